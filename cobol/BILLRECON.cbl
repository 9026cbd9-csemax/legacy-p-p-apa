      *================================================================*
      * BILLRECON.CBL - Biller Remittance vs Confirmation Recon       *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLRECON.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Master biller (BILLMAINT) - daftar biller yang dicek ---
           SELECT BILLER-FILE
               ASSIGN TO DYNAMIC WS-BILLER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-BLR-CODE
               FILE STATUS IS WS-BLR-FILE-STATUS.

      *--- Buku kita: file remitansi BILLREM per biller per hari ---
           SELECT REMIT-FILE
               ASSIGN TO DYNAMIC WS-REMIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.

      *--- File konfirmasi balikan biller untuk remitansi yang    ---
      *--- sama: TXN_ID|BILL_NUMBER|AMOUNT|PAID/REJECTED            ---
           SELECT CONFIRM-FILE
               ASSIGN TO DYNAMIC WS-CONFIRM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *--- Laporan selisih untuk investigasi ops ---
           SELECT RECON-OUT-FILE
               ASSIGN TO DYNAMIC WS-RECON-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLER-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILLER-FILE-RECORD.
           05  FD-BLR-CODE         PIC X(10).
           05  FD-BLR-NAME         PIC X(50).
           05  FD-BLR-CATEGORY     PIC X(10).
           05  FD-BLR-NUM-FORMAT   PIC X(20).
           05  FD-BLR-FEE          PIC 9(7)V99.
           05  FD-BLR-BANK-CODE    PIC X(10).
           05  FD-BLR-ACCOUNT      PIC X(20).
           05  FD-BLR-STATUS       PIC X(10).

       FD  REMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REMIT-FILE-RECORD       PIC X(150).

       FD  CONFIRM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONFIRM-FILE-RECORD     PIC X(120).

       FD  RECON-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-OUT-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-BILLER-FILE-PATH      PIC X(100)
           VALUE '/app/data/billers.dat'.
       01  WS-REMIT-FILE-PATH       PIC X(100).
       01  WS-CONFIRM-FILE-PATH     PIC X(100).
       01  WS-RECON-OUT-PATH        PIC X(100).

       01  WS-BLR-FILE-STATUS      PIC XX.
           88  BLR-FS-OK           VALUE '00'.
           88  BLR-FS-EOF          VALUE '10'.

       01  WS-RM-FILE-STATUS       PIC XX.
           88  RM-FS-OK            VALUE '00'.
           88  RM-FS-EOF           VALUE '10'.

       01  WS-CF-FILE-STATUS       PIC XX.
           88  CF-FS-OK            VALUE '00'.
           88  CF-FS-EOF           VALUE '10'.

       01  WS-RO-FILE-STATUS       PIC XX.
           88  RO-FS-OK            VALUE '00'.

      *--- Tanggal remitansi (YYYYMMDD) dari command line ---
       01  WS-RUN-DATE             PIC X(8).

      *--- Kode biller terdaftar ---
       01  WS-BILLER-TABLE.
           05  WS-BT-CODE          PIC X(10) OCCURS 200 TIMES.
       01  WS-BILLER-COUNT         PIC 9(3) VALUE 0.
       01  WS-BT-IDX               PIC 9(3).

      *--- Item remitansi satu biller ---
       01  WS-REMIT-TABLE.
           05  WS-RT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RT-IDX.
               10  WS-RT-TXN-ID    PIC X(36).
               10  WS-RT-AMOUNT    PIC 9(13)V99.
               10  WS-RT-MATCHED   PIC X(1).
       01  WS-REMIT-COUNT          PIC 9(4) VALUE 0.
       01  WS-REMIT-FOUND          PIC X(1) VALUE 'N'.

      *--- Parse baris remitansi (H/D/T) ---
       01  WS-RM-LINE              PIC X(150).
       01  WS-RM-REC-TYPE          PIC X(1).
       01  WS-RM-REC-TXN-ID        PIC X(36).
       01  WS-RM-REC-BILL-NO       PIC X(30).
       01  WS-RM-REC-AMOUNT        PIC X(20).

      *--- Parse baris konfirmasi biller ---
       01  WS-CF-LINE              PIC X(120).
       01  WS-CF-TXN-ID            PIC X(36).
       01  WS-CF-BILL-NO           PIC X(30).
       01  WS-CF-AMOUNT-STR        PIC X(20).
       01  WS-CF-STATUS            PIC X(10).
       01  WS-CF-AMOUNT            PIC 9(13)V99.
       01  WS-CONFIRM-FOUND        PIC X(1) VALUE 'N'.
       01  WS-NUMVAL-CHECK         PIC S9(4).

       01  WS-MATCH-FOUND          PIC X(1).

      *--- Baris laporan selisih ---
       01  WS-RECON-RECORD.
           05  WS-RR-ISSUE         PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-BILLER-CODE   PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-OUR-AMOUNT    PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-BILLER-AMOUNT PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Total per biller dan seluruh run ---
       01  WS-BL-REMITTED          PIC 9(13)V99 VALUE 0.
       01  WS-BL-CONFIRMED         PIC 9(13)V99 VALUE 0.
       01  WS-BL-ISSUES            PIC 9(5) VALUE 0.
       01  WS-BILLERS-CHECKED      PIC 9(3) VALUE 0.
       01  WS-ISSUES-FOUND         PIC 9(5) VALUE 0.

       01  WS-BILLER-EDIT          PIC ZZ9.
       01  WS-ISSUE-EDIT           PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-CONF-EDIT            PIC Z(12)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Buktikan setiap tagihan yang kita remit diakui biller  ---
      *--- dengan nominal sama: item tanpa konfirmasi, konfirmasi ---
      *--- tanpa remitansi, item ditolak dan selisih nominal       ---
      *--- sama-sama dilaporkan                                     ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM LOAD-BILLERS

           OPEN OUTPUT RECON-OUT-FILE

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BILLER-COUNT
               PERFORM RECONCILE-ONE-BILLER
           END-PERFORM

           IF RO-FS-OK
               CLOSE RECON-OUT-FILE
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/billers.dat' DELIMITED SIZE
                      INTO WS-BILLER-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM COMMAND-LINE

           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE
           END-IF

           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           END-IF

      *--- Satu file laporan selisih per tanggal remitansi ---
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/billrecon-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-RECON-OUT-PATH
           END-STRING.

      *----------------------------------------------------------------*
       LOAD-BILLERS.
           OPEN INPUT BILLER-FILE
           IF BLR-FS-OK
               MOVE LOW-VALUES TO FD-BLR-CODE
               START BILLER-FILE KEY IS NOT LESS THAN FD-BLR-CODE

               PERFORM UNTIL BLR-FS-EOF
                   READ BILLER-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BILLER-COUNT < 200
                           ADD 1 TO WS-BILLER-COUNT
                           MOVE FD-BLR-CODE
                               TO WS-BT-CODE(WS-BILLER-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE BILLER-FILE
           END-IF.

      *----------------------------------------------------------------*
       RECONCILE-ONE-BILLER.
      *--- Biller tanpa remitansi dan tanpa konfirmasi hari itu   ---
      *--- tidak dilaporkan                                          ---
           MOVE 0 TO WS-BL-REMITTED
           MOVE 0 TO WS-BL-CONFIRMED
           MOVE 0 TO WS-BL-ISSUES
           MOVE WS-BT-CODE(WS-BT-IDX) TO WS-RR-BILLER-CODE

           PERFORM LOAD-REMIT-ITEMS
           PERFORM MATCH-CONFIRM-ROWS

           IF WS-REMIT-FOUND = 'Y' OR WS-CONFIRM-FOUND = 'Y'
               PERFORM REPORT-UNCONFIRMED-ITEMS
               ADD 1 TO WS-BILLERS-CHECKED
               PERFORM PRINT-BILLER-LINE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-REMIT-ITEMS.
           MOVE 'N' TO WS-REMIT-FOUND
           MOVE 0 TO WS-REMIT-COUNT

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/billrem-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  FUNCTION TRIM(WS-BT-CODE(WS-BT-IDX))
                      DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-REMIT-FILE-PATH
           END-STRING

           OPEN INPUT REMIT-FILE
           IF RM-FS-OK
               MOVE 'Y' TO WS-REMIT-FOUND

               PERFORM UNTIL RM-FS-EOF
                   READ REMIT-FILE INTO WS-RM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-RM-REC-TYPE
                       MOVE SPACES TO WS-RM-REC-TXN-ID
                       MOVE SPACES TO WS-RM-REC-BILL-NO
                       MOVE SPACES TO WS-RM-REC-AMOUNT

                       UNSTRING WS-RM-LINE
                           DELIMITED BY '|'
                           INTO WS-RM-REC-TYPE
                                WS-RM-REC-TXN-ID
                                WS-RM-REC-BILL-NO
                                WS-RM-REC-AMOUNT
                       END-UNSTRING

                       IF WS-RM-REC-TYPE = 'D'
                          AND WS-REMIT-COUNT < 5000
                           ADD 1 TO WS-REMIT-COUNT
                           MOVE WS-RM-REC-TXN-ID
                               TO WS-RT-TXN-ID(WS-REMIT-COUNT)
                           MOVE FUNCTION NUMVAL(WS-RM-REC-AMOUNT)
                               TO WS-RT-AMOUNT(WS-REMIT-COUNT)
                           MOVE 'N' TO WS-RT-MATCHED(WS-REMIT-COUNT)
                           ADD WS-RT-AMOUNT(WS-REMIT-COUNT)
                               TO WS-BL-REMITTED
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE REMIT-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-CONFIRM-ROWS.
           MOVE 'N' TO WS-CONFIRM-FOUND

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/billconf-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  FUNCTION TRIM(WS-BT-CODE(WS-BT-IDX))
                      DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-CONFIRM-FILE-PATH
           END-STRING

           OPEN INPUT CONFIRM-FILE
           IF CF-FS-OK
               MOVE 'Y' TO WS-CONFIRM-FOUND

               PERFORM UNTIL CF-FS-EOF
                   READ CONFIRM-FILE INTO WS-CF-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-ONE-CONFIRM-ROW
                   END-READ
               END-PERFORM

               CLOSE CONFIRM-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-ONE-CONFIRM-ROW.
           MOVE SPACES TO WS-CF-TXN-ID
           MOVE SPACES TO WS-CF-BILL-NO
           MOVE SPACES TO WS-CF-AMOUNT-STR
           MOVE SPACES TO WS-CF-STATUS

           UNSTRING WS-CF-LINE
               DELIMITED BY '|'
               INTO WS-CF-TXN-ID
                    WS-CF-BILL-NO
                    WS-CF-AMOUNT-STR
                    WS-CF-STATUS
           END-UNSTRING

           MOVE FUNCTION TEST-NUMVAL(WS-CF-AMOUNT-STR)
               TO WS-NUMVAL-CHECK

           IF WS-NUMVAL-CHECK NOT = 0
              OR FUNCTION TRIM(WS-CF-TXN-ID) = SPACES
               CONTINUE
           ELSE
               MOVE FUNCTION NUMVAL(WS-CF-AMOUNT-STR)
                   TO WS-CF-AMOUNT
               MOVE FUNCTION UPPER-CASE(WS-CF-STATUS)
                   TO WS-CF-STATUS
               MOVE 'N' TO WS-MATCH-FOUND

               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-REMIT-COUNT
                      OR WS-MATCH-FOUND = 'Y'
                   IF FUNCTION TRIM(WS-RT-TXN-ID(WS-RT-IDX)) =
                      FUNCTION TRIM(WS-CF-TXN-ID)
                       MOVE 'Y' TO WS-MATCH-FOUND
                       MOVE 'Y' TO WS-RT-MATCHED(WS-RT-IDX)
                       MOVE WS-CF-TXN-ID TO WS-RR-TXN-ID
                       MOVE WS-RT-AMOUNT(WS-RT-IDX)
                           TO WS-RR-OUR-AMOUNT
                       MOVE WS-CF-AMOUNT TO WS-RR-BILLER-AMOUNT

      *--- Ditolak biller: dana sudah keluar dari wallet nasabah, ---
      *--- perlu dikembalikan lewat REFUNDPROC/ADJPROC               ---
                       IF FUNCTION TRIM(WS-CF-STATUS) NOT = 'PAID'
                           MOVE 'REJECTED' TO WS-RR-ISSUE
                           PERFORM WRITE-ISSUE-ROW
                       ELSE
                           ADD WS-CF-AMOUNT TO WS-BL-CONFIRMED
                           IF WS-RT-AMOUNT(WS-RT-IDX) NOT = WS-CF-AMOUNT
                               MOVE 'AMOUNT-DIFF' TO WS-RR-ISSUE
                               PERFORM WRITE-ISSUE-ROW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-MATCH-FOUND = 'N'
                   MOVE 'NOT-REMITTED' TO WS-RR-ISSUE
                   MOVE WS-CF-TXN-ID TO WS-RR-TXN-ID
                   MOVE 0 TO WS-RR-OUR-AMOUNT
                   MOVE WS-CF-AMOUNT TO WS-RR-BILLER-AMOUNT
                   PERFORM WRITE-ISSUE-ROW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       REPORT-UNCONFIRMED-ITEMS.
      *--- Item yang kita remit tapi tidak disebut biller - belum ---
      *--- tentu gagal, tapi tagihan nasabah bisa belum lunas      ---
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-REMIT-COUNT
               IF WS-RT-MATCHED(WS-RT-IDX) = 'N'
                   MOVE 'NOT-CONFIRMED' TO WS-RR-ISSUE
                   MOVE WS-RT-TXN-ID(WS-RT-IDX) TO WS-RR-TXN-ID
                   MOVE WS-RT-AMOUNT(WS-RT-IDX) TO WS-RR-OUR-AMOUNT
                   MOVE 0 TO WS-RR-BILLER-AMOUNT
                   PERFORM WRITE-ISSUE-ROW
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       WRITE-ISSUE-ROW.
           ADD 1 TO WS-ISSUES-FOUND
           ADD 1 TO WS-BL-ISSUES

           IF RO-FS-OK
               WRITE RECON-OUT-RECORD FROM WS-RECON-RECORD
           END-IF

           MOVE WS-RR-OUR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-RR-BILLER-AMOUNT TO WS-CONF-EDIT

           STRING
               '{'
               '"status":"warning",'
               '"code":0,'
               '"data":{'
               '"issue":"'
                   FUNCTION TRIM(WS-RR-ISSUE) '",'
               '"biller_code":"'
                   FUNCTION TRIM(WS-RR-BILLER-CODE) '",'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-RR-TXN-ID) '",'
               '"our_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"biller_amount":'
                   FUNCTION TRIM(WS-CONF-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Selisih rekonsiliasi remitansi biller"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-BILLER-LINE.
           MOVE WS-BL-REMITTED TO WS-AMOUNT-EDIT
           MOVE WS-BL-CONFIRMED TO WS-CONF-EDIT
           MOVE WS-BL-ISSUES TO WS-ISSUE-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"biller_code":"'
                   FUNCTION TRIM(WS-BT-CODE(WS-BT-IDX)) '",'
               '"remitted_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"confirmed_amount":'
                   FUNCTION TRIM(WS-CONF-EDIT) ','
               '"issues_found":'
                   FUNCTION TRIM(WS-ISSUE-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Rekonsiliasi biller"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-BILLERS-CHECKED TO WS-BILLER-EDIT
           MOVE WS-ISSUES-FOUND TO WS-ISSUE-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"billers_checked":'
                   FUNCTION TRIM(WS-BILLER-EDIT) ','
               '"issues_found":'
                   FUNCTION TRIM(WS-ISSUE-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Rekonsiliasi remitansi biller selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

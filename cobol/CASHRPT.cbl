      *================================================================*
      * CASHRPT.CBL - Daily Cash-Point Withdrawal Report              *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHRPT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Daftar titik tarik tunai (ditulis CHGAPPR) ---
           SELECT CASHPT-FILE
               ASSIGN TO DYNAMIC WS-CASHPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CPT-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Master parameter bisnis (CWMERDAY) ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Laporan harian per merchant: cashrpt-YYYYMMDD.dat ---
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASHPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASHPT-FILE-RECORD      PIC X(60).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-FILE-RECORD      PIC X(150).

       WORKING-STORAGE SECTION.

       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-CASHPT-FILE-PATH      PIC X(100)
           VALUE '/app/data/cashpt.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-REPORT-FILE-PATH      PIC X(100).

       01  WS-CPT-FILE-STATUS      PIC XX.
           88  CPT-FS-OK           VALUE '00'.
           88  CPT-FS-EOF          VALUE '10'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FS-OK           VALUE '00'.

      *--- Input: YYYYMMDD (argumen atau stdin), kosong = hari ini. ---
      *--- Opsional |MER_ID untuk rekap satu merchant saja          ---
       01  WS-INPUT-LINE           PIC X(60).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-IN-MER-ID            PIC X(20).

       01  WS-CASHPT-PARSE.
           05  WS-CPP-MER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CPP-STATUS       PIC X(3).
           05  FILLER              PIC X(1).
           05  WS-CPP-CAP          PIC 9(13).
           05  FILLER              PIC X(1).
           05  WS-CPP-DATE         PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-CPP-CHG-ID       PIC 9(8).
           05  FILLER              PIC X(1).

       01  WS-TXN-PARSE.
           05  WS-TP-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-TP-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-STATUS        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-TP-TYPE          PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-TP-QR-CODE       PIC X(100).
           05  FILLER              PIC X(1).
           05  WS-TP-CREATED-AT    PIC X(20).

       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.

      *--- Default cap harian merchant - CWMERDAY di params.dat,   ---
      *--- baris efektif terbaru yang tidak melewati tanggal run   ---
       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-EFF-CWMER         PIC X(8) VALUE SPACES.
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-CWD-MER-DAY-CAP      PIC 9(13)V99 VALUE 10000000.00.

      *--- Satu slot per merchant yang pernah ditandai titik tarik ---
      *--- tunai atau membayarkan tarik tunai pada tanggal run     ---
       01  WS-CP-COUNT             PIC 9(4) VALUE 0.
       01  WS-CP-MAX               PIC 9(4) VALUE 500.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CP-IDX.
               10  WS-CT-MER-ID        PIC X(20).
               10  WS-CT-STATUS        PIC X(3).
               10  WS-CT-CAP           PIC 9(13)V99.
               10  WS-CT-WD-COUNT      PIC 9(7).
               10  WS-CT-WD-AMOUNT     PIC 9(13)V99.
               10  WS-CT-FEE-SHARE     PIC 9(13)V99.
       01  WS-CP-FOUND-IDX         PIC 9(4) VALUE 0.
       01  WS-CP-SEARCH-ID         PIC X(20).

       01  WS-REMAINING            PIC 9(13)V99.
       01  WS-TOTAL-MERCHANTS      PIC 9(5) VALUE 0.
       01  WS-TOTAL-COUNT          PIC 9(7) VALUE 0.
       01  WS-TOTAL-AMOUNT         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-FEE-SHARE      PIC 9(13)V99 VALUE 0.

       01  WS-REPORT-RECORD.
           05  WS-RR-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-MER-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-STATUS        PIC X(3).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-COUNT         PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-FEE-SHARE     PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-CAP           PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-REMAINING     PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-CNT-EDIT             PIC ZZZZZZ9.
       01  WS-MER-EDIT             PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-FEE-EDIT             PIC Z(12)9.99.
       01  WS-CAP-EDIT             PIC Z(12)9.99.
       01  WS-REMAIN-EDIT          PIC Z(12)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Rekap harian titik tarik tunai: per merchant jumlah     ---
      *--- penarikan, uang kas yang dibayarkan dari laci, porsi    ---
      *--- fee yang diterima, dan sisa cap harian - bekal kasir    ---
      *--- mengatur isi laci untuk hari berikutnya                  ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM LOAD-CASHWD-PARAMS
           PERFORM LOAD-CASH-POINTS

           OPEN INPUT TRANSACTION-FILE
           IF NOT TXN-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM UNTIL TXN-FS-EOF
               MOVE SPACES TO WS-TXN-PARSE
               READ TRANSACTION-FILE INTO WS-TXN-PARSE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(WS-TP-STATUS) = 'success'
                      AND WS-TP-CREATED-AT(1:8) = WS-RUN-DATE
                      AND (FUNCTION TRIM(WS-TP-TYPE) = 'CASHWD'
                           OR FUNCTION TRIM(WS-TP-TYPE) = 'CWCOMM')
                       PERFORM TALLY-ONE-CASH-ROW
                   END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/cashrpt-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-REPORT-FILE-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               IF FUNCTION TRIM(WS-IN-MER-ID) = SPACES
                  OR WS-CT-MER-ID(WS-CP-IDX) = WS-IN-MER-ID
                   PERFORM REPORT-ONE-MERCHANT
               END-IF
           END-PERFORM

           IF RPT-FS-OK
               CLOSE REPORT-FILE
           END-IF

           PERFORM RETURN-SUMMARY

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/cashpt.dat' DELIMITED SIZE
                      INTO WS-CASHPT-FILE-PATH
               END-STRING
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       GET-RUN-DATE.
           MOVE SPACES TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE FROM COMMAND-LINE

           IF WS-INPUT-LINE = SPACES
               ACCEPT WS-INPUT-LINE
           END-IF

           MOVE SPACES TO WS-RUN-DATE
           MOVE SPACES TO WS-IN-MER-ID
           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-RUN-DATE
                    WS-IN-MER-ID
           END-UNSTRING

           IF FUNCTION TRIM(WS-IN-MER-ID) = '-'
               MOVE SPACES TO WS-IN-MER-ID
           END-IF

           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE = '-'
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-CASHWD-PARAMS.
           OPEN INPUT PARAM-FILE
           IF PM-FS-OK
               PERFORM UNTIL PM-FS-EOF
                   READ PARAM-FILE INTO WS-PM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-PARAM-LINE
                   END-READ
               END-PERFORM

               CLOSE PARAM-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-PARAM-LINE.
           MOVE SPACES TO WS-PM-REC-NAME
           MOVE SPACES TO WS-PM-REC-VALUE
           MOVE SPACES TO WS-PM-REC-EFF

           UNSTRING WS-PM-LINE
               DELIMITED BY '|'
               INTO WS-PM-REC-NAME
                    WS-PM-REC-VALUE
                    WS-PM-REC-EFF
           END-UNSTRING

           MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
               TO WS-NUMVAL-CHECK

           IF FUNCTION TRIM(WS-PM-REC-NAME) = 'CWMERDAY'
              AND WS-NUMVAL-CHECK = 0
              AND WS-PM-REC-EFF(1:8) NOT > WS-RUN-DATE
              AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-CWMER
               MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-CWMER
               MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                   TO WS-CWD-MER-DAY-CAP
           END-IF.

      *----------------------------------------------------------------*
       LOAD-CASH-POINTS.
      *--- Baris terakhir per merchant menang (pola setlhold.dat); ---
      *--- penetapan yang tanggalnya sesudah tanggal run diabaikan ---
      *--- supaya laporan ulang tanggal lampau tetap konsisten      ---
           OPEN INPUT CASHPT-FILE
           IF CPT-FS-OK
               PERFORM UNTIL CPT-FS-EOF
                   READ CASHPT-FILE INTO WS-CASHPT-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CPP-DATE NOT > WS-RUN-DATE
                           MOVE WS-CPP-MER-ID TO WS-CP-SEARCH-ID
                           PERFORM FIND-OR-ADD-CASH-POINT
                           PERFORM APPLY-CASH-POINT-ROW
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CASHPT-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPLY-CASH-POINT-ROW.
           IF WS-CP-FOUND-IDX > 0
               MOVE WS-CPP-STATUS TO WS-CT-STATUS(WS-CP-FOUND-IDX)
               IF WS-CPP-CAP IS NUMERIC
                   MOVE WS-CPP-CAP TO WS-CT-CAP(WS-CP-FOUND-IDX)
               ELSE
                   MOVE 0 TO WS-CT-CAP(WS-CP-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       FIND-OR-ADD-CASH-POINT.
           MOVE 0 TO WS-CP-FOUND-IDX

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
                  OR WS-CP-FOUND-IDX > 0
               IF WS-CT-MER-ID(WS-CP-IDX) = WS-CP-SEARCH-ID
                   SET WS-CP-FOUND-IDX TO WS-CP-IDX
               END-IF
           END-PERFORM

           IF WS-CP-FOUND-IDX = 0
              AND WS-CP-COUNT < WS-CP-MAX
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO WS-CP-FOUND-IDX
               MOVE WS-CP-SEARCH-ID TO WS-CT-MER-ID(WS-CP-COUNT)
               MOVE 'off' TO WS-CT-STATUS(WS-CP-COUNT)
               MOVE 0 TO WS-CT-CAP(WS-CP-COUNT)
               MOVE 0 TO WS-CT-WD-COUNT(WS-CP-COUNT)
               MOVE 0 TO WS-CT-WD-AMOUNT(WS-CP-COUNT)
               MOVE 0 TO WS-CT-FEE-SHARE(WS-CP-COUNT)
           END-IF.

      *----------------------------------------------------------------*
       TALLY-ONE-CASH-ROW.
      *--- CASHWD = kas yang dibayarkan merchant ke nasabah;       ---
      *--- CWCOMM = porsi fee tarik tunai milik merchant            ---
           MOVE WS-TP-MERCHANT-ID TO WS-CP-SEARCH-ID
           PERFORM FIND-OR-ADD-CASH-POINT

           IF WS-CP-FOUND-IDX > 0
               MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM

               IF FUNCTION TRIM(WS-TP-TYPE) = 'CASHWD'
                   ADD 1 TO WS-CT-WD-COUNT(WS-CP-FOUND-IDX)
                   ADD WS-TP-AMOUNT-NUM
                       TO WS-CT-WD-AMOUNT(WS-CP-FOUND-IDX)
               ELSE
                   ADD WS-TP-AMOUNT-NUM
                       TO WS-CT-FEE-SHARE(WS-CP-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       REPORT-ONE-MERCHANT.
      *--- Cap 0 di cashpt.dat berarti memakai default CWMERDAY ---
           IF WS-CT-CAP(WS-CP-IDX) = 0
               MOVE WS-CWD-MER-DAY-CAP TO WS-CT-CAP(WS-CP-IDX)
           END-IF

           IF WS-CT-WD-AMOUNT(WS-CP-IDX) < WS-CT-CAP(WS-CP-IDX)
               COMPUTE WS-REMAINING =
                   WS-CT-CAP(WS-CP-IDX) - WS-CT-WD-AMOUNT(WS-CP-IDX)
           ELSE
               MOVE 0 TO WS-REMAINING
           END-IF

           ADD 1 TO WS-TOTAL-MERCHANTS
           ADD WS-CT-WD-COUNT(WS-CP-IDX) TO WS-TOTAL-COUNT
           ADD WS-CT-WD-AMOUNT(WS-CP-IDX) TO WS-TOTAL-AMOUNT
           ADD WS-CT-FEE-SHARE(WS-CP-IDX) TO WS-TOTAL-FEE-SHARE

           MOVE WS-RUN-DATE                TO WS-RR-DATE
           MOVE WS-CT-MER-ID(WS-CP-IDX)    TO WS-RR-MER-ID
           MOVE WS-CT-STATUS(WS-CP-IDX)    TO WS-RR-STATUS
           MOVE WS-CT-WD-COUNT(WS-CP-IDX)  TO WS-RR-COUNT
           MOVE WS-CT-WD-AMOUNT(WS-CP-IDX) TO WS-RR-AMOUNT
           MOVE WS-CT-FEE-SHARE(WS-CP-IDX) TO WS-RR-FEE-SHARE
           MOVE WS-CT-CAP(WS-CP-IDX)       TO WS-RR-CAP
           MOVE WS-REMAINING               TO WS-RR-REMAINING

           IF RPT-FS-OK
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-RECORD
           END-IF

           MOVE WS-CT-WD-COUNT(WS-CP-IDX) TO WS-CNT-EDIT
           MOVE WS-CT-WD-AMOUNT(WS-CP-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-CT-FEE-SHARE(WS-CP-IDX) TO WS-FEE-EDIT
           MOVE WS-CT-CAP(WS-CP-IDX) TO WS-CAP-EDIT
           MOVE WS-REMAINING TO WS-REMAIN-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"cashpoint",'
               '"date":"' WS-RUN-DATE '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-CT-MER-ID(WS-CP-IDX)) '",'
               '"cash_point":"'
                   FUNCTION TRIM(WS-CT-STATUS(WS-CP-IDX)) '",'
               '"withdrawal_count":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"cash_paid_out":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"fee_share":'
                   FUNCTION TRIM(WS-FEE-EDIT) ','
               '"daily_cap":'
                   FUNCTION TRIM(WS-CAP-EDIT) ','
               '"remaining_cap":'
                   FUNCTION TRIM(WS-REMAIN-EDIT)
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-JSON-OUTPUT).

      *----------------------------------------------------------------*
       RETURN-SUMMARY.
           MOVE WS-TOTAL-MERCHANTS TO WS-MER-EDIT
           MOVE WS-TOTAL-COUNT TO WS-CNT-EDIT
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-TOTAL-FEE-SHARE TO WS-FEE-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"date":"' WS-RUN-DATE '",'
               '"merchants":'
                   FUNCTION TRIM(WS-MER-EDIT) ','
               '"withdrawal_count":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"cash_paid_out":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"fee_share":'
                   FUNCTION TRIM(WS-FEE-EDIT) ','
               '"report_file":"'
                   FUNCTION TRIM(WS-REPORT-FILE-PATH) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Laporan harian titik tarik tunai selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"Gagal membaca file transaksi"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

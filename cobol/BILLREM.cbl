      *================================================================*
      * BILLREM.CBL - Daily Per-Biller Bill Payment Remittance        *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLREM.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Master biller (BILLMAINT) - tujuan remitansi per biller ---
           SELECT BILLER-FILE
               ASSIGN TO DYNAMIC WS-BILLER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-BLR-CODE
               FILE STATUS IS WS-BLR-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Pipeline disbursement antar bank (pola SETTLESWP/       ---
      *--- CASHOUT) - satu baris per biller per tanggal, di-ack    ---
      *--- lewat PAYACK                                              ---
           SELECT PAYOUT-FILE
               ASSIGN TO DYNAMIC WS-PAYOUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

      *--- Satu file remitansi per biller per tanggal bisnis ---
           SELECT REMIT-FILE
               ASSIGN TO DYNAMIC WS-REMIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.

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

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  PAYOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYOUT-FILE-RECORD      PIC X(200).

       FD  REMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REMIT-FILE-RECORD       PIC X(150).

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
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-PAYOUT-FILE-PATH      PIC X(100)
           VALUE '/app/data/payouts.dat'.
       01  WS-REMIT-FILE-PATH       PIC X(100).

       01  WS-BLR-FILE-STATUS      PIC XX.
           88  BLR-FS-OK           VALUE '00'.
           88  BLR-FS-EOF          VALUE '10'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FS-OK           VALUE '00'.
           88  PAY-FS-EOF          VALUE '10'.
           88  PAY-FS-NOT-FOUND    VALUE '35'.

       01  WS-RM-FILE-STATUS       PIC XX.
           88  RM-FS-OK            VALUE '00'.

      *--- Tanggal bisnis remitansi (YYYYMMDD) dari command line ---
       01  WS-RUN-DATE             PIC X(8).

      *--- Biller terdaftar beserta akumulasi hari ini; kolom      ---
      *--- PAID menandai biller yang baris payout-nya sudah ada    ---
      *--- untuk tanggal ini (rerun tidak mengirim dua kali)       ---
       01  WS-BILLER-TABLE.
           05  WS-BT-ENTRY OCCURS 200 TIMES INDEXED BY WS-BT-IDX.
               10  WS-BT-CODE      PIC X(10).
               10  WS-BT-BANK-CODE PIC X(10).
               10  WS-BT-ACCOUNT   PIC X(20).
               10  WS-BT-COUNT     PIC 9(7).
               10  WS-BT-TOTAL     PIC 9(13)V99.
               10  WS-BT-PAID      PIC X(1).
       01  WS-BILLER-COUNT         PIC 9(3) VALUE 0.

      *--- Item BILLPAY hari ini (urut kemunculan di riwayat) ---
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-IT-IDX.
               10  WS-IT-BILLER-SLOT PIC 9(3).
               10  WS-IT-TXN-ID    PIC X(36).
               10  WS-IT-BILL-NO   PIC X(30).
               10  WS-IT-AMOUNT    PIC 9(13)V99.
               10  WS-IT-CREATED   PIC X(20).
       01  WS-ITEM-COUNT           PIC 9(4) VALUE 0.
       01  WS-ITEMS-SKIPPED        PIC 9(5) VALUE 0.

      *--- Parse transaksi ---
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

      *--- Kolom QR BILLPAY: BILL:<kode biller>:<nomor pelanggan> ---
       01  WS-BILL-LINK.
           05  WS-BK-TAG           PIC X(5).
           05  WS-BK-BILLER-CODE   PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-BK-BILL-NUMBER   PIC X(30).

       01  WS-FOUND-SLOT           PIC 9(3) VALUE 0.

      *--- Baris payout (selaras WS-PAYOUT-RECORD di SETTLESWP) -  ---
      *--- kolom merchant id membawa kode biller, supaya PAYACK    ---
      *--- mencocokkan ack bank dengan kunci yang sama              ---
       01  WS-PAYOUT-RECORD.
           05  WS-PAY-BANK-CODE    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-MER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-ACCOUNT      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-DATE         PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-AMOUNT       PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-TXN-COUNT    PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-STATUS       PIC X(10).

      *--- Baris remitansi: H = header biller, D = detail tagihan, ---
      *--- T = trailer kontrol total (pola feed SETTLEXT)          ---
       01  WS-HEADER-ROW.
           05  WS-HR-TYPE          PIC X(1) VALUE 'H'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HR-BILLER-CODE   PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HR-BANK-CODE     PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HR-ACCOUNT       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HR-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-DETAIL-ROW.
           05  WS-DR-TYPE          PIC X(1) VALUE 'D'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DR-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DR-BILL-NO       PIC X(30).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DR-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DR-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-TRAILER-ROW.
           05  WS-TR-TYPE          PIC X(1) VALUE 'T'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TR-COUNT         PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TR-TOTAL         PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-FILES-WRITTEN        PIC 9(3) VALUE 0.
       01  WS-PAYOUTS-QUEUED       PIC 9(3) VALUE 0.
       01  WS-GRAND-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-FILE-EDIT            PIC ZZ9.
       01  WS-PAYOUT-EDIT          PIC ZZ9.
       01  WS-COUNT-EDIT           PIC ZZZZZZ9.
       01  WS-SKIP-EDIT            PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Kumpulkan pembayaran tagihan hari ini per biller, tulis ---
      *--- satu file remitansi per biller (H/D/T) dan antrikan satu ---
      *--- baris disbursement ke rekening settlement biller         ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM LOAD-BILLERS
           PERFORM LOAD-BILL-PAYMENTS
           PERFORM MARK-ALREADY-PAID

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BILLER-COUNT
               IF WS-BT-COUNT(WS-BT-IDX) > 0
                   PERFORM WRITE-REMIT-FILE
                   PERFORM QUEUE-BILLER-PAYOUT
                   PERFORM PRINT-BILLER-LINE
               END-IF
           END-PERFORM

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

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/payouts.dat' DELIMITED SIZE
                      INTO WS-PAYOUT-FILE-PATH
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
           END-IF.

      *----------------------------------------------------------------*
       LOAD-BILLERS.
      *--- Semua biller dimuat apa pun statusnya - pembayaran yang ---
      *--- sudah diterima sebelum biller disuspend tetap diremit   ---
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
                           MOVE FD-BLR-BANK-CODE
                               TO WS-BT-BANK-CODE(WS-BILLER-COUNT)
                           MOVE FD-BLR-ACCOUNT
                               TO WS-BT-ACCOUNT(WS-BILLER-COUNT)
                           MOVE 0 TO WS-BT-COUNT(WS-BILLER-COUNT)
                           MOVE 0 TO WS-BT-TOTAL(WS-BILLER-COUNT)
                           MOVE 'N' TO WS-BT-PAID(WS-BILLER-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE BILLER-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-BILL-PAYMENTS.
      *--- Hanya BILLPAY success yang dibukukan pada tanggal run   ---
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TP-TYPE) = 'BILLPAY'
                          AND FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND WS-TP-CREATED-AT(1:8) = WS-RUN-DATE
                           PERFORM ADD-ONE-BILL-PAYMENT
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       ADD-ONE-BILL-PAYMENT.
           MOVE WS-TP-QR-CODE TO WS-BILL-LINK
           MOVE 0 TO WS-FOUND-SLOT

           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BILLER-COUNT
                  OR WS-FOUND-SLOT > 0
               IF WS-BT-CODE(WS-BT-IDX) = WS-TP-MERCHANT-ID(1:10)
                   SET WS-FOUND-SLOT TO WS-BT-IDX
               END-IF
           END-PERFORM

      *--- Biller yang sudah hilang dari master tidak punya tujuan ---
      *--- remitansi - dihitung sebagai skip untuk investigasi ops ---
           IF WS-FOUND-SLOT = 0
              OR WS-ITEM-COUNT >= 5000
               ADD 1 TO WS-ITEMS-SKIPPED
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-FOUND-SLOT
                   TO WS-IT-BILLER-SLOT(WS-ITEM-COUNT)
               MOVE WS-TP-TXN-ID TO WS-IT-TXN-ID(WS-ITEM-COUNT)
               MOVE WS-BK-BILL-NUMBER
                   TO WS-IT-BILL-NO(WS-ITEM-COUNT)
               MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                   TO WS-IT-AMOUNT(WS-ITEM-COUNT)
               MOVE WS-TP-CREATED-AT
                   TO WS-IT-CREATED(WS-ITEM-COUNT)

               ADD 1 TO WS-BT-COUNT(WS-FOUND-SLOT)
               ADD WS-IT-AMOUNT(WS-ITEM-COUNT)
                   TO WS-BT-TOTAL(WS-FOUND-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       MARK-ALREADY-PAID.
      *--- Baris payout biller untuk tanggal ini yang sudah ada    ---
      *--- (rerun setelah restart) tidak diantrikan lagi           ---
           OPEN INPUT PAYOUT-FILE
           IF PAY-FS-OK
               PERFORM UNTIL PAY-FS-EOF
                   READ PAYOUT-FILE INTO WS-PAYOUT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PAY-DATE = WS-RUN-DATE
                           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                               UNTIL WS-BT-IDX > WS-BILLER-COUNT
                               IF WS-BT-CODE(WS-BT-IDX) =
                                  WS-PAY-MER-ID(1:10)
                                  AND WS-PAY-MER-ID(11:10) = SPACES
                                   MOVE 'Y' TO WS-BT-PAID(WS-BT-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PAYOUT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-REMIT-FILE.
      *--- File ditulis ulang utuh tiap run (idempoten) ---
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/billrem-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  FUNCTION TRIM(WS-BT-CODE(WS-BT-IDX))
                      DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-REMIT-FILE-PATH
           END-STRING

           OPEN OUTPUT REMIT-FILE
           IF RM-FS-OK
               MOVE WS-BT-CODE(WS-BT-IDX) TO WS-HR-BILLER-CODE
               MOVE WS-BT-BANK-CODE(WS-BT-IDX) TO WS-HR-BANK-CODE
               MOVE WS-BT-ACCOUNT(WS-BT-IDX) TO WS-HR-ACCOUNT
               MOVE WS-RUN-DATE TO WS-HR-DATE

               WRITE REMIT-FILE-RECORD FROM WS-HEADER-ROW

               PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
                   IF WS-IT-BILLER-SLOT(WS-IT-IDX) = WS-BT-IDX
                       MOVE WS-IT-TXN-ID(WS-IT-IDX) TO WS-DR-TXN-ID
                       MOVE WS-IT-BILL-NO(WS-IT-IDX) TO WS-DR-BILL-NO
                       MOVE WS-IT-AMOUNT(WS-IT-IDX) TO WS-DR-AMOUNT
                       MOVE WS-IT-CREATED(WS-IT-IDX)
                           TO WS-DR-TIMESTAMP

                       WRITE REMIT-FILE-RECORD FROM WS-DETAIL-ROW
                   END-IF
               END-PERFORM

      *--- Trailer kontrol total supaya biller bisa memverifikasi ---
      *--- kelengkapan remitansi                                   ---
               MOVE WS-BT-COUNT(WS-BT-IDX) TO WS-TR-COUNT
               MOVE WS-BT-TOTAL(WS-BT-IDX) TO WS-TR-TOTAL

               WRITE REMIT-FILE-RECORD FROM WS-TRAILER-ROW

               CLOSE REMIT-FILE

               ADD 1 TO WS-FILES-WRITTEN
           END-IF

           ADD WS-BT-TOTAL(WS-BT-IDX) TO WS-GRAND-TOTAL.

      *----------------------------------------------------------------*
       QUEUE-BILLER-PAYOUT.
      *--- Satu baris disbursement berstatus 'disbursed' ke         ---
      *--- rekening settlement biller; bank penerima meng-ack-nya   ---
      *--- lewat PAYACK (paid/failed)                                ---
           IF WS-BT-PAID(WS-BT-IDX) = 'N'
               OPEN EXTEND PAYOUT-FILE
               IF PAY-FS-NOT-FOUND
                   OPEN OUTPUT PAYOUT-FILE
                   CLOSE PAYOUT-FILE
                   OPEN EXTEND PAYOUT-FILE
               END-IF

               IF PAY-FS-OK
                   MOVE WS-BT-BANK-CODE(WS-BT-IDX) TO WS-PAY-BANK-CODE
                   MOVE WS-BT-CODE(WS-BT-IDX)      TO WS-PAY-MER-ID
                   MOVE WS-BT-ACCOUNT(WS-BT-IDX)   TO WS-PAY-ACCOUNT
                   MOVE WS-RUN-DATE                TO WS-PAY-DATE
                   MOVE WS-BT-TOTAL(WS-BT-IDX)     TO WS-PAY-AMOUNT
                   MOVE WS-BT-COUNT(WS-BT-IDX)     TO WS-PAY-TXN-COUNT
                   MOVE 'disbursed'                TO WS-PAY-STATUS

                   WRITE PAYOUT-FILE-RECORD FROM WS-PAYOUT-RECORD
                   CLOSE PAYOUT-FILE

                   MOVE 'Y' TO WS-BT-PAID(WS-BT-IDX)
                   ADD 1 TO WS-PAYOUTS-QUEUED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       PRINT-BILLER-LINE.
           MOVE WS-BT-COUNT(WS-BT-IDX) TO WS-COUNT-EDIT
           MOVE WS-BT-TOTAL(WS-BT-IDX) TO WS-AMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"biller_code":"'
                   FUNCTION TRIM(WS-BT-CODE(WS-BT-IDX)) '",'
               '"items":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"remit_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"File remitansi biller ditulis"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-FILES-WRITTEN TO WS-FILE-EDIT
           MOVE WS-PAYOUTS-QUEUED TO WS-PAYOUT-EDIT
           MOVE WS-ITEMS-SKIPPED TO WS-SKIP-EDIT
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"remit_files":'
                   FUNCTION TRIM(WS-FILE-EDIT) ','
               '"payouts_queued":'
                   FUNCTION TRIM(WS-PAYOUT-EDIT) ','
               '"items_skipped":'
                   FUNCTION TRIM(WS-SKIP-EDIT) ','
               '"remit_total":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Batch remitansi biller selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

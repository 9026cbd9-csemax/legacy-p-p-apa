      *================================================================*
      * TERMCLOSE.CBL - Terminal Shift Report & Batch Close           *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCLOSE.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINAL-FILE
               ASSIGN TO DYNAMIC WS-TERMINAL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TRM-TERM-ID
               FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Riwayat batch yang sudah ditutup, satu baris per close ---
           SELECT TERMBATCH-FILE
               ASSIGN TO DYNAMIC WS-TERMBATCH-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TBT-FILE-STATUS.

      *--- Audit log bersama ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERMINAL-FILE-RECORD.
           05  FD-TRM-TERM-ID      PIC X(20).
           05  FD-TRM-MER-ID       PIC X(20).
           05  FD-TRM-SERIAL       PIC X(30).
           05  FD-TRM-STATUS       PIC X(10).
           05  FD-TRM-LAST-SEEN    PIC X(20).
           05  FD-TRM-BATCH-NO     PIC 9(6).
           05  FD-TRM-LAST-CLOSE   PIC X(20).
           05  FD-TRM-REGISTERED   PIC X(20).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  TERMBATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERMBATCH-FILE-RECORD   PIC X(200).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-TERMINAL-FILE-PATH    PIC X(100)
           VALUE '/app/data/terminals.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-TERMBATCH-FILE-PATH   PIC X(100)
           VALUE '/app/data/termbatch.dat'.

       01  WS-TRM-FILE-STATUS      PIC XX.
           88  TRM-FS-OK           VALUE '00'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-TBT-FILE-STATUS      PIC XX.
           88  TBT-FS-OK           VALUE '00'.
           88  TBT-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    XREPORT|TERM_ID  -> rekap shift berjalan, batch tetap buka
      *    CLOSE|TERM_ID    -> rekap yang sama lalu batch ditutup
       01  WS-INPUT-LINE           PIC X(100).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-TERM-ID           PIC X(20).

       01  WS-TRM-FOUND            PIC X(1) VALUE 'N'.

      *--- Salinan TERMINAL-FILE-RECORD ---
       01  WS-TRM-PARSE.
           05  WS-TR-TERM-ID       PIC X(20).
           05  WS-TR-MER-ID        PIC X(20).
           05  WS-TR-SERIAL        PIC X(30).
           05  WS-TR-STATUS        PIC X(10).
           05  WS-TR-LAST-SEEN     PIC X(20).
           05  WS-TR-BATCH-NO      PIC 9(6).
           05  WS-TR-LAST-CLOSE    PIC X(20).
           05  WS-TR-REGISTERED    PIC X(20).

      *--- Parse transaksi sampai kolom terminal di ekor record - ---
      *--- baris tanpa kolom itu bukan transaksi kasir            ---
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
           05  FILLER              PIC X(1).
           05  WS-TP-UPDATED-AT    PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-CHANNEL       PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-TP-TERMINAL-ID   PIC X(20).

       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.

      *--- Periode batch: dari close terakhir sampai saat ini ---
       01  WS-PERIOD-FROM          PIC X(20).
       01  WS-PERIOD-TO            PIC X(20).

       01  WS-SALE-COUNT           PIC 9(7) VALUE 0.
       01  WS-SALE-AMOUNT          PIC 9(13)V99 VALUE 0.
       01  WS-OTHER-COUNT          PIC 9(7) VALUE 0.

       01  WS-BATCH-RECORD.
           05  WS-BR-TERM-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BR-BATCH-NO      PIC 9(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BR-PERIOD-FROM   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BR-PERIOD-TO     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BR-SALE-COUNT    PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BR-SALE-AMOUNT   PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BR-OTHER-COUNT   PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BR-MER-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'TERMCLOSE'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       01  WS-BATCH-EDIT           PIC Z(5)9.
       01  WS-CNT-EDIT             PIC ZZZZZZ9.
       01  WS-CNT2-EDIT            PIC ZZZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-BATCH-STATE          PIC X(6).

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- X-report = rekap shift berjalan untuk kasir, batch    ---
      *--- tidak berubah. CLOSE = rekap yang sama, lalu nomor    ---
      *--- batch dinaikkan dan batas periode digeser ke saat ini  ---
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-TERM-ID
           END-UNSTRING

           IF FUNCTION TRIM(WS-IN-MODE) NOT = 'XREPORT'
              AND FUNCTION TRIM(WS-IN-MODE) NOT = 'CLOSE'
               PERFORM RETURN-INVALID-MODE
               STOP RUN
           END-IF

           PERFORM FIND-TERMINAL

           IF WS-TRM-FOUND = 'N'
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           MOVE WS-TR-LAST-CLOSE TO WS-PERIOD-FROM
           MOVE FUNCTION CURRENT-DATE TO WS-PERIOD-TO

           PERFORM TALLY-TERMINAL-TRANSACTIONS

           IF FUNCTION TRIM(WS-IN-MODE) = 'CLOSE'
               PERFORM CLOSE-TERMINAL-BATCH
               MOVE 'closed' TO WS-BATCH-STATE
           ELSE
               MOVE 'open' TO WS-BATCH-STATE
           END-IF

           PERFORM RETURN-BATCH-SUMMARY

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/terminals.dat' DELIMITED SIZE
                      INTO WS-TERMINAL-FILE-PATH
               END-STRING
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/termbatch.dat' DELIMITED SIZE
                      INTO WS-TERMBATCH-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       FIND-TERMINAL.
           MOVE 'N' TO WS-TRM-FOUND

           OPEN INPUT TERMINAL-FILE
           IF TRM-FS-OK
               MOVE WS-IN-TERM-ID TO FD-TRM-TERM-ID

               READ TERMINAL-FILE INTO WS-TRM-PARSE
                   KEY IS FD-TRM-TERM-ID
                   INVALID KEY
                       MOVE 'N' TO WS-TRM-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TRM-FOUND
               END-READ

               CLOSE TERMINAL-FILE
           END-IF.

      *----------------------------------------------------------------*
       TALLY-TERMINAL-TRANSACTIONS.
      *--- Hanya transaksi QRIS terminal ini yang dibuat setelah  ---
      *--- close terakhir; status selain success dihitung          ---
      *--- terpisah supaya kasir bisa menelusuri yang menggantung  ---
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   MOVE SPACES TO WS-TXN-PARSE
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-TP-TERMINAL-ID = WS-IN-TERM-ID
                          AND FUNCTION TRIM(WS-TP-TYPE) = 'QRIS'
                          AND WS-TP-CREATED-AT(1:16) >
                              WS-PERIOD-FROM(1:16)
                           PERFORM TALLY-ONE-TERMINAL-ROW
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       TALLY-ONE-TERMINAL-ROW.
           IF FUNCTION TRIM(WS-TP-STATUS) = 'success'
               MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM
               ADD 1 TO WS-SALE-COUNT
               ADD WS-TP-AMOUNT-NUM TO WS-SALE-AMOUNT
           ELSE
               ADD 1 TO WS-OTHER-COUNT
           END-IF.

      *----------------------------------------------------------------*
       CLOSE-TERMINAL-BATCH.
      *--- Nomor batch naik satu dan batas periode digeser - shift ---
      *--- berikutnya mulai dari nol                                ---
           OPEN I-O TERMINAL-FILE
           IF NOT TRM-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           MOVE WS-IN-TERM-ID TO FD-TRM-TERM-ID

           READ TERMINAL-FILE INTO WS-TRM-PARSE
               KEY IS FD-TRM-TERM-ID
               INVALID KEY
                   MOVE 'N' TO WS-TRM-FOUND
               NOT INVALID KEY
                   ADD 1 TO WS-TR-BATCH-NO
                   MOVE WS-PERIOD-TO TO WS-TR-LAST-CLOSE
                   REWRITE TERMINAL-FILE-RECORD FROM WS-TRM-PARSE
           END-READ

           CLOSE TERMINAL-FILE

           PERFORM WRITE-BATCH-RECORD
           PERFORM WRITE-CLOSE-AUDIT.

      *----------------------------------------------------------------*
       WRITE-BATCH-RECORD.
           MOVE WS-TR-TERM-ID    TO WS-BR-TERM-ID
           MOVE WS-TR-BATCH-NO   TO WS-BR-BATCH-NO
           MOVE WS-PERIOD-FROM   TO WS-BR-PERIOD-FROM
           MOVE WS-PERIOD-TO     TO WS-BR-PERIOD-TO
           MOVE WS-SALE-COUNT    TO WS-BR-SALE-COUNT
           MOVE WS-SALE-AMOUNT   TO WS-BR-SALE-AMOUNT
           MOVE WS-OTHER-COUNT   TO WS-BR-OTHER-COUNT
           MOVE WS-TR-MER-ID     TO WS-BR-MER-ID

           OPEN EXTEND TERMBATCH-FILE
           IF TBT-FS-NOT-FOUND
               OPEN OUTPUT TERMBATCH-FILE
               CLOSE TERMBATCH-FILE
               OPEN EXTEND TERMBATCH-FILE
           END-IF

           IF TBT-FS-OK
               WRITE TERMBATCH-FILE-RECORD FROM WS-BATCH-RECORD
               CLOSE TERMBATCH-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-CLOSE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
           MOVE WS-TR-TERM-ID TO WS-AUD-KEY
           MOVE EC-SUCCESS TO WS-AUD-CODE

           OPEN EXTEND AUDIT-FILE
           IF AUD-FS-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF

           IF AUD-FS-OK
               WRITE AUDIT-FILE-RECORD FROM WS-AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

      *----------------------------------------------------------------*
       RETURN-BATCH-SUMMARY.
           MOVE WS-TR-BATCH-NO TO WS-BATCH-EDIT
           MOVE WS-SALE-COUNT TO WS-CNT-EDIT
           MOVE WS-OTHER-COUNT TO WS-CNT2-EDIT
           MOVE WS-SALE-AMOUNT TO WS-AMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"terminal_id":"'
                   FUNCTION TRIM(WS-TR-TERM-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-TR-MER-ID) '",'
               '"batch_no":'
                   FUNCTION TRIM(WS-BATCH-EDIT) ','
               '"batch_state":"'
                   FUNCTION TRIM(WS-BATCH-STATE) '",'
               '"period_from":"'
                   FUNCTION TRIM(WS-PERIOD-FROM) '",'
               '"period_to":"'
                   FUNCTION TRIM(WS-PERIOD-TO) '",'
               '"sale_count":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"sale_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"other_count":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Rekap batch terminal kasir"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MODE.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Mode tidak dikenal (XREPORT/CLOSE)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Terminal tidak ditemukan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-SYSTEM-ERROR.
           STRING
               '{'
               '"status":"error",'
               '"code":5003,'
               '"retryable":' FUNCTION TRIM(ER-SYSTEM-BUSY) ','
               '"data":null,'
               '"message":"Internal error pada sistem legacy"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

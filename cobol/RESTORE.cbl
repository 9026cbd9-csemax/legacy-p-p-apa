               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT PINHASH-BAK-FILE
               ASSIGN TO DYNAMIC WS-PINHASH-BAK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PHB-USER-ID
               FILE STATUS IS WS-PHB-FILE-STATUS.

           SELECT PINHASH-FILE
               ASSIGN TO DYNAMIC WS-PINHASH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PH-USER-ID
               FILE STATUS IS WS-PH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BAK-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  PINHASH-BAK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINHASH-BAK-RECORD.
           05  FD-PHB-USER-ID      PIC X(20).
           05  FD-PHB-REST         PIC X(48).

       FD  PINHASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINHASH-FILE-RECORD.
           05  FD-PH-USER-ID       PIC X(20).
           05  FD-PH-REST          PIC X(48).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
           VALUE '/app/data/merchants.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-PINHASH-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinhash.dat'.
       01  WS-ACCOUNT-BAK-PATH      PIC X(100).
       01  WS-MERCHANT-BAK-PATH     PIC X(100).
       01  WS-TRANSACTION-BAK-PATH  PIC X(100).
       01  WS-PINHASH-BAK-PATH      PIC X(100).

       01  WS-ABK-FILE-STATUS      PIC XX.
           88  ABK-FS-OK           VALUE '00'.
           88  TBK-FS-EOF          VALUE '10'.
       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
       01  WS-PHB-FILE-STATUS      PIC XX.
           88  PHB-FS-OK           VALUE '00'.
           88  PHB-FS-EOF          VALUE '10'.
       01  WS-PH-FILE-STATUS       PIC XX.
           88  PH-FS-OK            VALUE '00'.

      *--- Tanggal set backup yang dipulihkan (wajib dari command ---
      *--- line - restore tidak boleh menebak tanggal sendiri)     ---
       01  WS-ACC-RESTORED         PIC 9(7) VALUE 0.
       01  WS-MER-RESTORED         PIC 9(7) VALUE 0.
       01  WS-TXN-RESTORED         PIC 9(7) VALUE 0.
       01  WS-PH-RESTORED          PIC 9(7) VALUE 0.
       01  WS-ACC-EDIT             PIC ZZZZZZ9.
       01  WS-MER-EDIT             PIC ZZZZZZ9.
       01  WS-TXN-EDIT             PIC ZZZZZZ9.
       01  WS-PH-EDIT              PIC ZZZZZZ9.

       01  WS-JSON-OUTPUT          PIC X(1000).

      *---   1. Hentikan semua program online (DISPATCHER dkk)     ---
      *---   2. Jalankan: RESTORE <YYYYMMDD set backup>            ---
      *---      - accounts.dat, merchants.dat, transactions.dat    ---
      *---        dan pinhash.dat                                  ---
      *---        ditimpa dari backup-<tanggal>-*.dat              ---
      *---   3. Jalankan TXNIDXBLD untuk membangun ulang indeks    ---
      *---      aktivitas terkini dari file hasil restore          ---
           PERFORM RESTORE-ACCOUNTS
           PERFORM RESTORE-MERCHANTS
           PERFORM RESTORE-TRANSACTIONS
           PERFORM RESTORE-PINHASHES

           PERFORM PRINT-SUMMARY-LINE

                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pinhash.dat' DELIMITED SIZE
                      INTO WS-PINHASH-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
                  WS-RESTORE-DATE DELIMITED SIZE
                  '-transactions.dat' DELIMITED SIZE
                  INTO WS-TRANSACTION-BAK-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/backup-' DELIMITED SIZE
                  WS-RESTORE-DATE DELIMITED SIZE
                  '-pinhash.dat' DELIMITED SIZE
                  INTO WS-PINHASH-BAK-PATH
           END-STRING.

      *----------------------------------------------------------------*
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       RESTORE-PINHASHES.
      *--- Set backup lama (sebelum ada hash PIN) tidak punya       ---
      *--- salinan ini - pinhash.dat yang ada dibiarkan             ---
           OPEN INPUT PINHASH-BAK-FILE
           IF PHB-FS-OK
               OPEN OUTPUT PINHASH-FILE

               PERFORM UNTIL PHB-FS-EOF
                   READ PINHASH-BAK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PINHASH-BAK-RECORD
                           TO PINHASH-FILE-RECORD
                       WRITE PINHASH-FILE-RECORD
                       ADD 1 TO WS-PH-RESTORED
                   END-READ
               END-PERFORM

               CLOSE PINHASH-BAK-FILE
               CLOSE PINHASH-FILE
           END-IF.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-ACC-RESTORED TO WS-ACC-EDIT
           MOVE WS-MER-RESTORED TO WS-MER-EDIT
           MOVE WS-TXN-RESTORED TO WS-TXN-EDIT
           MOVE WS-PH-RESTORED TO WS-PH-EDIT

           STRING
               '{'
                   FUNCTION TRIM(WS-MER-EDIT) ','
               '"transactions_restored":'
                   FUNCTION TRIM(WS-TXN-EDIT) ','
               '"pin_hashes_restored":'
                   FUNCTION TRIM(WS-PH-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Restore dari set backup selesai - jalankan'

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TBK-FILE-STATUS.

      *--- Hash PIN nasabah ikut dibackup - tanpa ini rekening    ---
      *--- hasil restore tidak bisa diverifikasi PIN-nya           ---
           SELECT PINHASH-FILE
               ASSIGN TO DYNAMIC WS-PINHASH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PH-USER-ID
               FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT PINHASH-BAK-FILE
               ASSIGN TO DYNAMIC WS-PINHASH-BAK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PHB-USER-ID
               FILE STATUS IS WS-PHB-FILE-STATUS.

      *--- Log yang dirotasi dibuat ulang kosong di sini ---
           SELECT EMPTY-LOG-FILE
               ASSIGN TO DYNAMIC WS-EMPTY-LOG-PATH
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-BAK-RECORD  PIC X(300).

       FD  PINHASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINHASH-FILE-RECORD.
           05  FD-PH-USER-ID       PIC X(20).
           05  FD-PH-REST          PIC X(48).

       FD  PINHASH-BAK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINHASH-BAK-RECORD.
           05  FD-PHB-USER-ID      PIC X(20).
           05  FD-PHB-REST         PIC X(48).

       FD  EMPTY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPTY-LOG-RECORD        PIC X(10).
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-BIN-DIR               PIC X(100).
       01  WS-BIN-DIR-USED          PIC X(100)
           VALUE '/app/bin'.
       01  WS-SHIP-COMMAND          PIC X(300).
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-PINHASH-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinhash.dat'.
       01  WS-ACCOUNT-BAK-PATH      PIC X(100).
       01  WS-MERCHANT-BAK-PATH     PIC X(100).
       01  WS-TRANSACTION-BAK-PATH  PIC X(100).
       01  WS-PINHASH-BAK-PATH      PIC X(100).
       01  WS-EMPTY-LOG-PATH        PIC X(100).
       01  WS-BAKIDX-FILE-PATH      PIC X(100)
           VALUE '/app/data/bakidx.dat'.
       01  WS-TBK-FILE-STATUS      PIC XX.
           88  TBK-FS-OK           VALUE '00'.
           88  TBK-FS-EOF          VALUE '10'.
       01  WS-PH-FILE-STATUS       PIC XX.
           88  PH-FS-OK            VALUE '00'.
           88  PH-FS-EOF           VALUE '10'.
       01  WS-PHB-FILE-STATUS      PIC XX.
           88  PHB-FS-OK           VALUE '00'.
           88  PHB-FS-EOF          VALUE '10'.
       01  WS-ELG-FILE-STATUS      PIC XX.
           88  ELG-FS-OK           VALUE '00'.
       01  WS-IDX-FILE-STATUS      PIC XX.
       01  WS-ACC-COPIED           PIC 9(7) VALUE 0.
       01  WS-MER-COPIED           PIC 9(7) VALUE 0.
       01  WS-TXN-COPIED           PIC 9(7) VALUE 0.
       01  WS-PH-COPIED            PIC 9(7) VALUE 0.
       01  WS-VERIFY-OK            PIC X(1) VALUE 'Y'.
       01  WS-SETS-PURGED          PIC 9(3) VALUE 0.

       01  WS-ACC-EDIT             PIC ZZZZZZ9.
       01  WS-MER-EDIT             PIC ZZZZZZ9.
       01  WS-TXN-EDIT             PIC ZZZZZZ9.
       01  WS-PH-EDIT              PIC ZZZZZZ9.
       01  WS-PURGED-EDIT          PIC ZZ9.

       01  WS-JSON-OUTPUT          PIC X(1000).
           PERFORM BACKUP-ACCOUNTS
           PERFORM BACKUP-MERCHANTS
           PERFORM BACKUP-TRANSACTIONS
           PERFORM BACKUP-PINHASHES

           IF WS-VERIFY-OK = 'N'
               PERFORM RETURN-VERIFY-FAILED
               STOP RUN
           END-IF

           PERFORM SHIP-TO-DR-STANDBY
           PERFORM ROTATE-LOGS
           PERFORM UPDATE-INDEX-AND-PURGE
           PERFORM PRINT-SUMMARY-LINE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pinhash.dat' DELIMITED SIZE
                      INTO WS-PINHASH-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/bakidx.dat' DELIMITED SIZE
                      INTO WS-BAKIDX-FILE-PATH
                  WS-BACKUP-DATE DELIMITED SIZE
                  '-transactions.dat' DELIMITED SIZE
                  INTO WS-TRANSACTION-BAK-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/backup-' DELIMITED SIZE
                  WS-BACKUP-DATE DELIMITED SIZE
                  '-pinhash.dat' DELIMITED SIZE
                  INTO WS-PINHASH-BAK-PATH
           END-STRING.

      *----------------------------------------------------------------*
               MOVE WS-COPY-COUNT TO WS-TXN-COPIED
           END-IF.

      *----------------------------------------------------------------*
       BACKUP-PINHASHES.
      *--- pinhash.dat boleh belum ada (sebelum konversi PIN),      ---
      *--- sama seperti transactions.dat                            ---
           MOVE 0 TO WS-COPY-COUNT

           OPEN INPUT PINHASH-FILE
           IF PH-FS-OK
               OPEN OUTPUT PINHASH-BAK-FILE

               PERFORM UNTIL PH-FS-EOF
                   READ PINHASH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PINHASH-FILE-RECORD
                           TO PINHASH-BAK-RECORD
                       WRITE PINHASH-BAK-RECORD
                       ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM

               CLOSE PINHASH-FILE
               CLOSE PINHASH-BAK-FILE

               MOVE 0 TO WS-VERIFY-COUNT
               OPEN INPUT PINHASH-BAK-FILE
               IF PHB-FS-OK
                   PERFORM UNTIL PHB-FS-EOF
                       READ PINHASH-BAK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-VERIFY-COUNT
                       END-READ
                   END-PERFORM

                   CLOSE PINHASH-BAK-FILE
               END-IF

               IF WS-VERIFY-COUNT NOT = WS-COPY-COUNT
                   MOVE 'N' TO WS-VERIFY-OK
               END-IF

               MOVE WS-COPY-COUNT TO WS-PH-COPIED
           END-IF.

      *----------------------------------------------------------------*
       SHIP-TO-DR-STANDBY.
      *--- Satu siklus DRSHIP dijalankan dulu supaya baris terakhir ---
      *--- sebelum rotasi sempat terkirim ke standby DR; gagal      ---
      *--- kirim tidak menghentikan backup.                         ---
           ACCEPT WS-BIN-DIR FROM ENVIRONMENT "DANTE_BIN_DIR"

           IF FUNCTION TRIM(WS-BIN-DIR) NOT = SPACES
               MOVE WS-BIN-DIR TO WS-BIN-DIR-USED
           END-IF

           MOVE SPACES TO WS-SHIP-COMMAND
           STRING FUNCTION TRIM(WS-BIN-DIR-USED) DELIMITED SIZE
                  '/DRSHIP SHIP >> ' DELIMITED SIZE
                  FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/drship.log 2>&1' DELIMITED SIZE
                  INTO WS-SHIP-COMMAND
           END-STRING

           CALL "SYSTEM" USING WS-SHIP-COMMAND
           END-CALL.

      *----------------------------------------------------------------*
       ROTATE-LOGS.
      *--- audit.log dan journal.log dipindah ke segmen bertanggal ---

      *----------------------------------------------------------------*
       PURGE-ONE-BACKUP-SET.
      *--- Hapus salinan data + kedua segmen log tanggal itu ---
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/backup-' DELIMITED SIZE
                  WS-IDX-DATE DELIMITED SIZE
               BY CONTENT FUNCTION TRIM(WS-PURGE-FILE-PATH)
           END-CALL

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/backup-' DELIMITED SIZE
                  WS-IDX-DATE DELIMITED SIZE
                  '-pinhash.dat' DELIMITED SIZE
                  INTO WS-PURGE-FILE-PATH
           END-STRING
           CALL "CBL_DELETE_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-PURGE-FILE-PATH)
           END-CALL

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/audit-' DELIMITED SIZE
                  WS-IDX-DATE DELIMITED SIZE
           MOVE WS-ACC-COPIED TO WS-ACC-EDIT
           MOVE WS-MER-COPIED TO WS-MER-EDIT
           MOVE WS-TXN-COPIED TO WS-TXN-EDIT
           MOVE WS-PH-COPIED TO WS-PH-EDIT
           MOVE WS-SETS-PURGED TO WS-PURGED-EDIT

           STRING
                   FUNCTION TRIM(WS-MER-EDIT) ','
               '"transactions_backed_up":'
                   FUNCTION TRIM(WS-TXN-EDIT) ','
               '"pin_hashes_backed_up":'
                   FUNCTION TRIM(WS-PH-EDIT) ','
               '"backup_sets_purged":'
                   FUNCTION TRIM(WS-PURGED-EDIT) ','
               '"source":"legacy-cobol"'

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

      *--- Payout gagal untuk merchant yang sudah tutup/tidak ada  ---
      *--- tidak diantre ulang - dananya diparkir di rekening      ---
      *--- internal SUSPENSE sebagai item suspense                  ---
           SELECT MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-MERCHANT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO DYNAMIC WS-SUSPENSE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SU-FILE-STATUS.

      *--- Change feed: event bernomor urut untuk setiap perubahan ---
      *--- saldo dan transaksi, dibaca DWH/aplikasi mobile intraday ---
           SELECT CHGFEED-FILE
               ASSIGN TO DYNAMIC WS-CHGFEED-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *--- Nomor urut terakhir change feed (satu baris) ---
           SELECT CHGSEQ-FILE
               ASSIGN TO DYNAMIC WS-CHGSEQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.

      *--- Antrean eksepsi bersama (EXCMAINT) - item gagal ditaruh ---
      *--- di sini supaya ops menanganinya dari satu tempat         ---
           SELECT EXCQ-FILE
               ASSIGN TO DYNAMIC WS-EXCQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-PAYOUT-RECORD       PIC X(200).

       FD  MERCHANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHANT-FILE-RECORD.
           05  FD-MER-MER-ID       PIC X(20).
           05  FD-MER-NAME         PIC X(100).
           05  FD-MER-CATEGORY     PIC X(50).
           05  FD-MER-STATUS       PIC X(10).
           05  FD-MER-BANK-CODE    PIC X(10).
           05  FD-MER-ACCOUNT      PIC X(20).
           05  FD-MER-CURRENCY     PIC X(3).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-FILE-RECORD.
           05  FD-ACC-USER-ID      PIC X(20).
           05  FD-ACC-ACC-ID       PIC X(20).
           05  FD-ACC-NAME         PIC X(50).
           05  FD-ACC-BALANCE      PIC 9(13)V99.
           05  FD-ACC-CURRENCY     PIC X(3).
           05  FD-ACC-STATUS       PIC X(10).
           05  FD-ACC-PIN          PIC X(6).
           05  FD-ACC-HOLD         PIC 9(13)V99.

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-FILE-RECORD    PIC X(200).

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

       FD  EXCQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCQ-FILE-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- Antrean eksepsi bersama (layout selaras EXCMAINT) ---
       01  WS-EXCQ-FILE-PATH        PIC X(100)
           VALUE '/app/data/excq.dat'.
       01  WS-EXC-FILE-STATUS      PIC XX.
           88  EXC-FS-OK           VALUE '00'.
           88  EXC-FS-EOF          VALUE '10'.
           88  EXC-FS-NOT-FOUND    VALUE '35'.

       01  WS-EXC-RECORD.
           05  WS-EX-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SOURCE        PIC X(10) VALUE 'PAYACK'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-REFERENCE     PIC X(50).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SUBJ-TYPE     PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SUBJ-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-ERROR-CODE    PIC 9(4).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-RETRYABLE     PIC X(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-ASSIGNEE      PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-CREATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-UPDATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-UPDATED-BY    PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-REASON        PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris antrean yang sudah ada: nomor tertinggi dan cek  ---
      *--- item kembar yang masih open/assigned                     ---
       01  WS-EXC-SCAN.
           05  WS-XS-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-XS-SOURCE        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-XS-REFERENCE     PIC X(50).
           05  FILLER              PIC X(58).
           05  WS-XS-STATUS        PIC X(10).
           05  FILLER              PIC X(162).
       01  WS-EXC-LAST-ID          PIC 9(8).
       01  WS-EXC-DUP-FOUND        PIC X(1).
       01  WS-EXC-ERR-IDX          PIC 9(2).

      *--- Change feed: saldo sebelum/sesudah per REWRITE rekening ---
      *--- dan satu event per baris transaksi yang ditulis         ---
       01  WS-CHGFEED-FILE-PATH     PIC X(100)
           VALUE '/app/data/chgfeed.dat'.
       01  WS-CHGSEQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/chgseq.dat'.
       01  WS-CF-FILE-STATUS       PIC XX.
           88  CF-FS-OK            VALUE '00'.
           88  CF-FS-NOT-FOUND     VALUE '35'.

       01  WS-CQ-FILE-STATUS       PIC XX.
           88  CQ-FS-OK            VALUE '00'.
           88  CQ-FS-NOT-FOUND     VALUE '35'.

       01  WS-CF-SEQ-LINE.
           05  WS-CF-LAST-SEQ      PIC 9(12).
       01  WS-CF-TRIES             PIC 9(3).

       01  WS-CF-ACC-SAVE          PIC X(200).
       01  WS-CF-BEFORE            PIC 9(13)V99.
       01  WS-CF-TXN-ID            PIC X(36).

       01  WS-CF-TXN-PARSE.
           05  WS-CFT-TXN-ID       PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-CFT-USER-ID      PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-MERCHANT-ID  PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-AMOUNT       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-STATUS       PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CFT-TYPE         PIC X(10).

       01  WS-CHGFEED-RECORD.
           05  WS-CE-SEQ           PIC 9(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'PAYACK'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-ENTITY        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-BEFORE        PIC -9(13).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-AFTER         PIC -9(13).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-TYPE      PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
           VALUE '/app/data/payouts.dat'.
       01  WS-PAYOUT-NEW-PATH       PIC X(100)
           VALUE '/app/data/payouts.dat.new'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-SUSPENSE-FILE-PATH    PIC X(100)
           VALUE '/app/data/suspense.dat'.

       01  WS-ACK-FILE-STATUS      PIC XX.
           88  ACK-FS-OK           VALUE '00'.
       01  WS-NEW-FILE-STATUS      PIC XX.
           88  NEW-FS-OK           VALUE '00'.

       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-NOT-FOUND    VALUE '35'.

       01  WS-SU-FILE-STATUS       PIC XX.
           88  SU-FS-OK            VALUE '00'.
           88  SU-FS-NOT-FOUND     VALUE '35'.

      *--- Batas umur (YYYYMMDD) dari command line: payout yang    ---
      *--- masih disbursed dan lebih tua dari ini masuk daftar     ---
      *--- eksepsi tak ber-ack                                     ---
           05  WS-PAY-TXN-COUNT    PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-PAY-STATUS       PIC X(10).
      *--- Ekor payout instan (INSTSETL) ikut disalin apa adanya ---
           05  WS-PAY-KIND-SEP     PIC X(1).
           05  WS-PAY-KIND         PIC X(8).
           05  WS-PAY-FROM-SEP     PIC X(1).
           05  WS-PAY-COVER-FROM   PIC X(14).
           05  WS-PAY-TO-SEP       PIC X(1).
           05  WS-PAY-COVER-TO     PIC X(14).

       01  WS-MATCH-FOUND          PIC X(1).

      *--- Rekening internal penampung dana tak teraplikasi ---
       01  WS-SUSPENSE-USER        PIC X(20) VALUE 'SUSPENSE'.
       01  WS-MER-GONE             PIC X(1).
       01  WS-SUSP-REASON          PIC X(12).
       01  WS-SUSP-POSTED          PIC X(1).
       01  WS-SUSP-SEQ             PIC 9(4) VALUE 0.
       01  WS-SUSP-TXN-ID          PIC X(36).
       01  WS-DATETIME             PIC X(20).

      *--- Satu item suspense (layout selaras CLRIN) ---
       01  WS-SUSPENSE-RECORD.
           05  WS-SU-ITEM-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-SOURCE        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-REFERENCE     PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-SENDER        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-INTENDED      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-REASON        PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-RESOLVED-DATE PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-RESOLVED-TO   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-CHG-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-TXN-WRITE-RECORD.
           05  WS-TWR-TXN-ID       PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-USER-ID      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-MERCHANT-ID  PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-AMOUNT       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-STATUS       PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-TYPE         PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-QR-CODE      PIC X(100).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-CREATED-AT   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-UPDATED-AT   PIC X(20).
       01  WS-ROWS-READ            PIC 9(7) VALUE 0.
       01  WS-ROWS-PAID            PIC 9(7) VALUE 0.
       01  WS-ROWS-FAILED          PIC 9(7) VALUE 0.
       01  WS-ROWS-UNACKED         PIC 9(7) VALUE 0.
       01  WS-ROWS-SUSPENDED       PIC 9(7) VALUE 0.
       01  WS-READ-EDIT            PIC ZZZZZZ9.
       01  WS-PAID-EDIT            PIC ZZZZZZ9.
       01  WS-FAILED-EDIT          PIC ZZZZZZ9.
       01  WS-UNACKED-EDIT         PIC ZZZZZZ9.
       01  WS-SUSPENDED-EDIT       PIC ZZZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).
      *--- Cocokkan file ack bank dengan payouts.dat: payout ber-  ---
      *--- ack jadi paid/failed (failed disapu ulang SETTLESWP     ---
      *--- berikutnya), payout tanpa ack yang lewat batas umur     ---
      *--- dilaporkan sebagai eksepsi. Payout gagal milik merchant ---
      *--- yang sudah tutup/hilang jadi item suspense               ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-CUTOFF-DATE
           PERFORM LOAD-ACK-TABLE

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
      *--- DANTE_DATA_DIR mengganti direktori file-file ini ---
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
                      '/payouts.dat.new' DELIMITED SIZE
                      INTO WS-PAYOUT-NEW-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/suspense.dat' DELIMITED SIZE
                      INTO WS-SUSPENSE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgfeed.dat' DELIMITED SIZE
                      INTO WS-CHGFEED-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgseq.dat' DELIMITED SIZE
                      INTO WS-CHGSEQ-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/excq.dat' DELIMITED SIZE
                      INTO WS-EXCQ-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
                              WS-AK-STATUS(WS-AK-IDX)) = 'paid'
                           ADD 1 TO WS-ROWS-PAID
                       ELSE
                           PERFORM HANDLE-FAILED-PAYOUT
                       END-IF
                   END-IF
               END-PERFORM
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-FAILED-PAYOUT.
      *--- Payout gagal biasanya diantre ulang SETTLESWP. Kalau    ---
      *--- merchant sudah tutup/tidak ada, antre ulang tidak akan  ---
      *--- pernah berhasil: status jadi suspense (SETTLESWP tidak  ---
      *--- mengantre ulang) dan dananya diparkir di SUSPENSE        ---
           PERFORM CHECK-PAYOUT-MERCHANT

           IF WS-MER-GONE = 'Y'
               PERFORM POST-PAYOUT-TO-SUSPENSE
           END-IF

           IF WS-MER-GONE = 'Y'
              AND WS-SUSP-POSTED = 'Y'
               MOVE 'suspense' TO WS-PAY-STATUS
               PERFORM WRITE-SUSPIN-TRANSACTION
               PERFORM WRITE-SUSPENSE-ITEM
               ADD 1 TO WS-ROWS-SUSPENDED
               PERFORM PRINT-SUSPENSE-LINE

               IF WS-SUSP-REASON = 'MER-MISSING'
                   MOVE EC-INVALID-MERCHANT TO WS-EX-ERROR-CODE
               ELSE
                   MOVE EC-MERCHANT-INACTIVE TO WS-EX-ERROR-CODE
               END-IF
           ELSE
               ADD 1 TO WS-ROWS-FAILED

      *--- Gagal di bank tujuan diperlakukan transient (diantre   ---
      *--- ulang SETTLESWP); merchant hilang tanpa rekening        ---
      *--- SUSPENSE berarti dana tertahan di payout gagal           ---
               IF WS-MER-GONE = 'Y'
                   MOVE EC-DB-ERROR TO WS-EX-ERROR-CODE
               ELSE
                   MOVE EC-TIMEOUT TO WS-EX-ERROR-CODE
               END-IF
           END-IF

           PERFORM QUEUE-FAILED-PAYOUT.

      *----------------------------------------------------------------*
       QUEUE-FAILED-PAYOUT.
      *--- Referensi payout: MERCHANT:TANGGAL, ditambah akhir      ---
      *--- jendela untuk payout instan (bisa lebih dari satu per   ---
      *--- hari)                                                     ---
           MOVE SPACES TO WS-EX-REFERENCE

           IF FUNCTION TRIM(WS-PAY-KIND) = 'INSTANT'
               STRING FUNCTION TRIM(WS-PAY-MER-ID) ':' WS-PAY-DATE
                      ':' WS-PAY-COVER-TO
                   DELIMITED SIZE
                   INTO WS-EX-REFERENCE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-PAY-MER-ID) ':' WS-PAY-DATE
                   DELIMITED SIZE
                   INTO WS-EX-REFERENCE
               END-STRING
           END-IF

           MOVE 'MERCHANT' TO WS-EX-SUBJ-TYPE
           MOVE WS-PAY-MER-ID TO WS-EX-SUBJ-ID
           MOVE WS-PAY-AMOUNT TO WS-EX-AMOUNT
           PERFORM WRITE-EXCEPTION-ITEM.

      *----------------------------------------------------------------*
       CHECK-PAYOUT-MERCHANT.
           MOVE 'N' TO WS-MER-GONE

           OPEN INPUT MERCHANT-FILE
           IF MER-FS-OK
               MOVE WS-PAY-MER-ID TO FD-MER-MER-ID

               READ MERCHANT-FILE
                   KEY IS FD-MER-MER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-MER-GONE
                       MOVE 'MER-MISSING' TO WS-SUSP-REASON
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-MER-STATUS) = 'closed'
                           MOVE 'Y' TO WS-MER-GONE
                           MOVE 'MER-CLOSED' TO WS-SUSP-REASON
                       END-IF
               END-READ

               CLOSE MERCHANT-FILE
           END-IF.

      *----------------------------------------------------------------*
       POST-PAYOUT-TO-SUSPENSE.
           MOVE 'N' TO WS-SUSP-POSTED
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-SUSPENSE-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-SUSP-POSTED
                   NOT INVALID KEY
                       ADD WS-PAY-AMOUNT TO FD-ACC-BALANCE
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD
                       PERFORM WRITE-BALANCE-EVENT
                       MOVE 'Y' TO WS-SUSP-POSTED
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-SUSPIN-TRANSACTION.
           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT

           MOVE SPACES TO WS-SUSP-TXN-ID
           STRING 'SPA' WS-PAY-DATE '-'
                  FUNCTION TRIM(WS-PAY-MER-ID)
               DELIMITED SIZE
               INTO WS-SUSP-TXN-ID
           END-STRING

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF

           IF TXN-FS-OK
               MOVE WS-SUSP-TXN-ID    TO WS-TWR-TXN-ID
               MOVE WS-SUSPENSE-USER  TO WS-TWR-USER-ID
               MOVE WS-PAY-MER-ID     TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TWR-AMOUNT
               MOVE 'success'         TO WS-TWR-STATUS
               MOVE 'SUSPIN'          TO WS-TWR-TYPE

               MOVE SPACES TO WS-TWR-QR-CODE
               STRING 'SUSP-FR:PAYACK:'
                      FUNCTION TRIM(WS-PAY-BANK-CODE) ':'
                      FUNCTION TRIM(WS-PAY-MER-ID)
                   DELIMITED SIZE
                   INTO WS-TWR-QR-CODE
               END-STRING

               MOVE WS-DATETIME       TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME       TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-SUSPENSE-ITEM.
      *--- Referensi: merchant/tanggal settlement payout asal ---
           ADD 1 TO WS-SUSP-SEQ

           MOVE SPACES TO WS-SU-ITEM-ID
           STRING 'PA' WS-DATETIME(1:14) WS-SUSP-SEQ
               DELIMITED SIZE
               INTO WS-SU-ITEM-ID
           END-STRING

           MOVE SPACES TO WS-SU-REFERENCE
           STRING FUNCTION TRIM(WS-PAY-MER-ID) '/'
                  WS-PAY-DATE
               DELIMITED SIZE
               INTO WS-SU-REFERENCE
           END-STRING

           MOVE 'PAYACK'         TO WS-SU-SOURCE
           MOVE WS-PAY-BANK-CODE TO WS-SU-SENDER
           MOVE WS-PAY-MER-ID    TO WS-SU-INTENDED
           MOVE WS-PAY-AMOUNT    TO WS-SU-AMOUNT
           MOVE WS-SUSP-REASON   TO WS-SU-REASON
           MOVE WS-DATETIME(1:8) TO WS-SU-DATE
           MOVE 'open'           TO WS-SU-STATUS
           MOVE SPACES           TO WS-SU-RESOLVED-DATE
           MOVE SPACES           TO WS-SU-RESOLVED-TO
           MOVE 0                TO WS-SU-CHG-ID

           OPEN EXTEND SUSPENSE-FILE
           IF SU-FS-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF

           IF SU-FS-OK
               WRITE SUSPENSE-FILE-RECORD FROM WS-SUSPENSE-RECORD
               CLOSE SUSPENSE-FILE
           END-IF.

      *----------------------------------------------------------------*
       PRINT-SUSPENSE-LINE.
           STRING
               '{'
               '"status":"warning",'
               '"code":0,'
               '"data":{'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-PAY-MER-ID) '",'
               '"settlement_date":"'
                   WS-PAY-DATE '",'
               '"payout_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"suspense_item":"'
                   FUNCTION TRIM(WS-SU-ITEM-ID) '",'
               '"reason":"'
                   FUNCTION TRIM(WS-SU-REASON) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Payout gagal untuk merchant tutup - dana'
               ' diparkir di rekening suspense"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       REPLACE-PAYOUT-FILE.
      *--- Timpa payouts.dat dengan salinan hasil pencocokan lewat ---
           MOVE WS-ROWS-PAID TO WS-PAID-EDIT
           MOVE WS-ROWS-FAILED TO WS-FAILED-EDIT
           MOVE WS-ROWS-UNACKED TO WS-UNACKED-EDIT
           MOVE WS-ROWS-SUSPENDED TO WS-SUSPENDED-EDIT

           STRING
               '{'
                   FUNCTION TRIM(WS-PAID-EDIT) ','
               '"marked_failed":'
                   FUNCTION TRIM(WS-FAILED-EDIT) ','
               '"moved_to_suspense":'
                   FUNCTION TRIM(WS-SUSPENDED-EDIT) ','
               '"unacked_past_cutoff":'
                   FUNCTION TRIM(WS-UNACKED-EDIT) ','
               '"source":"legacy-cobol"'
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       WRITE-EXCEPTION-ITEM.
      *--- Item gagal masuk antrean eksepsi bersama (EXCMAINT).    ---
      *--- Pemanggil mengisi referensi, subjek, nominal dan kode;  ---
      *--- item kembar yang masih open/assigned tidak diantre dua  ---
      *--- kali. Nomor item = nomor tertinggi + 1 (pola CASEINTK)  ---
           MOVE 'N' TO WS-EXC-DUP-FOUND
           MOVE 0 TO WS-EXC-LAST-ID

           OPEN INPUT EXCQ-FILE
           IF EXC-FS-OK
               PERFORM UNTIL EXC-FS-EOF
                   READ EXCQ-FILE INTO WS-EXC-SCAN
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SCAN-EXCEPTION-ROW
                   END-READ
               END-PERFORM

               CLOSE EXCQ-FILE
           END-IF

           IF WS-EXC-DUP-FOUND = 'N'
               PERFORM LOOKUP-EXCEPTION-RETRYABLE

               ADD 1 TO WS-EXC-LAST-ID
               MOVE WS-EXC-LAST-ID TO WS-EX-ITEM-ID
               MOVE 'open' TO WS-EX-STATUS
               MOVE SPACES TO WS-EX-ASSIGNEE
               MOVE FUNCTION CURRENT-DATE TO WS-EX-CREATED-AT
               MOVE WS-EX-CREATED-AT TO WS-EX-UPDATED-AT
               MOVE WS-EX-SOURCE TO WS-EX-UPDATED-BY
               MOVE SPACES TO WS-EX-REASON

               OPEN EXTEND EXCQ-FILE
               IF EXC-FS-NOT-FOUND
                   OPEN OUTPUT EXCQ-FILE
                   CLOSE EXCQ-FILE
                   OPEN EXTEND EXCQ-FILE
               END-IF

               IF EXC-FS-OK
                   WRITE EXCQ-FILE-RECORD FROM WS-EXC-RECORD
                   CLOSE EXCQ-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       SCAN-EXCEPTION-ROW.
           IF WS-XS-ITEM-ID IS NUMERIC
              AND WS-XS-ITEM-ID > WS-EXC-LAST-ID
               MOVE WS-XS-ITEM-ID TO WS-EXC-LAST-ID
           END-IF

           IF WS-XS-SOURCE = WS-EX-SOURCE
              AND WS-XS-REFERENCE = WS-EX-REFERENCE
              AND (FUNCTION TRIM(WS-XS-STATUS) = 'open'
                   OR FUNCTION TRIM(WS-XS-STATUS) = 'assigned')
               MOVE 'Y' TO WS-EXC-DUP-FOUND
           END-IF.

      *----------------------------------------------------------------*
       LOOKUP-EXCEPTION-RETRYABLE.
      *--- Flag retryable item mengikuti ERRORCODES.cpy lewat tabel ---
      *--- pandangannya (pola LOOKUP-RETRYABLE-FLAG di DISPATCHER)  ---
           MOVE 'false' TO WS-EX-RETRYABLE

           PERFORM VARYING WS-EXC-ERR-IDX FROM 1 BY 1
               UNTIL WS-EXC-ERR-IDX > 53
               IF WS-EC-ENTRY(WS-EXC-ERR-IDX) = WS-EX-ERROR-CODE
                   MOVE WS-ER-ENTRY(WS-EXC-ERR-IDX)
                       TO WS-EX-RETRYABLE
                   MOVE 54 TO WS-EXC-ERR-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       CAPTURE-BALANCE-BEFORE.
      *--- Saldo sebelum REWRITE dibaca ulang dari file; record   ---
      *--- yang akan ditulis dikembalikan utuh sesudahnya         ---
           MOVE ACCOUNT-FILE-RECORD TO WS-CF-ACC-SAVE
           MOVE 0 TO WS-CF-BEFORE
           MOVE SPACES TO WS-CF-TXN-ID

           READ ACCOUNT-FILE
               KEY IS FD-ACC-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FD-ACC-BALANCE TO WS-CF-BEFORE
           END-READ

           MOVE WS-CF-ACC-SAVE TO ACCOUNT-FILE-RECORD.

      *----------------------------------------------------------------*
       WRITE-BALANCE-EVENT.
      *--- REWRITE yang tidak menggeser saldo (status, hold) tidak ---
      *--- menghasilkan event                                      ---
           IF ACC-FS-OK AND FD-ACC-BALANCE NOT = WS-CF-BEFORE
               MOVE 'ACCOUNT' TO WS-CE-ENTITY
               MOVE FD-ACC-USER-ID TO WS-CE-KEY
               MOVE WS-CF-BEFORE TO WS-CE-BEFORE
               MOVE FD-ACC-BALANCE TO WS-CE-AFTER
               MOVE WS-CF-TXN-ID TO WS-CE-TXN-ID
               MOVE SPACES TO WS-CE-TXN-TYPE
               MOVE SPACES TO WS-CE-TXN-STATUS
               MOVE SPACES TO WS-CE-AMOUNT
               PERFORM APPEND-CHANGE-EVENT
           END-IF.

      *----------------------------------------------------------------*
       WRITE-TXN-EVENT.
      *--- Baris transaksi baru (atau perubahan statusnya) sebagai ---
      *--- event TXN - layout kolom sama di semua program           ---
           IF TXN-FS-OK
               MOVE TRANSACTION-FILE-RECORD TO WS-CF-TXN-PARSE
               MOVE 'TXN' TO WS-CE-ENTITY
               MOVE WS-CFT-USER-ID TO WS-CE-KEY
               MOVE 0 TO WS-CE-BEFORE
               MOVE 0 TO WS-CE-AFTER
               MOVE WS-CFT-TXN-ID TO WS-CE-TXN-ID
               MOVE WS-CFT-TYPE TO WS-CE-TXN-TYPE
               MOVE WS-CFT-STATUS TO WS-CE-TXN-STATUS
               MOVE WS-CFT-AMOUNT TO WS-CE-AMOUNT
               PERFORM APPEND-CHANGE-EVENT
           END-IF.

      *----------------------------------------------------------------*
       APPEND-CHANGE-EVENT.
           PERFORM NEXT-CHANGE-SEQ
           MOVE WS-CF-LAST-SEQ TO WS-CE-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-CE-TIMESTAMP

           OPEN EXTEND CHGFEED-FILE
           IF CF-FS-NOT-FOUND
               OPEN OUTPUT CHGFEED-FILE
               CLOSE CHGFEED-FILE
               OPEN EXTEND CHGFEED-FILE
           END-IF

           IF CF-FS-OK
               WRITE CHGFEED-FILE-RECORD FROM WS-CHGFEED-RECORD
               CLOSE CHGFEED-FILE
           END-IF.

      *----------------------------------------------------------------*
       NEXT-CHANGE-SEQ.
      *--- Nomor urut bersama semua program: baca, tambah satu,   ---
      *--- tulis balik di tempat. File yang sedang dipegang       ---
      *--- program lain dicoba ulang; kalau tetap gagal event      ---
      *--- ditulis dengan nomor 0 dan dilaporkan CDCCUT            ---
           MOVE 0 TO WS-CF-LAST-SEQ
           MOVE 0 TO WS-CF-TRIES

           PERFORM TAKE-CHANGE-SEQ
               UNTIL WS-CF-LAST-SEQ > 0 OR WS-CF-TRIES >= 200.

      *----------------------------------------------------------------*
       TAKE-CHANGE-SEQ.
           ADD 1 TO WS-CF-TRIES

           OPEN I-O CHGSEQ-FILE
           IF CQ-FS-NOT-FOUND
               OPEN OUTPUT CHGSEQ-FILE
               MOVE 0 TO WS-CF-LAST-SEQ
               WRITE CHGSEQ-FILE-RECORD FROM WS-CF-SEQ-LINE
               CLOSE CHGSEQ-FILE
               OPEN I-O CHGSEQ-FILE
           END-IF

           IF CQ-FS-OK
               READ CHGSEQ-FILE INTO WS-CF-SEQ-LINE
                   AT END
                       MOVE 0 TO WS-CF-LAST-SEQ
               END-READ

               IF WS-CF-LAST-SEQ IS NOT NUMERIC
                   MOVE 0 TO WS-CF-LAST-SEQ
               END-IF

               ADD 1 TO WS-CF-LAST-SEQ
               REWRITE CHGSEQ-FILE-RECORD FROM WS-CF-SEQ-LINE
               IF NOT CQ-FS-OK
                   MOVE 0 TO WS-CF-LAST-SEQ
               END-IF
               CLOSE CHGSEQ-FILE
           END-IF.

               RECORD KEY IS FD-TI-TXN-ID
               FILE STATUS IS WS-TIX-FILE-STATUS.

      *--- Item dana tak teraplikasi (append) - kredit untuk user ---
      *--- tak dikenal atau rekening tutup diparkir di rekening   ---
      *--- internal SUSPENSE, bukan ditolak                         ---
           SELECT SUSPENSE-FILE
               ASSIGN TO DYNAMIC WS-SUSPENSE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SU-FILE-STATUS.

      *--- Master identitas KYC (KYCMAINT/CHGAPPR) - tier          ---
      *--- verifikasi menentukan batas saldo dompet                ---
           SELECT KYC-FILE
               ASSIGN TO DYNAMIC WS-KYC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYC-USER-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.

      *--- Master parameter bisnis (PARMAINT/CHGAPPR) - batas      ---
      *--- saldo per tier KYC dibaca dari sini                      ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

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

      *--- Master operator, untuk cek hak lihat data tanpa masking ---
           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - token di DANTE_UNMASK_BY    ---
      *--- diurai ke ID operator lewat file ini                     ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Audit log bersama, mencatat setiap run tanpa masking ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARIN-FILE.
           05  FD-TI-DATE          PIC X(8).
           05  FD-TI-AMOUNT        PIC 9(13)V99.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-FILE-RECORD    PIC X(200).

       FD  KYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  KYC-FILE-RECORD.
           05  FD-KYC-USER-ID      PIC X(20).
           05  FD-KYC-NIK          PIC X(16).
           05  FD-KYC-DOB          PIC X(8).
           05  FD-KYC-TIER         PIC X(10).
           05  FD-KYC-UPDATED-AT   PIC X(20).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD      PIC X(60).

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

       FD  EXCQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCQ-FILE-RECORD        PIC X(300).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-FILE-RECORD.
           05  FD-OPR-OP-ID        PIC X(12).
           05  FD-OPR-NAME         PIC X(50).
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- Audit log ---
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'CLRIN'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

      *--- Masking data pribadi: default hanya 4 karakter terakhir  ---
      *--- yang tampil; nilai penuh hanya untuk run atas nama       ---
      *--- sesi supervisor aktif (token di DANTE_UNMASK_BY)         ---
       01  WS-OPR-FILE-STATUS      PIC XX.
           88  OPR-FS-OK           VALUE '00'.

       01  WS-SN-FILE-STATUS       PIC XX.
           88  SN-FS-OK            VALUE '00'.
           88  SN-FS-EOF           VALUE '10'.

      *--- Baris sesi (layout selaras OPRSIGN) ---
       01  WS-SESSION-RECORD.
           05  WS-SN-TOKEN         PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SN-OP-ID         PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SN-ROLE          PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SN-ISSUED-AT     PIC X(14).
           05  FILLER              PIC X(1).
           05  WS-SN-EXPIRES-AT    PIC X(14).
           05  FILLER              PIC X(1).
           05  WS-SN-STATUS        PIC X(8).
           05  FILLER              PIC X(1).
       01  WS-SESSION-TOKEN        PIC X(12).
       01  WS-SESSION-OP-ID        PIC X(12).
       01  WS-SESSION-OK           PIC X(1) VALUE 'N'.
       01  WS-SESSION-NOW          PIC X(21).

       01  WS-UNMASK-BY            PIC X(12).
       01  WS-UNMASK-FLAG          PIC X(1) VALUE 'N'.
       01  WS-MASK-IN              PIC X(80).
       01  WS-MASK-OUT             PIC X(80).
       01  WS-MASK-LEN             PIC 9(3).
       01  WS-MASK-POS             PIC 9(3).
       01  WS-MASK-USER-ID         PIC X(20).

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
           05  WS-EX-SOURCE        PIC X(10) VALUE 'CLRIN'.
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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'CLRIN'.
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
           VALUE '/app/data/transactions.dat'.
       01  WS-TXNINDEX-FILE-PATH    PIC X(100)
           VALUE '/app/data/txnindex.dat'.
       01  WS-SUSPENSE-FILE-PATH    PIC X(100)
           VALUE '/app/data/suspense.dat'.

       01  WS-CI-FILE-STATUS       PIC XX.
           88  CI-FS-OK            VALUE '00'.
           88  TIX-FS-OK           VALUE '00'.
           88  TIX-FS-NOT-FOUND    VALUE '35'.

       01  WS-SU-FILE-STATUS       PIC XX.
           88  SU-FS-OK            VALUE '00'.
           88  SU-FS-NOT-FOUND     VALUE '35'.

      *--- Baris kliring masuk ---
       01  WS-CI-LINE              PIC X(100).
       01  WS-CI-TXN-ID            PIC X(36).
       01  WS-CI-FROM-BANK         PIC X(10).
       01  WS-CI-AMOUNT            PIC 9(13)V99.
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-REJECT-CODE          PIC 9(4).

       01  WS-ACC-FOUND            PIC X(1).
       01  WS-TXN-DUP-FOUND        PIC X(1).
       01  WS-NEW-BALANCE          PIC 9(13)V99.

       01  WS-KYC-FILE-PATH         PIC X(100)
           VALUE '/app/data/kycmast.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.

      *--- Saldo maksimum dompet per tier KYC (ketentuan BI uang  ---
      *--- elektronik) - params BALCAPUNV/BALCAPVER/BALCAPPRM, 0   ---
      *--- berarti tanpa batas; rekening tanpa record KYC          ---
      *--- (korporat, internal bank) tidak dibatasi                ---
       01  WS-KYC-FILE-STATUS      PIC XX.
           88  KYC-FS-OK           VALUE '00'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-TODAY             PIC X(8).
       01  WS-PM-EFF-BCU           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCV           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCP           PIC X(8) VALUE SPACES.

       01  WS-CAP-USER-ID          PIC X(20).
       01  WS-CAP-KYC-TIER         PIC X(10) VALUE SPACES.
       01  WS-BALCAP-UNVER         PIC 9(13)V99 VALUE 2000000.00.
       01  WS-BALCAP-VERIF         PIC 9(13)V99 VALUE 20000000.00.
       01  WS-BALCAP-PREM          PIC 9(13)V99 VALUE 0.
       01  WS-BALANCE-CAP          PIC 9(13)V99 VALUE 0.
       01  WS-CAP-BALANCE          PIC 9(14)V99.
       01  WS-CAP-EXCEEDED         PIC X(1) VALUE 'N'.

      *--- Rekening internal penampung dana tak teraplikasi ---
       01  WS-SUSPENSE-USER        PIC X(20) VALUE 'SUSPENSE'.
       01  WS-SUSP-REASON          PIC X(12).
       01  WS-SUSP-POSTED          PIC X(1).
       01  WS-SUSP-SEQ             PIC 9(4) VALUE 0.

      *--- Satu item suspense: sumber, referensi, bank pengirim,  ---
      *--- tujuan semula, nominal, alasan, tanggal masuk, status  ---
      *--- (open/applied/returned/writtenoff) dan jejak resolusi  ---
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

      *--- Penanda asal di kolom QR transaksi kliring masuk ---
       01  WS-CLRIN-LINK.
           05  FILLER              PIC X(9) VALUE 'CLRIN-FR:'.

       01  WS-ITEMS-CREDITED       PIC 9(7) VALUE 0.
       01  WS-ITEMS-REJECTED       PIC 9(7) VALUE 0.
       01  WS-ITEMS-SUSPENDED      PIC 9(7) VALUE 0.
       01  WS-CREDITED-EDIT        PIC ZZZZZZ9.
       01  WS-REJECTED-EDIT        PIC ZZZZZZ9.
       01  WS-SUSPENDED-EDIT       PIC ZZZZZZ9.
       01  WS-DATETIME             PIC X(20).
       01  WS-JSON-OUTPUT          PIC X(1000).

      *--- rekening nasabah kita, bukukan transaksi CLRIN, lalu   ---
      *--- pindahkan file masuk ke .done supaya run berikutnya    ---
      *--- tidak memproses ulang. Item dengan txn id yang sudah   ---
      *--- pernah diproses ditolak (dicetak); user tak dikenal    ---
      *--- atau rekening tutup diparkir ke SUSPENSE, begitu juga   ---
      *--- kredit yang akan membawa saldo dompet melewati batas     ---
      *--- saldo tier KYC-nya - kliring tidak bisa ditolak balik    ---
           PERFORM SET-FILE-PATHS
           PERFORM LOAD-BALANCE-CAP-PARAMS
           PERFORM RESOLVE-MASKING

           OPEN INPUT CLEARIN-FILE
           IF NOT CI-FS-OK
                      '/txnindex.dat' DELIMITED SIZE
                      INTO WS-TXNINDEX-FILE-PATH
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
                      '/kycmast.dat' DELIMITED SIZE
                      INTO WS-KYC-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/excq.dat' DELIMITED SIZE
                      INTO WS-EXCQ-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
           MOVE FUNCTION TEST-NUMVAL(WS-CI-AMOUNT-STR)
               TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               MOVE 0 TO WS-CI-AMOUNT
               MOVE EC-INVALID-AMOUNT TO WS-REJECT-CODE
               PERFORM REJECT-CLEARING-ITEM
           ELSE
               MOVE FUNCTION NUMVAL(WS-CI-AMOUNT-STR)
               PERFORM CHECK-DUPLICATE-ITEM

               IF WS-TXN-DUP-FOUND = 'Y'
                   MOVE EC-DUPLICATE-TXN TO WS-REJECT-CODE
                   PERFORM REJECT-CLEARING-ITEM
               ELSE
                   PERFORM CREDIT-CUSTOMER-ACCOUNT
                       PERFORM REGISTER-TXN-INDEX
                       ADD 1 TO WS-ITEMS-CREDITED
                   ELSE
                       PERFORM POST-TO-SUSPENSE

                       IF WS-SUSP-POSTED = 'Y'
                           PERFORM WRITE-SUSPIN-TRANSACTION
                           PERFORM REGISTER-TXN-INDEX
                           PERFORM WRITE-SUSPENSE-ITEM
                           ADD 1 TO WS-ITEMS-SUSPENDED
                           PERFORM PRINT-SUSPENSE-LINE
                       ELSE
                           MOVE EC-DB-ERROR TO WS-REJECT-CODE
                           PERFORM REJECT-CLEARING-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CREDIT-CUSTOMER-ACCOUNT.
      *--- Rekening tutup/escheated tidak lagi menerima dana -     ---
      *--- diperlakukan seperti user tak dikenal (ke SUSPENSE)     ---
      *--- begitu pula kredit di atas batas saldo tier KYC          ---
           MOVE 'N' TO WS-ACC-FOUND
           MOVE 'UNKNOWN-USER' TO WS-SUSP-REASON

           MOVE WS-CI-USER-ID TO WS-CAP-USER-ID
           PERFORM RESOLVE-BALANCE-CAP

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
                   INVALID KEY
                       MOVE 'N' TO WS-ACC-FOUND
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-ACC-STATUS) = 'closed'
                          OR FUNCTION TRIM(FD-ACC-STATUS)
                             = 'escheated'
                           MOVE 'ACCT-CLOSED' TO WS-SUSP-REASON
                       ELSE
                           PERFORM CHECK-CLEARING-CAP
                       END-IF
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-CLEARING-CAP.
      *--- Kredit yang membawa saldo melewati batas saldo tier KYC ---
      *--- tidak dibukukan ke nasabah - diparkir ke SUSPENSE       ---
           MOVE 'N' TO WS-CAP-EXCEEDED

           IF WS-BALANCE-CAP > 0
               COMPUTE WS-CAP-BALANCE = FD-ACC-BALANCE + WS-CI-AMOUNT
               IF WS-CAP-BALANCE > WS-BALANCE-CAP
                   MOVE 'Y' TO WS-CAP-EXCEEDED
               END-IF
           END-IF

           IF WS-CAP-EXCEEDED = 'Y'
               MOVE 'BALANCE-CAP' TO WS-SUSP-REASON
           ELSE
               MOVE 'Y' TO WS-ACC-FOUND
               COMPUTE WS-NEW-BALANCE =
                   FD-ACC-BALANCE + WS-CI-AMOUNT
               MOVE WS-NEW-BALANCE TO FD-ACC-BALANCE
               PERFORM CAPTURE-BALANCE-BEFORE
               REWRITE ACCOUNT-FILE-RECORD
               PERFORM WRITE-BALANCE-EVENT
           END-IF.

      *----------------------------------------------------------------*
       WRITE-CLRIN-TRANSACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.


           IF TIX-FS-OK
               MOVE FUNCTION TRIM(WS-CI-TXN-ID) TO FD-TI-TXN-ID
               MOVE WS-TWR-USER-ID TO FD-TI-USER-ID
               MOVE WS-DATETIME(1:8) TO FD-TI-DATE
               MOVE WS-CI-AMOUNT  TO FD-TI-AMOUNT

               CLOSE TXNINDEX-FILE
           END-IF.

      *----------------------------------------------------------------*
       POST-TO-SUSPENSE.
      *--- Kredit rekening internal SUSPENSE; tanpa rekening itu  ---
      *--- item tetap ditolak seperti sebelumnya                    ---
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
                       ADD WS-CI-AMOUNT TO FD-ACC-BALANCE
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD
                       PERFORM WRITE-BALANCE-EVENT
                       MOVE 'Y' TO WS-SUSP-POSTED
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-SUSPIN-TRANSACTION.
      *--- Mutasi SUSPIN atas nama SUSPENSE memakai txn id kliring ---
      *--- jaringan (cek duplikat dan CLRRECON tetap menemukannya) ---
           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF

           IF TXN-FS-OK
               MOVE WS-CI-TXN-ID     TO WS-TWR-TXN-ID
               MOVE WS-SUSPENSE-USER TO WS-TWR-USER-ID
               MOVE SPACES           TO WS-TWR-MERCHANT-ID
               MOVE WS-CI-AMOUNT-STR TO WS-TWR-AMOUNT
               MOVE 'success'        TO WS-TWR-STATUS
               MOVE 'SUSPIN'         TO WS-TWR-TYPE

               MOVE SPACES TO WS-TWR-QR-CODE
               STRING 'SUSP-FR:CLRIN:'
                      FUNCTION TRIM(WS-CI-FROM-BANK) ':'
                      FUNCTION TRIM(WS-CI-USER-ID)
                   DELIMITED SIZE
                   INTO WS-TWR-QR-CODE
               END-STRING

               MOVE WS-DATETIME      TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME      TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-SUSPENSE-ITEM.
      *--- Id item: kode sumber + waktu proses + nomor urut run ---
           ADD 1 TO WS-SUSP-SEQ

           MOVE SPACES TO WS-SU-ITEM-ID
           STRING 'CI' WS-DATETIME(1:14) WS-SUSP-SEQ
               DELIMITED SIZE
               INTO WS-SU-ITEM-ID
           END-STRING

           MOVE 'CLRIN'          TO WS-SU-SOURCE
           MOVE WS-CI-TXN-ID     TO WS-SU-REFERENCE
           MOVE WS-CI-FROM-BANK  TO WS-SU-SENDER
           MOVE WS-CI-USER-ID    TO WS-SU-INTENDED
           MOVE WS-CI-AMOUNT     TO WS-SU-AMOUNT
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
       RESOLVE-SESSION-TOKEN.
      *--- Token harus ada di sessions.dat, berstatus active dan    ---
      *--- belum kedaluwarsa; ID operator pemiliknya dipakai untuk  ---
      *--- validasi dan jejak audit selanjutnya                     ---
           MOVE 'N' TO WS-SESSION-OK
           MOVE SPACES TO WS-SESSION-OP-ID
           MOVE FUNCTION CURRENT-DATE TO WS-SESSION-NOW

           IF FUNCTION TRIM(WS-SESSION-TOKEN) NOT = SPACES
               OPEN INPUT SESSION-FILE
               IF SN-FS-OK
                   PERFORM UNTIL SN-FS-EOF OR WS-SESSION-OK = 'Y'
                       READ SESSION-FILE INTO WS-SESSION-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SN-TOKEN = WS-SESSION-TOKEN
                              AND FUNCTION TRIM(WS-SN-STATUS) =
                                  'active'
                              AND WS-SN-EXPIRES-AT >
                                  WS-SESSION-NOW(1:14)
                               MOVE 'Y' TO WS-SESSION-OK
                               MOVE WS-SN-OP-ID TO WS-SESSION-OP-ID
                           END-IF
                       END-READ
                   END-PERFORM

                   CLOSE SESSION-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-MASKING.
      *--- DANTE_UNMASK_BY berisi token sesi (OPRSIGN) operator     ---
      *--- yang menjalankan laporan; token diurai lewat             ---
      *--- sessions.dat, hanya supervisor aktif yang dapat nilai    ---
      *--- penuh, dan setiap permintaan dicatat dengan id operator  ---
      *--- hasil urai (token sendiri tidak ditulis ke audit.log)    ---
           MOVE 'N' TO WS-UNMASK-FLAG
           MOVE SPACES TO WS-UNMASK-BY
           ACCEPT WS-UNMASK-BY FROM ENVIRONMENT "DANTE_UNMASK_BY"

           IF WS-UNMASK-BY NOT = SPACES
               MOVE WS-UNMASK-BY TO WS-SESSION-TOKEN
               PERFORM RESOLVE-SESSION-TOKEN
               MOVE WS-SESSION-OP-ID TO WS-UNMASK-BY

               IF WS-SESSION-OK = 'Y'
                   OPEN INPUT OPERATOR-FILE
               END-IF

               IF WS-SESSION-OK = 'Y' AND OPR-FS-OK
                   MOVE WS-UNMASK-BY TO FD-OPR-OP-ID
                   READ OPERATOR-FILE
                       KEY IS FD-OPR-OP-ID
                       INVALID KEY
                           MOVE 'N' TO WS-UNMASK-FLAG
                       NOT INVALID KEY
                           IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                              AND FUNCTION TRIM(FD-OPR-ROLE)
                                  = 'supervisor'
                               MOVE 'Y' TO WS-UNMASK-FLAG
                           END-IF
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-UNMASK-BY = SPACES
                   MOVE '-' TO WS-UNMASK-BY
               END-IF

               MOVE SPACES TO WS-AUD-KEY
               STRING 'UNMASK BY:' FUNCTION TRIM(WS-UNMASK-BY)
                   DELIMITED SIZE INTO WS-AUD-KEY
               END-STRING
               IF WS-UNMASK-FLAG = 'Y'
                   MOVE EC-SUCCESS TO WS-AUD-CODE
               ELSE
                   IF WS-SESSION-OK = 'N'
                       MOVE EC-SESSION-INVALID TO WS-AUD-CODE
                   ELSE
                       MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
                   END-IF
               END-IF
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *----------------------------------------------------------------*
       MASK-VALUE.
      *--- Ganti semua karakter kecuali 4 terakhir dengan '*';      ---
      *--- nilai 4 karakter atau kurang dibiarkan apa adanya        ---
           MOVE WS-MASK-IN TO WS-MASK-OUT

           IF WS-UNMASK-FLAG NOT = 'Y' AND WS-MASK-IN NOT = SPACES
               COMPUTE WS-MASK-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-IN))
               PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                   UNTIL WS-MASK-POS + 4 > WS-MASK-LEN
                   MOVE '*' TO WS-MASK-OUT(WS-MASK-POS:1)
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP

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
       PRINT-SUSPENSE-LINE.
           MOVE WS-CI-USER-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID
           STRING
               '{'
               '"status":"warning",'
               '"code":0,'
               '"data":{'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-CI-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"suspense_item":"'
                   FUNCTION TRIM(WS-SU-ITEM-ID) '",'
               '"reason":"'
                   FUNCTION TRIM(WS-SU-REASON) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Item kliring masuk diparkir di rekening'
               ' suspense"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       REJECT-CLEARING-ITEM.
           MOVE WS-CI-USER-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID
           ADD 1 TO WS-ITEMS-REJECTED

           STRING
               '"transaction_id":"'
                   FUNCTION TRIM(WS-CI-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Item kliring masuk ditolak (duplikat/'
               'amount tidak valid/rekening suspense tidak ada)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT

      *--- Item tolakan ikut antrean eksepsi untuk ditindaklanjuti ---
      *--- ops (retur ke bank pengirim atau posting ulang)         ---
           MOVE WS-CI-TXN-ID TO WS-EX-REFERENCE
           MOVE 'USER' TO WS-EX-SUBJ-TYPE
           MOVE WS-CI-USER-ID TO WS-EX-SUBJ-ID
           MOVE WS-CI-AMOUNT TO WS-EX-AMOUNT
           MOVE WS-REJECT-CODE TO WS-EX-ERROR-CODE
           PERFORM WRITE-EXCEPTION-ITEM.

      *----------------------------------------------------------------*
       RETIRE-CLEARIN-FILE.
           MOVE SPACES TO WS-JSON-OUTPUT
           MOVE WS-ITEMS-CREDITED TO WS-CREDITED-EDIT
           MOVE WS-ITEMS-REJECTED TO WS-REJECTED-EDIT
           MOVE WS-ITEMS-SUSPENDED TO WS-SUSPENDED-EDIT

           STRING
               '{'
                   FUNCTION TRIM(WS-CREDITED-EDIT) ','
               '"items_rejected":'
                   FUNCTION TRIM(WS-REJECTED-EDIT) ','
               '"items_suspended":'
                   FUNCTION TRIM(WS-SUSPENDED-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Proses kliring masuk selesai"'
               '"data":{'
               '"items_credited":0,'
               '"items_rejected":0,'
               '"items_suspended":0,'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Tidak ada file kliring masuk"'
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
       LOAD-BALANCE-CAP-PARAMS.
      *--- Baris efektif terbaru per nama menang ---
           MOVE FUNCTION CURRENT-DATE TO WS-PM-TODAY

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

           IF WS-NUMVAL-CHECK NOT = 0
              OR WS-PM-REC-EFF(1:8) > WS-PM-TODAY
               CONTINUE
           ELSE
               IF FUNCTION TRIM(WS-PM-REC-NAME) = 'BALCAPUNV'
                  AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BCU
                   MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BCU
                   MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                       TO WS-BALCAP-UNVER
               END-IF

               IF FUNCTION TRIM(WS-PM-REC-NAME) = 'BALCAPVER'
                  AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BCV
                   MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BCV
                   MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                       TO WS-BALCAP-VERIF
               END-IF

               IF FUNCTION TRIM(WS-PM-REC-NAME) = 'BALCAPPRM'
                  AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BCP
                   MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BCP
                   MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                       TO WS-BALCAP-PREM
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-BALANCE-CAP.
      *--- Batas saldo dompet WS-CAP-USER-ID menurut tier KYC-nya ---
           MOVE SPACES TO WS-CAP-KYC-TIER

           OPEN INPUT KYC-FILE
           IF KYC-FS-OK
               MOVE WS-CAP-USER-ID TO FD-KYC-USER-ID

               READ KYC-FILE
                   KEY IS FD-KYC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-KYC-TIER TO WS-CAP-KYC-TIER
               END-READ

               CLOSE KYC-FILE
           END-IF

           EVALUATE FUNCTION TRIM(WS-CAP-KYC-TIER)
               WHEN 'unverified'
                   MOVE WS-BALCAP-UNVER TO WS-BALANCE-CAP
               WHEN 'verified'
                   MOVE WS-BALCAP-VERIF TO WS-BALANCE-CAP
               WHEN 'premium'
                   MOVE WS-BALCAP-PREM TO WS-BALANCE-CAP
               WHEN OTHER
                   MOVE 0 TO WS-BALANCE-CAP
           END-EVALUATE.

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

      *================================================================*
      * REFRUN.CBL - Referral First-Payment Reward Posting            *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFRUN.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Kode referral per nasabah (ACCTMAINT/REFMAINT) - baris  ---
      *--- pending menunggu QRIS pertama nasabah baru               ---
           SELECT REFERRAL-FILE
               ASSIGN TO DYNAMIC WS-REFERRAL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-RF-USER-ID
               FILE STATUS IS WS-RF-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Master KYC - NIK dipakai untuk cek identitas ganda ---
           SELECT KYC-FILE
               ASSIGN TO DYNAMIC WS-KYC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYC-USER-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Master parameter bisnis (REFREWARD, REFMINPAY,          ---
      *--- REFCAPMON, REFFUNDUSR)                                   ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Outbox notifikasi nasabah (dipoll lewat NOTIFYDRN)    ---
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

      *--- Antrean eksepsi bersama (EXCMAINT) - hadiah yang tidak   ---
      *--- bisa dikreditkan ditaruh di sini untuk ditangani ops     ---
           SELECT EXCQ-FILE
               ASSIGN TO DYNAMIC WS-EXCQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFERRAL-FILE-RECORD.
           05  FD-RF-USER-ID       PIC X(20).
           05  FD-RF-CODE          PIC X(10).
           05  FD-RF-REFERRER      PIC X(20).
           05  FD-RF-STATUS        PIC X(10).
           05  FD-RF-REASON        PIC X(10).
           05  FD-RF-CREATED-AT    PIC X(20).
           05  FD-RF-DECIDED-AT    PIC X(20).
           05  FD-RF-PAY-TXN-ID    PIC X(36).

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

       FD  KYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  KYC-FILE-RECORD.
           05  FD-KYC-USER-ID      PIC X(20).
           05  FD-KYC-NIK          PIC X(16).
           05  FD-KYC-DOB          PIC X(8).
           05  FD-KYC-TIER         PIC X(10).
           05  FD-KYC-UPDATED-AT   PIC X(20).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-FILE-RECORD      PIC X(150).

       FD  EXCQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCQ-FILE-RECORD        PIC X(300).

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-REFERRAL-FILE-PATH    PIC X(100)
           VALUE '/app/data/referrals.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-KYC-FILE-PATH         PIC X(100)
           VALUE '/app/data/kycmast.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.
       01  WS-CHGFEED-FILE-PATH     PIC X(100)
           VALUE '/app/data/chgfeed.dat'.
       01  WS-CHGSEQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/chgseq.dat'.
       01  WS-EXCQ-FILE-PATH        PIC X(100)
           VALUE '/app/data/excq.dat'.

       01  WS-RF-FILE-STATUS       PIC XX.
           88  RF-FS-OK            VALUE '00'.
           88  RF-FS-EOF           VALUE '10'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-KYC-FILE-STATUS      PIC XX.
           88  KYC-FS-OK           VALUE '00'.
           88  KYC-FS-EOF          VALUE '10'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.
           88  TXN-FS-NOT-FOUND    VALUE '35'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-NOT-FOUND    VALUE '35'.

      *--- Tanggal bisnis run (YYYYMMDD) dari command line atau    ---
      *--- hari ini, pola batch EOD lainnya                         ---
       01  WS-RUN-DATE             PIC X(8).

      *--- Parameter program referral (default bila belum pernah  ---
      *--- diubah lewat PARMAINT)                                   ---
       01  WS-REF-REWARD           PIC 9(13)V99 VALUE 25000.
       01  WS-REF-MIN-PAY          PIC 9(13)V99 VALUE 50000.
       01  WS-REF-CAP-MONTH        PIC 9(5) VALUE 10.
       01  WS-REF-FUND-USER        PIC X(20) VALUE 'REFFUND'.
       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-EFF-REWARD        PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-MINPAY        PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-CAP           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-FUND          PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCU           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCV           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCP           PIC X(8) VALUE SPACES.
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Referral pending: nasabah baru, referrer, tanggal lahir ---
      *--- referral, dan QRIS pertama yang memenuhi syarat          ---
       01  WS-PD-COUNT             PIC 9(5) VALUE 0.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PD-IDX.
               10  WS-PD-REFEREE   PIC X(20).
               10  WS-PD-REFERRER  PIC X(20).
               10  WS-PD-CREATED   PIC X(8).
               10  WS-PD-PAY-TXN   PIC X(36).
               10  WS-PD-PAY-AMT   PIC 9(13)V99.

      *--- Hadiah referrer yang sudah dibayar bulan berjalan ---
       01  WS-RC-COUNT             PIC 9(5) VALUE 0.
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RC-IDX.
               10  WS-RC-REFERRER  PIC X(20).
               10  WS-RC-PAID      PIC 9(5).
       01  WS-RC-SLOT              PIC 9(5).

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

      *--- Keputusan untuk satu referral yang memenuhi syarat ---
       01  WS-CUR-REFEREE          PIC X(20).
       01  WS-CUR-REFERRER         PIC X(20).
       01  WS-DECISION             PIC X(10).
       01  WS-DECISION-REASON      PIC X(10).
       01  WS-PAY-REFERRER         PIC X(1).
       01  WS-REFERRER-REASON      PIC X(10).
       01  WS-REFEREE-NIK          PIC X(16).
       01  WS-REFERRER-NIK         PIC X(16).
       01  WS-DUP-NIK-FOUND        PIC X(1).
       01  WS-ACC-STATUS-READ      PIC X(10).
       01  WS-ACC-READ-FOUND       PIC X(1).
       01  WS-FUND-BALANCE         PIC 9(13)V99.
       01  WS-FUND-NEEDED          PIC 9(13)V99.
       01  WS-POST-USER            PIC X(20).
       01  WS-POST-SIDE            PIC X(1).
       01  WS-POST-OTHER           PIC X(20).
       01  WS-POST-TXN-ID          PIC X(36).
       01  WS-ACC-BALANCE-READ     PIC 9(13)V99.

      *--- Saldo maksimum dompet per tier KYC (ketentuan BI uang    ---
      *--- elektronik) - params BALCAPUNV/BALCAPVER/BALCAPPRM, 0    ---
      *--- berarti tanpa batas; rekening tanpa record KYC           ---
      *--- (korporat, internal bank) tidak dibatasi                 ---
       01  WS-CAP-USER-ID          PIC X(20).
       01  WS-CAP-KYC-TIER         PIC X(10) VALUE SPACES.
       01  WS-BALCAP-UNVER         PIC 9(13)V99 VALUE 2000000.00.
       01  WS-BALCAP-VERIF         PIC 9(13)V99 VALUE 20000000.00.
       01  WS-BALCAP-PREM          PIC 9(13)V99 VALUE 0.
       01  WS-BALANCE-CAP          PIC 9(13)V99 VALUE 0.
       01  WS-CAP-BALANCE          PIC 9(14)V99.
       01  WS-CAP-EXCEEDED         PIC X(1) VALUE 'N'.

      *--- Antrean eksepsi bersama (layout selaras EXCMAINT) ---
       01  WS-EXC-FILE-STATUS      PIC XX.
           88  EXC-FS-OK           VALUE '00'.
           88  EXC-FS-EOF          VALUE '10'.
           88  EXC-FS-NOT-FOUND    VALUE '35'.

       01  WS-EXC-RECORD.
           05  WS-EX-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SOURCE        PIC X(10) VALUE 'REFRUN'.
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

      *--- Baris antrean yang sudah ada: nomor tertinggi dan cek    ---
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

       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.

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

      *--- Baris outbox notifikasi (selaras PAYMENTPROC) ---
       01  WS-NOTIFY-RECORD.
           05  WS-NR-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-EVENT         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Change feed: saldo sebelum/sesudah per REWRITE rekening ---
      *--- dan satu event per baris transaksi yang ditulis         ---
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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'REFRUN'.
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

      *--- Penghitung ringkasan ---
       01  WS-CNT-PENDING          PIC 9(5) VALUE 0.
       01  WS-CNT-QUALIFIED        PIC 9(5) VALUE 0.
       01  WS-CNT-REWARDED         PIC 9(5) VALUE 0.
       01  WS-CNT-CAPPED           PIC 9(5) VALUE 0.
       01  WS-CNT-REJECTED         PIC 9(5) VALUE 0.
       01  WS-CNT-HELD             PIC 9(5) VALUE 0.
       01  WS-TOTAL-PAID           PIC 9(13)V99 VALUE 0.

       01  WS-DATETIME             PIC X(20).
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-CNT1-EDIT            PIC ZZZZ9.
       01  WS-CNT2-EDIT            PIC ZZZZ9.
       01  WS-CNT3-EDIT            PIC ZZZZ9.
       01  WS-CNT4-EDIT            PIC ZZZZ9.
       01  WS-CNT5-EDIT            PIC ZZZZ9.
       01  WS-CNT6-EDIT            PIC ZZZZ9.
       01  WS-TOTAL-EDIT           PIC Z(12)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM LOAD-REFERRAL-PARAMS

      *--- Hadiah nol berarti program referral sedang dimatikan ---
           IF WS-REF-REWARD = 0
               PERFORM PRINT-SUMMARY-LINE
               STOP RUN
           END-IF

           PERFORM LOAD-PENDING-REFERRALS

           IF WS-PD-COUNT = 0
               PERFORM PRINT-SUMMARY-LINE
               STOP RUN
           END-IF

      *--- QRIS sukses pertama nasabah baru dengan nominal minimal ---
      *--- REFMINPAY, sesudah referralnya tercatat                  ---
           PERFORM FIND-QUALIFYING-PAYMENTS

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-PAY-TXN(WS-PD-IDX) NOT = SPACES
                   ADD 1 TO WS-CNT-QUALIFIED
                   PERFORM PROCESS-ONE-QUALIFIER
               END-IF
           END-PERFORM

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/referrals.dat' DELIMITED SIZE
                      INTO WS-REFERRAL-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/kycmast.dat' DELIMITED SIZE
                      INTO WS-KYC-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/notifyq.dat' DELIMITED SIZE
                      INTO WS-NOTIFY-FILE-PATH
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
       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM COMMAND-LINE

           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE
           END-IF

           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-REFERRAL-PARAMS.
      *--- Per nama, baris efektif terbaru yang tidak melewati     ---
      *--- tanggal run menang (pola PARMRPT)                        ---
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

           IF WS-PM-REC-EFF(1:8) > WS-RUN-DATE
              OR FUNCTION TRIM(WS-PM-REC-VALUE) = SPACES
               CONTINUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
                   TO WS-NUMVAL-CHECK

               EVALUATE FUNCTION TRIM(WS-PM-REC-NAME)
                   WHEN 'REFREWARD'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-REWARD
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-REWARD
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-REF-REWARD
                       END-IF
                   WHEN 'REFMINPAY'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-MINPAY
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-MINPAY
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-REF-MIN-PAY
                       END-IF
                   WHEN 'REFCAPMON'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-CAP
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-CAP
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-REF-CAP-MONTH
                       END-IF
                   WHEN 'REFFUNDUSR'
                       IF WS-PM-REC-EFF(1:8) > WS-PM-EFF-FUND
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-FUND
                           MOVE WS-PM-REC-VALUE TO WS-REF-FUND-USER
                       END-IF
                   WHEN 'BALCAPUNV'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BCU
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BCU
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-BALCAP-UNVER
                       END-IF
                   WHEN 'BALCAPVER'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BCV
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BCV
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-BALCAP-VERIF
                       END-IF
                   WHEN 'BALCAPPRM'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BCP
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BCP
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-BALCAP-PREM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-PENDING-REFERRALS.
      *--- Baris pending masuk tabel kerja; baris rewarded bulan    ---
      *--- ini dihitung per referrer untuk batas REFCAPMON          ---
           OPEN INPUT REFERRAL-FILE
           IF RF-FS-OK
               PERFORM UNTIL RF-FS-EOF
                   READ REFERRAL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LOAD-ONE-REFERRAL
                   END-READ
               END-PERFORM

               CLOSE REFERRAL-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-ONE-REFERRAL.
           EVALUATE FUNCTION TRIM(FD-RF-STATUS)
               WHEN 'pending'
                   ADD 1 TO WS-CNT-PENDING
                   IF WS-PD-COUNT < 2000
                       ADD 1 TO WS-PD-COUNT
                       SET WS-PD-IDX TO WS-PD-COUNT
                       MOVE FD-RF-USER-ID TO WS-PD-REFEREE(WS-PD-IDX)
                       MOVE FD-RF-REFERRER
                           TO WS-PD-REFERRER(WS-PD-IDX)
                       MOVE FD-RF-CREATED-AT(1:8)
                           TO WS-PD-CREATED(WS-PD-IDX)
                       MOVE SPACES TO WS-PD-PAY-TXN(WS-PD-IDX)
                       MOVE 0 TO WS-PD-PAY-AMT(WS-PD-IDX)
                   END-IF
               WHEN 'rewarded'
                   IF FD-RF-DECIDED-AT(1:6) = WS-RUN-DATE(1:6)
                       MOVE FD-RF-REFERRER TO WS-CUR-REFERRER
                       PERFORM FIND-REFERRER-SLOT
                       IF WS-RC-SLOT > 0
                           ADD 1 TO WS-RC-PAID(WS-RC-SLOT)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       FIND-REFERRER-SLOT.
      *--- Slot hitungan bulanan referrer; dibuat kalau belum ada ---
           MOVE 0 TO WS-RC-SLOT

           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-RC-SLOT > 0
               IF WS-RC-REFERRER(WS-RC-IDX) = WS-CUR-REFERRER
                   SET WS-RC-SLOT TO WS-RC-IDX
               END-IF
           END-PERFORM

           IF WS-RC-SLOT = 0 AND WS-RC-COUNT < 2000
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-SLOT
               MOVE WS-CUR-REFERRER TO WS-RC-REFERRER(WS-RC-SLOT)
               MOVE 0 TO WS-RC-PAID(WS-RC-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       FIND-QUALIFYING-PAYMENTS.
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-ONE-PAYMENT
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-PAYMENT.
      *--- Hanya QRIS sukses; baris pertama yang cocok yang dipakai ---
           IF FUNCTION TRIM(WS-TP-TYPE) = 'QRIS'
              AND FUNCTION TRIM(WS-TP-STATUS) = 'success'
               MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM

               IF WS-TP-AMOUNT-NUM >= WS-REF-MIN-PAY
                   PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                       UNTIL WS-PD-IDX > WS-PD-COUNT
                       IF WS-PD-REFEREE(WS-PD-IDX) = WS-TP-USER-ID
                          AND WS-PD-PAY-TXN(WS-PD-IDX) = SPACES
                          AND WS-TP-CREATED-AT(1:8) >=
                              WS-PD-CREATED(WS-PD-IDX)
                           MOVE WS-TP-TXN-ID
                               TO WS-PD-PAY-TXN(WS-PD-IDX)
                           MOVE WS-TP-AMOUNT-NUM
                               TO WS-PD-PAY-AMT(WS-PD-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       PROCESS-ONE-QUALIFIER.
      *--- Urutan pemeriksaan: rekening nasabah baru, identitas    ---
      *--- KYC (NIK ganda), sisi referrer (aktif, batas bulanan),  ---
      *--- dana rekening pendana, batas saldo tier KYC penerima;    ---
      *--- baru posting                                             ---
           MOVE WS-PD-REFEREE(WS-PD-IDX)  TO WS-CUR-REFEREE
           MOVE WS-PD-REFERRER(WS-PD-IDX) TO WS-CUR-REFERRER
           MOVE SPACES TO WS-DECISION
           MOVE SPACES TO WS-DECISION-REASON
           MOVE SPACES TO WS-REFERRER-REASON
           MOVE 'Y' TO WS-PAY-REFERRER

           MOVE WS-CUR-REFEREE TO WS-POST-USER
           PERFORM READ-ACCOUNT-STATUS

           IF WS-ACC-READ-FOUND = 'N'
              OR FUNCTION TRIM(WS-ACC-STATUS-READ) = 'closed'
               MOVE 'rejected' TO WS-DECISION
               MOVE 'CLOSED' TO WS-DECISION-REASON
           ELSE
               IF FUNCTION TRIM(WS-ACC-STATUS-READ) NOT = 'active'
                   MOVE 'INACTIVE' TO WS-DECISION-REASON
               END-IF
           END-IF

           IF WS-DECISION = SPACES
              AND WS-DECISION-REASON = SPACES
               PERFORM CHECK-IDENTITY
           END-IF

           IF WS-DECISION = SPACES
              AND WS-DECISION-REASON = SPACES
               PERFORM CHECK-REFERRER-SIDE
               PERFORM CHECK-FUNDING
           END-IF

           IF WS-DECISION = SPACES
              AND WS-DECISION-REASON = SPACES
               PERFORM CHECK-REWARD-BALANCE-CAP
           END-IF

      *--- Ditolak: tutup tanpa hadiah. Tertahan (alasan tanpa     ---
      *--- keputusan): tetap pending, alasan dicatat, dicoba lagi  ---
      *--- malam berikutnya                                        ---
           IF WS-DECISION = SPACES
               IF WS-DECISION-REASON NOT = SPACES
                   ADD 1 TO WS-CNT-HELD
                   PERFORM UPDATE-REFERRAL-ROW
               ELSE
                   MOVE WS-REFERRER-REASON TO WS-DECISION-REASON
                   PERFORM POST-REFERRAL-REWARDS
               END-IF
           ELSE
               ADD 1 TO WS-CNT-REJECTED
               PERFORM UPDATE-REFERRAL-ROW
           END-IF.

      *----------------------------------------------------------------*
       READ-ACCOUNT-STATUS.
           MOVE 'N' TO WS-ACC-READ-FOUND
           MOVE SPACES TO WS-ACC-STATUS-READ
           MOVE 0 TO WS-FUND-BALANCE
           MOVE 0 TO WS-ACC-BALANCE-READ

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-POST-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACC-READ-FOUND
                       MOVE FD-ACC-STATUS TO WS-ACC-STATUS-READ
                       MOVE FD-ACC-BALANCE TO WS-ACC-BALANCE-READ
                       IF FD-ACC-BALANCE > FD-ACC-HOLD
                           COMPUTE WS-FUND-BALANCE =
                               FD-ACC-BALANCE - FD-ACC-HOLD
                       END-IF
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-IDENTITY.
      *--- Nasabah baru wajib sudah KYC (NIK terisi); NIK yang sama ---
      *--- dengan referrer atau dipakai rekening lain berarti satu ---
      *--- orang mengajak dirinya sendiri                           ---
           MOVE SPACES TO WS-REFEREE-NIK
           MOVE SPACES TO WS-REFERRER-NIK
           MOVE 'N' TO WS-DUP-NIK-FOUND

           OPEN INPUT KYC-FILE
           IF KYC-FS-OK
               MOVE WS-CUR-REFEREE TO FD-KYC-USER-ID
               READ KYC-FILE
                   KEY IS FD-KYC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-KYC-NIK TO WS-REFEREE-NIK
               END-READ

               MOVE WS-CUR-REFERRER TO FD-KYC-USER-ID
               READ KYC-FILE
                   KEY IS FD-KYC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-KYC-NIK TO WS-REFERRER-NIK
               END-READ

               IF WS-REFEREE-NIK NOT = SPACES
                   PERFORM SCAN-DUPLICATE-NIK
               END-IF

               CLOSE KYC-FILE
           END-IF

           IF WS-REFEREE-NIK = SPACES
               MOVE 'NOKYC' TO WS-DECISION-REASON
           ELSE
               IF WS-REFEREE-NIK = WS-REFERRER-NIK
                   MOVE 'rejected' TO WS-DECISION
                   MOVE 'SELFREF' TO WS-DECISION-REASON
               ELSE
                   IF WS-DUP-NIK-FOUND = 'Y'
                       MOVE 'rejected' TO WS-DECISION
                       MOVE 'DUPNIK' TO WS-DECISION-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       SCAN-DUPLICATE-NIK.
      *--- Baca urut seluruh master KYC dari kunci terendah ---
           MOVE LOW-VALUES TO FD-KYC-USER-ID

           START KYC-FILE KEY IS NOT LESS THAN FD-KYC-USER-ID
               INVALID KEY
                   MOVE '10' TO WS-KYC-FILE-STATUS
           END-START

           PERFORM UNTIL KYC-FS-EOF OR WS-DUP-NIK-FOUND = 'Y'
               READ KYC-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-KYC-NIK = WS-REFEREE-NIK
                      AND FD-KYC-USER-ID NOT = WS-CUR-REFEREE
                      AND FD-KYC-USER-ID NOT = WS-CUR-REFERRER
                       MOVE 'Y' TO WS-DUP-NIK-FOUND
                   END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
       CHECK-REFERRER-SIDE.
      *--- Referrer yang tidak aktif lagi atau sudah mencapai batas ---
      *--- bulanan tidak dibayar; nasabah baru tetap dapat hadiah  ---
           MOVE WS-CUR-REFERRER TO WS-POST-USER
           PERFORM READ-ACCOUNT-STATUS

           IF WS-ACC-READ-FOUND = 'N'
              OR FUNCTION TRIM(WS-ACC-STATUS-READ) NOT = 'active'
               MOVE 'N' TO WS-PAY-REFERRER
               MOVE 'REFINACT' TO WS-REFERRER-REASON
           ELSE
               PERFORM FIND-REFERRER-SLOT
               IF WS-RC-SLOT = 0
                   MOVE 'N' TO WS-PAY-REFERRER
                   MOVE 'CAP' TO WS-REFERRER-REASON
               ELSE
                   IF WS-RC-PAID(WS-RC-SLOT) >= WS-REF-CAP-MONTH
                       MOVE 'N' TO WS-PAY-REFERRER
                       MOVE 'CAP' TO WS-REFERRER-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-FUNDING.
      *--- Rekening pendana harus ada, aktif, dan cukup untuk semua ---
      *--- hadiah referral ini sekaligus                            ---
           IF WS-PAY-REFERRER = 'Y'
               COMPUTE WS-FUND-NEEDED = WS-REF-REWARD * 2
           ELSE
               MOVE WS-REF-REWARD TO WS-FUND-NEEDED
           END-IF

           MOVE WS-REF-FUND-USER TO WS-POST-USER
           PERFORM READ-ACCOUNT-STATUS

           IF WS-ACC-READ-FOUND = 'N'
              OR FUNCTION TRIM(WS-ACC-STATUS-READ) NOT = 'active'
              OR WS-FUND-BALANCE < WS-FUND-NEEDED
               MOVE 'NOFUND' TO WS-DECISION-REASON
           END-IF.

      *----------------------------------------------------------------*
       CHECK-REWARD-BALANCE-CAP.
      *--- Hadiah yang membuat dompet penerima melewati batas saldo ---
      *--- tier KYC-nya tidak diposting, tetapi diantre ke excq.    ---
      *--- Sisi nasabah baru: referral tertahan (BALCAP), dicoba    ---
      *--- lagi malam berikutnya. Sisi referrer: referrer tidak     ---
      *--- dibayar, nasabah baru tetap dapat hadiahnya              ---
           MOVE WS-CUR-REFEREE TO WS-POST-USER
           PERFORM CHECK-ONE-RECIPIENT-CAP

           IF WS-CAP-EXCEEDED = 'Y'
               MOVE 'BALCAP' TO WS-DECISION-REASON
               MOVE 'E' TO WS-POST-SIDE
               PERFORM QUEUE-CAPPED-REWARD
           ELSE
               IF WS-PAY-REFERRER = 'Y'
                   MOVE WS-CUR-REFERRER TO WS-POST-USER
                   PERFORM CHECK-ONE-RECIPIENT-CAP

                   IF WS-CAP-EXCEEDED = 'Y'
                       MOVE 'N' TO WS-PAY-REFERRER
                       MOVE 'BALCAP' TO WS-REFERRER-REASON
                       MOVE 'R' TO WS-POST-SIDE
                       PERFORM QUEUE-CAPPED-REWARD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-RECIPIENT-CAP.
           MOVE 'N' TO WS-CAP-EXCEEDED
           PERFORM READ-ACCOUNT-STATUS

           MOVE WS-POST-USER TO WS-CAP-USER-ID
           PERFORM RESOLVE-BALANCE-CAP

           IF WS-BALANCE-CAP > 0
               COMPUTE WS-CAP-BALANCE =
                   WS-ACC-BALANCE-READ + WS-REF-REWARD
               IF WS-CAP-BALANCE > WS-BALANCE-CAP
                   MOVE 'Y' TO WS-CAP-EXCEEDED
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
       QUEUE-CAPPED-REWARD.
      *--- Referensi tetap per referral dan sisi, jadi penahanan    ---
      *--- ulang malam berikutnya tidak menambah item baru selama   ---
      *--- item lama masih terbuka                                  ---
           MOVE SPACES TO WS-EX-REFERENCE
           STRING 'REFERRAL:' DELIMITED SIZE
                  FUNCTION TRIM(WS-CUR-REFEREE) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  WS-POST-SIDE DELIMITED SIZE
                  INTO WS-EX-REFERENCE
           END-STRING
           MOVE 'USER' TO WS-EX-SUBJ-TYPE
           MOVE WS-POST-USER TO WS-EX-SUBJ-ID
           MOVE WS-REF-REWARD TO WS-EX-AMOUNT
           MOVE EC-BALANCE-CAP TO WS-EX-ERROR-CODE
           PERFORM WRITE-EXCEPTION-ITEM.

      *----------------------------------------------------------------*
       WRITE-EXCEPTION-ITEM.
      *--- Item masuk antrean eksepsi bersama (pola SIRUN); item    ---
      *--- kembar yang masih open/assigned tidak diantre dua kali   ---
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
       POST-REFERRAL-REWARDS.
      *--- Satu pasang mutasi per penerima: REFCOST di rekening    ---
      *--- pendana, REFREWARD di rekening nasabah, satu txn id     ---
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           MOVE 'E' TO WS-POST-SIDE
           MOVE WS-CUR-REFEREE TO WS-POST-USER
           MOVE WS-CUR-REFERRER TO WS-POST-OTHER
           PERFORM POST-ONE-REWARD

           IF WS-PAY-REFERRER = 'Y'
               MOVE 'R' TO WS-POST-SIDE
               MOVE WS-CUR-REFERRER TO WS-POST-USER
               MOVE WS-CUR-REFEREE TO WS-POST-OTHER
               PERFORM POST-ONE-REWARD

               ADD 1 TO WS-RC-PAID(WS-RC-SLOT)
               MOVE 'rewarded' TO WS-DECISION
               ADD 1 TO WS-CNT-REWARDED
           ELSE
               MOVE 'capped' TO WS-DECISION
               ADD 1 TO WS-CNT-CAPPED
           END-IF

           PERFORM UPDATE-REFERRAL-ROW.

      *----------------------------------------------------------------*
       POST-ONE-REWARD.
           MOVE SPACES TO WS-POST-TXN-ID
           STRING 'REF' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  FUNCTION TRIM(WS-CUR-REFEREE) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-POST-SIDE DELIMITED SIZE
                  INTO WS-POST-TXN-ID
           END-STRING
           MOVE WS-POST-TXN-ID TO WS-CF-TXN-ID

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-REF-FUND-USER TO FD-ACC-USER-ID
               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-REF-REWARD FROM WS-AP-BALANCE
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               MOVE WS-POST-USER TO FD-ACC-USER-ID
               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-REF-REWARD TO WS-AP-BALANCE
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF

           MOVE WS-REF-REWARD TO WS-AMOUNT-EDIT
           ADD WS-REF-REWARD TO WS-TOTAL-PAID

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF

           IF TXN-FS-OK
               MOVE WS-POST-TXN-ID     TO WS-TWR-TXN-ID
               MOVE WS-REF-FUND-USER   TO WS-TWR-USER-ID
               MOVE WS-POST-USER       TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TWR-AMOUNT
               MOVE 'success'          TO WS-TWR-STATUS
               MOVE 'REFCOST'          TO WS-TWR-TYPE
               MOVE SPACES             TO WS-TWR-QR-CODE
               STRING 'REFERRAL-TO:' DELIMITED SIZE
                      WS-POST-USER DELIMITED SPACE
                      INTO WS-TWR-QR-CODE
               END-STRING
               MOVE WS-DATETIME        TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME        TO WS-TWR-UPDATED-AT
               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT

      *--- Kolom QR hadiah: sisi (E = nasabah baru, R = referrer) ---
      *--- dan pihak lawannya                                      ---
               MOVE WS-POST-USER       TO WS-TWR-USER-ID
               MOVE WS-REF-FUND-USER   TO WS-TWR-MERCHANT-ID
               MOVE 'REFREWARD'        TO WS-TWR-TYPE
               MOVE SPACES             TO WS-TWR-QR-CODE
               STRING 'REFERRAL:' DELIMITED SIZE
                      WS-POST-SIDE DELIMITED SIZE
                      ':' DELIMITED SIZE
                      WS-POST-OTHER DELIMITED SPACE
                      INTO WS-TWR-QR-CODE
               END-STRING
               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT

               CLOSE TRANSACTION-FILE
           END-IF

           PERFORM WRITE-REWARD-NOTIFY.

      *----------------------------------------------------------------*
       WRITE-REWARD-NOTIFY.
           MOVE WS-POST-USER      TO WS-NR-USER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE 'REFREWARD'       TO WS-NR-EVENT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-NR-AMOUNT
           MOVE WS-POST-TXN-ID    TO WS-NR-TXN-ID
           MOVE 'new'             TO WS-NR-STATUS

           OPEN EXTEND NOTIFY-FILE
           IF NTF-FS-NOT-FOUND
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               OPEN EXTEND NOTIFY-FILE
           END-IF

           IF NTF-FS-OK
               WRITE NOTIFY-FILE-RECORD FROM WS-NOTIFY-RECORD
               CLOSE NOTIFY-FILE
           END-IF.

      *----------------------------------------------------------------*
       UPDATE-REFERRAL-ROW.
      *--- Status final (rewarded/capped/rejected) distempel        ---
      *--- tanggal run; baris tertahan hanya membawa alasannya      ---
           OPEN I-O REFERRAL-FILE
           IF RF-FS-OK
               MOVE WS-CUR-REFEREE TO FD-RF-USER-ID

               READ REFERRAL-FILE
                   KEY IS FD-RF-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-DECISION NOT = SPACES
                           MOVE WS-DECISION TO FD-RF-STATUS
                           MOVE FUNCTION CURRENT-DATE
                               TO FD-RF-DECIDED-AT
                           MOVE WS-RUN-DATE TO FD-RF-DECIDED-AT(1:8)
                           MOVE WS-PD-PAY-TXN(WS-PD-IDX)
                               TO FD-RF-PAY-TXN-ID
                       END-IF
                       MOVE WS-DECISION-REASON TO FD-RF-REASON
                       REWRITE REFERRAL-FILE-RECORD
               END-READ

               CLOSE REFERRAL-FILE
           END-IF.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-CNT-PENDING   TO WS-CNT1-EDIT
           MOVE WS-CNT-QUALIFIED TO WS-CNT2-EDIT
           MOVE WS-CNT-REWARDED  TO WS-CNT3-EDIT
           MOVE WS-CNT-CAPPED    TO WS-CNT4-EDIT
           MOVE WS-CNT-REJECTED  TO WS-CNT5-EDIT
           MOVE WS-CNT-HELD      TO WS-CNT6-EDIT
           MOVE WS-TOTAL-PAID    TO WS-TOTAL-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"referrals_pending":'
                   FUNCTION TRIM(WS-CNT1-EDIT) ','
               '"referrals_qualified":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"referrals_rewarded":'
                   FUNCTION TRIM(WS-CNT3-EDIT) ','
               '"referrals_capped":'
                   FUNCTION TRIM(WS-CNT4-EDIT) ','
               '"referrals_rejected":'
                   FUNCTION TRIM(WS-CNT5-EDIT) ','
               '"referrals_held":'
                   FUNCTION TRIM(WS-CNT6-EDIT) ','
               '"rewards_paid":'
                   FUNCTION TRIM(WS-TOTAL-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Posting hadiah referral selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       CAPTURE-BALANCE-BEFORE.
      *--- Saldo sebelum REWRITE dibaca ulang dari file; record   ---
      *--- yang akan ditulis dikembalikan utuh sesudahnya         ---
           MOVE ACCOUNT-FILE-RECORD TO WS-CF-ACC-SAVE
           MOVE 0 TO WS-CF-BEFORE

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

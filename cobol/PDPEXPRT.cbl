      *================================================================*
      * PDPEXPRT.CBL - Personal Data Subject Access Export            *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDPEXPRT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Master nasabah - satu record per user id ---
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT PROFILE-FILE
               ASSIGN TO DYNAMIC WS-PROFILE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PRF-USER-ID
               FILE STATUS IS WS-PRF-FILE-STATUS.

           SELECT KYC-FILE
               ASSIGN TO DYNAMIC WS-KYC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYC-USER-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.

      *--- Alias di-key nomor telepon - dicari dengan scan penuh ---
           SELECT ALIAS-FILE
               ASSIGN TO DYNAMIC WS-ALIAS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ALS-PHONE
               FILE STATUS IS WS-ALS-FILE-STATUS.

           SELECT WALLET-FILE
               ASSIGN TO DYNAMIC WS-WALLET-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CW-KEY
               FILE STATUS IS WS-CW-FILE-STATUS.

      *--- Transaksi aktif dan arsip bulanan txnhist-YYYYMM.dat ---
           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT DISPUTE-FILE
               ASSIGN TO DYNAMIC WS-DISPUTE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DSP-FILE-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

      *--- Berkas hasil ekspor, satu per permintaan ---
           SELECT EXPORT-FILE
               ASSIGN TO DYNAMIC WS-EXPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXP-FILE-STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input     ---
      *--- membawa token sesi, bukan ID operator polos              ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PROFILE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROFILE-FILE-RECORD.
           05  FD-PRF-USER-ID      PIC X(20).
           05  FD-PRF-PHONE        PIC X(20).
           05  FD-PRF-EMAIL        PIC X(50).
           05  FD-PRF-LANGUAGE     PIC X(2).
           05  FD-PRF-NOTIFY-PREF  PIC X(10).

       FD  KYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  KYC-FILE-RECORD.
           05  FD-KYC-USER-ID      PIC X(20).
           05  FD-KYC-NIK          PIC X(16).
           05  FD-KYC-DOB          PIC X(8).
           05  FD-KYC-TIER         PIC X(10).
           05  FD-KYC-UPDATED-AT   PIC X(20).

       FD  ALIAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALIAS-FILE-RECORD.
           05  FD-ALS-PHONE        PIC X(20).
           05  FD-ALS-USER-ID      PIC X(20).
           05  FD-ALS-STATUS       PIC X(10).
           05  FD-ALS-CLAIMED-AT   PIC X(20).

       FD  WALLET-FILE
           LABEL RECORDS ARE STANDARD.
       01  WALLET-FILE-RECORD.
           05  FD-CW-KEY.
               10  FD-CW-USER-ID   PIC X(20).
               10  FD-CW-CURRENCY  PIC X(3).
           05  FD-CW-BALANCE       PIC 9(13)V99.
           05  FD-CW-STATUS        PIC X(10).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-FILE-RECORD     PIC X(300).

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTE-FILE-RECORD     PIC X(300).

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-FILE-RECORD      PIC X(150).

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-FILE-RECORD      PIC X(350).

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

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-PROFILE-FILE-PATH     PIC X(100)
           VALUE '/app/data/profiles.dat'.
       01  WS-KYC-FILE-PATH         PIC X(100)
           VALUE '/app/data/kycmast.dat'.
       01  WS-ALIAS-FILE-PATH       PIC X(100)
           VALUE '/app/data/aliases.dat'.
       01  WS-WALLET-FILE-PATH      PIC X(100)
           VALUE '/app/data/wallets.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-DISPUTE-FILE-PATH     PIC X(100)
           VALUE '/app/data/disputes.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.
       01  WS-ARCHIVE-FILE-PATH     PIC X(100).
       01  WS-EXPORT-FILE-PATH      PIC X(100).

      *--- Penelusuran arsip bulanan (pola ACCTCLOSE) ---
       01  WS-ARC-MONTH-NUM        PIC 9(6).
       01  WS-ARC-MONTH-X REDEFINES WS-ARC-MONTH-NUM.
           05  WS-ARC-YEAR         PIC 9(4).
           05  WS-ARC-MONTH        PIC 9(2).
       01  WS-ARC-SCANNED          PIC 9(3).

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-PRF-FILE-STATUS      PIC XX.
           88  PRF-FS-OK           VALUE '00'.

       01  WS-KYC-FILE-STATUS      PIC XX.
           88  KYC-FS-OK           VALUE '00'.

       01  WS-ALS-FILE-STATUS      PIC XX.
           88  ALS-FS-OK           VALUE '00'.

       01  WS-CW-FILE-STATUS       PIC XX.
           88  CW-FS-OK            VALUE '00'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-ARC-FILE-STATUS      PIC XX.
           88  ARC-FS-OK           VALUE '00'.
           88  ARC-FS-EOF          VALUE '10'.

       01  WS-DSP-FILE-STATUS      PIC XX.
           88  DSP-FS-OK           VALUE '00'.
           88  DSP-FS-EOF          VALUE '10'.

       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-EOF          VALUE '10'.

       01  WS-EXP-FILE-STATUS      PIC XX.
           88  EXP-FS-OK           VALUE '00'.

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

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    USER_ID|OPERATOR
      *--- Semua data yang dipegang bank atas satu nasabah        ---
      *--- dikumpulkan ke pdpexp-<USER_ID>-<YYYYMMDD>.dat di        ---
      *--- direktori data. PIN tidak pernah ikut diekspor           ---
       01  WS-INPUT-LINE           PIC X(120).
       01  WS-IN-USER-ID           PIC X(20).
       01  WS-IN-OPERATOR          PIC X(12).

       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.
       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.
       01  WS-SCAN-DONE            PIC X(1).

      *--- Baris ekspor: tag bagian lalu isi, dipisah '|' ---
       01  WS-EXPORT-LINE          PIC X(350).
       01  WS-ROW-SOURCE           PIC X(6).
       01  WS-ROW-TEXT             PIC X(300).
       01  WS-ROW-USER-ID          PIC X(20).
       01  WS-BALANCE-EDIT         PIC Z(12)9.99.
       01  WS-HOLD-EDIT            PIC Z(12)9.99.

       01  WS-CNT-TXN              PIC 9(7) VALUE 0.
       01  WS-CNT-DISPUTE          PIC 9(5) VALUE 0.
       01  WS-CNT-NOTIFY           PIC 9(7) VALUE 0.
       01  WS-CNT-ALIAS            PIC 9(3) VALUE 0.
       01  WS-CNT-WALLET           PIC 9(3) VALUE 0.
       01  WS-CNT-LINES            PIC 9(7) VALUE 0.
       01  WS-TXN-EDIT             PIC ZZZZZZ9.
       01  WS-DSP-EDIT             PIC ZZZZ9.
       01  WS-NTF-EDIT             PIC ZZZZZZ9.
       01  WS-ALS-EDIT             PIC ZZ9.
       01  WS-CW-EDIT              PIC ZZ9.
       01  WS-LINES-EDIT           PIC ZZZZZZ9.

       01  WS-DATETIME             PIC X(20).
       01  WS-JSON-OUTPUT          PIC X(1000).

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'PDPEXPRT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-USER-ID
                    WS-IN-OPERATOR
           END-UNSTRING

      *--- Kolom operator membawa token sesi OPRSIGN; pemilik       ---
      *--- sesi harus operator terdaftar dan aktif                  ---
           MOVE WS-IN-OPERATOR TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-OPERATOR
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

      *--- Nasabah yang sudah dianonimkan tetap boleh diminta -    ---
      *--- ekspornya berisi data sisa setelah anonimisasi          ---
           PERFORM READ-ACCOUNT

           IF WS-ACC-FOUND = 'N'
               MOVE EC-NOT-FOUND TO WS-AUD-CODE
               PERFORM WRITE-EXPORT-AUDIT
               PERFORM RETURN-USER-NOT-FOUND
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           MOVE SPACES TO WS-EXPORT-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/pdpexp-' DELIMITED SIZE
                  FUNCTION TRIM(WS-IN-USER-ID) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-DATETIME(1:8) DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-EXPORT-FILE-PATH
           END-STRING

           OPEN OUTPUT EXPORT-FILE
           IF NOT EXP-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM WRITE-HEADER-LINE
           PERFORM EXPORT-ACCOUNT
           PERFORM EXPORT-PROFILE
           PERFORM EXPORT-KYC
           PERFORM EXPORT-ALIASES
           PERFORM EXPORT-WALLETS
           PERFORM EXPORT-ARCHIVE-TRANSACTIONS
           PERFORM EXPORT-ACTIVE-TRANSACTIONS
           PERFORM EXPORT-DISPUTES
           PERFORM EXPORT-NOTIFICATIONS
           PERFORM WRITE-TRAILER-LINE

           CLOSE EXPORT-FILE

           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-EXPORT-AUDIT
           PERFORM RETURN-EXPORT-DONE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/profiles.dat' DELIMITED SIZE
                      INTO WS-PROFILE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/kycmast.dat' DELIMITED SIZE
                      INTO WS-KYC-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/aliases.dat' DELIMITED SIZE
                      INTO WS-ALIAS-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/wallets.dat' DELIMITED SIZE
                      INTO WS-WALLET-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/disputes.dat' DELIMITED SIZE
                      INTO WS-DISPUTE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/notifyq.dat' DELIMITED SIZE
                      INTO WS-NOTIFY-FILE-PATH
               END-STRING
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
       RETURN-SESSION-INVALID.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1039,'
               '"retryable":' FUNCTION TRIM(ER-SESSION-INVALID) ','
               '"data":null,'
               '"message":"Token sesi operator tidak dikenal atau'
               ' sudah berakhir, sign-on ulang lewat OPRSIGN"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       VALIDATE-OPERATOR.
      *--- Operator harus terdaftar dan berstatus active di        ---
      *--- operators.dat                                             ---
           MOVE 'N' TO WS-OPERATOR-OK

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-IN-OPERATOR TO FD-OPR-OP-ID

               READ OPERATOR-FILE
                   KEY IS FD-OPR-OP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-OPERATOR-OK
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                           MOVE 'Y' TO WS-OPERATOR-OK
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------------*
       READ-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-IN-USER-ID TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ACC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACC-FOUND
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-HEADER-LINE.
           MOVE SPACES TO WS-EXPORT-LINE
           STRING 'H|' FUNCTION TRIM(WS-IN-USER-ID) '|'
                  WS-DATETIME '|'
                  FUNCTION TRIM(WS-IN-OPERATOR) '|'
               DELIMITED SIZE INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

      *----------------------------------------------------------------*
       EXPORT-ACCOUNT.
      *--- Record account masih di buffer FD dari READ-ACCOUNT ---
           MOVE FD-ACC-BALANCE TO WS-BALANCE-EDIT
           MOVE FD-ACC-HOLD TO WS-HOLD-EDIT

           MOVE SPACES TO WS-EXPORT-LINE
           STRING 'ACC|' FUNCTION TRIM(FD-ACC-ACC-ID) '|'
                  FUNCTION TRIM(FD-ACC-NAME) '|'
                  FUNCTION TRIM(WS-BALANCE-EDIT) '|'
                  FD-ACC-CURRENCY '|'
                  FUNCTION TRIM(FD-ACC-STATUS) '|'
                  FUNCTION TRIM(WS-HOLD-EDIT) '|'
               DELIMITED SIZE INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

      *----------------------------------------------------------------*
       EXPORT-PROFILE.
           OPEN INPUT PROFILE-FILE
           IF PRF-FS-OK
               MOVE WS-IN-USER-ID TO FD-PRF-USER-ID

               READ PROFILE-FILE
                   KEY IS FD-PRF-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-EXPORT-LINE
                       STRING 'PRF|' FUNCTION TRIM(FD-PRF-PHONE) '|'
                              FUNCTION TRIM(FD-PRF-EMAIL) '|'
                              FD-PRF-LANGUAGE '|'
                              FUNCTION TRIM(FD-PRF-NOTIFY-PREF) '|'
                           DELIMITED SIZE INTO WS-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
               END-READ

               CLOSE PROFILE-FILE
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-KYC.
           OPEN INPUT KYC-FILE
           IF KYC-FS-OK
               MOVE WS-IN-USER-ID TO FD-KYC-USER-ID

               READ KYC-FILE
                   KEY IS FD-KYC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-EXPORT-LINE
                       STRING 'KYC|' FUNCTION TRIM(FD-KYC-NIK) '|'
                              FD-KYC-DOB '|'
                              FUNCTION TRIM(FD-KYC-TIER) '|'
                              FUNCTION TRIM(FD-KYC-UPDATED-AT) '|'
                           DELIMITED SIZE INTO WS-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-EXPORT-LINE
               END-READ

               CLOSE KYC-FILE
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-ALIASES.
      *--- Key alias adalah nomor telepon, jadi scan seluruh file ---
           OPEN INPUT ALIAS-FILE
           IF ALS-FS-OK
               MOVE 'N' TO WS-SCAN-DONE
               MOVE LOW-VALUES TO FD-ALS-PHONE

               START ALIAS-FILE KEY IS NOT LESS THAN FD-ALS-PHONE
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
               END-START

               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ ALIAS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF FD-ALS-USER-ID = WS-IN-USER-ID
                               ADD 1 TO WS-CNT-ALIAS
                               MOVE SPACES TO WS-EXPORT-LINE
                               STRING 'ALS|'
                                   FUNCTION TRIM(FD-ALS-PHONE) '|'
                                   FUNCTION TRIM(FD-ALS-STATUS) '|'
                                   FUNCTION TRIM(FD-ALS-CLAIMED-AT) '|'
                                   DELIMITED SIZE INTO WS-EXPORT-LINE
                               END-STRING
                               PERFORM WRITE-EXPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ALIAS-FILE
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-WALLETS.
      *--- Sub-wallet valas: key user + mata uang (pola BILLPAY) ---
           OPEN INPUT WALLET-FILE
           IF CW-FS-OK
               MOVE 'N' TO WS-SCAN-DONE
               MOVE WS-IN-USER-ID TO FD-CW-USER-ID
               MOVE LOW-VALUES TO FD-CW-CURRENCY

               START WALLET-FILE KEY IS NOT LESS THAN FD-CW-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
               END-START

               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ WALLET-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF FD-CW-USER-ID NOT = WS-IN-USER-ID
                               MOVE 'Y' TO WS-SCAN-DONE
                           ELSE
                               ADD 1 TO WS-CNT-WALLET
                               MOVE FD-CW-BALANCE TO WS-BALANCE-EDIT
                               MOVE SPACES TO WS-EXPORT-LINE
                               STRING 'WAL|' FD-CW-CURRENCY '|'
                                   FUNCTION TRIM(WS-BALANCE-EDIT) '|'
                                   FUNCTION TRIM(FD-CW-STATUS) '|'
                                   DELIMITED SIZE INTO WS-EXPORT-LINE
                               END-STRING
                               PERFORM WRITE-EXPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE WALLET-FILE
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-ARCHIVE-TRANSACTIONS.
      *--- Dari bulan terlama ke terbaru (10 tahun ke belakang) ---
      *--- supaya urutan ekspor kronologis                        ---
           MOVE FUNCTION NUMVAL(WS-DATETIME(1:6))
               TO WS-ARC-MONTH-NUM
           MOVE 0 TO WS-ARC-SCANNED

           PERFORM UNTIL WS-ARC-SCANNED >= 120
               SUBTRACT 1 FROM WS-ARC-MONTH
               IF WS-ARC-MONTH = 0
                   MOVE 12 TO WS-ARC-MONTH
                   SUBTRACT 1 FROM WS-ARC-YEAR
               END-IF
               ADD 1 TO WS-ARC-SCANNED
           END-PERFORM

           PERFORM UNTIL WS-ARC-SCANNED = 0
               PERFORM EXPORT-ONE-ARCHIVE-MONTH
               SUBTRACT 1 FROM WS-ARC-SCANNED

               ADD 1 TO WS-ARC-MONTH
               IF WS-ARC-MONTH > 12
                   MOVE 1 TO WS-ARC-MONTH
                   ADD 1 TO WS-ARC-YEAR
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       EXPORT-ONE-ARCHIVE-MONTH.
           MOVE SPACES TO WS-ARCHIVE-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/txnhist-' DELIMITED SIZE
                  WS-ARC-MONTH-NUM DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-ARCHIVE-FILE-PATH
           END-STRING

           MOVE WS-ARC-MONTH-NUM TO WS-ROW-SOURCE

           OPEN INPUT ARCHIVE-FILE
           IF ARC-FS-OK
               PERFORM UNTIL ARC-FS-EOF
                   READ ARCHIVE-FILE INTO WS-ROW-TEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EXPORT-TXN-ROW
                   END-READ
               END-PERFORM

               CLOSE ARCHIVE-FILE
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-ACTIVE-TRANSACTIONS.
           MOVE 'ACTIVE' TO WS-ROW-SOURCE

           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-ROW-TEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EXPORT-TXN-ROW
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-TXN-ROW.
      *--- Transfer punya baris sendiri untuk tiap sisi, jadi     ---
      *--- kolom user sudah mencakup uang masuk dan keluar          ---
           IF WS-ROW-TEXT(38:20) = WS-IN-USER-ID
               ADD 1 TO WS-CNT-TXN
               MOVE SPACES TO WS-EXPORT-LINE
               STRING 'TXN|' WS-ROW-SOURCE '|'
                      FUNCTION TRIM(WS-ROW-TEXT)
                   DELIMITED SIZE INTO WS-EXPORT-LINE
               END-STRING
               PERFORM WRITE-EXPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF DSP-FS-OK
               PERFORM UNTIL DSP-FS-EOF
                   READ DISPUTE-FILE INTO WS-ROW-TEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-ROW-TEXT(47:20) TO WS-ROW-USER-ID
                       IF WS-ROW-USER-ID = WS-IN-USER-ID
                           ADD 1 TO WS-CNT-DISPUTE
                           MOVE SPACES TO WS-EXPORT-LINE
                           STRING 'DSP|'
                                  FUNCTION TRIM(WS-ROW-TEXT)
                               DELIMITED SIZE INTO WS-EXPORT-LINE
                           END-STRING
                           PERFORM WRITE-EXPORT-LINE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE DISPUTE-FILE
           END-IF.

      *----------------------------------------------------------------*
       EXPORT-NOTIFICATIONS.
           OPEN INPUT NOTIFY-FILE
           IF NTF-FS-OK
               PERFORM UNTIL NTF-FS-EOF
                   READ NOTIFY-FILE INTO WS-ROW-TEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-ROW-TEXT(1:20) TO WS-ROW-USER-ID
                       IF WS-ROW-USER-ID = WS-IN-USER-ID
                           ADD 1 TO WS-CNT-NOTIFY
                           MOVE SPACES TO WS-EXPORT-LINE
                           STRING 'NTF|'
                                  FUNCTION TRIM(WS-ROW-TEXT)
                               DELIMITED SIZE INTO WS-EXPORT-LINE
                           END-STRING
                           PERFORM WRITE-EXPORT-LINE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE NOTIFY-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-TRAILER-LINE.
           MOVE WS-CNT-TXN TO WS-TXN-EDIT
           MOVE WS-CNT-DISPUTE TO WS-DSP-EDIT
           MOVE WS-CNT-NOTIFY TO WS-NTF-EDIT
           ADD 1 TO WS-CNT-LINES
           MOVE WS-CNT-LINES TO WS-LINES-EDIT

           MOVE SPACES TO WS-EXPORT-LINE
           STRING 'Z|' FUNCTION TRIM(WS-LINES-EDIT) '|'
                  FUNCTION TRIM(WS-TXN-EDIT) '|'
                  FUNCTION TRIM(WS-DSP-EDIT) '|'
                  FUNCTION TRIM(WS-NTF-EDIT) '|'
               DELIMITED SIZE INTO WS-EXPORT-LINE
           END-STRING
           WRITE EXPORT-FILE-RECORD FROM WS-EXPORT-LINE.

      *----------------------------------------------------------------*
       WRITE-EXPORT-LINE.
           WRITE EXPORT-FILE-RECORD FROM WS-EXPORT-LINE
           ADD 1 TO WS-CNT-LINES.

      *----------------------------------------------------------------*
       WRITE-EXPORT-AUDIT.
      *--- Setiap ekspor data pribadi tercatat: siapa, untuk siapa ---
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP

           MOVE SPACES TO WS-AUD-KEY
           STRING 'PDPEXP:' FUNCTION TRIM(WS-IN-USER-ID) ' BY:'
                  FUNCTION TRIM(WS-IN-OPERATOR)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING

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
       RETURN-EXPORT-DONE.
           MOVE WS-CNT-TXN TO WS-TXN-EDIT
           MOVE WS-CNT-DISPUTE TO WS-DSP-EDIT
           MOVE WS-CNT-NOTIFY TO WS-NTF-EDIT
           MOVE WS-CNT-ALIAS TO WS-ALS-EDIT
           MOVE WS-CNT-WALLET TO WS-CW-EDIT
           MOVE WS-CNT-LINES TO WS-LINES-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"export_file":"'
                   FUNCTION TRIM(WS-EXPORT-FILE-PATH) '",'
               '"lines":'
                   FUNCTION TRIM(WS-LINES-EDIT) ','
               '"transactions":'
                   FUNCTION TRIM(WS-TXN-EDIT) ','
               '"disputes":'
                   FUNCTION TRIM(WS-DSP-EDIT) ','
               '"notifications":'
                   FUNCTION TRIM(WS-NTF-EDIT) ','
               '"aliases":'
                   FUNCTION TRIM(WS-ALS-EDIT) ','
               '"wallets":'
                   FUNCTION TRIM(WS-CW-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Ekspor data pribadi selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-USER-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Nasabah tidak ditemukan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-OPERATOR.
           STRING
               '{'
               '"status":"error",'
               '"code":1022,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-OPERATOR) ','
               '"data":null,'
               '"message":"Operator tidak terdaftar atau tidak aktif"'
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
               '"message":"Berkas ekspor tidak dapat ditulis"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

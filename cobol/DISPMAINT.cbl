               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *--- Registri operator - petugas CS harus terdaftar aktif ---
           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input  ---
      *--- membawa token sesi, bukan ID operator polos             ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Tahun buku yang sudah ditutup YECLOSE - posting NOTE   ---
      *--- bertanggal valuta di tahun itu ditolak                  ---
           SELECT PERIOD-LOCK-FILE
               ASSIGN TO DYNAMIC WS-PERIOD-LOCK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE
           05  FD-ACC-PIN          PIC X(6).
           05  FD-ACC-HOLD         PIC 9(13)V99.

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

       FD  PERIOD-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-LOCK-FILE-RECORD PIC X(60).

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

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'DISPMAINT'.
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
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-PERIOD-LOCK-FILE-PATH PIC X(100)
           VALUE '/app/data/periodlock.dat'.

      *--- Penanda tahun tertutup (layout selaras YECLOSE) ---
       01  WS-PL-FILE-STATUS       PIC XX.
           88  PL-FS-OK            VALUE '00'.
           88  PL-FS-EOF           VALUE '10'.

       01  WS-PERIOD-LOCK-RECORD.
           05  WS-PK-YEAR          PIC X(4).
           05  FILLER              PIC X(1).
           05  WS-PK-CLOSED-AT     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-PK-CLOSED-BY     PIC X(12).
           05  FILLER              PIC X(1).
       01  WS-PK-MAX-YEAR          PIC X(4).
       01  WS-POSTING-DATE         PIC X(8).
       01  WS-PERIOD-CLOSED        PIC X(1) VALUE 'N'.
       01  WS-TODAY                PIC X(8).
       01  WS-VALUE-DATE-OK        PIC X(1) VALUE 'Y'.

       01  WS-DSP-FILE-STATUS      PIC XX.
           88  DSP-FS-OK           VALUE '00'.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

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

      *--- Input dari stdin (format pipe-delimited) ---
      *    OPEN|TXN_ID|REASON|NOTES|TOKEN
      *    NOTE|CASE_ID|STATUS|NOTES|TOKEN|VALUE_DATE
      *      STATUS: investigating / resolved-customer /
      *              resolved-merchant
      *      VALUE_DATE: YYYYMMDD opsional untuk posting bertanggal
      *              mundur, default hari ini
      *    LIST
      *--- TOKEN: token sesi operator dari OPRSIGN ---
       01  WS-INPUT-LINE           PIC X(200).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-ARG1              PIC X(36).
       01  WS-IN-ARG2              PIC X(20).
       01  WS-IN-ARG3              PIC X(60).
       01  WS-IN-OPERATOR          PIC X(12).
       01  WS-IN-VALUE-DATE        PIC X(8).
       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.

      *--- Record kasus dispute ---
       01  WS-DISPUTE-RECORD.
           05  FILLER              PIC X(1).
           05  WS-TP-CREATED-AT    PIC X(20).

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

      *--- Pembukuan resolusi kasus: kredit provisional saat kasus ---
      *--- lolos review awal, pembalikannya kalau merchant menang, ---
      *--- write-off ke beban kerugian kalau bank menanggung -      ---
                    WS-IN-ARG1
                    WS-IN-ARG2
                    WS-IN-ARG3
                    WS-IN-OPERATOR
                    WS-IN-VALUE-DATE
           END-UNSTRING

           IF FUNCTION TRIM(WS-IN-MODE) = 'OPEN'
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
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
                      '/periodlock.dat' DELIMITED SIZE
                      INTO WS-PERIOD-LOCK-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       OPEN-DISPUTE-CASE.
      *--- Kasus baru hanya untuk transaksi yang benar-benar ada;  ---
      *--- satu kasus hidup per txn id - kasus kedua ditolak       ---
           PERFORM AUTHENTICATE-CASE-OPERATOR

           PERFORM FIND-DISPUTED-TXN

           IF WS-TXN-FOUND = 'N'
           PERFORM WRITE-CASE-AUDIT
           PERFORM RETURN-CASE-OPENED.

      *----------------------------------------------------------------*
       AUTHENTICATE-CASE-OPERATOR.
      *--- Kolom TOKEN membawa token sesi OPRSIGN; pemilik sesi    ---
      *--- harus operator terdaftar aktif dan dicatat di audit      ---
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
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-SESSION-TOKEN.
      *--- Token harus ada di sessions.dat, berstatus active dan  ---
      *--- belum kedaluwarsa; ID operator pemiliknya dipakai untuk ---
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
       FIND-DISPUTED-TXN.
           MOVE 'N' TO WS-TXN-FOUND
               STOP RUN
           END-IF

           PERFORM AUTHENTICATE-CASE-OPERATOR
           PERFORM LOAD-BALANCE-CAP-PARAMS

      *--- Posting resolusi ikut tanggal valuta; tahun yang sudah ---
      *--- ditutup YECLOSE tidak boleh menerima posting baru       ---
           PERFORM RESOLVE-POSTING-DATE
           IF WS-VALUE-DATE-OK = 'N'
               PERFORM RETURN-INVALID-VALUE-DATE
               STOP RUN
           END-IF

           PERFORM CHECK-PERIOD-LOCK
           IF WS-PERIOD-CLOSED = 'Y'
               PERFORM RETURN-PERIOD-CLOSED
               STOP RUN
           END-IF

           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-ARG1))
               TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
                      AND FUNCTION TRIM(WS-DP-STATUS)
                          NOT = 'resolved-merchant'
                       MOVE 'Y' TO WS-CASE-FOUND
                       PERFORM CHECK-PROVISIONAL-CAP

                       IF WS-CAP-EXCEEDED = 'N'
                           MOVE WS-DP-STATUS TO WS-OLD-CASE-STATUS
                           MOVE WS-IN-ARG2 TO WS-DP-STATUS
                           IF FUNCTION TRIM(WS-IN-ARG3) NOT = SPACES
                               MOVE WS-IN-ARG3 TO WS-DP-NOTES
                           END-IF
                           MOVE WS-DATETIME TO WS-DP-UPDATED-AT

                           REWRITE DISPUTE-FILE-RECORD
                               FROM WS-DISPUTE-RECORD
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE DISPUTE-FILE

           IF WS-CAP-EXCEEDED = 'Y'
               PERFORM RETURN-BALANCE-CAP-EXCEEDED
               STOP RUN
           END-IF

           IF WS-CASE-FOUND = 'Y'
      *--- Perubahan status menggerakkan pembukuannya sendiri ---
               PERFORM POST-RESOLUTION-ENTRIES
               PERFORM RETURN-CASE-NOT-FOUND
           END-IF.

      *----------------------------------------------------------------*
       CHECK-PROVISIONAL-CAP.
      *--- Langkah yang akan memberi kredit provisional ditolak    ---
      *--- kalau saldo nasabah jadi melewati batas saldo tier KYC; ---
      *--- status kasus dibiarkan tidak berubah                     ---
           MOVE 'N' TO WS-CAP-EXCEEDED
           MOVE FUNCTION NUMVAL(WS-DP-AMOUNT) TO WS-DP-AMOUNT-NUM

           IF FUNCTION TRIM(WS-DP-STATUS) = 'open'
              AND WS-DP-AMOUNT-NUM > 0
              AND (FUNCTION TRIM(WS-IN-ARG2) = 'investigating'
                   OR FUNCTION TRIM(WS-IN-ARG2) = 'resolved-customer')
               MOVE WS-DP-USER-ID TO WS-CAP-USER-ID
               PERFORM RESOLVE-BALANCE-CAP

               IF WS-BALANCE-CAP > 0
                   OPEN INPUT ACCOUNT-FILE
                   IF ACC-FS-OK
                       MOVE WS-DP-USER-ID TO FD-ACC-USER-ID

                       READ ACCOUNT-FILE
                           KEY IS FD-ACC-USER-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE WS-CAP-BALANCE =
                                   FD-ACC-BALANCE + WS-DP-AMOUNT-NUM
                               IF WS-CAP-BALANCE > WS-BALANCE-CAP
                                   MOVE 'Y' TO WS-CAP-EXCEEDED
                               END-IF
                       END-READ

                       CLOSE ACCOUNT-FILE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-POSTING-DATE.
           MOVE 'Y' TO WS-VALUE-DATE-OK
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY

           IF WS-IN-VALUE-DATE = SPACES
               MOVE WS-TODAY TO WS-POSTING-DATE
           ELSE
               IF WS-IN-VALUE-DATE IS NOT NUMERIC
                  OR WS-IN-VALUE-DATE > WS-TODAY
                   MOVE 'N' TO WS-VALUE-DATE-OK
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(WS-IN-VALUE-DATE)) NOT = 0
                       MOVE 'N' TO WS-VALUE-DATE-OK
                   END-IF
               END-IF
               MOVE WS-IN-VALUE-DATE TO WS-POSTING-DATE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-PERIOD-LOCK.
      *--- Penutupan kumulatif: tahun tertutup tertinggi di        ---
      *--- periodlock.dat menutup tahun itu dan sebelumnya          ---
           MOVE 'N' TO WS-PERIOD-CLOSED
           MOVE '0000' TO WS-PK-MAX-YEAR

           OPEN INPUT PERIOD-LOCK-FILE
           IF PL-FS-OK
               PERFORM UNTIL PL-FS-EOF
                   READ PERIOD-LOCK-FILE INTO WS-PERIOD-LOCK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PK-YEAR IS NUMERIC
                          AND WS-PK-YEAR > WS-PK-MAX-YEAR
                           MOVE WS-PK-YEAR TO WS-PK-MAX-YEAR
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PERIOD-LOCK-FILE
           END-IF

           IF WS-POSTING-DATE(1:4) <= WS-PK-MAX-YEAR
               MOVE 'Y' TO WS-PERIOD-CLOSED
           END-IF.

      *----------------------------------------------------------------*
       POST-RESOLUTION-ENTRIES.
      *--- open -> investigating      : kredit provisional (PROVCR) ---
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-DP-AMOUNT-NUM TO FD-ACC-BALANCE
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD
                       PERFORM WRITE-BALANCE-EVENT
                       MOVE 'Y' TO WS-POST-OK
               END-READ

                       IF FD-ACC-BALANCE >= WS-DP-AMOUNT-NUM
                           SUBTRACT WS-DP-AMOUNT-NUM
                               FROM FD-ACC-BALANCE
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                           PERFORM WRITE-BALANCE-EVENT
                           MOVE 'Y' TO WS-POST-OK
                       END-IF
               END-READ
      *----------------------------------------------------------------*
       WRITE-POSTING-TRANSACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-POSTING-DATE TO WS-DATETIME(1:8)
           MOVE WS-DP-AMOUNT-NUM TO WS-AMOUNT-EDIT

           MOVE SPACES TO WS-POST-TXN-ID

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

           MOVE SPACES TO WS-AUD-KEY
           STRING WS-DP-CASE-ID '/'
                  FUNCTION TRIM(WS-DP-TXN-ID)
                  ' BY:' FUNCTION TRIM(WS-IN-OPERATOR)
               DELIMITED SIZE
               INTO WS-AUD-KEY
           END-STRING
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-BALANCE-CAP-EXCEEDED.
           STRING
               '{'
               '"status":"error",'
               '"code":1044,'
               '"retryable":' FUNCTION TRIM(ER-BALANCE-CAP) ','
               '"data":null,'
               '"message":"Kredit provisional ditolak - saldo nasabah'
               ' akan melebihi batas saldo tier KYC"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-TXN-NOT-FOUND.
           STRING
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-PERIOD-CLOSED.
           STRING
               '{'
               '"status":"error",'
               '"code":1043,'
               '"retryable":' FUNCTION TRIM(ER-PERIOD-CLOSED) ','
               '"data":null,'
               '"message":"Tanggal valuta posting jatuh di tahun buku'
               ' yang sudah ditutup"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-VALUE-DATE.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Tanggal valuta tidak valid'
               ' (YYYYMMDD, tidak boleh di masa depan)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

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

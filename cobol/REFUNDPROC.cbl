               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input  ---
      *--- membawa token sesi, bukan ID operator polos             ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Indeks txn-id yang sudah diproses (keyed) - diisi oleh  ---
      *--- semua penulis transaksi supaya cek duplikat jalur cepat ---
      *--- PAYMENTPROC/DISPATCHER melihat id reversal juga          ---
               RECORD KEY IS FD-TI-TXN-ID
               FILE STATUS IS WS-TIX-FILE-STATUS.

      *--- Tahun buku yang sudah ditutup YECLOSE ---
           SELECT PERIOD-LOCK-FILE
               ASSIGN TO '/app/data/periodlock.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.

      *--- Master identitas KYC (KYCMAINT/CHGAPPR) - tier          ---
      *--- verifikasi menentukan batas saldo dompet                ---
           SELECT KYC-FILE
               ASSIGN TO '/app/data/kycmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYC-USER-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.

      *--- Master parameter bisnis (PARMAINT/CHGAPPR) - batas      ---
      *--- saldo per tier KYC dibaca dari sini                      ---
           SELECT PARAM-FILE
               ASSIGN TO '/app/data/params.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Change feed: event bernomor urut untuk setiap perubahan ---
      *--- saldo dan transaksi, dibaca DWH/aplikasi mobile intraday ---
           SELECT CHGFEED-FILE
               ASSIGN TO '/app/data/chgfeed.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *--- Nomor urut terakhir change feed (satu baris) ---
           SELECT CHGSEQ-FILE
               ASSIGN TO '/app/data/chgseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.

      *================================================================*
       DATA DIVISION.
       FILE SECTION.
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

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

      *================================================================*
       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'REFUNDPROC'.
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

      *--- File Status ---
       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           88  TXN-FS-NOT-FOUND    VALUE '35'.

      *--- Input dari stdin:                                       ---
      *---   REFUND_TXN_ID|ORIGINAL_TXN_ID|OPERATOR_ID|VALUE_DATE   ---
      *--- Operator wajib terdaftar; refund di atas ambang          ---
      *--- WS-SUPERVISOR-THRESHOLD butuh peran supervisor.          ---
      *--- VALUE_DATE (YYYYMMDD, opsional) untuk refund bertanggal  ---
      *--- mundur - default hari ini                                 ---
       01  WS-INPUT-LINE           PIC X(150).
       01  WS-IN-REFUND-TXN-ID     PIC X(36).
       01  WS-IN-ORIGINAL-TXN-ID   PIC X(36).
       01  WS-IN-OPERATOR          PIC X(12).
       01  WS-IN-VALUE-DATE        PIC X(8).

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
       01  WS-NUMVAL-CHECK         PIC S9(4).

       01  WS-CAP-USER-ID          PIC X(20).
       01  WS-CAP-KYC-TIER         PIC X(10) VALUE SPACES.
       01  WS-BALCAP-UNVER         PIC 9(13)V99 VALUE 2000000.00.
       01  WS-BALCAP-VERIF         PIC 9(13)V99 VALUE 20000000.00.
       01  WS-BALCAP-PREM          PIC 9(13)V99 VALUE 0.
       01  WS-BALANCE-CAP          PIC 9(13)V99 VALUE 0.
       01  WS-CAP-BALANCE          PIC 9(14)V99.
       01  WS-CAP-EXCEEDED         PIC X(1) VALUE 'N'.

      *--- Validasi operator ke registri ---
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

       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ROLE        PIC X(12) VALUE SPACES.
       01  WS-SUPERVISOR-THRESHOLD PIC 9(13)V99 VALUE 1000000.00.
           05  WS-OP-AMOUNT        PIC X(20).
           05  WS-OP-STATUS        PIC X(10).
           05  WS-OP-TYPE          PIC X(10).
           05  WS-OP-QR-CODE       PIC X(100).

      *--- QR-CODE field transaksi reversal, dipakai untuk menandai ---
      *--- transaksi asli yang sudah direfund (link balik)          ---
           05  FILLER              PIC X(10) VALUE 'REFUND-OF:'.
           05  WS-RL-ORIGINAL-ID   PIC X(36).

      *--- Kepala kolom QR sebelum sufiks pertama - reversal induk ---
      *--- split membawa sufiks ' SPLIT:nn' di belakang link-nya   ---
       01  WS-QR-HEAD              PIC X(100).

      *--- Refund pembayaran split marketplace: tiap leg tenant    ---
      *--- (baris SPLITLEG, SPLIT-OF:<induk>) dibalik sebesar      ---
      *--- porsinya atas nominal refund sebagai baris SPLITRFND;    ---
      *--- leg terakhir menampung sisa pembulatan                   ---
       01  WS-SPLIT-TAGS           PIC 9(3) VALUE 0.
       01  WS-SPLIT-COUNT          PIC 9(2) VALUE 0.
       01  WS-SPLIT-IDX            PIC 9(2) VALUE 0.
       01  WS-SPLIT-GROSS          PIC 9(14)V99 VALUE 0.
       01  WS-SPLIT-ALLOCATED      PIC 9(14)V99 VALUE 0.
       01  WS-SPLIT-SHARE          PIC 9(13)V99 VALUE 0.
       01  WS-SPLIT-ID-LEN         PIC 9(2).
       01  WS-SPLIT-NO-EDIT        PIC 9(2).
       01  WS-SPLIT-AMT-EDIT       PIC Z(12)9.99.
       01  WS-SPLIT-COUNT-EDIT     PIC Z9.
       01  WS-SPLIT-RFND-ID        PIC X(36).

       01  WS-SPLIT-TABLE.
           05  WS-SL-ENTRY OCCURS 10 TIMES.
               10  WS-SL-LEG-ID    PIC X(36).
               10  WS-SL-MER-ID    PIC X(20).
               10  WS-SL-AMOUNT    PIC 9(13)V99.

       01  WS-SPLIT-LINK.
           05  FILLER              PIC X(9) VALUE 'SPLIT-OF:'.
           05  WS-SK-TXN-ID        PIC X(36).

       01  WS-LEG-REFUND-LINK.
           05  FILLER              PIC X(10) VALUE 'REFUND-OF:'.
           05  WS-LR-LEG-ID        PIC X(36).

      *--- Account record fields (disalin dari ACCOUNT-FILE-RECORD) ---
       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
               INTO WS-IN-REFUND-TXN-ID
                    WS-IN-ORIGINAL-TXN-ID
                    WS-IN-OPERATOR
                    WS-IN-VALUE-DATE
           END-UNSTRING

      *--- Kolom operator membawa token sesi OPRSIGN; diganti    ---
      *--- dengan ID operator pemilik sesi sebelum validasi        ---
           MOVE WS-IN-OPERATOR TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-OPERATOR

           MOVE WS-IN-REFUND-TXN-ID TO WS-AUD-REFUND-ID
           MOVE WS-IN-OPERATOR TO WS-AUD-OPERATOR-ID
           MOVE WS-AUD-KEY-PARTS TO WS-AUD-KEY
               STOP RUN
           END-IF

      *--- Step 0b: Tanggal valuta tidak boleh di masa depan dan  ---
      *--- tidak boleh jatuh di tahun yang sudah ditutup YECLOSE   ---
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

      *--- Step 1: Cari transaksi asli di transactions.dat ---
           PERFORM FIND-ORIGINAL-TXN

               STOP RUN
           END-IF

      *--- Pembayaran split: muat leg-leg tenantnya - induk split  ---
      *--- tanpa leg tercatat tidak bisa dibalik dengan benar       ---
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-TAGS
           INSPECT WS-OP-QR-CODE
               TALLYING WS-SPLIT-TAGS FOR ALL ' SPLIT:'

           IF FUNCTION TRIM(WS-OP-TYPE) = 'QRIS'
              AND WS-SPLIT-TAGS > 0
               PERFORM LOAD-SPLIT-LEGS

               IF WS-SPLIT-COUNT = 0
                   PERFORM RETURN-NOT-REFUNDABLE
                   STOP RUN
               END-IF
           END-IF

      *--- Step 2: Tolak jika transaksi ini sudah pernah direfund ---
           PERFORM CHECK-ALREADY-REFUNDED

           END-IF

      *--- Step 3: Kreditkan dana kembali ke rekening nasabah asal ---
      *--- selama saldonya tidak melewati batas saldo tier KYC     ---
           PERFORM LOAD-BALANCE-CAP-PARAMS
           MOVE WS-OP-USER-ID TO WS-CAP-USER-ID
           PERFORM RESOLVE-BALANCE-CAP

           PERFORM CREDIT-ORIGINATING-ACCOUNT

           IF WS-ACC-FOUND = 'N'
               STOP RUN
           END-IF

           IF WS-CAP-EXCEEDED = 'Y'
               PERFORM RETURN-BALANCE-CAP-EXCEEDED
               STOP RUN
           END-IF

      *--- Step 4: Catat record reversal yang terhubung ke transaksi asli --
           PERFORM WRITE-REVERSAL-RECORD
           PERFORM REGISTER-TXN-INDEX

      *--- Step 4b: Balik tiap leg tenant secara proporsional ---
           IF WS-SPLIT-COUNT > 0
               PERFORM WRITE-SPLIT-REVERSALS
           END-IF

      *--- Step 5: Return sukses ---
           PERFORM RETURN-SUCCESS

           STOP RUN.

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
       WRITE-AUDIT-LOG.
      *--- Catat setiap decline/error (dan sukses) ke audit log    ---
               CLOSE AUDIT-FILE
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
      *--- Operator harus terdaftar dan berstatus active di        ---
                           MOVE WS-TP-AMOUNT      TO WS-OP-AMOUNT
                           MOVE WS-TP-STATUS      TO WS-OP-STATUS
                           MOVE WS-TP-TYPE        TO WS-OP-TYPE
                           MOVE WS-TP-QR-CODE     TO WS-OP-QR-CODE
                       END-IF
                   END-READ
               END-PERFORM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-QR-HEAD
                       UNSTRING WS-TP-QR-CODE
                           DELIMITED BY SPACE
                           INTO WS-QR-HEAD
                       END-UNSTRING

                       IF FUNCTION TRIM(WS-TP-TYPE) = 'REFUND'
                          AND FUNCTION TRIM(WS-QR-HEAD) =
                              FUNCTION TRIM(WS-REFUND-LINK)
                           MOVE 'Y' TO WS-ALREADY-REFUNDED
                       END-IF
                   MOVE 'Y' TO WS-ACC-FOUND
           END-READ

           MOVE 'N' TO WS-CAP-EXCEEDED

           IF WS-ACC-FOUND = 'Y' AND WS-BALANCE-CAP > 0
               COMPUTE WS-CAP-BALANCE =
                   WS-AP-BALANCE + WS-REFUND-AMOUNT
               IF WS-CAP-BALANCE > WS-BALANCE-CAP
                   MOVE 'Y' TO WS-CAP-EXCEEDED
               END-IF
           END-IF

           IF WS-ACC-FOUND = 'Y' AND WS-CAP-EXCEEDED = 'N'
               COMPUTE WS-NEW-BALANCE =
                   WS-AP-BALANCE + WS-REFUND-AMOUNT

               MOVE WS-AP-CURRENCY  TO FD-ACC-CURRENCY
               MOVE WS-AP-STATUS    TO FD-ACC-STATUS

               PERFORM CAPTURE-BALANCE-BEFORE
               REWRITE ACCOUNT-FILE-RECORD
               PERFORM WRITE-BALANCE-EVENT
           END-IF

           CLOSE ACCOUNT-FILE.

      *----------------------------------------------------------------*
       WRITE-REVERSAL-RECORD.
      *--- Baris reversal (dan leg split-nya) bertanggal valuta ---
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-POSTING-DATE TO WS-DATETIME(1:8)
           MOVE FUNCTION TRIM(WS-IN-ORIGINAL-TXN-ID)
               TO WS-RL-ORIGINAL-ID

               MOVE 'success'           TO WS-TWR-STATUS
               MOVE 'REFUND'            TO WS-TWR-TYPE
               MOVE WS-REFUND-LINK      TO WS-TWR-QR-CODE

      *--- Reversal induk split ikut bertanda ' SPLIT:nn' supaya   ---
      *--- settlement tidak menghitungnya sebagai volume            ---
      *--- marketplace - pengurangnya ada di baris SPLITRFND        ---
               IF WS-SPLIT-COUNT > 0
                   MOVE WS-SPLIT-COUNT TO WS-SPLIT-NO-EDIT
                   MOVE SPACES TO WS-TWR-QR-CODE
                   STRING FUNCTION TRIM(WS-REFUND-LINK)
                          ' SPLIT:' WS-SPLIT-NO-EDIT
                       DELIMITED SIZE
                       INTO WS-TWR-QR-CODE
                   END-STRING
               END-IF

               MOVE WS-DATETIME         TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME         TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-SPLIT-LEGS.
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-GROSS
           MOVE FUNCTION TRIM(WS-IN-ORIGINAL-TXN-ID) TO WS-SK-TXN-ID

           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TP-TYPE) = 'SPLITLEG'
                          AND FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND FUNCTION TRIM(WS-TP-QR-CODE) =
                              FUNCTION TRIM(WS-SPLIT-LINK)
                          AND WS-SPLIT-COUNT < 10
                           ADD 1 TO WS-SPLIT-COUNT
                           MOVE WS-TP-TXN-ID
                               TO WS-SL-LEG-ID(WS-SPLIT-COUNT)
                           MOVE WS-TP-MERCHANT-ID
                               TO WS-SL-MER-ID(WS-SPLIT-COUNT)
                           MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                               TO WS-SL-AMOUNT(WS-SPLIT-COUNT)
                           ADD WS-SL-AMOUNT(WS-SPLIT-COUNT)
                               TO WS-SPLIT-GROSS
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF

           IF WS-SPLIT-GROSS = 0
               MOVE 0 TO WS-SPLIT-COUNT
           END-IF.

      *----------------------------------------------------------------*
       WRITE-SPLIT-REVERSALS.
      *--- Satu baris SPLITRFND per leg: user = nasabah, merchant  ---
      *--- = tenant, nominal = refund x porsi leg / gross, kolom QR ---
      *--- REFUND-OF:<leg>. Baris memo - saldo nasabah sudah naik   ---
      *--- lewat baris REFUND induknya                               ---
           MOVE 0 TO WS-SPLIT-ALLOCATED

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
                   PERFORM WRITE-ONE-SPLIT-REVERSAL
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-ONE-SPLIT-REVERSAL.
           IF WS-SPLIT-IDX = WS-SPLIT-COUNT
               IF WS-SPLIT-ALLOCATED > WS-REFUND-AMOUNT
                   MOVE 0 TO WS-SPLIT-SHARE
               ELSE
                   COMPUTE WS-SPLIT-SHARE =
                       WS-REFUND-AMOUNT - WS-SPLIT-ALLOCATED
               END-IF
           ELSE
               COMPUTE WS-SPLIT-SHARE ROUNDED =
                   WS-REFUND-AMOUNT * WS-SL-AMOUNT(WS-SPLIT-IDX)
                   / WS-SPLIT-GROSS
           END-IF
           ADD WS-SPLIT-SHARE TO WS-SPLIT-ALLOCATED

      *--- Id reversal leg: id refund dipotong 33 karakter + '-nn' ---
           MOVE WS-SPLIT-IDX TO WS-SPLIT-NO-EDIT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IN-REFUND-TXN-ID))
               TO WS-SPLIT-ID-LEN
           IF WS-SPLIT-ID-LEN > 33
               MOVE 33 TO WS-SPLIT-ID-LEN
           END-IF

           MOVE SPACES TO WS-SPLIT-RFND-ID
           STRING WS-IN-REFUND-TXN-ID(1:WS-SPLIT-ID-LEN)
                  '-' WS-SPLIT-NO-EDIT
               DELIMITED SIZE
               INTO WS-SPLIT-RFND-ID
           END-STRING

           MOVE FUNCTION TRIM(WS-SL-LEG-ID(WS-SPLIT-IDX))
               TO WS-LR-LEG-ID
           MOVE WS-SPLIT-SHARE TO WS-SPLIT-AMT-EDIT

           MOVE WS-SPLIT-RFND-ID    TO WS-TWR-TXN-ID
           MOVE WS-OP-USER-ID       TO WS-TWR-USER-ID
           MOVE WS-SL-MER-ID(WS-SPLIT-IDX) TO WS-TWR-MERCHANT-ID
           MOVE FUNCTION TRIM(WS-SPLIT-AMT-EDIT) TO WS-TWR-AMOUNT
           MOVE 'success'           TO WS-TWR-STATUS
           MOVE 'SPLITRFND'         TO WS-TWR-TYPE
           MOVE WS-LEG-REFUND-LINK  TO WS-TWR-QR-CODE
           MOVE WS-DATETIME         TO WS-TWR-CREATED-AT
           MOVE WS-DATETIME         TO WS-TWR-UPDATED-AT

           WRITE TRANSACTION-FILE-RECORD
               FROM WS-TXN-WRITE-RECORD
           PERFORM WRITE-TXN-EVENT.

      *----------------------------------------------------------------*
       REGISTER-TXN-INDEX.
      *--- Daftarkan txn-id reversal ke indeks keyed supaya cek   ---
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG
           PERFORM WRITE-NOTIFY-EVENT
           MOVE WS-SPLIT-COUNT TO WS-SPLIT-COUNT-EDIT

           STRING
               '{'
                   FUNCTION TRIM(WS-OP-USER-ID) '",'
               '"amount":'
                   FUNCTION TRIM(WS-OP-AMOUNT) ','
               '"split_legs":'
                   FUNCTION TRIM(WS-SPLIT-COUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Refund berhasil diproses"'
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-PERIOD-CLOSED.
           MOVE EC-PERIOD-CLOSED TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1043,'
               '"retryable":' FUNCTION TRIM(ER-PERIOD-CLOSED) ','
               '"data":null,'
               '"message":"Tanggal valuta refund jatuh di tahun buku'
               ' yang sudah ditutup"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-VALUE-DATE.
           MOVE EC-INVALID-AMOUNT TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Tanggal valuta refund tidak valid'
               ' (YYYYMMDD, tidak boleh di masa depan)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-BALANCE-CAP-EXCEEDED.
           MOVE EC-BALANCE-CAP TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1044,'
               '"retryable":' FUNCTION TRIM(ER-BALANCE-CAP) ','
               '"data":null,'
               '"message":"Refund ditolak - saldo nasabah akan melebihi'
               ' batas saldo tier KYC"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-USER.
           MOVE EC-INVALID-USER TO WS-AUD-CODE
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
           MOVE WS-IN-REFUND-TXN-ID TO WS-CF-TXN-ID

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

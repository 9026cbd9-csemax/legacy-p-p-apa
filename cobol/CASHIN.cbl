               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

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

      *================================================================*
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'CASHIN'.
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
           05  FILLER              PIC X(1) VALUE ':'.
           05  WS-TL-CHANNEL       PIC X(20).

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

      *--- Date/time ---
       01  WS-DATETIME             PIC X(20).

               STOP RUN
           END-IF

      *--- Step 1a: Saldo sesudah setoran tidak boleh melewati     ---
      *--- batas saldo tier KYC nasabah - dicek sebelum float agen ---
      *--- didebit, jadi setoran yang ditolak tidak perlu dibalik  ---
           PERFORM LOAD-BALANCE-CAP-PARAMS
           MOVE WS-IN-USER-ID TO WS-CAP-USER-ID
           PERFORM RESOLVE-BALANCE-CAP

           IF WS-BALANCE-CAP > 0
               COMPUTE WS-CAP-BALANCE = WS-AP-BALANCE + WS-IN-AMOUNT
               IF WS-CAP-BALANCE > WS-BALANCE-CAP
                   PERFORM RETURN-BALANCE-CAP-EXCEEDED
                   STOP RUN
               END-IF
           END-IF

      *--- Step 1b: Setoran lewat agen kiosk mendebit float        ---
      *--- pre-fund agennya dulu - tanpa float yang cukup setoran  ---
      *--- ditolak sebelum saldo nasabah tersentuh                 ---
                      '/agents.dat' DELIMITED SIZE
                      INTO WS-AGENT-FILE-PATH
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
           END-IF.

      *----------------------------------------------------------------*
                   COMPUTE WS-NEW-BALANCE =
                       WS-AP-BALANCE + WS-IN-AMOUNT
                   MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                   MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                   PERFORM CAPTURE-BALANCE-BEFORE
                   REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                   PERFORM WRITE-BALANCE-EVENT
           END-READ

           CLOSE ACCOUNT-FILE

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

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
               '"message":"Setoran ditolak - saldo akan melebihi batas'
               ' saldo tier KYC"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DUPLICATE-TXN.
           MOVE EC-DUPLICATE-TXN TO WS-AUD-CODE
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
           MOVE WS-IN-TXN-ID TO WS-CF-TXN-ID

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

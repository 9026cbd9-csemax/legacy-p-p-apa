      *================================================================*
      * CAPRPT.CBL - Wallet Balance Cap Breach Monthly Report         *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPRPT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE
               ASSIGN TO DYNAMIC WS-SNAPSHOT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.

      *--- Master identitas KYC (KYCMAINT/CHGAPPR) - tier           ---
      *--- verifikasi menentukan batas saldo dompet                 ---
           SELECT KYC-FILE
               ASSIGN TO DYNAMIC WS-KYC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYC-USER-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.

      *--- Master parameter bisnis (PARMAINT/CHGAPPR) - batas       ---
      *--- saldo per tier KYC dibaca dari sini                      ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

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
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-FILE-RECORD    PIC X(100).

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
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'CAPRPT'.
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
       01  WS-MASK-ACC-ID          PIC X(20).
       01  WS-MASK-USER-ID         PIC X(20).

      *--- File path, bisa dialihkan ke direktori lain lewat env    ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)          ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-SNAPSHOT-FILE-PATH    PIC X(100).
       01  WS-KYC-FILE-PATH         PIC X(100)
           VALUE '/app/data/kycmast.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.

       01  WS-SNP-FILE-STATUS      PIC XX.
           88  SNP-FS-OK           VALUE '00'.
           88  SNP-FS-EOF          VALUE '10'.

       01  WS-KYC-FILE-STATUS      PIC XX.
           88  KYC-FS-OK           VALUE '00'.
       01  WS-KYC-OPEN             PIC X(1) VALUE 'N'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

      *--- Baris snapshot (selaras EODSNAP) ---
       01  WS-SNAPSHOT-RECORD.
           05  WS-SN-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-SN-ACC-ID        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-SN-BALANCE       PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  WS-SN-HOLD          PIC 9(13)V99.

      *--- Bulan laporan (dari command line / stdin, YYYYMM) ---
       01  WS-ARG-MONTH            PIC X(8).
       01  WS-RUN-MONTH            PIC X(6).
       01  WS-MONTH-START          PIC X(8).
       01  WS-MONTH-END            PIC X(8).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-MONTH-YY             PIC 9(4).
       01  WS-MONTH-MM             PIC 9(2).
       01  WS-DAY-INT              PIC 9(8).
       01  WS-END-INT              PIC 9(8).
       01  WS-SNAP-DATE            PIC X(8).

      *--- Parameter batas saldo - nilai yang berlaku di akhir      ---
      *--- bulan laporan (baris efektif terbaru per nama menang)    ---
       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-TODAY             PIC X(8).
       01  WS-PM-EFF-BCU           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCV           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCP           PIC X(8) VALUE SPACES.
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Saldo maksimum dompet per tier KYC (ketentuan BI uang    ---
      *--- elektronik) - params BALCAPUNV/BALCAPVER/BALCAPPRM, 0    ---
      *--- berarti tanpa batas; rekening tanpa record KYC           ---
      *--- (korporat, internal bank) tidak dibatasi                 ---
       01  WS-CAP-KYC-TIER         PIC X(10) VALUE SPACES.
       01  WS-BALCAP-UNVER         PIC 9(13)V99 VALUE 2000000.00.
       01  WS-BALCAP-VERIF         PIC 9(13)V99 VALUE 20000000.00.
       01  WS-BALCAP-PREM          PIC 9(13)V99 VALUE 0.
       01  WS-BALANCE-CAP          PIC 9(13)V99 VALUE 0.
       01  WS-CAP-EXCESS           PIC 9(13)V99 VALUE 0.

      *--- Rekening internal bank tidak ikut dinilai ---
       01  WS-INTERNAL-USERS.
           05  FILLER              PIC X(20) VALUE 'BANKMDRINC'.
           05  FILLER              PIC X(20) VALUE 'BANKFEEINC'.
           05  FILLER              PIC X(20) VALUE 'TAXPAYABLE'.
           05  FILLER              PIC X(20) VALUE 'DSPLOSSEXP'.
           05  FILLER              PIC X(20) VALUE 'ESCHEATLIA'.
           05  FILLER              PIC X(20) VALUE 'SUSPENSE'.
           05  FILLER              PIC X(20) VALUE 'SUSPWOFF'.
       01  WS-INTERNAL-TABLE REDEFINES WS-INTERNAL-USERS.
           05  WS-IU-ENTRY         PIC X(20) OCCURS 7 TIMES.
       01  WS-IU-IDX               PIC 9(1).
       01  WS-IS-INTERNAL          PIC X(1).
       01  WS-CHECK-USER-ID        PIC X(20).

      *--- Dompet yang pernah ditutup di atas batas dalam bulan ---
       01  WS-BREACH-TABLE.
           05  WS-BR-ENTRY OCCURS 1000 TIMES.
               10  WS-BR-USER-ID   PIC X(20).
               10  WS-BR-ACC-ID    PIC X(20).
               10  WS-BR-TIER      PIC X(10).
               10  WS-BR-CAP       PIC 9(13)V99.
               10  WS-BR-DAYS      PIC 9(2).
               10  WS-BR-FIRST     PIC X(8).
               10  WS-BR-LAST      PIC X(8).
               10  WS-BR-MAX-BAL   PIC 9(13)V99.
               10  WS-BR-MAX-EXC   PIC 9(13)V99.

       01  WS-BREACH-COUNT         PIC 9(4) VALUE 0.
       01  WS-BR-IDX               PIC 9(4).
       01  WS-BR-FOUND-IDX         PIC 9(4).
       01  WS-BREACH-DROPPED       PIC 9(5) VALUE 0.

       01  WS-DAYS-IN-MONTH        PIC 9(2) VALUE 0.
       01  WS-SNAP-DAYS            PIC 9(2) VALUE 0.
       01  WS-BREACH-ROWS          PIC 9(7) VALUE 0.

       01  WS-CAP-EDIT             PIC Z(12)9.99.
       01  WS-BALANCE-EDIT         PIC Z(12)9.99.
       01  WS-EXCESS-EDIT          PIC Z(12)9.99.
       01  WS-DAYS-EDIT            PIC Z9.
       01  WS-TOTAL-DAYS-EDIT      PIC Z9.
       01  WS-COUNT-EDIT           PIC ZZZ9.
       01  WS-ROWS-EDIT            PIC Z(6)9.
       01  WS-DROPPED-EDIT         PIC ZZZZ9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Daftar dompet yang saldo akhir harinya pernah melewati   ---
      *--- batas tier KYC dalam satu bulan, dari snapshot posisi    ---
      *--- EOD (EODSNAP) yang masih tersimpan. Dijalankan awal      ---
      *--- bulan berikutnya; retensi default EODSNAP 35 hari, jadi  ---
      *--- snapshot tanggal 1 bulan 31 hari masih tersimpan pada    ---
      *--- beberapa hari pertama bulan berikutnya                   ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-REPORT-MONTH
           PERFORM RESOLVE-MASKING
           PERFORM LOAD-BALANCE-CAP-PARAMS

           OPEN INPUT KYC-FILE
           IF KYC-FS-OK
               MOVE 'Y' TO WS-KYC-OPEN
           END-IF

           PERFORM UNTIL WS-DAY-INT > WS-END-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-SNAP-DATE
               ADD 1 TO WS-DAYS-IN-MONTH
               PERFORM SCAN-ONE-SNAPSHOT
               ADD 1 TO WS-DAY-INT
           END-PERFORM

           IF WS-KYC-OPEN = 'Y'
               CLOSE KYC-FILE
           END-IF

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BREACH-COUNT
               PERFORM PRINT-BREACH-LINE
           END-PERFORM

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

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
       GET-REPORT-MONTH.
      *--- Kosong: bulan lalu (tanggal 1 bulan ini dikurangi satu   ---
      *--- hari)                                                    ---
           ACCEPT WS-ARG-MONTH FROM COMMAND-LINE

           IF WS-ARG-MONTH = SPACES
               ACCEPT WS-ARG-MONTH
           END-IF

           IF WS-ARG-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-ARG-MONTH
               MOVE '01' TO WS-ARG-MONTH(7:2)
               MOVE FUNCTION NUMVAL(WS-ARG-MONTH) TO WS-DATE-NUM
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-ARG-MONTH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-ARG-MONTH(1:6)) NOT = 0
              OR WS-ARG-MONTH(5:2) < '01'
              OR WS-ARG-MONTH(5:2) > '12'
               PERFORM RETURN-INVALID-ARGUMENT
               STOP RUN
           END-IF

           MOVE WS-ARG-MONTH(1:6) TO WS-RUN-MONTH

           MOVE FUNCTION NUMVAL(WS-RUN-MONTH(1:4)) TO WS-MONTH-YY
           MOVE FUNCTION NUMVAL(WS-RUN-MONTH(5:2)) TO WS-MONTH-MM
           COMPUTE WS-DATE-NUM =
               WS-MONTH-YY * 10000 + WS-MONTH-MM * 100 + 1
           MOVE WS-DATE-NUM TO WS-MONTH-START
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-DAY-INT

           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-YY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF
           COMPUTE WS-DATE-NUM =
               WS-MONTH-YY * 10000 + WS-MONTH-MM * 100 + 1
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-END-INT) TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-MONTH-END.

      *----------------------------------------------------------------*
       LOAD-BALANCE-CAP-PARAMS.
      *--- Baris efektif terbaru per nama menang ---
           MOVE WS-MONTH-END TO WS-PM-TODAY

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
       SCAN-ONE-SNAPSHOT.
      *--- Hari tanpa snapshot (belum/sudah lewat masa simpan)      ---
      *--- dilewati dan tercermin di snapshot_days pada ringkasan   ---
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/possnap-' DELIMITED SIZE
                  WS-SNAP-DATE DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-SNAPSHOT-FILE-PATH
           END-STRING

           OPEN INPUT SNAPSHOT-FILE
           IF SNP-FS-OK
               ADD 1 TO WS-SNAP-DAYS

               PERFORM UNTIL SNP-FS-EOF
                   READ SNAPSHOT-FILE INTO WS-SNAPSHOT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-SNAPSHOT-ROW
                   END-READ
               END-PERFORM

               CLOSE SNAPSHOT-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-SNAPSHOT-ROW.
           MOVE WS-SN-USER-ID TO WS-CHECK-USER-ID
           PERFORM CHECK-INTERNAL-USER

           IF WS-IS-INTERNAL = 'N'
               PERFORM RESOLVE-BALANCE-CAP

               IF WS-BALANCE-CAP > 0
                  AND WS-SN-BALANCE > WS-BALANCE-CAP
                   ADD 1 TO WS-BREACH-ROWS
                   COMPUTE WS-CAP-EXCESS =
                       WS-SN-BALANCE - WS-BALANCE-CAP
                   PERFORM RECORD-BREACH
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-INTERNAL-USER.
           MOVE 'N' TO WS-IS-INTERNAL

           PERFORM VARYING WS-IU-IDX FROM 1 BY 1
               UNTIL WS-IU-IDX > 7
               IF FUNCTION TRIM(WS-CHECK-USER-ID) =
                  FUNCTION TRIM(WS-IU-ENTRY(WS-IU-IDX))
                   MOVE 'Y' TO WS-IS-INTERNAL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       RESOLVE-BALANCE-CAP.
      *--- Tier KYC saat laporan dijalankan; master KYC tidak       ---
      *--- menyimpan riwayat tier                                   ---
           MOVE SPACES TO WS-CAP-KYC-TIER

           IF WS-KYC-OPEN = 'Y'
               MOVE WS-SN-USER-ID TO FD-KYC-USER-ID

               READ KYC-FILE
                   KEY IS FD-KYC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-KYC-TIER TO WS-CAP-KYC-TIER
               END-READ
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
       RECORD-BREACH.
           MOVE 0 TO WS-BR-FOUND-IDX

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BREACH-COUNT
                  OR WS-BR-FOUND-IDX > 0
               IF WS-BR-USER-ID(WS-BR-IDX) = WS-SN-USER-ID
                   MOVE WS-BR-IDX TO WS-BR-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-BR-FOUND-IDX = 0
               IF WS-BREACH-COUNT < 1000
                   ADD 1 TO WS-BREACH-COUNT
                   MOVE WS-BREACH-COUNT TO WS-BR-FOUND-IDX
                   MOVE WS-SN-USER-ID TO WS-BR-USER-ID(WS-BR-FOUND-IDX)
                   MOVE WS-SN-ACC-ID TO WS-BR-ACC-ID(WS-BR-FOUND-IDX)
                   MOVE WS-CAP-KYC-TIER TO WS-BR-TIER(WS-BR-FOUND-IDX)
                   MOVE WS-BALANCE-CAP TO WS-BR-CAP(WS-BR-FOUND-IDX)
                   MOVE 0 TO WS-BR-DAYS(WS-BR-FOUND-IDX)
                   MOVE WS-SNAP-DATE TO WS-BR-FIRST(WS-BR-FOUND-IDX)
                   MOVE 0 TO WS-BR-MAX-BAL(WS-BR-FOUND-IDX)
                   MOVE 0 TO WS-BR-MAX-EXC(WS-BR-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-BREACH-DROPPED
               END-IF
           END-IF

           IF WS-BR-FOUND-IDX > 0
               ADD 1 TO WS-BR-DAYS(WS-BR-FOUND-IDX)
               MOVE WS-SNAP-DATE TO WS-BR-LAST(WS-BR-FOUND-IDX)
               IF WS-SN-BALANCE > WS-BR-MAX-BAL(WS-BR-FOUND-IDX)
                   MOVE WS-SN-BALANCE TO WS-BR-MAX-BAL(WS-BR-FOUND-IDX)
               END-IF
               IF WS-CAP-EXCESS > WS-BR-MAX-EXC(WS-BR-FOUND-IDX)
                   MOVE WS-CAP-EXCESS TO WS-BR-MAX-EXC(WS-BR-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       PRINT-BREACH-LINE.
           MOVE WS-BR-CAP(WS-BR-IDX) TO WS-CAP-EDIT
           MOVE WS-BR-MAX-BAL(WS-BR-IDX) TO WS-BALANCE-EDIT
           MOVE WS-BR-MAX-EXC(WS-BR-IDX) TO WS-EXCESS-EDIT
           MOVE WS-BR-DAYS(WS-BR-IDX) TO WS-DAYS-EDIT
           MOVE WS-BR-USER-ID(WS-BR-IDX) TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID
           MOVE WS-BR-ACC-ID(WS-BR-IDX) TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-ACC-ID

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"balance_cap_breach",'
               '"month":"' WS-RUN-MONTH '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"account_id":"'
                   FUNCTION TRIM(WS-MASK-ACC-ID) '",'
               '"kyc_tier":"'
                   FUNCTION TRIM(WS-BR-TIER(WS-BR-IDX)) '",'
               '"cap":' FUNCTION TRIM(WS-CAP-EDIT) ','
               '"days_over_cap":' FUNCTION TRIM(WS-DAYS-EDIT) ','
               '"first_date":"' WS-BR-FIRST(WS-BR-IDX) '",'
               '"last_date":"' WS-BR-LAST(WS-BR-IDX) '",'
               '"max_balance":' FUNCTION TRIM(WS-BALANCE-EDIT) ','
               '"max_excess":' FUNCTION TRIM(WS-EXCESS-EDIT) ','
               '"source":"legacy-cobol"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

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
       PRINT-SUMMARY-LINE.
           MOVE WS-SNAP-DAYS TO WS-DAYS-EDIT
           MOVE WS-DAYS-IN-MONTH TO WS-TOTAL-DAYS-EDIT
           MOVE WS-BREACH-COUNT TO WS-COUNT-EDIT
           MOVE WS-BREACH-ROWS TO WS-ROWS-EDIT
           MOVE WS-BREACH-DROPPED TO WS-DROPPED-EDIT
           MOVE WS-BALCAP-UNVER TO WS-CAP-EDIT
           MOVE WS-BALCAP-VERIF TO WS-BALANCE-EDIT
           MOVE WS-BALCAP-PREM TO WS-EXCESS-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"month":"' WS-RUN-MONTH '",'
               '"period_start":"' WS-MONTH-START '",'
               '"period_end":"' WS-MONTH-END '",'
               '"days_in_month":' FUNCTION TRIM(WS-TOTAL-DAYS-EDIT) ','
               '"snapshot_days":' FUNCTION TRIM(WS-DAYS-EDIT) ','
               '"cap_unverified":' FUNCTION TRIM(WS-CAP-EDIT) ','
               '"cap_verified":' FUNCTION TRIM(WS-BALANCE-EDIT) ','
               '"cap_premium":' FUNCTION TRIM(WS-EXCESS-EDIT) ','
               '"wallets_over_cap":' FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"wallet_days_over_cap":' FUNCTION TRIM(WS-ROWS-EDIT)
                   ','
               '"wallets_not_listed":' FUNCTION TRIM(WS-DROPPED-EDIT)
               '},'
               '"message":"Laporan dompet melewati batas saldo"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-ARGUMENT.
           MOVE 8 TO RETURN-CODE

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Argumen harus YYYYMM"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

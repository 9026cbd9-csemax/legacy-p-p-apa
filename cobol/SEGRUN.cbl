      *================================================================*
      * SEGRUN.CBL - Monthly Customer RFM Segmentation                *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGRUN.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Daftar nasabah yang dinilai (rekening internal dan     ---
      *--- rekening closed tidak ikut)                             ---
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Sumber transaksi diputar: riwayat aktif lalu arsip      ---
      *--- txnhist enam bulan jendela penilaian (pola MISRPT)      ---
           SELECT TXN-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-TXN-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Riwayat status - baris ONBOARDING = tanggal buka rekening ---
           SELECT STSHIST-FILE
               ASSIGN TO DYNAMIC WS-STSHIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

      *--- File segmen: satu baris per nasabah, dibaca PAYMENTPROC ---
      *--- untuk voucher kampanye yang dibatasi segmen              ---
           SELECT SEGMENT-FILE
               ASSIGN TO DYNAMIC WS-SEGMENT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SG-FILE-STATUS.

      *--- Segmen bulan sebelumnya - pembanding laporan migrasi    ---
           SELECT BASELINE-FILE
               ASSIGN TO DYNAMIC WS-BASELINE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BL-FILE-STATUS.

           SELECT NEW-SEGMENT-FILE
               ASSIGN TO DYNAMIC WS-SEGMENT-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SGN-FILE-STATUS.

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

       FD  TXN-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-SOURCE-RECORD       PIC X(300).

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       FD  SEGMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEGMENT-FILE-RECORD     PIC X(100).

       FD  BASELINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASELINE-FILE-RECORD    PIC X(100).

       FD  NEW-SEGMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-SEGMENT-RECORD      PIC X(100).

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
       01  WS-TXN-SOURCE-PATH       PIC X(100).
       01  WS-STSHIST-FILE-PATH     PIC X(100)
           VALUE '/app/data/stshist.dat'.
       01  WS-SEGMENT-FILE-PATH     PIC X(100)
           VALUE '/app/data/segments.dat'.
       01  WS-SEGMENT-PREV-PATH     PIC X(100)
           VALUE '/app/data/segments.dat.prev'.
       01  WS-SEGMENT-NEW-PATH      PIC X(100)
           VALUE '/app/data/segments.dat.new'.
       01  WS-BASELINE-FILE-PATH    PIC X(100).

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           88  ACC-FS-EOF          VALUE '10'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-HS-FILE-STATUS       PIC XX.
           88  HS-FS-OK            VALUE '00'.
           88  HS-FS-EOF           VALUE '10'.

       01  WS-SG-FILE-STATUS       PIC XX.
           88  SG-FS-OK            VALUE '00'.
           88  SG-FS-EOF           VALUE '10'.

       01  WS-BL-FILE-STATUS       PIC XX.
           88  BL-FS-OK            VALUE '00'.
           88  BL-FS-EOF           VALUE '10'.

       01  WS-SGN-FILE-STATUS      PIC XX.
           88  SGN-FS-OK           VALUE '00'.

      *--- Argumen: YYYYMM (dinilai per akhir bulan) atau tanggal ---
      *--- YYYYMMDD; tanpa argumen = hari ini                      ---
       01  WS-CMD-LINE             PIC X(40).
       01  WS-ARG-DATE             PIC X(8).
       01  WS-ASOF-DATE            PIC X(8).
       01  WS-RUN-MONTH            PIC X(6).

       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DATE-INT             PIC 9(7).
       01  WS-ASOF-INT             PIC 9(7).
       01  WS-DAYS-SINCE           PIC 9(7).
       01  WS-MONTH-YY             PIC 9(4).
       01  WS-MONTH-MM             PIC 9(2).
       01  WS-MONTH-NUM            PIC 9(6).

      *--- Jendela penilaian: bulan run dan lima bulan sebelumnya ---
       01  WS-SRC-MONTHS.
           05  WS-SRC-MONTH        PIC X(6) OCCURS 6 TIMES.
       01  WS-SRC-IDX              PIC 9(1).
       01  WS-SOURCE-IDX           PIC 9(1).
       01  WS-WINDOW-START         PIC X(8).

      *--- Ambang skor RFM (1-5, 0 = tidak ada transaksi) dan      ---
      *--- batas umur nasabah baru / nasabah lapsed (hari)         ---
       01  WS-NEW-DAYS             PIC 9(3) VALUE 90.
       01  WS-R-LIMITS.
           05  WS-R-LIMIT          PIC 9(5) OCCURS 4 TIMES.
       01  WS-F-LIMITS.
           05  WS-F-LIMIT          PIC 9(7) OCCURS 4 TIMES.
       01  WS-M-LIMITS.
           05  WS-M-LIMIT          PIC 9(13)V99 OCCURS 4 TIMES.
       01  WS-LIMIT-IDX            PIC 9(1).

      *--- Parse transaksi (layout transactions.dat) ---
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
       01  WS-TP-DATE              PIC X(8).
       01  WS-TXN-COUNTS           PIC X(1).

      *--- Baris riwayat status (layout stshist.dat) ---
       01  WS-STSHIST-PARSE.
           05  WS-HS-ENTITY        PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-HS-KEY           PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-HS-OLD-STATUS    PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-HS-NEW-STATUS    PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-HS-REASON        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-HS-CHANGED-BY    PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-HS-PROGRAM       PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-HS-TIMESTAMP     PIC X(20).

      *--- Rekening internal bank tidak ikut disegmentasi ---
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

      *--- Kode segmen; UNSCORED hanya muncul sebagai asal migrasi ---
      *--- (nasabah yang belum ada di file segmen bulan lalu)       ---
       01  WS-SEGMENT-CODES.
           05  FILLER              PIC X(8) VALUE 'CHAMPION'.
           05  FILLER              PIC X(8) VALUE 'LOYAL'.
           05  FILLER              PIC X(8) VALUE 'REGULAR'.
           05  FILLER              PIC X(8) VALUE 'NEW'.
           05  FILLER              PIC X(8) VALUE 'NEWNOQR'.
           05  FILLER              PIC X(8) VALUE 'BIGLAPSE'.
           05  FILLER              PIC X(8) VALUE 'LAPSED'.
           05  FILLER              PIC X(8) VALUE 'INACTIVE'.
           05  FILLER              PIC X(8) VALUE 'UNSCORED'.
       01  WS-SEGMENT-TABLE REDEFINES WS-SEGMENT-CODES.
           05  WS-SC-CODE          PIC X(8) OCCURS 9 TIMES.
       01  WS-SC-IDX               PIC 9(2).
       01  WS-SC-FOUND             PIC 9(2).
       01  WS-FIND-SEGMENT         PIC X(8).

      *--- Statistik per nasabah yang dikumpulkan satu pass ---
       01  WS-CUST-TABLE.
           05  WS-CU-ENTRY OCCURS 5000 TIMES.
               10  WS-CU-USER-ID   PIC X(20).
               10  WS-CU-ONBOARD   PIC X(8).
               10  WS-CU-LAST-DATE PIC X(8).
               10  WS-CU-COUNT     PIC 9(7).
               10  WS-CU-VALUE     PIC 9(13)V99.
               10  WS-CU-QR-PAID   PIC X(1).
               10  WS-CU-R-SCORE   PIC 9(1).
               10  WS-CU-F-SCORE   PIC 9(1).
               10  WS-CU-M-SCORE   PIC 9(1).
               10  WS-CU-SEGMENT   PIC X(8).
               10  WS-CU-PREV-SEG  PIC X(8).
       01  WS-CUST-COUNT           PIC 9(5) VALUE 0.
       01  WS-CU-IDX               PIC 9(5).
       01  WS-CU-FOUND-IDX         PIC 9(5).
       01  WS-SKIPPED-ACCOUNTS     PIC 9(7) VALUE 0.

      *--- Baris segments.dat:                                     ---
      *--- USER|SEGMENT|MONTH|R|F|M|LAST_TXN|COUNT|VALUE|          ---
       01  WS-SEGMENT-RECORD.
           05  WS-SG-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-SEGMENT       PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-MONTH         PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-R-SCORE       PIC 9(1).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-F-SCORE       PIC 9(1).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-M-SCORE       PIC 9(1).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-LAST-DATE     PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-COUNT         PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-VALUE         PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris segments.dat yang dibaca (file lama / pembanding) ---
       01  WS-SEGMENT-PARSE.
           05  WS-SP-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-SP-SEGMENT       PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-SP-MONTH         PIC X(6).
           05  FILLER              PIC X(64).

      *--- Pembanding migrasi: segments.dat bulan lalu, atau       ---
      *--- segments.dat.prev kalau bulan ini dijalankan ulang      ---
       01  WS-FILE-MONTH           PIC X(6) VALUE SPACES.
       01  WS-BASE-MONTH           PIC X(6) VALUE SPACES.
       01  WS-BASELINE-USED        PIC X(1) VALUE 'N'.
       01  WS-ROTATE-CURRENT       PIC X(1) VALUE 'N'.

      *--- Matriks migrasi: asal (8 segmen + UNSCORED) x tujuan ---
       01  WS-MIG-TABLE.
           05  WS-MG-FROM OCCURS 9 TIMES.
               10  WS-MG-COUNT     PIC 9(7) OCCURS 8 TIMES.
       01  WS-SEG-TOTALS.
           05  WS-ST-NOW           PIC 9(7) OCCURS 9 TIMES.
           05  WS-ST-PREV          PIC 9(7) OCCURS 9 TIMES.
       01  WS-FROM-IDX             PIC 9(2).
       01  WS-TO-IDX               PIC 9(2).
       01  WS-MOVED-COUNT          PIC 9(7) VALUE 0.
       01  WS-STAYED-COUNT         PIC 9(7) VALUE 0.
       01  WS-UNSCORED-COUNT       PIC 9(7) VALUE 0.

       01  WS-OUT-BASE             PIC X(10).
       01  WS-OUT-MOVED            PIC X(5).
       01  WS-COUNT-EDIT           PIC Z(6)9.
       01  WS-PREV-EDIT            PIC Z(6)9.
       01  WS-MOVED-EDIT           PIC Z(6)9.
       01  WS-STAYED-EDIT          PIC Z(6)9.
       01  WS-UNSCORED-EDIT        PIC Z(6)9.
       01  WS-SKIPPED-EDIT         PIC Z(6)9.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Nasabah dimuat dari accounts.dat, transaksi enam bulan ---
      *--- terakhir dikumpulkan per nasabah, lalu dinilai recency, ---
      *--- frequency dan monetary; hasilnya menggantikan           ---
      *--- segments.dat dan dibandingkan dengan bulan sebelumnya   ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-ARGUMENTS
           PERFORM SET-SCORE-LIMITS
           PERFORM BUILD-SOURCE-MONTHS
           INITIALIZE WS-MIG-TABLE WS-SEG-TOTALS
           PERFORM CHOOSE-BASELINE

           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-ONBOARDING-DATES

           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 7
               PERFORM SCAN-ONE-SOURCE
           END-PERFORM

           IF WS-BASELINE-USED = 'Y'
               PERFORM LOAD-BASELINE
           END-IF

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CUST-COUNT
               PERFORM SCORE-ONE-CUSTOMER
               PERFORM TALLY-MIGRATION
           END-PERFORM

           PERFORM SAVE-SEGMENTS

           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
               UNTIL WS-TO-IDX > 8
               PERFORM PRINT-SEGMENT-LINE
           END-PERFORM

           PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
               UNTIL WS-FROM-IDX > 9
               PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > 8
                   IF WS-MG-COUNT(WS-FROM-IDX, WS-TO-IDX) > 0
                       PERFORM PRINT-MIGRATION-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED
               MOVE SPACES TO WS-ACCOUNT-FILE-PATH WS-STSHIST-FILE-PATH
                              WS-SEGMENT-FILE-PATH WS-SEGMENT-PREV-PATH
                              WS-SEGMENT-NEW-PATH

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/stshist.dat' DELIMITED SIZE
                      INTO WS-STSHIST-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/segments.dat' DELIMITED SIZE
                      INTO WS-SEGMENT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/segments.dat.prev' DELIMITED SIZE
                      INTO WS-SEGMENT-PREV-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/segments.dat.new' DELIMITED SIZE
                      INTO WS-SEGMENT-NEW-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       GET-ARGUMENTS.
           MOVE SPACES TO WS-ARG-DATE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE
               DELIMITED BY ALL ' '
               INTO WS-ARG-DATE
           END-UNSTRING

           IF WS-ARG-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-ARG-DATE
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-ARG-DATE) NOT = 0
               PERFORM RETURN-INVALID-ARGUMENT
               STOP RUN
           END-IF

           MOVE WS-ARG-DATE(1:6) TO WS-RUN-MONTH

      *--- Bulan saja: dinilai per hari terakhir bulan itu (tanggal ---
      *--- 1 bulan berikutnya dikurangi satu hari)                  ---
           IF WS-ARG-DATE(7:2) = SPACES
               MOVE FUNCTION NUMVAL(WS-RUN-MONTH(1:4)) TO WS-MONTH-YY
               MOVE FUNCTION NUMVAL(WS-RUN-MONTH(5:2)) TO WS-MONTH-MM
               IF WS-MONTH-MM = 12
                   ADD 1 TO WS-MONTH-YY
                   MOVE 1 TO WS-MONTH-MM
               ELSE
                   ADD 1 TO WS-MONTH-MM
               END-IF
               COMPUTE WS-DATE-NUM =
                   WS-MONTH-YY * 10000 + WS-MONTH-MM * 100 + 1
               COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-ASOF-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-ASOF-DATE
           ELSE
               MOVE WS-ARG-DATE TO WS-ASOF-DATE
               MOVE FUNCTION NUMVAL(WS-ASOF-DATE) TO WS-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   TO WS-ASOF-INT
           END-IF.

      *----------------------------------------------------------------*
       SET-SCORE-LIMITS.
      *--- Recency: hari sejak transaksi terakhir <= 7/30/60/120   ---
      *--- memberi skor 5/4/3/2, lebih lama 1. Frequency dan      ---
      *--- monetary (enam bulan): >= batas memberi skor 5/4/3/2,  ---
      *--- di bawahnya tetapi ada transaksi 1                      ---
           MOVE 7   TO WS-R-LIMIT(1)
           MOVE 30  TO WS-R-LIMIT(2)
           MOVE 60  TO WS-R-LIMIT(3)
           MOVE 120 TO WS-R-LIMIT(4)

           MOVE 50 TO WS-F-LIMIT(1)
           MOVE 20 TO WS-F-LIMIT(2)
           MOVE 10 TO WS-F-LIMIT(3)
           MOVE 3  TO WS-F-LIMIT(4)

           MOVE 10000000 TO WS-M-LIMIT(1)
           MOVE 5000000  TO WS-M-LIMIT(2)
           MOVE 1000000  TO WS-M-LIMIT(3)
           MOVE 250000   TO WS-M-LIMIT(4).

      *----------------------------------------------------------------*
       BUILD-SOURCE-MONTHS.
      *--- Arsip txnhist bulan run dan lima bulan sebelumnya - ---
      *--- TXNARCH memindahkan baris lama keluar dari             ---
      *--- transactions.dat                                        ---
           MOVE FUNCTION NUMVAL(WS-RUN-MONTH(1:4)) TO WS-MONTH-YY
           MOVE FUNCTION NUMVAL(WS-RUN-MONTH(5:2)) TO WS-MONTH-MM

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 6
               COMPUTE WS-MONTH-NUM = WS-MONTH-YY * 100 + WS-MONTH-MM
               MOVE WS-MONTH-NUM TO WS-SRC-MONTH(WS-SRC-IDX)

               IF WS-MONTH-MM = 1
                   SUBTRACT 1 FROM WS-MONTH-YY
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           END-PERFORM

           STRING WS-SRC-MONTH(6) '01' DELIMITED SIZE
               INTO WS-WINDOW-START
           END-STRING.

      *----------------------------------------------------------------*
       CHOOSE-BASELINE.
      *--- segments.dat bulan lalu jadi pembanding dan disimpan    ---
      *--- sebagai .prev; kalau isinya sudah bulan ini (run ulang) ---
      *--- pembandingnya tetap .prev yang disimpan run pertama     ---
           MOVE SPACES TO WS-FILE-MONTH

           OPEN INPUT SEGMENT-FILE
           IF SG-FS-OK
               READ SEGMENT-FILE INTO WS-SEGMENT-PARSE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-SP-MONTH TO WS-FILE-MONTH
               END-READ

               CLOSE SEGMENT-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-FILE-MONTH = SPACES
                   MOVE 'N' TO WS-BASELINE-USED
               WHEN WS-FILE-MONTH < WS-RUN-MONTH
                   MOVE 'Y' TO WS-BASELINE-USED
                   MOVE 'Y' TO WS-ROTATE-CURRENT
                   MOVE WS-SEGMENT-FILE-PATH TO WS-BASELINE-FILE-PATH
               WHEN WS-FILE-MONTH = WS-RUN-MONTH
                   MOVE 'Y' TO WS-BASELINE-USED
                   MOVE WS-SEGMENT-PREV-PATH TO WS-BASELINE-FILE-PATH
               WHEN OTHER
      *--- File segmen sudah berisi bulan yang lebih baru - run   ---
      *--- bulan lama akan menimpa segmen yang sedang dipakai      ---
                   PERFORM RETURN-NEWER-SEGMENTS
                   STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
       LOAD-CUSTOMERS.
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM UNTIL ACC-FS-EOF
               READ ACCOUNT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FD-ACC-USER-ID TO WS-CHECK-USER-ID
                   PERFORM CHECK-INTERNAL-USER

                   IF WS-IS-INTERNAL = 'N'
                      AND FUNCTION TRIM(FD-ACC-STATUS) NOT = 'closed'
                       IF WS-CUST-COUNT < 5000
                           PERFORM ADD-CUSTOMER-ENTRY
                       ELSE
                           ADD 1 TO WS-SKIPPED-ACCOUNTS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE.

      *----------------------------------------------------------------*
       ADD-CUSTOMER-ENTRY.
           ADD 1 TO WS-CUST-COUNT
           MOVE FD-ACC-USER-ID TO WS-CU-USER-ID(WS-CUST-COUNT)
           MOVE SPACES TO WS-CU-ONBOARD(WS-CUST-COUNT)
                          WS-CU-LAST-DATE(WS-CUST-COUNT)
                          WS-CU-SEGMENT(WS-CUST-COUNT)
                          WS-CU-PREV-SEG(WS-CUST-COUNT)
           MOVE 0 TO WS-CU-COUNT(WS-CUST-COUNT)
                     WS-CU-VALUE(WS-CUST-COUNT)
                     WS-CU-R-SCORE(WS-CUST-COUNT)
                     WS-CU-F-SCORE(WS-CUST-COUNT)
                     WS-CU-M-SCORE(WS-CUST-COUNT)
           MOVE 'N' TO WS-CU-QR-PAID(WS-CUST-COUNT).

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
       FIND-CUSTOMER.
           MOVE 0 TO WS-CU-FOUND-IDX

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CUST-COUNT
                  OR WS-CU-FOUND-IDX > 0
               IF WS-CU-USER-ID(WS-CU-IDX) = WS-CHECK-USER-ID
                   MOVE WS-CU-IDX TO WS-CU-FOUND-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       LOAD-ONBOARDING-DATES.
      *--- Rekening tanpa baris ONBOARDING (dibuka sebelum riwayat ---
      *--- status ada) tidak pernah dianggap nasabah baru           ---
           OPEN INPUT STSHIST-FILE
           IF HS-FS-OK
               PERFORM UNTIL HS-FS-EOF
                   READ STSHIST-FILE INTO WS-STSHIST-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-HS-ENTITY) = 'ACCOUNT'
                          AND FUNCTION TRIM(WS-HS-REASON) =
                              'ONBOARDING'
                           MOVE WS-HS-KEY TO WS-CHECK-USER-ID
                           PERFORM FIND-CUSTOMER
                           IF WS-CU-FOUND-IDX > 0
                               MOVE WS-HS-TIMESTAMP(1:8)
                                   TO WS-CU-ONBOARD(WS-CU-FOUND-IDX)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE STSHIST-FILE
           END-IF.

      *----------------------------------------------------------------*
       SCAN-ONE-SOURCE.
           MOVE SPACES TO WS-TXN-SOURCE-PATH

           IF WS-SOURCE-IDX = 1
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TXN-SOURCE-PATH
               END-STRING
           ELSE
               COMPUTE WS-SRC-IDX = WS-SOURCE-IDX - 1
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/txnhist-' DELIMITED SIZE
                      WS-SRC-MONTH(WS-SRC-IDX) DELIMITED SIZE
                      '.dat' DELIMITED SIZE
                      INTO WS-TXN-SOURCE-PATH
               END-STRING
           END-IF

           OPEN INPUT TXN-SOURCE-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TXN-SOURCE-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-TP-CREATED-AT(1:8) TO WS-TP-DATE
                       IF FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND WS-TP-DATE >= WS-WINDOW-START
                          AND WS-TP-DATE <= WS-ASOF-DATE
                           PERFORM TALLY-ONE-TXN
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TXN-SOURCE-FILE
           END-IF.

      *----------------------------------------------------------------*
       TALLY-ONE-TXN.
      *--- Hanya transaksi yang dimulai nasabah sendiri: bayar     ---
      *--- QRIS, tagihan, transfer keluar (leg pengirim), standing ---
      *--- instruction, top up dan tarik tunai. Leg fee, bunga,    ---
      *--- refund dan baris memo tidak dihitung                     ---
           MOVE 'N' TO WS-TXN-COUNTS

           EVALUATE FUNCTION TRIM(WS-TP-TYPE)
               WHEN 'QRIS'
               WHEN 'BILLPAY'
               WHEN 'STANDING'
               WHEN 'TOPUP'
               WHEN 'CASHOUT'
                   MOVE 'Y' TO WS-TXN-COUNTS
               WHEN 'TRANSFER'
                   IF WS-TP-QR-CODE(1:12) = 'TRANSFER-TO:'
                       MOVE 'Y' TO WS-TXN-COUNTS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-TXN-COUNTS = 'Y'
               MOVE WS-TP-USER-ID TO WS-CHECK-USER-ID
               PERFORM FIND-CUSTOMER

               IF WS-CU-FOUND-IDX > 0
                   MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                       TO WS-TP-AMOUNT-NUM
                   ADD 1 TO WS-CU-COUNT(WS-CU-FOUND-IDX)
                   ADD WS-TP-AMOUNT-NUM
                       TO WS-CU-VALUE(WS-CU-FOUND-IDX)

                   IF WS-TP-DATE > WS-CU-LAST-DATE(WS-CU-FOUND-IDX)
                      OR WS-CU-LAST-DATE(WS-CU-FOUND-IDX) = SPACES
                       MOVE WS-TP-DATE
                           TO WS-CU-LAST-DATE(WS-CU-FOUND-IDX)
                   END-IF

                   IF FUNCTION TRIM(WS-TP-TYPE) = 'QRIS'
                       MOVE 'Y' TO WS-CU-QR-PAID(WS-CU-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       LOAD-BASELINE.
           OPEN INPUT BASELINE-FILE
           IF BL-FS-OK
               PERFORM UNTIL BL-FS-EOF
                   READ BASELINE-FILE INTO WS-SEGMENT-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-SP-MONTH TO WS-BASE-MONTH
                       MOVE WS-SP-SEGMENT TO WS-FIND-SEGMENT
                       PERFORM FIND-SEGMENT-CODE
                       IF WS-SC-FOUND > 0
                           ADD 1 TO WS-ST-PREV(WS-SC-FOUND)
                       END-IF

                       MOVE WS-SP-USER-ID TO WS-CHECK-USER-ID
                       PERFORM FIND-CUSTOMER
                       IF WS-CU-FOUND-IDX > 0
                           MOVE WS-SP-SEGMENT
                               TO WS-CU-PREV-SEG(WS-CU-FOUND-IDX)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE BASELINE-FILE
           ELSE
               MOVE 'N' TO WS-BASELINE-USED
           END-IF.

      *----------------------------------------------------------------*
       FIND-SEGMENT-CODE.
           MOVE 0 TO WS-SC-FOUND

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > 9 OR WS-SC-FOUND > 0
               IF WS-SC-CODE(WS-SC-IDX) = WS-FIND-SEGMENT
                   MOVE WS-SC-IDX TO WS-SC-FOUND
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       SCORE-ONE-CUSTOMER.
           PERFORM COMPUTE-RFM-SCORES

      *--- Aturan pertama yang cocok menentukan segmen:            ---
      *--- baru (umur rekening <= 90 hari) belum/sudah bayar QR,   ---
      *--- tidak bertransaksi enam bulan, lapsed (> 60 hari) besar ---
      *--- atau biasa, champion, loyal, sisanya regular            ---
           MOVE 9999999 TO WS-DAYS-SINCE
           IF WS-CU-ONBOARD(WS-CU-IDX) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CU-ONBOARD(WS-CU-IDX))
                   TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-DATE-INT <= WS-ASOF-INT
                   COMPUTE WS-DAYS-SINCE = WS-ASOF-INT - WS-DATE-INT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-SINCE <= WS-NEW-DAYS
                    AND WS-CU-QR-PAID(WS-CU-IDX) = 'N'
                   MOVE 'NEWNOQR' TO WS-CU-SEGMENT(WS-CU-IDX)
               WHEN WS-DAYS-SINCE <= WS-NEW-DAYS
                   MOVE 'NEW' TO WS-CU-SEGMENT(WS-CU-IDX)
               WHEN WS-CU-F-SCORE(WS-CU-IDX) = 0
                   MOVE 'INACTIVE' TO WS-CU-SEGMENT(WS-CU-IDX)
               WHEN WS-CU-R-SCORE(WS-CU-IDX) <= 2
                    AND WS-CU-M-SCORE(WS-CU-IDX) >= 4
                   MOVE 'BIGLAPSE' TO WS-CU-SEGMENT(WS-CU-IDX)
               WHEN WS-CU-R-SCORE(WS-CU-IDX) <= 2
                   MOVE 'LAPSED' TO WS-CU-SEGMENT(WS-CU-IDX)
               WHEN WS-CU-R-SCORE(WS-CU-IDX) >= 4
                    AND WS-CU-F-SCORE(WS-CU-IDX) >= 4
                    AND WS-CU-M-SCORE(WS-CU-IDX) >= 4
                   MOVE 'CHAMPION' TO WS-CU-SEGMENT(WS-CU-IDX)
               WHEN WS-CU-F-SCORE(WS-CU-IDX) >= 4
                   MOVE 'LOYAL' TO WS-CU-SEGMENT(WS-CU-IDX)
               WHEN OTHER
                   MOVE 'REGULAR' TO WS-CU-SEGMENT(WS-CU-IDX)
           END-EVALUATE.

      *----------------------------------------------------------------*
       COMPUTE-RFM-SCORES.
           IF WS-CU-COUNT(WS-CU-IDX) = 0
               MOVE 0 TO WS-CU-R-SCORE(WS-CU-IDX)
                         WS-CU-F-SCORE(WS-CU-IDX)
                         WS-CU-M-SCORE(WS-CU-IDX)
           ELSE
               MOVE FUNCTION NUMVAL(WS-CU-LAST-DATE(WS-CU-IDX))
                   TO WS-DATE-NUM
               COMPUTE WS-DAYS-SINCE = WS-ASOF-INT -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

               MOVE 1 TO WS-CU-R-SCORE(WS-CU-IDX)
               PERFORM VARYING WS-LIMIT-IDX FROM 4 BY -1
                   UNTIL WS-LIMIT-IDX < 1
                   IF WS-DAYS-SINCE <= WS-R-LIMIT(WS-LIMIT-IDX)
                       COMPUTE WS-CU-R-SCORE(WS-CU-IDX) =
                           6 - WS-LIMIT-IDX
                   END-IF
               END-PERFORM

               MOVE 1 TO WS-CU-F-SCORE(WS-CU-IDX)
               PERFORM VARYING WS-LIMIT-IDX FROM 4 BY -1
                   UNTIL WS-LIMIT-IDX < 1
                   IF WS-CU-COUNT(WS-CU-IDX) >=
                      WS-F-LIMIT(WS-LIMIT-IDX)
                       COMPUTE WS-CU-F-SCORE(WS-CU-IDX) =
                           6 - WS-LIMIT-IDX
                   END-IF
               END-PERFORM

               MOVE 1 TO WS-CU-M-SCORE(WS-CU-IDX)
               PERFORM VARYING WS-LIMIT-IDX FROM 4 BY -1
                   UNTIL WS-LIMIT-IDX < 1
                   IF WS-CU-VALUE(WS-CU-IDX) >=
                      WS-M-LIMIT(WS-LIMIT-IDX)
                       COMPUTE WS-CU-M-SCORE(WS-CU-IDX) =
                           6 - WS-LIMIT-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       TALLY-MIGRATION.
           MOVE WS-CU-SEGMENT(WS-CU-IDX) TO WS-FIND-SEGMENT
           PERFORM FIND-SEGMENT-CODE
           MOVE WS-SC-FOUND TO WS-TO-IDX
           ADD 1 TO WS-ST-NOW(WS-TO-IDX)

           MOVE WS-CU-PREV-SEG(WS-CU-IDX) TO WS-FIND-SEGMENT
           PERFORM FIND-SEGMENT-CODE
           IF WS-SC-FOUND = 0
               MOVE 9 TO WS-FROM-IDX
               ADD 1 TO WS-UNSCORED-COUNT
           ELSE
               MOVE WS-SC-FOUND TO WS-FROM-IDX
               IF WS-FROM-IDX = WS-TO-IDX
                   ADD 1 TO WS-STAYED-COUNT
               ELSE
                   ADD 1 TO WS-MOVED-COUNT
               END-IF
           END-IF

           ADD 1 TO WS-MG-COUNT(WS-FROM-IDX, WS-TO-IDX).

      *----------------------------------------------------------------*
       SAVE-SEGMENTS.
      *--- Tulis ke .new lalu rename (pola EODSNAP); file bulan   ---
      *--- lalu disimpan sebagai .prev untuk run ulang bulan ini   ---
           OPEN OUTPUT NEW-SEGMENT-FILE
           IF NOT SGN-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CUST-COUNT
               MOVE WS-CU-USER-ID(WS-CU-IDX)   TO WS-SG-USER-ID
               MOVE WS-CU-SEGMENT(WS-CU-IDX)   TO WS-SG-SEGMENT
               MOVE WS-RUN-MONTH               TO WS-SG-MONTH
               MOVE WS-CU-R-SCORE(WS-CU-IDX)   TO WS-SG-R-SCORE
               MOVE WS-CU-F-SCORE(WS-CU-IDX)   TO WS-SG-F-SCORE
               MOVE WS-CU-M-SCORE(WS-CU-IDX)   TO WS-SG-M-SCORE
               MOVE WS-CU-LAST-DATE(WS-CU-IDX) TO WS-SG-LAST-DATE
               MOVE WS-CU-COUNT(WS-CU-IDX)     TO WS-SG-COUNT
               MOVE WS-CU-VALUE(WS-CU-IDX)     TO WS-SG-VALUE

               WRITE NEW-SEGMENT-RECORD FROM WS-SEGMENT-RECORD
           END-PERFORM

           CLOSE NEW-SEGMENT-FILE

           IF WS-ROTATE-CURRENT = 'Y'
               CALL "CBL_DELETE_FILE" USING
                   BY CONTENT FUNCTION TRIM(WS-SEGMENT-PREV-PATH)
               END-CALL

               CALL "CBL_RENAME_FILE" USING
                   BY CONTENT FUNCTION TRIM(WS-SEGMENT-FILE-PATH)
                   BY CONTENT FUNCTION TRIM(WS-SEGMENT-PREV-PATH)
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING
                   BY CONTENT FUNCTION TRIM(WS-SEGMENT-FILE-PATH)
               END-CALL
           END-IF

           CALL "CBL_RENAME_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-SEGMENT-NEW-PATH)
               BY CONTENT FUNCTION TRIM(WS-SEGMENT-FILE-PATH)
           END-CALL.

      *----------------------------------------------------------------*
       PRINT-SEGMENT-LINE.
           MOVE WS-ST-NOW(WS-TO-IDX) TO WS-COUNT-EDIT
           MOVE WS-ST-PREV(WS-TO-IDX) TO WS-PREV-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"segment_count",'
               '"month":"' WS-RUN-MONTH '",'
               '"segment":"'
                   FUNCTION TRIM(WS-SC-CODE(WS-TO-IDX)) '",'
               '"customers":' FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"prev_customers":' FUNCTION TRIM(WS-PREV-EDIT) ','
               '"source":"legacy-cobol"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-MIGRATION-LINE.
           MOVE WS-MG-COUNT(WS-FROM-IDX, WS-TO-IDX) TO WS-COUNT-EDIT

      *--- Nasabah yang baru pertama kali dinilai bukan pindah ---
           IF WS-FROM-IDX = WS-TO-IDX
              OR WS-FROM-IDX = 9
               MOVE 'false' TO WS-OUT-MOVED
           ELSE
               MOVE 'true' TO WS-OUT-MOVED
           END-IF

           PERFORM EDIT-BASE-MONTH

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"segment_migration",'
               '"month":"' WS-RUN-MONTH '",'
               '"prev_month":' FUNCTION TRIM(WS-OUT-BASE) ','
               '"from":"'
                   FUNCTION TRIM(WS-SC-CODE(WS-FROM-IDX)) '",'
               '"to":"'
                   FUNCTION TRIM(WS-SC-CODE(WS-TO-IDX)) '",'
               '"customers":' FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"moved":' FUNCTION TRIM(WS-OUT-MOVED) ','
               '"source":"legacy-cobol"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       EDIT-BASE-MONTH.
           IF WS-BASE-MONTH = SPACES
               MOVE 'null' TO WS-OUT-BASE
           ELSE
               MOVE SPACES TO WS-OUT-BASE
               STRING '"' WS-BASE-MONTH '"' DELIMITED SIZE
                   INTO WS-OUT-BASE
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-CUST-COUNT TO WS-COUNT-EDIT
           MOVE WS-MOVED-COUNT TO WS-MOVED-EDIT
           MOVE WS-STAYED-COUNT TO WS-STAYED-EDIT
           MOVE WS-UNSCORED-COUNT TO WS-UNSCORED-EDIT
           MOVE WS-SKIPPED-ACCOUNTS TO WS-SKIPPED-EDIT
           PERFORM EDIT-BASE-MONTH

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"month":"' WS-RUN-MONTH '",'
               '"as_of":"' WS-ASOF-DATE '",'
               '"window_start":"' WS-WINDOW-START '",'
               '"prev_month":' FUNCTION TRIM(WS-OUT-BASE) ','
               '"customers":' FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"moved":' FUNCTION TRIM(WS-MOVED-EDIT) ','
               '"unchanged":' FUNCTION TRIM(WS-STAYED-EDIT) ','
               '"newly_scored":' FUNCTION TRIM(WS-UNSCORED-EDIT) ','
               '"not_scored_table_full":'
                   FUNCTION TRIM(WS-SKIPPED-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Segmentasi nasabah selesai"'
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
               '"message":"Argumen harus YYYYMM atau YYYYMMDD"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NEWER-SEGMENTS.
           MOVE 8 TO RETURN-CODE

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"segments.dat sudah berisi bulan '
               WS-FILE-MONTH ' - bulan lama tidak bisa dinilai'
               ' ulang"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
           MOVE 8 TO RETURN-CODE

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"Tidak bisa membaca accounts.dat atau'
               ' menulis segments.dat"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *================================================================*
      * BIQRIS.CBL - Monthly Bank Indonesia QRIS Regulatory Report    *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIQRIS.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-MERCHANT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

      *--- Master kategori merchant: CODE|DESC|LIMIT|RISK| ---
           SELECT CATMAST-FILE
               ASSIGN TO DYNAMIC WS-CATMAST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.

      *--- Kliring keluar (DISPATCHER/PAYMENTPROC) - transaksi yang ---
      *--- tercatat di sini adalah off-us                            ---
           SELECT CLEAROUT-FILE
               ASSIGN TO DYNAMIC WS-CLEAROUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

      *--- Sumber transaksi diputar: arsip txnhist bulan laporan   ---
      *--- dulu, lalu transactions.dat aktif (pola MDRINV)         ---
           SELECT TXN-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-TXN-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Ekstrak GL harian (GLEXTR) glextr-YYYYMMDD.dat ---
           SELECT GL-FILE
               ASSIGN TO DYNAMIC WS-GL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

      *--- File laporan ke regulator: biqris-YYYYMM.dat ---
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      *--- Halaman rekonsiliasi cetak: biqris-YYYYMM.txt ---
           SELECT RECON-FILE
               ASSIGN TO DYNAMIC WS-RECON-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CATMAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATMAST-FILE-RECORD     PIC X(120).

       FD  CLEAROUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEAROUT-FILE-RECORD    PIC X(150).

       FD  TXN-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-SOURCE-RECORD       PIC X(300).

       FD  GL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-FILE-RECORD          PIC X(100).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-FILE-RECORD      PIC X(100).

       FD  RECON-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-FILE-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-CATMAST-FILE-PATH     PIC X(100)
           VALUE '/app/data/catmast.dat'.
       01  WS-CLEAROUT-FILE-PATH    PIC X(100)
           VALUE '/app/data/clearout.dat'.
       01  WS-TXN-SOURCE-PATH       PIC X(100).
       01  WS-GL-FILE-PATH          PIC X(100).
       01  WS-REPORT-FILE-PATH      PIC X(100).
       01  WS-RECON-FILE-PATH       PIC X(100).

       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.
           88  MER-FS-EOF          VALUE '10'.

       01  WS-CM-FILE-STATUS       PIC XX.
           88  CM-FS-OK            VALUE '00'.
           88  CM-FS-EOF           VALUE '10'.

       01  WS-CO-FILE-STATUS       PIC XX.
           88  CO-FS-OK            VALUE '00'.
           88  CO-FS-EOF           VALUE '10'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-GL-FILE-STATUS       PIC XX.
           88  GL-FS-OK            VALUE '00'.
           88  GL-FS-EOF           VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FS-OK           VALUE '00'.

       01  WS-RCN-FILE-STATUS      PIC XX.
           88  RCN-FS-OK           VALUE '00'.

      *--- Kode bank pelapor (pola BULKPAY, override lewat env     ---
      *--- DANTE_BANK_CODE)                                        ---
       01  WS-OUR-BANK-CODE        PIC X(10) VALUE 'CIMB'.
       01  WS-BANK-CODE-ENV        PIC X(10).

      *--- Bulan laporan (YYYYMM) dari command line / stdin,       ---
      *--- default bulan berjalan                                   ---
       01  WS-RPT-MONTH            PIC X(6).
       01  WS-DATETIME             PIC X(21).

      *--- Tabel laporan per kategori x settlement x ukuran usaha  ---
      *--- x jenis QR. Indeks settlement: 1 on-us (settlement     ---
      *--- lokal), 2 off-us (clearout.dat). Indeks ukuran: 1 UMI, ---
      *--- 2 UKE, 3 UME, 4 UBE. Indeks QR: 1 statis (QRIS), 2     ---
      *--- dinamis (QRISD). Entri terakhir setelah isi catmast     ---
      *--- adalah UNCLASSIFIED untuk kategori yang tidak dikenal   ---
       01  WS-REPORT-TABLE.
           05  WS-RC-ENTRY OCCURS 101 TIMES.
               10  WS-RC-CODE          PIC X(20).
               10  WS-RC-COUNT         PIC 9(9).
               10  WS-RC-AMOUNT        PIC 9(15)V99.
               10  WS-RC-SET OCCURS 2 TIMES.
                   15  WS-RC-BAND OCCURS 4 TIMES.
                       20  WS-RC-QR OCCURS 2 TIMES.
                           25  WS-RC-CELL-COUNT  PIC 9(9).
                           25  WS-RC-CELL-AMOUNT PIC 9(15)V99.

       01  WS-CAT-COUNT            PIC 9(3) VALUE 0.
       01  WS-CAT-UNCLS-IDX        PIC 9(3) VALUE 0.
       01  WS-CAT-IDX              PIC 9(3).
       01  WS-SET-IDX              PIC 9(1).
       01  WS-BAND-IDX             PIC 9(1).
       01  WS-QR-IDX               PIC 9(1).
       01  WS-CELL-IDX             PIC 9(1).

      *--- Subtotal per dimensi untuk halaman rekonsiliasi ---
       01  WS-DIM-TOTALS.
           05  WS-ST-ENTRY OCCURS 2 TIMES.
               10  WS-ST-COUNT         PIC 9(9).
               10  WS-ST-AMOUNT        PIC 9(15)V99.
           05  WS-BD-ENTRY OCCURS 4 TIMES.
               10  WS-BD-COUNT         PIC 9(9).
               10  WS-BD-AMOUNT        PIC 9(15)V99.
           05  WS-QT-ENTRY OCCURS 2 TIMES.
               10  WS-QT-COUNT         PIC 9(9).
               10  WS-QT-AMOUNT        PIC 9(15)V99.

       01  WS-SET-NAMES-DATA.
           05  FILLER              PIC X(7) VALUE 'ONUS'.
           05  FILLER              PIC X(7) VALUE 'OFFUS'.
       01  WS-SET-NAMES REDEFINES WS-SET-NAMES-DATA.
           05  WS-SET-NAME         PIC X(7) OCCURS 2 TIMES.

       01  WS-QR-NAMES-DATA.
           05  FILLER              PIC X(7) VALUE 'STATIC'.
           05  FILLER              PIC X(7) VALUE 'DYNAMIC'.
       01  WS-QR-NAMES REDEFINES WS-QR-NAMES-DATA.
           05  WS-QR-NAME          PIC X(7) OCCURS 2 TIMES.

      *--- Ukuran usaha menurut omzet tahunan (PP 7/2021): mikro   ---
      *--- s.d. 2 M, kecil s.d. 15 M, menengah s.d. 50 M, besar di ---
      *--- atasnya. Omzet tahunan = nilai QRIS bulan laporan x 12  ---
       01  WS-BAND-DATA.
           05  FILLER              PIC X(3) VALUE 'UMI'.
           05  FILLER              PIC 9(13) VALUE 2000000000.
           05  FILLER              PIC X(3) VALUE 'UKE'.
           05  FILLER              PIC 9(13) VALUE 15000000000.
           05  FILLER              PIC X(3) VALUE 'UME'.
           05  FILLER              PIC 9(13) VALUE 50000000000.
           05  FILLER              PIC X(3) VALUE 'UBE'.
           05  FILLER              PIC 9(13) VALUE 9999999999999.
       01  WS-BAND-TABLE REDEFINES WS-BAND-DATA.
           05  WS-BAND-ENTRY OCCURS 4 TIMES.
               10  WS-BAND-NAME        PIC X(3).
               10  WS-BAND-UPTO        PIC 9(13).

       01  WS-ANNUAL-TURNOVER      PIC 9(15)V99.

      *--- Akumulasi per merchant; sel = (settlement-1) x 2 + QR ---
       01  WS-MERCHANT-TABLE.
           05  WS-MT-ENTRY OCCURS 500 TIMES INDEXED BY WS-MT-IDX.
               10  WS-MT-MER-ID    PIC X(20).
               10  WS-MT-CAT-IDX   PIC 9(3).
               10  WS-MT-TOTAL     PIC 9(15)V99.
               10  WS-MT-CELL OCCURS 4 TIMES.
                   15  WS-MT-CELL-COUNT  PIC 9(7).
                   15  WS-MT-CELL-AMOUNT PIC 9(15)V99.

       01  WS-MER-COUNT            PIC 9(5) VALUE 0.
       01  WS-MT-FOUND-IDX         PIC 9(5).

      *--- Parse catmast ---
       01  WS-CM-LINE              PIC X(120).
       01  WS-CM-CODE              PIC X(20).
       01  WS-CM-DESC              PIC X(50).
       01  WS-MER-CAT-UPPER        PIC X(20).

      *--- Id transaksi yang dikliring keluar ---
       01  WS-CLEAROUT-RECORD.
           05  WS-CO-BANK-CODE     PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CO-MER-ID        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CO-ACCOUNT       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CO-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-CO-REST          PIC X(60).

       01  WS-CLEAROUT-TABLE.
           05  WS-COT-TXN-ID       PIC X(36) OCCURS 5000 TIMES.
       01  WS-COT-COUNT            PIC 9(5) VALUE 0.
       01  WS-COT-IDX              PIC 9(5).

      *--- Id yang sudah dihitung dari arsip - baris yang masih    ---
      *--- tertinggal di transactions.dat (arsip terputus di      ---
      *--- tengah jalan) tidak dihitung dua kali                   ---
       01  WS-SEEN-TABLE.
           05  WS-SEEN-TXN-ID      PIC X(36) OCCURS 5000 TIMES.
       01  WS-SEEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-SEEN-IDX             PIC 9(5).
       01  WS-SEEN-FLAG            PIC X(1).

      *--- Parse transaksi ---
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
       01  WS-SPLIT-TAGS           PIC 9(3).
       01  WS-SOURCE-IDX           PIC 9(1).

      *--- Kredit settlement merchant non-QRIS (STANDING/BULK) di  ---
      *--- sumber yang sama - ikut dibukukan GLEXTR ke GL 220000   ---
       01  WS-OTHER-COUNT          PIC 9(9) VALUE 0.
       01  WS-OTHER-AMOUNT         PIC 9(15)V99 VALUE 0.

      *--- Total laporan ---
       01  WS-TOTAL-COUNT          PIC 9(9) VALUE 0.
       01  WS-TOTAL-AMOUNT         PIC 9(15)V99 VALUE 0.
       01  WS-DETAIL-RECORDS       PIC 9(7) VALUE 0.

      *--- Tie-out ke ekstrak GL harian bulan laporan ---
       01  WS-GL-LINE              PIC X(100).
       01  WS-GL-DAY               PIC 9(2).
       01  WS-GL-FILES-READ        PIC 9(2) VALUE 0.
       01  WS-GL-CREDIT-COUNT      PIC 9(9) VALUE 0.
       01  WS-GL-CREDIT-AMOUNT     PIC 9(15)V99 VALUE 0.
       01  WS-GL-MERCH-SETTLE      PIC X(6) VALUE '220000'.
       01  WS-EXPECTED-COUNT       PIC 9(9) VALUE 0.
       01  WS-EXPECTED-AMOUNT      PIC 9(15)V99 VALUE 0.
       01  WS-DIFF-AMOUNT          PIC S9(15)V99 VALUE 0.
       01  WS-DIFF-COUNT           PIC S9(9) VALUE 0.
       01  WS-GL-TIED              PIC X(5) VALUE 'false'.

      *--- Record file regulator (lebar tetap, dipisah '|') ---
       01  WS-BI-HEADER.
           05  FILLER              PIC X(1) VALUE 'H'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BH-SENDER        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  FILLER              PIC X(8) VALUE 'QRISMON'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BH-PERIOD        PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BH-CREATED       PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-BI-DETAIL.
           05  FILLER              PIC X(1) VALUE 'D'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DT-PERIOD        PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DT-CATEGORY      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DT-SETTLE        PIC X(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DT-BAND          PIC X(3).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DT-QR-TYPE       PIC X(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DT-TXN-COUNT     PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DT-TXN-AMOUNT    PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Trailer: jumlah record detail, total volume dan nilai ---
       01  WS-BI-TRAILER.
           05  FILLER              PIC X(1) VALUE 'T'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BT-RECORDS       PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BT-TXN-COUNT     PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BT-TXN-AMOUNT    PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Halaman rekonsiliasi ---
       01  WS-RECON-LINE           PIC X(80).
       01  WS-RL-LABEL             PIC X(24).
       01  WS-AMOUNT-EDIT          PIC Z(14)9.99.
       01  WS-SAMOUNT-EDIT         PIC -(15)9.99.
       01  WS-COUNT-EDIT           PIC Z(8)9.
       01  WS-SCOUNT-EDIT          PIC -(9)9.
       01  WS-RECORDS-EDIT         PIC ZZZZZZ9.
       01  WS-DAYS-EDIT            PIC Z9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Laporan QRIS bulanan ke Bank Indonesia: volume dan nilai ---
      *--- transaksi QRIS sukses bulan laporan per kategori        ---
      *--- merchant, on-us/off-us, ukuran usaha, dan QR statis/    ---
      *--- dinamis. Total kontrol diikat ke ekstrak GLEXTR bulan   ---
      *--- itu dan dicetak di halaman rekonsiliasi                  ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-REPORT-MONTH
           PERFORM LOAD-CATEGORIES
           PERFORM LOAD-MERCHANTS

           IF WS-MER-COUNT = 0
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM LOAD-CLEAROUT-IDS

           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 2
               PERFORM SCAN-ONE-SOURCE
           END-PERFORM

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MER-COUNT
               PERFORM ROLL-UP-ONE-MERCHANT
           END-PERFORM

           PERFORM READ-GL-EXTRACTS
           PERFORM COMPUTE-GL-TIE-OUT

           PERFORM WRITE-REGULATOR-FILE
           IF NOT RPT-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM WRITE-RECON-PAGE
           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/catmast.dat' DELIMITED SIZE
                      INTO WS-CATMAST-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/clearout.dat' DELIMITED SIZE
                      INTO WS-CLEAROUT-FILE-PATH
               END-STRING
           END-IF

           ACCEPT WS-BANK-CODE-ENV FROM ENVIRONMENT "DANTE_BANK_CODE"

           IF FUNCTION TRIM(WS-BANK-CODE-ENV) NOT = SPACES
               MOVE WS-BANK-CODE-ENV TO WS-OUR-BANK-CODE
           END-IF.

      *----------------------------------------------------------------*
       GET-REPORT-MONTH.
           ACCEPT WS-RPT-MONTH FROM COMMAND-LINE

           IF WS-RPT-MONTH = SPACES
               ACCEPT WS-RPT-MONTH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           IF WS-RPT-MONTH = SPACES
               MOVE WS-DATETIME(1:6) TO WS-RPT-MONTH
           END-IF

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/biqris-' DELIMITED SIZE
                  WS-RPT-MONTH DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-REPORT-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/biqris-' DELIMITED SIZE
                  WS-RPT-MONTH DELIMITED SIZE
                  '.txt' DELIMITED SIZE
                  INTO WS-RECON-FILE-PATH
           END-STRING.

      *----------------------------------------------------------------*
       LOAD-CATEGORIES.
      *--- Urutan kategori di laporan mengikuti urutan catmast ---
           OPEN INPUT CATMAST-FILE
           IF CM-FS-OK
               PERFORM UNTIL CM-FS-EOF
                   READ CATMAST-FILE INTO WS-CM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM STORE-ONE-CATEGORY
                   END-READ
               END-PERFORM

               CLOSE CATMAST-FILE
           END-IF

           INITIALIZE WS-DIM-TOTALS

           ADD 1 TO WS-CAT-COUNT
           MOVE WS-CAT-COUNT TO WS-CAT-UNCLS-IDX
           MOVE 'UNCLASSIFIED' TO WS-RC-CODE(WS-CAT-UNCLS-IDX)

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE 0 TO WS-RC-COUNT(WS-CAT-IDX)
               MOVE 0 TO WS-RC-AMOUNT(WS-CAT-IDX)
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > 2
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 4
                       PERFORM VARYING WS-QR-IDX FROM 1 BY 1
                           UNTIL WS-QR-IDX > 2
                           MOVE 0 TO WS-RC-CELL-COUNT(WS-CAT-IDX,
                               WS-SET-IDX, WS-BAND-IDX, WS-QR-IDX)
                           MOVE 0 TO WS-RC-CELL-AMOUNT(WS-CAT-IDX,
                               WS-SET-IDX, WS-BAND-IDX, WS-QR-IDX)
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
       STORE-ONE-CATEGORY.
           MOVE SPACES TO WS-CM-CODE
           MOVE SPACES TO WS-CM-DESC

           UNSTRING WS-CM-LINE
               DELIMITED BY '|'
               INTO WS-CM-CODE
                    WS-CM-DESC
           END-UNSTRING

           IF FUNCTION TRIM(WS-CM-CODE) NOT = SPACES
              AND WS-CAT-COUNT < 100
               ADD 1 TO WS-CAT-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CM-CODE))
                   TO WS-RC-CODE(WS-CAT-COUNT)
           END-IF.

      *----------------------------------------------------------------*
       LOAD-MERCHANTS.
      *--- Semua merchant, termasuk yang sudah tutup - transaksi   ---
      *--- awal bulan tetap dilaporkan                              ---
           OPEN INPUT MERCHANT-FILE
           IF NOT MER-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM UNTIL MER-FS-EOF
               READ MERCHANT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-MER-COUNT < 500
                       ADD 1 TO WS-MER-COUNT
                       MOVE FD-MER-MER-ID
                           TO WS-MT-MER-ID(WS-MER-COUNT)
                       MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(FD-MER-CATEGORY))
                           TO WS-MER-CAT-UPPER
                       PERFORM FIND-CATEGORY-INDEX
                       MOVE WS-CAT-IDX
                           TO WS-MT-CAT-IDX(WS-MER-COUNT)
                       PERFORM CLEAR-MERCHANT-CELLS
                   END-IF
               END-READ
           END-PERFORM

           CLOSE MERCHANT-FILE.

      *----------------------------------------------------------------*
       FIND-CATEGORY-INDEX.
           MOVE WS-CAT-UNCLS-IDX TO WS-MT-FOUND-IDX

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX >= WS-CAT-UNCLS-IDX
               IF WS-RC-CODE(WS-CAT-IDX) = WS-MER-CAT-UPPER
                  AND WS-MT-FOUND-IDX = WS-CAT-UNCLS-IDX
                   MOVE WS-CAT-IDX TO WS-MT-FOUND-IDX
               END-IF
           END-PERFORM

           MOVE WS-MT-FOUND-IDX TO WS-CAT-IDX.

      *----------------------------------------------------------------*
       CLEAR-MERCHANT-CELLS.
           MOVE 0 TO WS-MT-TOTAL(WS-MER-COUNT)

           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > 4
               MOVE 0 TO WS-MT-CELL-COUNT(WS-MER-COUNT, WS-CELL-IDX)
               MOVE 0 TO WS-MT-CELL-AMOUNT(WS-MER-COUNT, WS-CELL-IDX)
           END-PERFORM.

      *----------------------------------------------------------------*
       LOAD-CLEAROUT-IDS.
           OPEN INPUT CLEAROUT-FILE
           IF CO-FS-OK
               PERFORM UNTIL CO-FS-EOF
                   READ CLEAROUT-FILE INTO WS-CLEAROUT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-COT-COUNT < 5000
                          AND WS-CO-TXN-ID NOT = SPACES
                           ADD 1 TO WS-COT-COUNT
                           MOVE WS-CO-TXN-ID
                               TO WS-COT-TXN-ID(WS-COT-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CLEAROUT-FILE
           END-IF.

      *----------------------------------------------------------------*
       SCAN-ONE-SOURCE.
           MOVE SPACES TO WS-TXN-SOURCE-PATH

           IF WS-SOURCE-IDX = 1
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/txnhist-' DELIMITED SIZE
                      WS-RPT-MONTH DELIMITED SIZE
                      '.dat' DELIMITED SIZE
                      INTO WS-TXN-SOURCE-PATH
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
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
                       IF FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND WS-TP-CREATED-AT(1:6) = WS-RPT-MONTH
                           PERFORM TALLY-ONE-ROW
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TXN-SOURCE-FILE
           END-IF.

      *----------------------------------------------------------------*
       TALLY-ONE-ROW.
      *--- QRIS masuk laporan; STANDING/BULK hanya untuk tie-out   ---
      *--- GL karena ikut dikredit ke settlement merchant           ---
           IF FUNCTION TRIM(WS-TP-TYPE) = 'QRIS'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'STANDING'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'BULK'
               PERFORM CHECK-ALREADY-SEEN

               IF WS-SEEN-FLAG = 'N'
                   IF WS-SOURCE-IDX = 1 AND WS-SEEN-COUNT < 5000
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE WS-TP-TXN-ID
                           TO WS-SEEN-TXN-ID(WS-SEEN-COUNT)
                   END-IF

                   MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                       TO WS-TP-AMOUNT-NUM

                   IF FUNCTION TRIM(WS-TP-TYPE) = 'QRIS'
                       PERFORM TALLY-QRIS-ROW
                   ELSE
                       ADD 1 TO WS-OTHER-COUNT
                       ADD WS-TP-AMOUNT-NUM TO WS-OTHER-AMOUNT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ALREADY-SEEN.
           MOVE 'N' TO WS-SEEN-FLAG

           IF WS-SOURCE-IDX = 2
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                      OR WS-SEEN-FLAG = 'Y'
                   IF WS-SEEN-TXN-ID(WS-SEEN-IDX) = WS-TP-TXN-ID
                       MOVE 'Y' TO WS-SEEN-FLAG
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       TALLY-QRIS-ROW.
      *--- Satu scan = satu transaksi: induk split marketplace     ---
      *--- dihitung sekali atas merchant marketplace-nya; leg      ---
      *--- SPLITLEG adalah memo dan tidak ikut dihitung             ---
           MOVE 0 TO WS-MT-FOUND-IDX

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MER-COUNT
                  OR WS-MT-FOUND-IDX > 0
               IF WS-MT-MER-ID(WS-MT-IDX) = WS-TP-MERCHANT-ID
                   SET WS-MT-FOUND-IDX TO WS-MT-IDX
               END-IF
           END-PERFORM

      *--- Merchant yang tidak ada di master tetap dilaporkan,     ---
      *--- sebagai UNCLASSIFIED                                     ---
           IF WS-MT-FOUND-IDX = 0 AND WS-MER-COUNT < 500
               ADD 1 TO WS-MER-COUNT
               MOVE WS-TP-MERCHANT-ID TO WS-MT-MER-ID(WS-MER-COUNT)
               MOVE WS-CAT-UNCLS-IDX TO WS-MT-CAT-IDX(WS-MER-COUNT)
               PERFORM CLEAR-MERCHANT-CELLS
               MOVE WS-MER-COUNT TO WS-MT-FOUND-IDX
           END-IF

           IF WS-MT-FOUND-IDX > 0
               SET WS-MT-IDX TO WS-MT-FOUND-IDX
               PERFORM CLASSIFY-SETTLEMENT

               IF WS-TP-QR-CODE(1:5) = 'QRISD'
                   MOVE 2 TO WS-QR-IDX
               ELSE
                   MOVE 1 TO WS-QR-IDX
               END-IF

               COMPUTE WS-CELL-IDX =
                   (WS-SET-IDX - 1) * 2 + WS-QR-IDX
               ADD 1 TO WS-MT-CELL-COUNT(WS-MT-IDX, WS-CELL-IDX)
               ADD WS-TP-AMOUNT-NUM
                   TO WS-MT-CELL-AMOUNT(WS-MT-IDX, WS-CELL-IDX)
               ADD WS-TP-AMOUNT-NUM TO WS-MT-TOTAL(WS-MT-IDX)
           END-IF.

      *----------------------------------------------------------------*
       CLASSIFY-SETTLEMENT.
      *--- Off-us bila id transaksi ada di clearout.dat. Induk     ---
      *--- split dikliring per leg (id induk(1:33) + '-nn'), jadi  ---
      *--- scan split off-us bila salah satu leg-nya dikliring     ---
           MOVE 0 TO WS-SPLIT-TAGS
           INSPECT WS-TP-QR-CODE
               TALLYING WS-SPLIT-TAGS FOR ALL ' SPLIT:'

           MOVE 1 TO WS-SET-IDX

           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
               UNTIL WS-COT-IDX > WS-COT-COUNT
                  OR WS-SET-IDX = 2
               IF WS-COT-TXN-ID(WS-COT-IDX) = WS-TP-TXN-ID
                   MOVE 2 TO WS-SET-IDX
               END-IF

               IF WS-SPLIT-TAGS > 0
                  AND WS-COT-TXN-ID(WS-COT-IDX)(1:33) =
                      WS-TP-TXN-ID(1:33)
                  AND WS-COT-TXN-ID(WS-COT-IDX)(34:1) = '-'
                   MOVE 2 TO WS-SET-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       ROLL-UP-ONE-MERCHANT.
      *--- Ukuran usaha ditentukan per merchant dari seluruh nilai ---
      *--- QRIS-nya bulan ini, lalu tiap sel merchant masuk ke    ---
      *--- baris laporan kategori/settlement/ukuran/QR-nya         ---
           IF WS-MT-TOTAL(WS-MT-IDX) > 0
               COMPUTE WS-ANNUAL-TURNOVER =
                   WS-MT-TOTAL(WS-MT-IDX) * 12

               MOVE 4 TO WS-BAND-IDX
               PERFORM VARYING WS-CELL-IDX FROM 3 BY -1
                   UNTIL WS-CELL-IDX < 1
                   IF WS-ANNUAL-TURNOVER <= WS-BAND-UPTO(WS-CELL-IDX)
                       MOVE WS-CELL-IDX TO WS-BAND-IDX
                   END-IF
               END-PERFORM

               MOVE WS-MT-CAT-IDX(WS-MT-IDX) TO WS-CAT-IDX

               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > 2
                   PERFORM VARYING WS-QR-IDX FROM 1 BY 1
                       UNTIL WS-QR-IDX > 2
                       COMPUTE WS-CELL-IDX =
                           (WS-SET-IDX - 1) * 2 + WS-QR-IDX
                       PERFORM ADD-MERCHANT-CELL
                   END-PERFORM
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       ADD-MERCHANT-CELL.
           ADD WS-MT-CELL-COUNT(WS-MT-IDX, WS-CELL-IDX)
               TO WS-RC-CELL-COUNT(WS-CAT-IDX, WS-SET-IDX,
                                   WS-BAND-IDX, WS-QR-IDX)
                  WS-RC-COUNT(WS-CAT-IDX)
                  WS-ST-COUNT(WS-SET-IDX)
                  WS-BD-COUNT(WS-BAND-IDX)
                  WS-QT-COUNT(WS-QR-IDX)
                  WS-TOTAL-COUNT

           ADD WS-MT-CELL-AMOUNT(WS-MT-IDX, WS-CELL-IDX)
               TO WS-RC-CELL-AMOUNT(WS-CAT-IDX, WS-SET-IDX,
                                    WS-BAND-IDX, WS-QR-IDX)
                  WS-RC-AMOUNT(WS-CAT-IDX)
                  WS-ST-AMOUNT(WS-SET-IDX)
                  WS-BD-AMOUNT(WS-BAND-IDX)
                  WS-QT-AMOUNT(WS-QR-IDX)
                  WS-TOTAL-AMOUNT.

      *----------------------------------------------------------------*
       READ-GL-EXTRACTS.
      *--- Kredit GL 220000 (settlement merchant) dari setiap      ---
      *--- ekstrak harian bulan laporan; tanggal tanpa file dilewati ---
           PERFORM VARYING WS-GL-DAY FROM 1 BY 1
               UNTIL WS-GL-DAY > 31
               MOVE SPACES TO WS-GL-FILE-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/glextr-' DELIMITED SIZE
                      WS-RPT-MONTH DELIMITED SIZE
                      WS-GL-DAY DELIMITED SIZE
                      '.dat' DELIMITED SIZE
                      INTO WS-GL-FILE-PATH
               END-STRING

               OPEN INPUT GL-FILE
               IF GL-FS-OK
                   ADD 1 TO WS-GL-FILES-READ
                   PERFORM UNTIL GL-FS-EOF
                       READ GL-FILE INTO WS-GL-LINE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-GL-LINE(1:1) = 'C'
                              AND WS-GL-LINE(3:6) = WS-GL-MERCH-SETTLE
                               ADD 1 TO WS-GL-CREDIT-COUNT
                               ADD FUNCTION NUMVAL(WS-GL-LINE(10:16))
                                   TO WS-GL-CREDIT-AMOUNT
                           END-IF
                       END-READ
                   END-PERFORM

                   CLOSE GL-FILE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       COMPUTE-GL-TIE-OUT.
      *--- GL 220000 dikredit oleh QRIS, STANDING dan BULK; yang   ---
      *--- diharapkan = total laporan + kredit non-QRIS            ---
           COMPUTE WS-EXPECTED-COUNT =
               WS-TOTAL-COUNT + WS-OTHER-COUNT
           COMPUTE WS-EXPECTED-AMOUNT =
               WS-TOTAL-AMOUNT + WS-OTHER-AMOUNT
           COMPUTE WS-DIFF-COUNT =
               WS-GL-CREDIT-COUNT - WS-EXPECTED-COUNT
           COMPUTE WS-DIFF-AMOUNT =
               WS-GL-CREDIT-AMOUNT - WS-EXPECTED-AMOUNT

           IF WS-DIFF-COUNT = 0 AND WS-DIFF-AMOUNT = 0
               MOVE 'true' TO WS-GL-TIED
           ELSE
               MOVE 'false' TO WS-GL-TIED
           END-IF.

      *----------------------------------------------------------------*
       WRITE-REGULATOR-FILE.
           OPEN OUTPUT REPORT-FILE
           IF RPT-FS-OK
               MOVE WS-OUR-BANK-CODE TO WS-BH-SENDER
               MOVE WS-RPT-MONTH TO WS-BH-PERIOD
               MOVE WS-DATETIME(1:8) TO WS-BH-CREATED
               WRITE REPORT-FILE-RECORD FROM WS-BI-HEADER

               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > 2
                       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                           UNTIL WS-BAND-IDX > 4
                           PERFORM VARYING WS-QR-IDX FROM 1 BY 1
                               UNTIL WS-QR-IDX > 2
                               PERFORM WRITE-ONE-DETAIL
                           END-PERFORM
                       END-PERFORM
                   END-PERFORM
               END-PERFORM

               MOVE WS-DETAIL-RECORDS TO WS-BT-RECORDS
               MOVE WS-TOTAL-COUNT TO WS-BT-TXN-COUNT
               MOVE WS-TOTAL-AMOUNT TO WS-BT-TXN-AMOUNT
               WRITE REPORT-FILE-RECORD FROM WS-BI-TRAILER

               CLOSE REPORT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-ONE-DETAIL.
      *--- Hanya kombinasi yang berisi transaksi yang dilaporkan ---
           IF WS-RC-CELL-COUNT(WS-CAT-IDX, WS-SET-IDX,
                               WS-BAND-IDX, WS-QR-IDX) > 0
               MOVE WS-RPT-MONTH TO WS-DT-PERIOD
               MOVE WS-RC-CODE(WS-CAT-IDX) TO WS-DT-CATEGORY
               MOVE WS-SET-NAME(WS-SET-IDX) TO WS-DT-SETTLE
               MOVE WS-BAND-NAME(WS-BAND-IDX) TO WS-DT-BAND
               MOVE WS-QR-NAME(WS-QR-IDX) TO WS-DT-QR-TYPE
               MOVE WS-RC-CELL-COUNT(WS-CAT-IDX, WS-SET-IDX,
                                     WS-BAND-IDX, WS-QR-IDX)
                   TO WS-DT-TXN-COUNT
               MOVE WS-RC-CELL-AMOUNT(WS-CAT-IDX, WS-SET-IDX,
                                      WS-BAND-IDX, WS-QR-IDX)
                   TO WS-DT-TXN-AMOUNT

               WRITE REPORT-FILE-RECORD FROM WS-BI-DETAIL
               ADD 1 TO WS-DETAIL-RECORDS
           END-IF.

      *----------------------------------------------------------------*
       WRITE-RECON-PAGE.
           OPEN OUTPUT RECON-FILE
           IF RCN-FS-OK
               MOVE 'LAPORAN QRIS BANK INDONESIA - REKONSILIASI'
                   TO WS-RECON-LINE
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

               MOVE SPACES TO WS-RECON-LINE
               STRING 'PERIODE       : ' WS-RPT-MONTH
                      '   PELAPOR : '
                      FUNCTION TRIM(WS-OUR-BANK-CODE)
                   DELIMITED SIZE INTO WS-RECON-LINE
               END-STRING
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

               MOVE SPACES TO WS-RECON-LINE
               STRING 'DICETAK       : ' WS-DATETIME(1:8)
                   DELIMITED SIZE INTO WS-RECON-LINE
               END-STRING
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

               MOVE SPACES TO WS-RECON-LINE
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE
               MOVE 'PER KATEGORI MERCHANT' TO WS-RECON-LINE
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WS-RC-COUNT(WS-CAT-IDX) > 0
                       MOVE WS-RC-CODE(WS-CAT-IDX) TO WS-RL-LABEL
                       MOVE WS-RC-COUNT(WS-CAT-IDX) TO WS-COUNT-EDIT
                       MOVE WS-RC-AMOUNT(WS-CAT-IDX)
                           TO WS-AMOUNT-EDIT
                       PERFORM WRITE-RECON-AMOUNT-LINE
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-RECON-LINE
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE
               MOVE 'PER SETTLEMENT' TO WS-RECON-LINE
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > 2
                   MOVE WS-SET-NAME(WS-SET-IDX) TO WS-RL-LABEL
                   MOVE WS-ST-COUNT(WS-SET-IDX) TO WS-COUNT-EDIT
                   MOVE WS-ST-AMOUNT(WS-SET-IDX) TO WS-AMOUNT-EDIT
                   PERFORM WRITE-RECON-AMOUNT-LINE
               END-PERFORM

               MOVE SPACES TO WS-RECON-LINE
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE
               MOVE 'PER UKURAN USAHA' TO WS-RECON-LINE
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
                   MOVE WS-BAND-NAME(WS-BAND-IDX) TO WS-RL-LABEL
                   MOVE WS-BD-COUNT(WS-BAND-IDX) TO WS-COUNT-EDIT
                   MOVE WS-BD-AMOUNT(WS-BAND-IDX) TO WS-AMOUNT-EDIT
                   PERFORM WRITE-RECON-AMOUNT-LINE
               END-PERFORM

               MOVE SPACES TO WS-RECON-LINE
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE
               MOVE 'PER JENIS QR' TO WS-RECON-LINE
               WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

               PERFORM VARYING WS-QR-IDX FROM 1 BY 1
                   UNTIL WS-QR-IDX > 2
                   MOVE WS-QR-NAME(WS-QR-IDX) TO WS-RL-LABEL
                   MOVE WS-QT-COUNT(WS-QR-IDX) TO WS-COUNT-EDIT
                   MOVE WS-QT-AMOUNT(WS-QR-IDX) TO WS-AMOUNT-EDIT
                   PERFORM WRITE-RECON-AMOUNT-LINE
               END-PERFORM

               PERFORM WRITE-RECON-CONTROL-TOTALS

               CLOSE RECON-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-RECON-CONTROL-TOTALS.
           MOVE SPACES TO WS-RECON-LINE
           WRITE RECON-FILE-RECORD FROM WS-RECON-LINE
           MOVE 'TOTAL KONTROL DAN TIE-OUT GL 220000' TO WS-RECON-LINE
           WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

           MOVE 'TOTAL LAPORAN QRIS' TO WS-RL-LABEL
           MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
           PERFORM WRITE-RECON-AMOUNT-LINE

           MOVE 'KREDIT STANDING/BULK' TO WS-RL-LABEL
           MOVE WS-OTHER-COUNT TO WS-COUNT-EDIT
           MOVE WS-OTHER-AMOUNT TO WS-AMOUNT-EDIT
           PERFORM WRITE-RECON-AMOUNT-LINE

           MOVE 'DIHARAPKAN DI GL' TO WS-RL-LABEL
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-EXPECTED-AMOUNT TO WS-AMOUNT-EDIT
           PERFORM WRITE-RECON-AMOUNT-LINE

           MOVE 'KREDIT GL 220000' TO WS-RL-LABEL
           MOVE WS-GL-CREDIT-COUNT TO WS-COUNT-EDIT
           MOVE WS-GL-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
           PERFORM WRITE-RECON-AMOUNT-LINE

           MOVE WS-DIFF-COUNT TO WS-SCOUNT-EDIT
           MOVE WS-DIFF-AMOUNT TO WS-SAMOUNT-EDIT
           MOVE SPACES TO WS-RECON-LINE
           STRING 'SELISIH                   '
                  WS-SCOUNT-EDIT '  ' WS-SAMOUNT-EDIT
               DELIMITED SIZE INTO WS-RECON-LINE
           END-STRING
           WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

           MOVE WS-GL-FILES-READ TO WS-DAYS-EDIT
           MOVE WS-DETAIL-RECORDS TO WS-RECORDS-EDIT
           MOVE SPACES TO WS-RECON-LINE
           STRING 'FILE GLEXTR DIBACA : ' WS-DAYS-EDIT
                  '   RECORD DETAIL : ' WS-RECORDS-EDIT
               DELIMITED SIZE INTO WS-RECON-LINE
           END-STRING
           WRITE RECON-FILE-RECORD FROM WS-RECON-LINE

           MOVE SPACES TO WS-RECON-LINE
           IF WS-GL-TIED = 'true'
               MOVE 'STATUS : COCOK DENGAN GL' TO WS-RECON-LINE
           ELSE
               MOVE 'STATUS : TIDAK COCOK - PERIKSA SEBELUM DIKIRIM'
                   TO WS-RECON-LINE
           END-IF
           WRITE RECON-FILE-RECORD FROM WS-RECON-LINE.

      *----------------------------------------------------------------*
       WRITE-RECON-AMOUNT-LINE.
           MOVE SPACES TO WS-RECON-LINE
           STRING '  ' WS-RL-LABEL WS-COUNT-EDIT '  ' WS-AMOUNT-EDIT
               DELIMITED SIZE INTO WS-RECON-LINE
           END-STRING
           WRITE RECON-FILE-RECORD FROM WS-RECON-LINE.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-DETAIL-RECORDS TO WS-RECORDS-EDIT
           MOVE WS-DIFF-AMOUNT TO WS-SAMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"report_month":"'
                   WS-RPT-MONTH '",'
               '"qris_count":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"qris_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"detail_records":'
                   FUNCTION TRIM(WS-RECORDS-EDIT) ','
               '"gl_difference":'
                   FUNCTION TRIM(WS-SAMOUNT-EDIT) ','
               '"gl_tied":'
                   FUNCTION TRIM(WS-GL-TIED) ','
               '"report_file":"'
                   FUNCTION TRIM(WS-REPORT-FILE-PATH) '",'
               '"recon_file":"'
                   FUNCTION TRIM(WS-RECON-FILE-PATH) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Laporan QRIS Bank Indonesia selesai"'
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
               '"message":"Data laporan QRIS tidak dapat diproses"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

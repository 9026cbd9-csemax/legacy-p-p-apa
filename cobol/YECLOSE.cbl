      *================================================================*
      * YECLOSE.CBL - Year-End Closing, Annual P&L Summary & Lock     *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Arsip bulanan TXNARCH (txnhist-YYYYMM.dat) lalu file    ---
      *--- live untuk baris tahun itu yang belum diarsip           ---
           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Ekstrak GL harian (glextr-YYYYMMDD.dat) setahun penuh ---
           SELECT GL-FILE
               ASSIGN TO DYNAMIC WS-GL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

      *--- Laporan tahunan: yeclose-YYYY.dat ---
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      *--- Penanda tahun buku tertutup: YEAR|CLOSED_AT|CLOSED_BY - ---
      *--- dibaca ADJPROC, CHGAPPR, REFUNDPROC dan DISPMAINT       ---
           SELECT PERIOD-LOCK-FILE
               ASSIGN TO DYNAMIC WS-PERIOD-LOCK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  GL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-FILE-RECORD          PIC X(100).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-FILE-RECORD      PIC X(150).

       FD  PERIOD-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-LOCK-FILE-RECORD PIC X(60).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-LIVE-TXN-FILE-PATH    PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100).
       01  WS-GL-FILE-PATH          PIC X(100).
       01  WS-REPORT-FILE-PATH      PIC X(100).
       01  WS-PERIOD-LOCK-FILE-PATH PIC X(100)
           VALUE '/app/data/periodlock.dat'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-GL-FILE-STATUS       PIC XX.
           88  GL-FS-OK            VALUE '00'.
           88  GL-FS-EOF           VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FS-OK           VALUE '00'.

       01  WS-PL-FILE-STATUS       PIC XX.
           88  PL-FS-OK            VALUE '00'.
           88  PL-FS-EOF           VALUE '10'.
           88  PL-FS-NOT-FOUND     VALUE '35'.

      *--- Input: YEAR|MODE - MODE CLOSE (default) menulis penanda ---
      *--- tahun tertutup bila laporan cocok dengan ekstrak GL;    ---
      *--- REPORT hanya membuat laporannya. Tahun default = tahun  ---
      *--- lalu                                                    ---
       01  WS-INPUT-LINE           PIC X(40).
       01  WS-IN-YEAR              PIC X(4).
       01  WS-IN-MODE              PIC X(10).
       01  WS-CLOSE-YEAR           PIC 9(4).
       01  WS-TODAY                PIC X(8).
       01  WS-TODAY-YEAR           PIC 9(4).
       01  WS-DATETIME             PIC X(20).

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

      *--- Baris posting GLEXTR: D/C|GL|AMOUNT|TXN|DATE ---
       01  WS-GL-LINE              PIC X(100).
       01  WS-GL-REC-SIDE          PIC X(1).
       01  WS-GL-REC-ACCOUNT       PIC X(6).
       01  WS-GL-REC-AMOUNT        PIC X(20).
       01  WS-GL-AMOUNT-NUM        PIC 9(13)V99.

      *--- Produk (tipe mutasi) yang menyentuh akun laba rugi dan  ---
      *--- pajak, dengan akun GL dan sisinya persis seperti        ---
      *--- pemetaan GLEXTR. Kelas: INCOME/EXPENSE/TAX              ---
       01  WS-PRODUCT-TABLE-DATA.
           05  FILLER PIC X(10) VALUE 'MDRFEE'.
           05  FILLER PIC X(6)  VALUE '410000'.
           05  FILLER PIC X(1)  VALUE 'C'.
           05  FILLER PIC X(8)  VALUE 'INCOME'.
           05  FILLER PIC X(10) VALUE 'INSTFEE'.
           05  FILLER PIC X(6)  VALUE '410000'.
           05  FILLER PIC X(1)  VALUE 'C'.
           05  FILLER PIC X(8)  VALUE 'INCOME'.
           05  FILLER PIC X(10) VALUE 'XFERFEE'.
           05  FILLER PIC X(6)  VALUE '410000'.
           05  FILLER PIC X(1)  VALUE 'C'.
           05  FILLER PIC X(8)  VALUE 'INCOME'.
           05  FILLER PIC X(10) VALUE 'ADMFEE'.
           05  FILLER PIC X(6)  VALUE '410000'.
           05  FILLER PIC X(1)  VALUE 'C'.
           05  FILLER PIC X(8)  VALUE 'INCOME'.
           05  FILLER PIC X(10) VALUE 'CWFEE'.
           05  FILLER PIC X(6)  VALUE '410000'.
           05  FILLER PIC X(1)  VALUE 'C'.
           05  FILLER PIC X(8)  VALUE 'INCOME'.
           05  FILLER PIC X(10) VALUE 'SUSPWOFF'.
           05  FILLER PIC X(6)  VALUE '410000'.
           05  FILLER PIC X(1)  VALUE 'C'.
           05  FILLER PIC X(8)  VALUE 'INCOME'.
           05  FILLER PIC X(10) VALUE 'CWCOMM'.
           05  FILLER PIC X(6)  VALUE '410000'.
           05  FILLER PIC X(1)  VALUE 'D'.
           05  FILLER PIC X(8)  VALUE 'INCOME'.
           05  FILLER PIC X(10) VALUE 'INTEREST'.
           05  FILLER PIC X(6)  VALUE '420000'.
           05  FILLER PIC X(1)  VALUE 'D'.
           05  FILLER PIC X(8)  VALUE 'EXPENSE'.
           05  FILLER PIC X(10) VALUE 'INTTAX'.
           05  FILLER PIC X(6)  VALUE '420000'.
           05  FILLER PIC X(1)  VALUE 'D'.
           05  FILLER PIC X(8)  VALUE 'EXPENSE'.
           05  FILLER PIC X(10) VALUE 'WRITEOFF'.
           05  FILLER PIC X(6)  VALUE '430000'.
           05  FILLER PIC X(1)  VALUE 'D'.
           05  FILLER PIC X(8)  VALUE 'EXPENSE'.
           05  FILLER PIC X(10) VALUE 'INTTAX'.
           05  FILLER PIC X(6)  VALUE '250000'.
           05  FILLER PIC X(1)  VALUE 'C'.
           05  FILLER PIC X(8)  VALUE 'TAX'.
       01  WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-TABLE-DATA.
           05  WS-PT-ENTRY OCCURS 11 TIMES.
               10  WS-PT-TYPE      PIC X(10).
               10  WS-PT-ACCOUNT   PIC X(6).
               10  WS-PT-SIDE      PIC X(1).
               10  WS-PT-CLASS     PIC X(8).
       01  WS-PT-COUNT             PIC 9(2) VALUE 11.
       01  WS-PT-IDX               PIC 9(2).

       01  WS-PT-TOTALS.
           05  WS-PS-ENTRY OCCURS 11 TIMES.
               10  WS-PS-ROWS      PIC 9(7).
               10  WS-PS-AMOUNT    PIC 9(15)V99.

      *--- Akun GL yang ditutup: total debit/kredit dari arsip     ---
      *--- dibandingkan dengan total dari ekstrak GL harian         ---
       01  WS-ACCOUNT-TABLE-DATA.
           05  FILLER PIC X(6)  VALUE '410000'.
           05  FILLER PIC X(6)  VALUE '420000'.
           05  FILLER PIC X(6)  VALUE '430000'.
           05  FILLER PIC X(6)  VALUE '250000'.
       01  WS-ACCOUNT-TABLE REDEFINES WS-ACCOUNT-TABLE-DATA.
           05  WS-AT-ACCOUNT       PIC X(6) OCCURS 4 TIMES.
       01  WS-AT-COUNT             PIC 9(1) VALUE 4.
       01  WS-AT-IDX               PIC 9(1).

       01  WS-AT-TOTALS.
           05  WS-AS-ENTRY OCCURS 4 TIMES.
               10  WS-AS-ARC-DEBIT     PIC 9(15)V99.
               10  WS-AS-ARC-CREDIT    PIC 9(15)V99.
               10  WS-AS-GL-DEBIT      PIC 9(15)V99.
               10  WS-AS-GL-CREDIT     PIC 9(15)V99.

      *--- Laporan: P = per produk, G = per akun GL, S = ringkasan ---
       01  WS-PRODUCT-LINE.
           05  FILLER              PIC X(1) VALUE 'P'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-P-YEAR        PIC 9(4).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-P-TYPE        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-P-ACCOUNT     PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-P-SIDE        PIC X(1).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-P-CLASS       PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-P-ROWS        PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-P-AMOUNT      PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-ACCOUNT-LINE.
           05  FILLER              PIC X(1) VALUE 'G'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-G-YEAR        PIC 9(4).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-G-ACCOUNT     PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-G-ARC-DEBIT   PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-G-ARC-CREDIT  PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-G-GL-DEBIT    PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-G-GL-CREDIT   PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-G-RESULT      PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(1) VALUE 'S'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-S-YEAR        PIC 9(4).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-S-INCOME      PIC -9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-S-EXPENSE     PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-S-NET         PIC -9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-S-TAX         PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-S-GL-FILES    PIC 9(3).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PL-S-RESULT      PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Penanda tahun tertutup ---
       01  WS-PERIOD-LOCK-RECORD.
           05  WS-PK-YEAR          PIC X(4).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PK-CLOSED-AT     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PK-CLOSED-BY     PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
       01  WS-PK-MAX-YEAR          PIC X(4) VALUE '0000'.

      *--- Iterasi tanggal ekstrak GL setahun ---
       01  WS-DAY-INT              PIC 9(8).
       01  WS-LAST-DAY-INT         PIC 9(8).
       01  WS-DAY-DATE             PIC 9(8).
       01  WS-YEAR-START           PIC 9(8).
       01  WS-YEAR-END             PIC 9(8).
       01  WS-MONTH-NUM            PIC 9(2).
       01  WS-YYYYMM               PIC X(6).

       01  WS-ROWS-READ            PIC 9(9) VALUE 0.
       01  WS-ROWS-YEAR            PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-FILES        PIC 9(3) VALUE 0.
       01  WS-GL-FILES             PIC 9(3) VALUE 0.
       01  WS-BREAK-COUNT          PIC 9(2) VALUE 0.
       01  WS-TOTAL-INCOME         PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-EXPENSE        PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-TAX            PIC 9(15)V99 VALUE 0.
       01  WS-NET-RESULT           PIC S9(15)V99 VALUE 0.
       01  WS-TIE-RESULT           PIC X(6).
       01  WS-LOCK-WRITTEN         PIC X(1) VALUE 'N'.
       01  WS-ALREADY-CLOSED       PIC X(1) VALUE 'N'.

       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-FILES-EDIT           PIC ZZ9.
       01  WS-INCOME-EDIT          PIC -(15)9.99.
       01  WS-EXPENSE-EDIT         PIC Z(15)9.99.
       01  WS-NET-EDIT             PIC -(15)9.99.
       01  WS-TAX-EDIT             PIC Z(15)9.99.
       01  WS-AMOUNT-EDIT          PIC Z(15)9.99.
       01  WS-AMOUNT2-EDIT         PIC Z(15)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Tutup buku tahunan:                                      ---
      *--- 1. Total pendapatan/beban/pajak per produk dan akun GL   ---
      *---    dari arsip txnhist bulan 01-12 plus file live        ---
      *--- 2. Total yang sama dari 365/366 ekstrak GL harian       ---
      *--- 3. Bila semua akun cocok (TIED), tahun itu dicatat      ---
      *---    tertutup di periodlock.dat; posting bertanggal tahun ---
      *---    itu sesudahnya ditolak program koreksi/refund/dispute ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-CLOSE-YEAR

           IF WS-CLOSE-YEAR = 0 OR WS-CLOSE-YEAR >= WS-TODAY-YEAR
               PERFORM RETURN-INVALID-YEAR
               STOP RUN
           END-IF

           PERFORM LOAD-PERIOD-LOCK

           IF WS-IN-YEAR <= WS-PK-MAX-YEAR
               MOVE 'Y' TO WS-ALREADY-CLOSED
           END-IF

           INITIALIZE WS-PT-TOTALS
           INITIALIZE WS-AT-TOTALS

           PERFORM VARYING WS-MONTH-NUM FROM 1 BY 1
               UNTIL WS-MONTH-NUM > 12
               PERFORM READ-ONE-ARCHIVE-MONTH
           END-PERFORM

           MOVE WS-LIVE-TXN-FILE-PATH TO WS-TRANSACTION-FILE-PATH
           PERFORM READ-TRANSACTION-SOURCE

           PERFORM READ-YEAR-GL-EXTRACTS
           PERFORM COMPARE-ACCOUNT-TOTALS

           PERFORM WRITE-YEAR-REPORT

           IF FUNCTION TRIM(WS-IN-MODE) = 'CLOSE'
              AND WS-TIE-RESULT = 'TIED'
              AND WS-ALREADY-CLOSED = 'N'
               PERFORM APPEND-PERIOD-LOCK
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-LIVE-TXN-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/periodlock.dat' DELIMITED SIZE
                      INTO WS-PERIOD-LOCK-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       GET-CLOSE-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR

           ACCEPT WS-INPUT-LINE FROM COMMAND-LINE

           IF WS-INPUT-LINE = SPACES
               ACCEPT WS-INPUT-LINE
           END-IF

           MOVE SPACES TO WS-IN-YEAR
           MOVE SPACES TO WS-IN-MODE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|' OR ' '
               INTO WS-IN-YEAR
                    WS-IN-MODE
           END-UNSTRING

           IF WS-IN-YEAR = SPACES
               COMPUTE WS-CLOSE-YEAR = WS-TODAY-YEAR - 1
               MOVE WS-CLOSE-YEAR TO WS-IN-YEAR
           ELSE
               IF WS-IN-YEAR IS NUMERIC
                   MOVE WS-IN-YEAR TO WS-CLOSE-YEAR
               ELSE
                   MOVE 0 TO WS-CLOSE-YEAR
               END-IF
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-IN-MODE) TO WS-IN-MODE
           IF WS-IN-MODE = SPACES
               MOVE 'CLOSE' TO WS-IN-MODE
           END-IF

           IF FUNCTION TRIM(WS-IN-MODE) NOT = 'CLOSE'
              AND FUNCTION TRIM(WS-IN-MODE) NOT = 'REPORT'
               MOVE 0 TO WS-CLOSE-YEAR
           END-IF

           COMPUTE WS-YEAR-START = WS-CLOSE-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END   = WS-CLOSE-YEAR * 10000 + 1231

           MOVE SPACES TO WS-REPORT-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/yeclose-' DELIMITED SIZE
                  WS-IN-YEAR DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-REPORT-FILE-PATH
           END-STRING.

      *----------------------------------------------------------------*
       LOAD-PERIOD-LOCK.
      *--- Tahun tertutup tertinggi - penutupan bersifat kumulatif ---
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
           END-IF.

      *----------------------------------------------------------------*
       READ-ONE-ARCHIVE-MONTH.
           MOVE SPACES TO WS-YYYYMM
           STRING WS-IN-YEAR WS-MONTH-NUM
               DELIMITED SIZE
               INTO WS-YYYYMM
           END-STRING

           MOVE SPACES TO WS-TRANSACTION-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/txnhist-' DELIMITED SIZE
                  WS-YYYYMM DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-TRANSACTION-FILE-PATH
           END-STRING

           PERFORM READ-TRANSACTION-SOURCE.

      *----------------------------------------------------------------*
       READ-TRANSACTION-SOURCE.
      *--- Bulan tanpa arsip (belum diarsip/tidak ada aktivitas)  ---
      *--- dilewati - barisnya masih ada di file live              ---
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               ADD 1 TO WS-ARCHIVE-FILES

               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND WS-TP-CREATED-AT(1:4) = WS-IN-YEAR
                           ADD 1 TO WS-ROWS-YEAR
                           PERFORM ACCUMULATE-ONE-TRANSACTION
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       ACCUMULATE-ONE-TRANSACTION.
      *--- Satu mutasi bisa menyentuh dua akun tertutup (INTTAX:  ---
      *--- beban bunga dan hutang pajak) - semua entri cocok      ---
      *--- dijumlahkan                                              ---
           MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF FUNCTION TRIM(WS-TP-TYPE) = WS-PT-TYPE(WS-PT-IDX)
                   ADD 1 TO WS-PS-ROWS(WS-PT-IDX)
                   ADD WS-TP-AMOUNT-NUM TO WS-PS-AMOUNT(WS-PT-IDX)
                   PERFORM ADD-ARCHIVE-ACCOUNT-AMOUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       ADD-ARCHIVE-ACCOUNT-AMOUNT.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-ACCOUNT(WS-AT-IDX) = WS-PT-ACCOUNT(WS-PT-IDX)
                   IF WS-PT-SIDE(WS-PT-IDX) = 'D'
                       ADD WS-TP-AMOUNT-NUM
                           TO WS-AS-ARC-DEBIT(WS-AT-IDX)
                   ELSE
                       ADD WS-TP-AMOUNT-NUM
                           TO WS-AS-ARC-CREDIT(WS-AT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       READ-YEAR-GL-EXTRACTS.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-START)
           COMPUTE WS-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-END)

           PERFORM READ-ONE-GL-EXTRACT
               UNTIL WS-DAY-INT > WS-LAST-DAY-INT.

      *----------------------------------------------------------------*
       READ-ONE-GL-EXTRACT.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)

           MOVE SPACES TO WS-GL-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/glextr-' DELIMITED SIZE
                  WS-DAY-DATE DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-GL-FILE-PATH
           END-STRING

           OPEN INPUT GL-FILE
           IF GL-FS-OK
               ADD 1 TO WS-GL-FILES

               PERFORM UNTIL GL-FS-EOF
                   READ GL-FILE INTO WS-GL-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ACCUMULATE-GL-POSTING
                   END-READ
               END-PERFORM

               CLOSE GL-FILE
           END-IF

           ADD 1 TO WS-DAY-INT.

      *----------------------------------------------------------------*
       ACCUMULATE-GL-POSTING.
      *--- Control record (T|...) bukan posting ---
           MOVE SPACES TO WS-GL-REC-SIDE
           MOVE SPACES TO WS-GL-REC-ACCOUNT
           MOVE SPACES TO WS-GL-REC-AMOUNT

           UNSTRING WS-GL-LINE
               DELIMITED BY '|'
               INTO WS-GL-REC-SIDE
                    WS-GL-REC-ACCOUNT
                    WS-GL-REC-AMOUNT
           END-UNSTRING

           IF WS-GL-REC-SIDE = 'D' OR WS-GL-REC-SIDE = 'C'
               MOVE FUNCTION NUMVAL(WS-GL-REC-AMOUNT)
                   TO WS-GL-AMOUNT-NUM

               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
                   IF WS-AT-ACCOUNT(WS-AT-IDX) = WS-GL-REC-ACCOUNT
                       IF WS-GL-REC-SIDE = 'D'
                           ADD WS-GL-AMOUNT-NUM
                               TO WS-AS-GL-DEBIT(WS-AT-IDX)
                       ELSE
                           ADD WS-GL-AMOUNT-NUM
                               TO WS-AS-GL-CREDIT(WS-AT-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       COMPARE-ACCOUNT-TOTALS.
           MOVE 0 TO WS-BREAK-COUNT

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AS-ARC-DEBIT(WS-AT-IDX) NOT =
                  WS-AS-GL-DEBIT(WS-AT-IDX)
                  OR WS-AS-ARC-CREDIT(WS-AT-IDX) NOT =
                  WS-AS-GL-CREDIT(WS-AT-IDX)
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-PERFORM

           IF WS-BREAK-COUNT = 0
               MOVE 'TIED' TO WS-TIE-RESULT
           ELSE
               MOVE 'BREAK' TO WS-TIE-RESULT
           END-IF

      *--- Laba rugi: pendapatan = kredit - debit akun pendapatan ---
      *--- (komisi tarik tunai mengurangi), beban = debit akun    ---
      *--- beban, pajak = kredit hutang pajak                      ---
           MOVE 0 TO WS-TOTAL-INCOME
           MOVE 0 TO WS-TOTAL-EXPENSE
           MOVE 0 TO WS-TOTAL-TAX

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               EVALUATE WS-PT-CLASS(WS-PT-IDX)
                   WHEN 'INCOME'
                       IF WS-PT-SIDE(WS-PT-IDX) = 'C'
                           ADD WS-PS-AMOUNT(WS-PT-IDX)
                               TO WS-TOTAL-INCOME
                       ELSE
                           SUBTRACT WS-PS-AMOUNT(WS-PT-IDX)
                               FROM WS-TOTAL-INCOME
                       END-IF
                   WHEN 'EXPENSE'
                       ADD WS-PS-AMOUNT(WS-PT-IDX) TO WS-TOTAL-EXPENSE
                   WHEN 'TAX'
                       ADD WS-PS-AMOUNT(WS-PT-IDX) TO WS-TOTAL-TAX
               END-EVALUATE
           END-PERFORM

           COMPUTE WS-NET-RESULT = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.

      *----------------------------------------------------------------*
       WRITE-YEAR-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM WRITE-PRODUCT-LINE
           END-PERFORM

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               PERFORM WRITE-ACCOUNT-LINE
           END-PERFORM

           MOVE WS-CLOSE-YEAR    TO WS-PL-S-YEAR
           MOVE WS-TOTAL-INCOME  TO WS-PL-S-INCOME
           MOVE WS-TOTAL-EXPENSE TO WS-PL-S-EXPENSE
           MOVE WS-NET-RESULT    TO WS-PL-S-NET
           MOVE WS-TOTAL-TAX     TO WS-PL-S-TAX
           MOVE WS-GL-FILES      TO WS-PL-S-GL-FILES
           MOVE WS-TIE-RESULT    TO WS-PL-S-RESULT
           WRITE REPORT-FILE-RECORD FROM WS-SUMMARY-LINE

           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
       WRITE-PRODUCT-LINE.
           MOVE WS-CLOSE-YEAR           TO WS-PL-P-YEAR
           MOVE WS-PT-TYPE(WS-PT-IDX)   TO WS-PL-P-TYPE
           MOVE WS-PT-ACCOUNT(WS-PT-IDX) TO WS-PL-P-ACCOUNT
           MOVE WS-PT-SIDE(WS-PT-IDX)   TO WS-PL-P-SIDE
           MOVE WS-PT-CLASS(WS-PT-IDX)  TO WS-PL-P-CLASS
           MOVE WS-PS-ROWS(WS-PT-IDX)   TO WS-PL-P-ROWS
           MOVE WS-PS-AMOUNT(WS-PT-IDX) TO WS-PL-P-AMOUNT
           WRITE REPORT-FILE-RECORD FROM WS-PRODUCT-LINE

           MOVE WS-PS-ROWS(WS-PT-IDX) TO WS-COUNT-EDIT
           MOVE WS-PS-AMOUNT(WS-PT-IDX) TO WS-AMOUNT-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"annual_product",'
               '"year":' WS-IN-YEAR ','
               '"product":"'
                   FUNCTION TRIM(WS-PT-TYPE(WS-PT-IDX)) '",'
               '"gl_account":"'
                   WS-PT-ACCOUNT(WS-PT-IDX) '",'
               '"side":"'
                   WS-PT-SIDE(WS-PT-IDX) '",'
               '"class":"'
                   FUNCTION TRIM(WS-PT-CLASS(WS-PT-IDX)) '",'
               '"rows":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT)
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-JSON-OUTPUT).

      *----------------------------------------------------------------*
       WRITE-ACCOUNT-LINE.
           MOVE WS-CLOSE-YEAR TO WS-PL-G-YEAR
           MOVE WS-AT-ACCOUNT(WS-AT-IDX) TO WS-PL-G-ACCOUNT
           MOVE WS-AS-ARC-DEBIT(WS-AT-IDX)  TO WS-PL-G-ARC-DEBIT
           MOVE WS-AS-ARC-CREDIT(WS-AT-IDX) TO WS-PL-G-ARC-CREDIT
           MOVE WS-AS-GL-DEBIT(WS-AT-IDX)   TO WS-PL-G-GL-DEBIT
           MOVE WS-AS-GL-CREDIT(WS-AT-IDX)  TO WS-PL-G-GL-CREDIT

           IF WS-AS-ARC-DEBIT(WS-AT-IDX) =
              WS-AS-GL-DEBIT(WS-AT-IDX)
              AND WS-AS-ARC-CREDIT(WS-AT-IDX) =
              WS-AS-GL-CREDIT(WS-AT-IDX)
               MOVE 'TIED' TO WS-PL-G-RESULT
           ELSE
               MOVE 'BREAK' TO WS-PL-G-RESULT
           END-IF

           WRITE REPORT-FILE-RECORD FROM WS-ACCOUNT-LINE

           COMPUTE WS-NET-RESULT =
               WS-AS-ARC-CREDIT(WS-AT-IDX) - WS-AS-ARC-DEBIT(WS-AT-IDX)
           MOVE WS-NET-RESULT TO WS-INCOME-EDIT
           COMPUTE WS-NET-RESULT =
               WS-AS-GL-CREDIT(WS-AT-IDX) - WS-AS-GL-DEBIT(WS-AT-IDX)
           MOVE WS-NET-RESULT TO WS-NET-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"annual_gl_tieout",'
               '"year":' WS-IN-YEAR ','
               '"gl_account":"'
                   WS-AT-ACCOUNT(WS-AT-IDX) '",'
               '"archive_net_credit":'
                   FUNCTION TRIM(WS-INCOME-EDIT) ','
               '"gl_net_credit":'
                   FUNCTION TRIM(WS-NET-EDIT) ','
               '"result":"'
                   FUNCTION TRIM(WS-PL-G-RESULT) '"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-JSON-OUTPUT)

           COMPUTE WS-NET-RESULT = WS-TOTAL-INCOME - WS-TOTAL-EXPENSE.

      *----------------------------------------------------------------*
       APPEND-PERIOD-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-IN-YEAR  TO WS-PK-YEAR
           MOVE WS-DATETIME TO WS-PK-CLOSED-AT
           MOVE 'YECLOSE'   TO WS-PK-CLOSED-BY

           OPEN EXTEND PERIOD-LOCK-FILE
           IF PL-FS-NOT-FOUND
               OPEN OUTPUT PERIOD-LOCK-FILE
               CLOSE PERIOD-LOCK-FILE
               OPEN EXTEND PERIOD-LOCK-FILE
           END-IF

           IF PL-FS-OK
               WRITE PERIOD-LOCK-FILE-RECORD
                   FROM WS-PERIOD-LOCK-RECORD
               CLOSE PERIOD-LOCK-FILE
               MOVE 'Y' TO WS-LOCK-WRITTEN
           END-IF.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-ROWS-YEAR     TO WS-COUNT-EDIT
           MOVE WS-GL-FILES      TO WS-FILES-EDIT
           MOVE WS-TOTAL-INCOME  TO WS-INCOME-EDIT
           MOVE WS-TOTAL-EXPENSE TO WS-EXPENSE-EDIT
           MOVE WS-NET-RESULT    TO WS-NET-EDIT
           MOVE WS-TOTAL-TAX     TO WS-TAX-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"year":' WS-IN-YEAR ','
               '"mode":"'
                   FUNCTION TRIM(WS-IN-MODE) '",'
               '"rows_in_year":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"gl_files":'
                   FUNCTION TRIM(WS-FILES-EDIT) ','
               '"income":'
                   FUNCTION TRIM(WS-INCOME-EDIT) ','
               '"expense":'
                   FUNCTION TRIM(WS-EXPENSE-EDIT) ','
               '"net_result":'
                   FUNCTION TRIM(WS-NET-EDIT) ','
               '"withholding_tax":'
                   FUNCTION TRIM(WS-TAX-EDIT) ','
               '"gl_tieout":"'
                   FUNCTION TRIM(WS-TIE-RESULT) '",'
               '"already_closed":"'
                   WS-ALREADY-CLOSED '",'
               '"period_locked":"'
                   WS-LOCK-WRITTEN '",'
               '"report_file":"'
                   FUNCTION TRIM(WS-REPORT-FILE-PATH) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Tutup buku tahunan selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-YEAR.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Tahun tutup buku tidak valid (harus tahun'
               ' yang sudah lewat, mode CLOSE/REPORT)"'
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
               '"message":"File laporan tutup buku tidak bisa dibuat"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *================================================================*
      * MISRPT.CBL - Monthly Management Information Trend Report      *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISRPT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Sumber transaksi diputar: riwayat aktif lalu arsip      ---
      *--- txnhist bulan laporan (pola MDRINV)                      ---
           SELECT TXN-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-TXN-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Indeks dan file snapshot posisi harian dari EODSNAP ---
           SELECT SNAPIDX-FILE
               ASSIGN TO DYNAMIC WS-SNAPIDX-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN TO DYNAMIC WS-SNAPSHOT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.

      *--- Total debit harian per nasabah - dasar hitungan user ---
      *--- aktif (nasabah dengan minimal satu hari bertransaksi) ---
           SELECT DAYTOT-FILE
               ASSIGN TO DYNAMIC WS-DAYTOT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-DY-KEY
               FILE STATUS IS WS-DY-FILE-STATUS.

      *--- Riwayat status - baris ONBOARDING = rekening baru ---
           SELECT STSHIST-FILE
               ASSIGN TO DYNAMIC WS-STSHIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

      *--- Ringkasan bulanan ringkas: satu baris per bulan, dasar ---
      *--- tren 13 bulan tanpa scan ulang riwayat setahun         ---
           SELECT MISSUM-FILE
               ASSIGN TO DYNAMIC WS-MISSUM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MS-FILE-STATUS.

           SELECT NEW-MISSUM-FILE
               ASSIGN TO DYNAMIC WS-MISSUM-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MSN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-SOURCE-RECORD       PIC X(300).

       FD  SNAPIDX-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPIDX-FILE-RECORD     PIC X(20).

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-FILE-RECORD    PIC X(100).

       FD  DAYTOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DAYTOT-FILE-RECORD.
           05  FD-DY-KEY.
               10  FD-DY-USER-ID   PIC X(20).
               10  FD-DY-DATE      PIC X(8).
           05  FD-DY-TOTAL         PIC 9(13)V99.

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       FD  MISSUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  MISSUM-FILE-RECORD      PIC X(400).

       FD  NEW-MISSUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-MISSUM-RECORD       PIC X(400).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-TXN-SOURCE-PATH       PIC X(100).
       01  WS-SNAPIDX-FILE-PATH     PIC X(100)
           VALUE '/app/data/snapidx.dat'.
       01  WS-SNAPSHOT-FILE-PATH    PIC X(100).
       01  WS-DAYTOT-FILE-PATH      PIC X(100)
           VALUE '/app/data/daytotals.dat'.
       01  WS-STSHIST-FILE-PATH     PIC X(100)
           VALUE '/app/data/stshist.dat'.
       01  WS-MISSUM-FILE-PATH      PIC X(100)
           VALUE '/app/data/missum.dat'.
       01  WS-MISSUM-NEW-PATH       PIC X(100)
           VALUE '/app/data/missum.dat.new'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-IDX-FILE-STATUS      PIC XX.
           88  IDX-FS-OK           VALUE '00'.
           88  IDX-FS-EOF          VALUE '10'.

       01  WS-SNP-FILE-STATUS      PIC XX.
           88  SNP-FS-OK           VALUE '00'.
           88  SNP-FS-EOF          VALUE '10'.

       01  WS-DY-FILE-STATUS       PIC XX.
           88  DY-FS-OK            VALUE '00'.
           88  DY-FS-EOF           VALUE '10'.

       01  WS-HS-FILE-STATUS       PIC XX.
           88  HS-FS-OK            VALUE '00'.
           88  HS-FS-EOF           VALUE '10'.

       01  WS-MS-FILE-STATUS       PIC XX.
           88  MS-FS-OK            VALUE '00'.
           88  MS-FS-EOF           VALUE '10'.

       01  WS-MSN-FILE-STATUS      PIC XX.
           88  MSN-FS-OK           VALUE '00'.

      *--- Argumen: YYYYMM, atau tanggal bisnis YYYYMMDD dari      ---
      *--- EODRUN (month-to-date, snapshot sampai tanggal itu)     ---
       01  WS-CMD-LINE             PIC X(40).
       01  WS-ARG-DATE             PIC X(8).
       01  WS-UPTO-DATE            PIC X(8).

       01  WS-RUN-MONTH            PIC X(6).
       01  WS-RUN-MONTH-NUM REDEFINES WS-RUN-MONTH.
           05  WS-RM-YEAR          PIC 9(4).
           05  WS-RM-MON           PIC 9(2).

       01  WS-PREV-MONTH           PIC X(6).
       01  WS-PREV-MONTH-NUM REDEFINES WS-PREV-MONTH.
           05  WS-PM-YEAR          PIC 9(4).
           05  WS-PM-MON           PIC 9(2).

       01  WS-YEAR-AGO-MONTH       PIC X(6).
       01  WS-YEAR-AGO-NUM REDEFINES WS-YEAR-AGO-MONTH.
           05  WS-YA-YEAR          PIC 9(4).
           05  WS-YA-MON           PIC 9(2).

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
       01  WS-SOURCE-IDX           PIC 9(1).
       01  WS-PRODUCT-IDX          PIC 9(2).

      *--- Baris snapshot EODSNAP: USER|ACC|BALANCE|HOLD ---
       01  WS-SNAPSHOT-RECORD.
           05  WS-SN-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-SN-ACC-ID        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-SN-BALANCE       PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  WS-SN-HOLD          PIC 9(13)V99.
           05  FILLER              PIC X(1).

       01  WS-IDX-LINE             PIC X(20).
       01  WS-IDX-DATE             PIC X(8).
       01  WS-LAST-SNAP-DATE       PIC X(8) VALUE SPACES.
       01  WS-SNAP-DAYS            PIC 9(2) VALUE 0.
       01  WS-SNAP-ROWS            PIC 9(9) VALUE 0.
       01  WS-DAY-ROWS             PIC 9(9) VALUE 0.
       01  WS-SNAP-BALANCE-SUM     PIC 9(17)V99 VALUE 0.

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

       01  WS-LAST-ACTIVE-USER     PIC X(20).

      *--- Rekening internal bank tidak ikut angka nasabah ---
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

      *--- Daftar angka MIS: nama di output dan jenisnya          ---
      *--- (C = hitungan, A = nominal). Urutan produk: QRIS,       ---
      *--- QRISD, TRANSFER, TOPUP, CASHOUT, BULK, STANDING - tiap  ---
      *--- produk dua angka (jumlah, nilai) mulai posisi 4         ---
       01  WS-METRIC-DEFS.
           05  FILLER PIC X(21) VALUE 'active_users        C'.
           05  FILLER PIC X(21) VALUE 'new_accounts        C'.
           05  FILLER PIC X(21) VALUE 'accounts_month_end  C'.
           05  FILLER PIC X(21) VALUE 'qris_count          C'.
           05  FILLER PIC X(21) VALUE 'qris_value          A'.
           05  FILLER PIC X(21) VALUE 'qrisd_count         C'.
           05  FILLER PIC X(21) VALUE 'qrisd_value         A'.
           05  FILLER PIC X(21) VALUE 'transfer_count      C'.
           05  FILLER PIC X(21) VALUE 'transfer_value      A'.
           05  FILLER PIC X(21) VALUE 'topup_count         C'.
           05  FILLER PIC X(21) VALUE 'topup_value         A'.
           05  FILLER PIC X(21) VALUE 'cashout_count       C'.
           05  FILLER PIC X(21) VALUE 'cashout_value       A'.
           05  FILLER PIC X(21) VALUE 'bulk_count          C'.
           05  FILLER PIC X(21) VALUE 'bulk_value          A'.
           05  FILLER PIC X(21) VALUE 'standing_count      C'.
           05  FILLER PIC X(21) VALUE 'standing_value      A'.
           05  FILLER PIC X(21) VALUE 'fee_income          A'.
           05  FILLER PIC X(21) VALUE 'mdr_income          A'.
           05  FILLER PIC X(21) VALUE 'avg_balance         A'.
       01  WS-METRIC-TABLE REDEFINES WS-METRIC-DEFS.
           05  WS-MD-ENTRY OCCURS 20 TIMES.
               10  WS-MD-NAME      PIC X(20).
               10  WS-MD-KIND      PIC X(1).
       01  WS-METRIC-IDX           PIC 9(2).

      *--- Angka bulan laporan yang sedang dihitung ---
       01  WS-CUR-ROW.
           05  WS-CR-MONTH         PIC X(6).
           05  WS-CR-SEP-1         PIC X(1).
           05  WS-CR-SNAP-DAYS     PIC 9(2).
           05  WS-CR-SEP-2         PIC X(1).
           05  WS-CR-METRIC OCCURS 20 TIMES.
               10  WS-CR-VALUE     PIC 9(15)V99.
               10  WS-CR-SEP       PIC X(1).

      *--- Isi missum.dat, urut bulan (layout sama dengan baris ---
      *--- WS-CUR-ROW: MONTH|SNAPDAYS|20 angka dipisah '|')      ---
       01  WS-SUM-TABLE.
           05  WS-SM-ROW OCCURS 240 TIMES.
               10  WS-SM-MONTH     PIC X(6).
               10  FILLER          PIC X(1).
               10  WS-SM-SNAP-DAYS PIC 9(2).
               10  FILLER          PIC X(1).
               10  WS-SM-METRIC OCCURS 20 TIMES.
                   15  WS-SM-VALUE PIC 9(15)V99.
                   15  FILLER      PIC X(1).
       01  WS-SUM-COUNT            PIC 9(3) VALUE 0.
       01  WS-SM-IDX               PIC 9(3).
       01  WS-SM-SHIFT             PIC 9(3).
       01  WS-CUR-POS              PIC 9(3) VALUE 0.
       01  WS-PREV-POS             PIC 9(3) VALUE 0.
       01  WS-YA-POS               PIC 9(3) VALUE 0.
       01  WS-TREND-COUNT          PIC 9(2) VALUE 0.

      *--- Perbandingan satu angka ---
       01  WS-PCT-CHANGE           PIC S9(9)V99.
       01  WS-OUT-CUR              PIC X(24).
       01  WS-OUT-PREV             PIC X(24).
       01  WS-OUT-MOM              PIC X(24).
       01  WS-OUT-YA               PIC X(24).
       01  WS-OUT-YOY              PIC X(24).
       01  WS-EDIT-SOURCE          PIC 9(15)V99.
       01  WS-EDIT-RESULT          PIC X(24).
       01  WS-COUNT-EDIT           PIC Z(14)9.
       01  WS-AMOUNT-EDIT          PIC Z(14)9.99.
       01  WS-PCT-EDIT             PIC -(9)9.99.

      *--- Angka ringkas per bulan untuk baris tren ---
       01  WS-TR-TXN-COUNT         PIC 9(15)V99.
       01  WS-TR-TXN-VALUE         PIC 9(15)V99.
       01  WS-TR-ACTIVE            PIC X(24).
       01  WS-TR-NEWACC            PIC X(24).
       01  WS-TR-COUNT             PIC X(24).
       01  WS-TR-VALUE             PIC X(24).
       01  WS-TR-FEE               PIC X(24).
       01  WS-TR-MDR               PIC X(24).
       01  WS-TR-AVGBAL            PIC X(24).

       01  WS-SNAP-DAYS-EDIT       PIC Z9.
       01  WS-TREND-EDIT           PIC Z9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Angka bulan laporan dihitung dari transaksi (aktif +    ---
      *--- arsip), snapshot EODSNAP, daytotals dan riwayat status, ---
      *--- disimpan ke missum.dat, lalu dibandingkan dengan bulan  ---
      *--- sebelumnya dan bulan yang sama tahun lalu dari file     ---
      *--- ringkasan itu sendiri                                    ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-ARGUMENTS
           PERFORM LOAD-SUMMARY

           PERFORM INIT-CURRENT-ROW

           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 2
               PERFORM SCAN-ONE-SOURCE
           END-PERFORM

           PERFORM SCAN-SNAPSHOTS
           PERFORM COUNT-ACTIVE-USERS
           PERFORM COUNT-NEW-ACCOUNTS

           PERFORM STORE-CURRENT-ROW
           PERFORM SAVE-SUMMARY

           PERFORM FIND-COMPARISON-ROWS

           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
               UNTIL WS-METRIC-IDX > 20
               PERFORM PRINT-METRIC-LINE
           END-PERFORM

      *--- Tren 13 bulan: bulan tahun lalu s/d bulan laporan ---
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SUM-COUNT
               IF WS-SM-MONTH(WS-SM-IDX) >= WS-YEAR-AGO-MONTH
                  AND WS-SM-MONTH(WS-SM-IDX) <= WS-RUN-MONTH
                   PERFORM PRINT-TREND-LINE
               END-IF
           END-PERFORM

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED
               MOVE SPACES TO WS-SNAPIDX-FILE-PATH WS-DAYTOT-FILE-PATH
                              WS-STSHIST-FILE-PATH WS-MISSUM-FILE-PATH
                              WS-MISSUM-NEW-PATH

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/snapidx.dat' DELIMITED SIZE
                      INTO WS-SNAPIDX-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/daytotals.dat' DELIMITED SIZE
                      INTO WS-DAYTOT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/stshist.dat' DELIMITED SIZE
                      INTO WS-STSHIST-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/missum.dat' DELIMITED SIZE
                      INTO WS-MISSUM-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/missum.dat.new' DELIMITED SIZE
                      INTO WS-MISSUM-NEW-PATH
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

      *--- Bulan penuh: snapshot sampai akhir bulan ikut dihitung ---
           MOVE WS-ARG-DATE(1:6) TO WS-RUN-MONTH
           IF WS-ARG-DATE(7:2) = SPACES
               STRING WS-RUN-MONTH '31' DELIMITED SIZE
                   INTO WS-UPTO-DATE
               END-STRING
           ELSE
               MOVE WS-ARG-DATE TO WS-UPTO-DATE
           END-IF

           IF WS-RM-MON = 1
               COMPUTE WS-PM-YEAR = WS-RM-YEAR - 1
               MOVE 12 TO WS-PM-MON
           ELSE
               MOVE WS-RM-YEAR TO WS-PM-YEAR
               COMPUTE WS-PM-MON = WS-RM-MON - 1
           END-IF

           COMPUTE WS-YA-YEAR = WS-RM-YEAR - 1
           MOVE WS-RM-MON TO WS-YA-MON.

      *----------------------------------------------------------------*
       LOAD-SUMMARY.
           MOVE 0 TO WS-SUM-COUNT

           OPEN INPUT MISSUM-FILE
           IF MS-FS-OK
               PERFORM UNTIL MS-FS-EOF
                   READ MISSUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-SUM-COUNT < 240
                           ADD 1 TO WS-SUM-COUNT
                           MOVE MISSUM-FILE-RECORD
                               TO WS-SM-ROW(WS-SUM-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE MISSUM-FILE
           END-IF.

      *----------------------------------------------------------------*
       INIT-CURRENT-ROW.
           MOVE WS-RUN-MONTH TO WS-CR-MONTH
           MOVE '|' TO WS-CR-SEP-1 WS-CR-SEP-2
           MOVE 0 TO WS-CR-SNAP-DAYS

           PERFORM VARYING WS-METRIC-IDX FROM 1 BY 1
               UNTIL WS-METRIC-IDX > 20
               MOVE 0 TO WS-CR-VALUE(WS-METRIC-IDX)
               MOVE '|' TO WS-CR-SEP(WS-METRIC-IDX)
           END-PERFORM.

      *----------------------------------------------------------------*
       SCAN-ONE-SOURCE.
           MOVE SPACES TO WS-TXN-SOURCE-PATH

           IF WS-SOURCE-IDX = 1
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TXN-SOURCE-PATH
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/txnhist-' DELIMITED SIZE
                      WS-RUN-MONTH DELIMITED SIZE
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
                       IF FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND WS-TP-CREATED-AT(1:6) = WS-RUN-MONTH
                           PERFORM TALLY-ONE-TXN
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TXN-SOURCE-FILE
           END-IF.

      *----------------------------------------------------------------*
       TALLY-ONE-TXN.
      *--- QRIS dinamis dikenali dari payload 'QRISD'; TRANSFER   ---
      *--- hanya leg debit pengirim (leg kredit adalah cermin)    ---
           MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM
           MOVE 0 TO WS-PRODUCT-IDX

           EVALUATE FUNCTION TRIM(WS-TP-TYPE)
               WHEN 'QRIS'
                   IF WS-TP-QR-CODE(1:5) = 'QRISD'
                       MOVE 2 TO WS-PRODUCT-IDX
                   ELSE
                       MOVE 1 TO WS-PRODUCT-IDX
                   END-IF
               WHEN 'TRANSFER'
                   IF WS-TP-QR-CODE(1:12) = 'TRANSFER-TO:'
                       MOVE 3 TO WS-PRODUCT-IDX
                   END-IF
               WHEN 'TOPUP'
                   MOVE 4 TO WS-PRODUCT-IDX
               WHEN 'CASHOUT'
                   MOVE 5 TO WS-PRODUCT-IDX
               WHEN 'BULK'
                   MOVE 6 TO WS-PRODUCT-IDX
               WHEN 'STANDING'
                   MOVE 7 TO WS-PRODUCT-IDX
      *--- Leg pendapatan fee (ADMFEE, BILLFEE, XFERFEE), biaya   ---
      *--- settlement instan (INSTFEE) dan MDR                      ---
               WHEN 'FEEINC'
               WHEN 'INSTFEE'
                   ADD WS-TP-AMOUNT-NUM TO WS-CR-VALUE(18)
               WHEN 'MDRFEE'
                   ADD WS-TP-AMOUNT-NUM TO WS-CR-VALUE(19)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-PRODUCT-IDX > 0
               COMPUTE WS-METRIC-IDX = WS-PRODUCT-IDX * 2 + 2
               ADD 1 TO WS-CR-VALUE(WS-METRIC-IDX)
               ADD 1 TO WS-METRIC-IDX
               ADD WS-TP-AMOUNT-NUM TO WS-CR-VALUE(WS-METRIC-IDX)
           END-IF.

      *----------------------------------------------------------------*
       SCAN-SNAPSHOTS.
      *--- Saldo rata-rata = total saldo semua snapshot bulan itu ---
      *--- dibagi jumlah baris rekening; jumlah rekening akhir     ---
      *--- bulan dari snapshot terakhir                            ---
           OPEN INPUT SNAPIDX-FILE
           IF IDX-FS-OK
               PERFORM UNTIL IDX-FS-EOF
                   READ SNAPIDX-FILE INTO WS-IDX-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-IDX-LINE(1:8) TO WS-IDX-DATE
                       IF WS-IDX-DATE(1:6) = WS-RUN-MONTH
                          AND WS-IDX-DATE <= WS-UPTO-DATE
                           PERFORM SCAN-ONE-SNAPSHOT
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SNAPIDX-FILE
           END-IF

           MOVE WS-SNAP-DAYS TO WS-CR-SNAP-DAYS
           IF WS-SNAP-ROWS > 0
               COMPUTE WS-CR-VALUE(20) ROUNDED =
                   WS-SNAP-BALANCE-SUM / WS-SNAP-ROWS
           END-IF.

      *----------------------------------------------------------------*
       SCAN-ONE-SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/possnap-' DELIMITED SIZE
                  WS-IDX-DATE DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-SNAPSHOT-FILE-PATH
           END-STRING

           MOVE 0 TO WS-DAY-ROWS

           OPEN INPUT SNAPSHOT-FILE
           IF SNP-FS-OK
               PERFORM UNTIL SNP-FS-EOF
                   READ SNAPSHOT-FILE INTO WS-SNAPSHOT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-SN-USER-ID TO WS-CHECK-USER-ID
                       PERFORM CHECK-INTERNAL-USER
                       IF WS-IS-INTERNAL = 'N'
                           ADD 1 TO WS-DAY-ROWS
                           ADD WS-SN-BALANCE TO WS-SNAP-BALANCE-SUM
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SNAPSHOT-FILE

               ADD 1 TO WS-SNAP-DAYS
               ADD WS-DAY-ROWS TO WS-SNAP-ROWS

               IF WS-LAST-SNAP-DATE = SPACES
                  OR WS-IDX-DATE > WS-LAST-SNAP-DATE
                   MOVE WS-IDX-DATE TO WS-LAST-SNAP-DATE
                   MOVE WS-DAY-ROWS TO WS-CR-VALUE(3)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       COUNT-ACTIVE-USERS.
      *--- Kunci daytotals USER+DATE, jadi baris satu nasabah      ---
      *--- berurutan - cukup dibandingkan dengan user terakhir     ---
           MOVE SPACES TO WS-LAST-ACTIVE-USER

           OPEN INPUT DAYTOT-FILE
           IF DY-FS-OK
               PERFORM UNTIL DY-FS-EOF
                   READ DAYTOT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-DY-DATE(1:6) = WS-RUN-MONTH
                          AND FD-DY-DATE <= WS-UPTO-DATE
                          AND FD-DY-USER-ID NOT = WS-LAST-ACTIVE-USER
                           ADD 1 TO WS-CR-VALUE(1)
                           MOVE FD-DY-USER-ID TO WS-LAST-ACTIVE-USER
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE DAYTOT-FILE
           END-IF.

      *----------------------------------------------------------------*
       COUNT-NEW-ACCOUNTS.
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
                          AND WS-HS-TIMESTAMP(1:6) = WS-RUN-MONTH
                          AND WS-HS-TIMESTAMP(1:8) <= WS-UPTO-DATE
                           MOVE WS-HS-KEY TO WS-CHECK-USER-ID
                           PERFORM CHECK-INTERNAL-USER
                           IF WS-IS-INTERNAL = 'N'
                               ADD 1 TO WS-CR-VALUE(2)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE STSHIST-FILE
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
       STORE-CURRENT-ROW.
      *--- Bulan yang sudah ada diganti; snapshot yang sudah lewat ---
      *--- retensi atau daytotals yang sudah dibangun ulang tidak  ---
      *--- boleh menghapus angka yang tersimpan dari run sebelumnya ---
           MOVE 0 TO WS-CUR-POS

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SUM-COUNT OR WS-CUR-POS > 0
               IF WS-SM-MONTH(WS-SM-IDX) = WS-RUN-MONTH
                   MOVE WS-SM-IDX TO WS-CUR-POS
               END-IF
           END-PERFORM

           IF WS-CUR-POS > 0
               IF WS-CR-SNAP-DAYS = 0
                  AND WS-SM-SNAP-DAYS(WS-CUR-POS) > 0
                   MOVE WS-SM-SNAP-DAYS(WS-CUR-POS)
                       TO WS-CR-SNAP-DAYS
                   MOVE WS-SM-VALUE(WS-CUR-POS, 3) TO WS-CR-VALUE(3)
                   MOVE WS-SM-VALUE(WS-CUR-POS, 20)
                       TO WS-CR-VALUE(20)
               END-IF

               IF WS-CR-VALUE(1) = 0
                   MOVE WS-SM-VALUE(WS-CUR-POS, 1) TO WS-CR-VALUE(1)
               END-IF

               MOVE WS-CUR-ROW TO WS-SM-ROW(WS-CUR-POS)
           ELSE
               PERFORM INSERT-CURRENT-ROW
           END-IF.

      *----------------------------------------------------------------*
       INSERT-CURRENT-ROW.
      *--- Tabel penuh: bulan tertua dibuang ---
           IF WS-SUM-COUNT >= 240
               PERFORM VARYING WS-SM-SHIFT FROM 1 BY 1
                   UNTIL WS-SM-SHIFT >= WS-SUM-COUNT
                   MOVE WS-SM-ROW(WS-SM-SHIFT + 1)
                       TO WS-SM-ROW(WS-SM-SHIFT)
               END-PERFORM
               SUBTRACT 1 FROM WS-SUM-COUNT
           END-IF

      *--- Sisipkan di posisi urut bulan ---
           COMPUTE WS-CUR-POS = WS-SUM-COUNT + 1
           PERFORM VARYING WS-SM-IDX FROM WS-SUM-COUNT BY -1
               UNTIL WS-SM-IDX < 1
                  OR WS-SM-MONTH(WS-SM-IDX) < WS-RUN-MONTH
               MOVE WS-SM-ROW(WS-SM-IDX) TO WS-SM-ROW(WS-SM-IDX + 1)
               MOVE WS-SM-IDX TO WS-CUR-POS
           END-PERFORM

           ADD 1 TO WS-SUM-COUNT
           MOVE WS-CUR-ROW TO WS-SM-ROW(WS-CUR-POS).

      *----------------------------------------------------------------*
       SAVE-SUMMARY.
      *--- Tulis ke .new lalu rename (pola EODSNAP) ---
           OPEN OUTPUT NEW-MISSUM-FILE
           IF NOT MSN-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SUM-COUNT
               WRITE NEW-MISSUM-RECORD FROM WS-SM-ROW(WS-SM-IDX)
           END-PERFORM

           CLOSE NEW-MISSUM-FILE

           CALL "CBL_DELETE_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-MISSUM-FILE-PATH)
           END-CALL

           CALL "CBL_RENAME_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-MISSUM-NEW-PATH)
               BY CONTENT FUNCTION TRIM(WS-MISSUM-FILE-PATH)
           END-CALL.

      *----------------------------------------------------------------*
       FIND-COMPARISON-ROWS.
           MOVE 0 TO WS-PREV-POS WS-YA-POS WS-TREND-COUNT

           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SUM-COUNT
               IF WS-SM-MONTH(WS-SM-IDX) = WS-RUN-MONTH
                   MOVE WS-SM-IDX TO WS-CUR-POS
               END-IF
               IF WS-SM-MONTH(WS-SM-IDX) = WS-PREV-MONTH
                   MOVE WS-SM-IDX TO WS-PREV-POS
               END-IF
               IF WS-SM-MONTH(WS-SM-IDX) = WS-YEAR-AGO-MONTH
                   MOVE WS-SM-IDX TO WS-YA-POS
               END-IF
               IF WS-SM-MONTH(WS-SM-IDX) >= WS-YEAR-AGO-MONTH
                  AND WS-SM-MONTH(WS-SM-IDX) <= WS-RUN-MONTH
                   ADD 1 TO WS-TREND-COUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       PRINT-METRIC-LINE.
      *--- Bulan pembanding yang belum ada di ringkasan, atau     ---
      *--- nilai pembanding nol, menghasilkan null                 ---
           MOVE WS-SM-VALUE(WS-CUR-POS, WS-METRIC-IDX)
               TO WS-EDIT-SOURCE
           PERFORM EDIT-METRIC-VALUE
           MOVE WS-EDIT-RESULT TO WS-OUT-CUR

           MOVE 'null' TO WS-OUT-PREV WS-OUT-MOM
           IF WS-PREV-POS > 0
               MOVE WS-SM-VALUE(WS-PREV-POS, WS-METRIC-IDX)
                   TO WS-EDIT-SOURCE
               PERFORM EDIT-METRIC-VALUE
               MOVE WS-EDIT-RESULT TO WS-OUT-PREV
               IF WS-EDIT-SOURCE > 0
                   COMPUTE WS-PCT-CHANGE ROUNDED =
                       (WS-SM-VALUE(WS-CUR-POS, WS-METRIC-IDX)
                        - WS-EDIT-SOURCE) * 100 / WS-EDIT-SOURCE
                   MOVE WS-PCT-CHANGE TO WS-PCT-EDIT
                   MOVE FUNCTION TRIM(WS-PCT-EDIT) TO WS-OUT-MOM
               END-IF
           END-IF

           MOVE 'null' TO WS-OUT-YA WS-OUT-YOY
           IF WS-YA-POS > 0
               MOVE WS-SM-VALUE(WS-YA-POS, WS-METRIC-IDX)
                   TO WS-EDIT-SOURCE
               PERFORM EDIT-METRIC-VALUE
               MOVE WS-EDIT-RESULT TO WS-OUT-YA
               IF WS-EDIT-SOURCE > 0
                   COMPUTE WS-PCT-CHANGE ROUNDED =
                       (WS-SM-VALUE(WS-CUR-POS, WS-METRIC-IDX)
                        - WS-EDIT-SOURCE) * 100 / WS-EDIT-SOURCE
                   MOVE WS-PCT-CHANGE TO WS-PCT-EDIT
                   MOVE FUNCTION TRIM(WS-PCT-EDIT) TO WS-OUT-YOY
               END-IF
           END-IF

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"mis_metric",'
               '"month":"' WS-RUN-MONTH '",'
               '"metric":"'
                   FUNCTION TRIM(WS-MD-NAME(WS-METRIC-IDX)) '",'
               '"value":' FUNCTION TRIM(WS-OUT-CUR) ','
               '"prev_month":"' WS-PREV-MONTH '",'
               '"prev_month_value":' FUNCTION TRIM(WS-OUT-PREV) ','
               '"mom_pct":' FUNCTION TRIM(WS-OUT-MOM) ','
               '"year_ago_month":"' WS-YEAR-AGO-MONTH '",'
               '"year_ago_value":' FUNCTION TRIM(WS-OUT-YA) ','
               '"yoy_pct":' FUNCTION TRIM(WS-OUT-YOY) ','
               '"source":"legacy-cobol"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       EDIT-METRIC-VALUE.
           IF WS-MD-KIND(WS-METRIC-IDX) = 'C'
               MOVE WS-EDIT-SOURCE TO WS-COUNT-EDIT
               MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-EDIT-RESULT
           ELSE
               MOVE WS-EDIT-SOURCE TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-EDIT-RESULT
           END-IF.

      *----------------------------------------------------------------*
       PRINT-TREND-LINE.
           MOVE 0 TO WS-TR-TXN-COUNT WS-TR-TXN-VALUE

           PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 7
               COMPUTE WS-METRIC-IDX = WS-PRODUCT-IDX * 2 + 2
               ADD WS-SM-VALUE(WS-SM-IDX, WS-METRIC-IDX)
                   TO WS-TR-TXN-COUNT
               ADD WS-SM-VALUE(WS-SM-IDX, WS-METRIC-IDX + 1)
                   TO WS-TR-TXN-VALUE
           END-PERFORM

           MOVE WS-SM-VALUE(WS-SM-IDX, 1) TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-TR-ACTIVE
           MOVE WS-SM-VALUE(WS-SM-IDX, 2) TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-TR-NEWACC
           MOVE WS-TR-TXN-COUNT TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-TR-COUNT
           MOVE WS-TR-TXN-VALUE TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TR-VALUE
           MOVE WS-SM-VALUE(WS-SM-IDX, 18) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TR-FEE
           MOVE WS-SM-VALUE(WS-SM-IDX, 19) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TR-MDR
           MOVE WS-SM-VALUE(WS-SM-IDX, 20) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TR-AVGBAL

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"mis_trend",'
               '"month":"' WS-SM-MONTH(WS-SM-IDX) '",'
               '"active_users":' FUNCTION TRIM(WS-TR-ACTIVE) ','
               '"new_accounts":' FUNCTION TRIM(WS-TR-NEWACC) ','
               '"txn_count":' FUNCTION TRIM(WS-TR-COUNT) ','
               '"txn_value":' FUNCTION TRIM(WS-TR-VALUE) ','
               '"fee_income":' FUNCTION TRIM(WS-TR-FEE) ','
               '"mdr_income":' FUNCTION TRIM(WS-TR-MDR) ','
               '"avg_balance":' FUNCTION TRIM(WS-TR-AVGBAL) ','
               '"source":"legacy-cobol"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-SM-SNAP-DAYS(WS-CUR-POS) TO WS-SNAP-DAYS-EDIT
           MOVE WS-TREND-COUNT TO WS-TREND-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"month":"' WS-RUN-MONTH '",'
               '"through_date":"' WS-UPTO-DATE '",'
               '"snapshot_days":'
                   FUNCTION TRIM(WS-SNAP-DAYS-EDIT) ','
               '"trend_months":'
                   FUNCTION TRIM(WS-TREND-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Laporan MIS bulanan selesai"'
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
               '"message":"Tidak bisa menulis missum.dat"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

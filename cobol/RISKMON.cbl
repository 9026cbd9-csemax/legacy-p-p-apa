      *================================================================*
      * RISKMON.CBL - Monthly Merchant Chargeback/Refund Ratio Batch  *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKMON.
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

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT DISPUTE-FILE
               ASSIGN TO DYNAMIC WS-DISPUTE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DSP-FILE-STATUS.

      *--- Master parameter bisnis - ambang rasio dalam basis poin ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Reserve khusus merchant yang sudah berlaku (MERPCT) dan ---
      *--- status tahan settlement saat ini                         ---
           SELECT RSVCFG-FILE
               ASSIGN TO DYNAMIC WS-RSVCFG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT SETLHOLD-FILE
               ASSIGN TO DYNAMIC WS-SETLHOLD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SH-FILE-STATUS.

      *--- Antrian dual control - tindakan kritis tidak pernah     ---
      *--- diterapkan langsung, selalu lewat CHGAPPR               ---
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO DYNAMIC WS-PENDCHG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

      *--- Daftar pemantauan merchant, satu baris per merchant per ---
      *--- bulan yang dievaluasi                                    ---
           SELECT RISKMON-FILE
               ASSIGN TO DYNAMIC WS-RISKMON-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RM-FILE-STATUS.

      *--- Audit log bersama ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERCHANT-FILE.
       01  MERCHANT-FILE-RECORD.
           05  FD-MER-MER-ID       PIC X(20).
           05  FD-MER-NAME         PIC X(100).
           05  FD-MER-CATEGORY     PIC X(50).
           05  FD-MER-STATUS       PIC X(10).
           05  FD-MER-BANK-CODE    PIC X(10).
           05  FD-MER-ACCOUNT      PIC X(20).
           05  FD-MER-CURRENCY     PIC X(3).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTE-FILE-RECORD     PIC X(300).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       FD  RSVCFG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSVCFG-FILE-RECORD      PIC X(40).

       FD  SETLHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETLHOLD-FILE-RECORD    PIC X(60).

       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD   PIC X(250).

       FD  RISKMON-FILE
           LABEL RECORDS ARE STANDARD.
       01  RISKMON-FILE-RECORD     PIC X(100).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-DISPUTE-FILE-PATH     PIC X(100)
           VALUE '/app/data/disputes.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-RSVCFG-FILE-PATH      PIC X(100)
           VALUE '/app/data/rsvconfig.dat'.
       01  WS-SETLHOLD-FILE-PATH    PIC X(100)
           VALUE '/app/data/setlhold.dat'.
       01  WS-PENDCHG-FILE-PATH     PIC X(100)
           VALUE '/app/data/pendchg.dat'.
       01  WS-RISKMON-FILE-PATH     PIC X(100)
           VALUE '/app/data/riskmon.dat'.

       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.
           88  MER-FS-EOF          VALUE '10'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-DSP-FILE-STATUS      PIC XX.
           88  DSP-FS-OK           VALUE '00'.
           88  DSP-FS-EOF          VALUE '10'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-RC-FILE-STATUS       PIC XX.
           88  RC-FS-OK            VALUE '00'.
           88  RC-FS-EOF           VALUE '10'.

       01  WS-SH-FILE-STATUS       PIC XX.
           88  SH-FS-OK            VALUE '00'.
           88  SH-FS-EOF           VALUE '10'.

       01  WS-PC-FILE-STATUS       PIC XX.
           88  PC-FS-OK            VALUE '00'.
           88  PC-FS-EOF           VALUE '10'.
           88  PC-FS-NOT-FOUND     VALUE '35'.

       01  WS-RM-FILE-STATUS       PIC XX.
           88  RM-FS-OK            VALUE '00'.
           88  RM-FS-EOF           VALUE '10'.
           88  RM-FS-NOT-FOUND     VALUE '35'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Tanggal bisnis run (YYYYMMDD) dari command line atau    ---
      *--- hari ini. Bulan yang dievaluasi adalah bulan tanggal    ---
      *--- run; tren memakai enam bulan sampai bulan itu            ---
       01  WS-RUN-DATE             PIC X(8).
       01  WS-EVAL-MONTH           PIC X(6).
       01  WS-EVAL-MNUM            PIC 9(6).
       01  WS-ROW-MONTH            PIC X(6).
       01  WS-ROW-YYYY             PIC 9(4).
       01  WS-ROW-MM               PIC 9(2).
       01  WS-ROW-MNUM             PIC 9(6).
       01  WS-MONTH-SLOT           PIC S9(7).
       01  WS-MS-IDX               PIC 9(1).

      *--- Label bulan tren, slot 6 = bulan yang dievaluasi ---
       01  WS-MONTH-LABELS.
           05  WS-ML-LABEL         PIC X(6) OCCURS 6 TIMES.
       01  WS-LABEL-MNUM           PIC 9(6).
       01  WS-LABEL-YYYY           PIC 9(4).
       01  WS-LABEL-MM             PIC 9(2).
       01  WS-LABEL-YYMM.
           05  WS-LY-YYYY          PIC 9(4).
           05  WS-LY-MM            PIC 9(2).

      *--- Ambang rasio dari params.dat (basis poin dari volume   ---
      *--- QRIS sukses) dengan default terkompilasi; baris efektif ---
      *--- terbaru yang tidak melewati tanggal run menang          ---
       01  WS-RISK-PARAM-DEFS.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CBWARNBPS'.
               10  FILLER          PIC 9(7)  VALUE 65.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CBCRITBPS'.
               10  FILLER          PIC 9(7)  VALUE 100.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'RFWARNBPS'.
               10  FILLER          PIC 9(7)  VALUE 500.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'RFCRITBPS'.
               10  FILLER          PIC 9(7)  VALUE 1000.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CRITRSVBPS'.
               10  FILLER          PIC 9(7)  VALUE 2000.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'RATIOMINTXN'.
               10  FILLER          PIC 9(7)  VALUE 20.

       01  WS-RISK-PARAM-TABLE REDEFINES WS-RISK-PARAM-DEFS.
           05  WS-RP-ENTRY OCCURS 6 TIMES.
               10  WS-RP-NAME      PIC X(12).
               10  WS-RP-VALUE     PIC 9(7).

       01  WS-RP-EFF-TABLE.
           05  WS-RP-EFF           PIC X(8) OCCURS 6 TIMES.
       01  WS-RP-IDX               PIC 9(1).

       01  WS-CB-WARN-BPS          PIC 9(5).
       01  WS-CB-CRIT-BPS          PIC 9(5).
       01  WS-RF-WARN-BPS          PIC 9(5).
       01  WS-RF-CRIT-BPS          PIC 9(5).
       01  WS-CRIT-RSV-BPS         PIC 9(5).
       01  WS-MIN-QRIS-TXN         PIC 9(7).

       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Tabel akumulasi per merchant: volume QRIS, dispute, dan ---
      *--- refund per bulan untuk enam bulan terakhir, ditambah    ---
      *--- keadaan tindakan risiko yang sudah berjalan              ---
       01  WS-RISK-TABLE.
           05  WS-RT-ENTRY OCCURS 500 TIMES.
               10  WS-RT-MER-ID    PIC X(20).
               10  WS-RT-RSV-BPS   PIC 9(5).
               10  WS-RT-HOLD      PIC X(1).
               10  WS-RT-PENDING   PIC X(1).
               10  WS-RT-LISTED    PIC X(1).
               10  WS-RT-MONTH OCCURS 6 TIMES.
                   15  WS-RT-QR-CNT    PIC 9(7).
                   15  WS-RT-QR-AMT    PIC 9(13)V99.
                   15  WS-RT-CB-CNT    PIC 9(5).
                   15  WS-RT-CB-AMT    PIC 9(13)V99.
                   15  WS-RT-RF-CNT    PIC 9(5).
                   15  WS-RT-RF-AMT    PIC 9(13)V99.
       01  WS-MER-COUNT            PIC 9(3) VALUE 0.
       01  WS-RT-IDX               PIC 9(3).
       01  WS-FIND-IDX             PIC 9(3).
       01  WS-MER-SLOT             PIC 9(3).
       01  WS-FIND-MER-ID          PIC X(20).

       01  WS-MER-PARSE.
           05  WS-MP-MER-ID        PIC X(20).
           05  WS-MP-NAME          PIC X(100).
           05  WS-MP-CATEGORY      PIC X(50).
           05  WS-MP-STATUS        PIC X(10).
           05  WS-MP-BANK-CODE     PIC X(10).
           05  WS-MP-ACCOUNT       PIC X(20).
           05  WS-MP-CURRENCY      PIC X(3).

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
           05  FILLER              PIC X(1).
           05  WS-TP-UPDATED-AT    PIC X(20).

       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.
      *--- Baris induk split marketplace bertanda ' SPLIT:nn' -     ---
      *--- volumenya milik tenant lewat baris SPLITLEG              ---
       01  WS-SPLIT-TAGS           PIC 9(3) VALUE 0.

      *--- Record kasus dispute (selaras DISPMAINT) - bulan dibuka ---
      *--- kasus menentukan bulan chargeback-nya                    ---
       01  WS-DISPUTE-RECORD.
           05  WS-DP-CASE-ID       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-DP-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-DP-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DP-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DP-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DP-TXN-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-DP-STATUS        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DP-REASON        PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-DP-NOTES         PIC X(60).
           05  FILLER              PIC X(1).
           05  WS-DP-OPENED-AT     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DP-UPDATED-AT    PIC X(20).

      *--- Baris konfigurasi reserve dan tahan settlement ---
       01  WS-RC-LINE              PIC X(40).
       01  WS-RC-REC-TYPE          PIC X(10).
       01  WS-RC-REC-VALUE         PIC X(10).
       01  WS-RC-REC-MER           PIC X(20).

       01  WS-SH-LINE              PIC X(60).
       01  WS-SH-REC-MER           PIC X(20).
       01  WS-SH-REC-ACTION        PIC X(10).

      *--- Baris antrian dual control (selaras CHGAPPR) ---
       01  WS-PENDING-RECORD.
           05  WS-PC-CHG-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-TARGET        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-FIELD         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-NEW-VALUE     PIC X(50).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-MAKER         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-CREATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-DECIDED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-CHECKER       PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-PC-NEXT-ID           PIC 9(8) VALUE 0.
       01  WS-PC-QUEUED            PIC X(1).
       01  WS-PC-BPS-TEXT          PIC 9(5).

      *--- Baris daftar pemantauan ---
       01  WS-RISKMON-RECORD.
           05  WS-RM-MONTH         PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RM-MER-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RM-LEVEL         PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RM-CB-BPS        PIC 9(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RM-RF-BPS        PIC 9(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RM-ACTION        PIC X(16).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RM-RUN-DATE      PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-RM-LINE              PIC X(100).
       01  WS-RM-REC-MONTH         PIC X(6).
       01  WS-RM-REC-MER           PIC X(20).

      *--- Rasio per bulan untuk merchant yang sedang dievaluasi:  ---
      *--- yang terburuk dari rasio jumlah dan rasio nominal        ---
       01  WS-RATIO-TABLE.
           05  WS-RA-ENTRY OCCURS 6 TIMES.
               10  WS-RA-CB-BPS    PIC 9(5).
               10  WS-RA-RF-BPS    PIC 9(5).
       01  WS-BPS-WORK             PIC 9(9).
       01  WS-BPS-CNT              PIC 9(9).
       01  WS-BPS-AMT              PIC 9(9).
       01  WS-ACTIVITY             PIC X(1).

       01  WS-LEVEL                PIC X(10).
       01  WS-ACTION               PIC X(16).

       01  WS-ROWS-CHECKED         PIC 9(5) VALUE 0.
       01  WS-ROWS-WARNING         PIC 9(5) VALUE 0.
       01  WS-ROWS-CRITICAL        PIC 9(5) VALUE 0.
       01  WS-ROWS-QUEUED          PIC 9(5) VALUE 0.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'RISKMON'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       01  WS-BPS-EDIT             PIC ZZZZ9.
       01  WS-BPS2-EDIT            PIC ZZZZ9.
       01  WS-CNT-EDIT             PIC ZZZZ9.
       01  WS-CNT2-EDIT            PIC ZZZZ9.
       01  WS-CNT3-EDIT            PIC ZZZZ9.
       01  WS-CNT4-EDIT            PIC ZZZZ9.
       01  WS-QR-CNT-EDIT          PIC Z(6)9.

       01  WS-TREND-MONTHS         PIC X(80).
       01  WS-TREND-CB             PIC X(60).
       01  WS-TREND-RF             PIC X(60).
       01  WS-TM-PTR               PIC 9(3).
       01  WS-TC-PTR               PIC 9(3).
       01  WS-TR-PTR               PIC 9(3).

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Rasio chargeback (kasus dispute) dan refund terhadap    ---
      *--- volume QRIS per merchant; lewat ambang peringatan masuk ---
      *--- daftar pemantauan, lewat ambang kritis diusulkan        ---
      *--- reserve khusus atau tahan settlement ke antrian CHGAPPR ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM BUILD-MONTH-LABELS
           PERFORM LOAD-RISK-PARAMS
           PERFORM LOAD-MERCHANTS

           IF WS-MER-COUNT = 0
               PERFORM PRINT-SUMMARY-LINE
               STOP RUN
           END-IF

           PERFORM LOAD-RESERVE-OVERRIDES
           PERFORM LOAD-SETTLE-HOLDS
           PERFORM LOAD-PENDING-ACTIONS
           PERFORM LOAD-MONITOR-LIST

           PERFORM ACCUMULATE-TRANSACTIONS
           PERFORM ACCUMULATE-DISPUTES

           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-MER-COUNT
               PERFORM EVALUATE-ONE-MERCHANT
           END-PERFORM

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
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
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/rsvconfig.dat' DELIMITED SIZE
                      INTO WS-RSVCFG-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/setlhold.dat' DELIMITED SIZE
                      INTO WS-SETLHOLD-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pendchg.dat' DELIMITED SIZE
                      INTO WS-PENDCHG-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/riskmon.dat' DELIMITED SIZE
                      INTO WS-RISKMON-FILE-PATH
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
           END-IF

           MOVE WS-RUN-DATE(1:6) TO WS-EVAL-MONTH
           MOVE WS-EVAL-MONTH TO WS-ROW-MONTH
           PERFORM COMPUTE-ROW-MNUM
           MOVE WS-ROW-MNUM TO WS-EVAL-MNUM.

      *----------------------------------------------------------------*
       COMPUTE-ROW-MNUM.
      *--- Nomor bulan berurutan (tahun x 12 + bulan) supaya       ---
      *--- selisih bulan lintas tahun cukup dengan pengurangan     ---
           MOVE 0 TO WS-ROW-MNUM

           IF WS-ROW-MONTH IS NUMERIC
               MOVE WS-ROW-MONTH(1:4) TO WS-ROW-YYYY
               MOVE WS-ROW-MONTH(5:2) TO WS-ROW-MM
               COMPUTE WS-ROW-MNUM = WS-ROW-YYYY * 12 + WS-ROW-MM
           END-IF.

      *----------------------------------------------------------------*
       COMPUTE-MONTH-SLOT.
      *--- Slot 1..6 untuk bulan baris; 0 kalau di luar jendela    ---
      *--- enam bulan atau sesudah bulan yang dievaluasi            ---
           PERFORM COMPUTE-ROW-MNUM

           IF WS-ROW-MNUM = 0
               MOVE 0 TO WS-MONTH-SLOT
           ELSE
               COMPUTE WS-MONTH-SLOT =
                   WS-ROW-MNUM - WS-EVAL-MNUM + 6
               IF WS-MONTH-SLOT < 1 OR WS-MONTH-SLOT > 6
                   MOVE 0 TO WS-MONTH-SLOT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       BUILD-MONTH-LABELS.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > 6
               COMPUTE WS-LABEL-MNUM = WS-EVAL-MNUM - 6 + WS-MS-IDX
               COMPUTE WS-LABEL-YYYY = (WS-LABEL-MNUM - 1) / 12
               COMPUTE WS-LABEL-MM =
                   WS-LABEL-MNUM - WS-LABEL-YYYY * 12
               MOVE WS-LABEL-YYYY TO WS-LY-YYYY
               MOVE WS-LABEL-MM TO WS-LY-MM
               MOVE WS-LABEL-YYMM TO WS-ML-LABEL(WS-MS-IDX)
           END-PERFORM.

      *----------------------------------------------------------------*
       LOAD-RISK-PARAMS.
      *--- Baris efektif terbaru yang tidak melewati tanggal run  ---
      *--- menang per nama; tanpa baris dipakai default             ---
      *--- terkompilasi (pola PARMRPT)                              ---
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > 6
               MOVE SPACES TO WS-RP-EFF(WS-RP-IDX)
           END-PERFORM

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
           END-IF

           MOVE WS-RP-VALUE(1) TO WS-CB-WARN-BPS
           MOVE WS-RP-VALUE(2) TO WS-CB-CRIT-BPS
           MOVE WS-RP-VALUE(3) TO WS-RF-WARN-BPS
           MOVE WS-RP-VALUE(4) TO WS-RF-CRIT-BPS
           MOVE WS-RP-VALUE(5) TO WS-CRIT-RSV-BPS
           MOVE WS-RP-VALUE(6) TO WS-MIN-QRIS-TXN.

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

           IF WS-NUMVAL-CHECK = 0
               PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > 6
                   IF FUNCTION TRIM(WS-PM-REC-NAME) =
                      FUNCTION TRIM(WS-RP-NAME(WS-RP-IDX))
                      AND WS-PM-REC-EFF(1:8) NOT > WS-RUN-DATE
                      AND WS-PM-REC-EFF(1:8) > WS-RP-EFF(WS-RP-IDX)
                       MOVE WS-PM-REC-EFF(1:8) TO WS-RP-EFF(WS-RP-IDX)
                       MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                           TO WS-RP-VALUE(WS-RP-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       LOAD-MERCHANTS.
      *--- Merchant closed tidak dievaluasi lagi ---
           OPEN INPUT MERCHANT-FILE
           IF MER-FS-OK
               PERFORM UNTIL MER-FS-EOF
                   READ MERCHANT-FILE INTO WS-MER-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-MP-STATUS) NOT = 'closed'
                          AND WS-MER-COUNT < 500
                           ADD 1 TO WS-MER-COUNT
                           PERFORM INIT-MERCHANT-ENTRY
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE MERCHANT-FILE
           END-IF.

      *----------------------------------------------------------------*
       INIT-MERCHANT-ENTRY.
           MOVE WS-MP-MER-ID TO WS-RT-MER-ID(WS-MER-COUNT)
           MOVE 0 TO WS-RT-RSV-BPS(WS-MER-COUNT)
           MOVE 'N' TO WS-RT-HOLD(WS-MER-COUNT)
           MOVE 'N' TO WS-RT-PENDING(WS-MER-COUNT)
           MOVE 'N' TO WS-RT-LISTED(WS-MER-COUNT)

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > 6
               MOVE 0 TO WS-RT-QR-CNT(WS-MER-COUNT, WS-MS-IDX)
               MOVE 0 TO WS-RT-QR-AMT(WS-MER-COUNT, WS-MS-IDX)
               MOVE 0 TO WS-RT-CB-CNT(WS-MER-COUNT, WS-MS-IDX)
               MOVE 0 TO WS-RT-CB-AMT(WS-MER-COUNT, WS-MS-IDX)
               MOVE 0 TO WS-RT-RF-CNT(WS-MER-COUNT, WS-MS-IDX)
               MOVE 0 TO WS-RT-RF-AMT(WS-MER-COUNT, WS-MS-IDX)
           END-PERFORM.

      *----------------------------------------------------------------*
       FIND-MERCHANT-SLOT.
           MOVE 0 TO WS-MER-SLOT

           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-MER-COUNT
               IF WS-RT-MER-ID(WS-FIND-IDX) = WS-FIND-MER-ID
                   MOVE WS-FIND-IDX TO WS-MER-SLOT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       LOAD-RESERVE-OVERRIDES.
      *--- MERPCT|bps|MER_ID - baris terakhir per merchant menang ---
           OPEN INPUT RSVCFG-FILE
           IF RC-FS-OK
               PERFORM UNTIL RC-FS-EOF
                   READ RSVCFG-FILE INTO WS-RC-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-RC-REC-TYPE
                       MOVE SPACES TO WS-RC-REC-VALUE
                       MOVE SPACES TO WS-RC-REC-MER
                       UNSTRING WS-RC-LINE
                           DELIMITED BY '|'
                           INTO WS-RC-REC-TYPE
                                WS-RC-REC-VALUE
                                WS-RC-REC-MER
                       END-UNSTRING

                       MOVE FUNCTION TEST-NUMVAL(WS-RC-REC-VALUE)
                           TO WS-NUMVAL-CHECK

                       IF FUNCTION TRIM(WS-RC-REC-TYPE) = 'MERPCT'
                          AND WS-NUMVAL-CHECK = 0
                           MOVE WS-RC-REC-MER TO WS-FIND-MER-ID
                           PERFORM FIND-MERCHANT-SLOT
                           IF WS-MER-SLOT > 0
                               MOVE FUNCTION NUMVAL(WS-RC-REC-VALUE)
                                   TO WS-RT-RSV-BPS(WS-MER-SLOT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE RSVCFG-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-SETTLE-HOLDS.
      *--- MER_ID|hold/release|... - baris terakhir menang ---
           OPEN INPUT SETLHOLD-FILE
           IF SH-FS-OK
               PERFORM UNTIL SH-FS-EOF
                   READ SETLHOLD-FILE INTO WS-SH-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-SH-REC-MER
                       MOVE SPACES TO WS-SH-REC-ACTION
                       UNSTRING WS-SH-LINE
                           DELIMITED BY '|'
                           INTO WS-SH-REC-MER
                                WS-SH-REC-ACTION
                       END-UNSTRING

                       MOVE WS-SH-REC-MER TO WS-FIND-MER-ID
                       PERFORM FIND-MERCHANT-SLOT
                       IF WS-MER-SLOT > 0
                           IF FUNCTION TRIM(WS-SH-REC-ACTION) = 'hold'
                               MOVE 'Y' TO WS-RT-HOLD(WS-MER-SLOT)
                           ELSE
                               MOVE 'N' TO WS-RT-HOLD(WS-MER-SLOT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SETLHOLD-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-PENDING-ACTIONS.
      *--- Hitung baris antrian untuk nomor urut berikutnya, dan  ---
      *--- tandai merchant yang tindakan risikonya masih menunggu ---
      *--- keputusan supaya run ulang tidak mengantre dobel        ---
           MOVE 0 TO WS-PC-NEXT-ID

           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FS-OK
               PERFORM UNTIL PC-FS-EOF
                   READ PENDING-CHANGE-FILE INTO WS-PENDING-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-PC-NEXT-ID
                       IF FUNCTION TRIM(WS-PC-TARGET) = 'MERCHANT'
                          AND FUNCTION TRIM(WS-PC-STATUS) = 'pending'
                          AND (FUNCTION TRIM(WS-PC-FIELD) = 'RSVPCT'
                               OR FUNCTION TRIM(WS-PC-FIELD) =
                                  'SETTLEHOLD')
                           MOVE WS-PC-KEY TO WS-FIND-MER-ID
                           PERFORM FIND-MERCHANT-SLOT
                           IF WS-MER-SLOT > 0
                               MOVE 'Y' TO WS-RT-PENDING(WS-MER-SLOT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PENDING-CHANGE-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-MONITOR-LIST.
      *--- Merchant yang sudah tercatat untuk bulan ini tidak     ---
      *--- ditulis ulang ke daftar pemantauan                       ---
           OPEN INPUT RISKMON-FILE
           IF RM-FS-OK
               PERFORM UNTIL RM-FS-EOF
                   READ RISKMON-FILE INTO WS-RM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-RM-REC-MONTH
                       MOVE SPACES TO WS-RM-REC-MER
                       UNSTRING WS-RM-LINE
                           DELIMITED BY '|'
                           INTO WS-RM-REC-MONTH
                                WS-RM-REC-MER
                       END-UNSTRING

                       IF WS-RM-REC-MONTH = WS-EVAL-MONTH
                           MOVE WS-RM-REC-MER TO WS-FIND-MER-ID
                           PERFORM FIND-MERCHANT-SLOT
                           IF WS-MER-SLOT > 0
                               MOVE 'Y' TO WS-RT-LISTED(WS-MER-SLOT)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE RISKMON-FILE
           END-IF.

      *----------------------------------------------------------------*
       ACCUMULATE-TRANSACTIONS.
      *--- QRIS sukses = volume; REFUND sukses dicatat di merchant ---
      *--- transaksi aslinya                                        ---
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   MOVE SPACES TO WS-TXN-PARSE
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND (FUNCTION TRIM(WS-TP-TYPE) = 'QRIS'
                               OR FUNCTION TRIM(WS-TP-TYPE) =
                                  'REFUND')
                           PERFORM ACCUMULATE-ONE-TRANSACTION
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       ACCUMULATE-ONE-TRANSACTION.
           MOVE 0 TO WS-SPLIT-TAGS
           INSPECT WS-TP-QR-CODE
               TALLYING WS-SPLIT-TAGS FOR ALL ' SPLIT:'

           MOVE 0 TO WS-MER-SLOT
           MOVE WS-TP-CREATED-AT(1:6) TO WS-ROW-MONTH
           PERFORM COMPUTE-MONTH-SLOT

           IF WS-SPLIT-TAGS = 0
              AND WS-MONTH-SLOT > 0
               MOVE WS-TP-MERCHANT-ID TO WS-FIND-MER-ID
               PERFORM FIND-MERCHANT-SLOT
           END-IF

           IF WS-MER-SLOT > 0
               PERFORM ADD-TRANSACTION-TO-SLOT
           END-IF.

      *----------------------------------------------------------------*
       ADD-TRANSACTION-TO-SLOT.
           MOVE WS-MONTH-SLOT TO WS-MS-IDX
           MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM

           IF FUNCTION TRIM(WS-TP-TYPE) = 'QRIS'
               ADD 1 TO WS-RT-QR-CNT(WS-MER-SLOT, WS-MS-IDX)
               ADD WS-TP-AMOUNT-NUM
                   TO WS-RT-QR-AMT(WS-MER-SLOT, WS-MS-IDX)
           ELSE
               ADD 1 TO WS-RT-RF-CNT(WS-MER-SLOT, WS-MS-IDX)
               ADD WS-TP-AMOUNT-NUM
                   TO WS-RT-RF-AMT(WS-MER-SLOT, WS-MS-IDX)
           END-IF.

      *----------------------------------------------------------------*
       ACCUMULATE-DISPUTES.
      *--- Setiap kasus yang dibuka dihitung sebagai chargeback    ---
      *--- pada bulan dibukanya, apa pun hasil akhirnya             ---
           OPEN INPUT DISPUTE-FILE
           IF DSP-FS-OK
               PERFORM UNTIL DSP-FS-EOF
                   MOVE SPACES TO WS-DISPUTE-RECORD
                   READ DISPUTE-FILE INTO WS-DISPUTE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ACCUMULATE-ONE-DISPUTE
                   END-READ
               END-PERFORM

               CLOSE DISPUTE-FILE
           END-IF.

      *----------------------------------------------------------------*
       ACCUMULATE-ONE-DISPUTE.
           MOVE 0 TO WS-MER-SLOT
           MOVE WS-DP-OPENED-AT(1:6) TO WS-ROW-MONTH
           PERFORM COMPUTE-MONTH-SLOT

           IF WS-MONTH-SLOT > 0
               MOVE WS-DP-MERCHANT-ID TO WS-FIND-MER-ID
               PERFORM FIND-MERCHANT-SLOT
           END-IF

           IF WS-MER-SLOT > 0
               MOVE WS-MONTH-SLOT TO WS-MS-IDX
               ADD 1 TO WS-RT-CB-CNT(WS-MER-SLOT, WS-MS-IDX)
               ADD FUNCTION NUMVAL(WS-DP-AMOUNT)
                   TO WS-RT-CB-AMT(WS-MER-SLOT, WS-MS-IDX)
           END-IF.

      *----------------------------------------------------------------*
       EVALUATE-ONE-MERCHANT.
      *--- Merchant tanpa aktivitas selama enam bulan dilewati    ---
           MOVE 'N' TO WS-ACTIVITY

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > 6
               PERFORM COMPUTE-MONTH-RATIOS
               IF WS-RT-QR-CNT(WS-RT-IDX, WS-MS-IDX) > 0
                  OR WS-RT-CB-CNT(WS-RT-IDX, WS-MS-IDX) > 0
                  OR WS-RT-RF-CNT(WS-RT-IDX, WS-MS-IDX) > 0
                   MOVE 'Y' TO WS-ACTIVITY
               END-IF
           END-PERFORM

           IF WS-ACTIVITY = 'Y'
               PERFORM CLASSIFY-ONE-MERCHANT
           END-IF.

      *----------------------------------------------------------------*
       CLASSIFY-ONE-MERCHANT.
           ADD 1 TO WS-ROWS-CHECKED
           MOVE 'normal' TO WS-LEVEL
           MOVE 'none' TO WS-ACTION

      *--- Volume bulan berjalan di bawah minimum: rasio terlalu  ---
      *--- berisik untuk ditindak, hanya tampil di tren            ---
           IF WS-RT-QR-CNT(WS-RT-IDX, 6) < WS-MIN-QRIS-TXN
               MOVE 'low_volume' TO WS-LEVEL
           ELSE
               IF WS-RA-CB-BPS(6) > WS-CB-CRIT-BPS
                  OR WS-RA-RF-BPS(6) > WS-RF-CRIT-BPS
                   MOVE 'critical' TO WS-LEVEL
               ELSE
                   IF WS-RA-CB-BPS(6) > WS-CB-WARN-BPS
                      OR WS-RA-RF-BPS(6) > WS-RF-WARN-BPS
                       MOVE 'warning' TO WS-LEVEL
                   END-IF
               END-IF
           END-IF

           IF WS-LEVEL = 'warning'
               ADD 1 TO WS-ROWS-WARNING
               MOVE 'monitor' TO WS-ACTION
               PERFORM WRITE-MONITOR-ROW
           END-IF

           IF WS-LEVEL = 'critical'
               ADD 1 TO WS-ROWS-CRITICAL
               PERFORM HANDLE-CRITICAL-MERCHANT
               PERFORM WRITE-MONITOR-ROW
           END-IF

           PERFORM PRINT-TREND-LINE.

      *----------------------------------------------------------------*
       COMPUTE-MONTH-RATIOS.
      *--- Rasio = jumlah (atau nominal) x 10000 / volume QRIS,    ---
      *--- diambil yang terburuk. Tanpa volume QRIS tapi ada       ---
      *--- dispute/refund dianggap 100%                             ---
           MOVE 0 TO WS-RA-CB-BPS(WS-MS-IDX)
           MOVE 0 TO WS-RA-RF-BPS(WS-MS-IDX)

           IF WS-RT-QR-CNT(WS-RT-IDX, WS-MS-IDX) = 0
              OR WS-RT-QR-AMT(WS-RT-IDX, WS-MS-IDX) = 0
               IF WS-RT-CB-CNT(WS-RT-IDX, WS-MS-IDX) > 0
                   MOVE 10000 TO WS-RA-CB-BPS(WS-MS-IDX)
               END-IF
               IF WS-RT-RF-CNT(WS-RT-IDX, WS-MS-IDX) > 0
                   MOVE 10000 TO WS-RA-RF-BPS(WS-MS-IDX)
               END-IF
           ELSE
               PERFORM COMPUTE-VOLUME-RATIOS
           END-IF.

      *----------------------------------------------------------------*
       COMPUTE-VOLUME-RATIOS.
           COMPUTE WS-BPS-CNT =
               WS-RT-CB-CNT(WS-RT-IDX, WS-MS-IDX) * 10000
               / WS-RT-QR-CNT(WS-RT-IDX, WS-MS-IDX)
           COMPUTE WS-BPS-AMT =
               WS-RT-CB-AMT(WS-RT-IDX, WS-MS-IDX) * 10000
               / WS-RT-QR-AMT(WS-RT-IDX, WS-MS-IDX)
           PERFORM PICK-WORST-BPS
           MOVE WS-BPS-WORK TO WS-RA-CB-BPS(WS-MS-IDX)

           COMPUTE WS-BPS-CNT =
               WS-RT-RF-CNT(WS-RT-IDX, WS-MS-IDX) * 10000
               / WS-RT-QR-CNT(WS-RT-IDX, WS-MS-IDX)
           COMPUTE WS-BPS-AMT =
               WS-RT-RF-AMT(WS-RT-IDX, WS-MS-IDX) * 10000
               / WS-RT-QR-AMT(WS-RT-IDX, WS-MS-IDX)
           PERFORM PICK-WORST-BPS
           MOVE WS-BPS-WORK TO WS-RA-RF-BPS(WS-MS-IDX).

      *----------------------------------------------------------------*
       PICK-WORST-BPS.
           IF WS-BPS-CNT > WS-BPS-AMT
               MOVE WS-BPS-CNT TO WS-BPS-WORK
           ELSE
               MOVE WS-BPS-AMT TO WS-BPS-WORK
           END-IF

           IF WS-BPS-WORK > 99999
               MOVE 99999 TO WS-BPS-WORK
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-CRITICAL-MERCHANT.
      *--- Langkah pertama menaikkan reserve khusus merchant ke   ---
      *--- CRITRSVBPS; kalau reserve itu sudah berlaku dan rasio  ---
      *--- masih kritis, diusulkan tahan settlement                 ---
           IF WS-RT-PENDING(WS-RT-IDX) = 'Y'
               MOVE 'already_queued' TO WS-ACTION
           ELSE
               IF WS-RT-HOLD(WS-RT-IDX) = 'Y'
                   MOVE 'already_held' TO WS-ACTION
               ELSE
                   PERFORM QUEUE-CRITICAL-ACTION
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       QUEUE-CRITICAL-ACTION.
           IF WS-RT-RSV-BPS(WS-RT-IDX) < WS-CRIT-RSV-BPS
               MOVE 'RSVPCT' TO WS-PC-FIELD
               MOVE WS-CRIT-RSV-BPS TO WS-PC-BPS-TEXT
               MOVE WS-PC-BPS-TEXT TO WS-PC-NEW-VALUE
               PERFORM APPEND-PENDING-CHANGE
               MOVE 'reserve_queued' TO WS-ACTION
           ELSE
               MOVE 'SETTLEHOLD' TO WS-PC-FIELD
               MOVE 'hold' TO WS-PC-NEW-VALUE
               PERFORM APPEND-PENDING-CHANGE
               MOVE 'hold_queued' TO WS-ACTION
           END-IF

           IF WS-PC-QUEUED = 'Y'
               ADD 1 TO WS-ROWS-QUEUED
               MOVE 'Y' TO WS-RT-PENDING(WS-RT-IDX)
               PERFORM WRITE-QUEUE-AUDIT
           ELSE
               MOVE 'queue_failed' TO WS-ACTION
           END-IF.

      *----------------------------------------------------------------*
       APPEND-PENDING-CHANGE.
           MOVE 'N' TO WS-PC-QUEUED
           ADD 1 TO WS-PC-NEXT-ID

           MOVE WS-PC-NEXT-ID             TO WS-PC-CHG-ID
           MOVE 'MERCHANT'                TO WS-PC-TARGET
           MOVE WS-RT-MER-ID(WS-RT-IDX)   TO WS-PC-KEY
           MOVE 'RISKMON'                 TO WS-PC-MAKER
           MOVE 'pending'                 TO WS-PC-STATUS
           MOVE FUNCTION CURRENT-DATE     TO WS-PC-CREATED-AT
           MOVE SPACES                    TO WS-PC-DECIDED-AT
           MOVE SPACES                    TO WS-PC-CHECKER

           OPEN EXTEND PENDING-CHANGE-FILE
           IF PC-FS-NOT-FOUND
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN EXTEND PENDING-CHANGE-FILE
           END-IF

           IF PC-FS-OK
               WRITE PENDING-CHANGE-RECORD FROM WS-PENDING-RECORD
               CLOSE PENDING-CHANGE-FILE
               MOVE 'Y' TO WS-PC-QUEUED
           ELSE
               SUBTRACT 1 FROM WS-PC-NEXT-ID
           END-IF.

      *----------------------------------------------------------------*
       WRITE-MONITOR-ROW.
           IF WS-RT-LISTED(WS-RT-IDX) = 'N'
               PERFORM APPEND-MONITOR-ROW
           END-IF.

      *----------------------------------------------------------------*
       APPEND-MONITOR-ROW.
           MOVE WS-EVAL-MONTH            TO WS-RM-MONTH
           MOVE WS-RT-MER-ID(WS-RT-IDX)  TO WS-RM-MER-ID
           MOVE WS-LEVEL                 TO WS-RM-LEVEL
           MOVE WS-RA-CB-BPS(6)          TO WS-RM-CB-BPS
           MOVE WS-RA-RF-BPS(6)          TO WS-RM-RF-BPS
           MOVE WS-ACTION                TO WS-RM-ACTION
           MOVE WS-RUN-DATE              TO WS-RM-RUN-DATE

           OPEN EXTEND RISKMON-FILE
           IF RM-FS-NOT-FOUND
               OPEN OUTPUT RISKMON-FILE
               CLOSE RISKMON-FILE
               OPEN EXTEND RISKMON-FILE
           END-IF

           IF RM-FS-OK
               WRITE RISKMON-FILE-RECORD FROM WS-RISKMON-RECORD
               CLOSE RISKMON-FILE
               MOVE 'Y' TO WS-RT-LISTED(WS-RT-IDX)
           END-IF.

      *----------------------------------------------------------------*
       WRITE-QUEUE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
           MOVE SPACES TO WS-AUD-KEY
           STRING WS-PC-CHG-ID '/'
                  FUNCTION TRIM(WS-RT-MER-ID(WS-RT-IDX)) '/'
                  FUNCTION TRIM(WS-PC-FIELD)
               DELIMITED SIZE
               INTO WS-AUD-KEY
           END-STRING
           MOVE EC-APPROVAL-PENDING TO WS-AUD-CODE

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
       BUILD-TREND-LISTS.
           MOVE SPACES TO WS-TREND-MONTHS
           MOVE SPACES TO WS-TREND-CB
           MOVE SPACES TO WS-TREND-RF
           MOVE 1 TO WS-TM-PTR
           MOVE 1 TO WS-TC-PTR
           MOVE 1 TO WS-TR-PTR

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > 6
               IF WS-MS-IDX > 1
                   STRING ',' DELIMITED SIZE
                       INTO WS-TREND-MONTHS
                       WITH POINTER WS-TM-PTR
                   END-STRING
                   STRING ',' DELIMITED SIZE
                       INTO WS-TREND-CB
                       WITH POINTER WS-TC-PTR
                   END-STRING
                   STRING ',' DELIMITED SIZE
                       INTO WS-TREND-RF
                       WITH POINTER WS-TR-PTR
                   END-STRING
               END-IF

               MOVE WS-RA-CB-BPS(WS-MS-IDX) TO WS-BPS-EDIT
               MOVE WS-RA-RF-BPS(WS-MS-IDX) TO WS-BPS2-EDIT

               STRING '"' WS-ML-LABEL(WS-MS-IDX) '"'
                   DELIMITED SIZE
                   INTO WS-TREND-MONTHS
                   WITH POINTER WS-TM-PTR
               END-STRING
               STRING FUNCTION TRIM(WS-BPS-EDIT) DELIMITED SIZE
                   INTO WS-TREND-CB
                   WITH POINTER WS-TC-PTR
               END-STRING
               STRING FUNCTION TRIM(WS-BPS2-EDIT) DELIMITED SIZE
                   INTO WS-TREND-RF
                   WITH POINTER WS-TR-PTR
               END-STRING
           END-PERFORM.

      *----------------------------------------------------------------*
       PRINT-TREND-LINE.
           PERFORM BUILD-TREND-LISTS

           MOVE WS-RT-QR-CNT(WS-RT-IDX, 6) TO WS-QR-CNT-EDIT
           MOVE WS-RT-CB-CNT(WS-RT-IDX, 6) TO WS-CNT-EDIT
           MOVE WS-RT-RF-CNT(WS-RT-IDX, 6) TO WS-CNT2-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"evaluated_month":"'
                   WS-EVAL-MONTH '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-RT-MER-ID(WS-RT-IDX)) '",'
               '"qris_count":'
                   FUNCTION TRIM(WS-QR-CNT-EDIT) ','
               '"dispute_count":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"refund_count":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"level":"'
                   FUNCTION TRIM(WS-LEVEL) '",'
               '"action":"'
                   FUNCTION TRIM(WS-ACTION) '",'
               '"months":['
                   FUNCTION TRIM(WS-TREND-MONTHS) '],'
               '"chargeback_ratio_bps":['
                   FUNCTION TRIM(WS-TREND-CB) '],'
               '"refund_ratio_bps":['
                   FUNCTION TRIM(WS-TREND-RF) '],'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Tren rasio chargeback/refund merchant"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-ROWS-CHECKED TO WS-CNT-EDIT
           MOVE WS-ROWS-WARNING TO WS-CNT2-EDIT
           MOVE WS-ROWS-CRITICAL TO WS-CNT3-EDIT
           MOVE WS-ROWS-QUEUED TO WS-CNT4-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"evaluated_month":"'
                   WS-EVAL-MONTH '",'
               '"merchants_checked":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"merchants_warning":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"merchants_critical":'
                   FUNCTION TRIM(WS-CNT3-EDIT) ','
               '"actions_queued":'
                   FUNCTION TRIM(WS-CNT4-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Batch rasio chargeback/refund bulanan'
               ' selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

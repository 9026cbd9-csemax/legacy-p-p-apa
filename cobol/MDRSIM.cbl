      *================================================================*
      * MDRSIM.CBL - MDR Pricing What-If Simulation                   *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDRSIM.
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

      *--- Sumber transaksi diputar: arsip txnhist bulan simulasi  ---
      *--- dulu, lalu transactions.dat aktif (pola BIQRIS)         ---
           SELECT TXN-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-TXN-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Tarif berlaku (mdrrates.dat) dan tarif usulan - format  ---
      *--- sama (PAYMENTPROC): M|merchant|bps atau C|KATEGORI|bps  ---
           SELECT MDR-RATE-FILE
               ASSIGN TO DYNAMIC WS-MDR-RATE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MDR-FILE-STATUS.

      *--- Usulan tarif masuk antrian dual control; CHGAPPR yang   ---
      *--- menyalinnya ke mdrrates.dat setelah disetujui           ---
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO DYNAMIC WS-PENDCHG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

      *--- Registri operator - maker harus terdaftar dan aktif ---
           SELECT OPERATOR-FILE
               ASSIGN TO DYNAMIC WS-OPERATOR-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input     ---
      *--- membawa token sesi, bukan ID operator polos              ---
           SELECT SESSION-FILE
               ASSIGN TO DYNAMIC WS-SESSION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

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

       FD  TXN-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-SOURCE-RECORD       PIC X(300).

       FD  MDR-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MDR-RATE-FILE-RECORD    PIC X(80).

       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD   PIC X(250).

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

       WORKING-STORAGE SECTION.

       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-TXN-SOURCE-PATH       PIC X(100).
       01  WS-MDR-RATE-FILE-PATH    PIC X(100).
       01  WS-PENDCHG-FILE-PATH     PIC X(100)
           VALUE '/app/data/pendchg.dat'.
       01  WS-OPERATOR-FILE-PATH    PIC X(100)
           VALUE '/app/data/operators.dat'.
       01  WS-SESSION-FILE-PATH     PIC X(100)
           VALUE '/app/data/sessions.dat'.

       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.
           88  MER-FS-EOF          VALUE '10'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-MDR-FILE-STATUS      PIC XX.
           88  MDR-FS-OK           VALUE '00'.
           88  MDR-FS-EOF          VALUE '10'.

       01  WS-PC-FILE-STATUS       PIC XX.
           88  PC-FS-OK            VALUE '00'.
           88  PC-FS-EOF           VALUE '10'.
           88  PC-FS-NOT-FOUND     VALUE '35'.

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

      *--- Input dari command line atau stdin (pipe-delimited)    ---
      *    SIM|YYYYMM|FILE_USULAN
      *    PROMOTE|FILE_USULAN|MAKER
      *--- FILE_USULAN adalah nama file di direktori data (default ---
      *--- mdrprop.dat) dengan format mdrrates.dat                  ---
       01  WS-INPUT-LINE           PIC X(120).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-ARG1              PIC X(20).
       01  WS-IN-ARG2              PIC X(20).
       01  WS-SIM-MONTH            PIC X(6).
       01  WS-PROP-FILE-NAME       PIC X(20).
       01  WS-IN-MAKER             PIC X(12).
       01  WS-SLASH-COUNT          PIC 9(3).

      *--- Tabel tarif: indeks 1 = berlaku, 2 = usulan ---
       01  WS-RATE-SET             PIC 9(1).
       01  WS-RATE-TABLES.
           05  WS-RS-ENTRY OCCURS 2 TIMES.
               10  WS-RS-COUNT     PIC 9(5).
               10  WS-RS-INVALID   PIC 9(5).
               10  WS-RS-FOUND     PIC X(1).
               10  WS-RS-LINE OCCURS 500 TIMES.
                   15  WS-RS-TYPE  PIC X(1).
                   15  WS-RS-KEY   PIC X(50).
                   15  WS-RS-BPS   PIC 9(4).
       01  WS-RS-IDX               PIC 9(5).

       01  WS-MDR-LINE             PIC X(80).
       01  WS-MDR-REC-TYPE         PIC X(10).
       01  WS-MDR-REC-KEY          PIC X(50).
       01  WS-MDR-REC-RATE         PIC X(10).
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-RATE-NUM             PIC 9(7)V99.

      *--- Kontrol isi file usulan: jumlah baris dan checksum      ---
      *--- karakter - CHGAPPR menghitung ulang sebelum menyalin,  ---
      *--- file yang berubah setelah diajukan tidak diterapkan     ---
       01  WS-CTL-LINES            PIC 9(5) VALUE 0.
       01  WS-CTL-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-CTL-POS              PIC 9(3).
       01  WS-CTL-VALUE            PIC X(50).

      *--- Tabel merchant: tarif efektif berlaku/usulan dan hasil ---
      *--- re-pricing bulan simulasi                              ---
       01  WS-MER-COUNT            PIC 9(5) VALUE 0.
       01  WS-MERCHANT-TABLE.
           05  WS-MT-ENTRY OCCURS 500 TIMES INDEXED BY WS-MT-IDX.
               10  WS-MT-MER-ID    PIC X(20).
               10  WS-MT-CATEGORY  PIC X(50).
               10  WS-MT-BANK-CODE PIC X(10).
               10  WS-MT-CUR-BPS   PIC 9(4).
               10  WS-MT-PROP-BPS  PIC 9(4).
               10  WS-MT-COUNT     PIC 9(7).
               10  WS-MT-GROSS     PIC 9(13)V99.
               10  WS-MT-CUR-FEE   PIC 9(13)V99.
               10  WS-MT-PROP-FEE  PIC 9(13)V99.
               10  WS-MT-PRINTED   PIC X(1).
       01  WS-MT-FOUND-IDX         PIC 9(5).

      *--- Agregat per kategori dan per kode bank payout ---
       01  WS-GROUP-TABLES.
           05  WS-GT-ENTRY OCCURS 2 TIMES.
               10  WS-GT-COUNT     PIC 9(3).
               10  WS-GT-ROW OCCURS 100 TIMES.
                   15  WS-GT-KEY       PIC X(50).
                   15  WS-GT-TXN-CNT   PIC 9(7).
                   15  WS-GT-GROSS     PIC 9(13)V99.
                   15  WS-GT-CUR-FEE   PIC 9(13)V99.
                   15  WS-GT-PROP-FEE  PIC 9(13)V99.
       01  WS-GT-SET               PIC 9(1).
       01  WS-GT-IDX               PIC 9(3).
       01  WS-GT-SLOT              PIC 9(3).
       01  WS-GT-FIND-KEY          PIC X(50).
       01  WS-GT-TYPE-NAME         PIC X(20).

      *--- Merchant paling terdampak (selisih fee absolut) ---
       01  WS-TOP-LIMIT            PIC 9(3) VALUE 10.
       01  WS-TOP-RANK             PIC 9(3).
       01  WS-TOP-BEST-IDX         PIC 9(5).
       01  WS-TOP-BEST-DELTA       PIC 9(13)V99.
       01  WS-ABS-DELTA            PIC 9(13)V99.

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
       01  WS-TXN-CUR-FEE          PIC 9(13)V99.
       01  WS-TXN-PROP-FEE         PIC 9(13)V99.

      *--- Id transaksi dari arsip, supaya baris yang masih ada di ---
      *--- transactions.dat tidak dihitung dua kali                ---
       01  WS-SEEN-TABLE.
           05  WS-SEEN-TXN-ID      PIC X(36) OCCURS 5000 TIMES.
       01  WS-SEEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-SEEN-IDX             PIC 9(5).
       01  WS-SEEN-FLAG            PIC X(1).

      *--- Total simulasi ---
       01  WS-TOT-COUNT            PIC 9(7) VALUE 0.
       01  WS-TOT-GROSS            PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CUR-FEE          PIC 9(13)V99 VALUE 0.
       01  WS-TOT-PROP-FEE         PIC 9(13)V99 VALUE 0.
       01  WS-UNKNOWN-MER          PIC 9(7) VALUE 0.

      *--- Antrian dual control (layout selaras ACCTMAINT/CHGAPPR) ---
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
       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.

       01  WS-DATETIME             PIC X(20).
       01  WS-COUNT-EDIT           PIC Z(6)9.
       01  WS-CNT2-EDIT            PIC Z(6)9.
       01  WS-BPS-EDIT             PIC ZZZ9.
       01  WS-BPS2-EDIT            PIC ZZZ9.
       01  WS-GROSS-EDIT           PIC Z(12)9.99.
       01  WS-CUR-EDIT             PIC Z(12)9.99.
       01  WS-PROP-EDIT            PIC Z(12)9.99.
       01  WS-NET1-EDIT            PIC Z(12)9.99.
       01  WS-NET2-EDIT            PIC Z(12)9.99.
       01  WS-DELTA-SIGNED         PIC S9(13)V99.
       01  WS-DELTA-EDIT           PIC -(13)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Simulasi perubahan tarif MDR: transaksi QRIS satu bulan ---
      *--- dihitung ulang dengan tarif berlaku dan tarif usulan.   ---
      *--- Tidak ada yang diposting; usulan baru berlaku lewat     ---
      *--- PROMOTE -> antrian dual control -> CHGAPPR              ---
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE FROM COMMAND-LINE
           IF WS-INPUT-LINE = SPACES
               ACCEPT WS-INPUT-LINE
           END-IF

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-ARG1
                    WS-IN-ARG2
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WS-IN-MODE) TO WS-IN-MODE

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'SIM'
                   MOVE WS-IN-ARG1 TO WS-SIM-MONTH
                   MOVE WS-IN-ARG2 TO WS-PROP-FILE-NAME
                   PERFORM CHECK-PROPOSED-NAME
                   PERFORM RUN-SIMULATION
               WHEN 'PROMOTE'
                   MOVE WS-IN-ARG1 TO WS-PROP-FILE-NAME
                   MOVE WS-IN-ARG2 TO WS-IN-MAKER
                   PERFORM CHECK-PROPOSED-NAME
                   PERFORM PROMOTE-PROPOSED-RATES
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

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
                      '/pendchg.dat' DELIMITED SIZE
                      INTO WS-PENDCHG-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/operators.dat' DELIMITED SIZE
                      INTO WS-OPERATOR-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/sessions.dat' DELIMITED SIZE
                      INTO WS-SESSION-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       CHECK-PROPOSED-NAME.
      *--- File usulan selalu di direktori data - nama dengan '/' ---
      *--- ditolak, dan mdrrates.dat sendiri bukan usulan          ---
           IF WS-PROP-FILE-NAME = SPACES
               MOVE 'mdrprop.dat' TO WS-PROP-FILE-NAME
           END-IF

           MOVE 0 TO WS-SLASH-COUNT
           INSPECT WS-PROP-FILE-NAME
               TALLYING WS-SLASH-COUNT FOR ALL '/'

           IF WS-SLASH-COUNT > 0
              OR FUNCTION TRIM(WS-PROP-FILE-NAME) = 'mdrrates.dat'
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       RUN-SIMULATION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           IF WS-SIM-MONTH = SPACES
               MOVE WS-DATETIME(1:6) TO WS-SIM-MONTH
           END-IF

           MOVE FUNCTION TEST-NUMVAL(WS-SIM-MONTH) TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           MOVE 1 TO WS-RATE-SET
           PERFORM LOAD-RATE-SET
           MOVE 2 TO WS-RATE-SET
           PERFORM LOAD-RATE-SET

           IF WS-RS-FOUND(2) = 'N'
               PERFORM RETURN-PROPOSAL-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM LOAD-MERCHANTS
           IF WS-MER-COUNT = 0
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 2
               PERFORM SCAN-ONE-SOURCE
           END-PERFORM

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MER-COUNT
               IF WS-MT-COUNT(WS-MT-IDX) > 0
                   PERFORM ROLL-UP-ONE-MERCHANT
               END-IF
           END-PERFORM

           MOVE 1 TO WS-GT-SET
           MOVE 'mdrsim_category' TO WS-GT-TYPE-NAME
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GT-COUNT(1)
               PERFORM PRINT-GROUP-LINE
           END-PERFORM

           MOVE 2 TO WS-GT-SET
           MOVE 'mdrsim_bank' TO WS-GT-TYPE-NAME
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GT-COUNT(2)
               PERFORM PRINT-GROUP-LINE
           END-PERFORM

           PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
               UNTIL WS-TOP-RANK > WS-TOP-LIMIT
               PERFORM PRINT-NEXT-TOP-MERCHANT
           END-PERFORM

           PERFORM PRINT-SUMMARY-LINE.

      *----------------------------------------------------------------*
       LOAD-RATE-SET.
           MOVE 0 TO WS-RS-COUNT(WS-RATE-SET)
           MOVE 0 TO WS-RS-INVALID(WS-RATE-SET)
           MOVE 'N' TO WS-RS-FOUND(WS-RATE-SET)
           MOVE 0 TO WS-CTL-LINES
           MOVE 0 TO WS-CTL-CHECKSUM

           MOVE SPACES TO WS-MDR-RATE-FILE-PATH
           IF WS-RATE-SET = 1
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/mdrrates.dat' DELIMITED SIZE
                      INTO WS-MDR-RATE-FILE-PATH
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/' DELIMITED SIZE
                      FUNCTION TRIM(WS-PROP-FILE-NAME) DELIMITED SIZE
                      INTO WS-MDR-RATE-FILE-PATH
               END-STRING
           END-IF

           OPEN INPUT MDR-RATE-FILE
           IF MDR-FS-OK
               MOVE 'Y' TO WS-RS-FOUND(WS-RATE-SET)
               PERFORM UNTIL MDR-FS-EOF
                   READ MDR-RATE-FILE INTO WS-MDR-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ADD-CONTROL-LINE
                       PERFORM STORE-RATE-LINE
                   END-READ
               END-PERFORM

               CLOSE MDR-RATE-FILE
           END-IF.

      *----------------------------------------------------------------*
       STORE-RATE-LINE.
      *--- Baris kosong dilewati; baris yang bukan C|/M| dengan    ---
      *--- bps 0-9999 dihitung tidak valid (PROMOTE menolak file)  ---
           IF WS-MDR-LINE = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-MDR-REC-TYPE
               MOVE SPACES TO WS-MDR-REC-KEY
               MOVE SPACES TO WS-MDR-REC-RATE

               UNSTRING WS-MDR-LINE
                   DELIMITED BY '|'
                   INTO WS-MDR-REC-TYPE
                        WS-MDR-REC-KEY
                        WS-MDR-REC-RATE
               END-UNSTRING

               MOVE FUNCTION TEST-NUMVAL(WS-MDR-REC-RATE)
                   TO WS-NUMVAL-CHECK
               MOVE 0 TO WS-RATE-NUM
               IF WS-NUMVAL-CHECK = 0
                   MOVE FUNCTION NUMVAL(WS-MDR-REC-RATE)
                       TO WS-RATE-NUM
               END-IF

               IF WS-NUMVAL-CHECK NOT = 0
                  OR WS-RATE-NUM > 9999
                  OR FUNCTION TRIM(WS-MDR-REC-KEY) = SPACES
                  OR (FUNCTION TRIM(WS-MDR-REC-TYPE) NOT = 'C'
                      AND FUNCTION TRIM(WS-MDR-REC-TYPE) NOT = 'M')
                   ADD 1 TO WS-RS-INVALID(WS-RATE-SET)
               ELSE
                   IF WS-RS-COUNT(WS-RATE-SET) < 500
                       ADD 1 TO WS-RS-COUNT(WS-RATE-SET)
                       MOVE WS-RS-COUNT(WS-RATE-SET) TO WS-RS-IDX
                       MOVE WS-MDR-REC-TYPE(1:1)
                           TO WS-RS-TYPE(WS-RATE-SET, WS-RS-IDX)
                       MOVE WS-MDR-REC-KEY
                           TO WS-RS-KEY(WS-RATE-SET, WS-RS-IDX)
                       MOVE WS-RATE-NUM
                           TO WS-RS-BPS(WS-RATE-SET, WS-RS-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       ADD-CONTROL-LINE.
      *--- Checksum sama dengan yang dihitung CHGAPPR saat apply ---
           ADD 1 TO WS-CTL-LINES

           PERFORM VARYING WS-CTL-POS FROM 1 BY 1
               UNTIL WS-CTL-POS > 80
               COMPUTE WS-CTL-CHECKSUM = FUNCTION MOD(
                   WS-CTL-CHECKSUM * 31
                   + FUNCTION ORD(WS-MDR-LINE(WS-CTL-POS:1)),
                   999999937)
           END-PERFORM.

      *----------------------------------------------------------------*
       LOAD-MERCHANTS.
           OPEN INPUT MERCHANT-FILE
           IF MER-FS-OK
               PERFORM UNTIL MER-FS-EOF
                   READ MERCHANT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-MER-COUNT < 500
                           ADD 1 TO WS-MER-COUNT
                           SET WS-MT-IDX TO WS-MER-COUNT
                           MOVE FD-MER-MER-ID
                               TO WS-MT-MER-ID(WS-MT-IDX)
                           MOVE FD-MER-CATEGORY
                               TO WS-MT-CATEGORY(WS-MT-IDX)
                           MOVE FD-MER-BANK-CODE
                               TO WS-MT-BANK-CODE(WS-MT-IDX)
                           MOVE 0 TO WS-MT-COUNT(WS-MT-IDX)
                           MOVE 0 TO WS-MT-GROSS(WS-MT-IDX)
                           MOVE 0 TO WS-MT-CUR-FEE(WS-MT-IDX)
                           MOVE 0 TO WS-MT-PROP-FEE(WS-MT-IDX)
                           MOVE 'N' TO WS-MT-PRINTED(WS-MT-IDX)
                           MOVE 1 TO WS-RATE-SET
                           PERFORM RESOLVE-MERCHANT-RATE
                           MOVE 2 TO WS-RATE-SET
                           PERFORM RESOLVE-MERCHANT-RATE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE MERCHANT-FILE
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-MERCHANT-RATE.
      *--- Aturan PAYMENTPROC: override M| menang atas tarif      ---
      *--- kategori C|; tanpa keduanya tarif nol. Baris terakhir  ---
      *--- yang cocok yang berlaku                                 ---
           MOVE 'N' TO WS-SEEN-FLAG

           IF WS-RATE-SET = 1
               MOVE 0 TO WS-MT-CUR-BPS(WS-MT-IDX)
           ELSE
               MOVE 0 TO WS-MT-PROP-BPS(WS-MT-IDX)
           END-IF

           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT(WS-RATE-SET)
               IF WS-RS-TYPE(WS-RATE-SET, WS-RS-IDX) = 'C'
                  AND WS-SEEN-FLAG = 'N'
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WS-RS-KEY(WS-RATE-SET, WS-RS-IDX))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WS-MT-CATEGORY(WS-MT-IDX)))
                   PERFORM SET-MERCHANT-BPS
               END-IF

               IF WS-RS-TYPE(WS-RATE-SET, WS-RS-IDX) = 'M'
                  AND FUNCTION TRIM(WS-RS-KEY(WS-RATE-SET, WS-RS-IDX))
                      = FUNCTION TRIM(WS-MT-MER-ID(WS-MT-IDX))
                   MOVE 'Y' TO WS-SEEN-FLAG
                   PERFORM SET-MERCHANT-BPS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       SET-MERCHANT-BPS.
           IF WS-RATE-SET = 1
               MOVE WS-RS-BPS(WS-RATE-SET, WS-RS-IDX)
                   TO WS-MT-CUR-BPS(WS-MT-IDX)
           ELSE
               MOVE WS-RS-BPS(WS-RATE-SET, WS-RS-IDX)
                   TO WS-MT-PROP-BPS(WS-MT-IDX)
           END-IF.

      *----------------------------------------------------------------*
       SCAN-ONE-SOURCE.
           MOVE SPACES TO WS-TXN-SOURCE-PATH

           IF WS-SOURCE-IDX = 1
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/txnhist-' DELIMITED SIZE
                      WS-SIM-MONTH DELIMITED SIZE
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
                          AND WS-TP-CREATED-AT(1:6) = WS-SIM-MONTH
                           PERFORM PRICE-ONE-ROW
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TXN-SOURCE-FILE
           END-IF.

      *----------------------------------------------------------------*
       PRICE-ONE-ROW.
      *--- MDR dikenakan per merchant penerima: QRIS biasa atas    ---
      *--- merchant-nya, QRIS split per tenant lewat baris         ---
      *--- SPLITLEG (induk bertanda ' SPLIT:' dilewati)             ---
           MOVE 0 TO WS-SPLIT-TAGS
           INSPECT WS-TP-QR-CODE
               TALLYING WS-SPLIT-TAGS FOR ALL ' SPLIT:'

           IF (FUNCTION TRIM(WS-TP-TYPE) = 'QRIS'
               AND WS-SPLIT-TAGS = 0)
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SPLITLEG'
               PERFORM CHECK-ALREADY-SEEN

               IF WS-SEEN-FLAG = 'N'
                   IF WS-SOURCE-IDX = 1 AND WS-SEEN-COUNT < 5000
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE WS-TP-TXN-ID
                           TO WS-SEEN-TXN-ID(WS-SEEN-COUNT)
                   END-IF

                   PERFORM FIND-MERCHANT-SLOT

                   IF WS-MT-FOUND-IDX = 0
                       ADD 1 TO WS-UNKNOWN-MER
                   ELSE
                       SET WS-MT-IDX TO WS-MT-FOUND-IDX
                       MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                           TO WS-TP-AMOUNT-NUM

                       COMPUTE WS-TXN-CUR-FEE ROUNDED =
                           WS-TP-AMOUNT-NUM
                           * WS-MT-CUR-BPS(WS-MT-IDX) / 10000
                       COMPUTE WS-TXN-PROP-FEE ROUNDED =
                           WS-TP-AMOUNT-NUM
                           * WS-MT-PROP-BPS(WS-MT-IDX) / 10000

                       ADD 1 TO WS-MT-COUNT(WS-MT-IDX)
                       ADD WS-TP-AMOUNT-NUM TO WS-MT-GROSS(WS-MT-IDX)
                       ADD WS-TXN-CUR-FEE TO WS-MT-CUR-FEE(WS-MT-IDX)
                       ADD WS-TXN-PROP-FEE
                           TO WS-MT-PROP-FEE(WS-MT-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ALREADY-SEEN.
      *--- Hanya baris transactions.dat yang dicek terhadap arsip; ---
      *--- leg split punya id sendiri (<induk>-<nn>)                ---
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
       FIND-MERCHANT-SLOT.
           MOVE 0 TO WS-MT-FOUND-IDX

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MER-COUNT
                  OR WS-MT-FOUND-IDX > 0
               IF WS-MT-MER-ID(WS-MT-IDX) = WS-TP-MERCHANT-ID
                   SET WS-MT-FOUND-IDX TO WS-MT-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       ROLL-UP-ONE-MERCHANT.
           ADD WS-MT-COUNT(WS-MT-IDX)    TO WS-TOT-COUNT
           ADD WS-MT-GROSS(WS-MT-IDX)    TO WS-TOT-GROSS
           ADD WS-MT-CUR-FEE(WS-MT-IDX)  TO WS-TOT-CUR-FEE
           ADD WS-MT-PROP-FEE(WS-MT-IDX) TO WS-TOT-PROP-FEE

           MOVE 1 TO WS-GT-SET
           MOVE FUNCTION UPPER-CASE(WS-MT-CATEGORY(WS-MT-IDX))
               TO WS-GT-FIND-KEY
           IF WS-GT-FIND-KEY = SPACES
               MOVE 'UNCLASSIFIED' TO WS-GT-FIND-KEY
           END-IF
           PERFORM ADD-TO-GROUP

           MOVE 2 TO WS-GT-SET
           MOVE WS-MT-BANK-CODE(WS-MT-IDX) TO WS-GT-FIND-KEY
           IF WS-GT-FIND-KEY = SPACES
               MOVE 'NONE' TO WS-GT-FIND-KEY
           END-IF
           PERFORM ADD-TO-GROUP.

      *----------------------------------------------------------------*
       ADD-TO-GROUP.
           MOVE 0 TO WS-GT-SLOT

           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GT-COUNT(WS-GT-SET)
                  OR WS-GT-SLOT > 0
               IF WS-GT-KEY(WS-GT-SET, WS-GT-IDX) = WS-GT-FIND-KEY
                   MOVE WS-GT-IDX TO WS-GT-SLOT
               END-IF
           END-PERFORM

           IF WS-GT-SLOT = 0 AND WS-GT-COUNT(WS-GT-SET) < 100
               ADD 1 TO WS-GT-COUNT(WS-GT-SET)
               MOVE WS-GT-COUNT(WS-GT-SET) TO WS-GT-SLOT
               MOVE WS-GT-FIND-KEY TO WS-GT-KEY(WS-GT-SET, WS-GT-SLOT)
               MOVE 0 TO WS-GT-TXN-CNT(WS-GT-SET, WS-GT-SLOT)
               MOVE 0 TO WS-GT-GROSS(WS-GT-SET, WS-GT-SLOT)
               MOVE 0 TO WS-GT-CUR-FEE(WS-GT-SET, WS-GT-SLOT)
               MOVE 0 TO WS-GT-PROP-FEE(WS-GT-SET, WS-GT-SLOT)
           END-IF

           IF WS-GT-SLOT > 0
               ADD WS-MT-COUNT(WS-MT-IDX)
                   TO WS-GT-TXN-CNT(WS-GT-SET, WS-GT-SLOT)
               ADD WS-MT-GROSS(WS-MT-IDX)
                   TO WS-GT-GROSS(WS-GT-SET, WS-GT-SLOT)
               ADD WS-MT-CUR-FEE(WS-MT-IDX)
                   TO WS-GT-CUR-FEE(WS-GT-SET, WS-GT-SLOT)
               ADD WS-MT-PROP-FEE(WS-MT-IDX)
                   TO WS-GT-PROP-FEE(WS-GT-SET, WS-GT-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       PRINT-GROUP-LINE.
           MOVE WS-GT-TXN-CNT(WS-GT-SET, WS-GT-IDX)  TO WS-COUNT-EDIT
           MOVE WS-GT-GROSS(WS-GT-SET, WS-GT-IDX)    TO WS-GROSS-EDIT
           MOVE WS-GT-CUR-FEE(WS-GT-SET, WS-GT-IDX)  TO WS-CUR-EDIT
           MOVE WS-GT-PROP-FEE(WS-GT-SET, WS-GT-IDX) TO WS-PROP-EDIT
           COMPUTE WS-DELTA-SIGNED =
               WS-GT-PROP-FEE(WS-GT-SET, WS-GT-IDX)
               - WS-GT-CUR-FEE(WS-GT-SET, WS-GT-IDX)
           MOVE WS-DELTA-SIGNED TO WS-DELTA-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"' FUNCTION TRIM(WS-GT-TYPE-NAME) '",'
               '"month":"' WS-SIM-MONTH '",'
               '"key":"'
                   FUNCTION TRIM(WS-GT-KEY(WS-GT-SET, WS-GT-IDX)) '",'
               '"txn_count":' FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"gross_volume":' FUNCTION TRIM(WS-GROSS-EDIT) ','
               '"current_fee":' FUNCTION TRIM(WS-CUR-EDIT) ','
               '"proposed_fee":' FUNCTION TRIM(WS-PROP-EDIT) ','
               '"fee_change":' FUNCTION TRIM(WS-DELTA-EDIT) ','
               '"source":"legacy-cobol"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-NEXT-TOP-MERCHANT.
      *--- Pilih merchant belum tercetak dengan selisih fee       ---
      *--- absolut terbesar; merchant tanpa selisih tidak dicetak  ---
           MOVE 0 TO WS-TOP-BEST-IDX
           MOVE 0 TO WS-TOP-BEST-DELTA

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MER-COUNT
               IF WS-MT-PRINTED(WS-MT-IDX) = 'N'
                  AND WS-MT-COUNT(WS-MT-IDX) > 0
                   IF WS-MT-PROP-FEE(WS-MT-IDX) >
                      WS-MT-CUR-FEE(WS-MT-IDX)
                       COMPUTE WS-ABS-DELTA =
                           WS-MT-PROP-FEE(WS-MT-IDX)
                           - WS-MT-CUR-FEE(WS-MT-IDX)
                   ELSE
                       COMPUTE WS-ABS-DELTA =
                           WS-MT-CUR-FEE(WS-MT-IDX)
                           - WS-MT-PROP-FEE(WS-MT-IDX)
                   END-IF

                   IF WS-ABS-DELTA > WS-TOP-BEST-DELTA
                       MOVE WS-ABS-DELTA TO WS-TOP-BEST-DELTA
                       SET WS-TOP-BEST-IDX TO WS-MT-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TOP-BEST-IDX > 0
               SET WS-MT-IDX TO WS-TOP-BEST-IDX
               MOVE 'Y' TO WS-MT-PRINTED(WS-MT-IDX)
               PERFORM PRINT-MERCHANT-LINE
           END-IF.

      *----------------------------------------------------------------*
       PRINT-MERCHANT-LINE.
           MOVE WS-TOP-RANK                TO WS-CNT2-EDIT
           MOVE WS-MT-COUNT(WS-MT-IDX)     TO WS-COUNT-EDIT
           MOVE WS-MT-CUR-BPS(WS-MT-IDX)   TO WS-BPS-EDIT
           MOVE WS-MT-PROP-BPS(WS-MT-IDX)  TO WS-BPS2-EDIT
           MOVE WS-MT-GROSS(WS-MT-IDX)     TO WS-GROSS-EDIT
           MOVE WS-MT-CUR-FEE(WS-MT-IDX)   TO WS-CUR-EDIT
           MOVE WS-MT-PROP-FEE(WS-MT-IDX)  TO WS-PROP-EDIT
           COMPUTE WS-DELTA-SIGNED =
               WS-MT-PROP-FEE(WS-MT-IDX) - WS-MT-CUR-FEE(WS-MT-IDX)
           MOVE WS-DELTA-SIGNED TO WS-DELTA-EDIT

      *--- Net settlement merchant = gross - fee MDR ---
           COMPUTE WS-DELTA-SIGNED =
               WS-MT-GROSS(WS-MT-IDX) - WS-MT-CUR-FEE(WS-MT-IDX)
           MOVE WS-DELTA-SIGNED TO WS-NET1-EDIT
           COMPUTE WS-DELTA-SIGNED =
               WS-MT-GROSS(WS-MT-IDX) - WS-MT-PROP-FEE(WS-MT-IDX)
           MOVE WS-DELTA-SIGNED TO WS-NET2-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"mdrsim_merchant",'
               '"month":"' WS-SIM-MONTH '",'
               '"rank":' FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"merchant_id":"'
                   FUNCTION TRIM(WS-MT-MER-ID(WS-MT-IDX)) '",'
               '"category":"'
                   FUNCTION TRIM(WS-MT-CATEGORY(WS-MT-IDX)) '",'
               '"bank_code":"'
                   FUNCTION TRIM(WS-MT-BANK-CODE(WS-MT-IDX)) '",'
               '"txn_count":' FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"current_bps":' FUNCTION TRIM(WS-BPS-EDIT) ','
               '"proposed_bps":' FUNCTION TRIM(WS-BPS2-EDIT) ','
               '"gross_volume":' FUNCTION TRIM(WS-GROSS-EDIT) ','
               '"current_fee":' FUNCTION TRIM(WS-CUR-EDIT) ','
               '"proposed_fee":' FUNCTION TRIM(WS-PROP-EDIT) ','
               '"fee_change":' FUNCTION TRIM(WS-DELTA-EDIT) ','
               '"current_net":' FUNCTION TRIM(WS-NET1-EDIT) ','
               '"proposed_net":' FUNCTION TRIM(WS-NET2-EDIT) ','
               '"source":"legacy-cobol"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-TOT-COUNT    TO WS-COUNT-EDIT
           MOVE WS-UNKNOWN-MER  TO WS-CNT2-EDIT
           MOVE WS-TOT-GROSS    TO WS-GROSS-EDIT
           MOVE WS-TOT-CUR-FEE  TO WS-CUR-EDIT
           MOVE WS-TOT-PROP-FEE TO WS-PROP-EDIT
           COMPUTE WS-DELTA-SIGNED = WS-TOT-PROP-FEE - WS-TOT-CUR-FEE
           MOVE WS-DELTA-SIGNED TO WS-DELTA-EDIT
           MOVE WS-RS-INVALID(2) TO WS-BPS-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"simulation_month":"' WS-SIM-MONTH '",'
               '"proposed_file":"'
                   FUNCTION TRIM(WS-PROP-FILE-NAME) '",'
               '"proposed_invalid_lines":'
                   FUNCTION TRIM(WS-BPS-EDIT) ','
               '"txn_count":' FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"unknown_merchant_txns":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"gross_volume":' FUNCTION TRIM(WS-GROSS-EDIT) ','
               '"current_income":' FUNCTION TRIM(WS-CUR-EDIT) ','
               '"proposed_income":' FUNCTION TRIM(WS-PROP-EDIT) ','
               '"income_change":' FUNCTION TRIM(WS-DELTA-EDIT) ','
               '"posted":false,'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Simulasi tarif MDR selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PROMOTE-PROPOSED-RATES.
      *--- File usulan harus ada, berisi minimal satu tarif, dan   ---
      *--- tanpa baris rusak; kontrol isinya ikut diantrikan       ---
           MOVE 2 TO WS-RATE-SET
           PERFORM LOAD-RATE-SET

           IF WS-RS-FOUND(2) = 'N'
               PERFORM RETURN-PROPOSAL-NOT-FOUND
               STOP RUN
           END-IF

           IF WS-RS-COUNT(2) = 0
              OR WS-RS-INVALID(2) > 0
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

      *--- Kolom maker membawa token sesi OPRSIGN; pemilik sesi     ---
      *--- harus operator terdaftar dan aktif                       ---
           MOVE WS-IN-MAKER TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-MAKER
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

           PERFORM APPEND-PENDING-CHANGE
           PERFORM RETURN-CHANGE-QUEUED.

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
           MOVE 'N' TO WS-OPERATOR-OK

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-IN-MAKER TO FD-OPR-OP-ID

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
       APPEND-PENDING-CHANGE.
      *--- Nilai = jumlah baris:checksum file usulan ---
           PERFORM GET-NEXT-CHANGE-ID

           MOVE WS-CTL-LINES TO WS-COUNT-EDIT
           MOVE SPACES TO WS-CTL-VALUE
           STRING FUNCTION TRIM(WS-COUNT-EDIT) ':'
                  WS-CTL-CHECKSUM
               DELIMITED SIZE
               INTO WS-CTL-VALUE
           END-STRING

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-PC-NEXT-ID     TO WS-PC-CHG-ID
           MOVE 'MDRRATE'         TO WS-PC-TARGET
           MOVE WS-PROP-FILE-NAME TO WS-PC-KEY
           MOVE 'RATEFILE'        TO WS-PC-FIELD
           MOVE WS-CTL-VALUE      TO WS-PC-NEW-VALUE
           MOVE WS-IN-MAKER       TO WS-PC-MAKER
           MOVE 'pending'         TO WS-PC-STATUS
           MOVE WS-DATETIME       TO WS-PC-CREATED-AT
           MOVE SPACES            TO WS-PC-DECIDED-AT
           MOVE SPACES            TO WS-PC-CHECKER

           OPEN EXTEND PENDING-CHANGE-FILE
           IF PC-FS-NOT-FOUND
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN EXTEND PENDING-CHANGE-FILE
           END-IF

           IF PC-FS-OK
               WRITE PENDING-CHANGE-RECORD FROM WS-PENDING-RECORD
               CLOSE PENDING-CHANGE-FILE
           END-IF.

      *----------------------------------------------------------------*
       GET-NEXT-CHANGE-ID.
      *--- Nomor urut sederhana: jumlah baris antrian + 1 ---
           MOVE 0 TO WS-PC-NEXT-ID

           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FS-OK
               PERFORM UNTIL PC-FS-EOF
                   READ PENDING-CHANGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-PC-NEXT-ID
                   END-READ
               END-PERFORM

               CLOSE PENDING-CHANGE-FILE
           END-IF

           ADD 1 TO WS-PC-NEXT-ID.

      *----------------------------------------------------------------*
       RETURN-CHANGE-QUEUED.
           MOVE WS-RS-COUNT(2) TO WS-COUNT-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"change_id":"'
                   WS-PC-CHG-ID '",'
               '"proposed_file":"'
                   FUNCTION TRIM(WS-PROP-FILE-NAME) '",'
               '"rate_lines":' FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"control":"' FUNCTION TRIM(WS-CTL-VALUE) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Usulan tarif MDR masuk antrian dual'
               ' control"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-PROPOSAL-NOT-FOUND.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"File tarif usulan tidak ditemukan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-OPERATOR.
           MOVE SPACES TO WS-JSON-OUTPUT
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
       RETURN-INVALID-INPUT.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Bulan, nama file, atau isi file tarif'
               ' usulan tidak valid"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MODE.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Mode tidak dikenal (SIM/PROMOTE)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"Data merchant tidak dapat dibaca"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *================================================================*
      * DRREPLAY.CBL - DR Standby Replay and Failover Drill           *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRREPLAY.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Semua file ada di direktori DR (DANTE_DR_DIR) - program ---
      *--- ini tidak pernah membuka data produksi                 ---
           SELECT DRBASE-FILE
               ASSIGN TO DYNAMIC WS-DRBASE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BS-FILE-STATUS.

           SELECT DRAPPLY-FILE
               ASSIGN TO DYNAMIC WS-DRAPPLY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

      *--- Image rekening saat base (ditulis DRSHIP BASE) ---
           SELECT BASE-ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-BASE-ACC-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BA-FILE-STATUS.

      *--- Event saldo rekening yang dikirim DRSHIP ---
           SELECT ACCTCHG-FILE
               ASSIGN TO DYNAMIC WS-ACCTCHG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.

           SELECT MERCHANT-IMAGE-FILE
               ASSIGN TO DYNAMIC WS-MER-IMAGE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MI-FILE-STATUS.

      *--- Salinan transactions.dat di DR (untuk drill) ---
           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TXN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Rekening dan merchant standby: layout sama dengan ---
      *--- accounts.dat / merchants.dat produksi            ---
           SELECT STANDBY-ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-SB-ACC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT STANDBY-MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-SB-MER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

      *--- Riwayat hasil failover drill ---
           SELECT DRILL-LOG-FILE
               ASSIGN TO DYNAMIC WS-DRILL-LOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.

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
       FD  DRBASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DRBASE-FILE-RECORD      PIC X(60).

       FD  DRAPPLY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DRAPPLY-FILE-RECORD     PIC X(100).

       FD  BASE-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASE-ACCOUNT-RECORD     PIC X(213).

       FD  ACCTCHG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCTCHG-FILE-RECORD     PIC X(300).

       FD  MERCHANT-IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHANT-IMAGE-RECORD   PIC X(213).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  STANDBY-ACCOUNT-FILE
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

       FD  STANDBY-MERCHANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHANT-FILE-RECORD.
           05  FD-MER-MER-ID       PIC X(20).
           05  FD-MER-REST         PIC X(193).

       FD  DRILL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DRILL-LOG-RECORD        PIC X(120).

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
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'DRREPLAY'.
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

       01  WS-DR-DIR                PIC X(100).
       01  WS-DR-DIR-USED           PIC X(100)
           VALUE '/app/dr'.
       01  WS-DRBASE-FILE-PATH      PIC X(100).
       01  WS-DRAPPLY-FILE-PATH     PIC X(100).
       01  WS-BASE-ACC-FILE-PATH    PIC X(100).
       01  WS-ACCTCHG-FILE-PATH     PIC X(100).
       01  WS-MER-IMAGE-FILE-PATH   PIC X(100).
       01  WS-TXN-FILE-PATH         PIC X(100).
       01  WS-SB-ACC-FILE-PATH      PIC X(100).
       01  WS-SB-MER-FILE-PATH      PIC X(100).
       01  WS-DRILL-LOG-FILE-PATH   PIC X(100).

       01  WS-BS-FILE-STATUS       PIC XX.
           88  BS-FS-OK            VALUE '00'.
       01  WS-AP-FILE-STATUS       PIC XX.
           88  AP-FS-OK            VALUE '00'.
       01  WS-BA-FILE-STATUS       PIC XX.
           88  BA-FS-OK            VALUE '00'.
           88  BA-FS-EOF           VALUE '10'.
       01  WS-AC-FILE-STATUS       PIC XX.
           88  AC-FS-OK            VALUE '00'.
           88  AC-FS-EOF           VALUE '10'.
       01  WS-MI-FILE-STATUS       PIC XX.
           88  MI-FS-OK            VALUE '00'.
           88  MI-FS-EOF           VALUE '10'.
       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.
       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           88  ACC-FS-EOF          VALUE '10'.
       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.
       01  WS-DL-FILE-STATUS       PIC XX.
           88  DL-FS-OK            VALUE '00'.
           88  DL-FS-NOT-FOUND     VALUE '35'.

      *--- Argumen: APPLY (default) atau DRILL ---
       01  WS-CMD-LINE             PIC X(40).
       01  WS-RUN-MODE             PIC X(10).
       01  WS-NOW                  PIC X(21).

      *--- Baris drbase.dat (layout selaras DRSHIP) ---
       01  WS-DRBASE-RECORD.
           05  WS-DB-BASE-AT       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DB-ACCOUNTS      PIC 9(7).
           05  FILLER              PIC X(1).
           05  WS-DB-TXN-LINES     PIC 9(9).
           05  FILLER              PIC X(1).

      *--- Baris drapply.dat: base yang sedang diputar, jumlah   ---
      *--- baris acctchg.dat yang sudah diterapkan, timestamp     ---
      *--- event terakhir dan waktu replay                         ---
       01  WS-DRAPPLY-RECORD.
           05  WS-DA-BASE-AT       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DA-APPLIED       PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DA-LAST-EVENT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DA-APPLIED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris acctchg.dat (layout selaras DRSHIP) ---
       01  WS-ACCTCHG-RECORD.
           05  WS-AC-SEQ           PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-AC-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-AC-PROGRAM       PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-AC-KEY           PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-AC-AFTER         PIC X(18).
           05  FILLER              PIC X(1).
           05  WS-AC-IMAGE         PIC X(139).
           05  FILLER              PIC X(74).

       01  WS-APPLIED-LINES        PIC 9(9) VALUE 0.
       01  WS-LINE-NO              PIC 9(9) VALUE 0.
       01  WS-EVENTS-APPLIED       PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-ADDED       PIC 9(7) VALUE 0.
       01  WS-MERCHANTS-LOADED     PIC 9(7) VALUE 0.
       01  WS-REBUILT              PIC X(1) VALUE 'N'.
       01  WS-AFTER-BALANCE        PIC S9(13)V99.
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Failover drill: saldo standby dibandingkan dengan saldo ---
      *--- base + pergerakan transaksi DR sesudah posisi base,     ---
      *--- aturan arah pergerakan sama dengan RECONCILE            ---
       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.
           05  FILLER              PIC X(74).

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
           05  FILLER              PIC X(57).

       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.

       01  WS-ACCOUNT-TABLE.
           05  WS-AT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-AT-IDX.
               10  WS-AT-USER-ID   PIC X(20).
               10  WS-AT-ACC-ID    PIC X(20).
               10  WS-AT-BALANCE   PIC 9(13)V99.
               10  WS-AT-OPENING   PIC 9(13)V99.
               10  WS-AT-MOVEMENT  PIC S9(13)V99.
               10  WS-AT-COUNT     PIC 9(7).

       01  WS-ACC-COUNT             PIC 9(5) VALUE 0.
       01  WS-FOUND-SLOT            PIC 9(5).
       01  WS-FIND-IDX              PIC 9(5).

       01  WS-ACCOUNTS-CHECKED      PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-MISMATCHED   PIC 9(5) VALUE 0.
       01  WS-TXN-REPLAYED          PIC 9(9) VALUE 0.
       01  WS-STANDBY-TOTAL         PIC S9(15)V99 VALUE 0.
       01  WS-EXPECTED-TOTAL        PIC S9(15)V99 VALUE 0.
       01  WS-EXPECTED-BALANCE      PIC S9(13)V99.
       01  WS-DRILL-RESULT          PIC X(4).

       01  WS-QR-SCAN-IDX           PIC 9(3).
       01  WS-QR-REST-LEN           PIC 9(3).
       01  WS-HAS-WLT-TAG           PIC X(1).
       01  WS-HAS-INST-TAG          PIC X(1).
       01  WS-PROMO-DISC            PIC 9(13)V99.
       01  WS-PROMO-CODE-PART       PIC X(20).
       01  WS-PROMO-DISC-PART       PIC X(30).
       01  WS-PROMO-DISC-STR        PIC X(20).
       01  WS-NET-DEBIT             PIC 9(13)V99.

      *--- Baris drdrill.dat: DRILL_AT|BASE_AT|CHECKED|MISMATCH| ---
      *--- TXN_REPLAYED|RESULT|                                    ---
       01  WS-DRILL-LOG-LINE.
           05  WS-DG-DRILL-AT      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DG-BASE-AT       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DG-CHECKED       PIC 9(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DG-MISMATCHED    PIC 9(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DG-TXN-REPLAYED  PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DG-RESULT        PIC X(4).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-JSON-OUTPUT           PIC X(1000).
       01  WS-BALANCE-EDIT          PIC Z(12)9.99.
       01  WS-OPENING-EDIT          PIC Z(12)9.99.
       01  WS-MOVEMENT-EDIT         PIC -(12)9.99.
       01  WS-EXPECTED-EDIT         PIC -(12)9.99.
       01  WS-TOTAL-EDIT            PIC -(14)9.99.
       01  WS-EXP-TOTAL-EDIT        PIC -(14)9.99.
       01  WS-COUNT-EDIT            PIC Z(8)9.
       01  WS-EVENTS-EDIT           PIC Z(6)9.
       01  WS-ADDED-EDIT            PIC Z(6)9.
       01  WS-MER-EDIT              PIC Z(6)9.
       01  WS-CHECKED-EDIT          PIC ZZZZ9.
       01  WS-MISMATCH-EDIT         PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Sisi standby: memutar ulang kiriman DRSHIP ke salinan  ---
      *--- accounts.dat/merchants.dat di direktori DR. APPLY      ---
      *--- dijadwalkan sesudah tiap siklus kirim; DRILL menjalankan ---
      *--- APPLY lalu membuktikan bahwa saldo standby sama dengan  ---
      *--- yang diharapkan dari transaksi yang sudah terkirim      ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-MODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           EVALUATE FUNCTION TRIM(WS-RUN-MODE)
               WHEN 'APPLY'
                   PERFORM APPLY-SHIPPED-CHANGES
                   PERFORM PRINT-APPLY-LINE
               WHEN 'DRILL'
                   PERFORM RESOLVE-MASKING
                   PERFORM APPLY-SHIPPED-CHANGES
                   PERFORM RUN-FAILOVER-DRILL
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DR-DIR FROM ENVIRONMENT "DANTE_DR_DIR"

           IF FUNCTION TRIM(WS-DR-DIR) NOT = SPACES
               MOVE WS-DR-DIR TO WS-DR-DIR-USED
           END-IF

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/drbase.dat' DELIMITED SIZE
                  INTO WS-DRBASE-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/drapply.dat' DELIMITED SIZE
                  INTO WS-DRAPPLY-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/base-accounts.dat' DELIMITED SIZE
                  INTO WS-BASE-ACC-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/acctchg.dat' DELIMITED SIZE
                  INTO WS-ACCTCHG-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/merchants.img' DELIMITED SIZE
                  INTO WS-MER-IMAGE-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/transactions.dat' DELIMITED SIZE
                  INTO WS-TXN-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/standby-accounts.dat' DELIMITED SIZE
                  INTO WS-SB-ACC-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/standby-merchants.dat' DELIMITED SIZE
                  INTO WS-SB-MER-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/drdrill.dat' DELIMITED SIZE
                  INTO WS-DRILL-LOG-FILE-PATH
           END-STRING.

      *----------------------------------------------------------------*
       GET-RUN-MODE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE
               DELIMITED BY ALL ' '
               INTO WS-RUN-MODE
           END-UNSTRING

           IF WS-RUN-MODE = SPACES
               MOVE 'APPLY' TO WS-RUN-MODE
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.

      *----------------------------------------------------------------*
       APPLY-SHIPPED-CHANGES.
      *--- Tanpa base belum ada titik awal standby sama sekali ---
           OPEN INPUT DRBASE-FILE
           IF NOT BS-FS-OK
               PERFORM RETURN-NO-BASE
               STOP RUN
           END-IF

           READ DRBASE-FILE INTO WS-DRBASE-RECORD
               AT END
                   CLOSE DRBASE-FILE
                   PERFORM RETURN-NO-BASE
                   STOP RUN
           END-READ
           CLOSE DRBASE-FILE

           IF WS-DB-TXN-LINES IS NOT NUMERIC
               MOVE 0 TO WS-DB-TXN-LINES
           END-IF

           MOVE SPACES TO WS-DA-BASE-AT
           MOVE 0 TO WS-APPLIED-LINES
           MOVE SPACES TO WS-DA-LAST-EVENT

           OPEN INPUT DRAPPLY-FILE
           IF AP-FS-OK
               READ DRAPPLY-FILE INTO WS-DRAPPLY-RECORD
                   AT END
                       MOVE SPACES TO WS-DA-BASE-AT
               END-READ
               CLOSE DRAPPLY-FILE
           END-IF

           IF WS-DA-APPLIED IS NUMERIC
               MOVE WS-DA-APPLIED TO WS-APPLIED-LINES
           END-IF

      *--- Base baru dari DRSHIP BASE: standby dibangun ulang dari ---
      *--- image dan acctchg.dat (yang ikut dikosongkan) diputar  ---
      *--- dari baris pertama                                       ---
           IF WS-DA-BASE-AT NOT = WS-DB-BASE-AT
               PERFORM REBUILD-STANDBY-ACCOUNTS
               MOVE 0 TO WS-APPLIED-LINES
               MOVE SPACES TO WS-DA-LAST-EVENT
               MOVE 'Y' TO WS-REBUILT
           END-IF

           PERFORM APPLY-ACCOUNT-EVENTS
           PERFORM RELOAD-STANDBY-MERCHANTS

           MOVE WS-DB-BASE-AT    TO WS-DA-BASE-AT
           MOVE WS-APPLIED-LINES TO WS-DA-APPLIED
           MOVE WS-NOW(1:20)     TO WS-DA-APPLIED-AT

           OPEN OUTPUT DRAPPLY-FILE
           IF AP-FS-OK
               WRITE DRAPPLY-FILE-RECORD FROM WS-DRAPPLY-RECORD
               CLOSE DRAPPLY-FILE
           END-IF.

      *----------------------------------------------------------------*
       REBUILD-STANDBY-ACCOUNTS.
           OPEN INPUT BASE-ACCOUNT-FILE
           IF NOT BA-FS-OK
               PERFORM RETURN-NO-BASE
               STOP RUN
           END-IF

           OPEN OUTPUT STANDBY-ACCOUNT-FILE
           IF NOT ACC-FS-OK
               CLOSE BASE-ACCOUNT-FILE
               PERFORM RETURN-NO-BASE
               STOP RUN
           END-IF

           PERFORM UNTIL BA-FS-EOF
               READ BASE-ACCOUNT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BASE-ACCOUNT-RECORD(1:139)
                       TO ACCOUNT-FILE-RECORD
                   WRITE ACCOUNT-FILE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-READ
           END-PERFORM

           CLOSE STANDBY-ACCOUNT-FILE
           CLOSE BASE-ACCOUNT-FILE.

      *----------------------------------------------------------------*
       APPLY-ACCOUNT-EVENTS.
      *--- Saldo di event bersifat absolut (saldo sesudah), jadi   ---
      *--- event yang terkirim dua kali tetap menghasilkan saldo  ---
      *--- yang sama - replay aman diulang                          ---
           OPEN I-O STANDBY-ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-NO-BASE
               STOP RUN
           END-IF

           MOVE 0 TO WS-LINE-NO
           OPEN INPUT ACCTCHG-FILE
           IF AC-FS-OK
               PERFORM UNTIL AC-FS-EOF
                   READ ACCTCHG-FILE INTO WS-ACCTCHG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-APPLIED-LINES
                           PERFORM APPLY-ONE-ACCOUNT-EVENT
                           MOVE WS-LINE-NO TO WS-APPLIED-LINES
                           MOVE WS-AC-TIMESTAMP TO WS-DA-LAST-EVENT
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE ACCTCHG-FILE
           END-IF

           CLOSE STANDBY-ACCOUNT-FILE.

      *----------------------------------------------------------------*
       APPLY-ONE-ACCOUNT-EVENT.
           MOVE 0 TO WS-AFTER-BALANCE
           MOVE FUNCTION TEST-NUMVAL(WS-AC-AFTER) TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK = 0
               MOVE FUNCTION NUMVAL(WS-AC-AFTER) TO WS-AFTER-BALANCE
           END-IF

           MOVE WS-AC-KEY TO FD-ACC-USER-ID
           READ STANDBY-ACCOUNT-FILE
               KEY IS FD-ACC-USER-ID
               INVALID KEY
      *--- Rekening dibuka sesudah base: ditambahkan dari image ---
                   IF WS-AC-IMAGE NOT = SPACES
                       MOVE WS-AC-IMAGE TO ACCOUNT-FILE-RECORD
                       MOVE WS-AFTER-BALANCE TO FD-ACC-BALANCE
                       WRITE ACCOUNT-FILE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WS-ACCOUNTS-ADDED
                       ADD 1 TO WS-EVENTS-APPLIED
                   END-IF
               NOT INVALID KEY
                   IF WS-AC-IMAGE NOT = SPACES
                       MOVE WS-AC-IMAGE TO ACCOUNT-FILE-RECORD
                   END-IF
                   MOVE WS-AFTER-BALANCE TO FD-ACC-BALANCE
                   REWRITE ACCOUNT-FILE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-EVENTS-APPLIED
           END-READ.

      *----------------------------------------------------------------*
       RELOAD-STANDBY-MERCHANTS.
           OPEN INPUT MERCHANT-IMAGE-FILE
           IF MI-FS-OK
               OPEN OUTPUT STANDBY-MERCHANT-FILE
               IF MER-FS-OK
                   PERFORM UNTIL MI-FS-EOF
                       READ MERCHANT-IMAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE MERCHANT-IMAGE-RECORD
                               TO MERCHANT-FILE-RECORD
                           WRITE MERCHANT-FILE-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           ADD 1 TO WS-MERCHANTS-LOADED
                       END-READ
                   END-PERFORM

                   CLOSE STANDBY-MERCHANT-FILE
               END-IF

               CLOSE MERCHANT-IMAGE-FILE
           END-IF.

      *----------------------------------------------------------------*
       RUN-FAILOVER-DRILL.
           PERFORM LOAD-STANDBY-ACCOUNTS
           PERFORM LOAD-OPENING-BALANCES
           PERFORM AGGREGATE-SHIPPED-MOVEMENT

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACC-COUNT
               PERFORM PRINT-DRILL-ACCOUNT-LINE
           END-PERFORM

           IF WS-ACCOUNTS-MISMATCHED = 0
              AND WS-ACCOUNTS-CHECKED > 0
               MOVE 'PASS' TO WS-DRILL-RESULT
           ELSE
               MOVE 'FAIL' TO WS-DRILL-RESULT
           END-IF

           PERFORM WRITE-DRILL-LOG-LINE
           PERFORM PRINT-DRILL-SUMMARY-LINE.

      *----------------------------------------------------------------*
       LOAD-STANDBY-ACCOUNTS.
           OPEN INPUT STANDBY-ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-NO-BASE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO FD-ACC-USER-ID
           START STANDBY-ACCOUNT-FILE
               KEY IS NOT LESS THAN FD-ACC-USER-ID
               INVALID KEY
                   MOVE '10' TO WS-ACC-FILE-STATUS
           END-START

           PERFORM UNTIL ACC-FS-EOF
               READ STANDBY-ACCOUNT-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-ACC-COUNT < 1000
                       ADD 1 TO WS-ACC-COUNT
                       MOVE FD-ACC-USER-ID
                           TO WS-AT-USER-ID(WS-ACC-COUNT)
                       MOVE FD-ACC-ACC-ID
                           TO WS-AT-ACC-ID(WS-ACC-COUNT)
                       MOVE FD-ACC-BALANCE
                           TO WS-AT-BALANCE(WS-ACC-COUNT)
                       MOVE 0 TO WS-AT-OPENING(WS-ACC-COUNT)
                       MOVE 0 TO WS-AT-MOVEMENT(WS-ACC-COUNT)
                       MOVE 0 TO WS-AT-COUNT(WS-ACC-COUNT)
                   END-IF
               END-READ
           END-PERFORM

           CLOSE STANDBY-ACCOUNT-FILE.

      *----------------------------------------------------------------*
       LOAD-OPENING-BALANCES.
      *--- Saldo awal = saldo di image base; rekening yang dibuka ---
      *--- sesudah base mulai dari nol                             ---
           OPEN INPUT BASE-ACCOUNT-FILE
           IF BA-FS-OK
               PERFORM UNTIL BA-FS-EOF
                   READ BASE-ACCOUNT-FILE INTO WS-ACC-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-AP-USER-ID TO WS-TP-USER-ID
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WS-FOUND-SLOT > 0
                          AND WS-AP-BALANCE IS NUMERIC
                           MOVE WS-AP-BALANCE
                               TO WS-AT-OPENING(WS-FOUND-SLOT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE BASE-ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       AGGREGATE-SHIPPED-MOVEMENT.
      *--- Hanya baris transactions.dat DR sesudah posisi base ---
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-DB-TXN-LINES
                           ADD 1 TO WS-TXN-REPLAYED
                           PERFORM APPLY-ONE-MOVEMENT
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPLY-ONE-MOVEMENT.
      *--- Aturan arah pergerakan disalin dari RECONCILE - tipe   ---
      *--- baru yang menggerakkan saldo harus ditambahkan di kedua ---
      *--- program                                                   ---
           IF FUNCTION TRIM(WS-TP-STATUS) NOT = 'success'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'WRITEOFF'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SPLITLEG'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SPLITRFND'
               CONTINUE
           ELSE
               PERFORM FIND-ACCOUNT-SLOT

               IF WS-FOUND-SLOT > 0
                   MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                       TO WS-TP-AMOUNT-NUM
                   IF FUNCTION TRIM(WS-TP-TYPE) = 'REFUND'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'TOPUP'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'MDRFEE'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'INTEREST'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'CLRIN'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'LOYREDEEM'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'AGTCOMM'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'CLRRET'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'ADJUSTCR'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'PROVCR'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'INTTAX'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'FEEINC'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'ESCHTIN'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'FXWDRW'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'SUSPIN'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'SUSPAPPLY'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'SUSPWOFF'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'REFREWARD'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'INSTFEE'
                      OR (FUNCTION TRIM(WS-TP-TYPE) = 'TRANSFER'
                          AND WS-TP-QR-CODE(1:12) = 'TRANSFER-FR:')
                       ADD WS-TP-AMOUNT-NUM
                           TO WS-AT-MOVEMENT(WS-FOUND-SLOT)
                   ELSE
                       IF FUNCTION TRIM(WS-TP-TYPE) = 'QRIS'
                           PERFORM APPLY-PAYER-DEBIT
                       ELSE
                           SUBTRACT WS-TP-AMOUNT-NUM
                               FROM WS-AT-MOVEMENT(WS-FOUND-SLOT)
                       END-IF
                   END-IF
                   ADD 1 TO WS-AT-COUNT(WS-FOUND-SLOT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       APPLY-PAYER-DEBIT.
           PERFORM SCAN-QR-TAGS

           IF WS-HAS-WLT-TAG = 'Y'
              OR WS-HAS-INST-TAG = 'Y'
               CONTINUE
           ELSE
               IF WS-PROMO-DISC > WS-TP-AMOUNT-NUM
                   MOVE 0 TO WS-NET-DEBIT
               ELSE
                   COMPUTE WS-NET-DEBIT =
                       WS-TP-AMOUNT-NUM - WS-PROMO-DISC
               END-IF

               SUBTRACT WS-NET-DEBIT
                   FROM WS-AT-MOVEMENT(WS-FOUND-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       SCAN-QR-TAGS.
           MOVE 'N' TO WS-HAS-WLT-TAG
           MOVE 'N' TO WS-HAS-INST-TAG
           MOVE 0 TO WS-PROMO-DISC

           PERFORM VARYING WS-QR-SCAN-IDX FROM 1 BY 1
               UNTIL WS-QR-SCAN-IDX > 94
               IF WS-TP-QR-CODE(WS-QR-SCAN-IDX:5) = ' WLT:'
                   MOVE 'Y' TO WS-HAS-WLT-TAG
               END-IF

               IF WS-TP-QR-CODE(WS-QR-SCAN-IDX:6) = ' INST:'
                   MOVE 'Y' TO WS-HAS-INST-TAG
               END-IF

               IF WS-TP-QR-CODE(WS-QR-SCAN-IDX:7) = ' PROMO:'
                   PERFORM PARSE-PROMO-DISCOUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       PARSE-PROMO-DISCOUNT.
           COMPUTE WS-QR-REST-LEN = 100 - WS-QR-SCAN-IDX - 6

           IF WS-QR-REST-LEN > 0
               MOVE SPACES TO WS-PROMO-CODE-PART
               MOVE SPACES TO WS-PROMO-DISC-PART
               MOVE SPACES TO WS-PROMO-DISC-STR

               UNSTRING WS-TP-QR-CODE
                   (WS-QR-SCAN-IDX + 7:WS-QR-REST-LEN)
                   DELIMITED BY ':'
                   INTO WS-PROMO-CODE-PART
                        WS-PROMO-DISC-PART
               END-UNSTRING

               UNSTRING WS-PROMO-DISC-PART
                   DELIMITED BY ' '
                   INTO WS-PROMO-DISC-STR
               END-UNSTRING

               MOVE FUNCTION TEST-NUMVAL(WS-PROMO-DISC-STR)
                   TO WS-NUMVAL-CHECK

               IF WS-NUMVAL-CHECK = 0
                  AND FUNCTION TRIM(WS-PROMO-DISC-STR) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PROMO-DISC-STR)
                       TO WS-PROMO-DISC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       FIND-ACCOUNT-SLOT.
           MOVE 0 TO WS-FOUND-SLOT

           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-ACC-COUNT
                  OR WS-FOUND-SLOT > 0
               IF FUNCTION TRIM(WS-TP-USER-ID) =
                  FUNCTION TRIM(WS-AT-USER-ID(WS-FIND-IDX))
                   MOVE WS-FIND-IDX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       PRINT-DRILL-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNTS-CHECKED

           COMPUTE WS-EXPECTED-BALANCE =
               WS-AT-OPENING(WS-AT-IDX) + WS-AT-MOVEMENT(WS-AT-IDX)

           ADD WS-AT-BALANCE(WS-AT-IDX) TO WS-STANDBY-TOTAL
           ADD WS-EXPECTED-BALANCE      TO WS-EXPECTED-TOTAL

           IF WS-EXPECTED-BALANCE NOT = WS-AT-BALANCE(WS-AT-IDX)
               ADD 1 TO WS-ACCOUNTS-MISMATCHED
               MOVE WS-AT-BALANCE(WS-AT-IDX)  TO WS-BALANCE-EDIT
               MOVE WS-AT-OPENING(WS-AT-IDX)  TO WS-OPENING-EDIT
               MOVE WS-AT-MOVEMENT(WS-AT-IDX) TO WS-MOVEMENT-EDIT
               MOVE WS-EXPECTED-BALANCE       TO WS-EXPECTED-EDIT
               MOVE WS-AT-USER-ID(WS-AT-IDX) TO WS-MASK-IN
               PERFORM MASK-VALUE
               MOVE WS-MASK-OUT TO WS-MASK-USER-ID
               MOVE WS-AT-ACC-ID(WS-AT-IDX) TO WS-MASK-IN
               PERFORM MASK-VALUE
               MOVE WS-MASK-OUT TO WS-MASK-ACC-ID

               MOVE SPACES TO WS-JSON-OUTPUT
               STRING
                   '{'
                   '"status":"warning",'
                   '"code":0,'
                   '"data":{'
                   '"user_id":"'
                       FUNCTION TRIM(WS-MASK-USER-ID) '",'
                   '"account_id":"'
                       FUNCTION TRIM(WS-MASK-ACC-ID) '",'
                   '"standby_balance":'
                       FUNCTION TRIM(WS-BALANCE-EDIT) ','
                   '"base_balance":'
                       FUNCTION TRIM(WS-OPENING-EDIT) ','
                   '"shipped_movement":'
                       FUNCTION TRIM(WS-MOVEMENT-EDIT) ','
                   '"expected_balance":'
                       FUNCTION TRIM(WS-EXPECTED-EDIT) ','
                   '"source":"legacy-cobol"'
                   '},'
                   '"message":"Saldo standby DR tidak cocok dengan '
                   'transaksi yang terkirim"'
                   '}'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
               DISPLAY WS-JSON-OUTPUT
           END-IF.

      *----------------------------------------------------------------*
       WRITE-DRILL-LOG-LINE.
           MOVE WS-NOW(1:20)           TO WS-DG-DRILL-AT
           MOVE WS-DB-BASE-AT          TO WS-DG-BASE-AT
           MOVE WS-ACCOUNTS-CHECKED    TO WS-DG-CHECKED
           MOVE WS-ACCOUNTS-MISMATCHED TO WS-DG-MISMATCHED
           MOVE WS-TXN-REPLAYED        TO WS-DG-TXN-REPLAYED
           MOVE WS-DRILL-RESULT        TO WS-DG-RESULT

           OPEN EXTEND DRILL-LOG-FILE
           IF DL-FS-NOT-FOUND
               OPEN OUTPUT DRILL-LOG-FILE
               CLOSE DRILL-LOG-FILE
               OPEN EXTEND DRILL-LOG-FILE
           END-IF

           IF DL-FS-OK
               WRITE DRILL-LOG-RECORD FROM WS-DRILL-LOG-LINE
               CLOSE DRILL-LOG-FILE
           END-IF.

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
       PRINT-DRILL-SUMMARY-LINE.
           MOVE WS-ACCOUNTS-CHECKED    TO WS-CHECKED-EDIT
           MOVE WS-ACCOUNTS-MISMATCHED TO WS-MISMATCH-EDIT
           MOVE WS-TXN-REPLAYED        TO WS-COUNT-EDIT
           MOVE WS-STANDBY-TOTAL       TO WS-TOTAL-EDIT
           MOVE WS-EXPECTED-TOTAL      TO WS-EXP-TOTAL-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"drill_at":"' WS-NOW(1:14) '",'
               '"base_at":"' WS-DB-BASE-AT(1:14) '",'
               '"accounts_checked":'
                   FUNCTION TRIM(WS-CHECKED-EDIT) ','
               '"accounts_mismatched":'
                   FUNCTION TRIM(WS-MISMATCH-EDIT) ','
               '"transactions_replayed":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"standby_total":'
                   FUNCTION TRIM(WS-TOTAL-EDIT) ','
               '"expected_total":'
                   FUNCTION TRIM(WS-EXP-TOTAL-EDIT) ','
               '"last_event_at":"'
                   FUNCTION TRIM(WS-DA-LAST-EVENT) '",'
               '"result":"' WS-DRILL-RESULT '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Failover drill standby DR selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-APPLY-LINE.
           MOVE WS-EVENTS-APPLIED   TO WS-EVENTS-EDIT
           MOVE WS-ACCOUNTS-ADDED   TO WS-ADDED-EDIT
           MOVE WS-MERCHANTS-LOADED TO WS-MER-EDIT
           MOVE WS-APPLIED-LINES    TO WS-COUNT-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"applied_at":"' WS-NOW(1:14) '",'
               '"base_at":"' WS-DB-BASE-AT(1:14) '",'
               '"rebuilt_from_base":"' WS-REBUILT '",'
               '"events_applied":'
                   FUNCTION TRIM(WS-EVENTS-EDIT) ','
               '"accounts_added":'
                   FUNCTION TRIM(WS-ADDED-EDIT) ','
               '"merchants_loaded":'
                   FUNCTION TRIM(WS-MER-EDIT) ','
               '"applied_position":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"last_event_at":"'
                   FUNCTION TRIM(WS-DA-LAST-EVENT) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Replay standby DR selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MODE.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Mode DRREPLAY tidak dikenal (APPLY/DRILL)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NO-BASE.
           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"Base standby DR belum ada atau tidak bisa'
               ' dibuka - jalankan DRSHIP BASE"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

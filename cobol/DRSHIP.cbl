      *================================================================*
      * DRSHIP.CBL - Log Shipping to Disaster-Recovery Standby        *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRSHIP.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Sumber di primary: journal.log, transactions.dat dan    ---
      *--- chgfeed.dat, dibaca bergantian lewat satu SELECT        ---
           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC WS-SOURCE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

      *--- Salinan di direktori DR: journal.log, transactions.dat  ---
      *--- dan acctchg.dat (perubahan saldo rekening + image)      ---
           SELECT SHIP-FILE
               ASSIGN TO DYNAMIC WS-SHIP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHP-FILE-STATUS.

      *--- Image rekening terkini untuk setiap event ACCOUNT ---
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Master merchant dikirim utuh tiap siklus (file kecil, ---
      *--- tidak punya saldo dan tidak ada di change feed)       ---
           SELECT MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-MERCHANT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

      *--- Image baru (merchant / base rekening) ditulis ke .new ---
      *--- lalu di-rename supaya standby tidak membaca setengah  ---
           SELECT IMAGE-FILE
               ASSIGN TO DYNAMIC WS-IMAGE-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IMG-FILE-STATUS.

      *--- Posisi kirim per sumber (di primary): jumlah baris dan ---
      *--- isi baris terakhir yang sudah dikirim                  ---
           SELECT DRPOS-FILE
               ASSIGN TO DYNAMIC WS-DRPOS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.

           SELECT NEW-DRPOS-FILE
               ASSIGN TO DYNAMIC WS-DRPOS-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSN-FILE-STATUS.

      *--- Log siklus kirim di direktori DR (dasar laporan lag) ---
           SELECT SHIPLOG-FILE
               ASSIGN TO DYNAMIC WS-SHIPLOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.

      *--- Penanda base: kapan image rekening diambil dan posisi ---
      *--- transactions.dat DR saat itu (dipakai DRREPLAY)       ---
           SELECT DRBASE-FILE
               ASSIGN TO DYNAMIC WS-DRBASE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BS-FILE-STATUS.

      *--- Status replay standby, ditulis DRREPLAY ---
           SELECT DRAPPLY-FILE
               ASSIGN TO DYNAMIC WS-DRAPPLY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SOURCE-FILE-RECORD      PIC X(300).

       FD  SHIP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHIP-FILE-RECORD        PIC X(300).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-FILE-RECORD.
           05  FD-ACC-USER-ID      PIC X(20).
           05  FD-ACC-REST         PIC X(119).

       FD  MERCHANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHANT-FILE-RECORD.
           05  FD-MER-MER-ID       PIC X(20).
           05  FD-MER-REST         PIC X(193).

       FD  IMAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  IMAGE-FILE-RECORD       PIC X(213).

       FD  DRPOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  DRPOS-FILE-RECORD       PIC X(320).

       FD  NEW-DRPOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-DRPOS-RECORD        PIC X(320).

       FD  SHIPLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHIPLOG-FILE-RECORD     PIC X(120).

       FD  DRBASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DRBASE-FILE-RECORD      PIC X(60).

       FD  DRAPPLY-FILE
           LABEL RECORDS ARE STANDARD.
       01  DRAPPLY-FILE-RECORD     PIC X(100).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (primary) dan DANTE_DR_DIR (standby)    ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-DR-DIR                PIC X(100).
       01  WS-DR-DIR-USED           PIC X(100)
           VALUE '/app/dr'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-DRPOS-FILE-PATH       PIC X(100)
           VALUE '/app/data/drpos.dat'.
       01  WS-DRPOS-NEW-PATH        PIC X(100)
           VALUE '/app/data/drpos.dat.new'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-SOURCE-FILE-PATH      PIC X(100).
       01  WS-SHIP-FILE-PATH        PIC X(100).
       01  WS-IMAGE-NEW-PATH        PIC X(100).
       01  WS-IMAGE-FILE-PATH       PIC X(100).
       01  WS-SHIPLOG-FILE-PATH     PIC X(100).
       01  WS-DRBASE-FILE-PATH      PIC X(100).
       01  WS-DRAPPLY-FILE-PATH     PIC X(100).
       01  WS-ACCTCHG-FILE-PATH     PIC X(100).
       01  WS-DR-TXN-FILE-PATH      PIC X(100).

       01  WS-SRC-FILE-STATUS      PIC XX.
           88  SRC-FS-OK           VALUE '00'.
           88  SRC-FS-EOF          VALUE '10'.
       01  WS-SHP-FILE-STATUS      PIC XX.
           88  SHP-FS-OK           VALUE '00'.
           88  SHP-FS-EOF          VALUE '10'.
           88  SHP-FS-NOT-FOUND    VALUE '35'.
       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           88  ACC-FS-EOF          VALUE '10'.
       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.
           88  MER-FS-EOF          VALUE '10'.
       01  WS-IMG-FILE-STATUS      PIC XX.
           88  IMG-FS-OK           VALUE '00'.
       01  WS-POS-FILE-STATUS      PIC XX.
           88  POS-FS-OK           VALUE '00'.
           88  POS-FS-EOF          VALUE '10'.
       01  WS-POSN-FILE-STATUS     PIC XX.
           88  POSN-FS-OK          VALUE '00'.
       01  WS-SL-FILE-STATUS       PIC XX.
           88  SL-FS-OK            VALUE '00'.
           88  SL-FS-EOF           VALUE '10'.
           88  SL-FS-NOT-FOUND     VALUE '35'.
       01  WS-BS-FILE-STATUS       PIC XX.
           88  BS-FS-OK            VALUE '00'.
       01  WS-AP-FILE-STATUS       PIC XX.
           88  AP-FS-OK            VALUE '00'.
           88  AP-FS-EOF           VALUE '10'.
       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

      *--- Argumen: SHIP (default, dijadwalkan tiap beberapa menit ---
      *--- dan dipanggil BACKUPRUN/CDCCUT sebelum merotasi log),   ---
      *--- BASE (image rekening baru untuk standby, jalankan saat  ---
      *--- online sepi sesudah BACKUPRUN) atau LAG (laporan RPO)   ---
       01  WS-CMD-LINE             PIC X(40).
       01  WS-RUN-MODE             PIC X(10).
       01  WS-NOW                  PIC X(21).

      *--- Tiga sumber yang dikirim, urutan tetap ---
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 3 TIMES.
               10  WS-SRC-NAME     PIC X(8).
               10  WS-SRC-LINES    PIC 9(9).
               10  WS-SRC-LAST     PIC X(300).
               10  WS-SRC-SHIPPED  PIC 9(7).
               10  WS-SRC-BACKLOG  PIC 9(9).
               10  WS-SRC-OLDEST   PIC X(14).
               10  WS-SRC-RESYNC   PIC X(1).
       01  WS-SRC-IDX              PIC 9(1).

      *--- Baris drpos.dat: NAME|LINES|LAST_LINE| ---
       01  WS-DRPOS-RECORD.
           05  WS-DP-NAME          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DP-LINES         PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DP-LAST          PIC X(300).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Pencarian jangkar: baris terakhir yang sudah dikirim    ---
      *--- dicari lagi di sumber. Tidak ketemu = sumber sudah      ---
      *--- dirotasi (BACKUPRUN/CDCCUT) atau ditulis ulang          ---
      *--- (TXNARCH), seluruh isi yang ada dikirim ulang (RESYNC)  ---
       01  WS-SOURCE-LINE          PIC X(300).
       01  WS-LAST-READ            PIC X(300).
       01  WS-LINE-NO              PIC 9(9).
       01  WS-TOTAL-LINES          PIC 9(9).
       01  WS-ANCHOR-LINE          PIC 9(9).
       01  WS-ANCHOR-FOUND         PIC X(1).
       01  WS-LINE-TS              PIC X(14).
       01  WS-NEWEST-TS            PIC X(14) VALUE SPACES.
       01  WS-ANY-RESYNC           PIC X(1) VALUE 'N'.
       01  WS-ACCOUNTS-OPEN        PIC X(1) VALUE 'N'.

      *--- Event change feed (layout selaras WS-CHGFEED-RECORD) ---
       01  WS-CF-PARSE.
           05  WS-CP-SEQ           PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-CP-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CP-PROGRAM       PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-CP-ENTITY        PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-CP-KEY           PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CP-BEFORE        PIC X(18).
           05  FILLER              PIC X(1).
           05  WS-CP-AFTER         PIC X(18).
           05  FILLER              PIC X(186).

      *--- Baris acctchg.dat di DR: satu per event ACCOUNT, saldo ---
      *--- sesudah dari event + image rekening saat dikirim       ---
       01  WS-ACCTCHG-RECORD.
           05  WS-AC-SEQ           PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AC-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AC-PROGRAM       PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AC-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AC-AFTER         PIC X(18).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AC-IMAGE         PIC X(139).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris shiplog.dat: satu per siklus kirim ---
       01  WS-SHIPLOG-RECORD.
           05  WS-SG-SHIPPED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-MODE          PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-JOURNAL       PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-TXN           PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-ACCOUNT       PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-MERCHANT      PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-NEWEST        PIC X(14).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SG-RESYNC        PIC X(3).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris drbase.dat: BASE_AT|ACCOUNTS|DR_TXN_LINES| ---
       01  WS-DRBASE-RECORD.
           05  WS-DB-BASE-AT       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DB-ACCOUNTS      PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-DB-TXN-LINES     PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris drapply.dat (layout selaras DRREPLAY) ---
       01  WS-DRAPPLY-RECORD.
           05  WS-DA-BASE-AT       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DA-APPLIED       PIC 9(9).
           05  FILLER              PIC X(1).
           05  WS-DA-LAST-EVENT    PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DA-APPLIED-AT    PIC X(20).
           05  FILLER              PIC X(1).

       01  WS-MER-COPIED           PIC 9(7) VALUE 0.
       01  WS-ACC-COPIED           PIC 9(7) VALUE 0.
       01  WS-DR-TXN-LINES         PIC 9(9) VALUE 0.

      *--- Laporan lag: RPO = umur perubahan tertua yang belum ---
      *--- sampai di DR; target dari parameter DRRPOSEC        ---
       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(8).
       01  WS-PM-EFF-RPO           PIC X(8) VALUE SPACES.
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-RPO-TARGET           PIC 9(7) VALUE 300.

       01  WS-LAST-SHIPLOG         PIC X(120) VALUE SPACES.
       01  WS-LAST-SHIP-AT         PIC X(14) VALUE SPACES.
       01  WS-LAST-APPLY-AT        PIC X(14) VALUE SPACES.
       01  WS-APPLIED-LINES        PIC 9(9) VALUE 0.
       01  WS-ACCTCHG-LINES        PIC 9(9) VALUE 0.
       01  WS-REPLAY-BACKLOG       PIC 9(9) VALUE 0.
       01  WS-OLDEST-UNSHIPPED     PIC X(14) VALUE SPACES.
       01  WS-RPO-SECONDS          PIC 9(9) VALUE 0.
       01  WS-SHIP-AGE             PIC 9(9) VALUE 0.
       01  WS-REPLAY-AGE           PIC 9(9) VALUE 0.
       01  WS-RPO-STATUS           PIC X(8).

      *--- Konversi timestamp YYYYMMDDHHMMSS ke detik ---
       01  WS-TS-IN                PIC X(14).
       01  WS-TS-SECS              PIC 9(12).
       01  WS-NOW-SECS             PIC 9(12).
       01  WS-TS-DATE-NUM          PIC 9(8).
       01  WS-TS-HH                PIC 9(2).
       01  WS-TS-MI                PIC 9(2).
       01  WS-TS-SS                PIC 9(2).

       01  WS-COUNT-EDIT           PIC Z(8)9.
       01  WS-BACKLOG-EDIT         PIC Z(8)9.
       01  WS-SHIPPED-EDIT         PIC Z(6)9.
       01  WS-JNL-EDIT             PIC Z(6)9.
       01  WS-TXN-EDIT             PIC Z(6)9.
       01  WS-ACC-EDIT             PIC Z(6)9.
       01  WS-MER-EDIT             PIC Z(6)9.
       01  WS-RPO-EDIT             PIC Z(8)9.
       01  WS-TARGET-EDIT          PIC Z(6)9.
       01  WS-AGE-EDIT             PIC Z(8)9.
       01  WS-REPLAY-AGE-EDIT      PIC Z(8)9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Pengiriman log ke standby DR: setiap siklus mengirim   ---
      *--- baris baru journal.log dan transactions.dat apa adanya, ---
      *--- event ACCOUNT dari chgfeed.dat plus image rekeningnya, ---
      *--- dan image master merchant. DRREPLAY di sisi standby    ---
      *--- memutar ulang kiriman itu ke salinan accounts.dat dan  ---
      *--- merchants.dat. Program ini tidak mengubah data         ---
      *--- produksi - hanya drpos.dat (posisi kirim)              ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-MODE
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           MOVE 'JOURNAL' TO WS-SRC-NAME(1)
           MOVE 'TXN'     TO WS-SRC-NAME(2)
           MOVE 'CHGFEED' TO WS-SRC-NAME(3)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 3
               MOVE 0      TO WS-SRC-LINES(WS-SRC-IDX)
               MOVE SPACES TO WS-SRC-LAST(WS-SRC-IDX)
               MOVE 0      TO WS-SRC-SHIPPED(WS-SRC-IDX)
               MOVE 0      TO WS-SRC-BACKLOG(WS-SRC-IDX)
               MOVE SPACES TO WS-SRC-OLDEST(WS-SRC-IDX)
               MOVE 'N'    TO WS-SRC-RESYNC(WS-SRC-IDX)
           END-PERFORM

           EVALUATE FUNCTION TRIM(WS-RUN-MODE)
               WHEN 'SHIP'
                   PERFORM SHIP-CYCLE
                   PERFORM PRINT-SHIP-LINE
               WHEN 'BASE'
                   PERFORM SHIP-CYCLE
                   PERFORM TAKE-BASE-IMAGE
                   PERFORM PRINT-BASE-LINE
               WHEN 'LAG'
                   PERFORM LAG-REPORT
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
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/drpos.dat' DELIMITED SIZE
                      INTO WS-DRPOS-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/drpos.dat.new' DELIMITED SIZE
                      INTO WS-DRPOS-NEW-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING
           END-IF

           ACCEPT WS-DR-DIR FROM ENVIRONMENT "DANTE_DR_DIR"

           IF FUNCTION TRIM(WS-DR-DIR) NOT = SPACES
               MOVE WS-DR-DIR TO WS-DR-DIR-USED
           END-IF

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/shiplog.dat' DELIMITED SIZE
                  INTO WS-SHIPLOG-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/drbase.dat' DELIMITED SIZE
                  INTO WS-DRBASE-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/drapply.dat' DELIMITED SIZE
                  INTO WS-DRAPPLY-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/acctchg.dat' DELIMITED SIZE
                  INTO WS-ACCTCHG-FILE-PATH
           END-STRING

           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/transactions.dat' DELIMITED SIZE
                  INTO WS-DR-TXN-FILE-PATH
           END-STRING.

      *----------------------------------------------------------------*
       GET-RUN-MODE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE
               DELIMITED BY ALL ' '
               INTO WS-RUN-MODE
           END-UNSTRING

           IF WS-RUN-MODE = SPACES
               MOVE 'SHIP' TO WS-RUN-MODE
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.

      *----------------------------------------------------------------*
       SET-SOURCE-PATHS.
      *--- Sumber primary dan tujuan DR untuk slot WS-SRC-IDX ---
           MOVE SPACES TO WS-SOURCE-FILE-PATH
           MOVE SPACES TO WS-SHIP-FILE-PATH

           EVALUATE WS-SRC-IDX
               WHEN 1
                   STRING FUNCTION TRIM(WS-DATA-DIR-USED)
                              DELIMITED SIZE
                          '/journal.log' DELIMITED SIZE
                          INTO WS-SOURCE-FILE-PATH
                   END-STRING
                   STRING FUNCTION TRIM(WS-DR-DIR-USED)
                              DELIMITED SIZE
                          '/journal.log' DELIMITED SIZE
                          INTO WS-SHIP-FILE-PATH
                   END-STRING
               WHEN 2
                   STRING FUNCTION TRIM(WS-DATA-DIR-USED)
                              DELIMITED SIZE
                          '/transactions.dat' DELIMITED SIZE
                          INTO WS-SOURCE-FILE-PATH
                   END-STRING
                   MOVE WS-DR-TXN-FILE-PATH TO WS-SHIP-FILE-PATH
               WHEN 3
                   STRING FUNCTION TRIM(WS-DATA-DIR-USED)
                              DELIMITED SIZE
                          '/chgfeed.dat' DELIMITED SIZE
                          INTO WS-SOURCE-FILE-PATH
                   END-STRING
                   MOVE WS-ACCTCHG-FILE-PATH TO WS-SHIP-FILE-PATH
           END-EVALUATE.

      *----------------------------------------------------------------*
       SHIP-CYCLE.
      *--- Direktori DR harus bisa ditulis - kalau tidak, tidak ada ---
      *--- yang dikirim dan posisi kirim tidak bergeser            ---
           OPEN EXTEND SHIPLOG-FILE
           IF SL-FS-NOT-FOUND
               OPEN OUTPUT SHIPLOG-FILE
               CLOSE SHIPLOG-FILE
               OPEN EXTEND SHIPLOG-FILE
           END-IF

           IF NOT SL-FS-OK
               PERFORM RETURN-DR-UNAVAILABLE
               STOP RUN
           END-IF
           CLOSE SHIPLOG-FILE

           PERFORM LOAD-SHIP-POSITIONS

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 3
               PERFORM SHIP-ONE-SOURCE
           END-PERFORM

           PERFORM SHIP-MERCHANT-IMAGE
           PERFORM SAVE-SHIP-POSITIONS
           PERFORM WRITE-SHIPLOG-LINE.

      *----------------------------------------------------------------*
       LOAD-SHIP-POSITIONS.
           OPEN INPUT DRPOS-FILE
           IF POS-FS-OK
               PERFORM UNTIL POS-FS-EOF
                   READ DRPOS-FILE INTO WS-DRPOS-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-POSITION-LINE
                   END-READ
               END-PERFORM

               CLOSE DRPOS-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-POSITION-LINE.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 3
               IF WS-DP-NAME = WS-SRC-NAME(WS-SRC-IDX)
                  AND WS-DP-LINES IS NUMERIC
                   MOVE WS-DP-LINES TO WS-SRC-LINES(WS-SRC-IDX)
                   MOVE WS-DP-LAST  TO WS-SRC-LAST(WS-SRC-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       SHIP-ONE-SOURCE.
           PERFORM SET-SOURCE-PATHS
           PERFORM FIND-SHIP-ANCHOR

           IF WS-TOTAL-LINES > WS-ANCHOR-LINE
               PERFORM SHIP-SOURCE-TAIL
           ELSE
               MOVE WS-TOTAL-LINES TO WS-SRC-LINES(WS-SRC-IDX)
               MOVE WS-LAST-READ   TO WS-SRC-LAST(WS-SRC-IDX)
           END-IF.

      *----------------------------------------------------------------*
       FIND-SHIP-ANCHOR.
      *--- Jangkar = posisi baris terakhir yang sudah dikirim.    ---
      *--- TXNARCH memindahkan baris lama ke arsip sehingga        ---
      *--- barisnya maju ke depan - jangkar dicari di seluruh file ---
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-ANCHOR-LINE
           MOVE SPACES TO WS-LAST-READ
           MOVE 'N' TO WS-ANCHOR-FOUND

           IF WS-SRC-LINES(WS-SRC-IDX) = 0
               MOVE 'Y' TO WS-ANCHOR-FOUND
           END-IF

           OPEN INPUT SOURCE-FILE
           IF SRC-FS-OK
               PERFORM UNTIL SRC-FS-EOF
                   READ SOURCE-FILE INTO WS-SOURCE-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-SRC-LINES(WS-SRC-IDX) > 0
                          AND WS-SOURCE-LINE =
                              WS-SRC-LAST(WS-SRC-IDX)
                           MOVE WS-LINE-NO TO WS-ANCHOR-LINE
                           MOVE 'Y' TO WS-ANCHOR-FOUND
                       END-IF
                       MOVE WS-SOURCE-LINE TO WS-LAST-READ
                   END-READ
               END-PERFORM

               CLOSE SOURCE-FILE
           END-IF

           MOVE WS-LINE-NO TO WS-TOTAL-LINES

           IF WS-ANCHOR-FOUND = 'N'
               MOVE 0 TO WS-ANCHOR-LINE
               MOVE 'Y' TO WS-SRC-RESYNC(WS-SRC-IDX)
               MOVE 'Y' TO WS-ANY-RESYNC
           END-IF

           COMPUTE WS-SRC-BACKLOG(WS-SRC-IDX) =
               WS-TOTAL-LINES - WS-ANCHOR-LINE.

      *----------------------------------------------------------------*
       SHIP-SOURCE-TAIL.
           OPEN EXTEND SHIP-FILE
           IF SHP-FS-NOT-FOUND
               OPEN OUTPUT SHIP-FILE
               CLOSE SHIP-FILE
               OPEN EXTEND SHIP-FILE
           END-IF

           IF NOT SHP-FS-OK
               PERFORM RETURN-DR-UNAVAILABLE
               STOP RUN
           END-IF

           IF WS-SRC-IDX = 3
               MOVE 'N' TO WS-ACCOUNTS-OPEN
               OPEN INPUT ACCOUNT-FILE
               IF ACC-FS-OK
                   MOVE 'Y' TO WS-ACCOUNTS-OPEN
               END-IF
           END-IF

      *--- Baris yang ditambahkan selama siklus ini ikut terkirim; ---
      *--- posisi baru = jumlah baris yang terbaca sampai EOF      ---
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT SOURCE-FILE
           IF SRC-FS-OK
               PERFORM UNTIL SRC-FS-EOF
                   READ SOURCE-FILE INTO WS-SOURCE-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-ANCHOR-LINE
                           PERFORM SHIP-ONE-LINE
                       END-IF
                       MOVE WS-SOURCE-LINE TO WS-LAST-READ
                   END-READ
               END-PERFORM

               CLOSE SOURCE-FILE
           END-IF

           CLOSE SHIP-FILE
           IF WS-ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNT-FILE
               MOVE 'N' TO WS-ACCOUNTS-OPEN
           END-IF

           MOVE WS-LINE-NO   TO WS-SRC-LINES(WS-SRC-IDX)
           MOVE WS-LAST-READ TO WS-SRC-LAST(WS-SRC-IDX).

      *----------------------------------------------------------------*
       SHIP-ONE-LINE.
           MOVE SPACES TO WS-LINE-TS

           EVALUATE WS-SRC-IDX
               WHEN 1
                   MOVE WS-SOURCE-LINE(1:14) TO WS-LINE-TS
                   WRITE SHIP-FILE-RECORD FROM WS-SOURCE-LINE
                   ADD 1 TO WS-SRC-SHIPPED(WS-SRC-IDX)
               WHEN 2
                   MOVE WS-SOURCE-LINE(224:14) TO WS-LINE-TS
                   WRITE SHIP-FILE-RECORD FROM WS-SOURCE-LINE
                   ADD 1 TO WS-SRC-SHIPPED(WS-SRC-IDX)
               WHEN 3
      *--- Hanya event ACCOUNT yang dibutuhkan standby; event TXN ---
      *--- sudah terwakili baris transactions.dat yang dikirim   ---
                   MOVE WS-SOURCE-LINE TO WS-CF-PARSE
                   IF FUNCTION TRIM(WS-CP-ENTITY) = 'ACCOUNT'
                       MOVE WS-CP-TIMESTAMP(1:14) TO WS-LINE-TS
                       PERFORM BUILD-ACCTCHG-LINE
                       WRITE SHIP-FILE-RECORD FROM WS-ACCTCHG-RECORD
                       ADD 1 TO WS-SRC-SHIPPED(WS-SRC-IDX)
                   END-IF
           END-EVALUATE

           IF WS-LINE-TS IS NUMERIC
              AND (WS-NEWEST-TS = SPACES
                   OR WS-LINE-TS > WS-NEWEST-TS)
               MOVE WS-LINE-TS TO WS-NEWEST-TS
           END-IF.

      *----------------------------------------------------------------*
       BUILD-ACCTCHG-LINE.
           MOVE WS-CP-SEQ       TO WS-AC-SEQ
           MOVE WS-CP-TIMESTAMP TO WS-AC-TIMESTAMP
           MOVE WS-CP-PROGRAM   TO WS-AC-PROGRAM
           MOVE WS-CP-KEY       TO WS-AC-KEY
           MOVE WS-CP-AFTER     TO WS-AC-AFTER
           MOVE SPACES          TO WS-AC-IMAGE

      *--- Rekening yang sudah tidak ada dikirim tanpa image;     ---
      *--- standby hanya memperbarui saldonya                      ---
           IF WS-ACCOUNTS-OPEN = 'Y'
               MOVE WS-CP-KEY TO FD-ACC-USER-ID
               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNT-FILE-RECORD TO WS-AC-IMAGE
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       SHIP-MERCHANT-IMAGE.
           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/merchants.img' DELIMITED SIZE
                  INTO WS-IMAGE-FILE-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/merchants.img.new' DELIMITED SIZE
                  INTO WS-IMAGE-NEW-PATH
           END-STRING

           OPEN INPUT MERCHANT-FILE
           IF MER-FS-OK
               OPEN OUTPUT IMAGE-FILE
               IF IMG-FS-OK
                   PERFORM UNTIL MER-FS-EOF
                       READ MERCHANT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE IMAGE-FILE-RECORD
                               FROM MERCHANT-FILE-RECORD
                           ADD 1 TO WS-MER-COPIED
                       END-READ
                   END-PERFORM

                   CLOSE IMAGE-FILE

                   CALL "CBL_DELETE_FILE" USING
                       BY CONTENT FUNCTION TRIM(WS-IMAGE-FILE-PATH)
                   END-CALL

                   CALL "CBL_RENAME_FILE" USING
                       BY CONTENT FUNCTION TRIM(WS-IMAGE-NEW-PATH)
                       BY CONTENT FUNCTION TRIM(WS-IMAGE-FILE-PATH)
                   END-CALL
               END-IF

               CLOSE MERCHANT-FILE
           END-IF.

      *----------------------------------------------------------------*
       SAVE-SHIP-POSITIONS.
           OPEN OUTPUT NEW-DRPOS-FILE
           IF NOT POSN-FS-OK
               PERFORM RETURN-DR-UNAVAILABLE
               STOP RUN
           END-IF

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 3
               MOVE WS-SRC-NAME(WS-SRC-IDX)  TO WS-DP-NAME
               MOVE WS-SRC-LINES(WS-SRC-IDX) TO WS-DP-LINES
               MOVE WS-SRC-LAST(WS-SRC-IDX)  TO WS-DP-LAST
               WRITE NEW-DRPOS-RECORD FROM WS-DRPOS-RECORD
           END-PERFORM

           CLOSE NEW-DRPOS-FILE

           CALL "CBL_DELETE_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-DRPOS-FILE-PATH)
           END-CALL

           CALL "CBL_RENAME_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-DRPOS-NEW-PATH)
               BY CONTENT FUNCTION TRIM(WS-DRPOS-FILE-PATH)
           END-CALL.

      *----------------------------------------------------------------*
       WRITE-SHIPLOG-LINE.
           MOVE WS-NOW(1:20)      TO WS-SG-SHIPPED-AT
           MOVE WS-RUN-MODE       TO WS-SG-MODE
           MOVE WS-SRC-SHIPPED(1) TO WS-SG-JOURNAL
           MOVE WS-SRC-SHIPPED(2) TO WS-SG-TXN
           MOVE WS-SRC-SHIPPED(3) TO WS-SG-ACCOUNT
           MOVE WS-MER-COPIED     TO WS-SG-MERCHANT
           MOVE WS-NEWEST-TS      TO WS-SG-NEWEST
           MOVE WS-SRC-RESYNC(1)  TO WS-SG-RESYNC(1:1)
           MOVE WS-SRC-RESYNC(2)  TO WS-SG-RESYNC(2:1)
           MOVE WS-SRC-RESYNC(3)  TO WS-SG-RESYNC(3:1)

           OPEN EXTEND SHIPLOG-FILE
           IF SL-FS-OK
               WRITE SHIPLOG-FILE-RECORD FROM WS-SHIPLOG-RECORD
               CLOSE SHIPLOG-FILE
           END-IF.

      *----------------------------------------------------------------*
       TAKE-BASE-IMAGE.
      *--- Image penuh accounts.dat menjadi titik awal standby.   ---
      *--- acctchg.dat dikosongkan: event sesudah base dikirim    ---
      *--- lagi oleh siklus berikutnya, dan karena saldo event    ---
      *--- bersifat absolut, event yang terulang tidak merusak    ---
           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/base-accounts.dat' DELIMITED SIZE
                  INTO WS-IMAGE-FILE-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-DR-DIR-USED) DELIMITED SIZE
                  '/base-accounts.dat.new' DELIMITED SIZE
                  INTO WS-IMAGE-NEW-PATH
           END-STRING

           OPEN INPUT ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-DR-UNAVAILABLE
               STOP RUN
           END-IF

           OPEN OUTPUT IMAGE-FILE
           IF NOT IMG-FS-OK
               CLOSE ACCOUNT-FILE
               PERFORM RETURN-DR-UNAVAILABLE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO FD-ACC-USER-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN FD-ACC-USER-ID
               INVALID KEY
                   MOVE '10' TO WS-ACC-FILE-STATUS
           END-START

           PERFORM UNTIL ACC-FS-EOF
               READ ACCOUNT-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO IMAGE-FILE-RECORD
                   MOVE ACCOUNT-FILE-RECORD TO IMAGE-FILE-RECORD
                   WRITE IMAGE-FILE-RECORD
                   ADD 1 TO WS-ACC-COPIED
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE
           CLOSE IMAGE-FILE

           CALL "CBL_DELETE_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-IMAGE-FILE-PATH)
           END-CALL

           CALL "CBL_RENAME_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-IMAGE-NEW-PATH)
               BY CONTENT FUNCTION TRIM(WS-IMAGE-FILE-PATH)
           END-CALL

      *--- Posisi transactions.dat DR saat base: failover drill   ---
      *--- menghitung pergerakan sesudah baris ini                 ---
           MOVE 0 TO WS-DR-TXN-LINES
           MOVE WS-DR-TXN-FILE-PATH TO WS-SHIP-FILE-PATH
           OPEN INPUT SHIP-FILE
           IF SHP-FS-OK
               PERFORM UNTIL SHP-FS-EOF
                   READ SHIP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-DR-TXN-LINES
                   END-READ
               END-PERFORM

               CLOSE SHIP-FILE
           END-IF

           MOVE WS-ACCTCHG-FILE-PATH TO WS-SHIP-FILE-PATH
           OPEN OUTPUT SHIP-FILE
           IF SHP-FS-OK
               CLOSE SHIP-FILE
           END-IF

           MOVE WS-NOW(1:20)    TO WS-DB-BASE-AT
           MOVE WS-ACC-COPIED   TO WS-DB-ACCOUNTS
           MOVE WS-DR-TXN-LINES TO WS-DB-TXN-LINES

           OPEN OUTPUT DRBASE-FILE
           IF BS-FS-OK
               WRITE DRBASE-FILE-RECORD FROM WS-DRBASE-RECORD
               CLOSE DRBASE-FILE
           END-IF.

      *----------------------------------------------------------------*
       LAG-REPORT.
      *--- Lag per sumber = baris di primary yang belum dikirim;  ---
      *--- RPO = umur baris belum terkirim yang tertua (nol kalau ---
      *--- semua sudah terkirim); lag replay = baris acctchg.dat  ---
      *--- yang belum diputar DRREPLAY                              ---
           PERFORM LOAD-LAG-PARAMS
           PERFORM LOAD-SHIP-POSITIONS

           MOVE WS-NOW(1:14) TO WS-TS-IN
           PERFORM TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECS TO WS-NOW-SECS

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 3
               PERFORM SET-SOURCE-PATHS
               PERFORM FIND-SHIP-ANCHOR
               IF WS-SRC-BACKLOG(WS-SRC-IDX) > 0
                   PERFORM READ-OLDEST-BACKLOG
               END-IF
               PERFORM PRINT-SOURCE-LAG-LINE
           END-PERFORM

           PERFORM READ-LAST-SHIPLOG
           PERFORM READ-REPLAY-STATE

           MOVE 0 TO WS-RPO-SECONDS
           IF WS-OLDEST-UNSHIPPED NOT = SPACES
               MOVE WS-OLDEST-UNSHIPPED TO WS-TS-IN
               PERFORM TIMESTAMP-TO-SECONDS
               IF WS-NOW-SECS > WS-TS-SECS
                   COMPUTE WS-RPO-SECONDS = WS-NOW-SECS - WS-TS-SECS
               END-IF
           END-IF

           MOVE 0 TO WS-SHIP-AGE
           IF WS-LAST-SHIP-AT NOT = SPACES
               MOVE WS-LAST-SHIP-AT TO WS-TS-IN
               PERFORM TIMESTAMP-TO-SECONDS
               IF WS-NOW-SECS > WS-TS-SECS
                   COMPUTE WS-SHIP-AGE = WS-NOW-SECS - WS-TS-SECS
               END-IF
           END-IF

           MOVE 0 TO WS-REPLAY-AGE
           IF WS-LAST-APPLY-AT NOT = SPACES
               MOVE WS-LAST-APPLY-AT TO WS-TS-IN
               PERFORM TIMESTAMP-TO-SECONDS
               IF WS-NOW-SECS > WS-TS-SECS
                   COMPUTE WS-REPLAY-AGE = WS-NOW-SECS - WS-TS-SECS
               END-IF
           END-IF

           IF WS-LAST-SHIP-AT = SPACES
               MOVE 'NOSHIP' TO WS-RPO-STATUS
           ELSE
               IF WS-RPO-SECONDS > WS-RPO-TARGET
                   MOVE 'BREACH' TO WS-RPO-STATUS
               ELSE
                   MOVE 'WITHIN' TO WS-RPO-STATUS
               END-IF
           END-IF

           PERFORM PRINT-LAG-SUMMARY-LINE.

      *----------------------------------------------------------------*
       LOAD-LAG-PARAMS.
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

           IF WS-PM-REC-EFF(1:8) > WS-NOW(1:8)
              OR FUNCTION TRIM(WS-PM-REC-VALUE) = SPACES
               CONTINUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
                   TO WS-NUMVAL-CHECK

               IF FUNCTION TRIM(WS-PM-REC-NAME) = 'DRRPOSEC'
                  AND WS-NUMVAL-CHECK = 0
                  AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-RPO
                   MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-RPO
                   MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                       TO WS-RPO-TARGET
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       READ-OLDEST-BACKLOG.
      *--- Baris pertama sesudah jangkar = perubahan tertua yang  ---
      *--- belum sampai di DR                                      ---
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT SOURCE-FILE
           IF SRC-FS-OK
               PERFORM UNTIL SRC-FS-EOF
                      OR WS-LINE-NO > WS-ANCHOR-LINE
                   READ SOURCE-FILE INTO WS-SOURCE-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                   END-READ
               END-PERFORM

               CLOSE SOURCE-FILE
           END-IF

           IF WS-LINE-NO > WS-ANCHOR-LINE
               EVALUATE WS-SRC-IDX
                   WHEN 1
                       MOVE WS-SOURCE-LINE(1:14)
                           TO WS-SRC-OLDEST(WS-SRC-IDX)
                   WHEN 2
                       MOVE WS-SOURCE-LINE(224:14)
                           TO WS-SRC-OLDEST(WS-SRC-IDX)
                   WHEN 3
                       MOVE WS-SOURCE-LINE(14:14)
                           TO WS-SRC-OLDEST(WS-SRC-IDX)
               END-EVALUATE

               IF WS-SRC-OLDEST(WS-SRC-IDX) IS NUMERIC
                  AND (WS-OLDEST-UNSHIPPED = SPACES
                       OR WS-SRC-OLDEST(WS-SRC-IDX)
                          < WS-OLDEST-UNSHIPPED)
                   MOVE WS-SRC-OLDEST(WS-SRC-IDX)
                       TO WS-OLDEST-UNSHIPPED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       READ-LAST-SHIPLOG.
           OPEN INPUT SHIPLOG-FILE
           IF SL-FS-OK
               PERFORM UNTIL SL-FS-EOF
                   READ SHIPLOG-FILE INTO WS-LAST-SHIPLOG
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-LAST-SHIPLOG(1:14) TO WS-LAST-SHIP-AT
                   END-READ
               END-PERFORM

               CLOSE SHIPLOG-FILE
           END-IF.

      *----------------------------------------------------------------*
       READ-REPLAY-STATE.
           OPEN INPUT DRAPPLY-FILE
           IF AP-FS-OK
               READ DRAPPLY-FILE INTO WS-DRAPPLY-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-DA-APPLIED IS NUMERIC
                       MOVE WS-DA-APPLIED TO WS-APPLIED-LINES
                   END-IF
                   MOVE WS-DA-APPLIED-AT(1:14) TO WS-LAST-APPLY-AT
               END-READ

               CLOSE DRAPPLY-FILE
           END-IF

           MOVE WS-ACCTCHG-FILE-PATH TO WS-SHIP-FILE-PATH
           OPEN INPUT SHIP-FILE
           IF SHP-FS-OK
               PERFORM UNTIL SHP-FS-EOF
                   READ SHIP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-ACCTCHG-LINES
                   END-READ
               END-PERFORM

               CLOSE SHIP-FILE
           END-IF

           IF WS-ACCTCHG-LINES > WS-APPLIED-LINES
               COMPUTE WS-REPLAY-BACKLOG =
                   WS-ACCTCHG-LINES - WS-APPLIED-LINES
           END-IF.

      *----------------------------------------------------------------*
       TIMESTAMP-TO-SECONDS.
           MOVE 0 TO WS-TS-SECS

           IF WS-TS-IN IS NUMERIC
               MOVE WS-TS-IN(1:8)  TO WS-TS-DATE-NUM
               MOVE WS-TS-IN(9:2)  TO WS-TS-HH
               MOVE WS-TS-IN(11:2) TO WS-TS-MI
               MOVE WS-TS-IN(13:2) TO WS-TS-SS

               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TS-DATE-NUM) = 0
                   COMPUTE WS-TS-SECS =
                       FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
                           * 86400
                       + WS-TS-HH * 3600
                       + WS-TS-MI * 60
                       + WS-TS-SS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       PRINT-SOURCE-LAG-LINE.
           MOVE WS-SRC-LINES(WS-SRC-IDX)   TO WS-COUNT-EDIT
           MOVE WS-SRC-BACKLOG(WS-SRC-IDX) TO WS-BACKLOG-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"source":"'
                   FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX)) '",'
               '"shipped_position":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"unshipped_lines":'
                   FUNCTION TRIM(WS-BACKLOG-EDIT) ','
               '"oldest_unshipped_at":"'
                   FUNCTION TRIM(WS-SRC-OLDEST(WS-SRC-IDX)) '",'
               '"rotated_since_ship":"'
                   WS-SRC-RESYNC(WS-SRC-IDX) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Lag kirim DR per sumber"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-LAG-SUMMARY-LINE.
           MOVE WS-RPO-SECONDS    TO WS-RPO-EDIT
           MOVE WS-RPO-TARGET     TO WS-TARGET-EDIT
           MOVE WS-SHIP-AGE       TO WS-AGE-EDIT
           MOVE WS-REPLAY-BACKLOG TO WS-BACKLOG-EDIT
           MOVE WS-REPLAY-AGE     TO WS-REPLAY-AGE-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"report_at":"' WS-NOW(1:14) '",'
               '"last_ship_at":"'
                   FUNCTION TRIM(WS-LAST-SHIP-AT) '",'
               '"ship_age_seconds":'
                   FUNCTION TRIM(WS-AGE-EDIT) ','
               '"oldest_unshipped_at":"'
                   FUNCTION TRIM(WS-OLDEST-UNSHIPPED) '",'
               '"rpo_seconds":'
                   FUNCTION TRIM(WS-RPO-EDIT) ','
               '"rpo_target_seconds":'
                   FUNCTION TRIM(WS-TARGET-EDIT) ','
               '"rpo_status":"'
                   FUNCTION TRIM(WS-RPO-STATUS) '",'
               '"last_replay_at":"'
                   FUNCTION TRIM(WS-LAST-APPLY-AT) '",'
               '"replay_age_seconds":'
                   FUNCTION TRIM(WS-REPLAY-AGE-EDIT) ','
               '"replay_backlog":'
                   FUNCTION TRIM(WS-BACKLOG-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Laporan lag/RPO standby DR"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SHIP-LINE.
           MOVE WS-SRC-SHIPPED(1) TO WS-JNL-EDIT
           MOVE WS-SRC-SHIPPED(2) TO WS-TXN-EDIT
           MOVE WS-SRC-SHIPPED(3) TO WS-ACC-EDIT
           MOVE WS-MER-COPIED     TO WS-MER-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"shipped_at":"' WS-NOW(1:14) '",'
               '"journal_lines":'
                   FUNCTION TRIM(WS-JNL-EDIT) ','
               '"transaction_lines":'
                   FUNCTION TRIM(WS-TXN-EDIT) ','
               '"account_changes":'
                   FUNCTION TRIM(WS-ACC-EDIT) ','
               '"merchants_imaged":'
                   FUNCTION TRIM(WS-MER-EDIT) ','
               '"resync":"'
                   WS-ANY-RESYNC '",'
               '"dr_dir":"'
                   FUNCTION TRIM(WS-DR-DIR-USED) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Siklus kirim log DR selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-BASE-LINE.
           MOVE WS-ACC-COPIED   TO WS-ACC-EDIT
           MOVE WS-DR-TXN-LINES TO WS-COUNT-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"base_at":"' WS-NOW(1:14) '",'
               '"accounts_imaged":'
                   FUNCTION TRIM(WS-ACC-EDIT) ','
               '"dr_transaction_position":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"dr_dir":"'
                   FUNCTION TRIM(WS-DR-DIR-USED) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Base rekening standby DR diperbarui"'
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
               '"message":"Mode DRSHIP tidak dikenal (SHIP/BASE/LAG)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DR-UNAVAILABLE.
           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"Direktori DR atau file sumber tidak bisa'
               ' dibuka - posisi kirim tidak diubah"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

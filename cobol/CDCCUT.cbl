      *================================================================*
      * CDCCUT.CBL - Change Feed Cutter with Control Trailer          *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCCUT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Event change feed yang belum dipotong (ditulis semua ---
      *--- program yang mengubah saldo / menulis transaksi)      ---
           SELECT CHGFEED-FILE
               ASSIGN TO DYNAMIC WS-CHGFEED-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *--- Salinan kerja: chgfeed.dat di-rename dulu supaya event ---
      *--- baru selama pemotongan masuk ke chgfeed.dat yang baru  ---
           SELECT CUTWORK-FILE
               ASSIGN TO DYNAMIC WS-CUTWORK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CW-FILE-STATUS.

      *--- File feed bernomor cdc-NNNNNN.dat untuk konsumen ---
           SELECT FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FD-FILE-STATUS.

      *--- Katalog feed: satu baris per file feed yang ditutup ---
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC WS-CATALOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CUTWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUTWORK-FILE-RECORD     PIC X(250).

       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-FILE-RECORD        PIC X(250).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-FILE-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-BIN-DIR               PIC X(100).
       01  WS-BIN-DIR-USED          PIC X(100)
           VALUE '/app/bin'.
       01  WS-SHIP-COMMAND          PIC X(300).
       01  WS-CHGFEED-FILE-PATH     PIC X(100)
           VALUE '/app/data/chgfeed.dat'.
       01  WS-CUTWORK-FILE-PATH     PIC X(100)
           VALUE '/app/data/chgfeed.dat.cut'.
       01  WS-CATALOG-FILE-PATH     PIC X(100)
           VALUE '/app/data/cdcfeeds.dat'.
       01  WS-FEED-FILE-PATH        PIC X(100).

       01  WS-CF-FILE-STATUS       PIC XX.
           88  CF-FS-OK            VALUE '00'.

       01  WS-CW-FILE-STATUS       PIC XX.
           88  CW-FS-OK            VALUE '00'.
           88  CW-FS-EOF           VALUE '10'.

       01  WS-FD-FILE-STATUS       PIC XX.
           88  FD-FS-OK            VALUE '00'.

       01  WS-CT-FILE-STATUS       PIC XX.
           88  CT-FS-OK            VALUE '00'.
           88  CT-FS-EOF           VALUE '10'.
           88  CT-FS-NOT-FOUND     VALUE '35'.

      *--- Satu event change feed (layout selaras program penulis) ---
       01  WS-EVENT-PARSE.
           05  WS-EV-SEQ           PIC 9(12).
           05  FILLER              PIC X(1).
           05  WS-EV-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-EV-PROGRAM       PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-EV-ENTITY        PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-EV-KEY           PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-EV-BEFORE        PIC X(17).
           05  FILLER              PIC X(1).
           05  WS-EV-AFTER         PIC X(17).
           05  FILLER              PIC X(1).
           05  WS-EV-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-EV-TXN-TYPE      PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-EV-TXN-STATUS    PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-EV-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1).

      *--- Baris katalog feed ---
       01  WS-CATALOG-RECORD.
           05  WS-CT-FEED-NO       PIC 9(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CT-CUT-AT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CT-COUNT         PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CT-FIRST-SEQ     PIC 9(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CT-LAST-SEQ      PIC 9(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CT-UNSEQ         PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Header dan trailer kontrol file feed ---
       01  WS-FEED-HEADER.
           05  FILLER              PIC X(1) VALUE 'H'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FH-FEED-NO       PIC 9(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FH-CUT-AT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-FEED-TRAILER.
           05  FILLER              PIC X(1) VALUE 'T'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FT-FEED-NO       PIC 9(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FT-COUNT         PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FT-FIRST-SEQ     PIC 9(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FT-LAST-SEQ      PIC 9(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FT-UNSEQ         PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FT-ACC-COUNT     PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FT-TXN-COUNT     PIC 9(9).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FT-NET-MOVE      PIC -9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Feed terakhir di katalog ---
       01  WS-LAST-FEED-NO         PIC 9(6) VALUE 0.
       01  WS-LAST-CUT-SEQ         PIC 9(12) VALUE 0.
       01  WS-FEED-NO              PIC 9(6).
       01  WS-CUT-AT               PIC X(20).

      *--- Total kontrol potongan ini ---
       01  WS-EVENT-COUNT          PIC 9(9) VALUE 0.
       01  WS-FIRST-SEQ            PIC 9(12) VALUE 0.
       01  WS-LAST-SEQ             PIC 9(12) VALUE 0.
       01  WS-UNSEQ-COUNT          PIC 9(9) VALUE 0.
       01  WS-ACC-EVENTS           PIC 9(9) VALUE 0.
       01  WS-TXN-EVENTS           PIC 9(9) VALUE 0.
       01  WS-NET-MOVE             PIC S9(15)V99 VALUE 0.
       01  WS-BEFORE-NUM           PIC S9(13)V99.
       01  WS-AFTER-NUM            PIC S9(13)V99.
       01  WS-CUT-PHASE            PIC X(1).
       01  WS-ALREADY-CUT          PIC X(1) VALUE 'N'.

       01  WS-FEED-EDIT            PIC ZZZZZ9.
       01  WS-COUNT-EDIT           PIC Z(8)9.
       01  WS-FIRST-EDIT           PIC Z(11)9.
       01  WS-LAST-EDIT            PIC Z(11)9.
       01  WS-UNSEQ-EDIT           PIC Z(8)9.
       01  WS-NET-EDIT             PIC -(15)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- chgfeed.dat di-rename ke file kerja, isinya disalin ke ---
      *--- file feed bernomor berikutnya dengan header dan trailer ---
      *--- kontrol, dicatat di katalog, lalu file kerja dihapus.   ---
      *--- File kerja sisa potongan yang terputus diproses dulu    ---
      *--- sebelum chgfeed.dat di-rename lagi                      ---
           PERFORM SET-FILE-PATHS
           PERFORM READ-LAST-FEED

           OPEN INPUT CUTWORK-FILE
           IF CW-FS-OK
               CLOSE CUTWORK-FILE
           ELSE
               PERFORM SHIP-TO-DR-STANDBY
               CALL "CBL_RENAME_FILE" USING
                   BY CONTENT FUNCTION TRIM(WS-CHGFEED-FILE-PATH)
                   BY CONTENT FUNCTION TRIM(WS-CUTWORK-FILE-PATH)
               END-CALL
           END-IF

           OPEN INPUT CUTWORK-FILE
           IF NOT CW-FS-OK
               PERFORM PRINT-NOTHING-LINE
               STOP RUN
           END-IF
           CLOSE CUTWORK-FILE

      *--- Pass 1 hanya menghitung: file kerja yang seluruh nomor ---
      *--- urutnya sudah tercatat di katalog berarti potongan       ---
      *--- sebelumnya terhenti setelah katalog ditulis              ---
           MOVE 'C' TO WS-CUT-PHASE
           PERFORM SCAN-CUTWORK

           IF WS-LAST-SEQ > 0 AND WS-LAST-SEQ <= WS-LAST-CUT-SEQ
               MOVE 'Y' TO WS-ALREADY-CUT
           END-IF

           IF WS-ALREADY-CUT = 'N'
               PERFORM WRITE-FEED-FILE
               PERFORM APPEND-CATALOG-ROW
           END-IF

           CALL "CBL_DELETE_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-CUTWORK-FILE-PATH)
           END-CALL

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED
               MOVE SPACES TO WS-CHGFEED-FILE-PATH
                              WS-CUTWORK-FILE-PATH
                              WS-CATALOG-FILE-PATH

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgfeed.dat' DELIMITED SIZE
                      INTO WS-CHGFEED-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgfeed.dat.cut' DELIMITED SIZE
                      INTO WS-CUTWORK-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/cdcfeeds.dat' DELIMITED SIZE
                      INTO WS-CATALOG-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       SHIP-TO-DR-STANDBY.
      *--- Satu siklus DRSHIP dijalankan dulu supaya baris terakhir ---
      *--- sebelum rotasi sempat terkirim ke standby DR; gagal      ---
      *--- kirim tidak menghentikan potongan feed.                  ---
           ACCEPT WS-BIN-DIR FROM ENVIRONMENT "DANTE_BIN_DIR"

           IF FUNCTION TRIM(WS-BIN-DIR) NOT = SPACES
               MOVE WS-BIN-DIR TO WS-BIN-DIR-USED
           END-IF

           MOVE SPACES TO WS-SHIP-COMMAND
           STRING FUNCTION TRIM(WS-BIN-DIR-USED) DELIMITED SIZE
                  '/DRSHIP SHIP >> ' DELIMITED SIZE
                  FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/drship.log 2>&1' DELIMITED SIZE
                  INTO WS-SHIP-COMMAND
           END-STRING

           CALL "SYSTEM" USING WS-SHIP-COMMAND
           END-CALL.

      *----------------------------------------------------------------*
       READ-LAST-FEED.
      *--- Nomor feed dan nomor urut terakhir dari baris katalog ---
      *--- paling akhir                                           ---
           OPEN INPUT CATALOG-FILE
           IF CT-FS-OK
               PERFORM UNTIL CT-FS-EOF
                   READ CATALOG-FILE INTO WS-CATALOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-CT-FEED-NO TO WS-LAST-FEED-NO
                       IF WS-CT-LAST-SEQ > WS-LAST-CUT-SEQ
                           MOVE WS-CT-LAST-SEQ TO WS-LAST-CUT-SEQ
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CATALOG-FILE
           END-IF

           COMPUTE WS-FEED-NO = WS-LAST-FEED-NO + 1
           MOVE FUNCTION CURRENT-DATE TO WS-CUT-AT.

      *----------------------------------------------------------------*
       SCAN-CUTWORK.
           MOVE 0 TO WS-EVENT-COUNT WS-FIRST-SEQ WS-LAST-SEQ
                     WS-UNSEQ-COUNT WS-ACC-EVENTS WS-TXN-EVENTS
                     WS-NET-MOVE

           OPEN INPUT CUTWORK-FILE
           IF CW-FS-OK
               PERFORM UNTIL CW-FS-EOF
                   READ CUTWORK-FILE INTO WS-EVENT-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM COUNT-ONE-EVENT
                       IF WS-CUT-PHASE = 'W'
                           WRITE FEED-FILE-RECORD
                               FROM CUTWORK-FILE-RECORD
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CUTWORK-FILE
           END-IF.

      *----------------------------------------------------------------*
       COUNT-ONE-EVENT.
      *--- Nomor urut 0 = penulis gagal mengambil nomor; dihitung ---
      *--- terpisah supaya terlihat di trailer                     ---
           ADD 1 TO WS-EVENT-COUNT

           IF WS-EV-SEQ IS NOT NUMERIC OR WS-EV-SEQ = 0
               ADD 1 TO WS-UNSEQ-COUNT
           ELSE
               IF WS-FIRST-SEQ = 0 OR WS-EV-SEQ < WS-FIRST-SEQ
                   MOVE WS-EV-SEQ TO WS-FIRST-SEQ
               END-IF
               IF WS-EV-SEQ > WS-LAST-SEQ
                   MOVE WS-EV-SEQ TO WS-LAST-SEQ
               END-IF
           END-IF

           IF FUNCTION TRIM(WS-EV-ENTITY) = 'ACCOUNT'
               ADD 1 TO WS-ACC-EVENTS
               MOVE FUNCTION NUMVAL(WS-EV-BEFORE) TO WS-BEFORE-NUM
               MOVE FUNCTION NUMVAL(WS-EV-AFTER) TO WS-AFTER-NUM
               COMPUTE WS-NET-MOVE =
                   WS-NET-MOVE + WS-AFTER-NUM - WS-BEFORE-NUM
           ELSE
               ADD 1 TO WS-TXN-EVENTS
           END-IF.

      *----------------------------------------------------------------*
       WRITE-FEED-FILE.
           MOVE SPACES TO WS-FEED-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/cdc-' DELIMITED SIZE
                  WS-FEED-NO DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-FEED-FILE-PATH
           END-STRING

           OPEN OUTPUT FEED-FILE
           IF NOT FD-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           MOVE WS-FEED-NO TO WS-FH-FEED-NO
           MOVE WS-CUT-AT TO WS-FH-CUT-AT
           WRITE FEED-FILE-RECORD FROM WS-FEED-HEADER

           MOVE 'W' TO WS-CUT-PHASE
           PERFORM SCAN-CUTWORK

           MOVE WS-FEED-NO TO WS-FT-FEED-NO
           MOVE WS-EVENT-COUNT TO WS-FT-COUNT
           MOVE WS-FIRST-SEQ TO WS-FT-FIRST-SEQ
           MOVE WS-LAST-SEQ TO WS-FT-LAST-SEQ
           MOVE WS-UNSEQ-COUNT TO WS-FT-UNSEQ
           MOVE WS-ACC-EVENTS TO WS-FT-ACC-COUNT
           MOVE WS-TXN-EVENTS TO WS-FT-TXN-COUNT
           MOVE WS-NET-MOVE TO WS-FT-NET-MOVE
           WRITE FEED-FILE-RECORD FROM WS-FEED-TRAILER

           CLOSE FEED-FILE.

      *----------------------------------------------------------------*
       APPEND-CATALOG-ROW.
           MOVE WS-FEED-NO TO WS-CT-FEED-NO
           MOVE WS-CUT-AT TO WS-CT-CUT-AT
           MOVE WS-EVENT-COUNT TO WS-CT-COUNT
           MOVE WS-FIRST-SEQ TO WS-CT-FIRST-SEQ
           MOVE WS-LAST-SEQ TO WS-CT-LAST-SEQ
           MOVE WS-UNSEQ-COUNT TO WS-CT-UNSEQ

           OPEN EXTEND CATALOG-FILE
           IF CT-FS-NOT-FOUND
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN EXTEND CATALOG-FILE
           END-IF

           IF CT-FS-OK
               WRITE CATALOG-FILE-RECORD FROM WS-CATALOG-RECORD
               CLOSE CATALOG-FILE
           ELSE
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-FEED-NO TO WS-FEED-EDIT
           MOVE WS-EVENT-COUNT TO WS-COUNT-EDIT
           MOVE WS-FIRST-SEQ TO WS-FIRST-EDIT
           MOVE WS-LAST-SEQ TO WS-LAST-EDIT
           MOVE WS-UNSEQ-COUNT TO WS-UNSEQ-EDIT
           MOVE WS-NET-MOVE TO WS-NET-EDIT

           IF WS-ALREADY-CUT = 'Y'
               STRING
                   '{'
                   '"status":"success",'
                   '"code":0,'
                   '"data":{'
                   '"last_seq":'
                       FUNCTION TRIM(WS-LAST-EDIT) ','
                   '"source":"legacy-cobol"'
                   '},'
                   '"message":"File kerja sudah tercatat di katalog -'
                   ' dihapus tanpa feed baru"'
                   '}'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
           ELSE
               STRING
                   '{'
                   '"status":"success",'
                   '"code":0,'
                   '"data":{'
                   '"feed_no":'
                       FUNCTION TRIM(WS-FEED-EDIT) ','
                   '"feed_file":"'
                       FUNCTION TRIM(WS-FEED-FILE-PATH) '",'
                   '"events":'
                       FUNCTION TRIM(WS-COUNT-EDIT) ','
                   '"first_seq":'
                       FUNCTION TRIM(WS-FIRST-EDIT) ','
                   '"last_seq":'
                       FUNCTION TRIM(WS-LAST-EDIT) ','
                   '"unsequenced":'
                       FUNCTION TRIM(WS-UNSEQ-EDIT) ','
                   '"net_balance_movement":'
                       FUNCTION TRIM(WS-NET-EDIT) ','
                   '"source":"legacy-cobol"'
                   '},'
                   '"message":"File change feed ditutup"'
                   '}'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
           END-IF

           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-NOTHING-LINE.
           MOVE WS-LAST-FEED-NO TO WS-FEED-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"last_feed_no":'
                   FUNCTION TRIM(WS-FEED-EDIT) ','
               '"events":0,'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Tidak ada event baru untuk dipotong"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
           MOVE 8 TO RETURN-CODE

           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"Gagal menulis file feed atau katalog"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

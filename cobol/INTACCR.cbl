               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Kantong tabungan (POCKETMAINT) - dana di kantong masih  ---
      *--- bagian saldo buku tapi dikeluarkan dari saldo tersedia  ---
           SELECT POCKET-FILE
               ASSIGN TO DYNAMIC WS-POCKET-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PK-KEY
               FILE STATUS IS WS-PK-FILE-STATUS.

      *--- Saldo bunga berjalan per rekening, diakumulasi harian  ---
      *--- dan diposting bulanan sebagai transaksi INTEREST        ---
           SELECT ACCRUAL-FILE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Akrual satu stream paralel (rentang user id) - digabung ---
      *--- kembali ke intaccr.dat oleh mode MERGE                    ---
           SELECT PART-FILE
               ASSIGN TO DYNAMIC WS-ACCRUAL-PART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.

      *--- Total kontrol satu stream (dibaca EODRUN untuk digabung) ---
           SELECT STRMCTL-FILE
               ASSIGN TO DYNAMIC WS-STRMCTL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.

      *--- Change feed: event bernomor urut untuk setiap perubahan ---
      *--- saldo dan transaksi, dibaca DWH/aplikasi mobile intraday ---
           SELECT CHGFEED-FILE
               ASSIGN TO DYNAMIC WS-CHGFEED-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *--- Nomor urut terakhir change feed (satu baris) ---
           SELECT CHGSEQ-FILE
               ASSIGN TO DYNAMIC WS-CHGSEQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           05  FD-ACC-PIN          PIC X(6).
           05  FD-ACC-HOLD         PIC 9(13)V99.

       FD  POCKET-FILE
           LABEL RECORDS ARE STANDARD.
       01  POCKET-FILE-RECORD.
           05  FD-PK-KEY.
               10  FD-PK-USER-ID   PIC X(20).
               10  FD-PK-NAME      PIC X(20).
           05  FD-PK-BALANCE       PIC 9(13)V99.
           05  FD-PK-GOAL          PIC 9(13)V99.
           05  FD-PK-STATUS        PIC X(10).
           05  FD-PK-UPDATED-AT    PIC X(20).

       FD  ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-FILE-RECORD     PIC X(60).
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  PART-FILE
           LABEL RECORDS ARE STANDARD.
       01  PART-FILE-RECORD        PIC X(60).

       FD  STRMCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STRMCTL-FILE-RECORD     PIC X(80).

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- Change feed: saldo sebelum/sesudah per REWRITE rekening ---
      *--- dan satu event per baris transaksi yang ditulis         ---
       01  WS-CHGFEED-FILE-PATH     PIC X(100)
           VALUE '/app/data/chgfeed.dat'.
       01  WS-CHGSEQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/chgseq.dat'.
       01  WS-CF-FILE-STATUS       PIC XX.
           88  CF-FS-OK            VALUE '00'.
           88  CF-FS-NOT-FOUND     VALUE '35'.

       01  WS-CQ-FILE-STATUS       PIC XX.
           88  CQ-FS-OK            VALUE '00'.
           88  CQ-FS-NOT-FOUND     VALUE '35'.

       01  WS-CF-SEQ-LINE.
           05  WS-CF-LAST-SEQ      PIC 9(12).
       01  WS-CF-TRIES             PIC 9(3).

       01  WS-CF-ACC-SAVE          PIC X(200).
       01  WS-CF-BEFORE            PIC 9(13)V99.
       01  WS-CF-TXN-ID            PIC X(36).

       01  WS-CF-TXN-PARSE.
           05  WS-CFT-TXN-ID       PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-CFT-USER-ID      PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-MERCHANT-ID  PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-AMOUNT       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-STATUS       PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CFT-TYPE         PIC X(10).

       01  WS-CHGFEED-RECORD.
           05  WS-CE-SEQ           PIC 9(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'INTACCR'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-ENTITY        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-BEFORE        PIC -9(13).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-AFTER         PIC -9(13).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-TYPE      PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-POCKET-FILE-PATH      PIC X(100)
           VALUE '/app/data/pockets.dat'.
       01  WS-ACCRUAL-FILE-PATH     PIC X(100)
           VALUE '/app/data/intaccr.dat'.
       01  WS-ACCRUAL-NEW-PATH      PIC X(100)
           88  TXN-FS-NOT-FOUND    VALUE '35'.

      *--- Mode dari command line: ACCRUE [YYYYMMDD] / POST [YYYYMM] ---
      *--- diikuti DARI SAMPAI STREAM untuk run paralel per rentang  ---
      *--- user id (DARI inklusif, SAMPAI eksklusif, '*' = tanpa     ---
      *--- batas); MERGE KUNCI JUMLAH-STREAM menggabung hasilnya.    ---
      *--- Tanggal tanpa mode berarti ACCRUE tanggal itu             ---
       01  WS-CMD-LINE             PIC X(80).
       01  WS-CMD-TOKENS.
           05  WS-CMD-TOK          PIC X(20) OCCURS 5 TIMES.
       01  WS-RUN-MODE             PIC X(10).
       01  WS-RUN-ARG              PIC X(8).

       01  WS-RANGE-FROM           PIC X(20).
       01  WS-RANGE-TO             PIC X(20).
       01  WS-STREAM-ID            PIC X(2).
       01  WS-STREAM-MODE          PIC X(1) VALUE 'N'.
       01  WS-STREAM-TAG           PIC X(20).
       01  WS-RANGE-KEY            PIC X(20).
       01  WS-IN-RANGE             PIC X(1).
       01  WS-RANGE-DONE           PIC X(1) VALUE 'N'.

      *--- Gabung stream: jumlah stream dan nomor yang sedang dibaca ---
       01  WS-MERGE-COUNT          PIC 9(2) VALUE 0.
       01  WS-MERGE-NUM            PIC 9(2).
       01  WS-PARTS-MERGED         PIC 9(2) VALUE 0.
       01  WS-PARTS-EDIT           PIC Z9.

       01  WS-ACCRUAL-PART-PATH     PIC X(100).
       01  WS-PT-FILE-STATUS       PIC XX.
           88  PT-FS-OK            VALUE '00'.
           88  PT-FS-EOF           VALUE '10'.

       01  WS-STRMCTL-FILE-PATH     PIC X(100).
       01  WS-SC-FILE-STATUS       PIC XX.
           88  SC-FS-OK            VALUE '00'.

      *--- Baris total kontrol stream (selaras EODRUN) ---
       01  WS-STRMCTL-RECORD.
           05  WS-SC-PROGRAM       PIC X(12) VALUE 'INTACCR'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SC-KEY           PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SC-STREAM        PIC X(2).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SC-READ          PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SC-DONE          PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SC-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
       01  WS-ACCRUE-DATE          PIC X(8).
       01  WS-POST-MONTH           PIC X(6).

      *--- Tarif bunga tahunan, basis point (300 = 3.00% p.a.) ---
      *--- Baris kedua intrate.dat (opsional) = tarif dana di     ---
      *--- kantong tabungan; tanpa baris itu kantong ikut tarif   ---
      *--- rekening                                                ---
       01  WS-RATE-LINE            PIC X(20).
       01  WS-ANNUAL-RATE-BPS      PIC 9(5) VALUE 300.
       01  WS-POCKET-RATE-BPS      PIC 9(5) VALUE 0.
       01  WS-POCKET-RATE-SET      PIC X(1) VALUE 'N'.
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Parse akun (disalin dari ACCOUNT-FILE-RECORD) ---
       01  WS-FOUND-SLOT           PIC 9(5).

       01  WS-DAILY-INTEREST       PIC 9(13)V99.
       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-DONE          PIC X(1) VALUE 'N'.

       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.
       01  WS-NEW-BALANCE          PIC 9(13)V99.
       01  WS-ACCOUNTS-READ        PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-ACCRUED     PIC 9(5) VALUE 0.
       01  WS-ACCRUED-TOTAL        PIC 9(13)V99 VALUE 0.
       01  WS-ACCOUNTS-POSTED      PIC 9(5) VALUE 0.
       01  WS-POSTED-TOTAL         PIC 9(13)V99 VALUE 0.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-MODE

           IF FUNCTION TRIM(WS-RUN-MODE) = 'MERGE'
               PERFORM MERGE-STREAM-PARTS
               STOP RUN
           END-IF

           PERFORM LOAD-ANNUAL-RATE
           PERFORM LOAD-ACCRUAL-TABLE

           IF WS-STREAM-MODE = 'Y'
               PERFORM LOAD-OWN-PART
           END-IF

           IF FUNCTION TRIM(WS-RUN-MODE) = 'POST'
               PERFORM POST-MONTHLY-INTEREST
           ELSE
               PERFORM ACCRUE-DAILY-INTEREST
           END-IF

           IF WS-STREAM-MODE = 'Y'
               PERFORM SAVE-STREAM-PART
               PERFORM WRITE-STREAM-CONTROL
           ELSE
               PERFORM SAVE-ACCRUAL-TABLE
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pockets.dat' DELIMITED SIZE
                      INTO WS-POCKET-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/intaccr.dat' DELIMITED SIZE
                      INTO WS-ACCRUAL-FILE-PATH
                      '/txnindex.dat' DELIMITED SIZE
                      INTO WS-TXNINDEX-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgfeed.dat' DELIMITED SIZE
                      INTO WS-CHGFEED-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgseq.dat' DELIMITED SIZE
                      INTO WS-CHGSEQ-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      *--- ACCRUE [YYYYMMDD] menambah bunga harian (default),     ---
      *--- POST [YYYYMM] memposting akrual sebagai transaksi      ---
      *--- INTEREST bulanan                                       ---
           MOVE SPACES TO WS-CMD-TOKENS
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE
               DELIMITED BY ALL ' '
               INTO WS-CMD-TOK(1)
                    WS-CMD-TOK(2)
                    WS-CMD-TOK(3)
                    WS-CMD-TOK(4)
                    WS-CMD-TOK(5)
           END-UNSTRING

           EVALUATE TRUE
               WHEN WS-CMD-TOK(1)(1:8) IS NUMERIC
                   MOVE 'ACCRUE' TO WS-RUN-MODE
                   MOVE WS-CMD-TOK(1) TO WS-RUN-ARG
                   MOVE WS-CMD-TOK(2) TO WS-RANGE-FROM
                   MOVE WS-CMD-TOK(3) TO WS-RANGE-TO
                   MOVE WS-CMD-TOK(4) TO WS-STREAM-ID
               WHEN FUNCTION TRIM(WS-CMD-TOK(1)) = 'MERGE'
                   MOVE WS-CMD-TOK(1) TO WS-RUN-MODE
                   MOVE WS-CMD-TOK(2) TO WS-RUN-ARG
                   IF FUNCTION TEST-NUMVAL(WS-CMD-TOK(3)) = 0
                       MOVE FUNCTION NUMVAL(WS-CMD-TOK(3))
                           TO WS-MERGE-COUNT
                   END-IF
               WHEN OTHER
                   MOVE WS-CMD-TOK(1) TO WS-RUN-MODE
                   MOVE WS-CMD-TOK(2) TO WS-RUN-ARG
                   MOVE WS-CMD-TOK(3) TO WS-RANGE-FROM
                   MOVE WS-CMD-TOK(4) TO WS-RANGE-TO
                   MOVE WS-CMD-TOK(5) TO WS-STREAM-ID
           END-EVALUATE

           IF FUNCTION TRIM(WS-RUN-MODE) = SPACES
               MOVE 'ACCRUE' TO WS-RUN-MODE
           END-IF
               ELSE
                   MOVE WS-RUN-ARG TO WS-ACCRUE-DATE
               END-IF
           END-IF

           PERFORM SET-STREAM-RANGE.

      *----------------------------------------------------------------*
       SET-STREAM-RANGE.
      *--- Nomor stream menandai run paralel: akrual stream ditulis ---
      *--- ke file part-nya sendiri, bukan langsung ke intaccr.dat  ---
           IF WS-RANGE-FROM = '*'
               MOVE SPACES TO WS-RANGE-FROM
           END-IF

           IF WS-RANGE-TO = '*'
               MOVE SPACES TO WS-RANGE-TO
           END-IF

           MOVE SPACES TO WS-STREAM-TAG

           IF WS-STREAM-ID NOT = SPACES
              AND FUNCTION TRIM(WS-RUN-MODE) NOT = 'MERGE'
               MOVE 'Y' TO WS-STREAM-MODE
               STRING '"stream":"' WS-STREAM-ID '",'
                   DELIMITED SIZE
                   INTO WS-STREAM-TAG
               END-STRING

               MOVE WS-STREAM-ID TO WS-MERGE-NUM
               PERFORM BUILD-PART-PATH

               IF FUNCTION TRIM(WS-RUN-MODE) = 'POST'
                   MOVE WS-POST-MONTH TO WS-SC-KEY
               ELSE
                   MOVE WS-ACCRUE-DATE TO WS-SC-KEY
               END-IF

               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/strm-INTACCR-' DELIMITED SIZE
                      FUNCTION TRIM(WS-SC-KEY) DELIMITED SIZE
                      '-s' DELIMITED SIZE
                      WS-STREAM-ID DELIMITED SIZE
                      '.ctl' DELIMITED SIZE
                      INTO WS-STRMCTL-FILE-PATH
               END-STRING
           ELSE
               MOVE SPACES TO WS-RANGE-FROM WS-RANGE-TO
           END-IF.

      *----------------------------------------------------------------*
       BUILD-PART-PATH.
           MOVE SPACES TO WS-ACCRUAL-PART-PATH
           STRING FUNCTION TRIM(WS-ACCRUAL-FILE-PATH) DELIMITED SIZE
                  '.s' DELIMITED SIZE
                  WS-MERGE-NUM DELIMITED SIZE
                  INTO WS-ACCRUAL-PART-PATH
           END-STRING.

      *----------------------------------------------------------------*
       CHECK-IN-RANGE.
           MOVE 'Y' TO WS-IN-RANGE

           IF WS-RANGE-FROM NOT = SPACES
              AND WS-RANGE-KEY < WS-RANGE-FROM
               MOVE 'N' TO WS-IN-RANGE
           END-IF

           IF WS-RANGE-TO NOT = SPACES
              AND WS-RANGE-KEY NOT < WS-RANGE-TO
               MOVE 'N' TO WS-IN-RANGE
           END-IF.

      *----------------------------------------------------------------*
                   END-IF
               END-READ

               IF RATE-FS-OK
                   MOVE SPACES TO WS-RATE-LINE
                   READ RATE-FILE INTO WS-RATE-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-RATE-LINE))
                           TO WS-NUMVAL-CHECK
                       IF WS-NUMVAL-CHECK = 0
                          AND FUNCTION TRIM(WS-RATE-LINE) NOT = SPACES
                           MOVE FUNCTION NUMVAL(WS-RATE-LINE)
                               TO WS-POCKET-RATE-BPS
                           MOVE 'Y' TO WS-POCKET-RATE-SET
                       END-IF
                   END-READ
               END-IF

               CLOSE RATE-FILE
           END-IF

           IF WS-POCKET-RATE-SET = 'N'
               MOVE WS-ANNUAL-RATE-BPS TO WS-POCKET-RATE-BPS
           END-IF.

      *----------------------------------------------------------------*
               STOP RUN
           END-IF

      *--- Stream mulai dari batas bawah rentangnya dan berhenti ---
      *--- di user id pertama yang mencapai batas atas              ---
           IF WS-RANGE-FROM NOT = SPACES
               MOVE WS-RANGE-FROM TO FD-ACC-USER-ID
           ELSE
               MOVE LOW-VALUES TO FD-ACC-USER-ID
           END-IF
           START ACCOUNT-FILE KEY IS NOT LESS THAN FD-ACC-USER-ID

           PERFORM UNTIL ACC-FS-EOF OR WS-RANGE-DONE = 'Y'
               READ ACCOUNT-FILE NEXT INTO WS-ACC-PARSE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-RANGE-TO NOT = SPACES
                      AND WS-AP-USER-ID NOT < WS-RANGE-TO
                       MOVE 'Y' TO WS-RANGE-DONE
                   ELSE
                       ADD 1 TO WS-ACCOUNTS-READ
                       IF FUNCTION TRIM(WS-AP-STATUS) = 'active'
                          AND WS-AP-BALANCE > 0
                           PERFORM ACCRUE-ONE-ACCOUNT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-FOUND-SLOT > 0
              AND WS-AT-LAST-DATE(WS-FOUND-SLOT) NOT = WS-ACCRUE-DATE
      *--- Bagian saldo yang disisihkan di kantong tabungan      ---
      *--- dibungakan dengan tarif kantong, sisanya tarif rekening ---
               PERFORM SUM-POCKET-BALANCE
               IF WS-POCKET-TOTAL > WS-AP-BALANCE
                   MOVE WS-AP-BALANCE TO WS-POCKET-TOTAL
               END-IF

               COMPUTE WS-DAILY-INTEREST ROUNDED =
                   ((WS-AP-BALANCE - WS-POCKET-TOTAL)
                       * WS-ANNUAL-RATE-BPS
                  + WS-POCKET-TOTAL * WS-POCKET-RATE-BPS)
                   / 10000 / 365

               ADD WS-DAILY-INTEREST
                   TO WS-AT-ACCRUED(WS-FOUND-SLOT)
               ADD WS-DAILY-INTEREST TO WS-ACCRUED-TOTAL
               MOVE WS-ACCRUE-DATE
                   TO WS-AT-LAST-DATE(WS-FOUND-SLOT)
               ADD 1 TO WS-ACCOUNTS-ACCRUED
           END-IF.

      *----------------------------------------------------------------*
       SUM-POCKET-BALANCE.
      *--- Jumlahkan isi semua kantong tabungan milik user yang    ---
      *--- sedang dibaca (WS-AP-USER-ID); hasilnya dikeluarkan dari ---
      *--- saldo tersedia sampai nasabah memindahkannya kembali    ---
           MOVE 0 TO WS-POCKET-TOTAL
           MOVE 'N' TO WS-POCKET-DONE

           OPEN INPUT POCKET-FILE
           IF PK-FS-OK
               MOVE WS-AP-USER-ID TO FD-PK-USER-ID
               MOVE LOW-VALUES    TO FD-PK-NAME

               START POCKET-FILE KEY IS NOT LESS THAN FD-PK-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-POCKET-DONE
               END-START

               PERFORM UNTIL WS-POCKET-DONE = 'Y'
                   READ POCKET-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-POCKET-DONE
                       NOT AT END
                           IF FD-PK-USER-ID NOT = WS-AP-USER-ID
                               MOVE 'Y' TO WS-POCKET-DONE
                           ELSE
                               ADD FD-PK-BALANCE TO WS-POCKET-TOTAL
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE POCKET-FILE
           END-IF.

      *----------------------------------------------------------------*
       FIND-ACCRUAL-SLOT.
           MOVE 0 TO WS-FOUND-SLOT
      *--- Kreditkan akrual berjalan ke saldo rekening dan bukukan ---
      *--- sebagai transaksi INTEREST supaya tampil di statement   ---
      *--- dan lolos tie-out RECONCILE; akrual lalu di-nol-kan     ---
      *--- Stream hanya memposting rekening di rentangnya ---
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCRUAL-COUNT
               MOVE WS-AT-USER-ID(WS-AT-IDX) TO WS-RANGE-KEY
               PERFORM CHECK-IN-RANGE

               IF WS-IN-RANGE = 'Y'
                   ADD 1 TO WS-ACCOUNTS-READ
                   IF WS-AT-ACCRUED(WS-AT-IDX) > 0
                       PERFORM POST-ONE-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM.

                   COMPUTE WS-NEW-BALANCE =
                       WS-AP-BALANCE + WS-NET-INTEREST
                   MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                   MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                   PERFORM CAPTURE-BALANCE-BEFORE
                   REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                   PERFORM WRITE-BALANCE-EVENT

                   PERFORM WRITE-INTEREST-TRANSACTION

                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-WHT-AMOUNT TO FD-ACC-BALANCE
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               CLOSE ACCOUNT-FILE

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.


               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF

                   '{'
                   '"status":"success",'
                   '"code":0,'
                   '"data":{' DELIMITED SIZE
                   WS-STREAM-TAG DELIMITED SPACE
                   '"post_month":"' DELIMITED SIZE
                       WS-POST-MONTH '",'
                   '"accounts_posted":'
                       FUNCTION TRIM(WS-COUNT-EDIT) ','
                   '{'
                   '"status":"success",'
                   '"code":0,'
                   '"data":{' DELIMITED SIZE
                   WS-STREAM-TAG DELIMITED SPACE
                   '"accrue_date":"' DELIMITED SIZE
                       WS-ACCRUE-DATE '",'
                   '"accounts_accrued":'
                       FUNCTION TRIM(WS-COUNT-EDIT) ','

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
      *--- Exit code bukan nol supaya EODRUN menandai langkah    ---
      *--- (atau stream) ini gagal                                 ---
           MOVE 8 TO RETURN-CODE

           STRING
               '{'
               '"status":"error",'
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       LOAD-OWN-PART.
      *--- Part stream yang belum sempat digabung (run sebelumnya  ---
      *--- gagal di tengah) tetap berlaku untuk rentangnya sendiri ---
           MOVE WS-STREAM-ID TO WS-MERGE-NUM
           PERFORM OVERLAY-ONE-PART.

      *----------------------------------------------------------------*
       OVERLAY-ONE-PART.
      *--- Baris part menggantikan baris intaccr.dat user yang sama ---
      *--- kalau tanggal akrual terakhirnya tidak lebih tua - part  ---
      *--- basi tidak pernah memundurkan akrual yang sudah digabung ---
           PERFORM BUILD-PART-PATH

           OPEN INPUT PART-FILE
           IF PT-FS-OK
               ADD 1 TO WS-PARTS-MERGED

               PERFORM UNTIL PT-FS-EOF
                   READ PART-FILE INTO WS-IA-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM OVERLAY-ONE-ROW
                   END-READ
               END-PERFORM

               CLOSE PART-FILE
           END-IF.

      *----------------------------------------------------------------*
       OVERLAY-ONE-ROW.
           MOVE WS-IP-USER-ID TO WS-RANGE-KEY
           PERFORM CHECK-IN-RANGE

           IF WS-IN-RANGE = 'Y'
               MOVE 0 TO WS-FOUND-SLOT

               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-ACCRUAL-COUNT
                   IF WS-AT-USER-ID(WS-FIND-IDX) = WS-IP-USER-ID
                       MOVE WS-FIND-IDX TO WS-FOUND-SLOT
                   END-IF
               END-PERFORM

               IF WS-FOUND-SLOT = 0 AND WS-ACCRUAL-COUNT < 1000
                   ADD 1 TO WS-ACCRUAL-COUNT
                   MOVE WS-ACCRUAL-COUNT TO WS-FOUND-SLOT
                   MOVE WS-IP-USER-ID TO WS-AT-USER-ID(WS-FOUND-SLOT)
                   MOVE SPACES TO WS-AT-LAST-DATE(WS-FOUND-SLOT)
               END-IF

               IF WS-FOUND-SLOT > 0
                  AND WS-IP-LAST-DATE
                      NOT < WS-AT-LAST-DATE(WS-FOUND-SLOT)
                   MOVE FUNCTION NUMVAL(WS-IP-ACCRUED)
                       TO WS-AT-ACCRUED(WS-FOUND-SLOT)
                   MOVE WS-IP-LAST-DATE
                       TO WS-AT-LAST-DATE(WS-FOUND-SLOT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       SAVE-STREAM-PART.
      *--- Stream hanya menulis baris rentangnya sendiri; gagal   ---
      *--- tulis = stream gagal supaya MERGE tidak jalan tanpanya ---
           OPEN OUTPUT PART-FILE
           IF NOT PT-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCRUAL-COUNT
               MOVE WS-AT-USER-ID(WS-AT-IDX) TO WS-RANGE-KEY
               PERFORM CHECK-IN-RANGE

               IF WS-IN-RANGE = 'Y'
                   MOVE WS-AT-USER-ID(WS-AT-IDX) TO WS-IW-USER-ID
                   MOVE WS-AT-ACCRUED(WS-AT-IDX) TO WS-IW-ACCRUED
                   MOVE WS-AT-LAST-DATE(WS-AT-IDX) TO WS-IW-LAST-DATE

                   WRITE PART-FILE-RECORD FROM WS-IA-WRITE-RECORD
               END-IF
           END-PERFORM

           CLOSE PART-FILE.

      *----------------------------------------------------------------*
       WRITE-STREAM-CONTROL.
      *--- Total kontrol stream: rekening dibaca di rentang, yang ---
      *--- diakru/diposting, dan nominal bunganya                   ---
           MOVE WS-STREAM-ID TO WS-SC-STREAM
           MOVE WS-ACCOUNTS-READ TO WS-SC-READ

           IF FUNCTION TRIM(WS-RUN-MODE) = 'POST'
               MOVE WS-ACCOUNTS-POSTED TO WS-SC-DONE
               MOVE WS-POSTED-TOTAL TO WS-SC-AMOUNT
           ELSE
               MOVE WS-ACCOUNTS-ACCRUED TO WS-SC-DONE
               MOVE WS-ACCRUED-TOTAL TO WS-SC-AMOUNT
           END-IF

           OPEN OUTPUT STRMCTL-FILE
           IF SC-FS-OK
               WRITE STRMCTL-FILE-RECORD FROM WS-STRMCTL-RECORD
               CLOSE STRMCTL-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       MERGE-STREAM-PARTS.
      *--- Setelah semua stream selesai: part s01..sNN ditimpakan  ---
      *--- ke tabel intaccr.dat lalu disimpan lewat rename seperti ---
      *--- biasa, part dihapus. Part yang sudah tidak ada berarti  ---
      *--- sudah digabung run MERGE sebelumnya (stream yang selesai ---
      *--- selalu meninggalkan part)                               ---
           PERFORM LOAD-ACCRUAL-TABLE

           PERFORM VARYING WS-MERGE-NUM FROM 1 BY 1
               UNTIL WS-MERGE-NUM > WS-MERGE-COUNT
               PERFORM OVERLAY-ONE-PART
           END-PERFORM

           PERFORM SAVE-ACCRUAL-TABLE

           PERFORM VARYING WS-MERGE-NUM FROM 1 BY 1
               UNTIL WS-MERGE-NUM > WS-MERGE-COUNT
               PERFORM BUILD-PART-PATH
               CALL "CBL_DELETE_FILE" USING
                   BY CONTENT FUNCTION TRIM(WS-ACCRUAL-PART-PATH)
               END-CALL
           END-PERFORM

           MOVE WS-PARTS-MERGED TO WS-PARTS-EDIT
           MOVE WS-ACCRUAL-COUNT TO WS-COUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"merge_key":"'
                   FUNCTION TRIM(WS-RUN-ARG) '",'
               '"parts_merged":'
                   FUNCTION TRIM(WS-PARTS-EDIT) ','
               '"accrual_rows":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Gabung akrual stream selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       CAPTURE-BALANCE-BEFORE.
      *--- Saldo sebelum REWRITE dibaca ulang dari file; record   ---
      *--- yang akan ditulis dikembalikan utuh sesudahnya         ---
           MOVE ACCOUNT-FILE-RECORD TO WS-CF-ACC-SAVE
           MOVE 0 TO WS-CF-BEFORE
           MOVE SPACES TO WS-CF-TXN-ID

           READ ACCOUNT-FILE
               KEY IS FD-ACC-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FD-ACC-BALANCE TO WS-CF-BEFORE
           END-READ

           MOVE WS-CF-ACC-SAVE TO ACCOUNT-FILE-RECORD.

      *----------------------------------------------------------------*
       WRITE-BALANCE-EVENT.
      *--- REWRITE yang tidak menggeser saldo (status, hold) tidak ---
      *--- menghasilkan event                                      ---
           IF ACC-FS-OK AND FD-ACC-BALANCE NOT = WS-CF-BEFORE
               MOVE 'ACCOUNT' TO WS-CE-ENTITY
               MOVE FD-ACC-USER-ID TO WS-CE-KEY
               MOVE WS-CF-BEFORE TO WS-CE-BEFORE
               MOVE FD-ACC-BALANCE TO WS-CE-AFTER
               MOVE WS-CF-TXN-ID TO WS-CE-TXN-ID
               MOVE SPACES TO WS-CE-TXN-TYPE
               MOVE SPACES TO WS-CE-TXN-STATUS
               MOVE SPACES TO WS-CE-AMOUNT
               PERFORM APPEND-CHANGE-EVENT
           END-IF.

      *----------------------------------------------------------------*
       WRITE-TXN-EVENT.
      *--- Baris transaksi baru (atau perubahan statusnya) sebagai ---
      *--- event TXN - layout kolom sama di semua program           ---
           IF TXN-FS-OK
               MOVE TRANSACTION-FILE-RECORD TO WS-CF-TXN-PARSE
               MOVE 'TXN' TO WS-CE-ENTITY
               MOVE WS-CFT-USER-ID TO WS-CE-KEY
               MOVE 0 TO WS-CE-BEFORE
               MOVE 0 TO WS-CE-AFTER
               MOVE WS-CFT-TXN-ID TO WS-CE-TXN-ID
               MOVE WS-CFT-TYPE TO WS-CE-TXN-TYPE
               MOVE WS-CFT-STATUS TO WS-CE-TXN-STATUS
               MOVE WS-CFT-AMOUNT TO WS-CE-AMOUNT
               PERFORM APPEND-CHANGE-EVENT
           END-IF.

      *----------------------------------------------------------------*
       APPEND-CHANGE-EVENT.
           PERFORM NEXT-CHANGE-SEQ
           MOVE WS-CF-LAST-SEQ TO WS-CE-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-CE-TIMESTAMP

           OPEN EXTEND CHGFEED-FILE
           IF CF-FS-NOT-FOUND
               OPEN OUTPUT CHGFEED-FILE
               CLOSE CHGFEED-FILE
               OPEN EXTEND CHGFEED-FILE
           END-IF

           IF CF-FS-OK
               WRITE CHGFEED-FILE-RECORD FROM WS-CHGFEED-RECORD
               CLOSE CHGFEED-FILE
           END-IF.

      *----------------------------------------------------------------*
       NEXT-CHANGE-SEQ.
      *--- Nomor urut bersama semua program: baca, tambah satu,   ---
      *--- tulis balik di tempat. File yang sedang dipegang       ---
      *--- program lain dicoba ulang; kalau tetap gagal event      ---
      *--- ditulis dengan nomor 0 dan dilaporkan CDCCUT            ---
           MOVE 0 TO WS-CF-LAST-SEQ
           MOVE 0 TO WS-CF-TRIES

           PERFORM TAKE-CHANGE-SEQ
               UNTIL WS-CF-LAST-SEQ > 0 OR WS-CF-TRIES >= 200.

      *----------------------------------------------------------------*
       TAKE-CHANGE-SEQ.
           ADD 1 TO WS-CF-TRIES

           OPEN I-O CHGSEQ-FILE
           IF CQ-FS-NOT-FOUND
               OPEN OUTPUT CHGSEQ-FILE
               MOVE 0 TO WS-CF-LAST-SEQ
               WRITE CHGSEQ-FILE-RECORD FROM WS-CF-SEQ-LINE
               CLOSE CHGSEQ-FILE
               OPEN I-O CHGSEQ-FILE
           END-IF

           IF CQ-FS-OK
               READ CHGSEQ-FILE INTO WS-CF-SEQ-LINE
                   AT END
                       MOVE 0 TO WS-CF-LAST-SEQ
               END-READ

               IF WS-CF-LAST-SEQ IS NOT NUMERIC
                   MOVE 0 TO WS-CF-LAST-SEQ
               END-IF

               ADD 1 TO WS-CF-LAST-SEQ
               REWRITE CHGSEQ-FILE-RECORD FROM WS-CF-SEQ-LINE
               IF NOT CQ-FS-OK
                   MOVE 0 TO WS-CF-LAST-SEQ
               END-IF
               CLOSE CHGSEQ-FILE
           END-IF.

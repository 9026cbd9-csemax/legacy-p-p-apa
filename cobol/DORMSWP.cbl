               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *--- Riwayat perubahan status rekening/merchant (append) ---
           SELECT STSHIST-FILE
               ASSIGN TO DYNAMIC WS-STSHIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

      *--- Total kontrol satu stream (dibaca EODRUN untuk digabung) ---
           SELECT STRMCTL-FILE
               ASSIGN TO DYNAMIC WS-STRMCTL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       FD  STRMCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STRMCTL-FILE-RECORD     PIC X(80).

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

       COPY BANKDATA.
       COPY ERRORCODES.

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
       01  WS-MASK-USER-ID         PIC X(20).

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
      *--- Tanggal acuan (YYYYMMDD), dari command line / hari ini; ---
      *--- batas dormansi = 365 hari sebelum tanggal acuan          ---
       01  WS-ASOF-DATE            PIC X(8).

      *--- Command line: TANGGAL [DARI SAMPAI STREAM] - rentang     ---
      *--- user id untuk run paralel dari EODRUN; DARI inklusif,    ---
      *--- SAMPAI eksklusif, '*' = tanpa batas                       ---
       01  WS-CMD-LINE             PIC X(80).
       01  WS-RANGE-FROM           PIC X(20).
       01  WS-RANGE-TO             PIC X(20).
       01  WS-STREAM-ID            PIC X(2).
       01  WS-STREAM-MODE          PIC X(1) VALUE 'N'.
       01  WS-STREAM-TAG           PIC X(20).
       01  WS-RANGE-KEY            PIC X(20).
       01  WS-IN-RANGE             PIC X(1).
       01  WS-RANGE-DONE           PIC X(1) VALUE 'N'.

       01  WS-STRMCTL-FILE-PATH     PIC X(100).
       01  WS-SC-FILE-STATUS       PIC XX.
           88  SC-FS-OK            VALUE '00'.

      *--- Baris total kontrol stream (selaras EODRUN) ---
       01  WS-STRMCTL-RECORD.
           05  WS-SC-PROGRAM       PIC X(12) VALUE 'DORMSWP'.
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
       01  WS-THRESHOLD-DATE       PIC X(8).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DATE-INT             PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       01  WS-STSHIST-FILE-PATH     PIC X(100)
           VALUE '/app/data/stshist.dat'.
       01  WS-HS-FILE-STATUS       PIC XX.
           88  HS-FS-OK            VALUE '00'.
           88  HS-FS-NOT-FOUND     VALUE '35'.

      *--- Satu baris riwayat status: entitas (ACCOUNT/MERCHANT), ---
      *--- kunci, status lama dan baru, alasan, pelaku (operator   ---
      *--- atau nama program batch) dan waktu perubahan            ---
       01  WS-STSHIST-RECORD.
           05  WS-HS-ENTITY        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-OLD-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-NEW-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-REASON        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-CHANGED-BY    PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'DORMSWP'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- bisa dipastikan sudah 12 bulan)                          ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-ASOF-DATE
           PERFORM RESOLVE-MASKING
           PERFORM COMPUTE-THRESHOLD
           PERFORM LOAD-LAST-ACTIVITY
           PERFORM SWEEP-ACCOUNTS

           IF WS-STREAM-MODE = 'Y'
               PERFORM WRITE-STREAM-CONTROL
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/stshist.dat' DELIMITED SIZE
                      INTO WS-STSHIST-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       GET-ASOF-DATE.
           MOVE SPACES TO WS-ASOF-DATE WS-RANGE-FROM WS-RANGE-TO
                          WS-STREAM-ID
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE
               DELIMITED BY ALL ' '
               INTO WS-ASOF-DATE
                    WS-RANGE-FROM
                    WS-RANGE-TO
                    WS-STREAM-ID
           END-UNSTRING

           IF WS-ASOF-DATE = SPACES
               ACCEPT WS-ASOF-DATE

           IF WS-ASOF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-ASOF-DATE
           END-IF

           PERFORM SET-STREAM-RANGE.

      *----------------------------------------------------------------*
       SET-STREAM-RANGE.
      *--- Nomor stream menandai run paralel; tanpa nomor stream   ---
      *--- seluruh accounts.dat disapu seperti biasa                ---
           IF WS-RANGE-FROM = '*'
               MOVE SPACES TO WS-RANGE-FROM
           END-IF

           IF WS-RANGE-TO = '*'
               MOVE SPACES TO WS-RANGE-TO
           END-IF

           MOVE SPACES TO WS-STREAM-TAG

           IF WS-STREAM-ID NOT = SPACES
               MOVE 'Y' TO WS-STREAM-MODE
               STRING '"stream":"' WS-STREAM-ID '",'
                   DELIMITED SIZE
                   INTO WS-STREAM-TAG
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/strm-DORMSWP-' DELIMITED SIZE
                      WS-ASOF-DATE DELIMITED SIZE
                      '-s' DELIMITED SIZE
                      WS-STREAM-ID DELIMITED SIZE
                      '.ctl' DELIMITED SIZE
                      INTO WS-STRMCTL-FILE-PATH
               END-STRING
           ELSE
               MOVE SPACES TO WS-RANGE-FROM WS-RANGE-TO
           END-IF.

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

      *----------------------------------------------------------------*
       NOTE-LAST-ACTIVITY.
      *--- Stream hanya mencatat user di rentangnya sendiri ---
           MOVE 0 TO WS-LA-SLOT
           MOVE WS-TP-USER-ID TO WS-RANGE-KEY
           PERFORM CHECK-IN-RANGE

           IF WS-IN-RANGE = 'Y'
               PERFORM FIND-LAST-ACT-SLOT
           END-IF

           IF WS-LA-SLOT > 0
              AND WS-TP-CREATED-AT(1:8) >
                  WS-LA-LAST-DATE(WS-LA-SLOT)
               MOVE WS-TP-CREATED-AT(1:8)
                   TO WS-LA-LAST-DATE(WS-LA-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       FIND-LAST-ACT-SLOT.
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > WS-LAST-ACT-COUNT
               IF FUNCTION TRIM(WS-LA-USER-ID(WS-LA-IDX)) =
               MOVE WS-LAST-ACT-COUNT TO WS-LA-SLOT
               MOVE WS-TP-USER-ID TO WS-LA-USER-ID(WS-LA-SLOT)
               MOVE SPACES TO WS-LA-LAST-DATE(WS-LA-SLOT)
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
                       IF FUNCTION TRIM(WS-AP-STATUS) = 'active'
                           ADD 1 TO WS-ACCOUNTS-CHECKED
                           PERFORM CHECK-ONE-ACCOUNT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
               ADD 1 TO WS-ACCOUNTS-NO-ACT
           ELSE
               IF WS-FOUND-LAST-DATE < WS-THRESHOLD-DATE
                   MOVE WS-AP-STATUS TO WS-HS-OLD-STATUS
                   MOVE 'dormant' TO WS-AP-STATUS
                   REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE

                   MOVE 'ACCOUNT' TO WS-HS-ENTITY
                   MOVE WS-AP-USER-ID TO WS-HS-KEY
                   MOVE WS-AP-STATUS TO WS-HS-NEW-STATUS
                   MOVE 'NO-ACTIVITY' TO WS-HS-REASON
                   MOVE 'DORMSWP' TO WS-HS-CHANGED-BY
                   PERFORM WRITE-STATUS-HISTORY

                   ADD 1 TO WS-ACCOUNTS-DORMANT
                   PERFORM WRITE-DORMANT-AUDIT
                   PERFORM PRINT-DORMANT-LINE
               CLOSE AUDIT-FILE
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
       PRINT-DORMANT-LINE.
           MOVE WS-AP-USER-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID
           STRING
               '{'
               '"status":"success",'
               '"asof_date":"'
                   WS-ASOF-DATE '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"last_activity":"'
                   WS-FOUND-LAST-DATE '",'
               '"source":"legacy-cobol"'
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{' DELIMITED SIZE
               WS-STREAM-TAG DELIMITED SPACE
               '"asof_date":"' DELIMITED SIZE
                   WS-ASOF-DATE '",'
               '"threshold_date":"'
                   WS-THRESHOLD-DATE '",'

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
       WRITE-STATUS-HISTORY.
      *--- Pemanggil mengisi entitas, kunci, status lama/baru,    ---
      *--- alasan dan pelaku; baris tanpa perubahan tidak dicatat ---
           IF WS-HS-OLD-STATUS NOT = WS-HS-NEW-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-HS-TIMESTAMP

               OPEN EXTEND STSHIST-FILE
               IF HS-FS-NOT-FOUND
                   OPEN OUTPUT STSHIST-FILE
                   CLOSE STSHIST-FILE
                   OPEN EXTEND STSHIST-FILE
               END-IF

               IF HS-FS-OK
                   WRITE STSHIST-FILE-RECORD FROM WS-STSHIST-RECORD
                   CLOSE STSHIST-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       WRITE-STREAM-CONTROL.
      *--- Total kontrol stream: rekening aktif yang diperiksa dan ---
      *--- yang dipindah ke dormant                                  ---
           MOVE WS-ASOF-DATE TO WS-SC-KEY
           MOVE WS-STREAM-ID TO WS-SC-STREAM
           MOVE WS-ACCOUNTS-CHECKED TO WS-SC-READ
           MOVE WS-ACCOUNTS-DORMANT TO WS-SC-DONE
           MOVE 0 TO WS-SC-AMOUNT

           OPEN OUTPUT STRMCTL-FILE
           IF SC-FS-OK
               WRITE STRMCTL-FILE-RECORD FROM WS-STRMCTL-RECORD
               CLOSE STRMCTL-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

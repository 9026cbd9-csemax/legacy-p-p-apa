               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STM-FILE-STATUS.

      *--- Statement satu stream paralel (rentang user id),    ---
      *--- disambung berurutan ke file periode oleh mode MERGE ---
           SELECT PART-FILE
               ASSIGN TO DYNAMIC WS-PART-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.

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

      *--- Audit log bersama, mencatat setiap run tanpa masking ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-FILE-RECORD   PIC X(150).

       FD  PART-FILE
           LABEL RECORDS ARE STANDARD.
       01  PART-FILE-RECORD        PIC X(150).

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

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       01  WS-STM-FILE-STATUS      PIC XX.
           88  STM-FS-OK           VALUE '00'.

      *--- Bulan laporan (YYYYMM), dari command line / bulan ini, ---
      *--- diikuti DARI SAMPAI STREAM untuk run paralel per rentang ---
      *--- user id (DARI inklusif, SAMPAI eksklusif, '*' = tanpa    ---
      *--- batas); MERGE BULAN JUMLAH-STREAM menyambung hasilnya    ---
       01  WS-STMT-MONTH           PIC X(6).
       01  WS-CMD-LINE             PIC X(80).
       01  WS-CMD-TOKENS.
           05  WS-CMD-TOK          PIC X(20) OCCURS 5 TIMES.
       01  WS-MERGE-MODE           PIC X(1) VALUE 'N'.

       01  WS-RANGE-FROM           PIC X(20).
       01  WS-RANGE-TO             PIC X(20).
       01  WS-STREAM-ID            PIC X(2).
       01  WS-STREAM-MODE          PIC X(1) VALUE 'N'.
       01  WS-STREAM-TAG           PIC X(20).
       01  WS-RANGE-KEY            PIC X(20).
       01  WS-IN-RANGE             PIC X(1).

      *--- Gabung stream: jumlah stream, nomor part, part yang ada ---
       01  WS-MERGE-COUNT          PIC 9(2) VALUE 0.
       01  WS-MERGE-NUM            PIC 9(2).
       01  WS-PARTS-FOUND          PIC 9(2) VALUE 0.
       01  WS-PARTS-EDIT           PIC Z9.
       01  WS-LINES-COPIED         PIC 9(7) VALUE 0.
       01  WS-LINES-EDIT           PIC ZZZZZZ9.

       01  WS-PART-FILE-PATH        PIC X(100).
       01  WS-PT-FILE-STATUS       PIC XX.
           88  PT-FS-OK            VALUE '00'.
           88  PT-FS-EOF           VALUE '10'.

       01  WS-STRMCTL-FILE-PATH     PIC X(100).
       01  WS-SC-FILE-STATUS       PIC XX.
           88  SC-FS-OK            VALUE '00'.

      *--- Baris total kontrol stream (selaras EODRUN) ---
       01  WS-STRMCTL-RECORD.
           05  WS-SC-PROGRAM       PIC X(12) VALUE 'STMTRUN'.
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

       01  WS-BALANCE-TOTAL        PIC 9(13)V99 VALUE 0.

       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-ST-MV-COUNT      PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Audit log ---
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'STMTRUN'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

      *--- Masking data pribadi: default hanya 4 karakter terakhir ---
      *--- yang tampil; nilai penuh hanya untuk run atas nama      ---
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

       01  WS-ACCOUNTS-WRITTEN     PIC 9(5) VALUE 0.
       01  WS-WRITTEN-EDIT         PIC ZZZZ9.
       01  WS-JSON-OUTPUT          PIC X(1000).
                  INTO WS-STATEMENT-FILE-PATH
           END-STRING

           IF WS-MERGE-MODE = 'Y'
               PERFORM MERGE-STREAM-PARTS
               STOP RUN
           END-IF

      *--- Stream menulis ke part-nya sendiri, bukan file periode ---
           IF WS-STREAM-MODE = 'Y'
               MOVE WS-STREAM-ID TO WS-MERGE-NUM
               PERFORM BUILD-PART-PATH
               MOVE WS-PART-FILE-PATH TO WS-STATEMENT-FILE-PATH
           END-IF

           PERFORM RESOLVE-MASKING

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/txnhist-' DELIMITED SIZE
                  WS-STMT-MONTH DELIMITED SIZE

           PERFORM LOAD-ACCOUNTS

      *--- Rentang stream boleh kosong; run penuh tanpa rekening ---
      *--- tetap error                                             ---
           IF WS-ACC-COUNT = 0 AND WS-STREAM-MODE NOT = 'Y'
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           CLOSE STATEMENT-FILE

           IF WS-STREAM-MODE = 'Y'
               PERFORM WRITE-STREAM-CONTROL
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       GET-STMT-MONTH.
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

           IF FUNCTION TRIM(WS-CMD-TOK(1)) = 'MERGE'
               MOVE 'Y' TO WS-MERGE-MODE
               MOVE WS-CMD-TOK(2) TO WS-STMT-MONTH
               IF FUNCTION TEST-NUMVAL(WS-CMD-TOK(3)) = 0
                   MOVE FUNCTION NUMVAL(WS-CMD-TOK(3))
                       TO WS-MERGE-COUNT
               END-IF
           ELSE
               MOVE WS-CMD-TOK(1) TO WS-STMT-MONTH
               MOVE WS-CMD-TOK(2) TO WS-RANGE-FROM
               MOVE WS-CMD-TOK(3) TO WS-RANGE-TO
               MOVE WS-CMD-TOK(4) TO WS-STREAM-ID
           END-IF

           IF WS-STMT-MONTH = SPACES
               ACCEPT WS-STMT-MONTH

           IF WS-STMT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-STMT-MONTH
           END-IF

           PERFORM SET-STREAM-RANGE.

      *----------------------------------------------------------------*
       SET-STREAM-RANGE.
           IF WS-RANGE-FROM = '*'
               MOVE SPACES TO WS-RANGE-FROM
           END-IF

           IF WS-RANGE-TO = '*'
               MOVE SPACES TO WS-RANGE-TO
           END-IF

           MOVE SPACES TO WS-STREAM-TAG

           IF WS-STREAM-ID NOT = SPACES AND WS-MERGE-MODE = 'N'
               MOVE 'Y' TO WS-STREAM-MODE
               STRING '"stream":"' WS-STREAM-ID '",'
                   DELIMITED SIZE
                   INTO WS-STREAM-TAG
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/strm-STMTRUN-' DELIMITED SIZE
                      WS-STMT-MONTH DELIMITED SIZE
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
           MOVE SPACES TO WS-PART-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/stmt-' DELIMITED SIZE
                  WS-STMT-MONTH DELIMITED SIZE
                  '.dat.s' DELIMITED SIZE
                  WS-MERGE-NUM DELIMITED SIZE
                  INTO WS-PART-FILE-PATH
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
       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACC-FS-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-AP-USER-ID TO WS-RANGE-KEY
                   PERFORM CHECK-IN-RANGE

                   IF WS-ACC-COUNT < 1000 AND WS-IN-RANGE = 'Y'
                       ADD 1 TO WS-ACC-COUNT
                       MOVE WS-AP-USER-ID
                           TO WS-AT-USER-ID(WS-ACC-COUNT)
           COMPUTE WS-CLOSING-BALANCE =
               WS-AT-BALANCE(WS-AT-IDX) - WS-MV-AFTER

           MOVE WS-AT-USER-ID(WS-AT-IDX) TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-SH-USER-ID
           MOVE WS-AT-ACC-ID(WS-AT-IDX) TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-SH-ACC-ID
           MOVE WS-AT-NAME(WS-AT-IDX) TO WS-SH-NAME
           MOVE WS-OPENING-BALANCE TO WS-SH-OPENING

           MOVE 'W' TO WS-WRITE-PHASE
           PERFORM SCAN-LIVE-AND-ARCHIVE

           MOVE WS-SH-USER-ID TO WS-ST-USER-ID
           MOVE WS-CLOSING-BALANCE TO WS-ST-CLOSING
           MOVE WS-MV-COUNT TO WS-ST-MV-COUNT

           WRITE STATEMENT-FILE-RECORD FROM WS-STMT-TRAILER

           ADD WS-AT-BALANCE(WS-AT-IDX) TO WS-BALANCE-TOTAL
           ADD 1 TO WS-ACCOUNTS-WRITTEN.

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
                   ' STMT:' WS-STMT-MONTH
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
      *--- Ganti semua karakter kecuali 4 terakhir dengan '*';     ---
      *--- nilai 4 karakter atau kurang dibiarkan apa adanya       ---
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
       SCAN-LIVE-AND-ARCHIVE.
           PERFORM SCAN-LIVE-FILE

      *----------------------------------------------------------------*
       HANDLE-ONE-MOVEMENT.
      *--- SPLITLEG/SPLITRFND hanya rincian tenant dari baris      ---
      *--- QRIS/REFUND induknya - saldo tidak bergerak dua kali     ---
           IF FUNCTION TRIM(WS-TP-USER-ID) NOT =
              FUNCTION TRIM(WS-AT-USER-ID(WS-AT-IDX))
              OR FUNCTION TRIM(WS-TP-STATUS) NOT = 'success'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SPLITLEG'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SPLITRFND'
               CONTINUE
           ELSE
               PERFORM COMPUTE-SIGNED-MOVEMENT
      *----------------------------------------------------------------*
       COMPUTE-SIGNED-MOVEMENT.
      *--- Aturan arah yang sama dengan RECONCILE: REFUND, TOPUP, ---
      *--- MDRFEE, INSTFEE, INTEREST, CLRIN, dana suspense yang   ---
      *--- diaplikasi (SUSPAPPLY, SUSPIN, SUSPWOFF), hadiah        ---
      *--- referral (REFREWARD) dan leg kredit TRANSFER menambah   ---
      *--- saldo, sisanya mengurangi                               ---
           MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM

           IF FUNCTION TRIM(WS-TP-TYPE) = 'REFUND'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'TOPUP'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'MDRFEE'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'INSTFEE'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'INTEREST'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'CLRIN'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SUSPAPPLY'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SUSPIN'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SUSPWOFF'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'REFREWARD'
              OR (FUNCTION TRIM(WS-TP-TYPE) = 'TRANSFER'
                  AND WS-TP-QR-CODE(1:12) = 'TRANSFER-FR:')
               MOVE WS-TP-AMOUNT-NUM TO WS-MV-SIGNED
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{' DELIMITED SIZE
               WS-STREAM-TAG DELIMITED SPACE
               '"statement_month":"' DELIMITED SIZE
                   WS-STMT-MONTH '",'
               '"accounts_written":'
                   FUNCTION TRIM(WS-WRITTEN-EDIT) ','

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
       WRITE-STREAM-CONTROL.
      *--- Total kontrol stream: rekening dimuat di rentang, yang  ---
      *--- statement-nya ditulis, dan total saldonya                ---
           MOVE WS-STMT-MONTH TO WS-SC-KEY
           MOVE WS-STREAM-ID TO WS-SC-STREAM
           MOVE WS-ACC-COUNT TO WS-SC-READ
           MOVE WS-ACCOUNTS-WRITTEN TO WS-SC-DONE
           MOVE WS-BALANCE-TOTAL TO WS-SC-AMOUNT

           OPEN OUTPUT STRMCTL-FILE
           IF SC-FS-OK
               WRITE STRMCTL-FILE-RECORD FROM WS-STRMCTL-RECORD
               CLOSE STRMCTL-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
       MERGE-STREAM-PARTS.
      *--- Part s01..sNN disambung berurutan (rentang stream urut ---
      *--- user id) ke file statement periode lalu dihapus. Semua ---
      *--- part tidak ada = sudah digabung run sebelumnya; hanya   ---
      *--- sebagian yang ada = stream belum lengkap, tidak digabung ---
           MOVE 0 TO WS-PARTS-FOUND

           PERFORM VARYING WS-MERGE-NUM FROM 1 BY 1
               UNTIL WS-MERGE-NUM > WS-MERGE-COUNT
               PERFORM BUILD-PART-PATH
               OPEN INPUT PART-FILE
               IF PT-FS-OK
                   ADD 1 TO WS-PARTS-FOUND
                   CLOSE PART-FILE
               END-IF
           END-PERFORM

           IF WS-PARTS-FOUND > 0 AND WS-PARTS-FOUND < WS-MERGE-COUNT
               PERFORM RETURN-MERGE-ERROR
               STOP RUN
           END-IF

           IF WS-PARTS-FOUND > 0
               OPEN OUTPUT STATEMENT-FILE
               IF NOT STM-FS-OK
                   PERFORM RETURN-DB-ERROR
                   STOP RUN
               END-IF

               PERFORM VARYING WS-MERGE-NUM FROM 1 BY 1
                   UNTIL WS-MERGE-NUM > WS-MERGE-COUNT
                   PERFORM COPY-ONE-PART
               END-PERFORM

               CLOSE STATEMENT-FILE

               PERFORM VARYING WS-MERGE-NUM FROM 1 BY 1
                   UNTIL WS-MERGE-NUM > WS-MERGE-COUNT
                   PERFORM BUILD-PART-PATH
                   CALL "CBL_DELETE_FILE" USING
                       BY CONTENT FUNCTION TRIM(WS-PART-FILE-PATH)
                   END-CALL
               END-PERFORM
           END-IF

           MOVE WS-PARTS-FOUND TO WS-PARTS-EDIT
           MOVE WS-LINES-COPIED TO WS-LINES-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"statement_month":"'
                   WS-STMT-MONTH '",'
               '"parts_merged":'
                   FUNCTION TRIM(WS-PARTS-EDIT) ','
               '"lines_copied":'
                   FUNCTION TRIM(WS-LINES-EDIT) ','
               '"statement_file":"'
                   FUNCTION TRIM(WS-STATEMENT-FILE-PATH) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Gabung statement stream selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       COPY-ONE-PART.
           PERFORM BUILD-PART-PATH

           OPEN INPUT PART-FILE
           IF PT-FS-OK
               PERFORM UNTIL PT-FS-EOF
                   READ PART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE STATEMENT-FILE-RECORD
                           FROM PART-FILE-RECORD
                       ADD 1 TO WS-LINES-COPIED
                   END-READ
               END-PERFORM

               CLOSE PART-FILE
           END-IF.

      *----------------------------------------------------------------*
       RETURN-MERGE-ERROR.
           MOVE 8 TO RETURN-CODE
           MOVE WS-PARTS-FOUND TO WS-PARTS-EDIT

           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":{"parts_found":'
                   FUNCTION TRIM(WS-PARTS-EDIT) '},'
               '"message":"Part statement stream belum lengkap"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

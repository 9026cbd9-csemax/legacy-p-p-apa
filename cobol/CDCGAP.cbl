      *================================================================*
      * CDCGAP.CBL - Change Feed Gap Check and Consumer Acknowledge   *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCGAP.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Katalog feed yang ditulis CDCCUT ---
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC WS-CATALOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CT-FILE-STATUS.

      *--- Tanda terima konsumen: satu baris per feed yang sudah ---
      *--- dimuat konsumen (data warehouse, dsb.)                ---
           SELECT ACK-FILE
               ASSIGN TO DYNAMIC WS-ACK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-FILE-RECORD     PIC X(100).

       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-FILE-RECORD         PIC X(50).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-CATALOG-FILE-PATH     PIC X(100)
           VALUE '/app/data/cdcfeeds.dat'.
       01  WS-ACK-FILE-PATH         PIC X(100)
           VALUE '/app/data/cdcack.dat'.

       01  WS-CT-FILE-STATUS       PIC XX.
           88  CT-FS-OK            VALUE '00'.
           88  CT-FS-EOF           VALUE '10'.

       01  WS-AK-FILE-STATUS       PIC XX.
           88  AK-FS-OK            VALUE '00'.
           88  AK-FS-EOF           VALUE '10'.
           88  AK-FS-NOT-FOUND     VALUE '35'.

      *--- Baris katalog (selaras WS-CATALOG-RECORD di CDCCUT) ---
       01  WS-CATALOG-RECORD.
           05  WS-CT-FEED-NO       PIC 9(6).
           05  FILLER              PIC X(1).
           05  WS-CT-CUT-AT        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CT-COUNT         PIC 9(9).
           05  FILLER              PIC X(1).
           05  WS-CT-FIRST-SEQ     PIC 9(12).
           05  FILLER              PIC X(1).
           05  WS-CT-LAST-SEQ      PIC 9(12).
           05  FILLER              PIC X(1).
           05  WS-CT-UNSEQ         PIC 9(9).
           05  FILLER              PIC X(1).

      *--- Baris tanda terima konsumen ---
       01  WS-ACK-RECORD.
           05  WS-AK-CONSUMER      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AK-FEED-NO       PIC 9(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AK-LAST-SEQ      PIC 9(12).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Argumen: ACK <konsumen> <feed> [seq-terakhir] untuk ---
      *--- mencatat tanda terima, selain itu <konsumen> opsional ---
      *--- untuk membatasi pemeriksaan ke satu konsumen          ---
       01  WS-CMD-LINE             PIC X(200).
       01  WS-ARG-1                PIC X(20).
       01  WS-ARG-2                PIC X(20).
       01  WS-ARG-3                PIC X(20).
       01  WS-ARG-4                PIC X(20).
       01  WS-FILTER-CONSUMER      PIC X(20).
       01  WS-NUMVAL-CHECK         PIC 9(4).

      *--- Isi katalog ---
       01  WS-FEED-TABLE.
           05  WS-FD-ENTRY OCCURS 3000 TIMES INDEXED BY WS-FD-IDX.
               10  WS-FD-FEED-NO   PIC 9(6).
               10  WS-FD-FIRST-SEQ PIC 9(12).
               10  WS-FD-LAST-SEQ  PIC 9(12).
               10  WS-FD-COUNT     PIC 9(9).
               10  WS-FD-UNSEQ     PIC 9(9).
       01  WS-FEED-COUNT           PIC 9(4) VALUE 0.

      *--- Isi file tanda terima ---
       01  WS-ACKS-TABLE.
           05  WS-AT-ENTRY OCCURS 3000 TIMES INDEXED BY WS-AT-IDX.
               10  WS-AT-CONSUMER  PIC X(20).
               10  WS-AT-FEED-NO   PIC 9(6).
               10  WS-AT-LAST-SEQ  PIC 9(12).
       01  WS-ACKS-COUNT           PIC 9(4) VALUE 0.

      *--- Daftar konsumen yang pernah mengirim tanda terima ---
       01  WS-CONSUMER-TABLE.
           05  WS-CN-ENTRY OCCURS 50 TIMES INDEXED BY WS-CN-IDX.
               10  WS-CN-NAME      PIC X(20).
               10  WS-CN-TOP-FEED  PIC 9(6).
       01  WS-CONSUMER-COUNT       PIC 9(4) VALUE 0.

      *--- Hasil pencarian tanda terima satu feed ---
       01  WS-ACK-FOUND            PIC X(1).
       01  WS-ACK-SEQ              PIC 9(12).
       01  WS-CN-FOUND             PIC X(1).
       01  WS-PREV-LAST-SEQ        PIC 9(12).
       01  WS-EXPECT-SEQ           PIC 9(12).

       01  WS-FINDING-KIND         PIC X(12).
       01  WS-FINDING-CONSUMER     PIC X(20).
       01  WS-FINDING-FEED         PIC 9(6).
       01  WS-FINDING-FROM         PIC 9(12).
       01  WS-FINDING-TO           PIC 9(12).

       01  WS-SEQ-GAPS             PIC 9(6) VALUE 0.
       01  WS-UNSEQ-FEEDS          PIC 9(6) VALUE 0.
       01  WS-MISSED-FEEDS         PIC 9(6) VALUE 0.
       01  WS-PARTIAL-FEEDS        PIC 9(6) VALUE 0.
       01  WS-PENDING-FEEDS        PIC 9(6) VALUE 0.

       01  WS-FEED-EDIT            PIC ZZZZZ9.
       01  WS-FROM-EDIT            PIC Z(11)9.
       01  WS-TO-EDIT              PIC Z(11)9.
       01  WS-COUNT-EDIT           PIC ZZZZZ9.
       01  WS-GAPS-EDIT            PIC ZZZZZ9.
       01  WS-UNSEQ-EDIT           PIC ZZZZZ9.
       01  WS-MISSED-EDIT          PIC ZZZZZ9.
       01  WS-PARTIAL-EDIT         PIC ZZZZZ9.
       01  WS-PENDING-EDIT         PIC ZZZZZ9.
       01  WS-CONSUMERS-EDIT       PIC ZZZZZ9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS
           PERFORM GET-ARGUMENTS
           PERFORM LOAD-CATALOG

           IF FUNCTION UPPER-CASE(WS-ARG-1) = 'ACK'
               PERFORM RECORD-ACK
               STOP RUN
           END-IF

           PERFORM LOAD-ACKS

      *--- Kontinuitas nomor urut antar file feed: feed berikutnya ---
      *--- harus mulai tepat sesudah nomor terakhir feed sebelumnya ---
           PERFORM CHECK-CATALOG-CONTINUITY

      *--- Per konsumen: feed tanpa tanda terima di bawah feed ---
      *--- tertinggi yang sudah diterima = feed terlewat         ---
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CONSUMER-COUNT
               IF WS-FILTER-CONSUMER = SPACES
                  OR WS-CN-NAME(WS-CN-IDX) = WS-FILTER-CONSUMER
                   PERFORM CHECK-ONE-CONSUMER
               END-IF
           END-PERFORM

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE SPACES TO WS-CATALOG-FILE-PATH WS-ACK-FILE-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/cdcfeeds.dat' DELIMITED SIZE
                      INTO WS-CATALOG-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/cdcack.dat' DELIMITED SIZE
                      INTO WS-ACK-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       GET-ARGUMENTS.
           MOVE SPACES TO WS-ARG-1 WS-ARG-2 WS-ARG-3 WS-ARG-4
                          WS-FILTER-CONSUMER
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE
               DELIMITED BY ALL ' '
               INTO WS-ARG-1
                    WS-ARG-2
                    WS-ARG-3
                    WS-ARG-4
           END-UNSTRING

           IF FUNCTION UPPER-CASE(WS-ARG-1) NOT = 'ACK'
               MOVE WS-ARG-1 TO WS-FILTER-CONSUMER
           END-IF.

      *----------------------------------------------------------------*
       LOAD-CATALOG.
           MOVE 0 TO WS-FEED-COUNT

           OPEN INPUT CATALOG-FILE
           IF CT-FS-OK
               PERFORM UNTIL CT-FS-EOF
                   READ CATALOG-FILE INTO WS-CATALOG-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-FEED-COUNT < 3000
                           ADD 1 TO WS-FEED-COUNT
                           SET WS-FD-IDX TO WS-FEED-COUNT
                           MOVE WS-CT-FEED-NO
                               TO WS-FD-FEED-NO(WS-FD-IDX)
                           MOVE WS-CT-FIRST-SEQ
                               TO WS-FD-FIRST-SEQ(WS-FD-IDX)
                           MOVE WS-CT-LAST-SEQ
                               TO WS-FD-LAST-SEQ(WS-FD-IDX)
                           MOVE WS-CT-COUNT
                               TO WS-FD-COUNT(WS-FD-IDX)
                           MOVE WS-CT-UNSEQ
                               TO WS-FD-UNSEQ(WS-FD-IDX)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CATALOG-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-ACKS.
           MOVE 0 TO WS-ACKS-COUNT WS-CONSUMER-COUNT

           OPEN INPUT ACK-FILE
           IF AK-FS-OK
               PERFORM UNTIL AK-FS-EOF
                   READ ACK-FILE INTO WS-ACK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM STORE-ONE-ACK
                   END-READ
               END-PERFORM

               CLOSE ACK-FILE
           END-IF.

      *----------------------------------------------------------------*
       STORE-ONE-ACK.
           IF WS-ACKS-COUNT < 3000
               ADD 1 TO WS-ACKS-COUNT
               SET WS-AT-IDX TO WS-ACKS-COUNT
               MOVE WS-AK-CONSUMER TO WS-AT-CONSUMER(WS-AT-IDX)
               MOVE WS-AK-FEED-NO TO WS-AT-FEED-NO(WS-AT-IDX)
               MOVE WS-AK-LAST-SEQ TO WS-AT-LAST-SEQ(WS-AT-IDX)
           END-IF

      *--- Catat konsumen dan feed tertinggi yang sudah diterimanya ---
           MOVE 'N' TO WS-CN-FOUND
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CONSUMER-COUNT
                      OR WS-CN-FOUND = 'Y'
               IF WS-CN-NAME(WS-CN-IDX) = WS-AK-CONSUMER
                   MOVE 'Y' TO WS-CN-FOUND
                   IF WS-AK-FEED-NO > WS-CN-TOP-FEED(WS-CN-IDX)
                       MOVE WS-AK-FEED-NO
                           TO WS-CN-TOP-FEED(WS-CN-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CN-FOUND = 'N' AND WS-CONSUMER-COUNT < 50
               ADD 1 TO WS-CONSUMER-COUNT
               SET WS-CN-IDX TO WS-CONSUMER-COUNT
               MOVE WS-AK-CONSUMER TO WS-CN-NAME(WS-CN-IDX)
               MOVE WS-AK-FEED-NO TO WS-CN-TOP-FEED(WS-CN-IDX)
           END-IF.

      *----------------------------------------------------------------*
       CHECK-CATALOG-CONTINUITY.
           MOVE 0 TO WS-PREV-LAST-SEQ
           MOVE SPACES TO WS-FINDING-CONSUMER

           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FEED-COUNT
               COMPUTE WS-EXPECT-SEQ = WS-PREV-LAST-SEQ + 1
               IF WS-FD-FIRST-SEQ(WS-FD-IDX) > WS-EXPECT-SEQ
                  AND WS-PREV-LAST-SEQ > 0
                   ADD 1 TO WS-SEQ-GAPS
                   MOVE 'SEQ-GAP' TO WS-FINDING-KIND
                   MOVE WS-FD-FEED-NO(WS-FD-IDX) TO WS-FINDING-FEED
                   MOVE WS-EXPECT-SEQ TO WS-FINDING-FROM
                   COMPUTE WS-FINDING-TO =
                       WS-FD-FIRST-SEQ(WS-FD-IDX) - 1
                   PERFORM PRINT-FINDING-LINE
               END-IF

               IF WS-FD-UNSEQ(WS-FD-IDX) > 0
                   ADD 1 TO WS-UNSEQ-FEEDS
                   MOVE 'UNSEQUENCED' TO WS-FINDING-KIND
                   MOVE WS-FD-FEED-NO(WS-FD-IDX) TO WS-FINDING-FEED
                   MOVE 0 TO WS-FINDING-FROM
                   MOVE WS-FD-UNSEQ(WS-FD-IDX) TO WS-FINDING-TO
                   PERFORM PRINT-FINDING-LINE
               END-IF

               IF WS-FD-LAST-SEQ(WS-FD-IDX) > WS-PREV-LAST-SEQ
                   MOVE WS-FD-LAST-SEQ(WS-FD-IDX) TO WS-PREV-LAST-SEQ
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       CHECK-ONE-CONSUMER.
           MOVE WS-CN-NAME(WS-CN-IDX) TO WS-FINDING-CONSUMER

           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FEED-COUNT
               PERFORM FIND-FEED-ACK

               EVALUATE TRUE
                   WHEN WS-ACK-FOUND = 'N'
                    AND WS-FD-FEED-NO(WS-FD-IDX)
                        < WS-CN-TOP-FEED(WS-CN-IDX)
                       ADD 1 TO WS-MISSED-FEEDS
                       MOVE 'MISSED-FEED' TO WS-FINDING-KIND
                       MOVE WS-FD-FEED-NO(WS-FD-IDX)
                           TO WS-FINDING-FEED
                       MOVE WS-FD-FIRST-SEQ(WS-FD-IDX)
                           TO WS-FINDING-FROM
                       MOVE WS-FD-LAST-SEQ(WS-FD-IDX)
                           TO WS-FINDING-TO
                       PERFORM PRINT-FINDING-LINE
                   WHEN WS-ACK-FOUND = 'N'
                       ADD 1 TO WS-PENDING-FEEDS
                   WHEN WS-ACK-SEQ < WS-FD-LAST-SEQ(WS-FD-IDX)
                       ADD 1 TO WS-PARTIAL-FEEDS
                       MOVE 'PARTIAL' TO WS-FINDING-KIND
                       MOVE WS-FD-FEED-NO(WS-FD-IDX)
                           TO WS-FINDING-FEED
                       COMPUTE WS-FINDING-FROM = WS-ACK-SEQ + 1
                       MOVE WS-FD-LAST-SEQ(WS-FD-IDX)
                           TO WS-FINDING-TO
                       PERFORM PRINT-FINDING-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------*
       FIND-FEED-ACK.
      *--- Tanda terima ganda untuk feed yang sama: ambil nomor ---
      *--- urut tertinggi                                       ---
           MOVE 'N' TO WS-ACK-FOUND
           MOVE 0 TO WS-ACK-SEQ

           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-ACKS-COUNT
               IF WS-AT-CONSUMER(WS-AT-IDX) = WS-CN-NAME(WS-CN-IDX)
                  AND WS-AT-FEED-NO(WS-AT-IDX)
                      = WS-FD-FEED-NO(WS-FD-IDX)
                   MOVE 'Y' TO WS-ACK-FOUND
                   IF WS-AT-LAST-SEQ(WS-AT-IDX) > WS-ACK-SEQ
                       MOVE WS-AT-LAST-SEQ(WS-AT-IDX) TO WS-ACK-SEQ
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       RECORD-ACK.
      *--- Tanpa seq-terakhir, tanda terima dianggap mencakup ---
      *--- seluruh feed (nomor urut terakhir dari katalog)    ---
           IF WS-ARG-2 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
              OR WS-ARG-3 = SPACES
               PERFORM RETURN-INVALID-ARGS
               STOP RUN
           END-IF

           MOVE FUNCTION NUMVAL(WS-ARG-3) TO WS-FINDING-FEED

           SET WS-FD-IDX TO 1
           SEARCH WS-FD-ENTRY
               AT END
                   PERFORM RETURN-FEED-NOT-FOUND
                   STOP RUN
               WHEN WS-FD-IDX > WS-FEED-COUNT
                   PERFORM RETURN-FEED-NOT-FOUND
                   STOP RUN
               WHEN WS-FD-FEED-NO(WS-FD-IDX) = WS-FINDING-FEED
                   CONTINUE
           END-SEARCH

           MOVE WS-ARG-2 TO WS-AK-CONSUMER
           MOVE WS-FINDING-FEED TO WS-AK-FEED-NO
           MOVE WS-FD-LAST-SEQ(WS-FD-IDX) TO WS-AK-LAST-SEQ

           IF WS-ARG-4 NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-ARG-4) TO WS-NUMVAL-CHECK
               IF WS-NUMVAL-CHECK NOT = 0
                   PERFORM RETURN-INVALID-ARGS
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG-4) TO WS-AK-LAST-SEQ
           END-IF

           OPEN EXTEND ACK-FILE
           IF AK-FS-NOT-FOUND
               OPEN OUTPUT ACK-FILE
               CLOSE ACK-FILE
               OPEN EXTEND ACK-FILE
           END-IF

           IF AK-FS-OK
               WRITE ACK-FILE-RECORD FROM WS-ACK-RECORD
               CLOSE ACK-FILE
           ELSE
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           MOVE WS-AK-FEED-NO TO WS-FEED-EDIT
           MOVE WS-AK-LAST-SEQ TO WS-TO-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"consumer":"'
                   FUNCTION TRIM(WS-AK-CONSUMER) '",'
               '"feed_no":'
                   FUNCTION TRIM(WS-FEED-EDIT) ','
               '"last_seq":'
                   FUNCTION TRIM(WS-TO-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Tanda terima feed dicatat"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-FINDING-LINE.
           MOVE WS-FINDING-FEED TO WS-FEED-EDIT
           MOVE WS-FINDING-FROM TO WS-FROM-EDIT
           MOVE WS-FINDING-TO TO WS-TO-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"cdc_gap",'
               '"kind":"'
                   FUNCTION TRIM(WS-FINDING-KIND) '",'
               '"consumer":"'
                   FUNCTION TRIM(WS-FINDING-CONSUMER) '",'
               '"feed_no":'
                   FUNCTION TRIM(WS-FEED-EDIT) ','
               '"seq_from":'
                   FUNCTION TRIM(WS-FROM-EDIT) ','
               '"seq_to":'
                   FUNCTION TRIM(WS-TO-EDIT) ','
               '"source":"legacy-cobol"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-FEED-COUNT TO WS-COUNT-EDIT
           MOVE WS-CONSUMER-COUNT TO WS-CONSUMERS-EDIT
           MOVE WS-SEQ-GAPS TO WS-GAPS-EDIT
           MOVE WS-UNSEQ-FEEDS TO WS-UNSEQ-EDIT
           MOVE WS-MISSED-FEEDS TO WS-MISSED-EDIT
           MOVE WS-PARTIAL-FEEDS TO WS-PARTIAL-EDIT
           MOVE WS-PENDING-FEEDS TO WS-PENDING-EDIT

      *--- Feed yang belum diambil sesudah feed terakhir yang ---
      *--- diterima hanya antrian, bukan temuan               ---
           MOVE SPACES TO WS-JSON-OUTPUT
           IF WS-SEQ-GAPS = 0 AND WS-UNSEQ-FEEDS = 0
              AND WS-MISSED-FEEDS = 0 AND WS-PARTIAL-FEEDS = 0
               STRING
                   '{'
                   '"status":"success",'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
           ELSE
               STRING
                   '{'
                   '"status":"warning",'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
           END-IF

           STRING
               FUNCTION TRIM(WS-JSON-OUTPUT)
               '"code":0,'
               '"data":{'
               '"consumer":"'
                   FUNCTION TRIM(WS-FILTER-CONSUMER) '",'
               '"feeds":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"consumers":'
                   FUNCTION TRIM(WS-CONSUMERS-EDIT) ','
               '"seq_gaps":'
                   FUNCTION TRIM(WS-GAPS-EDIT) ','
               '"unsequenced_feeds":'
                   FUNCTION TRIM(WS-UNSEQ-EDIT) ','
               '"missed_feeds":'
                   FUNCTION TRIM(WS-MISSED-EDIT) ','
               '"partial_feeds":'
                   FUNCTION TRIM(WS-PARTIAL-EDIT) ','
               '"pending_feeds":'
                   FUNCTION TRIM(WS-PENDING-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Pemeriksaan celah change feed selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-ARGS.
           MOVE 8 TO RETURN-CODE

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Format: ACK <konsumen> <feed>'
               ' [seq-terakhir]"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-FEED-NOT-FOUND.
           MOVE 8 TO RETURN-CODE

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Nomor feed tidak ada di katalog"'
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
               '"message":"Gagal menulis cdcack.dat"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

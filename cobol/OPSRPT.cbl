               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *--- Antrean eksepsi batch (EXCMAINT) untuk ringkasan umur ---
           SELECT EXCQ-FILE
               ASSIGN TO DYNAMIC WS-EXCQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(120).

       FD  EXCQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCQ-FILE-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       01  WS-DATA-DIR              PIC X(100).
       01  WS-AUDIT-FILE-PATH       PIC X(100)
           VALUE '/app/data/audit.log'.
       01  WS-EXCQ-FILE-PATH        PIC X(100)
           VALUE '/app/data/excq.dat'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-EOF          VALUE '10'.

       01  WS-EXC-FILE-STATUS      PIC XX.
           88  EXC-FS-OK           VALUE '00'.
           88  EXC-FS-EOF          VALUE '10'.

      *--- Tanggal laporan (YYYYMMDD), dari command line / hari ini ---
       01  WS-REPORT-DATE          PIC X(8).
       01  WS-PREV-DATE            PIC X(8).
       01  WS-HT-IDX               PIC 9(2).
       01  WS-HOUR-OUT             PIC 9(2).

      *--- Item antrean eksepsi (layout selaras EXCMAINT) ---
       01  WS-EXC-RECORD.
           05  WS-EX-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-EX-SOURCE        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-EX-REFERENCE     PIC X(50).
           05  FILLER              PIC X(1).
           05  WS-EX-SUBJ-TYPE     PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-EX-SUBJ-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-EX-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  WS-EX-ERROR-CODE    PIC 9(4).
           05  FILLER              PIC X(1).
           05  WS-EX-RETRYABLE     PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-EX-STATUS        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-EX-ASSIGNEE      PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-EX-CREATED-AT    PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-EX-UPDATED-AT    PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-EX-UPDATED-BY    PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-EX-REASON        PIC X(60).
           05  FILLER              PIC X(1).

      *--- Umur item yang masih terbuka pada tanggal laporan, per   ---
      *--- sumber: ember 0-1, 2-3, 4-7 dan >7 hari, ditambah item   ---
      *--- baru masuk dan item ditutup pada hari laporan             ---
       01  WS-AGING-TABLE.
           05  WS-AG-ENTRY OCCURS 10 TIMES.
               10  WS-AG-SOURCE    PIC X(10).
               10  WS-AG-NEW       PIC 9(7).
               10  WS-AG-CLOSED    PIC 9(7).
               10  WS-AG-OPEN      PIC 9(7).
               10  WS-AG-RETRYABLE PIC 9(7).
               10  WS-AG-BUCKET    PIC 9(7) OCCURS 4 TIMES.
       01  WS-AGING-COUNT          PIC 9(2) VALUE 0.
       01  WS-AG-IDX               PIC 9(2).
       01  WS-AG-SLOT              PIC 9(2).
       01  WS-AG-BKT               PIC 9(1).
       01  WS-AG-TOTAL-OPEN        PIC 9(7) VALUE 0.
       01  WS-AG-TOTAL-OVER7       PIC 9(7) VALUE 0.
       01  WS-EXC-AGE-DAYS         PIC S9(7).
       01  WS-EXC-OPEN-AT-DATE     PIC X(1).
       01  WS-REPORT-INT           PIC 9(8).
       01  WS-B1-EDIT              PIC ZZZZZZ9.
       01  WS-B2-EDIT              PIC ZZZZZZ9.
       01  WS-B3-EDIT              PIC ZZZZZZ9.
       01  WS-B4-EDIT              PIC ZZZZZZ9.
       01  WS-NEW-EDIT             PIC ZZZZZZ9.
       01  WS-CLOSED-EDIT          PIC ZZZZZZ9.
       01  WS-RETRY-EDIT           PIC ZZZZZZ9.
       01  WS-XOPEN-EDIT           PIC ZZZZZZ9.
       01  WS-XOVER-EDIT           PIC ZZZZZZ9.

       01  WS-SUCCESS-RATE         PIC 9(3)V99.
       01  WS-PREV-RATE            PIC 9(3)V99.
       01  WS-TOTAL-DELTA          PIC S9(7).
           PERFORM PRINT-CODE-MIX
           PERFORM PRINT-PROGRAM-VOLUME
           PERFORM PRINT-HOURLY-VOLUME
           PERFORM TALLY-EXCEPTION-QUEUE
           PERFORM PRINT-EXCEPTION-AGING
           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.
                      '/audit.log' DELIMITED SIZE
                      INTO WS-AUDIT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/excq.dat' DELIMITED SIZE
                      INTO WS-EXCQ-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       TALLY-EXCEPTION-QUEUE.
      *--- Antrean eksepsi boleh belum ada (belum pernah ada item  ---
      *--- gagal) - bagian umur lalu kosong, laporan tetap jalan    ---
           INITIALIZE WS-AGING-TABLE
           MOVE FUNCTION NUMVAL(WS-REPORT-DATE) TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-REPORT-INT

           OPEN INPUT EXCQ-FILE
           IF EXC-FS-OK
               PERFORM UNTIL EXC-FS-EOF
                   READ EXCQ-FILE INTO WS-EXC-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EX-CREATED-AT(1:8) IS NUMERIC
                           PERFORM TALLY-ONE-EXCEPTION
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE EXCQ-FILE
           END-IF.

      *----------------------------------------------------------------*
       TALLY-ONE-EXCEPTION.
      *--- Item terbuka pada tanggal laporan: sudah masuk dan belum ---
      *--- ditutup, atau ditutup sesudah tanggal laporan (laporan   ---
      *--- ulang untuk tanggal lampau tetap konsisten)               ---
           IF WS-EX-CREATED-AT(1:8) > WS-REPORT-DATE
               CONTINUE
           ELSE
               PERFORM FIND-AGING-SLOT

               IF WS-AG-SLOT > 0
                   IF WS-EX-CREATED-AT(1:8) = WS-REPORT-DATE
                       ADD 1 TO WS-AG-NEW(WS-AG-SLOT)
                   END-IF

                   MOVE 'Y' TO WS-EXC-OPEN-AT-DATE
                   IF FUNCTION TRIM(WS-EX-STATUS) = 'closed'
                      AND WS-EX-UPDATED-AT(1:8) <= WS-REPORT-DATE
                       MOVE 'N' TO WS-EXC-OPEN-AT-DATE
                       IF WS-EX-UPDATED-AT(1:8) = WS-REPORT-DATE
                           ADD 1 TO WS-AG-CLOSED(WS-AG-SLOT)
                       END-IF
                   END-IF

                   IF WS-EXC-OPEN-AT-DATE = 'Y'
                       PERFORM AGE-ONE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       AGE-ONE-EXCEPTION.
           MOVE WS-EX-CREATED-AT(1:8) TO WS-DATE-NUM
           COMPUTE WS-EXC-AGE-DAYS = WS-REPORT-INT
               - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           EVALUATE TRUE
               WHEN WS-EXC-AGE-DAYS <= 1
                   MOVE 1 TO WS-AG-BKT
               WHEN WS-EXC-AGE-DAYS <= 3
                   MOVE 2 TO WS-AG-BKT
               WHEN WS-EXC-AGE-DAYS <= 7
                   MOVE 3 TO WS-AG-BKT
               WHEN OTHER
                   MOVE 4 TO WS-AG-BKT
                   ADD 1 TO WS-AG-TOTAL-OVER7
           END-EVALUATE

           ADD 1 TO WS-AG-BUCKET(WS-AG-SLOT, WS-AG-BKT)
           ADD 1 TO WS-AG-OPEN(WS-AG-SLOT)
           ADD 1 TO WS-AG-TOTAL-OPEN

           IF WS-EX-RETRYABLE = 'true'
               ADD 1 TO WS-AG-RETRYABLE(WS-AG-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       FIND-AGING-SLOT.
           MOVE 0 TO WS-AG-SLOT

           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGING-COUNT
               IF WS-AG-SOURCE(WS-AG-IDX) = WS-EX-SOURCE
                   MOVE WS-AG-IDX TO WS-AG-SLOT
               END-IF
           END-PERFORM

           IF WS-AG-SLOT = 0 AND WS-AGING-COUNT < 10
               ADD 1 TO WS-AGING-COUNT
               MOVE WS-AGING-COUNT TO WS-AG-SLOT
               MOVE WS-EX-SOURCE TO WS-AG-SOURCE(WS-AG-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       PRINT-EXCEPTION-AGING.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AGING-COUNT
               MOVE WS-AG-OPEN(WS-AG-IDX) TO WS-CNT-EDIT
               MOVE WS-AG-NEW(WS-AG-IDX) TO WS-NEW-EDIT
               MOVE WS-AG-CLOSED(WS-AG-IDX) TO WS-CLOSED-EDIT
               MOVE WS-AG-RETRYABLE(WS-AG-IDX) TO WS-RETRY-EDIT
               MOVE WS-AG-BUCKET(WS-AG-IDX, 1) TO WS-B1-EDIT
               MOVE WS-AG-BUCKET(WS-AG-IDX, 2) TO WS-B2-EDIT
               MOVE WS-AG-BUCKET(WS-AG-IDX, 3) TO WS-B3-EDIT
               MOVE WS-AG-BUCKET(WS-AG-IDX, 4) TO WS-B4-EDIT

               STRING
                   '{'
                   '"status":"success",'
                   '"code":0,'
                   '"data":{'
                   '"report_date":"'
                       WS-REPORT-DATE '",'
                   '"exception_source":"'
                       FUNCTION TRIM(WS-AG-SOURCE(WS-AG-IDX)) '",'
                   '"new_today":'
                       FUNCTION TRIM(WS-NEW-EDIT) ','
                   '"closed_today":'
                       FUNCTION TRIM(WS-CLOSED-EDIT) ','
                   '"open":'
                       FUNCTION TRIM(WS-CNT-EDIT) ','
                   '"open_retryable":'
                       FUNCTION TRIM(WS-RETRY-EDIT) ','
                   '"age_0_1d":'
                       FUNCTION TRIM(WS-B1-EDIT) ','
                   '"age_2_3d":'
                       FUNCTION TRIM(WS-B2-EDIT) ','
                   '"age_4_7d":'
                       FUNCTION TRIM(WS-B3-EDIT) ','
                   '"age_over_7d":'
                       FUNCTION TRIM(WS-B4-EDIT) ','
                   '"source":"legacy-cobol"'
                   '},'
                   '"message":"Umur antrean eksepsi per sumber"'
                   '}'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
               DISPLAY WS-JSON-OUTPUT
               MOVE SPACES TO WS-JSON-OUTPUT
           END-PERFORM.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           IF WS-TODAY-TOTAL > 0
           MOVE WS-PREV-RATE TO WS-PREV-RATE-EDIT
           MOVE WS-TODAY-TOTAL TO WS-CNT-EDIT
           MOVE WS-TOTAL-DELTA TO WS-DELTA-EDIT
           MOVE WS-AG-TOTAL-OPEN TO WS-XOPEN-EDIT
           MOVE WS-AG-TOTAL-OVER7 TO WS-XOVER-EDIT

           STRING
               '{'
                   FUNCTION TRIM(WS-PREV-RATE-EDIT) ','
               '"volume_delta_vs_prev_day":'
                   FUNCTION TRIM(WS-DELTA-EDIT) ','
               '"exceptions_open":'
                   FUNCTION TRIM(WS-XOPEN-EDIT) ','
               '"exceptions_over_7d":'
                   FUNCTION TRIM(WS-XOVER-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Laporan kesehatan operasional harian"'

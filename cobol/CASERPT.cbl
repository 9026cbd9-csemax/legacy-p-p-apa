      *================================================================*
      * CASERPT.CBL - Weekly Financial Crime Case Aging Report        *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASERPT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Register kasus kejahatan keuangan (CASEINTK/CASEMGMT) ---
           SELECT FINCASE-FILE
               ASSIGN TO DYNAMIC WS-FINCASE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FC-FILE-STATUS.

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
       FD  FINCASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINCASE-FILE-RECORD     PIC X(300).

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
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'CASERPT'.
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
       01  WS-MASK-SUBJ-ID         PIC X(20).

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-FINCASE-FILE-PATH     PIC X(100)
           VALUE '/app/data/fincase.dat'.

       01  WS-FC-FILE-STATUS       PIC XX.
           88  FC-FS-OK            VALUE '00'.
           88  FC-FS-EOF           VALUE '10'.

       01  WS-RUN-DATE             PIC X(8).

      *--- Record kasus (layout CASEINTK) ---
       01  WS-FINCASE-RECORD.
           05  WS-FC-CASE-ID       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-FC-SOURCE        PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-FC-SRC-KEY       PIC X(60).
           05  FILLER              PIC X(1).
           05  WS-FC-SUBJ-TYPE     PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-FC-SUBJ-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-FC-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  WS-FC-DETECTED      PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-FC-RULE          PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-FC-STATUS        PIC X(14).
           05  FILLER              PIC X(1).
           05  WS-FC-ASSIGNEE      PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-FC-DEADLINE      PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-FC-OPENED-AT     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-FC-UPDATED-AT    PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-FC-STR-REF       PIC X(20).
           05  FILLER              PIC X(1).

      *--- Aritmetika tanggal (hari kalender) ---
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-RUN-INT              PIC 9(8).
       01  WS-DETECTED-INT         PIC 9(8).
       01  WS-DEADLINE-INT         PIC 9(8).
       01  WS-WEEK-START           PIC X(8).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-DAYS-LEFT            PIC S9(5).
       01  WS-OVERDUE              PIC X(5).

      *--- Ringkasan per status dan tenggat ---
       01  WS-CNT-OPEN             PIC 9(5) VALUE 0.
       01  WS-CNT-ASSIGNED         PIC 9(5) VALUE 0.
       01  WS-CNT-INVESTIGATING    PIC 9(5) VALUE 0.
       01  WS-CNT-ESCALATED        PIC 9(5) VALUE 0.
       01  WS-CNT-OVERDUE          PIC 9(5) VALUE 0.
       01  WS-CNT-DUE-SOON         PIC 9(5) VALUE 0.
       01  WS-CNT-CLOSED-FP        PIC 9(5) VALUE 0.
       01  WS-CNT-REPORTED         PIC 9(5) VALUE 0.
       01  WS-CNT-REPORTED-LATE    PIC 9(5) VALUE 0.

       01  WS-OPEN-EDIT            PIC ZZZZ9.
       01  WS-ASSIGNED-EDIT        PIC ZZZZ9.
       01  WS-INVEST-EDIT          PIC ZZZZ9.
       01  WS-ESCAL-EDIT           PIC ZZZZ9.
       01  WS-OVERDUE-EDIT         PIC ZZZZ9.
       01  WS-DUE-SOON-EDIT        PIC ZZZZ9.
       01  WS-CLOSED-FP-EDIT       PIC ZZZZ9.
       01  WS-REPORTED-EDIT        PIC ZZZZ9.
       01  WS-LATE-EDIT            PIC ZZZZ9.
       01  WS-CASE-EDIT            PIC Z(7)9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-AGE-EDIT             PIC -(5)9.
       01  WS-LEFT-EDIT            PIC -(5)9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Satu baris per kasus yang masih terbuka (umur, tenggat ---
      *--- lapor LTKM, sisa hari), lalu ringkasan mingguan:        ---
      *--- jumlah per status, lewat tenggat, jatuh tempo <= 1 hari, ---
      *--- kasus ditutup 7 hari terakhir dan LTKM yang terlambat   ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM RESOLVE-MASKING

           OPEN INPUT FINCASE-FILE
           IF NOT FC-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM UNTIL FC-FS-EOF
               READ FINCASE-FILE INTO WS-FINCASE-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM PROCESS-CASE
               END-READ
           END-PERFORM

           CLOSE FINCASE-FILE

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/fincase.dat' DELIMITED SIZE
                      INTO WS-FINCASE-FILE-PATH
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

           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

      *--- Minggu laporan: 7 hari sampai dengan tanggal run ---
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT - 6)
           MOVE WS-DATE-NUM TO WS-WEEK-START.

      *----------------------------------------------------------------*
       PROCESS-CASE.
           EVALUATE FUNCTION TRIM(WS-FC-STATUS)
               WHEN 'closed-fp'
                   IF WS-FC-UPDATED-AT(1:8) NOT < WS-WEEK-START
                      AND WS-FC-UPDATED-AT(1:8) NOT > WS-RUN-DATE
                       ADD 1 TO WS-CNT-CLOSED-FP
                   END-IF
               WHEN 'reported'
                   IF WS-FC-UPDATED-AT(1:8) NOT < WS-WEEK-START
                      AND WS-FC-UPDATED-AT(1:8) NOT > WS-RUN-DATE
                       ADD 1 TO WS-CNT-REPORTED
                       IF WS-FC-UPDATED-AT(1:8) > WS-FC-DEADLINE
                           ADD 1 TO WS-CNT-REPORTED-LATE
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM AGE-OPEN-CASE
           END-EVALUATE.

      *----------------------------------------------------------------*
       AGE-OPEN-CASE.
           EVALUATE FUNCTION TRIM(WS-FC-STATUS)
               WHEN 'open'
                   ADD 1 TO WS-CNT-OPEN
               WHEN 'assigned'
                   ADD 1 TO WS-CNT-ASSIGNED
               WHEN 'investigating'
                   ADD 1 TO WS-CNT-INVESTIGATING
               WHEN 'escalated'
                   ADD 1 TO WS-CNT-ESCALATED
           END-EVALUATE

           MOVE 0 TO WS-AGE-DAYS
           IF WS-FC-DETECTED IS NUMERIC
               MOVE WS-FC-DETECTED TO WS-DATE-NUM
               COMPUTE WS-DETECTED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-DETECTED-INT
           END-IF

           MOVE 0 TO WS-DAYS-LEFT
           IF WS-FC-DEADLINE IS NUMERIC
               MOVE WS-FC-DEADLINE TO WS-DATE-NUM
               COMPUTE WS-DEADLINE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-DAYS-LEFT = WS-DEADLINE-INT - WS-RUN-INT
           END-IF

           IF WS-DAYS-LEFT < 0
               MOVE 'true' TO WS-OVERDUE
               ADD 1 TO WS-CNT-OVERDUE
           ELSE
               MOVE 'false' TO WS-OVERDUE
               IF WS-DAYS-LEFT NOT > 1
                   ADD 1 TO WS-CNT-DUE-SOON
               END-IF
           END-IF

           PERFORM PRINT-CASE-LINE.

      *----------------------------------------------------------------*
       PRINT-CASE-LINE.
           MOVE WS-FC-CASE-ID TO WS-CASE-EDIT
           MOVE WS-FC-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE WS-DAYS-LEFT TO WS-LEFT-EDIT
           MOVE WS-FC-SUBJ-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-SUBJ-ID

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"case_id":'
                   FUNCTION TRIM(WS-CASE-EDIT) ','
               '"source":"'
                   FUNCTION TRIM(WS-FC-SOURCE) '",'
               '"subject_id":"'
                   FUNCTION TRIM(WS-MASK-SUBJ-ID) '",'
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"case_status":"'
                   FUNCTION TRIM(WS-FC-STATUS) '",'
               '"assignee":"'
                   FUNCTION TRIM(WS-FC-ASSIGNEE) '",'
               '"detected":"'
                   WS-FC-DETECTED '",'
               '"deadline":"'
                   WS-FC-DEADLINE '",'
               '"age_days":'
                   FUNCTION TRIM(WS-AGE-EDIT) ','
               '"days_left":'
                   FUNCTION TRIM(WS-LEFT-EDIT) ','
               '"overdue":'
                   FUNCTION TRIM(WS-OVERDUE) ','
               '"source_system":"legacy-cobol"'
               '},'
               '"message":"Umur kasus terhadap tenggat LTKM"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT
           MOVE SPACES TO WS-JSON-OUTPUT.

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
       PRINT-SUMMARY-LINE.
           MOVE WS-CNT-OPEN TO WS-OPEN-EDIT
           MOVE WS-CNT-ASSIGNED TO WS-ASSIGNED-EDIT
           MOVE WS-CNT-INVESTIGATING TO WS-INVEST-EDIT
           MOVE WS-CNT-ESCALATED TO WS-ESCAL-EDIT
           MOVE WS-CNT-OVERDUE TO WS-OVERDUE-EDIT
           MOVE WS-CNT-DUE-SOON TO WS-DUE-SOON-EDIT
           MOVE WS-CNT-CLOSED-FP TO WS-CLOSED-FP-EDIT
           MOVE WS-CNT-REPORTED TO WS-REPORTED-EDIT
           MOVE WS-CNT-REPORTED-LATE TO WS-LATE-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"run_date":"'
                   WS-RUN-DATE '",'
               '"week_start":"'
                   WS-WEEK-START '",'
               '"open":'
                   FUNCTION TRIM(WS-OPEN-EDIT) ','
               '"assigned":'
                   FUNCTION TRIM(WS-ASSIGNED-EDIT) ','
               '"investigating":'
                   FUNCTION TRIM(WS-INVEST-EDIT) ','
               '"escalated":'
                   FUNCTION TRIM(WS-ESCAL-EDIT) ','
               '"overdue":'
                   FUNCTION TRIM(WS-OVERDUE-EDIT) ','
               '"due_within_1_day":'
                   FUNCTION TRIM(WS-DUE-SOON-EDIT) ','
               '"closed_fp_this_week":'
                   FUNCTION TRIM(WS-CLOSED-FP-EDIT) ','
               '"reported_this_week":'
                   FUNCTION TRIM(WS-REPORTED-EDIT) ','
               '"reported_late_this_week":'
                   FUNCTION TRIM(WS-LATE-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Laporan umur kasus mingguan selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"Register kasus tidak dapat dibuka"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

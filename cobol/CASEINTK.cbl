      *================================================================*
      * CASEINTK.CBL - Financial Crime Case Intake (EOD)              *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEINTK.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Register kasus kejahatan keuangan - satu baris per kasus ---
           SELECT FINCASE-FILE
               ASSIGN TO DYNAMIC WS-FINCASE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FC-FILE-STATUS.

      *--- Tiga sumber hit: kasus AMLSCAN, hit WATCHSCAN, antrean ---
      *--- review fraud                                             ---
           SELECT AMLCASE-FILE
               ASSIGN TO DYNAMIC WS-AMLCASE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.

           SELECT WATCHHIT-FILE
               ASSIGN TO DYNAMIC WS-WATCHHIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WH-FILE-STATUS.

           SELECT FRAUDQ-FILE
               ASSIGN TO DYNAMIC WS-FRAUDQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FQ-FILE-STATUS.

      *--- Parameter berlaku efektif (STRDAYS) ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINCASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINCASE-FILE-RECORD     PIC X(300).

       FD  AMLCASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AMLCASE-FILE-RECORD     PIC X(120).

       FD  WATCHHIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCHHIT-FILE-RECORD    PIC X(200).

       FD  FRAUDQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  FRAUDQ-FILE-RECORD      PIC X(300).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-FINCASE-FILE-PATH     PIC X(100)
           VALUE '/app/data/fincase.dat'.
       01  WS-AMLCASE-FILE-PATH     PIC X(100)
           VALUE '/app/data/amlcases.dat'.
       01  WS-WATCHHIT-FILE-PATH    PIC X(100)
           VALUE '/app/data/watchhits.dat'.
       01  WS-FRAUDQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/fraudq.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.

       01  WS-FC-FILE-STATUS       PIC XX.
           88  FC-FS-OK            VALUE '00'.
           88  FC-FS-EOF           VALUE '10'.
           88  FC-FS-NOT-FOUND     VALUE '35'.

       01  WS-AC-FILE-STATUS       PIC XX.
           88  AC-FS-OK            VALUE '00'.
           88  AC-FS-EOF           VALUE '10'.

       01  WS-WH-FILE-STATUS       PIC XX.
           88  WH-FS-OK            VALUE '00'.
           88  WH-FS-EOF           VALUE '10'.

       01  WS-FQ-FILE-STATUS       PIC XX.
           88  FQ-FS-OK            VALUE '00'.
           88  FQ-FS-EOF           VALUE '10'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

      *--- Tanggal run (YYYYMMDD) dari command line / stdin / hari ---
      *--- ini                                                     ---
       01  WS-RUN-DATE             PIC X(8).
       01  WS-DATETIME             PIC X(20).

      *--- Record kasus (layout bersama CASEMGMT / CASERPT):       ---
      *---   SOURCE   AML / WATCH / FRAUD                           ---
      *---   SRC-KEY  kunci baris sumber, mencegah kasus ganda      ---
      *---   STATUS   open / assigned / investigating / escalated / ---
      *---            closed-fp / reported                           ---
      *---   DEADLINE batas lapor LTKM = terdeteksi + STRDAYS        ---
       01  WS-FINCASE-RECORD.
           05  WS-FC-CASE-ID       PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-SOURCE        PIC X(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-SRC-KEY       PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-SUBJ-TYPE     PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-SUBJ-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-DETECTED      PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-RULE          PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-STATUS        PIC X(14).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-ASSIGNEE      PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-DEADLINE      PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-OPENED-AT     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-UPDATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-FC-STR-REF       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Kunci sumber yang sudah punya kasus ---
       01  WS-KEY-TABLE.
           05  WS-KT-ENTRY OCCURS 5000 TIMES.
               10  WS-KT-SOURCE    PIC X(5).
               10  WS-KT-SRC-KEY   PIC X(60).
       01  WS-KEY-COUNT            PIC 9(5) VALUE 0.
       01  WS-KT-IDX               PIC 9(5).
       01  WS-KEY-EXISTS           PIC X(1).
       01  WS-NEXT-CASE-ID         PIC 9(8) VALUE 0.

      *--- Baris kasus AMLSCAN ---
       01  WS-AML-RECORD.
           05  WS-AR-DATE          PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-AR-RULE          PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-AR-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-AR-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  WS-AR-STATUS        PIC X(10).

      *--- Baris hit WATCHSCAN ---
       01  WS-WATCHHIT-RECORD.
           05  WS-WR-REC-TYPE      PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-WR-REC-ID        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-WR-REC-NAME      PIC X(100).
           05  FILLER              PIC X(1).
           05  WS-WR-LIST-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-WR-SCAN-DATE     PIC X(8).

      *--- Baris antrean review fraud ---
       01  WS-FRAUDQ-RECORD.
           05  WS-FQ-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-FQ-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-FQ-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-FQ-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-FQ-QR-CODE       PIC X(100).
           05  FILLER              PIC X(1).
           05  WS-FQ-STATUS        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-FQ-QUEUED-AT     PIC X(20).

      *--- Kasus baru yang akan ditambahkan ---
       01  WS-NEW-SOURCE           PIC X(5).
       01  WS-NEW-SRC-KEY          PIC X(60).
       01  WS-NEW-SUBJ-TYPE        PIC X(8).
       01  WS-NEW-SUBJ-ID          PIC X(20).
       01  WS-NEW-AMOUNT           PIC 9(13)V99.
       01  WS-NEW-DETECTED         PIC X(8).
       01  WS-NEW-RULE             PIC X(20).

      *--- Batas lapor LTKM dari params.dat (default 3 hari) ---
       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-BEST-EFF          PIC X(8) VALUE SPACES.
       01  WS-STR-DAYS             PIC 9(3) VALUE 3.
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DATE-INT             PIC 9(8).

       01  WS-CASES-AML            PIC 9(5) VALUE 0.
       01  WS-CASES-WATCH          PIC 9(5) VALUE 0.
       01  WS-CASES-FRAUD          PIC 9(5) VALUE 0.
       01  WS-AML-EDIT             PIC ZZZZ9.
       01  WS-WATCH-EDIT           PIC ZZZZ9.
       01  WS-FRAUD-EDIT           PIC ZZZZ9.
       01  WS-DAYS-EDIT            PIC ZZ9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Hit baru dari ketiga sumber dijadikan kasus investigasi ---
      *--- berstatus open, dengan batas lapor LTKM. Hit yang sudah ---
      *--- punya kasus (kunci sumber sama) tidak dibuka lagi -      ---
      *--- termasuk hit watchlist berulang atas subjek yang sudah   ---
      *--- ditutup false positive                                    ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM LOAD-STR-DAYS
           PERFORM LOAD-EXISTING-KEYS

           OPEN EXTEND FINCASE-FILE
           IF FC-FS-NOT-FOUND
               OPEN OUTPUT FINCASE-FILE
               CLOSE FINCASE-FILE
               OPEN EXTEND FINCASE-FILE
           END-IF

           IF NOT FC-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM INTAKE-AML-CASES
           PERFORM INTAKE-WATCH-HITS
           PERFORM INTAKE-FRAUD-QUEUE

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

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/amlcases.dat' DELIMITED SIZE
                      INTO WS-AMLCASE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/watchhits.dat' DELIMITED SIZE
                      INTO WS-WATCHHIT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/fraudq.dat' DELIMITED SIZE
                      INTO WS-FRAUDQ-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
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
           END-IF.

      *----------------------------------------------------------------*
       LOAD-STR-DAYS.
      *--- Baris STRDAYS efektif terbaru yang tidak melewati       ---
      *--- tanggal run menang (pola PARMRPT)                        ---
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

           MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
               TO WS-NUMVAL-CHECK

           IF WS-NUMVAL-CHECK = 0
              AND FUNCTION TRIM(WS-PM-REC-NAME) = 'STRDAYS'
              AND WS-PM-REC-EFF(1:8) NOT > WS-RUN-DATE
              AND WS-PM-REC-EFF(1:8) > WS-PM-BEST-EFF
               MOVE WS-PM-REC-EFF(1:8) TO WS-PM-BEST-EFF
               MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE) TO WS-STR-DAYS
           END-IF.

      *----------------------------------------------------------------*
       LOAD-EXISTING-KEYS.
      *--- Sekalian menghitung case id berikutnya (pola DISPMAINT) ---
           OPEN INPUT FINCASE-FILE
           IF FC-FS-OK
               PERFORM UNTIL FC-FS-EOF
                   READ FINCASE-FILE INTO WS-FINCASE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-FC-CASE-ID > WS-NEXT-CASE-ID
                           MOVE WS-FC-CASE-ID TO WS-NEXT-CASE-ID
                       END-IF

                       IF WS-KEY-COUNT < 5000
                           ADD 1 TO WS-KEY-COUNT
                           MOVE WS-FC-SOURCE
                               TO WS-KT-SOURCE(WS-KEY-COUNT)
                           MOVE WS-FC-SRC-KEY
                               TO WS-KT-SRC-KEY(WS-KEY-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE FINCASE-FILE
           END-IF.

      *----------------------------------------------------------------*
       INTAKE-AML-CASES.
      *--- Kunci: tanggal + aturan + nasabah ---
           OPEN INPUT AMLCASE-FILE
           IF AC-FS-OK
               PERFORM UNTIL AC-FS-EOF
                   READ AMLCASE-FILE INTO WS-AML-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-AR-USER-ID) NOT = SPACES
                          AND WS-AR-DATE NOT > WS-RUN-DATE
                           MOVE 'AML' TO WS-NEW-SOURCE
                           MOVE SPACES TO WS-NEW-SRC-KEY
                           STRING WS-AR-DATE WS-AR-RULE WS-AR-USER-ID
                               DELIMITED SIZE INTO WS-NEW-SRC-KEY
                           END-STRING
                           MOVE 'ACCOUNT' TO WS-NEW-SUBJ-TYPE
                           MOVE WS-AR-USER-ID TO WS-NEW-SUBJ-ID
                           MOVE WS-AR-AMOUNT TO WS-NEW-AMOUNT
                           MOVE WS-AR-DATE TO WS-NEW-DETECTED
                           MOVE WS-AR-RULE TO WS-NEW-RULE
                           PERFORM ADD-CASE-IF-NEW
                           IF WS-KEY-EXISTS = 'N'
                               ADD 1 TO WS-CASES-AML
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE AMLCASE-FILE
           END-IF.

      *----------------------------------------------------------------*
       INTAKE-WATCH-HITS.
      *--- Kunci: tipe + id subjek + entri watchlist, tanpa tanggal ---
      *--- scan - WATCHSCAN mengulang hit yang sama setiap malam    ---
           OPEN INPUT WATCHHIT-FILE
           IF WH-FS-OK
               PERFORM UNTIL WH-FS-EOF
                   READ WATCHHIT-FILE INTO WS-WATCHHIT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-WR-REC-ID) NOT = SPACES
                          AND WS-WR-SCAN-DATE NOT > WS-RUN-DATE
                           MOVE 'WATCH' TO WS-NEW-SOURCE
                           MOVE SPACES TO WS-NEW-SRC-KEY
                           STRING WS-WR-REC-TYPE WS-WR-REC-ID
                                  WS-WR-LIST-ID
                               DELIMITED SIZE INTO WS-NEW-SRC-KEY
                           END-STRING
                           MOVE WS-WR-REC-TYPE TO WS-NEW-SUBJ-TYPE
                           MOVE WS-WR-REC-ID TO WS-NEW-SUBJ-ID
                           MOVE 0 TO WS-NEW-AMOUNT
                           MOVE WS-WR-SCAN-DATE TO WS-NEW-DETECTED
                           MOVE WS-WR-LIST-ID TO WS-NEW-RULE
                           PERFORM ADD-CASE-IF-NEW
                           IF WS-KEY-EXISTS = 'N'
                               ADD 1 TO WS-CASES-WATCH
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE WATCHHIT-FILE
           END-IF.

      *----------------------------------------------------------------*
       INTAKE-FRAUD-QUEUE.
      *--- Kunci: txn id. Item yang sudah di-RELEASE CS dianggap  ---
      *--- sah dan tidak diinvestigasi                              ---
           OPEN INPUT FRAUDQ-FILE
           IF FQ-FS-OK
               PERFORM UNTIL FQ-FS-EOF
                   READ FRAUDQ-FILE INTO WS-FRAUDQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-FQ-STATUS) NOT = 'released'
                          AND FUNCTION TRIM(WS-FQ-TXN-ID) NOT = SPACES
                          AND WS-FQ-QUEUED-AT(1:8) NOT > WS-RUN-DATE
                           MOVE 'FRAUD' TO WS-NEW-SOURCE
                           MOVE WS-FQ-TXN-ID TO WS-NEW-SRC-KEY
                           MOVE 'ACCOUNT' TO WS-NEW-SUBJ-TYPE
                           MOVE WS-FQ-USER-ID TO WS-NEW-SUBJ-ID
                           MOVE FUNCTION NUMVAL(WS-FQ-AMOUNT)
                               TO WS-NEW-AMOUNT
                           MOVE WS-FQ-QUEUED-AT(1:8)
                               TO WS-NEW-DETECTED
                           MOVE 'FRAUDQ' TO WS-NEW-RULE
                           PERFORM ADD-CASE-IF-NEW
                           IF WS-KEY-EXISTS = 'N'
                               ADD 1 TO WS-CASES-FRAUD
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE FRAUDQ-FILE
           END-IF.

      *----------------------------------------------------------------*
       ADD-CASE-IF-NEW.
           MOVE 'N' TO WS-KEY-EXISTS

           PERFORM VARYING WS-KT-IDX FROM 1 BY 1
               UNTIL WS-KT-IDX > WS-KEY-COUNT
                  OR WS-KEY-EXISTS = 'Y'
               IF WS-KT-SOURCE(WS-KT-IDX) = WS-NEW-SOURCE
                  AND WS-KT-SRC-KEY(WS-KT-IDX) = WS-NEW-SRC-KEY
                   MOVE 'Y' TO WS-KEY-EXISTS
               END-IF
           END-PERFORM

           IF WS-KEY-EXISTS = 'N'
               PERFORM WRITE-NEW-CASE

               IF WS-KEY-COUNT < 5000
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-NEW-SOURCE TO WS-KT-SOURCE(WS-KEY-COUNT)
                   MOVE WS-NEW-SRC-KEY TO WS-KT-SRC-KEY(WS-KEY-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       WRITE-NEW-CASE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           ADD 1 TO WS-NEXT-CASE-ID

      *--- Batas lapor dihitung dari tanggal terdeteksi; tanggal  ---
      *--- sumber yang rusak memakai tanggal run                     ---
           IF WS-NEW-DETECTED IS NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-NEW-DETECTED
           END-IF

           MOVE WS-NEW-DETECTED TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-STR-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM

           MOVE WS-NEXT-CASE-ID  TO WS-FC-CASE-ID
           MOVE WS-NEW-SOURCE    TO WS-FC-SOURCE
           MOVE WS-NEW-SRC-KEY   TO WS-FC-SRC-KEY
           MOVE WS-NEW-SUBJ-TYPE TO WS-FC-SUBJ-TYPE
           MOVE WS-NEW-SUBJ-ID   TO WS-FC-SUBJ-ID
           MOVE WS-NEW-AMOUNT    TO WS-FC-AMOUNT
           MOVE WS-NEW-DETECTED  TO WS-FC-DETECTED
           MOVE WS-NEW-RULE      TO WS-FC-RULE
           MOVE 'open'           TO WS-FC-STATUS
           MOVE SPACES           TO WS-FC-ASSIGNEE
           MOVE WS-DATE-NUM      TO WS-FC-DEADLINE
           MOVE WS-DATETIME      TO WS-FC-OPENED-AT
           MOVE WS-DATETIME      TO WS-FC-UPDATED-AT
           MOVE SPACES           TO WS-FC-STR-REF

           WRITE FINCASE-FILE-RECORD FROM WS-FINCASE-RECORD.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-CASES-AML TO WS-AML-EDIT
           MOVE WS-CASES-WATCH TO WS-WATCH-EDIT
           MOVE WS-CASES-FRAUD TO WS-FRAUD-EDIT
           MOVE WS-STR-DAYS TO WS-DAYS-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"run_date":"'
                   WS-RUN-DATE '",'
               '"aml_cases_opened":'
                   FUNCTION TRIM(WS-AML-EDIT) ','
               '"watch_cases_opened":'
                   FUNCTION TRIM(WS-WATCH-EDIT) ','
               '"fraud_cases_opened":'
                   FUNCTION TRIM(WS-FRAUD-EDIT) ','
               '"str_deadline_days":'
                   FUNCTION TRIM(WS-DAYS-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Intake kasus kejahatan keuangan selesai"'
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

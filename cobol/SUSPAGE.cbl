      *================================================================*
      * SUSPAGE.CBL - Daily Suspense Aging and Balance Tie-Out        *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Item dana tak teraplikasi (CLRIN/CLRRET/PAYACK) ---
           SELECT SUSPENSE-FILE
               ASSIGN TO DYNAMIC WS-SUSPENSE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SU-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-FILE-RECORD    PIC X(200).

       FD  ACCOUNT-FILE
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

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-SUSPENSE-FILE-PATH    PIC X(100)
           VALUE '/app/data/suspense.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.

       01  WS-SU-FILE-STATUS       PIC XX.
           88  SU-FS-OK            VALUE '00'.
           88  SU-FS-EOF           VALUE '10'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

      *--- Tanggal acuan (YYYYMMDD) dari command line ---
       01  WS-ASOF-DATE            PIC X(8).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-ASOF-INT             PIC 9(8).
       01  WS-ITEM-INT             PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(7).
       01  WS-AGE-EDIT             PIC Z(6)9.
       01  WS-BUCKET               PIC X(5).

      *--- Rekening internal penampung dana tak teraplikasi ---
       01  WS-SUSPENSE-USER        PIC X(20) VALUE 'SUSPENSE'.
       01  WS-SUSPENSE-FOUND       PIC X(1) VALUE 'N'.
       01  WS-SUSPENSE-BALANCE     PIC 9(13)V99 VALUE 0.

      *--- Satu item suspense (layout selaras CLRIN) ---
       01  WS-SUSPENSE-RECORD.
           05  WS-SU-ITEM-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-SOURCE        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-REFERENCE     PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-SENDER        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-INTENDED      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-REASON        PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-RESOLVED-DATE PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-RESOLVED-TO   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-CHG-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Ember umur: 0-7 hari, 8-30 hari, lebih dari 30 hari ---
       01  WS-B1-COUNT             PIC 9(7) VALUE 0.
       01  WS-B1-AMOUNT            PIC 9(13)V99 VALUE 0.
       01  WS-B2-COUNT             PIC 9(7) VALUE 0.
       01  WS-B2-AMOUNT            PIC 9(13)V99 VALUE 0.
       01  WS-B3-COUNT             PIC 9(7) VALUE 0.
       01  WS-B3-AMOUNT            PIC 9(13)V99 VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(7) VALUE 0.
       01  WS-OPEN-AMOUNT          PIC 9(13)V99 VALUE 0.
       01  WS-DIFFERENCE           PIC S9(13)V99 VALUE 0.
       01  WS-TIED                 PIC X(5).

       01  WS-B1-COUNT-EDIT        PIC ZZZZZZ9.
       01  WS-B2-COUNT-EDIT        PIC ZZZZZZ9.
       01  WS-B3-COUNT-EDIT        PIC ZZZZZZ9.
       01  WS-OPEN-COUNT-EDIT      PIC ZZZZZZ9.
       01  WS-B1-AMOUNT-EDIT       PIC Z(12)9.99.
       01  WS-B2-AMOUNT-EDIT       PIC Z(12)9.99.
       01  WS-B3-AMOUNT-EDIT       PIC Z(12)9.99.
       01  WS-OPEN-AMOUNT-EDIT     PIC Z(12)9.99.
       01  WS-BALANCE-EDIT         PIC Z(12)9.99.
       01  WS-DIFF-EDIT            PIC -(13)9.99.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Laporan harian item suspense open per umur, dan total  ---
      *--- item open dicocokkan dengan saldo rekening SUSPENSE -    ---
      *--- selisih berarti ada posting yang tidak punya itemnya      ---
      *--- (atau sebaliknya)                                        ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-ASOF-DATE
           PERFORM READ-SUSPENSE-BALANCE

           OPEN INPUT SUSPENSE-FILE
           IF SU-FS-OK
               PERFORM UNTIL SU-FS-EOF
                   READ SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-SU-STATUS) = 'open'
                           PERFORM AGE-ONE-ITEM
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SUSPENSE-FILE
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/suspense.dat' DELIMITED SIZE
                      INTO WS-SUSPENSE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       GET-ASOF-DATE.
           ACCEPT WS-ASOF-DATE FROM COMMAND-LINE

           IF WS-ASOF-DATE = SPACES
               ACCEPT WS-ASOF-DATE
           END-IF

           IF WS-ASOF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-ASOF-DATE
           END-IF

           MOVE FUNCTION NUMVAL(WS-ASOF-DATE) TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-ASOF-INT.

      *----------------------------------------------------------------*
       READ-SUSPENSE-BALANCE.
           MOVE 'N' TO WS-SUSPENSE-FOUND
           MOVE 0 TO WS-SUSPENSE-BALANCE

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-SUSPENSE-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-SUSPENSE-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SUSPENSE-FOUND
                       MOVE FD-ACC-BALANCE TO WS-SUSPENSE-BALANCE
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       AGE-ONE-ITEM.
      *--- Umur = tanggal acuan - tanggal item masuk suspense; ---
      *--- item bertanggal setelah acuan dihitung umur 0        ---
           IF WS-SU-DATE IS NUMERIC
               MOVE WS-SU-DATE TO WS-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   TO WS-ITEM-INT
               COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-ITEM-INT
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   MOVE '0-7' TO WS-BUCKET
                   ADD 1 TO WS-B1-COUNT
                   ADD WS-SU-AMOUNT TO WS-B1-AMOUNT
               WHEN WS-AGE-DAYS <= 30
                   MOVE '8-30' TO WS-BUCKET
                   ADD 1 TO WS-B2-COUNT
                   ADD WS-SU-AMOUNT TO WS-B2-AMOUNT
               WHEN OTHER
                   MOVE '>30' TO WS-BUCKET
                   ADD 1 TO WS-B3-COUNT
                   ADD WS-SU-AMOUNT TO WS-B3-AMOUNT
           END-EVALUATE

           ADD 1 TO WS-OPEN-COUNT
           ADD WS-SU-AMOUNT TO WS-OPEN-AMOUNT

           PERFORM PRINT-ITEM-LINE.

      *----------------------------------------------------------------*
       PRINT-ITEM-LINE.
           MOVE WS-SU-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"item_id":"'
                   FUNCTION TRIM(WS-SU-ITEM-ID) '",'
               '"origin":"'
                   FUNCTION TRIM(WS-SU-SOURCE) '",'
               '"reference":"'
                   FUNCTION TRIM(WS-SU-REFERENCE) '",'
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"reason":"'
                   FUNCTION TRIM(WS-SU-REASON) '",'
               '"posted_date":"'
                   WS-SU-DATE '",'
               '"age_days":'
                   FUNCTION TRIM(WS-AGE-EDIT) ','
               '"bucket":"'
                   FUNCTION TRIM(WS-BUCKET) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Item suspense open"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
      *--- Total item open harus sama dengan saldo SUSPENSE ---
           COMPUTE WS-DIFFERENCE =
               WS-SUSPENSE-BALANCE - WS-OPEN-AMOUNT

           IF WS-DIFFERENCE = 0
              AND WS-SUSPENSE-FOUND = 'Y'
               MOVE 'true' TO WS-TIED
           ELSE
               MOVE 'false' TO WS-TIED
           END-IF

           MOVE WS-B1-COUNT TO WS-B1-COUNT-EDIT
           MOVE WS-B2-COUNT TO WS-B2-COUNT-EDIT
           MOVE WS-B3-COUNT TO WS-B3-COUNT-EDIT
           MOVE WS-OPEN-COUNT TO WS-OPEN-COUNT-EDIT
           MOVE WS-B1-AMOUNT TO WS-B1-AMOUNT-EDIT
           MOVE WS-B2-AMOUNT TO WS-B2-AMOUNT-EDIT
           MOVE WS-B3-AMOUNT TO WS-B3-AMOUNT-EDIT
           MOVE WS-OPEN-AMOUNT TO WS-OPEN-AMOUNT-EDIT
           MOVE WS-SUSPENSE-BALANCE TO WS-BALANCE-EDIT
           MOVE WS-DIFFERENCE TO WS-DIFF-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           IF WS-TIED = 'true'
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
               '"asof_date":"'
                   WS-ASOF-DATE '",'
               '"bucket_0_7_count":'
                   FUNCTION TRIM(WS-B1-COUNT-EDIT) ','
               '"bucket_0_7_amount":'
                   FUNCTION TRIM(WS-B1-AMOUNT-EDIT) ','
               '"bucket_8_30_count":'
                   FUNCTION TRIM(WS-B2-COUNT-EDIT) ','
               '"bucket_8_30_amount":'
                   FUNCTION TRIM(WS-B2-AMOUNT-EDIT) ','
               '"bucket_over_30_count":'
                   FUNCTION TRIM(WS-B3-COUNT-EDIT) ','
               '"bucket_over_30_amount":'
                   FUNCTION TRIM(WS-B3-AMOUNT-EDIT) ','
               '"open_items":'
                   FUNCTION TRIM(WS-OPEN-COUNT-EDIT) ','
               '"open_amount":'
                   FUNCTION TRIM(WS-OPEN-AMOUNT-EDIT) ','
               '"suspense_balance":'
                   FUNCTION TRIM(WS-BALANCE-EDIT) ','
               '"difference":'
                   FUNCTION TRIM(WS-DIFF-EDIT) ','
               '"tied":' FUNCTION TRIM(WS-TIED) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Aging item suspense dan cocok saldo'
               ' SUSPENSE selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

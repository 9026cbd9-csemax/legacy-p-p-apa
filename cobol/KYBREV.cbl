      *================================================================*
      * KYBREV.CBL - Monthly Merchant KYB Review Due Batch            *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYBREV.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-MERCHANT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

      *--- Master KYB merchant (KYBMAINT/CHGAPPR) - penanda tahan ---
      *--- settlement di sini yang dibaca SETTLESWP                ---
           SELECT KYB-FILE
               ASSIGN TO DYNAMIC WS-KYB-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYB-MER-ID
               FILE STATUS IS WS-KYB-FILE-STATUS.

      *--- Audit log bersama ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERCHANT-FILE.
       01  MERCHANT-FILE-RECORD.
           05  FD-MER-MER-ID       PIC X(20).
           05  FD-MER-NAME         PIC X(100).
           05  FD-MER-CATEGORY     PIC X(50).
           05  FD-MER-STATUS       PIC X(10).
           05  FD-MER-BANK-CODE    PIC X(10).
           05  FD-MER-ACCOUNT      PIC X(20).
           05  FD-MER-CURRENCY     PIC X(3).

       FD  KYB-FILE
           LABEL RECORDS ARE STANDARD.
       01  KYB-FILE-RECORD.
           05  FD-KYB-MER-ID       PIC X(20).
           05  FD-KYB-NIB          PIC X(13).
           05  FD-KYB-NPWP         PIC X(16).
           05  FD-KYB-OWNER-NIK    PIC X(16).
           05  FD-KYB-RISK         PIC X(10).
           05  FD-KYB-LAST-REVIEW  PIC X(8).
           05  FD-KYB-NEXT-REVIEW  PIC X(8).
           05  FD-KYB-SETTLE-HOLD  PIC X(1).
           05  FD-KYB-UPDATED-AT   PIC X(20).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-KYB-FILE-PATH         PIC X(100)
           VALUE '/app/data/kybmast.dat'.

       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.
           88  MER-FS-EOF          VALUE '10'.

       01  WS-KYB-FILE-STATUS      PIC XX.
           88  KYB-FS-OK           VALUE '00'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Tanggal bisnis run (YYYYMMDD) dari command line atau    ---
      *--- hari ini, pola batch EOD lainnya                         ---
       01  WS-RUN-DATE             PIC X(8).

      *--- Merchant yang terlambat review lebih dari batas ini     ---
      *--- ditahan settlement-nya sampai review baru disetujui     ---
       01  WS-SUSPEND-AFTER-DAYS   PIC 9(3) VALUE 60.

       01  WS-KYB-OPEN             PIC X(1) VALUE 'N'.
       01  WS-KYB-FOUND            PIC X(1).

       01  WS-MER-PARSE.
           05  WS-MP-MER-ID        PIC X(20).
           05  WS-MP-NAME          PIC X(100).
           05  WS-MP-CATEGORY      PIC X(50).
           05  WS-MP-STATUS        PIC X(10).
           05  WS-MP-BANK-CODE     PIC X(10).
           05  WS-MP-ACCOUNT       PIC X(20).
           05  WS-MP-CURRENCY      PIC X(3).

       01  WS-DATE-NUM             PIC 9(8).
       01  WS-RUN-INT              PIC 9(8).
       01  WS-DUE-INT              PIC 9(8).
       01  WS-DAYS-OVERDUE         PIC 9(5).
       01  WS-ACTION               PIC X(10).

       01  WS-ROWS-OVERDUE         PIC 9(5) VALUE 0.
       01  WS-ROWS-SUSPENDED       PIC 9(5) VALUE 0.
       01  WS-ROWS-MISSING         PIC 9(5) VALUE 0.
       01  WS-ROWS-CHECKED         PIC 9(5) VALUE 0.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'KYBREV'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       01  WS-DAYS-EDIT            PIC ZZZZ9.
       01  WS-CNT-EDIT             PIC ZZZZ9.
       01  WS-CNT2-EDIT            PIC ZZZZ9.
       01  WS-CNT3-EDIT            PIC ZZZZ9.
       01  WS-CNT4-EDIT            PIC ZZZZ9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Daftar merchant yang review KYB-nya lewat jatuh tempo, ---
      *--- merchant tanpa data KYB sama sekali, dan penahanan     ---
      *--- settlement otomatis untuk yang terlambat > 60 hari     ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE

           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-RUN-INT

           OPEN INPUT MERCHANT-FILE
           IF NOT MER-FS-OK
               PERFORM PRINT-SUMMARY-LINE
               STOP RUN
           END-IF

           OPEN I-O KYB-FILE
           IF KYB-FS-OK
               MOVE 'Y' TO WS-KYB-OPEN
           END-IF

           PERFORM UNTIL MER-FS-EOF
               READ MERCHANT-FILE INTO WS-MER-PARSE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(WS-MP-STATUS) NOT = 'closed'
                       PERFORM CHECK-ONE-MERCHANT
                   END-IF
               END-READ
           END-PERFORM

           CLOSE MERCHANT-FILE

           IF WS-KYB-OPEN = 'Y'
               CLOSE KYB-FILE
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/kybmast.dat' DELIMITED SIZE
                      INTO WS-KYB-FILE-PATH
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
       CHECK-ONE-MERCHANT.
      *--- Merchant tanpa baris KYB hanya dilaporkan - penahanan   ---
      *--- otomatis berlaku untuk review yang sudah pernah ada dan ---
      *--- terlambat, bukan untuk seluruh portofolio lama          ---
           ADD 1 TO WS-ROWS-CHECKED
           MOVE 'N' TO WS-KYB-FOUND

           IF WS-KYB-OPEN = 'Y'
               MOVE WS-MP-MER-ID TO FD-KYB-MER-ID

               READ KYB-FILE
                   KEY IS FD-KYB-MER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-KYB-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KYB-FOUND
               END-READ
           END-IF

           IF WS-KYB-FOUND = 'N'
               ADD 1 TO WS-ROWS-MISSING
               PERFORM PRINT-MISSING-LINE
           ELSE
               IF FD-KYB-NEXT-REVIEW < WS-RUN-DATE
                   PERFORM HANDLE-OVERDUE-REVIEW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-OVERDUE-REVIEW.
           ADD 1 TO WS-ROWS-OVERDUE

           MOVE FUNCTION NUMVAL(FD-KYB-NEXT-REVIEW) TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-DUE-INT
           COMPUTE WS-DAYS-OVERDUE = WS-RUN-INT - WS-DUE-INT

           MOVE 'listed' TO WS-ACTION

           IF WS-DAYS-OVERDUE > WS-SUSPEND-AFTER-DAYS
               IF FD-KYB-SETTLE-HOLD = 'Y'
                   MOVE 'held' TO WS-ACTION
               ELSE
                   MOVE 'Y' TO FD-KYB-SETTLE-HOLD
                   MOVE FUNCTION CURRENT-DATE TO FD-KYB-UPDATED-AT
                   REWRITE KYB-FILE-RECORD
                   MOVE 'suspended' TO WS-ACTION
                   PERFORM WRITE-SUSPEND-AUDIT
               END-IF
               ADD 1 TO WS-ROWS-SUSPENDED
           END-IF

           PERFORM PRINT-OVERDUE-LINE.

      *----------------------------------------------------------------*
       WRITE-SUSPEND-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
           MOVE SPACES TO WS-AUD-KEY
           STRING FUNCTION TRIM(WS-MP-MER-ID) '/SETTLEHOLD'
               DELIMITED SIZE
               INTO WS-AUD-KEY
           END-STRING
           MOVE EC-SUCCESS TO WS-AUD-CODE

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
       PRINT-OVERDUE-LINE.
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"run_date":"'
                   WS-RUN-DATE '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-MP-MER-ID) '",'
               '"risk_rating":"'
                   FUNCTION TRIM(FD-KYB-RISK) '",'
               '"last_review":"'
                   FD-KYB-LAST-REVIEW '",'
               '"next_review":"'
                   FD-KYB-NEXT-REVIEW '",'
               '"days_overdue":'
                   FUNCTION TRIM(WS-DAYS-EDIT) ','
               '"action":"'
                   FUNCTION TRIM(WS-ACTION) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Review KYB merchant lewat jatuh tempo"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-MISSING-LINE.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"run_date":"'
                   WS-RUN-DATE '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-MP-MER-ID) '",'
               '"action":"kyb_missing",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Merchant belum punya data KYB"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-ROWS-CHECKED TO WS-CNT-EDIT
           MOVE WS-ROWS-OVERDUE TO WS-CNT2-EDIT
           MOVE WS-ROWS-SUSPENDED TO WS-CNT3-EDIT
           MOVE WS-ROWS-MISSING TO WS-CNT4-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"run_date":"'
                   WS-RUN-DATE '",'
               '"merchants_checked":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"reviews_overdue":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"settlement_held":'
                   FUNCTION TRIM(WS-CNT3-EDIT) ','
               '"kyb_missing":'
                   FUNCTION TRIM(WS-CNT4-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Batch review KYB bulanan selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

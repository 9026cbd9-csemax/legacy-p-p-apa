      *================================================================*
      * REFMAINT.CBL - Customer Referral Code Maintenance/Inquiry     *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Kode referral per nasabah (ditulis ACCTMAINT CREATE);   ---
      *--- nasabah lama yang belum punya kode diterbitkan di sini  ---
           SELECT REFERRAL-FILE
               ASSIGN TO DYNAMIC WS-REFERRAL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-RF-USER-ID
               FILE STATUS IS WS-RF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REFERRAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFERRAL-FILE-RECORD.
           05  FD-RF-USER-ID       PIC X(20).
           05  FD-RF-CODE          PIC X(10).
           05  FD-RF-REFERRER      PIC X(20).
           05  FD-RF-STATUS        PIC X(10).
           05  FD-RF-REASON        PIC X(10).
           05  FD-RF-CREATED-AT    PIC X(20).
           05  FD-RF-DECIDED-AT    PIC X(20).
           05  FD-RF-PAY-TXN-ID    PIC X(36).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-REFERRAL-FILE-PATH    PIC X(100)
           VALUE '/app/data/referrals.dat'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-RF-FILE-STATUS       PIC XX.
           88  RF-FS-OK            VALUE '00'.
           88  RF-FS-EOF           VALUE '10'.
           88  RF-FS-NOT-FOUND     VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    ISSUE|USER_ID     - terbitkan kode untuk nasabah lama
      *    INQ|USER_ID       - kode, referrer, dan hasil ajakannya
       01  WS-INPUT-LINE           PIC X(100).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-USER-ID           PIC X(20).

       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.
       01  WS-ACC-STATUS-READ      PIC X(10).
       01  WS-RF-FOUND             PIC X(1) VALUE 'N'.
       01  WS-RF-ISSUED            PIC X(1) VALUE 'N'.

      *--- Baris referral milik user yang ditanyakan ---
       01  WS-REFERRAL-RECORD.
           05  WS-RF-USER-ID       PIC X(20).
           05  WS-RF-CODE          PIC X(10).
           05  WS-RF-REFERRER      PIC X(20).
           05  WS-RF-STATUS        PIC X(10).
           05  WS-RF-REASON        PIC X(10).
           05  WS-RF-CREATED-AT    PIC X(20).
           05  WS-RF-DECIDED-AT    PIC X(20).
           05  WS-RF-PAY-TXN-ID    PIC X(36).

      *--- Nomor kode terbesar yang sudah terbit (pola ACCTMAINT) ---
       01  WS-RF-MAX-SEQ           PIC 9(8) VALUE 0.
       01  WS-RF-CODE-NUM          PIC 9(8).
       01  WS-RF-NEW-CODE.
           05  FILLER              PIC X(2) VALUE 'RF'.
           05  WS-RF-NEW-SEQ       PIC 9(8).

      *--- Hasil ajakan user ini sebagai referrer ---
       01  WS-REF-TOTAL            PIC 9(5) VALUE 0.
       01  WS-REF-PENDING          PIC 9(5) VALUE 0.
       01  WS-REF-REWARDED         PIC 9(5) VALUE 0.
       01  WS-REF-CAPPED           PIC 9(5) VALUE 0.
       01  WS-REF-REJECTED         PIC 9(5) VALUE 0.
       01  WS-CNT1-EDIT            PIC ZZZZ9.
       01  WS-CNT2-EDIT            PIC ZZZZ9.
       01  WS-CNT3-EDIT            PIC ZZZZ9.
       01  WS-CNT4-EDIT            PIC ZZZZ9.
       01  WS-CNT5-EDIT            PIC ZZZZ9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-USER-ID
           END-UNSTRING

           PERFORM FIND-ACCOUNT-BY-USER

           IF WS-ACC-FOUND = 'N'
               PERFORM RETURN-INVALID-USER
               STOP RUN
           END-IF

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'ISSUE'
                   PERFORM ISSUE-REFERRAL-CODE
               WHEN 'INQ'
                   PERFORM INQUIRE-REFERRAL
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/referrals.dat' DELIMITED SIZE
                      INTO WS-REFERRAL-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       FIND-ACCOUNT-BY-USER.
           MOVE 'N' TO WS-ACC-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-IN-USER-ID TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ACC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACC-FOUND
                       MOVE FD-ACC-STATUS TO WS-ACC-STATUS-READ
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       ISSUE-REFERRAL-CODE.
      *--- Kode hanya untuk rekening aktif; yang sudah punya kode ---
      *--- mendapat kodenya yang lama (idempoten)                   ---
           IF FUNCTION TRIM(WS-ACC-STATUS-READ) NOT = 'active'
               PERFORM RETURN-ACCOUNT-INACTIVE
               STOP RUN
           END-IF

           PERFORM SCAN-REFERRAL-FILE

           IF WS-RF-FOUND = 'N'
               PERFORM WRITE-REFERRAL-ROW

               IF WS-RF-ISSUED = 'N'
                   PERFORM RETURN-SYSTEM-ERROR
                   STOP RUN
               END-IF
           END-IF

           PERFORM RETURN-REFERRAL-INFO.

      *----------------------------------------------------------------*
       INQUIRE-REFERRAL.
           PERFORM SCAN-REFERRAL-FILE

           IF WS-RF-FOUND = 'N'
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM RETURN-REFERRAL-INFO.

      *----------------------------------------------------------------*
       SCAN-REFERRAL-FILE.
      *--- Satu kali baca urut: baris milik user, nomor kode      ---
      *--- terbesar, dan nasabah-nasabah yang ia ajak             ---
           MOVE 'N' TO WS-RF-FOUND
           MOVE 0 TO WS-RF-MAX-SEQ

           OPEN INPUT REFERRAL-FILE
           IF RF-FS-OK
               PERFORM UNTIL RF-FS-EOF
                   READ REFERRAL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-ONE-REFERRAL-ROW
                   END-READ
               END-PERFORM

               CLOSE REFERRAL-FILE
           END-IF

           COMPUTE WS-RF-NEW-SEQ = WS-RF-MAX-SEQ + 1.

      *----------------------------------------------------------------*
       CHECK-ONE-REFERRAL-ROW.
           IF FD-RF-CODE(1:2) = 'RF'
              AND FD-RF-CODE(3:8) IS NUMERIC
               MOVE FD-RF-CODE(3:8) TO WS-RF-CODE-NUM
               IF WS-RF-CODE-NUM > WS-RF-MAX-SEQ
                   MOVE WS-RF-CODE-NUM TO WS-RF-MAX-SEQ
               END-IF
           END-IF

           IF FD-RF-USER-ID = WS-IN-USER-ID
               MOVE 'Y' TO WS-RF-FOUND
               MOVE REFERRAL-FILE-RECORD TO WS-REFERRAL-RECORD
           END-IF

           IF FD-RF-REFERRER = WS-IN-USER-ID
               ADD 1 TO WS-REF-TOTAL
               EVALUATE FUNCTION TRIM(FD-RF-STATUS)
                   WHEN 'pending'
                       ADD 1 TO WS-REF-PENDING
                   WHEN 'rewarded'
                       ADD 1 TO WS-REF-REWARDED
                   WHEN 'capped'
                       ADD 1 TO WS-REF-CAPPED
                   WHEN 'rejected'
                       ADD 1 TO WS-REF-REJECTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-REFERRAL-ROW.
      *--- Nasabah lama: tanpa referrer, status none ---
           MOVE 'N' TO WS-RF-ISSUED

           OPEN I-O REFERRAL-FILE
           IF RF-FS-NOT-FOUND
               OPEN OUTPUT REFERRAL-FILE
               CLOSE REFERRAL-FILE
               OPEN I-O REFERRAL-FILE
           END-IF

           IF RF-FS-OK
               MOVE WS-IN-USER-ID      TO WS-RF-USER-ID
               MOVE WS-RF-NEW-CODE     TO WS-RF-CODE
               MOVE SPACES             TO WS-RF-REFERRER
               MOVE 'none'             TO WS-RF-STATUS
               MOVE SPACES             TO WS-RF-REASON
               MOVE FUNCTION CURRENT-DATE TO WS-RF-CREATED-AT
               MOVE SPACES             TO WS-RF-DECIDED-AT
               MOVE SPACES             TO WS-RF-PAY-TXN-ID

               WRITE REFERRAL-FILE-RECORD FROM WS-REFERRAL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-ISSUED
               END-WRITE

               CLOSE REFERRAL-FILE
           END-IF.

      *----------------------------------------------------------------*
       RETURN-REFERRAL-INFO.
           MOVE WS-REF-TOTAL    TO WS-CNT1-EDIT
           MOVE WS-REF-PENDING  TO WS-CNT2-EDIT
           MOVE WS-REF-REWARDED TO WS-CNT3-EDIT
           MOVE WS-REF-CAPPED   TO WS-CNT4-EDIT
           MOVE WS-REF-REJECTED TO WS-CNT5-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"referral_code":"'
                   FUNCTION TRIM(WS-RF-CODE) '",'
               '"referred_by":"'
                   FUNCTION TRIM(WS-RF-REFERRER) '",'
               '"referral_status":"'
                   FUNCTION TRIM(WS-RF-STATUS) '",'
               '"referral_reason":"'
                   FUNCTION TRIM(WS-RF-REASON) '",'
               '"referees":'
                   FUNCTION TRIM(WS-CNT1-EDIT) ','
               '"referees_pending":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"referees_rewarded":'
                   FUNCTION TRIM(WS-CNT3-EDIT) ','
               '"referees_capped":'
                   FUNCTION TRIM(WS-CNT4-EDIT) ','
               '"referees_rejected":'
                   FUNCTION TRIM(WS-CNT5-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Data referral nasabah"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-USER.
           STRING
               '{'
               '"status":"error",'
               '"code":1004,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-USER) ','
               '"data":null,'
               '"message":"User tidak ditemukan di sistem legacy"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ACCOUNT-INACTIVE.
           STRING
               '{'
               '"status":"error",'
               '"code":1007,'
               '"retryable":' FUNCTION TRIM(ER-ACCOUNT-INACTIVE) ','
               '"data":null,'
               '"message":"Rekening tidak aktif"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Nasabah belum punya kode referral"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MODE.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Mode referral tidak dikenal (ISSUE/INQ)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-SYSTEM-ERROR.
           STRING
               '{'
               '"status":"error",'
               '"code":5003,'
               '"retryable":' FUNCTION TRIM(ER-SYSTEM-BUSY) ','
               '"data":null,'
               '"message":"Internal error pada sistem legacy"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

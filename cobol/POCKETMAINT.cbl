      *================================================================*
      * POCKETMAINT.CBL - Savings Pocket (Goal Sub-Balance) Maint.    *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POCKETMAINT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Kantong tabungan bernama per user id. Dana di kantong   ---
      *--- tetap bagian dari FD-ACC-BALANCE (buku besar, GL dan    ---
      *--- RECONCILE tidak berubah) - pockets.dat hanya menandai   ---
      *--- berapa bagian saldo yang disisihkan dan tidak boleh     ---
      *--- dipakai belanja sampai dipindahkan kembali              ---
           SELECT POCKET-FILE
               ASSIGN TO '/app/data/pockets.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PK-KEY
               FILE STATUS IS WS-PK-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO '/app/data/accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.
           88  PK-FS-EOF           VALUE '10'.
           88  PK-FS-NOT-FOUND     VALUE '35'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    OPEN|USER_ID|POCKET_NAME|GOAL   (goal opsional, 0 = tanpa
      *                                     target)
      *    IN|USER_ID|POCKET_NAME|AMOUNT   (sisihkan saldo tersedia
      *                                     ke kantong)
      *    OUT|USER_ID|POCKET_NAME|AMOUNT  (kembalikan dana kantong
      *                                     ke saldo tersedia)
      *    CLOSE|USER_ID|POCKET_NAME       (hanya kantong bersaldo 0)
       01  WS-INPUT-LINE           PIC X(100).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-USER-ID           PIC X(20).
       01  WS-IN-POCKET-NAME       PIC X(20).
       01  WS-IN-AMOUNT-STR        PIC X(20).
       01  WS-IN-AMOUNT            PIC 9(13)V99 VALUE 0.
       01  WS-NUMVAL-CHECK         PIC S9(4).

       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.
       01  WS-POCKET-FOUND         PIC X(1) VALUE 'N'.
       01  WS-POCKET-DONE          PIC X(1) VALUE 'N'.

       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.

       01  WS-POCKET-PARSE.
           05  WS-PK-USER-ID       PIC X(20).
           05  WS-PK-NAME          PIC X(20).
           05  WS-PK-BALANCE       PIC 9(13)V99.
           05  WS-PK-GOAL          PIC 9(13)V99.
           05  WS-PK-STATUS        PIC X(10).
           05  WS-PK-UPDATED-AT    PIC X(20).

       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-AVAILABLE-BALANCE    PIC 9(13)V99 VALUE 0.
       01  WS-DATETIME             PIC X(20).
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-BAL-EDIT             PIC Z(12)9.99.
       01  WS-GOAL-EDIT            PIC Z(12)9.99.
       01  WS-AVAIL-EDIT           PIC Z(12)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-USER-ID
                    WS-IN-POCKET-NAME
                    WS-IN-AMOUNT-STR
           END-UNSTRING

           IF FUNCTION TRIM(WS-IN-USER-ID) = SPACES
              OR FUNCTION TRIM(WS-IN-POCKET-NAME) = SPACES
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           PERFORM FIND-USER-ACCOUNT

           IF WS-ACC-FOUND = 'N'
               PERFORM RETURN-INVALID-USER
               STOP RUN
           END-IF

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'OPEN'
                   PERFORM OPEN-POCKET
               WHEN 'IN'
                   PERFORM MOVE-INTO-POCKET
               WHEN 'OUT'
                   PERFORM MOVE-OUT-OF-POCKET
               WHEN 'CLOSE'
                   PERFORM CLOSE-POCKET
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       OPEN-POCKET.
      *--- Goal boleh kosong - kantong tanpa target tetap sah ---
           IF FUNCTION TRIM(WS-IN-AMOUNT-STR) NOT = SPACES
               PERFORM PARSE-AMOUNT
           END-IF

           PERFORM FIND-POCKET

           IF WS-POCKET-FOUND = 'Y'
              AND FUNCTION TRIM(WS-PK-STATUS) = 'active'
               PERFORM RETURN-DUPLICATE-POCKET
               STOP RUN
           END-IF

      *--- Nama kantong yang pernah ditutup dipakai ulang: record ---
      *--- lama (saldo pasti 0) diaktifkan lagi dengan goal baru  ---
           IF WS-POCKET-FOUND = 'Y'
               MOVE 0            TO WS-PK-BALANCE
               MOVE WS-IN-AMOUNT TO WS-PK-GOAL
               MOVE 'active'     TO WS-PK-STATUS
               PERFORM REWRITE-POCKET

               IF WS-POCKET-FOUND = 'N'
                   PERFORM RETURN-SYSTEM-ERROR
               ELSE
                   PERFORM RETURN-POCKET-RESULT
               END-IF
               STOP RUN
           END-IF

           PERFORM OPEN-POCKET-FILE-FOR-WRITE

           IF NOT PK-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
               MOVE WS-IN-USER-ID     TO FD-PK-USER-ID
               MOVE WS-IN-POCKET-NAME TO FD-PK-NAME
               MOVE 0                 TO FD-PK-BALANCE
               MOVE WS-IN-AMOUNT      TO FD-PK-GOAL
               MOVE 'active'          TO FD-PK-STATUS
               MOVE WS-DATETIME       TO FD-PK-UPDATED-AT

               WRITE POCKET-FILE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE

               CLOSE POCKET-FILE

               MOVE POCKET-FILE-RECORD TO WS-POCKET-PARSE
               PERFORM RETURN-POCKET-RESULT
           END-IF.

      *----------------------------------------------------------------*
       OPEN-POCKET-FILE-FOR-WRITE.
      *--- File indexed baru belum ada di disk; buat dulu ---
           OPEN I-O POCKET-FILE
           IF PK-FS-NOT-FOUND
               OPEN OUTPUT POCKET-FILE
               CLOSE POCKET-FILE
               OPEN I-O POCKET-FILE
           END-IF.

      *----------------------------------------------------------------*
       MOVE-INTO-POCKET.
      *--- Yang boleh disisihkan hanya saldo tersedia: saldo       ---
      *--- dikurangi hold dan dikurangi isi semua kantong lain     ---
           PERFORM PARSE-AMOUNT

           PERFORM FIND-POCKET

           IF WS-POCKET-FOUND = 'N'
              OR FUNCTION TRIM(WS-PK-STATUS) NOT = 'active'
               PERFORM RETURN-POCKET-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM SUM-POCKET-BALANCE

           IF WS-AP-BALANCE > WS-AP-HOLD + WS-POCKET-TOTAL
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-AP-BALANCE - WS-AP-HOLD - WS-POCKET-TOTAL
           ELSE
               MOVE 0 TO WS-AVAILABLE-BALANCE
           END-IF

           IF WS-AVAILABLE-BALANCE < WS-IN-AMOUNT
               PERFORM RETURN-INSUFFICIENT-FUNDS
               STOP RUN
           END-IF

           ADD WS-IN-AMOUNT TO WS-PK-BALANCE
           PERFORM REWRITE-POCKET

           IF WS-POCKET-FOUND = 'N'
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           SUBTRACT WS-IN-AMOUNT FROM WS-AVAILABLE-BALANCE
           PERFORM RETURN-POCKET-RESULT.

      *----------------------------------------------------------------*
       MOVE-OUT-OF-POCKET.
      *--- Dana kembali ke saldo tersedia; saldo buku tidak berubah ---
           PERFORM PARSE-AMOUNT

           PERFORM FIND-POCKET

           IF WS-POCKET-FOUND = 'N'
              OR FUNCTION TRIM(WS-PK-STATUS) NOT = 'active'
               PERFORM RETURN-POCKET-NOT-FOUND
               STOP RUN
           END-IF

           IF WS-PK-BALANCE < WS-IN-AMOUNT
               PERFORM RETURN-INSUFFICIENT-FUNDS
               STOP RUN
           END-IF

           SUBTRACT WS-IN-AMOUNT FROM WS-PK-BALANCE
           PERFORM REWRITE-POCKET

           IF WS-POCKET-FOUND = 'N'
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           PERFORM SUM-POCKET-BALANCE

           IF WS-AP-BALANCE > WS-AP-HOLD + WS-POCKET-TOTAL
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-AP-BALANCE - WS-AP-HOLD - WS-POCKET-TOTAL
           ELSE
               MOVE 0 TO WS-AVAILABLE-BALANCE
           END-IF

           PERFORM RETURN-POCKET-RESULT.

      *----------------------------------------------------------------*
       CLOSE-POCKET.
      *--- Kantong yang masih berisi harus dikosongkan dulu (OUT) ---
           PERFORM FIND-POCKET

           IF WS-POCKET-FOUND = 'N'
              OR FUNCTION TRIM(WS-PK-STATUS) NOT = 'active'
               PERFORM RETURN-POCKET-NOT-FOUND
               STOP RUN
           END-IF

           IF WS-PK-BALANCE > 0
               PERFORM RETURN-POCKET-NOT-EMPTY
               STOP RUN
           END-IF

           MOVE 'closed' TO WS-PK-STATUS
           PERFORM REWRITE-POCKET

           IF WS-POCKET-FOUND = 'N'
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           PERFORM RETURN-POCKET-RESULT.

      *----------------------------------------------------------------*
       PARSE-AMOUNT.
           MOVE FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-STR)
               TO WS-NUMVAL-CHECK

           IF WS-NUMVAL-CHECK NOT = 0
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR) TO WS-IN-AMOUNT

           IF WS-IN-AMOUNT <= 0
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       FIND-USER-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-IN-USER-ID TO FD-ACC-USER-ID

               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ACC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACC-FOUND
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       FIND-POCKET.
           MOVE 'N' TO WS-POCKET-FOUND

           OPEN INPUT POCKET-FILE
           IF PK-FS-OK
               MOVE WS-IN-USER-ID     TO FD-PK-USER-ID
               MOVE WS-IN-POCKET-NAME TO FD-PK-NAME

               READ POCKET-FILE INTO WS-POCKET-PARSE
                   KEY IS FD-PK-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-POCKET-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-POCKET-FOUND
               END-READ

               CLOSE POCKET-FILE
           END-IF.

      *----------------------------------------------------------------*
       SUM-POCKET-BALANCE.
      *--- Total isi semua kantong milik user (pola START pada     ---
      *--- LIST-SUB-WALLETS di BALANCEINQ)                          ---
           MOVE 0 TO WS-POCKET-TOTAL
           MOVE 'N' TO WS-POCKET-DONE

           OPEN INPUT POCKET-FILE
           IF PK-FS-OK
               MOVE WS-IN-USER-ID TO FD-PK-USER-ID
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
                           IF FD-PK-USER-ID NOT = WS-IN-USER-ID
                               MOVE 'Y' TO WS-POCKET-DONE
                           ELSE
                               ADD FD-PK-BALANCE TO WS-POCKET-TOTAL
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE POCKET-FILE
           END-IF.

      *----------------------------------------------------------------*
       REWRITE-POCKET.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME TO WS-PK-UPDATED-AT
           MOVE 'N' TO WS-POCKET-FOUND

           OPEN I-O POCKET-FILE
           IF PK-FS-OK
               MOVE WS-IN-USER-ID     TO FD-PK-USER-ID
               MOVE WS-IN-POCKET-NAME TO FD-PK-NAME

               READ POCKET-FILE
                   KEY IS FD-PK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       REWRITE POCKET-FILE-RECORD
                           FROM WS-POCKET-PARSE
                       MOVE 'Y' TO WS-POCKET-FOUND
               END-READ

               CLOSE POCKET-FILE
           END-IF.

      *----------------------------------------------------------------*
       RETURN-POCKET-RESULT.
           MOVE WS-IN-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-PK-BALANCE TO WS-BAL-EDIT
           MOVE WS-PK-GOAL TO WS-GOAL-EDIT
           MOVE WS-AVAILABLE-BALANCE TO WS-AVAIL-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"pocket_name":"'
                   FUNCTION TRIM(WS-IN-POCKET-NAME) '",'
               '"mode":"'
                   FUNCTION TRIM(WS-IN-MODE) '",'
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"pocket_balance":'
                   FUNCTION TRIM(WS-BAL-EDIT) ','
               '"goal_amount":'
                   FUNCTION TRIM(WS-GOAL-EDIT) ','
               '"available_balance":'
                   FUNCTION TRIM(WS-AVAIL-EDIT) ','
               '"pocket_status":"'
                   FUNCTION TRIM(WS-PK-STATUS) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Maintenance kantong tabungan berhasil"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DUPLICATE-POCKET.
           STRING
               '{'
               '"status":"error",'
               '"code":1017,'
               '"retryable":' FUNCTION TRIM(ER-DUPLICATE-ACCOUNT) ','
               '"data":null,'
               '"message":"Kantong dengan nama ini sudah ada"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-POCKET-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Kantong tabungan tidak ditemukan atau sudah'
               ' ditutup"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-POCKET-NOT-EMPTY.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Kantong masih berisi dana, pindahkan dulu'
               ' ke saldo utama"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INSUFFICIENT-FUNDS.
           STRING
               '{'
               '"status":"error",'
               '"code":1003,'
               '"retryable":' FUNCTION TRIM(ER-INSUFFICIENT-FUNDS) ','
               '"data":null,'
               '"message":"Saldo tidak mencukupi untuk pemindahan'
               ' kantong"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-INPUT.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Data kantong tidak lengkap atau tidak'
               ' valid"'
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
               '"message":"Mode maintenance tidak dikenal'
               ' (OPEN/IN/OUT/CLOSE)"'
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

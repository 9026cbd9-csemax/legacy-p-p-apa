               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Kantong tabungan (POCKETMAINT) - dicetak terpisah dari  ---
      *--- saldo tersedia                                           ---
           SELECT POCKET-FILE
               ASSIGN TO '/app/data/pockets.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PK-KEY
               FILE STATUS IS WS-PK-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO '/app/data/transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
           05  FD-ACC-PIN          PIC X(6).
           05  FD-ACC-HOLD         PIC 9(13)V99.

       FD  POCKET-FILE.
       01  POCKET-FILE-RECORD.
           05  FD-PK-KEY.
               10  FD-PK-USER-ID   PIC X(20).
               10  FD-PK-NAME      PIC X(20).
           05  FD-PK-BALANCE       PIC 9(13)V99.
           05  FD-PK-GOAL          PIC 9(13)V99.
           05  FD-PK-STATUS        PIC X(10).
           05  FD-PK-UPDATED-AT    PIC X(20).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(300).

           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.

       01  WS-INPUT-USER-ID        PIC X(20).
       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.


       01  WS-BALANCE-EDIT          PIC Z(12)9.99.

      *--- Kantong tabungan: dana di kantong tidak termasuk saldo  ---
      *--- tersedia (saldo - hold - isi kantong)                    ---
       01  WS-POCKET-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-DONE           PIC X(1) VALUE 'N'.
       01  WS-AVAILABLE-BALANCE     PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-EDIT           PIC Z(12)9.99.
       01  WS-GOAL-EDIT             PIC Z(12)9.99.
       01  WS-AVAIL-EDIT            PIC Z(12)9.99.

      *--- Parse transaksi ---
       01  WS-TXN-PARSE.
           05  WS-TP-TXN-ID        PIC X(36).

           PERFORM COLLECT-TRANSACTIONS
           PERFORM PRINT-STATEMENT-LINES
           PERFORM PRINT-POCKET-LINES
           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       PRINT-POCKET-LINES.
      *--- Satu baris per kantong tabungan aktif, lalu totalnya    ---
      *--- dipisahkan dari saldo tersedia di baris ringkasan       ---
           MOVE 0 TO WS-POCKET-TOTAL
           MOVE 'N' TO WS-POCKET-DONE

           OPEN INPUT POCKET-FILE
           IF PK-FS-OK
               MOVE WS-INPUT-USER-ID TO FD-PK-USER-ID
               MOVE LOW-VALUES TO FD-PK-NAME

               START POCKET-FILE KEY IS NOT LESS THAN FD-PK-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-POCKET-DONE
               END-START

               PERFORM UNTIL WS-POCKET-DONE = 'Y'
                   READ POCKET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-POCKET-DONE
                   NOT AT END
                       IF FD-PK-USER-ID NOT = WS-INPUT-USER-ID
                           MOVE 'Y' TO WS-POCKET-DONE
                       ELSE
                           ADD FD-PK-BALANCE TO WS-POCKET-TOTAL
                           IF FUNCTION TRIM(FD-PK-STATUS) = 'active'
                               PERFORM PRINT-ONE-POCKET
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE POCKET-FILE
           END-IF.

      *----------------------------------------------------------------*
       PRINT-ONE-POCKET.
           MOVE FD-PK-BALANCE TO WS-POCKET-EDIT
           MOVE FD-PK-GOAL TO WS-GOAL-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"user_id":"'
                   FUNCTION TRIM(WS-INPUT-USER-ID) '",'
               '"pocket_name":"'
                   FUNCTION TRIM(FD-PK-NAME) '",'
               '"pocket_balance":'
                   FUNCTION TRIM(WS-POCKET-EDIT) ','
               '"goal_amount":'
                   FUNCTION TRIM(WS-GOAL-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Saldo kantong tabungan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-AP-BALANCE TO WS-BALANCE-EDIT
           IF WS-AP-BALANCE > WS-AP-HOLD + WS-POCKET-TOTAL
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-AP-BALANCE - WS-AP-HOLD - WS-POCKET-TOTAL
           ELSE
               MOVE 0 TO WS-AVAILABLE-BALANCE
           END-IF
           MOVE WS-AVAILABLE-BALANCE TO WS-AVAIL-EDIT
           MOVE WS-POCKET-TOTAL TO WS-POCKET-EDIT
           MOVE WS-STMT-COUNT TO WS-STMT-SHOWN-EDIT
           MOVE WS-STMT-TOTAL-FOUND TO WS-STMT-TOTAL-EDIT

                   FUNCTION TRIM(WS-AP-NAME) '",'
               '"current_balance":'
                   FUNCTION TRIM(WS-BALANCE-EDIT) ','
               '"available_balance":'
                   FUNCTION TRIM(WS-AVAIL-EDIT) ','
               '"pocket_balance":'
                   FUNCTION TRIM(WS-POCKET-EDIT) ','
               '"currency":"'
                   FUNCTION TRIM(WS-AP-CURRENCY) '",'
               '"transactions_shown":'

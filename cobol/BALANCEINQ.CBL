               RECORD KEY IS FD-CW-KEY
               FILE STATUS IS WS-CW-FILE-STATUS.

      *--- Kantong tabungan (POCKETMAINT) - dilaporkan terpisah    ---
      *--- dari saldo tersedia                                      ---
           SELECT POCKET-FILE
               ASSIGN TO DYNAMIC WS-POCKET-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PK-KEY
               FILE STATUS IS WS-PK-FILE-STATUS.

      *--- Audit log bersama untuk semua decline/error ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
           05  FD-CW-BALANCE       PIC 9(13)V99.
           05  FD-CW-STATUS        PIC X(10).

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

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).
           VALUE '/app/data/accounts.dat'.
       01  WS-WALLET-FILE-PATH     PIC X(100)
           VALUE '/app/data/wallets.dat'.
       01  WS-POCKET-FILE-PATH     PIC X(100)
           VALUE '/app/data/pockets.dat'.

      *--- File status ---
       01  WS-FILE-STATUS          PIC XX.
       01  WS-INPUT-USER-ID        PIC X(20).

      *--- Output JSON buffer ---
       01  WS-JSON-OUTPUT          PIC X(2000).
       01  WS-JSON-BALANCE         PIC ZZZ,ZZZ,ZZZ,ZZZ.99.
       01  WS-BALANCE-FORMATTED    PIC X(20).

       01  WS-CW-BAL-EDIT          PIC Z(12)9.99.
       01  WS-WALLET-DONE          PIC X(1).

      *--- Kantong tabungan nasabah, dirangkai jadi array JSON;    ---
      *--- totalnya dikeluarkan dari saldo tersedia                 ---
       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.

       01  WS-POCKET-PARSE.
           05  WS-PK-USER-ID       PIC X(20).
           05  WS-PK-NAME          PIC X(20).
           05  WS-PK-BALANCE       PIC 9(13)V99.
           05  WS-PK-GOAL          PIC 9(13)V99.
           05  WS-PK-STATUS        PIC X(10).
           05  WS-PK-UPDATED-AT    PIC X(20).

       01  WS-POCKET-JSON          PIC X(400) VALUE '['.
       01  WS-POCKET-ITEM          PIC X(100).
       01  WS-POCKET-CLOSE         PIC X(400).
       01  WS-POCKET-COUNT         PIC 9(2) VALUE 0.
       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-PK-BAL-EDIT          PIC Z(12)9.99.
       01  WS-PK-GOAL-EDIT         PIC Z(12)9.99.
       01  WS-PK-TOTAL-EDIT        PIC Z(12)9.99.
       01  WS-POCKET-DONE          PIC X(1).

      *--- Random delay simulation ---
       01  WS-RANDOM-NUM           PIC 9(4).

                      '/wallets.dat' DELIMITED SIZE
                      INTO WS-WALLET-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pockets.dat' DELIMITED SIZE
                      INTO WS-POCKET-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       LIST-POCKETS.
      *--- Rangkai kantong tabungan aktif jadi array JSON dan      ---
      *--- jumlahkan isinya - pola START yang sama dengan          ---
      *--- LIST-SUB-WALLETS (kunci komposit user+nama kantong)     ---
           MOVE '[' TO WS-POCKET-JSON
           MOVE 0 TO WS-POCKET-COUNT
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
                   READ POCKET-FILE NEXT INTO WS-POCKET-PARSE
                   AT END
                       MOVE 'Y' TO WS-POCKET-DONE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PK-USER-ID) =
                          FUNCTION TRIM(WS-INPUT-USER-ID)
                           ADD WS-PK-BALANCE TO WS-POCKET-TOTAL
                           IF FUNCTION TRIM(WS-PK-STATUS) = 'active'
                               ADD 1 TO WS-POCKET-COUNT
                               PERFORM APPEND-POCKET-ITEM
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-POCKET-DONE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE POCKET-FILE
           END-IF

           STRING FUNCTION TRIM(WS-POCKET-JSON) ']'
               DELIMITED SIZE
               INTO WS-POCKET-CLOSE
           END-STRING
           MOVE WS-POCKET-CLOSE TO WS-POCKET-JSON.

      *----------------------------------------------------------------*
       APPEND-POCKET-ITEM.
           MOVE WS-PK-BALANCE TO WS-PK-BAL-EDIT
           MOVE WS-PK-GOAL TO WS-PK-GOAL-EDIT
           MOVE SPACES TO WS-POCKET-ITEM

           STRING
               '{"name":"'
                   FUNCTION TRIM(WS-PK-NAME) '",'
               '"balance":'
                   FUNCTION TRIM(WS-PK-BAL-EDIT) ','
               '"goal":'
                   FUNCTION TRIM(WS-PK-GOAL-EDIT) '}'
               DELIMITED SIZE
               INTO WS-POCKET-ITEM
           END-STRING

           IF WS-POCKET-COUNT > 1
               STRING FUNCTION TRIM(WS-POCKET-JSON) ','
                      FUNCTION TRIM(WS-POCKET-ITEM)
                   DELIMITED SIZE
                   INTO WS-POCKET-JSON
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-POCKET-JSON)
                      FUNCTION TRIM(WS-POCKET-ITEM)
                   DELIMITED SIZE
                   INTO WS-POCKET-JSON
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       RETURN-SUCCESS.
           MOVE EC-SUCCESS TO WS-AUD-CODE
      *--- Kumpulkan sub-wallet mata uang lain milik nasabah ---
           PERFORM LIST-SUB-WALLETS

      *--- Kumpulkan kantong tabungan nasabah ---
           PERFORM LIST-POCKETS

      *--- Format balance ---
           MOVE WS-AP-BALANCE TO WS-JSON-BALANCE
           MOVE FUNCTION TRIM(WS-JSON-BALANCE)
               TO WS-BALANCE-FORMATTED

      *--- Hold berjalan dan saldo tersedia ikut dilaporkan; isi ---
      *--- kantong tabungan tidak termasuk saldo tersedia        ---
           IF WS-AP-BALANCE > WS-AP-HOLD + WS-POCKET-TOTAL
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-AP-BALANCE - WS-AP-HOLD - WS-POCKET-TOTAL
           ELSE
               MOVE 0 TO WS-AVAILABLE-BALANCE
           END-IF
           MOVE WS-AP-HOLD TO WS-HOLD-EDIT
           MOVE WS-POCKET-TOTAL TO WS-PK-TOTAL-EDIT
           MOVE WS-AVAILABLE-BALANCE TO WS-AVAIL-EDIT

      *--- Build JSON response ---
                   FUNCTION TRIM(WS-HOLD-EDIT) ','
               '"available_balance":'
                   FUNCTION TRIM(WS-AVAIL-EDIT) ','
               '"pocket_balance":'
                   FUNCTION TRIM(WS-PK-TOTAL-EDIT) ','
               '"pockets":'
                   FUNCTION TRIM(WS-POCKET-JSON) ','
               '"currency":"'
                   FUNCTION TRIM(WS-AP-CURRENCY) '",'
               '"wallets":'

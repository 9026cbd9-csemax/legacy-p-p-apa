               RECORD KEY IS FD-TI-TXN-ID
               FILE STATUS IS WS-TIX-FILE-STATUS.

      *--- Change feed: event bernomor urut untuk setiap perubahan ---
      *--- saldo dan transaksi, dibaca DWH/aplikasi mobile intraday ---
           SELECT CHGFEED-FILE
               ASSIGN TO DYNAMIC WS-CHGFEED-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *--- Nomor urut terakhir change feed (satu baris) ---
           SELECT CHGSEQ-FILE
               ASSIGN TO DYNAMIC WS-CHGSEQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE
           05  FD-TI-DATE          PIC X(8).
           05  FD-TI-AMOUNT        PIC 9(13)V99.

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- Change feed: saldo sebelum/sesudah per REWRITE rekening ---
      *--- dan satu event per baris transaksi yang ditulis         ---
       01  WS-CHGFEED-FILE-PATH     PIC X(100)
           VALUE '/app/data/chgfeed.dat'.
       01  WS-CHGSEQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/chgseq.dat'.
       01  WS-CF-FILE-STATUS       PIC XX.
           88  CF-FS-OK            VALUE '00'.
           88  CF-FS-NOT-FOUND     VALUE '35'.

       01  WS-CQ-FILE-STATUS       PIC XX.
           88  CQ-FS-OK            VALUE '00'.
           88  CQ-FS-NOT-FOUND     VALUE '35'.

       01  WS-CF-SEQ-LINE.
           05  WS-CF-LAST-SEQ      PIC 9(12).
       01  WS-CF-TRIES             PIC 9(3).

       01  WS-CF-ACC-SAVE          PIC X(200).
       01  WS-CF-BEFORE            PIC 9(13)V99.
       01  WS-CF-TXN-ID            PIC X(36).

       01  WS-CF-TXN-PARSE.
           05  WS-CFT-TXN-ID       PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-CFT-USER-ID      PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-MERCHANT-ID  PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-AMOUNT       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-STATUS       PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CFT-TYPE         PIC X(10).

       01  WS-CHGFEED-RECORD.
           05  WS-CE-SEQ           PIC 9(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'AGTCOMM'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-ENTITY        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-BEFORE        PIC -9(13).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-AFTER         PIC -9(13).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-TYPE      PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
                      '/txnindex.dat' DELIMITED SIZE
                      INTO WS-TXNINDEX-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgfeed.dat' DELIMITED SIZE
                      INTO WS-CHGFEED-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgseq.dat' DELIMITED SIZE
                      INTO WS-CHGSEQ-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
                              WS-AT-SETTLE-ACC(WS-AT-IDX))
                           MOVE 'Y' TO WS-ACC-FOUND
                           ADD WS-COMMISSION TO WS-AP-BALANCE
                           MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                               FROM WS-ACC-PARSE
                           PERFORM WRITE-BALANCE-EVENT
                       END-IF
                   END-READ
               END-PERFORM

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       CAPTURE-BALANCE-BEFORE.
      *--- Saldo sebelum REWRITE dibaca ulang dari file; record   ---
      *--- yang akan ditulis dikembalikan utuh sesudahnya         ---
           MOVE ACCOUNT-FILE-RECORD TO WS-CF-ACC-SAVE
           MOVE 0 TO WS-CF-BEFORE
           MOVE SPACES TO WS-CF-TXN-ID

           READ ACCOUNT-FILE
               KEY IS FD-ACC-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FD-ACC-BALANCE TO WS-CF-BEFORE
           END-READ

           MOVE WS-CF-ACC-SAVE TO ACCOUNT-FILE-RECORD.

      *----------------------------------------------------------------*
       WRITE-BALANCE-EVENT.
      *--- REWRITE yang tidak menggeser saldo (status, hold) tidak ---
      *--- menghasilkan event                                      ---
           IF ACC-FS-OK AND FD-ACC-BALANCE NOT = WS-CF-BEFORE
               MOVE 'ACCOUNT' TO WS-CE-ENTITY
               MOVE FD-ACC-USER-ID TO WS-CE-KEY
               MOVE WS-CF-BEFORE TO WS-CE-BEFORE
               MOVE FD-ACC-BALANCE TO WS-CE-AFTER
               MOVE WS-CF-TXN-ID TO WS-CE-TXN-ID
               MOVE SPACES TO WS-CE-TXN-TYPE
               MOVE SPACES TO WS-CE-TXN-STATUS
               MOVE SPACES TO WS-CE-AMOUNT
               PERFORM APPEND-CHANGE-EVENT
           END-IF.

      *----------------------------------------------------------------*
       WRITE-TXN-EVENT.
      *--- Baris transaksi baru (atau perubahan statusnya) sebagai ---
      *--- event TXN - layout kolom sama di semua program           ---
           IF TXN-FS-OK
               MOVE TRANSACTION-FILE-RECORD TO WS-CF-TXN-PARSE
               MOVE 'TXN' TO WS-CE-ENTITY
               MOVE WS-CFT-USER-ID TO WS-CE-KEY
               MOVE 0 TO WS-CE-BEFORE
               MOVE 0 TO WS-CE-AFTER
               MOVE WS-CFT-TXN-ID TO WS-CE-TXN-ID
               MOVE WS-CFT-TYPE TO WS-CE-TXN-TYPE
               MOVE WS-CFT-STATUS TO WS-CE-TXN-STATUS
               MOVE WS-CFT-AMOUNT TO WS-CE-AMOUNT
               PERFORM APPEND-CHANGE-EVENT
           END-IF.

      *----------------------------------------------------------------*
       APPEND-CHANGE-EVENT.
           PERFORM NEXT-CHANGE-SEQ
           MOVE WS-CF-LAST-SEQ TO WS-CE-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-CE-TIMESTAMP

           OPEN EXTEND CHGFEED-FILE
           IF CF-FS-NOT-FOUND
               OPEN OUTPUT CHGFEED-FILE
               CLOSE CHGFEED-FILE
               OPEN EXTEND CHGFEED-FILE
           END-IF

           IF CF-FS-OK
               WRITE CHGFEED-FILE-RECORD FROM WS-CHGFEED-RECORD
               CLOSE CHGFEED-FILE
           END-IF.

      *----------------------------------------------------------------*
       NEXT-CHANGE-SEQ.
      *--- Nomor urut bersama semua program: baca, tambah satu,   ---
      *--- tulis balik di tempat. File yang sedang dipegang       ---
      *--- program lain dicoba ulang; kalau tetap gagal event      ---
      *--- ditulis dengan nomor 0 dan dilaporkan CDCCUT            ---
           MOVE 0 TO WS-CF-LAST-SEQ
           MOVE 0 TO WS-CF-TRIES

           PERFORM TAKE-CHANGE-SEQ
               UNTIL WS-CF-LAST-SEQ > 0 OR WS-CF-TRIES >= 200.

      *----------------------------------------------------------------*
       TAKE-CHANGE-SEQ.
           ADD 1 TO WS-CF-TRIES

           OPEN I-O CHGSEQ-FILE
           IF CQ-FS-NOT-FOUND
               OPEN OUTPUT CHGSEQ-FILE
               MOVE 0 TO WS-CF-LAST-SEQ
               WRITE CHGSEQ-FILE-RECORD FROM WS-CF-SEQ-LINE
               CLOSE CHGSEQ-FILE
               OPEN I-O CHGSEQ-FILE
           END-IF

           IF CQ-FS-OK
               READ CHGSEQ-FILE INTO WS-CF-SEQ-LINE
                   AT END
                       MOVE 0 TO WS-CF-LAST-SEQ
               END-READ

               IF WS-CF-LAST-SEQ IS NOT NUMERIC
                   MOVE 0 TO WS-CF-LAST-SEQ
               END-IF

               ADD 1 TO WS-CF-LAST-SEQ
               REWRITE CHGSEQ-FILE-RECORD FROM WS-CF-SEQ-LINE
               IF NOT CQ-FS-OK
                   MOVE 0 TO WS-CF-LAST-SEQ
               END-IF
               CLOSE CHGSEQ-FILE
           END-IF.

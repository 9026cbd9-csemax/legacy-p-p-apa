      *================================================================*
      * STSHINQ.CBL - Account / Merchant Status History Inquiry       *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STSHINQ.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-MERCHANT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

      *--- Riwayat perubahan status (ditulis program pengubah     ---
      *--- status: CHGAPPR, lockout PIN, DORMSWP, ACCTCLOSE, dll) ---
           SELECT STSHIST-FILE
               ASSIGN TO DYNAMIC WS-STSHIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

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

       FD  MERCHANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHANT-FILE-RECORD.
           05  FD-MER-MER-ID       PIC X(20).
           05  FD-MER-NAME         PIC X(100).
           05  FD-MER-CATEGORY     PIC X(50).
           05  FD-MER-STATUS       PIC X(10).
           05  FD-MER-BANK-CODE    PIC X(10).
           05  FD-MER-ACCOUNT      PIC X(20).
           05  FD-MER-CURRENCY     PIC X(3).

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

       01  WS-DATA-DIR              PIC X(100).
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-STSHIST-FILE-PATH     PIC X(100)
           VALUE '/app/data/stshist.dat'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.
       01  WS-HS-FILE-STATUS       PIC XX.
           88  HS-FS-OK            VALUE '00'.
           88  HS-FS-EOF           VALUE '10'.
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Input: ENTITY|KEY, ENTITY = ACCOUNT (default) atau     ---
      *--- MERCHANT; input tanpa '|' dianggap user id rekening    ---
       01  WS-INPUT-LINE           PIC X(100).
       01  WS-IN-ENTITY            PIC X(10).
       01  WS-IN-KEY               PIC X(20).

       01  WS-MASTER-FOUND         PIC X(1) VALUE 'N'.
       01  WS-CURRENT-STATUS       PIC X(10) VALUE SPACES.
       01  WS-ROW-COUNT            PIC 9(5) VALUE 0.
       01  WS-ROW-COUNT-EDIT       PIC ZZZZ9.

       01  WS-STSHIST-RECORD.
           05  WS-HS-ENTITY        PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-HS-KEY           PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-HS-OLD-STATUS    PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-HS-NEW-STATUS    PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-HS-REASON        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-HS-CHANGED-BY    PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-HS-PROGRAM       PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1).

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'STSHINQ'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Timeline status satu rekening/merchant: satu baris JSON ---
      *--- per perubahan (urutan file = urutan waktu), ditutup     ---
      *--- ringkasan berisi status terkini dari file master        ---
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE

           MOVE SPACES TO WS-IN-ENTITY
           MOVE SPACES TO WS-IN-KEY
           IF WS-INPUT-LINE = SPACES
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-ENTITY
                    WS-IN-KEY
           END-UNSTRING

           IF WS-IN-KEY = SPACES
               MOVE WS-IN-ENTITY TO WS-IN-KEY
               MOVE 'ACCOUNT' TO WS-IN-ENTITY
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-IN-ENTITY) TO WS-IN-ENTITY

           IF FUNCTION TRIM(WS-IN-ENTITY) NOT = 'ACCOUNT'
              AND FUNCTION TRIM(WS-IN-ENTITY) NOT = 'MERCHANT'
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           MOVE SPACES TO WS-AUD-KEY
           STRING 'STSHIST:' FUNCTION TRIM(WS-IN-ENTITY) '/'
                  FUNCTION TRIM(WS-IN-KEY)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING

           PERFORM READ-CURRENT-STATUS

           OPEN INPUT STSHIST-FILE
           IF HS-FS-OK
               PERFORM UNTIL HS-FS-EOF
                   READ STSHIST-FILE INTO WS-STSHIST-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-HS-ENTITY) =
                          FUNCTION TRIM(WS-IN-ENTITY)
                          AND WS-HS-KEY = WS-IN-KEY
                           ADD 1 TO WS-ROW-COUNT
                           PERFORM PRINT-HISTORY-LINE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE STSHIST-FILE
           END-IF

           IF WS-MASTER-FOUND = 'N' AND WS-ROW-COUNT = 0
               MOVE EC-NOT-FOUND TO WS-AUD-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM RETURN-NOT-FOUND
           ELSE
               MOVE EC-SUCCESS TO WS-AUD-CODE
               PERFORM WRITE-AUDIT-LOG
               PERFORM PRINT-SUMMARY-LINE
           END-IF

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
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/stshist.dat' DELIMITED SIZE
                      INTO WS-STSHIST-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       READ-CURRENT-STATUS.
      *--- Rekening/merchant yang sudah dihapus dari master tetap ---
      *--- bisa ditelusuri riwayatnya; status terkini kosong      ---
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE SPACES TO WS-CURRENT-STATUS

           IF FUNCTION TRIM(WS-IN-ENTITY) = 'ACCOUNT'
               OPEN INPUT ACCOUNT-FILE
               IF ACC-FS-OK
                   MOVE WS-IN-KEY TO FD-ACC-USER-ID
                   READ ACCOUNT-FILE
                       KEY IS FD-ACC-USER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-MASTER-FOUND
                           MOVE FD-ACC-STATUS TO WS-CURRENT-STATUS
                   END-READ
                   CLOSE ACCOUNT-FILE
               END-IF
           ELSE
               OPEN INPUT MERCHANT-FILE
               IF MER-FS-OK
                   MOVE WS-IN-KEY TO FD-MER-MER-ID
                   READ MERCHANT-FILE
                       KEY IS FD-MER-MER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-MASTER-FOUND
                           MOVE FD-MER-STATUS TO WS-CURRENT-STATUS
                   END-READ
                   CLOSE MERCHANT-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       PRINT-HISTORY-LINE.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"entity":"' FUNCTION TRIM(WS-HS-ENTITY) '",'
               '"key":"' FUNCTION TRIM(WS-HS-KEY) '",'
               '"changed_at":"' FUNCTION TRIM(WS-HS-TIMESTAMP) '",'
               '"old_status":"' FUNCTION TRIM(WS-HS-OLD-STATUS) '",'
               '"new_status":"' FUNCTION TRIM(WS-HS-NEW-STATUS) '",'
               '"reason":"' FUNCTION TRIM(WS-HS-REASON) '",'
               '"changed_by":"' FUNCTION TRIM(WS-HS-CHANGED-BY) '",'
               '"program":"' FUNCTION TRIM(WS-HS-PROGRAM) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Riwayat status"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-ROW-COUNT TO WS-ROW-COUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"entity":"' FUNCTION TRIM(WS-IN-ENTITY) '",'
               '"key":"' FUNCTION TRIM(WS-IN-KEY) '",'
               '"current_status":"'
                   FUNCTION TRIM(WS-CURRENT-STATUS) '",'
               '"changes":' FUNCTION TRIM(WS-ROW-COUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Timeline status selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

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
       RETURN-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Rekening/merchant tidak ditemukan"'
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
               '"message":"Input harus ACCOUNT|USER_ID atau '
               'MERCHANT|MERCHANT_ID"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *================================================================*
      * AUTHEXP.CBL - Pre-Authorization Expiry Sweep and Daily Report *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHEXP.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Register pre-otorisasi (PAYMENTPROC/DISPATCHER AUTH) -   ---
      *--- auth open yang lewat masa berlakunya ditandai expired    ---
      *--- dan hold-nya dikembalikan ke nasabah                      ---
           SELECT PREAUTH-FILE
               ASSIGN TO DYNAMIC WS-PREAUTH-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Outbox notifikasi nasabah (dipoll gateway lewat NOTIFYDRN) ---
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

      *--- Audit log bersama ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREAUTH-FILE-RECORD     PIC X(300).

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

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-FILE-RECORD      PIC X(150).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-PREAUTH-FILE-PATH     PIC X(100)
           VALUE '/app/data/preauth.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.

       01  WS-PA-FILE-STATUS       PIC XX.
           88  PA-FS-OK            VALUE '00'.
           88  PA-FS-EOF           VALUE '10'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Tanggal bisnis run (YYYYMMDD) dari command line atau    ---
      *--- hari ini, pola batch EOD lainnya                         ---
       01  WS-RUN-DATE             PIC X(8).

      *--- Baris pre-otorisasi (selaras WS-PREAUTH-RECORD di       ---
      *--- PAYMENTPROC)                                              ---
       01  WS-PREAUTH-RECORD.
           05  WS-PA-AUTH-ID       PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-AUTH-AMOUNT   PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-CAPT-AMOUNT   PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-CREATED       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-EXPIRY-DATE   PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-UPDATED       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-QR-CODE       PIC X(100).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris outbox notifikasi (selaras PAYMENTPROC) ---
       01  WS-NOTIFY-RECORD.
           05  WS-NR-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-EVENT         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'AUTHEXP'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

      *--- Rekap per merchant untuk laporan harian: auth yang masih ---
      *--- open sesudah sapuan, plus yang di-capture, kedaluwarsa,  ---
      *--- dan di-void pada tanggal run                              ---
       01  WS-MERCHANT-TABLE.
           05  WS-MT-ENTRY OCCURS 500 TIMES INDEXED BY WS-MT-IDX.
               10  WS-MT-MER-ID        PIC X(20).
               10  WS-MT-OPEN-CNT      PIC 9(5).
               10  WS-MT-OPEN-AMT      PIC 9(13)V99.
               10  WS-MT-CAPT-CNT      PIC 9(5).
               10  WS-MT-CAPT-AMT      PIC 9(13)V99.
               10  WS-MT-EXP-CNT       PIC 9(5).
               10  WS-MT-EXP-AMT       PIC 9(13)V99.
               10  WS-MT-VOID-CNT      PIC 9(5).
               10  WS-MT-VOID-AMT      PIC 9(13)V99.

       01  WS-MER-COUNT            PIC 9(5) VALUE 0.
       01  WS-MT-FOUND             PIC X(1) VALUE 'N'.
       01  WS-MT-POS               PIC 9(5) VALUE 0.

       01  WS-ROWS-EXPIRED         PIC 9(5) VALUE 0.
       01  WS-TOTAL-RELEASED       PIC 9(13)V99 VALUE 0.
       01  WS-ROWS-OPEN            PIC 9(5) VALUE 0.

       01  WS-CNT-EDIT             PIC ZZZZ9.
       01  WS-CNT2-EDIT            PIC ZZZZ9.
       01  WS-CNT3-EDIT            PIC ZZZZ9.
       01  WS-CNT4-EDIT            PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-AMT2-EDIT            PIC Z(12)9.99.
       01  WS-AMT3-EDIT            PIC Z(12)9.99.
       01  WS-AMT4-EDIT            PIC Z(12)9.99.
       01  WS-TOTAL-EDIT           PIC Z(12)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE

           OPEN I-O PREAUTH-FILE
           IF NOT PA-FS-OK
               PERFORM PRINT-SUMMARY-LINE
               STOP RUN
           END-IF

           PERFORM UNTIL PA-FS-EOF
               READ PREAUTH-FILE INTO WS-PREAUTH-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM PROCESS-ONE-AUTH
               END-READ
           END-PERFORM

           CLOSE PREAUTH-FILE

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MER-COUNT
               PERFORM PRINT-MERCHANT-LINE
           END-PERFORM

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/preauth.dat' DELIMITED SIZE
                      INTO WS-PREAUTH-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/notifyq.dat' DELIMITED SIZE
                      INTO WS-NOTIFY-FILE-PATH
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
       PROCESS-ONE-AUTH.
      *--- Auth open yang tanggal kedaluwarsanya sudah lewat        ---
      *--- (sebelum tanggal run) ditutup di tempat; sisanya hanya   ---
      *--- direkap ke tabel merchant                                 ---
           IF FUNCTION TRIM(WS-PA-STATUS) = 'open'
              AND WS-PA-EXPIRY-DATE < WS-RUN-DATE
               PERFORM EXPIRE-ONE-AUTH
           END-IF

           PERFORM FIND-MERCHANT-SLOT

           IF WS-MT-POS > 0
               EVALUATE TRUE
                   WHEN FUNCTION TRIM(WS-PA-STATUS) = 'open'
                       ADD 1 TO WS-MT-OPEN-CNT(WS-MT-POS)
                       ADD WS-PA-AUTH-AMOUNT
                           TO WS-MT-OPEN-AMT(WS-MT-POS)
                       ADD 1 TO WS-ROWS-OPEN
                   WHEN FUNCTION TRIM(WS-PA-STATUS) = 'expired'
                    AND WS-PA-UPDATED(1:8) = WS-RUN-DATE
                       ADD 1 TO WS-MT-EXP-CNT(WS-MT-POS)
                       ADD WS-PA-AUTH-AMOUNT
                           TO WS-MT-EXP-AMT(WS-MT-POS)
                   WHEN FUNCTION TRIM(WS-PA-STATUS) = 'captured'
                    AND WS-PA-UPDATED(1:8) = WS-RUN-DATE
                       ADD 1 TO WS-MT-CAPT-CNT(WS-MT-POS)
                       ADD WS-PA-CAPT-AMOUNT
                           TO WS-MT-CAPT-AMT(WS-MT-POS)
                   WHEN FUNCTION TRIM(WS-PA-STATUS) = 'voided'
                    AND WS-PA-UPDATED(1:8) = WS-RUN-DATE
                       ADD 1 TO WS-MT-VOID-CNT(WS-MT-POS)
                       ADD WS-PA-AUTH-AMOUNT
                           TO WS-MT-VOID-AMT(WS-MT-POS)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       EXPIRE-ONE-AUTH.
      *--- Hold dikembalikan dulu, baru baris auth ditandai; tanggal ---
      *--- update distempel tanggal run supaya masuk rekap hari itu ---
           PERFORM RELEASE-ACCOUNT-HOLD

           MOVE 'expired' TO WS-PA-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-PA-UPDATED
           MOVE WS-RUN-DATE TO WS-PA-UPDATED(1:8)
           REWRITE PREAUTH-FILE-RECORD FROM WS-PREAUTH-RECORD

           ADD 1 TO WS-ROWS-EXPIRED
           ADD WS-PA-AUTH-AMOUNT TO WS-TOTAL-RELEASED

           PERFORM WRITE-EXPIRE-NOTIFY
           PERFORM WRITE-EXPIRE-AUDIT.

      *----------------------------------------------------------------*
       RELEASE-ACCOUNT-HOLD.
      *--- Hold tidak pernah dibiarkan negatif - kalau sudah lebih  ---
      *--- kecil dari nominal auth (mis. dirilis HOLDREL), nolkan    ---
           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-PA-USER-ID TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-ACC-HOLD > WS-PA-AUTH-AMOUNT
                           SUBTRACT WS-PA-AUTH-AMOUNT FROM FD-ACC-HOLD
                       ELSE
                           MOVE 0 TO FD-ACC-HOLD
                       END-IF
                       REWRITE ACCOUNT-FILE-RECORD
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       FIND-MERCHANT-SLOT.
      *--- Slot rekap merchant; merchant baru ditambahkan selama    ---
      *--- tabel masih muat                                          ---
           MOVE 0 TO WS-MT-POS

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MER-COUNT OR WS-MT-POS > 0
               IF WS-MT-MER-ID(WS-MT-IDX) = WS-PA-MERCHANT-ID
                   SET WS-MT-POS TO WS-MT-IDX
               END-IF
           END-PERFORM

           IF WS-MT-POS = 0 AND WS-MER-COUNT < 500
               ADD 1 TO WS-MER-COUNT
               MOVE WS-MER-COUNT TO WS-MT-POS
               INITIALIZE WS-MT-ENTRY(WS-MT-POS)
               MOVE WS-PA-MERCHANT-ID TO WS-MT-MER-ID(WS-MT-POS)
           END-IF.

      *----------------------------------------------------------------*
       WRITE-EXPIRE-NOTIFY.
           MOVE WS-PA-AUTH-AMOUNT TO WS-AMOUNT-EDIT

           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE WS-PA-USER-ID     TO WS-NR-USER-ID
           MOVE 'AUTHEXPIRE'      TO WS-NR-EVENT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-NR-AMOUNT
           MOVE WS-PA-AUTH-ID     TO WS-NR-TXN-ID
           MOVE 'new'             TO WS-NR-STATUS

           OPEN EXTEND NOTIFY-FILE
           IF NTF-FS-NOT-FOUND
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               OPEN EXTEND NOTIFY-FILE
           END-IF

           IF NTF-FS-OK
               WRITE NOTIFY-FILE-RECORD FROM WS-NOTIFY-RECORD
               CLOSE NOTIFY-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-EXPIRE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
           MOVE WS-PA-AUTH-ID TO WS-AUD-KEY
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
       PRINT-MERCHANT-LINE.
           MOVE WS-MT-OPEN-CNT(WS-MT-IDX) TO WS-CNT-EDIT
           MOVE WS-MT-OPEN-AMT(WS-MT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-MT-CAPT-CNT(WS-MT-IDX) TO WS-CNT2-EDIT
           MOVE WS-MT-CAPT-AMT(WS-MT-IDX) TO WS-AMT2-EDIT
           MOVE WS-MT-EXP-CNT(WS-MT-IDX)  TO WS-CNT3-EDIT
           MOVE WS-MT-EXP-AMT(WS-MT-IDX)  TO WS-AMT3-EDIT
           MOVE WS-MT-VOID-CNT(WS-MT-IDX) TO WS-CNT4-EDIT
           MOVE WS-MT-VOID-AMT(WS-MT-IDX) TO WS-AMT4-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-MT-MER-ID(WS-MT-IDX)) '",'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"open_count":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"open_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"captured_count":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"captured_amount":'
                   FUNCTION TRIM(WS-AMT2-EDIT) ','
               '"expired_count":'
                   FUNCTION TRIM(WS-CNT3-EDIT) ','
               '"expired_amount":'
                   FUNCTION TRIM(WS-AMT3-EDIT) ','
               '"voided_count":'
                   FUNCTION TRIM(WS-CNT4-EDIT) ','
               '"voided_amount":'
                   FUNCTION TRIM(WS-AMT4-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Rekap pre-otorisasi merchant"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-ROWS-EXPIRED TO WS-CNT-EDIT
           MOVE WS-ROWS-OPEN TO WS-CNT2-EDIT
           MOVE WS-TOTAL-RELEASED TO WS-TOTAL-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"auths_expired":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"holds_released":'
                   FUNCTION TRIM(WS-TOTAL-EDIT) ','
               '"auths_open":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Sapuan kedaluwarsa pre-otorisasi selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

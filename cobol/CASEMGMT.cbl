      *================================================================*
      * CASEMGMT.CBL - Financial Crime Case Management & LTKM Filing  *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMGMT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Register kasus (diisi CASEINTK dari AMLSCAN, WATCHSCAN ---
      *--- dan antrean fraud)                                        ---
           SELECT FINCASE-FILE
               ASSIGN TO DYNAMIC WS-FINCASE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FC-FILE-STATUS.

      *--- Jejak investigasi: siapa melakukan apa atas kasus mana ---
           SELECT CASENOTE-FILE
               ASSIGN TO DYNAMIC WS-CASENOTE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CN-FILE-STATUS.

      *--- Registri operator - investigator harus terdaftar aktif ---
           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input     ---
      *--- membawa token sesi, bukan ID operator polos              ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Data subjek dan transaksinya untuk berkas LTKM ---
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-MERCHANT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Berkas LTKM ke PPATK, satu file per laporan ---
           SELECT STR-FILE
               ASSIGN TO DYNAMIC WS-STR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STR-FILE-STATUS.

      *--- Audit log bersama untuk semua decline/error ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINCASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINCASE-FILE-RECORD     PIC X(300).

       FD  CASENOTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASENOTE-FILE-RECORD    PIC X(200).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-FILE-RECORD.
           05  FD-OPR-OP-ID        PIC X(12).
           05  FD-OPR-NAME         PIC X(50).
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

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

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  STR-FILE
           LABEL RECORDS ARE STANDARD.
       01  STR-FILE-RECORD         PIC X(200).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-FINCASE-FILE-PATH     PIC X(100)
           VALUE '/app/data/fincase.dat'.
       01  WS-CASENOTE-FILE-PATH    PIC X(100)
           VALUE '/app/data/casenote.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-STR-FILE-PATH         PIC X(100).

       01  WS-FC-FILE-STATUS       PIC XX.
           88  FC-FS-OK            VALUE '00'.
           88  FC-FS-EOF           VALUE '10'.

       01  WS-CN-FILE-STATUS       PIC XX.
           88  CN-FS-OK            VALUE '00'.
           88  CN-FS-EOF           VALUE '10'.
           88  CN-FS-NOT-FOUND     VALUE '35'.

       01  WS-OPR-FILE-STATUS      PIC XX.
           88  OPR-FS-OK           VALUE '00'.

       01  WS-SN-FILE-STATUS       PIC XX.
           88  SN-FS-OK            VALUE '00'.
           88  SN-FS-EOF           VALUE '10'.

      *--- Baris sesi (layout selaras OPRSIGN) ---
       01  WS-SESSION-RECORD.
           05  WS-SN-TOKEN         PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SN-OP-ID         PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SN-ROLE          PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-SN-ISSUED-AT     PIC X(14).
           05  FILLER              PIC X(1).
           05  WS-SN-EXPIRES-AT    PIC X(14).
           05  FILLER              PIC X(1).
           05  WS-SN-STATUS        PIC X(8).
           05  FILLER              PIC X(1).
       01  WS-SESSION-TOKEN        PIC X(12).
       01  WS-SESSION-OP-ID        PIC X(12).
       01  WS-SESSION-OK           PIC X(1) VALUE 'N'.
       01  WS-SESSION-NOW          PIC X(21).

      *--- Masking data pribadi: default hanya 4 karakter terakhir  ---
      *--- yang tampil; nilai penuh hanya untuk run atas nama       ---
      *--- sesi supervisor aktif (token di DANTE_UNMASK_BY)         ---
       01  WS-UNMASK-BY            PIC X(12).
       01  WS-UNMASK-FLAG          PIC X(1) VALUE 'N'.
       01  WS-MASK-IN              PIC X(80).
       01  WS-MASK-OUT             PIC X(80).
       01  WS-MASK-LEN             PIC 9(3).
       01  WS-MASK-POS             PIC 9(3).
       01  WS-MASK-SUBJ-ID         PIC X(20).

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-STR-FILE-STATUS      PIC XX.
           88  STR-FS-OK           VALUE '00'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Kode bank pelapor (pola BULKPAY, override lewat env     ---
      *--- DANTE_BANK_CODE)                                        ---
       01  WS-OUR-BANK-CODE        PIC X(10) VALUE 'CIMB'.
       01  WS-BANK-CODE-ENV        PIC X(10).

      *--- Input dari stdin (format pipe-delimited) ---
      *    LIST|STATUS             - STATUS kosong = semua kasus
      *                              yang belum ditutup
      *    INQ|CASE_ID             - kasus beserta jejak catatannya
      *    ASSIGN|CASE_ID|OPERATOR|ASSIGNEE
      *    NOTE|CASE_ID|OPERATOR||TEXT
      *    ESCALATE|CASE_ID|OPERATOR|SUPERVISOR|TEXT
      *    CLOSEFP|CASE_ID|OPERATOR||TEXT
      *    REPORT|CASE_ID|OPERATOR||TEXT
      *--- ASSIGN oleh supervisor ke siapa saja; teller hanya boleh ---
      *--- mengambil kasus open untuk dirinya sendiri. NOTE,        ---
      *--- ESCALATE dan CLOSEFP oleh pemegang kasus atau supervisor; ---
      *--- REPORT (tutup sebagai LTKM) hanya oleh supervisor         ---
       01  WS-INPUT-LINE           PIC X(250).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-CASE-ID           PIC X(14).
       01  WS-IN-OPERATOR          PIC X(12).
       01  WS-IN-TARGET            PIC X(12).
       01  WS-IN-TEXT              PIC X(100).

      *--- Record kasus (layout CASEINTK) ---
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

      *--- Salinan kasus terpilih; diubah lalu di-REWRITE ---
       01  WS-CASE-SAVE            PIC X(300).

      *--- Baris jejak investigasi ---
       01  WS-CASENOTE-RECORD.
           05  WS-CN-CASE-ID       PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CN-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CN-OPERATOR      PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CN-ACTION        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CN-TEXT          PIC X(100).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-CASE-ID-NUM          PIC 9(8).
       01  WS-CASE-FOUND           PIC X(1) VALUE 'N'.
       01  WS-CASE-CLOSED          PIC X(1) VALUE 'N'.
       01  WS-NUMVAL-CHECK         PIC S9(4).

       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-TO-CHECK    PIC X(12).
       01  WS-OPERATOR-ROLE        PIC X(12) VALUE SPACES.
       01  WS-ACTOR-ROLE           PIC X(12) VALUE SPACES.
       01  WS-ACTION-ALLOWED       PIC X(1) VALUE 'N'.

      *--- Berkas LTKM: H header pelapor, S subjek, T transaksi   ---
      *--- subjek 30 hari sampai tanggal terdeteksi, R indikator  ---
      *--- dan alasan, Z trailer kontrol                            ---
       01  WS-STR-HEADER.
           05  FILLER              PIC X(1) VALUE 'H'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SH-REPORTER      PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SH-STR-REF       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SH-REPORT-DATE   PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  FILLER              PIC X(4) VALUE 'LTKM'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SH-CASE-ID       PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SH-APPROVER      PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-STR-SUBJECT.
           05  FILLER              PIC X(1) VALUE 'S'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SS-SUBJ-TYPE     PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SS-SUBJ-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SS-NAME          PIC X(50).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SS-ACCOUNT       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SS-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-STR-TXN.
           05  FILLER              PIC X(1) VALUE 'T'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-ST-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-ST-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-ST-AMOUNT        PIC 9(13).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-ST-TYPE          PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-ST-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-ST-COUNTERPARTY  PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-STR-REASON.
           05  FILLER              PIC X(1) VALUE 'R'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SR-SOURCE        PIC X(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SR-RULE          PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SR-DETECTED      PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SR-TEXT          PIC X(100).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-STR-TRAILER.
           05  FILLER              PIC X(1) VALUE 'Z'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SZ-TXN-COUNT     PIC 9(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SZ-TXN-TOTAL     PIC 9(15).99.
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-STR-REF              PIC X(20).
       01  WS-STR-TXN-COUNT        PIC 9(5) VALUE 0.
       01  WS-STR-TXN-TOTAL        PIC 9(15)V99 VALUE 0.
       01  WS-STR-WINDOW-START     PIC X(8).
       01  WS-STR-WINDOW-END       PIC X(8).
       01  WS-STR-WRITTEN          PIC X(1) VALUE 'N'.
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DATE-INT             PIC 9(8).
       01  WS-TXN-MATCH            PIC X(1).

       01  WS-TXN-PARSE.
           05  WS-TP-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-TP-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-STATUS        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-TP-TYPE          PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-TP-QR-CODE       PIC X(100).
           05  FILLER              PIC X(1).
           05  WS-TP-CREATED-AT    PIC X(20).

       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.

       01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
       01  WS-COUNT-EDIT           PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-CASE-EDIT            PIC Z(7)9.
       01  WS-DATETIME             PIC X(20).
       01  WS-JSON-OUTPUT          PIC X(1000).

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'CASEMGMT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-CASE-ID
                    WS-IN-OPERATOR
                    WS-IN-TARGET
                    WS-IN-TEXT
           END-UNSTRING

           PERFORM RESOLVE-MASKING

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'LIST'
                   PERFORM LIST-CASES
               WHEN 'INQ'
                   PERFORM INQUIRE-CASE
               WHEN 'ASSIGN'
               WHEN 'NOTE'
               WHEN 'ESCALATE'
               WHEN 'CLOSEFP'
               WHEN 'REPORT'
                   PERFORM PROCESS-CASE-ACTION
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/fincase.dat' DELIMITED SIZE
                      INTO WS-FINCASE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/casenote.dat' DELIMITED SIZE
                      INTO WS-CASENOTE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING
           END-IF

           ACCEPT WS-BANK-CODE-ENV FROM ENVIRONMENT "DANTE_BANK_CODE"

           IF FUNCTION TRIM(WS-BANK-CODE-ENV) NOT = SPACES
               MOVE WS-BANK-CODE-ENV TO WS-OUR-BANK-CODE
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-SESSION-TOKEN.
      *--- Token harus ada di sessions.dat, berstatus active dan    ---
      *--- belum kedaluwarsa; ID operator pemiliknya dipakai untuk  ---
      *--- validasi dan jejak audit selanjutnya                     ---
           MOVE 'N' TO WS-SESSION-OK
           MOVE SPACES TO WS-SESSION-OP-ID
           MOVE FUNCTION CURRENT-DATE TO WS-SESSION-NOW

           IF FUNCTION TRIM(WS-SESSION-TOKEN) NOT = SPACES
               OPEN INPUT SESSION-FILE
               IF SN-FS-OK
                   PERFORM UNTIL SN-FS-EOF OR WS-SESSION-OK = 'Y'
                       READ SESSION-FILE INTO WS-SESSION-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SN-TOKEN = WS-SESSION-TOKEN
                              AND FUNCTION TRIM(WS-SN-STATUS) =
                                  'active'
                              AND WS-SN-EXPIRES-AT >
                                  WS-SESSION-NOW(1:14)
                               MOVE 'Y' TO WS-SESSION-OK
                               MOVE WS-SN-OP-ID TO WS-SESSION-OP-ID
                           END-IF
                       END-READ
                   END-PERFORM

                   CLOSE SESSION-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       RETURN-SESSION-INVALID.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1039,'
               '"retryable":' FUNCTION TRIM(ER-SESSION-INVALID) ','
               '"data":null,'
               '"message":"Token sesi operator tidak dikenal atau'
               ' sudah berakhir, sign-on ulang lewat OPRSIGN"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PROCESS-CASE-ACTION.
      *--- Urutan cek: sesi operator (kolom operator membawa        ---
      *--- token OPRSIGN), operator, kasus (harus ada dan belum     ---
      *--- ditutup), kewenangan, isian wajib - baru kasus diubah  ---
           MOVE WS-IN-OPERATOR TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-OPERATOR
           MOVE WS-IN-OPERATOR TO WS-OPERATOR-TO-CHECK
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ROLE TO WS-ACTOR-ROLE

           PERFORM LOAD-CASE

           IF WS-CASE-FOUND = 'N' OR WS-CASE-CLOSED = 'Y'
               PERFORM RETURN-CASE-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM CHECK-ACTION-ALLOWED

           IF WS-ACTION-ALLOWED = 'N'
               PERFORM WRITE-DENIED-AUDIT
               PERFORM RETURN-NOT-AUTHORIZED
               STOP RUN
           END-IF

      *--- Keputusan dan eskalasi wajib beralasan ---
           IF FUNCTION TRIM(WS-IN-TEXT) = SPACES
              AND FUNCTION TRIM(WS-IN-MODE) NOT = 'ASSIGN'
               PERFORM RETURN-INVALID-MODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'ASSIGN'
                   MOVE WS-IN-TARGET TO WS-FC-ASSIGNEE
                   MOVE 'assigned' TO WS-FC-STATUS
               WHEN 'NOTE'
                   IF FUNCTION TRIM(WS-FC-STATUS) = 'assigned'
                       MOVE 'investigating' TO WS-FC-STATUS
                   END-IF
               WHEN 'ESCALATE'
                   MOVE WS-IN-TARGET TO WS-FC-ASSIGNEE
                   MOVE 'escalated' TO WS-FC-STATUS
               WHEN 'CLOSEFP'
                   MOVE 'closed-fp' TO WS-FC-STATUS
               WHEN 'REPORT'
                   PERFORM WRITE-STR-FILE
                   IF WS-STR-WRITTEN = 'N'
                       PERFORM RETURN-DB-ERROR
                       STOP RUN
                   END-IF
                   MOVE 'reported' TO WS-FC-STATUS
                   MOVE WS-STR-REF TO WS-FC-STR-REF
           END-EVALUATE

           MOVE WS-DATETIME TO WS-FC-UPDATED-AT

           PERFORM REWRITE-CASE
           PERFORM APPEND-CASE-NOTE
           PERFORM WRITE-ACTION-AUDIT
           PERFORM RETURN-CASE-UPDATED.

      *----------------------------------------------------------------*
       VALIDATE-OPERATOR.
      *--- Operator harus terdaftar dan berstatus active di        ---
      *--- operators.dat; perannya disimpan untuk cek kewenangan   ---
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE SPACES TO WS-OPERATOR-ROLE

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-OPERATOR-TO-CHECK TO FD-OPR-OP-ID

               READ OPERATOR-FILE
                   KEY IS FD-OPR-OP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-OPERATOR-OK
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                           MOVE 'Y' TO WS-OPERATOR-OK
                           MOVE FD-OPR-ROLE TO WS-OPERATOR-ROLE
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-CASE.
           MOVE 'N' TO WS-CASE-FOUND
           MOVE 'N' TO WS-CASE-CLOSED

           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-CASE-ID))
               TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK = 0
               MOVE FUNCTION NUMVAL(WS-IN-CASE-ID) TO WS-CASE-ID-NUM

               OPEN INPUT FINCASE-FILE
               IF FC-FS-OK
                   PERFORM UNTIL FC-FS-EOF OR WS-CASE-FOUND = 'Y'
                       READ FINCASE-FILE INTO WS-FINCASE-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-FC-CASE-ID = WS-CASE-ID-NUM
                               MOVE 'Y' TO WS-CASE-FOUND
                               MOVE WS-FINCASE-RECORD TO WS-CASE-SAVE
                           END-IF
                       END-READ
                   END-PERFORM

                   CLOSE FINCASE-FILE
               END-IF
           END-IF

           IF WS-CASE-FOUND = 'Y'
               MOVE WS-CASE-SAVE TO WS-FINCASE-RECORD
               IF FUNCTION TRIM(WS-FC-STATUS) = 'closed-fp'
                  OR FUNCTION TRIM(WS-FC-STATUS) = 'reported'
                   MOVE 'Y' TO WS-CASE-CLOSED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ACTION-ALLOWED.
           MOVE 'N' TO WS-ACTION-ALLOWED

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'ASSIGN'
                   PERFORM CHECK-ASSIGN-ALLOWED
               WHEN 'REPORT'
                   IF FUNCTION TRIM(WS-ACTOR-ROLE) = 'supervisor'
                       MOVE 'Y' TO WS-ACTION-ALLOWED
                   END-IF
               WHEN 'ESCALATE'
                   PERFORM CHECK-HOLDER-OR-SUPERVISOR
                   IF WS-ACTION-ALLOWED = 'Y'
                       PERFORM CHECK-ESCALATION-TARGET
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-HOLDER-OR-SUPERVISOR
           END-EVALUATE.

      *----------------------------------------------------------------*
       CHECK-ASSIGN-ALLOWED.
      *--- Penerima tugas juga harus operator aktif ---
           IF FUNCTION TRIM(WS-ACTOR-ROLE) = 'supervisor'
               MOVE 'Y' TO WS-ACTION-ALLOWED
           ELSE
               IF FUNCTION TRIM(WS-FC-STATUS) = 'open'
                  AND WS-IN-TARGET = WS-IN-OPERATOR
                   MOVE 'Y' TO WS-ACTION-ALLOWED
               END-IF
           END-IF

           IF WS-ACTION-ALLOWED = 'Y'
               MOVE WS-IN-TARGET TO WS-OPERATOR-TO-CHECK
               PERFORM VALIDATE-OPERATOR
               IF WS-OPERATOR-OK = 'N'
                   PERFORM RETURN-INVALID-OPERATOR
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-HOLDER-OR-SUPERVISOR.
           IF FUNCTION TRIM(WS-ACTOR-ROLE) = 'supervisor'
               MOVE 'Y' TO WS-ACTION-ALLOWED
           ELSE
               IF WS-FC-ASSIGNEE = WS-IN-OPERATOR
                  AND FUNCTION TRIM(WS-FC-ASSIGNEE) NOT = SPACES
                   MOVE 'Y' TO WS-ACTION-ALLOWED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ESCALATION-TARGET.
      *--- Eskalasi selalu ke supervisor aktif lain ---
           MOVE WS-IN-TARGET TO WS-OPERATOR-TO-CHECK
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'supervisor'
              OR WS-IN-TARGET = WS-IN-OPERATOR
               MOVE 'N' TO WS-ACTION-ALLOWED
           END-IF.

      *----------------------------------------------------------------*
       REWRITE-CASE.
           MOVE WS-FINCASE-RECORD TO WS-CASE-SAVE
           MOVE 'N' TO WS-CASE-FOUND

           OPEN I-O FINCASE-FILE
           IF FC-FS-OK
               PERFORM UNTIL FC-FS-EOF OR WS-CASE-FOUND = 'Y'
                   READ FINCASE-FILE INTO WS-FINCASE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-FC-CASE-ID = WS-CASE-ID-NUM
                           MOVE 'Y' TO WS-CASE-FOUND
                           REWRITE FINCASE-FILE-RECORD
                               FROM WS-CASE-SAVE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE FINCASE-FILE
           END-IF

           MOVE WS-CASE-SAVE TO WS-FINCASE-RECORD.

      *----------------------------------------------------------------*
       APPEND-CASE-NOTE.
           MOVE WS-FC-CASE-ID TO WS-CN-CASE-ID
           MOVE WS-DATETIME TO WS-CN-TIMESTAMP
           MOVE WS-IN-OPERATOR TO WS-CN-OPERATOR
           MOVE WS-IN-MODE TO WS-CN-ACTION

           IF FUNCTION TRIM(WS-IN-MODE) = 'ASSIGN'
              OR FUNCTION TRIM(WS-IN-MODE) = 'ESCALATE'
               MOVE SPACES TO WS-CN-TEXT
               STRING 'TO:' FUNCTION TRIM(WS-IN-TARGET) ' '
                      FUNCTION TRIM(WS-IN-TEXT)
                   DELIMITED SIZE INTO WS-CN-TEXT
               END-STRING
           ELSE
               MOVE WS-IN-TEXT TO WS-CN-TEXT
           END-IF

           OPEN EXTEND CASENOTE-FILE
           IF CN-FS-NOT-FOUND
               OPEN OUTPUT CASENOTE-FILE
               CLOSE CASENOTE-FILE
               OPEN EXTEND CASENOTE-FILE
           END-IF

           IF CN-FS-OK
               WRITE CASENOTE-FILE-RECORD FROM WS-CASENOTE-RECORD
               CLOSE CASENOTE-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-STR-FILE.
      *--- Nomor LTKM: 'LTKM' + tanggal lapor + case id ---
           MOVE 'N' TO WS-STR-WRITTEN
           MOVE 0 TO WS-STR-TXN-COUNT
           MOVE 0 TO WS-STR-TXN-TOTAL

           MOVE SPACES TO WS-STR-REF
           STRING 'LTKM' WS-DATETIME(1:8) WS-FC-CASE-ID
               DELIMITED SIZE INTO WS-STR-REF
           END-STRING

           MOVE SPACES TO WS-STR-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/ltkm-' DELIMITED SIZE
                  WS-STR-REF DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-STR-FILE-PATH
           END-STRING

      *--- Jendela transaksi: 30 hari sampai tanggal terdeteksi ---
           IF WS-FC-DETECTED IS NUMERIC
               MOVE WS-FC-DETECTED TO WS-DATE-NUM
           ELSE
               MOVE WS-DATETIME(1:8) TO WS-DATE-NUM
           END-IF
           MOVE WS-DATE-NUM TO WS-STR-WINDOW-END
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 30
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-STR-WINDOW-START

           OPEN OUTPUT STR-FILE
           IF STR-FS-OK
               MOVE WS-OUR-BANK-CODE TO WS-SH-REPORTER
               MOVE WS-STR-REF TO WS-SH-STR-REF
               MOVE WS-DATETIME(1:8) TO WS-SH-REPORT-DATE
               MOVE WS-FC-CASE-ID TO WS-SH-CASE-ID
               MOVE WS-IN-OPERATOR TO WS-SH-APPROVER
               WRITE STR-FILE-RECORD FROM WS-STR-HEADER

               PERFORM BUILD-STR-SUBJECT
               WRITE STR-FILE-RECORD FROM WS-STR-SUBJECT

               PERFORM WRITE-STR-TRANSACTIONS

               MOVE WS-FC-SOURCE TO WS-SR-SOURCE
               MOVE WS-FC-RULE TO WS-SR-RULE
               MOVE WS-FC-DETECTED TO WS-SR-DETECTED
               MOVE WS-IN-TEXT TO WS-SR-TEXT
               WRITE STR-FILE-RECORD FROM WS-STR-REASON

               MOVE WS-STR-TXN-COUNT TO WS-SZ-TXN-COUNT
               MOVE WS-STR-TXN-TOTAL TO WS-SZ-TXN-TOTAL
               WRITE STR-FILE-RECORD FROM WS-STR-TRAILER

               CLOSE STR-FILE
               MOVE 'Y' TO WS-STR-WRITTEN
           END-IF.

      *----------------------------------------------------------------*
       BUILD-STR-SUBJECT.
           MOVE WS-FC-SUBJ-TYPE TO WS-SS-SUBJ-TYPE
           MOVE WS-FC-SUBJ-ID TO WS-SS-SUBJ-ID
           MOVE SPACES TO WS-SS-NAME
           MOVE SPACES TO WS-SS-ACCOUNT
           MOVE SPACES TO WS-SS-STATUS

           IF FUNCTION TRIM(WS-FC-SUBJ-TYPE) = 'MERCHANT'
               OPEN INPUT MERCHANT-FILE
               IF MER-FS-OK
                   MOVE WS-FC-SUBJ-ID TO FD-MER-MER-ID
                   READ MERCHANT-FILE
                       KEY IS FD-MER-MER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FD-MER-NAME TO WS-SS-NAME
                           MOVE FD-MER-ACCOUNT TO WS-SS-ACCOUNT
                           MOVE FD-MER-STATUS TO WS-SS-STATUS
                   END-READ
                   CLOSE MERCHANT-FILE
               END-IF
           ELSE
               OPEN INPUT ACCOUNT-FILE
               IF ACC-FS-OK
                   MOVE WS-FC-SUBJ-ID TO FD-ACC-USER-ID
                   READ ACCOUNT-FILE
                       KEY IS FD-ACC-USER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FD-ACC-NAME TO WS-SS-NAME
                           MOVE FD-ACC-ACC-ID TO WS-SS-ACCOUNT
                           MOVE FD-ACC-STATUS TO WS-SS-STATUS
                   END-READ
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       WRITE-STR-TRANSACTIONS.
      *--- Semua status ikut dilaporkan - percobaan yang ditolak  ---
      *--- juga relevan bagi PPATK                                  ---
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-STR-TRANSACTION
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-STR-TRANSACTION.
           MOVE 'N' TO WS-TXN-MATCH

           IF FUNCTION TRIM(WS-FC-SOURCE) = 'FRAUD'
              AND WS-TP-TXN-ID = WS-FC-SRC-KEY(1:36)
               MOVE 'Y' TO WS-TXN-MATCH
           END-IF

           IF WS-TP-CREATED-AT(1:8) NOT < WS-STR-WINDOW-START
              AND WS-TP-CREATED-AT(1:8) NOT > WS-STR-WINDOW-END
               IF FUNCTION TRIM(WS-FC-SUBJ-TYPE) = 'MERCHANT'
                   IF WS-TP-MERCHANT-ID = WS-FC-SUBJ-ID
                       MOVE 'Y' TO WS-TXN-MATCH
                       MOVE WS-TP-USER-ID TO WS-ST-COUNTERPARTY
                   END-IF
               ELSE
                   IF WS-TP-USER-ID = WS-FC-SUBJ-ID
                       MOVE 'Y' TO WS-TXN-MATCH
                   END-IF
               END-IF
           END-IF

           IF WS-TXN-MATCH = 'Y'
               IF FUNCTION TRIM(WS-FC-SUBJ-TYPE) NOT = 'MERCHANT'
                   MOVE WS-TP-MERCHANT-ID TO WS-ST-COUNTERPARTY
               END-IF

               MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM
               MOVE WS-TP-TXN-ID TO WS-ST-TXN-ID
               MOVE WS-TP-CREATED-AT(1:8) TO WS-ST-DATE
               MOVE WS-TP-AMOUNT-NUM TO WS-ST-AMOUNT
               MOVE WS-TP-TYPE TO WS-ST-TYPE
               MOVE WS-TP-STATUS TO WS-ST-STATUS
               WRITE STR-FILE-RECORD FROM WS-STR-TXN

               ADD 1 TO WS-STR-TXN-COUNT
               ADD WS-TP-AMOUNT-NUM TO WS-STR-TXN-TOTAL
           END-IF.

      *----------------------------------------------------------------*
       LIST-CASES.
      *--- Tanpa filter: semua kasus yang belum ditutup ---
           OPEN INPUT FINCASE-FILE
           IF FC-FS-OK
               PERFORM UNTIL FC-FS-EOF
                   READ FINCASE-FILE INTO WS-FINCASE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-IN-CASE-ID) = SPACES
                           IF FUNCTION TRIM(WS-FC-STATUS)
                                  NOT = 'closed-fp'
                              AND FUNCTION TRIM(WS-FC-STATUS)
                                  NOT = 'reported'
                               PERFORM PRINT-CASE-LINE
                           END-IF
                       ELSE
                           IF FUNCTION TRIM(WS-FC-STATUS) =
                              FUNCTION TRIM(WS-IN-CASE-ID)
                               PERFORM PRINT-CASE-LINE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE FINCASE-FILE
           END-IF

           PERFORM PRINT-LIST-SUMMARY.

      *----------------------------------------------------------------*
       INQUIRE-CASE.
           PERFORM LOAD-CASE

           IF WS-CASE-FOUND = 'N'
               PERFORM RETURN-CASE-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM PRINT-CASE-LINE

           OPEN INPUT CASENOTE-FILE
           IF CN-FS-OK
               PERFORM UNTIL CN-FS-EOF
                   READ CASENOTE-FILE INTO WS-CASENOTE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CN-CASE-ID = WS-FC-CASE-ID
                           PERFORM PRINT-NOTE-LINE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CASENOTE-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-ACTION-AUDIT.
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-CASE-AUDIT.

      *----------------------------------------------------------------*
       WRITE-DENIED-AUDIT.
           MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
           PERFORM WRITE-CASE-AUDIT.

      *----------------------------------------------------------------*
       WRITE-CASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
           MOVE WS-FC-CASE-ID TO WS-CASE-EDIT

           MOVE SPACES TO WS-AUD-KEY
           STRING 'CASE:' FUNCTION TRIM(WS-CASE-EDIT) ' '
                  FUNCTION TRIM(WS-IN-MODE) ' BY:'
                  FUNCTION TRIM(WS-IN-OPERATOR)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING

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
       PRINT-CASE-LINE.
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-FC-CASE-ID TO WS-CASE-EDIT
           MOVE WS-FC-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-FC-SUBJ-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-SUBJ-ID

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"case_id":'
                   FUNCTION TRIM(WS-CASE-EDIT) ','
               '"source":"'
                   FUNCTION TRIM(WS-FC-SOURCE) '",'
               '"subject_type":"'
                   FUNCTION TRIM(WS-FC-SUBJ-TYPE) '",'
               '"subject_id":"'
                   FUNCTION TRIM(WS-MASK-SUBJ-ID) '",'
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"rule":"'
                   FUNCTION TRIM(WS-FC-RULE) '",'
               '"detected":"'
                   WS-FC-DETECTED '",'
               '"deadline":"'
                   WS-FC-DEADLINE '",'
               '"case_status":"'
                   FUNCTION TRIM(WS-FC-STATUS) '",'
               '"assignee":"'
                   FUNCTION TRIM(WS-FC-ASSIGNEE) '",'
               '"str_ref":"'
                   FUNCTION TRIM(WS-FC-STR-REF) '",'
               '"source_system":"legacy-cobol"'
               '},'
               '"message":"Kasus kejahatan keuangan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT
           MOVE SPACES TO WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-NOTE-LINE.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"timestamp":"'
                   FUNCTION TRIM(WS-CN-TIMESTAMP) '",'
               '"operator":"'
                   FUNCTION TRIM(WS-CN-OPERATOR) '",'
               '"action":"'
                   FUNCTION TRIM(WS-CN-ACTION) '",'
               '"text":"'
                   FUNCTION TRIM(WS-CN-TEXT) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Catatan investigasi"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT
           MOVE SPACES TO WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RESOLVE-MASKING.
      *--- DANTE_UNMASK_BY berisi token sesi (OPRSIGN) operator     ---
      *--- yang menjalankan laporan; token diurai lewat             ---
      *--- sessions.dat, hanya supervisor aktif yang dapat nilai    ---
      *--- penuh, dan setiap permintaan dicatat dengan id operator  ---
      *--- hasil urai (token sendiri tidak ditulis ke audit.log)    ---
           MOVE 'N' TO WS-UNMASK-FLAG
           MOVE SPACES TO WS-UNMASK-BY
           ACCEPT WS-UNMASK-BY FROM ENVIRONMENT "DANTE_UNMASK_BY"

           IF WS-UNMASK-BY NOT = SPACES
               MOVE WS-UNMASK-BY TO WS-SESSION-TOKEN
               PERFORM RESOLVE-SESSION-TOKEN
               MOVE WS-SESSION-OP-ID TO WS-UNMASK-BY

               IF WS-SESSION-OK = 'Y'
                   OPEN INPUT OPERATOR-FILE
               END-IF

               IF WS-SESSION-OK = 'Y' AND OPR-FS-OK
                   MOVE WS-UNMASK-BY TO FD-OPR-OP-ID
                   READ OPERATOR-FILE
                       KEY IS FD-OPR-OP-ID
                       INVALID KEY
                           MOVE 'N' TO WS-UNMASK-FLAG
                       NOT INVALID KEY
                           IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                              AND FUNCTION TRIM(FD-OPR-ROLE)
                                  = 'supervisor'
                               MOVE 'Y' TO WS-UNMASK-FLAG
                           END-IF
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-UNMASK-BY = SPACES
                   MOVE '-' TO WS-UNMASK-BY
               END-IF

               MOVE SPACES TO WS-AUD-KEY
               STRING 'UNMASK BY:' FUNCTION TRIM(WS-UNMASK-BY)
                   DELIMITED SIZE INTO WS-AUD-KEY
               END-STRING
               IF WS-UNMASK-FLAG = 'Y'
                   MOVE EC-SUCCESS TO WS-AUD-CODE
               ELSE
                   IF WS-SESSION-OK = 'N'
                       MOVE EC-SESSION-INVALID TO WS-AUD-CODE
                   ELSE
                       MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
                   END-IF
               END-IF
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *----------------------------------------------------------------*
       MASK-VALUE.
      *--- Ganti semua karakter kecuali 4 terakhir dengan '*';      ---
      *--- nilai 4 karakter atau kurang dibiarkan apa adanya        ---
           MOVE WS-MASK-IN TO WS-MASK-OUT

           IF WS-UNMASK-FLAG NOT = 'Y' AND WS-MASK-IN NOT = SPACES
               COMPUTE WS-MASK-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-IN))
               PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                   UNTIL WS-MASK-POS + 4 > WS-MASK-LEN
                   MOVE '*' TO WS-MASK-OUT(WS-MASK-POS:1)
               END-PERFORM
           END-IF.

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
       PRINT-LIST-SUMMARY.
           MOVE WS-LIST-COUNT TO WS-COUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"cases_listed":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Daftar kasus selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CASE-UPDATED.
           MOVE WS-FC-CASE-ID TO WS-CASE-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"case_id":'
                   FUNCTION TRIM(WS-CASE-EDIT) ','
               '"action":"'
                   FUNCTION TRIM(WS-IN-MODE) '",'
               '"case_status":"'
                   FUNCTION TRIM(WS-FC-STATUS) '",'
               '"assignee":"'
                   FUNCTION TRIM(WS-FC-ASSIGNEE) '",'
               '"str_ref":"'
                   FUNCTION TRIM(WS-FC-STR-REF) '",'
               '"str_file":"'
                   FUNCTION TRIM(WS-STR-FILE-PATH) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Kasus diperbarui"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CASE-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Kasus tidak ditemukan atau sudah ditutup"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-OPERATOR.
           STRING
               '{'
               '"status":"error",'
               '"code":1022,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-OPERATOR) ','
               '"data":null,'
               '"message":"Operator tidak terdaftar atau tidak aktif"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NOT-AUTHORIZED.
           STRING
               '{'
               '"status":"error",'
               '"code":1023,'
               '"retryable":' FUNCTION TRIM(ER-NOT-AUTHORIZED) ','
               '"data":null,'
               '"message":"Operator tidak berwenang atas kasus ini"'
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
               '"message":"Berkas LTKM tidak dapat ditulis"'
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
               '"code":9999,'
               '"retryable":' FUNCTION TRIM(ER-UNKNOWN-ERROR) ','
               '"data":null,'
               '"message":"Mode tidak dikenal atau alasan kosong '
               '(LIST/INQ/ASSIGN/NOTE/ESCALATE/CLOSEFP/REPORT)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

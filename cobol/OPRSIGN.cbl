      *================================================================*
      * OPRSIGN.CBL - Operator Sign-On, Password Change & Sign-Off    *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRSIGN.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Registri operator - hanya operator aktif boleh sign-on ---
           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Kredensial operator (pola pinhash.dat): salt + hash     ---
      *--- password, masa berlaku, hitungan gagal dan lockout -    ---
      *--- diisi OPRMAINT (CREATE/RESETPWD) dan CHGPWD di sini     ---
           SELECT OPRCRED-FILE
               ASSIGN TO '/app/data/oprcred.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OC-OP-ID
               FILE STATUS IS WS-OC-FILE-STATUS.

      *--- Sesi operator: token berumur pendek yang dibawa program ---
      *--- maintenance di kolom operator, bukan ID operator polos  ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Master parameter bisnis (OPRFAILLIM, OPRPWDDAYS,        ---
      *--- OPRSESSMIN)                                               ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Audit log bersama - setiap sign-on berhasil/gagal dicatat ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-FILE-RECORD.
           05  FD-OPR-OP-ID        PIC X(12).
           05  FD-OPR-NAME         PIC X(50).
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  OPRCRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPRCRED-FILE-RECORD.
           05  FD-OC-OP-ID         PIC X(12).
           05  FD-OC-SALT          PIC X(8).
           05  FD-OC-HASH          PIC X(20).
           05  FD-OC-EXPIRES       PIC X(8).
           05  FD-OC-FAIL-COUNT    PIC 9(2).
           05  FD-OC-STATUS        PIC X(10).
           05  FD-OC-MUST-CHANGE   PIC X(1).
           05  FD-OC-LAST-LOGIN    PIC X(20).
           05  FD-OC-UPDATED-AT    PIC X(20).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.

       01  WS-OPR-FILE-STATUS      PIC XX.
           88  OPR-FS-OK           VALUE '00'.

       01  WS-OC-FILE-STATUS       PIC XX.
           88  OC-FS-OK            VALUE '00'.
           88  OC-FS-NOT-FOUND     VALUE '35'.

       01  WS-SN-FILE-STATUS       PIC XX.
           88  SN-FS-OK            VALUE '00'.
           88  SN-FS-EOF           VALUE '10'.
           88  SN-FS-NOT-FOUND     VALUE '35'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    LOGIN|OP_ID|PASSWORD
      *    CHGPWD|OP_ID|PASSWORD_LAMA|PASSWORD_BARU
      *    LOGOFF|TOKEN
      *--- Password 8-14 karakter; password sementara dari       ---
      *--- OPRMAINT wajib diganti lewat CHGPWD sebelum sign-on    ---
       01  WS-INPUT-LINE           PIC X(120).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-OP-ID             PIC X(12).
       01  WS-IN-PASSWORD          PIC X(20).
       01  WS-IN-NEW-PASSWORD      PIC X(20).

       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ROLE        PIC X(12) VALUE SPACES.
       01  WS-CRED-FOUND           PIC X(1) VALUE 'N'.
       01  WS-PASSWORD-OK          PIC X(1) VALUE 'N'.
       01  WS-LOCKED-NOW           PIC X(1) VALUE 'N'.
       01  WS-PWD-LENGTH           PIC 9(2).

      *--- Salinan record kredensial yang sedang diproses ---
       01  WS-CRED-PARSE.
           05  WS-OC-OP-ID         PIC X(12).
           05  WS-OC-SALT          PIC X(8).
           05  WS-OC-HASH          PIC X(20).
           05  WS-OC-EXPIRES       PIC X(8).
           05  WS-OC-FAIL-COUNT    PIC 9(2).
           05  WS-OC-STATUS        PIC X(10).
           05  WS-OC-MUST-CHANGE   PIC X(1).
           05  WS-OC-LAST-LOGIN    PIC X(20).
           05  WS-OC-UPDATED-AT    PIC X(20).

      *--- Baris sesi (layout selaras pemeriksa token di program  ---
      *--- maintenance)                                              ---
       01  WS-SESSION-RECORD.
           05  WS-SN-TOKEN         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SN-OP-ID         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SN-ROLE          PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SN-ISSUED-AT     PIC X(14).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SN-EXPIRES-AT    PIC X(14).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SN-STATUS        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
       01  WS-SESSION-FOUND        PIC X(1) VALUE 'N'.

      *--- Parameter sign-on: default terkompilasi, baris params.dat ---
      *--- efektif terbaru yang tidak melewati hari ini menang       ---
       01  WS-FAIL-LIMIT           PIC 9(2) VALUE 5.
       01  WS-PWD-DAYS             PIC 9(4) VALUE 90.
       01  WS-SESSION-MINUTES      PIC 9(4) VALUE 30.
       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(8).
       01  WS-PM-EFF-FAIL          PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-DAYS          PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-SESS          PIC X(8) VALUE SPACES.
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Hash password: rumus HASH-PIN (CHGAPPR/PINCONV) dengan ---
      *--- masukan salt + password + ID operator, 34 karakter      ---
       01  WS-PH-INPUT.
           05  WS-PH-IN-SALT       PIC X(8).
           05  WS-PH-IN-PASSWORD   PIC X(14).
           05  WS-PH-IN-OP-ID      PIC X(12).
       01  WS-PH-RESULT.
           05  WS-PH-ACC-1         PIC 9(10).
           05  WS-PH-ACC-2         PIC 9(10).
       01  WS-PH-ROUND             PIC 9(4).
       01  WS-PH-POS               PIC 9(4).
       01  WS-PH-WORK              PIC 9(18).
       01  WS-PH-SEEDED            PIC X VALUE 'N'.
       01  WS-PH-SEED              PIC 9(8).
       01  WS-PH-RANDOM            PIC V9(9).
       01  WS-PH-SALT-NUM          PIC 9(8).
       01  WS-TOKEN-NUM            PIC 9(12).

      *--- Perhitungan waktu kedaluwarsa sesi dan password ---
       01  WS-NOW                  PIC X(21).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-INT            PIC 9(8).
       01  WS-EXPIRY-DATE          PIC 9(8).
       01  WS-HH                   PIC 9(2).
       01  WS-MI                   PIC 9(2).
       01  WS-MINUTE-TOTAL         PIC 9(12).
       01  WS-DAY-INT              PIC 9(8).
       01  WS-MINUTE-REM           PIC 9(4).
       01  WS-EXPIRES-AT           PIC X(14).
       01  WS-EXPIRES-DATE         PIC 9(8).
       01  WS-EXPIRES-HH           PIC 9(2).
       01  WS-EXPIRES-MI           PIC 9(2).

       01  WS-SIGNON-RESULT        PIC X(8).
       01  WS-JSON-OUTPUT          PIC X(1000).

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'OPRSIGN'.
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
                    WS-IN-OP-ID
                    WS-IN-PASSWORD
                    WS-IN-NEW-PASSWORD
           END-UNSTRING

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY
           PERFORM LOAD-SIGNON-PARAMS

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'LOGIN'
                   PERFORM SIGN-ON-OPERATOR
               WHEN 'CHGPWD'
                   PERFORM CHANGE-OPERATOR-PASSWORD
               WHEN 'LOGOFF'
                   PERFORM SIGN-OFF-SESSION
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       LOAD-SIGNON-PARAMS.
           OPEN INPUT PARAM-FILE
           IF PM-FS-OK
               PERFORM UNTIL PM-FS-EOF
                   READ PARAM-FILE INTO WS-PM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-PARAM-LINE
                   END-READ
               END-PERFORM

               CLOSE PARAM-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-PARAM-LINE.
           MOVE SPACES TO WS-PM-REC-NAME
           MOVE SPACES TO WS-PM-REC-VALUE
           MOVE SPACES TO WS-PM-REC-EFF

           UNSTRING WS-PM-LINE
               DELIMITED BY '|'
               INTO WS-PM-REC-NAME
                    WS-PM-REC-VALUE
                    WS-PM-REC-EFF
           END-UNSTRING

           IF WS-PM-REC-EFF(1:8) > WS-NOW(1:8)
              OR FUNCTION TRIM(WS-PM-REC-VALUE) = SPACES
               CONTINUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
                   TO WS-NUMVAL-CHECK

               EVALUATE FUNCTION TRIM(WS-PM-REC-NAME)
                   WHEN 'OPRFAILLIM'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-FAIL
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-FAIL
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-FAIL-LIMIT
                       END-IF
                   WHEN 'OPRPWDDAYS'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-DAYS
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-DAYS
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-PWD-DAYS
                       END-IF
                   WHEN 'OPRSESSMIN'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-SESS
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-SESS
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-SESSION-MINUTES
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       SIGN-ON-OPERATOR.
      *--- Urutan cek: operator aktif, kredensial ada, tidak       ---
      *--- terkunci, password cocok, lalu password tidak wajib     ---
      *--- diganti/kedaluwarsa - baru token sesi diterbitkan       ---
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               MOVE 'NOOPR' TO WS-SIGNON-RESULT
               MOVE EC-INVALID-OPERATOR TO WS-AUD-CODE
               PERFORM WRITE-SIGNON-AUDIT
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

           PERFORM OPEN-CREDENTIAL-FILE
           PERFORM READ-CREDENTIAL

           IF WS-CRED-FOUND = 'N'
               CLOSE OPRCRED-FILE
               MOVE 'NOCRED' TO WS-SIGNON-RESULT
               MOVE EC-INVALID-OPERATOR TO WS-AUD-CODE
               PERFORM WRITE-SIGNON-AUDIT
               PERFORM RETURN-NO-CREDENTIAL
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-OC-STATUS) = 'locked'
               CLOSE OPRCRED-FILE
               MOVE 'LOCKED' TO WS-SIGNON-RESULT
               MOVE EC-OPERATOR-LOCKED TO WS-AUD-CODE
               PERFORM WRITE-SIGNON-AUDIT
               PERFORM RETURN-OPERATOR-LOCKED
               STOP RUN
           END-IF

           MOVE WS-IN-PASSWORD TO WS-PH-IN-PASSWORD
           PERFORM VERIFY-PASSWORD

           IF WS-PASSWORD-OK = 'N'
               PERFORM RECORD-PASSWORD-FAILURE
               CLOSE OPRCRED-FILE
               PERFORM RETURN-FAILED-ATTEMPT
               STOP RUN
           END-IF

           MOVE 0 TO WS-OC-FAIL-COUNT
           MOVE WS-NOW(1:20) TO WS-OC-LAST-LOGIN
           REWRITE OPRCRED-FILE-RECORD FROM WS-CRED-PARSE
           CLOSE OPRCRED-FILE

      *--- Password sementara atau kedaluwarsa: tidak ada token, ---
      *--- operator harus CHGPWD dulu                              ---
           IF WS-OC-MUST-CHANGE = 'Y'
              OR WS-OC-EXPIRES < WS-NOW(1:8)
               MOVE 'PWDEXP' TO WS-SIGNON-RESULT
               MOVE EC-PASSWORD-EXPIRED TO WS-AUD-CODE
               PERFORM WRITE-SIGNON-AUDIT
               PERFORM RETURN-PASSWORD-EXPIRED
               STOP RUN
           END-IF

           PERFORM ISSUE-SESSION-TOKEN

           MOVE 'OK' TO WS-SIGNON-RESULT
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-SIGNON-AUDIT
           PERFORM RETURN-SIGNED-ON.

      *----------------------------------------------------------------*
       CHANGE-OPERATOR-PASSWORD.
      *--- Password lama harus benar (gagal dihitung seperti      ---
      *--- LOGIN); password baru 8-14 karakter dan berbeda         ---
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               MOVE 'NOOPR' TO WS-SIGNON-RESULT
               MOVE EC-INVALID-OPERATOR TO WS-AUD-CODE
               PERFORM WRITE-SIGNON-AUDIT
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

           MOVE 0 TO WS-PWD-LENGTH
           INSPECT FUNCTION REVERSE(WS-IN-NEW-PASSWORD)
               TALLYING WS-PWD-LENGTH FOR LEADING SPACES
           COMPUTE WS-PWD-LENGTH = 20 - WS-PWD-LENGTH

           IF WS-PWD-LENGTH < 8 OR WS-PWD-LENGTH > 14
              OR WS-IN-NEW-PASSWORD = WS-IN-PASSWORD
               PERFORM RETURN-WEAK-PASSWORD
               STOP RUN
           END-IF

           PERFORM OPEN-CREDENTIAL-FILE
           PERFORM READ-CREDENTIAL

           IF WS-CRED-FOUND = 'N'
               CLOSE OPRCRED-FILE
               MOVE 'NOCRED' TO WS-SIGNON-RESULT
               MOVE EC-INVALID-OPERATOR TO WS-AUD-CODE
               PERFORM WRITE-SIGNON-AUDIT
               PERFORM RETURN-NO-CREDENTIAL
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-OC-STATUS) = 'locked'
               CLOSE OPRCRED-FILE
               MOVE 'LOCKED' TO WS-SIGNON-RESULT
               MOVE EC-OPERATOR-LOCKED TO WS-AUD-CODE
               PERFORM WRITE-SIGNON-AUDIT
               PERFORM RETURN-OPERATOR-LOCKED
               STOP RUN
           END-IF

           MOVE WS-IN-PASSWORD TO WS-PH-IN-PASSWORD
           PERFORM VERIFY-PASSWORD

           IF WS-PASSWORD-OK = 'N'
               PERFORM RECORD-PASSWORD-FAILURE
               CLOSE OPRCRED-FILE
               PERFORM RETURN-FAILED-ATTEMPT
               STOP RUN
           END-IF

           PERFORM NEW-PASSWORD-SALT
           MOVE WS-IN-NEW-PASSWORD TO WS-PH-IN-PASSWORD
           MOVE WS-IN-OP-ID TO WS-PH-IN-OP-ID
           PERFORM HASH-PASSWORD

           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-PWD-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-EXPIRY-DATE

           MOVE WS-PH-IN-SALT TO WS-OC-SALT
           MOVE WS-PH-RESULT TO WS-OC-HASH
           MOVE WS-EXPIRY-DATE TO WS-OC-EXPIRES
           MOVE 0 TO WS-OC-FAIL-COUNT
           MOVE 'N' TO WS-OC-MUST-CHANGE
           MOVE WS-NOW(1:20) TO WS-OC-UPDATED-AT
           REWRITE OPRCRED-FILE-RECORD FROM WS-CRED-PARSE
           CLOSE OPRCRED-FILE

           MOVE 'PWDCHG' TO WS-SIGNON-RESULT
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-SIGNON-AUDIT
           PERFORM RETURN-PASSWORD-CHANGED.

      *----------------------------------------------------------------*
       SIGN-OFF-SESSION.
      *--- Kolom kedua membawa token; sesi aktif ditutup lebih     ---
      *--- awal dari kedaluwarsanya                                  ---
           MOVE 'N' TO WS-SESSION-FOUND

           OPEN I-O SESSION-FILE
           IF SN-FS-OK
               PERFORM UNTIL SN-FS-EOF OR WS-SESSION-FOUND = 'Y'
                   READ SESSION-FILE INTO WS-SESSION-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-SN-TOKEN = WS-IN-OP-ID
                          AND FUNCTION TRIM(WS-SN-STATUS) = 'active'
                           MOVE 'Y' TO WS-SESSION-FOUND
                           MOVE 'closed' TO WS-SN-STATUS
                           REWRITE SESSION-FILE-RECORD
                               FROM WS-SESSION-RECORD
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SESSION-FILE
           END-IF

           IF WS-SESSION-FOUND = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SN-OP-ID TO WS-IN-OP-ID
           MOVE 'SIGNOFF' TO WS-SIGNON-RESULT
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-SIGNON-AUDIT
           PERFORM RETURN-SIGNED-OFF.

      *----------------------------------------------------------------*
       VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE SPACES TO WS-OPERATOR-ROLE

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-IN-OP-ID TO FD-OPR-OP-ID

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
       OPEN-CREDENTIAL-FILE.
           OPEN I-O OPRCRED-FILE
           IF OC-FS-NOT-FOUND
               OPEN OUTPUT OPRCRED-FILE
               CLOSE OPRCRED-FILE
               OPEN I-O OPRCRED-FILE
           END-IF

           IF NOT OC-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       READ-CREDENTIAL.
           MOVE 'N' TO WS-CRED-FOUND
           MOVE WS-IN-OP-ID TO FD-OC-OP-ID

           READ OPRCRED-FILE INTO WS-CRED-PARSE
               KEY IS FD-OC-OP-ID
               INVALID KEY
                   MOVE 'N' TO WS-CRED-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CRED-FOUND
           END-READ.

      *----------------------------------------------------------------*
       VERIFY-PASSWORD.
      *--- Isi WS-PH-IN-PASSWORD dulu; salt dan ID dari record    ---
           MOVE 'N' TO WS-PASSWORD-OK
           MOVE WS-OC-SALT TO WS-PH-IN-SALT
           MOVE WS-IN-OP-ID TO WS-PH-IN-OP-ID
           PERFORM HASH-PASSWORD

           IF WS-PH-RESULT = WS-OC-HASH
              AND WS-IN-PASSWORD(15:6) = SPACES
               MOVE 'Y' TO WS-PASSWORD-OK
           END-IF.

      *----------------------------------------------------------------*
       RECORD-PASSWORD-FAILURE.
      *--- Tambah penghitung gagal beruntun; di ambang OPRFAILLIM  ---
      *--- kredensial dikunci sampai OPRMAINT RESETPWD (pola       ---
      *--- lockout PIN BILLPAY)                                      ---
           MOVE 'N' TO WS-LOCKED-NOW
           ADD 1 TO WS-OC-FAIL-COUNT
           MOVE WS-NOW(1:20) TO WS-OC-UPDATED-AT

           IF WS-OC-FAIL-COUNT >= WS-FAIL-LIMIT
               MOVE 'locked' TO WS-OC-STATUS
               MOVE 'Y' TO WS-LOCKED-NOW
           END-IF

           REWRITE OPRCRED-FILE-RECORD FROM WS-CRED-PARSE

           MOVE 'BADPWD' TO WS-SIGNON-RESULT
           MOVE EC-INVALID-OPERATOR TO WS-AUD-CODE
           PERFORM WRITE-SIGNON-AUDIT

      *--- Jejak audit lockout tersendiri ---
           IF WS-LOCKED-NOW = 'Y'
               MOVE 'LOCKOUT' TO WS-SIGNON-RESULT
               MOVE EC-OPERATOR-LOCKED TO WS-AUD-CODE
               PERFORM WRITE-SIGNON-AUDIT
           END-IF.

      *----------------------------------------------------------------*
       ISSUE-SESSION-TOKEN.
      *--- Token 12 digit = hash (rumus HASH-PASSWORD) atas salt    ---
      *--- acak, jam sign-on sampai perseratus detik dan ID         ---
      *--- operator - tidak bisa ditebak dari jam sign-on saja.     ---
      *--- Kedaluwarsa = sekarang + OPRSESSMIN menit (dihitung      ---
      *--- lewat nomor hari supaya lewat tengah malam tetap benar)  ---
           PERFORM NEW-PASSWORD-SALT
           MOVE WS-NOW(3:14) TO WS-PH-IN-PASSWORD
           MOVE WS-IN-OP-ID TO WS-PH-IN-OP-ID
           PERFORM HASH-PASSWORD
           MOVE WS-PH-RESULT(9:12) TO WS-TOKEN-NUM

           MOVE WS-NOW(9:2) TO WS-HH
           MOVE WS-NOW(11:2) TO WS-MI
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           COMPUTE WS-MINUTE-TOTAL = WS-TODAY-INT * 1440
               + WS-HH * 60 + WS-MI + WS-SESSION-MINUTES
           DIVIDE WS-MINUTE-TOTAL BY 1440
               GIVING WS-DAY-INT REMAINDER WS-MINUTE-REM
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               TO WS-EXPIRES-DATE
           DIVIDE WS-MINUTE-REM BY 60
               GIVING WS-EXPIRES-HH REMAINDER WS-EXPIRES-MI

           MOVE SPACES TO WS-EXPIRES-AT
           STRING WS-EXPIRES-DATE WS-EXPIRES-HH WS-EXPIRES-MI
                  WS-NOW(13:2)
               DELIMITED SIZE INTO WS-EXPIRES-AT
           END-STRING

           MOVE WS-TOKEN-NUM TO WS-SN-TOKEN
           MOVE WS-IN-OP-ID TO WS-SN-OP-ID
           MOVE WS-OPERATOR-ROLE TO WS-SN-ROLE
           MOVE WS-NOW(1:14) TO WS-SN-ISSUED-AT
           MOVE WS-EXPIRES-AT TO WS-SN-EXPIRES-AT
           MOVE 'active' TO WS-SN-STATUS

           OPEN EXTEND SESSION-FILE
           IF SN-FS-NOT-FOUND
               OPEN OUTPUT SESSION-FILE
               CLOSE SESSION-FILE
               OPEN EXTEND SESSION-FILE
           END-IF

           IF NOT SN-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           WRITE SESSION-FILE-RECORD FROM WS-SESSION-RECORD
           CLOSE SESSION-FILE.

      *----------------------------------------------------------------*
       HASH-PASSWORD.
      *--- Isi WS-PH-IN-SALT/PASSWORD/OP-ID dulu; hasil 20 digit  ---
      *--- di WS-PH-RESULT. Rumus sama dengan OPRMAINT             ---
           MOVE 1234567 TO WS-PH-ACC-1
           MOVE 7654321 TO WS-PH-ACC-2

           PERFORM VARYING WS-PH-ROUND FROM 1 BY 1
                   UNTIL WS-PH-ROUND > 512
               PERFORM VARYING WS-PH-POS FROM 1 BY 1
                       UNTIL WS-PH-POS > 34
                   COMPUTE WS-PH-WORK =
                       WS-PH-ACC-1 * 48271
                       + FUNCTION ORD(WS-PH-INPUT(WS-PH-POS:1))
                       + WS-PH-ROUND
                   MOVE FUNCTION MOD(WS-PH-WORK, 2147483647)
                       TO WS-PH-ACC-1
                   COMPUTE WS-PH-WORK =
                       WS-PH-ACC-2 * 69621 + WS-PH-ACC-1
                   MOVE FUNCTION MOD(WS-PH-WORK, 2147483629)
                       TO WS-PH-ACC-2
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
       NEW-PASSWORD-SALT.
      *--- Salt acak 8 digit; generator di-seed sekali per run     ---
      *--- dari jam sistem ditambah hash kredensial yang sudah      ---
      *--- dibaca (rahasia per operator), bukan dari jam saja       ---
           IF WS-PH-SEEDED = 'N'
               COMPUTE WS-PH-WORK =
                   FUNCTION NUMVAL(WS-NOW(9:8))
                   + FUNCTION NUMVAL(WS-OC-HASH(11:10))
               MOVE FUNCTION MOD(WS-PH-WORK, 100000000)
                   TO WS-PH-SEED
               COMPUTE WS-PH-RANDOM = FUNCTION RANDOM(WS-PH-SEED)
               MOVE 'Y' TO WS-PH-SEEDED
           END-IF

           COMPUTE WS-PH-RANDOM = FUNCTION RANDOM
           COMPUTE WS-PH-SALT-NUM = WS-PH-RANDOM * 100000000
           MOVE WS-PH-SALT-NUM TO WS-PH-IN-SALT.

      *----------------------------------------------------------------*
       WRITE-SIGNON-AUDIT.
      *--- Kunci: SIGNON <hasil> BY:<operator> - hasil OK, BADPWD, ---
      *--- LOCKOUT, LOCKED, NOCRED, NOOPR, PWDEXP, PWDCHG, SIGNOFF ---
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP

           MOVE SPACES TO WS-AUD-KEY
           STRING 'SIGNON ' FUNCTION TRIM(WS-SIGNON-RESULT)
                  ' BY:' FUNCTION TRIM(WS-IN-OP-ID)
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
       RETURN-SIGNED-ON.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"operator_id":"'
                   FUNCTION TRIM(WS-IN-OP-ID) '",'
               '"role":"'
                   FUNCTION TRIM(WS-OPERATOR-ROLE) '",'
               '"session_token":"'
                   WS-SN-TOKEN '",'
               '"expires_at":"'
                   WS-SN-EXPIRES-AT '",'
               '"password_expires":"'
                   WS-OC-EXPIRES '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Sign-on berhasil"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-PASSWORD-CHANGED.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"operator_id":"'
                   FUNCTION TRIM(WS-IN-OP-ID) '",'
               '"password_expires":"'
                   WS-OC-EXPIRES '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Password operator diganti, silakan'
               ' sign-on"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-SIGNED-OFF.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"operator_id":"'
                   FUNCTION TRIM(WS-SN-OP-ID) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Sesi operator ditutup"'
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
       RETURN-NO-CREDENTIAL.
           STRING
               '{'
               '"status":"error",'
               '"code":1022,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-OPERATOR) ','
               '"data":null,'
               '"message":"Operator belum punya password, minta'
               ' RESETPWD ke OPRMAINT"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-FAILED-ATTEMPT.
      *--- Percobaan yang baru saja mengunci dijawab sebagai       ---
      *--- lockout supaya operator tahu harus minta reset          ---
           IF WS-LOCKED-NOW = 'Y'
               PERFORM RETURN-OPERATOR-LOCKED
           ELSE
               STRING
                   '{'
                   '"status":"error",'
                   '"code":1022,'
                   '"retryable":' FUNCTION TRIM(ER-INVALID-OPERATOR)
                   ','
                   '"data":null,'
                   '"message":"ID operator atau password salah"'
                   '}'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
               DISPLAY WS-JSON-OUTPUT
           END-IF.

      *----------------------------------------------------------------*
       RETURN-OPERATOR-LOCKED.
           STRING
               '{'
               '"status":"error",'
               '"code":1040,'
               '"retryable":' FUNCTION TRIM(ER-OPERATOR-LOCKED) ','
               '"data":null,'
               '"message":"Operator terkunci karena password salah'
               ' berulang, minta RESETPWD ke OPRMAINT"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-PASSWORD-EXPIRED.
           STRING
               '{'
               '"status":"error",'
               '"code":1041,'
               '"retryable":' FUNCTION TRIM(ER-PASSWORD-EXPIRED) ','
               '"data":null,'
               '"message":"Password sementara atau kedaluwarsa,'
               ' ganti dulu lewat CHGPWD"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-WEAK-PASSWORD.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Password baru harus 8-14 karakter dan'
               ' berbeda dari yang lama"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-SESSION-INVALID.
           STRING
               '{'
               '"status":"error",'
               '"code":1039,'
               '"retryable":' FUNCTION TRIM(ER-SESSION-INVALID) ','
               '"data":null,'
               '"message":"Token sesi tidak dikenal atau sudah'
               ' berakhir"'
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
               '"message":"Mode sign-on tidak dikenal'
               ' (LOGIN/CHGPWD/LOGOFF)"'
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

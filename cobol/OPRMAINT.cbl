               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input     ---
      *--- membawa token sesi, bukan ID operator polos              ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Kredensial sign-on operator (OPRSIGN): CREATE dan       ---
      *--- RESETPWD memasang password sementara yang wajib diganti ---
           SELECT OPRCRED-FILE
               ASSIGN TO '/app/data/oprcred.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OC-OP-ID
               FILE STATUS IS WS-OC-FILE-STATUS.

      *--- Audit log bersama - setiap perubahan registri operator   ---
      *--- dicatat dengan supervisor yang melakukannya              ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

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

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
           88  OPR-FS-OK           VALUE '00'.
           88  OPR-FS-NOT-FOUND    VALUE '35'.

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

       01  WS-OC-FILE-STATUS       PIC XX.
           88  OC-FS-OK            VALUE '00'.
           88  OC-FS-NOT-FOUND     VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    CREATE|OP_ID|NAME|ROLE|STATUS|PASSWORD_SEMENTARA|TOKEN
      *    UPDATE|OP_ID|NAME|ROLE|STATUS|-|TOKEN
      *    RESETPWD|OP_ID|-|-|-|PASSWORD_SEMENTARA|TOKEN
      *--- ROLE: teller / supervisor. Password sementara 8-14      ---
      *--- karakter; RESETPWD juga membuka lockout sign-on. TOKEN   ---
      *--- = token sesi OPRSIGN supervisor aktif yang melakukan     ---
      *--- perubahan; supervisor tidak boleh me-reset password      ---
      *--- sendiri (ganti lewat OPRSIGN CHGPWD). Satu-satunya       ---
      *--- pengecualian: CREATE operator pertama selagi registri    ---
      *--- masih kosong                                             ---
       01  WS-INPUT-LINE           PIC X(150).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-OP-ID             PIC X(12).
       01  WS-IN-NAME              PIC X(50).
       01  WS-IN-ROLE              PIC X(12).
       01  WS-IN-STATUS            PIC X(10).
       01  WS-IN-TEMP-PWD          PIC X(20).
       01  WS-IN-TOKEN             PIC X(12).
       01  WS-ACTING-OP-ID         PIC X(12) VALUE '-'.
       01  WS-REGISTRY-EMPTY       PIC X(1) VALUE 'N'.
       01  WS-PWD-LENGTH           PIC 9(2).

       01  WS-OPR-FOUND            PIC X(1) VALUE 'N'.

           05  WS-OP-ROLE          PIC X(12).
           05  WS-OP-STATUS        PIC X(10).

      *--- Hash password: rumus sama dengan OPRSIGN ---
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
       01  WS-PH-NOW               PIC X(21).
       01  WS-PH-SEED              PIC 9(8).
       01  WS-PH-RANDOM            PIC V9(9).
       01  WS-PH-SALT-NUM          PIC 9(8).

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'OPRMAINT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).
       01  WS-AUD-ACTION           PIC X(10).

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.
                    WS-IN-NAME
                    WS-IN-ROLE
                    WS-IN-STATUS
                    WS-IN-TEMP-PWD
                    WS-IN-TOKEN
           END-UNSTRING

           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
               END-IF
           END-IF

      *--- Password sementara wajib untuk CREATE dan RESETPWD ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
              OR FUNCTION TRIM(WS-IN-MODE) = 'RESETPWD'
               MOVE 0 TO WS-PWD-LENGTH
               INSPECT FUNCTION REVERSE(WS-IN-TEMP-PWD)
                   TALLYING WS-PWD-LENGTH FOR LEADING SPACES
               COMPUTE WS-PWD-LENGTH = 20 - WS-PWD-LENGTH
               IF WS-PWD-LENGTH < 8 OR WS-PWD-LENGTH > 14
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF
           END-IF

           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
              OR FUNCTION TRIM(WS-IN-MODE) = 'UPDATE'
              OR FUNCTION TRIM(WS-IN-MODE) = 'RESETPWD'
               PERFORM AUTHENTICATE-SUPERVISOR
           END-IF

           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
               PERFORM CREATE-OPERATOR
           ELSE
               IF FUNCTION TRIM(WS-IN-MODE) = 'UPDATE'
                   PERFORM UPDATE-OPERATOR
               ELSE
                   IF FUNCTION TRIM(WS-IN-MODE) = 'RESETPWD'
                       PERFORM RESET-OPERATOR-PASSWORD
                   ELSE
                       PERFORM RETURN-INVALID-MODE
                   END-IF
               END-IF
           END-IF

           STOP RUN.

      *----------------------------------------------------------------*
       AUTHENTICATE-SUPERVISOR.
      *--- Token diurai lewat sessions.dat; pemilik sesi harus      ---
      *--- supervisor aktif di registri. Penolakan tetap dicatat    ---
      *--- di audit.log                                             ---
           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'CREATE'
                   MOVE 'OPRCREATE' TO WS-AUD-ACTION
               WHEN 'UPDATE'
                   MOVE 'OPRUPDATE' TO WS-AUD-ACTION
               WHEN OTHER
                   MOVE 'OPRRESET' TO WS-AUD-ACTION
           END-EVALUATE

           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
              AND FUNCTION TRIM(WS-IN-TOKEN) = SPACES
               PERFORM CHECK-REGISTRY-EMPTY
               IF WS-REGISTRY-EMPTY = 'Y'
                   MOVE 'BOOTSTRAP' TO WS-ACTING-OP-ID
               END-IF
           END-IF

           IF WS-REGISTRY-EMPTY = 'N'
               MOVE WS-IN-TOKEN TO WS-SESSION-TOKEN
               PERFORM RESOLVE-SESSION-TOKEN

               IF WS-SESSION-OK = 'N'
                   MOVE EC-SESSION-INVALID TO WS-AUD-CODE
                   PERFORM WRITE-OPERATOR-AUDIT
                   PERFORM RETURN-SESSION-INVALID
                   STOP RUN
               END-IF

               MOVE WS-SESSION-OP-ID TO WS-ACTING-OP-ID
               PERFORM CHECK-ACTING-SUPERVISOR
           END-IF.

      *----------------------------------------------------------------*
       CHECK-REGISTRY-EMPTY.
      *--- Registri belum ada atau belum berisi satu baris pun ---
           MOVE 'N' TO WS-REGISTRY-EMPTY

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-NOT-FOUND
               MOVE 'Y' TO WS-REGISTRY-EMPTY
           ELSE
               IF OPR-FS-OK
                   READ OPERATOR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REGISTRY-EMPTY
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ACTING-SUPERVISOR.
           MOVE 'N' TO WS-OPR-FOUND

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-ACTING-OP-ID TO FD-OPR-OP-ID

               READ OPERATOR-FILE
                   KEY IS FD-OPR-OP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                          AND FUNCTION TRIM(FD-OPR-ROLE) = 'supervisor'
                           MOVE 'Y' TO WS-OPR-FOUND
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
           END-IF

           IF WS-OPR-FOUND = 'N'
               MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
               PERFORM WRITE-OPERATOR-AUDIT
               PERFORM RETURN-NOT-AUTHORIZED
               STOP RUN
           END-IF

      *--- Password sendiri diganti lewat OPRSIGN, bukan di-reset ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'RESETPWD'
              AND WS-ACTING-OP-ID = WS-IN-OP-ID
               MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
               PERFORM WRITE-OPERATOR-AUDIT
               PERFORM RETURN-SELF-RESET
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       WRITE-OPERATOR-AUDIT.
      *--- Kunci: <aksi> <operator sasaran> BY:<supervisor> ---
           MOVE SPACES TO WS-AUD-KEY
           STRING FUNCTION TRIM(WS-AUD-ACTION) ' '
                  FUNCTION TRIM(WS-IN-OP-ID)
                  ' BY:' FUNCTION TRIM(WS-ACTING-OP-ID)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING
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
       CREATE-OPERATOR.
           IF FUNCTION TRIM(WS-IN-OP-ID) = SPACES

               CLOSE OPERATOR-FILE

               PERFORM STORE-TEMP-PASSWORD

               MOVE 'OPRCREATE' TO WS-AUD-ACTION
               MOVE EC-SUCCESS TO WS-AUD-CODE
               PERFORM WRITE-OPERATOR-AUDIT
               PERFORM RETURN-OPERATOR-SAVED
           END-IF.

               CLOSE OPERATOR-FILE

               IF WS-OPR-FOUND = 'Y'
                   MOVE 'OPRUPDATE' TO WS-AUD-ACTION
                   MOVE EC-SUCCESS TO WS-AUD-CODE
                   PERFORM WRITE-OPERATOR-AUDIT
                   PERFORM RETURN-OPERATOR-SAVED
               ELSE
                   PERFORM RETURN-NOT-FOUND
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       RESET-OPERATOR-PASSWORD.
           PERFORM FIND-OPERATOR

           IF WS-OPR-FOUND = 'N'
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM STORE-TEMP-PASSWORD

           MOVE 'OPRRESET' TO WS-AUD-ACTION
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-OPERATOR-AUDIT
           PERFORM RETURN-OPERATOR-SAVED.

      *----------------------------------------------------------------*
       STORE-TEMP-PASSWORD.
      *--- Password sementara: wajib diganti saat sign-on pertama, ---
      *--- kedaluwarsa hari ini, hitungan gagal nol, tidak terkunci ---
           PERFORM NEW-PASSWORD-SALT
           MOVE WS-IN-TEMP-PWD TO WS-PH-IN-PASSWORD
           MOVE WS-IN-OP-ID TO WS-PH-IN-OP-ID
           PERFORM HASH-PASSWORD

           OPEN I-O OPRCRED-FILE
           IF OC-FS-NOT-FOUND
               OPEN OUTPUT OPRCRED-FILE
               CLOSE OPRCRED-FILE
               OPEN I-O OPRCRED-FILE
           END-IF

           IF NOT OC-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           MOVE WS-IN-OP-ID TO FD-OC-OP-ID

           READ OPRCRED-FILE
               KEY IS FD-OC-OP-ID
               INVALID KEY
                   PERFORM FILL-TEMP-CREDENTIAL
                   MOVE SPACES TO FD-OC-LAST-LOGIN
                   WRITE OPRCRED-FILE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-TEMP-CREDENTIAL
                   REWRITE OPRCRED-FILE-RECORD
           END-READ

           CLOSE OPRCRED-FILE.

      *----------------------------------------------------------------*
       FILL-TEMP-CREDENTIAL.
           MOVE WS-IN-OP-ID      TO FD-OC-OP-ID
           MOVE WS-PH-IN-SALT    TO FD-OC-SALT
           MOVE WS-PH-RESULT     TO FD-OC-HASH
           MOVE WS-PH-NOW(1:8)   TO FD-OC-EXPIRES
           MOVE 0                TO FD-OC-FAIL-COUNT
           MOVE 'active'         TO FD-OC-STATUS
           MOVE 'Y'              TO FD-OC-MUST-CHANGE
           MOVE WS-PH-NOW(1:20)  TO FD-OC-UPDATED-AT.

      *----------------------------------------------------------------*
       HASH-PASSWORD.
      *--- Isi WS-PH-IN-SALT/PASSWORD/OP-ID dulu; hasil 20 digit  ---
      *--- di WS-PH-RESULT. Rumus sama dengan OPRSIGN              ---
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
      *--- dari jam sistem                                           ---
           MOVE FUNCTION CURRENT-DATE TO WS-PH-NOW

           IF WS-PH-SEEDED = 'N'
               MOVE WS-PH-NOW(9:8) TO WS-PH-SEED
               COMPUTE WS-PH-RANDOM = FUNCTION RANDOM(WS-PH-SEED)
               MOVE 'Y' TO WS-PH-SEEDED
           END-IF

           COMPUTE WS-PH-RANDOM = FUNCTION RANDOM
           COMPUTE WS-PH-SALT-NUM = WS-PH-RANDOM * 100000000
           MOVE WS-PH-SALT-NUM TO WS-PH-IN-SALT.

      *----------------------------------------------------------------*
       FIND-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND
               CLOSE OPERATOR-FILE
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
       RETURN-OPERATOR-SAVED.
           STRING
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
               '"message":"Perubahan registri operator hanya oleh'
               ' supervisor aktif"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-SELF-RESET.
           STRING
               '{'
               '"status":"error",'
               '"code":1023,'
               '"retryable":' FUNCTION TRIM(ER-NOT-AUTHORIZED) ','
               '"data":null,'
               '"message":"Supervisor tidak boleh me-reset password'
               ' sendiri - ganti lewat OPRSIGN CHGPWD"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DUPLICATE-OPERATOR.
           STRING
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Data operator tidak lengkap, peran'
               ' tidak dikenal (teller/supervisor) atau password'
               ' sementara bukan 8-14 karakter"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Mode maintenance tidak dikenal'
               ' (CREATE/UPDATE/RESETPWD)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Hash PIN nasabah (salt + hash satu arah) - accounts.dat ---
      *--- tidak lagi menyimpan PIN dalam bentuk terbaca           ---
           SELECT PINHASH-FILE
               ASSIGN TO DYNAMIC WS-PINHASH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PH-USER-ID
               FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *--- Riwayat perubahan status rekening/merchant (append) ---
           SELECT STSHIST-FILE
               ASSIGN TO DYNAMIC WS-STSHIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD      PIC X(60).

       FD  PINHASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINHASH-FILE-RECORD.
           05  FD-PH-USER-ID       PIC X(20).
           05  FD-PH-SALT          PIC X(8).
           05  FD-PH-HASH          PIC X(20).
           05  FD-PH-UPDATED-AT    PIC X(20).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
           VALUE '/app/data/params.dat'.
       01  WS-PINFAIL-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinfail.dat'.
       01  WS-PINHASH-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinhash.dat'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

      *--- Hash PIN: salt 8 digit + PIN + user id diaduk dua      ---
      *--- akumulator kongruensial 512 putaran, hasil 20 digit.   ---
      *--- Satu arah - PIN tidak bisa dibaca balik dari hasilnya  ---
       01  WS-PH-FILE-STATUS       PIC XX.
           88  PH-FS-OK            VALUE '00'.
       01  WS-PH-INPUT.
           05  WS-PH-IN-SALT       PIC X(8).
           05  WS-PH-IN-PIN        PIC X(6).
           05  WS-PH-IN-USER-ID    PIC X(20).
       01  WS-PH-RESULT.
           05  WS-PH-ACC-1         PIC 9(10).
           05  WS-PH-ACC-2         PIC 9(10).
       01  WS-PH-ROUND             PIC 9(4).
       01  WS-PH-POS               PIC 9(4).
       01  WS-PH-WORK              PIC 9(18).
       01  WS-PH-PIN-OK            PIC X VALUE 'N'.
       01  WS-PH-SEEDED            PIC X VALUE 'N'.
       01  WS-PH-NOW               PIC X(21).
       01  WS-PH-SEED              PIC 9(8).
       01  WS-PH-RANDOM            PIC V9(9).
       01  WS-PH-SALT-NUM          PIC 9(8).

       01  WS-STSHIST-FILE-PATH     PIC X(100)
           VALUE '/app/data/stshist.dat'.
       01  WS-HS-FILE-STATUS       PIC XX.
           88  HS-FS-OK            VALUE '00'.
           88  HS-FS-NOT-FOUND     VALUE '35'.

      *--- Satu baris riwayat status: entitas (ACCOUNT/MERCHANT), ---
      *--- kunci, status lama dan baru, alasan, pelaku (operator   ---
      *--- atau nama program batch) dan waktu perubahan            ---
       01  WS-STSHIST-RECORD.
           05  WS-HS-ENTITY        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-OLD-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-NEW-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-REASON        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-CHANGED-BY    PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'PINCHG'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           END-IF

      *--- Verifikasi PIN lama - salah ikut dihitung lockout ---
           PERFORM VERIFY-PIN-HASH

           IF WS-PH-PIN-OK NOT = 'Y'
               PERFORM RECORD-PIN-FAILURE

               IF WS-PIN-LOCKED-NOW = 'Y'
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pinhash.dat' DELIMITED SIZE
                      INTO WS-PINHASH-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/stshist.dat' DELIMITED SIZE
                      INTO WS-STSHIST-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       APPLY-NEW-PIN.
      *--- PIN baru hanya disimpan sebagai salt + hash; kolom PIN ---
      *--- di accounts.dat dikosongkan kalau masih berisi          ---
           MOVE WS-IN-NEW-PIN TO WS-PH-IN-PIN
           MOVE WS-IN-USER-ID TO WS-PH-IN-USER-ID
           PERFORM NEW-PIN-SALT
           PERFORM HASH-PIN
           PERFORM STORE-PIN-HASH

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-IN-USER-ID TO FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AP-PIN
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
               END-READ

                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-AP-STATUS TO WS-HS-OLD-STATUS
                       MOVE 'blocked' TO WS-AP-STATUS
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       MOVE 'Y' TO WS-PIN-LOCKED-NOW

                       MOVE 'ACCOUNT' TO WS-HS-ENTITY
                       MOVE WS-AP-USER-ID TO WS-HS-KEY
                       MOVE WS-AP-STATUS TO WS-HS-NEW-STATUS
                       MOVE 'PIN-LOCKOUT' TO WS-HS-REASON
                       MOVE 'PINCHG' TO WS-HS-CHANGED-BY
                       PERFORM WRITE-STATUS-HISTORY
               END-READ

               CLOSE ACCOUNT-FILE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       HASH-PIN.
      *--- Isi WS-PH-IN-SALT/PIN/USER-ID dulu; hasil 20 digit di  ---
      *--- WS-PH-RESULT. Rumus sama di semua program yang         ---
      *--- memverifikasi atau menyimpan PIN                        ---
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
       VERIFY-PIN-HASH.
      *--- PIN input di-hash dengan salt milik user lalu dicocokkan ---
      *--- ke pinhash.dat. User tanpa record hash = PIN salah;     ---
      *--- tidak ada jalan pintas ke kolom PIN di accounts.dat      ---
           MOVE 'N' TO WS-PH-PIN-OK

           OPEN INPUT PINHASH-FILE
           IF PH-FS-OK
               MOVE WS-IN-USER-ID TO FD-PH-USER-ID

               READ PINHASH-FILE
                   KEY IS FD-PH-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-PH-SALT    TO WS-PH-IN-SALT
                       MOVE WS-IN-OLD-PIN TO WS-PH-IN-PIN
                       MOVE FD-PH-USER-ID TO WS-PH-IN-USER-ID
                       PERFORM HASH-PIN

                       IF WS-PH-RESULT = FD-PH-HASH
                           MOVE 'Y' TO WS-PH-PIN-OK
                       END-IF
               END-READ

               CLOSE PINHASH-FILE
           END-IF.

      *----------------------------------------------------------------*
       NEW-PIN-SALT.
      *--- Salt acak 8 digit per user; generator di-seed sekali    ---
      *--- per run dari jam sistem                                   ---
           IF WS-PH-SEEDED = 'N'
               MOVE FUNCTION CURRENT-DATE TO WS-PH-NOW
               MOVE WS-PH-NOW(9:8) TO WS-PH-SEED
               COMPUTE WS-PH-RANDOM = FUNCTION RANDOM(WS-PH-SEED)
               MOVE 'Y' TO WS-PH-SEEDED
           END-IF

           COMPUTE WS-PH-RANDOM = FUNCTION RANDOM
           COMPUTE WS-PH-SALT-NUM = WS-PH-RANDOM * 100000000
           MOVE WS-PH-SALT-NUM TO WS-PH-IN-SALT.

      *----------------------------------------------------------------*
       STORE-PIN-HASH.
      *--- WS-PH-IN-SALT + WS-PH-RESULT milik WS-PH-IN-USER-ID     ---
      *--- ditulis ke pinhash.dat (record baru atau timpa lama)     ---
           OPEN I-O PINHASH-FILE
           IF WS-PH-FILE-STATUS = '35'
               OPEN OUTPUT PINHASH-FILE
               CLOSE PINHASH-FILE
               OPEN I-O PINHASH-FILE
           END-IF

           IF PH-FS-OK
               MOVE FUNCTION CURRENT-DATE TO WS-PH-NOW
               MOVE WS-PH-IN-USER-ID TO FD-PH-USER-ID

               READ PINHASH-FILE
                   KEY IS FD-PH-USER-ID
                   INVALID KEY
                       MOVE WS-PH-IN-SALT   TO FD-PH-SALT
                       MOVE WS-PH-RESULT    TO FD-PH-HASH
                       MOVE WS-PH-NOW(1:20) TO FD-PH-UPDATED-AT
                       WRITE PINHASH-FILE-RECORD
                   NOT INVALID KEY
                       MOVE WS-PH-IN-SALT   TO FD-PH-SALT
                       MOVE WS-PH-RESULT    TO FD-PH-HASH
                       MOVE WS-PH-NOW(1:20) TO FD-PH-UPDATED-AT
                       REWRITE PINHASH-FILE-RECORD
               END-READ

               CLOSE PINHASH-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-STATUS-HISTORY.
      *--- Pemanggil mengisi entitas, kunci, status lama/baru,    ---
      *--- alasan dan pelaku; baris tanpa perubahan tidak dicatat ---
           IF WS-HS-OLD-STATUS NOT = WS-HS-NEW-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-HS-TIMESTAMP

               OPEN EXTEND STSHIST-FILE
               IF HS-FS-NOT-FOUND
                   OPEN OUTPUT STSHIST-FILE
                   CLOSE STSHIST-FILE
                   OPEN EXTEND STSHIST-FILE
               END-IF

               IF HS-FS-OK
                   WRITE STSHIST-FILE-RECORD FROM WS-STSHIST-RECORD
                   CLOSE STSHIST-FILE
               END-IF
           END-IF.

               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input  ---
      *--- membawa token sesi, bukan ID operator polos             ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Daftar watchlist DTTOT dari distribusi regulator:        ---
      *--- NAMA|LIST_ID|STATUS - rekening baru diskrining sebelum  ---
      *--- dibuat (sapuan berkala lewat WATCHSCAN)                  ---
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

      *--- Riwayat perubahan status rekening/merchant (append) ---
           SELECT STSHIST-FILE
               ASSIGN TO '/app/data/stshist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

      *--- Kode referral per nasabah, pendamping profiles.dat:    ---
      *--- kode milik sendiri dan siapa yang mereferensikannya    ---
      *--- (hadiah dibayar REFRUN setelah QRIS pertama)            ---
           SELECT REFERRAL-FILE
               ASSIGN TO '/app/data/referrals.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-RF-USER-ID
               FILE STATUS IS WS-RF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD   PIC X(250).
           LABEL RECORDS ARE STANDARD.
       01  WATCHLIST-FILE-RECORD   PIC X(100).

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       FD  REFERRAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFERRAL-FILE-RECORD.
           05  FD-RF-USER-ID       PIC X(20).
           05  FD-RF-CODE          PIC X(10).
           05  FD-RF-REFERRER      PIC X(20).
           05  FD-RF-STATUS        PIC X(10).
           05  FD-RF-REASON        PIC X(10).
           05  FD-RF-CREATED-AT    PIC X(20).
           05  FD-RF-DECIDED-AT    PIC X(20).
           05  FD-RF-PAY-TXN-ID    PIC X(36).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.

      *--- Input dari stdin (format pipe-delimited) ---
      *    CREATE|USER_ID|ACC_ID|NAME|BALANCE|CURRENCY|STATUS|PIN|MAKER
      *           |REFERRAL_CODE
      *    UPDATE|USER_ID|ACC_ID|NAME|BALANCE|CURRENCY|STATUS|PIN|MAKER
      *--- REFERRAL_CODE opsional (kosong/'-' = tanpa referral):   ---
      *--- kode nasabah lama yang mengajak nasabah baru ini         ---
      *--- Mode UPDATE: nama dan mata uang diterapkan langsung;    ---
      *--- saldo, status, dan PIN bersifat sensitif dan hanya      ---
      *--- menghasilkan baris pending untuk disetujui CHGAPPR       ---
       01  WS-IN-STATUS            PIC X(10).
       01  WS-IN-PIN               PIC X(6).
       01  WS-IN-MAKER             PIC X(12).
       01  WS-IN-REF-CODE          PIC X(10).

       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.

      *--- Referral: kode baru 'RF' + 8 digit (nomor terbesar yang ---
      *--- sudah terbit + 1), referrer dicari lewat kode yang       ---
      *--- diberikan nasabah baru                                    ---
       01  WS-RF-FILE-STATUS       PIC XX.
           88  RF-FS-OK            VALUE '00'.
           88  RF-FS-EOF           VALUE '10'.
           88  RF-FS-NOT-FOUND     VALUE '35'.

       01  WS-RF-MAX-SEQ           PIC 9(8) VALUE 0.
       01  WS-RF-CODE-NUM          PIC 9(8).
       01  WS-RF-NEW-CODE.
           05  FILLER              PIC X(2) VALUE 'RF'.
           05  WS-RF-NEW-SEQ       PIC 9(8).
       01  WS-RF-REFERRER          PIC X(20) VALUE SPACES.
       01  WS-RF-REFERRER-FOUND    PIC X(1) VALUE 'N'.
       01  WS-RF-GIVEN             PIC X(1) VALUE 'N'.

      *--- Screening watchlist DTTOT: nama calon nasabah dicocokkan ---
      *--- (dinormalisasi huruf besar, termasuk kecocokan sebagian) ---
      *--- dengan daftar distribusi regulator sebelum rekening       ---
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

       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ROLE        PIC X(12) VALUE SPACES.
       01  WS-OPERATOR-TO-CHECK    PIC X(12).

       01  WS-JSON-OUTPUT          PIC X(1000).

      *--- Hash PIN: salt 8 digit + PIN + user id diaduk dua      ---
      *--- akumulator kongruensial 512 putaran, hasil 20 digit.   ---
      *--- Satu arah - PIN tidak bisa dibaca balik dari hasilnya  ---
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
       01  WS-PH-SEEDED            PIC X VALUE 'N'.
       01  WS-PH-NOW               PIC X(21).
       01  WS-PH-SEED              PIC 9(8).
       01  WS-PH-RANDOM            PIC V9(9).
       01  WS-PH-SALT-NUM          PIC 9(8).

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
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'ACCTMAINT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
                    WS-IN-STATUS
                    WS-IN-PIN
                    WS-IN-MAKER
                    WS-IN-REF-CODE
           END-UNSTRING

           IF FUNCTION TRIM(WS-IN-REF-CODE) NOT = SPACES
              AND FUNCTION TRIM(WS-IN-REF-CODE) NOT = '-'
               MOVE 'Y' TO WS-RF-GIVEN
               MOVE FUNCTION UPPER-CASE(WS-IN-REF-CODE)
                   TO WS-IN-REF-CODE
           END-IF

      *--- Kolom operator membawa token sesi OPRSIGN; diganti    ---
      *--- dengan ID operator pemilik sesi sebelum validasi        ---
           MOVE WS-IN-MAKER TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-MAKER

      *--- Maker harus operator terdaftar dan aktif ---
           MOVE WS-IN-MAKER TO WS-OPERATOR-TO-CHECK
           PERFORM VALIDATE-OPERATOR
           STOP RUN.


      *----------------------------------------------------------------*
       RESOLVE-SESSION-TOKEN.
      *--- Token harus ada di sessions.dat, berstatus active dan  ---
      *--- belum kedaluwarsa; ID operator pemiliknya dipakai untuk ---
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
       VALIDATE-OPERATOR.
      *--- Operator harus terdaftar dan berstatus active di        ---
                       STOP RUN
                   END-IF

      *--- Kode referral yang diberikan harus milik rekening aktif ---
      *--- lain; kode salah ditolak sebelum rekening lahir supaya  ---
      *--- nasabah bisa memperbaikinya                              ---
                   PERFORM SCAN-REFERRAL-CODES

                   IF WS-RF-GIVEN = 'Y'
                       IF WS-RF-REFERRER-FOUND = 'N'
                          OR WS-RF-REFERRER = WS-IN-USER-ID
                           PERFORM RETURN-INVALID-REFERRAL
                           STOP RUN
                       END-IF

                       PERFORM CHECK-REFERRER-ACTIVE

                       IF WS-RF-REFERRER-FOUND = 'N'
                           PERFORM RETURN-INVALID-REFERRAL
                           STOP RUN
                       END-IF
                   END-IF

                   MOVE FUNCTION NUMVAL(WS-IN-BALANCE-STR)
                       TO WS-IN-BALANCE


                       CLOSE ACCOUNT-FILE

                       MOVE 'ACCOUNT' TO WS-HS-ENTITY
                       MOVE WS-IN-USER-ID TO WS-HS-KEY
                       MOVE SPACES TO WS-HS-OLD-STATUS
                       MOVE WS-IN-STATUS TO WS-HS-NEW-STATUS
                       MOVE 'ONBOARDING' TO WS-HS-REASON
                       MOVE WS-IN-MAKER TO WS-HS-CHANGED-BY
                       PERFORM WRITE-STATUS-HISTORY

                       PERFORM QUEUE-CREATE-CHANGES

                       PERFORM WRITE-REFERRAL-ROW

                       PERFORM RETURN-ACCOUNT-CREATED
                   END-IF
               END-IF
           END-IF

           IF FUNCTION TRIM(WS-IN-PIN) NOT = SPACES
               PERFORM QUEUE-PIN-HASH
           END-IF.

      *----------------------------------------------------------------*
           END-IF

           IF FUNCTION TRIM(WS-IN-PIN) NOT = SPACES
               PERFORM QUEUE-PIN-HASH
           END-IF.

      *----------------------------------------------------------------*
       QUEUE-PIN-HASH.
      *--- PIN tidak pernah masuk antrian dalam bentuk terbaca:    ---
      *--- yang diantrekan salt(8) + hash(20) siap pakai, CHGAPPR  ---
      *--- tinggal menyalinnya ke pinhash.dat saat disetujui        ---
           MOVE WS-IN-PIN     TO WS-PH-IN-PIN
           MOVE WS-IN-USER-ID TO WS-PH-IN-USER-ID
           PERFORM NEW-PIN-SALT
           PERFORM HASH-PIN

           MOVE SPACES TO WS-PC-NEW-VALUE
           STRING WS-PH-IN-SALT DELIMITED SIZE
                  WS-PH-RESULT  DELIMITED SIZE
                  INTO WS-PC-NEW-VALUE
           END-STRING

           MOVE 'PINHASH' TO WS-PC-FIELD
           PERFORM APPEND-PENDING-CHANGE

           MOVE SPACES TO WS-IN-PIN
           MOVE SPACES TO WS-PH-IN-PIN.

      *----------------------------------------------------------------*
       APPEND-PENDING-CHANGE.
           PERFORM GET-NEXT-CHANGE-ID
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"account_id":"'
                   FUNCTION TRIM(WS-IN-ACC-ID) '",'
               '"referral_code":"'
                   WS-RF-NEW-CODE '",'
               '"referred_by":"'
                   FUNCTION TRIM(WS-RF-REFERRER) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Rekening baru berhasil dibuat"'
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       SCAN-REFERRAL-CODES.
      *--- Satu kali baca urut: nomor kode terbesar untuk kode     ---
      *--- baru, sekaligus pemilik kode yang diberikan (kalau ada) ---
           MOVE 0 TO WS-RF-MAX-SEQ
           MOVE 'N' TO WS-RF-REFERRER-FOUND
           MOVE SPACES TO WS-RF-REFERRER

           OPEN INPUT REFERRAL-FILE
           IF RF-FS-OK
               PERFORM UNTIL RF-FS-EOF
                   READ REFERRAL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-ONE-REFERRAL-CODE
                   END-READ
               END-PERFORM

               CLOSE REFERRAL-FILE
           END-IF

           COMPUTE WS-RF-NEW-SEQ = WS-RF-MAX-SEQ + 1.

      *----------------------------------------------------------------*
       CHECK-ONE-REFERRAL-CODE.
           IF FD-RF-CODE(1:2) = 'RF'
              AND FD-RF-CODE(3:8) IS NUMERIC
               MOVE FD-RF-CODE(3:8) TO WS-RF-CODE-NUM
               IF WS-RF-CODE-NUM > WS-RF-MAX-SEQ
                   MOVE WS-RF-CODE-NUM TO WS-RF-MAX-SEQ
               END-IF
           END-IF

           IF WS-RF-GIVEN = 'Y'
              AND FD-RF-CODE = WS-IN-REF-CODE
               MOVE 'Y' TO WS-RF-REFERRER-FOUND
               MOVE FD-RF-USER-ID TO WS-RF-REFERRER
           END-IF.

      *----------------------------------------------------------------*
       CHECK-REFERRER-ACTIVE.
      *--- Pemilik kode harus rekening yang masih aktif ---
           MOVE 'N' TO WS-RF-REFERRER-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-RF-REFERRER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-ACC-STATUS) = 'active'
                           MOVE 'Y' TO WS-RF-REFERRER-FOUND
                       END-IF
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-REFERRAL-ROW.
      *--- Setiap rekening baru langsung punya kode referral       ---
      *--- sendiri; status pending menunggu QRIS pertamanya kalau  ---
      *--- ia datang lewat referral, none kalau tidak               ---
           OPEN I-O REFERRAL-FILE
           IF RF-FS-NOT-FOUND
               OPEN OUTPUT REFERRAL-FILE
               CLOSE REFERRAL-FILE
               OPEN I-O REFERRAL-FILE
           END-IF

           IF RF-FS-OK
               MOVE WS-IN-USER-ID      TO FD-RF-USER-ID
               MOVE WS-RF-NEW-CODE     TO FD-RF-CODE
               MOVE WS-RF-REFERRER     TO FD-RF-REFERRER
               IF WS-RF-GIVEN = 'Y'
                   MOVE 'pending'      TO FD-RF-STATUS
               ELSE
                   MOVE 'none'         TO FD-RF-STATUS
               END-IF
               MOVE SPACES             TO FD-RF-REASON
               MOVE FUNCTION CURRENT-DATE TO FD-RF-CREATED-AT
               MOVE SPACES             TO FD-RF-DECIDED-AT
               MOVE SPACES             TO FD-RF-PAY-TXN-ID

               WRITE REFERRAL-FILE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE

               CLOSE REFERRAL-FILE
           END-IF.

      *----------------------------------------------------------------*
       RETURN-INVALID-REFERRAL.
           STRING
               '{'
               '"status":"error",'
               '"code":1038,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-REFERRAL) ','
               '"data":null,'
               '"message":"Kode referral tidak dikenal atau pemiliknya'
               ' tidak aktif"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DUPLICATE-ACCOUNT.
           STRING
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

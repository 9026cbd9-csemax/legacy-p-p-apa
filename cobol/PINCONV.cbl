      *================================================================*
      * PINCONV.CBL - One-Time Conversion of Clear PINs to Hashes     *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINCONV.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Hash PIN nasabah (salt + hash satu arah) - accounts.dat ---
      *--- tidak lagi menyimpan PIN dalam bentuk terbaca           ---
           SELECT PINHASH-FILE
               ASSIGN TO DYNAMIC WS-PINHASH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PH-USER-ID
               FILE STATUS IS WS-PH-FILE-STATUS.

      *--- Antrian dual control - baris PIN yang masih menyimpan   ---
      *--- PIN terbaca diganti jadi PINHASH                         ---
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO '/app/data/pendchg.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

      *--- Audit log bersama untuk semua decline/error ---
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

       FD  PINHASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINHASH-FILE-RECORD.
           05  FD-PH-USER-ID       PIC X(20).
           05  FD-PH-SALT          PIC X(8).
           05  FD-PH-HASH          PIC X(20).
           05  FD-PH-UPDATED-AT    PIC X(20).

       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD   PIC X(250).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-PINHASH-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinhash.dat'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           88  ACC-FS-EOF          VALUE '10'.

       01  WS-PC-FILE-STATUS       PIC XX.
           88  PC-FS-OK            VALUE '00'.
           88  PC-FS-EOF           VALUE '10'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.

       01  WS-PENDING-RECORD.
           05  WS-PC-CHG-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-TARGET        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-FIELD         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-NEW-VALUE     PIC X(50).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-MAKER         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-CREATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-DECIDED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-CHECKER       PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-ACCOUNTS-READ        PIC 9(7) VALUE 0.
       01  WS-PINS-CONVERTED       PIC 9(7) VALUE 0.
       01  WS-PINS-ALREADY         PIC 9(7) VALUE 0.
       01  WS-QUEUE-CONVERTED      PIC 9(7) VALUE 0.
       01  WS-READ-EDIT            PIC ZZZZZZ9.
       01  WS-CONV-EDIT            PIC ZZZZZZ9.
       01  WS-ALREADY-EDIT         PIC ZZZZZZ9.
       01  WS-QUEUE-EDIT           PIC ZZZZZZ9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'PINCONV'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
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
       01  WS-PH-SEEDED            PIC X VALUE 'N'.
       01  WS-PH-NOW               PIC X(21).
       01  WS-PH-SEED              PIC 9(8).
       01  WS-PH-RANDOM            PIC V9(9).
       01  WS-PH-SALT-NUM          PIC 9(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Konversi sekali jalan sebelum PAYMENTPROC dkk memakai  ---
      *--- verifikasi hash: setiap PIN terbaca di accounts.dat    ---
      *--- dipindah ke pinhash.dat (salt acak + hash) lalu kolom  ---
      *--- PIN dikosongkan; baris PIN di pendchg.dat diganti      ---
      *--- PINHASH. Aman dijalankan ulang - PIN yang sudah kosong ---
      *--- dan baris PINHASH dilewati. Jalankan BACKUPRUN dulu;    ---
      *--- set backup lama masih berisi PIN terbaca dan harus     ---
      *--- dipurge sesuai retensi.                                 ---
           PERFORM SET-FILE-PATHS
           PERFORM CONVERT-ACCOUNT-PINS
           PERFORM CONVERT-PENDING-QUEUE
           PERFORM PRINT-SUMMARY-LINE

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
                      '/pinhash.dat' DELIMITED SIZE
                      INTO WS-PINHASH-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       CONVERT-ACCOUNT-PINS.
           OPEN I-O ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO FD-ACC-USER-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN FD-ACC-USER-ID

           PERFORM UNTIL ACC-FS-EOF
               READ ACCOUNT-FILE NEXT INTO WS-ACC-PARSE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   IF WS-AP-PIN = SPACES
                       ADD 1 TO WS-PINS-ALREADY
                   ELSE
                       PERFORM CONVERT-ONE-ACCOUNT
                   END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE.

      *----------------------------------------------------------------*
       CONVERT-ONE-ACCOUNT.
      *--- Hash ditulis dulu, baru PIN dikosongkan - kalau run     ---
      *--- terputus di tengah, PIN lama masih bisa dikonversi ulang ---
           MOVE WS-AP-USER-ID TO WS-PH-IN-USER-ID
           MOVE WS-AP-PIN     TO WS-PH-IN-PIN
           PERFORM NEW-PIN-SALT
           PERFORM HASH-PIN
           PERFORM STORE-PIN-HASH

           IF PH-FS-OK
               MOVE SPACES TO WS-AP-PIN
               REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
               ADD 1 TO WS-PINS-CONVERTED
               PERFORM WRITE-CONVERT-AUDIT
           END-IF

           MOVE SPACES TO WS-PH-IN-PIN.

      *----------------------------------------------------------------*
       CONVERT-PENDING-QUEUE.
      *--- Semua baris PIN diganti, termasuk yang sudah diputuskan ---
      *--- - riwayat antrian pun tidak boleh menyimpan PIN terbaca ---
      *--- Panjang baris tetap (kolom lebar tetap), REWRITE aman   ---
           OPEN I-O PENDING-CHANGE-FILE
           IF PC-FS-OK
               PERFORM UNTIL PC-FS-EOF
                   READ PENDING-CHANGE-FILE INTO WS-PENDING-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PC-TARGET) = 'ACCOUNT'
                          AND FUNCTION TRIM(WS-PC-FIELD) = 'PIN'
                           PERFORM CONVERT-ONE-PENDING-ROW
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PENDING-CHANGE-FILE
           END-IF.

      *----------------------------------------------------------------*
       CONVERT-ONE-PENDING-ROW.
           MOVE WS-PC-KEY            TO WS-PH-IN-USER-ID
           MOVE WS-PC-NEW-VALUE(1:6) TO WS-PH-IN-PIN
           PERFORM NEW-PIN-SALT
           PERFORM HASH-PIN

           MOVE SPACES TO WS-PC-NEW-VALUE
           STRING WS-PH-IN-SALT DELIMITED SIZE
                  WS-PH-RESULT  DELIMITED SIZE
                  INTO WS-PC-NEW-VALUE
           END-STRING
           MOVE 'PINHASH' TO WS-PC-FIELD

           REWRITE PENDING-CHANGE-RECORD FROM WS-PENDING-RECORD
           IF PC-FS-OK
               ADD 1 TO WS-QUEUE-CONVERTED
           END-IF

           MOVE SPACES TO WS-PH-IN-PIN.

      *----------------------------------------------------------------*
       WRITE-CONVERT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP

           MOVE SPACES TO WS-AUD-KEY
           STRING 'PINHASH:' FUNCTION TRIM(WS-AP-USER-ID)
               DELIMITED SIZE
               INTO WS-AUD-KEY
           END-STRING

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
       PRINT-SUMMARY-LINE.
           MOVE WS-ACCOUNTS-READ   TO WS-READ-EDIT
           MOVE WS-PINS-CONVERTED  TO WS-CONV-EDIT
           MOVE WS-PINS-ALREADY    TO WS-ALREADY-EDIT
           MOVE WS-QUEUE-CONVERTED TO WS-QUEUE-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"accounts_read":'
                   FUNCTION TRIM(WS-READ-EDIT) ','
               '"pins_converted":'
                   FUNCTION TRIM(WS-CONV-EDIT) ','
               '"already_blank":'
                   FUNCTION TRIM(WS-ALREADY-EDIT) ','
               '"queue_rows_converted":'
                   FUNCTION TRIM(WS-QUEUE-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Konversi PIN ke hash selesai"'
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
               '"message":"File rekening tidak bisa dibuka"'
               '}'
               DELIMITED SIZE
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

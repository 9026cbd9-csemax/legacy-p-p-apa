      *================================================================*
      * FAMMAINT.CBL - Family Sub-Account (Parent/Child) Maintenance  *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMMAINT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Tautan rekening anak ke rekening orang tua, satu record ---
      *--- per anak (key user id anak). Aturan belanja anak dibaca ---
      *--- PAYMENTPROC/DISPATCHER sebelum debit; uang saku mingguan ---
      *--- dijalankan SIRUN lewat instruksi terjadwal yang id-nya  ---
      *--- dicatat di sini                                          ---
           SELECT FAMILY-FILE
               ASSIGN TO '/app/data/familylink.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-FL-CHILD-ID
               FILE STATUS IS WS-FL-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO '/app/data/accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Daftar instruksi terjadwal (layout SIMAINT) ---
           SELECT STANDING-FILE
               ASSIGN TO '/app/data/standing.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAMILY-FILE
           LABEL RECORDS ARE STANDARD.
       01  FAMILY-FILE-RECORD.
           05  FD-FL-CHILD-ID      PIC X(20).
           05  FD-FL-PARENT-ID     PIC X(20).
           05  FD-FL-ALLOWANCE     PIC 9(13)V99.
           05  FD-FL-TXN-CAP       PIC 9(13)V99.
           05  FD-FL-NOTIFY-MIN    PIC 9(13)V99.
           05  FD-FL-BLOCKED-CATS  PIC X(100).
           05  FD-FL-SI-ID         PIC X(20).
           05  FD-FL-STATUS        PIC X(10).
           05  FD-FL-UPDATED-AT    PIC X(20).

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

       FD  STANDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-FILE-RECORD    PIC X(200).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

       01  WS-FL-FILE-STATUS       PIC XX.
           88  FL-FS-OK            VALUE '00'.
           88  FL-FS-NOT-FOUND     VALUE '35'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-SI-FILE-STATUS       PIC XX.
           88  SI-FS-OK            VALUE '00'.
           88  SI-FS-EOF           VALUE '10'.
           88  SI-FS-NOT-FOUND     VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    LINK|PARENT|CHILD|ALLOWANCE|TXN_CAP|NOTIFY_MIN|CATS|START
      *    RULES|PARENT|CHILD|ALLOWANCE|TXN_CAP|NOTIFY_MIN|CATS|START
      *    UNLINK|PARENT|CHILD
      *--- ALLOWANCE: uang saku mingguan (0 = tanpa uang saku),    ---
      *--- TXN_CAP: batas per transaksi anak (0 = tanpa batas),    ---
      *--- NOTIFY_MIN: pembayaran anak di atas nilai ini dikabar-  ---
      *--- kan ke orang tua (0 = semua), CATS: kategori merchant   ---
      *--- terlarang dipisah koma, START: YYYYMMDD jalan pertama   ---
      *--- uang saku (kosong = hari ini)                           ---
       01  WS-INPUT-LINE           PIC X(300).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-PARENT-ID         PIC X(20).
       01  WS-IN-CHILD-ID          PIC X(20).
       01  WS-IN-ALLOWANCE-STR     PIC X(20).
       01  WS-IN-CAP-STR           PIC X(20).
       01  WS-IN-NOTIFY-STR        PIC X(20).
       01  WS-IN-BLOCKED-CATS      PIC X(100).
       01  WS-IN-START-DATE        PIC X(8).
       01  WS-IN-ALLOWANCE         PIC 9(13)V99 VALUE 0.
       01  WS-IN-CAP               PIC 9(13)V99 VALUE 0.
       01  WS-IN-NOTIFY-MIN        PIC 9(13)V99 VALUE 0.
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-PARSE-STR            PIC X(20).
       01  WS-PARSE-AMOUNT         PIC 9(13)V99 VALUE 0.

       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.
       01  WS-LINK-FOUND           PIC X(1) VALUE 'N'.
       01  WS-SI-UPDATED           PIC X(1) VALUE 'N'.
       01  WS-PARENT-CCY           PIC X(3).

       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.

       01  WS-LINK-PARSE.
           05  WS-FL-CHILD-ID      PIC X(20).
           05  WS-FL-PARENT-ID     PIC X(20).
           05  WS-FL-ALLOWANCE     PIC 9(13)V99.
           05  WS-FL-TXN-CAP       PIC 9(13)V99.
           05  WS-FL-NOTIFY-MIN    PIC 9(13)V99.
           05  WS-FL-BLOCKED-CATS  PIC X(100).
           05  WS-FL-SI-ID         PIC X(20).
           05  WS-FL-STATUS        PIC X(10).
           05  WS-FL-UPDATED-AT    PIC X(20).

      *--- Record instruksi terjadwal (selaras SIMAINT) ---
       01  WS-SI-WRITE-RECORD.
           05  WS-SW-SI-ID         PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SW-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SW-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SW-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SW-FREQ          PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SW-NEXT-RUN      PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SW-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SW-CREATED-AT    PIC X(20).

      *--- Id instruksi uang saku: FAM + stempel waktu pembuatan ---
       01  WS-NEW-SI-ID            PIC X(20).
       01  WS-SI-NEW-AMOUNT        PIC X(20).
       01  WS-SI-NEW-STATUS        PIC X(10).

       01  WS-DATETIME             PIC X(21).
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-ALLOW-EDIT           PIC Z(12)9.99.
       01  WS-CAP-EDIT             PIC Z(12)9.99.
       01  WS-NOTIFY-EDIT          PIC Z(12)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-PARENT-ID
                    WS-IN-CHILD-ID
                    WS-IN-ALLOWANCE-STR
                    WS-IN-CAP-STR
                    WS-IN-NOTIFY-STR
                    WS-IN-BLOCKED-CATS
                    WS-IN-START-DATE
           END-UNSTRING

           IF FUNCTION TRIM(WS-IN-PARENT-ID) = SPACES
              OR FUNCTION TRIM(WS-IN-CHILD-ID) = SPACES
              OR WS-IN-PARENT-ID = WS-IN-CHILD-ID
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'LINK'
                   PERFORM PARSE-RULE-FIELDS
                   PERFORM LINK-CHILD
               WHEN 'RULES'
                   PERFORM PARSE-RULE-FIELDS
                   PERFORM UPDATE-CHILD-RULES
               WHEN 'UNLINK'
                   PERFORM UNLINK-CHILD
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       PARSE-RULE-FIELDS.
      *--- Nominal kosong dianggap 0 (aturan itu tidak dipakai) ---
           MOVE WS-IN-ALLOWANCE-STR TO WS-PARSE-STR
           PERFORM PARSE-OPTIONAL-AMOUNT
           MOVE WS-PARSE-AMOUNT TO WS-IN-ALLOWANCE

           MOVE WS-IN-CAP-STR TO WS-PARSE-STR
           PERFORM PARSE-OPTIONAL-AMOUNT
           MOVE WS-PARSE-AMOUNT TO WS-IN-CAP

           MOVE WS-IN-NOTIFY-STR TO WS-PARSE-STR
           PERFORM PARSE-OPTIONAL-AMOUNT
           MOVE WS-PARSE-AMOUNT TO WS-IN-NOTIFY-MIN

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           IF FUNCTION TRIM(WS-IN-START-DATE) = SPACES
               MOVE WS-DATETIME(1:8) TO WS-IN-START-DATE
           END-IF

           MOVE FUNCTION TEST-NUMVAL(WS-IN-START-DATE)
               TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       PARSE-OPTIONAL-AMOUNT.
           MOVE 0 TO WS-PARSE-AMOUNT

           IF FUNCTION TRIM(WS-PARSE-STR) NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-PARSE-STR)
                   TO WS-NUMVAL-CHECK

               IF WS-NUMVAL-CHECK NOT = 0
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF

               IF FUNCTION NUMVAL(WS-PARSE-STR) < 0
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF

               MOVE FUNCTION NUMVAL(WS-PARSE-STR) TO WS-PARSE-AMOUNT
           END-IF.

      *----------------------------------------------------------------*
       LINK-CHILD.
      *--- Orang tua dan anak harus rekening terdaftar bermata     ---
      *--- uang sama - uang saku dipindah tanpa konversi kurs      ---
           MOVE WS-IN-PARENT-ID TO FD-ACC-USER-ID
           PERFORM FIND-ACCOUNT

           IF WS-ACC-FOUND = 'N'
               PERFORM RETURN-INVALID-USER
               STOP RUN
           END-IF

           MOVE WS-AP-CURRENCY TO WS-PARENT-CCY

           MOVE WS-IN-CHILD-ID TO FD-ACC-USER-ID
           PERFORM FIND-ACCOUNT

           IF WS-ACC-FOUND = 'N'
               PERFORM RETURN-INVALID-USER
               STOP RUN
           END-IF

           IF WS-AP-CURRENCY NOT = WS-PARENT-CCY
               PERFORM RETURN-CURRENCY-MISMATCH
               STOP RUN
           END-IF

           PERFORM FIND-LINK

           IF WS-LINK-FOUND = 'Y'
              AND FUNCTION TRIM(WS-FL-STATUS) = 'active'
               PERFORM RETURN-DUPLICATE-LINK
               STOP RUN
           END-IF

           MOVE SPACES TO WS-FL-SI-ID

           IF WS-IN-ALLOWANCE > 0
               PERFORM APPEND-ALLOWANCE-INSTRUCTION
               MOVE WS-NEW-SI-ID TO WS-FL-SI-ID
           END-IF

           MOVE WS-IN-CHILD-ID     TO WS-FL-CHILD-ID
           MOVE WS-IN-PARENT-ID    TO WS-FL-PARENT-ID
           MOVE WS-IN-ALLOWANCE    TO WS-FL-ALLOWANCE
           MOVE WS-IN-CAP          TO WS-FL-TXN-CAP
           MOVE WS-IN-NOTIFY-MIN   TO WS-FL-NOTIFY-MIN
           MOVE WS-IN-BLOCKED-CATS TO WS-FL-BLOCKED-CATS
           MOVE 'active'           TO WS-FL-STATUS
           MOVE WS-DATETIME(1:20)  TO WS-FL-UPDATED-AT

      *--- Anak yang pernah dilepas ditautkan ulang: record lama  ---
      *--- ditimpa (pola OPEN-POCKET di POCKETMAINT)               ---
           IF WS-LINK-FOUND = 'Y'
               PERFORM REWRITE-LINK
           ELSE
               PERFORM WRITE-NEW-LINK
           END-IF

           IF WS-LINK-FOUND = 'N'
               PERFORM RETURN-SYSTEM-ERROR
           ELSE
               PERFORM RETURN-LINK-RESULT
           END-IF.

      *----------------------------------------------------------------*
       UPDATE-CHILD-RULES.
      *--- Hanya orang tua pemilik tautan yang boleh mengubah aturan ---
           PERFORM FIND-LINK

           IF WS-LINK-FOUND = 'N'
              OR FUNCTION TRIM(WS-FL-STATUS) NOT = 'active'
              OR WS-FL-PARENT-ID NOT = WS-IN-PARENT-ID
               PERFORM RETURN-LINK-NOT-FOUND
               STOP RUN
           END-IF

      *--- Uang saku: instruksi lama diubah nominalnya, dibatalkan ---
      *--- kalau uang saku dinolkan, atau dibuat baru kalau belum  ---
      *--- pernah ada                                              ---
           IF FUNCTION TRIM(WS-FL-SI-ID) NOT = SPACES
               IF WS-IN-ALLOWANCE > 0
                   MOVE WS-IN-ALLOWANCE TO WS-AMOUNT-EDIT
                   MOVE FUNCTION TRIM(WS-AMOUNT-EDIT)
                       TO WS-SI-NEW-AMOUNT
                   MOVE 'active' TO WS-SI-NEW-STATUS
               ELSE
                   MOVE SPACES TO WS-SI-NEW-AMOUNT
                   MOVE 'cancelled' TO WS-SI-NEW-STATUS
               END-IF

               PERFORM REWRITE-ALLOWANCE-INSTRUCTION

               IF WS-IN-ALLOWANCE = 0
                   MOVE SPACES TO WS-FL-SI-ID
               END-IF
           ELSE
               IF WS-IN-ALLOWANCE > 0
                   PERFORM APPEND-ALLOWANCE-INSTRUCTION
                   MOVE WS-NEW-SI-ID TO WS-FL-SI-ID
               END-IF
           END-IF

           MOVE WS-IN-ALLOWANCE    TO WS-FL-ALLOWANCE
           MOVE WS-IN-CAP          TO WS-FL-TXN-CAP
           MOVE WS-IN-NOTIFY-MIN   TO WS-FL-NOTIFY-MIN
           MOVE WS-IN-BLOCKED-CATS TO WS-FL-BLOCKED-CATS
           MOVE WS-DATETIME(1:20)  TO WS-FL-UPDATED-AT

           PERFORM REWRITE-LINK

           IF WS-LINK-FOUND = 'N'
               PERFORM RETURN-SYSTEM-ERROR
           ELSE
               PERFORM RETURN-LINK-RESULT
           END-IF.

      *----------------------------------------------------------------*
       UNLINK-CHILD.
      *--- Tautan dilepas: aturan anak tidak berlaku lagi dan      ---
      *--- instruksi uang sakunya dibatalkan                       ---
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           PERFORM FIND-LINK

           IF WS-LINK-FOUND = 'N'
              OR FUNCTION TRIM(WS-FL-STATUS) NOT = 'active'
              OR WS-FL-PARENT-ID NOT = WS-IN-PARENT-ID
               PERFORM RETURN-LINK-NOT-FOUND
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-FL-SI-ID) NOT = SPACES
               MOVE SPACES TO WS-SI-NEW-AMOUNT
               MOVE 'cancelled' TO WS-SI-NEW-STATUS
               PERFORM REWRITE-ALLOWANCE-INSTRUCTION
               MOVE SPACES TO WS-FL-SI-ID
           END-IF

           MOVE 'unlinked' TO WS-FL-STATUS
           MOVE WS-DATETIME(1:20) TO WS-FL-UPDATED-AT

           PERFORM REWRITE-LINK

           IF WS-LINK-FOUND = 'N'
               PERFORM RETURN-SYSTEM-ERROR
           ELSE
               MOVE WS-FL-ALLOWANCE TO WS-IN-ALLOWANCE
               MOVE WS-FL-TXN-CAP TO WS-IN-CAP
               MOVE WS-FL-NOTIFY-MIN TO WS-IN-NOTIFY-MIN
               PERFORM RETURN-LINK-RESULT
           END-IF.

      *----------------------------------------------------------------*
       FIND-ACCOUNT.
      *--- Key sudah diisi pemanggil di FD-ACC-USER-ID ---
           MOVE 'N' TO WS-ACC-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ACC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACC-FOUND
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       FIND-LINK.
           MOVE 'N' TO WS-LINK-FOUND

           OPEN INPUT FAMILY-FILE
           IF FL-FS-OK
               MOVE WS-IN-CHILD-ID TO FD-FL-CHILD-ID

               READ FAMILY-FILE INTO WS-LINK-PARSE
                   KEY IS FD-FL-CHILD-ID
                   INVALID KEY
                       MOVE 'N' TO WS-LINK-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LINK-FOUND
               END-READ

               CLOSE FAMILY-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-NEW-LINK.
      *--- File indexed baru belum ada di disk; buat dulu ---
           MOVE 'N' TO WS-LINK-FOUND

           OPEN I-O FAMILY-FILE
           IF FL-FS-NOT-FOUND
               OPEN OUTPUT FAMILY-FILE
               CLOSE FAMILY-FILE
               OPEN I-O FAMILY-FILE
           END-IF

           IF FL-FS-OK
               WRITE FAMILY-FILE-RECORD FROM WS-LINK-PARSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LINK-FOUND
               END-WRITE

               CLOSE FAMILY-FILE
           END-IF.

      *----------------------------------------------------------------*
       REWRITE-LINK.
           MOVE 'N' TO WS-LINK-FOUND

           OPEN I-O FAMILY-FILE
           IF FL-FS-OK
               MOVE WS-IN-CHILD-ID TO FD-FL-CHILD-ID

               READ FAMILY-FILE
                   KEY IS FD-FL-CHILD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       REWRITE FAMILY-FILE-RECORD
                           FROM WS-LINK-PARSE
                       MOVE 'Y' TO WS-LINK-FOUND
               END-READ

               CLOSE FAMILY-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPEND-ALLOWANCE-INSTRUCTION.
      *--- Instruksi WEEKLY biasa di standing.dat: pemilik orang   ---
      *--- tua, kolom merchant berisi user id anak. SIRUN mengenali ---
      *--- instruksi ini dari id-nya yang tercatat di tautan        ---
           MOVE SPACES TO WS-NEW-SI-ID
           STRING 'FAM' WS-DATETIME(1:16)
               DELIMITED SIZE
               INTO WS-NEW-SI-ID
           END-STRING

           MOVE WS-IN-ALLOWANCE TO WS-AMOUNT-EDIT

           OPEN EXTEND STANDING-FILE
           IF SI-FS-NOT-FOUND
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN EXTEND STANDING-FILE
           END-IF

           IF SI-FS-OK
               MOVE WS-NEW-SI-ID      TO WS-SW-SI-ID
               MOVE WS-IN-PARENT-ID   TO WS-SW-USER-ID
               MOVE WS-IN-CHILD-ID    TO WS-SW-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-SW-AMOUNT
               MOVE 'WEEKLY'          TO WS-SW-FREQ
               MOVE WS-IN-START-DATE  TO WS-SW-NEXT-RUN
               MOVE 'active'          TO WS-SW-STATUS
               MOVE WS-DATETIME(1:20) TO WS-SW-CREATED-AT

               WRITE STANDING-FILE-RECORD FROM WS-SI-WRITE-RECORD
               CLOSE STANDING-FILE
           END-IF.

      *----------------------------------------------------------------*
       REWRITE-ALLOWANCE-INSTRUCTION.
      *--- REWRITE di tempat dengan panjang baris sama (pola       ---
      *--- CANCEL-INSTRUCTION di SIMAINT); nominal kosong berarti  ---
      *--- nominal lama dibiarkan                                  ---
           MOVE 'N' TO WS-SI-UPDATED

           OPEN I-O STANDING-FILE
           IF SI-FS-OK
               PERFORM UNTIL SI-FS-EOF OR WS-SI-UPDATED = 'Y'
                   READ STANDING-FILE INTO WS-SI-WRITE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-SW-SI-ID = WS-FL-SI-ID
                          AND FUNCTION TRIM(WS-SW-STATUS) = 'active'
                           IF WS-SI-NEW-AMOUNT NOT = SPACES
                               MOVE WS-SI-NEW-AMOUNT TO WS-SW-AMOUNT
                           END-IF
                           MOVE WS-SI-NEW-STATUS TO WS-SW-STATUS
                           REWRITE STANDING-FILE-RECORD
                               FROM WS-SI-WRITE-RECORD
                           MOVE 'Y' TO WS-SI-UPDATED
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE STANDING-FILE
           END-IF.

      *----------------------------------------------------------------*
       RETURN-LINK-RESULT.
           MOVE WS-IN-ALLOWANCE TO WS-ALLOW-EDIT
           MOVE WS-IN-CAP TO WS-CAP-EDIT
           MOVE WS-IN-NOTIFY-MIN TO WS-NOTIFY-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"parent_id":"'
                   FUNCTION TRIM(WS-IN-PARENT-ID) '",'
               '"child_id":"'
                   FUNCTION TRIM(WS-IN-CHILD-ID) '",'
               '"mode":"'
                   FUNCTION TRIM(WS-IN-MODE) '",'
               '"weekly_allowance":'
                   FUNCTION TRIM(WS-ALLOW-EDIT) ','
               '"txn_cap":'
                   FUNCTION TRIM(WS-CAP-EDIT) ','
               '"notify_above":'
                   FUNCTION TRIM(WS-NOTIFY-EDIT) ','
               '"blocked_categories":"'
                   FUNCTION TRIM(WS-FL-BLOCKED-CATS) '",'
               '"allowance_instruction_id":"'
                   FUNCTION TRIM(WS-FL-SI-ID) '",'
               '"link_status":"'
                   FUNCTION TRIM(WS-FL-STATUS) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Maintenance rekening anak berhasil"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DUPLICATE-LINK.
           STRING
               '{'
               '"status":"error",'
               '"code":1017,'
               '"retryable":' FUNCTION TRIM(ER-DUPLICATE-ACCOUNT) ','
               '"data":null,'
               '"message":"Rekening anak sudah tertaut ke orang tua"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-LINK-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Tautan rekening anak aktif milik orang tua'
               ' ini tidak ditemukan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CURRENCY-MISMATCH.
           STRING
               '{'
               '"status":"error",'
               '"code":1015,'
               '"retryable":' FUNCTION TRIM(ER-CURRENCY-MISMATCH) ','
               '"data":null,'
               '"message":"Mata uang rekening orang tua dan anak'
               ' tidak sama"'
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
               '"message":"Data tautan rekening anak tidak lengkap'
               ' atau tidak valid"'
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
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Mode maintenance tidak dikenal'
               ' (LINK/RULES/UNLINK)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-USER.
           STRING
               '{'
               '"status":"error",'
               '"code":1004,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-USER) ','
               '"data":null,'
               '"message":"User tidak ditemukan di sistem legacy"'
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

      *================================================================*
      * BILLMAINT.CBL - Biller Master Maintenance (PLN/PDAM/Telco/BPJS)*
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLMAINT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Master biller pembayaran tagihan: format nomor          ---
      *--- pelanggan divalidasi BILLPAY, fee per transaksi masuk   ---
      *--- pendapatan fee, rekening settlement dipakai BILLREM     ---
      *--- untuk remitansi harian                                    ---
           SELECT BILLER-FILE
               ASSIGN TO '/app/data/billers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-BLR-CODE
               FILE STATUS IS WS-BLR-FILE-STATUS.

      *--- Registri operator - maker harus terdaftar dan aktif    ---
      *--- (pola AGENTMAINT)                                         ---
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

       DATA DIVISION.
       FILE SECTION.
       FD  BILLER-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILLER-FILE-RECORD.
           05  FD-BLR-CODE         PIC X(10).
           05  FD-BLR-NAME         PIC X(50).
           05  FD-BLR-CATEGORY     PIC X(10).
           05  FD-BLR-NUM-FORMAT   PIC X(20).
           05  FD-BLR-FEE          PIC 9(7)V99.
           05  FD-BLR-BANK-CODE    PIC X(10).
           05  FD-BLR-ACCOUNT      PIC X(20).
           05  FD-BLR-STATUS       PIC X(10).

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

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

       01  WS-BLR-FILE-STATUS      PIC XX.
           88  BLR-FS-OK           VALUE '00'.
           88  BLR-FS-NOT-FOUND    VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    CREATE|BILLER_CODE|NAME|CATEGORY|NUM_FORMAT|FEE|BANK_CODE|
      *           ACCOUNT|MAKER
      *    UPDATE|BILLER_CODE|FEE|BANK_CODE|ACCOUNT|MAKER
      *    STATUS|BILLER_CODE|active/suspended|MAKER
      *    INQUIRY|BILLER_CODE
      *--- CATEGORY: PLN, PDAM, TELCO, BPJS. NUM_FORMAT adalah      ---
      *--- topeng nomor pelanggan per posisi: 9 = digit wajib,     ---
      *--- ? = digit opsional (hanya di ekor), A = huruf, X = apa  ---
      *--- saja selain spasi, karakter lain harus sama persis      ---
      *--- (mis. 08 di depan nomor pulsa)                            ---
       01  WS-INPUT-LINE           PIC X(300).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-BILLER-CODE       PIC X(10).
       01  WS-IN-FIELD-3           PIC X(50).
       01  WS-IN-FIELD-4           PIC X(20).
       01  WS-IN-FIELD-5           PIC X(20).
       01  WS-IN-FIELD-6           PIC X(20).
       01  WS-IN-FIELD-7           PIC X(20).
       01  WS-IN-FIELD-8           PIC X(20).
       01  WS-IN-FIELD-9           PIC X(12).
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Validasi maker ke registri operator (pola ACCTMAINT) ---
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
       01  WS-OPERATOR-TO-CHECK    PIC X(12).

       01  WS-BLR-FOUND            PIC X(1) VALUE 'N'.
       01  WS-FEE-NUM              PIC 9(7)V99.
       01  WS-FEE-STR              PIC X(20).
       01  WS-CATEGORY-OK          PIC X(1) VALUE 'N'.

      *--- Biller record fields (disalin dari BILLER-FILE-RECORD) ---
       01  WS-BLR-PARSE.
           05  WS-BL-CODE          PIC X(10).
           05  WS-BL-NAME          PIC X(50).
           05  WS-BL-CATEGORY      PIC X(10).
           05  WS-BL-NUM-FORMAT    PIC X(20).
           05  WS-BL-FEE           PIC 9(7)V99.
           05  WS-BL-BANK-CODE     PIC X(10).
           05  WS-BL-ACCOUNT       PIC X(20).
           05  WS-BL-STATUS        PIC X(10).

       01  WS-FEE-EDIT             PIC Z(6)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-BILLER-CODE
                    WS-IN-FIELD-3
                    WS-IN-FIELD-4
                    WS-IN-FIELD-5
                    WS-IN-FIELD-6
                    WS-IN-FIELD-7
                    WS-IN-FIELD-8
                    WS-IN-FIELD-9
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WS-IN-BILLER-CODE)
               TO WS-IN-BILLER-CODE

      *--- Mode pengubah wajib maker operator terdaftar - posisi ---
      *--- kolom maker mengikuti panjang mode masing-masing; kolom  ---
      *--- itu membawa token sesi OPRSIGN, bukan ID operator polos  ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
              OR FUNCTION TRIM(WS-IN-MODE) = 'UPDATE'
              OR FUNCTION TRIM(WS-IN-MODE) = 'STATUS'
               EVALUATE FUNCTION TRIM(WS-IN-MODE)
                   WHEN 'CREATE'
                       MOVE WS-IN-FIELD-9 TO WS-OPERATOR-TO-CHECK
                   WHEN 'UPDATE'
                       MOVE WS-IN-FIELD-6(1:12) TO WS-OPERATOR-TO-CHECK
                   WHEN OTHER
                       MOVE WS-IN-FIELD-4(1:12) TO WS-OPERATOR-TO-CHECK
               END-EVALUATE
               MOVE WS-OPERATOR-TO-CHECK TO WS-SESSION-TOKEN
               PERFORM RESOLVE-SESSION-TOKEN

               IF WS-SESSION-OK = 'N'
                   PERFORM RETURN-SESSION-INVALID
                   STOP RUN
               END-IF

               MOVE WS-SESSION-OP-ID TO WS-OPERATOR-TO-CHECK

               PERFORM VALIDATE-OPERATOR

               IF WS-OPERATOR-OK = 'N'
                   PERFORM RETURN-INVALID-OPERATOR
                   STOP RUN
               END-IF
           END-IF

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'CREATE'
                   PERFORM CREATE-BILLER
               WHEN 'UPDATE'
                   PERFORM UPDATE-BILLER
               WHEN 'STATUS'
                   PERFORM CHANGE-BILLER-STATUS
               WHEN 'INQUIRY'
                   PERFORM INQUIRE-BILLER
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

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
       VALIDATE-OPERATOR.
      *--- Operator harus terdaftar dan berstatus active di        ---
      *--- operators.dat (pola ACCTMAINT)                            ---
           MOVE 'N' TO WS-OPERATOR-OK

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
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
           END-IF.

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
       CREATE-BILLER.
      *--- Biller baru wajib lengkap: nama, kategori yang dikenal, ---
      *--- topeng nomor pelanggan, dan tujuan remitansi             ---
           MOVE FUNCTION UPPER-CASE(WS-IN-FIELD-4) TO WS-IN-FIELD-4

           MOVE 'N' TO WS-CATEGORY-OK
           IF FUNCTION TRIM(WS-IN-FIELD-4) = 'PLN'
              OR FUNCTION TRIM(WS-IN-FIELD-4) = 'PDAM'
              OR FUNCTION TRIM(WS-IN-FIELD-4) = 'TELCO'
              OR FUNCTION TRIM(WS-IN-FIELD-4) = 'BPJS'
               MOVE 'Y' TO WS-CATEGORY-OK
           END-IF

           IF FUNCTION TRIM(WS-IN-BILLER-CODE) = SPACES
              OR FUNCTION TRIM(WS-IN-FIELD-3) = SPACES
              OR FUNCTION TRIM(WS-IN-FIELD-5) = SPACES
              OR FUNCTION TRIM(WS-IN-FIELD-7) = SPACES
              OR FUNCTION TRIM(WS-IN-FIELD-8) = SPACES
              OR WS-CATEGORY-OK = 'N'
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           MOVE WS-IN-FIELD-6 TO WS-FEE-STR
           PERFORM PARSE-FEE

           PERFORM FIND-BILLER

           IF WS-BLR-FOUND = 'Y'
               PERFORM RETURN-DUPLICATE-BILLER
               STOP RUN
           END-IF

           PERFORM OPEN-BILLER-FILE-FOR-WRITE

           IF NOT BLR-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
           ELSE
               MOVE WS-IN-BILLER-CODE TO WS-BL-CODE
               MOVE WS-IN-FIELD-3     TO WS-BL-NAME
               MOVE WS-IN-FIELD-4     TO WS-BL-CATEGORY
               MOVE WS-IN-FIELD-5     TO WS-BL-NUM-FORMAT
               MOVE WS-FEE-NUM        TO WS-BL-FEE
               MOVE WS-IN-FIELD-7     TO WS-BL-BANK-CODE
               MOVE WS-IN-FIELD-8     TO WS-BL-ACCOUNT
               MOVE 'active'          TO WS-BL-STATUS

               WRITE BILLER-FILE-RECORD FROM WS-BLR-PARSE

               CLOSE BILLER-FILE

               PERFORM RETURN-BILLER-DETAIL
           END-IF.

      *----------------------------------------------------------------*
       OPEN-BILLER-FILE-FOR-WRITE.
      *--- File indexed baru belum ada di disk; buat dulu kalau perlu ---
           OPEN I-O BILLER-FILE
           IF BLR-FS-NOT-FOUND
               OPEN OUTPUT BILLER-FILE
               CLOSE BILLER-FILE
               OPEN I-O BILLER-FILE
           END-IF.

      *----------------------------------------------------------------*
       PARSE-FEE.
      *--- Fee admin per transaksi - boleh nol (biller tanpa fee) ---
           IF FUNCTION TRIM(WS-FEE-STR) = SPACES
               MOVE 0 TO WS-FEE-NUM
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-FEE-STR)
                   TO WS-NUMVAL-CHECK
               IF WS-NUMVAL-CHECK NOT = 0
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF

               MOVE FUNCTION NUMVAL(WS-FEE-STR) TO WS-FEE-NUM
           END-IF.

      *----------------------------------------------------------------*
       UPDATE-BILLER.
      *--- Ubah fee dan/atau tujuan remitansi; kolom kosong berarti ---
      *--- nilai lama dipertahankan                                 ---
           OPEN I-O BILLER-FILE
           IF NOT BLR-FS-OK
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           MOVE 'N' TO WS-BLR-FOUND
           MOVE WS-IN-BILLER-CODE TO FD-BLR-CODE

           READ BILLER-FILE INTO WS-BLR-PARSE
               KEY IS FD-BLR-CODE
               INVALID KEY
                   MOVE 'N' TO WS-BLR-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BLR-FOUND
           END-READ

           IF WS-BLR-FOUND = 'Y'
               IF FUNCTION TRIM(WS-IN-FIELD-3) NOT = SPACES
                   MOVE WS-IN-FIELD-3(1:20) TO WS-FEE-STR
                   PERFORM PARSE-FEE
                   MOVE WS-FEE-NUM TO WS-BL-FEE
               END-IF

               IF FUNCTION TRIM(WS-IN-FIELD-4) NOT = SPACES
                   MOVE WS-IN-FIELD-4(1:10) TO WS-BL-BANK-CODE
               END-IF

               IF FUNCTION TRIM(WS-IN-FIELD-5) NOT = SPACES
                   MOVE WS-IN-FIELD-5 TO WS-BL-ACCOUNT
               END-IF

               REWRITE BILLER-FILE-RECORD FROM WS-BLR-PARSE
           END-IF

           CLOSE BILLER-FILE

           IF WS-BLR-FOUND = 'Y'
               PERFORM RETURN-BILLER-DETAIL
           ELSE
               PERFORM RETURN-NOT-FOUND
           END-IF.

      *----------------------------------------------------------------*
       CHANGE-BILLER-STATUS.
      *--- Biller suspended ditolak BILLPAY; item yang sudah        ---
      *--- terbayar tetap ikut remitansi hari itu                   ---
           IF FUNCTION TRIM(WS-IN-FIELD-3) NOT = 'active'
              AND FUNCTION TRIM(WS-IN-FIELD-3) NOT = 'suspended'
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           OPEN I-O BILLER-FILE
           IF NOT BLR-FS-OK
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           MOVE 'N' TO WS-BLR-FOUND
           MOVE WS-IN-BILLER-CODE TO FD-BLR-CODE

           READ BILLER-FILE INTO WS-BLR-PARSE
               KEY IS FD-BLR-CODE
               INVALID KEY
                   MOVE 'N' TO WS-BLR-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BLR-FOUND
                   MOVE WS-IN-FIELD-3(1:10) TO WS-BL-STATUS
                   REWRITE BILLER-FILE-RECORD FROM WS-BLR-PARSE
           END-READ

           CLOSE BILLER-FILE

           IF WS-BLR-FOUND = 'Y'
               PERFORM RETURN-BILLER-DETAIL
           ELSE
               PERFORM RETURN-NOT-FOUND
           END-IF.

      *----------------------------------------------------------------*
       INQUIRE-BILLER.
           PERFORM FIND-BILLER

           IF WS-BLR-FOUND = 'Y'
               PERFORM RETURN-BILLER-DETAIL
           ELSE
               PERFORM RETURN-NOT-FOUND
           END-IF.

      *----------------------------------------------------------------*
       FIND-BILLER.
           MOVE 'N' TO WS-BLR-FOUND

           OPEN INPUT BILLER-FILE
           IF BLR-FS-OK
               MOVE WS-IN-BILLER-CODE TO FD-BLR-CODE

               READ BILLER-FILE INTO WS-BLR-PARSE
                   KEY IS FD-BLR-CODE
                   INVALID KEY
                       MOVE 'N' TO WS-BLR-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BLR-FOUND
               END-READ

               CLOSE BILLER-FILE
           END-IF.

      *----------------------------------------------------------------*
       RETURN-BILLER-DETAIL.
           MOVE WS-BL-FEE TO WS-FEE-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"biller_code":"'
                   FUNCTION TRIM(WS-BL-CODE) '",'
               '"biller_name":"'
                   FUNCTION TRIM(WS-BL-NAME) '",'
               '"category":"'
                   FUNCTION TRIM(WS-BL-CATEGORY) '",'
               '"number_format":"'
                   FUNCTION TRIM(WS-BL-NUM-FORMAT) '",'
               '"fee":'
                   FUNCTION TRIM(WS-FEE-EDIT) ','
               '"bank_code":"'
                   FUNCTION TRIM(WS-BL-BANK-CODE) '",'
               '"settlement_account":"'
                   FUNCTION TRIM(WS-BL-ACCOUNT) '",'
               '"biller_status":"'
                   FUNCTION TRIM(WS-BL-STATUS) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Data biller"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DUPLICATE-BILLER.
           STRING
               '{'
               '"status":"error",'
               '"code":1018,'
               '"retryable":' FUNCTION TRIM(ER-DUPLICATE-MERCHANT) ','
               '"data":null,'
               '"message":"Kode biller ini sudah terdaftar"'
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
               '"message":"Data biller tidak lengkap atau tidak valid"'
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
               ' (CREATE/UPDATE/STATUS/INQUIRY)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Biller tidak ditemukan"'
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

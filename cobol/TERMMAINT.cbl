      *================================================================*
      * TERMMAINT.CBL - Merchant Terminal Master Maintenance          *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMAINT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Master terminal kasir: satu baris per terminal/EDC,      ---
      *--- terikat ke satu merchant atau outlet (merchpar.dat).     ---
      *--- PAYMENTPROC dan DISPATCHER menolak terminal yang tidak   ---
      *--- terdaftar atau tidak aktif; TERMCLOSE menutup batchnya   ---
           SELECT TERMINAL-FILE
               ASSIGN TO '/app/data/terminals.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TRM-TERM-ID
               FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT MERCHANT-FILE
               ASSIGN TO '/app/data/merchants.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

      *--- Registri operator - maker harus terdaftar dan aktif ---
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
       FD  TERMINAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERMINAL-FILE-RECORD.
           05  FD-TRM-TERM-ID      PIC X(20).
           05  FD-TRM-MER-ID       PIC X(20).
           05  FD-TRM-SERIAL       PIC X(30).
           05  FD-TRM-STATUS       PIC X(10).
           05  FD-TRM-LAST-SEEN    PIC X(20).
           05  FD-TRM-BATCH-NO     PIC 9(6).
           05  FD-TRM-LAST-CLOSE   PIC X(20).
           05  FD-TRM-REGISTERED   PIC X(20).

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

       01  WS-TRM-FILE-STATUS      PIC XX.
           88  TRM-FS-OK           VALUE '00'.
           88  TRM-FS-NOT-FOUND    VALUE '35'.

       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    CREATE|TERM_ID|MER_ID|SERIAL|MAKER
      *    STATUS|TERM_ID|active/blocked/retired|MAKER
      *    INQUIRY|TERM_ID
      *--- MER_ID boleh merchant tunggal atau outlet cabang; ---
      *--- terminal outlet juga sah untuk QR merchant induknya ---
       01  WS-INPUT-LINE           PIC X(300).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-TERM-ID           PIC X(20).
       01  WS-IN-FIELD-3           PIC X(50).
       01  WS-IN-FIELD-4           PIC X(30).
       01  WS-IN-FIELD-5           PIC X(12).

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

       01  WS-TRM-FOUND            PIC X(1) VALUE 'N'.
       01  WS-MER-FOUND            PIC X(1) VALUE 'N'.
       01  WS-NEW-STATUS           PIC X(10).

      *--- Salinan TERMINAL-FILE-RECORD untuk inquiry/rewrite ---
       01  WS-TRM-PARSE.
           05  WS-TR-TERM-ID       PIC X(20).
           05  WS-TR-MER-ID        PIC X(20).
           05  WS-TR-SERIAL        PIC X(30).
           05  WS-TR-STATUS        PIC X(10).
           05  WS-TR-LAST-SEEN     PIC X(20).
           05  WS-TR-BATCH-NO      PIC 9(6).
           05  WS-TR-LAST-CLOSE    PIC X(20).
           05  WS-TR-REGISTERED    PIC X(20).

       01  WS-BATCH-EDIT           PIC Z(5)9.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-TERM-ID
                    WS-IN-FIELD-3
                    WS-IN-FIELD-4
                    WS-IN-FIELD-5
           END-UNSTRING

      *--- Mode pengubah wajib maker operator terdaftar - posisi ---
      *--- kolom maker mengikuti panjang mode masing-masing; kolom  ---
      *--- itu membawa token sesi OPRSIGN, bukan ID operator polos  ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
              OR FUNCTION TRIM(WS-IN-MODE) = 'STATUS'
               IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
                   MOVE WS-IN-FIELD-5 TO WS-OPERATOR-TO-CHECK
               ELSE
                   MOVE WS-IN-FIELD-4(1:12) TO WS-OPERATOR-TO-CHECK
               END-IF
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
                   PERFORM CREATE-TERMINAL
               WHEN 'STATUS'
                   PERFORM CHANGE-TERMINAL-STATUS
               WHEN 'INQUIRY'
                   PERFORM INQUIRE-TERMINAL
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
       CREATE-TERMINAL.
      *--- Terminal baru lahir aktif dengan batch nol - batch     ---
      *--- pertamanya mencakup semua transaksi sejak terdaftar    ---
           IF FUNCTION TRIM(WS-IN-TERM-ID) = SPACES
              OR FUNCTION TRIM(WS-IN-FIELD-3) = SPACES
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           PERFORM FIND-OWNER-MERCHANT

           IF WS-MER-FOUND = 'N'
               PERFORM RETURN-INVALID-MERCHANT
               STOP RUN
           END-IF

           PERFORM FIND-TERMINAL

           IF WS-TRM-FOUND = 'Y'
               PERFORM RETURN-DUPLICATE-TERMINAL
               STOP RUN
           END-IF

           PERFORM OPEN-TERMINAL-FILE-FOR-WRITE

           IF NOT TRM-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
           ELSE
               MOVE WS-IN-TERM-ID        TO FD-TRM-TERM-ID
               MOVE WS-IN-FIELD-3(1:20)  TO FD-TRM-MER-ID
               MOVE WS-IN-FIELD-4        TO FD-TRM-SERIAL
               MOVE 'active'             TO FD-TRM-STATUS
               MOVE SPACES               TO FD-TRM-LAST-SEEN
               MOVE 0                    TO FD-TRM-BATCH-NO
               MOVE FUNCTION CURRENT-DATE TO FD-TRM-LAST-CLOSE
               MOVE FUNCTION CURRENT-DATE TO FD-TRM-REGISTERED

               WRITE TERMINAL-FILE-RECORD

               CLOSE TERMINAL-FILE

               PERFORM RETURN-TERMINAL-CREATED
           END-IF.

      *----------------------------------------------------------------*
       OPEN-TERMINAL-FILE-FOR-WRITE.
      *--- File indexed belum ada di disk; buat dulu kalau perlu ---
           OPEN I-O TERMINAL-FILE
           IF TRM-FS-NOT-FOUND
               OPEN OUTPUT TERMINAL-FILE
               CLOSE TERMINAL-FILE
               OPEN I-O TERMINAL-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHANGE-TERMINAL-STATUS.
      *--- blocked = dibekukan sementara (hilang/dicurigai),       ---
      *--- retired = ditarik permanen dari outlet                  ---
           MOVE WS-IN-FIELD-3(1:10) TO WS-NEW-STATUS

           IF FUNCTION TRIM(WS-NEW-STATUS) NOT = 'active'
              AND FUNCTION TRIM(WS-NEW-STATUS) NOT = 'blocked'
              AND FUNCTION TRIM(WS-NEW-STATUS) NOT = 'retired'
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           OPEN I-O TERMINAL-FILE
           IF NOT TRM-FS-OK
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           MOVE 'N' TO WS-TRM-FOUND
           MOVE WS-IN-TERM-ID TO FD-TRM-TERM-ID

           READ TERMINAL-FILE INTO WS-TRM-PARSE
               KEY IS FD-TRM-TERM-ID
               INVALID KEY
                   MOVE 'N' TO WS-TRM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRM-FOUND
                   MOVE WS-NEW-STATUS TO WS-TR-STATUS
                   REWRITE TERMINAL-FILE-RECORD FROM WS-TRM-PARSE
           END-READ

           CLOSE TERMINAL-FILE

           IF WS-TRM-FOUND = 'Y'
               PERFORM RETURN-TERMINAL-UPDATED
           ELSE
               PERFORM RETURN-NOT-FOUND
           END-IF.

      *----------------------------------------------------------------*
       INQUIRE-TERMINAL.
           PERFORM FIND-TERMINAL

           IF WS-TRM-FOUND = 'Y'
               PERFORM RETURN-TERMINAL-DETAIL
           ELSE
               PERFORM RETURN-NOT-FOUND
           END-IF.

      *----------------------------------------------------------------*
       FIND-TERMINAL.
           MOVE 'N' TO WS-TRM-FOUND

           OPEN INPUT TERMINAL-FILE
           IF TRM-FS-OK
               MOVE WS-IN-TERM-ID TO FD-TRM-TERM-ID

               READ TERMINAL-FILE INTO WS-TRM-PARSE
                   KEY IS FD-TRM-TERM-ID
                   INVALID KEY
                       MOVE 'N' TO WS-TRM-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TRM-FOUND
               END-READ

               CLOSE TERMINAL-FILE
           END-IF.

      *----------------------------------------------------------------*
       FIND-OWNER-MERCHANT.
      *--- Merchant/outlet pemilik harus terdaftar dan tidak       ---
      *--- ditutup                                                  ---
           MOVE 'N' TO WS-MER-FOUND

           OPEN INPUT MERCHANT-FILE
           IF MER-FS-OK
               MOVE WS-IN-FIELD-3(1:20) TO FD-MER-MER-ID

               READ MERCHANT-FILE
                   KEY IS FD-MER-MER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-MER-FOUND
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-MER-STATUS) NOT = 'closed'
                           MOVE 'Y' TO WS-MER-FOUND
                       END-IF
               END-READ

               CLOSE MERCHANT-FILE
           END-IF.

      *----------------------------------------------------------------*
       RETURN-TERMINAL-CREATED.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"terminal_id":"'
                   FUNCTION TRIM(WS-IN-TERM-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-FIELD-3) '",'
               '"serial_no":"'
                   FUNCTION TRIM(WS-IN-FIELD-4) '",'
               '"terminal_status":"active",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Terminal kasir berhasil didaftarkan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-TERMINAL-UPDATED.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"terminal_id":"'
                   FUNCTION TRIM(WS-IN-TERM-ID) '",'
               '"terminal_status":"'
                   FUNCTION TRIM(WS-TR-STATUS) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Status terminal berhasil diperbarui"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-TERMINAL-DETAIL.
           MOVE WS-TR-BATCH-NO TO WS-BATCH-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"terminal_id":"'
                   FUNCTION TRIM(WS-TR-TERM-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-TR-MER-ID) '",'
               '"serial_no":"'
                   FUNCTION TRIM(WS-TR-SERIAL) '",'
               '"terminal_status":"'
                   FUNCTION TRIM(WS-TR-STATUS) '",'
               '"last_seen":"'
                   FUNCTION TRIM(WS-TR-LAST-SEEN) '",'
               '"last_batch_no":'
                   FUNCTION TRIM(WS-BATCH-EDIT) ','
               '"last_batch_close":"'
                   FUNCTION TRIM(WS-TR-LAST-CLOSE) '",'
               '"registered_at":"'
                   FUNCTION TRIM(WS-TR-REGISTERED) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Detail terminal ditemukan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DUPLICATE-TERMINAL.
           STRING
               '{'
               '"status":"error",'
               '"code":1018,'
               '"retryable":' FUNCTION TRIM(ER-DUPLICATE-MERCHANT) ','
               '"data":null,'
               '"message":"Terminal ID ini sudah terdaftar"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MERCHANT.
           STRING
               '{'
               '"status":"error",'
               '"code":1005,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-MERCHANT) ','
               '"data":null,'
               '"message":"Merchant/outlet pemilik terminal tidak'
               ' terdaftar"'
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
               '"message":"Data terminal tidak lengkap atau'
               ' tidak valid"'
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
               ' (CREATE/STATUS/INQUIRY)"'
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
               '"message":"Terminal tidak ditemukan"'
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

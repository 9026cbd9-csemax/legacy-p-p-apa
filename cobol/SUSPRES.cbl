      *================================================================*
      * SUSPRES.CBL - Suspense Item Resolution Request (Dual Control) *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRES.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Item dana tak teraplikasi yang diparkir CLRIN/CLRRET/   ---
      *--- PAYACK di rekening internal SUSPENSE                     ---
           SELECT SUSPENSE-FILE
               ASSIGN TO '/app/data/suspense.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SU-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO '/app/data/accounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Resolusi tidak pernah langsung berlaku - masuk antrian  ---
      *--- dual control dan baru diposting CHGAPPR setelah         ---
      *--- operator kedua menyetujui                                 ---
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO '/app/data/pendchg.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

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
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-FILE-RECORD    PIC X(200).

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

       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD   PIC X(250).

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

       01  WS-SU-FILE-STATUS       PIC XX.
           88  SU-FS-OK            VALUE '00'.
           88  SU-FS-EOF           VALUE '10'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-PC-FILE-STATUS       PIC XX.
           88  PC-FS-OK            VALUE '00'.
           88  PC-FS-EOF           VALUE '10'.
           88  PC-FS-NOT-FOUND     VALUE '35'.

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

      *--- Input dari stdin (format pipe-delimited) ---
      *    LIST
      *    REQUEST|ITEM_ID|APPLY|USER_ID|MAKER
      *    REQUEST|ITEM_ID|RETURN||MAKER
      *    REQUEST|ITEM_ID|WRITEOFF||MAKER
      *--- APPLY mengkredit rekening nasabah yang benar, RETURN    ---
      *--- mengirim balik dana ke bank pengirim (hanya item asal  ---
      *--- CLRIN), WRITEOFF membukukan dana ke pendapatan SUSPWOFF ---
       01  WS-INPUT-LINE           PIC X(150).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-ITEM-ID           PIC X(20).
       01  WS-IN-ACTION            PIC X(12).
       01  WS-IN-TARGET            PIC X(20).
       01  WS-IN-MAKER             PIC X(12).

       01  WS-ITEM-FOUND           PIC X(1) VALUE 'N'.
       01  WS-TARGET-FOUND         PIC X(1) VALUE 'N'.
       01  WS-TARGET-STATUS        PIC X(10).
       01  WS-ALREADY-QUEUED       PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.

      *--- Rekening pendapatan write-off dana tak teraplikasi ---
       01  WS-WRITEOFF-USER        PIC X(20) VALUE 'SUSPWOFF'.

      *--- Satu item suspense (layout selaras CLRIN) ---
       01  WS-SUSPENSE-RECORD.
           05  WS-SU-ITEM-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-SOURCE        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-REFERENCE     PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-SENDER        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-INTENDED      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-REASON        PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-RESOLVED-DATE PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-RESOLVED-TO   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SU-CHG-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Antrian dual control (layout selaras ACCTMAINT/CHGAPPR) ---
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

       01  WS-PC-NEXT-ID           PIC 9(8) VALUE 0.
       01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
       01  WS-LIST-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-COUNT-EDIT           PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-DATETIME             PIC X(20).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Resolusi item suspense: maker memilih tindakan, checker ---
      *--- menyetujui lewat CHGAPPR (target SUSPENSE) yang         ---
      *--- memindahkan dananya keluar dari rekening SUSPENSE        ---
           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-ITEM-ID
                    WS-IN-ACTION
                    WS-IN-TARGET
                    WS-IN-MAKER
           END-UNSTRING

           IF FUNCTION TRIM(WS-IN-MODE) = 'LIST'
               PERFORM LIST-OPEN-ITEMS
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-MODE) NOT = 'REQUEST'
               PERFORM RETURN-INVALID-MODE
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-ITEM-ID) = SPACES
              OR (FUNCTION TRIM(WS-IN-ACTION) NOT = 'APPLY'
                  AND FUNCTION TRIM(WS-IN-ACTION) NOT = 'RETURN'
                  AND FUNCTION TRIM(WS-IN-ACTION) NOT = 'WRITEOFF')
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-ACTION) = 'APPLY'
              AND FUNCTION TRIM(WS-IN-TARGET) = SPACES
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

      *--- Kolom maker membawa token sesi OPRSIGN; pemilik sesi     ---
      *--- harus operator terdaftar dan aktif                       ---
           MOVE WS-IN-MAKER TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-MAKER
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

      *--- Hanya item yang masih open yang bisa diresolusi ---
           PERFORM FIND-SUSPENSE-ITEM

           IF WS-ITEM-FOUND = 'N'
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

      *--- Retur ke pengirim hanya bermakna untuk kredit kliring  ---
      *--- masuk - item CLRRET/PAYACK dana kita sendiri             ---
           IF FUNCTION TRIM(WS-IN-ACTION) = 'RETURN'
              AND FUNCTION TRIM(WS-SU-SOURCE) NOT = 'CLRIN'
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-ACTION) = 'APPLY'
               PERFORM FIND-TARGET-ACCOUNT

               IF WS-TARGET-FOUND = 'N'
                   PERFORM RETURN-INVALID-USER
                   STOP RUN
               END-IF

               IF FUNCTION TRIM(WS-TARGET-STATUS) NOT = 'active'
                   PERFORM RETURN-ACCOUNT-INACTIVE
                   STOP RUN
               END-IF
           END-IF

      *--- Satu item hanya boleh punya satu resolusi di antrian ---
           PERFORM CHECK-ALREADY-QUEUED

           IF WS-ALREADY-QUEUED = 'Y'
               PERFORM RETURN-ALREADY-QUEUED
               STOP RUN
           END-IF

           PERFORM APPEND-PENDING-CHANGE
           PERFORM RETURN-CHANGE-QUEUED

           STOP RUN.

      *----------------------------------------------------------------*
       LIST-OPEN-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           IF SU-FS-OK
               PERFORM UNTIL SU-FS-EOF
                   READ SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-SU-STATUS) = 'open'
                           ADD 1 TO WS-LIST-COUNT
                           ADD WS-SU-AMOUNT TO WS-LIST-TOTAL
                           PERFORM PRINT-OPEN-ITEM
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SUSPENSE-FILE
           END-IF

           PERFORM PRINT-LIST-SUMMARY.

      *----------------------------------------------------------------*
       PRINT-OPEN-ITEM.
           MOVE WS-SU-AMOUNT TO WS-AMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"item_id":"'
                   FUNCTION TRIM(WS-SU-ITEM-ID) '",'
               '"origin":"'
                   FUNCTION TRIM(WS-SU-SOURCE) '",'
               '"reference":"'
                   FUNCTION TRIM(WS-SU-REFERENCE) '",'
               '"sender_bank":"'
                   FUNCTION TRIM(WS-SU-SENDER) '",'
               '"intended_for":"'
                   FUNCTION TRIM(WS-SU-INTENDED) '",'
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"reason":"'
                   FUNCTION TRIM(WS-SU-REASON) '",'
               '"posted_date":"'
                   WS-SU-DATE '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Item suspense menunggu resolusi"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-LIST-SUMMARY.
           MOVE WS-LIST-COUNT TO WS-COUNT-EDIT
           MOVE WS-LIST-TOTAL TO WS-AMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"open_items":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"open_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Daftar item suspense open selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

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
           MOVE 'N' TO WS-OPERATOR-OK

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-IN-MAKER TO FD-OPR-OP-ID

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
       FIND-SUSPENSE-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND

           OPEN INPUT SUSPENSE-FILE
           IF SU-FS-OK
               PERFORM UNTIL SU-FS-EOF OR WS-ITEM-FOUND = 'Y'
                   READ SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-SU-ITEM-ID) =
                          FUNCTION TRIM(WS-IN-ITEM-ID)
                          AND FUNCTION TRIM(WS-SU-STATUS) = 'open'
                           MOVE 'Y' TO WS-ITEM-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SUSPENSE-FILE
           END-IF.

      *----------------------------------------------------------------*
       FIND-TARGET-ACCOUNT.
           MOVE 'N' TO WS-TARGET-FOUND
           MOVE SPACES TO WS-TARGET-STATUS

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-IN-TARGET TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-TARGET-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TARGET-FOUND
                       MOVE FD-ACC-STATUS TO WS-TARGET-STATUS
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ALREADY-QUEUED.
           MOVE 'N' TO WS-ALREADY-QUEUED

           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FS-OK
               PERFORM UNTIL PC-FS-EOF OR WS-ALREADY-QUEUED = 'Y'
                   READ PENDING-CHANGE-FILE INTO WS-PENDING-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PC-TARGET) = 'SUSPENSE'
                          AND FUNCTION TRIM(WS-PC-KEY) =
                              FUNCTION TRIM(WS-IN-ITEM-ID)
                          AND FUNCTION TRIM(WS-PC-STATUS) = 'pending'
                           MOVE 'Y' TO WS-ALREADY-QUEUED
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PENDING-CHANGE-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPEND-PENDING-CHANGE.
      *--- Target SUSPENSE: id item di kolom kunci, tindakan di    ---
      *--- kolom field, tujuan dana di kolom nilai (user id untuk  ---
      *--- APPLY, bank pengirim untuk RETURN, SUSPWOFF untuk       ---
      *--- WRITEOFF) - CHGAPPR memposting saat checker menyetujui  ---
           PERFORM GET-NEXT-CHANGE-ID

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-PC-NEXT-ID TO WS-PC-CHG-ID
           MOVE 'SUSPENSE'    TO WS-PC-TARGET
           MOVE WS-IN-ITEM-ID TO WS-PC-KEY
           MOVE WS-IN-ACTION  TO WS-PC-FIELD

           EVALUATE FUNCTION TRIM(WS-IN-ACTION)
               WHEN 'APPLY'
                   MOVE WS-IN-TARGET TO WS-PC-NEW-VALUE
               WHEN 'RETURN'
                   MOVE WS-SU-SENDER TO WS-PC-NEW-VALUE
               WHEN OTHER
                   MOVE WS-WRITEOFF-USER TO WS-PC-NEW-VALUE
           END-EVALUATE

           MOVE WS-IN-MAKER   TO WS-PC-MAKER
           MOVE 'pending'     TO WS-PC-STATUS
           MOVE WS-DATETIME   TO WS-PC-CREATED-AT
           MOVE SPACES        TO WS-PC-DECIDED-AT
           MOVE SPACES        TO WS-PC-CHECKER

           OPEN EXTEND PENDING-CHANGE-FILE
           IF PC-FS-NOT-FOUND
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN EXTEND PENDING-CHANGE-FILE
           END-IF

           IF PC-FS-OK
               WRITE PENDING-CHANGE-RECORD FROM WS-PENDING-RECORD
               CLOSE PENDING-CHANGE-FILE
           END-IF.

      *----------------------------------------------------------------*
       GET-NEXT-CHANGE-ID.
      *--- Nomor urut sederhana: jumlah baris antrian + 1 ---
           MOVE 0 TO WS-PC-NEXT-ID

           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FS-OK
               PERFORM UNTIL PC-FS-EOF
                   READ PENDING-CHANGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-PC-NEXT-ID
                   END-READ
               END-PERFORM

               CLOSE PENDING-CHANGE-FILE
           END-IF

           ADD 1 TO WS-PC-NEXT-ID.

      *----------------------------------------------------------------*
       RETURN-CHANGE-QUEUED.
           MOVE WS-SU-AMOUNT TO WS-AMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"change_id":"'
                   WS-PC-CHG-ID '",'
               '"item_id":"'
                   FUNCTION TRIM(WS-IN-ITEM-ID) '",'
               '"action":"'
                   FUNCTION TRIM(WS-IN-ACTION) '",'
               '"destination":"'
                   FUNCTION TRIM(WS-PC-NEW-VALUE) '",'
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Resolusi item suspense masuk antrian dual'
               ' control"'
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
       RETURN-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Item suspense tidak ditemukan atau sudah'
               ' diresolusi"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ALREADY-QUEUED.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Item suspense sudah punya resolusi yang'
               ' menunggu persetujuan"'
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
               '"message":"Data resolusi tidak lengkap atau tidak'
               ' valid (APPLY/RETURN/WRITEOFF, RETURN hanya item'
               ' CLRIN)"'
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
               '"message":"Mode tidak dikenal (LIST/REQUEST)"'
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
               '"message":"User tujuan tidak ditemukan di sistem'
               ' legacy"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ACCOUNT-INACTIVE.
           STRING
               '{'
               '"status":"error",'
               '"code":1007,'
               '"retryable":' FUNCTION TRIM(ER-ACCOUNT-INACTIVE) ','
               '"data":null,'
               '"message":"Rekening tujuan tidak aktif"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input     ---
      *--- membawa token sesi, bukan ID operator polos              ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Jurnal setoran float agen: setiap FUND adalah uang      ---
      *--- masuk ke rekening settlement kita di bank, dicocokkan   ---
      *--- BNKRECON dengan mutasi rekening koran                    ---
           SELECT AGTFUND-FILE
               ASSIGN TO '/app/data/agtfund.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  AGTFUND-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGTFUND-FILE-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
      *--- FUND menambah float pre-fund agen (uang tunai yang       ---
      *--- sudah ia setorkan ke bank); CASHIN agen mendebitnya.     ---
      *--- Semua mode pengubah wajib membawa maker operator          ---
      *--- terdaftar (token sesi OPRSIGN); INQUIRY hanya membaca    ---
       01  WS-INPUT-LINE           PIC X(300).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-AGENT-ID          PIC X(20).
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

       01  WS-AF-FILE-STATUS       PIC XX.
           88  AF-FS-OK            VALUE '00'.
           88  AF-FS-NOT-FOUND     VALUE '35'.

      *--- Baris jurnal setoran float ---
       01  WS-AGTFUND-RECORD.
           05  WS-AF-AGENT-ID      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AF-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AF-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AF-MAKER         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-DATETIME             PIC X(20).

       01  WS-AGT-FOUND            PIC X(1) VALUE 'N'.
       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.
       01  WS-FUND-AMOUNT          PIC 9(13)V99.
           END-UNSTRING

      *--- Mode pengubah wajib maker operator terdaftar - posisi ---
      *--- kolom maker mengikuti panjang mode masing-masing; kolom  ---
      *--- itu membawa token sesi OPRSIGN yang diganti ID operator  ---
      *--- pemiliknya sebelum validasi                              ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
              OR FUNCTION TRIM(WS-IN-MODE) = 'FUND'
              OR FUNCTION TRIM(WS-IN-MODE) = 'STATUS'
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
           CLOSE AGENT-FILE

           IF WS-AGT-FOUND = 'Y'
               PERFORM WRITE-AGTFUND-ROW
               PERFORM RETURN-AGENT-FUNDED
           ELSE
               PERFORM RETURN-NOT-FOUND
           END-IF.

      *----------------------------------------------------------------*
       WRITE-AGTFUND-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           OPEN EXTEND AGTFUND-FILE
           IF AF-FS-NOT-FOUND
               OPEN OUTPUT AGTFUND-FILE
               CLOSE AGTFUND-FILE
               OPEN EXTEND AGTFUND-FILE
           END-IF

           IF AF-FS-OK
               MOVE WS-IN-AGENT-ID      TO WS-AF-AGENT-ID
               MOVE WS-FUND-AMOUNT      TO WS-AF-AMOUNT
               MOVE WS-DATETIME(1:8)    TO WS-AF-DATE
               MOVE WS-OPERATOR-TO-CHECK TO WS-AF-MAKER

               WRITE AGTFUND-FILE-RECORD FROM WS-AGTFUND-RECORD
               CLOSE AGTFUND-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHANGE-AGENT-STATUS.
           OPEN I-O AGENT-FILE

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
       FD  CAMPAIGN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAMPAIGN-FILE-RECORD    PIC X(150).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.

      *--- Input dari stdin (format pipe-delimited) ---
      *    CREATE|CODE|FUNDER_USER|TYPE|VALUE|PERCAP|TOTCAP|START|END
      *      |MAKER|SEGMENTS
      *    STATUS|CODE|active/suspended/ended|||||||MAKER
      *    LIST
      *--- TYPE: PCT (persen dari nominal) atau AMT (potongan flat) ---
      *--- FUNDER_USER: user id rekening funding kampanye (pola    ---
      *--- BANKMDRINC) yang menanggung selisih diskon.              ---
      *--- MAKER selalu kolom ke-10: token sesi OPRSIGN operator    ---
      *--- terdaftar yang bertanggung jawab atas perubahan kampanye ---
      *--- SEGMENTS (opsional): sampai 4 kode segmen SEGRUN dipisah ---
      *--- koma, mis. BIGLAPSE,NEWNOQR - voucher hanya berlaku bagi ---
      *--- nasabah di segmen itu; kosong = semua nasabah             ---
       01  WS-INPUT-LINE           PIC X(300).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-CODE              PIC X(20).
       01  WS-IN-START             PIC X(8).
       01  WS-IN-END               PIC X(8).
       01  WS-IN-MAKER             PIC X(12).
       01  WS-IN-SEGMENTS          PIC X(60).
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

      *--- Baris kampanye (fixed width supaya REWRITE status aman) ---
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CP-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
      *--- Segmen sasaran di ekor baris; baris lama tanpa kolom ini ---
      *--- terbaca kosong (tidak dibatasi segmen)                    ---
           05  WS-CP-SEGMENTS.
               10  WS-CP-SEG-ENTRY OCCURS 4 TIMES.
                   15  WS-CP-SEG   PIC X(8).
                   15  FILLER      PIC X(1).

      *--- Kode segmen hasil SEGRUN yang boleh dipakai kampanye ---
       01  WS-SEGMENT-CODES.
           05  FILLER              PIC X(8) VALUE 'CHAMPION'.
           05  FILLER              PIC X(8) VALUE 'LOYAL'.
           05  FILLER              PIC X(8) VALUE 'REGULAR'.
           05  FILLER              PIC X(8) VALUE 'NEW'.
           05  FILLER              PIC X(8) VALUE 'NEWNOQR'.
           05  FILLER              PIC X(8) VALUE 'BIGLAPSE'.
           05  FILLER              PIC X(8) VALUE 'LAPSED'.
           05  FILLER              PIC X(8) VALUE 'INACTIVE'.
       01  WS-SEGMENT-TABLE REDEFINES WS-SEGMENT-CODES.
           05  WS-SC-CODE          PIC X(8) OCCURS 8 TIMES.
       01  WS-SC-IDX               PIC 9(2).
       01  WS-SEG-IDX              PIC 9(1).
       01  WS-SEG-ITEMS.
           05  WS-SEG-ITEM         PIC X(20) OCCURS 4 TIMES.
       01  WS-SEG-ITEM-COUNT       PIC 9(2).
       01  WS-SEG-OVERFLOW         PIC X(1).
       01  WS-SEG-CODE-OK          PIC X(1).
       01  WS-SEGMENTS-OK          PIC X(1).
       01  WS-SEG-LIST             PIC X(40).
       01  WS-SEG-LIST-PTR         PIC 9(3).

       01  WS-CAMP-FOUND           PIC X(1) VALUE 'N'.
       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.
                    WS-IN-START
                    WS-IN-END
                    WS-IN-MAKER
                    WS-IN-SEGMENTS
           END-UNSTRING

      *--- Mode pengubah wajib maker operator terdaftar (token      ---
      *--- sesi OPRSIGN, diurai ke ID operator); LIST hanya         ---
      *--- membaca                                                  ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
              OR FUNCTION TRIM(WS-IN-MODE) = 'STATUS'
               MOVE WS-IN-MAKER TO WS-SESSION-TOKEN
               PERFORM RESOLVE-SESSION-TOKEN

               IF WS-SESSION-OK = 'N'
                   PERFORM RETURN-SESSION-INVALID
                   STOP RUN
               END-IF

               MOVE WS-SESSION-OP-ID TO WS-IN-MAKER
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
               STOP RUN
           END-IF

      *--- Kode segmen salah ketik akan membuat voucher tidak bisa ---
      *--- dipakai siapa pun, jadi ditolak di sini                  ---
           PERFORM PARSE-CAMPAIGN-SEGMENTS

           IF WS-SEGMENTS-OK = 'N'
               PERFORM RETURN-INVALID-SEGMENT
               STOP RUN
           END-IF

      *--- Rekening funding kampanye harus user id terdaftar -    ---
      *--- selisih diskon dibebankan ke sana saat voucher dipakai ---
           PERFORM FIND-FUNDER-ACCOUNT
               MOVE WS-IN-CODE   TO WS-CP-CODE
               MOVE WS-IN-FUNDER TO WS-CP-FUNDER
               MOVE WS-IN-DTYPE  TO WS-CP-DTYPE
               PERFORM PARSE-CAMPAIGN-SEGMENTS
               MOVE FUNCTION NUMVAL(WS-IN-DVALUE) TO WS-CP-DVALUE

               MOVE FUNCTION TEST-NUMVAL(WS-IN-PERCAP)
               PERFORM RETURN-SYSTEM-ERROR
           END-IF.

      *----------------------------------------------------------------*
       PARSE-CAMPAIGN-SEGMENTS.
      *--- Isi WS-CP-SEGMENTS dari kolom SEGMENTS; setiap kode    ---
      *--- harus terdaftar dan paling banyak empat kode              ---
           MOVE 'Y' TO WS-SEGMENTS-OK
           MOVE 'N' TO WS-SEG-OVERFLOW
           MOVE SPACES TO WS-SEG-ITEMS WS-CP-SEGMENTS
           MOVE 0 TO WS-SEG-ITEM-COUNT

           IF FUNCTION TRIM(WS-IN-SEGMENTS) NOT = SPACES
               UNSTRING WS-IN-SEGMENTS
                   DELIMITED BY ','
                   INTO WS-SEG-ITEM(1)
                        WS-SEG-ITEM(2)
                        WS-SEG-ITEM(3)
                        WS-SEG-ITEM(4)
                   TALLYING IN WS-SEG-ITEM-COUNT
                   ON OVERFLOW
                       MOVE 'Y' TO WS-SEG-OVERFLOW
               END-UNSTRING
           END-IF

           IF WS-SEG-OVERFLOW = 'Y'
               MOVE 'N' TO WS-SEGMENTS-OK
           END-IF

           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEG-ITEM-COUNT
               MOVE FUNCTION TRIM(WS-SEG-ITEM(WS-SEG-IDX))
                   TO WS-CP-SEG(WS-SEG-IDX)
               PERFORM CHECK-SEGMENT-CODE

               IF WS-SEG-CODE-OK = 'N'
                   MOVE 'N' TO WS-SEGMENTS-OK
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       CHECK-SEGMENT-CODE.
           MOVE 'N' TO WS-SEG-CODE-OK

           IF FUNCTION LENGTH(FUNCTION TRIM(WS-SEG-ITEM(WS-SEG-IDX)))
              <= 8
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > 8
                   IF WS-CP-SEG(WS-SEG-IDX) = WS-SC-CODE(WS-SC-IDX)
                       MOVE 'Y' TO WS-SEG-CODE-OK
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       BUILD-SEGMENT-LIST.
      *--- Daftar segmen untuk output, ALL = tidak dibatasi ---
           MOVE SPACES TO WS-SEG-LIST
           MOVE 1 TO WS-SEG-LIST-PTR

           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > 4
               IF WS-CP-SEG(WS-SEG-IDX) NOT = SPACES
                   IF WS-SEG-LIST-PTR > 1
                       STRING ',' DELIMITED SIZE
                           INTO WS-SEG-LIST
                           WITH POINTER WS-SEG-LIST-PTR
                       END-STRING
                   END-IF
                   STRING WS-CP-SEG(WS-SEG-IDX) DELIMITED SPACE
                       INTO WS-SEG-LIST
                       WITH POINTER WS-SEG-LIST-PTR
                   END-STRING
               END-IF
           END-PERFORM

           IF WS-SEG-LIST = SPACES
               MOVE 'ALL' TO WS-SEG-LIST
           END-IF.

      *----------------------------------------------------------------*
       CHANGE-CAMPAIGN-STATUS.
      *--- Baris terakhir untuk code menang; ubah status dengan    ---
      *----------------------------------------------------------------*
       PRINT-CAMPAIGN-ITEM.
           MOVE WS-CP-DVALUE TO WS-DVALUE-EDIT
           PERFORM BUILD-SEGMENT-LIST

           STRING
               '{'
                   WS-CP-END '",'
               '"campaign_status":"'
                   FUNCTION TRIM(WS-CP-STATUS) '",'
               '"segments":"'
                   FUNCTION TRIM(WS-SEG-LIST) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Kampanye terdaftar"'
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-SEGMENT.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Kode segmen tidak dikenal atau lebih dari'
               ' 4 segmen"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MODE.
           STRING

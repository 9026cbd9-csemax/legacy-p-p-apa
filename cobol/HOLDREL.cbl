               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.

      *--- Pre-otorisasi open menahan dana secara sah di HOLD -     ---
      *--- bagian itu tidak pernah dianggap tersandera               ---
           SELECT PREAUTH-FILE
               ASSIGN TO DYNAMIC WS-PREAUTH-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.

      *--- Audit log bersama untuk semua decline/error ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *--- Master operator, untuk cek hak lihat data tanpa masking ---
           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - token di DANTE_UNMASK_BY    ---
      *--- diurai ke ID operator lewat file ini                     ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-FILE-RECORD    PIC X(131).

       FD  PREAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREAUTH-FILE-RECORD    PIC X(300).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

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

      *--- Masking data pribadi: default hanya 4 karakter terakhir  ---
      *--- yang tampil; nilai penuh hanya untuk run atas nama       ---
      *--- sesi supervisor aktif (token di DANTE_UNMASK_BY)         ---
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

       01  WS-UNMASK-BY            PIC X(12).
       01  WS-UNMASK-FLAG          PIC X(1) VALUE 'N'.
       01  WS-MASK-IN              PIC X(80).
       01  WS-MASK-OUT             PIC X(80).
       01  WS-MASK-LEN             PIC 9(3).
       01  WS-MASK-POS             PIC 9(3).
       01  WS-MASK-USER-ID         PIC X(20).

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-PREAUTH-FILE-PATH     PIC X(100)
           VALUE '/app/data/preauth.dat'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           88  JNL-FS-OK           VALUE '00'.
           88  JNL-FS-EOF          VALUE '10'.

       01  WS-PA-FILE-STATUS       PIC XX.
           88  PA-FS-OK            VALUE '00'.
           88  PA-FS-EOF           VALUE '10'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.
       01  WS-OT-SLOT              PIC 9(3).
       01  WS-ORPHAN-AMOUNT        PIC 9(13)V99.

      *--- Total pre-otorisasi open per user (selaras             ---
      *--- WS-PREAUTH-RECORD di PAYMENTPROC) - hold sebesar ini    ---
      *--- milik auth yang masih hidup dan tidak boleh dilepas     ---
       01  WS-PREAUTH-RECORD.
           05  WS-PA-AUTH-ID       PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-PA-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-PA-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-PA-AUTH-AMOUNT   PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  WS-PA-CAPT-AMOUNT   PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  WS-PA-STATUS        PIC X(10).

       01  WS-PREAUTH-TABLE.
           05  WS-PT-ENTRY OCCURS 500 TIMES.
               10  WS-PT-USER-ID   PIC X(20).
               10  WS-PT-TOTAL     PIC 9(13)V99.

       01  WS-PREAUTH-COUNT        PIC 9(3) VALUE 0.
       01  WS-PT-IDX               PIC 9(3).
       01  WS-PT-SLOT              PIC 9(3).
       01  WS-PROTECTED-AMOUNT     PIC 9(13)V99.
       01  WS-RELEASABLE-AMOUNT    PIC 9(13)V99.

       01  WS-RELEASE-AMOUNT       PIC 9(13)V99.
       01  WS-HOLDS-RELEASED       PIC 9(5) VALUE 0.
       01  WS-RELEASED-TOTAL       PIC 9(13)V99 VALUE 0.
      *--- hold yang tidak bertuan. Dijalankan di jendela batch   ---
      *--- saat tidak ada pembayaran online berjalan.              ---
           PERFORM SET-FILE-PATHS
           PERFORM RESOLVE-MASKING
           PERFORM LOAD-COMMITTED-TABLE
           PERFORM LOAD-ORPHAN-TABLE
           PERFORM LOAD-PREAUTH-TABLE
           PERFORM SWEEP-ACCOUNT-HOLDS
           PERFORM PRINT-SUMMARY-LINE

                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/preauth.dat' DELIMITED SIZE
                      INTO WS-PREAUTH-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
               ADD WS-ORPHAN-AMOUNT TO WS-OT-TOTAL(WS-OT-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       LOAD-PREAUTH-TABLE.
           OPEN INPUT PREAUTH-FILE
           IF PA-FS-OK
               PERFORM UNTIL PA-FS-EOF
                   READ PREAUTH-FILE INTO WS-PREAUTH-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PA-STATUS) = 'open'
                           PERFORM ADD-PREAUTH-AMOUNT
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PREAUTH-FILE
           END-IF.

      *----------------------------------------------------------------*
       ADD-PREAUTH-AMOUNT.
           MOVE 0 TO WS-PT-SLOT

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PREAUTH-COUNT
               IF FUNCTION TRIM(WS-PT-USER-ID(WS-PT-IDX)) =
                  FUNCTION TRIM(WS-PA-USER-ID)
                   MOVE WS-PT-IDX TO WS-PT-SLOT
               END-IF
           END-PERFORM

           IF WS-PT-SLOT = 0 AND WS-PREAUTH-COUNT < 500
               ADD 1 TO WS-PREAUTH-COUNT
               MOVE WS-PREAUTH-COUNT TO WS-PT-SLOT
               MOVE WS-PA-USER-ID TO WS-PT-USER-ID(WS-PT-SLOT)
               MOVE 0 TO WS-PT-TOTAL(WS-PT-SLOT)
           END-IF

           IF WS-PT-SLOT > 0
               ADD WS-PA-AUTH-AMOUNT TO WS-PT-TOTAL(WS-PT-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       SWEEP-ACCOUNT-HOLDS.
           OPEN I-O ACCOUNT-FILE
               END-IF
           END-IF

      *--- Bagian hold milik pre-otorisasi open tidak ikut dilepas - ---
      *--- dana itu dikembalikan lewat CAPTURE/VOID atau AUTHEXP    ---
           MOVE 0 TO WS-PROTECTED-AMOUNT

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PREAUTH-COUNT
               IF FUNCTION TRIM(WS-PT-USER-ID(WS-PT-IDX)) =
                  FUNCTION TRIM(FD-ACC-USER-ID)
                   MOVE WS-PT-TOTAL(WS-PT-IDX) TO WS-PROTECTED-AMOUNT
               END-IF
           END-PERFORM

           IF WS-PROTECTED-AMOUNT >= FD-ACC-HOLD
               MOVE 0 TO WS-RELEASABLE-AMOUNT
           ELSE
               COMPUTE WS-RELEASABLE-AMOUNT =
                   FD-ACC-HOLD - WS-PROTECTED-AMOUNT
           END-IF

           IF WS-RELEASE-AMOUNT > WS-RELEASABLE-AMOUNT
               MOVE WS-RELEASABLE-AMOUNT TO WS-RELEASE-AMOUNT
           END-IF

           IF WS-RELEASE-AMOUNT > 0
               SUBTRACT WS-RELEASE-AMOUNT FROM FD-ACC-HOLD
               REWRITE ACCOUNT-FILE-RECORD
               CLOSE AUDIT-FILE
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
       RESOLVE-MASKING.
      *--- DANTE_UNMASK_BY berisi token sesi (OPRSIGN) operator     ---
      *--- yang menjalankan laporan; token diurai lewat             ---
      *--- sessions.dat, hanya supervisor aktif yang dapat nilai    ---
      *--- penuh, dan setiap permintaan dicatat dengan id operator  ---
      *--- hasil urai (token sendiri tidak ditulis ke audit.log)    ---
           MOVE 'N' TO WS-UNMASK-FLAG
           MOVE SPACES TO WS-UNMASK-BY
           ACCEPT WS-UNMASK-BY FROM ENVIRONMENT "DANTE_UNMASK_BY"

           IF WS-UNMASK-BY NOT = SPACES
               MOVE WS-UNMASK-BY TO WS-SESSION-TOKEN
               PERFORM RESOLVE-SESSION-TOKEN
               MOVE WS-SESSION-OP-ID TO WS-UNMASK-BY

               IF WS-SESSION-OK = 'Y'
                   OPEN INPUT OPERATOR-FILE
               END-IF

               IF WS-SESSION-OK = 'Y' AND OPR-FS-OK
                   MOVE WS-UNMASK-BY TO FD-OPR-OP-ID
                   READ OPERATOR-FILE
                       KEY IS FD-OPR-OP-ID
                       INVALID KEY
                           MOVE 'N' TO WS-UNMASK-FLAG
                       NOT INVALID KEY
                           IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                              AND FUNCTION TRIM(FD-OPR-ROLE)
                                  = 'supervisor'
                               MOVE 'Y' TO WS-UNMASK-FLAG
                           END-IF
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-UNMASK-BY = SPACES
                   MOVE '-' TO WS-UNMASK-BY
               END-IF

               MOVE SPACES TO WS-AUD-KEY
               STRING 'UNMASK BY:' FUNCTION TRIM(WS-UNMASK-BY)
                   DELIMITED SIZE INTO WS-AUD-KEY
               END-STRING
               IF WS-UNMASK-FLAG = 'Y'
                   MOVE EC-SUCCESS TO WS-AUD-CODE
               ELSE
                   IF WS-SESSION-OK = 'N'
                       MOVE EC-SESSION-INVALID TO WS-AUD-CODE
                   ELSE
                       MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
                   END-IF
               END-IF
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *----------------------------------------------------------------*
       MASK-VALUE.
      *--- Ganti semua karakter kecuali 4 terakhir dengan '*';      ---
      *--- nilai 4 karakter atau kurang dibiarkan apa adanya        ---
           MOVE WS-MASK-IN TO WS-MASK-OUT

           IF WS-UNMASK-FLAG NOT = 'Y' AND WS-MASK-IN NOT = SPACES
               COMPUTE WS-MASK-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-IN))
               PERFORM VARYING WS-MASK-POS FROM 1 BY 1
                   UNTIL WS-MASK-POS + 4 > WS-MASK-LEN
                   MOVE '*' TO WS-MASK-OUT(WS-MASK-POS:1)
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       WRITE-AUDIT-LOG.
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
       PRINT-RELEASE-LINE.
           MOVE FD-ACC-USER-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID
           MOVE WS-RELEASE-AMOUNT TO WS-AMOUNT-EDIT

           STRING
               '"code":0,'
               '"data":{'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"released_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"source":"legacy-cobol"'

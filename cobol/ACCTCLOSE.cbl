               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input  ---
      *--- membawa token sesi, bukan ID operator polos             ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Riwayat perubahan status rekening/merchant (append) ---
           SELECT STSHIST-FILE
               ASSIGN TO DYNAMIC WS-STSHIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

      *--- Change feed: event bernomor urut untuk setiap perubahan ---
      *--- saldo dan transaksi, dibaca DWH/aplikasi mobile intraday ---
           SELECT CHGFEED-FILE
               ASSIGN TO DYNAMIC WS-CHGFEED-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *--- Nomor urut terakhir change feed (satu baris) ---
           SELECT CHGSEQ-FILE
               ASSIGN TO DYNAMIC WS-CHGSEQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- Change feed: saldo sebelum/sesudah per REWRITE rekening ---
      *--- dan satu event per baris transaksi yang ditulis         ---
       01  WS-CHGFEED-FILE-PATH     PIC X(100)
           VALUE '/app/data/chgfeed.dat'.
       01  WS-CHGSEQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/chgseq.dat'.
       01  WS-CF-FILE-STATUS       PIC XX.
           88  CF-FS-OK            VALUE '00'.
           88  CF-FS-NOT-FOUND     VALUE '35'.

       01  WS-CQ-FILE-STATUS       PIC XX.
           88  CQ-FS-OK            VALUE '00'.
           88  CQ-FS-NOT-FOUND     VALUE '35'.

       01  WS-CF-SEQ-LINE.
           05  WS-CF-LAST-SEQ      PIC 9(12).
       01  WS-CF-TRIES             PIC 9(3).

       01  WS-CF-ACC-SAVE          PIC X(200).
       01  WS-CF-BEFORE            PIC 9(13)V99.
       01  WS-CF-TXN-ID            PIC X(36).

       01  WS-CF-TXN-PARSE.
           05  WS-CFT-TXN-ID       PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-CFT-USER-ID      PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-MERCHANT-ID  PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-AMOUNT       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CFT-STATUS       PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CFT-TYPE         PIC X(10).

       01  WS-CHGFEED-RECORD.
           05  WS-CE-SEQ           PIC 9(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'ACCTCLOSE'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-ENTITY        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-BEFORE        PIC -9(13).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-AFTER         PIC -9(13).99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-TYPE      PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-TXN-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CE-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
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
      *    REQUEST|USER_ID|BANK_CODE|BANK_ACCOUNT|MAKER
      *    FINALIZE|USER_ID
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CR-REQUESTED-AT  PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
      *--- Tanggal rekening benar-benar ditutup - dasar hitung masa ---
      *--- retensi data pribadi (PDPANON)                            ---
           05  WS-CR-CLOSED-AT     PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-CLOSURE-FOUND        PIC X(1).
       01  WS-OPEN-DISPUTES        PIC 9(3).
       01  WS-DATETIME             PIC X(20).
       01  WS-JSON-OUTPUT          PIC X(1000).

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
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'ACCTCLOSE'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
                      '/payouts.dat' DELIMITED SIZE
                      INTO WS-PAYOUT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/stshist.dat' DELIMITED SIZE
                      INTO WS-STSHIST-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgfeed.dat' DELIMITED SIZE
                      INTO WS-CHGFEED-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgseq.dat' DELIMITED SIZE
                      INTO WS-CHGSEQ-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
               STOP RUN
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

           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
           PERFORM MARK-CLOSURE-DONE
           PERFORM RETURN-CLOSURE-DONE.

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
           MOVE 'N' TO WS-OPERATOR-OK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-AP-STATUS TO WS-HS-OLD-STATUS
                       MOVE 'closing' TO WS-AP-STATUS
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT

                       MOVE 'CLOSE-REQUEST' TO WS-HS-REASON
                       PERFORM RECORD-CLOSURE-HISTORY
               END-READ

               CLOSE ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-AP-STATUS TO WS-HS-OLD-STATUS
                       MOVE 0 TO WS-AP-BALANCE
                       MOVE 'closed' TO WS-AP-STATUS
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT

                       MOVE 'CLOSE-FINAL' TO WS-HS-REASON
                       PERFORM RECORD-CLOSURE-HISTORY
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       RECORD-CLOSURE-HISTORY.
      *--- FINALIZE bisa dijalankan tanpa operator (batch) - pelaku ---
      *--- dicatat sebagai ACCTCLOSE                                ---
           MOVE 'ACCOUNT' TO WS-HS-ENTITY
           MOVE WS-AP-USER-ID TO WS-HS-KEY
           MOVE WS-AP-STATUS TO WS-HS-NEW-STATUS
           IF FUNCTION TRIM(WS-IN-MAKER) = SPACES
               MOVE 'ACCTCLOSE' TO WS-HS-CHANGED-BY
           ELSE
               MOVE WS-IN-MAKER TO WS-HS-CHANGED-BY
           END-IF
           PERFORM WRITE-STATUS-HISTORY.

      *----------------------------------------------------------------*
       APPEND-CLOSURE-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
               MOVE WS-IN-BANK-ACCOUNT TO WS-CR-ACCOUNT
               MOVE 'pending'          TO WS-CR-STATUS
               MOVE WS-DATETIME        TO WS-CR-REQUESTED-AT
               MOVE SPACES             TO WS-CR-CLOSED-AT

               WRITE CLOSURE-FILE-RECORD FROM WS-CLOSURE-RECORD
               CLOSE CLOSURE-FILE

      *----------------------------------------------------------------*
       MARK-CLOSURE-DONE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           OPEN I-O CLOSURE-FILE
           IF CL-FS-OK
               PERFORM UNTIL CL-FS-EOF
                          FUNCTION TRIM(WS-IN-USER-ID)
                          AND FUNCTION TRIM(WS-CR-STATUS) = 'pending'
                           MOVE 'done' TO WS-CR-STATUS
                           MOVE WS-DATETIME(1:8) TO WS-CR-CLOSED-AT
      *--- Baris lama tanpa kolom tanggal tutup: panjang baris    ---
      *--- harus tetap, jadi tulis ulang dalam layout lama         ---
                           IF CLOSURE-FILE-RECORD(94:1) = '|'
                               REWRITE CLOSURE-FILE-RECORD
                                   FROM WS-CLOSURE-RECORD
                           ELSE
                               REWRITE CLOSURE-FILE-RECORD
                                   FROM WS-CLOSURE-RECORD(1:85)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

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

      *----------------------------------------------------------------*
       CAPTURE-BALANCE-BEFORE.
      *--- Saldo sebelum REWRITE dibaca ulang dari file; record   ---
      *--- yang akan ditulis dikembalikan utuh sesudahnya         ---
           MOVE ACCOUNT-FILE-RECORD TO WS-CF-ACC-SAVE
           MOVE 0 TO WS-CF-BEFORE
           MOVE SPACES TO WS-CF-TXN-ID

           READ ACCOUNT-FILE
               KEY IS FD-ACC-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FD-ACC-BALANCE TO WS-CF-BEFORE
           END-READ

           MOVE WS-CF-ACC-SAVE TO ACCOUNT-FILE-RECORD.

      *----------------------------------------------------------------*
       WRITE-BALANCE-EVENT.
      *--- REWRITE yang tidak menggeser saldo (status, hold) tidak ---
      *--- menghasilkan event                                      ---
           IF ACC-FS-OK AND FD-ACC-BALANCE NOT = WS-CF-BEFORE
               MOVE 'ACCOUNT' TO WS-CE-ENTITY
               MOVE FD-ACC-USER-ID TO WS-CE-KEY
               MOVE WS-CF-BEFORE TO WS-CE-BEFORE
               MOVE FD-ACC-BALANCE TO WS-CE-AFTER
               MOVE WS-CF-TXN-ID TO WS-CE-TXN-ID
               MOVE SPACES TO WS-CE-TXN-TYPE
               MOVE SPACES TO WS-CE-TXN-STATUS
               MOVE SPACES TO WS-CE-AMOUNT
               PERFORM APPEND-CHANGE-EVENT
           END-IF.

      *----------------------------------------------------------------*
       WRITE-TXN-EVENT.
      *--- Baris transaksi baru (atau perubahan statusnya) sebagai ---
      *--- event TXN - layout kolom sama di semua program           ---
           IF TXN-FS-OK
               MOVE TRANSACTION-FILE-RECORD TO WS-CF-TXN-PARSE
               MOVE 'TXN' TO WS-CE-ENTITY
               MOVE WS-CFT-USER-ID TO WS-CE-KEY
               MOVE 0 TO WS-CE-BEFORE
               MOVE 0 TO WS-CE-AFTER
               MOVE WS-CFT-TXN-ID TO WS-CE-TXN-ID
               MOVE WS-CFT-TYPE TO WS-CE-TXN-TYPE
               MOVE WS-CFT-STATUS TO WS-CE-TXN-STATUS
               MOVE WS-CFT-AMOUNT TO WS-CE-AMOUNT
               PERFORM APPEND-CHANGE-EVENT
           END-IF.

      *----------------------------------------------------------------*
       APPEND-CHANGE-EVENT.
           PERFORM NEXT-CHANGE-SEQ
           MOVE WS-CF-LAST-SEQ TO WS-CE-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-CE-TIMESTAMP

           OPEN EXTEND CHGFEED-FILE
           IF CF-FS-NOT-FOUND
               OPEN OUTPUT CHGFEED-FILE
               CLOSE CHGFEED-FILE
               OPEN EXTEND CHGFEED-FILE
           END-IF

           IF CF-FS-OK
               WRITE CHGFEED-FILE-RECORD FROM WS-CHGFEED-RECORD
               CLOSE CHGFEED-FILE
           END-IF.

      *----------------------------------------------------------------*
       NEXT-CHANGE-SEQ.
      *--- Nomor urut bersama semua program: baca, tambah satu,   ---
      *--- tulis balik di tempat. File yang sedang dipegang       ---
      *--- program lain dicoba ulang; kalau tetap gagal event      ---
      *--- ditulis dengan nomor 0 dan dilaporkan CDCCUT            ---
           MOVE 0 TO WS-CF-LAST-SEQ
           MOVE 0 TO WS-CF-TRIES

           PERFORM TAKE-CHANGE-SEQ
               UNTIL WS-CF-LAST-SEQ > 0 OR WS-CF-TRIES >= 200.

      *----------------------------------------------------------------*
       TAKE-CHANGE-SEQ.
           ADD 1 TO WS-CF-TRIES

           OPEN I-O CHGSEQ-FILE
           IF CQ-FS-NOT-FOUND
               OPEN OUTPUT CHGSEQ-FILE
               MOVE 0 TO WS-CF-LAST-SEQ
               WRITE CHGSEQ-FILE-RECORD FROM WS-CF-SEQ-LINE
               CLOSE CHGSEQ-FILE
               OPEN I-O CHGSEQ-FILE
           END-IF

           IF CQ-FS-OK
               READ CHGSEQ-FILE INTO WS-CF-SEQ-LINE
                   AT END
                       MOVE 0 TO WS-CF-LAST-SEQ
               END-READ

               IF WS-CF-LAST-SEQ IS NOT NUMERIC
                   MOVE 0 TO WS-CF-LAST-SEQ
               END-IF

               ADD 1 TO WS-CF-LAST-SEQ
               REWRITE CHGSEQ-FILE-RECORD FROM WS-CF-SEQ-LINE
               IF NOT CQ-FS-OK
                   MOVE 0 TO WS-CF-LAST-SEQ
               END-IF
               CLOSE CHGSEQ-FILE
           END-IF.

               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Kantong tabungan (POCKETMAINT) - dana di kantong masih  ---
      *--- bagian saldo buku tapi dikeluarkan dari saldo tersedia  ---
           SELECT POCKET-FILE
               ASSIGN TO DYNAMIC WS-POCKET-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PK-KEY
               FILE STATUS IS WS-PK-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Hash PIN nasabah (salt + hash satu arah) - accounts.dat ---
      *--- tidak lagi menyimpan PIN dalam bentuk terbaca           ---
           SELECT PINHASH-FILE
               ASSIGN TO DYNAMIC WS-PINHASH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PH-USER-ID
               FILE STATUS IS WS-PH-FILE-STATUS.

      *--- Audit log bersama untuk semua decline/error ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

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

      *================================================================*
       DATA DIVISION.
       FILE SECTION.
           05  FD-ACC-PIN          PIC X(6).
           05  FD-ACC-HOLD         PIC 9(13)V99.

       FD  POCKET-FILE
           LABEL RECORDS ARE STANDARD.
       01  POCKET-FILE-RECORD.
           05  FD-PK-KEY.
               10  FD-PK-USER-ID   PIC X(20).
               10  FD-PK-NAME      PIC X(20).
           05  FD-PK-BALANCE       PIC 9(13)V99.
           05  FD-PK-GOAL          PIC 9(13)V99.
           05  FD-PK-STATUS        PIC X(10).
           05  FD-PK-UPDATED-AT    PIC X(20).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD      PIC X(60).

       FD  PINHASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINHASH-FILE-RECORD.
           05  FD-PH-USER-ID       PIC X(20).
           05  FD-PH-SALT          PIC X(8).
           05  FD-PH-HASH          PIC X(20).
           05  FD-PH-UPDATED-AT    PIC X(20).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

      *================================================================*
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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'CASHOUT'.
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
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-POCKET-FILE-PATH      PIC X(100)
           VALUE '/app/data/pockets.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-TXNINDEX-FILE-PATH    PIC X(100)
           VALUE '/app/data/payouts.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-PINHASH-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinhash.dat'.

      *--- File Status ---
       01  WS-ACC-FILE-STATUS      PIC XX.
       01  WS-TXN-DUP-FOUND        PIC X(1) VALUE 'N'.
       01  WS-RESERVE-OK           PIC X(1) VALUE 'N'.
       01  WS-AVAILABLE-BALANCE    PIC 9(13)V99.
       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-DONE          PIC X(1) VALUE 'N'.
       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.

      *--- Account record fields (disalin dari ACCOUNT-FILE-RECORD) ---
       01  WS-ACC-PARSE.
           05  WS-AUD-USER-ID      PIC X(20).

      *================================================================*

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
       01  WS-PH-PIN-OK            PIC X VALUE 'N'.

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
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'CASHOUT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Step 1a: Verifikasi PIN sebelum dana keluar. PIN salah  ---
      *--- menambah penghitung gagal beruntun (pola PAYMENTPROC);  ---
      *--- mencapai ambang memblokir rekening otomatis.            ---
           PERFORM VERIFY-PIN-HASH

           IF WS-PH-PIN-OK NOT = 'Y'
               PERFORM RECORD-PIN-FAILURE

               IF WS-PIN-LOCKED-NOW = 'Y'
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pockets.dat' DELIMITED SIZE
                      INTO WS-POCKET-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pinhash.dat' DELIMITED SIZE
                      INTO WS-PINHASH-FILE-PATH
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
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-AP-STATUS TO WS-HS-OLD-STATUS
                       MOVE 'blocked' TO WS-AP-STATUS
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
                       MOVE 'Y' TO WS-PIN-LOCKED-NOW

                       MOVE 'ACCOUNT' TO WS-HS-ENTITY
                       MOVE WS-AP-USER-ID TO WS-HS-KEY
                       MOVE WS-AP-STATUS TO WS-HS-NEW-STATUS
                       MOVE 'PIN-LOCKOUT' TO WS-HS-REASON
                       MOVE 'CASHOUT' TO WS-HS-CHANGED-BY
                       PERFORM WRITE-STATUS-HISTORY
               END-READ

               CLOSE ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RESERVE-OK
               NOT INVALID KEY
                   PERFORM SUM-POCKET-BALANCE
                   IF WS-AP-BALANCE > WS-AP-HOLD + WS-POCKET-TOTAL
                       COMPUTE WS-AVAILABLE-BALANCE =
                           WS-AP-BALANCE - WS-AP-HOLD
                           - WS-POCKET-TOTAL
                   ELSE
                       MOVE 0 TO WS-AVAILABLE-BALANCE
                   END-IF

                   IF WS-AVAILABLE-BALANCE < WS-IN-AMOUNT
                       MOVE 'N' TO WS-RESERVE-OK
                   ELSE
                       ADD WS-IN-AMOUNT TO WS-AP-HOLD
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
                       MOVE 'Y' TO WS-RESERVE-OK
                   END-IF
           END-READ

           CLOSE ACCOUNT-FILE.

      *----------------------------------------------------------------*
       SUM-POCKET-BALANCE.
      *--- Jumlahkan isi semua kantong tabungan milik user yang    ---
      *--- sedang dibaca (WS-AP-USER-ID); hasilnya dikeluarkan dari ---
      *--- saldo tersedia sampai nasabah memindahkannya kembali    ---
           MOVE 0 TO WS-POCKET-TOTAL
           MOVE 'N' TO WS-POCKET-DONE

           OPEN INPUT POCKET-FILE
           IF PK-FS-OK
               MOVE WS-AP-USER-ID TO FD-PK-USER-ID
               MOVE LOW-VALUES    TO FD-PK-NAME

               START POCKET-FILE KEY IS NOT LESS THAN FD-PK-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-POCKET-DONE
               END-START

               PERFORM UNTIL WS-POCKET-DONE = 'Y'
                   READ POCKET-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-POCKET-DONE
                       NOT AT END
                           IF FD-PK-USER-ID NOT = WS-AP-USER-ID
                               MOVE 'Y' TO WS-POCKET-DONE
                           ELSE
                               ADD FD-PK-BALANCE TO WS-POCKET-TOTAL
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE POCKET-FILE
           END-IF.

      *----------------------------------------------------------------*
       DEBIT-USER-BALANCE.
      *--- Tulis ulang saldo baru dan lepas hold yang sudah         ---
                       WS-AP-BALANCE - WS-IN-AMOUNT
                   MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                   SUBTRACT WS-IN-AMOUNT FROM WS-AP-HOLD
                   MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                   PERFORM CAPTURE-BALANCE-BEFORE
                   REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                   PERFORM WRITE-BALANCE-EVENT
           END-READ

           CLOSE ACCOUNT-FILE.

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

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
       VERIFY-PIN-HASH.
      *--- PIN input di-hash dengan salt milik user lalu dicocokkan ---
      *--- ke pinhash.dat. User tanpa record hash = PIN salah;     ---
      *--- tidak ada jalan pintas ke kolom PIN di accounts.dat      ---
           MOVE 'N' TO WS-PH-PIN-OK

           OPEN INPUT PINHASH-FILE
           IF PH-FS-OK
               MOVE WS-IN-USER-ID TO FD-PH-USER-ID

               READ PINHASH-FILE
                   KEY IS FD-PH-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-PH-SALT    TO WS-PH-IN-SALT
                       MOVE WS-IN-PIN TO WS-PH-IN-PIN
                       MOVE FD-PH-USER-ID TO WS-PH-IN-USER-ID
                       PERFORM HASH-PIN

                       IF WS-PH-RESULT = FD-PH-HASH
                           MOVE 'Y' TO WS-PH-PIN-OK
                       END-IF
               END-READ

               CLOSE PINHASH-FILE
           END-IF.

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
           MOVE WS-IN-TXN-ID TO WS-CF-TXN-ID

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

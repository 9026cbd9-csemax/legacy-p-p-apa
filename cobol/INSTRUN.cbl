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
               FILE STATUS IS WS-NTF-FILE-STATUS.

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

      *--- Antrean eksepsi bersama (EXCMAINT) - item gagal ditaruh ---
      *--- di sini supaya ops menanganinya dari satu tempat         ---
           SELECT EXCQ-FILE
               ASSIGN TO DYNAMIC WS-EXCQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

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

      *--- Audit log bersama, mencatat setiap run tanpa masking ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTPLAN-FILE
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
       01  NOTIFY-FILE-RECORD     PIC X(150).

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

       FD  EXCQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCQ-FILE-RECORD        PIC X(300).

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

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- Audit log ---
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'INSTRUN'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

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

      *--- Antrean eksepsi bersama (layout selaras EXCMAINT) ---
       01  WS-EXCQ-FILE-PATH        PIC X(100)
           VALUE '/app/data/excq.dat'.
       01  WS-EXC-FILE-STATUS      PIC XX.
           88  EXC-FS-OK           VALUE '00'.
           88  EXC-FS-EOF          VALUE '10'.
           88  EXC-FS-NOT-FOUND    VALUE '35'.

       01  WS-EXC-RECORD.
           05  WS-EX-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SOURCE        PIC X(10) VALUE 'INSTRUN'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-REFERENCE     PIC X(50).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SUBJ-TYPE     PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-SUBJ-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-ERROR-CODE    PIC 9(4).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-RETRYABLE     PIC X(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-ASSIGNEE      PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-CREATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-UPDATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-UPDATED-BY    PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-EX-REASON        PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris antrean yang sudah ada: nomor tertinggi dan cek  ---
      *--- item kembar yang masih open/assigned                     ---
       01  WS-EXC-SCAN.
           05  WS-XS-ITEM-ID       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-XS-SOURCE        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-XS-REFERENCE     PIC X(50).
           05  FILLER              PIC X(58).
           05  WS-XS-STATUS        PIC X(10).
           05  FILLER              PIC X(162).
       01  WS-EXC-LAST-ID          PIC 9(8).
       01  WS-EXC-DUP-FOUND        PIC X(1).
       01  WS-EXC-ERR-IDX          PIC 9(2).

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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'INSTRUN'.
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
           VALUE '/app/data/instplan.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-POCKET-FILE-PATH      PIC X(100)
           VALUE '/app/data/pockets.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           05  WS-AP-HOLD          PIC 9(13)V99.

       01  WS-AVAILABLE-BALANCE    PIC 9(13)V99.
       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-DONE          PIC X(1) VALUE 'N'.
       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.
       01  WS-COLLECT-OK           PIC X(1).
       01  WS-COLLECT-ERROR        PIC 9(4).

       01  WS-TXN-WRITE-RECORD.
           05  WS-TWR-TXN-ID       PIC X(36).
      *--- ulang run berikutnya) dan dilaporkan sebagai missed     ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM RESOLVE-MASKING

           OPEN I-O INSTPLAN-FILE
           IF NOT IP-FS-OK
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pockets.dat' DELIMITED SIZE
                      INTO WS-POCKET-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
                      '/notifyq.dat' DELIMITED SIZE
                      INTO WS-NOTIFY-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgfeed.dat' DELIMITED SIZE
                      INTO WS-CHGFEED-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/chgseq.dat' DELIMITED SIZE
                      INTO WS-CHGSEQ-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/excq.dat' DELIMITED SIZE
                      INTO WS-EXCQ-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
               MOVE 'INSTMISSED' TO WS-NR-EVENT
               PERFORM WRITE-NOTIFY-EVENT
               PERFORM PRINT-MISSED-LINE
               PERFORM QUEUE-MISSED-INSTALLMENT
           END-IF.

      *----------------------------------------------------------------*
       DEBIT-INSTALLMENT-BALANCE.
           MOVE 'N' TO WS-COLLECT-OK
           MOVE EC-DB-ERROR TO WS-COLLECT-ERROR

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE EC-INVALID-USER TO WS-COLLECT-ERROR
                   NOT INVALID KEY
                       PERFORM SUM-POCKET-BALANCE
                       IF WS-AP-BALANCE > WS-AP-HOLD + WS-POCKET-TOTAL
                           COMPUTE WS-AVAILABLE-BALANCE =
                               WS-AP-BALANCE - WS-AP-HOLD
                               - WS-POCKET-TOTAL
                       ELSE
                           MOVE 0 TO WS-AVAILABLE-BALANCE
                       END-IF

                       IF FUNCTION TRIM(WS-AP-STATUS) NOT = 'active'
                           MOVE EC-ACCOUNT-INACTIVE TO WS-COLLECT-ERROR
                       ELSE
                           MOVE EC-INSUFFICIENT-FUNDS
                               TO WS-COLLECT-ERROR
                       END-IF

                       IF FUNCTION TRIM(WS-AP-STATUS) = 'active'
                          AND WS-AVAILABLE-BALANCE >= WS-IP-AMOUNT
                           SUBTRACT WS-IP-AMOUNT FROM WS-AP-BALANCE
                           MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                               FROM WS-ACC-PARSE
                           PERFORM WRITE-BALANCE-EVENT
                           MOVE 'Y' TO WS-COLLECT-OK
                       END-IF
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF.

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
       WRITE-INSTALLMENT-TRANSACTION.
      *--- Angsuran dibukukan sebagai mutasi INSTALL tersendiri,   ---

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

               CLOSE NOTIFY-FILE
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
       PRINT-MISSED-LINE.
           MOVE WS-IP-USER-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID
           MOVE WS-IP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-IP-SEQ TO WS-SEQ-EDIT

               '"plan_txn_id":"'
                   FUNCTION TRIM(WS-IP-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"installment_seq":'
                   FUNCTION TRIM(WS-SEQ-EDIT) ','
               '"installment_amount":'
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       QUEUE-MISSED-INSTALLMENT.
      *--- Angsuran gagal tagih ikut antrean eksepsi (referensi     ---
      *--- TXN asal:urutan); selama item masih terbuka, gagal ulang ---
      *--- run berikutnya tidak menambah item baru                   ---
           MOVE SPACES TO WS-EX-REFERENCE
           STRING FUNCTION TRIM(WS-IP-TXN-ID) ':' WS-IP-SEQ
               DELIMITED SIZE
               INTO WS-EX-REFERENCE
           END-STRING

           MOVE 'USER' TO WS-EX-SUBJ-TYPE
           MOVE WS-IP-USER-ID TO WS-EX-SUBJ-ID
           MOVE WS-IP-AMOUNT TO WS-EX-AMOUNT
           MOVE WS-COLLECT-ERROR TO WS-EX-ERROR-CODE
           PERFORM WRITE-EXCEPTION-ITEM.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-ROWS-DUE TO WS-DUE-EDIT
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       WRITE-EXCEPTION-ITEM.
      *--- Item gagal masuk antrean eksepsi bersama (EXCMAINT).    ---
      *--- Pemanggil mengisi referensi, subjek, nominal dan kode;  ---
      *--- item kembar yang masih open/assigned tidak diantre dua  ---
      *--- kali. Nomor item = nomor tertinggi + 1 (pola CASEINTK)  ---
           MOVE 'N' TO WS-EXC-DUP-FOUND
           MOVE 0 TO WS-EXC-LAST-ID

           OPEN INPUT EXCQ-FILE
           IF EXC-FS-OK
               PERFORM UNTIL EXC-FS-EOF
                   READ EXCQ-FILE INTO WS-EXC-SCAN
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SCAN-EXCEPTION-ROW
                   END-READ
               END-PERFORM

               CLOSE EXCQ-FILE
           END-IF

           IF WS-EXC-DUP-FOUND = 'N'
               PERFORM LOOKUP-EXCEPTION-RETRYABLE

               ADD 1 TO WS-EXC-LAST-ID
               MOVE WS-EXC-LAST-ID TO WS-EX-ITEM-ID
               MOVE 'open' TO WS-EX-STATUS
               MOVE SPACES TO WS-EX-ASSIGNEE
               MOVE FUNCTION CURRENT-DATE TO WS-EX-CREATED-AT
               MOVE WS-EX-CREATED-AT TO WS-EX-UPDATED-AT
               MOVE WS-EX-SOURCE TO WS-EX-UPDATED-BY
               MOVE SPACES TO WS-EX-REASON

               OPEN EXTEND EXCQ-FILE
               IF EXC-FS-NOT-FOUND
                   OPEN OUTPUT EXCQ-FILE
                   CLOSE EXCQ-FILE
                   OPEN EXTEND EXCQ-FILE
               END-IF

               IF EXC-FS-OK
                   WRITE EXCQ-FILE-RECORD FROM WS-EXC-RECORD
                   CLOSE EXCQ-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       SCAN-EXCEPTION-ROW.
           IF WS-XS-ITEM-ID IS NUMERIC
              AND WS-XS-ITEM-ID > WS-EXC-LAST-ID
               MOVE WS-XS-ITEM-ID TO WS-EXC-LAST-ID
           END-IF

           IF WS-XS-SOURCE = WS-EX-SOURCE
              AND WS-XS-REFERENCE = WS-EX-REFERENCE
              AND (FUNCTION TRIM(WS-XS-STATUS) = 'open'
                   OR FUNCTION TRIM(WS-XS-STATUS) = 'assigned')
               MOVE 'Y' TO WS-EXC-DUP-FOUND
           END-IF.

      *----------------------------------------------------------------*
       LOOKUP-EXCEPTION-RETRYABLE.
      *--- Flag retryable item mengikuti ERRORCODES.cpy lewat tabel ---
      *--- pandangannya (pola LOOKUP-RETRYABLE-FLAG di DISPATCHER)  ---
           MOVE 'false' TO WS-EX-RETRYABLE

           PERFORM VARYING WS-EXC-ERR-IDX FROM 1 BY 1
               UNTIL WS-EXC-ERR-IDX > 53
               IF WS-EC-ENTRY(WS-EXC-ERR-IDX) = WS-EX-ERROR-CODE
                   MOVE WS-ER-ENTRY(WS-EXC-ERR-IDX)
                       TO WS-EX-RETRYABLE
                   MOVE 54 TO WS-EXC-ERR-IDX
               END-IF
           END-PERFORM.

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

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

      *--- Item dana tak teraplikasi (append) - retur untuk       ---
      *--- pembayar yang rekeningnya sudah tutup/tidak ada         ---
      *--- diparkir di rekening internal SUSPENSE                   ---
           SELECT SUSPENSE-FILE
               ASSIGN TO DYNAMIC WS-SUSPENSE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SU-FILE-STATUS.

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
       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-FILE-RECORD     PIC X(150).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-FILE-RECORD    PIC X(200).

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

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
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'CLRRET'.
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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'CLRRET'.
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
           VALUE '/app/data/transactions.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.
       01  WS-SUSPENSE-FILE-PATH    PIC X(100)
           VALUE '/app/data/suspense.dat'.

       01  WS-RT-FILE-STATUS       PIC XX.
           88  RT-FS-OK            VALUE '00'.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-NOT-FOUND    VALUE '35'.

       01  WS-SU-FILE-STATUS       PIC XX.
           88  SU-FS-OK            VALUE '00'.
           88  SU-FS-NOT-FOUND     VALUE '35'.

      *--- Baris retur dari jaringan ---
       01  WS-RT-LINE              PIC X(80).
       01  WS-RT-TXN-ID            PIC X(36).
       01  WS-ORIG-USER-ID         PIC X(20).
       01  WS-ORIG-AMOUNT          PIC 9(13)V99.
       01  WS-CLEAROUT-MARKED      PIC X(1).
       01  WS-PAYER-CREDITED       PIC X(1).

      *--- Rekening internal penampung dana tak teraplikasi ---
       01  WS-SUSPENSE-USER        PIC X(20) VALUE 'SUSPENSE'.
       01  WS-SUSP-REASON          PIC X(12).
       01  WS-SUSP-POSTED          PIC X(1).
       01  WS-SUSP-SEQ             PIC 9(4) VALUE 0.

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

       01  WS-TXN-WRITE-RECORD.
           05  WS-TWR-TXN-ID       PIC X(36).
       01  WS-ROWS-READ            PIC 9(5) VALUE 0.
       01  WS-ROWS-RETURNED        PIC 9(5) VALUE 0.
       01  WS-ROWS-UNMATCHED       PIC 9(5) VALUE 0.
       01  WS-ROWS-SUSPENDED       PIC 9(5) VALUE 0.
       01  WS-READ-EDIT            PIC ZZZZ9.
       01  WS-RET-EDIT             PIC ZZZZ9.
       01  WS-UNM-EDIT             PIC ZZZZ9.
       01  WS-SUS-EDIT             PIC ZZZZ9.

       01  WS-JSON-OUTPUT          PIC X(1000).

      *--- Konsumsi file retur jaringan: item clearout asal        ---
      *--- ditandai returned, nasabah pembayar dikredit ulang      ---
      *--- sebesar debit aslinya, mutasi CLRRET dibukukan, dan     ---
      *--- event outbox diantrikan. Pembayar yang rekeningnya      ---
      *--- sudah tutup/tidak ada: dananya diparkir ke SUSPENSE     ---
           PERFORM SET-FILE-PATHS
           PERFORM RESOLVE-MASKING

           OPEN INPUT RETURN-FILE
           IF NOT RT-FS-OK
                      '/notifyq.dat' DELIMITED SIZE
                      INTO WS-NOTIFY-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/suspense.dat' DELIMITED SIZE
                      INTO WS-SUSPENSE-FILE-PATH
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

                   IF WS-ORIG-FOUND = 'Y'
                       PERFORM CREDIT-ORIGINAL-PAYER

                       IF WS-PAYER-CREDITED = 'Y'
                           PERFORM WRITE-RETURN-TRANSACTION
                           PERFORM WRITE-NOTIFY-EVENT
                           ADD 1 TO WS-ROWS-RETURNED
                           PERFORM PRINT-RETURN-LINE
                       ELSE
                           PERFORM POST-RETURN-TO-SUSPENSE
                       END-IF
                   ELSE
                       ADD 1 TO WS-ROWS-UNMATCHED
                       PERFORM PRINT-UNMATCHED-LINE

      *----------------------------------------------------------------*
       CREDIT-ORIGINAL-PAYER.
      *--- Rekening tutup/escheated tidak dikredit ulang - dana   ---
      *--- retur itu menjadi item suspense                          ---
           MOVE 'N' TO WS-PAYER-CREDITED
           MOVE 'ACCT-MISSING' TO WS-SUSP-REASON

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-ORIG-USER-ID TO FD-ACC-USER-ID
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-ACC-STATUS) = 'closed'
                          OR FUNCTION TRIM(FD-ACC-STATUS)
                             = 'escheated'
                           MOVE 'ACCT-CLOSED' TO WS-SUSP-REASON
                       ELSE
                           ADD WS-ORIG-AMOUNT TO FD-ACC-BALANCE
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                           PERFORM WRITE-BALANCE-EVENT
                           MOVE 'Y' TO WS-PAYER-CREDITED
                       END-IF
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       POST-RETURN-TO-SUSPENSE.
      *--- Kredit SUSPENSE, mutasi SUSPIN, dan item suspense; tanpa ---
      *--- rekening SUSPENSE retur dilaporkan untuk penanganan    ---
      *--- manual                                                    ---
           MOVE 'N' TO WS-SUSP-POSTED
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-SUSPENSE-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-SUSP-POSTED
                   NOT INVALID KEY
                       ADD WS-ORIG-AMOUNT TO FD-ACC-BALANCE
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD
                       PERFORM WRITE-BALANCE-EVENT
                       MOVE 'Y' TO WS-SUSP-POSTED
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF

           IF WS-SUSP-POSTED = 'Y'
               PERFORM WRITE-SUSPIN-TRANSACTION
               PERFORM WRITE-SUSPENSE-ITEM
               ADD 1 TO WS-ROWS-SUSPENDED
               PERFORM PRINT-SUSPENSE-LINE
           ELSE
               ADD 1 TO WS-ROWS-UNMATCHED
               PERFORM PRINT-UNMATCHED-LINE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-SUSPIN-TRANSACTION.
      *--- Id mutasi sama dengan retur biasa (RET+txn) supaya      ---
      *--- retur yang sama tidak bisa dibukukan dua kali            ---
           MOVE WS-ORIG-AMOUNT TO WS-AMOUNT-EDIT

           MOVE SPACES TO WS-RET-TXN-ID
           STRING 'RET'
                  FUNCTION TRIM(WS-RT-TXN-ID)
               DELIMITED SIZE
               INTO WS-RET-TXN-ID
           END-STRING

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF

           IF TXN-FS-OK
               MOVE WS-RET-TXN-ID     TO WS-TWR-TXN-ID
               MOVE WS-SUSPENSE-USER  TO WS-TWR-USER-ID
               MOVE SPACES            TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TWR-AMOUNT
               MOVE 'success'         TO WS-TWR-STATUS
               MOVE 'SUSPIN'          TO WS-TWR-TYPE

               MOVE SPACES TO WS-TWR-QR-CODE
               STRING 'SUSP-FR:CLRRET:'
                      FUNCTION TRIM(WS-RT-TXN-ID) ':'
                      FUNCTION TRIM(WS-ORIG-USER-ID)
                   DELIMITED SIZE
                   INTO WS-TWR-QR-CODE
               END-STRING

               MOVE WS-DATETIME       TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME       TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-SUSPENSE-ITEM.
      *--- Id item: kode sumber + waktu proses + nomor urut run; ---
      *--- bank pengirim = bank tujuan baris clearout asal        ---
           ADD 1 TO WS-SUSP-SEQ

           MOVE SPACES TO WS-SU-ITEM-ID
           STRING 'CR' WS-DATETIME(1:14) WS-SUSP-SEQ
               DELIMITED SIZE
               INTO WS-SU-ITEM-ID
           END-STRING

           MOVE 'CLRRET'         TO WS-SU-SOURCE
           MOVE WS-RT-TXN-ID     TO WS-SU-REFERENCE
           MOVE WS-CO-BANK-CODE  TO WS-SU-SENDER
           MOVE WS-ORIG-USER-ID  TO WS-SU-INTENDED
           MOVE WS-ORIG-AMOUNT   TO WS-SU-AMOUNT
           MOVE WS-SUSP-REASON   TO WS-SU-REASON
           MOVE WS-DATETIME(1:8) TO WS-SU-DATE
           MOVE 'open'           TO WS-SU-STATUS
           MOVE SPACES           TO WS-SU-RESOLVED-DATE
           MOVE SPACES           TO WS-SU-RESOLVED-TO
           MOVE 0                TO WS-SU-CHG-ID

           OPEN EXTEND SUSPENSE-FILE
           IF SU-FS-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
           END-IF

           IF SU-FS-OK
               WRITE SUSPENSE-FILE-RECORD FROM WS-SUSPENSE-RECORD
               CLOSE SUSPENSE-FILE
           END-IF.

      *----------------------------------------------------------------*

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

               BY CONTENT FUNCTION TRIM(WS-RETURN-DONE-PATH)
           END-CALL.

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
       PRINT-RETURN-LINE.
           MOVE WS-ORIG-USER-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID
           STRING
               '{'
               '"status":"success",'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-RT-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"recredited_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"return_reason":"'
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUSPENSE-LINE.
           MOVE WS-ORIG-USER-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID
           STRING
               '{'
               '"status":"warning",'
               '"code":0,'
               '"data":{'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-RT-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"suspense_item":"'
                   FUNCTION TRIM(WS-SU-ITEM-ID) '",'
               '"suspended_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"reason":"'
                   FUNCTION TRIM(WS-SU-REASON) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Rekening pembayar sudah tutup - dana retur'
               ' diparkir di rekening suspense"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-UNMATCHED-LINE.
           STRING
           MOVE WS-ROWS-READ TO WS-READ-EDIT
           MOVE WS-ROWS-RETURNED TO WS-RET-EDIT
           MOVE WS-ROWS-UNMATCHED TO WS-UNM-EDIT
           MOVE WS-ROWS-SUSPENDED TO WS-SUS-EDIT

           STRING
               '{'
                   FUNCTION TRIM(WS-RET-EDIT) ','
               '"returns_unmatched":'
                   FUNCTION TRIM(WS-UNM-EDIT) ','
               '"returns_suspended":'
                   FUNCTION TRIM(WS-SUS-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Proses retur kliring keluar selesai"'
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

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

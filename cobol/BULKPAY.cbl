       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- File instruksi dari korporat:                           ---
      *---   BATCH|<batch-id>|<kode otorisasi>|<maker korporat>    ---
      *---   TXN|<txn-id>|<user>|<merchant>|<amount>|<qr>          ---
           SELECT BULK-IN-FILE
               ASSIGN TO DYNAMIC WS-BULK-IN-PATH
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

           SELECT MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-MERCHANT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MDR-FILE-STATUS.

      *--- Mandat rekening korporat (dikelola corporate banking):  ---
      *---   USER|<korporat>|<user>|MAKER atau APPROVER            ---
      *---   BAND|<korporat>|<batas nominal>|<jumlah approver 0-3> ---
           SELECT MANDATE-FILE
               ASSIGN TO DYNAMIC WS-MANDATE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.

      *--- Register persetujuan korporat - ditandatangani approver ---
      *--- lewat CORPAPPR, yang tak lengkap disapu CORPEXP         ---
           SELECT CORPAPPR-FILE
               ASSIGN TO DYNAMIC WS-CORPAPPR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  BULK-IN-FILE.
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

       FD  MERCHANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHANT-FILE-RECORD.
           LABEL RECORDS ARE STANDARD.
       01  MDR-RATE-FILE-RECORD   PIC X(80).

       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MANDATE-FILE-RECORD     PIC X(80).

       FD  CORPAPPR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORPAPPR-FILE-RECORD    PIC X(300).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

       FD  EXCQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCQ-FILE-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

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
           05  WS-EX-SOURCE        PIC X(10) VALUE 'BULKPAY'.
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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'BULKPAY'.
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
       01  WS-CHECKPOINT-PATH       PIC X(200).
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-POCKET-FILE-PATH      PIC X(100)
           VALUE '/app/data/pockets.dat'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/clearout.dat'.
       01  WS-DAYTOT-FILE-PATH      PIC X(100)
           VALUE '/app/data/daytotals.dat'.
       01  WS-MANDATE-FILE-PATH     PIC X(100)
           VALUE '/app/data/corpmand.dat'.
       01  WS-CORPAPPR-FILE-PATH    PIC X(100)
           VALUE '/app/data/corpappr.dat'.

       01  WS-BIN-FILE-STATUS      PIC XX.
           88  BIN-FS-OK           VALUE '00'.
       01  WS-BATCH-AUTH           PIC X(20).
       01  WS-HEADER-SEEN          PIC X(1) VALUE 'N'.

      *--- Batch dari rekening korporat bermandat: seluruh item    ---
      *--- harus dari satu rekening, maker harus user MAKER di     ---
      *--- mandat, dan total batch menentukan band approver        ---
       01  WS-BATCH-MAKER          PIC X(20) VALUE SPACES.
       01  WS-BATCH-PAYER          PIC X(20) VALUE SPACES.
       01  WS-BATCH-MIXED          PIC X(1) VALUE 'N'.
       01  WS-CORP-BATCH           PIC X(1) VALUE 'N'.
       01  WS-PRESCAN-HEADER       PIC X(1) VALUE 'N'.
       01  WS-PRESCAN-ITEMS        PIC 9(5) VALUE 0.
       01  WS-PRESCAN-TOTAL        PIC 9(13)V99 VALUE 0.

      *--- Daftar rekening korporat dari file mandat ---
       01  WS-CORP-LIST.
           05  WS-CORP-COUNT       PIC 9(3) VALUE 0.
           05  WS-CORP-ENTRY       PIC X(20) OCCURS 100 TIMES.
       01  WS-CORP-IDX             PIC 9(3).
       01  WS-CORP-LISTED          PIC X(1).

      *--- Pembacaan mandat korporat: rekening dengan baris USER   ---
      *--- adalah korporat; band terkecil yang menampung nominal   ---
      *--- menentukan jumlah approver, di atas band tertinggi      ---
      *--- berlaku band tertinggi, tanpa band wajib 1 approver     ---
       01  WS-CM-FILE-STATUS       PIC XX.
           88  CM-FS-OK            VALUE '00'.
           88  CM-FS-EOF           VALUE '10'.

       01  WS-CM-LINE              PIC X(80).
       01  WS-CM-REC-TYPE          PIC X(10).
       01  WS-CM-REC-CORP          PIC X(20).
       01  WS-CM-REC-KEY           PIC X(20).
       01  WS-CM-REC-VALUE         PIC X(20).
       01  WS-CM-CORP-ID           PIC X(20).
       01  WS-CM-USER-ID           PIC X(20).
       01  WS-CM-ROLE-WANTED       PIC X(10).
       01  WS-CM-AMOUNT            PIC 9(13)V99 VALUE 0.
       01  WS-CM-IS-CORP           PIC X(1) VALUE 'N'.
       01  WS-CM-ROLE-OK           PIC X(1) VALUE 'N'.
       01  WS-CM-HAS-BAND          PIC X(1) VALUE 'N'.
       01  WS-CM-BAND-HIT          PIC X(1) VALUE 'N'.
       01  WS-CM-BAND-LIMIT        PIC 9(13)V99 VALUE 0.
       01  WS-CM-BEST-LIMIT        PIC 9(13)V99 VALUE 0.
       01  WS-CM-TOP-LIMIT         PIC 9(13)V99 VALUE 0.
       01  WS-CM-BAND-COUNT        PIC 9(2) VALUE 0.
       01  WS-CM-TOP-COUNT         PIC 9(1) VALUE 0.
       01  WS-CM-REQUIRED          PIC 9(1) VALUE 0.
       01  WS-CM-CHECK             PIC S9(4).

      *--- Baris register persetujuan korporat (selaras CORPAPPR  ---
      *--- dan CORPEXP); pembatas akhir menjaga panjang baris tetap ---
      *--- sama saat REWRITE. Id = BLK-<batch id> / TRF-<txn id>    ---
       01  WS-CA-FILE-STATUS       PIC XX.
           88  CA-FS-OK            VALUE '00'.
           88  CA-FS-EOF           VALUE '10'.
           88  CA-FS-NOT-FOUND     VALUE '35'.

       01  WS-CORPAPPR-RECORD.
           05  WS-CA-APPR-ID       PIC X(40).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-KIND          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-CORP-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-MAKER-ID      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-COUNTERPARTY  PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-ITEMS         PIC 9(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-REQUIRED      PIC 9(1).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-SIGNED        PIC 9(1).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-SIGNER-1      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-SIGNER-2      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-SIGNER-3      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-EXPIRY-DATE   PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-CREATED       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CA-UPDATED       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-APPR-KEY             PIC X(40).
       01  WS-CA-FOUND             PIC X(1) VALUE 'N'.
       01  WS-CA-NEW-STATUS        PIC X(10).
       01  WS-CORP-EXPIRY-DAYS     PIC 9(3) VALUE 3.
       01  WS-CA-TODAY-NUM         PIC 9(8).
       01  WS-CA-EXPIRY-INT        PIC 9(8).
       01  WS-CA-EXPIRY-NUM        PIC 9(8).
       01  WS-MANDATE-MSG          PIC X(60).

      *--- Validasi operator kode otorisasi batch ---
       01  WS-OPR-FILE-STATUS      PIC XX.
           88  OPR-FS-OK           VALUE '00'.
       01  WS-RESERVE-OK           PIC X(1).
       01  WS-TXN-DUP-FOUND        PIC X(1).
       01  WS-AVAILABLE-BALANCE    PIC 9(13)V99.
       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-DONE          PIC X(1) VALUE 'N'.
       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.
       01  WS-NEW-BALANCE          PIC 9(13)V99.
       01  WS-VELOCITY-TOTAL       PIC 9(13)V99.
       01  WS-DAILY-LIMIT          PIC 9(13)V99 VALUE 10000000.00.
           PERFORM READ-CHECKPOINT
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

      *--- Batch rekening korporat bermandat baru jalan setelah    ---
      *--- cukup approver menandatanganinya lewat CORPAPPR; run    ---
      *--- pertama hanya mendaftarkan pengajuannya                  ---
           PERFORM PRESCAN-BATCH
           PERFORM CHECK-CORPORATE-MANDATE

           OPEN INPUT BULK-IN-FILE
           IF NOT BIN-FS-OK
               PERFORM RETURN-DB-ERROR
               CLOSE BULK-OUT-FILE
           END-IF

           IF WS-CORP-BATCH = 'Y'
              AND WS-CM-REQUIRED > 0
               PERFORM MARK-APPROVAL-EXECUTED
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pockets.dat' DELIMITED SIZE
                      INTO WS-POCKET-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
                      '/clearout.dat' DELIMITED SIZE
                      INTO WS-CLEAROUT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/corpmand.dat' DELIMITED SIZE
                      INTO WS-MANDATE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/corpappr.dat' DELIMITED SIZE
                      INTO WS-CORPAPPR-FILE-PATH
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
           END-IF

           ACCEPT WS-BANK-CODE-ENV FROM ENVIRONMENT "DANTE_BANK_CODE"
               ADD 1 TO WS-ITEMS-OK
           ELSE
               ADD 1 TO WS-ITEMS-FAILED
               PERFORM QUEUE-FAILED-ITEM
           END-IF

           PERFORM WRITE-ITEM-RESULT.
               CLOSE AUDIT-FILE
           END-IF.

      *----------------------------------------------------------------*
       PRESCAN-BATCH.
      *--- Baca file sekali di depan: total dan jumlah item, maker ---
      *--- dari header, dan apakah ada item dari rekening korporat ---
           PERFORM LOAD-CORPORATE-LIST

           OPEN INPUT BULK-IN-FILE
           IF NOT BIN-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM UNTIL BIN-FS-EOF
               READ BULK-IN-FILE INTO BULK-IN-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM PRESCAN-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE BULK-IN-FILE.

      *----------------------------------------------------------------*
       PRESCAN-ONE-LINE.
           MOVE SPACES TO WS-REC-TYPE
           MOVE SPACES TO WS-IN-USER-ID
           MOVE SPACES TO WS-IN-MERCHANT-ID
           MOVE SPACES TO WS-IN-AMOUNT-STR

           UNSTRING BULK-IN-RECORD
               DELIMITED BY '|'
               INTO WS-REC-TYPE
                    WS-IN-TXN-ID
                    WS-IN-USER-ID
                    WS-IN-MERCHANT-ID
                    WS-IN-AMOUNT-STR
           END-UNSTRING

           IF FUNCTION TRIM(WS-REC-TYPE) = 'BATCH'
               MOVE WS-IN-TXN-ID(1:20) TO WS-BATCH-ID
               MOVE WS-IN-MERCHANT-ID TO WS-BATCH-MAKER
               MOVE 'Y' TO WS-PRESCAN-HEADER
           ELSE
               IF FUNCTION TRIM(WS-REC-TYPE) = 'TXN'
                  AND WS-PRESCAN-HEADER = 'Y'
                   ADD 1 TO WS-PRESCAN-ITEMS

                   MOVE FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-STR)
                       TO WS-NUMVAL-CHECK
                   IF WS-NUMVAL-CHECK = 0
                       IF FUNCTION NUMVAL(WS-IN-AMOUNT-STR) > 0
                           ADD FUNCTION NUMVAL(WS-IN-AMOUNT-STR)
                               TO WS-PRESCAN-TOTAL
                       END-IF
                   END-IF

                   IF WS-PRESCAN-ITEMS = 1
                       MOVE WS-IN-USER-ID TO WS-BATCH-PAYER
                   ELSE
                       IF WS-IN-USER-ID NOT = WS-BATCH-PAYER
                           MOVE 'Y' TO WS-BATCH-MIXED
                       END-IF
                   END-IF

                   PERFORM CHECK-CORPORATE-PAYER
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       LOAD-CORPORATE-LIST.
      *--- Rekening yang punya baris USER di mandat = korporat ---
           MOVE 0 TO WS-CORP-COUNT

           OPEN INPUT MANDATE-FILE
           IF CM-FS-OK
               PERFORM UNTIL CM-FS-EOF
                   READ MANDATE-FILE INTO WS-CM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CM-REC-TYPE
                       MOVE SPACES TO WS-CM-REC-CORP
                       UNSTRING WS-CM-LINE
                           DELIMITED BY '|'
                           INTO WS-CM-REC-TYPE
                                WS-CM-REC-CORP
                       END-UNSTRING

                       IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-CM-REC-TYPE)) = 'USER'
                           PERFORM ADD-CORPORATE-ENTRY
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE MANDATE-FILE
           END-IF.

      *----------------------------------------------------------------*
       ADD-CORPORATE-ENTRY.
           MOVE WS-CM-REC-CORP TO WS-CM-CORP-ID
           PERFORM FIND-CORPORATE-ENTRY

           IF WS-CORP-LISTED = 'N'
              AND WS-CORP-COUNT < 100
               ADD 1 TO WS-CORP-COUNT
               MOVE WS-CM-REC-CORP TO WS-CORP-ENTRY(WS-CORP-COUNT)
           END-IF.

      *----------------------------------------------------------------*
       FIND-CORPORATE-ENTRY.
           MOVE 'N' TO WS-CORP-LISTED

           PERFORM VARYING WS-CORP-IDX FROM 1 BY 1
               UNTIL WS-CORP-IDX > WS-CORP-COUNT
                  OR WS-CORP-LISTED = 'Y'
               IF WS-CORP-ENTRY(WS-CORP-IDX) = WS-CM-CORP-ID
                   MOVE 'Y' TO WS-CORP-LISTED
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       CHECK-CORPORATE-PAYER.
           MOVE WS-IN-USER-ID TO WS-CM-CORP-ID
           PERFORM FIND-CORPORATE-ENTRY

           IF WS-CORP-LISTED = 'Y'
               MOVE 'Y' TO WS-CORP-BATCH
           END-IF.

      *----------------------------------------------------------------*
       CHECK-CORPORATE-MANDATE.
      *--- Batch non-korporat jalan seperti biasa. Batch korporat  ---
      *--- tidak boleh dicampur rekening lain, maker wajib user    ---
      *--- MAKER di mandat, dan band 0 approver langsung jalan     ---
           IF WS-CORP-BATCH = 'Y'
               IF WS-BATCH-MIXED = 'Y'
                   MOVE 'Batch korporat harus dari satu rekening'
                       TO WS-MANDATE-MSG
                   PERFORM RETURN-MANDATE-VIOLATION
                   STOP RUN
               END-IF

               MOVE WS-BATCH-PAYER   TO WS-CM-CORP-ID
               MOVE WS-BATCH-MAKER   TO WS-CM-USER-ID
               MOVE 'MAKER'          TO WS-CM-ROLE-WANTED
               MOVE WS-PRESCAN-TOTAL TO WS-CM-AMOUNT
               PERFORM LOAD-CORP-MANDATE

               IF WS-CM-ROLE-OK = 'N'
                   MOVE 'Maker batch bukan user MAKER rekening ini'
                       TO WS-MANDATE-MSG
                   PERFORM RETURN-MANDATE-VIOLATION
                   STOP RUN
               END-IF

               IF WS-CM-REQUIRED > 0
                   PERFORM CHECK-BATCH-APPROVAL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-BATCH-APPROVAL.
      *--- Run pertama mendaftarkan pengajuan; run berikutnya baru ---
      *--- jalan kalau pengajuan sudah approved dan isi batch masih ---
      *--- sama dengan yang ditandatangani                          ---
           MOVE SPACES TO WS-APPR-KEY
           STRING 'BLK-' WS-BATCH-ID
               DELIMITED SIZE
               INTO WS-APPR-KEY
           END-STRING

           PERFORM FIND-APPROVAL

           IF WS-CA-FOUND = 'N'
               MOVE 'BULKPAY'        TO WS-CA-KIND
               MOVE SPACES           TO WS-CA-COUNTERPARTY
               MOVE WS-PRESCAN-ITEMS TO WS-CA-ITEMS
               PERFORM REGISTER-APPROVAL
               PERFORM RETURN-APPROVAL-PENDING
               STOP RUN
           END-IF

           IF WS-CA-CORP-ID NOT = WS-BATCH-PAYER
              OR WS-CA-AMOUNT NOT = WS-PRESCAN-TOTAL
              OR WS-CA-ITEMS NOT = WS-PRESCAN-ITEMS
               MOVE 'Isi batch berubah sejak diajukan untuk persetujuan'
                   TO WS-MANDATE-MSG
               PERFORM RETURN-MANDATE-VIOLATION
               STOP RUN
           END-IF

           EVALUATE FUNCTION TRIM(WS-CA-STATUS)
               WHEN 'pending'
                   PERFORM RETURN-APPROVAL-PENDING
                   STOP RUN
               WHEN 'approved'
               WHEN 'executed'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Pengajuan batch sudah ditolak atau kedaluwarsa'
                       TO WS-MANDATE-MSG
                   PERFORM RETURN-MANDATE-VIOLATION
                   STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
       LOAD-CORP-MANDATE.
      *--- Input: WS-CM-CORP-ID, WS-CM-USER-ID + WS-CM-ROLE-WANTED ---
      *--- (peran yang dicek) dan WS-CM-AMOUNT (nominal untuk band) ---
           MOVE 'N' TO WS-CM-IS-CORP
           MOVE 'N' TO WS-CM-ROLE-OK
           MOVE 'N' TO WS-CM-HAS-BAND
           MOVE 'N' TO WS-CM-BAND-HIT
           MOVE 0 TO WS-CM-REQUIRED
           MOVE 0 TO WS-CM-TOP-COUNT
           MOVE 0 TO WS-CM-TOP-LIMIT
           MOVE 9999999999999.99 TO WS-CM-BEST-LIMIT

           OPEN INPUT MANDATE-FILE
           IF CM-FS-OK
               PERFORM UNTIL CM-FS-EOF
                   READ MANDATE-FILE INTO WS-CM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-MANDATE-LINE
                   END-READ
               END-PERFORM

               CLOSE MANDATE-FILE
           END-IF

           IF WS-CM-IS-CORP = 'Y'
               IF WS-CM-HAS-BAND = 'N'
                   MOVE 1 TO WS-CM-REQUIRED
               ELSE
                   IF WS-CM-BAND-HIT = 'N'
                       MOVE WS-CM-TOP-COUNT TO WS-CM-REQUIRED
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       MATCH-MANDATE-LINE.
           MOVE SPACES TO WS-CM-REC-TYPE
           MOVE SPACES TO WS-CM-REC-CORP
           MOVE SPACES TO WS-CM-REC-KEY
           MOVE SPACES TO WS-CM-REC-VALUE

           UNSTRING WS-CM-LINE
               DELIMITED BY '|'
               INTO WS-CM-REC-TYPE
                    WS-CM-REC-CORP
                    WS-CM-REC-KEY
                    WS-CM-REC-VALUE
           END-UNSTRING

           IF WS-CM-REC-CORP = WS-CM-CORP-ID
               EVALUATE FUNCTION UPPER-CASE(
                        FUNCTION TRIM(WS-CM-REC-TYPE))
                   WHEN 'USER'
                       MOVE 'Y' TO WS-CM-IS-CORP
                       IF WS-CM-REC-KEY = WS-CM-USER-ID
                          AND FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-CM-REC-VALUE)) =
                              FUNCTION TRIM(WS-CM-ROLE-WANTED)
                           MOVE 'Y' TO WS-CM-ROLE-OK
                       END-IF
                   WHEN 'BAND'
                       PERFORM MATCH-MANDATE-BAND
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-MANDATE-BAND.
           MOVE FUNCTION TEST-NUMVAL(WS-CM-REC-KEY) TO WS-CM-CHECK
           IF WS-CM-CHECK = 0
               MOVE FUNCTION TEST-NUMVAL(WS-CM-REC-VALUE)
                   TO WS-CM-CHECK
           END-IF

           IF WS-CM-CHECK = 0
               MOVE 'Y' TO WS-CM-HAS-BAND
               MOVE FUNCTION NUMVAL(WS-CM-REC-KEY) TO WS-CM-BAND-LIMIT
               MOVE FUNCTION NUMVAL(WS-CM-REC-VALUE)
                   TO WS-CM-BAND-COUNT

               IF WS-CM-BAND-COUNT > 3
                   MOVE 3 TO WS-CM-BAND-COUNT
               END-IF

               IF WS-CM-BAND-LIMIT >= WS-CM-AMOUNT
                  AND WS-CM-BAND-LIMIT < WS-CM-BEST-LIMIT
                   MOVE 'Y' TO WS-CM-BAND-HIT
                   MOVE WS-CM-BAND-LIMIT TO WS-CM-BEST-LIMIT
                   MOVE WS-CM-BAND-COUNT TO WS-CM-REQUIRED
               END-IF

               IF WS-CM-BAND-LIMIT >= WS-CM-TOP-LIMIT
                   MOVE WS-CM-BAND-LIMIT TO WS-CM-TOP-LIMIT
                   MOVE WS-CM-BAND-COUNT TO WS-CM-TOP-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       FIND-APPROVAL.
      *--- Cari baris register dengan id WS-APPR-KEY ---
           MOVE 'N' TO WS-CA-FOUND

           OPEN INPUT CORPAPPR-FILE
           IF CA-FS-OK
               PERFORM UNTIL CA-FS-EOF OR WS-CA-FOUND = 'Y'
                   READ CORPAPPR-FILE INTO WS-CORPAPPR-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CA-APPR-ID = WS-APPR-KEY
                           MOVE 'Y' TO WS-CA-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CORPAPPR-FILE
           END-IF.

      *----------------------------------------------------------------*
       REGISTER-APPROVAL.
      *--- Pengajuan baru: pending, belum ada tanda tangan, berlaku ---
      *--- WS-CORP-EXPIRY-DAYS hari (pola masa berlaku RTPCREATE)   ---
           MOVE FUNCTION CURRENT-DATE TO WS-CA-CREATED
           MOVE WS-CA-CREATED(1:8) TO WS-CA-TODAY-NUM
           COMPUTE WS-CA-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CA-TODAY-NUM)
               + WS-CORP-EXPIRY-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CA-EXPIRY-INT)
               TO WS-CA-EXPIRY-NUM

           MOVE WS-APPR-KEY        TO WS-CA-APPR-ID
           MOVE WS-CM-CORP-ID      TO WS-CA-CORP-ID
           MOVE WS-CM-USER-ID      TO WS-CA-MAKER-ID
           MOVE WS-CM-AMOUNT       TO WS-CA-AMOUNT
           MOVE WS-CM-REQUIRED     TO WS-CA-REQUIRED
           MOVE 0                  TO WS-CA-SIGNED
           MOVE SPACES             TO WS-CA-SIGNER-1
           MOVE SPACES             TO WS-CA-SIGNER-2
           MOVE SPACES             TO WS-CA-SIGNER-3
           MOVE WS-CA-EXPIRY-NUM   TO WS-CA-EXPIRY-DATE
           MOVE 'pending'          TO WS-CA-STATUS
           MOVE WS-CA-CREATED      TO WS-CA-UPDATED

           OPEN EXTEND CORPAPPR-FILE
           IF CA-FS-NOT-FOUND
               OPEN OUTPUT CORPAPPR-FILE
               CLOSE CORPAPPR-FILE
               OPEN EXTEND CORPAPPR-FILE
           END-IF

           IF CA-FS-OK
               WRITE CORPAPPR-FILE-RECORD FROM WS-CORPAPPR-RECORD
               CLOSE CORPAPPR-FILE
           END-IF.

      *----------------------------------------------------------------*
       MARK-APPROVAL-EXECUTED.
      *--- Persetujuan yang sudah dipakai ditutup supaya tidak bisa ---
      *--- dipakai lagi (REWRITE di tempat, panjang baris sama)     ---
           MOVE 'N' TO WS-CA-FOUND

           OPEN I-O CORPAPPR-FILE
           IF CA-FS-OK
               PERFORM UNTIL CA-FS-EOF OR WS-CA-FOUND = 'Y'
                   READ CORPAPPR-FILE INTO WS-CORPAPPR-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CA-APPR-ID = WS-APPR-KEY
                          AND FUNCTION TRIM(WS-CA-STATUS) = 'approved'
                           MOVE 'executed' TO WS-CA-STATUS
                           MOVE FUNCTION CURRENT-DATE TO WS-CA-UPDATED
                           REWRITE CORPAPPR-FILE-RECORD
                               FROM WS-CORPAPPR-RECORD
                           MOVE 'Y' TO WS-CA-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CORPAPPR-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOOKUP-MDR-RATE.
      *--- Override per merchant (baris M|) menang atas tarif      ---
                       COMPUTE WS-NEW-BALANCE =
                           WS-AP-BALANCE + WS-MDR-FEE
                       MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               CLOSE ACCOUNT-FILE

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

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
                           REWRITE ACCOUNT-FILE-RECORD
                               FROM WS-ACC-PARSE
                           PERFORM WRITE-BALANCE-EVENT
                           MOVE 'Y' TO WS-RESERVE-OK
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
       DEBIT-ITEM-ACCOUNT.
           OPEN I-O ACCOUNT-FILE
                           WS-AP-BALANCE - WS-IN-AMOUNT
                       MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                       SUBTRACT WS-IN-AMOUNT FROM WS-AP-HOLD
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               CLOSE ACCOUNT-FILE
                       COMPUTE WS-NEW-BALANCE =
                           WS-AP-BALANCE + WS-IN-AMOUNT
                       MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               CLOSE ACCOUNT-FILE
                           COMPUTE WS-NEW-BALANCE =
                               WS-AP-BALANCE + WS-MER-NET-AMOUNT
                           MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                           MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                               FROM WS-ACC-PARSE
                           PERFORM WRITE-BALANCE-EVENT
                       END-IF
                   END-READ
               END-PERFORM

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-APPROVAL-PENDING.
           STRING
               '{'
               '"status":"error",'
               '"code":1035,'
               '"retryable":' FUNCTION TRIM(ER-APPROVAL-PENDING) ','
               '"data":{'
               '"batch_id":"'
                   FUNCTION TRIM(WS-BATCH-ID) '",'
               '"approval_id":"'
                   FUNCTION TRIM(WS-CA-APPR-ID) '",'
               '"approvals_required":' WS-CA-REQUIRED ','
               '"approvals_signed":' WS-CA-SIGNED ','
               '"expiry_date":"' WS-CA-EXPIRY-DATE '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Batch korporat menunggu tanda tangan'
               ' approver"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-MANDATE-VIOLATION.
           STRING
               '{'
               '"status":"error",'
               '"code":1036,'
               '"retryable":' FUNCTION TRIM(ER-MANDATE-VIOLATION) ','
               '"data":null,'
               '"message":"' FUNCTION TRIM(WS-MANDATE-MSG) '"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
           STRING
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       QUEUE-FAILED-ITEM.
      *--- Item batch yang gagal ikut antrean eksepsi; nominal yang ---
      *--- tidak valid dicatat nol                                  ---
           MOVE WS-IN-TXN-ID TO WS-EX-REFERENCE
           MOVE 'USER' TO WS-EX-SUBJ-TYPE
           MOVE WS-IN-USER-ID TO WS-EX-SUBJ-ID
           MOVE WS-ITEM-ERROR TO WS-EX-ERROR-CODE

           IF WS-ITEM-ERROR = EC-INVALID-AMOUNT
               MOVE 0 TO WS-EX-AMOUNT
           ELSE
               MOVE WS-IN-AMOUNT TO WS-EX-AMOUNT
           END-IF

           PERFORM WRITE-EXCEPTION-ITEM.

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

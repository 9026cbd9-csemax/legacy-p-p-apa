      *================================================================*
      * XBQRIN.CBL - Inbound Cross-Border QRIS Partner File Processor *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XBQRIN.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- File harian jaringan QR mitra luar negeri - turis yang ---
      *--- membayar merchant kita dengan aplikasi negara asalnya:  ---
      *---   D|NETWORK|PARTNER_REF|MER_ID|CCY|AMOUNT|TXN_DATE     ---
      *---   R|NETWORK|CCY|COUNT|AMOUNT   (rekap dari mitra)      ---
           SELECT XBIN-FILE
               ASSIGN TO DYNAMIC WS-XBIN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XI-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-MERCHANT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT TXNINDEX-FILE
               ASSIGN TO DYNAMIC WS-TXNINDEX-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TI-TXN-ID
               FILE STATUS IS WS-TIX-FILE-STATUS.

      *--- Kurs treasury: PAIR|BUY|SELL|EFFECTIVE (pola PAYMENTPROC) ---
           SELECT FX-RATE-FILE
               ASSIGN TO DYNAMIC WS-FX-RATE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

      *--- Tarif MDR per kategori/merchant (pola PAYMENTPROC) ---
           SELECT MDR-RATE-FILE
               ASSIGN TO DYNAMIC WS-MDR-RATE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MDR-FILE-STATUS.

      *--- Advice kliring keluar untuk merchant off-us ---
           SELECT CLEAROUT-FILE
               ASSIGN TO DYNAMIC WS-CLEAROUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

      *--- Posisi settlement FX per jaringan+mata uang (xbpos-)  ---
           SELECT POSITION-FILE
               ASSIGN TO DYNAMIC WS-POSITION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POS-FILE-STATUS.

      *--- Rekonsiliasi terhadap rekap mitra (xbrecon-)          ---
           SELECT RECON-FILE
               ASSIGN TO DYNAMIC WS-RECON-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCN-FILE-STATUS.

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
       FD  XBIN-FILE.
       01  XBIN-FILE-RECORD        PIC X(200).

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

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  TXNINDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXNINDEX-FILE-RECORD.
           05  FD-TI-TXN-ID        PIC X(36).
           05  FD-TI-USER-ID       PIC X(20).
           05  FD-TI-DATE          PIC X(8).
           05  FD-TI-AMOUNT        PIC 9(13)V99.

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FX-RATE-FILE-RECORD     PIC X(80).

       FD  MDR-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MDR-RATE-FILE-RECORD    PIC X(80).

       FD  CLEAROUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEAROUT-FILE-RECORD    PIC X(150).

       FD  POSITION-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSITION-FILE-RECORD    PIC X(150).

       FD  RECON-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-FILE-RECORD       PIC X(200).

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
           05  WS-EX-SOURCE        PIC X(10) VALUE 'XBQRIN'.
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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'XBQRIN'.
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
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-XBIN-FILE-PATH        PIC X(100)
           VALUE '/app/data/xbqrin.dat'.
       01  WS-XBIN-DONE-PATH        PIC X(100)
           VALUE '/app/data/xbqrin.dat.done'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-TXNINDEX-FILE-PATH    PIC X(100)
           VALUE '/app/data/txnindex.dat'.
       01  WS-FX-RATE-FILE-PATH     PIC X(100)
           VALUE '/app/data/fxrates.dat'.
       01  WS-MDR-RATE-FILE-PATH    PIC X(100)
           VALUE '/app/data/mdrrates.dat'.
       01  WS-CLEAROUT-FILE-PATH    PIC X(100)
           VALUE '/app/data/clearout.dat'.
       01  WS-POSITION-FILE-PATH    PIC X(100).
       01  WS-RECON-FILE-PATH       PIC X(100).

       01  WS-XI-FILE-STATUS       PIC XX.
           88  XI-FS-OK            VALUE '00'.
           88  XI-FS-EOF           VALUE '10'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           88  ACC-FS-EOF          VALUE '10'.

       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.
           88  TXN-FS-NOT-FOUND    VALUE '35'.

       01  WS-TIX-FILE-STATUS      PIC XX.
           88  TIX-FS-OK           VALUE '00'.
           88  TIX-FS-NOT-FOUND    VALUE '35'.

       01  WS-FX-FILE-STATUS       PIC XX.
           88  FX-FS-OK            VALUE '00'.
           88  FX-FS-EOF           VALUE '10'.

       01  WS-MDR-FILE-STATUS      PIC XX.
           88  MDR-FS-OK           VALUE '00'.
           88  MDR-FS-EOF          VALUE '10'.

       01  WS-CO-FILE-STATUS       PIC XX.
           88  CO-FS-OK            VALUE '00'.
           88  CO-FS-NOT-FOUND     VALUE '35'.

       01  WS-POS-FILE-STATUS      PIC XX.
           88  POS-FS-OK           VALUE '00'.

       01  WS-RCN-FILE-STATUS      PIC XX.
           88  RCN-FS-OK           VALUE '00'.

      *--- Kode bank kita - merchant dengan bank code lain dikredit ---
      *--- lewat kliring keluar (env DANTE_BANK_CODE, pola BULKPAY) ---
       01  WS-OUR-BANK-CODE        PIC X(10) VALUE 'CIMB'.
       01  WS-BANK-CODE-ENV        PIC X(10).

       01  WS-RUN-DATE             PIC X(8).
       01  WS-DATETIME             PIC X(20).
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Satu baris file mitra ---
       01  WS-XB-LINE              PIC X(200).
       01  WS-XB-REC-TYPE          PIC X(1).
       01  WS-XB-NETWORK           PIC X(10).
       01  WS-XB-PARTNER-REF       PIC X(20).
       01  WS-XB-MER-ID            PIC X(20).
       01  WS-XB-CCY               PIC X(3).
       01  WS-XB-AMOUNT-STR        PIC X(20).
       01  WS-XB-TXN-DATE          PIC X(8).
       01  WS-XB-FX-AMOUNT         PIC 9(13)V99.
       01  WS-XB-TXN-ID            PIC X(36).

      *--- Baris rekap: R|NETWORK|CCY|COUNT|AMOUNT ---
       01  WS-XB-RECAP-COUNT-STR   PIC X(10).
       01  WS-XB-RECAP-AMOUNT-STR  PIC X(20).

      *--- Nominal hasil konversi: gross IDR, fee MDR, netto      ---
      *--- merchant                                                 ---
       01  WS-XB-IDR-GROSS         PIC 9(13)V99.
       01  WS-MER-NET-AMOUNT       PIC 9(13)V99.
       01  WS-NEW-BALANCE          PIC 9(13)V99.
       01  WS-ITEM-ERROR           PIC 9(4).
       01  WS-ACC-FOUND            PIC X(1).
       01  WS-MER-FOUND            PIC X(1).
       01  WS-TXN-DUP-FOUND        PIC X(1).

       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.

       01  WS-MER-PARSE.
           05  WS-MP-MER-ID        PIC X(20).
           05  WS-MP-NAME          PIC X(100).
           05  WS-MP-CATEGORY      PIC X(50).
           05  WS-MP-STATUS        PIC X(10).
           05  WS-MP-BANK-CODE     PIC X(10).
           05  WS-MP-ACCOUNT       PIC X(20).
           05  WS-MP-CURRENCY      PIC X(3).

      *--- Parse transaksi untuk fallback scan cek duplikat ---
       01  WS-TXN-PARSE.
           05  WS-TP-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-TP-REST          PIC X(263).

      *--- Kurs beli (BUY) pasangan <CCY>IDR: bank membeli valas   ---
      *--- dari jaringan mitra dan membayar rupiah ke merchant.    ---
      *--- Baris efektif terbaru yang tidak melewati tanggal       ---
      *--- transaksi mitra yang dipakai                            ---
       01  WS-FX-LINE              PIC X(80).
       01  WS-FX-REC-PAIR          PIC X(10).
       01  WS-FX-REC-BUY           PIC X(20).
       01  WS-FX-REC-SELL          PIC X(20).
       01  WS-FX-REC-EFF           PIC X(10).
       01  WS-FX-WANT-PAIR         PIC X(6).
       01  WS-FX-RATE              PIC 9(7)V9(8) VALUE 0.
       01  WS-FX-BEST-EFF          PIC X(8) VALUE SPACES.
       01  WS-FX-FOUND             PIC X(1) VALUE 'N'.
       01  WS-FX-RATE-EDIT         PIC Z(6)9.9(8).
       01  WS-FX-AMOUNT-EDIT       PIC Z(12)9.99.

      *--- Tarif MDR (basis point) dan fee terhitung - merchant    ---
      *--- menerima netto, fee masuk rekening pendapatan bank      ---
      *--- sebagai mutasi MDRFEE tersendiri (pola PAYMENTPROC)     ---
       01  WS-MDR-LINE             PIC X(80).
       01  WS-MDR-REC-TYPE         PIC X(10).
       01  WS-MDR-REC-KEY          PIC X(50).
       01  WS-MDR-REC-RATE         PIC X(10).
       01  WS-MDR-RATE-BPS         PIC 9(4) VALUE 0.
       01  WS-MDR-CAT-RATE         PIC 9(4) VALUE 0.
       01  WS-MDR-CAT-FOUND        PIC X(1) VALUE 'N'.
       01  WS-MDR-MER-FOUND        PIC X(1) VALUE 'N'.
       01  WS-MDR-FEE              PIC 9(13)V99 VALUE 0.
       01  WS-MDR-FEE-EDIT         PIC Z(12)9.99.
       01  WS-MDR-INCOME-USER      PIC X(20) VALUE 'BANKMDRINC'.
       01  WS-MDR-INC-FOUND        PIC X(1) VALUE 'N'.
       01  WS-MDR-FEE-TXN-ID       PIC X(36).

       01  WS-MDR-FEE-LINK.
           05  FILLER              PIC X(7) VALUE 'MDR-OF:'.
           05  WS-MF-TXN-ID        PIC X(36).

       01  WS-CLEAROUT-RECORD.
           05  WS-CO-BANK-CODE     PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CO-MER-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CO-ACCOUNT       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CO-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CO-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CO-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CO-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-TXN-WRITE-RECORD.
           05  WS-TWR-TXN-ID       PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-USER-ID      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-MERCHANT-ID  PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-AMOUNT       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-STATUS       PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-TYPE         PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-QR-CODE      PIC X(100).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-CREATED-AT   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-UPDATED-AT   PIC X(20).

       01  WS-XB-GROSS-EDIT        PIC Z(12)9.99.

      *--- Satu slot per jaringan+mata uang: isi file, yang        ---
      *--- dikredit, yang ditolak, dan rekap yang dikirim mitra    ---
       01  WS-NP-COUNT             PIC 9(3) VALUE 0.
       01  WS-NP-MAX               PIC 9(3) VALUE 100.
       01  WS-NP-TABLE.
           05  WS-NP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-NP-IDX.
               10  WS-NT-NETWORK       PIC X(10).
               10  WS-NT-CCY           PIC X(3).
               10  WS-NT-FILE-COUNT    PIC 9(7).
               10  WS-NT-FILE-AMOUNT   PIC 9(13)V99.
               10  WS-NT-OK-COUNT      PIC 9(7).
               10  WS-NT-OK-AMOUNT     PIC 9(13)V99.
               10  WS-NT-OK-IDR        PIC 9(13)V99.
               10  WS-NT-OK-MDR        PIC 9(13)V99.
               10  WS-NT-OK-NET        PIC 9(13)V99.
               10  WS-NT-REJ-COUNT     PIC 9(7).
               10  WS-NT-REJ-AMOUNT    PIC 9(13)V99.
               10  WS-NT-RECAP-FOUND   PIC X(1).
               10  WS-NT-RECAP-COUNT   PIC 9(7).
               10  WS-NT-RECAP-AMOUNT  PIC 9(13)V99.
       01  WS-NP-FOUND-IDX         PIC 9(3) VALUE 0.
       01  WS-NP-SEARCH-NET        PIC X(10).
       01  WS-NP-SEARCH-CCY        PIC X(3).

      *--- Posisi: RUN_DATE|NETWORK|CCY|COUNT|FX_AMOUNT|IDR_GROSS| ---
      *--- MDR|MERCHANT_NET - valas yang wajib disetor jaringan     ---
      *--- mitra dan ekuivalen rupiahnya                             ---
       01  WS-POSITION-RECORD.
           05  WS-PR-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PR-NETWORK       PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PR-CCY           PIC X(3).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PR-COUNT         PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PR-FX-AMOUNT     PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PR-IDR-GROSS     PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PR-MDR           PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PR-MER-NET       PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Rekonsiliasi: RUN_DATE|NETWORK|CCY|RECAP_CNT|RECAP_AMT| ---
      *--- FILE_CNT|FILE_AMT|OK_CNT|OK_AMT|REJ_CNT|REJ_AMT|RESULT  ---
       01  WS-RECON-RECORD.
           05  WS-RC-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-NETWORK       PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-CCY           PIC X(3).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-RECAP-COUNT   PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-RECAP-AMOUNT  PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-FILE-COUNT    PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-FILE-AMOUNT   PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-OK-COUNT      PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-OK-AMOUNT     PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-REJ-COUNT     PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-REJ-AMOUNT    PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-RESULT        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-ITEMS-CREDITED       PIC 9(7) VALUE 0.
       01  WS-ITEMS-REJECTED       PIC 9(7) VALUE 0.
       01  WS-RECON-BREAKS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-IDR            PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-MDR            PIC 9(13)V99 VALUE 0.
       01  WS-CREDITED-EDIT        PIC ZZZZZZ9.
       01  WS-REJECTED-EDIT        PIC ZZZZZZ9.
       01  WS-BREAKS-EDIT          PIC ZZZZ9.
       01  WS-CNT-EDIT             PIC ZZZZZZ9.
       01  WS-CNT2-EDIT            PIC ZZZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-AMOUNT2-EDIT         PIC Z(12)9.99.
       01  WS-IDR-EDIT             PIC Z(12)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Proses file harian jaringan QR mitra luar negeri: tiap  ---
      *--- pembayaran turis dikonversi ke rupiah dengan kurs beli  ---
      *--- hari transaksinya, merchant dikredit netto setelah MDR, ---
      *--- dibukukan sebagai transaksi XBQRIS. Sesudahnya ditulis  ---
      *--- posisi settlement FX per jaringan+mata uang dan hasil   ---
      *--- rekonsiliasi terhadap rekap mitra; file masuk dipindah  ---
      *--- ke .done supaya run berikutnya tidak memproses ulang    ---
           PERFORM SET-FILE-PATHS
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           OPEN INPUT XBIN-FILE
           IF NOT XI-FS-OK
               PERFORM RETURN-NO-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL XI-FS-EOF
               MOVE SPACES TO WS-XB-LINE
               READ XBIN-FILE INTO WS-XB-LINE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM HANDLE-ONE-PARTNER-LINE
               END-READ
           END-PERFORM

           CLOSE XBIN-FILE

           PERFORM WRITE-POSITION-FILE
           PERFORM WRITE-RECON-FILE
           PERFORM RETIRE-XBIN-FILE
           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/xbqrin.dat' DELIMITED SIZE
                      INTO WS-XBIN-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/xbqrin.dat.done' DELIMITED SIZE
                      INTO WS-XBIN-DONE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/txnindex.dat' DELIMITED SIZE
                      INTO WS-TXNINDEX-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/fxrates.dat' DELIMITED SIZE
                      INTO WS-FX-RATE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/mdrrates.dat' DELIMITED SIZE
                      INTO WS-MDR-RATE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/clearout.dat' DELIMITED SIZE
                      INTO WS-CLEAROUT-FILE-PATH
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

           IF FUNCTION TRIM(WS-BANK-CODE-ENV) NOT = SPACES
               MOVE WS-BANK-CODE-ENV TO WS-OUR-BANK-CODE
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-ONE-PARTNER-LINE.
      *--- D = satu pembayaran turis, R = rekap mitra per jaringan ---
      *--- dan mata uang; baris lain (header, kosong) dilewati     ---
           MOVE SPACES TO WS-XB-REC-TYPE
           UNSTRING WS-XB-LINE
               DELIMITED BY '|'
               INTO WS-XB-REC-TYPE
           END-UNSTRING

           EVALUATE WS-XB-REC-TYPE
               WHEN 'D'
                   PERFORM HANDLE-ONE-PAYMENT
               WHEN 'R'
                   PERFORM HANDLE-ONE-RECAP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       HANDLE-ONE-RECAP.
           MOVE SPACES TO WS-XB-NETWORK
           MOVE SPACES TO WS-XB-CCY
           MOVE SPACES TO WS-XB-RECAP-COUNT-STR
           MOVE SPACES TO WS-XB-RECAP-AMOUNT-STR

           UNSTRING WS-XB-LINE
               DELIMITED BY '|'
               INTO WS-XB-REC-TYPE
                    WS-XB-NETWORK
                    WS-XB-CCY
                    WS-XB-RECAP-COUNT-STR
                    WS-XB-RECAP-AMOUNT-STR
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WS-XB-CCY) TO WS-XB-CCY
           MOVE WS-XB-NETWORK TO WS-NP-SEARCH-NET
           MOVE WS-XB-CCY TO WS-NP-SEARCH-CCY
           PERFORM FIND-OR-ADD-POSITION

           IF WS-NP-FOUND-IDX > 0
               MOVE 'Y' TO WS-NT-RECAP-FOUND(WS-NP-FOUND-IDX)

               MOVE FUNCTION TEST-NUMVAL(WS-XB-RECAP-COUNT-STR)
                   TO WS-NUMVAL-CHECK
               IF WS-NUMVAL-CHECK = 0
                   MOVE FUNCTION NUMVAL(WS-XB-RECAP-COUNT-STR)
                       TO WS-NT-RECAP-COUNT(WS-NP-FOUND-IDX)
               END-IF

               MOVE FUNCTION TEST-NUMVAL(WS-XB-RECAP-AMOUNT-STR)
                   TO WS-NUMVAL-CHECK
               IF WS-NUMVAL-CHECK = 0
                   MOVE FUNCTION NUMVAL(WS-XB-RECAP-AMOUNT-STR)
                       TO WS-NT-RECAP-AMOUNT(WS-NP-FOUND-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-ONE-PAYMENT.
           MOVE SPACES TO WS-XB-NETWORK
           MOVE SPACES TO WS-XB-PARTNER-REF
           MOVE SPACES TO WS-XB-MER-ID
           MOVE SPACES TO WS-XB-CCY
           MOVE SPACES TO WS-XB-AMOUNT-STR
           MOVE SPACES TO WS-XB-TXN-DATE
           MOVE 0 TO WS-XB-FX-AMOUNT
           MOVE 0 TO WS-XB-IDR-GROSS
           MOVE 0 TO WS-MDR-FEE
           MOVE 0 TO WS-ITEM-ERROR

           UNSTRING WS-XB-LINE
               DELIMITED BY '|'
               INTO WS-XB-REC-TYPE
                    WS-XB-NETWORK
                    WS-XB-PARTNER-REF
                    WS-XB-MER-ID
                    WS-XB-CCY
                    WS-XB-AMOUNT-STR
                    WS-XB-TXN-DATE
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WS-XB-CCY) TO WS-XB-CCY

      *--- Txn id: XB<jaringan>-<referensi mitra>, supaya file     ---
      *--- yang dikirim ulang tidak mengkredit merchant dua kali   ---
           MOVE SPACES TO WS-XB-TXN-ID
           STRING 'XB'
                  FUNCTION TRIM(WS-XB-NETWORK)
                  '-'
                  FUNCTION TRIM(WS-XB-PARTNER-REF)
               DELIMITED SIZE
               INTO WS-XB-TXN-ID
           END-STRING

           IF WS-XB-TXN-DATE IS NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-XB-TXN-DATE
           END-IF

           MOVE WS-XB-NETWORK TO WS-NP-SEARCH-NET
           MOVE WS-XB-CCY TO WS-NP-SEARCH-CCY
           PERFORM FIND-OR-ADD-POSITION

           MOVE FUNCTION TEST-NUMVAL(WS-XB-AMOUNT-STR)
               TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               MOVE EC-INVALID-AMOUNT TO WS-ITEM-ERROR
           ELSE
               MOVE FUNCTION NUMVAL(WS-XB-AMOUNT-STR)
                   TO WS-XB-FX-AMOUNT
               IF WS-XB-FX-AMOUNT = 0
                  OR FUNCTION TRIM(WS-XB-PARTNER-REF) = SPACES
                   MOVE EC-INVALID-AMOUNT TO WS-ITEM-ERROR
               END-IF
           END-IF

           IF WS-NP-FOUND-IDX > 0
               ADD 1 TO WS-NT-FILE-COUNT(WS-NP-FOUND-IDX)
               ADD WS-XB-FX-AMOUNT TO WS-NT-FILE-AMOUNT(WS-NP-FOUND-IDX)
           END-IF

           IF WS-ITEM-ERROR = 0
               PERFORM CHECK-DUPLICATE-ITEM
               IF WS-TXN-DUP-FOUND = 'Y'
                   MOVE EC-DUPLICATE-TXN TO WS-ITEM-ERROR
               END-IF
           END-IF

           IF WS-ITEM-ERROR = 0
               PERFORM READ-ITEM-MERCHANT
               IF WS-MER-FOUND = 'N'
                   MOVE EC-INVALID-MERCHANT TO WS-ITEM-ERROR
               ELSE
                   IF FUNCTION TRIM(WS-MP-STATUS) NOT = 'active'
                       MOVE EC-MERCHANT-INACTIVE TO WS-ITEM-ERROR
                   END-IF
               END-IF
           END-IF

      *--- Merchant dibayar dalam rupiah; merchant lama tanpa     ---
      *--- kolom currency dianggap IDR. Tanpa kurs beli untuk      ---
      *--- pasangan <CCY>IDR item ditolak                           ---
           IF WS-ITEM-ERROR = 0
               IF FUNCTION TRIM(WS-MP-CURRENCY) = SPACES
                   MOVE 'IDR' TO WS-MP-CURRENCY
               END-IF

               IF FUNCTION TRIM(WS-MP-CURRENCY) NOT = 'IDR'
                  OR FUNCTION TRIM(WS-XB-CCY) = 'IDR'
                   MOVE EC-CURRENCY-MISMATCH TO WS-ITEM-ERROR
               ELSE
                   PERFORM LOOKUP-FX-RATE
                   IF WS-FX-FOUND = 'N'
                       MOVE EC-CURRENCY-MISMATCH TO WS-ITEM-ERROR
                   ELSE
                       COMPUTE WS-XB-IDR-GROSS ROUNDED =
                           WS-XB-FX-AMOUNT * WS-FX-RATE
                   END-IF
               END-IF
           END-IF

           IF WS-ITEM-ERROR = 0
               PERFORM LOOKUP-MDR-RATE
               PERFORM COMPUTE-MDR-FEE
               PERFORM CREDIT-ITEM-MERCHANT

               IF WS-ACC-FOUND = 'N'
                   MOVE EC-DB-ERROR TO WS-ITEM-ERROR
               END-IF
           END-IF

           IF WS-ITEM-ERROR = 0
               PERFORM WRITE-XBQRIS-TRANSACTION
               PERFORM REGISTER-TXN-INDEX

               IF WS-MDR-FEE > 0
                   PERFORM CREDIT-MDR-INCOME-ACCOUNT
                   PERFORM WRITE-MDR-FEE-TRANSACTION
               END-IF

               ADD 1 TO WS-ITEMS-CREDITED
               ADD WS-XB-IDR-GROSS TO WS-TOTAL-IDR
               ADD WS-MDR-FEE TO WS-TOTAL-MDR

               IF WS-NP-FOUND-IDX > 0
                   ADD 1 TO WS-NT-OK-COUNT(WS-NP-FOUND-IDX)
                   ADD WS-XB-FX-AMOUNT
                       TO WS-NT-OK-AMOUNT(WS-NP-FOUND-IDX)
                   ADD WS-XB-IDR-GROSS
                       TO WS-NT-OK-IDR(WS-NP-FOUND-IDX)
                   ADD WS-MDR-FEE
                       TO WS-NT-OK-MDR(WS-NP-FOUND-IDX)
                   ADD WS-MER-NET-AMOUNT
                       TO WS-NT-OK-NET(WS-NP-FOUND-IDX)
               END-IF
           ELSE
               IF WS-NP-FOUND-IDX > 0
                   ADD 1 TO WS-NT-REJ-COUNT(WS-NP-FOUND-IDX)
                   ADD WS-XB-FX-AMOUNT
                       TO WS-NT-REJ-AMOUNT(WS-NP-FOUND-IDX)
               END-IF

               PERFORM REJECT-PARTNER-ITEM
           END-IF.

      *----------------------------------------------------------------*
       FIND-OR-ADD-POSITION.
           MOVE 0 TO WS-NP-FOUND-IDX

           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
               UNTIL WS-NP-IDX > WS-NP-COUNT
                  OR WS-NP-FOUND-IDX > 0
               IF WS-NT-NETWORK(WS-NP-IDX) = WS-NP-SEARCH-NET
                  AND WS-NT-CCY(WS-NP-IDX) = WS-NP-SEARCH-CCY
                   SET WS-NP-FOUND-IDX TO WS-NP-IDX
               END-IF
           END-PERFORM

           IF WS-NP-FOUND-IDX = 0
              AND WS-NP-COUNT < WS-NP-MAX
               ADD 1 TO WS-NP-COUNT
               MOVE WS-NP-COUNT TO WS-NP-FOUND-IDX
               MOVE WS-NP-SEARCH-NET TO WS-NT-NETWORK(WS-NP-COUNT)
               MOVE WS-NP-SEARCH-CCY TO WS-NT-CCY(WS-NP-COUNT)
               MOVE 0 TO WS-NT-FILE-COUNT(WS-NP-COUNT)
               MOVE 0 TO WS-NT-FILE-AMOUNT(WS-NP-COUNT)
               MOVE 0 TO WS-NT-OK-COUNT(WS-NP-COUNT)
               MOVE 0 TO WS-NT-OK-AMOUNT(WS-NP-COUNT)
               MOVE 0 TO WS-NT-OK-IDR(WS-NP-COUNT)
               MOVE 0 TO WS-NT-OK-MDR(WS-NP-COUNT)
               MOVE 0 TO WS-NT-OK-NET(WS-NP-COUNT)
               MOVE 0 TO WS-NT-REJ-COUNT(WS-NP-COUNT)
               MOVE 0 TO WS-NT-REJ-AMOUNT(WS-NP-COUNT)
               MOVE 'N' TO WS-NT-RECAP-FOUND(WS-NP-COUNT)
               MOVE 0 TO WS-NT-RECAP-COUNT(WS-NP-COUNT)
               MOVE 0 TO WS-NT-RECAP-AMOUNT(WS-NP-COUNT)
           END-IF.

      *----------------------------------------------------------------*
       CHECK-DUPLICATE-ITEM.
      *--- Jalur cepat: satu READ keyed ke indeks txn-id; tanpa   ---
      *--- indeks jatuh kembali ke scan riwayat penuh (pola CLRIN) ---
           MOVE 'N' TO WS-TXN-DUP-FOUND

           OPEN INPUT TXNINDEX-FILE
           IF TIX-FS-OK
               MOVE FUNCTION TRIM(WS-XB-TXN-ID) TO FD-TI-TXN-ID

               READ TXNINDEX-FILE
                   KEY IS FD-TI-TXN-ID
                   INVALID KEY
                       MOVE 'N' TO WS-TXN-DUP-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TXN-DUP-FOUND
               END-READ

               CLOSE TXNINDEX-FILE
           ELSE
               PERFORM SCAN-DUPLICATE-TXN
           END-IF.

      *----------------------------------------------------------------*
       SCAN-DUPLICATE-TXN.
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF OR WS-TXN-DUP-FOUND = 'Y'
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TP-TXN-ID) =
                          FUNCTION TRIM(WS-XB-TXN-ID)
                           MOVE 'Y' TO WS-TXN-DUP-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       READ-ITEM-MERCHANT.
           MOVE 'N' TO WS-MER-FOUND

           OPEN INPUT MERCHANT-FILE
           IF MER-FS-OK
               MOVE WS-XB-MER-ID TO FD-MER-MER-ID

               READ MERCHANT-FILE INTO WS-MER-PARSE
                   KEY IS FD-MER-MER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-MER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MER-FOUND
               END-READ

               CLOSE MERCHANT-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOOKUP-FX-RATE.
      *--- Pilih baris kurs dengan tanggal efektif terbaru yang    ---
      *--- tidak melewati tanggal transaksi untuk pasangan         ---
      *--- <CCY>IDR                                                 ---
           MOVE 'N' TO WS-FX-FOUND
           MOVE 0 TO WS-FX-RATE
           MOVE SPACES TO WS-FX-BEST-EFF

           MOVE SPACES TO WS-FX-WANT-PAIR
           STRING FUNCTION TRIM(WS-XB-CCY)
                  'IDR'
               DELIMITED SIZE
               INTO WS-FX-WANT-PAIR
           END-STRING

           OPEN INPUT FX-RATE-FILE
           IF FX-FS-OK
               PERFORM UNTIL FX-FS-EOF
                   READ FX-RATE-FILE INTO WS-FX-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-FX-RATE-LINE
                   END-READ
               END-PERFORM

               CLOSE FX-RATE-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-FX-RATE-LINE.
           MOVE SPACES TO WS-FX-REC-PAIR
           MOVE SPACES TO WS-FX-REC-BUY
           MOVE SPACES TO WS-FX-REC-SELL
           MOVE SPACES TO WS-FX-REC-EFF

           UNSTRING WS-FX-LINE
               DELIMITED BY '|'
               INTO WS-FX-REC-PAIR
                    WS-FX-REC-BUY
                    WS-FX-REC-SELL
                    WS-FX-REC-EFF
           END-UNSTRING

           MOVE FUNCTION TEST-NUMVAL(WS-FX-REC-BUY)
               TO WS-NUMVAL-CHECK

           IF WS-NUMVAL-CHECK = 0
              AND FUNCTION TRIM(WS-FX-REC-PAIR) =
                  FUNCTION TRIM(WS-FX-WANT-PAIR)
              AND WS-FX-REC-EFF(1:8) <= WS-XB-TXN-DATE
              AND WS-FX-REC-EFF(1:8) > WS-FX-BEST-EFF
               MOVE 'Y' TO WS-FX-FOUND
               MOVE WS-FX-REC-EFF(1:8) TO WS-FX-BEST-EFF
               MOVE FUNCTION NUMVAL(WS-FX-REC-BUY) TO WS-FX-RATE
           END-IF.

      *----------------------------------------------------------------*
       LOOKUP-MDR-RATE.
      *--- Override per merchant (baris M|) menang atas tarif      ---
      *--- kategori (baris C|); tanpa file atau tanpa baris yang  ---
      *--- cocok tarifnya nol - item tidak pernah gagal hanya      ---
      *--- karena jadwal fee belum diisi                           ---
           MOVE 0 TO WS-MDR-RATE-BPS
           MOVE 0 TO WS-MDR-CAT-RATE
           MOVE 'N' TO WS-MDR-CAT-FOUND
           MOVE 'N' TO WS-MDR-MER-FOUND

           OPEN INPUT MDR-RATE-FILE
           IF MDR-FS-OK
               PERFORM UNTIL MDR-FS-EOF
                   READ MDR-RATE-FILE INTO WS-MDR-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-MDR-RATE-LINE
                   END-READ
               END-PERFORM

               CLOSE MDR-RATE-FILE
           END-IF

           IF WS-MDR-MER-FOUND = 'N' AND WS-MDR-CAT-FOUND = 'Y'
               MOVE WS-MDR-CAT-RATE TO WS-MDR-RATE-BPS
           END-IF.

      *----------------------------------------------------------------*
       MATCH-MDR-RATE-LINE.
           MOVE SPACES TO WS-MDR-REC-TYPE
           MOVE SPACES TO WS-MDR-REC-KEY
           MOVE SPACES TO WS-MDR-REC-RATE

           UNSTRING WS-MDR-LINE
               DELIMITED BY '|'
               INTO WS-MDR-REC-TYPE
                    WS-MDR-REC-KEY
                    WS-MDR-REC-RATE
           END-UNSTRING

           MOVE FUNCTION TEST-NUMVAL(WS-MDR-REC-RATE)
               TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               CONTINUE
           ELSE
               IF FUNCTION TRIM(WS-MDR-REC-TYPE) = 'M'
                  AND FUNCTION TRIM(WS-MDR-REC-KEY) =
                      FUNCTION TRIM(WS-XB-MER-ID)
                   MOVE 'Y' TO WS-MDR-MER-FOUND
                   MOVE FUNCTION NUMVAL(WS-MDR-REC-RATE)
                       TO WS-MDR-RATE-BPS
               END-IF

               IF FUNCTION TRIM(WS-MDR-REC-TYPE) = 'C'
                  AND FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-MDR-REC-KEY)) =
                      FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-MP-CATEGORY))
                   MOVE 'Y' TO WS-MDR-CAT-FOUND
                   MOVE FUNCTION NUMVAL(WS-MDR-REC-RATE)
                       TO WS-MDR-CAT-RATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       COMPUTE-MDR-FEE.
      *--- Fee hanya dibebankan kalau rekening pendapatan bank    ---
      *--- benar-benar ada - tanpa rekening itu merchant dikredit ---
      *--- gross (pola PAYMENTPROC)                                ---
           MOVE 0 TO WS-MDR-FEE
           MOVE WS-XB-IDR-GROSS TO WS-MER-NET-AMOUNT

           IF WS-MDR-RATE-BPS > 0
               PERFORM CHECK-MDR-INCOME-ACCOUNT

               IF WS-MDR-INC-FOUND = 'Y'
                   COMPUTE WS-MDR-FEE ROUNDED =
                       WS-XB-IDR-GROSS * WS-MDR-RATE-BPS / 10000
                   COMPUTE WS-MER-NET-AMOUNT =
                       WS-XB-IDR-GROSS - WS-MDR-FEE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-MDR-INCOME-ACCOUNT.
           MOVE 'N' TO WS-MDR-INC-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-MDR-INCOME-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-MDR-INC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MDR-INC-FOUND
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       CREDIT-MDR-INCOME-ACCOUNT.
           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-MDR-INCOME-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-NEW-BALANCE =
                           WS-AP-BALANCE + WS-MDR-FEE
                       MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       CREDIT-ITEM-MERCHANT.
      *--- Merchant off-us (bank code berbeda, bukan kosong) tidak ---
      *--- punya rekening settlement lokal - kredit netonya ditulis ---
      *--- sebagai advice kliring keluar (pola PAYMENTPROC)          ---
           IF FUNCTION TRIM(WS-MP-BANK-CODE) NOT = SPACES
              AND FUNCTION TRIM(WS-MP-BANK-CODE) NOT =
                  FUNCTION TRIM(WS-OUR-BANK-CODE)
               PERFORM WRITE-CLEARING-OUT
               MOVE 'Y' TO WS-ACC-FOUND
           ELSE
               PERFORM CREDIT-LOCAL-SETTLEMENT
           END-IF.

      *----------------------------------------------------------------*
       WRITE-CLEARING-OUT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           OPEN EXTEND CLEAROUT-FILE
           IF CO-FS-NOT-FOUND
               OPEN OUTPUT CLEAROUT-FILE
               CLOSE CLEAROUT-FILE
               OPEN EXTEND CLEAROUT-FILE
           END-IF

           IF CO-FS-OK
               MOVE WS-MP-BANK-CODE   TO WS-CO-BANK-CODE
               MOVE WS-XB-MER-ID      TO WS-CO-MER-ID
               MOVE WS-MP-ACCOUNT     TO WS-CO-ACCOUNT
               MOVE FUNCTION TRIM(WS-XB-TXN-ID) TO WS-CO-TXN-ID
               MOVE WS-MER-NET-AMOUNT TO WS-CO-AMOUNT
               MOVE WS-DATETIME(1:8)  TO WS-CO-DATE
               MOVE 'queued'          TO WS-CO-STATUS

               WRITE CLEAROUT-FILE-RECORD FROM WS-CLEAROUT-RECORD
               CLOSE CLEAROUT-FILE
           END-IF.

      *----------------------------------------------------------------*
       CREDIT-LOCAL-SETTLEMENT.
      *--- Dicari berdasarkan nomor rekening settlement (pola     ---
      *--- CREDIT-MERCHANT-ACCOUNT)                                ---
           MOVE 'N' TO WS-ACC-FOUND

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE LOW-VALUES TO FD-ACC-USER-ID
               START ACCOUNT-FILE KEY IS NOT LESS THAN FD-ACC-USER-ID

               PERFORM UNTIL ACC-FS-EOF OR WS-ACC-FOUND = 'Y'
                   READ ACCOUNT-FILE NEXT INTO WS-ACC-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-AP-ACC-ID) =
                          FUNCTION TRIM(WS-MP-ACCOUNT)
                           MOVE 'Y' TO WS-ACC-FOUND
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

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-XBQRIS-TRANSACTION.
      *--- Satu baris XBQRIS per pembayaran, nominal gross rupiah  ---
      *--- atas nama merchant (tanpa user - pembayarnya turis di   ---
      *--- jaringan mitra). Kolom QR menyimpan jaringan, mata     ---
      *--- uang, nominal valas dan kurs yang dipakai               ---
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-XB-IDR-GROSS TO WS-XB-GROSS-EDIT
           MOVE WS-XB-FX-AMOUNT TO WS-FX-AMOUNT-EDIT
           MOVE WS-FX-RATE TO WS-FX-RATE-EDIT

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF

           IF TXN-FS-OK
               MOVE WS-XB-TXN-ID     TO WS-TWR-TXN-ID
               MOVE SPACES           TO WS-TWR-USER-ID
               MOVE WS-XB-MER-ID     TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-XB-GROSS-EDIT) TO WS-TWR-AMOUNT
               MOVE 'success'        TO WS-TWR-STATUS
               MOVE 'XBQRIS'         TO WS-TWR-TYPE

               MOVE SPACES TO WS-TWR-QR-CODE
               STRING 'XB-FR:'
                      FUNCTION TRIM(WS-XB-NETWORK) ':'
                      FUNCTION TRIM(WS-XB-CCY) ':'
                      FUNCTION TRIM(WS-FX-AMOUNT-EDIT) ':'
                      FUNCTION TRIM(WS-FX-RATE-EDIT)
                   DELIMITED SIZE
                   INTO WS-TWR-QR-CODE
               END-STRING

               MOVE WS-DATETIME      TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME      TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-MDR-FEE-TRANSACTION.
      *--- Fee dibukukan sebagai mutasi tersendiri atas nama       ---
      *--- rekening pendapatan bank, terhubung ke pembayaran      ---
      *--- asalnya lewat kolom QR (pola PAYMENTPROC)              ---
           MOVE FUNCTION TRIM(WS-XB-TXN-ID) TO WS-MF-TXN-ID

           MOVE SPACES TO WS-MDR-FEE-TXN-ID
           STRING 'MDR'
                  FUNCTION TRIM(WS-XB-TXN-ID)
               DELIMITED SIZE
               INTO WS-MDR-FEE-TXN-ID
           END-STRING

           MOVE WS-MDR-FEE TO WS-MDR-FEE-EDIT

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-OK
               MOVE WS-MDR-FEE-TXN-ID TO WS-TWR-TXN-ID
               MOVE WS-MDR-INCOME-USER TO WS-TWR-USER-ID
               MOVE WS-XB-MER-ID     TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-MDR-FEE-EDIT) TO WS-TWR-AMOUNT
               MOVE 'success'        TO WS-TWR-STATUS
               MOVE 'MDRFEE'         TO WS-TWR-TYPE
               MOVE WS-MDR-FEE-LINK  TO WS-TWR-QR-CODE
               MOVE WS-DATETIME      TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME      TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       REGISTER-TXN-INDEX.
           OPEN I-O TXNINDEX-FILE
           IF TIX-FS-NOT-FOUND
               OPEN OUTPUT TXNINDEX-FILE
               CLOSE TXNINDEX-FILE
               OPEN I-O TXNINDEX-FILE
           END-IF

           IF TIX-FS-OK
               MOVE FUNCTION TRIM(WS-XB-TXN-ID) TO FD-TI-TXN-ID
               MOVE SPACES TO FD-TI-USER-ID
               MOVE WS-DATETIME(1:8) TO FD-TI-DATE
               MOVE WS-XB-IDR-GROSS TO FD-TI-AMOUNT

               WRITE TXNINDEX-FILE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE

               CLOSE TXNINDEX-FILE
           END-IF.

      *----------------------------------------------------------------*
       REJECT-PARTNER-ITEM.
           ADD 1 TO WS-ITEMS-REJECTED
           MOVE WS-ITEM-ERROR TO WS-CNT-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"warning",'
               '"code":' FUNCTION TRIM(WS-CNT-EDIT) ','
               '"data":{'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-XB-TXN-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-XB-MER-ID) '",'
               '"currency":"'
                   FUNCTION TRIM(WS-XB-CCY) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Item QRIS lintas negara ditolak (duplikat/'
               'amount/merchant/kurs tidak valid)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT

      *--- Item tolakan ikut antrean eksepsi; dananya tetap harus  ---
      *--- diselesaikan dengan jaringan mitra lewat rekonsiliasi   ---
           MOVE WS-XB-TXN-ID TO WS-EX-REFERENCE
           MOVE 'MERCHANT' TO WS-EX-SUBJ-TYPE
           MOVE WS-XB-MER-ID TO WS-EX-SUBJ-ID
           MOVE WS-XB-FX-AMOUNT TO WS-EX-AMOUNT
           MOVE WS-ITEM-ERROR TO WS-EX-ERROR-CODE
           PERFORM WRITE-EXCEPTION-ITEM.

      *----------------------------------------------------------------*
       WRITE-POSITION-FILE.
      *--- Posisi settlement FX: valas yang wajib disetor tiap     ---
      *--- jaringan mitra untuk item yang sudah kita bayarkan ke   ---
      *--- merchant, beserta ekuivalen rupiah, MDR dan netto       ---
           MOVE SPACES TO WS-POSITION-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/xbpos-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-POSITION-FILE-PATH
           END-STRING

           OPEN OUTPUT POSITION-FILE

           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
               UNTIL WS-NP-IDX > WS-NP-COUNT
               PERFORM WRITE-ONE-POSITION
           END-PERFORM

           IF POS-FS-OK
               CLOSE POSITION-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-ONE-POSITION.
           MOVE WS-RUN-DATE               TO WS-PR-DATE
           MOVE WS-NT-NETWORK(WS-NP-IDX)  TO WS-PR-NETWORK
           MOVE WS-NT-CCY(WS-NP-IDX)      TO WS-PR-CCY
           MOVE WS-NT-OK-COUNT(WS-NP-IDX) TO WS-PR-COUNT
           MOVE WS-NT-OK-AMOUNT(WS-NP-IDX) TO WS-PR-FX-AMOUNT
           MOVE WS-NT-OK-IDR(WS-NP-IDX)   TO WS-PR-IDR-GROSS
           MOVE WS-NT-OK-MDR(WS-NP-IDX)   TO WS-PR-MDR
           MOVE WS-NT-OK-NET(WS-NP-IDX)   TO WS-PR-MER-NET

           IF POS-FS-OK
               WRITE POSITION-FILE-RECORD FROM WS-POSITION-RECORD
           END-IF

           MOVE WS-NT-OK-COUNT(WS-NP-IDX) TO WS-CNT-EDIT
           MOVE WS-NT-OK-AMOUNT(WS-NP-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-NT-OK-IDR(WS-NP-IDX) TO WS-IDR-EDIT
           MOVE WS-NT-OK-MDR(WS-NP-IDX) TO WS-AMOUNT2-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"fx_position",'
               '"date":"' WS-RUN-DATE '",'
               '"network":"'
                   FUNCTION TRIM(WS-NT-NETWORK(WS-NP-IDX)) '",'
               '"currency":"'
                   FUNCTION TRIM(WS-NT-CCY(WS-NP-IDX)) '",'
               '"items":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"fx_amount_due":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"idr_equivalent":'
                   FUNCTION TRIM(WS-IDR-EDIT) ','
               '"mdr_income":'
                   FUNCTION TRIM(WS-AMOUNT2-EDIT)
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-JSON-OUTPUT).

      *----------------------------------------------------------------*
       WRITE-RECON-FILE.
      *--- Hasil per jaringan+mata uang:                           ---
      *---   MATCH    rekap = isi file dan semua item dikredit    ---
      *---   REJECTED rekap = isi file, ada item yang ditolak     ---
      *---   BREAK    jumlah/nominal rekap tidak sama isi file    ---
      *---   NORECAP  mitra tidak mengirim baris rekap            ---
           MOVE SPACES TO WS-RECON-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/xbrecon-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-RECON-FILE-PATH
           END-STRING

           OPEN OUTPUT RECON-FILE

           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
               UNTIL WS-NP-IDX > WS-NP-COUNT
               PERFORM WRITE-ONE-RECON
           END-PERFORM

           IF RCN-FS-OK
               CLOSE RECON-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-ONE-RECON.
           EVALUATE TRUE
               WHEN WS-NT-RECAP-FOUND(WS-NP-IDX) = 'N'
                   MOVE 'NORECAP' TO WS-RC-RESULT
               WHEN WS-NT-RECAP-COUNT(WS-NP-IDX) NOT =
                    WS-NT-FILE-COUNT(WS-NP-IDX)
                 OR WS-NT-RECAP-AMOUNT(WS-NP-IDX) NOT =
                    WS-NT-FILE-AMOUNT(WS-NP-IDX)
                   MOVE 'BREAK' TO WS-RC-RESULT
               WHEN WS-NT-REJ-COUNT(WS-NP-IDX) > 0
                   MOVE 'REJECTED' TO WS-RC-RESULT
               WHEN OTHER
                   MOVE 'MATCH' TO WS-RC-RESULT
           END-EVALUATE

           IF WS-RC-RESULT NOT = 'MATCH'
               ADD 1 TO WS-RECON-BREAKS
           END-IF

           MOVE WS-RUN-DATE                  TO WS-RC-DATE
           MOVE WS-NT-NETWORK(WS-NP-IDX)     TO WS-RC-NETWORK
           MOVE WS-NT-CCY(WS-NP-IDX)         TO WS-RC-CCY
           MOVE WS-NT-RECAP-COUNT(WS-NP-IDX) TO WS-RC-RECAP-COUNT
           MOVE WS-NT-RECAP-AMOUNT(WS-NP-IDX) TO WS-RC-RECAP-AMOUNT
           MOVE WS-NT-FILE-COUNT(WS-NP-IDX)  TO WS-RC-FILE-COUNT
           MOVE WS-NT-FILE-AMOUNT(WS-NP-IDX) TO WS-RC-FILE-AMOUNT
           MOVE WS-NT-OK-COUNT(WS-NP-IDX)    TO WS-RC-OK-COUNT
           MOVE WS-NT-OK-AMOUNT(WS-NP-IDX)   TO WS-RC-OK-AMOUNT
           MOVE WS-NT-REJ-COUNT(WS-NP-IDX)   TO WS-RC-REJ-COUNT
           MOVE WS-NT-REJ-AMOUNT(WS-NP-IDX)  TO WS-RC-REJ-AMOUNT

           IF RCN-FS-OK
               WRITE RECON-FILE-RECORD FROM WS-RECON-RECORD
           END-IF

           MOVE WS-NT-RECAP-COUNT(WS-NP-IDX) TO WS-CNT-EDIT
           MOVE WS-NT-RECAP-AMOUNT(WS-NP-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-NT-FILE-COUNT(WS-NP-IDX) TO WS-CNT2-EDIT
           MOVE WS-NT-FILE-AMOUNT(WS-NP-IDX) TO WS-AMOUNT2-EDIT
           MOVE WS-NT-REJ-COUNT(WS-NP-IDX) TO WS-REJECTED-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"partner_recon",'
               '"date":"' WS-RUN-DATE '",'
               '"network":"'
                   FUNCTION TRIM(WS-NT-NETWORK(WS-NP-IDX)) '",'
               '"currency":"'
                   FUNCTION TRIM(WS-NT-CCY(WS-NP-IDX)) '",'
               '"recap_count":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"recap_amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"file_count":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"file_amount":'
                   FUNCTION TRIM(WS-AMOUNT2-EDIT) ','
               '"rejected_count":'
                   FUNCTION TRIM(WS-REJECTED-EDIT) ','
               '"result":"'
                   FUNCTION TRIM(WS-RC-RESULT) '"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-JSON-OUTPUT).

      *----------------------------------------------------------------*
       RETIRE-XBIN-FILE.
      *--- Pindahkan file masuk ke .done (pola CLRIN) supaya run   ---
      *--- berikutnya tidak memproses ulang                         ---
           CALL "CBL_DELETE_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-XBIN-DONE-PATH)
           END-CALL

           CALL "CBL_RENAME_FILE" USING
               BY CONTENT FUNCTION TRIM(WS-XBIN-FILE-PATH)
               BY CONTENT FUNCTION TRIM(WS-XBIN-DONE-PATH)
           END-CALL.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE SPACES TO WS-JSON-OUTPUT
           MOVE WS-ITEMS-CREDITED TO WS-CREDITED-EDIT
           MOVE WS-ITEMS-REJECTED TO WS-REJECTED-EDIT
           MOVE WS-RECON-BREAKS TO WS-BREAKS-EDIT
           MOVE WS-TOTAL-IDR TO WS-IDR-EDIT
           MOVE WS-TOTAL-MDR TO WS-AMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"items_credited":'
                   FUNCTION TRIM(WS-CREDITED-EDIT) ','
               '"items_rejected":'
                   FUNCTION TRIM(WS-REJECTED-EDIT) ','
               '"idr_gross":'
                   FUNCTION TRIM(WS-IDR-EDIT) ','
               '"mdr_income":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"recon_exceptions":'
                   FUNCTION TRIM(WS-BREAKS-EDIT) ','
               '"position_file":"'
                   FUNCTION TRIM(WS-POSITION-FILE-PATH) '",'
               '"recon_file":"'
                   FUNCTION TRIM(WS-RECON-FILE-PATH) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Proses QRIS lintas negara masuk selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NO-FILE.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"items_credited":0,'
               '"items_rejected":0,'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Tidak ada file QRIS lintas negara masuk"'
               '}'
               DELIMITED SIZE
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

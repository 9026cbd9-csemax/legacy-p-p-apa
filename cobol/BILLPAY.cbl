      *================================================================*
      * BILLPAY.CBL - Bill Payment (PLN, PDAM, Telco, BPJS) Program   *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLPAY.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Master biller (BILLMAINT): format nomor pelanggan, fee  ---
      *--- per transaksi, dan status biller                         ---
           SELECT BILLER-FILE
               ASSIGN TO DYNAMIC WS-BILLER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-BLR-CODE
               FILE STATUS IS WS-BLR-FILE-STATUS.

      *--- Indeks txn-id yang sudah diproses (keyed) - diisi oleh  ---
      *--- semua penulis transaksi supaya cek duplikat jalur cepat ---
      *--- PAYMENTPROC/DISPATCHER melihat id dari sini juga         ---
           SELECT TXNINDEX-FILE
               ASSIGN TO DYNAMIC WS-TXNINDEX-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TI-TXN-ID
               FILE STATUS IS WS-TIX-FILE-STATUS.

      *--- Penghitung PIN salah beruntun per rekening (pola        ---
      *--- PAYMENTPROC) - mencapai ambang memblokir rekening       ---
           SELECT PINFAIL-FILE
               ASSIGN TO DYNAMIC WS-PINFAIL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PF-USER-ID
               FILE STATUS IS WS-PF-FILE-STATUS.

      *--- Master parameter bisnis (PARMAINT/CHGAPPR) - batas PIN ---
      *--- salah dibaca dari sini supaya ambang lockout-nya sama  ---
      *--- dengan jalur pembayaran/transfer                          ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
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
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  BILLER-FILE
           LABEL RECORDS ARE STANDARD.
       01  BILLER-FILE-RECORD.
           05  FD-BLR-CODE         PIC X(10).
           05  FD-BLR-NAME         PIC X(50).
           05  FD-BLR-CATEGORY     PIC X(10).
           05  FD-BLR-NUM-FORMAT   PIC X(20).
           05  FD-BLR-FEE          PIC 9(7)V99.
           05  FD-BLR-BANK-CODE    PIC X(10).
           05  FD-BLR-ACCOUNT      PIC X(20).
           05  FD-BLR-STATUS       PIC X(10).

       FD  TXNINDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXNINDEX-FILE-RECORD.
           05  FD-TI-TXN-ID        PIC X(36).
           05  FD-TI-USER-ID       PIC X(20).
           05  FD-TI-DATE          PIC X(8).
           05  FD-TI-AMOUNT        PIC 9(13)V99.

       FD  PINFAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINFAIL-FILE-RECORD.
           05  FD-PF-USER-ID       PIC X(20).
           05  FD-PF-COUNT         PIC 9(2).
           05  FD-PF-LAST-AT       PIC X(20).

       FD  PARAM-FILE
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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'BILLPAY'.
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
       01  WS-BILLER-FILE-PATH      PIC X(100)
           VALUE '/app/data/billers.dat'.
       01  WS-TXNINDEX-FILE-PATH    PIC X(100)
           VALUE '/app/data/txnindex.dat'.
       01  WS-PINFAIL-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinfail.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-PINHASH-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinhash.dat'.

      *--- File Status ---
       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           88  ACC-FS-EOF          VALUE '10'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.
           88  TXN-FS-NOT-FOUND    VALUE '35'.

       01  WS-BLR-FILE-STATUS      PIC XX.
           88  BLR-FS-OK           VALUE '00'.

       01  WS-TIX-FILE-STATUS      PIC XX.
           88  TIX-FS-OK           VALUE '00'.
           88  TIX-FS-NOT-FOUND    VALUE '35'.

      *--- Lockout PIN: N kali salah beruntun memblokir rekening ---
       01  WS-PF-FILE-STATUS       PIC XX.
           88  PF-FS-OK            VALUE '00'.
           88  PF-FS-NOT-FOUND     VALUE '35'.

       01  WS-PIN-FAIL-LIMIT       PIC 9(2) VALUE 3.
       01  WS-PIN-FAIL-COUNT       PIC 9(2) VALUE 0.
       01  WS-PIN-LOCKED-NOW       PIC X(1) VALUE 'N'.

      *--- Pembacaan master parameter bisnis (pola PAYMENTPROC):  ---
      *--- baris PINFAILLIM efektif terbaru menang                  ---
       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-TODAY             PIC X(8).
       01  WS-PM-EFF-PINF          PIC X(8) VALUE SPACES.

      *--- Input stdin:                                            ---
      *--- TXN_ID|USER_ID|BILLER_CODE|BILL_NUMBER|AMOUNT|PIN       ---
      *--- Nominal tagihan plus fee biller didebit dari wallet;   ---
      *--- pokok tagihan diremitansi ke biller oleh BILLREM        ---
       01  WS-INPUT-LINE           PIC X(300).

       01  WS-IN-TXN-ID            PIC X(36).
       01  WS-IN-USER-ID           PIC X(20).
       01  WS-IN-BILLER-CODE       PIC X(10).
       01  WS-IN-BILL-NUMBER       PIC X(30).
       01  WS-IN-AMOUNT-STR        PIC X(20).
       01  WS-IN-AMOUNT            PIC 9(13)V99.
       01  WS-IN-PIN               PIC X(6).
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Nilai amount mentah, ditampung di field lebih lebar dari ---
      *--- WS-IN-AMOUNT supaya nilai yang kelebihan digit ketahuan  ---
       01  WS-IN-AMOUNT-WIDE        PIC 9(18)V99.
       01  WS-MAX-AMOUNT            PIC 9(13)V99
           VALUE 9999999999999.99.

       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.
       01  WS-BLR-FOUND            PIC X(1) VALUE 'N'.
       01  WS-TXN-DUP-FOUND        PIC X(1) VALUE 'N'.
       01  WS-RESERVE-OK           PIC X(1) VALUE 'N'.
       01  WS-AVAILABLE-BALANCE    PIC 9(13)V99.
       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-DONE          PIC X(1) VALUE 'N'.
       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.

      *--- Account record fields (disalin dari ACCOUNT-FILE-RECORD) ---
       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.

      *--- Biller record fields (disalin dari BILLER-FILE-RECORD) ---
       01  WS-BLR-PARSE.
           05  WS-BL-CODE          PIC X(10).
           05  WS-BL-NAME          PIC X(50).
           05  WS-BL-CATEGORY      PIC X(10).
           05  WS-BL-NUM-FORMAT    PIC X(20).
           05  WS-BL-FEE           PIC 9(7)V99.
           05  WS-BL-BANK-CODE     PIC X(10).
           05  WS-BL-ACCOUNT       PIC X(20).
           05  WS-BL-STATUS        PIC X(10).

      *--- Validasi nomor pelanggan terhadap topeng biller:       ---
      *--- 9 = digit wajib, ? = digit opsional di ekor, A = huruf, ---
      *--- X = apa saja selain spasi, lainnya harus sama persis    ---
       01  WS-BILLNO-OK            PIC X(1) VALUE 'N'.
       01  WS-BN-IDX               PIC 9(2).
       01  WS-BN-MASK-CHAR         PIC X(1).
       01  WS-BN-CHAR              PIC X(1).
       01  WS-BN-ENDED             PIC X(1).

      *--- Fee biller masuk rekening pendapatan fee bank, dua leg ---
      *--- mutasi BILLFEE/FEEINC (pola XFERFEE TRANSFERPROC)       ---
       01  WS-BILL-FEE             PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DEBIT          PIC 9(13)V99 VALUE 0.
       01  WS-FEE-INCOME-USER      PIC X(20) VALUE 'BANKFEEINC'.
       01  WS-FEE-INC-FOUND        PIC X(1) VALUE 'N'.
       01  WS-FEE-TXN-ID           PIC X(36).
       01  WS-FEE-EDIT             PIC Z(12)9.99.
       01  WS-TOTAL-EDIT           PIC Z(12)9.99.

       01  WS-NEW-BALANCE          PIC 9(13)V99.

      *--- Transaction record to write (fixed width, selaras WS-TXN-PARSE) ---
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

      *--- Transaction record dibaca untuk cek duplikat ---
       01  WS-TXN-PARSE.
           05  WS-TP-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-TP-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-TP-STATUS        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-TP-TYPE          PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-TP-QR-CODE       PIC X(100).
           05  FILLER              PIC X(1).
           05  WS-TP-CREATED-AT    PIC X(20).

      *--- Penanda tagihan di kolom QR transaksi BILLPAY - dibaca ---
      *--- BILLREM untuk baris remitansi per biller                 ---
       01  WS-BILL-LINK.
           05  FILLER              PIC X(5) VALUE 'BILL:'.
           05  WS-BK-BILLER-CODE   PIC X(10).
           05  FILLER              PIC X(1) VALUE ':'.
           05  WS-BK-BILL-NUMBER   PIC X(30).

      *--- Date/time ---
       01  WS-DATETIME             PIC X(20).

      *--- Output JSON ---
       01  WS-JSON-OUTPUT          PIC X(1000).

      *--- Audit log (decline/error trail bersama) ---
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'BILLPAY'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(57).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       01  WS-AUD-KEY-PARTS.
           05  WS-AUD-TXN-ID       PIC X(36).
           05  FILLER              PIC X(1) VALUE '/'.
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
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'BILLPAY'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Arahkan ke direktori data lain kalau DANTE_DATA_DIR diset ---
           PERFORM SET-FILE-PATHS

      *--- Ambang lockout PIN dari master parameter - sama dengan ---
      *--- yang ditegakkan PAYMENTPROC/TRANSFERPROC                 ---
           PERFORM LOAD-BUSINESS-PARAMS

      *--- Ambil input dari stdin ---
           ACCEPT WS-INPUT-LINE

      *--- Parse input (format pipe-delimited) ---
           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-TXN-ID
                    WS-IN-USER-ID
                    WS-IN-BILLER-CODE
                    WS-IN-BILL-NUMBER
                    WS-IN-AMOUNT-STR
                    WS-IN-PIN
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WS-IN-BILLER-CODE)
               TO WS-IN-BILLER-CODE

           MOVE WS-IN-TXN-ID TO WS-AUD-TXN-ID
           MOVE WS-IN-USER-ID TO WS-AUD-USER-ID
           MOVE WS-AUD-KEY-PARTS TO WS-AUD-KEY

      *--- Validasi format numerik amount sebelum NUMVAL ---
           MOVE FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-STR)
               TO WS-NUMVAL-CHECK

           IF WS-NUMVAL-CHECK NOT = 0
               PERFORM RETURN-INVALID-AMOUNT
               STOP RUN
           END-IF

           MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-STR)
               TO WS-IN-AMOUNT-WIDE

           IF WS-IN-AMOUNT-WIDE > WS-MAX-AMOUNT
               PERFORM RETURN-AMOUNT-TOO-LARGE
               STOP RUN
           END-IF

           MOVE WS-IN-AMOUNT-WIDE TO WS-IN-AMOUNT

           IF WS-IN-AMOUNT <= 0
               PERFORM RETURN-INVALID-AMOUNT
               STOP RUN
           END-IF

      *--- Step 0: Tolak TXN-ID yang sudah pernah diproses ---
           PERFORM CHECK-DUPLICATE-TXN

           IF WS-TXN-DUP-FOUND = 'Y'
               PERFORM RETURN-DUPLICATE-TXN
               STOP RUN
           END-IF

      *--- Step 1: Biller harus terdaftar dan aktif, nomor        ---
      *--- pelanggan harus cocok dengan format biller               ---
           PERFORM FIND-BILLER

           IF WS-BLR-FOUND = 'N'
               PERFORM RETURN-INVALID-BILLER
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-BL-STATUS) NOT = 'active'
               PERFORM RETURN-BILLER-INACTIVE
               STOP RUN
           END-IF

           PERFORM VALIDATE-BILL-NUMBER

           IF WS-BILLNO-OK = 'N'
               PERFORM RETURN-INVALID-BILL-NUMBER
               STOP RUN
           END-IF

      *--- Step 2: Cari dan validasi account user ---
           PERFORM VALIDATE-USER-ACCOUNT

           IF WS-ACC-FOUND = 'N'
               PERFORM RETURN-INVALID-USER
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-AP-STATUS) = 'blocked'
               PERFORM RETURN-ACCOUNT-BLOCKED
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-AP-STATUS) = 'dormant'
               PERFORM RETURN-ACCOUNT-DORMANT
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-AP-STATUS) NOT = 'active'
               PERFORM RETURN-ACCOUNT-INACTIVE
               STOP RUN
           END-IF

      *--- Step 2a: Verifikasi PIN sebelum dana keluar (pola      ---
      *--- CASHOUT) - mencapai ambang memblokir rekening otomatis  ---
           PERFORM VERIFY-PIN-HASH

           IF WS-PH-PIN-OK NOT = 'Y'
               PERFORM RECORD-PIN-FAILURE

               IF WS-PIN-LOCKED-NOW = 'Y'
                   PERFORM RETURN-ACCOUNT-BLOCKED
               ELSE
                   PERFORM RETURN-INVALID-PIN
               END-IF
               STOP RUN
           END-IF

           PERFORM RESET-PIN-FAILURES

      *--- Step 3: Fee biller hanya ditagih kalau rekening         ---
      *--- pendapatan fee ada (pola TRANSFERPROC), lalu reservasi  ---
      *--- pokok + fee sekaligus                                    ---
           MOVE WS-BL-FEE TO WS-BILL-FEE

           IF WS-BILL-FEE > 0
               PERFORM CHECK-FEE-INCOME-ACCOUNT

               IF WS-FEE-INC-FOUND = 'N'
                   MOVE 0 TO WS-BILL-FEE
               END-IF
           END-IF

           COMPUTE WS-TOTAL-DEBIT = WS-IN-AMOUNT + WS-BILL-FEE

           PERFORM RESERVE-USER-BALANCE

           IF WS-RESERVE-OK = 'N'
               PERFORM RETURN-INSUFFICIENT-FUNDS
               STOP RUN
           END-IF

      *--- Step 4: Debit saldo (lepas hold), catat BILLPAY supaya ---
      *--- BILLREM meremitansi pokoknya ke biller malam ini        ---
           PERFORM DEBIT-USER-BALANCE
           PERFORM WRITE-TRANSACTION
           PERFORM REGISTER-TXN-INDEX

      *--- Step 5: Dua leg fee - BILLFEE atas nama pembayar,      ---
      *--- FEEINC atas nama BANKFEEINC (pola XFERFEE)               ---
           IF WS-BILL-FEE > 0
               PERFORM CREDIT-FEE-INCOME
               PERFORM WRITE-FEE-TRANSACTION
               PERFORM WRITE-FEE-INCOME-TRANSACTION
           END-IF

      *--- Step 6: Return sukses ---
           PERFORM RETURN-SUCCESS

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
      *--- DANTE_DATA_DIR mengganti direktori file data ini, supaya ---
      *--- end-to-end test run bisa diarahkan ke direktori          ---
      *--- terisolasi tanpa menyentuh data produksi                 ---
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pockets.dat' DELIMITED SIZE
                      INTO WS-POCKET-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/billers.dat' DELIMITED SIZE
                      INTO WS-BILLER-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/txnindex.dat' DELIMITED SIZE
                      INTO WS-TXNINDEX-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pinfail.dat' DELIMITED SIZE
                      INTO WS-PINFAIL-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
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
       LOAD-BUSINESS-PARAMS.
      *--- Baris PINFAILLIM efektif terbaru yang tidak melewati   ---
      *--- hari ini menang; tanpa baris dipakai default             ---
      *--- terkompilasi (pola PAYMENTPROC)                          ---
           MOVE FUNCTION CURRENT-DATE TO WS-PM-TODAY

           OPEN INPUT PARAM-FILE
           IF PM-FS-OK
               PERFORM UNTIL PM-FS-EOF
                   READ PARAM-FILE INTO WS-PM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-PARAM-LINE
                   END-READ
               END-PERFORM

               CLOSE PARAM-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-PARAM-LINE.
           MOVE SPACES TO WS-PM-REC-NAME
           MOVE SPACES TO WS-PM-REC-VALUE
           MOVE SPACES TO WS-PM-REC-EFF

           UNSTRING WS-PM-LINE
               DELIMITED BY '|'
               INTO WS-PM-REC-NAME
                    WS-PM-REC-VALUE
                    WS-PM-REC-EFF
           END-UNSTRING

           MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
               TO WS-NUMVAL-CHECK

           IF WS-NUMVAL-CHECK = 0
              AND FUNCTION TRIM(WS-PM-REC-NAME) = 'PINFAILLIM'
              AND WS-PM-REC-EFF(1:8) NOT > WS-PM-TODAY
              AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-PINF
               MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-PINF
               MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                   TO WS-PIN-FAIL-LIMIT
           END-IF.

      *----------------------------------------------------------------*
       WRITE-AUDIT-LOG.
      *--- Catat setiap decline/error (dan sukses) ke audit log    ---
      *--- bersama supaya ada jejak saat nasabah komplain           ---
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
       CHECK-DUPLICATE-TXN.
      *--- Jalur cepat: satu READ keyed ke indeks txn-id; tanpa   ---
      *--- indeks jatuh kembali ke scan riwayat penuh (pola       ---
      *--- PAYMENTPROC)                                            ---
           MOVE 'N' TO WS-TXN-DUP-FOUND

           OPEN INPUT TXNINDEX-FILE
           IF TIX-FS-OK
               MOVE FUNCTION TRIM(WS-IN-TXN-ID) TO FD-TI-TXN-ID

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
                          FUNCTION TRIM(WS-IN-TXN-ID)
                           MOVE 'Y' TO WS-TXN-DUP-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       VALIDATE-USER-ACCOUNT.
           OPEN INPUT ACCOUNT-FILE
           IF NOT ACC-FS-OK
               MOVE 'N' TO WS-ACC-FOUND
               STOP RUN
           END-IF

           MOVE 'N' TO WS-ACC-FOUND
           MOVE WS-IN-USER-ID TO FD-ACC-USER-ID

           READ ACCOUNT-FILE INTO WS-ACC-PARSE
               KEY IS FD-ACC-USER-ID
               INVALID KEY
                   MOVE 'N' TO WS-ACC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACC-FOUND
           END-READ

           CLOSE ACCOUNT-FILE.

      *----------------------------------------------------------------*
       RECORD-PIN-FAILURE.
      *--- Tambah penghitung PIN salah beruntun; di ambang batas  ---
      *--- rekening langsung diblokir supaya PIN tidak bisa        ---
      *--- ditebak terus-menerus                                   ---
           MOVE 'N' TO WS-PIN-LOCKED-NOW
           MOVE 0 TO WS-PIN-FAIL-COUNT

           OPEN I-O PINFAIL-FILE
           IF PF-FS-NOT-FOUND
               OPEN OUTPUT PINFAIL-FILE
               CLOSE PINFAIL-FILE
               OPEN I-O PINFAIL-FILE
           END-IF

           IF PF-FS-OK
               MOVE WS-IN-USER-ID TO FD-PF-USER-ID

               READ PINFAIL-FILE
                   KEY IS FD-PF-USER-ID
                   INVALID KEY
                       MOVE WS-IN-USER-ID TO FD-PF-USER-ID
                       MOVE 1 TO FD-PF-COUNT
                       MOVE FUNCTION CURRENT-DATE TO FD-PF-LAST-AT
                       WRITE PINFAIL-FILE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       MOVE 1 TO WS-PIN-FAIL-COUNT
                   NOT INVALID KEY
                       ADD 1 TO FD-PF-COUNT
                       MOVE FUNCTION CURRENT-DATE TO FD-PF-LAST-AT
                       REWRITE PINFAIL-FILE-RECORD
                       MOVE FD-PF-COUNT TO WS-PIN-FAIL-COUNT
               END-READ

               CLOSE PINFAIL-FILE
           END-IF

           IF WS-PIN-FAIL-COUNT >= WS-PIN-FAIL-LIMIT
               PERFORM LOCK-ACCOUNT-FOR-PIN
           END-IF.

      *----------------------------------------------------------------*
       LOCK-ACCOUNT-FOR-PIN.
           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-IN-USER-ID TO FD-ACC-USER-ID

               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
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
                       MOVE 'BILLPAY' TO WS-HS-CHANGED-BY
                       PERFORM WRITE-STATUS-HISTORY
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF

      *--- Jejak audit lockout tersendiri, sebelum decline PIN ---
           IF WS-PIN-LOCKED-NOW = 'Y'
               MOVE EC-ACCOUNT-BLOCKED TO WS-AUD-CODE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *----------------------------------------------------------------*
       RESET-PIN-FAILURES.
      *--- PIN benar menghapus rentetan kegagalan sebelumnya ---
           OPEN I-O PINFAIL-FILE
           IF PF-FS-OK
               MOVE WS-IN-USER-ID TO FD-PF-USER-ID

               READ PINFAIL-FILE
                   KEY IS FD-PF-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-PF-COUNT > 0
                           MOVE 0 TO FD-PF-COUNT
                           MOVE FUNCTION CURRENT-DATE
                               TO FD-PF-LAST-AT
                           REWRITE PINFAIL-FILE-RECORD
                       END-IF
               END-READ

               CLOSE PINFAIL-FILE
           END-IF.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       FIND-BILLER.
           MOVE 'N' TO WS-BLR-FOUND

           OPEN INPUT BILLER-FILE
           IF BLR-FS-OK
               MOVE WS-IN-BILLER-CODE TO FD-BLR-CODE

               READ BILLER-FILE INTO WS-BLR-PARSE
                   KEY IS FD-BLR-CODE
                   INVALID KEY
                       MOVE 'N' TO WS-BLR-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BLR-FOUND
               END-READ

               CLOSE BILLER-FILE
           END-IF.

      *----------------------------------------------------------------*
       VALIDATE-BILL-NUMBER.
      *--- Cocokkan nomor pelanggan per posisi dengan topeng       ---
      *--- biller; nomor tidak boleh lebih panjang dari topeng dan ---
      *--- hanya boleh berhenti lebih awal di posisi '?'. Biller    ---
      *--- tanpa topeng menerima nomor apa saja yang tidak kosong  ---
           MOVE FUNCTION TRIM(WS-IN-BILL-NUMBER) TO WS-IN-BILL-NUMBER
           MOVE 'Y' TO WS-BILLNO-OK
           MOVE 'N' TO WS-BN-ENDED

           IF WS-IN-BILL-NUMBER = SPACES
               MOVE 'N' TO WS-BILLNO-OK
           END-IF

           IF WS-BILLNO-OK = 'Y'
              AND FUNCTION TRIM(WS-BL-NUM-FORMAT) NOT = SPACES
               IF WS-IN-BILL-NUMBER(21:10) NOT = SPACES
                   MOVE 'N' TO WS-BILLNO-OK
               END-IF

               PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > 20 OR WS-BILLNO-OK = 'N'
                   MOVE WS-BL-NUM-FORMAT(WS-BN-IDX:1)
                       TO WS-BN-MASK-CHAR
                   MOVE WS-IN-BILL-NUMBER(WS-BN-IDX:1)
                       TO WS-BN-CHAR

                   IF WS-BN-MASK-CHAR = SPACE
                       IF WS-BN-CHAR NOT = SPACE
                           MOVE 'N' TO WS-BILLNO-OK
                       END-IF
                   ELSE
                       IF WS-BN-CHAR = SPACE
                           MOVE 'Y' TO WS-BN-ENDED
                           IF WS-BN-MASK-CHAR NOT = '?'
                               MOVE 'N' TO WS-BILLNO-OK
                           END-IF
                       ELSE
                           IF WS-BN-ENDED = 'Y'
                               MOVE 'N' TO WS-BILLNO-OK
                           END-IF

                           EVALUATE WS-BN-MASK-CHAR
                               WHEN '9'
                               WHEN '?'
                                   IF WS-BN-CHAR NOT NUMERIC
                                       MOVE 'N' TO WS-BILLNO-OK
                                   END-IF
                               WHEN 'A'
                                   IF WS-BN-CHAR NOT ALPHABETIC
                                       MOVE 'N' TO WS-BILLNO-OK
                                   END-IF
                               WHEN 'X'
                                   CONTINUE
                               WHEN OTHER
                                   IF WS-BN-CHAR NOT = WS-BN-MASK-CHAR
                                       MOVE 'N' TO WS-BILLNO-OK
                                   END-IF
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       CHECK-FEE-INCOME-ACCOUNT.
           MOVE 'N' TO WS-FEE-INC-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-FEE-INCOME-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-FEE-INC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FEE-INC-FOUND
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

       RESERVE-USER-BALANCE.
      *--- Baca ulang saldo terbaru (bukan pakai hasil baca Step 2) ---
      *--- dan tahan pokok + fee lewat WS-AP-HOLD                    ---
      *--- dengan REWRITE langsung, supaya pembayaran lain yang     ---
      *--- konkuren melihat saldo tersedia yang sudah               ---
      *--- berkurang, bukan saldo mentah                            ---
           MOVE 'N' TO WS-RESERVE-OK

           OPEN I-O ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           MOVE WS-IN-USER-ID TO FD-ACC-USER-ID

           READ ACCOUNT-FILE INTO WS-ACC-PARSE
               KEY IS FD-ACC-USER-ID
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

                   IF WS-AVAILABLE-BALANCE < WS-TOTAL-DEBIT
                       MOVE 'N' TO WS-RESERVE-OK
                   ELSE
                       ADD WS-TOTAL-DEBIT TO WS-AP-HOLD
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
      *--- direservasi - dana yang tadinya ditahan sekarang sudah   ---
      *--- benar-benar keluar dari wallet                           ---
           OPEN I-O ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           MOVE WS-IN-USER-ID TO FD-ACC-USER-ID

           READ ACCOUNT-FILE INTO WS-ACC-PARSE
               KEY IS FD-ACC-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-NEW-BALANCE =
                       WS-AP-BALANCE - WS-TOTAL-DEBIT
                   MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                   SUBTRACT WS-TOTAL-DEBIT FROM WS-AP-HOLD
                   MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                   PERFORM CAPTURE-BALANCE-BEFORE
                   REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                   PERFORM WRITE-BALANCE-EVENT
           END-READ

           CLOSE ACCOUNT-FILE.

      *----------------------------------------------------------------*
       CREDIT-FEE-INCOME.
           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-FEE-INCOME-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-BILL-FEE TO WS-AP-BALANCE
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-TRANSACTION.
      *--- Pembayaran lahir langsung berstatus success - saldo     ---
      *--- sudah didebit; kolom merchant membawa kode biller dan   ---
      *--- kolom QR nomor pelanggan untuk remitansi BILLREM         ---
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           MOVE WS-IN-BILLER-CODE TO WS-BK-BILLER-CODE
           MOVE WS-IN-BILL-NUMBER TO WS-BK-BILL-NUMBER

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF

           IF TXN-FS-OK
               MOVE WS-IN-TXN-ID      TO WS-TWR-TXN-ID
               MOVE WS-IN-USER-ID     TO WS-TWR-USER-ID
               MOVE WS-IN-BILLER-CODE TO WS-TWR-MERCHANT-ID
               MOVE WS-IN-AMOUNT-STR  TO WS-TWR-AMOUNT
               MOVE 'success'         TO WS-TWR-STATUS
               MOVE 'BILLPAY'         TO WS-TWR-TYPE
               MOVE WS-BILL-LINK      TO WS-TWR-QR-CODE
               MOVE WS-DATETIME       TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME       TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-FEE-TRANSACTION.
      *--- Fee dibukukan atas nama pembayar supaya statement-nya  ---
      *--- menjelaskan potongan, terhubung ke pembayarannya lewat ---
      *--- kolom QR (pola FEE-OF: TRANSFERPROC)                     ---
           MOVE WS-BILL-FEE TO WS-FEE-EDIT

           MOVE SPACES TO WS-FEE-TXN-ID
           STRING 'FEE'
                  FUNCTION TRIM(WS-IN-TXN-ID)
               DELIMITED SIZE
               INTO WS-FEE-TXN-ID
           END-STRING

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-OK
               MOVE WS-FEE-TXN-ID     TO WS-TWR-TXN-ID
               MOVE WS-IN-USER-ID     TO WS-TWR-USER-ID
               MOVE WS-IN-BILLER-CODE TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-FEE-EDIT) TO WS-TWR-AMOUNT
               MOVE 'success'         TO WS-TWR-STATUS
               MOVE 'BILLFEE'         TO WS-TWR-TYPE

               MOVE SPACES TO WS-TWR-QR-CODE
               STRING 'FEE-OF:'
                      FUNCTION TRIM(WS-IN-TXN-ID)
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
       WRITE-FEE-INCOME-TRANSACTION.
      *--- Leg pendapatan: kredit BANKFEEINC mendapat barisnya    ---
      *--- sendiri supaya RECONCILE seimbang di sisi rekening     ---
      *--- pendapatan juga                                          ---
           MOVE SPACES TO WS-FEE-TXN-ID
           STRING 'FIN'
                  FUNCTION TRIM(WS-IN-TXN-ID)
               DELIMITED SIZE
               INTO WS-FEE-TXN-ID
           END-STRING

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-OK
               MOVE WS-FEE-TXN-ID     TO WS-TWR-TXN-ID
               MOVE WS-FEE-INCOME-USER TO WS-TWR-USER-ID
               MOVE SPACES            TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-FEE-EDIT) TO WS-TWR-AMOUNT
               MOVE 'success'         TO WS-TWR-STATUS
               MOVE 'FEEINC'          TO WS-TWR-TYPE

               MOVE SPACES TO WS-TWR-QR-CODE
               STRING 'FEEINC-OF:'
                      FUNCTION TRIM(WS-IN-TXN-ID)
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

       REGISTER-TXN-INDEX.
      *--- Daftarkan txn-id ke indeks keyed supaya cek duplikat   ---
      *--- jalur cepat PAYMENTPROC/DISPATCHER melihat id ini juga ---
           OPEN I-O TXNINDEX-FILE
           IF TIX-FS-NOT-FOUND
               OPEN OUTPUT TXNINDEX-FILE
               CLOSE TXNINDEX-FILE
               OPEN I-O TXNINDEX-FILE
           END-IF

           IF TIX-FS-OK
               MOVE FUNCTION TRIM(WS-IN-TXN-ID) TO FD-TI-TXN-ID
               MOVE WS-IN-USER-ID TO FD-TI-USER-ID
               MOVE WS-DATETIME(1:8) TO FD-TI-DATE
               MOVE WS-IN-AMOUNT  TO FD-TI-AMOUNT

               WRITE TXNINDEX-FILE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE

               CLOSE TXNINDEX-FILE
           END-IF.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       RETURN-SUCCESS.
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           MOVE WS-BILL-FEE TO WS-FEE-EDIT
           MOVE WS-TOTAL-DEBIT TO WS-TOTAL-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-IN-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"biller_code":"'
                   FUNCTION TRIM(WS-IN-BILLER-CODE) '",'
               '"biller_name":"'
                   FUNCTION TRIM(WS-BL-NAME) '",'
               '"bill_number":"'
                   FUNCTION TRIM(WS-IN-BILL-NUMBER) '",'
               '"amount":'
                   FUNCTION TRIM(WS-IN-AMOUNT-STR) ','
               '"fee":'
                   FUNCTION TRIM(WS-FEE-EDIT) ','
               '"total_debit":'
                   FUNCTION TRIM(WS-TOTAL-EDIT) ','
               '"status":"success",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Pembayaran tagihan berhasil, diremitansi'
               ' ke biller pada batch harian"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-BILLER.
           MOVE EC-INVALID-MERCHANT TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1005,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-MERCHANT) ','
               '"data":null,'
               '"message":"Kode biller tidak terdaftar"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-BILLER-INACTIVE.
           MOVE EC-MERCHANT-INACTIVE TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1008,'
               '"retryable":' FUNCTION TRIM(ER-MERCHANT-INACTIVE) ','
               '"data":null,'
               '"message":"Biller sedang tidak menerima pembayaran"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-BILL-NUMBER.
           MOVE EC-INVALID-BILLNO TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1030,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-BILLNO) ','
               '"data":null,'
               '"message":"Nomor pelanggan tidak sesuai format biller"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

       RETURN-INVALID-AMOUNT.
           MOVE EC-INVALID-AMOUNT TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Jumlah tagihan tidak valid"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-AMOUNT-TOO-LARGE.
           MOVE EC-AMOUNT-TOO-LARGE TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1016,'
               '"retryable":' FUNCTION TRIM(ER-AMOUNT-TOO-LARGE) ','
               '"data":null,'
               '"message":"Jumlah tagihan melebihi batas maksimum'
               ' yang bisa diproses"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DUPLICATE-TXN.
           MOVE EC-DUPLICATE-TXN TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1009,'
               '"retryable":' FUNCTION TRIM(ER-DUPLICATE-TXN) ','
               '"data":null,'
               '"message":"Transaction ID sudah pernah diproses"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-USER.
           MOVE EC-INVALID-USER TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1004,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-USER) ','
               '"data":null,'
               '"message":"User tidak ditemukan di sistem legacy"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ACCOUNT-BLOCKED.
           MOVE EC-ACCOUNT-BLOCKED TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1011,'
               '"retryable":' FUNCTION TRIM(ER-ACCOUNT-BLOCKED) ','
               '"data":null,'
               '"message":"Rekening diblokir/dibekukan, hubungi layanan'
               ' nasabah"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ACCOUNT-DORMANT.
           MOVE EC-ACCOUNT-DORMANT TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1021,'
               '"retryable":' FUNCTION TRIM(ER-ACCOUNT-DORMANT) ','
               '"data":null,'
               '"message":"Rekening berstatus dormant - hubungi'
               ' layanan nasabah untuk reaktivasi"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ACCOUNT-INACTIVE.
           MOVE EC-ACCOUNT-INACTIVE TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1007,'
               '"retryable":' FUNCTION TRIM(ER-ACCOUNT-INACTIVE) ','
               '"data":null,'
               '"message":"Rekening tidak aktif"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-PIN.
           MOVE EC-INVALID-PIN TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1013,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-PIN) ','
               '"data":null,'
               '"message":"PIN tidak sesuai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INSUFFICIENT-FUNDS.
           MOVE EC-INSUFFICIENT-FUNDS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1003,'
               '"retryable":' FUNCTION TRIM(ER-INSUFFICIENT-FUNDS) ','
               '"data":null,'
               '"message":"Saldo tidak mencukupi untuk pembayaran ini"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-SYSTEM-ERROR.
           MOVE EC-SYSTEM-BUSY TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":5003,'
               '"retryable":' FUNCTION TRIM(ER-SYSTEM-BUSY) ','
               '"data":null,'
               '"message":"Internal error pada sistem legacy"'
               '}'
               DELIMITED SIZE
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

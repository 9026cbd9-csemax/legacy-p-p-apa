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
               RECORD KEY IS FD-AL-USER-ID
               FILE STATUS IS WS-ALC-FILE-STATUS.

      *--- Tautan rekening anak ke orang tua (FAMMAINT) - aturan   ---
      *--- kategori terlarang dan cap per transaksi ditegakkan     ---
      *--- sebelum debit, orang tua dikabari di atas ambangnya     ---
           SELECT FAMILY-FILE
               ASSIGN TO DYNAMIC WS-FAMILY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-FL-CHILD-ID
               FILE STATUS IS WS-FL-FILE-STATUS.

      *--- Sidik jari konten pembayaran terakhir per pasangan       ---
      *--- user+merchant+tanggal (keyed) - retry client dengan     ---
      *--- txn-id baru tapi isi sama dalam jendela singkat ketahuan ---
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

      *--- Daftar titik tarik tunai (cashpt.dat, ditulis CHGAPPR) - ---
      *--- baris terakhir per merchant menentukan status dan capnya ---
           SELECT CASHPT-FILE
               ASSIGN TO DYNAMIC WS-CASHPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CPT-FILE-STATUS.

      *--- Outbox notifikasi nasabah - satu baris per kejadian    ---
      *--- (pembayaran, refund, decline) yang dipoll gateway       ---
      *--- SMS/push lewat NOTIFYDRN                                ---
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VR-FILE-STATUS.

      *--- Segmen nasabah hasil SEGRUN bulanan - kampanye bisa     ---
      *--- dibatasi ke segmen tertentu                              ---
           SELECT SEGMENT-FILE
               ASSIGN TO DYNAMIC WS-SEGMENT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SG-FILE-STATUS.

      *--- Master identitas KYC (KYCMAINT/CHGAPPR) - tier          ---
      *--- verifikasi menentukan paket limit harian nasabah         ---
           SELECT KYC-FILE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LL-FILE-STATUS.

      *--- Register pre-otorisasi QRIS - satu baris per auth-id,    ---
      *--- status open/captured/voided/expired; hold-nya disapu     ---
      *--- kedaluwarsanya oleh AUTHEXP                              ---
           SELECT PREAUTH-FILE
               ASSIGN TO DYNAMIC WS-PREAUTH-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.

      *--- Master terminal kasir merchant (dikelola TERMMAINT) -    ---
      *--- pembayaran dari terminal harus lewat terminal aktif      ---
      *--- milik merchant yang dibayar atau outletnya               ---
           SELECT TERMINAL-FILE
               ASSIGN TO DYNAMIC WS-TERMINAL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-TRM-TERM-ID
               FILE STATUS IS WS-TRM-FILE-STATUS.

      *--- Hierarki outlet -> merchant induk (MERCHMAINT LINK) ---
           SELECT MERCHPAR-FILE
               ASSIGN TO DYNAMIC WS-MERCHPAR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MPAR-FILE-STATUS.

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
               FILE STATUS IS WS-JNL-FILE-STATUS.

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

       FD  MERCHANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHANT-FILE-RECORD.
           LABEL RECORDS ARE STANDARD.
       01  CLEAROUT-FILE-RECORD   PIC X(150).

       FD  CASHPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASHPT-FILE-RECORD     PIC X(60).

       FD  TXNINDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXNINDEX-FILE-RECORD.
           05  FD-AL-BIGDEBIT      PIC 9(13)V99.
           05  FD-AL-STATUS        PIC X(10).

       FD  FAMILY-FILE
           LABEL RECORDS ARE STANDARD.
       01  FAMILY-FILE-RECORD.
           05  FD-FL-CHILD-ID      PIC X(20).
           05  FD-FL-PARENT-ID     PIC X(20).
           05  FD-FL-ALLOWANCE     PIC 9(13)V99.
           05  FD-FL-TXN-CAP       PIC 9(13)V99.
           05  FD-FL-NOTIFY-MIN    PIC 9(13)V99.
           05  FD-FL-BLOCKED-CATS  PIC X(100).
           05  FD-FL-SI-ID         PIC X(20).
           05  FD-FL-STATUS        PIC X(10).
           05  FD-FL-UPDATED-AT    PIC X(20).

       FD  PAYDUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYDUP-FILE-RECORD.

       FD  CAMPAIGN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAMPAIGN-FILE-RECORD   PIC X(150).

       FD  VREDEMPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VREDEMPT-FILE-RECORD   PIC X(120).

       FD  SEGMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEGMENT-FILE-RECORD    PIC X(100).

       FD  LOYRATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOYRATE-FILE-RECORD    PIC X(80).
           LABEL RECORDS ARE STANDARD.
       01  LOYLEDGER-FILE-RECORD  PIC X(120).

       FD  PREAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREAUTH-FILE-RECORD    PIC X(300).

       FD  TERMINAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TERMINAL-FILE-RECORD.
           05  FD-TRM-TERM-ID      PIC X(20).
           05  FD-TRM-MER-ID       PIC X(20).
           05  FD-TRM-SERIAL       PIC X(30).
           05  FD-TRM-STATUS       PIC X(10).
           05  FD-TRM-LAST-SEEN    PIC X(20).
           05  FD-TRM-BATCH-NO     PIC 9(6).
           05  FD-TRM-LAST-CLOSE   PIC X(20).
           05  FD-TRM-REGISTERED   PIC X(20).

       FD  MERCHPAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHPAR-FILE-RECORD    PIC X(50).

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
       01  JOURNAL-FILE-RECORD    PIC X(131).

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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'PAYMENTPROC'.
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
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/paydup.dat'.
       01  WS-ALERTCFG-FILE-PATH    PIC X(100)
           VALUE '/app/data/alertcfg.dat'.
       01  WS-FAMILY-FILE-PATH      PIC X(100)
           VALUE '/app/data/familylink.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-CHNLIMIT-FILE-PATH    PIC X(100)
           VALUE '/app/data/chdaytot.dat'.
       01  WS-CLEAROUT-FILE-PATH    PIC X(100)
           VALUE '/app/data/clearout.dat'.
       01  WS-CASHPT-FILE-PATH      PIC X(100)
           VALUE '/app/data/cashpt.dat'.
       01  WS-SYSSTAT-FILE-PATH     PIC X(100)
           VALUE '/app/data/sysstat.dat'.
       01  WS-BLOCKLIST-FILE-PATH   PIC X(100)
           VALUE '/app/data/campaigns.dat'.
       01  WS-VREDEMPT-FILE-PATH    PIC X(100)
           VALUE '/app/data/vredempt.dat'.
       01  WS-SEGMENT-FILE-PATH     PIC X(100)
           VALUE '/app/data/segments.dat'.
       01  WS-LOYRATE-FILE-PATH     PIC X(100)
           VALUE '/app/data/loyrates.dat'.
       01  WS-LOYLEDGER-FILE-PATH   PIC X(100)
           VALUE '/app/data/loyledger.dat'.
       01  WS-PREAUTH-FILE-PATH     PIC X(100)
           VALUE '/app/data/preauth.dat'.
       01  WS-TERMINAL-FILE-PATH    PIC X(100)
           VALUE '/app/data/terminals.dat'.
       01  WS-MERCHPAR-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchpar.dat'.
       01  WS-PINHASH-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinhash.dat'.

      *--- File Status ---
       01  WS-ACC-FILE-STATUS      PIC XX.
           88  TXN-FS-EOF          VALUE '10'.

      *--- Input stdin: TXN_ID|USER_ID|MERCHANT_ID|AMOUNT|QR|PIN    ---
      *--- |VOUCHER|INSTALLMENTS|CHANNEL|MODE - voucher, tenor     ---
      *--- cicilan, kanal dan mode opsional ('-'/kosong berarti    ---
      *--- tidak dipakai; kanal kosong dianggap MOBILE, mode       ---
      *--- kosong dianggap SALE). Mode AUTH menahan dana sebagai   ---
      *--- pre-otorisasi dengan TXN_ID sebagai auth-id; CAPTURE    ---
      *--- dan VOID memakai TXN_ID = auth-id yang sudah ada.       ---
      *--- Mode SPLIT membawa kolom ke-11: rincian leg tenant      ---
      *--- (lihat WS-IN-SPLITS). Kolom ke-12 opsional: id terminal ---
      *--- kasir yang menerima pembayaran (lihat VALIDATE-TERMINAL) ---
       01  WS-INPUT-LINE           PIC X(600).

      *--- Parsed input fields ---
       01  WS-IN-TXN-ID            PIC X(36).
       01  WS-IN-VOUCHER           PIC X(20).
       01  WS-IN-INST-STR          PIC X(10).
       01  WS-IN-CHANNEL           PIC X(10).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-TERMINAL-ID       PIC X(20).
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Validasi terminal kasir: kosong/'-' berarti pembayaran  ---
      *--- tanpa terminal (QR dipindai aplikasi nasabah). Gagal:   ---
      *--- U = tidak terdaftar, B = tidak aktif/diblokir,          ---
      *--- M = bukan milik merchant yang dibayar                    ---
       01  WS-TRM-FILE-STATUS      PIC XX.
           88  TRM-FS-OK           VALUE '00'.

       01  WS-MPAR-FILE-STATUS     PIC XX.
           88  MPAR-FS-OK          VALUE '00'.
           88  MPAR-FS-EOF         VALUE '10'.

       01  WS-MERCHPAR-RECORD.
           05  WS-MR-OUTLET-ID     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-MR-PARENT-ID     PIC X(20).
           05  FILLER              PIC X(1).

       01  WS-TERM-ID              PIC X(20).
       01  WS-TERM-MER-ID          PIC X(20).
       01  WS-TERM-OWNER           PIC X(20).
       01  WS-TERM-OK              PIC X(1) VALUE 'Y'.
       01  WS-TERM-FAIL            PIC X(1) VALUE SPACE.

      *--- Dimensi kanal: limit harian per kanal dan kolom kanal  ---
      *--- di record transaksi - tanpa kanal di input dipakai      ---
      *--- MOBILE sebagai default                                    ---
       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.
       01  WS-RESERVE-OK           PIC X(1) VALUE 'N'.
       01  WS-AVAILABLE-BALANCE    PIC 9(13)V99.
       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-DONE          PIC X(1) VALUE 'N'.
       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.
       01  WS-MER-FOUND            PIC X(1) VALUE 'N'.
       01  WS-CURRENCY-MATCH       PIC X(1) VALUE 'Y'.

           05  FILLER              PIC X(7) VALUE 'MDR-OF:'.
           05  WS-MF-TXN-ID        PIC X(36).

      *--- Tarik tunai di merchant (mode CASHWD): nasabah scan QR  ---
      *--- merchant titik tarik tunai dan menerima uang kas di     ---
      *--- kasir. Tanpa MDR; fee tarik tunai flat (CWFEE) dibagi   ---
      *--- antara bank (BANKFEEINC) dan merchant (CWMERBPS bps),   ---
      *--- dengan cap harian per nasabah (CWUSRDAY) dan per        ---
      *--- merchant (CWMERDAY, bisa ditimpa cap di cashpt.dat)     ---
       01  WS-CPT-FILE-STATUS      PIC XX.
           88  CPT-FS-OK           VALUE '00'.
           88  CPT-FS-EOF          VALUE '10'.

       01  WS-CASHPT-PARSE.
           05  WS-CPP-MER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CPP-STATUS       PIC X(3).
           05  FILLER              PIC X(1).
           05  WS-CPP-CAP          PIC 9(13).
           05  FILLER              PIC X(1).
           05  WS-CPP-DATE         PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-CPP-CHG-ID       PIC 9(8).
           05  FILLER              PIC X(1).

       01  WS-CP-ACTIVE            PIC X(1) VALUE 'N'.
       01  WS-CWD-FEE              PIC 9(13)V99 VALUE 3500.00.
       01  WS-CWD-MER-BPS          PIC 9(5) VALUE 5000.
       01  WS-CWD-USER-DAY-CAP     PIC 9(13)V99 VALUE 1000000.00.
       01  WS-CWD-MER-DAY-CAP      PIC 9(13)V99 VALUE 10000000.00.
       01  WS-CWD-MER-LIMIT        PIC 9(13)V99 VALUE 0.
       01  WS-CWD-USER-TOTAL       PIC 9(13)V99 VALUE 0.
       01  WS-CWD-MER-TOTAL        PIC 9(13)V99 VALUE 0.
       01  WS-CWD-FEE-AMOUNT       PIC 9(13)V99 VALUE 0.
       01  WS-CWD-MER-SHARE        PIC 9(13)V99 VALUE 0.
       01  WS-CWD-BANK-SHARE       PIC 9(13)V99 VALUE 0.
       01  WS-CWD-FEE-EDIT         PIC Z(12)9.99.
       01  WS-CWD-AMOUNT-EDIT      PIC Z(12)9.99.
       01  WS-CWD-FEE-INCOME-USER  PIC X(20) VALUE 'BANKFEEINC'.
       01  WS-CWD-FEE-INC-FOUND    PIC X(1) VALUE 'N'.
       01  WS-CWD-LEG-TXN-ID       PIC X(36).

      *--- Pembayaran split marketplace: satu debit nasabah dibagi ---
      *--- ke beberapa tenant. Kolom input ke-11 berisi            ---
      *--- TENANT:NOMINAL dipisah ';' (2 s.d. 10 leg, total harus  ---
      *--- sama dengan nominal). Tiap leg dikredit ke tenantnya    ---
      *--- dengan MDR tenant itu sendiri dan dibukukan sebagai     ---
      *--- baris SPLITLEG yang menunjuk induknya lewat SPLIT-OF:   ---
       01  WS-IN-SPLITS            PIC X(300).
       01  WS-SPLIT-COUNT          PIC 9(2) VALUE 0.
       01  WS-SPLIT-IDX            PIC 9(2) VALUE 0.
       01  WS-SPLIT-PTR            PIC 9(3) VALUE 1.
       01  WS-SPLIT-TOKEN          PIC X(50).
       01  WS-SPLIT-TOK-MER        PIC X(20).
       01  WS-SPLIT-TOK-AMT        PIC X(20).
       01  WS-SPLIT-SUM            PIC 9(14)V99 VALUE 0.
       01  WS-SPLIT-VALID          PIC X(1) VALUE 'Y'.
       01  WS-SPLIT-FAIL           PIC X(1) VALUE SPACE.

       01  WS-SPLIT-TABLE.
           05  WS-SL-ENTRY OCCURS 10 TIMES.
               10  WS-SL-MER-ID    PIC X(20).
               10  WS-SL-AMOUNT    PIC 9(13)V99.
               10  WS-SL-FEE       PIC 9(13)V99.
               10  WS-SL-NET       PIC 9(13)V99.

       01  WS-SPLIT-PARENT-TXN-ID  PIC X(36).
       01  WS-SPLIT-PARENT-MER-ID  PIC X(20).
       01  WS-SPLIT-PARENT-CCY     PIC X(3).
       01  WS-SPLIT-PARENT-MER     PIC X(213).
       01  WS-SPLIT-LEG-ID         PIC X(36).
       01  WS-SPLIT-ID-LEN         PIC 9(2).
       01  WS-SPLIT-NO-EDIT        PIC 9(2).
       01  WS-SPLIT-AMT-EDIT       PIC Z(12)9.99.
       01  WS-SPLIT-COUNT-EDIT     PIC Z9.
       01  WS-SPLIT-FEE-EDIT       PIC Z(12)9.99.
       01  WS-SPLIT-JSON-LEGS      PIC X(1500).
       01  WS-SPLIT-JSON-PTR       PIC 9(4).

       01  WS-SPLIT-LINK.
           05  FILLER              PIC X(9) VALUE 'SPLIT-OF:'.
           05  WS-SK-TXN-ID        PIC X(36).

      *--- Konversi kurs lintas mata uang - nominal settle ke      ---
      *--- merchant dikonversi pada kurs jual hari ini, nominal    ---
      *--- debit nasabah tetap dalam mata uang rekeningnya          ---
       01  WS-CM-LIMIT             PIC X(20).
       01  WS-CM-RISK              PIC X(10).
       01  WS-CM-MATCHED           PIC X(1).
      *--- Kolom ke-5 catmast (opsional): masa berlaku pre-otorisasi ---
      *--- dalam hari untuk kategori itu; tanpa kolom dipakai 7     ---
       01  WS-CM-AUTH-DAYS         PIC X(10).
       01  WS-AUTH-DAYS            PIC 9(3) VALUE 7.

      *--- Pre-otorisasi QRIS (hotel, SPBU, rental): AUTH menahan   ---
      *--- dana di HOLD akun, CAPTURE menagih <= jumlah auth lalu   ---
      *--- melepas sisa hold, VOID melepas seluruh hold             ---
       01  WS-PA-FILE-STATUS       PIC XX.
           88  PA-FS-OK            VALUE '00'.
           88  PA-FS-EOF           VALUE '10'.
           88  PA-FS-NOT-FOUND     VALUE '35'.

       01  WS-PREAUTH-RECORD.
           05  WS-PA-AUTH-ID       PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-AUTH-AMOUNT   PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-CAPT-AMOUNT   PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-CREATED       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-EXPIRY-DATE   PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-UPDATED       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PA-QR-CODE       PIC X(100).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-PA-FOUND             PIC X(1) VALUE 'N'.
       01  WS-PA-NEW-STATUS        PIC X(10).
       01  WS-PA-NEW-CAPT          PIC 9(13)V99.
       01  WS-PA-TODAY-NUM         PIC 9(8).
       01  WS-PA-EXPIRY-INT        PIC 9(8).
       01  WS-PA-EXPIRY-NUM        PIC 9(8).
       01  WS-PA-RELEASE-AMOUNT    PIC 9(13)V99.
       01  WS-PA-AMOUNT-DISPLAY    PIC Z(12)9.99.
       01  WS-PA-CAPT-DISPLAY      PIC Z(12)9.99.
       01  WS-PA-REL-DISPLAY       PIC Z(12)9.99.

      *--- Routing sub-wallet: pembayaran lintas mata uang memakai ---
      *--- wallet nasabah yang cocok dengan mata uang merchant     ---
           05  WS-CP-END           PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-CP-STATUS        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CP-SEGMENTS.
               10  WS-CP-SEG-ENTRY OCCURS 4 TIMES.
                   15  WS-CP-SEG   PIC X(8).
                   15  FILLER      PIC X(1).

      *--- Segmen nasabah dari segments.dat (USER|SEGMENT|MONTH|..) ---
       01  WS-SG-FILE-STATUS       PIC XX.
           88  SG-FS-OK            VALUE '00'.
           88  SG-FS-EOF           VALUE '10'.

       01  WS-SEGMENT-PARSE.
           05  WS-SP-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-SP-SEGMENT       PIC X(8).
           05  FILLER              PIC X(71).

       01  WS-USER-SEGMENT         PIC X(8).
       01  WS-SEGMENT-FOUND        PIC X(1).
       01  WS-SEGMENT-OK           PIC X(1) VALUE 'Y'.
       01  WS-CP-SEG-IDX           PIC 9(1).

       01  WS-VREDEMPT-RECORD.
           05  WS-VR-CODE          PIC X(20).
      *--- yang parse sampai updated-at tidak terganggu             ---
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-CHANNEL      PIC X(10).
      *--- Disusul id terminal kasir (kosong tanpa terminal) ---
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-TERMINAL-ID  PIC X(20).

      *--- Transaction record dibaca untuk cek duplikat & velocity ---
       01  WS-TXN-PARSE.
       01  WS-ALERT-LOWBAL         PIC 9(13)V99.
       01  WS-ALERT-BIGDEBIT       PIC 9(13)V99.
       01  WS-ALERT-ACTIVE         PIC X(1).

      *--- Aturan rekening anak dari familylink.dat: kategori      ---
      *--- terlarang dipisah koma, cap 0 = tanpa cap per transaksi ---
       01  WS-FL-FILE-STATUS       PIC XX.
           88  FL-FS-OK            VALUE '00'.

       01  WS-CHILD-LINKED         PIC X(1) VALUE 'N'.
       01  WS-CHILD-FAIL           PIC X(1) VALUE SPACE.
       01  WS-CHILD-PARENT-ID      PIC X(20).
       01  WS-CHILD-TXN-CAP        PIC 9(13)V99 VALUE 0.
       01  WS-CHILD-NOTIFY-MIN     PIC 9(13)V99 VALUE 0.
       01  WS-CHILD-BLOCKED-CATS   PIC X(100).
       01  WS-CHILD-CAT-TOKEN      PIC X(50).
       01  WS-CHILD-CAT-PTR        PIC 9(3).
       01  WS-DUP-WINDOW-SECS      PIC 9(5) VALUE 900.
       01  WS-DUP-NOW-TIME         PIC X(6).
       01  WS-DUP-NOW-SECS         PIC 9(6).
           05  WS-PM-EFF-FRAUD     PIC X(8) VALUE SPACES.
           05  WS-PM-EFF-PINF      PIC X(8) VALUE SPACES.
           05  WS-PM-EFF-MDRU      PIC X(8) VALUE SPACES.
           05  WS-PM-EFF-CWFEE     PIC X(8) VALUE SPACES.
           05  WS-PM-EFF-CWBPS     PIC X(8) VALUE SPACES.
           05  WS-PM-EFF-CWUSR     PIC X(8) VALUE SPACES.
           05  WS-PM-EFF-CWMER     PIC X(8) VALUE SPACES.
       01  WS-VELOCITY-TOTAL        PIC 9(13)V99.
       01  WS-TP-AMOUNT-NUM         PIC 9(13)V99.
       01  WS-TODAY-DATE            PIC X(8).

      *--- Output JSON ---
       01  WS-JSON-OUTPUT          PIC X(2000).

      *--- Date/time ---
       01  WS-DATETIME             PIC X(20).
       01  WS-JNL-MATCH-FOUND      PIC X(1) VALUE 'N'.

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
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'PAYMENTPROC'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
       PROCEDURE DIVISION.

       MAIN-LOGIC.
                    WS-IN-VOUCHER
                    WS-IN-INST-STR
                    WS-IN-CHANNEL
                    WS-IN-MODE
                    WS-IN-SPLITS
                    WS-IN-TERMINAL-ID
           END-UNSTRING

      *--- Kanal asal request; kosong/'-' berarti MOBILE. Semua   ---
           END-IF
           MOVE WS-IN-CHANNEL TO WS-TWR-CHANNEL

      *--- Terminal kasir ikut dicatat di ekor record transaksi - ---
      *--- dasar laporan tutup batch per terminal (TERMCLOSE)      ---
           IF FUNCTION TRIM(WS-IN-TERMINAL-ID) = '-'
               MOVE SPACES TO WS-IN-TERMINAL-ID
           END-IF
           MOVE WS-IN-TERMINAL-ID TO WS-TWR-TERMINAL-ID

      *--- Mode pembayaran; kosong/'-' berarti SALE biasa. AUTH    ---
      *--- tidak memakai voucher maupun cicilan - nominal finalnya ---
      *--- baru diketahui saat capture                              ---
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-MODE))
               TO WS-IN-MODE
           IF WS-IN-MODE = SPACES OR WS-IN-MODE = '-'
               MOVE 'SALE' TO WS-IN-MODE
           END-IF

      *--- SPLIT juga tanpa voucher dan cicilan - diskon dan       ---
      *--- piutang tidak bisa dibagi rata ke leg-leg tenant. Tarik ---
      *--- tunai (CASHWD) juga: uang kas tidak bisa didiskon       ---
      *--- maupun dicicil                                           ---
           IF WS-IN-MODE = 'AUTH' OR WS-IN-MODE = 'SPLIT'
              OR WS-IN-MODE = 'CASHWD'
               MOVE '-' TO WS-IN-VOUCHER
               MOVE '-' TO WS-IN-INST-STR
           END-IF

      *--- Rangkum txn/user/merchant id jadi satu audit key ---
           MOVE WS-IN-TXN-ID TO WS-AUD-TXN-ID
           MOVE WS-IN-USER-ID TO WS-AUD-USER-ID
           MOVE WS-IN-MERCHANT-ID TO WS-AUD-MERCHANT-ID
           MOVE WS-AUD-KEY-PARTS TO WS-AUD-KEY

      *--- VOID tidak membawa nominal - langsung lepas hold auth-  ---
      *--- nya; mode yang tidak dikenal ditolak sebelum apa pun    ---
           EVALUATE WS-IN-MODE
               WHEN 'SALE'
               WHEN 'AUTH'
               WHEN 'CAPTURE'
               WHEN 'SPLIT'
               WHEN 'CASHWD'
                   CONTINUE
               WHEN 'VOID'
                   PERFORM PROCESS-PREAUTH-VOID
                   STOP RUN
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
                   STOP RUN
           END-EVALUATE

      *--- Validasi format numerik amount sebelum NUMVAL ---
           MOVE FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-STR)
               TO WS-NUMVAL-CHECK
               STOP RUN
           END-IF

      *--- CAPTURE menagih pre-otorisasi yang sudah lolos semua    ---
      *--- validasi saat AUTH - QR dan PIN tidak diminta lagi       ---
           IF WS-IN-MODE = 'CAPTURE'
               PERFORM PROCESS-PREAUTH-CAPTURE
               STOP RUN
           END-IF

      *--- Rincian leg split harus lengkap dan totalnya pas dengan ---
      *--- nominal sebelum apa pun disentuh                         ---
           IF WS-IN-MODE = 'SPLIT'
               PERFORM PARSE-SPLIT-LEGS

               IF WS-SPLIT-VALID = 'N'
                   PERFORM RETURN-INVALID-SPLIT
                   STOP RUN
               END-IF
           END-IF

      *--- Validasi QR Code: format payload QRIS dan checksum.    ---
      *--- Payload dinamis juga dicek nominal dan kedaluwarsanya   ---
           PERFORM VALIDATE-QR-PAYLOAD
               STOP RUN
           END-IF

      *--- Auth-id juga tidak boleh bentrok dengan pre-otorisasi   ---
      *--- yang sudah tercatat (belum masuk indeks transaksi)      ---
           IF WS-IN-MODE = 'AUTH'
               PERFORM FIND-PREAUTH-RECORD

               IF WS-PA-FOUND = 'Y'
                   PERFORM RETURN-DUPLICATE-TXN
                   STOP RUN
               END-IF
           END-IF

      *--- Step 0a: Jaga duplikat berbasis konten - txn-id baru    ---
      *--- tapi user, merchant, dan nominal sama dalam jendela     ---
      *--- singkat ditolak dengan kode 1028 supaya aplikasi bisa   ---
      *--- PIN salah menambah penghitung gagal beruntun; mencapai ---
      *--- ambang memblokir rekening otomatis. PIN benar me-reset ---
      *--- penghitungnya.                                         ---
           PERFORM VERIFY-PIN-HASH

           IF WS-PH-PIN-OK NOT = 'Y'
               PERFORM RECORD-PIN-FAILURE

               IF WS-PIN-LOCKED-NOW = 'Y'
               STOP RUN
           END-IF

      *--- Step 3a: Terminal kasir yang tidak terdaftar, diblokir, ---
      *--- atau milik merchant lain ditolak                         ---
           MOVE WS-IN-TERMINAL-ID TO WS-TERM-ID
           MOVE WS-IN-MERCHANT-ID TO WS-TERM-MER-ID
           PERFORM VALIDATE-TERMINAL

           IF WS-TERM-OK = 'N'
               PERFORM RETURN-INVALID-TERMINAL
               STOP RUN
           END-IF

      *--- Step 3b: Cek batas transaksi per kategori merchant ---
           PERFORM CHECK-MERCHANT-CATEGORY-LIMIT

               STOP RUN
           END-IF

      *--- Step 3c2: Split marketplace - tiap tenant harus merchant ---
      *--- aktif bermata uang sama dengan marketplace (tanpa kurs), ---
      *--- tidak diblokir nasabah, dan (untuk rekening anak) bukan  ---
      *--- kategori terlarang; MDR dihitung per tenant              ---
           IF WS-IN-MODE = 'SPLIT'
               IF WS-FX-APPLIED = 'Y'
                   PERFORM RETURN-CURRENCY-MISMATCH
                   STOP RUN
               END-IF

               PERFORM VALIDATE-SPLIT-TENANTS

               EVALUATE WS-SPLIT-FAIL
                   WHEN 'F'
                       PERFORM RETURN-INVALID-MERCHANT
                       STOP RUN
                   WHEN 'I'
                       PERFORM RETURN-MERCHANT-INACTIVE
                       STOP RUN
                   WHEN 'C'
                       PERFORM RETURN-CURRENCY-MISMATCH
                       STOP RUN
                   WHEN 'B'
                       PERFORM RETURN-MERCHANT-BLOCKED
                       STOP RUN
                   WHEN 'K'
                       PERFORM RETURN-CHILD-CATEGORY-BLOCKED
                       STOP RUN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      *--- Step 3c4: Tarik tunai hanya di merchant yang ditandai   ---
      *--- titik tarik tunai, tanpa kurs maupun sub-wallet (uang   ---
      *--- kas selalu rupiah dari saldo utama), dan dalam cap      ---
      *--- harian tarik tunai nasabah maupun merchant-nya           ---
           IF WS-IN-MODE = 'CASHWD'
               IF WS-FX-APPLIED = 'Y' OR WS-WALLET-PAY = 'Y'
                   PERFORM RETURN-CURRENCY-MISMATCH
                   STOP RUN
               END-IF

               PERFORM CHECK-CASH-POINT

               IF WS-CP-ACTIVE = 'N'
                   PERFORM RETURN-NOT-CASH-POINT
                   STOP RUN
               END-IF

               PERFORM SCAN-CASH-WITHDRAWALS

               IF WS-CWD-USER-TOTAL + WS-IN-AMOUNT > WS-CWD-USER-DAY-CAP
                   PERFORM RETURN-CASHWD-USER-CAP
                   STOP RUN
               END-IF

               IF WS-CWD-MER-TOTAL + WS-IN-AMOUNT > WS-CWD-MER-LIMIT
                   PERFORM RETURN-CASHWD-MERCHANT-CAP
                   STOP RUN
               END-IF
           END-IF

      *--- Step 3c3: Rekening anak - kategori merchant yang        ---
      *--- dilarang orang tua dan cap per transaksinya ditegakkan  ---
      *--- sebelum ada dana yang ditahan                           ---
           PERFORM CHECK-CHILD-RULES

           EVALUATE WS-CHILD-FAIL
               WHEN 'K'
                   PERFORM RETURN-CHILD-CATEGORY-BLOCKED
                   STOP RUN
               WHEN 'X'
                   PERFORM RETURN-CHILD-CAP-EXCEEDED
                   STOP RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *--- Step 3e: Screening pola fraud - skor mencapai ambang   ---
      *--- berarti pembayaran diparkir ke antrian review, kecuali ---
      *--- CS sudah melepasnya (released)                          ---
           END-IF

      *--- Step 3f: Hitung fee MDR - merchant menerima netto, fee ---
      *--- masuk rekening pendapatan bank. Split sudah menghitung  ---
      *--- fee per tenant di VALIDATE-SPLIT-TENANTS. Tarik tunai  ---
      *--- tanpa MDR - gantinya fee tarik tunai yang dibagi         ---
           IF WS-IN-MODE = 'CASHWD'
               PERFORM COMPUTE-CASHWD-FEE
           ELSE
               IF WS-IN-MODE NOT = 'SPLIT'
                   PERFORM LOOKUP-MDR-RATE
                   PERFORM COMPUTE-MDR-FEE
               END-IF
           END-IF

      *--- Step 3g: Voucher kampanye - diskon memotong debit       ---
      *--- nasabah; voucher yang tidak berlaku (kampanye tidak     ---
               STOP RUN
           END-IF

      *--- Pre-otorisasi berhenti di sini: dana tertahan di HOLD   ---
      *--- sampai di-capture, di-void, atau kedaluwarsa (AUTHEXP)  ---
           IF WS-IN-MODE = 'AUTH'
               PERFORM WRITE-PREAUTH-RECORD
               PERFORM RETURN-PREAUTH-SUCCESS
               STOP RUN
           END-IF

      *--- Step 4: Catat intent jurnal sebelum file apapun disentuh, ---
      *--- lalu proses debit saldo                                   ---
           PERFORM WRITE-JOURNAL-INTENT
           END-IF

      *--- Step 4b: Kreditkan dana netto ke rekening settlement ---
      *--- merchant, lalu fee MDR ke rekening pendapatan bank.   ---
      *--- Split mengkredit tiap tenant sebesar porsinya         ---
           IF WS-IN-MODE = 'SPLIT'
               PERFORM CREDIT-SPLIT-LEGS
           ELSE
               PERFORM CREDIT-MERCHANT-ACCOUNT

               IF WS-MDR-FEE > 0
                   PERFORM CREDIT-MDR-INCOME-ACCOUNT
                   PERFORM WRITE-MDR-FEE-TRANSACTION
               END-IF

               IF WS-CWD-FEE-AMOUNT > 0
                   PERFORM CREDIT-CWFEE-INCOME-ACCOUNT
                   PERFORM WRITE-CASHWD-FEE-ROWS
               END-IF
           END-IF

      *--- Step 4c: Selisih diskon voucher dibebankan ke rekening ---
      *--- WS-TXN-UPDATED-AT                                      ---
           PERFORM SETTLE-TRANSACTION

      *--- Leg split dibukukan setelah induknya - volume tiap      ---
      *--- tenant dibaca settlement dari baris SPLITLEG ini        ---
           IF WS-IN-MODE = 'SPLIT'
               PERFORM WRITE-SPLIT-LEG-ROWS
           END-IF

      *--- Step 5c: Tandai jurnal COMMITTED - debit dan pencatatan ---
      *--- transaksi sudah selesai semua, tidak ada lagi yang bisa ---
      *--- tertinggal setengah jalan untuk txn ini                 ---

      *--- Step 5e: Akru poin loyalty untuk nasabah berdasarkan   ---
      *--- kategori merchant - tanpa tarif terdaftar tidak ada    ---
      *--- poin, pembayaran tetap sukses. Tarik tunai bukan        ---
      *--- belanja - tidak mendapat poin                            ---
           IF WS-IN-MODE NOT = 'CASHWD'
               PERFORM ACCRUE-LOYALTY-POINTS
           END-IF

      *--- Step 5g: Pembayaran rekening anak di atas ambang yang   ---
      *--- dipasang orang tua dikabarkan ke orang tuanya           ---
           PERFORM NOTIFY-PARENT-OF-CHILD-PAY

      *--- Step 6: Return sukses ---
           IF WS-IN-MODE = 'SPLIT'
               PERFORM RETURN-SPLIT-SUCCESS
           ELSE
               IF WS-IN-MODE = 'CASHWD'
                   PERFORM RETURN-CASHWD-SUCCESS
               ELSE
                   PERFORM RETURN-SUCCESS
               END-IF
           END-IF

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
                      INTO WS-ALERTCFG-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/familylink.dat' DELIMITED SIZE
                      INTO WS-FAMILY-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
                      INTO WS-CLEAROUT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/cashpt.dat' DELIMITED SIZE
                      INTO WS-CASHPT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/sysstat.dat' DELIMITED SIZE
                      INTO WS-SYSSTAT-FILE-PATH
                      INTO WS-VREDEMPT-FILE-PATH
               END-STRING

               MOVE SPACES TO WS-SEGMENT-FILE-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/segments.dat' DELIMITED SIZE
                      INTO WS-SEGMENT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/loyrates.dat' DELIMITED SIZE
                      INTO WS-LOYRATE-FILE-PATH
                      '/loyledger.dat' DELIMITED SIZE
                      INTO WS-LOYLEDGER-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/preauth.dat' DELIMITED SIZE
                      INTO WS-PREAUTH-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/terminals.dat' DELIMITED SIZE
                      INTO WS-TERMINAL-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchpar.dat' DELIMITED SIZE
                      INTO WS-MERCHPAR-FILE-PATH
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
           END-IF

           ACCEPT WS-BANK-CODE-ENV FROM ENVIRONMENT "DANTE_BANK_CODE"
                           MOVE WS-PM-REC-VALUE
                               TO WS-MDR-INCOME-USER
                       END-IF
                   WHEN 'CWFEE'
                       MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
                           TO WS-NUMVAL-CHECK
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-CWFEE
                           MOVE WS-PM-REC-EFF(1:8)
                               TO WS-PM-EFF-CWFEE
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-CWD-FEE
                       END-IF
                   WHEN 'CWMERBPS'
                       MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
                           TO WS-NUMVAL-CHECK
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-CWBPS
                           MOVE WS-PM-REC-EFF(1:8)
                               TO WS-PM-EFF-CWBPS
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-CWD-MER-BPS
                       END-IF
                   WHEN 'CWUSRDAY'
                       MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
                           TO WS-NUMVAL-CHECK
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-CWUSR
                           MOVE WS-PM-REC-EFF(1:8)
                               TO WS-PM-EFF-CWUSR
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-CWD-USER-DAY-CAP
                       END-IF
                   WHEN 'CWMERDAY'
                       MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
                           TO WS-NUMVAL-CHECK
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-CWMER
                           MOVE WS-PM-REC-EFF(1:8)
                               TO WS-PM-EFF-CWMER
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-CWD-MER-DAY-CAP
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                               OR FUNCTION TRIM(WS-TP-TYPE) =
                                  'STANDING'
                               OR FUNCTION TRIM(WS-TP-TYPE) = 'BULK'
                               OR FUNCTION TRIM(WS-TP-TYPE) = 'CASHWD'
                               OR (FUNCTION TRIM(WS-TP-TYPE) =
                                   'TRANSFER'
                                   AND WS-TP-QR-CODE(1:12) =
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

                   IF WS-AVAILABLE-BALANCE < WS-CUST-DEBIT-AMOUNT
                       MOVE 'N' TO WS-RESERVE-OK
                   ELSE
                       ADD WS-CUST-DEBIT-AMOUNT TO WS-AP-HOLD
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
       UPDATE-USER-BALANCE.
      *--- Tulis ulang saldo baru nasabah ke accounts.dat, dan      ---
      *--- lepas hold yang sudah direservasi - dana yang tadinya    ---
      *--- ditahan sekarang sudah benar-benar berpindah ke saldo    ---
           OPEN I-O ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
                       WS-AP-BALANCE - WS-CUST-DEBIT-AMOUNT
                   MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                   SUBTRACT WS-CUST-DEBIT-AMOUNT FROM WS-AP-HOLD
                   MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                   PERFORM CAPTURE-BALANCE-BEFORE
                   REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                   PERFORM WRITE-BALANCE-EVENT
           END-READ

           CLOSE ACCOUNT-FILE.
                       COMPUTE WS-MER-NEW-BALANCE =
                           WS-AP-BALANCE + WS-MER-NET-AMOUNT
                       MOVE WS-MER-NEW-BALANCE TO WS-AP-BALANCE
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
                   END-IF
               END-READ
           END-PERFORM
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
                       MOVE 'PAYMENTPROC' TO WS-HS-CHANGED-BY
                       PERFORM WRITE-STATUS-HISTORY
               END-READ

               CLOSE ACCOUNT-FILE
                       COMPUTE WS-MER-NEW-BALANCE =
                           WS-AP-BALANCE + WS-MDR-FEE
                       MOVE WS-MER-NEW-BALANCE TO WS-AP-BALANCE
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

      *----------------------------------------------------------------*
       CHECK-CASH-POINT.
      *--- Baris terakhir merchant di cashpt.dat yang berlaku:     ---
      *--- 'on' berarti boleh tarik tunai; cap 0 berarti memakai   ---
      *--- default CWMERDAY                                         ---
           MOVE 'N' TO WS-CP-ACTIVE
           MOVE WS-CWD-MER-DAY-CAP TO WS-CWD-MER-LIMIT

           OPEN INPUT CASHPT-FILE
           IF CPT-FS-OK
               PERFORM UNTIL CPT-FS-EOF
                   READ CASHPT-FILE INTO WS-CASHPT-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-CPP-MER-ID) =
                          FUNCTION TRIM(WS-IN-MERCHANT-ID)
                           IF FUNCTION TRIM(WS-CPP-STATUS) = 'on'
                               MOVE 'Y' TO WS-CP-ACTIVE
                               IF WS-CPP-CAP IS NUMERIC
                                  AND WS-CPP-CAP > 0
                                   MOVE WS-CPP-CAP TO WS-CWD-MER-LIMIT
                               ELSE
                                   MOVE WS-CWD-MER-DAY-CAP
                                       TO WS-CWD-MER-LIMIT
                               END-IF
                           ELSE
                               MOVE 'N' TO WS-CP-ACTIVE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CASHPT-FILE
           END-IF.

      *----------------------------------------------------------------*
       SCAN-CASH-WITHDRAWALS.
      *--- Total tarik tunai sukses hari ini milik nasabah ini dan ---
      *--- yang dibayarkan merchant ini - dua cap yang terpisah    ---
      *--- dari limit transaksi harian biasa                        ---
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
           MOVE 0 TO WS-CWD-USER-TOTAL
           MOVE 0 TO WS-CWD-MER-TOTAL

           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TP-TYPE) = 'CASHWD'
                          AND FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND WS-TP-CREATED-AT(1:8) = WS-TODAY-DATE
                           MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                               TO WS-TP-AMOUNT-NUM
                           IF FUNCTION TRIM(WS-TP-USER-ID) =
                              FUNCTION TRIM(WS-IN-USER-ID)
                               ADD WS-TP-AMOUNT-NUM
                                   TO WS-CWD-USER-TOTAL
                           END-IF
                           IF FUNCTION TRIM(WS-TP-MERCHANT-ID) =
                              FUNCTION TRIM(WS-IN-MERCHANT-ID)
                               ADD WS-TP-AMOUNT-NUM
                                   TO WS-CWD-MER-TOTAL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       COMPUTE-CASHWD-FEE.
      *--- Merchant dikredit nominal kas yang ia bayarkan ditambah ---
      *--- porsi fee-nya; nasabah didebit nominal plus fee penuh.  ---
      *--- Seperti MDR, fee hanya dibebankan kalau rekening        ---
      *--- pendapatan fee bank benar-benar ada                      ---
           MOVE 0 TO WS-MDR-FEE
           MOVE 0 TO WS-CWD-FEE-AMOUNT
           MOVE 0 TO WS-CWD-MER-SHARE
           MOVE 0 TO WS-CWD-BANK-SHARE
           MOVE WS-SETTLE-AMOUNT TO WS-MER-NET-AMOUNT

           IF WS-CWD-MER-BPS > 10000
               MOVE 10000 TO WS-CWD-MER-BPS
           END-IF

           IF WS-CWD-FEE > 0
               PERFORM CHECK-CWFEE-INCOME-ACCOUNT

               IF WS-CWD-FEE-INC-FOUND = 'Y'
                   MOVE WS-CWD-FEE TO WS-CWD-FEE-AMOUNT
                   COMPUTE WS-CWD-MER-SHARE ROUNDED =
                       WS-CWD-FEE-AMOUNT * WS-CWD-MER-BPS / 10000
                   COMPUTE WS-CWD-BANK-SHARE =
                       WS-CWD-FEE-AMOUNT - WS-CWD-MER-SHARE
                   COMPUTE WS-MER-NET-AMOUNT =
                       WS-SETTLE-AMOUNT + WS-CWD-MER-SHARE
                   COMPUTE WS-CUST-DEBIT-AMOUNT =
                       WS-IN-AMOUNT + WS-CWD-FEE-AMOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-CWFEE-INCOME-ACCOUNT.
           MOVE 'N' TO WS-CWD-FEE-INC-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-CWD-FEE-INCOME-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-CWD-FEE-INC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CWD-FEE-INC-FOUND
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       CREDIT-CWFEE-INCOME-ACCOUNT.
      *--- Hanya porsi bank yang masuk BANKFEEINC - porsi merchant ---
      *--- sudah ikut dikredit bersama nominal kas                  ---
           IF WS-CWD-BANK-SHARE > 0
               OPEN I-O ACCOUNT-FILE
               IF ACC-FS-OK
                   MOVE WS-CWD-FEE-INCOME-USER TO FD-ACC-USER-ID

                   READ ACCOUNT-FILE INTO WS-ACC-PARSE
                       KEY IS FD-ACC-USER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-MER-NEW-BALANCE =
                               WS-AP-BALANCE + WS-CWD-BANK-SHARE
                           MOVE WS-MER-NEW-BALANCE TO WS-AP-BALANCE
                           MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                               FROM WS-ACC-PARSE
                           PERFORM WRITE-BALANCE-EVENT
                   END-READ

                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       WRITE-CASHWD-FEE-ROWS.
      *--- Tiga baris terhubung ke tarik tunai asalnya lewat kolom ---
      *--- QR (pola FEE-OF:/FEEINC-OF: BILLPAY): fee atas nama     ---
      *--- nasabah (CWFEE), leg pendapatan bank (FEEINC), dan      ---
      *--- komisi merchant (CWCOMM) di kolom merchant supaya ikut  ---
      *--- terhitung settlement dan laporan titik tarik tunai      ---
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-OK
               MOVE WS-CWD-FEE-AMOUNT TO WS-CWD-FEE-EDIT
               MOVE SPACES TO WS-CWD-LEG-TXN-ID
               STRING 'FEE'
                      FUNCTION TRIM(WS-IN-TXN-ID)
                   DELIMITED SIZE
                   INTO WS-CWD-LEG-TXN-ID
               END-STRING

               MOVE WS-CWD-LEG-TXN-ID  TO WS-TWR-TXN-ID
               MOVE WS-IN-USER-ID     TO WS-TWR-USER-ID
               MOVE SPACES            TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-CWD-FEE-EDIT) TO WS-TWR-AMOUNT
               MOVE 'success'         TO WS-TWR-STATUS
               MOVE 'CWFEE'           TO WS-TWR-TYPE

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

               IF WS-CWD-BANK-SHARE > 0
                   MOVE WS-CWD-BANK-SHARE TO WS-CWD-FEE-EDIT
                   MOVE SPACES TO WS-CWD-LEG-TXN-ID
                   STRING 'FIN'
                          FUNCTION TRIM(WS-IN-TXN-ID)
                       DELIMITED SIZE
                       INTO WS-CWD-LEG-TXN-ID
                   END-STRING

                   MOVE WS-CWD-LEG-TXN-ID TO WS-TWR-TXN-ID
                   MOVE WS-CWD-FEE-INCOME-USER TO WS-TWR-USER-ID
                   MOVE SPACES        TO WS-TWR-MERCHANT-ID
                   MOVE FUNCTION TRIM(WS-CWD-FEE-EDIT)
                       TO WS-TWR-AMOUNT
                   MOVE 'success'     TO WS-TWR-STATUS
                   MOVE 'FEEINC'      TO WS-TWR-TYPE

                   MOVE SPACES TO WS-TWR-QR-CODE
                   STRING 'FEEINC-OF:'
                          FUNCTION TRIM(WS-IN-TXN-ID)
                       DELIMITED SIZE
                       INTO WS-TWR-QR-CODE
                   END-STRING

                   WRITE TRANSACTION-FILE-RECORD
                       FROM WS-TXN-WRITE-RECORD
                   PERFORM WRITE-TXN-EVENT
               END-IF

               IF WS-CWD-MER-SHARE > 0
                   MOVE WS-CWD-MER-SHARE TO WS-CWD-FEE-EDIT
                   MOVE SPACES TO WS-CWD-LEG-TXN-ID
                   STRING 'CWS'
                          FUNCTION TRIM(WS-IN-TXN-ID)
                       DELIMITED SIZE
                       INTO WS-CWD-LEG-TXN-ID
                   END-STRING

                   MOVE WS-CWD-LEG-TXN-ID TO WS-TWR-TXN-ID
                   MOVE SPACES        TO WS-TWR-USER-ID
                   MOVE WS-IN-MERCHANT-ID TO WS-TWR-MERCHANT-ID
                   MOVE FUNCTION TRIM(WS-CWD-FEE-EDIT)
                       TO WS-TWR-AMOUNT
                   MOVE 'success'     TO WS-TWR-STATUS
                   MOVE 'CWCOMM'      TO WS-TWR-TYPE

                   MOVE SPACES TO WS-TWR-QR-CODE
                   STRING 'CWCOMM-OF:'
                          FUNCTION TRIM(WS-IN-TXN-ID)
                       DELIMITED SIZE
                       INTO WS-TWR-QR-CODE
                   END-STRING

                   WRITE TRANSACTION-FILE-RECORD
                       FROM WS-TXN-WRITE-RECORD
                   PERFORM WRITE-TXN-EVENT
               END-IF

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       PARSE-SPLIT-LEGS.
      *--- Pecah kolom rincian split per ';' menjadi tabel leg.    ---
      *--- Token kosong dilewati; leg tanpa tenant, nominal tidak  ---
      *--- numerik/nol, lebih dari 10 leg, kurang dari 2 leg, atau ---
      *--- total leg yang tidak sama dengan nominal menolak split  ---
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-SUM
           MOVE 'Y' TO WS-SPLIT-VALID
           MOVE 1 TO WS-SPLIT-PTR

           PERFORM UNTIL WS-SPLIT-PTR > LENGTH OF WS-IN-SPLITS
                      OR WS-SPLIT-VALID = 'N'
               MOVE SPACES TO WS-SPLIT-TOKEN
               UNSTRING WS-IN-SPLITS
                   DELIMITED BY ';'
                   INTO WS-SPLIT-TOKEN
                   WITH POINTER WS-SPLIT-PTR
               END-UNSTRING

               IF WS-SPLIT-TOKEN NOT = SPACES
                   PERFORM PARSE-ONE-SPLIT-TOKEN
               END-IF
           END-PERFORM

           IF WS-SPLIT-COUNT < 2
              OR WS-SPLIT-SUM NOT = WS-IN-AMOUNT
               MOVE 'N' TO WS-SPLIT-VALID
           END-IF.

      *----------------------------------------------------------------*
       PARSE-ONE-SPLIT-TOKEN.
           MOVE SPACES TO WS-SPLIT-TOK-MER
           MOVE SPACES TO WS-SPLIT-TOK-AMT

           UNSTRING WS-SPLIT-TOKEN
               DELIMITED BY ':'
               INTO WS-SPLIT-TOK-MER
                    WS-SPLIT-TOK-AMT
           END-UNSTRING

           IF WS-SPLIT-COUNT >= 10
              OR FUNCTION TRIM(WS-SPLIT-TOK-MER) = SPACES
              OR FUNCTION TRIM(WS-SPLIT-TOK-AMT) = SPACES
               MOVE 'N' TO WS-SPLIT-VALID
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-SPLIT-TOK-AMT)
                   TO WS-NUMVAL-CHECK

               IF WS-NUMVAL-CHECK NOT = 0
                   MOVE 'N' TO WS-SPLIT-VALID
               ELSE
                   IF FUNCTION NUMVAL(WS-SPLIT-TOK-AMT) <= 0
                      OR FUNCTION NUMVAL(WS-SPLIT-TOK-AMT) >
                         WS-IN-AMOUNT
                       MOVE 'N' TO WS-SPLIT-VALID
                   ELSE
                       ADD 1 TO WS-SPLIT-COUNT
                       MOVE FUNCTION TRIM(WS-SPLIT-TOK-MER)
                           TO WS-SL-MER-ID(WS-SPLIT-COUNT)
                       MOVE FUNCTION NUMVAL(WS-SPLIT-TOK-AMT)
                           TO WS-SL-AMOUNT(WS-SPLIT-COUNT)
                       MOVE 0 TO WS-SL-FEE(WS-SPLIT-COUNT)
                       MOVE WS-SL-AMOUNT(WS-SPLIT-COUNT)
                           TO WS-SL-NET(WS-SPLIT-COUNT)
                       ADD WS-SL-AMOUNT(WS-SPLIT-COUNT)
                           TO WS-SPLIT-SUM
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       VALIDATE-SPLIT-TENANTS.
      *--- Data merchant marketplace (induk) disimpan dulu - cek    ---
      *--- tiap tenant memakai VALIDATE-MERCHANT/LOOKUP-MDR-RATE    ---
      *--- yang sama, lalu data induk dikembalikan untuk fraud,     ---
      *--- loyalty, dan record transaksi induk                      ---
           MOVE WS-IN-MERCHANT-ID TO WS-SPLIT-PARENT-MER-ID
           MOVE WS-MER-PARSE TO WS-SPLIT-PARENT-MER
           MOVE WS-MP-CURRENCY TO WS-SPLIT-PARENT-CCY
           MOVE SPACE TO WS-SPLIT-FAIL
           PERFORM LOAD-CHILD-LINK

           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
                  OR WS-SPLIT-FAIL NOT = SPACE
               PERFORM CHECK-ONE-SPLIT-TENANT
           END-PERFORM

           MOVE WS-SPLIT-PARENT-MER-ID TO WS-IN-MERCHANT-ID
           MOVE WS-SPLIT-PARENT-MER TO WS-MER-PARSE
           MOVE WS-IN-AMOUNT TO WS-SETTLE-AMOUNT
           MOVE 0 TO WS-MDR-FEE.

      *----------------------------------------------------------------*
       CHECK-ONE-SPLIT-TENANT.
           MOVE WS-SL-MER-ID(WS-SPLIT-IDX) TO WS-IN-MERCHANT-ID
           PERFORM VALIDATE-MERCHANT

           IF WS-MER-FOUND = 'N'
               MOVE 'F' TO WS-SPLIT-FAIL
           ELSE
               IF FUNCTION TRIM(WS-MP-CURRENCY) = SPACES
                   MOVE 'IDR' TO WS-MP-CURRENCY
               END-IF

               IF FUNCTION TRIM(WS-MP-STATUS) NOT = 'active'
                   MOVE 'I' TO WS-SPLIT-FAIL
               ELSE
                   IF WS-MP-CURRENCY NOT = WS-SPLIT-PARENT-CCY
                       MOVE 'C' TO WS-SPLIT-FAIL
                   ELSE
                       PERFORM CHECK-MERCHANT-BLOCKLIST

                       MOVE SPACE TO WS-CHILD-FAIL
                       IF WS-CHILD-LINKED = 'Y'
                           PERFORM CHECK-CHILD-CATEGORY
                       END-IF

                       EVALUATE TRUE
                           WHEN WS-PAIR-BLOCKED = 'Y'
                               MOVE 'B' TO WS-SPLIT-FAIL
                           WHEN WS-CHILD-FAIL = 'K'
                               MOVE 'K' TO WS-SPLIT-FAIL
                           WHEN OTHER
                               PERFORM LOOKUP-MDR-RATE
                               MOVE WS-SL-AMOUNT(WS-SPLIT-IDX)
                                   TO WS-SETTLE-AMOUNT
                               PERFORM COMPUTE-MDR-FEE
                               MOVE WS-MDR-FEE
                                   TO WS-SL-FEE(WS-SPLIT-IDX)
                               MOVE WS-MER-NET-AMOUNT
                                   TO WS-SL-NET(WS-SPLIT-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CREDIT-SPLIT-LEGS.
      *--- Tiap leg dikredit atas id leg-nya sendiri (induk + '-'  ---
      *--- + nomor leg) supaya kliring keluar dan baris MDRFEE     ---
      *--- tenant menunjuk leg, bukan induk                         ---
           MOVE WS-IN-TXN-ID TO WS-SPLIT-PARENT-TXN-ID

           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
               PERFORM CREDIT-ONE-SPLIT-LEG
           END-PERFORM

           MOVE WS-SPLIT-PARENT-TXN-ID TO WS-IN-TXN-ID
           MOVE WS-SPLIT-PARENT-MER-ID TO WS-IN-MERCHANT-ID
           MOVE WS-SPLIT-PARENT-MER TO WS-MER-PARSE
           MOVE 0 TO WS-MDR-FEE.

      *----------------------------------------------------------------*
       CREDIT-ONE-SPLIT-LEG.
           PERFORM BUILD-SPLIT-LEG-ID
           MOVE WS-SPLIT-LEG-ID TO WS-IN-TXN-ID
           MOVE WS-SL-MER-ID(WS-SPLIT-IDX) TO WS-IN-MERCHANT-ID
           PERFORM VALIDATE-MERCHANT

           MOVE WS-SL-FEE(WS-SPLIT-IDX) TO WS-MDR-FEE
           MOVE WS-SL-NET(WS-SPLIT-IDX) TO WS-MER-NET-AMOUNT

           PERFORM CREDIT-MERCHANT-ACCOUNT

           IF WS-MDR-FEE > 0
               PERFORM CREDIT-MDR-INCOME-ACCOUNT
               PERFORM WRITE-MDR-FEE-TRANSACTION
           END-IF.

      *----------------------------------------------------------------*
       BUILD-SPLIT-LEG-ID.
      *--- Id induk dipotong 33 karakter supaya sufiks '-nn' tetap ---
      *--- muat di kolom txn-id 36 karakter                         ---
           MOVE WS-SPLIT-IDX TO WS-SPLIT-NO-EDIT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SPLIT-PARENT-TXN-ID))
               TO WS-SPLIT-ID-LEN
           IF WS-SPLIT-ID-LEN > 33
               MOVE 33 TO WS-SPLIT-ID-LEN
           END-IF

           MOVE SPACES TO WS-SPLIT-LEG-ID
           STRING WS-SPLIT-PARENT-TXN-ID(1:WS-SPLIT-ID-LEN)
                  '-' WS-SPLIT-NO-EDIT
               DELIMITED SIZE
               INTO WS-SPLIT-LEG-ID
           END-STRING.

      *----------------------------------------------------------------*
       WRITE-SPLIT-LEG-ROWS.
      *--- Satu baris SPLITLEG per tenant: user = nasabah, merchant ---
      *--- = tenant, nominal = porsi gross tenant, kolom QR         ---
      *--- SPLIT-OF:<induk>. Baris memo - saldo nasabah sudah       ---
      *--- bergerak lewat baris QRIS induknya                        ---
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE FUNCTION TRIM(WS-SPLIT-PARENT-TXN-ID) TO WS-SK-TXN-ID

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
                   PERFORM BUILD-SPLIT-LEG-ID
                   MOVE WS-SL-AMOUNT(WS-SPLIT-IDX)
                       TO WS-SPLIT-AMT-EDIT

                   MOVE WS-SPLIT-LEG-ID   TO WS-TWR-TXN-ID
                   MOVE WS-IN-USER-ID     TO WS-TWR-USER-ID
                   MOVE WS-SL-MER-ID(WS-SPLIT-IDX)
                                          TO WS-TWR-MERCHANT-ID
                   MOVE FUNCTION TRIM(WS-SPLIT-AMT-EDIT)
                                          TO WS-TWR-AMOUNT
                   MOVE 'success'         TO WS-TWR-STATUS
                   MOVE 'SPLITLEG'        TO WS-TWR-TYPE
                   MOVE WS-SPLIT-LINK     TO WS-TWR-QR-CODE
                   MOVE WS-DATETIME       TO WS-TWR-CREATED-AT
                   MOVE WS-DATETIME       TO WS-TWR-UPDATED-AT

                   WRITE TRANSACTION-FILE-RECORD
                       FROM WS-TXN-WRITE-RECORD
                   PERFORM WRITE-TXN-EVENT
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-CHILD-LINK.
      *--- Nasabah tanpa tautan aktif (bukan rekening anak) tidak  ---
      *--- terkena aturan apa pun; file belum ada juga begitu      ---
           MOVE 'N' TO WS-CHILD-LINKED

           OPEN INPUT FAMILY-FILE
           IF FL-FS-OK
               MOVE WS-IN-USER-ID TO FD-FL-CHILD-ID

               READ FAMILY-FILE
                   KEY IS FD-FL-CHILD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-FL-STATUS) = 'active'
                           MOVE 'Y' TO WS-CHILD-LINKED
                           MOVE FD-FL-PARENT-ID TO WS-CHILD-PARENT-ID
                           MOVE FD-FL-TXN-CAP TO WS-CHILD-TXN-CAP
                           MOVE FD-FL-NOTIFY-MIN
                               TO WS-CHILD-NOTIFY-MIN
                           MOVE FD-FL-BLOCKED-CATS
                               TO WS-CHILD-BLOCKED-CATS
                       END-IF
               END-READ

               CLOSE FAMILY-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-CHILD-RULES.
      *--- K = kategori merchant ada di daftar terlarang,         ---
      *--- X = nominal melewati cap per transaksi (0 = tanpa cap)  ---
           MOVE SPACE TO WS-CHILD-FAIL
           PERFORM LOAD-CHILD-LINK

           IF WS-CHILD-LINKED = 'Y'
               PERFORM CHECK-CHILD-CATEGORY

               IF WS-CHILD-FAIL = SPACE
                  AND WS-CHILD-TXN-CAP > 0
                  AND WS-IN-AMOUNT > WS-CHILD-TXN-CAP
                   MOVE 'X' TO WS-CHILD-FAIL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-CHILD-CATEGORY.
      *--- Kategori merchant yang sedang dibaca (WS-MP-CATEGORY)   ---
      *--- dicocokkan ke tiap entri daftar terlarang, tanpa beda   ---
      *--- huruf besar/kecil                                       ---
           MOVE 1 TO WS-CHILD-CAT-PTR

           PERFORM UNTIL WS-CHILD-CAT-PTR > 100
                      OR WS-CHILD-FAIL NOT = SPACE
               MOVE SPACES TO WS-CHILD-CAT-TOKEN
               UNSTRING WS-CHILD-BLOCKED-CATS
                   DELIMITED BY ','
                   INTO WS-CHILD-CAT-TOKEN
                   WITH POINTER WS-CHILD-CAT-PTR
               END-UNSTRING

               IF FUNCTION TRIM(WS-CHILD-CAT-TOKEN) NOT = SPACES
                  AND FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-CHILD-CAT-TOKEN)) =
                      FUNCTION UPPER-CASE(
                          FUNCTION TRIM(WS-MP-CATEGORY))
                   MOVE 'K' TO WS-CHILD-FAIL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       NOTIFY-PARENT-OF-CHILD-PAY.
      *--- Ambang 0 berarti setiap pembayaran anak dikabarkan ---
           IF WS-CHILD-LINKED = 'Y'
              AND WS-IN-AMOUNT > WS-CHILD-NOTIFY-MIN
               MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
               MOVE WS-CHILD-PARENT-ID TO WS-NR-USER-ID
               MOVE 'CHILDPAY'       TO WS-NR-EVENT
               MOVE WS-IN-AMOUNT-STR TO WS-NR-AMOUNT
               MOVE WS-IN-TXN-ID     TO WS-NR-TXN-ID
               MOVE 'new'            TO WS-NR-STATUS

               OPEN EXTEND NOTIFY-FILE
               IF NTF-FS-NOT-FOUND
                   OPEN OUTPUT NOTIFY-FILE
                   CLOSE NOTIFY-FILE
                   OPEN EXTEND NOTIFY-FILE
               END-IF

               IF NTF-FS-OK
                   WRITE NOTIFY-FILE-RECORD FROM WS-NOTIFY-RECORD
                   CLOSE NOTIFY-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       VALIDATE-TERMINAL.
      *--- Terminal yang lolos distempel last-seen-nya supaya      ---
      *--- terminal yang lama tidak bertransaksi bisa ditelusuri   ---
           MOVE 'Y' TO WS-TERM-OK
           MOVE SPACE TO WS-TERM-FAIL

           IF FUNCTION TRIM(WS-TERM-ID) = '-'
               MOVE SPACES TO WS-TERM-ID
           END-IF

           IF FUNCTION TRIM(WS-TERM-ID) NOT = SPACES
               MOVE 'N' TO WS-TERM-OK
               MOVE 'U' TO WS-TERM-FAIL

               OPEN I-O TERMINAL-FILE
               IF TRM-FS-OK
                   MOVE WS-TERM-ID TO FD-TRM-TERM-ID

                   READ TERMINAL-FILE
                       KEY IS FD-TRM-TERM-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CHECK-TERMINAL-RECORD
                   END-READ

                   CLOSE TERMINAL-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-TERMINAL-RECORD.
      *--- Terminal milik outlet boleh menerima pembayaran atas    ---
      *--- nama merchant induknya (QR kantor pusat)                 ---
           IF FUNCTION TRIM(FD-TRM-STATUS) NOT = 'active'
               MOVE 'B' TO WS-TERM-FAIL
           ELSE
               MOVE FD-TRM-MER-ID TO WS-TERM-OWNER

               IF WS-TERM-OWNER NOT = WS-TERM-MER-ID
                   PERFORM FIND-TERMINAL-PARENT
               END-IF

               IF WS-TERM-OWNER = WS-TERM-MER-ID
                   MOVE 'Y' TO WS-TERM-OK
                   MOVE SPACE TO WS-TERM-FAIL
                   MOVE FUNCTION CURRENT-DATE TO FD-TRM-LAST-SEEN
                   REWRITE TERMINAL-FILE-RECORD
               ELSE
                   MOVE 'M' TO WS-TERM-FAIL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       FIND-TERMINAL-PARENT.
           OPEN INPUT MERCHPAR-FILE
           IF MPAR-FS-OK
               PERFORM UNTIL MPAR-FS-EOF
                   READ MERCHPAR-FILE INTO WS-MERCHPAR-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-MR-OUTLET-ID = FD-TRM-MER-ID
                           MOVE WS-MR-PARENT-ID TO WS-TERM-OWNER
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE MERCHPAR-FILE
           END-IF.

      *----------------------------------------------------------------*
       VALIDATE-MERCHANT.
           OPEN INPUT MERCHANT-FILE
           MOVE SPACES TO WS-CM-DESC
           MOVE SPACES TO WS-CM-LIMIT
           MOVE SPACES TO WS-CM-RISK
           MOVE SPACES TO WS-CM-AUTH-DAYS

           UNSTRING WS-CM-LINE
               DELIMITED BY '|'
                    WS-CM-DESC
                    WS-CM-LIMIT
                    WS-CM-RISK
                    WS-CM-AUTH-DAYS
           END-UNSTRING

           MOVE FUNCTION TEST-NUMVAL(WS-CM-LIMIT)
               MOVE 'Y' TO WS-CM-MATCHED
               MOVE FUNCTION NUMVAL(WS-CM-LIMIT)
                   TO WS-CL-MATCH-LIMIT

               IF FUNCTION TRIM(WS-CM-AUTH-DAYS) NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-CM-AUTH-DAYS) = 0
                  AND FUNCTION NUMVAL(WS-CM-AUTH-DAYS) > 0
                   MOVE FUNCTION NUMVAL(WS-CM-AUTH-DAYS)
                       TO WS-AUTH-DAYS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
           ELSE
      *--- Cek dulu sub-wallet nasabah dalam mata uang merchant -  ---
      *--- kalau saldonya cukup, nominal dianggap dalam mata uang  ---
      *--- merchant dan didebit dari wallet itu tanpa konversi.    ---
      *--- Pre-otorisasi dan capture selalu lewat hold saldo utama ---
               IF WS-IN-MODE = 'SALE'
                   PERFORM CHECK-WALLET-ROUTE
               END-IF

               IF WS-WALLET-HAS-FUNDS = 'Y'
                   MOVE 'Y' TO WS-WALLET-PAY
               END-STRING
           END-IF

      *--- Capture pre-otorisasi menandai nominal auth aslinya -   ---
      *--- statement bisa menjelaskan hold yang dilepas             ---
      *--- Induk pembayaran split menandai jumlah leg-nya - baris ---
      *--- induk bukan volume merchant, leg-nya yang dihitung      ---
           IF WS-IN-MODE = 'SPLIT'
               MOVE WS-SPLIT-COUNT TO WS-SPLIT-NO-EDIT
               MOVE WS-QR-WITH-FX TO WS-QR-WITH-PROMO
               MOVE SPACES TO WS-QR-WITH-FX
               STRING FUNCTION TRIM(WS-QR-WITH-PROMO)
                      ' SPLIT:' WS-SPLIT-NO-EDIT
                   DELIMITED SIZE
                   INTO WS-QR-WITH-FX
               END-STRING
           END-IF

           IF WS-IN-MODE = 'CAPTURE'
               MOVE WS-PA-AUTH-AMOUNT TO WS-PA-AMOUNT-DISPLAY
               MOVE WS-QR-WITH-FX TO WS-QR-WITH-PROMO
               MOVE SPACES TO WS-QR-WITH-FX
               STRING FUNCTION TRIM(WS-QR-WITH-PROMO)
                      ' PREAUTH:' FUNCTION TRIM(WS-PA-AMOUNT-DISPLAY)
                   DELIMITED SIZE
                   INTO WS-QR-WITH-FX
               END-STRING
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-OK
               MOVE WS-IN-TXN-ID      TO WS-TWR-TXN-ID
               MOVE WS-IN-USER-ID     TO WS-TWR-USER-ID
               MOVE WS-IN-MERCHANT-ID TO WS-TWR-MERCHANT-ID
               MOVE WS-IN-AMOUNT-STR  TO WS-TWR-AMOUNT
               MOVE 'pending'         TO WS-TWR-STATUS
               IF WS-IN-MODE = 'CASHWD'
                   MOVE 'CASHWD'      TO WS-TWR-TYPE
               ELSE
                   MOVE 'QRIS'        TO WS-TWR-TYPE
               END-IF
               MOVE WS-QR-WITH-FX     TO WS-TWR-QR-CODE
               MOVE WS-DATETIME       TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME       TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

                               TO WS-TWR-UPDATED-AT
                           REWRITE TRANSACTION-FILE-RECORD
                               FROM WS-TXN-WRITE-RECORD
                           PERFORM WRITE-TXN-EVENT
                           MOVE 'Y' TO WS-SETTLE-DONE
                       END-IF
                   END-READ
               CLOSE CAMPAIGN-FILE
           END-IF

           MOVE 'Y' TO WS-SEGMENT-OK
           IF WS-CAMP-FOUND = 'Y'
               PERFORM CHECK-CAMPAIGN-SEGMENT
           END-IF

           IF WS-CAMP-FOUND = 'N'
              OR FUNCTION TRIM(WS-CP-STATUS) NOT = 'active'
              OR WS-PROMO-TODAY < WS-CP-START
              OR WS-PROMO-TODAY > WS-CP-END
              OR WS-SEGMENT-OK = 'N'
               MOVE 'N' TO WS-VOUCHER-OK
           ELSE
               PERFORM COUNT-VOUCHER-REDEMPTIONS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-CAMPAIGN-SEGMENT.
      *--- Kampanye tanpa segmen berlaku untuk semua nasabah.     ---
      *--- Nasabah yang belum ada di segments.dat dibuka setelah  ---
      *--- SEGRUN terakhir dan belum pernah dinilai - dianggap    ---
      *--- NEWNOQR (nasabah baru yang belum pernah bayar QR)      ---
           MOVE 'Y' TO WS-SEGMENT-OK

           IF WS-CP-SEGMENTS NOT = SPACES
               MOVE 'N' TO WS-SEGMENT-OK
               PERFORM LOOKUP-USER-SEGMENT

               PERFORM VARYING WS-CP-SEG-IDX FROM 1 BY 1
                   UNTIL WS-CP-SEG-IDX > 4
                   IF WS-CP-SEG(WS-CP-SEG-IDX) NOT = SPACES
                      AND WS-CP-SEG(WS-CP-SEG-IDX) = WS-USER-SEGMENT
                       MOVE 'Y' TO WS-SEGMENT-OK
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       LOOKUP-USER-SEGMENT.
           MOVE 'N' TO WS-SEGMENT-FOUND
           MOVE 'NEWNOQR' TO WS-USER-SEGMENT

           OPEN INPUT SEGMENT-FILE
           IF SG-FS-OK
               PERFORM UNTIL SG-FS-EOF OR WS-SEGMENT-FOUND = 'Y'
                   READ SEGMENT-FILE INTO WS-SEGMENT-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-SP-USER-ID = WS-IN-USER-ID
                           MOVE 'Y' TO WS-SEGMENT-FOUND
                           MOVE WS-SP-SEGMENT TO WS-USER-SEGMENT
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SEGMENT-FILE
           END-IF.

      *----------------------------------------------------------------*
       COUNT-VOUCHER-REDEMPTIONS.
           MOVE 0 TO WS-VR-USER-COUNT
                       IF WS-AP-BALANCE >= WS-PROMO-DISCOUNT
                           SUBTRACT WS-PROMO-DISCOUNT
                               FROM WS-AP-BALANCE
                           MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                               FROM WS-ACC-PARSE
                           PERFORM WRITE-BALANCE-EVENT
                           MOVE 'Y' TO WS-FUNDER-DEBITED
                       END-IF
               END-READ

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

                   FUNCTION TRIM(WS-PROMO-DISC-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Saldo rekening funding kampanye kurang'
               ' untuk diskon voucher - tindak lanjut manual"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       WRITE-VOUCHER-REDEMPTION.
           OPEN EXTEND VREDEMPT-FILE
           IF VR-FS-NOT-FOUND
               OPEN OUTPUT VREDEMPT-FILE
               CLOSE VREDEMPT-FILE
               OPEN EXTEND VREDEMPT-FILE
           END-IF

           IF VR-FS-OK
               MOVE WS-IN-VOUCHER     TO WS-VR-CODE
               MOVE WS-IN-USER-ID     TO WS-VR-USER-ID
               MOVE FUNCTION TRIM(WS-IN-TXN-ID) TO WS-VR-TXN-ID
               MOVE WS-PROMO-DISCOUNT TO WS-VR-DISCOUNT
               MOVE WS-PROMO-TODAY    TO WS-VR-DATE

               WRITE VREDEMPT-FILE-RECORD FROM WS-VREDEMPT-RECORD
               CLOSE VREDEMPT-FILE
           END-IF.

      *----------------------------------------------------------------*
       RETURN-VOUCHER-INVALID.
           MOVE EC-NOT-FOUND TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Voucher tidak berlaku - kampanye tidak'
               ' aktif, di luar masa berlaku, kuota habis, atau'
               ' bukan untuk segmen nasabah ini"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       ACCRUE-LOYALTY-POINTS.
      *--- Tarif basis point kategori merchant menentukan poin yang ---
      *--- diakru dari nominal debit nasabah; poin kedaluwarsa 365  ---
      *--- hari setelah diakru. Tanpa tarif, tidak ada baris ledger ---
           PERFORM LOOKUP-LOYALTY-RATE

           IF WS-LOY-RATE-BPS > 0
               COMPUTE WS-LOY-POINTS ROUNDED =
                   WS-IN-AMOUNT * WS-LOY-RATE-BPS / 10000

               IF WS-LOY-POINTS > 0
                   PERFORM WRITE-LOYALTY-LEDGER-ROW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       LOOKUP-LOYALTY-RATE.
           MOVE 0 TO WS-LOY-RATE-BPS

           OPEN INPUT LOYRATE-FILE
           IF LR-FS-OK
               PERFORM UNTIL LR-FS-EOF
                   READ LOYRATE-FILE INTO WS-LR-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-LOYRATE-LINE
                   END-READ
               END-PERFORM

               CLOSE LOYRATE-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-LOYRATE-LINE.
           MOVE SPACES TO WS-LR-REC-TYPE
           MOVE SPACES TO WS-LR-REC-KEY
           MOVE SPACES TO WS-LR-REC-RATE

           UNSTRING WS-LR-LINE
               DELIMITED BY '|'
               INTO WS-LR-REC-TYPE
                    WS-LR-REC-KEY
                    WS-LR-REC-RATE
           END-UNSTRING

           MOVE FUNCTION TEST-NUMVAL(WS-LR-REC-RATE)
               TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK = 0
              AND FUNCTION TRIM(WS-LR-REC-TYPE) = 'C'
              AND FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-LR-REC-KEY)) =
                  FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-MP-CATEGORY))
               MOVE FUNCTION NUMVAL(WS-LR-REC-RATE)
                   TO WS-LOY-RATE-BPS
           END-IF.

      *----------------------------------------------------------------*
       WRITE-LOYALTY-LEDGER-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE FUNCTION NUMVAL(WS-DATETIME(1:8))
               TO WS-LOY-TODAY-NUM
           COMPUTE WS-LOY-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LOY-TODAY-NUM) + 365
           MOVE FUNCTION DATE-OF-INTEGER(WS-LOY-EXPIRY-INT)
               TO WS-LOY-EXPIRY-NUM

           OPEN EXTEND LOYLEDGER-FILE
           IF LL-FS-NOT-FOUND
               OPEN OUTPUT LOYLEDGER-FILE
               CLOSE LOYLEDGER-FILE
               OPEN EXTEND LOYLEDGER-FILE
           END-IF

           IF LL-FS-OK
               MOVE WS-IN-USER-ID       TO WS-LL-USER-ID
               MOVE WS-LOY-POINTS       TO WS-LL-POINTS
               MOVE WS-DATETIME(1:8)    TO WS-LL-EARNED-DATE
               MOVE WS-LOY-EXPIRY-NUM   TO WS-LL-EXPIRY-DATE
               MOVE 'earned'            TO WS-LL-STATUS
               MOVE FUNCTION TRIM(WS-IN-TXN-ID) TO WS-LL-TXN-ID

               WRITE LOYLEDGER-FILE-RECORD FROM WS-LOYLEDGER-RECORD
               CLOSE LOYLEDGER-FILE
           END-IF.

      *----------------------------------------------------------------*
       PROCESS-PREAUTH-CAPTURE.
      *--- Tagih pre-otorisasi open milik merchant ini sebesar     ---
      *--- <= nominal auth; seluruh hold auth dilepas sekaligus,   ---
      *--- sisanya kembali jadi saldo tersedia nasabah              ---
           PERFORM CHECK-EOD-WINDOW

           IF WS-EOD-SETTLING = 'Y'
               PERFORM RETURN-EOD-WINDOW
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE

           PERFORM FIND-PREAUTH-RECORD

           IF WS-PA-FOUND = 'N'
              OR FUNCTION TRIM(WS-PA-STATUS) NOT = 'open'
              OR FUNCTION TRIM(WS-PA-MERCHANT-ID) NOT =
                 FUNCTION TRIM(WS-IN-MERCHANT-ID)
              OR WS-PA-EXPIRY-DATE < WS-DATETIME(1:8)
               PERFORM RETURN-AUTH-NOT-OPEN
               STOP RUN
           END-IF

           IF WS-IN-AMOUNT > WS-PA-AUTH-AMOUNT
               PERFORM RETURN-CAPTURE-EXCEEDS-AUTH
               STOP RUN
           END-IF

      *--- Terminal yang menagih capture juga harus sah ---
           MOVE WS-IN-TERMINAL-ID TO WS-TERM-ID
           MOVE WS-IN-MERCHANT-ID TO WS-TERM-MER-ID
           PERFORM VALIDATE-TERMINAL

           IF WS-TERM-OK = 'N'
               PERFORM RETURN-INVALID-TERMINAL
               STOP RUN
           END-IF

      *--- Nasabah diambil dari record auth, bukan dari input      ---
           MOVE WS-PA-USER-ID TO WS-IN-USER-ID
           MOVE WS-IN-USER-ID TO WS-AUD-USER-ID
           MOVE WS-AUD-KEY-PARTS TO WS-AUD-KEY

           IF FUNCTION TRIM(WS-IN-QR-CODE) = SPACES
              OR FUNCTION TRIM(WS-IN-QR-CODE) = '-'
               MOVE WS-PA-QR-CODE TO WS-IN-QR-CODE
           END-IF

           PERFORM VALIDATE-USER-ACCOUNT

           IF WS-ACC-FOUND = 'N'
               PERFORM RETURN-INVALID-USER
               STOP RUN
           END-IF

           PERFORM VALIDATE-MERCHANT

           IF WS-MER-FOUND = 'N'
               PERFORM RETURN-INVALID-MERCHANT
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-MP-STATUS) NOT = 'active'
               PERFORM RETURN-MERCHANT-INACTIVE
               STOP RUN
           END-IF

           PERFORM CHECK-CURRENCY-MATCH

           IF WS-CURRENCY-MATCH = 'N'
               PERFORM RETURN-CURRENCY-MISMATCH
               STOP RUN
           END-IF

           MOVE WS-IN-AMOUNT TO WS-CUST-DEBIT-AMOUNT

           IF WS-AP-BALANCE < WS-CUST-DEBIT-AMOUNT
               PERFORM RETURN-INSUFFICIENT-FUNDS
               STOP RUN
           END-IF

           PERFORM LOOKUP-MDR-RATE
           PERFORM COMPUTE-MDR-FEE

           PERFORM WRITE-JOURNAL-INTENT
           PERFORM CAPTURE-USER-BALANCE
           PERFORM CHECK-ALERT-THRESHOLDS

           PERFORM CREDIT-MERCHANT-ACCOUNT

           IF WS-MDR-FEE > 0
               PERFORM CREDIT-MDR-INCOME-ACCOUNT
               PERFORM WRITE-MDR-FEE-TRANSACTION
           END-IF

           PERFORM WRITE-TRANSACTION
           PERFORM SETTLE-TRANSACTION
           PERFORM WRITE-JOURNAL-COMMITTED

           PERFORM REGISTER-RECENT-ACTIVITY
           PERFORM REGISTER-CHANNEL-TOTAL
           PERFORM ACCRUE-LOYALTY-POINTS

      *--- Aturan anak sudah ditegakkan saat AUTH; yang tersisa   ---
      *--- hanya kabar ke orang tua atas nominal yang ditagih     ---
           PERFORM LOAD-CHILD-LINK
           PERFORM NOTIFY-PARENT-OF-CHILD-PAY

           COMPUTE WS-PA-RELEASE-AMOUNT =
               WS-PA-AUTH-AMOUNT - WS-IN-AMOUNT
           MOVE 'captured' TO WS-PA-NEW-STATUS
           MOVE WS-IN-AMOUNT TO WS-PA-NEW-CAPT
           PERFORM UPDATE-PREAUTH-STATUS

           PERFORM RETURN-CAPTURE-SUCCESS.

      *----------------------------------------------------------------*
       PROCESS-PREAUTH-VOID.
      *--- Merchant membatalkan pre-otorisasi open miliknya -       ---
      *--- seluruh hold dilepas kembali ke nasabah                  ---
           PERFORM CHECK-EOD-WINDOW

           IF WS-EOD-SETTLING = 'Y'
               PERFORM RETURN-EOD-WINDOW
               STOP RUN
           END-IF

           PERFORM FIND-PREAUTH-RECORD

           IF WS-PA-FOUND = 'N'
              OR FUNCTION TRIM(WS-PA-STATUS) NOT = 'open'
              OR FUNCTION TRIM(WS-PA-MERCHANT-ID) NOT =
                 FUNCTION TRIM(WS-IN-MERCHANT-ID)
               PERFORM RETURN-AUTH-NOT-OPEN
               STOP RUN
           END-IF

           MOVE WS-PA-USER-ID TO WS-IN-USER-ID
           MOVE WS-IN-USER-ID TO WS-AUD-USER-ID
           MOVE WS-AUD-KEY-PARTS TO WS-AUD-KEY

           MOVE WS-PA-AUTH-AMOUNT TO WS-PA-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(WS-PA-AMOUNT-DISPLAY)
               TO WS-IN-AMOUNT-STR

           PERFORM RELEASE-PREAUTH-HOLD

           MOVE WS-PA-AUTH-AMOUNT TO WS-PA-RELEASE-AMOUNT
           MOVE 'voided' TO WS-PA-NEW-STATUS
           MOVE 0 TO WS-PA-NEW-CAPT
           PERFORM UPDATE-PREAUTH-STATUS

           PERFORM RETURN-VOID-SUCCESS.

      *----------------------------------------------------------------*
       FIND-PREAUTH-RECORD.
           MOVE 'N' TO WS-PA-FOUND

           OPEN INPUT PREAUTH-FILE
           IF PA-FS-OK
               PERFORM UNTIL PA-FS-EOF OR WS-PA-FOUND = 'Y'
                   READ PREAUTH-FILE INTO WS-PREAUTH-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PA-AUTH-ID) =
                          FUNCTION TRIM(WS-IN-TXN-ID)
                           MOVE 'Y' TO WS-PA-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PREAUTH-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-PREAUTH-RECORD.
      *--- Masa berlaku auth mengikuti kategori merchant (kolom ke-5 ---
      *--- catmast, default 7 hari) terhitung dari hari ini         ---
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE FUNCTION NUMVAL(WS-DATETIME(1:8)) TO WS-PA-TODAY-NUM
           COMPUTE WS-PA-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PA-TODAY-NUM) + WS-AUTH-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-PA-EXPIRY-INT)
               TO WS-PA-EXPIRY-NUM

           MOVE WS-IN-TXN-ID         TO WS-PA-AUTH-ID
           MOVE WS-IN-USER-ID        TO WS-PA-USER-ID
           MOVE WS-IN-MERCHANT-ID    TO WS-PA-MERCHANT-ID
           MOVE WS-CUST-DEBIT-AMOUNT TO WS-PA-AUTH-AMOUNT
           MOVE 0                    TO WS-PA-CAPT-AMOUNT
           MOVE 'open'               TO WS-PA-STATUS
           MOVE WS-DATETIME          TO WS-PA-CREATED
           MOVE WS-PA-EXPIRY-NUM     TO WS-PA-EXPIRY-DATE
           MOVE WS-DATETIME          TO WS-PA-UPDATED
           MOVE WS-IN-QR-CODE        TO WS-PA-QR-CODE

           OPEN EXTEND PREAUTH-FILE
           IF PA-FS-NOT-FOUND
               OPEN OUTPUT PREAUTH-FILE
               CLOSE PREAUTH-FILE
               OPEN EXTEND PREAUTH-FILE
           END-IF

           IF PA-FS-OK
               WRITE PREAUTH-FILE-RECORD FROM WS-PREAUTH-RECORD
               CLOSE PREAUTH-FILE
           END-IF.

      *----------------------------------------------------------------*
       UPDATE-PREAUTH-STATUS.
      *--- Tutup baris auth di tempat (REWRITE) dengan status dan   ---
      *--- nominal capture finalnya                                  ---
           MOVE 'N' TO WS-SETTLE-DONE

           OPEN I-O PREAUTH-FILE
           IF PA-FS-OK
               PERFORM UNTIL PA-FS-EOF OR WS-SETTLE-DONE = 'Y'
                   READ PREAUTH-FILE INTO WS-PREAUTH-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PA-AUTH-ID) =
                          FUNCTION TRIM(WS-IN-TXN-ID)
                           MOVE WS-PA-NEW-STATUS TO WS-PA-STATUS
                           MOVE WS-PA-NEW-CAPT TO WS-PA-CAPT-AMOUNT
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-PA-UPDATED
                           REWRITE PREAUTH-FILE-RECORD
                               FROM WS-PREAUTH-RECORD
                           MOVE 'Y' TO WS-SETTLE-DONE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PREAUTH-FILE
           END-IF.

      *----------------------------------------------------------------*
       CAPTURE-USER-BALANCE.
      *--- Debit nominal capture dari saldo dan lepas seluruh hold  ---
      *--- auth (bukan hanya nominal capture) - hold tidak pernah   ---
      *--- dibiarkan negatif                                        ---
           OPEN I-O ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
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
                   COMPUTE WS-NEW-BALANCE =
                       WS-AP-BALANCE - WS-CUST-DEBIT-AMOUNT
                   MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                   IF WS-AP-HOLD > WS-PA-AUTH-AMOUNT
                       SUBTRACT WS-PA-AUTH-AMOUNT FROM WS-AP-HOLD
                   ELSE
                       MOVE 0 TO WS-AP-HOLD
                   END-IF
                   MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                   PERFORM CAPTURE-BALANCE-BEFORE
                   REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                   PERFORM WRITE-BALANCE-EVENT
           END-READ

           CLOSE ACCOUNT-FILE.

      *----------------------------------------------------------------*
       RELEASE-PREAUTH-HOLD.
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
                   IF WS-AP-HOLD > WS-PA-AUTH-AMOUNT
                       SUBTRACT WS-PA-AUTH-AMOUNT FROM WS-AP-HOLD
                   ELSE
                       MOVE 0 TO WS-AP-HOLD
                   END-IF
                   MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                   PERFORM CAPTURE-BALANCE-BEFORE
                   REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                   PERFORM WRITE-BALANCE-EVENT
           END-READ

           CLOSE ACCOUNT-FILE.

      *----------------------------------------------------------------*
       RETURN-SUCCESS.
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG
           MOVE 'PAYMENT' TO WS-NOTIFY-EVENT
           PERFORM WRITE-NOTIFY-EVENT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-IN-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MERCHANT-ID) '",'
               '"merchant_name":"'
                   FUNCTION TRIM(WS-MP-NAME) '",'
               '"amount":'
                   FUNCTION TRIM(WS-IN-AMOUNT-STR) ','
               '"status":"success",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Pembayaran QRIS berhasil diproses"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CASHWD-SUCCESS.
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG
           MOVE 'CASHWD' TO WS-NOTIFY-EVENT
           PERFORM WRITE-NOTIFY-EVENT

           MOVE WS-CWD-FEE-AMOUNT TO WS-CWD-FEE-EDIT
           MOVE WS-CUST-DEBIT-AMOUNT TO WS-CWD-AMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-IN-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MERCHANT-ID) '",'
               '"merchant_name":"'
                   FUNCTION TRIM(WS-MP-NAME) '",'
               '"type":"CASHWD",'
               '"amount":'
                   FUNCTION TRIM(WS-IN-AMOUNT-STR) ','
               '"fee":'
                   FUNCTION TRIM(WS-CWD-FEE-EDIT) ','
               '"total_debit":'
                   FUNCTION TRIM(WS-CWD-AMOUNT-EDIT) ','
               '"status":"success",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Tarik tunai berhasil diproses"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NOT-CASH-POINT.
           MOVE EC-NOT-CASH-POINT TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1042,'
               '"retryable":' FUNCTION TRIM(ER-NOT-CASH-POINT) ','
               '"data":null,'
               '"message":"Merchant bukan titik tarik tunai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CASHWD-USER-CAP.
           MOVE EC-VELOCITY-EXCEEDED TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1010,'
               '"retryable":' FUNCTION TRIM(ER-VELOCITY-EXCEEDED) ','
               '"data":null,'
               '"message":"Batas tarik tunai harian nasabah sudah'
               ' tercapai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CASHWD-MERCHANT-CAP.
           MOVE EC-VELOCITY-EXCEEDED TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1010,'
               '"retryable":' FUNCTION TRIM(ER-VELOCITY-EXCEEDED) ','
               '"data":null,'
               '"message":"Batas tarik tunai harian merchant ini'
               ' sudah tercapai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-SPLIT-SUCCESS.
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG
           MOVE 'PAYMENT' TO WS-NOTIFY-EVENT
           PERFORM WRITE-NOTIFY-EVENT

           MOVE WS-SPLIT-COUNT TO WS-SPLIT-COUNT-EDIT
           MOVE SPACES TO WS-SPLIT-JSON-LEGS
           MOVE 1 TO WS-SPLIT-JSON-PTR

           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
               PERFORM BUILD-SPLIT-LEG-ID
               MOVE WS-SL-AMOUNT(WS-SPLIT-IDX) TO WS-SPLIT-AMT-EDIT
               MOVE WS-SL-FEE(WS-SPLIT-IDX) TO WS-SPLIT-FEE-EDIT

               IF WS-SPLIT-IDX > 1
                   STRING ',' DELIMITED SIZE
                       INTO WS-SPLIT-JSON-LEGS
                       WITH POINTER WS-SPLIT-JSON-PTR
                   END-STRING
               END-IF

               STRING
                   '{"leg_id":"'
                       FUNCTION TRIM(WS-SPLIT-LEG-ID) '",'
                   '"merchant_id":"'
                       FUNCTION TRIM(WS-SL-MER-ID(WS-SPLIT-IDX)) '",'
                   '"amount":'
                       FUNCTION TRIM(WS-SPLIT-AMT-EDIT) ','
                   '"mdr_fee":'
                       FUNCTION TRIM(WS-SPLIT-FEE-EDIT) '}'
                   DELIMITED SIZE
                   INTO WS-SPLIT-JSON-LEGS
                   WITH POINTER WS-SPLIT-JSON-PTR
               END-STRING
           END-PERFORM

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-IN-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MERCHANT-ID) '",'
               '"merchant_name":"'
                   FUNCTION TRIM(WS-MP-NAME) '",'
               '"amount":'
                   FUNCTION TRIM(WS-IN-AMOUNT-STR) ','
               '"split_count":'
                   FUNCTION TRIM(WS-SPLIT-COUNT-EDIT) ','
               '"legs":['
                   FUNCTION TRIM(WS-SPLIT-JSON-LEGS) '],'
               '"status":"success",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Pembayaran split marketplace berhasil'
               ' diproses"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-PREAUTH-SUCCESS.
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG
           MOVE 'PREAUTH' TO WS-NOTIFY-EVENT
           PERFORM WRITE-NOTIFY-EVENT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"auth_id":"'
                   FUNCTION TRIM(WS-IN-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MERCHANT-ID) '",'
               '"merchant_name":"'
                   FUNCTION TRIM(WS-MP-NAME) '",'
               '"amount":'
                   FUNCTION TRIM(WS-IN-AMOUNT-STR) ','
               '"expiry_date":"' WS-PA-EXPIRY-DATE '",'
               '"status":"open",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Pre-otorisasi QRIS berhasil, dana ditahan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CAPTURE-SUCCESS.
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG
           MOVE 'CAPTURE' TO WS-NOTIFY-EVENT
           PERFORM WRITE-NOTIFY-EVENT

           MOVE WS-PA-NEW-CAPT TO WS-PA-CAPT-DISPLAY
           MOVE WS-PA-RELEASE-AMOUNT TO WS-PA-REL-DISPLAY

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"auth_id":"'
                   FUNCTION TRIM(WS-IN-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MERCHANT-ID) '",'
               '"captured_amount":'
                   FUNCTION TRIM(WS-PA-CAPT-DISPLAY) ','
               '"released_amount":'
                   FUNCTION TRIM(WS-PA-REL-DISPLAY) ','
               '"status":"captured",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Capture pre-otorisasi berhasil diproses"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-VOID-SUCCESS.
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG
           MOVE 'AUTHVOID' TO WS-NOTIFY-EVENT
           PERFORM WRITE-NOTIFY-EVENT

           MOVE WS-PA-RELEASE-AMOUNT TO WS-PA-REL-DISPLAY

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"auth_id":"'
                   FUNCTION TRIM(WS-IN-TXN-ID) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-IN-USER-ID) '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MERCHANT-ID) '",'
               '"released_amount":'
                   FUNCTION TRIM(WS-PA-REL-DISPLAY) ','
               '"status":"voided",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Pre-otorisasi dibatalkan, hold dilepas"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-AUTH-NOT-OPEN.
           MOVE EC-AUTH-NOT-OPEN TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1029,'
               '"retryable":' FUNCTION TRIM(ER-AUTH-NOT-OPEN) ','
               '"data":null,'
               '"message":"Pre-otorisasi tidak ditemukan, sudah '
               'ditutup, atau kedaluwarsa"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CAPTURE-EXCEEDS-AUTH.
           MOVE EC-INVALID-AMOUNT TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Nominal capture melebihi nominal '
               'pre-otorisasi"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MODE.
           MOVE EC-UNKNOWN-ERROR TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":9999,'
               '"retryable":' FUNCTION TRIM(ER-UNKNOWN-ERROR) ','
               '"data":null,'
               '"message":"Mode pembayaran tidak dikenal"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-SPLIT.
           MOVE EC-INVALID-SPLIT TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1032,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-SPLIT) ','
               '"data":null,'
               '"message":"Rincian split tidak valid atau totalnya'
               ' tidak sama dengan nominal"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-TERMINAL.
           MOVE EC-INVALID-TERMINAL TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           EVALUATE WS-TERM-FAIL
               WHEN 'B'
                   MOVE 'Terminal kasir diblokir atau tidak aktif'
                       TO WS-RESP-MESSAGE
               WHEN 'M'
                   MOVE 'Terminal kasir bukan milik merchant ini'
                       TO WS-RESP-MESSAGE
               WHEN OTHER
                   MOVE 'Terminal kasir tidak terdaftar'
                       TO WS-RESP-MESSAGE
           END-EVALUATE

           STRING
               '{'
               '"status":"error",'
               '"code":1037,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-TERMINAL) ','
               '"data":null,'
               '"message":"' FUNCTION TRIM(WS-RESP-MESSAGE) '"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ACCOUNT-INACTIVE.
           MOVE EC-ACCOUNT-INACTIVE TO WS-AUD-CODE
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CHILD-CATEGORY-BLOCKED.
           MOVE EC-CHILD-CATEGORY TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1033,'
               '"retryable":' FUNCTION TRIM(ER-CHILD-CATEGORY) ','
               '"data":null,'
               '"message":"Kategori merchant tidak diizinkan untuk'
               ' rekening anak"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CHILD-CAP-EXCEEDED.
           MOVE EC-CHILD-CAP TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1034,'
               '"retryable":' FUNCTION TRIM(ER-CHILD-CAP) ','
               '"data":null,'
               '"message":"Nominal melewati batas per transaksi'
               ' rekening anak"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-CURRENCY-MISMATCH.
           MOVE EC-CURRENCY-MISMATCH TO WS-AUD-CODE
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

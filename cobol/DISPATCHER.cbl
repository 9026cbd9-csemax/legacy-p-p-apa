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
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input     ---
      *--- membawa token sesi, bukan ID operator polos              ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Batas laju per caller: CALLER|PER_MENIT - klien partner ---
      *--- yang retry membabi-buta tertahan di pintu, bukan        ---
      *--- menghabiskan resident loop untuk semua orang              ---
               FILE STATUS IS WS-ARC-FILE-STATUS.

      *--- Kredensial self-service merchant (MERCHCRED) - verb    ---
      *--- MERCHBAL/MERCHSETTLE/MERCHINST/CAPTURE/VOID             ---
      *--- diautentikasi dari sini                                  ---
           SELECT MERCHCRED-FILE
               ASSIGN TO '/app/data/merchcred.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

      *--- Register pre-otorisasi QRIS, format sama dengan         ---
      *--- PAYMENTPROC - AUTH membuka, CAPTURE/VOID menutup         ---
           SELECT PREAUTH-FILE
               ASSIGN TO DYNAMIC WS-PREAUTH-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.

      *--- Master kategori merchant (format PAYMENTPROC) - hanya    ---
      *--- kolom ke-5, masa berlaku pre-otorisasi, yang dipakai     ---
           SELECT CATMAST-FILE
               ASSIGN TO DYNAMIC WS-CATMAST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.

      *--- Riwayat perubahan status rekening/merchant (STSHINQ) ---
           SELECT STSHIST-FILE
               ASSIGN TO DYNAMIC WS-STSHIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

      *--- Register permintaan pembayaran antar nasabah (request- ---
      *--- to-pay) - layout sama dengan TRANSFERPROC dan RTPEXP    ---
           SELECT PAYREQ-FILE
               ASSIGN TO DYNAMIC WS-PAYREQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.

      *--- Registri alias nomor telepon (ALIASMAINT) - pembayar    ---
      *--- berprefix PH: di-resolve ke user id                     ---
           SELECT ALIAS-FILE
               ASSIGN TO DYNAMIC WS-ALIAS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ALS-PHONE
               FILE STATUS IS WS-ALS-FILE-STATUS.

      *--- Tautan rekening anak ke orang tua (FAMMAINT) - aturan   ---
      *--- kategori dan cap anak berlaku juga di jalur cepat       ---
           SELECT FAMILY-FILE
               ASSIGN TO DYNAMIC WS-FAMILY-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-FL-CHILD-ID
               FILE STATUS IS WS-FL-FILE-STATUS.

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

      *--- File kerja serah-terima RTPACCEPT ke TRANSFERPROC       ---
           SELECT RTPWORK-FILE
               ASSIGN TO DYNAMIC WS-RTPWORK-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RTW-FILE-STATUS.

      *--- Master identitas KYC (KYCMAINT/CHGAPPR) - tier           ---
      *--- verifikasi menentukan batas saldo dompet                 ---
           SELECT KYC-FILE
               ASSIGN TO DYNAMIC WS-KYC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYC-USER-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.

      *--- Master parameter bisnis (PARMAINT/CHGAPPR) - batas       ---
      *--- saldo per tier KYC dibaca dari sini                      ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

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
       FD  REQUEST-FILE.
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
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  RATELIMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATELIMIT-FILE-RECORD  PIC X(40).
           LABEL RECORDS ARE STANDARD.
       01  BLOCKLIST-FILE-RECORD  PIC X(80).

       FD  PREAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREAUTH-FILE-RECORD    PIC X(300).

       FD  CATMAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATMAST-FILE-RECORD    PIC X(120).

       FD  PAYREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYREQ-FILE-RECORD     PIC X(240).

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       FD  ALIAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALIAS-FILE-RECORD.
           05  FD-ALS-PHONE        PIC X(20).
           05  FD-ALS-USER-ID      PIC X(20).
           05  FD-ALS-STATUS       PIC X(10).
           05  FD-ALS-CLAIMED-AT   PIC X(20).

       FD  RTPWORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTPWORK-FILE-RECORD    PIC X(1000).

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

       FD  KYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  KYC-FILE-RECORD.
           05  FD-KYC-USER-ID      PIC X(20).
           05  FD-KYC-NIK          PIC X(16).
           05  FD-KYC-DOB          PIC X(8).
           05  FD-KYC-TIER         PIC X(10).
           05  FD-KYC-UPDATED-AT   PIC X(20).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD      PIC X(60).

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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'DISPATCHER'.
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
           VALUE '/app/data/chnlimits.dat'.
       01  WS-CHDAYTOT-FILE-PATH    PIC X(100)
           VALUE '/app/data/chdaytot.dat'.
       01  WS-PREAUTH-FILE-PATH     PIC X(100)
           VALUE '/app/data/preauth.dat'.
       01  WS-CATMAST-FILE-PATH     PIC X(100)
           VALUE '/app/data/catmast.dat'.
       01  WS-PAYREQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/payreq.dat'.
       01  WS-STSHIST-FILE-PATH     PIC X(100)
           VALUE '/app/data/stshist.dat'.
       01  WS-ALIAS-FILE-PATH       PIC X(100)
           VALUE '/app/data/aliases.dat'.
       01  WS-FAMILY-FILE-PATH      PIC X(100)
           VALUE '/app/data/familylink.dat'.
       01  WS-TERMINAL-FILE-PATH    PIC X(100)
           VALUE '/app/data/terminals.dat'.
       01  WS-MERCHPAR-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchpar.dat'.
       01  WS-RTPWORK-FILE-PATH     PIC X(100).
       01  WS-RTP-IN-PATH           PIC X(100).
       01  WS-RTP-OUT-PATH          PIC X(100).
       01  WS-INST-IN-PATH          PIC X(100).
       01  WS-INST-OUT-PATH         PIC X(100).
       01  WS-CWD-IN-PATH           PIC X(100).
       01  WS-CWD-OUT-PATH          PIC X(100).

      *--- Penanda file kerja per request (request id, atau         ---
      *--- stempel waktu + nomor urut bila id tidak layak nama)     ---
       01  WS-WORK-TAG              PIC X(30).
       01  WS-WORK-TAG-OK           PIC X(1).
       01  WS-WORK-TAG-LEN          PIC 9(2).
       01  WS-WORK-TAG-IDX          PIC 9(2).
       01  WS-WORK-TAG-CHAR         PIC X(1).
       01  WS-WORK-SEQ              PIC 9(6) VALUE 0.
       01  WS-BIN-DIR               PIC X(100).
       01  WS-BIN-DIR-USED          PIC X(100)
           VALUE '/app/bin'.
       01  WS-ARCHIVE-FILE-PATH     PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
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
       01  WS-OPERATOR-ROLE        PIC X(12) VALUE SPACES.
       01  WS-SUPERVISOR-THRESHOLD PIC 9(13)V99 VALUE 1000000.00.

       01  WS-KYC-FILE-PATH         PIC X(100)
           VALUE '/app/data/kycmast.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.

      *--- Saldo maksimum dompet per tier KYC (ketentuan BI uang    ---
      *--- elektronik) - params BALCAPUNV/BALCAPVER/BALCAPPRM, 0    ---
      *--- berarti tanpa batas; rekening tanpa record KYC           ---
      *--- (korporat, internal bank) tidak dibatasi                 ---
       01  WS-KYC-FILE-STATUS      PIC XX.
           88  KYC-FS-OK           VALUE '00'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-TODAY             PIC X(8).
       01  WS-PM-EFF-BCU           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCV           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCP           PIC X(8) VALUE SPACES.

       01  WS-CAP-USER-ID          PIC X(20).
       01  WS-CAP-KYC-TIER         PIC X(10) VALUE SPACES.
       01  WS-BALCAP-UNVER         PIC 9(13)V99 VALUE 2000000.00.
       01  WS-BALCAP-VERIF         PIC 9(13)V99 VALUE 20000000.00.
       01  WS-BALCAP-PREM          PIC 9(13)V99 VALUE 0.
       01  WS-BALANCE-CAP          PIC 9(13)V99 VALUE 0.
       01  WS-CAP-BALANCE          PIC 9(14)V99.
       01  WS-CAP-EXCEEDED         PIC X(1) VALUE 'N'.

       01  WS-ORIG-FOUND           PIC X(1).
       01  WS-ALREADY-REFUNDED     PIC X(1).
       01  WS-REFUND-AMOUNT        PIC 9(13)V99.
           05  WS-OP-AMOUNT        PIC X(20).
           05  WS-OP-STATUS        PIC X(10).
           05  WS-OP-TYPE          PIC X(10).
           05  WS-OP-QR-CODE       PIC X(100).

      *--- Induk pembayaran split marketplace (QR bertanda         ---
      *--- ' SPLIT:') hanya direfund REFUNDPROC, yang ikut membalik ---
      *--- leg-leg tenantnya                                        ---
       01  WS-OP-SPLIT-TAGS        PIC 9(3) VALUE 0.

       01  WS-REFUND-LINK.
           05  FILLER              PIC X(10) VALUE 'REFUND-OF:'.
       01  WS-PY-LAST-FOUND       PIC X(1).
       01  WS-PY-AMOUNT-EDIT      PIC Z(12)9.99.

      *--- Pre-otorisasi QRIS (AUTH/CAPTURE/VOID) - layout sama    ---
      *--- dengan PAYMENTPROC; masa berlaku auth dari kolom ke-5   ---
      *--- catmast kategori merchant, default 7 hari               ---
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
       01  WS-PA-DONE              PIC X(1) VALUE 'N'.
       01  WS-PA-NEW-STATUS        PIC X(10).
       01  WS-PA-NEW-CAPT          PIC 9(13)V99.
       01  WS-PA-AUTH-DAYS         PIC 9(3) VALUE 7.

       01  WS-CM-FILE-STATUS       PIC XX.
           88  CM-FS-OK            VALUE '00'.
           88  CM-FS-EOF           VALUE '10'.

       01  WS-CM-LINE              PIC X(120).
       01  WS-CM-CODE              PIC X(20).
       01  WS-CM-DESC              PIC X(50).
       01  WS-CM-LIMIT             PIC X(20).
       01  WS-CM-RISK              PIC X(10).
       01  WS-CM-AUTH-DAYS         PIC X(10).
       01  WS-PA-TODAY-NUM         PIC 9(8).
       01  WS-PA-EXPIRY-INT        PIC 9(8).
       01  WS-PA-EXPIRY-NUM        PIC 9(8).
       01  WS-PA-RELEASE-AMOUNT    PIC 9(13)V99.
       01  WS-PA-AMOUNT-EDIT       PIC Z(12)9.99.
       01  WS-PA-REL-EDIT          PIC Z(12)9.99.

      *--- Request-to-pay antar nasabah (RTPCREATE/RTPLIST/        ---
      *--- RTPACCEPT/RTPDECLINE); layout sama dengan TRANSFERPROC  ---
      *--- dan RTPEXP. Permintaan berlaku 3 hari kalender          ---
       01  WS-PQ-FILE-STATUS       PIC XX.
           88  PQ-FS-OK            VALUE '00'.
           88  PQ-FS-EOF           VALUE '10'.
           88  PQ-FS-NOT-FOUND     VALUE '35'.

       01  WS-PAYREQ-RECORD.
           05  WS-PQ-REQ-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PQ-REQUESTER     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PQ-PAYER         PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PQ-PAYER-ALIAS   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PQ-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PQ-NOTE          PIC X(50).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PQ-EXPIRY-DATE   PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PQ-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PQ-CREATED       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PQ-UPDATED       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-PQ-FOUND             PIC X(1) VALUE 'N'.
       01  WS-PQ-DONE              PIC X(1) VALUE 'N'.
       01  WS-PQ-NEW-STATUS        PIC X(10).

       01  WS-ALS-FILE-STATUS      PIC XX.
           88  ALS-FS-OK           VALUE '00'.

      *--- Aturan rekening anak (layout familylink.dat, pola     ---
      *--- PAYMENTPROC)                                          ---
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

       01  WS-RTW-FILE-STATUS      PIC XX.
           88  RTW-FS-OK           VALUE '00'.

       01  WS-ALIAS-RESOLVED       PIC X(1) VALUE 'N'.
       01  WS-RTP-EXPIRY-DAYS      PIC 9(3) VALUE 3.
       01  WS-RTP-PAYER            PIC X(20).
       01  WS-RTP-PAYER-OK         PIC X(1) VALUE 'N'.
       01  WS-RTP-NOTIFY-USER      PIC X(20).
       01  WS-RTP-AMOUNT-EDIT      PIC Z(12)9.99.
       01  WS-RTP-TODAY            PIC X(8).
       01  WS-RTP-PENDING-COUNT    PIC 9(5) VALUE 0.
       01  WS-RTP-COUNT-EDIT       PIC Z(4)9.
       01  WS-RTP-LISTED           PIC 9(1) VALUE 0.
       01  WS-RTP-ROLE             PIC X(10).
       01  WS-RTP-COUNTERPARTY     PIC X(20).
       01  WS-RTP-ITEM             PIC X(160).
       01  WS-RTP-ITEMS            PIC X(480).
       01  WS-RTP-ITEMS-PTR        PIC 9(3).

      *--- STSHIST: tiga perubahan status terakhir (slot digeser, ---
      *--- terbaru di slot 3) plus jumlah seluruh perubahan        ---
       01  WS-HS-FILE-STATUS       PIC XX.
           88  HS-FS-OK            VALUE '00'.
           88  HS-FS-EOF           VALUE '10'.
       01  WS-STSHIST-RECORD.
           05  WS-HS-ENTITY        PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-HS-KEY           PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-HS-OLD-STATUS    PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-HS-NEW-STATUS    PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-HS-REASON        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-HS-CHANGED-BY    PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-HS-PROGRAM       PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1).
       01  WS-SHQ-ENTITY           PIC X(8).
       01  WS-SHQ-KEY              PIC X(20).
       01  WS-SHQ-COUNT            PIC 9(5) VALUE 0.
       01  WS-SHQ-COUNT-EDIT       PIC Z(4)9.
       01  WS-SHQ-TABLE.
           05  WS-SHQ-SLOT         PIC X(130) OCCURS 3 TIMES.
       01  WS-SHQ-IDX              PIC 9(1).
       01  WS-SHQ-ITEMS            PIC X(400).
       01  WS-SHQ-ITEMS-PTR        PIC 9(3).

      *--- Serah-terima RTPACCEPT ke TRANSFERPROC lewat file kerja ---
      *--- (PIN tidak pernah lewat baris perintah shell)           ---
       01  WS-RTP-XFER-INPUT       PIC X(200).
       01  WS-RTP-XFER-OUTPUT      PIC X(1000).
       01  WS-RTP-SHELL-COMMAND    PIC X(400).
       01  WS-RTP-JUNK             PIC X(1000).
       01  WS-RTP-REST             PIC X(1000).
       01  WS-RTP-CODE-STR         PIC X(10).
       01  WS-RTP-MESSAGE          PIC X(100).

      *--- Kuitansi elektronik bernomor urut ---
       01  WS-RCP-FILE-STATUS      PIC XX.
           88  RCP-FS-OK           VALUE '00'.
      *---   REFUND|OPERATOR|-|REFUND_TXN|-|ORIGINAL_TXN|REQID   ---
      *---   STATEMENT|USER_ID|-|-|N|-|REQID (N maks 5)          ---
      *---   PING|-|-|-|-|-|REQID                                ---
      *---   RTPCREATE|PEMINTA|PEMBAYAR|ID|AMOUNT|CATATAN|REQID  ---
      *---     (PEMBAYAR boleh alias PH:nomor-telepon)           ---
      *---   RTPLIST|USER_ID|-|-|-|-|REQID                       ---
      *---   RTPACCEPT|PEMBAYAR|-|ID|-|PIN|REQID                 ---
      *---   RTPDECLINE|USER_ID|-|ID|-|-|REQID                   ---
      *---   STSHIST|USER_ID|-|-|-|-|REQID (riwayat status)      ---
      *---   STSHIST|-|MERCHANT_ID|-|-|PIN|REQID                 ---
      *--- Field ke-9 opsional: id terminal kasir untuk PAYMENT/  ---
      *--- AUTH (lihat VALIDATE-TERMINAL)                          ---
      *---   CASHWD|USER_ID|MERCHANT_ID|TXN|AMOUNT|QR|REQID|CALLER| ---
      *---     TERMINAL|PIN (tarik tunai di merchant; field ke-10) ---
       01  WS-REQ-AMOUNT-STR        PIC X(20).
       01  WS-REQ-REQUEST-ID        PIC X(20).
       01  WS-REQ-CALLER            PIC X(12).
       01  WS-REQ-TERMINAL-ID       PIC X(20).
       01  WS-REQ-PIN               PIC X(6).

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

      *--- Batas laju per caller: jendela per menit di memori     ---
      *--- proses resident (pendekatan ember-menit); caller tanpa ---
      *--- selalu kanal API                                          ---
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-CHANNEL      PIC X(10) VALUE 'API'.
      *--- Disusul id terminal kasir (kosong tanpa terminal) ---
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-TERMINAL-ID  PIC X(20).

      *--- Cap harian kanal API (pola PAYMENTPROC) ---
       01  WS-CHL-FILE-STATUS      PIC XX.
       01  WS-NEW-BALANCE           PIC 9(13)V99.
       01  WS-MER-NEW-BALANCE       PIC 9(13)V99.
       01  WS-AVAILABLE-BALANCE     PIC 9(13)V99.
       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-DONE          PIC X(1) VALUE 'N'.
       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.
       01  WS-RESERVE-OK            PIC X(1) VALUE 'N'.
       01  WS-ERR-IDX               PIC 9(2) VALUE 0.

                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/pockets.dat' DELIMITED SIZE
                      INTO WS-POCKET-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
                      '/blocklist.dat' DELIMITED SIZE
                      INTO WS-BLOCKLIST-FILE-PATH
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
                      '/kycmast.dat' DELIMITED SIZE
                      INTO WS-KYC-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING
           END-IF

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
                      '/ratelimits.dat' DELIMITED SIZE
                      INTO WS-RATELIMIT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/preauth.dat' DELIMITED SIZE
                      INTO WS-PREAUTH-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/catmast.dat' DELIMITED SIZE
                      INTO WS-CATMAST-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/payreq.dat' DELIMITED SIZE
                      INTO WS-PAYREQ-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/stshist.dat' DELIMITED SIZE
                      INTO WS-STSHIST-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/aliases.dat' DELIMITED SIZE
                      INTO WS-ALIAS-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/familylink.dat' DELIMITED SIZE
                      INTO WS-FAMILY-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/terminals.dat' DELIMITED SIZE
                      INTO WS-TERMINAL-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchpar.dat' DELIMITED SIZE
                      INTO WS-MERCHPAR-FILE-PATH
               END-STRING
           END-IF

           ACCEPT WS-BANK-CODE-ENV FROM ENVIRONMENT "DANTE_BANK_CODE"

           IF FUNCTION TRIM(WS-BANK-CODE-ENV) NOT = SPACES
               MOVE WS-BANK-CODE-ENV TO WS-OUR-BANK-CODE
           END-IF

      *--- File kerja RTPACCEPT/MERCHINST/CASHWD dinamai per        ---
      *--- request di SET-WORK-FILE-PATHS; binary dari              ---
      *--- DANTE_BIN_DIR (pola EODRUN)                              ---
           ACCEPT WS-BIN-DIR FROM ENVIRONMENT "DANTE_BIN_DIR"

           IF FUNCTION TRIM(WS-BIN-DIR) NOT = SPACES
               MOVE WS-BIN-DIR TO WS-BIN-DIR-USED
           END-IF.

      *----------------------------------------------------------------*
       SET-WORK-FILE-PATHS.
      *--- File kerja berisi PIN dinamai dengan request id supaya   ---
      *--- dua DISPATCHER atau job batch yang berjalan bersamaan    ---
      *--- tidak saling menimpa input/output. Id kosong atau yang   ---
      *--- memuat karakter selain huruf, angka, '-' dan '_' (juga   ---
      *--- masuk ke baris perintah shell) diganti stempel waktu     ---
      *--- request + nomor urut                                     ---
           MOVE SPACES TO WS-WORK-TAG
           MOVE FUNCTION TRIM(WS-REQ-REQUEST-ID) TO WS-WORK-TAG
           MOVE 'Y' TO WS-WORK-TAG-OK

           IF WS-WORK-TAG = SPACES OR WS-WORK-TAG = '-'
               MOVE 'N' TO WS-WORK-TAG-OK
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REQ-REQUEST-ID))
                   TO WS-WORK-TAG-LEN
               PERFORM VARYING WS-WORK-TAG-IDX FROM 1 BY 1
                   UNTIL WS-WORK-TAG-IDX > WS-WORK-TAG-LEN
                   MOVE WS-WORK-TAG(WS-WORK-TAG-IDX:1)
                       TO WS-WORK-TAG-CHAR
                   IF (WS-WORK-TAG-CHAR < 'A'
                       OR WS-WORK-TAG-CHAR > 'Z')
                      AND (WS-WORK-TAG-CHAR < 'a'
                       OR WS-WORK-TAG-CHAR > 'z')
                      AND (WS-WORK-TAG-CHAR < '0'
                       OR WS-WORK-TAG-CHAR > '9')
                      AND WS-WORK-TAG-CHAR NOT = '-'
                      AND WS-WORK-TAG-CHAR NOT = '_'
                       MOVE 'N' TO WS-WORK-TAG-OK
                   END-IF
               END-PERFORM
           END-IF

           IF WS-WORK-TAG-OK = 'N'
               ADD 1 TO WS-WORK-SEQ
               MOVE SPACES TO WS-WORK-TAG
               STRING WS-MET-START(1:16) '-' WS-WORK-SEQ
                   DELIMITED SIZE
                   INTO WS-WORK-TAG
               END-STRING
           END-IF

           MOVE SPACES TO WS-RTP-IN-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/rtpaccept-' DELIMITED SIZE
                  FUNCTION TRIM(WS-WORK-TAG) DELIMITED SIZE
                  '.in' DELIMITED SIZE
                  INTO WS-RTP-IN-PATH
           END-STRING

           MOVE SPACES TO WS-RTP-OUT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/rtpaccept-' DELIMITED SIZE
                  FUNCTION TRIM(WS-WORK-TAG) DELIMITED SIZE
                  '.out' DELIMITED SIZE
                  INTO WS-RTP-OUT-PATH
           END-STRING

           MOVE SPACES TO WS-INST-IN-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/instsetl-' DELIMITED SIZE
                  FUNCTION TRIM(WS-WORK-TAG) DELIMITED SIZE
                  '.in' DELIMITED SIZE
                  INTO WS-INST-IN-PATH
           END-STRING

           MOVE SPACES TO WS-INST-OUT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/instsetl-' DELIMITED SIZE
                  FUNCTION TRIM(WS-WORK-TAG) DELIMITED SIZE
                  '.out' DELIMITED SIZE
                  INTO WS-INST-OUT-PATH
           END-STRING

           MOVE SPACES TO WS-CWD-IN-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/cashwd-' DELIMITED SIZE
                  FUNCTION TRIM(WS-WORK-TAG) DELIMITED SIZE
                  '.in' DELIMITED SIZE
                  INTO WS-CWD-IN-PATH
           END-STRING

           MOVE SPACES TO WS-CWD-OUT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/cashwd-' DELIMITED SIZE
                  FUNCTION TRIM(WS-WORK-TAG) DELIMITED SIZE
                  '.out' DELIMITED SIZE
                  INTO WS-CWD-OUT-PATH
           END-STRING.

      *----------------------------------------------------------------*
       PARSE-AND-ROUTE-REQUEST.
      *--- Stempel waktu mulai untuk metrik latensi per request ---
      *--- kosong/'-' dianggap DEFAULT                              ---
           MOVE SPACES TO WS-REQ-REQUEST-ID
           MOVE SPACES TO WS-REQ-CALLER
           MOVE SPACES TO WS-REQ-TERMINAL-ID
           MOVE SPACES TO WS-REQ-PIN

           UNSTRING REQUEST-FILE-LINE
               DELIMITED BY '|'
                    WS-REQ-QR-CODE
                    WS-REQ-REQUEST-ID
                    WS-REQ-CALLER
                    WS-REQ-TERMINAL-ID
                    WS-REQ-PIN
           END-UNSTRING

      *--- Terminal kasir menempel di ekor record transaksi; di-  ---
      *--- reset tiap request supaya tidak terbawa ke verb lain    ---
           IF FUNCTION TRIM(WS-REQ-TERMINAL-ID) = '-'
               MOVE SPACES TO WS-REQ-TERMINAL-ID
           END-IF
           MOVE WS-REQ-TERMINAL-ID TO WS-TWR-TERMINAL-ID

           IF FUNCTION TRIM(WS-REQ-CALLER) = SPACES
              OR FUNCTION TRIM(WS-REQ-CALLER) = '-'
               MOVE 'DEFAULT' TO WS-REQ-CALLER
                   PERFORM HANDLE-TXN-STATUS
               WHEN 'PAYMENT'
                   PERFORM HANDLE-PAYMENT
               WHEN 'AUTH'
                   PERFORM HANDLE-PAYMENT
               WHEN 'CAPTURE'
                   PERFORM HANDLE-PREAUTH-CAPTURE
               WHEN 'VOID'
                   PERFORM HANDLE-PREAUTH-VOID
               WHEN 'REFUND'
                   PERFORM HANDLE-REFUND
               WHEN 'STATEMENT'
                   PERFORM HANDLE-MERCHANT-BALANCE
               WHEN 'MERCHSETTLE'
                   PERFORM HANDLE-MERCHANT-SETTLE
               WHEN 'MERCHINST'
                   PERFORM HANDLE-MERCHANT-INSTANT
               WHEN 'CASHWD'
                   PERFORM HANDLE-CASH-WITHDRAWAL
               WHEN 'RTPCREATE'
                   PERFORM HANDLE-RTP-CREATE
               WHEN 'RTPLIST'
                   PERFORM HANDLE-RTP-LIST
               WHEN 'RTPACCEPT'
                   PERFORM HANDLE-RTP-ACCEPT
               WHEN 'RTPDECLINE'
                   PERFORM HANDLE-RTP-DECLINE
               WHEN 'STSHIST'
                   PERFORM HANDLE-STATUS-HISTORY
               WHEN 'PING'
                   PERFORM HANDLE-PING
               WHEN OTHER
                   MOVE 'success' TO WS-RESP-STATUS
                   MOVE 'Saldo ditemukan' TO WS-RESP-MESSAGE

      *--- Hold berjalan, isi kantong tabungan dan saldo       ---
      *--- tersedia ikut dilaporkan                              ---
                   PERFORM SUM-POCKET-BALANCE
                   IF WS-AP-BALANCE > WS-AP-HOLD + WS-POCKET-TOTAL
                       COMPUTE WS-AVAILABLE-BALANCE =
                           WS-AP-BALANCE - WS-AP-HOLD
                           - WS-POCKET-TOTAL
                   ELSE
                       MOVE 0 TO WS-AVAILABLE-BALANCE
                   END-IF

                   STRING
                       '{"account_id":"'
                           FUNCTION TRIM(WS-AP-HOLD) ','
                       '"available_balance":'
                           FUNCTION TRIM(WS-AVAILABLE-BALANCE) ','
                       '"pocket_balance":'
                           FUNCTION TRIM(WS-POCKET-TOTAL) ','
                       '"currency":"'
                           FUNCTION TRIM(WS-AP-CURRENCY) '",'
                       '"status":"'
       SCREEN-AND-SETTLE-PAYMENT.
           PERFORM CHECK-DUPLICATE-TXN

      *--- AUTH: auth-id juga tidak boleh bentrok dengan pre-       ---
      *--- otorisasi yang sudah tercatat                             ---
           IF WS-TXN-DUP-FOUND = 'N'
              AND FUNCTION TRIM(WS-REQ-TYPE) = 'AUTH'
               PERFORM FIND-PREAUTH-RECORD
               MOVE WS-PA-FOUND TO WS-TXN-DUP-FOUND
           END-IF

           IF WS-TXN-DUP-FOUND = 'Y'
               MOVE EC-DUPLICATE-TXN TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
       VALIDATE-AND-SETTLE-MERCHANT.
           PERFORM VALIDATE-PAYMENT-MERCHANT

           IF WS-MER-FOUND = 'Y'
               MOVE WS-REQ-TERMINAL-ID TO WS-TERM-ID
               MOVE WS-REQ-MERCHANT-ID TO WS-TERM-MER-ID
               PERFORM VALIDATE-TERMINAL
           END-IF

           IF WS-MER-FOUND = 'N'
               MOVE EC-INVALID-MERCHANT TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
                   TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
           ELSE
               IF WS-TERM-OK = 'N'
                   PERFORM DECLINE-INVALID-TERMINAL
                   PERFORM WRITE-DISPATCHER-AUDIT
               ELSE
                   PERFORM CHECK-CURRENCY-AND-SETTLE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       DECLINE-INVALID-TERMINAL.
      *--- Terminal kasir tidak terdaftar, diblokir, atau milik    ---
      *--- merchant lain - pembayaran ditolak                       ---
           MOVE EC-INVALID-TERMINAL TO WS-RESP-CODE
           MOVE 'error' TO WS-RESP-STATUS

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
           END-EVALUATE.

      *----------------------------------------------------------------*
       CHECK-CURRENCY-AND-SETTLE.
           PERFORM CHECK-CURRENCY-MATCH

           IF WS-CURRENCY-MATCH = 'N'
               MOVE EC-CURRENCY-MISMATCH TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Mata uang tidak cocok'
                   TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
           ELSE
               IF WS-REQ-AMOUNT <= 0
                   MOVE EC-INVALID-AMOUNT TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Jumlah transaksi tidak valid'
                       TO WS-RESP-MESSAGE
                   PERFORM WRITE-DISPATCHER-AUDIT
               ELSE
                   PERFORM SCREEN-CHILD-AND-RESERVE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       SCREEN-CHILD-AND-RESERVE.
      *--- Rekening anak: kategori terlarang dan cap per transaksi ---
      *--- dari orang tua ditolak sebelum ada dana yang ditahan    ---
           PERFORM CHECK-CHILD-RULES

           EVALUATE WS-CHILD-FAIL
               WHEN 'K'
                   MOVE EC-CHILD-CATEGORY TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Kategori merchant dilarang untuk rekening anak'
                       TO WS-RESP-MESSAGE
                   PERFORM WRITE-DISPATCHER-AUDIT
               WHEN 'X'
                   MOVE EC-CHILD-CAP TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Nominal melewati batas transaksi rekening anak'
                       TO WS-RESP-MESSAGE
                   PERFORM WRITE-DISPATCHER-AUDIT
               WHEN OTHER
      *--- Reservasi saldo (hold) tepat sebelum settle, bukan cek  ---
      *--- saldo mentah lalu baru debit belakangan - ini menutup   ---
      *--- celah dua pembayaran konkuren (lewat DISPATCHER atau    ---
      *--- PAYMENTPROC) lolos cek saldo yang sama sebelum salah    ---
      *--- satunya sempat menulis ulang rekening                   ---
                   PERFORM RESERVE-PAYMENT-BALANCE

                   IF WS-RESERVE-OK = 'N'
                       MOVE EC-INSUFFICIENT-FUNDS TO WS-RESP-CODE
                       MOVE 'error' TO WS-RESP-STATUS
                       MOVE 'Saldo tidak mencukupi'
                           TO WS-RESP-MESSAGE
                       PERFORM WRITE-DISPATCHER-AUDIT
                   ELSE
                       IF FUNCTION TRIM(WS-REQ-TYPE) = 'AUTH'
                           PERFORM OPEN-DISPATCH-PREAUTH
                       ELSE
                           PERFORM SETTLE-PAYMENT
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       CHECK-CHILD-RULES.
      *--- K = kategori merchant terlarang, X = melewati cap per   ---
      *--- transaksi (0 = tanpa cap); nasabah tanpa tautan aktif   ---
      *--- tidak terkena aturan apa pun                            ---
           MOVE SPACE TO WS-CHILD-FAIL
           MOVE 'N' TO WS-CHILD-LINKED

           OPEN INPUT FAMILY-FILE
           IF FL-FS-OK
               MOVE WS-REQ-USER-ID TO FD-FL-CHILD-ID

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
           END-IF

           IF WS-CHILD-LINKED = 'Y'
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
               END-PERFORM

               IF WS-CHILD-FAIL = SPACE
                  AND WS-CHILD-TXN-CAP > 0
                  AND WS-REQ-AMOUNT > WS-CHILD-TXN-CAP
                   MOVE 'X' TO WS-CHILD-FAIL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-MERCHANT-BLOCKLIST.
               CLOSE DAYTOT-FILE
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
       VALIDATE-PAYMENT-USER.
           MOVE 'N' TO WS-FOUND-FLAG
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

                       IF WS-AVAILABLE-BALANCE < WS-REQ-AMOUNT
                           MOVE 'N' TO WS-RESERVE-OK
                       ELSE
                           ADD WS-REQ-AMOUNT TO WS-AP-HOLD
                           MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD FROM
                               WS-ACC-PARSE
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
       SETTLE-PAYMENT.
           PERFORM DEBIT-PAYMENT-USER
               PERFORM REGISTER-RECENT-ACTIVITY
               PERFORM REGISTER-CHANNEL-TOTAL

      *--- Pembayaran rekening anak di atas ambang orang tua      ---
      *--- dikabarkan ke orang tuanya (ambang 0 = semua)          ---
               IF WS-CHILD-LINKED = 'Y'
                  AND WS-REQ-AMOUNT > WS-CHILD-NOTIFY-MIN
                   PERFORM WRITE-CHILD-PAY-NOTIFY
               END-IF

               MOVE EC-SUCCESS TO WS-RESP-CODE
               MOVE 'success' TO WS-RESP-STATUS
               MOVE 'Transaksi berhasil diproses' TO WS-RESP-MESSAGE
                           WS-AP-BALANCE - WS-REQ-AMOUNT
                       MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                       SUBTRACT WS-REQ-AMOUNT FROM WS-AP-HOLD
                       MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               CLOSE ACCOUNT-FILE
                           COMPUTE WS-MER-NEW-BALANCE =
                               WS-AP-BALANCE + WS-SETTLE-AMOUNT
                           MOVE WS-MER-NEW-BALANCE TO WS-AP-BALANCE
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

           MOVE 'Tipe request tidak dikenal' TO WS-RESP-MESSAGE.

      *----------------------------------------------------------------*
       OPEN-DISPATCH-PREAUTH.
      *--- AUTH|USER|MERCHANT|AUTHID|AMOUNT|QR|REQID: dana sudah    ---
      *--- ditahan di HOLD oleh RESERVE-PAYMENT-BALANCE - tinggal   ---
      *--- catat baris auth open; tidak ada debit/kredit/transaksi  ---
           PERFORM LOOKUP-AUTH-DAYS

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE FUNCTION NUMVAL(WS-DATETIME(1:8)) TO WS-PA-TODAY-NUM
           COMPUTE WS-PA-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PA-TODAY-NUM)
               + WS-PA-AUTH-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-PA-EXPIRY-INT)
               TO WS-PA-EXPIRY-NUM

           MOVE WS-REQ-TXN-ID      TO WS-PA-AUTH-ID
           MOVE WS-REQ-USER-ID     TO WS-PA-USER-ID
           MOVE WS-REQ-MERCHANT-ID TO WS-PA-MERCHANT-ID
           MOVE WS-REQ-AMOUNT      TO WS-PA-AUTH-AMOUNT
           MOVE 0                  TO WS-PA-CAPT-AMOUNT
           MOVE 'open'             TO WS-PA-STATUS
           MOVE WS-DATETIME        TO WS-PA-CREATED
           MOVE WS-PA-EXPIRY-NUM   TO WS-PA-EXPIRY-DATE
           MOVE WS-DATETIME        TO WS-PA-UPDATED
           MOVE WS-REQ-QR-CODE     TO WS-PA-QR-CODE

           OPEN EXTEND PREAUTH-FILE
           IF PA-FS-NOT-FOUND
               OPEN OUTPUT PREAUTH-FILE
               CLOSE PREAUTH-FILE
               OPEN EXTEND PREAUTH-FILE
           END-IF

           IF PA-FS-OK
               WRITE PREAUTH-FILE-RECORD FROM WS-PREAUTH-RECORD
               CLOSE PREAUTH-FILE
           END-IF

           MOVE EC-SUCCESS TO WS-RESP-CODE
           MOVE 'success' TO WS-RESP-STATUS
           MOVE 'Pre-otorisasi berhasil, dana ditahan'
               TO WS-RESP-MESSAGE
           STRING
               '{"auth_id":"'
                   FUNCTION TRIM(WS-REQ-TXN-ID) '",'
               '"expiry_date":"' WS-PA-EXPIRY-DATE '",'
               '"status":"open"}'
               DELIMITED SIZE
               INTO WS-RESP-DATA
           END-STRING
           PERFORM WRITE-DISPATCHER-AUDIT.

      *----------------------------------------------------------------*
       LOOKUP-AUTH-DAYS.
      *--- Kolom ke-5 catmast untuk kategori merchant; tanpa file, ---
      *--- tanpa baris, atau kolom kosong tetap default 7 hari     ---
           MOVE 7 TO WS-PA-AUTH-DAYS

           OPEN INPUT CATMAST-FILE
           IF CM-FS-OK
               PERFORM UNTIL CM-FS-EOF
                   READ CATMAST-FILE INTO WS-CM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-CATMAST-AUTH-DAYS
                   END-READ
               END-PERFORM

               CLOSE CATMAST-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-CATMAST-AUTH-DAYS.
           MOVE SPACES TO WS-CM-CODE
           MOVE SPACES TO WS-CM-AUTH-DAYS

           UNSTRING WS-CM-LINE
               DELIMITED BY '|'
               INTO WS-CM-CODE
                    WS-CM-DESC
                    WS-CM-LIMIT
                    WS-CM-RISK
                    WS-CM-AUTH-DAYS
           END-UNSTRING

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CM-CODE)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MP-CATEGORY))
              AND FUNCTION TRIM(WS-CM-AUTH-DAYS) NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-CM-AUTH-DAYS) = 0
              AND FUNCTION NUMVAL(WS-CM-AUTH-DAYS) > 0
               MOVE FUNCTION NUMVAL(WS-CM-AUTH-DAYS)
                   TO WS-PA-AUTH-DAYS
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-PREAUTH-CAPTURE.
      *--- CAPTURE|-|MERCHANT|AUTHID|AMOUNT|MERCHPIN|REQID: merchant ---
      *--- menagih pre-otorisasi open miliknya sebesar <= nominal    ---
      *--- auth; seluruh hold auth dilepas sekaligus. Jalur ringan  ---
      *--- tanpa MDR, sama seperti PAYMENT dispatcher                ---
           MOVE WS-REQ-TXN-ID TO WS-AUD-KEY

           PERFORM VERIFY-MERCHANT-CREDENTIAL
           PERFORM CHECK-EOD-WINDOW
           PERFORM FIND-PREAUTH-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           EVALUATE TRUE
               WHEN WS-MERCH-AUTH-OK = 'N'
                   MOVE EC-NOT-AUTHORIZED TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Kredensial merchant tidak valid'
                       TO WS-RESP-MESSAGE
               WHEN WS-EOD-SETTLING = 'Y'
                   MOVE EC-EOD-WINDOW TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Jendela settlement EOD berjalan, coba beberapa'
                       TO WS-RESP-MESSAGE
               WHEN WS-PA-FOUND = 'N'
                 OR FUNCTION TRIM(WS-PA-STATUS) NOT = 'open'
                 OR FUNCTION TRIM(WS-PA-MERCHANT-ID) NOT =
                    FUNCTION TRIM(WS-REQ-MERCHANT-ID)
                 OR WS-PA-EXPIRY-DATE < WS-DATETIME(1:8)
                   MOVE EC-AUTH-NOT-OPEN TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Pre-otorisasi tidak open atau kedaluwarsa'
                       TO WS-RESP-MESSAGE
               WHEN WS-REQ-AMOUNT <= 0
                 OR WS-REQ-AMOUNT > WS-PA-AUTH-AMOUNT
                   MOVE EC-INVALID-AMOUNT TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Nominal capture tidak valid'
                       TO WS-RESP-MESSAGE
               WHEN OTHER
                   MOVE WS-PA-USER-ID TO WS-REQ-USER-ID
                   MOVE WS-PA-QR-CODE TO WS-REQ-QR-CODE
                   PERFORM CONTINUE-PREAUTH-CAPTURE
           END-EVALUATE

           IF WS-RESP-CODE NOT = EC-SUCCESS
               PERFORM WRITE-DISPATCHER-AUDIT
           END-IF.

      *----------------------------------------------------------------*
       CONTINUE-PREAUTH-CAPTURE.
           PERFORM VALIDATE-PAYMENT-USER
           PERFORM VALIDATE-PAYMENT-MERCHANT

      *--- Terminal yang menagih capture juga harus sah ---
           MOVE WS-REQ-TERMINAL-ID TO WS-TERM-ID
           MOVE WS-REQ-MERCHANT-ID TO WS-TERM-MER-ID
           PERFORM VALIDATE-TERMINAL

           EVALUATE TRUE
               WHEN WS-FOUND-FLAG = 'N'
                   MOVE EC-INVALID-USER TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'User tidak valid atau tidak aktif'
                       TO WS-RESP-MESSAGE
               WHEN WS-MER-FOUND = 'N'
                   MOVE EC-INVALID-MERCHANT TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Merchant tidak valid atau tidak aktif'
                       TO WS-RESP-MESSAGE
               WHEN WS-TERM-OK = 'N'
                   PERFORM DECLINE-INVALID-TERMINAL
               WHEN WS-AP-BALANCE < WS-REQ-AMOUNT
                   MOVE EC-INSUFFICIENT-FUNDS TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Saldo tidak mencukupi'
                       TO WS-RESP-MESSAGE
               WHEN OTHER
                   PERFORM CHECK-CURRENCY-MATCH

                   IF WS-CURRENCY-MATCH = 'N'
                       MOVE EC-CURRENCY-MISMATCH TO WS-RESP-CODE
                       MOVE 'error' TO WS-RESP-STATUS
                       MOVE 'Mata uang tidak cocok'
                           TO WS-RESP-MESSAGE
                   ELSE
                       PERFORM SETTLE-PREAUTH-CAPTURE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
       SETTLE-PREAUTH-CAPTURE.
           PERFORM CAPTURE-PAYMENT-USER
           PERFORM CREDIT-PAYMENT-MERCHANT

           IF WS-FOUND-FLAG = 'N'
               MOVE EC-SYSTEM-BUSY TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Internal error pada sistem legacy'
                   TO WS-RESP-MESSAGE
           ELSE
               PERFORM WRITE-PAYMENT-TRANSACTION
               PERFORM REGISTER-RECENT-ACTIVITY
               PERFORM REGISTER-CHANNEL-TOTAL

               COMPUTE WS-PA-RELEASE-AMOUNT =
                   WS-PA-AUTH-AMOUNT - WS-REQ-AMOUNT
               MOVE 'captured' TO WS-PA-NEW-STATUS
               MOVE WS-REQ-AMOUNT TO WS-PA-NEW-CAPT
               PERFORM UPDATE-PREAUTH-STATUS

               MOVE WS-PA-NEW-CAPT TO WS-PA-AMOUNT-EDIT
               MOVE WS-PA-RELEASE-AMOUNT TO WS-PA-REL-EDIT

               MOVE EC-SUCCESS TO WS-RESP-CODE
               MOVE 'success' TO WS-RESP-STATUS
               MOVE 'Capture pre-otorisasi berhasil diproses'
                   TO WS-RESP-MESSAGE
               STRING
                   '{"auth_id":"'
                       FUNCTION TRIM(WS-REQ-TXN-ID) '",'
                   '"captured_amount":'
                       FUNCTION TRIM(WS-PA-AMOUNT-EDIT) ','
                   '"released_amount":'
                       FUNCTION TRIM(WS-PA-REL-EDIT) ','
                   '"status":"captured"}'
                   DELIMITED SIZE
                   INTO WS-RESP-DATA
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       CAPTURE-PAYMENT-USER.
      *--- Debit nominal capture dan lepas seluruh hold auth -     ---
      *--- hold tidak pernah dibiarkan negatif                      ---
           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-REQ-USER-ID TO FD-ACC-USER-ID

               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-NEW-BALANCE =
                           WS-AP-BALANCE - WS-REQ-AMOUNT
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

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-PREAUTH-VOID.
      *--- VOID|-|MERCHANT|AUTHID|-|MERCHPIN|REQID: merchant         ---
      *--- membatalkan pre-otorisasi open miliknya, seluruh hold    ---
      *--- dilepas kembali ke nasabah                                ---
           MOVE WS-REQ-TXN-ID TO WS-AUD-KEY

           PERFORM VERIFY-MERCHANT-CREDENTIAL
           PERFORM CHECK-EOD-WINDOW
           PERFORM FIND-PREAUTH-RECORD

           EVALUATE TRUE
               WHEN WS-MERCH-AUTH-OK = 'N'
                   MOVE EC-NOT-AUTHORIZED TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Kredensial merchant tidak valid'
                       TO WS-RESP-MESSAGE
               WHEN WS-EOD-SETTLING = 'Y'
                   MOVE EC-EOD-WINDOW TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Jendela settlement EOD berjalan, coba beberapa'
                       TO WS-RESP-MESSAGE
               WHEN WS-PA-FOUND = 'N'
                 OR FUNCTION TRIM(WS-PA-STATUS) NOT = 'open'
                 OR FUNCTION TRIM(WS-PA-MERCHANT-ID) NOT =
                    FUNCTION TRIM(WS-REQ-MERCHANT-ID)
                   MOVE EC-AUTH-NOT-OPEN TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Pre-otorisasi tidak open'
                       TO WS-RESP-MESSAGE
               WHEN OTHER
                   MOVE WS-PA-USER-ID TO WS-REQ-USER-ID
                   MOVE WS-PA-AUTH-AMOUNT TO WS-PA-AMOUNT-EDIT
                   MOVE FUNCTION TRIM(WS-PA-AMOUNT-EDIT)
                       TO WS-REQ-AMOUNT-STR
                   PERFORM RELEASE-PREAUTH-HOLD

                   MOVE 'voided' TO WS-PA-NEW-STATUS
                   MOVE 0 TO WS-PA-NEW-CAPT
                   PERFORM UPDATE-PREAUTH-STATUS

                   MOVE EC-SUCCESS TO WS-RESP-CODE
                   MOVE 'success' TO WS-RESP-STATUS
                   MOVE 'Pre-otorisasi dibatalkan, hold dilepas'
                       TO WS-RESP-MESSAGE
                   STRING
                       '{"auth_id":"'
                           FUNCTION TRIM(WS-REQ-TXN-ID) '",'
                       '"released_amount":'
                           FUNCTION TRIM(WS-PA-AMOUNT-EDIT) ','
                       '"status":"voided"}'
                       DELIMITED SIZE
                       INTO WS-RESP-DATA
                   END-STRING
           END-EVALUATE

           PERFORM WRITE-DISPATCHER-AUDIT.

      *----------------------------------------------------------------*
       RELEASE-PREAUTH-HOLD.
           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-REQ-USER-ID TO FD-ACC-USER-ID

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

               CLOSE ACCOUNT-FILE
           END-IF.

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
                          FUNCTION TRIM(WS-REQ-TXN-ID)
                           MOVE 'Y' TO WS-PA-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PREAUTH-FILE
           END-IF.

      *----------------------------------------------------------------*
       UPDATE-PREAUTH-STATUS.
           MOVE 'N' TO WS-PA-DONE

           OPEN I-O PREAUTH-FILE
           IF PA-FS-OK
               PERFORM UNTIL PA-FS-EOF OR WS-PA-DONE = 'Y'
                   READ PREAUTH-FILE INTO WS-PREAUTH-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PA-AUTH-ID) =
                          FUNCTION TRIM(WS-REQ-TXN-ID)
                           MOVE WS-PA-NEW-STATUS TO WS-PA-STATUS
                           MOVE WS-PA-NEW-CAPT TO WS-PA-CAPT-AMOUNT
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-PA-UPDATED
                           REWRITE PREAUTH-FILE-RECORD
                               FROM WS-PREAUTH-RECORD
                           MOVE 'Y' TO WS-PA-DONE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PREAUTH-FILE
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-RTP-CREATE.
      *--- RTPCREATE: nasabah meminta pembayaran (mis. patungan    ---
      *--- tagihan restoran) dari nasabah lain. Belum ada dana     ---
      *--- yang bergerak - pembayar yang menyetujui lewat RTPACCEPT ---
           MOVE WS-REQ-TXN-ID TO WS-AUD-KEY
           MOVE 'N' TO WS-RTP-PAYER-OK
           MOVE SPACES TO WS-RTP-PAYER

           PERFORM VALIDATE-PAYMENT-USER

           IF WS-REQ-MERCHANT-ID(1:3) = 'PH:'
               PERFORM RESOLVE-RTP-PAYER-ALIAS
           ELSE
               MOVE WS-REQ-MERCHANT-ID TO WS-RTP-PAYER
           END-IF

           IF FUNCTION TRIM(WS-RTP-PAYER) NOT = SPACES
               PERFORM VALIDATE-RTP-PAYER
           END-IF

           PERFORM CHECK-DUPLICATE-TXN
           PERFORM FIND-PAYREQ-RECORD

           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-REQ-TXN-ID) = SPACES
                 OR FUNCTION TRIM(WS-REQ-TXN-ID) = '-'
                   MOVE EC-NOT-FOUND TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Id permintaan pembayaran wajib diisi'
                       TO WS-RESP-MESSAGE
               WHEN WS-REQ-AMOUNT <= 0
                   MOVE EC-INVALID-AMOUNT TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Nominal permintaan tidak valid'
                       TO WS-RESP-MESSAGE
               WHEN WS-FOUND-FLAG = 'N'
                   MOVE EC-INVALID-USER TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'User tidak valid atau tidak aktif'
                       TO WS-RESP-MESSAGE
               WHEN WS-RTP-PAYER-OK = 'N'
                 OR FUNCTION TRIM(WS-RTP-PAYER) =
                    FUNCTION TRIM(WS-REQ-USER-ID)
                   MOVE EC-INVALID-USER TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Pembayar tidak valid atau tidak aktif'
                       TO WS-RESP-MESSAGE
               WHEN WS-TXN-DUP-FOUND = 'Y'
                 OR WS-PQ-FOUND = 'Y'
                   MOVE EC-DUPLICATE-TXN TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Id permintaan pembayaran sudah dipakai'
                       TO WS-RESP-MESSAGE
               WHEN OTHER
                   PERFORM OPEN-PAYMENT-REQUEST
           END-EVALUATE

           PERFORM WRITE-DISPATCHER-AUDIT.

      *----------------------------------------------------------------*
       RESOLVE-RTP-PAYER-ALIAS.
      *--- Pola RESOLVE-RECEIVER-ALIAS TRANSFERPROC: hanya alias   ---
      *--- active yang diakui; alias tetap disimpan di register    ---
           MOVE 'N' TO WS-ALIAS-RESOLVED

           OPEN INPUT ALIAS-FILE
           IF ALS-FS-OK
               MOVE WS-REQ-MERCHANT-ID(4:17) TO FD-ALS-PHONE

               READ ALIAS-FILE
                   KEY IS FD-ALS-PHONE
                   INVALID KEY
                       MOVE 'N' TO WS-ALIAS-RESOLVED
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-ALS-STATUS) = 'active'
                           MOVE FD-ALS-USER-ID TO WS-RTP-PAYER
                           MOVE 'Y' TO WS-ALIAS-RESOLVED
                       END-IF
               END-READ

               CLOSE ALIAS-FILE
           END-IF.

      *----------------------------------------------------------------*
       VALIDATE-RTP-PAYER.
           MOVE 'N' TO WS-RTP-PAYER-OK

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-RTP-PAYER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-RTP-PAYER-OK
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-ACC-STATUS) = 'active'
                           MOVE 'Y' TO WS-RTP-PAYER-OK
                       END-IF
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       OPEN-PAYMENT-REQUEST.
      *--- Tulis baris pending dengan masa berlaku hari ini +      ---
      *--- WS-RTP-EXPIRY-DAYS, lalu kabari kedua pihak             ---
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE FUNCTION NUMVAL(WS-DATETIME(1:8)) TO WS-PA-TODAY-NUM
           COMPUTE WS-PA-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PA-TODAY-NUM)
               + WS-RTP-EXPIRY-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-PA-EXPIRY-INT)
               TO WS-PA-EXPIRY-NUM

           MOVE WS-REQ-TXN-ID      TO WS-PQ-REQ-ID
           MOVE WS-REQ-USER-ID     TO WS-PQ-REQUESTER
           MOVE WS-RTP-PAYER       TO WS-PQ-PAYER
           IF WS-REQ-MERCHANT-ID(1:3) = 'PH:'
               MOVE WS-REQ-MERCHANT-ID TO WS-PQ-PAYER-ALIAS
           ELSE
               MOVE SPACES TO WS-PQ-PAYER-ALIAS
           END-IF
           MOVE WS-REQ-AMOUNT      TO WS-PQ-AMOUNT
           IF FUNCTION TRIM(WS-REQ-QR-CODE) = '-'
               MOVE SPACES TO WS-PQ-NOTE
           ELSE
               MOVE WS-REQ-QR-CODE TO WS-PQ-NOTE
           END-IF
           MOVE WS-PA-EXPIRY-NUM   TO WS-PQ-EXPIRY-DATE
           MOVE 'pending'          TO WS-PQ-STATUS
           MOVE WS-DATETIME        TO WS-PQ-CREATED
           MOVE WS-DATETIME        TO WS-PQ-UPDATED

           OPEN EXTEND PAYREQ-FILE
           IF PQ-FS-NOT-FOUND
               OPEN OUTPUT PAYREQ-FILE
               CLOSE PAYREQ-FILE
               OPEN EXTEND PAYREQ-FILE
           END-IF

           IF PQ-FS-OK
               WRITE PAYREQ-FILE-RECORD FROM WS-PAYREQ-RECORD
               CLOSE PAYREQ-FILE
           END-IF

           MOVE WS-PQ-PAYER TO WS-RTP-NOTIFY-USER
           MOVE 'RTPREQUEST' TO WS-NR-EVENT
           PERFORM WRITE-RTP-NOTIFY

           MOVE WS-PQ-REQUESTER TO WS-RTP-NOTIFY-USER
           MOVE 'RTPSENT' TO WS-NR-EVENT
           PERFORM WRITE-RTP-NOTIFY

           MOVE EC-SUCCESS TO WS-RESP-CODE
           MOVE 'success' TO WS-RESP-STATUS
           MOVE 'Permintaan pembayaran terkirim'
               TO WS-RESP-MESSAGE
           STRING
               '{"payment_request_id":"'
                   FUNCTION TRIM(WS-PQ-REQ-ID) '",'
               '"payer_id":"' FUNCTION TRIM(WS-PQ-PAYER) '",'
               '"amount":' FUNCTION TRIM(WS-RTP-AMOUNT-EDIT) ','
               '"expiry_date":"' WS-PQ-EXPIRY-DATE '",'
               '"status":"pending"}'
               DELIMITED SIZE
               INTO WS-RESP-DATA
           END-STRING.

      *----------------------------------------------------------------*
       HANDLE-RTP-LIST.
      *--- RTPLIST: permintaan pending yang belum kedaluwarsa di   ---
      *--- mana user menjadi pembayar atau peminta; maksimal tiga  ---
      *--- rincian dikembalikan (pola STATEMENT), jumlah selalu    ---
      *--- lengkap                                                  ---
           MOVE WS-REQ-USER-ID TO WS-AUD-KEY
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-RTP-TODAY
           MOVE 0 TO WS-RTP-PENDING-COUNT
           MOVE 0 TO WS-RTP-LISTED
           MOVE SPACES TO WS-RTP-ITEMS
           MOVE 1 TO WS-RTP-ITEMS-PTR

           OPEN INPUT PAYREQ-FILE
           IF PQ-FS-OK
               PERFORM UNTIL PQ-FS-EOF
                   READ PAYREQ-FILE INTO WS-PAYREQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LIST-ONE-PAYREQ
                   END-READ
               END-PERFORM

               CLOSE PAYREQ-FILE
           END-IF

           MOVE WS-RTP-PENDING-COUNT TO WS-RTP-COUNT-EDIT

           MOVE EC-SUCCESS TO WS-RESP-CODE
           MOVE 'success' TO WS-RESP-STATUS
           MOVE 'Daftar permintaan pembayaran' TO WS-RESP-MESSAGE
           STRING
               '{"pending_count":'
                   FUNCTION TRIM(WS-RTP-COUNT-EDIT) ','
               '"requests":['
                   FUNCTION TRIM(WS-RTP-ITEMS)
               ']}'
               DELIMITED SIZE
               INTO WS-RESP-DATA
           END-STRING

           PERFORM WRITE-DISPATCHER-AUDIT.

      *----------------------------------------------------------------*
       LIST-ONE-PAYREQ.
           IF FUNCTION TRIM(WS-PQ-STATUS) = 'pending'
              AND WS-PQ-EXPIRY-DATE >= WS-RTP-TODAY
              AND (FUNCTION TRIM(WS-PQ-PAYER) =
                   FUNCTION TRIM(WS-REQ-USER-ID)
                OR FUNCTION TRIM(WS-PQ-REQUESTER) =
                   FUNCTION TRIM(WS-REQ-USER-ID))
               ADD 1 TO WS-RTP-PENDING-COUNT

               IF WS-RTP-LISTED < 3
                   IF FUNCTION TRIM(WS-PQ-PAYER) =
                      FUNCTION TRIM(WS-REQ-USER-ID)
                       MOVE 'payer' TO WS-RTP-ROLE
                       MOVE WS-PQ-REQUESTER TO WS-RTP-COUNTERPARTY
                   ELSE
                       MOVE 'requester' TO WS-RTP-ROLE
                       MOVE WS-PQ-PAYER TO WS-RTP-COUNTERPARTY
                   END-IF

                   MOVE WS-PQ-AMOUNT TO WS-RTP-AMOUNT-EDIT
                   MOVE SPACES TO WS-RTP-ITEM
                   STRING
                       '{"id":"' FUNCTION TRIM(WS-PQ-REQ-ID) '",'
                       '"role":"' FUNCTION TRIM(WS-RTP-ROLE) '",'
                       '"counterparty":"'
                           FUNCTION TRIM(WS-RTP-COUNTERPARTY) '",'
                       '"amount":'
                           FUNCTION TRIM(WS-RTP-AMOUNT-EDIT) ','
                       '"expiry_date":"' WS-PQ-EXPIRY-DATE '"}'
                       DELIMITED SIZE
                       INTO WS-RTP-ITEM
                   END-STRING

                   IF WS-RTP-LISTED > 0
                       STRING ',' DELIMITED SIZE
                           INTO WS-RTP-ITEMS
                           WITH POINTER WS-RTP-ITEMS-PTR
                       END-STRING
                   END-IF

                   STRING FUNCTION TRIM(WS-RTP-ITEM) DELIMITED SIZE
                       INTO WS-RTP-ITEMS
                       WITH POINTER WS-RTP-ITEMS-PTR
                   END-STRING

                   ADD 1 TO WS-RTP-LISTED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-RTP-ACCEPT.
      *--- RTPACCEPT: pembayar menyetujui permintaan. Pemindahan   ---
      *--- dana dijalankan oleh TRANSFERPROC sendiri supaya cek    ---
      *--- PIN, velocity, fee dan journal identik dengan transfer  ---
      *--- biasa; id permintaan sekaligus menjadi id transaksi,    ---
      *--- sehingga persetujuan ganda tertahan cek duplikat        ---
           MOVE WS-REQ-TXN-ID TO WS-AUD-KEY

           PERFORM CHECK-EOD-WINDOW
           PERFORM FIND-PAYREQ-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           EVALUATE TRUE
               WHEN WS-EOD-SETTLING = 'Y'
                   MOVE EC-EOD-WINDOW TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Jendela settlement EOD berjalan, coba beberapa'
                       TO WS-RESP-MESSAGE
               WHEN WS-PQ-FOUND = 'N'
                   MOVE EC-NOT-FOUND TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Permintaan pembayaran tidak ditemukan'
                       TO WS-RESP-MESSAGE
               WHEN FUNCTION TRIM(WS-PQ-PAYER) NOT =
                    FUNCTION TRIM(WS-REQ-USER-ID)
                   MOVE EC-NOT-AUTHORIZED TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Hanya pembayar yang dapat menyetujui'
                       TO WS-RESP-MESSAGE
               WHEN FUNCTION TRIM(WS-PQ-STATUS) NOT = 'pending'
                 OR WS-PQ-EXPIRY-DATE < WS-DATETIME(1:8)
                   MOVE EC-PAYREQ-NOT-OPEN TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Permintaan pembayaran tidak pending'
                       TO WS-RESP-MESSAGE
               WHEN OTHER
                   PERFORM RUN-RTP-TRANSFER
           END-EVALUATE

           PERFORM WRITE-DISPATCHER-AUDIT.

      *----------------------------------------------------------------*
       RUN-RTP-TRANSFER.
      *--- Input TRANSFERPROC: TXN|PENGIRIM|PENERIMA|AMOUNT|PIN|   ---
      *--- PAYREQ_ID. Status register, notifikasi kedua pihak dan  ---
      *--- journal ditangani TRANSFERPROC; file kerja berisi PIN   ---
      *--- langsung dihapus setelah dipakai                        ---
           PERFORM SET-WORK-FILE-PATHS

           MOVE WS-PQ-AMOUNT TO WS-RTP-AMOUNT-EDIT
           MOVE SPACES TO WS-RTP-XFER-INPUT
           STRING
               FUNCTION TRIM(WS-PQ-REQ-ID) '|'
               FUNCTION TRIM(WS-PQ-PAYER) '|'
               FUNCTION TRIM(WS-PQ-REQUESTER) '|'
               FUNCTION TRIM(WS-RTP-AMOUNT-EDIT) '|'
               FUNCTION TRIM(WS-REQ-QR-CODE) '|'
               FUNCTION TRIM(WS-PQ-REQ-ID)
               DELIMITED SIZE
               INTO WS-RTP-XFER-INPUT
           END-STRING

           MOVE WS-RTP-IN-PATH TO WS-RTPWORK-FILE-PATH
           OPEN OUTPUT RTPWORK-FILE
           IF RTW-FS-OK
               WRITE RTPWORK-FILE-RECORD FROM WS-RTP-XFER-INPUT
               CLOSE RTPWORK-FILE
           END-IF

           MOVE SPACES TO WS-RTP-SHELL-COMMAND
           STRING
               FUNCTION TRIM(WS-BIN-DIR-USED) '/TRANSFERPROC < '
               FUNCTION TRIM(WS-RTP-IN-PATH) ' > '
               FUNCTION TRIM(WS-RTP-OUT-PATH) ' 2>&1'
               DELIMITED SIZE
               INTO WS-RTP-SHELL-COMMAND
           END-STRING

           CALL "SYSTEM" USING WS-RTP-SHELL-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-RTP-XFER-OUTPUT
           MOVE WS-RTP-OUT-PATH TO WS-RTPWORK-FILE-PATH
           OPEN INPUT RTPWORK-FILE
           IF RTW-FS-OK
               READ RTPWORK-FILE INTO WS-RTP-XFER-OUTPUT
                   AT END
                       CONTINUE
               END-READ
               CLOSE RTPWORK-FILE
           END-IF

           CALL "CBL_DELETE_FILE"
               USING BY CONTENT FUNCTION TRIM(WS-RTP-IN-PATH)
           END-CALL
           CALL "CBL_DELETE_FILE"
               USING BY CONTENT FUNCTION TRIM(WS-RTP-OUT-PATH)
           END-CALL

           PERFORM PARSE-RTP-TRANSFER-RESULT.

      *----------------------------------------------------------------*
       PARSE-RTP-TRANSFER-RESULT.
      *--- Ambil "code" dan "message" dari JSON TRANSFERPROC;      ---
      *--- keluaran kosong/tak terbaca dianggap sistem sibuk       ---
           MOVE SPACES TO WS-RTP-CODE-STR
           MOVE SPACES TO WS-RTP-MESSAGE

           IF FUNCTION TRIM(WS-RTP-XFER-OUTPUT) NOT = SPACES
               MOVE SPACES TO WS-RTP-JUNK
               MOVE SPACES TO WS-RTP-REST
               UNSTRING WS-RTP-XFER-OUTPUT
                   DELIMITED BY '"code":'
                   INTO WS-RTP-JUNK
                        WS-RTP-REST
               END-UNSTRING
               UNSTRING WS-RTP-REST
                   DELIMITED BY ',' OR '}'
                   INTO WS-RTP-CODE-STR
               END-UNSTRING

               MOVE SPACES TO WS-RTP-JUNK
               MOVE SPACES TO WS-RTP-REST
               UNSTRING WS-RTP-XFER-OUTPUT
                   DELIMITED BY '"message":"'
                   INTO WS-RTP-JUNK
                        WS-RTP-REST
               END-UNSTRING
               UNSTRING WS-RTP-REST
                   DELIMITED BY '"'
                   INTO WS-RTP-MESSAGE
               END-UNSTRING
           END-IF

           IF FUNCTION TRIM(WS-RTP-CODE-STR) = SPACES
              OR FUNCTION TEST-NUMVAL(WS-RTP-CODE-STR) NOT = 0
               MOVE EC-SYSTEM-BUSY TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Internal error pada sistem legacy'
                   TO WS-RESP-MESSAGE
           ELSE
               MOVE FUNCTION NUMVAL(WS-RTP-CODE-STR) TO WS-RESP-CODE
               MOVE WS-RTP-MESSAGE TO WS-RESP-MESSAGE

               IF WS-RESP-CODE = EC-SUCCESS
                   MOVE 'success' TO WS-RESP-STATUS
                   STRING
                       '{"payment_request_id":"'
                           FUNCTION TRIM(WS-PQ-REQ-ID) '",'
                       '"transaction_id":"'
                           FUNCTION TRIM(WS-PQ-REQ-ID) '",'
                       '"amount":'
                           FUNCTION TRIM(WS-RTP-AMOUNT-EDIT) ','
                       '"status":"accepted"}'
                       DELIMITED SIZE
                       INTO WS-RESP-DATA
                   END-STRING
               ELSE
                   MOVE 'error' TO WS-RESP-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-RTP-DECLINE.
      *--- RTPDECLINE: pembayar menolak (declined) atau peminta    ---
      *--- membatalkan (cancelled) permintaan yang masih pending   ---
           MOVE WS-REQ-TXN-ID TO WS-AUD-KEY

           PERFORM FIND-PAYREQ-RECORD

           EVALUATE TRUE
               WHEN WS-PQ-FOUND = 'N'
                   MOVE EC-NOT-FOUND TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Permintaan pembayaran tidak ditemukan'
                       TO WS-RESP-MESSAGE
               WHEN FUNCTION TRIM(WS-PQ-PAYER) NOT =
                    FUNCTION TRIM(WS-REQ-USER-ID)
                AND FUNCTION TRIM(WS-PQ-REQUESTER) NOT =
                    FUNCTION TRIM(WS-REQ-USER-ID)
                   MOVE EC-NOT-AUTHORIZED TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'User bukan pihak permintaan pembayaran'
                       TO WS-RESP-MESSAGE
               WHEN FUNCTION TRIM(WS-PQ-STATUS) NOT = 'pending'
                   MOVE EC-PAYREQ-NOT-OPEN TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Permintaan pembayaran tidak pending'
                       TO WS-RESP-MESSAGE
               WHEN OTHER
                   IF FUNCTION TRIM(WS-PQ-PAYER) =
                      FUNCTION TRIM(WS-REQ-USER-ID)
                       MOVE 'declined' TO WS-PQ-NEW-STATUS
                       MOVE 'RTPDECLINED' TO WS-NR-EVENT
                   ELSE
                       MOVE 'cancelled' TO WS-PQ-NEW-STATUS
                       MOVE 'RTPCANCELLED' TO WS-NR-EVENT
                   END-IF

                   PERFORM UPDATE-PAYREQ-STATUS

                   MOVE WS-PQ-PAYER TO WS-RTP-NOTIFY-USER
                   PERFORM WRITE-RTP-NOTIFY
                   MOVE WS-PQ-REQUESTER TO WS-RTP-NOTIFY-USER
                   PERFORM WRITE-RTP-NOTIFY

                   MOVE EC-SUCCESS TO WS-RESP-CODE
                   MOVE 'success' TO WS-RESP-STATUS
                   MOVE 'Permintaan pembayaran ditutup'
                       TO WS-RESP-MESSAGE
                   STRING
                       '{"payment_request_id":"'
                           FUNCTION TRIM(WS-PQ-REQ-ID) '",'
                       '"status":"'
                           FUNCTION TRIM(WS-PQ-NEW-STATUS) '"}'
                       DELIMITED SIZE
                       INTO WS-RESP-DATA
                   END-STRING
           END-EVALUATE

           PERFORM WRITE-DISPATCHER-AUDIT.

      *----------------------------------------------------------------*
       FIND-PAYREQ-RECORD.
           MOVE 'N' TO WS-PQ-FOUND

           OPEN INPUT PAYREQ-FILE
           IF PQ-FS-OK
               PERFORM UNTIL PQ-FS-EOF OR WS-PQ-FOUND = 'Y'
                   READ PAYREQ-FILE INTO WS-PAYREQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PQ-REQ-ID) =
                          FUNCTION TRIM(WS-REQ-TXN-ID)
                           MOVE 'Y' TO WS-PQ-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PAYREQ-FILE
           END-IF.

      *----------------------------------------------------------------*
       UPDATE-PAYREQ-STATUS.
           MOVE 'N' TO WS-PQ-DONE

           OPEN I-O PAYREQ-FILE
           IF PQ-FS-OK
               PERFORM UNTIL PQ-FS-EOF OR WS-PQ-DONE = 'Y'
                   READ PAYREQ-FILE INTO WS-PAYREQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PQ-REQ-ID) =
                          FUNCTION TRIM(WS-REQ-TXN-ID)
                           MOVE WS-PQ-NEW-STATUS TO WS-PQ-STATUS
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-PQ-UPDATED
                           REWRITE PAYREQ-FILE-RECORD
                               FROM WS-PAYREQ-RECORD
                           MOVE 'Y' TO WS-PQ-DONE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PAYREQ-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-DISPATCHER-AUDIT.
      *--- Dipanggil dari jalur pembayaran dan refund - sekalian   ---
      *--- tulis event outbox notifikasi. Pembayaran: sukses jadi  ---
      *--- PAYMENT, selain itu DECLINE ke nasabah pembayar. Refund ---
      *--- sukses mengabari nasabah asal (bukan operator di kolom  ---
      *--- user) dengan nominal transaksi aslinya - pola           ---
      *--- REFUNDPROC; refund gagal tidak perlu outbox             ---
           EVALUATE FUNCTION TRIM(WS-REQ-TYPE)
               WHEN 'PAYMENT'
                   IF WS-RESP-CODE = EC-SUCCESS
                       MOVE 'PAYMENT' TO WS-NR-EVENT
                   ELSE
                       MOVE 'DECLINE' TO WS-NR-EVENT
                   END-IF
                   PERFORM WRITE-NOTIFY-EVENT
               WHEN 'AUTH'
                   IF WS-RESP-CODE = EC-SUCCESS
                       MOVE 'PREAUTH' TO WS-NR-EVENT
                   ELSE
                       MOVE 'DECLINE' TO WS-NR-EVENT
                   END-IF
                   PERFORM WRITE-NOTIFY-EVENT
               WHEN 'CAPTURE'
                   IF WS-RESP-CODE = EC-SUCCESS
                       MOVE 'CAPTURE' TO WS-NR-EVENT
                       PERFORM WRITE-NOTIFY-EVENT
                   END-IF
               WHEN 'VOID'
                   IF WS-RESP-CODE = EC-SUCCESS
                       MOVE 'AUTHVOID' TO WS-NR-EVENT
                       PERFORM WRITE-NOTIFY-EVENT
                   END-IF
               WHEN 'REFUND'
                   IF WS-RESP-CODE = EC-SUCCESS
                       MOVE 'REFUND' TO WS-NR-EVENT
                       PERFORM WRITE-REFUND-NOTIFY-EVENT
                   END-IF
           END-EVALUATE

           MOVE WS-RESP-CODE TO WS-AUD-CODE
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
       HANDLE-REFUND.
      *--- Refund di dalam loop resident (pola REFUNDPROC):        ---
      *--- REFUND|TOKEN|-|REFUND_TXN|-|ORIGINAL_TXN|REQID. Kolom    ---
      *--- operator membawa token sesi OPRSIGN yang diganti ID      ---
      *--- operator pemiliknya; operator wajib terdaftar, refund    ---
      *--- besar butuh supervisor                                   ---
           MOVE WS-REQ-USER-ID TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           MOVE WS-REQ-TXN-ID  TO WS-RK-REFUND-ID
           IF WS-SESSION-OK = 'Y'
               MOVE WS-SESSION-OP-ID TO WS-RK-OPERATOR-ID
           ELSE
               MOVE '-' TO WS-RK-OPERATOR-ID
           END-IF
           MOVE WS-REFUND-KEY-PARTS TO WS-AUD-KEY

           IF WS-SESSION-OK = 'N'
               MOVE EC-SESSION-INVALID TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Token sesi operator tidak dikenal atau berakhir'
                   TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
           ELSE
               PERFORM VALIDATE-REFUND-OPERATOR
               PERFORM CONTINUE-REFUND-OPERATOR
           END-IF.

      *----------------------------------------------------------------*
       CONTINUE-REFUND-OPERATOR.
           IF WS-OPERATOR-OK = 'N'
               MOVE EC-INVALID-OPERATOR TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Operator tidak terdaftar atau tidak aktif'
                   TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
           ELSE
               PERFORM FIND-ORIGINAL-TXN

               IF WS-ORIG-FOUND = 'N'
                   MOVE EC-NOT-FOUND TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Transaksi asli tidak ditemukan'
                       TO WS-RESP-MESSAGE
                   PERFORM WRITE-DISPATCHER-AUDIT
               ELSE
                   PERFORM CONTINUE-REFUND
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CONTINUE-REFUND.
      *--- Rantai pemeriksaan dikawal flag: pemeriksaan yang gagal ---
      *--- menyetel halt dan langkah berikutnya dilewati            ---
           MOVE 'N' TO WS-REFUND-HALT

           IF FUNCTION TRIM(WS-OP-STATUS) NOT = 'success'
               MOVE EC-NOT-REFUNDABLE TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Transaksi bukan pembayaran sukses'
                   TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
               MOVE 'Y' TO WS-REFUND-HALT
           END-IF

      *--- Hanya tipe debit pembayaran yang boleh direfund -        ---
      *--- kredit (TOPUP/INTEREST/CLRIN/MDRFEE/REFUND) dan kedua    ---
      *--- leg TRANSFER tidak punya debit lawan, merefundnya        ---
      *--- berarti mencetak uang                                    ---
           IF WS-REFUND-HALT = 'N'
              AND FUNCTION TRIM(WS-OP-TYPE) NOT = 'QRIS'
              AND FUNCTION TRIM(WS-OP-TYPE) NOT = 'STANDING'
              AND FUNCTION TRIM(WS-OP-TYPE) NOT = 'BULK'
               MOVE EC-NOT-REFUNDABLE TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Tipe transaksi ini tidak bisa direfund'
                   TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
               MOVE 'Y' TO WS-REFUND-HALT
           END-IF

           MOVE 0 TO WS-OP-SPLIT-TAGS
           INSPECT WS-OP-QR-CODE
               TALLYING WS-OP-SPLIT-TAGS FOR ALL ' SPLIT:'

           IF WS-REFUND-HALT = 'N'
              AND WS-OP-SPLIT-TAGS > 0
               MOVE EC-NOT-REFUNDABLE TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Pembayaran split direfund lewat REFUNDPROC'
                   TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
               MOVE 'Y' TO WS-REFUND-HALT
           END-IF

           IF WS-REFUND-HALT = 'N'
               MOVE FUNCTION NUMVAL(WS-OP-AMOUNT)
                   TO WS-REFUND-AMOUNT

               IF WS-REFUND-AMOUNT > WS-SUPERVISOR-THRESHOLD
                  AND FUNCTION TRIM(WS-OPERATOR-ROLE)
                      NOT = 'supervisor'
                   MOVE EC-NOT-AUTHORIZED TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Refund besar membutuhkan peran supervisor'
                       TO WS-RESP-MESSAGE
                   PERFORM WRITE-DISPATCHER-AUDIT
                   MOVE 'Y' TO WS-REFUND-HALT
               END-IF
           END-IF

           IF WS-REFUND-HALT = 'N'
               PERFORM CHECK-ALREADY-REFUNDED

               IF WS-ALREADY-REFUNDED = 'Y'
                   MOVE EC-DUPLICATE-TXN TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Transaksi ini sudah pernah direfund'
                       TO WS-RESP-MESSAGE
                   PERFORM WRITE-DISPATCHER-AUDIT
                   MOVE 'Y' TO WS-REFUND-HALT
               END-IF
           END-IF

           IF WS-REFUND-HALT = 'N'
               PERFORM CREDIT-REFUND-ACCOUNT

               IF WS-FOUND-FLAG = 'N'
                   MOVE EC-INVALID-USER TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Rekening nasabah asal tidak ditemukan'
                       TO WS-RESP-MESSAGE
                   PERFORM WRITE-DISPATCHER-AUDIT
                   MOVE 'Y' TO WS-REFUND-HALT
               END-IF
           END-IF

           IF WS-REFUND-HALT = 'N'
              AND WS-CAP-EXCEEDED = 'Y'
               MOVE EC-BALANCE-CAP TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Saldo nasabah akan melebihi batas tier KYC'
                   TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
               MOVE 'Y' TO WS-REFUND-HALT
           END-IF

           IF WS-REFUND-HALT = 'N'
               PERFORM WRITE-REVERSAL-RECORD
               PERFORM REGISTER-REFUND-INDEX

               MOVE EC-SUCCESS TO WS-RESP-CODE
               MOVE 'success' TO WS-RESP-STATUS
               MOVE 'Refund berhasil diproses' TO WS-RESP-MESSAGE
               STRING
                   '{"refund_txn_id":"'
                       FUNCTION TRIM(WS-REQ-TXN-ID) '",'
                   '"original_txn_id":"'
                       FUNCTION TRIM(WS-REQ-QR-CODE) '"}'
                   DELIMITED SIZE
                   INTO WS-RESP-DATA
               END-STRING
               PERFORM WRITE-DISPATCHER-AUDIT
           END-IF.

      *----------------------------------------------------------------*
       VALIDATE-REFUND-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE SPACES TO WS-OPERATOR-ROLE

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-SESSION-OP-ID TO FD-OPR-OP-ID

               READ OPERATOR-FILE
                   KEY IS FD-OPR-OP-ID
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
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
                           MOVE WS-TP-AMOUNT      TO WS-OP-AMOUNT
                           MOVE WS-TP-STATUS      TO WS-OP-STATUS
                           MOVE WS-TP-TYPE        TO WS-OP-TYPE
                           MOVE WS-TP-QR-CODE     TO WS-OP-QR-CODE
                       END-IF
                   END-READ
               END-PERFORM

      *----------------------------------------------------------------*
       CREDIT-REFUND-ACCOUNT.
      *--- Batas saldo tier KYC seperti REFUNDPROC - kredit yang    ---
      *--- melewatinya tidak ditulis dan refund ditolak 1044        ---
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-CAP-EXCEEDED

           PERFORM LOAD-BALANCE-CAP-PARAMS
           MOVE WS-OP-USER-ID TO WS-CAP-USER-ID
           PERFORM RESOLVE-BALANCE-CAP

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
                       MOVE 'Y' TO WS-FOUND-FLAG
                       COMPUTE WS-NEW-BALANCE =
                           WS-AP-BALANCE + WS-REFUND-AMOUNT
                       IF WS-BALANCE-CAP > 0
                          AND WS-NEW-BALANCE > WS-BALANCE-CAP
                           MOVE 'Y' TO WS-CAP-EXCEEDED
                       ELSE
                           MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                           MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                               FROM WS-ACC-PARSE
                           PERFORM WRITE-BALANCE-EVENT
                       END-IF
               END-READ

               CLOSE ACCOUNT-FILE

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

               END-IF
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-MERCHANT-INSTANT.
      *--- MERCHINST|-|MERCHANT_ID|QUOTE|-|PIN|REQID: settlement   ---
      *--- instan saldo yang belum disapu. Kolom TXN berisi QUOTE  ---
      *--- hanya menghitung; selain itu payout langsung diterbitkan ---
      *--- dengan biaya instan. Perhitungan, reserve, tahanan dan  ---
      *--- pembukuan dijalankan INSTSETL sendiri (pola RTPACCEPT)  ---
           MOVE SPACES TO WS-AUD-KEY
           STRING 'INST ' FUNCTION TRIM(WS-REQ-MERCHANT-ID)
               ' ' FUNCTION TRIM(WS-REQ-TXN-ID)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING

           PERFORM VERIFY-MERCHANT-CREDENTIAL
           PERFORM CHECK-EOD-WINDOW

           EVALUATE TRUE
               WHEN WS-MERCH-AUTH-OK = 'N'
                   MOVE EC-NOT-AUTHORIZED TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Kredensial merchant tidak valid'
                       TO WS-RESP-MESSAGE
               WHEN WS-EOD-SETTLING = 'Y'
                   MOVE EC-EOD-WINDOW TO WS-RESP-CODE
                   MOVE 'error' TO WS-RESP-STATUS
                   MOVE 'Jendela settlement EOD berjalan, coba beberapa'
                       TO WS-RESP-MESSAGE
               WHEN OTHER
                   PERFORM RUN-INSTANT-SETTLEMENT
           END-EVALUATE

           PERFORM WRITE-DISPATCHER-AUDIT.

      *----------------------------------------------------------------*
       RUN-INSTANT-SETTLEMENT.
      *--- Input INSTSETL: MODE|MERCHANT_ID|-|PIN - operator '-'   ---
      *--- berarti permintaan merchant sendiri. File kerja berisi  ---
      *--- PIN langsung dihapus setelah dipakai                    ---
           PERFORM SET-WORK-FILE-PATHS

           MOVE SPACES TO WS-RTP-XFER-INPUT

           IF FUNCTION TRIM(WS-REQ-TXN-ID) = 'QUOTE'
               STRING 'QUOTE' DELIMITED SIZE
                   INTO WS-RTP-XFER-INPUT
               END-STRING
           ELSE
               STRING 'REQUEST' DELIMITED SIZE
                   INTO WS-RTP-XFER-INPUT
               END-STRING
           END-IF

           MOVE SPACES TO WS-RTP-REST
           STRING
               FUNCTION TRIM(WS-RTP-XFER-INPUT) '|'
               FUNCTION TRIM(WS-REQ-MERCHANT-ID) '|-|'
               FUNCTION TRIM(WS-REQ-QR-CODE)
               DELIMITED SIZE
               INTO WS-RTP-REST
           END-STRING
           MOVE WS-RTP-REST TO WS-RTP-XFER-INPUT

           MOVE WS-INST-IN-PATH TO WS-RTPWORK-FILE-PATH
           OPEN OUTPUT RTPWORK-FILE
           IF RTW-FS-OK
               WRITE RTPWORK-FILE-RECORD FROM WS-RTP-XFER-INPUT
               CLOSE RTPWORK-FILE
           END-IF

           MOVE SPACES TO WS-RTP-SHELL-COMMAND
           STRING
               FUNCTION TRIM(WS-BIN-DIR-USED) '/INSTSETL < '
               FUNCTION TRIM(WS-INST-IN-PATH) ' > '
               FUNCTION TRIM(WS-INST-OUT-PATH) ' 2>&1'
               DELIMITED SIZE
               INTO WS-RTP-SHELL-COMMAND
           END-STRING

           CALL "SYSTEM" USING WS-RTP-SHELL-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-RTP-XFER-OUTPUT
           MOVE WS-INST-OUT-PATH TO WS-RTPWORK-FILE-PATH
           OPEN INPUT RTPWORK-FILE
           IF RTW-FS-OK
               READ RTPWORK-FILE INTO WS-RTP-XFER-OUTPUT
                   AT END
                       CONTINUE
               END-READ
               CLOSE RTPWORK-FILE
           END-IF

           CALL "CBL_DELETE_FILE"
               USING BY CONTENT FUNCTION TRIM(WS-INST-IN-PATH)
           END-CALL
           CALL "CBL_DELETE_FILE"
               USING BY CONTENT FUNCTION TRIM(WS-INST-OUT-PATH)
           END-CALL

           PERFORM PARSE-INSTANT-RESULT.

      *----------------------------------------------------------------*
       HANDLE-CASH-WITHDRAWAL.
      *--- Tarik tunai di merchant titik tarik tunai. Seluruh      ---
      *--- validasi (titik tarik tunai, cap harian, PIN, saldo)    ---
      *--- dan pembukuan fee dijalankan PAYMENTPROC mode CASHWD;   ---
      *--- verb ini hanya meneruskan (pola MERCHINST)               ---
           MOVE SPACES TO WS-AUD-KEY
           STRING 'CASHWD ' FUNCTION TRIM(WS-REQ-USER-ID)
               ' ' FUNCTION TRIM(WS-REQ-MERCHANT-ID)
               ' ' FUNCTION TRIM(WS-REQ-TXN-ID)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING

           IF FUNCTION TRIM(WS-REQ-PIN) = SPACES
              OR FUNCTION TRIM(WS-REQ-PIN) = '-'
               MOVE EC-INVALID-PIN TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'PIN wajib diisi untuk tarik tunai'
                   TO WS-RESP-MESSAGE
           ELSE
               PERFORM RUN-CASH-WITHDRAWAL
           END-IF

           PERFORM WRITE-DISPATCHER-AUDIT.

      *----------------------------------------------------------------*
       RUN-CASH-WITHDRAWAL.
      *--- Input PAYMENTPROC: TXN|USER|MER|AMOUNT|QR|PIN|-|-|API|  ---
      *--- CASHWD|-|TERMINAL. File kerja berisi PIN langsung       ---
      *--- dihapus setelah dipakai                                  ---
           PERFORM SET-WORK-FILE-PATHS

           MOVE SPACES TO WS-RTP-REST
           STRING
               FUNCTION TRIM(WS-REQ-TXN-ID) '|'
               FUNCTION TRIM(WS-REQ-USER-ID) '|'
               FUNCTION TRIM(WS-REQ-MERCHANT-ID) '|'
               FUNCTION TRIM(WS-REQ-AMOUNT-STR) '|'
               FUNCTION TRIM(WS-REQ-QR-CODE) '|'
               FUNCTION TRIM(WS-REQ-PIN) '|-|-|API|CASHWD|-|'
               FUNCTION TRIM(WS-REQ-TERMINAL-ID)
               DELIMITED SIZE
               INTO WS-RTP-REST
           END-STRING

           MOVE WS-CWD-IN-PATH TO WS-RTPWORK-FILE-PATH
           OPEN OUTPUT RTPWORK-FILE
           IF RTW-FS-OK
               WRITE RTPWORK-FILE-RECORD FROM WS-RTP-REST
               CLOSE RTPWORK-FILE
           END-IF

           MOVE SPACES TO WS-RTP-SHELL-COMMAND
           STRING
               FUNCTION TRIM(WS-BIN-DIR-USED) '/PAYMENTPROC < '
               FUNCTION TRIM(WS-CWD-IN-PATH) ' > '
               FUNCTION TRIM(WS-CWD-OUT-PATH) ' 2>&1'
               DELIMITED SIZE
               INTO WS-RTP-SHELL-COMMAND
           END-STRING

           CALL "SYSTEM" USING WS-RTP-SHELL-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-RTP-XFER-OUTPUT
           MOVE WS-CWD-OUT-PATH TO WS-RTPWORK-FILE-PATH
           OPEN INPUT RTPWORK-FILE
           IF RTW-FS-OK
               READ RTPWORK-FILE INTO WS-RTP-XFER-OUTPUT
                   AT END
                       CONTINUE
               END-READ
               CLOSE RTPWORK-FILE
           END-IF

           CALL "CBL_DELETE_FILE"
               USING BY CONTENT FUNCTION TRIM(WS-CWD-IN-PATH)
           END-CALL
           CALL "CBL_DELETE_FILE"
               USING BY CONTENT FUNCTION TRIM(WS-CWD-OUT-PATH)
           END-CALL

           PERFORM PARSE-INSTANT-RESULT.

      *----------------------------------------------------------------*
       PARSE-INSTANT-RESULT.
      *--- "code" dan "message" seperti PARSE-RTP-TRANSFER-RESULT; ---
      *--- objek "data" INSTSETL diteruskan apa adanya             ---
           MOVE SPACES TO WS-RTP-CODE-STR
           MOVE SPACES TO WS-RTP-MESSAGE

           IF FUNCTION TRIM(WS-RTP-XFER-OUTPUT) NOT = SPACES
               MOVE SPACES TO WS-RTP-JUNK
               MOVE SPACES TO WS-RTP-REST
               UNSTRING WS-RTP-XFER-OUTPUT
                   DELIMITED BY '"code":'
                   INTO WS-RTP-JUNK
                        WS-RTP-REST
               END-UNSTRING
               UNSTRING WS-RTP-REST
                   DELIMITED BY ',' OR '}'
                   INTO WS-RTP-CODE-STR
               END-UNSTRING

               MOVE SPACES TO WS-RTP-JUNK
               MOVE SPACES TO WS-RTP-REST
               UNSTRING WS-RTP-XFER-OUTPUT
                   DELIMITED BY '"message":"'
                   INTO WS-RTP-JUNK
                        WS-RTP-REST
               END-UNSTRING
               UNSTRING WS-RTP-REST
                   DELIMITED BY '"'
                   INTO WS-RTP-MESSAGE
               END-UNSTRING
           END-IF

           IF FUNCTION TRIM(WS-RTP-CODE-STR) = SPACES
              OR FUNCTION TEST-NUMVAL(WS-RTP-CODE-STR) NOT = 0
               MOVE EC-SYSTEM-BUSY TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Internal error pada sistem legacy'
                   TO WS-RESP-MESSAGE
           ELSE
               MOVE FUNCTION NUMVAL(WS-RTP-CODE-STR) TO WS-RESP-CODE
               MOVE WS-RTP-MESSAGE TO WS-RESP-MESSAGE

               IF WS-RESP-CODE = EC-SUCCESS
                   MOVE 'success' TO WS-RESP-STATUS
                   MOVE SPACES TO WS-RTP-JUNK
                   MOVE SPACES TO WS-RTP-REST
                   UNSTRING WS-RTP-XFER-OUTPUT
                       DELIMITED BY '"data":'
                       INTO WS-RTP-JUNK
                            WS-RTP-REST
                   END-UNSTRING
                   UNSTRING WS-RTP-REST
                       DELIMITED BY ',"message"'
                       INTO WS-RESP-DATA
                   END-UNSTRING
               ELSE
                   MOVE 'error' TO WS-RESP-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       HANDLE-STATUS-HISTORY.
      *--- STSHIST: kolom MERCHANT_ID terisi = timeline merchant    ---
      *--- (wajib PIN merchant seperti MERCHBAL), selain itu        ---
      *--- timeline rekening USER_ID. Timeline lengkap untuk        ---
      *--- operasi ada di STSHINQ                                    ---
           IF FUNCTION TRIM(WS-REQ-MERCHANT-ID) NOT = SPACES
              AND FUNCTION TRIM(WS-REQ-MERCHANT-ID) NOT = '-'
               MOVE 'MERCHANT' TO WS-SHQ-ENTITY
               MOVE WS-REQ-MERCHANT-ID TO WS-SHQ-KEY
               MOVE WS-REQ-MERCHANT-ID TO WS-AUD-KEY
               PERFORM VERIFY-MERCHANT-CREDENTIAL
           ELSE
               MOVE 'ACCOUNT' TO WS-SHQ-ENTITY
               MOVE WS-REQ-USER-ID TO WS-SHQ-KEY
               MOVE WS-REQ-USER-ID TO WS-AUD-KEY
               MOVE 'Y' TO WS-MERCH-AUTH-OK
           END-IF

           IF WS-MERCH-AUTH-OK = 'N'
               MOVE EC-NOT-AUTHORIZED TO WS-RESP-CODE
               MOVE 'error' TO WS-RESP-STATUS
               MOVE 'Kredensial merchant tidak valid'
                   TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
           ELSE
               MOVE 0 TO WS-SHQ-COUNT
               MOVE SPACES TO WS-SHQ-TABLE

               OPEN INPUT STSHIST-FILE
               IF HS-FS-OK
                   PERFORM UNTIL HS-FS-EOF
                       READ STSHIST-FILE INTO WS-STSHIST-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-HS-ENTITY = WS-SHQ-ENTITY
                              AND WS-HS-KEY = WS-SHQ-KEY
                               PERFORM KEEP-STATUS-HISTORY-ROW
                           END-IF
                       END-READ
                   END-PERFORM

                   CLOSE STSHIST-FILE
               END-IF

               PERFORM BUILD-STATUS-HISTORY-DATA

               MOVE EC-SUCCESS TO WS-RESP-CODE
               MOVE 'success' TO WS-RESP-STATUS
               MOVE 'Riwayat status' TO WS-RESP-MESSAGE
               PERFORM WRITE-DISPATCHER-AUDIT
           END-IF.

      *----------------------------------------------------------------*
       KEEP-STATUS-HISTORY-ROW.
           ADD 1 TO WS-SHQ-COUNT
           MOVE WS-SHQ-SLOT(2) TO WS-SHQ-SLOT(1)
           MOVE WS-SHQ-SLOT(3) TO WS-SHQ-SLOT(2)

           MOVE SPACES TO WS-SHQ-SLOT(3)
           STRING
               '{"at":"' WS-HS-TIMESTAMP(1:14) '",'
               '"from":"' FUNCTION TRIM(WS-HS-OLD-STATUS) '",'
               '"to":"' FUNCTION TRIM(WS-HS-NEW-STATUS) '",'
               '"reason":"' FUNCTION TRIM(WS-HS-REASON) '",'
               '"by":"' FUNCTION TRIM(WS-HS-CHANGED-BY) '"}'
               DELIMITED SIZE
               INTO WS-SHQ-SLOT(3)
           END-STRING.

      *----------------------------------------------------------------*
       BUILD-STATUS-HISTORY-DATA.
           MOVE SPACES TO WS-SHQ-ITEMS
           MOVE 1 TO WS-SHQ-ITEMS-PTR

           PERFORM VARYING WS-SHQ-IDX FROM 1 BY 1
               UNTIL WS-SHQ-IDX > 3
               IF WS-SHQ-SLOT(WS-SHQ-IDX) NOT = SPACES
                   IF WS-SHQ-ITEMS-PTR > 1
                       STRING ',' DELIMITED SIZE
                           INTO WS-SHQ-ITEMS
                           WITH POINTER WS-SHQ-ITEMS-PTR
                       END-STRING
                   END-IF

                   STRING FUNCTION TRIM(WS-SHQ-SLOT(WS-SHQ-IDX))
                       DELIMITED SIZE
                       INTO WS-SHQ-ITEMS
                       WITH POINTER WS-SHQ-ITEMS-PTR
                   END-STRING
               END-IF
           END-PERFORM

           MOVE WS-SHQ-COUNT TO WS-SHQ-COUNT-EDIT
           STRING
               '{"entity":"' FUNCTION TRIM(WS-SHQ-ENTITY) '",'
               '"changes":' FUNCTION TRIM(WS-SHQ-COUNT-EDIT) ','
               '"history":[' FUNCTION TRIM(WS-SHQ-ITEMS) ']}'
               DELIMITED SIZE
               INTO WS-RESP-DATA
           END-STRING.

      *----------------------------------------------------------------*
       VERIFY-MERCHANT-CREDENTIAL.
      *--- PIN merchant dibawa di kolom QR protokol; kredensial    ---
                          AND FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND FUNCTION TRIM(WS-TP-TYPE)
                              NOT = 'MDRFEE'
                          AND FUNCTION TRIM(WS-TP-TYPE)
                              NOT = 'INSTFEE'
                          AND WS-TP-CREATED-AT(1:8) = WS-TODAY-DATE
                           ADD 1 TO WS-MB-TODAY-COUNT
                           ADD FUNCTION NUMVAL(WS-TP-AMOUNT)
               CLOSE NOTIFY-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-CHILD-PAY-NOTIFY.
           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE WS-CHILD-PARENT-ID TO WS-NR-USER-ID
           MOVE 'CHILDPAY'        TO WS-NR-EVENT
           MOVE WS-REQ-AMOUNT-STR TO WS-NR-AMOUNT
           MOVE WS-REQ-TXN-ID     TO WS-NR-TXN-ID
           MOVE 'new'             TO WS-NR-STATUS

           OPEN EXTEND NOTIFY-FILE
           IF NTF-FS-NOT-FOUND
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               OPEN EXTEND NOTIFY-FILE
           END-IF

           IF NTF-FS-OK
               WRITE NOTIFY-FILE-RECORD FROM WS-NOTIFY-RECORD
               CLOSE NOTIFY-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-REFUND-NOTIFY-EVENT.
      *--- Kabari nasabah asal bahwa dananya sudah dikembalikan -  ---
               CLOSE NOTIFY-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-RTP-NOTIFY.
      *--- Event request-to-pay: penerima di WS-RTP-NOTIFY-USER,   ---
      *--- event di WS-NR-EVENT, kolom txn berisi id permintaan    ---
           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE WS-RTP-NOTIFY-USER TO WS-NR-USER-ID
           MOVE WS-PQ-AMOUNT      TO WS-RTP-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-RTP-AMOUNT-EDIT) TO WS-NR-AMOUNT
           MOVE WS-PQ-REQ-ID      TO WS-NR-TXN-ID
           MOVE 'new'             TO WS-NR-STATUS

           OPEN EXTEND NOTIFY-FILE
           IF NTF-FS-NOT-FOUND
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               OPEN EXTEND NOTIFY-FILE
           END-IF

           IF NTF-FS-OK
               WRITE NOTIFY-FILE-RECORD FROM WS-NOTIFY-RECORD
               CLOSE NOTIFY-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-RESPONSE-LINE.
           PERFORM LOOKUP-RETRYABLE-FLAG
           MOVE 'false' TO WS-RESP-RETRYABLE

           PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
               UNTIL WS-ERR-IDX > 53
               IF WS-EC-ENTRY(WS-ERR-IDX) = WS-RESP-CODE
                   MOVE WS-ER-ENTRY(WS-ERR-IDX) TO WS-RESP-RETRYABLE
                   MOVE 54 TO WS-ERR-IDX
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       LOAD-BALANCE-CAP-PARAMS.
      *--- Baris efektif terbaru per nama menang; loop resident     ---
      *--- membaca ulang setiap kali supaya perubahan ikut          ---
           MOVE FUNCTION CURRENT-DATE TO WS-PM-TODAY
           MOVE SPACES TO WS-PM-EFF-BCU
           MOVE SPACES TO WS-PM-EFF-BCV
           MOVE SPACES TO WS-PM-EFF-BCP

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

           IF WS-NUMVAL-CHECK NOT = 0
              OR WS-PM-REC-EFF(1:8) > WS-PM-TODAY
               CONTINUE
           ELSE
               IF FUNCTION TRIM(WS-PM-REC-NAME) = 'BALCAPUNV'
                  AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BCU
                   MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BCU
                   MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                       TO WS-BALCAP-UNVER
               END-IF

               IF FUNCTION TRIM(WS-PM-REC-NAME) = 'BALCAPVER'
                  AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BCV
                   MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BCV
                   MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                       TO WS-BALCAP-VERIF
               END-IF

               IF FUNCTION TRIM(WS-PM-REC-NAME) = 'BALCAPPRM'
                  AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BCP
                   MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BCP
                   MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                       TO WS-BALCAP-PREM
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-BALANCE-CAP.
      *--- Batas saldo dompet WS-CAP-USER-ID menurut tier KYC-nya ---
           MOVE SPACES TO WS-CAP-KYC-TIER

           OPEN INPUT KYC-FILE
           IF KYC-FS-OK
               MOVE WS-CAP-USER-ID TO FD-KYC-USER-ID

               READ KYC-FILE
                   KEY IS FD-KYC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-KYC-TIER TO WS-CAP-KYC-TIER
               END-READ

               CLOSE KYC-FILE
           END-IF

           EVALUATE FUNCTION TRIM(WS-CAP-KYC-TIER)
               WHEN 'unverified'
                   MOVE WS-BALCAP-UNVER TO WS-BALANCE-CAP
               WHEN 'verified'
                   MOVE WS-BALCAP-VERIF TO WS-BALANCE-CAP
               WHEN 'premium'
                   MOVE WS-BALCAP-PREM TO WS-BALANCE-CAP
               WHEN OTHER
                   MOVE 0 TO WS-BALANCE-CAP
           END-EVALUATE.

      *----------------------------------------------------------------*
       CAPTURE-BALANCE-BEFORE.
      *--- Saldo sebelum REWRITE dibaca ulang dari file; record   ---
      *--- yang akan ditulis dikembalikan utuh sesudahnya         ---
           MOVE ACCOUNT-FILE-RECORD TO WS-CF-ACC-SAVE
           MOVE 0 TO WS-CF-BEFORE
           MOVE WS-REQ-TXN-ID TO WS-CF-TXN-ID

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

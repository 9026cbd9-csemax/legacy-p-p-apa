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
               FILE STATUS IS WS-FS-FILE-STATUS.

      *--- Master identitas KYC (KYCMAINT/CHGAPPR) - tier          ---
      *--- verifikasi pengirim menentukan paket limit hariannya,   ---
      *--- tier penerima menentukan batas saldo dompetnya          ---
           SELECT KYC-FILE
               ASSIGN TO DYNAMIC WS-KYC-FILE-PATH
               ORGANIZATION IS INDEXED
               RECORD KEY IS FD-ALS-PHONE
               FILE STATUS IS WS-ALS-FILE-STATUS.

      *--- Register permintaan pembayaran antar nasabah (request- ---
      *--- to-pay, dibuat lewat verb RTPCREATE DISPATCHER)          ---
           SELECT PAYREQ-FILE
               ASSIGN TO DYNAMIC WS-PAYREQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.

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
           05  FD-ALS-STATUS       PIC X(10).
           05  FD-ALS-CLAIMED-AT   PIC X(20).

       FD  PAYREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYREQ-FILE-RECORD     PIC X(240).

       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MANDATE-FILE-RECORD     PIC X(80).

       FD  CORPAPPR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORPAPPR-FILE-RECORD    PIC X(300).

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
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-FILE-RECORD    PIC X(131).

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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'TRANSFERPROC'.
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
           VALUE '/app/data/alertcfg.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.
       01  WS-PAYREQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/payreq.dat'.
       01  WS-MANDATE-FILE-PATH     PIC X(100)
           VALUE '/app/data/corpmand.dat'.
       01  WS-CORPAPPR-FILE-PATH    PIC X(100)
           VALUE '/app/data/corpappr.dat'.
       01  WS-PINHASH-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinhash.dat'.

      *--- File Status ---
       01  WS-ACC-FILE-STATUS      PIC XX.
      *--- Input stdin: TXN_ID|SENDER_ID|RECEIVER_ID|AMOUNT|PIN    ---
      *--- RECEIVER_ID berprefix 'PH:' berarti nomor telepon yang  ---
      *--- di-resolve ke user id lewat registri alias (ALIASMAINT) ---
      *--- Field ke-6 opsional PAYREQ_ID: kiriman ini melunasi     ---
      *--- permintaan pembayaran (request-to-pay) yang pending     ---
      *--- Field ke-7 opsional MAKER_ID: user korporat yang        ---
      *--- mengajukan kiriman dari rekening korporat bermandat     ---
       01  WS-INPUT-LINE           PIC X(300).

       01  WS-ALS-FILE-STATUS      PIC XX.
       01  WS-TIER-LIMIT-UNVER     PIC 9(13)V99 VALUE 2000000.00.
       01  WS-TIER-LIMIT-VERIF     PIC 9(13)V99 VALUE 10000000.00.
       01  WS-TIER-LIMIT-PREM      PIC 9(13)V99 VALUE 50000000.00.

      *--- Saldo maksimum dompet penerima per tier KYC (ketentuan  ---
      *--- BI uang elektronik) - params BALCAPUNV/BALCAPVER/       ---
      *--- BALCAPPRM, 0 berarti tanpa batas; penerima tanpa record ---
      *--- KYC (korporat, internal bank) tidak dibatasi            ---
       01  WS-RCV-KYC-TIER         PIC X(10) VALUE SPACES.
       01  WS-BALCAP-UNVER         PIC 9(13)V99 VALUE 2000000.00.
       01  WS-BALCAP-VERIF         PIC 9(13)V99 VALUE 20000000.00.
       01  WS-BALCAP-PREM          PIC 9(13)V99 VALUE 0.
       01  WS-BALANCE-CAP          PIC 9(13)V99 VALUE 0.
       01  WS-CAP-BALANCE          PIC 9(14)V99.

       01  WS-VELOCITY-TOTAL       PIC 9(13)V99.
       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.
       01  WS-TODAY-DATE           PIC X(8).
       01  WS-PM-TODAY             PIC X(8).
       01  WS-PM-EFF-DAILY         PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-PINF          PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCU           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCV           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-BCP           PIC X(8) VALUE SPACES.

      *--- Fee kirim di atas kuota gratis bulanan - bertier KYC,   ---
      *--- fee masuk rekening pendapatan fee bank dan dibukukan    ---
       01  WS-IN-AMOUNT-STR        PIC X(20).
       01  WS-IN-AMOUNT            PIC 9(13)V99.
       01  WS-IN-PIN               PIC X(6).
       01  WS-IN-PAYREQ-ID         PIC X(36).
       01  WS-IN-MAKER-ID          PIC X(20).
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Nilai amount mentah, ditampung di field lebih lebar dari ---
       01  WS-PIN-LOCKED-NOW       PIC X(1) VALUE 'N'.
       01  WS-RESERVE-OK           PIC X(1) VALUE 'N'.
       01  WS-AVAILABLE-BALANCE    PIC 9(13)V99.
       01  WS-POCKET-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-POCKET-DONE          PIC X(1) VALUE 'N'.
       01  WS-PK-FILE-STATUS       PIC XX.
           88  PK-FS-OK            VALUE '00'.
       01  WS-TXN-DUP-FOUND        PIC X(1) VALUE 'N'.

      *--- Account record fields (disalin dari ACCOUNT-FILE-RECORD) ---
           05  WS-RP-NAME          PIC X(50).
           05  WS-RP-STATUS        PIC X(10).
           05  WS-RP-CURRENCY     PIC X(3).
           05  WS-RP-BALANCE       PIC 9(13)V99.

       01  WS-NEW-BALANCE          PIC 9(13)V99.

           05  FILLER              PIC X(12) VALUE 'TRANSFER-FR:'.
           05  WS-XF-USER-ID       PIC X(20).

      *--- Permintaan pembayaran yang dilunasi kiriman ini - layout ---
      *--- sama dengan DISPATCHER (RTPCREATE) dan RTPEXP; pembatas  ---
      *--- akhir menjaga panjang baris tetap sama saat REWRITE      ---
       01  WS-PQ-FILE-STATUS       PIC XX.
           88  PQ-FS-OK            VALUE '00'.
           88  PQ-FS-EOF           VALUE '10'.

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

       01  WS-PQ-VALID             PIC X(1) VALUE 'N'.
       01  WS-PQ-DONE              PIC X(1) VALUE 'N'.
       01  WS-PQ-TODAY             PIC X(8).
       01  WS-PQ-NOTIFY-USER       PIC X(20).

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
       01  WS-CORP-APPROVED        PIC X(1) VALUE 'N'.

      *--- Date/time ---
       01  WS-DATETIME             PIC X(20).

           05  WS-AUD-RECEIVER-ID  PIC X(20).

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
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'TRANSFERPROC'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
       PROCEDURE DIVISION.

       MAIN-LOGIC.
                    WS-IN-RECEIVER-ID
                    WS-IN-AMOUNT-STR
                    WS-IN-PIN
                    WS-IN-PAYREQ-ID
                    WS-IN-MAKER-ID
           END-UNSTRING

      *--- Penerima berprefix PH: adalah nomor telepon - resolve   ---
               STOP RUN
           END-IF

      *--- Kiriman pelunasan request-to-pay harus persis sesuai   ---
      *--- permintaannya: masih pending, belum kedaluwarsa, payer ---
      *--- = pengirim, peminta = penerima, nominal sama            ---
           IF FUNCTION TRIM(WS-IN-PAYREQ-ID) NOT = SPACES
               PERFORM VALIDATE-PAYMENT-REQUEST

               IF WS-PQ-VALID = 'N'
                   PERFORM RETURN-PAYREQ-NOT-OPEN
                   STOP RUN
               END-IF
           END-IF

      *--- Step 0: Tolak TXN-ID yang sudah pernah diproses ---
           PERFORM CHECK-DUPLICATE-TXN

      *--- Step 1a: Verifikasi PIN pengirim. PIN salah menambah   ---
      *--- penghitung gagal beruntun (pola PAYMENTPROC); mencapai ---
      *--- ambang memblokir rekening otomatis.                    ---
           PERFORM VERIFY-PIN-HASH

           IF WS-PH-PIN-OK NOT = 'Y'
               PERFORM RECORD-PIN-FAILURE

               IF WS-PIN-LOCKED-NOW = 'Y'
               STOP RUN
           END-IF

      *--- Saldo penerima sesudah kiriman tidak boleh melewati     ---
      *--- batas saldo tier KYC-nya - dicek sebelum pengirim       ---
      *--- didebit, jadi kiriman yang ditolak tidak perlu dibalik  ---
           PERFORM RESOLVE-RECEIVER-CAP

           IF WS-BALANCE-CAP > 0
               COMPUTE WS-CAP-BALANCE = WS-RP-BALANCE + WS-IN-AMOUNT
               IF WS-CAP-BALANCE > WS-BALANCE-CAP
                   PERFORM RETURN-BALANCE-CAP-EXCEEDED
                   STOP RUN
               END-IF
           END-IF

      *--- Step 2b: Kiriman dari rekening korporat bermandat di    ---
      *--- band yang butuh approver ditahan sebagai pengajuan      ---
      *--- sampai ditandatangani lewat CORPAPPR; maker mengirim    ---
      *--- ulang txn yang sama setelah approved                    ---
           PERFORM CHECK-CORPORATE-MANDATE

      *--- Step 3: Reservasi saldo pengirim (hold) tepat sebelum   ---
      *--- commit - disiplin yang sama dengan PAYMENTPROC supaya   ---
      *--- dua kiriman konkuren tidak lolos cek saldo yang sama    ---
      *--- pencatatan transaksi sudah selesai semua                ---
           PERFORM WRITE-JOURNAL-COMMITTED

      *--- Step 5d: Tutup permintaan pembayaran yang dilunasi dan ---
      *--- kabari kedua belah pihak                                 ---
           IF FUNCTION TRIM(WS-IN-PAYREQ-ID) NOT = SPACES
               PERFORM CLOSE-PAYMENT-REQUEST
           END-IF

      *--- Step 5e: Pengajuan korporat yang sudah dipakai ditutup ---
           IF WS-CORP-APPROVED = 'Y'
               PERFORM MARK-APPROVAL-EXECUTED
           END-IF

      *--- Step 6: Return sukses ---
           PERFORM RETURN-SUCCESS

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
                      '/payreq.dat' DELIMITED SIZE
                      INTO WS-PAYREQ-FILE-PATH
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
                   MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                       TO WS-PIN-FAIL-LIMIT
               END-IF

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
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-XFER-FEE TO WS-AP-BALANCE
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


               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       RESOLVE-RECEIVER-CAP.
      *--- Batas saldo mengikuti tier KYC penerima, bukan pengirim ---
           MOVE SPACES TO WS-RCV-KYC-TIER

           OPEN INPUT KYC-FILE
           IF KYC-FS-OK
               MOVE WS-IN-RECEIVER-ID TO FD-KYC-USER-ID

               READ KYC-FILE
                   KEY IS FD-KYC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FD-KYC-TIER TO WS-RCV-KYC-TIER
               END-READ

               CLOSE KYC-FILE
           END-IF

           EVALUATE FUNCTION TRIM(WS-RCV-KYC-TIER)
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
       CHECK-DAILY-VELOCITY.
      *--- Jalur cepat: satu READ keyed ke total debit harian      ---
               CLOSE ALIAS-FILE
           END-IF.

      *----------------------------------------------------------------*
       VALIDATE-PAYMENT-REQUEST.
           MOVE 'N' TO WS-PQ-VALID
           MOVE 'N' TO WS-PQ-DONE
           MOVE FUNCTION CURRENT-DATE TO WS-PQ-TODAY

           OPEN INPUT PAYREQ-FILE
           IF PQ-FS-OK
               PERFORM UNTIL PQ-FS-EOF OR WS-PQ-DONE = 'Y'
                   READ PAYREQ-FILE INTO WS-PAYREQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PQ-REQ-ID) =
                          FUNCTION TRIM(WS-IN-PAYREQ-ID)
                           MOVE 'Y' TO WS-PQ-DONE

                           IF FUNCTION TRIM(WS-PQ-STATUS) = 'pending'
                              AND WS-PQ-EXPIRY-DATE >= WS-PQ-TODAY
                              AND FUNCTION TRIM(WS-PQ-PAYER) =
                                  FUNCTION TRIM(WS-IN-SENDER-ID)
                              AND FUNCTION TRIM(WS-PQ-REQUESTER) =
                                  FUNCTION TRIM(WS-IN-RECEIVER-ID)
                              AND WS-PQ-AMOUNT = WS-IN-AMOUNT
                               MOVE 'Y' TO WS-PQ-VALID
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PAYREQ-FILE
           END-IF.

      *----------------------------------------------------------------*
       CLOSE-PAYMENT-REQUEST.
           MOVE 'N' TO WS-PQ-DONE

           OPEN I-O PAYREQ-FILE
           IF PQ-FS-OK
               PERFORM UNTIL PQ-FS-EOF OR WS-PQ-DONE = 'Y'
                   READ PAYREQ-FILE INTO WS-PAYREQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-PQ-REQ-ID) =
                          FUNCTION TRIM(WS-IN-PAYREQ-ID)
                           MOVE 'accepted' TO WS-PQ-STATUS
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-PQ-UPDATED
                           REWRITE PAYREQ-FILE-RECORD
                               FROM WS-PAYREQ-RECORD
                           MOVE 'Y' TO WS-PQ-DONE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PAYREQ-FILE
           END-IF

      *--- Peminta: dananya sudah masuk; payer: bukti pelunasan ---
           MOVE WS-PQ-REQUESTER TO WS-PQ-NOTIFY-USER
           MOVE 'RTPPAID' TO WS-NOTIFY-EVENT
           PERFORM WRITE-PAYREQ-NOTIFY

           MOVE WS-PQ-PAYER TO WS-PQ-NOTIFY-USER
           MOVE 'RTPACCEPTED' TO WS-NOTIFY-EVENT
           PERFORM WRITE-PAYREQ-NOTIFY.

      *----------------------------------------------------------------*
       WRITE-PAYREQ-NOTIFY.
      *--- Sama dengan WRITE-NOTIFY-EVENT, tapi penerima notifikasi ---
      *--- bisa pihak mana saja dari permintaan; kolom txn membawa  ---
      *--- id permintaan supaya kedua pesan bisa dirangkai           ---
           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE WS-PQ-NOTIFY-USER TO WS-NR-USER-ID
           MOVE WS-NOTIFY-EVENT  TO WS-NR-EVENT
           MOVE WS-IN-AMOUNT-STR TO WS-NR-AMOUNT
           MOVE WS-IN-PAYREQ-ID  TO WS-NR-TXN-ID
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
           END-IF.

      *----------------------------------------------------------------*
       CHECK-CORPORATE-MANDATE.
      *--- Rekening non-korporat dan band 0 approver lewat tanpa   ---
      *--- pengajuan. Kiriman ulang harus persis sama dengan yang  ---
      *--- ditandatangani: penerima, nominal, dan maker            ---
           MOVE WS-IN-SENDER-ID TO WS-CM-CORP-ID
           MOVE WS-IN-MAKER-ID  TO WS-CM-USER-ID
           MOVE 'MAKER'         TO WS-CM-ROLE-WANTED
           MOVE WS-IN-AMOUNT    TO WS-CM-AMOUNT
           PERFORM LOAD-CORP-MANDATE

           IF WS-CM-IS-CORP = 'Y'
              AND WS-CM-REQUIRED > 0
               IF WS-CM-ROLE-OK = 'N'
                   MOVE 'Maker bukan user MAKER rekening korporat ini'
                       TO WS-MANDATE-MSG
                   PERFORM RETURN-MANDATE-VIOLATION
                   STOP RUN
               END-IF

               MOVE SPACES TO WS-APPR-KEY
               STRING 'TRF-' WS-IN-TXN-ID
                   DELIMITED SIZE
                   INTO WS-APPR-KEY
               END-STRING

               PERFORM FIND-APPROVAL

               IF WS-CA-FOUND = 'N'
                   MOVE 'TRANSFER'        TO WS-CA-KIND
                   MOVE WS-IN-RECEIVER-ID TO WS-CA-COUNTERPARTY
                   MOVE 1                 TO WS-CA-ITEMS
                   PERFORM REGISTER-APPROVAL
                   PERFORM RETURN-APPROVAL-PENDING
                   STOP RUN
               END-IF

               IF WS-CA-CORP-ID NOT = WS-IN-SENDER-ID
                  OR WS-CA-COUNTERPARTY NOT = WS-IN-RECEIVER-ID
                  OR WS-CA-AMOUNT NOT = WS-IN-AMOUNT
                  OR WS-CA-MAKER-ID NOT = WS-IN-MAKER-ID
                   MOVE 'Kiriman tidak sama dengan yang diajukan'
                       TO WS-MANDATE-MSG
                   PERFORM RETURN-MANDATE-VIOLATION
                   STOP RUN
               END-IF

               EVALUATE FUNCTION TRIM(WS-CA-STATUS)
                   WHEN 'pending'
                       PERFORM RETURN-APPROVAL-PENDING
                       STOP RUN
                   WHEN 'approved'
                       MOVE 'Y' TO WS-CORP-APPROVED
                   WHEN OTHER
                       MOVE 'Pengajuan kiriman sudah ditutup'
                           TO WS-MANDATE-MSG
                       PERFORM RETURN-MANDATE-VIOLATION
                       STOP RUN
               END-EVALUATE
           END-IF.

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
       WRITE-AUDIT-LOG.
      *--- Catat setiap decline/error (dan sukses) ke audit log    ---
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
                       MOVE 'TRANSFERPROC' TO WS-HS-CHANGED-BY
                       PERFORM WRITE-STATUS-HISTORY
               END-READ

               CLOSE ACCOUNT-FILE
                   MOVE WS-AP-NAME     TO WS-RP-NAME
                   MOVE WS-AP-STATUS   TO WS-RP-STATUS
                   MOVE WS-AP-CURRENCY TO WS-RP-CURRENCY
                   MOVE WS-AP-BALANCE  TO WS-RP-BALANCE
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
       WRITE-JOURNAL-INTENT.
           MOVE FUNCTION CURRENT-DATE TO WS-JNL-TIMESTAMP
                       WS-AP-BALANCE - WS-TOTAL-DEBIT
                   MOVE WS-NEW-BALANCE TO WS-AP-BALANCE
                   SUBTRACT WS-TOTAL-DEBIT FROM WS-AP-HOLD
                   MOVE WS-ACC-PARSE TO ACCOUNT-FILE-RECORD
                   PERFORM CAPTURE-BALANCE-BEFORE
                   REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                   PERFORM WRITE-BALANCE-EVENT
           END-READ

           CLOSE ACCOUNT-FILE.
                   COMPUTE WS-NEW-BALANCE =
                       WS-AP-BALANCE + WS-IN-AMOUNT
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

               MOVE WS-IN-RECEIVER-ID TO WS-TWR-USER-ID
               MOVE WS-XFER-FROM-LINK TO WS-TWR-QR-CODE

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT

               CLOSE TRANSACTION-FILE
           END-IF.
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-BALANCE-CAP-EXCEEDED.
           MOVE EC-BALANCE-CAP TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1044,'
               '"retryable":' FUNCTION TRIM(ER-BALANCE-CAP) ','
               '"data":null,'
               '"message":"Saldo penerima akan melebihi batas saldo'
               ' tier KYC-nya"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-PAYREQ-NOT-OPEN.
           MOVE EC-PAYREQ-NOT-OPEN TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1031,'
               '"retryable":' FUNCTION TRIM(ER-PAYREQ-NOT-OPEN) ','
               '"data":null,'
               '"message":"Permintaan pembayaran tidak ditemukan, sudah'
               ' ditutup, atau tidak sesuai kiriman ini"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-APPROVAL-PENDING.
           MOVE EC-APPROVAL-PENDING TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1035,'
               '"retryable":' FUNCTION TRIM(ER-APPROVAL-PENDING) ','
               '"data":{'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-IN-TXN-ID) '",'
               '"approval_id":"'
                   FUNCTION TRIM(WS-CA-APPR-ID) '",'
               '"approvals_required":' WS-CA-REQUIRED ','
               '"approvals_signed":' WS-CA-SIGNED ','
               '"expiry_date":"' WS-CA-EXPIRY-DATE '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Transfer korporat menunggu tanda tangan'
               ' approver"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-MANDATE-VIOLATION.
           MOVE EC-MANDATE-VIOLATION TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

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
       RETURN-INSUFFICIENT-FUNDS.
           MOVE EC-INSUFFICIENT-FUNDS TO WS-AUD-CODE
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
               MOVE WS-IN-SENDER-ID TO FD-PH-USER-ID

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

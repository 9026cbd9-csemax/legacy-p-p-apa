               RECORD KEY IS FD-KYC-USER-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.

      *--- Master KYB merchant (diubah lewat antrian KYBMAINT) ---
           SELECT KYB-FILE
               ASSIGN TO '/app/data/kybmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYB-MER-ID
               FILE STATUS IS WS-KYB-FILE-STATUS.

      *--- Tindakan risiko merchant (antrian MERCHMAINT RISKACT /  ---
      *--- RISKMON): reserve khusus merchant ditambahkan ke        ---
      *--- konfigurasi reserve, tahan/lepas settlement ke setlhold ---
           SELECT RSVCFG-FILE
               ASSIGN TO '/app/data/rsvconfig.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT SETLHOLD-FILE
               ASSIGN TO '/app/data/setlhold.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SH-FILE-STATUS.

      *--- Penetapan titik tarik tunai (MERCHMAINT CASHPT) ---
           SELECT CASHPT-FILE
               ASSIGN TO '/app/data/cashpt.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.

      *--- Registri operator - setiap aksi maintenance/refund      ---
      *--- harus membawa operator id yang terdaftar dan aktif      ---
           SELECT OPERATOR-FILE
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input  ---
      *--- membawa token sesi, bukan ID operator polos             ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Tahun buku yang sudah ditutup YECLOSE ---
           SELECT PERIOD-LOCK-FILE
               ASSIGN TO '/app/data/periodlock.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PL-FILE-STATUS.

      *--- Hash PIN nasabah - perubahan PIN yang disetujui masuk   ---
      *--- ke sini, bukan ke kolom PIN accounts.dat                 ---
           SELECT PINHASH-FILE
               ASSIGN TO '/app/data/pinhash.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PH-USER-ID
               FILE STATUS IS WS-PH-FILE-STATUS.

      *--- Resolusi item suspense (antrian SUSPRES): item ditandai ---
      *--- selesai, retur ke bank pengirim diantrikan ke clearout  ---
           SELECT SUSPENSE-FILE
               ASSIGN TO '/app/data/suspense.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SU-FILE-STATUS.

           SELECT CLEAROUT-FILE
               ASSIGN TO '/app/data/clearout.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

      *--- Tarif MDR usulan (MDRSIM PROMOTE) - disalin utuh ke      ---
      *--- mdrrates.dat; tarif lama disimpan di mdrrates.prv         ---
           SELECT MDRPROP-FILE
               ASSIGN TO DYNAMIC WS-MDRPROP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MP-FILE-STATUS.

           SELECT MDRRATE-FILE
               ASSIGN TO '/app/data/mdrrates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MR-FILE-STATUS.

           SELECT MDRPREV-FILE
               ASSIGN TO '/app/data/mdrrates.prv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MV-FILE-STATUS.

      *--- Audit log bersama untuk semua decline/error ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *--- Riwayat perubahan status rekening/merchant (append) ---
           SELECT STSHIST-FILE
               ASSIGN TO '/app/data/stshist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

      *--- Change feed: event bernomor urut untuk setiap perubahan ---
      *--- saldo dan transaksi, dibaca DWH/aplikasi mobile intraday ---
           SELECT CHGFEED-FILE
               ASSIGN TO '/app/data/chgfeed.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *--- Nomor urut terakhir change feed (satu baris) ---
           SELECT CHGSEQ-FILE
               ASSIGN TO '/app/data/chgseq.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE
           05  FD-KYC-TIER         PIC X(10).
           05  FD-KYC-UPDATED-AT   PIC X(20).

       FD  KYB-FILE
           LABEL RECORDS ARE STANDARD.
       01  KYB-FILE-RECORD.
           05  FD-KYB-MER-ID       PIC X(20).
           05  FD-KYB-NIB          PIC X(13).
           05  FD-KYB-NPWP         PIC X(16).
           05  FD-KYB-OWNER-NIK    PIC X(16).
           05  FD-KYB-RISK         PIC X(10).
           05  FD-KYB-LAST-REVIEW  PIC X(8).
           05  FD-KYB-NEXT-REVIEW  PIC X(8).
           05  FD-KYB-SETTLE-HOLD  PIC X(1).
           05  FD-KYB-UPDATED-AT   PIC X(20).

       FD  RSVCFG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSVCFG-FILE-RECORD      PIC X(40).

       FD  SETLHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETLHOLD-FILE-RECORD    PIC X(60).

       FD  CASHPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CASHPT-FILE-RECORD      PIC X(60).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-FILE-RECORD.
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  PERIOD-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-LOCK-FILE-RECORD PIC X(60).

       FD  PINHASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINHASH-FILE-RECORD.
           05  FD-PH-USER-ID       PIC X(20).
           05  FD-PH-SALT          PIC X(8).
           05  FD-PH-HASH          PIC X(20).
           05  FD-PH-UPDATED-AT    PIC X(20).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-FILE-RECORD    PIC X(200).

       FD  CLEAROUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEAROUT-FILE-RECORD    PIC X(150).

       FD  MDRPROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  MDRPROP-FILE-RECORD     PIC X(80).

       FD  MDRRATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MDRRATE-FILE-RECORD     PIC X(80).

       FD  MDRPREV-FILE
           LABEL RECORDS ARE STANDARD.
       01  MDRPREV-FILE-RECORD     PIC X(80).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD      PIC X(100).

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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'CHGAPPR'.
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

       01  WS-PC-FILE-STATUS       PIC XX.
           88  PC-FS-OK            VALUE '00'.
           88  PC-FS-EOF           VALUE '10'.
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
       01  WS-OPERATOR-TO-CHECK    PIC X(12).
       01  WS-KYC-NEW-TIER         PIC X(10).
       01  WS-KYC-EXISTS           PIC X(1).

      *--- Terapan perubahan KYB: nilai pending NIB:NPWP:NIK,      ---
      *--- rating risiko di kolom field. Siklus review per rating  ---
      *--- dalam bulan - tanggal review berikutnya dihitung dari   ---
      *--- tanggal persetujuan                                      ---
       01  WS-KYB-FILE-STATUS      PIC XX.
           88  KYB-FS-OK           VALUE '00'.
           88  KYB-FS-NOT-FOUND    VALUE '35'.

       01  WS-KYB-NEW-NIB          PIC X(13).
       01  WS-KYB-NEW-NPWP         PIC X(16).
       01  WS-KYB-NEW-NIK          PIC X(16).
       01  WS-KYB-EXISTS           PIC X(1).

       01  WS-KYB-CYCLE-HIGH       PIC 9(3) VALUE 12.
       01  WS-KYB-CYCLE-MEDIUM     PIC 9(3) VALUE 24.
       01  WS-KYB-CYCLE-LOW        PIC 9(3) VALUE 36.
       01  WS-KYB-CYCLE-MONTHS     PIC 9(3).

       01  WS-REVIEW-DATE.
           05  WS-RV-YYYY          PIC 9(4).
           05  WS-RV-MM            PIC 9(2).
           05  WS-RV-DD            PIC 9(2).
       01  WS-RV-MONTH-TOTAL       PIC 9(6).

      *--- Terapan tindakan risiko merchant: RSVPCT (bps) atau     ---
      *--- SETTLEHOLD (hold/release)                                 ---
       01  WS-RC-FILE-STATUS       PIC XX.
           88  RC-FS-OK            VALUE '00'.
           88  RC-FS-NOT-FOUND     VALUE '35'.

       01  WS-SH-FILE-STATUS       PIC XX.
           88  SH-FS-OK            VALUE '00'.
           88  SH-FS-NOT-FOUND     VALUE '35'.

       01  WS-RSV-NEW-BPS          PIC 9(5).

       01  WS-RSVCFG-RECORD.
           05  WS-RC-TYPE          PIC X(6) VALUE 'MERPCT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-BPS           PIC 9(5).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-MER-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-SETLHOLD-RECORD.
           05  WS-SH-MER-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SH-ACTION        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SH-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-SH-CHG-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Terapan titik tarik tunai: nilai 'on:<batas>' / 'off' ---
       01  WS-CP-FILE-STATUS       PIC XX.
           88  CP-FS-OK            VALUE '00'.
           88  CP-FS-NOT-FOUND     VALUE '35'.

       01  WS-CP-VALUE-STATUS      PIC X(3).
       01  WS-CP-VALUE-CAP         PIC X(20).

       01  WS-CASHPT-RECORD.
           05  WS-CP-MER-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CP-STATUS        PIC X(3).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CP-CAP           PIC 9(13).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CP-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CP-CHG-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Terapan koreksi saldo ADJPROC: nilai pending berbentuk  ---
      *--- nominal:alasan, arah CR/DR di kolom field                ---
       01  WS-TXN-FILE-STATUS      PIC XX.

       01  WS-ADJ-AMOUNT-STR       PIC X(20).
       01  WS-ADJ-REASON           PIC X(12).
       01  WS-ADJ-VALUE-DATE       PIC X(8).

      *--- Penanda tahun tertutup (layout selaras YECLOSE) ---
       01  WS-PL-FILE-STATUS       PIC XX.
           88  PL-FS-OK            VALUE '00'.
           88  PL-FS-EOF           VALUE '10'.

       01  WS-PERIOD-LOCK-RECORD.
           05  WS-PK-YEAR          PIC X(4).
           05  FILLER              PIC X(1).
           05  WS-PK-CLOSED-AT     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-PK-CLOSED-BY     PIC X(12).
           05  FILLER              PIC X(1).
       01  WS-PK-MAX-YEAR          PIC X(4).
       01  WS-POSTING-DATE         PIC X(8).
       01  WS-PERIOD-CLOSED        PIC X(1) VALUE 'N'.

      *--- Terapan parameter bisnis: nilai pending VALUE:EFFDATE ---
       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.
           88  PM-FS-NOT-FOUND     VALUE '35'.

       01  WS-PARAM-NEW-VALUE      PIC X(20).
           05  WS-TWR-CREATED-AT   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-TWR-UPDATED-AT   PIC X(20).

      *--- Terapan resolusi suspense: id item di kolom kunci,      ---
      *--- APPLY/RETURN/WRITEOFF di kolom field, tujuan dana di    ---
      *--- kolom nilai                                               ---
       01  WS-SU-FILE-STATUS       PIC XX.
           88  SU-FS-OK            VALUE '00'.
           88  SU-FS-EOF           VALUE '10'.

       01  WS-CO-FILE-STATUS       PIC XX.
           88  CO-FS-OK            VALUE '00'.
           88  CO-FS-NOT-FOUND     VALUE '35'.

       01  WS-SUSPENSE-USER        PIC X(20) VALUE 'SUSPENSE'.
       01  WS-SUS-FOUND            PIC X(1).
       01  WS-SUS-TARGET-OK        PIC X(1).
       01  WS-SUS-DEBITED          PIC X(1).
       01  WS-SUS-TARGET           PIC X(20).
       01  WS-SUS-NEW-STATUS       PIC X(10).
       01  WS-SUS-TXN-ID           PIC X(36).
       01  WS-SUS-TXN-USER         PIC X(20).
       01  WS-SUS-TXN-TYPE         PIC X(10).
       01  WS-SUS-AMOUNT-EDIT      PIC Z(12)9.99.

      *--- Saldo maksimum dompet per tier KYC (ketentuan BI uang    ---
      *--- elektronik) untuk APPLY suspense ke nasabah - params     ---
      *--- BALCAPUNV/BALCAPVER/BALCAPPRM, 0 berarti tanpa batas;    ---
      *--- rekening tanpa record KYC (korporat, internal bank)      ---
      *--- tidak dibatasi                                           ---
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

      *--- Baris clearout (selaras WS-CLEAROUT-RECORD di           ---
      *--- PAYMENTPROC) untuk retur dana ke bank pengirim          ---
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

      *--- Terapan tarif MDR: nama file usulan di kolom kunci,     ---
      *--- kontrol jumlah-baris:checksum di kolom nilai. Isi file  ---
      *--- dihitung ulang - file yang berubah sejak diajukan gagal ---
       01  WS-MP-FILE-STATUS       PIC XX.
           88  MP-FS-OK            VALUE '00'.
           88  MP-FS-EOF           VALUE '10'.

       01  WS-MR-FILE-STATUS       PIC XX.
           88  MR-FS-OK            VALUE '00'.
           88  MR-FS-EOF           VALUE '10'.

       01  WS-MV-FILE-STATUS       PIC XX.
           88  MV-FS-OK            VALUE '00'.

       01  WS-MDRPROP-FILE-PATH    PIC X(100).
       01  WS-MDR-LINE             PIC X(80).
       01  WS-MDR-LINE-COUNT       PIC 9(5).
       01  WS-MDR-LINE-IDX         PIC 9(5).
       01  WS-MDR-OVERFLOW         PIC X(1).
       01  WS-MDR-PROP-TABLE.
           05  WS-MDR-PROP-LINE    PIC X(80) OCCURS 500 TIMES.
       01  WS-MDR-CTL-POS          PIC 9(3).
       01  WS-MDR-CHECKSUM         PIC 9(9).
       01  WS-MDR-LINES-EDIT       PIC Z(6)9.
       01  WS-MDR-CTL-VALUE        PIC X(50).

       01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
       01  WS-COUNT-EDIT           PIC ZZZZ9.
       01  WS-CHG-ID-NUM           PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

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
       01  WS-PH-SEEDED            PIC X VALUE 'N'.
       01  WS-PH-NOW               PIC X(21).
       01  WS-PH-SEED              PIC 9(8).
       01  WS-PH-RANDOM            PIC V9(9).
       01  WS-PH-SALT-NUM          PIC 9(8).
       01  WS-PC-SHOW-VALUE        PIC X(50).

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
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'CHGAPPR'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

      *----------------------------------------------------------------*
       PRINT-PENDING-ITEM.
      *--- Nilai PIN/hash PIN tidak pernah ditampilkan ke checker ---
           MOVE WS-PC-NEW-VALUE TO WS-PC-SHOW-VALUE
           IF FUNCTION TRIM(WS-PC-FIELD) = 'PINHASH'
              OR FUNCTION TRIM(WS-PC-FIELD) = 'PIN'
               MOVE '******' TO WS-PC-SHOW-VALUE
           END-IF

           STRING
               '{'
               '"status":"success",'
               '"field":"'
                   FUNCTION TRIM(WS-PC-FIELD) '",'
               '"new_value":"'
                   FUNCTION TRIM(WS-PC-SHOW-VALUE) '",'
               '"maker":"'
                   FUNCTION TRIM(WS-PC-MAKER) '",'
               '"created_at":"'
               STOP RUN
           END-IF

      *--- Kolom operator membawa token sesi OPRSIGN; diganti    ---
      *--- dengan ID operator pemilik sesi sebelum validasi        ---
           MOVE WS-IN-CHECKER TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-CHECKER

      *--- Checker harus operator terdaftar dan aktif ---
           MOVE WS-IN-CHECKER TO WS-OPERATOR-TO-CHECK
           PERFORM VALIDATE-OPERATOR
           END-IF

      *--- Persetujuan perubahan STATUS (termasuk blokir/buka     ---
      *--- blokir), tahan/lepas settlement, tarif MDR baru, dan   ---
      *--- write-off item suspense hanya boleh oleh supervisor     ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'APPROVE'
              AND (FUNCTION TRIM(WS-PC-FIELD) = 'STATUS'
                   OR FUNCTION TRIM(WS-PC-FIELD) = 'SETTLEHOLD'
                   OR FUNCTION TRIM(WS-PC-TARGET) = 'MDRRATE'
                   OR (FUNCTION TRIM(WS-PC-TARGET) = 'SUSPENSE'
                       AND FUNCTION TRIM(WS-PC-FIELD) = 'WRITEOFF'))
              AND FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'supervisor'
               PERFORM RETURN-NOT-AUTHORIZED
               CLOSE PENDING-CHANGE-FILE
               STOP RUN
           END-IF

      *--- Koreksi bertanggal valuta di tahun buku yang sudah    ---
      *--- ditutup YECLOSE tidak boleh diposting - checker harus  ---
      *--- menolaknya                                               ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'APPROVE'
              AND FUNCTION TRIM(WS-PC-TARGET) = 'ADJUST'
               PERFORM PARSE-ADJUST-VALUE
               PERFORM CHECK-PERIOD-LOCK

               IF WS-PERIOD-CLOSED = 'Y'
                   PERFORM RETURN-PERIOD-CLOSED
                   CLOSE PENDING-CHANGE-FILE
                   STOP RUN
               END-IF
           END-IF

      *--- APPLY suspense mengkredit dompet nasabah: batas saldo    ---
      *--- tier KYC berlaku seperti jalur kredit lain, termasuk     ---
      *--- item yang diparkir CLRIN dengan alasan BALANCE-CAP.      ---
      *--- Checker harus menolaknya; item tetap open untuk RETURN   ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'APPROVE'
              AND FUNCTION TRIM(WS-PC-TARGET) = 'SUSPENSE'
              AND FUNCTION TRIM(WS-PC-FIELD) = 'APPLY'
               PERFORM CHECK-SUSPENSE-APPLY-CAP

               IF WS-CAP-EXCEEDED = 'Y'
                   PERFORM RETURN-BALANCE-CAP-EXCEEDED
                   CLOSE PENDING-CHANGE-FILE
                   STOP RUN
               END-IF
           END-IF

           IF FUNCTION TRIM(WS-IN-MODE) = 'APPROVE'
               PERFORM APPLY-PENDING-CHANGE

           PERFORM RETURN-DECISION-DONE.


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
      *--- Operator harus terdaftar dan berstatus active di        ---
               PERFORM APPLY-ACCOUNT-CHANGE
           ELSE
               IF FUNCTION TRIM(WS-PC-TARGET) = 'MERCHANT'
                   IF FUNCTION TRIM(WS-PC-FIELD) = 'RSVPCT'
                      OR FUNCTION TRIM(WS-PC-FIELD) = 'SETTLEHOLD'
                       PERFORM APPLY-MERCHANT-RISK-CHANGE
                   ELSE
                       IF FUNCTION TRIM(WS-PC-FIELD) = 'CASHPOINT'
                           PERFORM APPLY-MERCHANT-CASHPOINT
                       ELSE
                           PERFORM APPLY-MERCHANT-CHANGE
                       END-IF
                   END-IF
               ELSE
                   IF FUNCTION TRIM(WS-PC-TARGET) = 'KYC'
                       PERFORM APPLY-KYC-CHANGE
                       ELSE
                           IF FUNCTION TRIM(WS-PC-TARGET) = 'PARAM'
                               PERFORM APPLY-PARAM-CHANGE
                           ELSE
                               IF FUNCTION TRIM(WS-PC-TARGET) = 'KYB'
                                   PERFORM APPLY-KYB-CHANGE
                               END-IF
                               IF FUNCTION TRIM(WS-PC-TARGET)
                                  = 'SUSPENSE'
                                   PERFORM APPLY-SUSPENSE-CHANGE
                               END-IF
                               IF FUNCTION TRIM(WS-PC-TARGET)
                                  = 'MDRRATE'
                                   PERFORM APPLY-MDRRATE-CHANGE
                               END-IF
                               IF FUNCTION TRIM(WS-PC-TARGET)
                                  = 'OPERATOR'
                                   PERFORM APPLY-OPERATOR-CHANGE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       APPLY-OPERATOR-CHANGE.
      *--- Pencabutan akses hasil rekertifikasi (OPRCERT REVOKE):  ---
      *--- status operator diganti, sesi yang masih hidup ikut     ---
      *--- tertolak karena validasi operator mensyaratkan active   ---
           OPEN I-O OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-PC-KEY(1:12) TO FD-OPR-OP-ID

               READ OPERATOR-FILE
                   KEY IS FD-OPR-OP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(WS-PC-FIELD) = 'STATUS'
                           MOVE FD-OPR-STATUS TO WS-HS-OLD-STATUS
                           MOVE WS-PC-NEW-VALUE(1:10)
                               TO FD-OPR-STATUS
                           REWRITE OPERATOR-FILE-RECORD
                           MOVE 'Y' TO WS-APPLY-OK
                           MOVE 'OPERATOR' TO WS-HS-ENTITY
                           MOVE FD-OPR-STATUS TO WS-HS-NEW-STATUS
                           PERFORM RECORD-APPROVED-STATUS
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPLY-MDRRATE-CHANGE.
      *--- File usulan dibaca ulang dan kontrolnya dicocokkan     ---
      *--- dengan yang diantrikan MDRSIM; bila sama, mdrrates.dat ---
      *--- lama disalin ke mdrrates.prv lalu diganti isi usulan    ---
           MOVE SPACES TO WS-MDRPROP-FILE-PATH
           STRING '/app/data/' DELIMITED SIZE
                  FUNCTION TRIM(WS-PC-KEY) DELIMITED SIZE
                  INTO WS-MDRPROP-FILE-PATH
           END-STRING

           MOVE 0 TO WS-MDR-LINE-COUNT
           MOVE 0 TO WS-MDR-CHECKSUM
           MOVE 'N' TO WS-MDR-OVERFLOW

           OPEN INPUT MDRPROP-FILE
           IF MP-FS-OK
               PERFORM UNTIL MP-FS-EOF
                   READ MDRPROP-FILE INTO WS-MDR-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ADD-MDR-CONTROL-LINE
                   END-READ
               END-PERFORM

               CLOSE MDRPROP-FILE
           ELSE
               MOVE 'Y' TO WS-MDR-OVERFLOW
           END-IF

           MOVE WS-MDR-LINE-COUNT TO WS-MDR-LINES-EDIT
           MOVE SPACES TO WS-MDR-CTL-VALUE
           STRING FUNCTION TRIM(WS-MDR-LINES-EDIT) ':'
                  WS-MDR-CHECKSUM
               DELIMITED SIZE
               INTO WS-MDR-CTL-VALUE
           END-STRING

           IF WS-MDR-OVERFLOW = 'N'
              AND WS-MDR-LINE-COUNT > 0
              AND WS-MDR-CTL-VALUE = WS-PC-NEW-VALUE
               PERFORM SAVE-PREVIOUS-MDR-RATES

               OPEN OUTPUT MDRRATE-FILE
               IF MR-FS-OK
                   PERFORM VARYING WS-MDR-LINE-IDX FROM 1 BY 1
                       UNTIL WS-MDR-LINE-IDX > WS-MDR-LINE-COUNT
                       WRITE MDRRATE-FILE-RECORD
                           FROM WS-MDR-PROP-LINE(WS-MDR-LINE-IDX)
                   END-PERFORM

                   CLOSE MDRRATE-FILE
                   MOVE 'Y' TO WS-APPLY-OK
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       ADD-MDR-CONTROL-LINE.
      *--- Checksum sama dengan yang dihitung MDRSIM saat PROMOTE ---
           ADD 1 TO WS-MDR-LINE-COUNT

           IF WS-MDR-LINE-COUNT > 500
               MOVE 'Y' TO WS-MDR-OVERFLOW
           ELSE
               MOVE WS-MDR-LINE
                   TO WS-MDR-PROP-LINE(WS-MDR-LINE-COUNT)
           END-IF

           PERFORM VARYING WS-MDR-CTL-POS FROM 1 BY 1
               UNTIL WS-MDR-CTL-POS > 80
               COMPUTE WS-MDR-CHECKSUM = FUNCTION MOD(
                   WS-MDR-CHECKSUM * 31
                   + FUNCTION ORD(WS-MDR-LINE(WS-MDR-CTL-POS:1)),
                   999999937)
           END-PERFORM.

      *----------------------------------------------------------------*
       SAVE-PREVIOUS-MDR-RATES.
      *--- Salinan tarif sebelumnya untuk rollback lewat antrian ---
           OPEN INPUT MDRRATE-FILE
           IF MR-FS-OK
               OPEN OUTPUT MDRPREV-FILE
               IF MV-FS-OK
                   PERFORM UNTIL MR-FS-EOF
                       READ MDRRATE-FILE INTO WS-MDR-LINE
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE MDRPREV-FILE-RECORD FROM WS-MDR-LINE
                       END-READ
                   END-PERFORM

                   CLOSE MDRPREV-FILE
               END-IF

               CLOSE MDRRATE-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPLY-PARAM-CHANGE.
      *--- Baris parameter baru selalu ditambahkan, tidak menimpa ---
      *--- saldo, DR mengurangi (hanya kalau saldonya cukup).      ---
      *--- Mutasi ADJUSTCR/ADJUSTDR membawa kode alasannya di      ---
      *--- kolom QR untuk auditor                                    ---
           PERFORM PARSE-ADJUST-VALUE

           MOVE FUNCTION NUMVAL(WS-ADJ-AMOUNT-STR) TO WS-ADJ-AMOUNT

                       NOT INVALID KEY
                           IF FUNCTION TRIM(WS-PC-FIELD) = 'CR'
                               ADD WS-ADJ-AMOUNT TO FD-ACC-BALANCE
                               PERFORM CAPTURE-BALANCE-BEFORE
                               REWRITE ACCOUNT-FILE-RECORD
                               PERFORM WRITE-BALANCE-EVENT
                               MOVE 'ADJUSTCR' TO WS-ADJ-TXN-TYPE
                               MOVE 'Y' TO WS-APPLY-OK
                           ELSE
                               IF FD-ACC-BALANCE >= WS-ADJ-AMOUNT
                                   SUBTRACT WS-ADJ-AMOUNT
                                       FROM FD-ACC-BALANCE
                                   PERFORM CAPTURE-BALANCE-BEFORE
                                   REWRITE ACCOUNT-FILE-RECORD
                                   PERFORM WRITE-BALANCE-EVENT
                                   MOVE 'ADJUSTDR'
                                       TO WS-ADJ-TXN-TYPE
                                   MOVE 'Y' TO WS-APPLY-OK
           END-IF.

      *----------------------------------------------------------------*
       PARSE-ADJUST-VALUE.
      *--- Nilai pending NOMINAL:ALASAN:TANGGAL_VALUTA; antrian    ---
      *--- lama tanpa tanggal valuta diposting bertanggal hari ini ---
           MOVE SPACES TO WS-ADJ-AMOUNT-STR
           MOVE SPACES TO WS-ADJ-REASON
           MOVE SPACES TO WS-ADJ-VALUE-DATE

           UNSTRING WS-PC-NEW-VALUE
               DELIMITED BY ':'
               INTO WS-ADJ-AMOUNT-STR
                    WS-ADJ-REASON
                    WS-ADJ-VALUE-DATE
           END-UNSTRING

           IF WS-ADJ-VALUE-DATE IS NUMERIC
               MOVE WS-ADJ-VALUE-DATE TO WS-POSTING-DATE
           ELSE
               MOVE WS-DATETIME(1:8) TO WS-POSTING-DATE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-PERIOD-LOCK.
      *--- Penutupan kumulatif: tahun tertutup tertinggi di        ---
      *--- periodlock.dat menutup tahun itu dan sebelumnya          ---
           MOVE 'N' TO WS-PERIOD-CLOSED
           MOVE '0000' TO WS-PK-MAX-YEAR

           OPEN INPUT PERIOD-LOCK-FILE
           IF PL-FS-OK
               PERFORM UNTIL PL-FS-EOF
                   READ PERIOD-LOCK-FILE INTO WS-PERIOD-LOCK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PK-YEAR IS NUMERIC
                          AND WS-PK-YEAR > WS-PK-MAX-YEAR
                           MOVE WS-PK-YEAR TO WS-PK-MAX-YEAR
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PERIOD-LOCK-FILE
           END-IF

           IF WS-POSTING-DATE(1:4) <= WS-PK-MAX-YEAR
               MOVE 'Y' TO WS-PERIOD-CLOSED
           END-IF.

      *----------------------------------------------------------------*
       RETURN-PERIOD-CLOSED.
           STRING
               '{'
               '"status":"error",'
               '"code":1043,'
               '"retryable":' FUNCTION TRIM(ER-PERIOD-CLOSED) ','
               '"data":null,'
               '"message":"Tanggal valuta koreksi jatuh di tahun buku'
               ' yang sudah ditutup - tolak perubahan ini"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       WRITE-ADJUST-TRANSACTION.
           MOVE WS-ADJ-AMOUNT TO WS-ADJ-AMOUNT-EDIT

           MOVE SPACES TO WS-ADJ-TXN-ID
           STRING 'ADJ' WS-PC-CHG-ID '-'
                  FUNCTION TRIM(WS-PC-KEY)
               DELIMITED SIZE
               INTO WS-ADJ-TXN-ID
           END-STRING

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF

           IF TXN-FS-OK
               MOVE WS-ADJ-TXN-ID   TO WS-TWR-TXN-ID
               MOVE WS-PC-KEY       TO WS-TWR-USER-ID
               MOVE SPACES          TO WS-TWR-MERCHANT-ID
                   INTO WS-TWR-QR-CODE
               END-STRING

      *--- Tanggal mutasi = tanggal valuta koreksi, jam = saat     ---
      *--- persetujuan                                               ---
               MOVE WS-DATETIME     TO WS-TWR-CREATED-AT
               MOVE WS-POSTING-DATE TO WS-TWR-CREATED-AT(1:8)
               MOVE WS-DATETIME     TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPLY-SUSPENSE-CHANGE.
      *--- Resolusi item suspense dari antrian SUSPRES: dana keluar ---
      *--- dari rekening SUSPENSE ke nasabah (APPLY), ke pendapatan ---
      *--- SUSPWOFF (WRITEOFF), atau kembali ke bank pengirim lewat ---
      *--- clearout (RETURN). Item yang sudah tidak open, saldo    ---
      *--- SUSPENSE yang kurang, atau rekening tujuan yang tidak   ---
      *--- aktif membuat perubahan gagal                             ---
           PERFORM LOAD-SUSPENSE-ITEM

           IF WS-SUS-FOUND = 'Y'
               MOVE WS-PC-NEW-VALUE TO WS-SUS-TARGET

               EVALUATE FUNCTION TRIM(WS-PC-FIELD)
                   WHEN 'APPLY'
                       MOVE 'applied' TO WS-SUS-NEW-STATUS
                       PERFORM MOVE-SUSPENSE-FUNDS
                   WHEN 'WRITEOFF'
                       MOVE 'writtenoff' TO WS-SUS-NEW-STATUS
                       PERFORM MOVE-SUSPENSE-FUNDS
                   WHEN 'RETURN'
                       MOVE 'returned' TO WS-SUS-NEW-STATUS
                       PERFORM DEBIT-SUSPENSE-FOR-RETURN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-APPLY-OK = 'Y'
               PERFORM WRITE-SUSPENSE-TRANSACTIONS
               PERFORM MARK-SUSPENSE-ITEM
           END-IF.

      *----------------------------------------------------------------*
       CHECK-SUSPENSE-APPLY-CAP.
           MOVE 'N' TO WS-CAP-EXCEEDED

           PERFORM LOAD-SUSPENSE-ITEM

           IF WS-SUS-FOUND = 'Y'
               PERFORM LOAD-BALANCE-CAP-PARAMS
               MOVE WS-PC-NEW-VALUE TO WS-CAP-USER-ID
               PERFORM RESOLVE-BALANCE-CAP
           END-IF

           IF WS-SUS-FOUND = 'Y' AND WS-BALANCE-CAP > 0
               OPEN INPUT ACCOUNT-FILE
               IF ACC-FS-OK
                   MOVE WS-CAP-USER-ID TO FD-ACC-USER-ID

                   READ ACCOUNT-FILE
                       KEY IS FD-ACC-USER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-CAP-BALANCE =
                               FD-ACC-BALANCE + WS-SU-AMOUNT
                           IF WS-CAP-BALANCE > WS-BALANCE-CAP
                               MOVE 'Y' TO WS-CAP-EXCEEDED
                           END-IF
                   END-READ

                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       LOAD-BALANCE-CAP-PARAMS.
      *--- Baris efektif terbaru per nama menang ---
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
       RETURN-BALANCE-CAP-EXCEEDED.
           STRING
               '{'
               '"status":"error",'
               '"code":1044,'
               '"retryable":' FUNCTION TRIM(ER-BALANCE-CAP) ','
               '"data":null,'
               '"message":"Saldo nasabah tujuan akan melebihi batas'
               ' saldo tier KYC - tolak APPLY, kembalikan lewat RETURN"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       LOAD-SUSPENSE-ITEM.
           MOVE 'N' TO WS-SUS-FOUND

           OPEN INPUT SUSPENSE-FILE
           IF SU-FS-OK
               PERFORM UNTIL SU-FS-EOF OR WS-SUS-FOUND = 'Y'
                   READ SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-SU-ITEM-ID) =
                          FUNCTION TRIM(WS-PC-KEY)
                          AND FUNCTION TRIM(WS-SU-STATUS) = 'open'
                           MOVE 'Y' TO WS-SUS-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SUSPENSE-FILE
           END-IF.

      *----------------------------------------------------------------*
       MOVE-SUSPENSE-FUNDS.
      *--- Tujuan APPLY harus rekening aktif; SUSPWOFF cukup ada. ---
      *--- Debit SUSPENSE dulu, baru kredit tujuan                   ---
           MOVE 'N' TO WS-SUS-TARGET-OK
           MOVE 'N' TO WS-SUS-DEBITED

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-SUS-TARGET TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(WS-PC-FIELD) = 'WRITEOFF'
                          OR FUNCTION TRIM(FD-ACC-STATUS) = 'active'
                           MOVE 'Y' TO WS-SUS-TARGET-OK
                       END-IF
               END-READ

               IF WS-SUS-TARGET-OK = 'Y'
                   MOVE WS-SUSPENSE-USER TO FD-ACC-USER-ID

                   READ ACCOUNT-FILE
                       KEY IS FD-ACC-USER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FD-ACC-BALANCE >= WS-SU-AMOUNT
                               SUBTRACT WS-SU-AMOUNT
                                   FROM FD-ACC-BALANCE
                               PERFORM CAPTURE-BALANCE-BEFORE
                               REWRITE ACCOUNT-FILE-RECORD
                               PERFORM WRITE-BALANCE-EVENT
                               MOVE 'Y' TO WS-SUS-DEBITED
                           END-IF
                   END-READ
               END-IF

               IF WS-SUS-DEBITED = 'Y'
                   MOVE WS-SUS-TARGET TO FD-ACC-USER-ID

                   READ ACCOUNT-FILE
                       KEY IS FD-ACC-USER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD WS-SU-AMOUNT TO FD-ACC-BALANCE
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                           PERFORM WRITE-BALANCE-EVENT
                           MOVE 'Y' TO WS-APPLY-OK
                   END-READ
               END-IF

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       DEBIT-SUSPENSE-FOR-RETURN.
      *--- Dana keluar dari SUSPENSE dan diantrikan sebagai item   ---
      *--- kliring keluar ke bank pengirim dengan txn id asalnya   ---
           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-SUSPENSE-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-ACC-BALANCE >= WS-SU-AMOUNT
                           SUBTRACT WS-SU-AMOUNT
                               FROM FD-ACC-BALANCE
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                           PERFORM WRITE-BALANCE-EVENT
                           MOVE 'Y' TO WS-APPLY-OK
                       END-IF
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF

           IF WS-APPLY-OK = 'Y'
               OPEN EXTEND CLEAROUT-FILE
               IF CO-FS-NOT-FOUND
                   OPEN OUTPUT CLEAROUT-FILE
                   CLOSE CLEAROUT-FILE
                   OPEN EXTEND CLEAROUT-FILE
               END-IF

               IF CO-FS-OK
                   MOVE WS-SU-SENDER      TO WS-CO-BANK-CODE
                   MOVE WS-SUSPENSE-USER  TO WS-CO-MER-ID
                   MOVE WS-SU-INTENDED    TO WS-CO-ACCOUNT
                   MOVE WS-SU-REFERENCE   TO WS-CO-TXN-ID
                   MOVE WS-SU-AMOUNT      TO WS-CO-AMOUNT
                   MOVE WS-DATETIME(1:8)  TO WS-CO-DATE
                   MOVE 'queued'          TO WS-CO-STATUS

                   WRITE CLEAROUT-FILE-RECORD
                       FROM WS-CLEAROUT-RECORD
                   CLOSE CLEAROUT-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       WRITE-SUSPENSE-TRANSACTIONS.
      *--- Leg SUSPENSE: SUSPOUT (atau SUSPRTN untuk retur), leg   ---
      *--- tujuan: SUSPAPPLY ke nasabah atau SUSPWOFF ke            ---
      *--- pendapatan - supaya RECONCILE seimbang di kedua sisi     ---
           MOVE WS-SU-AMOUNT TO WS-SUS-AMOUNT-EDIT

           MOVE SPACES TO WS-SUS-TXN-ID
           STRING 'SUS' WS-PC-CHG-ID '-OUT'
               DELIMITED SIZE
               INTO WS-SUS-TXN-ID
           END-STRING
           MOVE WS-SUSPENSE-USER TO WS-SUS-TXN-USER

           IF FUNCTION TRIM(WS-PC-FIELD) = 'RETURN'
               MOVE 'SUSPRTN' TO WS-SUS-TXN-TYPE
           ELSE
               MOVE 'SUSPOUT' TO WS-SUS-TXN-TYPE
           END-IF

           PERFORM WRITE-ONE-SUSPENSE-TXN

           IF FUNCTION TRIM(WS-PC-FIELD) NOT = 'RETURN'
               MOVE SPACES TO WS-SUS-TXN-ID
               STRING 'SUS' WS-PC-CHG-ID '-IN'
                   DELIMITED SIZE
                   INTO WS-SUS-TXN-ID
               END-STRING
               MOVE WS-SUS-TARGET TO WS-SUS-TXN-USER

               IF FUNCTION TRIM(WS-PC-FIELD) = 'APPLY'
                   MOVE 'SUSPAPPLY' TO WS-SUS-TXN-TYPE
               ELSE
                   MOVE 'SUSPWOFF' TO WS-SUS-TXN-TYPE
               END-IF

               PERFORM WRITE-ONE-SUSPENSE-TXN
           END-IF.

      *----------------------------------------------------------------*
       WRITE-ONE-SUSPENSE-TXN.
           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF

           IF TXN-FS-OK
               MOVE WS-SUS-TXN-ID   TO WS-TWR-TXN-ID
               MOVE WS-SUS-TXN-USER TO WS-TWR-USER-ID
               MOVE SPACES          TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-SUS-AMOUNT-EDIT)
                   TO WS-TWR-AMOUNT
               MOVE 'success'       TO WS-TWR-STATUS
               MOVE WS-SUS-TXN-TYPE TO WS-TWR-TYPE

               MOVE SPACES TO WS-TWR-QR-CODE
               STRING 'SUSP-RES:'
                      FUNCTION TRIM(WS-SU-ITEM-ID) ':'
                      FUNCTION TRIM(WS-PC-FIELD) ':'
                      WS-PC-CHG-ID
                   DELIMITED SIZE
                   INTO WS-TWR-QR-CODE
               END-STRING

               MOVE WS-DATETIME     TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME     TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       MARK-SUSPENSE-ITEM.
      *--- Item ditandai in-place (panjang baris tetap) dengan     ---
      *--- status akhir, tanggal, tujuan, dan nomor perubahan        ---
           MOVE 'N' TO WS-SUS-FOUND

           OPEN I-O SUSPENSE-FILE
           IF SU-FS-OK
               PERFORM UNTIL SU-FS-EOF OR WS-SUS-FOUND = 'Y'
                   READ SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-SU-ITEM-ID) =
                          FUNCTION TRIM(WS-PC-KEY)
                          AND FUNCTION TRIM(WS-SU-STATUS) = 'open'
                           MOVE 'Y' TO WS-SUS-FOUND
                           MOVE WS-SUS-NEW-STATUS TO WS-SU-STATUS
                           MOVE WS-DATETIME(1:8)
                               TO WS-SU-RESOLVED-DATE
                           MOVE WS-SUS-TARGET TO WS-SU-RESOLVED-TO
                           MOVE WS-PC-CHG-ID TO WS-SU-CHG-ID
                           REWRITE SUSPENSE-FILE-RECORD
                               FROM WS-SUSPENSE-RECORD
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SUSPENSE-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPLY-KYC-CHANGE.
      *--- Nilai pending dari KYCMAINT berbentuk NIK:DOB:TIER -    ---
               CLOSE KYC-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPLY-KYB-CHANGE.
      *--- Persetujuan KYB = review merchant selesai: tanggal      ---
      *--- review terakhir hari ini, review berikutnya maju sesuai ---
      *--- siklus rating, dan penahanan settlement karena review   ---
      *--- terlambat (KYBREV) dilepas                               ---
           MOVE SPACES TO WS-KYB-NEW-NIB
           MOVE SPACES TO WS-KYB-NEW-NPWP
           MOVE SPACES TO WS-KYB-NEW-NIK

           UNSTRING WS-PC-NEW-VALUE
               DELIMITED BY ':'
               INTO WS-KYB-NEW-NIB
                    WS-KYB-NEW-NPWP
                    WS-KYB-NEW-NIK
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-PC-FIELD)
               WHEN 'high'
                   MOVE WS-KYB-CYCLE-HIGH TO WS-KYB-CYCLE-MONTHS
               WHEN 'medium'
                   MOVE WS-KYB-CYCLE-MEDIUM TO WS-KYB-CYCLE-MONTHS
               WHEN OTHER
                   MOVE WS-KYB-CYCLE-LOW TO WS-KYB-CYCLE-MONTHS
           END-EVALUATE

           PERFORM COMPUTE-NEXT-REVIEW-DATE

           OPEN I-O KYB-FILE
           IF KYB-FS-NOT-FOUND
               OPEN OUTPUT KYB-FILE
               CLOSE KYB-FILE
               OPEN I-O KYB-FILE
           END-IF

           IF KYB-FS-OK
               MOVE 'N' TO WS-KYB-EXISTS
               MOVE WS-PC-KEY TO FD-KYB-MER-ID

               READ KYB-FILE
                   KEY IS FD-KYB-MER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-KYB-EXISTS
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KYB-EXISTS
               END-READ

               MOVE WS-PC-KEY          TO FD-KYB-MER-ID
               MOVE WS-KYB-NEW-NIB     TO FD-KYB-NIB
               MOVE WS-KYB-NEW-NPWP    TO FD-KYB-NPWP
               MOVE WS-KYB-NEW-NIK     TO FD-KYB-OWNER-NIK
               MOVE WS-PC-FIELD(1:10)  TO FD-KYB-RISK
               MOVE WS-DATETIME(1:8)   TO FD-KYB-LAST-REVIEW
               MOVE WS-REVIEW-DATE     TO FD-KYB-NEXT-REVIEW
               MOVE 'N'                TO FD-KYB-SETTLE-HOLD
               MOVE WS-DATETIME        TO FD-KYB-UPDATED-AT

               IF WS-KYB-EXISTS = 'Y'
                   REWRITE KYB-FILE-RECORD
                   MOVE 'Y' TO WS-APPLY-OK
               ELSE
                   WRITE KYB-FILE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-APPLY-OK
                   END-WRITE
               END-IF

               CLOSE KYB-FILE
           END-IF.

      *----------------------------------------------------------------*
       COMPUTE-NEXT-REVIEW-DATE.
      *--- Tanggal persetujuan + siklus bulan; tanggal yang tidak  ---
      *--- ada di bulan tujuan (31, 29-30 Feb) dipotong ke akhir   ---
      *--- bulan                                                    ---
           MOVE WS-DATETIME(1:8) TO WS-REVIEW-DATE

           COMPUTE WS-RV-MONTH-TOTAL =
               WS-RV-YYYY * 12 + WS-RV-MM - 1 + WS-KYB-CYCLE-MONTHS
           DIVIDE WS-RV-MONTH-TOTAL BY 12
               GIVING WS-RV-YYYY
               REMAINDER WS-RV-MM
           ADD 1 TO WS-RV-MM

           IF WS-RV-MM = 2 AND WS-RV-DD > 28
               MOVE 28 TO WS-RV-DD
           END-IF

           IF WS-RV-DD = 31
              AND (WS-RV-MM = 4 OR WS-RV-MM = 6
                   OR WS-RV-MM = 9 OR WS-RV-MM = 11)
               MOVE 30 TO WS-RV-DD
           END-IF.

      *----------------------------------------------------------------*
       APPLY-ACCOUNT-CHANGE.
           OPEN I-O ACCOUNT-FILE
                                   TO FD-ACC-BALANCE
                               MOVE 'Y' TO WS-APPLY-OK
                           WHEN 'STATUS'
                               MOVE FD-ACC-STATUS TO WS-HS-OLD-STATUS
                               MOVE WS-PC-NEW-VALUE(1:10)
                                   TO FD-ACC-STATUS
                               MOVE 'Y' TO WS-APPLY-OK
                               MOVE 'ACCOUNT' TO WS-HS-ENTITY
                               MOVE FD-ACC-STATUS TO WS-HS-NEW-STATUS
      *--- PINHASH membawa salt(8) + hash(20) yang sudah jadi;   ---
      *--- baris PIN lama (antrian sebelum konversi) di-hash di   ---
      *--- sini. Kolom PIN accounts.dat selalu dikosongkan        ---
                           WHEN 'PINHASH'
                               MOVE WS-PC-KEY TO WS-PH-IN-USER-ID
                               MOVE WS-PC-NEW-VALUE(1:8)
                                   TO WS-PH-IN-SALT
                               MOVE WS-PC-NEW-VALUE(9:20)
                                   TO WS-PH-RESULT
                               PERFORM STORE-PIN-HASH
                               MOVE SPACES TO FD-ACC-PIN
                               MOVE 'Y' TO WS-APPLY-OK
                           WHEN 'PIN'
                               MOVE WS-PC-KEY TO WS-PH-IN-USER-ID
                               MOVE WS-PC-NEW-VALUE(1:6)
                                   TO WS-PH-IN-PIN
                               PERFORM NEW-PIN-SALT
                               PERFORM HASH-PIN
                               PERFORM STORE-PIN-HASH
                               MOVE SPACES TO WS-PH-IN-PIN
                               MOVE SPACES TO FD-ACC-PIN
                               MOVE 'Y' TO WS-APPLY-OK
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE

                       IF WS-APPLY-OK = 'Y'
                           PERFORM CAPTURE-BALANCE-BEFORE
                           REWRITE ACCOUNT-FILE-RECORD
                           PERFORM WRITE-BALANCE-EVENT
                           IF FUNCTION TRIM(WS-PC-FIELD) = 'STATUS'
                               PERFORM RECORD-APPROVED-STATUS
                           END-IF
                       END-IF
               END-READ

                   NOT INVALID KEY
                       EVALUATE FUNCTION TRIM(WS-PC-FIELD)
                           WHEN 'STATUS'
                               MOVE FD-MER-STATUS TO WS-HS-OLD-STATUS
                               MOVE WS-PC-NEW-VALUE(1:10)
                                   TO FD-MER-STATUS
                               MOVE 'Y' TO WS-APPLY-OK
                               MOVE 'MERCHANT' TO WS-HS-ENTITY
                               MOVE FD-MER-STATUS TO WS-HS-NEW-STATUS
                           WHEN 'BANKCODE'
                               MOVE WS-PC-NEW-VALUE(1:10)
                                   TO FD-MER-BANK-CODE

                       IF WS-APPLY-OK = 'Y'
                           REWRITE MERCHANT-FILE-RECORD
                           IF FUNCTION TRIM(WS-PC-FIELD) = 'STATUS'
                               PERFORM RECORD-APPROVED-STATUS
                           END-IF
                       END-IF
               END-READ

               CLOSE MERCHANT-FILE
           END-IF.

      *----------------------------------------------------------------*
       RECORD-APPROVED-STATUS.
      *--- Alasan = nomor perubahan dual control (detail maker di ---
      *--- pendchg.dat); pelaku = checker yang menyetujui          ---
           MOVE WS-PC-KEY TO WS-HS-KEY
           MOVE SPACES TO WS-HS-REASON
           STRING 'CHG:' WS-PC-CHG-ID
               DELIMITED SIZE INTO WS-HS-REASON
           END-STRING
           MOVE WS-IN-CHECKER TO WS-HS-CHANGED-BY
           PERFORM WRITE-STATUS-HISTORY.

      *----------------------------------------------------------------*
       APPLY-MERCHANT-RISK-CHANGE.
      *--- Kedua file hanya ditambah, tidak ditimpa: pembaca       ---
      *--- (SETTLESWP, RISKMON) memakai baris terakhir per merchant ---
      *--- dan auditor melihat seluruh riwayat tindakan             ---
           IF FUNCTION TRIM(WS-PC-FIELD) = 'RSVPCT'
               MOVE FUNCTION TEST-NUMVAL(WS-PC-NEW-VALUE)
                   TO WS-NUMVAL-CHECK
               IF WS-NUMVAL-CHECK = 0
                   MOVE FUNCTION NUMVAL(WS-PC-NEW-VALUE)
                       TO WS-RSV-NEW-BPS

                   OPEN EXTEND RSVCFG-FILE
                   IF RC-FS-NOT-FOUND
                       OPEN OUTPUT RSVCFG-FILE
                       CLOSE RSVCFG-FILE
                       OPEN EXTEND RSVCFG-FILE
                   END-IF

                   IF RC-FS-OK
                       MOVE WS-RSV-NEW-BPS TO WS-RC-BPS
                       MOVE WS-PC-KEY      TO WS-RC-MER-ID

                       WRITE RSVCFG-FILE-RECORD FROM WS-RSVCFG-RECORD
                       CLOSE RSVCFG-FILE

                       MOVE 'Y' TO WS-APPLY-OK
                   END-IF
               END-IF
           ELSE
               OPEN EXTEND SETLHOLD-FILE
               IF SH-FS-NOT-FOUND
                   OPEN OUTPUT SETLHOLD-FILE
                   CLOSE SETLHOLD-FILE
                   OPEN EXTEND SETLHOLD-FILE
               END-IF

               IF SH-FS-OK
                   MOVE WS-PC-KEY               TO WS-SH-MER-ID
                   MOVE WS-PC-NEW-VALUE(1:10)   TO WS-SH-ACTION
                   MOVE WS-DATETIME(1:8)        TO WS-SH-DATE
                   MOVE WS-PC-CHG-ID            TO WS-SH-CHG-ID

                   WRITE SETLHOLD-FILE-RECORD FROM WS-SETLHOLD-RECORD
                   CLOSE SETLHOLD-FILE

                   MOVE 'Y' TO WS-APPLY-OK
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       APPLY-MERCHANT-CASHPOINT.
      *--- cashpt.dat juga hanya ditambah; PAYMENTPROC dan CASHRPT ---
      *--- memakai baris terakhir per merchant                     ---
           MOVE SPACES TO WS-CP-VALUE-STATUS
           MOVE SPACES TO WS-CP-VALUE-CAP
           UNSTRING WS-PC-NEW-VALUE
               DELIMITED BY ':'
               INTO WS-CP-VALUE-STATUS
                    WS-CP-VALUE-CAP
           END-UNSTRING

           MOVE 0 TO WS-CP-CAP
           IF FUNCTION TRIM(WS-CP-VALUE-CAP) NOT = SPACES
               MOVE FUNCTION TEST-NUMVAL(WS-CP-VALUE-CAP)
                   TO WS-NUMVAL-CHECK
               IF WS-NUMVAL-CHECK = 0
                   MOVE FUNCTION NUMVAL(WS-CP-VALUE-CAP) TO WS-CP-CAP
               END-IF
           END-IF

           IF FUNCTION TRIM(WS-CP-VALUE-STATUS) = 'on'
              OR FUNCTION TRIM(WS-CP-VALUE-STATUS) = 'off'
               OPEN EXTEND CASHPT-FILE
               IF CP-FS-NOT-FOUND
                   OPEN OUTPUT CASHPT-FILE
                   CLOSE CASHPT-FILE
                   OPEN EXTEND CASHPT-FILE
               END-IF

               IF CP-FS-OK
                   MOVE WS-PC-KEY               TO WS-CP-MER-ID
                   MOVE WS-CP-VALUE-STATUS      TO WS-CP-STATUS
                   MOVE WS-DATETIME(1:8)        TO WS-CP-DATE
                   MOVE WS-PC-CHG-ID            TO WS-CP-CHG-ID

                   WRITE CASHPT-FILE-RECORD FROM WS-CASHPT-RECORD
                   CLOSE CASHPT-FILE

                   MOVE 'Y' TO WS-APPLY-OK
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       WRITE-DECISION-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
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
       NEW-PIN-SALT.
      *--- Salt acak 8 digit per user; generator di-seed sekali    ---
      *--- per run dari jam sistem                                   ---
           IF WS-PH-SEEDED = 'N'
               MOVE FUNCTION CURRENT-DATE TO WS-PH-NOW
               MOVE WS-PH-NOW(9:8) TO WS-PH-SEED
               COMPUTE WS-PH-RANDOM = FUNCTION RANDOM(WS-PH-SEED)
               MOVE 'Y' TO WS-PH-SEEDED
           END-IF

           COMPUTE WS-PH-RANDOM = FUNCTION RANDOM
           COMPUTE WS-PH-SALT-NUM = WS-PH-RANDOM * 100000000
           MOVE WS-PH-SALT-NUM TO WS-PH-IN-SALT.

      *----------------------------------------------------------------*
       STORE-PIN-HASH.
      *--- WS-PH-IN-SALT + WS-PH-RESULT milik WS-PH-IN-USER-ID     ---
      *--- ditulis ke pinhash.dat (record baru atau timpa lama)     ---
           OPEN I-O PINHASH-FILE
           IF WS-PH-FILE-STATUS = '35'
               OPEN OUTPUT PINHASH-FILE
               CLOSE PINHASH-FILE
               OPEN I-O PINHASH-FILE
           END-IF

           IF PH-FS-OK
               MOVE FUNCTION CURRENT-DATE TO WS-PH-NOW
               MOVE WS-PH-IN-USER-ID TO FD-PH-USER-ID

               READ PINHASH-FILE
                   KEY IS FD-PH-USER-ID
                   INVALID KEY
                       MOVE WS-PH-IN-SALT   TO FD-PH-SALT
                       MOVE WS-PH-RESULT    TO FD-PH-HASH
                       MOVE WS-PH-NOW(1:20) TO FD-PH-UPDATED-AT
                       WRITE PINHASH-FILE-RECORD
                   NOT INVALID KEY
                       MOVE WS-PH-IN-SALT   TO FD-PH-SALT
                       MOVE WS-PH-RESULT    TO FD-PH-HASH
                       MOVE WS-PH-NOW(1:20) TO FD-PH-UPDATED-AT
                       REWRITE PINHASH-FILE-RECORD
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

      *================================================================*
      * INSTSETL.CBL - Merchant Instant (Early) Settlement            *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTSETL.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCHANT-FILE
               ASSIGN TO DYNAMIC WS-MERCHANT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

      *--- Kredensial self-service merchant (MERCHCRED) - dipakai  ---
      *--- kalau permintaan datang dari merchant sendiri            ---
           SELECT MERCHCRED-FILE
               ASSIGN TO DYNAMIC WS-MERCHCRED-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-MC-MER-ID
               FILE STATUS IS WS-MC-FILE-STATUS.

      *--- Registri operator - permintaan lewat ops harus atas     ---
      *--- nama operator terdaftar dan aktif                        ---
           SELECT OPERATOR-FILE
               ASSIGN TO DYNAMIC WS-OPERATOR-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input     ---
      *--- membawa token sesi, bukan ID operator polos              ---
           SELECT SESSION-FILE
               ASSIGN TO DYNAMIC WS-SESSION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Interface keluar ke bank (SETTLESWP) - payout instan    ---
      *--- ditulis di file yang sama, ditandai INSTANT beserta     ---
      *--- jendela waktu transaksi yang dicakupnya                  ---
           SELECT PAYOUT-FILE
               ASSIGN TO DYNAMIC WS-PAYOUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

      *--- Kalender hari kerja: CUTOFF|HHMMSS dan HOLIDAY|YYYYMMDD ---
           SELECT BUSCAL-FILE
               ASSIGN TO DYNAMIC WS-BUSCAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BC-FILE-STATUS.

      *--- Kasus dispute hidup ditahan dari payout (pola SETTLESWP) ---
           SELECT DISPUTE-FILE
               ASSIGN TO DYNAMIC WS-DISPUTE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DSP-FILE-STATUS.

      *--- Rolling reserve: master kategori, tanggal onboarding,   ---
      *--- konfigurasi reserve dan buku besar reserve               ---
           SELECT CATMAST-FILE
               ASSIGN TO DYNAMIC WS-CATMAST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT MERCHONB-FILE
               ASSIGN TO DYNAMIC WS-MERCHONB-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OB-FILE-STATUS.

           SELECT RSVCFG-FILE
               ASSIGN TO DYNAMIC WS-RSVCFG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT RESERVE-FILE
               ASSIGN TO DYNAMIC WS-RESERVE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSV-FILE-STATUS.

      *--- Hierarki outlet -> induk: settlement outlet hanya lewat ---
      *--- merchant induknya                                        ---
           SELECT MERCHPAR-FILE
               ASSIGN TO DYNAMIC WS-MERCHPAR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MPAR-FILE-STATUS.

      *--- Penahanan settlement KYB dan risiko (pola SETTLESWP) ---
           SELECT KYB-FILE
               ASSIGN TO DYNAMIC WS-KYB-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-KYB-MER-ID
               FILE STATUS IS WS-KYB-FILE-STATUS.

           SELECT SETLHOLD-FILE
               ASSIGN TO DYNAMIC WS-SETLHOLD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SH-FILE-STATUS.

      *--- Status sistem - selama EOD settling tidak ada payout    ---
      *--- instan (pola DISPATCHER)                                 ---
           SELECT SYSSTAT-FILE
               ASSIGN TO DYNAMIC WS-SYSSTAT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.

      *--- Master parameter bisnis (INSTFEEBPS, INSTFEEMIN) ---
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

      *--- Audit log bersama ---
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  MERCHCRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHCRED-FILE-RECORD.
           05  FD-MC-MER-ID        PIC X(20).
           05  FD-MC-PIN           PIC X(6).
           05  FD-MC-STATUS        PIC X(10).
           05  FD-MC-UPDATED-AT    PIC X(20).

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

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  PAYOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYOUT-FILE-RECORD      PIC X(200).

       FD  BUSCAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSCAL-FILE-RECORD      PIC X(40).

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISPUTE-FILE-RECORD     PIC X(300).

       FD  CATMAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATMAST-FILE-RECORD     PIC X(120).

       FD  MERCHONB-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHONB-FILE-RECORD    PIC X(40).

       FD  RSVCFG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RSVCFG-FILE-RECORD      PIC X(40).

       FD  RESERVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESERVE-FILE-RECORD     PIC X(80).

       FD  MERCHPAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  MERCHPAR-FILE-RECORD    PIC X(50).

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

       FD  SETLHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETLHOLD-FILE-RECORD    PIC X(60).

       FD  SYSSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSSTAT-FILE-RECORD     PIC X(40).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       FD  CHGFEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGFEED-FILE-RECORD     PIC X(250).

       FD  CHGSEQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHGSEQ-FILE-RECORD      PIC X(12).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-MERCHCRED-FILE-PATH   PIC X(100)
           VALUE '/app/data/merchcred.dat'.
       01  WS-OPERATOR-FILE-PATH    PIC X(100)
           VALUE '/app/data/operators.dat'.
       01  WS-SESSION-FILE-PATH     PIC X(100)
           VALUE '/app/data/sessions.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-PAYOUT-FILE-PATH      PIC X(100)
           VALUE '/app/data/payouts.dat'.
       01  WS-BUSCAL-FILE-PATH      PIC X(100)
           VALUE '/app/data/buscal.dat'.
       01  WS-DISPUTE-FILE-PATH     PIC X(100)
           VALUE '/app/data/disputes.dat'.
       01  WS-CATMAST-FILE-PATH     PIC X(100)
           VALUE '/app/data/catmast.dat'.
       01  WS-MERCHONB-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchonb.dat'.
       01  WS-RSVCFG-FILE-PATH      PIC X(100)
           VALUE '/app/data/rsvconfig.dat'.
       01  WS-RESERVE-FILE-PATH     PIC X(100)
           VALUE '/app/data/reserves.dat'.
       01  WS-MERCHPAR-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchpar.dat'.
       01  WS-KYB-FILE-PATH         PIC X(100)
           VALUE '/app/data/kybmast.dat'.
       01  WS-SETLHOLD-FILE-PATH    PIC X(100)
           VALUE '/app/data/setlhold.dat'.
       01  WS-SYSSTAT-FILE-PATH     PIC X(100)
           VALUE '/app/data/sysstat.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-CHGFEED-FILE-PATH     PIC X(100)
           VALUE '/app/data/chgfeed.dat'.
       01  WS-CHGSEQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/chgseq.dat'.
       01  WS-AUDIT-FILE-PATH       PIC X(100)
           VALUE '/app/data/audit.log'.

      *--- File Status ---
       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.

       01  WS-MC-FILE-STATUS       PIC XX.
           88  MC-FS-OK            VALUE '00'.

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

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.
           88  TXN-FS-NOT-FOUND    VALUE '35'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FS-OK           VALUE '00'.
           88  PAY-FS-EOF          VALUE '10'.
           88  PAY-FS-NOT-FOUND    VALUE '35'.

       01  WS-BC-FILE-STATUS       PIC XX.
           88  BC-FS-OK            VALUE '00'.
           88  BC-FS-EOF           VALUE '10'.

       01  WS-DSP-FILE-STATUS      PIC XX.
           88  DSP-FS-OK           VALUE '00'.
           88  DSP-FS-EOF          VALUE '10'.

       01  WS-CM-FILE-STATUS       PIC XX.
           88  CM-FS-OK            VALUE '00'.
           88  CM-FS-EOF           VALUE '10'.

       01  WS-OB-FILE-STATUS       PIC XX.
           88  OB-FS-OK            VALUE '00'.
           88  OB-FS-EOF           VALUE '10'.

       01  WS-RC-FILE-STATUS       PIC XX.
           88  RC-FS-OK            VALUE '00'.
           88  RC-FS-EOF           VALUE '10'.

       01  WS-RSV-FILE-STATUS      PIC XX.
           88  RSV-FS-OK           VALUE '00'.
           88  RSV-FS-NOT-FOUND    VALUE '35'.

       01  WS-MPAR-FILE-STATUS     PIC XX.
           88  MPAR-FS-OK          VALUE '00'.
           88  MPAR-FS-EOF         VALUE '10'.

       01  WS-KYB-FILE-STATUS      PIC XX.
           88  KYB-FS-OK           VALUE '00'.

       01  WS-SH-FILE-STATUS       PIC XX.
           88  SH-FS-OK            VALUE '00'.
           88  SH-FS-EOF           VALUE '10'.

       01  WS-SS-FILE-STATUS       PIC XX.
           88  SS-FS-OK            VALUE '00'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Input: MODE|MERCHANT_ID|OPERATOR|PIN. MODE QUOTE hanya  ---
      *--- menghitung, REQUEST membayar. OPERATOR berisi token      ---
      *--- sesi OPRSIGN; OPERATOR '-' berarti                       ---
      *--- permintaan merchant sendiri (DISPATCHER MERCHINST) dan  ---
      *--- PIN merchant wajib cocok dengan MERCHCRED               ---
       01  WS-INPUT-LINE           PIC X(200).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-MERCHANT-ID       PIC X(20).
       01  WS-IN-OPERATOR          PIC X(12).
       01  WS-IN-PIN               PIC X(10).
       01  WS-REQUESTED-BY         PIC X(12).
       01  WS-AUTH-OK              PIC X(1) VALUE 'N'.

       01  WS-SYSSTAT-LINE         PIC X(40).
       01  WS-SYSSTAT-STATE        PIC X(10).
       01  WS-EOD-SETTLING         PIC X(1) VALUE 'N'.

      *--- Merchant yang meminta ---
       01  WS-MER-PARSE.
           05  WS-MP-MER-ID        PIC X(20).
           05  WS-MP-NAME          PIC X(100).
           05  WS-MP-CATEGORY      PIC X(50).
           05  WS-MP-STATUS        PIC X(10).
           05  WS-MP-BANK-CODE     PIC X(10).
           05  WS-MP-ACCOUNT       PIC X(20).
           05  WS-MP-CURRENCY      PIC X(3).
       01  WS-MER-FOUND            PIC X(1) VALUE 'N'.
       01  WS-IS-OUTLET            PIC X(1) VALUE 'N'.
       01  WS-KYB-HOLD             PIC X(1) VALUE 'N'.
       01  WS-RISK-HOLD            PIC X(1) VALUE 'N'.
       01  WS-MPAR-LINE            PIC X(50).
       01  WS-MPAR-REC-OUTLET      PIC X(20).
       01  WS-MPAR-REC-PARENT      PIC X(20).
       01  WS-SH-LINE              PIC X(60).
       01  WS-SH-REC-MER           PIC X(20).
       01  WS-SH-REC-ACTION        PIC X(10).

      *--- Waktu permintaan dan tanggal bisnisnya ---
       01  WS-DATETIME             PIC X(20).
       01  WS-NOW-STAMP            PIC X(14).
       01  WS-BUSINESS-DATE        PIC X(8).

      *--- Kalender hari kerja & cut-off settlement ---
       01  WS-BC-ACTIVE            PIC X(1) VALUE 'N'.
       01  WS-BC-CUTOFF            PIC X(6) VALUE '235959'.
       01  WS-BC-LINE              PIC X(40).
       01  WS-BC-REC-TYPE          PIC X(10).
       01  WS-BC-REC-VALUE         PIC X(10).

       01  WS-HOLIDAY-TABLE.
           05  WS-HD-DATE          PIC X(8) OCCURS 100 TIMES.
       01  WS-HOLIDAY-COUNT        PIC 9(3) VALUE 0.
       01  WS-HD-IDX               PIC 9(3).

       01  WS-BD-STAMP             PIC X(14).
       01  WS-BD-DATE-NUM          PIC 9(8).
       01  WS-BD-INT               PIC 9(8).
       01  WS-BD-DOW               PIC 9(1).
       01  WS-BD-IS-BUSINESS       PIC X(1).
       01  WS-BD-GUARD             PIC 9(3).
       01  WS-BD-RESULT            PIC X(8).

      *--- Payout merchant di payouts.dat. Baris payout instan     ---
      *--- membawa ekor KIND/COVER-FROM/COVER-TO: transaksi        ---
      *--- dengan created_at dalam [FROM, TO) sudah dibayar dan    ---
      *--- dilewati sweep malam SETTLESWP                           ---
       01  WS-PAYOUT-RECORD.
           05  WS-PAY-BANK-CODE    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-MER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-ACCOUNT      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-DATE         PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-AMOUNT       PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-TXN-COUNT    PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-STATUS       PIC X(10).
           05  WS-PAY-KIND-SEP     PIC X(1).
           05  WS-PAY-KIND         PIC X(8).
           05  WS-PAY-FROM-SEP     PIC X(1).
           05  WS-PAY-COVER-FROM   PIC X(14).
           05  WS-PAY-TO-SEP       PIC X(1).
           05  WS-PAY-COVER-TO     PIC X(14).

       01  WS-SWEPT-ALREADY        PIC X(1) VALUE 'N'.
       01  WS-WINDOW-FROM          PIC X(14) VALUE '00000000000000'.
       01  WS-WINDOW-TO            PIC X(14).
       01  WS-INST-COUNT-TODAY     PIC 9(3) VALUE 0.

      *--- Parse transaksi ---
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
       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.
       01  WS-SPLIT-TAGS           PIC 9(3) VALUE 0.

      *--- Akumulasi jendela yang dibayar ---
       01  WS-GROSS                PIC 9(13)V99 VALUE 0.
       01  WS-MDR-FEE              PIC 9(13)V99 VALUE 0.
       01  WS-DISPUTED             PIC 9(13)V99 VALUE 0.
       01  WS-TXN-COUNT            PIC 9(7) VALUE 0.
       01  WS-NET-AMOUNT           PIC 9(13)V99 VALUE 0.
       01  WS-INST-FEE             PIC 9(13)V99 VALUE 0.
       01  WS-PAYABLE              PIC 9(13)V99 VALUE 0.

      *--- Biaya settlement instan: bps dari netto, dengan biaya   ---
      *--- minimum (default bila belum pernah diubah PARMAINT)     ---
       01  WS-INST-FEE-BPS         PIC 9(5) VALUE 50.
       01  WS-INST-FEE-MIN         PIC 9(13)V99 VALUE 2000.
       01  WS-FEE-INCOME-USER      PIC X(20) VALUE 'BANKFEEINC'.
       01  WS-FEE-INC-FOUND        PIC X(1) VALUE 'N'.
       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-EFF-BPS           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-MIN           PIC X(8) VALUE SPACES.
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Rolling reserve (pola SETTLESWP) ---
       01  WS-CM-LINE              PIC X(120).
       01  WS-CM-CODE              PIC X(20).
       01  WS-CM-DESC              PIC X(50).
       01  WS-CM-LIMIT             PIC X(20).
       01  WS-CM-RISK              PIC X(10).
       01  WS-OB-LINE              PIC X(40).
       01  WS-OB-REC-MER           PIC X(20).
       01  WS-OB-REC-DATE          PIC X(10).
       01  WS-ONB-DATE             PIC X(8) VALUE SPACES.
       01  WS-RC-LINE              PIC X(40).
       01  WS-RC-REC-TYPE          PIC X(10).
       01  WS-RC-REC-VALUE         PIC X(10).
       01  WS-RC-REC-MER           PIC X(20).
       01  WS-RSV-BPS              PIC 9(4) VALUE 1000.
       01  WS-RSV-MER-BPS          PIC 9(5) VALUE 0.
       01  WS-RSV-APPLY-BPS        PIC 9(5).
       01  WS-RSV-HOLD-DAYS        PIC 9(3) VALUE 14.
       01  WS-RSV-NEW-DAYS         PIC 9(3) VALUE 30.
       01  WS-RSV-APPLY            PIC X(1) VALUE 'N'.
       01  WS-RSV-HIRISK           PIC X(1) VALUE 'N'.
       01  WS-RSV-AMOUNT           PIC 9(13)V99 VALUE 0.
       01  WS-RSV-RELEASE-DATE     PIC X(8).
       01  WS-RSV-DATE-NUM         PIC 9(8).
       01  WS-RSV-DATE-INT         PIC 9(8).
       01  WS-NEW-CUTOFF-DATE      PIC X(8).

       01  WS-RESERVE-RECORD.
           05  WS-RV-MER-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RV-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RV-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RV-RELEASE-DATE  PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RV-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Kasus dispute hidup (selaras DISPMAINT) ---
       01  WS-DISPUTE-RECORD.
           05  WS-DP-CASE-ID       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-DP-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-DP-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DP-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DP-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-DP-TXN-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-DP-STATUS        PIC X(20).

       01  WS-DISPUTE-TABLE.
           05  WS-DH-ENTRY OCCURS 200 TIMES.
               10  WS-DH-TXN-ID    PIC X(36).
               10  WS-DH-AMOUNT    PIC 9(13)V99.
       01  WS-DISPUTE-COUNT        PIC 9(3) VALUE 0.
       01  WS-DSP-IDX              PIC 9(3).

      *--- Referensi payout instan sekaligus txn id baris INSTFEE ---
       01  WS-INST-REF             PIC X(36).

       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.

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

      *--- Audit log ---
       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'INSTSETL'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

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
           05  WS-CE-PROGRAM       PIC X(12) VALUE 'INSTSETL'.
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

       01  WS-GROSS-EDIT           PIC Z(12)9.99.
       01  WS-MDR-EDIT             PIC Z(12)9.99.
       01  WS-DISPUTED-EDIT        PIC Z(12)9.99.
       01  WS-RSV-EDIT             PIC Z(12)9.99.
       01  WS-FEE-EDIT             PIC Z(12)9.99.
       01  WS-PAYABLE-EDIT         PIC Z(12)9.99.
       01  WS-COUNT-EDIT           PIC ZZZZZZ9.
       01  WS-POSTED-FLAG          PIC X(5) VALUE 'false'.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Settlement instan atas permintaan merchant: saldo        ---
      *--- transaksi hari bisnis berjalan yang belum disapu dibayar ---
      *--- sekarang ke payouts.dat dikurangi biaya instan. Reserve  ---
      *--- dan dispute hidup ditahan seperti sweep malam; baris     ---
      *--- yang sudah dibayar dilewati SETTLESWP lewat jendela      ---
      *--- waktu di baris payoutnya                                  ---
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE FROM COMMAND-LINE
           IF WS-INPUT-LINE = SPACES
               ACCEPT WS-INPUT-LINE
           END-IF

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-MERCHANT-ID
                    WS-IN-OPERATOR
                    WS-IN-PIN
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WS-IN-MODE) TO WS-IN-MODE

           IF FUNCTION TRIM(WS-IN-MODE) NOT = 'QUOTE'
              AND FUNCTION TRIM(WS-IN-MODE) NOT = 'REQUEST'
               PERFORM RETURN-INVALID-MODE
               STOP RUN
           END-IF

           PERFORM AUTHENTICATE-REQUEST

           IF WS-AUTH-OK = 'N'
               PERFORM RETURN-NOT-AUTHORIZED
               STOP RUN
           END-IF

           PERFORM CHECK-EOD-WINDOW

           IF WS-EOD-SETTLING = 'Y'
               PERFORM RETURN-EOD-WINDOW
               STOP RUN
           END-IF

           PERFORM READ-MERCHANT

           IF WS-MER-FOUND = 'N'
               PERFORM RETURN-INVALID-MERCHANT
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-MP-STATUS) NOT = 'active'
               PERFORM RETURN-MERCHANT-INACTIVE
               STOP RUN
           END-IF

      *--- Outlet tidak punya payout sendiri - settlement-nya      ---
      *--- digulung ke merchant induk oleh SETTLESWP                ---
           PERFORM CHECK-OUTLET-LINK

           IF WS-IS-OUTLET = 'Y'
               PERFORM RETURN-OUTLET-REFUSED
               STOP RUN
           END-IF

           PERFORM CHECK-SETTLEMENT-HOLDS

           IF WS-KYB-HOLD = 'Y' OR WS-RISK-HOLD = 'Y'
               PERFORM RETURN-SETTLEMENT-HELD
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-NOW-STAMP

           PERFORM LOAD-BUSINESS-CALENDAR
           MOVE WS-NOW-STAMP TO WS-BD-STAMP
           PERFORM COMPUTE-BUSINESS-DATE
           MOVE WS-BD-RESULT TO WS-BUSINESS-DATE

           PERFORM LOAD-INSTANT-PARAMS

      *--- Sweep malam tanggal bisnis ini sudah jalan: tidak ada   ---
      *--- lagi yang belum disapu                                   ---
           PERFORM SCAN-EXISTING-PAYOUTS

           IF WS-SWEPT-ALREADY = 'Y'
               PERFORM RETURN-ALREADY-SWEPT
               STOP RUN
           END-IF

           MOVE WS-NOW-STAMP TO WS-WINDOW-TO

           PERFORM LOAD-DISPUTE-HOLDS
           PERFORM AGGREGATE-WINDOW
           PERFORM COMPUTE-PAYABLE

           IF WS-TXN-COUNT = 0 OR WS-PAYABLE = 0
               PERFORM RETURN-NOTHING-PAYABLE
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-MODE) = 'QUOTE'
               PERFORM PRINT-RESULT-LINE
               STOP RUN
           END-IF

           PERFORM CHECK-FEE-INCOME-ACCOUNT

           IF WS-FEE-INC-FOUND = 'N'
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM BUILD-INSTANT-REF
           PERFORM WRITE-INSTANT-PAYOUT

           IF NOT PAY-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           IF WS-RSV-AMOUNT > 0
               PERFORM WRITE-RESERVE-ROW
           END-IF

           PERFORM CREDIT-FEE-INCOME
           PERFORM WRITE-INSTANT-FEE-TRANSACTION

           MOVE 'true' TO WS-POSTED-FLAG

           MOVE SPACES TO WS-AUD-KEY
           STRING 'INSTANT MER:' FUNCTION TRIM(WS-IN-MERCHANT-ID)
               ' BY:' FUNCTION TRIM(WS-REQUESTED-BY)
               ' REF:' FUNCTION TRIM(WS-INST-REF)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING
           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           PERFORM PRINT-RESULT-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchcred.dat' DELIMITED SIZE
                      INTO WS-MERCHCRED-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/operators.dat' DELIMITED SIZE
                      INTO WS-OPERATOR-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/sessions.dat' DELIMITED SIZE
                      INTO WS-SESSION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/payouts.dat' DELIMITED SIZE
                      INTO WS-PAYOUT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/buscal.dat' DELIMITED SIZE
                      INTO WS-BUSCAL-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/disputes.dat' DELIMITED SIZE
                      INTO WS-DISPUTE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/catmast.dat' DELIMITED SIZE
                      INTO WS-CATMAST-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchonb.dat' DELIMITED SIZE
                      INTO WS-MERCHONB-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/rsvconfig.dat' DELIMITED SIZE
                      INTO WS-RSVCFG-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/reserves.dat' DELIMITED SIZE
                      INTO WS-RESERVE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchpar.dat' DELIMITED SIZE
                      INTO WS-MERCHPAR-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/kybmast.dat' DELIMITED SIZE
                      INTO WS-KYB-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/setlhold.dat' DELIMITED SIZE
                      INTO WS-SETLHOLD-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/sysstat.dat' DELIMITED SIZE
                      INTO WS-SYSSTAT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
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
                      '/audit.log' DELIMITED SIZE
                      INTO WS-AUDIT-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       AUTHENTICATE-REQUEST.
      *--- Kolom operator membawa token sesi OPRSIGN; pemiliknya    ---
      *--- harus operator aktif, dan REQUEST atas nama merchant     ---
      *--- hanya boleh oleh supervisor (QUOTE cukup operator        ---
      *--- aktif). Permintaan merchant sendiri wajib PIN MERCHCRED  ---
      *--- yang aktif                                               ---
           MOVE 'N' TO WS-AUTH-OK

           IF FUNCTION TRIM(WS-IN-OPERATOR) = SPACES
              OR FUNCTION TRIM(WS-IN-OPERATOR) = '-'
               MOVE 'MERCHANT' TO WS-REQUESTED-BY

               OPEN INPUT MERCHCRED-FILE
               IF MC-FS-OK
                   MOVE WS-IN-MERCHANT-ID TO FD-MC-MER-ID

                   READ MERCHCRED-FILE
                       KEY IS FD-MC-MER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FUNCTION TRIM(FD-MC-STATUS) = 'active'
                              AND FUNCTION TRIM(FD-MC-PIN) =
                                  FUNCTION TRIM(WS-IN-PIN)
                              AND FUNCTION TRIM(WS-IN-PIN) NOT = SPACES
                               MOVE 'Y' TO WS-AUTH-OK
                           END-IF
                   END-READ

                   CLOSE MERCHCRED-FILE
               END-IF
           ELSE
               MOVE WS-IN-OPERATOR TO WS-SESSION-TOKEN
               PERFORM RESOLVE-SESSION-TOKEN

               IF WS-SESSION-OK = 'N'
                   MOVE SPACES TO WS-AUD-KEY
                   STRING 'INSTANT MER:'
                       FUNCTION TRIM(WS-IN-MERCHANT-ID)
                       ' BY:-' DELIMITED SIZE INTO WS-AUD-KEY
                   END-STRING
                   MOVE EC-SESSION-INVALID TO WS-AUD-CODE
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM RETURN-SESSION-INVALID
                   STOP RUN
               END-IF

               MOVE WS-SESSION-OP-ID TO WS-IN-OPERATOR
               MOVE WS-IN-OPERATOR TO WS-REQUESTED-BY

               OPEN INPUT OPERATOR-FILE
               IF OPR-FS-OK
                   MOVE WS-IN-OPERATOR TO FD-OPR-OP-ID

                   READ OPERATOR-FILE
                       KEY IS FD-OPR-OP-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                              AND (FUNCTION TRIM(FD-OPR-ROLE) =
                                   'supervisor'
                                   OR FUNCTION TRIM(WS-IN-MODE) =
                                   'QUOTE')
                               MOVE 'Y' TO WS-AUTH-OK
                           END-IF
                   END-READ

                   CLOSE OPERATOR-FILE
               END-IF
           END-IF

           IF WS-AUTH-OK = 'N'
               MOVE SPACES TO WS-AUD-KEY
               STRING 'INSTANT MER:' FUNCTION TRIM(WS-IN-MERCHANT-ID)
                   ' BY:' FUNCTION TRIM(WS-REQUESTED-BY)
                   DELIMITED SIZE INTO WS-AUD-KEY
               END-STRING
               MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
               PERFORM WRITE-AUDIT-LOG
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
       RETURN-SESSION-INVALID.
           MOVE SPACES TO WS-JSON-OUTPUT
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
       CHECK-EOD-WINDOW.
           MOVE 'N' TO WS-EOD-SETTLING

           OPEN INPUT SYSSTAT-FILE
           IF SS-FS-OK
               READ SYSSTAT-FILE INTO WS-SYSSTAT-LINE
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING WS-SYSSTAT-LINE
                       DELIMITED BY '|'
                       INTO WS-SYSSTAT-STATE
                   END-UNSTRING

                   IF FUNCTION TRIM(WS-SYSSTAT-STATE) = 'settling'
                       MOVE 'Y' TO WS-EOD-SETTLING
                   END-IF
               END-READ

               CLOSE SYSSTAT-FILE
           END-IF.

      *----------------------------------------------------------------*
       READ-MERCHANT.
           MOVE 'N' TO WS-MER-FOUND

           OPEN INPUT MERCHANT-FILE
           IF MER-FS-OK
               MOVE WS-IN-MERCHANT-ID TO FD-MER-MER-ID

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
       CHECK-OUTLET-LINK.
           MOVE 'N' TO WS-IS-OUTLET

           OPEN INPUT MERCHPAR-FILE
           IF MPAR-FS-OK
               PERFORM UNTIL MPAR-FS-EOF
                   READ MERCHPAR-FILE INTO WS-MPAR-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-MPAR-REC-OUTLET
                       MOVE SPACES TO WS-MPAR-REC-PARENT
                       UNSTRING WS-MPAR-LINE
                           DELIMITED BY '|'
                           INTO WS-MPAR-REC-OUTLET
                                WS-MPAR-REC-PARENT
                       END-UNSTRING

                       IF FUNCTION TRIM(WS-MPAR-REC-OUTLET) =
                          FUNCTION TRIM(WS-IN-MERCHANT-ID)
                          AND FUNCTION TRIM(WS-MPAR-REC-PARENT)
                              NOT = SPACES
                           MOVE 'Y' TO WS-IS-OUTLET
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE MERCHPAR-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-SETTLEMENT-HOLDS.
      *--- Review KYB terlambat (KYBREV) dan tahan risiko dari      ---
      *--- setlhold.dat - baris terakhir per merchant yang berlaku  ---
           MOVE 'N' TO WS-KYB-HOLD
           MOVE 'N' TO WS-RISK-HOLD

           OPEN INPUT KYB-FILE
           IF KYB-FS-OK
               MOVE WS-IN-MERCHANT-ID TO FD-KYB-MER-ID

               READ KYB-FILE
                   KEY IS FD-KYB-MER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FD-KYB-SETTLE-HOLD = 'Y'
                           MOVE 'Y' TO WS-KYB-HOLD
                       END-IF
               END-READ

               CLOSE KYB-FILE
           END-IF

           OPEN INPUT SETLHOLD-FILE
           IF SH-FS-OK
               PERFORM UNTIL SH-FS-EOF
                   READ SETLHOLD-FILE INTO WS-SH-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-SH-REC-MER
                       MOVE SPACES TO WS-SH-REC-ACTION
                       UNSTRING WS-SH-LINE
                           DELIMITED BY '|'
                           INTO WS-SH-REC-MER
                                WS-SH-REC-ACTION
                       END-UNSTRING

                       IF WS-SH-REC-MER = WS-IN-MERCHANT-ID
                           IF FUNCTION TRIM(WS-SH-REC-ACTION) = 'hold'
                               MOVE 'Y' TO WS-RISK-HOLD
                           ELSE
                               MOVE 'N' TO WS-RISK-HOLD
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE SETLHOLD-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-BUSINESS-CALENDAR.
      *--- Muat cut-off dan daftar libur; fitur tanggal bisnis      ---
      *--- hanya aktif kalau file kalendernya ada                   ---
           MOVE 'N' TO WS-BC-ACTIVE

           OPEN INPUT BUSCAL-FILE
           IF BC-FS-OK
               MOVE 'Y' TO WS-BC-ACTIVE

               PERFORM UNTIL BC-FS-EOF
                   READ BUSCAL-FILE INTO WS-BC-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING WS-BC-LINE
                           DELIMITED BY '|'
                           INTO WS-BC-REC-TYPE
                                WS-BC-REC-VALUE
                       END-UNSTRING

                       IF FUNCTION TRIM(WS-BC-REC-TYPE) = 'CUTOFF'
                           MOVE WS-BC-REC-VALUE(1:6) TO WS-BC-CUTOFF
                       END-IF

                       IF FUNCTION TRIM(WS-BC-REC-TYPE) = 'HOLIDAY'
                          AND WS-HOLIDAY-COUNT < 100
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE WS-BC-REC-VALUE(1:8)
                               TO WS-HD-DATE(WS-HOLIDAY-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE BUSCAL-FILE
           END-IF.

      *----------------------------------------------------------------*
       COMPUTE-BUSINESS-DATE.
      *--- Tanggal bisnis sebuah stempel waktu, aturan sama dengan ---
      *--- GET-TXN-BUSINESS-DATE di SETTLESWP: lewat cut-off       ---
      *--- menggulung ke hari berikutnya, akhir pekan/libur ke     ---
      *--- hari kerja berikutnya                                    ---
           MOVE WS-BD-STAMP(1:8) TO WS-BD-RESULT

           IF WS-BC-ACTIVE = 'Y'
               MOVE FUNCTION NUMVAL(WS-BD-STAMP(1:8))
                   TO WS-BD-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-BD-DATE-NUM)
                   TO WS-BD-INT

               IF WS-BD-STAMP(9:6) > WS-BC-CUTOFF
                   ADD 1 TO WS-BD-INT
               END-IF

               MOVE 0 TO WS-BD-GUARD
               MOVE 'N' TO WS-BD-IS-BUSINESS

               PERFORM UNTIL WS-BD-IS-BUSINESS = 'Y'
                  OR WS-BD-GUARD > 30
                   ADD 1 TO WS-BD-GUARD
                   PERFORM CHECK-BUSINESS-DAY

                   IF WS-BD-IS-BUSINESS = 'N'
                       ADD 1 TO WS-BD-INT
                   END-IF
               END-PERFORM

               MOVE FUNCTION DATE-OF-INTEGER(WS-BD-INT)
                   TO WS-BD-DATE-NUM
               MOVE WS-BD-DATE-NUM TO WS-BD-RESULT
           END-IF.

      *----------------------------------------------------------------*
       CHECK-BUSINESS-DAY.
      *--- Hari 1 kalender integer jatuh di Senin, jadi MOD 7:    ---
      *--- 6 = Sabtu, 0 = Minggu                                  ---
           MOVE 'Y' TO WS-BD-IS-BUSINESS

           MOVE FUNCTION MOD(WS-BD-INT, 7) TO WS-BD-DOW
           IF WS-BD-DOW = 6 OR WS-BD-DOW = 0
               MOVE 'N' TO WS-BD-IS-BUSINESS
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER(WS-BD-INT)
               TO WS-BD-DATE-NUM

           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HOLIDAY-COUNT
               IF FUNCTION NUMVAL(WS-HD-DATE(WS-HD-IDX)) =
                  WS-BD-DATE-NUM
                   MOVE 'N' TO WS-BD-IS-BUSINESS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       LOAD-INSTANT-PARAMS.
      *--- Per nama, baris efektif terbaru yang tidak melewati     ---
      *--- tanggal bisnis menang (pola PARMRPT)                     ---
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

           IF WS-PM-REC-EFF(1:8) > WS-BUSINESS-DATE
              OR FUNCTION TRIM(WS-PM-REC-VALUE) = SPACES
               CONTINUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
                   TO WS-NUMVAL-CHECK

               EVALUATE FUNCTION TRIM(WS-PM-REC-NAME)
                   WHEN 'INSTFEEBPS'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-BPS
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-BPS
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-INST-FEE-BPS
                       END-IF
                   WHEN 'INSTFEEMIN'
                       IF WS-NUMVAL-CHECK = 0
                          AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-MIN
                           MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-MIN
                           MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                               TO WS-INST-FEE-MIN
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       SCAN-EXISTING-PAYOUTS.
      *--- Payout reguler (tanpa tanda INSTANT) yang tidak failed  ---
      *--- untuk tanggal bisnis ini = sweep malam sudah membayar.  ---
      *--- Jendela berikutnya mulai dari akhir payout instan        ---
      *--- terakhir yang tidak failed; jendela yang failed di       ---
      *--- PAYACK ikut tercakup lagi                                 ---
           MOVE 'N' TO WS-SWEPT-ALREADY
           MOVE '00000000000000' TO WS-WINDOW-FROM
           MOVE 0 TO WS-INST-COUNT-TODAY

           OPEN INPUT PAYOUT-FILE
           IF PAY-FS-OK
               PERFORM UNTIL PAY-FS-EOF
                   MOVE SPACES TO WS-PAYOUT-RECORD
                   READ PAYOUT-FILE INTO WS-PAYOUT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PAY-DATE = WS-BUSINESS-DATE
                          AND WS-PAY-MER-ID = WS-IN-MERCHANT-ID
                          AND FUNCTION TRIM(WS-PAY-STATUS)
                              NOT = 'failed'
                           IF FUNCTION TRIM(WS-PAY-KIND) = 'INSTANT'
                               ADD 1 TO WS-INST-COUNT-TODAY
                               IF WS-PAY-COVER-TO > WS-WINDOW-FROM
                                   MOVE WS-PAY-COVER-TO
                                       TO WS-WINDOW-FROM
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-SWEPT-ALREADY
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PAYOUT-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-DISPUTE-HOLDS.
           OPEN INPUT DISPUTE-FILE
           IF DSP-FS-OK
               PERFORM UNTIL DSP-FS-EOF
                   READ DISPUTE-FILE INTO WS-DISPUTE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (FUNCTION TRIM(WS-DP-STATUS) = 'open'
                           OR FUNCTION TRIM(WS-DP-STATUS) =
                              'investigating')
                          AND WS-DP-MERCHANT-ID = WS-IN-MERCHANT-ID
                          AND WS-DISPUTE-COUNT < 200
                           ADD 1 TO WS-DISPUTE-COUNT
                           MOVE WS-DP-TXN-ID TO
                               WS-DH-TXN-ID(WS-DISPUTE-COUNT)
                           MOVE FUNCTION NUMVAL(WS-DP-AMOUNT) TO
                               WS-DH-AMOUNT(WS-DISPUTE-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE DISPUTE-FILE
           END-IF.

      *----------------------------------------------------------------*
       AGGREGATE-WINDOW.
      *--- Transaksi sukses merchant ini di tanggal bisnis berjalan ---
      *--- dengan created_at dalam [FROM, TO). Klasifikasi sama     ---
      *--- dengan agregasi SETTLESWP                                 ---
           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TP-MERCHANT-ID) =
                          FUNCTION TRIM(WS-IN-MERCHANT-ID)
                          AND FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND WS-TP-CREATED-AT(1:14) >= WS-WINDOW-FROM
                          AND WS-TP-CREATED-AT(1:14) < WS-WINDOW-TO
                           MOVE WS-TP-CREATED-AT(1:14) TO WS-BD-STAMP
                           PERFORM COMPUTE-BUSINESS-DATE
                           IF WS-BD-RESULT = WS-BUSINESS-DATE
                               PERFORM ADD-WINDOW-ROW
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       ADD-WINDOW-ROW.
           MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM
           MOVE 0 TO WS-SPLIT-TAGS
           INSPECT WS-TP-QR-CODE
               TALLYING WS-SPLIT-TAGS FOR ALL ' SPLIT:'

           EVALUATE TRUE
               WHEN WS-SPLIT-TAGS > 0
                   CONTINUE
               WHEN FUNCTION TRIM(WS-TP-TYPE) = 'MDRFEE'
                   ADD WS-TP-AMOUNT-NUM TO WS-MDR-FEE
               WHEN FUNCTION TRIM(WS-TP-TYPE) = 'INSTFEE'
                   CONTINUE
               WHEN FUNCTION TRIM(WS-TP-TYPE) = 'SPLITRFND'
                   IF WS-TP-AMOUNT-NUM > WS-GROSS
                       MOVE 0 TO WS-GROSS
                   ELSE
                       SUBTRACT WS-TP-AMOUNT-NUM FROM WS-GROSS
                   END-IF
               WHEN OTHER
                   ADD WS-TP-AMOUNT-NUM TO WS-GROSS
                   ADD 1 TO WS-TXN-COUNT
                   PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                       UNTIL WS-DSP-IDX > WS-DISPUTE-COUNT
                       IF FUNCTION TRIM(WS-DH-TXN-ID(WS-DSP-IDX)) =
                          FUNCTION TRIM(WS-TP-TXN-ID)
                           ADD WS-DH-AMOUNT(WS-DSP-IDX) TO WS-DISPUTED
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *----------------------------------------------------------------*
       COMPUTE-PAYABLE.
      *--- Netto = gross - MDR - sengketa, lalu rolling reserve,   ---
      *--- lalu biaya instan. Biaya yang menghabiskan netto berarti ---
      *--- tidak ada yang bisa dibayar                               ---
           IF WS-MDR-FEE + WS-DISPUTED >= WS-GROSS
               MOVE 0 TO WS-NET-AMOUNT
           ELSE
               COMPUTE WS-NET-AMOUNT =
                   WS-GROSS - WS-MDR-FEE - WS-DISPUTED
           END-IF

           MOVE 0 TO WS-RSV-AMOUNT
           PERFORM LOAD-RESERVE-CONFIG
           PERFORM CHECK-RESERVE-ELIGIBLE

           IF WS-RSV-APPLY = 'Y' AND WS-NET-AMOUNT > 0
               COMPUTE WS-RSV-AMOUNT ROUNDED =
                   WS-NET-AMOUNT * WS-RSV-APPLY-BPS / 10000
               SUBTRACT WS-RSV-AMOUNT FROM WS-NET-AMOUNT
           END-IF

           COMPUTE WS-INST-FEE ROUNDED =
               WS-NET-AMOUNT * WS-INST-FEE-BPS / 10000
           IF WS-INST-FEE < WS-INST-FEE-MIN
               MOVE WS-INST-FEE-MIN TO WS-INST-FEE
           END-IF

           IF WS-INST-FEE >= WS-NET-AMOUNT
               MOVE 0 TO WS-PAYABLE
           ELSE
               COMPUTE WS-PAYABLE = WS-NET-AMOUNT - WS-INST-FEE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-RESERVE-CONFIG.
      *--- PERCENT|bps, HOLDDAYS|n, NEWDAYS|n, MERPCT|bps|MER_ID -  ---
      *--- baris MERPCT terakhir untuk merchant ini yang berlaku    ---
           OPEN INPUT RSVCFG-FILE
           IF RC-FS-OK
               PERFORM UNTIL RC-FS-EOF
                   READ RSVCFG-FILE INTO WS-RC-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-RC-REC-MER
                       UNSTRING WS-RC-LINE
                           DELIMITED BY '|'
                           INTO WS-RC-REC-TYPE
                                WS-RC-REC-VALUE
                                WS-RC-REC-MER
                       END-UNSTRING

                       MOVE FUNCTION TEST-NUMVAL(WS-RC-REC-VALUE)
                           TO WS-NUMVAL-CHECK

                       IF WS-NUMVAL-CHECK = 0
                           EVALUATE FUNCTION TRIM(WS-RC-REC-TYPE)
                               WHEN 'PERCENT'
                                   MOVE FUNCTION NUMVAL(
                                       WS-RC-REC-VALUE)
                                       TO WS-RSV-BPS
                               WHEN 'HOLDDAYS'
                                   MOVE FUNCTION NUMVAL(
                                       WS-RC-REC-VALUE)
                                       TO WS-RSV-HOLD-DAYS
                               WHEN 'NEWDAYS'
                                   MOVE FUNCTION NUMVAL(
                                       WS-RC-REC-VALUE)
                                       TO WS-RSV-NEW-DAYS
                               WHEN 'MERPCT'
                                   IF WS-RC-REC-MER = WS-IN-MERCHANT-ID
                                       MOVE FUNCTION NUMVAL(
                                           WS-RC-REC-VALUE)
                                           TO WS-RSV-MER-BPS
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE RSVCFG-FILE
           END-IF

      *--- Tanggal rilis = tanggal bisnis + HOLDDAYS; batas merchant ---
      *--- baru = tanggal bisnis - NEWDAYS (pola SETTLESWP)          ---
           MOVE FUNCTION NUMVAL(WS-BUSINESS-DATE) TO WS-RSV-DATE-NUM
           COMPUTE WS-RSV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RSV-DATE-NUM)
               + WS-RSV-HOLD-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-RSV-DATE-INT)
               TO WS-RSV-DATE-NUM
           MOVE WS-RSV-DATE-NUM TO WS-RSV-RELEASE-DATE

           MOVE FUNCTION NUMVAL(WS-BUSINESS-DATE) TO WS-RSV-DATE-NUM
           COMPUTE WS-RSV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RSV-DATE-NUM)
               - WS-RSV-NEW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-RSV-DATE-INT)
               TO WS-RSV-DATE-NUM
           MOVE WS-RSV-DATE-NUM TO WS-NEW-CUTOFF-DATE.

      *----------------------------------------------------------------*
       CHECK-RESERVE-ELIGIBLE.
           MOVE 'N' TO WS-RSV-APPLY
           MOVE 'N' TO WS-RSV-HIRISK
           MOVE WS-RSV-BPS TO WS-RSV-APPLY-BPS

      *--- Kategori ber-risk high di catmast ---
           OPEN INPUT CATMAST-FILE
           IF CM-FS-OK
               PERFORM UNTIL CM-FS-EOF
                   READ CATMAST-FILE INTO WS-CM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING WS-CM-LINE
                           DELIMITED BY '|'
                           INTO WS-CM-CODE
                                WS-CM-DESC
                                WS-CM-LIMIT
                                WS-CM-RISK
                       END-UNSTRING

                       IF FUNCTION TRIM(WS-CM-RISK) = 'high'
                          AND FUNCTION UPPER-CASE(
                                  FUNCTION TRIM(WS-CM-CODE)) =
                              FUNCTION UPPER-CASE(
                                  FUNCTION TRIM(WS-MP-CATEGORY))
                           MOVE 'Y' TO WS-RSV-HIRISK
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CATMAST-FILE
           END-IF

           IF WS-RSV-HIRISK = 'Y'
               MOVE 'Y' TO WS-RSV-APPLY
           END-IF

      *--- Merchant baru onboard ---
           MOVE SPACES TO WS-ONB-DATE
           OPEN INPUT MERCHONB-FILE
           IF OB-FS-OK
               PERFORM UNTIL OB-FS-EOF
                   READ MERCHONB-FILE INTO WS-OB-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING WS-OB-LINE
                           DELIMITED BY '|'
                           INTO WS-OB-REC-MER
                                WS-OB-REC-DATE
                       END-UNSTRING

                       IF FUNCTION TRIM(WS-OB-REC-MER) =
                          FUNCTION TRIM(WS-IN-MERCHANT-ID)
                           MOVE WS-OB-REC-DATE(1:8) TO WS-ONB-DATE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE MERCHONB-FILE
           END-IF

           IF WS-ONB-DATE NOT = SPACES
              AND WS-ONB-DATE >= WS-NEW-CUTOFF-DATE
               MOVE 'Y' TO WS-RSV-APPLY
           END-IF

      *--- Reserve khusus merchant selalu berlaku dan menggantikan  ---
      *--- tarif global kalau lebih tinggi                           ---
           IF WS-RSV-MER-BPS > 0
               IF WS-RSV-APPLY = 'N'
                  OR WS-RSV-MER-BPS > WS-RSV-APPLY-BPS
                   MOVE WS-RSV-MER-BPS TO WS-RSV-APPLY-BPS
               END-IF
               MOVE 'Y' TO WS-RSV-APPLY
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

      *----------------------------------------------------------------*
       BUILD-INSTANT-REF.
      *--- Referensi deterministik: INS + stempel akhir jendela +  ---
      *--- merchant id                                              ---
           MOVE SPACES TO WS-INST-REF
           STRING 'INS' WS-WINDOW-TO '-'
                  FUNCTION TRIM(WS-IN-MERCHANT-ID)
               DELIMITED SIZE
               INTO WS-INST-REF
           END-STRING.

      *----------------------------------------------------------------*
       WRITE-INSTANT-PAYOUT.
           MOVE WS-MP-BANK-CODE   TO WS-PAY-BANK-CODE
           MOVE WS-IN-MERCHANT-ID TO WS-PAY-MER-ID
           MOVE WS-MP-ACCOUNT     TO WS-PAY-ACCOUNT
           MOVE WS-BUSINESS-DATE  TO WS-PAY-DATE
           MOVE WS-PAYABLE        TO WS-PAY-AMOUNT
           MOVE WS-TXN-COUNT      TO WS-PAY-TXN-COUNT
           MOVE 'disbursed'       TO WS-PAY-STATUS
           MOVE '|'               TO WS-PAY-KIND-SEP
           MOVE 'INSTANT'         TO WS-PAY-KIND
           MOVE '|'               TO WS-PAY-FROM-SEP
           MOVE WS-WINDOW-FROM    TO WS-PAY-COVER-FROM
           MOVE '|'               TO WS-PAY-TO-SEP
           MOVE WS-WINDOW-TO      TO WS-PAY-COVER-TO

           OPEN EXTEND PAYOUT-FILE
           IF PAY-FS-NOT-FOUND
               OPEN OUTPUT PAYOUT-FILE
               CLOSE PAYOUT-FILE
               OPEN EXTEND PAYOUT-FILE
           END-IF

           IF PAY-FS-OK
               WRITE PAYOUT-FILE-RECORD FROM WS-PAYOUT-RECORD
               CLOSE PAYOUT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-RESERVE-ROW.
      *--- Bagian reserve ditahan ke buku besar, dirilis terjadwal ---
      *--- oleh RSVREL sama seperti reserve sweep malam             ---
           MOVE WS-IN-MERCHANT-ID   TO WS-RV-MER-ID
           MOVE WS-BUSINESS-DATE    TO WS-RV-DATE
           MOVE WS-RSV-AMOUNT       TO WS-RV-AMOUNT
           MOVE WS-RSV-RELEASE-DATE TO WS-RV-RELEASE-DATE
           MOVE 'held'              TO WS-RV-STATUS

           OPEN EXTEND RESERVE-FILE
           IF RSV-FS-NOT-FOUND
               OPEN OUTPUT RESERVE-FILE
               CLOSE RESERVE-FILE
               OPEN EXTEND RESERVE-FILE
           END-IF

           IF RSV-FS-OK
               WRITE RESERVE-FILE-RECORD FROM WS-RESERVE-RECORD
               CLOSE RESERVE-FILE
           END-IF.

      *----------------------------------------------------------------*
       CREDIT-FEE-INCOME.
           MOVE WS-INST-REF TO WS-CF-TXN-ID

           OPEN I-O ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-FEE-INCOME-USER TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-INST-FEE TO FD-ACC-BALANCE
                       PERFORM CAPTURE-BALANCE-BEFORE
                       REWRITE ACCOUNT-FILE-RECORD
                       PERFORM WRITE-BALANCE-EVENT
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-INSTANT-FEE-TRANSACTION.
      *--- Biaya dibukukan atas nama rekening pendapatan bank dengan ---
      *--- kolom merchant terisi (pola MDRFEE), terhubung ke payout ---
      *--- instannya lewat kolom QR                                  ---
           MOVE WS-INST-FEE TO WS-FEE-EDIT

           OPEN EXTEND TRANSACTION-FILE
           IF TXN-FS-NOT-FOUND
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF

           IF TXN-FS-OK
               MOVE WS-INST-REF        TO WS-TWR-TXN-ID
               MOVE WS-FEE-INCOME-USER TO WS-TWR-USER-ID
               MOVE WS-IN-MERCHANT-ID  TO WS-TWR-MERCHANT-ID
               MOVE FUNCTION TRIM(WS-FEE-EDIT) TO WS-TWR-AMOUNT
               MOVE 'success'          TO WS-TWR-STATUS
               MOVE 'INSTFEE'          TO WS-TWR-TYPE

               MOVE SPACES TO WS-TWR-QR-CODE
               STRING 'INSTFEE-OF:'
                      FUNCTION TRIM(WS-INST-REF)
                   DELIMITED SIZE
                   INTO WS-TWR-QR-CODE
               END-STRING

               MOVE WS-DATETIME        TO WS-TWR-CREATED-AT
               MOVE WS-DATETIME        TO WS-TWR-UPDATED-AT

               WRITE TRANSACTION-FILE-RECORD
                   FROM WS-TXN-WRITE-RECORD
               PERFORM WRITE-TXN-EVENT
               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       CAPTURE-BALANCE-BEFORE.
      *--- Saldo sebelum REWRITE dibaca ulang dari file; record   ---
      *--- yang akan ditulis dikembalikan utuh sesudahnya         ---
           MOVE ACCOUNT-FILE-RECORD TO WS-CF-ACC-SAVE
           MOVE 0 TO WS-CF-BEFORE

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
       PRINT-RESULT-LINE.
      *--- QUOTE dan REQUEST memakai bentuk yang sama; "posted"    ---
      *--- membedakan simulasi dari payout yang sudah ditulis       ---
           MOVE WS-GROSS TO WS-GROSS-EDIT
           MOVE WS-MDR-FEE TO WS-MDR-EDIT
           MOVE WS-DISPUTED TO WS-DISPUTED-EDIT
           MOVE WS-RSV-AMOUNT TO WS-RSV-EDIT
           MOVE WS-INST-FEE TO WS-FEE-EDIT
           MOVE WS-PAYABLE TO WS-PAYABLE-EDIT
           MOVE WS-TXN-COUNT TO WS-COUNT-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MERCHANT-ID) '",'
               '"settlement_date":"' WS-BUSINESS-DATE '",'
               '"reference":"' FUNCTION TRIM(WS-INST-REF) '",'
               '"gross_amount":' FUNCTION TRIM(WS-GROSS-EDIT) ','
               '"mdr_fee":' FUNCTION TRIM(WS-MDR-EDIT) ','
               '"disputed_held":'
                   FUNCTION TRIM(WS-DISPUTED-EDIT) ','
               '"reserve_withheld":' FUNCTION TRIM(WS-RSV-EDIT) ','
               '"instant_fee":' FUNCTION TRIM(WS-FEE-EDIT) ','
               '"payout_amount":' FUNCTION TRIM(WS-PAYABLE-EDIT) ','
               '"transaction_count":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"posted":' FUNCTION TRIM(WS-POSTED-FLAG) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Settlement instan merchant"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MODE.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Mode tidak dikenal (QUOTE/REQUEST)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NOT-AUTHORIZED.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1023,'
               '"retryable":' FUNCTION TRIM(ER-NOT-AUTHORIZED) ','
               '"data":null,'
               '"message":"Operator atau kredensial merchant tidak'
               ' valid"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-EOD-WINDOW.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":5006,'
               '"retryable":' FUNCTION TRIM(ER-EOD-WINDOW) ','
               '"data":null,'
               '"message":"Jendela settlement EOD berjalan, coba'
               ' beberapa saat lagi"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MERCHANT.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1005,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-MERCHANT) ','
               '"data":null,'
               '"message":"Merchant tidak ditemukan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-MERCHANT-INACTIVE.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1008,'
               '"retryable":' FUNCTION TRIM(ER-MERCHANT-INACTIVE) ','
               '"data":null,'
               '"message":"Merchant tidak aktif"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-OUTLET-REFUSED.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1005,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-MERCHANT) ','
               '"data":null,'
               '"message":"Outlet disettle lewat merchant induk,'
               ' ajukan dari merchant induk"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-SETTLEMENT-HELD.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1024,'
               '"retryable":' FUNCTION TRIM(ER-MERCHANT-BLOCKED) ','
               '"data":null,'
               '"message":"Settlement merchant sedang ditahan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ALREADY-SWEPT.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":1009,'
               '"retryable":' FUNCTION TRIM(ER-DUPLICATE-TXN) ','
               '"data":null,'
               '"message":"Settlement tanggal bisnis ini sudah'
               ' disapu"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NOTHING-PAYABLE.
           MOVE WS-INST-FEE TO WS-FEE-EDIT
           MOVE SPACES TO WS-JSON-OUTPUT

           IF WS-TXN-COUNT = 0
               STRING
                   '{'
                   '"status":"error",'
                   '"code":1003,'
                   '"retryable":'
                       FUNCTION TRIM(ER-INSUFFICIENT-FUNDS) ','
                   '"data":null,'
                   '"message":"Tidak ada settlement yang belum disapu"'
                   '}'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
           ELSE
               STRING
                   '{'
                   '"status":"error",'
                   '"code":1003,'
                   '"retryable":'
                       FUNCTION TRIM(ER-INSUFFICIENT-FUNDS) ','
                   '"data":null,'
                   '"message":"Saldo settlement belum disapu tidak'
                   ' cukup untuk biaya instan '
                   FUNCTION TRIM(WS-FEE-EDIT) '"'
                   '}'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
           END-IF

           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"Payout instan tidak dapat ditulis"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

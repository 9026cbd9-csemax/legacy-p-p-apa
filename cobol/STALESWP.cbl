      *================================================================*
      * STALESWP.CBL - Stale Satellite Record Sweep                   *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALESWP.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *--- Instruksi terjadwal (SIMAINT/FAMMAINT), dieksekusi SIRUN ---
           SELECT STANDING-FILE
               ASSIGN TO DYNAMIC WS-STANDING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SI-FILE-STATUS.

      *--- Alias nomor HP (PH:) untuk transfer (ALIASMAINT) ---
           SELECT ALIAS-FILE
               ASSIGN TO DYNAMIC WS-ALIAS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ALS-PHONE
               FILE STATUS IS WS-ALS-FILE-STATUS.

      *--- Angsuran terbuka (PAYMENTPROC), ditagih INSTRUN ---
           SELECT INSTPLAN-FILE
               ASSIGN TO DYNAMIC WS-INSTPLAN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IP-FILE-STATUS.

      *--- Konfigurasi alert saldo/debit besar (PROFMAINT) ---
           SELECT ALERTCFG-FILE
               ASSIGN TO DYNAMIC WS-ALERTCFG-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AL-USER-ID
               FILE STATUS IS WS-ALC-FILE-STATUS.

      *--- Blokir merchant per nasabah (BLOCKMAINT) ---
           SELECT BLOCKLIST-FILE
               ASSIGN TO DYNAMIC WS-BLOCKLIST-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BL-FILE-STATUS.

      *--- Dompet valas sekunder (WALLETMAINT) ---
           SELECT WALLET-FILE
               ASSIGN TO DYNAMIC WS-WALLET-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CW-KEY
               FILE STATUS IS WS-CW-FILE-STATUS.

      *--- Registri QR dinamis (QRGEN) - baris lama belum punya    ---
      *--- kolom status, jadi file ditulis ulang lewat .new lalu   ---
      *--- di-rename (pola BACKUPRUN) alih-alih REWRITE di tempat  ---
           SELECT QRDYN-FILE
               ASSIGN TO DYNAMIC WS-QRDYN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QD-FILE-STATUS.

           SELECT QRDYN-NEW-FILE
               ASSIGN TO DYNAMIC WS-QRDYN-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QN-FILE-STATUS.

      *--- Outbox notifikasi nasabah (dikirim NOTIFYDRN) ---
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

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

           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

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

       FD  STANDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-FILE-RECORD    PIC X(200).

       FD  ALIAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALIAS-FILE-RECORD.
           05  FD-ALS-PHONE        PIC X(20).
           05  FD-ALS-USER-ID      PIC X(20).
           05  FD-ALS-STATUS       PIC X(10).
           05  FD-ALS-CLAIMED-AT   PIC X(20).

       FD  INSTPLAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  INSTPLAN-FILE-RECORD    PIC X(120).

       FD  ALERTCFG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERTCFG-FILE-RECORD.
           05  FD-AL-USER-ID       PIC X(20).
           05  FD-AL-LOWBAL        PIC 9(13)V99.
           05  FD-AL-BIGDEBIT      PIC 9(13)V99.
           05  FD-AL-STATUS        PIC X(10).

       FD  BLOCKLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  BLOCKLIST-FILE-RECORD   PIC X(80).

       FD  WALLET-FILE
           LABEL RECORDS ARE STANDARD.
       01  WALLET-FILE-RECORD.
           05  FD-CW-KEY.
               10  FD-CW-USER-ID   PIC X(20).
               10  FD-CW-CURRENCY  PIC X(3).
           05  FD-CW-BALANCE       PIC 9(13)V99.
           05  FD-CW-STATUS        PIC X(10).

       FD  QRDYN-FILE
           LABEL RECORDS ARE STANDARD.
       01  QRDYN-FILE-RECORD       PIC X(150).

       FD  QRDYN-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  QRDYN-NEW-RECORD        PIC X(150).

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-FILE-RECORD      PIC X(150).

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

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-MERCHANT-FILE-PATH    PIC X(100)
           VALUE '/app/data/merchants.dat'.
       01  WS-STANDING-FILE-PATH    PIC X(100)
           VALUE '/app/data/standing.dat'.
       01  WS-ALIAS-FILE-PATH       PIC X(100)
           VALUE '/app/data/aliases.dat'.
       01  WS-INSTPLAN-FILE-PATH    PIC X(100)
           VALUE '/app/data/instplan.dat'.
       01  WS-ALERTCFG-FILE-PATH    PIC X(100)
           VALUE '/app/data/alertcfg.dat'.
       01  WS-BLOCKLIST-FILE-PATH   PIC X(100)
           VALUE '/app/data/blocklist.dat'.
       01  WS-WALLET-FILE-PATH      PIC X(100)
           VALUE '/app/data/wallets.dat'.
       01  WS-QRDYN-FILE-PATH       PIC X(100)
           VALUE '/app/data/qrdyn.dat'.
       01  WS-QRDYN-NEW-PATH        PIC X(100)
           VALUE '/app/data/qrdyn.dat.new'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.
       01  WS-SI-FILE-STATUS       PIC XX.
           88  SI-FS-OK            VALUE '00'.
           88  SI-FS-EOF           VALUE '10'.
       01  WS-ALS-FILE-STATUS      PIC XX.
           88  ALS-FS-OK           VALUE '00'.
           88  ALS-FS-EOF          VALUE '10'.
       01  WS-IP-FILE-STATUS       PIC XX.
           88  IP-FS-OK            VALUE '00'.
           88  IP-FS-EOF           VALUE '10'.
       01  WS-ALC-FILE-STATUS      PIC XX.
           88  ALC-FS-OK           VALUE '00'.
           88  ALC-FS-EOF          VALUE '10'.
       01  WS-BL-FILE-STATUS       PIC XX.
           88  BL-FS-OK            VALUE '00'.
           88  BL-FS-EOF           VALUE '10'.
       01  WS-CW-FILE-STATUS       PIC XX.
           88  CW-FS-OK            VALUE '00'.
           88  CW-FS-EOF           VALUE '10'.
       01  WS-QD-FILE-STATUS       PIC XX.
           88  QD-FS-OK            VALUE '00'.
           88  QD-FS-EOF           VALUE '10'.
       01  WS-QN-FILE-STATUS       PIC XX.
           88  QN-FS-OK            VALUE '00'.
       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-NOT-FOUND    VALUE '35'.
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Tanggal bisnis run (YYYYMMDD) dari command line atau    ---
      *--- hari ini, pola batch EOD lainnya                         ---
       01  WS-RUN-DATE             PIC X(8).
       01  WS-DATETIME             PIC X(20).

       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.

      *--- Baris instruksi (selaras WS-SI-WRITE-RECORD di SIMAINT, ---
      *--- panjang sama supaya REWRITE di tempat aman)              ---
       01  WS-STD-RECORD.
           05  WS-STD-SI-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-STD-USER-ID      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-STD-PAYEE-ID     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-STD-AMOUNT       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-STD-FREQ         PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-STD-NEXT-RUN     PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-STD-STATUS       PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-STD-CREATED-AT   PIC X(20).

      *--- Baris angsuran (selaras WS-INSTPLAN-RECORD di INSTRUN) ---
       01  WS-INSTPLAN-RECORD.
           05  WS-IP-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-IP-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-IP-SEQ           PIC 9(2).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-IP-TOTAL         PIC 9(2).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-IP-DUE-DATE      PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-IP-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-IP-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris block list (selaras WS-BLOCK-RECORD di BLOCKMAINT) ---
       01  WS-BLOCK-RECORD.
           05  WS-BL-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BL-MERCHANT-ID   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BL-ADDED-AT      PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-BL-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Baris registri QR dinamis (selaras WS-QRDYN-RECORD di  ---
      *--- QRGEN); status kosong = baris lama, dianggap active     ---
       01  WS-QRDYN-RECORD.
           05  WS-QD-MER-ID        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-QD-REFERENCE     PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-QD-PAYLOAD       PIC X(44).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-QD-ISSUED-AT     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-QD-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-NOTIFY-RECORD.
           05  WS-NR-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-EVENT         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-AMOUNT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-NR-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'STALESWP'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

      *--- Hasil klasifikasi satu pemilik (rekening/merchant):     ---
      *--- C = cancel (closed/escheated/hilang), S = suspend       ---
      *--- (blocked/dormant/merchant non-aktif), spasi = sehat     ---
       01  WS-LK-ID                PIC X(20).
       01  WS-CHK-FOUND            PIC X(1).
       01  WS-CHK-ACTION           PIC X(1).
       01  WS-CHK-REASON           PIC X(12).
       01  WS-CHK-CODE             PIC 9(4).

      *--- Gabungan semua pemilik satu record - cancel mengalahkan ---
      *--- suspend; R = reinstate record suspended yang pemiliknya ---
      *--- sudah sehat kembali                                      ---
       01  WS-ACT-ACTION           PIC X(1).
       01  WS-ACT-REASON           PIC X(12).
       01  WS-ACT-CODE             PIC 9(4).
       01  WS-OWNER-FOUND          PIC X(1).

       01  WS-ITEM-STATUS          PIC X(10).
       01  WS-LIVE-STATUS          PIC X(10).
       01  WS-CANCEL-STATUS        PIC X(10).
       01  WS-NEW-STATUS           PIC X(10).
       01  WS-DO-UPDATE            PIC X(1).

      *--- Isi baris laporan aksi untuk satu record ---
       01  WS-RPT-FILE             PIC X(20).
       01  WS-RPT-ITEM-ID          PIC X(60).
       01  WS-RPT-OWNER-ID         PIC X(20).
       01  WS-RPT-OWNER-KIND       PIC X(1).
       01  WS-RPT-MASK-ITEM        PIC X(1).
       01  WS-RPT-NOTIFY           PIC X(1).
       01  WS-RPT-AMOUNT           PIC X(20).
       01  WS-RPT-ACTION           PIC X(10).
       01  WS-RPT-ITEM-SHOW        PIC X(80).
       01  WS-RPT-OWNER-SHOW       PIC X(80).
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-SEQ-EDIT             PIC Z9.

      *--- Penghitung per file dan per aksi ---
       01  WS-CNT-STANDING         PIC 9(5) VALUE 0.
       01  WS-CNT-ALIAS            PIC 9(5) VALUE 0.
       01  WS-CNT-INSTPLAN         PIC 9(5) VALUE 0.
       01  WS-CNT-ALERTCFG         PIC 9(5) VALUE 0.
       01  WS-CNT-BLOCKLIST        PIC 9(5) VALUE 0.
       01  WS-CNT-WALLET           PIC 9(5) VALUE 0.
       01  WS-CNT-QRDYN            PIC 9(5) VALUE 0.
       01  WS-CNT-CANCELLED        PIC 9(5) VALUE 0.
       01  WS-CNT-SUSPENDED        PIC 9(5) VALUE 0.
       01  WS-CNT-REINSTATED       PIC 9(5) VALUE 0.
       01  WS-CNT-NOTIFIED         PIC 9(5) VALUE 0.
       01  WS-CNT-EDIT-1           PIC ZZZZ9.
       01  WS-CNT-EDIT-2           PIC ZZZZ9.
       01  WS-CNT-EDIT-3           PIC ZZZZ9.
       01  WS-CNT-EDIT-4           PIC ZZZZ9.
       01  WS-CNT-EDIT-5           PIC ZZZZ9.
       01  WS-CNT-EDIT-6           PIC ZZZZ9.
       01  WS-CNT-EDIT-7           PIC ZZZZ9.
       01  WS-CNT-EDIT-8           PIC ZZZZ9.
       01  WS-CNT-EDIT-9           PIC ZZZZ9.
       01  WS-CNT-EDIT-10          PIC ZZZZ9.
       01  WS-CNT-EDIT-11          PIC ZZZZ9.

      *--- Masking data pribadi: default hanya 4 karakter terakhir ---
      *--- yang tampil; nilai penuh hanya untuk run atas nama      ---
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

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Sapu record satelit yang pemiliknya (rekening atau      ---
      *--- merchant) sudah closed, blocked, dormant atau hilang    ---
      *--- supaya tidak gagal satu per satu di SIRUN, INSTRUN atau ---
      *--- DISPATCHER. Record suspended yang pemiliknya aktif      ---
      *--- kembali dipulihkan. accounts.dat dan merchants.dat      ---
      *--- wajib terbuka - tanpa keduanya semua record akan        ---
      *--- terbaca "pemilik hilang" dan ikut dibatalkan            ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM RESOLVE-MASKING

           OPEN INPUT ACCOUNT-FILE
           IF NOT ACC-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           OPEN INPUT MERCHANT-FILE
           IF NOT MER-FS-OK
               CLOSE ACCOUNT-FILE
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM SWEEP-STANDING
           PERFORM SWEEP-ALIASES
           PERFORM SWEEP-INSTALLMENTS
           PERFORM SWEEP-ALERT-CONFIGS
           PERFORM SWEEP-BLOCKLIST
           PERFORM SWEEP-WALLETS
           PERFORM SWEEP-DYNAMIC-QRS

           CLOSE ACCOUNT-FILE
           CLOSE MERCHANT-FILE

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/merchants.dat' DELIMITED SIZE
                      INTO WS-MERCHANT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/standing.dat' DELIMITED SIZE
                      INTO WS-STANDING-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/aliases.dat' DELIMITED SIZE
                      INTO WS-ALIAS-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/instplan.dat' DELIMITED SIZE
                      INTO WS-INSTPLAN-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/alertcfg.dat' DELIMITED SIZE
                      INTO WS-ALERTCFG-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/blocklist.dat' DELIMITED SIZE
                      INTO WS-BLOCKLIST-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/wallets.dat' DELIMITED SIZE
                      INTO WS-WALLET-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/qrdyn.dat' DELIMITED SIZE
                      INTO WS-QRDYN-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/qrdyn.dat.new' DELIMITED SIZE
                      INTO WS-QRDYN-NEW-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/notifyq.dat' DELIMITED SIZE
                      INTO WS-NOTIFY-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM COMMAND-LINE

           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE
           END-IF

           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
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
      *--- Ganti semua karakter kecuali 4 terakhir dengan '*';     ---
      *--- nilai 4 karakter atau kurang dibiarkan apa adanya       ---
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
       SWEEP-STANDING.
      *--- Instruksi punya dua pemilik: nasabah pendebet dan       ---
      *--- penerima (merchant, atau rekening anak untuk uang saku  ---
      *--- FAMMAINT). REWRITE di tempat, pola CANCEL-INSTRUCTION   ---
      *--- di SIMAINT                                              ---
           OPEN I-O STANDING-FILE
           IF SI-FS-OK
               PERFORM UNTIL SI-FS-EOF
                   READ STANDING-FILE INTO WS-STD-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-STD-STATUS) = 'active'
                          OR FUNCTION TRIM(WS-STD-STATUS) = 'suspended'
                           PERFORM CHECK-ONE-INSTRUCTION
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE STANDING-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-INSTRUCTION.
           PERFORM RESET-ACTION

           MOVE WS-STD-USER-ID TO WS-LK-ID
           PERFORM CLASSIFY-ACCOUNT
           MOVE WS-CHK-FOUND TO WS-OWNER-FOUND
           PERFORM MERGE-ACTION

           MOVE WS-STD-PAYEE-ID TO WS-LK-ID
           PERFORM CLASSIFY-PAYEE
           PERFORM MERGE-ACTION

           MOVE WS-STD-STATUS TO WS-ITEM-STATUS
           MOVE 'active' TO WS-LIVE-STATUS
           MOVE 'cancelled' TO WS-CANCEL-STATUS
           PERFORM DECIDE-NEW-STATUS

           IF WS-DO-UPDATE = 'Y'
               MOVE WS-NEW-STATUS TO WS-STD-STATUS
               REWRITE STANDING-FILE-RECORD FROM WS-STD-RECORD
               ADD 1 TO WS-CNT-STANDING

               MOVE 'standing.dat' TO WS-RPT-FILE
               MOVE WS-STD-SI-ID TO WS-RPT-ITEM-ID
               MOVE WS-STD-USER-ID TO WS-RPT-OWNER-ID
               MOVE 'U' TO WS-RPT-OWNER-KIND
               MOVE 'N' TO WS-RPT-MASK-ITEM
               MOVE 'Y' TO WS-RPT-NOTIFY
               MOVE WS-STD-AMOUNT TO WS-RPT-AMOUNT
               PERFORM RECORD-ACTION
           END-IF.

      *----------------------------------------------------------------*
       SWEEP-ALIASES.
      *--- Alias yang pemiliknya tutup dilepas (released, sama     ---
      *--- dengan unclaim di ALIASMAINT) supaya nomor bisa diklaim ---
      *--- ulang; pemilik blocked/dormant hanya disuspend          ---
           OPEN I-O ALIAS-FILE
           IF ALS-FS-OK
               MOVE LOW-VALUES TO FD-ALS-PHONE
               START ALIAS-FILE KEY IS NOT LESS THAN FD-ALS-PHONE
                   INVALID KEY
                       MOVE '10' TO WS-ALS-FILE-STATUS
               END-START

               PERFORM UNTIL ALS-FS-EOF
                   READ ALIAS-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(FD-ALS-STATUS) = 'active'
                          OR FUNCTION TRIM(FD-ALS-STATUS) = 'suspended'
                           PERFORM CHECK-ONE-ALIAS
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE ALIAS-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-ALIAS.
           PERFORM RESET-ACTION

           MOVE FD-ALS-USER-ID TO WS-LK-ID
           PERFORM CLASSIFY-ACCOUNT
           MOVE WS-CHK-FOUND TO WS-OWNER-FOUND
           PERFORM MERGE-ACTION

           MOVE FD-ALS-STATUS TO WS-ITEM-STATUS
           MOVE 'active' TO WS-LIVE-STATUS
           MOVE 'released' TO WS-CANCEL-STATUS
           PERFORM DECIDE-NEW-STATUS

           IF WS-DO-UPDATE = 'Y'
               MOVE WS-NEW-STATUS TO FD-ALS-STATUS
               REWRITE ALIAS-FILE-RECORD
               ADD 1 TO WS-CNT-ALIAS

               MOVE 'aliases.dat' TO WS-RPT-FILE
               MOVE FD-ALS-PHONE TO WS-RPT-ITEM-ID
               MOVE FD-ALS-USER-ID TO WS-RPT-OWNER-ID
               MOVE 'U' TO WS-RPT-OWNER-KIND
               MOVE 'Y' TO WS-RPT-MASK-ITEM
               MOVE 'Y' TO WS-RPT-NOTIFY
               MOVE SPACES TO WS-RPT-AMOUNT
               PERFORM RECORD-ACTION
           END-IF.

      *----------------------------------------------------------------*
       SWEEP-INSTALLMENTS.
      *--- Angsuran open milik rekening yang sudah tutup/hilang    ---
      *--- dibatalkan (sisa tagihan ikut tercetak untuk operasi);  ---
      *--- blocked/dormant disuspend supaya INSTRUN tidak mencoba  ---
           OPEN I-O INSTPLAN-FILE
           IF IP-FS-OK
               PERFORM UNTIL IP-FS-EOF
                   READ INSTPLAN-FILE INTO WS-INSTPLAN-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-IP-STATUS) = 'open'
                          OR FUNCTION TRIM(WS-IP-STATUS) = 'suspended'
                           PERFORM CHECK-ONE-INSTALLMENT
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE INSTPLAN-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-INSTALLMENT.
           PERFORM RESET-ACTION

           MOVE WS-IP-USER-ID TO WS-LK-ID
           PERFORM CLASSIFY-ACCOUNT
           MOVE WS-CHK-FOUND TO WS-OWNER-FOUND
           PERFORM MERGE-ACTION

           MOVE WS-IP-STATUS TO WS-ITEM-STATUS
           MOVE 'open' TO WS-LIVE-STATUS
           MOVE 'cancelled' TO WS-CANCEL-STATUS
           PERFORM DECIDE-NEW-STATUS

           IF WS-DO-UPDATE = 'Y'
               MOVE WS-NEW-STATUS TO WS-IP-STATUS
               REWRITE INSTPLAN-FILE-RECORD FROM WS-INSTPLAN-RECORD
               ADD 1 TO WS-CNT-INSTPLAN

               MOVE WS-IP-SEQ TO WS-SEQ-EDIT
               MOVE SPACES TO WS-RPT-ITEM-ID
               STRING FUNCTION TRIM(WS-IP-TXN-ID) '/'
                      FUNCTION TRIM(WS-SEQ-EDIT)
                   DELIMITED SIZE INTO WS-RPT-ITEM-ID
               END-STRING

               MOVE WS-IP-AMOUNT TO WS-AMOUNT-EDIT
               MOVE 'instplan.dat' TO WS-RPT-FILE
               MOVE WS-IP-USER-ID TO WS-RPT-OWNER-ID
               MOVE 'U' TO WS-RPT-OWNER-KIND
               MOVE 'N' TO WS-RPT-MASK-ITEM
               MOVE 'Y' TO WS-RPT-NOTIFY
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-RPT-AMOUNT
               PERFORM RECORD-ACTION
           END-IF.

      *----------------------------------------------------------------*
       SWEEP-ALERT-CONFIGS.
           OPEN I-O ALERTCFG-FILE
           IF ALC-FS-OK
               MOVE LOW-VALUES TO FD-AL-USER-ID
               START ALERTCFG-FILE KEY IS NOT LESS THAN FD-AL-USER-ID
                   INVALID KEY
                       MOVE '10' TO WS-ALC-FILE-STATUS
               END-START

               PERFORM UNTIL ALC-FS-EOF
                   READ ALERTCFG-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(FD-AL-STATUS) = 'active'
                          OR FUNCTION TRIM(FD-AL-STATUS) = 'suspended'
                           PERFORM CHECK-ONE-ALERT-CONFIG
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE ALERTCFG-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-ALERT-CONFIG.
           PERFORM RESET-ACTION

           MOVE FD-AL-USER-ID TO WS-LK-ID
           PERFORM CLASSIFY-ACCOUNT
           MOVE WS-CHK-FOUND TO WS-OWNER-FOUND
           PERFORM MERGE-ACTION

           MOVE FD-AL-STATUS TO WS-ITEM-STATUS
           MOVE 'active' TO WS-LIVE-STATUS
           MOVE 'cancelled' TO WS-CANCEL-STATUS
           PERFORM DECIDE-NEW-STATUS

           IF WS-DO-UPDATE = 'Y'
               MOVE WS-NEW-STATUS TO FD-AL-STATUS
               REWRITE ALERTCFG-FILE-RECORD
               ADD 1 TO WS-CNT-ALERTCFG

               MOVE 'alertcfg.dat' TO WS-RPT-FILE
               MOVE FD-AL-USER-ID TO WS-RPT-ITEM-ID
               MOVE FD-AL-USER-ID TO WS-RPT-OWNER-ID
               MOVE 'U' TO WS-RPT-OWNER-KIND
               MOVE 'Y' TO WS-RPT-MASK-ITEM
               MOVE 'Y' TO WS-RPT-NOTIFY
               MOVE SPACES TO WS-RPT-AMOUNT
               PERFORM RECORD-ACTION
           END-IF.

      *----------------------------------------------------------------*
       SWEEP-BLOCKLIST.
      *--- Baris blokir bergantung pada nasabah dan merchant-nya;  ---
      *--- status removed sama dengan unblock di BLOCKMAINT. Tidak ---
      *--- ada notifikasi - blokir adalah kontrol internal         ---
           OPEN I-O BLOCKLIST-FILE
           IF BL-FS-OK
               PERFORM UNTIL BL-FS-EOF
                   READ BLOCKLIST-FILE INTO WS-BLOCK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-BL-STATUS) = 'active'
                          OR FUNCTION TRIM(WS-BL-STATUS) = 'suspended'
                           PERFORM CHECK-ONE-BLOCK-ROW
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE BLOCKLIST-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-BLOCK-ROW.
           PERFORM RESET-ACTION

           MOVE WS-BL-USER-ID TO WS-LK-ID
           PERFORM CLASSIFY-ACCOUNT
           MOVE WS-CHK-FOUND TO WS-OWNER-FOUND
           PERFORM MERGE-ACTION

           MOVE WS-BL-MERCHANT-ID TO WS-LK-ID
           PERFORM CLASSIFY-MERCHANT
           PERFORM MERGE-ACTION

           MOVE WS-BL-STATUS TO WS-ITEM-STATUS
           MOVE 'active' TO WS-LIVE-STATUS
           MOVE 'removed' TO WS-CANCEL-STATUS
           PERFORM DECIDE-NEW-STATUS

           IF WS-DO-UPDATE = 'Y'
               MOVE WS-NEW-STATUS TO WS-BL-STATUS
               REWRITE BLOCKLIST-FILE-RECORD FROM WS-BLOCK-RECORD
               ADD 1 TO WS-CNT-BLOCKLIST

               MOVE SPACES TO WS-RPT-ITEM-ID
               STRING FUNCTION TRIM(WS-BL-USER-ID) '/'
                      FUNCTION TRIM(WS-BL-MERCHANT-ID)
                   DELIMITED SIZE INTO WS-RPT-ITEM-ID
               END-STRING

               MOVE 'blocklist.dat' TO WS-RPT-FILE
               MOVE WS-BL-USER-ID TO WS-RPT-OWNER-ID
               MOVE 'U' TO WS-RPT-OWNER-KIND
               MOVE 'Y' TO WS-RPT-MASK-ITEM
               MOVE 'N' TO WS-RPT-NOTIFY
               MOVE SPACES TO WS-RPT-AMOUNT
               PERFORM RECORD-ACTION
           END-IF.

      *----------------------------------------------------------------*
       SWEEP-WALLETS.
      *--- Dompet valas ditutup/disuspend mengikuti rekening       ---
      *--- induknya; saldo tidak dipindah di sini - sisa saldo     ---
      *--- tercetak di laporan untuk diselesaikan operasi          ---
           OPEN I-O WALLET-FILE
           IF CW-FS-OK
               MOVE LOW-VALUES TO FD-CW-KEY
               START WALLET-FILE KEY IS NOT LESS THAN FD-CW-KEY
                   INVALID KEY
                       MOVE '10' TO WS-CW-FILE-STATUS
               END-START

               PERFORM UNTIL CW-FS-EOF
                   READ WALLET-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(FD-CW-STATUS) = 'active'
                          OR FUNCTION TRIM(FD-CW-STATUS) = 'suspended'
                           PERFORM CHECK-ONE-WALLET
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE WALLET-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-WALLET.
           PERFORM RESET-ACTION

           MOVE FD-CW-USER-ID TO WS-LK-ID
           PERFORM CLASSIFY-ACCOUNT
           MOVE WS-CHK-FOUND TO WS-OWNER-FOUND
           PERFORM MERGE-ACTION

           MOVE FD-CW-STATUS TO WS-ITEM-STATUS
           MOVE 'active' TO WS-LIVE-STATUS
           MOVE 'closed' TO WS-CANCEL-STATUS
           PERFORM DECIDE-NEW-STATUS

           IF WS-DO-UPDATE = 'Y'
               MOVE WS-NEW-STATUS TO FD-CW-STATUS
               REWRITE WALLET-FILE-RECORD
               ADD 1 TO WS-CNT-WALLET

               MOVE SPACES TO WS-RPT-ITEM-ID
               STRING FUNCTION TRIM(FD-CW-USER-ID) '/'
                      FD-CW-CURRENCY
                   DELIMITED SIZE INTO WS-RPT-ITEM-ID
               END-STRING

               MOVE FD-CW-BALANCE TO WS-AMOUNT-EDIT
               MOVE 'wallets.dat' TO WS-RPT-FILE
               MOVE FD-CW-USER-ID TO WS-RPT-OWNER-ID
               MOVE 'U' TO WS-RPT-OWNER-KIND
               MOVE 'Y' TO WS-RPT-MASK-ITEM
               MOVE 'Y' TO WS-RPT-NOTIFY
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-RPT-AMOUNT
               PERFORM RECORD-ACTION
           END-IF.

      *----------------------------------------------------------------*
       SWEEP-DYNAMIC-QRS.
      *--- Seluruh registri disalin ke qrdyn.dat.new (baris lama   ---
      *--- mendapat kolom status), lalu menggantikan qrdyn.dat     ---
      *--- hanya bila ada perubahan. Baris tidak pernah dihapus -  ---
      *--- QRGEN memakai referensi tertinggi di file ini           ---
           OPEN INPUT QRDYN-FILE
           IF QD-FS-OK
               OPEN OUTPUT QRDYN-NEW-FILE
               IF NOT QN-FS-OK
                   CLOSE QRDYN-FILE
               ELSE
                   PERFORM UNTIL QD-FS-EOF
                       MOVE SPACES TO WS-QD-STATUS
                       READ QRDYN-FILE INTO WS-QRDYN-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-ONE-DYNAMIC-QR
                           WRITE QRDYN-NEW-RECORD
                               FROM WS-QRDYN-RECORD
                       END-READ
                   END-PERFORM

                   CLOSE QRDYN-FILE
                   CLOSE QRDYN-NEW-FILE

                   IF WS-CNT-QRDYN > 0
                       CALL "CBL_DELETE_FILE" USING
                           BY CONTENT FUNCTION TRIM(WS-QRDYN-FILE-PATH)
                       END-CALL

                       CALL "CBL_RENAME_FILE" USING
                           BY CONTENT FUNCTION TRIM(WS-QRDYN-NEW-PATH)
                           BY CONTENT FUNCTION TRIM(WS-QRDYN-FILE-PATH)
                       END-CALL
                   ELSE
                       CALL "CBL_DELETE_FILE" USING
                           BY CONTENT FUNCTION TRIM(WS-QRDYN-NEW-PATH)
                       END-CALL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ONE-DYNAMIC-QR.
      *--- Baris lama tanpa kolom status diperlakukan active ---
           IF WS-QD-STATUS = SPACES
               MOVE 'active' TO WS-QD-STATUS
           END-IF

           IF FUNCTION TRIM(WS-QD-STATUS) = 'active'
              OR FUNCTION TRIM(WS-QD-STATUS) = 'suspended'
               PERFORM RESET-ACTION
               MOVE 'N' TO WS-OWNER-FOUND

               MOVE WS-QD-MER-ID TO WS-LK-ID
               PERFORM CLASSIFY-MERCHANT
               PERFORM MERGE-ACTION

               MOVE WS-QD-STATUS TO WS-ITEM-STATUS
               MOVE 'active' TO WS-LIVE-STATUS
               MOVE 'cancelled' TO WS-CANCEL-STATUS
               PERFORM DECIDE-NEW-STATUS

               IF WS-DO-UPDATE = 'Y'
                   MOVE WS-NEW-STATUS TO WS-QD-STATUS
                   ADD 1 TO WS-CNT-QRDYN

                   MOVE 'qrdyn.dat' TO WS-RPT-FILE
                   MOVE WS-QD-REFERENCE TO WS-RPT-ITEM-ID
                   MOVE WS-QD-MER-ID TO WS-RPT-OWNER-ID
                   MOVE 'M' TO WS-RPT-OWNER-KIND
                   MOVE 'N' TO WS-RPT-MASK-ITEM
                   MOVE 'N' TO WS-RPT-NOTIFY
                   MOVE SPACES TO WS-RPT-AMOUNT
                   PERFORM RECORD-ACTION
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       RESET-ACTION.
           MOVE SPACE TO WS-ACT-ACTION
           MOVE SPACES TO WS-ACT-REASON
           MOVE EC-SUCCESS TO WS-ACT-CODE.

      *----------------------------------------------------------------*
       CLASSIFY-ACCOUNT.
      *--- Rekening closing masih menunggu sengketa selesai - tidak ---
      *--- disentuh; closed/escheated/hilang dibatalkan,           ---
      *--- blocked/dormant disuspend                                ---
           MOVE 'N' TO WS-CHK-FOUND
           MOVE SPACE TO WS-CHK-ACTION
           MOVE SPACES TO WS-CHK-REASON
           MOVE EC-SUCCESS TO WS-CHK-CODE

           MOVE WS-LK-ID TO FD-ACC-USER-ID
           READ ACCOUNT-FILE INTO WS-ACC-PARSE
               KEY IS FD-ACC-USER-ID
               INVALID KEY
                   MOVE 'C' TO WS-CHK-ACTION
                   MOVE 'ACC-MISSING' TO WS-CHK-REASON
                   MOVE EC-INVALID-USER TO WS-CHK-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CHK-FOUND
                   EVALUATE FUNCTION TRIM(WS-AP-STATUS)
                       WHEN 'closed'
                       WHEN 'escheated'
                           MOVE 'C' TO WS-CHK-ACTION
                           MOVE 'ACC-CLOSED' TO WS-CHK-REASON
                           MOVE EC-ACCOUNT-INACTIVE TO WS-CHK-CODE
                       WHEN 'blocked'
                           MOVE 'S' TO WS-CHK-ACTION
                           MOVE 'ACC-BLOCKED' TO WS-CHK-REASON
                           MOVE EC-ACCOUNT-BLOCKED TO WS-CHK-CODE
                       WHEN 'dormant'
                           MOVE 'S' TO WS-CHK-ACTION
                           MOVE 'ACC-DORMANT' TO WS-CHK-REASON
                           MOVE EC-ACCOUNT-DORMANT TO WS-CHK-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
       CLASSIFY-MERCHANT.
           MOVE 'N' TO WS-CHK-FOUND
           MOVE SPACE TO WS-CHK-ACTION
           MOVE SPACES TO WS-CHK-REASON
           MOVE EC-SUCCESS TO WS-CHK-CODE

           MOVE WS-LK-ID TO FD-MER-MER-ID
           READ MERCHANT-FILE
               KEY IS FD-MER-MER-ID
               INVALID KEY
                   MOVE 'C' TO WS-CHK-ACTION
                   MOVE 'MER-MISSING' TO WS-CHK-REASON
                   MOVE EC-INVALID-MERCHANT TO WS-CHK-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CHK-FOUND
                   PERFORM CLASSIFY-MERCHANT-STATUS
           END-READ.

      *----------------------------------------------------------------*
       CLASSIFY-MERCHANT-STATUS.
           EVALUATE FUNCTION TRIM(FD-MER-STATUS)
               WHEN 'active'
                   CONTINUE
               WHEN 'closed'
                   MOVE 'C' TO WS-CHK-ACTION
                   MOVE 'MER-CLOSED' TO WS-CHK-REASON
                   MOVE EC-MERCHANT-INACTIVE TO WS-CHK-CODE
               WHEN 'blocked'
                   MOVE 'S' TO WS-CHK-ACTION
                   MOVE 'MER-BLOCKED' TO WS-CHK-REASON
                   MOVE EC-MERCHANT-BLOCKED TO WS-CHK-CODE
               WHEN OTHER
                   MOVE 'S' TO WS-CHK-ACTION
                   MOVE 'MER-INACTIVE' TO WS-CHK-REASON
                   MOVE EC-MERCHANT-INACTIVE TO WS-CHK-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
       CLASSIFY-PAYEE.
      *--- Penerima instruksi: merchant, atau rekening anak bila   ---
      *--- id-nya tidak ada di merchants.dat (uang saku FAMMAINT)  ---
           MOVE 'N' TO WS-CHK-FOUND
           MOVE SPACE TO WS-CHK-ACTION
           MOVE SPACES TO WS-CHK-REASON
           MOVE EC-SUCCESS TO WS-CHK-CODE

           MOVE WS-LK-ID TO FD-MER-MER-ID
           READ MERCHANT-FILE
               KEY IS FD-MER-MER-ID
               INVALID KEY
                   PERFORM CLASSIFY-ACCOUNT
                   IF WS-CHK-FOUND = 'N'
                       MOVE 'PAYEE-MISSNG' TO WS-CHK-REASON
                       MOVE EC-INVALID-MERCHANT TO WS-CHK-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CHK-FOUND
                   PERFORM CLASSIFY-MERCHANT-STATUS
           END-READ.

      *----------------------------------------------------------------*
       MERGE-ACTION.
           IF WS-CHK-ACTION NOT = SPACE
               IF WS-ACT-ACTION = SPACE
                  OR (WS-CHK-ACTION = 'C' AND WS-ACT-ACTION = 'S')
                   MOVE WS-CHK-ACTION TO WS-ACT-ACTION
                   MOVE WS-CHK-REASON TO WS-ACT-REASON
                   MOVE WS-CHK-CODE TO WS-ACT-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       DECIDE-NEW-STATUS.
      *--- Record hidup: C -> status batal file itu, S ->          ---
      *--- suspended. Record suspended: C -> batal, pemilik sehat  ---
      *--- -> kembali ke status hidup (reinstate)                  ---
           MOVE 'N' TO WS-DO-UPDATE
           MOVE SPACES TO WS-NEW-STATUS

           IF FUNCTION TRIM(WS-ITEM-STATUS) =
              FUNCTION TRIM(WS-LIVE-STATUS)
               EVALUATE WS-ACT-ACTION
                   WHEN 'C'
                       MOVE WS-CANCEL-STATUS TO WS-NEW-STATUS
                   WHEN 'S'
                       MOVE 'suspended' TO WS-NEW-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF FUNCTION TRIM(WS-ITEM-STATUS) = 'suspended'
                   EVALUATE WS-ACT-ACTION
                       WHEN 'C'
                           MOVE WS-CANCEL-STATUS TO WS-NEW-STATUS
                       WHEN SPACE
                           MOVE 'R' TO WS-ACT-ACTION
                           MOVE 'REINSTATED' TO WS-ACT-REASON
                           MOVE EC-SUCCESS TO WS-ACT-CODE
                           MOVE WS-LIVE-STATUS TO WS-NEW-STATUS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-NEW-STATUS NOT = SPACES
               MOVE 'Y' TO WS-DO-UPDATE
           END-IF.

      *----------------------------------------------------------------*
       RECORD-ACTION.
      *--- Satu aksi: audit, notifikasi nasabah (bila record milik ---
      *--- nasabah yang rekeningnya masih tercatat), baris laporan ---
           EVALUATE WS-ACT-ACTION
               WHEN 'C'
                   MOVE 'cancel' TO WS-RPT-ACTION
                   MOVE 'SVCCANCEL' TO WS-NR-EVENT
                   ADD 1 TO WS-CNT-CANCELLED
               WHEN 'S'
                   MOVE 'suspend' TO WS-RPT-ACTION
                   MOVE 'SVCSUSPEND' TO WS-NR-EVENT
                   ADD 1 TO WS-CNT-SUSPENDED
               WHEN OTHER
                   MOVE 'reinstate' TO WS-RPT-ACTION
                   MOVE 'SVCRESUME' TO WS-NR-EVENT
                   ADD 1 TO WS-CNT-REINSTATED
           END-EVALUATE

           MOVE SPACES TO WS-AUD-KEY
           STRING 'STALE:' FUNCTION TRIM(WS-RPT-ITEM-ID) '/'
                  FUNCTION TRIM(WS-ACT-REASON)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING
           MOVE WS-ACT-CODE TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           IF WS-RPT-NOTIFY = 'Y' AND WS-OWNER-FOUND = 'Y'
               PERFORM WRITE-NOTIFY-EVENT
           END-IF

           PERFORM PRINT-ACTION-LINE.

      *----------------------------------------------------------------*
       WRITE-NOTIFY-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE WS-RPT-OWNER-ID TO WS-NR-USER-ID
           MOVE WS-RPT-AMOUNT TO WS-NR-AMOUNT
           MOVE WS-RPT-ITEM-ID TO WS-NR-TXN-ID
           MOVE 'new' TO WS-NR-STATUS

           OPEN EXTEND NOTIFY-FILE
           IF NTF-FS-NOT-FOUND
               OPEN OUTPUT NOTIFY-FILE
               CLOSE NOTIFY-FILE
               OPEN EXTEND NOTIFY-FILE
           END-IF

           IF NTF-FS-OK
               WRITE NOTIFY-FILE-RECORD FROM WS-NOTIFY-RECORD
               CLOSE NOTIFY-FILE
               ADD 1 TO WS-CNT-NOTIFIED
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
       PRINT-ACTION-LINE.
      *--- Id nasabah (dan id record yang memuatnya) dimasking,    ---
      *--- id merchant tidak                                        ---
           MOVE WS-RPT-OWNER-ID TO WS-MASK-IN
           IF WS-RPT-OWNER-KIND = 'U'
               PERFORM MASK-VALUE
           ELSE
               MOVE WS-MASK-IN TO WS-MASK-OUT
           END-IF
           MOVE WS-MASK-OUT TO WS-RPT-OWNER-SHOW

           MOVE WS-RPT-ITEM-ID TO WS-MASK-IN
           IF WS-RPT-MASK-ITEM = 'Y'
               PERFORM MASK-VALUE
           ELSE
               MOVE WS-MASK-IN TO WS-MASK-OUT
           END-IF
           MOVE WS-MASK-OUT TO WS-RPT-ITEM-SHOW

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"run_date":"' WS-RUN-DATE '",'
               '"file":"' FUNCTION TRIM(WS-RPT-FILE) '",'
               '"item_id":"' FUNCTION TRIM(WS-RPT-ITEM-SHOW) '",'
               '"owner_id":"' FUNCTION TRIM(WS-RPT-OWNER-SHOW) '",'
               '"action":"' FUNCTION TRIM(WS-RPT-ACTION) '",'
               '"reason_code":"' FUNCTION TRIM(WS-ACT-REASON) '",'
               '"error_code":' WS-ACT-CODE ','
               '"new_status":"' FUNCTION TRIM(WS-NEW-STATUS) '",'
               '"amount":"' FUNCTION TRIM(WS-RPT-AMOUNT) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Record satelit ditindaklanjuti"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-CNT-STANDING   TO WS-CNT-EDIT-1
           MOVE WS-CNT-ALIAS      TO WS-CNT-EDIT-2
           MOVE WS-CNT-INSTPLAN   TO WS-CNT-EDIT-3
           MOVE WS-CNT-ALERTCFG   TO WS-CNT-EDIT-4
           MOVE WS-CNT-BLOCKLIST  TO WS-CNT-EDIT-5
           MOVE WS-CNT-WALLET     TO WS-CNT-EDIT-6
           MOVE WS-CNT-QRDYN      TO WS-CNT-EDIT-7
           MOVE WS-CNT-CANCELLED  TO WS-CNT-EDIT-8
           MOVE WS-CNT-SUSPENDED  TO WS-CNT-EDIT-9
           MOVE WS-CNT-REINSTATED TO WS-CNT-EDIT-10
           MOVE WS-CNT-NOTIFIED   TO WS-CNT-EDIT-11

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"run_date":"' WS-RUN-DATE '",'
               '"standing_instructions":'
                   FUNCTION TRIM(WS-CNT-EDIT-1) ','
               '"aliases":'
                   FUNCTION TRIM(WS-CNT-EDIT-2) ','
               '"installments":'
                   FUNCTION TRIM(WS-CNT-EDIT-3) ','
               '"alert_configs":'
                   FUNCTION TRIM(WS-CNT-EDIT-4) ','
               '"blocklist_rows":'
                   FUNCTION TRIM(WS-CNT-EDIT-5) ','
               '"wallets":'
                   FUNCTION TRIM(WS-CNT-EDIT-6) ','
               '"dynamic_qrs":'
                   FUNCTION TRIM(WS-CNT-EDIT-7) ','
               '"cancelled":'
                   FUNCTION TRIM(WS-CNT-EDIT-8) ','
               '"suspended":'
                   FUNCTION TRIM(WS-CNT-EDIT-9) ','
               '"reinstated":'
                   FUNCTION TRIM(WS-CNT-EDIT-10) ','
               '"notifications_queued":'
                   FUNCTION TRIM(WS-CNT-EDIT-11) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Sweep record satelit selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"accounts.dat/merchants.dat tidak bisa '
               'dibuka"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

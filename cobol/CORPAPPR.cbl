      *================================================================*
      * CORPAPPR.CBL - Corporate Mandate Approval and Inquiry         *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPAPPR.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

      *--- Approver menandatangani dengan PIN rekeningnya sendiri ---
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Penghitung PIN salah beruntun (pola TRANSFERPROC) ---
           SELECT PINFAIL-FILE
               ASSIGN TO DYNAMIC WS-PINFAIL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PF-USER-ID
               FILE STATUS IS WS-PF-FILE-STATUS.

      *--- Master parameter bisnis - batas PIN salah ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Outbox notifikasi nasabah (dipoll NOTIFYDRN) - maker ---
      *--- dikabari saat pengajuannya approved atau ditolak         ---
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

      *--- Hash PIN nasabah (salt + hash satu arah) - accounts.dat ---
      *--- tidak lagi menyimpan PIN dalam bentuk terbaca           ---
           SELECT PINHASH-FILE
               ASSIGN TO DYNAMIC WS-PINHASH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PH-USER-ID
               FILE STATUS IS WS-PH-FILE-STATUS.

      *--- Audit log bersama ---
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

       DATA DIVISION.
       FILE SECTION.

       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  MANDATE-FILE-RECORD     PIC X(80).

       FD  CORPAPPR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORPAPPR-FILE-RECORD    PIC X(300).

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

       FD  PINFAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINFAIL-FILE-RECORD.
           05  FD-PF-USER-ID       PIC X(20).
           05  FD-PF-COUNT         PIC 9(2).
           05  FD-PF-LAST-AT       PIC X(20).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-FILE-RECORD      PIC X(150).

       FD  PINHASH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PINHASH-FILE-RECORD.
           05  FD-PH-USER-ID       PIC X(20).
           05  FD-PH-SALT          PIC X(8).
           05  FD-PH-HASH          PIC X(20).
           05  FD-PH-UPDATED-AT    PIC X(20).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD       PIC X(100).

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-MANDATE-FILE-PATH     PIC X(100)
           VALUE '/app/data/corpmand.dat'.
       01  WS-CORPAPPR-FILE-PATH    PIC X(100)
           VALUE '/app/data/corpappr.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-PINFAIL-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinfail.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.
       01  WS-PINHASH-FILE-PATH     PIC X(100)
           VALUE '/app/data/pinhash.dat'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-PF-FILE-STATUS       PIC XX.
           88  PF-FS-OK            VALUE '00'.
           88  PF-FS-NOT-FOUND     VALUE '35'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    SIGN|APPROVAL_ID|APPROVER|PIN
      *    REJECT|APPROVAL_ID|APPROVER|PIN
      *    INQ|APPROVAL_ID
      *    LIST|CORPORATE_ID
      *--- Approver harus user APPROVER di mandat rekening          ---
      *--- korporatnya dan bukan maker pengajuan itu sendiri        ---
       01  WS-INPUT-LINE           PIC X(200).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-KEY               PIC X(40).
       01  WS-IN-USER-ID           PIC X(20).
       01  WS-IN-PIN               PIC X(6).

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

      *--- Rekening approver ---
       01  WS-ACC-FOUND            PIC X(1) VALUE 'N'.
       01  WS-ACC-PARSE.
           05  WS-AP-USER-ID       PIC X(20).
           05  WS-AP-ACC-ID        PIC X(20).
           05  WS-AP-NAME          PIC X(50).
           05  WS-AP-BALANCE       PIC 9(13)V99.
           05  WS-AP-CURRENCY      PIC X(3).
           05  WS-AP-STATUS        PIC X(10).
           05  WS-AP-PIN           PIC X(6).
           05  WS-AP-HOLD          PIC 9(13)V99.

      *--- Lockout PIN: N kali salah beruntun memblokir rekening ---
       01  WS-PIN-FAIL-LIMIT       PIC 9(2) VALUE 3.
       01  WS-PIN-FAIL-COUNT       PIC 9(2) VALUE 0.
       01  WS-PIN-LOCKED-NOW       PIC X(1) VALUE 'N'.

       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-TODAY             PIC X(8).
       01  WS-PM-EFF-PINF          PIC X(8) VALUE SPACES.
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Baris outbox notifikasi (selaras PAYMENTPROC) ---
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
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'CORPAPPR'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY.
               10  WS-AUD-APPR-ID  PIC X(40).
               10  FILLER          PIC X(1) VALUE '/'.
               10  WS-AUD-USER-ID  PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

      *--- Daftar pengajuan pending satu korporat: jumlah lengkap, ---
      *--- rincian maksimal lima (pola RTPLIST DISPATCHER)         ---
       01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
       01  WS-LIST-SHOWN           PIC 9(1) VALUE 0.
       01  WS-LIST-ITEM            PIC X(220).
       01  WS-LIST-ITEMS           PIC X(1100).
       01  WS-LIST-PTR             PIC 9(4).
       01  WS-COUNT-EDIT           PIC Z(4)9.

       01  WS-DATETIME             PIC X(21).
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-JSON-OUTPUT          PIC X(1500).

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
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'CORPAPPR'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS
           PERFORM LOAD-BUSINESS-PARAMS

           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-KEY
                    WS-IN-USER-ID
                    WS-IN-PIN
           END-UNSTRING

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-IN-KEY TO WS-AUD-APPR-ID
           MOVE WS-IN-USER-ID TO WS-AUD-USER-ID

           IF FUNCTION TRIM(WS-IN-KEY) = SPACES
               PERFORM RETURN-INVALID-MODE
               STOP RUN
           END-IF

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'SIGN'
                   PERFORM SIGN-APPROVAL
               WHEN 'REJECT'
                   PERFORM REJECT-APPROVAL
               WHEN 'INQ'
                   PERFORM INQUIRE-APPROVAL
               WHEN 'LIST'
                   PERFORM LIST-CORPORATE-APPROVALS
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

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
                      '/pinfail.dat' DELIMITED SIZE
                      INTO WS-PINFAIL-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/notifyq.dat' DELIMITED SIZE
                      INTO WS-NOTIFY-FILE-PATH
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
           END-IF.

      *----------------------------------------------------------------*
       LOAD-BUSINESS-PARAMS.
      *--- Hanya PINFAILLIM yang dipakai di sini; baris efektif   ---
      *--- terbaru menang (pola TRANSFERPROC)                      ---
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
              AND WS-PM-REC-EFF(1:8) NOT > WS-PM-TODAY
              AND FUNCTION TRIM(WS-PM-REC-NAME) = 'PINFAILLIM'
              AND WS-PM-REC-EFF(1:8) > WS-PM-EFF-PINF
               MOVE WS-PM-REC-EFF(1:8) TO WS-PM-EFF-PINF
               MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                   TO WS-PIN-FAIL-LIMIT
           END-IF.

      *----------------------------------------------------------------*
       SIGN-APPROVAL.
      *--- Tanda tangan ke-N mengisi slot ke-N; begitu jumlahnya   ---
      *--- mencapai kebutuhan band, pengajuan approved dan maker   ---
      *--- dikabari untuk menjalankan ulang batch/kirimannya       ---
           PERFORM VALIDATE-APPROVER

           ADD 1 TO WS-CA-SIGNED

           EVALUATE WS-CA-SIGNED
               WHEN 1
                   MOVE WS-IN-USER-ID TO WS-CA-SIGNER-1
               WHEN 2
                   MOVE WS-IN-USER-ID TO WS-CA-SIGNER-2
               WHEN OTHER
                   MOVE WS-IN-USER-ID TO WS-CA-SIGNER-3
           END-EVALUATE

           IF WS-CA-SIGNED >= WS-CA-REQUIRED
               MOVE 'approved' TO WS-CA-STATUS
           END-IF

           MOVE WS-DATETIME(1:20) TO WS-CA-UPDATED
           PERFORM UPDATE-APPROVAL

           IF WS-CA-FOUND = 'N'
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-CA-STATUS) = 'approved'
               MOVE 'CORPAPPROVED' TO WS-NR-EVENT
               PERFORM WRITE-MAKER-NOTIFY
           END-IF

           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG
           PERFORM RETURN-APPROVAL-DETAIL.

      *----------------------------------------------------------------*
       REJECT-APPROVAL.
      *--- Satu penolakan approver berwenang menutup pengajuan ---
           PERFORM VALIDATE-APPROVER

           MOVE 'rejected' TO WS-CA-STATUS
           MOVE WS-DATETIME(1:20) TO WS-CA-UPDATED
           PERFORM UPDATE-APPROVAL

           IF WS-CA-FOUND = 'N'
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           MOVE 'CORPREJECTED' TO WS-NR-EVENT
           PERFORM WRITE-MAKER-NOTIFY

           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG
           PERFORM RETURN-APPROVAL-DETAIL.

      *----------------------------------------------------------------*
       VALIDATE-APPROVER.
      *--- Pengajuan harus pending dan belum lewat masa berlaku;   ---
      *--- approver berwenang, bukan maker, belum tanda tangan,     ---
      *--- rekeningnya aktif dan PIN-nya benar                      ---
           MOVE WS-IN-KEY TO WS-APPR-KEY
           PERFORM FIND-APPROVAL

           IF WS-CA-FOUND = 'N'
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-CA-STATUS) NOT = 'pending'
              OR WS-CA-EXPIRY-DATE < WS-DATETIME(1:8)
               MOVE 'Pengajuan tidak lagi menunggu persetujuan'
                   TO WS-MANDATE-MSG
               PERFORM RETURN-MANDATE-VIOLATION
               STOP RUN
           END-IF

           MOVE WS-CA-CORP-ID  TO WS-CM-CORP-ID
           MOVE WS-IN-USER-ID  TO WS-CM-USER-ID
           MOVE 'APPROVER'     TO WS-CM-ROLE-WANTED
           MOVE WS-CA-AMOUNT   TO WS-CM-AMOUNT
           PERFORM LOAD-CORP-MANDATE

           IF WS-CM-ROLE-OK = 'N'
               MOVE 'User bukan APPROVER rekening korporat ini'
                   TO WS-MANDATE-MSG
               PERFORM RETURN-MANDATE-VIOLATION
               STOP RUN
           END-IF

           IF WS-IN-USER-ID = WS-CA-MAKER-ID
               MOVE 'Maker tidak boleh menyetujui pengajuannya sendiri'
                   TO WS-MANDATE-MSG
               PERFORM RETURN-MANDATE-VIOLATION
               STOP RUN
           END-IF

           IF WS-IN-USER-ID = WS-CA-SIGNER-1
              OR WS-IN-USER-ID = WS-CA-SIGNER-2
              OR WS-IN-USER-ID = WS-CA-SIGNER-3
               MOVE 'Approver ini sudah menandatangani pengajuan'
                   TO WS-MANDATE-MSG
               PERFORM RETURN-MANDATE-VIOLATION
               STOP RUN
           END-IF

           PERFORM READ-APPROVER-ACCOUNT

           IF WS-ACC-FOUND = 'N'
               PERFORM RETURN-INVALID-USER
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-AP-STATUS) NOT = 'active'
               PERFORM RETURN-ACCOUNT-INACTIVE
               STOP RUN
           END-IF

           PERFORM VERIFY-PIN-HASH

           IF WS-PH-PIN-OK NOT = 'Y'
               PERFORM RECORD-PIN-FAILURE

               IF WS-PIN-LOCKED-NOW = 'Y'
                   PERFORM RETURN-ACCOUNT-INACTIVE
               ELSE
                   PERFORM RETURN-INVALID-PIN
               END-IF
               STOP RUN
           END-IF

           PERFORM RESET-PIN-FAILURES.

      *----------------------------------------------------------------*
       INQUIRE-APPROVAL.
           MOVE WS-IN-KEY TO WS-APPR-KEY
           PERFORM FIND-APPROVAL

           IF WS-CA-FOUND = 'N'
               PERFORM RETURN-NOT-FOUND
           ELSE
               PERFORM RETURN-APPROVAL-DETAIL
           END-IF.

      *----------------------------------------------------------------*
       LIST-CORPORATE-APPROVALS.
      *--- Key input di mode ini adalah user id rekening korporat ---
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-SHOWN
           MOVE SPACES TO WS-LIST-ITEMS
           MOVE 1 TO WS-LIST-PTR

           OPEN INPUT CORPAPPR-FILE
           IF CA-FS-OK
               PERFORM UNTIL CA-FS-EOF
                   READ CORPAPPR-FILE INTO WS-CORPAPPR-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LIST-ONE-APPROVAL
                   END-READ
               END-PERFORM

               CLOSE CORPAPPR-FILE
           END-IF

           MOVE WS-LIST-COUNT TO WS-COUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"corporate_id":"'
                   FUNCTION TRIM(WS-IN-KEY) '",'
               '"pending_count":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"approvals":['
                   FUNCTION TRIM(WS-LIST-ITEMS)
               '],'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Daftar pengajuan korporat menunggu'
               ' persetujuan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       LIST-ONE-APPROVAL.
           IF WS-CA-CORP-ID = WS-IN-KEY(1:20)
              AND FUNCTION TRIM(WS-CA-STATUS) = 'pending'
              AND WS-CA-EXPIRY-DATE >= WS-DATETIME(1:8)
               ADD 1 TO WS-LIST-COUNT

               IF WS-LIST-SHOWN < 5
                   MOVE WS-CA-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-LIST-ITEM
                   STRING
                       '{"approval_id":"'
                           FUNCTION TRIM(WS-CA-APPR-ID) '",'
                       '"kind":"' FUNCTION TRIM(WS-CA-KIND) '",'
                       '"maker_id":"'
                           FUNCTION TRIM(WS-CA-MAKER-ID) '",'
                       '"amount":'
                           FUNCTION TRIM(WS-AMOUNT-EDIT) ','
                       '"approvals_required":' WS-CA-REQUIRED ','
                       '"approvals_signed":' WS-CA-SIGNED ','
                       '"expiry_date":"' WS-CA-EXPIRY-DATE '"}'
                       DELIMITED SIZE
                       INTO WS-LIST-ITEM
                   END-STRING

                   IF WS-LIST-SHOWN > 0
                       STRING ',' DELIMITED SIZE
                           INTO WS-LIST-ITEMS
                           WITH POINTER WS-LIST-PTR
                       END-STRING
                   END-IF

                   STRING FUNCTION TRIM(WS-LIST-ITEM) DELIMITED SIZE
                       INTO WS-LIST-ITEMS
                       WITH POINTER WS-LIST-PTR
                   END-STRING

                   ADD 1 TO WS-LIST-SHOWN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       READ-APPROVER-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-IN-USER-ID TO FD-ACC-USER-ID

               READ ACCOUNT-FILE INTO WS-ACC-PARSE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ACC-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACC-FOUND
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       UPDATE-APPROVAL.
      *--- Tulis balik baris pengajuan di tempat (panjang sama) ---
           MOVE 'N' TO WS-CA-FOUND

           OPEN I-O CORPAPPR-FILE
           IF CA-FS-OK
               PERFORM UNTIL CA-FS-EOF OR WS-CA-FOUND = 'Y'
                   READ CORPAPPR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CORPAPPR-FILE-RECORD(1:40) = WS-APPR-KEY
                           REWRITE CORPAPPR-FILE-RECORD
                               FROM WS-CORPAPPR-RECORD
                           MOVE 'Y' TO WS-CA-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CORPAPPR-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-MAKER-NOTIFY.
      *--- Kolom txn membawa batch id / txn id yang diajukan ---
           MOVE WS-CA-AMOUNT TO WS-AMOUNT-EDIT

           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE WS-CA-MAKER-ID    TO WS-NR-USER-ID
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-NR-AMOUNT
           MOVE WS-CA-APPR-ID(5:36) TO WS-NR-TXN-ID
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
       RECORD-PIN-FAILURE.
      *--- Pola TRANSFERPROC: di ambang batas rekening approver    ---
      *--- diblokir supaya PIN tidak bisa ditebak terus-menerus    ---
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
                       REWRITE ACCOUNT-FILE-RECORD FROM WS-ACC-PARSE
                       MOVE 'Y' TO WS-PIN-LOCKED-NOW

                       MOVE 'ACCOUNT' TO WS-HS-ENTITY
                       MOVE WS-AP-USER-ID TO WS-HS-KEY
                       MOVE WS-AP-STATUS TO WS-HS-NEW-STATUS
                       MOVE 'PIN-LOCKOUT' TO WS-HS-REASON
                       MOVE 'CORPAPPR' TO WS-HS-CHANGED-BY
                       PERFORM WRITE-STATUS-HISTORY
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF

           IF WS-PIN-LOCKED-NOW = 'Y'
               MOVE EC-ACCOUNT-BLOCKED TO WS-AUD-CODE
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *----------------------------------------------------------------*
       RESET-PIN-FAILURES.
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
       RETURN-APPROVAL-DETAIL.
           MOVE WS-CA-AMOUNT TO WS-AMOUNT-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"approval_id":"'
                   FUNCTION TRIM(WS-CA-APPR-ID) '",'
               '"kind":"'
                   FUNCTION TRIM(WS-CA-KIND) '",'
               '"corporate_id":"'
                   FUNCTION TRIM(WS-CA-CORP-ID) '",'
               '"maker_id":"'
                   FUNCTION TRIM(WS-CA-MAKER-ID) '",'
               '"counterparty":"'
                   FUNCTION TRIM(WS-CA-COUNTERPARTY) '",'
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"items":' WS-CA-ITEMS ','
               '"approvals_required":' WS-CA-REQUIRED ','
               '"approvals_signed":' WS-CA-SIGNED ','
               '"signers":["'
                   FUNCTION TRIM(WS-CA-SIGNER-1) '","'
                   FUNCTION TRIM(WS-CA-SIGNER-2) '","'
                   FUNCTION TRIM(WS-CA-SIGNER-3) '"],'
               '"expiry_date":"' WS-CA-EXPIRY-DATE '",'
               '"approval_status":"'
                   FUNCTION TRIM(WS-CA-STATUS) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Status pengajuan korporat"'
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
       RETURN-NOT-FOUND.
           MOVE EC-NOT-FOUND TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Pengajuan korporat tidak ditemukan"'
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
       RETURN-ACCOUNT-INACTIVE.
           MOVE EC-ACCOUNT-INACTIVE TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-LOG

           STRING
               '{'
               '"status":"error",'
               '"code":1007,'
               '"retryable":' FUNCTION TRIM(ER-ACCOUNT-INACTIVE) ','
               '"data":null,'
               '"message":"Rekening approver tidak aktif"'
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
               '"message":"PIN approver salah"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MODE.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Mode tidak dikenal (SIGN/REJECT/INQ/LIST)'
               ' atau id kosong"'
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

      *================================================================*
      * COMPMAINT.CBL - Customer Complaint Register Maintenance (CS)  *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMAINT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Register pengaduan nasabah, satu baris per pengaduan.    ---
      *--- Chargeback atas transaksi tertentu tetap lewat           ---
      *--- DISPMAINT; register ini untuk pengaduan layanan lainnya  ---
           SELECT COMPLAINT-FILE
               ASSIGN TO DYNAMIC WS-COMPLAINT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Pengadu harus nasabah terdaftar ---
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

      *--- Outbox notifikasi nasabah (dipoll lewat NOTIFYDRN) ---
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

      *--- Tenggat tanggapan/penyelesaian dari params.dat ---
           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Audit log bersama untuk semua decline/error ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *--- Registri operator - petugas CS harus terdaftar aktif ---
           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input     ---
      *--- membawa token sesi, bukan ID operator polos              ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPLAINT-FILE-RECORD   PIC X(300).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

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

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-FILE-RECORD      PIC X(150).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD       PIC X(100).

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

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env    ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)          ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-COMPLAINT-FILE-PATH   PIC X(100)
           VALUE '/app/data/complaints.dat'.
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.

       01  WS-CMP-FILE-STATUS      PIC XX.
           88  CMP-FS-OK           VALUE '00'.
           88  CMP-FS-EOF          VALUE '10'.
           88  CMP-FS-NOT-FOUND    VALUE '35'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-NOT-FOUND    VALUE '35'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

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

      *--- Masking data pribadi: default hanya 4 karakter terakhir  ---
      *--- yang tampil; nilai penuh hanya untuk run atas nama       ---
      *--- sesi supervisor aktif (token di DANTE_UNMASK_BY)         ---
       01  WS-UNMASK-BY            PIC X(12).
       01  WS-UNMASK-FLAG          PIC X(1) VALUE 'N'.
       01  WS-MASK-IN              PIC X(80).
       01  WS-MASK-OUT             PIC X(80).
       01  WS-MASK-LEN             PIC 9(3).
       01  WS-MASK-POS             PIC 9(3).
       01  WS-MASK-USER-ID         PIC X(20).

      *--- Input dari stdin (format pipe-delimited) ---
      *    OPEN|USER_ID|CHANNEL|CATEGORY|TXN_ID|TOKEN|NOTES
      *      CHANNEL : CALL / BRANCH / APP / EMAIL / SOCMED / LETTER
      *      CATEGORY: TOPUP / PAYMENT / TRANSFER / FEE / NOTIFY /
      *                ACCOUNT / CARD / FRAUD / SERVICE / OTHER
      *      TXN_ID  : transaksi terkait, kosong bila tidak ada
      *    ACK|CMP_ID|-|-|-|TOKEN|NOTES
      *    RESOLVE|CMP_ID|OUTCOME|-|-|TOKEN|NOTES
      *      OUTCOME : UPHELD / PARTIAL / REJECTED
      *    LIST
      *--- TOKEN: token sesi operator dari OPRSIGN ---
       01  WS-INPUT-LINE           PIC X(250).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-ARG1              PIC X(20).
       01  WS-IN-ARG2              PIC X(10).
       01  WS-IN-ARG3              PIC X(10).
       01  WS-IN-TXN-ID            PIC X(36).
       01  WS-IN-OPERATOR          PIC X(12).
       01  WS-IN-NOTES             PIC X(60).
       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.

      *--- Record pengaduan. Tenggat tanggapan dan penyelesaian     ---
      *--- dibekukan saat pengaduan diterima, sehingga perubahan    ---
      *--- parameter tidak menggeser tenggat pengaduan lama         ---
       01  WS-COMPLAINT-RECORD.
           05  WS-CM-CMP-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-CHANNEL       PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-CATEGORY      PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-STATUS        PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-RECEIVED-AT   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-ACK-DUE       PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-ACK-AT        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-RESOLVE-DUE   PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-RESOLVED-AT   PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-OUTCOME       PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-OPERATOR      PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CM-NOTES         PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-TXN-PARSE.
           05  WS-TP-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-TP-USER-ID       PIC X(20).

      *--- Tenggat (hari kalender sejak diterima): tanggapan awal   ---
      *--- CMPACKDAY, penyelesaian CMPRESDAY                        ---
       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(8).
       01  WS-PM-EFF-ACK           PIC X(8) VALUE SPACES.
       01  WS-PM-EFF-RES           PIC X(8) VALUE SPACES.
       01  WS-ACK-DAYS             PIC 9(3) VALUE 2.
       01  WS-RESOLVE-DAYS         PIC 9(3) VALUE 20.

       01  WS-TXN-FOUND            PIC X(1) VALUE 'N'.
       01  WS-USER-FOUND           PIC X(1) VALUE 'N'.
       01  WS-CMP-FOUND            PIC X(1) VALUE 'N'.
       01  WS-NEXT-CMP-ID          PIC 9(8) VALUE 0.
       01  WS-CMP-ID-NUM           PIC 9(8).
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-DATETIME             PIC X(20).
       01  WS-TODAY-NUM            PIC 9(8).
       01  WS-RECEIVED-INT         PIC 9(8).
       01  WS-DUE-INT              PIC 9(8).
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-CMP-REF              PIC X(12).
       01  WS-NOTIFY-EVENT         PIC X(12).

      *--- Status tenggat untuk LIST ---
       01  WS-LIST-COUNT           PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(5) VALUE 0.
       01  WS-SLA-STATE            PIC X(12).
       01  WS-COUNT-EDIT           PIC ZZZZ9.
       01  WS-OVERDUE-EDIT         PIC ZZZZ9.
       01  WS-JSON-OUTPUT          PIC X(1000).

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
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'COMPMAINT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-ARG1
                    WS-IN-ARG2
                    WS-IN-ARG3
                    WS-IN-TXN-ID
                    WS-IN-OPERATOR
                    WS-IN-NOTES
           END-UNSTRING

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-TODAY-NUM
           PERFORM RESOLVE-MASKING

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'OPEN'
                   PERFORM OPEN-COMPLAINT
               WHEN 'ACK'
                   PERFORM UPDATE-COMPLAINT
               WHEN 'RESOLVE'
                   PERFORM UPDATE-COMPLAINT
               WHEN 'LIST'
                   PERFORM LIST-OPEN-COMPLAINTS
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/complaints.dat' DELIMITED SIZE
                      INTO WS-COMPLAINT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/notifyq.dat' DELIMITED SIZE
                      INTO WS-NOTIFY-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       OPEN-COMPLAINT.
      *--- Kanal dan kategori harus dari daftar baku - laporan OJK  ---
      *--- dikelompokkan per kategori                               ---
           IF FUNCTION TRIM(WS-IN-ARG2) NOT = 'CALL'
              AND FUNCTION TRIM(WS-IN-ARG2) NOT = 'BRANCH'
              AND FUNCTION TRIM(WS-IN-ARG2) NOT = 'APP'
              AND FUNCTION TRIM(WS-IN-ARG2) NOT = 'EMAIL'
              AND FUNCTION TRIM(WS-IN-ARG2) NOT = 'SOCMED'
              AND FUNCTION TRIM(WS-IN-ARG2) NOT = 'LETTER'
               PERFORM RETURN-INVALID-MODE
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-ARG3) NOT = 'TOPUP'
              AND FUNCTION TRIM(WS-IN-ARG3) NOT = 'PAYMENT'
              AND FUNCTION TRIM(WS-IN-ARG3) NOT = 'TRANSFER'
              AND FUNCTION TRIM(WS-IN-ARG3) NOT = 'FEE'
              AND FUNCTION TRIM(WS-IN-ARG3) NOT = 'NOTIFY'
              AND FUNCTION TRIM(WS-IN-ARG3) NOT = 'ACCOUNT'
              AND FUNCTION TRIM(WS-IN-ARG3) NOT = 'CARD'
              AND FUNCTION TRIM(WS-IN-ARG3) NOT = 'FRAUD'
              AND FUNCTION TRIM(WS-IN-ARG3) NOT = 'SERVICE'
              AND FUNCTION TRIM(WS-IN-ARG3) NOT = 'OTHER'
               PERFORM RETURN-INVALID-MODE
               STOP RUN
           END-IF

           PERFORM AUTHENTICATE-CASE-OPERATOR

           PERFORM FIND-COMPLAINANT
           IF WS-USER-FOUND = 'N'
               PERFORM RETURN-USER-NOT-FOUND
               STOP RUN
           END-IF

      *--- Transaksi terkait opsional; kalau diisi harus ada dan    ---
      *--- milik pengadu                                            ---
           IF FUNCTION TRIM(WS-IN-TXN-ID) NOT = SPACES
              AND FUNCTION TRIM(WS-IN-TXN-ID) NOT = '-'
               PERFORM FIND-RELATED-TXN
               IF WS-TXN-FOUND = 'N'
                   PERFORM RETURN-TXN-NOT-FOUND
                   STOP RUN
               END-IF
           ELSE
               MOVE SPACES TO WS-IN-TXN-ID
           END-IF

           PERFORM LOAD-COMPLAINT-PARAMS
           PERFORM FIND-NEXT-CMP-ID
           PERFORM APPEND-NEW-COMPLAINT

           IF WS-CMP-FOUND = 'N'
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           MOVE 'CMPRECEIVED' TO WS-NOTIFY-EVENT
           PERFORM WRITE-NOTIFY-EVENT
           PERFORM WRITE-COMPLAINT-AUDIT
           PERFORM RETURN-COMPLAINT-SAVED.

      *----------------------------------------------------------------*
       AUTHENTICATE-CASE-OPERATOR.
      *--- Kolom TOKEN membawa token sesi OPRSIGN; pemilik sesi     ---
      *--- harus operator terdaftar aktif dan dicatat di register   ---
           MOVE WS-IN-OPERATOR TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-OPERATOR
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-SESSION-TOKEN.
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
       VALIDATE-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-IN-OPERATOR TO FD-OPR-OP-ID

               READ OPERATOR-FILE
                   KEY IS FD-OPR-OP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-OPERATOR-OK
                   NOT INVALID KEY
                       IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                           MOVE 'Y' TO WS-OPERATOR-OK
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------------*
       FIND-COMPLAINANT.
           MOVE 'N' TO WS-USER-FOUND

           OPEN INPUT ACCOUNT-FILE
           IF ACC-FS-OK
               MOVE WS-IN-ARG1 TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-USER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-USER-FOUND
               END-READ

               CLOSE ACCOUNT-FILE
           END-IF.

      *----------------------------------------------------------------*
       FIND-RELATED-TXN.
           MOVE 'N' TO WS-TXN-FOUND

           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF OR WS-TXN-FOUND = 'Y'
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TP-TXN-ID) =
                          FUNCTION TRIM(WS-IN-TXN-ID)
                          AND FUNCTION TRIM(WS-TP-USER-ID) =
                              FUNCTION TRIM(WS-IN-ARG1)
                           MOVE 'Y' TO WS-TXN-FOUND
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-COMPLAINT-PARAMS.
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

           IF WS-PM-REC-EFF(1:8) > WS-DATETIME(1:8)
              OR FUNCTION TRIM(WS-PM-REC-VALUE) = SPACES
               CONTINUE
           ELSE
               MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
                   TO WS-NUMVAL-CHECK

               IF WS-NUMVAL-CHECK = 0
                   EVALUATE FUNCTION TRIM(WS-PM-REC-NAME)
                       WHEN 'CMPACKDAY'
                           IF WS-PM-REC-EFF(1:8) > WS-PM-EFF-ACK
                               MOVE WS-PM-REC-EFF(1:8)
                                   TO WS-PM-EFF-ACK
                               MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                                   TO WS-ACK-DAYS
                           END-IF
                       WHEN 'CMPRESDAY'
                           IF WS-PM-REC-EFF(1:8) > WS-PM-EFF-RES
                               MOVE WS-PM-REC-EFF(1:8)
                                   TO WS-PM-EFF-RES
                               MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE)
                                   TO WS-RESOLVE-DAYS
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       FIND-NEXT-CMP-ID.
           MOVE 0 TO WS-NEXT-CMP-ID

           OPEN INPUT COMPLAINT-FILE
           IF CMP-FS-OK
               PERFORM UNTIL CMP-FS-EOF
                   READ COMPLAINT-FILE INTO WS-COMPLAINT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CM-CMP-ID IS NUMERIC
                          AND WS-CM-CMP-ID > WS-NEXT-CMP-ID
                           MOVE WS-CM-CMP-ID TO WS-NEXT-CMP-ID
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE COMPLAINT-FILE
           END-IF

           ADD 1 TO WS-NEXT-CMP-ID.

      *----------------------------------------------------------------*
       APPEND-NEW-COMPLAINT.
           MOVE 'N' TO WS-CMP-FOUND

           COMPUTE WS-RECEIVED-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           COMPUTE WS-DUE-INT = WS-RECEIVED-INT + WS-ACK-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO WS-DUE-DATE
           MOVE WS-DUE-DATE TO WS-CM-ACK-DUE

           COMPUTE WS-DUE-INT = WS-RECEIVED-INT + WS-RESOLVE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO WS-DUE-DATE
           MOVE WS-DUE-DATE TO WS-CM-RESOLVE-DUE

           MOVE WS-NEXT-CMP-ID  TO WS-CM-CMP-ID
           MOVE WS-IN-ARG1      TO WS-CM-USER-ID
           MOVE WS-IN-ARG2      TO WS-CM-CHANNEL
           MOVE WS-IN-ARG3      TO WS-CM-CATEGORY
           MOVE WS-IN-TXN-ID    TO WS-CM-TXN-ID
           MOVE 'received'      TO WS-CM-STATUS
           MOVE WS-DATETIME     TO WS-CM-RECEIVED-AT
           MOVE SPACES          TO WS-CM-ACK-AT
           MOVE SPACES          TO WS-CM-RESOLVED-AT
           MOVE SPACES          TO WS-CM-OUTCOME
           MOVE WS-IN-OPERATOR  TO WS-CM-OPERATOR
           MOVE WS-IN-NOTES     TO WS-CM-NOTES

           OPEN EXTEND COMPLAINT-FILE
           IF CMP-FS-NOT-FOUND
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN EXTEND COMPLAINT-FILE
           END-IF

           IF CMP-FS-OK
               WRITE COMPLAINT-FILE-RECORD FROM WS-COMPLAINT-RECORD
               CLOSE COMPLAINT-FILE
               MOVE 'Y' TO WS-CMP-FOUND
           END-IF.

      *----------------------------------------------------------------*
       UPDATE-COMPLAINT.
      *--- ACK: tanggapan awal ke nasabah. RESOLVE: hasil akhir;    ---
      *--- pengaduan yang langsung diselesaikan tanpa ACK dianggap  ---
      *--- ditanggapi saat itu juga                                 ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'RESOLVE'
              AND FUNCTION TRIM(WS-IN-ARG2) NOT = 'UPHELD'
              AND FUNCTION TRIM(WS-IN-ARG2) NOT = 'PARTIAL'
              AND FUNCTION TRIM(WS-IN-ARG2) NOT = 'REJECTED'
               PERFORM RETURN-INVALID-MODE
               STOP RUN
           END-IF

           PERFORM AUTHENTICATE-CASE-OPERATOR

           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-ARG1))
               TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               PERFORM RETURN-COMPLAINT-NOT-FOUND
               STOP RUN
           END-IF

           MOVE FUNCTION NUMVAL(WS-IN-ARG1) TO WS-CMP-ID-NUM
           MOVE 'N' TO WS-CMP-FOUND

           OPEN I-O COMPLAINT-FILE
           IF NOT CMP-FS-OK
               PERFORM RETURN-COMPLAINT-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM UNTIL CMP-FS-EOF OR WS-CMP-FOUND = 'Y'
               READ COMPLAINT-FILE INTO WS-COMPLAINT-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-CM-CMP-ID = WS-CMP-ID-NUM
                       PERFORM APPLY-COMPLAINT-UPDATE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE COMPLAINT-FILE

           IF WS-CMP-FOUND = 'Y'
               IF FUNCTION TRIM(WS-IN-MODE) = 'ACK'
                   MOVE 'CMPACK' TO WS-NOTIFY-EVENT
               ELSE
                   MOVE 'CMPRESOLVED' TO WS-NOTIFY-EVENT
               END-IF
               PERFORM WRITE-NOTIFY-EVENT
               PERFORM WRITE-COMPLAINT-AUDIT
               PERFORM RETURN-COMPLAINT-SAVED
           ELSE
               PERFORM RETURN-COMPLAINT-NOT-FOUND
           END-IF.

      *----------------------------------------------------------------*
       APPLY-COMPLAINT-UPDATE.
      *--- ACK hanya untuk pengaduan yang baru diterima; RESOLVE    ---
      *--- untuk yang belum selesai                                 ---
           IF FUNCTION TRIM(WS-IN-MODE) = 'ACK'
               IF FUNCTION TRIM(WS-CM-STATUS) = 'received'
                   MOVE 'Y' TO WS-CMP-FOUND
                   MOVE 'acknowledged' TO WS-CM-STATUS
                   MOVE WS-DATETIME TO WS-CM-ACK-AT
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-CM-STATUS) = 'received'
                  OR FUNCTION TRIM(WS-CM-STATUS) = 'acknowledged'
                   MOVE 'Y' TO WS-CMP-FOUND
                   IF WS-CM-ACK-AT = SPACES
                       MOVE WS-DATETIME TO WS-CM-ACK-AT
                   END-IF
                   MOVE 'resolved' TO WS-CM-STATUS
                   MOVE WS-DATETIME TO WS-CM-RESOLVED-AT
                   MOVE WS-IN-ARG2 TO WS-CM-OUTCOME
               END-IF
           END-IF

           IF WS-CMP-FOUND = 'Y'
               MOVE WS-IN-OPERATOR TO WS-CM-OPERATOR
               IF FUNCTION TRIM(WS-IN-NOTES) NOT = SPACES
                   MOVE WS-IN-NOTES TO WS-CM-NOTES
               END-IF

               REWRITE COMPLAINT-FILE-RECORD
                   FROM WS-COMPLAINT-RECORD
           END-IF.

      *----------------------------------------------------------------*
       LIST-OPEN-COMPLAINTS.
      *--- Pengaduan yang belum selesai beserta posisi tenggatnya:  ---
      *--- ACK-OVERDUE / RES-OVERDUE / ON-TRACK                     ---
           OPEN INPUT COMPLAINT-FILE
           IF NOT CMP-FS-OK
               PERFORM PRINT-LIST-SUMMARY
               STOP RUN
           END-IF

           PERFORM UNTIL CMP-FS-EOF
               READ COMPLAINT-FILE INTO WS-COMPLAINT-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(WS-CM-STATUS) = 'received'
                      OR FUNCTION TRIM(WS-CM-STATUS) =
                         'acknowledged'
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM PRINT-COMPLAINT-LINE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE COMPLAINT-FILE

           PERFORM PRINT-LIST-SUMMARY.

      *----------------------------------------------------------------*
       PRINT-COMPLAINT-LINE.
           MOVE 'ON-TRACK' TO WS-SLA-STATE

           IF WS-DATETIME(1:8) > WS-CM-RESOLVE-DUE
               MOVE 'RES-OVERDUE' TO WS-SLA-STATE
           ELSE
               IF FUNCTION TRIM(WS-CM-STATUS) = 'received'
                  AND WS-DATETIME(1:8) > WS-CM-ACK-DUE
                   MOVE 'ACK-OVERDUE' TO WS-SLA-STATE
               END-IF
           END-IF

           IF WS-SLA-STATE NOT = 'ON-TRACK'
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF

           MOVE WS-CM-USER-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"complaint_id":"'
                   WS-CM-CMP-ID '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"channel":"'
                   FUNCTION TRIM(WS-CM-CHANNEL) '",'
               '"category":"'
                   FUNCTION TRIM(WS-CM-CATEGORY) '",'
               '"transaction_id":"'
                   FUNCTION TRIM(WS-CM-TXN-ID) '",'
               '"complaint_status":"'
                   FUNCTION TRIM(WS-CM-STATUS) '",'
               '"received_at":"'
                   FUNCTION TRIM(WS-CM-RECEIVED-AT) '",'
               '"ack_due":"' WS-CM-ACK-DUE '",'
               '"resolve_due":"' WS-CM-RESOLVE-DUE '",'
               '"sla_state":"'
                   FUNCTION TRIM(WS-SLA-STATE) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Pengaduan nasabah"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

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
      *--- Ganti semua karakter kecuali 4 terakhir dengan '*';      ---
      *--- nilai 4 karakter atau kurang dibiarkan apa adanya        ---
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
       PRINT-LIST-SUMMARY.
           MOVE WS-LIST-COUNT TO WS-COUNT-EDIT
           MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"open_complaints":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"overdue":'
                   FUNCTION TRIM(WS-OVERDUE-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Daftar pengaduan selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       WRITE-NOTIFY-EVENT.
      *--- Nasabah dikabari tiap tahap; kolom TXN-ID membawa nomor  ---
      *--- referensi pengaduan CMP-nnnnnnnn                         ---
           MOVE SPACES TO WS-CMP-REF
           STRING 'CMP-' WS-CM-CMP-ID
               DELIMITED SIZE
               INTO WS-CMP-REF
           END-STRING

           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE WS-CM-USER-ID   TO WS-NR-USER-ID
           MOVE WS-NOTIFY-EVENT TO WS-NR-EVENT
           MOVE SPACES          TO WS-NR-AMOUNT
           MOVE WS-CMP-REF      TO WS-NR-TXN-ID
           MOVE 'new'           TO WS-NR-STATUS

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
       WRITE-COMPLAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP

           MOVE SPACES TO WS-AUD-KEY
           STRING 'CMP-' WS-CM-CMP-ID '/'
                  FUNCTION TRIM(WS-IN-MODE)
                  ' BY:' FUNCTION TRIM(WS-IN-OPERATOR)
               DELIMITED SIZE
               INTO WS-AUD-KEY
           END-STRING

           MOVE EC-SUCCESS TO WS-AUD-CODE

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
       RETURN-COMPLAINT-SAVED.
           MOVE WS-CM-USER-ID TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"complaint_id":"'
                   WS-CM-CMP-ID '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"category":"'
                   FUNCTION TRIM(WS-CM-CATEGORY) '",'
               '"complaint_status":"'
                   FUNCTION TRIM(WS-CM-STATUS) '",'
               '"outcome":"'
                   FUNCTION TRIM(WS-CM-OUTCOME) '",'
               '"ack_due":"' WS-CM-ACK-DUE '",'
               '"resolve_due":"' WS-CM-RESOLVE-DUE '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Register pengaduan diperbarui"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

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
       RETURN-INVALID-OPERATOR.
           STRING
               '{'
               '"status":"error",'
               '"code":1022,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-OPERATOR) ','
               '"data":null,'
               '"message":"Operator tidak terdaftar atau tidak aktif"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-USER-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1004,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-USER) ','
               '"data":null,'
               '"message":"Nasabah pengadu tidak terdaftar"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-TXN-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Transaksi terkait tidak ditemukan untuk'
               ' nasabah ini"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-COMPLAINT-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Pengaduan tidak ditemukan atau tahapnya'
               ' tidak sesuai"'
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
               '"message":"Mode/kanal/kategori/hasil pengaduan tidak'
               ' dikenal (OPEN/ACK/RESOLVE/LIST)"'
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
               '"message":"Register pengaduan tidak bisa ditulis"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

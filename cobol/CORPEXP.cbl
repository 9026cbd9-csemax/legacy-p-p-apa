      *================================================================*
      * CORPEXP.CBL - Corporate Approval Expiry Sweep                 *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPEXP.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Register persetujuan korporat (BULKPAY/TRANSFERPROC) - ---
      *--- pengajuan yang belum lengkap ditandatangani sampai lewat ---
      *--- masa berlakunya ditandai expired                        ---
           SELECT CORPAPPR-FILE
               ASSIGN TO DYNAMIC WS-CORPAPPR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.

      *--- Outbox notifikasi nasabah (dipoll lewat NOTIFYDRN)    ---
           SELECT NOTIFY-FILE
               ASSIGN TO DYNAMIC WS-NOTIFY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-FILE-STATUS.

      *--- Audit log bersama ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORPAPPR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORPAPPR-FILE-RECORD    PIC X(300).

       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-FILE-RECORD      PIC X(150).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-CORPAPPR-FILE-PATH    PIC X(100)
           VALUE '/app/data/corpappr.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.

       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Tanggal bisnis run (YYYYMMDD) dari command line atau    ---
      *--- hari ini, pola batch EOD lainnya                         ---
       01  WS-RUN-DATE             PIC X(8).

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
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'CORPEXP'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

       01  WS-ROWS-EXPIRED         PIC 9(5) VALUE 0.
       01  WS-ROWS-PENDING         PIC 9(5) VALUE 0.
       01  WS-TOTAL-EXPIRED        PIC 9(13)V99 VALUE 0.

       01  WS-CNT-EDIT             PIC ZZZZ9.
       01  WS-CNT2-EDIT            PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-TOTAL-EDIT           PIC Z(12)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE

           OPEN I-O CORPAPPR-FILE
           IF NOT CA-FS-OK
               PERFORM PRINT-SUMMARY-LINE
               STOP RUN
           END-IF

           PERFORM UNTIL CA-FS-EOF
               READ CORPAPPR-FILE INTO WS-CORPAPPR-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM PROCESS-ONE-APPROVAL
               END-READ
           END-PERFORM

           CLOSE CORPAPPR-FILE

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/corpappr.dat' DELIMITED SIZE
                      INTO WS-CORPAPPR-FILE-PATH
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
       PROCESS-ONE-APPROVAL.
      *--- Hanya status pending yang disentuh; yang sudah approved ---
      *--- tetap menunggu maker menjalankan ulang kirimannya        ---
           IF FUNCTION TRIM(WS-CA-STATUS) = 'pending'
               IF WS-CA-EXPIRY-DATE < WS-RUN-DATE
                   PERFORM EXPIRE-ONE-APPROVAL
               ELSE
                   ADD 1 TO WS-ROWS-PENDING
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       EXPIRE-ONE-APPROVAL.
      *--- Dana belum pernah didebet selama menunggu tanda tangan, ---
      *--- jadi cukup status dan kabar ke maker                    ---
           MOVE 'expired' TO WS-CA-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-CA-UPDATED
           MOVE WS-RUN-DATE TO WS-CA-UPDATED(1:8)
           REWRITE CORPAPPR-FILE-RECORD FROM WS-CORPAPPR-RECORD

           ADD 1 TO WS-ROWS-EXPIRED
           ADD WS-CA-AMOUNT TO WS-TOTAL-EXPIRED

           MOVE WS-CA-MAKER-ID TO WS-NR-USER-ID
           PERFORM WRITE-EXPIRE-NOTIFY

           PERFORM WRITE-EXPIRE-AUDIT.

      *----------------------------------------------------------------*
       WRITE-EXPIRE-NOTIFY.
      *--- Kolom txn membawa batch id / txn id yang diajukan ---
           MOVE WS-CA-AMOUNT TO WS-AMOUNT-EDIT

           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE 'CORPEXPIRED'     TO WS-NR-EVENT
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
       WRITE-EXPIRE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
           MOVE WS-CA-APPR-ID TO WS-AUD-KEY
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
       PRINT-SUMMARY-LINE.
           MOVE WS-ROWS-EXPIRED TO WS-CNT-EDIT
           MOVE WS-ROWS-PENDING TO WS-CNT2-EDIT
           MOVE WS-TOTAL-EXPIRED TO WS-TOTAL-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"approvals_expired":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"expired_amount":'
                   FUNCTION TRIM(WS-TOTAL-EDIT) ','
               '"approvals_pending":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Sapuan kedaluwarsa persetujuan korporat '
               'selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

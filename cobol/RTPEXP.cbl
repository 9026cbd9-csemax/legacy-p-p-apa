      *================================================================*
      * RTPEXP.CBL - Request-to-Pay Expiry Sweep                      *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTPEXP.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Register permintaan pembayaran (DISPATCHER RTPCREATE) -  ---
      *--- permintaan pending yang tak dijawab sampai lewat masa    ---
      *--- berlakunya ditandai expired                             ---
           SELECT PAYREQ-FILE
               ASSIGN TO DYNAMIC WS-PAYREQ-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PQ-FILE-STATUS.

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
       FD  PAYREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYREQ-FILE-RECORD      PIC X(240).

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
       01  WS-PAYREQ-FILE-PATH      PIC X(100)
           VALUE '/app/data/payreq.dat'.
       01  WS-NOTIFY-FILE-PATH      PIC X(100)
           VALUE '/app/data/notifyq.dat'.

       01  WS-PQ-FILE-STATUS       PIC XX.
           88  PQ-FS-OK            VALUE '00'.
           88  PQ-FS-EOF           VALUE '10'.

       01  WS-NTF-FILE-STATUS      PIC XX.
           88  NTF-FS-OK           VALUE '00'.
           88  NTF-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

      *--- Tanggal bisnis run (YYYYMMDD) dari command line atau    ---
      *--- hari ini, pola batch EOD lainnya                         ---
       01  WS-RUN-DATE             PIC X(8).

      *--- Baris permintaan pembayaran (selaras WS-PAYREQ-RECORD   ---
      *--- di DISPATCHER dan TRANSFERPROC)                          ---
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
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'RTPEXP'.
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

           OPEN I-O PAYREQ-FILE
           IF NOT PQ-FS-OK
               PERFORM PRINT-SUMMARY-LINE
               STOP RUN
           END-IF

           PERFORM UNTIL PQ-FS-EOF
               READ PAYREQ-FILE INTO WS-PAYREQ-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM PROCESS-ONE-PAYREQ
               END-READ
           END-PERFORM

           CLOSE PAYREQ-FILE

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/payreq.dat' DELIMITED SIZE
                      INTO WS-PAYREQ-FILE-PATH
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
       PROCESS-ONE-PAYREQ.
      *--- Hanya status pending yang disentuh; masa berlaku masih   ---
      *--- berjalan pada tanggal kedaluwarsanya sendiri             ---
           IF FUNCTION TRIM(WS-PQ-STATUS) = 'pending'
               IF WS-PQ-EXPIRY-DATE < WS-RUN-DATE
                   PERFORM EXPIRE-ONE-PAYREQ
               ELSE
                   ADD 1 TO WS-ROWS-PENDING
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       EXPIRE-ONE-PAYREQ.
      *--- Tanggal update distempel tanggal run; tidak ada dana    ---
      *--- yang ditahan, jadi cukup status dan kabar ke kedua pihak ---
           MOVE 'expired' TO WS-PQ-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-PQ-UPDATED
           MOVE WS-RUN-DATE TO WS-PQ-UPDATED(1:8)
           REWRITE PAYREQ-FILE-RECORD FROM WS-PAYREQ-RECORD

           ADD 1 TO WS-ROWS-EXPIRED
           ADD WS-PQ-AMOUNT TO WS-TOTAL-EXPIRED

           MOVE WS-PQ-REQUESTER TO WS-NR-USER-ID
           PERFORM WRITE-EXPIRE-NOTIFY
           MOVE WS-PQ-PAYER TO WS-NR-USER-ID
           PERFORM WRITE-EXPIRE-NOTIFY

           PERFORM WRITE-EXPIRE-AUDIT.

      *----------------------------------------------------------------*
       WRITE-EXPIRE-NOTIFY.
           MOVE WS-PQ-AMOUNT TO WS-AMOUNT-EDIT

           MOVE FUNCTION CURRENT-DATE TO WS-NR-TIMESTAMP
           MOVE 'RTPEXPIRED'      TO WS-NR-EVENT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-NR-AMOUNT
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
       WRITE-EXPIRE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP
           MOVE WS-PQ-REQ-ID TO WS-AUD-KEY
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
               '"requests_expired":'
                   FUNCTION TRIM(WS-CNT-EDIT) ','
               '"expired_amount":'
                   FUNCTION TRIM(WS-TOTAL-EDIT) ','
               '"requests_pending":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Sapuan kedaluwarsa permintaan pembayaran '
               'selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *================================================================*
      * BNKRECON.CBL - Settlement Bank Statement Reconciliation       *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKRECON.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Rekening koran harian rekening settlement kita (gaya    ---
      *--- MT940), satu tag per baris dengan pembatas '|':         ---
      *---   :60F:|C/D|YYYYMMDD|SALDO         saldo awal            ---
      *---   :61:|YYYYMMDD|C/D|NOMINAL|KODE|REF-KITA|REF-BANK      ---
      *---   :62F:|C/D|YYYYMMDD|SALDO         saldo akhir           ---
      *--- tag lain (:20:, :25:, :28C:, :86:) dilewati              ---
           SELECT BANKSTMT-FILE
               ASSIGN TO DYNAMIC WS-BANKSTMT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BS-FILE-STATUS.

      *--- Disbursement kita: settlement merchant, cash-out,       ---
      *--- dana penutupan rekening, rilis reserve                   ---
           SELECT PAYOUT-FILE
               ASSIGN TO DYNAMIC WS-PAYOUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

      *--- Posisi neto kliring: kiriman keluar (clearout.dat) ---
           SELECT CLEAROUT-FILE
               ASSIGN TO DYNAMIC WS-CLEAROUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

      *--- ... dan item masuk (baris CLRIN di transactions.dat) ---
           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TXN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Setoran float agen (jurnal AGENTMAINT FUND) ---
           SELECT AGTFUND-FILE
               ASSIGN TO DYNAMIC WS-AGTFUND-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AF-FILE-STATUS.

      *--- Item belum cocok yang dibawa dari run sebelumnya; ditulis ---
      *--- ulang tiap run dengan sisa yang masih terbuka             ---
           SELECT CARRY-FILE
               ASSIGN TO DYNAMIC WS-CARRY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.

      *--- Laporan hasil cocok per tanggal run ---
           SELECT RECON-OUT-FILE
               ASSIGN TO DYNAMIC WS-RECON-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKSTMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BANKSTMT-FILE-RECORD    PIC X(200).

       FD  PAYOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYOUT-FILE-RECORD      PIC X(200).

       FD  CLEAROUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEAROUT-FILE-RECORD    PIC X(150).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  AGTFUND-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGTFUND-FILE-RECORD     PIC X(100).

       FD  CARRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARRY-FILE-RECORD       PIC X(120).

       FD  RECON-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-OUT-RECORD        PIC X(150).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-BANKSTMT-FILE-PATH    PIC X(100)
           VALUE '/app/data/bankstmt.dat'.
       01  WS-PAYOUT-FILE-PATH      PIC X(100)
           VALUE '/app/data/payouts.dat'.
       01  WS-CLEAROUT-FILE-PATH    PIC X(100)
           VALUE '/app/data/clearout.dat'.
       01  WS-TXN-FILE-PATH         PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-AGTFUND-FILE-PATH     PIC X(100)
           VALUE '/app/data/agtfund.dat'.
       01  WS-CARRY-FILE-PATH       PIC X(100)
           VALUE '/app/data/bnkopen.dat'.
       01  WS-RECON-OUT-PATH        PIC X(100).

       01  WS-BS-FILE-STATUS       PIC XX.
           88  BS-FS-OK            VALUE '00'.
           88  BS-FS-EOF           VALUE '10'.

       01  WS-PAY-FILE-STATUS      PIC XX.
           88  PAY-FS-OK           VALUE '00'.
           88  PAY-FS-EOF          VALUE '10'.

       01  WS-CO-FILE-STATUS       PIC XX.
           88  CO-FS-OK            VALUE '00'.
           88  CO-FS-EOF           VALUE '10'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-AF-FILE-STATUS       PIC XX.
           88  AF-FS-OK            VALUE '00'.
           88  AF-FS-EOF           VALUE '10'.

       01  WS-CF-FILE-STATUS       PIC XX.
           88  CF-FS-OK            VALUE '00'.
           88  CF-FS-EOF           VALUE '10'.

       01  WS-RO-FILE-STATUS       PIC XX.
           88  RO-FS-OK            VALUE '00'.

      *--- Tanggal run (YYYYMMDD) dari command line ---
       01  WS-RUN-DATE             PIC X(8).

      *--- Mutasi yang kita harapkan terjadi di rekening settlement ---
       01  WS-OURS-TABLE.
           05  WS-OU-ENTRY OCCURS 3000 TIMES INDEXED BY WS-OU-IDX.
               10  WS-OU-DATE      PIC X(8).
               10  WS-OU-KIND      PIC X(8).
               10  WS-OU-REF       PIC X(36).
               10  WS-OU-DIR       PIC X(1).
               10  WS-OU-AMOUNT    PIC 9(13)V99.
               10  WS-OU-MATCHED   PIC X(1).
       01  WS-OURS-COUNT           PIC 9(4) VALUE 0.

      *--- Mutasi yang benar-benar tercatat di rekening koran ---
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY OCCURS 3000 TIMES INDEXED BY WS-BK-IDX.
               10  WS-BK-DATE      PIC X(8).
               10  WS-BK-KIND      PIC X(8).
               10  WS-BK-REF       PIC X(36).
               10  WS-BK-BANK-REF  PIC X(16).
               10  WS-BK-DIR       PIC X(1).
               10  WS-BK-AMOUNT    PIC 9(13)V99.
               10  WS-BK-MATCHED   PIC X(1).
       01  WS-BANK-COUNT           PIC 9(4) VALUE 0.

      *--- Baris payout (selaras WS-PAYOUT-RECORD di SETTLESWP) ---
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

      *--- Baris clearout (selaras WS-CLEAROUT-RECORD PAYMENTPROC) ---
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

      *--- Baris transactions.dat (pembatas '|') ---
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

      *--- Baris jurnal setoran float (selaras AGENTMAINT) ---
       01  WS-AGTFUND-RECORD.
           05  WS-AF-AGENT-ID      PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-AF-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  WS-AF-DATE          PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-AF-MAKER         PIC X(12).
           05  FILLER              PIC X(1).

      *--- Item terbuka yang dibawa ke hari berikutnya ---
       01  WS-CARRY-RECORD.
           05  WS-CR-SIDE          PIC X(4).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CR-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CR-KIND          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CR-REF           PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CR-BANK-REF      PIC X(16).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CR-DIR           PIC X(1).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-CR-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.

      *--- Parse baris rekening koran ---
       01  WS-BS-LINE              PIC X(200).
       01  WS-BS-TAG               PIC X(5).
       01  WS-BS-F2                PIC X(20).
       01  WS-BS-F3                PIC X(20).
       01  WS-BS-F4                PIC X(20).
       01  WS-BS-F5                PIC X(10).
       01  WS-BS-F6                PIC X(36).
       01  WS-BS-F7                PIC X(16).
       01  WS-BS-AMOUNT            PIC 9(13)V99.
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Uji saldo rekening koran: awal + kredit - debit = akhir ---
       01  WS-OPENING-BALANCE      PIC S9(13)V99 VALUE 0.
       01  WS-CLOSING-BALANCE      PIC S9(13)V99 VALUE 0.
       01  WS-COMPUTED-CLOSING     PIC S9(13)V99 VALUE 0.
       01  WS-STMT-CREDITS         PIC 9(13)V99 VALUE 0.
       01  WS-STMT-DEBITS          PIC 9(13)V99 VALUE 0.
       01  WS-HAS-OPENING          PIC X(1) VALUE 'N'.
       01  WS-HAS-CLOSING          PIC X(1) VALUE 'N'.
       01  WS-STMT-BALANCED        PIC X(5) VALUE 'false'.

      *--- Posisi neto kliring hari run ---
       01  WS-CLR-OUT-TOTAL        PIC 9(13)V99 VALUE 0.
       01  WS-CLR-IN-TOTAL         PIC 9(13)V99 VALUE 0.
       01  WS-CLR-ITEMS            PIC 9(7) VALUE 0.

       01  WS-MATCH-FOUND          PIC X(1).

      *--- Baris laporan hasil cocok ---
       01  WS-RECON-RECORD.
           05  WS-RR-RESULT        PIC X(16).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-DATE          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-KIND          PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-REF           PIC X(36).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-BANK-REF      PIC X(16).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-DIR           PIC X(1).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RR-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-CARRIED-IN           PIC 9(5) VALUE 0.
       01  WS-STMT-LINES           PIC 9(5) VALUE 0.
       01  WS-MATCHED-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-OURS       PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-BANK       PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-OURS-AMT   PIC 9(13)V99 VALUE 0.
       01  WS-UNMATCHED-BANK-AMT   PIC 9(13)V99 VALUE 0.

       01  WS-CARRIED-EDIT         PIC ZZZZ9.
       01  WS-STMT-EDIT            PIC ZZZZ9.
       01  WS-OURS-EDIT            PIC ZZZZ9.
       01  WS-MATCHED-EDIT         PIC ZZZZ9.
       01  WS-UNM-OURS-EDIT        PIC ZZZZ9.
       01  WS-UNM-BANK-EDIT        PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-UNM-OURS-AMT-EDIT    PIC Z(12)9.99.
       01  WS-UNM-BANK-AMT-EDIT    PIC Z(12)9.99.
       01  WS-OPENING-EDIT         PIC -(13)9.99.
       01  WS-CLOSING-EDIT         PIC -(13)9.99.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Buktikan uang yang benar-benar bergerak di rekening     ---
      *--- settlement kita sama dengan yang DANTE kira terjadi:     ---
      *--- tiap mutasi rekening koran dicocokkan ke payout, posisi ---
      *--- neto kliring atau setoran float agen (arah, nominal dan ---
      *--- referensi harus sama). Sisa kedua sisi dibawa ke run    ---
      *--- berikutnya sampai cocok                                  ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM LOAD-CARRIED-ITEMS
           PERFORM LOAD-PAYOUTS
           PERFORM LOAD-CLEARING-NET
           PERFORM LOAD-AGENT-FUNDING
           PERFORM LOAD-BANK-STATEMENT

           OPEN OUTPUT RECON-OUT-FILE

           PERFORM MATCH-BANK-LINES
           PERFORM REPORT-UNMATCHED-OURS
           PERFORM REPORT-UNMATCHED-BANK

           IF RO-FS-OK
               CLOSE RECON-OUT-FILE
           END-IF

           PERFORM WRITE-CARRY-FILE
           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/bankstmt.dat' DELIMITED SIZE
                      INTO WS-BANKSTMT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/payouts.dat' DELIMITED SIZE
                      INTO WS-PAYOUT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/clearout.dat' DELIMITED SIZE
                      INTO WS-CLEAROUT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TXN-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/agtfund.dat' DELIMITED SIZE
                      INTO WS-AGTFUND-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/bnkopen.dat' DELIMITED SIZE
                      INTO WS-CARRY-FILE-PATH
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
           END-IF

      *--- Satu file laporan per tanggal run ---
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/bnkrecon-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-RECON-OUT-PATH
           END-STRING.

      *----------------------------------------------------------------*
       LOAD-CARRIED-ITEMS.
      *--- Item bertanggal run ini atau sesudahnya dilewati: run    ---
      *--- ulang pada hari yang sama memuatnya lagi dari sumbernya ---
           OPEN INPUT CARRY-FILE
           IF CF-FS-OK
               PERFORM UNTIL CF-FS-EOF
                   READ CARRY-FILE INTO WS-CARRY-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CR-DATE < WS-RUN-DATE
                           PERFORM ADD-CARRIED-ITEM
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CARRY-FILE
           END-IF.

      *----------------------------------------------------------------*
       ADD-CARRIED-ITEM.
           EVALUATE WS-CR-SIDE
               WHEN 'OURS'
                   IF WS-OURS-COUNT < 3000
                       ADD 1 TO WS-CARRIED-IN
                       ADD 1 TO WS-OURS-COUNT
                       MOVE WS-CR-DATE TO WS-OU-DATE(WS-OURS-COUNT)
                       MOVE WS-CR-KIND TO WS-OU-KIND(WS-OURS-COUNT)
                       MOVE WS-CR-REF  TO WS-OU-REF(WS-OURS-COUNT)
                       MOVE WS-CR-DIR  TO WS-OU-DIR(WS-OURS-COUNT)
                       MOVE WS-CR-AMOUNT
                           TO WS-OU-AMOUNT(WS-OURS-COUNT)
                       MOVE 'N' TO WS-OU-MATCHED(WS-OURS-COUNT)
                   END-IF
               WHEN 'BANK'
                   IF WS-BANK-COUNT < 3000
                       ADD 1 TO WS-CARRIED-IN
                       ADD 1 TO WS-BANK-COUNT
                       MOVE WS-CR-DATE TO WS-BK-DATE(WS-BANK-COUNT)
                       MOVE WS-CR-KIND TO WS-BK-KIND(WS-BANK-COUNT)
                       MOVE WS-CR-REF  TO WS-BK-REF(WS-BANK-COUNT)
                       MOVE WS-CR-BANK-REF
                           TO WS-BK-BANK-REF(WS-BANK-COUNT)
                       MOVE WS-CR-DIR  TO WS-BK-DIR(WS-BANK-COUNT)
                       MOVE WS-CR-AMOUNT
                           TO WS-BK-AMOUNT(WS-BANK-COUNT)
                       MOVE 'N' TO WS-BK-MATCHED(WS-BANK-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       LOAD-PAYOUTS.
      *--- Payout yang sudah dikirim ke bank (disbursed, atau paid ---
      *--- setelah ack PAYACK) keluar dari rekening settlement     ---
      *--- dengan referensi kunci payout - merchant id, atau user  ---
      *--- id untuk cash-out dan penutupan rekening                 ---
           OPEN INPUT PAYOUT-FILE
           IF PAY-FS-OK
               PERFORM UNTIL PAY-FS-EOF
                   READ PAYOUT-FILE INTO WS-PAYOUT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PAY-DATE = WS-RUN-DATE
                          AND (FUNCTION TRIM(WS-PAY-STATUS)
                                   = 'disbursed'
                               OR FUNCTION TRIM(WS-PAY-STATUS)
                                   = 'paid')
                          AND WS-OURS-COUNT < 3000
                           ADD 1 TO WS-OURS-COUNT
                           MOVE WS-PAY-DATE
                               TO WS-OU-DATE(WS-OURS-COUNT)
                           MOVE 'PAYOUT'
                               TO WS-OU-KIND(WS-OURS-COUNT)
                           MOVE WS-PAY-MER-ID
                               TO WS-OU-REF(WS-OURS-COUNT)
                           MOVE 'D' TO WS-OU-DIR(WS-OURS-COUNT)
                           MOVE WS-PAY-AMOUNT
                               TO WS-OU-AMOUNT(WS-OURS-COUNT)
                           MOVE 'N' TO WS-OU-MATCHED(WS-OURS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PAYOUT-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-CLEARING-NET.
      *--- Jaringan kliring menyelesaikan neto satu baris per hari: ---
      *--- masuk (CLRIN, termasuk yang diparkir ke SUSPENSE) minus  ---
      *--- keluar (clearout bertanggal run). Referensinya           ---
      *--- CLRNET+tanggal                                           ---
           OPEN INPUT CLEAROUT-FILE
           IF CO-FS-OK
               PERFORM UNTIL CO-FS-EOF
                   READ CLEAROUT-FILE INTO WS-CLEAROUT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CO-DATE = WS-RUN-DATE
                          AND FUNCTION TRIM(WS-CO-TXN-ID)
                              NOT = SPACES
                           ADD 1 TO WS-CLR-ITEMS
                           ADD WS-CO-AMOUNT TO WS-CLR-OUT-TOTAL
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CLEAROUT-FILE
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TRANSACTION-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (FUNCTION TRIM(WS-TP-TYPE) = 'CLRIN'
                           OR (FUNCTION TRIM(WS-TP-TYPE) = 'SUSPIN'
                               AND WS-TP-QR-CODE(1:14)
                                   = 'SUSP-FR:CLRIN:'))
                          AND WS-TP-CREATED-AT(1:8) = WS-RUN-DATE
                           ADD 1 TO WS-CLR-ITEMS
                           ADD FUNCTION NUMVAL(WS-TP-AMOUNT)
                               TO WS-CLR-IN-TOTAL
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSACTION-FILE
           END-IF

           IF WS-CLR-ITEMS > 0
              AND WS-CLR-IN-TOTAL NOT = WS-CLR-OUT-TOTAL
              AND WS-OURS-COUNT < 3000
               ADD 1 TO WS-OURS-COUNT
               MOVE WS-RUN-DATE TO WS-OU-DATE(WS-OURS-COUNT)
               MOVE 'CLRNET' TO WS-OU-KIND(WS-OURS-COUNT)
               MOVE SPACES TO WS-OU-REF(WS-OURS-COUNT)
               STRING 'CLRNET' DELIMITED SIZE
                      WS-RUN-DATE DELIMITED SIZE
                      INTO WS-OU-REF(WS-OURS-COUNT)
               END-STRING
               IF WS-CLR-IN-TOTAL > WS-CLR-OUT-TOTAL
                   MOVE 'C' TO WS-OU-DIR(WS-OURS-COUNT)
                   COMPUTE WS-OU-AMOUNT(WS-OURS-COUNT) =
                       WS-CLR-IN-TOTAL - WS-CLR-OUT-TOTAL
               ELSE
                   MOVE 'D' TO WS-OU-DIR(WS-OURS-COUNT)
                   COMPUTE WS-OU-AMOUNT(WS-OURS-COUNT) =
                       WS-CLR-OUT-TOTAL - WS-CLR-IN-TOTAL
               END-IF
               MOVE 'N' TO WS-OU-MATCHED(WS-OURS-COUNT)
           END-IF.

      *----------------------------------------------------------------*
       LOAD-AGENT-FUNDING.
      *--- Setoran tunai agen masuk ke rekening settlement dengan  ---
      *--- referensi agent id                                        ---
           OPEN INPUT AGTFUND-FILE
           IF AF-FS-OK
               PERFORM UNTIL AF-FS-EOF
                   READ AGTFUND-FILE INTO WS-AGTFUND-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-AF-DATE = WS-RUN-DATE
                          AND WS-OURS-COUNT < 3000
                           ADD 1 TO WS-OURS-COUNT
                           MOVE WS-AF-DATE
                               TO WS-OU-DATE(WS-OURS-COUNT)
                           MOVE 'AGTFUND'
                               TO WS-OU-KIND(WS-OURS-COUNT)
                           MOVE WS-AF-AGENT-ID
                               TO WS-OU-REF(WS-OURS-COUNT)
                           MOVE 'C' TO WS-OU-DIR(WS-OURS-COUNT)
                           MOVE WS-AF-AMOUNT
                               TO WS-OU-AMOUNT(WS-OURS-COUNT)
                           MOVE 'N' TO WS-OU-MATCHED(WS-OURS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE AGTFUND-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-BANK-STATEMENT.
           OPEN INPUT BANKSTMT-FILE
           IF BS-FS-OK
               PERFORM UNTIL BS-FS-EOF
                   READ BANKSTMT-FILE INTO WS-BS-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PARSE-STATEMENT-LINE
                   END-READ
               END-PERFORM

               CLOSE BANKSTMT-FILE
           END-IF

           IF WS-HAS-OPENING = 'Y' AND WS-HAS-CLOSING = 'Y'
               COMPUTE WS-COMPUTED-CLOSING =
                   WS-OPENING-BALANCE + WS-STMT-CREDITS
                   - WS-STMT-DEBITS
               IF WS-COMPUTED-CLOSING = WS-CLOSING-BALANCE
                   MOVE 'true' TO WS-STMT-BALANCED
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       PARSE-STATEMENT-LINE.
           MOVE SPACES TO WS-BS-TAG WS-BS-F2 WS-BS-F3 WS-BS-F4
                          WS-BS-F5 WS-BS-F6 WS-BS-F7

           UNSTRING WS-BS-LINE
               DELIMITED BY '|'
               INTO WS-BS-TAG
                    WS-BS-F2
                    WS-BS-F3
                    WS-BS-F4
                    WS-BS-F5
                    WS-BS-F6
                    WS-BS-F7
           END-UNSTRING

      *--- Desimal MT940 memakai koma ---
           INSPECT WS-BS-F4 REPLACING ALL ',' BY '.'

           MOVE FUNCTION TEST-NUMVAL(WS-BS-F4) TO WS-NUMVAL-CHECK
           IF WS-NUMVAL-CHECK NOT = 0
               MOVE 0 TO WS-BS-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(WS-BS-F4) TO WS-BS-AMOUNT
           END-IF

           EVALUATE FUNCTION TRIM(WS-BS-TAG)
               WHEN ':60F:'
               WHEN ':60M:'
                   MOVE 'Y' TO WS-HAS-OPENING
                   IF FUNCTION TRIM(WS-BS-F2) = 'D'
                       COMPUTE WS-OPENING-BALANCE = 0 - WS-BS-AMOUNT
                   ELSE
                       MOVE WS-BS-AMOUNT TO WS-OPENING-BALANCE
                   END-IF
               WHEN ':62F:'
               WHEN ':62M:'
                   MOVE 'Y' TO WS-HAS-CLOSING
                   IF FUNCTION TRIM(WS-BS-F2) = 'D'
                       COMPUTE WS-CLOSING-BALANCE = 0 - WS-BS-AMOUNT
                   ELSE
                       MOVE WS-BS-AMOUNT TO WS-CLOSING-BALANCE
                   END-IF
               WHEN ':61:'
                   IF WS-NUMVAL-CHECK = 0
                      AND (FUNCTION TRIM(WS-BS-F3) = 'C'
                           OR FUNCTION TRIM(WS-BS-F3) = 'D')
                       PERFORM ADD-STATEMENT-LINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       ADD-STATEMENT-LINE.
           ADD 1 TO WS-STMT-LINES

           IF FUNCTION TRIM(WS-BS-F3) = 'C'
               ADD WS-BS-AMOUNT TO WS-STMT-CREDITS
           ELSE
               ADD WS-BS-AMOUNT TO WS-STMT-DEBITS
           END-IF

           IF WS-BANK-COUNT < 3000
               ADD 1 TO WS-BANK-COUNT
               MOVE WS-BS-F2(1:8) TO WS-BK-DATE(WS-BANK-COUNT)
               MOVE WS-BS-F5 TO WS-BK-KIND(WS-BANK-COUNT)
               MOVE WS-BS-F6 TO WS-BK-REF(WS-BANK-COUNT)
               MOVE WS-BS-F7 TO WS-BK-BANK-REF(WS-BANK-COUNT)
               MOVE WS-BS-F3(1:1) TO WS-BK-DIR(WS-BANK-COUNT)
               MOVE WS-BS-AMOUNT TO WS-BK-AMOUNT(WS-BANK-COUNT)
               MOVE 'N' TO WS-BK-MATCHED(WS-BANK-COUNT)
           END-IF.

      *----------------------------------------------------------------*
       MATCH-BANK-LINES.
      *--- Mutasi bank (hari ini maupun bawaan) dipasangkan dengan  ---
      *--- item kita yang belum cocok - referensi, arah dan nominal ---
      *--- harus sama; satu item hanya dipakai sekali                ---
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BANK-COUNT
               MOVE 'N' TO WS-MATCH-FOUND

               PERFORM VARYING WS-OU-IDX FROM 1 BY 1
                   UNTIL WS-OU-IDX > WS-OURS-COUNT
                      OR WS-MATCH-FOUND = 'Y'
                   IF WS-OU-MATCHED(WS-OU-IDX) = 'N'
                      AND WS-OU-DIR(WS-OU-IDX) = WS-BK-DIR(WS-BK-IDX)
                      AND WS-OU-AMOUNT(WS-OU-IDX)
                          = WS-BK-AMOUNT(WS-BK-IDX)
                      AND FUNCTION TRIM(WS-OU-REF(WS-OU-IDX))
                          = FUNCTION TRIM(WS-BK-REF(WS-BK-IDX))
                       MOVE 'Y' TO WS-MATCH-FOUND
                       MOVE 'Y' TO WS-OU-MATCHED(WS-OU-IDX)
                       MOVE 'Y' TO WS-BK-MATCHED(WS-BK-IDX)

                       ADD 1 TO WS-MATCHED-COUNT
                       MOVE 'MATCHED' TO WS-RR-RESULT
                       MOVE WS-OU-DATE(WS-OU-IDX) TO WS-RR-DATE
                       MOVE WS-OU-KIND(WS-OU-IDX) TO WS-RR-KIND
                       MOVE WS-OU-REF(WS-OU-IDX) TO WS-RR-REF
                       MOVE WS-BK-BANK-REF(WS-BK-IDX)
                           TO WS-RR-BANK-REF
                       MOVE WS-OU-DIR(WS-OU-IDX) TO WS-RR-DIR
                       MOVE WS-OU-AMOUNT(WS-OU-IDX) TO WS-RR-AMOUNT
                       PERFORM WRITE-RESULT-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
       REPORT-UNMATCHED-OURS.
      *--- Uang yang menurut kita sudah bergerak tapi belum muncul ---
      *--- di rekening koran                                         ---
           PERFORM VARYING WS-OU-IDX FROM 1 BY 1
               UNTIL WS-OU-IDX > WS-OURS-COUNT
               IF WS-OU-MATCHED(WS-OU-IDX) = 'N'
                   ADD 1 TO WS-UNMATCHED-OURS
                   ADD WS-OU-AMOUNT(WS-OU-IDX)
                       TO WS-UNMATCHED-OURS-AMT
                   MOVE 'UNMATCHED-OURS' TO WS-RR-RESULT
                   MOVE WS-OU-DATE(WS-OU-IDX) TO WS-RR-DATE
                   MOVE WS-OU-KIND(WS-OU-IDX) TO WS-RR-KIND
                   MOVE WS-OU-REF(WS-OU-IDX) TO WS-RR-REF
                   MOVE SPACES TO WS-RR-BANK-REF
                   MOVE WS-OU-DIR(WS-OU-IDX) TO WS-RR-DIR
                   MOVE WS-OU-AMOUNT(WS-OU-IDX) TO WS-RR-AMOUNT
                   PERFORM WRITE-RESULT-ROW
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       REPORT-UNMATCHED-BANK.
      *--- Mutasi rekening koran yang tidak dikenal buku kita ---
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BANK-COUNT
               IF WS-BK-MATCHED(WS-BK-IDX) = 'N'
                   ADD 1 TO WS-UNMATCHED-BANK
                   ADD WS-BK-AMOUNT(WS-BK-IDX)
                       TO WS-UNMATCHED-BANK-AMT
                   MOVE 'UNMATCHED-BANK' TO WS-RR-RESULT
                   MOVE WS-BK-DATE(WS-BK-IDX) TO WS-RR-DATE
                   MOVE WS-BK-KIND(WS-BK-IDX) TO WS-RR-KIND
                   MOVE WS-BK-REF(WS-BK-IDX) TO WS-RR-REF
                   MOVE WS-BK-BANK-REF(WS-BK-IDX) TO WS-RR-BANK-REF
                   MOVE WS-BK-DIR(WS-BK-IDX) TO WS-RR-DIR
                   MOVE WS-BK-AMOUNT(WS-BK-IDX) TO WS-RR-AMOUNT
                   PERFORM WRITE-RESULT-ROW
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       WRITE-RESULT-ROW.
           IF RO-FS-OK
               WRITE RECON-OUT-RECORD FROM WS-RECON-RECORD
           END-IF

           MOVE WS-RR-AMOUNT TO WS-AMOUNT-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           IF WS-RR-RESULT = 'MATCHED'
               STRING
                   '{'
                   '"status":"success",'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
           ELSE
               STRING
                   '{'
                   '"status":"warning",'
                   DELIMITED SIZE
                   INTO WS-JSON-OUTPUT
               END-STRING
           END-IF

           STRING
               FUNCTION TRIM(WS-JSON-OUTPUT)
               '"code":0,'
               '"data":{'
               '"result":"'
                   FUNCTION TRIM(WS-RR-RESULT) '",'
               '"value_date":"'
                   WS-RR-DATE '",'
               '"kind":"'
                   FUNCTION TRIM(WS-RR-KIND) '",'
               '"reference":"'
                   FUNCTION TRIM(WS-RR-REF) '",'
               '"bank_reference":"'
                   FUNCTION TRIM(WS-RR-BANK-REF) '",'
               '"direction":"'
                   WS-RR-DIR '",'
               '"amount":'
                   FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Rekonsiliasi rekening koran settlement"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       WRITE-CARRY-FILE.
      *--- Semua item yang belum cocok (kedua sisi) dibawa ke run ---
      *--- berikutnya dengan tanggal aslinya                        ---
           OPEN OUTPUT CARRY-FILE
           IF CF-FS-OK
               PERFORM VARYING WS-OU-IDX FROM 1 BY 1
                   UNTIL WS-OU-IDX > WS-OURS-COUNT
                   IF WS-OU-MATCHED(WS-OU-IDX) = 'N'
                       MOVE 'OURS' TO WS-CR-SIDE
                       MOVE WS-OU-DATE(WS-OU-IDX) TO WS-CR-DATE
                       MOVE WS-OU-KIND(WS-OU-IDX) TO WS-CR-KIND
                       MOVE WS-OU-REF(WS-OU-IDX) TO WS-CR-REF
                       MOVE SPACES TO WS-CR-BANK-REF
                       MOVE WS-OU-DIR(WS-OU-IDX) TO WS-CR-DIR
                       MOVE WS-OU-AMOUNT(WS-OU-IDX) TO WS-CR-AMOUNT
                       WRITE CARRY-FILE-RECORD FROM WS-CARRY-RECORD
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BANK-COUNT
                   IF WS-BK-MATCHED(WS-BK-IDX) = 'N'
                       MOVE 'BANK' TO WS-CR-SIDE
                       MOVE WS-BK-DATE(WS-BK-IDX) TO WS-CR-DATE
                       MOVE WS-BK-KIND(WS-BK-IDX) TO WS-CR-KIND
                       MOVE WS-BK-REF(WS-BK-IDX) TO WS-CR-REF
                       MOVE WS-BK-BANK-REF(WS-BK-IDX)
                           TO WS-CR-BANK-REF
                       MOVE WS-BK-DIR(WS-BK-IDX) TO WS-CR-DIR
                       MOVE WS-BK-AMOUNT(WS-BK-IDX) TO WS-CR-AMOUNT
                       WRITE CARRY-FILE-RECORD FROM WS-CARRY-RECORD
                   END-IF
               END-PERFORM

               CLOSE CARRY-FILE
           END-IF.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-CARRIED-IN TO WS-CARRIED-EDIT
           MOVE WS-STMT-LINES TO WS-STMT-EDIT
           MOVE WS-OURS-COUNT TO WS-OURS-EDIT
           MOVE WS-MATCHED-COUNT TO WS-MATCHED-EDIT
           MOVE WS-UNMATCHED-OURS TO WS-UNM-OURS-EDIT
           MOVE WS-UNMATCHED-BANK TO WS-UNM-BANK-EDIT
           MOVE WS-UNMATCHED-OURS-AMT TO WS-UNM-OURS-AMT-EDIT
           MOVE WS-UNMATCHED-BANK-AMT TO WS-UNM-BANK-AMT-EDIT
           MOVE WS-OPENING-BALANCE TO WS-OPENING-EDIT
           MOVE WS-CLOSING-BALANCE TO WS-CLOSING-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"business_date":"'
                   WS-RUN-DATE '",'
               '"carried_in":'
                   FUNCTION TRIM(WS-CARRIED-EDIT) ','
               '"statement_lines":'
                   FUNCTION TRIM(WS-STMT-EDIT) ','
               '"our_items":'
                   FUNCTION TRIM(WS-OURS-EDIT) ','
               '"matched":'
                   FUNCTION TRIM(WS-MATCHED-EDIT) ','
               '"unmatched_ours":'
                   FUNCTION TRIM(WS-UNM-OURS-EDIT) ','
               '"unmatched_ours_amount":'
                   FUNCTION TRIM(WS-UNM-OURS-AMT-EDIT) ','
               '"unmatched_bank":'
                   FUNCTION TRIM(WS-UNM-BANK-EDIT) ','
               '"unmatched_bank_amount":'
                   FUNCTION TRIM(WS-UNM-BANK-AMT-EDIT) ','
               '"opening_balance":'
                   FUNCTION TRIM(WS-OPENING-EDIT) ','
               '"closing_balance":'
                   FUNCTION TRIM(WS-CLOSING-EDIT) ','
               '"statement_balanced":'
                   FUNCTION TRIM(WS-STMT-BALANCED) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Rekonsiliasi rekening koran selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

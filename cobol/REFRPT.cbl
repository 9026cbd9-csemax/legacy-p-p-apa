      *================================================================*
      * REFRPT.CBL - Monthly Referral Payout and Cost Report          *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFRPT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-FILE
               ASSIGN TO DYNAMIC WS-REFERRAL-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-RF-USER-ID
               FILE STATUS IS WS-RF-FILE-STATUS.

      *--- Sumber transaksi diputar: arsip txnhist bulan laporan   ---
      *--- dulu, lalu transactions.dat aktif (pola BIQRIS)         ---
           SELECT TXN-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-TXN-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

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

      *--- Audit log bersama, mencatat setiap run tanpa masking ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFERRAL-FILE-RECORD.
           05  FD-RF-USER-ID       PIC X(20).
           05  FD-RF-CODE          PIC X(10).
           05  FD-RF-REFERRER      PIC X(20).
           05  FD-RF-STATUS        PIC X(10).
           05  FD-RF-REASON        PIC X(10).
           05  FD-RF-CREATED-AT    PIC X(20).
           05  FD-RF-DECIDED-AT    PIC X(20).
           05  FD-RF-PAY-TXN-ID    PIC X(36).

       FD  TXN-SOURCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TXN-SOURCE-RECORD       PIC X(300).

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

       COPY ERRORCODES.

      *--- Audit log ---
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'REFRPT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

      *--- Masking data pribadi: default hanya 4 karakter terakhir  ---
      *--- yang tampil; nilai penuh hanya untuk run atas nama       ---
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
       01  WS-MASK-REFERRER        PIC X(20).

       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-REFERRAL-FILE-PATH    PIC X(100)
           VALUE '/app/data/referrals.dat'.
       01  WS-TXN-SOURCE-PATH       PIC X(100).

       01  WS-RF-FILE-STATUS       PIC XX.
           88  RF-FS-OK            VALUE '00'.
           88  RF-FS-EOF           VALUE '10'.
           88  RF-FS-NOT-FOUND     VALUE '35'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-RPT-MONTH            PIC X(6).
       01  WS-DATETIME             PIC X(20).
       01  WS-SOURCE-IDX           PIC 9(1).

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

      *--- Kolom QR hadiah REFRUN: REFERRAL:<sisi>:<pihak lawan> ---
       01  WS-RQ-PARSE.
           05  WS-RQ-TAG           PIC X(9).
           05  WS-RQ-SIDE          PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-RQ-OTHER         PIC X(20).

      *--- Id hadiah dari arsip, supaya baris yang masih tersisa  ---
      *--- di transactions.dat tidak terhitung dua kali           ---
       01  WS-SEEN-TABLE.
           05  WS-SEEN-TXN-ID      PIC X(36) OCCURS 5000 TIMES.
       01  WS-SEEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-SEEN-IDX             PIC 9(5).
       01  WS-SEEN-FLAG            PIC X(1).

      *--- Hitungan dari referrals.dat ---
       01  WS-CNT-CODES            PIC 9(7) VALUE 0.
       01  WS-CNT-NEW-REFERRALS    PIC 9(7) VALUE 0.
       01  WS-CNT-REWARDED         PIC 9(7) VALUE 0.
       01  WS-CNT-CAPPED           PIC 9(7) VALUE 0.
       01  WS-CNT-REJECTED         PIC 9(7) VALUE 0.
       01  WS-CNT-PENDING          PIC 9(7) VALUE 0.

      *--- Pembayaran hadiah bulan laporan ---
       01  WS-REFEREE-COUNT        PIC 9(7) VALUE 0.
       01  WS-REFEREE-AMOUNT       PIC 9(13)V99 VALUE 0.
       01  WS-REFERRER-COUNT       PIC 9(7) VALUE 0.
       01  WS-REFERRER-AMOUNT      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-COST           PIC 9(13)V99 VALUE 0.
       01  WS-COST-PER-CUST        PIC 9(13)V99 VALUE 0.

      *--- Rincian per referrer ---
       01  WS-PR-COUNT             PIC 9(5) VALUE 0.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PR-IDX.
               10  WS-PR-REFERRER  PIC X(20).
               10  WS-PR-PAID-CNT  PIC 9(5).
               10  WS-PR-PAID-AMT  PIC 9(13)V99.
       01  WS-PR-SLOT              PIC 9(5).

       01  WS-COUNT-EDIT           PIC Z(6)9.
       01  WS-CNT1-EDIT            PIC Z(6)9.
       01  WS-CNT2-EDIT            PIC Z(6)9.
       01  WS-CNT3-EDIT            PIC Z(6)9.
       01  WS-CNT4-EDIT            PIC Z(6)9.
       01  WS-CNT5-EDIT            PIC Z(6)9.
       01  WS-CNT6-EDIT            PIC Z(6)9.
       01  WS-CNT7-EDIT            PIC Z(6)9.
       01  WS-CNT8-EDIT            PIC Z(6)9.
       01  WS-AMOUNT-EDIT          PIC Z(12)9.99.
       01  WS-AMT1-EDIT            PIC Z(12)9.99.
       01  WS-AMT2-EDIT            PIC Z(12)9.99.
       01  WS-AMT3-EDIT            PIC Z(12)9.99.
       01  WS-AMT4-EDIT            PIC Z(12)9.99.
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Laporan bulanan program referral: kode yang beredar,   ---
      *--- referral baru, keputusan bulan ini, hadiah yang        ---
      *--- dibayar per referrer dan biaya per nasabah baru         ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-REPORT-MONTH
           PERFORM RESOLVE-MASKING

           PERFORM COUNT-REFERRAL-ROWS
           IF NOT RF-FS-OK AND NOT RF-FS-EOF AND NOT RF-FS-NOT-FOUND
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX > 2
               PERFORM SCAN-ONE-SOURCE
           END-PERFORM

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
               PERFORM PRINT-PAYOUT-LINE
           END-PERFORM

           COMPUTE WS-TOTAL-COST =
               WS-REFEREE-AMOUNT + WS-REFERRER-AMOUNT

           IF WS-REFEREE-COUNT > 0
               COMPUTE WS-COST-PER-CUST ROUNDED =
                   WS-TOTAL-COST / WS-REFEREE-COUNT
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/referrals.dat' DELIMITED SIZE
                      INTO WS-REFERRAL-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       GET-REPORT-MONTH.
           ACCEPT WS-RPT-MONTH FROM COMMAND-LINE

           IF WS-RPT-MONTH = SPACES
               ACCEPT WS-RPT-MONTH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME

           IF WS-RPT-MONTH = SPACES
               MOVE WS-DATETIME(1:6) TO WS-RPT-MONTH
           END-IF.

      *----------------------------------------------------------------*
       COUNT-REFERRAL-ROWS.
           OPEN INPUT REFERRAL-FILE
           IF RF-FS-OK
               PERFORM UNTIL RF-FS-EOF
                   READ REFERRAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM COUNT-ONE-REFERRAL
                   END-READ
               END-PERFORM

               CLOSE REFERRAL-FILE
           END-IF.

      *----------------------------------------------------------------*
       COUNT-ONE-REFERRAL.
           IF FD-RF-CODE NOT = SPACES
               ADD 1 TO WS-CNT-CODES
           END-IF

           IF FD-RF-REFERRER NOT = SPACES
              AND FD-RF-CREATED-AT(1:6) = WS-RPT-MONTH
               ADD 1 TO WS-CNT-NEW-REFERRALS
           END-IF

           IF FUNCTION TRIM(FD-RF-STATUS) = 'pending'
               ADD 1 TO WS-CNT-PENDING
           END-IF

           IF FD-RF-DECIDED-AT(1:6) = WS-RPT-MONTH
               EVALUATE FUNCTION TRIM(FD-RF-STATUS)
                   WHEN 'rewarded'
                       ADD 1 TO WS-CNT-REWARDED
                   WHEN 'capped'
                       ADD 1 TO WS-CNT-CAPPED
                   WHEN 'rejected'
                       ADD 1 TO WS-CNT-REJECTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
       SCAN-ONE-SOURCE.
           MOVE SPACES TO WS-TXN-SOURCE-PATH

           IF WS-SOURCE-IDX = 1
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/txnhist-' DELIMITED SIZE
                      WS-RPT-MONTH DELIMITED SIZE
                      '.dat' DELIMITED SIZE
                      INTO WS-TXN-SOURCE-PATH
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TXN-SOURCE-PATH
               END-STRING
           END-IF

           OPEN INPUT TXN-SOURCE-FILE
           IF TXN-FS-OK
               PERFORM UNTIL TXN-FS-EOF
                   READ TXN-SOURCE-FILE INTO WS-TXN-PARSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-TP-TYPE) = 'REFREWARD'
                          AND FUNCTION TRIM(WS-TP-STATUS) = 'success'
                          AND WS-TP-CREATED-AT(1:6) = WS-RPT-MONTH
                           PERFORM TALLY-ONE-REWARD
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE TXN-SOURCE-FILE
           END-IF.

      *----------------------------------------------------------------*
       TALLY-ONE-REWARD.
           PERFORM CHECK-ALREADY-SEEN

           IF WS-SEEN-FLAG = 'N'
               IF WS-SOURCE-IDX = 1 AND WS-SEEN-COUNT < 5000
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE WS-TP-TXN-ID TO WS-SEEN-TXN-ID(WS-SEEN-COUNT)
               END-IF

               MOVE FUNCTION NUMVAL(WS-TP-AMOUNT) TO WS-TP-AMOUNT-NUM
               MOVE WS-TP-QR-CODE TO WS-RQ-PARSE

      *--- Sisi R = hadiah referrer (pemilik baris = referrer),   ---
      *--- selain itu hadiah nasabah baru                          ---
               IF WS-RQ-SIDE = 'R'
                   ADD 1 TO WS-REFERRER-COUNT
                   ADD WS-TP-AMOUNT-NUM TO WS-REFERRER-AMOUNT
                   PERFORM FIND-PAYOUT-SLOT
                   IF WS-PR-SLOT > 0
                       ADD 1 TO WS-PR-PAID-CNT(WS-PR-SLOT)
                       ADD WS-TP-AMOUNT-NUM
                           TO WS-PR-PAID-AMT(WS-PR-SLOT)
                   END-IF
               ELSE
                   ADD 1 TO WS-REFEREE-COUNT
                   ADD WS-TP-AMOUNT-NUM TO WS-REFEREE-AMOUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       CHECK-ALREADY-SEEN.
           MOVE 'N' TO WS-SEEN-FLAG

           IF WS-SOURCE-IDX = 2
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                      OR WS-SEEN-FLAG = 'Y'
                   IF WS-SEEN-TXN-ID(WS-SEEN-IDX) = WS-TP-TXN-ID
                       MOVE 'Y' TO WS-SEEN-FLAG
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       FIND-PAYOUT-SLOT.
           MOVE 0 TO WS-PR-SLOT

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-SLOT > 0
               IF WS-PR-REFERRER(WS-PR-IDX) = WS-TP-USER-ID
                   SET WS-PR-SLOT TO WS-PR-IDX
               END-IF
           END-PERFORM

           IF WS-PR-SLOT = 0 AND WS-PR-COUNT < 2000
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-PR-SLOT
               MOVE WS-TP-USER-ID TO WS-PR-REFERRER(WS-PR-SLOT)
               MOVE 0 TO WS-PR-PAID-CNT(WS-PR-SLOT)
               MOVE 0 TO WS-PR-PAID-AMT(WS-PR-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       PRINT-PAYOUT-LINE.
           MOVE WS-PR-PAID-CNT(WS-PR-IDX) TO WS-COUNT-EDIT
           MOVE WS-PR-PAID-AMT(WS-PR-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-PR-REFERRER(WS-PR-IDX) TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-REFERRER

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"type":"referral_payout",'
               '"month":"' WS-RPT-MONTH '",'
               '"referrer":"'
                   FUNCTION TRIM(WS-MASK-REFERRER) '",'
               '"rewards":' FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"amount":' FUNCTION TRIM(WS-AMOUNT-EDIT) ','
               '"source":"legacy-cobol"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

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
       PRINT-SUMMARY-LINE.
           MOVE WS-CNT-CODES         TO WS-CNT1-EDIT
           MOVE WS-CNT-NEW-REFERRALS TO WS-CNT2-EDIT
           MOVE WS-CNT-REWARDED      TO WS-CNT3-EDIT
           MOVE WS-CNT-CAPPED        TO WS-CNT4-EDIT
           MOVE WS-CNT-REJECTED      TO WS-CNT5-EDIT
           MOVE WS-CNT-PENDING       TO WS-CNT6-EDIT
           MOVE WS-REFEREE-COUNT     TO WS-CNT7-EDIT
           MOVE WS-REFERRER-COUNT    TO WS-CNT8-EDIT
           MOVE WS-REFEREE-AMOUNT    TO WS-AMT1-EDIT
           MOVE WS-REFERRER-AMOUNT   TO WS-AMT2-EDIT
           MOVE WS-TOTAL-COST        TO WS-AMT3-EDIT
           MOVE WS-COST-PER-CUST     TO WS-AMT4-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"report_month":"'
                   WS-RPT-MONTH '",'
               '"codes_issued":'
                   FUNCTION TRIM(WS-CNT1-EDIT) ','
               '"new_referrals":'
                   FUNCTION TRIM(WS-CNT2-EDIT) ','
               '"rewarded":'
                   FUNCTION TRIM(WS-CNT3-EDIT) ','
               '"capped":'
                   FUNCTION TRIM(WS-CNT4-EDIT) ','
               '"rejected":'
                   FUNCTION TRIM(WS-CNT5-EDIT) ','
               '"pending":'
                   FUNCTION TRIM(WS-CNT6-EDIT) ','
               '"referee_rewards":'
                   FUNCTION TRIM(WS-CNT7-EDIT) ','
               '"referee_amount":'
                   FUNCTION TRIM(WS-AMT1-EDIT) ','
               '"referrer_rewards":'
                   FUNCTION TRIM(WS-CNT8-EDIT) ','
               '"referrer_amount":'
                   FUNCTION TRIM(WS-AMT2-EDIT) ','
               '"total_cost":'
                   FUNCTION TRIM(WS-AMT3-EDIT) ','
               '"cost_per_new_customer":'
                   FUNCTION TRIM(WS-AMT4-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Laporan program referral selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
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
               '"message":"Data referral tidak dapat dibaca"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

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
       FD  ACCOUNT-FILE.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-FILE-RECORD     PIC X(300).

       FD  OPERATOR-FILE.
       01  OPERATOR-FILE-RECORD.
           05  FD-OPR-OP-ID        PIC X(12).
           05  FD-OPR-NAME         PIC X(50).
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- Audit log ---
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'RECONCILE'.
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
       01  WS-MASK-USER-ID         PIC X(20).
       01  WS-MASK-ACC-ID          PIC X(20).

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.
           88  ACC-FS-EOF          VALUE '10'.

       MAIN-LOGIC.
           PERFORM GET-REPORT-DATE
           PERFORM RESOLVE-MASKING
           PERFORM LOAD-ACCOUNTS

           IF WS-ACC-COUNT = 0
      *----------------------------------------------------------------*
       APPLY-ONE-MOVEMENT.
      *--- WRITEOFF adalah baris memo beban kerugian (DISPMAINT) - ---
      *--- tidak ada saldo rekening yang bergerak, jadi dilewati.   ---
      *--- Begitu juga SPLITLEG/SPLITRFND: rincian per tenant dari  ---
      *--- baris QRIS/REFUND induknya yang sudah menggerakkan saldo ---
           IF FUNCTION TRIM(WS-TP-STATUS) NOT = 'success'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'WRITEOFF'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SPLITLEG'
              OR FUNCTION TRIM(WS-TP-TYPE) = 'SPLITRFND'
               CONTINUE
           ELSE
               PERFORM FIND-ACCOUNT-SLOT
      *--- (ADJUSTCR), kredit provisional dispute (PROVCR), porsi  ---
      *--- pajak bunga ke TAXPAYABLE (INTTAX), leg pendapatan fee  ---
      *--- (FEEINC), leg liability escheatment (ESCHTIN), dan      ---
      *--- penarikan balik sub-wallet (FXWDRW), serta dana tak    ---
      *--- teraplikasi: masuk SUSPENSE (SUSPIN), aplikasi ke       ---
      *--- nasabah (SUSPAPPLY), dan write-off (SUSPWOFF), serta    ---
      *--- hadiah referral ke nasabah (REFREWARD) dan biaya        ---
      *--- settlement instan ke BANKFEEINC (INSTFEE)                ---
                   IF FUNCTION TRIM(WS-TP-TYPE) = 'REFUND'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'TOPUP'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'MDRFEE'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'FEEINC'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'ESCHTIN'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'FXWDRW'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'SUSPIN'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'SUSPAPPLY'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'SUSPWOFF'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'REFREWARD'
                      OR FUNCTION TRIM(WS-TP-TYPE) = 'INSTFEE'
                      OR (FUNCTION TRIM(WS-TP-TYPE) = 'TRANSFER'
                          AND WS-TP-QR-CODE(1:12) = 'TRANSFER-FR:')
                       ADD WS-TP-AMOUNT-NUM
               END-IF
           END-PERFORM.

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
       PRINT-ACCOUNT-LINE.
      *--- Tidak ada field saldo-awal di accounts.dat, jadi saldo    ---
      *--- nol, namun rekening yang dibuat ACCTMAINT dengan saldo    ---
      *--- awal bukan nol akan selalu ditandai selisih sampai ada    ---
      *--- ledger saldo-awal yang sesungguhnya.                      ---
           MOVE WS-AT-USER-ID(WS-AT-IDX) TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID
           MOVE WS-AT-ACC-ID(WS-AT-IDX) TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-ACC-ID
           ADD 1 TO WS-ACCOUNTS-CHECKED

           MOVE WS-AT-MOVEMENT(WS-AT-IDX) TO WS-EXPECTED-BALANCE
                   '"report_date":"'
                       WS-REPORT-DATE '",'
                   '"user_id":"'
                       FUNCTION TRIM(WS-MASK-USER-ID) '",'
                   '"account_id":"'
                       FUNCTION TRIM(WS-MASK-ACC-ID) '",'
                   '"current_balance":'
                       FUNCTION TRIM(WS-BALANCE-EDIT) ','
                   '"txn_movement":'

      *================================================================*
      * OPRCERT.CBL - Quarterly Operator Access Recertification & SoD *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCERT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Registri operator - dibaca urut untuk laporan, acak     ---
      *--- untuk validasi keputusan                                  ---
           SELECT OPERATOR-FILE
               ASSIGN TO '/app/data/operators.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - supervisor yang memutus    ---
      *--- membawa token sesi, bukan ID operator polos             ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Audit log bersama - sumber aktivitas terakhir dan       ---
      *--- refund per operator; keputusan juga dicatat di sini      ---
           SELECT AUDIT-FILE
               ASSIGN TO '/app/data/audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *--- Antrian dual control - maker/checker per perubahan;     ---
      *--- pencabutan akses juga diantrikan ke sini                  ---
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO '/app/data/pendchg.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

      *--- Transaksi - refund id dipetakan ke nasabahnya ---
           SELECT TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANSACTION-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

      *--- Keputusan rekertifikasi keep/revoke per kuartal ---
           SELECT RECERT-FILE
               ASSIGN TO DYNAMIC WS-RECERT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  AUDIT-FILE-RECORD       PIC X(100).

       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD   PIC X(250).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-FILE-RECORD PIC X(300).

       FD  RECERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECERT-FILE-RECORD      PIC X(150).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-TRANSACTION-FILE-PATH PIC X(100)
           VALUE '/app/data/transactions.dat'.
       01  WS-RECERT-FILE-PATH      PIC X(100)
           VALUE '/app/data/recert.dat'.

       01  WS-OPR-FILE-STATUS      PIC XX.
           88  OPR-FS-OK           VALUE '00'.
           88  OPR-FS-EOF          VALUE '10'.

       01  WS-SN-FILE-STATUS       PIC XX.
           88  SN-FS-OK            VALUE '00'.
           88  SN-FS-EOF           VALUE '10'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-EOF          VALUE '10'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-PC-FILE-STATUS       PIC XX.
           88  PC-FS-OK            VALUE '00'.
           88  PC-FS-EOF           VALUE '10'.
           88  PC-FS-NOT-FOUND     VALUE '35'.

       01  WS-TXN-FILE-STATUS      PIC XX.
           88  TXN-FS-OK           VALUE '00'.
           88  TXN-FS-EOF          VALUE '10'.

       01  WS-RC-FILE-STATUS       PIC XX.
           88  RC-FS-OK            VALUE '00'.
           88  RC-FS-EOF           VALUE '10'.
           88  RC-FS-NOT-FOUND     VALUE '35'.

      *--- Input dari stdin (format pipe-delimited) ---
      *    REPORT|KUARTAL           - KUARTAL YYYYQn, kosong = kuartal
      *                               penuh terakhir sebelum hari ini
      *    DECIDE|KUARTAL|OP_ID|KEEP/REVOKE|TOKEN|ALASAN
      *--- DECIDE hanya oleh supervisor (token sesi OPRSIGN), bukan ---
      *--- atas dirinya sendiri; REVOKE wajib beralasan dan masuk  ---
      *--- antrian dual control (target OPERATOR, field STATUS)    ---
       01  WS-INPUT-LINE           PIC X(200).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-QUARTER           PIC X(6).
       01  WS-IN-OP-ID             PIC X(12).
       01  WS-IN-DECISION          PIC X(6).
       01  WS-IN-TOKEN             PIC X(12).
       01  WS-IN-REASON            PIC X(60).

      *--- Batas kuartal yang dilaporkan ---
       01  WS-QTR-YEAR             PIC 9(4).
       01  WS-QTR-NO               PIC 9(1).
       01  WS-QTR-START            PIC 9(8).
       01  WS-QTR-END              PIC 9(8).
       01  WS-QTR-END-INT          PIC 9(8).
       01  WS-QTR-NEXT-START       PIC 9(8).
       01  WS-QTR-MONTH            PIC 9(2).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-MONTH          PIC 9(2).
       01  WS-IDLE-CUTOFF          PIC 9(8).
       01  WS-WORK-INT             PIC 9(8).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DATETIME             PIC X(20).

      *--- Ambang temuan: operator tanpa aktivitas 90 hari sebelum  ---
      *--- akhir kuartal; pasangan yang saling menyetujui minimal   ---
      *--- tiga perubahan (gabungan dua arah) dalam kuartal          ---
       01  WS-IDLE-DAYS-LIMIT      PIC 9(3) VALUE 90.
       01  WS-PAIR-MIN             PIC 9(3) VALUE 3.

      *--- Operator yang direkertifikasi ---
       01  WS-OPR-TABLE.
           05  WS-OT-ENTRY OCCURS 200 TIMES.
               10  WS-OT-OP-ID     PIC X(12).
               10  WS-OT-NAME      PIC X(50).
               10  WS-OT-ROLE      PIC X(12).
               10  WS-OT-STATUS    PIC X(10).
               10  WS-OT-LAST-ACT  PIC X(8).
               10  WS-OT-LAST-SRC  PIC X(10).
               10  WS-OT-DECISION  PIC X(6).
               10  WS-OT-DECIDED-BY PIC X(12).
       01  WS-OPR-COUNT            PIC 9(3) VALUE 0.
       01  WS-OT-IDX               PIC 9(3).
       01  WS-OT-SLOT              PIC 9(3).

      *--- Pasangan maker -> checker yang menyetujui dalam kuartal ---
       01  WS-PAIR-TABLE.
           05  WS-PR-ENTRY OCCURS 500 TIMES.
               10  WS-PR-MAKER     PIC X(12).
               10  WS-PR-CHECKER   PIC X(12).
               10  WS-PR-COUNT     PIC 9(5).
       01  WS-PAIR-COUNT           PIC 9(3) VALUE 0.
       01  WS-PR-IDX               PIC 9(3).
       01  WS-PR-IDX2              PIC 9(3).
       01  WS-PR-SLOT              PIC 9(3).
       01  WS-PR-BACK              PIC 9(5).
       01  WS-PR-TOTAL             PIC 9(5).

      *--- Perubahan data nasabah yang diajukan operator (maker) ---
       01  WS-REQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 1000 TIMES.
               10  WS-RQ-OP-ID     PIC X(12).
               10  WS-RQ-USER-ID   PIC X(20).
               10  WS-RQ-CHG-ID    PIC 9(8).
       01  WS-REQ-COUNT            PIC 9(4) VALUE 0.
       01  WS-RQ-IDX               PIC 9(4).
       01  WS-RQ-FOUND             PIC X(1).

      *--- Refund yang berhasil per operator (dari audit.log) ---
       01  WS-RFD-TABLE.
           05  WS-RF-ENTRY OCCURS 500 TIMES.
               10  WS-RF-TXN-ID    PIC X(36).
               10  WS-RF-OP-ID     PIC X(12).
               10  WS-RF-USER-ID   PIC X(20).
       01  WS-RFD-COUNT            PIC 9(3) VALUE 0.
       01  WS-RF-IDX               PIC 9(3).

      *--- Record audit (layout selaras semua penulis audit.log) ---
       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'OPRCERT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).
       01  WS-AUDIT-SCAN.
           05  WS-AS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-AS-PROGRAM       PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-AS-KEY           PIC X(60).
           05  FILLER              PIC X(1).
           05  WS-AS-CODE          PIC X(4).
       01  WS-AK-BEFORE            PIC X(60).
       01  WS-AK-AFTER             PIC X(60).
       01  WS-AK-OP-ID             PIC X(12).
       01  WS-AK-REF-ID            PIC X(36).
       01  WS-ACT-OP-ID            PIC X(12).
       01  WS-ACT-DATE             PIC X(8).
       01  WS-ACT-SOURCE           PIC X(10).

      *--- Antrian dual control (layout selaras ACCTMAINT/CHGAPPR) ---
       01  WS-PENDING-RECORD.
           05  WS-PC-CHG-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-TARGET        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-FIELD         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-NEW-VALUE     PIC X(50).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-MAKER         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-STATUS        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-CREATED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-DECIDED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PC-CHECKER       PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
       01  WS-PC-NEXT-ID           PIC 9(8) VALUE 0.

      *--- Transaksi (layout selaras REFUNDPROC) ---
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

      *--- Keputusan rekertifikasi: satu baris per operator per  ---
      *--- kuartal; CHG-ID terisi untuk REVOKE                     ---
       01  WS-RECERT-RECORD.
           05  WS-RC-QUARTER       PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-OP-ID         PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-DECISION      PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-DECIDED-BY    PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-DECIDED-AT    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-CHG-ID        PIC 9(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-RC-REASON        PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
       01  WS-RC-DUPLICATE         PIC X(1) VALUE 'N'.

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

       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ROLE        PIC X(12) VALUE SPACES.
       01  WS-OPERATOR-TO-CHECK    PIC X(12).
       01  WS-DECIDER              PIC X(12).

      *--- Hitungan ringkasan ---
       01  WS-INACTIVE-COUNT       PIC 9(5) VALUE 0.
       01  WS-PAIR-FLAG-COUNT      PIC 9(5) VALUE 0.
       01  WS-CONFLICT-COUNT       PIC 9(5) VALUE 0.
       01  WS-DECIDED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REVOKE-COUNT         PIC 9(5) VALUE 0.
       01  WS-IDLE-FLAG            PIC X(5).
       01  WS-IDLE-DAYS            PIC 9(5).
       01  WS-IDLE-EDIT            PIC ZZZZ9.
       01  WS-COUNT-EDIT           PIC ZZZZ9.
       01  WS-COUNT-EDIT-2         PIC ZZZZ9.
       01  WS-COUNT-EDIT-3         PIC ZZZZ9.
       01  WS-COUNT-EDIT-4         PIC ZZZZ9.
       01  WS-COUNT-EDIT-5         PIC ZZZZ9.
       01  WS-COUNT-EDIT-6         PIC ZZZZ9.
       01  WS-CHG-EDIT             PIC Z(7)9.
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS

           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-QUARTER
                    WS-IN-OP-ID
                    WS-IN-DECISION
                    WS-IN-TOKEN
                    WS-IN-REASON
           END-UNSTRING

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-TODAY

           PERFORM RESOLVE-QUARTER

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'REPORT'
                   PERFORM RESOLVE-MASKING
                   PERFORM RUN-RECERT-REPORT
               WHEN 'DECIDE'
                   PERFORM RECORD-RECERT-DECISION
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/transactions.dat' DELIMITED SIZE
                      INTO WS-TRANSACTION-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/recert.dat' DELIMITED SIZE
                      INTO WS-RECERT-FILE-PATH
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-QUARTER.
      *--- KUARTAL kosong = kuartal penuh terakhir sebelum hari    ---
      *--- ini; awal dan akhir kuartal dihitung lewat nomor hari   ---
           IF FUNCTION TRIM(WS-IN-QUARTER) = SPACES
               MOVE WS-TODAY(1:4) TO WS-QTR-YEAR
               MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH
               COMPUTE WS-QTR-NO = (WS-TODAY-MONTH - 1) / 3
               IF WS-QTR-NO = 0
                   MOVE 4 TO WS-QTR-NO
                   SUBTRACT 1 FROM WS-QTR-YEAR
               END-IF
               STRING WS-QTR-YEAR 'Q' WS-QTR-NO
                   DELIMITED SIZE INTO WS-IN-QUARTER
               END-STRING
           END-IF

           IF WS-IN-QUARTER(1:4) IS NOT NUMERIC
              OR WS-IN-QUARTER(5:1) NOT = 'Q'
              OR WS-IN-QUARTER(6:1) < '1'
              OR WS-IN-QUARTER(6:1) > '4'
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           MOVE WS-IN-QUARTER(1:4) TO WS-QTR-YEAR
           MOVE WS-IN-QUARTER(6:1) TO WS-QTR-NO
           COMPUTE WS-QTR-MONTH = (WS-QTR-NO - 1) * 3 + 1
           COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000
               + WS-QTR-MONTH * 100 + 1

           IF WS-QTR-NO = 4
               COMPUTE WS-QTR-NEXT-START =
                   (WS-QTR-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-QTR-NEXT-START = WS-QTR-YEAR * 10000
                   + (WS-QTR-MONTH + 3) * 100 + 1
           END-IF

           COMPUTE WS-QTR-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-QTR-NEXT-START) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-QTR-END-INT)
               TO WS-QTR-END

           COMPUTE WS-WORK-INT = WS-QTR-END-INT - WS-IDLE-DAYS-LIMIT
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-IDLE-CUTOFF.

      *----------------------------------------------------------------*
       RUN-RECERT-REPORT.
      *--- Urutan: muat operator, kumpulkan aktivitas dan pasangan ---
      *--- dari pendchg.dat dan audit.log, petakan refund ke        ---
      *--- nasabah, baca keputusan kuartal ini, lalu cetak          ---
           PERFORM LOAD-OPERATORS
           PERFORM SCAN-PENDING-CHANGES
           PERFORM SCAN-AUDIT-LOG
           PERFORM MAP-REFUND-CUSTOMERS
           PERFORM LOAD-RECERT-DECISIONS

           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OPR-COUNT
               PERFORM PRINT-OPERATOR-LINE
           END-PERFORM

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PAIR-COUNT
               PERFORM CHECK-RECIPROCAL-PAIR
           END-PERFORM

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RFD-COUNT
               PERFORM CHECK-REQUEST-REFUND
           END-PERFORM

           PERFORM PRINT-RECERT-SUMMARY.

      *----------------------------------------------------------------*
       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF NOT OPR-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           PERFORM UNTIL OPR-FS-EOF
               READ OPERATOR-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-OPR-COUNT < 200
                       ADD 1 TO WS-OPR-COUNT
                       MOVE WS-OPR-COUNT TO WS-OT-SLOT
                       MOVE FD-OPR-OP-ID TO WS-OT-OP-ID(WS-OT-SLOT)
                       MOVE FD-OPR-NAME TO WS-OT-NAME(WS-OT-SLOT)
                       MOVE FD-OPR-ROLE TO WS-OT-ROLE(WS-OT-SLOT)
                       MOVE FD-OPR-STATUS
                           TO WS-OT-STATUS(WS-OT-SLOT)
                       MOVE SPACES TO WS-OT-LAST-ACT(WS-OT-SLOT)
                       MOVE SPACES TO WS-OT-LAST-SRC(WS-OT-SLOT)
                       MOVE SPACES TO WS-OT-DECISION(WS-OT-SLOT)
                       MOVE SPACES TO WS-OT-DECIDED-BY(WS-OT-SLOT)
                   END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-FILE.

      *----------------------------------------------------------------*
       SCAN-PENDING-CHANGES.
      *--- Maker (tanggal dibuat) dan checker (tanggal diputus)    ---
      *--- sama-sama aktivitas; persetujuan dalam kuartal masuk    ---
      *--- tabel pasangan, pengajuan data nasabah masuk tabel      ---
      *--- pengajuan                                                 ---
           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FS-OK
               PERFORM UNTIL PC-FS-EOF
                   READ PENDING-CHANGE-FILE INTO WS-PENDING-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-PENDING-CHANGE
                   END-READ
               END-PERFORM

               CLOSE PENDING-CHANGE-FILE
           END-IF.

      *----------------------------------------------------------------*
       TALLY-PENDING-CHANGE.
           MOVE WS-PC-MAKER TO WS-ACT-OP-ID
           MOVE WS-PC-CREATED-AT(1:8) TO WS-ACT-DATE
           MOVE 'pendchg' TO WS-ACT-SOURCE
           PERFORM NOTE-OPERATOR-ACTIVITY

           IF FUNCTION TRIM(WS-PC-CHECKER) NOT = SPACES
               MOVE WS-PC-CHECKER TO WS-ACT-OP-ID
               MOVE WS-PC-DECIDED-AT(1:8) TO WS-ACT-DATE
               PERFORM NOTE-OPERATOR-ACTIVITY
           END-IF

      *--- applied/failed = checker menyetujui ---
           IF (FUNCTION TRIM(WS-PC-STATUS) = 'applied'
               OR FUNCTION TRIM(WS-PC-STATUS) = 'failed')
              AND WS-PC-DECIDED-AT(1:8) >= WS-QTR-START
              AND WS-PC-DECIDED-AT(1:8) <= WS-QTR-END
               PERFORM ADD-APPROVAL-PAIR
           END-IF

           IF (FUNCTION TRIM(WS-PC-TARGET) = 'ACCOUNT'
               OR FUNCTION TRIM(WS-PC-TARGET) = 'ADJUST'
               OR FUNCTION TRIM(WS-PC-TARGET) = 'KYC')
              AND WS-PC-CREATED-AT(1:8) >= WS-QTR-START
              AND WS-PC-CREATED-AT(1:8) <= WS-QTR-END
              AND WS-REQ-COUNT < 1000
               ADD 1 TO WS-REQ-COUNT
               MOVE WS-PC-MAKER TO WS-RQ-OP-ID(WS-REQ-COUNT)
               MOVE WS-PC-KEY TO WS-RQ-USER-ID(WS-REQ-COUNT)
               MOVE WS-PC-CHG-ID TO WS-RQ-CHG-ID(WS-REQ-COUNT)
           END-IF.

      *----------------------------------------------------------------*
       ADD-APPROVAL-PAIR.
           MOVE 0 TO WS-PR-SLOT

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PAIR-COUNT OR WS-PR-SLOT > 0
               IF WS-PR-MAKER(WS-PR-IDX) = WS-PC-MAKER
                  AND WS-PR-CHECKER(WS-PR-IDX) = WS-PC-CHECKER
                   MOVE WS-PR-IDX TO WS-PR-SLOT
               END-IF
           END-PERFORM

           IF WS-PR-SLOT = 0 AND WS-PAIR-COUNT < 500
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-PR-SLOT
               MOVE WS-PC-MAKER TO WS-PR-MAKER(WS-PR-SLOT)
               MOVE WS-PC-CHECKER TO WS-PR-CHECKER(WS-PR-SLOT)
               MOVE 0 TO WS-PR-COUNT(WS-PR-SLOT)
           END-IF

           IF WS-PR-SLOT > 0
               ADD 1 TO WS-PR-COUNT(WS-PR-SLOT)
           END-IF.

      *----------------------------------------------------------------*
       SCAN-AUDIT-LOG.
      *--- Operator dikenali dari 'BY:<op>' di kunci audit, atau   ---
      *--- dari '<refund id>/<op>' untuk REFUNDPROC. Sign-on gagal ---
      *--- bukan aktivitas operator                                  ---
           OPEN INPUT AUDIT-FILE
           IF AUD-FS-OK
               PERFORM UNTIL AUD-FS-EOF
                   MOVE SPACES TO WS-AUDIT-SCAN
                   READ AUDIT-FILE INTO WS-AUDIT-SCAN
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-AUDIT-ROW
                   END-READ
               END-PERFORM

               CLOSE AUDIT-FILE
           END-IF.

      *----------------------------------------------------------------*
       TALLY-AUDIT-ROW.
           MOVE SPACES TO WS-AK-OP-ID
           MOVE SPACES TO WS-AK-REF-ID

           IF FUNCTION TRIM(WS-AS-PROGRAM) = 'REFUNDPROC'
               UNSTRING WS-AS-KEY
                   DELIMITED BY '/'
                   INTO WS-AK-REF-ID
                        WS-AK-OP-ID
               END-UNSTRING
           ELSE
               MOVE SPACES TO WS-AK-BEFORE
               MOVE SPACES TO WS-AK-AFTER
               UNSTRING WS-AS-KEY
                   DELIMITED BY 'BY:'
                   INTO WS-AK-BEFORE
                        WS-AK-AFTER
               END-UNSTRING
               UNSTRING WS-AK-AFTER
                   DELIMITED BY SPACE
                   INTO WS-AK-OP-ID
               END-UNSTRING
           END-IF

           IF FUNCTION TRIM(WS-AK-OP-ID) = SPACES
              OR (FUNCTION TRIM(WS-AS-PROGRAM) = 'OPRSIGN'
                  AND WS-AS-CODE NOT = '0000')
               CONTINUE
           ELSE
               MOVE WS-AK-OP-ID TO WS-ACT-OP-ID
               MOVE WS-AS-TIMESTAMP(1:8) TO WS-ACT-DATE
               MOVE 'audit' TO WS-ACT-SOURCE
               PERFORM NOTE-OPERATOR-ACTIVITY

               IF FUNCTION TRIM(WS-AS-PROGRAM) = 'REFUNDPROC'
                  AND WS-AS-CODE = '0000'
                  AND WS-AS-TIMESTAMP(1:8) >= WS-QTR-START
                  AND WS-AS-TIMESTAMP(1:8) <= WS-QTR-END
                  AND WS-RFD-COUNT < 500
                   ADD 1 TO WS-RFD-COUNT
                   MOVE WS-AK-REF-ID TO WS-RF-TXN-ID(WS-RFD-COUNT)
                   MOVE WS-AK-OP-ID TO WS-RF-OP-ID(WS-RFD-COUNT)
                   MOVE SPACES TO WS-RF-USER-ID(WS-RFD-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       NOTE-OPERATOR-ACTIVITY.
      *--- Aktivitas sesudah akhir kuartal diabaikan supaya laporan ---
      *--- kuartal lampau tetap sama bila dijalankan ulang           ---
           IF WS-ACT-DATE IS NUMERIC
              AND WS-ACT-DATE <= WS-QTR-END
               PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OPR-COUNT
                   IF WS-OT-OP-ID(WS-OT-IDX) = WS-ACT-OP-ID
                      AND (WS-OT-LAST-ACT(WS-OT-IDX) = SPACES
                           OR WS-ACT-DATE > WS-OT-LAST-ACT(WS-OT-IDX))
                       MOVE WS-ACT-DATE TO WS-OT-LAST-ACT(WS-OT-IDX)
                       MOVE WS-ACT-SOURCE
                           TO WS-OT-LAST-SRC(WS-OT-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
       MAP-REFUND-CUSTOMERS.
      *--- Transaksi refund membawa user id nasabah yang direfund ---
           IF WS-RFD-COUNT > 0
               OPEN INPUT TRANSACTION-FILE
               IF TXN-FS-OK
                   PERFORM UNTIL TXN-FS-EOF
                       READ TRANSACTION-FILE INTO WS-TXN-PARSE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM MATCH-REFUND-TXN
                       END-READ
                   END-PERFORM

                   CLOSE TRANSACTION-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       MATCH-REFUND-TXN.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RFD-COUNT
               IF WS-RF-TXN-ID(WS-RF-IDX) = WS-TP-TXN-ID
                   MOVE WS-TP-USER-ID TO WS-RF-USER-ID(WS-RF-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       LOAD-RECERT-DECISIONS.
      *--- Keputusan terakhir per operator untuk kuartal ini ---
           OPEN INPUT RECERT-FILE
           IF RC-FS-OK
               PERFORM UNTIL RC-FS-EOF
                   READ RECERT-FILE INTO WS-RECERT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-RC-QUARTER = WS-IN-QUARTER
                           PERFORM APPLY-RECERT-DECISION
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE RECERT-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPLY-RECERT-DECISION.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OPR-COUNT
               IF WS-OT-OP-ID(WS-OT-IDX) = WS-RC-OP-ID
                   MOVE WS-RC-DECISION TO WS-OT-DECISION(WS-OT-IDX)
                   MOVE WS-RC-DECIDED-BY
                       TO WS-OT-DECIDED-BY(WS-OT-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       PRINT-OPERATOR-LINE.
      *--- Tidak aktif = tanpa aktivitas sama sekali, atau          ---
      *--- aktivitas terakhir lebih dari 90 hari sebelum akhir      ---
      *--- kuartal                                                  ---
           MOVE 'false' TO WS-IDLE-FLAG
           MOVE 0 TO WS-IDLE-DAYS

           IF WS-OT-LAST-ACT(WS-OT-IDX) = SPACES
               MOVE 'true' TO WS-IDLE-FLAG
           ELSE
               MOVE WS-OT-LAST-ACT(WS-OT-IDX) TO WS-DATE-NUM
               COMPUTE WS-IDLE-DAYS = WS-QTR-END-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-OT-LAST-ACT(WS-OT-IDX) < WS-IDLE-CUTOFF
                   MOVE 'true' TO WS-IDLE-FLAG
               END-IF
           END-IF

           IF WS-IDLE-FLAG = 'true'
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF

           IF WS-OT-DECISION(WS-OT-IDX) NOT = SPACES
               ADD 1 TO WS-DECIDED-COUNT
               IF WS-OT-DECISION(WS-OT-IDX) = 'REVOKE'
                   ADD 1 TO WS-REVOKE-COUNT
               END-IF
           END-IF

           MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"quarter":"' WS-IN-QUARTER '",'
               '"operator_id":"'
                   FUNCTION TRIM(WS-OT-OP-ID(WS-OT-IDX)) '",'
               '"name":"'
                   FUNCTION TRIM(WS-OT-NAME(WS-OT-IDX)) '",'
               '"role":"'
                   FUNCTION TRIM(WS-OT-ROLE(WS-OT-IDX)) '",'
               '"operator_status":"'
                   FUNCTION TRIM(WS-OT-STATUS(WS-OT-IDX)) '",'
               '"last_activity":"'
                   FUNCTION TRIM(WS-OT-LAST-ACT(WS-OT-IDX)) '",'
               '"last_activity_source":"'
                   FUNCTION TRIM(WS-OT-LAST-SRC(WS-OT-IDX)) '",'
               '"days_idle":'
                   FUNCTION TRIM(WS-IDLE-EDIT) ','
               '"inactive_90d":'
                   FUNCTION TRIM(WS-IDLE-FLAG) ','
               '"decision":"'
                   FUNCTION TRIM(WS-OT-DECISION(WS-OT-IDX)) '",'
               '"decided_by":"'
                   FUNCTION TRIM(WS-OT-DECIDED-BY(WS-OT-IDX)) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Rekertifikasi akses operator"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT
           MOVE SPACES TO WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       CHECK-RECIPROCAL-PAIR.
      *--- Pasangan A->B dicetak sekali (A < B) bila B->A juga ada  ---
      *--- dan gabungan persetujuannya mencapai ambang               ---
           IF WS-PR-MAKER(WS-PR-IDX) < WS-PR-CHECKER(WS-PR-IDX)
               MOVE 0 TO WS-PR-BACK

               PERFORM VARYING WS-PR-IDX2 FROM 1 BY 1
                   UNTIL WS-PR-IDX2 > WS-PAIR-COUNT
                   IF WS-PR-MAKER(WS-PR-IDX2) =
                      WS-PR-CHECKER(WS-PR-IDX)
                      AND WS-PR-CHECKER(WS-PR-IDX2) =
                          WS-PR-MAKER(WS-PR-IDX)
                       MOVE WS-PR-COUNT(WS-PR-IDX2) TO WS-PR-BACK
                   END-IF
               END-PERFORM

               COMPUTE WS-PR-TOTAL =
                   WS-PR-COUNT(WS-PR-IDX) + WS-PR-BACK

               IF WS-PR-BACK > 0
                  AND WS-PR-TOTAL >= WS-PAIR-MIN
                   ADD 1 TO WS-PAIR-FLAG-COUNT
                   PERFORM PRINT-PAIR-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       PRINT-PAIR-LINE.
           MOVE WS-PR-COUNT(WS-PR-IDX) TO WS-COUNT-EDIT
           MOVE WS-PR-BACK TO WS-COUNT-EDIT-2

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"quarter":"' WS-IN-QUARTER '",'
               '"finding":"reciprocal_approval",'
               '"operator_a":"'
                   FUNCTION TRIM(WS-PR-MAKER(WS-PR-IDX)) '",'
               '"operator_b":"'
                   FUNCTION TRIM(WS-PR-CHECKER(WS-PR-IDX)) '",'
               '"b_approved_a":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"a_approved_b":'
                   FUNCTION TRIM(WS-COUNT-EDIT-2) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Pasangan maker-checker saling menyetujui"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT
           MOVE SPACES TO WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       CHECK-REQUEST-REFUND.
      *--- Operator yang merefund nasabah yang data/saldonya juga  ---
      *--- ia ajukan dalam kuartal yang sama                        ---
           MOVE 'N' TO WS-RQ-FOUND

           IF FUNCTION TRIM(WS-RF-USER-ID(WS-RF-IDX)) NOT = SPACES
               PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-COUNT
                      OR WS-RQ-FOUND = 'Y'
                   IF WS-RQ-OP-ID(WS-RQ-IDX) = WS-RF-OP-ID(WS-RF-IDX)
                      AND WS-RQ-USER-ID(WS-RQ-IDX) =
                          WS-RF-USER-ID(WS-RF-IDX)
                       MOVE 'Y' TO WS-RQ-FOUND
                   END-IF
               END-PERFORM
           END-IF

           IF WS-RQ-FOUND = 'Y'
               SUBTRACT 1 FROM WS-RQ-IDX
               ADD 1 TO WS-CONFLICT-COUNT
               PERFORM PRINT-CONFLICT-LINE
           END-IF.

      *----------------------------------------------------------------*
       PRINT-CONFLICT-LINE.
           MOVE WS-RQ-CHG-ID(WS-RQ-IDX) TO WS-CHG-EDIT
           MOVE WS-RF-USER-ID(WS-RF-IDX) TO WS-MASK-IN
           PERFORM MASK-VALUE
           MOVE WS-MASK-OUT TO WS-MASK-USER-ID

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"quarter":"' WS-IN-QUARTER '",'
               '"finding":"request_and_refund",'
               '"operator_id":"'
                   FUNCTION TRIM(WS-RF-OP-ID(WS-RF-IDX)) '",'
               '"user_id":"'
                   FUNCTION TRIM(WS-MASK-USER-ID) '",'
               '"change_id":'
                   FUNCTION TRIM(WS-CHG-EDIT) ','
               '"refund_txn_id":"'
                   FUNCTION TRIM(WS-RF-TXN-ID(WS-RF-IDX)) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Operator mengajukan perubahan dan'
               ' merefund nasabah yang sama"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT
           MOVE SPACES TO WS-JSON-OUTPUT.

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
       PRINT-RECERT-SUMMARY.
           MOVE WS-OPR-COUNT TO WS-COUNT-EDIT
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-PAIR-FLAG-COUNT TO WS-COUNT-EDIT-3
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-EDIT-4
           MOVE WS-DECIDED-COUNT TO WS-COUNT-EDIT-5
           MOVE WS-REVOKE-COUNT TO WS-COUNT-EDIT-6

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"quarter":"' WS-IN-QUARTER '",'
               '"period_start":"' WS-QTR-START '",'
               '"period_end":"' WS-QTR-END '",'
               '"operators":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"inactive_90d":'
                   FUNCTION TRIM(WS-COUNT-EDIT-2) ','
               '"reciprocal_pairs":'
                   FUNCTION TRIM(WS-COUNT-EDIT-3) ','
               '"request_and_refund":'
                   FUNCTION TRIM(WS-COUNT-EDIT-4) ','
               '"decided":'
                   FUNCTION TRIM(WS-COUNT-EDIT-5) ','
               '"revoked":'
                   FUNCTION TRIM(WS-COUNT-EDIT-6) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Laporan rekertifikasi akses selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RECORD-RECERT-DECISION.
      *--- Urutan cek: keputusan valid, token sesi, supervisor     ---
      *--- aktif, operator yang diputus ada dan bukan diri sendiri,---
      *--- belum diputus kuartal ini - baru dicatat                 ---
           IF FUNCTION TRIM(WS-IN-DECISION) NOT = 'KEEP'
              AND FUNCTION TRIM(WS-IN-DECISION) NOT = 'REVOKE'
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-DECISION) = 'REVOKE'
              AND FUNCTION TRIM(WS-IN-REASON) = SPACES
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           MOVE WS-IN-TOKEN TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-DECIDER
           MOVE WS-DECIDER TO WS-OPERATOR-TO-CHECK
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-OPERATOR-ROLE) NOT = 'supervisor'
              OR WS-DECIDER = WS-IN-OP-ID
               MOVE EC-NOT-AUTHORIZED TO WS-AUD-CODE
               PERFORM WRITE-DECISION-AUDIT
               PERFORM RETURN-NOT-AUTHORIZED
               STOP RUN
           END-IF

           MOVE WS-IN-OP-ID TO WS-OPERATOR-TO-CHECK
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-ROLE = SPACES
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           PERFORM CHECK-EXISTING-DECISION

           IF WS-RC-DUPLICATE = 'Y'
               PERFORM RETURN-ALREADY-DECIDED
               STOP RUN
           END-IF

           MOVE 0 TO WS-RC-CHG-ID
           IF FUNCTION TRIM(WS-IN-DECISION) = 'REVOKE'
               PERFORM QUEUE-ACCESS-REVOCATION
               MOVE WS-PC-CHG-ID TO WS-RC-CHG-ID
           END-IF

           PERFORM APPEND-RECERT-DECISION

           MOVE EC-SUCCESS TO WS-AUD-CODE
           PERFORM WRITE-DECISION-AUDIT
           PERFORM RETURN-DECISION-RECORDED.

      *----------------------------------------------------------------*
       CHECK-EXISTING-DECISION.
           MOVE 'N' TO WS-RC-DUPLICATE

           OPEN INPUT RECERT-FILE
           IF RC-FS-OK
               PERFORM UNTIL RC-FS-EOF OR WS-RC-DUPLICATE = 'Y'
                   READ RECERT-FILE INTO WS-RECERT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-RC-QUARTER = WS-IN-QUARTER
                          AND WS-RC-OP-ID = WS-IN-OP-ID
                           MOVE 'Y' TO WS-RC-DUPLICATE
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE RECERT-FILE
           END-IF.

      *----------------------------------------------------------------*
       QUEUE-ACCESS-REVOCATION.
      *--- Pencabutan tidak langsung berlaku - supervisor kedua    ---
      *--- menyetujui lewat CHGAPPR (field STATUS = supervisor)    ---
           PERFORM GET-NEXT-CHANGE-ID

           MOVE WS-PC-NEXT-ID TO WS-PC-CHG-ID
           MOVE 'OPERATOR'    TO WS-PC-TARGET
           MOVE WS-IN-OP-ID   TO WS-PC-KEY
           MOVE 'STATUS'      TO WS-PC-FIELD
           MOVE 'revoked'     TO WS-PC-NEW-VALUE
           MOVE WS-DECIDER    TO WS-PC-MAKER
           MOVE 'pending'     TO WS-PC-STATUS
           MOVE WS-DATETIME   TO WS-PC-CREATED-AT
           MOVE SPACES        TO WS-PC-DECIDED-AT
           MOVE SPACES        TO WS-PC-CHECKER

           OPEN EXTEND PENDING-CHANGE-FILE
           IF PC-FS-NOT-FOUND
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN EXTEND PENDING-CHANGE-FILE
           END-IF

           IF NOT PC-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           WRITE PENDING-CHANGE-RECORD FROM WS-PENDING-RECORD
           CLOSE PENDING-CHANGE-FILE.

      *----------------------------------------------------------------*
       GET-NEXT-CHANGE-ID.
      *--- Nomor urut sederhana: jumlah baris antrian + 1 ---
           MOVE 0 TO WS-PC-NEXT-ID

           OPEN INPUT PENDING-CHANGE-FILE
           IF PC-FS-OK
               PERFORM UNTIL PC-FS-EOF
                   READ PENDING-CHANGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-PC-NEXT-ID
                   END-READ
               END-PERFORM

               CLOSE PENDING-CHANGE-FILE
           END-IF

           ADD 1 TO WS-PC-NEXT-ID.

      *----------------------------------------------------------------*
       APPEND-RECERT-DECISION.
           MOVE WS-IN-QUARTER  TO WS-RC-QUARTER
           MOVE WS-IN-OP-ID    TO WS-RC-OP-ID
           MOVE WS-IN-DECISION TO WS-RC-DECISION
           MOVE WS-DECIDER     TO WS-RC-DECIDED-BY
           MOVE WS-DATETIME    TO WS-RC-DECIDED-AT
           MOVE WS-IN-REASON   TO WS-RC-REASON

           OPEN EXTEND RECERT-FILE
           IF RC-FS-NOT-FOUND
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN EXTEND RECERT-FILE
           END-IF

           IF NOT RC-FS-OK
               PERFORM RETURN-SYSTEM-ERROR
               STOP RUN
           END-IF

           WRITE RECERT-FILE-RECORD FROM WS-RECERT-RECORD
           CLOSE RECERT-FILE.

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
       VALIDATE-OPERATOR.
      *--- Operator harus terdaftar dan berstatus active; peran    ---
      *--- terisi bila terdaftar walau tidak aktif (operator yang  ---
      *--- diputus boleh sudah nonaktif)                             ---
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE SPACES TO WS-OPERATOR-ROLE

           OPEN INPUT OPERATOR-FILE
           IF OPR-FS-OK
               MOVE WS-OPERATOR-TO-CHECK TO FD-OPR-OP-ID

               READ OPERATOR-FILE
                   KEY IS FD-OPR-OP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-OPERATOR-OK
                   NOT INVALID KEY
                       MOVE FD-OPR-ROLE TO WS-OPERATOR-ROLE
                       IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                           MOVE 'Y' TO WS-OPERATOR-OK
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-DECISION-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TIMESTAMP

           MOVE SPACES TO WS-AUD-KEY
           STRING 'RECERT:' WS-IN-QUARTER ' '
                  FUNCTION TRIM(WS-IN-OP-ID) ' '
                  FUNCTION TRIM(WS-IN-DECISION) ' BY:'
                  FUNCTION TRIM(WS-DECIDER)
               DELIMITED SIZE INTO WS-AUD-KEY
           END-STRING

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
       RETURN-DECISION-RECORDED.
           MOVE WS-RC-CHG-ID TO WS-CHG-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"quarter":"' WS-IN-QUARTER '",'
               '"operator_id":"'
                   FUNCTION TRIM(WS-IN-OP-ID) '",'
               '"decision":"'
                   FUNCTION TRIM(WS-IN-DECISION) '",'
               '"decided_by":"'
                   FUNCTION TRIM(WS-DECIDER) '",'
               '"change_id":'
                   FUNCTION TRIM(WS-CHG-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Keputusan rekertifikasi tercatat;'
               ' REVOKE menunggu checker di CHGAPPR"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-ALREADY-DECIDED.
           STRING
               '{'
               '"status":"error",'
               '"code":1009,'
               '"retryable":' FUNCTION TRIM(ER-DUPLICATE-TXN) ','
               '"data":null,'
               '"message":"Operator sudah diputus untuk kuartal ini"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-NOT-FOUND.
           STRING
               '{'
               '"status":"error",'
               '"code":1001,'
               '"retryable":' FUNCTION TRIM(ER-NOT-FOUND) ','
               '"data":null,'
               '"message":"Operator yang diputus tidak terdaftar"'
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
       RETURN-NOT-AUTHORIZED.
           STRING
               '{'
               '"status":"error",'
               '"code":1023,'
               '"retryable":' FUNCTION TRIM(ER-NOT-AUTHORIZED) ','
               '"data":null,'
               '"message":"Keputusan rekertifikasi hanya oleh'
               ' supervisor dan tidak atas dirinya sendiri"'
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
       RETURN-INVALID-INPUT.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Kuartal harus YYYYQn, keputusan KEEP/REVOKE'
               ', REVOKE wajib beralasan"'
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
               '"code":9999,'
               '"retryable":' FUNCTION TRIM(ER-UNKNOWN-ERROR) ','
               '"data":null,'
               '"message":"Mode rekertifikasi tidak dikenal'
               ' (REPORT/DECIDE)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-SYSTEM-ERROR.
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

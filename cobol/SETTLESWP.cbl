               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSV-FILE-STATUS.

      *--- Master KYB merchant - merchant yang ditandai KYBREV     ---
      *--- (review terlambat > 60 hari) tidak disapu sampai review ---
      *--- barunya disetujui lewat CHGAPPR                          ---
           SELECT KYB-FILE
               ASSIGN TO DYNAMIC WS-KYB-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-KYB-MER-ID
               FILE STATUS IS WS-KYB-FILE-STATUS.

      *--- Penahanan settlement karena rasio chargeback/refund    ---
      *--- kritis (RISKMON), ditulis CHGAPPR setelah disetujui     ---
           SELECT SETLHOLD-FILE
               ASSIGN TO DYNAMIC WS-SETLHOLD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SH-FILE-STATUS.

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
       FD  MERCHANT-FILE.
           LABEL RECORDS ARE STANDARD.
       01  RESERVE-FILE-RECORD     PIC X(80).

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

      *--- Audit log ---
       01  WS-AUDIT-FILE-STATUS    PIC XX.
           88  AUD-FS-OK           VALUE '00'.
           88  AUD-FS-NOT-FOUND    VALUE '35'.

       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP    PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-PROGRAM      PIC X(12) VALUE 'SETTLESWP'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-KEY          PIC X(60).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AUD-CODE         PIC 9(4).

      *--- Masking rekening payout di laporan: default hanya 4    ---
      *--- karakter terakhir yang tampil; nilai penuh hanya untuk ---
      *--- token sesi supervisor aktif (DANTE_UNMASK_BY). File      ---
      *--- payout ke bank tetap berisi nomor rekening lengkap     ---
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

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
           VALUE '/app/data/merchpar.dat'.
       01  WS-CATALOG-FILE-PATH     PIC X(100)
           VALUE '/app/data/txncat.dat'.
       01  WS-KYB-FILE-PATH         PIC X(100)
           VALUE '/app/data/kybmast.dat'.
       01  WS-SETLHOLD-FILE-PATH    PIC X(100)
           VALUE '/app/data/setlhold.dat'.
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.


       01  WS-TP-AMOUNT-NUM        PIC 9(13)V99.

      *--- Baris induk pembayaran split (QRIS/REFUND bertanda      ---
      *--- ' SPLIT:') bukan volume marketplace - volumenya milik   ---
      *--- tenant lewat baris SPLITLEG, dikurangi SPLITRFND        ---
       01  WS-SPLIT-TAGS           PIC 9(3) VALUE 0.

      *--- Tabel akumulasi settlement per merchant, sama seperti ---
      *--- SETTLERPT, ditambah bank code untuk routing payout    ---
       01  WS-MERCHANT-TABLE.
               10  WS-MT-DISPUTED  PIC 9(13)V99.
               10  WS-MT-COUNT     PIC 9(7).
               10  WS-MT-ALREADY-PAID PIC X(1).
               10  WS-MT-KYB-HOLD  PIC X(1).
               10  WS-MT-RISK-HOLD PIC X(1).

       01  WS-MER-COUNT             PIC 9(5) VALUE 0.

       01  WS-GRAND-COUNT           PIC 9(7) VALUE 0.
       01  WS-MERCHANTS-PAID        PIC 9(5) VALUE 0.
       01  WS-MERCHANTS-SKIPPED     PIC 9(5) VALUE 0.
       01  WS-MERCHANTS-KYB-HELD    PIC 9(5) VALUE 0.
       01  WS-MERCHANTS-RISK-HELD   PIC 9(5) VALUE 0.
       01  WS-SKIP-IDX              PIC 9(5).

       01  WS-PAYOUT-RECORD.
           05  WS-PAY-TXN-COUNT    PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-PAY-STATUS       PIC X(10).
      *--- Ekor payout instan (INSTSETL): KIND 'INSTANT' dan jendela ---
      *--- created_at [FROM, TO) yang sudah dibayar lebih awal.     ---
      *--- Baris sweep reguler menulis ekor kosong                  ---
           05  WS-PAY-KIND-SEP     PIC X(1).
           05  WS-PAY-KIND         PIC X(8).
           05  WS-PAY-FROM-SEP     PIC X(1).
           05  WS-PAY-COVER-FROM   PIC X(14).
           05  WS-PAY-TO-SEP       PIC X(1).
           05  WS-PAY-COVER-TO     PIC X(14).

      *--- Jendela payout instan tanggal sweep ini: transaksi di    ---
      *--- dalamnya sudah dibayar dan tidak ikut disapu lagi        ---
       01  WS-INSTANT-TABLE.
           05  WS-IW-ENTRY OCCURS 500 TIMES.
               10  WS-IW-MER-ID    PIC X(20).
               10  WS-IW-FROM      PIC X(14).
               10  WS-IW-TO        PIC X(14).
       01  WS-INSTANT-COUNT         PIC 9(3) VALUE 0.
       01  WS-IW-IDX                PIC 9(3).
       01  WS-IN-INSTANT-WINDOW     PIC X(1).

       01  WS-NET-AMOUNT            PIC 9(13)V99.

       01  WS-RC-LINE              PIC X(40).
       01  WS-RC-REC-TYPE          PIC X(10).
       01  WS-RC-REC-VALUE         PIC X(10).
       01  WS-RC-REC-MER           PIC X(20).
       01  WS-RSV-BPS              PIC 9(4) VALUE 1000.
       01  WS-RSV-APPLY-BPS        PIC 9(5).

      *--- Reserve khusus merchant (baris MERPCT|bps|MER_ID dari   ---
      *--- tindakan risiko yang disetujui) - baris terakhir per    ---
      *--- merchant yang berlaku                                    ---
       01  WS-MERPCT-TABLE.
           05  WS-MX-ENTRY OCCURS 200 TIMES.
               10  WS-MX-MER-ID    PIC X(20).
               10  WS-MX-BPS       PIC 9(5).
       01  WS-MERPCT-COUNT         PIC 9(3) VALUE 0.
       01  WS-MX-IDX               PIC 9(3).
       01  WS-MX-FOUND             PIC X(1).
       01  WS-RSV-HOLD-DAYS        PIC 9(3) VALUE 14.
       01  WS-RSV-NEW-DAYS         PIC 9(3) VALUE 30.
       01  WS-NUMVAL-CHECK         PIC S9(4).
       01  WS-COUNT-EDIT            PIC ZZZZZZ9.
       01  WS-PAID-EDIT             PIC ZZZZ9.
       01  WS-SKIPPED-EDIT          PIC ZZZZ9.
       01  WS-KYB-HELD-EDIT         PIC ZZZZ9.
       01  WS-RISK-HELD-EDIT        PIC ZZZZ9.

      *--- Penahanan settlement risiko: MER_ID|hold/release|...   ---
      *--- baris terakhir per merchant yang berlaku                ---
       01  WS-SH-FILE-STATUS       PIC XX.
           88  SH-FS-OK            VALUE '00'.
           88  SH-FS-EOF           VALUE '10'.

       01  WS-SH-LINE              PIC X(60).
       01  WS-SH-REC-MER           PIC X(20).
       01  WS-SH-REC-ACTION        PIC X(10).

      *--- Penahanan settlement karena review KYB terlambat ---
       01  WS-KYB-FILE-STATUS      PIC XX.
           88  KYB-FS-OK           VALUE '00'.
           88  KYB-FS-EOF          VALUE '10'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM SET-FILE-PATHS
           PERFORM GET-REPORT-DATE
           PERFORM RESOLVE-MASKING
           PERFORM RESOLVE-TXN-SOURCE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM LOAD-RESERVE-CONFIG
               STOP RUN
           END-IF

           PERFORM LOAD-KYB-HOLDS
           PERFORM LOAD-RISK-HOLDS
           PERFORM LOAD-DISPUTE-HOLDS
           PERFORM LOAD-INSTANT-WINDOWS

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MER-COUNT
                      INTO WS-CATALOG-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/kybmast.dat' DELIMITED SIZE
                      INTO WS-KYB-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/setlhold.dat' DELIMITED SIZE
                      INTO WS-SETLHOLD-FILE-PATH
               END-STRING

               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED
           END-IF.

      *----------------------------------------------------------------*
       LOAD-RESERVE-CONFIG.
      *--- PERCENT|bps, HOLDDAYS|n, NEWDAYS|n - baris yang tidak  ---
      *--- ada memakai default terkompilasi. MERPCT|bps|MER_ID     ---
      *--- menetapkan reserve khusus satu merchant                  ---
           OPEN INPUT RSVCFG-FILE
           IF RC-FS-OK
               PERFORM UNTIL RC-FS-EOF
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
                                   MOVE FUNCTION NUMVAL(
                                       WS-RC-REC-VALUE)
                                       TO WS-RSV-NEW-DAYS
                               WHEN 'MERPCT'
                                   PERFORM STORE-MERCHANT-RESERVE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
               CLOSE RSVCFG-FILE
           END-IF.

      *----------------------------------------------------------------*
       STORE-MERCHANT-RESERVE.
           MOVE 'N' TO WS-MX-FOUND

           PERFORM VARYING WS-MX-IDX FROM 1 BY 1
               UNTIL WS-MX-IDX > WS-MERPCT-COUNT
               IF WS-MX-MER-ID(WS-MX-IDX) = WS-RC-REC-MER
                   MOVE FUNCTION NUMVAL(WS-RC-REC-VALUE)
                       TO WS-MX-BPS(WS-MX-IDX)
                   MOVE 'Y' TO WS-MX-FOUND
               END-IF
           END-PERFORM

           IF WS-MX-FOUND = 'N'
              AND WS-MERPCT-COUNT < 200
              AND FUNCTION TRIM(WS-RC-REC-MER) NOT = SPACES
               ADD 1 TO WS-MERPCT-COUNT
               MOVE WS-RC-REC-MER TO WS-MX-MER-ID(WS-MERPCT-COUNT)
               MOVE FUNCTION NUMVAL(WS-RC-REC-VALUE)
                   TO WS-MX-BPS(WS-MERPCT-COUNT)
           END-IF.

      *----------------------------------------------------------------*
       LOAD-HIRISK-CATEGORIES.
           OPEN INPUT CATMAST-FILE
      *----------------------------------------------------------------*
       CHECK-RESERVE-ELIGIBLE.
           MOVE 'N' TO WS-RSV-APPLY
           MOVE WS-RSV-BPS TO WS-RSV-APPLY-BPS

      *--- Kategori ber-risk high ---
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                  AND WS-OT-DATE(WS-OT-IDX) >= WS-NEW-CUTOFF-DATE
                   MOVE 'Y' TO WS-RSV-APPLY
               END-IF
           END-PERFORM

      *--- Reserve khusus merchant (rasio chargeback/refund        ---
      *--- kritis): selalu berlaku, dan menggantikan tarif global  ---
      *--- kalau lebih tinggi                                       ---
           PERFORM VARYING WS-MX-IDX FROM 1 BY 1
               UNTIL WS-MX-IDX > WS-MERPCT-COUNT
               IF WS-MX-MER-ID(WS-MX-IDX) = WS-MT-MER-ID(WS-MT-IDX)
                  AND WS-MX-BPS(WS-MX-IDX) > 0
                   IF WS-RSV-APPLY = 'N'
                      OR WS-MX-BPS(WS-MX-IDX) > WS-RSV-APPLY-BPS
                       MOVE WS-MX-BPS(WS-MX-IDX) TO WS-RSV-APPLY-BPS
                   END-IF
                   MOVE 'Y' TO WS-RSV-APPLY
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       WITHHOLD-ROLLING-RESERVE.
           COMPUTE WS-RSV-AMOUNT ROUNDED =
               WS-NET-AMOUNT * WS-RSV-APPLY-BPS / 10000

           IF WS-RSV-AMOUNT > 0
               SUBTRACT WS-RSV-AMOUNT FROM WS-NET-AMOUNT
                   MOVE 0 TO WS-MT-DISPUTED(WS-MER-COUNT)
                   MOVE 0 TO WS-MT-COUNT(WS-MER-COUNT)
                   MOVE 'N' TO WS-MT-ALREADY-PAID(WS-MER-COUNT)
                   MOVE 'N' TO WS-MT-KYB-HOLD(WS-MER-COUNT)
                   MOVE 'N' TO WS-MT-RISK-HOLD(WS-MER-COUNT)
               END-READ
           END-PERFORM

           CLOSE MERCHANT-FILE.

      *----------------------------------------------------------------*
       LOAD-KYB-HOLDS.
      *--- Tandai merchant yang settlement-nya ditahan KYBREV.     ---
      *--- Tanpa master KYB tidak ada yang ditahan                  ---
           OPEN INPUT KYB-FILE
           IF KYB-FS-OK
               PERFORM UNTIL KYB-FS-EOF
                   READ KYB-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-KYB-SETTLE-HOLD = 'Y'
                           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                               UNTIL WS-SKIP-IDX > WS-MER-COUNT
                               IF WS-MT-MER-ID(WS-SKIP-IDX) =
                                  FD-KYB-MER-ID
                                   MOVE 'Y' TO
                                       WS-MT-KYB-HOLD(WS-SKIP-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE KYB-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-RISK-HOLDS.
      *--- Tahan/lepas settlement hasil tindakan risiko yang       ---
      *--- disetujui; file urut waktu, jadi baris terakhir menang  ---
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

                       PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                           UNTIL WS-SKIP-IDX > WS-MER-COUNT
                           IF WS-MT-MER-ID(WS-SKIP-IDX) =
                              WS-SH-REC-MER
                               IF FUNCTION TRIM(WS-SH-REC-ACTION) =
                                  'hold'
                                   MOVE 'Y' TO
                                       WS-MT-RISK-HOLD(WS-SKIP-IDX)
                               ELSE
                                   MOVE 'N' TO
                                       WS-MT-RISK-HOLD(WS-SKIP-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM

               CLOSE SETLHOLD-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-DISPUTE-HOLDS.
      *--- Muat kasus dispute yang masih hidup (open /             ---
      *--- MERCHANT melewati merchant itu, bukan menulis baris kedua. ---
      *--- Payout yang ditandai failed oleh PAYACK (disbursement      ---
      *--- ditolak bank) sengaja TIDAK ditandai, supaya sweep         ---
      *--- berikutnya mengantre ulang merchant itu. Payout suspense  ---
      *--- (merchant tutup, dananya sudah di rekening SUSPENSE)      ---
      *--- tetap ditandai sehingga tidak diantre ulang               ---
           OPEN INPUT PAYOUT-FILE
           IF PAY-FS-OK
               PERFORM UNTIL PAY-FS-EOF
                       IF WS-PAY-DATE = WS-REPORT-DATE
                          AND FUNCTION TRIM(WS-PAY-STATUS)
                              NOT = 'failed'
                          AND FUNCTION TRIM(WS-PAY-KIND) NOT = 'INSTANT'
                           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                               UNTIL WS-SKIP-IDX > WS-MER-COUNT
                               IF WS-MT-MER-ID(WS-SKIP-IDX) =
               CLOSE PAYOUT-FILE
           END-IF.

      *----------------------------------------------------------------*
       LOAD-INSTANT-WINDOWS.
      *--- Payout instan (INSTSETL) tanggal ini yang tidak failed   ---
      *--- sudah membayar transaksi dalam jendelanya; yang failed  ---
      *--- di PAYACK sengaja tidak dimuat supaya disapu ulang      ---
           MOVE 0 TO WS-INSTANT-COUNT

           OPEN INPUT PAYOUT-FILE
           IF PAY-FS-OK
               PERFORM UNTIL PAY-FS-EOF
                   READ PAYOUT-FILE INTO WS-PAYOUT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PAY-DATE = WS-REPORT-DATE
                          AND FUNCTION TRIM(WS-PAY-KIND) = 'INSTANT'
                          AND FUNCTION TRIM(WS-PAY-STATUS)
                              NOT = 'failed'
                          AND WS-INSTANT-COUNT < 500
                           ADD 1 TO WS-INSTANT-COUNT
                           MOVE WS-PAY-MER-ID
                               TO WS-IW-MER-ID(WS-INSTANT-COUNT)
                           MOVE WS-PAY-COVER-FROM
                               TO WS-IW-FROM(WS-INSTANT-COUNT)
                           MOVE WS-PAY-COVER-TO
                               TO WS-IW-TO(WS-INSTANT-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE PAYOUT-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-INSTANT-WINDOW.
           MOVE 'N' TO WS-IN-INSTANT-WINDOW

           PERFORM VARYING WS-IW-IDX FROM 1 BY 1
               UNTIL WS-IW-IDX > WS-INSTANT-COUNT
               IF WS-IW-MER-ID(WS-IW-IDX) = WS-MT-MER-ID(WS-MT-IDX)
                  AND WS-TP-CREATED-AT(1:14) >= WS-IW-FROM(WS-IW-IDX)
                  AND WS-TP-CREATED-AT(1:14) < WS-IW-TO(WS-IW-IDX)
                   MOVE 'Y' TO WS-IN-INSTANT-WINDOW
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       LOAD-BUSINESS-CALENDAR.
      *--- Muat cut-off dan daftar libur; fitur tanggal bisnis      ---
                      AND WS-TXN-BUSINESS-DATE = WS-REPORT-DATE
                       MOVE FUNCTION NUMVAL(WS-TP-AMOUNT)
                           TO WS-TP-AMOUNT-NUM
                       MOVE 0 TO WS-SPLIT-TAGS
                       INSPECT WS-TP-QR-CODE
                           TALLYING WS-SPLIT-TAGS FOR ALL ' SPLIT:'
                       PERFORM CHECK-INSTANT-WINDOW

      *--- Sudah dibayar lewat settlement instan; biaya instannya  ---
      *--- sudah dipotong dari payout instan itu sendiri           ---
                       EVALUATE TRUE
                           WHEN WS-SPLIT-TAGS > 0
                               CONTINUE
                           WHEN WS-IN-INSTANT-WINDOW = 'Y'
                               CONTINUE
                           WHEN FUNCTION TRIM(WS-TP-TYPE) = 'INSTFEE'
                               CONTINUE
                           WHEN FUNCTION TRIM(WS-TP-TYPE) = 'MDRFEE'
                               ADD WS-TP-AMOUNT-NUM
                                   TO WS-MT-FEE(WS-MT-IDX)
                           WHEN FUNCTION TRIM(WS-TP-TYPE) = 'SPLITRFND'
                               PERFORM DEDUCT-SPLIT-REFUND
                           WHEN OTHER
                               ADD WS-TP-AMOUNT-NUM
                                   TO WS-MT-TOTAL(WS-MT-IDX)
                               ADD 1 TO WS-MT-COUNT(WS-MT-IDX)
                               PERFORM HOLD-DISPUTED-AMOUNT
                       END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSACTION-FILE.

      *----------------------------------------------------------------*
       DEDUCT-SPLIT-REFUND.
      *--- Refund leg split mengurangi gross tenant hari itu; tidak ---
      *--- pernah di bawah nol (field akumulasi tak bertanda)        ---
           IF WS-TP-AMOUNT-NUM > WS-MT-TOTAL(WS-MT-IDX)
               MOVE 0 TO WS-MT-TOTAL(WS-MT-IDX)
           ELSE
               SUBTRACT WS-TP-AMOUNT-NUM
                   FROM WS-MT-TOTAL(WS-MT-IDX)
           END-IF.

      *----------------------------------------------------------------*
       OPEN-PAYOUT-FILE.
           OPEN EXTEND PAYOUT-FILE
               ADD 1 TO WS-MERCHANTS-SKIPPED
               PERFORM PRINT-SKIPPED-PAYOUT-LINE
           ELSE
      *--- Review KYB terlambat: tidak ada baris payout yang       ---
      *--- ditulis, jadi sweep ulang tanggal ini setelah review    ---
      *--- disetujui akan membayarnya                               ---
               IF WS-MT-COUNT(WS-MT-IDX) > 0
                  AND WS-MT-KYB-HOLD(WS-MT-IDX) = 'Y'
                   ADD 1 TO WS-MERCHANTS-KYB-HELD
                   PERFORM PRINT-KYB-HELD-LINE
               END-IF

      *--- Rasio chargeback/refund kritis: ditahan dengan cara    ---
      *--- yang sama sampai pelepasan disetujui                    ---
               IF WS-MT-COUNT(WS-MT-IDX) > 0
                  AND WS-MT-KYB-HOLD(WS-MT-IDX) NOT = 'Y'
                  AND WS-MT-RISK-HOLD(WS-MT-IDX) = 'Y'
                   ADD 1 TO WS-MERCHANTS-RISK-HELD
                   PERFORM PRINT-RISK-HELD-LINE
               END-IF

               IF WS-MT-COUNT(WS-MT-IDX) > 0
                  AND WS-MT-KYB-HOLD(WS-MT-IDX) NOT = 'Y'
                  AND WS-MT-RISK-HOLD(WS-MT-IDX) NOT = 'Y'
                   ADD 1 TO WS-MERCHANTS-PAID
      *--- Sengketa melebihi netto: tahan seluruh payout (cek     ---
      *--- dulu supaya COMPUTE tidak menghasilkan nilai negatif   ---
                   MOVE WS-NET-AMOUNT              TO WS-PAY-AMOUNT
                   MOVE WS-MT-COUNT(WS-MT-IDX)     TO WS-PAY-TXN-COUNT
                   MOVE 'disbursed'                TO WS-PAY-STATUS
                   MOVE SPACES                     TO WS-PAY-KIND-SEP
                   MOVE SPACES                     TO WS-PAY-KIND
                   MOVE SPACES                     TO WS-PAY-FROM-SEP
                   MOVE SPACES                     TO WS-PAY-COVER-FROM
                   MOVE SPACES                     TO WS-PAY-TO-SEP
                   MOVE SPACES                     TO WS-PAY-COVER-TO

                   IF PAY-FS-OK
                       WRITE PAYOUT-FILE-RECORD FROM WS-PAYOUT-RECORD
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-KYB-HELD-LINE.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"settlement_date":"'
                   WS-REPORT-DATE '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-MT-MER-ID(WS-MT-IDX)) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Settlement ditahan, review KYB terlambat"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       PRINT-RISK-HELD-LINE.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"settlement_date":"'
                   WS-REPORT-DATE '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-MT-MER-ID(WS-MT-IDX)) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Settlement ditahan, rasio chargeback/'
               'refund kritis"'
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
                   ' SWEEP:' WS-REPORT-DATE
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
       PRINT-PAYOUT-LINE.
           MOVE WS-NET-AMOUNT TO WS-TOTAL-EDIT
           MOVE WS-MT-FEE(WS-MT-IDX) TO WS-FEE-EDIT
           MOVE WS-RSV-AMOUNT TO WS-RSV-EDIT
           MOVE WS-MT-COUNT(WS-MT-IDX) TO WS-COUNT-EDIT
           MOVE WS-MT-ACCOUNT(WS-MT-IDX) TO WS-MASK-IN
           PERFORM MASK-VALUE

           STRING
               '{'
               '"bank_code":"'
                   FUNCTION TRIM(WS-MT-BANK-CODE(WS-MT-IDX)) '",'
               '"payout_account":"'
                   FUNCTION TRIM(WS-MASK-OUT) '",'
               '"payout_amount":'
                   FUNCTION TRIM(WS-TOTAL-EDIT) ','
               '"mdr_fee_withheld":'
           MOVE WS-GRAND-COUNT TO WS-COUNT-EDIT
           MOVE WS-MERCHANTS-PAID TO WS-PAID-EDIT
           MOVE WS-MERCHANTS-SKIPPED TO WS-SKIPPED-EDIT
           MOVE WS-MERCHANTS-KYB-HELD TO WS-KYB-HELD-EDIT
           MOVE WS-MERCHANTS-RISK-HELD TO WS-RISK-HELD-EDIT

           STRING
               '{'
                   FUNCTION TRIM(WS-PAID-EDIT) ','
               '"merchants_already_paid":'
                   FUNCTION TRIM(WS-SKIPPED-EDIT) ','
               '"merchants_kyb_held":'
                   FUNCTION TRIM(WS-KYB-HELD-EDIT) ','
               '"merchants_risk_held":'
                   FUNCTION TRIM(WS-RISK-HELD-EDIT) ','
               '"grand_total_disbursed":'
                   FUNCTION TRIM(WS-TOTAL-EDIT) ','
               '"grand_total_reserved":'

      *================================================================*
      * KYBMAINT.CBL - Merchant KYB (Business Verification) Master    *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYBMAINT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Master KYB per merchant: NIB, NPWP, NIK pemilik, dan    ---
      *--- rating risiko yang menentukan siklus review berkala.    ---
      *--- Perubahan lewat antrian dual control (pola KYCMAINT):   ---
      *--- REQUEST menulis baris pending, CHGAPPR yang menerapkan  ---
      *--- dan menghitung tanggal review berikutnya                ---
           SELECT KYB-FILE
               ASSIGN TO '/app/data/kybmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYB-MER-ID
               FILE STATUS IS WS-KYB-FILE-STATUS.

           SELECT MERCHANT-FILE
               ASSIGN TO '/app/data/merchants.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MER-MER-ID
               FILE STATUS IS WS-MER-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE
               ASSIGN TO '/app/data/pendchg.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

      *--- Registri operator - maker harus terdaftar dan aktif ---
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

       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD   PIC X(250).

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

       01  WS-KYB-FILE-STATUS      PIC XX.
           88  KYB-FS-OK           VALUE '00'.

       01  WS-MER-FILE-STATUS      PIC XX.
           88  MER-FS-OK           VALUE '00'.

       01  WS-PC-FILE-STATUS       PIC XX.
           88  PC-FS-OK            VALUE '00'.
           88  PC-FS-EOF           VALUE '10'.
           88  PC-FS-NOT-FOUND     VALUE '35'.

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

       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ROLE        PIC X(12) VALUE SPACES.
       01  WS-OPERATOR-TO-CHECK    PIC X(12).

      *--- Input dari stdin (format pipe-delimited) ---
      *    REQUEST|MER_ID|NIB|NPWP|OWNER_NIK|RISK|MAKER
      *    INQUIRY|MER_ID
      *--- RISK: high (review 12 bln) / medium (24) / low (36) ---
      *--- REQUEST yang disetujui sekaligus dicatat sebagai      ---
      *--- review KYB terbaru merchant itu                          ---
       01  WS-INPUT-LINE           PIC X(150).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-MER-ID            PIC X(20).
       01  WS-IN-NIB               PIC X(13).
       01  WS-IN-NPWP              PIC X(16).
       01  WS-IN-OWNER-NIK         PIC X(16).
       01  WS-IN-RISK              PIC X(10).
       01  WS-IN-MAKER             PIC X(12).

       01  WS-MER-FOUND            PIC X(1) VALUE 'N'.
       01  WS-KYB-FOUND            PIC X(1) VALUE 'N'.

       01  WS-KYB-PARSE.
           05  WS-KB-MER-ID        PIC X(20).
           05  WS-KB-NIB           PIC X(13).
           05  WS-KB-NPWP          PIC X(16).
           05  WS-KB-OWNER-NIK     PIC X(16).
           05  WS-KB-RISK          PIC X(10).
           05  WS-KB-LAST-REVIEW   PIC X(8).
           05  WS-KB-NEXT-REVIEW   PIC X(8).
           05  WS-KB-SETTLE-HOLD   PIC X(1).
           05  WS-KB-UPDATED-AT    PIC X(20).

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
       01  WS-DATETIME             PIC X(20).
       01  WS-HOLD-TEXT            PIC X(5).
       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-INPUT-LINE

           UNSTRING WS-INPUT-LINE
               DELIMITED BY '|'
               INTO WS-IN-MODE
                    WS-IN-MER-ID
                    WS-IN-NIB
                    WS-IN-NPWP
                    WS-IN-OWNER-NIK
                    WS-IN-RISK
                    WS-IN-MAKER
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-IN-MODE)
               WHEN 'REQUEST'
                   PERFORM REQUEST-KYB-CHANGE
               WHEN 'INQUIRY'
                   PERFORM INQUIRE-KYB
               WHEN OTHER
                   PERFORM RETURN-INVALID-MODE
           END-EVALUATE

           STOP RUN.

      *----------------------------------------------------------------*
       REQUEST-KYB-CHANGE.
      *--- Data legalitas usaha dan rating risiko tidak pernah     ---
      *--- langsung berlaku - satu baris pending masuk antrian     ---
      *--- dual control dan baru diterapkan lewat CHGAPPR          ---
           IF FUNCTION TRIM(WS-IN-MER-ID) = SPACES
              OR FUNCTION TRIM(WS-IN-NIB) = SPACES
              OR FUNCTION TRIM(WS-IN-NPWP) = SPACES
              OR FUNCTION TRIM(WS-IN-OWNER-NIK) = SPACES
              OR (FUNCTION TRIM(WS-IN-RISK) NOT = 'high'
                  AND FUNCTION TRIM(WS-IN-RISK) NOT = 'medium'
                  AND FUNCTION TRIM(WS-IN-RISK) NOT = 'low')
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

      *--- Kolom maker membawa token sesi OPRSIGN; pemilik sesi     ---
      *--- harus operator terdaftar dan aktif                       ---
           MOVE WS-IN-MAKER TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-MAKER
           MOVE WS-IN-MAKER TO WS-OPERATOR-TO-CHECK
           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
               PERFORM RETURN-INVALID-OPERATOR
               STOP RUN
           END-IF

           PERFORM FIND-MERCHANT

           IF WS-MER-FOUND = 'N'
               PERFORM RETURN-INVALID-MERCHANT
               STOP RUN
           END-IF

           PERFORM APPEND-PENDING-CHANGE

           PERFORM RETURN-CHANGE-QUEUED.

      *----------------------------------------------------------------*
       INQUIRE-KYB.
           MOVE 'N' TO WS-KYB-FOUND

           OPEN INPUT KYB-FILE
           IF KYB-FS-OK
               MOVE WS-IN-MER-ID TO FD-KYB-MER-ID

               READ KYB-FILE INTO WS-KYB-PARSE
                   KEY IS FD-KYB-MER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-KYB-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-KYB-FOUND
               END-READ

               CLOSE KYB-FILE
           END-IF

           IF WS-KYB-FOUND = 'Y'
               PERFORM RETURN-KYB-DETAIL
           ELSE
               PERFORM RETURN-NOT-FOUND
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
       RETURN-SESSION-INVALID.
           MOVE SPACES TO WS-JSON-OUTPUT
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
       VALIDATE-OPERATOR.
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
                       IF FUNCTION TRIM(FD-OPR-STATUS) = 'active'
                           MOVE 'Y' TO WS-OPERATOR-OK
                           MOVE FD-OPR-ROLE TO WS-OPERATOR-ROLE
                       END-IF
               END-READ

               CLOSE OPERATOR-FILE
           END-IF.

      *----------------------------------------------------------------*
       FIND-MERCHANT.
           MOVE 'N' TO WS-MER-FOUND

           OPEN INPUT MERCHANT-FILE
           IF MER-FS-OK
               MOVE WS-IN-MER-ID TO FD-MER-MER-ID

               READ MERCHANT-FILE
                   KEY IS FD-MER-MER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-MER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MER-FOUND
               END-READ

               CLOSE MERCHANT-FILE
           END-IF.

      *----------------------------------------------------------------*
       APPEND-PENDING-CHANGE.
      *--- NIB, NPWP, dan NIK pemilik dirangkai jadi satu nilai    ---
      *--- bertanda titik dua; rating risiko menumpang di kolom    ---
      *--- field (pola arah CR/DR antrian ADJPROC)                  ---
           PERFORM GET-NEXT-CHANGE-ID

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-PC-NEXT-ID TO WS-PC-CHG-ID
           MOVE 'KYB'         TO WS-PC-TARGET
           MOVE WS-IN-MER-ID  TO WS-PC-KEY
           MOVE WS-IN-RISK    TO WS-PC-FIELD

           MOVE SPACES TO WS-PC-NEW-VALUE
           STRING FUNCTION TRIM(WS-IN-NIB) ':'
                  FUNCTION TRIM(WS-IN-NPWP) ':'
                  FUNCTION TRIM(WS-IN-OWNER-NIK)
               DELIMITED SIZE
               INTO WS-PC-NEW-VALUE
           END-STRING

           MOVE WS-IN-MAKER   TO WS-PC-MAKER
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

           IF PC-FS-OK
               WRITE PENDING-CHANGE-RECORD FROM WS-PENDING-RECORD
               CLOSE PENDING-CHANGE-FILE
           END-IF.

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
       RETURN-CHANGE-QUEUED.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"change_id":"'
                   WS-PC-CHG-ID '",'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MER-ID) '",'
               '"requested_risk":"'
                   FUNCTION TRIM(WS-IN-RISK) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Perubahan KYB masuk antrian dual control"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-KYB-DETAIL.
           IF WS-KB-SETTLE-HOLD = 'Y'
               MOVE 'true' TO WS-HOLD-TEXT
           ELSE
               MOVE 'false' TO WS-HOLD-TEXT
           END-IF

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-KB-MER-ID) '",'
               '"nib":"'
                   FUNCTION TRIM(WS-KB-NIB) '",'
               '"npwp":"'
                   FUNCTION TRIM(WS-KB-NPWP) '",'
               '"owner_nik":"'
                   FUNCTION TRIM(WS-KB-OWNER-NIK) '",'
               '"risk_rating":"'
                   FUNCTION TRIM(WS-KB-RISK) '",'
               '"last_review":"'
                   WS-KB-LAST-REVIEW '",'
               '"next_review":"'
                   WS-KB-NEXT-REVIEW '",'
               '"settlement_hold":'
                   FUNCTION TRIM(WS-HOLD-TEXT) ','
               '"updated_at":"'
                   FUNCTION TRIM(WS-KB-UPDATED-AT) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Data KYB merchant ditemukan"'
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
       RETURN-INVALID-INPUT.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Data KYB tidak lengkap atau rating risiko'
               ' tidak dikenal (high/medium/low)"'
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
               '"message":"Mode maintenance tidak dikenal'
               ' (REQUEST/INQUIRY)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-MERCHANT.
           STRING
               '{'
               '"status":"error",'
               '"code":1005,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-MERCHANT) ','
               '"data":null,'
               '"message":"Merchant tidak ditemukan di sistem legacy"'
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
               '"message":"Data KYB untuk merchant ini belum ada"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

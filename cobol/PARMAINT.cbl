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
       FD  PARAM-FILE
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
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

      *--- Input dari stdin (format pipe-delimited) ---
      *    REQUEST|NAME|VALUE|EFFDATE|MAKER
      *--- MAKER = token sesi OPRSIGN, diurai ke ID operator ---
      *    LIST
      *--- NAME yang dikenal: DAILYLIMIT, FRAUDTHRESH, PINFAILLIM, ---
      *--- MDRINCUSER, ambang rasio chargeback/refund RISKMON      ---
      *--- (CBWARNBPS, CBCRITBPS, RFWARNBPS, RFCRITBPS dalam basis ---
      *--- poin), CRITRSVBPS, RATIOMINTXN, STRDAYS (batas hari    ---
      *--- lapor LTKM ke PPATK sejak kasus terdeteksi), PDPRETYR   ---
      *--- (tahun retensi data pribadi setelah rekening ditutup),   ---
      *--- program referral REFRUN: REFREWARD (hadiah per pihak),  ---
      *--- REFMINPAY (minimal QRIS pertama), REFCAPMON (maks hadiah ---
      *--- referrer per bulan), REFFUNDUSR (rekening pendana)       ---
       01  WS-INPUT-LINE           PIC X(120).
       01  WS-IN-MODE              PIC X(10).
       01  WS-IN-NAME              PIC X(12).
           05  FILLER              PIC X(12) VALUE 'FRAUDTHRESH'.
           05  FILLER              PIC X(12) VALUE 'PINFAILLIM'.
           05  FILLER              PIC X(12) VALUE 'MDRINCUSER'.
           05  FILLER              PIC X(12) VALUE 'CBWARNBPS'.
           05  FILLER              PIC X(12) VALUE 'CBCRITBPS'.
           05  FILLER              PIC X(12) VALUE 'RFWARNBPS'.
           05  FILLER              PIC X(12) VALUE 'RFCRITBPS'.
           05  FILLER              PIC X(12) VALUE 'CRITRSVBPS'.
           05  FILLER              PIC X(12) VALUE 'RATIOMINTXN'.
           05  FILLER              PIC X(12) VALUE 'STRDAYS'.
           05  FILLER              PIC X(12) VALUE 'PDPRETYR'.
           05  FILLER              PIC X(12) VALUE 'REFREWARD'.
           05  FILLER              PIC X(12) VALUE 'REFMINPAY'.
           05  FILLER              PIC X(12) VALUE 'REFCAPMON'.
           05  FILLER              PIC X(12) VALUE 'REFFUNDUSR'.
           05  FILLER              PIC X(12) VALUE 'INSTFEEBPS'.
           05  FILLER              PIC X(12) VALUE 'INSTFEEMIN'.
           05  FILLER              PIC X(12) VALUE 'OPRFAILLIM'.
           05  FILLER              PIC X(12) VALUE 'OPRPWDDAYS'.
           05  FILLER              PIC X(12) VALUE 'OPRSESSMIN'.
           05  FILLER              PIC X(12) VALUE 'CWFEE'.
           05  FILLER              PIC X(12) VALUE 'CWMERBPS'.
           05  FILLER              PIC X(12) VALUE 'CWUSRDAY'.
           05  FILLER              PIC X(12) VALUE 'CWMERDAY'.
           05  FILLER              PIC X(12) VALUE 'DRRPOSEC'.
           05  FILLER              PIC X(12) VALUE 'CMPACKDAY'.
           05  FILLER              PIC X(12) VALUE 'CMPRESDAY'.
           05  FILLER              PIC X(12) VALUE 'BALCAPUNV'.
           05  FILLER              PIC X(12) VALUE 'BALCAPVER'.
           05  FILLER              PIC X(12) VALUE 'BALCAPPRM'.
       01  WS-KNOWN-TABLE REDEFINES WS-KNOWN-NAMES.
           05  WS-KN-ENTRY         PIC X(12) OCCURS 31 TIMES.
       01  WS-KN-IDX               PIC 9(2).
       01  WS-NAME-KNOWN           PIC X(1).

       01  WS-OPERATOR-OK          PIC X(1) VALUE 'N'.
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

           PERFORM VALIDATE-OPERATOR

           IF WS-OPERATOR-OK = 'N'
           MOVE 'N' TO WS-NAME-KNOWN

           PERFORM VARYING WS-KN-IDX FROM 1 BY 1
               UNTIL WS-KN-IDX > 31
               IF FUNCTION TRIM(WS-IN-NAME) =
                  FUNCTION TRIM(WS-KN-ENTRY(WS-KN-IDX))
                   MOVE 'Y' TO WS-NAME-KNOWN

           PERFORM PRINT-LIST-SUMMARY.

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

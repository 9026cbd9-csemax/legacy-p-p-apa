               RECORD KEY IS FD-OPR-OP-ID
               FILE STATUS IS WS-OPR-FILE-STATUS.

      *--- Sesi operator dari OPRSIGN - kolom operator di input  ---
      *--- membawa token sesi, bukan ID operator polos             ---
           SELECT SESSION-FILE
               ASSIGN TO '/app/data/sessions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SN-FILE-STATUS.

      *--- Master kategori merchant: CODE|DESKRIPSI|LIMIT|RISK -   ---
      *--- kategori di-validasi ke sini saat create/update; tanpa  ---
      *--- file ini validasi dilewati (migrasi)                    ---
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WL-FILE-STATUS.

      *--- Riwayat perubahan status rekening/merchant (append) ---
           SELECT STSHIST-FILE
               ASSIGN TO '/app/data/stshist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERCHANT-FILE
           05  FD-OPR-ROLE         PIC X(12).
           05  FD-OPR-STATUS       PIC X(10).

       FD  SESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-FILE-RECORD     PIC X(100).

       FD  WATCHLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  WATCHLIST-FILE-RECORD   PIC X(100).
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD   PIC X(250).

       FD  STSHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  STSHIST-FILE-RECORD     PIC X(150).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-IN-PARENT-ID         PIC X(20).

      *--- Tindakan risiko merchant (mode RISKACT): reserve khusus ---
      *--- merchant dalam basis poin atau tahan/lepas settlement   ---
       01  WS-IN-RISK-ACTION       PIC X(12).
       01  WS-IN-RISK-VALUE        PIC X(12).
       01  WS-RISK-BPS             PIC 9(5).

      *--- Titik tarik tunai (mode CASHPT): status on/off dan batas ---
      *--- harian tunai merchant (0 = pakai default CWMERDAY)       ---
       01  WS-IN-CASHPT-STATUS     PIC X(3).
       01  WS-IN-CASHPT-CAP        PIC X(15).
       01  WS-CASHPT-CAP-NUM       PIC 9(13).
       01  WS-CASHPT-CAP-EDIT      PIC Z(12)9.
       01  WS-LINK-FOUND           PIC X(1).
       01  WS-PARENT-OK            PIC X(1).

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

       01  WS-JSON-OUTPUT          PIC X(1000).

       01  WS-HS-FILE-STATUS       PIC XX.
           88  HS-FS-OK            VALUE '00'.
           88  HS-FS-NOT-FOUND     VALUE '35'.

      *--- Satu baris riwayat status: entitas (ACCOUNT/MERCHANT), ---
      *--- kunci, status lama dan baru, alasan, pelaku (operator   ---
      *--- atau nama program batch) dan waktu perubahan            ---
       01  WS-STSHIST-RECORD.
           05  WS-HS-ENTITY        PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-KEY           PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-OLD-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-NEW-STATUS    PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-REASON        PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-CHANGED-BY    PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-PROGRAM       PIC X(12) VALUE 'MERCHMAINT'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-HS-TIMESTAMP     PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
                    WS-IN-MAKER
           END-UNSTRING

      *--- Kolom operator membawa token sesi OPRSIGN; diganti    ---
      *--- dengan ID operator pemilik sesi sebelum validasi        ---
           MOVE WS-IN-MAKER TO WS-SESSION-TOKEN
           PERFORM RESOLVE-SESSION-TOKEN

           IF WS-SESSION-OK = 'N'
               PERFORM RETURN-SESSION-INVALID
               STOP RUN
           END-IF

           MOVE WS-SESSION-OP-ID TO WS-IN-MAKER

      *--- Maker harus operator terdaftar dan aktif ---
           MOVE WS-IN-MAKER TO WS-OPERATOR-TO-CHECK
           PERFORM VALIDATE-OPERATOR
      *--- Mode LINK/UNLINK: kolom NAME membawa id merchant induk ---
      *    LINK|OUTLET_ID|PARENT_ID|-|-|-|-|-|MAKER
      *    UNLINK|OUTLET_ID|-|-|-|-|-|-|MAKER
      *--- Mode RISKACT: kolom NAME membawa jenis tindakan, kolom ---
      *--- CATEGORY membawa nilainya                                ---
      *    RISKACT|MER_ID|RSVPCT|BPS|-|-|-|-|MAKER
      *    RISKACT|MER_ID|SETTLEHOLD|hold/release|-|-|-|-|MAKER
      *--- Mode CASHPT: tandai merchant sebagai titik tarik tunai ---
      *    CASHPT|MER_ID|on/off|CAP|-|-|-|-|MAKER
           IF FUNCTION TRIM(WS-IN-MODE) = 'CREATE'
               PERFORM CREATE-MERCHANT
           ELSE
                       IF FUNCTION TRIM(WS-IN-MODE) = 'UNLINK'
                           PERFORM UNLINK-MERCHANT
                       ELSE
                           IF FUNCTION TRIM(WS-IN-MODE) = 'RISKACT'
                               PERFORM RISK-ACTION-MERCHANT
                           ELSE
                               IF FUNCTION TRIM(WS-IN-MODE) = 'CASHPT'
                                   PERFORM CASH-POINT-MERCHANT
                               ELSE
                                   PERFORM RETURN-INVALID-MODE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           STOP RUN.


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
       VALIDATE-OPERATOR.
      *--- Operator harus terdaftar dan berstatus active di        ---

                       CLOSE MERCHANT-FILE

                       MOVE 'MERCHANT' TO WS-HS-ENTITY
                       MOVE WS-IN-MER-ID TO WS-HS-KEY
                       MOVE SPACES TO WS-HS-OLD-STATUS
                       MOVE WS-IN-STATUS TO WS-HS-NEW-STATUS
                       MOVE 'ONBOARDING' TO WS-HS-REASON
                       MOVE WS-IN-MAKER TO WS-HS-CHANGED-BY
                       PERFORM WRITE-STATUS-HISTORY

      *--- Catat tanggal onboarding - SETTLESWP memakainya untuk ---
      *--- rolling reserve merchant baru                           ---
                       PERFORM WRITE-ONBOARD-DATE
               PERFORM RETURN-NOT-FOUND
           END-IF.

      *----------------------------------------------------------------*
       RISK-ACTION-MERCHANT.
      *--- Tindakan risiko (reserve khusus merchant atau tahan     ---
      *--- settlement) tidak pernah langsung diterapkan: selalu    ---
      *--- masuk antrian dual control untuk disetujui CHGAPPR      ---
           MOVE WS-IN-NAME(1:12) TO WS-IN-RISK-ACTION
           MOVE WS-IN-CATEGORY(1:12) TO WS-IN-RISK-VALUE
           MOVE 0 TO WS-PC-QUEUED-COUNT

           IF FUNCTION TRIM(WS-IN-MER-ID) = SPACES
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-RISK-ACTION) = 'RSVPCT'
               IF FUNCTION TRIM(WS-IN-RISK-VALUE) = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-IN-RISK-VALUE) NOT = 0
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-IN-RISK-VALUE) < 0
                  OR FUNCTION NUMVAL(WS-IN-RISK-VALUE) > 10000
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF
               COMPUTE WS-RISK-BPS =
                   FUNCTION NUMVAL(WS-IN-RISK-VALUE)
               MOVE WS-RISK-BPS TO WS-IN-RISK-VALUE
           ELSE
               IF FUNCTION TRIM(WS-IN-RISK-ACTION) = 'SETTLEHOLD'
                   IF FUNCTION TRIM(WS-IN-RISK-VALUE) NOT = 'hold'
                      AND FUNCTION TRIM(WS-IN-RISK-VALUE)
                          NOT = 'release'
                       PERFORM RETURN-INVALID-INPUT
                       STOP RUN
                   END-IF
               ELSE
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF
           END-IF

           PERFORM FIND-MERCHANT-BY-ID

           IF WS-MER-FOUND = 'N'
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           MOVE WS-IN-RISK-ACTION TO WS-PC-FIELD
           MOVE WS-IN-RISK-VALUE TO WS-PC-NEW-VALUE
           PERFORM APPEND-PENDING-CHANGE

           IF WS-PC-QUEUED-COUNT = 0
               PERFORM RETURN-SYSTEM-ERROR
           ELSE
               PERFORM RETURN-RISK-ACTION-QUEUED
           END-IF.

      *----------------------------------------------------------------*
       RETURN-RISK-ACTION-QUEUED.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MER-ID) '",'
               '"action":"'
                   FUNCTION TRIM(WS-IN-RISK-ACTION) '",'
               '"value":"'
                   FUNCTION TRIM(WS-IN-RISK-VALUE) '",'
               '"change_id":' WS-PC-CHG-ID ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Tindakan risiko merchant menunggu'
               ' persetujuan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       CASH-POINT-MERCHANT.
      *--- Penetapan titik tarik tunai juga lewat dual control:    ---
      *--- nilai 'on:<batas>' atau 'off' diterapkan CHGAPPR ke     ---
      *--- cashpt.dat setelah disetujui checker                    ---
           MOVE WS-IN-NAME(1:3) TO WS-IN-CASHPT-STATUS
           MOVE WS-IN-CATEGORY(1:15) TO WS-IN-CASHPT-CAP
           MOVE 0 TO WS-PC-QUEUED-COUNT
           MOVE 0 TO WS-CASHPT-CAP-NUM

           IF FUNCTION TRIM(WS-IN-MER-ID) = SPACES
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-CASHPT-STATUS) NOT = 'on'
              AND FUNCTION TRIM(WS-IN-CASHPT-STATUS) NOT = 'off'
               PERFORM RETURN-INVALID-INPUT
               STOP RUN
           END-IF

           IF FUNCTION TRIM(WS-IN-CASHPT-STATUS) = 'on'
              AND FUNCTION TRIM(WS-IN-CASHPT-CAP) NOT = SPACES
              AND FUNCTION TRIM(WS-IN-CASHPT-CAP) NOT = '-'
               IF FUNCTION TEST-NUMVAL(WS-IN-CASHPT-CAP) NOT = 0
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF
               IF FUNCTION NUMVAL(WS-IN-CASHPT-CAP) < 0
                   PERFORM RETURN-INVALID-INPUT
                   STOP RUN
               END-IF
               COMPUTE WS-CASHPT-CAP-NUM =
                   FUNCTION NUMVAL(WS-IN-CASHPT-CAP)
           END-IF

           PERFORM FIND-MERCHANT-BY-ID

           IF WS-MER-FOUND = 'N'
               PERFORM RETURN-NOT-FOUND
               STOP RUN
           END-IF

           MOVE 'CASHPOINT' TO WS-PC-FIELD
           MOVE SPACES TO WS-PC-NEW-VALUE
           MOVE WS-CASHPT-CAP-NUM TO WS-CASHPT-CAP-EDIT
           IF FUNCTION TRIM(WS-IN-CASHPT-STATUS) = 'on'
               STRING 'on:' DELIMITED SIZE
                      FUNCTION TRIM(WS-CASHPT-CAP-EDIT)
                          DELIMITED SIZE
                   INTO WS-PC-NEW-VALUE
               END-STRING
           ELSE
               MOVE 'off' TO WS-PC-NEW-VALUE
           END-IF
           PERFORM APPEND-PENDING-CHANGE

           IF WS-PC-QUEUED-COUNT = 0
               PERFORM RETURN-SYSTEM-ERROR
           ELSE
               PERFORM RETURN-CASH-POINT-QUEUED
           END-IF.

      *----------------------------------------------------------------*
       RETURN-CASH-POINT-QUEUED.
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"merchant_id":"'
                   FUNCTION TRIM(WS-IN-MER-ID) '",'
               '"cash_point":"'
                   FUNCTION TRIM(WS-IN-CASHPT-STATUS) '",'
               '"daily_cap":'
                   FUNCTION TRIM(WS-CASHPT-CAP-EDIT) ','
               '"change_id":' WS-PC-CHG-ID ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Perubahan titik tarik tunai menunggu'
               ' persetujuan"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       CHECK-PARENT-MERCHANT.
      *--- Induk harus merchant terdaftar dan tidak boleh dirinya  ---
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Mode maintenance tidak dikenal'
               ' (CREATE/UPDATE/LINK/UNLINK/RISKACT)"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       WRITE-STATUS-HISTORY.
      *--- Pemanggil mengisi entitas, kunci, status lama/baru,    ---
      *--- alasan dan pelaku; baris tanpa perubahan tidak dicatat ---
           IF WS-HS-OLD-STATUS NOT = WS-HS-NEW-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-HS-TIMESTAMP

               OPEN EXTEND STSHIST-FILE
               IF HS-FS-NOT-FOUND
                   OPEN OUTPUT STSHIST-FILE
                   CLOSE STSHIST-FILE
                   OPEN EXTEND STSHIST-FILE
               END-IF

               IF HS-FS-OK
                   WRITE STSHIST-FILE-RECORD FROM WS-STSHIST-RECORD
                   CLOSE STSHIST-FILE
               END-IF
           END-IF.

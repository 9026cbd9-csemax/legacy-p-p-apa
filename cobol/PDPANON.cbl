      *================================================================*
      * PDPANON.CBL - Yearly Anonymization of Closed Customers        *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDPANON.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Permintaan penutupan (ACCTCLOSE) - sumber tanggal tutup ---
           SELECT CLOSURE-FILE
               ASSIGN TO DYNAMIC WS-CLOSURE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.

      *--- Master yang memuat data identitas nasabah ---
           SELECT ACCOUNT-FILE
               ASSIGN TO DYNAMIC WS-ACCOUNT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ACC-USER-ID
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT PROFILE-FILE
               ASSIGN TO DYNAMIC WS-PROFILE-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PRF-USER-ID
               FILE STATUS IS WS-PRF-FILE-STATUS.

           SELECT KYC-FILE
               ASSIGN TO DYNAMIC WS-KYC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KYC-USER-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.

           SELECT ALIAS-FILE
               ASSIGN TO DYNAMIC WS-ALIAS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ALS-PHONE
               FILE STATUS IS WS-ALS-FILE-STATUS.

      *--- Kasus kejahatan keuangan yang masih terbuka menahan    ---
      *--- anonimisasi subjeknya                                    ---
           SELECT FINCASE-FILE
               ASSIGN TO DYNAMIC WS-FINCASE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FC-FILE-STATUS.

           SELECT PARAM-FILE
               ASSIGN TO DYNAMIC WS-PARAM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

      *--- Bukti anonimisasi per run: user id dan tanggal saja ---
           SELECT ANONLOG-FILE
               ASSIGN TO DYNAMIC WS-ANONLOG-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSURE-FILE-RECORD     PIC X(100).

       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-FILE-RECORD.
           05  FD-ACC-USER-ID      PIC X(20).
           05  FD-ACC-ACC-ID       PIC X(20).
           05  FD-ACC-NAME         PIC X(50).
           05  FD-ACC-BALANCE      PIC 9(13)V99.
           05  FD-ACC-CURRENCY     PIC X(3).
           05  FD-ACC-STATUS       PIC X(10).
           05  FD-ACC-PIN          PIC X(6).
           05  FD-ACC-HOLD         PIC 9(13)V99.

       FD  PROFILE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROFILE-FILE-RECORD.
           05  FD-PRF-USER-ID      PIC X(20).
           05  FD-PRF-PHONE        PIC X(20).
           05  FD-PRF-EMAIL        PIC X(50).
           05  FD-PRF-LANGUAGE     PIC X(2).
           05  FD-PRF-NOTIFY-PREF  PIC X(10).

       FD  KYC-FILE
           LABEL RECORDS ARE STANDARD.
       01  KYC-FILE-RECORD.
           05  FD-KYC-USER-ID      PIC X(20).
           05  FD-KYC-NIK          PIC X(16).
           05  FD-KYC-DOB          PIC X(8).
           05  FD-KYC-TIER         PIC X(10).
           05  FD-KYC-UPDATED-AT   PIC X(20).

       FD  ALIAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALIAS-FILE-RECORD.
           05  FD-ALS-PHONE        PIC X(20).
           05  FD-ALS-USER-ID      PIC X(20).
           05  FD-ALS-STATUS       PIC X(10).
           05  FD-ALS-CLAIMED-AT   PIC X(20).

       FD  FINCASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FINCASE-FILE-RECORD     PIC X(300).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-FILE-RECORD       PIC X(60).

       FD  ANONLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANONLOG-FILE-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)        ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-CLOSURE-FILE-PATH     PIC X(100)
           VALUE '/app/data/closures.dat'.
       01  WS-ACCOUNT-FILE-PATH     PIC X(100)
           VALUE '/app/data/accounts.dat'.
       01  WS-PROFILE-FILE-PATH     PIC X(100)
           VALUE '/app/data/profiles.dat'.
       01  WS-KYC-FILE-PATH         PIC X(100)
           VALUE '/app/data/kycmast.dat'.
       01  WS-ALIAS-FILE-PATH       PIC X(100)
           VALUE '/app/data/aliases.dat'.
       01  WS-FINCASE-FILE-PATH     PIC X(100)
           VALUE '/app/data/fincase.dat'.
       01  WS-PARAM-FILE-PATH       PIC X(100)
           VALUE '/app/data/params.dat'.
       01  WS-ANONLOG-FILE-PATH     PIC X(100).

       01  WS-CL-FILE-STATUS       PIC XX.
           88  CL-FS-OK            VALUE '00'.
           88  CL-FS-EOF           VALUE '10'.

       01  WS-ACC-FILE-STATUS      PIC XX.
           88  ACC-FS-OK           VALUE '00'.

       01  WS-PRF-FILE-STATUS      PIC XX.
           88  PRF-FS-OK           VALUE '00'.

       01  WS-KYC-FILE-STATUS      PIC XX.
           88  KYC-FS-OK           VALUE '00'.

       01  WS-ALS-FILE-STATUS      PIC XX.
           88  ALS-FS-OK           VALUE '00'.

       01  WS-FC-FILE-STATUS       PIC XX.
           88  FC-FS-OK            VALUE '00'.
           88  FC-FS-EOF           VALUE '10'.

       01  WS-PM-FILE-STATUS       PIC XX.
           88  PM-FS-OK            VALUE '00'.
           88  PM-FS-EOF           VALUE '10'.

       01  WS-LOG-FILE-STATUS      PIC XX.
           88  LOG-FS-OK           VALUE '00'.

       01  WS-RUN-DATE             PIC X(8).

      *--- Baris permintaan penutupan (layout ACCTCLOSE) ---
       01  WS-CLOSURE-RECORD.
           05  WS-CR-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CR-BANK-CODE     PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CR-ACCOUNT       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CR-STATUS        PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CR-REQUESTED-AT  PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CR-CLOSED-AT     PIC X(8).
           05  FILLER              PIC X(1).

      *--- Record kasus (layout CASEINTK) - hanya kolom yang dipakai ---
       01  WS-FINCASE-RECORD.
           05  WS-FC-CASE-ID       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-FC-SOURCE        PIC X(5).
           05  FILLER              PIC X(1).
           05  WS-FC-SRC-KEY       PIC X(60).
           05  FILLER              PIC X(1).
           05  WS-FC-SUBJ-TYPE     PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-FC-SUBJ-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-FC-AMOUNT        PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  WS-FC-DETECTED      PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-FC-RULE          PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-FC-STATUS        PIC X(14).
           05  FILLER              PIC X(1).

      *--- Subjek yang sedang diinvestigasi ---
       01  WS-HOLD-TABLE.
           05  WS-HT-USER-ID       PIC X(20) OCCURS 2000 TIMES.
       01  WS-HOLD-COUNT           PIC 9(5) VALUE 0.
       01  WS-HT-IDX               PIC 9(5).
       01  WS-ON-HOLD              PIC X(1).

      *--- Masa retensi dari params.dat (default 5 tahun) ---
       01  WS-PM-LINE              PIC X(60).
       01  WS-PM-REC-NAME          PIC X(12).
       01  WS-PM-REC-VALUE         PIC X(20).
       01  WS-PM-REC-EFF           PIC X(10).
       01  WS-PM-BEST-EFF          PIC X(8) VALUE SPACES.
       01  WS-RET-YEARS            PIC 9(2) VALUE 5.
       01  WS-NUMVAL-CHECK         PIC S9(4).

      *--- Batas tanggal tutup: tanggal run mundur N tahun ---
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-CUTOFF-DATE          PIC X(8).
       01  WS-CLOSED-DATE          PIC X(8).

       01  WS-ANON-NAME            PIC X(50) VALUE 'ANONYMIZED'.
       01  WS-ALIAS-DONE           PIC X(1).
       01  WS-ALIASES-REMOVED      PIC 9(3).

      *--- Baris bukti anonimisasi ---
       01  WS-ANONLOG-RECORD.
           05  WS-AL-USER-ID       PIC X(20).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AL-CLOSED-DATE   PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AL-RUN-DATE      PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AL-RESULT        PIC X(12).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-AL-ALIASES       PIC 9(3).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-CNT-ELIGIBLE         PIC 9(5) VALUE 0.
       01  WS-CNT-ANONYMIZED       PIC 9(5) VALUE 0.
       01  WS-CNT-ALREADY          PIC 9(5) VALUE 0.
       01  WS-CNT-HELD             PIC 9(5) VALUE 0.
       01  WS-CNT-SKIPPED          PIC 9(5) VALUE 0.
       01  WS-ELIGIBLE-EDIT        PIC ZZZZ9.
       01  WS-ANON-EDIT            PIC ZZZZ9.
       01  WS-ALREADY-EDIT         PIC ZZZZ9.
       01  WS-HELD-EDIT            PIC ZZZZ9.
       01  WS-SKIPPED-EDIT         PIC ZZZZ9.
       01  WS-YEARS-EDIT           PIC Z9.

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Nasabah yang rekeningnya sudah ditutup lebih lama dari ---
      *--- masa retensi dianonimkan: nama, NIK, tanggal lahir,     ---
      *--- telepon dan email dihapus, alias nomor telepon dilepas. ---
      *--- User id, saldo, transaksi dan arsip tidak disentuh      ---
      *--- supaya RECONCILE dan total arsip tetap seimbang          ---
           PERFORM SET-FILE-PATHS
           PERFORM GET-RUN-DATE
           PERFORM LOAD-RETENTION-YEARS
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM LOAD-CASE-HOLDS

           OPEN INPUT CLOSURE-FILE
           IF NOT CL-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF NOT ACC-FS-OK
               CLOSE CLOSURE-FILE
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           OPEN I-O PROFILE-FILE
           OPEN I-O KYC-FILE
           OPEN I-O ALIAS-FILE

           MOVE SPACES TO WS-ANONLOG-FILE-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/pdpanon-' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-ANONLOG-FILE-PATH
           END-STRING
           OPEN OUTPUT ANONLOG-FILE

           PERFORM UNTIL CL-FS-EOF
               READ CLOSURE-FILE INTO WS-CLOSURE-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CHECK-CLOSURE-ROW
               END-READ
           END-PERFORM

           CLOSE CLOSURE-FILE
           CLOSE ACCOUNT-FILE

           CLOSE PROFILE-FILE
           CLOSE KYC-FILE
           CLOSE ALIAS-FILE

           IF LOG-FS-OK
               CLOSE ANONLOG-FILE
           END-IF

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/closures.dat' DELIMITED SIZE
                      INTO WS-CLOSURE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/accounts.dat' DELIMITED SIZE
                      INTO WS-ACCOUNT-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/profiles.dat' DELIMITED SIZE
                      INTO WS-PROFILE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/kycmast.dat' DELIMITED SIZE
                      INTO WS-KYC-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/aliases.dat' DELIMITED SIZE
                      INTO WS-ALIAS-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/fincase.dat' DELIMITED SIZE
                      INTO WS-FINCASE-FILE-PATH
               END-STRING

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/params.dat' DELIMITED SIZE
                      INTO WS-PARAM-FILE-PATH
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
       LOAD-RETENTION-YEARS.
      *--- Baris PDPRETYR efektif terbaru yang tidak melewati      ---
      *--- tanggal run menang (pola PARMRPT)                        ---
           OPEN INPUT PARAM-FILE
           IF PM-FS-OK
               PERFORM UNTIL PM-FS-EOF
                   READ PARAM-FILE INTO WS-PM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-PARAM-LINE
                   END-READ
               END-PERFORM

               CLOSE PARAM-FILE
           END-IF.

      *----------------------------------------------------------------*
       MATCH-PARAM-LINE.
           MOVE SPACES TO WS-PM-REC-NAME
           MOVE SPACES TO WS-PM-REC-VALUE
           MOVE SPACES TO WS-PM-REC-EFF

           UNSTRING WS-PM-LINE
               DELIMITED BY '|'
               INTO WS-PM-REC-NAME
                    WS-PM-REC-VALUE
                    WS-PM-REC-EFF
           END-UNSTRING

           MOVE FUNCTION TEST-NUMVAL(WS-PM-REC-VALUE)
               TO WS-NUMVAL-CHECK

           IF WS-NUMVAL-CHECK = 0
              AND FUNCTION TRIM(WS-PM-REC-NAME) = 'PDPRETYR'
              AND WS-PM-REC-EFF(1:8) NOT > WS-RUN-DATE
              AND WS-PM-REC-EFF(1:8) > WS-PM-BEST-EFF
               MOVE WS-PM-REC-EFF(1:8) TO WS-PM-BEST-EFF
               MOVE FUNCTION NUMVAL(WS-PM-REC-VALUE) TO WS-RET-YEARS
           END-IF.

      *----------------------------------------------------------------*
       COMPUTE-CUTOFF-DATE.
      *--- Ditutup pada atau sebelum tanggal ini = lewat retensi ---
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = WS-DATE-NUM - (WS-RET-YEARS * 10000)
           MOVE WS-DATE-NUM TO WS-CUTOFF-DATE.

      *----------------------------------------------------------------*
       LOAD-CASE-HOLDS.
           OPEN INPUT FINCASE-FILE
           IF FC-FS-OK
               PERFORM UNTIL FC-FS-EOF
                   READ FINCASE-FILE INTO WS-FINCASE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WS-FC-SUBJ-TYPE) = 'ACCOUNT'
                          AND FUNCTION TRIM(WS-FC-STATUS)
                              NOT = 'closed-fp'
                          AND FUNCTION TRIM(WS-FC-STATUS)
                              NOT = 'reported'
                          AND WS-HOLD-COUNT < 2000
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE WS-FC-SUBJ-ID
                               TO WS-HT-USER-ID(WS-HOLD-COUNT)
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE FINCASE-FILE
           END-IF.

      *----------------------------------------------------------------*
       CHECK-CLOSURE-ROW.
      *--- Hanya penutupan yang sudah selesai. Baris lama tanpa   ---
      *--- tanggal tutup memakai tanggal permintaannya             ---
           IF FUNCTION TRIM(WS-CR-STATUS) = 'done'
               IF WS-CR-CLOSED-AT IS NUMERIC
                   MOVE WS-CR-CLOSED-AT TO WS-CLOSED-DATE
               ELSE
                   MOVE WS-CR-REQUESTED-AT(1:8) TO WS-CLOSED-DATE
               END-IF

               IF WS-CLOSED-DATE NOT > WS-CUTOFF-DATE
                   ADD 1 TO WS-CNT-ELIGIBLE
                   PERFORM ANONYMIZE-CUSTOMER
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       ANONYMIZE-CUSTOMER.
           MOVE 'N' TO WS-ON-HOLD
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HOLD-COUNT
               IF WS-HT-USER-ID(WS-HT-IDX) = WS-CR-USER-ID
                   MOVE 'Y' TO WS-ON-HOLD
               END-IF
           END-PERFORM

           IF WS-ON-HOLD = 'Y'
               ADD 1 TO WS-CNT-HELD
               MOVE 'case-hold' TO WS-AL-RESULT
               MOVE 0 TO WS-ALIASES-REMOVED
               PERFORM WRITE-ANONLOG-LINE
           ELSE
               MOVE WS-CR-USER-ID TO FD-ACC-USER-ID

               READ ACCOUNT-FILE
                   KEY IS FD-ACC-USER-ID
                   INVALID KEY
                       ADD 1 TO WS-CNT-SKIPPED
                   NOT INVALID KEY
                       PERFORM ANONYMIZE-ACCOUNT
               END-READ
           END-IF.

      *----------------------------------------------------------------*
       ANONYMIZE-ACCOUNT.
      *--- Rekening yang dibuka lagi tidak disentuh; yang sudah   ---
      *--- dianonimkan di run sebelumnya cukup dihitung            ---
           IF FUNCTION TRIM(FD-ACC-STATUS) NOT = 'closed'
               ADD 1 TO WS-CNT-SKIPPED
           ELSE
               IF FD-ACC-NAME = WS-ANON-NAME
                   ADD 1 TO WS-CNT-ALREADY
               ELSE
                   MOVE WS-ANON-NAME TO FD-ACC-NAME
                   REWRITE ACCOUNT-FILE-RECORD

                   PERFORM ANONYMIZE-PROFILE
                   PERFORM ANONYMIZE-KYC
                   PERFORM RELEASE-ALIASES

                   ADD 1 TO WS-CNT-ANONYMIZED
                   MOVE 'anonymized' TO WS-AL-RESULT
                   PERFORM WRITE-ANONLOG-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       ANONYMIZE-PROFILE.
      *--- Kontak dihapus; bahasa dan preferensi bukan data       ---
      *--- identitas jadi dibiarkan                                 ---
           MOVE WS-CR-USER-ID TO FD-PRF-USER-ID

           READ PROFILE-FILE
               KEY IS FD-PRF-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO FD-PRF-PHONE
                   MOVE SPACES TO FD-PRF-EMAIL
                   REWRITE PROFILE-FILE-RECORD
           END-READ.

      *----------------------------------------------------------------*
       ANONYMIZE-KYC.
      *--- Tier tetap disimpan untuk statistik dan laporan ---
           MOVE WS-CR-USER-ID TO FD-KYC-USER-ID

           READ KYC-FILE
               KEY IS FD-KYC-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO FD-KYC-NIK
                   MOVE SPACES TO FD-KYC-DOB
                   MOVE FUNCTION CURRENT-DATE TO FD-KYC-UPDATED-AT
                   REWRITE KYC-FILE-RECORD
           END-READ.

      *----------------------------------------------------------------*
       RELEASE-ALIASES.
      *--- Nomor telepon adalah key alias, jadi barisnya dihapus ---
           MOVE 0 TO WS-ALIASES-REMOVED
           MOVE 'N' TO WS-ALIAS-DONE
           MOVE LOW-VALUES TO FD-ALS-PHONE

           START ALIAS-FILE KEY IS NOT LESS THAN FD-ALS-PHONE
               INVALID KEY
                   MOVE 'Y' TO WS-ALIAS-DONE
           END-START

           PERFORM UNTIL WS-ALIAS-DONE = 'Y'
               READ ALIAS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ALIAS-DONE
                   NOT AT END
                       IF FD-ALS-USER-ID = WS-CR-USER-ID
                           DELETE ALIAS-FILE RECORD
                           ADD 1 TO WS-ALIASES-REMOVED
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------*
       WRITE-ANONLOG-LINE.
           MOVE WS-CR-USER-ID TO WS-AL-USER-ID
           MOVE WS-CLOSED-DATE TO WS-AL-CLOSED-DATE
           MOVE WS-RUN-DATE TO WS-AL-RUN-DATE
           MOVE WS-ALIASES-REMOVED TO WS-AL-ALIASES

           IF LOG-FS-OK
               WRITE ANONLOG-FILE-RECORD FROM WS-ANONLOG-RECORD
           END-IF.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-CNT-ELIGIBLE TO WS-ELIGIBLE-EDIT
           MOVE WS-CNT-ANONYMIZED TO WS-ANON-EDIT
           MOVE WS-CNT-ALREADY TO WS-ALREADY-EDIT
           MOVE WS-CNT-HELD TO WS-HELD-EDIT
           MOVE WS-CNT-SKIPPED TO WS-SKIPPED-EDIT
           MOVE WS-RET-YEARS TO WS-YEARS-EDIT

           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"run_date":"'
                   WS-RUN-DATE '",'
               '"retention_years":'
                   FUNCTION TRIM(WS-YEARS-EDIT) ','
               '"closed_on_or_before":"'
                   WS-CUTOFF-DATE '",'
               '"eligible":'
                   FUNCTION TRIM(WS-ELIGIBLE-EDIT) ','
               '"anonymized":'
                   FUNCTION TRIM(WS-ANON-EDIT) ','
               '"already_anonymized":'
                   FUNCTION TRIM(WS-ALREADY-EDIT) ','
               '"held_open_case":'
                   FUNCTION TRIM(WS-HELD-EDIT) ','
               '"skipped":'
                   FUNCTION TRIM(WS-SKIPPED-EDIT) ','
               '"log_file":"'
                   FUNCTION TRIM(WS-ANONLOG-FILE-PATH) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Anonimisasi nasabah tutup selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-DB-ERROR.
           STRING
               '{'
               '"status":"error",'
               '"code":5001,'
               '"retryable":' FUNCTION TRIM(ER-DB-ERROR) ','
               '"data":null,'
               '"message":"File penutupan atau rekening tidak dapat '
               'dibuka"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

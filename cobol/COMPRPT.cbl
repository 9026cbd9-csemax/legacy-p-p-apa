      *================================================================*
      * COMPRPT.CBL - Quarterly OJK Customer Complaint Report         *
      * Legacy System DANTE - CIMB Niaga Simulation                   *
      * Seven Deadly Syncs - Capstone UB 2026                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRPT.
       AUTHOR. SEVEN-DEADLY-SYNCS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *--- Register pengaduan yang dipelihara COMPMAINT ---
           SELECT COMPLAINT-FILE
               ASSIGN TO DYNAMIC WS-COMPLAINT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

      *--- File laporan ke regulator: ojkcmp-YYYYQn.dat ---
           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPLAINT-FILE-RECORD   PIC X(300).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-FILE-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.

       COPY BANKDATA.
       COPY ERRORCODES.

      *--- File path, bisa dialihkan ke direktori lain lewat env    ---
      *--- DANTE_DATA_DIR (mis. untuk test run terisolasi)          ---
       01  WS-DATA-DIR              PIC X(100).
       01  WS-DATA-DIR-USED         PIC X(100)
           VALUE '/app/data'.
       01  WS-COMPLAINT-FILE-PATH   PIC X(100)
           VALUE '/app/data/complaints.dat'.
       01  WS-REPORT-FILE-PATH      PIC X(100).
       01  WS-BANK-CODE-ENV         PIC X(10).
       01  WS-OUR-BANK-CODE         PIC X(10) VALUE 'CIMB'.

       01  WS-CMP-FILE-STATUS      PIC XX.
           88  CMP-FS-OK           VALUE '00'.
           88  CMP-FS-EOF          VALUE '10'.

       01  WS-RPT-FILE-STATUS      PIC XX.
           88  RPT-FS-OK           VALUE '00'.

      *--- Record pengaduan (layout selaras COMPMAINT) ---
       01  WS-COMPLAINT-RECORD.
           05  WS-CM-CMP-ID        PIC 9(8).
           05  FILLER              PIC X(1).
           05  WS-CM-USER-ID       PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CM-CHANNEL       PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-CM-CATEGORY      PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CM-TXN-ID        PIC X(36).
           05  FILLER              PIC X(1).
           05  WS-CM-STATUS        PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-CM-RECEIVED-AT   PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CM-ACK-DUE       PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-CM-ACK-AT        PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CM-RESOLVE-DUE   PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-CM-RESOLVED-AT   PIC X(20).
           05  FILLER              PIC X(1).
           05  WS-CM-OUTCOME       PIC X(10).
           05  FILLER              PIC X(1).
           05  WS-CM-OPERATOR      PIC X(12).
           05  FILLER              PIC X(1).
           05  WS-CM-NOTES         PIC X(60).
           05  FILLER              PIC X(1).

      *--- Kuartal laporan: argumen YYYYQn, kosong = kuartal penuh  ---
      *--- terakhir sebelum hari ini (pola OPRCERT)                 ---
       01  WS-IN-QUARTER           PIC X(6).
       01  WS-QTR-YEAR             PIC 9(4).
       01  WS-QTR-NO               PIC 9(1).
       01  WS-QTR-MONTH            PIC 9(2).
       01  WS-QTR-START            PIC 9(8).
       01  WS-QTR-END              PIC 9(8).
       01  WS-QTR-END-INT          PIC 9(8).
       01  WS-QTR-NEXT-START       PIC 9(8).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-MONTH          PIC 9(2).
       01  WS-DATETIME             PIC X(20).

      *--- Kategori baku pengaduan (daftar sama dengan COMPMAINT);  ---
      *--- kategori tak dikenal jatuh ke OTHER                      ---
       01  WS-CAT-NAMES-DATA.
           05  FILLER              PIC X(10) VALUE 'TOPUP'.
           05  FILLER              PIC X(10) VALUE 'PAYMENT'.
           05  FILLER              PIC X(10) VALUE 'TRANSFER'.
           05  FILLER              PIC X(10) VALUE 'FEE'.
           05  FILLER              PIC X(10) VALUE 'NOTIFY'.
           05  FILLER              PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(10) VALUE 'CARD'.
           05  FILLER              PIC X(10) VALUE 'FRAUD'.
           05  FILLER              PIC X(10) VALUE 'SERVICE'.
           05  FILLER              PIC X(10) VALUE 'OTHER'.
       01  WS-CAT-NAMES REDEFINES WS-CAT-NAMES-DATA.
           05  WS-CAT-NAME         PIC X(10) OCCURS 10 TIMES.

      *--- Per kategori: sisa kuartal lalu, diterima, selesai,      ---
      *--- selesai dalam tenggat, masih dalam proses di akhir       ---
      *--- kuartal (dan yang sudah lewat tenggat), serta tanggapan  ---
      *--- awal yang tepat waktu                                    ---
       01  WS-CAT-TABLE.
           05  WS-CT-ENTRY OCCURS 11 TIMES.
               10  WS-CT-CARRIED   PIC 9(7).
               10  WS-CT-RECEIVED  PIC 9(7).
               10  WS-CT-RESOLVED  PIC 9(7).
               10  WS-CT-ON-TIME   PIC 9(7).
               10  WS-CT-OPEN      PIC 9(7).
               10  WS-CT-OVERDUE   PIC 9(7).
               10  WS-CT-ACK-OK    PIC 9(7).
               10  WS-CT-UPHELD    PIC 9(7).
       01  WS-CAT-IDX              PIC 9(2).
       01  WS-TOTAL-IDX            PIC 9(2) VALUE 11.
       01  WS-ROW-CAT              PIC 9(2).

       01  WS-RECEIVED-DATE        PIC X(8).
       01  WS-RESOLVED-DATE        PIC X(8).
       01  WS-ACK-DATE             PIC X(8).
       01  WS-DUE-BASE             PIC 9(7).
       01  WS-ON-TIME-PCT          PIC 9(3)V99.
       01  WS-ROWS-READ            PIC 9(7) VALUE 0.

      *--- Format file regulator: header, satu detail per           ---
      *--- kategori, lalu trailer bertipe 'T' dengan layout detail  ---
      *--- dan kategori TOTAL                                       ---
       01  WS-OJK-HEADER.
           05  FILLER              PIC X(1) VALUE 'H'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OH-SENDER        PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  FILLER              PIC X(9) VALUE 'PENGADUAN'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OH-PERIOD        PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OH-CREATED       PIC X(8).
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-OJK-DETAIL.
           05  WS-OD-TYPE          PIC X(1) VALUE 'D'.
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OD-PERIOD        PIC X(6).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OD-CATEGORY      PIC X(10).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OD-CARRIED       PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OD-RECEIVED      PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OD-RESOLVED      PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OD-ON-TIME       PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OD-OPEN          PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OD-OVERDUE       PIC 9(7).
           05  FILLER              PIC X(1) VALUE '|'.
           05  WS-OD-ON-TIME-PCT   PIC 9(3).99.
           05  FILLER              PIC X(1) VALUE '|'.

       01  WS-COUNT-EDIT           PIC Z(6)9.
       01  WS-CARRIED-EDIT         PIC Z(6)9.
       01  WS-RECEIVED-EDIT        PIC Z(6)9.
       01  WS-RESOLVED-EDIT        PIC Z(6)9.
       01  WS-ON-TIME-EDIT         PIC Z(6)9.
       01  WS-OPEN-EDIT            PIC Z(6)9.
       01  WS-OVERDUE-EDIT         PIC Z(6)9.
       01  WS-ACK-OK-EDIT          PIC Z(6)9.
       01  WS-UPHELD-EDIT          PIC Z(6)9.
       01  WS-PCT-EDIT             PIC ZZ9.99.
       01  WS-CAT-LABEL            PIC X(10).

       01  WS-JSON-OUTPUT          PIC X(1000).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
      *--- Laporan pengaduan nasabah triwulanan ke OJK: jumlah      ---
      *--- pengaduan per kategori (sisa kuartal lalu, diterima,     ---
      *--- selesai, dalam proses) dan porsi yang selesai dalam      ---
      *--- tenggat. Status dihitung per akhir kuartal dari tanggal  ---
      *--- di register, jadi laporan kuartal lampau tetap sama      ---
      *--- bila dijalankan ulang                                    ---
           PERFORM SET-FILE-PATHS

           ACCEPT WS-IN-QUARTER FROM COMMAND-LINE

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-TODAY

           PERFORM RESOLVE-QUARTER

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 11
               MOVE 0 TO WS-CT-CARRIED(WS-CAT-IDX)
               MOVE 0 TO WS-CT-RECEIVED(WS-CAT-IDX)
               MOVE 0 TO WS-CT-RESOLVED(WS-CAT-IDX)
               MOVE 0 TO WS-CT-ON-TIME(WS-CAT-IDX)
               MOVE 0 TO WS-CT-OPEN(WS-CAT-IDX)
               MOVE 0 TO WS-CT-OVERDUE(WS-CAT-IDX)
               MOVE 0 TO WS-CT-ACK-OK(WS-CAT-IDX)
               MOVE 0 TO WS-CT-UPHELD(WS-CAT-IDX)
           END-PERFORM

           OPEN INPUT COMPLAINT-FILE
           IF CMP-FS-OK
               PERFORM UNTIL CMP-FS-EOF
                   READ COMPLAINT-FILE INTO WS-COMPLAINT-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM TALLY-ONE-COMPLAINT
                   END-READ
               END-PERFORM

               CLOSE COMPLAINT-FILE
           END-IF

           PERFORM WRITE-REGULATOR-FILE

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 10
               PERFORM PRINT-CATEGORY-LINE
           END-PERFORM

           PERFORM PRINT-SUMMARY-LINE

           STOP RUN.

      *----------------------------------------------------------------*
       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "DANTE_DATA_DIR"

           IF FUNCTION TRIM(WS-DATA-DIR) NOT = SPACES
               MOVE WS-DATA-DIR TO WS-DATA-DIR-USED

               STRING FUNCTION TRIM(WS-DATA-DIR) DELIMITED SIZE
                      '/complaints.dat' DELIMITED SIZE
                      INTO WS-COMPLAINT-FILE-PATH
               END-STRING
           END-IF

           ACCEPT WS-BANK-CODE-ENV FROM ENVIRONMENT "DANTE_BANK_CODE"

           IF FUNCTION TRIM(WS-BANK-CODE-ENV) NOT = SPACES
               MOVE WS-BANK-CODE-ENV TO WS-OUR-BANK-CODE
           END-IF.

      *----------------------------------------------------------------*
       RESOLVE-QUARTER.
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
               PERFORM RETURN-INVALID-QUARTER
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

           STRING FUNCTION TRIM(WS-DATA-DIR-USED) DELIMITED SIZE
                  '/ojkcmp-' DELIMITED SIZE
                  WS-IN-QUARTER DELIMITED SIZE
                  '.dat' DELIMITED SIZE
                  INTO WS-REPORT-FILE-PATH
           END-STRING.

      *----------------------------------------------------------------*
       TALLY-ONE-COMPLAINT.
      *--- Pengaduan yang diterima sesudah akhir kuartal belum ada  ---
      *--- pada posisi laporan; penyelesaian sesudah akhir kuartal  ---
      *--- dihitung masih dalam proses                              ---
           MOVE WS-CM-RECEIVED-AT(1:8) TO WS-RECEIVED-DATE
           MOVE WS-CM-RESOLVED-AT(1:8) TO WS-RESOLVED-DATE
           MOVE WS-CM-ACK-AT(1:8)      TO WS-ACK-DATE

           IF WS-RECEIVED-DATE IS NOT NUMERIC
              OR WS-RECEIVED-DATE > WS-QTR-END
               CONTINUE
           ELSE
               IF WS-RESOLVED-DATE IS NUMERIC
                  AND WS-RESOLVED-DATE < WS-QTR-START
      *--- Sudah selesai sebelum kuartal ini - tidak dilaporkan ---
                   CONTINUE
               ELSE
                   PERFORM FIND-ROW-CATEGORY
                   MOVE WS-ROW-CAT TO WS-CAT-IDX
                   PERFORM ADD-COMPLAINT-COUNTS
                   MOVE WS-TOTAL-IDX TO WS-CAT-IDX
                   PERFORM ADD-COMPLAINT-COUNTS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       FIND-ROW-CATEGORY.
           MOVE 10 TO WS-ROW-CAT

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 10
               IF FUNCTION TRIM(WS-CM-CATEGORY) =
                  FUNCTION TRIM(WS-CAT-NAME(WS-CAT-IDX))
                   MOVE WS-CAT-IDX TO WS-ROW-CAT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
       ADD-COMPLAINT-COUNTS.
           IF WS-RECEIVED-DATE < WS-QTR-START
               ADD 1 TO WS-CT-CARRIED(WS-CAT-IDX)
           ELSE
               ADD 1 TO WS-CT-RECEIVED(WS-CAT-IDX)

               IF WS-ACK-DATE IS NUMERIC
                  AND WS-ACK-DATE <= WS-CM-ACK-DUE
                   ADD 1 TO WS-CT-ACK-OK(WS-CAT-IDX)
               END-IF
           END-IF

           IF WS-RESOLVED-DATE IS NUMERIC
              AND WS-RESOLVED-DATE <= WS-QTR-END
               ADD 1 TO WS-CT-RESOLVED(WS-CAT-IDX)

               IF WS-RESOLVED-DATE <= WS-CM-RESOLVE-DUE
                   ADD 1 TO WS-CT-ON-TIME(WS-CAT-IDX)
               END-IF

               IF FUNCTION TRIM(WS-CM-OUTCOME) = 'UPHELD'
                  OR FUNCTION TRIM(WS-CM-OUTCOME) = 'PARTIAL'
                   ADD 1 TO WS-CT-UPHELD(WS-CAT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-CT-OPEN(WS-CAT-IDX)

               IF WS-CM-RESOLVE-DUE < WS-QTR-END
                   ADD 1 TO WS-CT-OVERDUE(WS-CAT-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
       COMPUTE-ON-TIME-PCT.
      *--- Porsi tepat waktu = selesai dalam tenggat dibagi semua   ---
      *--- pengaduan yang tenggatnya sudah diuji di kuartal ini:    ---
      *--- yang selesai, ditambah yang masih terbuka padahal        ---
      *--- tenggatnya sudah lewat                                   ---
           MOVE 0 TO WS-ON-TIME-PCT
           COMPUTE WS-DUE-BASE =
               WS-CT-RESOLVED(WS-CAT-IDX) + WS-CT-OVERDUE(WS-CAT-IDX)

           IF WS-DUE-BASE > 0
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-CT-ON-TIME(WS-CAT-IDX) * 100 / WS-DUE-BASE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-REGULATOR-FILE.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPT-FS-OK
               PERFORM RETURN-DB-ERROR
               STOP RUN
           END-IF

           MOVE WS-OUR-BANK-CODE TO WS-OH-SENDER
           MOVE WS-IN-QUARTER TO WS-OH-PERIOD
           MOVE WS-DATETIME(1:8) TO WS-OH-CREATED
           WRITE REPORT-FILE-RECORD FROM WS-OJK-HEADER

      *--- Semua kategori dilaporkan, termasuk yang nol ---
           MOVE 'D' TO WS-OD-TYPE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 10
               MOVE WS-CAT-NAME(WS-CAT-IDX) TO WS-CAT-LABEL
               PERFORM WRITE-ONE-DETAIL
           END-PERFORM

           MOVE 'T' TO WS-OD-TYPE
           MOVE WS-TOTAL-IDX TO WS-CAT-IDX
           MOVE 'TOTAL' TO WS-CAT-LABEL
           PERFORM WRITE-ONE-DETAIL

           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
       WRITE-ONE-DETAIL.
           PERFORM COMPUTE-ON-TIME-PCT

           MOVE WS-IN-QUARTER              TO WS-OD-PERIOD
           MOVE WS-CAT-LABEL               TO WS-OD-CATEGORY
           MOVE WS-CT-CARRIED(WS-CAT-IDX)  TO WS-OD-CARRIED
           MOVE WS-CT-RECEIVED(WS-CAT-IDX) TO WS-OD-RECEIVED
           MOVE WS-CT-RESOLVED(WS-CAT-IDX) TO WS-OD-RESOLVED
           MOVE WS-CT-ON-TIME(WS-CAT-IDX)  TO WS-OD-ON-TIME
           MOVE WS-CT-OPEN(WS-CAT-IDX)     TO WS-OD-OPEN
           MOVE WS-CT-OVERDUE(WS-CAT-IDX)  TO WS-OD-OVERDUE
           MOVE WS-ON-TIME-PCT             TO WS-OD-ON-TIME-PCT

           WRITE REPORT-FILE-RECORD FROM WS-OJK-DETAIL.

      *----------------------------------------------------------------*
       PRINT-CATEGORY-LINE.
           PERFORM COMPUTE-ON-TIME-PCT
           PERFORM EDIT-CATEGORY-COUNTS

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"quarter":"' WS-IN-QUARTER '",'
               '"category":"'
                   FUNCTION TRIM(WS-CAT-NAME(WS-CAT-IDX)) '",'
               '"carried_in":'
                   FUNCTION TRIM(WS-CARRIED-EDIT) ','
               '"received":'
                   FUNCTION TRIM(WS-RECEIVED-EDIT) ','
               '"resolved":'
                   FUNCTION TRIM(WS-RESOLVED-EDIT) ','
               '"resolved_within_deadline":'
                   FUNCTION TRIM(WS-ON-TIME-EDIT) ','
               '"in_progress":'
                   FUNCTION TRIM(WS-OPEN-EDIT) ','
               '"overdue":'
                   FUNCTION TRIM(WS-OVERDUE-EDIT) ','
               '"acknowledged_on_time":'
                   FUNCTION TRIM(WS-ACK-OK-EDIT) ','
               '"upheld":'
                   FUNCTION TRIM(WS-UPHELD-EDIT) ','
               '"within_deadline_pct":'
                   FUNCTION TRIM(WS-PCT-EDIT) ','
               '"source":"legacy-cobol"'
               '},'
               '"message":"Pengaduan per kategori"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       EDIT-CATEGORY-COUNTS.
           MOVE WS-CT-CARRIED(WS-CAT-IDX)  TO WS-CARRIED-EDIT
           MOVE WS-CT-RECEIVED(WS-CAT-IDX) TO WS-RECEIVED-EDIT
           MOVE WS-CT-RESOLVED(WS-CAT-IDX) TO WS-RESOLVED-EDIT
           MOVE WS-CT-ON-TIME(WS-CAT-IDX)  TO WS-ON-TIME-EDIT
           MOVE WS-CT-OPEN(WS-CAT-IDX)     TO WS-OPEN-EDIT
           MOVE WS-CT-OVERDUE(WS-CAT-IDX)  TO WS-OVERDUE-EDIT
           MOVE WS-CT-ACK-OK(WS-CAT-IDX)   TO WS-ACK-OK-EDIT
           MOVE WS-CT-UPHELD(WS-CAT-IDX)   TO WS-UPHELD-EDIT
           MOVE WS-ON-TIME-PCT             TO WS-PCT-EDIT.

      *----------------------------------------------------------------*
       PRINT-SUMMARY-LINE.
           MOVE WS-TOTAL-IDX TO WS-CAT-IDX
           PERFORM COMPUTE-ON-TIME-PCT
           PERFORM EDIT-CATEGORY-COUNTS
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT

           MOVE SPACES TO WS-JSON-OUTPUT
           STRING
               '{'
               '"status":"success",'
               '"code":0,'
               '"data":{'
               '"quarter":"' WS-IN-QUARTER '",'
               '"period_start":"' WS-QTR-START '",'
               '"period_end":"' WS-QTR-END '",'
               '"register_rows":'
                   FUNCTION TRIM(WS-COUNT-EDIT) ','
               '"carried_in":'
                   FUNCTION TRIM(WS-CARRIED-EDIT) ','
               '"received":'
                   FUNCTION TRIM(WS-RECEIVED-EDIT) ','
               '"resolved":'
                   FUNCTION TRIM(WS-RESOLVED-EDIT) ','
               '"resolved_within_deadline":'
                   FUNCTION TRIM(WS-ON-TIME-EDIT) ','
               '"in_progress":'
                   FUNCTION TRIM(WS-OPEN-EDIT) ','
               '"overdue":'
                   FUNCTION TRIM(WS-OVERDUE-EDIT) ','
               '"within_deadline_pct":'
                   FUNCTION TRIM(WS-PCT-EDIT) ','
               '"report_file":"'
                   FUNCTION TRIM(WS-REPORT-FILE-PATH) '",'
               '"source":"legacy-cobol"'
               '},'
               '"message":"Laporan pengaduan triwulanan OJK selesai"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

      *----------------------------------------------------------------*
       RETURN-INVALID-QUARTER.
           STRING
               '{'
               '"status":"error",'
               '"code":1002,'
               '"retryable":' FUNCTION TRIM(ER-INVALID-AMOUNT) ','
               '"data":null,'
               '"message":"Kuartal laporan harus berformat YYYYQn"'
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
               '"message":"File laporan pengaduan tidak bisa ditulis"'
               '}'
               DELIMITED SIZE
               INTO WS-JSON-OUTPUT
           END-STRING
           DISPLAY WS-JSON-OUTPUT.

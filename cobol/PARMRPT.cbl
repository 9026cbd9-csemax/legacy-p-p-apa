           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'MDRINCUSER'.
               10  FILLER          PIC X(20) VALUE 'BANKMDRINC'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CBWARNBPS'.
               10  FILLER          PIC X(20) VALUE '65'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CBCRITBPS'.
               10  FILLER          PIC X(20) VALUE '100'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'RFWARNBPS'.
               10  FILLER          PIC X(20) VALUE '500'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'RFCRITBPS'.
               10  FILLER          PIC X(20) VALUE '1000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CRITRSVBPS'.
               10  FILLER          PIC X(20) VALUE '2000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'RATIOMINTXN'.
               10  FILLER          PIC X(20) VALUE '20'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'STRDAYS'.
               10  FILLER          PIC X(20) VALUE '3'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'PDPRETYR'.
               10  FILLER          PIC X(20) VALUE '5'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'REFREWARD'.
               10  FILLER          PIC X(20) VALUE '25000.00'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'REFMINPAY'.
               10  FILLER          PIC X(20) VALUE '50000.00'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'REFCAPMON'.
               10  FILLER          PIC X(20) VALUE '10'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'REFFUNDUSR'.
               10  FILLER          PIC X(20) VALUE 'REFFUND'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'INSTFEEBPS'.
               10  FILLER          PIC X(20) VALUE '50'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'INSTFEEMIN'.
               10  FILLER          PIC X(20) VALUE '2000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'OPRFAILLIM'.
               10  FILLER          PIC X(20) VALUE '5'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'OPRPWDDAYS'.
               10  FILLER          PIC X(20) VALUE '90'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'OPRSESSMIN'.
               10  FILLER          PIC X(20) VALUE '30'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CWFEE'.
               10  FILLER          PIC X(20) VALUE '3500'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CWMERBPS'.
               10  FILLER          PIC X(20) VALUE '5000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CWUSRDAY'.
               10  FILLER          PIC X(20) VALUE '1000000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CWMERDAY'.
               10  FILLER          PIC X(20) VALUE '10000000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'DRRPOSEC'.
               10  FILLER          PIC X(20) VALUE '300'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CMPACKDAY'.
               10  FILLER          PIC X(20) VALUE '2'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'CMPRESDAY'.
               10  FILLER          PIC X(20) VALUE '20'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'BALCAPUNV'.
               10  FILLER          PIC X(20) VALUE '2000000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'BALCAPVER'.
               10  FILLER          PIC X(20) VALUE '20000000'.
           05  FILLER.
               10  FILLER          PIC X(12) VALUE 'BALCAPPRM'.
               10  FILLER          PIC X(20) VALUE '0'.

       01  WS-PARAM-TABLE REDEFINES WS-PARAM-DEFS.
           05  WS-PT-ENTRY OCCURS 31 TIMES INDEXED BY WS-PT-IDX.
               10  WS-PT-NAME      PIC X(12).
               10  WS-PT-DEFAULT   PIC X(20).

      *--- Nilai efektif terpilih per parameter ---
       01  WS-EFFECTIVE-TABLE.
           05  WS-EF-ENTRY OCCURS 31 TIMES.
               10  WS-EF-VALUE     PIC X(20).
               10  WS-EF-EFF       PIC X(8).
               10  WS-EF-SOURCE    PIC X(8).
           PERFORM SCAN-PARAM-MASTER

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > 31
               PERFORM PRINT-PARAM-LINE
           END-PERFORM

      *----------------------------------------------------------------*
       INIT-EFFECTIVE-TABLE.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > 31
               MOVE WS-PT-DEFAULT(WS-PT-IDX)
                   TO WS-EF-VALUE(WS-PT-IDX)
               MOVE SPACES TO WS-EF-EFF(WS-PT-IDX)
               CONTINUE
           ELSE
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > 31
                   IF FUNCTION TRIM(WS-PM-REC-NAME) =
                      FUNCTION TRIM(WS-PT-NAME(WS-PT-IDX))
                      AND WS-PM-REC-EFF(1:8) >

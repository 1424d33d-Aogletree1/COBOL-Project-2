       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-SALES-TAX-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Monthly sales tax run for Rolling Pizza Trucks.  Reads
      *  the month's register sales off PIZZA-TAX-SALES, where
      *  the nightly capture left them stamped with the truck's
      *  tax jurisdiction and the item's taxable/exempt flag,
      *  and totals taxable and exempt revenue by jurisdiction.
      *  Tax due is figured at the rate on PIZZA-TAX-JURIS in
      *  effect on each night of sale, so a rate change in the
      *  middle of the month files correctly on both sides of
      *  it.  The register totals are reconciled against the
      *  TRUCK-SALES Z-tape actuals captured the same nights,
      *  by jurisdiction and by truck.  The run prints the
      *  liability report, writes the filing extract in the
      *  state's fixed record format, and posts the period's
      *  totals to PIZZA-TAX-TOTALS for the month-end close.
      *  The period is the month before the business date on
      *  PIZZA-RUN-PARM unless PIZZA-TAX-PARM names one, and a
      *  rerun of a period replaces its totals.  A period with
      *  nothing captured posts no totals, so month-end keeps
      *  showing it as not filed.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PIZZA-TAX-SALES
               ASSIGN TO 'PIZZA-TAX-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

      * THE RATE TABLE, KEPT BY THE OFFICE FROM THE STATE'S NOTICES
      * - ONE ROW PER JURISDICTION PER RATE, WITH THE DATE THE RATE
      * TOOK EFFECT. OLD ROWS STAY ON SO A LATE RERUN OF AN EARLIER
      * MONTH STILL FINDS THE RATE THAT APPLIED THEN.

           SELECT PIZZA-TAX-JURIS
               ASSIGN TO 'PIZZA-TAX-JURIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JURIS-STATUS.

      * OPTIONAL ONE-CARD PARAMETER - THE PERIOD TO FILE (YYYYMM)
      * AND THE COMPANY'S SELLER'S PERMIT NUMBER FOR THE EXTRACT.

           SELECT PIZZA-TAX-PARM
               ASSIGN TO 'PIZZA-TAX-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-PARM-STATUS.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PIZZA-TAX-LIAB-RPT
               ASSIGN TO 'PIZZA-TAX-LIAB-RPT.TXT'.

           SELECT PIZZA-TAX-FILING
               ASSIGN TO 'PIZZA-TAX-FILING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

      * ONE ROW PER PERIOD FILED, READ BY THE MONTH-END CLOSE, AND
      * THE WORK FILE IT IS REBUILT THROUGH.

           SELECT PIZZA-TAX-TOTALS
               ASSIGN TO 'PIZZA-TAX-TOTALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.

           SELECT TAX-TOTALS-WORK
               ASSIGN TO 'TAX-TOTALS-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-WORK-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

       FD  PIZZA-TAX-SALES
           RECORD CONTAINS 36 CHARACTERS.
       01  PIZZA-TAX-SALES-REC.
           05  TXS-SALES-DATE      PIC 9(8).
           05  TXS-SOURCE          PIC X(1).
           05  TXS-TRUCK-ID        PIC X(5).
           05  TXS-ITEM-ID         PIC X(2).
           05  TXS-TAX-JURIS       PIC X(5).
           05  TXS-TAXABLE-FLAG    PIC X(1).
           05  TXS-UNITS           PIC 9(5).
           05  TXS-AMOUNT          PIC 9(7)V99.
      *
      * THE RATE IS A PERCENT TO FOUR PLACES - 8.25% IS 082500.

       FD  PIZZA-TAX-JURIS
           RECORD CONTAINS 51 CHARACTERS.
       01  PIZZA-TAX-JURIS-REC.
           05  JUR-ID              PIC X(5).
           05  JUR-NAME            PIC X(20).
           05  JUR-RATE            PIC 99V9(4).
           05  JUR-EFF-DATE        PIC 9(8).
           05  JUR-STATE-ACCT      PIC X(12).
      *
       FD  PIZZA-TAX-PARM
           RECORD CONTAINS 18 CHARACTERS.
       01  PIZZA-TAX-PARM-REC.
           05  TXP-PERIOD          PIC X(6).
           05  TXP-PERMIT          PIC X(12).
      *
       FD  PIZZA-RUN-PARM
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
      *
       FD    PIZZA-TAX-LIAB-RPT
             RECORD CONTAINS 132 CHARACTERS.

       01    PIZZA-TAX-LIAB-REC         PIC X(132).
      *
      * THE STATE'S RETURN FORMAT - FIXED 80-BYTE RECORDS, A '1'
      * HEADER, ONE '2' PER JURISDICTION AND A '9' TRAILER. MONEY IS
      * IN WHOLE CENTS, ZERO FILLED, WITH NO DECIMAL POINT.

       FD  PIZZA-TAX-FILING
           RECORD CONTAINS 80 CHARACTERS.
       01  FIL-HEADER-REC.
           05  FIL-H-REC-TYPE      PIC X(1).
           05  FIL-H-PERMIT        PIC X(12).
           05  FIL-H-PERIOD        PIC 9(6).
           05  FIL-H-PREPARED      PIC 9(8).
           05  FIL-H-FILER-NAME    PIC X(30).
           05  FILLER              PIC X(23).
       01  FIL-DETAIL-REC.
           05  FIL-D-REC-TYPE      PIC X(1).
           05  FIL-D-PERMIT        PIC X(12).
           05  FIL-D-PERIOD        PIC 9(6).
           05  FIL-D-LOC-ACCT      PIC X(12).
           05  FIL-D-JURIS         PIC X(5).
           05  FIL-D-GROSS         PIC 9(9)V99.
           05  FIL-D-EXEMPT        PIC 9(9)V99.
           05  FIL-D-TAXABLE       PIC 9(9)V99.
           05  FIL-D-TAX           PIC 9(9)V99.
       01  FIL-TRAILER-REC.
           05  FIL-T-REC-TYPE      PIC X(1).
           05  FIL-T-PERMIT        PIC X(12).
           05  FIL-T-PERIOD        PIC 9(6).
           05  FIL-T-COUNT         PIC 9(5).
           05  FIL-T-GROSS         PIC 9(9)V99.
           05  FIL-T-EXEMPT        PIC 9(9)V99.
           05  FIL-T-TAXABLE       PIC 9(9)V99.
           05  FIL-T-TAX           PIC 9(9)V99.
           05  FILLER              PIC X(12).
      *
       FD  PIZZA-TAX-TOTALS
           RECORD CONTAINS 69 CHARACTERS.
       01  PIZZA-TAX-TOTALS-REC.
           05  TTL-PERIOD          PIC 9(6).
           05  TTL-TAXABLE         PIC 9(9)V99.
           05  TTL-EXEMPT          PIC 9(9)V99.
           05  TTL-TAX-DUE         PIC 9(9)V99.
           05  TTL-UNASSIGNED      PIC 9(9)V99.
           05  TTL-ZTAPE           PIC 9(9)V99.
           05  TTL-RUN-DATE        PIC 9(8).
      *
       FD  TAX-TOTALS-WORK
           RECORD CONTAINS 69 CHARACTERS.
       01  TAX-TOTALS-WORK-REC    PIC X(69).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-SALES-STATUS           PIC XX       VALUE '00'.
             05    WS-JURIS-STATUS           PIC XX       VALUE '00'.
             05    WS-TAX-PARM-STATUS        PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-FILING-STATUS          PIC XX       VALUE '00'.
             05    WS-TOTALS-STATUS          PIC XX       VALUE '00'.
             05    WS-TOTALS-WORK-STATUS     PIC XX       VALUE '00'.
             05    WS-FILE-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-PERMIT                 PIC X(12)    VALUE SPACES.
             05    WS-PERIOD-START           PIC 9(8)     VALUE 0.
             05    WS-PERIOD-END             PIC 9(8)     VALUE 0.
             05    WS-ROW-PERIOD             PIC 9(6)     VALUE 0.
             05    WS-FIND-JURIS             PIC X(5)     VALUE SPACES.
             05    WS-JUR-SUB                PIC 9(3)     VALUE 0.
             05    WS-RT-SUB                 PIC 9(3)     VALUE 0.
             05    WS-TRK-SUB                PIC 9(3)     VALUE 0.
             05    WS-BEST-EFF               PIC 9(8)     VALUE 0.
             05    WS-RATE-LINES             PIC 9(3)     VALUE 0.
             05    WS-DIFF                   PIC S9(9)V99 VALUE 0.
             05    WS-OUT-OF-BALANCE         PIC X(3)     VALUE 'NO'.

      * A REGISTER MONTH WITHIN WS-RECON-TOL OF THE Z-TAPES IS IN
      * BALANCE - PENNIES OF RING-PRICE ROUNDING ARE NOT WORTH A
      * PHONE CALL TO THE TRUCK.

             05    WS-RECON-TOL              PIC 9(3)V99  VALUE 1.00.

             05    WS-SALES-READ-COUNT       PIC 9(7)     VALUE 0.
             05    WS-PERIOD-ROW-COUNT       PIC 9(7)     VALUE 0.
             05    WS-UNASSIGNED-COUNT       PIC 9(7)     VALUE 0.
             05    WS-RATE-READ-COUNT        PIC 9(5)     VALUE 0.
             05    WS-RATE-SKIP-COUNT        PIC 9(5)     VALUE 0.
             05    WS-FILING-COUNT           PIC 9(5)     VALUE 0.
             05    WS-OUT-BAL-COUNT          PIC 9(5)     VALUE 0.
             05    WS-TOTALS-KEPT-COUNT      PIC 9(5)     VALUE 0.

             05    WS-TOT-TAXABLE            PIC 9(9)V99  VALUE 0.
             05    WS-TOT-EXEMPT             PIC 9(9)V99  VALUE 0.
             05    WS-TOT-TAX                PIC 9(9)V99  VALUE 0.
             05    WS-TOT-REGISTER           PIC 9(9)V99  VALUE 0.
             05    WS-TOT-ZTAPE              PIC 9(9)V99  VALUE 0.
             05    WS-UNASSIGNED-AMT         PIC 9(9)V99  VALUE 0.
             05    WS-UNA-REGISTER           PIC 9(9)V99  VALUE 0.
             05    WS-UNA-ZTAPE              PIC 9(9)V99  VALUE 0.

      * THE PERIOD BEING FILED, AS YYYYMM AND SPLIT FOR STEPPING
      * BACK A MONTH.

       01    WS-PERIOD-AREA.
             05    WS-PERIOD-KEY             PIC 9(6)     VALUE 0.
             05    WS-PERIOD-PARTS REDEFINES WS-PERIOD-KEY.
                   10    WS-PERIOD-YYYY      PIC 9(4).
                   10    WS-PERIOD-MM        PIC 9(2).

      * ONE ENTRY PER JURISDICTION ON THE RATE TABLE, WITH THE NAME
      * AND STATE ACCOUNT OFF ITS LATEST ROW IN FORCE BY PERIOD END,
      * AND THE MONTH'S TOTALS FOR IT.

       01    WS-JUR-TABLE.
             05    WS-JUR-COUNT              PIC 999      VALUE 0.
             05    WS-JUR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-JUR-IDX.
                   10    WS-JUR-ID           PIC X(5).
                   10    WS-JUR-NAME         PIC X(20).
                   10    WS-JUR-ACCT         PIC X(12).
                   10    WS-JUR-NAME-EFF     PIC 9(8).
                   10    WS-JUR-TAXABLE      PIC 9(9)V99.
                   10    WS-JUR-EXEMPT       PIC 9(9)V99.
                   10    WS-JUR-TAX          PIC 9(9)V99.
                   10    WS-JUR-REGISTER     PIC 9(9)V99.
                   10    WS-JUR-ZTAPE        PIC 9(9)V99.

      * ONE ENTRY PER RATE ROW, POINTING BACK AT ITS JURISDICTION,
      * WITH THE SALES THAT FELL UNDER THAT RATE.

       01    WS-RATE-TABLE.
             05    WS-RT-COUNT               PIC 999      VALUE 0.
             05    WS-RT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RT-IDX.
                   10    WS-RT-JUR-SUB       PIC 9(3).
                   10    WS-RT-EFF           PIC 9(8).
                   10    WS-RT-RATE          PIC 99V9(4).
                   10    WS-RT-TAXABLE       PIC 9(9)V99.
                   10    WS-RT-EXEMPT        PIC 9(9)V99.
                   10    WS-RT-TAX           PIC 9(9)V99.

      * THE MONTH BY TRUCK, FOR THE TRUCK-LEVEL RECONCILIATION.

       01    WS-TRK-TABLE.
             05    WS-TRK-COUNT              PIC 999      VALUE 0.
             05    WS-TRK-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TRK-IDX.
                   10    WS-TRK-ID           PIC X(5).
                   10    WS-TRK-JURIS        PIC X(5).
                   10    WS-TRK-REGISTER     PIC 9(9)V99.
                   10    WS-TRK-ZTAPE        PIC 9(9)V99.
                   10    WS-TRK-UNASSIGNED   PIC 9(9)V99.

      *************************OUTPUT AREA*****************************
       01 TXL-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 TXL-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 TXL-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 TXL-INITIALS      PIC X(3) VALUE 'AHO'.

       01 TXL-REPORT-HEADER-2.
          05 FILLER            PIC X(25) VALUE SPACES.
          05 TXL-REPORT-LINE   PIC X(26) VALUE
             'SALES TAX LIABILITY REPORT'.

       01 TXL-PERIOD-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 FILLER            PIC X(8) VALUE 'PERIOD: '.
          05 TXL-PERIOD-OUT    PIC 9999/99            .
          05 FILLER            PIC X(6) VALUE SPACES .
          05 FILLER            PIC X(8) VALUE 'PERMIT: '.
          05 TXL-PERMIT-OUT    PIC X(12)              .

       01 TXL-SECTION-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-SECTION-TEXT  PIC X(40)              .

       01 TXL-LIAB-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 FILLER          PIC X(5) VALUE 'JURIS'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 FILLER          PIC X(20) VALUE 'NAME'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 FILLER          PIC X(12) VALUE 'STATE ACCT'   .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 FILLER          PIC X(7) VALUE 'RATE %'        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 FILLER          PIC X(10) VALUE 'EFFECTIVE'    .

          05 FILLER          PIC X(4) VALUE SPACES          .
          05 FILLER          PIC X(13) VALUE 'TAXABLE SALES'.

          05 FILLER          PIC X(5) VALUE SPACES          .
          05 FILLER          PIC X(12) VALUE 'EXEMPT SALES' .

          05 FILLER          PIC X(9) VALUE SPACES          .
          05 FILLER          PIC X(7) VALUE 'TAX DUE'       .

       01 TXL-LIAB-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-JURIS-OUT     PIC X(5)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-NAME-OUT      PIC X(20)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-ACCT-OUT      PIC X(12)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-RATE-OUT      PIC Z9.9999            .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-EFF-OUT       PIC 9999/99/99         .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-DOLLSIGN1     PIC X    VALUE '$'     .
          05 TXL-TAXABLE-OUT   PIC ZZZ,ZZZ,ZZ9.99     .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-DOLLSIGN2     PIC X    VALUE '$'     .
          05 TXL-EXEMPT-OUT    PIC ZZZ,ZZZ,ZZ9.99     .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-DOLLSIGN3     PIC X    VALUE '$'     .
          05 TXL-TAX-OUT       PIC ZZZ,ZZZ,ZZ9.99     .

       01 TXL-TOTAL-LINE.
          05 FILLER            PIC X(4) VALUE SPACES .
          05 TXL-TOTAL-LABEL   PIC X(60)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-DOLLSIGN4     PIC X    VALUE '$'     .
          05 TXL-TOT-TAXABLE-OUT PIC ZZZ,ZZZ,ZZ9.99   .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-DOLLSIGN5     PIC X    VALUE '$'     .
          05 TXL-TOT-EXEMPT-OUT PIC ZZZ,ZZZ,ZZ9.99    .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-DOLLSIGN6     PIC X    VALUE '$'     .
          05 TXL-TOT-TAX-OUT   PIC ZZZ,ZZZ,ZZ9.99     .

       01 TXL-AMOUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-AMOUNT-LABEL  PIC X(40)              .
          05 TXL-DOLLSIGN7     PIC X    VALUE '$'     .
          05 TXL-AMOUNT-OUT    PIC ZZZ,ZZZ,ZZ9.99     .

       01 TXL-RECON-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 TXL-RCN-KEY-HDR PIC X(5) VALUE 'JURIS'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 TXL-RCN-NAME-HDR PIC X(20) VALUE 'NAME'        .

          05 FILLER          PIC X(3) VALUE SPACES          .
          05 FILLER          PIC X(14) VALUE 'REGISTER SALES'.

          05 FILLER          PIC X(4) VALUE SPACES          .
          05 FILLER          PIC X(13) VALUE 'Z-TAPE ACTUAL'.

          05 FILLER          PIC X(8) VALUE SPACES          .
          05 FILLER          PIC X(10) VALUE 'DIFFERENCE'   .

       01 TXL-RECON-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-RCN-KEY-OUT   PIC X(5)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-RCN-NAME-OUT  PIC X(20)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-DOLLSIGN8     PIC X    VALUE '$'     .
          05 TXL-RCN-REG-OUT   PIC ZZZ,ZZZ,ZZ9.99     .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-DOLLSIGN9     PIC X    VALUE '$'     .
          05 TXL-RCN-ZTAPE-OUT PIC ZZZ,ZZZ,ZZ9.99     .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-DOLLSIGN10    PIC X    VALUE '$'     .
          05 TXL-RCN-DIFF-OUT  PIC ZZZ,ZZZ,ZZ9.99-    .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXL-RCN-FLAG-OUT  PIC X(14)              .

       01 TXL-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 TXL-COUNT-LABEL   PIC X(30)                        .
          05 TXL-COUNT-OUT     PIC Z,ZZZ,ZZ9                    .

       01 TXL-NONE-LINE.
          05 FILLER          PIC X(4) VALUE SPACES            .
          05 FILLER          PIC X(32) VALUE
             'NO SALES ON FILE FOR THIS PERIOD'.

       01 TXL-NOT-POSTED-LINE.
          05 FILLER          PIC X(4) VALUE SPACES            .
          05 FILLER          PIC X(56) VALUE
             'NOTHING CAPTURED - NO TOTALS POSTED TO PIZZA-TAX-TOTALS'.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 140-RATE-LOAD-RTN
           PERFORM 150-READ-SALES
           PERFORM 170-TAX-CALC-RTN
           PERFORM 200-LIABILITY-RPT-RTN
           PERFORM 220-RECON-RPT-RTN
           PERFORM 230-FILING-RTN
           IF WS-PERIOD-ROW-COUNT > 0
              PERFORM 240-TOTALS-RTN
           ELSE
              PERFORM 242-NO-TOTALS-RTN
              END-IF
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           OPEN    OUTPUT    PIZZA-TAX-LIAB-RPT

           OPEN    OUTPUT    PIZZA-TAX-FILING
           IF WS-FILING-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO CREATE PIZZA-TAX-FILING, '
                      'STATUS ' WS-FILING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO TXL-H1-DATE

           PERFORM 127-PERIOD-RTN

           MOVE WS-PERIOD-KEY TO TXL-PERIOD-OUT
           MOVE WS-PERMIT     TO TXL-PERMIT-OUT

           MOVE TXL-REPORT-HEADER    TO PIZZA-TAX-LIAB-REC
           WRITE PIZZA-TAX-LIAB-REC
                   AFTER ADVANCING 2 LINE

           MOVE TXL-REPORT-HEADER-2  TO PIZZA-TAX-LIAB-REC
           WRITE PIZZA-TAX-LIAB-REC
                   AFTER ADVANCING 2 LINE

           MOVE TXL-PERIOD-LINE      TO PIZZA-TAX-LIAB-REC
           WRITE PIZZA-TAX-LIAB-REC
                   AFTER ADVANCING 2 LINE

           .
      *
      * READS THE BUSINESS DATE OFF THE RUN PARAMETER CARD, FALLING
      * BACK TO THE SYSTEM CLOCK - LOUDLY - WHEN THE CARD IS MISSING
      * OR UNREADABLE. SAME DRILL AS THE NIGHTLY RUN.

       123-BUSINESS-DATE-RTN.

              OPEN INPUT PIZZA-RUN-PARM
              IF WS-PARM-STATUS EQUAL '00'
                 READ PIZZA-RUN-PARM
                     AT END
                        PERFORM 123A-DATE-FALLBACK-RTN
                     NOT AT END
                        IF PRM-BUSINESS-DATE IS NUMERIC
                           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE
                        ELSE
                           PERFORM 123A-DATE-FALLBACK-RTN
                           END-IF
                 END-READ
                 CLOSE PIZZA-RUN-PARM
              ELSE
                 PERFORM 123A-DATE-FALLBACK-RTN
                 END-IF

           .
      *
       123A-DATE-FALLBACK-RTN.

              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              DISPLAY 'WARNING - NO USABLE BUSINESS DATE ON '
                      'PIZZA-RUN-PARM - REPORTING UNDER SYSTEM '
                      'DATE ' WS-RUN-DATE

           .
      *
      * THE RETURN IS FILED EARLY IN THE MONTH FOR THE MONTH BEFORE,
      * SO THAT IS THE DEFAULT PERIOD. A PERIOD ON PIZZA-TAX-PARM
      * OVERRIDES IT - TO REFILE AN EARLIER MONTH, SAY - AS LONG AS
      * IT IS A REAL YYYYMM. WITHOUT A PERMIT NUMBER THE EXTRACT IS
      * STILL WRITTEN, BUT THE STATE WILL NOT TAKE IT AS IS.

       127-PERIOD-RTN.

              COMPUTE WS-PERIOD-KEY = WS-RUN-DATE / 100
              IF WS-PERIOD-MM EQUAL 1
                 SUBTRACT 1 FROM WS-PERIOD-YYYY
                 MOVE 12 TO WS-PERIOD-MM
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MM
                 END-IF

              OPEN INPUT PIZZA-TAX-PARM
              IF WS-TAX-PARM-STATUS EQUAL '00'
                 READ PIZZA-TAX-PARM
                     AT END
                        MOVE SPACES TO PIZZA-TAX-PARM-REC
                 END-READ
                 CLOSE PIZZA-TAX-PARM
              ELSE
                 MOVE SPACES TO PIZZA-TAX-PARM-REC
                 END-IF

              IF TXP-PERIOD IS NUMERIC
                 IF TXP-PERIOD (5:2) > '00'
                    AND TXP-PERIOD (5:2) < '13'
                    MOVE TXP-PERIOD TO WS-PERIOD-KEY
                 ELSE
                    DISPLAY 'WARNING - PIZZA-TAX-PARM PERIOD '
                            TXP-PERIOD ' IS NOT A MONTH - FILING '
                            WS-PERIOD-KEY ' INSTEAD'
                    MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF

              MOVE TXP-PERMIT TO WS-PERMIT
              IF WS-PERMIT EQUAL SPACES
                 DISPLAY 'WARNING - NO SELLER''S PERMIT ON '
                         'PIZZA-TAX-PARM - FILING EXTRACT NEEDS ONE '
                         'BEFORE IT IS SENT'
                 MOVE 4 TO RETURN-CODE
                 END-IF

              COMPUTE WS-PERIOD-START = WS-PERIOD-KEY * 100 + 1
              COMPUTE WS-PERIOD-END   = WS-PERIOD-KEY * 100 + 31

           .
      *
      * LOADS THE RATE TABLE. WITHOUT IT THERE IS NOTHING TO FILE
      * AGAINST, SO THE RUN STOPS. A ROW WITH A BAD RATE OR DATE IS
      * SKIPPED LOUDLY - ANY SALES THAT NEEDED IT COME OUT AS
      * UNASSIGNED RATHER THAN TAXED AT A GUESS.

       140-RATE-LOAD-RTN.

              OPEN INPUT PIZZA-TAX-JURIS
              IF WS-JURIS-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-TAX-JURIS, '
                         'STATUS ' WS-JURIS-STATUS
                         ' - NO RATES TO FILE AGAINST'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-FILE-EOF
              PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                 READ PIZZA-TAX-JURIS
                     AT END
                        MOVE 'YES' TO WS-FILE-EOF
                     NOT AT END
                        ADD 1 TO WS-RATE-READ-COUNT
                        IF JUR-ID EQUAL SPACES
                           OR JUR-RATE IS NOT NUMERIC
                           OR JUR-EFF-DATE IS NOT NUMERIC
                           ADD 1 TO WS-RATE-SKIP-COUNT
                           DISPLAY 'WARNING - TAX RATE ROW SKIPPED - '
                                   'BAD ID, RATE OR DATE: '
                                   PIZZA-TAX-JURIS-REC
                        ELSE
                           PERFORM 142-RATE-STORE-RTN
                           END-IF
                 END-READ
              END-PERFORM
              CLOSE PIZZA-TAX-JURIS

           .
      *
       142-RATE-STORE-RTN.

              MOVE JUR-ID TO WS-FIND-JURIS
              PERFORM 145-JUR-FIND-RTN

              IF WS-JUR-SUB EQUAL 0
                 IF WS-JUR-COUNT < 100
                    ADD 1 TO WS-JUR-COUNT
                    MOVE WS-JUR-COUNT TO WS-JUR-SUB
                    MOVE JUR-ID TO WS-JUR-ID (WS-JUR-SUB)
                    MOVE JUR-NAME TO WS-JUR-NAME (WS-JUR-SUB)
                    MOVE JUR-STATE-ACCT TO WS-JUR-ACCT (WS-JUR-SUB)
                    MOVE JUR-EFF-DATE TO WS-JUR-NAME-EFF (WS-JUR-SUB)
                    MOVE 0 TO WS-JUR-TAXABLE (WS-JUR-SUB)
                    MOVE 0 TO WS-JUR-EXEMPT (WS-JUR-SUB)
                    MOVE 0 TO WS-JUR-TAX (WS-JUR-SUB)
                    MOVE 0 TO WS-JUR-REGISTER (WS-JUR-SUB)
                    MOVE 0 TO WS-JUR-ZTAPE (WS-JUR-SUB)
                 ELSE
                    DISPLAY 'ERROR - JURISDICTION TABLE FULL (100) - '
                            'RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
              ELSE

      * A LATER ROW STILL IN FORCE BY PERIOD END CARRIES THE NAME
      * AND ACCOUNT THE STATE KNOWS THE JURISDICTION BY NOW.

                 IF JUR-EFF-DATE NOT GREATER THAN WS-PERIOD-END
                    AND (JUR-EFF-DATE > WS-JUR-NAME-EFF (WS-JUR-SUB)
                      OR WS-JUR-NAME-EFF (WS-JUR-SUB) > WS-PERIOD-END)
                    MOVE JUR-NAME TO WS-JUR-NAME (WS-JUR-SUB)
                    MOVE JUR-STATE-ACCT TO WS-JUR-ACCT (WS-JUR-SUB)
                    MOVE JUR-EFF-DATE TO WS-JUR-NAME-EFF (WS-JUR-SUB)
                    END-IF
                 END-IF

              IF WS-RT-COUNT < 500
                 ADD 1 TO WS-RT-COUNT
                 SET WS-RT-IDX TO WS-RT-COUNT
                 MOVE WS-JUR-SUB   TO WS-RT-JUR-SUB (WS-RT-IDX)
                 MOVE JUR-EFF-DATE TO WS-RT-EFF (WS-RT-IDX)
                 MOVE JUR-RATE     TO WS-RT-RATE (WS-RT-IDX)
                 MOVE 0            TO WS-RT-TAXABLE (WS-RT-IDX)
                 MOVE 0            TO WS-RT-EXEMPT (WS-RT-IDX)
                 MOVE 0            TO WS-RT-TAX (WS-RT-IDX)
              ELSE
                 DISPLAY 'ERROR - TAX RATE TABLE FULL (500) - '
                         'RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * FINDS THE JURISDICTION IN WS-FIND-JURIS - WS-JUR-SUB IS ZERO
      * WHEN IT IS NOT ON THE RATE TABLE.

       145-JUR-FIND-RTN.

              MOVE 0 TO WS-JUR-SUB
              IF WS-FIND-JURIS NOT EQUAL SPACES
                 PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                         UNTIL WS-JUR-IDX > WS-JUR-COUNT
                         OR WS-JUR-SUB NOT EQUAL 0
                    IF WS-JUR-ID (WS-JUR-IDX) EQUAL WS-FIND-JURIS
                       SET WS-JUR-SUB TO WS-JUR-IDX
                       END-IF
                 END-PERFORM
                 END-IF

           .
      *
      * FINDS THE RATE IN FORCE FOR JURISDICTION WS-JUR-SUB ON THE
      * NIGHT OF SALE - THE ROW WITH THE LATEST EFFECTIVE DATE NOT
      * AFTER IT. WS-RT-SUB IS ZERO WHEN NO RATE HAD STARTED YET.

       147-RATE-FIND-RTN.

              MOVE 0 TO WS-RT-SUB
              MOVE 0 TO WS-BEST-EFF
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                      UNTIL WS-RT-IDX > WS-RT-COUNT
                 IF WS-RT-JUR-SUB (WS-RT-IDX) EQUAL WS-JUR-SUB
                    AND WS-RT-EFF (WS-RT-IDX) NOT GREATER THAN
                        TXS-SALES-DATE
                    AND WS-RT-EFF (WS-RT-IDX) NOT LESS THAN
                        WS-BEST-EFF
                    SET WS-RT-SUB TO WS-RT-IDX
                    MOVE WS-RT-EFF (WS-RT-IDX) TO WS-BEST-EFF
                    END-IF
              END-PERFORM

           .
      *
      * FINDS OR ADDS THE TRUCK IN TXS-TRUCK-ID.

       148-TRUCK-FIND-RTN.

              MOVE 0 TO WS-TRK-SUB
              PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                      UNTIL WS-TRK-IDX > WS-TRK-COUNT
                      OR WS-TRK-SUB NOT EQUAL 0
                 IF WS-TRK-ID (WS-TRK-IDX) EQUAL TXS-TRUCK-ID
                    SET WS-TRK-SUB TO WS-TRK-IDX
                    END-IF
              END-PERFORM

              IF WS-TRK-SUB EQUAL 0
                 IF WS-TRK-COUNT < 200
                    ADD 1 TO WS-TRK-COUNT
                    MOVE WS-TRK-COUNT TO WS-TRK-SUB
                    MOVE TXS-TRUCK-ID TO WS-TRK-ID (WS-TRK-SUB)
                    MOVE SPACES TO WS-TRK-JURIS (WS-TRK-SUB)
                    MOVE 0 TO WS-TRK-REGISTER (WS-TRK-SUB)
                    MOVE 0 TO WS-TRK-ZTAPE (WS-TRK-SUB)
                    MOVE 0 TO WS-TRK-UNASSIGNED (WS-TRK-SUB)
                 ELSE
                    DISPLAY 'ERROR - TRUCK TABLE FULL (200) - '
                            'RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

           .
      *
      * READS THE TAX HISTORY AND PICKS OUT THE PERIOD'S NIGHTS. NO
      * HISTORY AT ALL MEANS THE CAPTURE HAS NEVER RUN - THE RUN
      * STILL WRITES THE EXTRACT, AT ZERO, AND SAYS SO, BUT POSTS
      * NO TOTALS FOR MONTH-END.

       150-READ-SALES.

              OPEN INPUT PIZZA-TAX-SALES
              IF WS-SALES-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ PIZZA-TAX-SALES
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-SALES-READ-COUNT
                           COMPUTE WS-ROW-PERIOD =
                                   TXS-SALES-DATE / 100
                           IF WS-ROW-PERIOD EQUAL WS-PERIOD-KEY
                              ADD 1 TO WS-PERIOD-ROW-COUNT
                              PERFORM 160-SALES-ROW-RTN
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-TAX-SALES
              ELSE
                 DISPLAY 'WARNING - PIZZA-TAX-SALES NOT AVAILABLE, '
                         'STATUS ' WS-SALES-STATUS
                         ' - NOTHING CAPTURED TO FILE'
                 END-IF

              IF WS-PERIOD-ROW-COUNT EQUAL 0
                 DISPLAY 'WARNING - NO SALES ON PIZZA-TAX-SALES FOR '
                         'PERIOD ' WS-PERIOD-KEY
                 MOVE 4 TO RETURN-CODE
                 END-IF

           .
      *
      * A Z-TAPE ROW IS THE TRUCK'S ACTUAL TAKINGS FOR THE NIGHT AND
      * ONLY FEEDS THE RECONCILIATION. A REGISTER ROW GOES UNDER THE
      * RATE IN FORCE FOR ITS JURISDICTION THAT NIGHT, TAXABLE OR
      * EXEMPT BY ITS ITEM FLAG. A REGISTER ROW WITH NO JURISDICTION,
      * ONE NOT ON THE RATE TABLE, OR NO RATE YET IN FORCE IS NOT
      * FILED ANYWHERE - IT IS REPORTED AS UNASSIGNED SO THE OFFICE
      * CAN FIX THE MASTER OR THE RATE TABLE AND RERUN.

       160-SALES-ROW-RTN.

              PERFORM 148-TRUCK-FIND-RTN
              IF TXS-TAX-JURIS NOT EQUAL SPACES
                 MOVE TXS-TAX-JURIS TO WS-TRK-JURIS (WS-TRK-SUB)
                 END-IF

              MOVE TXS-TAX-JURIS TO WS-FIND-JURIS
              PERFORM 145-JUR-FIND-RTN

              IF TXS-SOURCE EQUAL 'Z'
                 ADD TXS-AMOUNT TO WS-TRK-ZTAPE (WS-TRK-SUB)
                 ADD TXS-AMOUNT TO WS-TOT-ZTAPE
                 IF WS-JUR-SUB EQUAL 0
                    ADD TXS-AMOUNT TO WS-UNA-ZTAPE
                 ELSE
                    ADD TXS-AMOUNT TO WS-JUR-ZTAPE (WS-JUR-SUB)
                    END-IF
              ELSE
                 ADD TXS-AMOUNT TO WS-TRK-REGISTER (WS-TRK-SUB)
                 ADD TXS-AMOUNT TO WS-TOT-REGISTER
                 MOVE 0 TO WS-RT-SUB
                 IF WS-JUR-SUB EQUAL 0
                    ADD TXS-AMOUNT TO WS-UNA-REGISTER
                 ELSE
                    ADD TXS-AMOUNT TO WS-JUR-REGISTER (WS-JUR-SUB)
                    PERFORM 147-RATE-FIND-RTN
                    END-IF
                 IF WS-RT-SUB EQUAL 0
                    ADD 1 TO WS-UNASSIGNED-COUNT
                    ADD TXS-AMOUNT TO WS-UNASSIGNED-AMT
                    ADD TXS-AMOUNT TO WS-TRK-UNASSIGNED (WS-TRK-SUB)
                 ELSE
                    IF TXS-TAXABLE-FLAG EQUAL 'E'
                       ADD TXS-AMOUNT TO WS-RT-EXEMPT (WS-RT-SUB)
                    ELSE
                       ADD TXS-AMOUNT TO WS-RT-TAXABLE (WS-RT-SUB)
                       END-IF
                    END-IF
                 END-IF

           .
      *
      * TAX IS FIGURED ONCE PER RATE ON THE MONTH'S TAXABLE SALES
      * UNDER IT, ROUNDED TO THE CENT, AS THE RETURN WORKSHEET DOES -
      * NOT SUMMED FROM ROUNDED TAX ON EVERY RING.

       170-TAX-CALC-RTN.

              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                      UNTIL WS-RT-IDX > WS-RT-COUNT
                 COMPUTE WS-RT-TAX (WS-RT-IDX) ROUNDED =
                         WS-RT-TAXABLE (WS-RT-IDX)
                         * WS-RT-RATE (WS-RT-IDX) / 100
                 MOVE WS-RT-JUR-SUB (WS-RT-IDX) TO WS-JUR-SUB
                 ADD WS-RT-TAXABLE (WS-RT-IDX)
                     TO WS-JUR-TAXABLE (WS-JUR-SUB)
                 ADD WS-RT-EXEMPT (WS-RT-IDX)
                     TO WS-JUR-EXEMPT (WS-JUR-SUB)
                 ADD WS-RT-TAX (WS-RT-IDX)
                     TO WS-JUR-TAX (WS-JUR-SUB)
                 ADD WS-RT-TAXABLE (WS-RT-IDX) TO WS-TOT-TAXABLE
                 ADD WS-RT-EXEMPT (WS-RT-IDX)  TO WS-TOT-EXEMPT
                 ADD WS-RT-TAX (WS-RT-IDX)     TO WS-TOT-TAX
              END-PERFORM

           .
      *
      * THE LIABILITY SECTION - ONE LINE PER RATE THAT HAD SALES,
      * A JURISDICTION TOTAL WHERE THE RATE CHANGED IN THE MONTH,
      * THE GRAND TOTAL AND WHAT COULD NOT BE FILED.

       200-LIABILITY-RPT-RTN.

              MOVE 'TAX DUE BY JURISDICTION' TO TXL-SECTION-TEXT
              MOVE TXL-SECTION-LINE TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 3 LINE

              MOVE TXL-LIAB-HEADER TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 2 LINE

              IF WS-PERIOD-ROW-COUNT EQUAL 0
                 MOVE TXL-NONE-LINE TO PIZZA-TAX-LIAB-REC
                 WRITE PIZZA-TAX-LIAB-REC
                       AFTER ADVANCING 2 LINE
                 END-IF

              PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                      UNTIL WS-JUR-IDX > WS-JUR-COUNT
                 SET WS-JUR-SUB TO WS-JUR-IDX
                 PERFORM 205-JUR-LIAB-RTN
              END-PERFORM

              MOVE 'TOTAL ALL JURISDICTIONS' TO TXL-TOTAL-LABEL
              MOVE WS-TOT-TAXABLE TO TXL-TOT-TAXABLE-OUT
              MOVE WS-TOT-EXEMPT  TO TXL-TOT-EXEMPT-OUT
              MOVE WS-TOT-TAX     TO TXL-TOT-TAX-OUT
              MOVE TXL-TOTAL-LINE TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'NOT FILED - NO JURISDICTION OR RATE:'
                   TO TXL-AMOUNT-LABEL
              MOVE WS-UNASSIGNED-AMT TO TXL-AMOUNT-OUT
              MOVE TXL-AMOUNT-LINE TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 2 LINE

           .
      *
       205-JUR-LIAB-RTN.

              MOVE 0 TO WS-RATE-LINES

              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                      UNTIL WS-RT-IDX > WS-RT-COUNT
                 IF WS-RT-JUR-SUB (WS-RT-IDX) EQUAL WS-JUR-SUB
                    AND (WS-RT-TAXABLE (WS-RT-IDX) > 0
                         OR WS-RT-EXEMPT (WS-RT-IDX) > 0)
                    ADD 1 TO WS-RATE-LINES
                    MOVE WS-JUR-ID (WS-JUR-SUB)   TO TXL-JURIS-OUT
                    MOVE WS-JUR-NAME (WS-JUR-SUB) TO TXL-NAME-OUT
                    MOVE WS-JUR-ACCT (WS-JUR-SUB) TO TXL-ACCT-OUT
                    MOVE WS-RT-RATE (WS-RT-IDX)    TO TXL-RATE-OUT
                    MOVE WS-RT-EFF (WS-RT-IDX)     TO TXL-EFF-OUT
                    MOVE WS-RT-TAXABLE (WS-RT-IDX) TO TXL-TAXABLE-OUT
                    MOVE WS-RT-EXEMPT (WS-RT-IDX)  TO TXL-EXEMPT-OUT
                    MOVE WS-RT-TAX (WS-RT-IDX)     TO TXL-TAX-OUT
                    MOVE TXL-LIAB-LINE TO PIZZA-TAX-LIAB-REC
                    WRITE PIZZA-TAX-LIAB-REC
                          AFTER ADVANCING 1 LINE
                    END-IF
              END-PERFORM

              IF WS-RATE-LINES > 1
                 MOVE SPACES TO TXL-TOTAL-LABEL
                 STRING WS-JUR-ID (WS-JUR-SUB) ' TOTAL - RATE '
                        'CHANGED IN PERIOD'
                        DELIMITED BY SIZE INTO TXL-TOTAL-LABEL
                 MOVE WS-JUR-TAXABLE (WS-JUR-SUB)
                      TO TXL-TOT-TAXABLE-OUT
                 MOVE WS-JUR-EXEMPT (WS-JUR-SUB)
                      TO TXL-TOT-EXEMPT-OUT
                 MOVE WS-JUR-TAX (WS-JUR-SUB) TO TXL-TOT-TAX-OUT
                 MOVE TXL-TOTAL-LINE TO PIZZA-TAX-LIAB-REC
                 WRITE PIZZA-TAX-LIAB-REC
                       AFTER ADVANCING 1 LINE
                 END-IF

           .
      *
      * THE RECONCILIATION - REGISTER SALES AGAINST THE Z-TAPE
      * ACTUALS, FIRST BY JURISDICTION (WHAT THE RETURN RESTS ON),
      * THEN BY TRUCK (WHERE THE OFFICE GOES TO FIND THE CAUSE).

       220-RECON-RPT-RTN.

              MOVE 'RECONCILIATION TO TRUCK-SALES ACTUALS'
                   TO TXL-SECTION-TEXT
              MOVE TXL-SECTION-LINE TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'JURIS' TO TXL-RCN-KEY-HDR
              MOVE 'NAME'  TO TXL-RCN-NAME-HDR
              MOVE TXL-RECON-HEADER TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 2 LINE

              PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                      UNTIL WS-JUR-IDX > WS-JUR-COUNT
                 IF WS-JUR-REGISTER (WS-JUR-IDX) > 0
                    OR WS-JUR-ZTAPE (WS-JUR-IDX) > 0
                    MOVE WS-JUR-ID (WS-JUR-IDX)   TO TXL-RCN-KEY-OUT
                    MOVE WS-JUR-NAME (WS-JUR-IDX) TO TXL-RCN-NAME-OUT
                    MOVE WS-JUR-REGISTER (WS-JUR-IDX)
                         TO TXL-RCN-REG-OUT
                    MOVE WS-JUR-ZTAPE (WS-JUR-IDX)
                         TO TXL-RCN-ZTAPE-OUT
                    COMPUTE WS-DIFF = WS-JUR-REGISTER (WS-JUR-IDX)
                                    - WS-JUR-ZTAPE (WS-JUR-IDX)
                    PERFORM 225-RECON-LINE-RTN
                    END-IF
              END-PERFORM

              IF WS-UNA-REGISTER > 0 OR WS-UNA-ZTAPE > 0
                 MOVE SPACES TO TXL-RCN-KEY-OUT
                 MOVE 'NO JURISDICTION' TO TXL-RCN-NAME-OUT
                 MOVE WS-UNA-REGISTER TO TXL-RCN-REG-OUT
                 MOVE WS-UNA-ZTAPE    TO TXL-RCN-ZTAPE-OUT
                 COMPUTE WS-DIFF = WS-UNA-REGISTER - WS-UNA-ZTAPE
                 PERFORM 225-RECON-LINE-RTN
                 END-IF

              MOVE SPACES TO TXL-RCN-KEY-OUT
              MOVE 'TOTAL' TO TXL-RCN-NAME-OUT
              MOVE WS-TOT-REGISTER TO TXL-RCN-REG-OUT
              MOVE WS-TOT-ZTAPE    TO TXL-RCN-ZTAPE-OUT
              COMPUTE WS-DIFF = WS-TOT-REGISTER - WS-TOT-ZTAPE
              MOVE WS-DIFF TO TXL-RCN-DIFF-OUT
              MOVE SPACES TO TXL-RCN-FLAG-OUT
              MOVE TXL-RECON-LINE TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'TRUCK' TO TXL-RCN-KEY-HDR
              MOVE 'JURIS' TO TXL-RCN-NAME-HDR
              MOVE TXL-RECON-HEADER TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 3 LINE

              PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                      UNTIL WS-TRK-IDX > WS-TRK-COUNT
                 MOVE WS-TRK-ID (WS-TRK-IDX)    TO TXL-RCN-KEY-OUT
                 MOVE WS-TRK-JURIS (WS-TRK-IDX) TO TXL-RCN-NAME-OUT
                 IF WS-TRK-UNASSIGNED (WS-TRK-IDX) > 0
                    MOVE 'UNASSIGNED' TO TXL-RCN-NAME-OUT (7:10)
                    END-IF
                 MOVE WS-TRK-REGISTER (WS-TRK-IDX) TO TXL-RCN-REG-OUT
                 MOVE WS-TRK-ZTAPE (WS-TRK-IDX) TO TXL-RCN-ZTAPE-OUT
                 COMPUTE WS-DIFF = WS-TRK-REGISTER (WS-TRK-IDX)
                                 - WS-TRK-ZTAPE (WS-TRK-IDX)
                 PERFORM 225-RECON-LINE-RTN
              END-PERFORM

           .
      *
       225-RECON-LINE-RTN.

              MOVE WS-DIFF TO TXL-RCN-DIFF-OUT
              MOVE 'NO' TO WS-OUT-OF-BALANCE
              IF WS-DIFF > WS-RECON-TOL
                 MOVE 'YES' TO WS-OUT-OF-BALANCE
                 END-IF
              IF WS-DIFF < 0
                 AND (0 - WS-DIFF) > WS-RECON-TOL
                 MOVE 'YES' TO WS-OUT-OF-BALANCE
                 END-IF

              IF WS-OUT-OF-BALANCE EQUAL 'YES'
                 MOVE '*OUT OF BAL*' TO TXL-RCN-FLAG-OUT
                 ADD 1 TO WS-OUT-BAL-COUNT
              ELSE
                 MOVE SPACES TO TXL-RCN-FLAG-OUT
                 END-IF

              MOVE TXL-RECON-LINE TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * THE FILING EXTRACT - ONE DETAIL PER JURISDICTION THAT HAD
      * SALES IN THE PERIOD. GROSS IS TAXABLE PLUS EXEMPT; SALES
      * THAT COULD NOT BE ASSIGNED ARE NOT ON THE RETURN AT ALL.

       230-FILING-RTN.

              MOVE SPACES           TO FIL-HEADER-REC
              MOVE '1'              TO FIL-H-REC-TYPE
              MOVE WS-PERMIT        TO FIL-H-PERMIT
              MOVE WS-PERIOD-KEY    TO FIL-H-PERIOD
              MOVE WS-RUN-DATE      TO FIL-H-PREPARED
              MOVE 'ROLLING PIZZA TRUCKS' TO FIL-H-FILER-NAME
              WRITE FIL-HEADER-REC

              PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                      UNTIL WS-JUR-IDX > WS-JUR-COUNT
                 IF WS-JUR-TAXABLE (WS-JUR-IDX) > 0
                    OR WS-JUR-EXEMPT (WS-JUR-IDX) > 0
                    MOVE '2'            TO FIL-D-REC-TYPE
                    MOVE WS-PERMIT      TO FIL-D-PERMIT
                    MOVE WS-PERIOD-KEY  TO FIL-D-PERIOD
                    MOVE WS-JUR-ACCT (WS-JUR-IDX) TO FIL-D-LOC-ACCT
                    MOVE WS-JUR-ID (WS-JUR-IDX)   TO FIL-D-JURIS
                    COMPUTE FIL-D-GROSS = WS-JUR-TAXABLE (WS-JUR-IDX)
                                        + WS-JUR-EXEMPT (WS-JUR-IDX)
                    MOVE WS-JUR-EXEMPT (WS-JUR-IDX)  TO FIL-D-EXEMPT
                    MOVE WS-JUR-TAXABLE (WS-JUR-IDX) TO FIL-D-TAXABLE
                    MOVE WS-JUR-TAX (WS-JUR-IDX)     TO FIL-D-TAX
                    WRITE FIL-DETAIL-REC
                    ADD 1 TO WS-FILING-COUNT
                    END-IF
              END-PERFORM

              MOVE SPACES           TO FIL-TRAILER-REC
              MOVE '9'              TO FIL-T-REC-TYPE
              MOVE WS-PERMIT        TO FIL-T-PERMIT
              MOVE WS-PERIOD-KEY    TO FIL-T-PERIOD
              MOVE WS-FILING-COUNT  TO FIL-T-COUNT
              COMPUTE FIL-T-GROSS = WS-TOT-TAXABLE + WS-TOT-EXEMPT
              MOVE WS-TOT-EXEMPT    TO FIL-T-EXEMPT
              MOVE WS-TOT-TAXABLE   TO FIL-T-TAXABLE
              MOVE WS-TOT-TAX       TO FIL-T-TAX
              WRITE FIL-TRAILER-REC

           .
      *
      * POSTS THE PERIOD'S TOTALS FOR THE MONTH-END CLOSE. THE FILE
      * IS REBUILT THROUGH THE WORK FILE WITHOUT THIS PERIOD'S OLD
      * ROW, SO A RERUN REPLACES IT INSTEAD OF DOUBLING IT.

       240-TOTALS-RTN.

              OPEN OUTPUT TAX-TOTALS-WORK
              OPEN INPUT  PIZZA-TAX-TOTALS
              IF WS-TOTALS-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ PIZZA-TAX-TOTALS
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           IF TTL-PERIOD NOT EQUAL WS-PERIOD-KEY
                              MOVE PIZZA-TAX-TOTALS-REC
                                   TO TAX-TOTALS-WORK-REC
                              WRITE TAX-TOTALS-WORK-REC
                              ADD 1 TO WS-TOTALS-KEPT-COUNT
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-TAX-TOTALS
                 END-IF
              CLOSE TAX-TOTALS-WORK

              OPEN INPUT  TAX-TOTALS-WORK
              OPEN OUTPUT PIZZA-TAX-TOTALS
              IF WS-TOTALS-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO REBUILD PIZZA-TAX-TOTALS, '
                         'STATUS ' WS-TOTALS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-FILE-EOF
              PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                 READ TAX-TOTALS-WORK
                     AT END
                        MOVE 'YES' TO WS-FILE-EOF
                     NOT AT END
                        MOVE TAX-TOTALS-WORK-REC
                             TO PIZZA-TAX-TOTALS-REC
                        WRITE PIZZA-TAX-TOTALS-REC
                 END-READ
              END-PERFORM
              CLOSE TAX-TOTALS-WORK

              MOVE WS-PERIOD-KEY     TO TTL-PERIOD
              MOVE WS-TOT-TAXABLE    TO TTL-TAXABLE
              MOVE WS-TOT-EXEMPT     TO TTL-EXEMPT
              MOVE WS-TOT-TAX        TO TTL-TAX-DUE
              MOVE WS-UNASSIGNED-AMT TO TTL-UNASSIGNED
              MOVE WS-TOT-ZTAPE      TO TTL-ZTAPE
              MOVE WS-RUN-DATE       TO TTL-RUN-DATE
              WRITE PIZZA-TAX-TOTALS-REC
              CLOSE PIZZA-TAX-TOTALS

           .
      *
      * NOTHING WAS CAPTURED FOR THE PERIOD, SO THERE ARE NO TOTALS
      * TO POST. PIZZA-TAX-TOTALS IS LEFT AS IT STANDS - MONTH-END
      * KEEPS SHOWING THE MONTH AS NOT FILED RATHER THAN FILED AT
      * ZERO, AND A ROW FROM AN EARLIER GOOD RUN IS NOT LOST.

       242-NO-TOTALS-RTN.

              MOVE TXL-NOT-POSTED-LINE TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 2 LINE
              DISPLAY 'WARNING - NO TOTALS POSTED TO PIZZA-TAX-TOTALS '
                      'FOR PERIOD ' WS-PERIOD-KEY

           .
      *
       245-COUNT-LINE-RTN.

              MOVE TXL-COUNT-LINE TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       250-CLOSE-ROUTINE.

              MOVE 'TAX SALES ROWS READ:' TO TXL-COUNT-LABEL
              MOVE WS-SALES-READ-COUNT TO TXL-COUNT-OUT
              MOVE TXL-COUNT-LINE TO PIZZA-TAX-LIAB-REC
              WRITE PIZZA-TAX-LIAB-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'ROWS IN PERIOD:' TO TXL-COUNT-LABEL
              MOVE WS-PERIOD-ROW-COUNT TO TXL-COUNT-OUT
              PERFORM 245-COUNT-LINE-RTN

              MOVE 'REGISTER ROWS UNASSIGNED:' TO TXL-COUNT-LABEL
              MOVE WS-UNASSIGNED-COUNT TO TXL-COUNT-OUT
              PERFORM 245-COUNT-LINE-RTN

              MOVE 'RATE ROWS READ:' TO TXL-COUNT-LABEL
              MOVE WS-RATE-READ-COUNT TO TXL-COUNT-OUT
              PERFORM 245-COUNT-LINE-RTN

              MOVE 'RATE ROWS SKIPPED:' TO TXL-COUNT-LABEL
              MOVE WS-RATE-SKIP-COUNT TO TXL-COUNT-OUT
              PERFORM 245-COUNT-LINE-RTN

              MOVE 'RECONCILING LINES OUT OF BAL:' TO TXL-COUNT-LABEL
              MOVE WS-OUT-BAL-COUNT TO TXL-COUNT-OUT
              PERFORM 245-COUNT-LINE-RTN

              MOVE 'FILING DETAIL RECORDS:' TO TXL-COUNT-LABEL
              MOVE WS-FILING-COUNT TO TXL-COUNT-OUT
              PERFORM 245-COUNT-LINE-RTN

      * ANYTHING THE OFFICE MUST LOOK AT BEFORE THE RETURN GOES IN
      * ENDS THE RUN WITH A WARNING CODE - THE EXTRACT IS WRITTEN
      * EITHER WAY SO A KNOWN, ACCEPTED DIFFERENCE DOES NOT HOLD UP
      * THE FILING.

              IF WS-UNASSIGNED-COUNT > 0
                 OR WS-RATE-SKIP-COUNT > 0
                 OR WS-OUT-BAL-COUNT > 0
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF

              CLOSE    PIZZA-TAX-LIAB-RPT
                       PIZZA-TAX-FILING

              DISPLAY 'SALES TAX PERIOD ' WS-PERIOD-KEY
                      ' - TAX DUE ' WS-TOT-TAX
                      ' - RETURN CODE ' RETURN-CODE

              STOP RUN
           .

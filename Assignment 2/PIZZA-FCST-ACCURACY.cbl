       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-FCST-ACCURACY.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Weekly forecast accuracy report for Rolling Pizza
      *  Trucks.  Sets the load-out plan's sales forecasts on
      *  PIZZA-FORECAST-HIST against the units the registers
      *  actually rang on PIZZA-SALES-HIST, day by day, for
      *  the seven days ending on the business date.  Only
      *  lines forecast from the truck's own sales are
      *  scored - ingredient and reorder-min lines have no
      *  register units to compare with.  Each truck/item
      *  prints its forecast, actual, the difference, the
      *  absolute error as a percent of actual, and the days
      *  the actual sold more than the forecast plus safety
      *  stock (the days the truck would have run out).
      *  Truck subtotals and a fleet total give the weighted
      *  error and the bias, so the weekly trend shows
      *  whether the forecast is earning its keep.  Run once
      *  a week, after the nightly run of the last day.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PIZZA-FORECAST-HIST
               ASSIGN TO 'PIZZA-FORECAST-HIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.

           SELECT PIZZA-SALES-HIST
               ASSIGN TO 'PIZZA-SALES-HIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

      * SCRATCH KEYED WORK FILE REBUILT EVERY RUN - ONE ROW PER
      * TRUCK, ITEM AND DAY FORECAST, READ BACK IN KEY ORDER FOR THE
      * TRUCK/ITEM CONTROL BREAK.

           SELECT ACCURACY-WORK
               ASSIGN TO 'ACCURACY-WORK.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWK-KEY
               FILE STATUS IS WS-ACC-WORK-STATUS.

           SELECT PIZZA-ACCURACY-RPT
               ASSIGN TO 'PIZZA-ACCURACY-RPT.TXT'.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

       FD  PIZZA-FORECAST-HIST
           RECORD CONTAINS 47 CHARACTERS.
       01  PIZZA-FORECAST-HIST-REC.
           05  FCH-TARGET-DATE     PIC 9(8).
           05  FCH-TRUCK-ID        PIC X(5).
           05  FCH-ITEM-ID         PIC X(2).
           05  FCH-BASIS           PIC X(4).
           05  FCH-SALES-FCST      PIC 9(5)V99.
           05  FCH-DEMAND          PIC 9(5).
           05  FCH-SAFETY          PIC 9(5).
           05  FCH-ONHAND          PIC S9(5) SIGN LEADING SEPARATE.
           05  FCH-LOAD            PIC 9(5).
      *
       FD  PIZZA-SALES-HIST
           RECORD CONTAINS 20 CHARACTERS.
       01  PIZZA-SALES-HIST-REC.
           05  SLH-SALES-DATE      PIC 9(8).
           05  SLH-TRUCK-ID        PIC X(5).
           05  SLH-ITEM-ID         PIC X(2).
           05  SLH-UNITS           PIC 9(5).
      *
       FD  ITEM-MASTER
           RECORD CONTAINS 37 CHARACTERS.
       01  ITEM-MASTER-REC.
           05  ITEM-ID-MST         PIC X(2).
           05  ITEM-NAME-MST       PIC X(15).
           05  STD-PURCHASE-MST    PIC 99V99.
           05  STD-SELLING-MST     PIC 99V99.
           05  REORDER-MIN-MST     PIC 999.
           05  PURCH-TOL-MST       PIC 99V99.
           05  SELL-TOL-MST        PIC 99V99.
           05  PERISH-FLAG-MST     PIC X(1).
           05  SHELF-LIFE-MST      PIC 999.
           05  TAXABLE-FLAG-MST    PIC X(1).
      *
      * AWK-COVER IS THE FORECAST DEMAND PLUS SAFETY STOCK THE
      * TRUCK WAS PLANNED TO CARRY FOR THE DAY.

       FD  ACCURACY-WORK
           RECORD CONTAINS 32 CHARACTERS.
       01  ACCURACY-WORK-REC.
           05  AWK-KEY.
               10  AWK-TRUCK-ID   PIC X(5).
               10  AWK-ITEM-ID    PIC X(2).
               10  AWK-DATE       PIC 9(8).
           05  AWK-FCST           PIC 9(5)V99.
           05  AWK-COVER          PIC 9(5).
           05  AWK-ACTUAL         PIC 9(5).
      *
       FD    PIZZA-ACCURACY-RPT
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-ACCURACY-REC         PIC X(100).
      *
       FD  PIZZA-RUN-PARM
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-FCH-STATUS             PIC XX       VALUE '00'.
             05    WS-HIST-STATUS            PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-ACC-WORK-STATUS        PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-FCH-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-HIST-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-ACC-WORK-EOF           PIC X(3)     VALUE 'NO'.
             05    WS-ITEM-OPEN              PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-RUN-DATE-INT           PIC 9(7)     VALUE 0.
             05    WS-START-DATE             PIC 9(8)     VALUE 0.
             05    WS-PREV-TRUCK-ID          PIC X(5)     VALUE SPACES.
             05    WS-PREV-ITEM-ID           PIC X(2)     VALUE SPACES.
             05    WS-DIFF-WK                PIC S9(7)V99 VALUE 0.
             05    WS-PCT-WK                 PIC 9(5)V9   VALUE 0.
             05    WS-BIAS-PCT-WK            PIC S9(5)V9  VALUE 0.
             05    WS-FCST-READ-COUNT        PIC 9(7)     VALUE 0.
             05    WS-FCST-USED-COUNT        PIC 9(7)     VALUE 0.
             05    WS-HIST-READ-COUNT        PIC 9(7)     VALUE 0.
             05    WS-HIST-USED-COUNT        PIC 9(7)     VALUE 0.
             05    WS-UNFCST-UNITS           PIC 9(7)     VALUE 0.
             05    WS-LINE-COUNT             PIC 9(5)     VALUE 0.

      * RUNNING TOTALS AT THE TRUCK/ITEM, TRUCK AND FLEET LEVEL -
      * FORECAST, ACTUAL, THE SUM OF THE DAILY ABSOLUTE ERRORS, THE
      * DAYS SCORED AND THE DAYS THE TRUCK WOULD HAVE RUN SHORT.

       01    WS-ACCUM-AREAS.
             05    WS-LINE-TOTALS.
                   10    WS-LINE-FCST        PIC 9(7)V99  VALUE 0.
                   10    WS-LINE-ACTUAL      PIC 9(7)     VALUE 0.
                   10    WS-LINE-ABS-ERR     PIC 9(7)V99  VALUE 0.
                   10    WS-LINE-DAYS        PIC 9(5)     VALUE 0.
                   10    WS-LINE-SHORT       PIC 9(5)     VALUE 0.
             05    WS-TRUCK-TOTALS.
                   10    WS-TRK-FCST         PIC 9(7)V99  VALUE 0.
                   10    WS-TRK-ACTUAL       PIC 9(7)     VALUE 0.
                   10    WS-TRK-ABS-ERR      PIC 9(7)V99  VALUE 0.
                   10    WS-TRK-DAYS         PIC 9(5)     VALUE 0.
                   10    WS-TRK-SHORT        PIC 9(5)     VALUE 0.
             05    WS-FLEET-TOTALS.
                   10    WS-FLT-FCST         PIC 9(7)V99  VALUE 0.
                   10    WS-FLT-ACTUAL       PIC 9(7)     VALUE 0.
                   10    WS-FLT-ABS-ERR      PIC 9(7)V99  VALUE 0.
                   10    WS-FLT-DAYS         PIC 9(5)     VALUE 0.
                   10    WS-FLT-SHORT        PIC 9(5)     VALUE 0.

      *************************OUTPUT AREA*****************************
       01 ACC-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 ACC-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 ACC-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 ACC-INITIALS      PIC X(3) VALUE 'AHO'.

       01 ACC-REPORT-HEADER-2.
          05 FILLER            PIC X(14) VALUE SPACES.
          05 ACC-REPORT-LINE   PIC X(25) VALUE
             'FORECAST ACCURACY - WEEK '.
          05 ACC-START-OUT     PIC 9999/99/99       .
          05 FILLER            PIC X(4) VALUE ' TO '.
          05 ACC-END-OUT       PIC 9999/99/99       .

       01 ACC-COLUMN-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 ACC-TRUCK-HDR   PIC X(5) VALUE 'TRUCK'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 ACC-ITEM-HDR    PIC X(4) VALUE 'ITEM'          .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 ACC-NAME-HDR    PIC X(15) VALUE 'NAME'         .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 ACC-DAYS-HDR    PIC X(4) VALUE 'DAYS'          .

          05 FILLER          PIC X(3) VALUE SPACES          .
          05 ACC-FCST-HDR    PIC X(8) VALUE 'FORECAST'      .

          05 FILLER          PIC X(3) VALUE SPACES          .
          05 ACC-ACTUAL-HDR  PIC X(6) VALUE 'ACTUAL'        .

          05 FILLER          PIC X(6) VALUE SPACES          .
          05 ACC-DIFF-HDR    PIC X(4) VALUE 'DIFF'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 ACC-ERR-HDR     PIC X(6) VALUE 'ABS ER'        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 ACC-SHORT-HDR   PIC X(5) VALUE 'SHORT'         .

       01 ACC-DETAIL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 ACC-TRUCK-OUT     PIC X(5)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 ACC-ITEM-OUT      PIC X(2)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 ACC-NAME-OUT      PIC X(15)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 ACC-DAYS-OUT      PIC ZZ9                .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 ACC-FCST-OUT      PIC ZZZ,ZZ9.99         .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 ACC-ACTUAL-OUT    PIC ZZZ,ZZ9            .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 ACC-DIFF-OUT      PIC ZZZ,ZZ9.99-        .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 ACC-ERR-OUT       PIC X(7)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 ACC-SHORT-OUT     PIC ZZ9                .

       01 ACC-PCT-EDIT         PIC ZZZ9.9             .

       01 ACC-TRUCK-TOTAL-LINE.
          05 FILLER            PIC X(4) VALUE SPACES   .
          05 ACC-TRK-TOT-LBL   PIC X(6) VALUE 'TRUCK '  .
          05 ACC-TRK-TOT-ID    PIC X(5)                .
          05 FILLER            PIC X(13) VALUE ' TOTAL'    .

          05 FILLER            PIC X(1) VALUE SPACES   .
          05 ACC-TRK-DAYS-OUT  PIC ZZ,ZZ9              .

          05 FILLER            PIC X(2) VALUE SPACES   .
          05 ACC-TRK-FCST-OUT  PIC ZZZ,ZZ9.99          .

          05 FILLER            PIC X(2) VALUE SPACES   .
          05 ACC-TRK-ACT-OUT   PIC ZZZ,ZZ9             .

          05 FILLER            PIC X(1) VALUE SPACES   .
          05 ACC-TRK-DIFF-OUT  PIC ZZZ,ZZ9.99-         .

          05 FILLER            PIC X(1) VALUE SPACES   .
          05 ACC-TRK-ERR-OUT   PIC X(7)                .

          05 FILLER            PIC X(1) VALUE SPACES   .
          05 ACC-TRK-SHORT-OUT PIC ZZZ9                .

       01 ACC-SUMMARY-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 ACC-SUM-LABEL     PIC X(30)                        .
          05 ACC-SUM-AMOUNT    PIC ZZZ,ZZ9.99-                  .

       01 ACC-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 ACC-COUNT-LABEL   PIC X(26)                        .
          05 ACC-COUNT-OUT     PIC ZZZ,ZZ9                      .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-FORECAST-LOAD-RTN
           PERFORM 140-ACTUAL-LOAD-RTN
           PERFORM 150-REPORT-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           PERFORM 123-BUSINESS-DATE-RTN

      * THE WEEK IS THE SEVEN DAYS ENDING ON THE BUSINESS DATE.

           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT - 6)

           OPEN    INPUT     ITEM-MASTER
           IF WS-ITEM-MASTER-STATUS EQUAL '00'
              MOVE 'YES' TO WS-ITEM-OPEN
           ELSE
              DISPLAY 'WARNING - ITEM-MASTER NOT AVAILABLE, STATUS '
                      WS-ITEM-MASTER-STATUS ' - NAMES LEFT BLANK'
              END-IF

           OPEN    OUTPUT    ACCURACY-WORK
           CLOSE   ACCURACY-WORK
           OPEN    I-O       ACCURACY-WORK
           IF WS-ACC-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO BUILD ACCURACY-WORK, STATUS '
                      WS-ACC-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    OUTPUT    PIZZA-ACCURACY-RPT

           MOVE WS-RUN-DATE   TO ACC-H1-DATE
           MOVE WS-START-DATE TO ACC-START-OUT
           MOVE WS-RUN-DATE   TO ACC-END-OUT

           MOVE ACC-REPORT-HEADER    TO PIZZA-ACCURACY-REC
           WRITE PIZZA-ACCURACY-REC
                   AFTER ADVANCING 2 LINE

           MOVE ACC-REPORT-HEADER-2  TO PIZZA-ACCURACY-REC
           WRITE PIZZA-ACCURACY-REC
                   AFTER ADVANCING 2 LINE

           MOVE ACC-COLUMN-HEADER    TO PIZZA-ACCURACY-REC
           WRITE PIZZA-ACCURACY-REC
                   AFTER ADVANCING 3 LINE

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
      * EVERY LINE THE LOAD-OUT RUN FORECAST FROM SALES FOR A DAY IN
      * THE WEEK GOES ONTO THE WORK FILE WITH ZERO ACTUAL. NO
      * FORECAST LOG MEANS THE PLAN HAS NEVER RUN - NOTHING TO SCORE.

       130-FORECAST-LOAD-RTN.

              OPEN INPUT PIZZA-FORECAST-HIST
              IF WS-FCH-STATUS NOT EQUAL '00'
                 DISPLAY 'WARNING - PIZZA-FORECAST-HIST NOT AVAILABLE, '
                         'STATUS ' WS-FCH-STATUS
                         ' - NO FORECASTS TO SCORE'
              ELSE
                 PERFORM UNTIL WS-FCH-EOF EQUAL 'YES'
                    READ PIZZA-FORECAST-HIST
                        AT END
                           MOVE 'YES' TO WS-FCH-EOF
                        NOT AT END
                           ADD 1 TO WS-FCST-READ-COUNT
                           IF FCH-BASIS EQUAL 'HIST'
                              AND FCH-TARGET-DATE NOT < WS-START-DATE
                              AND FCH-TARGET-DATE NOT > WS-RUN-DATE
                              PERFORM 135-FORECAST-ROW-RTN
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-FORECAST-HIST
                 END-IF

           .
      *
       135-FORECAST-ROW-RTN.

              ADD 1 TO WS-FCST-USED-COUNT

              MOVE FCH-TRUCK-ID    TO AWK-TRUCK-ID
              MOVE FCH-ITEM-ID     TO AWK-ITEM-ID
              MOVE FCH-TARGET-DATE TO AWK-DATE
              MOVE FCH-SALES-FCST  TO AWK-FCST
              COMPUTE AWK-COVER = FCH-DEMAND + FCH-SAFETY
              MOVE 0               TO AWK-ACTUAL

              WRITE ACCURACY-WORK-REC
                  INVALID KEY
                     DISPLAY 'WARNING - DUPLICATE FORECAST FOR '
                             FCH-TRUCK-ID ' ' FCH-ITEM-ID ' '
                             FCH-TARGET-DATE ' IGNORED'
              END-WRITE

           .
      *
      * POSTS THE REGISTER UNITS AGAINST THE DAY'S FORECAST. UNITS
      * SOLD WITH NO SALES FORECAST BEHIND THEM (A NEW ITEM, OR ONE
      * PLANNED AT REORDER-MIN) ARE COUNTED BUT NOT SCORED.

       140-ACTUAL-LOAD-RTN.

              OPEN INPUT PIZZA-SALES-HIST
              IF WS-HIST-STATUS NOT EQUAL '00'
                 DISPLAY 'WARNING - PIZZA-SALES-HIST NOT AVAILABLE, '
                         'STATUS ' WS-HIST-STATUS
                         ' - ACTUALS ALL ZERO'
              ELSE
                 PERFORM UNTIL WS-HIST-EOF EQUAL 'YES'
                    READ PIZZA-SALES-HIST
                        AT END
                           MOVE 'YES' TO WS-HIST-EOF
                        NOT AT END
                           ADD 1 TO WS-HIST-READ-COUNT
                           IF SLH-SALES-DATE NOT < WS-START-DATE
                              AND SLH-SALES-DATE NOT > WS-RUN-DATE
                              AND SLH-UNITS IS NUMERIC
                              PERFORM 145-ACTUAL-ROW-RTN
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-SALES-HIST
                 END-IF

           .
      *
       145-ACTUAL-ROW-RTN.

              MOVE SLH-TRUCK-ID   TO AWK-TRUCK-ID
              MOVE SLH-ITEM-ID    TO AWK-ITEM-ID
              MOVE SLH-SALES-DATE TO AWK-DATE
              READ ACCURACY-WORK
                  INVALID KEY
                     ADD SLH-UNITS TO WS-UNFCST-UNITS
                  NOT INVALID KEY
                     ADD 1 TO WS-HIST-USED-COUNT
                     ADD SLH-UNITS TO AWK-ACTUAL
                     REWRITE ACCURACY-WORK-REC
              END-READ

           .
      *
      * FRONT TO BACK IN KEY ORDER - TRUCK, ITEM, DAY. ONE LINE PER
      * TRUCK/ITEM, A SUBTOTAL PER TRUCK, THE FLEET AT THE END.

       150-REPORT-RTN.

              MOVE LOW-VALUES TO AWK-KEY
              START ACCURACY-WORK KEY NOT LESS THAN AWK-KEY
                  INVALID KEY
                     MOVE 'YES' TO WS-ACC-WORK-EOF
              END-START

              PERFORM UNTIL WS-ACC-WORK-EOF EQUAL 'YES'
                 READ ACCURACY-WORK NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-ACC-WORK-EOF
                     NOT AT END
                        PERFORM 200-DAY-RTN
                 END-READ
              END-PERFORM

              IF WS-PREV-ITEM-ID NOT EQUAL SPACES
                 PERFORM 220-ITEM-LINE-WRITE
                 END-IF
              IF WS-PREV-TRUCK-ID NOT EQUAL SPACES
                 PERFORM 230-TRUCK-TOTAL-WRITE
                 END-IF

              PERFORM 240-FLEET-TOTAL-WRITE

           .
      *
      * THE DOUBLE CONTROL BREAK - A TRUCK CHANGE FLUSHES THE ITEM
      * LINE AND THEN THE TRUCK SUBTOTAL; AN ITEM CHANGE ON THE SAME
      * TRUCK FLUSHES THE ITEM LINE ONLY.

       200-DAY-RTN.

              IF AWK-TRUCK-ID NOT EQUAL WS-PREV-TRUCK-ID
                 IF WS-PREV-ITEM-ID NOT EQUAL SPACES
                    PERFORM 220-ITEM-LINE-WRITE
                    END-IF
                 IF WS-PREV-TRUCK-ID NOT EQUAL SPACES
                    PERFORM 230-TRUCK-TOTAL-WRITE
                    END-IF
                 MOVE AWK-TRUCK-ID TO WS-PREV-TRUCK-ID
                 MOVE AWK-ITEM-ID  TO WS-PREV-ITEM-ID
                 INITIALIZE WS-TRUCK-TOTALS
                 INITIALIZE WS-LINE-TOTALS
              ELSE
                 IF AWK-ITEM-ID NOT EQUAL WS-PREV-ITEM-ID
                    PERFORM 220-ITEM-LINE-WRITE
                    MOVE AWK-ITEM-ID TO WS-PREV-ITEM-ID
                    INITIALIZE WS-LINE-TOTALS
                    END-IF
                 END-IF

              ADD 1          TO WS-LINE-DAYS
              ADD AWK-FCST   TO WS-LINE-FCST
              ADD AWK-ACTUAL TO WS-LINE-ACTUAL

              COMPUTE WS-DIFF-WK = AWK-FCST - AWK-ACTUAL
              IF WS-DIFF-WK < 0
                 COMPUTE WS-LINE-ABS-ERR = WS-LINE-ABS-ERR - WS-DIFF-WK
              ELSE
                 ADD WS-DIFF-WK TO WS-LINE-ABS-ERR
                 END-IF

              IF AWK-ACTUAL > AWK-COVER
                 ADD 1 TO WS-LINE-SHORT
                 END-IF

           .
      *
      * ONE LINE PER TRUCK/ITEM. THE ABSOLUTE ERROR IS THE SUM OF
      * THE DAILY MISSES AS A PERCENT OF WHAT ACTUALLY SOLD - A WEEK
      * OF ZERO SALES HAS NO PERCENT AND PRINTS N/A.

       220-ITEM-LINE-WRITE.

              ADD 1 TO WS-LINE-COUNT

              MOVE WS-PREV-TRUCK-ID TO ACC-TRUCK-OUT
              MOVE WS-PREV-ITEM-ID  TO ACC-ITEM-OUT
              MOVE SPACES           TO ACC-NAME-OUT
              IF WS-ITEM-OPEN EQUAL 'YES'
                 MOVE WS-PREV-ITEM-ID TO ITEM-ID-MST
                 READ ITEM-MASTER
                     INVALID KEY
                        MOVE '*UNKNOWN ITEM*' TO ACC-NAME-OUT
                     NOT INVALID KEY
                        MOVE ITEM-NAME-MST TO ACC-NAME-OUT
                 END-READ
                 END-IF

              MOVE WS-LINE-DAYS   TO ACC-DAYS-OUT
              MOVE WS-LINE-FCST   TO ACC-FCST-OUT
              MOVE WS-LINE-ACTUAL TO ACC-ACTUAL-OUT
              COMPUTE WS-DIFF-WK = WS-LINE-FCST - WS-LINE-ACTUAL
              MOVE WS-DIFF-WK     TO ACC-DIFF-OUT

              IF WS-LINE-ACTUAL > 0
                 COMPUTE WS-PCT-WK ROUNDED =
                         WS-LINE-ABS-ERR * 100 / WS-LINE-ACTUAL
                 MOVE WS-PCT-WK    TO ACC-PCT-EDIT
                 MOVE ACC-PCT-EDIT TO ACC-ERR-OUT
              ELSE
                 MOVE '    N/A' TO ACC-ERR-OUT
                 END-IF

              MOVE WS-LINE-SHORT  TO ACC-SHORT-OUT

              MOVE ACC-DETAIL-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              ADD WS-LINE-FCST    TO WS-TRK-FCST
              ADD WS-LINE-ACTUAL  TO WS-TRK-ACTUAL
              ADD WS-LINE-ABS-ERR TO WS-TRK-ABS-ERR
              ADD WS-LINE-DAYS    TO WS-TRK-DAYS
              ADD WS-LINE-SHORT   TO WS-TRK-SHORT

           .
      *
       230-TRUCK-TOTAL-WRITE.

              MOVE WS-PREV-TRUCK-ID TO ACC-TRK-TOT-ID
              MOVE WS-TRK-DAYS      TO ACC-TRK-DAYS-OUT
              MOVE WS-TRK-FCST      TO ACC-TRK-FCST-OUT
              MOVE WS-TRK-ACTUAL    TO ACC-TRK-ACT-OUT
              COMPUTE WS-DIFF-WK = WS-TRK-FCST - WS-TRK-ACTUAL
              MOVE WS-DIFF-WK       TO ACC-TRK-DIFF-OUT

              IF WS-TRK-ACTUAL > 0
                 COMPUTE WS-PCT-WK ROUNDED =
                         WS-TRK-ABS-ERR * 100 / WS-TRK-ACTUAL
                 MOVE WS-PCT-WK    TO ACC-PCT-EDIT
                 MOVE ACC-PCT-EDIT TO ACC-TRK-ERR-OUT
              ELSE
                 MOVE '    N/A' TO ACC-TRK-ERR-OUT
                 END-IF

              MOVE WS-TRK-SHORT     TO ACC-TRK-SHORT-OUT

              MOVE ACC-TRUCK-TOTAL-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 2 LINE

              MOVE SPACES TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              ADD WS-TRK-FCST    TO WS-FLT-FCST
              ADD WS-TRK-ACTUAL  TO WS-FLT-ACTUAL
              ADD WS-TRK-ABS-ERR TO WS-FLT-ABS-ERR
              ADD WS-TRK-DAYS    TO WS-FLT-DAYS
              ADD WS-TRK-SHORT   TO WS-FLT-SHORT

           .
      *
      * THE FLEET SUMMARY. WEIGHTED ERROR IS THE DAILY MISSES AS A
      * PERCENT OF UNITS SOLD - LOWER IS BETTER. BIAS IS FORECAST
      * OVER ACTUAL - PLUS MEANS THE TRUCKS ARE LOADED HEAVY, MINUS
      * MEANS LIGHT.

       240-FLEET-TOTAL-WRITE.

              MOVE 'FLEET FORECAST UNITS:' TO ACC-SUM-LABEL
              MOVE WS-FLT-FCST TO ACC-SUM-AMOUNT
              MOVE ACC-SUMMARY-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'FLEET ACTUAL UNITS:' TO ACC-SUM-LABEL
              MOVE WS-FLT-ACTUAL TO ACC-SUM-AMOUNT
              MOVE ACC-SUMMARY-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 0 TO WS-PCT-WK
              MOVE 0 TO WS-BIAS-PCT-WK
              IF WS-FLT-ACTUAL > 0
                 COMPUTE WS-PCT-WK ROUNDED =
                         WS-FLT-ABS-ERR * 100 / WS-FLT-ACTUAL
                 COMPUTE WS-BIAS-PCT-WK ROUNDED =
                         (WS-FLT-FCST - WS-FLT-ACTUAL) * 100 /
                         WS-FLT-ACTUAL
                 END-IF

              MOVE 'WEIGHTED ABS ERROR PCT:' TO ACC-SUM-LABEL
              MOVE WS-PCT-WK TO ACC-SUM-AMOUNT
              MOVE ACC-SUMMARY-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'FORECAST BIAS PCT:' TO ACC-SUM-LABEL
              MOVE WS-BIAS-PCT-WK TO ACC-SUM-AMOUNT
              MOVE ACC-SUMMARY-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TRUCK/ITEM DAYS SCORED:' TO ACC-SUM-LABEL
              MOVE WS-FLT-DAYS TO ACC-SUM-AMOUNT
              MOVE ACC-SUMMARY-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'DAYS SOLD PAST FCST+SAFETY:' TO ACC-SUM-LABEL
              MOVE WS-FLT-SHORT TO ACC-SUM-AMOUNT
              MOVE ACC-SUMMARY-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'UNITS SOLD NOT FORECAST:' TO ACC-SUM-LABEL
              MOVE WS-UNFCST-UNITS TO ACC-SUM-AMOUNT
              MOVE ACC-SUMMARY-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       250-CLOSE-ROUTINE.

              MOVE 'FORECAST ROWS READ:       ' TO ACC-COUNT-LABEL
              MOVE WS-FCST-READ-COUNT TO ACC-COUNT-OUT
              MOVE ACC-COUNT-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'FORECAST ROWS SCORED:     ' TO ACC-COUNT-LABEL
              MOVE WS-FCST-USED-COUNT TO ACC-COUNT-OUT
              MOVE ACC-COUNT-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'SALES ROWS READ:          ' TO ACC-COUNT-LABEL
              MOVE WS-HIST-READ-COUNT TO ACC-COUNT-OUT
              MOVE ACC-COUNT-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'SALES ROWS MATCHED:       ' TO ACC-COUNT-LABEL
              MOVE WS-HIST-USED-COUNT TO ACC-COUNT-OUT
              MOVE ACC-COUNT-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TRUCK/ITEM LINES:         ' TO ACC-COUNT-LABEL
              MOVE WS-LINE-COUNT TO ACC-COUNT-OUT
              MOVE ACC-COUNT-LINE TO PIZZA-ACCURACY-REC
              WRITE PIZZA-ACCURACY-REC
                    AFTER ADVANCING 1 LINE

              IF WS-ITEM-OPEN EQUAL 'YES'
                 CLOSE ITEM-MASTER
                 END-IF

              CLOSE    ACCURACY-WORK
                       PIZZA-ACCURACY-RPT

              STOP RUN
           .

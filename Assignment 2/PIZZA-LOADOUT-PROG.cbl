       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-LOADOUT-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Next-day load-out plan for Rolling Pizza Trucks.  The
      *  nightly pick list refills every truck up to the same
      *  REORDER-MIN-MST every day, so the busy days run out
      *  and the slow days come back full.  This program
      *  forecasts tomorrow's units for every active truck and
      *  item from the dated register history on
      *  PIZZA-SALES-HIST - the same weekday one, two, three
      *  and four weeks back, weighted 4-3-2-1 so the recent
      *  weeks count most.  Pizza forecasts are run through
      *  PIZZA-RECIPE so their ingredients are loaded too.
      *  The load is the forecast plus WS-SAFETY-PCT safety
      *  stock less the book on-hand on INVEN-MASTER.  A
      *  truck/item with no history and no recipe demand falls
      *  back to the old refill up to REORDER-MIN-MST.  The
      *  plan prints one block per truck for the commissary
      *  loaders, the loads are rolled up by commissary and
      *  item onto PIZZA-LOADOUT-ORDER for the purchase order
      *  run, and every planned line is logged by target date
      *  on PIZZA-FORECAST-HIST for the weekly accuracy report.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * UNITS SOLD BY BUSINESS DATE, TRUCK AND ITEM, KEPT BY THE
      * SELL-THROUGH RUN.

           SELECT PIZZA-SALES-HIST
               ASSIGN TO 'PIZZA-SALES-HIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TRUCK-MASTER
               ASSIGN TO 'TRUCK-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRUCK-ID-MST
               FILE STATUS IS WS-TRUCK-MASTER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT INVEN-MASTER
               ASSIGN TO 'INVEN-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVEN-KEY-MST
               FILE STATUS IS WS-INVEN-MASTER-STATUS.

      * THE RECIPE - INGREDIENT ITEMS AND QUANTITY USED PER PIZZA.

           SELECT PIZZA-RECIPE
               ASSIGN TO 'PIZZA-RECIPE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIPE-FILE-STATUS.

      * SCRATCH KEYED WORK FILES REBUILT EVERY RUN - THE HISTORY
      * UNITS BY TRUCK/ITEM FOR EACH OF THE FOUR WEEKS, AND THE
      * LOADS ROLLED UP BY COMMISSARY AND ITEM. KEYED FILES GROW
      * WITH THE FLEET, SAME AS THE NIGHTLY RUN'S PICK-WORK.

           SELECT FCST-WORK
               ASSIGN TO 'FCST-WORK.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWK-KEY
               FILE STATUS IS WS-FCST-WORK-STATUS.

           SELECT ORDER-WORK
               ASSIGN TO 'ORDER-WORK.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWK-KEY
               FILE STATUS IS WS-ORDER-WORK-STATUS.

      * EVERY PLANNED LINE BY TARGET DATE, AND THE WORK FILE IT IS
      * REBUILT THROUGH EACH RUN.

           SELECT PIZZA-FORECAST-HIST
               ASSIGN TO 'PIZZA-FORECAST-HIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.

           SELECT FORECAST-HIST-WORK
               ASSIGN TO 'FORECAST-HIST-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-WORK-STATUS.

      * THE LOADS BY COMMISSARY AND ITEM FOR THE PURCHASE ORDER
      * RUN - A DATED HEADER ROW, THEN THE PICK-LIST LAYOUT.

           SELECT PIZZA-LOADOUT-ORDER
               ASSIGN TO 'PIZZA-LOADOUT-ORDER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT PIZZA-LOADOUT-RPT
               ASSIGN TO 'PIZZA-LOADOUT-RPT.TXT'.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * ONE LINE OF RECORD COUNTS PER RUN, PICKED UP BY THE NIGHTLY
      * JOB DRIVER FOR ITS STEP SUMMARY.

           SELECT PIZZA-STEP-COUNTS
               ASSIGN TO 'PIZZA-STEP-COUNTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNTS-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

       FD  PIZZA-SALES-HIST
           RECORD CONTAINS 20 CHARACTERS.
       01  PIZZA-SALES-HIST-REC.
           05  SLH-SALES-DATE      PIC 9(8).
           05  SLH-TRUCK-ID        PIC X(5).
           05  SLH-ITEM-ID         PIC X(2).
           05  SLH-UNITS           PIC 9(5).
      *
       FD  TRUCK-MASTER
           RECORD CONTAINS 46 CHARACTERS.
       01  TRUCK-MASTER-REC.
           05  TRUCK-ID-MST        PIC X(5).
           05  ROUTE-NAME-MST      PIC X(20).
           05  HOME-COMMISSARY-MST PIC X(15).
           05  ACTIVE-FLAG-MST     PIC X(1).
           05  TAX-JURIS-MST       PIC X(5).
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
       FD  INVEN-MASTER
           RECORD CONTAINS 21 CHARACTERS.
       01  INVEN-MASTER-REC.
           05  INVEN-KEY-MST.
               10  INVEN-TRUCK-MST PIC X(5).
               10  INVEN-ITEM-MST  PIC X(2).
           05  INVEN-ONHAND-MST    PIC S9(5) SIGN LEADING SEPARATE.
           05  INVEN-LAST-DATE-MST PIC 9(8).
      *
       FD  PIZZA-RECIPE
           RECORD CONTAINS 10 CHARACTERS.
       01  PIZZA-RECIPE-REC.
           05  RCP-PIZZA-ID       PIC X(2).
           05  RCP-INGRED-ID      PIC X(2).
           05  RCP-QTY-PER        PIC 9(3)V999.
      *
      * UNITS SOLD ON EACH OF THE FOUR SAME-WEEKDAY DATES - WEEK 1
      * IS THE MOST RECENT.

       FD  FCST-WORK
           RECORD CONTAINS 27 CHARACTERS.
       01  FCST-WORK-REC.
           05  FWK-KEY.
               10  FWK-TRUCK-ID   PIC X(5).
               10  FWK-ITEM-ID    PIC X(2).
           05  FWK-WEEK-UNITS     PIC 9(5) OCCURS 4 TIMES.
      *
       FD  ORDER-WORK
           RECORD CONTAINS 37 CHARACTERS.
       01  ORDER-WORK-REC.
           05  OWK-KEY.
               10  OWK-COMMISSARY PIC X(15).
               10  OWK-ITEM-ID    PIC X(2).
           05  OWK-ITEM-NAME      PIC X(15).
           05  OWK-QTY            PIC 9(5).
      *
      * ONE ROW PER TRUCK/ITEM PLANNED. BASIS IS HIST (FORECAST FROM
      * THE TRUCK'S OWN SALES), RCPE (INGREDIENT DEMAND ONLY) OR MIN
      * (NO FORECAST - REFILLED TO REORDER-MIN-MST).

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
       FD  FORECAST-HIST-WORK
           RECORD CONTAINS 47 CHARACTERS.
       01  FORECAST-HIST-WORK-REC PIC X(47).
      *
      * TYPE H IS THE ONE HEADER ROW CARRYING THE BUSINESS DATE THE
      * PLAN WAS BUILT ON; TYPE D ROWS CARRY THE PICK-LIST LAYOUT.

       FD  PIZZA-LOADOUT-ORDER
           RECORD CONTAINS 46 CHARACTERS.
       01  PIZZA-LOADOUT-ORDER-REC.
           05  LDO-BUSINESS-DATE   PIC 9(8).
           05  LDO-REC-TYPE        PIC X(1).
           05  LDO-COMMISSARY      PIC X(15).
           05  LDO-ITEM-ID         PIC X(2).
           05  LDO-ITEM-NAME       PIC X(15).
           05  LDO-QTY             PIC 9(5).
      *
       FD    PIZZA-LOADOUT-RPT
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-LOADOUT-REC          PIC X(100).
      *
       FD  PIZZA-RUN-PARM
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
      *
       FD  PIZZA-STEP-COUNTS
           RECORD CONTAINS 41 CHARACTERS.
       01  PIZZA-STEP-COUNTS-REC.
           05  STC-PROGRAM         PIC X(20).
           05  STC-READ            PIC 9(7).
           05  STC-WRITTEN         PIC 9(7).
           05  STC-REJECTED        PIC 9(7).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-HIST-STATUS            PIC XX       VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-INVEN-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-RECIPE-FILE-STATUS     PIC XX       VALUE '00'.
             05    WS-FCST-WORK-STATUS       PIC XX       VALUE '00'.
             05    WS-ORDER-WORK-STATUS      PIC XX       VALUE '00'.
             05    WS-FCH-STATUS             PIC XX       VALUE '00'.
             05    WS-FCH-WORK-STATUS        PIC XX       VALUE '00'.
             05    WS-ORDER-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-STEP-COUNTS-STATUS     PIC XX       VALUE '00'.
             05    WS-HIST-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-TRUCK-EOF              PIC X(3)     VALUE 'NO'.
             05    WS-ITEM-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-RECIPE-EOF             PIC X(3)     VALUE 'NO'.
             05    WS-FCH-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-ORDER-WORK-EOF         PIC X(3)     VALUE 'NO'.
             05    WS-INVEN-OPEN             PIC X(3)     VALUE 'NO'.
             05    WS-ITEM-FOUND             PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-RUN-DATE-INT           PIC 9(7)     VALUE 0.
             05    WS-TARGET-DATE            PIC 9(8)     VALUE 0.
             05    WS-FCH-KEEP-DAYS          PIC 9(3)     VALUE 91.
             05    WS-FCH-CUTOFF             PIC 9(8)     VALUE 0.
             05    WS-SAFETY-PCT             PIC 9(3)     VALUE 20.
             05    WS-WEIGHT-TOTAL           PIC 9(3)     VALUE 0.
             05    WS-WEEK-NO                PIC 9        VALUE 0.
             05    WS-FIND-ITEM-ID           PIC X(2)     VALUE SPACES.
             05    WS-FIND-NO                PIC 999      VALUE 0.
             05    WS-PIZZA-NO-WK            PIC 999      VALUE 0.
             05    WS-WEIGHTED-SUM           PIC 9(7)     VALUE 0.
             05    WS-RECIPE-QTY-WK          PIC 9(7)V999 VALUE 0.
             05    WS-DEMAND-WK              PIC 9(7)V999 VALUE 0.
             05    WS-SAFETY-WK              PIC 9(7)V999 VALUE 0.
             05    WS-DEMAND-UNITS           PIC 9(5)     VALUE 0.
             05    WS-SAFETY-UNITS           PIC 9(5)     VALUE 0.
             05    WS-TARGET-UNITS           PIC 9(5)     VALUE 0.
             05    WS-ONHAND-WK              PIC S9(5)    VALUE 0.
             05    WS-LOAD-WK                PIC S9(7)    VALUE 0.
             05    WS-LOAD-UNITS             PIC 9(5)     VALUE 0.
             05    WS-BASIS-WK               PIC X(4)     VALUE SPACES.
             05    WS-TRUCK-LOAD-TOTAL       PIC 9(7)     VALUE 0.
             05    WS-GRAND-LOAD-TOTAL       PIC 9(7)     VALUE 0.
             05    WS-HIST-READ-COUNT        PIC 9(7)     VALUE 0.
             05    WS-HIST-USED-COUNT        PIC 9(7)     VALUE 0.
             05    WS-HIST-BAD-COUNT         PIC 9(7)     VALUE 0.
             05    WS-RECIPE-READ-COUNT      PIC 9(5)     VALUE 0.
             05    WS-RECIPE-SKIP-COUNT      PIC 9(5)     VALUE 0.
             05    WS-TRUCK-PLAN-COUNT       PIC 9(5)     VALUE 0.
             05    WS-PLAN-LINE-COUNT        PIC 9(7)     VALUE 0.
             05    WS-HIST-LINE-COUNT        PIC 9(7)     VALUE 0.
             05    WS-MIN-LINE-COUNT         PIC 9(7)     VALUE 0.
             05    WS-ORDER-LINE-COUNT       PIC 9(7)     VALUE 0.
             05    WS-FCH-KEPT-COUNT         PIC 9(7)     VALUE 0.

      * THE FOUR SAME-WEEKDAY DATES THE FORECAST LOOKS BACK AT, THEIR
      * WEIGHTS, AND WHETHER THE HISTORY HOLDS ANY SALES FOR THAT
      * DATE AT ALL. A DATE WITH NO ROWS (HISTORY NOT YET THAT DEEP,
      * OR A DAY THE TRUCKS DID NOT RUN) DROPS OUT OF THE AVERAGE
      * INSTEAD OF DRAGGING IT TOWARD ZERO.

       01    WS-WEEK-TABLE.
             05    WS-WEEK-ENTRY OCCURS 4 TIMES.
                   10    WS-WEEK-DATE        PIC 9(8).
                   10    WS-WEEK-WEIGHT      PIC 9.
                   10    WS-WEEK-PRESENT     PIC X(3).

      * EVERY ITEM ON ITEM-MASTER, WITH THE CURRENT TRUCK'S SALES
      * FORECAST AND RECIPE DEMAND WORKED UP BESIDE IT.

       01    WS-ITEM-TABLE.
             05    WS-ITM-COUNT              PIC 999      VALUE 0.
             05    WS-ITM-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ITM-IDX WS-ING-IDX.
                   10    WS-ITM-ID           PIC X(2).
                   10    WS-ITM-NAME         PIC X(15).
                   10    WS-ITM-MIN          PIC 999.
                   10    WS-ITM-HIST         PIC X(3).
                   10    WS-ITM-FCST         PIC 9(5)V99.
                   10    WS-ITM-RCP-DEMAND   PIC 9(7)V999.

      * THE RECIPE LINES THAT PASSED THE ITEM-MASTER CHECK, WITH
      * THE PIZZA AND INGREDIENT HELD AS ITEM TABLE POSITIONS.

       01    WS-RECIPE-TABLE.
             05    WS-RCP-COUNT              PIC 999      VALUE 0.
             05    WS-RCP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RCP-IDX.
                   10    WS-RCP-PIZZA-NO     PIC 999.
                   10    WS-RCP-INGRED-NO    PIC 999.
                   10    WS-RCP-QTY          PIC 9(3)V999.

      *************************OUTPUT AREA*****************************
       01 LDR-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 LDR-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 LDR-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 LDR-INITIALS      PIC X(3) VALUE 'AHO'.

       01 LDR-REPORT-HEADER-2.
          05 FILLER            PIC X(22) VALUE SPACES.
          05 LDR-REPORT-LINE   PIC X(27) VALUE
             'NEXT-DAY TRUCK LOAD-OUT FOR'.
          05 FILLER            PIC X(1) VALUE SPACES.
          05 LDR-TARGET-OUT    PIC 9999/99/99       .

       01 LDR-TRUCK-HEADER.
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 LDR-TRK-LABEL     PIC X(7) VALUE 'TRUCK: '.
          05 LDR-TRK-ID-OUT    PIC X(5)               .

          05 FILLER            PIC X(2) VALUE SPACES  .
          05 LDR-TRK-ROUTE-OUT PIC X(20)              .

          05 FILLER            PIC X(2) VALUE SPACES  .
          05 LDR-TRK-COMM-LBL  PIC X(12) VALUE 'COMMISSARY: '.
          05 LDR-TRK-COMM-OUT  PIC X(15)              .

       01 LDR-COLUMN-HEADER.
          05 FILLER          PIC X(4) VALUE SPACES          .
          05 LDR-ITEM-HDR    PIC X(4) VALUE 'ITEM'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 LDR-NAME-HDR    PIC X(15) VALUE 'NAME'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 LDR-BASIS-HDR   PIC X(5) VALUE 'BASIS'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 LDR-FCST-HDR    PIC X(8) VALUE 'FORECAST'      .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 LDR-SAFETY-HDR  PIC X(6) VALUE 'SAFETY'        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 LDR-TARGET-HDR  PIC X(6) VALUE 'TARGET'        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 LDR-ONHAND-HDR  PIC X(7) VALUE 'ON HAND'       .

          05 FILLER          PIC X(3) VALUE SPACES          .
          05 LDR-LOAD-HDR    PIC X(4) VALUE 'LOAD'          .

       01 LDR-DETAIL-LINE.
          05 FILLER            PIC X(5) VALUE SPACES .
          05 LDR-ITEM-OUT      PIC X(2)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 LDR-NAME-OUT      PIC X(15)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 LDR-BASIS-OUT     PIC X(4)               .

          05 FILLER            PIC X(5) VALUE SPACES .
          05 LDR-FCST-OUT      PIC ZZ,ZZ9             .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 LDR-SAFETY-OUT    PIC ZZ,ZZ9             .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 LDR-TARGET-OUT-D  PIC ZZ,ZZ9             .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 LDR-ONHAND-OUT    PIC ZZ,ZZ9-            .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 LDR-LOAD-OUT      PIC ZZ,ZZ9             .

       01 LDR-TRUCK-TOTAL-LINE.
          05 FILLER            PIC X(5) VALUE SPACES   .
          05 LDR-TRK-TOT-LBL   PIC X(22) VALUE
             'TOTAL UNITS TO LOAD:'                   .

          05 FILLER            PIC X(44) VALUE SPACES  .
          05 LDR-TRK-TOT-OUT   PIC ZZZ,ZZ9             .

       01 LDR-ORDER-HEADER.
          05 FILLER          PIC X(5) VALUE SPACES.
          05 LDR-ORD-TITLE   PIC X(40) VALUE
             'LOAD-OUT BY COMMISSARY FOR ORDERING'.

       01 LDR-ORDER-HEADER-2.
          05 FILLER          PIC X(5) VALUE SPACES          .
          05 LDR-ORD-COMM-HDR PIC X(15) VALUE 'COMMISSARY'   .

          05 FILLER          PIC X(6) VALUE SPACES          .
          05 LDR-ORD-ITEM-HDR PIC X(15) VALUE 'ITEM'         .

          05 FILLER          PIC X(6) VALUE SPACES          .
          05 LDR-ORD-QTY-HDR PIC X(11) VALUE 'QTY TO LOAD'.

       01 LDR-ORDER-LINE.
          05 FILLER            PIC X(5) VALUE SPACES .
          05 LDR-ORD-COMM-OUT  PIC X(15)              .

          05 FILLER            PIC X(6) VALUE SPACES .
          05 LDR-ORD-ITEM-OUT  PIC X(15)              .

          05 FILLER            PIC X(8) VALUE SPACES .
          05 LDR-ORD-QTY-OUT   PIC ZZ,ZZ9             .

       01 LDR-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 LDR-COUNT-LABEL   PIC X(26)                        .
          05 LDR-COUNT-OUT     PIC ZZZ,ZZ9                      .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 150-PLAN-TRUCKS
           PERFORM 240-ORDER-FILE-WRITE
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           PERFORM 123-BUSINESS-DATE-RTN

      * THE PLAN IS FOR THE DAY AFTER THE BUSINESS DATE. WEEK 1 IS
      * THE SAME WEEKDAY ONE WEEK BEFORE THAT, WEEK 4 FOUR WEEKS.

           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-TARGET-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + 1)
           COMPUTE WS-FCH-CUTOFF = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + 1 - WS-FCH-KEEP-DAYS)

           PERFORM VARYING WS-WEEK-NO FROM 1 BY 1
                   UNTIL WS-WEEK-NO > 4
              COMPUTE WS-WEEK-DATE (WS-WEEK-NO) =
                      FUNCTION DATE-OF-INTEGER
                      (WS-RUN-DATE-INT + 1 - (7 * WS-WEEK-NO))
              COMPUTE WS-WEEK-WEIGHT (WS-WEEK-NO) = 5 - WS-WEEK-NO
              MOVE 'NO' TO WS-WEEK-PRESENT (WS-WEEK-NO)
           END-PERFORM

           OPEN    OUTPUT    PIZZA-LOADOUT-RPT

           MOVE WS-RUN-DATE    TO LDR-H1-DATE
           MOVE WS-TARGET-DATE TO LDR-TARGET-OUT

           MOVE LDR-REPORT-HEADER    TO PIZZA-LOADOUT-REC
           WRITE PIZZA-LOADOUT-REC
                   AFTER ADVANCING 2 LINE

           MOVE LDR-REPORT-HEADER-2  TO PIZZA-LOADOUT-REC
           WRITE PIZZA-LOADOUT-REC
                   AFTER ADVANCING 2 LINE

           PERFORM 127-ITEM-LOAD-RTN
           PERFORM 128-RECIPE-LOAD-RTN
           PERFORM 130-FORECAST-HIST-RTN
           PERFORM 140-HISTORY-LOAD-RTN

      * NO BOOK YET MEANS NOTHING IS ON THE TRUCKS - PLAN FROM ZERO
      * ON HAND, BUT SAY SO.

           OPEN    INPUT     INVEN-MASTER
           IF WS-INVEN-MASTER-STATUS EQUAL '00'
              MOVE 'YES' TO WS-INVEN-OPEN
           ELSE
              DISPLAY 'WARNING - INVEN-MASTER NOT AVAILABLE, STATUS '
                      WS-INVEN-MASTER-STATUS
                      ' - PLANNING FROM ZERO ON HAND'
              END-IF

      * THE COMMISSARY ROLLUP WORK FILE STARTS EMPTY EVERY RUN.

           OPEN    OUTPUT    ORDER-WORK
           CLOSE   ORDER-WORK
           OPEN    I-O       ORDER-WORK
           IF WS-ORDER-WORK-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO BUILD ORDER-WORK, STATUS '
                      WS-ORDER-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

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
      * LOADS EVERY ITEM FRONT TO BACK. THE PLAN CANNOT BE BUILT
      * WITHOUT THE ITEMS, SO A MISSING MASTER STOPS THE RUN.

       127-ITEM-LOAD-RTN.

              OPEN INPUT ITEM-MASTER
              IF WS-ITEM-MASTER-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN ITEM-MASTER, STATUS '
                         WS-ITEM-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              PERFORM UNTIL WS-ITEM-EOF EQUAL 'YES'
                 READ ITEM-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-ITEM-EOF
                     NOT AT END
                        IF WS-ITM-COUNT < 200
                           ADD 1 TO WS-ITM-COUNT
                           SET WS-ITM-IDX TO WS-ITM-COUNT
                           MOVE ITEM-ID-MST   TO WS-ITM-ID (WS-ITM-IDX)
                           MOVE ITEM-NAME-MST TO
                                WS-ITM-NAME (WS-ITM-IDX)
                           MOVE REORDER-MIN-MST TO
                                WS-ITM-MIN (WS-ITM-IDX)
                        ELSE
                           DISPLAY 'ERROR - ITEM TABLE FULL (200) - '
                                   'RAISE THE TABLE AND RERUN'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                           END-IF
                 END-READ
              END-PERFORM

              CLOSE ITEM-MASTER

           .
      *
      * LOADS THE RECIPE. A LINE WHOSE PIZZA OR INGREDIENT IS NOT ON
      * ITEM-MASTER, OR WHOSE QUANTITY IS NOT A NUMBER, IS SKIPPED -
      * THE SELL-THROUGH RUN HAS ALREADY REPORTED IT. NO RECIPE FILE
      * MEANS FINISHED-PIZZA LOADS ONLY.

       128-RECIPE-LOAD-RTN.

              OPEN INPUT PIZZA-RECIPE
              IF WS-RECIPE-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'WARNING - PIZZA-RECIPE NOT AVAILABLE, '
                         'STATUS ' WS-RECIPE-FILE-STATUS
                         ' - NO INGREDIENT DEMAND PLANNED'
              ELSE
                 PERFORM UNTIL WS-RECIPE-EOF EQUAL 'YES'
                    READ PIZZA-RECIPE
                        AT END
                           MOVE 'YES' TO WS-RECIPE-EOF
                        NOT AT END
                           ADD 1 TO WS-RECIPE-READ-COUNT
                           PERFORM 128A-RECIPE-LINE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-RECIPE
                 END-IF

           .
      *
       128A-RECIPE-LINE-RTN.

              MOVE RCP-PIZZA-ID TO WS-FIND-ITEM-ID
              PERFORM 135-ITEM-FIND-RTN
              MOVE WS-FIND-NO TO WS-PIZZA-NO-WK

              MOVE RCP-INGRED-ID TO WS-FIND-ITEM-ID
              PERFORM 135-ITEM-FIND-RTN

              IF WS-PIZZA-NO-WK EQUAL 0
                 OR WS-FIND-NO EQUAL 0
                 OR RCP-QTY-PER IS NOT NUMERIC
                 ADD 1 TO WS-RECIPE-SKIP-COUNT
              ELSE
                 IF WS-RCP-COUNT < 500
                    ADD 1 TO WS-RCP-COUNT
                    SET WS-RCP-IDX TO WS-RCP-COUNT
                    MOVE WS-PIZZA-NO-WK TO WS-RCP-PIZZA-NO (WS-RCP-IDX)
                    MOVE WS-FIND-NO     TO
                         WS-RCP-INGRED-NO (WS-RCP-IDX)
                    MOVE RCP-QTY-PER    TO WS-RCP-QTY (WS-RCP-IDX)
                 ELSE
                    DISPLAY 'ERROR - RECIPE TABLE FULL (500) - '
                            'RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

           .
      *
      * REBUILDS THE FORECAST LOG THROUGH THE WORK FILE - EVERY ROW
      * KEPT EXCEPT THOSE FOR TONIGHT'S TARGET DATE, SO A RERUN
      * REPLACES ITS OWN PLAN, AND THOSE OLDER THAN WS-FCH-KEEP-DAYS.
      * THE FILE IS LEFT OPEN FOR TONIGHT'S ROWS.

       130-FORECAST-HIST-RTN.

              OPEN OUTPUT FORECAST-HIST-WORK
              OPEN INPUT  PIZZA-FORECAST-HIST
              IF WS-FCH-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FCH-EOF
                 PERFORM UNTIL WS-FCH-EOF EQUAL 'YES'
                    READ PIZZA-FORECAST-HIST
                        AT END
                           MOVE 'YES' TO WS-FCH-EOF
                        NOT AT END
                           IF FCH-TARGET-DATE NOT EQUAL WS-TARGET-DATE
                              AND FCH-TARGET-DATE NOT < WS-FCH-CUTOFF
                              MOVE PIZZA-FORECAST-HIST-REC
                                   TO FORECAST-HIST-WORK-REC
                              WRITE FORECAST-HIST-WORK-REC
                              ADD 1 TO WS-FCH-KEPT-COUNT
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-FORECAST-HIST
                 END-IF
              CLOSE FORECAST-HIST-WORK

              OPEN INPUT  FORECAST-HIST-WORK
              OPEN OUTPUT PIZZA-FORECAST-HIST
              IF WS-FCH-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO REBUILD PIZZA-FORECAST-'
                         'HIST, STATUS ' WS-FCH-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-FCH-EOF
              PERFORM UNTIL WS-FCH-EOF EQUAL 'YES'
                 READ FORECAST-HIST-WORK
                     AT END
                        MOVE 'YES' TO WS-FCH-EOF
                     NOT AT END
                        MOVE FORECAST-HIST-WORK-REC
                             TO PIZZA-FORECAST-HIST-REC
                        WRITE PIZZA-FORECAST-HIST-REC
                 END-READ
              END-PERFORM
              CLOSE FORECAST-HIST-WORK

           .
      *
      * ITEM TABLE POSITION FOR WS-FIND-ITEM-ID, ZERO WHEN THE ITEM
      * IS NOT ON ITEM-MASTER.

       135-ITEM-FIND-RTN.

              MOVE 0    TO WS-FIND-NO
              MOVE 'NO' TO WS-ITEM-FOUND

              PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                      UNTIL WS-ITM-IDX > WS-ITM-COUNT
                      OR WS-ITEM-FOUND EQUAL 'YES'
                 IF WS-ITM-ID (WS-ITM-IDX) EQUAL WS-FIND-ITEM-ID
                    MOVE 'YES' TO WS-ITEM-FOUND
                    SET WS-FIND-NO TO WS-ITM-IDX
                 END-IF
              END-PERFORM

           .
      *
      * PULLS THE SALES HISTORY FOR THE FOUR LOOK-BACK DATES ONTO
      * THE FORECAST WORK FILE, ONE ROW PER TRUCK/ITEM WITH A UNITS
      * BUCKET PER WEEK. NO HISTORY AT ALL MEANS EVERY LINE PLANS
      * TO REORDER-MIN-MST, THE SAME AS THE OLD PICK LIST.

       140-HISTORY-LOAD-RTN.

              OPEN OUTPUT FCST-WORK
              CLOSE FCST-WORK
              OPEN I-O FCST-WORK
              IF WS-FCST-WORK-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO BUILD FCST-WORK, STATUS '
                         WS-FCST-WORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              OPEN INPUT PIZZA-SALES-HIST
              IF WS-HIST-STATUS NOT EQUAL '00'
                 DISPLAY 'WARNING - PIZZA-SALES-HIST NOT AVAILABLE, '
                         'STATUS ' WS-HIST-STATUS
                         ' - EVERY LINE PLANS TO REORDER-MIN'
              ELSE
                 PERFORM UNTIL WS-HIST-EOF EQUAL 'YES'
                    READ PIZZA-SALES-HIST
                        AT END
                           MOVE 'YES' TO WS-HIST-EOF
                        NOT AT END
                           ADD 1 TO WS-HIST-READ-COUNT
                           IF SLH-UNITS IS NOT NUMERIC
                              OR SLH-SALES-DATE IS NOT NUMERIC
                              ADD 1 TO WS-HIST-BAD-COUNT
                           ELSE
                              PERFORM VARYING WS-WEEK-NO FROM 1 BY 1
                                      UNTIL WS-WEEK-NO > 4
                                 IF SLH-SALES-DATE EQUAL
                                    WS-WEEK-DATE (WS-WEEK-NO)
                                    PERFORM 145-HIST-ACCUM-RTN
                                 END-IF
                              END-PERFORM
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-SALES-HIST
                 END-IF

              MOVE 0 TO WS-WEIGHT-TOTAL
              PERFORM VARYING WS-WEEK-NO FROM 1 BY 1
                      UNTIL WS-WEEK-NO > 4
                 IF WS-WEEK-PRESENT (WS-WEEK-NO) EQUAL 'YES'
                    ADD WS-WEEK-WEIGHT (WS-WEEK-NO) TO WS-WEIGHT-TOTAL
                 END-IF
              END-PERFORM

              IF WS-WEIGHT-TOTAL EQUAL 0
                 DISPLAY 'WARNING - NO SALES HISTORY FOR ANY OF THE '
                         'FOUR LOOK-BACK DATES - EVERY LINE PLANS TO '
                         'REORDER-MIN'
                 END-IF

           .
      *
       145-HIST-ACCUM-RTN.

              MOVE 'YES' TO WS-WEEK-PRESENT (WS-WEEK-NO)
              ADD 1 TO WS-HIST-USED-COUNT

              MOVE SLH-TRUCK-ID TO FWK-TRUCK-ID
              MOVE SLH-ITEM-ID  TO FWK-ITEM-ID
              READ FCST-WORK
                  INVALID KEY
                     MOVE SLH-TRUCK-ID TO FWK-TRUCK-ID
                     MOVE SLH-ITEM-ID  TO FWK-ITEM-ID
                     MOVE 0 TO FWK-WEEK-UNITS (1)
                     MOVE 0 TO FWK-WEEK-UNITS (2)
                     MOVE 0 TO FWK-WEEK-UNITS (3)
                     MOVE 0 TO FWK-WEEK-UNITS (4)
                     MOVE SLH-UNITS TO FWK-WEEK-UNITS (WS-WEEK-NO)
                     WRITE FCST-WORK-REC
                  NOT INVALID KEY
                     ADD SLH-UNITS TO FWK-WEEK-UNITS (WS-WEEK-NO)
                     REWRITE FCST-WORK-REC
              END-READ

           .
      *
      * ONE PLAN BLOCK PER ACTIVE TRUCK, IN TRUCK ORDER.

       150-PLAN-TRUCKS.

              OPEN INPUT TRUCK-MASTER
              IF WS-TRUCK-MASTER-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN TRUCK-MASTER, STATUS '
                         WS-TRUCK-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              PERFORM UNTIL WS-TRUCK-EOF EQUAL 'YES'
                 READ TRUCK-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-TRUCK-EOF
                     NOT AT END
                        IF ACTIVE-FLAG-MST EQUAL 'Y'
                           PERFORM 200-TRUCK-PLAN-RTN
                           END-IF
                 END-READ
              END-PERFORM

              CLOSE TRUCK-MASTER

           .
      *
      * WORKS UP THE TRUCK'S SALES FORECAST FOR EVERY ITEM, THEN
      * EXPLODES THE PIZZA FORECASTS INTO INGREDIENT DEMAND, THEN
      * PLANS AND PRINTS EACH ITEM'S LOAD.

       200-TRUCK-PLAN-RTN.

              ADD 1 TO WS-TRUCK-PLAN-COUNT
              MOVE 0 TO WS-TRUCK-LOAD-TOTAL

              MOVE TRUCK-ID-MST        TO LDR-TRK-ID-OUT
              MOVE ROUTE-NAME-MST      TO LDR-TRK-ROUTE-OUT
              MOVE HOME-COMMISSARY-MST TO LDR-TRK-COMM-OUT

              MOVE LDR-TRUCK-HEADER TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 3 LINE

              MOVE LDR-COLUMN-HEADER TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 2 LINE

              PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                      UNTIL WS-ITM-IDX > WS-ITM-COUNT
                 MOVE 'NO' TO WS-ITM-HIST (WS-ITM-IDX)
                 MOVE 0    TO WS-ITM-FCST (WS-ITM-IDX)
                 MOVE 0    TO WS-ITM-RCP-DEMAND (WS-ITM-IDX)
                 IF WS-WEIGHT-TOTAL > 0
                    PERFORM 210-SALES-FCST-RTN
                    END-IF
              END-PERFORM

              PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                      UNTIL WS-RCP-IDX > WS-RCP-COUNT
                 PERFORM 215-RECIPE-DEMAND-RTN
              END-PERFORM

              PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                      UNTIL WS-ITM-IDX > WS-ITM-COUNT
                 PERFORM 220-LOAD-LINE-RTN
              END-PERFORM

              MOVE WS-TRUCK-LOAD-TOTAL TO LDR-TRK-TOT-OUT
              MOVE LDR-TRUCK-TOTAL-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 2 LINE

           .
      *
      * THE WEIGHTED SAME-WEEKDAY AVERAGE. A WEEK WITH HISTORY BUT
      * NO SALE OF THIS ITEM ON THIS TRUCK COUNTS AS ZERO SOLD.

       210-SALES-FCST-RTN.

              MOVE TRUCK-ID-MST           TO FWK-TRUCK-ID
              MOVE WS-ITM-ID (WS-ITM-IDX) TO FWK-ITEM-ID
              READ FCST-WORK
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'YES' TO WS-ITM-HIST (WS-ITM-IDX)
                     MOVE 0 TO WS-WEIGHTED-SUM
                     PERFORM VARYING WS-WEEK-NO FROM 1 BY 1
                             UNTIL WS-WEEK-NO > 4
                        IF WS-WEEK-PRESENT (WS-WEEK-NO) EQUAL 'YES'
                           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +
                                   (FWK-WEEK-UNITS (WS-WEEK-NO) *
                                    WS-WEEK-WEIGHT (WS-WEEK-NO))
                        END-IF
                     END-PERFORM
                     COMPUTE WS-ITM-FCST (WS-ITM-IDX) ROUNDED =
                             WS-WEIGHTED-SUM / WS-WEIGHT-TOTAL
              END-READ

           .
      *
       215-RECIPE-DEMAND-RTN.

              SET WS-ITM-IDX TO WS-RCP-PIZZA-NO (WS-RCP-IDX)
              IF WS-ITM-FCST (WS-ITM-IDX) > 0
                 COMPUTE WS-RECIPE-QTY-WK =
                         WS-ITM-FCST (WS-ITM-IDX) *
                         WS-RCP-QTY (WS-RCP-IDX)
                 SET WS-ING-IDX TO WS-RCP-INGRED-NO (WS-RCP-IDX)
                 ADD WS-RECIPE-QTY-WK TO WS-ITM-RCP-DEMAND (WS-ING-IDX)
                 END-IF

           .
      *
      * ONE ITEM ON ONE TRUCK. FORECAST DEMAND AND SAFETY STOCK ARE
      * ROUNDED UP TO WHOLE UNITS - A TRUCK IS NEVER SENT OUT HALF A
      * UNIT SHORT. THE TARGET LESS THE BOOK ON HAND IS THE LOAD,
      * NEVER LESS THAN ZERO.

       220-LOAD-LINE-RTN.

              MOVE 0 TO WS-ONHAND-WK
              IF WS-INVEN-OPEN EQUAL 'YES'
                 MOVE TRUCK-ID-MST           TO INVEN-TRUCK-MST
                 MOVE WS-ITM-ID (WS-ITM-IDX) TO INVEN-ITEM-MST
                 READ INVEN-MASTER
                     INVALID KEY
                        MOVE 0 TO WS-ONHAND-WK
                     NOT INVALID KEY
                        MOVE INVEN-ONHAND-MST TO WS-ONHAND-WK
                 END-READ
                 END-IF

              MOVE 0 TO WS-DEMAND-UNITS
              MOVE 0 TO WS-SAFETY-UNITS

              IF WS-ITM-HIST (WS-ITM-IDX) EQUAL 'YES'
                 MOVE 'HIST' TO WS-BASIS-WK
              ELSE
                 IF WS-ITM-RCP-DEMAND (WS-ITM-IDX) > 0
                    MOVE 'RCPE' TO WS-BASIS-WK
                 ELSE
                    MOVE 'MIN ' TO WS-BASIS-WK
                    END-IF
                 END-IF

              IF WS-BASIS-WK EQUAL 'MIN '
                 MOVE WS-ITM-MIN (WS-ITM-IDX) TO WS-TARGET-UNITS
              ELSE
                 COMPUTE WS-DEMAND-WK = WS-ITM-FCST (WS-ITM-IDX) +
                         WS-ITM-RCP-DEMAND (WS-ITM-IDX) + 0.999
                 MOVE WS-DEMAND-WK TO WS-DEMAND-UNITS
                 COMPUTE WS-SAFETY-WK =
                         (WS-DEMAND-UNITS * WS-SAFETY-PCT / 100) + 0.999
                 MOVE WS-SAFETY-WK TO WS-SAFETY-UNITS
                 COMPUTE WS-TARGET-UNITS =
                         WS-DEMAND-UNITS + WS-SAFETY-UNITS
                 END-IF

              COMPUTE WS-LOAD-WK = WS-TARGET-UNITS - WS-ONHAND-WK
              IF WS-LOAD-WK < 0
                 MOVE 0 TO WS-LOAD-WK
                 END-IF
              MOVE WS-LOAD-WK TO WS-LOAD-UNITS

      * A REFILL LINE WITH NOTHING TO LOAD IS LEFT OFF THE PLAN - IT
      * IS EVERY ITEM THE TRUCK DOES NOT CARRY.

              IF WS-BASIS-WK NOT EQUAL 'MIN '
                 OR WS-LOAD-UNITS > 0
                 PERFORM 225-PLAN-LINE-WRITE
                 END-IF

              IF WS-LOAD-UNITS > 0
                 PERFORM 227-ORDER-ACCUM-RTN
                 END-IF

           .
      *
       225-PLAN-LINE-WRITE.

              ADD 1 TO WS-PLAN-LINE-COUNT
              IF WS-BASIS-WK EQUAL 'MIN '
                 ADD 1 TO WS-MIN-LINE-COUNT
                 END-IF
              IF WS-BASIS-WK EQUAL 'HIST'
                 ADD 1 TO WS-HIST-LINE-COUNT
                 END-IF
              ADD WS-LOAD-UNITS TO WS-TRUCK-LOAD-TOTAL
              ADD WS-LOAD-UNITS TO WS-GRAND-LOAD-TOTAL

              MOVE WS-ITM-ID (WS-ITM-IDX)   TO LDR-ITEM-OUT
              MOVE WS-ITM-NAME (WS-ITM-IDX) TO LDR-NAME-OUT
              MOVE WS-BASIS-WK              TO LDR-BASIS-OUT
              MOVE WS-DEMAND-UNITS          TO LDR-FCST-OUT
              MOVE WS-SAFETY-UNITS          TO LDR-SAFETY-OUT
              MOVE WS-TARGET-UNITS          TO LDR-TARGET-OUT-D
              MOVE WS-ONHAND-WK             TO LDR-ONHAND-OUT
              MOVE WS-LOAD-UNITS            TO LDR-LOAD-OUT

              MOVE LDR-DETAIL-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              MOVE WS-TARGET-DATE            TO FCH-TARGET-DATE
              MOVE TRUCK-ID-MST              TO FCH-TRUCK-ID
              MOVE WS-ITM-ID (WS-ITM-IDX)    TO FCH-ITEM-ID
              MOVE WS-BASIS-WK               TO FCH-BASIS
              MOVE WS-ITM-FCST (WS-ITM-IDX)  TO FCH-SALES-FCST
              MOVE WS-DEMAND-UNITS           TO FCH-DEMAND
              MOVE WS-SAFETY-UNITS           TO FCH-SAFETY
              MOVE WS-ONHAND-WK              TO FCH-ONHAND
              MOVE WS-LOAD-UNITS             TO FCH-LOAD
              WRITE PIZZA-FORECAST-HIST-REC

           .
      *
      * ROLLS THE LOAD INTO THE TRUCK'S HOME COMMISSARY TOTAL FOR
      * THE ITEM, KEYED ON THE ITEM ID THE SAME AS THE PICK LIST.

       227-ORDER-ACCUM-RTN.

              MOVE HOME-COMMISSARY-MST    TO OWK-COMMISSARY
              MOVE WS-ITM-ID (WS-ITM-IDX) TO OWK-ITEM-ID
              READ ORDER-WORK
                  INVALID KEY
                     MOVE HOME-COMMISSARY-MST    TO OWK-COMMISSARY
                     MOVE WS-ITM-ID (WS-ITM-IDX) TO OWK-ITEM-ID
                     MOVE WS-ITM-NAME (WS-ITM-IDX) TO OWK-ITEM-NAME
                     MOVE WS-LOAD-UNITS          TO OWK-QTY
                     WRITE ORDER-WORK-REC
                  NOT INVALID KEY
                     ADD WS-LOAD-UNITS TO OWK-QTY
                     REWRITE ORDER-WORK-REC
              END-READ

           .
      *
      * WRITES THE DATED ORDER FILE FOR THE PURCHASE ORDER RUN AND
      * PRINTS THE SAME LINES AS THE LAST SECTION OF THE PLAN. THE
      * HEADER ROW GOES OUT EVEN WHEN NOTHING NEEDS LOADING, SO THE
      * ORDER RUN KNOWS TONIGHT'S PLAN WAS BUILT AND ORDERS NOTHING
      * RATHER THAN FALLING BACK TO THE PICK LIST.

       240-ORDER-FILE-WRITE.

              OPEN OUTPUT PIZZA-LOADOUT-ORDER
              IF WS-ORDER-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO CREATE PIZZA-LOADOUT-'
                         'ORDER, STATUS ' WS-ORDER-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE SPACES      TO PIZZA-LOADOUT-ORDER-REC
              MOVE WS-RUN-DATE TO LDO-BUSINESS-DATE
              MOVE 'H'         TO LDO-REC-TYPE
              MOVE 0           TO LDO-QTY
              WRITE PIZZA-LOADOUT-ORDER-REC

              MOVE LDR-ORDER-HEADER TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 3 LINE

              MOVE LDR-ORDER-HEADER-2 TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 2 LINE

              MOVE LOW-VALUES TO OWK-KEY
              MOVE 'NO' TO WS-ORDER-WORK-EOF
              START ORDER-WORK KEY NOT LESS THAN OWK-KEY
                  INVALID KEY
                     MOVE 'YES' TO WS-ORDER-WORK-EOF
              END-START

              PERFORM UNTIL WS-ORDER-WORK-EOF EQUAL 'YES'
                 READ ORDER-WORK NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-ORDER-WORK-EOF
                     NOT AT END
                        MOVE OWK-COMMISSARY TO LDR-ORD-COMM-OUT
                        MOVE OWK-ITEM-NAME  TO LDR-ORD-ITEM-OUT
                        MOVE OWK-QTY        TO LDR-ORD-QTY-OUT

                        MOVE LDR-ORDER-LINE TO PIZZA-LOADOUT-REC
                        WRITE PIZZA-LOADOUT-REC
                              AFTER ADVANCING 1 LINE

                        MOVE WS-RUN-DATE    TO LDO-BUSINESS-DATE
                        MOVE 'D'            TO LDO-REC-TYPE
                        MOVE OWK-COMMISSARY TO LDO-COMMISSARY
                        MOVE OWK-ITEM-ID    TO LDO-ITEM-ID
                        MOVE OWK-ITEM-NAME  TO LDO-ITEM-NAME
                        MOVE OWK-QTY        TO LDO-QTY
                        WRITE PIZZA-LOADOUT-ORDER-REC
                        ADD 1 TO WS-ORDER-LINE-COUNT
                 END-READ
              END-PERFORM

              CLOSE PIZZA-LOADOUT-ORDER

           .
      *
       250-CLOSE-ROUTINE.

              MOVE 'TRUCKS PLANNED:           ' TO LDR-COUNT-LABEL
              MOVE WS-TRUCK-PLAN-COUNT TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'PLAN LINES PRINTED:       ' TO LDR-COUNT-LABEL
              MOVE WS-PLAN-LINE-COUNT TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'LINES FORECAST FROM SALES:' TO LDR-COUNT-LABEL
              MOVE WS-HIST-LINE-COUNT TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'LINES AT REORDER-MIN:     ' TO LDR-COUNT-LABEL
              MOVE WS-MIN-LINE-COUNT TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TOTAL UNITS TO LOAD:      ' TO LDR-COUNT-LABEL
              MOVE WS-GRAND-LOAD-TOTAL TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'ORDER LINES WRITTEN:      ' TO LDR-COUNT-LABEL
              MOVE WS-ORDER-LINE-COUNT TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'HISTORY ROWS READ:        ' TO LDR-COUNT-LABEL
              MOVE WS-HIST-READ-COUNT TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'HISTORY ROWS USED:        ' TO LDR-COUNT-LABEL
              MOVE WS-HIST-USED-COUNT TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'HISTORY ROWS UNREADABLE:  ' TO LDR-COUNT-LABEL
              MOVE WS-HIST-BAD-COUNT TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'RECIPE LINES SKIPPED:     ' TO LDR-COUNT-LABEL
              MOVE WS-RECIPE-SKIP-COUNT TO LDR-COUNT-OUT
              MOVE LDR-COUNT-LINE TO PIZZA-LOADOUT-REC
              WRITE PIZZA-LOADOUT-REC
                    AFTER ADVANCING 1 LINE

              IF WS-INVEN-OPEN EQUAL 'YES'
                 CLOSE INVEN-MASTER
                 END-IF

              CLOSE    FCST-WORK
                       ORDER-WORK
                       PIZZA-FORECAST-HIST
                       PIZZA-LOADOUT-RPT

              PERFORM 255-STEP-COUNTS-RTN

              STOP RUN
           .
      *
      * THE RUN'S COUNTS FOR THE NIGHTLY JOB DRIVER, AND A WARNING
      * RETURN CODE WHEN A HISTORY ROW COULD NOT BE READ - THE
      * DRIVER CARRIES THE STREAM ON PAST A 4 BUT STOPS IT ON
      * ANYTHING HIGHER.

       255-STEP-COUNTS-RTN.

              IF WS-HIST-BAD-COUNT > 0
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
                 END-IF

              OPEN EXTEND PIZZA-STEP-COUNTS
              IF WS-STEP-COUNTS-STATUS EQUAL '35'
                 OPEN OUTPUT PIZZA-STEP-COUNTS
                 END-IF

              MOVE 'PIZZA-LOADOUT-PROG' TO STC-PROGRAM
              MOVE WS-HIST-READ-COUNT TO STC-READ
              COMPUTE STC-WRITTEN =
                      WS-PLAN-LINE-COUNT + WS-ORDER-LINE-COUNT
              MOVE WS-HIST-BAD-COUNT TO STC-REJECTED
              WRITE PIZZA-STEP-COUNTS-REC
              CLOSE PIZZA-STEP-COUNTS

           .

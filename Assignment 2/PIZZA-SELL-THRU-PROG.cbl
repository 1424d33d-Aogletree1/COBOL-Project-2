      *  and margin versus the standard selling price, and
      *  writes the 'S' sales/usage relief transactions for
      *  PIZZA-INVEN-UPDATE itself, so nightly usage is no
      *  longer hand-keyed from the tapes.  Pizzas with a
      *  recipe on PIZZA-RECIPE are also exploded into their
      *  ingredients - dough, sauce, cheese, toppings - and one
      *  'S' posting per truck and ingredient relieves the
      *  theoretical usage, which the usage variance run
      *  later sets against the physical count.  Every night's
      *  units by truck and item are also kept, by business
      *  date, on PIZZA-SALES-HIST - the history the load-out
      *  forecast is built from.  A rerun of a date replaces
      *  that date's rows, and rows older than WS-HIST-KEEP-DAYS
      *  drop off as the file is rebuilt.
      **********************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'SALES-USAGE-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE RECIPE - INGREDIENT ITEMS AND QUANTITY USED PER PIZZA.

           SELECT PIZZA-RECIPE
               ASSIGN TO 'PIZZA-RECIPE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIPE-FILE-STATUS.

           SELECT TRUCK-MASTER
               ASSIGN TO 'TRUCK-MASTER.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

      * UNITS SOLD BY BUSINESS DATE, TRUCK AND ITEM, AND THE WORK
      * FILE IT IS REBUILT THROUGH EACH RUN.

           SELECT PIZZA-SALES-HIST
               ASSIGN TO 'PIZZA-SALES-HIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SALES-HIST-WORK
               ASSIGN TO 'SALES-HIST-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-WORK-STATUS.

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
           05  SUT-QUANTITY       PIC 9(5).
           05  SUT-TO-TRUCK-ID    PIC X(5).
           05  FILLER             PIC X(3).
      *
      * ONE LINE PER PIZZA AND INGREDIENT. THE QUANTITY IS IN THE
      * INGREDIENT'S OWN STOCKING UNIT, TO THREE DECIMALS, SO A
      * QUARTER POUND OF CHEESE READS 000250.

       FD  PIZZA-RECIPE
           RECORD CONTAINS 10 CHARACTERS.
       01  PIZZA-RECIPE-REC.
           05  RCP-PIZZA-ID       PIC X(2).
           05  RCP-INGRED-ID      PIC X(2).
           05  RCP-QTY-PER        PIC 9(3)V999.
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
           05  REORDER-MIN-MST     PIC 999.
           05  PURCH-TOL-MST       PIC 99V99.
           05  SELL-TOL-MST        PIC 99V99.
           05  PERISH-FLAG-MST     PIC X(1).
           05  SHELF-LIFE-MST      PIC 999.
           05  TAXABLE-FLAG-MST    PIC X(1).
      *
      * ONE ROW PER BUSINESS DATE, TRUCK AND ITEM SOLD.

       FD  PIZZA-SALES-HIST
           RECORD CONTAINS 20 CHARACTERS.
       01  PIZZA-SALES-HIST-REC.
           05  SLH-SALES-DATE      PIC 9(8).
           05  SLH-TRUCK-ID        PIC X(5).
           05  SLH-ITEM-ID         PIC X(2).
           05  SLH-UNITS           PIC 9(5).
      *
       FD  SALES-HIST-WORK
           RECORD CONTAINS 20 CHARACTERS.
       01  SALES-HIST-WORK-REC    PIC X(20).
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
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    WS-REG-FILE-STATUS        PIC XX       VALUE '00'.
             05    WS-STEP-COUNTS-STATUS     PIC XX       VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-RECIPE-FILE-STATUS     PIC XX       VALUE '00'.
             05    WS-HIST-STATUS            PIC XX       VALUE '00'.
             05    WS-HIST-WORK-STATUS       PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-HIST-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-RUN-DATE-INT           PIC 9(7)     VALUE 0.
             05    WS-HIST-KEEP-DAYS         PIC 9(3)     VALUE 91.
             05    WS-HIST-CUTOFF            PIC 9(8)     VALUE 0.
             05    WS-HIST-KEPT-COUNT        PIC 9(7)     VALUE 0.
             05    WS-HIST-DROP-COUNT        PIC 9(7)     VALUE 0.
             05    WS-HIST-WRITE-COUNT       PIC 9(7)     VALUE 0.
             05    WS-RECIPE-EOF             PIC X(3)     VALUE 'NO'.
             05    WS-USE-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-RECIPE-LINE-OK         PIC X(3)     VALUE 'YES'.
             05    WS-INGRED-QTY-WK          PIC 9(7)V999 VALUE 0.
             05    WS-INGRED-POST-QTY        PIC 9(7)     VALUE 0.
             05    WS-RECIPE-READ-COUNT      PIC 9(5)     VALUE 0.
             05    WS-RECIPE-SKIP-COUNT      PIC 9(5)     VALUE 0.
             05    WS-INGRED-WRITE-COUNT     PIC 9(7)     VALUE 0.
             05    WS-VALID-RECORD           PIC X(3)     VALUE 'YES'.
             05    WS-REASON-CODE            PIC X(2)     VALUE SPACES.
             05    WS-REASON-TEXT            PIC X(30)    VALUE SPACES.
                   10    WS-REJ-CODE         PIC X(2).
                   10    WS-REJ-TEXT         PIC X(30).

      * THE RECIPE LINES THAT PASSED THE ITEM-MASTER CHECK.

       01    WS-RECIPE-TABLE.
             05    WS-RCP-COUNT              PIC 999      VALUE 0.
             05    WS-RCP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RCP-IDX.
                   10    WS-RCP-PIZZA        PIC X(2).
                   10    WS-RCP-INGRED       PIC X(2).
                   10    WS-RCP-QTY          PIC 9(3)V999.

      * THEORETICAL INGREDIENT USAGE PER TRUCK, SUMMED ACROSS EVERY
      * PIZZA THE TRUCK RANG AND ROUNDED ONCE AT POSTING TIME.

       01    WS-USAGE-TABLE.
             05    WS-USE-COUNT              PIC 9(4)     VALUE 0.
             05    WS-USE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-USE-IDX.
                   10    WS-USE-TRUCK        PIC X(5).
                   10    WS-USE-INGRED       PIC X(2).
                   10    WS-USE-QTY          PIC 9(7)V999.

      *************************OUTPUT AREA*****************************
       01 STH-REPORT-HEADER.
          05 FILLER            PIC X(2)             .

           PERFORM 120-SORT-INPUT-RTN
           PERFORM 125-HOUSEKEEPING
           PERFORM 127-RECIPE-LOAD-RTN
           PERFORM 150-READ-RECORDS
           PERFORM 225-TOTAL-LINE-WRITE
           PERFORM 250-CLOSE-ROUTINE
           IF WS-TRUCK-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN TRUCK-MASTER, STATUS '
                      WS-TRUCK-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           IF WS-ITEM-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN ITEM-MASTER, STATUS '
                      WS-ITEM-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    OUTPUT    PIZZA-SELL-THRU-RPT
           OPEN    OUTPUT    SALES-USAGE-TRANS-FILE

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO STH-H1-DATE

           PERFORM 129-SALES-HIST-RTN

           MOVE STH-REPORT-HEADER    TO PIZZA-SELL-THRU-REC
           WRITE PIZZA-SELL-THRU-REC

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
      * LOADS THE RECIPE. A LINE WHOSE PIZZA OR INGREDIENT IS NOT ON
      * ITEM-MASTER, OR WHOSE QUANTITY IS NOT A NUMBER, IS SKIPPED
      * LOUDLY - THE PIZZA STILL SELLS, IT JUST RELIEVES NOTHING FOR
      * THAT INGREDIENT UNTIL THE RECIPE IS FIXED. NO RECIPE FILE AT
      * ALL MEANS FINISHED-PIZZA POSTINGS ONLY, AS BEFORE.

       127-RECIPE-LOAD-RTN.

              OPEN INPUT PIZZA-RECIPE
              IF WS-RECIPE-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'WARNING - PIZZA-RECIPE NOT AVAILABLE, '
                         'STATUS ' WS-RECIPE-FILE-STATUS
                         ' - NO INGREDIENT POSTINGS WRITTEN'
              ELSE
                 MOVE 'NO' TO WS-RECIPE-EOF
                 PERFORM UNTIL WS-RECIPE-EOF EQUAL 'YES'
                    READ PIZZA-RECIPE
                        AT END
                           MOVE 'YES' TO WS-RECIPE-EOF
                        NOT AT END
                           ADD 1 TO WS-RECIPE-READ-COUNT
                           PERFORM 128-RECIPE-LINE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-RECIPE
                 END-IF

           .
      *
       128-RECIPE-LINE-RTN.

              MOVE 'YES' TO WS-RECIPE-LINE-OK

              IF RCP-QTY-PER IS NOT NUMERIC
                 MOVE 'NO' TO WS-RECIPE-LINE-OK
              ELSE
                 IF RCP-QTY-PER EQUAL 0
                    MOVE 'NO' TO WS-RECIPE-LINE-OK
                    END-IF
                 END-IF

              IF WS-RECIPE-LINE-OK EQUAL 'YES'
                 MOVE RCP-PIZZA-ID TO ITEM-ID-MST
                 READ ITEM-MASTER
                     INVALID KEY
                        MOVE 'NO' TO WS-RECIPE-LINE-OK
                 END-READ
                 END-IF

              IF WS-RECIPE-LINE-OK EQUAL 'YES'
                 MOVE RCP-INGRED-ID TO ITEM-ID-MST
                 READ ITEM-MASTER
                     INVALID KEY
                        MOVE 'NO' TO WS-RECIPE-LINE-OK
                 END-READ
                 END-IF

              IF WS-RECIPE-LINE-OK EQUAL 'NO'
                 ADD 1 TO WS-RECIPE-SKIP-COUNT
                 DISPLAY 'WARNING - RECIPE LINE SKIPPED - BAD ITEM '
                         'OR QUANTITY: ' PIZZA-RECIPE-REC
              ELSE
                 IF WS-RCP-COUNT < 500
                    ADD 1 TO WS-RCP-COUNT
                    SET WS-RCP-IDX TO WS-RCP-COUNT
                    MOVE RCP-PIZZA-ID  TO WS-RCP-PIZZA (WS-RCP-IDX)
                    MOVE RCP-INGRED-ID TO WS-RCP-INGRED (WS-RCP-IDX)
                    MOVE RCP-QTY-PER   TO WS-RCP-QTY (WS-RCP-IDX)
                 ELSE
                    DISPLAY 'ERROR - RECIPE TABLE FULL (500) - '
                            'RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

           .
      *
      * REBUILDS THE SALES HISTORY THROUGH THE WORK FILE - EVERY ROW
      * KEPT EXCEPT THIS BUSINESS DATE'S, SO A RERUN DOES NOT DOUBLE
      * THE DAY, AND THOSE OLDER THAN WS-HIST-KEEP-DAYS. THE FILE IS
      * LEFT OPEN FOR TONIGHT'S ROWS. NO HISTORY YET JUST MEANS THE
      * FIRST NIGHT.

       129-SALES-HIST-RTN.

              COMPUTE WS-RUN-DATE-INT =
                      FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
              COMPUTE WS-HIST-CUTOFF = FUNCTION DATE-OF-INTEGER
                      (WS-RUN-DATE-INT - WS-HIST-KEEP-DAYS)

              OPEN OUTPUT SALES-HIST-WORK
              OPEN INPUT  PIZZA-SALES-HIST
              IF WS-HIST-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-HIST-EOF
                 PERFORM UNTIL WS-HIST-EOF EQUAL 'YES'
                    READ PIZZA-SALES-HIST
                        AT END
                           MOVE 'YES' TO WS-HIST-EOF
                        NOT AT END
                           IF SLH-SALES-DATE EQUAL WS-RUN-DATE
                              OR SLH-SALES-DATE < WS-HIST-CUTOFF
                              ADD 1 TO WS-HIST-DROP-COUNT
                           ELSE
                              MOVE PIZZA-SALES-HIST-REC
                                   TO SALES-HIST-WORK-REC
                              WRITE SALES-HIST-WORK-REC
                              ADD 1 TO WS-HIST-KEPT-COUNT
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-SALES-HIST
              ELSE
                 DISPLAY 'WARNING - PIZZA-SALES-HIST NOT FOUND, '
                         'STATUS ' WS-HIST-STATUS
                         ' - STARTING A NEW HISTORY'
                 END-IF
              CLOSE SALES-HIST-WORK

              OPEN INPUT  SALES-HIST-WORK
              OPEN OUTPUT PIZZA-SALES-HIST
              IF WS-HIST-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO REBUILD PIZZA-SALES-HIST, '
                         'STATUS ' WS-HIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-HIST-EOF
              PERFORM UNTIL WS-HIST-EOF EQUAL 'YES'
                 READ SALES-HIST-WORK
                     AT END
                        MOVE 'YES' TO WS-HIST-EOF
                     NOT AT END
                        MOVE SALES-HIST-WORK-REC
                             TO PIZZA-SALES-HIST-REC
                        WRITE PIZZA-SALES-HIST-REC
                 END-READ
              END-PERFORM
              CLOSE SALES-HIST-WORK

           .
      *
       150-READ-RECORDS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                      (REG-UNITS-IN * WS-STD-SELLING-WK)
              ADD REG-UNITS-IN    TO WS-TRUCK-UNITS

              PERFORM 226-RECIPE-EXPLODE-RTN

           .
      *
      * RUNS THE LINE'S UNITS THROUGH EVERY RECIPE LINE FOR ITS
      * PIZZA AND ADDS THE INGREDIENT QUANTITIES TO THE TRUCK'S
      * THEORETICAL USAGE.

       226-RECIPE-EXPLODE-RTN.

              PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                      UNTIL WS-RCP-IDX > WS-RCP-COUNT
                 IF WS-RCP-PIZZA (WS-RCP-IDX) EQUAL REG-ITEM-ID-IN
                    COMPUTE WS-INGRED-QTY-WK =
                            REG-UNITS-IN * WS-RCP-QTY (WS-RCP-IDX)
                    PERFORM 227-USAGE-ACCUM-RTN
                 END-IF
              END-PERFORM

           .
      *
       227-USAGE-ACCUM-RTN.

              MOVE 'NO' TO WS-USE-FOUND
              PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                      UNTIL WS-USE-IDX > WS-USE-COUNT
                      OR WS-USE-FOUND EQUAL 'YES'
                 IF WS-USE-TRUCK (WS-USE-IDX) EQUAL REG-TRUCK-ID-IN
                    AND WS-USE-INGRED (WS-USE-IDX) EQUAL
                        WS-RCP-INGRED (WS-RCP-IDX)
                    MOVE 'YES' TO WS-USE-FOUND
                 END-IF
              END-PERFORM

              IF WS-USE-FOUND EQUAL 'YES'
                 SET WS-USE-IDX DOWN BY 1
              ELSE
                 IF WS-USE-COUNT < 2000
                    ADD 1 TO WS-USE-COUNT
                    SET WS-USE-IDX TO WS-USE-COUNT
                    MOVE REG-TRUCK-ID-IN TO WS-USE-TRUCK (WS-USE-IDX)
                    MOVE WS-RCP-INGRED (WS-RCP-IDX)
                         TO WS-USE-INGRED (WS-USE-IDX)
                    MOVE 0 TO WS-USE-QTY (WS-USE-IDX)
                 ELSE
                    DISPLAY 'ERROR - INGREDIENT USAGE TABLE FULL '
                            '(2000) - RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

              ADD WS-INGRED-QTY-WK TO WS-USE-QTY (WS-USE-IDX)

           .
      *
      * ONE 'S' RELIEF POSTING PER TRUCK AND INGREDIENT, ROUNDED TO
      * WHOLE STOCKING UNITS - INVEN-MASTER CARRIES NO FRACTIONS. A
      * TRUCK THAT USED LESS THAN HALF A UNIT POSTS NOTHING.

       228-INGRED-TRANS-WRITE.

              PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                      UNTIL WS-USE-IDX > WS-USE-COUNT
                 COMPUTE WS-INGRED-POST-QTY ROUNDED =
                         WS-USE-QTY (WS-USE-IDX)
                 IF WS-INGRED-POST-QTY > 0
                    MOVE 'S'                        TO SUT-TRANS-CODE
                    MOVE WS-USE-TRUCK (WS-USE-IDX)  TO SUT-TRUCK-ID
                    MOVE WS-USE-INGRED (WS-USE-IDX) TO SUT-ITEM-ID
                    MOVE WS-INGRED-POST-QTY         TO SUT-QUANTITY
                    MOVE SPACES                     TO SUT-TO-TRUCK-ID
                    WRITE SALES-USAGE-TRANS-REC
                    ADD 1 TO WS-INGRED-WRITE-COUNT
                 END-IF
              END-PERFORM

           .
      *
      * ONE 'S' RELIEF POSTING PER TRUCK/ITEM GROUP - THE UNITS THE
              WRITE SALES-USAGE-TRANS-REC
              ADD 1 TO WS-TRANS-WRITE-COUNT

              MOVE WS-RUN-DATE       TO SLH-SALES-DATE
              MOVE WS-PREV-TRUCK-ID  TO SLH-TRUCK-ID
              MOVE WS-PREV-ITEM-ID   TO SLH-ITEM-ID
              MOVE WS-TRUCK-UNITS    TO SLH-UNITS
              WRITE PIZZA-SALES-HIST-REC
              ADD 1 TO WS-HIST-WRITE-COUNT

           .
      *
      * ONE REPORT LINE PER ITEM - UNITS, ACTUAL REVENUE, MARGIN
              PERFORM 224-ITEM-LINE-WRITE
              END-IF

           PERFORM 228-INGRED-TRANS-WRITE

           MOVE WS-TOT-UNITS   TO STH-TOT-UNITS-OUT
           MOVE WS-TOT-REVENUE TO STH-TOT-REV-OUT
           MOVE WS-TOT-MARGIN  TO STH-TOT-MARGIN-OUT
              WRITE PIZZA-SELL-THRU-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'RECIPE LINES READ:        ' TO STH-COUNT-LABEL
              MOVE WS-RECIPE-READ-COUNT TO STH-COUNT-OUT
              MOVE STH-COUNT-LINE TO PIZZA-SELL-THRU-REC
              WRITE PIZZA-SELL-THRU-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'RECIPE LINES SKIPPED:     ' TO STH-COUNT-LABEL
              MOVE WS-RECIPE-SKIP-COUNT TO STH-COUNT-OUT
              MOVE STH-COUNT-LINE TO PIZZA-SELL-THRU-REC
              WRITE PIZZA-SELL-THRU-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'INGREDIENT POSTINGS:      ' TO STH-COUNT-LABEL
              MOVE WS-INGRED-WRITE-COUNT TO STH-COUNT-OUT
              MOVE STH-COUNT-LINE TO PIZZA-SELL-THRU-REC
              WRITE PIZZA-SELL-THRU-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'SALES HISTORY ROWS KEPT:  ' TO STH-COUNT-LABEL
              MOVE WS-HIST-KEPT-COUNT TO STH-COUNT-OUT
              MOVE STH-COUNT-LINE TO PIZZA-SELL-THRU-REC
              WRITE PIZZA-SELL-THRU-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'SALES HISTORY ROWS DROPPED' TO STH-COUNT-LABEL
              MOVE WS-HIST-DROP-COUNT TO STH-COUNT-OUT
              MOVE STH-COUNT-LINE TO PIZZA-SELL-THRU-REC
              WRITE PIZZA-SELL-THRU-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'SALES HISTORY ROWS ADDED: ' TO STH-COUNT-LABEL
              MOVE WS-HIST-WRITE-COUNT TO STH-COUNT-OUT
              MOVE STH-COUNT-LINE TO PIZZA-SELL-THRU-REC
              WRITE PIZZA-SELL-THRU-REC
                    AFTER ADVANCING 1 LINE

      * A RUN WHOSE VALID + REJECTED DOES NOT COVER EVERY LINE READ
      * ENDS WITH A BAD RETURN CODE, SAME AS THE NIGHTLY RUN'S
      * BALANCE CHECK.
                       ITEM-MASTER
                       PIZZA-SELL-THRU-RPT
                       SALES-USAGE-TRANS-FILE
                       PIZZA-SALES-HIST

              PERFORM 255-STEP-COUNTS-RTN

              STOP RUN
           .
      *
      * THE RUN'S COUNTS FOR THE NIGHTLY JOB DRIVER, AND A WARNING
      * RETURN CODE WHEN ANYTHING WAS REJECTED - THE DRIVER CARRIES
      * THE STREAM ON PAST A 4 BUT STOPS IT ON ANYTHING HIGHER.

       255-STEP-COUNTS-RTN.

              IF WS-REJECT-COUNT > 0
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
                 END-IF

              OPEN EXTEND PIZZA-STEP-COUNTS
              IF WS-STEP-COUNTS-STATUS EQUAL '35'
                 OPEN OUTPUT PIZZA-STEP-COUNTS
                 END-IF

              MOVE 'PIZZA-SELL-THRU-PROG' TO STC-PROGRAM
              MOVE WS-RECORD-COUNT TO STC-READ
              COMPUTE STC-WRITTEN =
                      WS-TRANS-WRITE-COUNT + WS-INGRED-WRITE-COUNT
              MOVE WS-REJECT-COUNT TO STC-REJECTED
              WRITE PIZZA-STEP-COUNTS-REC
              CLOSE PIZZA-STEP-COUNTS

           .

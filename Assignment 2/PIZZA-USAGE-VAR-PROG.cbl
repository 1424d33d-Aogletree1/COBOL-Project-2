       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-USAGE-VAR-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Theoretical versus actual ingredient usage by truck
      *  for Rolling Pizza Trucks.  The sell-through run
      *  explodes every pizza rung through PIZZA-RECIPE and
      *  relieves the ingredients the recipe says were used -
      *  the theoretical usage.  The nightly count then
      *  compares the book left after that relief with what
      *  is physically on the truck, and the difference lands
      *  on PIZZA-SHRINK-EXTRACT.  Theoretical plus that
      *  difference is what the truck actually went through.
      *  This program prints both side by side per truck and
      *  ingredient, with the variance in units, percent and
      *  dollars at standard cost, and flags the trucks using
      *  more than the recipe allows - the over-portioning
      *  the finished-pizza counts can never show.  Run it
      *  after the nightly inventory run has written the
      *  shrink extract.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE NIGHT'S 'S' RELIEF POSTINGS FROM THE SELL-THROUGH RUN -
      * FINISHED PIZZAS AND INGREDIENTS BOTH. ONLY THE INGREDIENT
      * LINES ARE REPORTED, SORTED TRUCK WITHIN INGREDIENT ORDER.

           SELECT SALES-USAGE-TRANS-FILE
               ASSIGN TO 'SALES-USAGE-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUT-FILE-STATUS.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWORK'.

           SELECT SALES-USAGE-SORTED
               ASSIGN TO 'SALES-USAGE-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PIZZA-RECIPE
               ASSIGN TO 'PIZZA-RECIPE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIPE-FILE-STATUS.

           SELECT PIZZA-SHRINK-EXTRACT
               ASSIGN TO 'PIZZA-SHRINK-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRINK-FILE-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT PIZZA-USAGE-VAR-RPT
               ASSIGN TO 'PIZZA-USAGE-VAR-RPT.TXT'.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

       FD  SALES-USAGE-TRANS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  SALES-USAGE-RAW-REC    PIC X(21).
      *
       SD  SORT-WORK
           RECORD CONTAINS 21 CHARACTERS.
       01  SORT-WORK-REC.
           05  FILLER             PIC X(1).
           05  SORT-TRUCK-ID      PIC X(5).
           05  SORT-ITEM-ID       PIC X(2).
           05  FILLER             PIC X(13).
      *
       FD  SALES-USAGE-SORTED
           RECORD CONTAINS 21 CHARACTERS.
       01  SALES-USAGE-TRANS-REC.
           05  SUT-TRANS-CODE     PIC X(1).
           05  SUT-TRUCK-ID       PIC X(5).
           05  SUT-ITEM-ID        PIC X(2).
           05  SUT-QUANTITY       PIC 9(5).
           05  SUT-TO-TRUCK-ID    PIC X(5).
           05  FILLER             PIC X(3).
      *
       FD  PIZZA-RECIPE
           RECORD CONTAINS 10 CHARACTERS.
       01  PIZZA-RECIPE-REC.
           05  RCP-PIZZA-ID       PIC X(2).
           05  RCP-INGRED-ID      PIC X(2).
           05  RCP-QTY-PER        PIC 9(3)V999.
      *
       FD  PIZZA-SHRINK-EXTRACT
           RECORD CONTAINS 13 CHARACTERS.
       01  PIZZA-SHRINK-EXT-REC.
           05  SHX-TRUCK-ID-IN     PIC X(5).
           05  SHX-ITEM-ID-IN      PIC X(2).
           05  SHX-QTY-IN          PIC S9(5)
                                   SIGN LEADING SEPARATE.
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
       FD    PIZZA-USAGE-VAR-RPT
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-USAGE-VAR-REC        PIC X(100).
      *
       FD  PIZZA-RUN-PARM
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    WS-SUT-FILE-STATUS        PIC XX       VALUE '00'.
             05    WS-RECIPE-FILE-STATUS     PIC XX       VALUE '00'.
             05    WS-SHRINK-FILE-STATUS     PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-FILE-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-ING-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-SHR-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-PREV-TRUCK-ID          PIC X(5)     VALUE SPACES.
             05    WS-STD-PURCHASE-WK        PIC 99V99    VALUE 0.
             05    WS-THEO-QTY               PIC 9(5)     VALUE 0.
             05    WS-VAR-QTY                PIC S9(5)    VALUE 0.
             05    WS-ACTUAL-QTY             PIC S9(6)    VALUE 0.
             05    WS-VAR-PCT                PIC S9(5)V99 VALUE 0.
             05    WS-VAR-COST               PIC S9(7)V99 VALUE 0.
             05    WS-TRK-VAR-COST           PIC S9(7)V99 VALUE 0.
             05    WS-TOT-VAR-COST           PIC S9(7)V99 VALUE 0.
             05    WS-POSTING-COUNT          PIC 9(7)     VALUE 0.
             05    WS-INGRED-LINE-COUNT      PIC 9(7)     VALUE 0.
             05    WS-OVER-COUNT             PIC 9(7)     VALUE 0.
             05    WS-UNCOUNTED-COUNT        PIC 9(7)     VALUE 0.

      * A TRUCK USING MORE THAN THIS PERCENT OVER THE RECIPE ON AN
      * INGREDIENT IS FLAGGED - ROOM FOR A HEAVY HAND ON A BUSY
      * NIGHT, NOT FOR A HABIT.

             05    WS-OVER-PORTION-PCT       PIC 9(3)V99  VALUE 5.00.

      * EVERY ITEM THAT APPEARS AS AN INGREDIENT ON THE RECIPE.

       01    WS-INGRED-TABLE.
             05    WS-ING-COUNT              PIC 999      VALUE 0.
             05    WS-ING-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ING-IDX.
                   10    WS-ING-ID           PIC X(2).

      * TONIGHT'S BOOK-MINUS-COUNT DIFFERENCE PER TRUCK/ITEM.

       01    WS-SHRINK-TABLE.
             05    WS-SHR-COUNT              PIC 9(4)     VALUE 0.
             05    WS-SHR-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-SHR-IDX.
                   10    WS-SHR-TRUCK        PIC X(5).
                   10    WS-SHR-ITEM         PIC X(2).
                   10    WS-SHR-QTY          PIC S9(5).

      *************************OUTPUT AREA*****************************
       01 USV-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 USV-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 USV-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 USV-INITIALS      PIC X(3) VALUE 'AHO'.

       01 USV-REPORT-HEADER-2.
          05 FILLER            PIC X(18) VALUE SPACES.
          05 USV-REPORT-LINE   PIC X(44) VALUE
             'THEORETICAL VS ACTUAL INGREDIENT USAGE'.

       01 USV-REPORT-HEADER-3.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 USV-TRUCK-HDR   PIC X(5) VALUE 'TRUCK'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 USV-ITEM-HDR    PIC X(4) VALUE 'ITEM'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 USV-NAME-HDR    PIC X(15) VALUE 'NAME'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 USV-THEO-HDR    PIC X(6) VALUE 'THEORY'        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 USV-ACT-HDR     PIC X(7) VALUE ' ACTUAL'       .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 USV-VAR-HDR     PIC X(7) VALUE '    VAR'       .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 USV-PCT-HDR     PIC X(8) VALUE '   VAR %'      .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 USV-COST-HDR    PIC X(11) VALUE '   VAR COST'.

       01 USV-DETAIL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 USV-TRUCK-OUT     PIC X(5)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 USV-ITEM-OUT      PIC X(2)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 USV-NAME-OUT      PIC X(15)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 USV-THEO-OUT      PIC ZZZZZ9             .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 USV-ACT-OUT       PIC ZZZZZ9-            .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 USV-VAR-OUT       PIC ZZZZZ9-            .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 USV-PCT-OUT       PIC ZZZZ9.99-          .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 USV-COST-OUT      PIC ZZ,ZZ9.99-         .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 USV-FLAG-OUT      PIC X(12)              .

       01 USV-TRUCK-TOTAL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 USV-TT-LABEL      PIC X(20) VALUE
             'TRUCK VARIANCE COST:'.
          05 FILLER            PIC X(1) VALUE SPACES .
          05 USV-TT-TRUCK-OUT  PIC X(5)               .
          05 FILLER            PIC X(41) VALUE SPACES.
          05 USV-DOLLSIGN1     PIC X    VALUE '$'     .
          05 USV-TT-COST-OUT   PIC ZZ,ZZ9.99-         .

       01 USV-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 USV-COUNT-LABEL   PIC X(26)                        .
          05 USV-COUNT-OUT     PIC ZZZ,ZZ9                      .

       01 USV-TOTAL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 USV-TOTAL-LABEL   PIC X(26)                        .
          05 USV-DOLLSIGN2     PIC X    VALUE '$'               .
          05 USV-TOTAL-OUT     PIC Z,ZZZ,ZZ9.99-                .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 120-SORT-INPUT-RTN
           PERFORM 125-HOUSEKEEPING
           PERFORM 127-INGRED-LOAD-RTN
           PERFORM 128-SHRINK-LOAD-RTN
           PERFORM 150-READ-RECORDS
           PERFORM 250-CLOSE-ROUTINE

           .
      *
      * SEQUENCES THE POSTINGS BY TRUCK AND ITEM FOR THE TRUCK
      * CONTROL BREAK.

       120-SORT-INPUT-RTN.

           OPEN INPUT SALES-USAGE-TRANS-FILE
           IF WS-SUT-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN SALES-USAGE-TRANS, '
                      'STATUS ' WS-SUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF
           CLOSE SALES-USAGE-TRANS-FILE

           SORT SORT-WORK
                ON ASCENDING KEY SORT-TRUCK-ID
                                 SORT-ITEM-ID
                WITH DUPLICATES IN ORDER
                USING  SALES-USAGE-TRANS-FILE
                GIVING SALES-USAGE-SORTED

           .
      *
       125-HOUSEKEEPING.

           OPEN    INPUT     SALES-USAGE-SORTED

           OPEN    INPUT     ITEM-MASTER
           IF WS-ITEM-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN ITEM-MASTER, STATUS '
                      WS-ITEM-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    OUTPUT    PIZZA-USAGE-VAR-RPT

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO USV-H1-DATE

           MOVE USV-REPORT-HEADER    TO PIZZA-USAGE-VAR-REC
           WRITE PIZZA-USAGE-VAR-REC
                   AFTER ADVANCING 2 LINE

           MOVE USV-REPORT-HEADER-2  TO PIZZA-USAGE-VAR-REC
           WRITE PIZZA-USAGE-VAR-REC
                   AFTER ADVANCING 2 LINE

           MOVE USV-REPORT-HEADER-3  TO PIZZA-USAGE-VAR-REC
           WRITE PIZZA-USAGE-VAR-REC
                   AFTER ADVANCING 3 LINE

           .
      *
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
      * THE DISTINCT INGREDIENT ITEMS OFF THE RECIPE. WITHOUT A
      * RECIPE THERE IS NO THEORETICAL USAGE TO REPORT.

       127-INGRED-LOAD-RTN.

              OPEN INPUT PIZZA-RECIPE
              IF WS-RECIPE-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-RECIPE, '
                         'STATUS ' WS-RECIPE-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-FILE-EOF
              PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                 READ PIZZA-RECIPE
                     AT END
                        MOVE 'YES' TO WS-FILE-EOF
                     NOT AT END
                        PERFORM 127A-INGRED-STORE-RTN
                 END-READ
              END-PERFORM

              CLOSE PIZZA-RECIPE

           .
      *
       127A-INGRED-STORE-RTN.

              MOVE 'NO' TO WS-ING-FOUND
              PERFORM VARYING WS-ING-IDX FROM 1 BY 1
                      UNTIL WS-ING-IDX > WS-ING-COUNT
                      OR WS-ING-FOUND EQUAL 'YES'
                 IF WS-ING-ID (WS-ING-IDX) EQUAL RCP-INGRED-ID
                    MOVE 'YES' TO WS-ING-FOUND
                 END-IF
              END-PERFORM

              IF WS-ING-FOUND EQUAL 'NO'
                 IF WS-ING-COUNT < 500
                    ADD 1 TO WS-ING-COUNT
                    SET WS-ING-IDX TO WS-ING-COUNT
                    MOVE RCP-INGRED-ID TO WS-ING-ID (WS-ING-IDX)
                 ELSE
                    DISPLAY 'ERROR - INGREDIENT TABLE FULL (500) - '
                            'RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

           .
      *
      * TONIGHT'S SHRINK EXTRACT. A MISSING EXTRACT MEANS THE COUNT
      * HAS NOT RUN YET - EVERY LINE WOULD PRINT AS NOT COUNTED, SO
      * STOP INSTEAD AND LET THE OPERATOR RUN IT IN ORDER.

       128-SHRINK-LOAD-RTN.

              OPEN INPUT PIZZA-SHRINK-EXTRACT
              IF WS-SHRINK-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-SHRINK-'
                         'EXTRACT, STATUS ' WS-SHRINK-FILE-STATUS
                         ' - RUN THE NIGHTLY INVENTORY FIRST'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-FILE-EOF
              PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                 READ PIZZA-SHRINK-EXTRACT
                     AT END
                        MOVE 'YES' TO WS-FILE-EOF
                     NOT AT END
                        IF SHX-QTY-IN IS NUMERIC
                           PERFORM 128A-SHRINK-STORE-RTN
                           END-IF
                 END-READ
              END-PERFORM

              CLOSE PIZZA-SHRINK-EXTRACT

           .
      *
       128A-SHRINK-STORE-RTN.

              IF WS-SHR-COUNT < 3000
                 ADD 1 TO WS-SHR-COUNT
                 SET WS-SHR-IDX TO WS-SHR-COUNT
                 MOVE SHX-TRUCK-ID-IN TO WS-SHR-TRUCK (WS-SHR-IDX)
                 MOVE SHX-ITEM-ID-IN  TO WS-SHR-ITEM (WS-SHR-IDX)
                 MOVE SHX-QTY-IN      TO WS-SHR-QTY (WS-SHR-IDX)
              ELSE
                 DISPLAY 'ERROR - SHRINK TABLE FULL (3000) - '
                         'RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
       150-READ-RECORDS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  READ SALES-USAGE-SORTED
                      AT END
                          MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                          ADD 1 TO WS-POSTING-COUNT
                          PERFORM 200-PROCESS-RTN
                  END-READ
              END-PERFORM

              IF WS-PREV-TRUCK-ID NOT EQUAL SPACES
                 PERFORM 230-TRUCK-TOTAL-RTN
                 END-IF

           .
      *
      * ONLY 'S' POSTINGS FOR RECIPE INGREDIENTS ARE REPORTED - THE
      * FINISHED-PIZZA RELIEF IS ON THE SHRINKAGE REPORT ALREADY.

       200-PROCESS-RTN.

              IF SUT-TRANS-CODE EQUAL 'S'
                 AND SUT-QUANTITY IS NUMERIC
                 MOVE 'NO' TO WS-ING-FOUND
                 PERFORM VARYING WS-ING-IDX FROM 1 BY 1
                         UNTIL WS-ING-IDX > WS-ING-COUNT
                         OR WS-ING-FOUND EQUAL 'YES'
                    IF WS-ING-ID (WS-ING-IDX) EQUAL SUT-ITEM-ID
                       MOVE 'YES' TO WS-ING-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-ING-FOUND EQUAL 'YES'
                    PERFORM 210-INGRED-LINE-RTN
                    END-IF
                 END-IF

           .
      *
      * ACTUAL USAGE IS THE THEORETICAL RELIEF PLUS WHATEVER THE
      * COUNT SAYS IS MISSING BEYOND IT. A TRUCK/INGREDIENT WITH
      * NO COUNT TONIGHT PRINTS ITS THEORY ALONE, FLAGGED.

       210-INGRED-LINE-RTN.

              IF SUT-TRUCK-ID NOT EQUAL WS-PREV-TRUCK-ID
                 IF WS-PREV-TRUCK-ID NOT EQUAL SPACES
                    PERFORM 230-TRUCK-TOTAL-RTN
                    END-IF
                 MOVE SUT-TRUCK-ID TO WS-PREV-TRUCK-ID
                 MOVE 0 TO WS-TRK-VAR-COST
                 END-IF

              ADD 1 TO WS-INGRED-LINE-COUNT
              MOVE SUT-QUANTITY TO WS-THEO-QTY

              MOVE SUT-ITEM-ID TO ITEM-ID-MST
              READ ITEM-MASTER
                  INVALID KEY
                     MOVE 'UNKNOWN ITEM' TO USV-NAME-OUT
                     MOVE 0 TO WS-STD-PURCHASE-WK
                  NOT INVALID KEY
                     MOVE ITEM-NAME-MST    TO USV-NAME-OUT
                     MOVE STD-PURCHASE-MST TO WS-STD-PURCHASE-WK
              END-READ

              MOVE 'NO' TO WS-SHR-FOUND
              PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                      UNTIL WS-SHR-IDX > WS-SHR-COUNT
                      OR WS-SHR-FOUND EQUAL 'YES'
                 IF WS-SHR-TRUCK (WS-SHR-IDX) EQUAL SUT-TRUCK-ID
                    AND WS-SHR-ITEM (WS-SHR-IDX) EQUAL SUT-ITEM-ID
                    MOVE 'YES' TO WS-SHR-FOUND
                 END-IF
              END-PERFORM

              MOVE SPACES TO USV-FLAG-OUT
              IF WS-SHR-FOUND EQUAL 'YES'
                 SET WS-SHR-IDX DOWN BY 1
                 MOVE WS-SHR-QTY (WS-SHR-IDX) TO WS-VAR-QTY
              ELSE
                 MOVE 0 TO WS-VAR-QTY
                 MOVE 'NOT COUNTED' TO USV-FLAG-OUT
                 ADD 1 TO WS-UNCOUNTED-COUNT
                 END-IF

              COMPUTE WS-ACTUAL-QTY = WS-THEO-QTY + WS-VAR-QTY
              COMPUTE WS-VAR-COST = WS-VAR-QTY * WS-STD-PURCHASE-WK

              IF WS-THEO-QTY > 0
                 COMPUTE WS-VAR-PCT ROUNDED =
                         (WS-VAR-QTY * 100) / WS-THEO-QTY
              ELSE
                 MOVE 0 TO WS-VAR-PCT
                 END-IF

              IF WS-SHR-FOUND EQUAL 'YES'
                 AND WS-VAR-PCT > WS-OVER-PORTION-PCT
                 MOVE 'OVER-PORTION' TO USV-FLAG-OUT
                 ADD 1 TO WS-OVER-COUNT
                 END-IF

              ADD WS-VAR-COST TO WS-TRK-VAR-COST
              ADD WS-VAR-COST TO WS-TOT-VAR-COST

              MOVE SUT-TRUCK-ID  TO USV-TRUCK-OUT
              MOVE SUT-ITEM-ID   TO USV-ITEM-OUT
              MOVE WS-THEO-QTY   TO USV-THEO-OUT
              MOVE WS-ACTUAL-QTY TO USV-ACT-OUT
              MOVE WS-VAR-QTY    TO USV-VAR-OUT
              MOVE WS-VAR-PCT    TO USV-PCT-OUT
              MOVE WS-VAR-COST   TO USV-COST-OUT

              MOVE USV-DETAIL-LINE TO PIZZA-USAGE-VAR-REC
              WRITE PIZZA-USAGE-VAR-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       230-TRUCK-TOTAL-RTN.

              MOVE WS-PREV-TRUCK-ID TO USV-TT-TRUCK-OUT
              MOVE WS-TRK-VAR-COST  TO USV-TT-COST-OUT

              MOVE USV-TRUCK-TOTAL-LINE TO PIZZA-USAGE-VAR-REC
              WRITE PIZZA-USAGE-VAR-REC
                    AFTER ADVANCING 1 LINE

              MOVE SPACES TO PIZZA-USAGE-VAR-REC
              WRITE PIZZA-USAGE-VAR-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       250-CLOSE-ROUTINE.

              MOVE 'TOTAL VARIANCE COST:      ' TO USV-TOTAL-LABEL
              MOVE WS-TOT-VAR-COST TO USV-TOTAL-OUT
              MOVE USV-TOTAL-LINE TO PIZZA-USAGE-VAR-REC
              WRITE PIZZA-USAGE-VAR-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'RELIEF POSTINGS READ:     ' TO USV-COUNT-LABEL
              MOVE WS-POSTING-COUNT TO USV-COUNT-OUT
              MOVE USV-COUNT-LINE TO PIZZA-USAGE-VAR-REC
              WRITE PIZZA-USAGE-VAR-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'INGREDIENT LINES:         ' TO USV-COUNT-LABEL
              MOVE WS-INGRED-LINE-COUNT TO USV-COUNT-OUT
              MOVE USV-COUNT-LINE TO PIZZA-USAGE-VAR-REC
              WRITE PIZZA-USAGE-VAR-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'OVER-PORTION FLAGS:       ' TO USV-COUNT-LABEL
              MOVE WS-OVER-COUNT TO USV-COUNT-OUT
              MOVE USV-COUNT-LINE TO PIZZA-USAGE-VAR-REC
              WRITE PIZZA-USAGE-VAR-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'NOT COUNTED TONIGHT:      ' TO USV-COUNT-LABEL
              MOVE WS-UNCOUNTED-COUNT TO USV-COUNT-OUT
              MOVE USV-COUNT-LINE TO PIZZA-USAGE-VAR-REC
              WRITE PIZZA-USAGE-VAR-REC
                    AFTER ADVANCING 1 LINE

              CLOSE    SALES-USAGE-SORTED
                       ITEM-MASTER
                       PIZZA-USAGE-VAR-RPT

              STOP RUN
           .

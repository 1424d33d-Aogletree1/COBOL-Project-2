       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-EXPIRY-PROG.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Morning expiring-stock report for Rolling Pizza
      *  Trucks.  Reads the perishable lots on PIZZA-LOT-MASTER
      *  and lists every open lot that expires within the next
      *  few days of the business date - and every lot already
      *  past its date that has not been written off - grouped
      *  by commissary and truck, soonest expiry first, with
      *  the stock valued at standard purchase cost.  The
      *  commissary pulls the expired lots and keys them as 'W'
      *  spoilage postings, and pushes the rest to the front of
      *  the load-out before they go the same way.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PIZZA-LOT-MASTER
               ASSIGN TO 'PIZZA-LOT-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY-MST
               FILE STATUS IS WS-LOT-MASTER-STATUS.

           SELECT TRUCK-MASTER
               ASSIGN TO 'TRUCK-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRUCK-ID-MST
               FILE STATUS IS WS-TRUCK-MASTER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

      * THE SELECTED LOTS WITH THEIR COMMISSARY ATTACHED, SORTED
      * COMMISSARY / TRUCK / EXPIRY FOR THE GROUPED PRINT.

           SELECT EXPIRY-WORK
               ASSIGN TO 'EXPIRY-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWORK'.

           SELECT EXPIRY-SORTED
               ASSIGN TO 'EXPIRY-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PIZZA-EXPIRY-RPT
               ASSIGN TO 'PIZZA-EXPIRY-RPT.TXT'.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

      * LOT EXPIRY IS THE LAST BUSINESS DATE THE STOCK MAY BE SOLD -
      * A LOT IS EXPIRED ONCE THE RUN DATE IS PAST IT.

       FD  PIZZA-LOT-MASTER
           RECORD CONTAINS 36 CHARACTERS.
       01  LOT-MASTER-REC.
           05  LOT-KEY-MST.
               10  LOT-TRUCK-MST     PIC X(5).
               10  LOT-ITEM-MST      PIC X(2).
               10  LOT-RECV-DATE-MST PIC 9(8).
               10  LOT-SEQ-MST       PIC 9(3).
           05  LOT-EXPIRY-MST      PIC 9(8).
           05  LOT-ORIG-QTY-MST    PIC 9(5).
           05  LOT-QTY-MST         PIC 9(5).
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
       FD  EXPIRY-WORK
           RECORD CONTAINS 43 CHARACTERS.
       01  EXPIRY-WORK-REC.
           05  EXW-COMMISSARY      PIC X(15).
           05  EXW-TRUCK-ID        PIC X(5).
           05  EXW-EXPIRY-DATE     PIC 9(8).
           05  EXW-ITEM-ID         PIC X(2).
           05  EXW-RECV-DATE       PIC 9(8).
           05  EXW-QTY             PIC 9(5).
      *
       SD  SORT-WORK
           RECORD CONTAINS 43 CHARACTERS.
       01  SORT-WORK-REC.
           05  SORT-COMMISSARY     PIC X(15).
           05  SORT-TRUCK-ID       PIC X(5).
           05  SORT-EXPIRY-DATE    PIC 9(8).
           05  SORT-ITEM-ID        PIC X(2).
           05  FILLER              PIC X(13).
      *
       FD  EXPIRY-SORTED
           RECORD CONTAINS 43 CHARACTERS.
       01  EXPIRY-SORTED-REC.
           05  EXS-COMMISSARY      PIC X(15).
           05  EXS-TRUCK-ID        PIC X(5).
           05  EXS-EXPIRY-DATE     PIC 9(8).
           05  EXS-ITEM-ID         PIC X(2).
           05  EXS-RECV-DATE       PIC 9(8).
           05  EXS-QTY             PIC 9(5).
      *
       FD    PIZZA-EXPIRY-RPT
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-EXPIRY-REC           PIC X(100).
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
             05    WS-LOT-MASTER-STATUS      PIC XX       VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-LOT-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-RUN-DATE-INT           PIC 9(7)     VALUE 0.
             05    WS-CUTOFF-DATE            PIC 9(8)     VALUE 0.
             05    WS-DAYS-LEFT              PIC S9(4)    VALUE 0.
             05    WS-PREV-COMMISSARY        PIC X(15)    VALUE SPACES.
             05    WS-PREV-TRUCK-ID          PIC X(5)     VALUE SPACES.
             05    WS-LINE-COST-WK           PIC 9(7)V99  VALUE 0.
             05    WS-COMM-UNITS             PIC 9(7)     VALUE 0.
             05    WS-COMM-COST              PIC 9(7)V99  VALUE 0.
             05    WS-TOT-UNITS              PIC 9(7)     VALUE 0.
             05    WS-TOT-COST               PIC 9(7)V99  VALUE 0.
             05    WS-EXPIRED-COST           PIC 9(7)V99  VALUE 0.
             05    WS-LOTS-READ-COUNT        PIC 9(7)     VALUE 0.
             05    WS-LOTS-LISTED-COUNT      PIC 9(7)     VALUE 0.
             05    WS-EXPIRED-COUNT          PIC 9(7)     VALUE 0.

      * HOW FAR AHEAD OF THE BUSINESS DATE THE REPORT LOOKS - A LOT
      * EXPIRING WITHIN THIS MANY DAYS MAKES THE LIST, WHICH GIVES
      * THE COMMISSARY TWO LOAD-OUTS TO MOVE IT BEFORE IT SPOILS.

             05    WS-EXPIRY-DAYS            PIC 99       VALUE 03.

      *************************OUTPUT AREA*****************************
       01 EXR-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 EXR-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 EXR-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 EXR-INITIALS      PIC X(3) VALUE 'AHO'.

       01 EXR-REPORT-HEADER-2.
          05 FILLER            PIC X(22) VALUE SPACES.
          05 EXR-REPORT-LINE   PIC X(30) VALUE
             'PERISHABLE STOCK EXPIRING BY '.
          05 EXR-CUTOFF-OUT    PIC 9999/99/99       .

       01 EXR-COMM-HEADER.
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 EXR-CH-LABEL      PIC X(12) VALUE
             'COMMISSARY: '                           .
          05 EXR-CH-NAME-OUT   PIC X(15)              .

       01 EXR-REPORT-HEADER-3.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 EXR-TRUCK-HDR   PIC X(5) VALUE 'TRUCK'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 EXR-ITEM-HDR    PIC X(4) VALUE 'ITEM'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 EXR-NAME-HDR    PIC X(15) VALUE 'NAME'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 EXR-RECV-HDR    PIC X(10) VALUE 'RECEIVED'     .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 EXR-EXP-HDR     PIC X(10) VALUE 'EXPIRES'      .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 EXR-DAYS-HDR    PIC X(5) VALUE ' DAYS'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 EXR-QTY-HDR     PIC X(5) VALUE '  QTY'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 EXR-COST-HDR    PIC X(9) VALUE '     COST'     .

       01 EXR-DETAIL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 EXR-TRUCK-OUT     PIC X(5)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 EXR-ITEM-OUT      PIC X(2)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 EXR-NAME-OUT      PIC X(15)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 EXR-RECV-OUT      PIC 9999/99/99         .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 EXR-EXP-OUT       PIC 9999/99/99         .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 EXR-DAYS-OUT      PIC ZZZ9-              .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 EXR-QTY-OUT       PIC ZZZZ9              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 EXR-COST-OUT      PIC ZZ,ZZ9.99          .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 EXR-FLAG-OUT      PIC X(8)               .

       01 EXR-COMM-TOTAL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 EXR-CT-LABEL      PIC X(26)              .
          05 EXR-CT-UNITS-OUT  PIC ZZZ,ZZ9            .
          05 FILLER            PIC X(2) VALUE SPACES .
          05 EXR-DOLLSIGN1     PIC X    VALUE '$'     .
          05 EXR-CT-COST-OUT   PIC Z,ZZZ,ZZ9.99       .

       01 EXR-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 EXR-COUNT-LABEL   PIC X(26)                        .
          05 EXR-COUNT-OUT     PIC ZZZ,ZZ9                      .

       01 EXR-TOTAL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 EXR-TOTAL-LABEL   PIC X(26)                        .
          05 EXR-DOLLSIGN2     PIC X    VALUE '$'               .
          05 EXR-TOTAL-OUT     PIC Z,ZZZ,ZZ9.99                 .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOT-SELECT-RTN
           PERFORM 140-SORT-RTN
           PERFORM 150-READ-RECORDS
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           OPEN    INPUT     PIZZA-LOT-MASTER
           IF WS-LOT-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-LOT-MASTER, '
                      'STATUS ' WS-LOT-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    INPUT     TRUCK-MASTER
           IF WS-TRUCK-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN TRUCK-MASTER, STATUS '
                      WS-TRUCK-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    INPUT     ITEM-MASTER
           IF WS-ITEM-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN ITEM-MASTER, STATUS '
                      WS-ITEM-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    OUTPUT    PIZZA-EXPIRY-RPT

           PERFORM 123-BUSINESS-DATE-RTN

           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT + WS-EXPIRY-DAYS)

           MOVE WS-RUN-DATE    TO EXR-H1-DATE
           MOVE WS-CUTOFF-DATE TO EXR-CUTOFF-OUT

           MOVE EXR-REPORT-HEADER    TO PIZZA-EXPIRY-REC
           WRITE PIZZA-EXPIRY-REC
                   AFTER ADVANCING 2 LINE

           MOVE EXR-REPORT-HEADER-2  TO PIZZA-EXPIRY-REC
           WRITE PIZZA-EXPIRY-REC
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
      * PULLS EVERY OPEN LOT EXPIRING ON OR BEFORE THE CUTOFF ONTO
      * THE WORK FILE WITH ITS TRUCK'S COMMISSARY. A LOT ON A TRUCK
      * NO LONGER ON THE MASTER STILL LISTS, UNDER UNASSIGNED, SO
      * ITS STOCK IS NOT FORGOTTEN.

       130-LOT-SELECT-RTN.

           OPEN OUTPUT EXPIRY-WORK

           PERFORM UNTIL WS-LOT-EOF EQUAL 'YES'
              READ PIZZA-LOT-MASTER NEXT RECORD
                  AT END
                     MOVE 'YES' TO WS-LOT-EOF
                  NOT AT END
                     ADD 1 TO WS-LOTS-READ-COUNT
                     IF LOT-QTY-MST > 0
                        AND LOT-EXPIRY-MST NOT GREATER THAN
                        WS-CUTOFF-DATE
                        PERFORM 135-LOT-WORK-WRITE-RTN
                        END-IF
              END-READ
           END-PERFORM

           CLOSE EXPIRY-WORK

           .
      *
       135-LOT-WORK-WRITE-RTN.

              MOVE LOT-TRUCK-MST TO TRUCK-ID-MST
              READ TRUCK-MASTER
                  INVALID KEY
                     MOVE 'UNASSIGNED' TO EXW-COMMISSARY
                  NOT INVALID KEY
                     MOVE HOME-COMMISSARY-MST TO EXW-COMMISSARY
              END-READ

              MOVE LOT-TRUCK-MST     TO EXW-TRUCK-ID
              MOVE LOT-EXPIRY-MST    TO EXW-EXPIRY-DATE
              MOVE LOT-ITEM-MST      TO EXW-ITEM-ID
              MOVE LOT-RECV-DATE-MST TO EXW-RECV-DATE
              MOVE LOT-QTY-MST       TO EXW-QTY
              WRITE EXPIRY-WORK-REC

           .
      *
       140-SORT-RTN.

           SORT SORT-WORK
                ON ASCENDING KEY SORT-COMMISSARY
                                 SORT-TRUCK-ID
                                 SORT-EXPIRY-DATE
                                 SORT-ITEM-ID
                WITH DUPLICATES IN ORDER
                USING  EXPIRY-WORK
                GIVING EXPIRY-SORTED

           .
      *
       150-READ-RECORDS.

             OPEN INPUT EXPIRY-SORTED

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  READ EXPIRY-SORTED
                      AT END
                          MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                          PERFORM 200-PROCESS-RTN
                  END-READ
              END-PERFORM

             IF WS-LOTS-LISTED-COUNT > 0
                PERFORM 230-COMM-TOTAL-RTN
                END-IF

             CLOSE EXPIRY-SORTED

           .
      *
      * A NEW COMMISSARY CLOSES THE OLD ONE'S TOTAL AND STARTS A NEW
      * HEADING; A NEW TRUCK WITHIN IT LEAVES A BLANK LINE.

       200-PROCESS-RTN.

              IF WS-LOTS-LISTED-COUNT EQUAL 0
                 OR EXS-COMMISSARY NOT EQUAL WS-PREV-COMMISSARY
                 IF WS-LOTS-LISTED-COUNT > 0
                    PERFORM 230-COMM-TOTAL-RTN
                    END-IF
                 PERFORM 220-COMM-HEADER-RTN
              ELSE
                 IF EXS-TRUCK-ID NOT EQUAL WS-PREV-TRUCK-ID
                    MOVE SPACES TO PIZZA-EXPIRY-REC
                    WRITE PIZZA-EXPIRY-REC
                          AFTER ADVANCING 1 LINE
                    END-IF
                 END-IF

              MOVE EXS-COMMISSARY TO WS-PREV-COMMISSARY
              MOVE EXS-TRUCK-ID   TO WS-PREV-TRUCK-ID

              PERFORM 210-LOT-LINE-RTN

           .
      *
       210-LOT-LINE-RTN.

              ADD 1 TO WS-LOTS-LISTED-COUNT

              MOVE EXS-ITEM-ID TO ITEM-ID-MST
              READ ITEM-MASTER
                  INVALID KEY
                     MOVE 'NOT ON MASTER' TO EXR-NAME-OUT
                     MOVE 0 TO STD-PURCHASE-MST
                  NOT INVALID KEY
                     MOVE ITEM-NAME-MST TO EXR-NAME-OUT
              END-READ

              COMPUTE WS-DAYS-LEFT =
                      FUNCTION INTEGER-OF-DATE (EXS-EXPIRY-DATE)
                      - WS-RUN-DATE-INT
              COMPUTE WS-LINE-COST-WK =
                      EXS-QTY * STD-PURCHASE-MST

              IF EXS-EXPIRY-DATE < WS-RUN-DATE
                 MOVE 'EXPIRED ' TO EXR-FLAG-OUT
                 ADD 1 TO WS-EXPIRED-COUNT
                 ADD WS-LINE-COST-WK TO WS-EXPIRED-COST
              ELSE
                 IF EXS-EXPIRY-DATE EQUAL WS-RUN-DATE
                    MOVE 'LAST DAY' TO EXR-FLAG-OUT
                 ELSE
                    MOVE SPACES TO EXR-FLAG-OUT
                    END-IF
                 END-IF

              MOVE EXS-TRUCK-ID    TO EXR-TRUCK-OUT
              MOVE EXS-ITEM-ID     TO EXR-ITEM-OUT
              MOVE EXS-RECV-DATE   TO EXR-RECV-OUT
              MOVE EXS-EXPIRY-DATE TO EXR-EXP-OUT
              MOVE WS-DAYS-LEFT    TO EXR-DAYS-OUT
              MOVE EXS-QTY         TO EXR-QTY-OUT
              MOVE WS-LINE-COST-WK TO EXR-COST-OUT

              MOVE EXR-DETAIL-LINE TO PIZZA-EXPIRY-REC
              WRITE PIZZA-EXPIRY-REC
                    AFTER ADVANCING 1 LINE

              ADD EXS-QTY         TO WS-COMM-UNITS
              ADD WS-LINE-COST-WK TO WS-COMM-COST
              ADD EXS-QTY         TO WS-TOT-UNITS
              ADD WS-LINE-COST-WK TO WS-TOT-COST

           .
      *
       220-COMM-HEADER-RTN.

              MOVE 0 TO WS-COMM-UNITS
              MOVE 0 TO WS-COMM-COST

              MOVE EXS-COMMISSARY TO EXR-CH-NAME-OUT
              MOVE EXR-COMM-HEADER TO PIZZA-EXPIRY-REC
              WRITE PIZZA-EXPIRY-REC
                    AFTER ADVANCING 3 LINE

              MOVE EXR-REPORT-HEADER-3 TO PIZZA-EXPIRY-REC
              WRITE PIZZA-EXPIRY-REC
                    AFTER ADVANCING 2 LINE

           .
      *
       230-COMM-TOTAL-RTN.

              MOVE 'COMMISSARY TOTAL:         ' TO EXR-CT-LABEL
              MOVE WS-COMM-UNITS TO EXR-CT-UNITS-OUT
              MOVE WS-COMM-COST  TO EXR-CT-COST-OUT

              MOVE EXR-COMM-TOTAL-LINE TO PIZZA-EXPIRY-REC
              WRITE PIZZA-EXPIRY-REC
                    AFTER ADVANCING 2 LINE

           .
      *
       250-CLOSE-ROUTINE.

              MOVE 'COST OF LISTED STOCK:     ' TO EXR-TOTAL-LABEL
              MOVE WS-TOT-COST TO EXR-TOTAL-OUT
              MOVE EXR-TOTAL-LINE TO PIZZA-EXPIRY-REC
              WRITE PIZZA-EXPIRY-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'COST ALREADY EXPIRED:     ' TO EXR-TOTAL-LABEL
              MOVE WS-EXPIRED-COST TO EXR-TOTAL-OUT
              MOVE EXR-TOTAL-LINE TO PIZZA-EXPIRY-REC
              WRITE PIZZA-EXPIRY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'LOTS READ:                ' TO EXR-COUNT-LABEL
              MOVE WS-LOTS-READ-COUNT TO EXR-COUNT-OUT
              MOVE EXR-COUNT-LINE TO PIZZA-EXPIRY-REC
              WRITE PIZZA-EXPIRY-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'LOTS LISTED:              ' TO EXR-COUNT-LABEL
              MOVE WS-LOTS-LISTED-COUNT TO EXR-COUNT-OUT
              MOVE EXR-COUNT-LINE TO PIZZA-EXPIRY-REC
              WRITE PIZZA-EXPIRY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'LOTS ALREADY EXPIRED:     ' TO EXR-COUNT-LABEL
              MOVE WS-EXPIRED-COUNT TO EXR-COUNT-OUT
              MOVE EXR-COUNT-LINE TO PIZZA-EXPIRY-REC
              WRITE PIZZA-EXPIRY-REC
                    AFTER ADVANCING 1 LINE

              CLOSE    PIZZA-LOT-MASTER
                       TRUCK-MASTER
                       ITEM-MASTER
                       PIZZA-EXPIRY-RPT

              STOP RUN
           .

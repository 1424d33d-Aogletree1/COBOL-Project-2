       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-TAX-CAPTURE.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  This program keeps the sales tax history for Rolling
      *  Pizza Trucks.  REGISTER-SALES and TRUCK-SALES are
      *  replaced every night, so the month's sales would be
      *  gone by the time the return is due - each night this
      *  step copies the night's register lines and Z-tape
      *  totals onto PIZZA-TAX-SALES under the business date,
      *  stamped with the truck's tax jurisdiction and the
      *  item's taxable/exempt flag as they stood that night.
      *  A truck moved to another town mid-month therefore
      *  files each night under the town it sold in.  The
      *  monthly PIZZA-SALES-TAX-PROG works from this history.
      *  A rerun of a date replaces that date's rows, and rows
      *  older than WS-HIST-KEEP-DAYS drop off as the file is
      *  rebuilt.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REGISTER-SALES-FILE
               ASSIGN TO 'REGISTER-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT TRUCK-SALES-FILE
               ASSIGN TO 'TRUCK-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-FILE-STATUS.

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

      * SALES BY BUSINESS DATE AS THE TAX RETURN NEEDS THEM, AND THE
      * WORK FILE IT IS REBUILT THROUGH EACH RUN.

           SELECT PIZZA-TAX-SALES
               ASSIGN TO 'PIZZA-TAX-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TAX-SALES-WORK
               ASSIGN TO 'TAX-SALES-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-WORK-STATUS.

           SELECT PIZZA-TAX-CAPTURE-RPT
               ASSIGN TO 'PIZZA-TAX-CAPTURE-RPT.TXT'.

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

       FD  REGISTER-SALES-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  REGISTER-SALES-REC.
           05  REG-TRUCK-ID-IN    PIC X(5).
           05  REG-ITEM-ID-IN     PIC X(2).
           05  REG-UNITS-IN       PIC 9(5).
           05  REG-RING-PRICE-IN  PIC 99V99.
      *
       FD  TRUCK-SALES-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  TRUCK-SALES-REC.
           05  SALES-TRUCK-ID-IN  PIC X(5).
           05  SALES-ACTUAL-IN    PIC 9(7)V99.
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
      * ONE ROW PER REGISTER LINE ('R') OR Z-TAPE TOTAL ('Z'). A
      * Z-TAPE ROW HAS NO ITEM, FLAG OR UNITS - IT IS THE TRUCK'S
      * ACTUAL TAKINGS THE REGISTER LINES ARE RECONCILED AGAINST.

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
       FD  TAX-SALES-WORK
           RECORD CONTAINS 36 CHARACTERS.
       01  TAX-SALES-WORK-REC     PIC X(36).
      *
       FD    PIZZA-TAX-CAPTURE-RPT
             RECORD CONTAINS 80 CHARACTERS.

       01    PIZZA-TAX-CAPTURE-REC      PIC X(80).
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
             05    WS-REG-FILE-STATUS        PIC XX       VALUE '00'.
             05    WS-SALES-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-HIST-STATUS            PIC XX       VALUE '00'.
             05    WS-HIST-WORK-STATUS       PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-STEP-COUNTS-STATUS     PIC XX       VALUE '00'.
             05    WS-FILE-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-HIST-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-RUN-DATE-INT           PIC 9(7)     VALUE 0.

      * THE MONTH JUST CLOSED PLUS ROOM TO RERUN OR AMEND THE ONE
      * BEFORE IT - THE TAX RUN NEVER LOOKS FURTHER BACK THAN THAT.

             05    WS-HIST-KEEP-DAYS         PIC 9(3)     VALUE 100.
             05    WS-HIST-CUTOFF            PIC 9(8)     VALUE 0.
             05    WS-HIST-KEPT-COUNT        PIC 9(7)     VALUE 0.
             05    WS-HIST-DROP-COUNT        PIC 9(7)     VALUE 0.
             05    WS-HIST-WRITE-COUNT       PIC 9(7)     VALUE 0.
             05    WS-VALID-RECORD           PIC X(3)     VALUE 'YES'.
             05    WS-REASON-CODE            PIC X(2)     VALUE SPACES.
             05    WS-REASON-TEXT            PIC X(30)    VALUE SPACES.
             05    WS-REJ-SOURCE-WK          PIC X(8)     VALUE SPACES.
             05    WS-ORIGINAL-LINE          PIC X(16)    VALUE SPACES.
             05    WS-REG-READ-COUNT         PIC 9(7)     VALUE 0.
             05    WS-SALES-READ-COUNT       PIC 9(7)     VALUE 0.
             05    WS-REJECT-COUNT           PIC 9(7)     VALUE 0.
             05    WS-NO-JURIS-COUNT         PIC 9(7)     VALUE 0.
             05    WS-NO-ITEM-COUNT          PIC 9(7)     VALUE 0.
             05    WS-REG-REVENUE            PIC 9(9)V99  VALUE 0.
             05    WS-ZTAPE-REVENUE          PIC 9(9)V99  VALUE 0.

      * REJECTS ARE HELD AND FLUSHED AS THEIR OWN SECTION AT END OF
      * REPORT, SAME AS THE SELL-THROUGH RUN'S REJECT LISTING.

       01    WS-REJECT-TABLE.
             05    WS-REJ-COUNT              PIC 999      VALUE 0.
             05    WS-REJECT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-REJ-IDX.
                   10    WS-REJ-SOURCE       PIC X(8).
                   10    WS-REJ-LINE         PIC X(16).
                   10    WS-REJ-CODE         PIC X(2).
                   10    WS-REJ-TEXT         PIC X(30).

      *************************OUTPUT AREA*****************************
       01 TXC-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 TXC-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 TXC-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 TXC-INITIALS      PIC X(3) VALUE 'AHO'.

       01 TXC-REPORT-HEADER-2.
          05 FILLER            PIC X(25) VALUE SPACES.
          05 TXC-REPORT-LINE   PIC X(25) VALUE
             'SALES TAX NIGHTLY CAPTURE'.

       01 TXC-REJECT-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES            .
          05 TXC-REJ-HDR     PIC X(31) VALUE
             'REJECTED SALES LINES'           .

       01 TXC-REJECT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXC-REJ-SOURCE-OUT PIC X(8)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXC-REJ-LINE-OUT  PIC X(16)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXC-REJ-CODE-OUT  PIC X(2)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 TXC-REJ-TEXT-OUT  PIC X(30)              .

       01 TXC-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 TXC-COUNT-LABEL   PIC X(30)                        .
          05 TXC-COUNT-OUT     PIC Z,ZZZ,ZZ9                    .

       01 TXC-AMOUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 TXC-AMOUNT-LABEL  PIC X(30)                        .
          05 TXC-DOLLSIGN      PIC X    VALUE '$'               .
          05 TXC-AMOUNT-OUT    PIC ZZZ,ZZZ,ZZ9.99               .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 150-REGISTER-RTN
           PERFORM 170-ZTAPE-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

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

           OPEN    OUTPUT    PIZZA-TAX-CAPTURE-RPT

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO TXC-H1-DATE

           PERFORM 129-TAX-HIST-RTN

           MOVE TXC-REPORT-HEADER    TO PIZZA-TAX-CAPTURE-REC
           WRITE PIZZA-TAX-CAPTURE-REC
                   AFTER ADVANCING 2 LINE

           MOVE TXC-REPORT-HEADER-2  TO PIZZA-TAX-CAPTURE-REC
           WRITE PIZZA-TAX-CAPTURE-REC
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
      * REBUILDS THE TAX SALES HISTORY THROUGH THE WORK FILE - EVERY
      * ROW KEPT EXCEPT THIS BUSINESS DATE'S, SO A RERUN DOES NOT
      * DOUBLE THE DAY ON THE RETURN, AND THOSE OLDER THAN
      * WS-HIST-KEEP-DAYS. THE FILE IS LEFT OPEN FOR TONIGHT'S ROWS.
      * NO HISTORY YET JUST MEANS THE FIRST NIGHT.

       129-TAX-HIST-RTN.

              COMPUTE WS-RUN-DATE-INT =
                      FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
              COMPUTE WS-HIST-CUTOFF = FUNCTION DATE-OF-INTEGER
                      (WS-RUN-DATE-INT - WS-HIST-KEEP-DAYS)

              OPEN OUTPUT TAX-SALES-WORK
              OPEN INPUT  PIZZA-TAX-SALES
              IF WS-HIST-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-HIST-EOF
                 PERFORM UNTIL WS-HIST-EOF EQUAL 'YES'
                    READ PIZZA-TAX-SALES
                        AT END
                           MOVE 'YES' TO WS-HIST-EOF
                        NOT AT END
                           IF TXS-SALES-DATE EQUAL WS-RUN-DATE
                              OR TXS-SALES-DATE < WS-HIST-CUTOFF
                              ADD 1 TO WS-HIST-DROP-COUNT
                           ELSE
                              MOVE PIZZA-TAX-SALES-REC
                                   TO TAX-SALES-WORK-REC
                              WRITE TAX-SALES-WORK-REC
                              ADD 1 TO WS-HIST-KEPT-COUNT
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-TAX-SALES
              ELSE
                 DISPLAY 'WARNING - PIZZA-TAX-SALES NOT FOUND, '
                         'STATUS ' WS-HIST-STATUS
                         ' - STARTING A NEW HISTORY'
                 END-IF
              CLOSE TAX-SALES-WORK

              OPEN INPUT  TAX-SALES-WORK
              OPEN OUTPUT PIZZA-TAX-SALES
              IF WS-HIST-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO REBUILD PIZZA-TAX-SALES, '
                         'STATUS ' WS-HIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-HIST-EOF
              PERFORM UNTIL WS-HIST-EOF EQUAL 'YES'
                 READ TAX-SALES-WORK
                     AT END
                        MOVE 'YES' TO WS-HIST-EOF
                     NOT AT END
                        MOVE TAX-SALES-WORK-REC
                             TO PIZZA-TAX-SALES-REC
                        WRITE PIZZA-TAX-SALES-REC
                 END-READ
              END-PERFORM
              CLOSE TAX-SALES-WORK

           .
      *
      * TONIGHT'S REGISTER LINES. NO FILE MEANS THE REGISTERS DID
      * NOT SPOOL - SAY SO, AND THE MONTH'S RECONCILIATION WILL SHOW
      * THE NIGHT'S Z-TAPE WITH NO REGISTER DETAIL BEHIND IT.

       150-REGISTER-RTN.

              OPEN INPUT REGISTER-SALES-FILE
              IF WS-REG-FILE-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ REGISTER-SALES-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-REG-READ-COUNT
                           PERFORM 200-REGISTER-LINE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE REGISTER-SALES-FILE
              ELSE
                 DISPLAY 'WARNING - REGISTER-SALES NOT AVAILABLE, '
                         'STATUS ' WS-REG-FILE-STATUS
                         ' - NO REGISTER DETAIL CAPTURED'
                 END-IF

           .
      *
      * TONIGHT'S Z-TAPE TOTALS, ONE PER TRUCK.

       170-ZTAPE-RTN.

              OPEN INPUT TRUCK-SALES-FILE
              IF WS-SALES-FILE-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ TRUCK-SALES-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-SALES-READ-COUNT
                           PERFORM 210-ZTAPE-LINE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE TRUCK-SALES-FILE
              ELSE
                 DISPLAY 'WARNING - TRUCK-SALES NOT AVAILABLE, '
                         'STATUS ' WS-SALES-FILE-STATUS
                         ' - NO Z-TAPE TOTALS CAPTURED'
                 END-IF

           .
      *
      * A REGISTER LINE IS CAPTURED WHATEVER THE STATE OF THE TRUCK
      * OR ITEM - THE SALE HAPPENED AND IS TAXABLE SOMEWHERE. ONLY A
      * LINE WITH NO USABLE AMOUNT IS REJECTED. AN ITEM NOT ON THE
      * MASTER IS TAKEN AS TAXABLE, THE SAFE SIDE FOR THE RETURN.

       200-REGISTER-LINE-RTN.

              MOVE REGISTER-SALES-REC TO WS-ORIGINAL-LINE
              MOVE 'REGISTER' TO WS-REJ-SOURCE-WK
              MOVE 'YES'   TO WS-VALID-RECORD
              MOVE SPACES  TO WS-REASON-CODE
              MOVE SPACES  TO WS-REASON-TEXT

              IF REG-UNITS-IN IS NOT NUMERIC
                 MOVE 'NO' TO WS-VALID-RECORD
                 MOVE 'N1' TO WS-REASON-CODE
                 MOVE 'NON-NUMERIC UNITS SOLD' TO WS-REASON-TEXT
                 END-IF

              IF WS-VALID-RECORD EQUAL 'YES'
                 AND REG-RING-PRICE-IN IS NOT NUMERIC
                 MOVE 'NO' TO WS-VALID-RECORD
                 MOVE 'N2' TO WS-REASON-CODE
                 MOVE 'NON-NUMERIC RING PRICE' TO WS-REASON-TEXT
                 END-IF

              IF WS-VALID-RECORD EQUAL 'NO'
                 PERFORM 230-REJECT-RTN
              ELSE
                 MOVE WS-RUN-DATE      TO TXS-SALES-DATE
                 MOVE 'R'              TO TXS-SOURCE
                 MOVE REG-TRUCK-ID-IN  TO TXS-TRUCK-ID
                 MOVE REG-ITEM-ID-IN   TO TXS-ITEM-ID
                 MOVE REG-UNITS-IN     TO TXS-UNITS
                 COMPUTE TXS-AMOUNT =
                         REG-UNITS-IN * REG-RING-PRICE-IN
                 PERFORM 220-JURIS-LOOKUP-RTN

                 MOVE REG-ITEM-ID-IN TO ITEM-ID-MST
                 READ ITEM-MASTER
                     INVALID KEY
                        MOVE 'T' TO TXS-TAXABLE-FLAG
                        ADD 1 TO WS-NO-ITEM-COUNT
                     NOT INVALID KEY
                        IF TAXABLE-FLAG-MST EQUAL 'E'
                           MOVE 'E' TO TXS-TAXABLE-FLAG
                        ELSE
                           MOVE 'T' TO TXS-TAXABLE-FLAG
                           END-IF
                 END-READ

                 ADD TXS-AMOUNT TO WS-REG-REVENUE
                 PERFORM 225-HIST-WRITE-RTN
                 END-IF

           .
      *
       210-ZTAPE-LINE-RTN.

              MOVE TRUCK-SALES-REC TO WS-ORIGINAL-LINE
              MOVE 'Z-TAPE'  TO WS-REJ-SOURCE-WK

              IF SALES-ACTUAL-IN IS NOT NUMERIC
                 MOVE 'N3' TO WS-REASON-CODE
                 MOVE 'NON-NUMERIC SALES ACTUAL' TO WS-REASON-TEXT
                 PERFORM 230-REJECT-RTN
              ELSE
                 MOVE WS-RUN-DATE       TO TXS-SALES-DATE
                 MOVE 'Z'               TO TXS-SOURCE
                 MOVE SALES-TRUCK-ID-IN TO TXS-TRUCK-ID
                 MOVE SPACES            TO TXS-ITEM-ID
                 MOVE SPACE             TO TXS-TAXABLE-FLAG
                 MOVE 0                 TO TXS-UNITS
                 MOVE SALES-ACTUAL-IN   TO TXS-AMOUNT
                 PERFORM 220-JURIS-LOOKUP-RTN

                 ADD TXS-AMOUNT TO WS-ZTAPE-REVENUE
                 PERFORM 225-HIST-WRITE-RTN
                 END-IF

           .
      *
      * THE TRUCK'S JURISDICTION AS IT STANDS TONIGHT. AN UNKNOWN
      * TRUCK OR ONE NOT YET ASSIGNED IS CAPTURED BLANK AND COMES
      * OUT AS UNASSIGNED ON THE MONTHLY RUN UNTIL SOMEBODY FIXES
      * THE MASTER AND RERUNS THE NIGHT.

       220-JURIS-LOOKUP-RTN.

              MOVE TXS-TRUCK-ID TO TRUCK-ID-MST
              READ TRUCK-MASTER
                  INVALID KEY
                     MOVE SPACES TO TXS-TAX-JURIS
                  NOT INVALID KEY
                     MOVE TAX-JURIS-MST TO TXS-TAX-JURIS
              END-READ

              IF TXS-TAX-JURIS EQUAL SPACES
                 ADD 1 TO WS-NO-JURIS-COUNT
                 END-IF

           .
      *
       225-HIST-WRITE-RTN.

              WRITE PIZZA-TAX-SALES-REC
              IF WS-HIST-STATUS EQUAL '00'
                 ADD 1 TO WS-HIST-WRITE-COUNT
              ELSE
                 DISPLAY 'ERROR - WRITE TO PIZZA-TAX-SALES FAILED, '
                         'STATUS ' WS-HIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
       230-REJECT-RTN.

              ADD 1 TO WS-REJECT-COUNT

              IF WS-REJ-COUNT < 100
                 ADD 1 TO WS-REJ-COUNT
                 SET WS-REJ-IDX TO WS-REJ-COUNT
                 MOVE WS-REJ-SOURCE-WK TO WS-REJ-SOURCE (WS-REJ-IDX)
                 MOVE WS-ORIGINAL-LINE TO WS-REJ-LINE (WS-REJ-IDX)
                 MOVE WS-REASON-CODE   TO WS-REJ-CODE (WS-REJ-IDX)
                 MOVE WS-REASON-TEXT   TO WS-REJ-TEXT (WS-REJ-IDX)
              ELSE
                 DISPLAY 'ERROR - REJECT TABLE FULL (100) - '
                    'RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
       235-REJECT-LIST-WRITE.

              MOVE TXC-REJECT-HEADER TO PIZZA-TAX-CAPTURE-REC
              WRITE PIZZA-TAX-CAPTURE-REC
                    AFTER ADVANCING 3 LINE

              PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                      UNTIL WS-REJ-IDX > WS-REJ-COUNT

                 MOVE WS-REJ-SOURCE (WS-REJ-IDX) TO TXC-REJ-SOURCE-OUT
                 MOVE WS-REJ-LINE (WS-REJ-IDX)   TO TXC-REJ-LINE-OUT
                 MOVE WS-REJ-CODE (WS-REJ-IDX)   TO TXC-REJ-CODE-OUT
                 MOVE WS-REJ-TEXT (WS-REJ-IDX)   TO TXC-REJ-TEXT-OUT

                 MOVE TXC-REJECT-LINE TO PIZZA-TAX-CAPTURE-REC
                 WRITE PIZZA-TAX-CAPTURE-REC
                       AFTER ADVANCING 1 LINE

              END-PERFORM

           .
      *
       240-COUNT-LINE-RTN.

              MOVE TXC-COUNT-LINE TO PIZZA-TAX-CAPTURE-REC
              WRITE PIZZA-TAX-CAPTURE-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       250-CLOSE-ROUTINE.

              IF WS-REJ-COUNT > 0
                 PERFORM 235-REJECT-LIST-WRITE
                 END-IF

              MOVE 'REGISTER LINES READ:' TO TXC-COUNT-LABEL
              MOVE WS-REG-READ-COUNT TO TXC-COUNT-OUT
              MOVE TXC-COUNT-LINE TO PIZZA-TAX-CAPTURE-REC
              WRITE PIZZA-TAX-CAPTURE-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'Z-TAPE LINES READ:' TO TXC-COUNT-LABEL
              MOVE WS-SALES-READ-COUNT TO TXC-COUNT-OUT
              PERFORM 240-COUNT-LINE-RTN

              MOVE 'LINES REJECTED:' TO TXC-COUNT-LABEL
              MOVE WS-REJECT-COUNT TO TXC-COUNT-OUT
              PERFORM 240-COUNT-LINE-RTN

              MOVE 'ROWS WITH NO JURISDICTION:' TO TXC-COUNT-LABEL
              MOVE WS-NO-JURIS-COUNT TO TXC-COUNT-OUT
              PERFORM 240-COUNT-LINE-RTN

              MOVE 'ITEMS NOT ON MASTER:' TO TXC-COUNT-LABEL
              MOVE WS-NO-ITEM-COUNT TO TXC-COUNT-OUT
              PERFORM 240-COUNT-LINE-RTN

              MOVE 'TAX HISTORY ROWS KEPT:' TO TXC-COUNT-LABEL
              MOVE WS-HIST-KEPT-COUNT TO TXC-COUNT-OUT
              PERFORM 240-COUNT-LINE-RTN

              MOVE 'TAX HISTORY ROWS DROPPED:' TO TXC-COUNT-LABEL
              MOVE WS-HIST-DROP-COUNT TO TXC-COUNT-OUT
              PERFORM 240-COUNT-LINE-RTN

              MOVE 'TAX HISTORY ROWS ADDED:' TO TXC-COUNT-LABEL
              MOVE WS-HIST-WRITE-COUNT TO TXC-COUNT-OUT
              PERFORM 240-COUNT-LINE-RTN

              MOVE 'REGISTER REVENUE:' TO TXC-AMOUNT-LABEL
              MOVE WS-REG-REVENUE TO TXC-AMOUNT-OUT
              MOVE TXC-AMOUNT-LINE TO PIZZA-TAX-CAPTURE-REC
              WRITE PIZZA-TAX-CAPTURE-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'Z-TAPE REVENUE:' TO TXC-AMOUNT-LABEL
              MOVE WS-ZTAPE-REVENUE TO TXC-AMOUNT-OUT
              MOVE TXC-AMOUNT-LINE TO PIZZA-TAX-CAPTURE-REC
              WRITE PIZZA-TAX-CAPTURE-REC
                    AFTER ADVANCING 1 LINE

      * UNASSIGNED SALES ARE NOT A REJECT - THEY ARE ON FILE AND
      * FILE CORRECTLY ONCE THE MASTER IS FIXED AND THE NIGHT IS
      * RERUN - BUT THE OFFICE SHOULD HEAR ABOUT THEM TONIGHT, NOT
      * AT MONTH END.

              IF WS-NO-JURIS-COUNT > 0
                 DISPLAY 'WARNING - ' WS-NO-JURIS-COUNT
                         ' SALES ROWS CAPTURED WITH NO TAX '
                         'JURISDICTION - ASSIGN THE TRUCKS'
                 END-IF

              CLOSE    TRUCK-MASTER
                       ITEM-MASTER
                       PIZZA-TAX-SALES
                       PIZZA-TAX-CAPTURE-RPT

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

              MOVE 'PIZZA-TAX-CAPTURE' TO STC-PROGRAM
              COMPUTE STC-READ =
                      WS-REG-READ-COUNT + WS-SALES-READ-COUNT
              MOVE WS-HIST-WRITE-COUNT TO STC-WRITTEN
              MOVE WS-REJECT-COUNT TO STC-REJECTED
              WRITE PIZZA-STEP-COUNTS-REC
              CLOSE PIZZA-STEP-COUNTS

           .

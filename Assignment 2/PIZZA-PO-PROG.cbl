      *  a purchase order register prints for the buyer.  A
      *  pick line for a commissary with no active supplier is
      *  rejected onto the register instead of vanishing.
      *  When the load-out plan has been built for tonight's
      *  business date, the orders come from its forecast
      *  loads on PIZZA-LOADOUT-ORDER instead; the pick list
      *  is only the fallback for a night the plan did not
      *  run.  The register says which one was used.
      **********************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-FILE-STATUS.

      * THE FORECAST LOAD-OUT BY COMMISSARY AND ITEM, USED IN PLACE
      * OF THE PICK LIST WHEN ITS HEADER CARRIES TONIGHT'S DATE.

           SELECT PIZZA-LOADOUT-ORDER
               ASSIGN TO 'PIZZA-LOADOUT-ORDER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADOUT-STATUS.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SUPPLIER-MASTER
               ASSIGN TO 'SUPPLIER-MASTER.TXT'
               ORGANIZATION IS INDEXED
           SELECT PIZZA-PO-RPT
               ASSIGN TO 'PIZZA-PO-RPT.TXT'.

      * ONE LINE OF RECORD COUNTS PER RUN, PICKED UP BY THE NIGHTLY
      * JOB DRIVER FOR ITS STEP SUMMARY.

           SELECT PIZZA-STEP-COUNTS
               ASSIGN TO 'PIZZA-STEP-COUNTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNTS-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
           05  PKL-ITEM-ID-IN      PIC X(2).
           05  PKL-ITEM-NAME-IN    PIC X(15).
           05  PKL-QTY-IN          PIC 9(5).
      *
      * ONE H ROW WITH THE BUSINESS DATE THE PLAN WAS BUILT FOR,
      * THEN D ROWS IN THE PICK-LIST LAYOUT, GROUPED BY COMMISSARY.

       FD  PIZZA-LOADOUT-ORDER
           RECORD CONTAINS 46 CHARACTERS.
       01  PIZZA-LOADOUT-ORDER-REC.
           05  LDO-BUSINESS-DATE   PIC 9(8).
           05  LDO-REC-TYPE        PIC X(1).
           05  LDO-PICK-DATA       PIC X(37).
      *
       FD  PIZZA-RUN-PARM
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
      *
       FD  SUPPLIER-MASTER
           RECORD CONTAINS 40 CHARACTERS.
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-PO-REC               PIC X(100).
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
             05    WS-PICK-FILE-STATUS       PIC XX       VALUE '00'.
             05    WS-STEP-COUNTS-STATUS     PIC XX       VALUE '00'.
             05    WS-SUPP-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-PO-CTL-STATUS          PIC XX       VALUE '00'.
             05    WS-PO-MASTER-STATUS       PIC XX       VALUE '00'.
             05    WS-LOADOUT-STATUS         PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-BUSINESS-DATE          PIC 9(8)     VALUE 0.
             05    WS-ORDER-SOURCE           PIC X(3)     VALUE 'PKL'.
             05    WS-SUPP-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-NEXT-PO-NUMBER         PIC 9(6)     VALUE 1.
          05 PO-REPORT-LINE    PIC X(23) VALUE
             'PURCHASE ORDER REGISTER'.

       01 PO-SOURCE-LINE.
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 PO-SRC-LABEL      PIC X(15) VALUE
             'ORDERING FROM: '                        .
          05 PO-SRC-TEXT-OUT   PIC X(40)              .

       01 PO-ORDER-HEADER.
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 PO-ORD-LABEL      PIC X(10) VALUE
      *
       125-HOUSEKEEPING.

           PERFORM 123-BUSINESS-DATE-RTN
           PERFORM 126-ORDER-SOURCE-RTN

           IF WS-ORDER-SOURCE EQUAL 'PKL'
              OPEN    INPUT     PIZZA-PICK-LIST
              IF WS-PICK-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-PICK-LIST, '
                         'STATUS ' WS-PICK-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF
              END-IF

           PERFORM 127-SUPPLIER-LOAD-RTN
           IF WS-PO-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN PO-MASTER, STATUS '
                      WS-PO-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           WRITE PIZZA-PO-REC
                   AFTER ADVANCING 2 LINE

           IF WS-ORDER-SOURCE EQUAL 'LDO'
              MOVE 'FORECAST LOAD-OUT PLAN' TO PO-SRC-TEXT-OUT
           ELSE
              MOVE 'PICK LIST (REORDER-MIN REFILL)' TO PO-SRC-TEXT-OUT
              END-IF
           MOVE PO-SOURCE-LINE TO PIZZA-PO-REC
           WRITE PIZZA-PO-REC
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
                           MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
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

              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
              DISPLAY 'WARNING - NO USABLE BUSINESS DATE ON '
                      'PIZZA-RUN-PARM - USING SYSTEM DATE '
                      WS-BUSINESS-DATE

           .
      *
      * ORDERS FROM THE LOAD-OUT PLAN WHEN ITS HEADER ROW WAS BUILT
      * FOR TONIGHT'S BUSINESS DATE. A MISSING OR STALE PLAN MEANS
      * THE LOAD-OUT RUN DID NOT RUN TONIGHT - FALL BACK TO THE PICK
      * LIST RATHER THAN ORDER OFF AN OLD FORECAST.

       126-ORDER-SOURCE-RTN.

              MOVE 'PKL' TO WS-ORDER-SOURCE

              OPEN INPUT PIZZA-LOADOUT-ORDER
              IF WS-LOADOUT-STATUS EQUAL '00'
                 READ PIZZA-LOADOUT-ORDER
                     AT END
                        CONTINUE
                     NOT AT END
                        IF LDO-REC-TYPE EQUAL 'H'
                           AND LDO-BUSINESS-DATE EQUAL WS-BUSINESS-DATE
                           MOVE 'LDO' TO WS-ORDER-SOURCE
                           END-IF
                 END-READ
                 IF WS-ORDER-SOURCE EQUAL 'PKL'
                    CLOSE PIZZA-LOADOUT-ORDER
                    END-IF
                 END-IF

              IF WS-ORDER-SOURCE EQUAL 'PKL'
                 DISPLAY 'WARNING - NO LOAD-OUT PLAN FOR '
                         WS-BUSINESS-DATE
                         ' - ORDERING FROM THE PICK LIST'
                 END-IF

           .
      *
      * LOADS THE ACTIVE SUPPLIERS FRONT TO BACK. NO SUPPLIER FILE
      *
       150-READ-PICK-LINES.

              IF WS-ORDER-SOURCE EQUAL 'LDO'
                 PERFORM 160-READ-LOADOUT-LINES
              ELSE
                 PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                    READ PIZZA-PICK-LIST
                        AT END
                           MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                        NOT AT END
                           ADD 1 TO WS-LINES-READ-COUNT
                           PERFORM 200-PROCESS-LINE-RTN
                    END-READ
                 END-PERFORM
                 END-IF

           .
      *
      * THE LOAD-OUT ROWS CARRY THE PICK-LIST LAYOUT, SO EACH ONE
      * GOES THROUGH THE SAME COMMISSARY BREAK AS A PICK LINE.

       160-READ-LOADOUT-LINES.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  READ PIZZA-LOADOUT-ORDER
                      AT END
                          MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                          IF LDO-REC-TYPE EQUAL 'D'
                             ADD 1 TO WS-LINES-READ-COUNT
                             MOVE LDO-PICK-DATA TO PIZZA-PICK-LIST-REC
                             PERFORM 200-PROCESS-LINE-RTN
                             END-IF
                  END-READ
              END-PERFORM

              WRITE PIZZA-PO-REC
                    AFTER ADVANCING 1 LINE

              IF WS-ORDER-SOURCE EQUAL 'LDO'
                 CLOSE PIZZA-LOADOUT-ORDER
              ELSE
                 CLOSE PIZZA-PICK-LIST
                 END-IF

              CLOSE    PO-MASTER
                       PIZZA-PO-RPT

              PERFORM 255-STEP-COUNTS-RTN

              STOP RUN
           .
      *
      * THE RUN'S COUNTS FOR THE NIGHTLY JOB DRIVER, AND A WARNING
      * RETURN CODE WHEN ANYTHING WAS REJECTED - THE DRIVER CARRIES
      * THE STREAM ON PAST A 4 BUT STOPS IT ON ANYTHING HIGHER.

       255-STEP-COUNTS-RTN.

              IF WS-LINES-REJECT-COUNT > 0
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
                 END-IF

              OPEN EXTEND PIZZA-STEP-COUNTS
              IF WS-STEP-COUNTS-STATUS EQUAL '35'
                 OPEN OUTPUT PIZZA-STEP-COUNTS
                 END-IF

              MOVE 'PIZZA-PO-PROG' TO STC-PROGRAM
              MOVE WS-LINES-READ-COUNT TO STC-READ
              MOVE WS-LINES-ORDERED-COUNT TO STC-WRITTEN
              MOVE WS-LINES-REJECT-COUNT TO STC-REJECTED
              WRITE PIZZA-STEP-COUNTS-REC
              CLOSE PIZZA-STEP-COUNTS

           .

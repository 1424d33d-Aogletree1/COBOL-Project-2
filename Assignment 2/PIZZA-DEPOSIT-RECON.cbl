       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-DEPOSIT-RECON.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Daily cash deposit reconciliation for Rolling Pizza
      *  Trucks.  The register Z-tape totals on TRUCK-SALES say
      *  what each truck rang up; the bank's deposit file says
      *  what actually reached the bank, one line per deposit
      *  bag.  The bags are totalled by truck and compared with
      *  the Z-tape, and the cash over or short is charged to
      *  the employee assigned to the truck on EMPLOYEE-MASTER.
      *  Each employee's running over/short is carried forward
      *  on OVER-SHORT-LEDGER, and anyone whose cumulative
      *  shortage passes the limit is flagged for the manager.
      *  Trucks that rang sales but made no deposit, bags that
      *  belong to no truck on the Z-tape, and bags dated for
      *  some night other than the business date print in their
      *  own exception section instead of being charged.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRUCK-SALES-FILE
               ASSIGN TO 'TRUCK-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-FILE-STATUS.

      * ONE LINE PER DEPOSIT BAG AS CREDITED BY THE BANK.

           SELECT BANK-DEPOSIT-FILE
               ASSIGN TO 'BANK-DEPOSIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-FILE-STATUS.

      * READ FRONT TO BACK ONCE TO FIND WHO IS ASSIGNED TO EACH
      * TRUCK - THE MASTER IS KEYED BY EMPLOYEE, NOT BY TRUCK.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'EMPLOYEE-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID-MST
               FILE STATUS IS WS-EMP-MASTER-STATUS.

      * THE RUNNING OVER/SHORT BALANCE PER EMPLOYEE, CARRIED FORWARD
      * RUN TO RUN AND REWRITTEN WHOLE AT CLOSE.

           SELECT OVER-SHORT-LEDGER
               ASSIGN TO 'OVER-SHORT-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PIZZA-DEPOSIT-RPT
               ASSIGN TO 'PIZZA-DEPOSIT-RPT.TXT'.

      * THE ONE-CARD RUN PARAMETER FILE - THE LEDGER POSTS UNDER THE
      * BUSINESS DATE ON THE CARD, NOT THE WALL CLOCK.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

      * ONE LINE PER TRUCK OFF THE REGISTER Z-TAPES - THE REVENUE
      * THE TRUCK RANG UP AND SO THE CASH IT OWES THE BANK.

       FD  TRUCK-SALES-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  TRUCK-SALES-REC.
           05  SALES-TRUCK-ID-IN  PIC X(5).
           05  SALES-ACTUAL-IN    PIC 9(7)V99.
      *
       FD  BANK-DEPOSIT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  BANK-DEPOSIT-REC.
           05  DEP-BAG-NUMBER-IN  PIC X(8).
           05  DEP-TRUCK-ID-IN    PIC X(5).
           05  DEP-AMOUNT-IN      PIC 9(7)V99.
           05  DEP-DATE-IN        PIC 9(8).
      *
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 30 CHARACTERS.
       01  EMPLOYEE-MASTER-REC.
           05  EMP-ID-MST          PIC X(4).
           05  EMP-NAME-MST        PIC X(20).
           05  EMP-ACTIVE-MST      PIC X(1).
           05  EMP-TRUCK-MST       PIC X(5).
      *
      * CUMULATIVE OVERS AND SHORTS ARE KEPT APART SO A BIG OVER
      * CANNOT HIDE A RUN OF SHORTS. THE LAST POSTING IS KEPT WITH
      * ITS DATE SO A RERUN OF THE SAME BUSINESS DATE BACKS IT OUT
      * INSTEAD OF CHARGING THE EMPLOYEE TWICE.

       FD  OVER-SHORT-LEDGER
           RECORD CONTAINS 68 CHARACTERS.
       01  OVER-SHORT-LEDGER-REC.
           05  OSL-EMP-ID          PIC X(4).
           05  OSL-EMP-NAME        PIC X(20).
           05  OSL-CUM-OVER        PIC 9(7)V99.
           05  OSL-CUM-SHORT       PIC 9(7)V99.
           05  OSL-LAST-DATE       PIC 9(8).
           05  OSL-LAST-OVER       PIC 9(7)V99.
           05  OSL-LAST-SHORT      PIC 9(7)V99.
      *
       FD    PIZZA-DEPOSIT-RPT
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-DEPOSIT-REC          PIC X(100).
      *
       FD  PIZZA-RUN-PARM
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-SALES-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-DEP-FILE-STATUS        PIC XX       VALUE '00'.
             05    WS-EMP-MASTER-STATUS      PIC XX       VALUE '00'.
             05    WS-LEDGER-STATUS          PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-FILE-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-RERUN-FLAG             PIC X(1)     VALUE 'N'.
             05    WS-DEPOSITS-AVAILABLE     PIC X(3)     VALUE 'YES'.
             05    WS-TRUCK-FOUND            PIC X(3)     VALUE 'NO'.
             05    WS-ASG-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-LED-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-DUP-DATE-FOUND         PIC X(3)     VALUE 'NO'.
             05    WS-OVER-SHORT             PIC S9(7)V99 VALUE 0.
             05    WS-NET-WK                 PIC S9(7)V99 VALUE 0.
             05    WS-SALES-READ-COUNT       PIC 9(5)     VALUE 0.
             05    WS-BAG-READ-COUNT         PIC 9(5)     VALUE 0.
             05    WS-BAG-MATCHED-COUNT      PIC 9(5)     VALUE 0.
             05    WS-BAG-UNMATCHED-COUNT    PIC 9(5)     VALUE 0.
             05    WS-BAG-REJECT-COUNT       PIC 9(5)     VALUE 0.
             05    WS-BAG-OTHER-DATE-COUNT   PIC 9(5)     VALUE 0.
             05    WS-TRUCK-RECON-COUNT      PIC 9(5)     VALUE 0.
             05    WS-TRUCK-NO-DEP-COUNT     PIC 9(5)     VALUE 0.
             05    WS-TRUCK-NO-EMP-COUNT     PIC 9(5)     VALUE 0.
             05    WS-FLAGGED-COUNT          PIC 9(5)     VALUE 0.
             05    WS-ZTAPE-TOTAL            PIC 9(9)V99  VALUE 0.
             05    WS-DEPOSIT-TOTAL          PIC 9(9)V99  VALUE 0.
             05    WS-OVER-TOTAL             PIC 9(9)V99  VALUE 0.
             05    WS-SHORT-TOTAL            PIC 9(9)V99  VALUE 0.

      * AN EMPLOYEE WHOSE CUMULATIVE SHORTAGES PASS THIS MANY
      * DOLLARS IS FLAGGED ON THE LEDGER FOR THE MANAGER.

             05    WS-SHORT-LIMIT            PIC 9(5)V99  VALUE 50.00.

      * THE Z-TAPE TRUCKS FOR THE DAY WITH THE BAGS TOTALLED UNDER
      * EACH. THE RUN STOPS RATHER THAN DROP A TRUCK - A DROPPED
      * TRUCK IS CASH NOBODY RECONCILES.

       01    WS-TRUCK-TABLE.
             05    WS-TRK-COUNT              PIC 999      VALUE 0.
             05    WS-TRK-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-TRK-IDX.
                   10    WS-TRK-ID           PIC X(5).
                   10    WS-TRK-ZTAPE        PIC 9(7)V99.
                   10    WS-TRK-DEPOSIT      PIC 9(7)V99.
                   10    WS-TRK-BAGS         PIC 999.

      * WHO IS ASSIGNED TO EACH TRUCK - THE FIRST ACTIVE EMPLOYEE
      * ON EMPLOYEE-MASTER CARRYING THAT TRUCK.

       01    WS-ASSIGN-TABLE.
             05    WS-ASG-COUNT              PIC 999      VALUE 0.
             05    WS-ASG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ASG-IDX.
                   10    WS-ASG-TRUCK        PIC X(5).
                   10    WS-ASG-EMP-ID       PIC X(4).
                   10    WS-ASG-EMP-NAME     PIC X(20).

      * THE OVER/SHORT LEDGER IN CORE FOR THE RUN - LOADED, POSTED
      * AND WRITTEN BACK WHOLE AT CLOSE.

       01    WS-LEDGER-TABLE.
             05    WS-LED-COUNT              PIC 999      VALUE 0.
             05    WS-LED-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LED-IDX.
                   10    WS-LED-EMP-ID       PIC X(4).
                   10    WS-LED-EMP-NAME     PIC X(20).
                   10    WS-LED-CUM-OVER     PIC 9(7)V99.
                   10    WS-LED-CUM-SHORT    PIC 9(7)V99.
                   10    WS-LED-LAST-DATE    PIC 9(8).
                   10    WS-LED-LAST-OVER    PIC 9(7)V99.
                   10    WS-LED-LAST-SHORT   PIC 9(7)V99.
                   10    WS-LED-POSTED       PIC X(3).

      *************************OUTPUT AREA*****************************
       01 DEP-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 DEP-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 DEP-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 DEP-INITIALS      PIC X(3) VALUE 'AHO'.

       01 DEP-REPORT-HEADER-2.
          05 FILLER            PIC X(22) VALUE SPACES.
          05 DEP-REPORT-LINE   PIC X(32) VALUE
             'CASH DEPOSIT OVER/SHORT REPORT'.

       01 DEP-REPORT-HEADER-3.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 DEP-TRUCK-HDR   PIC X(5) VALUE 'TRUCK'         .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 DEP-EMP-HDR     PIC X(4) VALUE 'EMP '          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 DEP-NAME-HDR    PIC X(20) VALUE 'EMPLOYEE NAME'  .

          05 FILLER          PIC X(5) VALUE SPACES          .
          05 DEP-ZTAPE-HDR   PIC X(6) VALUE 'Z-TAPE'        .

          05 FILLER          PIC X(4) VALUE SPACES          .
          05 DEP-DEP-HDR     PIC X(9) VALUE 'DEPOSITED'     .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 DEP-BAGS-HDR    PIC X(4) VALUE 'BAGS'          .

          05 FILLER          PIC X(3) VALUE SPACES          .
          05 DEP-OS-HDR      PIC X(10) VALUE 'OVER/SHORT'   .

       01 DEP-DETAIL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-TRUCK-OUT     PIC X(5)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-EMP-OUT       PIC X(4)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-NAME-OUT      PIC X(20)              .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 DEP-ZTAPE-OUT     PIC Z,ZZZ,ZZ9.99       .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 DEP-DEP-OUT       PIC Z,ZZZ,ZZ9.99       .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-BAGS-OUT      PIC ZZ9                .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 DEP-OS-OUT        PIC ZZZ,ZZ9.99-        .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-FLAG-OUT      PIC X(11)              .

       01 DEP-SECTION-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 DEP-SECTION-OUT   PIC X(40)                        .

       01 DEP-EXCEPTION-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-EXC-BAG-OUT   PIC X(8)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-EXC-TRUCK-OUT PIC X(5)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-EXC-AMT-OUT   PIC Z,ZZZ,ZZ9.99       .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-EXC-DATE-OUT  PIC X(10)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-EXC-TEXT-OUT  PIC X(30)              .

       01 DEP-LEDGER-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 DEP-LH-EMP-HDR  PIC X(4) VALUE 'EMP '          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 DEP-LH-NAME-HDR PIC X(20) VALUE 'EMPLOYEE NAME'  .

          05 FILLER          PIC X(4) VALUE SPACES          .
          05 DEP-LH-TOD-HDR  PIC X(7) VALUE 'TONIGHT'       .

          05 FILLER          PIC X(4) VALUE SPACES          .
          05 DEP-LH-OVR-HDR  PIC X(8) VALUE 'CUM OVER'      .

          05 FILLER          PIC X(3) VALUE SPACES          .
          05 DEP-LH-SHT-HDR  PIC X(9) VALUE 'CUM SHORT'     .

          05 FILLER          PIC X(3) VALUE SPACES          .
          05 DEP-LH-NET-HDR  PIC X(10) VALUE 'NET'          .

       01 DEP-LEDGER-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-LL-EMP-OUT    PIC X(4)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-LL-NAME-OUT   PIC X(20)              .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 DEP-LL-TOD-OUT    PIC ZZZ,ZZ9.99-        .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 DEP-LL-OVR-OUT    PIC ZZZ,ZZ9.99         .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-LL-SHT-OUT    PIC ZZZ,ZZ9.99         .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 DEP-LL-NET-OUT    PIC ZZZ,ZZ9.99-        .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 DEP-LL-FLAG-OUT   PIC X(11)              .

       01 DEP-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 DEP-COUNT-LABEL   PIC X(26)                        .
          05 DEP-COUNT-OUT     PIC ZZ,ZZ9                       .

       01 DEP-TOTAL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 DEP-TOTAL-LABEL   PIC X(26)                        .
          05 DEP-DOLLSIGN1     PIC X    VALUE '$'               .
          05 DEP-TOTAL-OUT     PIC ZZZ,ZZZ,ZZ9.99               .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 126-ASSIGN-LOAD-RTN
           PERFORM 127-SALES-LOAD-RTN
           PERFORM 128-LEDGER-LOAD-RTN
           PERFORM 150-READ-DEPOSITS
           PERFORM 200-RECON-TRUCKS-RTN
           PERFORM 230-EXCEPTION-RTN
           PERFORM 240-LEDGER-REPORT-RTN
           PERFORM 270-LEDGER-REWRITE-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           OPEN    OUTPUT    PIZZA-DEPOSIT-RPT

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO DEP-H1-DATE

           MOVE DEP-REPORT-HEADER    TO PIZZA-DEPOSIT-REC
           WRITE PIZZA-DEPOSIT-REC
                   AFTER ADVANCING 2 LINE

           MOVE DEP-REPORT-HEADER-2  TO PIZZA-DEPOSIT-REC
           WRITE PIZZA-DEPOSIT-REC
                   AFTER ADVANCING 2 LINE

           MOVE DEP-REPORT-HEADER-3  TO PIZZA-DEPOSIT-REC
           WRITE PIZZA-DEPOSIT-REC
                   AFTER ADVANCING 3 LINE

           .
      *
      * READS THE BUSINESS DATE AND RERUN FLAG OFF THE RUN PARAMETER
      * CARD, FALLING BACK TO THE SYSTEM CLOCK - LOUDLY - WHEN THE
      * CARD IS MISSING OR UNREADABLE. SAME DRILL AS THE NIGHTLY RUN.

       123-BUSINESS-DATE-RTN.

              MOVE 'N' TO WS-RERUN-FLAG
              OPEN INPUT PIZZA-RUN-PARM
              IF WS-PARM-STATUS EQUAL '00'
                 READ PIZZA-RUN-PARM
                     AT END
                        PERFORM 123A-DATE-FALLBACK-RTN
                     NOT AT END
                        IF PRM-BUSINESS-DATE IS NUMERIC
                           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE
                           MOVE PRM-RERUN-FLAG TO WS-RERUN-FLAG
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
                      'PIZZA-RUN-PARM - POSTING UNDER SYSTEM '
                      'DATE ' WS-RUN-DATE

           .
      *
      * BUILDS THE TRUCK-TO-EMPLOYEE ASSIGNMENTS. A SECOND ACTIVE
      * EMPLOYEE ON THE SAME TRUCK IS A ROSTER PROBLEM - THE FIRST
      * ONE KEEPS THE TRUCK AND THE SECOND IS REPORTED.

       126-ASSIGN-LOAD-RTN.

              OPEN INPUT EMPLOYEE-MASTER
              IF WS-EMP-MASTER-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN EMPLOYEE-MASTER, '
                         'STATUS ' WS-EMP-MASTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-FILE-EOF
              PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                 READ EMPLOYEE-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-FILE-EOF
                     NOT AT END
                        IF EMP-ACTIVE-MST EQUAL 'Y'
                           AND EMP-TRUCK-MST NOT EQUAL SPACES
                           PERFORM 126A-ASSIGN-STORE-RTN
                           END-IF
                 END-READ
              END-PERFORM

              CLOSE EMPLOYEE-MASTER

           .
      *
       126A-ASSIGN-STORE-RTN.

              MOVE EMP-TRUCK-MST TO DEP-TRUCK-OUT
              PERFORM 205-ASSIGN-LOOKUP-RTN

              IF WS-ASG-FOUND EQUAL 'YES'
                 DISPLAY 'WARNING - TRUCK ' EMP-TRUCK-MST
                         ' ALSO ASSIGNED TO EMPLOYEE ' EMP-ID-MST
                         ' - OVER/SHORT STAYS WITH '
                         WS-ASG-EMP-ID (WS-ASG-IDX)
              ELSE
                 IF WS-ASG-COUNT < 500
                    ADD 1 TO WS-ASG-COUNT
                    SET WS-ASG-IDX TO WS-ASG-COUNT
                    MOVE EMP-TRUCK-MST TO WS-ASG-TRUCK (WS-ASG-IDX)
                    MOVE EMP-ID-MST    TO WS-ASG-EMP-ID (WS-ASG-IDX)
                    MOVE EMP-NAME-MST  TO WS-ASG-EMP-NAME (WS-ASG-IDX)
                 ELSE
                    DISPLAY 'ERROR - TRUCK ASSIGNMENT TABLE FULL '
                            '(500) - RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

           .
      *
      * LOADS THE DAY'S Z-TAPE TOTALS. A MISSING Z-TAPE FILE MEANS
      * THERE IS NOTHING TO RECONCILE AGAINST, SO THE RUN STOPS.

       127-SALES-LOAD-RTN.

              OPEN INPUT TRUCK-SALES-FILE
              IF WS-SALES-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN TRUCK-SALES, '
                         'STATUS ' WS-SALES-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-FILE-EOF
              PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                 READ TRUCK-SALES-FILE
                     AT END
                        MOVE 'YES' TO WS-FILE-EOF
                     NOT AT END
                        ADD 1 TO WS-SALES-READ-COUNT
                        PERFORM 127A-SALES-STORE-RTN
                 END-READ
              END-PERFORM

              CLOSE TRUCK-SALES-FILE

           .
      *
      * A RERUN OF THE REGISTER PULL CAN APPEND THE SAME TRUCK
      * TWICE - THE FIRST ROW IS KEPT AND THE DUPLICATE REPORTED, SO
      * IT NEVER DOUBLES WHAT THE TRUCK OWES THE BANK.

       127A-SALES-STORE-RTN.

              IF SALES-ACTUAL-IN IS NOT NUMERIC
                 DISPLAY 'WARNING - NON-NUMERIC SALES AMOUNT '
                    'DROPPED FROM DEPOSIT RECON: ' TRUCK-SALES-REC
              ELSE
                 MOVE SALES-TRUCK-ID-IN TO DEP-EXC-TRUCK-OUT
                 PERFORM 207-TRUCK-LOOKUP-RTN
                 IF WS-TRUCK-FOUND EQUAL 'YES'
                    DISPLAY 'WARNING - DUPLICATE SALES ROW '
                       'DROPPED FROM DEPOSIT RECON: ' TRUCK-SALES-REC
                 ELSE
                    IF WS-TRK-COUNT < 500
                       ADD 1 TO WS-TRK-COUNT
                       SET WS-TRK-IDX TO WS-TRK-COUNT
                       MOVE SALES-TRUCK-ID-IN TO WS-TRK-ID (WS-TRK-IDX)
                       MOVE SALES-ACTUAL-IN TO
                            WS-TRK-ZTAPE (WS-TRK-IDX)
                       MOVE 0 TO WS-TRK-DEPOSIT (WS-TRK-IDX)
                       MOVE 0 TO WS-TRK-BAGS (WS-TRK-IDX)
                    ELSE
                       DISPLAY 'ERROR - DEPOSIT TRUCK TABLE FULL '
                               '(500) - RAISE THE TABLE AND RERUN'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                       END-IF
                    END-IF
                 END-IF

           .
      *
      * LOADS THE RUNNING LEDGER. AN EMPLOYEE WHOSE LAST POSTING
      * CARRIES TONIGHT'S DATE MEANS THIS BUSINESS DATE HAS ALREADY
      * RUN - ONLY THE RERUN FLAG ON THE PARAMETER CARD GETS PAST
      * THAT, AND THEN THE EARLIER POSTING IS BACKED OUT FIRST SO
      * NOBODY IS CHARGED TWICE FOR THE SAME NIGHT.

       128-LEDGER-LOAD-RTN.

              MOVE 'NO' TO WS-DUP-DATE-FOUND
              OPEN INPUT OVER-SHORT-LEDGER
              IF WS-LEDGER-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ OVER-SHORT-LEDGER
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           PERFORM 128A-LEDGER-STORE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE OVER-SHORT-LEDGER
                 END-IF

              IF WS-DUP-DATE-FOUND EQUAL 'YES'
                 AND WS-RERUN-FLAG NOT EQUAL 'Y'
                 DISPLAY 'ERROR - BUSINESS DATE ' WS-RUN-DATE
                         ' ALREADY ON OVER-SHORT-LEDGER - SET THE '
                         'RERUN FLAG ON PIZZA-RUN-PARM TO RUN '
                         'AGAIN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
       128A-LEDGER-STORE-RTN.

              IF WS-LED-COUNT < 500
                 ADD 1 TO WS-LED-COUNT
                 SET WS-LED-IDX TO WS-LED-COUNT
                 MOVE OSL-EMP-ID     TO WS-LED-EMP-ID (WS-LED-IDX)
                 MOVE OSL-EMP-NAME   TO WS-LED-EMP-NAME (WS-LED-IDX)
                 MOVE OSL-CUM-OVER   TO WS-LED-CUM-OVER (WS-LED-IDX)
                 MOVE OSL-CUM-SHORT  TO WS-LED-CUM-SHORT (WS-LED-IDX)
                 MOVE OSL-LAST-DATE  TO WS-LED-LAST-DATE (WS-LED-IDX)
                 MOVE OSL-LAST-OVER  TO WS-LED-LAST-OVER (WS-LED-IDX)
                 MOVE OSL-LAST-SHORT TO WS-LED-LAST-SHORT (WS-LED-IDX)
                 MOVE 'NO'           TO WS-LED-POSTED (WS-LED-IDX)
                 IF OSL-LAST-DATE EQUAL WS-RUN-DATE
                    MOVE 'YES' TO WS-DUP-DATE-FOUND
                    SUBTRACT OSL-LAST-OVER FROM
                             WS-LED-CUM-OVER (WS-LED-IDX)
                    SUBTRACT OSL-LAST-SHORT FROM
                             WS-LED-CUM-SHORT (WS-LED-IDX)
                    MOVE 0 TO WS-LED-LAST-OVER (WS-LED-IDX)
                    MOVE 0 TO WS-LED-LAST-SHORT (WS-LED-IDX)
                    END-IF
              ELSE
                 DISPLAY 'ERROR - OVER/SHORT LEDGER TABLE FULL '
                         '(500) - RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * TOTALS THE BAGS UNDER THEIR TRUCKS. A BAG FOR A TRUCK WITH
      * NO Z-TAPE, OR ONE THE BANK SENT WITH A BAD AMOUNT, GOES TO
      * THE EXCEPTION SECTION. NO DEPOSIT FILE AT ALL IS REPORTED
      * AND EVERY TRUCK THEN SHOWS AS HAVING NO DEPOSIT.

       150-READ-DEPOSITS.

              OPEN INPUT BANK-DEPOSIT-FILE
              IF WS-DEP-FILE-STATUS NOT EQUAL '00'
                 MOVE 'NO' TO WS-DEPOSITS-AVAILABLE
                 DISPLAY 'WARNING - BANK-DEPOSIT NOT AVAILABLE, '
                         'STATUS ' WS-DEP-FILE-STATUS
                         ' - NO BAGS MATCHED'
              ELSE
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ BANK-DEPOSIT-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-BAG-READ-COUNT
                           PERFORM 160-POST-BAG-RTN
                    END-READ
                 END-PERFORM
                 CLOSE BANK-DEPOSIT-FILE
                 END-IF

           .
      *
      * ONLY TONIGHT'S BAGS COUNT AGAINST TONIGHT'S Z-TAPE. A LATE
      * BAG FROM AN EARLIER NIGHT, OR ONE KEYED AHEAD, IS LISTED AS
      * AN EXCEPTION AND CHARGED TO NOBODY.

       160-POST-BAG-RTN.

              IF DEP-AMOUNT-IN IS NOT NUMERIC
                 ADD 1 TO WS-BAG-REJECT-COUNT
              ELSE
                 IF DEP-DATE-IN IS NOT NUMERIC
                    OR DEP-DATE-IN NOT EQUAL WS-RUN-DATE
                    ADD 1 TO WS-BAG-OTHER-DATE-COUNT
                 ELSE
                    MOVE DEP-TRUCK-ID-IN TO DEP-EXC-TRUCK-OUT
                    PERFORM 207-TRUCK-LOOKUP-RTN
                    IF WS-TRUCK-FOUND EQUAL 'YES'
                       ADD 1 TO WS-BAG-MATCHED-COUNT
                       ADD DEP-AMOUNT-IN
                           TO WS-TRK-DEPOSIT (WS-TRK-IDX)
                       ADD 1 TO WS-TRK-BAGS (WS-TRK-IDX)
                       ADD DEP-AMOUNT-IN TO WS-DEPOSIT-TOTAL
                    ELSE
                       ADD 1 TO WS-BAG-UNMATCHED-COUNT
                       END-IF
                    END-IF
                 END-IF

           .
      *
      * ONE LINE PER Z-TAPE TRUCK THAT MADE A DEPOSIT. THE OVER OR
      * SHORT IS POSTED TO THE ASSIGNED EMPLOYEE'S LEDGER; A TRUCK
      * NOBODY IS ASSIGNED TO PRINTS BUT POSTS NOTHING, AND SHOWS
      * AGAIN IN THE EXCEPTION SECTION.

       200-RECON-TRUCKS-RTN.

              PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                      UNTIL WS-TRK-IDX > WS-TRK-COUNT
                 ADD WS-TRK-ZTAPE (WS-TRK-IDX) TO WS-ZTAPE-TOTAL
                 IF WS-TRK-BAGS (WS-TRK-IDX) > 0
                    PERFORM 210-TRUCK-LINE-RTN
                 ELSE
                    ADD 1 TO WS-TRUCK-NO-DEP-COUNT
                 END-IF
              END-PERFORM

           .
      *
       210-TRUCK-LINE-RTN.

              ADD 1 TO WS-TRUCK-RECON-COUNT

              COMPUTE WS-OVER-SHORT =
                      WS-TRK-DEPOSIT (WS-TRK-IDX) -
                      WS-TRK-ZTAPE (WS-TRK-IDX)

              IF WS-OVER-SHORT > 0
                 ADD WS-OVER-SHORT TO WS-OVER-TOTAL
              ELSE
                 SUBTRACT WS-OVER-SHORT FROM WS-SHORT-TOTAL
                 END-IF

              MOVE WS-TRK-ID (WS-TRK-IDX) TO DEP-TRUCK-OUT
              PERFORM 205-ASSIGN-LOOKUP-RTN

              MOVE WS-TRK-ID (WS-TRK-IDX)      TO DEP-TRUCK-OUT
              MOVE WS-TRK-ZTAPE (WS-TRK-IDX)   TO DEP-ZTAPE-OUT
              MOVE WS-TRK-DEPOSIT (WS-TRK-IDX) TO DEP-DEP-OUT
              MOVE WS-TRK-BAGS (WS-TRK-IDX)    TO DEP-BAGS-OUT
              MOVE WS-OVER-SHORT               TO DEP-OS-OUT

              IF WS-ASG-FOUND EQUAL 'YES'
                 MOVE WS-ASG-EMP-ID (WS-ASG-IDX)   TO DEP-EMP-OUT
                 MOVE WS-ASG-EMP-NAME (WS-ASG-IDX) TO DEP-NAME-OUT
                 PERFORM 220-LEDGER-POST-RTN
                 IF WS-OVER-SHORT < 0
                    MOVE 'SHORT' TO DEP-FLAG-OUT
                 ELSE
                    IF WS-OVER-SHORT > 0
                       MOVE 'OVER' TO DEP-FLAG-OUT
                    ELSE
                       MOVE SPACES TO DEP-FLAG-OUT
                       END-IF
                    END-IF
              ELSE
                 ADD 1 TO WS-TRUCK-NO-EMP-COUNT
                 MOVE SPACES          TO DEP-EMP-OUT
                 MOVE 'NO EMPLOYEE ASSIGNED' TO DEP-NAME-OUT
                 MOVE 'NOT POSTED'    TO DEP-FLAG-OUT
                 END-IF

              MOVE DEP-DETAIL-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * FINDS THE EMPLOYEE ASSIGNED TO THE TRUCK IN DEP-TRUCK-OUT
      * AND LEAVES WS-ASG-IDX ON THE ENTRY.

       205-ASSIGN-LOOKUP-RTN.

              MOVE 'NO' TO WS-ASG-FOUND
              PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                      UNTIL WS-ASG-IDX > WS-ASG-COUNT
                      OR WS-ASG-FOUND EQUAL 'YES'
                 IF WS-ASG-TRUCK (WS-ASG-IDX) EQUAL DEP-TRUCK-OUT
                    MOVE 'YES' TO WS-ASG-FOUND
                 END-IF
              END-PERFORM
              IF WS-ASG-FOUND EQUAL 'YES'
                 SET WS-ASG-IDX DOWN BY 1
                 END-IF

           .
      *
      * FINDS THE Z-TAPE TRUCK IN DEP-EXC-TRUCK-OUT AND LEAVES
      * WS-TRK-IDX ON THE ENTRY.

       207-TRUCK-LOOKUP-RTN.

              MOVE 'NO' TO WS-TRUCK-FOUND
              PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                      UNTIL WS-TRK-IDX > WS-TRK-COUNT
                      OR WS-TRUCK-FOUND EQUAL 'YES'
                 IF WS-TRK-ID (WS-TRK-IDX) EQUAL DEP-EXC-TRUCK-OUT
                    MOVE 'YES' TO WS-TRUCK-FOUND
                 END-IF
              END-PERFORM
              IF WS-TRUCK-FOUND EQUAL 'YES'
                 SET WS-TRK-IDX DOWN BY 1
                 END-IF

           .
      *
      * CHARGES WS-OVER-SHORT TO THE ASSIGNED EMPLOYEE, OPENING A
      * LEDGER ENTRY THE FIRST TIME THE EMPLOYEE IS CHARGED.

       220-LEDGER-POST-RTN.

              MOVE 'NO' TO WS-LED-FOUND
              PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                      UNTIL WS-LED-IDX > WS-LED-COUNT
                      OR WS-LED-FOUND EQUAL 'YES'
                 IF WS-LED-EMP-ID (WS-LED-IDX) EQUAL
                    WS-ASG-EMP-ID (WS-ASG-IDX)
                    MOVE 'YES' TO WS-LED-FOUND
                 END-IF
              END-PERFORM

              IF WS-LED-FOUND EQUAL 'YES'
                 SET WS-LED-IDX DOWN BY 1
              ELSE
                 IF WS-LED-COUNT < 500
                    ADD 1 TO WS-LED-COUNT
                    SET WS-LED-IDX TO WS-LED-COUNT
                    MOVE WS-ASG-EMP-ID (WS-ASG-IDX) TO
                         WS-LED-EMP-ID (WS-LED-IDX)
                    MOVE 0 TO WS-LED-CUM-OVER (WS-LED-IDX)
                    MOVE 0 TO WS-LED-CUM-SHORT (WS-LED-IDX)
                    MOVE 0 TO WS-LED-LAST-OVER (WS-LED-IDX)
                    MOVE 0 TO WS-LED-LAST-SHORT (WS-LED-IDX)
                    MOVE 'NO' TO WS-LED-POSTED (WS-LED-IDX)
                 ELSE
                    DISPLAY 'ERROR - OVER/SHORT LEDGER TABLE FULL '
                            '(500) - RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

      * THE FIRST CHARGE OF THE NIGHT REPLACES THE LAST POSTING; A
      * SECOND TRUCK ON THE SAME EMPLOYEE ADDS TO IT.

              IF WS-LED-POSTED (WS-LED-IDX) EQUAL 'NO'
                 MOVE 'YES' TO WS-LED-POSTED (WS-LED-IDX)
                 MOVE WS-RUN-DATE TO WS-LED-LAST-DATE (WS-LED-IDX)
                 MOVE 0 TO WS-LED-LAST-OVER (WS-LED-IDX)
                 MOVE 0 TO WS-LED-LAST-SHORT (WS-LED-IDX)
                 END-IF

              MOVE WS-ASG-EMP-NAME (WS-ASG-IDX) TO
                   WS-LED-EMP-NAME (WS-LED-IDX)

              IF WS-OVER-SHORT > 0
                 ADD WS-OVER-SHORT TO WS-LED-CUM-OVER (WS-LED-IDX)
                 ADD WS-OVER-SHORT TO WS-LED-LAST-OVER (WS-LED-IDX)
              ELSE
                 SUBTRACT WS-OVER-SHORT FROM
                          WS-LED-CUM-SHORT (WS-LED-IDX)
                 SUBTRACT WS-OVER-SHORT FROM
                          WS-LED-LAST-SHORT (WS-LED-IDX)
                 END-IF

           .
      *
      * THE EXCEPTION SECTION - TRUCKS THAT RANG SALES BUT MADE NO
      * DEPOSIT, THEN BAGS THAT MATCH NO Z-TAPE TRUCK OR CARRY AN
      * AMOUNT THAT WILL NOT READ. THE DEPOSIT FILE IS READ A SECOND
      * TIME SO EACH BAD BAG PRINTS AS THE BANK SENT IT.

       230-EXCEPTION-RTN.

              MOVE 'DEPOSIT EXCEPTIONS' TO DEP-SECTION-OUT
              MOVE DEP-SECTION-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 3 LINE

              MOVE SPACES TO DEP-EXC-BAG-OUT
              MOVE SPACES TO DEP-EXC-DATE-OUT
              PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                      UNTIL WS-TRK-IDX > WS-TRK-COUNT
                 IF WS-TRK-BAGS (WS-TRK-IDX) EQUAL 0
                    MOVE WS-TRK-ID (WS-TRK-IDX)    TO DEP-EXC-TRUCK-OUT
                    MOVE WS-TRK-ZTAPE (WS-TRK-IDX) TO DEP-EXC-AMT-OUT
                    MOVE 'TRUCK SALES WITH NO DEPOSIT'
                         TO DEP-EXC-TEXT-OUT
                    MOVE DEP-EXCEPTION-LINE TO PIZZA-DEPOSIT-REC
                    WRITE PIZZA-DEPOSIT-REC
                          AFTER ADVANCING 1 LINE
                 END-IF
              END-PERFORM

              IF WS-DEPOSITS-AVAILABLE EQUAL 'YES'
                 AND WS-BAG-UNMATCHED-COUNT + WS-BAG-REJECT-COUNT
                     + WS-BAG-OTHER-DATE-COUNT > 0
                 OPEN INPUT BANK-DEPOSIT-FILE
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ BANK-DEPOSIT-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           PERFORM 235-BAG-EXCEPTION-RTN
                    END-READ
                 END-PERFORM
                 CLOSE BANK-DEPOSIT-FILE
                 END-IF

           .
      *
       235-BAG-EXCEPTION-RTN.

              MOVE SPACES TO DEP-EXC-TEXT-OUT

              IF DEP-AMOUNT-IN IS NOT NUMERIC
                 MOVE 0 TO DEP-EXC-AMT-OUT
                 MOVE 'NON-NUMERIC DEPOSIT AMOUNT' TO DEP-EXC-TEXT-OUT
              ELSE
                 IF DEP-DATE-IN IS NOT NUMERIC
                    OR DEP-DATE-IN NOT EQUAL WS-RUN-DATE
                    MOVE DEP-AMOUNT-IN TO DEP-EXC-AMT-OUT
                    MOVE 'DEPOSIT DATED ANOTHER NIGHT'
                         TO DEP-EXC-TEXT-OUT
                 ELSE
                    MOVE DEP-TRUCK-ID-IN TO DEP-EXC-TRUCK-OUT
                    PERFORM 207-TRUCK-LOOKUP-RTN
                    IF WS-TRUCK-FOUND EQUAL 'NO'
                       MOVE DEP-AMOUNT-IN TO DEP-EXC-AMT-OUT
                       MOVE 'DEPOSIT WITH NO TRUCK SALES'
                            TO DEP-EXC-TEXT-OUT
                       END-IF
                    END-IF
                 END-IF

              IF DEP-EXC-TEXT-OUT NOT EQUAL SPACES
                 MOVE DEP-BAG-NUMBER-IN TO DEP-EXC-BAG-OUT
                 MOVE DEP-TRUCK-ID-IN   TO DEP-EXC-TRUCK-OUT
                 MOVE DEP-DATE-IN       TO DEP-EXC-DATE-OUT
                 MOVE DEP-EXCEPTION-LINE TO PIZZA-DEPOSIT-REC
                 WRITE PIZZA-DEPOSIT-REC
                       AFTER ADVANCING 1 LINE
                 END-IF

           .
      *
      * THE RUNNING LEDGER - EVERY EMPLOYEE EVER CHARGED, TONIGHT'S
      * OVER OR SHORT, AND THE CUMULATIVE FIGURES. PAST THE SHORTAGE
      * LIMIT IS FLAGGED FOR THE MANAGER.

       240-LEDGER-REPORT-RTN.

              MOVE 'EMPLOYEE OVER/SHORT LEDGER' TO DEP-SECTION-OUT
              MOVE DEP-SECTION-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 3 LINE

              MOVE DEP-LEDGER-HEADER TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 2 LINE

              PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                      UNTIL WS-LED-IDX > WS-LED-COUNT
                 PERFORM 245-LEDGER-LINE-RTN
              END-PERFORM

           .
      *
       245-LEDGER-LINE-RTN.

              MOVE WS-LED-EMP-ID (WS-LED-IDX)   TO DEP-LL-EMP-OUT
              MOVE WS-LED-EMP-NAME (WS-LED-IDX) TO DEP-LL-NAME-OUT

              IF WS-LED-POSTED (WS-LED-IDX) EQUAL 'YES'
                 COMPUTE WS-NET-WK =
                         WS-LED-LAST-OVER (WS-LED-IDX) -
                         WS-LED-LAST-SHORT (WS-LED-IDX)
              ELSE
                 MOVE 0 TO WS-NET-WK
                 END-IF
              MOVE WS-NET-WK TO DEP-LL-TOD-OUT

              MOVE WS-LED-CUM-OVER (WS-LED-IDX)  TO DEP-LL-OVR-OUT
              MOVE WS-LED-CUM-SHORT (WS-LED-IDX) TO DEP-LL-SHT-OUT
              COMPUTE WS-NET-WK =
                      WS-LED-CUM-OVER (WS-LED-IDX) -
                      WS-LED-CUM-SHORT (WS-LED-IDX)
              MOVE WS-NET-WK TO DEP-LL-NET-OUT

              IF WS-LED-CUM-SHORT (WS-LED-IDX) > WS-SHORT-LIMIT
                 MOVE 'SHORT LIMIT' TO DEP-LL-FLAG-OUT
                 ADD 1 TO WS-FLAGGED-COUNT
              ELSE
                 MOVE SPACES TO DEP-LL-FLAG-OUT
                 END-IF

              MOVE DEP-LEDGER-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * WRITES THE LEDGER BACK WHOLE - EVERY EMPLOYEE STAYS ON IT
      * WHETHER CHARGED TONIGHT OR NOT.

       270-LEDGER-REWRITE-RTN.

              OPEN OUTPUT OVER-SHORT-LEDGER

              PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                      UNTIL WS-LED-IDX > WS-LED-COUNT
                 MOVE WS-LED-EMP-ID (WS-LED-IDX)     TO OSL-EMP-ID
                 MOVE WS-LED-EMP-NAME (WS-LED-IDX)   TO OSL-EMP-NAME
                 MOVE WS-LED-CUM-OVER (WS-LED-IDX)   TO OSL-CUM-OVER
                 MOVE WS-LED-CUM-SHORT (WS-LED-IDX)  TO OSL-CUM-SHORT
                 MOVE WS-LED-LAST-DATE (WS-LED-IDX)  TO OSL-LAST-DATE
                 MOVE WS-LED-LAST-OVER (WS-LED-IDX)  TO OSL-LAST-OVER
                 MOVE WS-LED-LAST-SHORT (WS-LED-IDX) TO OSL-LAST-SHORT
                 WRITE OVER-SHORT-LEDGER-REC
              END-PERFORM

              CLOSE OVER-SHORT-LEDGER

           .
      *
       250-CLOSE-ROUTINE.

              MOVE 'Z-TAPE TRUCKS READ:       ' TO DEP-COUNT-LABEL
              MOVE WS-SALES-READ-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'TRUCKS RECONCILED:        ' TO DEP-COUNT-LABEL
              MOVE WS-TRUCK-RECON-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TRUCKS WITH NO DEPOSIT:   ' TO DEP-COUNT-LABEL
              MOVE WS-TRUCK-NO-DEP-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TRUCKS WITH NO EMPLOYEE:  ' TO DEP-COUNT-LABEL
              MOVE WS-TRUCK-NO-EMP-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'DEPOSIT BAGS READ:        ' TO DEP-COUNT-LABEL
              MOVE WS-BAG-READ-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'BAGS MATCHED TO A TRUCK:  ' TO DEP-COUNT-LABEL
              MOVE WS-BAG-MATCHED-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'BAGS WITH NO TRUCK:       ' TO DEP-COUNT-LABEL
              MOVE WS-BAG-UNMATCHED-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'BAGS DATED ANOTHER NIGHT: ' TO DEP-COUNT-LABEL
              MOVE WS-BAG-OTHER-DATE-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'BAGS NOT READABLE:        ' TO DEP-COUNT-LABEL
              MOVE WS-BAG-REJECT-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'EMPLOYEES PAST SHORT LIMIT' TO DEP-COUNT-LABEL
              MOVE WS-FLAGGED-COUNT TO DEP-COUNT-OUT
              MOVE DEP-COUNT-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TOTAL Z-TAPE SALES:       ' TO DEP-TOTAL-LABEL
              MOVE WS-ZTAPE-TOTAL TO DEP-TOTAL-OUT
              MOVE DEP-TOTAL-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'TOTAL MATCHED DEPOSITS:   ' TO DEP-TOTAL-LABEL
              MOVE WS-DEPOSIT-TOTAL TO DEP-TOTAL-OUT
              MOVE DEP-TOTAL-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TOTAL CASH OVER:          ' TO DEP-TOTAL-LABEL
              MOVE WS-OVER-TOTAL TO DEP-TOTAL-OUT
              MOVE DEP-TOTAL-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TOTAL CASH SHORT:         ' TO DEP-TOTAL-LABEL
              MOVE WS-SHORT-TOTAL TO DEP-TOTAL-OUT
              MOVE DEP-TOTAL-LINE TO PIZZA-DEPOSIT-REC
              WRITE PIZZA-DEPOSIT-REC
                    AFTER ADVANCING 1 LINE

      * EVERY BAG READ MUST HAVE BEEN MATCHED OR LISTED AS AN
      * EXCEPTION - ANYTHING ELSE ENDS THE RUN WITH A BAD RETURN
      * CODE, SAME AS THE NIGHTLY RUN'S BALANCE CHECK.

              IF WS-BAG-READ-COUNT NOT EQUAL
                 WS-BAG-MATCHED-COUNT + WS-BAG-UNMATCHED-COUNT
                 + WS-BAG-REJECT-COUNT + WS-BAG-OTHER-DATE-COUNT
                 DISPLAY 'ERROR - DEPOSIT RECON RUN OUT OF BALANCE'
                 MOVE 16 TO RETURN-CODE
                 END-IF

              CLOSE    PIZZA-DEPOSIT-RPT

              STOP RUN
           .

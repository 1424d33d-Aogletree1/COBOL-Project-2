       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-NIGHTLY-DRIVER.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Nightly job stream for Rolling Pizza Trucks.  Runs
      *  the night's programs in order for the business date
      *  on PIZZA-RUN-PARM - master maintenance, dock
      *  receiving, register sell-through, the posting feed,
      *  the perpetual book update, the nightly inventory run,
      *  the GL posting, the next-day load-out plan, the
      *  purchase order run and the sales tax capture - so the
      *  operator launches one job instead of nine programs by
      *  hand.  The feed step builds INVEN-TRANS from the
      *  receiving restock postings, any commissary-keyed
      *  postings on INVEN-KEYED-TRANS, and the sell-through
      *  relief postings.  Each step's return code is checked: 0 and
      *  4 (ran, with rejects) carry on, anything else stops
      *  the stream so no later step runs against half-
      *  updated files.  Step status is kept on
      *  PIZZA-JOB-STATUS after every step, and rerunning the
      *  job for the same business date picks up at the step
      *  that failed without re-posting the steps already
      *  done.  A job summary prints the start and end time,
      *  return code and record counts of every step.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ONE ROW PER STEP FOR THE BUSINESS DATE BEING RUN, REWRITTEN
      * AS EACH STEP STARTS AND ENDS - THE RESTART POINT.

           SELECT PIZZA-JOB-STATUS
               ASSIGN TO 'PIZZA-JOB-STATUS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-STATUS.

      * THE COUNTS LINE EACH PROGRAM APPENDS AT THE END OF ITS RUN.
      * EMPTIED BEFORE EVERY STEP SO ONLY THAT STEP'S LINE IS THERE.

           SELECT PIZZA-STEP-COUNTS
               ASSIGN TO 'PIZZA-STEP-COUNTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNTS-STATUS.

      * THE POSTING FEED - THE TWO GENERATED POSTING FILES AND THE
      * COMMISSARY-KEYED TRANSFERS, ADJUSTMENTS AND SPOILAGE, ALL
      * IN THE INVEN-TRANS LAYOUT, COPIED INTO THE ONE FILE THE
      * BOOK UPDATE READS.

           SELECT RECV-RESTOCK-TRANS-FILE
               ASSIGN TO 'RECV-RESTOCK-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-FILE-STATUS.

           SELECT INVEN-KEYED-TRANS-FILE
               ASSIGN TO 'INVEN-KEYED-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYED-FILE-STATUS.

           SELECT SALES-USAGE-TRANS-FILE
               ASSIGN TO 'SALES-USAGE-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-FILE-STATUS.

           SELECT INVEN-TRANS-FILE
               ASSIGN TO 'INVEN-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT PIZZA-JOB-RPT
               ASSIGN TO 'PIZZA-JOB-RPT.TXT'.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

       FD  PIZZA-JOB-STATUS
           RECORD CONTAINS 80 CHARACTERS.
       01  PIZZA-JOB-STATUS-REC.
           05  JST-BUSINESS-DATE   PIC 9(8).
           05  JST-STEP-NO         PIC 9(2).
           05  JST-STEP-NAME       PIC X(20).
           05  JST-STATUS          PIC X(8).
           05  JST-RC              PIC S9(4)
                                   SIGN LEADING SEPARATE.
           05  JST-START-TIME      PIC 9(8).
           05  JST-END-TIME        PIC 9(8).
           05  JST-READ            PIC 9(7).
           05  JST-WRITTEN         PIC 9(7).
           05  JST-REJECTED        PIC 9(7).
      *
       FD  PIZZA-STEP-COUNTS
           RECORD CONTAINS 41 CHARACTERS.
       01  PIZZA-STEP-COUNTS-REC.
           05  STC-PROGRAM         PIC X(20).
           05  STC-READ            PIC 9(7).
           05  STC-WRITTEN         PIC 9(7).
           05  STC-REJECTED        PIC 9(7).
      *
       FD  RECV-RESTOCK-TRANS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  RECV-RESTOCK-TRANS-REC  PIC X(21).
      *
       FD  INVEN-KEYED-TRANS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  INVEN-KEYED-TRANS-REC   PIC X(21).
      *
       FD  SALES-USAGE-TRANS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  SALES-USAGE-TRANS-REC   PIC X(21).
      *
       FD  INVEN-TRANS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  INVEN-TRANS-REC         PIC X(21).
      *
       FD    PIZZA-JOB-RPT
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-JOB-REC              PIC X(100).
      *
       FD  PIZZA-RUN-PARM
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-JOB-STATUS-STATUS      PIC XX       VALUE '00'.
             05    WS-STEP-COUNTS-STATUS     PIC XX       VALUE '00'.
             05    WS-RECV-FILE-STATUS       PIC XX       VALUE '00'.
             05    WS-KEYED-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-USAGE-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-TRANS-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-FILE-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-PRIOR-DATE             PIC 9(8)     VALUE 0.
             05    WS-PRIOR-INCOMPLETE       PIC X(3)     VALUE 'NO'.
             05    WS-RESTART                PIC X(3)     VALUE 'NO'.
             05    WS-STREAM-FAILED          PIC X(3)     VALUE 'NO'.
             05    WS-FAILED-STEP-NO         PIC 9(2)     VALUE 0.
             05    WS-STEP-NO-WK             PIC 9(2)     VALUE 0.
             05    WS-STEP-SUB               PIC 9(2)     VALUE 0.
             05    WS-COUNTS-FOUND           PIC X(3)     VALUE 'NO'.
             05    WS-COMMAND                PIC X(60)    VALUE SPACES.
             05    WS-RC-WK                  PIC S9(9)    VALUE 0.
             05    WS-SIGNAL-WK              PIC 9(3)     VALUE 0.
             05    WS-HIGH-RC                PIC S9(4)    VALUE 0.
             05    WS-JOB-START-TIME         PIC 9(8)     VALUE 0.
             05    WS-JOB-END-TIME           PIC 9(8)     VALUE 0.
             05    WS-TIME-WK                PIC 9(8)     VALUE 0.
             05    WS-FEED-READ-COUNT        PIC 9(7)     VALUE 0.
             05    WS-FEED-WRITE-COUNT       PIC 9(7)     VALUE 0.
             05    WS-STEPS-RUN-COUNT        PIC 9(2)     VALUE 0.
             05    WS-STEPS-SKIPPED-COUNT    PIC 9(2)     VALUE 0.

      * THE HIGHEST RETURN CODE A STEP MAY END WITH AND STILL LET
      * THE STREAM CARRY ON - 4 MEANS THE PROGRAM RAN TO THE END
      * BUT REJECTED SOMETHING ONTO ITS REPORT.

             05    WS-WARN-RC                PIC S9(4)    VALUE 4.

      * THE STEP NUMBER OF THE INTERNAL POSTING FEED - EVERY OTHER
      * STEP IS A PROGRAM RUN UNDER ITS OWN NAME.

             05    WS-FEED-STEP-NO           PIC 9(2)     VALUE 4.

       01    WS-TIME-EDIT.
             05    WS-TE-HH                  PIC 99.
             05    FILLER                    PIC X        VALUE ':'.
             05    WS-TE-MM                  PIC 99.
             05    FILLER                    PIC X        VALUE ':'.
             05    WS-TE-SS                  PIC 99.

       01    WS-TIME-SPLIT.
             05    WS-TS-HH                  PIC 99.
             05    WS-TS-MM                  PIC 99.
             05    WS-TS-SS                  PIC 99.
             05    WS-TS-HS                  PIC 99.

      * THE STREAM, IN RUN ORDER. NAMES ARE SET IN HOUSEKEEPING.

       01    WS-STEP-TABLE.
             05    WS-STEP-COUNT             PIC 9(2)     VALUE 10.
             05    WS-STEP-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-STEP-IDX.
                   10    WS-STEP-NAME        PIC X(20).
                   10    WS-STEP-STATUS      PIC X(8).
                   10    WS-STEP-RC          PIC S9(4).
                   10    WS-STEP-START       PIC 9(8).
                   10    WS-STEP-END         PIC 9(8).
                   10    WS-STEP-READ        PIC 9(7).
                   10    WS-STEP-WRITTEN     PIC 9(7).
                   10    WS-STEP-REJECTED    PIC 9(7).
                   10    WS-STEP-RAN         PIC X(3).

      *************************OUTPUT AREA*****************************
       01 JOB-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 JOB-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 JOB-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 JOB-INITIALS      PIC X(3) VALUE 'AHO'.

       01 JOB-REPORT-HEADER-2.
          05 FILLER            PIC X(24) VALUE SPACES.
          05 JOB-REPORT-LINE   PIC X(30) VALUE
             'NIGHTLY JOB STREAM SUMMARY'.

       01 JOB-REPORT-HEADER-3.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 JOB-STEP-HDR    PIC X(4) VALUE 'STEP'          .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 JOB-PGM-HDR     PIC X(20) VALUE 'PROGRAM'      .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 JOB-STAT-HDR    PIC X(8) VALUE 'STATUS'        .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 JOB-RC-HDR      PIC X(5) VALUE '   RC'         .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 JOB-START-HDR   PIC X(8) VALUE 'STARTED'       .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 JOB-END-HDR     PIC X(8) VALUE 'ENDED'         .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 JOB-READ-HDR    PIC X(7) VALUE '   READ'       .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 JOB-WRIT-HDR    PIC X(7) VALUE 'WRITTEN'       .

          05 FILLER          PIC X(1) VALUE SPACES          .
          05 JOB-REJ-HDR     PIC X(7) VALUE 'REJECTS'       .

       01 JOB-DETAIL-LINE.
          05 FILLER            PIC X(4) VALUE SPACES .
          05 JOB-STEP-OUT      PIC Z9                 .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 JOB-PGM-OUT       PIC X(20)              .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 JOB-STAT-OUT      PIC X(8)               .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 JOB-RC-OUT        PIC ZZZ9-              .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 JOB-START-OUT     PIC X(8)               .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 JOB-END-OUT       PIC X(8)               .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 JOB-READ-OUT      PIC ZZZZZZ9            .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 JOB-WRIT-OUT      PIC ZZZZZZ9            .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 JOB-REJ-OUT       PIC ZZZZZZ9            .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 JOB-NOTE-OUT      PIC X(11)              .

       01 JOB-TIME-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 JOB-TIME-LABEL    PIC X(26)                        .
          05 JOB-TIME-OUT      PIC X(8)                         .

       01 JOB-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 JOB-COUNT-LABEL   PIC X(26)                        .
          05 JOB-COUNT-OUT     PIC ZZZ,ZZ9                      .

       01 JOB-MESSAGE-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 JOB-MESSAGE-OUT   PIC X(90)                        .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-STATUS-LOAD-RTN
           PERFORM 150-RUN-STEPS
           PERFORM 200-SUMMARY-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           ACCEPT WS-JOB-START-TIME FROM TIME

           OPEN    OUTPUT    PIZZA-JOB-RPT

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO JOB-H1-DATE

           MOVE 'PIZZA-MASTER-MAINT'   TO WS-STEP-NAME (1)
           MOVE 'PIZZA-RECEIVING-PROG' TO WS-STEP-NAME (2)
           MOVE 'PIZZA-SELL-THRU-PROG' TO WS-STEP-NAME (3)
           MOVE 'INVEN-TRANS-FEED'     TO WS-STEP-NAME (4)
           MOVE 'PIZZA-INVEN-UPDATE'   TO WS-STEP-NAME (5)
           MOVE 'PIZZA-INVENTORY-PROG' TO WS-STEP-NAME (6)
           MOVE 'PIZZA-GL-POST'        TO WS-STEP-NAME (7)
           MOVE 'PIZZA-LOADOUT-PROG'   TO WS-STEP-NAME (8)
           MOVE 'PIZZA-PO-PROG'        TO WS-STEP-NAME (9)
           MOVE 'PIZZA-TAX-CAPTURE'    TO WS-STEP-NAME (10)

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
              MOVE 'PENDING ' TO WS-STEP-STATUS (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-RC (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-START (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-END (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-READ (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-WRITTEN (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-REJECTED (WS-STEP-IDX)
              MOVE 'NO'       TO WS-STEP-RAN (WS-STEP-IDX)
           END-PERFORM

           MOVE JOB-REPORT-HEADER    TO PIZZA-JOB-REC
           WRITE PIZZA-JOB-REC
                   AFTER ADVANCING 2 LINE

           MOVE JOB-REPORT-HEADER-2  TO PIZZA-JOB-REC
           WRITE PIZZA-JOB-REC
                   AFTER ADVANCING 2 LINE

           .
      *
      * READS THE BUSINESS DATE OFF THE RUN PARAMETER CARD, FALLING
      * BACK TO THE SYSTEM CLOCK - LOUDLY - WHEN THE CARD IS MISSING
      * OR UNREADABLE. EVERY STEP READS THE SAME CARD, SO THE WHOLE
      * STREAM RUNS UNDER ONE DATE.

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
                      'PIZZA-RUN-PARM - RUNNING UNDER SYSTEM '
                      'DATE ' WS-RUN-DATE

           .
      *
      * PICKS UP WHERE THE LAST JOB FOR THIS BUSINESS DATE LEFT
      * OFF. A STEP MARKED DONE IS NOT RUN AGAIN; A STEP LEFT
      * FAILED OR RUNNING IS RUN AGAIN FROM THE TOP. A STATUS FILE
      * FOR AN EARLIER DATE THAT NEVER FINISHED STOPS THE JOB - THAT
      * NIGHT HAS TO BE COMPLETED (OR DELIBERATELY ABANDONED BY
      * REMOVING PIZZA-JOB-STATUS) BEFORE A NEW ONE STARTS ON TOP.

       130-STATUS-LOAD-RTN.

              OPEN INPUT PIZZA-JOB-STATUS
              IF WS-JOB-STATUS-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ PIZZA-JOB-STATUS
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           PERFORM 135-STATUS-ROW-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-JOB-STATUS
                 END-IF

              IF WS-PRIOR-INCOMPLETE EQUAL 'YES'
                 DISPLAY 'ERROR - JOB STREAM FOR ' WS-PRIOR-DATE
                         ' DID NOT FINISH - RERUN IT UNDER THAT '
                         'BUSINESS DATE, OR REMOVE PIZZA-JOB-STATUS '
                         'TO ABANDON IT'
                 MOVE 'JOB NOT STARTED - AN EARLIER BUSINESS DATE IS S
      -               'TILL INCOMPLETE ON PIZZA-JOB-STATUS'
                      TO JOB-MESSAGE-OUT
                 MOVE JOB-MESSAGE-LINE TO PIZZA-JOB-REC
                 WRITE PIZZA-JOB-REC
                       AFTER ADVANCING 2 LINE
                 CLOSE PIZZA-JOB-RPT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
       135-STATUS-ROW-RTN.

              IF JST-BUSINESS-DATE EQUAL WS-RUN-DATE
                 IF JST-STEP-NO > 0
                    AND JST-STEP-NO NOT GREATER THAN WS-STEP-COUNT
                    SET WS-STEP-IDX TO JST-STEP-NO

      * A ROW ONLY COUNTS FOR THE STEP OF THE SAME NAME - A STATUS
      * FILE WRITTEN BEFORE A STEP WAS ADDED TO THE STREAM MUST NOT
      * MARK THE NEW STEP DONE IN THE OLD ONE'S PLACE.

                    IF JST-STATUS EQUAL 'DONE    '
                       AND JST-STEP-NAME EQUAL
                           WS-STEP-NAME (WS-STEP-IDX)
                       MOVE 'YES' TO WS-RESTART
                       MOVE JST-STATUS     TO
                            WS-STEP-STATUS (WS-STEP-IDX)
                       MOVE JST-RC         TO WS-STEP-RC (WS-STEP-IDX)
                       MOVE JST-START-TIME TO
                            WS-STEP-START (WS-STEP-IDX)
                       MOVE JST-END-TIME   TO WS-STEP-END (WS-STEP-IDX)
                       MOVE JST-READ       TO WS-STEP-READ (WS-STEP-IDX)
                       MOVE JST-WRITTEN    TO
                            WS-STEP-WRITTEN (WS-STEP-IDX)
                       MOVE JST-REJECTED   TO
                            WS-STEP-REJECTED (WS-STEP-IDX)
                       END-IF
                    END-IF
              ELSE
                 IF JST-STATUS NOT EQUAL 'DONE    '
                    MOVE 'YES' TO WS-PRIOR-INCOMPLETE
                    MOVE JST-BUSINESS-DATE TO WS-PRIOR-DATE
                    END-IF
                 END-IF

           .
      *
      * RUNS EVERY STEP NOT ALREADY DONE, IN ORDER, AND STOPS AT THE
      * FIRST ONE THAT FAILS.

       150-RUN-STEPS.

              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                      UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-STREAM-FAILED EQUAL 'YES'
                 IF WS-STEP-STATUS (WS-STEP-IDX) EQUAL 'DONE    '
                    ADD 1 TO WS-STEPS-SKIPPED-COUNT
                 ELSE
                    PERFORM 160-STEP-RUN-RTN
                 END-IF
              END-PERFORM

           .
      *
      * ONE STEP. THE STATUS FILE SAYS RUNNING BEFORE THE PROGRAM
      * STARTS, SO A STREAM KILLED MID-STEP RESTARTS THAT STEP.

       160-STEP-RUN-RTN.

              ADD 1 TO WS-STEPS-RUN-COUNT
              MOVE 'YES'      TO WS-STEP-RAN (WS-STEP-IDX)
              MOVE 'RUNNING ' TO WS-STEP-STATUS (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-RC (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-END (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-READ (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-WRITTEN (WS-STEP-IDX)
              MOVE 0          TO WS-STEP-REJECTED (WS-STEP-IDX)
              ACCEPT WS-TIME-WK FROM TIME
              MOVE WS-TIME-WK TO WS-STEP-START (WS-STEP-IDX)
              PERFORM 170-STATUS-WRITE-RTN

              DISPLAY 'STEP ' WS-STEP-NAME (WS-STEP-IDX) ' STARTED'

              IF WS-STEP-IDX EQUAL WS-FEED-STEP-NO
                 PERFORM 180-TRANS-FEED-RTN
              ELSE
                 OPEN OUTPUT PIZZA-STEP-COUNTS
                 CLOSE PIZZA-STEP-COUNTS

                 MOVE SPACES TO WS-COMMAND
                 MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-COMMAND
                 MOVE 0 TO RETURN-CODE
                 CALL 'SYSTEM' USING WS-COMMAND
                 MOVE RETURN-CODE TO WS-RC-WK
                 MOVE 0 TO RETURN-CODE

      * THE SYSTEM CALL HANDS BACK THE RAW WAIT STATUS - THE
      * PROGRAM'S RETURN CODE IN THE HIGH BYTE AND, IF IT WAS
      * KILLED, THE SIGNAL IN THE LOW BYTE. A KILLED STEP FAILS.

                 IF WS-RC-WK > 0
                    DIVIDE WS-RC-WK BY 256 GIVING WS-RC-WK
                           REMAINDER WS-SIGNAL-WK
                    IF WS-SIGNAL-WK NOT EQUAL 0
                       DISPLAY 'ERROR - STEP '
                               WS-STEP-NAME (WS-STEP-IDX)
                               ' KILLED BY SIGNAL ' WS-SIGNAL-WK
                       MOVE 16 TO WS-RC-WK
                       END-IF
                    END-IF

                 PERFORM 165-STEP-COUNTS-READ-RTN
                 END-IF

              ACCEPT WS-TIME-WK FROM TIME
              MOVE WS-TIME-WK TO WS-STEP-END (WS-STEP-IDX)
              MOVE WS-RC-WK   TO WS-STEP-RC (WS-STEP-IDX)

              IF WS-RC-WK < 0
                 OR WS-RC-WK > WS-WARN-RC
                 MOVE 'FAILED  ' TO WS-STEP-STATUS (WS-STEP-IDX)
                 MOVE 'YES' TO WS-STREAM-FAILED
                 SET WS-FAILED-STEP-NO TO WS-STEP-IDX
                 DISPLAY 'ERROR - STEP ' WS-STEP-NAME (WS-STEP-IDX)
                         ' ENDED RC ' WS-STEP-RC (WS-STEP-IDX)
                         ' - STREAM STOPPED'
              ELSE
                 MOVE 'DONE    ' TO WS-STEP-STATUS (WS-STEP-IDX)
                 IF WS-RC-WK > WS-HIGH-RC
                    MOVE WS-RC-WK TO WS-HIGH-RC
                    END-IF
                 DISPLAY 'STEP ' WS-STEP-NAME (WS-STEP-IDX)
                         ' ENDED RC ' WS-STEP-RC (WS-STEP-IDX)
                 END-IF

              PERFORM 170-STATUS-WRITE-RTN

           .
      *
      * PICKS UP THE COUNTS LINE THE STEP'S PROGRAM WROTE. A PROGRAM
      * THAT STOPPED BEFORE ITS CLOSE ROUTINE LEAVES NONE, AND THE
      * SUMMARY SHOWS ZEROS FOR IT.

       165-STEP-COUNTS-READ-RTN.

              MOVE 'NO' TO WS-COUNTS-FOUND
              OPEN INPUT PIZZA-STEP-COUNTS
              IF WS-STEP-COUNTS-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ PIZZA-STEP-COUNTS
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           IF STC-PROGRAM EQUAL
                              WS-STEP-NAME (WS-STEP-IDX)
                              MOVE 'YES' TO WS-COUNTS-FOUND
                              MOVE STC-READ TO
                                   WS-STEP-READ (WS-STEP-IDX)
                              MOVE STC-WRITTEN TO
                                   WS-STEP-WRITTEN (WS-STEP-IDX)
                              MOVE STC-REJECTED TO
                                   WS-STEP-REJECTED (WS-STEP-IDX)
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-STEP-COUNTS
                 END-IF

              IF WS-COUNTS-FOUND EQUAL 'NO'
                 DISPLAY 'WARNING - NO RECORD COUNTS FROM '
                         WS-STEP-NAME (WS-STEP-IDX)
                 END-IF

           .
      *
      * REWRITES THE WHOLE STATUS FILE FROM THE STEP TABLE. WITHOUT
      * IT THERE IS NO SAFE RESTART, SO A FAILURE HERE STOPS THE
      * STREAM WHERE IT STANDS.

       170-STATUS-WRITE-RTN.

              OPEN OUTPUT PIZZA-JOB-STATUS
              IF WS-JOB-STATUS-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO WRITE PIZZA-JOB-STATUS, '
                         'STATUS ' WS-JOB-STATUS-STATUS
                         ' - STREAM STOPPED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              PERFORM 175-STATUS-ROW-WRITE-RTN
                      VARYING WS-STEP-SUB FROM 1 BY 1
                      UNTIL WS-STEP-SUB > WS-STEP-COUNT

              CLOSE PIZZA-JOB-STATUS

           .
      *
       175-STATUS-ROW-WRITE-RTN.

              MOVE WS-RUN-DATE TO JST-BUSINESS-DATE
              MOVE WS-STEP-SUB TO JST-STEP-NO
              MOVE WS-STEP-NAME (WS-STEP-SUB)      TO JST-STEP-NAME
              MOVE WS-STEP-STATUS (WS-STEP-SUB)    TO JST-STATUS
              MOVE WS-STEP-RC (WS-STEP-SUB)        TO JST-RC
              MOVE WS-STEP-START (WS-STEP-SUB)     TO JST-START-TIME
              MOVE WS-STEP-END (WS-STEP-SUB)       TO JST-END-TIME
              MOVE WS-STEP-READ (WS-STEP-SUB)      TO JST-READ
              MOVE WS-STEP-WRITTEN (WS-STEP-SUB)   TO JST-WRITTEN
              MOVE WS-STEP-REJECTED (WS-STEP-SUB)  TO JST-REJECTED
              WRITE PIZZA-JOB-STATUS-REC

           .
      *
      * BUILDS TONIGHT'S INVEN-TRANS - RESTOCK RECEIPTS FIRST SO
      * THE STOCK IS ON THE BOOK, THEN THE COMMISSARY'S KEYED
      * TRANSFERS, ADJUSTMENTS AND SPOILAGE, THEN THE SALES RELIEF.
      * BOTH GENERATED FILES MUST BE THERE - THEIR STEPS RAN - BUT
      * A NIGHT WITH NOTHING KEYED HAS NO KEYED FILE.

       180-TRANS-FEED-RTN.

              MOVE 0 TO WS-RC-WK
              MOVE 0 TO WS-FEED-READ-COUNT
              MOVE 0 TO WS-FEED-WRITE-COUNT

              OPEN OUTPUT INVEN-TRANS-FILE
              IF WS-TRANS-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO CREATE INVEN-TRANS, '
                         'STATUS ' WS-TRANS-FILE-STATUS
                 MOVE 16 TO WS-RC-WK
              ELSE
                 PERFORM 182-FEED-RECV-RTN
                 PERFORM 184-FEED-KEYED-RTN
                 PERFORM 186-FEED-USAGE-RTN
                 CLOSE INVEN-TRANS-FILE
                 END-IF

              MOVE WS-FEED-READ-COUNT  TO WS-STEP-READ (WS-STEP-IDX)
              MOVE WS-FEED-WRITE-COUNT TO
                   WS-STEP-WRITTEN (WS-STEP-IDX)

           .
      *
       182-FEED-RECV-RTN.

              OPEN INPUT RECV-RESTOCK-TRANS-FILE
              IF WS-RECV-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN RECV-RESTOCK-TRANS, '
                         'STATUS ' WS-RECV-FILE-STATUS
                 MOVE 16 TO WS-RC-WK
              ELSE
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ RECV-RESTOCK-TRANS-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-FEED-READ-COUNT
                           MOVE RECV-RESTOCK-TRANS-REC TO
                                INVEN-TRANS-REC
                           WRITE INVEN-TRANS-REC
                           ADD 1 TO WS-FEED-WRITE-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE RECV-RESTOCK-TRANS-FILE
                 END-IF

           .
      *
       184-FEED-KEYED-RTN.

              OPEN INPUT INVEN-KEYED-TRANS-FILE
              IF WS-KEYED-FILE-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ INVEN-KEYED-TRANS-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-FEED-READ-COUNT
                           MOVE INVEN-KEYED-TRANS-REC TO
                                INVEN-TRANS-REC
                           WRITE INVEN-TRANS-REC
                           ADD 1 TO WS-FEED-WRITE-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE INVEN-KEYED-TRANS-FILE
              ELSE
                 DISPLAY 'NOTE - NO INVEN-KEYED-TRANS TONIGHT, STATUS '
                         WS-KEYED-FILE-STATUS
                 END-IF

           .
      *
       186-FEED-USAGE-RTN.

              OPEN INPUT SALES-USAGE-TRANS-FILE
              IF WS-USAGE-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN SALES-USAGE-TRANS, '
                         'STATUS ' WS-USAGE-FILE-STATUS
                 MOVE 16 TO WS-RC-WK
              ELSE
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ SALES-USAGE-TRANS-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-FEED-READ-COUNT
                           MOVE SALES-USAGE-TRANS-REC TO
                                INVEN-TRANS-REC
                           WRITE INVEN-TRANS-REC
                           ADD 1 TO WS-FEED-WRITE-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE SALES-USAGE-TRANS-FILE
                 END-IF

           .
      *
      * THE JOB SUMMARY - ONE LINE PER STEP, THEN THE JOB TIMES AND
      * HOW THE STREAM ENDED. A STEP DONE BY AN EARLIER RUN OF THE
      * JOB CARRIES THAT RUN'S FIGURES, MARKED AS SUCH.

       200-SUMMARY-RTN.

              MOVE JOB-REPORT-HEADER-3 TO PIZZA-JOB-REC
              WRITE PIZZA-JOB-REC
                    AFTER ADVANCING 3 LINE

              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                      UNTIL WS-STEP-IDX > WS-STEP-COUNT
                 PERFORM 210-STEP-LINE-RTN
              END-PERFORM

              ACCEPT WS-JOB-END-TIME FROM TIME

              MOVE 'JOB STARTED:              ' TO JOB-TIME-LABEL
              MOVE WS-JOB-START-TIME TO WS-TIME-WK
              PERFORM 220-TIME-EDIT-RTN
              MOVE WS-TIME-EDIT TO JOB-TIME-OUT
              MOVE JOB-TIME-LINE TO PIZZA-JOB-REC
              WRITE PIZZA-JOB-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'JOB ENDED:                ' TO JOB-TIME-LABEL
              MOVE WS-JOB-END-TIME TO WS-TIME-WK
              PERFORM 220-TIME-EDIT-RTN
              MOVE WS-TIME-EDIT TO JOB-TIME-OUT
              MOVE JOB-TIME-LINE TO PIZZA-JOB-REC
              WRITE PIZZA-JOB-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'STEPS RUN THIS JOB:       ' TO JOB-COUNT-LABEL
              MOVE WS-STEPS-RUN-COUNT TO JOB-COUNT-OUT
              MOVE JOB-COUNT-LINE TO PIZZA-JOB-REC
              WRITE PIZZA-JOB-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'STEPS DONE EARLIER:       ' TO JOB-COUNT-LABEL
              MOVE WS-STEPS-SKIPPED-COUNT TO JOB-COUNT-OUT
              MOVE JOB-COUNT-LINE TO PIZZA-JOB-REC
              WRITE PIZZA-JOB-REC
                    AFTER ADVANCING 1 LINE

              IF WS-STREAM-FAILED EQUAL 'YES'
                 MOVE 'STREAM STOPPED ON A FAILED STEP - CORRECT THE FA
      -               'ULT AND RERUN; FINISHED STEPS WILL NOT RUN AGAIN'
                      TO JOB-MESSAGE-OUT
              ELSE
                 IF WS-STEPS-RUN-COUNT EQUAL 0
                    MOVE 'STREAM ALREADY COMPLETE FOR THIS BUSINESS DAT
      -                  'E - NOTHING RUN'
                         TO JOB-MESSAGE-OUT
                 ELSE
                    IF WS-RESTART EQUAL 'YES'
                       MOVE 'STREAM COMPLETE - RESTARTED FROM THE STEP T
      -                     'HAT FAILED'
                            TO JOB-MESSAGE-OUT
                    ELSE
                       MOVE 'STREAM COMPLETE' TO JOB-MESSAGE-OUT
                       END-IF
                    END-IF
                 END-IF
              MOVE JOB-MESSAGE-LINE TO PIZZA-JOB-REC
              WRITE PIZZA-JOB-REC
                    AFTER ADVANCING 2 LINE

           .
      *
       210-STEP-LINE-RTN.

              SET WS-STEP-NO-WK TO WS-STEP-IDX
              MOVE WS-STEP-NO-WK TO JOB-STEP-OUT
              MOVE WS-STEP-NAME (WS-STEP-IDX)     TO JOB-PGM-OUT
              MOVE WS-STEP-STATUS (WS-STEP-IDX)   TO JOB-STAT-OUT
              MOVE WS-STEP-RC (WS-STEP-IDX)       TO JOB-RC-OUT
              MOVE WS-STEP-READ (WS-STEP-IDX)     TO JOB-READ-OUT
              MOVE WS-STEP-WRITTEN (WS-STEP-IDX)  TO JOB-WRIT-OUT
              MOVE WS-STEP-REJECTED (WS-STEP-IDX) TO JOB-REJ-OUT

              IF WS-STEP-START (WS-STEP-IDX) EQUAL 0
                 MOVE SPACES TO JOB-START-OUT
              ELSE
                 MOVE WS-STEP-START (WS-STEP-IDX) TO WS-TIME-WK
                 PERFORM 220-TIME-EDIT-RTN
                 MOVE WS-TIME-EDIT TO JOB-START-OUT
                 END-IF

              IF WS-STEP-END (WS-STEP-IDX) EQUAL 0
                 MOVE SPACES TO JOB-END-OUT
              ELSE
                 MOVE WS-STEP-END (WS-STEP-IDX) TO WS-TIME-WK
                 PERFORM 220-TIME-EDIT-RTN
                 MOVE WS-TIME-EDIT TO JOB-END-OUT
                 END-IF

              IF WS-STEP-STATUS (WS-STEP-IDX) EQUAL 'DONE    '
                 AND WS-STEP-RAN (WS-STEP-IDX) EQUAL 'NO'
                 MOVE 'EARLIER RUN' TO JOB-NOTE-OUT
              ELSE
                 MOVE SPACES TO JOB-NOTE-OUT
                 END-IF

              MOVE JOB-DETAIL-LINE TO PIZZA-JOB-REC
              WRITE PIZZA-JOB-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       220-TIME-EDIT-RTN.

              MOVE WS-TIME-WK TO WS-TIME-SPLIT
              MOVE WS-TS-HH   TO WS-TE-HH
              MOVE WS-TS-MM   TO WS-TE-MM
              MOVE WS-TS-SS   TO WS-TE-SS

           .
      *
      * THE JOB ENDS 16 WHEN THE STREAM STOPPED, OTHERWISE WITH THE
      * WORST RETURN CODE OF THE STEPS IT RAN.

       250-CLOSE-ROUTINE.

              CLOSE    PIZZA-JOB-RPT

              IF WS-STREAM-FAILED EQUAL 'YES'
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE WS-HIGH-RC TO RETURN-CODE
                 END-IF

              STOP RUN
           .

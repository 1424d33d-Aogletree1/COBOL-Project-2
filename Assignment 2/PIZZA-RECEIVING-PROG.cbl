      *  and overs section listing every order line whose
      *  received quantity does not tie to what was ordered,
      *  so the company stops paying for cases the trucks
      *  never booked.  A receipt of a perishable item also
      *  opens a dated lot on PIZZA-LOT-MASTER for the truck,
      *  expiring the item's shelf life after the business
      *  date, so the stock can be relieved oldest first and
      *  written off when it expires.  PO-MASTER and the lot
      *  master are copied onto PIZZA-MASTER-GENS as the
      *  night's generation before any receipt is posted.
      **********************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS TRUCK-ID-MST
               FILE STATUS IS WS-TRUCK-MASTER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

      * THE PERISHABLE LOTS, SAME FILE PIZZA-INVEN-UPDATE RELIEVES.
      * DYNAMIC ACCESS SO THE NEXT SEQUENCE FOR A TRUCK/ITEM/DATE
      * CAN BE FOUND BY READING FORWARD FROM ITS FIRST LOT.

           SELECT PIZZA-LOT-MASTER
               ASSIGN TO 'PIZZA-LOT-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY-MST
               FILE STATUS IS WS-LOT-MASTER-STATUS.

      * THE ONE-CARD RUN PARAMETER FILE - A LOT IS DATED WITH THE
      * BUSINESS DATE ON THE CARD, NOT THE WALL CLOCK, SO A RUN
      * DELAYED PAST MIDNIGHT STILL DATES ITS LOTS TO THE RIGHT DAY.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * THE 'R' RESTOCK POSTINGS, IN THE INVEN-TRANS LAYOUT, FED TO
      * PIZZA-INVEN-UPDATE WITH THE NIGHT'S OTHER POSTINGS.

           SELECT PIZZA-RECEIVING-RPT
               ASSIGN TO 'PIZZA-RECEIVING-RPT.TXT'.

      * ONE LINE OF RECORD COUNTS PER RUN, PICKED UP BY THE NIGHTLY
      * JOB DRIVER FOR ITS STEP SUMMARY.

           SELECT PIZZA-STEP-COUNTS
               ASSIGN TO 'PIZZA-STEP-COUNTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNTS-STATUS.

      * GENERATION COPIES OF THE MASTERS, TAKEN BEFORE THE RUN
      * CHANGES ANYTHING, AND THE WORK FILE THE GENERATION FILE IS
      * REBUILT THROUGH. PIZZA-GEN-PARM SAYS HOW MANY TO KEEP.

           SELECT PIZZA-MASTER-GENS
               ASSIGN TO 'PIZZA-MASTER-GENS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENS-STATUS.

           SELECT PIZZA-GENS-WORK
               ASSIGN TO 'PIZZA-GENS-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENS-WORK-STATUS.

           SELECT PIZZA-GEN-PARM
               ASSIGN TO 'PIZZA-GEN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-PARM-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
           05  PO-DATE-MST         PIC 9(8).
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
       FD  PIZZA-RUN-PARM
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
      *
       FD  RECV-RESTOCK-TRANS-FILE
           RECORD CONTAINS 21 CHARACTERS.
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-RECEIVING-REC        PIC X(100).
      *
       FD  PIZZA-STEP-COUNTS
           RECORD CONTAINS 41 CHARACTERS.
       01  PIZZA-STEP-COUNTS-REC.
           05  STC-PROGRAM         PIC X(20).
           05  STC-READ            PIC 9(7).
           05  STC-WRITTEN         PIC 9(7).
           05  STC-REJECTED        PIC 9(7).
      *
      * ONE GENERATION IS EVERY RECORD OF ONE MASTER AS A 'D' ROW,
      * THEN A 'T' TRAILER SAYING WHO TOOK IT, WHEN, AND HOW MANY
      * ROWS. A GENERATION WITH NO TRAILER WAS NEVER FINISHED AND IS
      * DROPPED THE NEXT TIME THE FILE IS REBUILT.

       FD  PIZZA-MASTER-GENS
           RECORD CONTAINS 85 CHARACTERS.
       01  PIZZA-MASTER-GENS-REC.
           05  GEN-DATE            PIC 9(8).
           05  GEN-MASTER          PIC X(16).
           05  GEN-TYPE            PIC X(1).
           05  GEN-DATA            PIC X(60).
           05  GEN-TRAILER-DATA REDEFINES GEN-DATA.
               10  GEN-TRL-PROGRAM PIC X(20).
               10  GEN-TRL-TIME    PIC 9(8).
               10  GEN-TRL-COUNT   PIC 9(7).
               10  FILLER          PIC X(25).
      *
       FD  PIZZA-GENS-WORK
           RECORD CONTAINS 85 CHARACTERS.
       01  PIZZA-GENS-WORK-REC     PIC X(85).
      *
       FD  PIZZA-GEN-PARM
           RECORD CONTAINS 2 CHARACTERS.
       01  PIZZA-GEN-PARM-REC.
           05  GPM-KEEP-GENS       PIC 9(2).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    WS-PO-MASTER-STATUS       PIC XX       VALUE '00'.
             05    WS-STEP-COUNTS-STATUS     PIC XX       VALUE '00'.
             05    WS-GENS-STATUS            PIC XX       VALUE '00'.
             05    WS-GENS-WORK-STATUS       PIC XX       VALUE '00'.
             05    WS-GEN-PARM-STATUS        PIC XX       VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-DOCK-FILE-STATUS       PIC XX       VALUE '00'.
             05    WS-VALID-RECEIPT          PIC X(3)     VALUE 'YES'.
             05    WS-SHORT-COUNT            PIC 9(5)     VALUE 0.
             05    WS-OVER-COUNT             PIC 9(5)     VALUE 0.
             05    WS-VARIANCE-WK            PIC S9(5)    VALUE 0.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-LOT-MASTER-STATUS      PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-LOT-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-NEXT-SEQ               PIC 9(3)     VALUE 0.
             05    WS-LOT-OPENED-COUNT       PIC 9(5)     VALUE 0.

      * GENERATIONS ON FILE (ONE ENTRY PER TRAILER) AND THE MASTERS
      * THIS RUN TAKES GENERATIONS OF.

       01    WS-GEN-AREAS.
             05    WS-GEN-KEEP               PIC 9(2)     VALUE 7.
             05    WS-GEN-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-GEN-NEEDED             PIC X(3)     VALUE 'NO'.
             05    WS-GEN-KEEP-REC           PIC X(3)     VALUE 'NO'.
             05    WS-GEN-RECORDS            PIC 9(7)     VALUE 0.
             05    WS-GEN-HAVE               PIC 9(3)     VALUE 0.
             05    WS-GEN-DROP               PIC 9(3)     VALUE 0.
             05    WS-GEN-OLDEST             PIC 9(8)     VALUE 0.
             05    WS-GEN-OLDEST-SUB         PIC 9(3)     VALUE 0.

       01    WS-GEN-BUILD.
             05    GEN-BLD-DATE              PIC 9(8).
             05    GEN-BLD-MASTER            PIC X(16).
             05    GEN-BLD-TYPE              PIC X(1).
             05    GEN-BLD-DATA              PIC X(60).
             05    GEN-BLD-TRAILER REDEFINES GEN-BLD-DATA.
                   10    GEN-BLD-PROGRAM     PIC X(20).
                   10    GEN-BLD-TIME        PIC 9(8).
                   10    GEN-BLD-COUNT       PIC 9(7).
                   10    FILLER              PIC X(25).

       01    WS-GEN-TABLE.
             05    WS-GEN-ENTRY-COUNT        PIC 9(3)     VALUE 0.
             05    WS-GEN-ENTRY OCCURS 700 TIMES
                   INDEXED BY WS-GEN-IDX.
                   10    WS-GEN-ENT-MASTER   PIC X(16).
                   10    WS-GEN-ENT-DATE     PIC 9(8).
                   10    WS-GEN-ENT-DROP     PIC X(3).

       01    WS-GEN-MASTER-TABLE.
             05    WS-GEN-MST-COUNT          PIC 9(1)     VALUE 2.
             05    WS-GEN-MST-ENTRY OCCURS 2 TIMES
                   INDEXED BY WS-GEN-MST-IDX.
                   10    WS-GEN-MST-NAME     PIC X(16).
                   10    WS-GEN-MST-TAKE     PIC X(3).

      *************************OUTPUT AREA*****************************
       01 RCV-REPORT-HEADER.
           IF WS-DOCK-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN DOCK-RECEIPTS, '
                      'STATUS ' WS-DOCK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           IF WS-PO-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN PO-MASTER, STATUS '
                      WS-PO-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

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

      * THE LOT FILE IS CREATED BY WHICHEVER OF THIS RUN OR
      * PIZZA-INVEN-UPDATE GETS TO IT FIRST.

           OPEN    I-O       PIZZA-LOT-MASTER
           IF WS-LOT-MASTER-STATUS EQUAL '35'
              OPEN OUTPUT PIZZA-LOT-MASTER
              CLOSE PIZZA-LOT-MASTER
              OPEN I-O PIZZA-LOT-MASTER
              END-IF
           IF WS-LOT-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-LOT-MASTER, '
                      'STATUS ' WS-LOT-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    OUTPUT    RECV-RESTOCK-TRANS-FILE
           OPEN    OUTPUT    PIZZA-RECEIVING-RPT

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO RCV-H1-DATE

           PERFORM 127-GENERATION-RTN

           MOVE RCV-REPORT-HEADER    TO PIZZA-RECEIVING-REC
           WRITE PIZZA-RECEIVING-REC

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
                      'PIZZA-RUN-PARM - DATING LOTS UNDER SYSTEM '
                      'DATE ' WS-RUN-DATE

           .
      *
      * TAKES TONIGHT'S GENERATION OF EVERY MASTER THIS RUN CHANGES,
      * BEFORE ANYTHING IS POSTED - THE WHOLE MASTER COPIED ONTO
      * PIZZA-MASTER-GENS UNDER THE BUSINESS DATE. THE FIRST RUN OF
      * THE NIGHT TO CHANGE A MASTER TAKES ITS COPY; A RERUN, OR A
      * LATER PROGRAM IN THE STREAM, FINDS THAT DATE ALREADY ON FILE
      * AND LEAVES IT, SO A GENERATION IS ALWAYS THE MASTER AS IT
      * STOOD BEFORE THAT NIGHT'S POSTING. ONLY THE NEWEST
      * WS-GEN-KEEP GENERATIONS OF EACH MASTER ARE KEPT.
      * PIZZA-MASTER-RESTORE PUTS A MASTER BACK FROM ONE OF THEM.

       127-GENERATION-RTN.

              MOVE 'PO-MASTER'         TO WS-GEN-MST-NAME (1)
              MOVE 'PIZZA-LOT-MASTER'  TO WS-GEN-MST-NAME (2)

              PERFORM VARYING WS-GEN-MST-IDX FROM 1 BY 1
                      UNTIL WS-GEN-MST-IDX > WS-GEN-MST-COUNT
                 MOVE 'YES' TO WS-GEN-MST-TAKE (WS-GEN-MST-IDX)
              END-PERFORM

              PERFORM 127A-GEN-PARM-RTN
              PERFORM 127B-GEN-LOAD-RTN

              MOVE 'NO' TO WS-GEN-NEEDED
              PERFORM VARYING WS-GEN-MST-IDX FROM 1 BY 1
                      UNTIL WS-GEN-MST-IDX > WS-GEN-MST-COUNT
                 IF WS-GEN-MST-TAKE (WS-GEN-MST-IDX) EQUAL 'YES'
                    MOVE 'YES' TO WS-GEN-NEEDED
                    PERFORM 127C-GEN-PRUNE-RTN
                 END-IF
              END-PERFORM

              IF WS-GEN-NEEDED EQUAL 'YES'
                 PERFORM 127D-GEN-REWRITE-RTN
                 END-IF

           .
      *
      * THE NUMBER OF GENERATIONS TO KEEP. NO PARM FILE MEANS THE
      * DEFAULT IN WS-GEN-KEEP.

       127A-GEN-PARM-RTN.

              OPEN INPUT PIZZA-GEN-PARM
              IF WS-GEN-PARM-STATUS EQUAL '00'
                 READ PIZZA-GEN-PARM
                     AT END
                        CONTINUE
                     NOT AT END
                        IF GPM-KEEP-GENS IS NUMERIC
                           AND GPM-KEEP-GENS > 0
                           MOVE GPM-KEEP-GENS TO WS-GEN-KEEP
                        ELSE
                           DISPLAY 'WARNING - PIZZA-GEN-PARM KEEP '
                                   'COUNT UNUSABLE - KEEPING '
                                   WS-GEN-KEEP ' GENERATIONS'
                           END-IF
                 END-READ
                 CLOSE PIZZA-GEN-PARM
                 END-IF

           .
      *
       127B-GEN-LOAD-RTN.

              MOVE 0 TO WS-GEN-ENTRY-COUNT
              OPEN INPUT PIZZA-MASTER-GENS
              IF WS-GENS-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-GEN-EOF
                 PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                    READ PIZZA-MASTER-GENS
                        AT END
                           MOVE 'YES' TO WS-GEN-EOF
                        NOT AT END
                           IF GEN-TYPE EQUAL 'T'
                              PERFORM 127E-GEN-ENTRY-RTN
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-MASTER-GENS
                 END-IF

           .
      *
       127E-GEN-ENTRY-RTN.

              IF WS-GEN-ENTRY-COUNT < 700
                 ADD 1 TO WS-GEN-ENTRY-COUNT
                 SET WS-GEN-IDX TO WS-GEN-ENTRY-COUNT
                 MOVE GEN-MASTER TO WS-GEN-ENT-MASTER (WS-GEN-IDX)
                 MOVE GEN-DATE   TO WS-GEN-ENT-DATE (WS-GEN-IDX)
                 MOVE 'NO'       TO WS-GEN-ENT-DROP (WS-GEN-IDX)
              ELSE
                 DISPLAY 'ERROR - GENERATION TABLE FULL (700) - '
                         'RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              PERFORM VARYING WS-GEN-MST-IDX FROM 1 BY 1
                      UNTIL WS-GEN-MST-IDX > WS-GEN-MST-COUNT
                 IF WS-GEN-MST-NAME (WS-GEN-MST-IDX) EQUAL GEN-MASTER
                    AND GEN-DATE EQUAL WS-RUN-DATE
                    MOVE 'NO' TO WS-GEN-MST-TAKE (WS-GEN-MST-IDX)
                 END-IF
              END-PERFORM

           .
      *
      * MAKES ROOM FOR TONIGHT'S GENERATION OF ONE MASTER BY MARKING
      * ITS OLDEST GENERATIONS TO BE DROPPED FROM THE REBUILT FILE.

       127C-GEN-PRUNE-RTN.

              MOVE 0 TO WS-GEN-HAVE
              PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                      UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
                 IF WS-GEN-ENT-MASTER (WS-GEN-IDX) EQUAL
                    WS-GEN-MST-NAME (WS-GEN-MST-IDX)
                    ADD 1 TO WS-GEN-HAVE
                 END-IF
              END-PERFORM

              IF WS-GEN-HAVE NOT LESS THAN WS-GEN-KEEP
                 COMPUTE WS-GEN-DROP = WS-GEN-HAVE - WS-GEN-KEEP + 1
                 PERFORM 127F-GEN-DROP-OLDEST-RTN WS-GEN-DROP TIMES
                 END-IF

           .
      *
       127F-GEN-DROP-OLDEST-RTN.

              MOVE 99999999 TO WS-GEN-OLDEST
              MOVE 0 TO WS-GEN-OLDEST-SUB
              PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                      UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
                 IF WS-GEN-ENT-MASTER (WS-GEN-IDX) EQUAL
                    WS-GEN-MST-NAME (WS-GEN-MST-IDX)
                    AND WS-GEN-ENT-DROP (WS-GEN-IDX) EQUAL 'NO'
                    AND WS-GEN-ENT-DATE (WS-GEN-IDX) < WS-GEN-OLDEST
                    MOVE WS-GEN-ENT-DATE (WS-GEN-IDX) TO WS-GEN-OLDEST
                    SET WS-GEN-OLDEST-SUB TO WS-GEN-IDX
                 END-IF
              END-PERFORM

              IF WS-GEN-OLDEST-SUB > 0
                 SET WS-GEN-IDX TO WS-GEN-OLDEST-SUB
                 MOVE 'YES' TO WS-GEN-ENT-DROP (WS-GEN-IDX)
                 DISPLAY 'GENERATION DROPPED - '
                         WS-GEN-ENT-MASTER (WS-GEN-IDX) ' '
                         WS-GEN-ENT-DATE (WS-GEN-IDX)
                 END-IF

           .
      *
      * REBUILDS THE GENERATION FILE THROUGH THE WORK FILE - THE
      * GENERATIONS BEING KEPT, THEN TONIGHT'S - AND COPIES IT BACK.

       127D-GEN-REWRITE-RTN.

              OPEN OUTPUT PIZZA-GENS-WORK
              IF WS-GENS-WORK-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO CREATE PIZZA-GENS-WORK, '
                         'STATUS ' WS-GENS-WORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              OPEN INPUT PIZZA-MASTER-GENS
              IF WS-GENS-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-GEN-EOF
                 PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                    READ PIZZA-MASTER-GENS
                        AT END
                           MOVE 'YES' TO WS-GEN-EOF
                        NOT AT END
                           PERFORM 127G-GEN-CARRY-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-MASTER-GENS
                 END-IF

              PERFORM VARYING WS-GEN-MST-IDX FROM 1 BY 1
                      UNTIL WS-GEN-MST-IDX > WS-GEN-MST-COUNT
                 IF WS-GEN-MST-TAKE (WS-GEN-MST-IDX) EQUAL 'YES'
                    PERFORM 127H-GEN-TAKE-RTN
                 END-IF
              END-PERFORM

              CLOSE PIZZA-GENS-WORK

              OPEN INPUT  PIZZA-GENS-WORK
              OPEN OUTPUT PIZZA-MASTER-GENS
              IF WS-GENS-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO REWRITE PIZZA-MASTER-GENS, '
                         'STATUS ' WS-GENS-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ PIZZA-GENS-WORK
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        MOVE PIZZA-GENS-WORK-REC TO
                             PIZZA-MASTER-GENS-REC
                        WRITE PIZZA-MASTER-GENS-REC
                 END-READ
              END-PERFORM

              CLOSE PIZZA-GENS-WORK
                    PIZZA-MASTER-GENS

           .
      *
      * CARRIES ONE ROW ACROSS IF ITS GENERATION IS FINISHED (HAS A
      * TRAILER) AND IS NOT BEING DROPPED.

       127G-GEN-CARRY-RTN.

              MOVE 'NO' TO WS-GEN-KEEP-REC
              PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                      UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
                 IF WS-GEN-ENT-MASTER (WS-GEN-IDX) EQUAL GEN-MASTER
                    AND WS-GEN-ENT-DATE (WS-GEN-IDX) EQUAL GEN-DATE
                    AND WS-GEN-ENT-DROP (WS-GEN-IDX) EQUAL 'NO'
                    MOVE 'YES' TO WS-GEN-KEEP-REC
                 END-IF
              END-PERFORM

              IF WS-GEN-KEEP-REC EQUAL 'YES'
                 MOVE PIZZA-MASTER-GENS-REC TO PIZZA-GENS-WORK-REC
                 WRITE PIZZA-GENS-WORK-REC
                 END-IF

           .
      *
       127H-GEN-TAKE-RTN.

              MOVE 0 TO WS-GEN-RECORDS
              MOVE WS-RUN-DATE TO GEN-BLD-DATE
              MOVE WS-GEN-MST-NAME (WS-GEN-MST-IDX) TO GEN-BLD-MASTER
              MOVE 'D' TO GEN-BLD-TYPE

              EVALUATE WS-GEN-MST-NAME (WS-GEN-MST-IDX)
                 WHEN 'PO-MASTER'
                    PERFORM 127J-GEN-PO-RTN
                 WHEN 'PIZZA-LOT-MASTER'
                    PERFORM 127K-GEN-LOT-RTN
              END-EVALUATE

              MOVE 'T' TO GEN-BLD-TYPE
              MOVE SPACES TO GEN-BLD-DATA
              MOVE 'PIZZA-RECEIVING-PROG' TO GEN-BLD-PROGRAM
              ACCEPT GEN-BLD-TIME FROM TIME
              MOVE WS-GEN-RECORDS TO GEN-BLD-COUNT
              MOVE WS-GEN-BUILD TO PIZZA-GENS-WORK-REC
              WRITE PIZZA-GENS-WORK-REC

              DISPLAY 'GENERATION TAKEN - '
                      WS-GEN-MST-NAME (WS-GEN-MST-IDX) ' '
                      WS-RUN-DATE ' ' WS-GEN-RECORDS ' RECORDS'

           .
      *
       127I-GEN-DATA-WRITE-RTN.

              ADD 1 TO WS-GEN-RECORDS
              MOVE WS-GEN-BUILD TO PIZZA-GENS-WORK-REC
              WRITE PIZZA-GENS-WORK-REC

           .
      *
       127J-GEN-PO-RTN.

              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ PO-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        MOVE PO-MASTER-REC TO GEN-BLD-DATA
                        PERFORM 127I-GEN-DATA-WRITE-RTN
                 END-READ
              END-PERFORM

           .
      *
       127K-GEN-LOT-RTN.

              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ PIZZA-LOT-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        MOVE LOT-MASTER-REC TO GEN-BLD-DATA
                        PERFORM 127I-GEN-DATA-WRITE-RTN
                 END-READ
              END-PERFORM

           .
      *
       150-READ-RECEIPTS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
              WRITE RECV-RESTOCK-TRANS-REC
              ADD 1 TO WS-TRANS-WRITE-COUNT

              PERFORM 212-LOT-OPEN-RTN

              MOVE RCV-PO-NUMBER-IN TO RCV-PO-OUT
              MOVE RCV-ITEM-ID-IN   TO RCV-ITEM-OUT
              MOVE RCV-TRUCK-ID-IN  TO RCV-TRUCK-OUT

           .
      *
      * A PERISHABLE RECEIPT OPENS ITS OWN LOT - RECEIVED TODAY,
      * EXPIRING THE ITEM'S SHELF LIFE IN DAYS AFTER TODAY. AN ITEM
      * MISSING FROM THE MASTER STILL RECEIVES (THE PO LINE NAMED
      * IT), IT JUST CANNOT BE LOTTED, AND THE CONSOLE SAYS SO.

       212-LOT-OPEN-RTN.

              MOVE RCV-ITEM-ID-IN TO ITEM-ID-MST
              READ ITEM-MASTER
                  INVALID KEY
                     DISPLAY 'WARNING - RECEIPT ITEM NOT ON '
                             'ITEM-MASTER, NO LOT OPENED: '
                             DOCK-RECEIPT-REC
                  NOT INVALID KEY
                     IF PERISH-FLAG-MST EQUAL 'Y'
                        PERFORM 213-LOT-WRITE-RTN
                        END-IF
              END-READ

           .
      *
       213-LOT-WRITE-RTN.

      * NEXT FREE SEQUENCE FOR THE TRUCK/ITEM/DATE - TWO RECEIPTS
      * OF THE SAME ITEM ONTO THE SAME TRUCK IN ONE NIGHT STAY TWO
      * LOTS.

              MOVE 0               TO WS-NEXT-SEQ
              MOVE 'NO'            TO WS-LOT-EOF
              MOVE RCV-TRUCK-ID-IN TO LOT-TRUCK-MST
              MOVE RCV-ITEM-ID-IN  TO LOT-ITEM-MST
              MOVE WS-RUN-DATE     TO LOT-RECV-DATE-MST
              MOVE 0               TO LOT-SEQ-MST
              START PIZZA-LOT-MASTER KEY NOT LESS THAN LOT-KEY-MST
                  INVALID KEY
                     MOVE 'YES' TO WS-LOT-EOF
              END-START

              PERFORM UNTIL WS-LOT-EOF EQUAL 'YES'
                 READ PIZZA-LOT-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-LOT-EOF
                     NOT AT END
                        IF LOT-TRUCK-MST NOT EQUAL RCV-TRUCK-ID-IN
                           OR LOT-ITEM-MST NOT EQUAL RCV-ITEM-ID-IN
                           OR LOT-RECV-DATE-MST NOT EQUAL WS-RUN-DATE
                           MOVE 'YES' TO WS-LOT-EOF
                        ELSE
                           MOVE LOT-SEQ-MST TO WS-NEXT-SEQ
                           END-IF
                 END-READ
              END-PERFORM
              ADD 1 TO WS-NEXT-SEQ

              MOVE RCV-TRUCK-ID-IN TO LOT-TRUCK-MST
              MOVE RCV-ITEM-ID-IN  TO LOT-ITEM-MST
              MOVE WS-RUN-DATE     TO LOT-RECV-DATE-MST
              MOVE WS-NEXT-SEQ     TO LOT-SEQ-MST
              COMPUTE LOT-EXPIRY-MST = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       + SHELF-LIFE-MST)
              MOVE RCV-QTY-IN      TO LOT-ORIG-QTY-MST
              MOVE RCV-QTY-IN      TO LOT-QTY-MST
              WRITE LOT-MASTER-REC
              IF WS-LOT-MASTER-STATUS EQUAL '00'
                 ADD 1 TO WS-LOT-OPENED-COUNT
              ELSE
                 DISPLAY 'WARNING - LOT WRITE FAILED, STATUS '
                         WS-LOT-MASTER-STATUS ' FOR ' LOT-KEY-MST
                 END-IF

           .
      *
       215-REJECT-RTN.

              ADD 1 TO WS-RCV-REJECT-COUNT
              WRITE PIZZA-RECEIVING-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'PERISHABLE LOTS OPENED:   ' TO RCV-COUNT-LABEL
              MOVE WS-LOT-OPENED-COUNT TO RCV-COUNT-OUT
              MOVE RCV-COUNT-LINE TO PIZZA-RECEIVING-REC
              WRITE PIZZA-RECEIVING-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'ORDER LINES SHORT:        ' TO RCV-COUNT-LABEL
              MOVE WS-SHORT-COUNT TO RCV-COUNT-OUT
              MOVE RCV-COUNT-LINE TO PIZZA-RECEIVING-REC
              CLOSE    DOCK-RECEIPTS-FILE
                       PO-MASTER
                       TRUCK-MASTER
                       ITEM-MASTER
                       PIZZA-LOT-MASTER
                       RECV-RESTOCK-TRANS-FILE
                       PIZZA-RECEIVING-RPT

              PERFORM 255-STEP-COUNTS-RTN

              STOP RUN
           .
      *
      * THE RUN'S COUNTS FOR THE NIGHTLY JOB DRIVER, AND A WARNING
      * RETURN CODE WHEN ANYTHING WAS REJECTED - THE DRIVER CARRIES
      * THE STREAM ON PAST A 4 BUT STOPS IT ON ANYTHING HIGHER.

       255-STEP-COUNTS-RTN.

              IF WS-RCV-REJECT-COUNT > 0
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
                 END-IF

              OPEN EXTEND PIZZA-STEP-COUNTS
              IF WS-STEP-COUNTS-STATUS EQUAL '35'
                 OPEN OUTPUT PIZZA-STEP-COUNTS
                 END-IF

              MOVE 'PIZZA-RECEIVING-PROG' TO STC-PROGRAM
              MOVE WS-RCV-READ-COUNT TO STC-READ
              MOVE WS-TRANS-WRITE-COUNT TO STC-WRITTEN
              MOVE WS-RCV-REJECT-COUNT TO STC-REJECTED
              WRITE PIZZA-STEP-COUNTS-REC
              CLOSE PIZZA-STEP-COUNTS

           .

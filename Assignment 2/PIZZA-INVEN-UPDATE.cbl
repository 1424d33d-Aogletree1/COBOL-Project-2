      *  vanishes from the books.  The physical count sheet is
      *  a verification input read by the nightly inventory
      *  run, not the source of truth.
      *  Perishable items are also carried by lot - RECEIVING
      *  opens a dated lot per receipt, and this program relieves
      *  the oldest lots first for sales and transfers (a
      *  transfer carries the lot dates onto the receiving
      *  truck).  A 'W' spoilage posting writes expired lot
      *  stock off the book and out to the spoilage extract so
      *  it is costed on its own line downstream instead of
      *  hiding inside the shrinkage number.  The book and
      *  the lot master are copied onto PIZZA-MASTER-GENS as
      *  the night's generation before anything is posted.
      **********************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

      * DYNAMIC ACCESS SO THE NIGHT'S GENERATION COPY CAN READ THE
      * BOOK FRONT TO BACK BEFORE THE POSTINGS ARE APPLIED BY KEY.

           SELECT INVEN-MASTER
               ASSIGN TO 'INVEN-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVEN-KEY-MST
               FILE STATUS IS WS-INVEN-MASTER-STATUS.

      * THE PERISHABLE LOTS - ONE ROW PER RECEIPT OF A PERISHABLE
      * ITEM ONTO A TRUCK, KEYED TRUCK/ITEM/RECEIVED DATE/SEQUENCE
      * SO A START AT THE TRUCK/ITEM READS THE OLDEST LOT FIRST.
      * DYNAMIC ACCESS SO THE RELIEF CAN WALK A TRUCK/ITEM'S LOTS
      * IN ORDER AND REWRITE OR DELETE EACH ONE AS IT GOES.

           SELECT PIZZA-LOT-MASTER
               ASSIGN TO 'PIZZA-LOT-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY-MST
               FILE STATUS IS WS-LOT-MASTER-STATUS.

      * ONE RECORD PER APPLIED SPOILAGE WRITE-OFF - READ BY THE
      * NIGHTLY INVENTORY RUN AND THE GL POSTING, AND BY THE WEEKLY
      * ROUTE PROFITABILITY RUN FROM THE WEEK'S NIGHTLY EXTRACTS,
      * SAME AS THE SHRINK EXTRACT.

           SELECT PIZZA-SPOILAGE-EXTRACT
               ASSIGN TO 'PIZZA-SPOILAGE-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE ONE-CARD RUN PARAMETER FILE - THE POSTINGS GO ON THE
      * BOOK UNDER THE BUSINESS DATE ON THE CARD, NOT THE WALL
      * CLOCK, SO A RUN DELAYED PAST MIDNIGHT STILL POSTS UNDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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
      * THAT RELIEVES IT, AND 'T' IS A MIDDAY TRANSFER THAT MOVES
      * STOCK FROM ITR-TRUCK-ID TO ITR-TO-TRUCK-ID IN ONE UNIT OF
      * WORK. THE TO-TRUCK FIELD IS BLANK ON 'R' AND 'S' LINES, SO
      * THE OLD 16-BYTE POSTINGS STILL READ CLEANLY. 'W' IS A
      * SPOILAGE WRITE-OFF OF EXPIRED LOT STOCK - A ZERO QUANTITY
      * WRITES OFF ALL OF THE TRUCK/ITEM'S EXPIRED STOCK.

       FD  INVEN-TRANS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01    INVEN-UPDATE-REC           PIC X(100).
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
      * THE PERPETUAL MASTER - BOOK ON-HAND PER TRUCK/ITEM, SIGNED SO
      * AN OVER-RELIEVED ITEM SHOWS AS NEGATIVE BOOK STOCK ON THE
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
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
       FD  PIZZA-SPOILAGE-EXTRACT
           RECORD CONTAINS 20 CHARACTERS.
       01  PIZZA-SPOILAGE-EXT-REC.
           05  SPX-TRUCK-ID-OUT    PIC X(5).
           05  SPX-ITEM-ID-OUT     PIC X(2).
           05  SPX-QTY-OUT         PIC 9(5).
           05  SPX-DATE-OUT        PIC 9(8).
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
             05    WS-TRUCK-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-STEP-COUNTS-STATUS     PIC XX       VALUE '00'.
             05    WS-GENS-STATUS            PIC XX       VALUE '00'.
             05    WS-GENS-WORK-STATUS       PIC XX       VALUE '00'.
             05    WS-GEN-PARM-STATUS        PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-INVEN-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-VALID-TRANS            PIC X(3)     VALUE 'YES'.

             05    WS-XFER-HDR-WRITTEN       PIC X(3)     VALUE 'NO'.

             05    WS-LOT-MASTER-STATUS      PIC XX       VALUE '00'.
             05    WS-LOT-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-LOT-TRUCK-WK           PIC X(5)     VALUE SPACES.
             05    WS-LOT-ITEM-WK            PIC X(2)     VALUE SPACES.
             05    WS-LOT-DATE-WK            PIC 9(8)     VALUE 0.
             05    WS-LOT-NEED               PIC 9(5)     VALUE 0.
             05    WS-LOT-TAKE               PIC 9(5)     VALUE 0.
             05    WS-LOT-EXPIRED-ONLY       PIC X(3)     VALUE 'NO'.
             05    WS-LOT-KEEP-PIECES        PIC X(3)     VALUE 'NO'.
             05    WS-NEXT-SEQ               PIC 9(3)     VALUE 0.
             05    WS-EXPIRED-QTY            PIC 9(7)     VALUE 0.
             05    WS-LOT-RELIEVED-COUNT     PIC 9(5)     VALUE 0.
             05    WS-LOT-MOVED-COUNT        PIC 9(5)     VALUE 0.
             05    WS-SPOIL-APPLIED-COUNT    PIC 9(5)     VALUE 0.
             05    WS-SPOIL-UNITS            PIC 9(5)     VALUE 0.

      * THE LOT PIECES A TRANSFER TOOK OFF THE FROM-TRUCK, HELD SO
      * THE SAME RECEIVED AND EXPIRY DATES CAN BE REOPENED ON THE
      * TO-TRUCK. ITS OWN 01 SO A TABLE RESET CAN NEVER TOUCH THE
      * COUNTERS ABOVE.

       01    WS-PIECE-TABLE.
             05    WS-PIECE-COUNT            PIC 999      VALUE 0.
             05    WS-PIECE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-PIECE-IDX.
                   10    WS-PIECE-RECV-DATE  PIC 9(8).
                   10    WS-PIECE-EXPIRY     PIC 9(8).
                   10    WS-PIECE-QTY        PIC 9(5).

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
       01 IVU-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
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

           IF WS-INVEN-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN INVEN-MASTER, STATUS '
                      WS-INVEN-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

      * THE LOT FILE IS CREATED BY WHICHEVER OF RECEIVING OR THIS
      * RUN GETS TO IT FIRST; UNTIL A PERISHABLE HAS BEEN RECEIVED
      * IT IS SIMPLY EMPTY.

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

           OPEN    OUTPUT    INVEN-UPDATE-RPT
           OPEN    OUTPUT    PIZZA-SPOILAGE-EXTRACT

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO IVU-H1-DATE

           PERFORM 127-GENERATION-RTN

           MOVE IVU-REPORT-HEADER    TO INVEN-UPDATE-REC
           WRITE INVEN-UPDATE-REC
                   AFTER ADVANCING 2 LINE

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

              MOVE 'INVEN-MASTER'      TO WS-GEN-MST-NAME (1)
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
                 WHEN 'INVEN-MASTER'
                    PERFORM 127J-GEN-INVEN-RTN
                 WHEN 'PIZZA-LOT-MASTER'
                    PERFORM 127K-GEN-LOT-RTN
              END-EVALUATE

              MOVE 'T' TO GEN-BLD-TYPE
              MOVE SPACES TO GEN-BLD-DATA
              MOVE 'PIZZA-INVEN-UPDATE' TO GEN-BLD-PROGRAM
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
       127J-GEN-INVEN-RTN.

              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ INVEN-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        MOVE INVEN-MASTER-REC TO GEN-BLD-DATA
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
       150-READ-TRANS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
              IF ITR-TRANS-CODE NOT EQUAL 'R'
                 AND ITR-TRANS-CODE NOT EQUAL 'S'
                 AND ITR-TRANS-CODE NOT EQUAL 'T'
                 AND ITR-TRANS-CODE NOT EQUAL 'W'
                 MOVE 'NO' TO WS-VALID-TRANS
                 MOVE 'X2' TO WS-REASON-CODE
                 MOVE 'INVALID TRANSACTION CODE' TO WS-REASON-TEXT
                    PERFORM 215-REJECT-RTN
                 WHEN ITR-TRANS-CODE EQUAL 'T'
                    PERFORM 230-POST-TRANSFER-RTN
                 WHEN ITR-TRANS-CODE EQUAL 'W'
                    PERFORM 260-POST-SPOILAGE-RTN
                 WHEN OTHER
                    PERFORM 220-POST-TRANS-RTN
              END-EVALUATE
                     MOVE WS-RUN-DATE TO INVEN-LAST-DATE-MST
                     REWRITE INVEN-MASTER-REC
                     PERFORM 225-POSTED-LINE-RTN

      * THE RESTOCK'S LOT WAS OPENED BY RECEIVING; A SALE OF A
      * PERISHABLE RELIEVES ITS LOTS OLDEST FIRST. A SALE BIGGER
      * THAN THE LOTS HOLD CAME OUT OF STOCK BOOKED BEFORE LOTS
      * WERE KEPT, WHICH HAS NO LOT TO RELIEVE.

                     IF ITR-TRANS-CODE EQUAL 'S'
                        AND PERISH-FLAG-MST EQUAL 'Y'
                        MOVE ITR-TRUCK-ID TO WS-LOT-TRUCK-WK
                        MOVE ITR-ITEM-ID  TO WS-LOT-ITEM-WK
                        MOVE ITR-QUANTITY TO WS-LOT-NEED
                        MOVE 'NO'         TO WS-LOT-EXPIRED-ONLY
                        MOVE 'NO'         TO WS-LOT-KEEP-PIECES
                        PERFORM 240-LOT-RELIEVE-RTN
                        END-IF
              END-READ

           .
                      TO WS-REASON-TEXT
                 PERFORM 215-REJECT-RTN
              ELSE
                 IF PERISH-FLAG-MST EQUAL 'Y'
                    PERFORM 238-LOT-TRANSFER-RTN
                    END-IF
                 PERFORM 236-XFER-REGISTER-RTN
                 END-IF


           .
      *
      * MOVES A TRANSFER'S LOTS - THE FROM-TRUCK'S LOTS ARE RELIEVED
      * OLDEST FIRST AND EACH PIECE TAKEN IS REOPENED ON THE
      * TO-TRUCK UNDER ITS ORIGINAL RECEIVED AND EXPIRY DATES, SO
      * MOVING STOCK NEVER MAKES IT LOOK FRESHER THAN IT IS.

       238-LOT-TRANSFER-RTN.

              MOVE ITR-TRUCK-ID TO WS-LOT-TRUCK-WK
              MOVE ITR-ITEM-ID  TO WS-LOT-ITEM-WK
              MOVE ITR-QUANTITY TO WS-LOT-NEED
              MOVE 'NO'         TO WS-LOT-EXPIRED-ONLY
              MOVE 'YES'        TO WS-LOT-KEEP-PIECES
              PERFORM 240-LOT-RELIEVE-RTN

              PERFORM VARYING WS-PIECE-IDX FROM 1 BY 1
                      UNTIL WS-PIECE-IDX > WS-PIECE-COUNT
                 PERFORM 239-LOT-PIECE-OPEN-RTN
              END-PERFORM

           .
      *
       239-LOT-PIECE-OPEN-RTN.

              MOVE ITR-TO-TRUCK-ID TO WS-LOT-TRUCK-WK
              MOVE ITR-ITEM-ID     TO WS-LOT-ITEM-WK
              MOVE WS-PIECE-RECV-DATE (WS-PIECE-IDX) TO WS-LOT-DATE-WK
              PERFORM 245-LOT-NEXT-SEQ-RTN

              MOVE ITR-TO-TRUCK-ID TO LOT-TRUCK-MST
              MOVE ITR-ITEM-ID     TO LOT-ITEM-MST
              MOVE WS-LOT-DATE-WK  TO LOT-RECV-DATE-MST
              MOVE WS-NEXT-SEQ     TO LOT-SEQ-MST
              MOVE WS-PIECE-EXPIRY (WS-PIECE-IDX) TO LOT-EXPIRY-MST
              MOVE WS-PIECE-QTY (WS-PIECE-IDX)    TO LOT-ORIG-QTY-MST
              MOVE WS-PIECE-QTY (WS-PIECE-IDX)    TO LOT-QTY-MST
              WRITE LOT-MASTER-REC
              IF WS-LOT-MASTER-STATUS EQUAL '00'
                 ADD 1 TO WS-LOT-MOVED-COUNT
              ELSE
                 DISPLAY 'WARNING - LOT WRITE FAILED, STATUS '
                         WS-LOT-MASTER-STATUS ' FOR ' LOT-KEY-MST
                 END-IF

           .
      *
      * RELIEVES WS-LOT-NEED UNITS FROM THE LOTS OF THE TRUCK/ITEM IN
      * WS-LOT-TRUCK-WK/WS-LOT-ITEM-WK, OLDEST RECEIPT FIRST. WITH
      * WS-LOT-EXPIRED-ONLY 'YES' ONLY LOTS PAST THEIR EXPIRY ARE
      * TOUCHED; WITH WS-LOT-KEEP-PIECES 'YES' EVERY PIECE TAKEN IS
      * HELD IN THE PIECE TABLE FOR THE CALLER. AN EMPTIED LOT IS
      * DELETED. WHATEVER THE LOTS COULD NOT COVER IS LEFT IN
      * WS-LOT-NEED.

       240-LOT-RELIEVE-RTN.

              MOVE 0 TO WS-PIECE-COUNT
              PERFORM 241-LOT-START-RTN

              PERFORM UNTIL WS-LOT-EOF EQUAL 'YES'
                      OR WS-LOT-NEED EQUAL 0
                 READ PIZZA-LOT-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-LOT-EOF
                     NOT AT END
                        IF LOT-TRUCK-MST NOT EQUAL WS-LOT-TRUCK-WK
                           OR LOT-ITEM-MST NOT EQUAL WS-LOT-ITEM-WK
                           MOVE 'YES' TO WS-LOT-EOF
                        ELSE
                           IF WS-LOT-EXPIRED-ONLY EQUAL 'NO'
                              OR LOT-EXPIRY-MST < WS-RUN-DATE
                              PERFORM 242-LOT-TAKE-RTN
                              END-IF
                           END-IF
                 END-READ
              END-PERFORM

           .
      *
      * POSITIONS THE LOT FILE AT THE FIRST LOT OF THE TRUCK/ITEM.

       241-LOT-START-RTN.

              MOVE 'NO'            TO WS-LOT-EOF
              MOVE WS-LOT-TRUCK-WK TO LOT-TRUCK-MST
              MOVE WS-LOT-ITEM-WK  TO LOT-ITEM-MST
              MOVE 0               TO LOT-RECV-DATE-MST
              MOVE 0               TO LOT-SEQ-MST
              START PIZZA-LOT-MASTER KEY NOT LESS THAN LOT-KEY-MST
                  INVALID KEY
                     MOVE 'YES' TO WS-LOT-EOF
              END-START

           .
      *
       242-LOT-TAKE-RTN.

              IF LOT-QTY-MST > WS-LOT-NEED
                 MOVE WS-LOT-NEED TO WS-LOT-TAKE
              ELSE
                 MOVE LOT-QTY-MST TO WS-LOT-TAKE
                 END-IF

              SUBTRACT WS-LOT-TAKE FROM LOT-QTY-MST
              SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
              ADD 1 TO WS-LOT-RELIEVED-COUNT

      * A PIECE THAT WILL NOT FIT THE TABLE STILL LEAVES THE FROM
      * TRUCK - IT JUST ARRIVES ON THE TO-TRUCK AS UNLOTTED STOCK,
      * WHICH IS THE SAFER SIDE TO ERR ON THAN STOPPING MID-POST.

              IF WS-LOT-KEEP-PIECES EQUAL 'YES'
                 IF WS-PIECE-COUNT < 100
                    ADD 1 TO WS-PIECE-COUNT
                    SET WS-PIECE-IDX TO WS-PIECE-COUNT
                    MOVE LOT-RECV-DATE-MST TO
                         WS-PIECE-RECV-DATE (WS-PIECE-IDX)
                    MOVE LOT-EXPIRY-MST TO
                         WS-PIECE-EXPIRY (WS-PIECE-IDX)
                    MOVE WS-LOT-TAKE TO WS-PIECE-QTY (WS-PIECE-IDX)
                 ELSE
                    DISPLAY 'WARNING - TRANSFER LOT TABLE FULL (100)'
                            ' - ' WS-LOT-TAKE ' UNITS OF LOT '
                            LOT-KEY-MST ' MOVED UNLOTTED'
                    END-IF
                 END-IF

              IF LOT-QTY-MST EQUAL 0
                 DELETE PIZZA-LOT-MASTER RECORD
              ELSE
                 REWRITE LOT-MASTER-REC
                 END-IF
              IF WS-LOT-MASTER-STATUS NOT EQUAL '00'
                 DISPLAY 'WARNING - LOT UPDATE FAILED, STATUS '
                         WS-LOT-MASTER-STATUS ' FOR ' LOT-KEY-MST
                 END-IF

           .
      *
      * FINDS THE NEXT FREE LOT SEQUENCE FOR THE TRUCK/ITEM/RECEIVED
      * DATE IN WS-LOT-TRUCK-WK/WS-LOT-ITEM-WK/WS-LOT-DATE-WK - TWO
      * LOTS RECEIVED THE SAME DAY STAY SEPARATE ROWS.

       245-LOT-NEXT-SEQ-RTN.

              MOVE 0               TO WS-NEXT-SEQ
              MOVE 'NO'            TO WS-LOT-EOF
              MOVE WS-LOT-TRUCK-WK TO LOT-TRUCK-MST
              MOVE WS-LOT-ITEM-WK  TO LOT-ITEM-MST
              MOVE WS-LOT-DATE-WK  TO LOT-RECV-DATE-MST
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
                        IF LOT-TRUCK-MST NOT EQUAL WS-LOT-TRUCK-WK
                           OR LOT-ITEM-MST NOT EQUAL WS-LOT-ITEM-WK
                           OR LOT-RECV-DATE-MST NOT EQUAL
                              WS-LOT-DATE-WK
                           MOVE 'YES' TO WS-LOT-EOF
                        ELSE
                           MOVE LOT-SEQ-MST TO WS-NEXT-SEQ
                           END-IF
                 END-READ
              END-PERFORM

              ADD 1 TO WS-NEXT-SEQ

           .
      *
      * POSTS A SPOILAGE WRITE-OFF. ONLY A PERISHABLE WITH EXPIRED
      * LOT STOCK CAN BE WRITTEN OFF, AND NEVER MORE THAN THE EXPIRED
      * LOTS HOLD - ANYTHING ELSE MISSING FROM THE TRUCK IS SHRINKAGE
      * AND BELONGS ON THE COUNT, NOT HERE. A ZERO QUANTITY WRITES
      * OFF EVERYTHING EXPIRED.

       260-POST-SPOILAGE-RTN.

              IF PERISH-FLAG-MST NOT EQUAL 'Y'
                 MOVE 'NO' TO WS-VALID-TRANS
                 MOVE 'L1' TO WS-REASON-CODE
                 MOVE 'SPOILAGE - ITEM NOT PERISHABLE'
                      TO WS-REASON-TEXT
                 PERFORM 215-REJECT-RTN
              ELSE
                 PERFORM 262-EXPIRED-TOTAL-RTN
                 EVALUATE TRUE
                    WHEN WS-EXPIRED-QTY EQUAL 0
                       MOVE 'NO' TO WS-VALID-TRANS
                       MOVE 'L2' TO WS-REASON-CODE
                       MOVE 'SPOILAGE - NO EXPIRED LOT STOCK'
                            TO WS-REASON-TEXT
                       PERFORM 215-REJECT-RTN
                    WHEN ITR-QUANTITY > WS-EXPIRED-QTY
                       MOVE 'NO' TO WS-VALID-TRANS
                       MOVE 'L3' TO WS-REASON-CODE
                       MOVE 'SPOILAGE - OVER EXPIRED STOCK'
                            TO WS-REASON-TEXT
                       PERFORM 215-REJECT-RTN
                    WHEN OTHER
                       PERFORM 264-SPOILAGE-APPLY-RTN
                 END-EVALUATE
                 END-IF

           .
      *
      * TOTALS THE EXPIRED LOT STOCK FOR THE POSTING'S TRUCK/ITEM.

       262-EXPIRED-TOTAL-RTN.

              MOVE 0            TO WS-EXPIRED-QTY
              MOVE ITR-TRUCK-ID TO WS-LOT-TRUCK-WK
              MOVE ITR-ITEM-ID  TO WS-LOT-ITEM-WK
              PERFORM 241-LOT-START-RTN

              PERFORM UNTIL WS-LOT-EOF EQUAL 'YES'
                 READ PIZZA-LOT-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-LOT-EOF
                     NOT AT END
                        IF LOT-TRUCK-MST NOT EQUAL WS-LOT-TRUCK-WK
                           OR LOT-ITEM-MST NOT EQUAL WS-LOT-ITEM-WK
                           MOVE 'YES' TO WS-LOT-EOF
                        ELSE
                           IF LOT-EXPIRY-MST < WS-RUN-DATE
                              ADD LOT-QTY-MST TO WS-EXPIRED-QTY
                              END-IF
                           END-IF
                 END-READ
              END-PERFORM

           .
      *
      * RELIEVES THE BOOK, THEN THE EXPIRED LOTS, AND WRITES THE
      * EXTRACT RECORD. THE POSTING'S QUANTITY IS FILLED IN FIRST
      * ON A WRITE-ALL SO THE REPORT LINE SHOWS WHAT WENT.

       264-SPOILAGE-APPLY-RTN.

              IF ITR-QUANTITY EQUAL 0
                 MOVE WS-EXPIRED-QTY TO ITR-QUANTITY
                 END-IF

              MOVE ITR-TRUCK-ID TO INVEN-TRUCK-MST
              MOVE ITR-ITEM-ID  TO INVEN-ITEM-MST
              READ INVEN-MASTER
                  INVALID KEY
                     MOVE 'NO' TO WS-VALID-TRANS
                     MOVE 'B1' TO WS-REASON-CODE
                     MOVE 'SPOILAGE AGAINST NO BOOK ROW'
                          TO WS-REASON-TEXT
                     PERFORM 215-REJECT-RTN
                  NOT INVALID KEY
                     MOVE INVEN-ONHAND-MST TO WS-OLD-ONHAND
                     SUBTRACT ITR-QUANTITY FROM INVEN-ONHAND-MST
                     MOVE WS-RUN-DATE TO INVEN-LAST-DATE-MST
                     REWRITE INVEN-MASTER-REC
                     PERFORM 225-POSTED-LINE-RTN

                     MOVE ITR-TRUCK-ID TO WS-LOT-TRUCK-WK
                     MOVE ITR-ITEM-ID  TO WS-LOT-ITEM-WK
                     MOVE ITR-QUANTITY TO WS-LOT-NEED
                     MOVE 'YES'        TO WS-LOT-EXPIRED-ONLY
                     MOVE 'NO'         TO WS-LOT-KEEP-PIECES
                     PERFORM 240-LOT-RELIEVE-RTN

                     MOVE ITR-TRUCK-ID TO SPX-TRUCK-ID-OUT
                     MOVE ITR-ITEM-ID  TO SPX-ITEM-ID-OUT
                     MOVE ITR-QUANTITY TO SPX-QTY-OUT
                     MOVE WS-RUN-DATE  TO SPX-DATE-OUT
                     WRITE PIZZA-SPOILAGE-EXT-REC

                     ADD 1 TO WS-SPOIL-APPLIED-COUNT
                     ADD ITR-QUANTITY TO WS-SPOIL-UNITS
              END-READ

           .
      *
      * ROUTES A REJECTED POSTING TO THE LISTING WITH THE ORIGINAL
      * TRANSACTION IMAGE AND A REASON CODE, SAME AS THE NIGHTLY
      * RUN'S EXCEPTION REPORT DOES FOR BAD COUNT SHEETS.
              WRITE INVEN-UPDATE-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'SPOILAGE WRITE-OFFS:  ' TO IVU-COUNT-LABEL
              MOVE WS-SPOIL-APPLIED-COUNT  TO IVU-COUNT-OUT
              MOVE IVU-COUNT-LINE          TO INVEN-UPDATE-REC
              WRITE INVEN-UPDATE-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'UNITS SPOILED:        ' TO IVU-COUNT-LABEL
              MOVE WS-SPOIL-UNITS          TO IVU-COUNT-OUT
              MOVE IVU-COUNT-LINE          TO INVEN-UPDATE-REC
              WRITE INVEN-UPDATE-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'LOTS RELIEVED:        ' TO IVU-COUNT-LABEL
              MOVE WS-LOT-RELIEVED-COUNT   TO IVU-COUNT-OUT
              MOVE IVU-COUNT-LINE          TO INVEN-UPDATE-REC
              WRITE INVEN-UPDATE-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'LOTS MOVED:           ' TO IVU-COUNT-LABEL
              MOVE WS-LOT-MOVED-COUNT      TO IVU-COUNT-OUT
              MOVE IVU-COUNT-LINE          TO INVEN-UPDATE-REC
              WRITE INVEN-UPDATE-REC
                    AFTER ADVANCING 1 LINE

              CLOSE    INVEN-TRANS-FILE
                       TRUCK-MASTER
                       ITEM-MASTER
                       INVEN-MASTER
                       PIZZA-LOT-MASTER
                       INVEN-UPDATE-RPT
                       PIZZA-SPOILAGE-EXTRACT

              PERFORM 255-STEP-COUNTS-RTN

              STOP RUN
           .
      *
      * THE RUN'S COUNTS FOR THE NIGHTLY JOB DRIVER, AND A WARNING
      * RETURN CODE WHEN ANYTHING WAS REJECTED - THE DRIVER CARRIES
      * THE STREAM ON PAST A 4 BUT STOPS IT ON ANYTHING HIGHER.

       255-STEP-COUNTS-RTN.

              IF WS-TRANS-REJECT-COUNT > 0
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
                 END-IF

              OPEN EXTEND PIZZA-STEP-COUNTS
              IF WS-STEP-COUNTS-STATUS EQUAL '35'
                 OPEN OUTPUT PIZZA-STEP-COUNTS
                 END-IF

              MOVE 'PIZZA-INVEN-UPDATE' TO STC-PROGRAM
              MOVE WS-TRANS-READ-COUNT TO STC-READ
              MOVE WS-TRANS-APPLIED-COUNT TO STC-WRITTEN
              MOVE WS-TRANS-REJECT-COUNT TO STC-REJECTED
              WRITE PIZZA-STEP-COUNTS-REC
              CLOSE PIZZA-STEP-COUNTS

           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-GL-POST.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Nightly general ledger interface for Rolling Pizza
      *  Trucks.  Builds the night's journal entry from the
      *  same files the nightly reports are printed from, so
      *  accounting stops re-keying the receiving, shrinkage
      *  and profit printouts into the ledger.  Five entries
      *  are posted per commissary cost center - receipts to
      *  inventory off the 'R' restock postings, cost of goods
      *  sold relieved off the register detail, shrinkage
      *  written off off the nightly shrink extract, expired
      *  lots written off off the nightly spoilage extract
      *  (all four valued at STD-PURCHASE-MST), and sales
      *  revenue off the Z-tape totals.  The debit and credit
      *  account for each entry come from GL-ACCOUNT-MAP, so
      *  accounting can renumber the chart without a program
      *  change.  Every
      *  entry is written as a balanced debit/credit pair and
      *  appended to the permanent PIZZA-GL-JOURNAL under the
      *  business date; month-end will not close a period the
      *  journal does not balance for.  The night's receipts,
      *  cost of goods sold, shrinkage, spoilage and revenue,
      *  totaled row by row off the feeds as they are read,
      *  are also appended to PIZZA-GL-SOURCE-TOTALS, so
      *  month-end can tie the journal back to the feeds it
      *  was built from after those feeds are long replaced.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECV-RESTOCK-TRANS-FILE
               ASSIGN TO 'RECV-RESTOCK-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-FILE-STATUS.

           SELECT REGISTER-SALES-FILE
               ASSIGN TO 'REGISTER-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT PIZZA-SHRINK-EXTRACT
               ASSIGN TO 'PIZZA-SHRINK-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRINK-FILE-STATUS.

           SELECT PIZZA-SPOILAGE-EXTRACT
               ASSIGN TO 'PIZZA-SPOILAGE-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOIL-FILE-STATUS.

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

      * ACCOUNTING'S CHART MAPPING - ONE LINE PER ENTRY TYPE, WITH
      * AN OPTIONAL COMMISSARY OVERRIDE. A BLANK COMMISSARY IS THE
      * DEFAULT FOR EVERY COST CENTER WITHOUT ONE OF ITS OWN.

           SELECT GL-ACCOUNT-MAP
               ASSIGN TO 'GL-ACCOUNT-MAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

      * THE PERMANENT JOURNAL - APPENDED NIGHTLY, READ AT MONTH-END.

           SELECT PIZZA-GL-JOURNAL
               ASSIGN TO 'PIZZA-GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      * THE NIGHT'S SOURCE TOTALS BY ENTRY TYPE - PERMANENT, READ
      * BY MONTH-END.

           SELECT PIZZA-GL-SOURCE-TOTALS
               ASSIGN TO 'PIZZA-GL-SOURCE-TOTALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-TOTALS-STATUS.

           SELECT PIZZA-GL-RPT
               ASSIGN TO 'PIZZA-GL-RPT.TXT'.

      * THE ONE-CARD RUN PARAMETER FILE - THE JOURNAL POSTS UNDER
      * THE BUSINESS DATE ON THE CARD, NOT THE WALL CLOCK.

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

       FD  RECV-RESTOCK-TRANS-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  RECV-RESTOCK-TRANS-REC.
           05  RRT-TRANS-CODE     PIC X(1).
           05  RRT-TRUCK-ID       PIC X(5).
           05  RRT-ITEM-ID        PIC X(2).
           05  RRT-QUANTITY       PIC 9(5).
           05  RRT-TO-TRUCK-ID    PIC X(5).
           05  FILLER             PIC X(3).
      *
       FD  REGISTER-SALES-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  REGISTER-SALES-REC.
           05  REG-TRUCK-ID-IN    PIC X(5).
           05  REG-ITEM-ID-IN     PIC X(2).
           05  REG-UNITS-IN       PIC 9(5).
           05  REG-RING-PRICE-IN  PIC 99V99.
      *
       FD  PIZZA-SHRINK-EXTRACT
           RECORD CONTAINS 13 CHARACTERS.
       01  PIZZA-SHRINK-EXT-REC.
           05  SHX-TRUCK-ID-IN     PIC X(5).
           05  SHX-ITEM-ID-IN      PIC X(2).
           05  SHX-QTY-IN          PIC S9(5)
                                   SIGN LEADING SEPARATE.
      *
       FD  PIZZA-SPOILAGE-EXTRACT
           RECORD CONTAINS 20 CHARACTERS.
       01  PIZZA-SPOILAGE-EXT-REC.
           05  SPX-TRUCK-ID-IN     PIC X(5).
           05  SPX-ITEM-ID-IN      PIC X(2).
           05  SPX-QTY-IN          PIC 9(5).
           05  SPX-DATE-IN         PIC 9(8).
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
      * ENTRY TYPES ARE RCPT (RECEIPTS TO INVENTORY), COGS (COST OF
      * GOODS SOLD), SHRK (SHRINKAGE WRITE-OFF), SPOL (EXPIRED LOT
      * SPOILAGE WRITE-OFF) AND REVN (SALES REVENUE).

       FD  GL-ACCOUNT-MAP
           RECORD CONTAINS 39 CHARACTERS.
       01  GL-ACCOUNT-MAP-REC.
           05  GLM-ENTRY-TYPE      PIC X(4).
           05  GLM-COMMISSARY      PIC X(15).
           05  GLM-DEBIT-ACCT      PIC X(10).
           05  GLM-CREDIT-ACCT     PIC X(10).
      *
      * ONE JOURNAL LINE - A DEBIT OR A CREDIT, NEVER BOTH - WITH
      * THE COST CENTER, THE BUSINESS DATE, THE FEED IT CAME FROM
      * AND THE ENTRY TYPE MONTH-END TOTALS BY.

       FD  PIZZA-GL-JOURNAL
           RECORD CONTAINS 63 CHARACTERS.
       01  PIZZA-GL-JOURNAL-REC.
           05  GLJ-ACCOUNT         PIC X(10).
           05  GLJ-COST-CENTER     PIC X(15).
           05  GLJ-DEBIT           PIC 9(7)V99.
           05  GLJ-CREDIT          PIC 9(7)V99.
           05  GLJ-BUSINESS-DATE   PIC 9(8).
           05  GLJ-SOURCE          PIC X(8).
           05  GLJ-ENTRY-TYPE      PIC X(4).
      *
      * ONE ROW PER ENTRY TYPE PER NIGHT POSTED. A RERUN WRITES THE
      * DATE AGAIN AND THE LATER ROWS ARE THE ONES THAT COUNT. THE
      * AMOUNT IS SIGNED - AN OVERAGE NIGHT'S SHRINKAGE IS NEGATIVE.

       FD  PIZZA-GL-SOURCE-TOTALS
           RECORD CONTAINS 24 CHARACTERS.
       01  PIZZA-GL-SOURCE-TOTALS-REC.
           05  GLS-BUSINESS-DATE   PIC 9(8).
           05  GLS-ENTRY-TYPE      PIC X(4).
           05  GLS-AMOUNT          PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
      *
       FD    PIZZA-GL-RPT
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-GL-REC               PIC X(100).
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
             05    WS-RECV-FILE-STATUS       PIC XX       VALUE '00'.
             05    WS-REG-FILE-STATUS        PIC XX       VALUE '00'.
             05    WS-SHRINK-FILE-STATUS     PIC XX       VALUE '00'.
             05    WS-SPOIL-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-SALES-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-MAP-FILE-STATUS        PIC XX       VALUE '00'.
             05    WS-JOURNAL-STATUS         PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-STEP-COUNTS-STATUS     PIC XX       VALUE '00'.
             05    WS-SOURCE-TOTALS-STATUS   PIC XX       VALUE '00'.
             05    WS-FILE-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-RERUN-FLAG             PIC X(1)     VALUE 'N'.
             05    WS-GL-FOUND               PIC X(3)     VALUE 'NO'.
             05    WS-MAP-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-MAP-MISSING            PIC X(3)     VALUE 'NO'.
             05    WS-TRK-LOOKUP-ID          PIC X(5)     VALUE SPACES.
             05    WS-ITEM-LOOKUP-ID         PIC X(2)     VALUE SPACES.
             05    WS-COMM-WK                PIC X(15)    VALUE SPACES.
             05    WS-TYPE-WK                PIC X(4)     VALUE SPACES.
             05    WS-SOURCE-WK              PIC X(8)     VALUE SPACES.
             05    WS-STD-PURCHASE-WK        PIC 99V99    VALUE 0.
             05    WS-AMOUNT-WK              PIC S9(9)V99 VALUE 0.
             05    WS-POST-AMOUNT            PIC 9(9)V99  VALUE 0.
             05    WS-DEBIT-ACCT-WK          PIC X(10)    VALUE SPACES.
             05    WS-CREDIT-ACCT-WK         PIC X(10)    VALUE SPACES.
             05    WS-RECV-READ-COUNT        PIC 9(7)     VALUE 0.
             05    WS-REG-READ-COUNT         PIC 9(7)     VALUE 0.
             05    WS-SHRINK-READ-COUNT      PIC 9(7)     VALUE 0.
             05    WS-SPOIL-READ-COUNT       PIC 9(7)     VALUE 0.
             05    WS-SALES-READ-COUNT       PIC 9(7)     VALUE 0.
             05    WS-DROPPED-COUNT          PIC 9(7)     VALUE 0.
             05    WS-JOURNAL-WRITE-COUNT    PIC 9(7)     VALUE 0.
             05    WS-REVERSAL-COUNT         PIC 9(7)     VALUE 0.
             05    WS-DEBIT-TOTAL            PIC 9(9)V99  VALUE 0.
             05    WS-CREDIT-TOTAL           PIC 9(9)V99  VALUE 0.

      * THE NIGHT'S SOURCE TOTALS BY ENTRY TYPE, ADDED UP ROW BY ROW
      * AS THE FEEDS ARE READ - KEPT APART FROM THE ENTRY TABLE SO
      * MONTH-END HAS SOMETHING TO TIE THE JOURNAL TO BESIDES THE
      * JOURNAL ITSELF.

             05    WS-SRC-RCPT               PIC S9(9)V99 VALUE 0.
             05    WS-SRC-COGS               PIC S9(9)V99 VALUE 0.
             05    WS-SRC-SHRK               PIC S9(9)V99 VALUE 0.
             05    WS-SRC-SPOL               PIC S9(9)V99 VALUE 0.
             05    WS-SRC-REVN               PIC S9(9)V99 VALUE 0.

      * A ROW WHOSE TRUCK IS NOT ON TRUCK-MASTER STILL HAS TO LAND
      * IN THE LEDGER - UNDER THIS COST CENTER, WHERE ACCOUNTING
      * WILL SEE IT AND RECLASS IT.

             05    WS-UNKNOWN-COMM           PIC X(15)
                                             VALUE 'UNASSIGNED'.

      * THE NIGHT'S ENTRY AMOUNTS BY COMMISSARY AND ENTRY TYPE.
      * SHRINKAGE IS SIGNED - AN OVERAGE NIGHT POSTS THE ENTRY THE
      * OTHER WAY ROUND.

       01    WS-GL-TABLE.
             05    WS-GL-COUNT               PIC 999      VALUE 0.
             05    WS-GL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-GL-IDX.
                   10    WS-GL-COMM          PIC X(15).
                   10    WS-GL-TYPE          PIC X(4).
                   10    WS-GL-SOURCE        PIC X(8).
                   10    WS-GL-AMOUNT        PIC S9(9)V99.

       01    WS-MAP-TABLE.
             05    WS-MAP-COUNT              PIC 999      VALUE 0.
             05    WS-MAP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-MAP-IDX.
                   10    WS-MAP-TYPE         PIC X(4).
                   10    WS-MAP-COMM         PIC X(15).
                   10    WS-MAP-DEBIT        PIC X(10).
                   10    WS-MAP-CREDIT       PIC X(10).

      * JOURNAL LINES ALREADY POSTED UNDER TONIGHT'S DATE - HELD SO
      * AN AUTHORIZED RERUN CAN REVERSE THEM BEFORE REPOSTING.

       01    WS-PRIOR-TABLE.
             05    WS-PRIOR-COUNT            PIC 9(4)     VALUE 0.
             05    WS-PRIOR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PRIOR-IDX.
                   10    WS-PRIOR-LINE       PIC X(63).

      *************************OUTPUT AREA*****************************
       01 GLP-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 GLP-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 GLP-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 GLP-INITIALS      PIC X(3) VALUE 'AHO'.

       01 GLP-REPORT-HEADER-2.
          05 FILLER            PIC X(24) VALUE SPACES.
          05 GLP-REPORT-LINE   PIC X(30) VALUE
             'GENERAL LEDGER JOURNAL ENTRY'.

       01 GLP-REPORT-HEADER-3.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 GLP-ACCT-HDR    PIC X(10) VALUE 'ACCOUNT'      .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 GLP-CC-HDR      PIC X(15) VALUE 'COST CENTER'  .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 GLP-TYPE-HDR    PIC X(4) VALUE 'TYPE'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 GLP-SRC-HDR     PIC X(8) VALUE 'SOURCE'        .

          05 FILLER          PIC X(9) VALUE SPACES          .
          05 GLP-DR-HDR      PIC X(5) VALUE 'DEBIT'         .

          05 FILLER          PIC X(9) VALUE SPACES          .
          05 GLP-CR-HDR      PIC X(6) VALUE 'CREDIT'        .

       01 GLP-DETAIL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 GLP-ACCT-OUT      PIC X(10)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 GLP-CC-OUT        PIC X(15)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 GLP-TYPE-OUT      PIC X(4)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 GLP-SRC-OUT       PIC X(8)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 GLP-DR-OUT        PIC Z,ZZZ,ZZ9.99       .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 GLP-CR-OUT        PIC Z,ZZZ,ZZ9.99       .

       01 GLP-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 GLP-COUNT-LABEL   PIC X(26)                        .
          05 GLP-COUNT-OUT     PIC ZZZ,ZZ9                      .

       01 GLP-TOTAL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 GLP-TOTAL-LABEL   PIC X(26)                        .
          05 GLP-DOLLSIGN1     PIC X    VALUE '$'               .
          05 GLP-TOTAL-OUT     PIC ZZZ,ZZZ,ZZ9.99               .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 127-MAP-LOAD-RTN
           PERFORM 128-PRIOR-POST-RTN
           PERFORM 150-RECEIPTS-ACCUM-RTN
           PERFORM 160-COGS-ACCUM-RTN
           PERFORM 170-SHRINK-ACCUM-RTN
           PERFORM 175-SPOIL-ACCUM-RTN
           PERFORM 180-REVENUE-ACCUM-RTN
           PERFORM 200-MAP-CHECK-RTN
           PERFORM 210-REVERSE-PRIOR-RTN
           PERFORM 220-JOURNAL-WRITE-RTN
           PERFORM 240-SOURCE-TOTALS-RTN
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

           OPEN    OUTPUT    PIZZA-GL-RPT

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO GLP-H1-DATE

           MOVE GLP-REPORT-HEADER    TO PIZZA-GL-REC
           WRITE PIZZA-GL-REC
                   AFTER ADVANCING 2 LINE

           MOVE GLP-REPORT-HEADER-2  TO PIZZA-GL-REC
           WRITE PIZZA-GL-REC
                   AFTER ADVANCING 2 LINE

           MOVE GLP-REPORT-HEADER-3  TO PIZZA-GL-REC
           WRITE PIZZA-GL-REC
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
      * LOADS ACCOUNTING'S MAPPING. WITHOUT IT THERE IS NOTHING TO
      * POST TO, SO THE RUN STOPS BEFORE THE JOURNAL IS TOUCHED.

       127-MAP-LOAD-RTN.

              OPEN INPUT GL-ACCOUNT-MAP
              IF WS-MAP-FILE-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN GL-ACCOUNT-MAP, '
                         'STATUS ' WS-MAP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-FILE-EOF
              PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                 READ GL-ACCOUNT-MAP
                     AT END
                        MOVE 'YES' TO WS-FILE-EOF
                     NOT AT END
                        IF WS-MAP-COUNT < 200
                           ADD 1 TO WS-MAP-COUNT
                           SET WS-MAP-IDX TO WS-MAP-COUNT
                           MOVE GLM-ENTRY-TYPE TO
                                WS-MAP-TYPE (WS-MAP-IDX)
                           MOVE GLM-COMMISSARY TO
                                WS-MAP-COMM (WS-MAP-IDX)
                           MOVE GLM-DEBIT-ACCT TO
                                WS-MAP-DEBIT (WS-MAP-IDX)
                           MOVE GLM-CREDIT-ACCT TO
                                WS-MAP-CREDIT (WS-MAP-IDX)
                        ELSE
                           DISPLAY 'ERROR - GL ACCOUNT MAP TABLE '
                                   'FULL (200) - RAISE THE TABLE '
                                   'AND RERUN'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                           END-IF
                 END-READ
              END-PERFORM

              CLOSE GL-ACCOUNT-MAP

           .
      *
      * REFUSES TO POST THE SAME BUSINESS DATE TWICE. JOURNAL LINES
      * ALREADY CARRYING TONIGHT'S DATE MEAN THE NIGHT HAS POSTED -
      * ONLY THE RERUN FLAG ON THE PARAMETER CARD GETS PAST THAT,
      * AND THEN THE EARLIER LINES ARE HELD TO BE REVERSED SO THE
      * LEDGER CARRIES THE NIGHT ONCE. ONLY THE LINES STILL LIVE ARE
      * HELD - THE JOURNAL IS ONLY EVER APPENDED TO, SO A BLOCK OF
      * REVERSAL LINES FOR THE DATE HAS CANCELLED EVERYTHING HELD
      * BEFORE IT, AND A SECOND RERUN REVERSES ONLY THE FIRST
      * RERUN'S POSTING.

       128-PRIOR-POST-RTN.

              OPEN INPUT PIZZA-GL-JOURNAL
              IF WS-JOURNAL-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ PIZZA-GL-JOURNAL
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           IF GLJ-BUSINESS-DATE EQUAL WS-RUN-DATE
                              IF GLJ-SOURCE EQUAL 'REVERSAL'
                                 MOVE 0 TO WS-PRIOR-COUNT
                              ELSE
                                 PERFORM 129-PRIOR-STORE-RTN
                                 END-IF
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-GL-JOURNAL
                 END-IF

              IF WS-PRIOR-COUNT > 0
                 AND WS-RERUN-FLAG NOT EQUAL 'Y'
                 DISPLAY 'ERROR - BUSINESS DATE ' WS-RUN-DATE
                         ' ALREADY ON PIZZA-GL-JOURNAL - SET THE '
                         'RERUN FLAG ON PIZZA-RUN-PARM TO RUN '
                         'AGAIN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
       129-PRIOR-STORE-RTN.

              IF WS-PRIOR-COUNT < 2000
                 ADD 1 TO WS-PRIOR-COUNT
                 SET WS-PRIOR-IDX TO WS-PRIOR-COUNT
                 MOVE PIZZA-GL-JOURNAL-REC TO
                      WS-PRIOR-LINE (WS-PRIOR-IDX)
              ELSE
                 DISPLAY 'ERROR - PRIOR JOURNAL TABLE FULL (2000) - '
                         'RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * RECEIPTS TO INVENTORY - THE 'R' POSTINGS RECEIVING WROTE
      * FROM THE COUNTED DOCK QUANTITIES, AT STANDARD COST.

       150-RECEIPTS-ACCUM-RTN.

              OPEN INPUT RECV-RESTOCK-TRANS-FILE
              IF WS-RECV-FILE-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ RECV-RESTOCK-TRANS-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-RECV-READ-COUNT
                           PERFORM 152-RECEIPT-LINE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE RECV-RESTOCK-TRANS-FILE
              ELSE
                 DISPLAY 'WARNING - RECV-RESTOCK-TRANS NOT '
                         'AVAILABLE, STATUS ' WS-RECV-FILE-STATUS
                         ' - NO RECEIPTS POSTED'
                 END-IF

           .
      *
       152-RECEIPT-LINE-RTN.

              IF RRT-TRANS-CODE NOT EQUAL 'R'
                 OR RRT-QUANTITY IS NOT NUMERIC
                 ADD 1 TO WS-DROPPED-COUNT
                 DISPLAY 'WARNING - RESTOCK ROW NOT POSTED TO GL: '
                         RECV-RESTOCK-TRANS-REC
              ELSE
                 MOVE RRT-TRUCK-ID TO WS-TRK-LOOKUP-ID
                 PERFORM 145-COMMISSARY-RTN
                 MOVE RRT-ITEM-ID TO WS-ITEM-LOOKUP-ID
                 PERFORM 165-STD-COST-RTN
                 COMPUTE WS-AMOUNT-WK =
                         RRT-QUANTITY * WS-STD-PURCHASE-WK
                 ADD WS-AMOUNT-WK TO WS-SRC-RCPT
                 MOVE 'RCPT'     TO WS-TYPE-WK
                 MOVE 'RECEIVNG' TO WS-SOURCE-WK
                 PERFORM 190-GL-ACCUM-RTN
                 END-IF

           .
      *
      * COST CENTER FOR THE TRUCK IN WS-TRK-LOOKUP-ID - ITS HOME
      * COMMISSARY OFF TRUCK-MASTER, OR THE UNASSIGNED BUCKET.

       145-COMMISSARY-RTN.

              MOVE WS-TRK-LOOKUP-ID TO TRUCK-ID-MST
              READ TRUCK-MASTER
                  INVALID KEY
                     MOVE WS-UNKNOWN-COMM TO WS-COMM-WK
                     DISPLAY 'WARNING - TRUCK NOT ON MASTER, POSTED '
                        'UNASSIGNED: ' WS-TRK-LOOKUP-ID
                  NOT INVALID KEY
                     MOVE HOME-COMMISSARY-MST TO WS-COMM-WK
              END-READ

           .
      *
      * COST OF GOODS SOLD - THE REGISTER DETAIL UNITS PRICED AT
      * STANDARD PURCHASE COST, SAME FIGURE THE PROFIT REPORT USES.

       160-COGS-ACCUM-RTN.

              OPEN INPUT REGISTER-SALES-FILE
              IF WS-REG-FILE-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ REGISTER-SALES-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-REG-READ-COUNT
                           PERFORM 162-COGS-LINE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE REGISTER-SALES-FILE
              ELSE
                 DISPLAY 'WARNING - REGISTER-SALES NOT AVAILABLE, '
                         'STATUS ' WS-REG-FILE-STATUS
                         ' - NO COGS POSTED'
                 END-IF

           .
      *
       162-COGS-LINE-RTN.

              IF REG-UNITS-IN IS NOT NUMERIC
                 ADD 1 TO WS-DROPPED-COUNT
                 DISPLAY 'WARNING - NON-NUMERIC REGISTER ROW NOT '
                         'POSTED TO GL: ' REGISTER-SALES-REC
              ELSE
                 MOVE REG-TRUCK-ID-IN TO WS-TRK-LOOKUP-ID
                 PERFORM 145-COMMISSARY-RTN
                 MOVE REG-ITEM-ID-IN TO WS-ITEM-LOOKUP-ID
                 PERFORM 165-STD-COST-RTN
                 COMPUTE WS-AMOUNT-WK =
                         REG-UNITS-IN * WS-STD-PURCHASE-WK
                 ADD WS-AMOUNT-WK TO WS-SRC-COGS
                 MOVE 'COGS'     TO WS-TYPE-WK
                 MOVE 'REGISTER' TO WS-SOURCE-WK
                 PERFORM 190-GL-ACCUM-RTN
                 END-IF

           .
      *
      * STANDARD PURCHASE COST FOR THE ITEM ID IN WS-ITEM-LOOKUP-ID,
      * SET BY THE CALLER - ZERO, LOUDLY, WHEN THE ITEM IS NOT ON
      * THE MASTER.

       165-STD-COST-RTN.

              MOVE WS-ITEM-LOOKUP-ID TO ITEM-ID-MST
              READ ITEM-MASTER
                  INVALID KEY
                     MOVE 0 TO WS-STD-PURCHASE-WK
                     DISPLAY 'WARNING - ITEM NOT ON MASTER, COSTED '
                        'AT ZERO: ' ITEM-ID-MST
                  NOT INVALID KEY
                     MOVE STD-PURCHASE-MST TO WS-STD-PURCHASE-WK
              END-READ

           .
      *
      * SHRINKAGE WRITE-OFF AT STANDARD COST. THE EXTRACT QUANTITY
      * IS SIGNED - AN OVERAGE REDUCES THE NIGHT'S WRITE-OFF.

       170-SHRINK-ACCUM-RTN.

              OPEN INPUT PIZZA-SHRINK-EXTRACT
              IF WS-SHRINK-FILE-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ PIZZA-SHRINK-EXTRACT
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-SHRINK-READ-COUNT
                           PERFORM 172-SHRINK-LINE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-SHRINK-EXTRACT
              ELSE
                 DISPLAY 'WARNING - PIZZA-SHRINK-EXTRACT NOT '
                         'AVAILABLE, STATUS ' WS-SHRINK-FILE-STATUS
                         ' - NO SHRINKAGE POSTED'
                 END-IF

           .
      *
       172-SHRINK-LINE-RTN.

              IF SHX-QTY-IN IS NOT NUMERIC
                 ADD 1 TO WS-DROPPED-COUNT
                 DISPLAY 'WARNING - NON-NUMERIC SHRINK ROW NOT '
                         'POSTED TO GL: ' PIZZA-SHRINK-EXT-REC
              ELSE
                 MOVE SHX-TRUCK-ID-IN TO WS-TRK-LOOKUP-ID
                 PERFORM 145-COMMISSARY-RTN
                 MOVE SHX-ITEM-ID-IN TO WS-ITEM-LOOKUP-ID
                 PERFORM 165-STD-COST-RTN
                 COMPUTE WS-AMOUNT-WK =
                         SHX-QTY-IN * WS-STD-PURCHASE-WK
                 ADD WS-AMOUNT-WK TO WS-SRC-SHRK
                 MOVE 'SHRK'     TO WS-TYPE-WK
                 MOVE 'SHRINK'   TO WS-SOURCE-WK
                 PERFORM 190-GL-ACCUM-RTN
                 END-IF

           .
      *
      * SPOILAGE WRITE-OFF AT STANDARD COST - THE EXPIRED LOTS
      * PIZZA-INVEN-UPDATE RELIEVED TONIGHT. THEY LEFT THE BOOK
      * BEFORE THE COUNT, SO THE SHRINK ENTRY DOES NOT CARRY THEM.

       175-SPOIL-ACCUM-RTN.

              OPEN INPUT PIZZA-SPOILAGE-EXTRACT
              IF WS-SPOIL-FILE-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ PIZZA-SPOILAGE-EXTRACT
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-SPOIL-READ-COUNT
                           PERFORM 177-SPOIL-LINE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-SPOILAGE-EXTRACT
              ELSE
                 DISPLAY 'WARNING - PIZZA-SPOILAGE-EXTRACT NOT '
                         'AVAILABLE, STATUS ' WS-SPOIL-FILE-STATUS
                         ' - NO SPOILAGE POSTED'
                 END-IF

           .
      *
       177-SPOIL-LINE-RTN.

              IF SPX-QTY-IN IS NOT NUMERIC
                 ADD 1 TO WS-DROPPED-COUNT
                 DISPLAY 'WARNING - NON-NUMERIC SPOILAGE ROW NOT '
                         'POSTED TO GL: ' PIZZA-SPOILAGE-EXT-REC
              ELSE
                 MOVE SPX-TRUCK-ID-IN TO WS-TRK-LOOKUP-ID
                 PERFORM 145-COMMISSARY-RTN
                 MOVE SPX-ITEM-ID-IN TO WS-ITEM-LOOKUP-ID
                 PERFORM 165-STD-COST-RTN
                 COMPUTE WS-AMOUNT-WK =
                         SPX-QTY-IN * WS-STD-PURCHASE-WK
                 ADD WS-AMOUNT-WK TO WS-SRC-SPOL
                 MOVE 'SPOL'     TO WS-TYPE-WK
                 MOVE 'SPOILAGE' TO WS-SOURCE-WK
                 PERFORM 190-GL-ACCUM-RTN
                 END-IF

           .
      *
      * SALES REVENUE - THE Z-TAPE TOTALS, THE SAME ACTUAL REVENUE
      * THE PROFIT REPORT CARRIES.

       180-REVENUE-ACCUM-RTN.

              OPEN INPUT TRUCK-SALES-FILE
              IF WS-SALES-FILE-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ TRUCK-SALES-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           ADD 1 TO WS-SALES-READ-COUNT
                           PERFORM 182-REVENUE-LINE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE TRUCK-SALES-FILE
              ELSE
                 DISPLAY 'WARNING - TRUCK-SALES NOT AVAILABLE, '
                         'STATUS ' WS-SALES-FILE-STATUS
                         ' - NO REVENUE POSTED'
                 END-IF

           .
      *
       182-REVENUE-LINE-RTN.

              IF SALES-ACTUAL-IN IS NOT NUMERIC
                 ADD 1 TO WS-DROPPED-COUNT
                 DISPLAY 'WARNING - NON-NUMERIC SALES ROW NOT '
                         'POSTED TO GL: ' TRUCK-SALES-REC
              ELSE
                 MOVE SALES-TRUCK-ID-IN TO WS-TRK-LOOKUP-ID
                 PERFORM 145-COMMISSARY-RTN
                 MOVE SALES-ACTUAL-IN TO WS-AMOUNT-WK
                 ADD WS-AMOUNT-WK TO WS-SRC-REVN
                 MOVE 'REVN'     TO WS-TYPE-WK
                 MOVE 'Z-TAPE'   TO WS-SOURCE-WK
                 PERFORM 190-GL-ACCUM-RTN
                 END-IF

           .
      *
      * ADDS WS-AMOUNT-WK TO THE ENTRY FOR WS-COMM-WK / WS-TYPE-WK,
      * OPENING THE ENTRY THE FIRST TIME THE PAIR IS SEEN.

       190-GL-ACCUM-RTN.

              MOVE 'NO' TO WS-GL-FOUND
              PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                      UNTIL WS-GL-IDX > WS-GL-COUNT
                      OR WS-GL-FOUND EQUAL 'YES'
                 IF WS-GL-COMM (WS-GL-IDX) EQUAL WS-COMM-WK
                    AND WS-GL-TYPE (WS-GL-IDX) EQUAL WS-TYPE-WK
                    MOVE 'YES' TO WS-GL-FOUND
                 END-IF
              END-PERFORM

              IF WS-GL-FOUND EQUAL 'YES'
                 SET WS-GL-IDX DOWN BY 1
              ELSE
                 IF WS-GL-COUNT < 200
                    ADD 1 TO WS-GL-COUNT
                    SET WS-GL-IDX TO WS-GL-COUNT
                    MOVE WS-COMM-WK   TO WS-GL-COMM (WS-GL-IDX)
                    MOVE WS-TYPE-WK   TO WS-GL-TYPE (WS-GL-IDX)
                    MOVE WS-SOURCE-WK TO WS-GL-SOURCE (WS-GL-IDX)
                    MOVE 0            TO WS-GL-AMOUNT (WS-GL-IDX)
                 ELSE
                    DISPLAY 'ERROR - GL ENTRY TABLE FULL (200) - '
                            'RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

              ADD WS-AMOUNT-WK TO WS-GL-AMOUNT (WS-GL-IDX)

           .
      *
      * EVERY ENTRY MUST MAP TO AN ACCOUNT PAIR BEFORE ANYTHING IS
      * WRITTEN - A HALF-POSTED NIGHT IS WORSE THAN NONE, SO ONE
      * MISSING MAPPING STOPS THE RUN WITH THE JOURNAL UNTOUCHED.

       200-MAP-CHECK-RTN.

              MOVE 'NO' TO WS-MAP-MISSING
              PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                      UNTIL WS-GL-IDX > WS-GL-COUNT
                 PERFORM 205-MAP-LOOKUP-RTN
                 IF WS-MAP-FOUND EQUAL 'NO'
                    MOVE 'YES' TO WS-MAP-MISSING
                    DISPLAY 'ERROR - NO GL-ACCOUNT-MAP ENTRY FOR '
                            WS-GL-TYPE (WS-GL-IDX) ' AT '
                            WS-GL-COMM (WS-GL-IDX)
                 END-IF
              END-PERFORM

              IF WS-MAP-MISSING EQUAL 'YES'
                 DISPLAY 'ERROR - JOURNAL NOT POSTED - ADD THE '
                         'MAPPINGS AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * THE ACCOUNT PAIR FOR THE ENTRY AT WS-GL-IDX - A MAPPING FOR
      * THE COMMISSARY ITSELF WINS OVER THE BLANK-COMMISSARY DEFAULT.

       205-MAP-LOOKUP-RTN.

              MOVE 'NO' TO WS-MAP-FOUND
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                      UNTIL WS-MAP-IDX > WS-MAP-COUNT
                 IF WS-MAP-TYPE (WS-MAP-IDX) EQUAL
                    WS-GL-TYPE (WS-GL-IDX)
                    IF WS-MAP-COMM (WS-MAP-IDX) EQUAL
                       WS-GL-COMM (WS-GL-IDX)
                       MOVE 'YES' TO WS-MAP-FOUND
                       MOVE WS-MAP-DEBIT (WS-MAP-IDX)
                            TO WS-DEBIT-ACCT-WK
                       MOVE WS-MAP-CREDIT (WS-MAP-IDX)
                            TO WS-CREDIT-ACCT-WK
                    ELSE
                       IF WS-MAP-COMM (WS-MAP-IDX) EQUAL SPACES
                          AND WS-MAP-FOUND EQUAL 'NO'
                          MOVE 'DEF' TO WS-MAP-FOUND
                          MOVE WS-MAP-DEBIT (WS-MAP-IDX)
                               TO WS-DEBIT-ACCT-WK
                          MOVE WS-MAP-CREDIT (WS-MAP-IDX)
                               TO WS-CREDIT-ACCT-WK
                          END-IF
                       END-IF
                 END-IF
              END-PERFORM

              IF WS-MAP-FOUND EQUAL 'DEF'
                 MOVE 'YES' TO WS-MAP-FOUND
                 END-IF

           .
      *
      * AN AUTHORIZED RERUN FIRST REVERSES EVERY LINE ALREADY ON THE
      * JOURNAL FOR TONIGHT - DEBITS BECOME CREDITS AND THE OTHER
      * WAY ROUND - SO THE NIGHT NETS OUT BEFORE IT IS REPOSTED AND
      * THE LEDGER KEEPS THE TRAIL OF BOTH.

       210-REVERSE-PRIOR-RTN.

              OPEN EXTEND PIZZA-GL-JOURNAL
              IF WS-JOURNAL-STATUS EQUAL '35'
                 OPEN OUTPUT PIZZA-GL-JOURNAL
                 END-IF

              PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                      UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                 MOVE WS-PRIOR-LINE (WS-PRIOR-IDX)
                      TO PIZZA-GL-JOURNAL-REC
                 MOVE GLJ-DEBIT  TO WS-POST-AMOUNT
                 MOVE GLJ-CREDIT TO GLJ-DEBIT
                 MOVE WS-POST-AMOUNT TO GLJ-CREDIT
                 MOVE 'REVERSAL' TO GLJ-SOURCE
                 PERFORM 230-JOURNAL-LINE-RTN
                 ADD 1 TO WS-REVERSAL-COUNT
              END-PERFORM

           .
      *
      * TWO LINES PER ENTRY - THE DEBIT ACCOUNT AND THE CREDIT
      * ACCOUNT FOR THE SAME AMOUNT. A NEGATIVE ENTRY (AN OVERAGE
      * NIGHT ON SHRINKAGE) POSTS THE PAIR THE OTHER WAY ROUND.

       220-JOURNAL-WRITE-RTN.

              PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                      UNTIL WS-GL-IDX > WS-GL-COUNT
                 IF WS-GL-AMOUNT (WS-GL-IDX) NOT EQUAL 0
                    PERFORM 205-MAP-LOOKUP-RTN
                    PERFORM 225-ENTRY-PAIR-RTN
                 END-IF
              END-PERFORM

           .
      *
       225-ENTRY-PAIR-RTN.

              IF WS-GL-AMOUNT (WS-GL-IDX) < 0
                 COMPUTE WS-POST-AMOUNT =
                         0 - WS-GL-AMOUNT (WS-GL-IDX)
                 MOVE WS-DEBIT-ACCT-WK  TO GLJ-ACCOUNT
                 MOVE WS-CREDIT-ACCT-WK TO WS-DEBIT-ACCT-WK
                 MOVE GLJ-ACCOUNT       TO WS-CREDIT-ACCT-WK
              ELSE
                 MOVE WS-GL-AMOUNT (WS-GL-IDX) TO WS-POST-AMOUNT
                 END-IF

              MOVE WS-GL-COMM (WS-GL-IDX)   TO GLJ-COST-CENTER
              MOVE WS-RUN-DATE              TO GLJ-BUSINESS-DATE
              MOVE WS-GL-SOURCE (WS-GL-IDX) TO GLJ-SOURCE
              MOVE WS-GL-TYPE (WS-GL-IDX)   TO GLJ-ENTRY-TYPE

              MOVE WS-DEBIT-ACCT-WK  TO GLJ-ACCOUNT
              MOVE WS-POST-AMOUNT    TO GLJ-DEBIT
              MOVE 0                 TO GLJ-CREDIT
              PERFORM 230-JOURNAL-LINE-RTN

              MOVE WS-CREDIT-ACCT-WK TO GLJ-ACCOUNT
              MOVE 0                 TO GLJ-DEBIT
              MOVE WS-POST-AMOUNT    TO GLJ-CREDIT
              PERFORM 230-JOURNAL-LINE-RTN

           .
      *
      * WRITES THE JOURNAL LINE IN PIZZA-GL-JOURNAL-REC, PRINTS IT
      * AND ADDS IT TO THE RUN'S DEBIT AND CREDIT TOTALS.

       230-JOURNAL-LINE-RTN.

              WRITE PIZZA-GL-JOURNAL-REC
              ADD 1 TO WS-JOURNAL-WRITE-COUNT
              ADD GLJ-DEBIT  TO WS-DEBIT-TOTAL
              ADD GLJ-CREDIT TO WS-CREDIT-TOTAL

              MOVE GLJ-ACCOUNT     TO GLP-ACCT-OUT
              MOVE GLJ-COST-CENTER TO GLP-CC-OUT
              MOVE GLJ-ENTRY-TYPE  TO GLP-TYPE-OUT
              MOVE GLJ-SOURCE      TO GLP-SRC-OUT
              MOVE GLJ-DEBIT       TO GLP-DR-OUT
              MOVE GLJ-CREDIT      TO GLP-CR-OUT

              MOVE GLP-DETAIL-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * THE NIGHT'S SOURCE TOTALS FOR MONTH-END TO TIE THE JOURNAL
      * TO - ONE ROW PER ENTRY TYPE, ZERO OR NOT, SO A RERUN THAT
      * FINDS NOTHING STILL REPLACES THE EARLIER FIGURE.

       240-SOURCE-TOTALS-RTN.

              OPEN EXTEND PIZZA-GL-SOURCE-TOTALS
              IF WS-SOURCE-TOTALS-STATUS EQUAL '35'
                 OPEN OUTPUT PIZZA-GL-SOURCE-TOTALS
                 END-IF

              MOVE WS-RUN-DATE TO GLS-BUSINESS-DATE
              MOVE 'RCPT'      TO GLS-ENTRY-TYPE
              MOVE WS-SRC-RCPT TO GLS-AMOUNT
              WRITE PIZZA-GL-SOURCE-TOTALS-REC
              MOVE 'COGS'      TO GLS-ENTRY-TYPE
              MOVE WS-SRC-COGS TO GLS-AMOUNT
              WRITE PIZZA-GL-SOURCE-TOTALS-REC
              MOVE 'SHRK'      TO GLS-ENTRY-TYPE
              MOVE WS-SRC-SHRK TO GLS-AMOUNT
              WRITE PIZZA-GL-SOURCE-TOTALS-REC
              MOVE 'SPOL'      TO GLS-ENTRY-TYPE
              MOVE WS-SRC-SPOL TO GLS-AMOUNT
              WRITE PIZZA-GL-SOURCE-TOTALS-REC
              MOVE 'REVN'      TO GLS-ENTRY-TYPE
              MOVE WS-SRC-REVN TO GLS-AMOUNT
              WRITE PIZZA-GL-SOURCE-TOTALS-REC

              CLOSE PIZZA-GL-SOURCE-TOTALS

           .
      *
       250-CLOSE-ROUTINE.

              MOVE 'RESTOCK ROWS READ:        ' TO GLP-COUNT-LABEL
              MOVE WS-RECV-READ-COUNT TO GLP-COUNT-OUT
              MOVE GLP-COUNT-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'REGISTER ROWS READ:       ' TO GLP-COUNT-LABEL
              MOVE WS-REG-READ-COUNT TO GLP-COUNT-OUT
              MOVE GLP-COUNT-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'SHRINK ROWS READ:         ' TO GLP-COUNT-LABEL
              MOVE WS-SHRINK-READ-COUNT TO GLP-COUNT-OUT
              MOVE GLP-COUNT-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'SPOILAGE ROWS READ:       ' TO GLP-COUNT-LABEL
              MOVE WS-SPOIL-READ-COUNT TO GLP-COUNT-OUT
              MOVE GLP-COUNT-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'Z-TAPE ROWS READ:         ' TO GLP-COUNT-LABEL
              MOVE WS-SALES-READ-COUNT TO GLP-COUNT-OUT
              MOVE GLP-COUNT-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'ROWS NOT POSTED:          ' TO GLP-COUNT-LABEL
              MOVE WS-DROPPED-COUNT TO GLP-COUNT-OUT
              MOVE GLP-COUNT-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'PRIOR LINES REVERSED:     ' TO GLP-COUNT-LABEL
              MOVE WS-REVERSAL-COUNT TO GLP-COUNT-OUT
              MOVE GLP-COUNT-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'JOURNAL LINES WRITTEN:    ' TO GLP-COUNT-LABEL
              MOVE WS-JOURNAL-WRITE-COUNT TO GLP-COUNT-OUT
              MOVE GLP-COUNT-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TOTAL DEBITS:             ' TO GLP-TOTAL-LABEL
              MOVE WS-DEBIT-TOTAL TO GLP-TOTAL-OUT
              MOVE GLP-TOTAL-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'TOTAL CREDITS:            ' TO GLP-TOTAL-LABEL
              MOVE WS-CREDIT-TOTAL TO GLP-TOTAL-OUT
              MOVE GLP-TOTAL-LINE TO PIZZA-GL-REC
              WRITE PIZZA-GL-REC
                    AFTER ADVANCING 1 LINE

      * EVERY ENTRY WENT OUT AS A MATCHED PAIR, SO THE NIGHT MUST
      * NET TO ZERO - ANYTHING ELSE ENDS THE RUN WITH A BAD RETURN
      * CODE FOR ACCOUNTING TO CHASE BEFORE MONTH-END DOES.

              IF WS-DEBIT-TOTAL NOT EQUAL WS-CREDIT-TOTAL
                 DISPLAY 'ERROR - GL JOURNAL OUT OF BALANCE FOR '
                         WS-RUN-DATE
                 MOVE 16 TO RETURN-CODE
                 END-IF

              CLOSE    TRUCK-MASTER
                       ITEM-MASTER
                       PIZZA-GL-JOURNAL
                       PIZZA-GL-RPT

              PERFORM 255-STEP-COUNTS-RTN

              STOP RUN
           .
      *
      * THE RUN'S COUNTS FOR THE NIGHTLY JOB DRIVER, AND A WARNING
      * RETURN CODE WHEN ANY ROW COULD NOT BE POSTED - THE DRIVER
      * CARRIES THE STREAM ON PAST A 4 BUT STOPS IT ON ANYTHING
      * HIGHER.

       255-STEP-COUNTS-RTN.

              IF WS-DROPPED-COUNT > 0
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
                 END-IF

              OPEN EXTEND PIZZA-STEP-COUNTS
              IF WS-STEP-COUNTS-STATUS EQUAL '35'
                 OPEN OUTPUT PIZZA-STEP-COUNTS
                 END-IF

              MOVE 'PIZZA-GL-POST' TO STC-PROGRAM
              COMPUTE STC-READ = WS-RECV-READ-COUNT
                               + WS-REG-READ-COUNT
                               + WS-SHRINK-READ-COUNT
                               + WS-SPOIL-READ-COUNT
                               + WS-SALES-READ-COUNT
              MOVE WS-JOURNAL-WRITE-COUNT TO STC-WRITTEN
              MOVE WS-DROPPED-COUNT TO STC-REJECTED
              WRITE PIZZA-STEP-COUNTS-REC
              CLOSE PIZZA-STEP-COUNTS

           .

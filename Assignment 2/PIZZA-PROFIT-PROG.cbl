      *  actual register revenue off the Z-tape sales file,
      *  cost of goods sold priced from the register detail at
      *  standard purchase cost, shrinkage valued at the same
      *  cost off the nightly shrink extract, expired stock
      *  written off as spoilage valued the same way off the
      *  nightly spoilage extract, and the margin left over.
      *  Commissary subtotals and a company total close the
      *  report.  The Friday job runs against the week's
      *  accumulated copies of TRUCK-SALES, REGISTER-SALES,
      *  PIZZA-SHRINK-EXTRACT and PIZZA-SPOILAGE-EXTRACT - the
      *  operator concatenates the dailies before the run,
      *  the same way the spreadsheet used to be fed.
      **********************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRINK-FILE-STATUS.

           SELECT PIZZA-SPOILAGE-EXTRACT
               ASSIGN TO 'PIZZA-SPOILAGE-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOIL-FILE-STATUS.

           SELECT TRUCK-MASTER
               ASSIGN TO 'TRUCK-MASTER.TXT'
               ORGANIZATION IS INDEXED
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
       FD    PIZZA-PROFIT-RPT
             RECORD CONTAINS 120 CHARACTERS.
             05    WS-SALES-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-REG-FILE-STATUS        PIC XX       VALUE '00'.
             05    WS-SHRINK-FILE-STATUS     PIC XX       VALUE '00'.
             05    WS-SPOIL-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-TRUCK-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-TRUCK-EOF              PIC X(3)     VALUE 'NO'.
             05    WS-COMM-REVENUE           PIC 9(9)V99  VALUE 0.
             05    WS-COMM-COGS              PIC 9(9)V99  VALUE 0.
             05    WS-COMM-SHRINK            PIC S9(9)V99 VALUE 0.
             05    WS-COMM-SPOIL             PIC 9(9)V99  VALUE 0.
             05    WS-CO-REVENUE             PIC 9(9)V99  VALUE 0.
             05    WS-CO-COGS                PIC 9(9)V99  VALUE 0.
             05    WS-CO-SHRINK              PIC S9(9)V99 VALUE 0.
             05    WS-CO-SPOIL               PIC 9(9)V99  VALUE 0.

      * ONE ENTRY PER ACTIVE TRUCK OFF TRUCK-MASTER, ACCUMULATING
      * THE FOUR MONEY FIGURES AS THE INPUT FILES ARE READ. THE
      * RUN STOPS RATHER THAN DROP A TRUCK OFF THE OWNER'S PAGE.

       01    WS-TRUCK-TABLE.
                   10    WS-TRK-REVENUE      PIC 9(7)V99.
                   10    WS-TRK-COGS         PIC 9(7)V99.
                   10    WS-TRK-SHRINK       PIC S9(7)V99.
                   10    WS-TRK-SPOIL        PIC 9(7)V99.

       01    WS-COMM-TABLE.
             05    WS-COMM-COUNT             PIC 99       VALUE 0.
          05 FILLER          PIC X(6) VALUE SPACES          .
          05 PFT-SHR-HDR     PIC X(9) VALUE 'SHRINKAGE'     .

          05 FILLER          PIC X(7) VALUE SPACES          .
          05 PFT-SPL-HDR     PIC X(8) VALUE 'SPOILAGE'      .

          05 FILLER          PIC X(7) VALUE SPACES          .
          05 PFT-MAR-HDR     PIC X(6) VALUE 'MARGIN'        .

          05 PFT-DOLLSIGN3     PIC X    VALUE '$'     .
          05 PFT-SHR-OUT       PIC Z,ZZZ,ZZ9.99-      .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PFT-DOLLSIGN9     PIC X    VALUE '$'     .
          05 PFT-SPL-OUT       PIC Z,ZZZ,ZZ9.99       .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PFT-DOLLSIGN4     PIC X    VALUE '$'     .
          05 PFT-MAR-OUT       PIC Z,ZZZ,ZZ9.99-      .
          05 PFT-DOLLSIGN7     PIC X    VALUE '$'     .
          05 PFT-TOT-SHR-OUT   PIC Z,ZZZ,ZZ9.99-      .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PFT-DOLLSIGN10    PIC X    VALUE '$'     .
          05 PFT-TOT-SPL-OUT   PIC Z,ZZZ,ZZ9.99       .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PFT-DOLLSIGN8     PIC X    VALUE '$'     .
          05 PFT-TOT-MAR-OUT   PIC Z,ZZZ,ZZ9.99-      .
           PERFORM 150-SALES-ACCUM-RTN
           PERFORM 160-COGS-ACCUM-RTN
           PERFORM 170-SHRINK-ACCUM-RTN
           PERFORM 175-SPOIL-ACCUM-RTN
           PERFORM 200-REPORT-WRITE-RTN
           PERFORM 250-CLOSE-ROUTINE

              MOVE 0 TO WS-TRK-REVENUE (WS-TRK-IDX)
              MOVE 0 TO WS-TRK-COGS (WS-TRK-IDX)
              MOVE 0 TO WS-TRK-SHRINK (WS-TRK-IDX)
              MOVE 0 TO WS-TRK-SPOIL (WS-TRK-IDX)
           ELSE
              DISPLAY 'ERROR - TRUCK TABLE FULL (500) - RAISE THE '
                      'TABLE AND RERUN'

           .
      *
      * EXPIRED LOTS WRITTEN OFF AS SPOILAGE, VALUED AT STANDARD
      * PURCHASE COST. THESE UNITS LEFT THE BOOK BEFORE THE COUNT,
      * SO THEY ARE NOT ALREADY IN THE SHRINKAGE FIGURE.

       175-SPOIL-ACCUM-RTN.

           OPEN INPUT PIZZA-SPOILAGE-EXTRACT
           IF WS-SPOIL-FILE-STATUS EQUAL '00'
              MOVE 'NO' TO WS-FILE-EOF
              PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                 READ PIZZA-SPOILAGE-EXTRACT
                     AT END
                        MOVE 'YES' TO WS-FILE-EOF
                     NOT AT END
                        PERFORM 177-SPOIL-LINE-RTN
                 END-READ
              END-PERFORM
              CLOSE PIZZA-SPOILAGE-EXTRACT
           ELSE
              DISPLAY 'WARNING - PIZZA-SPOILAGE-EXTRACT NOT '
                      'AVAILABLE, STATUS ' WS-SPOIL-FILE-STATUS
                      ' - SPOILAGE COLUMN ZERO'
              END-IF

           .
      *
       177-SPOIL-LINE-RTN.

           IF SPX-QTY-IN IS NOT NUMERIC
              DISPLAY 'WARNING - NON-NUMERIC SPOILAGE ROW '
                 'DROPPED: ' PIZZA-SPOILAGE-EXT-REC
           ELSE
              MOVE SPX-TRUCK-ID-IN TO WS-TRK-LOOKUP-ID
              PERFORM 145-TRUCK-LOOKUP-RTN
              IF WS-TRK-FOUND EQUAL 'YES'
                 MOVE SPX-ITEM-ID-IN TO WS-ITEM-LOOKUP-ID
                 PERFORM 165-STD-COST-RTN
                 COMPUTE WS-LINE-COST-WK =
                         SPX-QTY-IN * WS-STD-PURCHASE-WK
                 ADD WS-LINE-COST-WK TO
                     WS-TRK-SPOIL (WS-TRK-IDX)
              ELSE
                 DISPLAY 'WARNING - SPOILAGE ROW FOR TRUCK NOT '
                    'ON MASTER: ' PIZZA-SPOILAGE-EXT-REC
                 END-IF
              END-IF

           .
      *
      * THE GROUPED PRINT - ONE PASS PER COMMISSARY PULLS ITS
      * TRUCKS TOGETHER, SAME PATTERN AS THE NIGHTLY PICK LIST.

           MOVE WS-CO-REVENUE TO PFT-TOT-REV-OUT
           MOVE WS-CO-COGS    TO PFT-TOT-COGS-OUT
           MOVE WS-CO-SHRINK  TO PFT-TOT-SHR-OUT
           MOVE WS-CO-SPOIL   TO PFT-TOT-SPL-OUT
           COMPUTE WS-MARGIN-WK =
                   WS-CO-REVENUE - WS-CO-COGS - WS-CO-SHRINK
                   - WS-CO-SPOIL
           MOVE WS-MARGIN-WK  TO PFT-TOT-MAR-OUT

           MOVE PFT-TOTAL-LINE TO PIZZA-PROFIT-REC
           MOVE 0 TO WS-COMM-REVENUE
           MOVE 0 TO WS-COMM-COGS
           MOVE 0 TO WS-COMM-SHRINK
           MOVE 0 TO WS-COMM-SPOIL

           PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                   UNTIL WS-TRK-IDX > WS-TRK-COUNT
           MOVE WS-COMM-REVENUE TO PFT-TOT-REV-OUT
           MOVE WS-COMM-COGS    TO PFT-TOT-COGS-OUT
           MOVE WS-COMM-SHRINK  TO PFT-TOT-SHR-OUT
           MOVE WS-COMM-SPOIL   TO PFT-TOT-SPL-OUT
           COMPUTE WS-MARGIN-WK =
                   WS-COMM-REVENUE - WS-COMM-COGS - WS-COMM-SHRINK
                   - WS-COMM-SPOIL
           MOVE WS-MARGIN-WK    TO PFT-TOT-MAR-OUT

           MOVE PFT-TOTAL-LINE TO PIZZA-PROFIT-REC
           MOVE WS-TRK-REVENUE (WS-TRK-IDX) TO PFT-REV-OUT
           MOVE WS-TRK-COGS (WS-TRK-IDX)    TO PFT-COGS-OUT
           MOVE WS-TRK-SHRINK (WS-TRK-IDX)  TO PFT-SHR-OUT
           MOVE WS-TRK-SPOIL (WS-TRK-IDX)   TO PFT-SPL-OUT

           COMPUTE WS-MARGIN-WK =
                   WS-TRK-REVENUE (WS-TRK-IDX)
                   - WS-TRK-COGS (WS-TRK-IDX)
                   - WS-TRK-SHRINK (WS-TRK-IDX)
                   - WS-TRK-SPOIL (WS-TRK-IDX)
           MOVE WS-MARGIN-WK TO PFT-MAR-OUT

           MOVE PFT-DETAIL-LINE TO PIZZA-PROFIT-REC
           ADD WS-TRK-REVENUE (WS-TRK-IDX) TO WS-COMM-REVENUE
           ADD WS-TRK-COGS (WS-TRK-IDX)    TO WS-COMM-COGS
           ADD WS-TRK-SHRINK (WS-TRK-IDX)  TO WS-COMM-SHRINK
           ADD WS-TRK-SPOIL (WS-TRK-IDX)   TO WS-COMM-SPOIL
           ADD WS-TRK-REVENUE (WS-TRK-IDX) TO WS-CO-REVENUE
           ADD WS-TRK-COGS (WS-TRK-IDX)    TO WS-CO-COGS
           ADD WS-TRK-SHRINK (WS-TRK-IDX)  TO WS-CO-SHRINK
           ADD WS-TRK-SPOIL (WS-TRK-IDX)   TO WS-CO-SPOIL

           .
      *

               ASSIGN TO 'PIZZA-SHRINK-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * TONIGHT'S EXPIRED-LOT WRITE-OFFS AS POSTED BY PIZZA-INVEN-
      * UPDATE. THEY ARE ALREADY OFF THE BOOK, SO THEY NEVER SHOW
      * IN BOOK MINUS COUNTED - THE SHRINKAGE REPORT LISTS THEM IN
      * THEIR OWN SECTION SO THE LOSS IS NOT HIDDEN. MISSING ON A
      * NIGHT WITH NO SPOILAGE RUN IS NORMAL.

           SELECT PIZZA-SPOILAGE-EXTRACT
               ASSIGN TO 'PIZZA-SPOILAGE-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOIL-FILE-STATUS.

      * THE REJECT SUSPENSE FILE - EVERY REJECTED COUNT SHEET LINE
      * WITH ITS REASON CODE AND REJECT DATE, CARRIED FORWARD RUN
      * OVER RUN UNTIL A CORRECTION RECYCLES IT. REJECTED RECORDS
               ASSIGN TO 'PIZZA-PICK-LIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * ONE LINE OF RECORD COUNTS PER RUN, PICKED UP BY THE NIGHTLY
      * JOB DRIVER FOR ITS STEP SUMMARY.

           SELECT PIZZA-STEP-COUNTS
               ASSIGN TO 'PIZZA-STEP-COUNTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNTS-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
             05  CKPT-PROJ-PROFIT        PIC S9(7)V99.
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
      * THE PERPETUAL BOOK MAINTAINED BY PIZZA-INVEN-UPDATE FROM
      * RESTOCK RECEIPTS AND SALES POSTINGS. THE COUNT SHEET READ BY
           05  SHX-ITEM-ID-OUT     PIC X(2).
           05  SHX-QTY-OUT         PIC S9(5)
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
       FD  PIZZA-SUSPENSE
           RECORD CONTAINS 52 CHARACTERS.
           05  PKL-ITEM-ID-OUT     PIC X(2).
           05  PKL-ITEM-NAME-OUT   PIC X(15).
           05  PKL-QTY-OUT         PIC 9(5).
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
             05    PROJ-REVENUE-TOTAL        PIC 9(7)V99  VALUE 0.
             05    PROJ-PROFIT-TOTAL         PIC S9(7)V99 VALUE 0.
             05    WS-TRUCK-MASTER-STATUS    PIC XX       VALUE '00'.
             05    WS-STEP-COUNTS-STATUS     PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-HIST-STATUS            PIC XX       VALUE '00'.
             05    WS-PURCH-VARIANCE         PIC S99V99   VALUE 0.
             05    WS-BOOK-AVAILABLE         PIC X(3)     VALUE 'NO'.
             05    WS-BOOK-QTY               PIC S9(5)    VALUE 0.
             05    WS-SHRINK-QTY             PIC S9(5)    VALUE 0.
             05    WS-SPOIL-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-SPOIL-EOF              PIC X(3)     VALUE 'NO'.
             05    WS-SPOIL-COST-WK          PIC 9(7)V99  VALUE 0.
             05    WS-SPOIL-UNITS-TOTAL      PIC 9(7)     VALUE 0.
             05    WS-SPOIL-COST-TOTAL       PIC 9(7)V99  VALUE 0.
             05    WS-SALES-FILE-STATUS      PIC XX       VALUE '00'.
             05    WS-SALES-AVAILABLE        PIC X(3)     VALUE 'NO'.
             05    WS-SALES-EOF              PIC X(3)     VALUE 'NO'.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 SHRINK-FLAG-OUT   PIC X(8)               .

       01 SPOIL-HEADER-2.
          05 FILLER          PIC X(22) VALUE SPACES.
          05 SPOIL-REPORT-LINE PIC X(28) VALUE
             'SPOILAGE WRITTEN OFF'.

       01 SPOIL-HEADER-3.
          05 FILLER          PIC X(5) VALUE SPACES          .
          05 SPOIL-TRUCK-HDR PIC X(5) VALUE 'TRUCK'         .

          05 FILLER          PIC X(6) VALUE SPACES          .
          05 SPOIL-ITEM-HDR  PIC X(15) VALUE 'ITEM'         .

          05 FILLER          PIC X(5) VALUE SPACES          .
          05 SPOIL-QTY-HDR   PIC X(5) VALUE 'UNITS'         .

          05 FILLER          PIC X(6) VALUE SPACES          .
          05 SPOIL-COST-HDR  PIC X(7) VALUE 'AT COST'       .

       01 SPOIL-DETAIL-LINE.
          05 FILLER            PIC X(5) VALUE SPACES .
          05 SPOIL-TRUCK-OUT   PIC X(5)               .

          05 FILLER            PIC X(6) VALUE SPACES .
          05 SPOIL-ITEM-OUT    PIC X(15)              .

          05 FILLER            PIC X(5) VALUE SPACES .
          05 SPOIL-QTY-OUT     PIC ZZZZ9              .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 SPOIL-COST-OUT    PIC ZZ,ZZ9.99          .

       01 SPOIL-TOTAL-LINE.
          05 FILLER            PIC X(5) VALUE SPACES .
          05 SPOIL-TOTAL-LABEL PIC X(26)              .
          05 SPOIL-UNITS-TOT-OUT PIC ZZZ,ZZ9          .
          05 FILLER            PIC X(2) VALUE SPACES .
          05 SPOIL-DOLLSIGN    PIC X    VALUE '$'     .
          05 SPOIL-COST-TOT-OUT PIC Z,ZZZ,ZZ9.99      .

      *****************RECONCILIATION OUTPUT AREA**********************
       01 RECON-HEADER.
          05 FILLER            PIC X(2)             .
           PERFORM 228-RECON-UNMATCHED-WRITE
           PERFORM 230-EMPLOYEE-RPT-WRITE
           PERFORM 232-COMMISSARY-RPT-WRITE
           PERFORM 236-SPOILAGE-RPT-WRITE
           PERFORM 250-CLOSE-ROUTINE

           .
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

           IF WS-EMP-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN EMPLOYEE-MASTER, '
                      'STATUS ' WS-EMP-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF


           .
      *
      * APPENDS THE SPOILAGE SECTION TO THE SHRINKAGE REPORT - EVERY
      * EXPIRED LOT WRITTEN OFF TONIGHT, VALUED AT STANDARD PURCHASE
      * COST, WITH A TOTAL. A NIGHT WITH NO EXTRACT PRINTS THE
      * HEADING AND A ZERO TOTAL SO THE SECTION IS NEVER MISSED.

       236-SPOILAGE-RPT-WRITE.

           MOVE SPOIL-HEADER-2       TO PIZZA-SHRINKAGE-REC
           WRITE PIZZA-SHRINKAGE-REC
                   AFTER ADVANCING 3 LINE

           MOVE SPOIL-HEADER-3       TO PIZZA-SHRINKAGE-REC
           WRITE PIZZA-SHRINKAGE-REC
                   AFTER ADVANCING 2 LINE

           OPEN INPUT PIZZA-SPOILAGE-EXTRACT
           IF WS-SPOIL-FILE-STATUS EQUAL '00'
              PERFORM UNTIL WS-SPOIL-EOF EQUAL 'YES'
                 READ PIZZA-SPOILAGE-EXTRACT
                     AT END
                        MOVE 'YES' TO WS-SPOIL-EOF
                     NOT AT END
                        PERFORM 237-SPOILAGE-LINE-RTN
                 END-READ
              END-PERFORM
              CLOSE PIZZA-SPOILAGE-EXTRACT
           ELSE
              DISPLAY 'NOTE - NO PIZZA-SPOILAGE-EXTRACT TONIGHT, '
                      'STATUS ' WS-SPOIL-FILE-STATUS
              END-IF

           MOVE 'TOTAL SPOILAGE:           ' TO SPOIL-TOTAL-LABEL
           MOVE WS-SPOIL-UNITS-TOTAL TO SPOIL-UNITS-TOT-OUT
           MOVE WS-SPOIL-COST-TOTAL  TO SPOIL-COST-TOT-OUT
           MOVE SPOIL-TOTAL-LINE     TO PIZZA-SHRINKAGE-REC
           WRITE PIZZA-SHRINKAGE-REC
                   AFTER ADVANCING 2 LINE

           .
      *
       237-SPOILAGE-LINE-RTN.

              MOVE SPX-ITEM-ID-IN TO ITEM-ID-MST
              READ ITEM-MASTER
                  INVALID KEY
                     MOVE 'NOT ON MASTER' TO SPOIL-ITEM-OUT
                     MOVE 0 TO STD-PURCHASE-MST
                  NOT INVALID KEY
                     MOVE ITEM-NAME-MST TO SPOIL-ITEM-OUT
              END-READ

              COMPUTE WS-SPOIL-COST-WK =
                      SPX-QTY-IN * STD-PURCHASE-MST

              MOVE SPX-TRUCK-ID-IN  TO SPOIL-TRUCK-OUT
              MOVE SPX-QTY-IN       TO SPOIL-QTY-OUT
              MOVE WS-SPOIL-COST-WK TO SPOIL-COST-OUT

              MOVE SPOIL-DETAIL-LINE TO PIZZA-SHRINKAGE-REC
              WRITE PIZZA-SHRINKAGE-REC
                    AFTER ADVANCING 1 LINE

              ADD SPX-QTY-IN       TO WS-SPOIL-UNITS-TOTAL
              ADD WS-SPOIL-COST-WK TO WS-SPOIL-COST-TOTAL

           .
      *
      * THE ONE PAGE THAT PROVES THE BATCH BALANCED - COUNTS OF WHAT
      * CAME IN AND WHERE EVERY RECORD WENT, WITH AN EXPLICIT CHECK
      * THAT PROCESSED = VALID + REJECTED + PRICED. ON A RESUMED
                 MOVE 16 TO RETURN-CODE
                 END-IF

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

              MOVE 'PIZZA-INVENTORY-PROG' TO STC-PROGRAM
              MOVE WS-PROCESSED-COUNT TO STC-READ
              MOVE WS-VALID-COUNT TO STC-WRITTEN
              MOVE WS-REJECT-COUNT TO STC-REJECTED
              WRITE PIZZA-STEP-COUNTS-REC
              CLOSE PIZZA-STEP-COUNTS

           .



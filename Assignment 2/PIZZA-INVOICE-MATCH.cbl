       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-INVOICE-MATCH.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Supplier invoice three-way match for Rolling Pizza
      *  Trucks.  Each supplier invoice line - invoice number,
      *  supplier, order number, item, quantity billed and
      *  unit price - is matched against the order line on
      *  PO-MASTER and against the quantity the dock actually
      *  received onto that line.  Lines that tie go to the
      *  approved-to-pay voucher file for accounts payable.
      *  Lines that bill an order line that does not exist,
      *  bill more than was received, or bill a price too far
      *  off STD-PURCHASE-MST go on hold.  The held lines are
      *  carried forward on INVOICE-HOLD and rematched every
      *  run, so a line held for goods still on the road pays
      *  itself the night the cases come off the dock.  The
      *  report ends with every line still on hold, aged by
      *  the days it has been waiting.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO 'SUPPLIER-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT PO-MASTER
               ASSIGN TO 'PO-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY-MST
               FILE STATUS IS WS-PO-MASTER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

      * TONIGHT'S APPROVED LINES FOR ACCOUNTS PAYABLE, AND THE SAME
      * LINES APPENDED TO THE PERMANENT VOUCHER HISTORY. THE HISTORY
      * IS WHAT STOPS A LINE BEING PAID TWICE - EVERY QUANTITY EVER
      * VOUCHERED AGAINST AN ORDER LINE COUNTS AGAINST WHAT THE DOCK
      * RECEIVED ONTO IT.

           SELECT AP-VOUCHER-FILE
               ASSIGN TO 'AP-VOUCHER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-VOUCHER-HIST
               ASSIGN TO 'AP-VOUCHER-HIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCH-HIST-STATUS.

      * THE LINES STILL ON HOLD, CARRIED FORWARD RUN TO RUN WITH THE
      * DATE EACH ONE FIRST WENT ON HOLD.

           SELECT INVOICE-HOLD-FILE
               ASSIGN TO 'INVOICE-HOLD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

      * ACCOUNTS PAYABLE'S DISPOSITIONS FOR HELD LINES - 'A' PAYS A
      * HELD LINE AS BILLED AFTER THE BUYER HAS SETTLED IT WITH THE
      * SUPPLIER, 'C' CANCELS IT (CREDIT MEMO, REBILLED, ETC.). NO
      * FILE MEANS NO DISPOSITIONS TONIGHT, WHICH IS THE NORMAL CASE.

           SELECT INVOICE-RELEASE-FILE
               ASSIGN TO 'INVOICE-RELEASE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT PIZZA-INVOICE-MATCH-RPT
               ASSIGN TO 'PIZZA-INVOICE-MATCH-RPT.TXT'.

      * THE ONE-CARD RUN PARAMETER FILE - VOUCHERS AND HOLD DATES
      * CARRY THE BUSINESS DATE ON THE CARD, NOT THE WALL CLOCK.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

      * ONE LINE PER INVOICE LINE AS KEYED FROM THE SUPPLIER'S BILL.

       FD  SUPPLIER-INVOICE-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  SUPPLIER-INVOICE-REC   PIC X(31).
      *
       FD  PO-MASTER
           RECORD CONTAINS 46 CHARACTERS.
       01  PO-MASTER-REC.
           05  PO-KEY-MST.
               10  PO-NUMBER-MST   PIC 9(6).
               10  PO-ITEM-MST     PIC X(2).
           05  PO-COMMISSARY-MST   PIC X(15).
           05  PO-SUPP-ID-MST      PIC X(4).
           05  PO-QTY-ORDERED-MST  PIC 9(5).
           05  PO-QTY-RECEIVED-MST PIC 9(5).
           05  PO-LINE-STATUS-MST  PIC X(1).
           05  PO-DATE-MST         PIC 9(8).
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
      * ONE APPROVED LINE - THE INVOICE LINE AS BILLED, ITS EXTENDED
      * AMOUNT, AND THE BUSINESS DATE IT WAS APPROVED.

       FD  AP-VOUCHER-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  AP-VOUCHER-REC.
           05  VCH-INVOICE-NO      PIC X(10).
           05  VCH-SUPP-ID         PIC X(4).
           05  VCH-PO-NUMBER       PIC 9(6).
           05  VCH-ITEM-ID         PIC X(2).
           05  VCH-QTY-BILLED      PIC 9(5).
           05  VCH-UNIT-PRICE      PIC 99V99.
           05  VCH-AMOUNT          PIC 9(7)V99.
           05  VCH-APPROVE-DATE    PIC 9(8).
      *
       FD  AP-VOUCHER-HIST
           RECORD CONTAINS 48 CHARACTERS.
       01  AP-VOUCHER-HIST-REC.
           05  VHS-INVOICE-NO      PIC X(10).
           05  VHS-SUPP-ID         PIC X(4).
           05  VHS-PO-NUMBER       PIC 9(6).
           05  VHS-ITEM-ID         PIC X(2).
           05  VHS-QTY-BILLED      PIC 9(5).
           05  VHS-UNIT-PRICE      PIC 99V99.
           05  VHS-AMOUNT          PIC 9(7)V99.
           05  VHS-APPROVE-DATE    PIC 9(8).
      *
       FD  INVOICE-HOLD-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  INVOICE-HOLD-REC.
           05  HLD-INVOICE-LINE    PIC X(31).
           05  HLD-REASON-CODE     PIC X(2).
           05  HLD-HOLD-DATE       PIC 9(8).
      *
       FD  INVOICE-RELEASE-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  INVOICE-RELEASE-REC.
           05  REL-ACTION          PIC X(1).
           05  REL-SOURCE          PIC X(8).
           05  REL-INVOICE-NO      PIC X(10).
           05  REL-PO-NUMBER       PIC X(6).
           05  REL-ITEM-ID         PIC X(2).
      *
       FD    PIZZA-INVOICE-MATCH-RPT
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-INVOICE-MATCH-REC    PIC X(100).
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
             05    WS-INV-FILE-STATUS        PIC XX       VALUE '00'.
             05    WS-PO-MASTER-STATUS       PIC XX       VALUE '00'.
             05    WS-ITEM-MASTER-STATUS     PIC XX       VALUE '00'.
             05    WS-VCH-HIST-STATUS        PIC XX       VALUE '00'.
             05    WS-HOLD-STATUS            PIC XX       VALUE '00'.
             05    WS-REL-STATUS             PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-FILE-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-MATCHED                PIC X(3)     VALUE 'YES'.
             05    WS-REASON-CODE            PIC X(2)     VALUE SPACES.
             05    WS-REASON-TEXT            PIC X(30)    VALUE SPACES.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-RUN-DATE-INT           PIC 9(7)     VALUE 0.
             05    WS-HOLD-DATE-INT          PIC 9(7)     VALUE 0.
             05    WS-HOLD-AGE-DAYS          PIC S9(5)    VALUE 0.
             05    WS-BILL-FOUND             PIC X(3)     VALUE 'NO'.
             05    WS-HOLD-FOUND             PIC X(3)     VALUE 'NO'.
             05    WS-BILLED-TO-DATE         PIC 9(7)     VALUE 0.
             05    WS-PRICE-VARIANCE         PIC S9(3)V99 VALUE 0.
             05    WS-PRICE-TOL-WK           PIC 9(3)V99  VALUE 0.
             05    WS-LINE-AMOUNT            PIC 9(7)V99  VALUE 0.
             05    WS-VOUCHER-TOTAL          PIC 9(9)V99  VALUE 0.
             05    WS-DETAIL-FLAG            PIC X(9)     VALUE SPACES.
             05    WS-INV-READ-COUNT         PIC 9(5)     VALUE 0.
             05    WS-APPROVED-COUNT         PIC 9(5)     VALUE 0.
             05    WS-NEW-HOLD-COUNT         PIC 9(5)     VALUE 0.
             05    WS-REJECT-COUNT           PIC 9(5)     VALUE 0.
             05    WS-RELEASED-COUNT         PIC 9(5)     VALUE 0.
             05    WS-OVERRIDE-COUNT         PIC 9(5)     VALUE 0.
             05    WS-CANCEL-COUNT           PIC 9(5)     VALUE 0.
             05    WS-STILL-HELD-COUNT       PIC 9(5)     VALUE 0.
             05    WS-AGE-0-7-COUNT          PIC 9(5)     VALUE 0.
             05    WS-AGE-8-30-COUNT         PIC 9(5)     VALUE 0.
             05    WS-AGE-OVER-30-COUNT      PIC 9(5)     VALUE 0.

      * WHEN ITEM-MASTER CARRIES NO PURCHASE TOLERANCE FOR AN ITEM
      * (ZERO - NO LIMIT ON THE NIGHTLY COUNT SHEET EDIT), A BILLED
      * PRICE MORE THAN THIS MANY PERCENT OFF STANDARD COST STILL
      * HOLDS. ACCOUNTS PAYABLE DOES NOT PAY WITHOUT A LIMIT.

             05    WS-DEFAULT-TOL-PCT        PIC 99V99    VALUE 5.

      * THE INVOICE LINE BEING MATCHED - A NEW LINE OFF THE INVOICE
      * FILE OR A HELD LINE OFF THE HOLD TABLE, SO BOTH GO THROUGH
      * THE ONE MATCH ROUTINE.

       01    WS-INVOICE-LINE.
             05    WS-INV-NUMBER             PIC X(10).
             05    WS-INV-SUPP-ID            PIC X(4).
             05    WS-INV-PO-NUMBER          PIC 9(6).
             05    WS-INV-PO-NUMBER-X REDEFINES WS-INV-PO-NUMBER
                                             PIC X(6).
             05    WS-INV-ITEM-ID            PIC X(2).
             05    WS-INV-QTY-BILLED         PIC 9(5).
             05    WS-INV-UNIT-PRICE         PIC 99V99.

      * QUANTITY ALREADY VOUCHERED PER ORDER LINE - LOADED OFF THE
      * VOUCHER HISTORY AND ADDED TO AS TONIGHT'S LINES APPROVE. THE
      * RUN STOPS RATHER THAN LOSE ONE - A DROPPED ENTRY IS A LINE
      * THAT CAN BE PAID TWICE.

       01    WS-BILLED-TABLE.
             05    WS-BILL-COUNT             PIC 9(5)     VALUE 0.
             05    WS-BILL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-BILL-IDX.
                   10    WS-BILL-PO-NUMBER   PIC 9(6).
                   10    WS-BILL-ITEM        PIC X(2).
                   10    WS-BILL-QTY         PIC 9(7).

      * THE HELD LINES IN CORE FOR THE RUN - LOADED OFF THE HOLD
      * FILE, REMATCHED, ADDED TO BY TONIGHT'S NEW HOLDS AND WRITTEN
      * BACK SHORT AT CLOSE. FLAG 'H' STILL HELD, 'R' RELEASED TO
      * PAY, 'C' CANCELLED.

       01    WS-HOLD-TABLE.
             05    WS-HOLD-COUNT             PIC 999      VALUE 0.
             05    WS-HOLD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-HOLD-IDX.
                   10    WS-HOLD-LINE        PIC X(31).
                   10    WS-HOLD-CODE        PIC X(2).
                   10    WS-HOLD-DATE        PIC 9(8).
                   10    WS-HOLD-FLAG        PIC X(1).

      *************************OUTPUT AREA*****************************
       01 IVM-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 IVM-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 IVM-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 IVM-INITIALS      PIC X(3) VALUE 'AHO'.

       01 IVM-REPORT-HEADER-2.
          05 FILLER            PIC X(22) VALUE SPACES.
          05 IVM-REPORT-LINE   PIC X(32) VALUE
             'SUPPLIER INVOICE MATCH REPORT'.

       01 IVM-REPORT-HEADER-3.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-INV-HDR     PIC X(10) VALUE 'INVOICE'      .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-SUPP-HDR    PIC X(4) VALUE 'SUPP'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-PO-HDR      PIC X(6) VALUE 'ORDER '        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-ITEM-HDR    PIC X(4) VALUE 'ITEM'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-QTY-HDR     PIC X(6) VALUE 'BILLED'        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-PRICE-HDR   PIC X(6) VALUE 'PRICE '        .

          05 FILLER          PIC X(5) VALUE SPACES          .
          05 IVM-AMT-HDR     PIC X(6) VALUE 'AMOUNT'        .

       01 IVM-DETAIL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-INV-OUT       PIC X(10)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-SUPP-OUT      PIC X(4)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-PO-OUT        PIC 9(6)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 IVM-ITEM-OUT      PIC X(2)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 IVM-QTY-OUT       PIC ZZZZ9              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-DOLLSIGN1     PIC X    VALUE '$'     .
          05 IVM-PRICE-OUT     PIC Z9.99              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-DOLLSIGN2     PIC X    VALUE '$'     .
          05 IVM-AMT-OUT       PIC Z,ZZZ,ZZ9.99       .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-FLAG-OUT      PIC X(9)               .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 IVM-BY-OUT        PIC X(8)               .

       01 IVM-REJECT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-REJ-LINE-OUT  PIC X(31)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-REJ-CODE-OUT  PIC X(2)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-REJ-TEXT-OUT  PIC X(30)              .

       01 IVM-HOLD-HEADER.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 IVM-HOLD-HDR      PIC X(34) VALUE
             'INVOICE LINES ON HOLD - AGED'   .

       01 IVM-HOLD-HEADER-2.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-HI-INV-HDR  PIC X(10) VALUE 'INVOICE'      .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-HI-SUPP-HDR PIC X(4) VALUE 'SUPP'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-HI-PO-HDR   PIC X(6) VALUE 'ORDER '        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-HI-ITEM-HDR PIC X(4) VALUE 'ITEM'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-HI-QTY-HDR  PIC X(6) VALUE 'BILLED'        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-HI-RSN-HDR  PIC X(33) VALUE 'REASON'       .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 IVM-HI-DAYS-HDR PIC X(4) VALUE 'DAYS'          .

       01 IVM-HOLD-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-HL-INV-OUT    PIC X(10)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-HL-SUPP-OUT   PIC X(4)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-HL-PO-OUT     PIC X(6)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 IVM-HL-ITEM-OUT   PIC X(2)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 IVM-HL-QTY-OUT    PIC ZZZZ9              .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 IVM-HL-CODE-OUT   PIC X(2)               .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 IVM-HL-TEXT-OUT   PIC X(30)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 IVM-HL-DAYS-OUT   PIC ZZZ9               .

       01 IVM-COUNT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 IVM-COUNT-LABEL   PIC X(26)                        .
          05 IVM-COUNT-OUT     PIC ZZ,ZZ9                       .

       01 IVM-TOTAL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES            .
          05 IVM-TOTAL-LABEL   PIC X(26)                        .
          05 IVM-DOLLSIGN3     PIC X    VALUE '$'               .
          05 IVM-TOTAL-OUT     PIC ZZZ,ZZZ,ZZ9.99               .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 127-BILLED-LOAD-RTN
           PERFORM 128-HOLD-LOAD-RTN
           PERFORM 130-RELEASE-RTN
           PERFORM 140-HOLD-RECHECK-RTN
           PERFORM 150-READ-INVOICES
           PERFORM 230-HOLD-AGING-RTN
           PERFORM 270-HOLD-REWRITE-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           OPEN    INPUT     SUPPLIER-INVOICE-FILE
           IF WS-INV-FILE-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN SUPPLIER-INVOICE, '
                      'STATUS ' WS-INV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    INPUT     PO-MASTER
           IF WS-PO-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN PO-MASTER, STATUS '
                      WS-PO-MASTER-STATUS
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

           OPEN    OUTPUT    AP-VOUCHER-FILE
           OPEN    OUTPUT    PIZZA-INVOICE-MATCH-RPT

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO IVM-H1-DATE
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

           MOVE IVM-REPORT-HEADER    TO PIZZA-INVOICE-MATCH-REC
           WRITE PIZZA-INVOICE-MATCH-REC
                   AFTER ADVANCING 2 LINE

           MOVE IVM-REPORT-HEADER-2  TO PIZZA-INVOICE-MATCH-REC
           WRITE PIZZA-INVOICE-MATCH-REC
                   AFTER ADVANCING 2 LINE

           MOVE IVM-REPORT-HEADER-3  TO PIZZA-INVOICE-MATCH-REC
           WRITE PIZZA-INVOICE-MATCH-REC
                   AFTER ADVANCING 3 LINE

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
                      'PIZZA-RUN-PARM - POSTING UNDER SYSTEM '
                      'DATE ' WS-RUN-DATE

           .
      *
      * TOTALS EVERYTHING EVER VOUCHERED BY ORDER LINE, THEN REOPENS
      * THE HISTORY FOR APPEND. NO HISTORY YET MEANS NOTHING HAS
      * BEEN PAID THROUGH THE MATCH, WHICH IS THE FIRST-RUN CASE.

       127-BILLED-LOAD-RTN.

              OPEN INPUT AP-VOUCHER-HIST
              IF WS-VCH-HIST-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ AP-VOUCHER-HIST
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           IF VHS-PO-NUMBER IS NUMERIC
                              AND VHS-QTY-BILLED IS NUMERIC
                              MOVE VHS-PO-NUMBER TO WS-INV-PO-NUMBER
                              MOVE VHS-ITEM-ID   TO WS-INV-ITEM-ID
                              MOVE VHS-QTY-BILLED
                                   TO WS-INV-QTY-BILLED
                              PERFORM 217-BILLED-ADD-RTN
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE AP-VOUCHER-HIST
                 END-IF

              OPEN EXTEND AP-VOUCHER-HIST
              IF WS-VCH-HIST-STATUS EQUAL '35'
                 OPEN OUTPUT AP-VOUCHER-HIST
                 END-IF

           .
      *
      * LOADS THE LINES CARRIED ON HOLD FROM EARLIER RUNS. NO FILE
      * MEANS NOTHING ON HOLD.

       128-HOLD-LOAD-RTN.

              OPEN INPUT INVOICE-HOLD-FILE
              IF WS-HOLD-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ INVOICE-HOLD-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           MOVE HLD-INVOICE-LINE TO WS-INVOICE-LINE
                           MOVE HLD-REASON-CODE  TO WS-REASON-CODE
                           PERFORM 222-HOLD-STORE-RTN
                           MOVE HLD-HOLD-DATE TO
                                WS-HOLD-DATE (WS-HOLD-IDX)
                    END-READ
                 END-PERFORM
                 CLOSE INVOICE-HOLD-FILE
                 END-IF

           .
      *
      * APPLIES ACCOUNTS PAYABLE'S DISPOSITIONS AGAINST THE HELD
      * LINES BEFORE ANYTHING IS REMATCHED.

       130-RELEASE-RTN.

              OPEN INPUT INVOICE-RELEASE-FILE
              IF WS-REL-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-FILE-EOF
                 PERFORM UNTIL WS-FILE-EOF EQUAL 'YES'
                    READ INVOICE-RELEASE-FILE
                        AT END
                           MOVE 'YES' TO WS-FILE-EOF
                        NOT AT END
                           PERFORM 132-RELEASE-ONE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE INVOICE-RELEASE-FILE
                 END-IF

           .
      *
       132-RELEASE-ONE-RTN.

              MOVE 'NO' TO WS-HOLD-FOUND
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                      UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                      OR WS-HOLD-FOUND EQUAL 'YES'
                 MOVE WS-HOLD-LINE (WS-HOLD-IDX) TO WS-INVOICE-LINE
                 IF WS-HOLD-FLAG (WS-HOLD-IDX) EQUAL 'H'
                    AND WS-INV-NUMBER EQUAL REL-INVOICE-NO
                    AND WS-INV-PO-NUMBER-X EQUAL REL-PO-NUMBER
                    AND WS-INV-ITEM-ID EQUAL REL-ITEM-ID
                    MOVE 'YES' TO WS-HOLD-FOUND
                 END-IF
              END-PERFORM

              IF WS-HOLD-FOUND EQUAL 'NO'
                 DISPLAY 'WARNING - DISPOSITION FOR LINE NOT ON '
                         'HOLD IGNORED: ' INVOICE-RELEASE-REC
              ELSE
                 SET WS-HOLD-IDX DOWN BY 1
                 EVALUATE REL-ACTION
                    WHEN 'A'
                       MOVE 'R' TO WS-HOLD-FLAG (WS-HOLD-IDX)
                       ADD 1 TO WS-OVERRIDE-COUNT
                       MOVE 'OVERRIDE' TO WS-DETAIL-FLAG
                       PERFORM 210-VOUCHER-RTN
                    WHEN 'C'
                       MOVE 'C' TO WS-HOLD-FLAG (WS-HOLD-IDX)
                       ADD 1 TO WS-CANCEL-COUNT
                       MOVE WS-INVOICE-LINE TO IVM-REJ-LINE-OUT
                       MOVE 'C1'            TO IVM-REJ-CODE-OUT
                       MOVE SPACES          TO IVM-REJ-TEXT-OUT
                       STRING 'HOLD CANCELLED BY ' REL-SOURCE
                              DELIMITED BY SIZE INTO IVM-REJ-TEXT-OUT
                       END-STRING
                       MOVE IVM-REJECT-LINE TO PIZZA-INVOICE-MATCH-REC
                       WRITE PIZZA-INVOICE-MATCH-REC
                             AFTER ADVANCING 1 LINE
                    WHEN OTHER
                       DISPLAY 'WARNING - INVALID DISPOSITION CODE '
                               'IGNORED: ' INVOICE-RELEASE-REC
                 END-EVALUATE
                 END-IF

           .
      *
      * REMATCHES EVERY LINE STILL ON HOLD, OLDEST FIRST, SO THE
      * OLDEST BILL GETS FIRST CLAIM ON CASES RECEIVED SINCE. A LINE
      * THAT NOW TIES IS RELEASED TO PAY; ONE THAT STILL FAILS KEEPS
      * ITS ORIGINAL HOLD DATE AND TAKES TONIGHT'S REASON.

       140-HOLD-RECHECK-RTN.

              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                      UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HOLD-FLAG (WS-HOLD-IDX) EQUAL 'H'
                    MOVE WS-HOLD-LINE (WS-HOLD-IDX) TO WS-INVOICE-LINE
                    PERFORM 205-MATCH-LINE-RTN
                    IF WS-MATCHED EQUAL 'YES'
                       MOVE 'R' TO WS-HOLD-FLAG (WS-HOLD-IDX)
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE 'RELEASED' TO WS-DETAIL-FLAG
                       MOVE SPACES TO REL-SOURCE
                       PERFORM 210-VOUCHER-RTN
                    ELSE
                       MOVE WS-REASON-CODE TO
                            WS-HOLD-CODE (WS-HOLD-IDX)
                       END-IF
                 END-IF
              END-PERFORM

           .
      *
       150-READ-INVOICES.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  READ SUPPLIER-INVOICE-FILE INTO WS-INVOICE-LINE
                      AT END
                          MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                          ADD 1 TO WS-INV-READ-COUNT
                          PERFORM 200-PROCESS-INVOICE-RTN
                  END-READ
              END-PERFORM

           .
      *
      * A LINE THAT WILL NOT PARSE, OR THAT REPEATS A LINE ALREADY
      * SITTING ON HOLD, IS REJECTED OUTRIGHT - IT IS A KEYING
      * PROBLEM, NOT A MATCHING ONE. EVERYTHING ELSE IS MATCHED AND
      * EITHER VOUCHERED OR HELD.

       200-PROCESS-INVOICE-RTN.

              MOVE SPACES TO WS-REASON-CODE
              MOVE SPACES TO WS-REASON-TEXT

              IF WS-INV-PO-NUMBER IS NOT NUMERIC
                 OR WS-INV-QTY-BILLED IS NOT NUMERIC
                 OR WS-INV-UNIT-PRICE IS NOT NUMERIC
                 MOVE 'N1' TO WS-REASON-CODE
                 MOVE 'NON-NUMERIC ORDER/QTY/PRICE' TO WS-REASON-TEXT
                 PERFORM 215-REJECT-RTN
              ELSE
                 PERFORM 202-DUP-HOLD-CHECK-RTN
                 IF WS-HOLD-FOUND EQUAL 'YES'
                    MOVE 'D1' TO WS-REASON-CODE
                    MOVE 'DUPLICATE OF A HELD LINE' TO WS-REASON-TEXT
                    PERFORM 215-REJECT-RTN
                 ELSE
                    PERFORM 205-MATCH-LINE-RTN
                    IF WS-MATCHED EQUAL 'YES'
                       MOVE SPACES TO WS-DETAIL-FLAG
                       MOVE SPACES TO REL-SOURCE
                       PERFORM 210-VOUCHER-RTN
                    ELSE
                       PERFORM 220-HOLD-ADD-RTN
                       END-IF
                    END-IF
                 END-IF

           .
      *
       202-DUP-HOLD-CHECK-RTN.

              MOVE 'NO' TO WS-HOLD-FOUND
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                      UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                      OR WS-HOLD-FOUND EQUAL 'YES'
                 IF WS-HOLD-FLAG (WS-HOLD-IDX) EQUAL 'H'
                    AND WS-HOLD-LINE (WS-HOLD-IDX) (1:22) EQUAL
                        WS-INVOICE-LINE (1:22)
                    MOVE 'YES' TO WS-HOLD-FOUND
                 END-IF
              END-PERFORM

           .
      *
      * THE THREE-WAY MATCH. THE ORDER LINE MUST EXIST AND BELONG TO
      * THE SUPPLIER BILLING IT; EVERYTHING EVER VOUCHERED AGAINST
      * IT PLUS THIS LINE MUST NOT EXCEED WHAT THE DOCK RECEIVED;
      * AND THE BILLED PRICE MUST BE WITHIN TOLERANCE OF STANDARD
      * COST. THE FIRST FAILURE SETS THE REASON.

       205-MATCH-LINE-RTN.

              MOVE 'YES'  TO WS-MATCHED
              MOVE SPACES TO WS-REASON-CODE
              MOVE SPACES TO WS-REASON-TEXT

              MOVE WS-INV-PO-NUMBER TO PO-NUMBER-MST
              MOVE WS-INV-ITEM-ID   TO PO-ITEM-MST
              READ PO-MASTER
                  INVALID KEY
                     MOVE 'NO' TO WS-MATCHED
                     MOVE 'H1' TO WS-REASON-CODE
                     MOVE 'NO PO LINE FOR INVOICE LINE'
                          TO WS-REASON-TEXT
              END-READ

              IF WS-MATCHED EQUAL 'YES'
                 AND PO-SUPP-ID-MST NOT EQUAL WS-INV-SUPP-ID
                 MOVE 'NO' TO WS-MATCHED
                 MOVE 'H2' TO WS-REASON-CODE
                 MOVE 'SUPPLIER NOT ON PO LINE' TO WS-REASON-TEXT
                 END-IF

              IF WS-MATCHED EQUAL 'YES'
                 PERFORM 207-BILLED-LOOKUP-RTN
                 IF WS-BILLED-TO-DATE + WS-INV-QTY-BILLED >
                    PO-QTY-RECEIVED-MST
                    MOVE 'NO' TO WS-MATCHED
                    MOVE 'H3' TO WS-REASON-CODE
                    MOVE 'BILLED MORE THAN RECEIVED'
                         TO WS-REASON-TEXT
                    END-IF
                 END-IF

              IF WS-MATCHED EQUAL 'YES'
                 MOVE WS-INV-ITEM-ID TO ITEM-ID-MST
                 READ ITEM-MASTER
                     INVALID KEY
                        MOVE 'NO' TO WS-MATCHED
                        MOVE 'I1' TO WS-REASON-CODE
                        MOVE 'UNKNOWN ITEM ID' TO WS-REASON-TEXT
                 END-READ
                 END-IF

              IF WS-MATCHED EQUAL 'YES'
                 IF PURCH-TOL-MST > 0
                    MOVE PURCH-TOL-MST TO WS-PRICE-TOL-WK
                 ELSE
                    COMPUTE WS-PRICE-TOL-WK ROUNDED =
                            STD-PURCHASE-MST * WS-DEFAULT-TOL-PCT
                            / 100
                    END-IF
                 COMPUTE WS-PRICE-VARIANCE =
                         WS-INV-UNIT-PRICE - STD-PURCHASE-MST
                 IF WS-PRICE-VARIANCE > WS-PRICE-TOL-WK
                    OR WS-PRICE-VARIANCE < (0 - WS-PRICE-TOL-WK)
                    MOVE 'NO' TO WS-MATCHED
                    MOVE 'H4' TO WS-REASON-CODE
                    MOVE 'PRICE OFF STANDARD COST'
                         TO WS-REASON-TEXT
                    END-IF
                 END-IF

           .
      *
      * FINDS THE QUANTITY ALREADY VOUCHERED AGAINST THE ORDER LINE
      * IN WS-INVOICE-LINE AND LEAVES WS-BILL-IDX ON ITS ENTRY.

       207-BILLED-LOOKUP-RTN.

              MOVE 'NO' TO WS-BILL-FOUND
              MOVE 0    TO WS-BILLED-TO-DATE
              PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                      UNTIL WS-BILL-IDX > WS-BILL-COUNT
                      OR WS-BILL-FOUND EQUAL 'YES'
                 IF WS-BILL-PO-NUMBER (WS-BILL-IDX) EQUAL
                    WS-INV-PO-NUMBER
                    AND WS-BILL-ITEM (WS-BILL-IDX) EQUAL WS-INV-ITEM-ID
                    MOVE 'YES' TO WS-BILL-FOUND
                 END-IF
              END-PERFORM
              IF WS-BILL-FOUND EQUAL 'YES'
                 SET WS-BILL-IDX DOWN BY 1
                 MOVE WS-BILL-QTY (WS-BILL-IDX) TO WS-BILLED-TO-DATE
                 END-IF

           .
      *
      * WRITES THE APPROVED LINE TO TONIGHT'S VOUCHER FILE AND THE
      * PERMANENT HISTORY, CHARGES IT AGAINST THE ORDER LINE, AND
      * PRINTS IT. WS-DETAIL-FLAG SAYS HOW IT CAME TO BE PAID.

       210-VOUCHER-RTN.

              ADD 1 TO WS-APPROVED-COUNT

              COMPUTE WS-LINE-AMOUNT =
                      WS-INV-QTY-BILLED * WS-INV-UNIT-PRICE
              ADD WS-LINE-AMOUNT TO WS-VOUCHER-TOTAL

              MOVE WS-INV-NUMBER     TO VCH-INVOICE-NO
              MOVE WS-INV-SUPP-ID    TO VCH-SUPP-ID
              MOVE WS-INV-PO-NUMBER  TO VCH-PO-NUMBER
              MOVE WS-INV-ITEM-ID    TO VCH-ITEM-ID
              MOVE WS-INV-QTY-BILLED TO VCH-QTY-BILLED
              MOVE WS-INV-UNIT-PRICE TO VCH-UNIT-PRICE
              MOVE WS-LINE-AMOUNT    TO VCH-AMOUNT
              MOVE WS-RUN-DATE       TO VCH-APPROVE-DATE
              WRITE AP-VOUCHER-REC

              MOVE AP-VOUCHER-REC TO AP-VOUCHER-HIST-REC
              WRITE AP-VOUCHER-HIST-REC

              PERFORM 217-BILLED-ADD-RTN

              MOVE WS-INV-NUMBER     TO IVM-INV-OUT
              MOVE WS-INV-SUPP-ID    TO IVM-SUPP-OUT
              MOVE WS-INV-PO-NUMBER  TO IVM-PO-OUT
              MOVE WS-INV-ITEM-ID    TO IVM-ITEM-OUT
              MOVE WS-INV-QTY-BILLED TO IVM-QTY-OUT
              MOVE WS-INV-UNIT-PRICE TO IVM-PRICE-OUT
              MOVE WS-LINE-AMOUNT    TO IVM-AMT-OUT
              MOVE WS-DETAIL-FLAG    TO IVM-FLAG-OUT
              MOVE REL-SOURCE        TO IVM-BY-OUT

              MOVE IVM-DETAIL-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       215-REJECT-RTN.

              ADD 1 TO WS-REJECT-COUNT

              MOVE WS-INVOICE-LINE TO IVM-REJ-LINE-OUT
              MOVE WS-REASON-CODE  TO IVM-REJ-CODE-OUT
              MOVE WS-REASON-TEXT  TO IVM-REJ-TEXT-OUT

              MOVE IVM-REJECT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * ADDS THE QUANTITY IN WS-INV-QTY-BILLED TO THE ORDER LINE'S
      * VOUCHERED TOTAL, OPENING THE ENTRY IF IT IS THE FIRST.

       217-BILLED-ADD-RTN.

              PERFORM 207-BILLED-LOOKUP-RTN

              IF WS-BILL-FOUND EQUAL 'NO'
                 IF WS-BILL-COUNT < 3000
                    ADD 1 TO WS-BILL-COUNT
                    SET WS-BILL-IDX TO WS-BILL-COUNT
                    MOVE WS-INV-PO-NUMBER TO
                         WS-BILL-PO-NUMBER (WS-BILL-IDX)
                    MOVE WS-INV-ITEM-ID TO
                         WS-BILL-ITEM (WS-BILL-IDX)
                    MOVE 0 TO WS-BILL-QTY (WS-BILL-IDX)
                 ELSE
                    DISPLAY 'ERROR - VOUCHERED LINE TABLE FULL '
                            '(3000) - RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

              ADD WS-INV-QTY-BILLED TO WS-BILL-QTY (WS-BILL-IDX)

           .
      *
      * A NEW HOLD GOES INTO THE TABLE UNDER TONIGHT'S DATE.

       220-HOLD-ADD-RTN.

              ADD 1 TO WS-NEW-HOLD-COUNT
              PERFORM 222-HOLD-STORE-RTN
              MOVE WS-RUN-DATE TO WS-HOLD-DATE (WS-HOLD-IDX)

           .
      *
      * STORES WS-INVOICE-LINE AND WS-REASON-CODE AS A HELD ENTRY
      * AND LEAVES WS-HOLD-IDX ON IT FOR THE CALLER TO DATE. THE RUN
      * STOPS RATHER THAN DROP A HELD LINE - A DROPPED HOLD IS A
      * BILL NOBODY EVER CHASES.

       222-HOLD-STORE-RTN.

              IF WS-HOLD-COUNT < 500
                 ADD 1 TO WS-HOLD-COUNT
                 SET WS-HOLD-IDX TO WS-HOLD-COUNT
                 MOVE WS-INVOICE-LINE TO WS-HOLD-LINE (WS-HOLD-IDX)
                 MOVE WS-REASON-CODE  TO WS-HOLD-CODE (WS-HOLD-IDX)
                 MOVE 'H'             TO WS-HOLD-FLAG (WS-HOLD-IDX)
              ELSE
                 DISPLAY 'ERROR - INVOICE HOLD TABLE FULL (500) - '
                         'WORK THE HOLDS DOWN AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * THE RUNNING HOLD LIST - EVERY LINE STILL ON HOLD AFTER
      * TONIGHT'S MATCH, WITH THE DAYS IT HAS BEEN WAITING, AND
      * COUNTS BY AGE BAND FOR THE CONTROLLER.

       230-HOLD-AGING-RTN.

              MOVE IVM-HOLD-HEADER TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 3 LINE

              MOVE IVM-HOLD-HEADER-2 TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 2 LINE

              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                      UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HOLD-FLAG (WS-HOLD-IDX) EQUAL 'H'
                    PERFORM 235-HOLD-LINE-RTN
                 END-IF
              END-PERFORM

           .
      *
       235-HOLD-LINE-RTN.

              ADD 1 TO WS-STILL-HELD-COUNT

              MOVE WS-HOLD-LINE (WS-HOLD-IDX) TO WS-INVOICE-LINE

              IF WS-HOLD-DATE (WS-HOLD-IDX) IS NUMERIC
                 AND WS-HOLD-DATE (WS-HOLD-IDX) > 0
                 COMPUTE WS-HOLD-DATE-INT =
                         FUNCTION INTEGER-OF-DATE
                         (WS-HOLD-DATE (WS-HOLD-IDX))
                 COMPUTE WS-HOLD-AGE-DAYS =
                         WS-RUN-DATE-INT - WS-HOLD-DATE-INT
              ELSE
                 MOVE 0 TO WS-HOLD-AGE-DAYS
                 END-IF

              EVALUATE TRUE
                 WHEN WS-HOLD-AGE-DAYS > 30
                    ADD 1 TO WS-AGE-OVER-30-COUNT
                 WHEN WS-HOLD-AGE-DAYS > 7
                    ADD 1 TO WS-AGE-8-30-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-AGE-0-7-COUNT
              END-EVALUATE

              EVALUATE WS-HOLD-CODE (WS-HOLD-IDX)
                 WHEN 'H1'
                    MOVE 'NO PO LINE FOR INVOICE LINE'
                         TO WS-REASON-TEXT
                 WHEN 'H2'
                    MOVE 'SUPPLIER NOT ON PO LINE' TO WS-REASON-TEXT
                 WHEN 'H3'
                    MOVE 'BILLED MORE THAN RECEIVED'
                         TO WS-REASON-TEXT
                 WHEN 'H4'
                    MOVE 'PRICE OFF STANDARD COST' TO WS-REASON-TEXT
                 WHEN 'I1'
                    MOVE 'UNKNOWN ITEM ID' TO WS-REASON-TEXT
                 WHEN OTHER
                    MOVE SPACES TO WS-REASON-TEXT
              END-EVALUATE

              MOVE WS-INV-NUMBER      TO IVM-HL-INV-OUT
              MOVE WS-INV-SUPP-ID     TO IVM-HL-SUPP-OUT
              MOVE WS-INV-PO-NUMBER-X TO IVM-HL-PO-OUT
              MOVE WS-INV-ITEM-ID     TO IVM-HL-ITEM-OUT
              MOVE WS-INV-QTY-BILLED  TO IVM-HL-QTY-OUT
              MOVE WS-HOLD-CODE (WS-HOLD-IDX) TO IVM-HL-CODE-OUT
              MOVE WS-REASON-TEXT     TO IVM-HL-TEXT-OUT
              MOVE WS-HOLD-AGE-DAYS   TO IVM-HL-DAYS-OUT

              MOVE IVM-HOLD-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * WRITES THE HOLD FILE BACK SHORT - ONLY THE LINES STILL ON
      * HOLD SURVIVE THE RUN, EACH WITH ITS ORIGINAL HOLD DATE.

       270-HOLD-REWRITE-RTN.

              OPEN OUTPUT INVOICE-HOLD-FILE

              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                      UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HOLD-FLAG (WS-HOLD-IDX) EQUAL 'H'
                    MOVE WS-HOLD-LINE (WS-HOLD-IDX)
                         TO HLD-INVOICE-LINE
                    MOVE WS-HOLD-CODE (WS-HOLD-IDX)
                         TO HLD-REASON-CODE
                    MOVE WS-HOLD-DATE (WS-HOLD-IDX)
                         TO HLD-HOLD-DATE
                    WRITE INVOICE-HOLD-REC
                 END-IF
              END-PERFORM

              CLOSE INVOICE-HOLD-FILE

           .
      *
       250-CLOSE-ROUTINE.

              MOVE 'INVOICE LINES READ:       ' TO IVM-COUNT-LABEL
              MOVE WS-INV-READ-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'LINES APPROVED TO PAY:    ' TO IVM-COUNT-LABEL
              MOVE WS-APPROVED-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE '  RELEASED FROM HOLD:     ' TO IVM-COUNT-LABEL
              MOVE WS-RELEASED-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE '  PAID BY OVERRIDE:       ' TO IVM-COUNT-LABEL
              MOVE WS-OVERRIDE-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'NEW LINES HELD:           ' TO IVM-COUNT-LABEL
              MOVE WS-NEW-HOLD-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'LINES REJECTED:           ' TO IVM-COUNT-LABEL
              MOVE WS-REJECT-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'HOLDS CANCELLED:          ' TO IVM-COUNT-LABEL
              MOVE WS-CANCEL-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'LINES STILL ON HOLD:      ' TO IVM-COUNT-LABEL
              MOVE WS-STILL-HELD-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE '  HELD 0-7 DAYS:          ' TO IVM-COUNT-LABEL
              MOVE WS-AGE-0-7-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE '  HELD 8-30 DAYS:         ' TO IVM-COUNT-LABEL
              MOVE WS-AGE-8-30-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE '  HELD OVER 30 DAYS:      ' TO IVM-COUNT-LABEL
              MOVE WS-AGE-OVER-30-COUNT TO IVM-COUNT-OUT
              MOVE IVM-COUNT-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'TOTAL APPROVED TO PAY:    ' TO IVM-TOTAL-LABEL
              MOVE WS-VOUCHER-TOTAL TO IVM-TOTAL-OUT
              MOVE IVM-TOTAL-LINE TO PIZZA-INVOICE-MATCH-REC
              WRITE PIZZA-INVOICE-MATCH-REC
                    AFTER ADVANCING 2 LINE

      * EVERY NEW LINE READ MUST HAVE BEEN VOUCHERED, HELD OR
      * REJECTED - ANYTHING ELSE ENDS THE RUN WITH A BAD RETURN
      * CODE, SAME AS THE NIGHTLY RUN'S BALANCE CHECK.

              IF WS-INV-READ-COUNT NOT EQUAL
                 WS-APPROVED-COUNT - WS-RELEASED-COUNT
                 - WS-OVERRIDE-COUNT + WS-NEW-HOLD-COUNT
                 + WS-REJECT-COUNT
                 DISPLAY 'ERROR - INVOICE MATCH RUN OUT OF BALANCE'
                 MOVE 16 TO RETURN-CODE
                 END-IF

              CLOSE    SUPPLIER-INVOICE-FILE
                       PO-MASTER
                       ITEM-MASTER
                       AP-VOUCHER-FILE
                       AP-VOUCHER-HIST
                       PIZZA-INVOICE-MATCH-RPT

              STOP RUN
           .

      *  the aged rows on PIZZA-HIST-ARCHIVE; the operator
      *  renames the new file over the live one and files the
      *  archive under the close date, same drill as the
      *  conversion programs.  The close is also the ledger
      *  checkpoint - the GL journal the nightly posting has
      *  been building must net to zero and carry exactly the
      *  nights the run log summarizes, its receipts, cost of
      *  goods sold, shrinkage, spoilage and revenue must tie
      *  to the source totals the posting kept night by night
      *  off the restock postings, register detail, shrink and
      *  spoilage extracts and Z-tapes, and its revenue must
      *  tie to the Z-tape takings the tax capture kept for
      *  the same nights, or the period is not closed and
      *  nothing is archived.  The summary also
      *  carries the sales tax filed for each month on the run
      *  log - taxable and exempt sales, tax due and the sales
      *  left unassigned - off the totals the monthly sales
      *  tax run posts, and flags any month not yet filed.
      **********************************************************

       ENVIRONMENT DIVISION.
           SELECT PIZZA-PERIOD-SUMMARY
               ASSIGN TO 'PIZZA-PERIOD-SUMMARY.TXT'.

      * THE PERMANENT GL JOURNAL THE NIGHTLY POSTING APPENDS TO.

           SELECT PIZZA-GL-JOURNAL
               ASSIGN TO 'PIZZA-GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      * THE NIGHTLY POSTING'S SOURCE TOTALS BY ENTRY TYPE.

           SELECT PIZZA-GL-SOURCE-TOTALS
               ASSIGN TO 'PIZZA-GL-SOURCE-TOTALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-STATUS.

      * ACCOUNTING'S CHART MAPPING, AS THE NIGHTLY POSTING USES IT -
      * IT SAYS WHICH SIDE OF EACH ENTRY IS THE TYPE'S OWN ACCOUNT.

           SELECT GL-ACCOUNT-MAP
               ASSIGN TO 'GL-ACCOUNT-MAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      * THE NIGHTLY TAX CAPTURE'S SALES HISTORY - ITS Z-TAPE ROWS ARE
      * THE TRUCKS' ACTUAL TAKINGS, NIGHT BY NIGHT.

           SELECT PIZZA-TAX-SALES
               ASSIGN TO 'PIZZA-TAX-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXS-STATUS.

      * ONE ROW PER MONTH FILED, POSTED BY THE SALES TAX RUN.

           SELECT PIZZA-TAX-TOTALS
               ASSIGN TO 'PIZZA-TAX-TOTALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
             RECORD CONTAINS 110 CHARACTERS.

       01    PIZZA-SUMMARY-REC          PIC X(110).
      *
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
      * ONE ROW PER ENTRY TYPE PER NIGHT POSTED - A RERUN NIGHT
      * APPEARS TWICE AND ITS LATER ROWS ARE THE ONES THAT COUNT.
      * AN OVERAGE NIGHT'S SHRINKAGE IS NEGATIVE.

       FD  PIZZA-GL-SOURCE-TOTALS
           RECORD CONTAINS 24 CHARACTERS.
       01  PIZZA-GL-SOURCE-TOTALS-REC.
           05  GLS-BUSINESS-DATE   PIC 9(8).
           05  GLS-ENTRY-TYPE      PIC X(4).
           05  GLS-AMOUNT          PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
      *
       FD  GL-ACCOUNT-MAP
           RECORD CONTAINS 39 CHARACTERS.
       01  GL-ACCOUNT-MAP-REC.
           05  GLM-ENTRY-TYPE      PIC X(4).
           05  GLM-COMMISSARY      PIC X(15).
           05  GLM-DEBIT-ACCT      PIC X(10).
           05  GLM-CREDIT-ACCT     PIC X(10).
      *
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
       FD  PIZZA-TAX-TOTALS
           RECORD CONTAINS 69 CHARACTERS.
       01  PIZZA-TAX-TOTALS-REC.
           05  TTL-PERIOD          PIC 9(6).
           05  TTL-TAXABLE         PIC 9(9)V99.
           05  TTL-EXEMPT          PIC 9(9)V99.
           05  TTL-TAX-DUE         PIC 9(9)V99.
           05  TTL-UNASSIGNED      PIC 9(9)V99.
           05  TTL-ZTAPE           PIC 9(9)V99.
           05  TTL-RUN-DATE        PIC 9(8).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.

             05    WS-KEEP-DAYS              PIC 99       VALUE 14.

      * GL JOURNAL CHECK - THE CLOSE SWITCH STAYS 'YES' ONLY WHILE
      * THE JOURNAL BALANCES, MATCHES THE RUN LOG NIGHT FOR NIGHT
      * AND TIES TO THE PERIOD'S SOURCE TOTALS.

             05    WS-GL-STATUS              PIC XX       VALUE '00'.
             05    WS-GL-EOF                 PIC X(3)     VALUE 'NO'.
             05    WS-CLOSE-OK               PIC X(3)     VALUE 'YES'.
             05    WS-NIGHT-FOUND            PIC X(3)     VALUE 'NO'.
             05    WS-GLT-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-NIGHT-DATE-WK          PIC 9(8)     VALUE 0.
             05    WS-GL-ROWS-READ           PIC 9(7)     VALUE 0.
             05    WS-GL-ROWS-DROPPED        PIC 9(7)     VALUE 0.
             05    WS-GL-ORPHAN-ROWS         PIC 9(7)     VALUE 0.
             05    WS-GL-NIGHTS-POSTED       PIC 9(7)     VALUE 0.
             05    WS-GL-NIGHTS-MISSING      PIC 9(7)     VALUE 0.
             05    WS-GL-NIGHTS-DUE          PIC 9(7)     VALUE 0.
             05    WS-GL-FIRST-DATE          PIC 9(8)     VALUE 0.
             05    WS-GL-DEBITS              PIC 9(9)V99  VALUE 0.
             05    WS-GL-CREDITS             PIC 9(9)V99  VALUE 0.
             05    WS-GLS-STATUS             PIC XX       VALUE '00'.
             05    WS-GLS-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-GLS-ROWS-READ          PIC 9(7)     VALUE 0.
             05    WS-GLS-ROWS-DROPPED       PIC 9(7)     VALUE 0.
             05    WS-SRC-SUB                PIC 9        VALUE 0.
             05    WS-MAP-STATUS             PIC XX       VALUE '00'.
             05    WS-MAP-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-MAP-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-DEBIT-ACCT-WK          PIC X(10)    VALUE SPACES.
             05    WS-NET-WK                 PIC S9(9)V99 VALUE 0.
             05    WS-GL-ROWS-UNMAPPED       PIC 9(7)     VALUE 0.

      * REVENUE AGAINST THE Z-TAPES - ONLY THE NIGHTS THE TAX
      * CAPTURE STILL HOLDS CAN BE TIED; OLDER ONES HAVE AGED OFF.

             05    WS-TXS-STATUS             PIC XX       VALUE '00'.
             05    WS-TXS-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-ZT-ROWS-READ           PIC 9(7)     VALUE 0.
             05    WS-ZT-FIRST-DATE          PIC 9(8)     VALUE 0.
             05    WS-ZT-NIGHTS-TIED         PIC 9(7)     VALUE 0.
             05    WS-ZT-NIGHTS-AGED         PIC 9(7)     VALUE 0.
             05    WS-ZT-JOURNAL             PIC S9(9)V99 VALUE 0.
             05    WS-ZT-CAPTURED            PIC 9(9)V99  VALUE 0.
             05    WS-ZT-DIFF                PIC S9(9)V99 VALUE 0.

      * SALES TAX BY MONTH - REPORTED ONLY, NEVER HOLDS THE CLOSE.

             05    WS-TAX-STATUS             PIC XX       VALUE '00'.
             05    WS-TAX-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-TAX-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-TAX-ROWS-READ          PIC 9(7)     VALUE 0.
             05    WS-TAX-MONTHS-MISSING     PIC 9(7)     VALUE 0.
             05    WS-TAX-TOT-TAXABLE        PIC 9(9)V99  VALUE 0.
             05    WS-TAX-TOT-EXEMPT         PIC 9(9)V99  VALUE 0.
             05    WS-TAX-TOT-DUE            PIC 9(9)V99  VALUE 0.
             05    WS-TAX-TOT-UNASSIGNED     PIC 9(9)V99  VALUE 0.

       01    WS-DIGIT-X                  PIC X(1) VALUE SPACE.
       01    WS-DIGIT-9 REDEFINES WS-DIGIT-X
                                         PIC 9(1).
                   10    WS-TRK-VALUE        PIC 9(9)V99.
                   10    WS-TRK-DECLINE      PIC 9(7).

      * DEBITS AND CREDITS BY JOURNAL ENTRY TYPE - RECEIPTS, COST
      * OF GOODS SOLD, SHRINKAGE, SPOILAGE, REVENUE, AND ANYTHING
      * ELSE - WITH WHAT THE TYPE'S OWN ACCOUNT NETS TO, THE
      * PERIOD'S SOURCE TOTAL FOR IT AND THE DIFFERENCE BETWEEN
      * THE TWO.

       01    WS-GL-TYPE-TOTALS.
             05    WS-GLT-ENTRY OCCURS 6 TIMES
                   INDEXED BY WS-GLT-IDX.
                   10    WS-GLT-TYPE         PIC X(4).
                   10    WS-GLT-DEBITS       PIC 9(9)V99.
                   10    WS-GLT-CREDITS      PIC 9(9)V99.
                   10    WS-GLT-NET          PIC S9(9)V99.
                   10    WS-GLT-SOURCE       PIC S9(9)V99.
                   10    WS-GLT-DIFF         PIC S9(9)V99.

      * EVERY BUSINESS DATE ON THE RUN LOG, WHETHER THE GL JOURNAL
      * CARRIES A POSTING FOR IT, THE NIGHT'S SOURCE TOTALS IN
      * ENTRY TYPE ORDER, WHAT ITS REVENUE ENTRY NETS TO ON THE
      * JOURNAL AND THE Z-TAPE TAKINGS CAPTURED FOR IT.

       01    WS-NIGHT-TABLE.
             05    WS-NIGHT-COUNT            PIC 9(4)     VALUE 0.
             05    WS-NIGHT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-NIGHT-IDX.
                   10    WS-NIGHT-DATE       PIC 9(8).
                   10    WS-NIGHT-POSTED     PIC X(3).
                   10    WS-NIGHT-SRC-AMT    PIC S9(9)V99
                                             OCCURS 5 TIMES.
                   10    WS-NIGHT-REVN-NET   PIC S9(9)V99.
                   10    WS-NIGHT-ZTAPE      PIC 9(9)V99.

      * THE CHART MAPPING - TYPE, COMMISSARY (BLANK FOR THE DEFAULT)
      * AND THE TYPE'S DEBIT ACCOUNT.

       01    WS-MAP-TABLE.
             05    WS-MAP-COUNT              PIC 999      VALUE 0.
             05    WS-MAP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-MAP-IDX.
                   10    WS-MAP-TYPE         PIC X(4).
                   10    WS-MAP-COMM         PIC X(15).
                   10    WS-MAP-DEBIT        PIC X(10).

      * EVERY MONTH ON THE RUN LOG, AND THE SALES TAX TOTALS FILED
      * FOR IT. A MONTH WITH NO TOTALS ROW HAS NOT BEEN FILED YET.

       01    WS-TAX-MONTH-TABLE.
             05    WS-TXM-COUNT              PIC 9(3)     VALUE 0.
             05    WS-TXM-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TXM-IDX.
                   10    WS-TXM-MONTH        PIC 9(6).
                   10    WS-TXM-FILED        PIC X(3).
                   10    WS-TXM-TAXABLE      PIC 9(9)V99.
                   10    WS-TXM-EXEMPT       PIC 9(9)V99.
                   10    WS-TXM-TAX-DUE      PIC 9(9)V99.
                   10    WS-TXM-UNASSIGNED   PIC 9(9)V99.

       01    WS-BEST-WORST-AREAS.
             05    WS-BW-HI-VAL-TRK          PIC X(5)     VALUE SPACES.
             05    WS-BW-HI-VAL              PIC 9(9)V99  VALUE 0.
          05 PSM-COUNT-LABEL   PIC X(30)                        .
          05 PSM-COUNT-OUT     PIC ZZZ,ZZ9                      .

       01 PSM-GL-HEADER.
          05 FILLER            PIC X(34) VALUE SPACES .
          05 PSM-GL-DR-HDR     PIC X(14) VALUE '        DEBITS'.

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-GL-CR-HDR     PIC X(14) VALUE '       CREDITS'.

       01 PSM-GL-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-GL-LABEL      PIC X(30)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-DOLLSIGN4     PIC X    VALUE '$'     .
          05 PSM-GL-DR-OUT     PIC ZZ,ZZZ,ZZ9.99      .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-DOLLSIGN5     PIC X    VALUE '$'     .
          05 PSM-GL-CR-OUT     PIC ZZ,ZZZ,ZZ9.99      .

       01 PSM-TIE-HEADER.
          05 FILLER            PIC X(34) VALUE SPACES .
          05 PSM-TIE-JRNL-HDR  PIC X(14) VALUE '       JOURNAL'.

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-TIE-SRC-HDR   PIC X(14) VALUE '        SOURCE'.

          05 FILLER            PIC X(2) VALUE SPACES .
          05 FILLER            PIC X(1) VALUE SPACES .
          05 PSM-TIE-DIFF-HDR  PIC X(14) VALUE '    DIFFERENCE'.

       01 PSM-TIE-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-TIE-LABEL     PIC X(30)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-DOLLSIGN6     PIC X    VALUE '$'     .
          05 PSM-TIE-JRNL-OUT  PIC ZZ,ZZZ,ZZ9.99-     .

          05 FILLER            PIC X(1) VALUE SPACES .
          05 PSM-DOLLSIGN7     PIC X    VALUE '$'     .
          05 PSM-TIE-SRC-OUT   PIC ZZ,ZZZ,ZZ9.99-     .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-DOLLSIGN8     PIC X    VALUE '$'     .
          05 PSM-TIE-DIFF-OUT  PIC ZZ,ZZZ,ZZ9.99-     .

       01 PSM-TAX-HEADER.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-TAX-PER-HDR   PIC X(11) VALUE 'PERIOD     '.

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-TAX-TXB-HDR   PIC X(14) VALUE ' TAXABLE SALES'.

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-TAX-EXM-HDR   PIC X(14) VALUE '  EXEMPT SALES'.

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-TAX-DUE-HDR   PIC X(14) VALUE '       TAX DUE'.

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-TAX-UNA-HDR   PIC X(14) VALUE '    UNASSIGNED'.

       01 PSM-TAX-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-TAX-PER-OUT   PIC X(11)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-DOLLSIGN9     PIC X    VALUE '$'     .
          05 PSM-TAX-TXB-OUT   PIC ZZ,ZZZ,ZZ9.99      .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-DOLLSIGN10    PIC X    VALUE '$'     .
          05 PSM-TAX-EXM-OUT   PIC ZZ,ZZZ,ZZ9.99      .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-DOLLSIGN11    PIC X    VALUE '$'     .
          05 PSM-TAX-DUE-OUT   PIC ZZ,ZZZ,ZZ9.99      .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-DOLLSIGN12    PIC X    VALUE '$'     .
          05 PSM-TAX-UNA-OUT   PIC ZZ,ZZZ,ZZ9.99      .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 PSM-TAX-NOTE-OUT  PIC X(18)              .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           PERFORM 150-READ-RUN-LOG
           PERFORM 260-LOG-FLUSH-RTN
           PERFORM 500-GL-CHECK-RTN
           PERFORM 600-TAX-TOTALS-RTN
           PERFORM 300-READ-HISTORY
           PERFORM 350-TRUCK-ROLLUP-RTN
           PERFORM 360-BEST-WORST-RTN
           IF WS-CLOSE-OK EQUAL 'YES'
              PERFORM 400-ARCHIVE-RTN
              END-IF
           PERFORM 250-CLOSE-ROUTINE

           .
                         FUNCTION INTEGER-OF-DATE (WS-DATE-NUM-9)
                 PERFORM 210-LOG-PARSE-RTN
                 PERFORM 220-LOG-ACCUM-RTN
                 PERFORM 225-NIGHT-STORE-RTN
                 END-IF

           .
                    PERFORM 240-MONTH-LINE-RTN
                    END-IF
                 MOVE WS-MONTH-KEY TO WS-PREV-MONTH-KEY
                 PERFORM 227-TAX-MONTH-STORE-RTN
                 END-IF

              ADD 1               TO WS-WK-RUNS

           .
      *
      * FILES THE ROW'S BUSINESS DATE IN THE NIGHT TABLE ONCE - A
      * RERUN NIGHT LOGS TWICE BUT POSTS TO THE LEDGER AS ONE.

       225-NIGHT-STORE-RTN.

              MOVE 'NO' TO WS-NIGHT-FOUND
              PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                      UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                      OR WS-NIGHT-FOUND EQUAL 'YES'
                 IF WS-NIGHT-DATE (WS-NIGHT-IDX) EQUAL WS-DATE-NUM-9
                    MOVE 'YES' TO WS-NIGHT-FOUND
                 END-IF
              END-PERFORM

              IF WS-NIGHT-FOUND EQUAL 'NO'
                 IF WS-NIGHT-COUNT < 3000
                    ADD 1 TO WS-NIGHT-COUNT
                    SET WS-NIGHT-IDX TO WS-NIGHT-COUNT
                    MOVE WS-DATE-NUM-9 TO
                         WS-NIGHT-DATE (WS-NIGHT-IDX)
                    MOVE 'NO' TO WS-NIGHT-POSTED (WS-NIGHT-IDX)
                    MOVE 0 TO WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 1)
                    MOVE 0 TO WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 2)
                    MOVE 0 TO WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 3)
                    MOVE 0 TO WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 4)
                    MOVE 0 TO WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 5)
                    MOVE 0 TO WS-NIGHT-REVN-NET (WS-NIGHT-IDX)
                    MOVE 0 TO WS-NIGHT-ZTAPE (WS-NIGHT-IDX)
                 ELSE
                    DISPLAY 'ERROR - RUN NIGHT TABLE FULL (3000)'
                            ' - RAISE THE TABLE AND RERUN THE '
                            'CLOSE'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

           .
      *
      * FILES THE MONTH IN THE SALES TAX MONTH TABLE ONCE.

       227-TAX-MONTH-STORE-RTN.

              MOVE 'NO' TO WS-TAX-FOUND
              PERFORM VARYING WS-TXM-IDX FROM 1 BY 1
                      UNTIL WS-TXM-IDX > WS-TXM-COUNT
                      OR WS-TAX-FOUND EQUAL 'YES'
                 IF WS-TXM-MONTH (WS-TXM-IDX) EQUAL WS-MONTH-KEY
                    MOVE 'YES' TO WS-TAX-FOUND
                 END-IF
              END-PERFORM

              IF WS-TAX-FOUND EQUAL 'NO'
                 IF WS-TXM-COUNT < 200
                    ADD 1 TO WS-TXM-COUNT
                    SET WS-TXM-IDX TO WS-TXM-COUNT
                    MOVE WS-MONTH-KEY TO WS-TXM-MONTH (WS-TXM-IDX)
                    MOVE 'NO' TO WS-TXM-FILED (WS-TXM-IDX)
                    MOVE 0 TO WS-TXM-TAXABLE (WS-TXM-IDX)
                    MOVE 0 TO WS-TXM-EXEMPT (WS-TXM-IDX)
                    MOVE 0 TO WS-TXM-TAX-DUE (WS-TXM-IDX)
                    MOVE 0 TO WS-TXM-UNASSIGNED (WS-TXM-IDX)
                 ELSE
                    DISPLAY 'ERROR - TAX MONTH TABLE FULL (200) - '
                            'RAISE THE TABLE AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 END-IF

           .
      *
      * ONE SUMMARY LINE PER WEEK - TOTALS, THE TWO RATES, AND THE
      * AVERAGE NIGHTLY INVENTORY VALUE AND PROJECTED REVENUE.


           .
      *
      * THE LEDGER CHECKPOINT. READS THE WHOLE GL JOURNAL, TOTALS
      * DEBITS AND CREDITS BY ENTRY TYPE, AND MATCHES ITS BUSINESS
      * DATES AGAINST THE RUN LOG NIGHTS THIS SUMMARY WAS BUILT
      * FROM. THE PERIOD CLOSES ONLY WHEN THE JOURNAL NETS TO ZERO,
      * EVERY LOGGED NIGHT SINCE THE FIRST POSTING HAS ITS ENTRY,
      * NO ENTRY SITS ON A NIGHT THE RUN LOG NEVER SAW, EVERY ROW
      * OF THE FIVE POSTED TYPES IS ON A MAPPED COST CENTER, AND THE
      * JOURNAL TIES TO THE PERIOD'S SOURCE TOTALS AND Z-TAPES.

       500-GL-CHECK-RTN.

              MOVE 'RCPT' TO WS-GLT-TYPE (1)
              MOVE 'COGS' TO WS-GLT-TYPE (2)
              MOVE 'SHRK' TO WS-GLT-TYPE (3)
              MOVE 'SPOL' TO WS-GLT-TYPE (4)
              MOVE 'REVN' TO WS-GLT-TYPE (5)
              MOVE 'OTHR' TO WS-GLT-TYPE (6)
              PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                      UNTIL WS-GLT-IDX > 6
                 MOVE 0 TO WS-GLT-DEBITS (WS-GLT-IDX)
                 MOVE 0 TO WS-GLT-CREDITS (WS-GLT-IDX)
                 MOVE 0 TO WS-GLT-NET (WS-GLT-IDX)
                 MOVE 0 TO WS-GLT-SOURCE (WS-GLT-IDX)
                 MOVE 0 TO WS-GLT-DIFF (WS-GLT-IDX)
              END-PERFORM

              PERFORM 505-MAP-LOAD-RTN

              OPEN INPUT PIZZA-GL-JOURNAL
              IF WS-GL-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-GL-JOURNAL, '
                         'STATUS ' WS-GL-STATUS
                 MOVE 'NO' TO WS-CLOSE-OK
              ELSE
                 MOVE 'NO' TO WS-GL-EOF
                 PERFORM UNTIL WS-GL-EOF EQUAL 'YES'
                    READ PIZZA-GL-JOURNAL
                        AT END
                           MOVE 'YES' TO WS-GL-EOF
                        NOT AT END
                           ADD 1 TO WS-GL-ROWS-READ
                           PERFORM 510-GL-ROW-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-GL-JOURNAL
                 END-IF

              PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                      UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                 IF WS-GL-FIRST-DATE > 0
                    AND WS-NIGHT-DATE (WS-NIGHT-IDX) NOT <
                        WS-GL-FIRST-DATE
                    ADD 1 TO WS-GL-NIGHTS-DUE
                    IF WS-NIGHT-POSTED (WS-NIGHT-IDX) EQUAL 'YES'
                       ADD 1 TO WS-GL-NIGHTS-POSTED
                    ELSE
                       ADD 1 TO WS-GL-NIGHTS-MISSING
                       DISPLAY 'ERROR - NO GL POSTING FOR RUN NIGHT '
                               WS-NIGHT-DATE (WS-NIGHT-IDX)
                       END-IF
                 END-IF
              END-PERFORM

              IF WS-GL-ROWS-READ EQUAL 0
                 OR WS-GL-DEBITS NOT EQUAL WS-GL-CREDITS
                 OR WS-GL-NIGHTS-MISSING > 0
                 OR WS-GL-ORPHAN-ROWS > 0
                 OR WS-GL-ROWS-DROPPED > 0
                 OR WS-GL-ROWS-UNMAPPED > 0
                 MOVE 'NO' TO WS-CLOSE-OK
                 END-IF

              PERFORM 530-SOURCE-TIE-RTN
              PERFORM 540-ZTAPE-TIE-RTN
              PERFORM 520-GL-PRINT-RTN

           .
      *
      * LOADS ACCOUNTING'S MAPPING. WITHOUT IT NO TYPE CAN BE NETTED
      * ON ITS OWN ACCOUNT, EVERY ROW COUNTS AS UNMAPPED AND THE
      * PERIOD STAYS OPEN.

       505-MAP-LOAD-RTN.

              OPEN INPUT GL-ACCOUNT-MAP
              IF WS-MAP-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN GL-ACCOUNT-MAP, '
                         'STATUS ' WS-MAP-STATUS
                 MOVE 'NO' TO WS-CLOSE-OK
              ELSE
                 MOVE 'NO' TO WS-MAP-EOF
                 PERFORM UNTIL WS-MAP-EOF EQUAL 'YES'
                    READ GL-ACCOUNT-MAP
                        AT END
                           MOVE 'YES' TO WS-MAP-EOF
                        NOT AT END
                           PERFORM 507-MAP-STORE-RTN
                    END-READ
                 END-PERFORM
                 CLOSE GL-ACCOUNT-MAP
                 END-IF

           .
      *
       507-MAP-STORE-RTN.

              IF WS-MAP-COUNT < 200
                 ADD 1 TO WS-MAP-COUNT
                 SET WS-MAP-IDX TO WS-MAP-COUNT
                 MOVE GLM-ENTRY-TYPE TO WS-MAP-TYPE (WS-MAP-IDX)
                 MOVE GLM-COMMISSARY TO WS-MAP-COMM (WS-MAP-IDX)
                 MOVE GLM-DEBIT-ACCT TO WS-MAP-DEBIT (WS-MAP-IDX)
              ELSE
                 DISPLAY 'ERROR - GL ACCOUNT MAP TABLE FULL (200) - '
                         'RAISE THE TABLE AND RERUN THE CLOSE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
       510-GL-ROW-RTN.

              IF GLJ-BUSINESS-DATE IS NOT NUMERIC
                 OR GLJ-DEBIT IS NOT NUMERIC
                 OR GLJ-CREDIT IS NOT NUMERIC
                 ADD 1 TO WS-GL-ROWS-DROPPED
                 DISPLAY 'ERROR - UNREADABLE GL JOURNAL ROW: '
                         PIZZA-GL-JOURNAL-REC
              ELSE
                 ADD GLJ-DEBIT  TO WS-GL-DEBITS
                 ADD GLJ-CREDIT TO WS-GL-CREDITS

                 MOVE 'NO' TO WS-GLT-FOUND
                 PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                         UNTIL WS-GLT-IDX > 5
                         OR WS-GLT-FOUND EQUAL 'YES'
                    IF WS-GLT-TYPE (WS-GLT-IDX) EQUAL GLJ-ENTRY-TYPE
                       MOVE 'YES' TO WS-GLT-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-GLT-FOUND EQUAL 'YES'
                    SET WS-GLT-IDX DOWN BY 1
                 ELSE
                    SET WS-GLT-IDX TO 6
                    END-IF
                 ADD GLJ-DEBIT  TO WS-GLT-DEBITS (WS-GLT-IDX)
                 ADD GLJ-CREDIT TO WS-GLT-CREDITS (WS-GLT-IDX)

      * WHAT THE TYPE NETS TO IS THE BALANCE OF ITS OWN ACCOUNT -
      * THE MAPPED DEBIT ACCOUNT FOR THE TYPE AND COST CENTER. AN
      * OVERAGE NIGHT'S SHRINKAGE AND A RERUN'S REVERSAL BOTH LAND
      * ON IT AS CREDITS AND COME OFF, SO THE SIGN AND THE RERUNS
      * TAKE CARE OF THEMSELVES.

                 MOVE 0 TO WS-NET-WK
                 IF WS-GLT-IDX < 6
                    PERFORM 515-DEBIT-ACCT-RTN
                    IF WS-MAP-FOUND EQUAL 'NO'
                       ADD 1 TO WS-GL-ROWS-UNMAPPED
                       DISPLAY 'ERROR - NO GL-ACCOUNT-MAP ENTRY FOR '
                               GLJ-ENTRY-TYPE ' AT ' GLJ-COST-CENTER
                    ELSE
                       IF GLJ-ACCOUNT EQUAL WS-DEBIT-ACCT-WK
                          COMPUTE WS-NET-WK = GLJ-DEBIT - GLJ-CREDIT
                          ADD WS-NET-WK TO WS-GLT-NET (WS-GLT-IDX)
                          END-IF
                       END-IF
                    END-IF

                 IF WS-GL-FIRST-DATE EQUAL 0
                    OR GLJ-BUSINESS-DATE < WS-GL-FIRST-DATE
                    MOVE GLJ-BUSINESS-DATE TO WS-GL-FIRST-DATE
                    END-IF

                 MOVE GLJ-BUSINESS-DATE TO WS-NIGHT-DATE-WK
                 PERFORM 537-NIGHT-FIND-RTN

                 IF WS-NIGHT-FOUND EQUAL 'YES'
                    MOVE 'YES' TO WS-NIGHT-POSTED (WS-NIGHT-IDX)
                    IF WS-GLT-IDX EQUAL 5
                       ADD WS-NET-WK TO
                           WS-NIGHT-REVN-NET (WS-NIGHT-IDX)
                       END-IF
                 ELSE
                    ADD 1 TO WS-GL-ORPHAN-ROWS
                    END-IF
                 END-IF

           .
      *
      * THE DEBIT ACCOUNT FOR THE JOURNAL ROW'S TYPE AND COST CENTER
      * - A MAPPING FOR THE COMMISSARY ITSELF WINS OVER THE BLANK
      * DEFAULT, THE SAME CHOICE THE POSTING MADE.

       515-DEBIT-ACCT-RTN.

              MOVE 'NO' TO WS-MAP-FOUND
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                      UNTIL WS-MAP-IDX > WS-MAP-COUNT
                 IF WS-MAP-TYPE (WS-MAP-IDX) EQUAL GLJ-ENTRY-TYPE
                    IF WS-MAP-COMM (WS-MAP-IDX) EQUAL GLJ-COST-CENTER
                       MOVE 'YES' TO WS-MAP-FOUND
                       MOVE WS-MAP-DEBIT (WS-MAP-IDX)
                            TO WS-DEBIT-ACCT-WK
                    ELSE
                       IF WS-MAP-COMM (WS-MAP-IDX) EQUAL SPACES
                          AND WS-MAP-FOUND EQUAL 'NO'
                          MOVE 'DEF' TO WS-MAP-FOUND
                          MOVE WS-MAP-DEBIT (WS-MAP-IDX)
                               TO WS-DEBIT-ACCT-WK
                          END-IF
                       END-IF
                 END-IF
              END-PERFORM

              IF WS-MAP-FOUND EQUAL 'DEF'
                 MOVE 'YES' TO WS-MAP-FOUND
                 END-IF

           .
      *
      * THE GL SECTION OF THE PERIOD SUMMARY - TOTALS BY ENTRY TYPE,
      * THE JOURNAL TOTALS, THE NIGHT-FOR-NIGHT TIE, AND THE VERDICT.

       520-GL-PRINT-RTN.

              MOVE 'GENERAL LEDGER JOURNAL' TO PSM-SECTION-TEXT
              MOVE PSM-SECTION-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 3 LINE

              MOVE PSM-GL-HEADER TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'RECEIPTS TO INVENTORY:        ' TO PSM-GL-LABEL
              SET WS-GLT-IDX TO 1
              PERFORM 525-GL-TYPE-LINE-RTN

              MOVE 'COST OF GOODS SOLD:           ' TO PSM-GL-LABEL
              SET WS-GLT-IDX TO 2
              PERFORM 525-GL-TYPE-LINE-RTN

              MOVE 'SHRINKAGE WRITE-OFF:          ' TO PSM-GL-LABEL
              SET WS-GLT-IDX TO 3
              PERFORM 525-GL-TYPE-LINE-RTN

              MOVE 'SPOILAGE WRITE-OFF:           ' TO PSM-GL-LABEL
              SET WS-GLT-IDX TO 4
              PERFORM 525-GL-TYPE-LINE-RTN

              MOVE 'SALES REVENUE:                ' TO PSM-GL-LABEL
              SET WS-GLT-IDX TO 5
              PERFORM 525-GL-TYPE-LINE-RTN

              MOVE 'OTHER ENTRY TYPES:            ' TO PSM-GL-LABEL
              SET WS-GLT-IDX TO 6
              PERFORM 525-GL-TYPE-LINE-RTN

              MOVE 'JOURNAL TOTAL:                ' TO PSM-GL-LABEL
              MOVE WS-GL-DEBITS  TO PSM-GL-DR-OUT
              MOVE WS-GL-CREDITS TO PSM-GL-CR-OUT
              MOVE PSM-GL-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'JOURNAL ROWS READ:            '
                   TO PSM-COUNT-LABEL
              MOVE WS-GL-ROWS-READ TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'JOURNAL ROWS UNREADABLE:      '
                   TO PSM-COUNT-LABEL
              MOVE WS-GL-ROWS-DROPPED TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'RUN NIGHTS SINCE FIRST POST:  '
                   TO PSM-COUNT-LABEL
              MOVE WS-GL-NIGHTS-DUE TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'RUN NIGHTS POSTED TO GL:      '
                   TO PSM-COUNT-LABEL
              MOVE WS-GL-NIGHTS-POSTED TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'RUN NIGHTS NOT POSTED:        '
                   TO PSM-COUNT-LABEL
              MOVE WS-GL-NIGHTS-MISSING TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'GL ROWS WITH NO RUN NIGHT:    '
                   TO PSM-COUNT-LABEL
              MOVE WS-GL-ORPHAN-ROWS TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'JOURNAL TIE TO SOURCE TOTALS' TO PSM-SECTION-TEXT
              MOVE PSM-SECTION-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              MOVE PSM-TIE-HEADER TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'RECEIPTS TO INVENTORY:        ' TO PSM-TIE-LABEL
              SET WS-GLT-IDX TO 1
              PERFORM 527-GL-TIE-LINE-RTN

              MOVE 'COST OF GOODS SOLD:           ' TO PSM-TIE-LABEL
              SET WS-GLT-IDX TO 2
              PERFORM 527-GL-TIE-LINE-RTN

              MOVE 'SHRINKAGE WRITE-OFF:          ' TO PSM-TIE-LABEL
              SET WS-GLT-IDX TO 3
              PERFORM 527-GL-TIE-LINE-RTN

              MOVE 'SPOILAGE WRITE-OFF:           ' TO PSM-TIE-LABEL
              SET WS-GLT-IDX TO 4
              PERFORM 527-GL-TIE-LINE-RTN

              MOVE 'SALES REVENUE:                ' TO PSM-TIE-LABEL
              SET WS-GLT-IDX TO 5
              PERFORM 527-GL-TIE-LINE-RTN

              MOVE 'REVENUE TO Z-TAPE CAPTURE:    ' TO PSM-TIE-LABEL
              MOVE WS-ZT-JOURNAL  TO PSM-TIE-JRNL-OUT
              MOVE WS-ZT-CAPTURED TO PSM-TIE-SRC-OUT
              MOVE WS-ZT-DIFF     TO PSM-TIE-DIFF-OUT
              MOVE PSM-TIE-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'JOURNAL ROWS WITH NO MAPPING: '
                   TO PSM-COUNT-LABEL
              MOVE WS-GL-ROWS-UNMAPPED TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'SOURCE TOTAL ROWS READ:       '
                   TO PSM-COUNT-LABEL
              MOVE WS-GLS-ROWS-READ TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'SOURCE TOTAL ROWS UNREADABLE: '
                   TO PSM-COUNT-LABEL
              MOVE WS-GLS-ROWS-DROPPED TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'Z-TAPE ROWS READ:             '
                   TO PSM-COUNT-LABEL
              MOVE WS-ZT-ROWS-READ TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'RUN NIGHTS TIED TO Z-TAPES:   '
                   TO PSM-COUNT-LABEL
              MOVE WS-ZT-NIGHTS-TIED TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'RUN NIGHTS AGED OFF CAPTURE:  '
                   TO PSM-COUNT-LABEL
              MOVE WS-ZT-NIGHTS-AGED TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

              IF WS-CLOSE-OK EQUAL 'YES'
                 MOVE 'JOURNAL BALANCED - PERIOD CLOSED'
                      TO PSM-SECTION-TEXT
              ELSE
                 MOVE 'JOURNAL DOES NOT TIE - PERIOD NOT CLOSED'
                      TO PSM-SECTION-TEXT
                 END-IF
              MOVE PSM-SECTION-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

           .
      *
       525-GL-TYPE-LINE-RTN.

              MOVE WS-GLT-DEBITS (WS-GLT-IDX)  TO PSM-GL-DR-OUT
              MOVE WS-GLT-CREDITS (WS-GLT-IDX) TO PSM-GL-CR-OUT
              MOVE PSM-GL-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       527-GL-TIE-LINE-RTN.

              MOVE WS-GLT-NET (WS-GLT-IDX)    TO PSM-TIE-JRNL-OUT
              MOVE WS-GLT-SOURCE (WS-GLT-IDX) TO PSM-TIE-SRC-OUT
              MOVE WS-GLT-DIFF (WS-GLT-IDX)   TO PSM-TIE-DIFF-OUT
              MOVE PSM-TIE-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * TIES THE JOURNAL TO WHAT IT WAS BUILT FROM. THE NIGHTLY
      * FEEDS ARE REPLACED EVERY NIGHT, SO THE POSTING KEEPS EACH
      * NIGHT'S TOTALS BY ENTRY TYPE, ADDED UP ROW BY ROW OFF THE
      * FEEDS, ON PIZZA-GL-SOURCE-TOTALS - THE LAST ROWS FOR A NIGHT
      * WIN, SO A RERUN COUNTS ONCE. THE RUN LOG NIGHTS' TOTALS ARE
      * SUMMED BY TYPE AND EACH TYPE MUST MATCH WHAT ITS ACCOUNT
      * NETS TO ON THE JOURNAL TO THE PENNY, OR THE PERIOD IS NOT
      * CLOSED.

       530-SOURCE-TIE-RTN.

              OPEN INPUT PIZZA-GL-SOURCE-TOTALS
              IF WS-GLS-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-GL-SOURCE-'
                         'TOTALS, STATUS ' WS-GLS-STATUS
                 MOVE 'NO' TO WS-CLOSE-OK
              ELSE
                 MOVE 'NO' TO WS-GLS-EOF
                 PERFORM UNTIL WS-GLS-EOF EQUAL 'YES'
                    READ PIZZA-GL-SOURCE-TOTALS
                        AT END
                           MOVE 'YES' TO WS-GLS-EOF
                        NOT AT END
                           ADD 1 TO WS-GLS-ROWS-READ
                           PERFORM 535-SOURCE-ROW-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-GL-SOURCE-TOTALS
                 END-IF

              IF WS-GLS-ROWS-DROPPED > 0
                 MOVE 'NO' TO WS-CLOSE-OK
                 END-IF

              PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                      UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                 ADD WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 1)
                     TO WS-GLT-SOURCE (1)
                 ADD WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 2)
                     TO WS-GLT-SOURCE (2)
                 ADD WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 3)
                     TO WS-GLT-SOURCE (3)
                 ADD WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 4)
                     TO WS-GLT-SOURCE (4)
                 ADD WS-NIGHT-SRC-AMT (WS-NIGHT-IDX 5)
                     TO WS-GLT-SOURCE (5)
              END-PERFORM

              PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                      UNTIL WS-GLT-IDX > 5
                 COMPUTE WS-GLT-DIFF (WS-GLT-IDX) =
                         WS-GLT-NET (WS-GLT-IDX) -
                         WS-GLT-SOURCE (WS-GLT-IDX)
                 IF WS-GLT-DIFF (WS-GLT-IDX) NOT EQUAL 0
                    MOVE 'NO' TO WS-CLOSE-OK
                    MOVE WS-GLT-DIFF (WS-GLT-IDX) TO PSM-TIE-DIFF-OUT
                    DISPLAY 'ERROR - GL ' WS-GLT-TYPE (WS-GLT-IDX)
                            ' DOES NOT TIE TO PERIOD SOURCE TOTALS - '
                            'DIFFERENCE ' PSM-TIE-DIFF-OUT
                 END-IF
              END-PERFORM

           .
      *
      * FILES ONE SOURCE TOTALS ROW AGAINST ITS RUN LOG NIGHT. A ROW
      * FOR A NIGHT THE RUN LOG NEVER SAW IS OUTSIDE THE PERIOD AND
      * IS PASSED OVER - THE JOURNAL SIDE OF SUCH A NIGHT ALREADY
      * HOLDS THE CLOSE AS AN ORPHAN.

       535-SOURCE-ROW-RTN.

              IF GLS-BUSINESS-DATE IS NOT NUMERIC
                 OR GLS-AMOUNT IS NOT NUMERIC
                 ADD 1 TO WS-GLS-ROWS-DROPPED
                 DISPLAY 'ERROR - UNREADABLE GL SOURCE TOTALS ROW: '
                         PIZZA-GL-SOURCE-TOTALS-REC
              ELSE
                 MOVE 0 TO WS-SRC-SUB
                 PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                         UNTIL WS-GLT-IDX > 5
                    IF WS-GLT-TYPE (WS-GLT-IDX) EQUAL GLS-ENTRY-TYPE
                       SET WS-SRC-SUB TO WS-GLT-IDX
                    END-IF
                 END-PERFORM

                 MOVE GLS-BUSINESS-DATE TO WS-NIGHT-DATE-WK
                 PERFORM 537-NIGHT-FIND-RTN

                 IF WS-NIGHT-FOUND EQUAL 'YES'
                    AND WS-SRC-SUB > 0
                    MOVE GLS-AMOUNT TO
                         WS-NIGHT-SRC-AMT (WS-NIGHT-IDX WS-SRC-SUB)
                    END-IF
                 END-IF

           .
      *
      * POINTS WS-NIGHT-IDX AT THE RUN LOG NIGHT FOR WS-NIGHT-DATE-WK
      * WHEN THERE IS ONE.

       537-NIGHT-FIND-RTN.

              MOVE 'NO' TO WS-NIGHT-FOUND
              PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                      UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                      OR WS-NIGHT-FOUND EQUAL 'YES'
                 IF WS-NIGHT-DATE (WS-NIGHT-IDX) EQUAL WS-NIGHT-DATE-WK
                    MOVE 'YES' TO WS-NIGHT-FOUND
                 END-IF
              END-PERFORM

              IF WS-NIGHT-FOUND EQUAL 'YES'
                 SET WS-NIGHT-IDX DOWN BY 1
                 END-IF

           .
      *
      * TIES REVENUE TO A FIGURE THE POSTING NEVER TOUCHED - THE
      * Z-TAPE TAKINGS THE NIGHTLY TAX CAPTURE KEPT ON PIZZA-TAX-SALES
      * FOR EACH NIGHT. THE CAPTURE AGES ITS OLDEST NIGHTS OFF, SO
      * ONLY NIGHTS POSTED TO THE LEDGER ON OR AFTER THE EARLIEST
      * NIGHT IT STILL HOLDS ARE TIED; THE REST ARE COUNTED AS AGED
      * OFF. A NIGHT IN THAT WINDOW WITH NO Z-TAPE ROWS TIES AT ZERO
      * AND SHOWS AS A DIFFERENCE.

       540-ZTAPE-TIE-RTN.

              OPEN INPUT PIZZA-TAX-SALES
              IF WS-TXS-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-TAX-SALES, '
                         'STATUS ' WS-TXS-STATUS
                 MOVE 'NO' TO WS-CLOSE-OK
              ELSE
                 MOVE 'NO' TO WS-TXS-EOF
                 PERFORM UNTIL WS-TXS-EOF EQUAL 'YES'
                    READ PIZZA-TAX-SALES
                        AT END
                           MOVE 'YES' TO WS-TXS-EOF
                        NOT AT END
                           PERFORM 545-ZTAPE-ROW-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-TAX-SALES
                 END-IF

              IF WS-ZT-FIRST-DATE EQUAL 0
                 AND WS-GL-NIGHTS-DUE > 0
                 DISPLAY 'ERROR - NO Z-TAPE CAPTURE ON PIZZA-TAX-SALES'
                         ' TO TIE REVENUE TO'
                 MOVE 'NO' TO WS-CLOSE-OK
                 END-IF

              PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                      UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                 IF WS-GL-FIRST-DATE > 0
                    AND WS-NIGHT-DATE (WS-NIGHT-IDX) NOT <
                        WS-GL-FIRST-DATE
                    IF WS-ZT-FIRST-DATE > 0
                       AND WS-NIGHT-DATE (WS-NIGHT-IDX) NOT <
                           WS-ZT-FIRST-DATE
                       ADD 1 TO WS-ZT-NIGHTS-TIED
                       ADD WS-NIGHT-REVN-NET (WS-NIGHT-IDX)
                           TO WS-ZT-JOURNAL
                       ADD WS-NIGHT-ZTAPE (WS-NIGHT-IDX)
                           TO WS-ZT-CAPTURED
                    ELSE
                       ADD 1 TO WS-ZT-NIGHTS-AGED
                       END-IF
                 END-IF
              END-PERFORM

              COMPUTE WS-ZT-DIFF = WS-ZT-JOURNAL - WS-ZT-CAPTURED
              IF WS-ZT-DIFF NOT EQUAL 0
                 MOVE 'NO' TO WS-CLOSE-OK
                 MOVE WS-ZT-DIFF TO PSM-TIE-DIFF-OUT
                 DISPLAY 'ERROR - GL REVN DOES NOT TIE TO THE Z-TAPE '
                         'CAPTURE - DIFFERENCE ' PSM-TIE-DIFF-OUT
                 END-IF

           .
      *
       545-ZTAPE-ROW-RTN.

              IF TXS-SALES-DATE IS NUMERIC
                 IF WS-ZT-FIRST-DATE EQUAL 0
                    OR TXS-SALES-DATE < WS-ZT-FIRST-DATE
                    MOVE TXS-SALES-DATE TO WS-ZT-FIRST-DATE
                    END-IF
                 IF TXS-SOURCE EQUAL 'Z'
                    AND TXS-AMOUNT IS NUMERIC
                    ADD 1 TO WS-ZT-ROWS-READ
                    MOVE TXS-SALES-DATE TO WS-NIGHT-DATE-WK
                    PERFORM 537-NIGHT-FIND-RTN
                    IF WS-NIGHT-FOUND EQUAL 'YES'
                       ADD TXS-AMOUNT TO WS-NIGHT-ZTAPE (WS-NIGHT-IDX)
                       END-IF
                    END-IF
                 END-IF

           .
      *
      * THE SALES TAX SECTION OF THE PERIOD SUMMARY - WHAT THE
      * MONTHLY TAX RUN FILED FOR EACH MONTH ON THE RUN LOG. A MONTH
      * NOT YET FILED IS FLAGGED, NOT HELD AGAINST THE CLOSE - THE
      * CURRENT MONTH IS NEVER FILED WHEN THE CLOSE RUNS.

       600-TAX-TOTALS-RTN.

              OPEN INPUT PIZZA-TAX-TOTALS
              IF WS-TAX-STATUS NOT EQUAL '00'
                 DISPLAY 'WARNING - PIZZA-TAX-TOTALS NOT AVAILABLE, '
                         'STATUS ' WS-TAX-STATUS
                         ' - NO SALES TAX ON THE SUMMARY'
              ELSE
                 MOVE 'NO' TO WS-TAX-EOF
                 PERFORM UNTIL WS-TAX-EOF EQUAL 'YES'
                    READ PIZZA-TAX-TOTALS
                        AT END
                           MOVE 'YES' TO WS-TAX-EOF
                        NOT AT END
                           ADD 1 TO WS-TAX-ROWS-READ
                           PERFORM 610-TAX-ROW-RTN
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-TAX-TOTALS
                 END-IF

              MOVE 'SALES TAX BY PERIOD' TO PSM-SECTION-TEXT
              MOVE PSM-SECTION-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 3 LINE

              MOVE PSM-TAX-HEADER TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              PERFORM VARYING WS-TXM-IDX FROM 1 BY 1
                      UNTIL WS-TXM-IDX > WS-TXM-COUNT
                 MOVE SPACES TO PSM-TAX-PER-OUT
                 STRING 'MO ' WS-TXM-MONTH (WS-TXM-IDX)
                        DELIMITED BY SIZE INTO PSM-TAX-PER-OUT
                 MOVE WS-TXM-TAXABLE (WS-TXM-IDX) TO PSM-TAX-TXB-OUT
                 MOVE WS-TXM-EXEMPT (WS-TXM-IDX)  TO PSM-TAX-EXM-OUT
                 MOVE WS-TXM-TAX-DUE (WS-TXM-IDX) TO PSM-TAX-DUE-OUT
                 MOVE WS-TXM-UNASSIGNED (WS-TXM-IDX)
                      TO PSM-TAX-UNA-OUT
                 IF WS-TXM-FILED (WS-TXM-IDX) EQUAL 'YES'
                    MOVE SPACES TO PSM-TAX-NOTE-OUT
                    ADD WS-TXM-TAXABLE (WS-TXM-IDX)
                        TO WS-TAX-TOT-TAXABLE
                    ADD WS-TXM-EXEMPT (WS-TXM-IDX)
                        TO WS-TAX-TOT-EXEMPT
                    ADD WS-TXM-TAX-DUE (WS-TXM-IDX)
                        TO WS-TAX-TOT-DUE
                    ADD WS-TXM-UNASSIGNED (WS-TXM-IDX)
                        TO WS-TAX-TOT-UNASSIGNED
                 ELSE
                    MOVE 'NO TAX RUN ON FILE' TO PSM-TAX-NOTE-OUT
                    ADD 1 TO WS-TAX-MONTHS-MISSING
                    END-IF
                 MOVE PSM-TAX-LINE TO PIZZA-SUMMARY-REC
                 WRITE PIZZA-SUMMARY-REC
                       AFTER ADVANCING 1 LINE
              END-PERFORM

              MOVE 'TOTAL FILED' TO PSM-TAX-PER-OUT
              MOVE WS-TAX-TOT-TAXABLE    TO PSM-TAX-TXB-OUT
              MOVE WS-TAX-TOT-EXEMPT     TO PSM-TAX-EXM-OUT
              MOVE WS-TAX-TOT-DUE        TO PSM-TAX-DUE-OUT
              MOVE WS-TAX-TOT-UNASSIGNED TO PSM-TAX-UNA-OUT
              MOVE SPACES TO PSM-TAX-NOTE-OUT
              MOVE PSM-TAX-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'MONTHS NOT YET FILED:         '
                   TO PSM-COUNT-LABEL
              MOVE WS-TAX-MONTHS-MISSING TO PSM-COUNT-OUT
              MOVE PSM-COUNT-LINE TO PIZZA-SUMMARY-REC
              WRITE PIZZA-SUMMARY-REC
                    AFTER ADVANCING 2 LINE

           .
      *
      * PICKS UP THE TOTALS ROW FOR A RUN-LOG MONTH. ROWS FOR MONTHS
      * NO LONGER ON THE RUN LOG ARE PASSED OVER.

       610-TAX-ROW-RTN.

              IF TTL-PERIOD IS NUMERIC
                 AND TTL-TAXABLE IS NUMERIC
                 AND TTL-EXEMPT IS NUMERIC
                 AND TTL-TAX-DUE IS NUMERIC
                 AND TTL-UNASSIGNED IS NUMERIC
                 PERFORM VARYING WS-TXM-IDX FROM 1 BY 1
                         UNTIL WS-TXM-IDX > WS-TXM-COUNT
                    IF WS-TXM-MONTH (WS-TXM-IDX) EQUAL TTL-PERIOD
                       MOVE 'YES' TO WS-TXM-FILED (WS-TXM-IDX)
                       MOVE TTL-TAXABLE TO WS-TXM-TAXABLE (WS-TXM-IDX)
                       MOVE TTL-EXEMPT  TO WS-TXM-EXEMPT (WS-TXM-IDX)
                       MOVE TTL-TAX-DUE TO WS-TXM-TAX-DUE (WS-TXM-IDX)
                       MOVE TTL-UNASSIGNED
                            TO WS-TXM-UNASSIGNED (WS-TXM-IDX)
                    END-IF
                 END-PERFORM
              ELSE
                 DISPLAY 'WARNING - UNREADABLE PIZZA-TAX-TOTALS ROW: '
                         PIZZA-TAX-TOTALS-REC
                 END-IF

           .
      *
       250-CLOSE-ROUTINE.

              MOVE 'RUN LOG ROWS READ:            '
              CLOSE    PIZZA-RUN-LOG
                       PIZZA-PERIOD-SUMMARY

              IF WS-CLOSE-OK EQUAL 'YES'
                 DISPLAY 'MONTH-END CLOSE - ARCHIVED ' WS-ARCH-ROWS
                         ' ROWS, KEPT ' WS-KEPT-ROWS
                 DISPLAY 'RENAME PIZZA-INVENTORY-HIST-NEW.TXT OVER '
                         'PIZZA-INVENTORY-HIST.TXT AND FILE '
                         'PIZZA-HIST-ARCHIVE.TXT UNDER THE CLOSE '
                         'DATE AFTER CHECKING THE COUNTS'
              ELSE
                 DISPLAY 'ERROR - PERIOD NOT CLOSED - GL JOURNAL '
                         'DOES NOT BALANCE OR DOES NOT TIE TO THE '
                         'RUN LOG, THE SOURCE TOTALS OR THE Z-TAPES'
                         ' - SEE '
                         'PIZZA-PERIOD-SUMMARY'
                 MOVE 16 TO RETURN-CODE
                 END-IF

              STOP RUN
           .

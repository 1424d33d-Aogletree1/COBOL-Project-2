      *  transactions.  Every applied change is also written
      *  to a permanent audit file with the run date and the
      *  transaction source so month-end review can answer
      *  who changed what and when.  Before any transaction
      *  is applied the run takes the night's generation copy
      *  of the four masters it maintains onto
      *  PIZZA-MASTER-GENS, so PIZZA-MASTER-RESTORE can put
      *  them back if a bad file gets posted.  Every
      *  transaction's source must be an operator on
      *  PIZZA-OPER-AUTH cleared for that file code and
      *  action.  Large standard price changes, truck
      *  deactivations and pending price deletes are held on
      *  PIZZA-APPROVAL-PEND until a second operator approves
      *  them, and drop off if nobody does in time; the
      *  awaiting-approval report lists what is still held.
      *  Each truck carries the sales tax jurisdiction of its
      *  route or home commissary, which must be one on the
      *  PIZZA-TAX-JURIS rate table, and each item carries a
      *  taxable or exempt flag for the monthly sales tax run.
      **********************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * DYNAMIC ACCESS ON THE FOUR MASTERS MAINTAINED HERE SO THE
      * NIGHT'S GENERATION COPY CAN READ EACH ONE FRONT TO BACK
      * BEFORE THE TRANSACTIONS ARE APPLIED BY KEY.

           SELECT TRUCK-MASTER
               ASSIGN TO 'TRUCK-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRUCK-ID-MST
               FILE STATUS IS WS-TRUCK-MASTER-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'EMPLOYEE-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-MST
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT SUPPLIER-MASTER
               ASSIGN TO 'SUPPLIER-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPP-ID-MST
               FILE STATUS IS WS-SUPP-MASTER-STATUS.

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

      * WHO MAY SUBMIT WHAT - ONE ROW PER OPERATOR AND FILE CODE
      * WITH THE ACTION CODES THAT OPERATOR MAY KEY AGAINST IT. THE
      * FILE IS KEPT BY THE OFFICE MANAGER, NOT BY TRANSACTIONS
      * THROUGH THIS PROGRAM, SO NOBODY CAN GRANT THEMSELVES RIGHTS.

           SELECT PIZZA-OPER-AUTH
               ASSIGN TO 'PIZZA-OPER-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      * CHANGES HELD FOR A SECOND OPERATOR'S APPROVAL, CARRIED RUN
      * TO RUN WITH WHO KEYED THEM AND THE DATE THEY LAPSE, AND THE
      * DAILY LISTING OF WHAT IS STILL WAITING.

           SELECT PIZZA-APPROVAL-PEND
               ASSIGN TO 'PIZZA-APPROVAL-PEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

           SELECT PIZZA-APPROVAL-RPT
               ASSIGN TO 'PIZZA-APPROVAL-RPT.TXT'.

      * THE SALES TAX RATE TABLE, KEPT BY THE OFFICE - READ HERE
      * ONLY SO A TRUCK CANNOT BE GIVEN A JURISDICTION THE MONTHLY
      * TAX RUN HAS NO RATE FOR.

           SELECT PIZZA-TAX-JURIS
               ASSIGN TO 'PIZZA-TAX-JURIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JURIS-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

      * ONE TRANSACTION PER LINE - FILE CODE, ACTION CODE AND THE
      * SOURCE (WHO KEYED IT), FOLLOWED BY A TRUCK-MASTER OR AN
      * ITEM-MASTER IMAGE DEPENDING ON THE FILE CODE. ON A CHANGE
      * A BLANK TAX JURISDICTION OR TAXABLE FLAG LEAVES THE ONE ON
      * THE MASTER ALONE, SO OLD-STYLE CARDS STILL WORK. ACTION 'V'
      * APPROVES A HELD CHANGE - IT CARRIES THE SAME FILE CODE AND
      * THE SAME DATA IMAGE AS THE TRANSACTION IT APPROVES.

       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  MAINT-TRANS-REC.
           05  TRANS-FILE-CODE    PIC X(1).
           05  TRANS-ACTION       PIC X(1).
               10  TRANS-ROUTE-NAME      PIC X(20).
               10  TRANS-HOME-COMMISSARY PIC X(15).
               10  TRANS-ACTIVE-FLAG     PIC X(1).
               10  TRANS-TAX-JURIS       PIC X(5).
           05  TRANS-ITEM-DATA REDEFINES TRANS-TRUCK-DATA.
               10  TRANS-ITEM-ID         PIC X(2).
               10  TRANS-ITEM-NAME       PIC X(15).
               10  TRANS-REORDER-MIN     PIC 999.
               10  TRANS-PURCH-TOL       PIC 99V99.
               10  TRANS-SELL-TOL        PIC 99V99.
               10  TRANS-PERISH-FLAG     PIC X(1).
               10  TRANS-SHELF-LIFE      PIC 999.
               10  TRANS-TAXABLE-FLAG    PIC X(1).
               10  FILLER                PIC X(5).
           05  TRANS-EMP-DATA REDEFINES TRANS-TRUCK-DATA.
               10  TRANS-EMP-ID          PIC X(4).
               10  TRANS-EMP-NAME        PIC X(20).
               10  TRANS-EMP-ACTIVE      PIC X(1).
               10  TRANS-EMP-TRUCK       PIC X(5).
               10  FILLER                PIC X(16).
           05  TRANS-SUPP-DATA REDEFINES TRANS-TRUCK-DATA.
               10  TRANS-SUPP-ID         PIC X(4).
               10  TRANS-SUPP-NAME       PIC X(20).
               10  TRANS-SUPP-COMMISSARY PIC X(15).
               10  TRANS-SUPP-ACTIVE     PIC X(1).
               10  FILLER                PIC X(6).
           05  TRANS-PEND-DATA REDEFINES TRANS-TRUCK-DATA.
               10  TRANS-PEND-ITEM-ID    PIC X(2).
               10  TRANS-PEND-PURCHASE   PIC 99V99.
               10  TRANS-PEND-SELLING    PIC 99V99.
               10  TRANS-PEND-EFF-DATE   PIC X(8).
               10  FILLER                PIC X(28).
      *
       FD    MAINT-UPDATE-RPT
             RECORD CONTAINS 132 CHARACTERS.
       01    MAINT-UPDATE-REC           PIC X(132).
      *
       FD    MAINT-AUDIT-FILE
             RECORD CONTAINS 140 CHARACTERS.

       01    MAINT-AUDIT-REC            PIC X(140).
      *
       FD    PIZZA-INVENTORY-HIST
             RECORD CONTAINS 40 CHARACTERS.
             05  FILLER              PIC X(27).
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
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 30 CHARACTERS.
             RECORD CONTAINS 80 CHARACTERS.

       01    PIZZA-PRICE-PEND-REC       PIC X(80).
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
      *
       FD  PIZZA-OPER-AUTH
           RECORD CONTAINS 34 CHARACTERS.
       01  PIZZA-OPER-AUTH-REC.
           05  OPA-OPERATOR-ID     PIC X(8).
           05  OPA-FILE-CODE       PIC X(1).
           05  OPA-ACTIONS         PIC X(5).
           05  OPA-OPER-NAME       PIC X(20).
      *
      * THE HELD TRANSACTION EXACTLY AS KEYED, SOURCE AND ALL, SO
      * THE APPROVAL APPLIES WHAT THE SUBMITTER ASKED FOR.

       FD  PIZZA-APPROVAL-PEND
           RECORD CONTAINS 102 CHARACTERS.
       01  PIZZA-APPROVAL-PEND-REC.
           05  APR-TRANS           PIC X(56).
           05  APR-SUBMIT-DATE     PIC 9(8).
           05  APR-EXPIRE-DATE     PIC 9(8).
           05  APR-HOLD-TEXT       PIC X(30).
      *
       FD    PIZZA-APPROVAL-RPT
             RECORD CONTAINS 132 CHARACTERS.

       01    PIZZA-APPROVAL-RPT-REC     PIC X(132).
      *
       FD  PIZZA-TAX-JURIS
           RECORD CONTAINS 51 CHARACTERS.
       01  PIZZA-TAX-JURIS-REC.
           05  JUR-ID              PIC X(5).
           05  FILLER              PIC X(46).
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
             05    WS-AUDIT-STATUS           PIC XX       VALUE '00'.
             05    WS-HIST-STATUS            PIC XX       VALUE '00'.
             05    WS-VALID-TRANS            PIC X(3)     VALUE 'YES'.
             05    WS-REASON-CODE            PIC X(2)     VALUE SPACES.
             05    WS-REASON-TEXT            PIC X(30)    VALUE SPACES.
             05    WS-BEFORE-IMAGE           PIC X(46)    VALUE SPACES.
             05    WS-AFTER-IMAGE            PIC X(46)    VALUE SPACES.
             05    WS-TRANS-KEY              PIC X(5)     VALUE SPACES.
             05    WS-HIST-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-TRUCK-IN-HIST          PIC X(3)     VALUE 'NO'.
             05    WS-TRANS-APPLIED-COUNT    PIC 9(5)     VALUE 0.
             05    WS-TRANS-REJECT-COUNT     PIC 9(5)     VALUE 0.

             05    WS-AUTH-STATUS            PIC XX       VALUE '00'.
             05    WS-AUTH-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-OPER-KNOWN             PIC X(3)     VALUE 'NO'.
             05    WS-OPER-CLEARED           PIC X(3)     VALUE 'NO'.
             05    WS-ACTION-TALLY           PIC 9(2)     VALUE 0.
             05    WS-APR-STATUS             PIC XX       VALUE '00'.
             05    WS-APR-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-APR-FOUND              PIC X(3)     VALUE 'NO'.
             05    WS-APPROVING              PIC X(3)     VALUE 'NO'.
             05    WS-HOLD-NEEDED            PIC X(3)     VALUE 'NO'.
             05    WS-TRANS-HELD             PIC X(3)     VALUE 'NO'.
             05    WS-HOLD-TEXT              PIC X(30)    VALUE SPACES.
             05    WS-APPROVER               PIC X(8)     VALUE SPACES.
             05    WS-APPROVAL-TRANS         PIC X(56)    VALUE SPACES.
             05    WS-KEYED-TRANS.
                   10    WS-KEYED-FILE-CODE  PIC X(1).
                   10    WS-KEYED-ACTION     PIC X(1).
                   10    WS-KEYED-SOURCE     PIC X(8).
                   10    WS-KEYED-DATA       PIC X(46).
             05    WS-RUN-DATE-INT           PIC 9(7)     VALUE 0.
             05    WS-CHK-NEW-PURCHASE       PIC 99V99    VALUE 0.
             05    WS-CHK-NEW-SELLING        PIC 99V99    VALUE 0.
             05    WS-CHK-OLD                PIC 99V99    VALUE 0.
             05    WS-CHK-NEW                PIC 99V99    VALUE 0.
             05    WS-CHK-PCT                PIC 9(5)V99  VALUE 0.
             05    WS-TRANS-HELD-COUNT       PIC 9(5)     VALUE 0.
             05    WS-APPROVED-COUNT         PIC 9(5)     VALUE 0.
             05    WS-APR-EXPIRED-COUNT      PIC 9(5)     VALUE 0.
             05    WS-APR-REMAIN-COUNT       PIC 9(5)     VALUE 0.
             05    WS-JURIS-STATUS           PIC XX       VALUE '00'.
             05    WS-JURIS-EOF              PIC X(3)     VALUE 'NO'.
             05    WS-JURIS-FOUND            PIC X(3)     VALUE 'NO'.

      * A STANDARD PRICE MOVING BY MORE THAN WS-APPROVAL-PCT PERCENT
      * EITHER WAY NEEDS A SECOND OPERATOR, AND A HELD CHANGE LAPSES
      * WS-APPROVAL-DAYS AFTER THE NIGHT IT WAS KEYED.

             05    WS-APPROVAL-PCT           PIC 9(3)     VALUE 10.
             05    WS-APPROVAL-DAYS          PIC 9(3)     VALUE 3.

             05    WS-HELD-MSG.
                   10    FILLER              PIC X(7)     VALUE
                         'HELD - '.
                   10    WS-HELD-MSG-TEXT    PIC X(30)    VALUE SPACES.

      * THE PENDING PRICE CHANGES IN CORE FOR THE RUN - LOADED OFF
      * THE FILE, ADDED TO AND DELETED FROM BY 'P' TRANSACTIONS,
      * PROMOTED WHEN THE BUSINESS DATE ARRIVES, AND WRITTEN BACK
                   10    WS-PEND-DATE        PIC 9(8).
                   10    WS-PEND-FLAG        PIC X(1).

      * THE OPERATOR AUTHORITY ROWS IN CORE FOR THE RUN.

       01    WS-AUTH-TABLE.
             05    WS-AUTH-COUNT             PIC 999      VALUE 0.
             05    WS-AUTH-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-AUTH-IDX.
                   10    WS-AUTH-OPERATOR    PIC X(8).
                   10    WS-AUTH-FILE-CODE   PIC X(1).
                   10    WS-AUTH-ACTIONS     PIC X(5).
                   10    WS-AUTH-NAME        PIC X(20).

      * THE CHANGES AWAITING A SECOND OPERATOR - LOADED OFF THE
      * FILE, ADDED TO BY TONIGHT'S HOLDS, CLEARED BY APPROVALS AND
      * WRITTEN BACK SHORT AT CLOSE. FLAG H IS STILL HELD, A IS
      * APPROVED AND APPLIED, R IS APPROVED BUT WOULD NOT APPLY AND
      * X HAS LAPSED.

       01    WS-APR-TABLE.
             05    WS-APR-COUNT              PIC 999      VALUE 0.
             05    WS-APR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-APR-IDX.
                   10    WS-APR-TRANS.
                         15    WS-APR-FILE-CODE  PIC X(1).
                         15    WS-APR-ACTION     PIC X(1).
                         15    WS-APR-SOURCE     PIC X(8).
                         15    WS-APR-DATA       PIC X(46).
                   10    WS-APR-SUBMIT       PIC 9(8).
                   10    WS-APR-EXPIRE       PIC 9(8).
                   10    WS-APR-TEXT         PIC X(30).
                   10    WS-APR-FLAG         PIC X(1).

      * THE JURISDICTION CODES ON THE TAX RATE TABLE. A CODE WITH
      * SEVERAL RATE ROWS (ONE PER RATE CHANGE) IS SIMPLY IN HERE
      * SEVERAL TIMES.

       01    WS-JURIS-TABLE.
             05    WS-JURIS-COUNT            PIC 999      VALUE 0.
             05    WS-JURIS-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-JURIS-IDX.
                   10    WS-JURIS-ID         PIC X(5).

      * REJECTS ARE HELD IN A TABLE AND FLUSHED AS THEIR OWN SECTION
      * AT END OF REPORT, SO APPLIED BEFORE/AFTER LINES NEVER PRINT
      * UNDERNEATH THE REJECTED TRANSACTIONS HEADING.
             05    WS-REJ-COUNT              PIC 999      VALUE 0.
             05    WS-REJECT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-REJ-IDX.
                   10    WS-REJ-TRANS        PIC X(56).
                   10    WS-REJ-CODE         PIC X(2).
                   10    WS-REJ-TEXT         PIC X(30).

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
             05    WS-GEN-MST-COUNT          PIC 9(1)     VALUE 4.
             05    WS-GEN-MST-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-GEN-MST-IDX.
                   10    WS-GEN-MST-NAME     PIC X(16).
                   10    WS-GEN-MST-TAKE     PIC X(3).

      *************************OUTPUT AREA*****************************
       01 MAINT-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 MNT-SOURCE-HDR  PIC X(8) VALUE 'SOURCE'        .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 MNT-IMAGE-HDR   PIC X(46) VALUE 'BEFORE IMAGE' .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 MNT-IMAGE-HDR2  PIC X(46) VALUE 'AFTER IMAGE'  .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 MNT-APPR-HDR    PIC X(8) VALUE 'APPROVER'      .

       01 MAINT-DETAIL-LINE.
          05 FILLER            PIC X(3) VALUE SPACES .
          05 MNT-SOURCE-OUT    PIC X(8)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 MNT-BEFORE-OUT    PIC X(46)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 MNT-AFTER-OUT     PIC X(46)              .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 MNT-APPROVER-OUT  PIC X(8)               .

       01 MAINT-REJECT-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES            .

       01 MAINT-REJECT-LINE.
          05 FILLER            PIC X(2) VALUE SPACES .
          05 MNT-REJ-TRANS-OUT PIC X(56)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 MNT-REJ-CODE-OUT  PIC X(2)               .

      * ONE AUDIT ROW PER APPLIED CHANGE - THE FILE IS OPENED EXTEND
      * SO IT GROWS RUN OVER RUN AND MONTH-END REVIEW CAN TRACE ANY
      * MASTER CHANGE BACK TO A DATE AND A TRANSACTION SOURCE. A
      * CHANGE THAT WAS HELD CARRIES THE OPERATOR WHO KEYED IT AS
      * THE SOURCE AND THE OPERATOR WHO APPROVED IT ALONGSIDE.

       01 AUDIT-DETAIL-LINE.
          05 AUD-DATE-OUT      PIC 9999/99/99         .
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 AUD-KEY-OUT       PIC X(5)               .
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 AUD-BEFORE-OUT    PIC X(46)              .
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 AUD-AFTER-OUT     PIC X(46)              .
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 AUD-APPROVER-OUT  PIC X(8)               .

       01 PEND-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 FILLER            PIC X(3) VALUE SPACES .
          05 PND-EFF-OUT       PIC 9999/99/99         .

       01 APR-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 APR-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 APR-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 APR-INITIALS      PIC X(3) VALUE 'AHO'.

       01 APR-REPORT-HEADER-2.
          05 FILLER            PIC X(25) VALUE SPACES.
          05 APR-REPORT-LINE   PIC X(25) VALUE
             'CHANGES AWAITING APPROVAL'.

       01 APR-REPORT-HEADER-3.
          05 FILLER          PIC X(2) VALUE SPACES          .
          05 APR-FILE-HDR    PIC X(4) VALUE 'FILE'          .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 APR-ACT-HDR     PIC X(3) VALUE 'ACT'           .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 APR-KEYED-HDR   PIC X(8) VALUE 'KEYED BY'      .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 APR-NAME-HDR    PIC X(15) VALUE 'OPERATOR NAME'.

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 APR-DATE-HDR    PIC X(10) VALUE 'KEYED ON'     .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 APR-LAPSE-HDR   PIC X(10) VALUE 'LAPSES'       .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 APR-WHY-HDR     PIC X(20) VALUE 'HELD FOR'     .

          05 FILLER          PIC X(2) VALUE SPACES          .
          05 APR-DATA-HDR    PIC X(16) VALUE 'TRANSACTION DATA'.

       01 APR-DETAIL-LINE.
          05 FILLER            PIC X(3) VALUE SPACES .
          05 APR-FILE-OUT      PIC X(1)               .

          05 FILLER            PIC X(4) VALUE SPACES .
          05 APR-ACTION-OUT    PIC X(1)               .

          05 FILLER            PIC X(3) VALUE SPACES .
          05 APR-SOURCE-OUT    PIC X(8)               .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 APR-NAME-OUT      PIC X(15)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 APR-SUBMIT-OUT    PIC 9999/99/99         .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 APR-EXPIRE-OUT    PIC 9999/99/99         .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 APR-WHY-OUT       PIC X(20)              .

          05 FILLER            PIC X(2) VALUE SPACES .
          05 APR-DATA-OUT      PIC X(46)              .

       01 APR-LAPSED-HEADER.
          05 FILLER          PIC X(2) VALUE SPACES            .
          05 APR-LAPSED-HDR  PIC X(33) VALUE
             'LAPSED WITHOUT APPROVAL - DROPPED'.

       01 APR-NONE-LINE.
          05 FILLER          PIC X(3) VALUE SPACES            .
          05 FILLER          PIC X(16) VALUE 'NONE OUTSTANDING'.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 260-PRICE-PROMOTE-RTN
           PERFORM 270-PENDING-REWRITE-RTN
           PERFORM 280-PENDING-RPT-RTN
           PERFORM 275-APPROVAL-REWRITE-RTN
           PERFORM 285-APPROVAL-RPT-RTN
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

           IF WS-SUPP-MASTER-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN SUPPLIER-MASTER, '
                      'STATUS ' WS-SUPP-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO MNT-H1-DATE
           MOVE MNT-H1-DATE TO AUD-DATE-OUT
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

           PERFORM 130-AUTH-LOAD-RTN
           PERFORM 129-APPROVAL-LOAD-RTN
           PERFORM 131-JURIS-LOAD-RTN

           PERFORM 127-GENERATION-RTN

           MOVE MAINT-REPORT-HEADER    TO MAINT-UPDATE-REC
           WRITE MAINT-UPDATE-REC

           .
      *
      * LOADS THE CHANGES STILL AWAITING APPROVAL FROM EARLIER RUNS.
      * ONE WHOSE LAPSE DATE HAS PASSED IS FLAGGED OFF HERE - IT IS
      * LISTED ONCE ON TONIGHT'S APPROVAL REPORT AND NOT WRITTEN
      * BACK, SO THE SUBMITTER HAS TO KEY IT AGAIN IF IT IS STILL
      * WANTED.

       129-APPROVAL-LOAD-RTN.

              OPEN INPUT PIZZA-APPROVAL-PEND
              IF WS-APR-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-APR-EOF
                 PERFORM UNTIL WS-APR-EOF EQUAL 'YES'
                    READ PIZZA-APPROVAL-PEND
                        AT END
                           MOVE 'YES' TO WS-APR-EOF
                        NOT AT END
                           IF WS-APR-COUNT < 100
                              ADD 1 TO WS-APR-COUNT
                              SET WS-APR-IDX TO WS-APR-COUNT
                              MOVE APR-TRANS TO
                                   WS-APR-TRANS (WS-APR-IDX)
                              MOVE APR-SUBMIT-DATE TO
                                   WS-APR-SUBMIT (WS-APR-IDX)
                              MOVE APR-EXPIRE-DATE TO
                                   WS-APR-EXPIRE (WS-APR-IDX)
                              MOVE APR-HOLD-TEXT TO
                                   WS-APR-TEXT (WS-APR-IDX)
                              IF APR-EXPIRE-DATE < WS-RUN-DATE
                                 MOVE 'X' TO
                                      WS-APR-FLAG (WS-APR-IDX)
                                 ADD 1 TO WS-APR-EXPIRED-COUNT
                              ELSE
                                 MOVE 'H' TO
                                      WS-APR-FLAG (WS-APR-IDX)
                                 END-IF
                           ELSE
                              DISPLAY 'ERROR - APPROVAL TABLE '
                                      'FULL (100) - WORK THE FILE '
                                      'DOWN AND RERUN'
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-APPROVAL-PEND
                 END-IF

           .
      *
      * LOADS THE OPERATOR AUTHORITY ROWS. WITHOUT THE FILE NOBODY
      * IS CLEARED FOR ANYTHING - THE RUN CARRIES ON SO THE REST OF
      * THE STREAM IS NOT HELD UP, BUT EVERY TRANSACTION REJECTS AS
      * AN UNKNOWN OPERATOR RATHER THAN POSTING UNCHECKED.

       130-AUTH-LOAD-RTN.

              OPEN INPUT PIZZA-OPER-AUTH
              IF WS-AUTH-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-AUTH-EOF
                 PERFORM UNTIL WS-AUTH-EOF EQUAL 'YES'
                    READ PIZZA-OPER-AUTH
                        AT END
                           MOVE 'YES' TO WS-AUTH-EOF
                        NOT AT END
                           IF OPA-OPERATOR-ID NOT EQUAL SPACES
                              PERFORM 130A-AUTH-STORE-RTN
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-OPER-AUTH
              ELSE
                 DISPLAY 'WARNING - NO PIZZA-OPER-AUTH FILE - EVERY '
                         'TRANSACTION WILL REJECT AS UNKNOWN OPERATOR'
                 END-IF

           .
      *
       130A-AUTH-STORE-RTN.

              IF WS-AUTH-COUNT < 200
                 ADD 1 TO WS-AUTH-COUNT
                 SET WS-AUTH-IDX TO WS-AUTH-COUNT
                 MOVE OPA-OPERATOR-ID TO
                      WS-AUTH-OPERATOR (WS-AUTH-IDX)
                 MOVE OPA-FILE-CODE TO
                      WS-AUTH-FILE-CODE (WS-AUTH-IDX)
                 MOVE OPA-ACTIONS TO
                      WS-AUTH-ACTIONS (WS-AUTH-IDX)
                 MOVE OPA-OPER-NAME TO
                      WS-AUTH-NAME (WS-AUTH-IDX)
              ELSE
                 DISPLAY 'ERROR - OPERATOR AUTHORITY TABLE FULL '
                         '(200) - RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * LOADS THE JURISDICTION CODES OFF THE TAX RATE TABLE. NO FILE
      * MEANS NO JURISDICTION CAN BE ASSIGNED YET - TRUCK CARDS THAT
      * CARRY ONE REJECT, EVERYTHING ELSE RUNS AS NORMAL.

       131-JURIS-LOAD-RTN.

              OPEN INPUT PIZZA-TAX-JURIS
              IF WS-JURIS-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-JURIS-EOF
                 PERFORM UNTIL WS-JURIS-EOF EQUAL 'YES'
                    READ PIZZA-TAX-JURIS
                        AT END
                           MOVE 'YES' TO WS-JURIS-EOF
                        NOT AT END
                           IF JUR-ID NOT EQUAL SPACES
                              PERFORM 131A-JURIS-STORE-RTN
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-TAX-JURIS
                 END-IF

           .
      *
       131A-JURIS-STORE-RTN.

              IF WS-JURIS-COUNT < 500
                 ADD 1 TO WS-JURIS-COUNT
                 SET WS-JURIS-IDX TO WS-JURIS-COUNT
                 MOVE JUR-ID TO WS-JURIS-ID (WS-JURIS-IDX)
              ELSE
                 DISPLAY 'ERROR - TAX JURISDICTION TABLE FULL '
                         '(500) - RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * READS THE BUSINESS DATE OFF THE RUN PARAMETER CARD, FALLING
      * BACK TO THE SYSTEM CLOCK - LOUDLY - WHEN THE CARD IS MISSING
      * OR UNREADABLE. SAME DRILL AS THE NIGHTLY RUN.

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

              MOVE 'TRUCK-MASTER'      TO WS-GEN-MST-NAME (1)
              MOVE 'ITEM-MASTER'       TO WS-GEN-MST-NAME (2)
              MOVE 'EMPLOYEE-MASTER'   TO WS-GEN-MST-NAME (3)
              MOVE 'SUPPLIER-MASTER'   TO WS-GEN-MST-NAME (4)

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
                 WHEN 'TRUCK-MASTER'
                    PERFORM 127J-GEN-TRUCK-RTN
                 WHEN 'ITEM-MASTER'
                    PERFORM 127K-GEN-ITEM-RTN
                 WHEN 'EMPLOYEE-MASTER'
                    PERFORM 127L-GEN-EMP-RTN
                 WHEN 'SUPPLIER-MASTER'
                    PERFORM 127M-GEN-SUPP-RTN
              END-EVALUATE

              MOVE 'T' TO GEN-BLD-TYPE
              MOVE SPACES TO GEN-BLD-DATA
              MOVE 'PIZZA-MASTER-MAINT' TO GEN-BLD-PROGRAM
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
       127J-GEN-TRUCK-RTN.

              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ TRUCK-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        MOVE TRUCK-MASTER-REC TO GEN-BLD-DATA
                        PERFORM 127I-GEN-DATA-WRITE-RTN
                 END-READ
              END-PERFORM

           .
      *
       127K-GEN-ITEM-RTN.

              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ ITEM-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        MOVE ITEM-MASTER-REC TO GEN-BLD-DATA
                        PERFORM 127I-GEN-DATA-WRITE-RTN
                 END-READ
              END-PERFORM

           .
      *
       127L-GEN-EMP-RTN.

              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ EMPLOYEE-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        MOVE EMPLOYEE-MASTER-REC TO GEN-BLD-DATA
                        PERFORM 127I-GEN-DATA-WRITE-RTN
                 END-READ
              END-PERFORM

           .
      *
       127M-GEN-SUPP-RTN.

              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ SUPPLIER-MASTER NEXT RECORD
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        MOVE SUPPLIER-MASTER-REC TO GEN-BLD-DATA
                        PERFORM 127I-GEN-DATA-WRITE-RTN
                 END-READ
              END-PERFORM

           .
      *
       150-READ-TRANS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
              MOVE SPACES  TO WS-BEFORE-IMAGE
              MOVE SPACES  TO WS-AFTER-IMAGE
              MOVE SPACES  TO WS-TRANS-KEY
              MOVE 'NO'    TO WS-APPROVING
              MOVE 'NO'    TO WS-TRANS-HELD
              MOVE SPACES  TO WS-APPROVER
              MOVE MAINT-TRANS-REC TO WS-KEYED-TRANS

      * NOTHING IS LOOKED AT UNTIL THE SOURCE IS A KNOWN OPERATOR
      * CLEARED FOR THIS FILE CODE AND ACTION.

              PERFORM 205-OPERATOR-CHECK-RTN

              IF WS-VALID-TRANS EQUAL 'YES'
                 IF TRANS-ACTION EQUAL 'V'
                    PERFORM 290-APPROVAL-RTN
                 ELSE
                    PERFORM 202-DISPATCH-RTN
                    END-IF
                 END-IF

              IF WS-VALID-TRANS EQUAL 'NO'
                 PERFORM 230-REJECT-RTN
              ELSE
                 IF WS-TRANS-HELD EQUAL 'YES'
                    PERFORM 245-HELD-RTN
                 ELSE
                    PERFORM 240-APPLIED-RTN
                    END-IF
                 END-IF

           .
      *
       202-DISPATCH-RTN.

              EVALUATE TRANS-FILE-CODE
                 WHEN 'T'
                    MOVE 'INVALID FILE CODE' TO WS-REASON-TEXT
              END-EVALUATE

           .
      *
      * AN OPERATOR WITH NO ROW AT ALL IS UNKNOWN. A KNOWN OPERATOR
      * MUST HAVE A ROW FOR THE TRANSACTION'S FILE CODE WHOSE ACTION
      * LIST CARRIES THE TRANSACTION'S ACTION CODE - A FILE CODE
      * NOBODY HOLDS RIGHTS TO COMES OUT AS NOT AUTHORIZED.

       205-OPERATOR-CHECK-RTN.

              MOVE 'NO' TO WS-OPER-KNOWN
              MOVE 'NO' TO WS-OPER-CLEARED

              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                      OR WS-OPER-CLEARED EQUAL 'YES'
                 IF WS-AUTH-OPERATOR (WS-AUTH-IDX) EQUAL TRANS-SOURCE
                    MOVE 'YES' TO WS-OPER-KNOWN
                    IF WS-AUTH-FILE-CODE (WS-AUTH-IDX) EQUAL
                       TRANS-FILE-CODE
                       AND TRANS-ACTION NOT EQUAL SPACE
                       MOVE 0 TO WS-ACTION-TALLY
                       INSPECT WS-AUTH-ACTIONS (WS-AUTH-IDX)
                               TALLYING WS-ACTION-TALLY
                               FOR ALL TRANS-ACTION
                       IF WS-ACTION-TALLY > 0
                          MOVE 'YES' TO WS-OPER-CLEARED
                          END-IF
                       END-IF
                 END-IF
              END-PERFORM

              IF WS-OPER-KNOWN EQUAL 'NO'
                 MOVE 'NO' TO WS-VALID-TRANS
                 MOVE 'U1' TO WS-REASON-CODE
                 MOVE 'UNKNOWN OPERATOR' TO WS-REASON-TEXT
              ELSE
                 IF WS-OPER-CLEARED EQUAL 'NO'
                    MOVE 'NO' TO WS-VALID-TRANS
                    MOVE 'U2' TO WS-REASON-CODE
                    MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REASON-TEXT
                    END-IF
                 END-IF

           .

              MOVE TRANS-TRUCK-ID TO WS-TRANS-KEY

              IF TRANS-ACTION EQUAL 'A' OR TRANS-ACTION EQUAL 'C'
                 PERFORM 211-TRUCK-EDIT-RTN
                 END-IF

              IF WS-VALID-TRANS EQUAL 'YES'
                 PERFORM 213-TRUCK-APPLY-RTN
                 END-IF

           .
      *
      * A JURISDICTION KEYED ON AN ADD OR CHANGE MUST BE ON THE TAX
      * RATE TABLE - ONE THAT ISN'T WOULD PUT THE TRUCK'S SALES ON
      * NOBODY'S RETURN. A BLANK ONE IS LEFT FOR THE TAX RUN TO
      * REPORT AS UNASSIGNED.

       211-TRUCK-EDIT-RTN.

              IF TRANS-TAX-JURIS NOT EQUAL SPACES
                 MOVE 'NO' TO WS-JURIS-FOUND
                 PERFORM VARYING WS-JURIS-IDX FROM 1 BY 1
                         UNTIL WS-JURIS-IDX > WS-JURIS-COUNT
                         OR WS-JURIS-FOUND EQUAL 'YES'
                    IF WS-JURIS-ID (WS-JURIS-IDX) EQUAL
                       TRANS-TAX-JURIS
                       MOVE 'YES' TO WS-JURIS-FOUND
                       END-IF
                 END-PERFORM
                 IF WS-JURIS-FOUND EQUAL 'NO'
                    MOVE 'NO' TO WS-VALID-TRANS
                    MOVE 'J1' TO WS-REASON-CODE
                    MOVE 'UNKNOWN TAX JURISDICTION'
                         TO WS-REASON-TEXT
                    END-IF
                 END-IF

           .
      *
       213-TRUCK-APPLY-RTN.

              EVALUATE TRANS-ACTION
                 WHEN 'A'
                    MOVE TRANS-TRUCK-ID TO TRUCK-ID-MST
                                TO WS-REASON-TEXT
                        NOT INVALID KEY
                           MOVE TRUCK-MASTER-REC TO WS-BEFORE-IMAGE
                           IF TRANS-ACTIVE-FLAG EQUAL 'N'
                              AND ACTIVE-FLAG-MST NOT EQUAL 'N'
                              AND WS-APPROVING EQUAL 'NO'
                              MOVE 'TRUCK DEACTIVATION'
                                   TO WS-HOLD-TEXT
                              PERFORM 292-HOLD-RTN
                           ELSE
                              PERFORM 212-TRUCK-BUILD-RTN
                              REWRITE TRUCK-MASTER-REC
                              MOVE TRUCK-MASTER-REC TO WS-AFTER-IMAGE
                              END-IF
                    END-READ
                 WHEN 'D'
                    MOVE TRANS-TRUCK-ID TO TRUCK-ID-MST
              MOVE TRANS-ROUTE-NAME      TO ROUTE-NAME-MST
              MOVE TRANS-HOME-COMMISSARY TO HOME-COMMISSARY-MST
              MOVE TRANS-ACTIVE-FLAG     TO ACTIVE-FLAG-MST
              IF TRANS-ACTION EQUAL 'A'
                 OR TRANS-TAX-JURIS NOT EQUAL SPACES
                 MOVE TRANS-TAX-JURIS    TO TAX-JURIS-MST
                 END-IF

           .
      *
                 MOVE 'NON-NUMERIC PRICE/MIN FIELD' TO WS-REASON-TEXT
                 END-IF

      * A NEW ITEM KEYED WITHOUT A PERISHABLE FLAG IS NOT
      * PERISHABLE. ON A CHANGE A BLANK FLAG KEEPS THE MASTER'S FLAG
      * AND SHELF LIFE, SO AN OLD-STYLE CARD OR A PRICE CHANGE
      * CANNOT TAKE AN ITEM OFF LOT TRACKING. A PERISHABLE NEEDS A
      * REAL SHELF LIFE OR EVERY LOT IT RECEIVES WOULD EXPIRE THE
      * DAY IT ARRIVES.

              IF WS-VALID-TRANS EQUAL 'YES'
                 AND TRANS-PERISH-FLAG EQUAL SPACE
                 AND TRANS-ACTION EQUAL 'A'
                 MOVE 'N' TO TRANS-PERISH-FLAG
                 END-IF

              IF WS-VALID-TRANS EQUAL 'YES'
                 AND TRANS-PERISH-FLAG NOT EQUAL SPACE
                 IF TRANS-PERISH-FLAG EQUAL 'N'
                    AND TRANS-SHELF-LIFE IS NOT NUMERIC
                    MOVE 0 TO TRANS-SHELF-LIFE
                    END-IF
                 IF (TRANS-PERISH-FLAG NOT EQUAL 'Y'
                     AND TRANS-PERISH-FLAG NOT EQUAL 'N')
                    OR TRANS-SHELF-LIFE IS NOT NUMERIC
                    MOVE 'NO' TO WS-VALID-TRANS
                    MOVE 'N2' TO WS-REASON-CODE
                    MOVE 'BAD PERISHABLE FLAG/SHELF LIFE'
                         TO WS-REASON-TEXT
                 ELSE
                    IF TRANS-PERISH-FLAG EQUAL 'Y'
                       AND TRANS-SHELF-LIFE EQUAL 0
                       MOVE 'NO' TO WS-VALID-TRANS
                       MOVE 'N2' TO WS-REASON-CODE
                       MOVE 'PERISHABLE WITH NO SHELF LIFE'
                            TO WS-REASON-TEXT
                       END-IF
                    END-IF
                 END-IF

      * A NEW ITEM KEYED WITHOUT A TAXABLE FLAG IS TAXABLE - THE
      * SAFE SIDE FOR THE RETURN. ON A CHANGE A BLANK KEEPS THE
      * MASTER'S FLAG. ANYTHING BUT T OR E IS A KEYING ERROR.

              IF WS-VALID-TRANS EQUAL 'YES'
                 IF TRANS-TAXABLE-FLAG EQUAL SPACE
                    AND TRANS-ACTION EQUAL 'A'
                    MOVE 'T' TO TRANS-TAXABLE-FLAG
                    END-IF
                 IF TRANS-TAXABLE-FLAG NOT EQUAL SPACE
                    AND TRANS-TAXABLE-FLAG NOT EQUAL 'T'
                    AND TRANS-TAXABLE-FLAG NOT EQUAL 'E'
                    MOVE 'NO' TO WS-VALID-TRANS
                    MOVE 'N3' TO WS-REASON-CODE
                    MOVE 'BAD TAXABLE FLAG' TO WS-REASON-TEXT
                    END-IF
                 END-IF

           .
      *
      * A NEW STANDARD PRICE - KEYED AS A CHANGE OR AS A PENDING
      * CHANGE THAT WILL PROMOTE ON ITS OWN LATER - THAT MOVES
      * PURCHASE OR SELLING BY MORE THAN WS-APPROVAL-PCT AGAINST THE
      * ITEM AS IT STANDS ON THE MASTER NEEDS A SECOND OPERATOR. A
      * PRICE GOING UP FROM ZERO ALWAYS DOES. THE APPROVAL ITSELF
      * RUNS THE SAME CODE AND MUST NOT BE HELD AGAIN.

       219-PRICE-LIMIT-RTN.

              MOVE 'NO' TO WS-HOLD-NEEDED

              IF WS-APPROVING EQUAL 'NO'
                 MOVE STD-PURCHASE-MST    TO WS-CHK-OLD
                 MOVE WS-CHK-NEW-PURCHASE TO WS-CHK-NEW
                 PERFORM 219A-PRICE-PCT-RTN
                 MOVE STD-SELLING-MST     TO WS-CHK-OLD
                 MOVE WS-CHK-NEW-SELLING  TO WS-CHK-NEW
                 PERFORM 219A-PRICE-PCT-RTN
                 END-IF

           .
      *
       219A-PRICE-PCT-RTN.

              IF WS-CHK-NEW NOT EQUAL WS-CHK-OLD
                 IF WS-CHK-OLD EQUAL 0
                    MOVE 'YES' TO WS-HOLD-NEEDED
                 ELSE
                    IF WS-CHK-NEW > WS-CHK-OLD
                       COMPUTE WS-CHK-PCT ROUNDED =
                               (WS-CHK-NEW - WS-CHK-OLD) * 100
                               / WS-CHK-OLD
                    ELSE
                       COMPUTE WS-CHK-PCT ROUNDED =
                               (WS-CHK-OLD - WS-CHK-NEW) * 100
                               / WS-CHK-OLD
                       END-IF
                    IF WS-CHK-PCT > WS-APPROVAL-PCT
                       MOVE 'YES' TO WS-HOLD-NEEDED
                       END-IF
                    END-IF
                 END-IF

           .
      *
      * APPLIES ONE ADD/CHANGE/DELETE TO EMPLOYEE-MASTER, SAME
                              MOVE 'PENDING - ITEM NOT ON FILE'
                                   TO WS-REASON-TEXT
                           NOT INVALID KEY
                              MOVE TRANS-PEND-PURCHASE
                                   TO WS-CHK-NEW-PURCHASE
                              MOVE TRANS-PEND-SELLING
                                   TO WS-CHK-NEW-SELLING
                              PERFORM 219-PRICE-LIMIT-RTN
                              IF WS-HOLD-NEEDED EQUAL 'YES'
                                 MOVE 'PRICE CHANGE > LIMIT'
                                      TO WS-HOLD-TEXT
                                 PERFORM 292-HOLD-RTN
                              ELSE
                                 PERFORM 229-PEND-ADD-RTN
                                 END-IF
                       END-READ
                       END-IF
                 WHEN 'D'

              IF WS-PEND-FOUND EQUAL 'YES'
                 SET WS-PEND-IDX DOWN BY 1
                 MOVE TRANS-PEND-DATA TO WS-BEFORE-IMAGE
                 IF WS-APPROVING EQUAL 'YES'
                    MOVE 'D' TO WS-PEND-FLAG (WS-PEND-IDX)
                 ELSE
                    MOVE 'PENDING PRICE DELETE' TO WS-HOLD-TEXT
                    PERFORM 292-HOLD-RTN
                    END-IF
              ELSE
                 MOVE 'NO' TO WS-VALID-TRANS
                 MOVE 'D1' TO WS-REASON-CODE
                                TO WS-REASON-TEXT
                        NOT INVALID KEY
                           MOVE ITEM-MASTER-REC TO WS-BEFORE-IMAGE
                           MOVE TRANS-STD-PURCHASE
                                TO WS-CHK-NEW-PURCHASE
                           MOVE TRANS-STD-SELLING
                                TO WS-CHK-NEW-SELLING
                           PERFORM 219-PRICE-LIMIT-RTN
                           IF WS-HOLD-NEEDED EQUAL 'YES'
                              MOVE 'PRICE CHANGE > LIMIT'
                                   TO WS-HOLD-TEXT
                              PERFORM 292-HOLD-RTN
                           ELSE
                              PERFORM 222-ITEM-BUILD-RTN
                              REWRITE ITEM-MASTER-REC
                              MOVE ITEM-MASTER-REC TO WS-AFTER-IMAGE
                              END-IF
                    END-READ
                 WHEN 'D'
                    MOVE TRANS-ITEM-ID TO ITEM-ID-MST
              MOVE TRANS-REORDER-MIN  TO REORDER-MIN-MST
              MOVE TRANS-PURCH-TOL    TO PURCH-TOL-MST
              MOVE TRANS-SELL-TOL     TO SELL-TOL-MST
              IF TRANS-PERISH-FLAG NOT EQUAL SPACE
                 MOVE TRANS-PERISH-FLAG TO PERISH-FLAG-MST
                 MOVE TRANS-SHELF-LIFE  TO SHELF-LIFE-MST
                 END-IF
              IF TRANS-TAXABLE-FLAG NOT EQUAL SPACE
                 MOVE TRANS-TAXABLE-FLAG TO TAXABLE-FLAG-MST
                 END-IF

           .
      *
              MOVE TRANS-SOURCE    TO MNT-SOURCE-OUT
              MOVE WS-BEFORE-IMAGE TO MNT-BEFORE-OUT
              MOVE WS-AFTER-IMAGE  TO MNT-AFTER-OUT
              MOVE WS-APPROVER     TO MNT-APPROVER-OUT

              MOVE MAINT-DETAIL-LINE TO MAINT-UPDATE-REC
              WRITE MAINT-UPDATE-REC
              MOVE WS-TRANS-KEY    TO AUD-KEY-OUT
              MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-OUT
              MOVE WS-AFTER-IMAGE  TO AUD-AFTER-OUT
              MOVE WS-APPROVER     TO AUD-APPROVER-OUT

              MOVE AUDIT-DETAIL-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC

           .
      *
      * A HELD TRANSACTION GETS A LINE ON THE UPDATE REPORT SAYING
      * WHY IT WAS HELD, BUT NO AUDIT ROW - NOTHING HAS CHANGED YET.
      * THE AUDIT ROW IS WRITTEN WHEN THE APPROVAL APPLIES IT.

       245-HELD-RTN.

              ADD 1 TO WS-TRANS-HELD-COUNT

              MOVE WS-HOLD-TEXT    TO WS-HELD-MSG-TEXT

              MOVE TRANS-FILE-CODE TO MNT-FILE-OUT
              MOVE TRANS-ACTION    TO MNT-ACTION-OUT
              MOVE TRANS-SOURCE    TO MNT-SOURCE-OUT
              MOVE WS-BEFORE-IMAGE TO MNT-BEFORE-OUT
              MOVE WS-HELD-MSG     TO MNT-AFTER-OUT
              MOVE SPACES          TO MNT-APPROVER-OUT

              MOVE MAINT-DETAIL-LINE TO MAINT-UPDATE-REC
              WRITE MAINT-UPDATE-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * PROMOTES EVERY PENDING CHANGE WHOSE EFFECTIVE DATE HAS
      * ARRIVED INTO THE ITEM MASTER, WITH A BEFORE/AFTER LINE ON
      * THE UPDATE REPORT AND A PERMANENT AUDIT ROW UNDER THE
                     MOVE 'AUTOPROM'      TO MNT-SOURCE-OUT
                     MOVE WS-BEFORE-IMAGE TO MNT-BEFORE-OUT
                     MOVE WS-AFTER-IMAGE  TO MNT-AFTER-OUT
                     MOVE SPACES          TO MNT-APPROVER-OUT
                     MOVE MAINT-DETAIL-LINE TO MAINT-UPDATE-REC
                     WRITE MAINT-UPDATE-REC
                           AFTER ADVANCING 1 LINE
                          TO AUD-KEY-OUT
                     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-OUT
                     MOVE WS-AFTER-IMAGE  TO AUD-AFTER-OUT
                     MOVE SPACES          TO AUD-APPROVER-OUT
                     MOVE AUDIT-DETAIL-LINE TO MAINT-AUDIT-REC
                     WRITE MAINT-AUDIT-REC
              END-READ

           .
      *
      * WRITES THE APPROVAL FILE BACK SHORT - ONLY CHANGES STILL
      * HELD SURVIVE. APPROVED, UNAPPLIABLE AND LAPSED ONES DROP.

       275-APPROVAL-REWRITE-RTN.

              OPEN OUTPUT PIZZA-APPROVAL-PEND

              PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                      UNTIL WS-APR-IDX > WS-APR-COUNT
                 IF WS-APR-FLAG (WS-APR-IDX) EQUAL 'H'
                    ADD 1 TO WS-APR-REMAIN-COUNT
                    MOVE WS-APR-TRANS (WS-APR-IDX)
                         TO APR-TRANS
                    MOVE WS-APR-SUBMIT (WS-APR-IDX)
                         TO APR-SUBMIT-DATE
                    MOVE WS-APR-EXPIRE (WS-APR-IDX)
                         TO APR-EXPIRE-DATE
                    MOVE WS-APR-TEXT (WS-APR-IDX)
                         TO APR-HOLD-TEXT
                    WRITE PIZZA-APPROVAL-PEND-REC
                 END-IF
              END-PERFORM

              CLOSE PIZZA-APPROVAL-PEND

           .
      *
      * THE DAILY AWAITING-APPROVAL REPORT - EVERY CHANGE STILL
      * HELD, WHO KEYED IT AND WHEN IT LAPSES, THEN THE ONES THAT
      * LAPSED TONIGHT AND WERE DROPPED, SO A SUBMITTER CAN SEE WHY
      * THEIR CHANGE NEVER LANDED.

       285-APPROVAL-RPT-RTN.

              OPEN OUTPUT PIZZA-APPROVAL-RPT

              MOVE WS-RUN-DATE TO APR-H1-DATE

              MOVE APR-REPORT-HEADER TO PIZZA-APPROVAL-RPT-REC
              WRITE PIZZA-APPROVAL-RPT-REC
                    AFTER ADVANCING 2 LINE

              MOVE APR-REPORT-HEADER-2 TO PIZZA-APPROVAL-RPT-REC
              WRITE PIZZA-APPROVAL-RPT-REC
                    AFTER ADVANCING 2 LINE

              MOVE APR-REPORT-HEADER-3 TO PIZZA-APPROVAL-RPT-REC
              WRITE PIZZA-APPROVAL-RPT-REC
                    AFTER ADVANCING 3 LINE

              PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                      UNTIL WS-APR-IDX > WS-APR-COUNT
                 IF WS-APR-FLAG (WS-APR-IDX) EQUAL 'H'
                    PERFORM 287-APPROVAL-LINE-RTN
                 END-IF
              END-PERFORM

              IF WS-APR-REMAIN-COUNT EQUAL 0
                 MOVE APR-NONE-LINE TO PIZZA-APPROVAL-RPT-REC
                 WRITE PIZZA-APPROVAL-RPT-REC
                       AFTER ADVANCING 1 LINE
                 END-IF

              IF WS-APR-EXPIRED-COUNT > 0
                 MOVE APR-LAPSED-HEADER TO PIZZA-APPROVAL-RPT-REC
                 WRITE PIZZA-APPROVAL-RPT-REC
                       AFTER ADVANCING 3 LINE
                 PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                         UNTIL WS-APR-IDX > WS-APR-COUNT
                    IF WS-APR-FLAG (WS-APR-IDX) EQUAL 'X'
                       PERFORM 287-APPROVAL-LINE-RTN
                    END-IF
                 END-PERFORM
                 END-IF

              MOVE 'AWAITING APPROVAL:    ' TO MNT-COUNT-LABEL
              MOVE WS-APR-REMAIN-COUNT     TO MNT-COUNT-OUT
              MOVE MAINT-COUNT-LINE        TO PIZZA-APPROVAL-RPT-REC
              WRITE PIZZA-APPROVAL-RPT-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'HELD TONIGHT:         ' TO MNT-COUNT-LABEL
              MOVE WS-TRANS-HELD-COUNT     TO MNT-COUNT-OUT
              MOVE MAINT-COUNT-LINE        TO PIZZA-APPROVAL-RPT-REC
              WRITE PIZZA-APPROVAL-RPT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'APPROVED TONIGHT:     ' TO MNT-COUNT-LABEL
              MOVE WS-APPROVED-COUNT       TO MNT-COUNT-OUT
              MOVE MAINT-COUNT-LINE        TO PIZZA-APPROVAL-RPT-REC
              WRITE PIZZA-APPROVAL-RPT-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'LAPSED AND DROPPED:   ' TO MNT-COUNT-LABEL
              MOVE WS-APR-EXPIRED-COUNT    TO MNT-COUNT-OUT
              MOVE MAINT-COUNT-LINE        TO PIZZA-APPROVAL-RPT-REC
              WRITE PIZZA-APPROVAL-RPT-REC
                    AFTER ADVANCING 1 LINE

              CLOSE PIZZA-APPROVAL-RPT

           .
      *
       287-APPROVAL-LINE-RTN.

              MOVE WS-APR-FILE-CODE (WS-APR-IDX) TO APR-FILE-OUT
              MOVE WS-APR-ACTION (WS-APR-IDX)    TO APR-ACTION-OUT
              MOVE WS-APR-SOURCE (WS-APR-IDX)    TO APR-SOURCE-OUT
              MOVE WS-APR-SUBMIT (WS-APR-IDX)    TO APR-SUBMIT-OUT
              MOVE WS-APR-EXPIRE (WS-APR-IDX)    TO APR-EXPIRE-OUT
              MOVE WS-APR-TEXT (WS-APR-IDX)      TO APR-WHY-OUT
              MOVE WS-APR-DATA (WS-APR-IDX)      TO APR-DATA-OUT

              MOVE SPACES TO APR-NAME-OUT
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                      OR APR-NAME-OUT NOT EQUAL SPACES
                 IF WS-AUTH-OPERATOR (WS-AUTH-IDX) EQUAL
                    WS-APR-SOURCE (WS-APR-IDX)
                    MOVE WS-AUTH-NAME (WS-AUTH-IDX) TO APR-NAME-OUT
                 END-IF
              END-PERFORM

              MOVE APR-DETAIL-LINE TO PIZZA-APPROVAL-RPT-REC
              WRITE PIZZA-APPROVAL-RPT-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * AN APPROVAL ('V') MATCHES A HELD CHANGE ON FILE CODE AND
      * DATA IMAGE. IT MUST COME FROM A DIFFERENT OPERATOR THAN THE
      * ONE WHO KEYED THE CHANGE - THE WHOLE POINT OF THE HOLD.

       290-APPROVAL-RTN.

              MOVE 'NO' TO WS-APR-FOUND

              PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                      UNTIL WS-APR-IDX > WS-APR-COUNT
                      OR WS-APR-FOUND EQUAL 'YES'
                 IF WS-APR-FLAG (WS-APR-IDX) EQUAL 'H'
                    AND WS-APR-FILE-CODE (WS-APR-IDX) EQUAL
                    TRANS-FILE-CODE
                    AND WS-APR-DATA (WS-APR-IDX) EQUAL
                    WS-KEYED-DATA
                    MOVE 'YES' TO WS-APR-FOUND
                 END-IF
              END-PERFORM

              IF WS-APR-FOUND EQUAL 'NO'
                 MOVE 'NO' TO WS-VALID-TRANS
                 MOVE 'V1' TO WS-REASON-CODE
                 MOVE 'APPROVE - NOTHING HELD TO MATCH'
                      TO WS-REASON-TEXT
              ELSE
                 SET WS-APR-IDX DOWN BY 1
                 IF WS-APR-SOURCE (WS-APR-IDX) EQUAL TRANS-SOURCE
                    MOVE 'NO' TO WS-VALID-TRANS
                    MOVE 'V2' TO WS-REASON-CODE
                    MOVE 'APPROVE - SAME OPERATOR KEYED IT'
                         TO WS-REASON-TEXT
                 ELSE
                    PERFORM 291-APPROVAL-APPLY-RTN
                    END-IF
                 END-IF

           .
      *
      * PUTS THE HELD TRANSACTION BACK IN THE RECORD AREA AND RUNS
      * IT THROUGH THE NORMAL EDITS AND APPLY UNDER THE SUBMITTER'S
      * NAME, WITH THE APPROVER CARRIED TO THE REPORT AND THE AUDIT
      * ROW. IF THE MASTER HAS MOVED ON AND IT NO LONGER APPLIES,
      * THE APPROVAL REJECTS AND THE HELD CHANGE IS DROPPED.

       291-APPROVAL-APPLY-RTN.

              MOVE MAINT-TRANS-REC TO WS-APPROVAL-TRANS
              MOVE TRANS-SOURCE    TO WS-APPROVER
              MOVE WS-APR-TRANS (WS-APR-IDX) TO MAINT-TRANS-REC
              MOVE 'YES' TO WS-APPROVING

              PERFORM 202-DISPATCH-RTN

              IF WS-VALID-TRANS EQUAL 'YES'
                 MOVE 'A' TO WS-APR-FLAG (WS-APR-IDX)
                 ADD 1 TO WS-APPROVED-COUNT
              ELSE
                 MOVE 'R' TO WS-APR-FLAG (WS-APR-IDX)
                 MOVE WS-APPROVAL-TRANS TO MAINT-TRANS-REC
                 END-IF

           .
      *
      * HOLDS THE TRANSACTION AS KEYED FOR A SECOND OPERATOR. THE
      * SAME CHANGE ALREADY WAITING IS NOT HELD TWICE.

       292-HOLD-RTN.

              MOVE 'NO' TO WS-APR-FOUND

              PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                      UNTIL WS-APR-IDX > WS-APR-COUNT
                      OR WS-APR-FOUND EQUAL 'YES'
                 IF WS-APR-FLAG (WS-APR-IDX) EQUAL 'H'
                    AND WS-APR-FILE-CODE (WS-APR-IDX) EQUAL
                    WS-KEYED-FILE-CODE
                    AND WS-APR-ACTION (WS-APR-IDX) EQUAL
                    WS-KEYED-ACTION
                    AND WS-APR-DATA (WS-APR-IDX) EQUAL
                    WS-KEYED-DATA
                    MOVE 'YES' TO WS-APR-FOUND
                 END-IF
              END-PERFORM

              IF WS-APR-FOUND EQUAL 'YES'
                 MOVE 'NO' TO WS-VALID-TRANS
                 MOVE 'H1' TO WS-REASON-CODE
                 MOVE 'ALREADY AWAITING APPROVAL' TO WS-REASON-TEXT
              ELSE
                 IF WS-APR-COUNT < 100
                    ADD 1 TO WS-APR-COUNT
                    SET WS-APR-IDX TO WS-APR-COUNT
                    MOVE WS-KEYED-TRANS TO WS-APR-TRANS (WS-APR-IDX)
                    MOVE WS-RUN-DATE TO WS-APR-SUBMIT (WS-APR-IDX)
                    COMPUTE WS-APR-EXPIRE (WS-APR-IDX) =
                            FUNCTION DATE-OF-INTEGER
                            (WS-RUN-DATE-INT + WS-APPROVAL-DAYS)
                    MOVE WS-HOLD-TEXT TO WS-APR-TEXT (WS-APR-IDX)
                    MOVE 'H' TO WS-APR-FLAG (WS-APR-IDX)
                    MOVE 'YES' TO WS-TRANS-HELD
                 ELSE
                    MOVE 'NO' TO WS-VALID-TRANS
                    MOVE 'H2' TO WS-REASON-CODE
                    MOVE 'APPROVAL TABLE FULL' TO WS-REASON-TEXT
                    END-IF
                 END-IF

           .
      *
       250-CLOSE-ROUTINE.

              IF WS-REJ-COUNT > 0
              WRITE MAINT-UPDATE-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'HELD FOR APPROVAL:    ' TO MNT-COUNT-LABEL
              MOVE WS-TRANS-HELD-COUNT     TO MNT-COUNT-OUT
              MOVE MAINT-COUNT-LINE        TO MAINT-UPDATE-REC
              WRITE MAINT-UPDATE-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'HELD CHANGES APPROVED:' TO MNT-COUNT-LABEL
              MOVE WS-APPROVED-COUNT       TO MNT-COUNT-OUT
              MOVE MAINT-COUNT-LINE        TO MAINT-UPDATE-REC
              WRITE MAINT-UPDATE-REC
                    AFTER ADVANCING 1 LINE

              IF WS-BOOK-AVAILABLE EQUAL 'YES'
                 CLOSE INVEN-MASTER
                 END-IF
                       MAINT-UPDATE-RPT
                       MAINT-AUDIT-FILE

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

              MOVE 'PIZZA-MASTER-MAINT' TO STC-PROGRAM
              MOVE WS-TRANS-READ-COUNT TO STC-READ
              MOVE WS-TRANS-APPLIED-COUNT TO STC-WRITTEN
              MOVE WS-TRANS-REJECT-COUNT TO STC-REJECTED
              WRITE PIZZA-STEP-COUNTS-REC
              CLOSE PIZZA-STEP-COUNTS

           .

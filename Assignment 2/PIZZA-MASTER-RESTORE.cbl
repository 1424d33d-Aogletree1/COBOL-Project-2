       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-MASTER-RESTORE.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  Point-in-time restore of the Rolling Pizza master
      *  files.  Maintenance, receiving and the book update
      *  each copy the masters they change onto
      *  PIZZA-MASTER-GENS before posting, one generation per
      *  master per business date.  When a bad transaction
      *  file gets posted, the operator keys the master (or
      *  ALL), the business date to go back to, and their own
      *  ID on PIZZA-RESTORE-PARM, and this program puts each
      *  master back the way it stood before that night's
      *  posting.  The operator must hold restore authority
      *  ('R') on PIZZA-OPER-AUTH for the file code of every
      *  master asked for, the same file master maintenance
      *  clears its operators against.  Every master is
      *  checked first and nothing is restored unless all of
      *  them can be.  The report
      *  shows, per master, the record count before and after
      *  and every key added back, removed or changed, and
      *  each restore writes a row to MAINT-AUDIT so the
      *  rollback leaves the same trail as any other master
      *  change.  Generations dated after the restore date
      *  describe postings that no longer stand and are
      *  dropped from PIZZA-MASTER-GENS.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * WHAT TO RESTORE - MASTER NAME OR ALL, BUSINESS DATE, AND
      * WHO ASKED FOR IT.

           SELECT PIZZA-RESTORE-PARM
               ASSIGN TO 'PIZZA-RESTORE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTORE-PARM-STATUS.

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

      * THE MASTERS ARE ONLY EVER READ FRONT TO BACK OR RELOADED
      * IN KEY ORDER HERE, SO SEQUENTIAL ACCESS, ONE SHARED STATUS.

           SELECT TRUCK-MASTER
               ASSIGN TO 'TRUCK-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRUCK-ID-MST
               FILE STATUS IS WS-MST-STATUS.

           SELECT ITEM-MASTER
               ASSIGN TO 'ITEM-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-MST-STATUS.

           SELECT EMPLOYEE-MASTER
               ASSIGN TO 'EMPLOYEE-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID-MST
               FILE STATUS IS WS-MST-STATUS.

           SELECT SUPPLIER-MASTER
               ASSIGN TO 'SUPPLIER-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUPP-ID-MST
               FILE STATUS IS WS-MST-STATUS.

           SELECT INVEN-MASTER
               ASSIGN TO 'INVEN-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INVEN-KEY-MST
               FILE STATUS IS WS-MST-STATUS.

           SELECT PO-MASTER
               ASSIGN TO 'PO-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY-MST
               FILE STATUS IS WS-MST-STATUS.

           SELECT PIZZA-LOT-MASTER
               ASSIGN TO 'PIZZA-LOT-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY-MST
               FILE STATUS IS WS-MST-STATUS.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO 'MAINT-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PIZZA-RESTORE-RPT
               ASSIGN TO 'PIZZA-RESTORE-RPT.TXT'.

           SELECT PIZZA-RUN-PARM
               ASSIGN TO 'PIZZA-RUN-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * WHO MAY DO WHAT TO WHICH MASTER - KEPT BY THE OFFICE MANAGER
      * AND SHARED WITH MASTER MAINTENANCE. A RESTORE NEEDS ACTION
      * 'R' ON THE MASTER'S FILE CODE.

           SELECT PIZZA-OPER-AUTH
               ASSIGN TO 'PIZZA-OPER-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

       FD  PIZZA-RESTORE-PARM
           RECORD CONTAINS 32 CHARACTERS.
       01  PIZZA-RESTORE-PARM-REC.
           05  RSP-MASTER          PIC X(16).
           05  RSP-DATE            PIC X(8).
           05  RSP-OPERATOR        PIC X(8).
      *
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
       FD  TRUCK-MASTER
           RECORD CONTAINS 46 CHARACTERS.
       01  TRUCK-MASTER-REC.
           05  TRUCK-ID-MST        PIC X(5).
           05  FILLER              PIC X(41).
      *
       FD  ITEM-MASTER
           RECORD CONTAINS 37 CHARACTERS.
       01  ITEM-MASTER-REC.
           05  ITEM-ID-MST         PIC X(2).
           05  FILLER              PIC X(35).
      *
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 30 CHARACTERS.
       01  EMPLOYEE-MASTER-REC.
           05  EMP-ID-MST          PIC X(4).
           05  FILLER              PIC X(26).
      *
       FD  SUPPLIER-MASTER
           RECORD CONTAINS 40 CHARACTERS.
       01  SUPPLIER-MASTER-REC.
           05  SUPP-ID-MST         PIC X(4).
           05  FILLER              PIC X(36).
      *
       FD  INVEN-MASTER
           RECORD CONTAINS 21 CHARACTERS.
       01  INVEN-MASTER-REC.
           05  INVEN-KEY-MST       PIC X(7).
           05  FILLER              PIC X(14).
      *
       FD  PO-MASTER
           RECORD CONTAINS 46 CHARACTERS.
       01  PO-MASTER-REC.
           05  PO-KEY-MST          PIC X(8).
           05  FILLER              PIC X(38).
      *
       FD  PIZZA-LOT-MASTER
           RECORD CONTAINS 36 CHARACTERS.
       01  LOT-MASTER-REC.
           05  LOT-KEY-MST         PIC X(18).
           05  FILLER              PIC X(18).
      *
       FD    MAINT-AUDIT-FILE
             RECORD CONTAINS 140 CHARACTERS.

       01    MAINT-AUDIT-REC            PIC X(140).
      *
       FD    PIZZA-RESTORE-RPT
             RECORD CONTAINS 100 CHARACTERS.

       01    PIZZA-RESTORE-REC          PIC X(100).
      *
       FD  PIZZA-RUN-PARM
           RECORD CONTAINS 9 CHARACTERS.
       01  PIZZA-RUN-PARM-REC.
           05  PRM-BUSINESS-DATE   PIC X(8).
           05  PRM-RERUN-FLAG      PIC X(1).
      *
       FD  PIZZA-OPER-AUTH
           RECORD CONTAINS 34 CHARACTERS.
       01  PIZZA-OPER-AUTH-REC.
           05  OPA-OPERATOR-ID     PIC X(8).
           05  OPA-FILE-CODE       PIC X(1).
           05  OPA-ACTIONS         PIC X(5).
           05  OPA-OPER-NAME       PIC X(20).
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    WS-RESTORE-PARM-STATUS    PIC XX       VALUE '00'.
             05    WS-GENS-STATUS            PIC XX       VALUE '00'.
             05    WS-GENS-WORK-STATUS       PIC XX       VALUE '00'.
             05    WS-GEN-PARM-STATUS        PIC XX       VALUE '00'.
             05    WS-MST-STATUS             PIC XX       VALUE '00'.
             05    WS-AUDIT-STATUS           PIC XX       VALUE '00'.
             05    WS-PARM-STATUS            PIC XX       VALUE '00'.
             05    WS-AUTH-STATUS            PIC XX       VALUE '00'.
             05    WS-AUTH-EOF               PIC X(3)     VALUE 'NO'.
             05    WS-OPER-CLEARED           PIC X(3)     VALUE 'NO'.
             05    WS-ACTION-TALLY           PIC 9(2)     VALUE 0.
             05    WS-RUN-DATE               PIC 9(8)     VALUE 0.
             05    WS-RESTORE-DATE           PIC 9(8)     VALUE 0.
             05    WS-GEN-KEEP               PIC 9(2)     VALUE 7.
             05    WS-GEN-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-GEN-ROW-EOF            PIC X(3)     VALUE 'NO'.
             05    WS-CUR-EOF                PIC X(3)     VALUE 'NO'.
             05    WS-GEN-KEEP-REC           PIC X(3)     VALUE 'NO'.
             05    WS-REJECTED               PIC X(3)     VALUE 'NO'.
             05    WS-MASTER-FOUND           PIC X(3)     VALUE 'NO'.
             05    WS-KEY-LEN                PIC 9(2)     VALUE 0.
             05    WS-CUR-DATA               PIC X(60)    VALUE SPACES.
             05    WS-BEFORE-COUNT           PIC 9(7)     VALUE 0.
             05    WS-AFTER-COUNT            PIC 9(7)     VALUE 0.
             05    WS-ADDED-COUNT            PIC 9(7)     VALUE 0.
             05    WS-REMOVED-COUNT          PIC 9(7)     VALUE 0.
             05    WS-CHANGED-COUNT          PIC 9(7)     VALUE 0.
             05    WS-RESTORED-COUNT         PIC 9(2)     VALUE 0.
             05    WS-GENS-DROPPED-COUNT     PIC 9(3)     VALUE 0.

      * THE MASTERS THIS PROGRAM CAN RESTORE, THE FILE CODE EACH
      * CARRIES ON MAINT-AUDIT, THE LENGTH OF ITS LEADING KEY, AND
      * WHAT THE CHECK PASS DECIDED FOR IT.

       01    WS-RST-MASTER-TABLE.
             05    WS-RST-COUNT              PIC 9(1)     VALUE 7.
             05    WS-RST-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-RST-IDX.
                   10    WS-RST-NAME         PIC X(16).
                   10    WS-RST-FILE-CODE    PIC X(1).
                   10    WS-RST-KEY-LEN      PIC 9(2).
                   10    WS-RST-SELECTED     PIC X(3).
                   10    WS-RST-ACTION       PIC X(7).
                   10    WS-RST-GEN-DATE     PIC 9(8).
                   10    WS-RST-GEN-COUNT    PIC 9(7).
                   10    WS-RST-OLDEST       PIC 9(8).
                   10    WS-RST-HAVE         PIC 9(3).
                   10    WS-RST-MESSAGE      PIC X(60).

      * THE OPERATOR AUTHORITY ROWS, AS MASTER MAINTENANCE HOLDS
      * THEM.

       01    WS-AUTH-TABLE.
             05    WS-AUTH-COUNT             PIC 999      VALUE 0.
             05    WS-AUTH-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-AUTH-IDX.
                   10    WS-AUTH-OPERATOR    PIC X(8).
                   10    WS-AUTH-FILE-CODE   PIC X(1).
                   10    WS-AUTH-ACTIONS     PIC X(5).

      * GENERATIONS ON FILE - ONE ENTRY PER TRAILER.

       01    WS-GEN-TABLE.
             05    WS-GEN-ENTRY-COUNT        PIC 9(3)     VALUE 0.
             05    WS-GEN-ENTRY OCCURS 700 TIMES
                   INDEXED BY WS-GEN-IDX.
                   10    WS-GEN-ENT-MASTER   PIC X(16).
                   10    WS-GEN-ENT-DATE     PIC 9(8).
                   10    WS-GEN-ENT-COUNT    PIC 9(7).
                   10    WS-GEN-ENT-DROP     PIC X(3).

      *************************OUTPUT AREA*****************************
       01 RST-REPORT-HEADER.
          05 FILLER            PIC X(2)             .
          05 RST-H1-DATE       PIC 9999/99/99       .

          05 FILLER            PIC X(20) VALUE SPACES.
          05 RST-COMPANY-NAME  PIC X(13) VALUE 'ROLLING PIZZA'.

          05 FILLER            PIC X(19) VALUE SPACES.
          05 RST-INITIALS      PIC X(3) VALUE 'AHO'.

       01 RST-REPORT-HEADER-2.
          05 FILLER            PIC X(24) VALUE SPACES.
          05 RST-REPORT-LINE   PIC X(30) VALUE
             'MASTER FILE RESTORE'.

       01 RST-REQUEST-LINE.
          05 FILLER            PIC X(2) VALUE SPACES           .
          05 FILLER            PIC X(11) VALUE 'RESTORE OF '   .
          05 RST-REQ-MASTER-OUT PIC X(16)                      .
          05 FILLER            PIC X(20) VALUE
             ' TO BUSINESS DATE  '.
          05 RST-REQ-DATE-OUT  PIC 9999/99/99                  .
          05 FILLER            PIC X(4) VALUE ' BY '           .
          05 RST-REQ-OPER-OUT  PIC X(8)                        .

       01 RST-MASTER-LINE.
          05 FILLER            PIC X(2) VALUE SPACES           .
          05 RST-MST-NAME-OUT  PIC X(16)                       .
          05 FILLER            PIC X(2) VALUE SPACES           .
          05 RST-MST-MSG-OUT   PIC X(60)                       .

       01 RST-COLUMN-HEADER.
          05 FILLER            PIC X(4) VALUE SPACES           .
          05 RST-KEY-HDR       PIC X(18) VALUE 'KEY'           .
          05 FILLER            PIC X(2) VALUE SPACES           .
          05 RST-CHG-HDR       PIC X(12) VALUE 'CHANGE'        .
          05 FILLER            PIC X(2) VALUE SPACES           .
          05 RST-IMG-HDR       PIC X(60) VALUE 'RECORD'        .

       01 RST-DETAIL-LINE.
          05 FILLER            PIC X(4) VALUE SPACES           .
          05 RST-KEY-OUT       PIC X(18)                       .
          05 FILLER            PIC X(2) VALUE SPACES           .
          05 RST-CHG-OUT       PIC X(12)                       .
          05 FILLER            PIC X(2) VALUE SPACES           .
          05 RST-IMG-OUT       PIC X(60)                       .

       01 RST-COUNT-LINE.
          05 FILLER            PIC X(4) VALUE SPACES           .
          05 RST-COUNT-LABEL   PIC X(26)                       .
          05 RST-COUNT-OUT     PIC Z,ZZZ,ZZ9                   .

       01 RST-MESSAGE-LINE.
          05 FILLER            PIC X(2) VALUE SPACES           .
          05 RST-MESSAGE-OUT   PIC X(90)                       .

      * SAME AUDIT ROW AS MASTER MAINTENANCE WRITES. THE RESTORE
      * GOES IN AS ACTION 'R' UNDER THE OPERATOR WHO ASKED FOR IT,
      * WITH THE RECORD COUNTS IN PLACE OF THE BEFORE/AFTER IMAGES.

       01 AUDIT-DETAIL-LINE.
          05 AUD-DATE-OUT      PIC 9999/99/99         .
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 AUD-SOURCE-OUT    PIC X(8)               .
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 AUD-FILE-OUT      PIC X(1)               .
          05 AUD-ACTION-OUT    PIC X(1)               .
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 AUD-KEY-OUT       PIC X(5)               .
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 AUD-BEFORE-OUT.
             10 FILLER         PIC X(15) VALUE
                'RECORDS BEFORE '.
             10 AUD-BEF-COUNT-OUT PIC 9(7)            .
             10 FILLER         PIC X(24) VALUE SPACES .
          05 FILLER            PIC X(2) VALUE SPACES  .
          05 AUD-AFTER-OUT.
             10 FILLER         PIC X(9) VALUE 'FROM GEN '.
             10 AUD-GEN-DATE-OUT PIC 9(8)             .
             10 FILLER         PIC X(9) VALUE ' RECORDS '.
             10 AUD-AFT-COUNT-OUT PIC 9(7)            .
             10 FILLER         PIC X(13) VALUE SPACES .

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 135-GEN-LOAD-RTN
           PERFORM 140-CHECK-RTN
           PERFORM 150-RESTORE-RTN
           PERFORM 240-GENS-TRIM-RTN
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

           OPEN    OUTPUT    PIZZA-RESTORE-RPT

           PERFORM 123-BUSINESS-DATE-RTN
           MOVE WS-RUN-DATE TO RST-H1-DATE
           MOVE RST-H1-DATE TO AUD-DATE-OUT

           MOVE 'TRUCK-MASTER'     TO WS-RST-NAME (1)
           MOVE 'T'                TO WS-RST-FILE-CODE (1)
           MOVE 5                  TO WS-RST-KEY-LEN (1)
           MOVE 'ITEM-MASTER'      TO WS-RST-NAME (2)
           MOVE 'I'                TO WS-RST-FILE-CODE (2)
           MOVE 2                  TO WS-RST-KEY-LEN (2)
           MOVE 'EMPLOYEE-MASTER'  TO WS-RST-NAME (3)
           MOVE 'E'                TO WS-RST-FILE-CODE (3)
           MOVE 4                  TO WS-RST-KEY-LEN (3)
           MOVE 'SUPPLIER-MASTER'  TO WS-RST-NAME (4)
           MOVE 'S'                TO WS-RST-FILE-CODE (4)
           MOVE 4                  TO WS-RST-KEY-LEN (4)
           MOVE 'INVEN-MASTER'     TO WS-RST-NAME (5)
           MOVE 'B'                TO WS-RST-FILE-CODE (5)
           MOVE 7                  TO WS-RST-KEY-LEN (5)
           MOVE 'PO-MASTER'        TO WS-RST-NAME (6)
           MOVE 'O'                TO WS-RST-FILE-CODE (6)
           MOVE 8                  TO WS-RST-KEY-LEN (6)
           MOVE 'PIZZA-LOT-MASTER' TO WS-RST-NAME (7)
           MOVE 'L'                TO WS-RST-FILE-CODE (7)
           MOVE 18                 TO WS-RST-KEY-LEN (7)

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RST-COUNT
              MOVE 'NO'     TO WS-RST-SELECTED (WS-RST-IDX)
              MOVE 'NONE'   TO WS-RST-ACTION (WS-RST-IDX)
              MOVE 0        TO WS-RST-GEN-DATE (WS-RST-IDX)
              MOVE 0        TO WS-RST-GEN-COUNT (WS-RST-IDX)
              MOVE 99999999 TO WS-RST-OLDEST (WS-RST-IDX)
              MOVE 0        TO WS-RST-HAVE (WS-RST-IDX)
              MOVE SPACES   TO WS-RST-MESSAGE (WS-RST-IDX)
           END-PERFORM

           PERFORM 130-RESTORE-PARM-RTN
           PERFORM 132-GEN-PARM-RTN
           PERFORM 133-AUTH-LOAD-RTN

           MOVE RST-REPORT-HEADER    TO PIZZA-RESTORE-REC
           WRITE PIZZA-RESTORE-REC
                   AFTER ADVANCING 2 LINE

           MOVE RST-REPORT-HEADER-2  TO PIZZA-RESTORE-REC
           WRITE PIZZA-RESTORE-REC
                   AFTER ADVANCING 2 LINE

           MOVE RSP-MASTER      TO RST-REQ-MASTER-OUT
           MOVE WS-RESTORE-DATE TO RST-REQ-DATE-OUT
           MOVE RSP-OPERATOR    TO RST-REQ-OPER-OUT
           MOVE RST-REQUEST-LINE TO PIZZA-RESTORE-REC
           WRITE PIZZA-RESTORE-REC
                   AFTER ADVANCING 2 LINE

           .
      *
      * READS THE BUSINESS DATE OFF THE RUN PARAMETER CARD, FALLING
      * BACK TO THE SYSTEM CLOCK - LOUDLY - WHEN THE CARD IS MISSING
      * OR UNREADABLE. IT DATES THE REPORT AND THE AUDIT ROWS.

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
      * THE RESTORE REQUEST. A RESTORE IS NEVER GUESSED AT - NO
      * CARD, AN UNKNOWN MASTER, A BAD DATE OR NO OPERATOR STOPS
      * THE RUN BEFORE ANYTHING IS TOUCHED.

       130-RESTORE-PARM-RTN.

              OPEN INPUT PIZZA-RESTORE-PARM
              IF WS-RESTORE-PARM-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-RESTORE-PARM, '
                         'STATUS ' WS-RESTORE-PARM-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              READ PIZZA-RESTORE-PARM
                  AT END
                     DISPLAY 'ERROR - PIZZA-RESTORE-PARM IS EMPTY'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
              END-READ
              CLOSE PIZZA-RESTORE-PARM

              IF RSP-DATE IS NOT NUMERIC
                 DISPLAY 'ERROR - RESTORE DATE ' RSP-DATE
                         ' IS NOT A YYYYMMDD DATE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF
              MOVE RSP-DATE TO WS-RESTORE-DATE

              IF RSP-OPERATOR EQUAL SPACES
                 DISPLAY 'ERROR - NO OPERATOR ON PIZZA-RESTORE-PARM'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-MASTER-FOUND
              PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                      UNTIL WS-RST-IDX > WS-RST-COUNT
                 IF RSP-MASTER EQUAL 'ALL'
                    OR RSP-MASTER EQUAL WS-RST-NAME (WS-RST-IDX)
                    MOVE 'YES' TO WS-RST-SELECTED (WS-RST-IDX)
                    MOVE 'YES' TO WS-MASTER-FOUND
                 END-IF
              END-PERFORM

              IF WS-MASTER-FOUND EQUAL 'NO'
                 DISPLAY 'ERROR - ' RSP-MASTER ' IS NOT A MASTER '
                         'THAT CAN BE RESTORED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * LOADS THE OPERATOR AUTHORITY ROWS. WITHOUT THE FILE NOBODY
      * IS CLEARED TO RESTORE ANYTHING, AND THE CHECK PASS REJECTS
      * THE WHOLE REQUEST.

       133-AUTH-LOAD-RTN.

              OPEN INPUT PIZZA-OPER-AUTH
              IF WS-AUTH-STATUS EQUAL '00'
                 MOVE 'NO' TO WS-AUTH-EOF
                 PERFORM UNTIL WS-AUTH-EOF EQUAL 'YES'
                    READ PIZZA-OPER-AUTH
                        AT END
                           MOVE 'YES' TO WS-AUTH-EOF
                        NOT AT END
                           IF OPA-OPERATOR-ID NOT EQUAL SPACES
                              PERFORM 133A-AUTH-STORE-RTN
                              END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PIZZA-OPER-AUTH
              ELSE
                 DISPLAY 'WARNING - NO PIZZA-OPER-AUTH FILE - NO '
                         'OPERATOR IS CLEARED TO RESTORE'
                 END-IF

           .
      *
       133A-AUTH-STORE-RTN.

              IF WS-AUTH-COUNT < 200
                 ADD 1 TO WS-AUTH-COUNT
                 SET WS-AUTH-IDX TO WS-AUTH-COUNT
                 MOVE OPA-OPERATOR-ID TO
                      WS-AUTH-OPERATOR (WS-AUTH-IDX)
                 MOVE OPA-FILE-CODE TO
                      WS-AUTH-FILE-CODE (WS-AUTH-IDX)
                 MOVE OPA-ACTIONS TO
                      WS-AUTH-ACTIONS (WS-AUTH-IDX)
              ELSE
                 DISPLAY 'ERROR - OPERATOR AUTHORITY TABLE FULL '
                         '(200) - RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * THE GENERATION KEEP COUNT THE UPDATING PROGRAMS RUN UNDER -
      * NEEDED TO TELL WHETHER A DATE HAS FALLEN OFF THE END.

       132-GEN-PARM-RTN.

              OPEN INPUT PIZZA-GEN-PARM
              IF WS-GEN-PARM-STATUS EQUAL '00'
                 READ PIZZA-GEN-PARM
                     AT END
                        CONTINUE
                     NOT AT END
                        IF GPM-KEEP-GENS IS NUMERIC
                           AND GPM-KEEP-GENS > 0
                           MOVE GPM-KEEP-GENS TO WS-GEN-KEEP
                           END-IF
                 END-READ
                 CLOSE PIZZA-GEN-PARM
                 END-IF

           .
      *
       135-GEN-LOAD-RTN.

              OPEN INPUT PIZZA-MASTER-GENS
              IF WS-GENS-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO OPEN PIZZA-MASTER-GENS, '
                         'STATUS ' WS-GENS-STATUS
                         ' - NO GENERATIONS TO RESTORE FROM'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ PIZZA-MASTER-GENS
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        IF GEN-TYPE EQUAL 'T'
                           PERFORM 137-GEN-ENTRY-RTN
                           END-IF
                 END-READ
              END-PERFORM
              CLOSE PIZZA-MASTER-GENS

           .
      *
       137-GEN-ENTRY-RTN.

              IF WS-GEN-ENTRY-COUNT < 700
                 ADD 1 TO WS-GEN-ENTRY-COUNT
                 SET WS-GEN-IDX TO WS-GEN-ENTRY-COUNT
                 MOVE GEN-MASTER    TO WS-GEN-ENT-MASTER (WS-GEN-IDX)
                 MOVE GEN-DATE      TO WS-GEN-ENT-DATE (WS-GEN-IDX)
                 MOVE GEN-TRL-COUNT TO WS-GEN-ENT-COUNT (WS-GEN-IDX)
                 MOVE 'NO'          TO WS-GEN-ENT-DROP (WS-GEN-IDX)
              ELSE
                 DISPLAY 'ERROR - GENERATION TABLE FULL (700) - '
                         'RAISE THE TABLE AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
      * DECIDES, FOR EVERY MASTER ASKED FOR, WHICH GENERATION PUTS
      * IT BACK TO THE RESTORE DATE. THAT IS THE EARLIEST ONE ON OR
      * AFTER THE DATE - THE MASTER AS IT STOOD BEFORE THE FIRST
      * POSTING THAT CHANGED IT FROM THEN ON. NONE AT ALL MEANS
      * NOTHING HAS CHANGED IT SINCE, SO IT IS LEFT ALONE. IF THE
      * ONLY GENERATIONS ARE LATER THAN THE DATE AND THE MASTER IS
      * AT ITS KEEP COUNT, EARLIER ONES HAVE BEEN DROPPED AND THE
      * DATE CAN NO LONGER BE REACHED - THAT REJECTS THE WHOLE RUN.

       140-CHECK-RTN.

              MOVE 'NO' TO WS-REJECTED
              PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                      UNTIL WS-RST-IDX > WS-RST-COUNT
                 IF WS-RST-SELECTED (WS-RST-IDX) EQUAL 'YES'
                    PERFORM 145-CHECK-MASTER-RTN
                    PERFORM 147-AUTH-CHECK-RTN
                 END-IF
              END-PERFORM

              IF WS-REJECTED EQUAL 'YES'
                 PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                         UNTIL WS-RST-IDX > WS-RST-COUNT
                    IF WS-RST-SELECTED (WS-RST-IDX) EQUAL 'YES'
                       MOVE WS-RST-NAME (WS-RST-IDX)
                            TO RST-MST-NAME-OUT
                       MOVE WS-RST-MESSAGE (WS-RST-IDX)
                            TO RST-MST-MSG-OUT
                       MOVE RST-MASTER-LINE TO PIZZA-RESTORE-REC
                       WRITE PIZZA-RESTORE-REC
                             AFTER ADVANCING 1 LINE
                    END-IF
                 END-PERFORM
                 MOVE 'NOTHING RESTORED - EVERY MASTER ASKED FOR MUST B
      -               'E RESTORABLE TO THE DATE'
                      TO RST-MESSAGE-OUT
                 MOVE RST-MESSAGE-LINE TO PIZZA-RESTORE-REC
                 WRITE PIZZA-RESTORE-REC
                       AFTER ADVANCING 2 LINE
                 CLOSE PIZZA-RESTORE-RPT
                 DISPLAY 'ERROR - RESTORE REJECTED - SEE '
                         'PIZZA-RESTORE-RPT'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

           .
      *
       145-CHECK-MASTER-RTN.

              PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                      UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
                 IF WS-GEN-ENT-MASTER (WS-GEN-IDX) EQUAL
                    WS-RST-NAME (WS-RST-IDX)
                    ADD 1 TO WS-RST-HAVE (WS-RST-IDX)
                    IF WS-GEN-ENT-DATE (WS-GEN-IDX) <
                       WS-RST-OLDEST (WS-RST-IDX)
                       MOVE WS-GEN-ENT-DATE (WS-GEN-IDX)
                            TO WS-RST-OLDEST (WS-RST-IDX)
                       END-IF
                    IF WS-GEN-ENT-DATE (WS-GEN-IDX) NOT LESS THAN
                       WS-RESTORE-DATE
                       AND (WS-RST-GEN-DATE (WS-RST-IDX) EQUAL 0
                       OR WS-GEN-ENT-DATE (WS-GEN-IDX) <
                          WS-RST-GEN-DATE (WS-RST-IDX))
                       MOVE WS-GEN-ENT-DATE (WS-GEN-IDX)
                            TO WS-RST-GEN-DATE (WS-RST-IDX)
                       MOVE WS-GEN-ENT-COUNT (WS-GEN-IDX)
                            TO WS-RST-GEN-COUNT (WS-RST-IDX)
                       END-IF
                 END-IF
              END-PERFORM

              EVALUATE TRUE
                 WHEN WS-RST-GEN-DATE (WS-RST-IDX) EQUAL 0
                    MOVE 'SKIP' TO WS-RST-ACTION (WS-RST-IDX)
                    MOVE 'NOT CHANGED SINCE THE DATE - LEFT AS IT IS'
                         TO WS-RST-MESSAGE (WS-RST-IDX)
                 WHEN WS-RST-OLDEST (WS-RST-IDX) > WS-RESTORE-DATE
                      AND WS-RST-HAVE (WS-RST-IDX) NOT LESS THAN
                          WS-GEN-KEEP
                    MOVE 'REJECT' TO WS-RST-ACTION (WS-RST-IDX)
                    MOVE 'DATE IS OLDER THAN THE GENERATIONS KEPT - CANN
      -                  'OT RESTORE'
                         TO WS-RST-MESSAGE (WS-RST-IDX)
                    MOVE 'YES' TO WS-REJECTED
                 WHEN OTHER
                    MOVE 'RESTORE' TO WS-RST-ACTION (WS-RST-IDX)
                    MOVE 'RESTORE FROM GENERATION OF '
                         TO WS-RST-MESSAGE (WS-RST-IDX)
                    MOVE WS-RST-GEN-DATE (WS-RST-IDX)
                         TO WS-RST-MESSAGE (WS-RST-IDX) (28:8)
              END-EVALUATE

           .
      *
      * THE OPERATOR ON THE REQUEST MUST HOLD ACTION 'R' ON THE
      * MASTER'S FILE CODE - EVEN FOR A MASTER THAT TURNS OUT TO
      * NEED NOTHING - OR THE WHOLE REQUEST IS REFUSED.

       147-AUTH-CHECK-RTN.

              MOVE 'NO' TO WS-OPER-CLEARED
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                      OR WS-OPER-CLEARED EQUAL 'YES'
                 IF WS-AUTH-OPERATOR (WS-AUTH-IDX) EQUAL RSP-OPERATOR
                    AND WS-AUTH-FILE-CODE (WS-AUTH-IDX) EQUAL
                        WS-RST-FILE-CODE (WS-RST-IDX)
                    MOVE 0 TO WS-ACTION-TALLY
                    INSPECT WS-AUTH-ACTIONS (WS-AUTH-IDX)
                            TALLYING WS-ACTION-TALLY FOR ALL 'R'
                    IF WS-ACTION-TALLY > 0
                       MOVE 'YES' TO WS-OPER-CLEARED
                       END-IF
                 END-IF
              END-PERFORM

              IF WS-OPER-CLEARED EQUAL 'NO'
                 MOVE 'REJECT' TO WS-RST-ACTION (WS-RST-IDX)
                 MOVE 'OPERATOR NOT AUTHORIZED TO RESTORE THIS MASTER'
                      TO WS-RST-MESSAGE (WS-RST-IDX)
                 MOVE 'YES' TO WS-REJECTED
                 DISPLAY 'ERROR - OPERATOR ' RSP-OPERATOR
                         ' NOT AUTHORIZED TO RESTORE '
                         WS-RST-NAME (WS-RST-IDX)
                 END-IF

           .
      *
      * ONE MASTER AT A TIME: LIST THE DIFFERENCES, RELOAD IT FROM
      * THE GENERATION, CHECK THE COUNT AGAINST THE TRAILER, AND
      * WRITE THE AUDIT ROW.

       150-RESTORE-RTN.

              PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                      UNTIL WS-RST-IDX > WS-RST-COUNT
                 IF WS-RST-SELECTED (WS-RST-IDX) EQUAL 'YES'
                    MOVE WS-RST-NAME (WS-RST-IDX) TO RST-MST-NAME-OUT
                    MOVE WS-RST-MESSAGE (WS-RST-IDX)
                         TO RST-MST-MSG-OUT
                    MOVE RST-MASTER-LINE TO PIZZA-RESTORE-REC
                    WRITE PIZZA-RESTORE-REC
                          AFTER ADVANCING 3 LINE
                    IF WS-RST-ACTION (WS-RST-IDX) EQUAL 'RESTORE'
                       PERFORM 200-DIFF-RTN
                       PERFORM 220-RELOAD-RTN
                       PERFORM 230-AUDIT-RTN
                       PERFORM 235-MASTER-COUNTS-RTN
                       ADD 1 TO WS-RESTORED-COUNT
                    END-IF
                 END-IF
              END-PERFORM

           .
      *
      * POSITIONS ON THE NEXT ROW OF THE CHOSEN GENERATION OF THE
      * CURRENT MASTER. ITS TRAILER, OR THE END OF THE FILE, ENDS
      * THE GENERATION.

       160-GEN-NEXT-RTN.

              MOVE 'NO' TO WS-GEN-KEEP-REC
              PERFORM UNTIL WS-GEN-KEEP-REC EQUAL 'YES'
                      OR WS-GEN-ROW-EOF EQUAL 'YES'
                 READ PIZZA-MASTER-GENS
                     AT END
                        MOVE 'YES' TO WS-GEN-ROW-EOF
                     NOT AT END
                        IF GEN-MASTER EQUAL WS-RST-NAME (WS-RST-IDX)
                           AND GEN-DATE EQUAL
                               WS-RST-GEN-DATE (WS-RST-IDX)
                           IF GEN-TYPE EQUAL 'D'
                              MOVE 'YES' TO WS-GEN-KEEP-REC
                           ELSE
                              MOVE 'YES' TO WS-GEN-ROW-EOF
                              END-IF
                           END-IF
                 END-READ
              END-PERFORM

           .
      *
      * THE MASTER FILES BY TABLE POSITION - OPEN, READ NEXT INTO
      * WS-CUR-DATA, RELOAD FROM THE GENERATION ROW, CLOSE.

       170-MST-OPEN-INPUT-RTN.

              EVALUATE WS-RST-IDX
                 WHEN 1
                    OPEN INPUT TRUCK-MASTER
                 WHEN 2
                    OPEN INPUT ITEM-MASTER
                 WHEN 3
                    OPEN INPUT EMPLOYEE-MASTER
                 WHEN 4
                    OPEN INPUT SUPPLIER-MASTER
                 WHEN 5
                    OPEN INPUT INVEN-MASTER
                 WHEN 6
                    OPEN INPUT PO-MASTER
                 WHEN 7
                    OPEN INPUT PIZZA-LOT-MASTER
              END-EVALUATE

           .
      *
       172-MST-READ-RTN.

              EVALUATE WS-RST-IDX
                 WHEN 1
                    READ TRUCK-MASTER NEXT RECORD
                        AT END
                           MOVE 'YES' TO WS-CUR-EOF
                        NOT AT END
                           MOVE TRUCK-MASTER-REC TO WS-CUR-DATA
                    END-READ
                 WHEN 2
                    READ ITEM-MASTER NEXT RECORD
                        AT END
                           MOVE 'YES' TO WS-CUR-EOF
                        NOT AT END
                           MOVE ITEM-MASTER-REC TO WS-CUR-DATA
                    END-READ
                 WHEN 3
                    READ EMPLOYEE-MASTER NEXT RECORD
                        AT END
                           MOVE 'YES' TO WS-CUR-EOF
                        NOT AT END
                           MOVE EMPLOYEE-MASTER-REC TO WS-CUR-DATA
                    END-READ
                 WHEN 4
                    READ SUPPLIER-MASTER NEXT RECORD
                        AT END
                           MOVE 'YES' TO WS-CUR-EOF
                        NOT AT END
                           MOVE SUPPLIER-MASTER-REC TO WS-CUR-DATA
                    END-READ
                 WHEN 5
                    READ INVEN-MASTER NEXT RECORD
                        AT END
                           MOVE 'YES' TO WS-CUR-EOF
                        NOT AT END
                           MOVE INVEN-MASTER-REC TO WS-CUR-DATA
                    END-READ
                 WHEN 6
                    READ PO-MASTER NEXT RECORD
                        AT END
                           MOVE 'YES' TO WS-CUR-EOF
                        NOT AT END
                           MOVE PO-MASTER-REC TO WS-CUR-DATA
                    END-READ
                 WHEN 7
                    READ PIZZA-LOT-MASTER NEXT RECORD
                        AT END
                           MOVE 'YES' TO WS-CUR-EOF
                        NOT AT END
                           MOVE LOT-MASTER-REC TO WS-CUR-DATA
                    END-READ
              END-EVALUATE

              IF WS-CUR-EOF EQUAL 'NO'
                 ADD 1 TO WS-BEFORE-COUNT
                 END-IF

           .
      *
       174-MST-CLOSE-RTN.

              EVALUATE WS-RST-IDX
                 WHEN 1
                    CLOSE TRUCK-MASTER
                 WHEN 2
                    CLOSE ITEM-MASTER
                 WHEN 3
                    CLOSE EMPLOYEE-MASTER
                 WHEN 4
                    CLOSE SUPPLIER-MASTER
                 WHEN 5
                    CLOSE INVEN-MASTER
                 WHEN 6
                    CLOSE PO-MASTER
                 WHEN 7
                    CLOSE PIZZA-LOT-MASTER
              END-EVALUATE

           .
      *
       176-MST-OPEN-OUTPUT-RTN.

              EVALUATE WS-RST-IDX
                 WHEN 1
                    OPEN OUTPUT TRUCK-MASTER
                 WHEN 2
                    OPEN OUTPUT ITEM-MASTER
                 WHEN 3
                    OPEN OUTPUT EMPLOYEE-MASTER
                 WHEN 4
                    OPEN OUTPUT SUPPLIER-MASTER
                 WHEN 5
                    OPEN OUTPUT INVEN-MASTER
                 WHEN 6
                    OPEN OUTPUT PO-MASTER
                 WHEN 7
                    OPEN OUTPUT PIZZA-LOT-MASTER
              END-EVALUATE

           .
      *
       178-MST-WRITE-RTN.

              EVALUATE WS-RST-IDX
                 WHEN 1
                    MOVE GEN-DATA TO TRUCK-MASTER-REC
                    WRITE TRUCK-MASTER-REC
                 WHEN 2
                    MOVE GEN-DATA TO ITEM-MASTER-REC
                    WRITE ITEM-MASTER-REC
                 WHEN 3
                    MOVE GEN-DATA TO EMPLOYEE-MASTER-REC
                    WRITE EMPLOYEE-MASTER-REC
                 WHEN 4
                    MOVE GEN-DATA TO SUPPLIER-MASTER-REC
                    WRITE SUPPLIER-MASTER-REC
                 WHEN 5
                    MOVE GEN-DATA TO INVEN-MASTER-REC
                    WRITE INVEN-MASTER-REC
                 WHEN 6
                    MOVE GEN-DATA TO PO-MASTER-REC
                    WRITE PO-MASTER-REC
                 WHEN 7
                    MOVE GEN-DATA TO LOT-MASTER-REC
                    WRITE LOT-MASTER-REC
              END-EVALUATE

              IF WS-MST-STATUS EQUAL '00'
                 ADD 1 TO WS-AFTER-COUNT
              ELSE
                 DISPLAY 'ERROR - RELOAD WRITE FAILED, STATUS '
                         WS-MST-STATUS ' FOR '
                         WS-RST-NAME (WS-RST-IDX) ' KEY '
                         GEN-DATA (1:WS-KEY-LEN)
                 END-IF

           .
      *
      * MATCHES THE MASTER AS IT STANDS AGAINST THE GENERATION, BOTH
      * IN KEY ORDER, AND LISTS EVERY KEY THE RESTORE REMOVES, ADDS
      * BACK OR CHANGES. A MASTER THAT NO LONGER EXISTS COUNTS AS
      * EMPTY.

       200-DIFF-RTN.

              MOVE 0 TO WS-BEFORE-COUNT
              MOVE 0 TO WS-AFTER-COUNT
              MOVE 0 TO WS-ADDED-COUNT
              MOVE 0 TO WS-REMOVED-COUNT
              MOVE 0 TO WS-CHANGED-COUNT
              MOVE WS-RST-KEY-LEN (WS-RST-IDX) TO WS-KEY-LEN

              MOVE RST-COLUMN-HEADER TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'NO' TO WS-CUR-EOF
              PERFORM 170-MST-OPEN-INPUT-RTN
              IF WS-MST-STATUS EQUAL '35'
                 MOVE 'YES' TO WS-CUR-EOF
              ELSE
                 IF WS-MST-STATUS NOT EQUAL '00'
                    DISPLAY 'ERROR - UNABLE TO OPEN '
                            WS-RST-NAME (WS-RST-IDX) ', STATUS '
                            WS-MST-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                    END-IF
                 PERFORM 172-MST-READ-RTN
                 END-IF

              MOVE 'NO' TO WS-GEN-ROW-EOF
              OPEN INPUT PIZZA-MASTER-GENS
              PERFORM 160-GEN-NEXT-RTN

              PERFORM UNTIL WS-CUR-EOF EQUAL 'YES'
                      AND WS-GEN-ROW-EOF EQUAL 'YES'
                 EVALUATE TRUE
                    WHEN WS-GEN-ROW-EOF EQUAL 'YES'
                       PERFORM 210-REMOVED-LINE-RTN
                       PERFORM 172-MST-READ-RTN
                    WHEN WS-CUR-EOF EQUAL 'YES'
                       PERFORM 212-ADDED-LINE-RTN
                       PERFORM 160-GEN-NEXT-RTN
                    WHEN WS-CUR-DATA (1:WS-KEY-LEN) <
                         GEN-DATA (1:WS-KEY-LEN)
                       PERFORM 210-REMOVED-LINE-RTN
                       PERFORM 172-MST-READ-RTN
                    WHEN WS-CUR-DATA (1:WS-KEY-LEN) >
                         GEN-DATA (1:WS-KEY-LEN)
                       PERFORM 212-ADDED-LINE-RTN
                       PERFORM 160-GEN-NEXT-RTN
                    WHEN OTHER
                       IF WS-CUR-DATA NOT EQUAL GEN-DATA
                          PERFORM 214-CHANGED-LINE-RTN
                          END-IF
                       PERFORM 172-MST-READ-RTN
                       PERFORM 160-GEN-NEXT-RTN
                 END-EVALUATE
              END-PERFORM

              CLOSE PIZZA-MASTER-GENS
              IF WS-MST-STATUS NOT EQUAL '35'
                 PERFORM 174-MST-CLOSE-RTN
                 END-IF

           .
      *
       210-REMOVED-LINE-RTN.

              ADD 1 TO WS-REMOVED-COUNT
              MOVE WS-CUR-DATA (1:WS-KEY-LEN) TO RST-KEY-OUT
              MOVE 'REMOVED'   TO RST-CHG-OUT
              MOVE WS-CUR-DATA TO RST-IMG-OUT
              MOVE RST-DETAIL-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       212-ADDED-LINE-RTN.

              ADD 1 TO WS-ADDED-COUNT
              MOVE GEN-DATA (1:WS-KEY-LEN) TO RST-KEY-OUT
              MOVE 'ADDED BACK' TO RST-CHG-OUT
              MOVE GEN-DATA     TO RST-IMG-OUT
              MOVE RST-DETAIL-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 1 LINE

           .
      *
       214-CHANGED-LINE-RTN.

              ADD 1 TO WS-CHANGED-COUNT
              MOVE WS-CUR-DATA (1:WS-KEY-LEN) TO RST-KEY-OUT
              MOVE 'CHANGED FROM' TO RST-CHG-OUT
              MOVE WS-CUR-DATA    TO RST-IMG-OUT
              MOVE RST-DETAIL-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 1 LINE

              MOVE SPACES       TO RST-KEY-OUT
              MOVE '          TO' TO RST-CHG-OUT
              MOVE GEN-DATA     TO RST-IMG-OUT
              MOVE RST-DETAIL-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * EMPTIES THE MASTER AND WRITES THE GENERATION BACK INTO IT.
      * THE ROWS WERE COPIED OFF IN KEY ORDER, SO THEY GO BACK IN
      * SEQUENTIALLY.

       220-RELOAD-RTN.

              MOVE 0 TO WS-AFTER-COUNT
              PERFORM 176-MST-OPEN-OUTPUT-RTN
              IF WS-MST-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO RELOAD '
                         WS-RST-NAME (WS-RST-IDX) ', STATUS '
                         WS-MST-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              MOVE 'NO' TO WS-GEN-ROW-EOF
              OPEN INPUT PIZZA-MASTER-GENS
              PERFORM 160-GEN-NEXT-RTN
              PERFORM UNTIL WS-GEN-ROW-EOF EQUAL 'YES'
                 PERFORM 178-MST-WRITE-RTN
                 PERFORM 160-GEN-NEXT-RTN
              END-PERFORM
              CLOSE PIZZA-MASTER-GENS

              PERFORM 174-MST-CLOSE-RTN

              IF WS-AFTER-COUNT NOT EQUAL WS-RST-GEN-COUNT (WS-RST-IDX)
                 DISPLAY 'ERROR - ' WS-RST-NAME (WS-RST-IDX)
                         ' RELOADED ' WS-AFTER-COUNT
                         ' RECORDS, GENERATION TRAILER SAYS '
                         WS-RST-GEN-COUNT (WS-RST-IDX)
                 MOVE 16 TO RETURN-CODE
                 END-IF

           .
      *
       230-AUDIT-RTN.

              OPEN    EXTEND    MAINT-AUDIT-FILE
              IF WS-AUDIT-STATUS EQUAL '35'
                 OPEN OUTPUT MAINT-AUDIT-FILE
                 END-IF

              MOVE RSP-OPERATOR TO AUD-SOURCE-OUT
              MOVE WS-RST-FILE-CODE (WS-RST-IDX) TO AUD-FILE-OUT
              MOVE 'R'          TO AUD-ACTION-OUT
              MOVE 'ALL'        TO AUD-KEY-OUT
              MOVE WS-BEFORE-COUNT TO AUD-BEF-COUNT-OUT
              MOVE WS-RST-GEN-DATE (WS-RST-IDX) TO AUD-GEN-DATE-OUT
              MOVE WS-AFTER-COUNT  TO AUD-AFT-COUNT-OUT

              MOVE AUDIT-DETAIL-LINE TO MAINT-AUDIT-REC
              WRITE MAINT-AUDIT-REC

              CLOSE MAINT-AUDIT-FILE

           .
      *
       235-MASTER-COUNTS-RTN.

              MOVE 'RECORDS BEFORE RESTORE:   ' TO RST-COUNT-LABEL
              MOVE WS-BEFORE-COUNT TO RST-COUNT-OUT
              MOVE RST-COUNT-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 2 LINE

              MOVE 'RECORDS AFTER RESTORE:    ' TO RST-COUNT-LABEL
              MOVE WS-AFTER-COUNT TO RST-COUNT-OUT
              MOVE RST-COUNT-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'KEYS ADDED BACK:          ' TO RST-COUNT-LABEL
              MOVE WS-ADDED-COUNT TO RST-COUNT-OUT
              MOVE RST-COUNT-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'KEYS REMOVED:             ' TO RST-COUNT-LABEL
              MOVE WS-REMOVED-COUNT TO RST-COUNT-OUT
              MOVE RST-COUNT-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 1 LINE

              MOVE 'KEYS CHANGED:             ' TO RST-COUNT-LABEL
              MOVE WS-CHANGED-COUNT TO RST-COUNT-OUT
              MOVE RST-COUNT-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 1 LINE

           .
      *
      * A RESTORED MASTER'S GENERATIONS DATED AFTER THE ONE IT WAS
      * RESTORED FROM DESCRIBE POSTINGS THAT NO LONGER STAND, AND
      * WOULD STOP A RERUN OF THOSE NIGHTS TAKING A TRUE COPY -
      * DROP THEM. THE GENERATION RESTORED FROM STAYS; IT MATCHES
      * THE MASTER AGAIN.

       240-GENS-TRIM-RTN.

              PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                      UNTIL WS-GEN-IDX > WS-GEN-ENTRY-COUNT
                 PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                         UNTIL WS-RST-IDX > WS-RST-COUNT
                    IF WS-RST-ACTION (WS-RST-IDX) EQUAL 'RESTORE'
                       AND WS-GEN-ENT-MASTER (WS-GEN-IDX) EQUAL
                           WS-RST-NAME (WS-RST-IDX)
                       AND WS-GEN-ENT-DATE (WS-GEN-IDX) >
                           WS-RST-GEN-DATE (WS-RST-IDX)
                       MOVE 'YES' TO WS-GEN-ENT-DROP (WS-GEN-IDX)
                       ADD 1 TO WS-GENS-DROPPED-COUNT
                    END-IF
                 END-PERFORM
              END-PERFORM

              IF WS-GENS-DROPPED-COUNT > 0
                 PERFORM 245-GENS-REWRITE-RTN
                 END-IF

           .
      *
       245-GENS-REWRITE-RTN.

              OPEN OUTPUT PIZZA-GENS-WORK
              IF WS-GENS-WORK-STATUS NOT EQUAL '00'
                 DISPLAY 'ERROR - UNABLE TO CREATE PIZZA-GENS-WORK, '
                         'STATUS ' WS-GENS-WORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
                 END-IF

              OPEN INPUT PIZZA-MASTER-GENS
              MOVE 'NO' TO WS-GEN-EOF
              PERFORM UNTIL WS-GEN-EOF EQUAL 'YES'
                 READ PIZZA-MASTER-GENS
                     AT END
                        MOVE 'YES' TO WS-GEN-EOF
                     NOT AT END
                        PERFORM 247-GEN-CARRY-RTN
                 END-READ
              END-PERFORM
              CLOSE PIZZA-MASTER-GENS
                    PIZZA-GENS-WORK

              OPEN INPUT  PIZZA-GENS-WORK
              OPEN OUTPUT PIZZA-MASTER-GENS
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
      * CARRIES ONE ROW ACROSS IF ITS GENERATION IS FINISHED AND IS
      * NOT BEING DROPPED.

       247-GEN-CARRY-RTN.

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
       250-CLOSE-ROUTINE.

              MOVE 'MASTERS RESTORED:         ' TO RST-COUNT-LABEL
              MOVE WS-RESTORED-COUNT TO RST-COUNT-OUT
              MOVE RST-COUNT-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 3 LINE

              MOVE 'LATER GENERATIONS DROPPED:' TO RST-COUNT-LABEL
              MOVE WS-GENS-DROPPED-COUNT TO RST-COUNT-OUT
              MOVE RST-COUNT-LINE TO PIZZA-RESTORE-REC
              WRITE PIZZA-RESTORE-REC
                    AFTER ADVANCING 1 LINE

              CLOSE    PIZZA-RESTORE-RPT

              STOP RUN
           .

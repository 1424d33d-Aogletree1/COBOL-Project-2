       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-ITEM-PERISH-CONV.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  One-shot conversion for the ITEM-MASTER layout change
      *  that added the perishable flag and shelf life used by
      *  lot tracking.  Reads the 32-byte master front to back
      *  and writes a new 36-byte master with every item marked
      *  not perishable and a shelf life of zero, so the
      *  converted file behaves exactly as before until the
      *  maintenance run flags the perishables item by item.
      *  The new file is written as ITEM-MASTER-NEW.TXT; the
      *  operator renames it over ITEM-MASTER.TXT after
      *  checking the counts.  Run once at install time.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-MASTER-OLD
               ASSIGN TO 'ITEM-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID-OLD
               FILE STATUS IS WS-OLD-STATUS.

           SELECT ITEM-MASTER-NEW
               ASSIGN TO 'ITEM-MASTER-NEW.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID-MST
               FILE STATUS IS WS-NEW-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-MASTER-OLD
           RECORD CONTAINS 32 CHARACTERS.
       01  ITEM-MASTER-OLD-REC.
           05  ITEM-ID-OLD         PIC X(2).
           05  ITEM-NAME-OLD       PIC X(15).
           05  STD-PURCHASE-OLD    PIC 99V99.
           05  STD-SELLING-OLD     PIC 99V99.
           05  REORDER-MIN-OLD     PIC 999.
           05  PURCH-TOL-OLD       PIC 99V99.
           05  SELL-TOL-OLD        PIC 99V99.
      *
       FD  ITEM-MASTER-NEW
           RECORD CONTAINS 36 CHARACTERS.
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
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    WS-OLD-STATUS             PIC XX       VALUE '00'.
             05    WS-NEW-STATUS             PIC XX       VALUE '00'.
             05    WS-READ-COUNT             PIC 9(5)     VALUE 0.
             05    WS-WRITE-COUNT            PIC 9(5)     VALUE 0.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 150-CONVERT-RECORDS
           PERFORM 250-CLOSE-ROUTINE

           .
      *
       125-HOUSEKEEPING.

      * A STATUS 39 HERE MEANS THE FILE IS ALREADY ON THE 36-BYTE
      * LAYOUT (OR OTHERWISE NOT THE 32-BYTE ONE) - SAY SO AND STOP
      * RATHER THAN WRITING A GARBAGE MASTER.

           OPEN    INPUT     ITEM-MASTER-OLD
           IF WS-OLD-STATUS EQUAL '39'
              DISPLAY 'ERROR - ITEM-MASTER IS NOT ON THE 32-BYTE '
                      'LAYOUT (STATUS 39) - NOTHING TO CONVERT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF
           IF WS-OLD-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN ITEM-MASTER, STATUS '
                      WS-OLD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    OUTPUT    ITEM-MASTER-NEW
           IF WS-NEW-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO CREATE ITEM-MASTER-NEW, '
                      'STATUS ' WS-NEW-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           .
      *
       150-CONVERT-RECORDS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  READ ITEM-MASTER-OLD NEXT RECORD
                      AT END
                          MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                          ADD 1 TO WS-READ-COUNT
                          PERFORM 200-CONVERT-RTN
                  END-READ
              END-PERFORM

           .
      *
       200-CONVERT-RTN.

              MOVE ITEM-ID-OLD      TO ITEM-ID-MST
              MOVE ITEM-NAME-OLD    TO ITEM-NAME-MST
              MOVE STD-PURCHASE-OLD TO STD-PURCHASE-MST
              MOVE STD-SELLING-OLD  TO STD-SELLING-MST
              MOVE REORDER-MIN-OLD  TO REORDER-MIN-MST
              MOVE PURCH-TOL-OLD    TO PURCH-TOL-MST
              MOVE SELL-TOL-OLD     TO SELL-TOL-MST
              MOVE 'N'              TO PERISH-FLAG-MST
              MOVE 0                TO SHELF-LIFE-MST

              WRITE ITEM-MASTER-REC
              IF WS-NEW-STATUS EQUAL '00'
                 ADD 1 TO WS-WRITE-COUNT
              ELSE
                 DISPLAY 'ERROR - WRITE FAILED, STATUS '
                         WS-NEW-STATUS ' FOR ITEM ' ITEM-ID-OLD
                 END-IF

           .
      *
       250-CLOSE-ROUTINE.

              CLOSE    ITEM-MASTER-OLD
                       ITEM-MASTER-NEW

              DISPLAY 'ITEM-MASTER CONVERSION - READ    '
                      WS-READ-COUNT
              DISPLAY 'ITEM-MASTER CONVERSION - WRITTEN '
                      WS-WRITE-COUNT
              DISPLAY 'RENAME ITEM-MASTER-NEW.TXT OVER '
                      'ITEM-MASTER.TXT AFTER CHECKING THE COUNTS'

              STOP RUN
           .

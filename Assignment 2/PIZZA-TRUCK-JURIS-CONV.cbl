       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PIZZA-TRUCK-JURIS-CONV.
       AUTHOR.     AUSTIN_OGLETREE.
      **********************************************************
      *  One-shot conversion for the TRUCK-MASTER layout change
      *  that added the sales tax jurisdiction of the truck's
      *  route or home commissary.  Reads the 41-byte master
      *  front to back and writes a new 46-byte master with the
      *  jurisdiction blank.  A truck with no jurisdiction is
      *  reported as unassigned by the sales tax run, so the
      *  maintenance run must assign every truck before the
      *  first month is filed.
      *  The new file is written as TRUCK-MASTER-NEW.TXT; the
      *  operator renames it over TRUCK-MASTER.TXT after
      *  checking the counts.  Run once at install time.
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRUCK-MASTER-OLD
               ASSIGN TO 'TRUCK-MASTER.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRUCK-ID-OLD
               FILE STATUS IS WS-OLD-STATUS.

           SELECT TRUCK-MASTER-NEW
               ASSIGN TO 'TRUCK-MASTER-NEW.TXT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRUCK-ID-MST
               FILE STATUS IS WS-NEW-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.

       FD  TRUCK-MASTER-OLD
           RECORD CONTAINS 41 CHARACTERS.
       01  TRUCK-MASTER-OLD-REC.
           05  TRUCK-ID-OLD        PIC X(5).
           05  ROUTE-NAME-OLD      PIC X(20).
           05  HOME-COMMISSARY-OLD PIC X(15).
           05  ACTIVE-FLAG-OLD     PIC X(1).
      *
       FD  TRUCK-MASTER-NEW
           RECORD CONTAINS 46 CHARACTERS.
       01  TRUCK-MASTER-REC.
           05  TRUCK-ID-MST        PIC X(5).
           05  ROUTE-NAME-MST      PIC X(20).
           05  HOME-COMMISSARY-MST PIC X(15).
           05  ACTIVE-FLAG-MST     PIC X(1).
           05  TAX-JURIS-MST       PIC X(5).
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

      * A STATUS 39 HERE MEANS THE FILE IS ALREADY ON THE 46-BYTE
      * LAYOUT (OR OTHERWISE NOT THE 41-BYTE ONE) - SAY SO AND STOP
      * RATHER THAN WRITING A GARBAGE MASTER.

           OPEN    INPUT     TRUCK-MASTER-OLD
           IF WS-OLD-STATUS EQUAL '39'
              DISPLAY 'ERROR - TRUCK-MASTER IS NOT ON THE 41-BYTE '
                      'LAYOUT (STATUS 39) - NOTHING TO CONVERT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF
           IF WS-OLD-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO OPEN TRUCK-MASTER, STATUS '
                      WS-OLD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           OPEN    OUTPUT    TRUCK-MASTER-NEW
           IF WS-NEW-STATUS NOT EQUAL '00'
              DISPLAY 'ERROR - UNABLE TO CREATE TRUCK-MASTER-NEW, '
                      'STATUS ' WS-NEW-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
              END-IF

           .
      *
       150-CONVERT-RECORDS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  READ TRUCK-MASTER-OLD NEXT RECORD
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

              MOVE TRUCK-ID-OLD        TO TRUCK-ID-MST
              MOVE ROUTE-NAME-OLD      TO ROUTE-NAME-MST
              MOVE HOME-COMMISSARY-OLD TO HOME-COMMISSARY-MST
              MOVE ACTIVE-FLAG-OLD     TO ACTIVE-FLAG-MST
              MOVE SPACES              TO TAX-JURIS-MST

              WRITE TRUCK-MASTER-REC
              IF WS-NEW-STATUS EQUAL '00'
                 ADD 1 TO WS-WRITE-COUNT
              ELSE
                 DISPLAY 'ERROR - WRITE FAILED, STATUS '
                         WS-NEW-STATUS ' FOR TRUCK ' TRUCK-ID-OLD
                 END-IF

           .
      *
       250-CLOSE-ROUTINE.

              CLOSE    TRUCK-MASTER-OLD
                       TRUCK-MASTER-NEW

              DISPLAY 'TRUCK-MASTER CONVERSION - READ    '
                      WS-READ-COUNT
              DISPLAY 'TRUCK-MASTER CONVERSION - WRITTEN '
                      WS-WRITE-COUNT
              DISPLAY 'RENAME TRUCK-MASTER-NEW.TXT OVER '
                      'TRUCK-MASTER.TXT AFTER CHECKING THE COUNTS'

              STOP RUN
           .

           05  NEW-COST-OUT       PIC 9(5)V99.
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
      *********
       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.

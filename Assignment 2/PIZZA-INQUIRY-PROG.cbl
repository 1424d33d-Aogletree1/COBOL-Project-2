           05  HIST-COST-IN       PIC 9(5)V99.
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
       FD  INQ-LATEST-WORK
           RECORD CONTAINS 40 CHARACTERS.

       FD  PIZZA-ITEM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS M-ITEM-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 M-ITEM-REC.
           05 M-ITEM-NO           PIC X(6).
           05 M-ITEM-DESC         PIC X(18).
           05 M-ITEM-CATEGORY     PIC X(12).
           05 M-ITEM-UNIT-COST    PIC 9(3)V99.
           05 M-ITEM-TAX-CLASS    PIC X(1).

       FD  PIZZA-STORE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS S-STORE-REC
           RECORD CONTAINS 107 CHARACTERS.

       01 S-STORE-REC.
           05 S-STORE-NO          PIC X(4).
           05 S-STORE-STATUS      PIC X(6).
           05 S-OPEN-DATE         PIC X(8).
           05 S-CLOSE-DATE        PIC X(8).
           05 S-TAX-JURIS         PIC X(8).
           05 S-FRANCHISEE-ID     PIC X(6).
           05 S-ROYALTY-PCT       PIC 99V99.
           05 S-AD-FUND-PCT       PIC 99V99.
           05 S-AGREE-START-DATE  PIC X(8).
           05 S-AGREE-END-DATE    PIC X(8).
           05 S-MIN-ROYALTY       PIC 9(5)V99.

       FD  PIZZA-TREND-HIST
           LABEL RECORD IS STANDARD

       FD  PIZZA-ITEM-IDX
           DATA RECORD IS MX-ITEM-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 MX-ITEM-REC.
           05 MX-ITEM-NO          PIC X(6).
           05 FILLER              PIC X(36).

       FD  PIZZA-TREND-IDX
           DATA RECORD IS HX-TREND-REC

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

       FD  PIZZA-ITEM-IDX
           DATA RECORD IS MX-ITEM-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 MX-ITEM-REC.
           05 MX-ITEM-NO          PIC X(6).
           05 MX-ITEM-DESC        PIC X(18).
           05 MX-ITEM-CATEGORY    PIC X(12).
           05 MX-ITEM-UNIT-COST   PIC 9(3)V99.
           05 MX-ITEM-TAX-CLASS   PIC X(1).

       FD  PIZZA-TREND-HIST
           LABEL RECORD IS STANDARD
                   MOVE 'YES' TO LG-SELF-COMPLETE
               END-IF
           END-IF.
           IF LG-BUS-DATE = LG-BUSINESS-DATE
                   AND LG-ACTION = 'RESET'
               IF LG-PROGRAM = LG-PRED-PROGRAM
                   MOVE 'NO' TO LG-PRED-COMPLETE
               END-IF
               IF LG-PROGRAM = LG-THIS-PROGRAM
                   MOVE 'NO' TO LG-SELF-COMPLETE
               END-IF
           END-IF.
           PERFORM L3-READ-LEDGER.

       L3-WRITE-LEDGER-STARTED.
           MOVE M-ITEM-NO       TO MX-ITEM-NO.
           MOVE M-ITEM-DESC     TO MX-ITEM-DESC.
           MOVE M-ITEM-CATEGORY TO MX-ITEM-CATEGORY.
           MOVE M-ITEM-TAX-CLASS TO MX-ITEM-TAX-CLASS.
           IF M-ITEM-UNIT-COST NUMERIC
               MOVE M-ITEM-UNIT-COST TO MX-ITEM-UNIT-COST
           ELSE

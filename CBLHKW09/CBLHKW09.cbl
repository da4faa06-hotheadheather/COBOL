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

       FD  PIZZA-RUN-LEDGER
           LABEL RECORD IS STANDARD
                   AND LG-PROGRAM = LG-THIS-PROGRAM
               MOVE 'YES' TO LG-SELF-COMPLETE
           END-IF.
           IF LG-BUS-DATE = LG-BUSINESS-DATE
                   AND LG-ACTION = 'RESET'
                   AND LG-PROGRAM = LG-THIS-PROGRAM
               MOVE 'NO' TO LG-SELF-COMPLETE
           END-IF.
           PERFORM L3-READ-LEDGER.

       L3-WRITE-LEDGER-STARTED.

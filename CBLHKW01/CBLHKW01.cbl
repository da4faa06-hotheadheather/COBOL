         05 SD-PIZZA-CUR-QTY     PIC 9(5).
         05 SD-PIZZA-PREV-QTY    PIC 9(5).
         05 SD-PIZZA-TRANS-CODE  PIC X(1).
         05 SD-PIZZA-PROMO-CODE  PIC X(6).
         05 SD-PIZZA-CHANNEL     PIC X(2).
         05 FILLER               PIC X(12).

       FD PIZZA-SALES
           LABEL RECORD IS STANDARD
         05 I-PIZZA-CUR-QTY      PIC 9(5).
         05 I-PIZZA-PREV-QTY     PIC 9(5).
         05 I-PIZZA-TRANS-CODE   PIC X(1).
         05 I-PIZZA-PROMO-CODE   PIC X(6).
         05 I-PIZZA-CHANNEL      PIC X(2).
         05 FILLER               PIC X(12).


       FD  PRTOUT

       FD  PIZZA-ITEM-MASTER
           DATA RECORD IS M-ITEM-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 M-ITEM-REC.
           05 M-ITEM-NO           PIC X(6).
           05 M-ITEM-DESC         PIC X(18).
           05 M-ITEM-CATEGORY     PIC X(12).
           05 M-ITEM-UNIT-COST    PIC 9(3)V99.
           05 M-ITEM-TAX-CLASS    PIC X(1).

       FD  PIZZA-CSV
           LABEL RECORD IS OMITTED
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
           DATA RECORD IS H-TREND-REC
               MOVE SPACES TO CSV-REC
               STRING 'STORE,ITEM NO,DESCRIPTION,PRIOR QTY,CURRENT QTY,'
                       DELIMITED BY SIZE
                   'SALES INC/DEC,TOTAL SALES,TYPE,CHANNEL'
                       DELIMITED BY SIZE
                   INTO CSV-REC
               WRITE CSV-REC
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
               CSV-ADJ-AMT-ED   DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               'ADJUSTMENT'     DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               I-PIZZA-CHANNEL  DELIMITED BY SIZE
               INTO CSV-REC.
           WRITE CSV-REC.
           ADD 1 TO B-CSV-CTR.
               CSV-TOTAL-SALES-ED DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               'SALE'           DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               I-PIZZA-CHANNEL  DELIMITED BY SIZE
               INTO CSV-REC.
           WRITE CSV-REC.
           ADD 1 TO B-CSV-CTR.
               CSV-TOTAL-SALES-ED DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               'SALE'           DELIMITED BY SIZE
               ','              DELIMITED BY SIZE
               I-PIZZA-CHANNEL  DELIMITED BY SIZE
               INTO CSV-REC.
           WRITE CSV-REC.
           ADD 1 TO B-CSV-CTR.

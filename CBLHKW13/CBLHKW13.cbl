      *MULTIPLIES THE NET QUANTITY THROUGH EACH ITEM'S RECIPE ROWS,
      *PRINTS AN INGREDIENT USAGE REPORT BY STORE, AND WRITES A
      *SUGGESTED-ORDER EXTRACT PER STORE FOR THE ORDERING DESK -
      *WHEN THE STORE/INGREDIENT IS ON THE PERPETUAL INVENTORY
      *BALANCE FILE KEPT BY CBLHKW16 THE SUGGESTED ORDER BRINGS THE
      *STOCK LEFT AFTER TONIGHT'S USAGE BACK UP TO THE PAR LEVEL (OR
      *TO ONE NIGHT'S USAGE WHEN NO PAR IS SET), OTHERWISE IT IS THE
      *NIGHT'S USAGE - THE NET USAGE IS ALSO WRITTEN TO A USAGE FILE
      *THAT CBLHKW16 RELIEVES FROM THE INVENTORY BALANCES -
      *ITEMS SOLD WITHOUT A RECIPE ON FILE ARE LISTED AT THE END SO
      *THE RECIPE FILE CAN BE BROUGHT UP TO DATE WITH CBLHKW12 -
      *THE RUN LEDGER HOLDS THIS PROGRAM UNTIL CBLHKW07 HAS
      *COMPLETED FOR THE BUSINESS DATE, AND ITS COMPLETED ENTRY IS
      *WHAT RELEASES CBLHKW16 TO RELIEVE THE NIGHT'S USAGE
       PROGRAM-ID. CBLHKW13.
       AUTHOR. Heather Whittlesey.

           SELECT PIZZA-ORDER-EXTRACT
               ASSIGN TO 'C:\COBOLWI19\PZORDEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-INV-BALANCE
               ASSIGN TO 'C:\COBOLWI19\PZINVBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS IB-FILE-STATUS.
           SELECT PIZZA-INGRED-USAGE
               ASSIGN TO 'C:\COBOLWI19\PZINGUSE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-RUN-LEDGER
               ASSIGN TO 'C:\COBOLWI19\PZRUNLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LG-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZINGRPT.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           05 X-INGRED-DESC       PIC X(18).
           05 X-ORDER-QTY         PIC 9(9)V999.

       FD  PIZZA-INV-BALANCE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IB-BAL-REC
           RECORD CONTAINS 101 CHARACTERS.

       01 IB-BAL-REC.
           05 IB-STORE-NO         PIC X(4).
           05 IB-INGRED-CODE      PIC X(6).
           05 IB-INGRED-DESC      PIC X(18).
           05 IB-ON-HAND          PIC S9(7)V999.
           05 IB-UNIT-COST        PIC 9(3)V9999.
           05 IB-PAR-QTY          PIC 9(7)V999.
           05 IB-LAST-COUNT-DATE  PIC X(8).
           05 IB-LAST-COUNT-QTY   PIC 9(7)V999.
           05 IB-RCPT-SINCE-COUNT PIC 9(7)V999.
           05 IB-USE-SINCE-COUNT  PIC S9(7)V999.
           05 IB-LAST-ACTIVITY    PIC X(8).

       FD  PIZZA-INGRED-USAGE
           LABEL RECORD IS STANDARD
           DATA RECORD IS US-USAGE-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 US-USAGE-REC.
           05 US-STORE-NO         PIC X(4).
           05 US-INGRED-CODE      PIC X(6).
           05 US-INGRED-DESC      PIC X(18).
           05 US-USAGE            PIC S9(9)V999.

       FD  PIZZA-RUN-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LG-LEDGER-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 LG-LEDGER-REC.
           05 LG-BUS-DATE         PIC X(8).
           05 LG-PROGRAM          PIC X(8).
           05 LG-ACTION           PIC X(9).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 SALES-EOF          PIC X(3)       VALUE 'NO'.
           05 RECIPE-EOF         PIC X(3)       VALUE 'NO'.
           05 RM-FILE-STATUS     PIC XX         VALUE SPACES.
           05 IB-FILE-STATUS     PIC XX         VALUE SPACES.
           05 BALANCE-EOF        PIC X(3)       VALUE 'NO'.
           05 RECIPE-WAS-FOUND   PIC X(3)       VALUE 'NO'.
           05 X-GROUP-PENDING    PIC X(3)       VALUE 'NO'.
           05 X-GROUP-STORE-NO   PIC X(4)       VALUE SPACES.
           05 IU-FOUND-SUB       PIC 9(3)       VALUE 0.
           05 NR-SUB             PIC 9(3)       VALUE 0.
           05 NR-FOUND-SUB       PIC 9(3)       VALUE 0.
           05 IV-SUB             PIC 9(4)       VALUE 0.
           05 IV-FOUND-SUB       PIC 9(4)       VALUE 0.
           05 G-WORK-ON-HAND     PIC S9(9)V999  VALUE 0.
           05 G-WORK-TARGET      PIC S9(9)V999  VALUE 0.
           05 G-WORK-ORDER       PIC S9(9)V999  VALUE 0.

       01 RUN-LEDGER-FIELDS.
           05 LG-FILE-STATUS     PIC XX         VALUE SPACES.
           05 LG-EOF             PIC X(3)       VALUE 'NO'.
           05 LG-DATE-STAMP      PIC X(21)      VALUE SPACES.
           05 LG-BUSINESS-DATE   PIC X(8)       VALUE SPACES.
           05 LG-PRED-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-SELF-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-THIS-PROGRAM    PIC X(8)       VALUE 'CBLHKW13'.
           05 LG-PRED-PROGRAM    PIC X(8)       VALUE 'CBLHKW07'.

       01 EXPLODE-COUNTERS.
           05 G-GROUP-CTR        PIC 9(7)       VALUE 0.
           05 G-NO-RECIPE-CTR    PIC 9(7)       VALUE 0.
           05 G-EXTRACT-CTR      PIC 9(7)       VALUE 0.
           05 G-ON-HAND-CTR      PIC 9(7)       VALUE 0.

       01 RECIPE-TABLE.
           05 RC-COUNT             PIC 9(4)     VALUE 0.
               10 IU-INGRED-DESC   PIC X(18).
               10 IU-USAGE         PIC S9(9)V999.

       01 INV-BALANCE-TABLE.
           05 IV-COUNT             PIC 9(4)     VALUE 0.
           05 IV-ENTRY OCCURS 5000 TIMES
                   INDEXED BY IV-IDX.
               10 IV-STORE-NO      PIC X(4).
               10 IV-INGRED-CODE   PIC X(6).
               10 IV-ON-HAND       PIC S9(7)V999.
               10 IV-PAR-QTY       PIC 9(7)V999.

       01 NO-RECIPE-TABLE.
           05 NR-COUNT             PIC 9(3)     VALUE 0.
           05 NR-ENTRY OCCURS 200 TIMES
           05 FILLER             PIC X(15)      VALUE '      NET USAGE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE 'SUGGESTED ORDER'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(16)      VALUE
               '         ON HAND'.
           05 FILLER             PIC X(48)      VALUE SPACES.

       01 ING-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 ING-USAGE-OUT      PIC ZZZ,ZZZ,ZZ9.999-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ING-ORDER-OUT      PIC ZZZ,ZZZ,ZZ9.999.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ING-ON-HAND-OUT    PIC X(16).
           05 FILLER             PIC X(47)      VALUE SPACES.

       01 ING-ON-HAND-EDIT       PIC ZZZ,ZZZ,ZZ9.999-.

       01 NO-RECIPE-BANNER.
           05 FILLER             PIC X(6)       VALUE SPACES.
           MOVE CURRENT-MONTH TO ING-TITLE-MONTH.
           MOVE CURRENT-DAY   TO ING-TITLE-DAY.
           MOVE CURRENT-YEAR  TO ING-TITLE-YEAR.
           PERFORM L3-CHECK-RUN-LEDGER.
           PERFORM L3-LOAD-RECIPE-MASTER.
           PERFORM L3-LOAD-INV-BALANCE.
           IF RC-COUNT = 0
               DISPLAY 'NO RECIPE ROWS ON FILE - NOTHING TO EXPLODE '
                   '- RUN ABORTED'
               GIVING PIZZA-SALES-BY-STORE.
           OPEN INPUT PIZZA-SALES-BY-STORE.
           OPEN OUTPUT PIZZA-ORDER-EXTRACT.
           OPEN OUTPUT PIZZA-INGRED-USAGE.
           OPEN OUTPUT PRTOUT.
           WRITE PRTLINE FROM ING-TITLE-LINE
               AFTER ADVANCING PAGE.
           PERFORM L3-READ-SALES.
           PERFORM L3-GROUP-SALES-ITEM.

       L3-CHECK-RUN-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO LG-DATE-STAMP.
           MOVE LG-DATE-STAMP (1:8) TO LG-BUSINESS-DATE.
           OPEN INPUT PIZZA-RUN-LEDGER.
           IF LG-FILE-STATUS = '00'
               PERFORM L3-READ-LEDGER
               PERFORM L3-SCAN-LEDGER-REC UNTIL LG-EOF = 'YES'
               CLOSE PIZZA-RUN-LEDGER
           END-IF.
           IF LG-SELF-COMPLETE = 'YES'
               DISPLAY 'CBLHKW13 ALREADY COMPLETED FOR BUSINESS DATE '
                   LG-BUSINESS-DATE ' - RUN HELD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LG-PRED-COMPLETE NOT = 'YES'
               DISPLAY 'CBLHKW07 HAS NOT COMPLETED FOR BUSINESS DATE '
                   LG-BUSINESS-DATE ' - RUN HELD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-WRITE-LEDGER-STARTED.

       L3-READ-LEDGER.
           READ PIZZA-RUN-LEDGER
               AT END
                   MOVE 'YES' TO LG-EOF.

       L3-SCAN-LEDGER-REC.
           IF LG-BUS-DATE = LG-BUSINESS-DATE
                   AND LG-ACTION = 'COMPLETED'
               IF LG-PROGRAM = LG-PRED-PROGRAM
                   MOVE 'YES' TO LG-PRED-COMPLETE
               END-IF
               IF LG-PROGRAM = LG-THIS-PROGRAM
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
           OPEN EXTEND PIZZA-RUN-LEDGER.
           IF LG-FILE-STATUS NOT = '00'
               OPEN OUTPUT PIZZA-RUN-LEDGER
           END-IF.
           MOVE LG-BUSINESS-DATE TO LG-BUS-DATE.
           MOVE LG-THIS-PROGRAM  TO LG-PROGRAM.
           MOVE 'STARTED'        TO LG-ACTION.
           WRITE LG-LEDGER-REC.
           CLOSE PIZZA-RUN-LEDGER.

       L3-WRITE-LEDGER-COMPLETED.
           OPEN EXTEND PIZZA-RUN-LEDGER.
           MOVE LG-BUSINESS-DATE TO LG-BUS-DATE.
           MOVE LG-THIS-PROGRAM  TO LG-PROGRAM.
           MOVE 'COMPLETED'      TO LG-ACTION.
           WRITE LG-LEDGER-REC.
           CLOSE PIZZA-RUN-LEDGER.

       L3-LOAD-RECIPE-MASTER.
           OPEN INPUT PIZZA-RECIPE-MASTER.
           IF RM-FILE-STATUS NOT = '00'
               AT END
                   MOVE 'YES' TO RECIPE-EOF.

       L3-LOAD-INV-BALANCE.
           OPEN INPUT PIZZA-INV-BALANCE.
           IF IB-FILE-STATUS NOT = '00'
               DISPLAY 'NO INVENTORY BALANCE FILE FOUND - STATUS '
                   IB-FILE-STATUS ' - ORDERS BASED ON USAGE ONLY'
           ELSE
               PERFORM L3-READ-INV-BALANCE
               PERFORM L3-BUILD-BALANCE-TABLE
                   UNTIL BALANCE-EOF = 'YES'
               CLOSE PIZZA-INV-BALANCE
           END-IF.

       L3-BUILD-BALANCE-TABLE.
           IF IV-COUNT >= 5000
               DISPLAY 'PZINVBAL.DAT HAS MORE THAN 5000 ENTRIES - '
                   'TABLE FULL, REMAINING ENTRIES ORDER ON USAGE'
               MOVE 'YES' TO BALANCE-EOF
           ELSE
               ADD 1 TO IV-COUNT
               MOVE IB-STORE-NO    TO IV-STORE-NO (IV-COUNT)
               MOVE IB-INGRED-CODE TO IV-INGRED-CODE (IV-COUNT)
               MOVE IB-ON-HAND     TO IV-ON-HAND (IV-COUNT)
               MOVE IB-PAR-QTY     TO IV-PAR-QTY (IV-COUNT)
               PERFORM L3-READ-INV-BALANCE
           END-IF.

       L3-READ-INV-BALANCE.
           READ PIZZA-INV-BALANCE
               AT END
                   MOVE 'YES' TO BALANCE-EOF.

       L2-EXPLODE-GROUP.
           IF X-GROUP-STORE-NO NOT = G-CUR-STORE
               IF G-CUR-STORE NOT = SPACES
           MOVE G-CUR-STORE             TO X-STORE-NO.
           MOVE IU-INGRED-CODE (IU-SUB) TO X-INGRED-CODE.
           MOVE IU-INGRED-DESC (IU-SUB) TO X-INGRED-DESC.
           MOVE 0 TO IV-FOUND-SUB.
           PERFORM L3-SCAN-INV-BALANCE
               VARYING IV-SUB FROM 1 BY 1 UNTIL IV-SUB > IV-COUNT.
           IF IU-USAGE (IU-SUB) > 0
               MOVE IU-USAGE (IU-SUB) TO G-WORK-ORDER
           ELSE
               MOVE 0 TO G-WORK-ORDER
           END-IF.
           IF IV-FOUND-SUB = 0
               MOVE SPACES TO ING-ON-HAND-OUT
           ELSE
               PERFORM L3-FIGURE-ORDER-FROM-STOCK
           END-IF.
           MOVE G-WORK-ORDER TO X-ORDER-QTY.
           MOVE G-WORK-ORDER TO ING-ORDER-OUT.
           WRITE X-ORDER-REC.
           ADD 1 TO G-EXTRACT-CTR.
           MOVE G-CUR-STORE             TO US-STORE-NO.
           MOVE IU-INGRED-CODE (IU-SUB) TO US-INGRED-CODE.
           MOVE IU-INGRED-DESC (IU-SUB) TO US-INGRED-DESC.
           MOVE IU-USAGE (IU-SUB)       TO US-USAGE.
           WRITE US-USAGE-REC.
           WRITE PRTLINE FROM ING-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-ING-HEADING.

       L3-SCAN-INV-BALANCE.
           IF IV-STORE-NO (IV-SUB) = G-CUR-STORE
                   AND IV-INGRED-CODE (IV-SUB) = IU-INGRED-CODE (IU-SUB)
               MOVE IV-SUB TO IV-FOUND-SUB.

      *    THE BALANCE FILE HAS NOT YET BEEN RELIEVED FOR TONIGHT, SO
      *    THE STOCK LEFT IS ON HAND LESS TONIGHT'S USAGE - THE ORDER
      *    BRINGS IT UP TO PAR, OR TO ONE NIGHT'S USAGE WITHOUT A PAR
       L3-FIGURE-ORDER-FROM-STOCK.
           ADD 1 TO G-ON-HAND-CTR.
           COMPUTE G-WORK-ON-HAND =
               IV-ON-HAND (IV-FOUND-SUB) - IU-USAGE (IU-SUB).
           MOVE G-WORK-ON-HAND TO ING-ON-HAND-EDIT.
           MOVE ING-ON-HAND-EDIT TO ING-ON-HAND-OUT.
           IF IV-PAR-QTY (IV-FOUND-SUB) > 0
               MOVE IV-PAR-QTY (IV-FOUND-SUB) TO G-WORK-TARGET
           ELSE
               MOVE G-WORK-ORDER TO G-WORK-TARGET
           END-IF.
           COMPUTE G-WORK-ORDER = G-WORK-TARGET - G-WORK-ON-HAND.
           IF G-WORK-ORDER < 0
               MOVE 0 TO G-WORK-ORDER
           END-IF.

       L4-ING-HEADING.
           WRITE PRTLINE FROM ING-TITLE-LINE
               AFTER ADVANCING PAGE.
               AFTER ADVANCING 1 LINE.
           MOVE 'ORDER EXTRACT RECORDS WRITTEN:' TO ING-COUNT-DESC.
           MOVE G-EXTRACT-CTR TO ING-COUNT-AMT.
           WRITE PRTLINE FROM ING-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ORDERS BASED ON STOCK ON HAND:' TO ING-COUNT-DESC.
           MOVE G-ON-HAND-CTR TO ING-COUNT-AMT.
           WRITE PRTLINE FROM ING-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PIZZA-SALES-BY-STORE.
           CLOSE PIZZA-ORDER-EXTRACT.
           CLOSE PIZZA-INGRED-USAGE.
           CLOSE PRTOUT.
           PERFORM L3-WRITE-LEDGER-COMPLETED.

       L3-PRINT-ONE-NO-RECIPE.
           MOVE NR-ITEM-NO (NR-SUB) TO NR-ITEM-OUT.

       IDENTIFICATION DIVISION.
      *THIS PROGRAM PRINTS THE SALES CHANNEL MIX - IT READS THE
      *EDITED SALES FILE AND TOTALS EACH SALE BY STORE AND SALES
      *CHANNEL (DINE-IN, CARRYOUT, DELIVERY, THIRD-PARTY AND SO ON
      *AS KEPT ON THE CHANNEL TABLE) - UNITS AND NET SALES ARE
      *PRICE TIMES QUANTITY WITH THE 'A' RETURN/VOID ADJUSTMENTS
      *SUBTRACTED AS CBLHKW01 NETS THEM, ITEM COST IS THE ITEM
      *MASTER UNIT COST TIMES QUANTITY, AND THE COMMISSION IS THE
      *CHANNEL TABLE'S COMMISSION PERCENT OF NET SALES - NET MARGIN
      *IS NET SALES LESS ITEM COST LESS COMMISSION - EACH CHANNEL
      *LINE SHOWS ITS SHARE OF THE STORE'S NET SALES - SALES SENT
      *WITH NO CHANNEL, OR A CHANNEL NOT ON THE TABLE, FALL INTO ONE
      *CHANNEL UNKNOWN BUCKET WITH NO COMMISSION - THE STORES ARE
      *FOLLOWED BY DISTRICT AND REGION SUBTOTALS FROM THE STORE
      *MASTER AND A TOTAL FOR ALL STORES - RUN THIS AFTER CBLHKW07
      *SO THE RECYCLED SALES ARE ON THE EDITED FILE
       PROGRAM-ID. CBLHKW22.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-SALES-EDITED
               ASSIGN TO 'C:\COBOLWI19\CBLPIZZA.EDT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ED-FILE-STATUS.
           SELECT PIZZA-ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZITMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-STORE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZSTRMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-CHANNEL-TBL
               ASSIGN TO 'C:\COBOLWI19\PZCHANNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CH-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZCHNRPT.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  PIZZA-SALES-EDITED
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-PIZZA-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-PIZZA-REC.
         05 I-PIZZA-STORE-NO    PIC X(4).
         05 I-PIZZA-ITEM-NO     PIC X(6).
         05 I-PIZZA-CUR-DATE    PIC X(8).
         05 I-PIZZA-PRICE       PIC 99V99.
         05 I-PIZZA-CUR-QTY     PIC 9(5).
         05 I-PIZZA-PREV-QTY    PIC 9(5).
         05 I-PIZZA-TRANS-CODE  PIC X(1).
         05 I-PIZZA-PROMO-CODE  PIC X(6).
         05 I-PIZZA-CHANNEL     PIC X(2).
         05 FILLER              PIC X(12).

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
           05 S-STORE-NAME        PIC X(20).
           05 S-REGION            PIC X(8).
           05 S-DISTRICT          PIC X(8).
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

       FD  PIZZA-CHANNEL-TBL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-CHANNEL-REC
           RECORD CONTAINS 22 CHARACTERS.

       01 CH-CHANNEL-REC.
           05 CH-CHANNEL-CODE     PIC X(2).
           05 CH-CHANNEL-DESC     PIC X(16).
           05 CH-COMMISSION-PCT   PIC 99V99.
           05 CH-COMMISSION-PCT-X REDEFINES CH-COMMISSION-PCT
                                  PIC X(4).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE              PIC X(132).


       WORKING-STORAGE SECTION.

       01 MISC.
           05 EDT-EOF            PIC X(3)       VALUE 'NO'.
           05 IM-EOF             PIC X(3)       VALUE 'NO'.
           05 SM-EOF             PIC X(3)       VALUE 'NO'.
           05 CH-EOF             PIC X(3)       VALUE 'NO'.
           05 ED-FILE-STATUS     PIC XX         VALUE SPACES.
           05 CH-FILE-STATUS     PIC XX         VALUE SPACES.

       01 CHANNEL-WORK-FIELDS.
           05 X-STORE-SUB        PIC 9(3)       VALUE 0.
           05 X-DISTRICT-SUB     PIC 9(3)       VALUE 0.
           05 X-REGION-SUB       PIC 9(3)       VALUE 0.
           05 X-CHAN-SUB         PIC 9(3)       VALUE 0.
           05 X-LEVEL-SUB        PIC 9(3)       VALUE 0.
           05 X-ZERO-SUB         PIC 9(3)       VALUE 0.
           05 X-PRINT-SUB        PIC 9(3)       VALUE 0.
           05 X-UNKNOWN-SUB      PIC 9(3)       VALUE 0.
           05 X-UNIT-COST        PIC 9(3)V99    VALUE 0.
           05 X-WORK-UNITS       PIC S9(7)      VALUE 0.
           05 X-WORK-SALES       PIC S9(9)V99   VALUE 0.
           05 X-WORK-COST        PIC S9(9)V99   VALUE 0.
           05 X-WORK-COMM        PIC S9(9)V99   VALUE 0.
           05 X-WORK-MARGIN      PIC S9(9)V99   VALUE 0.
           05 X-WORK-PCT         PIC S9(5)V9    VALUE 0.

       01 CHANNEL-COUNTERS.
           05 X-SALES-READ-CTR   PIC 9(7)       VALUE 0.
           05 X-NO-CHANNEL-CTR   PIC 9(7)       VALUE 0.
           05 X-BAD-CHANNEL-CTR  PIC 9(7)       VALUE 0.
           05 X-NO-ITEM-CTR      PIC 9(7)       VALUE 0.
           05 X-NO-STORE-CTR     PIC 9(7)       VALUE 0.
           05 X-STORES-RPT-CTR   PIC 9(7)       VALUE 0.

       01 BLOCK-TOTAL-FIELDS.
           05 BT-UNITS           PIC S9(7)      VALUE 0.
           05 BT-SALES           PIC S9(9)V99   VALUE 0.
           05 BT-COST            PIC S9(9)V99   VALUE 0.
           05 BT-COMM            PIC S9(9)V99   VALUE 0.
           05 BT-MARGIN          PIC S9(9)V99   VALUE 0.

       01 ITEM-MASTER-TABLE.
           05 IM-COUNT             PIC 9(4)     VALUE 0.
           05 IM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IM-IDX.
               10 IM-ITEM-NO       PIC X(6).
               10 IM-UNIT-COST     PIC 9(3)V99.

       01 STORE-MASTER-TABLE.
           05 SM-COUNT             PIC 9(3)     VALUE 0.
           05 SM-ENTRY OCCURS 100 TIMES
                   INDEXED BY SM-IDX.
               10 SM-STORE-NO      PIC X(4).
               10 SM-STORE-NAME    PIC X(20).
               10 SM-REGION        PIC X(8).
               10 SM-DISTRICT      PIC X(8).
               10 SM-DISTRICT-SUB  PIC 9(3).
               10 SM-REGION-SUB    PIC 9(3).

       01 DISTRICT-TABLE.
           05 DT-COUNT             PIC 9(3)     VALUE 0.
           05 DT-ENTRY OCCURS 50 TIMES
                   INDEXED BY DT-IDX.
               10 DT-DISTRICT      PIC X(8).
               10 DT-REGION        PIC X(8).

       01 REGION-TABLE.
           05 RG-COUNT             PIC 9(3)     VALUE 0.
           05 RG-ENTRY OCCURS 50 TIMES
                   INDEXED BY RG-IDX.
               10 RG-REGION        PIC X(8).

       01 CHANNEL-TABLE.
           05 CN-COUNT             PIC 9(3)     VALUE 0.
           05 CN-ENTRY OCCURS 21 TIMES
                   INDEXED BY CN-IDX.
               10 CN-CHANNEL-CODE  PIC X(2).
               10 CN-CHANNEL-DESC  PIC X(16).
               10 CN-COMMISSION    PIC 99V99.

       01 LEVEL-TABLE.
           05 LV-ENTRY OCCURS 201 TIMES.
               10 LV-ACTIVE        PIC X(1).
               10 LV-CHAN OCCURS 21 TIMES.
                   15 LV-UNITS     PIC S9(7).
                   15 LV-SALES     PIC S9(9)V99.
                   15 LV-COST      PIC S9(9)V99.
                   15 LV-COMM      PIC S9(9)V99.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 CHN-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 CHN-TITLE-DATE.
               10 CHN-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 CHN-TITLE-DAY  PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 CHN-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(21)      VALUE
               'CHANNEL MIX REPORT - '.
           05 CHN-TITLE-SECTION  PIC X(20)      VALUE 'STORES'.
           05 FILLER             PIC X(65)      VALUE SPACES.

       01 CHN-BLOCK-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 BK-TYPE-OUT        PIC X(9).
           05 BK-KEY-OUT         PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BK-NAME-OUT        PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BK-DIST-LBL-OUT    PIC X(9).
           05 BK-DIST-OUT        PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BK-REG-LBL-OUT     PIC X(7).
           05 BK-REG-OUT         PIC X(8).
           05 FILLER             PIC X(51)      VALUE SPACES.

       01 CHN-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(20)      VALUE 'CHANNEL'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE '   UNITS'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               '      NET SALES'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE '  SHARE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(14)      VALUE
               '    COMMISSION'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(14)      VALUE
               '     ITEM COST'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               '     NET MARGIN'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE 'MARGIN%'.
           05 FILLER             PIC X(12)      VALUE SPACES.

       01 CHN-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 CD-CODE-OUT        PIC X(2).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 CD-DESC-OUT        PIC X(16).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 CD-UNITS-OUT       PIC ZZZ,ZZ9-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 CD-SALES-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 CD-SHARE-OUT       PIC ZZZ9.9-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 CD-COMM-OUT        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 CD-COST-OUT        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 CD-MARGIN-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 CD-MARGIN-PCT-OUT  PIC ZZZ9.9-.
           05 FILLER             PIC X(12)      VALUE SPACES.

       01 CHN-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 CHN-COUNT-DESC     PIC X(34).
           05 CHN-COUNT-AMT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-POST-SALES.
           PERFORM L2-STORE-PAGES.
           PERFORM L2-ROLLUP-PAGES.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO CHN-TITLE-MONTH.
           MOVE CURRENT-DAY   TO CHN-TITLE-DAY.
           MOVE CURRENT-YEAR  TO CHN-TITLE-YEAR.
           PERFORM L3-LOAD-ITEM-MASTER.
           PERFORM L3-LOAD-STORE-MASTER.
           PERFORM L3-LOAD-CHANNEL-TBL.
           PERFORM L3-ZERO-LEVEL
               VARYING X-LEVEL-SUB FROM 1 BY 1
               UNTIL X-LEVEL-SUB > 201.
           OPEN OUTPUT PRTOUT.

       L3-LOAD-ITEM-MASTER.
           OPEN INPUT PIZZA-ITEM-MASTER.
           PERFORM L3-READ-ITEM-MASTER.
           PERFORM L3-BUILD-ITEM-TABLE UNTIL IM-EOF = 'YES'.
           CLOSE PIZZA-ITEM-MASTER.

       L3-BUILD-ITEM-TABLE.
           IF IM-COUNT >= 2000
               DISPLAY 'PZITMMST.DAT HAS MORE THAN 2000 ITEMS - '
                   'TABLE FULL, REMAINING ITEMS IGNORED'
               MOVE 'YES' TO IM-EOF
           ELSE
               ADD 1 TO IM-COUNT
               MOVE M-ITEM-NO TO IM-ITEM-NO (IM-COUNT)
               IF M-ITEM-UNIT-COST NUMERIC
                   MOVE M-ITEM-UNIT-COST TO IM-UNIT-COST (IM-COUNT)
               ELSE
                   MOVE 0 TO IM-UNIT-COST (IM-COUNT)
               END-IF
               PERFORM L3-READ-ITEM-MASTER
           END-IF.

       L3-READ-ITEM-MASTER.
           READ PIZZA-ITEM-MASTER
               AT END
                   MOVE 'YES' TO IM-EOF.

       L3-LOAD-STORE-MASTER.
           OPEN INPUT PIZZA-STORE-MASTER.
           PERFORM L3-READ-STORE-MASTER.
           PERFORM L3-BUILD-STORE-TABLE UNTIL SM-EOF = 'YES'.
           CLOSE PIZZA-STORE-MASTER.

       L3-BUILD-STORE-TABLE.
           IF SM-COUNT >= 100
               DISPLAY 'PZSTRMST.DAT HAS MORE THAN 100 STORES - '
                   'TABLE FULL, REMAINING STORES IGNORED'
               MOVE 'YES' TO SM-EOF
           ELSE
               ADD 1 TO SM-COUNT
               MOVE S-STORE-NO     TO SM-STORE-NO (SM-COUNT)
               MOVE S-STORE-NAME   TO SM-STORE-NAME (SM-COUNT)
               MOVE S-REGION       TO SM-REGION (SM-COUNT)
               MOVE S-DISTRICT     TO SM-DISTRICT (SM-COUNT)
               PERFORM L4-FIND-DISTRICT
               PERFORM L4-FIND-REGION
               PERFORM L3-READ-STORE-MASTER
           END-IF.

       L3-READ-STORE-MASTER.
           READ PIZZA-STORE-MASTER
               AT END
                   MOVE 'YES' TO SM-EOF.

       L4-FIND-DISTRICT.
           MOVE 0 TO SM-DISTRICT-SUB (SM-COUNT).
           SET DT-IDX TO 1.
           SEARCH DT-ENTRY
               AT END
                   PERFORM L4-ADD-DISTRICT-ENTRY
               WHEN DT-DISTRICT (DT-IDX) = S-DISTRICT
                   SET SM-DISTRICT-SUB (SM-COUNT) TO DT-IDX.

       L4-ADD-DISTRICT-ENTRY.
           IF DT-COUNT >= 50
               DISPLAY 'DISTRICT TABLE FULL - STORE '
                   S-STORE-NO ' NOT ROLLED INTO DISTRICT TOTALS'
           ELSE
               ADD 1 TO DT-COUNT
               MOVE S-DISTRICT TO DT-DISTRICT (DT-COUNT)
               MOVE S-REGION   TO DT-REGION (DT-COUNT)
               MOVE DT-COUNT   TO SM-DISTRICT-SUB (SM-COUNT)
           END-IF.

       L4-FIND-REGION.
           MOVE 0 TO SM-REGION-SUB (SM-COUNT).
           SET RG-IDX TO 1.
           SEARCH RG-ENTRY
               AT END
                   PERFORM L4-ADD-REGION-ENTRY
               WHEN RG-REGION (RG-IDX) = S-REGION
                   SET SM-REGION-SUB (SM-COUNT) TO RG-IDX.

       L4-ADD-REGION-ENTRY.
           IF RG-COUNT >= 50
               DISPLAY 'REGION TABLE FULL - STORE '
                   S-STORE-NO ' NOT ROLLED INTO REGION TOTALS'
           ELSE
               ADD 1 TO RG-COUNT
               MOVE S-REGION TO RG-REGION (RG-COUNT)
               MOVE RG-COUNT TO SM-REGION-SUB (SM-COUNT)
           END-IF.

       L3-LOAD-CHANNEL-TBL.
           OPEN INPUT PIZZA-CHANNEL-TBL.
           IF CH-FILE-STATUS NOT = '00'
               DISPLAY 'NO CHANNEL TABLE FOUND - STATUS '
                   CH-FILE-STATUS ' - ALL SALES REPORTED AS CHANNEL '
                   'UNKNOWN'
           ELSE
               PERFORM L3-READ-CHANNEL-TBL
               PERFORM L3-BUILD-CHANNEL-TABLE UNTIL CH-EOF = 'YES'
               CLOSE PIZZA-CHANNEL-TBL
           END-IF.
           ADD 1 TO CN-COUNT.
           MOVE CN-COUNT           TO X-UNKNOWN-SUB.
           MOVE SPACES             TO CN-CHANNEL-CODE (CN-COUNT).
           MOVE 'CHANNEL UNKNOWN'  TO CN-CHANNEL-DESC (CN-COUNT).
           MOVE 0                  TO CN-COMMISSION (CN-COUNT).

       L3-BUILD-CHANNEL-TABLE.
           IF CN-COUNT >= 20
               DISPLAY 'PZCHANNL.DAT HAS MORE THAN 20 CHANNELS - '
                   'REMAINING CHANNELS REPORTED AS UNKNOWN'
               MOVE 'YES' TO CH-EOF
           ELSE
               IF CH-CHANNEL-CODE NOT = SPACES
                   ADD 1 TO CN-COUNT
                   MOVE CH-CHANNEL-CODE TO CN-CHANNEL-CODE (CN-COUNT)
                   MOVE CH-CHANNEL-DESC TO CN-CHANNEL-DESC (CN-COUNT)
                   IF CH-COMMISSION-PCT-X NUMERIC
                       MOVE CH-COMMISSION-PCT
                           TO CN-COMMISSION (CN-COUNT)
                   ELSE
                       DISPLAY 'CHANNEL ' CH-CHANNEL-CODE
                           ' HAS A NON-NUMERIC COMMISSION - ZERO USED'
                       MOVE 0 TO CN-COMMISSION (CN-COUNT)
                   END-IF
               END-IF
               PERFORM L3-READ-CHANNEL-TBL
           END-IF.

       L3-READ-CHANNEL-TBL.
           READ PIZZA-CHANNEL-TBL
               AT END
                   MOVE 'YES' TO CH-EOF.

       L3-ZERO-LEVEL.
           MOVE 'N' TO LV-ACTIVE (X-LEVEL-SUB).
           PERFORM L4-ZERO-LEVEL-CHANNEL
               VARYING X-ZERO-SUB FROM 1 BY 1
               UNTIL X-ZERO-SUB > 21.

       L4-ZERO-LEVEL-CHANNEL.
           MOVE 0 TO LV-UNITS (X-LEVEL-SUB, X-ZERO-SUB).
           MOVE 0 TO LV-SALES (X-LEVEL-SUB, X-ZERO-SUB).
           MOVE 0 TO LV-COST (X-LEVEL-SUB, X-ZERO-SUB).
           MOVE 0 TO LV-COMM (X-LEVEL-SUB, X-ZERO-SUB).

       L2-POST-SALES.
           OPEN INPUT PIZZA-SALES-EDITED.
           IF ED-FILE-STATUS NOT = '00'
               DISPLAY 'NO EDITED SALES FILE FOUND - STATUS '
                   ED-FILE-STATUS ' - REPORT WILL BE EMPTY'
           ELSE
               PERFORM L3-READ-EDITED
               PERFORM L3-POST-ONE-SALE UNTIL EDT-EOF = 'YES'
               CLOSE PIZZA-SALES-EDITED
           END-IF.

       L3-POST-ONE-SALE.
           ADD 1 TO X-SALES-READ-CTR.
           MOVE 0 TO X-STORE-SUB.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   ADD 1 TO X-NO-STORE-CTR
               WHEN SM-STORE-NO (SM-IDX) = I-PIZZA-STORE-NO
                   SET X-STORE-SUB TO SM-IDX.
           IF X-STORE-SUB > 0
               PERFORM L4-FIND-CHANNEL
               PERFORM L4-FIND-ITEM-COST
               PERFORM L4-COMPUTE-SALE
               MOVE X-STORE-SUB TO X-LEVEL-SUB
               PERFORM L4-POST-LEVEL
               IF SM-DISTRICT-SUB (X-STORE-SUB) > 0
                   COMPUTE X-LEVEL-SUB =
                       100 + SM-DISTRICT-SUB (X-STORE-SUB)
                   PERFORM L4-POST-LEVEL
               END-IF
               IF SM-REGION-SUB (X-STORE-SUB) > 0
                   COMPUTE X-LEVEL-SUB =
                       150 + SM-REGION-SUB (X-STORE-SUB)
                   PERFORM L4-POST-LEVEL
               END-IF
               MOVE 201 TO X-LEVEL-SUB
               PERFORM L4-POST-LEVEL
           END-IF.
           PERFORM L3-READ-EDITED.

       L3-READ-EDITED.
           READ PIZZA-SALES-EDITED
               AT END
                   MOVE 'YES' TO EDT-EOF.

       L4-FIND-CHANNEL.
           MOVE X-UNKNOWN-SUB TO X-CHAN-SUB.
           IF I-PIZZA-CHANNEL = SPACES
               ADD 1 TO X-NO-CHANNEL-CTR
           ELSE
               SET CN-IDX TO 1
               SEARCH CN-ENTRY
                   AT END
                       ADD 1 TO X-BAD-CHANNEL-CTR
                   WHEN CN-CHANNEL-CODE (CN-IDX) = I-PIZZA-CHANNEL
                       SET X-CHAN-SUB TO CN-IDX
               END-SEARCH
           END-IF.

       L4-FIND-ITEM-COST.
           MOVE 0 TO X-UNIT-COST.
           SET IM-IDX TO 1.
           SEARCH IM-ENTRY
               AT END
                   ADD 1 TO X-NO-ITEM-CTR
               WHEN IM-ITEM-NO (IM-IDX) = I-PIZZA-ITEM-NO
                   MOVE IM-UNIT-COST (IM-IDX) TO X-UNIT-COST.

       L4-COMPUTE-SALE.
           MOVE I-PIZZA-CUR-QTY TO X-WORK-UNITS.
           COMPUTE X-WORK-SALES = I-PIZZA-PRICE * I-PIZZA-CUR-QTY.
           COMPUTE X-WORK-COST = X-UNIT-COST * I-PIZZA-CUR-QTY.
           COMPUTE X-WORK-COMM ROUNDED =
               X-WORK-SALES * CN-COMMISSION (X-CHAN-SUB) / 100.
           IF I-PIZZA-TRANS-CODE = 'A'
               COMPUTE X-WORK-UNITS = 0 - X-WORK-UNITS
               COMPUTE X-WORK-SALES = 0 - X-WORK-SALES
               COMPUTE X-WORK-COST = 0 - X-WORK-COST
               COMPUTE X-WORK-COMM = 0 - X-WORK-COMM
           END-IF.

       L4-POST-LEVEL.
           MOVE 'Y' TO LV-ACTIVE (X-LEVEL-SUB).
           ADD X-WORK-UNITS TO LV-UNITS (X-LEVEL-SUB, X-CHAN-SUB).
           ADD X-WORK-SALES TO LV-SALES (X-LEVEL-SUB, X-CHAN-SUB).
           ADD X-WORK-COST  TO LV-COST (X-LEVEL-SUB, X-CHAN-SUB).
           ADD X-WORK-COMM  TO LV-COMM (X-LEVEL-SUB, X-CHAN-SUB).

       L2-STORE-PAGES.
           MOVE 'STORES' TO CHN-TITLE-SECTION.
           PERFORM L4-CHN-HEADING.
           PERFORM L3-PRINT-STORE-BLOCK
               VARYING X-STORE-SUB FROM 1 BY 1
               UNTIL X-STORE-SUB > SM-COUNT.

       L3-PRINT-STORE-BLOCK.
           IF LV-ACTIVE (X-STORE-SUB) = 'Y'
               ADD 1 TO X-STORES-RPT-CTR
               MOVE 'STORE'                      TO BK-TYPE-OUT
               MOVE SM-STORE-NO (X-STORE-SUB)    TO BK-KEY-OUT
               MOVE SM-STORE-NAME (X-STORE-SUB)  TO BK-NAME-OUT
               MOVE 'DISTRICT'                   TO BK-DIST-LBL-OUT
               MOVE SM-DISTRICT (X-STORE-SUB)    TO BK-DIST-OUT
               MOVE 'REGION'                     TO BK-REG-LBL-OUT
               MOVE SM-REGION (X-STORE-SUB)      TO BK-REG-OUT
               MOVE X-STORE-SUB TO X-LEVEL-SUB
               PERFORM L4-PRINT-BLOCK
           END-IF.

       L2-ROLLUP-PAGES.
           IF DT-COUNT NOT = 0
               MOVE 'DISTRICT SUBTOTALS' TO CHN-TITLE-SECTION
               PERFORM L4-CHN-HEADING
               PERFORM L3-PRINT-DISTRICT-BLOCK
                   VARYING X-DISTRICT-SUB FROM 1 BY 1
                   UNTIL X-DISTRICT-SUB > DT-COUNT
           END-IF.
           IF RG-COUNT NOT = 0
               MOVE 'REGION SUBTOTALS' TO CHN-TITLE-SECTION
               PERFORM L4-CHN-HEADING
               PERFORM L3-PRINT-REGION-BLOCK
                   VARYING X-REGION-SUB FROM 1 BY 1
                   UNTIL X-REGION-SUB > RG-COUNT
           END-IF.
           MOVE 'ALL STORES' TO CHN-TITLE-SECTION.
           PERFORM L4-CHN-HEADING.
           MOVE 'ALL'          TO BK-TYPE-OUT.
           MOVE 'STORES'       TO BK-KEY-OUT.
           MOVE SPACES         TO BK-NAME-OUT.
           MOVE SPACES         TO BK-DIST-LBL-OUT.
           MOVE SPACES         TO BK-DIST-OUT.
           MOVE SPACES         TO BK-REG-LBL-OUT.
           MOVE SPACES         TO BK-REG-OUT.
           MOVE 201 TO X-LEVEL-SUB.
           PERFORM L4-PRINT-BLOCK.

       L3-PRINT-DISTRICT-BLOCK.
           COMPUTE X-LEVEL-SUB = 100 + X-DISTRICT-SUB.
           IF LV-ACTIVE (X-LEVEL-SUB) = 'Y'
               MOVE 'DISTRICT'                    TO BK-TYPE-OUT
               MOVE DT-DISTRICT (X-DISTRICT-SUB)  TO BK-KEY-OUT
               MOVE SPACES                        TO BK-NAME-OUT
               MOVE SPACES                        TO BK-DIST-LBL-OUT
               MOVE SPACES                        TO BK-DIST-OUT
               MOVE 'REGION'                      TO BK-REG-LBL-OUT
               MOVE DT-REGION (X-DISTRICT-SUB)    TO BK-REG-OUT
               PERFORM L4-PRINT-BLOCK
           END-IF.

       L3-PRINT-REGION-BLOCK.
           COMPUTE X-LEVEL-SUB = 150 + X-REGION-SUB.
           IF LV-ACTIVE (X-LEVEL-SUB) = 'Y'
               MOVE 'REGION'                      TO BK-TYPE-OUT
               MOVE RG-REGION (X-REGION-SUB)      TO BK-KEY-OUT
               MOVE SPACES                        TO BK-NAME-OUT
               MOVE SPACES                        TO BK-DIST-LBL-OUT
               MOVE SPACES                        TO BK-DIST-OUT
               MOVE SPACES                        TO BK-REG-LBL-OUT
               MOVE SPACES                        TO BK-REG-OUT
               PERFORM L4-PRINT-BLOCK
           END-IF.

       L4-PRINT-BLOCK.
           MOVE 0 TO BT-UNITS.
           MOVE 0 TO BT-SALES.
           MOVE 0 TO BT-COST.
           MOVE 0 TO BT-COMM.
           PERFORM L4-SUM-BLOCK-CHANNEL
               VARYING X-PRINT-SUB FROM 1 BY 1
               UNTIL X-PRINT-SUB > CN-COUNT.
           COMPUTE BT-MARGIN = BT-SALES - BT-COST - BT-COMM.
           WRITE PRTLINE FROM CHN-BLOCK-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-CHN-HEADING.
           PERFORM L4-PRINT-CHANNEL-LINE
               VARYING X-PRINT-SUB FROM 1 BY 1
               UNTIL X-PRINT-SUB > CN-COUNT.
           MOVE SPACES           TO CD-CODE-OUT.
           MOVE 'TOTAL'          TO CD-DESC-OUT.
           MOVE BT-UNITS         TO CD-UNITS-OUT.
           MOVE BT-SALES         TO CD-SALES-OUT.
           MOVE BT-COMM          TO CD-COMM-OUT.
           MOVE BT-COST          TO CD-COST-OUT.
           MOVE BT-MARGIN        TO CD-MARGIN-OUT.
           IF BT-SALES = 0
               MOVE 0 TO CD-SHARE-OUT
               MOVE 0 TO CD-MARGIN-PCT-OUT
           ELSE
               MOVE 100 TO CD-SHARE-OUT
               COMPUTE X-WORK-PCT ROUNDED =
                   BT-MARGIN * 100 / BT-SALES
               MOVE X-WORK-PCT TO CD-MARGIN-PCT-OUT
           END-IF.
           WRITE PRTLINE FROM CHN-DETAIL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-CHN-HEADING.

       L4-SUM-BLOCK-CHANNEL.
           ADD LV-UNITS (X-LEVEL-SUB, X-PRINT-SUB) TO BT-UNITS.
           ADD LV-SALES (X-LEVEL-SUB, X-PRINT-SUB) TO BT-SALES.
           ADD LV-COST (X-LEVEL-SUB, X-PRINT-SUB)  TO BT-COST.
           ADD LV-COMM (X-LEVEL-SUB, X-PRINT-SUB)  TO BT-COMM.

       L4-PRINT-CHANNEL-LINE.
           IF LV-UNITS (X-LEVEL-SUB, X-PRINT-SUB) NOT = 0
                   OR LV-SALES (X-LEVEL-SUB, X-PRINT-SUB) NOT = 0
               COMPUTE X-WORK-MARGIN =
                   LV-SALES (X-LEVEL-SUB, X-PRINT-SUB)
                   - LV-COST (X-LEVEL-SUB, X-PRINT-SUB)
                   - LV-COMM (X-LEVEL-SUB, X-PRINT-SUB)
               MOVE CN-CHANNEL-CODE (X-PRINT-SUB) TO CD-CODE-OUT
               MOVE CN-CHANNEL-DESC (X-PRINT-SUB) TO CD-DESC-OUT
               MOVE LV-UNITS (X-LEVEL-SUB, X-PRINT-SUB)
                   TO CD-UNITS-OUT
               MOVE LV-SALES (X-LEVEL-SUB, X-PRINT-SUB)
                   TO CD-SALES-OUT
               MOVE LV-COMM (X-LEVEL-SUB, X-PRINT-SUB)
                   TO CD-COMM-OUT
               MOVE LV-COST (X-LEVEL-SUB, X-PRINT-SUB)
                   TO CD-COST-OUT
               MOVE X-WORK-MARGIN TO CD-MARGIN-OUT
               IF BT-SALES = 0
                   MOVE 0 TO CD-SHARE-OUT
               ELSE
                   COMPUTE X-WORK-PCT ROUNDED =
                       LV-SALES (X-LEVEL-SUB, X-PRINT-SUB) * 100
                       / BT-SALES
                   MOVE X-WORK-PCT TO CD-SHARE-OUT
               END-IF
               IF LV-SALES (X-LEVEL-SUB, X-PRINT-SUB) = 0
                   MOVE 0 TO CD-MARGIN-PCT-OUT
               ELSE
                   COMPUTE X-WORK-PCT ROUNDED =
                       X-WORK-MARGIN * 100
                       / LV-SALES (X-LEVEL-SUB, X-PRINT-SUB)
                   MOVE X-WORK-PCT TO CD-MARGIN-PCT-OUT
               END-IF
               WRITE PRTLINE FROM CHN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-CHN-HEADING
               END-WRITE
           END-IF.

       L4-CHN-HEADING.
           WRITE PRTLINE FROM CHN-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM CHN-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2-CLOSING.
           MOVE 'EDITED SALES RECORDS READ:' TO CHN-COUNT-DESC.
           MOVE X-SALES-READ-CTR TO CHN-COUNT-AMT.
           WRITE PRTLINE FROM CHN-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'STORES REPORTED:' TO CHN-COUNT-DESC.
           MOVE X-STORES-RPT-CTR TO CHN-COUNT-AMT.
           WRITE PRTLINE FROM CHN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALES WITH NO CHANNEL:' TO CHN-COUNT-DESC.
           MOVE X-NO-CHANNEL-CTR TO CHN-COUNT-AMT.
           WRITE PRTLINE FROM CHN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALES WITH CHANNEL NOT ON TABLE:' TO CHN-COUNT-DESC.
           MOVE X-BAD-CHANNEL-CTR TO CHN-COUNT-AMT.
           WRITE PRTLINE FROM CHN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALES FOR ITEMS NOT ON FILE:' TO CHN-COUNT-DESC.
           MOVE X-NO-ITEM-CTR TO CHN-COUNT-AMT.
           WRITE PRTLINE FROM CHN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALES FOR STORES NOT ON FILE:' TO CHN-COUNT-DESC.
           MOVE X-NO-STORE-CTR TO CHN-COUNT-AMT.
           WRITE PRTLINE FROM CHN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.

       end program CBLHKW22.

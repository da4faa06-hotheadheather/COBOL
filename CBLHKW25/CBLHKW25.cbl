       IDENTIFICATION DIVISION.
      *THIS PROGRAM IS THE OPERATIONS DESK STORE/ITEM INQUIRY - THE
      *OPERATOR KEYS A STORE NUMBER, AN ITEM NUMBER, OR BOTH, AND
      *THE PROGRAM SHOWS THE STORE'S NAME, REGION, DISTRICT, STATUS
      *AND OPEN/CLOSE DATES FROM THE STORE MASTER, THE ITEM'S
      *DESCRIPTION, CATEGORY AND COST FROM THE INDEXED ITEM MASTER,
      *THE AUTHORIZED PRICE IN EFFECT TODAY AND ANY FUTURE-DATED
      *PRICE CHANGES, THE SIX TREND BUCKETS FROM THE INDEXED TREND
      *FILE, AND (WHEN BOTH ARE KEYED) THE STORE/ITEM'S MONTHLY
      *SALES HISTORY THIRTEEN MONTHS AT A TIME - COMMANDS PAGE BACK
      *AND FORWARD THROUGH THE HISTORY MONTHS, STEP TO THE NEXT OR
      *PRIOR ITEM IN THE SAME CATEGORY, START A NEW INQUIRY, OR END
      *THE SESSION - EVERY FILE IS OPENED INPUT ONLY AND CLOSED
      *AGAIN AS SOON AS THE LOOKUP IS DONE, SO THE INQUIRY IS SAFE
      *TO RUN WHILE THE NIGHTLY STREAM IS UPDATING THE FILES
       PROGRAM-ID. CBLHKW25.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-STORE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZSTRMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SM-FILE-STATUS.
           SELECT PIZZA-ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZITMMST.IDX'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS M-ITEM-NO
                   FILE STATUS IS IM-FILE-STATUS.
           SELECT PIZZA-TREND-HIST
               ASSIGN TO 'C:\COBOLWI19\PZTREND.IDX'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS H-TREND-ITEM-NO
                   FILE STATUS IS TR-FILE-STATUS.
           SELECT PIZZA-AUTH-PRICE
               ASSIGN TO 'C:\COBOLWI19\PZAUTPRC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AP-FILE-STATUS.
           SELECT PIZZA-SALES-HIST
               ASSIGN TO 'C:\COBOLWI19\PZSALHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.
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

       FD  PIZZA-ITEM-MASTER
           DATA RECORD IS M-ITEM-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 M-ITEM-REC.
           05 M-ITEM-NO           PIC X(6).
           05 M-ITEM-DESC         PIC X(18).
           05 M-ITEM-CATEGORY     PIC X(12).
           05 M-ITEM-UNIT-COST    PIC 9(3)V99.
           05 M-ITEM-TAX-CLASS    PIC X(1).

       FD  PIZZA-TREND-HIST
           DATA RECORD IS H-TREND-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 H-TREND-REC.
           05 H-TREND-ITEM-NO     PIC X(6).
           05 H-TREND-QTY-HIST    OCCURS 6 TIMES PIC 9(5).

       FD  PIZZA-AUTH-PRICE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AP-PRICE-REC
           RECORD CONTAINS 18 CHARACTERS.

       01 AP-PRICE-REC.
           05 AP-ITEM-NO          PIC X(6).
           05 AP-EFF-DATE         PIC X(8).
           05 AP-AUTH-PRICE       PIC 99V99.

       FD  PIZZA-SALES-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS H-HIST-REC
           RECORD CONTAINS 34 CHARACTERS.

       01 H-HIST-REC.
           05 H-HIST-KEY.
               10 H-HIST-STORE-NO PIC X(4).
               10 H-HIST-ITEM-NO  PIC X(6).
               10 H-HIST-YYMM     PIC X(6).
           05 H-HIST-QTY          PIC S9(7).
           05 H-HIST-SALES        PIC S9(9)V99.


       WORKING-STORAGE SECTION.

       01 MISC.
           05 SM-EOF             PIC X(3)       VALUE 'NO'.
           05 IM-EOF             PIC X(3)       VALUE 'NO'.
           05 AP-EOF             PIC X(3)       VALUE 'NO'.
           05 SH-EOF             PIC X(3)       VALUE 'NO'.
           05 SM-FILE-STATUS     PIC XX         VALUE SPACES.
           05 IM-FILE-STATUS     PIC XX         VALUE SPACES.
           05 TR-FILE-STATUS     PIC XX         VALUE SPACES.
           05 AP-FILE-STATUS     PIC XX         VALUE SPACES.
           05 SH-FILE-STATUS     PIC XX         VALUE SPACES.

       01 INQUIRY-FIELDS.
           05 Q-TODAY            PIC X(8)       VALUE SPACES.
           05 Q-DONE             PIC X(3)       VALUE 'NO'.
           05 Q-NEW-KEYS         PIC X(3)       VALUE 'NO'.
           05 Q-STORE-IN         PIC X(4)       VALUE SPACES.
           05 Q-ITEM-IN          PIC X(6)       VALUE SPACES.
           05 Q-COMMAND          PIC X          VALUE SPACES.
           05 Q-STORE-FOUND      PIC X(3)       VALUE 'NO'.
           05 Q-ITEM-FOUND       PIC X(3)       VALUE 'NO'.
           05 Q-TREND-FOUND      PIC X(3)       VALUE 'NO'.
           05 Q-PRICE-FOUND      PIC X(3)       VALUE 'NO'.
           05 Q-PRICE-DATE       PIC X(8)       VALUE SPACES.
           05 Q-PRICE-AMT        PIC 99V99      VALUE 0.
           05 Q-CATEGORY         PIC X(12)      VALUE SPACES.
           05 Q-CAT-POS          PIC 9(4)       VALUE 0.
           05 Q-WIN-END          PIC 9(4)       VALUE 0.
           05 Q-WIN-START        PIC 9(4)       VALUE 0.
           05 Q-SUB              PIC 9(4)       VALUE 0.
           05 Q-WIN-QTY          PIC S9(9)      VALUE 0.
           05 Q-WIN-SALES        PIC S9(11)V99  VALUE 0.
           05 Q-DATE-IN          PIC X(8)       VALUE SPACES.
           05 Q-DATE-IN-R REDEFINES Q-DATE-IN.
               10 Q-DATE-IN-YEAR  PIC X(4).
               10 Q-DATE-IN-MONTH PIC XX.
               10 Q-DATE-IN-DAY   PIC XX.
           05 Q-DATE-OUT.
               10 Q-DATE-OUT-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 Q-DATE-OUT-DAY PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 Q-DATE-OUT-YEAR PIC X(4).

       01 STORE-FIELDS.
           05 QS-STORE-NAME      PIC X(20)      VALUE SPACES.
           05 QS-REGION          PIC X(8)       VALUE SPACES.
           05 QS-DISTRICT        PIC X(8)       VALUE SPACES.
           05 QS-STATUS          PIC X(6)       VALUE SPACES.
           05 QS-OPEN-DATE       PIC X(8)       VALUE SPACES.
           05 QS-CLOSE-DATE      PIC X(8)       VALUE SPACES.

       01 FUTURE-PRICE-TABLE.
           05 FP-COUNT             PIC 99       VALUE 0.
           05 FP-ENTRY OCCURS 10 TIMES.
               10 FP-EFF-DATE      PIC X(8).
               10 FP-AUTH-PRICE    PIC 99V99.

       01 CATEGORY-ITEM-TABLE.
           05 CI-COUNT             PIC 9(4)     VALUE 0.
           05 CI-ENTRY OCCURS 2000 TIMES.
               10 CI-ITEM-NO       PIC X(6).

       01 HISTORY-TABLE.
           05 HS-COUNT             PIC 9(4)     VALUE 0.
           05 HS-ENTRY OCCURS 600 TIMES.
               10 HS-YYMM          PIC X(6).
               10 HS-QTY           PIC S9(7).
               10 HS-SALES         PIC S9(9)V99.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 Q-RULE-LINE            PIC X(79)      VALUE ALL '-'.

       01 Q-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 Q-TITLE-DATE       PIC X(10).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'STORE/ITEM INQUIRY'.

       01 Q-STORE-LINE-1.
           05 FILLER             PIC X(7)       VALUE 'STORE'.
           05 QL-STORE-NO        PIC X(4).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 QL-STORE-NAME      PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'REGION'.
           05 QL-REGION          PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'DISTRICT'.
           05 QL-DISTRICT        PIC X(8).

       01 Q-STORE-LINE-2.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'STATUS'.
           05 QL-STATUS          PIC X(6).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'OPENED'.
           05 QL-OPEN-DATE       PIC X(10).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'CLOSED'.
           05 QL-CLOSE-DATE      PIC X(10).

       01 Q-ITEM-LINE.
           05 FILLER             PIC X(7)       VALUE 'ITEM'.
           05 QL-ITEM-NO         PIC X(6).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 QL-ITEM-DESC       PIC X(18).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'CATEGORY'.
           05 QL-CATEGORY        PIC X(12).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'COST'.
           05 QL-UNIT-COST       PIC ZZ9.99.

       01 Q-CAT-POS-LINE.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'ITEM'.
           05 QL-CAT-POS         PIC ZZZ9.
           05 FILLER             PIC X(4)       VALUE ' OF'.
           05 QL-CAT-COUNT       PIC ZZZ9.
           05 FILLER             PIC X(13)      VALUE ' IN CATEGORY'.

       01 Q-PRICE-LINE.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 QL-PRICE-DESC      PIC X(24).
           05 QL-PRICE-AMT       PIC Z9.99.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'EFFECTIVE'.
           05 QL-PRICE-DATE      PIC X(10).

       01 Q-TREND-HEADING.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 FILLER             PIC X(24)      VALUE
               'TREND QTY - OLDEST'.
           05 FILLER             PIC X(30)      VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'NEWEST'.

       01 Q-TREND-LINE.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 QL-TREND-ENTRY OCCURS 6 TIMES.
               10 FILLER         PIC X(4)       VALUE SPACES.
               10 QL-TREND-QTY   PIC ZZ,ZZ9.

       01 Q-HIST-HEADING.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'MONTH'.
           05 FILLER             PIC X(12)      VALUE '    QUANTITY'.
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 FILLER             PIC X(16)      VALUE
               '     SALES'.

       01 Q-HIST-LINE.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 QL-HIST-MONTH      PIC XX.
           05 FILLER             PIC X          VALUE '/'.
           05 QL-HIST-YEAR       PIC X(4).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 QL-HIST-QTY        PIC -,---,---,--9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 QL-HIST-SALES      PIC -,---,---,--9.99.

       01 Q-HIST-TOTAL-LINE.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'TOTAL'.
           05 QT-HIST-QTY        PIC -,---,---,--9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 QT-HIST-SALES      PIC -,---,---,--9.99.

       01 Q-HIST-PAGE-LINE.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE 'MONTHS'.
           05 QL-WIN-START       PIC ZZZ9.
           05 FILLER             PIC X(4)       VALUE ' TO'.
           05 QL-WIN-END         PIC ZZZ9.
           05 FILLER             PIC X(4)       VALUE ' OF'.
           05 QL-HS-COUNT        PIC ZZZ9.
           05 FILLER             PIC X(8)       VALUE ' ON FILE'.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-INQUIRY UNTIL Q-DONE = 'YES'.
           DISPLAY 'STORE/ITEM INQUIRY ENDED'.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-YEAR  TO Q-TODAY (1:4).
           MOVE CURRENT-MONTH TO Q-TODAY (5:2).
           MOVE CURRENT-DAY   TO Q-TODAY (7:2).
           MOVE Q-TODAY TO Q-DATE-IN.
           PERFORM L4-FORMAT-DATE.
           MOVE Q-DATE-OUT TO Q-TITLE-DATE.

       L2-INQUIRY.
           PERFORM L3-GET-KEYS.
           IF Q-DONE NOT = 'YES'
               PERFORM L3-LOAD-STORE
               PERFORM L3-LOAD-ITEM
               PERFORM L3-LOAD-HISTORY
               PERFORM L3-SHOW-SCREEN
               MOVE 'NO' TO Q-NEW-KEYS
               PERFORM L3-COMMAND
                   UNTIL Q-NEW-KEYS = 'YES' OR Q-DONE = 'YES'
           END-IF.

       L3-GET-KEYS.
           DISPLAY ' '.
           DISPLAY 'STORE NUMBER (BLANK FOR NONE): ' WITH NO ADVANCING.
           ACCEPT Q-STORE-IN.
           DISPLAY 'ITEM NUMBER  (BLANK FOR NONE): ' WITH NO ADVANCING.
           ACCEPT Q-ITEM-IN.
           INSPECT Q-STORE-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT Q-ITEM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF Q-STORE-IN = SPACES AND Q-ITEM-IN = SPACES
               MOVE 'YES' TO Q-DONE
           END-IF.

       L3-COMMAND.
           DISPLAY ' '.
           DISPLAY 'F NEXT MONTHS  B PRIOR MONTHS  N NEXT ITEM  '
               'P PRIOR ITEM  S NEW INQUIRY  X END'.
           DISPLAY 'COMMAND: ' WITH NO ADVANCING.
           ACCEPT Q-COMMAND.
           INSPECT Q-COMMAND CONVERTING 'fbnpsx' TO 'FBNPSX'.
           EVALUATE Q-COMMAND
               WHEN 'F'
                   PERFORM L4-PAGE-FORWARD
               WHEN 'B'
                   PERFORM L4-PAGE-BACK
               WHEN 'N'
                   PERFORM L4-NEXT-ITEM
               WHEN 'P'
                   PERFORM L4-PRIOR-ITEM
               WHEN 'S'
                   MOVE 'YES' TO Q-NEW-KEYS
               WHEN 'X'
                   MOVE 'YES' TO Q-DONE
               WHEN OTHER
                   DISPLAY 'COMMAND ' Q-COMMAND ' NOT RECOGNIZED'
           END-EVALUATE.

       L4-PAGE-FORWARD.
           IF Q-WIN-END >= HS-COUNT
               DISPLAY 'NO LATER MONTHS ON FILE'
           ELSE
               ADD 13 TO Q-WIN-END
               IF Q-WIN-END > HS-COUNT
                   MOVE HS-COUNT TO Q-WIN-END
               END-IF
               PERFORM L3-SHOW-SCREEN
           END-IF.

       L4-PAGE-BACK.
           IF Q-WIN-END <= 13
               DISPLAY 'NO EARLIER MONTHS ON FILE'
           ELSE
               SUBTRACT 13 FROM Q-WIN-END
               PERFORM L3-SHOW-SCREEN
           END-IF.

       L4-NEXT-ITEM.
           IF Q-ITEM-FOUND NOT = 'YES'
               DISPLAY 'NO ITEM SELECTED'
           ELSE
               IF Q-CAT-POS >= CI-COUNT
                   DISPLAY 'LAST ITEM IN CATEGORY ' Q-CATEGORY
               ELSE
                   ADD 1 TO Q-CAT-POS
                   PERFORM L4-CHANGE-ITEM
               END-IF
           END-IF.

       L4-PRIOR-ITEM.
           IF Q-ITEM-FOUND NOT = 'YES'
               DISPLAY 'NO ITEM SELECTED'
           ELSE
               IF Q-CAT-POS <= 1
                   DISPLAY 'FIRST ITEM IN CATEGORY ' Q-CATEGORY
               ELSE
                   SUBTRACT 1 FROM Q-CAT-POS
                   PERFORM L4-CHANGE-ITEM
               END-IF
           END-IF.

       L4-CHANGE-ITEM.
           MOVE CI-ITEM-NO (Q-CAT-POS) TO Q-ITEM-IN.
           PERFORM L3-LOAD-ITEM.
           PERFORM L3-LOAD-HISTORY.
           PERFORM L3-SHOW-SCREEN.

       L3-LOAD-STORE.
           MOVE 'NO' TO Q-STORE-FOUND.
           IF Q-STORE-IN NOT = SPACES
               MOVE 'NO' TO SM-EOF
               OPEN INPUT PIZZA-STORE-MASTER
               IF SM-FILE-STATUS NOT = '00'
                   DISPLAY 'PZSTRMST.DAT NOT AVAILABLE - STATUS '
                       SM-FILE-STATUS
               ELSE
                   PERFORM L4-READ-STORE
                   PERFORM L4-CHECK-STORE
                       UNTIL SM-EOF = 'YES' OR Q-STORE-FOUND = 'YES'
                   CLOSE PIZZA-STORE-MASTER
               END-IF
           END-IF.

       L4-READ-STORE.
           READ PIZZA-STORE-MASTER
               AT END
                   MOVE 'YES' TO SM-EOF.

       L4-CHECK-STORE.
           IF S-STORE-NO = Q-STORE-IN
               MOVE 'YES'          TO Q-STORE-FOUND
               MOVE S-STORE-NAME   TO QS-STORE-NAME
               MOVE S-REGION       TO QS-REGION
               MOVE S-DISTRICT     TO QS-DISTRICT
               MOVE S-STORE-STATUS TO QS-STATUS
               MOVE S-OPEN-DATE    TO QS-OPEN-DATE
               MOVE S-CLOSE-DATE   TO QS-CLOSE-DATE
           ELSE
               PERFORM L4-READ-STORE
           END-IF.

       L3-LOAD-ITEM.
           MOVE 'NO' TO Q-ITEM-FOUND.
           MOVE 'NO' TO Q-TREND-FOUND.
           MOVE 'NO' TO Q-PRICE-FOUND.
           MOVE 0 TO FP-COUNT.
           IF Q-ITEM-IN NOT = SPACES
               OPEN INPUT PIZZA-ITEM-MASTER
               IF IM-FILE-STATUS NOT = '00'
                   DISPLAY 'PZITMMST.IDX NOT AVAILABLE - STATUS '
                       IM-FILE-STATUS
               ELSE
                   MOVE Q-ITEM-IN TO M-ITEM-NO
                   READ PIZZA-ITEM-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'YES' TO Q-ITEM-FOUND
                           PERFORM L4-SHOW-ITEM-FIELDS
                   END-READ
                   IF Q-ITEM-FOUND = 'YES'
                       PERFORM L4-BUILD-CATEGORY-LIST
                   END-IF
                   CLOSE PIZZA-ITEM-MASTER
               END-IF
               PERFORM L4-LOAD-TREND
               PERFORM L4-LOAD-PRICES
           END-IF.

       L4-SHOW-ITEM-FIELDS.
           MOVE M-ITEM-NO       TO QL-ITEM-NO.
           MOVE M-ITEM-DESC     TO QL-ITEM-DESC.
           MOVE M-ITEM-CATEGORY TO QL-CATEGORY.
           MOVE M-ITEM-CATEGORY TO Q-CATEGORY.
           IF M-ITEM-UNIT-COST NUMERIC
               MOVE M-ITEM-UNIT-COST TO QL-UNIT-COST
           ELSE
               MOVE 0 TO QL-UNIT-COST
           END-IF.

       L4-BUILD-CATEGORY-LIST.
           MOVE 0 TO CI-COUNT.
           MOVE 0 TO Q-CAT-POS.
           MOVE 'NO' TO IM-EOF.
           MOVE LOW-VALUES TO M-ITEM-NO.
           START PIZZA-ITEM-MASTER
               KEY IS GREATER THAN M-ITEM-NO
               INVALID KEY
                   MOVE 'YES' TO IM-EOF
           END-START.
           PERFORM L4-READ-NEXT-ITEM.
           PERFORM L4-CHECK-CATEGORY-ITEM UNTIL IM-EOF = 'YES'.

       L4-READ-NEXT-ITEM.
           IF IM-EOF NOT = 'YES'
               READ PIZZA-ITEM-MASTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO IM-EOF
               END-READ
           END-IF.

       L4-CHECK-CATEGORY-ITEM.
           IF M-ITEM-CATEGORY = Q-CATEGORY AND CI-COUNT < 2000
               ADD 1 TO CI-COUNT
               MOVE M-ITEM-NO TO CI-ITEM-NO (CI-COUNT)
               IF M-ITEM-NO = Q-ITEM-IN
                   MOVE CI-COUNT TO Q-CAT-POS
               END-IF
           END-IF.
           PERFORM L4-READ-NEXT-ITEM.

       L4-LOAD-TREND.
           OPEN INPUT PIZZA-TREND-HIST.
           IF TR-FILE-STATUS NOT = '00'
               DISPLAY 'PZTREND.IDX NOT AVAILABLE - STATUS '
                   TR-FILE-STATUS
           ELSE
               MOVE Q-ITEM-IN TO H-TREND-ITEM-NO
               READ PIZZA-TREND-HIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO Q-TREND-FOUND
                       PERFORM L4-SHOW-TREND-QTY
                           VARYING Q-SUB FROM 1 BY 1
                           UNTIL Q-SUB > 6
               END-READ
               CLOSE PIZZA-TREND-HIST
           END-IF.

       L4-SHOW-TREND-QTY.
           IF H-TREND-QTY-HIST (Q-SUB) NUMERIC
               MOVE H-TREND-QTY-HIST (Q-SUB) TO QL-TREND-QTY (Q-SUB)
           ELSE
               MOVE 0 TO QL-TREND-QTY (Q-SUB)
           END-IF.

       L4-LOAD-PRICES.
           MOVE SPACES TO Q-PRICE-DATE.
           MOVE 0 TO Q-PRICE-AMT.
           MOVE 'NO' TO AP-EOF.
           OPEN INPUT PIZZA-AUTH-PRICE.
           IF AP-FILE-STATUS NOT = '00'
               DISPLAY 'PZAUTPRC.DAT NOT AVAILABLE - STATUS '
                   AP-FILE-STATUS
           ELSE
               PERFORM L4-READ-PRICE
               PERFORM L4-CHECK-PRICE UNTIL AP-EOF = 'YES'
               CLOSE PIZZA-AUTH-PRICE
           END-IF.

       L4-READ-PRICE.
           READ PIZZA-AUTH-PRICE
               AT END
                   MOVE 'YES' TO AP-EOF.

       L4-CHECK-PRICE.
           IF AP-ITEM-NO = Q-ITEM-IN AND AP-AUTH-PRICE NUMERIC
               IF AP-EFF-DATE > Q-TODAY
                   IF FP-COUNT < 10
                       ADD 1 TO FP-COUNT
                       MOVE AP-EFF-DATE   TO FP-EFF-DATE (FP-COUNT)
                       MOVE AP-AUTH-PRICE TO FP-AUTH-PRICE (FP-COUNT)
                   END-IF
               ELSE
                   IF Q-PRICE-FOUND = 'NO'
                           OR AP-EFF-DATE > Q-PRICE-DATE
                       MOVE 'YES'         TO Q-PRICE-FOUND
                       MOVE AP-EFF-DATE   TO Q-PRICE-DATE
                       MOVE AP-AUTH-PRICE TO Q-PRICE-AMT
                   END-IF
               END-IF
           END-IF.
           PERFORM L4-READ-PRICE.

       L3-LOAD-HISTORY.
           MOVE 0 TO HS-COUNT.
           MOVE 0 TO Q-WIN-END.
           IF Q-STORE-IN NOT = SPACES AND Q-ITEM-IN NOT = SPACES
               MOVE 'NO' TO SH-EOF
               OPEN INPUT PIZZA-SALES-HIST
               IF SH-FILE-STATUS NOT = '00'
                   DISPLAY 'PZSALHST.DAT NOT AVAILABLE - STATUS '
                       SH-FILE-STATUS
               ELSE
                   PERFORM L4-READ-HISTORY
                   PERFORM L4-CHECK-HISTORY UNTIL SH-EOF = 'YES'
                   CLOSE PIZZA-SALES-HIST
               END-IF
               MOVE HS-COUNT TO Q-WIN-END
           END-IF.

       L4-READ-HISTORY.
           READ PIZZA-SALES-HIST
               AT END
                   MOVE 'YES' TO SH-EOF.

       L4-CHECK-HISTORY.
           IF H-HIST-STORE-NO = Q-STORE-IN
                   AND H-HIST-ITEM-NO = Q-ITEM-IN
               IF HS-COUNT < 600
                   ADD 1 TO HS-COUNT
                   MOVE H-HIST-YYMM  TO HS-YYMM (HS-COUNT)
                   MOVE H-HIST-QTY   TO HS-QTY (HS-COUNT)
                   MOVE H-HIST-SALES TO HS-SALES (HS-COUNT)
               END-IF
           END-IF.
           IF H-HIST-STORE-NO > Q-STORE-IN
               MOVE 'YES' TO SH-EOF
           ELSE
               PERFORM L4-READ-HISTORY
           END-IF.

       L3-SHOW-SCREEN.
           DISPLAY ' '.
           DISPLAY Q-RULE-LINE.
           DISPLAY Q-TITLE-LINE.
           DISPLAY Q-RULE-LINE.
           IF Q-STORE-IN NOT = SPACES
               PERFORM L4-SHOW-STORE
           END-IF.
           IF Q-ITEM-IN NOT = SPACES
               PERFORM L4-SHOW-ITEM
           END-IF.
           IF Q-STORE-IN NOT = SPACES AND Q-ITEM-IN NOT = SPACES
               PERFORM L4-SHOW-HISTORY
           ELSE
               DISPLAY ' '
               DISPLAY 'KEY BOTH A STORE AND AN ITEM FOR SALES HISTORY'
           END-IF.
           DISPLAY Q-RULE-LINE.

       L4-SHOW-STORE.
           IF Q-STORE-FOUND NOT = 'YES'
               DISPLAY 'STORE  ' Q-STORE-IN
                   ' IS NOT ON THE STORE MASTER'
           ELSE
               MOVE Q-STORE-IN    TO QL-STORE-NO
               MOVE QS-STORE-NAME TO QL-STORE-NAME
               MOVE QS-REGION     TO QL-REGION
               MOVE QS-DISTRICT   TO QL-DISTRICT
               MOVE QS-STATUS     TO QL-STATUS
               MOVE QS-OPEN-DATE  TO Q-DATE-IN
               PERFORM L4-FORMAT-DATE
               MOVE Q-DATE-OUT    TO QL-OPEN-DATE
               IF QS-CLOSE-DATE = SPACES
                   MOVE 'NONE' TO QL-CLOSE-DATE
               ELSE
                   MOVE QS-CLOSE-DATE TO Q-DATE-IN
                   PERFORM L4-FORMAT-DATE
                   MOVE Q-DATE-OUT TO QL-CLOSE-DATE
               END-IF
               DISPLAY Q-STORE-LINE-1
               DISPLAY Q-STORE-LINE-2
           END-IF.

       L4-SHOW-ITEM.
           DISPLAY ' '.
           IF Q-ITEM-FOUND NOT = 'YES'
               DISPLAY 'ITEM   ' Q-ITEM-IN
                   ' IS NOT ON THE INDEXED ITEM MASTER'
           ELSE
               DISPLAY Q-ITEM-LINE
               MOVE Q-CAT-POS TO QL-CAT-POS
               MOVE CI-COUNT  TO QL-CAT-COUNT
               DISPLAY Q-CAT-POS-LINE
           END-IF.
           IF Q-PRICE-FOUND = 'YES'
               MOVE 'PRICE TODAY' TO QL-PRICE-DESC
               MOVE Q-PRICE-AMT   TO QL-PRICE-AMT
               MOVE Q-PRICE-DATE  TO Q-DATE-IN
               PERFORM L4-FORMAT-DATE
               MOVE Q-DATE-OUT    TO QL-PRICE-DATE
               DISPLAY Q-PRICE-LINE
           ELSE
               DISPLAY '       NO AUTHORIZED PRICE IN EFFECT TODAY'
           END-IF.
           PERFORM L4-SHOW-FUTURE-PRICE
               VARYING Q-SUB FROM 1 BY 1
               UNTIL Q-SUB > FP-COUNT.
           IF Q-TREND-FOUND = 'YES'
               DISPLAY Q-TREND-HEADING
               DISPLAY Q-TREND-LINE
           ELSE
               DISPLAY '       NO TREND HISTORY FOR THIS ITEM'
           END-IF.

       L4-SHOW-FUTURE-PRICE.
           MOVE 'FUTURE PRICE'         TO QL-PRICE-DESC.
           MOVE FP-AUTH-PRICE (Q-SUB)  TO QL-PRICE-AMT.
           MOVE FP-EFF-DATE (Q-SUB)    TO Q-DATE-IN.
           PERFORM L4-FORMAT-DATE.
           MOVE Q-DATE-OUT             TO QL-PRICE-DATE.
           DISPLAY Q-PRICE-LINE.

       L4-SHOW-HISTORY.
           DISPLAY ' '.
           IF HS-COUNT = 0
               DISPLAY 'NO SALES HISTORY FOR THIS STORE/ITEM'
           ELSE
               IF Q-WIN-END > 13
                   COMPUTE Q-WIN-START = Q-WIN-END - 12
               ELSE
                   MOVE 1 TO Q-WIN-START
               END-IF
               MOVE 0 TO Q-WIN-QTY
               MOVE 0 TO Q-WIN-SALES
               DISPLAY Q-HIST-HEADING
               PERFORM L4-SHOW-HISTORY-MONTH
                   VARYING Q-SUB FROM Q-WIN-START BY 1
                   UNTIL Q-SUB > Q-WIN-END
               MOVE Q-WIN-QTY   TO QT-HIST-QTY
               MOVE Q-WIN-SALES TO QT-HIST-SALES
               DISPLAY Q-HIST-TOTAL-LINE
               MOVE Q-WIN-START TO QL-WIN-START
               MOVE Q-WIN-END   TO QL-WIN-END
               MOVE HS-COUNT    TO QL-HS-COUNT
               DISPLAY Q-HIST-PAGE-LINE
           END-IF.

       L4-SHOW-HISTORY-MONTH.
           MOVE HS-YYMM (Q-SUB) (5:2) TO QL-HIST-MONTH.
           MOVE HS-YYMM (Q-SUB) (1:4) TO QL-HIST-YEAR.
           MOVE HS-QTY (Q-SUB)        TO QL-HIST-QTY.
           MOVE HS-SALES (Q-SUB)      TO QL-HIST-SALES.
           ADD HS-QTY (Q-SUB)         TO Q-WIN-QTY.
           ADD HS-SALES (Q-SUB)       TO Q-WIN-SALES.
           DISPLAY Q-HIST-LINE.

       L4-FORMAT-DATE.
           MOVE Q-DATE-IN-MONTH TO Q-DATE-OUT-MONTH.
           MOVE Q-DATE-IN-DAY   TO Q-DATE-OUT-DAY.
           MOVE Q-DATE-IN-YEAR  TO Q-DATE-OUT-YEAR.

       end program CBLHKW25.

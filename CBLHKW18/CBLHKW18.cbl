       IDENTIFICATION DIVISION.
      *THIS PROGRAM PRINTS THE PROMOTION EFFECTIVENESS REPORT FOR
      *THE MONTH - IT READS THE MONTH'S EDITED PIZZA SALES, TOTALS
      *THE UNITS AND DOLLARS SOLD UNDER EACH PROMO CODE BY STORE AND
      *ITEM ('A' ADJUSTMENTS NETTED OUT), FIGURES THE DISCOUNT GIVEN
      *AS THE AUTHORIZED PRICE IN EFFECT ON THE SALES DATE LESS THE
      *PRICE CHARGED, AND COMPARES THE STORE/ITEM'S TOTAL UNITS FOR
      *THE MONTH AGAINST A BASELINE TAKEN FROM THE SALES HISTORY
      *FILE - THE AVERAGE MONTHLY UNITS OVER THE THREE MONTHS BEFORE
      *THE REPORT MONTH THAT ARE ON FILE - TO SHOW THE UNIT LIFT -
      *A STORE/ITEM WITH NO HISTORY IN THOSE MONTHS IS SHOWN WITH
      *NO BASELINE AND LEFT OUT OF THE LIFT TOTALS - THE REPORT IS
      *GROUPED BY PROMO CODE WITH PROMO TOTALS - RUN THIS AT MONTH
      *END WITH THE SAME EDITED SALES CBLHKW09 READS
       PROGRAM-ID. CBLHKW18.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-SALES-EDITED
               ASSIGN TO 'C:\COBOLWI19\CBLPIZZA.EDT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-SALES-HIST
               ASSIGN TO 'C:\COBOLWI19\PZSALHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-FILE-STATUS.
           SELECT PIZZA-PROMO-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZPRMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PM-FILE-STATUS.
           SELECT PIZZA-AUTH-PRICE
               ASSIGN TO 'C:\COBOLWI19\PZAUTPRC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AP-FILE-STATUS.
           SELECT PIZZA-ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZITMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZPRMEFF.PRT'
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
         05 I-PIZZA-CUR-DATE.
           10 I-PIZZA-CUR-YYMM  PIC X(6).
           10 I-PIZZA-CUR-DD    PIC XX.
         05 I-PIZZA-PRICE       PIC 99V99.
         05 I-PIZZA-CUR-QTY     PIC 9(5).
         05 I-PIZZA-PREV-QTY    PIC 9(5).
         05 I-PIZZA-TRANS-CODE  PIC X(1).
         05 I-PIZZA-PROMO-CODE  PIC X(6).
         05 FILLER              PIC X(14).

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

       FD  PIZZA-PROMO-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-PROMO-REC
           RECORD CONTAINS 61 CHARACTERS.

       01 PM-PROMO-REC.
           05 PM-PROMO-CODE       PIC X(6).
           05 PM-ROW-TYPE         PIC X(1).
           05 PM-ROW-VALUE        PIC X(12).
           05 PM-PROMO-DESC       PIC X(20).
           05 PM-START-DATE       PIC X(8).
           05 PM-END-DATE         PIC X(8).
           05 PM-DISC-TYPE        PIC X(1).
           05 PM-DISC-VALUE       PIC 9(3)V99.

       FD  PIZZA-AUTH-PRICE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AP-PRICE-REC
           RECORD CONTAINS 18 CHARACTERS.

       01 AP-PRICE-REC.
           05 AP-ITEM-NO          PIC X(6).
           05 AP-EFF-DATE         PIC X(8).
           05 AP-AUTH-PRICE       PIC 99V99.

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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE              PIC X(132).


       WORKING-STORAGE SECTION.

       01 MISC.
           05 SALES-EOF          PIC X(3)       VALUE 'NO'.
           05 HIST-EOF           PIC X(3)       VALUE 'NO'.
           05 PM-EOF             PIC X(3)       VALUE 'NO'.
           05 AP-EOF             PIC X(3)       VALUE 'NO'.
           05 IM-EOF             PIC X(3)       VALUE 'NO'.
           05 SH-FILE-STATUS     PIC XX         VALUE SPACES.
           05 PM-FILE-STATUS     PIC XX         VALUE SPACES.
           05 AP-FILE-STATUS     PIC XX         VALUE SPACES.
           05 P-REPORT-YYMM      PIC X(6)       VALUE SPACES.
           05 P-WORK-YY          PIC 9(4)       VALUE 0.
           05 P-WORK-MM          PIC 99         VALUE 0.
           05 P-BASE-SUB         PIC 9          VALUE 0.
           05 P-BASE-YYMM        OCCURS 3 TIMES PIC X(6).

       01 SALES-WORK-FIELDS.
           05 P-WORK-QTY         PIC S9(7)      VALUE 0.
           05 P-WORK-AMT         PIC S9(9)V99   VALUE 0.
           05 P-WORK-DISC        PIC S9(9)V99   VALUE 0.
           05 P-PRICE-FOUND      PIC X(3)       VALUE 'NO'.
           05 P-BEST-DATE        PIC X(8)       VALUE SPACES.
           05 P-BEST-PRICE       PIC 99V99      VALUE 0.
           05 P-SCAN-SUB         PIC 9(4)       VALUE 0.

       01 EFFECT-COUNTERS.
           05 P-READ-CTR         PIC 9(7)       VALUE 0.
           05 P-PROMO-REC-CTR    PIC 9(7)       VALUE 0.
           05 P-NO-AUTH-CTR      PIC 9(7)       VALUE 0.
           05 P-PROMO-CTR        PIC 9(5)       VALUE 0.

       01 ITEM-MASTER-TABLE.
           05 IM-COUNT             PIC 9(4)     VALUE 0.
           05 IM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IM-IDX.
               10 IM-ITEM-NO       PIC X(6).
               10 IM-ITEM-DESC     PIC X(18).

       01 AUTH-PRICE-TABLE.
           05 AU-COUNT             PIC 9(4)     VALUE 0.
           05 AU-ENTRY OCCURS 2000 TIMES
                   INDEXED BY AU-IDX.
               10 AU-ITEM-NO       PIC X(6).
               10 AU-EFF-DATE      PIC X(8).
               10 AU-PRICE         PIC 99V99.

       01 PROMO-HEADER-TABLE.
           05 PH-COUNT             PIC 9(4)     VALUE 0.
           05 PH-ENTRY OCCURS 500 TIMES
                   INDEXED BY PH-IDX.
               10 PH-PROMO-CODE    PIC X(6).
               10 PH-PROMO-DESC    PIC X(20).
               10 PH-START-DATE    PIC X(8).
               10 PH-END-DATE      PIC X(8).
               10 PH-DISC-TYPE     PIC X(1).
               10 PH-DISC-VALUE    PIC 9(3)V99.

       01 STORE-ITEM-TABLE.
           05 ST-COUNT             PIC 9(4)     VALUE 0.
           05 ST-ENTRY OCCURS 3000 TIMES
                   INDEXED BY ST-IDX.
               10 ST-STORE-NO      PIC X(4).
               10 ST-ITEM-NO       PIC X(6).
               10 ST-MONTH-QTY     PIC S9(7).
               10 ST-BASE-QTY      PIC S9(9).
               10 ST-BASE-MONTHS   PIC 9.

       01 PROMO-EFFECT-TABLE.
           05 PF-COUNT             PIC 9(4)     VALUE 0.
           05 PF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PF-IDX.
               10 PF-KEY.
                   15 PF-PROMO-CODE PIC X(6).
                   15 PF-STORE-NO  PIC X(4).
                   15 PF-ITEM-NO   PIC X(6).
               10 PF-PROMO-QTY     PIC S9(7).
               10 PF-PROMO-SALES   PIC S9(9)V99.
               10 PF-DISC-AMT      PIC S9(9)V99.
               10 PF-PRINTED       PIC X(1).

       01 PRINT-CONTROL-FIELDS.
           05 PF-PRINT-CTR         PIC 9(4)     VALUE 0.
           05 PF-LOW-SUB           PIC 9(4)     VALUE 0.
           05 PF-LOW-KEY           PIC X(16)    VALUE SPACES.
           05 PF-CUR-PROMO         PIC X(6)     VALUE SPACES.
           05 P-LINE-BASE          PIC S9(7)    VALUE 0.
           05 P-LINE-LIFT          PIC S9(7)    VALUE 0.
           05 P-LIFT-PCT           PIC S9(5)V99 VALUE 0.

       01 PROMO-TOTAL-FIELDS.
           05 PT-PROMO-QTY       PIC S9(9)      VALUE 0.
           05 PT-PROMO-SALES     PIC S9(9)V99   VALUE 0.
           05 PT-DISC-AMT        PIC S9(9)V99   VALUE 0.
           05 PT-MONTH-QTY       PIC S9(9)      VALUE 0.
           05 PT-BASE-QTY        PIC S9(9)      VALUE 0.
           05 PT-LIFT-QTY        PIC S9(9)      VALUE 0.
           05 GT-PROMO-QTY       PIC S9(9)      VALUE 0.
           05 GT-PROMO-SALES     PIC S9(9)V99   VALUE 0.
           05 GT-DISC-AMT        PIC S9(9)V99   VALUE 0.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 EFF-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 EFF-TITLE-DATE.
               10 EFF-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 EFF-TITLE-DAY  PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 EFF-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(36)      VALUE
               'PROMOTION EFFECTIVENESS REPORT'.
           05 FILLER             PIC X(7)       VALUE 'MONTH'.
           05 EFF-TITLE-YYMM     PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(57)      VALUE SPACES.

       01 EFF-PROMO-BANNER.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE 'PROMO: '.
           05 PB-CODE-OUT        PIC X(6).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PB-DESC-OUT        PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'FROM: '.
           05 PB-START-OUT       PIC X(8).
           05 FILLER             PIC X(5)       VALUE ' TO: '.
           05 PB-END-OUT         PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'DISCOUNT: '.
           05 PB-DISC-OUT        PIC ZZ9.99.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 PB-DISC-TYPE-OUT   PIC X(11).
           05 FILLER             PIC X(32)      VALUE SPACES.

       01 EFF-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'STORE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'ITEM'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(18)      VALUE 'DESCRIPTION'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE ' PRM QTY'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(11)      VALUE '  PRM SALES'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(11)      VALUE '   DISCOUNT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE ' MTH QTY'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'BASELINE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE '    LIFT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(9)       VALUE ' LIFT PCT'.
           05 FILLER             PIC X(16)      VALUE SPACES.

       01 EFF-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 PD-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 PD-ITEM-OUT        PIC X(6).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PD-DESC-OUT        PIC X(18).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PD-PROMO-QTY-OUT   PIC ZZZ,ZZ9-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PD-PROMO-SALES-OUT PIC ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PD-DISC-OUT        PIC ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PD-MONTH-QTY-OUT   PIC ZZZ,ZZ9-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PD-BASE-QTY-OUT    PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PD-LIFT-QTY-OUT    PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PD-LIFT-PCT-OUT    PIC X(9).
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 PD-NOTE-OUT        PIC X(11).
           05 FILLER             PIC X(4)       VALUE SPACES.

       01 EFF-EDIT-FIELDS.
           05 PD-QTY-EDIT        PIC ZZZ,ZZ9-.
           05 PD-PCT-EDIT        PIC -ZZZZ9.99.

       01 EFF-PROMO-TOTAL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 PT-LABEL-OUT       PIC X(35).
           05 PT-PROMO-QTY-OUT   PIC ZZZ,ZZ9-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PT-PROMO-SALES-OUT PIC ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PT-DISC-OUT        PIC ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PT-MONTH-QTY-OUT   PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PT-BASE-QTY-OUT    PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PT-LIFT-QTY-OUT    PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 PT-LIFT-PCT-OUT    PIC X(9).
           05 FILLER             PIC X(16)      VALUE SPACES.

       01 EFF-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 EFF-COUNT-DESC     PIC X(34).
           05 EFF-COUNT-AMT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
             UNTIL SALES-EOF = 'YES'.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO EFF-TITLE-MONTH.
           MOVE CURRENT-DAY   TO EFF-TITLE-DAY.
           MOVE CURRENT-YEAR  TO EFF-TITLE-YEAR.
           PERFORM L3-LOAD-ITEM-MASTER.
           PERFORM L3-LOAD-AUTH-PRICE.
           PERFORM L3-LOAD-PROMO-MASTER.
           OPEN INPUT PIZZA-SALES-EDITED.
           OPEN OUTPUT PRTOUT.
           PERFORM L3-READ-SALES.
           IF SALES-EOF = 'NO'
               MOVE I-PIZZA-CUR-YYMM TO P-REPORT-YYMM
           END-IF.
           MOVE P-REPORT-YYMM TO EFF-TITLE-YYMM.
           PERFORM L3-SET-BASE-MONTHS.

       L3-SET-BASE-MONTHS.
           MOVE SPACES TO P-BASE-YYMM (1).
           MOVE SPACES TO P-BASE-YYMM (2).
           MOVE SPACES TO P-BASE-YYMM (3).
           IF P-REPORT-YYMM NUMERIC
               MOVE P-REPORT-YYMM (1:4) TO P-WORK-YY
               MOVE P-REPORT-YYMM (5:2) TO P-WORK-MM
               PERFORM L4-BACK-ONE-MONTH
                   VARYING P-BASE-SUB FROM 1 BY 1
                   UNTIL P-BASE-SUB > 3
           END-IF.

       L4-BACK-ONE-MONTH.
           IF P-WORK-MM = 1
               MOVE 12 TO P-WORK-MM
               SUBTRACT 1 FROM P-WORK-YY
           ELSE
               SUBTRACT 1 FROM P-WORK-MM
           END-IF.
           MOVE P-WORK-YY TO P-BASE-YYMM (P-BASE-SUB) (1:4).
           MOVE P-WORK-MM TO P-BASE-YYMM (P-BASE-SUB) (5:2).

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
               MOVE M-ITEM-NO   TO IM-ITEM-NO (IM-COUNT)
               MOVE M-ITEM-DESC TO IM-ITEM-DESC (IM-COUNT)
               PERFORM L3-READ-ITEM-MASTER
           END-IF.

       L3-READ-ITEM-MASTER.
           READ PIZZA-ITEM-MASTER
               AT END
                   MOVE 'YES' TO IM-EOF.

       L3-LOAD-AUTH-PRICE.
           OPEN INPUT PIZZA-AUTH-PRICE.
           IF AP-FILE-STATUS NOT = '00'
               DISPLAY 'NO AUTHORIZED PRICE FILE FOUND - STATUS '
                   AP-FILE-STATUS ' - DISCOUNTS WILL SHOW AS ZERO'
           ELSE
               PERFORM L3-READ-AUTH-PRICE
               PERFORM L3-BUILD-AUTH-TABLE UNTIL AP-EOF = 'YES'
               CLOSE PIZZA-AUTH-PRICE
           END-IF.

       L3-BUILD-AUTH-TABLE.
           IF AU-COUNT >= 2000
               DISPLAY 'PZAUTPRC.DAT HAS MORE THAN 2000 ENTRIES - '
                   'TABLE FULL, REMAINING ENTRIES IGNORED'
               MOVE 'YES' TO AP-EOF
           ELSE
               ADD 1 TO AU-COUNT
               MOVE AP-ITEM-NO  TO AU-ITEM-NO (AU-COUNT)
               MOVE AP-EFF-DATE TO AU-EFF-DATE (AU-COUNT)
               IF AP-AUTH-PRICE NUMERIC
                   MOVE AP-AUTH-PRICE TO AU-PRICE (AU-COUNT)
               ELSE
                   MOVE 0 TO AU-PRICE (AU-COUNT)
               END-IF
               PERFORM L3-READ-AUTH-PRICE
           END-IF.

       L3-READ-AUTH-PRICE.
           READ PIZZA-AUTH-PRICE
               AT END
                   MOVE 'YES' TO AP-EOF.

       L3-LOAD-PROMO-MASTER.
           OPEN INPUT PIZZA-PROMO-MASTER.
           IF PM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PROMOTION MASTER FOUND - STATUS '
                   PM-FILE-STATUS ' - PROMOTIONS PRINTED WITHOUT '
                   'DESCRIPTIONS'
           ELSE
               PERFORM L3-READ-PROMO-MASTER
               PERFORM L3-BUILD-PROMO-TABLE UNTIL PM-EOF = 'YES'
               CLOSE PIZZA-PROMO-MASTER
           END-IF.

       L3-BUILD-PROMO-TABLE.
           IF PM-ROW-TYPE = 'H'
               IF PH-COUNT >= 500
                   DISPLAY 'PZPRMMST.DAT HAS MORE THAN 500 PROMOTIONS'
                       ' - TABLE FULL, REMAINING PROMOTIONS IGNORED'
                   MOVE 'YES' TO PM-EOF
               ELSE
                   ADD 1 TO PH-COUNT
                   MOVE PM-PROMO-CODE TO PH-PROMO-CODE (PH-COUNT)
                   MOVE PM-PROMO-DESC TO PH-PROMO-DESC (PH-COUNT)
                   MOVE PM-START-DATE TO PH-START-DATE (PH-COUNT)
                   MOVE PM-END-DATE   TO PH-END-DATE (PH-COUNT)
                   MOVE PM-DISC-TYPE  TO PH-DISC-TYPE (PH-COUNT)
                   IF PM-DISC-VALUE NUMERIC
                       MOVE PM-DISC-VALUE TO PH-DISC-VALUE (PH-COUNT)
                   ELSE
                       MOVE 0 TO PH-DISC-VALUE (PH-COUNT)
                   END-IF
               END-IF
           END-IF.
           IF PM-EOF = 'NO'
               PERFORM L3-READ-PROMO-MASTER
           END-IF.

       L3-READ-PROMO-MASTER.
           READ PIZZA-PROMO-MASTER
               AT END
                   MOVE 'YES' TO PM-EOF.

       L3-READ-SALES.
           READ PIZZA-SALES-EDITED
               AT END
                   MOVE 'YES' TO SALES-EOF.

       L2-MAINLINE.
           ADD 1 TO P-READ-CTR.
           MOVE I-PIZZA-CUR-QTY TO P-WORK-QTY.
           COMPUTE P-WORK-AMT = I-PIZZA-PRICE * I-PIZZA-CUR-QTY.
           IF I-PIZZA-TRANS-CODE = 'A'
               COMPUTE P-WORK-QTY = 0 - P-WORK-QTY
               COMPUTE P-WORK-AMT = 0 - P-WORK-AMT
           END-IF.
           PERFORM L3-POST-STORE-ITEM.
           IF I-PIZZA-PROMO-CODE NOT = SPACES
               ADD 1 TO P-PROMO-REC-CTR
               PERFORM L3-FIGURE-DISCOUNT
               PERFORM L3-POST-PROMO-EFFECT
           END-IF.
           PERFORM L3-READ-SALES.

       L3-POST-STORE-ITEM.
           SET ST-IDX TO 1.
           SEARCH ST-ENTRY
               AT END
                   PERFORM L4-ADD-STORE-ITEM
               WHEN ST-STORE-NO (ST-IDX) = I-PIZZA-STORE-NO
                       AND ST-ITEM-NO (ST-IDX) = I-PIZZA-ITEM-NO
                   ADD P-WORK-QTY TO ST-MONTH-QTY (ST-IDX).

       L4-ADD-STORE-ITEM.
           IF ST-COUNT >= 3000
               DISPLAY 'STORE/ITEM TABLE FULL - STORE '
                   I-PIZZA-STORE-NO ' ITEM ' I-PIZZA-ITEM-NO
                   ' - RUN ABORTED'
               CLOSE PIZZA-SALES-EDITED
               CLOSE PRTOUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO ST-COUNT
               MOVE I-PIZZA-STORE-NO TO ST-STORE-NO (ST-COUNT)
               MOVE I-PIZZA-ITEM-NO  TO ST-ITEM-NO (ST-COUNT)
               MOVE P-WORK-QTY       TO ST-MONTH-QTY (ST-COUNT)
               MOVE 0                TO ST-BASE-QTY (ST-COUNT)
               MOVE 0                TO ST-BASE-MONTHS (ST-COUNT)
           END-IF.

       L3-FIGURE-DISCOUNT.
           MOVE 'NO' TO P-PRICE-FOUND.
           MOVE SPACES TO P-BEST-DATE.
           MOVE 0 TO P-BEST-PRICE.
           PERFORM L3-SCAN-AUTH-ENTRY
               VARYING P-SCAN-SUB FROM 1 BY 1
               UNTIL P-SCAN-SUB > AU-COUNT.
           IF P-PRICE-FOUND = 'YES'
               COMPUTE P-WORK-DISC =
                   (P-BEST-PRICE - I-PIZZA-PRICE) * I-PIZZA-CUR-QTY
               IF I-PIZZA-TRANS-CODE = 'A'
                   COMPUTE P-WORK-DISC = 0 - P-WORK-DISC
               END-IF
           ELSE
               ADD 1 TO P-NO-AUTH-CTR
               MOVE 0 TO P-WORK-DISC
           END-IF.

       L3-SCAN-AUTH-ENTRY.
           IF AU-ITEM-NO (P-SCAN-SUB) = I-PIZZA-ITEM-NO
                   AND AU-EFF-DATE (P-SCAN-SUB) <= I-PIZZA-CUR-DATE
                   AND AU-EFF-DATE (P-SCAN-SUB) > P-BEST-DATE
               MOVE 'YES' TO P-PRICE-FOUND
               MOVE AU-EFF-DATE (P-SCAN-SUB) TO P-BEST-DATE
               MOVE AU-PRICE (P-SCAN-SUB)    TO P-BEST-PRICE
           END-IF.

       L3-POST-PROMO-EFFECT.
           SET PF-IDX TO 1.
           SEARCH PF-ENTRY
               AT END
                   PERFORM L4-ADD-PROMO-EFFECT
               WHEN PF-PROMO-CODE (PF-IDX) = I-PIZZA-PROMO-CODE
                       AND PF-STORE-NO (PF-IDX) = I-PIZZA-STORE-NO
                       AND PF-ITEM-NO (PF-IDX) = I-PIZZA-ITEM-NO
                   ADD P-WORK-QTY  TO PF-PROMO-QTY (PF-IDX)
                   ADD P-WORK-AMT  TO PF-PROMO-SALES (PF-IDX)
                   ADD P-WORK-DISC TO PF-DISC-AMT (PF-IDX).

       L4-ADD-PROMO-EFFECT.
           IF PF-COUNT >= 2000
               DISPLAY 'PROMOTION EFFECT TABLE FULL - PROMO '
                   I-PIZZA-PROMO-CODE ' STORE ' I-PIZZA-STORE-NO
                   ' - RUN ABORTED'
               CLOSE PIZZA-SALES-EDITED
               CLOSE PRTOUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO PF-COUNT
               MOVE I-PIZZA-PROMO-CODE TO PF-PROMO-CODE (PF-COUNT)
               MOVE I-PIZZA-STORE-NO   TO PF-STORE-NO (PF-COUNT)
               MOVE I-PIZZA-ITEM-NO    TO PF-ITEM-NO (PF-COUNT)
               MOVE P-WORK-QTY         TO PF-PROMO-QTY (PF-COUNT)
               MOVE P-WORK-AMT         TO PF-PROMO-SALES (PF-COUNT)
               MOVE P-WORK-DISC        TO PF-DISC-AMT (PF-COUNT)
               MOVE 'N'                TO PF-PRINTED (PF-COUNT)
           END-IF.

       L2-CLOSING.
           CLOSE PIZZA-SALES-EDITED.
           PERFORM L3-LOAD-BASELINE.
           WRITE PRTLINE FROM EFF-TITLE-LINE
               AFTER ADVANCING PAGE.
           MOVE SPACES TO PF-CUR-PROMO.
           PERFORM L3-PRINT-NEXT-EFFECT
               VARYING PF-PRINT-CTR FROM 1 BY 1
               UNTIL PF-PRINT-CTR > PF-COUNT.
           IF PF-COUNT > 0
               PERFORM L3-PRINT-PROMO-TOTAL
               MOVE 'ALL PROMOTIONS TOTALS:' TO PT-LABEL-OUT
               MOVE GT-PROMO-QTY   TO PT-PROMO-QTY-OUT
               MOVE GT-PROMO-SALES TO PT-PROMO-SALES-OUT
               MOVE GT-DISC-AMT    TO PT-DISC-OUT
               MOVE SPACES TO PT-MONTH-QTY-OUT
               MOVE SPACES TO PT-BASE-QTY-OUT
               MOVE SPACES TO PT-LIFT-QTY-OUT
               MOVE SPACES TO PT-LIFT-PCT-OUT
               WRITE PRTLINE FROM EFF-PROMO-TOTAL-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.
           MOVE 'SALES RECORDS READ:' TO EFF-COUNT-DESC.
           MOVE P-READ-CTR TO EFF-COUNT-AMT.
           WRITE PRTLINE FROM EFF-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'PROMO-CODED SALES RECORDS:' TO EFF-COUNT-DESC.
           MOVE P-PROMO-REC-CTR TO EFF-COUNT-AMT.
           WRITE PRTLINE FROM EFF-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROMOTIONS REPORTED:' TO EFF-COUNT-DESC.
           MOVE P-PROMO-CTR TO EFF-COUNT-AMT.
           WRITE PRTLINE FROM EFF-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROMO SALES WITH NO AUTH PRICE:' TO EFF-COUNT-DESC.
           MOVE P-NO-AUTH-CTR TO EFF-COUNT-AMT.
           WRITE PRTLINE FROM EFF-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.

       L3-LOAD-BASELINE.
           OPEN INPUT PIZZA-SALES-HIST.
           IF SH-FILE-STATUS NOT = '00'
               DISPLAY 'NO SALES HISTORY FILE FOUND - STATUS '
                   SH-FILE-STATUS ' - NO BASELINES AVAILABLE'
           ELSE
               PERFORM L3-READ-HIST
               PERFORM L3-CHECK-HIST-REC UNTIL HIST-EOF = 'YES'
               CLOSE PIZZA-SALES-HIST
           END-IF.

       L3-READ-HIST.
           READ PIZZA-SALES-HIST
               AT END
                   MOVE 'YES' TO HIST-EOF.

       L3-CHECK-HIST-REC.
           IF H-HIST-YYMM = P-BASE-YYMM (1)
                   OR H-HIST-YYMM = P-BASE-YYMM (2)
                   OR H-HIST-YYMM = P-BASE-YYMM (3)
               SET ST-IDX TO 1
               SEARCH ST-ENTRY
                   AT END
                       CONTINUE
                   WHEN ST-STORE-NO (ST-IDX) = H-HIST-STORE-NO
                           AND ST-ITEM-NO (ST-IDX) = H-HIST-ITEM-NO
                       ADD H-HIST-QTY TO ST-BASE-QTY (ST-IDX)
                       ADD 1 TO ST-BASE-MONTHS (ST-IDX)
               END-SEARCH
           END-IF.
           PERFORM L3-READ-HIST.

       L3-PRINT-NEXT-EFFECT.
           MOVE HIGH-VALUES TO PF-LOW-KEY.
           MOVE 0 TO PF-LOW-SUB.
           PERFORM L4-FIND-LOW-EFFECT
               VARYING P-SCAN-SUB FROM 1 BY 1
               UNTIL P-SCAN-SUB > PF-COUNT.
           MOVE 'Y' TO PF-PRINTED (PF-LOW-SUB).
           IF PF-PROMO-CODE (PF-LOW-SUB) NOT = PF-CUR-PROMO
               IF PF-CUR-PROMO NOT = SPACES
                   PERFORM L3-PRINT-PROMO-TOTAL
               END-IF
               PERFORM L3-PRINT-PROMO-BANNER
           END-IF.
           PERFORM L3-PRINT-EFFECT-DETAIL.

       L4-FIND-LOW-EFFECT.
           IF PF-PRINTED (P-SCAN-SUB) = 'N'
                   AND PF-KEY (P-SCAN-SUB) < PF-LOW-KEY
               MOVE PF-KEY (P-SCAN-SUB) TO PF-LOW-KEY
               MOVE P-SCAN-SUB TO PF-LOW-SUB
           END-IF.

       L3-PRINT-PROMO-BANNER.
           ADD 1 TO P-PROMO-CTR.
           MOVE PF-PROMO-CODE (PF-LOW-SUB) TO PF-CUR-PROMO.
           MOVE 0 TO PT-PROMO-QTY.
           MOVE 0 TO PT-PROMO-SALES.
           MOVE 0 TO PT-DISC-AMT.
           MOVE 0 TO PT-MONTH-QTY.
           MOVE 0 TO PT-BASE-QTY.
           MOVE 0 TO PT-LIFT-QTY.
           MOVE PF-CUR-PROMO TO PB-CODE-OUT.
           SET PH-IDX TO 1.
           SEARCH PH-ENTRY
               AT END
                   MOVE 'NOT ON PROMO MASTER' TO PB-DESC-OUT
                   MOVE SPACES TO PB-START-OUT
                   MOVE SPACES TO PB-END-OUT
                   MOVE 0 TO PB-DISC-OUT
                   MOVE SPACES TO PB-DISC-TYPE-OUT
               WHEN PH-PROMO-CODE (PH-IDX) = PF-CUR-PROMO
                   MOVE PH-PROMO-DESC (PH-IDX) TO PB-DESC-OUT
                   MOVE PH-START-DATE (PH-IDX) TO PB-START-OUT
                   MOVE PH-END-DATE (PH-IDX)   TO PB-END-OUT
                   MOVE PH-DISC-VALUE (PH-IDX) TO PB-DISC-OUT
                   IF PH-DISC-TYPE (PH-IDX) = 'P'
                       MOVE 'PERCENT OFF' TO PB-DISC-TYPE-OUT
                   ELSE
                       MOVE 'DOLLARS OFF' TO PB-DISC-TYPE-OUT
                   END-IF.
           WRITE PRTLINE FROM EFF-PROMO-BANNER
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L4-EFF-HEADING.
           WRITE PRTLINE FROM EFF-COL-HEADING
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-EFF-HEADING.

       L3-PRINT-EFFECT-DETAIL.
           MOVE PF-STORE-NO (PF-LOW-SUB) TO PD-STORE-OUT.
           MOVE PF-ITEM-NO (PF-LOW-SUB)  TO PD-ITEM-OUT.
           MOVE SPACES TO PD-DESC-OUT.
           SET IM-IDX TO 1.
           SEARCH IM-ENTRY
               AT END
                   MOVE 'ITEM NOT ON MASTER' TO PD-DESC-OUT
               WHEN IM-ITEM-NO (IM-IDX) = PF-ITEM-NO (PF-LOW-SUB)
                   MOVE IM-ITEM-DESC (IM-IDX) TO PD-DESC-OUT.
           MOVE PF-PROMO-QTY (PF-LOW-SUB)   TO PD-PROMO-QTY-OUT.
           MOVE PF-PROMO-SALES (PF-LOW-SUB) TO PD-PROMO-SALES-OUT.
           MOVE PF-DISC-AMT (PF-LOW-SUB)    TO PD-DISC-OUT.
           ADD PF-PROMO-QTY (PF-LOW-SUB)   TO PT-PROMO-QTY.
           ADD PF-PROMO-SALES (PF-LOW-SUB) TO PT-PROMO-SALES.
           ADD PF-DISC-AMT (PF-LOW-SUB)    TO PT-DISC-AMT.
           ADD PF-PROMO-QTY (PF-LOW-SUB)   TO GT-PROMO-QTY.
           ADD PF-PROMO-SALES (PF-LOW-SUB) TO GT-PROMO-SALES.
           ADD PF-DISC-AMT (PF-LOW-SUB)    TO GT-DISC-AMT.
           SET ST-IDX TO 1.
           SEARCH ST-ENTRY
               AT END
                   CONTINUE
               WHEN ST-STORE-NO (ST-IDX) = PF-STORE-NO (PF-LOW-SUB)
                       AND ST-ITEM-NO (ST-IDX) = PF-ITEM-NO (PF-LOW-SUB)
                   CONTINUE.
           MOVE ST-MONTH-QTY (ST-IDX) TO PD-MONTH-QTY-OUT.
           ADD ST-MONTH-QTY (ST-IDX) TO PT-MONTH-QTY.
           IF ST-BASE-MONTHS (ST-IDX) = 0
               MOVE SPACES TO PD-BASE-QTY-OUT
               MOVE SPACES TO PD-LIFT-QTY-OUT
               MOVE SPACES TO PD-LIFT-PCT-OUT
               MOVE 'NO BASELINE' TO PD-NOTE-OUT
           ELSE
               COMPUTE P-LINE-BASE ROUNDED =
                   ST-BASE-QTY (ST-IDX) / ST-BASE-MONTHS (ST-IDX)
               COMPUTE P-LINE-LIFT =
                   ST-MONTH-QTY (ST-IDX) - P-LINE-BASE
               ADD P-LINE-BASE TO PT-BASE-QTY
               ADD P-LINE-LIFT TO PT-LIFT-QTY
               MOVE P-LINE-BASE TO PD-QTY-EDIT
               MOVE PD-QTY-EDIT TO PD-BASE-QTY-OUT
               MOVE P-LINE-LIFT TO PD-QTY-EDIT
               MOVE PD-QTY-EDIT TO PD-LIFT-QTY-OUT
               IF P-LINE-BASE > 0
                   COMPUTE P-LIFT-PCT ROUNDED =
                       (P-LINE-LIFT / P-LINE-BASE) * 100
                   MOVE P-LIFT-PCT TO PD-PCT-EDIT
                   MOVE PD-PCT-EDIT TO PD-LIFT-PCT-OUT
               ELSE
                   MOVE SPACES TO PD-LIFT-PCT-OUT
               END-IF
               MOVE SPACES TO PD-NOTE-OUT
           END-IF.
           WRITE PRTLINE FROM EFF-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-EFF-HEADING.

       L3-PRINT-PROMO-TOTAL.
           MOVE SPACES TO PT-LABEL-OUT.
           STRING 'PROMO ' DELIMITED BY SIZE
                  PF-CUR-PROMO DELIMITED BY SIZE
                  ' TOTALS:' DELIMITED BY SIZE
               INTO PT-LABEL-OUT.
           MOVE PT-PROMO-QTY   TO PT-PROMO-QTY-OUT.
           MOVE PT-PROMO-SALES TO PT-PROMO-SALES-OUT.
           MOVE PT-DISC-AMT    TO PT-DISC-OUT.
           MOVE PT-MONTH-QTY   TO PD-QTY-EDIT.
           MOVE PD-QTY-EDIT    TO PT-MONTH-QTY-OUT.
           MOVE PT-BASE-QTY    TO PD-QTY-EDIT.
           MOVE PD-QTY-EDIT    TO PT-BASE-QTY-OUT.
           MOVE PT-LIFT-QTY    TO PD-QTY-EDIT.
           MOVE PD-QTY-EDIT    TO PT-LIFT-QTY-OUT.
           IF PT-BASE-QTY > 0
               COMPUTE P-LIFT-PCT ROUNDED =
                   (PT-LIFT-QTY / PT-BASE-QTY) * 100
               MOVE P-LIFT-PCT TO PD-PCT-EDIT
               MOVE PD-PCT-EDIT TO PT-LIFT-PCT-OUT
           ELSE
               MOVE SPACES TO PT-LIFT-PCT-OUT
           END-IF.
           WRITE PRTLINE FROM EFF-PROMO-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-EFF-HEADING.

       L4-EFF-HEADING.
           WRITE PRTLINE FROM EFF-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM EFF-COL-HEADING
               AFTER ADVANCING 2 LINES.

       end program CBLHKW18.

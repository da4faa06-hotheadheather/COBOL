       IDENTIFICATION DIVISION.
      *THIS PROGRAM MAINTAINS THE PROMOTION MASTER FROM A FILE OF
      *ADD/CHANGE/DELETE TRANSACTIONS - EACH PROMOTION IS A HEADER
      *ROW (ROW TYPE 'H' - DESCRIPTION, START AND END DATES, AND A
      *DISCOUNT TYPE 'A' AMOUNT OFF OR 'P' PERCENT OFF WITH ITS
      *VALUE) FOLLOWED BY ANY NUMBER OF ELIGIBILITY ROWS: 'I' ITEM,
      *'C' ITEM CATEGORY, 'S' STORE, 'R' REGION - A PROMOTION WITH
      *NO ITEM OR CATEGORY ROWS APPLIES TO EVERY ITEM, AND ONE WITH
      *NO STORE OR REGION ROWS APPLIES AT EVERY STORE -
      *TRANSACTIONS ARE VALIDATED (DATES VALID CALENDAR DATES WITH
      *THE END NOT BEFORE THE START, DISCOUNT NUMERIC AND A PERCENT
      *NOT OVER 100, ITEM AND CATEGORY ON THE ITEM MASTER, STORE AND
      *REGION ON THE STORE MASTER, NO BLANK OR OVERLONG ELIGIBILITY
      *VALUE, NO ELIGIBILITY ROW WITHOUT ITS HEADER, NO DUPLICATE
      *ADDS, NO CHANGE OR DELETE OF A MISSING ROW), APPLIED, AND
      *REPORTED - DELETING A HEADER REMOVES ITS ELIGIBILITY ROWS -
      *CBLHKW02 AUTHORIZES PROMO-CODED SALES AGAINST THIS FILE
       PROGRAM-ID. CBLHKW17.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-PROMO-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZPRMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PM-FILE-STATUS.
           SELECT PIZZA-PROMO-TRANS
               ASSIGN TO 'C:\COBOLWI19\PZPRMTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZITMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-STORE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZSTRMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZPRMARP.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
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

       FD  PIZZA-PROMO-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS T-TRANS-REC
           RECORD CONTAINS 70 CHARACTERS.

       01 T-TRANS-REC.
           05 T-TRANS-CODE        PIC X(1).
           05 T-PROMO-CODE        PIC X(6).
           05 T-ROW-TYPE          PIC X(1).
           05 T-ROW-VALUE         PIC X(12).
           05 T-PROMO-DESC        PIC X(20).
           05 T-START-DATE        PIC X(8).
           05 T-END-DATE          PIC X(8).
           05 T-DISC-TYPE         PIC X(1).
           05 T-DISC-VALUE        PIC X(5).
           05 T-TRANS-SOURCE      PIC X(8).

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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE              PIC X(132).


       WORKING-STORAGE SECTION.

       01 MISC.
           05 TRANS-EOF          PIC X(3)       VALUE 'NO'.
           05 PROMO-EOF          PIC X(3)       VALUE 'NO'.
           05 IM-EOF             PIC X(3)       VALUE 'NO'.
           05 SM-EOF             PIC X(3)       VALUE 'NO'.
           05 TRANS-IS-GOOD      PIC X(3)       VALUE 'YES'.
           05 PM-FILE-STATUS     PIC XX         VALUE SPACES.
           05 U-REJECT-REASON    PIC X(30)      VALUE SPACES.
           05 U-FOUND-SUB        PIC 9(4)       VALUE 0.
           05 U-HEADER-SUB       PIC 9(4)       VALUE 0.
           05 U-SCAN-SUB         PIC 9(4)       VALUE 0.
           05 U-ROWS-REMOVED     PIC 9(4)       VALUE 0.
           05 U-WORK-DATE        PIC X(8)       VALUE SPACES.
           05 U-WORK-DISC        PIC 9(3)V99    VALUE 0.
           05 U-WORK-DISC-X REDEFINES U-WORK-DISC
                                 PIC X(5).

       01 DATE-EDIT-FIELDS.
           05 E-WORK-YY          PIC 9(4)       VALUE 0.
           05 E-WORK-MM          PIC 99         VALUE 0.
           05 E-WORK-DD          PIC 99         VALUE 0.
           05 E-MAX-DD           PIC 99         VALUE 0.
           05 E-LEAP-QUOT        PIC 9(4)       VALUE 0.
           05 E-LEAP-REM         PIC 9(4)       VALUE 0.
           05 E-LEAP-YEAR        PIC X(3)       VALUE 'NO'.
           05 E-DATE-IS-GOOD     PIC X(3)       VALUE 'YES'.

       01 MONTH-DAYS-TABLE.
           05 FILLER             PIC X(24)      VALUE
               '312831303130313130313031'.
       01 MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
           05 E-MONTH-DAYS       OCCURS 12 TIMES PIC 99.

       01 MAINT-COUNTERS.
           05 U-READ-CTR         PIC 9(5)       VALUE 0.
           05 U-ADD-CTR          PIC 9(5)       VALUE 0.
           05 U-CHANGE-CTR       PIC 9(5)       VALUE 0.
           05 U-DELETE-CTR       PIC 9(5)       VALUE 0.
           05 U-REJECT-CTR       PIC 9(5)       VALUE 0.

       01 ITEM-MASTER-TABLE.
           05 IM-COUNT             PIC 9(4)     VALUE 0.
           05 IM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IM-IDX.
               10 IM-ITEM-NO       PIC X(6).
               10 IM-ITEM-CATEGORY PIC X(12).

       01 STORE-MASTER-TABLE.
           05 SM-COUNT             PIC 9(3)     VALUE 0.
           05 SM-ENTRY OCCURS 100 TIMES
                   INDEXED BY SM-IDX.
               10 SM-STORE-NO      PIC X(4).
               10 SM-REGION        PIC X(8).

       01 PROMO-TABLE.
           05 PR-COUNT             PIC 9(4)     VALUE 0.
           05 PR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PR-IDX.
               10 PR-PROMO-CODE    PIC X(6).
               10 PR-ROW-TYPE      PIC X(1).
               10 PR-ROW-VALUE     PIC X(12).
               10 PR-PROMO-DESC    PIC X(20).
               10 PR-START-DATE    PIC X(8).
               10 PR-END-DATE      PIC X(8).
               10 PR-DISC-TYPE     PIC X(1).
               10 PR-DISC-VALUE    PIC 9(3)V99.
               10 PR-DELETED       PIC X(1).

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 MAINT-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 MAINT-TITLE-DATE.
               10 MAINT-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 MAINT-TITLE-DAY PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 MAINT-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'PROMOTION MASTER MAINTENANCE REPORT'.
           05 FILLER             PIC X(66)      VALUE SPACES.

       01 MAINT-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(4)       VALUE 'CODE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'PROMO'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(3)       VALUE 'TYP'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(12)      VALUE 'ROW VALUE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'START DT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'END DATE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'DISCOUNT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'SOURCE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(30)      VALUE 'DISPOSITION'.
           05 FILLER             PIC X(24)      VALUE SPACES.

       01 MAINT-DETAIL-LINE.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 U-CODE-OUT         PIC X(1).
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 U-PROMO-OUT        PIC X(6).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 U-ROW-TYPE-OUT     PIC X(1).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 U-ROW-VALUE-OUT    PIC X(12).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 U-START-OUT        PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 U-END-OUT          PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 U-DISC-TYPE-OUT    PIC X(1).
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 U-DISC-VALUE-OUT   PIC ZZ9.99.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 U-SOURCE-OUT       PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 U-STATUS-OUT       PIC X(30).
           05 FILLER             PIC X(24)      VALUE SPACES.

       01 MAINT-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 MAINT-COUNT-DESC   PIC X(34).
           05 MAINT-COUNT-AMT    PIC ZZ,ZZ9.
           05 FILLER             PIC X(86)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
             UNTIL TRANS-EOF = 'YES'.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO MAINT-TITLE-MONTH.
           MOVE CURRENT-DAY   TO MAINT-TITLE-DAY.
           MOVE CURRENT-YEAR  TO MAINT-TITLE-YEAR.
           PERFORM L3-LOAD-ITEM-MASTER.
           PERFORM L3-LOAD-STORE-MASTER.
           PERFORM L3-LOAD-PROMO-MASTER.
           OPEN INPUT PIZZA-PROMO-TRANS.
           OPEN OUTPUT PRTOUT.
           WRITE PRTLINE FROM MAINT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM MAINT-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L3-READ-TRANS.

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
               MOVE M-ITEM-NO       TO IM-ITEM-NO (IM-COUNT)
               MOVE M-ITEM-CATEGORY TO IM-ITEM-CATEGORY (IM-COUNT)
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
               MOVE S-STORE-NO TO SM-STORE-NO (SM-COUNT)
               MOVE S-REGION   TO SM-REGION (SM-COUNT)
               PERFORM L3-READ-STORE-MASTER
           END-IF.

       L3-READ-STORE-MASTER.
           READ PIZZA-STORE-MASTER
               AT END
                   MOVE 'YES' TO SM-EOF.

       L3-LOAD-PROMO-MASTER.
           OPEN INPUT PIZZA-PROMO-MASTER.
           IF PM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PROMOTION MASTER FOUND - STATUS '
                   PM-FILE-STATUS ' - A NEW FILE WILL BE BUILT'
           ELSE
               PERFORM L3-READ-PROMO-MASTER
               PERFORM L3-BUILD-PROMO-TABLE UNTIL PROMO-EOF = 'YES'
               CLOSE PIZZA-PROMO-MASTER
           END-IF.

       L3-BUILD-PROMO-TABLE.
           IF PR-COUNT >= 2000
               DISPLAY 'PZPRMMST.DAT HAS MORE THAN 2000 ROWS - '
                   'THE FILE CANNOT BE REWRITTEN WITHOUT LOSING '
                   'RECORDS - RUN ABORTED'
               CLOSE PIZZA-PROMO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO PR-COUNT
               MOVE PM-PROMO-CODE TO PR-PROMO-CODE (PR-COUNT)
               MOVE PM-ROW-TYPE   TO PR-ROW-TYPE (PR-COUNT)
               MOVE PM-ROW-VALUE  TO PR-ROW-VALUE (PR-COUNT)
               MOVE PM-PROMO-DESC TO PR-PROMO-DESC (PR-COUNT)
               MOVE PM-START-DATE TO PR-START-DATE (PR-COUNT)
               MOVE PM-END-DATE   TO PR-END-DATE (PR-COUNT)
               MOVE PM-DISC-TYPE  TO PR-DISC-TYPE (PR-COUNT)
               IF PM-DISC-VALUE NUMERIC
                   MOVE PM-DISC-VALUE TO PR-DISC-VALUE (PR-COUNT)
               ELSE
                   MOVE 0 TO PR-DISC-VALUE (PR-COUNT)
               END-IF
               MOVE 'N' TO PR-DELETED (PR-COUNT)
               PERFORM L3-READ-PROMO-MASTER
           END-IF.

       L3-READ-PROMO-MASTER.
           READ PIZZA-PROMO-MASTER
               AT END
                   MOVE 'YES' TO PROMO-EOF.

       L3-READ-TRANS.
           READ PIZZA-PROMO-TRANS
               AT END
                   MOVE 'YES' TO TRANS-EOF.

       L2-MAINLINE.
           ADD 1 TO U-READ-CTR.
           MOVE 'YES' TO TRANS-IS-GOOD.
           MOVE SPACES TO U-REJECT-REASON.
           IF T-ROW-TYPE = 'H'
               MOVE SPACES TO T-ROW-VALUE
           END-IF.
           PERFORM L3-FIND-PROMO-ROW.
           EVALUATE TRUE
               WHEN T-PROMO-CODE = SPACES
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'PROMO CODE MISSING' TO U-REJECT-REASON
                   PERFORM L3-PRINT-REJECT
               WHEN T-ROW-TYPE NOT = 'H' AND T-ROW-TYPE NOT = 'I'
                       AND T-ROW-TYPE NOT = 'C'
                       AND T-ROW-TYPE NOT = 'S'
                       AND T-ROW-TYPE NOT = 'R'
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'ROW TYPE NOT H I C S OR R' TO U-REJECT-REASON
                   PERFORM L3-PRINT-REJECT
               WHEN T-TRANS-CODE = 'A'
                   PERFORM L3-APPLY-ADD
               WHEN T-TRANS-CODE = 'C'
                   PERFORM L3-APPLY-CHANGE
               WHEN T-TRANS-CODE = 'D'
                   PERFORM L3-APPLY-DELETE
               WHEN OTHER
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'INVALID TRANSACTION CODE' TO U-REJECT-REASON
                   PERFORM L3-PRINT-REJECT
           END-EVALUATE.
           PERFORM L3-READ-TRANS.

       L3-FIND-PROMO-ROW.
           MOVE 0 TO U-FOUND-SUB.
           MOVE 0 TO U-HEADER-SUB.
           PERFORM L3-SCAN-ONE-PROMO-ROW
               VARYING U-SCAN-SUB FROM 1 BY 1
               UNTIL U-SCAN-SUB > PR-COUNT.

       L3-SCAN-ONE-PROMO-ROW.
           IF PR-PROMO-CODE (U-SCAN-SUB) = T-PROMO-CODE
                   AND PR-DELETED (U-SCAN-SUB) = 'N'
               IF PR-ROW-TYPE (U-SCAN-SUB) = 'H'
                   MOVE U-SCAN-SUB TO U-HEADER-SUB
               END-IF
               IF PR-ROW-TYPE (U-SCAN-SUB) = T-ROW-TYPE
                       AND PR-ROW-VALUE (U-SCAN-SUB) = T-ROW-VALUE
                   MOVE U-SCAN-SUB TO U-FOUND-SUB
               END-IF
           END-IF.

       L3-EDIT-TRANS-FIELDS.
           EVALUATE TRUE
               WHEN T-ROW-TYPE = 'H'
                   PERFORM L3-EDIT-HEADER-FIELDS
               WHEN T-ROW-VALUE = SPACES
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'ELIGIBILITY VALUE MISSING' TO U-REJECT-REASON
               WHEN T-ROW-TYPE = 'I' AND T-ROW-VALUE (7:6) NOT = SPACES
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'ITEM NUMBER OVER 6 CHARACTERS'
                       TO U-REJECT-REASON
               WHEN T-ROW-TYPE = 'S' AND T-ROW-VALUE (5:8) NOT = SPACES
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'STORE NUMBER OVER 4 CHARACTERS'
                       TO U-REJECT-REASON
               WHEN T-ROW-TYPE = 'R' AND T-ROW-VALUE (9:4) NOT = SPACES
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'REGION OVER 8 CHARACTERS' TO U-REJECT-REASON
               WHEN T-ROW-TYPE = 'I'
                   PERFORM L3-CHECK-ITEM-ON-MASTER
               WHEN T-ROW-TYPE = 'C'
                   PERFORM L3-CHECK-CATEGORY-ON-MASTER
               WHEN T-ROW-TYPE = 'S'
                   PERFORM L3-CHECK-STORE-ON-MASTER
               WHEN T-ROW-TYPE = 'R'
                   PERFORM L3-CHECK-REGION-ON-MASTER
           END-EVALUATE.

       L3-EDIT-HEADER-FIELDS.
           IF T-PROMO-DESC = SPACES
               MOVE 'NO' TO TRANS-IS-GOOD
               MOVE 'PROMO DESCRIPTION MISSING' TO U-REJECT-REASON
           END-IF.
           IF TRANS-IS-GOOD = 'YES'
               MOVE T-START-DATE TO U-WORK-DATE
               PERFORM L4-CHECK-ONE-DATE
               IF E-DATE-IS-GOOD = 'NO'
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'START DATE NOT VALID' TO U-REJECT-REASON
               END-IF
           END-IF.
           IF TRANS-IS-GOOD = 'YES'
               MOVE T-END-DATE TO U-WORK-DATE
               PERFORM L4-CHECK-ONE-DATE
               IF E-DATE-IS-GOOD = 'NO'
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'END DATE NOT VALID' TO U-REJECT-REASON
               END-IF
           END-IF.
           IF TRANS-IS-GOOD = 'YES'
                   AND T-END-DATE < T-START-DATE
               MOVE 'NO' TO TRANS-IS-GOOD
               MOVE 'END DATE BEFORE START DATE' TO U-REJECT-REASON
           END-IF.
           IF TRANS-IS-GOOD = 'YES'
                   AND T-DISC-TYPE NOT = 'A'
                   AND T-DISC-TYPE NOT = 'P'
               MOVE 'NO' TO TRANS-IS-GOOD
               MOVE 'DISCOUNT TYPE NOT A OR P' TO U-REJECT-REASON
           END-IF.
           IF TRANS-IS-GOOD = 'YES'
               IF T-DISC-VALUE NOT NUMERIC
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'DISCOUNT NOT NUMERIC' TO U-REJECT-REASON
               ELSE
                   MOVE T-DISC-VALUE TO U-WORK-DISC-X
                   IF U-WORK-DISC = 0
                       MOVE 'NO' TO TRANS-IS-GOOD
                       MOVE 'DISCOUNT IS ZERO' TO U-REJECT-REASON
                   END-IF
                   IF T-DISC-TYPE = 'P' AND U-WORK-DISC > 100
                       MOVE 'NO' TO TRANS-IS-GOOD
                       MOVE 'PERCENT OFF OVER 100' TO U-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       L4-CHECK-ONE-DATE.
           MOVE 'YES' TO E-DATE-IS-GOOD.
           IF U-WORK-DATE NOT NUMERIC
               MOVE 'NO' TO E-DATE-IS-GOOD
           ELSE
               MOVE U-WORK-DATE (1:4) TO E-WORK-YY
               MOVE U-WORK-DATE (5:2) TO E-WORK-MM
               MOVE U-WORK-DATE (7:2) TO E-WORK-DD
               PERFORM L4-CHECK-CALENDAR-DATE
           END-IF.

       L4-CHECK-CALENDAR-DATE.
           IF E-WORK-MM < 1 OR E-WORK-MM > 12
               MOVE 'NO' TO E-DATE-IS-GOOD
           ELSE
               MOVE E-MONTH-DAYS (E-WORK-MM) TO E-MAX-DD
               IF E-WORK-MM = 2
                   PERFORM L4-CHECK-LEAP-YEAR
                   IF E-LEAP-YEAR = 'YES'
                       MOVE 29 TO E-MAX-DD
                   END-IF
               END-IF
               IF E-WORK-DD < 1 OR E-WORK-DD > E-MAX-DD
                   MOVE 'NO' TO E-DATE-IS-GOOD
               END-IF
           END-IF.

       L4-CHECK-LEAP-YEAR.
           MOVE 'NO' TO E-LEAP-YEAR.
           DIVIDE E-WORK-YY BY 4
               GIVING E-LEAP-QUOT REMAINDER E-LEAP-REM.
           IF E-LEAP-REM = 0
               MOVE 'YES' TO E-LEAP-YEAR
               DIVIDE E-WORK-YY BY 100
                   GIVING E-LEAP-QUOT REMAINDER E-LEAP-REM
               IF E-LEAP-REM = 0
                   MOVE 'NO' TO E-LEAP-YEAR
                   DIVIDE E-WORK-YY BY 400
                       GIVING E-LEAP-QUOT REMAINDER E-LEAP-REM
                   IF E-LEAP-REM = 0
                       MOVE 'YES' TO E-LEAP-YEAR
                   END-IF
               END-IF
           END-IF.

       L3-CHECK-ITEM-ON-MASTER.
           SET IM-IDX TO 1.
           SEARCH IM-ENTRY
               AT END
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'ITEM NOT ON ITEM MASTER' TO U-REJECT-REASON
               WHEN IM-ITEM-NO (IM-IDX) = T-ROW-VALUE (1:6)
                   CONTINUE.

       L3-CHECK-CATEGORY-ON-MASTER.
           SET IM-IDX TO 1.
           SEARCH IM-ENTRY
               AT END
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'CATEGORY NOT ON ITEM MASTER'
                       TO U-REJECT-REASON
               WHEN IM-ITEM-CATEGORY (IM-IDX) = T-ROW-VALUE
                   CONTINUE.

       L3-CHECK-STORE-ON-MASTER.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'STORE NOT ON STORE MASTER' TO U-REJECT-REASON
               WHEN SM-STORE-NO (SM-IDX) = T-ROW-VALUE (1:4)
                   CONTINUE.

       L3-CHECK-REGION-ON-MASTER.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'REGION NOT ON STORE MASTER'
                       TO U-REJECT-REASON
               WHEN SM-REGION (SM-IDX) = T-ROW-VALUE (1:8)
                   CONTINUE.

       L3-APPLY-ADD.
           EVALUATE TRUE
               WHEN U-FOUND-SUB > 0
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'DUPLICATE ADD - ROW ON FILE'
                       TO U-REJECT-REASON
               WHEN T-ROW-TYPE NOT = 'H' AND U-HEADER-SUB = 0
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'PROMO HEADER NOT ON FILE' TO U-REJECT-REASON
               WHEN OTHER
                   PERFORM L3-EDIT-TRANS-FIELDS
           END-EVALUATE.
           IF TRANS-IS-GOOD = 'YES'
               PERFORM L4-ADD-PROMO-ROW
           ELSE
               PERFORM L3-PRINT-REJECT
           END-IF.

       L4-ADD-PROMO-ROW.
           IF PR-COUNT >= 2000
               MOVE 'NO' TO TRANS-IS-GOOD
               MOVE 'PROMOTION TABLE FULL' TO U-REJECT-REASON
               PERFORM L3-PRINT-REJECT
           ELSE
               ADD 1 TO PR-COUNT
               ADD 1 TO U-ADD-CTR
               MOVE T-PROMO-CODE TO PR-PROMO-CODE (PR-COUNT)
               MOVE T-ROW-TYPE   TO PR-ROW-TYPE (PR-COUNT)
               MOVE T-ROW-VALUE  TO PR-ROW-VALUE (PR-COUNT)
               IF T-ROW-TYPE = 'H'
                   MOVE T-PROMO-DESC TO PR-PROMO-DESC (PR-COUNT)
                   MOVE T-START-DATE TO PR-START-DATE (PR-COUNT)
                   MOVE T-END-DATE   TO PR-END-DATE (PR-COUNT)
                   MOVE T-DISC-TYPE  TO PR-DISC-TYPE (PR-COUNT)
                   MOVE T-DISC-VALUE TO U-WORK-DISC-X
                   MOVE U-WORK-DISC  TO PR-DISC-VALUE (PR-COUNT)
               ELSE
                   MOVE SPACES TO PR-PROMO-DESC (PR-COUNT)
                   MOVE SPACES TO PR-START-DATE (PR-COUNT)
                   MOVE SPACES TO PR-END-DATE (PR-COUNT)
                   MOVE SPACES TO PR-DISC-TYPE (PR-COUNT)
                   MOVE 0      TO PR-DISC-VALUE (PR-COUNT)
               END-IF
               MOVE 'N' TO PR-DELETED (PR-COUNT)
               MOVE 'APPLIED' TO U-STATUS-OUT
               PERFORM L3-PRINT-DETAIL
           END-IF.

       L3-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN U-FOUND-SUB = 0
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'CHANGE - ROW NOT ON FILE' TO U-REJECT-REASON
               WHEN T-ROW-TYPE NOT = 'H'
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'CHANGE ONLY VALID FOR HEADER'
                       TO U-REJECT-REASON
               WHEN OTHER
                   PERFORM L3-EDIT-TRANS-FIELDS
           END-EVALUATE.
           IF TRANS-IS-GOOD = 'YES'
               ADD 1 TO U-CHANGE-CTR
               MOVE T-PROMO-DESC TO PR-PROMO-DESC (U-FOUND-SUB)
               MOVE T-START-DATE TO PR-START-DATE (U-FOUND-SUB)
               MOVE T-END-DATE   TO PR-END-DATE (U-FOUND-SUB)
               MOVE T-DISC-TYPE  TO PR-DISC-TYPE (U-FOUND-SUB)
               MOVE T-DISC-VALUE TO U-WORK-DISC-X
               MOVE U-WORK-DISC  TO PR-DISC-VALUE (U-FOUND-SUB)
               MOVE 'APPLIED' TO U-STATUS-OUT
               PERFORM L3-PRINT-DETAIL
           ELSE
               PERFORM L3-PRINT-REJECT
           END-IF.

       L3-APPLY-DELETE.
           IF U-FOUND-SUB = 0
               MOVE 'NO' TO TRANS-IS-GOOD
               MOVE 'DELETE - ROW NOT ON FILE' TO U-REJECT-REASON
               PERFORM L3-PRINT-REJECT
           ELSE
               ADD 1 TO U-DELETE-CTR
               MOVE 'Y' TO PR-DELETED (U-FOUND-SUB)
               IF T-ROW-TYPE = 'H'
                   MOVE 0 TO U-ROWS-REMOVED
                   PERFORM L4-REMOVE-ONE-ELIG-ROW
                       VARYING U-SCAN-SUB FROM 1 BY 1
                       UNTIL U-SCAN-SUB > PR-COUNT
                   MOVE 'APPLIED - ELIG ROWS REMOVED' TO U-STATUS-OUT
               ELSE
                   MOVE 'APPLIED' TO U-STATUS-OUT
               END-IF
               PERFORM L3-PRINT-DETAIL
           END-IF.

       L4-REMOVE-ONE-ELIG-ROW.
           IF PR-PROMO-CODE (U-SCAN-SUB) = T-PROMO-CODE
                   AND PR-DELETED (U-SCAN-SUB) = 'N'
               MOVE 'Y' TO PR-DELETED (U-SCAN-SUB)
               ADD 1 TO U-ROWS-REMOVED
           END-IF.

       L3-PRINT-REJECT.
           ADD 1 TO U-REJECT-CTR.
           MOVE U-REJECT-REASON TO U-STATUS-OUT.
           PERFORM L3-PRINT-DETAIL.

       L3-PRINT-DETAIL.
           MOVE T-TRANS-CODE  TO U-CODE-OUT.
           MOVE T-PROMO-CODE  TO U-PROMO-OUT.
           MOVE T-ROW-TYPE    TO U-ROW-TYPE-OUT.
           MOVE T-ROW-VALUE   TO U-ROW-VALUE-OUT.
           MOVE T-START-DATE  TO U-START-OUT.
           MOVE T-END-DATE    TO U-END-OUT.
           MOVE T-DISC-TYPE   TO U-DISC-TYPE-OUT.
           IF T-DISC-VALUE NUMERIC
               MOVE T-DISC-VALUE TO U-WORK-DISC-X
               MOVE U-WORK-DISC TO U-DISC-VALUE-OUT
           ELSE
               MOVE 0 TO U-DISC-VALUE-OUT
           END-IF.
           MOVE T-TRANS-SOURCE TO U-SOURCE-OUT.
           WRITE PRTLINE FROM MAINT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-MAINT-HEADING.

       L4-MAINT-HEADING.
           WRITE PRTLINE FROM MAINT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM MAINT-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2-CLOSING.
           PERFORM L3-REWRITE-PROMO-FILE.
           MOVE 'TRANSACTIONS READ:' TO MAINT-COUNT-DESC.
           MOVE U-READ-CTR TO MAINT-COUNT-AMT.
           WRITE PRTLINE FROM MAINT-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'ADDS APPLIED:' TO MAINT-COUNT-DESC.
           MOVE U-ADD-CTR TO MAINT-COUNT-AMT.
           WRITE PRTLINE FROM MAINT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHANGES APPLIED:' TO MAINT-COUNT-DESC.
           MOVE U-CHANGE-CTR TO MAINT-COUNT-AMT.
           WRITE PRTLINE FROM MAINT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DELETES APPLIED:' TO MAINT-COUNT-DESC.
           MOVE U-DELETE-CTR TO MAINT-COUNT-AMT.
           WRITE PRTLINE FROM MAINT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED:' TO MAINT-COUNT-DESC.
           MOVE U-REJECT-CTR TO MAINT-COUNT-AMT.
           WRITE PRTLINE FROM MAINT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PIZZA-PROMO-TRANS.
           CLOSE PRTOUT.

       L3-REWRITE-PROMO-FILE.
           OPEN OUTPUT PIZZA-PROMO-MASTER.
           PERFORM L3-WRITE-PROMO-ENTRY
               VARYING U-SCAN-SUB FROM 1 BY 1
               UNTIL U-SCAN-SUB > PR-COUNT.
           CLOSE PIZZA-PROMO-MASTER.

       L3-WRITE-PROMO-ENTRY.
           IF PR-DELETED (U-SCAN-SUB) = 'N'
               MOVE PR-PROMO-CODE (U-SCAN-SUB) TO PM-PROMO-CODE
               MOVE PR-ROW-TYPE (U-SCAN-SUB)   TO PM-ROW-TYPE
               MOVE PR-ROW-VALUE (U-SCAN-SUB)  TO PM-ROW-VALUE
               MOVE PR-PROMO-DESC (U-SCAN-SUB) TO PM-PROMO-DESC
               MOVE PR-START-DATE (U-SCAN-SUB) TO PM-START-DATE
               MOVE PR-END-DATE (U-SCAN-SUB)   TO PM-END-DATE
               MOVE PR-DISC-TYPE (U-SCAN-SUB)  TO PM-DISC-TYPE
               MOVE PR-DISC-VALUE (U-SCAN-SUB) TO PM-DISC-VALUE
               WRITE PM-PROMO-REC
           END-IF.

       end program CBLHKW17.

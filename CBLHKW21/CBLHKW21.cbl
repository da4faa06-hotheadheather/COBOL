       IDENTIFICATION DIVISION.
      *THIS PROGRAM COMPUTES SALES TAX LIABILITY BY TAX JURISDICTION
      *AND STORE - EACH NIGHT IT POSTS THE EDITED SALES FILE TO THE
      *TAX DETAIL HISTORY, ONE RECORD PER BUSINESS DATE, STORE AND
      *JURISDICTION - THE STORE'S JURISDICTION COMES FROM THE STORE
      *MASTER AND THE RATES FROM THE EFFECTIVE-DATED JURISDICTION
      *FILE (THE LATEST RATE EFFECTIVE ON OR BEFORE THE SALE DATE) -
      *EACH ITEM IS TAXED BY THE TAX CLASS ON THE ITEM MASTER (F
      *PREPARED FOOD AT THE FOOD RATE, D BOTTLED DRINK AT THE DRINK
      *RATE, X EXEMPT) OR, WHEN THE CLASS IS BLANK, BY ITS CATEGORY
      *(BEVERAGE AS D, ALL OTHERS AS F) - A ZERO RATE MAKES THE SALE
      *EXEMPT IN THAT JURISDICTION - THE 'A' RETURN/VOID RECORDS ARE
      *SUBTRACTED ON THEIR OWN DATE SO THEY REDUCE THE TAXABLE BASE
      *OF THE PERIOD IN WHICH THEY OCCUR - THE HISTORY IS THEN
      *SUMMARIZED FOR THE FILING PERIOD IN THE TAX PARM FILE (THE
      *PRIOR CALENDAR MONTH WHEN THE PARM FILE IS ABSENT) INTO A
      *LIABILITY REPORT WITH A PAGE PER JURISDICTION AND AN EXTRACT
      *FOR THE TAX DEPARTMENT'S FILING SERVICE - THE UNASSIGN
      *JURISDICTION AND ANY JURISDICTION WITH NO RATE ON FILE PRINT
      *AS NOT FILEABLE AND ARE LEFT OFF THE EXTRACT - RUN THIS AFTER
      *CBLHKW07 SO THE RECYCLED SALES ARE ON THE EDITED FILE - THE
      *RUN LEDGER HOLDS THE POSTING UNTIL CBLHKW07 HAS COMPLETED AND
      *KEEPS A NIGHT FROM BEING POSTED TWICE, SO A RERUN
      *ON THE SAME NIGHT ONLY REPRINTS THE REPORT AND EXTRACT
       PROGRAM-ID. CBLHKW21.
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
           SELECT PIZZA-TAX-JURIS
               ASSIGN TO 'C:\COBOLWI19\PZTAXJUR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JR-FILE-STATUS.
           SELECT PIZZA-TAX-PARM
               ASSIGN TO 'C:\COBOLWI19\PZTAXPRM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TP-FILE-STATUS.
           SELECT PIZZA-TAX-DETAIL
               ASSIGN TO 'C:\COBOLWI19\PZTAXDTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TX-FILE-STATUS.
           SELECT PIZZA-TAX-EXTRACT
               ASSIGN TO 'C:\COBOLWI19\PZTAXEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-RUN-LEDGER
               ASSIGN TO 'C:\COBOLWI19\PZRUNLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LG-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZTAXRPT.PRT'
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
         05 FILLER              PIC X(14).

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

       FD  PIZZA-TAX-JURIS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JR-JURIS-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 JR-JURIS-REC.
           05 JR-JURIS-CODE       PIC X(8).
           05 JR-EFF-DATE         PIC X(8).
           05 JR-JURIS-NAME       PIC X(20).
           05 JR-FOOD-RATE        PIC 99V999.
           05 JR-FOOD-RATE-X REDEFINES JR-FOOD-RATE
                                  PIC X(5).
           05 JR-DRINK-RATE       PIC 99V999.
           05 JR-DRINK-RATE-X REDEFINES JR-DRINK-RATE
                                  PIC X(5).

       FD  PIZZA-TAX-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS TP-PARM-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 TP-PARM-REC.
           05 TP-START-DATE       PIC X(8).
           05 TP-END-DATE         PIC X(8).

       FD  PIZZA-TAX-DETAIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS TX-DETAIL-REC
           RECORD CONTAINS 72 CHARACTERS.

       01 TX-DETAIL-REC.
           05 TX-BUS-DATE         PIC X(8).
           05 TX-STORE-NO         PIC X(4).
           05 TX-JURIS-CODE       PIC X(8).
           05 TX-FOOD-AMT         PIC S9(9)V99.
           05 TX-DRINK-AMT        PIC S9(9)V99.
           05 TX-EXEMPT-AMT       PIC S9(9)V99.
           05 TX-TAX-AMT          PIC S9(9)V99.
           05 TX-POST-DATE        PIC X(8).

       FD  PIZZA-TAX-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS EX-EXTRACT-REC
           RECORD CONTAINS 84 CHARACTERS.

       01 EX-EXTRACT-REC.
           05 EX-REC-TYPE         PIC X(1).
           05 EX-JURIS-CODE       PIC X(8).
           05 EX-STORE-NO         PIC X(4).
           05 EX-PERIOD-START     PIC X(8).
           05 EX-PERIOD-END       PIC X(8).
           05 EX-GROSS-AMT        PIC S9(9)V99.
           05 EX-EXEMPT-AMT       PIC S9(9)V99.
           05 EX-FOOD-AMT         PIC S9(9)V99.
           05 EX-DRINK-AMT        PIC S9(9)V99.
           05 EX-TAX-AMT          PIC S9(9)V99.

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
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE              PIC X(132).


       WORKING-STORAGE SECTION.

       01 MISC.
           05 EDT-EOF            PIC X(3)       VALUE 'NO'.
           05 ITEM-EOF           PIC X(3)       VALUE 'NO'.
           05 SM-EOF             PIC X(3)       VALUE 'NO'.
           05 JR-EOF             PIC X(3)       VALUE 'NO'.
           05 TX-EOF             PIC X(3)       VALUE 'NO'.
           05 ED-FILE-STATUS     PIC XX         VALUE SPACES.
           05 JR-FILE-STATUS     PIC XX         VALUE SPACES.
           05 TP-FILE-STATUS     PIC XX         VALUE SPACES.
           05 TX-FILE-STATUS     PIC XX         VALUE SPACES.
           05 TW-POST-NIGHT      PIC X(3)       VALUE 'YES'.
           05 TW-PERIOD-START    PIC X(8)       VALUE SPACES.
           05 TW-PERIOD-END      PIC X(8)       VALUE SPACES.

       01 RUN-LEDGER-FIELDS.
           05 LG-FILE-STATUS     PIC XX         VALUE SPACES.
           05 LG-EOF             PIC X(3)       VALUE 'NO'.
           05 LG-DATE-STAMP      PIC X(21)      VALUE SPACES.
           05 LG-BUSINESS-DATE   PIC X(8)       VALUE SPACES.
           05 LG-PRED-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-SELF-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-THIS-PROGRAM    PIC X(8)       VALUE 'CBLHKW21'.
           05 LG-PRED-PROGRAM    PIC X(8)       VALUE 'CBLHKW07'.

       01 TAX-WORK-FIELDS.
           05 TW-WORK-AMT        PIC S9(7)V99   VALUE 0.
           05 TW-WORK-TAX        PIC S9(9)V99   VALUE 0.
           05 TW-WORK-STORE-NO   PIC X(4)       VALUE SPACES.
           05 TW-WORK-JURIS      PIC X(8)       VALUE SPACES.
           05 TW-WORK-DATE       PIC X(8)       VALUE SPACES.
           05 TW-TAX-CLASS       PIC X(1)       VALUE SPACE.
           05 TW-RATE-FOUND      PIC X(3)       VALUE 'NO'.
           05 TW-FILEABLE        PIC X(3)       VALUE 'NO'.
           05 TW-RATE-EFF-DATE   PIC X(8)       VALUE SPACES.
           05 TW-FOOD-RATE       PIC 99V999     VALUE 0.
           05 TW-DRINK-RATE      PIC 99V999     VALUE 0.
           05 TW-JURIS-NAME      PIC X(20)      VALUE SPACES.
           05 TW-SCAN-SUB        PIC 9(4)       VALUE 0.
           05 TW-CUR-JURIS-SUB   PIC 9(3)       VALUE 0.
           05 TW-STORE-NAME      PIC X(20)      VALUE SPACES.

       01 PERIOD-DATE-FIELDS.
           05 TW-PRIOR-YEAR      PIC 9(4)       VALUE 0.
           05 TW-PRIOR-MONTH     PIC 99         VALUE 0.
           05 TW-PRIOR-LAST-DAY  PIC 99         VALUE 0.
           05 TW-LEAP-QUOT       PIC 9(4)       VALUE 0.
           05 TW-LEAP-REM        PIC 9(4)       VALUE 0.
           05 TW-DATE-BUILD.
               10 TW-DATE-YEAR   PIC 9(4).
               10 TW-DATE-MONTH  PIC 99.
               10 TW-DATE-DAY    PIC 99.

       01 MONTH-DAYS-TABLE.
           05 FILLER             PIC X(24)      VALUE
               '312831303130313130313031'.
       01 MONTH-DAYS-R REDEFINES MONTH-DAYS-TABLE.
           05 TW-MONTH-DAYS      OCCURS 12 TIMES PIC 99.

       01 TAX-COUNTERS.
           05 TW-SALES-READ-CTR  PIC 9(7)       VALUE 0.
           05 TW-UNASSIGN-CTR    PIC 9(7)       VALUE 0.
           05 TW-NO-RATE-CTR     PIC 9(7)       VALUE 0.
           05 TW-NO-ITEM-CTR     PIC 9(7)       VALUE 0.
           05 TW-POSTED-CTR      PIC 9(7)       VALUE 0.
           05 TW-HIST-READ-CTR   PIC 9(7)       VALUE 0.
           05 TW-HIST-USED-CTR   PIC 9(7)       VALUE 0.
           05 TW-JURIS-RPT-CTR   PIC 9(7)       VALUE 0.
           05 TW-EXTRACT-CTR     PIC 9(7)       VALUE 0.
           05 TW-NOT-FILED-CTR   PIC 9(7)       VALUE 0.

       01 GRAND-TOTAL-FIELDS.
           05 G-GROSS-AMT        PIC S9(11)V99  VALUE 0.
           05 G-EXEMPT-AMT       PIC S9(11)V99  VALUE 0.
           05 G-FOOD-AMT         PIC S9(11)V99  VALUE 0.
           05 G-DRINK-AMT        PIC S9(11)V99  VALUE 0.
           05 G-TAX-AMT          PIC S9(11)V99  VALUE 0.

       01 STORE-MASTER-TABLE.
           05 SM-COUNT             PIC 9(3)     VALUE 0.
           05 SM-ENTRY OCCURS 100 TIMES
                   INDEXED BY SM-IDX.
               10 SM-STORE-NO      PIC X(4).
               10 SM-STORE-NAME    PIC X(20).
               10 SM-TAX-JURIS     PIC X(8).

       01 ITEM-CLASS-TABLE.
           05 IM-COUNT             PIC 9(4)     VALUE 0.
           05 IM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IM-IDX.
               10 IM-ITEM-NO       PIC X(6).
               10 IM-TAX-CLASS     PIC X(1).

       01 RATE-TABLE.
           05 RT-COUNT             PIC 9(3)     VALUE 0.
           05 RT-ENTRY OCCURS 500 TIMES
                   INDEXED BY RT-IDX.
               10 RT-JURIS-CODE    PIC X(8).
               10 RT-EFF-DATE      PIC X(8).
               10 RT-JURIS-NAME    PIC X(20).
               10 RT-FOOD-RATE     PIC 99V999.
               10 RT-DRINK-RATE    PIC 99V999.

       01 POSTING-TABLE.
           05 PT-COUNT             PIC 9(4)     VALUE 0.
           05 PT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY PT-IDX.
               10 PT-BUS-DATE      PIC X(8).
               10 PT-STORE-NO      PIC X(4).
               10 PT-JURIS-CODE    PIC X(8).
               10 PT-FOOD-RATE     PIC 99V999.
               10 PT-DRINK-RATE    PIC 99V999.
               10 PT-FOOD-AMT      PIC S9(9)V99.
               10 PT-DRINK-AMT     PIC S9(9)V99.
               10 PT-EXEMPT-AMT    PIC S9(9)V99.

       01 JURIS-TOTAL-TABLE.
           05 JT-COUNT             PIC 9(3)     VALUE 0.
           05 JT-ENTRY OCCURS 200 TIMES
                   INDEXED BY JT-IDX.
               10 JT-JURIS-CODE    PIC X(8).
               10 JT-JURIS-NAME    PIC X(20).
               10 JT-FOOD-RATE     PIC 99V999.
               10 JT-DRINK-RATE    PIC 99V999.
               10 JT-STORE-CTR     PIC 9(4).
               10 JT-GROSS-AMT     PIC S9(11)V99.
               10 JT-EXEMPT-AMT    PIC S9(11)V99.
               10 JT-FOOD-AMT      PIC S9(11)V99.
               10 JT-DRINK-AMT     PIC S9(11)V99.
               10 JT-TAX-AMT       PIC S9(11)V99.

       01 STORE-SUMMARY-TABLE.
           05 RS-COUNT             PIC 9(4)     VALUE 0.
           05 RS-ENTRY OCCURS 3000 TIMES
                   INDEXED BY RS-IDX.
               10 RS-JURIS-CODE    PIC X(8).
               10 RS-STORE-NO      PIC X(4).
               10 RS-EXEMPT-AMT    PIC S9(11)V99.
               10 RS-FOOD-AMT      PIC S9(11)V99.
               10 RS-DRINK-AMT     PIC S9(11)V99.
               10 RS-TAX-AMT       PIC S9(11)V99.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 TAX-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 TAX-TITLE-DATE.
               10 TAX-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 TAX-TITLE-DAY  PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 TAX-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(36)      VALUE
               'SALES TAX LIABILITY BY JURISDICTION'.
           05 FILLER             PIC X(8)       VALUE 'PERIOD '.
           05 TAX-TITLE-START    PIC X(10).
           05 FILLER             PIC X(3)       VALUE ' - '.
           05 TAX-TITLE-END      PIC X(10).
           05 FILLER             PIC X(39)      VALUE SPACES.

       01 JURIS-HEADING-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(14)      VALUE
               'JURISDICTION '.
           05 JH-CODE-OUT        PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 JH-NAME-OUT        PIC X(20).
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 FILLER             PIC X(11)      VALUE 'FOOD RATE '.
           05 JH-FOOD-RATE-OUT   PIC Z9.999.
           05 FILLER             PIC X(3)       VALUE '%'.
           05 FILLER             PIC X(12)      VALUE 'DRINK RATE '.
           05 JH-DRINK-RATE-OUT  PIC Z9.999.
           05 FILLER             PIC X(3)       VALUE '%'.
           05 JH-NOTE-OUT        PIC X(30).
           05 FILLER             PIC X(7)       VALUE SPACES.

       01 TAX-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'STORE'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(20)      VALUE 'NAME'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               '    GROSS SALES'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               '   EXEMPT SALES'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               '  TAXABLE FOOD'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               ' TAXABLE DRINK'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               '        TAX DUE'.
           05 FILLER             PIC X(15)      VALUE SPACES.

       01 TAX-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 TD-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 TD-NAME-OUT        PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 TD-GROSS-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 TD-EXEMPT-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 TD-FOOD-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 TD-DRINK-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 TD-TAX-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(15)      VALUE SPACES.

       01 TAX-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 TAX-COUNT-DESC     PIC X(34).
           05 TAX-COUNT-AMT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF TW-POST-NIGHT = 'YES'
               PERFORM L2-POST-SALES
               PERFORM L2-WRITE-TAX-DETAIL
           END-IF.
           PERFORM L2-SUMMARIZE-PERIOD.
           PERFORM L2-PRINT-JURISDICTIONS.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO TAX-TITLE-MONTH.
           MOVE CURRENT-DAY   TO TAX-TITLE-DAY.
           MOVE CURRENT-YEAR  TO TAX-TITLE-YEAR.
           PERFORM L3-CHECK-RUN-LEDGER.
           PERFORM L3-LOAD-STORE-MASTER.
           PERFORM L3-LOAD-ITEM-MASTER.
           PERFORM L3-LOAD-RATE-TABLE.
           PERFORM L3-LOAD-TAX-PARM.
           MOVE TW-PERIOD-START (5:2) TO TAX-TITLE-START (1:2).
           MOVE '/'                   TO TAX-TITLE-START (3:1).
           MOVE TW-PERIOD-START (7:2) TO TAX-TITLE-START (4:2).
           MOVE '/'                   TO TAX-TITLE-START (6:1).
           MOVE TW-PERIOD-START (1:4) TO TAX-TITLE-START (7:4).
           MOVE TW-PERIOD-END (5:2)   TO TAX-TITLE-END (1:2).
           MOVE '/'                   TO TAX-TITLE-END (3:1).
           MOVE TW-PERIOD-END (7:2)   TO TAX-TITLE-END (4:2).
           MOVE '/'                   TO TAX-TITLE-END (6:1).
           MOVE TW-PERIOD-END (1:4)   TO TAX-TITLE-END (7:4).
           OPEN OUTPUT PIZZA-TAX-EXTRACT.
           OPEN OUTPUT PRTOUT.

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
               DISPLAY 'CBLHKW21 ALREADY COMPLETED FOR BUSINESS DATE '
                   LG-BUSINESS-DATE ' - TONIGHT''S SALES ARE ALREADY '
                   'POSTED - REPORT AND EXTRACT ONLY'
               MOVE 'NO' TO TW-POST-NIGHT
           ELSE
               IF LG-PRED-COMPLETE NOT = 'YES'
                   DISPLAY 'CBLHKW07 HAS NOT COMPLETED FOR BUSINESS '
                       'DATE ' LG-BUSINESS-DATE ' - RUN HELD'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM L3-WRITE-LEDGER-STARTED
           END-IF.

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
               MOVE S-TAX-JURIS    TO SM-TAX-JURIS (SM-COUNT)
               PERFORM L3-READ-STORE-MASTER
           END-IF.

       L3-READ-STORE-MASTER.
           READ PIZZA-STORE-MASTER
               AT END
                   MOVE 'YES' TO SM-EOF.

       L3-LOAD-ITEM-MASTER.
           OPEN INPUT PIZZA-ITEM-MASTER.
           PERFORM L3-READ-ITEM-MASTER.
           PERFORM L3-BUILD-ITEM-TABLE UNTIL ITEM-EOF = 'YES'.
           CLOSE PIZZA-ITEM-MASTER.

       L3-BUILD-ITEM-TABLE.
           IF IM-COUNT >= 2000
               DISPLAY 'PZITMMST.DAT HAS MORE THAN 2000 ITEMS - '
                   'TABLE FULL, REMAINING ITEMS TAXED AS FOOD'
               MOVE 'YES' TO ITEM-EOF
           ELSE
               ADD 1 TO IM-COUNT
               MOVE M-ITEM-NO TO IM-ITEM-NO (IM-COUNT)
               EVALUATE TRUE
                   WHEN M-ITEM-TAX-CLASS = 'F'
                           OR M-ITEM-TAX-CLASS = 'D'
                           OR M-ITEM-TAX-CLASS = 'X'
                       MOVE M-ITEM-TAX-CLASS TO IM-TAX-CLASS (IM-COUNT)
                   WHEN M-ITEM-CATEGORY = 'BEVERAGE'
                       MOVE 'D' TO IM-TAX-CLASS (IM-COUNT)
                   WHEN OTHER
                       MOVE 'F' TO IM-TAX-CLASS (IM-COUNT)
               END-EVALUATE
               PERFORM L3-READ-ITEM-MASTER
           END-IF.

       L3-READ-ITEM-MASTER.
           READ PIZZA-ITEM-MASTER
               AT END
                   MOVE 'YES' TO ITEM-EOF.

       L3-LOAD-RATE-TABLE.
           OPEN INPUT PIZZA-TAX-JURIS.
           IF JR-FILE-STATUS NOT = '00'
               DISPLAY 'NO TAX JURISDICTION FILE FOUND - STATUS '
                   JR-FILE-STATUS ' - NO TAX COMPUTED'
           ELSE
               PERFORM L3-READ-JURIS
               PERFORM L3-BUILD-RATE-TABLE UNTIL JR-EOF = 'YES'
               CLOSE PIZZA-TAX-JURIS
           END-IF.

       L3-BUILD-RATE-TABLE.
           IF JR-FOOD-RATE-X NOT NUMERIC
                   OR JR-DRINK-RATE-X NOT NUMERIC
                   OR JR-EFF-DATE NOT NUMERIC
               DISPLAY 'JURISDICTION ' JR-JURIS-CODE ' EFFECTIVE '
                   JR-EFF-DATE ' HAS A BAD DATE OR RATE - IGNORED'
           ELSE
               IF RT-COUNT >= 500
                   DISPLAY 'TAX RATE TABLE FULL - JURISDICTION '
                       JR-JURIS-CODE ' EFFECTIVE ' JR-EFF-DATE
                       ' IGNORED'
               ELSE
                   ADD 1 TO RT-COUNT
                   MOVE JR-JURIS-CODE TO RT-JURIS-CODE (RT-COUNT)
                   MOVE JR-EFF-DATE   TO RT-EFF-DATE (RT-COUNT)
                   MOVE JR-JURIS-NAME TO RT-JURIS-NAME (RT-COUNT)
                   MOVE JR-FOOD-RATE  TO RT-FOOD-RATE (RT-COUNT)
                   MOVE JR-DRINK-RATE TO RT-DRINK-RATE (RT-COUNT)
                   MOVE JR-JURIS-CODE TO TW-WORK-JURIS
                   PERFORM L4-FIND-JURIS-ENTRY
               END-IF
           END-IF.
           PERFORM L3-READ-JURIS.

       L3-READ-JURIS.
           READ PIZZA-TAX-JURIS
               AT END
                   MOVE 'YES' TO JR-EOF.

       L3-LOAD-TAX-PARM.
           OPEN INPUT PIZZA-TAX-PARM.
           IF TP-FILE-STATUS = '00'
               READ PIZZA-TAX-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-START-DATE NUMERIC
                               AND TP-END-DATE NUMERIC
                               AND TP-START-DATE NOT > TP-END-DATE
                           MOVE TP-START-DATE TO TW-PERIOD-START
                           MOVE TP-END-DATE   TO TW-PERIOD-END
                       ELSE
                           DISPLAY 'TAX PARM PERIOD ' TP-START-DATE
                               ' - ' TP-END-DATE ' IS NOT VALID - '
                               'PRIOR MONTH USED'
                       END-IF
               END-READ
               CLOSE PIZZA-TAX-PARM
           END-IF.
           IF TW-PERIOD-START = SPACES
               PERFORM L4-DEFAULT-PRIOR-MONTH
           END-IF.

       L4-DEFAULT-PRIOR-MONTH.
           IF CURRENT-MONTH = 1
               COMPUTE TW-PRIOR-YEAR = CURRENT-YEAR - 1
               MOVE 12 TO TW-PRIOR-MONTH
           ELSE
               MOVE CURRENT-YEAR TO TW-PRIOR-YEAR
               COMPUTE TW-PRIOR-MONTH = CURRENT-MONTH - 1
           END-IF.
           MOVE TW-MONTH-DAYS (TW-PRIOR-MONTH) TO TW-PRIOR-LAST-DAY.
           IF TW-PRIOR-MONTH = 2
               DIVIDE TW-PRIOR-YEAR BY 4
                   GIVING TW-LEAP-QUOT REMAINDER TW-LEAP-REM
               IF TW-LEAP-REM = 0
                   MOVE 29 TO TW-PRIOR-LAST-DAY
                   DIVIDE TW-PRIOR-YEAR BY 100
                       GIVING TW-LEAP-QUOT REMAINDER TW-LEAP-REM
                   IF TW-LEAP-REM = 0
                       MOVE 28 TO TW-PRIOR-LAST-DAY
                       DIVIDE TW-PRIOR-YEAR BY 400
                           GIVING TW-LEAP-QUOT REMAINDER TW-LEAP-REM
                       IF TW-LEAP-REM = 0
                           MOVE 29 TO TW-PRIOR-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE TW-PRIOR-YEAR     TO TW-DATE-YEAR.
           MOVE TW-PRIOR-MONTH    TO TW-DATE-MONTH.
           MOVE 1                 TO TW-DATE-DAY.
           MOVE TW-DATE-BUILD     TO TW-PERIOD-START.
           MOVE TW-PRIOR-LAST-DAY TO TW-DATE-DAY.
           MOVE TW-DATE-BUILD     TO TW-PERIOD-END.

       L2-POST-SALES.
           OPEN INPUT PIZZA-SALES-EDITED.
           IF ED-FILE-STATUS NOT = '00'
               DISPLAY 'NO EDITED SALES FILE FOUND - STATUS '
                   ED-FILE-STATUS ' - NOTHING POSTED FOR TONIGHT'
           ELSE
               PERFORM L3-READ-EDITED
               PERFORM L3-POST-ONE-SALE UNTIL EDT-EOF = 'YES'
               CLOSE PIZZA-SALES-EDITED
           END-IF.

       L3-POST-ONE-SALE.
           ADD 1 TO TW-SALES-READ-CTR.
           MOVE I-PIZZA-STORE-NO TO TW-WORK-STORE-NO.
           MOVE I-PIZZA-CUR-DATE TO TW-WORK-DATE.
           PERFORM L4-FIND-STORE-JURIS.
           PERFORM L4-FIND-RATE.
           IF TW-RATE-FOUND = 'NO'
               ADD 1 TO TW-NO-RATE-CTR
           END-IF.
           PERFORM L4-FIND-TAX-CLASS.
           PERFORM L4-FIND-POSTING-ENTRY.
           COMPUTE TW-WORK-AMT = I-PIZZA-PRICE * I-PIZZA-CUR-QTY.
           IF I-PIZZA-TRANS-CODE = 'A'
               COMPUTE TW-WORK-AMT = 0 - TW-WORK-AMT
           END-IF.
           EVALUATE TRUE
               WHEN TW-TAX-CLASS = 'X'
                   ADD TW-WORK-AMT TO PT-EXEMPT-AMT (TW-SCAN-SUB)
               WHEN TW-TAX-CLASS = 'D'
                       AND TW-RATE-FOUND = 'YES'
                       AND TW-DRINK-RATE = 0
                   ADD TW-WORK-AMT TO PT-EXEMPT-AMT (TW-SCAN-SUB)
               WHEN TW-TAX-CLASS = 'D'
                   ADD TW-WORK-AMT TO PT-DRINK-AMT (TW-SCAN-SUB)
               WHEN TW-RATE-FOUND = 'YES'
                       AND TW-FOOD-RATE = 0
                   ADD TW-WORK-AMT TO PT-EXEMPT-AMT (TW-SCAN-SUB)
               WHEN OTHER
                   ADD TW-WORK-AMT TO PT-FOOD-AMT (TW-SCAN-SUB)
           END-EVALUATE.
           PERFORM L3-READ-EDITED.

       L3-READ-EDITED.
           READ PIZZA-SALES-EDITED
               AT END
                   MOVE 'YES' TO EDT-EOF.

       L4-FIND-STORE-JURIS.
           MOVE 'UNASSIGN' TO TW-WORK-JURIS.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   CONTINUE
               WHEN SM-STORE-NO (SM-IDX) = TW-WORK-STORE-NO
                   IF SM-TAX-JURIS (SM-IDX) NOT = SPACES
                       MOVE SM-TAX-JURIS (SM-IDX) TO TW-WORK-JURIS
                   END-IF.
           IF TW-WORK-JURIS = 'UNASSIGN'
               ADD 1 TO TW-UNASSIGN-CTR
           END-IF.

       L4-FIND-RATE.
           MOVE 'NO' TO TW-RATE-FOUND.
           MOVE SPACES TO TW-RATE-EFF-DATE.
           MOVE SPACES TO TW-JURIS-NAME.
           MOVE 0 TO TW-FOOD-RATE.
           MOVE 0 TO TW-DRINK-RATE.
           PERFORM L4-CHECK-ONE-RATE
               VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT.

       L4-CHECK-ONE-RATE.
           IF RT-JURIS-CODE (RT-IDX) = TW-WORK-JURIS
                   AND RT-EFF-DATE (RT-IDX) NOT > TW-WORK-DATE
                   AND (TW-RATE-FOUND = 'NO'
                        OR RT-EFF-DATE (RT-IDX) > TW-RATE-EFF-DATE)
               MOVE 'YES' TO TW-RATE-FOUND
               MOVE RT-EFF-DATE (RT-IDX)   TO TW-RATE-EFF-DATE
               MOVE RT-JURIS-NAME (RT-IDX) TO TW-JURIS-NAME
               MOVE RT-FOOD-RATE (RT-IDX)  TO TW-FOOD-RATE
               MOVE RT-DRINK-RATE (RT-IDX) TO TW-DRINK-RATE
           END-IF.

       L4-FIND-TAX-CLASS.
           MOVE 'F' TO TW-TAX-CLASS.
           SET IM-IDX TO 1.
           SEARCH IM-ENTRY
               AT END
                   ADD 1 TO TW-NO-ITEM-CTR
               WHEN IM-ITEM-NO (IM-IDX) = I-PIZZA-ITEM-NO
                   MOVE IM-TAX-CLASS (IM-IDX) TO TW-TAX-CLASS.

       L4-FIND-POSTING-ENTRY.
           MOVE 0 TO TW-SCAN-SUB.
           SET PT-IDX TO 1.
           SEARCH PT-ENTRY
               AT END
                   PERFORM L4-ADD-POSTING-ENTRY
               WHEN PT-BUS-DATE (PT-IDX) = TW-WORK-DATE
                       AND PT-STORE-NO (PT-IDX) = TW-WORK-STORE-NO
                       AND PT-JURIS-CODE (PT-IDX) = TW-WORK-JURIS
                   SET TW-SCAN-SUB TO PT-IDX.

       L4-ADD-POSTING-ENTRY.
           IF PT-COUNT >= 3000
               DISPLAY 'TAX POSTING TABLE FULL AT STORE '
                   TW-WORK-STORE-NO ' DATE ' TW-WORK-DATE
                   ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PT-COUNT.
           MOVE PT-COUNT         TO TW-SCAN-SUB.
           MOVE TW-WORK-DATE     TO PT-BUS-DATE (TW-SCAN-SUB).
           MOVE TW-WORK-STORE-NO TO PT-STORE-NO (TW-SCAN-SUB).
           MOVE TW-WORK-JURIS    TO PT-JURIS-CODE (TW-SCAN-SUB).
           MOVE TW-FOOD-RATE     TO PT-FOOD-RATE (TW-SCAN-SUB).
           MOVE TW-DRINK-RATE    TO PT-DRINK-RATE (TW-SCAN-SUB).
           MOVE 0                TO PT-FOOD-AMT (TW-SCAN-SUB).
           MOVE 0                TO PT-DRINK-AMT (TW-SCAN-SUB).
           MOVE 0                TO PT-EXEMPT-AMT (TW-SCAN-SUB).

       L2-WRITE-TAX-DETAIL.
           OPEN EXTEND PIZZA-TAX-DETAIL.
           IF TX-FILE-STATUS NOT = '00'
               OPEN OUTPUT PIZZA-TAX-DETAIL
           END-IF.
           PERFORM L3-WRITE-ONE-DETAIL
               VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT.
           CLOSE PIZZA-TAX-DETAIL.

       L3-WRITE-ONE-DETAIL.
           COMPUTE TW-WORK-TAX ROUNDED =
               PT-FOOD-AMT (PT-IDX) * PT-FOOD-RATE (PT-IDX) / 100.
           MOVE TW-WORK-TAX TO TX-TAX-AMT.
           COMPUTE TW-WORK-TAX ROUNDED =
               PT-DRINK-AMT (PT-IDX) * PT-DRINK-RATE (PT-IDX) / 100.
           ADD TW-WORK-TAX TO TX-TAX-AMT.
           MOVE PT-BUS-DATE (PT-IDX)   TO TX-BUS-DATE.
           MOVE PT-STORE-NO (PT-IDX)   TO TX-STORE-NO.
           MOVE PT-JURIS-CODE (PT-IDX) TO TX-JURIS-CODE.
           MOVE PT-FOOD-AMT (PT-IDX)   TO TX-FOOD-AMT.
           MOVE PT-DRINK-AMT (PT-IDX)  TO TX-DRINK-AMT.
           MOVE PT-EXEMPT-AMT (PT-IDX) TO TX-EXEMPT-AMT.
           MOVE LG-BUSINESS-DATE       TO TX-POST-DATE.
           WRITE TX-DETAIL-REC.
           ADD 1 TO TW-POSTED-CTR.

       L2-SUMMARIZE-PERIOD.
           OPEN INPUT PIZZA-TAX-DETAIL.
           IF TX-FILE-STATUS NOT = '00'
               DISPLAY 'NO TAX DETAIL HISTORY FOUND - STATUS '
                   TX-FILE-STATUS ' - NOTHING TO REPORT'
           ELSE
               PERFORM L3-READ-TAX-DETAIL
               PERFORM L3-SUMMARIZE-ONE-DETAIL UNTIL TX-EOF = 'YES'
               CLOSE PIZZA-TAX-DETAIL
           END-IF.

       L3-SUMMARIZE-ONE-DETAIL.
           ADD 1 TO TW-HIST-READ-CTR.
           IF TX-BUS-DATE NOT < TW-PERIOD-START
                   AND TX-BUS-DATE NOT > TW-PERIOD-END
               ADD 1 TO TW-HIST-USED-CTR
               MOVE TX-JURIS-CODE TO TW-WORK-JURIS
               PERFORM L4-FIND-JURIS-ENTRY
               MOVE TX-STORE-NO TO TW-WORK-STORE-NO
               PERFORM L4-FIND-SUMMARY-ENTRY
               ADD TX-EXEMPT-AMT TO RS-EXEMPT-AMT (TW-SCAN-SUB)
               ADD TX-FOOD-AMT   TO RS-FOOD-AMT (TW-SCAN-SUB)
               ADD TX-DRINK-AMT  TO RS-DRINK-AMT (TW-SCAN-SUB)
               ADD TX-TAX-AMT    TO RS-TAX-AMT (TW-SCAN-SUB)
           END-IF.
           PERFORM L3-READ-TAX-DETAIL.

       L3-READ-TAX-DETAIL.
           READ PIZZA-TAX-DETAIL
               AT END
                   MOVE 'YES' TO TX-EOF.

       L4-FIND-JURIS-ENTRY.
           SET JT-IDX TO 1.
           SEARCH JT-ENTRY
               AT END
                   PERFORM L4-ADD-JURIS-ENTRY
               WHEN JT-JURIS-CODE (JT-IDX) = TW-WORK-JURIS
                   CONTINUE.

       L4-ADD-JURIS-ENTRY.
           IF JT-COUNT >= 200
               DISPLAY 'JURISDICTION TABLE FULL AT ' TW-WORK-JURIS
                   ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO JT-COUNT.
           SET JT-IDX TO JT-COUNT.
           MOVE TW-WORK-JURIS TO JT-JURIS-CODE (JT-IDX).
           MOVE SPACES TO JT-JURIS-NAME (JT-IDX).
           MOVE 0 TO JT-FOOD-RATE (JT-IDX).
           MOVE 0 TO JT-DRINK-RATE (JT-IDX).
           MOVE 0 TO JT-STORE-CTR (JT-IDX).
           MOVE 0 TO JT-GROSS-AMT (JT-IDX).
           MOVE 0 TO JT-EXEMPT-AMT (JT-IDX).
           MOVE 0 TO JT-FOOD-AMT (JT-IDX).
           MOVE 0 TO JT-DRINK-AMT (JT-IDX).
           MOVE 0 TO JT-TAX-AMT (JT-IDX).

       L4-FIND-SUMMARY-ENTRY.
           MOVE 0 TO TW-SCAN-SUB.
           SET RS-IDX TO 1.
           SEARCH RS-ENTRY
               AT END
                   PERFORM L4-ADD-SUMMARY-ENTRY
               WHEN RS-JURIS-CODE (RS-IDX) = TW-WORK-JURIS
                       AND RS-STORE-NO (RS-IDX) = TW-WORK-STORE-NO
                   SET TW-SCAN-SUB TO RS-IDX.

       L4-ADD-SUMMARY-ENTRY.
           IF RS-COUNT >= 3000
               DISPLAY 'TAX SUMMARY TABLE FULL AT STORE '
                   TW-WORK-STORE-NO ' JURISDICTION ' TW-WORK-JURIS
                   ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO RS-COUNT.
           MOVE RS-COUNT         TO TW-SCAN-SUB.
           MOVE TW-WORK-JURIS    TO RS-JURIS-CODE (TW-SCAN-SUB).
           MOVE TW-WORK-STORE-NO TO RS-STORE-NO (TW-SCAN-SUB).
           MOVE 0                TO RS-EXEMPT-AMT (TW-SCAN-SUB).
           MOVE 0                TO RS-FOOD-AMT (TW-SCAN-SUB).
           MOVE 0                TO RS-DRINK-AMT (TW-SCAN-SUB).
           MOVE 0                TO RS-TAX-AMT (TW-SCAN-SUB).

       L2-PRINT-JURISDICTIONS.
           PERFORM L3-PRINT-ONE-JURIS
               VARYING TW-CUR-JURIS-SUB FROM 1 BY 1
               UNTIL TW-CUR-JURIS-SUB > JT-COUNT.

       L3-PRINT-ONE-JURIS.
           MOVE JT-JURIS-CODE (TW-CUR-JURIS-SUB) TO TW-WORK-JURIS.
           MOVE TW-PERIOD-END TO TW-WORK-DATE.
           PERFORM L4-FIND-RATE.
           MOVE TW-WORK-JURIS TO JH-CODE-OUT.
           MOVE TW-FOOD-RATE  TO JH-FOOD-RATE-OUT.
           MOVE TW-DRINK-RATE TO JH-DRINK-RATE-OUT.
           EVALUATE TRUE
               WHEN TW-WORK-JURIS = 'UNASSIGN'
                   MOVE 'NO' TO TW-FILEABLE
                   MOVE SPACES TO JH-NAME-OUT
                   MOVE 'NO JURISDICTION - NOT FILEABLE' TO JH-NOTE-OUT
               WHEN TW-RATE-FOUND = 'YES'
                   MOVE 'YES' TO TW-FILEABLE
                   MOVE TW-JURIS-NAME TO JH-NAME-OUT
                   MOVE SPACES TO JH-NOTE-OUT
               WHEN OTHER
                   MOVE 'NO' TO TW-FILEABLE
                   MOVE SPACES TO JH-NAME-OUT
                   MOVE 'NO RATE ON FILE - NOT FILEABLE' TO JH-NOTE-OUT
           END-EVALUATE.
           PERFORM L4-PRINT-JURIS-STORES
               VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-COUNT.
           IF JT-STORE-CTR (TW-CUR-JURIS-SUB) > 0
               PERFORM L4-PRINT-JURIS-TOTAL
           END-IF.

       L4-PRINT-JURIS-STORES.
           IF RS-JURIS-CODE (RS-IDX) = TW-WORK-JURIS
               IF JT-STORE-CTR (TW-CUR-JURIS-SUB) = 0
                   ADD 1 TO TW-JURIS-RPT-CTR
                   PERFORM L4-TAX-HEADING
               END-IF
               ADD 1 TO JT-STORE-CTR (TW-CUR-JURIS-SUB)
               MOVE 'STORE NOT ON FILE' TO TW-STORE-NAME
               SET SM-IDX TO 1
               SEARCH SM-ENTRY
                   AT END
                       CONTINUE
                   WHEN SM-STORE-NO (SM-IDX) = RS-STORE-NO (RS-IDX)
                       MOVE SM-STORE-NAME (SM-IDX) TO TW-STORE-NAME
               END-SEARCH
               MOVE RS-STORE-NO (RS-IDX)   TO TD-STORE-OUT
               MOVE TW-STORE-NAME          TO TD-NAME-OUT
               MOVE RS-EXEMPT-AMT (RS-IDX) TO EX-EXEMPT-AMT
               MOVE RS-FOOD-AMT (RS-IDX)   TO EX-FOOD-AMT
               MOVE RS-DRINK-AMT (RS-IDX)  TO EX-DRINK-AMT
               MOVE RS-TAX-AMT (RS-IDX)    TO EX-TAX-AMT
               COMPUTE EX-GROSS-AMT = EX-EXEMPT-AMT + EX-FOOD-AMT
                   + EX-DRINK-AMT
               ADD EX-GROSS-AMT  TO JT-GROSS-AMT (TW-CUR-JURIS-SUB)
               ADD EX-EXEMPT-AMT TO JT-EXEMPT-AMT (TW-CUR-JURIS-SUB)
               ADD EX-FOOD-AMT   TO JT-FOOD-AMT (TW-CUR-JURIS-SUB)
               ADD EX-DRINK-AMT  TO JT-DRINK-AMT (TW-CUR-JURIS-SUB)
               ADD EX-TAX-AMT    TO JT-TAX-AMT (TW-CUR-JURIS-SUB)
               MOVE 'S'                  TO EX-REC-TYPE
               MOVE RS-STORE-NO (RS-IDX) TO EX-STORE-NO
               PERFORM L4-PRINT-AND-EXTRACT
           END-IF.

       L4-PRINT-JURIS-TOTAL.
           MOVE JT-GROSS-AMT (TW-CUR-JURIS-SUB)  TO EX-GROSS-AMT.
           MOVE JT-EXEMPT-AMT (TW-CUR-JURIS-SUB) TO EX-EXEMPT-AMT.
           MOVE JT-FOOD-AMT (TW-CUR-JURIS-SUB)   TO EX-FOOD-AMT.
           MOVE JT-DRINK-AMT (TW-CUR-JURIS-SUB)  TO EX-DRINK-AMT.
           MOVE JT-TAX-AMT (TW-CUR-JURIS-SUB)    TO EX-TAX-AMT.
           ADD EX-GROSS-AMT  TO G-GROSS-AMT.
           ADD EX-EXEMPT-AMT TO G-EXEMPT-AMT.
           ADD EX-FOOD-AMT   TO G-FOOD-AMT.
           ADD EX-DRINK-AMT  TO G-DRINK-AMT.
           ADD EX-TAX-AMT    TO G-TAX-AMT.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-TAX-HEADING.
           MOVE SPACES               TO TD-STORE-OUT.
           MOVE 'JURISDICTION TOTAL' TO TD-NAME-OUT.
           MOVE 'J'                  TO EX-REC-TYPE.
           MOVE SPACES               TO EX-STORE-NO.
           PERFORM L4-PRINT-AND-EXTRACT.

       L4-PRINT-AND-EXTRACT.
           MOVE EX-GROSS-AMT  TO TD-GROSS-OUT.
           MOVE EX-EXEMPT-AMT TO TD-EXEMPT-OUT.
           MOVE EX-FOOD-AMT   TO TD-FOOD-OUT.
           MOVE EX-DRINK-AMT  TO TD-DRINK-OUT.
           MOVE EX-TAX-AMT    TO TD-TAX-OUT.
           WRITE PRTLINE FROM TAX-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-TAX-HEADING.
           IF TW-FILEABLE = 'YES'
               MOVE TW-WORK-JURIS   TO EX-JURIS-CODE
               MOVE TW-PERIOD-START TO EX-PERIOD-START
               MOVE TW-PERIOD-END   TO EX-PERIOD-END
               WRITE EX-EXTRACT-REC
               ADD 1 TO TW-EXTRACT-CTR
           ELSE
               ADD 1 TO TW-NOT-FILED-CTR
           END-IF.

       L4-TAX-HEADING.
           WRITE PRTLINE FROM TAX-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM JURIS-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TAX-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2-CLOSING.
           WRITE PRTLINE FROM TAX-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM TAX-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES       TO TD-STORE-OUT.
           MOVE 'GRAND TOTAL' TO TD-NAME-OUT.
           MOVE G-GROSS-AMT  TO TD-GROSS-OUT.
           MOVE G-EXEMPT-AMT TO TD-EXEMPT-OUT.
           MOVE G-FOOD-AMT   TO TD-FOOD-OUT.
           MOVE G-DRINK-AMT  TO TD-DRINK-OUT.
           MOVE G-TAX-AMT    TO TD-TAX-OUT.
           WRITE PRTLINE FROM TAX-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'EDITED SALES RECORDS READ:' TO TAX-COUNT-DESC.
           MOVE TW-SALES-READ-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'SALES WITH NO STORE JURISDICTION:' TO TAX-COUNT-DESC.
           MOVE TW-UNASSIGN-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALES WITH NO RATE FOR THE DATE:' TO TAX-COUNT-DESC.
           MOVE TW-NO-RATE-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALES ITEMS NOT ON MASTER (FOOD):' TO TAX-COUNT-DESC.
           MOVE TW-NO-ITEM-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TAX DETAIL RECORDS POSTED:' TO TAX-COUNT-DESC.
           MOVE TW-POSTED-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TAX DETAIL HISTORY RECORDS READ:' TO TAX-COUNT-DESC.
           MOVE TW-HIST-READ-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HISTORY RECORDS IN FILING PERIOD:' TO TAX-COUNT-DESC.
           MOVE TW-HIST-USED-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'JURISDICTIONS REPORTED:' TO TAX-COUNT-DESC.
           MOVE TW-JURIS-RPT-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FILING EXTRACT RECORDS WRITTEN:' TO TAX-COUNT-DESC.
           MOVE TW-EXTRACT-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT FILEABLE - LEFT OFF EXTRACT:' TO TAX-COUNT-DESC.
           MOVE TW-NOT-FILED-CTR TO TAX-COUNT-AMT.
           WRITE PRTLINE FROM TAX-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PIZZA-TAX-EXTRACT.
           CLOSE PRTOUT.
           IF TW-POST-NIGHT = 'YES'
               PERFORM L3-WRITE-LEDGER-COMPLETED
           END-IF.

       end program CBLHKW21.

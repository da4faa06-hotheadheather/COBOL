       IDENTIFICATION DIVISION.
      *THIS PROGRAM BILLS THE FRANCHISED STORES AT MONTH END FOR
      *ROYALTY AND ADVERTISING FUND CHARGES - THE BILLING MONTH IS
      *TAKEN FROM THE FRANCHISE BILLING PARM FILE (YYYYMM), OR IS THE
      *LATEST MONTH POSTED TO THE MONTHLY SALES HISTORY BY CBLHKW09
      *WHEN THE PARM FILE IS ABSENT - EACH STORE'S NET SALES FOR THE
      *MONTH ARE TOTALED FROM THAT HISTORY - A STORE IS BILLED WHEN IT
      *CARRIES A FRANCHISEE ID ON THE STORE MASTER AND ITS AGREEMENT
      *IS IN EFFECT FOR ANY PART OF THE MONTH - THE ROYALTY IS THE
      *ROYALTY PERCENT OF NET SALES, RAISED TO THE STORE'S MINIMUM
      *MONTHLY ROYALTY WHEN IT FALLS SHORT (THE RAISE IS SHOWN AS A
      *SEPARATE MINIMUM ADJUSTMENT), AND THE AD FUND CHARGE IS THE
      *AD FUND PERCENT OF NET SALES - AN INVOICE IS PRINTED FOR EACH
      *FRANCHISEE GROUPING ALL OF ITS STORES, AND AN ACCOUNTS
      *RECEIVABLE EXTRACT IS WRITTEN WITH A RECORD PER STORE AND AN
      *INVOICE TOTAL RECORD PER FRANCHISEE - THE BILLING REGISTER
      *BALANCES THE MONTH'S HISTORY TOTAL TO THE FRANCHISE SALES
      *BILLED PLUS THE CORPORATE STORES, THE FRANCHISED STORES NOT
      *BILLED AND THE STORES NOT ON THE MASTER, SO NO SALES ARE
      *MISSED OR BILLED TWICE - AN OUT OF BALANCE REGISTER ENDS WITH
      *RETURN CODE 4 - RUN THIS AFTER CBLHKW09 ON THE SAME BUSINESS
      *DATE - THE RUN LEDGER HOLDS A SECOND RUN ON THE SAME DATE
       PROGRAM-ID. CBLHKW26.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-STORE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZSTRMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-SALES-HIST
               ASSIGN TO 'C:\COBOLWI19\PZSALHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-FILE-STATUS.
           SELECT PIZZA-FRAN-PARM
               ASSIGN TO 'C:\COBOLWI19\PZFRAPRM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FP-FILE-STATUS.
           SELECT PIZZA-FRAN-AR-EXTRACT
               ASSIGN TO 'C:\COBOLWI19\PZFRAREX.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-RUN-LEDGER
               ASSIGN TO 'C:\COBOLWI19\PZRUNLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LG-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZFRARPT.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.


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

       FD  PIZZA-FRAN-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS FP-PARM-REC
           RECORD CONTAINS 6 CHARACTERS.

       01 FP-PARM-REC.
           05 FP-BILL-YYMM        PIC X(6).
           05 FP-BILL-YYMM-R REDEFINES FP-BILL-YYMM.
               10 FP-BILL-YEAR    PIC 9(4).
               10 FP-BILL-MONTH   PIC 99.

       FD  PIZZA-FRAN-AR-EXTRACT
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-EXTRACT-REC
           RECORD CONTAINS 84 CHARACTERS.

       01 AR-EXTRACT-REC.
           05 AR-REC-TYPE         PIC X(1).
           05 AR-FRANCHISEE-ID    PIC X(6).
           05 AR-STORE-NO         PIC X(4).
           05 AR-INVOICE-NO       PIC X(12).
           05 AR-BILL-YYMM        PIC X(6).
           05 AR-SALES-AMT        PIC S9(9)V99.
           05 AR-ROYALTY-AMT      PIC S9(9)V99.
           05 AR-MIN-ADJ-AMT      PIC S9(9)V99.
           05 AR-AD-FUND-AMT      PIC S9(9)V99.
           05 AR-TOTAL-DUE        PIC S9(9)V99.

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
           05 SM-EOF             PIC X(3)       VALUE 'NO'.
           05 HIST-EOF           PIC X(3)       VALUE 'NO'.
           05 SH-FILE-STATUS     PIC XX         VALUE SPACES.
           05 FP-FILE-STATUS     PIC XX         VALUE SPACES.
           05 FB-BILL-YYMM       PIC X(6)       VALUE SPACES.
           05 FB-MONTH-FIRST     PIC X(8)       VALUE SPACES.
           05 FB-MONTH-LAST      PIC X(8)       VALUE SPACES.
           05 FB-IN-BALANCE      PIC X(3)       VALUE 'YES'.

       01 RUN-LEDGER-FIELDS.
           05 LG-FILE-STATUS     PIC XX         VALUE SPACES.
           05 LG-EOF             PIC X(3)       VALUE 'NO'.
           05 LG-DATE-STAMP      PIC X(21)      VALUE SPACES.
           05 LG-BUSINESS-DATE   PIC X(8)       VALUE SPACES.
           05 LG-PRED-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-SELF-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-THIS-PROGRAM    PIC X(8)       VALUE 'CBLHKW26'.
           05 LG-PRED-PROGRAM    PIC X(8)       VALUE 'CBLHKW09'.

       01 BILLING-WORK-FIELDS.
           05 FB-INVOICE-NO.
               10 FB-INV-YYMM    PIC X(6).
               10 FB-INV-FRAN-ID PIC X(6).
           05 FB-CUR-FRAN-SUB    PIC 9(3)       VALUE 0.
           05 FB-SCAN-SUB        PIC 9(3)       VALUE 0.
           05 FB-WORK-FRAN-ID    PIC X(6)       VALUE SPACES.
           05 FB-ROYALTY-AMT     PIC S9(9)V99   VALUE 0.
           05 FB-MIN-ADJ-AMT     PIC S9(9)V99   VALUE 0.
           05 FB-AD-FUND-AMT     PIC S9(9)V99   VALUE 0.
           05 FB-TOTAL-DUE       PIC S9(9)V99   VALUE 0.

       01 BILLING-COUNTERS.
           05 FB-STORES-READ-CTR PIC 9(7)       VALUE 0.
           05 FB-HIST-READ-CTR   PIC 9(7)       VALUE 0.
           05 FB-HIST-MONTH-CTR  PIC 9(7)       VALUE 0.
           05 FB-INVOICE-CTR     PIC 9(7)       VALUE 0.
           05 FB-STORES-BILL-CTR PIC 9(7)       VALUE 0.
           05 FB-MINIMUM-CTR     PIC 9(7)       VALUE 0.
           05 FB-EXTRACT-CTR     PIC 9(7)       VALUE 0.
           05 FB-NOT-BILLED-CTR  PIC 9(7)       VALUE 0.

       01 REGISTER-TOTAL-FIELDS.
           05 G-HIST-SALES       PIC S9(11)V99  VALUE 0.
           05 G-BILLED-SALES     PIC S9(11)V99  VALUE 0.
           05 G-BILLED-STORES    PIC 9(5)       VALUE 0.
           05 G-CORP-SALES       PIC S9(11)V99  VALUE 0.
           05 G-CORP-STORES      PIC 9(5)       VALUE 0.
           05 G-INACTIVE-SALES   PIC S9(11)V99  VALUE 0.
           05 G-INACTIVE-STORES  PIC 9(5)       VALUE 0.
           05 G-BAD-TERMS-SALES  PIC S9(11)V99  VALUE 0.
           05 G-BAD-TERMS-STORES PIC 9(5)       VALUE 0.
           05 G-UNKNOWN-SALES    PIC S9(11)V99  VALUE 0.
           05 G-ACCOUNTED-SALES  PIC S9(11)V99  VALUE 0.
           05 G-DIFFERENCE       PIC S9(11)V99  VALUE 0.
           05 G-INVOICE-SALES    PIC S9(11)V99  VALUE 0.
           05 G-ROYALTY-AMT      PIC S9(11)V99  VALUE 0.
           05 G-MIN-ADJ-AMT      PIC S9(11)V99  VALUE 0.
           05 G-AD-FUND-AMT      PIC S9(11)V99  VALUE 0.
           05 G-TOTAL-DUE        PIC S9(11)V99  VALUE 0.

       01 STORE-MASTER-TABLE.
           05 SM-COUNT             PIC 9(3)     VALUE 0.
           05 SM-ENTRY OCCURS 100 TIMES
                   INDEXED BY SM-IDX.
               10 SM-STORE-NO      PIC X(4).
               10 SM-STORE-NAME    PIC X(20).
               10 SM-FRANCHISEE-ID PIC X(6).
               10 SM-ROYALTY-PCT   PIC 99V99.
               10 SM-AD-FUND-PCT   PIC 99V99.
               10 SM-MIN-ROYALTY   PIC 9(5)V99.
               10 SM-BILL-CLASS    PIC X(1).
               10 SM-REASON        PIC X(30).
               10 SM-MONTH-SALES   PIC S9(11)V99.

       01 UNKNOWN-STORE-TABLE.
           05 UK-COUNT             PIC 9(3)     VALUE 0.
           05 UK-ENTRY OCCURS 100 TIMES
                   INDEXED BY UK-IDX.
               10 UK-STORE-NO      PIC X(4).
               10 UK-MONTH-SALES   PIC S9(11)V99.

       01 FRANCHISEE-TABLE.
           05 FR-COUNT             PIC 9(3)     VALUE 0.
           05 FR-ENTRY OCCURS 100 TIMES
                   INDEXED BY FR-IDX.
               10 FR-FRANCHISEE-ID PIC X(6).
               10 FR-STORE-CTR     PIC 9(3).
               10 FR-SALES-AMT     PIC S9(11)V99.
               10 FR-ROYALTY-AMT   PIC S9(11)V99.
               10 FR-MIN-ADJ-AMT   PIC S9(11)V99.
               10 FR-AD-FUND-AMT   PIC S9(11)V99.
               10 FR-TOTAL-DUE     PIC S9(11)V99.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 BILL-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 BILL-TITLE-DATE.
               10 BILL-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 BILL-TITLE-DAY PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 BILL-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 BILL-TITLE-TEXT    PIC X(40).
           05 FILLER             PIC X(14)      VALUE
               'BILLING MONTH '.
           05 BILL-TITLE-PERIOD.
               10 BILL-PERIOD-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 BILL-PERIOD-YEAR PIC X(4).
           05 FILLER             PIC X(45)      VALUE SPACES.

       01 INVOICE-HEADING-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(11)      VALUE 'FRANCHISEE '.
           05 IH-FRAN-ID-OUT     PIC X(6).
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               'INVOICE NUMBER '.
           05 IH-INVOICE-OUT     PIC X(12).
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE 'STORES '.
           05 IH-STORES-OUT      PIC ZZ9.
           05 FILLER             PIC X(64)      VALUE SPACES.

       01 INVOICE-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'STORE'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(20)      VALUE 'NAME'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               '      NET SALES'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'ROY %'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(14)      VALUE
               '       ROYALTY'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(14)      VALUE
               '   MINIMUM ADJ'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE ' AD %'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(14)      VALUE
               '       AD FUND'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(14)      VALUE
               '     TOTAL DUE'.
           05 FILLER             PIC X(5)       VALUE SPACES.

       01 INVOICE-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 ID-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ID-NAME-OUT        PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ID-SALES-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ID-ROY-PCT-OUT     PIC Z9.99.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ID-ROYALTY-OUT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ID-MIN-ADJ-OUT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ID-AD-PCT-OUT      PIC Z9.99.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ID-AD-FUND-OUT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ID-TOTAL-DUE-OUT   PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(5)       VALUE SPACES.

       01 INVOICE-TOTAL-LINE.
           05 FILLER             PIC X(12)      VALUE SPACES.
           05 IT-DESC-OUT        PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 IT-SALES-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(9)       VALUE SPACES.
           05 IT-ROYALTY-OUT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 IT-MIN-ADJ-OUT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(9)       VALUE SPACES.
           05 IT-AD-FUND-OUT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 IT-TOTAL-DUE-OUT   PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(5)       VALUE SPACES.

       01 NOT-BILLED-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'STORES WITH SALES THAT WERE NOT BILLED'.
           05 FILLER             PIC X(86)      VALUE SPACES.

       01 NOT-BILLED-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'STORE'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(20)      VALUE 'NAME'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'FRANCHISEE'.
           05 FILLER             PIC X(15)      VALUE
               '      NET SALES'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(30)      VALUE
               'REASON NOT BILLED'.
           05 FILLER             PIC X(41)      VALUE SPACES.

       01 NOT-BILLED-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 NB-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 NB-NAME-OUT        PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 NB-FRAN-ID-OUT     PIC X(6).
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 NB-SALES-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 NB-REASON-OUT      PIC X(30).
           05 FILLER             PIC X(41)      VALUE SPACES.

       01 REGISTER-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'SALES HISTORY BALANCE'.
           05 FILLER             PIC X(15)      VALUE
               '      NET SALES'.
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'STORES'.
           05 FILLER             PIC X(61)      VALUE SPACES.

       01 REGISTER-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 RG-DESC-OUT        PIC X(40).
           05 RG-AMT-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 RG-STORES-OUT      PIC ZZ,ZZZ.
           05 FILLER             PIC X(61)      VALUE SPACES.

       01 REGISTER-MESSAGE-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 RG-MESSAGE-OUT     PIC X(70).
           05 FILLER             PIC X(56)      VALUE SPACES.

       01 BILL-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 BILL-COUNT-DESC    PIC X(34).
           05 BILL-COUNT-AMT     PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-ACCUMULATE-HISTORY.
           PERFORM L2-BUILD-FRANCHISEES.
           PERFORM L2-PRINT-INVOICES.
           PERFORM L2-PRINT-REGISTER.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO BILL-TITLE-MONTH.
           MOVE CURRENT-DAY   TO BILL-TITLE-DAY.
           MOVE CURRENT-YEAR  TO BILL-TITLE-YEAR.
           PERFORM L3-CHECK-RUN-LEDGER.
           PERFORM L3-LOAD-BILLING-PARM.
           MOVE FB-BILL-YYMM (5:2) TO BILL-PERIOD-MONTH.
           MOVE FB-BILL-YYMM (1:4) TO BILL-PERIOD-YEAR.
           MOVE FB-BILL-YYMM TO FB-INV-YYMM.
           MOVE FB-BILL-YYMM TO FB-MONTH-FIRST.
           MOVE '01' TO FB-MONTH-FIRST (7:2).
           MOVE FB-BILL-YYMM TO FB-MONTH-LAST.
           MOVE '31' TO FB-MONTH-LAST (7:2).
           PERFORM L3-LOAD-STORE-MASTER.
           OPEN OUTPUT PIZZA-FRAN-AR-EXTRACT.
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
               DISPLAY 'CBLHKW26 ALREADY COMPLETED FOR BUSINESS DATE '
                   LG-BUSINESS-DATE ' - RUN HELD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LG-PRED-COMPLETE NOT = 'YES'
               DISPLAY 'CBLHKW09 HAS NOT COMPLETED FOR BUSINESS DATE '
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

       L3-LOAD-BILLING-PARM.
           OPEN INPUT PIZZA-FRAN-PARM.
           IF FP-FILE-STATUS = '00'
               READ PIZZA-FRAN-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-BILL-YYMM NUMERIC
                               AND FP-BILL-MONTH > 0
                               AND FP-BILL-MONTH < 13
                           MOVE FP-BILL-YYMM TO FB-BILL-YYMM
                       ELSE
                           DISPLAY 'FRANCHISE BILLING MONTH '
                               FP-BILL-YYMM ' IS NOT VALID - '
                               'LATEST HISTORY MONTH USED'
                       END-IF
               END-READ
               CLOSE PIZZA-FRAN-PARM
           END-IF.
           IF FB-BILL-YYMM = SPACES
               PERFORM L4-DEFAULT-LATEST-MONTH
           END-IF.

       L4-DEFAULT-LATEST-MONTH.
           OPEN INPUT PIZZA-SALES-HIST.
           IF SH-FILE-STATUS NOT = '00'
               DISPLAY 'NO SALES HISTORY FILE FOUND - STATUS '
                   SH-FILE-STATUS ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-READ-HISTORY.
           PERFORM L4-CHECK-LATEST-MONTH UNTIL HIST-EOF = 'YES'.
           CLOSE PIZZA-SALES-HIST.
           IF FB-BILL-YYMM = SPACES
               DISPLAY 'PZSALHST.DAT HAS NO USABLE MONTHS - '
                   'NOTHING TO BILL - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L4-CHECK-LATEST-MONTH.
           IF H-HIST-YYMM NUMERIC
                   AND H-HIST-YYMM (5:2) > '00'
                   AND H-HIST-YYMM (5:2) < '13'
                   AND (FB-BILL-YYMM = SPACES
                        OR H-HIST-YYMM > FB-BILL-YYMM)
               MOVE H-HIST-YYMM TO FB-BILL-YYMM
           END-IF.
           PERFORM L3-READ-HISTORY.

       L3-LOAD-STORE-MASTER.
           OPEN INPUT PIZZA-STORE-MASTER.
           PERFORM L3-READ-STORE-MASTER.
           PERFORM L3-BUILD-STORE-TABLE UNTIL SM-EOF = 'YES'.
           CLOSE PIZZA-STORE-MASTER.

       L3-BUILD-STORE-TABLE.
           ADD 1 TO FB-STORES-READ-CTR.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   PERFORM L4-ADD-STORE-ENTRY
               WHEN SM-STORE-NO (SM-IDX) = S-STORE-NO
                   DISPLAY 'STORE ' S-STORE-NO ' IS ON PZSTRMST.DAT '
                       'MORE THAN ONCE - DUPLICATE IGNORED'.
           PERFORM L3-READ-STORE-MASTER.

       L4-ADD-STORE-ENTRY.
           IF SM-COUNT >= 100
               DISPLAY 'PZSTRMST.DAT HAS MORE THAN 100 STORES - '
                   'RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO SM-COUNT.
           MOVE S-STORE-NO      TO SM-STORE-NO (SM-COUNT).
           MOVE S-STORE-NAME    TO SM-STORE-NAME (SM-COUNT).
           MOVE S-FRANCHISEE-ID TO SM-FRANCHISEE-ID (SM-COUNT).
           MOVE 0               TO SM-ROYALTY-PCT (SM-COUNT).
           MOVE 0               TO SM-AD-FUND-PCT (SM-COUNT).
           MOVE 0               TO SM-MIN-ROYALTY (SM-COUNT).
           MOVE SPACES          TO SM-REASON (SM-COUNT).
           MOVE 0               TO SM-MONTH-SALES (SM-COUNT).
           EVALUATE TRUE
               WHEN S-FRANCHISEE-ID = SPACES
                   MOVE 'C' TO SM-BILL-CLASS (SM-COUNT)
               WHEN S-ROYALTY-PCT NOT NUMERIC
                       OR S-AD-FUND-PCT NOT NUMERIC
                       OR S-AGREE-START-DATE NOT NUMERIC
                   MOVE 'T' TO SM-BILL-CLASS (SM-COUNT)
                   MOVE 'FRANCHISE TERMS NOT VALID'
                       TO SM-REASON (SM-COUNT)
               WHEN S-AGREE-START-DATE > FB-MONTH-LAST
                   MOVE 'N' TO SM-BILL-CLASS (SM-COUNT)
                   MOVE 'AGREEMENT NOT YET STARTED'
                       TO SM-REASON (SM-COUNT)
               WHEN S-AGREE-END-DATE NOT = SPACES
                       AND S-AGREE-END-DATE < FB-MONTH-FIRST
                   MOVE 'N' TO SM-BILL-CLASS (SM-COUNT)
                   MOVE 'AGREEMENT ENDED'
                       TO SM-REASON (SM-COUNT)
               WHEN OTHER
                   MOVE 'F' TO SM-BILL-CLASS (SM-COUNT)
                   MOVE S-ROYALTY-PCT TO SM-ROYALTY-PCT (SM-COUNT)
                   MOVE S-AD-FUND-PCT TO SM-AD-FUND-PCT (SM-COUNT)
                   IF S-MIN-ROYALTY NUMERIC
                       MOVE S-MIN-ROYALTY TO SM-MIN-ROYALTY (SM-COUNT)
                   END-IF
           END-EVALUATE.

       L3-READ-STORE-MASTER.
           READ PIZZA-STORE-MASTER
               AT END
                   MOVE 'YES' TO SM-EOF.

       L2-ACCUMULATE-HISTORY.
           OPEN INPUT PIZZA-SALES-HIST.
           IF SH-FILE-STATUS NOT = '00'
               DISPLAY 'NO SALES HISTORY FILE FOUND - STATUS '
                   SH-FILE-STATUS ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'NO' TO HIST-EOF.
           PERFORM L3-READ-HISTORY.
           PERFORM L3-ACCUMULATE-ONE-HIST UNTIL HIST-EOF = 'YES'.
           CLOSE PIZZA-SALES-HIST.

       L3-ACCUMULATE-ONE-HIST.
           ADD 1 TO FB-HIST-READ-CTR.
           IF H-HIST-YYMM = FB-BILL-YYMM
               ADD 1 TO FB-HIST-MONTH-CTR
               ADD H-HIST-SALES TO G-HIST-SALES
               SET SM-IDX TO 1
               SEARCH SM-ENTRY
                   AT END
                       PERFORM L4-ADD-UNKNOWN-SALES
                   WHEN SM-STORE-NO (SM-IDX) = H-HIST-STORE-NO
                       ADD H-HIST-SALES TO SM-MONTH-SALES (SM-IDX)
               END-SEARCH
           END-IF.
           PERFORM L3-READ-HISTORY.

       L3-READ-HISTORY.
           READ PIZZA-SALES-HIST
               AT END
                   MOVE 'YES' TO HIST-EOF.

       L4-ADD-UNKNOWN-SALES.
           SET UK-IDX TO 1.
           SEARCH UK-ENTRY
               AT END
                   IF UK-COUNT >= 100
                       DISPLAY 'MORE THAN 100 HISTORY STORES NOT ON '
                           'PZSTRMST.DAT - RUN ABORTED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO UK-COUNT
                   MOVE H-HIST-STORE-NO TO UK-STORE-NO (UK-COUNT)
                   MOVE H-HIST-SALES TO UK-MONTH-SALES (UK-COUNT)
               WHEN UK-STORE-NO (UK-IDX) = H-HIST-STORE-NO
                   ADD H-HIST-SALES TO UK-MONTH-SALES (UK-IDX).

       L2-BUILD-FRANCHISEES.
           PERFORM L3-CLASSIFY-ONE-STORE
               VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-COUNT.
           PERFORM L3-TOTAL-ONE-UNKNOWN
               VARYING UK-IDX FROM 1 BY 1 UNTIL UK-IDX > UK-COUNT.

       L3-CLASSIFY-ONE-STORE.
           EVALUATE SM-BILL-CLASS (SM-IDX)
               WHEN 'C'
                   ADD SM-MONTH-SALES (SM-IDX) TO G-CORP-SALES
                   ADD 1 TO G-CORP-STORES
               WHEN 'T'
                   ADD SM-MONTH-SALES (SM-IDX) TO G-BAD-TERMS-SALES
                   ADD 1 TO G-BAD-TERMS-STORES
               WHEN 'N'
                   ADD SM-MONTH-SALES (SM-IDX) TO G-INACTIVE-SALES
                   ADD 1 TO G-INACTIVE-STORES
               WHEN OTHER
                   ADD SM-MONTH-SALES (SM-IDX) TO G-BILLED-SALES
                   ADD 1 TO G-BILLED-STORES
                   MOVE SM-FRANCHISEE-ID (SM-IDX) TO FB-WORK-FRAN-ID
                   PERFORM L4-FIND-FRANCHISEE
                   ADD 1 TO FR-STORE-CTR (FB-SCAN-SUB)
           END-EVALUATE.

       L3-TOTAL-ONE-UNKNOWN.
           ADD UK-MONTH-SALES (UK-IDX) TO G-UNKNOWN-SALES.

       L4-FIND-FRANCHISEE.
           MOVE 0 TO FB-SCAN-SUB.
           SET FR-IDX TO 1.
           SEARCH FR-ENTRY
               AT END
                   PERFORM L4-ADD-FRANCHISEE
               WHEN FR-FRANCHISEE-ID (FR-IDX) = FB-WORK-FRAN-ID
                   SET FB-SCAN-SUB TO FR-IDX.

       L4-ADD-FRANCHISEE.
           IF FR-COUNT >= 100
               DISPLAY 'FRANCHISEE TABLE FULL AT ' FB-WORK-FRAN-ID
                   ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO FR-COUNT.
           MOVE FR-COUNT        TO FB-SCAN-SUB.
           MOVE FB-WORK-FRAN-ID TO FR-FRANCHISEE-ID (FB-SCAN-SUB).
           MOVE 0               TO FR-STORE-CTR (FB-SCAN-SUB).
           MOVE 0               TO FR-SALES-AMT (FB-SCAN-SUB).
           MOVE 0               TO FR-ROYALTY-AMT (FB-SCAN-SUB).
           MOVE 0               TO FR-MIN-ADJ-AMT (FB-SCAN-SUB).
           MOVE 0               TO FR-AD-FUND-AMT (FB-SCAN-SUB).
           MOVE 0               TO FR-TOTAL-DUE (FB-SCAN-SUB).

       L2-PRINT-INVOICES.
           MOVE 'FRANCHISE ROYALTY AND AD FUND INVOICE'
               TO BILL-TITLE-TEXT.
           PERFORM L3-PRINT-ONE-INVOICE
               VARYING FB-CUR-FRAN-SUB FROM 1 BY 1
               UNTIL FB-CUR-FRAN-SUB > FR-COUNT.

       L3-PRINT-ONE-INVOICE.
           ADD 1 TO FB-INVOICE-CTR.
           MOVE FR-FRANCHISEE-ID (FB-CUR-FRAN-SUB) TO FB-WORK-FRAN-ID.
           MOVE FB-WORK-FRAN-ID TO FB-INV-FRAN-ID.
           MOVE FB-WORK-FRAN-ID TO IH-FRAN-ID-OUT.
           MOVE FB-INVOICE-NO   TO IH-INVOICE-OUT.
           MOVE FR-STORE-CTR (FB-CUR-FRAN-SUB) TO IH-STORES-OUT.
           PERFORM L4-INVOICE-HEADING.
           PERFORM L4-BILL-ONE-STORE
               VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-COUNT.
           PERFORM L4-PRINT-INVOICE-TOTAL.

       L4-BILL-ONE-STORE.
           IF SM-BILL-CLASS (SM-IDX) = 'F'
                   AND SM-FRANCHISEE-ID (SM-IDX) = FB-WORK-FRAN-ID
               ADD 1 TO FB-STORES-BILL-CTR
               COMPUTE FB-ROYALTY-AMT ROUNDED =
                   SM-MONTH-SALES (SM-IDX) * SM-ROYALTY-PCT (SM-IDX)
                   / 100
               MOVE 0 TO FB-MIN-ADJ-AMT
               IF FB-ROYALTY-AMT < SM-MIN-ROYALTY (SM-IDX)
                   COMPUTE FB-MIN-ADJ-AMT =
                       SM-MIN-ROYALTY (SM-IDX) - FB-ROYALTY-AMT
                   ADD 1 TO FB-MINIMUM-CTR
               END-IF
               COMPUTE FB-AD-FUND-AMT ROUNDED =
                   SM-MONTH-SALES (SM-IDX) * SM-AD-FUND-PCT (SM-IDX)
                   / 100
               COMPUTE FB-TOTAL-DUE = FB-ROYALTY-AMT + FB-MIN-ADJ-AMT
                   + FB-AD-FUND-AMT
               ADD SM-MONTH-SALES (SM-IDX)
                   TO FR-SALES-AMT (FB-CUR-FRAN-SUB)
               ADD FB-ROYALTY-AMT TO FR-ROYALTY-AMT (FB-CUR-FRAN-SUB)
               ADD FB-MIN-ADJ-AMT TO FR-MIN-ADJ-AMT (FB-CUR-FRAN-SUB)
               ADD FB-AD-FUND-AMT TO FR-AD-FUND-AMT (FB-CUR-FRAN-SUB)
               ADD FB-TOTAL-DUE   TO FR-TOTAL-DUE (FB-CUR-FRAN-SUB)
               MOVE SM-STORE-NO (SM-IDX)    TO ID-STORE-OUT
               MOVE SM-STORE-NAME (SM-IDX)  TO ID-NAME-OUT
               MOVE SM-MONTH-SALES (SM-IDX) TO ID-SALES-OUT
               MOVE SM-ROYALTY-PCT (SM-IDX) TO ID-ROY-PCT-OUT
               MOVE FB-ROYALTY-AMT          TO ID-ROYALTY-OUT
               MOVE FB-MIN-ADJ-AMT          TO ID-MIN-ADJ-OUT
               MOVE SM-AD-FUND-PCT (SM-IDX) TO ID-AD-PCT-OUT
               MOVE FB-AD-FUND-AMT          TO ID-AD-FUND-OUT
               MOVE FB-TOTAL-DUE            TO ID-TOTAL-DUE-OUT
               WRITE PRTLINE FROM INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-INVOICE-HEADING
               END-WRITE
               MOVE 'S'                     TO AR-REC-TYPE
               MOVE SM-STORE-NO (SM-IDX)    TO AR-STORE-NO
               MOVE SM-MONTH-SALES (SM-IDX) TO AR-SALES-AMT
               MOVE FB-ROYALTY-AMT          TO AR-ROYALTY-AMT
               MOVE FB-MIN-ADJ-AMT          TO AR-MIN-ADJ-AMT
               MOVE FB-AD-FUND-AMT          TO AR-AD-FUND-AMT
               MOVE FB-TOTAL-DUE            TO AR-TOTAL-DUE
               PERFORM L4-WRITE-AR-EXTRACT
           END-IF.

       L4-PRINT-INVOICE-TOTAL.
           ADD FR-SALES-AMT (FB-CUR-FRAN-SUB)   TO G-INVOICE-SALES.
           ADD FR-ROYALTY-AMT (FB-CUR-FRAN-SUB) TO G-ROYALTY-AMT.
           ADD FR-MIN-ADJ-AMT (FB-CUR-FRAN-SUB) TO G-MIN-ADJ-AMT.
           ADD FR-AD-FUND-AMT (FB-CUR-FRAN-SUB) TO G-AD-FUND-AMT.
           ADD FR-TOTAL-DUE (FB-CUR-FRAN-SUB)   TO G-TOTAL-DUE.
           MOVE 'INVOICE TOTAL'                 TO IT-DESC-OUT.
           MOVE FR-SALES-AMT (FB-CUR-FRAN-SUB)   TO IT-SALES-OUT.
           MOVE FR-ROYALTY-AMT (FB-CUR-FRAN-SUB) TO IT-ROYALTY-OUT.
           MOVE FR-MIN-ADJ-AMT (FB-CUR-FRAN-SUB) TO IT-MIN-ADJ-OUT.
           MOVE FR-AD-FUND-AMT (FB-CUR-FRAN-SUB) TO IT-AD-FUND-OUT.
           MOVE FR-TOTAL-DUE (FB-CUR-FRAN-SUB)   TO IT-TOTAL-DUE-OUT.
           WRITE PRTLINE FROM INVOICE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-INVOICE-HEADING.
           MOVE 'F'                              TO AR-REC-TYPE.
           MOVE SPACES                           TO AR-STORE-NO.
           MOVE FR-SALES-AMT (FB-CUR-FRAN-SUB)   TO AR-SALES-AMT.
           MOVE FR-ROYALTY-AMT (FB-CUR-FRAN-SUB) TO AR-ROYALTY-AMT.
           MOVE FR-MIN-ADJ-AMT (FB-CUR-FRAN-SUB) TO AR-MIN-ADJ-AMT.
           MOVE FR-AD-FUND-AMT (FB-CUR-FRAN-SUB) TO AR-AD-FUND-AMT.
           MOVE FR-TOTAL-DUE (FB-CUR-FRAN-SUB)   TO AR-TOTAL-DUE.
           PERFORM L4-WRITE-AR-EXTRACT.

       L4-WRITE-AR-EXTRACT.
           MOVE FB-WORK-FRAN-ID TO AR-FRANCHISEE-ID.
           MOVE FB-INVOICE-NO   TO AR-INVOICE-NO.
           MOVE FB-BILL-YYMM    TO AR-BILL-YYMM.
           WRITE AR-EXTRACT-REC.
           ADD 1 TO FB-EXTRACT-CTR.

       L4-INVOICE-HEADING.
           WRITE PRTLINE FROM BILL-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM INVOICE-HEADING-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM INVOICE-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2-PRINT-REGISTER.
           MOVE 'FRANCHISE BILLING REGISTER' TO BILL-TITLE-TEXT.
           PERFORM L4-REGISTER-HEADING.
           PERFORM L3-PRINT-NOT-BILLED
               VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-COUNT.
           PERFORM L3-PRINT-UNKNOWN-STORE
               VARYING UK-IDX FROM 1 BY 1 UNTIL UK-IDX > UK-COUNT.
           IF FB-NOT-BILLED-CTR = 0
               MOVE 'NONE' TO NB-STORE-OUT
               MOVE SPACES TO NB-NAME-OUT
               MOVE SPACES TO NB-FRAN-ID-OUT
               MOVE 0      TO NB-SALES-OUT
               MOVE SPACES TO NB-REASON-OUT
               WRITE PRTLINE FROM NOT-BILLED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM L3-PRINT-BALANCE.

       L3-PRINT-NOT-BILLED.
           IF SM-BILL-CLASS (SM-IDX) = 'N'
                   OR SM-BILL-CLASS (SM-IDX) = 'T'
               IF SM-MONTH-SALES (SM-IDX) NOT = 0
                   MOVE SM-STORE-NO (SM-IDX)      TO NB-STORE-OUT
                   MOVE SM-STORE-NAME (SM-IDX)    TO NB-NAME-OUT
                   MOVE SM-FRANCHISEE-ID (SM-IDX) TO NB-FRAN-ID-OUT
                   MOVE SM-MONTH-SALES (SM-IDX)   TO NB-SALES-OUT
                   MOVE SM-REASON (SM-IDX)        TO NB-REASON-OUT
                   PERFORM L4-WRITE-NOT-BILLED
               END-IF
           END-IF.

       L3-PRINT-UNKNOWN-STORE.
           MOVE UK-STORE-NO (UK-IDX)    TO NB-STORE-OUT.
           MOVE 'STORE NOT ON FILE'     TO NB-NAME-OUT.
           MOVE SPACES                  TO NB-FRAN-ID-OUT.
           MOVE UK-MONTH-SALES (UK-IDX) TO NB-SALES-OUT.
           MOVE 'STORE NOT ON STORE MASTER' TO NB-REASON-OUT.
           PERFORM L4-WRITE-NOT-BILLED.

       L4-WRITE-NOT-BILLED.
           ADD 1 TO FB-NOT-BILLED-CTR.
           WRITE PRTLINE FROM NOT-BILLED-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-REGISTER-HEADING.

       L4-REGISTER-HEADING.
           WRITE PRTLINE FROM BILL-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM NOT-BILLED-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM NOT-BILLED-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L3-PRINT-BALANCE.
           COMPUTE G-ACCOUNTED-SALES = G-BILLED-SALES + G-CORP-SALES
               + G-INACTIVE-SALES + G-BAD-TERMS-SALES
               + G-UNKNOWN-SALES.
           COMPUTE G-DIFFERENCE = G-HIST-SALES - G-ACCOUNTED-SALES.
           IF G-DIFFERENCE NOT = 0
                   OR G-INVOICE-SALES NOT = G-BILLED-SALES
               MOVE 'NO' TO FB-IN-BALANCE
           END-IF.
           WRITE PRTLINE FROM BILL-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM REGISTER-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 'SALES HISTORY TOTAL FOR THE MONTH' TO RG-DESC-OUT.
           MOVE G-HIST-SALES TO RG-AMT-OUT.
           MOVE 0 TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'FRANCHISE SALES BILLED' TO RG-DESC-OUT.
           MOVE G-BILLED-SALES TO RG-AMT-OUT.
           MOVE G-BILLED-STORES TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'CORPORATE STORE SALES' TO RG-DESC-OUT.
           MOVE G-CORP-SALES TO RG-AMT-OUT.
           MOVE G-CORP-STORES TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FRANCHISED - AGREEMENT NOT IN EFFECT' TO RG-DESC-OUT.
           MOVE G-INACTIVE-SALES TO RG-AMT-OUT.
           MOVE G-INACTIVE-STORES TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FRANCHISED - TERMS NOT VALID' TO RG-DESC-OUT.
           MOVE G-BAD-TERMS-SALES TO RG-AMT-OUT.
           MOVE G-BAD-TERMS-STORES TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORES NOT ON STORE MASTER' TO RG-DESC-OUT.
           MOVE G-UNKNOWN-SALES TO RG-AMT-OUT.
           MOVE UK-COUNT TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL ACCOUNTED FOR' TO RG-DESC-OUT.
           MOVE G-ACCOUNTED-SALES TO RG-AMT-OUT.
           MOVE 0 TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'DIFFERENCE FROM HISTORY' TO RG-DESC-OUT.
           MOVE G-DIFFERENCE TO RG-AMT-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FRANCHISE SALES ON INVOICES' TO RG-DESC-OUT.
           MOVE G-INVOICE-SALES TO RG-AMT-OUT.
           MOVE FB-STORES-BILL-CTR TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ROYALTY BILLED' TO RG-DESC-OUT.
           MOVE G-ROYALTY-AMT TO RG-AMT-OUT.
           MOVE 0 TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'MINIMUM ROYALTY ADJUSTMENTS' TO RG-DESC-OUT.
           MOVE G-MIN-ADJ-AMT TO RG-AMT-OUT.
           MOVE FB-MINIMUM-CTR TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AD FUND BILLED' TO RG-DESC-OUT.
           MOVE G-AD-FUND-AMT TO RG-AMT-OUT.
           MOVE 0 TO RG-STORES-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL INVOICED' TO RG-DESC-OUT.
           MOVE G-TOTAL-DUE TO RG-AMT-OUT.
           WRITE PRTLINE FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE.
           IF FB-IN-BALANCE = 'YES'
               MOVE 'REGISTER IS IN BALANCE WITH THE MONTH''S HISTORY'
                   TO RG-MESSAGE-OUT
           ELSE
               MOVE 'REGISTER IS OUT OF BALANCE - HOLD THE INVOICES'
                   TO RG-MESSAGE-OUT
           END-IF.
           WRITE PRTLINE FROM REGISTER-MESSAGE-LINE
               AFTER ADVANCING 2 LINES.

       L2-CLOSING.
           MOVE 'STORE MASTER RECORDS READ:' TO BILL-COUNT-DESC.
           MOVE FB-STORES-READ-CTR TO BILL-COUNT-AMT.
           WRITE PRTLINE FROM BILL-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'SALES HISTORY RECORDS READ:' TO BILL-COUNT-DESC.
           MOVE FB-HIST-READ-CTR TO BILL-COUNT-AMT.
           WRITE PRTLINE FROM BILL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HISTORY RECORDS IN BILLING MONTH:' TO BILL-COUNT-DESC.
           MOVE FB-HIST-MONTH-CTR TO BILL-COUNT-AMT.
           WRITE PRTLINE FROM BILL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FRANCHISEES INVOICED:' TO BILL-COUNT-DESC.
           MOVE FB-INVOICE-CTR TO BILL-COUNT-AMT.
           WRITE PRTLINE FROM BILL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORES BILLED:' TO BILL-COUNT-DESC.
           MOVE FB-STORES-BILL-CTR TO BILL-COUNT-AMT.
           WRITE PRTLINE FROM BILL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORES BILLED AT THE MINIMUM:' TO BILL-COUNT-DESC.
           MOVE FB-MINIMUM-CTR TO BILL-COUNT-AMT.
           WRITE PRTLINE FROM BILL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORES WITH SALES NOT BILLED:' TO BILL-COUNT-DESC.
           MOVE FB-NOT-BILLED-CTR TO BILL-COUNT-AMT.
           WRITE PRTLINE FROM BILL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AR EXTRACT RECORDS WRITTEN:' TO BILL-COUNT-DESC.
           MOVE FB-EXTRACT-CTR TO BILL-COUNT-AMT.
           WRITE PRTLINE FROM BILL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PIZZA-FRAN-AR-EXTRACT.
           CLOSE PRTOUT.
           PERFORM L3-WRITE-LEDGER-COMPLETED.
           IF FB-IN-BALANCE = 'NO'
               DISPLAY 'FRANCHISE BILLING REGISTER IS OUT OF BALANCE '
                   'FOR ' FB-BILL-YYMM
               MOVE 4 TO RETURN-CODE
           END-IF.

       end program CBLHKW26.

       IDENTIFICATION DIVISION.
      *THIS PROGRAM RECONCILES THE STORES' BANK DEPOSITS AGAINST
      *THEIR NET SALES - IT TOTALS THE EDITED SALES FILE BY STORE
      *AND BUSINESS DATE (PRICE TIMES QUANTITY, WITH THE 'A'
      *RETURN/VOID ADJUSTMENTS SUBTRACTED AS CBLHKW01 NETS THEM),
      *ADDS THE STORE/DATE ITEMS STILL OPEN FROM PRIOR NIGHTS, AND
      *APPLIES THE BANK'S DEPOSIT FILE BY STORE AND BUSINESS DATE -
      *A STORE/DATE WITH A DEPOSIT IS PRINTED AS BALANCED, OVER, OR
      *SHORT - A SHORTAGE OVER THE TOLERANCE IN THE DEPOSIT PARM
      *FILE IS ESCALATED AND STAYS OPEN SO A LATER DEPOSIT CAN CLEAR
      *IT - SALES WITH NO DEPOSIT YET, AND DEPOSITS WITH NO SALES ON
      *FILE, ARE CARRIED FORWARD WITH AN AGE COUNTER BECAUSE
      *DEPOSITS OFTEN LAND A DAY OR TWO LATE, AND ARE ESCALATED
      *WHEN OLDER THAN THE PARM FILE'S AGE LIMIT - THE REPORT IS BY
      *STORE WITH DISTRICT AND REGION SUBTOTALS FROM THE STORE
      *MASTER, FOLLOWED BY THE OPEN STORES THAT SENT NO DEPOSIT AT
      *ALL - RUN THIS AFTER CBLHKW07 SO THE RECYCLED SALES ARE ON
      *THE EDITED FILE - THE RUN LEDGER HOLDS THE RUN UNTIL CBLHKW07
      *HAS COMPLETED AND KEEPS IT FROM AGING THE OPEN ITEMS TWICE IN
      *ONE NIGHT
       PROGRAM-ID. CBLHKW20.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-SALES-EDITED
               ASSIGN TO 'C:\COBOLWI19\CBLPIZZA.EDT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ED-FILE-STATUS.
           SELECT PIZZA-BANK-DEPOSIT
               ASSIGN TO 'C:\COBOLWI19\PZBNKDEP.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BD-FILE-STATUS.
           SELECT PIZZA-DEPOSIT-OPEN
               ASSIGN TO 'C:\COBOLWI19\PZDEPOPN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OC-FILE-STATUS.
           SELECT PIZZA-DEPOSIT-NEW
               ASSIGN TO 'C:\COBOLWI19\PZDEPNEW.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-DEPOSIT-PARM
               ASSIGN TO 'C:\COBOLWI19\PZDEPPRM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DR-FILE-STATUS.
           SELECT PIZZA-STORE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZSTRMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-RUN-LEDGER
               ASSIGN TO 'C:\COBOLWI19\PZRUNLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LG-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZDEPRPT.PRT'
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

       FD  PIZZA-BANK-DEPOSIT
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-DEPOSIT-REC
           RECORD CONTAINS 31 CHARACTERS.

       01 BD-DEPOSIT-REC.
           05 BD-STORE-NO         PIC X(4).
           05 BD-BUS-DATE         PIC X(8).
           05 BD-DEPOSIT-AMT      PIC 9(7)V99.
           05 BD-DEPOSIT-AMT-X REDEFINES BD-DEPOSIT-AMT
                                  PIC X(9).
           05 BD-BANK-REF         PIC X(10).

       FD  PIZZA-DEPOSIT-OPEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS OC-OPEN-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 OC-OPEN-REC.
           05 OC-STORE-NO         PIC X(4).
           05 OC-BUS-DATE         PIC X(8).
           05 OC-SALES-AMT        PIC S9(7)V99.
           05 OC-DEPOSIT-AMT      PIC S9(7)V99.
           05 OC-AGE-DAYS         PIC XX.

       FD  PIZZA-DEPOSIT-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS ON-OPEN-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 ON-OPEN-REC.
           05 ON-STORE-NO         PIC X(4).
           05 ON-BUS-DATE         PIC X(8).
           05 ON-SALES-AMT        PIC S9(7)V99.
           05 ON-DEPOSIT-AMT      PIC S9(7)V99.
           05 ON-AGE-DAYS         PIC 99.

       FD  PIZZA-DEPOSIT-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-PARM-REC
           RECORD CONTAINS 10 CHARACTERS.

       01 DR-PARM-REC.
           05 DR-SHORT-TOL        PIC 9(5)V99.
           05 DR-ESCALATE-DAYS    PIC 9(3).

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
           05 DEP-EOF            PIC X(3)       VALUE 'NO'.
           05 OPEN-EOF           PIC X(3)       VALUE 'NO'.
           05 SM-EOF             PIC X(3)       VALUE 'NO'.
           05 ED-FILE-STATUS     PIC XX         VALUE SPACES.
           05 BD-FILE-STATUS     PIC XX         VALUE SPACES.
           05 OC-FILE-STATUS     PIC XX         VALUE SPACES.
           05 DR-FILE-STATUS     PIC XX         VALUE SPACES.
           05 D-SHORT-TOL        PIC 9(5)V99    VALUE 25.00.
           05 D-ESCALATE-DAYS    PIC 9(3)       VALUE 3.

       01 RUN-LEDGER-FIELDS.
           05 LG-FILE-STATUS     PIC XX         VALUE SPACES.
           05 LG-EOF             PIC X(3)       VALUE 'NO'.
           05 LG-DATE-STAMP      PIC X(21)      VALUE SPACES.
           05 LG-BUSINESS-DATE   PIC X(8)       VALUE SPACES.
           05 LG-PRED-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-SELF-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-THIS-PROGRAM    PIC X(8)       VALUE 'CBLHKW20'.
           05 LG-PRED-PROGRAM    PIC X(8)       VALUE 'CBLHKW07'.

       01 DEPOSIT-WORK-FIELDS.
           05 D-WORK-AMT         PIC S9(7)V99   VALUE 0.
           05 D-OVER-SHORT       PIC S9(7)V99   VALUE 0.
           05 D-SHORT-AMT        PIC S9(7)V99   VALUE 0.
           05 D-WORK-AGE         PIC 99         VALUE 0.
           05 D-CARRY-ITEM       PIC X(3)       VALUE 'NO'.
           05 D-WORK-STORE-NO    PIC X(4)       VALUE SPACES.
           05 D-WORK-BUS-DATE    PIC X(8)       VALUE SPACES.
           05 D-CUR-STORE-SUB    PIC 9(3)       VALUE 0.
           05 D-SCAN-SUB         PIC 9(4)       VALUE 0.
           05 D-STORE-ITEM-CTR   PIC 9(4)       VALUE 0.
           05 D-STORE-NAME       PIC X(20)      VALUE SPACES.
           05 D-STORE-REGION     PIC X(8)       VALUE SPACES.
           05 D-STORE-DISTRICT   PIC X(8)       VALUE SPACES.

       01 DEPOSIT-COUNTERS.
           05 D-SALES-READ-CTR   PIC 9(7)       VALUE 0.
           05 D-DEP-READ-CTR     PIC 9(7)       VALUE 0.
           05 D-DEP-BAD-CTR      PIC 9(7)       VALUE 0.
           05 D-OPEN-IN-CTR      PIC 9(7)       VALUE 0.
           05 D-BALANCED-CTR     PIC 9(7)       VALUE 0.
           05 D-OVER-CTR         PIC 9(7)       VALUE 0.
           05 D-SHORT-CTR        PIC 9(7)       VALUE 0.
           05 D-SHORT-ESC-CTR    PIC 9(7)       VALUE 0.
           05 D-AGE-ESC-CTR      PIC 9(7)       VALUE 0.
           05 D-OPEN-OUT-CTR     PIC 9(7)       VALUE 0.
           05 D-NO-DEP-CTR       PIC 9(7)       VALUE 0.

       01 STORE-TOTAL-FIELDS.
           05 ST-SALES-AMT       PIC S9(9)V99   VALUE 0.
           05 ST-DEPOSIT-AMT     PIC S9(9)V99   VALUE 0.
           05 ST-OVER-SHORT      PIC S9(9)V99   VALUE 0.
           05 ST-ESC-CTR         PIC 9(5)       VALUE 0.

       01 GRAND-TOTAL-FIELDS.
           05 G-SALES-AMT        PIC S9(11)V99  VALUE 0.
           05 G-DEPOSIT-AMT      PIC S9(11)V99  VALUE 0.
           05 G-OVER-SHORT       PIC S9(11)V99  VALUE 0.
           05 G-STORE-CTR        PIC 9(3)       VALUE 0.
           05 G-ESC-CTR          PIC 9(5)       VALUE 0.

       01 STORE-MASTER-TABLE.
           05 SM-COUNT             PIC 9(3)     VALUE 0.
           05 SM-ENTRY OCCURS 100 TIMES
                   INDEXED BY SM-IDX.
               10 SM-STORE-NO      PIC X(4).
               10 SM-STORE-NAME    PIC X(20).
               10 SM-REGION        PIC X(8).
               10 SM-DISTRICT      PIC X(8).
               10 SM-STATUS        PIC X(6).
               10 SM-DEPOSIT-SEEN  PIC X(1).

       01 RECON-TABLE.
           05 RC-COUNT             PIC 9(4)     VALUE 0.
           05 RC-ENTRY OCCURS 3000 TIMES
                   INDEXED BY RC-IDX.
               10 RC-STORE-NO      PIC X(4).
               10 RC-BUS-DATE      PIC X(8).
               10 RC-SALES-AMT     PIC S9(7)V99.
               10 RC-DEPOSIT-AMT   PIC S9(7)V99.
               10 RC-AGE-DAYS      PIC 99.
               10 RC-PRINTED       PIC X(1).

       01 DISTRICT-TOTAL-TABLE.
           05 DT-COUNT             PIC 9(3)     VALUE 0.
           05 DT-ENTRY OCCURS 50 TIMES
                   INDEXED BY DT-IDX.
               10 DT-DISTRICT      PIC X(8).
               10 DT-REGION        PIC X(8).
               10 DT-STORE-CTR     PIC 9(3).
               10 DT-SALES-AMT     PIC S9(11)V99.
               10 DT-DEPOSIT-AMT   PIC S9(11)V99.
               10 DT-OVER-SHORT    PIC S9(11)V99.
               10 DT-ESC-CTR       PIC 9(5).

       01 REGION-TOTAL-TABLE.
           05 RG-COUNT             PIC 9(3)     VALUE 0.
           05 RG-ENTRY OCCURS 50 TIMES
                   INDEXED BY RG-IDX.
               10 RG-REGION        PIC X(8).
               10 RG-STORE-CTR     PIC 9(3).
               10 RG-SALES-AMT     PIC S9(11)V99.
               10 RG-DEPOSIT-AMT   PIC S9(11)V99.
               10 RG-OVER-SHORT    PIC S9(11)V99.
               10 RG-ESC-CTR       PIC 9(5).

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 DEP-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 DEP-TITLE-DATE.
               10 DEP-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 DEP-TITLE-DAY  PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 DEP-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'DEPOSIT RECONCILIATION - OVER/SHORT'.
           05 FILLER             PIC X(66)      VALUE SPACES.

       01 DEP-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'STORE'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(20)      VALUE 'NAME'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'BUS DATE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(13)      VALUE
               '    NET SALES'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(13)      VALUE
               '      DEPOSIT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(13)      VALUE
               '   OVER/SHORT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(3)       VALUE 'AGE'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(37)      VALUE 'STATUS'.

       01 DEP-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 DD-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 DD-NAME-OUT        PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 DD-DATE-OUT        PIC X(10).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 DD-SALES-OUT       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 DD-DEPOSIT-OUT     PIC Z,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 DD-OVER-SHORT-OUT  PIC Z,ZZZ,ZZ9.99-.
           05 DD-OVER-SHORT-X REDEFINES DD-OVER-SHORT-OUT
                                 PIC X(13).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 DD-AGE-OUT         PIC Z9.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 DD-STATUS-OUT      PIC X(32).
           05 FILLER             PIC X(5)       VALUE SPACES.

       01 DEP-STORE-TOTAL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'STORE'.
           05 DT-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE 'TOTALS:'.
           05 FILLER             PIC X(21)      VALUE SPACES.
           05 DT-SALES-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 DT-DEPOSIT-OUT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 DT-OVER-SHORT-OUT  PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(42)      VALUE SPACES.

       01 NODEP-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(30)      VALUE
               'OPEN STORES WITH NO DEPOSIT'.
           05 FILLER             PIC X(96)      VALUE SPACES.

       01 NODEP-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'STORE'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(20)      VALUE 'NAME'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'DISTRICT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'REGION'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'OPEN ITEMS'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(14)      VALUE
               'UNDEPOSITED'.
           05 FILLER             PIC X(52)      VALUE SPACES.

       01 NODEP-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 ND-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ND-NAME-OUT        PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ND-DISTRICT-OUT    PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ND-REGION-OUT      PIC X(8).
           05 FILLER             PIC X(9)       VALUE SPACES.
           05 ND-ITEMS-OUT       PIC ZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 ND-SALES-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(52)      VALUE SPACES.

       01 ROLLUP-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 ROLLUP-TITLE-TEXT  PIC X(30)      VALUE SPACES.
           05 FILLER             PIC X(96)      VALUE SPACES.

       01 ROLLUP-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'DISTRICT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'REGION'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'STORES'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(17)      VALUE
               '        NET SALES'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(17)      VALUE
               '          DEPOSIT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(17)      VALUE
               '       OVER/SHORT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(9)       VALUE 'ESCALATED'.
           05 FILLER             PIC X(32)      VALUE SPACES.

       01 ROLLUP-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 RU-KEY-OUT         PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RU-REGION-OUT      PIC X(8).
           05 FILLER             PIC X(5)       VALUE SPACES.
           05 RU-STORES-OUT      PIC ZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RU-SALES-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 RU-DEPOSIT-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 RU-OVER-SHORT-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 RU-ESC-OUT         PIC ZZ,ZZ9.
           05 FILLER             PIC X(33)      VALUE SPACES.

       01 DEP-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 DEP-COUNT-DESC     PIC X(34).
           05 DEP-COUNT-AMT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-OPEN-ITEMS.
           PERFORM L2-POST-SALES.
           PERFORM L2-POST-DEPOSITS.
           PERFORM L2-RECONCILE-STORES.
           PERFORM L2-NO-DEPOSIT-PAGE.
           PERFORM L2-ROLLUP-PAGES.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO DEP-TITLE-MONTH.
           MOVE CURRENT-DAY   TO DEP-TITLE-DAY.
           MOVE CURRENT-YEAR  TO DEP-TITLE-YEAR.
           PERFORM L3-CHECK-RUN-LEDGER.
           PERFORM L3-LOAD-STORE-MASTER.
           PERFORM L3-LOAD-DEPOSIT-PARM.
           OPEN OUTPUT PIZZA-DEPOSIT-NEW.
           OPEN OUTPUT PRTOUT.
           WRITE PRTLINE FROM DEP-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DEP-COL-HEADING
               AFTER ADVANCING 2 LINES.

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
               DISPLAY 'CBLHKW20 ALREADY COMPLETED FOR BUSINESS DATE '
                   LG-BUSINESS-DATE ' - THE OPEN DEPOSIT ITEMS ARE '
                   'ALREADY AGED FOR THE NIGHT - RUN HELD'
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
               MOVE S-STORE-STATUS TO SM-STATUS (SM-COUNT)
               MOVE 'N'            TO SM-DEPOSIT-SEEN (SM-COUNT)
               PERFORM L3-READ-STORE-MASTER
           END-IF.

       L3-READ-STORE-MASTER.
           READ PIZZA-STORE-MASTER
               AT END
                   MOVE 'YES' TO SM-EOF.

       L3-LOAD-DEPOSIT-PARM.
           OPEN INPUT PIZZA-DEPOSIT-PARM.
           IF DR-FILE-STATUS = '00'
               READ PIZZA-DEPOSIT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DR-SHORT-TOL NUMERIC
                           MOVE DR-SHORT-TOL TO D-SHORT-TOL
                       END-IF
                       IF DR-ESCALATE-DAYS NUMERIC
                           MOVE DR-ESCALATE-DAYS TO D-ESCALATE-DAYS
                       END-IF
               END-READ
               CLOSE PIZZA-DEPOSIT-PARM
           END-IF.

       L2-LOAD-OPEN-ITEMS.
           OPEN INPUT PIZZA-DEPOSIT-OPEN.
           IF OC-FILE-STATUS NOT = '00'
               DISPLAY 'NO OPEN DEPOSIT ITEM FILE FOUND - STATUS '
                   OC-FILE-STATUS ' - STARTING WITH TONIGHT ONLY'
           ELSE
               PERFORM L3-READ-OPEN-ITEM
               PERFORM L3-LOAD-ONE-OPEN-ITEM UNTIL OPEN-EOF = 'YES'
               CLOSE PIZZA-DEPOSIT-OPEN
           END-IF.

       L3-LOAD-ONE-OPEN-ITEM.
           ADD 1 TO D-OPEN-IN-CTR.
           MOVE OC-STORE-NO TO D-WORK-STORE-NO.
           MOVE OC-BUS-DATE TO D-WORK-BUS-DATE.
           PERFORM L4-FIND-RECON-ENTRY.
           IF D-SCAN-SUB > 0
               ADD OC-SALES-AMT   TO RC-SALES-AMT (D-SCAN-SUB)
               ADD OC-DEPOSIT-AMT TO RC-DEPOSIT-AMT (D-SCAN-SUB)
               IF OC-AGE-DAYS NUMERIC
                   MOVE OC-AGE-DAYS TO RC-AGE-DAYS (D-SCAN-SUB)
               END-IF
           END-IF.
           PERFORM L3-READ-OPEN-ITEM.

       L3-READ-OPEN-ITEM.
           READ PIZZA-DEPOSIT-OPEN
               AT END
                   MOVE 'YES' TO OPEN-EOF.

       L4-FIND-RECON-ENTRY.
           MOVE 0 TO D-SCAN-SUB.
           SET RC-IDX TO 1.
           SEARCH RC-ENTRY
               AT END
                   PERFORM L4-ADD-RECON-ENTRY
               WHEN RC-STORE-NO (RC-IDX) = D-WORK-STORE-NO
                       AND RC-BUS-DATE (RC-IDX) = D-WORK-BUS-DATE
                   SET D-SCAN-SUB TO RC-IDX.

       L4-ADD-RECON-ENTRY.
           IF RC-COUNT >= 3000
               DISPLAY 'DEPOSIT RECONCILIATION TABLE FULL AT STORE '
                   D-WORK-STORE-NO ' DATE ' D-WORK-BUS-DATE
                   ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO RC-COUNT.
           MOVE RC-COUNT        TO D-SCAN-SUB.
           MOVE D-WORK-STORE-NO TO RC-STORE-NO (D-SCAN-SUB).
           MOVE D-WORK-BUS-DATE TO RC-BUS-DATE (D-SCAN-SUB).
           MOVE 0               TO RC-SALES-AMT (D-SCAN-SUB).
           MOVE 0               TO RC-DEPOSIT-AMT (D-SCAN-SUB).
           MOVE 0               TO RC-AGE-DAYS (D-SCAN-SUB).
           MOVE 'N'             TO RC-PRINTED (D-SCAN-SUB).

       L2-POST-SALES.
           OPEN INPUT PIZZA-SALES-EDITED.
           IF ED-FILE-STATUS NOT = '00'
               DISPLAY 'NO EDITED SALES FILE FOUND - STATUS '
                   ED-FILE-STATUS ' - DEPOSITS MATCHED TO OPEN '
                   'ITEMS ONLY'
           ELSE
               PERFORM L3-READ-EDITED
               PERFORM L3-POST-ONE-SALE UNTIL EDT-EOF = 'YES'
               CLOSE PIZZA-SALES-EDITED
           END-IF.

       L3-POST-ONE-SALE.
           ADD 1 TO D-SALES-READ-CTR.
           MOVE I-PIZZA-STORE-NO TO D-WORK-STORE-NO.
           MOVE I-PIZZA-CUR-DATE TO D-WORK-BUS-DATE.
           PERFORM L4-FIND-RECON-ENTRY.
           COMPUTE D-WORK-AMT = I-PIZZA-PRICE * I-PIZZA-CUR-QTY.
           IF I-PIZZA-TRANS-CODE = 'A'
               SUBTRACT D-WORK-AMT FROM RC-SALES-AMT (D-SCAN-SUB)
           ELSE
               ADD D-WORK-AMT TO RC-SALES-AMT (D-SCAN-SUB)
           END-IF.
           PERFORM L3-READ-EDITED.

       L3-READ-EDITED.
           READ PIZZA-SALES-EDITED
               AT END
                   MOVE 'YES' TO EDT-EOF.

       L2-POST-DEPOSITS.
           OPEN INPUT PIZZA-BANK-DEPOSIT.
           IF BD-FILE-STATUS NOT = '00'
               DISPLAY 'NO BANK DEPOSIT FILE FOUND - STATUS '
                   BD-FILE-STATUS ' - ALL SALES CARRIED AS OPEN'
           ELSE
               PERFORM L3-READ-DEPOSIT
               PERFORM L3-POST-ONE-DEPOSIT UNTIL DEP-EOF = 'YES'
               CLOSE PIZZA-BANK-DEPOSIT
           END-IF.

       L3-POST-ONE-DEPOSIT.
           ADD 1 TO D-DEP-READ-CTR.
           IF BD-DEPOSIT-AMT-X NOT NUMERIC
               ADD 1 TO D-DEP-BAD-CTR
               DISPLAY 'DEPOSIT FOR STORE ' BD-STORE-NO ' DATE '
                   BD-BUS-DATE ' REF ' BD-BANK-REF
                   ' HAS A NON-NUMERIC AMOUNT - NOT APPLIED'
           ELSE
               MOVE BD-STORE-NO TO D-WORK-STORE-NO
               MOVE BD-BUS-DATE TO D-WORK-BUS-DATE
               PERFORM L4-FIND-RECON-ENTRY
               ADD BD-DEPOSIT-AMT TO RC-DEPOSIT-AMT (D-SCAN-SUB)
               SET SM-IDX TO 1
               SEARCH SM-ENTRY
                   AT END
                       CONTINUE
                   WHEN SM-STORE-NO (SM-IDX) = BD-STORE-NO
                       MOVE 'Y' TO SM-DEPOSIT-SEEN (SM-IDX)
               END-SEARCH
           END-IF.
           PERFORM L3-READ-DEPOSIT.

       L3-READ-DEPOSIT.
           READ PIZZA-BANK-DEPOSIT
               AT END
                   MOVE 'YES' TO DEP-EOF.

       L2-RECONCILE-STORES.
           PERFORM L3-RECONCILE-ONE-STORE
               VARYING D-CUR-STORE-SUB FROM 1 BY 1
               UNTIL D-CUR-STORE-SUB > SM-COUNT.
           MOVE 'STORE NOT ON FILE' TO D-STORE-NAME.
           MOVE 'UNKNOWN' TO D-STORE-REGION.
           MOVE 'UNKNOWN' TO D-STORE-DISTRICT.
           PERFORM L3-RECONCILE-UNKNOWN-STORE
               VARYING D-SCAN-SUB FROM 1 BY 1
               UNTIL D-SCAN-SUB > RC-COUNT.

       L3-RECONCILE-ONE-STORE.
           MOVE SM-STORE-NO (D-CUR-STORE-SUB)   TO D-WORK-STORE-NO.
           MOVE SM-STORE-NAME (D-CUR-STORE-SUB) TO D-STORE-NAME.
           MOVE SM-REGION (D-CUR-STORE-SUB)     TO D-STORE-REGION.
           MOVE SM-DISTRICT (D-CUR-STORE-SUB)   TO D-STORE-DISTRICT.
           PERFORM L4-RECONCILE-STORE-ITEMS.

       L3-RECONCILE-UNKNOWN-STORE.
           IF RC-PRINTED (D-SCAN-SUB) = 'N'
               MOVE RC-STORE-NO (D-SCAN-SUB) TO D-WORK-STORE-NO
               PERFORM L4-RECONCILE-STORE-ITEMS
           END-IF.

       L4-RECONCILE-STORE-ITEMS.
           MOVE 0 TO D-STORE-ITEM-CTR.
           MOVE 0 TO ST-SALES-AMT.
           MOVE 0 TO ST-DEPOSIT-AMT.
           MOVE 0 TO ST-OVER-SHORT.
           MOVE 0 TO ST-ESC-CTR.
           PERFORM L4-RECONCILE-ENTRY
               VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > RC-COUNT.
           IF D-STORE-ITEM-CTR > 0
               PERFORM L4-PRINT-STORE-TOTAL
               PERFORM L4-ROLLUP-STORE
           END-IF.

       L4-RECONCILE-ENTRY.
           IF RC-STORE-NO (RC-IDX) = D-WORK-STORE-NO
                   AND RC-PRINTED (RC-IDX) = 'N'
               MOVE 'Y' TO RC-PRINTED (RC-IDX)
               ADD 1 TO D-STORE-ITEM-CTR
               MOVE 'NO' TO D-CARRY-ITEM
               MOVE RC-AGE-DAYS (RC-IDX) TO D-WORK-AGE
               COMPUTE D-OVER-SHORT =
                   RC-DEPOSIT-AMT (RC-IDX) - RC-SALES-AMT (RC-IDX)
               EVALUATE TRUE
                   WHEN RC-DEPOSIT-AMT (RC-IDX) = 0
                           AND RC-SALES-AMT (RC-IDX) = 0
                       ADD 1 TO D-BALANCED-CTR
                       MOVE 'BALANCED' TO DD-STATUS-OUT
                   WHEN RC-DEPOSIT-AMT (RC-IDX) = 0
                       MOVE 'YES' TO D-CARRY-ITEM
                       MOVE 'AWAITING DEPOSIT' TO DD-STATUS-OUT
                   WHEN RC-SALES-AMT (RC-IDX) = 0
                       MOVE 'YES' TO D-CARRY-ITEM
                       MOVE 'DEPOSIT - NO SALES ON FILE'
                           TO DD-STATUS-OUT
                   WHEN D-OVER-SHORT = 0
                       ADD 1 TO D-BALANCED-CTR
                       MOVE 'BALANCED' TO DD-STATUS-OUT
                   WHEN D-OVER-SHORT > 0
                       ADD 1 TO D-OVER-CTR
                       MOVE 'OVER' TO DD-STATUS-OUT
                   WHEN OTHER
                       COMPUTE D-SHORT-AMT = 0 - D-OVER-SHORT
                       IF D-SHORT-AMT > D-SHORT-TOL
                           MOVE 'YES' TO D-CARRY-ITEM
                           ADD 1 TO D-SHORT-ESC-CTR
                           ADD 1 TO ST-ESC-CTR
                           MOVE 'ESCALATED - SHORT OVER TOLERANCE'
                               TO DD-STATUS-OUT
                       ELSE
                           ADD 1 TO D-SHORT-CTR
                           MOVE 'SHORT - WITHIN TOLERANCE'
                               TO DD-STATUS-OUT
                       END-IF
               END-EVALUATE
               IF D-CARRY-ITEM = 'YES'
                   PERFORM L4-CARRY-OPEN-ITEM
               END-IF
               PERFORM L4-PRINT-RECON-DETAIL
           END-IF.

       L4-CARRY-OPEN-ITEM.
           IF D-WORK-AGE < 99
               ADD 1 TO D-WORK-AGE
           END-IF.
           ADD 1 TO D-OPEN-OUT-CTR.
           MOVE RC-STORE-NO (RC-IDX)    TO ON-STORE-NO.
           MOVE RC-BUS-DATE (RC-IDX)    TO ON-BUS-DATE.
           MOVE RC-SALES-AMT (RC-IDX)   TO ON-SALES-AMT.
           MOVE RC-DEPOSIT-AMT (RC-IDX) TO ON-DEPOSIT-AMT.
           MOVE D-WORK-AGE              TO ON-AGE-DAYS.
           WRITE ON-OPEN-REC.
           IF D-WORK-AGE > D-ESCALATE-DAYS
                   AND (RC-DEPOSIT-AMT (RC-IDX) = 0
                        OR RC-SALES-AMT (RC-IDX) = 0)
               ADD 1 TO D-AGE-ESC-CTR
               ADD 1 TO ST-ESC-CTR
               IF RC-DEPOSIT-AMT (RC-IDX) = 0
                   MOVE 'ESCALATED - NO DEPOSIT' TO DD-STATUS-OUT
               ELSE
                   MOVE 'ESCALATED - DEPOSIT NO SALES'
                       TO DD-STATUS-OUT
               END-IF
           END-IF.

       L4-PRINT-RECON-DETAIL.
           MOVE RC-STORE-NO (RC-IDX)         TO DD-STORE-OUT.
           MOVE D-STORE-NAME                 TO DD-NAME-OUT.
           MOVE RC-BUS-DATE (RC-IDX) (5:2)   TO DD-DATE-OUT (1:2).
           MOVE '/'                          TO DD-DATE-OUT (3:1).
           MOVE RC-BUS-DATE (RC-IDX) (7:2)   TO DD-DATE-OUT (4:2).
           MOVE '/'                          TO DD-DATE-OUT (6:1).
           MOVE RC-BUS-DATE (RC-IDX) (1:4)   TO DD-DATE-OUT (7:4).
           MOVE RC-SALES-AMT (RC-IDX)        TO DD-SALES-OUT.
           MOVE RC-DEPOSIT-AMT (RC-IDX)      TO DD-DEPOSIT-OUT.
           ADD RC-SALES-AMT (RC-IDX)   TO ST-SALES-AMT.
           ADD RC-DEPOSIT-AMT (RC-IDX) TO ST-DEPOSIT-AMT.
           IF RC-DEPOSIT-AMT (RC-IDX) = 0
                   OR RC-SALES-AMT (RC-IDX) = 0
               MOVE SPACES TO DD-OVER-SHORT-X
           ELSE
               MOVE D-OVER-SHORT TO DD-OVER-SHORT-OUT
               ADD D-OVER-SHORT TO ST-OVER-SHORT
           END-IF.
           MOVE D-WORK-AGE TO DD-AGE-OUT.
           WRITE PRTLINE FROM DEP-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-DEP-HEADING.

       L4-PRINT-STORE-TOTAL.
           MOVE D-WORK-STORE-NO TO DT-STORE-OUT.
           MOVE ST-SALES-AMT    TO DT-SALES-OUT.
           MOVE ST-DEPOSIT-AMT  TO DT-DEPOSIT-OUT.
           MOVE ST-OVER-SHORT   TO DT-OVER-SHORT-OUT.
           WRITE PRTLINE FROM DEP-STORE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-DEP-HEADING.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-DEP-HEADING.
           ADD 1 TO G-STORE-CTR.
           ADD ST-SALES-AMT   TO G-SALES-AMT.
           ADD ST-DEPOSIT-AMT TO G-DEPOSIT-AMT.
           ADD ST-OVER-SHORT  TO G-OVER-SHORT.
           ADD ST-ESC-CTR     TO G-ESC-CTR.

       L4-ROLLUP-STORE.
           SET DT-IDX TO 1.
           SEARCH DT-ENTRY
               AT END
                   PERFORM L4-ADD-DISTRICT-ENTRY
               WHEN DT-DISTRICT (DT-IDX) = D-STORE-DISTRICT
                   PERFORM L4-ACCUM-DISTRICT.
           SET RG-IDX TO 1.
           SEARCH RG-ENTRY
               AT END
                   PERFORM L4-ADD-REGION-ENTRY
               WHEN RG-REGION (RG-IDX) = D-STORE-REGION
                   PERFORM L4-ACCUM-REGION.

       L4-ADD-DISTRICT-ENTRY.
           IF DT-COUNT >= 50
               DISPLAY 'DISTRICT TABLE FULL - STORE '
                   D-WORK-STORE-NO ' NOT ROLLED INTO DISTRICT TOTALS'
           ELSE
               ADD 1 TO DT-COUNT
               SET DT-IDX TO DT-COUNT
               MOVE D-STORE-DISTRICT TO DT-DISTRICT (DT-IDX)
               MOVE D-STORE-REGION   TO DT-REGION (DT-IDX)
               MOVE 0 TO DT-STORE-CTR (DT-IDX)
               MOVE 0 TO DT-SALES-AMT (DT-IDX)
               MOVE 0 TO DT-DEPOSIT-AMT (DT-IDX)
               MOVE 0 TO DT-OVER-SHORT (DT-IDX)
               MOVE 0 TO DT-ESC-CTR (DT-IDX)
               PERFORM L4-ACCUM-DISTRICT
           END-IF.

       L4-ACCUM-DISTRICT.
           ADD 1 TO DT-STORE-CTR (DT-IDX).
           ADD ST-SALES-AMT   TO DT-SALES-AMT (DT-IDX).
           ADD ST-DEPOSIT-AMT TO DT-DEPOSIT-AMT (DT-IDX).
           ADD ST-OVER-SHORT  TO DT-OVER-SHORT (DT-IDX).
           ADD ST-ESC-CTR     TO DT-ESC-CTR (DT-IDX).

       L4-ADD-REGION-ENTRY.
           IF RG-COUNT >= 50
               DISPLAY 'REGION TABLE FULL - STORE '
                   D-WORK-STORE-NO ' NOT ROLLED INTO REGION TOTALS'
           ELSE
               ADD 1 TO RG-COUNT
               SET RG-IDX TO RG-COUNT
               MOVE D-STORE-REGION TO RG-REGION (RG-IDX)
               MOVE 0 TO RG-STORE-CTR (RG-IDX)
               MOVE 0 TO RG-SALES-AMT (RG-IDX)
               MOVE 0 TO RG-DEPOSIT-AMT (RG-IDX)
               MOVE 0 TO RG-OVER-SHORT (RG-IDX)
               MOVE 0 TO RG-ESC-CTR (RG-IDX)
               PERFORM L4-ACCUM-REGION
           END-IF.

       L4-ACCUM-REGION.
           ADD 1 TO RG-STORE-CTR (RG-IDX).
           ADD ST-SALES-AMT   TO RG-SALES-AMT (RG-IDX).
           ADD ST-DEPOSIT-AMT TO RG-DEPOSIT-AMT (RG-IDX).
           ADD ST-OVER-SHORT  TO RG-OVER-SHORT (RG-IDX).
           ADD ST-ESC-CTR     TO RG-ESC-CTR (RG-IDX).

       L4-DEP-HEADING.
           WRITE PRTLINE FROM DEP-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM DEP-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2-NO-DEPOSIT-PAGE.
           WRITE PRTLINE FROM NODEP-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM NODEP-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L3-CHECK-NO-DEPOSIT
               VARYING D-CUR-STORE-SUB FROM 1 BY 1
               UNTIL D-CUR-STORE-SUB > SM-COUNT.

       L3-CHECK-NO-DEPOSIT.
           IF SM-STATUS (D-CUR-STORE-SUB) NOT = 'CLOSED'
                   AND SM-DEPOSIT-SEEN (D-CUR-STORE-SUB) = 'N'
               ADD 1 TO D-NO-DEP-CTR
               MOVE 0 TO D-STORE-ITEM-CTR
               MOVE 0 TO ST-SALES-AMT
               PERFORM L4-SUM-UNDEPOSITED
                   VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > RC-COUNT
               MOVE SM-STORE-NO (D-CUR-STORE-SUB)   TO ND-STORE-OUT
               MOVE SM-STORE-NAME (D-CUR-STORE-SUB) TO ND-NAME-OUT
               MOVE SM-DISTRICT (D-CUR-STORE-SUB)   TO ND-DISTRICT-OUT
               MOVE SM-REGION (D-CUR-STORE-SUB)     TO ND-REGION-OUT
               MOVE D-STORE-ITEM-CTR                TO ND-ITEMS-OUT
               MOVE ST-SALES-AMT                    TO ND-SALES-OUT
               WRITE PRTLINE FROM NODEP-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-NODEP-HEADING
               END-WRITE
           END-IF.

       L4-SUM-UNDEPOSITED.
           IF RC-STORE-NO (RC-IDX) = SM-STORE-NO (D-CUR-STORE-SUB)
                   AND RC-DEPOSIT-AMT (RC-IDX) = 0
               ADD 1 TO D-STORE-ITEM-CTR
               ADD RC-SALES-AMT (RC-IDX) TO ST-SALES-AMT
           END-IF.

       L4-NODEP-HEADING.
           WRITE PRTLINE FROM NODEP-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM NODEP-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2-ROLLUP-PAGES.
           IF DT-COUNT NOT = 0
               MOVE 'DISTRICT SUBTOTALS' TO ROLLUP-TITLE-TEXT
               WRITE PRTLINE FROM ROLLUP-TITLE-LINE
                   AFTER ADVANCING PAGE
               WRITE PRTLINE FROM ROLLUP-COL-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM L3-PRINT-DISTRICT-LINE
                   VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-COUNT
           END-IF.
           IF RG-COUNT NOT = 0
               MOVE 'REGION SUBTOTALS' TO ROLLUP-TITLE-TEXT
               WRITE PRTLINE FROM ROLLUP-TITLE-LINE
                   AFTER ADVANCING PAGE
               WRITE PRTLINE FROM ROLLUP-COL-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM L3-PRINT-REGION-LINE
                   VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-COUNT
           END-IF.

       L3-PRINT-DISTRICT-LINE.
           MOVE DT-DISTRICT (DT-IDX)    TO RU-KEY-OUT.
           MOVE DT-REGION (DT-IDX)      TO RU-REGION-OUT.
           MOVE DT-STORE-CTR (DT-IDX)   TO RU-STORES-OUT.
           MOVE DT-SALES-AMT (DT-IDX)   TO RU-SALES-OUT.
           MOVE DT-DEPOSIT-AMT (DT-IDX) TO RU-DEPOSIT-OUT.
           MOVE DT-OVER-SHORT (DT-IDX)  TO RU-OVER-SHORT-OUT.
           MOVE DT-ESC-CTR (DT-IDX)     TO RU-ESC-OUT.
           WRITE PRTLINE FROM ROLLUP-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       L3-PRINT-REGION-LINE.
           MOVE RG-REGION (RG-IDX)      TO RU-KEY-OUT.
           MOVE SPACES                  TO RU-REGION-OUT.
           MOVE RG-STORE-CTR (RG-IDX)   TO RU-STORES-OUT.
           MOVE RG-SALES-AMT (RG-IDX)   TO RU-SALES-OUT.
           MOVE RG-DEPOSIT-AMT (RG-IDX) TO RU-DEPOSIT-OUT.
           MOVE RG-OVER-SHORT (RG-IDX)  TO RU-OVER-SHORT-OUT.
           MOVE RG-ESC-CTR (RG-IDX)     TO RU-ESC-OUT.
           WRITE PRTLINE FROM ROLLUP-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       L2-CLOSING.
           MOVE 'TOTAL'       TO RU-KEY-OUT.
           MOVE SPACES        TO RU-REGION-OUT.
           MOVE G-STORE-CTR   TO RU-STORES-OUT.
           MOVE G-SALES-AMT   TO RU-SALES-OUT.
           MOVE G-DEPOSIT-AMT TO RU-DEPOSIT-OUT.
           MOVE G-OVER-SHORT  TO RU-OVER-SHORT-OUT.
           MOVE G-ESC-CTR     TO RU-ESC-OUT.
           WRITE PRTLINE FROM ROLLUP-DETAIL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'EDITED SALES RECORDS READ:' TO DEP-COUNT-DESC.
           MOVE D-SALES-READ-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'BANK DEPOSITS READ:' TO DEP-COUNT-DESC.
           MOVE D-DEP-READ-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DEPOSITS NOT APPLIED - BAD AMOUNT:' TO DEP-COUNT-DESC.
           MOVE D-DEP-BAD-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OPEN ITEMS CARRIED IN:' TO DEP-COUNT-DESC.
           MOVE D-OPEN-IN-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORE/DATES BALANCED:' TO DEP-COUNT-DESC.
           MOVE D-BALANCED-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORE/DATES OVER:' TO DEP-COUNT-DESC.
           MOVE D-OVER-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORE/DATES SHORT IN TOLERANCE:' TO DEP-COUNT-DESC.
           MOVE D-SHORT-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SHORTAGES ESCALATED:' TO DEP-COUNT-DESC.
           MOVE D-SHORT-ESC-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OPEN ITEMS ESCALATED FOR AGE:' TO DEP-COUNT-DESC.
           MOVE D-AGE-ESC-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OPEN ITEMS CARRIED FORWARD:' TO DEP-COUNT-DESC.
           MOVE D-OPEN-OUT-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OPEN STORES WITH NO DEPOSIT:' TO DEP-COUNT-DESC.
           MOVE D-NO-DEP-CTR TO DEP-COUNT-AMT.
           WRITE PRTLINE FROM DEP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PIZZA-DEPOSIT-NEW.
           CLOSE PRTOUT.
           PERFORM L3-COPY-OPEN-TO-MASTER.
           PERFORM L3-WRITE-LEDGER-COMPLETED.

       L3-COPY-OPEN-TO-MASTER.
           MOVE 'NO' TO OPEN-EOF.
           OPEN INPUT PIZZA-DEPOSIT-NEW.
           OPEN OUTPUT PIZZA-DEPOSIT-OPEN.
           PERFORM L3-READ-OPEN-NEW.
           PERFORM L3-COPY-ONE-OPEN-ITEM UNTIL OPEN-EOF = 'YES'.
           CLOSE PIZZA-DEPOSIT-NEW.
           CLOSE PIZZA-DEPOSIT-OPEN.

       L3-COPY-ONE-OPEN-ITEM.
           MOVE ON-OPEN-REC TO OC-OPEN-REC.
           WRITE OC-OPEN-REC.
           PERFORM L3-READ-OPEN-NEW.

       L3-READ-OPEN-NEW.
           READ PIZZA-DEPOSIT-NEW
               AT END
                   MOVE 'YES' TO OPEN-EOF.

       end program CBLHKW20.

       IDENTIFICATION DIVISION.
      *THIS PROGRAM FORECASTS NEXT MONTH'S SALES QUANTITY AND
      *DOLLARS FOR EACH STORE/ITEM AND WRITES A DRAFT STORE PLAN -
      *THE FORECAST MONTH IS THE MONTH AFTER THE LATEST MONTH ON THE
      *SALES HISTORY FILE - EACH STORE/ITEM'S BASE IS ITS AVERAGE
      *MONTHLY QUANTITY OVER THE LAST TWELVE MONTHS, TIMES A
      *SEASONAL INDEX (THE AVERAGE OF THE SAME CALENDAR MONTH IN
      *PRIOR YEARS OVER THE AVERAGE OF ALL MONTHS ON FILE), TIMES A
      *TREND FACTOR FROM THE SIX-BUCKET TREND FILE (THE ITEM'S LAST
      *THREE BUCKETS OVER ITS FIRST THREE, HELD BETWEEN 0.50 AND
      *2.00) - THE QUANTITY IS PRICED AT THE AUTHORIZED PRICE IN
      *EFFECT ON THE FIRST DAY OF THE FORECAST MONTH - A STORE
      *WHOSE HISTORY DOES NOT GO BACK A FULL YEAR IS FLAGGED AS NEW
      *AND FORECAST FROM THE AVERAGE OF THE ESTABLISHED STORES IN
      *ITS DISTRICT - THE REPORT LISTS EACH STORE'S ITEMS WITH A
      *STORE TOTAL, THEN DISTRICT AND REGION SUBTOTALS FROM THE
      *STORE MASTER - THE DRAFT PLAN IS WRITTEN IN THE PZSTRPLN.DAT
      *LAYOUT TO PZPLNDRF.DAT SO FINANCE CAN REVIEW AND OVERRIDE IT
      *BEFORE COPYING IT OVER PZSTRPLN.DAT FOR CBLHKW15 - CLOSED
      *STORES ARE NOT FORECAST
       PROGRAM-ID. CBLHKW19.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-SALES-HIST
               ASSIGN TO 'C:\COBOLWI19\PZSALHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SH-FILE-STATUS.
           SELECT PIZZA-TREND-HIST
               ASSIGN TO 'C:\COBOLWI19\PZTREND.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TR-FILE-STATUS.
           SELECT PIZZA-AUTH-PRICE
               ASSIGN TO 'C:\COBOLWI19\PZAUTPRC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AP-FILE-STATUS.
           SELECT PIZZA-ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZITMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-STORE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZSTRMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-PLAN-DRAFT
               ASSIGN TO 'C:\COBOLWI19\PZPLNDRF.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZFCSRPT.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
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

       FD  PIZZA-TREND-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS T-TREND-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 T-TREND-REC.
           05 T-TREND-ITEM-NO     PIC X(6).
           05 T-TREND-QTY-HIST    OCCURS 6 TIMES PIC 9(5).

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

       FD  PIZZA-PLAN-DRAFT
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-PLAN-REC
           RECORD CONTAINS 15 CHARACTERS.

       01 PL-PLAN-REC.
           05 PL-STORE-NO         PIC X(4).
           05 PL-PLAN-AMT         PIC 9(9)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE              PIC X(132).


       WORKING-STORAGE SECTION.

       01 MISC.
           05 HIST-EOF           PIC X(3)       VALUE 'NO'.
           05 TREND-EOF          PIC X(3)       VALUE 'NO'.
           05 AP-EOF             PIC X(3)       VALUE 'NO'.
           05 IM-EOF             PIC X(3)       VALUE 'NO'.
           05 SM-EOF             PIC X(3)       VALUE 'NO'.
           05 SH-FILE-STATUS     PIC XX         VALUE SPACES.
           05 TR-FILE-STATUS     PIC XX         VALUE SPACES.
           05 AP-FILE-STATUS     PIC XX         VALUE SPACES.

       01 FORECAST-MONTH-FIELDS.
           05 F-BASE-YYMM        PIC X(6)       VALUE SPACES.
           05 F-FCST-YYMM        PIC X(6)       VALUE SPACES.
           05 F-YEAR-START-YYMM  PIC X(6)       VALUE SPACES.
           05 F-PRICE-DATE       PIC X(8)       VALUE SPACES.
           05 F-WORK-YY          PIC 9(4)       VALUE 0.
           05 F-WORK-MM          PIC 99         VALUE 0.
           05 F-WORK-YYMM.
               10 F-WORK-YYMM-YY PIC 9(4).
               10 F-WORK-YYMM-MM PIC 99.

       01 FORECAST-WORK-FIELDS.
           05 F-LEVEL            PIC S9(7)V9    VALUE 0.
           05 F-SEAS-AVG         PIC S9(9)V99   VALUE 0.
           05 F-ALL-AVG          PIC S9(9)V99   VALUE 0.
           05 F-SEAS-INDEX       PIC 99V9999    VALUE 0.
           05 F-TREND-FACTOR     PIC 9V9999     VALUE 0.
           05 F-WORK-QTY         PIC S9(7)      VALUE 0.
           05 F-PRICE-FOUND      PIC X(3)       VALUE 'NO'.
           05 F-BEST-DATE        PIC X(8)       VALUE SPACES.
           05 F-BEST-PRICE       PIC 99V99      VALUE 0.
           05 F-SCAN-SUB         PIC 9(4)       VALUE 0.
           05 F-FC-SUB           PIC 9(4)       VALUE 0.
           05 F-CUR-STORE-SUB    PIC 9(3)       VALUE 0.
           05 F-CUR-DISTRICT     PIC X(8)       VALUE SPACES.
           05 F-DIST-STORES      PIC 9(3)       VALUE 0.
           05 F-STORE-ITEM-CTR   PIC 9(5)       VALUE 0.

       01 FORECAST-COUNTERS.
           05 F-HIST-READ-CTR    PIC 9(7)       VALUE 0.
           05 F-STORES-FCST-CTR  PIC 9(5)       VALUE 0.
           05 F-NEW-STORE-CTR    PIC 9(5)       VALUE 0.
           05 F-LINES-FCST-CTR   PIC 9(5)       VALUE 0.
           05 F-NO-PRICE-CTR     PIC 9(5)       VALUE 0.
           05 F-DRAFT-CTR        PIC 9(5)       VALUE 0.

       01 GRAND-TOTAL-FIELDS.
           05 G-FCST-QTY         PIC S9(9)      VALUE 0.
           05 G-FCST-AMT         PIC S9(11)V99  VALUE 0.

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

       01 TREND-TABLE.
           05 TR-COUNT             PIC 9(4)     VALUE 0.
           05 TR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TR-IDX.
               10 TR-ITEM-NO       PIC X(6).
               10 TR-FACTOR        PIC 9V9999.

       01 TREND-WORK-FIELDS.
           05 TR-PRIOR-QTY       PIC 9(7)       VALUE 0.
           05 TR-RECENT-QTY      PIC 9(7)       VALUE 0.

       01 STORE-MASTER-TABLE.
           05 SM-COUNT             PIC 9(3)     VALUE 0.
           05 SM-ENTRY OCCURS 100 TIMES
                   INDEXED BY SM-IDX.
               10 SM-STORE-NO      PIC X(4).
               10 SM-STORE-NAME    PIC X(20).
               10 SM-REGION        PIC X(8).
               10 SM-DISTRICT      PIC X(8).
               10 SM-STATUS        PIC X(6).
               10 SM-FIRST-YYMM    PIC X(6).
               10 SM-NEW-STORE     PIC X(1).
               10 SM-FCST-QTY      PIC S9(9).
               10 SM-FCST-AMT      PIC S9(9)V99.

       01 STORE-ITEM-TABLE.
           05 FC-COUNT             PIC 9(4)     VALUE 0.
           05 FC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY FC-IDX.
               10 FC-STORE-NO      PIC X(4).
               10 FC-ITEM-NO       PIC X(6).
               10 FC-L12-QTY       PIC S9(9).
               10 FC-ALL-QTY       PIC S9(9).
               10 FC-ALL-MONTHS    PIC 9(3).
               10 FC-SEAS-QTY      PIC S9(9).
               10 FC-SEAS-YEARS    PIC 99.
               10 FC-LEVEL         PIC S9(7)V9.
               10 FC-SEAS-INDEX    PIC 99V9999.
               10 FC-TREND-FACTOR  PIC 9V9999.
               10 FC-FCST-QTY      PIC S9(7).
               10 FC-PRICE         PIC 99V99.
               10 FC-FCST-AMT      PIC S9(9)V99.
               10 FC-BASIS         PIC X(1).

       01 DISTRICT-ITEM-TABLE.
           05 DI-COUNT             PIC 9(4)     VALUE 0.
           05 DI-ENTRY OCCURS 3000 TIMES
                   INDEXED BY DI-IDX.
               10 DI-DISTRICT      PIC X(8).
               10 DI-ITEM-NO       PIC X(6).
               10 DI-FCST-QTY      PIC S9(9).

       01 DISTRICT-TOTAL-TABLE.
           05 DT-COUNT             PIC 9(3)     VALUE 0.
           05 DT-ENTRY OCCURS 50 TIMES
                   INDEXED BY DT-IDX.
               10 DT-DISTRICT      PIC X(8).
               10 DT-REGION        PIC X(8).
               10 DT-STORE-CTR     PIC 9(3).
               10 DT-NEW-CTR       PIC 9(3).
               10 DT-EST-CTR       PIC 9(3).
               10 DT-FCST-QTY      PIC S9(9).
               10 DT-FCST-AMT      PIC S9(11)V99.

       01 REGION-TOTAL-TABLE.
           05 RG-COUNT             PIC 9(3)     VALUE 0.
           05 RG-ENTRY OCCURS 50 TIMES
                   INDEXED BY RG-IDX.
               10 RG-REGION        PIC X(8).
               10 RG-STORE-CTR     PIC 9(3).
               10 RG-NEW-CTR       PIC 9(3).
               10 RG-FCST-QTY      PIC S9(9).
               10 RG-FCST-AMT      PIC S9(11)V99.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 FCST-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 FCST-TITLE-DATE.
               10 FCST-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 FCST-TITLE-DAY PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 FCST-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(36)      VALUE
               'STORE/ITEM SALES FORECAST'.
           05 FILLER             PIC X(16)      VALUE
               'FORECAST MONTH'.
           05 FCST-TITLE-YYMM    PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(48)      VALUE SPACES.

       01 FCST-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'STORE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'ITEM'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(18)      VALUE 'DESCRIPTION'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE '12 MO AVG'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'SEAS IDX'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE ' TREND'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(9)       VALUE ' FCST QTY'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE ' PRICE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               '  FCST DOLLARS'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(25)      VALUE 'BASIS'.

       01 FCST-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FD-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 FD-ITEM-OUT        PIC X(6).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FD-DESC-OUT        PIC X(18).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FD-LEVEL-OUT       PIC ZZZ,ZZ9.9-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FD-SEAS-OUT        PIC Z9.9999.
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 FD-TREND-OUT       PIC 9.9999.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FD-FCST-QTY-OUT    PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FD-PRICE-OUT       PIC ZZ9.99.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FD-FCST-AMT-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FD-BASIS-OUT       PIC X(25).

       01 FCST-STORE-TOTAL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'STORE'.
           05 FT-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FT-NAME-OUT        PIC X(20).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE 'TOTALS:'.
           05 FILLER             PIC X(24)      VALUE SPACES.
           05 FT-FCST-QTY-OUT    PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FT-FCST-AMT-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FT-NOTE-OUT        PIC X(12).
           05 FILLER             PIC X(13)      VALUE SPACES.

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
           05 FILLER             PIC X(6)       VALUE '   NEW'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(11)      VALUE '   FCST QTY'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(18)      VALUE
               '      FCST DOLLARS'.
           05 FILLER             PIC X(59)      VALUE SPACES.

       01 ROLLUP-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 RU-KEY-OUT         PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RU-REGION-OUT      PIC X(8).
           05 FILLER             PIC X(5)       VALUE SPACES.
           05 RU-STORES-OUT      PIC ZZ9.
           05 FILLER             PIC X(5)       VALUE SPACES.
           05 RU-NEW-OUT         PIC ZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RU-FCST-QTY-OUT    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RU-FCST-AMT-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(59)      VALUE SPACES.

       01 FCST-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FCST-COUNT-DESC    PIC X(34).
           05 FCST-COUNT-AMT     PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-POST-HISTORY.
           PERFORM L2-FORECAST-ESTABLISHED.
           PERFORM L2-FORECAST-NEW-STORES.
           PERFORM L2-REPORT-STORES.
           PERFORM L2-ROLLUP-PAGES.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO FCST-TITLE-MONTH.
           MOVE CURRENT-DAY   TO FCST-TITLE-DAY.
           MOVE CURRENT-YEAR  TO FCST-TITLE-YEAR.
           PERFORM L3-LOAD-ITEM-MASTER.
           PERFORM L3-LOAD-STORE-MASTER.
           PERFORM L3-LOAD-AUTH-PRICE.
           PERFORM L3-LOAD-TREND.
           PERFORM L3-FIND-BASE-MONTH.
           PERFORM L3-SET-FORECAST-MONTH.

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
               MOVE SPACES         TO SM-FIRST-YYMM (SM-COUNT)
               MOVE 'N'            TO SM-NEW-STORE (SM-COUNT)
               MOVE 0              TO SM-FCST-QTY (SM-COUNT)
               MOVE 0              TO SM-FCST-AMT (SM-COUNT)
               PERFORM L3-READ-STORE-MASTER
           END-IF.

       L3-READ-STORE-MASTER.
           READ PIZZA-STORE-MASTER
               AT END
                   MOVE 'YES' TO SM-EOF.

       L3-LOAD-AUTH-PRICE.
           OPEN INPUT PIZZA-AUTH-PRICE.
           IF AP-FILE-STATUS NOT = '00'
               DISPLAY 'NO AUTHORIZED PRICE FILE FOUND - STATUS '
                   AP-FILE-STATUS ' - FORECAST DOLLARS WILL BE ZERO'
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

       L3-LOAD-TREND.
           OPEN INPUT PIZZA-TREND-HIST.
           IF TR-FILE-STATUS NOT = '00'
               DISPLAY 'NO TREND HISTORY FILE FOUND - STATUS '
                   TR-FILE-STATUS ' - TREND FACTORS WILL BE 1.0000'
           ELSE
               PERFORM L3-READ-TREND
               PERFORM L3-BUILD-TREND-TABLE UNTIL TREND-EOF = 'YES'
               CLOSE PIZZA-TREND-HIST
           END-IF.

       L3-BUILD-TREND-TABLE.
           IF TR-COUNT >= 2000
               DISPLAY 'PZTREND.DAT HAS MORE THAN 2000 ITEMS - '
                   'TABLE FULL, REMAINING ITEMS USE 1.0000'
               MOVE 'YES' TO TREND-EOF
           ELSE
               ADD 1 TO TR-COUNT
               MOVE T-TREND-ITEM-NO TO TR-ITEM-NO (TR-COUNT)
               COMPUTE TR-PRIOR-QTY = T-TREND-QTY-HIST (1)
                   + T-TREND-QTY-HIST (2) + T-TREND-QTY-HIST (3)
               COMPUTE TR-RECENT-QTY = T-TREND-QTY-HIST (4)
                   + T-TREND-QTY-HIST (5) + T-TREND-QTY-HIST (6)
               EVALUATE TRUE
                   WHEN TR-PRIOR-QTY = 0
                       MOVE 1 TO TR-FACTOR (TR-COUNT)
                   WHEN TR-RECENT-QTY * 2 < TR-PRIOR-QTY
                       MOVE .5 TO TR-FACTOR (TR-COUNT)
                   WHEN TR-RECENT-QTY > TR-PRIOR-QTY * 2
                       MOVE 2 TO TR-FACTOR (TR-COUNT)
                   WHEN OTHER
                       COMPUTE TR-FACTOR (TR-COUNT) ROUNDED =
                           TR-RECENT-QTY / TR-PRIOR-QTY
               END-EVALUATE
               PERFORM L3-READ-TREND
           END-IF.

       L3-READ-TREND.
           READ PIZZA-TREND-HIST
               AT END
                   MOVE 'YES' TO TREND-EOF.

       L3-FIND-BASE-MONTH.
           OPEN INPUT PIZZA-SALES-HIST.
           IF SH-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PZSALHST.DAT - STATUS '
                   SH-FILE-STATUS ' - NOTHING TO FORECAST - '
                   'RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-READ-HIST.
           PERFORM L3-CHECK-BASE-MONTH UNTIL HIST-EOF = 'YES'.
           CLOSE PIZZA-SALES-HIST.
           IF F-BASE-YYMM = SPACES OR F-BASE-YYMM NOT NUMERIC
               DISPLAY 'PZSALHST.DAT HAS NO USABLE MONTHS - '
                   'NOTHING TO FORECAST - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L3-CHECK-BASE-MONTH.
           IF H-HIST-YYMM NUMERIC
                   AND (F-BASE-YYMM = SPACES
                        OR H-HIST-YYMM > F-BASE-YYMM)
               MOVE H-HIST-YYMM TO F-BASE-YYMM
           END-IF.
           PERFORM L3-READ-HIST.

       L3-READ-HIST.
           READ PIZZA-SALES-HIST
               AT END
                   MOVE 'YES' TO HIST-EOF.

       L3-SET-FORECAST-MONTH.
           MOVE F-BASE-YYMM (1:4) TO F-WORK-YY.
           MOVE F-BASE-YYMM (5:2) TO F-WORK-MM.
           IF F-WORK-MM = 12
               MOVE 1 TO F-WORK-MM
               ADD 1 TO F-WORK-YY
           ELSE
               ADD 1 TO F-WORK-MM
           END-IF.
           MOVE F-WORK-YY TO F-WORK-YYMM-YY.
           MOVE F-WORK-MM TO F-WORK-YYMM-MM.
           MOVE F-WORK-YYMM TO F-FCST-YYMM.
           MOVE F-FCST-YYMM TO F-PRICE-DATE (1:6).
           MOVE '01' TO F-PRICE-DATE (7:2).
           SUBTRACT 1 FROM F-WORK-YY.
           MOVE F-WORK-YY TO F-WORK-YYMM-YY.
           MOVE F-WORK-MM TO F-WORK-YYMM-MM.
           MOVE F-WORK-YYMM TO F-YEAR-START-YYMM.
           MOVE F-FCST-YYMM TO FCST-TITLE-YYMM.

       L2-POST-HISTORY.
           MOVE 'NO' TO HIST-EOF.
           OPEN INPUT PIZZA-SALES-HIST.
           PERFORM L3-READ-HIST.
           PERFORM L3-POST-HIST-REC UNTIL HIST-EOF = 'YES'.
           CLOSE PIZZA-SALES-HIST.
           PERFORM L3-FLAG-NEW-STORE
               VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-COUNT.

       L3-POST-HIST-REC.
           ADD 1 TO F-HIST-READ-CTR.
           IF H-HIST-YYMM NUMERIC
               PERFORM L3-NOTE-STORE-FIRST-MONTH
               IF FC-COUNT = 0
                   PERFORM L4-ADD-STORE-ITEM
               ELSE
                   IF FC-STORE-NO (FC-COUNT) NOT = H-HIST-STORE-NO
                           OR FC-ITEM-NO (FC-COUNT) NOT = H-HIST-ITEM-NO
                       PERFORM L4-ADD-STORE-ITEM
                   END-IF
               END-IF
               ADD H-HIST-QTY TO FC-ALL-QTY (FC-COUNT)
               ADD 1 TO FC-ALL-MONTHS (FC-COUNT)
               IF H-HIST-YYMM >= F-YEAR-START-YYMM
                   ADD H-HIST-QTY TO FC-L12-QTY (FC-COUNT)
               END-IF
               IF H-HIST-YYMM (5:2) = F-FCST-YYMM (5:2)
                   ADD H-HIST-QTY TO FC-SEAS-QTY (FC-COUNT)
                   ADD 1 TO FC-SEAS-YEARS (FC-COUNT)
               END-IF
           END-IF.
           PERFORM L3-READ-HIST.

       L3-NOTE-STORE-FIRST-MONTH.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   CONTINUE
               WHEN SM-STORE-NO (SM-IDX) = H-HIST-STORE-NO
                   IF SM-FIRST-YYMM (SM-IDX) = SPACES
                           OR H-HIST-YYMM < SM-FIRST-YYMM (SM-IDX)
                       MOVE H-HIST-YYMM TO SM-FIRST-YYMM (SM-IDX)
                   END-IF.

       L4-ADD-STORE-ITEM.
           IF FC-COUNT >= 5000
               DISPLAY 'STORE/ITEM FORECAST TABLE FULL AT STORE '
                   H-HIST-STORE-NO ' ITEM ' H-HIST-ITEM-NO
                   ' - RUN ABORTED'
               CLOSE PIZZA-SALES-HIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO FC-COUNT.
           MOVE H-HIST-STORE-NO TO FC-STORE-NO (FC-COUNT).
           MOVE H-HIST-ITEM-NO  TO FC-ITEM-NO (FC-COUNT).
           MOVE 0 TO FC-L12-QTY (FC-COUNT).
           MOVE 0 TO FC-ALL-QTY (FC-COUNT).
           MOVE 0 TO FC-ALL-MONTHS (FC-COUNT).
           MOVE 0 TO FC-SEAS-QTY (FC-COUNT).
           MOVE 0 TO FC-SEAS-YEARS (FC-COUNT).
           MOVE 0 TO FC-LEVEL (FC-COUNT).
           MOVE 0 TO FC-SEAS-INDEX (FC-COUNT).
           MOVE 0 TO FC-TREND-FACTOR (FC-COUNT).
           MOVE 0 TO FC-FCST-QTY (FC-COUNT).
           MOVE 0 TO FC-PRICE (FC-COUNT).
           MOVE 0 TO FC-FCST-AMT (FC-COUNT).
           MOVE 'H' TO FC-BASIS (FC-COUNT).

       L3-FLAG-NEW-STORE.
           IF SM-STATUS (SM-IDX) NOT = 'CLOSED'
               IF SM-FIRST-YYMM (SM-IDX) = SPACES
                       OR SM-FIRST-YYMM (SM-IDX) > F-YEAR-START-YYMM
                   MOVE 'Y' TO SM-NEW-STORE (SM-IDX)
               END-IF
           END-IF.

       L2-FORECAST-ESTABLISHED.
           PERFORM L3-FORECAST-ONE-ENTRY
               VARYING F-FC-SUB FROM 1 BY 1
               UNTIL F-FC-SUB > FC-COUNT.
           PERFORM L3-COUNT-DISTRICT-STORES
               VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-COUNT.

       L3-FORECAST-ONE-ENTRY.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   MOVE 'X' TO FC-BASIS (F-FC-SUB)
               WHEN SM-STORE-NO (SM-IDX) = FC-STORE-NO (F-FC-SUB)
                   EVALUATE TRUE
                       WHEN SM-STATUS (SM-IDX) = 'CLOSED'
                           MOVE 'X' TO FC-BASIS (F-FC-SUB)
                       WHEN SM-NEW-STORE (SM-IDX) = 'Y'
                           MOVE 'O' TO FC-BASIS (F-FC-SUB)
                       WHEN OTHER
                           PERFORM L4-FIGURE-FORECAST
                           PERFORM L4-POST-DISTRICT-ITEM
                   END-EVALUATE.

       L4-FIGURE-FORECAST.
           COMPUTE F-LEVEL ROUNDED = FC-L12-QTY (F-FC-SUB) / 12.
           MOVE 1 TO F-SEAS-INDEX.
           IF FC-SEAS-YEARS (F-FC-SUB) > 0
                   AND FC-ALL-MONTHS (F-FC-SUB) > 0
                   AND FC-ALL-QTY (F-FC-SUB) > 0
               COMPUTE F-SEAS-AVG ROUNDED =
                   FC-SEAS-QTY (F-FC-SUB) / FC-SEAS-YEARS (F-FC-SUB)
               COMPUTE F-ALL-AVG ROUNDED =
                   FC-ALL-QTY (F-FC-SUB) / FC-ALL-MONTHS (F-FC-SUB)
               IF F-SEAS-AVG > 0 AND F-ALL-AVG > 0
                   COMPUTE F-SEAS-INDEX ROUNDED =
                       F-SEAS-AVG / F-ALL-AVG
               END-IF
           END-IF.
           MOVE 1 TO F-TREND-FACTOR.
           SET TR-IDX TO 1.
           SEARCH TR-ENTRY
               AT END
                   CONTINUE
               WHEN TR-ITEM-NO (TR-IDX) = FC-ITEM-NO (F-FC-SUB)
                   MOVE TR-FACTOR (TR-IDX) TO F-TREND-FACTOR.
           COMPUTE F-WORK-QTY ROUNDED =
               F-LEVEL * F-SEAS-INDEX * F-TREND-FACTOR.
           IF F-WORK-QTY < 0
               MOVE 0 TO F-WORK-QTY
           END-IF.
           MOVE F-LEVEL        TO FC-LEVEL (F-FC-SUB).
           MOVE F-SEAS-INDEX   TO FC-SEAS-INDEX (F-FC-SUB).
           MOVE F-TREND-FACTOR TO FC-TREND-FACTOR (F-FC-SUB).
           MOVE F-WORK-QTY     TO FC-FCST-QTY (F-FC-SUB).
           PERFORM L4-PRICE-FORECAST.

       L4-PRICE-FORECAST.
           MOVE 'NO' TO F-PRICE-FOUND.
           MOVE SPACES TO F-BEST-DATE.
           MOVE 0 TO F-BEST-PRICE.
           PERFORM L4-SCAN-AUTH-ENTRY
               VARYING F-SCAN-SUB FROM 1 BY 1
               UNTIL F-SCAN-SUB > AU-COUNT.
           IF F-PRICE-FOUND = 'NO'
               ADD 1 TO F-NO-PRICE-CTR
           END-IF.
           MOVE F-BEST-PRICE TO FC-PRICE (F-FC-SUB).
           COMPUTE FC-FCST-AMT (F-FC-SUB) =
               FC-FCST-QTY (F-FC-SUB) * F-BEST-PRICE.

       L4-SCAN-AUTH-ENTRY.
           IF AU-ITEM-NO (F-SCAN-SUB) = FC-ITEM-NO (F-FC-SUB)
                   AND AU-EFF-DATE (F-SCAN-SUB) <= F-PRICE-DATE
                   AND AU-EFF-DATE (F-SCAN-SUB) > F-BEST-DATE
               MOVE 'YES' TO F-PRICE-FOUND
               MOVE AU-EFF-DATE (F-SCAN-SUB) TO F-BEST-DATE
               MOVE AU-PRICE (F-SCAN-SUB)    TO F-BEST-PRICE
           END-IF.

       L4-POST-DISTRICT-ITEM.
           SET DI-IDX TO 1.
           SEARCH DI-ENTRY
               AT END
                   PERFORM L4-ADD-DISTRICT-ITEM
               WHEN DI-DISTRICT (DI-IDX) = SM-DISTRICT (SM-IDX)
                       AND DI-ITEM-NO (DI-IDX) = FC-ITEM-NO (F-FC-SUB)
                   ADD FC-FCST-QTY (F-FC-SUB) TO DI-FCST-QTY (DI-IDX).

       L4-ADD-DISTRICT-ITEM.
           IF DI-COUNT >= 3000
               DISPLAY 'DISTRICT/ITEM TABLE FULL - ITEM '
                   FC-ITEM-NO (F-FC-SUB)
                   ' LEFT OUT OF DISTRICT AVERAGE FOR '
                   SM-DISTRICT (SM-IDX)
           ELSE
               ADD 1 TO DI-COUNT
               MOVE SM-DISTRICT (SM-IDX) TO DI-DISTRICT (DI-COUNT)
               MOVE FC-ITEM-NO (F-FC-SUB) TO DI-ITEM-NO (DI-COUNT)
               MOVE FC-FCST-QTY (F-FC-SUB) TO DI-FCST-QTY (DI-COUNT)
           END-IF.

       L3-COUNT-DISTRICT-STORES.
           IF SM-STATUS (SM-IDX) NOT = 'CLOSED'
               PERFORM L3-ROLLUP-STORE-COUNT
           END-IF.

       L3-ROLLUP-STORE-COUNT.
           SET DT-IDX TO 1.
           SEARCH DT-ENTRY
               AT END
                   PERFORM L4-ADD-DISTRICT-ENTRY
               WHEN DT-DISTRICT (DT-IDX) = SM-DISTRICT (SM-IDX)
                   PERFORM L4-COUNT-DISTRICT-STORE.
           SET RG-IDX TO 1.
           SEARCH RG-ENTRY
               AT END
                   PERFORM L4-ADD-REGION-ENTRY
               WHEN RG-REGION (RG-IDX) = SM-REGION (SM-IDX)
                   PERFORM L4-COUNT-REGION-STORE.

       L4-ADD-DISTRICT-ENTRY.
           IF DT-COUNT >= 50
               DISPLAY 'DISTRICT TABLE FULL - STORE '
                   SM-STORE-NO (SM-IDX)
                   ' NOT ROLLED INTO DISTRICT TOTALS'
           ELSE
               ADD 1 TO DT-COUNT
               SET DT-IDX TO DT-COUNT
               MOVE SM-DISTRICT (SM-IDX) TO DT-DISTRICT (DT-IDX)
               MOVE SM-REGION (SM-IDX)   TO DT-REGION (DT-IDX)
               MOVE 0 TO DT-STORE-CTR (DT-IDX)
               MOVE 0 TO DT-NEW-CTR (DT-IDX)
               MOVE 0 TO DT-EST-CTR (DT-IDX)
               MOVE 0 TO DT-FCST-QTY (DT-IDX)
               MOVE 0 TO DT-FCST-AMT (DT-IDX)
               PERFORM L4-COUNT-DISTRICT-STORE
           END-IF.

       L4-COUNT-DISTRICT-STORE.
           ADD 1 TO DT-STORE-CTR (DT-IDX).
           IF SM-NEW-STORE (SM-IDX) = 'Y'
               ADD 1 TO DT-NEW-CTR (DT-IDX)
           ELSE
               ADD 1 TO DT-EST-CTR (DT-IDX)
           END-IF.

       L4-ADD-REGION-ENTRY.
           IF RG-COUNT >= 50
               DISPLAY 'REGION TABLE FULL - STORE '
                   SM-STORE-NO (SM-IDX)
                   ' NOT ROLLED INTO REGION TOTALS'
           ELSE
               ADD 1 TO RG-COUNT
               SET RG-IDX TO RG-COUNT
               MOVE SM-REGION (SM-IDX) TO RG-REGION (RG-IDX)
               MOVE 0 TO RG-STORE-CTR (RG-IDX)
               MOVE 0 TO RG-NEW-CTR (RG-IDX)
               MOVE 0 TO RG-FCST-QTY (RG-IDX)
               MOVE 0 TO RG-FCST-AMT (RG-IDX)
               PERFORM L4-COUNT-REGION-STORE
           END-IF.

       L4-COUNT-REGION-STORE.
           ADD 1 TO RG-STORE-CTR (RG-IDX).
           IF SM-NEW-STORE (SM-IDX) = 'Y'
               ADD 1 TO RG-NEW-CTR (RG-IDX)
           END-IF.

       L2-FORECAST-NEW-STORES.
           PERFORM L3-FORECAST-NEW-STORE
               VARYING F-CUR-STORE-SUB FROM 1 BY 1
               UNTIL F-CUR-STORE-SUB > SM-COUNT.

       L3-FORECAST-NEW-STORE.
           IF SM-NEW-STORE (F-CUR-STORE-SUB) = 'Y'
               MOVE SM-DISTRICT (F-CUR-STORE-SUB) TO F-CUR-DISTRICT
               MOVE 0 TO F-DIST-STORES
               SET DT-IDX TO 1
               SEARCH DT-ENTRY
                   AT END
                       CONTINUE
                   WHEN DT-DISTRICT (DT-IDX) = F-CUR-DISTRICT
                       MOVE DT-EST-CTR (DT-IDX) TO F-DIST-STORES
               END-SEARCH
               IF F-DIST-STORES > 0
                   PERFORM L4-APPLY-DISTRICT-ITEM
                       VARYING DI-IDX FROM 1 BY 1
                       UNTIL DI-IDX > DI-COUNT
               END-IF
               PERFORM L4-FORECAST-OWN-HISTORY
                   VARYING F-FC-SUB FROM 1 BY 1
                   UNTIL F-FC-SUB > FC-COUNT
           END-IF.

       L4-APPLY-DISTRICT-ITEM.
           IF DI-DISTRICT (DI-IDX) = F-CUR-DISTRICT
               MOVE 0 TO F-FC-SUB
               PERFORM L4-FIND-NEW-STORE-ITEM
                   VARYING F-SCAN-SUB FROM 1 BY 1
                   UNTIL F-SCAN-SUB > FC-COUNT
               IF F-FC-SUB = 0
                   PERFORM L4-ADD-NEW-STORE-ITEM
               END-IF
               IF F-FC-SUB > 0
                   COMPUTE FC-FCST-QTY (F-FC-SUB) ROUNDED =
                       DI-FCST-QTY (DI-IDX) / F-DIST-STORES
                   MOVE 'D' TO FC-BASIS (F-FC-SUB)
                   PERFORM L4-PRICE-FORECAST
               END-IF
           END-IF.

       L4-FIND-NEW-STORE-ITEM.
           IF FC-STORE-NO (F-SCAN-SUB) = SM-STORE-NO (F-CUR-STORE-SUB)
                   AND FC-ITEM-NO (F-SCAN-SUB) = DI-ITEM-NO (DI-IDX)
               MOVE F-SCAN-SUB TO F-FC-SUB
           END-IF.

       L4-ADD-NEW-STORE-ITEM.
           IF FC-COUNT >= 5000
               DISPLAY 'STORE/ITEM FORECAST TABLE FULL - NEW STORE '
                   SM-STORE-NO (F-CUR-STORE-SUB) ' ITEM '
                   DI-ITEM-NO (DI-IDX) ' NOT FORECAST'
           ELSE
               ADD 1 TO FC-COUNT
               MOVE FC-COUNT TO F-FC-SUB
               MOVE SM-STORE-NO (F-CUR-STORE-SUB)
                   TO FC-STORE-NO (F-FC-SUB)
               MOVE DI-ITEM-NO (DI-IDX) TO FC-ITEM-NO (F-FC-SUB)
               MOVE 0 TO FC-L12-QTY (F-FC-SUB)
               MOVE 0 TO FC-ALL-QTY (F-FC-SUB)
               MOVE 0 TO FC-ALL-MONTHS (F-FC-SUB)
               MOVE 0 TO FC-SEAS-QTY (F-FC-SUB)
               MOVE 0 TO FC-SEAS-YEARS (F-FC-SUB)
               MOVE 0 TO FC-LEVEL (F-FC-SUB)
               MOVE 0 TO FC-SEAS-INDEX (F-FC-SUB)
               MOVE 0 TO FC-TREND-FACTOR (F-FC-SUB)
           END-IF.

       L4-FORECAST-OWN-HISTORY.
           IF FC-STORE-NO (F-FC-SUB) = SM-STORE-NO (F-CUR-STORE-SUB)
                   AND FC-BASIS (F-FC-SUB) = 'O'
               MOVE 0 TO FC-FCST-QTY (F-FC-SUB)
               IF FC-ALL-MONTHS (F-FC-SUB) > 0
                       AND FC-ALL-QTY (F-FC-SUB) > 0
                   COMPUTE FC-FCST-QTY (F-FC-SUB) ROUNDED =
                       FC-ALL-QTY (F-FC-SUB) / FC-ALL-MONTHS (F-FC-SUB)
               END-IF
               PERFORM L4-PRICE-FORECAST
           END-IF.

       L2-REPORT-STORES.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PIZZA-PLAN-DRAFT.
           WRITE PRTLINE FROM FCST-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM FCST-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L3-REPORT-ONE-STORE
               VARYING F-CUR-STORE-SUB FROM 1 BY 1
               UNTIL F-CUR-STORE-SUB > SM-COUNT.
           CLOSE PIZZA-PLAN-DRAFT.

       L3-REPORT-ONE-STORE.
           IF SM-STATUS (F-CUR-STORE-SUB) NOT = 'CLOSED'
               ADD 1 TO F-STORES-FCST-CTR
               MOVE 0 TO F-STORE-ITEM-CTR
               PERFORM L4-REPORT-STORE-ITEM
                   VARYING F-FC-SUB FROM 1 BY 1
                   UNTIL F-FC-SUB > FC-COUNT
               PERFORM L4-PRINT-STORE-TOTAL
               PERFORM L4-WRITE-DRAFT-PLAN
               PERFORM L4-ROLLUP-STORE-FORECAST
           END-IF.

       L4-REPORT-STORE-ITEM.
           IF FC-STORE-NO (F-FC-SUB) = SM-STORE-NO (F-CUR-STORE-SUB)
                   AND FC-BASIS (F-FC-SUB) NOT = 'X'
               ADD 1 TO F-STORE-ITEM-CTR
               ADD 1 TO F-LINES-FCST-CTR
               MOVE FC-STORE-NO (F-FC-SUB) TO FD-STORE-OUT
               MOVE FC-ITEM-NO (F-FC-SUB)  TO FD-ITEM-OUT
               MOVE 'ITEM NOT ON MASTER' TO FD-DESC-OUT
               SET IM-IDX TO 1
               SEARCH IM-ENTRY
                   AT END
                       CONTINUE
                   WHEN IM-ITEM-NO (IM-IDX) = FC-ITEM-NO (F-FC-SUB)
                       MOVE IM-ITEM-DESC (IM-IDX) TO FD-DESC-OUT
               END-SEARCH
               MOVE FC-LEVEL (F-FC-SUB)        TO FD-LEVEL-OUT
               MOVE FC-SEAS-INDEX (F-FC-SUB)   TO FD-SEAS-OUT
               MOVE FC-TREND-FACTOR (F-FC-SUB) TO FD-TREND-OUT
               MOVE FC-FCST-QTY (F-FC-SUB)     TO FD-FCST-QTY-OUT
               MOVE FC-PRICE (F-FC-SUB)        TO FD-PRICE-OUT
               MOVE FC-FCST-AMT (F-FC-SUB)     TO FD-FCST-AMT-OUT
               EVALUATE FC-BASIS (F-FC-SUB)
                   WHEN 'D'
                       MOVE 'NEW STORE - DISTRICT AVG'
                           TO FD-BASIS-OUT
                   WHEN 'O'
                       MOVE 'NEW STORE - OWN HISTORY'
                           TO FD-BASIS-OUT
                   WHEN OTHER
                       MOVE SPACES TO FD-BASIS-OUT
               END-EVALUATE
               IF FC-PRICE (F-FC-SUB) = 0
                   MOVE 'NO AUTHORIZED PRICE' TO FD-BASIS-OUT
               END-IF
               WRITE PRTLINE FROM FCST-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-FCST-HEADING
               END-WRITE
               ADD FC-FCST-QTY (F-FC-SUB)
                   TO SM-FCST-QTY (F-CUR-STORE-SUB)
               ADD FC-FCST-AMT (F-FC-SUB)
                   TO SM-FCST-AMT (F-CUR-STORE-SUB)
           END-IF.

       L4-PRINT-STORE-TOTAL.
           MOVE SM-STORE-NO (F-CUR-STORE-SUB)   TO FT-STORE-OUT.
           MOVE SM-STORE-NAME (F-CUR-STORE-SUB) TO FT-NAME-OUT.
           MOVE SM-FCST-QTY (F-CUR-STORE-SUB)   TO FT-FCST-QTY-OUT.
           MOVE SM-FCST-AMT (F-CUR-STORE-SUB)   TO FT-FCST-AMT-OUT.
           ADD SM-FCST-QTY (F-CUR-STORE-SUB) TO G-FCST-QTY.
           ADD SM-FCST-AMT (F-CUR-STORE-SUB) TO G-FCST-AMT.
           EVALUATE TRUE
               WHEN F-STORE-ITEM-CTR = 0
                   MOVE 'NO BASIS' TO FT-NOTE-OUT
               WHEN SM-NEW-STORE (F-CUR-STORE-SUB) = 'Y'
                   MOVE 'NEW STORE' TO FT-NOTE-OUT
                   ADD 1 TO F-NEW-STORE-CTR
               WHEN OTHER
                   MOVE SPACES TO FT-NOTE-OUT
           END-EVALUATE.
           WRITE PRTLINE FROM FCST-STORE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-FCST-HEADING.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-FCST-HEADING.

       L4-WRITE-DRAFT-PLAN.
           MOVE SM-STORE-NO (F-CUR-STORE-SUB) TO PL-STORE-NO.
           IF SM-FCST-AMT (F-CUR-STORE-SUB) > 0
               MOVE SM-FCST-AMT (F-CUR-STORE-SUB) TO PL-PLAN-AMT
           ELSE
               MOVE 0 TO PL-PLAN-AMT
           END-IF.
           WRITE PL-PLAN-REC.
           ADD 1 TO F-DRAFT-CTR.

       L4-ROLLUP-STORE-FORECAST.
           SET DT-IDX TO 1.
           SEARCH DT-ENTRY
               AT END
                   CONTINUE
               WHEN DT-DISTRICT (DT-IDX) = SM-DISTRICT (F-CUR-STORE-SUB)
                   ADD SM-FCST-QTY (F-CUR-STORE-SUB)
                       TO DT-FCST-QTY (DT-IDX)
                   ADD SM-FCST-AMT (F-CUR-STORE-SUB)
                       TO DT-FCST-AMT (DT-IDX).
           SET RG-IDX TO 1.
           SEARCH RG-ENTRY
               AT END
                   CONTINUE
               WHEN RG-REGION (RG-IDX) = SM-REGION (F-CUR-STORE-SUB)
                   ADD SM-FCST-QTY (F-CUR-STORE-SUB)
                       TO RG-FCST-QTY (RG-IDX)
                   ADD SM-FCST-AMT (F-CUR-STORE-SUB)
                       TO RG-FCST-AMT (RG-IDX).

       L4-FCST-HEADING.
           WRITE PRTLINE FROM FCST-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM FCST-COL-HEADING
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
           MOVE DT-DISTRICT (DT-IDX)  TO RU-KEY-OUT.
           MOVE DT-REGION (DT-IDX)    TO RU-REGION-OUT.
           MOVE DT-STORE-CTR (DT-IDX) TO RU-STORES-OUT.
           MOVE DT-NEW-CTR (DT-IDX)   TO RU-NEW-OUT.
           MOVE DT-FCST-QTY (DT-IDX)  TO RU-FCST-QTY-OUT.
           MOVE DT-FCST-AMT (DT-IDX)  TO RU-FCST-AMT-OUT.
           WRITE PRTLINE FROM ROLLUP-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       L3-PRINT-REGION-LINE.
           MOVE RG-REGION (RG-IDX)    TO RU-KEY-OUT.
           MOVE SPACES                TO RU-REGION-OUT.
           MOVE RG-STORE-CTR (RG-IDX) TO RU-STORES-OUT.
           MOVE RG-NEW-CTR (RG-IDX)   TO RU-NEW-OUT.
           MOVE RG-FCST-QTY (RG-IDX)  TO RU-FCST-QTY-OUT.
           MOVE RG-FCST-AMT (RG-IDX)  TO RU-FCST-AMT-OUT.
           WRITE PRTLINE FROM ROLLUP-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       L2-CLOSING.
           MOVE 'TOTAL'      TO RU-KEY-OUT.
           MOVE SPACES       TO RU-REGION-OUT.
           MOVE F-STORES-FCST-CTR TO RU-STORES-OUT.
           MOVE F-NEW-STORE-CTR   TO RU-NEW-OUT.
           MOVE G-FCST-QTY        TO RU-FCST-QTY-OUT.
           MOVE G-FCST-AMT        TO RU-FCST-AMT-OUT.
           WRITE PRTLINE FROM ROLLUP-DETAIL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'HISTORY RECORDS READ:' TO FCST-COUNT-DESC.
           MOVE F-HIST-READ-CTR TO FCST-COUNT-AMT.
           WRITE PRTLINE FROM FCST-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'STORES FORECAST:' TO FCST-COUNT-DESC.
           MOVE F-STORES-FCST-CTR TO FCST-COUNT-AMT.
           WRITE PRTLINE FROM FCST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NEW STORES FLAGGED:' TO FCST-COUNT-DESC.
           MOVE F-NEW-STORE-CTR TO FCST-COUNT-AMT.
           WRITE PRTLINE FROM FCST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORE/ITEM LINES FORECAST:' TO FCST-COUNT-DESC.
           MOVE F-LINES-FCST-CTR TO FCST-COUNT-AMT.
           WRITE PRTLINE FROM FCST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LINES WITH NO AUTHORIZED PRICE:' TO FCST-COUNT-DESC.
           MOVE F-NO-PRICE-CTR TO FCST-COUNT-AMT.
           WRITE PRTLINE FROM FCST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DRAFT PLAN RECORDS WRITTEN:' TO FCST-COUNT-DESC.
           MOVE F-DRAFT-CTR TO FCST-COUNT-AMT.
           WRITE PRTLINE FROM FCST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.

       end program CBLHKW19.

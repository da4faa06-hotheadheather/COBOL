       IDENTIFICATION DIVISION.
      *THIS PROGRAM KEEPS THE PERPETUAL INGREDIENT INVENTORY BY
      *STORE - IT LOADS THE STORE/INGREDIENT BALANCE FILE AND POSTS
      *THREE KINDS OF ACTIVITY AGAINST IT: VENDOR RECEIPTS (AND PAR
      *LEVEL CHANGES) FROM THE INVENTORY TRANSACTION FILE, THE
      *NIGHT'S THEORETICAL USAGE WRITTEN BY THE CBLHKW13 RECIPE
      *EXPLOSION AS RELIEF, AND THE STORES' PHYSICAL COUNTS - ON A
      *COUNT THE ACTUAL USAGE SINCE THE LAST COUNT (LAST COUNT PLUS
      *RECEIPTS LESS THIS COUNT) IS COMPARED WITH THE THEORETICAL
      *USAGE RELIEVED OVER THE SAME SPAN, AND THE VARIANCE IS
      *PRINTED IN UNITS AND DOLLARS BY STORE AND INGREDIENT - A
      *STORE WHOSE VARIANCE DOLLARS EXCEED THE TOLERANCE PERCENT IN
      *THE INVENTORY PARM FILE IS FLAGGED - THE BOOK BALANCE IS THEN
      *RESET TO THE COUNT - CBLHKW13 READS THE BALANCE FILE TO BASE
      *THE SUGGESTED ORDER ON STOCK ON HAND, SO RUN THIS AFTER
      *CBLHKW13 EACH NIGHT - THE RUN LEDGER KEEPS IT FROM POSTING
      *THE SAME NIGHT TWICE, AND HOLDS IT UNTIL CBLHKW13 HAS
      *COMPLETED FOR THE BUSINESS DATE SO THAT ONLY TONIGHT'S
      *USAGE IS RELIEVED
       PROGRAM-ID. CBLHKW16.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-INV-BALANCE
               ASSIGN TO 'C:\COBOLWI19\PZINVBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS IB-FILE-STATUS.
           SELECT PIZZA-INV-TRANS
               ASSIGN TO 'C:\COBOLWI19\PZINVTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS IT-FILE-STATUS.
           SELECT PIZZA-INGRED-USAGE
               ASSIGN TO 'C:\COBOLWI19\PZINGUSE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS US-FILE-STATUS.
           SELECT PIZZA-RECIPE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZRCPMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RM-FILE-STATUS.
           SELECT PIZZA-STORE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZSTRMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-INV-PARM
               ASSIGN TO 'C:\COBOLWI19\PZINVPRM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS IP-FILE-STATUS.
           SELECT PIZZA-RUN-LEDGER
               ASSIGN TO 'C:\COBOLWI19\PZRUNLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LG-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZINVRPT.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
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

       FD  PIZZA-INV-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS T-TRANS-REC
           RECORD CONTAINS 44 CHARACTERS.

       01 T-TRANS-REC.
           05 T-TRANS-CODE        PIC X(1).
           05 T-STORE-NO          PIC X(4).
           05 T-INGRED-CODE       PIC X(6).
           05 T-TRANS-DATE        PIC X(8).
           05 T-QTY               PIC X(10).
           05 T-UNIT-COST         PIC X(7).
           05 T-TRANS-SOURCE      PIC X(8).

       FD  PIZZA-INGRED-USAGE
           LABEL RECORD IS STANDARD
           DATA RECORD IS US-USAGE-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 US-USAGE-REC.
           05 US-STORE-NO         PIC X(4).
           05 US-INGRED-CODE      PIC X(6).
           05 US-INGRED-DESC      PIC X(18).
           05 US-USAGE            PIC S9(9)V999.

       FD  PIZZA-RECIPE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS R-RECIPE-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 R-RECIPE-REC.
           05 R-ITEM-NO           PIC X(6).
           05 R-INGRED-CODE       PIC X(6).
           05 R-INGRED-DESC       PIC X(18).
           05 R-QTY-PER-UNIT      PIC 9(3)V999.

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

       FD  PIZZA-INV-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS IP-PARM-REC
           RECORD CONTAINS 4 CHARACTERS.

       01 IP-PARM-REC.
           05 IP-VAR-TOL-PCT      PIC 99V99.

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
           05 TRANS-EOF          PIC X(3)       VALUE 'NO'.
           05 USAGE-EOF          PIC X(3)       VALUE 'NO'.
           05 BALANCE-EOF        PIC X(3)       VALUE 'NO'.
           05 RECIPE-EOF         PIC X(3)       VALUE 'NO'.
           05 TRANS-IS-GOOD      PIC X(3)       VALUE 'YES'.
           05 IB-FILE-STATUS     PIC XX         VALUE SPACES.
           05 IT-FILE-STATUS     PIC XX         VALUE SPACES.
           05 US-FILE-STATUS     PIC XX         VALUE SPACES.
           05 RM-FILE-STATUS     PIC XX         VALUE SPACES.
           05 IP-FILE-STATUS     PIC XX         VALUE SPACES.
           05 TRANS-FILE-OPEN    PIC X(3)       VALUE 'NO'.
           05 USAGE-FILE-OPEN    PIC X(3)       VALUE 'NO'.
           05 V-TOLERANCE-PCT    PIC 99V99      VALUE 5.00.
           05 V-REJECT-REASON    PIC X(30)      VALUE SPACES.
           05 V-FOUND-SUB        PIC 9(4)       VALUE 0.
           05 V-SCAN-SUB         PIC 9(4)       VALUE 0.
           05 V-KEY-STORE        PIC X(4)       VALUE SPACES.
           05 V-KEY-INGRED       PIC X(6)       VALUE SPACES.
           05 V-KEY-DESC         PIC X(18)      VALUE SPACES.
           05 V-WORK-QTY         PIC 9(7)V999   VALUE 0.
           05 V-WORK-QTY-X REDEFINES V-WORK-QTY
                                 PIC X(10).
           05 V-WORK-COST        PIC 9(3)V9999  VALUE 0.
           05 V-WORK-COST-X REDEFINES V-WORK-COST
                                 PIC X(7).
           05 V-ABS-VAR          PIC 9(9)V999   VALUE 0.
           05 V-ABS-BASE         PIC 9(9)V999   VALUE 0.
           05 V-LINE-FLAG        PIC X(10)      VALUE SPACES.

       01 RUN-LEDGER-FIELDS.
           05 LG-FILE-STATUS     PIC XX         VALUE SPACES.
           05 LG-EOF             PIC X(3)       VALUE 'NO'.
           05 LG-DATE-STAMP      PIC X(21)      VALUE SPACES.
           05 LG-BUSINESS-DATE   PIC X(8)       VALUE SPACES.
           05 LG-PRED-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-SELF-COMPLETE   PIC X(3)       VALUE 'NO'.
           05 LG-THIS-PROGRAM    PIC X(8)       VALUE 'CBLHKW16'.
           05 LG-PRED-PROGRAM    PIC X(8)       VALUE 'CBLHKW13'.

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

       01 POST-COUNTERS.
           05 V-TRANS-READ-CTR   PIC 9(7)       VALUE 0.
           05 V-RECEIPT-CTR      PIC 9(7)       VALUE 0.
           05 V-PAR-CTR          PIC 9(7)       VALUE 0.
           05 V-COUNT-CTR        PIC 9(7)       VALUE 0.
           05 V-OPENING-CTR      PIC 9(7)       VALUE 0.
           05 V-REJECT-CTR       PIC 9(7)       VALUE 0.
           05 V-RELIEF-CTR       PIC 9(7)       VALUE 0.
           05 V-NEW-BAL-CTR      PIC 9(7)       VALUE 0.
           05 V-BAL-WRITE-CTR    PIC 9(7)       VALUE 0.
           05 V-FLAGGED-CTR      PIC 9(7)       VALUE 0.

       01 INV-BALANCE-TABLE.
           05 IV-COUNT             PIC 9(4)     VALUE 0.
           05 IV-ENTRY OCCURS 5000 TIMES
                   INDEXED BY IV-IDX.
               10 IV-STORE-NO      PIC X(4).
               10 IV-INGRED-CODE   PIC X(6).
               10 IV-INGRED-DESC   PIC X(18).
               10 IV-ON-HAND       PIC S9(7)V999.
               10 IV-UNIT-COST     PIC 9(3)V9999.
               10 IV-PAR-QTY       PIC 9(7)V999.
               10 IV-LAST-COUNT-DATE PIC X(8).
               10 IV-LAST-COUNT-QTY PIC 9(7)V999.
               10 IV-RCPT-SINCE-COUNT PIC 9(7)V999.
               10 IV-USE-SINCE-COUNT PIC S9(7)V999.
               10 IV-LAST-ACTIVITY PIC X(8).

       01 INGREDIENT-TABLE.
           05 IG-COUNT             PIC 9(3)     VALUE 0.
           05 IG-ENTRY OCCURS 500 TIMES
                   INDEXED BY IG-IDX.
               10 IG-INGRED-CODE   PIC X(6).
               10 IG-INGRED-DESC   PIC X(18).

       01 STORE-MASTER-TABLE.
           05 SM-EOF               PIC X(3)     VALUE 'NO'.
           05 SM-COUNT             PIC 9(3)     VALUE 0.
           05 SM-ENTRY OCCURS 100 TIMES
                   INDEXED BY SM-IDX.
               10 SM-STORE-NO      PIC X(4).
               10 SM-STATUS        PIC X(6).

       01 VARIANCE-TABLE.
           05 VA-COUNT             PIC 9(4)     VALUE 0.
           05 VA-SCAN-SUB          PIC 9(4)     VALUE 0.
           05 VA-PRINT-CTR         PIC 9(4)     VALUE 0.
           05 VA-CUR-STORE         PIC X(4)     VALUE SPACES.
           05 VA-NEXT-STORE        PIC X(4)     VALUE SPACES.
           05 VA-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VA-IDX.
               10 VA-STORE-NO      PIC X(4).
               10 VA-INGRED-CODE   PIC X(6).
               10 VA-INGRED-DESC   PIC X(18).
               10 VA-COUNT-DATE    PIC X(8).
               10 VA-THEO-USE      PIC S9(7)V999.
               10 VA-ACT-USE       PIC S9(7)V999.
               10 VA-VAR-QTY       PIC S9(7)V999.
               10 VA-VAR-AMT       PIC S9(7)V99.
               10 VA-THEO-AMT      PIC S9(7)V99.
               10 VA-PRINTED       PIC X(1).

       01 STORE-VARIANCE-FIELDS.
           05 SV-THEO-AMT          PIC S9(9)V99 VALUE 0.
           05 SV-VAR-AMT           PIC S9(9)V99 VALUE 0.
           05 SV-VAR-PCT           PIC S9(3)V99 VALUE 0.
           05 SV-ABS-THEO          PIC 9(9)V99  VALUE 0.
           05 SV-ABS-VAR           PIC 9(9)V99  VALUE 0.

       01 FLAGGED-STORE-TABLE.
           05 FS-COUNT             PIC 9(3)     VALUE 0.
           05 FS-SUB               PIC 9(3)     VALUE 0.
           05 FS-ENTRY OCCURS 100 TIMES
                   INDEXED BY FS-IDX.
               10 FS-STORE-NO      PIC X(4).
               10 FS-THEO-AMT      PIC S9(9)V99.
               10 FS-VAR-AMT       PIC S9(9)V99.
               10 FS-VAR-PCT       PIC S9(3)V99.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 POST-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 POST-TITLE-DATE.
               10 POST-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 POST-TITLE-DAY PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 POST-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'INGREDIENT INVENTORY POSTING REPORT'.
           05 FILLER             PIC X(66)      VALUE SPACES.

       01 POST-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(4)       VALUE 'CODE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'STORE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'INGRED'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'TRANS DT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               '       QUANTITY'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'UNIT CST'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'SOURCE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(30)      VALUE 'DISPOSITION'.
           05 FILLER             PIC X(28)      VALUE SPACES.

       01 POST-DETAIL-LINE.
           05 FILLER             PIC X(7)       VALUE SPACES.
           05 P-CODE-OUT         PIC X(1).
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 P-STORE-OUT        PIC X(4).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 P-INGRED-OUT       PIC X(6).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 P-DATE-OUT         PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 P-QTY-OUT          PIC ZZZ,ZZZ,ZZ9.999.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 P-COST-OUT         PIC ZZ9.9999.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 P-SOURCE-OUT       PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 P-STATUS-OUT       PIC X(30).
           05 FILLER             PIC X(28)      VALUE SPACES.

       01 VAR-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 VAR-TITLE-DATE.
               10 VAR-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 VAR-TITLE-DAY  PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 VAR-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(44)      VALUE
               'THEORETICAL VS ACTUAL INGREDIENT USAGE'.
           05 FILLER             PIC X(62)      VALUE SPACES.

       01 VAR-STORE-BANNER.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'STORE'.
           05 VAR-BANNER-STORE   PIC X(4).
           05 FILLER             PIC X(116)     VALUE SPACES.

       01 VAR-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'INGRED'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(18)      VALUE 'DESCRIPTION'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'COUNT DATE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(12)      VALUE '  THEO USAGE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(12)      VALUE 'ACTUAL USAGE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(12)      VALUE '   VAR UNITS'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(13)      VALUE '  VAR DOLLARS'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'FLAG'.
           05 FILLER             PIC X(29)      VALUE SPACES.

       01 VAR-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 VR-INGRED-OUT      PIC X(6).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 VR-DESC-OUT        PIC X(18).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 VR-DATE-OUT        PIC X(10).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 VR-THEO-OUT        PIC ZZZ,ZZ9.999-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 VR-ACT-OUT         PIC ZZZ,ZZ9.999-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 VR-VAR-QTY-OUT     PIC ZZZ,ZZ9.999-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 VR-VAR-AMT-OUT     PIC Z,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 VR-FLAG-OUT        PIC X(10).
           05 FILLER             PIC X(29)      VALUE SPACES.

       01 VAR-STORE-TOTAL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'STORE'.
           05 VT-STORE-OUT       PIC X(4).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(14)      VALUE
               'THEORETICAL $'.
           05 VT-THEO-AMT-OUT    PIC Z,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(11)      VALUE 'VARIANCE $'.
           05 VT-VAR-AMT-OUT     PIC Z,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'VAR PCT'.
           05 VT-PCT-OUT         PIC ZZ9.99-.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 VT-FLAG-OUT        PIC X(20).
           05 FILLER             PIC X(22)      VALUE SPACES.

       01 FLAGGED-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'STORES OUTSIDE VARIANCE TOLERANCE'.
           05 FILLER             PIC X(86)      VALUE SPACES.

       01 POST-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 POST-COUNT-DESC    PIC X(34).
           05 POST-COUNT-AMT     PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF TRANS-FILE-OPEN = 'YES'
               PERFORM L2-POST-RECEIPT
                   UNTIL TRANS-EOF = 'YES'
           END-IF.
           PERFORM L2-START-RELIEF.
           IF USAGE-FILE-OPEN = 'YES'
               PERFORM L2-POST-RELIEF
                   UNTIL USAGE-EOF = 'YES'
           END-IF.
           PERFORM L2-START-COUNTS.
           IF TRANS-FILE-OPEN = 'YES'
               PERFORM L2-POST-COUNT
                   UNTIL TRANS-EOF = 'YES'
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO POST-TITLE-MONTH.
           MOVE CURRENT-DAY   TO POST-TITLE-DAY.
           MOVE CURRENT-YEAR  TO POST-TITLE-YEAR.
           MOVE CURRENT-MONTH TO VAR-TITLE-MONTH.
           MOVE CURRENT-DAY   TO VAR-TITLE-DAY.
           MOVE CURRENT-YEAR  TO VAR-TITLE-YEAR.
           PERFORM L3-CHECK-RUN-LEDGER.
           PERFORM L3-LOAD-STORE-MASTER.
           PERFORM L3-LOAD-INGREDIENTS.
           PERFORM L3-LOAD-INV-PARM.
           PERFORM L3-LOAD-INV-BALANCE.
           OPEN OUTPUT PRTOUT.
           WRITE PRTLINE FROM POST-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM POST-COL-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT PIZZA-INV-TRANS.
           IF IT-FILE-STATUS NOT = '00'
               DISPLAY 'NO INVENTORY TRANSACTION FILE FOUND - STATUS '
                   IT-FILE-STATUS ' - NO RECEIPTS OR COUNTS POSTED'
           ELSE
               MOVE 'YES' TO TRANS-FILE-OPEN
               PERFORM L3-READ-TRANS
           END-IF.

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
               DISPLAY 'CBLHKW16 ALREADY COMPLETED FOR BUSINESS DATE '
                   LG-BUSINESS-DATE ' - THE NIGHT IS ALREADY POSTED '
                   'TO THE INVENTORY BALANCE FILE - RUN HELD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LG-PRED-COMPLETE NOT = 'YES'
               DISPLAY 'CBLHKW13 HAS NOT COMPLETED FOR BUSINESS DATE '
                   LG-BUSINESS-DATE ' - THE INGREDIENT USAGE FILE IS '
                   'NOT TONIGHT''S - RUN HELD'
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
               MOVE S-STORE-NO TO SM-STORE-NO (SM-COUNT)
               IF S-STORE-STATUS = 'CLOSED'
                   MOVE 'CLOSED' TO SM-STATUS (SM-COUNT)
               ELSE
                   MOVE 'OPEN'   TO SM-STATUS (SM-COUNT)
               END-IF
               PERFORM L3-READ-STORE-MASTER
           END-IF.

       L3-READ-STORE-MASTER.
           READ PIZZA-STORE-MASTER
               AT END
                   MOVE 'YES' TO SM-EOF.

       L3-LOAD-INGREDIENTS.
           OPEN INPUT PIZZA-RECIPE-MASTER.
           IF RM-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PZRCPMST.DAT - STATUS '
                   RM-FILE-STATUS ' - RUN CBLHKW12 TO BUILD THE '
                   'RECIPE FILE - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-READ-RECIPE.
           PERFORM L3-BUILD-INGREDIENT-TABLE UNTIL RECIPE-EOF = 'YES'.
           CLOSE PIZZA-RECIPE-MASTER.

       L3-BUILD-INGREDIENT-TABLE.
           SET IG-IDX TO 1.
           SEARCH IG-ENTRY
               AT END
                   PERFORM L4-ADD-INGREDIENT
               WHEN IG-INGRED-CODE (IG-IDX) = R-INGRED-CODE
                   CONTINUE.
           PERFORM L3-READ-RECIPE.

       L4-ADD-INGREDIENT.
           IF IG-COUNT >= 500
               DISPLAY 'INGREDIENT TABLE FULL - INGREDIENT '
                   R-INGRED-CODE ' NOT LOADED'
           ELSE
               ADD 1 TO IG-COUNT
               MOVE R-INGRED-CODE TO IG-INGRED-CODE (IG-COUNT)
               MOVE R-INGRED-DESC TO IG-INGRED-DESC (IG-COUNT)
           END-IF.

       L3-READ-RECIPE.
           READ PIZZA-RECIPE-MASTER
               AT END
                   MOVE 'YES' TO RECIPE-EOF.

       L3-LOAD-INV-PARM.
           OPEN INPUT PIZZA-INV-PARM.
           IF IP-FILE-STATUS = '00'
               READ PIZZA-INV-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IP-VAR-TOL-PCT NUMERIC
                           MOVE IP-VAR-TOL-PCT TO V-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE PIZZA-INV-PARM
           END-IF.

       L3-LOAD-INV-BALANCE.
           OPEN INPUT PIZZA-INV-BALANCE.
           IF IB-FILE-STATUS NOT = '00'
               DISPLAY 'NO INVENTORY BALANCE FILE FOUND - STATUS '
                   IB-FILE-STATUS ' - A NEW FILE WILL BE BUILT'
           ELSE
               PERFORM L3-READ-INV-BALANCE
               PERFORM L3-BUILD-BALANCE-TABLE
                   UNTIL BALANCE-EOF = 'YES'
               CLOSE PIZZA-INV-BALANCE
           END-IF.

       L3-BUILD-BALANCE-TABLE.
           IF IV-COUNT >= 5000
               DISPLAY 'PZINVBAL.DAT HAS MORE THAN 5000 ENTRIES - '
                   'THE FILE CANNOT BE REWRITTEN WITHOUT LOSING '
                   'RECORDS - RUN ABORTED'
               CLOSE PIZZA-INV-BALANCE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO IV-COUNT.
           MOVE IB-STORE-NO         TO IV-STORE-NO (IV-COUNT).
           MOVE IB-INGRED-CODE      TO IV-INGRED-CODE (IV-COUNT).
           MOVE IB-INGRED-DESC      TO IV-INGRED-DESC (IV-COUNT).
           MOVE IB-ON-HAND          TO IV-ON-HAND (IV-COUNT).
           MOVE IB-UNIT-COST        TO IV-UNIT-COST (IV-COUNT).
           MOVE IB-PAR-QTY          TO IV-PAR-QTY (IV-COUNT).
           MOVE IB-LAST-COUNT-DATE  TO IV-LAST-COUNT-DATE (IV-COUNT).
           MOVE IB-LAST-COUNT-QTY   TO IV-LAST-COUNT-QTY (IV-COUNT).
           MOVE IB-RCPT-SINCE-COUNT
               TO IV-RCPT-SINCE-COUNT (IV-COUNT).
           MOVE IB-USE-SINCE-COUNT  TO IV-USE-SINCE-COUNT (IV-COUNT).
           MOVE IB-LAST-ACTIVITY    TO IV-LAST-ACTIVITY (IV-COUNT).
           PERFORM L3-READ-INV-BALANCE.

       L3-READ-INV-BALANCE.
           READ PIZZA-INV-BALANCE
               AT END
                   MOVE 'YES' TO BALANCE-EOF.

       L3-READ-TRANS.
           READ PIZZA-INV-TRANS
               AT END
                   MOVE 'YES' TO TRANS-EOF.

       L2-POST-RECEIPT.
           EVALUATE T-TRANS-CODE
               WHEN 'R'
                   ADD 1 TO V-TRANS-READ-CTR
                   PERFORM L3-EDIT-TRANS-FIELDS
                   IF TRANS-IS-GOOD = 'YES'
                       PERFORM L3-APPLY-RECEIPT
                   ELSE
                       PERFORM L3-PRINT-REJECT
                   END-IF
               WHEN 'P'
                   ADD 1 TO V-TRANS-READ-CTR
                   PERFORM L3-EDIT-TRANS-FIELDS
                   IF TRANS-IS-GOOD = 'YES'
                       PERFORM L3-APPLY-PAR
                   ELSE
                       PERFORM L3-PRINT-REJECT
                   END-IF
               WHEN 'C'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO V-TRANS-READ-CTR
                   MOVE 'INVALID TRANSACTION CODE' TO V-REJECT-REASON
                   PERFORM L3-PRINT-REJECT
           END-EVALUATE.
           PERFORM L3-READ-TRANS.

       L3-EDIT-TRANS-FIELDS.
           MOVE 'YES' TO TRANS-IS-GOOD.
           MOVE SPACES TO V-REJECT-REASON.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   MOVE 'NO' TO TRANS-IS-GOOD
                   MOVE 'STORE UNKNOWN OR CLOSED' TO V-REJECT-REASON
               WHEN SM-STORE-NO (SM-IDX) = T-STORE-NO
                   IF SM-STATUS (SM-IDX) = 'CLOSED'
                       MOVE 'NO' TO TRANS-IS-GOOD
                       MOVE 'STORE UNKNOWN OR CLOSED'
                           TO V-REJECT-REASON
                   END-IF.
           IF TRANS-IS-GOOD = 'YES'
               SET IG-IDX TO 1
               SEARCH IG-ENTRY
                   AT END
                       MOVE 'NO' TO TRANS-IS-GOOD
                       MOVE 'INGREDIENT NOT ON RECIPE FILE'
                           TO V-REJECT-REASON
                   WHEN IG-INGRED-CODE (IG-IDX) = T-INGRED-CODE
                       CONTINUE
               END-SEARCH
           END-IF.
           IF TRANS-IS-GOOD = 'YES'
               PERFORM L3-CHECK-TRANS-DATE
           END-IF.
           IF TRANS-IS-GOOD = 'YES'
                   AND T-QTY NOT NUMERIC
               MOVE 'NO' TO TRANS-IS-GOOD
               MOVE 'QUANTITY NOT NUMERIC' TO V-REJECT-REASON
           END-IF.
           IF TRANS-IS-GOOD = 'YES'
                   AND T-TRANS-CODE = 'R'
                   AND T-UNIT-COST NOT NUMERIC
               MOVE 'NO' TO TRANS-IS-GOOD
               MOVE 'UNIT COST NOT NUMERIC' TO V-REJECT-REASON
           END-IF.

       L3-CHECK-TRANS-DATE.
           MOVE 'YES' TO E-DATE-IS-GOOD.
           IF T-TRANS-DATE NOT NUMERIC
               MOVE 'NO' TO E-DATE-IS-GOOD
           ELSE
               MOVE T-TRANS-DATE (1:4) TO E-WORK-YY
               MOVE T-TRANS-DATE (5:2) TO E-WORK-MM
               MOVE T-TRANS-DATE (7:2) TO E-WORK-DD
               PERFORM L4-CHECK-CALENDAR-DATE
           END-IF.
           IF E-DATE-IS-GOOD = 'NO'
               MOVE 'NO' TO TRANS-IS-GOOD
               MOVE 'TRANSACTION DATE NOT VALID' TO V-REJECT-REASON
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

       L3-APPLY-RECEIPT.
           MOVE T-STORE-NO    TO V-KEY-STORE.
           MOVE T-INGRED-CODE TO V-KEY-INGRED.
           MOVE IG-INGRED-DESC (IG-IDX) TO V-KEY-DESC.
           PERFORM L3-FIND-BALANCE.
           IF V-FOUND-SUB = 0
               PERFORM L3-PRINT-REJECT
           ELSE
               ADD 1 TO V-RECEIPT-CTR
               MOVE T-QTY TO V-WORK-QTY-X
               MOVE T-UNIT-COST TO V-WORK-COST-X
               ADD V-WORK-QTY TO IV-ON-HAND (V-FOUND-SUB)
               ADD V-WORK-QTY TO IV-RCPT-SINCE-COUNT (V-FOUND-SUB)
               IF V-WORK-COST > 0
                   MOVE V-WORK-COST TO IV-UNIT-COST (V-FOUND-SUB)
               END-IF
               MOVE T-TRANS-DATE TO IV-LAST-ACTIVITY (V-FOUND-SUB)
               MOVE 'RECEIPT APPLIED' TO P-STATUS-OUT
               PERFORM L3-PRINT-DETAIL
           END-IF.

       L3-APPLY-PAR.
           MOVE T-STORE-NO    TO V-KEY-STORE.
           MOVE T-INGRED-CODE TO V-KEY-INGRED.
           MOVE IG-INGRED-DESC (IG-IDX) TO V-KEY-DESC.
           PERFORM L3-FIND-BALANCE.
           IF V-FOUND-SUB = 0
               PERFORM L3-PRINT-REJECT
           ELSE
               ADD 1 TO V-PAR-CTR
               MOVE T-QTY TO V-WORK-QTY-X
               MOVE V-WORK-QTY TO IV-PAR-QTY (V-FOUND-SUB)
               MOVE 'PAR LEVEL SET' TO P-STATUS-OUT
               PERFORM L3-PRINT-DETAIL
           END-IF.

      *    FINDS THE BALANCE ENTRY FOR V-KEY-STORE/V-KEY-INGRED,
      *    ADDING A ZERO BALANCE WHEN THE PAIR IS NEW - V-FOUND-SUB
      *    IS LEFT ZERO (WITH A REJECT REASON) WHEN THE TABLE IS FULL
       L3-FIND-BALANCE.
           MOVE 0 TO V-FOUND-SUB.
           PERFORM L3-SCAN-ONE-BALANCE
               VARYING V-SCAN-SUB FROM 1 BY 1
               UNTIL V-SCAN-SUB > IV-COUNT.
           IF V-FOUND-SUB = 0
               IF IV-COUNT >= 5000
                   MOVE 'INVENTORY BALANCE TABLE FULL'
                       TO V-REJECT-REASON
               ELSE
                   PERFORM L4-ADD-BALANCE
               END-IF
           END-IF.

       L3-SCAN-ONE-BALANCE.
           IF IV-STORE-NO (V-SCAN-SUB) = V-KEY-STORE
                   AND IV-INGRED-CODE (V-SCAN-SUB) = V-KEY-INGRED
               MOVE V-SCAN-SUB TO V-FOUND-SUB.

       L4-ADD-BALANCE.
           ADD 1 TO IV-COUNT.
           ADD 1 TO V-NEW-BAL-CTR.
           MOVE IV-COUNT       TO V-FOUND-SUB.
           MOVE V-KEY-STORE    TO IV-STORE-NO (IV-COUNT).
           MOVE V-KEY-INGRED   TO IV-INGRED-CODE (IV-COUNT).
           MOVE V-KEY-DESC     TO IV-INGRED-DESC (IV-COUNT).
           MOVE 0              TO IV-ON-HAND (IV-COUNT).
           MOVE 0              TO IV-UNIT-COST (IV-COUNT).
           MOVE 0              TO IV-PAR-QTY (IV-COUNT).
           MOVE SPACES         TO IV-LAST-COUNT-DATE (IV-COUNT).
           MOVE 0              TO IV-LAST-COUNT-QTY (IV-COUNT).
           MOVE 0              TO IV-RCPT-SINCE-COUNT (IV-COUNT).
           MOVE 0              TO IV-USE-SINCE-COUNT (IV-COUNT).
           MOVE SPACES         TO IV-LAST-ACTIVITY (IV-COUNT).

       L2-START-RELIEF.
           OPEN INPUT PIZZA-INGRED-USAGE.
           IF US-FILE-STATUS NOT = '00'
               DISPLAY 'NO INGREDIENT USAGE FILE FOUND - STATUS '
                   US-FILE-STATUS ' - RUN CBLHKW13 FIRST - NO USAGE '
                   'RELIEVED'
           ELSE
               MOVE 'YES' TO USAGE-FILE-OPEN
               PERFORM L3-READ-USAGE
           END-IF.

       L2-POST-RELIEF.
           MOVE US-STORE-NO    TO V-KEY-STORE.
           MOVE US-INGRED-CODE TO V-KEY-INGRED.
           MOVE US-INGRED-DESC TO V-KEY-DESC.
           PERFORM L3-FIND-BALANCE.
           IF V-FOUND-SUB = 0
               DISPLAY 'INVENTORY BALANCE TABLE FULL - USAGE FOR STORE '
                   V-KEY-STORE ' INGREDIENT ' V-KEY-INGRED
                   ' NOT RELIEVED'
           ELSE
               ADD 1 TO V-RELIEF-CTR
               IF IV-INGRED-DESC (V-FOUND-SUB) = SPACES
                   MOVE V-KEY-DESC TO IV-INGRED-DESC (V-FOUND-SUB)
               END-IF
               SUBTRACT US-USAGE FROM IV-ON-HAND (V-FOUND-SUB)
               ADD US-USAGE TO IV-USE-SINCE-COUNT (V-FOUND-SUB)
               MOVE LG-BUSINESS-DATE TO IV-LAST-ACTIVITY (V-FOUND-SUB)
           END-IF.
           PERFORM L3-READ-USAGE.

       L3-READ-USAGE.
           READ PIZZA-INGRED-USAGE
               AT END
                   MOVE 'YES' TO USAGE-EOF.

       L2-START-COUNTS.
           IF USAGE-FILE-OPEN = 'YES'
               CLOSE PIZZA-INGRED-USAGE
           END-IF.
           IF TRANS-FILE-OPEN = 'YES'
               CLOSE PIZZA-INV-TRANS
               MOVE 'NO' TO TRANS-EOF
               OPEN INPUT PIZZA-INV-TRANS
               PERFORM L3-READ-TRANS
           END-IF.

       L2-POST-COUNT.
           IF T-TRANS-CODE = 'C'
               ADD 1 TO V-TRANS-READ-CTR
               PERFORM L3-EDIT-TRANS-FIELDS
               IF TRANS-IS-GOOD = 'YES'
                   PERFORM L3-APPLY-COUNT
               ELSE
                   PERFORM L3-PRINT-REJECT
               END-IF
           END-IF.
           PERFORM L3-READ-TRANS.

       L3-APPLY-COUNT.
           MOVE T-STORE-NO    TO V-KEY-STORE.
           MOVE T-INGRED-CODE TO V-KEY-INGRED.
           MOVE IG-INGRED-DESC (IG-IDX) TO V-KEY-DESC.
           PERFORM L3-FIND-BALANCE.
           IF V-FOUND-SUB = 0
               PERFORM L3-PRINT-REJECT
           ELSE
               ADD 1 TO V-COUNT-CTR
               MOVE T-QTY TO V-WORK-QTY-X
               IF IV-LAST-COUNT-DATE (V-FOUND-SUB) = SPACES
                   ADD 1 TO V-OPENING-CTR
                   MOVE 'OPENING COUNT - NO VARIANCE' TO P-STATUS-OUT
               ELSE
                   PERFORM L4-ADD-VARIANCE
                   MOVE 'COUNT APPLIED' TO P-STATUS-OUT
               END-IF
               MOVE V-WORK-QTY TO IV-ON-HAND (V-FOUND-SUB)
               MOVE V-WORK-QTY TO IV-LAST-COUNT-QTY (V-FOUND-SUB)
               MOVE T-TRANS-DATE TO IV-LAST-COUNT-DATE (V-FOUND-SUB)
               MOVE T-TRANS-DATE TO IV-LAST-ACTIVITY (V-FOUND-SUB)
               MOVE 0 TO IV-RCPT-SINCE-COUNT (V-FOUND-SUB)
               MOVE 0 TO IV-USE-SINCE-COUNT (V-FOUND-SUB)
               PERFORM L3-PRINT-DETAIL
           END-IF.

       L4-ADD-VARIANCE.
           IF VA-COUNT >= 2000
               DISPLAY 'VARIANCE TABLE FULL - COUNT FOR STORE '
                   T-STORE-NO ' INGREDIENT ' T-INGRED-CODE
                   ' NOT REPORTED'
           ELSE
               ADD 1 TO VA-COUNT
               MOVE T-STORE-NO    TO VA-STORE-NO (VA-COUNT)
               MOVE T-INGRED-CODE TO VA-INGRED-CODE (VA-COUNT)
               MOVE IV-INGRED-DESC (V-FOUND-SUB)
                   TO VA-INGRED-DESC (VA-COUNT)
               MOVE T-TRANS-DATE  TO VA-COUNT-DATE (VA-COUNT)
               MOVE IV-USE-SINCE-COUNT (V-FOUND-SUB)
                   TO VA-THEO-USE (VA-COUNT)
               COMPUTE VA-ACT-USE (VA-COUNT) =
                   IV-LAST-COUNT-QTY (V-FOUND-SUB)
                   + IV-RCPT-SINCE-COUNT (V-FOUND-SUB)
                   - V-WORK-QTY
               COMPUTE VA-VAR-QTY (VA-COUNT) =
                   VA-ACT-USE (VA-COUNT) - VA-THEO-USE (VA-COUNT)
               COMPUTE VA-VAR-AMT (VA-COUNT) ROUNDED =
                   VA-VAR-QTY (VA-COUNT) * IV-UNIT-COST (V-FOUND-SUB)
               COMPUTE VA-THEO-AMT (VA-COUNT) ROUNDED =
                   VA-THEO-USE (VA-COUNT) * IV-UNIT-COST (V-FOUND-SUB)
               MOVE 'N' TO VA-PRINTED (VA-COUNT)
           END-IF.

       L3-PRINT-REJECT.
           ADD 1 TO V-REJECT-CTR.
           MOVE V-REJECT-REASON TO P-STATUS-OUT.
           PERFORM L3-PRINT-DETAIL.

       L3-PRINT-DETAIL.
           MOVE T-TRANS-CODE  TO P-CODE-OUT.
           MOVE T-STORE-NO    TO P-STORE-OUT.
           MOVE T-INGRED-CODE TO P-INGRED-OUT.
           MOVE T-TRANS-DATE  TO P-DATE-OUT.
           IF T-QTY NUMERIC
               MOVE T-QTY TO V-WORK-QTY-X
               MOVE V-WORK-QTY TO P-QTY-OUT
           ELSE
               MOVE 0 TO P-QTY-OUT
           END-IF.
           IF T-UNIT-COST NUMERIC
               MOVE T-UNIT-COST TO V-WORK-COST-X
               MOVE V-WORK-COST TO P-COST-OUT
           ELSE
               MOVE 0 TO P-COST-OUT
           END-IF.
           MOVE T-TRANS-SOURCE TO P-SOURCE-OUT.
           WRITE PRTLINE FROM POST-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-POST-HEADING.

       L4-POST-HEADING.
           WRITE PRTLINE FROM POST-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM POST-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2-CLOSING.
           IF TRANS-FILE-OPEN = 'YES'
               CLOSE PIZZA-INV-TRANS
           END-IF.
           PERFORM L3-PRINT-VARIANCE-REPORT.
           PERFORM L3-REWRITE-BALANCE-FILE.
           MOVE 'INVENTORY TRANSACTIONS READ:' TO POST-COUNT-DESC.
           MOVE V-TRANS-READ-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'RECEIPTS POSTED:' TO POST-COUNT-DESC.
           MOVE V-RECEIPT-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAR LEVELS SET:' TO POST-COUNT-DESC.
           MOVE V-PAR-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'USAGE RECORDS RELIEVED:' TO POST-COUNT-DESC.
           MOVE V-RELIEF-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PHYSICAL COUNTS POSTED:' TO POST-COUNT-DESC.
           MOVE V-COUNT-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OPENING COUNTS (NO VARIANCE):' TO POST-COUNT-DESC.
           MOVE V-OPENING-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED:' TO POST-COUNT-DESC.
           MOVE V-REJECT-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NEW BALANCE RECORDS ADDED:' TO POST-COUNT-DESC.
           MOVE V-NEW-BAL-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BALANCE RECORDS WRITTEN:' TO POST-COUNT-DESC.
           MOVE V-BAL-WRITE-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORES OUTSIDE TOLERANCE:' TO POST-COUNT-DESC.
           MOVE V-FLAGGED-CTR TO POST-COUNT-AMT.
           WRITE PRTLINE FROM POST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           PERFORM L3-WRITE-LEDGER-COMPLETED.

       L3-PRINT-VARIANCE-REPORT.
           PERFORM L4-VAR-HEADING.
           MOVE 0 TO VA-PRINT-CTR.
           PERFORM L3-PRINT-ONE-VAR-STORE
               UNTIL VA-PRINT-CTR >= VA-COUNT.
           WRITE PRTLINE FROM FLAGGED-HEADING
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L4-VAR-HEADING.
           PERFORM L3-PRINT-FLAGGED-STORE
               VARYING FS-SUB FROM 1 BY 1
               UNTIL FS-SUB > FS-COUNT.

       L4-VAR-HEADING.
           WRITE PRTLINE FROM VAR-TITLE-LINE
               AFTER ADVANCING PAGE.

       L3-PRINT-ONE-VAR-STORE.
           MOVE HIGH-VALUES TO VA-NEXT-STORE.
           PERFORM L3-SCAN-FOR-LOW-STORE
               VARYING VA-SCAN-SUB FROM 1 BY 1
               UNTIL VA-SCAN-SUB > VA-COUNT.
           MOVE VA-NEXT-STORE TO VA-CUR-STORE.
           MOVE VA-CUR-STORE TO VAR-BANNER-STORE.
           MOVE 0 TO SV-THEO-AMT.
           MOVE 0 TO SV-VAR-AMT.
           WRITE PRTLINE FROM VAR-STORE-BANNER
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-VAR-HEADING.
           WRITE PRTLINE FROM VAR-COL-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM L3-PRINT-ONE-VAR-LINE
               VARYING VA-SCAN-SUB FROM 1 BY 1
               UNTIL VA-SCAN-SUB > VA-COUNT.
           PERFORM L3-PRINT-STORE-VARIANCE.

       L3-SCAN-FOR-LOW-STORE.
           IF VA-PRINTED (VA-SCAN-SUB) = 'N'
                   AND VA-STORE-NO (VA-SCAN-SUB) < VA-NEXT-STORE
               MOVE VA-STORE-NO (VA-SCAN-SUB) TO VA-NEXT-STORE.

       L3-PRINT-ONE-VAR-LINE.
           IF VA-PRINTED (VA-SCAN-SUB) = 'N'
                   AND VA-STORE-NO (VA-SCAN-SUB) = VA-CUR-STORE
               MOVE 'Y' TO VA-PRINTED (VA-SCAN-SUB)
               ADD 1 TO VA-PRINT-CTR
               ADD VA-THEO-AMT (VA-SCAN-SUB) TO SV-THEO-AMT
               ADD VA-VAR-AMT (VA-SCAN-SUB)  TO SV-VAR-AMT
               PERFORM L4-SET-LINE-FLAG
               MOVE VA-INGRED-CODE (VA-SCAN-SUB) TO VR-INGRED-OUT
               MOVE VA-INGRED-DESC (VA-SCAN-SUB) TO VR-DESC-OUT
               MOVE VA-COUNT-DATE (VA-SCAN-SUB) (5:2)
                   TO VR-DATE-OUT (1:2)
               MOVE '/' TO VR-DATE-OUT (3:1)
               MOVE VA-COUNT-DATE (VA-SCAN-SUB) (7:2)
                   TO VR-DATE-OUT (4:2)
               MOVE '/' TO VR-DATE-OUT (6:1)
               MOVE VA-COUNT-DATE (VA-SCAN-SUB) (1:4)
                   TO VR-DATE-OUT (7:4)
               MOVE VA-THEO-USE (VA-SCAN-SUB) TO VR-THEO-OUT
               MOVE VA-ACT-USE (VA-SCAN-SUB)  TO VR-ACT-OUT
               MOVE VA-VAR-QTY (VA-SCAN-SUB)  TO VR-VAR-QTY-OUT
               MOVE VA-VAR-AMT (VA-SCAN-SUB)  TO VR-VAR-AMT-OUT
               MOVE V-LINE-FLAG               TO VR-FLAG-OUT
               WRITE PRTLINE FROM VAR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-VAR-HEADING
               END-WRITE
           END-IF.

      *    AN INGREDIENT LINE IS FLAGGED WHEN ITS UNIT VARIANCE IS
      *    LARGER THAN THE TOLERANCE PERCENT OF ITS THEORETICAL USAGE
       L4-SET-LINE-FLAG.
           MOVE SPACES TO V-LINE-FLAG.
           MOVE VA-VAR-QTY (VA-SCAN-SUB) TO V-ABS-VAR.
           MOVE VA-THEO-USE (VA-SCAN-SUB) TO V-ABS-BASE.
           IF V-ABS-VAR * 100 > V-ABS-BASE * V-TOLERANCE-PCT
               MOVE '*OVER TOL' TO V-LINE-FLAG
           END-IF.

       L3-PRINT-STORE-VARIANCE.
           MOVE SV-THEO-AMT TO SV-ABS-THEO.
           MOVE SV-VAR-AMT TO SV-ABS-VAR.
           IF SV-THEO-AMT = 0
               MOVE 0 TO SV-VAR-PCT
           ELSE
               COMPUTE SV-VAR-PCT ROUNDED =
                   SV-VAR-AMT * 100 / SV-THEO-AMT
                   ON SIZE ERROR
                       MOVE 999.99 TO SV-VAR-PCT
               END-COMPUTE
           END-IF.
           MOVE VA-CUR-STORE TO VT-STORE-OUT.
           MOVE SV-THEO-AMT  TO VT-THEO-AMT-OUT.
           MOVE SV-VAR-AMT   TO VT-VAR-AMT-OUT.
           MOVE SV-VAR-PCT   TO VT-PCT-OUT.
           MOVE SPACES TO VT-FLAG-OUT.
           IF SV-ABS-VAR * 100 > SV-ABS-THEO * V-TOLERANCE-PCT
               MOVE 'OUTSIDE TOLERANCE' TO VT-FLAG-OUT
               ADD 1 TO V-FLAGGED-CTR
               PERFORM L4-ADD-FLAGGED-STORE
           END-IF.
           WRITE PRTLINE FROM VAR-STORE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-VAR-HEADING.

       L4-ADD-FLAGGED-STORE.
           IF FS-COUNT < 100
               ADD 1 TO FS-COUNT
               MOVE VA-CUR-STORE TO FS-STORE-NO (FS-COUNT)
               MOVE SV-THEO-AMT  TO FS-THEO-AMT (FS-COUNT)
               MOVE SV-VAR-AMT   TO FS-VAR-AMT (FS-COUNT)
               MOVE SV-VAR-PCT   TO FS-VAR-PCT (FS-COUNT)
           END-IF.

       L3-PRINT-FLAGGED-STORE.
           MOVE FS-STORE-NO (FS-SUB) TO VT-STORE-OUT.
           MOVE FS-THEO-AMT (FS-SUB) TO VT-THEO-AMT-OUT.
           MOVE FS-VAR-AMT (FS-SUB)  TO VT-VAR-AMT-OUT.
           MOVE FS-VAR-PCT (FS-SUB)  TO VT-PCT-OUT.
           MOVE 'OUTSIDE TOLERANCE'  TO VT-FLAG-OUT.
           WRITE PRTLINE FROM VAR-STORE-TOTAL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-VAR-HEADING.

       L3-REWRITE-BALANCE-FILE.
           OPEN OUTPUT PIZZA-INV-BALANCE.
           PERFORM L3-WRITE-BALANCE-ENTRY
               VARYING V-SCAN-SUB FROM 1 BY 1
               UNTIL V-SCAN-SUB > IV-COUNT.
           CLOSE PIZZA-INV-BALANCE.

       L3-WRITE-BALANCE-ENTRY.
           MOVE IV-STORE-NO (V-SCAN-SUB)        TO IB-STORE-NO.
           MOVE IV-INGRED-CODE (V-SCAN-SUB)     TO IB-INGRED-CODE.
           MOVE IV-INGRED-DESC (V-SCAN-SUB)     TO IB-INGRED-DESC.
           MOVE IV-ON-HAND (V-SCAN-SUB)         TO IB-ON-HAND.
           MOVE IV-UNIT-COST (V-SCAN-SUB)       TO IB-UNIT-COST.
           MOVE IV-PAR-QTY (V-SCAN-SUB)         TO IB-PAR-QTY.
           MOVE IV-LAST-COUNT-DATE (V-SCAN-SUB) TO IB-LAST-COUNT-DATE.
           MOVE IV-LAST-COUNT-QTY (V-SCAN-SUB)  TO IB-LAST-COUNT-QTY.
           MOVE IV-RCPT-SINCE-COUNT (V-SCAN-SUB)
               TO IB-RCPT-SINCE-COUNT.
           MOVE IV-USE-SINCE-COUNT (V-SCAN-SUB) TO IB-USE-SINCE-COUNT.
           MOVE IV-LAST-ACTIVITY (V-SCAN-SUB)   TO IB-LAST-ACTIVITY.
           WRITE IB-BAL-REC.
           ADD 1 TO V-BAL-WRITE-CTR.

       end program CBLHKW16.

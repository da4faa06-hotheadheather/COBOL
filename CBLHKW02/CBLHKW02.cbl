      *THIS PROGRAM EDITS RAW PIZZA SALES RECORDS AHEAD OF THE
      *REPORT SORT - CLEAN RECORDS GO TO THE SORT INPUT FILE,
      *REJECTS GO TO A REJECT FILE WITH A REASON CODE, AND AN
      *EDIT SUMMARY IS PRINTED - EACH STORE'S TRANSMISSION ARRIVES
      *AS A BATCH WITH A HEADER RECORD (TRANS CODE 'H' - STORE,
      *BATCH ID, BUSINESS DATE) AND A TRAILER RECORD (TRANS CODE
      *'T' - RECORD COUNT, QUANTITY HASH, DOLLAR TOTAL) - A FIRST
      *PASS BALANCES EVERY BATCH AGAINST ITS TRAILER AND CHECKS THE
      *BATCH ID AGAINST THE TRANSMISSION LOG, AND THE EDIT PASS
      *REJECTS EVERY RECORD OF A BATCH THAT IS OUT OF BALANCE, HAS
      *NO TRAILER, OR WAS ALREADY ACCEPTED ON AN EARLIER NIGHT -
      *ACCEPTED BATCH IDS ARE ADDED TO THE TRANSMISSION LOG AND A
      *BATCH ACCEPTANCE REPORT SHOWS EACH STORE'S BATCHES AND THE
      *OPEN STORES THAT SENT NOTHING - A SALE KEYED WITH A PROMO
      *CODE IS CHECKED AGAINST THE PROMOTION MASTER (CODE ON FILE,
      *SALES DATE WITHIN THE PROMOTION, STORE OR REGION AND ITEM OR
      *CATEGORY ELIGIBLE) AND ITS PRICE IS AUTHORIZED AT THE
      *AUTHORIZED PRICE LESS THE PROMOTION DISCOUNT - A SALE KEYED
      *WITH A CHANNEL CODE IS CHECKED AGAINST THE CHANNEL TABLE, AND
      *A SALE WITH NO CHANNEL IS ACCEPTED AS CHANNEL UNKNOWN
       PROGRAM-ID. CBLHKW02.
       AUTHOR. Heather Whittlesey.

               ASSIGN TO 'C:\COBOLWI19\PZPRCTOL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PT-FILE-STATUS.
           SELECT PIZZA-PROMO-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZPRMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PM-FILE-STATUS.
           SELECT PIZZA-CHANNEL-TBL
               ASSIGN TO 'C:\COBOLWI19\PZCHANNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CH-FILE-STATUS.
           SELECT PRICE-EXC-RPT
               ASSIGN TO 'C:\COBOLWI19\PZPRCEXC.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-TRANS-LOG
               ASSIGN TO 'C:\COBOLWI19\PZTRNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TL-FILE-STATUS.
           SELECT BATCH-ACC-RPT
               ASSIGN TO 'C:\COBOLWI19\PZBATRPT.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PIZZAEDT.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.
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
       01 PT-PARM-REC.
           05 PT-TOLERANCE        PIC 99V99.

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

       FD  PIZZA-CHANNEL-TBL
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-CHANNEL-REC
           RECORD CONTAINS 22 CHARACTERS.

       01 CH-CHANNEL-REC.
           05 CH-CHANNEL-CODE     PIC X(2).
           05 CH-CHANNEL-DESC     PIC X(16).
           05 CH-COMMISSION-PCT   PIC 99V99.

       FD  PRICE-EXC-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS

       01 EXCLINE              PIC X(132).

       FD  PIZZA-TRANS-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS TL-LOG-REC
           RECORD CONTAINS 57 CHARACTERS.

       01 TL-LOG-REC.
           05 TL-STORE-NO         PIC X(4).
           05 TL-BATCH-ID         PIC X(8).
           05 TL-BUS-DATE         PIC X(8).
           05 TL-RUN-DATE         PIC X(8).
           05 TL-REC-COUNT        PIC 9(7).
           05 TL-QTY-HASH         PIC 9(11).
           05 TL-DOLLAR-TOTAL     PIC 9(9)V99.

       FD  BATCH-ACC-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BATLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 BATLINE              PIC X(132).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 E-READ-CTR         PIC 9(7)       VALUE 0.
           05 E-ACCEPT-CTR       PIC 9(7)       VALUE 0.
           05 E-REJECT-CTR       PIC 9(7)       VALUE 0.
           05 E-REASON-CTR       OCCURS 17 TIMES PIC 9(7).

       01 E-PIZZA-REC.
           05 E-PIZZA-STORE-NO   PIC X(4).
           05 E-PIZZA-CUR-QTY    PIC X(5).
           05 E-PIZZA-PREV-QTY   PIC X(5).
           05 E-PIZZA-TRANS-CODE PIC X(1).
           05 E-PIZZA-PROMO-CODE PIC X(6).
           05 E-PIZZA-CHANNEL    PIC X(2).
           05 FILLER             PIC X(12).
       01 B-BATCH-HEADER REDEFINES E-PIZZA-REC.
           05 B-HDR-STORE-NO     PIC X(4).
           05 B-HDR-BATCH-ID     PIC X(8).
           05 B-HDR-BUS-DATE     PIC X(8).
           05 FILLER             PIC X(12).
           05 B-HDR-REC-TYPE     PIC X(1).
           05 FILLER             PIC X(20).
       01 B-BATCH-TRAILER REDEFINES E-PIZZA-REC.
           05 B-TRL-STORE-NO     PIC X(4).
           05 B-TRL-REC-COUNT    PIC 9(7).
           05 B-TRL-QTY-HASH     PIC 9(11).
           05 B-TRL-DOLLARS      PIC 9(8)V99.
           05 B-TRL-REC-TYPE     PIC X(1).
           05 FILLER             PIC X(20).

       01 DATE-EDIT-FIELDS.

       01 REASON-FIELDS.
           05 E-REASON-CODE      PIC XX         VALUE SPACES.
           05 E-REASON-SUB       PIC 99         VALUE 0.

       01 ITEM-MASTER-TABLE.
           05 IM-EOF               PIC X(3)     VALUE 'NO'.
                   INDEXED BY SM-IDX.
               10 SM-STORE-NO      PIC X(4).
               10 SM-STATUS        PIC X(6).
               10 SM-BATCH-SEEN    PIC X(1).
               10 SM-REGION        PIC X(8).

       01 PROMO-FIELDS.
           05 PM-FILE-STATUS       PIC XX       VALUE SPACES.
           05 PM-EOF               PIC X(3)     VALUE 'NO'.
           05 PG-HEADER-FOUND      PIC X(3)     VALUE 'NO'.
           05 PG-PROMO-VALID       PIC X(3)     VALUE 'NO'.
           05 PG-HAS-ITEM-ROWS     PIC X(3)     VALUE 'NO'.
           05 PG-ITEM-MATCH        PIC X(3)     VALUE 'NO'.
           05 PG-HAS-STORE-ROWS    PIC X(3)     VALUE 'NO'.
           05 PG-STORE-MATCH       PIC X(3)     VALUE 'NO'.
           05 PG-SALE-CATEGORY     PIC X(12)    VALUE SPACES.
           05 PG-SALE-REGION       PIC X(8)     VALUE SPACES.
           05 PG-START-DATE        PIC X(8)     VALUE SPACES.
           05 PG-END-DATE          PIC X(8)     VALUE SPACES.
           05 PG-DISC-TYPE         PIC X(1)     VALUE SPACES.
           05 PG-DISC-VALUE        PIC 9(3)V99  VALUE 0.
           05 PG-WORK-PRICE        PIC S9(3)V99 VALUE 0.
           05 PG-SCAN-SUB          PIC 9(4)     VALUE 0.

       01 CHANNEL-FIELDS.
           05 CH-FILE-STATUS       PIC XX       VALUE SPACES.
           05 CH-EOF               PIC X(3)     VALUE 'NO'.

       01 CHANNEL-TABLE.
           05 CN-COUNT             PIC 9(3)     VALUE 0.
           05 CN-ENTRY OCCURS 50 TIMES
                   INDEXED BY CN-IDX.
               10 CN-CHANNEL-CODE  PIC X(2).

       01 PROMO-TABLE.
           05 PG-COUNT             PIC 9(4)     VALUE 0.
           05 PG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PG-IDX.
               10 PG-PROMO-CODE    PIC X(6).
               10 PG-ROW-TYPE      PIC X(1).
               10 PG-ROW-VALUE     PIC X(12).
               10 PG-ROW-START     PIC X(8).
               10 PG-ROW-END       PIC X(8).
               10 PG-ROW-DISC-TYPE PIC X(1).
               10 PG-ROW-DISC-VAL  PIC 9(3)V99.

       01 BATCH-CONTROL-FIELDS.
           05 TL-FILE-STATUS       PIC XX       VALUE SPACES.
           05 TL-EOF               PIC X(3)     VALUE 'NO'.
           05 BATCH-EOF            PIC X(3)     VALUE 'NO'.
           05 B-IN-BATCH           PIC X(3)     VALUE 'NO'.
           05 B-CUR-SUB            PIC 9(3)     VALUE 0.
           05 B-SCAN-SUB           PIC 9(3)     VALUE 0.
           05 B-PRINT-CTR          PIC 9(3)     VALUE 0.
           05 B-CUR-STORE          PIC X(4)     VALUE SPACES.
           05 B-NEXT-STORE         PIC X(4)     VALUE SPACES.
           05 B-WORK-REASON        PIC 99       VALUE 0.
           05 B-WORK-QTY           PIC 9(5)     VALUE 0.
           05 B-WORK-QTY-X REDEFINES B-WORK-QTY
                                   PIC X(5).
           05 B-WORK-PRICE         PIC 99V99    VALUE 0.
           05 B-WORK-PRICE-X REDEFINES B-WORK-PRICE
                                   PIC X(4).

       01 BATCH-COUNTERS.
           05 B-BATCH-ACC-CTR      PIC 9(5)     VALUE 0.
           05 B-BATCH-REJ-CTR      PIC 9(5)     VALUE 0.
           05 B-ORPHAN-TRL-CTR     PIC 9(5)     VALUE 0.
           05 B-SILENT-CTR         PIC 9(5)     VALUE 0.

       01 BATCH-TABLE.
           05 BA-COUNT             PIC 9(3)     VALUE 0.
           05 BA-ENTRY OCCURS 200 TIMES
                   INDEXED BY BA-IDX.
               10 BA-STORE-NO      PIC X(4).
               10 BA-BATCH-ID      PIC X(8).
               10 BA-BUS-DATE      PIC X(8).
               10 BA-DTL-CTR       PIC 9(7).
               10 BA-QTY-HASH      PIC 9(11).
               10 BA-DOLLAR-TOTAL  PIC 9(8)V99.
               10 BA-TRL-COUNT     PIC 9(7).
               10 BA-TRL-QTY-HASH  PIC 9(11).
               10 BA-TRL-DOLLARS   PIC 9(8)V99.
               10 BA-REASON-CODE   PIC XX.
               10 BA-ACCEPT-CTR    PIC 9(7).
               10 BA-REJECT-CTR    PIC 9(7).
               10 BA-PRINTED       PIC X(1).

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
               'STORE UNKNOWN OR CLOSED'.
           05 FILLER             PIC X(30)      VALUE
               'PRICE NOT AUTHORIZED'.
           05 FILLER             PIC X(30)      VALUE
               'BATCH OUT OF BALANCE'.
           05 FILLER             PIC X(30)      VALUE
               'BATCH TRAILER MISSING'.
           05 FILLER             PIC X(30)      VALUE
               'DUPLICATE BATCH ID'.
           05 FILLER             PIC X(30)      VALUE
               'BATCH HEADER MISSING OR BAD'.
           05 FILLER             PIC X(30)      VALUE
               'STORE NOT ON BATCH HEADER'.
           05 FILLER             PIC X(30)      VALUE
               'PROMO CODE NOT ON FILE'.
           05 FILLER             PIC X(30)      VALUE
               'PROMO NOT VALID FOR SALE'.
           05 FILLER             PIC X(30)      VALUE
               'CHANNEL CODE NOT ON FILE'.
       01 REASON-DESC-R REDEFINES REASON-DESC-TABLE.
           05 E-REASON-DESC      OCCURS 17 TIMES PIC X(30).

       01 EXC-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 EXC-COUNT-AMT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.

       01 BAT-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 BAT-TITLE-DATE.
               10 BAT-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 BAT-TITLE-DAY  PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 BAT-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'STORE BATCH ACCEPTANCE REPORT'.
           05 FILLER             PIC X(66)      VALUE SPACES.

       01 BAT-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'STORE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'BATCH ID'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'BUS DATE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE 'RECORDS'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE 'TRL CNT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(13)      VALUE
               '      DOLLARS'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(13)      VALUE
               '    TRAILER $'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE ' ACCEPT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE ' REJECT'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(30)      VALUE 'STATUS'.
           05 FILLER             PIC X(1)       VALUE SPACES.

       01 BAT-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 BAT-STORE-OUT      PIC X(4).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 BAT-BATCH-OUT      PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BAT-DATE-OUT       PIC X(10).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BAT-RECS-OUT       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BAT-TRL-CNT-OUT    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BAT-DOLLARS-OUT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BAT-TRL-DOL-OUT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BAT-ACCEPT-OUT     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BAT-REJECT-OUT     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BAT-STATUS-OUT     PIC X(30).
           05 FILLER             PIC X(1)       VALUE SPACES.

       01 BAT-SILENT-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'OPEN STORES WITH NO TRANSMISSION'.
           05 FILLER             PIC X(86)      VALUE SPACES.

       01 BAT-SILENT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 BAT-SILENT-STORE   PIC X(4).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 FILLER             PIC X(30)      VALUE
               'NO BATCH RECEIVED'.
           05 FILLER             PIC X(89)      VALUE SPACES.

       01 BAT-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 BAT-COUNT-DESC     PIC X(34).
           05 BAT-COUNT-AMT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           MOVE CURRENT-MONTH TO EXC-TITLE-MONTH.
           MOVE CURRENT-DAY   TO EXC-TITLE-DAY.
           MOVE CURRENT-YEAR  TO EXC-TITLE-YEAR.
           MOVE CURRENT-MONTH TO BAT-TITLE-MONTH.
           MOVE CURRENT-DAY   TO BAT-TITLE-DAY.
           MOVE CURRENT-YEAR  TO BAT-TITLE-YEAR.
           PERFORM L3-ZERO-REASON-CTR
               VARYING E-REASON-SUB FROM 1 BY 1
               UNTIL E-REASON-SUB > 17.
           PERFORM L3-LOAD-ITEM-MASTER.
           PERFORM L3-LOAD-STORE-MASTER.
           PERFORM L3-LOAD-AUTH-PRICE.
           PERFORM L3-LOAD-PRICE-TOL.
           PERFORM L3-LOAD-PROMO-MASTER.
           PERFORM L3-LOAD-CHANNEL-TBL.
           PERFORM L3-BALANCE-BATCHES.
           PERFORM L3-CHECK-TRANS-LOG.
           PERFORM L3-CHECK-DUP-IN-FILE
               VARYING B-CUR-SUB FROM 2 BY 1
               UNTIL B-CUR-SUB > BA-COUNT.
           MOVE 0 TO B-CUR-SUB.
           MOVE 'NO' TO B-IN-BATCH.
           OPEN INPUT PIZZA-SALES-RAW.
           OPEN OUTPUT PIZZA-SALES-EDITED.
           OPEN OUTPUT PIZZA-SALES-REJECT.
           ELSE
               ADD 1 TO SM-COUNT
               MOVE S-STORE-NO TO SM-STORE-NO (SM-COUNT)
               MOVE S-REGION   TO SM-REGION (SM-COUNT)
               MOVE 'N' TO SM-BATCH-SEEN (SM-COUNT)
               IF S-STORE-STATUS = 'CLOSED'
                   MOVE 'CLOSED' TO SM-STATUS (SM-COUNT)
               ELSE
               CLOSE PIZZA-PRICE-TOL
           END-IF.

       L3-LOAD-PROMO-MASTER.
           OPEN INPUT PIZZA-PROMO-MASTER.
           IF PM-FILE-STATUS NOT = '00'
               DISPLAY 'NO PROMOTION MASTER FOUND - STATUS '
                   PM-FILE-STATUS ' - PROMO CODES WILL BE REJECTED'
           ELSE
               PERFORM L3-READ-PROMO-MASTER
               PERFORM L3-BUILD-PROMO-TABLE UNTIL PM-EOF = 'YES'
               CLOSE PIZZA-PROMO-MASTER
           END-IF.

       L3-BUILD-PROMO-TABLE.
           IF PG-COUNT >= 2000
               DISPLAY 'PZPRMMST.DAT HAS MORE THAN 2000 ROWS - '
                   'TABLE FULL, REMAINING ROWS IGNORED'
               MOVE 'YES' TO PM-EOF
           ELSE
               ADD 1 TO PG-COUNT
               MOVE PM-PROMO-CODE TO PG-PROMO-CODE (PG-COUNT)
               MOVE PM-ROW-TYPE   TO PG-ROW-TYPE (PG-COUNT)
               MOVE PM-ROW-VALUE  TO PG-ROW-VALUE (PG-COUNT)
               MOVE PM-START-DATE TO PG-ROW-START (PG-COUNT)
               MOVE PM-END-DATE   TO PG-ROW-END (PG-COUNT)
               MOVE PM-DISC-TYPE  TO PG-ROW-DISC-TYPE (PG-COUNT)
               IF PM-DISC-VALUE NUMERIC
                   MOVE PM-DISC-VALUE TO PG-ROW-DISC-VAL (PG-COUNT)
               ELSE
                   MOVE 0 TO PG-ROW-DISC-VAL (PG-COUNT)
               END-IF
               PERFORM L3-READ-PROMO-MASTER
           END-IF.

       L3-READ-PROMO-MASTER.
           READ PIZZA-PROMO-MASTER
               AT END
                   MOVE 'YES' TO PM-EOF.

       L3-LOAD-CHANNEL-TBL.
           OPEN INPUT PIZZA-CHANNEL-TBL.
           IF CH-FILE-STATUS NOT = '00'
               DISPLAY 'NO CHANNEL TABLE FOUND - STATUS '
                   CH-FILE-STATUS ' - CHANNEL CODES WILL NOT BE CHECKED'
           ELSE
               PERFORM L3-READ-CHANNEL-TBL
               PERFORM L3-BUILD-CHANNEL-TABLE UNTIL CH-EOF = 'YES'
               CLOSE PIZZA-CHANNEL-TBL
           END-IF.

       L3-BUILD-CHANNEL-TABLE.
           IF CN-COUNT >= 50
               DISPLAY 'PZCHANNL.DAT HAS MORE THAN 50 CHANNELS - '
                   'TABLE FULL, REMAINING CHANNELS IGNORED'
               MOVE 'YES' TO CH-EOF
           ELSE
               ADD 1 TO CN-COUNT
               MOVE CH-CHANNEL-CODE TO CN-CHANNEL-CODE (CN-COUNT)
               PERFORM L3-READ-CHANNEL-TBL
           END-IF.

       L3-READ-CHANNEL-TBL.
           READ PIZZA-CHANNEL-TBL
               AT END
                   MOVE 'YES' TO CH-EOF.

       L3-BALANCE-BATCHES.
           MOVE 'NO' TO BATCH-EOF.
           MOVE 'NO' TO B-IN-BATCH.
           OPEN INPUT PIZZA-SALES-RAW.
           PERFORM L3-READ-RAW-BALANCE.
           PERFORM L3-BALANCE-ONE-REC UNTIL BATCH-EOF = 'YES'.
           IF B-IN-BATCH = 'YES'
               PERFORM L4-CLOSE-OPEN-BATCH
           END-IF.
           CLOSE PIZZA-SALES-RAW.

       L3-READ-RAW-BALANCE.
           READ PIZZA-SALES-RAW
               AT END
                   MOVE 'YES' TO BATCH-EOF.

       L3-BALANCE-ONE-REC.
           MOVE PIZZA-RAW-REC TO E-PIZZA-REC.
           EVALUATE E-PIZZA-TRANS-CODE
               WHEN 'H'
                   IF B-IN-BATCH = 'YES'
                       PERFORM L4-CLOSE-OPEN-BATCH
                   END-IF
                   PERFORM L4-OPEN-NEW-BATCH
               WHEN 'T'
                   IF B-IN-BATCH = 'YES'
                       PERFORM L4-BALANCE-TRAILER
                   ELSE
                       ADD 1 TO B-ORPHAN-TRL-CTR
                   END-IF
               WHEN OTHER
                   IF B-IN-BATCH = 'YES'
                       PERFORM L4-ACCUM-BATCH-DETAIL
                   END-IF
           END-EVALUATE.
           PERFORM L3-READ-RAW-BALANCE.

       L4-OPEN-NEW-BATCH.
           IF BA-COUNT >= 200
               DISPLAY 'CBLPIZZA.DAT HAS MORE THAN 200 BATCHES - '
                   'TABLE FULL - RUN ABORTED'
               CLOSE PIZZA-SALES-RAW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO BA-COUNT.
           MOVE BA-COUNT TO B-CUR-SUB.
           MOVE 'YES' TO B-IN-BATCH.
           MOVE B-HDR-STORE-NO TO BA-STORE-NO (B-CUR-SUB).
           MOVE B-HDR-BATCH-ID TO BA-BATCH-ID (B-CUR-SUB).
           MOVE B-HDR-BUS-DATE TO BA-BUS-DATE (B-CUR-SUB).
           MOVE 0 TO BA-DTL-CTR (B-CUR-SUB).
           MOVE 0 TO BA-QTY-HASH (B-CUR-SUB).
           MOVE 0 TO BA-DOLLAR-TOTAL (B-CUR-SUB).
           MOVE 0 TO BA-TRL-COUNT (B-CUR-SUB).
           MOVE 0 TO BA-TRL-QTY-HASH (B-CUR-SUB).
           MOVE 0 TO BA-TRL-DOLLARS (B-CUR-SUB).
           MOVE 0 TO BA-ACCEPT-CTR (B-CUR-SUB).
           MOVE 0 TO BA-REJECT-CTR (B-CUR-SUB).
           MOVE 'N' TO BA-PRINTED (B-CUR-SUB).
           MOVE SPACES TO BA-REASON-CODE (B-CUR-SUB).
           IF B-HDR-STORE-NO = SPACES
                   OR B-HDR-BATCH-ID = SPACES
                   OR B-HDR-BUS-DATE NOT NUMERIC
               MOVE '13' TO BA-REASON-CODE (B-CUR-SUB)
           END-IF.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   CONTINUE
               WHEN SM-STORE-NO (SM-IDX) = B-HDR-STORE-NO
                   MOVE 'Y' TO SM-BATCH-SEEN (SM-IDX).

       L4-ACCUM-BATCH-DETAIL.
           ADD 1 TO BA-DTL-CTR (B-CUR-SUB).
           IF E-PIZZA-CUR-QTY NUMERIC
               MOVE E-PIZZA-CUR-QTY TO B-WORK-QTY-X
               ADD B-WORK-QTY TO BA-QTY-HASH (B-CUR-SUB)
               IF E-PIZZA-PRICE NUMERIC
                   MOVE E-PIZZA-PRICE TO B-WORK-PRICE-X
                   COMPUTE BA-DOLLAR-TOTAL (B-CUR-SUB) =
                       BA-DOLLAR-TOTAL (B-CUR-SUB)
                       + (B-WORK-PRICE * B-WORK-QTY)
               END-IF
           END-IF.

       L4-BALANCE-TRAILER.
           MOVE 'NO' TO B-IN-BATCH.
           IF B-TRL-REC-COUNT NUMERIC
                   AND B-TRL-QTY-HASH NUMERIC
                   AND B-TRL-DOLLARS NUMERIC
               MOVE B-TRL-REC-COUNT TO BA-TRL-COUNT (B-CUR-SUB)
               MOVE B-TRL-QTY-HASH  TO BA-TRL-QTY-HASH (B-CUR-SUB)
               MOVE B-TRL-DOLLARS   TO BA-TRL-DOLLARS (B-CUR-SUB)
           ELSE
               IF BA-REASON-CODE (B-CUR-SUB) = SPACES
                   MOVE '10' TO BA-REASON-CODE (B-CUR-SUB)
               END-IF
           END-IF.
           IF BA-REASON-CODE (B-CUR-SUB) = SPACES
               IF B-TRL-STORE-NO NOT = BA-STORE-NO (B-CUR-SUB)
                       OR BA-TRL-COUNT (B-CUR-SUB)
                           NOT = BA-DTL-CTR (B-CUR-SUB)
                       OR BA-TRL-QTY-HASH (B-CUR-SUB)
                           NOT = BA-QTY-HASH (B-CUR-SUB)
                       OR BA-TRL-DOLLARS (B-CUR-SUB)
                           NOT = BA-DOLLAR-TOTAL (B-CUR-SUB)
                   MOVE '10' TO BA-REASON-CODE (B-CUR-SUB)
               END-IF
           END-IF.

       L4-CLOSE-OPEN-BATCH.
           MOVE 'NO' TO B-IN-BATCH.
           IF BA-REASON-CODE (B-CUR-SUB) = SPACES
               MOVE '11' TO BA-REASON-CODE (B-CUR-SUB)
           END-IF.

       L3-CHECK-TRANS-LOG.
           OPEN INPUT PIZZA-TRANS-LOG.
           IF TL-FILE-STATUS = '00'
               PERFORM L3-READ-TRANS-LOG
               PERFORM L3-SCAN-TRANS-LOG-REC UNTIL TL-EOF = 'YES'
               CLOSE PIZZA-TRANS-LOG
           ELSE
               DISPLAY 'NO TRANSMISSION LOG FOUND - STATUS '
                   TL-FILE-STATUS ' - A NEW LOG WILL BE STARTED'
           END-IF.

       L3-READ-TRANS-LOG.
           READ PIZZA-TRANS-LOG
               AT END
                   MOVE 'YES' TO TL-EOF.

       L3-SCAN-TRANS-LOG-REC.
           PERFORM L4-MATCH-LOG-TO-BATCH
               VARYING B-SCAN-SUB FROM 1 BY 1
               UNTIL B-SCAN-SUB > BA-COUNT.
           PERFORM L3-READ-TRANS-LOG.

       L4-MATCH-LOG-TO-BATCH.
           IF TL-STORE-NO = BA-STORE-NO (B-SCAN-SUB)
                   AND TL-BATCH-ID = BA-BATCH-ID (B-SCAN-SUB)
               MOVE '12' TO BA-REASON-CODE (B-SCAN-SUB)
           END-IF.

       L3-CHECK-DUP-IN-FILE.
           PERFORM L4-MATCH-EARLIER-BATCH
               VARYING B-SCAN-SUB FROM 1 BY 1
               UNTIL B-SCAN-SUB >= B-CUR-SUB.

       L4-MATCH-EARLIER-BATCH.
           IF BA-REASON-CODE (B-SCAN-SUB) = SPACES
                   AND BA-STORE-NO (B-SCAN-SUB)
                       = BA-STORE-NO (B-CUR-SUB)
                   AND BA-BATCH-ID (B-SCAN-SUB)
                       = BA-BATCH-ID (B-CUR-SUB)
               MOVE '12' TO BA-REASON-CODE (B-CUR-SUB)
           END-IF.

       L2-MAINLINE.
           MOVE PIZZA-RAW-REC TO E-PIZZA-REC.
           EVALUATE E-PIZZA-TRANS-CODE
               WHEN 'H'
                   ADD 1 TO B-CUR-SUB
                   MOVE 'YES' TO B-IN-BATCH
               WHEN 'T'
                   MOVE 'NO' TO B-IN-BATCH
               WHEN OTHER
                   PERFORM L3-PROCESS-DETAIL
           END-EVALUATE.
           PERFORM L3-READ-RAW.

       L3-PROCESS-DETAIL.
           ADD 1 TO E-READ-CTR.
           EVALUATE TRUE
               WHEN B-IN-BATCH = 'NO'
                   MOVE 'NO' TO REC-IS-GOOD
                   MOVE '13' TO E-REASON-CODE
                   MOVE 13 TO E-REASON-SUB
               WHEN BA-REASON-CODE (B-CUR-SUB) NOT = SPACES
                   MOVE 'NO' TO REC-IS-GOOD
                   MOVE BA-REASON-CODE (B-CUR-SUB) TO E-REASON-CODE
                   MOVE BA-REASON-CODE (B-CUR-SUB) TO E-REASON-SUB
               WHEN OTHER
                   PERFORM L3-EDIT-RECORD
                   IF REC-IS-GOOD = 'YES'
                           AND E-PIZZA-STORE-NO
                               NOT = BA-STORE-NO (B-CUR-SUB)
                       MOVE 'NO' TO REC-IS-GOOD
                       MOVE '14' TO E-REASON-CODE
                       MOVE 14 TO E-REASON-SUB
                   END-IF
           END-EVALUATE.
           IF REC-IS-GOOD = 'YES'
               ADD 1 TO E-ACCEPT-CTR
               ADD 1 TO BA-ACCEPT-CTR (B-CUR-SUB)
               MOVE PIZZA-RAW-REC TO PIZZA-EDT-REC
               WRITE PIZZA-EDT-REC
           ELSE
               ADD 1 TO E-REJECT-CTR
               ADD 1 TO E-REASON-CTR (E-REASON-SUB)
               IF B-IN-BATCH = 'YES'
                   ADD 1 TO BA-REJECT-CTR (B-CUR-SUB)
               END-IF
               MOVE SPACES TO PIZZA-REJ-REC
               MOVE PIZZA-RAW-REC TO REJ-RAW-REC
               MOVE E-REASON-CODE TO REJ-REASON-CODE
               WRITE PIZZA-REJ-REC
           END-IF.

       L3-EDIT-RECORD.
           MOVE 'YES' TO REC-IS-GOOD.
           IF E-REASON-SUB = 0
               PERFORM L3-EDIT-STORE-NO
           END-IF.
           MOVE 'NO' TO PG-PROMO-VALID.
           IF E-REASON-SUB = 0 AND E-PIZZA-PROMO-CODE NOT = SPACES
               PERFORM L3-EDIT-PROMO
           END-IF.
           IF E-REASON-SUB = 0 AND E-PIZZA-CHANNEL NOT = SPACES
                   AND CN-COUNT > 0
               PERFORM L3-EDIT-CHANNEL
           END-IF.
           IF E-REASON-SUB = 0 AND AU-COUNT > 0
               PERFORM L3-EDIT-AUTH-PRICE
           END-IF.
                       MOVE 8 TO E-REASON-SUB
                   END-IF.

       L3-EDIT-CHANNEL.
           SET CN-IDX TO 1.
           SEARCH CN-ENTRY
               AT END
                   MOVE '17' TO E-REASON-CODE
                   MOVE 17 TO E-REASON-SUB
               WHEN CN-CHANNEL-CODE (CN-IDX) = E-PIZZA-CHANNEL
                   CONTINUE.

       L3-EDIT-PROMO.
           MOVE 'NO' TO PG-HEADER-FOUND.
           MOVE 'NO' TO PG-HAS-ITEM-ROWS.
           MOVE 'NO' TO PG-ITEM-MATCH.
           MOVE 'NO' TO PG-HAS-STORE-ROWS.
           MOVE 'NO' TO PG-STORE-MATCH.
           MOVE SPACES TO PG-SALE-CATEGORY.
           MOVE SPACES TO PG-SALE-REGION.
           SET IM-IDX TO 1.
           SEARCH IM-ENTRY
               AT END
                   CONTINUE
               WHEN IM-ITEM-NO (IM-IDX) = E-PIZZA-ITEM-NO
                   MOVE IM-ITEM-CATEGORY (IM-IDX) TO PG-SALE-CATEGORY.
           SET SM-IDX TO 1.
           SEARCH SM-ENTRY
               AT END
                   CONTINUE
               WHEN SM-STORE-NO (SM-IDX) = E-PIZZA-STORE-NO
                   MOVE SM-REGION (SM-IDX) TO PG-SALE-REGION.
           PERFORM L3-SCAN-PROMO-ROW
               VARYING PG-SCAN-SUB FROM 1 BY 1
               UNTIL PG-SCAN-SUB > PG-COUNT.
           EVALUATE TRUE
               WHEN PG-HEADER-FOUND = 'NO'
                   MOVE '15' TO E-REASON-CODE
                   MOVE 15 TO E-REASON-SUB
               WHEN E-PIZZA-CUR-DATE < PG-START-DATE
                       OR E-PIZZA-CUR-DATE > PG-END-DATE
                   MOVE '16' TO E-REASON-CODE
                   MOVE 16 TO E-REASON-SUB
               WHEN PG-HAS-ITEM-ROWS = 'YES' AND PG-ITEM-MATCH = 'NO'
                   MOVE '16' TO E-REASON-CODE
                   MOVE 16 TO E-REASON-SUB
               WHEN PG-HAS-STORE-ROWS = 'YES'
                       AND PG-STORE-MATCH = 'NO'
                   MOVE '16' TO E-REASON-CODE
                   MOVE 16 TO E-REASON-SUB
               WHEN OTHER
                   MOVE 'YES' TO PG-PROMO-VALID
           END-EVALUATE.

       L3-SCAN-PROMO-ROW.
           IF PG-PROMO-CODE (PG-SCAN-SUB) = E-PIZZA-PROMO-CODE
               EVALUATE PG-ROW-TYPE (PG-SCAN-SUB)
                   WHEN 'H'
                       MOVE 'YES' TO PG-HEADER-FOUND
                       MOVE PG-ROW-START (PG-SCAN-SUB) TO PG-START-DATE
                       MOVE PG-ROW-END (PG-SCAN-SUB)   TO PG-END-DATE
                       MOVE PG-ROW-DISC-TYPE (PG-SCAN-SUB)
                           TO PG-DISC-TYPE
                       MOVE PG-ROW-DISC-VAL (PG-SCAN-SUB)
                           TO PG-DISC-VALUE
                   WHEN 'I'
                       MOVE 'YES' TO PG-HAS-ITEM-ROWS
                       IF PG-ROW-VALUE (PG-SCAN-SUB) (1:6)
                               = E-PIZZA-ITEM-NO
                           MOVE 'YES' TO PG-ITEM-MATCH
                       END-IF
                   WHEN 'C'
                       MOVE 'YES' TO PG-HAS-ITEM-ROWS
                       IF PG-ROW-VALUE (PG-SCAN-SUB) = PG-SALE-CATEGORY
                           MOVE 'YES' TO PG-ITEM-MATCH
                       END-IF
                   WHEN 'S'
                       MOVE 'YES' TO PG-HAS-STORE-ROWS
                       IF PG-ROW-VALUE (PG-SCAN-SUB) (1:4)
                               = E-PIZZA-STORE-NO
                           MOVE 'YES' TO PG-STORE-MATCH
                       END-IF
                   WHEN 'R'
                       MOVE 'YES' TO PG-HAS-STORE-ROWS
                       IF PG-ROW-VALUE (PG-SCAN-SUB) (1:8)
                               = PG-SALE-REGION
                           MOVE 'YES' TO PG-STORE-MATCH
                       END-IF
               END-EVALUATE
           END-IF.

       L3-FIGURE-PROMO-PRICE.
           IF PG-DISC-TYPE = 'P'
               COMPUTE PG-WORK-PRICE ROUNDED =
                   AP-BEST-PRICE * (100 - PG-DISC-VALUE) / 100
           ELSE
               COMPUTE PG-WORK-PRICE = AP-BEST-PRICE - PG-DISC-VALUE
           END-IF.
           IF PG-WORK-PRICE < 0
               MOVE 0 TO PG-WORK-PRICE
           END-IF.
           MOVE PG-WORK-PRICE TO AP-BEST-PRICE.

       L3-EDIT-AUTH-PRICE.
           MOVE 'NO' TO AP-PRICE-FOUND.
           MOVE SPACES TO AP-BEST-DATE.
               MOVE 'NOAUTH' TO PE-WORK-STATUS
               PERFORM L3-ADD-PRICE-EXCEPTION
           ELSE
               IF PG-PROMO-VALID = 'YES'
                   PERFORM L3-FIGURE-PROMO-PRICE
               END-IF
               COMPUTE AP-PRICE-DIFF = AP-WORK-PRICE - AP-BEST-PRICE
               IF AP-PRICE-DIFF < 0
                   COMPUTE AP-PRICE-DIFF = 0 - AP-PRICE-DIFF
                   MOVE 'NO' TO MORE-RECS.

       L2-CLOSING.
           PERFORM L3-PRINT-BATCH-REPORT.
           WRITE PRTLINE FROM EDIT-TITLE-LINE
               AFTER ADVANCING PAGE.
           MOVE 'BATCHES RECEIVED:' TO EDIT-COUNT-DESC.
           MOVE BA-COUNT TO EDIT-COUNT-AMT.
           WRITE PRTLINE FROM EDIT-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'BATCHES ACCEPTED:' TO EDIT-COUNT-DESC.
           MOVE B-BATCH-ACC-CTR TO EDIT-COUNT-AMT.
           WRITE PRTLINE FROM EDIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BATCHES REJECTED:' TO EDIT-COUNT-DESC.
           MOVE B-BATCH-REJ-CTR TO EDIT-COUNT-AMT.
           WRITE PRTLINE FROM EDIT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS READ:' TO EDIT-COUNT-DESC.
           MOVE E-READ-CTR TO EDIT-COUNT-AMT.
           WRITE PRTLINE FROM EDIT-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM L3-PRINT-REASON-LINE
               VARYING E-REASON-SUB FROM 1 BY 1
               UNTIL E-REASON-SUB > 17.
           PERFORM L3-PRINT-EXCEPTION-REPORT.
           CLOSE PIZZA-SALES-RAW.
           CLOSE PIZZA-SALES-EDITED.
           CLOSE PIZZA-SALES-REJECT.
           CLOSE PRTOUT.
           PERFORM L3-WRITE-TRANS-LOG.
           PERFORM L3-WRITE-LEDGER-COMPLETED.

       L3-PRINT-REASON-LINE.
                   AFTER ADVANCING 1 LINE
           END-IF.

       L3-PRINT-BATCH-REPORT.
           OPEN OUTPUT BATCH-ACC-RPT.
           PERFORM L4-BAT-HEADING.
           MOVE 0 TO B-PRINT-CTR.
           PERFORM L3-PRINT-ONE-BAT-STORE
               UNTIL B-PRINT-CTR >= BA-COUNT.
           WRITE BATLINE FROM BAT-SILENT-HEADING
               AFTER ADVANCING 3 LINES.
           PERFORM L3-PRINT-SILENT-STORE
               VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > SM-COUNT.
           MOVE 'BATCHES RECEIVED:' TO BAT-COUNT-DESC.
           MOVE BA-COUNT TO BAT-COUNT-AMT.
           WRITE BATLINE FROM BAT-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'BATCHES ACCEPTED:' TO BAT-COUNT-DESC.
           MOVE B-BATCH-ACC-CTR TO BAT-COUNT-AMT.
           WRITE BATLINE FROM BAT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BATCHES REJECTED:' TO BAT-COUNT-DESC.
           MOVE B-BATCH-REJ-CTR TO BAT-COUNT-AMT.
           WRITE BATLINE FROM BAT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS OUTSIDE ANY BATCH:' TO BAT-COUNT-DESC.
           MOVE E-REASON-CTR (13) TO BAT-COUNT-AMT.
           WRITE BATLINE FROM BAT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRAILERS WITHOUT A HEADER:' TO BAT-COUNT-DESC.
           MOVE B-ORPHAN-TRL-CTR TO BAT-COUNT-AMT.
           WRITE BATLINE FROM BAT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OPEN STORES NOT TRANSMITTING:' TO BAT-COUNT-DESC.
           MOVE B-SILENT-CTR TO BAT-COUNT-AMT.
           WRITE BATLINE FROM BAT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE BATCH-ACC-RPT.

       L4-BAT-HEADING.
           WRITE BATLINE FROM BAT-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE BATLINE FROM BAT-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L3-PRINT-ONE-BAT-STORE.
           MOVE HIGH-VALUES TO B-NEXT-STORE.
           PERFORM L3-SCAN-FOR-LOW-BATCH
               VARYING B-SCAN-SUB FROM 1 BY 1
               UNTIL B-SCAN-SUB > BA-COUNT.
           MOVE B-NEXT-STORE TO B-CUR-STORE.
           PERFORM L3-PRINT-ONE-BAT-LINE
               VARYING B-SCAN-SUB FROM 1 BY 1
               UNTIL B-SCAN-SUB > BA-COUNT.

       L3-SCAN-FOR-LOW-BATCH.
           IF BA-PRINTED (B-SCAN-SUB) = 'N'
                   AND BA-STORE-NO (B-SCAN-SUB) < B-NEXT-STORE
               MOVE BA-STORE-NO (B-SCAN-SUB) TO B-NEXT-STORE.

       L3-PRINT-ONE-BAT-LINE.
           IF BA-PRINTED (B-SCAN-SUB) = 'N'
                   AND BA-STORE-NO (B-SCAN-SUB) = B-CUR-STORE
               MOVE 'Y' TO BA-PRINTED (B-SCAN-SUB)
               ADD 1 TO B-PRINT-CTR
               MOVE BA-STORE-NO (B-SCAN-SUB) TO BAT-STORE-OUT
               MOVE BA-BATCH-ID (B-SCAN-SUB) TO BAT-BATCH-OUT
               MOVE BA-BUS-DATE (B-SCAN-SUB) (5:2)
                   TO BAT-DATE-OUT (1:2)
               MOVE '/' TO BAT-DATE-OUT (3:1)
               MOVE BA-BUS-DATE (B-SCAN-SUB) (7:2)
                   TO BAT-DATE-OUT (4:2)
               MOVE '/' TO BAT-DATE-OUT (6:1)
               MOVE BA-BUS-DATE (B-SCAN-SUB) (1:4)
                   TO BAT-DATE-OUT (7:4)
               MOVE BA-DTL-CTR (B-SCAN-SUB)      TO BAT-RECS-OUT
               MOVE BA-TRL-COUNT (B-SCAN-SUB)    TO BAT-TRL-CNT-OUT
               MOVE BA-DOLLAR-TOTAL (B-SCAN-SUB) TO BAT-DOLLARS-OUT
               MOVE BA-TRL-DOLLARS (B-SCAN-SUB)  TO BAT-TRL-DOL-OUT
               MOVE BA-ACCEPT-CTR (B-SCAN-SUB)   TO BAT-ACCEPT-OUT
               MOVE BA-REJECT-CTR (B-SCAN-SUB)   TO BAT-REJECT-OUT
               IF BA-REASON-CODE (B-SCAN-SUB) = SPACES
                   ADD 1 TO B-BATCH-ACC-CTR
                   MOVE 'ACCEPTED' TO BAT-STATUS-OUT
               ELSE
                   ADD 1 TO B-BATCH-REJ-CTR
                   MOVE BA-REASON-CODE (B-SCAN-SUB) TO B-WORK-REASON
                   MOVE E-REASON-DESC (B-WORK-REASON) TO BAT-STATUS-OUT
               END-IF
               WRITE BATLINE FROM BAT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-BAT-HEADING
               END-WRITE
           END-IF.

       L3-PRINT-SILENT-STORE.
           IF SM-STATUS (SM-IDX) = 'OPEN'
                   AND SM-BATCH-SEEN (SM-IDX) = 'N'
               ADD 1 TO B-SILENT-CTR
               MOVE SM-STORE-NO (SM-IDX) TO BAT-SILENT-STORE
               WRITE BATLINE FROM BAT-SILENT-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-BAT-HEADING
               END-WRITE
           END-IF.

       L3-WRITE-TRANS-LOG.
           OPEN EXTEND PIZZA-TRANS-LOG.
           IF TL-FILE-STATUS NOT = '00'
               OPEN OUTPUT PIZZA-TRANS-LOG
           END-IF.
           PERFORM L4-LOG-ONE-BATCH
               VARYING B-SCAN-SUB FROM 1 BY 1
               UNTIL B-SCAN-SUB > BA-COUNT.
           CLOSE PIZZA-TRANS-LOG.

       L4-LOG-ONE-BATCH.
           IF BA-REASON-CODE (B-SCAN-SUB) = SPACES
               MOVE BA-STORE-NO (B-SCAN-SUB)     TO TL-STORE-NO
               MOVE BA-BATCH-ID (B-SCAN-SUB)     TO TL-BATCH-ID
               MOVE BA-BUS-DATE (B-SCAN-SUB)     TO TL-BUS-DATE
               MOVE LG-BUSINESS-DATE             TO TL-RUN-DATE
               MOVE BA-DTL-CTR (B-SCAN-SUB)      TO TL-REC-COUNT
               MOVE BA-QTY-HASH (B-SCAN-SUB)     TO TL-QTY-HASH
               MOVE BA-DOLLAR-TOTAL (B-SCAN-SUB) TO TL-DOLLAR-TOTAL
               WRITE TL-LOG-REC
           END-IF.

       end program CBLHKW02.

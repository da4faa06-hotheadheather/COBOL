      *CBLHKW02 EDIT AND BEFORE THE CBLHKW01 REPORT: CBLHKW02 OPENS
      *THE EDITED AND REJECT FILES OUTPUT, SO AN EARLIER RUN WOULD
      *BE TRUNCATED, AND A LATER RUN WOULD THROW CBLHKW05 OUT OF
      *BALANCE - THE RUN LEDGER CHECK ENFORCES THAT ORDER - RECORDS
      *REJECTED BY CBLHKW02 BECAUSE THEIR WHOLE STORE BATCH FAILED
      *(OUT OF BALANCE, NO TRAILER, DUPLICATE, NO HEADER) ARE NOT
      *CORRECTED OR CARRIED - THE STORE MUST RETRANSMIT THE BATCH -
      *THEY ARE LISTED ON THE AGING REPORT AND DROPPED - A PROMO
      *CODE CAN BE CORRECTED (FIELD CODE 7, BLANK TO REMOVE IT) AND
      *IS RE-EDITED AGAINST THE PROMOTION MASTER AS IN CBLHKW02 -
      *A CHANNEL CODE CAN BE CORRECTED (FIELD CODE 8, BLANK FOR
      *CHANNEL UNKNOWN) AND IS RE-EDITED AGAINST THE CHANNEL TABLE
       PROGRAM-ID. CBLHKW07.
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
           SELECT PIZZA-REJECT-PARM
               ASSIGN TO 'C:\COBOLWI19\PZREJPRM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
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

       FD  PIZZA-AUTH-PRICE
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

       FD  PIZZA-REJECT-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RP-PARM-REC
           05 R-CARRY-OUT-CTR    PIC 9(7)       VALUE 0.
           05 R-ESCALATED-CTR    PIC 9(7)       VALUE 0.
           05 R-UNMATCHED-CTR    PIC 9(7)       VALUE 0.
           05 R-BATCH-DROP-CTR   PIC 9(7)       VALUE 0.

       01 E-PIZZA-REC.
           05 E-PIZZA-STORE-NO   PIC X(4).
           05 E-PIZZA-CUR-QTY    PIC X(5).
           05 E-PIZZA-PREV-QTY   PIC X(5).
           05 E-PIZZA-TRANS-CODE PIC X(1).
           05 E-PIZZA-PROMO-CODE PIC X(6).
           05 E-PIZZA-CHANNEL    PIC X(2).
           05 FILLER             PIC X(12).

       01 DATE-EDIT-FIELDS.
           05 E-WORK-YY          PIC 9(4)       VALUE 0.

       01 REASON-FIELDS.
           05 E-REASON-CODE      PIC XX         VALUE SPACES.
           05 E-REASON-SUB       PIC 99         VALUE 0.

       01 ITEM-MASTER-TABLE.
           05 IM-EOF               PIC X(3)     VALUE 'NO'.
           05 IM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IM-IDX.
               10 IM-ITEM-NO       PIC X(6).
               10 IM-ITEM-CATEGORY PIC X(12).

       01 STORE-MASTER-TABLE.
           05 SM-EOF               PIC X(3)     VALUE 'NO'.
                   INDEXED BY SM-IDX.
               10 SM-STORE-NO      PIC X(4).
               10 SM-STATUS        PIC X(6).
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

       01 AUTH-PRICE-FIELDS.
           05 AP-FILE-STATUS     PIC XX         VALUE SPACES.
           PERFORM L3-LOAD-STORE-MASTER.
           PERFORM L3-LOAD-AUTH-PRICE.
           PERFORM L3-LOAD-PRICE-TOL.
           PERFORM L3-LOAD-PROMO-MASTER.
           PERFORM L3-LOAD-CHANNEL-TBL.
           PERFORM L3-LOAD-CORRECTIONS.
           PERFORM L3-LOAD-REJECT-PARM.
           OPEN INPUT PIZZA-REJECT-CARRY.
           ELSE
               ADD 1 TO IM-COUNT
               MOVE M-ITEM-NO TO IM-ITEM-NO (IM-COUNT)
               MOVE M-ITEM-CATEGORY TO IM-ITEM-CATEGORY (IM-COUNT)
               PERFORM L3-READ-ITEM-MASTER
           END-IF.

           ELSE
               ADD 1 TO SM-COUNT
               MOVE S-STORE-NO TO SM-STORE-NO (SM-COUNT)
               MOVE S-REGION   TO SM-REGION (SM-COUNT)
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

       L3-LOAD-CORRECTIONS.
           OPEN INPUT PIZZA-CORR-TRANS.
           IF CT-FILE-STATUS NOT = '00'
           PERFORM L3-READ-REJECT.

       L3-PROCESS-ONE-REJECT.
           EVALUATE E-REASON-CODE
               WHEN '10'
               WHEN '11'
               WHEN '13'
                   ADD 1 TO R-BATCH-DROP-CTR
                   MOVE 'BATCH REJECTED - STORE RESENDS'
                       TO RD-DISPO-OUT
                   PERFORM L3-PRINT-DETAIL
               WHEN '12'
                   ADD 1 TO R-BATCH-DROP-CTR
                   MOVE 'DUPLICATE BATCH - DROPPED' TO RD-DISPO-OUT
                   PERFORM L3-PRINT-DETAIL
               WHEN OTHER
                   PERFORM L3-RECYCLE-ONE-REJECT
           END-EVALUATE.

       L3-RECYCLE-ONE-REJECT.
           PERFORM L3-FIND-CORRECTION.
           IF CORR-WAS-FOUND = 'YES'
               PERFORM L3-APPLY-CORRECTION
               WHEN '6'
                   MOVE CO-NEW-VALUE (CO-FOUND-SUB) (1:1)
                       TO E-PIZZA-TRANS-CODE
               WHEN '7'
                   MOVE CO-NEW-VALUE (CO-FOUND-SUB) (1:6)
                       TO E-PIZZA-PROMO-CODE
               WHEN '8'
                   MOVE CO-NEW-VALUE (CO-FOUND-SUB) (1:2)
                       TO E-PIZZA-CHANNEL
               WHEN OTHER
                   DISPLAY 'INVALID FIELD CODE '
                       CO-FIELD-CODE (CO-FOUND-SUB)
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
               UNTIL AP-SCAN-SUB > AU-COUNT.
           IF AP-PRICE-FOUND = 'YES'
               MOVE E-PIZZA-PRICE TO AP-WORK-PRICE-X
               IF PG-PROMO-VALID = 'YES'
                   PERFORM L3-FIGURE-PROMO-PRICE
               END-IF
               COMPUTE AP-PRICE-DIFF = AP-WORK-PRICE - AP-BEST-PRICE
               IF AP-PRICE-DIFF < 0
                   COMPUTE AP-PRICE-DIFF = 0 - AP-PRICE-DIFF
               AFTER ADVANCING 1 LINE.
           MOVE 'CORRECTIONS WITHOUT A REJECT:' TO RECYCLE-COUNT-DESC.
           MOVE R-UNMATCHED-CTR TO RECYCLE-COUNT-AMT.
           WRITE PRTLINE FROM RECYCLE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BATCH REJECTS DROPPED:' TO RECYCLE-COUNT-DESC.
           MOVE R-BATCH-DROP-CTR TO RECYCLE-COUNT-AMT.
           WRITE PRTLINE FROM RECYCLE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF RC-FILE-STATUS = '00'

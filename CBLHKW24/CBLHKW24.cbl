       IDENTIFICATION DIVISION.
      *THIS PROGRAM RESTORES ONE OF THE BACKED-UP FILES TO A CHOSEN
      *GENERATION FROM THE GENERATION ARCHIVE WRITTEN BY CBLHKW23 -
      *THE RESTORE PARM FILE GIVES THE FILE (PZTREND, PZSALHST,
      *PZPTDMST, PZITMMST, PZSTRMST, PZAUTPRC, PZRCPMST, PZINVBAL,
      *PZDEPOPN, PZTAXDTL, PZPRMMST OR PZTRNLOG) AND THE
      *GENERATION NUMBER (ZERO OR BLANK FOR THE LATEST ACTIVE
      *GENERATION) - THE GENERATION MUST BE ACTIVE ON THE BACKUP
      *CATALOG AND ITS ARCHIVE RECORD COUNT MUST AGREE WITH THE
      *CATALOG BEFORE THE FILE IS TOUCHED - AFTER THE FILE IS
      *REWRITTEN A RESET ENTRY IS WRITTEN TO THE RUN LEDGER FOR THE
      *PROGRAM THE GENERATION WAS TAKEN AHEAD OF, AND FOR EVERY
      *DOWNSTREAM STEP THAT COMPLETED THAT BUSINESS DATE AND CAN BE
      *RERUN AS IT STANDS, SO THE STREAM WILL ACCEPT THE RERUN - THE
      *REPORT LISTS THE DOWNSTREAM STEPS IN STREAM ORDER WITH THEIR
      *LEDGER STATUS FOR THE GENERATION'S BUSINESS DATE, FLAGS THE
      *STEPS THAT POST TO FILES OF THEIR OWN (THOSE FILES MUST BE
      *RESTORED TOO BEFORE THE STEP IS RERUN), AND LISTS THE RUNS ON
      *LATER BUSINESS DATES THAT USED THE FILE
       PROGRAM-ID. CBLHKW24.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-RESTORE-PARM
               ASSIGN TO 'C:\COBOLWI19\PZRSTPRM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RP-FILE-STATUS.
           SELECT PIZZA-BACKUP-CATALOG
               ASSIGN TO 'C:\COBOLWI19\PZBKPCAT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CT-FILE-STATUS.
           SELECT PIZZA-BACKUP-ARCHIVE
               ASSIGN TO 'C:\COBOLWI19\PZBKPARC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AR-FILE-STATUS.
           SELECT PIZZA-RUN-LEDGER
               ASSIGN TO 'C:\COBOLWI19\PZRUNLDG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LG-FILE-STATUS.
           SELECT PIZZA-TREND-HIST
               ASSIGN TO 'C:\COBOLWI19\PZTREND.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-SALES-HIST
               ASSIGN TO 'C:\COBOLWI19\PZSALHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-PTD-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZPTDMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZITMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-STORE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZSTRMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-AUTH-PRICE
               ASSIGN TO 'C:\COBOLWI19\PZAUTPRC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-RECIPE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZRCPMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-INV-BALANCE
               ASSIGN TO 'C:\COBOLWI19\PZINVBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-DEPOSIT-OPEN
               ASSIGN TO 'C:\COBOLWI19\PZDEPOPN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-TAX-DETAIL
               ASSIGN TO 'C:\COBOLWI19\PZTAXDTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-PROMO-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZPRMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-TRANS-LOG
               ASSIGN TO 'C:\COBOLWI19\PZTRNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZRSTRPT.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  PIZZA-RESTORE-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RP-PARM-REC
           RECORD CONTAINS 12 CHARACTERS.

       01 RP-PARM-REC.
           05 RP-FILE-ID          PIC X(8).
           05 RP-GEN-NO           PIC 9(4).
           05 RP-GEN-NO-X REDEFINES RP-GEN-NO
                                  PIC X(4).

       FD  PIZZA-BACKUP-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-CATALOG-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 CT-CATALOG-REC.
           05 CT-FILE-ID          PIC X(8).
           05 CT-GEN-NO           PIC 9(4).
           05 CT-BUS-DATE         PIC X(8).
           05 CT-PROGRAM          PIC X(8).
           05 CT-REC-COUNT        PIC 9(7).
           05 CT-BACKUP-TIME      PIC X(6).
           05 CT-STATUS           PIC X(8).

       FD  PIZZA-BACKUP-ARCHIVE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-ARCHIVE-REC
           RECORD CONTAINS 169 CHARACTERS.

       01 AR-ARCHIVE-REC.
           05 AR-FILE-ID          PIC X(8).
           05 AR-GEN-NO           PIC 9(4).
           05 AR-SEQ-NO           PIC 9(7).
           05 AR-DATA             PIC X(150).

       FD  PIZZA-RUN-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LG-LEDGER-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 LG-LEDGER-REC.
           05 LG-BUS-DATE         PIC X(8).
           05 LG-PROGRAM          PIC X(8).
           05 LG-ACTION           PIC X(9).

       FD  PIZZA-TREND-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-TREND-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 TR-TREND-REC            PIC X(36).

       FD  PIZZA-SALES-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS SH-HIST-REC
           RECORD CONTAINS 34 CHARACTERS.

       01 SH-HIST-REC             PIC X(34).

       FD  PIZZA-PTD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PD-PTD-REC
           RECORD CONTAINS 95 CHARACTERS.

       01 PD-PTD-REC              PIC X(95).

       FD  PIZZA-ITEM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS M-ITEM-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 M-ITEM-REC              PIC X(42).

       FD  PIZZA-STORE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS S-STORE-REC
           RECORD CONTAINS 107 CHARACTERS.

       01 S-STORE-REC             PIC X(107).

       FD  PIZZA-AUTH-PRICE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AP-PRICE-REC
           RECORD CONTAINS 18 CHARACTERS.

       01 AP-PRICE-REC            PIC X(18).

       FD  PIZZA-RECIPE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RC-RECIPE-REC
           RECORD CONTAINS 36 CHARACTERS.

       01 RC-RECIPE-REC           PIC X(36).

       FD  PIZZA-INV-BALANCE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IB-BAL-REC
           RECORD CONTAINS 101 CHARACTERS.

       01 IB-BAL-REC              PIC X(101).

       FD  PIZZA-DEPOSIT-OPEN
           LABEL RECORD IS STANDARD
           DATA RECORD IS OC-OPEN-REC
           RECORD CONTAINS 32 CHARACTERS.

       01 OC-OPEN-REC             PIC X(32).

       FD  PIZZA-TAX-DETAIL
           LABEL RECORD IS STANDARD
           DATA RECORD IS TX-DETAIL-REC
           RECORD CONTAINS 72 CHARACTERS.

       01 TX-DETAIL-REC           PIC X(72).

       FD  PIZZA-PROMO-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-PROMO-REC
           RECORD CONTAINS 61 CHARACTERS.

       01 PM-PROMO-REC            PIC X(61).

       FD  PIZZA-TRANS-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS TL-LOG-REC
           RECORD CONTAINS 57 CHARACTERS.

       01 TL-LOG-REC              PIC X(57).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 PRTLINE              PIC X(132).


       WORKING-STORAGE SECTION.

       01 MISC.
           05 CT-EOF             PIC X(3)       VALUE 'NO'.
           05 ARC-EOF            PIC X(3)       VALUE 'NO'.
           05 RP-FILE-STATUS     PIC XX         VALUE SPACES.
           05 CT-FILE-STATUS     PIC XX         VALUE SPACES.
           05 AR-FILE-STATUS     PIC XX         VALUE SPACES.

       01 RUN-LEDGER-FIELDS.
           05 LG-FILE-STATUS     PIC XX         VALUE SPACES.
           05 LG-EOF             PIC X(3)       VALUE 'NO'.
           05 LG-BUSINESS-DATE   PIC X(8)       VALUE SPACES.
           05 LG-THIS-PROGRAM    PIC X(8)       VALUE 'CBLHKW24'.

       01 RESTORE-WORK-FIELDS.
           05 R-FILE-ID          PIC X(8)       VALUE SPACES.
           05 R-WANT-GEN         PIC 9(4)       VALUE 0.
           05 R-GEN-NO           PIC 9(4)       VALUE 0.
           05 R-BUS-DATE         PIC X(8)       VALUE SPACES.
           05 R-PROGRAM          PIC X(8)       VALUE SPACES.
           05 R-REC-COUNT        PIC 9(7)       VALUE 0.
           05 R-BACKUP-TIME      PIC X(6)       VALUE SPACES.
           05 R-GEN-FOUND        PIC X(3)       VALUE 'NO'.
           05 R-FILE-KNOWN       PIC X(3)       VALUE 'NO'.
           05 R-ARC-COUNT        PIC 9(7)       VALUE 0.
           05 R-STEP-SUB         PIC 99         VALUE 0.
           05 R-START-SUB        PIC 99         VALUE 0.
           05 R-LD-SUB           PIC 9(4)       VALUE 0.
           05 R-STEP-STATUS      PIC X(9)       VALUE SPACES.
           05 R-USES-FILE        PIC X(3)       VALUE 'NO'.
           05 R-LATER-DESC       PIC X(24)      VALUE SPACES.
           05 R-DATE-IN          PIC X(8)       VALUE SPACES.
           05 R-DATE-IN-R REDEFINES R-DATE-IN.
               10 R-DATE-IN-YEAR  PIC X(4).
               10 R-DATE-IN-MONTH PIC XX.
               10 R-DATE-IN-DAY   PIC XX.
           05 R-DATE-OUT.
               10 R-DATE-OUT-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 R-DATE-OUT-DAY PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 R-DATE-OUT-YEAR PIC X(4).

       01 RESTORE-COUNTERS.
           05 R-RECS-RESTORED-CTR PIC 9(7)      VALUE 0.
           05 R-RESETS-CTR       PIC 9(7)       VALUE 0.
           05 R-RERUN-CTR        PIC 9(7)       VALUE 0.
           05 R-LATER-RUNS-CTR   PIC 9(7)       VALUE 0.

       01 STEP-TABLE.
           05 FILLER             PIC X(41)      VALUE
               'PZTREND CBLHKW03TREND UPDATE            P'.
           05 FILLER             PIC X(41)      VALUE
               'PZTREND CBLHKW06INDEXED FILE BUILD       '.
           05 FILLER             PIC X(41)      VALUE
               'PZTREND CBLHKW14FILE CROSS-CHECK         '.
           05 FILLER             PIC X(41)      VALUE
               'PZTREND CBLHKW19SALES FORECAST           '.
           05 FILLER             PIC X(41)      VALUE
               'PZSALHSTCBLHKW09MONTH-END HISTORY       P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSALHSTCBLHKW18PROMOTION EFFECTIVENESS  '.
           05 FILLER             PIC X(41)      VALUE
               'PZSALHSTCBLHKW19SALES FORECAST           '.
           05 FILLER             PIC X(41)      VALUE
               'PZSALHSTCBLHKW26FRANCHISE BILLING       P'.
           05 FILLER             PIC X(41)      VALUE
               'PZPTDMSTCBLHKW01SALES REPORT            P'.
           05 FILLER             PIC X(41)      VALUE
               'PZPTDMSTCBLHKW15WEEK-END STORE REPORT   P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW11PRICE MAINTENANCE       P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW12RECIPE MAINTENANCE      P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW17PROMOTION MAINTENANCE   P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW02SALES EDIT              P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW07REJECT RECYCLE          P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW01SALES REPORT            P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW04ITEM MAINTENANCE        P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW06INDEXED FILE BUILD       '.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW21SALES TAX               P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW22CHANNEL MIX REPORT       '.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW14FILE CROSS-CHECK         '.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW09MONTH-END HISTORY       P'.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW18PROMOTION EFFECTIVENESS  '.
           05 FILLER             PIC X(41)      VALUE
               'PZITMMSTCBLHKW19SALES FORECAST           '.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW08STORE MAINTENANCE       P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW17PROMOTION MAINTENANCE   P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW02SALES EDIT              P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW07REJECT RECYCLE          P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW01SALES REPORT            P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW16INGREDIENT INVENTORY    P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW20DEPOSIT RECONCILIATION  P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW21SALES TAX               P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW22CHANNEL MIX REPORT       '.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW14FILE CROSS-CHECK         '.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW15WEEK-END STORE REPORT   P'.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW19SALES FORECAST           '.
           05 FILLER             PIC X(41)      VALUE
               'PZSTRMSTCBLHKW26FRANCHISE BILLING       P'.
           05 FILLER             PIC X(41)      VALUE
               'PZAUTPRCCBLHKW11PRICE MAINTENANCE       P'.
           05 FILLER             PIC X(41)      VALUE
               'PZAUTPRCCBLHKW02SALES EDIT              P'.
           05 FILLER             PIC X(41)      VALUE
               'PZAUTPRCCBLHKW07REJECT RECYCLE          P'.
           05 FILLER             PIC X(41)      VALUE
               'PZAUTPRCCBLHKW18PROMOTION EFFECTIVENESS  '.
           05 FILLER             PIC X(41)      VALUE
               'PZAUTPRCCBLHKW19SALES FORECAST           '.
           05 FILLER             PIC X(41)      VALUE
               'PZRCPMSTCBLHKW12RECIPE MAINTENANCE      P'.
           05 FILLER             PIC X(41)      VALUE
               'PZRCPMSTCBLHKW13INGREDIENT USAGE         '.
           05 FILLER             PIC X(41)      VALUE
               'PZRCPMSTCBLHKW16INGREDIENT INVENTORY    P'.
           05 FILLER             PIC X(41)      VALUE
               'PZINVBALCBLHKW16INGREDIENT INVENTORY    P'.
           05 FILLER             PIC X(41)      VALUE
               'PZDEPOPNCBLHKW20DEPOSIT RECONCILIATION  P'.
           05 FILLER             PIC X(41)      VALUE
               'PZTAXDTLCBLHKW21SALES TAX               P'.
           05 FILLER             PIC X(41)      VALUE
               'PZPRMMSTCBLHKW17PROMOTION MAINTENANCE   P'.
           05 FILLER             PIC X(41)      VALUE
               'PZPRMMSTCBLHKW02SALES EDIT              P'.
           05 FILLER             PIC X(41)      VALUE
               'PZPRMMSTCBLHKW07REJECT RECYCLE          P'.
           05 FILLER             PIC X(41)      VALUE
               'PZPRMMSTCBLHKW18PROMOTION EFFECTIVENESS  '.
           05 FILLER             PIC X(41)      VALUE
               'PZTRNLOGCBLHKW02SALES EDIT              P'.
       01 STEP-TABLE-R REDEFINES STEP-TABLE.
           05 ST-ENTRY           OCCURS 53 TIMES.
               10 ST-FILE-ID     PIC X(8).
               10 ST-PROGRAM     PIC X(8).
               10 ST-DESC        PIC X(24).
               10 ST-POSTS-FLAG  PIC X.

       01 LEDGER-TABLE.
           05 LD-COUNT             PIC 9(4)     VALUE 0.
           05 LD-ENTRY OCCURS 3000 TIMES
                   INDEXED BY LD-IDX.
               10 LD-BUS-DATE      PIC X(8).
               10 LD-PROGRAM       PIC X(8).
               10 LD-ACTION        PIC X(9).

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 FILLER               PIC X(15).

       01 RST-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 RST-TITLE-DATE.
               10 RST-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 RST-TITLE-DAY  PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 RST-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'GENERATION RESTORE REPORT'.
           05 FILLER             PIC X(66)      VALUE SPACES.

       01 RST-FILE-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(16)      VALUE
               'FILE RESTORED:'.
           05 RST-FILE-OUT       PIC X(8).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 FILLER             PIC X(12)      VALUE
               'GENERATION:'.
           05 RST-GEN-OUT        PIC ZZZ9.
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 FILLER             PIC X(9)       VALUE
               'RECORDS:'.
           05 RST-RECS-OUT       PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(61)      VALUE SPACES.

       01 RST-TAKEN-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(16)      VALUE
               'TAKEN AHEAD OF:'.
           05 RST-PROGRAM-OUT    PIC X(8).
           05 FILLER             PIC X(3)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               'BUSINESS DATE:'.
           05 RST-BUS-DATE-OUT   PIC X(10).
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'TIME:'.
           05 RST-TIME-OUT.
               10 RST-TIME-HH    PIC XX.
               10 FILLER         PIC X          VALUE ':'.
               10 RST-TIME-MM    PIC XX.
               10 FILLER         PIC X          VALUE ':'.
               10 RST-TIME-SS    PIC XX.
           05 FILLER             PIC X(56)      VALUE SPACES.

       01 RST-SECTION-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 RST-SECTION-DESC   PIC X(40).
           05 RST-SECTION-DATE   PIC X(10).
           05 FILLER             PIC X(76)      VALUE SPACES.

       01 RST-STEP-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(10)      VALUE 'PROGRAM'.
           05 FILLER             PIC X(26)      VALUE 'STEP'.
           05 FILLER             PIC X(11)      VALUE 'LEDGER'.
           05 FILLER             PIC X(50)      VALUE 'ACTION'.
           05 FILLER             PIC X(29)      VALUE SPACES.

       01 RST-STEP-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 RS-PROGRAM-OUT     PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RS-DESC-OUT        PIC X(24).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RS-STATUS-OUT      PIC X(9).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RS-ACTION-OUT      PIC X(50).
           05 FILLER             PIC X(29)      VALUE SPACES.

       01 RST-LATER-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(12)      VALUE 'BUS DATE'.
           05 FILLER             PIC X(10)      VALUE 'PROGRAM'.
           05 FILLER             PIC X(104)     VALUE 'STEP'.

       01 RST-LATER-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 RL-DATE-OUT        PIC X(10).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RL-PROGRAM-OUT     PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 RL-DESC-OUT        PIC X(24).
           05 FILLER             PIC X(80)      VALUE SPACES.

       01 RST-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 RST-COUNT-DESC     PIC X(34).
           05 RST-COUNT-AMT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-RESTORE-FILE.
           PERFORM L2-RESET-LEDGER.
           PERFORM L2-RERUN-REPORT.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO RST-TITLE-MONTH.
           MOVE CURRENT-DAY   TO RST-TITLE-DAY.
           MOVE CURRENT-YEAR  TO RST-TITLE-YEAR.
           MOVE CURRENT-YEAR  TO LG-BUSINESS-DATE (1:4).
           MOVE CURRENT-MONTH TO LG-BUSINESS-DATE (5:2).
           MOVE CURRENT-DAY   TO LG-BUSINESS-DATE (7:2).
           PERFORM L3-LOAD-RESTORE-PARM.
           PERFORM L3-FIND-GENERATION.
           PERFORM L3-VERIFY-ARCHIVE.
           PERFORM L3-LOAD-LEDGER.
           PERFORM L3-WRITE-LEDGER-STARTED.

       L3-LOAD-RESTORE-PARM.
           OPEN INPUT PIZZA-RESTORE-PARM.
           IF RP-FILE-STATUS NOT = '00'
               DISPLAY 'NO RESTORE PARM FILE FOUND - STATUS '
                   RP-FILE-STATUS ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PIZZA-RESTORE-PARM
               AT END
                   MOVE SPACES TO RP-PARM-REC.
           CLOSE PIZZA-RESTORE-PARM.
           MOVE RP-FILE-ID TO R-FILE-ID.
           IF RP-GEN-NO-X NUMERIC
               MOVE RP-GEN-NO TO R-WANT-GEN
           ELSE
               IF RP-GEN-NO-X = SPACES
                   MOVE 0 TO R-WANT-GEN
               ELSE
                   DISPLAY 'RESTORE GENERATION ' RP-GEN-NO-X
                       ' IS NOT NUMERIC - RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'NO' TO R-FILE-KNOWN.
           PERFORM L4-CHECK-FILE-KNOWN
               VARYING R-STEP-SUB FROM 1 BY 1
               UNTIL R-STEP-SUB > 53.
           IF R-FILE-KNOWN = 'NO'
               DISPLAY 'FILE ' R-FILE-ID ' IS NOT ONE OF THE '
                   'BACKED-UP FILES - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L4-CHECK-FILE-KNOWN.
           IF ST-FILE-ID (R-STEP-SUB) = R-FILE-ID
               MOVE 'YES' TO R-FILE-KNOWN
           END-IF.

       L3-FIND-GENERATION.
           OPEN INPUT PIZZA-BACKUP-CATALOG.
           IF CT-FILE-STATUS NOT = '00'
               DISPLAY 'NO BACKUP CATALOG FOUND - STATUS '
                   CT-FILE-STATUS ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-READ-CATALOG.
           PERFORM L3-CHECK-CATALOG-REC UNTIL CT-EOF = 'YES'.
           CLOSE PIZZA-BACKUP-CATALOG.
           IF R-GEN-FOUND = 'NO'
               IF R-WANT-GEN = 0
                   DISPLAY 'NO ACTIVE GENERATION OF ' R-FILE-ID
                       ' ON THE BACKUP CATALOG - RUN ABORTED'
               ELSE
                   DISPLAY 'GENERATION ' R-WANT-GEN ' OF ' R-FILE-ID
                       ' IS NOT ACTIVE ON THE BACKUP CATALOG - '
                       'RUN ABORTED'
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L3-CHECK-CATALOG-REC.
           IF CT-FILE-ID = R-FILE-ID AND CT-STATUS = 'ACTIVE'
               IF R-WANT-GEN = 0
                   IF R-GEN-FOUND = 'NO' OR CT-GEN-NO > R-GEN-NO
                       PERFORM L4-TAKE-CATALOG-REC
                   END-IF
               ELSE
                   IF CT-GEN-NO = R-WANT-GEN
                       PERFORM L4-TAKE-CATALOG-REC
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-READ-CATALOG.

       L4-TAKE-CATALOG-REC.
           MOVE 'YES'          TO R-GEN-FOUND.
           MOVE CT-GEN-NO      TO R-GEN-NO.
           MOVE CT-BUS-DATE    TO R-BUS-DATE.
           MOVE CT-PROGRAM     TO R-PROGRAM.
           MOVE CT-REC-COUNT   TO R-REC-COUNT.
           MOVE CT-BACKUP-TIME TO R-BACKUP-TIME.

       L3-READ-CATALOG.
           READ PIZZA-BACKUP-CATALOG
               AT END
                   MOVE 'YES' TO CT-EOF.

       L3-VERIFY-ARCHIVE.
           OPEN INPUT PIZZA-BACKUP-ARCHIVE.
           IF AR-FILE-STATUS NOT = '00'
               DISPLAY 'NO GENERATION ARCHIVE FOUND - STATUS '
                   AR-FILE-STATUS ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO R-ARC-COUNT.
           MOVE 'NO' TO ARC-EOF.
           PERFORM L3-READ-ARCHIVE.
           PERFORM L3-COUNT-ARCHIVE-REC UNTIL ARC-EOF = 'YES'.
           CLOSE PIZZA-BACKUP-ARCHIVE.
           IF R-ARC-COUNT NOT = R-REC-COUNT
               DISPLAY 'GENERATION ' R-GEN-NO ' OF ' R-FILE-ID
                   ' HAS ' R-ARC-COUNT ' ARCHIVE RECORDS, CATALOG '
                   'SHOWS ' R-REC-COUNT ' - FILE NOT RESTORED - '
                   'RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       L3-COUNT-ARCHIVE-REC.
           IF AR-FILE-ID = R-FILE-ID AND AR-GEN-NO = R-GEN-NO
               ADD 1 TO R-ARC-COUNT
           END-IF.
           PERFORM L3-READ-ARCHIVE.

       L3-READ-ARCHIVE.
           READ PIZZA-BACKUP-ARCHIVE
               AT END
                   MOVE 'YES' TO ARC-EOF.

       L3-LOAD-LEDGER.
           OPEN INPUT PIZZA-RUN-LEDGER.
           IF LG-FILE-STATUS NOT = '00'
               DISPLAY 'NO RUN LEDGER FOUND - STATUS '
                   LG-FILE-STATUS ' - STEP STATUS WILL NOT BE SHOWN'
           ELSE
               PERFORM L3-READ-LEDGER
               PERFORM L3-BUILD-LEDGER-TABLE UNTIL LG-EOF = 'YES'
               CLOSE PIZZA-RUN-LEDGER
           END-IF.

       L3-BUILD-LEDGER-TABLE.
           IF LG-BUS-DATE NOT < R-BUS-DATE
               IF LD-COUNT >= 3000
                   DISPLAY 'RUN LEDGER HAS MORE THAN 3000 ENTRIES '
                       'SINCE ' R-BUS-DATE ' - LATER ENTRIES NOT SHOWN'
                   MOVE 'YES' TO LG-EOF
               ELSE
                   ADD 1 TO LD-COUNT
                   MOVE LG-BUS-DATE TO LD-BUS-DATE (LD-COUNT)
                   MOVE LG-PROGRAM  TO LD-PROGRAM (LD-COUNT)
                   MOVE LG-ACTION   TO LD-ACTION (LD-COUNT)
               END-IF
           END-IF.
           IF LG-EOF NOT = 'YES'
               PERFORM L3-READ-LEDGER
           END-IF.

       L3-READ-LEDGER.
           READ PIZZA-RUN-LEDGER
               AT END
                   MOVE 'YES' TO LG-EOF.

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

       L2-RESTORE-FILE.
           EVALUATE R-FILE-ID
               WHEN 'PZTREND'
                   OPEN OUTPUT PIZZA-TREND-HIST
               WHEN 'PZSALHST'
                   OPEN OUTPUT PIZZA-SALES-HIST
               WHEN 'PZPTDMST'
                   OPEN OUTPUT PIZZA-PTD-MASTER
               WHEN 'PZITMMST'
                   OPEN OUTPUT PIZZA-ITEM-MASTER
               WHEN 'PZSTRMST'
                   OPEN OUTPUT PIZZA-STORE-MASTER
               WHEN 'PZAUTPRC'
                   OPEN OUTPUT PIZZA-AUTH-PRICE
               WHEN 'PZRCPMST'
                   OPEN OUTPUT PIZZA-RECIPE-MASTER
               WHEN 'PZINVBAL'
                   OPEN OUTPUT PIZZA-INV-BALANCE
               WHEN 'PZDEPOPN'
                   OPEN OUTPUT PIZZA-DEPOSIT-OPEN
               WHEN 'PZTAXDTL'
                   OPEN OUTPUT PIZZA-TAX-DETAIL
               WHEN 'PZPRMMST'
                   OPEN OUTPUT PIZZA-PROMO-MASTER
               WHEN 'PZTRNLOG'
                   OPEN OUTPUT PIZZA-TRANS-LOG
           END-EVALUATE.
           OPEN INPUT PIZZA-BACKUP-ARCHIVE.
           MOVE 'NO' TO ARC-EOF.
           PERFORM L3-READ-ARCHIVE.
           PERFORM L3-RESTORE-ONE-REC UNTIL ARC-EOF = 'YES'.
           CLOSE PIZZA-BACKUP-ARCHIVE.
           EVALUATE R-FILE-ID
               WHEN 'PZTREND'
                   CLOSE PIZZA-TREND-HIST
               WHEN 'PZSALHST'
                   CLOSE PIZZA-SALES-HIST
               WHEN 'PZPTDMST'
                   CLOSE PIZZA-PTD-MASTER
               WHEN 'PZITMMST'
                   CLOSE PIZZA-ITEM-MASTER
               WHEN 'PZSTRMST'
                   CLOSE PIZZA-STORE-MASTER
               WHEN 'PZAUTPRC'
                   CLOSE PIZZA-AUTH-PRICE
               WHEN 'PZRCPMST'
                   CLOSE PIZZA-RECIPE-MASTER
               WHEN 'PZINVBAL'
                   CLOSE PIZZA-INV-BALANCE
               WHEN 'PZDEPOPN'
                   CLOSE PIZZA-DEPOSIT-OPEN
               WHEN 'PZTAXDTL'
                   CLOSE PIZZA-TAX-DETAIL
               WHEN 'PZPRMMST'
                   CLOSE PIZZA-PROMO-MASTER
               WHEN 'PZTRNLOG'
                   CLOSE PIZZA-TRANS-LOG
           END-EVALUATE.

       L3-RESTORE-ONE-REC.
           IF AR-FILE-ID = R-FILE-ID AND AR-GEN-NO = R-GEN-NO
               ADD 1 TO R-RECS-RESTORED-CTR
               EVALUATE R-FILE-ID
                   WHEN 'PZTREND'
                       MOVE AR-DATA TO TR-TREND-REC
                       WRITE TR-TREND-REC
                   WHEN 'PZSALHST'
                       MOVE AR-DATA TO SH-HIST-REC
                       WRITE SH-HIST-REC
                   WHEN 'PZPTDMST'
                       MOVE AR-DATA TO PD-PTD-REC
                       WRITE PD-PTD-REC
                   WHEN 'PZITMMST'
                       MOVE AR-DATA TO M-ITEM-REC
                       WRITE M-ITEM-REC
                   WHEN 'PZSTRMST'
                       MOVE AR-DATA TO S-STORE-REC
                       WRITE S-STORE-REC
                   WHEN 'PZAUTPRC'
                       MOVE AR-DATA TO AP-PRICE-REC
                       WRITE AP-PRICE-REC
                   WHEN 'PZRCPMST'
                       MOVE AR-DATA TO RC-RECIPE-REC
                       WRITE RC-RECIPE-REC
                   WHEN 'PZINVBAL'
                       MOVE AR-DATA TO IB-BAL-REC
                       WRITE IB-BAL-REC
                   WHEN 'PZDEPOPN'
                       MOVE AR-DATA TO OC-OPEN-REC
                       WRITE OC-OPEN-REC
                   WHEN 'PZTAXDTL'
                       MOVE AR-DATA TO TX-DETAIL-REC
                       WRITE TX-DETAIL-REC
                   WHEN 'PZPRMMST'
                       MOVE AR-DATA TO PM-PROMO-REC
                       WRITE PM-PROMO-REC
                   WHEN 'PZTRNLOG'
                       MOVE AR-DATA TO TL-LOG-REC
                       WRITE TL-LOG-REC
               END-EVALUATE
           END-IF.
           PERFORM L3-READ-ARCHIVE.

       L2-RESET-LEDGER.
           MOVE 0 TO R-START-SUB.
           PERFORM L3-FIND-START-STEP
               VARYING R-STEP-SUB FROM 1 BY 1
               UNTIL R-STEP-SUB > 53.
           OPEN EXTEND PIZZA-RUN-LEDGER.
           IF LG-FILE-STATUS NOT = '00'
               OPEN OUTPUT PIZZA-RUN-LEDGER
           END-IF.
           MOVE R-BUS-DATE TO LG-BUS-DATE.
           MOVE R-PROGRAM  TO LG-PROGRAM.
           MOVE 'RESET'    TO LG-ACTION.
           WRITE LG-LEDGER-REC.
           ADD 1 TO R-RESETS-CTR.
           IF R-START-SUB > 0
               PERFORM L3-RESET-DOWNSTREAM-STEP
                   VARYING R-STEP-SUB FROM R-START-SUB BY 1
                   UNTIL R-STEP-SUB > 53
           END-IF.
           CLOSE PIZZA-RUN-LEDGER.

       L3-FIND-START-STEP.
           IF R-START-SUB = 0
                   AND ST-FILE-ID (R-STEP-SUB) = R-FILE-ID
                   AND ST-PROGRAM (R-STEP-SUB) = R-PROGRAM
               MOVE R-STEP-SUB TO R-START-SUB
           END-IF.

       L3-RESET-DOWNSTREAM-STEP.
           IF ST-FILE-ID (R-STEP-SUB) = R-FILE-ID
                   AND ST-PROGRAM (R-STEP-SUB) NOT = R-PROGRAM
                   AND ST-POSTS-FLAG (R-STEP-SUB) NOT = 'P'
               PERFORM L4-GET-STEP-STATUS
               IF R-STEP-STATUS = 'COMPLETED'
                   MOVE R-BUS-DATE TO LG-BUS-DATE
                   MOVE ST-PROGRAM (R-STEP-SUB) TO LG-PROGRAM
                   MOVE 'RESET' TO LG-ACTION
                   WRITE LG-LEDGER-REC
                   ADD 1 TO R-RESETS-CTR
               END-IF
           END-IF.

       L4-GET-STEP-STATUS.
           MOVE 'NOT RUN' TO R-STEP-STATUS.
           PERFORM L4-CHECK-LEDGER-ENTRY
               VARYING R-LD-SUB FROM 1 BY 1
               UNTIL R-LD-SUB > LD-COUNT.

       L4-CHECK-LEDGER-ENTRY.
           IF LD-BUS-DATE (R-LD-SUB) = R-BUS-DATE
                   AND LD-PROGRAM (R-LD-SUB) = ST-PROGRAM (R-STEP-SUB)
               EVALUATE LD-ACTION (R-LD-SUB)
                   WHEN 'STARTED'
                       IF R-STEP-STATUS = 'NOT RUN'
                               OR R-STEP-STATUS = 'RESET'
                           MOVE 'STARTED' TO R-STEP-STATUS
                       END-IF
                   WHEN 'COMPLETED'
                       MOVE 'COMPLETED' TO R-STEP-STATUS
                   WHEN 'RESET'
                       MOVE 'RESET' TO R-STEP-STATUS
               END-EVALUATE
           END-IF.

       L2-RERUN-REPORT.
           OPEN OUTPUT PRTOUT.
           MOVE R-FILE-ID     TO RST-FILE-OUT.
           MOVE R-GEN-NO      TO RST-GEN-OUT.
           MOVE R-REC-COUNT   TO RST-RECS-OUT.
           MOVE R-PROGRAM     TO RST-PROGRAM-OUT.
           MOVE R-BUS-DATE    TO R-DATE-IN.
           PERFORM L4-FORMAT-DATE.
           MOVE R-DATE-OUT    TO RST-BUS-DATE-OUT.
           MOVE R-BACKUP-TIME (1:2) TO RST-TIME-HH.
           MOVE R-BACKUP-TIME (3:2) TO RST-TIME-MM.
           MOVE R-BACKUP-TIME (5:2) TO RST-TIME-SS.
           PERFORM L4-RST-HEADING.
           MOVE 'STEPS TO RERUN FOR BUSINESS DATE' TO RST-SECTION-DESC.
           MOVE R-DATE-OUT TO RST-SECTION-DATE.
           WRITE PRTLINE FROM RST-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM RST-STEP-HEADING
               AFTER ADVANCING 2 LINES.
           IF R-START-SUB = 0
               MOVE R-PROGRAM TO RS-PROGRAM-OUT
               MOVE 'NOT IN THE STREAM TABLE' TO RS-DESC-OUT
               MOVE SPACES TO RS-STATUS-OUT
               MOVE 'CHECK WHICH STEPS USED THE FILE AFTER THE BACKUP'
                   TO RS-ACTION-OUT
               WRITE PRTLINE FROM RST-STEP-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           ELSE
               PERFORM L3-PRINT-STEP
                   VARYING R-STEP-SUB FROM R-START-SUB BY 1
                   UNTIL R-STEP-SUB > 53
           END-IF.
           MOVE 'RUNS ON LATER BUSINESS DATES' TO RST-SECTION-DESC.
           MOVE SPACES TO RST-SECTION-DATE.
           WRITE PRTLINE FROM RST-SECTION-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM L4-RST-HEADING.
           WRITE PRTLINE FROM RST-LATER-HEADING
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-RST-HEADING.
           PERFORM L3-PRINT-LATER-RUN
               VARYING R-LD-SUB FROM 1 BY 1
               UNTIL R-LD-SUB > LD-COUNT.
           IF R-LATER-RUNS-CTR = 0
               MOVE SPACES TO RL-DATE-OUT
               MOVE SPACES TO RL-PROGRAM-OUT
               MOVE 'NONE' TO RL-DESC-OUT
               WRITE PRTLINE FROM RST-LATER-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       L3-PRINT-STEP.
           IF ST-FILE-ID (R-STEP-SUB) = R-FILE-ID
               PERFORM L4-GET-STEP-STATUS
               MOVE ST-PROGRAM (R-STEP-SUB) TO RS-PROGRAM-OUT
               MOVE ST-DESC (R-STEP-SUB)    TO RS-DESC-OUT
               MOVE R-STEP-STATUS           TO RS-STATUS-OUT
               IF ST-PROGRAM (R-STEP-SUB) = R-PROGRAM
                   MOVE 'RERUN - FILE RESTORED AHEAD OF THIS STEP'
                       TO RS-ACTION-OUT
               ELSE
                   IF R-STEP-STATUS = 'NOT RUN'
                       MOVE 'RUN IN NORMAL SEQUENCE' TO RS-ACTION-OUT
                   ELSE
                       IF ST-POSTS-FLAG (R-STEP-SUB) = 'P'
                           MOVE
                           'RESTORE ITS OWN POSTED FILES, THEN RERUN'
                               TO RS-ACTION-OUT
                       ELSE
                           MOVE 'RERUN' TO RS-ACTION-OUT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO R-RERUN-CTR
               WRITE PRTLINE FROM RST-STEP-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-RST-HEADING
               END-WRITE
           END-IF.

       L3-PRINT-LATER-RUN.
           IF LD-BUS-DATE (R-LD-SUB) > R-BUS-DATE
                   AND LD-ACTION (R-LD-SUB) = 'COMPLETED'
               MOVE 'NO' TO R-USES-FILE
               PERFORM L4-CHECK-STEP-USES-FILE
                   VARYING R-STEP-SUB FROM 1 BY 1
                   UNTIL R-STEP-SUB > 53
               IF R-USES-FILE = 'YES'
                   ADD 1 TO R-LATER-RUNS-CTR
                   MOVE LD-BUS-DATE (R-LD-SUB) TO R-DATE-IN
                   PERFORM L4-FORMAT-DATE
                   MOVE R-DATE-OUT TO RL-DATE-OUT
                   MOVE LD-PROGRAM (R-LD-SUB) TO RL-PROGRAM-OUT
                   MOVE R-LATER-DESC TO RL-DESC-OUT
                   WRITE PRTLINE FROM RST-LATER-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-RST-HEADING
                   END-WRITE
               END-IF
           END-IF.

       L4-CHECK-STEP-USES-FILE.
           IF ST-FILE-ID (R-STEP-SUB) = R-FILE-ID
                   AND ST-PROGRAM (R-STEP-SUB) = LD-PROGRAM (R-LD-SUB)
               MOVE 'YES' TO R-USES-FILE
               MOVE ST-DESC (R-STEP-SUB) TO R-LATER-DESC
           END-IF.

       L4-FORMAT-DATE.
           MOVE R-DATE-IN-MONTH TO R-DATE-OUT-MONTH.
           MOVE R-DATE-IN-DAY   TO R-DATE-OUT-DAY.
           MOVE R-DATE-IN-YEAR  TO R-DATE-OUT-YEAR.

       L4-RST-HEADING.
           WRITE PRTLINE FROM RST-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RST-FILE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM RST-TAKEN-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           MOVE 'RECORDS RESTORED:' TO RST-COUNT-DESC.
           MOVE R-RECS-RESTORED-CTR TO RST-COUNT-AMT.
           WRITE PRTLINE FROM RST-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'LEDGER RESET ENTRIES WRITTEN:' TO RST-COUNT-DESC.
           MOVE R-RESETS-CTR TO RST-COUNT-AMT.
           WRITE PRTLINE FROM RST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DOWNSTREAM STEPS LISTED:' TO RST-COUNT-DESC.
           MOVE R-RERUN-CTR TO RST-COUNT-AMT.
           WRITE PRTLINE FROM RST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LATER RUNS THAT USED THE FILE:' TO RST-COUNT-DESC.
           MOVE R-LATER-RUNS-CTR TO RST-COUNT-AMT.
           WRITE PRTLINE FROM RST-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           PERFORM L3-WRITE-LEDGER-COMPLETED.
           DISPLAY R-FILE-ID ' RESTORED TO GENERATION ' R-GEN-NO
               ' TAKEN AHEAD OF ' R-PROGRAM ' ON ' R-BUS-DATE.

       end program CBLHKW24.

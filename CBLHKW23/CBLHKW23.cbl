       IDENTIFICATION DIVISION.
      *THIS PROGRAM TAKES A GENERATION BACKUP OF THE MASTER AND
      *ACCUMULATOR FILES AHEAD OF THE STEP THAT UPDATES THEM - RUN
      *IT IMMEDIATELY BEFORE EACH UPDATING STEP WITH THAT STEP'S
      *PROGRAM NAME IN THE BACKUP PARM FILE - EVERY FILE THE NAMED
      *PROGRAM UPDATES (PZTREND.DAT BY CBLHKW03, PZSALHST.DAT BY
      *CBLHKW09, PZPTDMST.DAT BY CBLHKW01 AND CBLHKW15, PZITMMST.DAT
      *BY CBLHKW04, PZSTRMST.DAT BY CBLHKW08, PZAUTPRC.DAT BY
      *CBLHKW11, PZRCPMST.DAT BY CBLHKW12, PZINVBAL.DAT BY
      *CBLHKW16, PZDEPOPN.DAT BY CBLHKW20, PZTAXDTL.DAT BY CBLHKW21,
      *PZPRMMST.DAT BY CBLHKW17, PZTRNLOG.DAT BY CBLHKW02) IS COPIED
      *INTO THE GENERATION ARCHIVE AS THE NEXT NUMBERED GENERATION
      *OF THAT FILE, STAMPED WITH THE BUSINESS DATE AND THE PROGRAM
      *ABOUT TO UPDATE IT, AND ENTERED IN THE BACKUP CATALOG WITH ITS
      *RECORD COUNT - THE RETENTION FILE GIVES THE NUMBER OF
      *GENERATIONS TO KEEP FOR EACH FILE (FIVE WHEN THE FILE IS NOT
      *LISTED) - OLDER GENERATIONS ARE MARKED EXPIRED ON THE CATALOG
      *AND DROPPED FROM THE ARCHIVE - CBLHKW24 RESTORES A FILE FROM
      *ANY GENERATION STILL ON THE CATALOG
       PROGRAM-ID. CBLHKW23.
       AUTHOR. Heather Whittlesey.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZZA-BACKUP-PARM
               ASSIGN TO 'C:\COBOLWI19\PZBKPPRM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BP-FILE-STATUS.
           SELECT PIZZA-BACKUP-RETAIN
               ASSIGN TO 'C:\COBOLWI19\PZBKPRET.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RT-FILE-STATUS.
           SELECT PIZZA-BACKUP-CATALOG
               ASSIGN TO 'C:\COBOLWI19\PZBKPCAT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CT-FILE-STATUS.
           SELECT PIZZA-BACKUP-ARCHIVE
               ASSIGN TO 'C:\COBOLWI19\PZBKPARC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AR-FILE-STATUS.
           SELECT PIZZA-BACKUP-WORK
               ASSIGN TO 'C:\COBOLWI19\PZBKPWRK.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-TREND-HIST
               ASSIGN TO 'C:\COBOLWI19\PZTREND.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-SALES-HIST
               ASSIGN TO 'C:\COBOLWI19\PZSALHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-PTD-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZPTDMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-ITEM-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZITMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-STORE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZSTRMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-AUTH-PRICE
               ASSIGN TO 'C:\COBOLWI19\PZAUTPRC.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-RECIPE-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZRCPMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-INV-BALANCE
               ASSIGN TO 'C:\COBOLWI19\PZINVBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-DEPOSIT-OPEN
               ASSIGN TO 'C:\COBOLWI19\PZDEPOPN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-TAX-DETAIL
               ASSIGN TO 'C:\COBOLWI19\PZTAXDTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-PROMO-MASTER
               ASSIGN TO 'C:\COBOLWI19\PZPRMMST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PIZZA-TRANS-LOG
               ASSIGN TO 'C:\COBOLWI19\PZTRNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SRC-FILE-STATUS.
           SELECT PRTOUT
               ASSIGN TO 'C:\COBOLWI19\PZBKPRPT.PRT'
                   ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  PIZZA-BACKUP-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS BP-PARM-REC
           RECORD CONTAINS 8 CHARACTERS.

       01 BP-PARM-REC.
           05 BP-PROGRAM          PIC X(8).

       FD  PIZZA-BACKUP-RETAIN
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-RETAIN-REC
           RECORD CONTAINS 10 CHARACTERS.

       01 RT-RETAIN-REC.
           05 RT-FILE-ID          PIC X(8).
           05 RT-RETAIN-GENS      PIC 99.
           05 RT-RETAIN-GENS-X REDEFINES RT-RETAIN-GENS
                                  PIC XX.

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

       FD  PIZZA-BACKUP-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS W-WORK-REC
           RECORD CONTAINS 169 CHARACTERS.

       01 W-WORK-REC              PIC X(169).

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
           05 RT-EOF             PIC X(3)       VALUE 'NO'.
           05 CT-EOF             PIC X(3)       VALUE 'NO'.
           05 SRC-EOF            PIC X(3)       VALUE 'NO'.
           05 ARC-EOF            PIC X(3)       VALUE 'NO'.
           05 BP-FILE-STATUS     PIC XX         VALUE SPACES.
           05 RT-FILE-STATUS     PIC XX         VALUE SPACES.
           05 CT-FILE-STATUS     PIC XX         VALUE SPACES.
           05 AR-FILE-STATUS     PIC XX         VALUE SPACES.
           05 SRC-FILE-STATUS    PIC XX         VALUE SPACES.
           05 K-DEFAULT-RETAIN   PIC 99         VALUE 5.

       01 BACKUP-WORK-FIELDS.
           05 K-BUSINESS-DATE    PIC X(8)       VALUE SPACES.
           05 K-BACKUP-TIME      PIC X(6)       VALUE SPACES.
           05 K-RUN-PROGRAM      PIC X(8)       VALUE SPACES.
           05 K-FILE-ID          PIC X(8)       VALUE SPACES.
           05 K-NEXT-GEN         PIC 9(4)       VALUE 0.
           05 K-RETAIN-GENS      PIC 99         VALUE 0.
           05 K-ACTIVE-GENS      PIC 9(4)       VALUE 0.
           05 K-OLDEST-GEN       PIC 9(4)       VALUE 0.
           05 K-OLDEST-SUB       PIC 9(4)       VALUE 0.
           05 K-CAT-SUB          PIC 9(4)       VALUE 0.
           05 K-UPD-SUB          PIC 99         VALUE 0.
           05 K-REC-COUNT        PIC 9(7)       VALUE 0.
           05 K-EXPIRED-NOW      PIC 9(4)       VALUE 0.
           05 K-PURGE-NEEDED     PIC X(3)       VALUE 'NO'.
           05 K-KEEP-RECORD      PIC X(3)       VALUE 'YES'.
           05 K-SOURCE-FOUND     PIC X(3)       VALUE 'NO'.
           05 K-DATA-BUFFER      PIC X(150)     VALUE SPACES.

       01 BACKUP-COUNTERS.
           05 K-FILES-BACKED-CTR PIC 9(7)       VALUE 0.
           05 K-FILES-MISSED-CTR PIC 9(7)       VALUE 0.
           05 K-RECS-BACKED-CTR  PIC 9(7)       VALUE 0.
           05 K-GENS-EXPIRED-CTR PIC 9(7)       VALUE 0.
           05 K-ARC-DROPPED-CTR  PIC 9(7)       VALUE 0.

       01 UPDATER-TABLE.
           05 FILLER             PIC X(16)      VALUE
               'PZTREND CBLHKW03'.
           05 FILLER             PIC X(16)      VALUE
               'PZSALHSTCBLHKW09'.
           05 FILLER             PIC X(16)      VALUE
               'PZPTDMSTCBLHKW01'.
           05 FILLER             PIC X(16)      VALUE
               'PZPTDMSTCBLHKW15'.
           05 FILLER             PIC X(16)      VALUE
               'PZITMMSTCBLHKW04'.
           05 FILLER             PIC X(16)      VALUE
               'PZSTRMSTCBLHKW08'.
           05 FILLER             PIC X(16)      VALUE
               'PZAUTPRCCBLHKW11'.
           05 FILLER             PIC X(16)      VALUE
               'PZRCPMSTCBLHKW12'.
           05 FILLER             PIC X(16)      VALUE
               'PZINVBALCBLHKW16'.
           05 FILLER             PIC X(16)      VALUE
               'PZDEPOPNCBLHKW20'.
           05 FILLER             PIC X(16)      VALUE
               'PZTAXDTLCBLHKW21'.
           05 FILLER             PIC X(16)      VALUE
               'PZPRMMSTCBLHKW17'.
           05 FILLER             PIC X(16)      VALUE
               'PZTRNLOGCBLHKW02'.
       01 UPDATER-TABLE-R REDEFINES UPDATER-TABLE.
           05 UP-ENTRY           OCCURS 13 TIMES.
               10 UP-FILE-ID     PIC X(8).
               10 UP-PROGRAM     PIC X(8).

       01 RETAIN-TABLE.
           05 RN-COUNT             PIC 99       VALUE 0.
           05 RN-ENTRY OCCURS 20 TIMES
                   INDEXED BY RN-IDX.
               10 RN-FILE-ID       PIC X(8).
               10 RN-RETAIN-GENS   PIC 99.

       01 CATALOG-TABLE.
           05 CG-COUNT             PIC 9(4)     VALUE 0.
           05 CG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CG-IDX.
               10 CG-FILE-ID       PIC X(8).
               10 CG-GEN-NO        PIC 9(4).
               10 CG-BUS-DATE      PIC X(8).
               10 CG-PROGRAM       PIC X(8).
               10 CG-REC-COUNT     PIC 9(7).
               10 CG-BACKUP-TIME   PIC X(6).
               10 CG-STATUS        PIC X(8).

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           05 CURRENT-MONTH        PIC 99.
           05 CURRENT-DAY          PIC 99.
           05 CURRENT-HHMMSS       PIC X(6).
           05 FILLER               PIC X(9).

       01 BKP-TITLE-LINE.
           05 FILLER             PIC X(6)       VALUE 'DATE'.
           05 BKP-TITLE-DATE.
               10 BKP-TITLE-MONTH PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 BKP-TITLE-DAY  PIC XX.
               10 FILLER         PIC X          VALUE '/'.
               10 BKP-TITLE-YEAR PIC X(4).
           05 FILLER             PIC X(10)      VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE
               'GENERATION BACKUP REPORT'.
           05 FILLER             PIC X(66)      VALUE SPACES.

       01 BKP-PROGRAM-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(24)      VALUE
               'BACKUP TAKEN AHEAD OF:'.
           05 BKP-PROGRAM-OUT    PIC X(8).
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 FILLER             PIC X(15)      VALUE
               'BUSINESS DATE:'.
           05 BKP-BUS-DATE-OUT   PIC X(10).
           05 FILLER             PIC X(65)      VALUE SPACES.

       01 BKP-COL-HEADING.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE 'FILE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(4)       VALUE ' GEN'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(9)       VALUE '  RECORDS'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'RETAIN'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(6)       VALUE 'ACTIVE'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(7)       VALUE 'EXPIRED'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(40)      VALUE 'STATUS'.
           05 FILLER             PIC X(34)      VALUE SPACES.

       01 BKP-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 BD-FILE-OUT        PIC X(8).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BD-GEN-OUT         PIC ZZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BD-RECS-OUT        PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 BD-RETAIN-OUT      PIC Z9.
           05 FILLER             PIC X(4)       VALUE SPACES.
           05 BD-ACTIVE-OUT      PIC ZZZ9.
           05 FILLER             PIC X(5)       VALUE SPACES.
           05 BD-EXPIRED-OUT     PIC ZZZ9.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 BD-STATUS-OUT      PIC X(40).
           05 FILLER             PIC X(34)      VALUE SPACES.

       01 BKP-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 BKP-COUNT-DESC     PIC X(34).
           05 BKP-COUNT-AMT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(83)      VALUE SPACES.


       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-BACKUP-FILES.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO BKP-TITLE-MONTH.
           MOVE CURRENT-DAY   TO BKP-TITLE-DAY.
           MOVE CURRENT-YEAR  TO BKP-TITLE-YEAR.
           MOVE CURRENT-YEAR  TO K-BUSINESS-DATE (1:4).
           MOVE CURRENT-MONTH TO K-BUSINESS-DATE (5:2).
           MOVE CURRENT-DAY   TO K-BUSINESS-DATE (7:2).
           MOVE CURRENT-HHMMSS TO K-BACKUP-TIME.
           PERFORM L3-LOAD-BACKUP-PARM.
           PERFORM L3-LOAD-RETAIN-TABLE.
           PERFORM L3-LOAD-CATALOG.
           OPEN OUTPUT PRTOUT.
           MOVE K-RUN-PROGRAM TO BKP-PROGRAM-OUT.
           MOVE BKP-TITLE-DATE TO BKP-BUS-DATE-OUT.
           PERFORM L4-BKP-HEADING.

       L3-LOAD-BACKUP-PARM.
           OPEN INPUT PIZZA-BACKUP-PARM.
           IF BP-FILE-STATUS NOT = '00'
               DISPLAY 'NO BACKUP PARM FILE FOUND - STATUS '
                   BP-FILE-STATUS ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PIZZA-BACKUP-PARM
               AT END
                   MOVE SPACES TO BP-PROGRAM.
           CLOSE PIZZA-BACKUP-PARM.
           IF BP-PROGRAM = SPACES
               DISPLAY 'BACKUP PARM FILE HAS NO PROGRAM NAME - '
                   'RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BP-PROGRAM TO K-RUN-PROGRAM.

       L3-LOAD-RETAIN-TABLE.
           OPEN INPUT PIZZA-BACKUP-RETAIN.
           IF RT-FILE-STATUS NOT = '00'
               DISPLAY 'NO BACKUP RETENTION FILE FOUND - STATUS '
                   RT-FILE-STATUS ' - KEEPING ' K-DEFAULT-RETAIN
                   ' GENERATIONS OF EVERY FILE'
           ELSE
               PERFORM L3-READ-RETAIN
               PERFORM L3-BUILD-RETAIN-TABLE UNTIL RT-EOF = 'YES'
               CLOSE PIZZA-BACKUP-RETAIN
           END-IF.

       L3-BUILD-RETAIN-TABLE.
           IF RN-COUNT >= 20
               DISPLAY 'PZBKPRET.DAT HAS MORE THAN 20 FILES - '
                   'TABLE FULL, REMAINING FILES USE THE DEFAULT'
               MOVE 'YES' TO RT-EOF
           ELSE
               IF RT-RETAIN-GENS-X NUMERIC AND RT-RETAIN-GENS > 0
                   ADD 1 TO RN-COUNT
                   MOVE RT-FILE-ID     TO RN-FILE-ID (RN-COUNT)
                   MOVE RT-RETAIN-GENS TO RN-RETAIN-GENS (RN-COUNT)
               ELSE
                   DISPLAY 'RETENTION FOR ' RT-FILE-ID
                       ' IS NOT A NUMBER FROM 1 TO 99 - DEFAULT USED'
               END-IF
               PERFORM L3-READ-RETAIN
           END-IF.

       L3-READ-RETAIN.
           READ PIZZA-BACKUP-RETAIN
               AT END
                   MOVE 'YES' TO RT-EOF.

       L3-LOAD-CATALOG.
           OPEN INPUT PIZZA-BACKUP-CATALOG.
           IF CT-FILE-STATUS NOT = '00'
               DISPLAY 'NO BACKUP CATALOG FOUND - STATUS '
                   CT-FILE-STATUS ' - A NEW CATALOG WILL BE STARTED'
           ELSE
               PERFORM L3-READ-CATALOG
               PERFORM L3-BUILD-CATALOG-TABLE UNTIL CT-EOF = 'YES'
               CLOSE PIZZA-BACKUP-CATALOG
           END-IF.

       L3-BUILD-CATALOG-TABLE.
           IF CT-STATUS = 'ACTIVE'
               IF CG-COUNT >= 1000
                   DISPLAY 'BACKUP CATALOG TABLE FULL AT FILE '
                       CT-FILE-ID ' GENERATION ' CT-GEN-NO
                       ' - RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CG-COUNT
               MOVE CT-FILE-ID     TO CG-FILE-ID (CG-COUNT)
               MOVE CT-GEN-NO      TO CG-GEN-NO (CG-COUNT)
               MOVE CT-BUS-DATE    TO CG-BUS-DATE (CG-COUNT)
               MOVE CT-PROGRAM     TO CG-PROGRAM (CG-COUNT)
               MOVE CT-REC-COUNT   TO CG-REC-COUNT (CG-COUNT)
               MOVE CT-BACKUP-TIME TO CG-BACKUP-TIME (CG-COUNT)
               MOVE CT-STATUS      TO CG-STATUS (CG-COUNT)
           END-IF.
           PERFORM L3-READ-CATALOG.

       L3-READ-CATALOG.
           READ PIZZA-BACKUP-CATALOG
               AT END
                   MOVE 'YES' TO CT-EOF.

       L2-BACKUP-FILES.
           PERFORM L3-CHECK-UPDATER
               VARYING K-UPD-SUB FROM 1 BY 1
               UNTIL K-UPD-SUB > 13.
           IF K-FILES-BACKED-CTR = 0 AND K-FILES-MISSED-CTR = 0
               DISPLAY K-RUN-PROGRAM ' UPDATES NONE OF THE BACKED-UP '
                   'FILES - NOTHING BACKED UP'
               MOVE 'NO FILES UPDATED BY THIS PROGRAM' TO BD-STATUS-OUT
               MOVE SPACES TO BD-FILE-OUT
               MOVE 0 TO BD-GEN-OUT
               MOVE 0 TO BD-RECS-OUT
               MOVE 0 TO BD-RETAIN-OUT
               MOVE 0 TO BD-ACTIVE-OUT
               MOVE 0 TO BD-EXPIRED-OUT
               WRITE PRTLINE FROM BKP-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       L3-CHECK-UPDATER.
           IF UP-PROGRAM (K-UPD-SUB) = K-RUN-PROGRAM
               MOVE UP-FILE-ID (K-UPD-SUB) TO K-FILE-ID
               PERFORM L4-BACKUP-ONE-FILE
           END-IF.

       L4-BACKUP-ONE-FILE.
           MOVE 0 TO K-NEXT-GEN.
           PERFORM L4-FIND-LAST-GEN
               VARYING K-CAT-SUB FROM 1 BY 1
               UNTIL K-CAT-SUB > CG-COUNT.
           ADD 1 TO K-NEXT-GEN.
           MOVE K-DEFAULT-RETAIN TO K-RETAIN-GENS.
           SET RN-IDX TO 1.
           SEARCH RN-ENTRY
               AT END
                   CONTINUE
               WHEN RN-FILE-ID (RN-IDX) = K-FILE-ID
                   MOVE RN-RETAIN-GENS (RN-IDX) TO K-RETAIN-GENS.
           MOVE 0 TO K-REC-COUNT.
           MOVE 0 TO K-EXPIRED-NOW.
           PERFORM L4-OPEN-SOURCE.
           IF K-SOURCE-FOUND = 'NO'
               ADD 1 TO K-FILES-MISSED-CTR
               DISPLAY K-FILE-ID ' COULD NOT BE OPENED - STATUS '
                   SRC-FILE-STATUS ' - NO GENERATION TAKEN'
               MOVE K-FILE-ID TO BD-FILE-OUT
               MOVE 0 TO BD-GEN-OUT
               MOVE 0 TO BD-RECS-OUT
               MOVE K-RETAIN-GENS TO BD-RETAIN-OUT
               MOVE 0 TO BD-ACTIVE-OUT
               MOVE 0 TO BD-EXPIRED-OUT
               MOVE 'FILE NOT FOUND - NO GENERATION TAKEN'
                   TO BD-STATUS-OUT
               WRITE PRTLINE FROM BKP-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-BKP-HEADING
               END-WRITE
           ELSE
               PERFORM L4-COPY-TO-ARCHIVE
               PERFORM L4-ADD-CATALOG-ENTRY
               PERFORM L4-APPLY-RETENTION
               PERFORM L4-PRINT-BACKUP-LINE
           END-IF.

       L4-FIND-LAST-GEN.
           IF CG-FILE-ID (K-CAT-SUB) = K-FILE-ID
                   AND CG-GEN-NO (K-CAT-SUB) > K-NEXT-GEN
               MOVE CG-GEN-NO (K-CAT-SUB) TO K-NEXT-GEN
           END-IF.

       L4-OPEN-SOURCE.
           MOVE 'YES' TO K-SOURCE-FOUND.
           EVALUATE K-FILE-ID
               WHEN 'PZTREND'
                   OPEN INPUT PIZZA-TREND-HIST
               WHEN 'PZSALHST'
                   OPEN INPUT PIZZA-SALES-HIST
               WHEN 'PZPTDMST'
                   OPEN INPUT PIZZA-PTD-MASTER
               WHEN 'PZITMMST'
                   OPEN INPUT PIZZA-ITEM-MASTER
               WHEN 'PZSTRMST'
                   OPEN INPUT PIZZA-STORE-MASTER
               WHEN 'PZAUTPRC'
                   OPEN INPUT PIZZA-AUTH-PRICE
               WHEN 'PZRCPMST'
                   OPEN INPUT PIZZA-RECIPE-MASTER
               WHEN 'PZINVBAL'
                   OPEN INPUT PIZZA-INV-BALANCE
               WHEN 'PZDEPOPN'
                   OPEN INPUT PIZZA-DEPOSIT-OPEN
               WHEN 'PZTAXDTL'
                   OPEN INPUT PIZZA-TAX-DETAIL
               WHEN 'PZPRMMST'
                   OPEN INPUT PIZZA-PROMO-MASTER
               WHEN 'PZTRNLOG'
                   OPEN INPUT PIZZA-TRANS-LOG
           END-EVALUATE.
           IF SRC-FILE-STATUS NOT = '00'
               MOVE 'NO' TO K-SOURCE-FOUND
           END-IF.

       L4-COPY-TO-ARCHIVE.
           OPEN EXTEND PIZZA-BACKUP-ARCHIVE.
           IF AR-FILE-STATUS NOT = '00'
               OPEN OUTPUT PIZZA-BACKUP-ARCHIVE
           END-IF.
           MOVE 'NO' TO SRC-EOF.
           PERFORM L4-READ-SOURCE.
           PERFORM L4-ARCHIVE-ONE-REC UNTIL SRC-EOF = 'YES'.
           CLOSE PIZZA-BACKUP-ARCHIVE.
           EVALUATE K-FILE-ID
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

       L4-READ-SOURCE.
           MOVE SPACES TO K-DATA-BUFFER.
           EVALUATE K-FILE-ID
               WHEN 'PZTREND'
                   READ PIZZA-TREND-HIST
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE TR-TREND-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZSALHST'
                   READ PIZZA-SALES-HIST
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE SH-HIST-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZPTDMST'
                   READ PIZZA-PTD-MASTER
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE PD-PTD-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZITMMST'
                   READ PIZZA-ITEM-MASTER
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE M-ITEM-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZSTRMST'
                   READ PIZZA-STORE-MASTER
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE S-STORE-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZAUTPRC'
                   READ PIZZA-AUTH-PRICE
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE AP-PRICE-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZRCPMST'
                   READ PIZZA-RECIPE-MASTER
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE RC-RECIPE-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZINVBAL'
                   READ PIZZA-INV-BALANCE
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE IB-BAL-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZDEPOPN'
                   READ PIZZA-DEPOSIT-OPEN
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE OC-OPEN-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZTAXDTL'
                   READ PIZZA-TAX-DETAIL
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE TX-DETAIL-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZPRMMST'
                   READ PIZZA-PROMO-MASTER
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE PM-PROMO-REC TO K-DATA-BUFFER
                   END-READ
               WHEN 'PZTRNLOG'
                   READ PIZZA-TRANS-LOG
                       AT END
                           MOVE 'YES' TO SRC-EOF
                       NOT AT END
                           MOVE TL-LOG-REC TO K-DATA-BUFFER
                   END-READ
           END-EVALUATE.

       L4-ARCHIVE-ONE-REC.
           ADD 1 TO K-REC-COUNT.
           MOVE K-FILE-ID     TO AR-FILE-ID.
           MOVE K-NEXT-GEN    TO AR-GEN-NO.
           MOVE K-REC-COUNT   TO AR-SEQ-NO.
           MOVE K-DATA-BUFFER TO AR-DATA.
           WRITE AR-ARCHIVE-REC.
           PERFORM L4-READ-SOURCE.

       L4-ADD-CATALOG-ENTRY.
           IF CG-COUNT >= 1000
               DISPLAY 'BACKUP CATALOG TABLE FULL AT FILE '
                   K-FILE-ID ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CG-COUNT.
           MOVE K-FILE-ID       TO CG-FILE-ID (CG-COUNT).
           MOVE K-NEXT-GEN      TO CG-GEN-NO (CG-COUNT).
           MOVE K-BUSINESS-DATE TO CG-BUS-DATE (CG-COUNT).
           MOVE K-RUN-PROGRAM   TO CG-PROGRAM (CG-COUNT).
           MOVE K-REC-COUNT     TO CG-REC-COUNT (CG-COUNT).
           MOVE K-BACKUP-TIME   TO CG-BACKUP-TIME (CG-COUNT).
           MOVE 'ACTIVE'        TO CG-STATUS (CG-COUNT).
           ADD 1 TO K-FILES-BACKED-CTR.
           ADD K-REC-COUNT TO K-RECS-BACKED-CTR.

       L4-APPLY-RETENTION.
           PERFORM L4-COUNT-ACTIVE-GENS.
           PERFORM L4-EXPIRE-OLDEST-GEN
               UNTIL K-ACTIVE-GENS NOT > K-RETAIN-GENS.

       L4-COUNT-ACTIVE-GENS.
           MOVE 0 TO K-ACTIVE-GENS.
           PERFORM L4-COUNT-ONE-ACTIVE
               VARYING K-CAT-SUB FROM 1 BY 1
               UNTIL K-CAT-SUB > CG-COUNT.

       L4-COUNT-ONE-ACTIVE.
           IF CG-FILE-ID (K-CAT-SUB) = K-FILE-ID
                   AND CG-STATUS (K-CAT-SUB) = 'ACTIVE'
               ADD 1 TO K-ACTIVE-GENS
           END-IF.

       L4-EXPIRE-OLDEST-GEN.
           MOVE 9999 TO K-OLDEST-GEN.
           MOVE 0 TO K-OLDEST-SUB.
           PERFORM L4-FIND-OLDEST-ACTIVE
               VARYING K-CAT-SUB FROM 1 BY 1
               UNTIL K-CAT-SUB > CG-COUNT.
           MOVE 'EXPIRED' TO CG-STATUS (K-OLDEST-SUB).
           MOVE 'YES' TO K-PURGE-NEEDED.
           ADD 1 TO K-EXPIRED-NOW.
           ADD 1 TO K-GENS-EXPIRED-CTR.
           SUBTRACT 1 FROM K-ACTIVE-GENS.

       L4-FIND-OLDEST-ACTIVE.
           IF CG-FILE-ID (K-CAT-SUB) = K-FILE-ID
                   AND CG-STATUS (K-CAT-SUB) = 'ACTIVE'
                   AND CG-GEN-NO (K-CAT-SUB) < K-OLDEST-GEN
               MOVE CG-GEN-NO (K-CAT-SUB) TO K-OLDEST-GEN
               MOVE K-CAT-SUB TO K-OLDEST-SUB
           END-IF.

       L4-PRINT-BACKUP-LINE.
           MOVE K-FILE-ID     TO BD-FILE-OUT.
           MOVE K-NEXT-GEN    TO BD-GEN-OUT.
           MOVE K-REC-COUNT   TO BD-RECS-OUT.
           MOVE K-RETAIN-GENS TO BD-RETAIN-OUT.
           MOVE K-ACTIVE-GENS TO BD-ACTIVE-OUT.
           MOVE K-EXPIRED-NOW TO BD-EXPIRED-OUT.
           MOVE 'BACKED UP' TO BD-STATUS-OUT.
           WRITE PRTLINE FROM BKP-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-BKP-HEADING.

       L4-BKP-HEADING.
           WRITE PRTLINE FROM BKP-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BKP-PROGRAM-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BKP-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L2-CLOSING.
           IF K-PURGE-NEEDED = 'YES'
               PERFORM L3-PURGE-ARCHIVE
           END-IF.
           PERFORM L3-REWRITE-CATALOG.
           MOVE 'FILES BACKED UP:' TO BKP-COUNT-DESC.
           MOVE K-FILES-BACKED-CTR TO BKP-COUNT-AMT.
           WRITE PRTLINE FROM BKP-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'FILES NOT FOUND:' TO BKP-COUNT-DESC.
           MOVE K-FILES-MISSED-CTR TO BKP-COUNT-AMT.
           WRITE PRTLINE FROM BKP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS BACKED UP:' TO BKP-COUNT-DESC.
           MOVE K-RECS-BACKED-CTR TO BKP-COUNT-AMT.
           WRITE PRTLINE FROM BKP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'GENERATIONS EXPIRED:' TO BKP-COUNT-DESC.
           MOVE K-GENS-EXPIRED-CTR TO BKP-COUNT-AMT.
           WRITE PRTLINE FROM BKP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVE RECORDS DROPPED:' TO BKP-COUNT-DESC.
           MOVE K-ARC-DROPPED-CTR TO BKP-COUNT-AMT.
           WRITE PRTLINE FROM BKP-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.
           IF K-FILES-MISSED-CTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       L3-PURGE-ARCHIVE.
           MOVE 'NO' TO ARC-EOF.
           OPEN INPUT PIZZA-BACKUP-ARCHIVE.
           OPEN OUTPUT PIZZA-BACKUP-WORK.
           PERFORM L3-READ-ARCHIVE.
           PERFORM L3-COPY-KEPT-ARCHIVE UNTIL ARC-EOF = 'YES'.
           CLOSE PIZZA-BACKUP-ARCHIVE.
           CLOSE PIZZA-BACKUP-WORK.
           MOVE 'NO' TO ARC-EOF.
           OPEN INPUT PIZZA-BACKUP-WORK.
           OPEN OUTPUT PIZZA-BACKUP-ARCHIVE.
           PERFORM L3-READ-WORK.
           PERFORM L3-COPY-WORK-TO-ARCHIVE UNTIL ARC-EOF = 'YES'.
           CLOSE PIZZA-BACKUP-WORK.
           CLOSE PIZZA-BACKUP-ARCHIVE.

       L3-READ-ARCHIVE.
           READ PIZZA-BACKUP-ARCHIVE
               AT END
                   MOVE 'YES' TO ARC-EOF.

       L3-COPY-KEPT-ARCHIVE.
           MOVE 'NO' TO K-KEEP-RECORD.
           SET CG-IDX TO 1.
           SEARCH CG-ENTRY
               AT END
                   CONTINUE
               WHEN CG-FILE-ID (CG-IDX) = AR-FILE-ID
                       AND CG-GEN-NO (CG-IDX) = AR-GEN-NO
                   IF CG-STATUS (CG-IDX) = 'ACTIVE'
                       MOVE 'YES' TO K-KEEP-RECORD
                   END-IF.
           IF K-KEEP-RECORD = 'YES'
               WRITE W-WORK-REC FROM AR-ARCHIVE-REC
           ELSE
               ADD 1 TO K-ARC-DROPPED-CTR
           END-IF.
           PERFORM L3-READ-ARCHIVE.

       L3-READ-WORK.
           READ PIZZA-BACKUP-WORK
               AT END
                   MOVE 'YES' TO ARC-EOF.

       L3-COPY-WORK-TO-ARCHIVE.
           WRITE AR-ARCHIVE-REC FROM W-WORK-REC.
           PERFORM L3-READ-WORK.

       L3-REWRITE-CATALOG.
           OPEN OUTPUT PIZZA-BACKUP-CATALOG.
           PERFORM L3-WRITE-CATALOG-ENTRY
               VARYING K-CAT-SUB FROM 1 BY 1
               UNTIL K-CAT-SUB > CG-COUNT.
           CLOSE PIZZA-BACKUP-CATALOG.

       L3-WRITE-CATALOG-ENTRY.
           MOVE CG-FILE-ID (K-CAT-SUB)     TO CT-FILE-ID.
           MOVE CG-GEN-NO (K-CAT-SUB)      TO CT-GEN-NO.
           MOVE CG-BUS-DATE (K-CAT-SUB)    TO CT-BUS-DATE.
           MOVE CG-PROGRAM (K-CAT-SUB)     TO CT-PROGRAM.
           MOVE CG-REC-COUNT (K-CAT-SUB)   TO CT-REC-COUNT.
           MOVE CG-BACKUP-TIME (K-CAT-SUB) TO CT-BACKUP-TIME.
           MOVE CG-STATUS (K-CAT-SUB)      TO CT-STATUS.
           WRITE CT-CATALOG-REC.

       end program CBLHKW23.

      *THE RUN DATE AND THE TRANSACTION SOURCE SO STORE CHANGES CAN
      *BE TRACED - THE STORE MASTER CARRIES THE STORE LIFECYCLE
      *FIELDS (STATUS, OPEN DATE, CLOSE DATE) THAT THE EDIT PROGRAM
      *CBLHKW02 ENFORCES AGAINST INCOMING SALES - EACH STORE IS
      *ASSIGNED TO A SALES TAX JURISDICTION, WHICH MUST BE ON THE
      *TAX JURISDICTION FILE WHEN THAT FILE IS PRESENT - A
      *FRANCHISED STORE CARRIES ITS FRANCHISEE ID, ROYALTY AND
      *ADVERTISING FUND PERCENTS, AGREEMENT START AND END DATES AND
      *MINIMUM MONTHLY ROYALTY FOR THE MONTH-END BILLING PROGRAM
      *CBLHKW26 - A BLANK FRANCHISEE ID MARKS A CORPORATE STORE AND
      *CLEARS THE OTHER FRANCHISE FIELDS
       PROGRAM-ID. CBLHKW08.
       AUTHOR. Heather Whittlesey.

           SELECT PIZZA-STORE-TRANS
               ASSIGN TO 'C:\COBOLWI19\PZSTRTRN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIZZA-TAX-JURIS
               ASSIGN TO 'C:\COBOLWI19\PZTAXJUR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JR-FILE-STATUS.
           SELECT PIZZA-STORE-AUDIT
               ASSIGN TO 'C:\COBOLWI19\PZSTRAUD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  PIZZA-STORE-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS T-TRANS-REC
           RECORD CONTAINS 116 CHARACTERS.

       01 T-TRANS-REC.
           05 T-TRANS-CODE        PIC X(1).
           05 T-OPEN-DATE         PIC X(8).
           05 T-CLOSE-DATE        PIC X(8).
           05 T-TRANS-SOURCE      PIC X(8).
           05 T-TAX-JURIS         PIC X(8).
           05 T-FRANCHISEE-ID     PIC X(6).
           05 T-ROYALTY-PCT       PIC 99V99.
           05 T-AD-FUND-PCT       PIC 99V99.
           05 T-AGREE-START-DATE  PIC X(8).
           05 T-AGREE-END-DATE    PIC X(8).
           05 T-MIN-ROYALTY       PIC 9(5)V99.
           05 T-MIN-ROYALTY-X REDEFINES T-MIN-ROYALTY
                                  PIC X(7).

       FD  PIZZA-TAX-JURIS
           LABEL RECORD IS STANDARD
           DATA RECORD IS JR-JURIS-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 JR-JURIS-REC.
           05 JR-JURIS-CODE       PIC X(8).
           05 JR-EFF-DATE         PIC X(8).
           05 JR-JURIS-NAME       PIC X(20).
           05 JR-FOOD-RATE        PIC 99V999.
           05 JR-DRINK-RATE       PIC 99V999.

       FD  PIZZA-STORE-AUDIT
           LABEL RECORD IS STANDARD
           DATA RECORD IS A-AUDIT-REC
           RECORD CONTAINS 235 CHARACTERS.

       01 A-AUDIT-REC.
           05 A-RUN-DATE          PIC X(8).
           05 A-AFTER-OPEN-DATE   PIC X(8).
           05 A-AFTER-CLOSE-DATE  PIC X(8).
           05 A-STATUS            PIC X(8).
           05 A-BEFORE-TAX-JURIS  PIC X(8).
           05 A-AFTER-TAX-JURIS   PIC X(8).
           05 A-BEFORE-FRANCHISE.
               10 A-BEF-FRANCHISEE-ID PIC X(6).
               10 A-BEF-ROYALTY-PCT   PIC 99V99.
               10 A-BEF-AD-FUND-PCT   PIC 99V99.
               10 A-BEF-AGREE-START   PIC X(8).
               10 A-BEF-AGREE-END     PIC X(8).
               10 A-BEF-MIN-ROYALTY   PIC 9(5)V99.
           05 A-AFTER-FRANCHISE.
               10 A-AFT-FRANCHISEE-ID PIC X(6).
               10 A-AFT-ROYALTY-PCT   PIC 99V99.
               10 A-AFT-AD-FUND-PCT   PIC 99V99.
               10 A-AFT-AGREE-START   PIC X(8).
               10 A-AFT-AGREE-END     PIC X(8).
               10 A-AFT-MIN-ROYALTY   PIC 9(5)V99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05 TRANS-IS-GOOD      PIC X(3)       VALUE 'YES'.
           05 U-REJECT-REASON    PIC X(30)      VALUE SPACES.
           05 U-FOUND-SUB        PIC 9(3)       VALUE 0.
           05 JR-FILE-STATUS     PIC XX         VALUE SPACES.
           05 JR-EOF             PIC X(3)       VALUE 'NO'.
           05 JR-FILE-PRESENT    PIC X(3)       VALUE 'NO'.
           05 JR-FOUND           PIC X(3)       VALUE 'NO'.

       01 JURIS-CODE-TABLE.
           05 JC-COUNT             PIC 9(3)     VALUE 0.
           05 JC-ENTRY OCCURS 200 TIMES
                   INDEXED BY JC-IDX.
               10 JC-JURIS-CODE    PIC X(8).

       01 DATE-EDIT-FIELDS.
           05 E-WORK-YY          PIC 9(4)       VALUE 0.
               10 SM-STATUS        PIC X(6).
               10 SM-OPEN-DATE     PIC X(8).
               10 SM-CLOSE-DATE    PIC X(8).
               10 SM-TAX-JURIS     PIC X(8).
               10 SM-FRANCHISE.
                   15 SM-FRANCHISEE-ID PIC X(6).
                   15 SM-ROYALTY-PCT   PIC 99V99.
                   15 SM-AD-FUND-PCT   PIC 99V99.
                   15 SM-AGREE-START   PIC X(8).
                   15 SM-AGREE-END     PIC X(8).
                   15 SM-MIN-ROYALTY   PIC 9(5)V99.
               10 SM-DELETED       PIC X(1).

       01 BEFORE-IMAGE-FIELDS.
           05 U-BEF-STATUS       PIC X(6)       VALUE SPACES.
           05 U-BEF-OPEN-DATE    PIC X(8)       VALUE SPACES.
           05 U-BEF-CLOSE-DATE   PIC X(8)       VALUE SPACES.
           05 U-BEF-TAX-JURIS    PIC X(8)       VALUE SPACES.
           05 U-BEF-FRANCHISE.
               10 U-BEF-FRANCHISEE-ID PIC X(6)  VALUE SPACES.
               10 U-BEF-ROYALTY-PCT   PIC 99V99 VALUE 0.
               10 U-BEF-AD-FUND-PCT   PIC 99V99 VALUE 0.
               10 U-BEF-AGREE-START   PIC X(8)  VALUE SPACES.
               10 U-BEF-AGREE-END     PIC X(8)  VALUE SPACES.
               10 U-BEF-MIN-ROYALTY   PIC 9(5)V99 VALUE 0.

       01 AFTER-IMAGE-FIELDS.
           05 U-AFT-NAME         PIC X(20)      VALUE SPACES.
           05 U-AFT-STATUS       PIC X(6)       VALUE SPACES.
           05 U-AFT-OPEN-DATE    PIC X(8)       VALUE SPACES.
           05 U-AFT-CLOSE-DATE   PIC X(8)       VALUE SPACES.
           05 U-AFT-TAX-JURIS    PIC X(8)       VALUE SPACES.
           05 U-AFT-FRANCHISE.
               10 U-AFT-FRANCHISEE-ID PIC X(6)  VALUE SPACES.
               10 U-AFT-ROYALTY-PCT   PIC 99V99 VALUE 0.
               10 U-AFT-AD-FUND-PCT   PIC 99V99 VALUE 0.
               10 U-AFT-AGREE-START   PIC X(8)  VALUE SPACES.
               10 U-AFT-AGREE-END     PIC X(8)  VALUE SPACES.
               10 U-AFT-MIN-ROYALTY   PIC 9(5)V99 VALUE 0.

       01 EMPTY-FRANCHISE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 FILLER             PIC 99V99      VALUE 0.
           05 FILLER             PIC 99V99      VALUE 0.
           05 FILLER             PIC X(8)       VALUE SPACES.
           05 FILLER             PIC X(8)       VALUE SPACES.
           05 FILLER             PIC 9(5)V99    VALUE 0.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-YEAR         PIC 9(4).
           MOVE CURRENT-DAY   TO MAINT-TITLE-DAY.
           MOVE CURRENT-YEAR  TO MAINT-TITLE-YEAR.
           PERFORM L3-LOAD-STORE-MASTER.
           PERFORM L3-LOAD-JURIS-CODES.
           OPEN INPUT PIZZA-STORE-TRANS.
           OPEN OUTPUT PIZZA-STORE-AUDIT.
           OPEN OUTPUT PRTOUT.
               END-IF
               MOVE S-OPEN-DATE    TO SM-OPEN-DATE (SM-COUNT)
               MOVE S-CLOSE-DATE   TO SM-CLOSE-DATE (SM-COUNT)
               MOVE S-TAX-JURIS    TO SM-TAX-JURIS (SM-COUNT)
               PERFORM L4-LOAD-FRANCHISE-FIELDS
               MOVE 'N' TO SM-DELETED (SM-COUNT)
               PERFORM L3-READ-STORE-MASTER
           END-IF.

       L4-LOAD-FRANCHISE-FIELDS.
           IF S-FRANCHISEE-ID = SPACES
               MOVE EMPTY-FRANCHISE TO SM-FRANCHISE (SM-COUNT)
           ELSE
               MOVE S-FRANCHISEE-ID TO SM-FRANCHISEE-ID (SM-COUNT)
               MOVE 0 TO SM-ROYALTY-PCT (SM-COUNT)
               IF S-ROYALTY-PCT NUMERIC
                   MOVE S-ROYALTY-PCT TO SM-ROYALTY-PCT (SM-COUNT)
               END-IF
               MOVE 0 TO SM-AD-FUND-PCT (SM-COUNT)
               IF S-AD-FUND-PCT NUMERIC
                   MOVE S-AD-FUND-PCT TO SM-AD-FUND-PCT (SM-COUNT)
               END-IF
               MOVE S-AGREE-START-DATE TO SM-AGREE-START (SM-COUNT)
               MOVE S-AGREE-END-DATE   TO SM-AGREE-END (SM-COUNT)
               MOVE 0 TO SM-MIN-ROYALTY (SM-COUNT)
               IF S-MIN-ROYALTY NUMERIC
                   MOVE S-MIN-ROYALTY TO SM-MIN-ROYALTY (SM-COUNT)
               END-IF
           END-IF.

       L3-READ-STORE-MASTER.
           READ PIZZA-STORE-MASTER
               AT END
                   MOVE 'YES' TO MASTER-EOF.

       L3-LOAD-JURIS-CODES.
           OPEN INPUT PIZZA-TAX-JURIS.
           IF JR-FILE-STATUS = '00'
               MOVE 'YES' TO JR-FILE-PRESENT
               PERFORM L3-READ-JURIS
               PERFORM L3-BUILD-JURIS-TABLE UNTIL JR-EOF = 'YES'
               CLOSE PIZZA-TAX-JURIS
           END-IF.

       L3-READ-JURIS.
           READ PIZZA-TAX-JURIS
               AT END
                   MOVE 'YES' TO JR-EOF.

       L3-BUILD-JURIS-TABLE.
           SET JC-IDX TO 1.
           SEARCH JC-ENTRY
               AT END
                   PERFORM L4-ADD-JURIS-CODE
               WHEN JC-JURIS-CODE (JC-IDX) = JR-JURIS-CODE
                   CONTINUE.
           PERFORM L3-READ-JURIS.

       L4-ADD-JURIS-CODE.
           IF JC-COUNT < 200
               ADD 1 TO JC-COUNT
               MOVE JR-JURIS-CODE TO JC-JURIS-CODE (JC-COUNT)
           END-IF.

       L3-READ-TRANS.
           READ PIZZA-STORE-TRANS
               AT END
                       AND T-CLOSE-DATE < T-OPEN-DATE
                   MOVE 'CLOSE DATE BEFORE OPEN DATE'
                       TO U-REJECT-REASON
               WHEN T-TAX-JURIS = SPACES
                   MOVE 'TAX JURISDICTION MISSING'
                       TO U-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                       TO U-REJECT-REASON
               END-IF
           END-IF.
           IF U-REJECT-REASON = SPACES
                   AND JR-FILE-PRESENT = 'YES'
               PERFORM L4-CHECK-TAX-JURIS
               IF JR-FOUND = 'NO'
                   MOVE 'TAX JURISDICTION NOT ON FILE'
                       TO U-REJECT-REASON
               END-IF
           END-IF.
           IF U-REJECT-REASON = SPACES
                   AND T-FRANCHISEE-ID NOT = SPACES
               PERFORM L4-EDIT-FRANCHISE-FIELDS
           END-IF.
           IF U-REJECT-REASON NOT = SPACES
               MOVE 'NO' TO TRANS-IS-GOOD
           END-IF.

       L4-EDIT-FRANCHISE-FIELDS.
           EVALUATE TRUE
               WHEN T-ROYALTY-PCT NOT NUMERIC
                   MOVE 'ROYALTY PERCENT NOT NUMERIC'
                       TO U-REJECT-REASON
               WHEN T-AD-FUND-PCT NOT NUMERIC
                   MOVE 'AD FUND PERCENT NOT NUMERIC'
                       TO U-REJECT-REASON
               WHEN T-MIN-ROYALTY-X NOT = SPACES
                       AND T-MIN-ROYALTY NOT NUMERIC
                   MOVE 'MINIMUM ROYALTY NOT NUMERIC'
                       TO U-REJECT-REASON
               WHEN T-AGREE-END-DATE NUMERIC
                       AND T-AGREE-START-DATE NUMERIC
                       AND T-AGREE-END-DATE < T-AGREE-START-DATE
                   MOVE 'AGREEMENT END BEFORE START'
                       TO U-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF U-REJECT-REASON = SPACES
               MOVE T-AGREE-START-DATE TO E-CHECK-DATE
               PERFORM L3-CHECK-CALENDAR-FIELD
               IF E-DATE-IS-GOOD = 'NO'
                   MOVE 'AGREEMENT START NOT VALID DATE'
                       TO U-REJECT-REASON
               END-IF
           END-IF.
           IF U-REJECT-REASON = SPACES
                   AND T-AGREE-END-DATE NOT = SPACES
               MOVE T-AGREE-END-DATE TO E-CHECK-DATE
               PERFORM L3-CHECK-CALENDAR-FIELD
               IF E-DATE-IS-GOOD = 'NO'
                   MOVE 'AGREEMENT END NOT A VALID DATE'
                       TO U-REJECT-REASON
               END-IF
           END-IF.

       L4-CHECK-TAX-JURIS.
           MOVE 'NO' TO JR-FOUND.
           SET JC-IDX TO 1.
           SEARCH JC-ENTRY
               AT END
                   CONTINUE
               WHEN JC-JURIS-CODE (JC-IDX) = T-TAX-JURIS
                   MOVE 'YES' TO JR-FOUND.

       L3-CHECK-CALENDAR-FIELD.
           MOVE 'YES' TO E-DATE-IS-GOOD.
           IF E-CHECK-DATE NOT NUMERIC
               MOVE T-STORE-STATUS TO SM-STATUS (SM-IDX)
               MOVE T-OPEN-DATE    TO SM-OPEN-DATE (SM-IDX)
               MOVE T-CLOSE-DATE   TO SM-CLOSE-DATE (SM-IDX)
               MOVE T-TAX-JURIS    TO SM-TAX-JURIS (SM-IDX)
               MOVE 'N' TO SM-DELETED (SM-IDX)
               PERFORM L4-SET-AFTER-FRANCHISE
               MOVE U-AFT-FRANCHISE TO SM-FRANCHISE (SM-IDX)
               MOVE SPACES TO U-BEF-NAME
               MOVE SPACES TO U-BEF-REGION
               MOVE SPACES TO U-BEF-DISTRICT
               MOVE SPACES TO U-BEF-STATUS
               MOVE SPACES TO U-BEF-OPEN-DATE
               MOVE SPACES TO U-BEF-CLOSE-DATE
               MOVE SPACES TO U-BEF-TAX-JURIS
               MOVE EMPTY-FRANCHISE TO U-BEF-FRANCHISE
               PERFORM L3-WRITE-AUDIT-APPLIED
           END-IF.

               MOVE T-STORE-STATUS TO SM-STATUS (U-FOUND-SUB)
               MOVE T-OPEN-DATE    TO SM-OPEN-DATE (U-FOUND-SUB)
               MOVE T-CLOSE-DATE   TO SM-CLOSE-DATE (U-FOUND-SUB)
               MOVE T-TAX-JURIS    TO SM-TAX-JURIS (U-FOUND-SUB)
               PERFORM L4-SET-AFTER-FRANCHISE
               MOVE U-AFT-FRANCHISE TO SM-FRANCHISE (U-FOUND-SUB)
               PERFORM L3-WRITE-AUDIT-APPLIED
           ELSE
               PERFORM L3-WRITE-AUDIT-REJECT
               MOVE SPACES TO U-AFT-STATUS
               MOVE SPACES TO U-AFT-OPEN-DATE
               MOVE SPACES TO U-AFT-CLOSE-DATE
               MOVE SPACES TO U-AFT-TAX-JURIS
               MOVE EMPTY-FRANCHISE TO U-AFT-FRANCHISE
               MOVE 'APPLIED' TO U-STATUS-OUT
               PERFORM L3-WRITE-AUDIT-COMMON
           END-IF.
           MOVE SM-STATUS (U-FOUND-SUB)     TO U-BEF-STATUS.
           MOVE SM-OPEN-DATE (U-FOUND-SUB)  TO U-BEF-OPEN-DATE.
           MOVE SM-CLOSE-DATE (U-FOUND-SUB) TO U-BEF-CLOSE-DATE.
           MOVE SM-TAX-JURIS (U-FOUND-SUB)  TO U-BEF-TAX-JURIS.
           MOVE SM-FRANCHISE (U-FOUND-SUB)  TO U-BEF-FRANCHISE.

       L3-WRITE-AUDIT-APPLIED.
           MOVE T-STORE-NAME   TO U-AFT-NAME.
           MOVE T-STORE-STATUS TO U-AFT-STATUS.
           MOVE T-OPEN-DATE    TO U-AFT-OPEN-DATE.
           MOVE T-CLOSE-DATE   TO U-AFT-CLOSE-DATE.
           MOVE T-TAX-JURIS    TO U-AFT-TAX-JURIS.
           PERFORM L4-SET-AFTER-FRANCHISE.
           MOVE 'APPLIED' TO U-STATUS-OUT.
           PERFORM L3-WRITE-AUDIT-COMMON.

       L4-SET-AFTER-FRANCHISE.
           IF T-FRANCHISEE-ID = SPACES
               MOVE EMPTY-FRANCHISE TO U-AFT-FRANCHISE
           ELSE
               MOVE T-FRANCHISEE-ID    TO U-AFT-FRANCHISEE-ID
               MOVE T-ROYALTY-PCT      TO U-AFT-ROYALTY-PCT
               MOVE T-AD-FUND-PCT      TO U-AFT-AD-FUND-PCT
               MOVE T-AGREE-START-DATE TO U-AFT-AGREE-START
               MOVE T-AGREE-END-DATE   TO U-AFT-AGREE-END
               IF T-MIN-ROYALTY-X = SPACES
                   MOVE 0 TO U-AFT-MIN-ROYALTY
               ELSE
                   MOVE T-MIN-ROYALTY TO U-AFT-MIN-ROYALTY
               END-IF
           END-IF.

       L3-WRITE-AUDIT-REJECT.
           ADD 1 TO U-REJECT-CTR.
           IF U-FOUND-SUB > 0
               MOVE SPACES TO U-BEF-STATUS
               MOVE SPACES TO U-BEF-OPEN-DATE
               MOVE SPACES TO U-BEF-CLOSE-DATE
               MOVE SPACES TO U-BEF-TAX-JURIS
               MOVE EMPTY-FRANCHISE TO U-BEF-FRANCHISE
           END-IF.
           MOVE SPACES TO U-AFT-NAME.
           MOVE SPACES TO U-AFT-REGION.
           MOVE SPACES TO U-AFT-STATUS.
           MOVE SPACES TO U-AFT-OPEN-DATE.
           MOVE SPACES TO U-AFT-CLOSE-DATE.
           MOVE SPACES TO U-AFT-TAX-JURIS.
           MOVE EMPTY-FRANCHISE TO U-AFT-FRANCHISE.
           MOVE U-REJECT-REASON TO U-STATUS-OUT.
           PERFORM L3-WRITE-AUDIT-COMMON.

           MOVE U-AFT-STATUS     TO A-AFTER-STATUS.
           MOVE U-AFT-OPEN-DATE  TO A-AFTER-OPEN-DATE.
           MOVE U-AFT-CLOSE-DATE TO A-AFTER-CLOSE-DATE.
           MOVE U-BEF-TAX-JURIS  TO A-BEFORE-TAX-JURIS.
           MOVE U-AFT-TAX-JURIS  TO A-AFTER-TAX-JURIS.
           MOVE U-BEF-FRANCHISE  TO A-BEFORE-FRANCHISE.
           MOVE U-AFT-FRANCHISE  TO A-AFTER-FRANCHISE.
           IF TRANS-IS-GOOD = 'YES'
               MOVE 'APPLIED' TO A-STATUS
           ELSE
               MOVE SM-STATUS (SM-IDX)     TO S-STORE-STATUS
               MOVE SM-OPEN-DATE (SM-IDX)  TO S-OPEN-DATE
               MOVE SM-CLOSE-DATE (SM-IDX) TO S-CLOSE-DATE
               MOVE SM-TAX-JURIS (SM-IDX)  TO S-TAX-JURIS
               MOVE SM-FRANCHISEE-ID (SM-IDX)
                   TO S-FRANCHISEE-ID
               MOVE SM-ROYALTY-PCT (SM-IDX) TO S-ROYALTY-PCT
               MOVE SM-AD-FUND-PCT (SM-IDX) TO S-AD-FUND-PCT
               MOVE SM-AGREE-START (SM-IDX) TO S-AGREE-START-DATE
               MOVE SM-AGREE-END (SM-IDX)   TO S-AGREE-END-DATE
               MOVE SM-MIN-ROYALTY (SM-IDX) TO S-MIN-ROYALTY
               WRITE S-STORE-REC
           END-IF.


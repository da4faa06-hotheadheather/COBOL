      *CARRIES BEFORE/AFTER IMAGES WITH THE RUN DATE AND THE
      *TRANSACTION SOURCE SO ITEM CHANGES CAN BE TRACED - RUN
      *CBLHKW06 AFTER THIS PROGRAM TO REBUILD THE INDEXED LOOKUP
      *COPY OF THE MASTER - EACH ITEM CARRIES A SALES TAX CLASS
      *(F PREPARED FOOD, D BOTTLED DRINK, X EXEMPT) - A BLANK TAX
      *CLASS LEAVES THE ITEM TAXED BY ITS CATEGORY (BEVERAGE AS D,
      *ALL OTHER CATEGORIES AS F)
       PROGRAM-ID. CBLHKW04.
       AUTHOR. Heather Whittlesey.

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

       FD  PIZZA-ITEM-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS T-TRANS-REC
           RECORD CONTAINS 51 CHARACTERS.

       01 T-TRANS-REC.
           05 T-TRANS-CODE        PIC X(1).
           05 T-ITEM-CATEGORY     PIC X(12).
           05 T-ITEM-UNIT-COST    PIC X(5).
           05 T-TRANS-SOURCE      PIC X(8).
           05 T-ITEM-TAX-CLASS    PIC X(1).

       FD  PIZZA-ITEM-AUDIT
           LABEL RECORD IS STANDARD
           DATA RECORD IS A-AUDIT-REC
           RECORD CONTAINS 103 CHARACTERS.

       01 A-AUDIT-REC.
           05 A-RUN-DATE          PIC X(8).
           05 A-AFTER-CATEGORY    PIC X(12).
           05 A-AFTER-COST        PIC X(5).
           05 A-STATUS            PIC X(8).
           05 A-BEFORE-TAX-CLASS  PIC X(1).
           05 A-AFTER-TAX-CLASS   PIC X(1).

       FD  PIZZA-RUN-LEDGER
           LABEL RECORD IS STANDARD
           05 U-REJECT-REASON    PIC X(30)      VALUE SPACES.
           05 U-BEF-COST         PIC X(5)       VALUE SPACES.
           05 U-AFT-COST         PIC X(5)       VALUE SPACES.
           05 U-BEF-TAX-CLASS    PIC X(1)       VALUE SPACE.
           05 U-AFT-TAX-CLASS    PIC X(1)       VALUE SPACE.
           05 U-WORK-COST        PIC 9(3)V99    VALUE 0.
           05 U-WORK-COST-X REDEFINES U-WORK-COST
                                 PIC X(5).
               10 IM-ITEM-DESC     PIC X(18).
               10 IM-ITEM-CATEGORY PIC X(12).
               10 IM-ITEM-UNIT-COST PIC 9(3)V99.
               10 IM-ITEM-TAX-CLASS PIC X(1).
               10 IM-DELETED       PIC X(1).

       01 ALLOWED-CATEGORY-TABLE.
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
               ELSE
                   MOVE 0 TO IM-ITEM-UNIT-COST (IM-COUNT)
               END-IF
               MOVE M-ITEM-TAX-CLASS TO IM-ITEM-TAX-CLASS (IM-COUNT)
               MOVE 'N' TO IM-DELETED (IM-COUNT)
               PERFORM L3-READ-ITEM-MASTER
           END-IF.
           IF T-ITEM-CATEGORY = U-ALLOWED-CATEGORY (CAT-SUB)
               MOVE 'YES' TO CATEGORY-IS-GOOD.

       L4-CHECK-TAX-CLASS.
           IF T-ITEM-TAX-CLASS NOT = SPACE
                   AND T-ITEM-TAX-CLASS NOT = 'F'
                   AND T-ITEM-TAX-CLASS NOT = 'D'
                   AND T-ITEM-TAX-CLASS NOT = 'X'
               MOVE 'NO' TO TRANS-IS-GOOD
               MOVE 'TAX CLASS NOT F, D, X OR BLANK'
                   TO U-REJECT-REASON
           END-IF.

       L3-APPLY-ADD.
           IF U-FOUND-SUB > 0
               MOVE 'NO' TO TRANS-IS-GOOD
                           MOVE 'NO' TO TRANS-IS-GOOD
                           MOVE 'UNIT COST NOT NUMERIC'
                               TO U-REJECT-REASON
                       ELSE
                           PERFORM L4-CHECK-TAX-CLASS
                       END-IF
                   END-IF
               END-IF
               MOVE T-ITEM-CATEGORY TO IM-ITEM-CATEGORY (IM-IDX)
               MOVE T-ITEM-UNIT-COST TO U-WORK-COST-X
               MOVE U-WORK-COST TO IM-ITEM-UNIT-COST (IM-IDX)
               MOVE T-ITEM-TAX-CLASS TO IM-ITEM-TAX-CLASS (IM-IDX)
               MOVE 'N' TO IM-DELETED (IM-IDX)
               MOVE SPACES TO U-BEF-DESC-OUT
               MOVE SPACES TO U-BEF-CAT-OUT
               MOVE SPACES TO U-BEF-COST
               MOVE SPACE  TO U-BEF-TAX-CLASS
               PERFORM L3-WRITE-AUDIT-APPLIED
           END-IF.

                           MOVE 'NO' TO TRANS-IS-GOOD
                           MOVE 'UNIT COST NOT NUMERIC'
                               TO U-REJECT-REASON
                       ELSE
                           PERFORM L4-CHECK-TAX-CLASS
                       END-IF
                   END-IF
               END-IF
               MOVE IM-ITEM-CATEGORY (U-FOUND-SUB) TO U-BEF-CAT-OUT
               MOVE IM-ITEM-UNIT-COST (U-FOUND-SUB) TO U-WORK-COST
               MOVE U-WORK-COST-X TO U-BEF-COST
               MOVE IM-ITEM-TAX-CLASS (U-FOUND-SUB)
                   TO U-BEF-TAX-CLASS
               MOVE T-ITEM-DESC     TO IM-ITEM-DESC (U-FOUND-SUB)
               MOVE T-ITEM-CATEGORY TO IM-ITEM-CATEGORY (U-FOUND-SUB)
               MOVE T-ITEM-UNIT-COST TO U-WORK-COST-X
               MOVE U-WORK-COST
                   TO IM-ITEM-UNIT-COST (U-FOUND-SUB)
               MOVE T-ITEM-TAX-CLASS
                   TO IM-ITEM-TAX-CLASS (U-FOUND-SUB)
               PERFORM L3-WRITE-AUDIT-APPLIED
           ELSE
               PERFORM L3-WRITE-AUDIT-REJECT
               MOVE IM-ITEM-CATEGORY (U-FOUND-SUB) TO U-BEF-CAT-OUT
               MOVE IM-ITEM-UNIT-COST (U-FOUND-SUB) TO U-WORK-COST
               MOVE U-WORK-COST-X TO U-BEF-COST
               MOVE IM-ITEM-TAX-CLASS (U-FOUND-SUB)
                   TO U-BEF-TAX-CLASS
               MOVE 'Y' TO IM-DELETED (U-FOUND-SUB)
               MOVE SPACES TO U-AFT-DESC-OUT
               MOVE SPACES TO U-AFT-CAT-OUT
               MOVE SPACES TO U-AFT-COST
               MOVE SPACE  TO U-AFT-TAX-CLASS
               PERFORM L3-WRITE-AUDIT-DELETE
           END-IF.

           MOVE T-ITEM-DESC     TO U-AFT-DESC-OUT.
           MOVE T-ITEM-CATEGORY TO U-AFT-CAT-OUT.
           MOVE T-ITEM-UNIT-COST TO U-AFT-COST.
           MOVE T-ITEM-TAX-CLASS TO U-AFT-TAX-CLASS.
           MOVE 'APPLIED' TO U-STATUS-OUT.
           PERFORM L3-WRITE-AUDIT-COMMON.

               MOVE IM-ITEM-CATEGORY (U-FOUND-SUB) TO U-BEF-CAT-OUT
               MOVE IM-ITEM-UNIT-COST (U-FOUND-SUB) TO U-WORK-COST
               MOVE U-WORK-COST-X TO U-BEF-COST
               MOVE IM-ITEM-TAX-CLASS (U-FOUND-SUB)
                   TO U-BEF-TAX-CLASS
           ELSE
               MOVE SPACES TO U-BEF-DESC-OUT
               MOVE SPACES TO U-BEF-CAT-OUT
               MOVE SPACES TO U-BEF-COST
               MOVE SPACE  TO U-BEF-TAX-CLASS
           END-IF.
           MOVE SPACES TO U-AFT-DESC-OUT.
           MOVE SPACES TO U-AFT-CAT-OUT.
           MOVE SPACES TO U-AFT-COST.
           MOVE SPACE  TO U-AFT-TAX-CLASS.
           MOVE U-REJECT-REASON TO U-STATUS-OUT.
           PERFORM L3-WRITE-AUDIT-COMMON.

           MOVE U-AFT-DESC-OUT TO A-AFTER-DESC.
           MOVE U-AFT-CAT-OUT  TO A-AFTER-CATEGORY.
           MOVE U-AFT-COST     TO A-AFTER-COST.
           MOVE U-BEF-TAX-CLASS TO A-BEFORE-TAX-CLASS.
           MOVE U-AFT-TAX-CLASS TO A-AFTER-TAX-CLASS.
           IF TRANS-IS-GOOD = 'YES'
               MOVE 'APPLIED' TO A-STATUS
           ELSE
               MOVE IM-ITEM-DESC (IM-IDX)     TO M-ITEM-DESC
               MOVE IM-ITEM-CATEGORY (IM-IDX) TO M-ITEM-CATEGORY
               MOVE IM-ITEM-UNIT-COST (IM-IDX) TO M-ITEM-UNIT-COST
               MOVE IM-ITEM-TAX-CLASS (IM-IDX) TO M-ITEM-TAX-CLASS
               WRITE M-ITEM-REC
           END-IF.


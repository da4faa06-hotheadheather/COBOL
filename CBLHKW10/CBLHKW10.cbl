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

       FD  PIZZA-AUDIT-PARM
           LABEL RECORD IS STANDARD
       FD  PIZZA-AUDIT-ARCHIVE
           LABEL RECORD IS STANDARD
           DATA RECORD IS R-ARCHIVE-REC
           RECORD CONTAINS 103 CHARACTERS.

       01 R-ARCHIVE-REC           PIC X(103).

       FD  PIZZA-AUDIT-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS W-WORK-REC
           RECORD CONTAINS 103 CHARACTERS.

       01 W-WORK-REC              PIC X(103).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05 FILLER             PIC X(12)      VALUE 'BEFORE CAT'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'B-CST'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(1)       VALUE 'T'.
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 FILLER             PIC X(18)      VALUE 'AFTER DESC'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(12)      VALUE 'AFTER CAT'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(5)       VALUE 'A-CST'.
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 FILLER             PIC X(1)       VALUE 'T'.
           05 FILLER             PIC X(5)       VALUE SPACES.

       01 INQ-DETAIL-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           05 Q-BEF-CAT-OUT      PIC X(12).
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 Q-BEF-COST-OUT     PIC X(5).
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 Q-BEF-TAX-OUT      PIC X(1).
           05 FILLER             PIC X(2)       VALUE SPACES.
           05 Q-AFT-DESC-OUT     PIC X(18).
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 Q-AFT-CAT-OUT      PIC X(12).
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 Q-AFT-COST-OUT     PIC X(5).
           05 FILLER             PIC X(1)       VALUE SPACES.
           05 Q-AFT-TAX-OUT      PIC X(1).
           05 FILLER             PIC X(5)       VALUE SPACES.

       01 INQ-COUNT-LINE.
           05 FILLER             PIC X(6)       VALUE SPACES.
           MOVE A-AFTER-DESC      TO Q-AFT-DESC-OUT.
           MOVE A-AFTER-CATEGORY  TO Q-AFT-CAT-OUT.
           MOVE A-AFTER-COST      TO Q-AFT-COST-OUT.
           MOVE A-BEFORE-TAX-CLASS TO Q-BEF-TAX-OUT.
           MOVE A-AFTER-TAX-CLASS TO Q-AFT-TAX-OUT.
           WRITE PRTLINE FROM INQ-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP

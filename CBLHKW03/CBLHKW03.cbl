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

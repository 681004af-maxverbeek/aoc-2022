           05 REG-SOURCE PIC X(2).
           05 REG-LINE PIC 9(10).
           05 REG-TEXT PIC X(60).
           05 REG-CAMP PIC X(10).
           05 REG-CLEARED PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE SPACES.
               10 WS-REG-SOURCE PIC X(2).
               10 WS-REG-LINE PIC 9(10).
               10 WS-REG-TEXT PIC X(60).
               10 WS-REG-CAMP PIC X(10).
               10 WS-REG-CLEARED PIC 9(8).
       01 WS-REG-SUB PIC 9(4).
       01 WS-REG-DIRTY PIC X VALUE 'N'.
       01 WS-REG-UNSAFE PIC X VALUE 'N'.
                               WS-REG-LINE(WS-REG-COUNT)
                           MOVE REG-TEXT TO
                               WS-REG-TEXT(WS-REG-COUNT)
                           MOVE REG-CAMP TO
                               WS-REG-CAMP(WS-REG-COUNT)
                           IF REG-CLEARED IS NUMERIC
                               MOVE REG-CLEARED TO
                                   WS-REG-CLEARED(WS-REG-COUNT)
                           ELSE
                               MOVE ZEROES TO
                                   WS-REG-CLEARED(WS-REG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       AND WS-REG-LINE(WS-REG-SUB) EQUAL
                           CORR-LINE-NUM
                   MOVE 'REPAIRED' TO WS-REG-STATUS-T(WS-REG-SUB)
                   MOVE FUNCTION CURRENT-DATE(1:8) TO
                       WS-REG-CLEARED(WS-REG-SUB)
                   MOVE 'Y' TO WS-REG-DIRTY
               END-IF
           END-PERFORM.
               MOVE WS-REG-SOURCE(WS-REG-SUB) TO REG-SOURCE
               MOVE WS-REG-LINE(WS-REG-SUB) TO REG-LINE
               MOVE WS-REG-TEXT(WS-REG-SUB) TO REG-TEXT
               MOVE WS-REG-CAMP(WS-REG-SUB) TO REG-CAMP
               MOVE WS-REG-CLEARED(WS-REG-SUB) TO REG-CLEARED
               WRITE REJREG-RECORD
           END-PERFORM.
           CLOSE REJECT-REGISTER.

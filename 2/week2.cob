       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

       FD RUN-PARM.
       01 RUN-PARM-RECORD.
           05 REG-SOURCE PIC X(2).
           05 REG-LINE PIC 9(10).
           05 REG-TEXT PIC X(60).
           05 REG-CAMP PIC X(10).
           05 REG-CLEARED PIC 9(8).

      * Season history record - laid out field for field the same as
      * league.cob's SEASON-RECORD so the two stay in step.
           MOVE 'W2' TO REG-SOURCE.
           MOVE WS-ROUND-NUM TO REG-LINE.
           MOVE EXCEPTION-LINE(1:40) TO REG-TEXT.
           MOVE ZEROES TO REG-CLEARED.
           WRITE REJREG-RECORD.
           CLOSE REJECT-REGISTER.

                   READ THRESHOLDS
                       AT END MOVE '10' TO WS-THR-STATUS
                       NOT AT END
      * A change dated after the business date is not in force
      * yet - see week1's GetThresholds.
                           IF THR-EFFDATE IS NUMERIC
                                   AND THR-EFFDATE > WS-BUS-DATE
                               MOVE SPACES TO THR-KEY
                           END-IF
                           IF THR-KEY EQUAL 'EXCPPCT'
                               MOVE THR-VALUE TO WS-THR-EXCPPCT
                           END-IF

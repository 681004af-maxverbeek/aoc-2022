       PROGRAM-ID. CAMPDIST.

      * Per-camp distribution of the day's week1 outputs - the ranked
      * lines, rejects, and watch entries, plus the camp's page of
      * CAMPSCOR's data-quality scorecard, split into one return file
      * per camp code, so each camp clerk gets their own elves
      * instead of hunting through the whole RANKRPT.DAT. The ranked
      * lines already carry the camp; the reject and watch names are
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-STATUS.

      * CAMPSCOR's latest data-quality scorecard - each camp's page
      * lines carry the camp code in the first ten columns, so the
      * split is the same ownership test as the ranked lines.
       SELECT SCORE-RPT ASSIGN TO "CAMPSCOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCORE-STATUS.

      * Same roster master week1 validates against - the reject and
      * watch names carry no camp of their own, so the roster is what
      * routes them.
       FD STATS-RPT.
       01 STATS-RPT-LINE PIC X(100).

      * Laid out field for field the same as campscor.cob's
      * SCORE-LINE so the two stay in step.
       FD SCORE-RPT.
       01 SCORE-LINE.
           05 SCORE-CAMP PIC X(10).
           05 FILLER PIC X(1).
           05 SCORE-TEXT PIC X(89).

       FD ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-ID PIC X(4).
       01 WS-REJ-STATUS PIC X(2) VALUE SPACES.
       01 WS-STAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-ROSTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-SCORE-STATUS PIC X(2) VALUE SPACES.
       01 WS-CAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-BATCH-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
           PERFORM CopyRankSection.
           PERFORM CopyRejectSection.
           PERFORM CopyWatchSection.
           PERFORM CopyScoreSection.
           MOVE SPACES TO RETURN-LINE.
           STRING 'END OF RETURN - LINES ' WS-RETURN-LINES
               DELIMITED BY SIZE INTO RETURN-LINE
               ADD 1 TO WS-RETURN-LINES
           END-IF.

      * This camp's scorecard page, framed by the scorecard's own
      * heading and the camp ranking - the lines CAMPSCOR writes
      * with no camp - so the clerk sees the period and where the
      * camp stands. No CAMPSCOR.DAT on hand leaves the section
      * empty.
       CopyScoreSection.
           MOVE 'DATA-QUALITY SCORECARD' TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SCORE-RPT.
           IF WS-SCORE-STATUS EQUAL '00'
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ SCORE-RPT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SCORE-CAMP EQUAL WS-CURR-CAMP
                                   OR SCORE-CAMP EQUAL SPACES
                               MOVE SPACES TO RETURN-LINE
                               MOVE SCORE-TEXT TO RETURN-LINE
                               WRITE RETURN-LINE
                               ADD 1 TO WS-RETURN-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORE-RPT
           END-IF.

      * Register the return in the driver's generation catalog -
      * appended here, and the driver folds it into its purge the
      * next time it rewrites the catalog. The report key is RET.

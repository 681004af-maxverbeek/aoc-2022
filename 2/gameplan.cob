      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEPLAN.

      * Pre-match game plan - SCOUT tells the strategy committee
      * what an opponent tends to throw, but nobody turned that into
      * an instruction for the guide before the match. This job does,
      * and then checks afterwards whether the instruction was
      * followed and what it was worth.
      *
      * Two passes, asked for at the start, the CLNPLAN way. P plans:
      * for every opponent on the next match date in FIXTURES.DAT,
      * their A/B/C split across the season's ROUNDHIST.DAT gives the
      * expected points per round of each of our shapes, and the best
      * of the three is the recommended response. The plan goes to
      * GAMEPLAN.DAT for the check pass, with a readable copy in
      * GPLANRPT.DAT for the committee. An opponent with no history
      * is planned on an even split and said so.
      *
      * C checks, after that match date's week2 run: every round
      * played on the plan date against a planned opponent is held
      * against the plan - did the guide's shape match the
      * recommendation, and what would the recommended shape have
      * scored against the throw that actually came. The day's
      * figures are appended to ADHHIST.DAT, and ADHRPT.DAT shows the
      * day and the season to date, so the committee can tell
      * whether scouting is paying off.
      *
      * The shape is judged from the shape points week2 scored, not
      * the guide's raw code - in mode 1 the guide's X/Y/Z is an
      * outcome, not a shape, so only the points say what was thrown.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIXTURES ASSIGN TO "FIXTURES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIX-STATUS.

      * Per-round season detail week2 appends to - see scout.cob.
       SELECT ROUND-HISTORY ASSIGN TO "ROUNDHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RHIST-STATUS.

      * The plan - rewritten by every P pass, read by the C pass.
       SELECT GAME-PLAN ASSIGN TO "GAMEPLAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.

       SELECT PLAN-RPT ASSIGN TO "GPLANRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Adherence history - one record per opponent per checked
      * match date, appended by every C pass. A rerun of the check
      * appends again; the last record for a date and opponent is
      * the one that counts, the way league reads SEASON.DAT.
       SELECT ADHERENCE-HISTORY ASSIGN TO "ADHHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADH-STATUS.

       SELECT ADHERENCE-RPT ASSIGN TO "ADHRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Laid out field for field the same as week2's FIXTURE-RECORD
      * so the two stay in step.
       FD FIXTURES.
       01 FIXTURE-RECORD.
           05 FIX-DATE PIC 9(8).
           05 FIX-OPP PIC X(16).

      * Laid out field for field the same as week2's
      * ROUND-HISTORY-RECORD so the two stay in step.
       FD ROUND-HISTORY.
       01 ROUND-RECORD.
           05 RH-DATE PIC 9(8).
           05 RH-OPP PIC X(16).
           05 RH-ROUND PIC 9(10).
           05 RH-THEIR-CODE PIC X(1).
           05 RH-OUR-CODE PIC X(1).
           05 RH-OUTCOME-PTS PIC 9(2).
           05 RH-SHAPE-PTS PIC 9(2).

      * One opponent's plan - the season split it was built from,
      * the expected points per round of each of our shapes, and the
      * recommendation.
       FD GAME-PLAN.
       01 GAME-PLAN-RECORD.
           05 GP-DATE PIC 9(8).
           05 GP-OPP PIC X(16).
           05 GP-ROUNDS PIC 9(6).
           05 GP-CNT-A PIC 9(6).
           05 GP-CNT-B PIC 9(6).
           05 GP-CNT-C PIC 9(6).
           05 GP-EXP-X PIC 9V99.
           05 GP-EXP-Y PIC 9V99.
           05 GP-EXP-Z PIC 9V99.
           05 GP-RESPONSE PIC X(1).

       FD PLAN-RPT.
       01 PLAN-RPT-LINE PIC X(120).

      * One opponent's checked match day - rounds played, rounds the
      * guide followed the plan, the points actually scored (and the
      * share of them from the followed rounds), and what the plan's
      * shape would have scored over the same throws.
       FD ADHERENCE-HISTORY.
       01 ADHERENCE-RECORD.
           05 AD-DATE PIC 9(8).
           05 AD-OPP PIC X(16).
           05 AD-RESPONSE PIC X(1).
           05 AD-ROUNDS PIC 9(6).
           05 AD-FOLLOWED PIC 9(6).
           05 AD-ACTUAL-PTS PIC 9(8).
           05 AD-FOLLOW-PTS PIC 9(8).
           05 AD-PLAN-PTS PIC 9(8).

       FD ADHERENCE-RPT.
       01 ADHERENCE-RPT-LINE PIC X(120).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FIX-STATUS PIC X(2) VALUE SPACES.
       01 WS-RHIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-PLAN-STATUS PIC X(2) VALUE SPACES.
       01 WS-ADH-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.

      * P to plan, C to check - see MAIN-PROCEDURE.
       01 WS-MODE PIC X VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-PLAN-DATE PIC 9(8) VALUE ZEROES.
       01 WS-REC-NUM PIC 9(10) VALUE ZEROES.
       01 WS-ABORT-TEXT PIC X(40) VALUE SPACES.

      * The opponents on the plan date, with the plan built for each
      * and, in the check pass, the day's figures against it.
       01 WS-OPP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-OPP-TABLE.
           05 WS-OPP-ENTRY OCCURS 50 TIMES.
               10 WS-OPP-NAME PIC X(16).
               10 WS-OPP-ROUNDS PIC 9(6).
               10 WS-OPP-CNT-A PIC 9(6).
               10 WS-OPP-CNT-B PIC 9(6).
               10 WS-OPP-CNT-C PIC 9(6).
               10 WS-OPP-EXP-X PIC 9V99.
               10 WS-OPP-EXP-Y PIC 9V99.
               10 WS-OPP-EXP-Z PIC 9V99.
               10 WS-OPP-RESPONSE PIC X(1).
               10 WS-OPP-PLAYED PIC 9(6).
               10 WS-OPP-FOLLOWED PIC 9(6).
               10 WS-OPP-ACTUAL-PTS PIC 9(8).
               10 WS-OPP-FOLLOW-PTS PIC 9(8).
               10 WS-OPP-PLAN-PTS PIC 9(8).
       01 WS-OPP-SUB PIC 9(2).
       01 WS-OPP-HIT PIC 9(2) VALUE ZEROES.
       01 WS-LOOK-OPP PIC X(16) VALUE SPACES.

      * Rounds held for the rerun rule - a record matching a date,
      * opponent and round already held is a same-day rerun's append
      * and is dropped, as scout drops it. Only the planned
      * opponents' rounds are held.
       01 WS-ROUND-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ROUND-TABLE.
           05 WS-ROUND-ENTRY OCCURS 2000 TIMES.
               10 WS-RT-DATE PIC 9(8).
               10 WS-RT-OPP PIC X(16).
               10 WS-RT-ROUND PIC 9(10).
       01 WS-ROUND-SUB PIC 9(4).
       01 WS-ROUND-DUP PIC X VALUE 'N'.
       01 WS-ROUND-OVER PIC X VALUE 'N'.
       01 WS-OFFPLAN-ROUNDS PIC 9(6) VALUE ZEROES.

      * One round scored against a shape - see ScoreShape.
       01 WS-TRY-SHAPE PIC X(1) VALUE SPACE.
       01 WS-TRY-THEIR PIC X(1) VALUE SPACE.
       01 WS-TRY-PTS PIC 9(2) VALUE ZEROES.
       01 WS-ACTUAL-SHAPE PIC X(1) VALUE SPACE.
       01 WS-ACTUAL-PTS PIC 9(2) VALUE ZEROES.

      * Expected-points working set - the split as whole rounds,
      * even when there is no history to split.
       01 WS-SPLIT-A PIC 9(6) VALUE ZEROES.
       01 WS-SPLIT-B PIC 9(6) VALUE ZEROES.
       01 WS-SPLIT-C PIC 9(6) VALUE ZEROES.
       01 WS-SPLIT-N PIC 9(6) VALUE ZEROES.
       01 WS-SPLIT-PTS PIC 9(8) VALUE ZEROES.

      * The day's and the season's totals for the adherence report.
       01 WS-DAY-PLAYED PIC 9(6) VALUE ZEROES.
       01 WS-DAY-FOLLOWED PIC 9(6) VALUE ZEROES.
       01 WS-DAY-ACTUAL PIC 9(8) VALUE ZEROES.
       01 WS-DAY-PLAN PIC 9(8) VALUE ZEROES.
       01 WS-SEA-PLAYED PIC 9(8) VALUE ZEROES.
       01 WS-SEA-FOLLOWED PIC 9(8) VALUE ZEROES.
       01 WS-SEA-ACTUAL PIC 9(10) VALUE ZEROES.
       01 WS-SEA-FOLLOW-PTS PIC 9(10) VALUE ZEROES.
       01 WS-SEA-PLAN PIC 9(10) VALUE ZEROES.
       01 WS-SEA-DAYS PIC 9(4) VALUE ZEROES.
       01 WS-SEA-ACTUAL-OFF PIC 9(10) VALUE ZEROES.
       01 WS-SEA-PLAYED-OFF PIC 9(8) VALUE ZEROES.
       01 WS-PCT PIC 9(3) VALUE ZEROES.
       01 WS-AVG-FOLLOWED PIC 9V99 VALUE ZEROES.
       01 WS-AVG-DEPARTED PIC 9V99 VALUE ZEROES.
       01 WS-GAIN PIC S9(8) VALUE ZEROES.
       01 WS-GAIN-OUT PIC -(6)9.

      * Adherence history held for the season totals - last record
      * per date and opponent wins. 2000 is league's ceiling too.
       01 WS-ADH-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ADH-TABLE.
           05 WS-ADH-ENTRY OCCURS 2000 TIMES.
               10 WS-AH-DATE PIC 9(8).
               10 WS-AH-OPP PIC X(16).
               10 WS-AH-ROUNDS PIC 9(6).
               10 WS-AH-FOLLOWED PIC 9(6).
               10 WS-AH-ACTUAL-PTS PIC 9(8).
               10 WS-AH-FOLLOW-PTS PIC 9(8).
               10 WS-AH-PLAN-PTS PIC 9(8).
       01 WS-ADH-SUB PIC 9(4).
       01 WS-ADH-HIT PIC 9(4) VALUE ZEROES.
       01 WS-LAST-DAY PIC 9(8) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY 'PLAN OR CHECK (P/C)? '.
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 'P'
                   PERFORM PlanNextMatch
               WHEN 'C'
                   PERFORM CheckAdherence
               WHEN OTHER
                   DISPLAY 'NOTHING DONE - ANSWER P OR C'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * The planning pass - the next match date's opponents, their
      * season split, and the plan written. 16 when there is no
      * match ahead to plan for.
       PlanNextMatch.
           PERFORM LoadNextFixtures.
           IF WS-OPP-COUNT EQUAL ZEROES
               DISPLAY 'NO FIXTURE ON OR AFTER ' WS-TODAY-DATE
                   ' IN FIXTURES.DAT - NOTHING TO PLAN'
               MOVE 'NO FIXTURE AHEAD' TO WS-ABORT-TEXT
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadPlanHistory.
           PERFORM VARYING WS-OPP-HIT FROM 1 BY 1
                   UNTIL WS-OPP-HIT > WS-OPP-COUNT
               PERFORM BuildOpponentPlan
           END-PERFORM.
           PERFORM WritePlan.
           PERFORM WriteAuditLog.
           IF WS-ROUND-OVER EQUAL 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.

      * The first match date on or after today, and every opponent
      * fixtured for it.
       LoadNextFixtures.
           OPEN INPUT FIXTURES.
           IF WS-FIX-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FIX-STATUS NOT EQUAL '00'
               READ FIXTURES
                   AT END MOVE '10' TO WS-FIX-STATUS
                   NOT AT END
                       IF FIX-DATE >= WS-TODAY-DATE
                           PERFORM TakeFixture
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIXTURES.

       TakeFixture.
           IF WS-PLAN-DATE EQUAL ZEROES OR FIX-DATE < WS-PLAN-DATE
               MOVE FIX-DATE TO WS-PLAN-DATE
               MOVE ZEROES TO WS-OPP-COUNT
           END-IF.
           IF FIX-DATE NOT EQUAL WS-PLAN-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE FIX-OPP TO WS-LOOK-OPP.
           PERFORM FindPlannedOpponent.
           IF WS-OPP-HIT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPP-COUNT EQUAL 50
               DISPLAY 'WARNING - MORE THAN 50 FIXTURES ON '
                   WS-PLAN-DATE ', ' FIX-OPP ' NOT PLANNED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPP-COUNT.
           INITIALIZE WS-OPP-ENTRY(WS-OPP-COUNT).
           MOVE FIX-OPP TO WS-OPP-NAME(WS-OPP-COUNT).

      * The opponent in WS-LOOK-OPP looked up among those planned.
       FindPlannedOpponent.
           MOVE ZEROES TO WS-OPP-HIT.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               IF WS-OPP-NAME(WS-OPP-SUB) EQUAL WS-LOOK-OPP
                   MOVE WS-OPP-SUB TO WS-OPP-HIT
                   MOVE WS-OPP-COUNT TO WS-OPP-SUB
               END-IF
           END-PERFORM.

      * The planned opponents' throws from before the plan date.
       LoadPlanHistory.
           OPEN INPUT ROUND-HISTORY.
           IF WS-RHIST-STATUS NOT EQUAL '00'
               DISPLAY 'NO ROUNDHIST.DAT ON HAND - EVERY OPPONENT '
                   'PLANNED ON AN EVEN SPLIT'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RHIST-STATUS NOT EQUAL '00'
               READ ROUND-HISTORY
                   AT END MOVE '10' TO WS-RHIST-STATUS
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       IF RH-DATE < WS-PLAN-DATE
                           MOVE RH-OPP TO WS-LOOK-OPP
                           PERFORM FindPlannedOpponent
                           IF WS-OPP-HIT > ZEROES
                               PERFORM HoldRound
                               IF WS-ROUND-DUP EQUAL 'N'
                                   PERFORM TallyPlanRound
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROUND-HISTORY.

      * The rerun rule over the held rounds - WS-ROUND-DUP comes back
      * 'Y' for a record already held, 'N' for a new one (now held).
       HoldRound.
           MOVE 'N' TO WS-ROUND-DUP.
           PERFORM VARYING WS-ROUND-SUB FROM 1 BY 1
                   UNTIL WS-ROUND-SUB > WS-ROUND-COUNT
               IF WS-RT-DATE(WS-ROUND-SUB) EQUAL RH-DATE
                       AND WS-RT-OPP(WS-ROUND-SUB) EQUAL RH-OPP
                       AND WS-RT-ROUND(WS-ROUND-SUB) EQUAL RH-ROUND
                   MOVE 'Y' TO WS-ROUND-DUP
                   MOVE WS-ROUND-COUNT TO WS-ROUND-SUB
               END-IF
           END-PERFORM.
           IF WS-ROUND-DUP EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROUND-COUNT EQUAL 2000
               IF WS-ROUND-OVER EQUAL 'N'
                   DISPLAY 'WARNING - MORE THAN 2000 ROUNDS FOR THE '
                       'PLANNED OPPONENTS, RERUNS NO LONGER DROPPED'
                   MOVE 'Y' TO WS-ROUND-OVER
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROUND-COUNT.
           MOVE RH-DATE TO WS-RT-DATE(WS-ROUND-COUNT).
           MOVE RH-OPP TO WS-RT-OPP(WS-ROUND-COUNT).
           MOVE RH-ROUND TO WS-RT-ROUND(WS-ROUND-COUNT).

       TallyPlanRound.
           EVALUATE RH-THEIR-CODE
               WHEN 'A'
                   ADD 1 TO WS-OPP-CNT-A(WS-OPP-HIT)
                   ADD 1 TO WS-OPP-ROUNDS(WS-OPP-HIT)
               WHEN 'B'
                   ADD 1 TO WS-OPP-CNT-B(WS-OPP-HIT)
                   ADD 1 TO WS-OPP-ROUNDS(WS-OPP-HIT)
               WHEN 'C'
                   ADD 1 TO WS-OPP-CNT-C(WS-OPP-HIT)
                   ADD 1 TO WS-OPP-ROUNDS(WS-OPP-HIT)
           END-EVALUATE.

      * Expected points per round of each shape over the opponent's
      * split - X draws A and beats C, Y beats A and draws B, Z beats
      * B and draws C, each on top of its own shape points. The best
      * is recommended; a tie goes to the higher shape, which scores
      * more on its own.
       BuildOpponentPlan.
           IF WS-OPP-ROUNDS(WS-OPP-HIT) EQUAL ZEROES
               MOVE 1 TO WS-SPLIT-A
               MOVE 1 TO WS-SPLIT-B
               MOVE 1 TO WS-SPLIT-C
               MOVE 3 TO WS-SPLIT-N
           ELSE
               MOVE WS-OPP-CNT-A(WS-OPP-HIT) TO WS-SPLIT-A
               MOVE WS-OPP-CNT-B(WS-OPP-HIT) TO WS-SPLIT-B
               MOVE WS-OPP-CNT-C(WS-OPP-HIT) TO WS-SPLIT-C
               MOVE WS-OPP-ROUNDS(WS-OPP-HIT) TO WS-SPLIT-N
           END-IF.
           COMPUTE WS-SPLIT-PTS = WS-SPLIT-N
               + 3 * WS-SPLIT-A + 6 * WS-SPLIT-C.
           DIVIDE WS-SPLIT-PTS BY WS-SPLIT-N
               GIVING WS-OPP-EXP-X(WS-OPP-HIT) ROUNDED.
           COMPUTE WS-SPLIT-PTS = 2 * WS-SPLIT-N
               + 6 * WS-SPLIT-A + 3 * WS-SPLIT-B.
           DIVIDE WS-SPLIT-PTS BY WS-SPLIT-N
               GIVING WS-OPP-EXP-Y(WS-OPP-HIT) ROUNDED.
           COMPUTE WS-SPLIT-PTS = 3 * WS-SPLIT-N
               + 6 * WS-SPLIT-B + 3 * WS-SPLIT-C.
           DIVIDE WS-SPLIT-PTS BY WS-SPLIT-N
               GIVING WS-OPP-EXP-Z(WS-OPP-HIT) ROUNDED.
           MOVE 'Z' TO WS-OPP-RESPONSE(WS-OPP-HIT).
           IF WS-OPP-EXP-Y(WS-OPP-HIT) > WS-OPP-EXP-Z(WS-OPP-HIT)
               MOVE 'Y' TO WS-OPP-RESPONSE(WS-OPP-HIT)
           END-IF.
           IF WS-OPP-EXP-X(WS-OPP-HIT) > WS-OPP-EXP-Y(WS-OPP-HIT)
                   AND WS-OPP-EXP-X(WS-OPP-HIT) >
                       WS-OPP-EXP-Z(WS-OPP-HIT)
               MOVE 'X' TO WS-OPP-RESPONSE(WS-OPP-HIT)
           END-IF.

       WritePlan.
           OPEN OUTPUT GAME-PLAN.
           OPEN OUTPUT PLAN-RPT.
           MOVE SPACES TO PLAN-RPT-LINE.
           STRING 'GAME PLAN FOR MATCH DATE ' WS-PLAN-DATE
               ' PREPARED ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO PLAN-RPT-LINE
           END-STRING.
           WRITE PLAN-RPT-LINE.
           PERFORM VARYING WS-OPP-HIT FROM 1 BY 1
                   UNTIL WS-OPP-HIT > WS-OPP-COUNT
               MOVE WS-PLAN-DATE TO GP-DATE
               MOVE WS-OPP-NAME(WS-OPP-HIT) TO GP-OPP
               MOVE WS-OPP-ROUNDS(WS-OPP-HIT) TO GP-ROUNDS
               MOVE WS-OPP-CNT-A(WS-OPP-HIT) TO GP-CNT-A
               MOVE WS-OPP-CNT-B(WS-OPP-HIT) TO GP-CNT-B
               MOVE WS-OPP-CNT-C(WS-OPP-HIT) TO GP-CNT-C
               MOVE WS-OPP-EXP-X(WS-OPP-HIT) TO GP-EXP-X
               MOVE WS-OPP-EXP-Y(WS-OPP-HIT) TO GP-EXP-Y
               MOVE WS-OPP-EXP-Z(WS-OPP-HIT) TO GP-EXP-Z
               MOVE WS-OPP-RESPONSE(WS-OPP-HIT) TO GP-RESPONSE
               WRITE GAME-PLAN-RECORD
               PERFORM WritePlanLines
           END-PERFORM.
           CLOSE GAME-PLAN.
           CLOSE PLAN-RPT.

       WritePlanLines.
           MOVE SPACES TO PLAN-RPT-LINE.
           IF GP-ROUNDS EQUAL ZEROES
               STRING 'OPPONENT ' GP-OPP
                   ' NO HISTORY - PLANNED ON AN EVEN SPLIT'
                   DELIMITED BY SIZE INTO PLAN-RPT-LINE
               END-STRING
           ELSE
               STRING 'OPPONENT ' GP-OPP ' ROUNDS ' GP-ROUNDS
                   ' THREW A ' GP-CNT-A ' B ' GP-CNT-B ' C ' GP-CNT-C
                   DELIMITED BY SIZE INTO PLAN-RPT-LINE
               END-STRING
           END-IF.
           WRITE PLAN-RPT-LINE.
           MOVE SPACES TO PLAN-RPT-LINE.
           STRING '    EXPECTED PER ROUND X ' GP-EXP-X(1:1) '.'
               GP-EXP-X(2:2) ' Y ' GP-EXP-Y(1:1) '.' GP-EXP-Y(2:2)
               ' Z ' GP-EXP-Z(1:1) '.' GP-EXP-Z(2:2)
               ' - PLAY ' GP-RESPONSE
               DELIMITED BY SIZE INTO PLAN-RPT-LINE
           END-STRING.
           WRITE PLAN-RPT-LINE.
           DISPLAY 'OPPONENT ' GP-OPP ' PLAY ' GP-RESPONSE.

      * The check pass - the plan back into core, the plan date's
      * rounds held against it, the day appended to the adherence
      * history and the report written. 16 with no plan on hand, 4
      * when the plan date has no rounds yet (run it after week2).
       CheckAdherence.
           PERFORM LoadPlan.
           IF WS-OPP-COUNT EQUAL ZEROES
               DISPLAY 'NO GAMEPLAN.DAT ON HAND - RUN THE PLAN PASS '
                   'FIRST'
               MOVE 'NO PLAN ON HAND' TO WS-ABORT-TEXT
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadDayRounds.
           IF WS-DAY-PLAYED EQUAL ZEROES
               DISPLAY 'NO ROUNDS FOR ' WS-PLAN-DATE
                   ' AGAINST A PLANNED OPPONENT - RUN AFTER WEEK2'
               MOVE 'NO ROUNDS PLAYED' TO WS-ABORT-TEXT
               PERFORM WriteAuditLog
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM AppendAdherence.
           PERFORM LoadAdherenceHistory.
           PERFORM WriteAdherenceReport.
           PERFORM WriteAuditLog.
           IF WS-ROUND-OVER EQUAL 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.

       LoadPlan.
           OPEN INPUT GAME-PLAN.
           IF WS-PLAN-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PLAN-STATUS NOT EQUAL '00'
                   OR WS-OPP-COUNT EQUAL 50
               READ GAME-PLAN
                   AT END MOVE '10' TO WS-PLAN-STATUS
                   NOT AT END
                       ADD 1 TO WS-OPP-COUNT
                       INITIALIZE WS-OPP-ENTRY(WS-OPP-COUNT)
                       MOVE GP-DATE TO WS-PLAN-DATE
                       MOVE GP-OPP TO WS-OPP-NAME(WS-OPP-COUNT)
                       MOVE GP-RESPONSE
                           TO WS-OPP-RESPONSE(WS-OPP-COUNT)
               END-READ
           END-PERFORM.
           CLOSE GAME-PLAN.

      * Every round played on the plan date, once each under the
      * rerun rule. A planned opponent's round is held against the
      * plan; anyone else's is only counted.
       LoadDayRounds.
           OPEN INPUT ROUND-HISTORY.
           IF WS-RHIST-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RHIST-STATUS NOT EQUAL '00'
               READ ROUND-HISTORY
                   AT END MOVE '10' TO WS-RHIST-STATUS
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       IF RH-DATE EQUAL WS-PLAN-DATE
                           PERFORM HoldRound
                           IF WS-ROUND-DUP EQUAL 'N'
                               PERFORM JudgeRound
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROUND-HISTORY.

      * The shape the guide actually played (from week2's shape
      * points), whether it was the plan's, and what the plan's shape
      * would have scored against the same throw.
       JudgeRound.
           MOVE RH-OPP TO WS-LOOK-OPP.
           PERFORM FindPlannedOpponent.
           IF WS-OPP-HIT EQUAL ZEROES
               ADD 1 TO WS-OFFPLAN-ROUNDS
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RH-SHAPE-PTS
               WHEN 1
                   MOVE 'X' TO WS-ACTUAL-SHAPE
               WHEN 2
                   MOVE 'Y' TO WS-ACTUAL-SHAPE
               WHEN 3
                   MOVE 'Z' TO WS-ACTUAL-SHAPE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           COMPUTE WS-ACTUAL-PTS = RH-OUTCOME-PTS + RH-SHAPE-PTS.
           MOVE WS-OPP-RESPONSE(WS-OPP-HIT) TO WS-TRY-SHAPE.
           MOVE RH-THEIR-CODE TO WS-TRY-THEIR.
           PERFORM ScoreShape.
           ADD 1 TO WS-OPP-PLAYED(WS-OPP-HIT).
           ADD 1 TO WS-DAY-PLAYED.
           ADD WS-ACTUAL-PTS TO WS-OPP-ACTUAL-PTS(WS-OPP-HIT).
           ADD WS-TRY-PTS TO WS-OPP-PLAN-PTS(WS-OPP-HIT).
           IF WS-ACTUAL-SHAPE EQUAL WS-OPP-RESPONSE(WS-OPP-HIT)
               ADD 1 TO WS-OPP-FOLLOWED(WS-OPP-HIT)
               ADD WS-ACTUAL-PTS TO WS-OPP-FOLLOW-PTS(WS-OPP-HIT)
           END-IF.

      * WS-TRY-SHAPE thrown against WS-TRY-THEIR, scored the way
      * week2's AddGameScore and AddShapeScore score it.
       ScoreShape.
           MOVE ZEROES TO WS-TRY-PTS.
           EVALUATE WS-TRY-SHAPE ALSO WS-TRY-THEIR
               WHEN 'X' ALSO 'A'
                   MOVE 4 TO WS-TRY-PTS
               WHEN 'X' ALSO 'B'
                   MOVE 1 TO WS-TRY-PTS
               WHEN 'X' ALSO 'C'
                   MOVE 7 TO WS-TRY-PTS
               WHEN 'Y' ALSO 'A'
                   MOVE 8 TO WS-TRY-PTS
               WHEN 'Y' ALSO 'B'
                   MOVE 5 TO WS-TRY-PTS
               WHEN 'Y' ALSO 'C'
                   MOVE 2 TO WS-TRY-PTS
               WHEN 'Z' ALSO 'A'
                   MOVE 3 TO WS-TRY-PTS
               WHEN 'Z' ALSO 'B'
                   MOVE 9 TO WS-TRY-PTS
               WHEN 'Z' ALSO 'C'
                   MOVE 6 TO WS-TRY-PTS
           END-EVALUATE.

       AppendAdherence.
           OPEN EXTEND ADHERENCE-HISTORY.
           IF WS-ADH-STATUS NOT EQUAL '00'
               OPEN OUTPUT ADHERENCE-HISTORY
           END-IF.
           PERFORM VARYING WS-OPP-HIT FROM 1 BY 1
                   UNTIL WS-OPP-HIT > WS-OPP-COUNT
               IF WS-OPP-PLAYED(WS-OPP-HIT) > ZEROES
                   MOVE WS-PLAN-DATE TO AD-DATE
                   MOVE WS-OPP-NAME(WS-OPP-HIT) TO AD-OPP
                   MOVE WS-OPP-RESPONSE(WS-OPP-HIT) TO AD-RESPONSE
                   MOVE WS-OPP-PLAYED(WS-OPP-HIT) TO AD-ROUNDS
                   MOVE WS-OPP-FOLLOWED(WS-OPP-HIT) TO AD-FOLLOWED
                   MOVE WS-OPP-ACTUAL-PTS(WS-OPP-HIT) TO AD-ACTUAL-PTS
                   MOVE WS-OPP-FOLLOW-PTS(WS-OPP-HIT) TO AD-FOLLOW-PTS
                   MOVE WS-OPP-PLAN-PTS(WS-OPP-HIT) TO AD-PLAN-PTS
                   WRITE ADHERENCE-RECORD
               END-IF
           END-PERFORM.
           CLOSE ADHERENCE-HISTORY.

      * The whole adherence history for the season-to-date lines -
      * a later record for a date and opponent replaces the earlier.
       LoadAdherenceHistory.
           OPEN INPUT ADHERENCE-HISTORY.
           IF WS-ADH-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ADH-STATUS NOT EQUAL '00'
               READ ADHERENCE-HISTORY
                   AT END MOVE '10' TO WS-ADH-STATUS
                   NOT AT END PERFORM TakeAdherenceRecord
               END-READ
           END-PERFORM.
           CLOSE ADHERENCE-HISTORY.
           PERFORM VARYING WS-ADH-SUB FROM 1 BY 1
                   UNTIL WS-ADH-SUB > WS-ADH-COUNT
               ADD WS-AH-ROUNDS(WS-ADH-SUB) TO WS-SEA-PLAYED
               ADD WS-AH-FOLLOWED(WS-ADH-SUB) TO WS-SEA-FOLLOWED
               ADD WS-AH-ACTUAL-PTS(WS-ADH-SUB) TO WS-SEA-ACTUAL
               ADD WS-AH-FOLLOW-PTS(WS-ADH-SUB) TO WS-SEA-FOLLOW-PTS
               ADD WS-AH-PLAN-PTS(WS-ADH-SUB) TO WS-SEA-PLAN
               IF WS-AH-DATE(WS-ADH-SUB) NOT EQUAL WS-LAST-DAY
                   ADD 1 TO WS-SEA-DAYS
                   MOVE WS-AH-DATE(WS-ADH-SUB) TO WS-LAST-DAY
               END-IF
           END-PERFORM.

       TakeAdherenceRecord.
           MOVE ZEROES TO WS-ADH-HIT.
           PERFORM VARYING WS-ADH-SUB FROM 1 BY 1
                   UNTIL WS-ADH-SUB > WS-ADH-COUNT
               IF WS-AH-DATE(WS-ADH-SUB) EQUAL AD-DATE
                       AND WS-AH-OPP(WS-ADH-SUB) EQUAL AD-OPP
                   MOVE WS-ADH-SUB TO WS-ADH-HIT
                   MOVE WS-ADH-COUNT TO WS-ADH-SUB
               END-IF
           END-PERFORM.
           IF WS-ADH-HIT EQUAL ZEROES
               IF WS-ADH-COUNT EQUAL 2000
                   MOVE 'Y' TO WS-ROUND-OVER
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ADH-COUNT
               MOVE WS-ADH-COUNT TO WS-ADH-HIT
           END-IF.
           MOVE AD-DATE TO WS-AH-DATE(WS-ADH-HIT).
           MOVE AD-OPP TO WS-AH-OPP(WS-ADH-HIT).
           MOVE AD-ROUNDS TO WS-AH-ROUNDS(WS-ADH-HIT).
           MOVE AD-FOLLOWED TO WS-AH-FOLLOWED(WS-ADH-HIT).
           MOVE AD-ACTUAL-PTS TO WS-AH-ACTUAL-PTS(WS-ADH-HIT).
           MOVE AD-FOLLOW-PTS TO WS-AH-FOLLOW-PTS(WS-ADH-HIT).
           MOVE AD-PLAN-PTS TO WS-AH-PLAN-PTS(WS-ADH-HIT).

      * The day per opponent and in total, then the season to date -
      * how often the plan was followed, what the rounds scored, what
      * the plan's shape would have scored over the same throws, and
      * the points per round when the plan was followed against when
      * the guide went another way. The difference is what following
      * the plan every round would have added - negative when it
      * would have cost points.
       WriteAdherenceReport.
           OPEN OUTPUT ADHERENCE-RPT.
           MOVE SPACES TO ADHERENCE-RPT-LINE.
           STRING 'GAME PLAN ADHERENCE FOR MATCH DATE ' WS-PLAN-DATE
               ' CHECKED ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO ADHERENCE-RPT-LINE
           END-STRING.
           WRITE ADHERENCE-RPT-LINE.
           PERFORM VARYING WS-OPP-HIT FROM 1 BY 1
                   UNTIL WS-OPP-HIT > WS-OPP-COUNT
               MOVE SPACES TO ADHERENCE-RPT-LINE
               IF WS-OPP-PLAYED(WS-OPP-HIT) EQUAL ZEROES
                   STRING 'OPPONENT ' WS-OPP-NAME(WS-OPP-HIT)
                       ' PLAN ' WS-OPP-RESPONSE(WS-OPP-HIT)
                       ' NO ROUNDS PLAYED'
                       DELIMITED BY SIZE INTO ADHERENCE-RPT-LINE
                   END-STRING
               ELSE
                   ADD WS-OPP-FOLLOWED(WS-OPP-HIT) TO WS-DAY-FOLLOWED
                   ADD WS-OPP-ACTUAL-PTS(WS-OPP-HIT) TO WS-DAY-ACTUAL
                   ADD WS-OPP-PLAN-PTS(WS-OPP-HIT) TO WS-DAY-PLAN
                   COMPUTE WS-PCT = WS-OPP-FOLLOWED(WS-OPP-HIT) * 100
                       / WS-OPP-PLAYED(WS-OPP-HIT)
                   STRING 'OPPONENT ' WS-OPP-NAME(WS-OPP-HIT)
                       ' PLAN ' WS-OPP-RESPONSE(WS-OPP-HIT)
                       ' ROUNDS ' WS-OPP-PLAYED(WS-OPP-HIT)
                       ' FOLLOWED ' WS-OPP-FOLLOWED(WS-OPP-HIT)
                       ' (' WS-PCT '%) SCORED '
                       WS-OPP-ACTUAL-PTS(WS-OPP-HIT)
                       ' PLAN WOULD HAVE SCORED '
                       WS-OPP-PLAN-PTS(WS-OPP-HIT)
                       DELIMITED BY SIZE INTO ADHERENCE-RPT-LINE
                   END-STRING
               END-IF
               WRITE ADHERENCE-RPT-LINE
           END-PERFORM.
           COMPUTE WS-PCT = WS-DAY-FOLLOWED * 100 / WS-DAY-PLAYED.
           COMPUTE WS-GAIN = WS-DAY-PLAN - WS-DAY-ACTUAL.
           MOVE WS-GAIN TO WS-GAIN-OUT.
           MOVE SPACES TO ADHERENCE-RPT-LINE.
           STRING 'DAY TOTAL ROUNDS ' WS-DAY-PLAYED ' FOLLOWED '
               WS-DAY-FOLLOWED ' (' WS-PCT '%) SCORED ' WS-DAY-ACTUAL
               ' PLAN WOULD HAVE SCORED ' WS-DAY-PLAN
               ' DIFFERENCE ' WS-GAIN-OUT
               DELIMITED BY SIZE INTO ADHERENCE-RPT-LINE
           END-STRING.
           WRITE ADHERENCE-RPT-LINE.
           DISPLAY ADHERENCE-RPT-LINE.
           IF WS-OFFPLAN-ROUNDS > ZEROES
               MOVE SPACES TO ADHERENCE-RPT-LINE
               STRING 'ROUNDS AGAINST OPPONENTS NOT ON THE PLAN '
                   WS-OFFPLAN-ROUNDS
                   DELIMITED BY SIZE INTO ADHERENCE-RPT-LINE
               END-STRING
               WRITE ADHERENCE-RPT-LINE
           END-IF.
           IF WS-SEA-PLAYED > ZEROES
               COMPUTE WS-PCT = WS-SEA-FOLLOWED * 100 / WS-SEA-PLAYED
               COMPUTE WS-GAIN = WS-SEA-PLAN - WS-SEA-ACTUAL
               MOVE WS-GAIN TO WS-GAIN-OUT
               MOVE SPACES TO ADHERENCE-RPT-LINE
               STRING 'SEASON DAYS ' WS-SEA-DAYS
                   ' ROUNDS ' WS-SEA-PLAYED ' FOLLOWED '
                   WS-SEA-FOLLOWED ' (' WS-PCT '%) SCORED '
                   WS-SEA-ACTUAL ' PLAN WOULD SCORE '
                   WS-SEA-PLAN ' DIFF ' WS-GAIN-OUT
                   DELIMITED BY SIZE INTO ADHERENCE-RPT-LINE
               END-STRING
               WRITE ADHERENCE-RPT-LINE
               MOVE ZEROES TO WS-AVG-FOLLOWED
               MOVE ZEROES TO WS-AVG-DEPARTED
               IF WS-SEA-FOLLOWED > ZEROES
                   DIVIDE WS-SEA-FOLLOW-PTS BY WS-SEA-FOLLOWED
                       GIVING WS-AVG-FOLLOWED ROUNDED
               END-IF
               IF WS-SEA-PLAYED > WS-SEA-FOLLOWED
                   COMPUTE WS-SEA-ACTUAL-OFF =
                       WS-SEA-ACTUAL - WS-SEA-FOLLOW-PTS
                   COMPUTE WS-SEA-PLAYED-OFF =
                       WS-SEA-PLAYED - WS-SEA-FOLLOWED
                   DIVIDE WS-SEA-ACTUAL-OFF BY WS-SEA-PLAYED-OFF
                       GIVING WS-AVG-DEPARTED ROUNDED
               END-IF
               MOVE SPACES TO ADHERENCE-RPT-LINE
               STRING 'SEASON POINTS PER ROUND FOLLOWING THE PLAN '
                   WS-AVG-FOLLOWED(1:1) '.' WS-AVG-FOLLOWED(2:2)
                   ' GOING ANOTHER WAY ' WS-AVG-DEPARTED(1:1) '.'
                   WS-AVG-DEPARTED(2:2)
                   DELIMITED BY SIZE INTO ADHERENCE-RPT-LINE
               END-STRING
               WRITE ADHERENCE-RPT-LINE
               DISPLAY ADHERENCE-RPT-LINE
           END-IF.
           CLOSE ADHERENCE-RPT.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The records are the ROUNDHIST.DAT
      * records read.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-ABORT-TEXT NOT EQUAL SPACES
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM GAMEPLAN RECORDS ' WS-REC-NUM
                   ' RESULT ' WS-ABORT-TEXT
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               IF WS-MODE EQUAL 'P'
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM GAMEPLAN RECORDS ' WS-REC-NUM
                       ' RESULT ' WS-OPP-COUNT ' PLANNED FOR '
                       WS-PLAN-DATE
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               ELSE
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM GAMEPLAN RECORDS ' WS-REC-NUM
                       ' RESULT ' WS-DAY-PLAYED ' CHECKED FOR '
                       WS-PLAN-DATE
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

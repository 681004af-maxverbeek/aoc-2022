      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATING.

      * Opponent strength rating over the season history week2
      * appends to. The LEAGUE table ranks by aggregate score, which
      * rewards whoever has been played most often; fixture planning
      * and the coaching committee want to know who is actually
      * dangerous. Every opponent starts the season on 1500 and moves
      * match by match on their share of the rounds against us (a
      * round they won counts whole, a draw half), measured against
      * the share the two ratings said they should have taken. Our
      * own side carries a rating the same way, so taking rounds off
      * us when we are in form is worth more than taking them off us
      * when we are not - each result is weighted by the strength of
      * the side faced. Rating points move 32 per match at most.
      *
      * The season is replayed from the top every run (one match per
      * date and opponent, the last record winning, as league reads
      * it), so a rerun never counts a match twice. After each match
      * date the whole table is appended to RATEHIST.DAT - only for
      * match dates the history does not hold yet, so a date's
      * ratings stay as they stood when first kept. RATERPT.DAT
      * shows the current ratings, the movement since the match day
      * before the latest, and the biggest risers and fallers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SEASON-HISTORY ASSIGN TO "SEASON.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

      * Dated rating history - one record per opponent (and one for
      * our own side) per match date, appended.
       SELECT RATING-HISTORY ASSIGN TO "RATEHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RHST-STATUS.

       SELECT RATING-RPT ASSIGN TO "RATERPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Laid out field for field the same as week2's
      * SEASON-HISTORY-RECORD so the two stay in step.
       FD SEASON-HISTORY.
       01 SEASON-RECORD.
           05 SEAS-DATE PIC 9(8).
           05 SEAS-OPP PIC X(16).
           05 SEAS-SCORE PIC 9(20).
           05 SEAS-WINS PIC 9(4).
           05 SEAS-DRAWS PIC 9(4).
           05 SEAS-LOSSES PIC 9(4).

      * RTH-OPP holds WS-OUR-NAME for our own side's row. The W/D/L
      * are ours against the opponent, the way SEASON.DAT keeps them.
       FD RATING-HISTORY.
       01 RATING-HISTORY-RECORD.
           05 RTH-DATE PIC 9(8).
           05 RTH-OPP PIC X(16).
           05 RTH-RATING PIC 9(4)V9.
           05 RTH-GAMES PIC 9(4).
           05 RTH-WINS PIC 9(6).
           05 RTH-DRAWS PIC 9(6).
           05 RTH-LOSSES PIC 9(6).

       FD RATING-RPT.
       01 RATING-RPT-LINE PIC X(120).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Checked right after OPEN - see week1's WS-FILE-STATUS for why.
       01 WS-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-RHST-STATUS PIC X(2) VALUE SPACES.

      * Compliance wants proof of what ran and when - see week1's
      * WriteAuditLog.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.

       01 WS-EOF PIC X VALUE 'N'.
       01 WS-REC-NUM PIC 9(10) VALUE ZEROES.
       01 WS-OVERFLOW PIC X VALUE 'N'.

      * The raw records held keyed by date and opponent, the last
      * record per pair winning - see league's TallySeasonRecord.
       01 WS-DAY-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 2000 TIMES.
               10 WS-DAY-DATE PIC 9(8).
               10 WS-DAY-OPP PIC X(16).
               10 WS-DAY-WINS PIC 9(4).
               10 WS-DAY-DRAWS PIC 9(4).
               10 WS-DAY-LOSSES PIC 9(4).
       01 WS-DAY-SUB PIC 9(4).
       01 WS-DAY-SUB2 PIC 9(4).
       01 WS-DAY-HIT PIC 9(4) VALUE ZEROES.
       01 WS-SWAP-DAY-ENTRY.
           05 WS-SWAP-DAY-DATE PIC 9(8).
           05 WS-SWAP-DAY-OPP PIC X(16).
           05 WS-SWAP-DAY-WINS PIC 9(4).
           05 WS-SWAP-DAY-DRAWS PIC 9(4).
           05 WS-SWAP-DAY-LOSSES PIC 9(4).

      * One row per opponent - current rating, the rating at the end
      * of the match day before the one being replayed, games and
      * our W/D/L against them, and the riser/faller pick mark.
       01 WS-OPP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-OPP-TABLE.
           05 WS-OPP-ENTRY OCCURS 100 TIMES.
               10 WS-OPP-NAME PIC X(16).
               10 WS-OPP-RATING PIC S9(5)V99.
               10 WS-OPP-PREV PIC S9(5)V99.
               10 WS-OPP-MOVE PIC S9(5)V99.
               10 WS-OPP-GAMES PIC 9(4).
               10 WS-OPP-WINS PIC 9(6).
               10 WS-OPP-DRAWS PIC 9(6).
               10 WS-OPP-LOSSES PIC 9(6).
               10 WS-OPP-PICKED PIC X(1).
       01 WS-OPP-SUB PIC 9(3).
       01 WS-OPP-SUB2 PIC 9(3).
       01 WS-OPP-HIT PIC 9(3) VALUE ZEROES.
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-NAME PIC X(16).
           05 WS-SWAP-RATING PIC S9(5)V99.
           05 WS-SWAP-PREV PIC S9(5)V99.
           05 WS-SWAP-MOVE PIC S9(5)V99.
           05 WS-SWAP-GAMES PIC 9(4).
           05 WS-SWAP-WINS PIC 9(6).
           05 WS-SWAP-DRAWS PIC 9(6).
           05 WS-SWAP-LOSSES PIC 9(6).
           05 WS-SWAP-PICKED PIC X(1).

      * Our own side's row, kept beside the table.
       01 WS-OUR-NAME PIC X(16) VALUE '** OUR SIDE **'.
       01 WS-OUR-RATING PIC S9(5)V99 VALUE 1500.
       01 WS-OUR-PREV PIC S9(5)V99 VALUE 1500.
       01 WS-OUR-GAMES PIC 9(4) VALUE ZEROES.
       01 WS-OUR-WINS PIC 9(6) VALUE ZEROES.
       01 WS-OUR-DRAWS PIC 9(6) VALUE ZEROES.
       01 WS-OUR-LOSSES PIC 9(6) VALUE ZEROES.

      * The rating arithmetic for one match - see RateMatch.
       01 WS-START-RATING PIC S9(5)V99 VALUE 1500.
       01 WS-K-FACTOR PIC 9(3) VALUE 32.
       01 WS-MATCH-ROUNDS PIC 9(6) VALUE ZEROES.
       01 WS-HALF-ROUNDS PIC 9(7) VALUE ZEROES.
       01 WS-ACTUAL-SHARE PIC 9V9(6) VALUE ZEROES.
       01 WS-EXPONENT PIC S9(3)V9(6) VALUE ZEROES.
       01 WS-POWER PIC 9(9)V9(6) VALUE ZEROES.
       01 WS-EXPECTED-SHARE PIC 9V9(6) VALUE ZEROES.
       01 WS-SHARE-DIFF PIC S9V9(6) VALUE ZEROES.
       01 WS-RATING-DELTA PIC S9(3)V99 VALUE ZEROES.

      * Match dates - the one being replayed, the one before it, the
      * latest already in the history, and how many were appended -
      * told to the operator at the end of the run.
       01 WS-CUR-DATE PIC 9(8) VALUE ZEROES.
       01 WS-PREV-DATE PIC 9(8) VALUE ZEROES.
       01 WS-HIST-LAST PIC 9(8) VALUE ZEROES.
       01 WS-HIST-DAYS PIC 9(4) VALUE ZEROES.

      * Report editing.
       01 WS-RATING-OUT PIC ZZZZ9.9.
       01 WS-MOVE-OUT PIC +(4)9.9.
       01 WS-PICK-NUM PIC 9(1) VALUE ZEROES.
       01 WS-PICK-HIT PIC 9(3) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SEASON-HISTORY.
           IF WS-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'INPUT NOT AVAILABLE - SEASON.DAT STATUS '
                   WS-FILE-STATUS
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEASON-HISTORY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       PERFORM HoldSeasonRecord
               END-READ
           END-PERFORM.
           CLOSE SEASON-HISTORY.
           IF WS-DAY-COUNT EQUAL ZEROES
               DISPLAY 'INPUT NOT AVAILABLE - SEASON.DAT IS EMPTY'
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SortMatchDays.
           PERFORM FindHistoryLast.
           PERFORM ReplaySeason.
           PERFORM WriteRatingReport.
           DISPLAY 'RATED TO ' WS-CUR-DATE ', ' WS-HIST-DAYS
               ' NEW MATCH DAYS KEPT IN RATEHIST.DAT'.
           PERFORM WriteAuditLog.
           IF WS-OVERFLOW EQUAL 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           GOBACK.

      * One raw record into the date-and-opponent table - a repeat
      * of a pair already seen overwrites it - see league's
      * TallySeasonRecord.
       HoldSeasonRecord.
           MOVE ZEROES TO WS-DAY-HIT.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-DAY-SUB) EQUAL SEAS-DATE
                       AND WS-DAY-OPP(WS-DAY-SUB) EQUAL SEAS-OPP
                   MOVE WS-DAY-SUB TO WS-DAY-HIT
                   MOVE WS-DAY-COUNT TO WS-DAY-SUB
               END-IF
           END-PERFORM.
           IF WS-DAY-HIT EQUAL ZEROES
               IF WS-DAY-COUNT EQUAL 2000
                   DISPLAY 'WARNING - MORE THAN 2000 MATCH DAYS IN '
                       'THE SEASON, ' SEAS-OPP ' NOT RATED'
                   MOVE 'Y' TO WS-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-DAY-HIT
               MOVE SEAS-DATE TO WS-DAY-DATE(WS-DAY-HIT)
               MOVE SEAS-OPP TO WS-DAY-OPP(WS-DAY-HIT)
           END-IF.
           MOVE SEAS-WINS TO WS-DAY-WINS(WS-DAY-HIT).
           MOVE SEAS-DRAWS TO WS-DAY-DRAWS(WS-DAY-HIT).
           MOVE SEAS-LOSSES TO WS-DAY-LOSSES(WS-DAY-HIT).

      * Matches into date order for the replay - an insertion sort,
      * so matches on the same date keep the order week2 played them
      * in. A late rerun of an old date appends out of order.
       SortMatchDays.
           PERFORM VARYING WS-DAY-SUB FROM 2 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               MOVE WS-DAY-ENTRY(WS-DAY-SUB) TO WS-SWAP-DAY-ENTRY
               MOVE WS-DAY-SUB TO WS-DAY-SUB2
               PERFORM UNTIL WS-DAY-SUB2 EQUAL 1
                       OR WS-DAY-DATE(WS-DAY-SUB2 - 1)
                           <= WS-SWAP-DAY-DATE
                   MOVE WS-DAY-ENTRY(WS-DAY-SUB2 - 1)
                       TO WS-DAY-ENTRY(WS-DAY-SUB2)
                   SUBTRACT 1 FROM WS-DAY-SUB2
               END-PERFORM
               MOVE WS-SWAP-DAY-ENTRY TO WS-DAY-ENTRY(WS-DAY-SUB2)
           END-PERFORM.

      * The latest match date the rating history already keeps.
       FindHistoryLast.
           OPEN INPUT RATING-HISTORY.
           IF WS-RHST-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RHST-STATUS NOT EQUAL '00'
               READ RATING-HISTORY
                   AT END MOVE '10' TO WS-RHST-STATUS
                   NOT AT END
                       IF RTH-DATE > WS-HIST-LAST
                           MOVE RTH-DATE TO WS-HIST-LAST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATING-HISTORY.

      * The season replayed in date order. At each change of date
      * the day just finished is kept in the history (when it is new
      * to it) and every rating is noted as the previous day's
      * before the new day's matches move it.
       ReplaySeason.
           OPEN EXTEND RATING-HISTORY.
           IF WS-RHST-STATUS NOT EQUAL '00'
               OPEN OUTPUT RATING-HISTORY
           END-IF.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-DAY-SUB) NOT EQUAL WS-CUR-DATE
                   IF WS-CUR-DATE > ZEROES
                       PERFORM KeepRatingDay
                   END-IF
                   PERFORM NotePreviousRatings
                   MOVE WS-CUR-DATE TO WS-PREV-DATE
                   MOVE WS-DAY-DATE(WS-DAY-SUB) TO WS-CUR-DATE
               END-IF
               PERFORM RateMatch
           END-PERFORM.
           PERFORM KeepRatingDay.
           CLOSE RATING-HISTORY.

       NotePreviousRatings.
           MOVE WS-OUR-RATING TO WS-OUR-PREV.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               MOVE WS-OPP-RATING(WS-OPP-SUB)
                   TO WS-OPP-PREV(WS-OPP-SUB)
           END-PERFORM.

      * One match - the opponent's share of the rounds against the
      * share the ratings expected (1 / (1 + 10 ** ((ours - theirs)
      * / 400))), and the difference times the K factor moved from
      * one rating to the other. A match with no scored rounds moves
      * nothing but still counts as played.
       RateMatch.
           PERFORM FindOpponent.
           IF WS-OPP-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPP-GAMES(WS-OPP-HIT).
           ADD WS-DAY-WINS(WS-DAY-SUB) TO WS-OPP-WINS(WS-OPP-HIT).
           ADD WS-DAY-DRAWS(WS-DAY-SUB) TO WS-OPP-DRAWS(WS-OPP-HIT).
           ADD WS-DAY-LOSSES(WS-DAY-SUB)
               TO WS-OPP-LOSSES(WS-OPP-HIT).
           ADD 1 TO WS-OUR-GAMES.
           ADD WS-DAY-WINS(WS-DAY-SUB) TO WS-OUR-WINS.
           ADD WS-DAY-DRAWS(WS-DAY-SUB) TO WS-OUR-DRAWS.
           ADD WS-DAY-LOSSES(WS-DAY-SUB) TO WS-OUR-LOSSES.
           COMPUTE WS-MATCH-ROUNDS = WS-DAY-WINS(WS-DAY-SUB)
               + WS-DAY-DRAWS(WS-DAY-SUB) + WS-DAY-LOSSES(WS-DAY-SUB).
           IF WS-MATCH-ROUNDS EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HALF-ROUNDS = 2 * WS-DAY-LOSSES(WS-DAY-SUB)
               + WS-DAY-DRAWS(WS-DAY-SUB).
           COMPUTE WS-MATCH-ROUNDS = 2 * WS-MATCH-ROUNDS.
           DIVIDE WS-HALF-ROUNDS BY WS-MATCH-ROUNDS
               GIVING WS-ACTUAL-SHARE ROUNDED.
           COMPUTE WS-EXPONENT ROUNDED =
               (WS-OUR-RATING - WS-OPP-RATING(WS-OPP-HIT)) / 400.
           COMPUTE WS-POWER ROUNDED = 10 ** WS-EXPONENT.
           ADD 1 TO WS-POWER.
           DIVIDE 1 BY WS-POWER GIVING WS-EXPECTED-SHARE ROUNDED.
           COMPUTE WS-SHARE-DIFF = WS-ACTUAL-SHARE - WS-EXPECTED-SHARE.
           COMPUTE WS-RATING-DELTA ROUNDED =
               WS-K-FACTOR * WS-SHARE-DIFF.
           ADD WS-RATING-DELTA TO WS-OPP-RATING(WS-OPP-HIT).
           SUBTRACT WS-RATING-DELTA FROM WS-OUR-RATING.

      * The match's opponent, given a starting row the first time
      * they are met.
       FindOpponent.
           MOVE ZEROES TO WS-OPP-HIT.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               IF WS-OPP-NAME(WS-OPP-SUB) EQUAL
                       WS-DAY-OPP(WS-DAY-SUB)
                   MOVE WS-OPP-SUB TO WS-OPP-HIT
                   MOVE WS-OPP-COUNT TO WS-OPP-SUB
               END-IF
           END-PERFORM.
           IF WS-OPP-HIT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPP-COUNT EQUAL 100
               DISPLAY 'WARNING - MORE THAN 100 OPPONENTS IN THE '
                   'SEASON, ' WS-DAY-OPP(WS-DAY-SUB) ' NOT RATED'
               MOVE 'Y' TO WS-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPP-COUNT.
           MOVE WS-OPP-COUNT TO WS-OPP-HIT.
           INITIALIZE WS-OPP-ENTRY(WS-OPP-HIT).
           MOVE WS-DAY-OPP(WS-DAY-SUB) TO WS-OPP-NAME(WS-OPP-HIT).
           MOVE WS-START-RATING TO WS-OPP-RATING(WS-OPP-HIT).
           MOVE WS-START-RATING TO WS-OPP-PREV(WS-OPP-HIT).

      * The finished match day's table into the history, unless the
      * history already keeps that date.
       KeepRatingDay.
           IF WS-CUR-DATE <= WS-HIST-LAST
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HIST-DAYS.
           MOVE WS-CUR-DATE TO RTH-DATE.
           MOVE WS-OUR-NAME TO RTH-OPP.
           MOVE WS-OUR-RATING TO RTH-RATING.
           MOVE WS-OUR-GAMES TO RTH-GAMES.
           MOVE WS-OUR-WINS TO RTH-WINS.
           MOVE WS-OUR-DRAWS TO RTH-DRAWS.
           MOVE WS-OUR-LOSSES TO RTH-LOSSES.
           WRITE RATING-HISTORY-RECORD.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               MOVE WS-CUR-DATE TO RTH-DATE
               MOVE WS-OPP-NAME(WS-OPP-SUB) TO RTH-OPP
               MOVE WS-OPP-RATING(WS-OPP-SUB) TO RTH-RATING
               MOVE WS-OPP-GAMES(WS-OPP-SUB) TO RTH-GAMES
               MOVE WS-OPP-WINS(WS-OPP-SUB) TO RTH-WINS
               MOVE WS-OPP-DRAWS(WS-OPP-SUB) TO RTH-DRAWS
               MOVE WS-OPP-LOSSES(WS-OPP-SUB) TO RTH-LOSSES
               WRITE RATING-HISTORY-RECORD
           END-PERFORM.

      * Current ratings strongest first with the movement since the
      * match day before the latest, then the three biggest risers
      * and fallers over that day. An opponent first met on the
      * latest day moves from the starting rating.
       WriteRatingReport.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               COMPUTE WS-OPP-MOVE(WS-OPP-SUB) =
                   WS-OPP-RATING(WS-OPP-SUB) - WS-OPP-PREV(WS-OPP-SUB)
               MOVE 'N' TO WS-OPP-PICKED(WS-OPP-SUB)
           END-PERFORM.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               PERFORM VARYING WS-OPP-SUB2 FROM 1 BY 1
                       UNTIL WS-OPP-SUB2 >= WS-OPP-SUB
                   IF WS-OPP-RATING(WS-OPP-SUB) >
                           WS-OPP-RATING(WS-OPP-SUB2)
                       MOVE WS-OPP-ENTRY(WS-OPP-SUB2)
                           TO WS-SWAP-ENTRY
                       MOVE WS-OPP-ENTRY(WS-OPP-SUB)
                           TO WS-OPP-ENTRY(WS-OPP-SUB2)
                       MOVE WS-SWAP-ENTRY
                           TO WS-OPP-ENTRY(WS-OPP-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT RATING-RPT.
           MOVE SPACES TO RATING-RPT-LINE.
           STRING 'OPPONENT STRENGTH RATINGS AFTER ' WS-CUR-DATE
               ' MOVEMENT SINCE ' WS-PREV-DATE ' RUN DATE '
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO RATING-RPT-LINE
           END-STRING.
           WRITE RATING-RPT-LINE.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               MOVE WS-OPP-RATING(WS-OPP-SUB) TO WS-RATING-OUT
               MOVE WS-OPP-MOVE(WS-OPP-SUB) TO WS-MOVE-OUT
               MOVE SPACES TO RATING-RPT-LINE
               STRING 'POS ' WS-OPP-SUB ' OPPONENT '
                   WS-OPP-NAME(WS-OPP-SUB) ' RATING ' WS-RATING-OUT
                   ' MOVE ' WS-MOVE-OUT ' GAMES '
                   WS-OPP-GAMES(WS-OPP-SUB) ' OUR W/D/L '
                   WS-OPP-WINS(WS-OPP-SUB) '/'
                   WS-OPP-DRAWS(WS-OPP-SUB) '/'
                   WS-OPP-LOSSES(WS-OPP-SUB)
                   DELIMITED BY SIZE INTO RATING-RPT-LINE
               END-STRING
               WRITE RATING-RPT-LINE
               DISPLAY RATING-RPT-LINE
           END-PERFORM.
           MOVE WS-OUR-RATING TO WS-RATING-OUT.
           COMPUTE WS-MOVE-OUT = WS-OUR-RATING - WS-OUR-PREV.
           MOVE SPACES TO RATING-RPT-LINE.
           STRING 'OUR SIDE RATING ' WS-RATING-OUT ' MOVE '
               WS-MOVE-OUT ' GAMES ' WS-OUR-GAMES
               DELIMITED BY SIZE INTO RATING-RPT-LINE
           END-STRING.
           WRITE RATING-RPT-LINE.
           MOVE 'BIGGEST RISERS' TO RATING-RPT-LINE.
           WRITE RATING-RPT-LINE.
           PERFORM VARYING WS-PICK-NUM FROM 1 BY 1
                   UNTIL WS-PICK-NUM > 3
               PERFORM PickRiser
           END-PERFORM.
           MOVE 'BIGGEST FALLERS' TO RATING-RPT-LINE.
           WRITE RATING-RPT-LINE.
           PERFORM VARYING WS-PICK-NUM FROM 1 BY 1
                   UNTIL WS-PICK-NUM > 3
               PERFORM PickFaller
           END-PERFORM.
           CLOSE RATING-RPT.

      * The biggest rise not yet listed - nothing when nobody else
      * rose.
       PickRiser.
           MOVE ZEROES TO WS-PICK-HIT.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               IF WS-OPP-PICKED(WS-OPP-SUB) EQUAL 'N'
                       AND WS-OPP-MOVE(WS-OPP-SUB) > ZEROES
                   IF WS-PICK-HIT EQUAL ZEROES
                       MOVE WS-OPP-SUB TO WS-PICK-HIT
                   ELSE
                       IF WS-OPP-MOVE(WS-OPP-SUB) >
                               WS-OPP-MOVE(WS-PICK-HIT)
                           MOVE WS-OPP-SUB TO WS-PICK-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PICK-HIT > ZEROES
               PERFORM WritePickLine
           ELSE
               PERFORM WriteNoPickLine
           END-IF.

       PickFaller.
           MOVE ZEROES TO WS-PICK-HIT.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               IF WS-OPP-PICKED(WS-OPP-SUB) EQUAL 'N'
                       AND WS-OPP-MOVE(WS-OPP-SUB) < ZEROES
                   IF WS-PICK-HIT EQUAL ZEROES
                       MOVE WS-OPP-SUB TO WS-PICK-HIT
                   ELSE
                       IF WS-OPP-MOVE(WS-OPP-SUB) <
                               WS-OPP-MOVE(WS-PICK-HIT)
                           MOVE WS-OPP-SUB TO WS-PICK-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PICK-HIT > ZEROES
               PERFORM WritePickLine
           ELSE
               PERFORM WriteNoPickLine
           END-IF.

       WritePickLine.
           MOVE 'Y' TO WS-OPP-PICKED(WS-PICK-HIT).
           MOVE WS-OPP-RATING(WS-PICK-HIT) TO WS-RATING-OUT.
           MOVE WS-OPP-MOVE(WS-PICK-HIT) TO WS-MOVE-OUT.
           MOVE SPACES TO RATING-RPT-LINE.
           STRING '    ' WS-OPP-NAME(WS-PICK-HIT) ' MOVE ' WS-MOVE-OUT
               ' NOW ' WS-RATING-OUT
               DELIMITED BY SIZE INTO RATING-RPT-LINE
           END-STRING.
           WRITE RATING-RPT-LINE.
           DISPLAY RATING-RPT-LINE.

      * Said once, in place of the first pick, when nobody moved
      * that way.
       WriteNoPickLine.
           IF WS-PICK-NUM EQUAL 1
               MOVE '    NONE' TO RATING-RPT-LINE
               WRITE RATING-RPT-LINE
           END-IF.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-FILE-STATUS NOT EQUAL '00'
               STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
                   ' PROGRAM RATING RECORDS ' WS-REC-NUM
                   ' RESULT ABORT STATUS ' WS-FILE-STATUS
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
                   ' PROGRAM RATING RECORDS ' WS-REC-NUM
                   ' RESULT ' WS-OPP-COUNT ' RATED TO ' WS-CUR-DATE
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

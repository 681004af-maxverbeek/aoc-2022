      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXGEN.

      * Round-robin fixture generator for the FIXTURES.DAT week2
      * reconciles the day's matches against - the tournament
      * secretary keys the season's opponent list into OPPLIST.DAT
      * and answers three questions (start date, meetings per
      * opponent, most matches on any one day) instead of typing the
      * fixture file by hand.
      *
      * The meetings go out in rounds - every opponent meets us once
      * before anyone meets us again - so no opponent is ever paired
      * twice ahead of the rest. Each round's running order turns one
      * place on from the last, so the same opponents do not keep
      * sharing a day. Rounds are poured onto the run dates from the
      * start date on, at most the cap a day, never the same opponent
      * twice in one day, and never on a rest or weather day listed
      * in PROCCAL.DAT.
      *
      * Regenerating mid-season keeps every match already played in
      * SEASON.DAT as a fixture on the date it was played and counts
      * it against that opponent's meetings - only what is still to
      * come is rescheduled, from no earlier than the day after the
      * last match played. The schedule listing goes to FIXRPT.DAT,
      * by date and then by opponent, before the secretary is asked
      * to confirm the overwrite of FIXTURES.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The season's opponents, one name per record.
       SELECT OPPONENT-LIST ASSIGN TO "OPPLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPL-STATUS.

      * Season history week2 appends to - the matches already
      * played, read the way league reads them.
       SELECT SEASON-HISTORY ASSIGN TO "SEASON.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEASON-STATUS.

      * The processing calendar - no fixture on a listed rest or
      * weather day.
       SELECT PROC-CAL ASSIGN TO "PROCCAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCAL-STATUS.

       SELECT FIXTURES ASSIGN TO "FIXTURES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIX-STATUS.

       SELECT FIXTURE-RPT ASSIGN TO "FIXRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPPONENT-LIST.
       01 OPPONENT-LIST-RECORD.
           05 OPL-NAME PIC X(16).

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

      * Laid out field for field the same as the driver's
      * CALENDAR-RECORD so the two stay in step.
       FD PROC-CAL.
       01 CALENDAR-RECORD.
           05 CAL-NORUN-DATE PIC 9(8).
           05 CAL-REASON PIC X(20).

      * Laid out field for field the same as week2's FIXTURE-RECORD
      * so the two stay in step.
       FD FIXTURES.
       01 FIXTURE-RECORD.
           05 FIX-DATE PIC 9(8).
           05 FIX-OPP PIC X(16).

       FD FIXTURE-RPT.
       01 FIXTURE-RPT-LINE PIC X(100).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPL-STATUS PIC X(2) VALUE SPACES.
       01 WS-SEASON-STATUS PIC X(2) VALUE SPACES.
       01 WS-PCAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-FIX-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.

      * The secretary's answers, raw and then checked.
       01 WS-ANSWER PIC X(10) VALUE SPACES.
       01 WS-START-DATE PIC 9(8) VALUE ZEROES.
       01 WS-MEETINGS PIC 9(2) VALUE ZEROES.
       01 WS-DAY-CAP PIC 9(2) VALUE ZEROES.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.

      * The opponent list - played, newly scheduled, and the
      * running meeting number the by-opponent listing counts with.
       01 WS-OPP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-OPP-TABLE.
           05 WS-OPP-ENTRY OCCURS 100 TIMES.
               10 WS-OPP-NAME PIC X(16).
               10 WS-OPP-PLAYED PIC 9(3).
               10 WS-OPP-SCHED PIC 9(3).
       01 WS-OPP-SUB PIC 9(3).
       01 WS-OPP-HIT PIC 9(3) VALUE ZEROES.
       01 WS-LOOK-OPP PIC X(16) VALUE SPACES.
       01 WS-OPL-READ PIC 9(6) VALUE ZEROES.

      * Non-run dates held in core - the same 100 CALMNT holds.
       01 WS-CAL-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CAL-TABLE.
           05 WS-CAL-DATE OCCURS 100 TIMES PIC 9(8).
       01 WS-CAL-SUB PIC 9(3).
       01 WS-NORUN-HIT PIC X VALUE 'N'.

      * The whole season's fixtures - the played ones off SEASON.DAT
      * (one per date and opponent, a rerun's append dropped as
      * league drops it) and then the newly scheduled ones. 2000 is
      * league's ceiling too.
       01 WS-FX-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 2000 TIMES.
               10 WS-FX-DATE PIC 9(8).
               10 WS-FX-OPP PIC X(16).
               10 WS-FX-PLAYED PIC X(1).
       01 WS-FX-SUB PIC 9(4).
       01 WS-FX-SUB2 PIC 9(4).
       01 WS-FX-HIT PIC 9(4) VALUE ZEROES.
       01 WS-FX-OVER PIC X VALUE 'N'.
       01 WS-SWAP-FX-ENTRY.
           05 WS-SWAP-FX-DATE PIC 9(8).
           05 WS-SWAP-FX-OPP PIC X(16).
           05 WS-SWAP-FX-PLAYED PIC X(1).
       01 WS-SEASON-READ PIC 9(10) VALUE ZEROES.
       01 WS-LAST-PLAYED PIC 9(8) VALUE ZEROES.
       01 WS-PLAYED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-UNLISTED-COUNT PIC 9(4) VALUE ZEROES.

      * The meetings still to come, in running order - rounds of
      * opponent subscripts, see BuildRounds.
       01 WS-SEQ-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SEQ-TABLE.
           05 WS-SEQ-OPP OCCURS 2000 TIMES PIC 9(3).
       01 WS-SEQ-SUB PIC 9(4).
       01 WS-ROUND PIC 9(2) VALUE ZEROES.
       01 WS-ROUND-POS PIC 9(3) VALUE ZEROES.
       01 WS-ROUND-OPP PIC 9(3) VALUE ZEROES.

      * Pouring the running order onto the calendar - the match date
      * being filled, as a date and as an integer day, how many it
      * holds so far, and where its fixtures start in the table.
       01 WS-SLOT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-SLOT-INT PIC 9(8) VALUE ZEROES.
       01 WS-SLOT-USED PIC 9(2) VALUE ZEROES.
       01 WS-SLOT-FIRST PIC 9(4) VALUE ZEROES.
       01 WS-SLOT-CLASH PIC X VALUE 'N'.
       01 WS-LAST-SCHED PIC 9(8) VALUE ZEROES.
       01 WS-NEW-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-WRITTEN PIC X VALUE 'N'.

      * Listing working set - the meeting number within an opponent.
       01 WS-MEET-NUM PIC 9(3) VALUE ZEROES.

      * Print control for FIXTURE-RPT - see week1's
      * WriteRankReportLine for the shared pattern.
       01 WS-RPT-PAGE PIC 9(4) VALUE ZEROES.
       01 WS-RPT-LINES PIC 9(2) VALUE ZEROES.
       01 WS-PENDING-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM LoadOpponents.
           IF WS-OPP-COUNT EQUAL ZEROES
               DISPLAY 'NO OPPONENTS ON OPPLIST.DAT - NOTHING TO '
                   'SCHEDULE'
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadCalendar.
           PERFORM LoadPlayed.
           PERFORM AskParameters.
           PERFORM BuildRounds.
           PERFORM PourOntoCalendar.
           PERFORM SortFixtures.
           PERFORM WriteScheduleListing.
           DISPLAY WS-PLAYED-COUNT ' PLAYED KEPT, ' WS-NEW-COUNT
               ' SCHEDULED FROM ' WS-START-DATE ' TO '
               WS-LAST-SCHED.
           DISPLAY 'LISTING IN FIXRPT.DAT - WRITE FIXTURES.DAT '
               '(Y/N)? '.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:1) EQUAL 'Y'
               PERFORM WriteFixtures
           ELSE
               DISPLAY 'FIXTURES.DAT NOT CHANGED'
           END-IF.
           PERFORM WriteAuditLog.
           IF WS-FX-OVER EQUAL 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           GOBACK.

      * The opponent list into core - a name keyed twice is exactly
      * the repeated pairing this job exists to stop, and is dropped
      * loudly.
       LoadOpponents.
           OPEN INPUT OPPONENT-LIST.
           IF WS-OPL-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OPL-STATUS NOT EQUAL '00'
               READ OPPONENT-LIST
                   AT END MOVE '10' TO WS-OPL-STATUS
                   NOT AT END
                       ADD 1 TO WS-OPL-READ
                       IF OPL-NAME NOT EQUAL SPACES
                           PERFORM TakeOpponent
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPPONENT-LIST.

       TakeOpponent.
           MOVE OPL-NAME TO WS-LOOK-OPP.
           PERFORM FindOpponent.
           IF WS-OPP-HIT > ZEROES
               DISPLAY 'DUPLICATE OPPONENT ' OPL-NAME ' DROPPED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPP-COUNT EQUAL 100
               DISPLAY 'WARNING - MORE THAN 100 OPPONENTS, '
                   OPL-NAME ' NOT SCHEDULED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPP-COUNT.
           MOVE OPL-NAME TO WS-OPP-NAME(WS-OPP-COUNT).
           MOVE ZEROES TO WS-OPP-PLAYED(WS-OPP-COUNT).
           MOVE ZEROES TO WS-OPP-SCHED(WS-OPP-COUNT).

      * The opponent named in WS-LOOK-OPP looked up on the list -
      * WS-OPP-HIT is its place, zero when it is not on it.
       FindOpponent.
           MOVE ZEROES TO WS-OPP-HIT.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               IF WS-OPP-NAME(WS-OPP-SUB) EQUAL WS-LOOK-OPP
                   MOVE WS-OPP-SUB TO WS-OPP-HIT
                   MOVE WS-OPP-COUNT TO WS-OPP-SUB
               END-IF
           END-PERFORM.

       FindRowOpponent.
           MOVE WS-FX-OPP(WS-FX-SUB) TO WS-LOOK-OPP.
           PERFORM FindOpponent.

       LoadCalendar.
           OPEN INPUT PROC-CAL.
           IF WS-PCAL-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PCAL-STATUS NOT EQUAL '00'
                   OR WS-CAL-COUNT EQUAL 100
               READ PROC-CAL
                   AT END MOVE '10' TO WS-PCAL-STATUS
                   NOT AT END
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-NORUN-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
               END-READ
           END-PERFORM.
           CLOSE PROC-CAL.

      * The matches already played, one fixture per date and
      * opponent whatever the reruns appended, each counted against
      * its opponent's meetings. A match against an opponent no
      * longer on the list was still played and stays a fixture.
       LoadPlayed.
           OPEN INPUT SEASON-HISTORY.
           IF WS-SEASON-STATUS NOT EQUAL '00'
               DISPLAY 'NO SEASON.DAT ON HAND - SCHEDULING THE WHOLE '
                   'SEASON'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SEASON-STATUS NOT EQUAL '00'
               READ SEASON-HISTORY
                   AT END MOVE '10' TO WS-SEASON-STATUS
                   NOT AT END
                       ADD 1 TO WS-SEASON-READ
                       PERFORM TakePlayedRecord
               END-READ
           END-PERFORM.
           CLOSE SEASON-HISTORY.
           MOVE WS-FX-COUNT TO WS-PLAYED-COUNT.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               PERFORM FindRowOpponent
               IF WS-OPP-HIT > ZEROES
                   ADD 1 TO WS-OPP-PLAYED(WS-OPP-HIT)
               ELSE
                   ADD 1 TO WS-UNLISTED-COUNT
               END-IF
           END-PERFORM.
           IF WS-PLAYED-COUNT > ZEROES
               DISPLAY 'MID-SEASON - ' WS-PLAYED-COUNT
                   ' MATCHES ALREADY PLAYED, LAST ON ' WS-LAST-PLAYED
           END-IF.

       TakePlayedRecord.
           MOVE ZEROES TO WS-FX-HIT.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-FX-DATE(WS-FX-SUB) EQUAL SEAS-DATE
                       AND WS-FX-OPP(WS-FX-SUB) EQUAL SEAS-OPP
                   MOVE WS-FX-SUB TO WS-FX-HIT
                   MOVE WS-FX-COUNT TO WS-FX-SUB
               END-IF
           END-PERFORM.
           IF WS-FX-HIT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-FX-COUNT EQUAL 2000
               DISPLAY 'WARNING - MORE THAN 2000 FIXTURES, PLAYED '
                   'MATCH ' SEAS-DATE ' ' SEAS-OPP ' NOT KEPT'
               MOVE 'Y' TO WS-FX-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FX-COUNT.
           MOVE SEAS-DATE TO WS-FX-DATE(WS-FX-COUNT).
           MOVE SEAS-OPP TO WS-FX-OPP(WS-FX-COUNT).
           MOVE 'Y' TO WS-FX-PLAYED(WS-FX-COUNT).
           IF SEAS-DATE > WS-LAST-PLAYED
               MOVE SEAS-DATE TO WS-LAST-PLAYED
           END-IF.

      * The three answers. A blank start date means tomorrow; a
      * start on or before the last match played is moved to the day
      * after it, since what has been played is not rescheduled. A
      * blank cap means week2's own limit of 50 fixtures a day.
       AskParameters.
           DISPLAY 'FIRST MATCH DATE (YYYYMMDD, BLANK=TOMORROW)? '.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:8) IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-ANSWER(1:8))) EQUAL ZEROES
               MOVE WS-ANSWER(1:8) TO WS-START-DATE
           ELSE
               IF WS-ANSWER NOT EQUAL SPACES
                   DISPLAY 'NOT A DATE - STARTING TOMORROW'
               END-IF
               COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1)
           END-IF.
           IF WS-START-DATE <= WS-LAST-PLAYED
               COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LAST-PLAYED) + 1)
               DISPLAY 'START MOVED TO ' WS-START-DATE
                   ' - THE DAY AFTER THE LAST MATCH PLAYED'
           END-IF.
           PERFORM UNTIL WS-MEETINGS > ZEROES
               DISPLAY 'MEETINGS PER OPPONENT (1-99)? '
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:2) IS NUMERIC
                   MOVE WS-ANSWER(1:2) TO WS-MEETINGS
               ELSE
                   IF WS-ANSWER(1:1) IS NUMERIC
                           AND WS-ANSWER(2:1) EQUAL SPACE
                       MOVE WS-ANSWER(1:1) TO WS-MEETINGS
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'MOST MATCHES ON ONE DAY (1-50, BLANK=50)? '.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:2) IS NUMERIC
               MOVE WS-ANSWER(1:2) TO WS-DAY-CAP
           ELSE
               IF WS-ANSWER(1:1) IS NUMERIC
                       AND WS-ANSWER(2:1) EQUAL SPACE
                   MOVE WS-ANSWER(1:1) TO WS-DAY-CAP
               END-IF
           END-IF.
           IF WS-DAY-CAP EQUAL ZEROES OR WS-DAY-CAP > 50
               MOVE 50 TO WS-DAY-CAP
           END-IF.

      * The meetings still to come, as rounds - round k holds every
      * opponent who has played fewer than k of their meetings, so
      * an opponent behind on the season is caught up first and
      * nobody meets us a (k+1)th time before everybody has had a
      * k-th. Each round starts one place further down the list than
      * the round before.
       BuildRounds.
           PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                   UNTIL WS-OPP-SUB > WS-OPP-COUNT
               IF WS-OPP-PLAYED(WS-OPP-SUB) > WS-MEETINGS
                   DISPLAY 'OPPONENT ' WS-OPP-NAME(WS-OPP-SUB)
                       ' HAS ALREADY PLAYED '
                       WS-OPP-PLAYED(WS-OPP-SUB) ' - NONE SCHEDULED'
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-MEETINGS
               PERFORM VARYING WS-ROUND-POS FROM 1 BY 1
                       UNTIL WS-ROUND-POS > WS-OPP-COUNT
                   COMPUTE WS-ROUND-OPP = FUNCTION MOD(
                       WS-ROUND-POS + WS-ROUND - 2, WS-OPP-COUNT) + 1
                   IF WS-OPP-PLAYED(WS-ROUND-OPP) < WS-ROUND
                       IF WS-SEQ-COUNT < 2000
                           ADD 1 TO WS-SEQ-COUNT
                           MOVE WS-ROUND-OPP
                               TO WS-SEQ-OPP(WS-SEQ-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-FX-OVER
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The running order onto the calendar - the first run date on
      * or after the start takes meetings until it holds the cap or
      * the next opponent already plays that day, then the next run
      * date takes over.
       PourOntoCalendar.
           COMPUTE WS-SLOT-INT = FUNCTION INTEGER-OF-DATE(WS-START-DATE)
               - 1.
           PERFORM NextRunDate.
           MOVE ZEROES TO WS-SLOT-USED.
           COMPUTE WS-SLOT-FIRST = WS-FX-COUNT + 1.
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
               PERFORM CheckSlotClash
               IF WS-SLOT-USED >= WS-DAY-CAP OR WS-SLOT-CLASH EQUAL 'Y'
                   PERFORM NextRunDate
                   MOVE ZEROES TO WS-SLOT-USED
                   COMPUTE WS-SLOT-FIRST = WS-FX-COUNT + 1
               END-IF
               IF WS-FX-COUNT EQUAL 2000
                   DISPLAY 'WARNING - MORE THAN 2000 FIXTURES, THE '
                       'REST OF THE SEASON IS NOT SCHEDULED'
                   MOVE 'Y' TO WS-FX-OVER
                   MOVE WS-SEQ-COUNT TO WS-SEQ-SUB
               ELSE
                   ADD 1 TO WS-FX-COUNT
                   ADD 1 TO WS-NEW-COUNT
                   ADD 1 TO WS-SLOT-USED
                   MOVE WS-SLOT-DATE TO WS-FX-DATE(WS-FX-COUNT)
                   MOVE WS-SLOT-DATE TO WS-LAST-SCHED
                   MOVE WS-OPP-NAME(WS-SEQ-OPP(WS-SEQ-SUB))
                       TO WS-FX-OPP(WS-FX-COUNT)
                   MOVE 'N' TO WS-FX-PLAYED(WS-FX-COUNT)
                   ADD 1 TO WS-OPP-SCHED(WS-SEQ-OPP(WS-SEQ-SUB))
               END-IF
           END-PERFORM.

      * Is the next opponent in the running order already on the day
      * being filled?
       CheckSlotClash.
           MOVE 'N' TO WS-SLOT-CLASH.
           PERFORM VARYING WS-FX-SUB FROM WS-SLOT-FIRST BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-FX-OPP(WS-FX-SUB) EQUAL
                       WS-OPP-NAME(WS-SEQ-OPP(WS-SEQ-SUB))
                   MOVE 'Y' TO WS-SLOT-CLASH
                   MOVE WS-FX-COUNT TO WS-FX-SUB
               END-IF
           END-PERFORM.

      * The day after WS-SLOT-INT that the processing calendar lets
      * run.
       NextRunDate.
           MOVE 'Y' TO WS-NORUN-HIT.
           PERFORM UNTIL WS-NORUN-HIT NOT EQUAL 'Y'
               ADD 1 TO WS-SLOT-INT
               COMPUTE WS-SLOT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SLOT-INT)
               MOVE 'N' TO WS-NORUN-HIT
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   IF WS-CAL-DATE(WS-CAL-SUB) EQUAL WS-SLOT-DATE
                       MOVE 'Y' TO WS-NORUN-HIT
                       MOVE WS-CAL-COUNT TO WS-CAL-SUB
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Played and scheduled fixtures into one date order - an
      * insertion sort, since the played rows come off SEASON.DAT
      * nearly in order already and the scheduled rows all follow
      * them.
       SortFixtures.
           PERFORM VARYING WS-FX-SUB FROM 2 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               MOVE WS-FX-ENTRY(WS-FX-SUB) TO WS-SWAP-FX-ENTRY
               MOVE WS-FX-SUB TO WS-FX-SUB2
               PERFORM UNTIL WS-FX-SUB2 EQUAL 1
                       OR WS-FX-DATE(WS-FX-SUB2 - 1)
                           <= WS-SWAP-FX-DATE
                   MOVE WS-FX-ENTRY(WS-FX-SUB2 - 1)
                       TO WS-FX-ENTRY(WS-FX-SUB2)
                   SUBTRACT 1 FROM WS-FX-SUB2
               END-PERFORM
               MOVE WS-SWAP-FX-ENTRY TO WS-FX-ENTRY(WS-FX-SUB2)
           END-PERFORM.

      * The listing for print - every fixture by date, then each
      * listed opponent's meetings in order, then the totals.
       WriteScheduleListing.
           OPEN OUTPUT FIXTURE-RPT.
           MOVE 'BY DATE' TO FIXTURE-RPT-LINE.
           PERFORM WriteFixtureRptLine.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               MOVE SPACES TO FIXTURE-RPT-LINE
               IF WS-FX-PLAYED(WS-FX-SUB) EQUAL 'Y'
                   PERFORM FindRowOpponent
                   IF WS-OPP-HIT EQUAL ZEROES
                       STRING 'DATE ' WS-FX-DATE(WS-FX-SUB)
                           ' OPPONENT ' WS-FX-OPP(WS-FX-SUB)
                           ' PLAYED - NOT ON THE OPPONENT LIST'
                           DELIMITED BY SIZE INTO FIXTURE-RPT-LINE
                       END-STRING
                   ELSE
                       STRING 'DATE ' WS-FX-DATE(WS-FX-SUB)
                           ' OPPONENT ' WS-FX-OPP(WS-FX-SUB)
                           ' PLAYED'
                           DELIMITED BY SIZE INTO FIXTURE-RPT-LINE
                       END-STRING
                   END-IF
               ELSE
                   STRING 'DATE ' WS-FX-DATE(WS-FX-SUB)
                       ' OPPONENT ' WS-FX-OPP(WS-FX-SUB)
                       ' SCHEDULED'
                       DELIMITED BY SIZE INTO FIXTURE-RPT-LINE
                   END-STRING
               END-IF
               PERFORM WriteFixtureRptLine
           END-PERFORM.
           MOVE 'BY OPPONENT' TO FIXTURE-RPT-LINE.
           PERFORM WriteFixtureRptLine.
           PERFORM VARYING WS-OPP-HIT FROM 1 BY 1
                   UNTIL WS-OPP-HIT > WS-OPP-COUNT
               PERFORM WriteOpponentMeetings
           END-PERFORM.
           MOVE SPACES TO FIXTURE-RPT-LINE.
           STRING 'OPPONENTS ' WS-OPP-COUNT ' MEETINGS EACH '
               WS-MEETINGS ' DAY CAP ' WS-DAY-CAP ' PLAYED KEPT '
               WS-PLAYED-COUNT ' SCHEDULED ' WS-NEW-COUNT
               DELIMITED BY SIZE INTO FIXTURE-RPT-LINE
           END-STRING.
           PERFORM WriteFixtureRptLine.
           IF WS-FX-OVER EQUAL 'Y'
               MOVE 'WARNING - SEASON TOO LONG FOR 2000 FIXTURES'
                   TO FIXTURE-RPT-LINE
               PERFORM WriteFixtureRptLine
           END-IF.
           CLOSE FIXTURE-RPT.

       WriteOpponentMeetings.
           MOVE SPACES TO FIXTURE-RPT-LINE.
           STRING 'OPPONENT ' WS-OPP-NAME(WS-OPP-HIT) ' PLAYED '
               WS-OPP-PLAYED(WS-OPP-HIT) ' SCHEDULED '
               WS-OPP-SCHED(WS-OPP-HIT)
               DELIMITED BY SIZE INTO FIXTURE-RPT-LINE
           END-STRING.
           PERFORM WriteFixtureRptLine.
           MOVE ZEROES TO WS-MEET-NUM.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-FX-OPP(WS-FX-SUB) EQUAL WS-OPP-NAME(WS-OPP-HIT)
                   ADD 1 TO WS-MEET-NUM
                   MOVE SPACES TO FIXTURE-RPT-LINE
                   IF WS-FX-PLAYED(WS-FX-SUB) EQUAL 'Y'
                       STRING '    MEETING ' WS-MEET-NUM ' DATE '
                           WS-FX-DATE(WS-FX-SUB) ' PLAYED'
                           DELIMITED BY SIZE INTO FIXTURE-RPT-LINE
                       END-STRING
                   ELSE
                       STRING '    MEETING ' WS-MEET-NUM ' DATE '
                           WS-FX-DATE(WS-FX-SUB) ' SCHEDULED'
                           DELIMITED BY SIZE INTO FIXTURE-RPT-LINE
                       END-STRING
                   END-IF
                   PERFORM WriteFixtureRptLine
               END-IF
           END-PERFORM.

      * Every FIXTURE-RPT line goes through here for the page breaks
      * - see week1's WriteRankReportLine.
       WriteFixtureRptLine.
           IF WS-RPT-LINES EQUAL ZEROES OR WS-RPT-LINES >= 60
               MOVE FIXTURE-RPT-LINE TO WS-PENDING-LINE
               PERFORM WriteFixtureRptHeading
               MOVE WS-PENDING-LINE TO FIXTURE-RPT-LINE
           END-IF.
           WRITE FIXTURE-RPT-LINE.
           ADD 1 TO WS-RPT-LINES.

       WriteFixtureRptHeading.
           ADD 1 TO WS-RPT-PAGE.
           MOVE SPACES TO FIXTURE-RPT-LINE.
           STRING 'FIXTURE SCHEDULE PREPARED ' WS-TODAY-DATE
               ' FIRST NEW MATCH ' WS-START-DATE ' PAGE ' WS-RPT-PAGE
               DELIMITED BY SIZE INTO FIXTURE-RPT-LINE
           END-STRING.
           WRITE FIXTURE-RPT-LINE.
           MOVE 'DATE ORDER, THEN EACH OPPONENT''S MEETINGS'
               TO FIXTURE-RPT-LINE.
           WRITE FIXTURE-RPT-LINE.
           MOVE 2 TO WS-RPT-LINES.

      * The confirmed schedule over FIXTURES.DAT, date order.
       WriteFixtures.
           OPEN OUTPUT FIXTURES.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               MOVE WS-FX-DATE(WS-FX-SUB) TO FIX-DATE
               MOVE WS-FX-OPP(WS-FX-SUB) TO FIX-OPP
               WRITE FIXTURE-RECORD
           END-PERFORM.
           CLOSE FIXTURES.
           MOVE 'Y' TO WS-WRITTEN.
           DISPLAY 'FIXTURES.DAT WRITTEN - ' WS-FX-COUNT ' FIXTURES'.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The records are the played matches
      * read off SEASON.DAT.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-OPP-COUNT EQUAL ZEROES
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM FIXGEN RECORDS ' WS-SEASON-READ
                   ' RESULT ABORT NO OPPONENT LIST'
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               IF WS-WRITTEN EQUAL 'Y'
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM FIXGEN RECORDS ' WS-SEASON-READ
                       ' RESULT ' WS-FX-COUNT ' FIXTURES WRITTEN'
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               ELSE
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM FIXGEN RECORDS ' WS-SEASON-READ
                       ' RESULT LISTING ONLY'
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

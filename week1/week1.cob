           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGR-STATUS.

      * Where each block came from - one record per block finished,
      * scored or rejected, with its camp and its first and last
      * ELFCAL.DAT line, appended like WATCH-HISTORY. ELFCAL.DAT is
      * replaced every day; this is what lets LINEAGE say, weeks
      * later, which camp's drop a figure was read out of and which
      * register entries belong to it.
       SELECT BLOCK-SOURCE ASSIGN TO "BLOCKSRC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BSRC-STATUS.

      * Camp data-quality events, appended here the same way
      * CAMPMERGE and PRECHECK append theirs - one record per defect
      * class a camp's drop earned, read back by CAMPSCOR for the
      * weekly/monthly camp scorecard. WEEK1's contribution is the
      * header accepted only under an ALS: grace period.
       SELECT CAMP-DQ-LOG ASSIGN TO "CAMPDQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DQ-STATUS.

      * Running dated watch-list history, appended like CAL-HISTORY -
      * one record per elf per day under the watch threshold, so the
      * same elf surfacing day after day is a lookup instead of a
       SELECT MEDIC-DISPATCH ASSIGN TO "MEDICDSP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * The medic case register MEDCASE maintains - a dispatch opens
      * a case here, and the medic's answer decides whether the elf
      * goes on the dispatch list again - see CheckMedicCase.
       SELECT MEDIC-CASES ASSIGN TO "MEDCASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

      * The elf availability calendar AVAILMNT maintains - leave,
      * travel, and sick periods - so an elf who is away is not
      * chased as a missing block - see WriteNoBlockList.
       SELECT AVAIL-CALENDAR ASSIGN TO "AVAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AVAIL-STATUS.

      * Shared across every program in the batch - see WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           05 SORT-TOTAL PIC S9(20) SIGN LEADING SEPARATE.
           05 SORT-ELF PIC X(16).

      * Laid out field for field the same as availmnt.cob's
      * AVAIL-RECORD so the two stay in step.
       FD AVAIL-CALENDAR.
       01 AVAIL-RECORD.
           05 AV-ELF PIC X(16).
           05 AV-FROM PIC 9(8).
           05 AV-TO PIC 9(8).
           05 AV-REASON PIC X(6).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       01 ALERT-LINE PIC X(100).

      * One keyed threshold per record - REJECTS for week1's reject
      * count, EXCPPCT for week2's exception percentage - with the
      * date the value takes effect from, maintained through THRMNT.
       FD THRESHOLDS.
       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

       FD RUN-PARM.
       01 RUN-PARM-RECORD.
       FD MEDIC-DISPATCH.
       01 MEDIC-DISPATCH-LINE PIC X(80).

      * Laid out field for field the same as medcase.cob's
      * MEDIC-CASE-RECORD so the two stay in step.
       FD MEDIC-CASES.
       01 MEDIC-CASE-RECORD.
           05 MC-ELF PIC X(16).
           05 MC-OPENED PIC 9(8).
           05 MC-STATUS PIC X(10).
           05 MC-ANSWERED PIC 9(8).
           05 MC-REVIEW PIC 9(8).

      * Register record - laid out field for field the same in
      * week2, resubmit, and rejaging so the four stay in step.
       FD REJECT-REGISTER.
           05 REG-SOURCE PIC X(2).
           05 REG-LINE PIC 9(10).
           05 REG-TEXT PIC X(60).
           05 REG-CAMP PIC X(10).
           05 REG-CLEARED PIC 9(8).

      * BS-HEADER is the name the ELF: header arrived under - the old
      * name when an ALS: grace period let it through, otherwise the
      * same as BS-ELF. Laid out field for field the same as
      * lineage.cob's BLOCK-SOURCE-RECORD so the two stay in step.
       FD BLOCK-SOURCE.
       01 BLOCK-SOURCE-RECORD.
           05 BS-DATE PIC 9(8).
           05 BS-ELF PIC X(16).
           05 BS-HEADER PIC X(16).
           05 BS-CAMP PIC X(10).
           05 BS-FIRST-LINE PIC 9(10).
           05 BS-LAST-LINE PIC 9(10).
           05 BS-STATUS PIC X(8).
           05 BS-TOTAL PIC S9(20).

      * Laid out field for field the same as campscor.cob's
      * CAMP-DQ-RECORD so the writers and the scorecard stay in step.
       FD CAMP-DQ-LOG.
       01 CAMP-DQ-RECORD.
           05 DQ-DATE PIC 9(8).
           05 DQ-CAMP PIC X(10).
           05 DQ-CLASS PIC X(8).
           05 DQ-COUNT PIC 9(6).
           05 DQ-PROGRAM PIC X(10).

      * Last block fully processed, plus the ranked totals accumulated
      * up to that point - enough to pick back up without re-scoring
      * Roster master held in core for the header lookups - 200 slots
      * is more elves than the expedition has ever fielded. The table
      * stays empty (WS-ROSTER-COUNT zero) when ROSTER.DAT is not on
      * hand, and every lookup then passes - see LoadRoster. GOT is
      * 'Y' once a block under the elf's name has come in, for the
      * NO BLOCK RECEIVED section.
       01 WS-ROSTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-ROSTER-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ROSTER-TABLE.
               10 WS-ROSTER-FULL-NAME PIC X(24).
               10 WS-ROSTER-CAMP PIC X(10).
               10 WS-ROSTER-ACTIVE PIC X(1).
               10 WS-ROSTER-GOT PIC X(1).
       01 WS-ROSTER-SUB PIC 9(3).

      * Result of the last FindRosterEntry lookup - 'F' found and
      * reject ever has no file to extend, handled like
      * WriteAuditLog's first run.
       01 WS-REGR-STATUS PIC X(2) VALUE SPACES.
       01 WS-DQ-STATUS PIC X(2) VALUE SPACES.
       01 WS-BSRC-STATUS PIC X(2) VALUE SPACES.
       01 WS-BLOCK-FIRST PIC 9(10) VALUE ZEROES.

       01 WS-WHIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-WHIST-EOF PIC X VALUE 'N'.
       01 WS-STREAK-FOUND PIC X VALUE 'N'.
       01 WS-ESCALATE-COUNT PIC 9(4) VALUE ZEROES.

      * Each elf's latest medic case, for the dispatch decision - a
      * STOOD-DOWN elf stays off the list until the review date, and
      * a case is opened only for an elf the medic is not already
      * holding one for.
       01 WS-CASE-STATUS PIC X(2) VALUE SPACES.
       01 WS-CASE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 500 TIMES.
               10 WS-CASE-ELF PIC X(16).
               10 WS-CASE-STAT PIC X(10).
               10 WS-CASE-REVIEW PIC 9(8).
       01 WS-CASE-SUB PIC 9(3).
       01 WS-CASE-HIT PIC 9(3) VALUE ZEROES.
       01 WS-STOODDOWN-COUNT PIC 9(4) VALUE ZEROES.

      * The elves away on the business date off AVAIL.DAT, with the
      * reason, and the NO BLOCK RECEIVED count held against the
      * NOBLOCK limit from THRESHLD.DAT (five when unset).
       01 WS-AVAIL-STATUS PIC X(2) VALUE SPACES.
       01 WS-AWAY-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-AWAY-TABLE.
           05 WS-AWAY-ENTRY OCCURS 200 TIMES.
               10 WS-AWAY-ELF PIC X(16).
               10 WS-AWAY-REASON PIC X(6).
       01 WS-AWAY-SUB PIC 9(3).
       01 WS-AWAY-HIT PIC 9(3) VALUE ZEROES.
       01 WS-AWAY-SKIPPED PIC 9(4) VALUE ZEROES.
       01 WS-ARRIVED-HIT PIC X VALUE 'N'.
       01 WS-NOBLOCK-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-THR-NOBLOCK PIC 9(6) VALUE 5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GetRunParms.
               CLOSE CAL-HISTORY
               OPEN I-O CAL-HISTORY
           END-IF.
           OPEN EXTEND BLOCK-SOURCE.
           IF WS-BSRC-STATUS NOT EQUAL '00'
               OPEN OUTPUT BLOCK-SOURCE
           END-IF.
           PERFORM ReadCheckpoint.
      * The full-ranking run always starts from scratch - resuming
      * mid-file would re-release every block since the last
           CLOSE RANK-REPORT.
           CLOSE REJECTS.
           CLOSE CAL-HISTORY.
           CLOSE BLOCK-SOURCE.
           PERFORM CheckAlerts.
           PERFORM WriteAuditLog.
           PERFORM SetConditionCode.
                   READ THRESHOLDS
                       AT END MOVE '10' TO WS-THR-STATUS
                       NOT AT END
      * A change dated after the business date is not in force
      * yet - THRMNT keeps the file in key and effective-date
      * order, so the last record in force for a key is the
      * value for the day. An undated record is always in force.
                           IF THR-EFFDATE IS NUMERIC
                                   AND THR-EFFDATE > WS-BUS-DATE
                               MOVE SPACES TO THR-KEY
                           END-IF
                           IF THR-KEY EQUAL 'REJECTS'
                               MOVE THR-VALUE TO WS-THR-REJECTS
                           END-IF
                           IF THR-KEY EQUAL 'WATCHDAY'
                               MOVE THR-VALUE TO WS-THR-WATCHDAYS
                           END-IF
                           IF THR-KEY EQUAL 'NOBLOCK'
                               MOVE THR-VALUE TO WS-THR-NOBLOCK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
               MOVE 'CONTROL TOTAL MISMATCH' TO WS-ALERT-TEXT
               PERFORM WriteAlert
           END-IF.
           IF WS-NOBLOCK-COUNT > WS-THR-NOBLOCK
               MOVE 2 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'NO BLOCK FROM ' WS-NOBLOCK-COUNT
                   ' ELVES OVER LIMIT ' WS-THR-NOBLOCK
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
           END-IF.

      * Severity-coded alert appended to the shared ALERTS.DAT - 1
      * is an abort or a control-total break, 2 a tripped threshold
                IF WS-LINE(1:5) EQUAL 'CAMP:'
                   PERFORM SetCurrentCamp
                ELSE
                   IF WS-BLOCK-OPEN NOT EQUAL 'Y'
                       MOVE WS-LINE-NUM TO WS-BLOCK-FIRST
                   END-IF
                   MOVE 'Y' TO WS-BLOCK-OPEN
                   IF WS-BLOCK-NUM < WS-RESTART-BLOCK
                       IF WS-LINE(1:4) EQUAL 'ELF:'
                           MOVE WS-LINE(5:16) TO WS-CURR-ELF
                           PERFORM FindRosterEntry
                       END-IF
                   ELSE
                       IF WS-LINE(1:4) EQUAL 'ELF:'
                           PERFORM CheckElfHeader
           MOVE 'W1' TO REG-SOURCE.
           MOVE WS-LINE-NUM TO REG-LINE.
           MOVE REJECT-LINE(1:60) TO REG-TEXT.
           MOVE WS-CURR-CAMP TO REG-CAMP.
           MOVE ZEROES TO REG-CLEARED.
           WRITE REJREG-RECORD.
           CLOSE REJECT-REGISTER.

                                   WS-ROSTER-CAMP(WS-ROSTER-COUNT)
                               MOVE ROSTER-ACTIVE TO
                                   WS-ROSTER-ACTIVE(WS-ROSTER-COUNT)
                               MOVE 'N' TO
                                   WS-ROSTER-GOT(WS-ROSTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Look WS-CURR-ELF up in the roster table - 'F' found and
      * active, 'I' found but inactive, 'N' not on the roster. Any
      * name looked up is one a block came in under, so the entry is
      * marked as heard from.
       FindRosterEntry.
           MOVE 'N' TO WS-ROSTER-HIT.
           PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
                   UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
               IF WS-ROSTER-NAME(WS-ROSTER-SUB) EQUAL WS-CURR-ELF
                   MOVE 'Y' TO WS-ROSTER-GOT(WS-ROSTER-SUB)
                   IF WS-ROSTER-ACTIVE(WS-ROSTER-SUB) EQUAL 'A'
                       MOVE 'F' TO WS-ROSTER-HIT
                   ELSE
           END-STRING.
           WRITE REJECT-LINE.
           DISPLAY 'RENAME NOTICE ' REJECT-LINE.
           PERFORM WriteAliasDqEvent.

      * The same acceptance counted against the camp on CAMPDQ.DAT -
      * the block scored, but the camp still sent a stale name.
       WriteAliasDqEvent.
           OPEN EXTEND CAMP-DQ-LOG.
           IF WS-DQ-STATUS NOT EQUAL '00'
               OPEN OUTPUT CAMP-DQ-LOG
           END-IF.
           MOVE SPACES TO CAMP-DQ-RECORD.
           MOVE WS-BUS-DATE TO DQ-DATE.
           MOVE WS-CURR-CAMP TO DQ-CAMP.
           MOVE 'ALIASHDR' TO DQ-CLASS.
           MOVE 1 TO DQ-COUNT.
           MOVE 'WEEK1' TO DQ-PROGRAM.
           WRITE CAMP-DQ-RECORD.
           CLOSE CAMP-DQ-LOG.

      * The roster reject class - the header's line number and name,
      * tagged UNKNOWN or INACTIVE so the clerk knows whether to fix
                       PERFORM WriteRankWork
                   END-IF
               END-IF
               PERFORM WriteBlockSource
               ADD 1 TO WS-SINCE-CKPT
               IF WS-SINCE-CKPT >= WS-CKPT-INTERVAL
                   PERFORM WriteCheckpoint
           MOVE SPACES TO WS-CURR-ELF.
           MOVE 'N' TO WS-BLOCK-REJECTED.
           MOVE 'N' TO WS-BLOCK-OPEN.
           MOVE SPACES TO WS-OLD-ELF.

      * The finished block's provenance onto BLOCKSRC.DAT - see
      * BLOCK-SOURCE. The last line is the one that closed the block
      * (its blank separator or the next CAMP: record).
       WriteBlockSource.
           MOVE SPACES TO BLOCK-SOURCE-RECORD.
           MOVE WS-BUS-DATE TO BS-DATE.
           MOVE WS-CURR-ELF TO BS-ELF.
           IF WS-OLD-ELF NOT EQUAL SPACES
               MOVE WS-OLD-ELF TO BS-HEADER
           ELSE
               MOVE WS-CURR-ELF TO BS-HEADER
           END-IF.
           MOVE WS-CURR-CAMP TO BS-CAMP.
           MOVE WS-BLOCK-FIRST TO BS-FIRST-LINE.
           MOVE WS-LINE-NUM TO BS-LAST-LINE.
           IF WS-BLOCK-REJECTED EQUAL 'Y'
               MOVE 'REJECTED' TO BS-STATUS
           ELSE
               MOVE 'SCORED' TO BS-STATUS
           END-IF.
           MOVE WS-CURR TO BS-TOTAL.
           WRITE BLOCK-SOURCE-RECORD.

      * Fold the finished block into its camp's subtotal row - a
      * block read before any CAMP: record (a single-camp drop file)
           IF WS-STAT-COUNT EQUAL ZEROES
               MOVE 'NO BLOCKS TO REPORT' TO STATS-RPT-LINE
               WRITE STATS-RPT-LINE
               PERFORM WriteNoBlockList
               CLOSE STATS-RPT
               EXIT PARAGRAPH
           END-IF.
           WRITE STATS-RPT-LINE.
           DISPLAY STATS-RPT-LINE.
           PERFORM WriteWatchList.
           PERFORM WriteNoBlockList.
           CLOSE STATS-RPT.

      * Ascending order by total, so the median reads straight out
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadWatchHistory.
           PERFORM LoadMedicCases.
           OPEN EXTEND WATCH-HISTORY.
           IF WS-WHIST-STATUS NOT EQUAL '00'
               OPEN OUTPUT WATCH-HISTORY
               WRITE STATS-RPT-LINE
               DISPLAY STATS-RPT-LINE
           END-IF.
           IF WS-STOODDOWN-COUNT > ZEROES
               MOVE SPACES TO STATS-RPT-LINE
               STRING 'ELVES HELD OFF DISPATCH - STOOD DOWN '
                   WS-STOODDOWN-COUNT
                   DELIMITED BY SIZE INTO STATS-RPT-LINE
               END-STRING
               WRITE STATS-RPT-LINE
               DISPLAY STATS-RPT-LINE
           END-IF.

      * The NO BLOCK RECEIVED section - every active roster elf whose
      * camp's drop file the merge stamped as arrived, with no block
      * under the elf's name in it. An elf away on the business date
      * per AVAIL.DAT is expected to be silent and is left off (and
      * counted). The camps' MRG: stamps are what say a camp's file
      * is in - a drop file without them (a single camp run straight
      * through) says nothing about who should have sent a block, and
      * the check is not made.
       WriteNoBlockList.
           MOVE ZEROES TO WS-NOBLOCK-COUNT.
           IF WS-ROSTER-COUNT EQUAL ZEROES
               MOVE 'NO BLOCK RECEIVED - NOT CHECKED, NO ROSTER'
                   TO STATS-RPT-LINE
               WRITE STATS-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MRG-COUNT EQUAL ZEROES
               MOVE 'NO BLOCK RECEIVED - NOT CHECKED, NO MRG: STAMPS'
                   TO STATS-RPT-LINE
               WRITE STATS-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadAvailability.
           MOVE SPACES TO STATS-RPT-LINE.
           STRING 'NO BLOCK RECEIVED - ACTIVE ELVES OF ARRIVED CAMPS '
               WS-BUS-DATE
               DELIMITED BY SIZE INTO STATS-RPT-LINE
           END-STRING.
           WRITE STATS-RPT-LINE.
           MOVE ZEROES TO WS-AWAY-SKIPPED.
           PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
                   UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
               IF WS-ROSTER-ACTIVE(WS-ROSTER-SUB) EQUAL 'A'
                       AND WS-ROSTER-GOT(WS-ROSTER-SUB) NOT EQUAL 'Y'
                   PERFORM CheckNoBlockElf
               END-IF
           END-PERFORM.
           MOVE SPACES TO STATS-RPT-LINE.
           STRING 'ELVES WITH NO BLOCK ' WS-NOBLOCK-COUNT
               ' AWAY, NOT CHASED ' WS-AWAY-SKIPPED
               DELIMITED BY SIZE INTO STATS-RPT-LINE
           END-STRING.
           WRITE STATS-RPT-LINE.
           DISPLAY STATS-RPT-LINE.

      * One silent roster elf - listed when the camp is an arrived one
      * and the elf is not away.
       CheckNoBlockElf.
           MOVE 'N' TO WS-ARRIVED-HIT.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-COUNT
               IF WS-MRG-CAMP(WS-MRG-SUB)
                       EQUAL WS-ROSTER-CAMP(WS-ROSTER-SUB)
                       AND WS-MRG-STATUS(WS-MRG-SUB) EQUAL 'A'
                   MOVE 'Y' TO WS-ARRIVED-HIT
               END-IF
           END-PERFORM.
           IF WS-ARRIVED-HIT NOT EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-AWAY-HIT.
           PERFORM VARYING WS-AWAY-SUB FROM 1 BY 1
                   UNTIL WS-AWAY-SUB > WS-AWAY-COUNT
               IF WS-AWAY-ELF(WS-AWAY-SUB)
                       EQUAL WS-ROSTER-NAME(WS-ROSTER-SUB)
                   MOVE WS-AWAY-SUB TO WS-AWAY-HIT
                   MOVE WS-AWAY-COUNT TO WS-AWAY-SUB
               END-IF
           END-PERFORM.
           IF WS-AWAY-HIT > ZEROES
               ADD 1 TO WS-AWAY-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NOBLOCK-COUNT.
           MOVE SPACES TO STATS-RPT-LINE.
           STRING 'NO BLOCK ' WS-ROSTER-NAME(WS-ROSTER-SUB)
               ' ' WS-ROSTER-FULL-NAME(WS-ROSTER-SUB)
               ' CAMP ' WS-ROSTER-CAMP(WS-ROSTER-SUB)
               DELIMITED BY SIZE INTO STATS-RPT-LINE
           END-STRING.
           WRITE STATS-RPT-LINE.
           DISPLAY STATS-RPT-LINE.

      * The periods covering the business date off AVAIL.DAT - no
      * calendar on hand means nobody is away.
       LoadAvailability.
           MOVE ZEROES TO WS-AWAY-COUNT.
           OPEN INPUT AVAIL-CALENDAR.
           IF WS-AVAIL-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AVAIL-STATUS NOT EQUAL '00'
               READ AVAIL-CALENDAR
                   AT END MOVE '10' TO WS-AVAIL-STATUS
                   NOT AT END
                       IF AV-FROM <= WS-BUS-DATE
                               AND AV-TO >= WS-BUS-DATE
                               AND WS-AWAY-COUNT < 200
                           ADD 1 TO WS-AWAY-COUNT
                           MOVE AV-ELF TO WS-AWAY-ELF(WS-AWAY-COUNT)
                           MOVE AV-REASON
                               TO WS-AWAY-REASON(WS-AWAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AVAIL-CALENDAR.

      * Each elf's latest case off the register - appended in date
      * order, so the last record for a name is the one in force.
       LoadMedicCases.
           MOVE ZEROES TO WS-CASE-COUNT.
           OPEN INPUT MEDIC-CASES.
           IF WS-CASE-STATUS EQUAL '00'
               PERFORM UNTIL WS-CASE-STATUS NOT EQUAL '00'
                   READ MEDIC-CASES
                       AT END MOVE '10' TO WS-CASE-STATUS
                       NOT AT END
                           PERFORM HoldMedicCase
                   END-READ
               END-PERFORM
               CLOSE MEDIC-CASES
           END-IF.

       HoldMedicCase.
           MOVE ZEROES TO WS-CASE-HIT.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-ELF(WS-CASE-SUB) EQUAL MC-ELF
                   MOVE WS-CASE-SUB TO WS-CASE-HIT
               END-IF
           END-PERFORM.
           IF WS-CASE-HIT EQUAL ZEROES
               IF WS-CASE-COUNT EQUAL 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-CASE-HIT
               MOVE MC-ELF TO WS-CASE-ELF(WS-CASE-HIT)
           END-IF.
           MOVE MC-STATUS TO WS-CASE-STAT(WS-CASE-HIT).
           IF MC-REVIEW IS NUMERIC
               MOVE MC-REVIEW TO WS-CASE-REVIEW(WS-CASE-HIT)
           ELSE
               MOVE ZEROES TO WS-CASE-REVIEW(WS-CASE-HIT)
           END-IF.

      * The prior watch history inside the 31-day lookback window,
      * held as date/elf pairs for the streak walk. Today's date and
               END-IF
           END-PERFORM.
           IF WS-STREAK >= WS-THR-WATCHDAYS
               PERFORM CheckMedicCase
           END-IF.

      * The medic's answer stands until its review date - an elf
      * STOOD-DOWN is off the trail already and is not dispatched
      * again before then. Anyone else escalated is dispatched, and
      * a case opened unless one is still waiting on the medic or
      * under review.
       CheckMedicCase.
           MOVE ZEROES TO WS-CASE-HIT.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-ELF(WS-CASE-SUB) EQUAL
                       WS-STAT-ELF(WS-STAT-SUB)
                   MOVE WS-CASE-SUB TO WS-CASE-HIT
               END-IF
           END-PERFORM.
           IF WS-CASE-HIT > ZEROES
               IF WS-CASE-STAT(WS-CASE-HIT) EQUAL 'STOOD-DOWN'
                       AND WS-CASE-REVIEW(WS-CASE-HIT) > WS-TODAY-DATE
                   ADD 1 TO WS-STOODDOWN-COUNT
                   MOVE SPACES TO STATS-RPT-LINE
                   STRING 'ELF ' WS-STAT-ELF(WS-STAT-SUB)
                       ' ON WATCH ' WS-STREAK ' DAYS - STOOD DOWN, '
                       'REVIEW ' WS-CASE-REVIEW(WS-CASE-HIT)
                       DELIMITED BY SIZE INTO STATS-RPT-LINE
                   END-STRING
                   WRITE STATS-RPT-LINE
                   DISPLAY STATS-RPT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-ESCALATE-COUNT.
           MOVE 1 TO WS-ALERT-SEV.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING 'ELF ' WS-STAT-ELF(WS-STAT-SUB) ' ON WATCH '
               WS-STREAK ' DAYS RUNNING'
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM WriteAlert.
           MOVE SPACES TO MEDIC-DISPATCH-LINE.
           STRING 'ELF ' WS-STAT-ELF(WS-STAT-SUB) ' TOTAL '
               WS-STAT-TOTAL(WS-STAT-SUB) ' ON WATCH '
               WS-STREAK ' DAYS SEVERITY HIGH'
               DELIMITED BY SIZE INTO MEDIC-DISPATCH-LINE
           END-STRING.
           WRITE MEDIC-DISPATCH-LINE.
           DISPLAY 'MEDIC DISPATCH ' MEDIC-DISPATCH-LINE.
           IF WS-CASE-HIT EQUAL ZEROES
               PERFORM OpenMedicCase
           ELSE
               IF WS-CASE-STAT(WS-CASE-HIT) NOT EQUAL 'OPEN'
                       AND WS-CASE-REVIEW(WS-CASE-HIT)
                           <= WS-TODAY-DATE
                   PERFORM OpenMedicCase
               END-IF
           END-IF.

      * A new OPEN case dated the business date, appended for MEDCASE
      * to post the medic's answer against. The in-core row follows
      * it, so a name escalated twice in one run opens one case.
       OpenMedicCase.
           OPEN EXTEND MEDIC-CASES.
           IF WS-CASE-STATUS NOT EQUAL '00'
               OPEN OUTPUT MEDIC-CASES
           END-IF.
           MOVE WS-STAT-ELF(WS-STAT-SUB) TO MC-ELF.
           MOVE WS-TODAY-DATE TO MC-OPENED.
           MOVE 'OPEN' TO MC-STATUS.
           MOVE ZEROES TO MC-ANSWERED.
           MOVE ZEROES TO MC-REVIEW.
           WRITE MEDIC-CASE-RECORD.
           CLOSE MEDIC-CASES.
           IF WS-CASE-HIT EQUAL ZEROES AND WS-CASE-COUNT < 500
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-CASE-HIT
               MOVE WS-STAT-ELF(WS-STAT-SUB) TO
                   WS-CASE-ELF(WS-CASE-HIT)
           END-IF.
           IF WS-CASE-HIT > ZEROES
               MOVE 'OPEN' TO WS-CASE-STAT(WS-CASE-HIT)
               MOVE ZEROES TO WS-CASE-REVIEW(WS-CASE-HIT)
           END-IF.

      * Restores WS-RESTART-BLOCK/WS-RANK-TABLE from a checkpoint left

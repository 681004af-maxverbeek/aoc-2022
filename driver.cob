           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

      * PRECHECK's parm file - the business date its drop-file
      * receipts are filed under, so a re-sent file is judged
      * against the batch date and not the machine date.
       SELECT PRECHECK-PARM-OUT ASSIGN TO "PRECPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

      * SNAPSHOT's parm file - the business date its generations are
      * named for, so BACKOUT finds them under the date it is asked
      * to back out even on a catch-up date or past midnight.
       SELECT SNAPSHOT-PARM-OUT ASSIGN TO "SNAPPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

      * CAMPMERGE's parm file - the business date its camp
      * data-quality events are stamped with, the date PRECHECK
      * stamps its own with.
       SELECT CAMPMERGE-PARM-OUT ASSIGN TO "CMRGPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

      * Operator policy per step - continue the batch or stop it when
      * that step aborts. Not present means every step continues, the
      * way the batch always behaved - see ReadDriverControl.
      * Restart parameter, dropped by the operator ahead of a rerun -
      * 'R' resumes at the first step that did not complete last
      * time, keeping the completed steps' report files intact.
      * 'C' with a from and a to date catches up after an outage -
      * the whole window once per business date - see RunCatchUp.
      * 'D' with a sandbox name runs the window as a dry run against
      * copies of the files in that directory - see RunDryRun.
      * Deleted after reading like the step parm files above.
       SELECT RESTART-PARM ASSIGN TO "DRIVERPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL

      * Generic source/target pair for the generation copies - the
      * names are set per report before each copy, so one pair of
      * files serves every cataloged report - see CatalogReport.
       SELECT GEN-IN ASSIGN USING WS-GEN-SRC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-IN-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.

      * The camp directory, read only by a catch-up to learn which
      * camp drop files to stage for each business date - see
      * StageDropFiles and campmerge's LoadCampDirectory.
       SELECT CAMP-DIRECTORY ASSIGN TO "CAMPDIR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIR-STATUS.

      * A catch-up's own summary - one line per business date, then
      * the dates done, skipped, and where the sequence stopped.
       SELECT CATCHUP-RPT ASSIGN TO "CATCHRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * A dry run's own files, named through its sandbox directory -
      * the sandbox copy of the audit log, read back from the live
      * directory so the dry run's entries can be carried across
      * marked, and the comparison against the live summary - see
      * RunDryRun.
       SELECT DRY-AUDIT-IN ASSIGN USING WS-DRY-AUDIT-FN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRY-STATUS.

       SELECT DRY-COMPARE ASSIGN USING WS-DRY-CMP-FN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Widened from 60 to 100 alongside week1's RANK-REPORT-LINE,
       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

       FD EDIT-STATUS.
       01 EDIT-STATUS-RECORD.
           05 EDIT-FILE-NAME PIC X(20).
           05 EDIT-GONOGO PIC X(4).
           05 EDIT-ERRORS PIC 9(6).

           05 AQ-TO-DATE PIC 9(8).
           05 AQ-PROGRAM PIC X(10).

       FD PRECHECK-PARM-OUT.
       01 PRECHECK-PARM-RECORD.
           05 PARM-PREC-BUSDATE PIC 9(8).

       FD SNAPSHOT-PARM-OUT.
       01 SNAPSHOT-PARM-RECORD.
           05 PARM-SNAP-BUSDATE PIC 9(8).

       FD CAMPMERGE-PARM-OUT.
       01 CAMPMERGE-PARM-RECORD.
           05 PARM-CMRG-BUSDATE PIC 9(8).

       FD DRIVER-CTL.
       01 DRIVER-CTL-RECORD.
           05 CTL-STEP-NAME PIC X(8).
           05 SH-STEP PIC X(8).
           05 SH-ELAPSED PIC 9(6).

      * The dates are read only on a 'C' - an 'R' or 'F' record is
      * the one byte it always was. A 'D' carries the sandbox
      * directory name where a 'C' carries its dates.
       FD RESTART-PARM.
       01 RESTART-PARM-RECORD.
           05 PARM-RESTART PIC X(1).
           05 PARM-CU-DATES.
               10 PARM-CU-FROM PIC 9(8).
               10 PARM-CU-TO PIC 9(8).
           05 PARM-DRY-PREFIX REDEFINES PARM-CU-DATES PIC X(8).

      * Laid out field for field the same as campmerge.cob's
      * CAMP-DIR-RECORD so the two stay in step.
       FD CAMP-DIRECTORY.
       01 CAMP-DIR-RECORD.
           05 DIR-CAMP PIC X(10).
           05 DIR-FILE PIC X(20).
           05 DIR-EXPECT PIC 9(4).

       FD CATCHUP-RPT.
       01 CATCHUP-RPT-LINE PIC X(80).

       FD DRY-AUDIT-IN.
       01 DRY-AUDIT-LINE PIC X(80).

       FD DRY-COMPARE.
       01 DRY-COMPARE-LINE PIC X(100).

      * Laid out field for field the same as calmnt.cob's
      * CALENDAR-RECORD so the two stay in step.
       01 WS-DAY6PARM-FN PIC X(13) VALUE "DAY6PARM.DAT".
       01 WS-AUDITQPARM-FN PIC X(14) VALUE "AUDITQPARM.DAT".
       01 WS-PROFPARM-FN PIC X(12) VALUE "PROFPARM.DAT".
       01 WS-PRECPARM-FN PIC X(12) VALUE "PRECPARM.DAT".
       01 WS-SNAPPARM-FN PIC X(12) VALUE "SNAPPARM.DAT".
       01 WS-CMRGPARM-FN PIC X(12) VALUE "CMRGPARM.DAT".
       01 WS-DRIVERPARM-FN PIC X(14) VALUE "DRIVERPARM.DAT".
       01 WS-DEL-RC PIC 9(8) COMP-5 VALUE ZEROES.

       01 WS-SCH-D6-RANGE PIC 9(10) VALUE ZEROES.
       01 WS-SCH-RUNDATE PIC 9(8) VALUE ZEROES.

      * Catch-up working set - the operator's date range out of
      * DRIVERPARM.DAT, the business date in hand, the tallies for
      * the summary, and the live and dated names of the drop file
      * being staged. A day's drops are kept under the live name
      * with the extension replaced by the business date (ROUNDS.DAT
      * for 20xx1231 waits as ROUNDS.20xx1231) until its turn.
       01 WS-CU-FROM PIC 9(8) VALUE ZEROES.
       01 WS-CU-TO PIC 9(8) VALUE ZEROES.
       01 WS-CU-DATE PIC 9(8) VALUE ZEROES.
       01 WS-CU-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-CU-DONE PIC 9(3) VALUE ZEROES.
       01 WS-CU-SKIPPED PIC 9(3) VALUE ZEROES.
       01 WS-CU-STOPPED PIC X VALUE 'N'.
       01 WS-CU-STOP-DATE PIC 9(8) VALUE ZEROES.
       01 WS-CU-STOP-STEP PIC X(8) VALUE SPACES.
       01 WS-CU-LEFT PIC 9(5) VALUE ZEROES.
       01 WS-CU-MISSING PIC 9(3) VALUE ZEROES.
       01 WS-DIR-STATUS PIC X(2) VALUE SPACES.
       01 WS-DIR-EOF PIC X VALUE 'N'.
       01 WS-DROP-LIVE PIC X(20) VALUE SPACES.
       01 WS-DROP-BASE PIC X(20) VALUE SPACES.
       01 WS-DROP-DATED PIC X(20) VALUE SPACES.
       01 WS-COPY-RC PIC S9(8) COMP-5 VALUE ZEROES.

      * Dry-run working set - the sandbox directory out of
      * DRIVERPARM.DAT (DRYRUN when none is given), and the files a
      * dry run puts in it. T is a trial control file: a copy the
      * operator has left in the sandbox is run as it stands, and
      * only when there is none is the live one copied in (and
      * taken out again afterwards, so the next dry run copies
      * afresh). C is copied from the live directory every run, and
      * removed from the sandbox when there is no live one, so an
      * earlier dry run's leftover is never taken for tonight's. X
      * is cleared out of the sandbox before the run - checkpoints
      * and step status from an earlier dry run, and the outputs the
      * dry run writes or suppresses itself.
       01 WS-DRY-STATUS PIC X(2) VALUE SPACES.
       01 WS-DRY-EOF PIC X VALUE 'N'.
       01 WS-DRY-OK PIC X VALUE 'Y'.
       01 WS-DRY-PREFIX PIC X(8) VALUE SPACES.
       01 WS-DRY-UP PIC X(2) VALUE '..'.
       01 WS-DRY-BAD PIC 9(3) VALUE ZEROES.
       01 WS-DRY-LIVE-FN PIC X(20) VALUE SPACES.
       01 WS-DRY-SAND-FN PIC X(30) VALUE SPACES.
       01 WS-DRY-AUDIT-FN PIC X(30) VALUE SPACES.
       01 WS-DRY-CMP-FN PIC X(30) VALUE SPACES.
       01 WS-DRY-FILE-INFO PIC X(16) VALUE SPACES.
       01 WS-DRY-AUD-BASE PIC 9(8) VALUE ZEROES.
       01 WS-DRY-AUD-READ PIC 9(8) VALUE ZEROES.
       01 WS-DRY-AUD-CARRIED PIC 9(4) VALUE ZEROES.
       01 WS-DRY-TALLY PIC 9(3) VALUE ZEROES.
       01 WS-DRY-FILE-LIST.
           05 FILLER PIC X(15) VALUE 'THRESHLD.DAT  T'.
           05 FILLER PIC X(15) VALUE 'SCHEDCTL.DAT  T'.
           05 FILLER PIC X(15) VALUE 'DRIVERCTL.DAT T'.
           05 FILLER PIC X(15) VALUE 'SECTMAST.DAT  T'.
           05 FILLER PIC X(15) VALUE 'DROPOVR.DAT   T'.
           05 FILLER PIC X(15) VALUE 'CAMPDIR.DAT   C'.
           05 FILLER PIC X(15) VALUE 'ELFCAL.DAT    C'.
           05 FILLER PIC X(15) VALUE 'ROUNDS.DAT    C'.
           05 FILLER PIC X(15) VALUE 'SECTIONS.DAT  C'.
           05 FILLER PIC X(15) VALUE 'BUFFER.DAT    C'.
           05 FILLER PIC X(15) VALUE 'FIXTURES.DAT  C'.
           05 FILLER PIC X(15) VALUE 'RETURNS.DAT   C'.
           05 FILLER PIC X(15) VALUE 'CARRYFWD.DAT  C'.
           05 FILLER PIC X(15) VALUE 'AVAIL.DAT     C'.
           05 FILLER PIC X(15) VALUE 'MEDCASE.DAT   C'.
           05 FILLER PIC X(15) VALUE 'BLOCKSRC.DAT  C'.
           05 FILLER PIC X(15) VALUE 'ROSTER.DAT    C'.
           05 FILLER PIC X(15) VALUE 'DEVREG.DAT    C'.
           05 FILLER PIC X(15) VALUE 'PROCCAL.DAT   C'.
           05 FILLER PIC X(15) VALUE 'CALHIST.IDX   C'.
           05 FILLER PIC X(15) VALUE 'WATCHHIST.DAT C'.
           05 FILLER PIC X(15) VALUE 'REJREG.DAT    C'.
           05 FILLER PIC X(15) VALUE 'SEASON.DAT    C'.
           05 FILLER PIC X(15) VALUE 'ROUNDHIST.DAT C'.
           05 FILLER PIC X(15) VALUE 'ASGNHIST.DAT  C'.
           05 FILLER PIC X(15) VALUE 'SECTLEDG.DAT  C'.
           05 FILLER PIC X(15) VALUE 'DEVHIST.DAT   C'.
           05 FILLER PIC X(15) VALUE 'DISPOUT.DAT   C'.
           05 FILLER PIC X(15) VALUE 'EVIDENCE.DAT  C'.
           05 FILLER PIC X(15) VALUE 'KPIHIST.DAT   C'.
           05 FILLER PIC X(15) VALUE 'STEPHIST.DAT  C'.
           05 FILLER PIC X(15) VALUE 'AUDITLOG.DAT  C'.
           05 FILLER PIC X(15) VALUE 'ALERTS.DAT    C'.
           05 FILLER PIC X(15) VALUE 'RPTCATLG.DAT  C'.
           05 FILLER PIC X(15) VALUE 'BATCHCTL.DAT  C'.
           05 FILLER PIC X(15) VALUE 'DROPLEDG.DAT  C'.
           05 FILLER PIC X(15) VALUE 'OPERATOR.DAT  C'.
           05 FILLER PIC X(15) VALUE 'WEEK1CKPT.DAT X'.
           05 FILLER PIC X(15) VALUE 'DAY6CKPT.DAT  X'.
           05 FILLER PIC X(15) VALUE 'STEPSTAT.DAT  X'.
           05 FILLER PIC X(15) VALUE 'EDITSTAT.DAT  X'.
           05 FILLER PIC X(15) VALUE 'CAMPDQ.DAT    X'.
           05 FILLER PIC X(15) VALUE 'MEDICDSP.DAT  X'.
           05 FILLER PIC X(15) VALUE 'DISPATCH.DAT  X'.
           05 FILLER PIC X(15) VALUE 'HQEXTRACT.DAT X'.
       01 WS-DRY-FILE-TABLE REDEFINES WS-DRY-FILE-LIST.
           05 WS-DRY-FILE-ENTRY OCCURS 45 TIMES.
               10 WS-DRY-FILE-NAME PIC X(14).
               10 WS-DRY-FILE-KIND PIC X(1).
       01 WS-DRY-FILE-MAX PIC 9(2) VALUE 45.
       01 WS-DRY-FILE-SUB PIC 9(2).
       01 WS-DRY-TRIAL-TABLE.
           05 WS-DRY-TRIAL PIC X OCCURS 45 TIMES.

      * The comparison - the dry run's summary and the live one for
      * the same business date, held line for line with a matched
      * flag each. A line is matched against the first unmatched
      * identical line on the other side, so a list that grows or
      * shrinks by one line shows as that one line, not as every
      * line after it. Page headings and the timeline (wall-clock
      * times, never the same twice) are left out.
       01 WS-CMP-LIVE-GEN PIC X(20) VALUE SPACES.
       01 WS-CMP-LIVE-FOUND PIC X VALUE 'N'.
       01 WS-CMP-SIDE PIC X VALUE SPACES.
       01 WS-CMP-LINE PIC X(80) VALUE SPACES.
       01 WS-CMP-DRY-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CMP-DRY-TABLE.
           05 WS-CMP-DRY-ENTRY OCCURS 300 TIMES.
               10 WS-CMP-DRY-LINE PIC X(80).
               10 WS-CMP-DRY-HIT PIC X.
       01 WS-CMP-LIVE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CMP-LIVE-TABLE.
           05 WS-CMP-LIVE-ENTRY OCCURS 300 TIMES.
               10 WS-CMP-LIVE-LINE PIC X(80).
               10 WS-CMP-LIVE-HIT PIC X.
       01 WS-CMP-SUB PIC 9(3).
       01 WS-CMP-SUB2 PIC 9(3).
       01 WS-CMP-SAME PIC 9(4) VALUE ZEROES.
       01 WS-CMP-LIVE-ONLY PIC 9(4) VALUE ZEROES.
       01 WS-CMP-DRY-ONLY PIC 9(4) VALUE ZEROES.

      * Key figures parsed back out of each report while it is being
      * summarized, for the HQ extract and nothing else - the print
      * lines stay the operators' copy.
           PERFORM InitStepTable.
           PERFORM ReadDriverControl.
           PERFORM ReadSchedule.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           IF WS-SCH-RUNDATE > ZEROES
               MOVE WS-SCH-RUNDATE TO WS-RUN-DATE
               DISPLAY 'DRIVER: RUN DATE OVERRIDDEN TO ' WS-RUN-DATE
           END-IF.
           PERFORM GetThresholds.
           PERFORM GetRestartParm.
           IF WS-RESTART-FLAG EQUAL 'C'
               PERFORM RunCatchUp
               STOP RUN
           END-IF.
           IF WS-RESTART-FLAG EQUAL 'D'
               PERFORM RunDryRun
               STOP RUN
           END-IF.
           PERFORM CheckCalendar.
           PERFORM RunBatchWindow.
           IF WS-BATCH-STOPPED EQUAL 'Y'
               DISPLAY 'DRIVER: BATCH STOPPED AT ' WS-STOP-STEP
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'DRIVER: BATCH COMPLETE'
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           STOP RUN.

      * One business date's window, start to finish - the batch
      * number, the snapshot, every step, the summary and its
      * generations, and the batch's audit line.
       RunBatchWindow.
           PERFORM GetBatchNumber.
           PERFORM LoadCatalog.
      * The masters are copied and verified before anything touches
      * the worse trade. A RESTART does not snapshot - re-copying
      * the masters as the half-completed run left them would bury
      * the morning's clean copy under the very state the restart
      * exists to recover from. A dry run's masters are throwaway
      * copies with nothing to recover.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BATCH-START.
           EVALUATE WS-RESTART-FLAG
               WHEN 'R'
                   DISPLAY 'DRIVER: RESTART - PRE-BATCH SNAPSHOT KEPT '
                       'FROM THE ORIGINAL RUN'
               WHEN 'D'
                   DISPLAY 'DRIVER: DRY RUN - NO PRE-BATCH SNAPSHOT'
               WHEN OTHER
                   DISPLAY 'DRIVER: TAKING PRE-BATCH SNAPSHOT'
                   OPEN OUTPUT SNAPSHOT-PARM-OUT
                   MOVE WS-RUN-DATE TO PARM-SNAP-BUSDATE
                   WRITE SNAPSHOT-PARM-RECORD
                   CLOSE SNAPSHOT-PARM-OUT
                   CALL 'SNAPSHOT'
                   MOVE ZEROES TO RETURN-CODE
                   CALL 'CBL_DELETE_FILE' USING WS-SNAPPARM-FN
                       RETURNING WS-DEL-RC
           END-EVALUATE.
           OPEN OUTPUT SUMMARY-RPT.

      * The whole evening in one invocation - the camp merge and
           PERFORM CatalogReport.
           PERFORM PurgeOldGenerations.
           PERFORM WriteAuditLog.

      * The whole evening in run order - the camp merge first, the
      * pre-run edit over its output, the four scoring steps, then
               MOVE 'Y' TO WS-FORCE-FLAG
               MOVE 'N' TO WS-RESTART-FLAG
           END-IF.
           IF WS-RESTART-FLAG EQUAL 'C'
               IF PARM-CU-FROM IS NUMERIC
                   MOVE PARM-CU-FROM TO WS-CU-FROM
               END-IF
               IF PARM-CU-TO IS NUMERIC
                   MOVE PARM-CU-TO TO WS-CU-TO
               END-IF
           END-IF.
           IF WS-RESTART-FLAG EQUAL 'D'
               MOVE PARM-DRY-PREFIX TO WS-DRY-PREFIX
           END-IF.
           IF WS-RESTART-FLAG EQUAL 'R'
               OPEN INPUT STEP-STATUS
               IF WS-STAT-STATUS EQUAL '00'
      * listed rest or weather day the batch refuses to start, so
      * not-running stops depending on the operator remembering.
      * An 'F' dropped in DRIVERPARM.DAT overrides, loudly and on
      * the audit log. A catch-up skips the date instead and goes on
      * to the next one - see CatchUpOneDate.
       CheckCalendar.
           OPEN INPUT PROC-CAL.
           IF WS-PCAL-STATUS NOT EQUAL '00'
               PERFORM WriteAlert
               EXIT PARAGRAPH
           END-IF.
           IF WS-RESTART-FLAG EQUAL 'C'
               DISPLAY 'DRIVER: ' WS-RUN-DATE ' IS A NON-RUN DAY ('
                   WS-NORUN-REASON ') - SKIPPED BY THE CATCH-UP'
           ELSE
               DISPLAY 'DRIVER: ' WS-RUN-DATE ' IS A NON-RUN DAY ('
                   WS-NORUN-REASON ') - BATCH NOT STARTED. DROP AN F '
                   'IN DRIVERPARM.DAT TO FORCE IT.'
           END-IF.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.
           IF WS-RESTART-FLAG EQUAL 'C'
               EXIT PARAGRAPH
           END-IF.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

               END-IF
           END-PERFORM.

      * The outage catch-up - the whole window run once for each
      * business date from the operator's from-date to the to-date,
      * oldest first, since CALHIST, the season history, and the
      * watch streaks all build on the day before. Non-run days on
      * the processing calendar are skipped; the first date whose
      * window ends stopped stops the sequence, so nothing is run
      * on top of a day that did not finish. CATCHRPT.DAT says what
      * was done, what was skipped, and where it stopped.
       RunCatchUp.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CU-TODAY.
           OPEN OUTPUT CATCHUP-RPT.
           MOVE SPACES TO CATCHUP-RPT-LINE.
           STRING 'CATCH-UP RUN ' WS-CU-TODAY ' FROM ' WS-CU-FROM
               ' TO ' WS-CU-TO
               DELIMITED BY SIZE INTO CATCHUP-RPT-LINE
           END-STRING.
           WRITE CATCHUP-RPT-LINE.
           IF WS-CU-FROM EQUAL ZEROES OR WS-CU-TO EQUAL ZEROES
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-CU-FROM)
                       NOT EQUAL ZEROES
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-CU-TO)
                       NOT EQUAL ZEROES
                   OR WS-CU-FROM > WS-CU-TO
                   OR WS-CU-TO > WS-CU-TODAY
               DISPLAY 'DRIVER: CATCH-UP NEEDS A VALID FROM AND TO '
                   'DATE, NOT PAST TODAY, IN DRIVERPARM.DAT - '
                   'NOTHING RUN'
               MOVE 'NO VALID DATE RANGE - NOTHING RUN'
                   TO CATCHUP-RPT-LINE
               WRITE CATCHUP-RPT-LINE
               CLOSE CATCHUP-RPT
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCH-RUNDATE > ZEROES
               DISPLAY 'DRIVER: SCHEDULE RUN-DATE OVERRIDE IGNORED - '
                   'A CATCH-UP DATES EACH WINDOW ITSELF'
           END-IF.
           MOVE WS-CU-FROM TO WS-CU-DATE.
           PERFORM UNTIL WS-CU-DATE > WS-CU-TO
                   OR WS-CU-STOPPED EQUAL 'Y'
               PERFORM CatchUpOneDate
               COMPUTE WS-CU-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CU-DATE) + 1)
           END-PERFORM.
           MOVE SPACES TO CATCHUP-RPT-LINE.
           STRING 'DATES DONE ' WS-CU-DONE ' SKIPPED ' WS-CU-SKIPPED
               DELIMITED BY SIZE INTO CATCHUP-RPT-LINE
           END-STRING.
           WRITE CATCHUP-RPT-LINE.
           DISPLAY 'DRIVER: CATCH-UP ' CATCHUP-RPT-LINE(1:40).
           MOVE SPACES TO CATCHUP-RPT-LINE.
           IF WS-CU-STOPPED EQUAL 'Y'
               COMPUTE WS-CU-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-CU-TO)
                   - FUNCTION INTEGER-OF-DATE(WS-CU-STOP-DATE)
               STRING 'STOPPED AT ' WS-CU-STOP-DATE ' STEP '
                   WS-CU-STOP-STEP ' - ' WS-CU-LEFT
                   ' LATER DAYS NOT RUN'
                   DELIMITED BY SIZE INTO CATCHUP-RPT-LINE
               END-STRING
               WRITE CATCHUP-RPT-LINE
               DISPLAY 'DRIVER: CATCH-UP ' CATCHUP-RPT-LINE(1:60)
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'CATCH-UP COMPLETE' TO CATCHUP-RPT-LINE
               WRITE CATCHUP-RPT-LINE
               DISPLAY 'DRIVER: CATCH-UP COMPLETE'
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           CLOSE CATCHUP-RPT.
           PERFORM WriteCatchUpAudit.

      * One business date of a catch-up - the driver's own working
      * set put back as a fresh run finds it, the date held against
      * the calendar, that day's drops staged, the window run, and
      * the step programs cancelled so the next date's CALLs start
      * them afresh instead of where they left off.
       CatchUpOneDate.
           PERFORM ResetForDate.
           MOVE WS-CU-DATE TO WS-RUN-DATE.
           PERFORM ResetThresholds.
           DISPLAY 'DRIVER: CATCH-UP - BUSINESS DATE ' WS-RUN-DATE.
           PERFORM CheckCalendar.
           MOVE SPACES TO CATCHUP-RPT-LINE.
           IF WS-NORUN-DAY EQUAL 'Y'
               ADD 1 TO WS-CU-SKIPPED
               STRING 'DATE ' WS-RUN-DATE ' SKIPPED - NON-RUN DAY '
                   WS-NORUN-REASON
                   DELIMITED BY SIZE INTO CATCHUP-RPT-LINE
               END-STRING
               WRITE CATCHUP-RPT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM StageDropFiles.
           PERFORM RunBatchWindow.
           CANCEL 'SNAPSHOT' 'CAMPMERGE' 'PRECHECK' 'WEEK1' 'WEEK2'
               'WEEK4' 'DAY6' 'CALTREND' 'LEAGUE' 'AUDITQRY'
               'ELFPROF'.
           IF WS-BATCH-STOPPED EQUAL 'Y'
               MOVE 'Y' TO WS-CU-STOPPED
               MOVE WS-RUN-DATE TO WS-CU-STOP-DATE
               MOVE WS-STOP-STEP TO WS-CU-STOP-STEP
               STRING 'DATE ' WS-RUN-DATE ' BATCH ' WS-BATCH-NUM
                   ' STOPPED AT ' WS-STOP-STEP
                   DELIMITED BY SIZE INTO CATCHUP-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-CU-DONE
               STRING 'DATE ' WS-RUN-DATE ' BATCH ' WS-BATCH-NUM
                   ' COMPLETE - STEPS RUN ' WS-STEPS-RUN
                   ' DROPS MISSING ' WS-CU-MISSING
                   DELIMITED BY SIZE INTO CATCHUP-RPT-LINE
               END-STRING
           END-IF.
           WRITE CATCHUP-RPT-LINE.

      * Everything a date's window leaves behind in working storage,
      * set back to what a fresh run starts with - the step table,
      * policies, and schedule re-read, the tallies and the catalog
      * and history counts cleared so they are loaded afresh.
       ResetForDate.
           PERFORM InitStepTable.
           PERFORM ReadDriverControl.
           MOVE 3 TO WS-SCH-W1-MODE.
           MOVE 3 TO WS-SCH-W1-TOPN.
           MOVE ZEROES TO WS-SCH-W1-WATCH.
           MOVE 1 TO WS-SCH-W2-MODE.
           MOVE ZEROES TO WS-SCH-D6-RANGE.
           PERFORM ReadSchedule.
           MOVE ZEROES TO WS-STEPS-RUN.
           MOVE 'N' TO WS-BATCH-STOPPED.
           MOVE SPACES TO WS-STOP-STEP.
           MOVE 'N' TO WS-NORUN-DAY.
           MOVE 'N' TO WS-PCAL-EOF.
           MOVE SPACES TO WS-NORUN-REASON.
           MOVE ZEROES TO WS-CAT-COUNT.
           MOVE ZEROES TO WS-KPI-COUNT.
           MOVE ZEROES TO WS-BATCH-HSUM.
           MOVE ZEROES TO WS-BATCH-HCNT.
           MOVE ZEROES TO WS-RPT-PAGE.
           MOVE ZEROES TO WS-RPT-LINES.
           MOVE ZEROES TO WS-TODAY-COUNT.
           MOVE ZEROES TO WS-HQ-RANK-TOTAL.
           MOVE ZEROES TO WS-HQ-SCORE.
           MOVE ZEROES TO WS-HQ-WINS.
           MOVE ZEROES TO WS-HQ-DRAWS.
           MOVE ZEROES TO WS-HQ-LOSSES.
           MOVE ZEROES TO WS-HQ-OVER.
           MOVE ZEROES TO WS-HQ-CONTAIN.
           MOVE ZEROES TO WS-HQ-MARKERS.

      * The business date's drop files put in place under their live
      * names - every camp file the camp directory names (the
      * ELFCAL1/2/3 trio without one, as campmerge falls back), the
      * rounds, sections, and buffer drops, and the cleanup crews'
      * RETURNS.DAT that WEEK4 reconciles and posts to the ledger.
       StageDropFiles.
           MOVE ZEROES TO WS-CU-MISSING.
           MOVE 'N' TO WS-DIR-EOF.
           OPEN INPUT CAMP-DIRECTORY.
           IF WS-DIR-STATUS EQUAL '00'
               PERFORM UNTIL WS-DIR-EOF EQUAL 'Y'
                   READ CAMP-DIRECTORY
                       AT END MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           MOVE DIR-FILE TO WS-DROP-LIVE
                           PERFORM StageDropFile
                   END-READ
               END-PERFORM
               CLOSE CAMP-DIRECTORY
           ELSE
               MOVE 'ELFCAL1.DAT' TO WS-DROP-LIVE
               PERFORM StageDropFile
               MOVE 'ELFCAL2.DAT' TO WS-DROP-LIVE
               PERFORM StageDropFile
               MOVE 'ELFCAL3.DAT' TO WS-DROP-LIVE
               PERFORM StageDropFile
           END-IF.
           PERFORM VARYING WS-STEP-SUB2 FROM 4 BY 1
                   UNTIL WS-STEP-SUB2 > 6
               MOVE WS-STEP-INPUT(WS-STEP-SUB2) TO WS-DROP-LIVE
               PERFORM StageDropFile
           END-PERFORM.
           MOVE 'RETURNS.DAT' TO WS-DROP-LIVE.
           PERFORM StageDropFile.

      * One drop copied from its dated name over the live name. A
      * day with no such drop has the live file removed instead -
      * what sits there is an earlier day's drop, already posted,
      * and the missing drop should fail the pre-run edit (or show
      * as a missing camp) rather than be posted a second time under
      * this date.
       StageDropFile.
           MOVE SPACES TO WS-DROP-BASE.
           MOVE SPACES TO WS-DROP-DATED.
           UNSTRING WS-DROP-LIVE DELIMITED BY '.'
               INTO WS-DROP-BASE
           END-UNSTRING.
           STRING WS-DROP-BASE DELIMITED BY SPACE
               '.' WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-DROP-DATED
           END-STRING.
           CALL 'CBL_COPY_FILE' USING WS-DROP-DATED WS-DROP-LIVE
               RETURNING WS-COPY-RC.
           IF WS-COPY-RC NOT EQUAL ZEROES
               ADD 1 TO WS-CU-MISSING
               DISPLAY 'DRIVER: NO ' WS-DROP-DATED ' - '
                   WS-DROP-LIVE ' LEFT OUT FOR ' WS-RUN-DATE
               CALL 'CBL_DELETE_FILE' USING WS-DROP-LIVE
                   RETURNING WS-DEL-RC
           END-IF.

      * The catch-up as a whole on the audit log, under its own
      * CATCHUP token so it is not counted as a batch run - each
      * date's window has already logged itself.
       WriteCatchUpAudit.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-CU-TODAY ' PROGRAM DRIVER CATCHUP '
               WS-CU-FROM '-' WS-CU-TO ' DONE ' WS-CU-DONE
               ' SKIP ' WS-CU-SKIPPED
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           IF WS-CU-STOPPED EQUAL 'Y'
               MOVE ' STOPPED' TO AUDIT-LOG-LINE(73:8)
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * The dry run - tonight's window run start to finish against
      * copies of the masters and histories in a sandbox directory,
      * so a threshold or a schedule can be tried on real data
      * without touching the live files. The sandbox name stands in
      * front of every file the run touches: the step programs are
      * run with the sandbox as the working directory, so each one
      * opens the sandbox copy under its usual name and writes its
      * reports there too. Nothing leaves the sandbox - no HQ
      * extract, no transmission ledger entry, no medic or device
      * dispatch list - and the run finishes with its summary held
      * against the live summary for the same business date.
       RunDryRun.
           PERFORM SetUpSandbox.
           IF WS-DRY-OK NOT EQUAL 'Y'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_CHANGE_DIR' USING WS-DRY-PREFIX
               RETURNING WS-COPY-RC.
           IF WS-COPY-RC NOT EQUAL ZEROES
               DISPLAY 'DRIVER: DRY RUN CANNOT USE SANDBOX '
                   WS-DRY-PREFIX ' - NOTHING RUN'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ResetForDryRun.
           DISPLAY 'DRIVER: DRY RUN IN ' WS-DRY-PREFIX
               ' - BUSINESS DATE ' WS-RUN-DATE.
           PERFORM RunBatchWindow.
           CANCEL 'CAMPMERGE' 'PRECHECK' 'WEEK1' 'WEEK2' 'WEEK4'
               'DAY6' 'CALTREND' 'LEAGUE' 'AUDITQRY' 'ELFPROF'.
           MOVE 'D' TO WS-CMP-SIDE.
           OPEN INPUT SUMMARY-RPT.
           MOVE 'N' TO WS-DRY-EOF.
           PERFORM UNTIL WS-DRY-EOF EQUAL 'Y'
               READ SUMMARY-RPT
                   AT END MOVE 'Y' TO WS-DRY-EOF
                   NOT AT END
                       MOVE SUMMARY-RPT-LINE TO WS-CMP-LINE
                       PERFORM HoldSummaryLine
               END-READ
           END-PERFORM.
           CLOSE SUMMARY-RPT.
           CALL 'CBL_CHANGE_DIR' USING WS-DRY-UP
               RETURNING WS-COPY-RC.
           PERFORM LoadLiveSummary.
           PERFORM CompareSummaries.
           PERFORM CarryDryRunAudit.
           PERFORM VARYING WS-DRY-FILE-SUB FROM 1 BY 1
                   UNTIL WS-DRY-FILE-SUB > WS-DRY-FILE-MAX
               IF WS-DRY-FILE-KIND(WS-DRY-FILE-SUB) EQUAL 'T'
                       AND WS-DRY-TRIAL(WS-DRY-FILE-SUB) NOT EQUAL 'Y'
                   PERFORM BuildSandboxName
                   CALL 'CBL_DELETE_FILE' USING WS-DRY-SAND-FN
                       RETURNING WS-DEL-RC
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-BATCH-STOPPED EQUAL 'Y'
                   DISPLAY 'DRIVER: DRY RUN STOPPED AT ' WS-STOP-STEP
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CMP-LIVE-FOUND NOT EQUAL 'Y'
                   DISPLAY 'DRIVER: DRY RUN COMPLETE - NO LIVE '
                       'SUMMARY FOR ' WS-RUN-DATE ' TO COMPARE'
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CMP-LIVE-ONLY > ZEROES
                       OR WS-CMP-DRY-ONLY > ZEROES
                   DISPLAY 'DRIVER: DRY RUN COMPLETE - SUMMARY '
                       'DIFFERS FROM LIVE, SEE ' WS-DRY-CMP-FN
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'DRIVER: DRY RUN COMPLETE - SUMMARY '
                       'MATCHES LIVE'
                   MOVE ZEROES TO RETURN-CODE
           END-EVALUATE.

      * The sandbox made ready from the live directory - created if
      * it is not there yet, each listed file handled by its kind,
      * the camp drop files the camp directory names copied in
      * beside them, and the sandbox audit log's length taken so
      * the lines the dry run adds to it can be told apart later. A
      * sandbox name that would reach outside the live directory is
      * refused.
       SetUpSandbox.
           MOVE 'Y' TO WS-DRY-OK.
           IF WS-DRY-PREFIX EQUAL SPACES
               MOVE 'DRYRUN' TO WS-DRY-PREFIX
           END-IF.
           MOVE ZEROES TO WS-DRY-BAD.
           INSPECT WS-DRY-PREFIX TALLYING WS-DRY-BAD
               FOR ALL '/' ALL '\' ALL '.'.
           IF WS-DRY-BAD > ZEROES
               DISPLAY 'DRIVER: DRY RUN SANDBOX ' WS-DRY-PREFIX
                   ' MUST BE A PLAIN NAME - NOTHING RUN'
               MOVE 'N' TO WS-DRY-OK
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_CREATE_DIR' USING WS-DRY-PREFIX
               RETURNING WS-COPY-RC.
           PERFORM VARYING WS-DRY-FILE-SUB FROM 1 BY 1
                   UNTIL WS-DRY-FILE-SUB > WS-DRY-FILE-MAX
               MOVE 'N' TO WS-DRY-TRIAL(WS-DRY-FILE-SUB)
               PERFORM BuildSandboxName
               EVALUATE WS-DRY-FILE-KIND(WS-DRY-FILE-SUB)
                   WHEN 'T'
                       CALL 'CBL_CHECK_FILE_EXIST' USING
                           WS-DRY-SAND-FN WS-DRY-FILE-INFO
                           RETURNING WS-COPY-RC
                       IF WS-COPY-RC EQUAL ZEROES
                           MOVE 'Y' TO WS-DRY-TRIAL(WS-DRY-FILE-SUB)
                           DISPLAY 'DRIVER: DRY RUN USES TRIAL '
                               WS-DRY-SAND-FN
                       ELSE
                           PERFORM CopyIntoSandbox
                       END-IF
                   WHEN 'C'
                       PERFORM CopyIntoSandbox
                   WHEN OTHER
                       CALL 'CBL_DELETE_FILE' USING WS-DRY-SAND-FN
                           RETURNING WS-DEL-RC
               END-EVALUATE
           END-PERFORM.
           MOVE 'N' TO WS-DIR-EOF.
           OPEN INPUT CAMP-DIRECTORY.
           IF WS-DIR-STATUS EQUAL '00'
               PERFORM UNTIL WS-DIR-EOF EQUAL 'Y'
                   READ CAMP-DIRECTORY
                       AT END MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           MOVE DIR-FILE TO WS-DRY-LIVE-FN
                           PERFORM BuildSandboxDropName
                           PERFORM CopyIntoSandbox
                   END-READ
               END-PERFORM
               CLOSE CAMP-DIRECTORY
           ELSE
               MOVE 'ELFCAL1.DAT' TO WS-DRY-LIVE-FN
               PERFORM BuildSandboxDropName
               PERFORM CopyIntoSandbox
               MOVE 'ELFCAL2.DAT' TO WS-DRY-LIVE-FN
               PERFORM BuildSandboxDropName
               PERFORM CopyIntoSandbox
               MOVE 'ELFCAL3.DAT' TO WS-DRY-LIVE-FN
               PERFORM BuildSandboxDropName
               PERFORM CopyIntoSandbox
           END-IF.
           MOVE SPACES TO WS-DRY-AUDIT-FN.
           STRING WS-DRY-PREFIX DELIMITED BY SPACE
               '/AUDITLOG.DAT' DELIMITED BY SIZE
               INTO WS-DRY-AUDIT-FN
           END-STRING.
           MOVE SPACES TO WS-DRY-CMP-FN.
           STRING WS-DRY-PREFIX DELIMITED BY SPACE
               '/DRYCMP.DAT' DELIMITED BY SIZE
               INTO WS-DRY-CMP-FN
           END-STRING.
           MOVE ZEROES TO WS-DRY-AUD-BASE.
           MOVE 'N' TO WS-DRY-EOF.
           OPEN INPUT DRY-AUDIT-IN.
           IF WS-DRY-STATUS EQUAL '00'
               PERFORM UNTIL WS-DRY-EOF EQUAL 'Y'
                   READ DRY-AUDIT-IN
                       AT END MOVE 'Y' TO WS-DRY-EOF
                       NOT AT END ADD 1 TO WS-DRY-AUD-BASE
                   END-READ
               END-PERFORM
               CLOSE DRY-AUDIT-IN
           END-IF.

      * The listed file in hand under its live and sandbox names.
       BuildSandboxName.
           MOVE WS-DRY-FILE-NAME(WS-DRY-FILE-SUB) TO WS-DRY-LIVE-FN.
           PERFORM BuildSandboxDropName.

      * WS-DRY-LIVE-FN under the sandbox directory.
       BuildSandboxDropName.
           MOVE SPACES TO WS-DRY-SAND-FN.
           STRING WS-DRY-PREFIX DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               WS-DRY-LIVE-FN DELIMITED BY SPACE
               INTO WS-DRY-SAND-FN
           END-STRING.

      * The live file copied over the sandbox one. No live file
      * means no sandbox file either - the step then meets the same
      * missing input the live run would.
       CopyIntoSandbox.
           CALL 'CBL_COPY_FILE' USING WS-DRY-LIVE-FN WS-DRY-SAND-FN
               RETURNING WS-COPY-RC.
           IF WS-COPY-RC NOT EQUAL ZEROES
               CALL 'CBL_DELETE_FILE' USING WS-DRY-SAND-FN
                   RETURNING WS-DEL-RC
           END-IF.

      * The driver's working set put back as a fresh run finds it,
      * this time from the sandbox's own control files - a trial
      * schedule or threshold file is what the dry run is for. The
      * run date is worked out again the way MAIN-PROCEDURE does,
      * from the sandbox schedule.
       ResetForDryRun.
           MOVE ZEROES TO WS-SCH-RUNDATE.
           PERFORM ResetForDate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           IF WS-SCH-RUNDATE > ZEROES
               MOVE WS-SCH-RUNDATE TO WS-RUN-DATE
           END-IF.
           PERFORM ResetThresholds.

      * The driver's own thresholds back to their defaults and read
      * again for the business date now in WS-RUN-DATE - a value
      * set on the file from a later date must not carry over into
      * an earlier one.
       ResetThresholds.
           MOVE 7 TO WS-RETAIN.
           MOVE 50 TO WS-THR-KPITOL.
           MOVE 50 TO WS-THR-STEPTOL.
           PERFORM GetThresholds.

      * A dry run's outbound lists come out of the sandbox as soon
      * as their step has written them, so nothing there can be
      * picked up and acted on as if the night had run.
       SuppressDryRunOutput.
           CALL 'CBL_DELETE_FILE' USING WS-GEN-SRC
               RETURNING WS-DEL-RC.
           DISPLAY 'DRIVER: DRY RUN - ' WS-GEN-SRC ' SUPPRESSED'.

      * The live summary for the dry run's business date - the last
      * OPSUMMARY generation cataloged under that date, or failing
      * that the live OPSUMMARY.DAT itself when its heading carries
      * the date. Neither means the live batch has not run that date
      * yet, and there is nothing to compare.
       LoadLiveSummary.
           MOVE 'N' TO WS-CMP-LIVE-FOUND.
           MOVE SPACES TO WS-CMP-LIVE-GEN.
           OPEN INPUT RPT-CATALOG.
           IF WS-CAT-STATUS EQUAL '00'
               PERFORM UNTIL WS-CAT-STATUS NOT EQUAL '00'
                   READ RPT-CATALOG
                       AT END MOVE '10' TO WS-CAT-STATUS
                       NOT AT END
                           IF CAT-REPORT EQUAL 'OPSUMMARY.DAT'
                                   AND CAT-DATE EQUAL WS-RUN-DATE
                               MOVE CAT-GEN-NAME TO WS-CMP-LIVE-GEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-CATALOG
           END-IF.
           IF WS-CMP-LIVE-GEN NOT EQUAL SPACES
               MOVE WS-CMP-LIVE-GEN TO WS-GEN-SRC
               OPEN INPUT GEN-IN
               IF WS-GEN-IN-STATUS EQUAL '00'
                   MOVE 'Y' TO WS-CMP-LIVE-FOUND
               END-IF
           END-IF.
           IF WS-CMP-LIVE-FOUND NOT EQUAL 'Y'
               MOVE 'OPSUMMARY.DAT' TO WS-GEN-SRC
               OPEN INPUT GEN-IN
               IF WS-GEN-IN-STATUS NOT EQUAL '00'
                   EXIT PARAGRAPH
               END-IF
               READ GEN-IN
                   AT END MOVE SPACES TO GEN-IN-LINE
               END-READ
               CLOSE GEN-IN
               IF GEN-IN-LINE(1:34) NOT EQUAL
                       'DAILY OPERATIONS SUMMARY RUN DATE '
                       OR GEN-IN-LINE(35:8) NOT EQUAL WS-RUN-DATE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'OPSUMMARY.DAT' TO WS-CMP-LIVE-GEN
               OPEN INPUT GEN-IN
               MOVE 'Y' TO WS-CMP-LIVE-FOUND
           END-IF.
           MOVE 'L' TO WS-CMP-SIDE.
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM UNTIL WS-GEN-EOF EQUAL 'Y'
               READ GEN-IN
                   AT END MOVE 'Y' TO WS-GEN-EOF
                   NOT AT END
                       MOVE GEN-IN-LINE(1:80) TO WS-CMP-LINE
                       PERFORM HoldSummaryLine
               END-READ
           END-PERFORM.
           CLOSE GEN-IN.

      * One summary line into the dry (D) or live (L) table, page
      * headings and timeline lines passed over.
       HoldSummaryLine.
           IF WS-CMP-LINE(1:25) EQUAL 'DAILY OPERATIONS SUMMARY '
                   OR WS-CMP-LINE(1:24) EQUAL
                       'SECTION AND KEY FIGURES '
                   OR WS-CMP-LINE(1:18) EQUAL 'BATCH WINDOW USED '
                   OR (WS-CMP-LINE(1:5) EQUAL 'STEP '
                       AND WS-CMP-LINE(14:7) EQUAL ' START ')
               EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-SIDE EQUAL 'D'
               IF WS-CMP-DRY-COUNT < 300
                   ADD 1 TO WS-CMP-DRY-COUNT
                   MOVE WS-CMP-LINE TO
                       WS-CMP-DRY-LINE(WS-CMP-DRY-COUNT)
                   MOVE 'N' TO WS-CMP-DRY-HIT(WS-CMP-DRY-COUNT)
               END-IF
           ELSE
               IF WS-CMP-LIVE-COUNT < 300
                   ADD 1 TO WS-CMP-LIVE-COUNT
                   MOVE WS-CMP-LINE TO
                       WS-CMP-LIVE-LINE(WS-CMP-LIVE-COUNT)
                   MOVE 'N' TO WS-CMP-LIVE-HIT(WS-CMP-LIVE-COUNT)
               END-IF
           END-IF.

      * The two summaries matched line for line, and DRYCMP.DAT in
      * the sandbox written - which trial files the dry run used,
      * what it held back, each line only the live run printed, each
      * line only the dry run printed, and the tallies.
       CompareSummaries.
           MOVE ZEROES TO WS-CMP-SAME.
           MOVE ZEROES TO WS-CMP-LIVE-ONLY.
           MOVE ZEROES TO WS-CMP-DRY-ONLY.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-DRY-COUNT
               PERFORM VARYING WS-CMP-SUB2 FROM 1 BY 1
                       UNTIL WS-CMP-SUB2 > WS-CMP-LIVE-COUNT
                   IF WS-CMP-LIVE-HIT(WS-CMP-SUB2) EQUAL 'N'
                           AND WS-CMP-LIVE-LINE(WS-CMP-SUB2) EQUAL
                               WS-CMP-DRY-LINE(WS-CMP-SUB)
                       MOVE 'Y' TO WS-CMP-LIVE-HIT(WS-CMP-SUB2)
                       MOVE 'Y' TO WS-CMP-DRY-HIT(WS-CMP-SUB)
                       ADD 1 TO WS-CMP-SAME
                       MOVE WS-CMP-LIVE-COUNT TO WS-CMP-SUB2
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT DRY-COMPARE.
           MOVE SPACES TO DRY-COMPARE-LINE.
           STRING 'DRY RUN ' WS-DRY-PREFIX ' BUSINESS DATE '
               WS-RUN-DATE ' AGAINST LIVE SUMMARY '
               DELIMITED BY SIZE
               WS-CMP-LIVE-GEN DELIMITED BY SPACE
               INTO DRY-COMPARE-LINE
           END-STRING.
           IF WS-CMP-LIVE-FOUND NOT EQUAL 'Y'
               MOVE 'NONE ON FILE' TO DRY-COMPARE-LINE(62:12)
           END-IF.
           WRITE DRY-COMPARE-LINE.
           PERFORM VARYING WS-DRY-FILE-SUB FROM 1 BY 1
                   UNTIL WS-DRY-FILE-SUB > WS-DRY-FILE-MAX
               IF WS-DRY-TRIAL(WS-DRY-FILE-SUB) EQUAL 'Y'
                   MOVE SPACES TO DRY-COMPARE-LINE
                   STRING 'TRIAL FILE USED '
                       WS-DRY-FILE-NAME(WS-DRY-FILE-SUB)
                       DELIMITED BY SIZE INTO DRY-COMPARE-LINE
                   END-STRING
                   WRITE DRY-COMPARE-LINE
               END-IF
           END-PERFORM.
           MOVE 'SUPPRESSED HQEXTRACT.DAT BATCHLOG.DAT DISPATCH.DAT '
               TO DRY-COMPARE-LINE.
           MOVE 'MEDICDSP.DAT' TO DRY-COMPARE-LINE(52:12).
           WRITE DRY-COMPARE-LINE.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-LIVE-COUNT
               IF WS-CMP-LIVE-HIT(WS-CMP-SUB) EQUAL 'N'
                   ADD 1 TO WS-CMP-LIVE-ONLY
                   MOVE SPACES TO DRY-COMPARE-LINE
                   STRING 'LIVE ONLY  ' WS-CMP-LIVE-LINE(WS-CMP-SUB)
                       DELIMITED BY SIZE INTO DRY-COMPARE-LINE
                   END-STRING
                   WRITE DRY-COMPARE-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-DRY-COUNT
               IF WS-CMP-DRY-HIT(WS-CMP-SUB) EQUAL 'N'
                   ADD 1 TO WS-CMP-DRY-ONLY
                   MOVE SPACES TO DRY-COMPARE-LINE
                   STRING 'DRY ONLY   ' WS-CMP-DRY-LINE(WS-CMP-SUB)
                       DELIMITED BY SIZE INTO DRY-COMPARE-LINE
                   END-STRING
                   WRITE DRY-COMPARE-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO DRY-COMPARE-LINE.
           STRING 'LINES SAME ' WS-CMP-SAME ' LIVE ONLY '
               WS-CMP-LIVE-ONLY ' DRY ONLY ' WS-CMP-DRY-ONLY
               ' - PAGE HEADINGS AND TIMELINE NOT COMPARED'
               DELIMITED BY SIZE INTO DRY-COMPARE-LINE
           END-STRING.
           WRITE DRY-COMPARE-LINE.
           CLOSE DRY-COMPARE.

      * The lines the dry run added to the sandbox audit log carried
      * onto the live one, each marked - DRYRUN where RECORDS would
      * be, so AUDITQRY never counts a dry run as a run of the
      * program (see its RESUBMIT and DENIED handling) while the
      * audit trail still shows that it ran - then one line for the
      * dry run as a whole with the comparison's tallies.
       CarryDryRunAudit.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE ZEROES TO WS-DRY-AUD-READ.
           MOVE ZEROES TO WS-DRY-AUD-CARRIED.
           MOVE 'N' TO WS-DRY-EOF.
           OPEN INPUT DRY-AUDIT-IN.
           IF WS-DRY-STATUS EQUAL '00'
               PERFORM UNTIL WS-DRY-EOF EQUAL 'Y'
                   READ DRY-AUDIT-IN
                       AT END MOVE 'Y' TO WS-DRY-EOF
                       NOT AT END
                           ADD 1 TO WS-DRY-AUD-READ
                           IF WS-DRY-AUD-READ > WS-DRY-AUD-BASE
                               PERFORM MarkDryRunAudit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRY-AUDIT-IN
           END-IF.
           DISPLAY 'DRIVER: DRY RUN - ' WS-DRY-AUD-CARRIED
               ' AUDIT LINES CARRIED TO THE LIVE LOG MARKED DRYRUN'.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-CMP-LIVE-FOUND EQUAL 'Y'
               STRING 'DATE ' WS-RUN-DATE ' PROGRAM DRIVER DRYRUN '
                   WS-DRY-PREFIX ' SAME ' WS-CMP-SAME ' LIVE '
                   WS-CMP-LIVE-ONLY ' DRY ' WS-CMP-DRY-ONLY
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               STRING 'DATE ' WS-RUN-DATE ' PROGRAM DRIVER DRYRUN '
                   WS-DRY-PREFIX ' NO LIVE SUMMARY'
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

       MarkDryRunAudit.
           MOVE DRY-AUDIT-LINE TO AUDIT-LOG-LINE.
           MOVE ZEROES TO WS-DRY-TALLY.
           INSPECT AUDIT-LOG-LINE TALLYING WS-DRY-TALLY
               FOR ALL ' RECORDS '.
           IF WS-DRY-TALLY > ZEROES
               INSPECT AUDIT-LOG-LINE REPLACING FIRST ' RECORDS '
                   BY ' DRYRUN  '
           ELSE
               MOVE ' DRYRUN' TO AUDIT-LOG-LINE(74:7)
           END-IF.
           WRITE AUDIT-LOG-LINE.
           ADD 1 TO WS-DRY-AUD-CARRIED.

      * PRECHECK's verdicts matched up to the step each drop file
      * feeds. No status file at all (the edit could not run) leaves
      * every step cleared to run, the way the batch behaved before
           IF WS-PRED-OK NOT EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CAMPMERGE-PARM-OUT.
           MOVE WS-RUN-DATE TO PARM-CMRG-BUSDATE.
           WRITE CAMPMERGE-PARM-RECORD.
           CLOSE CAMPMERGE-PARM-OUT.
           DISPLAY 'DRIVER: STARTING CAMPMERGE'.
           PERFORM MarkStepStart.
           CALL 'CAMPMERGE'.
           PERFORM CloseSatelliteStep.
           CALL 'CBL_DELETE_FILE' USING WS-CMRGPARM-FN
               RETURNING WS-DEL-RC.

      * The edit's verdicts are read back whether the step ran or
      * was skipped as already complete on a restart - either way
               END-IF
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PRECHECK-PARM-OUT.
           MOVE WS-RUN-DATE TO PARM-PREC-BUSDATE.
           WRITE PRECHECK-PARM-RECORD.
           CLOSE PRECHECK-PARM-OUT.
           DISPLAY 'DRIVER: RUNNING PRE-RUN EDIT'.
           PERFORM MarkStepStart.
           CALL 'PRECHECK'.
           PERFORM CloseSatelliteStep.
           CALL 'CBL_DELETE_FILE' USING WS-PRECPARM-FN
               RETURNING WS-DEL-RC.
           PERFORM ReadEditStatus.

       RunCaltrendStep.
               PERFORM SummarizeRank
               MOVE 'RANKRPT.DAT' TO WS-GEN-SRC
               PERFORM CatalogReport
               MOVE 'STATSRPT.DAT' TO WS-GEN-SRC
               PERFORM CatalogReport
               MOVE 'MEDICDSP.DAT' TO WS-GEN-SRC
               PERFORM CatalogReport
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RANK-REPORT-IN.
           PERFORM SummarizeRank.
           MOVE 'RANKRPT.DAT' TO WS-GEN-SRC.
           PERFORM CatalogReport.
           MOVE 'STATSRPT.DAT' TO WS-GEN-SRC.
           PERFORM CatalogReport.
           MOVE 'MEDICDSP.DAT' TO WS-GEN-SRC.
           IF WS-RESTART-FLAG EQUAL 'D'
               PERFORM SuppressDryRunOutput
           ELSE
               PERFORM CatalogReport
           END-IF.
           PERFORM CheckStepPolicy.

       RunWeek2Step.
               PERFORM SummarizeMatch
               MOVE 'MATCHRPT.DAT' TO WS-GEN-SRC
               PERFORM CatalogReport
               MOVE 'COACHRPT.DAT' TO WS-GEN-SRC
               PERFORM CatalogReport
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MATCH-REPORT-IN.
           PERFORM SummarizeMatch.
           MOVE 'MATCHRPT.DAT' TO WS-GEN-SRC.
           PERFORM CatalogReport.
           MOVE 'COACHRPT.DAT' TO WS-GEN-SRC.
           PERFORM CatalogReport.
           PERFORM CheckStepPolicy.

       RunWeek4Step.
               PERFORM SummarizeMarkers
               MOVE 'MARKERRPT.DAT' TO WS-GEN-SRC
               PERFORM CatalogReport
               MOVE 'DISPATCH.DAT' TO WS-GEN-SRC
               PERFORM CatalogReport
               EXIT PARAGRAPH
           END-IF.
      * A restart leaves MARKERRPT.DAT as the aborted DAY6 left it -
      * DAY6 resumes from its own checkpoint and adds to the report
      * rather than rescanning the devices already on it.
           IF WS-RESTART-FLAG NOT EQUAL 'R'
               OPEN OUTPUT MARKER-REPORT-IN
               CLOSE MARKER-REPORT-IN
           END-IF.
           OPEN OUTPUT DAY6-PARM-OUT.
           MOVE WS-SCH-D6-RANGE TO PARM-RANGE.
           MOVE WS-RUN-DATE TO PARM-D6-BUSDATE.
           PERFORM SummarizeMarkers.
           MOVE 'MARKERRPT.DAT' TO WS-GEN-SRC.
           PERFORM CatalogReport.
           MOVE 'DISPATCH.DAT' TO WS-GEN-SRC.
           IF WS-RESTART-FLAG EQUAL 'D'
               PERFORM SuppressDryRunOutput
           ELSE
               PERFORM CatalogReport
           END-IF.
           PERFORM CheckStepPolicy.

      * Top-ranked elf is the first line RANK-REPORT writes - see
                   READ THRESHOLDS
                       AT END MOVE '10' TO WS-THR-STATUS
                       NOT AT END
      * A change dated after the business date is not in force
      * yet - see week1's GetThresholds.
                           IF THR-EFFDATE IS NUMERIC
                                   AND THR-EFFDATE > WS-RUN-DATE
                               MOVE SPACES TO THR-KEY
                           END-IF
                           IF THR-KEY EQUAL 'RETAIN'
                               MOVE THR-VALUE TO WS-RETAIN
                           END-IF
                   STRING 'HQEXTRACT.G' WS-BATCH-NUM
                       DELIMITED BY SIZE INTO WS-GEN-NAME
                   END-STRING
               WHEN 'STATSRPT.DAT'
                   STRING 'STATSRPT.G' WS-BATCH-NUM
                       DELIMITED BY SIZE INTO WS-GEN-NAME
                   END-STRING
               WHEN 'MEDICDSP.DAT'
                   STRING 'MEDICDSP.G' WS-BATCH-NUM
                       DELIMITED BY SIZE INTO WS-GEN-NAME
                   END-STRING
               WHEN 'COACHRPT.DAT'
                   STRING 'COACHRPT.G' WS-BATCH-NUM
                       DELIMITED BY SIZE INTO WS-GEN-NAME
                   END-STRING
               WHEN 'DISPATCH.DAT'
                   STRING 'DISPATCH.G' WS-BATCH-NUM
                       DELIMITED BY SIZE INTO WS-GEN-NAME
                   END-STRING
           END-EVALUATE.

      * Oldest generations past the retention count go, per report -
      * verifies the transmission by.
       WriteHqExtract.
           PERFORM SumSeasonToday.
      * A dry run transmits nothing - no extract for HQ to pick up,
      * nothing on the ledger for HQRECON to chase.
           IF WS-RESTART-FLAG EQUAL 'D'
               DISPLAY 'DRIVER: DRY RUN - HQ EXTRACT AND BATCH LOG '
                   'SUPPRESSED'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HQ-EXTRACT.
           MOVE WS-RUN-DATE TO HQH-DATE.
           MOVE WS-BATCH-NUM TO HQH-BATCH.

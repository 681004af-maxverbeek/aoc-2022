      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNPLAN.

      * Next-day cleanup planner - builds the SECTIONS.DAT week4
      * judges, instead of the steward writing it by hand and week4
      * finding the same overlaps and gaps every morning. The extent
      * and the effort weights come from the section master week4
      * weighs against, yesterday's unconfirmed stretches from the
      * carry-forward week4 rewrites, the crews from the active
      * elves on the roster, and each elf's trailing-week load from
      * the assignment history ROTATION reports over. An elf the
      * medic has restricted or stood down, or who is away on the
      * plan date per AVAIL.DAT, is left off the plan and listed
      * with the reason - the same elves week4 would flag.
      *
      * The proposal covers the whole extent in ranges that never
      * overlap. Carried-forward stretches are handed out first, to
      * the lightest-loaded elves, then the rest of the extent in
      * section order. Effort is spread so every elf's trailing week
      * plus tomorrow comes out as level as the weights allow - the
      * most-loaded elves on the ROTATION report draw little or
      * nothing tomorrow (see ShareEffort).
      *
      * Two passes, asked for at the start. P plans: the proposal
      * goes to SECTPROP.DAT, laid out exactly as SECTIONS.DAT, with
      * the plan report in CLNPLRPT.DAT for the steward to review.
      * Nothing the batch reads changes. R releases: the reviewed
      * proposal is copied over SECTIONS.DAT for the next week4 run.
      * Release needs SECTREL on the operator master and is refused
      * for a proposal planned for a date already gone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same section master week4 weighs against - see week4's
      * LoadSectionMaster.
       SELECT SECTION-MASTER ASSIGN TO "SECTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAST-STATUS.

      * Yesterday's unconfirmed stretches, as week4 rewrote them.
       SELECT CARRY-FORWARD ASSIGN TO "CARRYFWD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFWD-STATUS.

      * Same roster master week1 validates against - only active
      * elves are planned.
       SELECT ROSTER ASSIGN TO "ROSTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

      * The elf availability calendar AVAILMNT maintains - an elf
      * away on the plan date is not planned - see LoadAvailability.
       SELECT AVAIL-CALENDAR ASSIGN TO "AVAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AVAIL-STATUS.

      * The medic case register - an elf restricted or stood down is
      * not planned - see LoadMedicCases. No register on hand and
      * nobody is held back.
       SELECT MEDIC-CASES ASSIGN TO "MEDCASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

      * The assignment history week4 appends to - the trailing
      * week's load per elf, read the way ROTATION reads it.
       SELECT ASSIGN-HISTORY ASSIGN TO "ASGNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AHIST-STATUS.

      * The processing calendar - the plan is for the next date the
      * batch will actually run, so rest and weather days listed
      * here are stepped over - see FindPlanDate.
       SELECT PROC-CAL ASSIGN TO "PROCCAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCAL-STATUS.

      * The proposal, in SECTIONS.DAT's own layout, and the file it
      * is released over.
       SELECT PROPOSAL ASSIGN TO "SECTPROP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.

       SELECT SECTIONS-OUT ASSIGN TO "SECTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECT-STATUS.

       SELECT PLAN-RPT ASSIGN TO "CLNPLRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * The operator authority master OPRMNT maintains - a release
      * is checked against it.
       SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Laid out field for field the same as week4's
      * SECTION-MASTER-RECORD so the two stay in step.
       FD SECTION-MASTER.
       01 SECTION-MASTER-RECORD.
           05 SM-LO PIC 9(6).
           05 SM-HI PIC 9(6).
           05 SM-WEIGHT PIC 9(3).
           05 SM-CYCLE PIC 9(3).

      * Laid out field for field the same as week4's CARRY-RECORD
      * so the two stay in step.
       FD CARRY-FORWARD.
       01 CARRY-RECORD.
           05 CF-DATE PIC 9(8).
           05 CF-LO PIC 9(6).
           05 CF-HI PIC 9(6).

      * Laid out field for field the same as week1's ROSTER-RECORD
      * so the two stay in step.
       FD ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-ID PIC X(4).
           05 ROSTER-NAME PIC X(16).
           05 ROSTER-FULL-NAME PIC X(24).
           05 ROSTER-CAMP PIC X(10).
           05 ROSTER-ACTIVE PIC X(1).

      * Laid out field for field the same as availmnt.cob's
      * AVAIL-RECORD so the two stay in step.
       FD AVAIL-CALENDAR.
       01 AVAIL-RECORD.
           05 AV-ELF PIC X(16).
           05 AV-FROM PIC 9(8).
           05 AV-TO PIC 9(8).
           05 AV-REASON PIC X(6).

      * Laid out field for field the same as medcase.cob's
      * MEDIC-CASE-RECORD so the two stay in step.
       FD MEDIC-CASES.
       01 MEDIC-CASE-RECORD.
           05 MC-ELF PIC X(16).
           05 MC-OPENED PIC 9(8).
           05 MC-STATUS PIC X(10).
           05 MC-ANSWERED PIC 9(8).
           05 MC-REVIEW PIC 9(8).

      * Laid out field for field the same as week4's
      * ASSIGN-HISTORY-RECORD so the two stay in step.
       FD ASSIGN-HISTORY.
       01 ASSIGN-RECORD.
           05 AH-DATE PIC 9(8).
           05 AH-TEAM PIC X(8).
           05 AH-ELF PIC X(16).
           05 AH-LO PIC 9(6).
           05 AH-HI PIC 9(6).

      * Laid out field for field the same as the driver's
      * CALENDAR-RECORD so the two stay in step.
       FD PROC-CAL.
       01 CALENDAR-RECORD.
           05 CAL-NORUN-DATE PIC 9(8).
           05 CAL-REASON PIC X(20).

      * Same width as week4's STUDENT-LINE.
       FD PROPOSAL.
       01 PROPOSAL-LINE PIC X(80).

       FD SECTIONS-OUT.
       01 SECTIONS-LINE PIC X(80).

       FD PLAN-RPT.
       01 PLAN-RPT-LINE PIC X(120).

      * Laid out field for field the same as OPRMNT's
      * OPERATOR-RECORD so the two stay in step.
       FD OPERATOR-MASTER.
       01 OPERATOR-RECORD.
           05 OPR-ID PIC X(3).
           05 OPR-NAME PIC X(24).
           05 OPR-ACTIVE PIC X(1).
           05 OPR-FUNCTIONS.
               10 OPR-FUNCTION OCCURS 20 TIMES PIC X(8).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS PIC X(2) VALUE SPACES.
       01 WS-CFWD-STATUS PIC X(2) VALUE SPACES.
       01 WS-ROSTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-AVAIL-STATUS PIC X(2) VALUE SPACES.
       01 WS-CASE-STATUS PIC X(2) VALUE SPACES.
       01 WS-AHIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-PCAL-STATUS PIC X(2) VALUE SPACES.
       01 WS-PROP-STATUS PIC X(2) VALUE SPACES.
       01 WS-SECT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.

      * P to plan, R to release - see MAIN-PROCEDURE.
       01 WS-MODE PIC X VALUE SPACES.

      * Today, the trailing week's cutoff, and the date the plan is
      * for - the next date the processing calendar lets run.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZEROES.
       01 WS-PLAN-DATE PIC 9(8) VALUE ZEROES.
       01 WS-PLAN-INT PIC 9(8) VALUE ZEROES.
       01 WS-PLAN-TRIES PIC 9(2) VALUE ZEROES.

      * Non-run dates held in core for FindPlanDate - the same 100
      * CALMNT holds.
       01 WS-CAL-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CAL-TABLE.
           05 WS-CAL-DATE OCCURS 100 TIMES PIC 9(8).
       01 WS-CAL-SUB PIC 9(3).
       01 WS-NORUN-HIT PIC X VALUE 'N'.

      * The section master held in core - see week4's
      * LoadSectionMaster and WeightSection. The extent planned is
      * the lowest to the highest section the master holds; a hole
      * between master stretches is still planned, at weight 1, the
      * way week4 tallies it.
       01 WS-MAST-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-MAST-TABLE.
           05 WS-MAST-ENTRY OCCURS 200 TIMES.
               10 WS-MAST-LO PIC 9(6).
               10 WS-MAST-HI PIC 9(6).
               10 WS-MAST-WEIGHT PIC 9(3).
       01 WS-MAST-SUB PIC 9(3).
       01 WS-WEIGHT-SECT PIC 9(6) VALUE ZEROES.
       01 WS-SECT-WEIGHT PIC 9(3) VALUE 1.
       01 WS-WRANGE-LO PIC 9(6) VALUE ZEROES.
       01 WS-WRANGE-HI PIC 9(6) VALUE ZEROES.
       01 WS-WRANGE-I PIC 9(7) VALUE ZEROES.
       01 WS-RANGE-EFFORT PIC 9(8) VALUE ZEROES.
       01 WS-EXT-LO PIC 9(6) VALUE ZEROES.
       01 WS-EXT-HI PIC 9(6) VALUE ZEROES.
       01 WS-EXT-SECTIONS PIC 9(7) VALUE ZEROES.
       01 WS-EXT-EFFORT PIC 9(10) VALUE ZEROES.

      * The elves away on the plan date off AVAIL.DAT, with the
      * reason - see week4's LoadAvailability.
       01 WS-AWAY-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-AWAY-TABLE.
           05 WS-AWAY-ENTRY OCCURS 200 TIMES.
               10 WS-AWAY-ELF PIC X(16).
               10 WS-AWAY-REASON PIC X(6).
       01 WS-AWAY-SUB PIC 9(3).
       01 WS-AWAY-HIT PIC 9(3) VALUE ZEROES.

      * Each elf's latest medic case - see week4's LoadMedicCases.
       01 WS-CASE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 500 TIMES.
               10 WS-CASE-ELF PIC X(16).
               10 WS-CASE-STAT PIC X(10).
               10 WS-CASE-ANSWERED PIC 9(8).
               10 WS-CASE-REVIEW PIC 9(8).
       01 WS-CASE-SUB PIC 9(3).
       01 WS-CASE-HIT PIC 9(3) VALUE ZEROES.

      * Active elves held off the plan, and why - see CheckElfFree.
       01 WS-EXCL-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-EXCL-TABLE.
           05 WS-EXCL-ENTRY OCCURS 150 TIMES.
               10 WS-EXCL-NAME PIC X(16).
               10 WS-EXCL-REASON PIC X(40).
       01 WS-EXCL-SUB PIC 9(3).
       01 WS-EXCL-TEXT PIC X(40) VALUE SPACES.

      * Yesterday's unconfirmed stretches - week4 keeps 50.
       01 WS-CFWD-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CFWD-TABLE.
           05 WS-CFWD-ENTRY OCCURS 50 TIMES.
               10 WS-CFWD-DATE PIC 9(8).
               10 WS-CFWD-LO PIC 9(6).
               10 WS-CFWD-HI PIC 9(6).
       01 WS-CFWD-SUB PIC 9(2).
       01 WS-CARRIED-COUNT PIC 9(3) VALUE ZEROES.

      * One flag byte per section, marked as each stretch goes into
      * the work list, so a section two carried stretches share is
      * planned once and the extent walk skips what the carried
      * stretches already took - week4's coverage-map idea.
       01 WS-TAKEN-MAP PIC X(999999) VALUE SPACES.
       01 WS-TAKEN-TABLE REDEFINES WS-TAKEN-MAP.
           05 WS-TAKEN-FLAG OCCURS 999999 TIMES PIC X.
       01 WS-SECT-I PIC 9(7) VALUE ZEROES.
       01 WS-RUN-OPEN PIC X VALUE 'N'.
       01 WS-RUN-LO PIC 9(6) VALUE ZEROES.
       01 WS-RUN-HI PIC 9(6) VALUE ZEROES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROES.
       01 WS-WALK-LO PIC 9(6) VALUE ZEROES.
       01 WS-WALK-HI PIC 9(6) VALUE ZEROES.

      * The work list - the stretches to hand out, carried-forward
      * first (with the date they were first left unconfirmed),
      * then the rest of the extent in section order.
       01 WS-SEG-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 300 TIMES.
               10 WS-SEG-LO PIC 9(6).
               10 WS-SEG-HI PIC 9(6).
               10 WS-SEG-DATE PIC 9(8).
       01 WS-SEG-SUB PIC 9(3).
       01 WS-SEG-OVER PIC X VALUE 'N'.

      * One row per active elf - trailing-week weighted effort and
      * sections, the share of tomorrow's effort ShareEffort sets,
      * and what the plan actually gave them.
       01 WS-ELF-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ELF-TABLE.
           05 WS-ELF-ENTRY OCCURS 150 TIMES.
               10 WS-ELF-NAME PIC X(16).
               10 WS-ELF-LOAD PIC 9(10).
               10 WS-ELF-LOAD-SECT PIC 9(8).
               10 WS-ELF-SHARE PIC 9(10).
               10 WS-ELF-PLANNED PIC 9(10).
               10 WS-ELF-PLAN-SECT PIC 9(8).
       01 WS-ELF-SUB PIC 9(3).
       01 WS-ELF-SUB2 PIC 9(3).
       01 WS-ELF-HIT PIC 9(3) VALUE ZEROES.
       01 WS-SWAP-ELF-ENTRY.
           05 WS-SWAP-NAME PIC X(16).
           05 WS-SWAP-LOAD PIC 9(10).
           05 WS-SWAP-LOAD-SECT PIC 9(8).
           05 WS-SWAP-SHARE PIC 9(10).
           05 WS-SWAP-PLANNED PIC 9(10).
           05 WS-SWAP-PLAN-SECT PIC 9(8).

      * The trailing week's history held raw so a same-day rerun's
      * duplicate append is dropped - ROTATION's rerun rule.
       01 WS-HIST-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 2000 TIMES.
               10 WS-HT-DATE PIC 9(8).
               10 WS-HT-ELF PIC X(16).
               10 WS-HT-LO PIC 9(6).
               10 WS-HT-HI PIC 9(6).
       01 WS-HIST-SUB PIC 9(4).
       01 WS-HIST-DUP PIC X VALUE 'N'.
       01 WS-HIST-READ PIC 9(10) VALUE ZEROES.

      * Water level for ShareEffort - the trailing load plus
      * tomorrow's share every elf below it is brought up to - and
      * how many of the lightest elves sit below it.
       01 WS-LEVEL PIC 9(11) VALUE ZEROES.
       01 WS-TRY-LEVEL PIC 9(11) VALUE ZEROES.
       01 WS-CUM-LOAD PIC 9(12) VALUE ZEROES.
       01 WS-SHARE-COUNT PIC 9(3) VALUE ZEROES.

      * The plan itself - one entry per range handed out, in the
      * order SECTPROP.DAT is written, three to a team.
       01 WS-ASG-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ASG-TABLE.
           05 WS-ASG-ENTRY OCCURS 500 TIMES.
               10 WS-ASG-ELF PIC 9(3).
               10 WS-ASG-LO PIC 9(6).
               10 WS-ASG-HI PIC 9(6).
               10 WS-ASG-DATE PIC 9(8).
       01 WS-ASG-SUB PIC 9(3).
       01 WS-ASG-HIT PIC 9(3) VALUE ZEROES.
       01 WS-ASG-OVER PIC X VALUE 'N'.
       01 WS-CUR-ELF PIC 9(3) VALUE ZEROES.
       01 WS-CUR-ACCUM PIC 9(10) VALUE ZEROES.
       01 WS-RANGE-OPEN PIC X VALUE 'N'.
       01 WS-RANGE-LO PIC 9(6) VALUE ZEROES.
       01 WS-RANGE-HI PIC 9(6) VALUE ZEROES.
       01 WS-RANGE-DATE PIC 9(8) VALUE ZEROES.

      * Team filling - week4 reads exactly three ranges a record, so
      * the range count is brought to a multiple of three by
      * splitting the widest range or, failing that, merging two
      * that adjoin - see FillTeams.
       01 WS-TEAM-REM PIC 9(1) VALUE ZEROES.
       01 WS-TEAM-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-TEAM-QUOT PIC 9(3) VALUE ZEROES.
       01 WS-TEAM-NAME PIC X(8) VALUE SPACES.
       01 WS-TEAM-NUM PIC 9(4) VALUE ZEROES.
       01 WS-FILL-STUCK PIC X VALUE 'N'.
       01 WS-WIDEST PIC 9(6) VALUE ZEROES.
       01 WS-MID PIC 9(6) VALUE ZEROES.
       01 WS-LIGHT-LOAD PIC 9(11) VALUE ZEROES.
       01 WS-TEST-LOAD PIC 9(11) VALUE ZEROES.
       01 WS-SLOT-1 PIC 9(3).
       01 WS-SLOT-2 PIC 9(3).
       01 WS-SLOT-3 PIC 9(3).
       01 WS-TEAM-REPEAT PIC X VALUE 'N'.
       01 WS-SWAP-ASG-ENTRY.
           05 WS-SWAP-ASG-ELF PIC 9(3).
           05 WS-SWAP-ASG-LO PIC 9(6).
           05 WS-SWAP-ASG-HI PIC 9(6).
           05 WS-SWAP-ASG-DATE PIC 9(8).

      * Proposal writing - the running line count the CNT: trailer
      * carries, per week4's CheckControlTotal.
       01 WS-PROP-LINES PIC 9(8) VALUE ZEROES.
       01 WS-RELIEVED-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ASSIGNED-ELVES PIC 9(3) VALUE ZEROES.

      * Release working set - the proposal's plan date, taken from
      * its CNT: trailer, and the lines copied.
       01 WS-PROP-EOF PIC X VALUE 'N'.
       01 WS-PROP-FOR PIC 9(8) VALUE ZEROES.
       01 WS-COPY-COUNT PIC 9(10) VALUE ZEROES.
       01 WS-COPY-LINE PIC X(80) VALUE SPACES.

      * Print control for PLAN-RPT - see week1's WriteRankReportLine
      * for the shared pattern.
       01 WS-RPT-PAGE PIC 9(4) VALUE ZEROES.
       01 WS-RPT-LINES PIC 9(2) VALUE ZEROES.
       01 WS-PENDING-LINE PIC X(120) VALUE SPACES.

      * Why the run gave up, for the audit line - spaces on a good
      * run.
       01 WS-ABORT-TEXT PIC X(30) VALUE SPACES.

      * The signed-on operator - 'Y' found and active, 'I' found but
      * inactive, 'N' not on the master, 'M' no master on file - the
      * functions they hold, the function the current action needs,
      * and why it was refused when it was.
       01 WS-OPERATOR PIC X(3) VALUE SPACES.
       01 WS-OPR-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPR-FOUND PIC X VALUE 'N'.
       01 WS-OPR-FUNCS.
           05 WS-OPR-FUNC OCCURS 20 TIMES PIC X(8).
       01 WS-OPR-SUB PIC 9(2).
       01 WS-NEED-FUNC PIC X(8) VALUE SPACES.
       01 WS-DENY-REASON PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY 'PLAN OR RELEASE (P/R)? '.
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 'P'
                   PERFORM PlanNextDay
               WHEN 'R'
                   PERFORM ReleaseProposal
               WHEN OTHER
                   DISPLAY 'NOTHING DONE - ANSWER P OR R'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * The planning pass - every input into core, the work list
      * built, the effort shared out and cut into ranges, and the
      * proposal and its report written. 0 clean, 4 when the plan
      * had to leave something out, 16 when there was nothing to
      * plan with.
       PlanNextDay.
           PERFORM FindPlanDate.
           PERFORM LoadSectionMaster.
           IF WS-MAST-COUNT EQUAL ZEROES
               DISPLAY 'NO SECTION MASTER ON HAND - NOTHING TO PLAN '
                   'THE EXTENT FROM'
               MOVE 'NO SECTION MASTER' TO WS-ABORT-TEXT
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadAvailability.
           PERFORM LoadMedicCases.
           PERFORM LoadRoster.
           IF WS-ELF-COUNT EQUAL ZEROES
               DISPLAY 'NO ACTIVE ELVES ON ROSTER.DAT - NOTHING TO '
                   'PLAN WITH'
               IF WS-EXCL-COUNT > ZEROES
                   DISPLAY WS-EXCL-COUNT ' ACTIVE ELVES HELD BACK - '
                       'MEDIC CASE OR AWAY ON ' WS-PLAN-DATE
               END-IF
               MOVE 'NO ACTIVE ELVES' TO WS-ABORT-TEXT
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LoadHistory.
           PERFORM LoadCarryForward.
           PERFORM BuildWorkList.
           PERFORM ShareEffort.
           PERFORM AssignSections.
           PERFORM FillTeams.
           IF WS-FILL-STUCK EQUAL 'Y'
               DISPLAY 'EXTENT TOO SMALL TO MAKE UP FULL TEAMS OF '
                   'THREE - NO PROPOSAL WRITTEN'
               MOVE 'EXTENT TOO SMALL FOR TEAMS' TO WS-ABORT-TEXT
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM SpreadTeams.
           PERFORM WriteProposal.
           PERFORM WritePlanReport.
           PERFORM WriteAuditLog.
           IF WS-SEG-OVER EQUAL 'Y' OR WS-ASG-OVER EQUAL 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.

      * The day after today, stepped forward over any rest or
      * weather day on the processing calendar - a month of
      * back-to-back non-run days is a calendar keyed wrong, and the
      * plan just goes for the day after today.
       FindPlanDate.
           OPEN INPUT PROC-CAL.
           IF WS-PCAL-STATUS EQUAL '00'
               PERFORM UNTIL WS-PCAL-STATUS NOT EQUAL '00'
                       OR WS-CAL-COUNT EQUAL 100
                   READ PROC-CAL
                       AT END MOVE '10' TO WS-PCAL-STATUS
                       NOT AT END
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-NORUN-DATE TO
                               WS-CAL-DATE(WS-CAL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PROC-CAL
           END-IF.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - 6).
           MOVE WS-TODAY-INT TO WS-PLAN-INT.
           MOVE 'Y' TO WS-NORUN-HIT.
           PERFORM UNTIL WS-NORUN-HIT NOT EQUAL 'Y'
                   OR WS-PLAN-TRIES EQUAL 31
               ADD 1 TO WS-PLAN-INT
               ADD 1 TO WS-PLAN-TRIES
               COMPUTE WS-PLAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PLAN-INT)
               MOVE 'N' TO WS-NORUN-HIT
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   IF WS-CAL-DATE(WS-CAL-SUB) EQUAL WS-PLAN-DATE
                       MOVE 'Y' TO WS-NORUN-HIT
                       MOVE WS-CAL-COUNT TO WS-CAL-SUB
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-NORUN-HIT EQUAL 'Y'
               COMPUTE WS-PLAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 1)
           END-IF.
           DISPLAY 'PLANNING FOR ' WS-PLAN-DATE.

      * The section master into core - see week4's
      * LoadSectionMaster - with the extent taken as it loads.
       LoadSectionMaster.
           OPEN INPUT SECTION-MASTER.
           IF WS-MAST-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MAST-STATUS NOT EQUAL '00'
                   OR WS-MAST-COUNT EQUAL 200
               READ SECTION-MASTER
                   AT END MOVE '10' TO WS-MAST-STATUS
                   NOT AT END
                       IF SM-LO > ZEROES AND SM-HI >= SM-LO
                               AND SM-WEIGHT > ZEROES
                           ADD 1 TO WS-MAST-COUNT
                           MOVE SM-LO TO WS-MAST-LO(WS-MAST-COUNT)
                           MOVE SM-HI TO WS-MAST-HI(WS-MAST-COUNT)
                           MOVE SM-WEIGHT TO
                               WS-MAST-WEIGHT(WS-MAST-COUNT)
                           IF WS-EXT-LO EQUAL ZEROES
                                   OR SM-LO < WS-EXT-LO
                               MOVE SM-LO TO WS-EXT-LO
                           END-IF
                           IF SM-HI > WS-EXT-HI
                               MOVE SM-HI TO WS-EXT-HI
                           END-IF
                       ELSE
                           DISPLAY 'BAD SECTION MASTER RECORD '
                               'DROPPED - ' SM-LO '-' SM-HI
                               ' WEIGHT ' SM-WEIGHT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECTION-MASTER.
           IF WS-MAST-COUNT > ZEROES
               COMPUTE WS-EXT-SECTIONS = WS-EXT-HI - WS-EXT-LO + 1
               MOVE WS-EXT-LO TO WS-WRANGE-LO
               MOVE WS-EXT-HI TO WS-WRANGE-HI
               PERFORM WeightRange
               MOVE WS-RANGE-EFFORT TO WS-EXT-EFFORT
           END-IF.

      * The weight one section carries - see week4's WeightSection.
       WeightSection.
           MOVE 1 TO WS-SECT-WEIGHT.
           PERFORM VARYING WS-MAST-SUB FROM 1 BY 1
                   UNTIL WS-MAST-SUB > WS-MAST-COUNT
               IF WS-WEIGHT-SECT >= WS-MAST-LO(WS-MAST-SUB)
                       AND WS-WEIGHT-SECT <= WS-MAST-HI(WS-MAST-SUB)
                   MOVE WS-MAST-WEIGHT(WS-MAST-SUB)
                       TO WS-SECT-WEIGHT
                   MOVE WS-MAST-COUNT TO WS-MAST-SUB
               END-IF
           END-PERFORM.

      * The weighted effort of a whole stretch - see week4's
      * WeightRange.
       WeightRange.
           MOVE ZEROES TO WS-RANGE-EFFORT.
           IF WS-WRANGE-LO EQUAL ZEROES
                   OR WS-WRANGE-HI < WS-WRANGE-LO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-WRANGE-I FROM WS-WRANGE-LO BY 1
                   UNTIL WS-WRANGE-I > WS-WRANGE-HI
               MOVE WS-WRANGE-I TO WS-WEIGHT-SECT
               PERFORM WeightSection
               ADD WS-SECT-WEIGHT TO WS-RANGE-EFFORT
           END-PERFORM.

      * Active elves off the roster - 'ALS:' rename records ride in
      * the roster file and are not elves, see week1's
      * TakeAliasRecord. An elf held back by CheckElfFree goes on the
      * exclusion list instead of the plan.
       LoadRoster.
           OPEN INPUT ROSTER.
           IF WS-ROSTER-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ROSTER-STATUS NOT EQUAL '00'
               READ ROSTER
                   AT END MOVE '10' TO WS-ROSTER-STATUS
                   NOT AT END
                       IF ROSTER-ID NOT EQUAL 'ALS:'
                               AND ROSTER-ACTIVE EQUAL 'A'
                           PERFORM CheckElfFree
                       END-IF
                       IF ROSTER-ID NOT EQUAL 'ALS:'
                               AND ROSTER-ACTIVE EQUAL 'A'
                               AND WS-EXCL-TEXT EQUAL SPACES
                           IF WS-ELF-COUNT EQUAL 150
                               DISPLAY 'WARNING - MORE THAN 150 '
                                   'ACTIVE ELVES, ' ROSTER-NAME
                                   ' NOT PLANNED'
                           ELSE
                               ADD 1 TO WS-ELF-COUNT
                               MOVE ROSTER-NAME TO
                                   WS-ELF-NAME(WS-ELF-COUNT)
                               MOVE ZEROES TO
                                   WS-ELF-LOAD(WS-ELF-COUNT)
                               MOVE ZEROES TO
                                   WS-ELF-LOAD-SECT(WS-ELF-COUNT)
                               MOVE ZEROES TO
                                   WS-ELF-SHARE(WS-ELF-COUNT)
                               MOVE ZEROES TO
                                   WS-ELF-PLANNED(WS-ELF-COUNT)
                               MOVE ZEROES TO
                                   WS-ELF-PLAN-SECT(WS-ELF-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER.

      * Why the roster elf just read cannot be planned, in
      * WS-EXCL-TEXT - spaces when the elf is free. Away on the plan
      * date per AVAIL.DAT, or under a RESTRICTED or STOOD-DOWN
      * answer the medic has posted by the plan date; the answer
      * stands until the medic posts another, as week4's
      * CheckMedicRestriction holds it.
       CheckElfFree.
           MOVE SPACES TO WS-EXCL-TEXT.
           MOVE ZEROES TO WS-AWAY-HIT.
           PERFORM VARYING WS-AWAY-SUB FROM 1 BY 1
                   UNTIL WS-AWAY-SUB > WS-AWAY-COUNT
               IF WS-AWAY-ELF(WS-AWAY-SUB) EQUAL ROSTER-NAME
                   MOVE WS-AWAY-SUB TO WS-AWAY-HIT
                   MOVE WS-AWAY-COUNT TO WS-AWAY-SUB
               END-IF
           END-PERFORM.
           IF WS-AWAY-HIT > ZEROES
               STRING 'AWAY - ' WS-AWAY-REASON(WS-AWAY-HIT)
                   DELIMITED BY SIZE INTO WS-EXCL-TEXT
               END-STRING
           ELSE
               MOVE ZEROES TO WS-CASE-HIT
               PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > WS-CASE-COUNT
                   IF WS-CASE-ELF(WS-CASE-SUB) EQUAL ROSTER-NAME
                       MOVE WS-CASE-SUB TO WS-CASE-HIT
                       MOVE WS-CASE-COUNT TO WS-CASE-SUB
                   END-IF
               END-PERFORM
               IF WS-CASE-HIT > ZEROES
                   IF (WS-CASE-STAT(WS-CASE-HIT) EQUAL 'RESTRICTED'
                       OR WS-CASE-STAT(WS-CASE-HIT) EQUAL 'STOOD-DOWN')
                           AND WS-CASE-ANSWERED(WS-CASE-HIT)
                               <= WS-PLAN-DATE
                       STRING 'MEDIC ' WS-CASE-STAT(WS-CASE-HIT)
                           ' REVIEW ' WS-CASE-REVIEW(WS-CASE-HIT)
                           DELIMITED BY SIZE INTO WS-EXCL-TEXT
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           IF WS-EXCL-TEXT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXCL-COUNT EQUAL 150
               DISPLAY 'MORE THAN 150 ELVES HELD BACK - ' ROSTER-NAME
                   ' NOT LISTED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXCL-COUNT.
           MOVE ROSTER-NAME TO WS-EXCL-NAME(WS-EXCL-COUNT).
           MOVE WS-EXCL-TEXT TO WS-EXCL-REASON(WS-EXCL-COUNT).

      * The periods covering the plan date off AVAIL.DAT - see
      * week4's LoadAvailability. No calendar on hand means nobody
      * is away.
       LoadAvailability.
           OPEN INPUT AVAIL-CALENDAR.
           IF WS-AVAIL-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AVAIL-STATUS NOT EQUAL '00'
               READ AVAIL-CALENDAR
                   AT END MOVE '10' TO WS-AVAIL-STATUS
                   NOT AT END
                       IF AV-FROM <= WS-PLAN-DATE
                               AND AV-TO >= WS-PLAN-DATE
                               AND WS-AWAY-COUNT < 200
                           ADD 1 TO WS-AWAY-COUNT
                           MOVE AV-ELF TO WS-AWAY-ELF(WS-AWAY-COUNT)
                           MOVE AV-REASON
                               TO WS-AWAY-REASON(WS-AWAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AVAIL-CALENDAR.

      * Each elf's latest case off the register - see week4's
      * LoadMedicCases. Appended in date order, so the last record
      * for a name is the one in force.
       LoadMedicCases.
           OPEN INPUT MEDIC-CASES.
           IF WS-CASE-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CASE-STATUS NOT EQUAL '00'
               READ MEDIC-CASES
                   AT END MOVE '10' TO WS-CASE-STATUS
                   NOT AT END
                       PERFORM HoldMedicCase
               END-READ
           END-PERFORM.
           CLOSE MEDIC-CASES.

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
           IF MC-ANSWERED IS NUMERIC
               MOVE MC-ANSWERED TO WS-CASE-ANSWERED(WS-CASE-HIT)
           ELSE
               MOVE ZEROES TO WS-CASE-ANSWERED(WS-CASE-HIT)
           END-IF.
           IF MC-REVIEW IS NUMERIC
               MOVE MC-REVIEW TO WS-CASE-REVIEW(WS-CASE-HIT)
           ELSE
               MOVE ZEROES TO WS-CASE-REVIEW(WS-CASE-HIT)
           END-IF.

      * The trailing week of assignment history, today and the six
      * days before it - ROTATION's window - weighed through the
      * section master into each active elf's load. History for an
      * elf no longer active is read and ignored.
       LoadHistory.
           OPEN INPUT ASSIGN-HISTORY.
           IF WS-AHIST-STATUS NOT EQUAL '00'
               DISPLAY 'NO ASGNHIST.DAT ON HAND - EVERY ELF STARTS '
                   'THE WEEK LEVEL'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AHIST-STATUS NOT EQUAL '00'
               READ ASSIGN-HISTORY
                   AT END MOVE '10' TO WS-AHIST-STATUS
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM TakeHistoryRecord
               END-READ
           END-PERFORM.
           CLOSE ASSIGN-HISTORY.

       TakeHistoryRecord.
           IF AH-DATE < WS-CUTOFF-DATE OR AH-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF.
           IF AH-LO EQUAL ZEROES OR AH-HI < AH-LO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HIST-DUP.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HT-DATE(WS-HIST-SUB) EQUAL AH-DATE
                       AND WS-HT-ELF(WS-HIST-SUB) EQUAL AH-ELF
                       AND WS-HT-LO(WS-HIST-SUB) EQUAL AH-LO
                       AND WS-HT-HI(WS-HIST-SUB) EQUAL AH-HI
                   MOVE 'Y' TO WS-HIST-DUP
                   MOVE WS-HIST-COUNT TO WS-HIST-SUB
               END-IF
           END-PERFORM.
           IF WS-HIST-DUP EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-HIST-COUNT < 2000
               ADD 1 TO WS-HIST-COUNT
               MOVE AH-DATE TO WS-HT-DATE(WS-HIST-COUNT)
               MOVE AH-ELF TO WS-HT-ELF(WS-HIST-COUNT)
               MOVE AH-LO TO WS-HT-LO(WS-HIST-COUNT)
               MOVE AH-HI TO WS-HT-HI(WS-HIST-COUNT)
           END-IF.
           MOVE ZEROES TO WS-ELF-HIT.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                   UNTIL WS-ELF-SUB > WS-ELF-COUNT
               IF WS-ELF-NAME(WS-ELF-SUB) EQUAL AH-ELF
                   MOVE WS-ELF-SUB TO WS-ELF-HIT
                   MOVE WS-ELF-COUNT TO WS-ELF-SUB
               END-IF
           END-PERFORM.
           IF WS-ELF-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE AH-LO TO WS-WRANGE-LO.
           MOVE AH-HI TO WS-WRANGE-HI.
           PERFORM WeightRange.
           ADD WS-RANGE-EFFORT TO WS-ELF-LOAD(WS-ELF-HIT).
           COMPUTE WS-ELF-LOAD-SECT(WS-ELF-HIT) =
               WS-ELF-LOAD-SECT(WS-ELF-HIT) + AH-HI - AH-LO + 1.

      * Yesterday's unconfirmed stretches into core - see week4's
      * LoadCarryForward.
       LoadCarryForward.
           OPEN INPUT CARRY-FORWARD.
           IF WS-CFWD-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CFWD-STATUS NOT EQUAL '00'
                   OR WS-CFWD-COUNT EQUAL 50
               READ CARRY-FORWARD
                   AT END MOVE '10' TO WS-CFWD-STATUS
                   NOT AT END
                       ADD 1 TO WS-CFWD-COUNT
                       MOVE CF-DATE TO WS-CFWD-DATE(WS-CFWD-COUNT)
                       MOVE CF-LO TO WS-CFWD-LO(WS-CFWD-COUNT)
                       MOVE CF-HI TO WS-CFWD-HI(WS-CFWD-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CARRY-FORWARD.

      * The work list - each carried stretch, clipped to the extent,
      * first, then whatever of the extent the carried stretches
      * left, in section order. The taken map keeps any section
      * from going on the list twice, which is what keeps the
      * proposal's ranges from ever overlapping.
       BuildWorkList.
           PERFORM VARYING WS-CFWD-SUB FROM 1 BY 1
                   UNTIL WS-CFWD-SUB > WS-CFWD-COUNT
               IF WS-CFWD-LO(WS-CFWD-SUB) > WS-EXT-HI
                       OR WS-CFWD-HI(WS-CFWD-SUB) < WS-EXT-LO
                       OR WS-CFWD-LO(WS-CFWD-SUB) EQUAL ZEROES
                       OR WS-CFWD-HI(WS-CFWD-SUB) <
                           WS-CFWD-LO(WS-CFWD-SUB)
                   DISPLAY 'CARRIED STRETCH ' WS-CFWD-LO(WS-CFWD-SUB)
                       '-' WS-CFWD-HI(WS-CFWD-SUB)
                       ' IS OFF THE EXTENT - NOT PLANNED'
               ELSE
                   MOVE WS-CFWD-LO(WS-CFWD-SUB) TO WS-WALK-LO
                   MOVE WS-CFWD-HI(WS-CFWD-SUB) TO WS-WALK-HI
                   IF WS-WALK-LO < WS-EXT-LO
                       MOVE WS-EXT-LO TO WS-WALK-LO
                   END-IF
                   IF WS-WALK-HI > WS-EXT-HI
                       MOVE WS-EXT-HI TO WS-WALK-HI
                   END-IF
                   MOVE WS-CFWD-DATE(WS-CFWD-SUB) TO WS-RUN-DATE
                   PERFORM TakeUntakenRuns
               END-IF
           END-PERFORM.
           MOVE WS-SEG-COUNT TO WS-CARRIED-COUNT.
           MOVE WS-EXT-LO TO WS-WALK-LO.
           MOVE WS-EXT-HI TO WS-WALK-HI.
           MOVE ZEROES TO WS-RUN-DATE.
           PERFORM TakeUntakenRuns.

      * Every run of not-yet-taken sections between WS-WALK-LO and
      * WS-WALK-HI onto the work list, marked taken as it goes -
      * week4's gap-walk with open/lo/hi.
       TakeUntakenRuns.
           MOVE 'N' TO WS-RUN-OPEN.
           PERFORM VARYING WS-SECT-I FROM WS-WALK-LO BY 1
                   UNTIL WS-SECT-I > WS-WALK-HI
               IF WS-TAKEN-FLAG(WS-SECT-I) NOT EQUAL 'Y'
                   MOVE 'Y' TO WS-TAKEN-FLAG(WS-SECT-I)
                   IF WS-RUN-OPEN NOT EQUAL 'Y'
                       MOVE 'Y' TO WS-RUN-OPEN
                       MOVE WS-SECT-I TO WS-RUN-LO
                   END-IF
               ELSE
                   IF WS-RUN-OPEN EQUAL 'Y'
                       COMPUTE WS-RUN-HI = WS-SECT-I - 1
                       PERFORM AddWorkSegment
                       MOVE 'N' TO WS-RUN-OPEN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RUN-OPEN EQUAL 'Y'
               MOVE WS-WALK-HI TO WS-RUN-HI
               PERFORM AddWorkSegment
               MOVE 'N' TO WS-RUN-OPEN
           END-IF.

      * A full work list drops the rest loudly - the plan goes out
      * short and the run finishes with a warning.
       AddWorkSegment.
           IF WS-SEG-COUNT EQUAL 300
               DISPLAY 'WARNING - MORE THAN 300 STRETCHES TO PLAN, '
                   WS-RUN-LO '-' WS-RUN-HI ' LEFT OUT'
               MOVE 'Y' TO WS-SEG-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SEG-COUNT.
           MOVE WS-RUN-LO TO WS-SEG-LO(WS-SEG-COUNT).
           MOVE WS-RUN-HI TO WS-SEG-HI(WS-SEG-COUNT).
           MOVE WS-RUN-DATE TO WS-SEG-DATE(WS-SEG-COUNT).

      * Tomorrow's effort shared so every elf's trailing week plus
      * tomorrow comes out as level as it can. The elves are put in
      * order of load, lightest first (an exchange sort, as in
      * week4's WriteWorkloadReport), and a water level found: the
      * lightest k elves are each brought up to the level, and the
      * level is the highest k for which that still leaves the k-th
      * elf below it. Everybody past the k-th is already above the
      * level - the most-loaded of the ROTATION report - and draws
      * no share tomorrow.
       ShareEffort.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                   UNTIL WS-ELF-SUB > WS-ELF-COUNT
               PERFORM VARYING WS-ELF-SUB2 FROM 1 BY 1
                       UNTIL WS-ELF-SUB2 >= WS-ELF-SUB
                   IF WS-ELF-LOAD(WS-ELF-SUB) <
                           WS-ELF-LOAD(WS-ELF-SUB2)
                       MOVE WS-ELF-ENTRY(WS-ELF-SUB2)
                           TO WS-SWAP-ELF-ENTRY
                       MOVE WS-ELF-ENTRY(WS-ELF-SUB)
                           TO WS-ELF-ENTRY(WS-ELF-SUB2)
                       MOVE WS-SWAP-ELF-ENTRY
                           TO WS-ELF-ENTRY(WS-ELF-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE ZEROES TO WS-CUM-LOAD.
           MOVE ZEROES TO WS-SHARE-COUNT.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                   UNTIL WS-ELF-SUB > WS-ELF-COUNT
               ADD WS-ELF-LOAD(WS-ELF-SUB) TO WS-CUM-LOAD
               COMPUTE WS-TRY-LEVEL =
                   (WS-EXT-EFFORT + WS-CUM-LOAD) / WS-ELF-SUB
               IF WS-TRY-LEVEL > WS-ELF-LOAD(WS-ELF-SUB)
                   MOVE WS-TRY-LEVEL TO WS-LEVEL
                   MOVE WS-ELF-SUB TO WS-SHARE-COUNT
               ELSE
                   MOVE WS-ELF-COUNT TO WS-ELF-SUB
               END-IF
           END-PERFORM.
           IF WS-SHARE-COUNT EQUAL ZEROES
               MOVE 1 TO WS-SHARE-COUNT
               MOVE WS-ELF-LOAD(1) TO WS-LEVEL
           END-IF.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                   UNTIL WS-ELF-SUB > WS-SHARE-COUNT
               COMPUTE WS-ELF-SHARE(WS-ELF-SUB) =
                   WS-LEVEL - WS-ELF-LOAD(WS-ELF-SUB)
           END-PERFORM.

      * The work list cut into ranges, lightest elf first - so the
      * carried-forward stretches, at the head of the list, go to
      * the elves with the most room. An elf's range closes once
      * their share is met and the next elf picks up at the next
      * section; a stretch that ends short of the share closes the
      * range there and the same elf carries on into the next
      * stretch. The last sharing elf takes whatever is left, so
      * the whole list is always handed out.
       AssignSections.
           MOVE 1 TO WS-CUR-ELF.
           MOVE ZEROES TO WS-CUR-ACCUM.
           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-SEG-COUNT
               MOVE 'N' TO WS-RANGE-OPEN
               MOVE WS-SEG-DATE(WS-SEG-SUB) TO WS-RANGE-DATE
               PERFORM VARYING WS-SECT-I FROM WS-SEG-LO(WS-SEG-SUB)
                       BY 1 UNTIL WS-SECT-I > WS-SEG-HI(WS-SEG-SUB)
                   IF WS-RANGE-OPEN NOT EQUAL 'Y'
                       MOVE 'Y' TO WS-RANGE-OPEN
                       MOVE WS-SECT-I TO WS-RANGE-LO
                   END-IF
                   MOVE WS-SECT-I TO WS-WEIGHT-SECT
                   PERFORM WeightSection
                   ADD WS-SECT-WEIGHT TO WS-CUR-ACCUM
                   IF WS-CUR-ACCUM >= WS-ELF-SHARE(WS-CUR-ELF)
                           AND WS-CUR-ELF < WS-SHARE-COUNT
                       MOVE WS-SECT-I TO WS-RANGE-HI
                       PERFORM AddAssignment
                       MOVE 'N' TO WS-RANGE-OPEN
                       ADD 1 TO WS-CUR-ELF
                       MOVE ZEROES TO WS-CUR-ACCUM
                   END-IF
               END-PERFORM
               IF WS-RANGE-OPEN EQUAL 'Y'
                   MOVE WS-SEG-HI(WS-SEG-SUB) TO WS-RANGE-HI
                   PERFORM AddAssignment
                   MOVE 'N' TO WS-RANGE-OPEN
               END-IF
           END-PERFORM.

      * One range onto the plan for WS-CUR-ELF, with its effort and
      * sections added to the elf's planned figures.
       AddAssignment.
           IF WS-ASG-COUNT EQUAL 500
               DISPLAY 'WARNING - MORE THAN 500 RANGES PLANNED, '
                   WS-RANGE-LO '-' WS-RANGE-HI ' LEFT OUT'
               MOVE 'Y' TO WS-ASG-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ASG-COUNT.
           MOVE WS-CUR-ELF TO WS-ASG-ELF(WS-ASG-COUNT).
           MOVE WS-RANGE-LO TO WS-ASG-LO(WS-ASG-COUNT).
           MOVE WS-RANGE-HI TO WS-ASG-HI(WS-ASG-COUNT).
           MOVE WS-RANGE-DATE TO WS-ASG-DATE(WS-ASG-COUNT).
           MOVE WS-RANGE-LO TO WS-WRANGE-LO.
           MOVE WS-RANGE-HI TO WS-WRANGE-HI.
           PERFORM WeightRange.
           ADD WS-RANGE-EFFORT TO WS-ELF-PLANNED(WS-CUR-ELF).
           COMPUTE WS-ELF-PLAN-SECT(WS-CUR-ELF) =
               WS-ELF-PLAN-SECT(WS-CUR-ELF)
               + WS-RANGE-HI - WS-RANGE-LO + 1.

      * week4 reads three ranges to a record, one per elf, and a
      * short record would leave the last team's missing ranges
      * holding the team before's figures - so the range count is
      * brought to a whole number of teams before anything is
      * written. The widest range is split in two, the second half
      * going to the lightest elf (load plus plan) who does not
      * already hold the first; when every range is one section
      * wide, two that adjoin are merged instead. Neither possible
      * means the extent is too small to plan at all.
       FillTeams.
           MOVE 'N' TO WS-FILL-STUCK.
           DIVIDE WS-ASG-COUNT BY 3 GIVING WS-TEAM-QUOT
               REMAINDER WS-TEAM-REM.
           PERFORM UNTIL WS-TEAM-REM EQUAL ZEROES
                   OR WS-FILL-STUCK EQUAL 'Y'
               PERFORM SplitWidestRange
               IF WS-ASG-HIT EQUAL ZEROES
                   PERFORM MergeAdjoiningRanges
                   IF WS-ASG-HIT EQUAL ZEROES
                       MOVE 'Y' TO WS-FILL-STUCK
                   END-IF
               END-IF
               DIVIDE WS-ASG-COUNT BY 3 GIVING WS-TEAM-QUOT
                   REMAINDER WS-TEAM-REM
           END-PERFORM.
           COMPUTE WS-TEAM-COUNT = WS-ASG-COUNT / 3.

       SplitWidestRange.
           MOVE ZEROES TO WS-ASG-HIT.
           MOVE ZEROES TO WS-WIDEST.
           IF WS-ASG-COUNT EQUAL 500
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                   UNTIL WS-ASG-SUB > WS-ASG-COUNT
               IF WS-ASG-HI(WS-ASG-SUB) - WS-ASG-LO(WS-ASG-SUB)
                       > WS-WIDEST
                   COMPUTE WS-WIDEST =
                       WS-ASG-HI(WS-ASG-SUB) - WS-ASG-LO(WS-ASG-SUB)
                   MOVE WS-ASG-SUB TO WS-ASG-HIT
               END-IF
           END-PERFORM.
           IF WS-ASG-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MID = WS-ASG-LO(WS-ASG-HIT) + (WS-WIDEST / 2).
      * Take the second half off the holder's planned figures.
           COMPUTE WS-WRANGE-LO = WS-MID + 1.
           MOVE WS-ASG-HI(WS-ASG-HIT) TO WS-WRANGE-HI.
           PERFORM WeightRange.
           MOVE WS-ASG-ELF(WS-ASG-HIT) TO WS-ELF-SUB.
           SUBTRACT WS-RANGE-EFFORT FROM WS-ELF-PLANNED(WS-ELF-SUB).
           COMPUTE WS-ELF-PLAN-SECT(WS-ELF-SUB) =
               WS-ELF-PLAN-SECT(WS-ELF-SUB)
               - (WS-ASG-HI(WS-ASG-HIT) - WS-MID).
      * The lightest other elf - the holder only when nobody else is
      * on the roster.
           MOVE WS-ELF-SUB TO WS-CUR-ELF.
           MOVE 99999999999 TO WS-LIGHT-LOAD.
           PERFORM VARYING WS-ELF-SUB2 FROM 1 BY 1
                   UNTIL WS-ELF-SUB2 > WS-ELF-COUNT
               COMPUTE WS-TEST-LOAD = WS-ELF-LOAD(WS-ELF-SUB2)
                   + WS-ELF-PLANNED(WS-ELF-SUB2)
               IF WS-ELF-SUB2 NOT EQUAL WS-ELF-SUB
                       AND WS-TEST-LOAD < WS-LIGHT-LOAD
                   MOVE WS-TEST-LOAD TO WS-LIGHT-LOAD
                   MOVE WS-ELF-SUB2 TO WS-CUR-ELF
               END-IF
           END-PERFORM.
           COMPUTE WS-RANGE-LO = WS-MID + 1.
           MOVE WS-ASG-HI(WS-ASG-HIT) TO WS-RANGE-HI.
           MOVE WS-ASG-DATE(WS-ASG-HIT) TO WS-RANGE-DATE.
           MOVE WS-MID TO WS-ASG-HI(WS-ASG-HIT).
           PERFORM AddAssignment.

       MergeAdjoiningRanges.
           MOVE ZEROES TO WS-ASG-HIT.
           PERFORM VARYING WS-ASG-SUB FROM 2 BY 1
                   UNTIL WS-ASG-SUB > WS-ASG-COUNT
               IF WS-ASG-LO(WS-ASG-SUB) EQUAL
                       WS-ASG-HI(WS-ASG-SUB - 1) + 1
                   MOVE WS-ASG-SUB TO WS-ASG-HIT
                   MOVE WS-ASG-COUNT TO WS-ASG-SUB
               END-IF
           END-PERFORM.
           IF WS-ASG-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      * The later range's figures move to the earlier range's elf,
      * and the table closes up over it.
           MOVE WS-ASG-LO(WS-ASG-HIT) TO WS-WRANGE-LO.
           MOVE WS-ASG-HI(WS-ASG-HIT) TO WS-WRANGE-HI.
           PERFORM WeightRange.
           MOVE WS-ASG-ELF(WS-ASG-HIT) TO WS-ELF-SUB.
           SUBTRACT WS-RANGE-EFFORT FROM WS-ELF-PLANNED(WS-ELF-SUB).
           COMPUTE WS-ELF-PLAN-SECT(WS-ELF-SUB) =
               WS-ELF-PLAN-SECT(WS-ELF-SUB)
               - (WS-ASG-HI(WS-ASG-HIT) - WS-ASG-LO(WS-ASG-HIT) + 1).
           MOVE WS-ASG-ELF(WS-ASG-HIT - 1) TO WS-ELF-SUB.
           ADD WS-RANGE-EFFORT TO WS-ELF-PLANNED(WS-ELF-SUB).
           COMPUTE WS-ELF-PLAN-SECT(WS-ELF-SUB) =
               WS-ELF-PLAN-SECT(WS-ELF-SUB)
               + WS-ASG-HI(WS-ASG-HIT) - WS-ASG-LO(WS-ASG-HIT) + 1.
           MOVE WS-ASG-HI(WS-ASG-HIT) TO WS-ASG-HI(WS-ASG-HIT - 1).
           PERFORM VARYING WS-ASG-SUB FROM WS-ASG-HIT BY 1
                   UNTIL WS-ASG-SUB >= WS-ASG-COUNT
               MOVE WS-ASG-ENTRY(WS-ASG-SUB + 1)
                   TO WS-ASG-ENTRY(WS-ASG-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-ASG-COUNT.

      * An elf drawing two ranges can land twice in one team, which
      * reads as a two-elf crew - so a repeated elf is swapped with
      * a later range whose elf the team does not hold yet. When
      * one elf holds more ranges than there are teams, some team
      * still has to carry them twice.
       SpreadTeams.
           PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                   UNTIL WS-ASG-SUB > WS-ASG-COUNT
               COMPUTE WS-SLOT-1 = ((WS-ASG-SUB - 1) / 3) * 3 + 1
               IF WS-ASG-SUB > WS-SLOT-1
                   PERFORM CheckTeamRepeat
                   IF WS-TEAM-REPEAT EQUAL 'Y'
                       PERFORM SwapInOtherElf
                   END-IF
               END-IF
           END-PERFORM.

      * Does the range at WS-ASG-SUB repeat an elf already holding
      * an earlier range of its team?
       CheckTeamRepeat.
           MOVE 'N' TO WS-TEAM-REPEAT.
           PERFORM VARYING WS-SLOT-2 FROM WS-SLOT-1 BY 1
                   UNTIL WS-SLOT-2 >= WS-ASG-SUB
               IF WS-ASG-ELF(WS-SLOT-2) EQUAL WS-ASG-ELF(WS-ASG-SUB)
                   MOVE 'Y' TO WS-TEAM-REPEAT
               END-IF
           END-PERFORM.

      * The first later range whose elf is new to the team trades
      * places with the repeat - ranges never overlap, so any order
      * of them is still a clean plan.
       SwapInOtherElf.
           COMPUTE WS-SLOT-3 = WS-ASG-SUB + 1.
           PERFORM VARYING WS-SLOT-3 FROM WS-SLOT-3 BY 1
                   UNTIL WS-SLOT-3 > WS-ASG-COUNT
               MOVE 'N' TO WS-TEAM-REPEAT
               PERFORM VARYING WS-SLOT-2 FROM WS-SLOT-1 BY 1
                       UNTIL WS-SLOT-2 >= WS-ASG-SUB
                   IF WS-ASG-ELF(WS-SLOT-2) EQUAL
                           WS-ASG-ELF(WS-SLOT-3)
                       MOVE 'Y' TO WS-TEAM-REPEAT
                   END-IF
               END-PERFORM
               IF WS-TEAM-REPEAT NOT EQUAL 'Y'
                   MOVE WS-ASG-ENTRY(WS-ASG-SUB) TO WS-SWAP-ASG-ENTRY
                   MOVE WS-ASG-ENTRY(WS-SLOT-3)
                       TO WS-ASG-ENTRY(WS-ASG-SUB)
                   MOVE WS-SWAP-ASG-ENTRY TO WS-ASG-ENTRY(WS-SLOT-3)
                   MOVE WS-ASG-COUNT TO WS-SLOT-3
               END-IF
           END-PERFORM.

      * The proposal in SECTIONS.DAT's own layout - the EXT: header,
      * then a TEAM: identity header and a three-range record per
      * team, then the CNT: trailer week4's CheckControlTotal holds
      * the file to. The trailer's count is all it reads; the plan
      * date rides after it so a release can tell a stale proposal.
       WriteProposal.
           OPEN OUTPUT PROPOSAL.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING 'EXT:' WS-EXT-LO '-' WS-EXT-HI
               DELIMITED BY SIZE INTO PROPOSAL-LINE
           END-STRING.
           WRITE PROPOSAL-LINE.
           ADD 1 TO WS-PROP-LINES.
           PERFORM VARYING WS-TEAM-NUM FROM 1 BY 1
                   UNTIL WS-TEAM-NUM > WS-TEAM-COUNT
               COMPUTE WS-SLOT-1 = (WS-TEAM-NUM - 1) * 3 + 1
               COMPUTE WS-SLOT-2 = WS-SLOT-1 + 1
               COMPUTE WS-SLOT-3 = WS-SLOT-1 + 2
               MOVE SPACES TO WS-TEAM-NAME
               STRING 'PLAN' WS-TEAM-NUM
                   DELIMITED BY SIZE INTO WS-TEAM-NAME
               END-STRING
               MOVE SPACES TO PROPOSAL-LINE
               MOVE 'TEAM:' TO PROPOSAL-LINE(1:5)
               MOVE WS-TEAM-NAME TO PROPOSAL-LINE(6:8)
               MOVE WS-ELF-NAME(WS-ASG-ELF(WS-SLOT-1))
                   TO PROPOSAL-LINE(14:16)
               MOVE WS-ELF-NAME(WS-ASG-ELF(WS-SLOT-2))
                   TO PROPOSAL-LINE(30:16)
               MOVE WS-ELF-NAME(WS-ASG-ELF(WS-SLOT-3))
                   TO PROPOSAL-LINE(46:16)
               WRITE PROPOSAL-LINE
               ADD 1 TO WS-PROP-LINES
               MOVE SPACES TO PROPOSAL-LINE
               STRING WS-ASG-LO(WS-SLOT-1) '-' WS-ASG-HI(WS-SLOT-1)
                   ',' WS-ASG-LO(WS-SLOT-2) '-' WS-ASG-HI(WS-SLOT-2)
                   ',' WS-ASG-LO(WS-SLOT-3) '-' WS-ASG-HI(WS-SLOT-3)
                   DELIMITED BY SIZE INTO PROPOSAL-LINE
               END-STRING
               WRITE PROPOSAL-LINE
               ADD 1 TO WS-PROP-LINES
           END-PERFORM.
           MOVE SPACES TO PROPOSAL-LINE.
           STRING 'CNT:' WS-PROP-LINES ' FOR ' WS-PLAN-DATE
               DELIMITED BY SIZE INTO PROPOSAL-LINE
           END-STRING.
           WRITE PROPOSAL-LINE.
           CLOSE PROPOSAL.

      * The steward's review copy - the teams as proposed, then
      * every active elf's week against their share of tomorrow,
      * then the totals.
       WritePlanReport.
           OPEN OUTPUT PLAN-RPT.
           MOVE SPACES TO PLAN-RPT-LINE.
           STRING 'EXTENT ' WS-EXT-LO '-' WS-EXT-HI ' SECTIONS '
               WS-EXT-SECTIONS ' EFFORT ' WS-EXT-EFFORT
               DELIMITED BY SIZE INTO PLAN-RPT-LINE
           END-STRING.
           PERFORM WritePlanRptLine.
           PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                   UNTIL WS-ASG-SUB > WS-ASG-COUNT
               PERFORM WriteAssignmentLine
           END-PERFORM.
           MOVE ZEROES TO WS-RELIEVED-COUNT.
           MOVE ZEROES TO WS-ASSIGNED-ELVES.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                   UNTIL WS-ELF-SUB > WS-ELF-COUNT
               MOVE SPACES TO PLAN-RPT-LINE
               IF WS-ELF-PLAN-SECT(WS-ELF-SUB) EQUAL ZEROES
                   ADD 1 TO WS-RELIEVED-COUNT
                   STRING 'ELF ' WS-ELF-NAME(WS-ELF-SUB)
                       ' WEEK SECTIONS '
                       WS-ELF-LOAD-SECT(WS-ELF-SUB)
                       ' EFFORT ' WS-ELF-LOAD(WS-ELF-SUB)
                       ' PLANNED NONE - RELIEVED'
                       DELIMITED BY SIZE INTO PLAN-RPT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO WS-ASSIGNED-ELVES
                   STRING 'ELF ' WS-ELF-NAME(WS-ELF-SUB)
                       ' WEEK SECTIONS '
                       WS-ELF-LOAD-SECT(WS-ELF-SUB)
                       ' EFFORT ' WS-ELF-LOAD(WS-ELF-SUB)
                       ' PLANNED SECTIONS '
                       WS-ELF-PLAN-SECT(WS-ELF-SUB)
                       ' EFFORT ' WS-ELF-PLANNED(WS-ELF-SUB)
                       DELIMITED BY SIZE INTO PLAN-RPT-LINE
                   END-STRING
               END-IF
               PERFORM WritePlanRptLine
           END-PERFORM.
           PERFORM VARYING WS-EXCL-SUB FROM 1 BY 1
                   UNTIL WS-EXCL-SUB > WS-EXCL-COUNT
               MOVE SPACES TO PLAN-RPT-LINE
               STRING 'ELF ' WS-EXCL-NAME(WS-EXCL-SUB)
                   ' NOT PLANNED - ' WS-EXCL-REASON(WS-EXCL-SUB)
                   DELIMITED BY SIZE INTO PLAN-RPT-LINE
               END-STRING
               PERFORM WritePlanRptLine
           END-PERFORM.
           MOVE SPACES TO PLAN-RPT-LINE.
           STRING 'ACTIVE ELVES ' WS-ELF-COUNT ' ASSIGNED '
               WS-ASSIGNED-ELVES ' RELIEVED ' WS-RELIEVED-COUNT
               ' HELD BACK ' WS-EXCL-COUNT
               ' TEAMS ' WS-TEAM-COUNT ' CARRIED STRETCHES '
               WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO PLAN-RPT-LINE
           END-STRING.
           PERFORM WritePlanRptLine.
           DISPLAY PLAN-RPT-LINE.
           IF WS-SEG-OVER EQUAL 'Y' OR WS-ASG-OVER EQUAL 'Y'
               MOVE 'WARNING - PLAN IS SHORT, SEE THE RUN LOG'
                   TO PLAN-RPT-LINE
               PERFORM WritePlanRptLine
           END-IF.
           MOVE SPACES TO PLAN-RPT-LINE.
           STRING 'PROPOSAL IN SECTPROP.DAT - RUN CLNPLAN AND '
               'ANSWER R TO RELEASE IT AS SECTIONS.DAT'
               DELIMITED BY SIZE INTO PLAN-RPT-LINE
           END-STRING.
           PERFORM WritePlanRptLine.
           CLOSE PLAN-RPT.

      * One range of the plan - the team it rides in, the elf, the
      * range and its effort, and where a carried stretch came from.
       WriteAssignmentLine.
           COMPUTE WS-TEAM-NUM = (WS-ASG-SUB + 2) / 3.
           MOVE WS-ASG-ELF(WS-ASG-SUB) TO WS-ELF-SUB.
           MOVE WS-ASG-LO(WS-ASG-SUB) TO WS-WRANGE-LO.
           MOVE WS-ASG-HI(WS-ASG-SUB) TO WS-WRANGE-HI.
           PERFORM WeightRange.
           MOVE SPACES TO PLAN-RPT-LINE.
           IF WS-ASG-DATE(WS-ASG-SUB) EQUAL ZEROES
               STRING 'TEAM PLAN' WS-TEAM-NUM ' ELF '
                   WS-ELF-NAME(WS-ELF-SUB) ' RANGE '
                   WS-ASG-LO(WS-ASG-SUB) '-' WS-ASG-HI(WS-ASG-SUB)
                   ' EFFORT ' WS-RANGE-EFFORT
                   DELIMITED BY SIZE INTO PLAN-RPT-LINE
               END-STRING
           ELSE
               STRING 'TEAM PLAN' WS-TEAM-NUM ' ELF '
                   WS-ELF-NAME(WS-ELF-SUB) ' RANGE '
                   WS-ASG-LO(WS-ASG-SUB) '-' WS-ASG-HI(WS-ASG-SUB)
                   ' EFFORT ' WS-RANGE-EFFORT ' CARRIED FROM '
                   WS-ASG-DATE(WS-ASG-SUB)
                   DELIMITED BY SIZE INTO PLAN-RPT-LINE
               END-STRING
           END-IF.
           PERFORM WritePlanRptLine.

      * Every PLAN-RPT line goes through here for the page breaks -
      * see week1's WriteRankReportLine.
       WritePlanRptLine.
           IF WS-RPT-LINES EQUAL ZEROES OR WS-RPT-LINES >= 60
               MOVE PLAN-RPT-LINE TO WS-PENDING-LINE
               PERFORM WritePlanRptHeading
               MOVE WS-PENDING-LINE TO PLAN-RPT-LINE
           END-IF.
           WRITE PLAN-RPT-LINE.
           ADD 1 TO WS-RPT-LINES.

       WritePlanRptHeading.
           ADD 1 TO WS-RPT-PAGE.
           MOVE SPACES TO PLAN-RPT-LINE.
           STRING 'CLEANUP PLAN FOR ' WS-PLAN-DATE ' PREPARED '
               WS-TODAY-DATE ' PAGE ' WS-RPT-PAGE
               DELIMITED BY SIZE INTO PLAN-RPT-LINE
           END-STRING.
           WRITE PLAN-RPT-LINE.
           MOVE 'PROPOSED TEAMS, ELF LOADS, ELVES HELD BACK, TOTALS'
               TO PLAN-RPT-LINE.
           WRITE PLAN-RPT-LINE.
           MOVE 2 TO WS-RPT-LINES.

      * The release pass - the steward has reviewed CLNPLRPT.DAT and
      * the proposal goes over SECTIONS.DAT line for line. Refused
      * without SECTREL, without a proposal, or for a proposal
      * planned for a date already gone - week4 would judge
      * yesterday's plan as today's.
       ReleaseProposal.
           PERFORM SignOn.
           MOVE 'SECTREL' TO WS-NEED-FUNC.
           PERFORM CheckAuthority.
           IF WS-DENY-REASON NOT EQUAL SPACES
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PROPOSAL.
           IF WS-PROP-STATUS NOT EQUAL '00'
               DISPLAY 'NO SECTPROP.DAT ON HAND - PLAN BEFORE '
                   'RELEASING'
               MOVE 'NO PROPOSAL' TO WS-ABORT-TEXT
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PROP-EOF EQUAL 'Y'
               READ PROPOSAL
                   AT END MOVE 'Y' TO WS-PROP-EOF
                   NOT AT END
                       IF PROPOSAL-LINE(1:4) EQUAL 'CNT:'
                               AND PROPOSAL-LINE(18:8) IS NUMERIC
                           MOVE PROPOSAL-LINE(18:8) TO WS-PROP-FOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL.
           IF WS-PROP-FOR < WS-TODAY-DATE
               DISPLAY 'SECTPROP.DAT WAS PLANNED FOR ' WS-PROP-FOR
                   ' - PLAN AGAIN BEFORE RELEASING'
               MOVE 'STALE PROPOSAL' TO WS-ABORT-TEXT
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PROP-EOF.
           OPEN INPUT PROPOSAL.
           OPEN OUTPUT SECTIONS-OUT.
           PERFORM UNTIL WS-PROP-EOF EQUAL 'Y'
               READ PROPOSAL INTO WS-COPY-LINE
                   AT END MOVE 'Y' TO WS-PROP-EOF
                   NOT AT END
                       MOVE WS-COPY-LINE TO SECTIONS-LINE
                       WRITE SECTIONS-LINE
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL.
           CLOSE SECTIONS-OUT.
           DISPLAY 'RELEASED - ' WS-COPY-COUNT ' LINES TO '
               'SECTIONS.DAT FOR ' WS-PROP-FOR.
           PERFORM WriteAuditLog.
           MOVE ZEROES TO RETURN-CODE.

      * The operator signs on by ID against the operator master -
      * see OPRMNT. Only the record for the ID keyed is kept, with
      * the functions it holds for CheckAuthority. No master on file
      * refuses everybody: an unchecked sign-on is exactly what the
      * master exists to stop.
       SignOn.
           MOVE 'N' TO WS-OPR-FOUND.
           MOVE SPACES TO WS-OPR-FUNCS.
           DISPLAY 'OPERATOR ID? '.
           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS NOT EQUAL '00'
               MOVE 'M' TO WS-OPR-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OPR-STATUS NOT EQUAL '00'
               READ OPERATOR-MASTER
                   AT END MOVE '10' TO WS-OPR-STATUS
                   NOT AT END
                       IF OPR-ID EQUAL WS-OPERATOR
                               AND WS-OPERATOR NOT EQUAL SPACES
                           IF OPR-ACTIVE EQUAL 'A'
                               MOVE 'Y' TO WS-OPR-FOUND
                               MOVE OPR-FUNCTIONS TO WS-OPR-FUNCS
                           ELSE
                               MOVE 'I' TO WS-OPR-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER.
           IF WS-OPR-FOUND EQUAL 'Y'
               DISPLAY 'SIGNED ON - ' WS-OPERATOR
           END-IF.

      * Does the signed-on operator hold WS-NEED-FUNC? A refusal is
      * shown, and written to the audit log with the reason, before
      * the caller backs out - WS-DENY-REASON stays spaces when the
      * function is allowed.
       CheckAuthority.
           MOVE SPACES TO WS-DENY-REASON.
           EVALUATE WS-OPR-FOUND
               WHEN 'M'
                   MOVE 'NO OPERATOR MASTER' TO WS-DENY-REASON
               WHEN 'N'
                   MOVE 'UNKNOWN OPERATOR' TO WS-DENY-REASON
               WHEN 'I'
                   MOVE 'INACTIVE OPERATOR' TO WS-DENY-REASON
               WHEN OTHER
                   MOVE 'NOT AUTHORIZED' TO WS-DENY-REASON
                   PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                           UNTIL WS-OPR-SUB > 20
                       IF WS-OPR-FUNC(WS-OPR-SUB) EQUAL WS-NEED-FUNC
                           MOVE SPACES TO WS-DENY-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF WS-DENY-REASON NOT EQUAL SPACES
               DISPLAY 'REFUSED - ' WS-DENY-REASON ' FOR '
                   WS-NEED-FUNC
               PERFORM WriteDeniedLog
           END-IF.

      * A refused sign-on or function - see OPRMNT's WriteDeniedLog.
      * The fifth token is DENIED rather than RECORDS, so AUDITQRY
      * never counts a refusal as a run.
       WriteDeniedLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM CLNPLAN DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. A plan logs the teams proposed and the
      * date they are for; a release logs the lines released and who
      * released them.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-ABORT-TEXT NOT EQUAL SPACES
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM CLNPLAN RECORDS ' WS-HIST-READ
                   ' RESULT ' WS-ABORT-TEXT
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               IF WS-MODE EQUAL 'R'
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM CLNPLAN RECORDS ' WS-COPY-COUNT
                       ' RESULT RELEASED BY ' WS-OPERATOR
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               ELSE
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM CLNPLAN RECORDS ' WS-HIST-READ
                       ' RESULT ' WS-TEAM-COUNT ' TEAMS FOR '
                       WS-PLAN-DATE
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

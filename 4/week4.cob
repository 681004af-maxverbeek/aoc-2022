           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

      * The elf availability calendar AVAILMNT maintains - an elf
      * away on the business date is left out of the roster
      * cross-check - see LoadAvailability.
       SELECT AVAIL-CALENDAR ASSIGN TO "AVAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AVAIL-STATUS.

      * Running assignment history, appended like week1's calorie
      * history - one dated record per elf per parsed assignment,
      * with the team and the range - so the rotation report (see
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAST-STATUS.

      * The last date each section was confirmed clean, one record
      * per section number in section order - brought up to date
      * from the day's returns at end of run (see
      * UpdateSectionLedger) and read by sectdue.cob for the overdue
      * report. The new ledger is built aside and copied over the
      * old one only once it is whole.
       SELECT SECTION-LEDGER ASSIGN TO "SECTLEDG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

       SELECT LEDGER-NEW ASSIGN TO "SECTLEDG.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LNEW-STATUS.

      * The medic case register - an elf the medic has restricted or
      * stood down should not be drawing sections; each assignment
      * to one is flagged - see CheckMedicRestriction. No register on
      * hand and the check stands down.
       SELECT MEDIC-CASES ASSIGN TO "MEDCASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

      * Shared across every program in the batch - see WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           05 PARM-BUSDATE PIC 9(8).

      * One weighted stretch per record - low and high section
      * number and the weight every section in the stretch carries,
      * and the days the stretch may go between cleanings (read by
      * sectdue.cob; a record from before the cycle existed reads
      * back blank and takes the CLNCYCLE default there).
       FD SECTION-MASTER.
       01 SECTION-MASTER-RECORD.
           05 SM-LO PIC 9(6).
           05 SM-HI PIC 9(6).
           05 SM-WEIGHT PIC 9(3).
           05 SM-CYCLE PIC 9(3).

      * Laid out field for field the same as sectdue.cob's
      * LEDGER-RECORD so the two stay in step.
       FD SECTION-LEDGER.
       01 LEDGER-RECORD.
           05 LEDG-SECTION PIC 9(6).
           05 LEDG-LAST-CLEAN PIC 9(8).

       FD LEDGER-NEW.
       01 LEDGER-NEW-RECORD.
           05 LNEW-SECTION PIC 9(6).
           05 LNEW-LAST-CLEAN PIC 9(8).

      * Assignment-history record - laid out field for field the
      * same as rotation.cob's ASSIGN-RECORD so the two stay in
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

       WORKING-STORAGE SECTION.
       01 WS-COUNT PIC 9(20) VALUE 0.
       01 WS-CONTAIN-COUNT PIC 9(20) VALUE 0.
       01 WS-NEVER-HI PIC 9(6) VALUE ZEROES.
       01 WS-NEVER-COUNT PIC 9(6) VALUE ZEROES.

      * The section ledger merge - the old ledger read in section
      * order against the walk of today's confirmed sections, the
      * next confirmed section due to be posted (past WS-RECON-HI
      * once the walk is done) with WS-LEDG-TAKE 'Y' while there is
      * one, the sections posted, and WS-LEDG-FAILED 'Y' when the
      * new ledger could not be copied over the old one.
       01 WS-LEDG-STATUS PIC X(2) VALUE SPACES.
       01 WS-LNEW-STATUS PIC X(2) VALUE SPACES.
       01 WS-LEDG-EOF PIC X VALUE 'N'.
       01 WS-LEDG-I PIC 9(7) VALUE ZEROES.
       01 WS-LEDG-POSTED PIC 9(7) VALUE ZEROES.
       01 WS-LEDG-OPEN PIC X VALUE 'N'.
       01 WS-LEDG-TAKE PIC X VALUE 'N'.
       01 WS-LEDG-FAILED PIC X VALUE 'N'.
       01 WS-LEDG-TMP-NAME PIC X(20) VALUE 'SECTLEDG.TMP'.
       01 WS-LEDG-NAME PIC X(20) VALUE 'SECTLEDG.DAT'.
       01 WS-LEDG-RC PIC S9(9) COMP-5 VALUE ZEROES.

      * Yesterday's unconfirmed stretches in, today's out - 50
      * stretches is a bad week, not a bad day.
       01 WS-CFWD-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-ROSTER-SUB PIC 9(3).
       01 WS-ON-ROSTER PIC X VALUE 'N'.

      * The elves away on the business date off AVAIL.DAT, with the
      * reason - see LoadAvailability.
       01 WS-AVAIL-STATUS PIC X(2) VALUE SPACES.
       01 WS-AWAY-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-AWAY-TABLE.
           05 WS-AWAY-ENTRY OCCURS 200 TIMES.
               10 WS-AWAY-ELF PIC X(16).
               10 WS-AWAY-REASON PIC X(6).
       01 WS-AWAY-SUB PIC 9(3).
       01 WS-AWAY-HIT PIC 9(3) VALUE ZEROES.

      * Each elf's latest medic case, and the day's assignments that
      * went to an elf under a restriction or stand-down. A medic's
      * answer stands until the medic posts another - past its review
      * date it is still flagged, as overdue for review.
       01 WS-CASE-STATUS PIC X(2) VALUE SPACES.
       01 WS-CASE-ON PIC X VALUE 'N'.
       01 WS-CASE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 500 TIMES.
               10 WS-CASE-ELF PIC X(16).
               10 WS-CASE-STAT PIC X(10).
               10 WS-CASE-ANSWERED PIC 9(8).
               10 WS-CASE-REVIEW PIC 9(8).
       01 WS-CASE-SUB PIC 9(3).
       01 WS-CASE-HIT PIC 9(3) VALUE ZEROES.
       01 WS-MEDIC-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-MEDIC-TABLE.
           05 WS-MEDIC-ENTRY OCCURS 100 TIMES.
               10 WS-MEDIC-ELF PIC X(16).
               10 WS-MEDIC-TEAM PIC X(8).
               10 WS-MEDIC-LO PIC 9(6).
               10 WS-MEDIC-HI PIC 9(6).
               10 WS-MEDIC-STAT PIC X(10).
               10 WS-MEDIC-REVIEW PIC 9(8).
               10 WS-MEDIC-LINE PIC 9(10).
       01 WS-MEDIC-SUB PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GetRunParms.
           PERFORM LoadRoster.
           PERFORM LoadAvailability.
           PERFORM LoadMedicCases.
           PERFORM LoadSectionMaster.
           PERFORM LoadCarryForward.
           PERFORM LoadReturns.
               PERFORM WriteWorstLines
               PERFORM WriteCoverageGaps
               PERFORM WriteReturnsReconcile
               PERFORM WriteMedicConflicts
               PERFORM WriteOverlapSummary
           END-IF.
           CLOSE STUDENT.
           CLOSE OVERLAP-RPT.
           CLOSE ASSIGN-HISTORY.
           IF WS-RET-ON EQUAL 'Y' AND WS-RECON-HI > ZEROES
               PERFORM UpdateSectionLedger
           END-IF.
           PERFORM CheckAlerts.
           PERFORM WriteAuditLog.
           PERFORM SetConditionCode.
           GOBACK.

      * Step-level condition code for the driver's batch control - 0
      * clean, 4 finished with warnings (a control-total mismatch or
      * a section assigned to an elf the medic has restricted, or a
      * section ledger that could not be rewritten - overlaps
      * themselves are the job's normal business, not a warning),
      * 16 abort - see week1's SetConditionCode.
       SetConditionCode.
           IF WS-LINE-NUM EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CNT-MISMATCH EQUAL 'Y'
                       OR WS-MEDIC-COUNT > ZEROES
                       OR WS-LEDG-FAILED EQUAL 'Y'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZEROES TO RETURN-CODE
           END-PERFORM.
           CLOSE RETURNS-FILE.

      * Every section the crews confirmed today posted to the ledger
      * with the business date - merged in section order with the
      * old ledger, a section already on it moved forward and a new
      * one added. A later date already on the ledger stands, so a
      * late rerun of an older day cannot wind a section back. Once
      * the confirmed sections are used up the rest of the old
      * ledger is carried across as it stands.
       UpdateSectionLedger.
           MOVE 'N' TO WS-LEDG-EOF.
           OPEN INPUT SECTION-LEDGER.
           IF WS-LEDG-STATUS EQUAL '00'
               MOVE 'Y' TO WS-LEDG-OPEN
               PERFORM ReadLedger
           ELSE
               MOVE 'Y' TO WS-LEDG-EOF
           END-IF.
           OPEN OUTPUT LEDGER-NEW.
           MOVE WS-RECON-LO TO WS-LEDG-I.
           PERFORM NextConfirmedSection.
           PERFORM UNTIL WS-LEDG-EOF EQUAL 'Y'
                   AND WS-LEDG-TAKE NOT EQUAL 'Y'
               EVALUATE TRUE
                   WHEN WS-LEDG-EOF NOT EQUAL 'Y'
                           AND (WS-LEDG-TAKE NOT EQUAL 'Y'
                           OR LEDG-SECTION < WS-LEDG-I)
                       MOVE LEDGER-RECORD TO LEDGER-NEW-RECORD
                       WRITE LEDGER-NEW-RECORD
                       PERFORM ReadLedger
                   WHEN WS-LEDG-EOF NOT EQUAL 'Y'
                           AND LEDG-SECTION EQUAL WS-LEDG-I
                       MOVE LEDGER-RECORD TO LEDGER-NEW-RECORD
                       IF WS-BUS-DATE > LEDG-LAST-CLEAN
                           MOVE WS-BUS-DATE TO LNEW-LAST-CLEAN
                       END-IF
                       WRITE LEDGER-NEW-RECORD
                       ADD 1 TO WS-LEDG-POSTED
                       PERFORM ReadLedger
                       ADD 1 TO WS-LEDG-I
                       PERFORM NextConfirmedSection
                   WHEN OTHER
                       MOVE WS-LEDG-I TO LNEW-SECTION
                       MOVE WS-BUS-DATE TO LNEW-LAST-CLEAN
                       WRITE LEDGER-NEW-RECORD
                       ADD 1 TO WS-LEDG-POSTED
                       ADD 1 TO WS-LEDG-I
                       PERFORM NextConfirmedSection
               END-EVALUATE
           END-PERFORM.
           IF WS-LEDG-OPEN EQUAL 'Y'
               CLOSE SECTION-LEDGER
           END-IF.
           CLOSE LEDGER-NEW.
           CALL 'CBL_COPY_FILE' USING WS-LEDG-TMP-NAME WS-LEDG-NAME
               RETURNING WS-LEDG-RC.
           IF WS-LEDG-RC NOT EQUAL ZEROES
               MOVE 'Y' TO WS-LEDG-FAILED
               DISPLAY 'SECTION LEDGER - ' WS-LEDG-NAME
                   ' COULD NOT BE REWRITTEN - RC ' WS-LEDG-RC
                   ' - NEW LEDGER LEFT IN ' WS-LEDG-TMP-NAME
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_DELETE_FILE' USING WS-LEDG-TMP-NAME
               RETURNING WS-LEDG-RC.
           DISPLAY 'SECTION LEDGER - ' WS-LEDG-POSTED
               ' SECTIONS CONFIRMED CLEAN ' WS-BUS-DATE.

       ReadLedger.
           READ SECTION-LEDGER
               AT END MOVE 'Y' TO WS-LEDG-EOF
           END-READ.

      * WS-LEDG-I moved on to the next section flagged confirmed,
      * with WS-LEDG-TAKE 'Y', or past WS-RECON-HI with WS-LEDG-TAKE
      * 'N' when there is none.
       NextConfirmedSection.
           MOVE 'N' TO WS-LEDG-TAKE.
           PERFORM UNTIL WS-LEDG-I > WS-RECON-HI
                   OR WS-LEDG-TAKE EQUAL 'Y'
               IF WS-CONF-FLAG(WS-LEDG-I) EQUAL 'Y'
                   MOVE 'Y' TO WS-LEDG-TAKE
               ELSE
                   ADD 1 TO WS-LEDG-I
               END-IF
           END-PERFORM.

      * Roster master names read into core - see week1's LoadRoster.
       LoadRoster.
           OPEN INPUT ROSTER.
               CLOSE ROSTER
           END-IF.

      * The periods covering the business date off AVAIL.DAT - see
      * week1's LoadAvailability. No calendar on hand means nobody is
      * away.
       LoadAvailability.
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
           OPEN INPUT MEDIC-CASES.
           IF WS-CASE-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CASE-ON.
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

      * The assignment just tallied held against the elf's latest
      * case - RESTRICTED or STOOD-DOWN, answered by the business
      * date, and the assignment goes on the medic conflict list.
       CheckMedicRestriction.
           IF WS-CASE-ON NOT EQUAL 'Y' OR WS-WORK-ELF EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-CASE-HIT.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-ELF(WS-CASE-SUB) EQUAL WS-WORK-ELF
                   MOVE WS-CASE-SUB TO WS-CASE-HIT
                   MOVE WS-CASE-COUNT TO WS-CASE-SUB
               END-IF
           END-PERFORM.
           IF WS-CASE-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASE-STAT(WS-CASE-HIT) NOT EQUAL 'RESTRICTED'
                   AND WS-CASE-STAT(WS-CASE-HIT) NOT EQUAL 'STOOD-DOWN'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASE-ANSWERED(WS-CASE-HIT) > WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-MEDIC-COUNT EQUAL 100
               DISPLAY 'MORE THAN 100 MEDIC CONFLICTS - ELF '
                   WS-WORK-ELF ' LINE ' WS-LINE-NUM ' NOT LISTED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MEDIC-COUNT.
           MOVE WS-WORK-ELF TO WS-MEDIC-ELF(WS-MEDIC-COUNT).
           MOVE WS-CURR-TEAM TO WS-MEDIC-TEAM(WS-MEDIC-COUNT).
           MOVE WS-WRANGE-LO TO WS-MEDIC-LO(WS-MEDIC-COUNT).
           MOVE WS-WRANGE-HI TO WS-MEDIC-HI(WS-MEDIC-COUNT).
           MOVE WS-CASE-STAT(WS-CASE-HIT) TO
               WS-MEDIC-STAT(WS-MEDIC-COUNT).
           MOVE WS-CASE-REVIEW(WS-CASE-HIT) TO
               WS-MEDIC-REVIEW(WS-MEDIC-COUNT).
           MOVE WS-LINE-NUM TO WS-MEDIC-LINE(WS-MEDIC-COUNT).

      * Each elf of the record's team gets the size of their range
      * and its weighted effort added to their workload row - a
      * headerless record has no names to tally under.
               MOVE NUM-1 TO AH-LO
               MOVE NUM-2 TO AH-HI
               PERFORM WriteAssignHistory
               PERFORM CheckMedicRestriction
           ELSE
               MOVE ZEROES TO WS-WORK-SECTIONS
               MOVE ZEROES TO WS-WORK-EFFORT
               MOVE NUM-3 TO AH-LO
               MOVE NUM-4 TO AH-HI
               PERFORM WriteAssignHistory
               PERFORM CheckMedicRestriction
           ELSE
               MOVE ZEROES TO WS-WORK-SECTIONS
               MOVE ZEROES TO WS-WORK-EFFORT
               MOVE NUM-5 TO AH-LO
               MOVE NUM-6 TO AH-HI
               PERFORM WriteAssignHistory
               PERFORM CheckMedicRestriction
           ELSE
               MOVE ZEROES TO WS-WORK-SECTIONS
               MOVE ZEROES TO WS-WORK-EFFORT
      * pairings the elf was caught in, and whether the name is on
      * the same roster week1 checks its headers against. Ranked by
      * effort, heaviest first - the figure the steward trusts now
      * that a heavy section outweighs three trivial ones. An elf
      * away on the business date per AVAIL.DAT is not held against
      * the roster at all; the line says where the elf is instead.
       WriteWorkloadReport.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                   UNTIL WS-ELF-SUB > WS-ELF-COUNT
                       MOVE WS-ROSTER-COUNT TO WS-ROSTER-SUB
                   END-IF
               END-PERFORM
               MOVE ZEROES TO WS-AWAY-HIT
               PERFORM VARYING WS-AWAY-SUB FROM 1 BY 1
                       UNTIL WS-AWAY-SUB > WS-AWAY-COUNT
                   IF WS-AWAY-ELF(WS-AWAY-SUB) EQUAL
                           WS-ELF-NAME(WS-ELF-SUB)
                       MOVE WS-AWAY-SUB TO WS-AWAY-HIT
                       MOVE WS-AWAY-COUNT TO WS-AWAY-SUB
                   END-IF
               END-PERFORM
               MOVE SPACES TO OVERLAP-RPT-LINE
               IF WS-AWAY-HIT > ZEROES
                   STRING 'ELF ' WS-ELF-NAME(WS-ELF-SUB)
                       ' SECTIONS ' WS-ELF-SECTIONS(WS-ELF-SUB)
                       ' EFFORT ' WS-ELF-EFFORT(WS-ELF-SUB)
                       ' OVERLAPS ' WS-ELF-OVERLAPS(WS-ELF-SUB)
                       ' AWAY - ' WS-AWAY-REASON(WS-AWAY-HIT)
                       DELIMITED BY SIZE INTO OVERLAP-RPT-LINE
                   END-STRING
               ELSE
               IF WS-ROSTER-COUNT EQUAL ZEROES
                   STRING 'ELF ' WS-ELF-NAME(WS-ELF-SUB)
                       ' SECTIONS ' WS-ELF-SECTIONS(WS-ELF-SUB)
                       END-STRING
                   END-IF
               END-IF
               END-IF
               PERFORM WriteOverlapRptLine
           END-PERFORM.

           END-STRING.
           WRITE OVERLAP-RPT-LINE.
           MOVE SPACES TO OVERLAP-RPT-LINE.
           STRING 'LINE DETAIL, WORKLOAD, SEVERITY, COVERAGE, MEDIC, '
               'TOTALS' DELIMITED BY SIZE INTO OVERLAP-RPT-LINE
           END-STRING.
           WRITE OVERLAP-RPT-LINE.
           MOVE 2 TO WS-RPT-LINES.

               END-IF
           END-PERFORM.

      * Every section assigned to an elf under a medic's restriction
      * or stand-down - the assignment to pull before the crew goes
      * out. A review date already passed is called out; the answer
      * stands until the medic posts another.
       WriteMedicConflicts.
           IF WS-CASE-ON NOT EQUAL 'Y'
               MOVE 'NO MEDIC CASE REGISTER - ASSIGNMENTS NOT CHECKED'
                   TO OVERLAP-RPT-LINE
               PERFORM WriteOverlapRptLine
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MEDIC-SUB FROM 1 BY 1
                   UNTIL WS-MEDIC-SUB > WS-MEDIC-COUNT
               MOVE SPACES TO OVERLAP-RPT-LINE
               STRING 'MEDIC CONFLICT LINE ' WS-MEDIC-LINE(WS-MEDIC-SUB)
                   ' TEAM ' WS-MEDIC-TEAM(WS-MEDIC-SUB)
                   ' ELF ' WS-MEDIC-ELF(WS-MEDIC-SUB)
                   ' ' WS-MEDIC-LO(WS-MEDIC-SUB) '-'
                   WS-MEDIC-HI(WS-MEDIC-SUB)
                   ' ' WS-MEDIC-STAT(WS-MEDIC-SUB)
                   ' REVIEW ' WS-MEDIC-REVIEW(WS-MEDIC-SUB)
                   DELIMITED BY SIZE INTO OVERLAP-RPT-LINE
               END-STRING
               IF WS-MEDIC-REVIEW(WS-MEDIC-SUB) <= WS-BUS-DATE
                   MOVE 'OVERDUE' TO OVERLAP-RPT-LINE(113:7)
               END-IF
               PERFORM WriteOverlapRptLine
               DISPLAY OVERLAP-RPT-LINE
           END-PERFORM.
           MOVE SPACES TO OVERLAP-RPT-LINE.
           STRING 'MEDIC CONFLICTS ' WS-MEDIC-COUNT
               DELIMITED BY SIZE INTO OVERLAP-RPT-LINE
           END-STRING.
           PERFORM WriteOverlapRptLine.

      * Trailer pair of totals, same spot in the file every run, so
      * the driver's consolidated summary can pick them up without
      * having to scan every detail line.
               MOVE ZEROES TO WS-PAIR-INTER
           END-IF.

      * End-of-run alert checks - any control-total break, and any
      * section assigned against a medic's orders.
       CheckAlerts.
           IF WS-CNT-MISMATCH EQUAL 'Y'
               MOVE 1 TO WS-ALERT-SEV
               MOVE 'CONTROL TOTAL MISMATCH' TO WS-ALERT-TEXT
               PERFORM WriteAlert
           END-IF.
           IF WS-MEDIC-COUNT > ZEROES
               MOVE 2 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-MEDIC-COUNT ' SECTIONS ASSIGNED TO ELVES '
                   'UNDER MEDIC ORDERS'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
           END-IF.

      * Severity-coded alert appended to the shared ALERTS.DAT - 1
      * is an abort or a control-total break, 2 a tripped threshold

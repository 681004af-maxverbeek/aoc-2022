      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAILMNT.

      * Menu-driven maintenance over AVAIL.DAT, the elf availability
      * calendar - in the ROSTMNT style. Staffing keys each leave,
      * travel, or sick period here as an elf, a first and last day
      * away, and the reason, instead of the camps guessing from a
      * missing block. WEEK1 reads it to keep an elf who is away off
      * the NO BLOCK RECEIVED list, and WEEK4 to take the elf out of
      * its roster cross-check. Every period goes in under the rules
      * those readers apply: the name exactly as the roster carries
      * it, real dates with the last day not before the first, one
      * of the three reasons, and never two periods for one elf
      * overlapping - a reader stops at the first period that covers
      * the day, so an overlap would only hide a mistake. Nothing
      * changes on disk until the save, and every save goes to the
      * shared AUDITLOG.DAT with the operator's ID. Only an operator
      * holding AVLEDIT on the operator master gets past the sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AVAIL-CALENDAR ASSIGN TO "AVAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AVAIL-STATUS.

      * The staffing master - a period is only taken for a name on
      * it, so a misspelling cannot sit on the calendar covering
      * nobody.
       SELECT ROSTER ASSIGN TO "ROSTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

      * The operator authority master OPRMNT maintains - every
      * sign-on here is checked against it.
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
      * One period away per record - the roster short name, the
      * first and last day away (both days included), and LEAVE,
      * TRAVEL, or SICK.
       FD AVAIL-CALENDAR.
       01 AVAIL-RECORD.
           05 AV-ELF PIC X(16).
           05 AV-FROM PIC 9(8).
           05 AV-TO PIC 9(8).
           05 AV-REASON PIC X(6).

      * Laid out field for field the same as week1's ROSTER-RECORD so
      * the two stay in step.
       FD ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-ID PIC X(4).
           05 ROSTER-NAME PIC X(16).
           05 ROSTER-FULL-NAME PIC X(24).
           05 ROSTER-CAMP PIC X(10).
           05 ROSTER-ACTIVE PIC X(1).

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
       01 WS-AVAIL-STATUS PIC X(2) VALUE SPACES.
       01 WS-ROSTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.

      * The calendar held in core while the clerk works, written back
      * only on save - 500 periods is a long season's worth.
       01 WS-AVAIL-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-AVAIL-TABLE.
           05 WS-AVAIL-ENTRY OCCURS 500 TIMES.
               10 WS-AVAIL-ELF PIC X(16).
               10 WS-AVAIL-FROM PIC 9(8).
               10 WS-AVAIL-TO PIC 9(8).
               10 WS-AVAIL-REASON PIC X(6).
       01 WS-AVAIL-SUB PIC 9(3).
       01 WS-AVAIL-HIT PIC 9(3) VALUE ZEROES.
       01 WS-AVAIL-SKIP PIC 9(3) VALUE ZEROES.

      * 'Y' when the calendar read hit the table's cap with records
      * left - a save from a partial load would drop every period
      * past the 500th, so the save is refused instead.
       01 WS-AVAIL-OVER PIC X VALUE 'N'.

      * Roster short names, for the name check - 200 slots matches
      * the readers' own tables. No roster on hand leaves the table
      * empty and the check is skipped, said out loud at load.
       01 WS-ROSTER-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-NAME OCCURS 200 TIMES PIC X(16).
       01 WS-ROSTER-SUB PIC 9(3).
       01 WS-ON-ROSTER PIC X VALUE 'N'.

      * Changes made this session, for the audit entry, and the saved
      * record count.
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SAVED-COUNT PIC 9(10) VALUE ZEROES.

      * Operator entries - the menu choice, the elf picked, the dates
      * and reason keyed, and the operator ID the audit entry carries.
       01 WS-CHOICE PIC 9(1) VALUE ZEROES.
       01 WS-PICK PIC X(16) VALUE SPACES.
       01 WS-NEW-FROM PIC 9(8) VALUE ZEROES.
       01 WS-NEW-TO PIC 9(8) VALUE ZEROES.
       01 WS-REASON-CODE PIC X(1) VALUE SPACES.
       01 WS-NEW-REASON PIC X(6) VALUE SPACES.
       01 WS-DATE-OK PIC X VALUE 'N'.
       01 WS-OPERATOR PIC X(3) VALUE SPACES.
       01 WS-DONE PIC X VALUE 'N'.

      * The signed-on operator - 'Y' found and active, 'I' found but
      * inactive, 'N' not on the master, 'M' no master on file - the
      * functions they hold, the function the current action needs,
      * and why it was refused when it was.
       01 WS-OPR-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPR-FOUND PIC X VALUE 'N'.
       01 WS-OPR-FUNCS.
           05 WS-OPR-FUNC OCCURS 20 TIMES PIC X(8).
       01 WS-OPR-SUB PIC 9(2).
       01 WS-NEED-FUNC PIC X(8) VALUE SPACES.
       01 WS-DENY-REASON PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SignOn.
           MOVE 'AVLEDIT' TO WS-NEED-FUNC.
           PERFORM CheckAuthority.
           IF WS-DENY-REASON NOT EQUAL SPACES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadRoster.
           PERFORM LoadCalendar.
           PERFORM UNTIL WS-DONE EQUAL 'Y'
               PERFORM ShowMenu
           END-PERFORM.
           GOBACK.

      * Roster short names read into core - see week1's LoadRoster.
       LoadRoster.
           OPEN INPUT ROSTER.
           IF WS-ROSTER-STATUS NOT EQUAL '00'
               DISPLAY 'NO ROSTER ON FILE - NAMES NOT CHECKED'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ROSTER-STATUS NOT EQUAL '00'
                   OR WS-ROSTER-COUNT EQUAL 200
               READ ROSTER
                   AT END MOVE '10' TO WS-ROSTER-STATUS
                   NOT AT END
      * 'ALS:' rename records ride in the roster file - see week1's
      * TakeAliasRecord - and are not elves.
                       IF ROSTER-ID NOT EQUAL 'ALS:'
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE ROSTER-NAME TO
                               WS-ROSTER-NAME(WS-ROSTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER.

      * The calendar read into core. No calendar on hand is a
      * first-time setup, not an error.
       LoadCalendar.
           OPEN INPUT AVAIL-CALENDAR.
           IF WS-AVAIL-STATUS NOT EQUAL '00'
               DISPLAY 'NO CALENDAR ON FILE - STARTING EMPTY'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AVAIL-STATUS NOT EQUAL '00'
               READ AVAIL-CALENDAR
                   AT END MOVE '10' TO WS-AVAIL-STATUS
                   NOT AT END
                       IF WS-AVAIL-COUNT EQUAL 500
                           IF WS-AVAIL-OVER NOT EQUAL 'Y'
                               MOVE 'Y' TO WS-AVAIL-OVER
                               DISPLAY 'WARNING - CALENDAR HOLDS '
                                   'MORE THAN 500 PERIODS - '
                                   'VIEW ONLY, SAVES REFUSED'
                           END-IF
                       ELSE
                           ADD 1 TO WS-AVAIL-COUNT
                           MOVE AV-ELF TO
                               WS-AVAIL-ELF(WS-AVAIL-COUNT)
                           MOVE AV-FROM TO
                               WS-AVAIL-FROM(WS-AVAIL-COUNT)
                           MOVE AV-TO TO
                               WS-AVAIL-TO(WS-AVAIL-COUNT)
                           MOVE AV-REASON TO
                               WS-AVAIL-REASON(WS-AVAIL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AVAIL-CALENDAR.
           DISPLAY 'CALENDAR LOADED - ' WS-AVAIL-COUNT ' PERIODS'.

       ShowMenu.
           DISPLAY ' '.
           DISPLAY 'ELF AVAILABILITY MAINTENANCE'.
           DISPLAY '1 = LIST PERIODS'.
           DISPLAY '2 = ADD A PERIOD AWAY'.
           DISPLAY '3 = CHANGE THE LAST DAY OF A PERIOD'.
           DISPLAY '4 = REMOVE A PERIOD'.
           DISPLAY '9 = SAVE AND EXIT'.
           DISPLAY '0 = EXIT WITHOUT SAVING'.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ViewCalendar
               WHEN 2
                   PERFORM AddPeriod
               WHEN 3
                   PERFORM ChangeLastDay
               WHEN 4
                   PERFORM RemovePeriod
               WHEN 9
                   IF WS-CHANGE-COUNT EQUAL ZEROES
                       DISPLAY 'NOTHING CHANGED - NOTHING SAVED'
                   ELSE
                       PERFORM SaveCalendar
                   END-IF
                   MOVE 'Y' TO WS-DONE
               WHEN 0
                   DISPLAY 'NOTHING SAVED'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'NO SUCH CHOICE'
           END-EVALUATE.

      * Every period, or one elf's when a name is keyed.
       ViewCalendar.
           DISPLAY 'SHORT NAME (BLANK = EVERY ELF)? '.
           MOVE SPACES TO WS-PICK.
           ACCEPT WS-PICK.
           MOVE ZEROES TO WS-AVAIL-HIT.
           PERFORM VARYING WS-AVAIL-SUB FROM 1 BY 1
                   UNTIL WS-AVAIL-SUB > WS-AVAIL-COUNT
               IF WS-PICK EQUAL SPACES
                       OR WS-AVAIL-ELF(WS-AVAIL-SUB) EQUAL WS-PICK
                   ADD 1 TO WS-AVAIL-HIT
                   DISPLAY 'ELF ' WS-AVAIL-ELF(WS-AVAIL-SUB)
                       ' FROM ' WS-AVAIL-FROM(WS-AVAIL-SUB)
                       ' TO ' WS-AVAIL-TO(WS-AVAIL-SUB)
                       ' ' WS-AVAIL-REASON(WS-AVAIL-SUB)
               END-IF
           END-PERFORM.
           IF WS-AVAIL-HIT EQUAL ZEROES
               DISPLAY 'NO PERIODS ON THE CALENDAR'
           END-IF.

      * A new period away - the elf on the roster, two real dates in
      * order, one of the three reasons, and no overlap with a period
      * the elf already has.
       AddPeriod.
           IF WS-AVAIL-COUNT EQUAL 500
               DISPLAY 'CALENDAR FULL - 500 PERIODS HELD'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'SHORT NAME (AS THE ROSTER CARRIES IT)? '.
           MOVE SPACES TO WS-PICK.
           ACCEPT WS-PICK.
           IF WS-PICK EQUAL SPACES
               DISPLAY 'NAME MUST NOT BE BLANK - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckRosterName.
           IF WS-ON-ROSTER NOT EQUAL 'Y'
               DISPLAY 'NAME NOT ON THE ROSTER - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FIRST DAY AWAY (YYYYMMDD)? '.
           MOVE ZEROES TO WS-NEW-FROM.
           ACCEPT WS-NEW-FROM.
           MOVE WS-NEW-FROM TO WS-NEW-TO.
           PERFORM CheckDate.
           IF WS-DATE-OK NOT EQUAL 'Y'
               DISPLAY 'NOT A USABLE DATE - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'LAST DAY AWAY (YYYYMMDD, BLANK = SAME DAY)? '.
           MOVE ZEROES TO WS-NEW-TO.
           ACCEPT WS-NEW-TO.
           IF WS-NEW-TO EQUAL ZEROES
               MOVE WS-NEW-FROM TO WS-NEW-TO
           END-IF.
           PERFORM CheckDate.
           IF WS-DATE-OK NOT EQUAL 'Y'
               DISPLAY 'NOT A USABLE DATE - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-TO < WS-NEW-FROM
               DISPLAY 'LAST DAY BEFORE THE FIRST - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'REASON (L = LEAVE, T = TRAVEL, S = SICK)? '.
           MOVE SPACES TO WS-REASON-CODE.
           ACCEPT WS-REASON-CODE.
           EVALUATE WS-REASON-CODE
               WHEN 'L'
                   MOVE 'LEAVE' TO WS-NEW-REASON
               WHEN 'T'
                   MOVE 'TRAVEL' TO WS-NEW-REASON
               WHEN 'S'
                   MOVE 'SICK' TO WS-NEW-REASON
               WHEN OTHER
                   DISPLAY 'REASON MUST BE L, T OR S - NOT ADDED'
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE ZEROES TO WS-AVAIL-HIT.
           PERFORM CheckOverlap.
           IF WS-AVAIL-HIT > ZEROES
               DISPLAY 'OVERLAPS ' WS-AVAIL-REASON(WS-AVAIL-HIT)
                   ' ' WS-AVAIL-FROM(WS-AVAIL-HIT) '-'
                   WS-AVAIL-TO(WS-AVAIL-HIT) ' - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AVAIL-COUNT.
           MOVE WS-PICK TO WS-AVAIL-ELF(WS-AVAIL-COUNT).
           MOVE WS-NEW-FROM TO WS-AVAIL-FROM(WS-AVAIL-COUNT).
           MOVE WS-NEW-TO TO WS-AVAIL-TO(WS-AVAIL-COUNT).
           MOVE WS-NEW-REASON TO WS-AVAIL-REASON(WS-AVAIL-COUNT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'ADDED ' WS-PICK ' ' WS-NEW-REASON ' '
               WS-NEW-FROM '-' WS-NEW-TO.

      * An early return or an extension - the period picked by elf
      * and first day, the new last day held to the same rules as a
      * new period.
       ChangeLastDay.
           PERFORM PickPeriod.
           IF WS-AVAIL-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'NEW LAST DAY (NOW '
               WS-AVAIL-TO(WS-AVAIL-HIT) ')? '.
           MOVE ZEROES TO WS-NEW-TO.
           ACCEPT WS-NEW-TO.
           PERFORM CheckDate.
           IF WS-DATE-OK NOT EQUAL 'Y'
               DISPLAY 'NOT A USABLE DATE - NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-TO < WS-NEW-FROM
               DISPLAY 'LAST DAY BEFORE THE FIRST - NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AVAIL-HIT TO WS-AVAIL-SKIP.
           MOVE ZEROES TO WS-AVAIL-HIT.
           PERFORM CheckOverlap.
           IF WS-AVAIL-HIT > ZEROES
               DISPLAY 'OVERLAPS ' WS-AVAIL-REASON(WS-AVAIL-HIT)
                   ' ' WS-AVAIL-FROM(WS-AVAIL-HIT) '-'
                   WS-AVAIL-TO(WS-AVAIL-HIT) ' - NOT CHANGED'
               MOVE ZEROES TO WS-AVAIL-SKIP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-TO TO WS-AVAIL-TO(WS-AVAIL-SKIP).
           MOVE ZEROES TO WS-AVAIL-SKIP.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'CHANGED ' WS-PICK ' ' WS-NEW-FROM '-' WS-NEW-TO.

      * A period keyed in error - picked by elf and first day and
      * closed up out of the table.
       RemovePeriod.
           PERFORM PickPeriod.
           IF WS-AVAIL-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-AVAIL-SUB FROM WS-AVAIL-HIT BY 1
                   UNTIL WS-AVAIL-SUB >= WS-AVAIL-COUNT
               MOVE WS-AVAIL-ENTRY(WS-AVAIL-SUB + 1)
                   TO WS-AVAIL-ENTRY(WS-AVAIL-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-AVAIL-COUNT.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'REMOVED ' WS-PICK ' ' WS-NEW-FROM.

      * The period an elf has starting on the day keyed - its slot
      * in WS-AVAIL-HIT, zero when there is none. The first day is
      * left in WS-NEW-FROM for the caller.
       PickPeriod.
           MOVE ZEROES TO WS-AVAIL-HIT.
           DISPLAY 'SHORT NAME? '.
           MOVE SPACES TO WS-PICK.
           ACCEPT WS-PICK.
           DISPLAY 'FIRST DAY OF THE PERIOD (YYYYMMDD)? '.
           MOVE ZEROES TO WS-NEW-FROM.
           ACCEPT WS-NEW-FROM.
           PERFORM VARYING WS-AVAIL-SUB FROM 1 BY 1
                   UNTIL WS-AVAIL-SUB > WS-AVAIL-COUNT
               IF WS-AVAIL-ELF(WS-AVAIL-SUB) EQUAL WS-PICK
                       AND WS-AVAIL-FROM(WS-AVAIL-SUB)
                           EQUAL WS-NEW-FROM
                   MOVE WS-AVAIL-SUB TO WS-AVAIL-HIT
                   MOVE WS-AVAIL-COUNT TO WS-AVAIL-SUB
               END-IF
           END-PERFORM.
           IF WS-AVAIL-HIT EQUAL ZEROES
               DISPLAY 'NO PERIOD FOR ' WS-PICK ' STARTING '
                   WS-NEW-FROM
           END-IF.

      * Any other period of WS-PICK's that shares a day with
      * WS-NEW-FROM..WS-NEW-TO - its slot in WS-AVAIL-HIT. The slot
      * in WS-AVAIL-SKIP, when set, is the period being changed and
      * is not held against itself.
       CheckOverlap.
           PERFORM VARYING WS-AVAIL-SUB FROM 1 BY 1
                   UNTIL WS-AVAIL-SUB > WS-AVAIL-COUNT
               IF WS-AVAIL-ELF(WS-AVAIL-SUB) EQUAL WS-PICK
                       AND WS-AVAIL-SUB NOT EQUAL WS-AVAIL-SKIP
                       AND WS-AVAIL-FROM(WS-AVAIL-SUB)
                           NOT > WS-NEW-TO
                       AND WS-AVAIL-TO(WS-AVAIL-SUB)
                           NOT < WS-NEW-FROM
                   MOVE WS-AVAIL-SUB TO WS-AVAIL-HIT
                   MOVE WS-AVAIL-COUNT TO WS-AVAIL-SUB
               END-IF
           END-PERFORM.

       CheckRosterName.
           IF WS-ROSTER-COUNT EQUAL ZEROES
               MOVE 'Y' TO WS-ON-ROSTER
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ON-ROSTER.
           PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
                   UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
               IF WS-ROSTER-NAME(WS-ROSTER-SUB) EQUAL WS-PICK
                   MOVE 'Y' TO WS-ON-ROSTER
                   MOVE WS-ROSTER-COUNT TO WS-ROSTER-SUB
               END-IF
           END-PERFORM.

      * WS-NEW-TO as a real calendar date - the readers compare the
      * business date against it straight.
       CheckDate.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-NEW-TO < 19000101 OR WS-NEW-TO > 29991231
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-TO) EQUAL 0
               MOVE 'Y' TO WS-DATE-OK
           END-IF.

      * A load that could not hold the whole file must never write
      * it back - the periods past the cap would be gone for good.
       SaveCalendar.
           IF WS-AVAIL-OVER EQUAL 'Y'
               DISPLAY 'AVAIL.DAT HOLDS MORE THAN 500 PERIODS - '
                   'NOT SAVED, NOTHING CHANGED ON DISK'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-SAVED-COUNT.
           OPEN OUTPUT AVAIL-CALENDAR.
           PERFORM VARYING WS-AVAIL-SUB FROM 1 BY 1
                   UNTIL WS-AVAIL-SUB > WS-AVAIL-COUNT
               MOVE WS-AVAIL-ELF(WS-AVAIL-SUB) TO AV-ELF
               MOVE WS-AVAIL-FROM(WS-AVAIL-SUB) TO AV-FROM
               MOVE WS-AVAIL-TO(WS-AVAIL-SUB) TO AV-TO
               MOVE WS-AVAIL-REASON(WS-AVAIL-SUB) TO AV-REASON
               WRITE AVAIL-RECORD
               ADD 1 TO WS-SAVED-COUNT
           END-PERFORM.
           CLOSE AVAIL-CALENDAR.
           DISPLAY 'CALENDAR SAVED - ' WS-SAVED-COUNT ' PERIODS, '
               WS-CHANGE-COUNT ' CHANGES'.
           PERFORM WriteAuditLog.

      * One line appended to the shared AUDITLOG.DAT on every save -
      * see week1's WriteAuditLog.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM AVAILMNT RECORDS ' WS-SAVED-COUNT
               ' RESULT ' WS-CHANGE-COUNT ' CHANGES BY ' WS-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * The operator signs on by ID against the operator master -
      * see ROSTMNT's SignOn.
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

      * Does the signed-on operator hold WS-NEED-FUNC? - see
      * ROSTMNT's CheckAuthority.
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

      * A refused sign-on - see ROSTMNT's WriteDeniedLog. The fifth
      * token is DENIED so AUDITQRY never counts it as a run.
       WriteDeniedLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM AVAILMNT DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

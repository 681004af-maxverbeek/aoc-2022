      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

      * Nightly referential integrity sweep of the history files
      * against the two masters. Elf names are filed in CALHIST.IDX,
      * WATCHHIST.DAT, ASGNHIST.DAT, MEDICDSP.DAT and REJREG.DAT;
      * device ids in DEVHIST.DAT, DISPOUT.DAT and CHASE.DAT. After a
      * rename, a deactivation or a restore, history can end up
      * filed under a key neither ROSTER.DAT (with its ALS: rename
      * records) nor DEVREG.DAT knows, and caltrend, elfprof and
      * devtrend pass over it without a word.
      *
      * Every orphaned key is listed by file with the first and last
      * date it was seen, how many records carry it, and the roster
      * name it probably belongs to - the rename target when the key
      * is an old name whose new one has gone, otherwise the roster
      * name it matches most closely letter for letter. A name filed
      * under an ALS: old name whose new name is on the roster is not
      * an orphan - the trend jobs follow the rename. An ALS: record
      * pointing at a name no longer on the roster is itself listed.
      *
      * The other direction too: an elf marked active on the roster,
      * or a device IN-SERVICE on the registry, with no activity in
      * any of its history files for IDLEDAYS days (THRESHLD.DAT,
      * 30 when unset) is listed as idle. Orphans raise a severity-2
      * alert per file, so the morning shift sees them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ROSTER ASSIGN TO "ROSTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

       SELECT DEVICE-REGISTRY ASSIGN TO "DEVREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

      * The indexed calorie history, read in key order - see
      * elfprof's CAL-HISTORY.
       SELECT CAL-HISTORY ASSIGN TO "CALHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-HIST-STATUS.

       SELECT WATCH-HISTORY ASSIGN TO "WATCHHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHIST-STATUS.

       SELECT ASSIGN-HISTORY ASSIGN TO "ASGNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AHIST-STATUS.

       SELECT MEDIC-DISPATCH ASSIGN TO "MEDICDSP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEDIC-STATUS.

       SELECT REJECT-REGISTER ASSIGN TO "REJREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGR-STATUS.

       SELECT DEVICE-HISTORY ASSIGN TO "DEVHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DHIST-STATUS.

       SELECT DISPATCH-OUTSTANDING ASSIGN TO "DISPOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOUT-STATUS.

       SELECT CHASE-LIST ASSIGN TO "CHASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHASE-STATUS.

       SELECT INTEGRITY-RPT ASSIGN TO "INTEGRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Alerting thresholds, held in a control file the operators
      * edit without a recompile - see week1's GetThresholds.
       SELECT THRESHOLDS ASSIGN TO "THRESHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      * Severity-coded alerts - see week1's WriteAlert.
       SELECT ALERTS ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-ID PIC X(4).
           05 ROSTER-NAME PIC X(16).
           05 ROSTER-FULL-NAME PIC X(24).
           05 ROSTER-CAMP PIC X(10).
           05 ROSTER-ACTIVE PIC X(1).

      * Laid out field for field the same as day6's REGISTRY-RECORD
      * so the two stay in step.
       FD DEVICE-REGISTRY.
       01 REGISTRY-RECORD.
           05 REG-DEVICE-ID PIC X(8).
           05 REG-MODEL PIC X(12).
           05 REG-FIRMWARE PIC X(8).
           05 REG-LIFECYCLE PIC X(12).

      * Laid out field for field the same as week1's
      * CAL-HISTORY-RECORD so the two stay in step.
       FD CAL-HISTORY.
       01 HIST-RECORD.
           05 HIST-KEY.
               10 HIST-ELF PIC X(16).
               10 HIST-DATE PIC 9(8).
           05 HIST-TOTAL PIC S9(20).

      * Laid out field for field the same as week1's
      * WATCH-HISTORY-RECORD so the two stay in step.
       FD WATCH-HISTORY.
       01 WATCH-HISTORY-RECORD.
           05 WHIST-DATE PIC 9(8).
           05 WHIST-ELF PIC X(16).
           05 WHIST-TOTAL PIC S9(20).

      * Laid out field for field the same as week4's
      * ASSIGN-HISTORY-RECORD so the two stay in step.
       FD ASSIGN-HISTORY.
       01 ASSIGN-HISTORY-RECORD.
           05 AH-DATE PIC 9(8).
           05 AH-TEAM PIC X(8).
           05 AH-ELF PIC X(16).
           05 AH-LO PIC 9(6).
           05 AH-HI PIC 9(6).

      * Week1's dispatch line - 'ELF ', the name for 16, then the
      * figures (see week1's CheckWatchStreak). The file is the
      * day's list, rewritten every run, so it carries no date of
      * its own.
       FD MEDIC-DISPATCH.
       01 MEDIC-DISPATCH-LINE PIC X(80).

      * Laid out field for field the same as week1's REJREG-RECORD
      * so the two stay in step.
       FD REJECT-REGISTER.
       01 REJREG-RECORD.
           05 REG-STATUS PIC X(8).
           05 REG-DATE PIC 9(8).
           05 REG-SOURCE PIC X(2).
           05 REG-LINE PIC 9(10).
           05 REG-TEXT PIC X(60).
           05 REG-CAMP PIC X(10).
           05 REG-CLEARED PIC 9(8).

      * Laid out field for field the same as devtrend.cob's
      * DEVHIST-RECORD so the two stay in step.
       FD DEVICE-HISTORY.
       01 DEVICE-HISTORY-RECORD.
           05 DH-DATE PIC 9(8).
           05 DH-DEVICE PIC X(8).
           05 DH-FIRST-PACKET PIC 9(10).
           05 DH-FIRST-MESSAGE PIC 9(10).
           05 DH-MARKERS PIC 9(6).
           05 DH-BUFLEN PIC 9(10).

      * Laid out field for field the same as devret.cob's
      * OUTSTANDING-RECORD so the two stay in step.
       FD DISPATCH-OUTSTANDING.
       01 OUTSTANDING-RECORD.
           05 DO-DATE PIC 9(8).
           05 DO-DEVICE PIC X(8).

      * Devret's chase line - 'DEVICE ', the id for 8, ' DISPATCHED
      * ', the dispatch date (see devret's WriteChaseList).
       FD CHASE-LIST.
       01 CHASE-LINE PIC X(80).

       FD INTEGRITY-RPT.
       01 INTEGRITY-RPT-LINE PIC X(120).

       FD THRESHOLDS.
       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       FD ALERTS.
       01 ALERT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-REG-STATUS PIC X(2) VALUE SPACES.
       01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-WHIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-AHIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-MEDIC-STATUS PIC X(2) VALUE SPACES.
       01 WS-REGR-STATUS PIC X(2) VALUE SPACES.
       01 WS-DHIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-DOUT-STATUS PIC X(2) VALUE SPACES.
       01 WS-CHASE-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-IDLE-CUTOFF PIC 9(8) VALUE ZEROES.
       01 WS-THR-IDLEDAYS PIC 9(6) VALUE ZEROES.
       01 WS-REC-NUM PIC 9(10) VALUE ZEROES.

      * The roster - every elf whatever the active flag (history
      * under an inactive elf is not an orphan, the elf is still on
      * the master), and the date of the latest activity found.
       01 WS-ROSTER-LOADED PIC X VALUE 'N'.
       01 WS-ELF-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ELF-TABLE.
           05 WS-ELF-ENTRY OCCURS 200 TIMES.
               10 WS-ELF-NAME PIC X(16).
               10 WS-ELF-ACTIVE PIC X(1).
               10 WS-ELF-LAST PIC 9(8).
       01 WS-ELF-SUB PIC 9(3).
       01 WS-ELF-HIT PIC 9(3) VALUE ZEROES.

      * The rename map out of the roster's 'ALS:' records - see
      * caltrend's LoadAliases.
       01 WS-ALIAS-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 50 TIMES.
               10 WS-ALIAS-OLD PIC X(16).
               10 WS-ALIAS-NEW PIC X(16).
       01 WS-ALIAS-SUB PIC 9(3).
       01 WS-ALIAS-HIT PIC 9(3) VALUE ZEROES.

      * The registry - the same 200 day6 holds - with the latest
      * activity date per device.
       01 WS-REGISTRY-LOADED PIC X VALUE 'N'.
       01 WS-DEV-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-DEV-TABLE.
           05 WS-DEV-ENTRY OCCURS 200 TIMES.
               10 WS-DEV-ID PIC X(8).
               10 WS-DEV-LIFE PIC X(12).
               10 WS-DEV-LAST PIC 9(8).
       01 WS-DEV-SUB PIC 9(3).
       01 WS-DEV-HIT PIC 9(3) VALUE ZEROES.

      * The key in hand from whichever history file is being read,
      * with its date and the file's name for the report.
       01 WS-KEY-FILE PIC X(12) VALUE SPACES.
       01 WS-KEY-KIND PIC X(6) VALUE SPACES.
       01 WS-KEY PIC X(16) VALUE SPACES.
       01 WS-KEY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-KEY-HINT PIC X(16) VALUE SPACES.

      * Orphaned keys, one row per file and key.
       01 WS-ORF-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ORF-TABLE.
           05 WS-ORF-ENTRY OCCURS 500 TIMES.
               10 WS-ORF-FILE PIC X(12).
               10 WS-ORF-KIND PIC X(6).
               10 WS-ORF-KEY PIC X(16).
               10 WS-ORF-FIRST PIC 9(8).
               10 WS-ORF-LAST PIC 9(8).
               10 WS-ORF-RECS PIC 9(8).
               10 WS-ORF-HINT PIC X(16).
       01 WS-ORF-SUB PIC 9(4).
       01 WS-ORF-HIT PIC 9(4) VALUE ZEROES.
       01 WS-ORF-OVER PIC X VALUE 'N'.
       01 WS-FILE-ORPHANS PIC 9(4) VALUE ZEROES.

      * Closest-name working set - see SuggestRosterName.
       01 WS-KEY-LEN PIC 9(2) VALUE ZEROES.
       01 WS-CHAR-SUB PIC 9(2) VALUE ZEROES.
       01 WS-MATCH-CHARS PIC 9(2) VALUE ZEROES.
       01 WS-BEST-CHARS PIC 9(2) VALUE ZEROES.
       01 WS-HINT-TEXT PIC X(25) VALUE SPACES.

       01 WS-IDLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-NOT-ON-HAND PIC 9(2) VALUE ZEROES.

      * Alert working fields - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE ZEROES.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM GetThresholds.
           COMPUTE WS-IDLE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-THR-IDLEDAYS).
           PERFORM LoadRoster.
           PERFORM LoadRegistry.
           IF WS-ROSTER-LOADED EQUAL 'N'
                   AND WS-REGISTRY-LOADED EQUAL 'N'
               DISPLAY 'INPUT NOT AVAILABLE - NEITHER ROSTER.DAT NOR '
                   'DEVREG.DAT ON HAND'
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INTEGRITY-RPT.
           MOVE SPACES TO INTEGRITY-RPT-LINE.
           STRING 'REFERENTIAL INTEGRITY SWEEP RUN DATE '
               WS-TODAY-DATE ' IDLE AFTER ' WS-THR-IDLEDAYS ' DAYS'
               DELIMITED BY SIZE INTO INTEGRITY-RPT-LINE
           END-STRING.
           WRITE INTEGRITY-RPT-LINE.
           MOVE 'ORPHANED KEYS BY FILE' TO INTEGRITY-RPT-LINE.
           WRITE INTEGRITY-RPT-LINE.
           IF WS-ROSTER-LOADED EQUAL 'Y'
               PERFORM CheckAliasTargets
               PERFORM SweepCalHistory
               PERFORM SweepWatchHistory
               PERFORM SweepAssignHistory
               PERFORM SweepMedicDispatch
               PERFORM SweepRejectRegister
           ELSE
               MOVE 'ROSTER.DAT NOT ON HAND - ELF NAMES NOT CHECKED'
                   TO INTEGRITY-RPT-LINE
               WRITE INTEGRITY-RPT-LINE
           END-IF.
           IF WS-REGISTRY-LOADED EQUAL 'Y'
               PERFORM SweepDeviceHistory
               PERFORM SweepDispatchOutstanding
               PERFORM SweepChaseList
           ELSE
               MOVE 'DEVREG.DAT NOT ON HAND - DEVICE IDS NOT CHECKED'
                   TO INTEGRITY-RPT-LINE
               WRITE INTEGRITY-RPT-LINE
           END-IF.
           PERFORM WriteOrphanLines.
           PERFORM WriteIdleLines.
           CLOSE INTEGRITY-RPT.
           PERFORM WriteAuditLog.
           IF WS-ORF-COUNT > ZEROES OR WS-IDLE-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           GOBACK.

       GetThresholds.
           OPEN INPUT THRESHOLDS.
           IF WS-THR-STATUS EQUAL '00'
               PERFORM UNTIL WS-THR-STATUS NOT EQUAL '00'
                   READ THRESHOLDS
                       AT END MOVE '10' TO WS-THR-STATUS
                       NOT AT END
      * A change dated after the business date is not in force
      * yet - see week1's GetThresholds.
                           IF THR-EFFDATE IS NUMERIC
                                   AND THR-EFFDATE > WS-TODAY-DATE
                               MOVE SPACES TO THR-KEY
                           END-IF
                           IF THR-KEY EQUAL 'IDLEDAYS'
                               MOVE THR-VALUE TO WS-THR-IDLEDAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.
           IF WS-THR-IDLEDAYS EQUAL ZEROES
               MOVE 30 TO WS-THR-IDLEDAYS
           END-IF.

      * Every roster elf into core, active or not, and the 'ALS:'
      * rename records into the alias map.
       LoadRoster.
           OPEN INPUT ROSTER.
           IF WS-ROSTER-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ROSTER-LOADED.
           PERFORM UNTIL WS-ROSTER-STATUS NOT EQUAL '00'
               READ ROSTER
                   AT END MOVE '10' TO WS-ROSTER-STATUS
                   NOT AT END PERFORM TakeRosterRecord
               END-READ
           END-PERFORM.
           CLOSE ROSTER.

       TakeRosterRecord.
           IF ROSTER-ID EQUAL 'ALS:'
               IF WS-ALIAS-COUNT < 50
                   ADD 1 TO WS-ALIAS-COUNT
                   MOVE ROSTER-RECORD(5:16)
                       TO WS-ALIAS-OLD(WS-ALIAS-COUNT)
                   MOVE ROSTER-RECORD(21:16)
                       TO WS-ALIAS-NEW(WS-ALIAS-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ELF-COUNT EQUAL 200
               DISPLAY 'WARNING - MORE THAN 200 ELVES ON THE ROSTER, '
                   ROSTER-NAME ' NOT HELD'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ELF-COUNT.
           MOVE ROSTER-NAME TO WS-ELF-NAME(WS-ELF-COUNT).
           MOVE ROSTER-ACTIVE TO WS-ELF-ACTIVE(WS-ELF-COUNT).
           MOVE ZEROES TO WS-ELF-LAST(WS-ELF-COUNT).

       LoadRegistry.
           OPEN INPUT DEVICE-REGISTRY.
           IF WS-REG-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-REGISTRY-LOADED.
           PERFORM UNTIL WS-REG-STATUS NOT EQUAL '00'
               READ DEVICE-REGISTRY
                   AT END MOVE '10' TO WS-REG-STATUS
                   NOT AT END
                       IF WS-DEV-COUNT EQUAL 200
                           DISPLAY 'WARNING - MORE THAN 200 DEVICES '
                               'ON THE REGISTRY, ' REG-DEVICE-ID
                               ' NOT HELD'
                       ELSE
                           ADD 1 TO WS-DEV-COUNT
                           MOVE REG-DEVICE-ID TO WS-DEV-ID(WS-DEV-COUNT)
                           MOVE REG-LIFECYCLE
                               TO WS-DEV-LIFE(WS-DEV-COUNT)
                           IF REG-LIFECYCLE EQUAL SPACES
                               MOVE 'IN-SERVICE'
                                   TO WS-DEV-LIFE(WS-DEV-COUNT)
                           END-IF
                           MOVE ZEROES TO WS-DEV-LAST(WS-DEV-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEVICE-REGISTRY.

      * An ALS: record whose new name has left the roster - history
      * filed under either name has nowhere to land.
       CheckAliasTargets.
           MOVE 'ROSTER ALS:' TO WS-KEY-FILE.
           MOVE 'ELF' TO WS-KEY-KIND.
           MOVE ZEROES TO WS-KEY-DATE.
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
               MOVE WS-ALIAS-NEW(WS-ALIAS-SUB) TO WS-KEY
               PERFORM FindRosterElf
               IF WS-ELF-HIT EQUAL ZEROES
                   PERFORM SuggestRosterName
                   PERFORM NoteOrphan
               END-IF
           END-PERFORM.

       SweepCalHistory.
           MOVE 'CALHIST.IDX' TO WS-KEY-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CAL-HISTORY.
           IF WS-HIST-STATUS NOT EQUAL '00'
               PERFORM WriteNotOnHand
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ CAL-HISTORY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE HIST-ELF TO WS-KEY
                       MOVE HIST-DATE TO WS-KEY-DATE
                       PERFORM CheckElfKey
               END-READ
           END-PERFORM.
           CLOSE CAL-HISTORY.

       SweepWatchHistory.
           MOVE 'WATCHHIST' TO WS-KEY-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WATCH-HISTORY.
           IF WS-WHIST-STATUS NOT EQUAL '00'
               PERFORM WriteNotOnHand
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ WATCH-HISTORY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WHIST-ELF TO WS-KEY
                       MOVE WHIST-DATE TO WS-KEY-DATE
                       PERFORM CheckElfKey
               END-READ
           END-PERFORM.
           CLOSE WATCH-HISTORY.

       SweepAssignHistory.
           MOVE 'ASGNHIST' TO WS-KEY-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ASSIGN-HISTORY.
           IF WS-AHIST-STATUS NOT EQUAL '00'
               PERFORM WriteNotOnHand
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ ASSIGN-HISTORY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE AH-ELF TO WS-KEY
                       MOVE AH-DATE TO WS-KEY-DATE
                       PERFORM CheckElfKey
               END-READ
           END-PERFORM.
           CLOSE ASSIGN-HISTORY.

      * The medic list carries no date - it is today's list, so the
      * run date stands in for it.
       SweepMedicDispatch.
           MOVE 'MEDICDSP' TO WS-KEY-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT MEDIC-DISPATCH.
           IF WS-MEDIC-STATUS NOT EQUAL '00'
               PERFORM WriteNotOnHand
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ MEDIC-DISPATCH
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MEDIC-DISPATCH-LINE(1:4) EQUAL 'ELF '
                           MOVE MEDIC-DISPATCH-LINE(5:16) TO WS-KEY
                           MOVE WS-TODAY-DATE TO WS-KEY-DATE
                           PERFORM CheckElfKey
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEDIC-DISPATCH.

      * Only week1's roster rejects name an elf in the register text
      * - 'LINE ', the line number for 10, then UNKNOWN ELF or
      * INACTIVE ELF and the name (see week1's WriteRosterReject).
      * Every other reject is a raw input line with no key to check.
       SweepRejectRegister.
           MOVE 'REJREG' TO WS-KEY-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT REJECT-REGISTER.
           IF WS-REGR-STATUS NOT EQUAL '00'
               PERFORM WriteNotOnHand
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ REJECT-REGISTER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-KEY
                       IF REG-TEXT(1:5) EQUAL 'LINE '
                               AND REG-TEXT(16:13) EQUAL
                                   ' UNKNOWN ELF '
                           MOVE REG-TEXT(29:16) TO WS-KEY
                       END-IF
                       IF REG-TEXT(1:5) EQUAL 'LINE '
                               AND REG-TEXT(16:14) EQUAL
                                   ' INACTIVE ELF '
                           MOVE REG-TEXT(30:16) TO WS-KEY
                       END-IF
                       IF WS-KEY NOT EQUAL SPACES
                           MOVE REG-DATE TO WS-KEY-DATE
                           PERFORM CheckElfKey
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-REGISTER.

       SweepDeviceHistory.
           MOVE 'DEVHIST' TO WS-KEY-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DEVICE-HISTORY.
           IF WS-DHIST-STATUS NOT EQUAL '00'
               PERFORM WriteNotOnHand
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ DEVICE-HISTORY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DH-DEVICE TO WS-KEY
                       MOVE DH-DATE TO WS-KEY-DATE
                       PERFORM CheckDeviceKey
               END-READ
           END-PERFORM.
           CLOSE DEVICE-HISTORY.

       SweepDispatchOutstanding.
           MOVE 'DISPOUT' TO WS-KEY-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DISPATCH-OUTSTANDING.
           IF WS-DOUT-STATUS NOT EQUAL '00'
               PERFORM WriteNotOnHand
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ DISPATCH-OUTSTANDING
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DO-DEVICE TO WS-KEY
                       MOVE DO-DATE TO WS-KEY-DATE
                       PERFORM CheckDeviceKey
               END-READ
           END-PERFORM.
           CLOSE DISPATCH-OUTSTANDING.

       SweepChaseList.
           MOVE 'CHASE' TO WS-KEY-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CHASE-LIST.
           IF WS-CHASE-STATUS NOT EQUAL '00'
               PERFORM WriteNotOnHand
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ CHASE-LIST
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHASE-LINE(1:7) EQUAL 'DEVICE '
                           MOVE CHASE-LINE(8:8) TO WS-KEY
                           MOVE ZEROES TO WS-KEY-DATE
                           IF CHASE-LINE(28:8) IS NUMERIC
                               MOVE CHASE-LINE(28:8) TO WS-KEY-DATE
                           END-IF
                           PERFORM CheckDeviceKey
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHASE-LIST.

       WriteNotOnHand.
           ADD 1 TO WS-NOT-ON-HAND.
           MOVE SPACES TO INTEGRITY-RPT-LINE.
           STRING 'FILE ' WS-KEY-FILE ' NOT ON HAND - NOT CHECKED'
               DELIMITED BY SIZE INTO INTEGRITY-RPT-LINE
           END-STRING.
           WRITE INTEGRITY-RPT-LINE.

      * One elf key - on the roster, or an old name the roster
      * renames to an elf still on it, counts as that elf's activity;
      * anything else is an orphan.
       CheckElfKey.
           ADD 1 TO WS-REC-NUM.
           MOVE 'ELF' TO WS-KEY-KIND.
           IF WS-KEY EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FindRosterElf.
           IF WS-ELF-HIT EQUAL ZEROES
               PERFORM FindAlias
               IF WS-ALIAS-HIT > ZEROES
                   MOVE WS-KEY TO WS-KEY-HINT
                   MOVE WS-ALIAS-NEW(WS-ALIAS-HIT) TO WS-KEY
                   PERFORM FindRosterElf
                   MOVE WS-KEY-HINT TO WS-KEY
               END-IF
           END-IF.
           IF WS-ELF-HIT > ZEROES
               IF WS-KEY-DATE > WS-ELF-LAST(WS-ELF-HIT)
                   MOVE WS-KEY-DATE TO WS-ELF-LAST(WS-ELF-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM SuggestRosterName.
           PERFORM NoteOrphan.

       CheckDeviceKey.
           ADD 1 TO WS-REC-NUM.
           MOVE 'DEVICE' TO WS-KEY-KIND.
           IF WS-KEY EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-DEV-HIT.
           PERFORM VARYING WS-DEV-SUB FROM 1 BY 1
                   UNTIL WS-DEV-SUB > WS-DEV-COUNT
               IF WS-DEV-ID(WS-DEV-SUB) EQUAL WS-KEY(1:8)
                   MOVE WS-DEV-SUB TO WS-DEV-HIT
                   MOVE WS-DEV-COUNT TO WS-DEV-SUB
               END-IF
           END-PERFORM.
           IF WS-DEV-HIT > ZEROES
               IF WS-KEY-DATE > WS-DEV-LAST(WS-DEV-HIT)
                   MOVE WS-KEY-DATE TO WS-DEV-LAST(WS-DEV-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KEY-HINT.
           PERFORM NoteOrphan.

       FindRosterElf.
           MOVE ZEROES TO WS-ELF-HIT.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                   UNTIL WS-ELF-SUB > WS-ELF-COUNT
               IF WS-ELF-NAME(WS-ELF-SUB) EQUAL WS-KEY
                   MOVE WS-ELF-SUB TO WS-ELF-HIT
                   MOVE WS-ELF-COUNT TO WS-ELF-SUB
               END-IF
           END-PERFORM.

       FindAlias.
           MOVE ZEROES TO WS-ALIAS-HIT.
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
               IF WS-ALIAS-OLD(WS-ALIAS-SUB) EQUAL WS-KEY
                   MOVE WS-ALIAS-SUB TO WS-ALIAS-HIT
                   MOVE WS-ALIAS-COUNT TO WS-ALIAS-SUB
               END-IF
           END-PERFORM.

      * The roster name an orphaned elf key probably belongs to. An
      * old name with an ALS: record points at its rename target,
      * gone or not. Otherwise the roster name sharing the most
      * letters in the same places, so long as that is more than
      * half the key - a one-letter slip or a changed suffix, not a
      * stranger. A shared first letter counts one extra, so a slip
      * late in the name wins a tie.
       SuggestRosterName.
           MOVE SPACES TO WS-KEY-HINT.
           PERFORM FindAlias.
           IF WS-ALIAS-HIT > ZEROES
               MOVE WS-ALIAS-NEW(WS-ALIAS-HIT) TO WS-KEY-HINT
               EXIT PARAGRAPH
           END-IF.
           MOVE 16 TO WS-KEY-LEN.
           PERFORM UNTIL WS-KEY-LEN EQUAL ZEROES
                   OR WS-KEY(WS-KEY-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-KEY-LEN
           END-PERFORM.
           MOVE ZEROES TO WS-BEST-CHARS.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                   UNTIL WS-ELF-SUB > WS-ELF-COUNT
               MOVE ZEROES TO WS-MATCH-CHARS
               PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                       UNTIL WS-CHAR-SUB > WS-KEY-LEN
                   IF WS-KEY(WS-CHAR-SUB:1) EQUAL
                           WS-ELF-NAME(WS-ELF-SUB)(WS-CHAR-SUB:1)
                       ADD 1 TO WS-MATCH-CHARS
                   END-IF
               END-PERFORM
               IF WS-KEY-LEN > ZEROES
                       AND WS-MATCH-CHARS * 2 > WS-KEY-LEN
                       AND WS-KEY(1:1) EQUAL
                           WS-ELF-NAME(WS-ELF-SUB)(1:1)
                   ADD 1 TO WS-MATCH-CHARS
               END-IF
               IF WS-MATCH-CHARS > WS-BEST-CHARS
                       AND WS-MATCH-CHARS * 2 > WS-KEY-LEN
                   MOVE WS-MATCH-CHARS TO WS-BEST-CHARS
                   MOVE WS-ELF-NAME(WS-ELF-SUB) TO WS-KEY-HINT
               END-IF
           END-PERFORM.

      * The orphan onto its file-and-key row - first and last date
      * seen and the record count.
       NoteOrphan.
           MOVE ZEROES TO WS-ORF-HIT.
           PERFORM VARYING WS-ORF-SUB FROM 1 BY 1
                   UNTIL WS-ORF-SUB > WS-ORF-COUNT
               IF WS-ORF-FILE(WS-ORF-SUB) EQUAL WS-KEY-FILE
                       AND WS-ORF-KEY(WS-ORF-SUB) EQUAL WS-KEY
                   MOVE WS-ORF-SUB TO WS-ORF-HIT
                   MOVE WS-ORF-COUNT TO WS-ORF-SUB
               END-IF
           END-PERFORM.
           IF WS-ORF-HIT EQUAL ZEROES
               IF WS-ORF-COUNT EQUAL 500
                   MOVE 'Y' TO WS-ORF-OVER
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ORF-COUNT
               MOVE WS-ORF-COUNT TO WS-ORF-HIT
               MOVE WS-KEY-FILE TO WS-ORF-FILE(WS-ORF-HIT)
               MOVE WS-KEY-KIND TO WS-ORF-KIND(WS-ORF-HIT)
               MOVE WS-KEY TO WS-ORF-KEY(WS-ORF-HIT)
               MOVE WS-KEY-DATE TO WS-ORF-FIRST(WS-ORF-HIT)
               MOVE WS-KEY-DATE TO WS-ORF-LAST(WS-ORF-HIT)
               MOVE ZEROES TO WS-ORF-RECS(WS-ORF-HIT)
               MOVE WS-KEY-HINT TO WS-ORF-HINT(WS-ORF-HIT)
           END-IF.
           ADD 1 TO WS-ORF-RECS(WS-ORF-HIT).
           IF WS-KEY-DATE < WS-ORF-FIRST(WS-ORF-HIT)
               MOVE WS-KEY-DATE TO WS-ORF-FIRST(WS-ORF-HIT)
           END-IF.
           IF WS-KEY-DATE > WS-ORF-LAST(WS-ORF-HIT)
               MOVE WS-KEY-DATE TO WS-ORF-LAST(WS-ORF-HIT)
           END-IF.

      * The orphans, file by file in the order swept, and a
      * severity-2 alert for each file that has any.
       WriteOrphanLines.
           MOVE ZEROES TO WS-FILE-ORPHANS.
           PERFORM VARYING WS-ORF-SUB FROM 1 BY 1
                   UNTIL WS-ORF-SUB > WS-ORF-COUNT
               MOVE SPACES TO INTEGRITY-RPT-LINE
               MOVE SPACES TO WS-HINT-TEXT
               STRING 'PROBABLY ' WS-ORF-HINT(WS-ORF-SUB)
                   DELIMITED BY SIZE INTO WS-HINT-TEXT
               END-STRING
               IF WS-ORF-HINT(WS-ORF-SUB) EQUAL SPACES
                   MOVE 'NO LIKELY MATCH' TO WS-HINT-TEXT
               END-IF
               IF WS-ORF-KIND(WS-ORF-SUB) EQUAL 'DEVICE'
                   MOVE 'NOT ON DEVREG' TO WS-HINT-TEXT
               END-IF
               STRING 'FILE ' WS-ORF-FILE(WS-ORF-SUB) ' '
                   WS-ORF-KIND(WS-ORF-SUB) ' ' WS-ORF-KEY(WS-ORF-SUB)
                   ' FIRST ' WS-ORF-FIRST(WS-ORF-SUB)
                   ' LAST ' WS-ORF-LAST(WS-ORF-SUB)
                   ' RECORDS ' WS-ORF-RECS(WS-ORF-SUB)
                   ' ' WS-HINT-TEXT
                   DELIMITED BY SIZE INTO INTEGRITY-RPT-LINE
               END-STRING
               WRITE INTEGRITY-RPT-LINE
               DISPLAY INTEGRITY-RPT-LINE
               ADD 1 TO WS-FILE-ORPHANS
               IF WS-ORF-SUB EQUAL WS-ORF-COUNT
                   PERFORM AlertFileOrphans
               ELSE
                   IF WS-ORF-FILE(WS-ORF-SUB + 1) NOT EQUAL
                           WS-ORF-FILE(WS-ORF-SUB)
                       PERFORM AlertFileOrphans
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO INTEGRITY-RPT-LINE.
           STRING 'ORPHANED KEYS ' WS-ORF-COUNT ' FILES NOT ON HAND '
               WS-NOT-ON-HAND
               DELIMITED BY SIZE INTO INTEGRITY-RPT-LINE
           END-STRING.
           WRITE INTEGRITY-RPT-LINE.
           IF WS-ORF-OVER EQUAL 'Y'
               MOVE 'WARNING - MORE THAN 500 ORPHANED KEYS, THE REST '
                   TO INTEGRITY-RPT-LINE
               MOVE 'ARE NOT LISTED' TO INTEGRITY-RPT-LINE(49:14)
               WRITE INTEGRITY-RPT-LINE
           END-IF.

       AlertFileOrphans.
           MOVE 2 TO WS-ALERT-SEV.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING WS-FILE-ORPHANS ' ORPHANED KEYS IN '
               WS-ORF-FILE(WS-ORF-SUB)
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM WriteAlert.
           MOVE ZEROES TO WS-FILE-ORPHANS.

      * Masters marked active with nothing in any history since the
      * idle cutoff - roster elves flagged A, registry devices
      * IN-SERVICE.
       WriteIdleLines.
           MOVE 'IDLE MASTERS' TO INTEGRITY-RPT-LINE.
           WRITE INTEGRITY-RPT-LINE.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                   UNTIL WS-ELF-SUB > WS-ELF-COUNT
               IF WS-ELF-ACTIVE(WS-ELF-SUB) EQUAL 'A'
                       AND WS-ELF-LAST(WS-ELF-SUB) < WS-IDLE-CUTOFF
                   ADD 1 TO WS-IDLE-COUNT
                   MOVE SPACES TO INTEGRITY-RPT-LINE
                   IF WS-ELF-LAST(WS-ELF-SUB) EQUAL ZEROES
                       STRING 'ELF ' WS-ELF-NAME(WS-ELF-SUB)
                           ' ACTIVE ON ROSTER - NO ACTIVITY IN ANY '
                           'HISTORY FILE'
                           DELIMITED BY SIZE INTO INTEGRITY-RPT-LINE
                       END-STRING
                   ELSE
                       STRING 'ELF ' WS-ELF-NAME(WS-ELF-SUB)
                           ' ACTIVE ON ROSTER - LAST ACTIVITY '
                           WS-ELF-LAST(WS-ELF-SUB)
                           DELIMITED BY SIZE INTO INTEGRITY-RPT-LINE
                       END-STRING
                   END-IF
                   WRITE INTEGRITY-RPT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DEV-SUB FROM 1 BY 1
                   UNTIL WS-DEV-SUB > WS-DEV-COUNT
               IF WS-DEV-LIFE(WS-DEV-SUB) EQUAL 'IN-SERVICE'
                       AND WS-DEV-LAST(WS-DEV-SUB) < WS-IDLE-CUTOFF
                   ADD 1 TO WS-IDLE-COUNT
                   MOVE SPACES TO INTEGRITY-RPT-LINE
                   IF WS-DEV-LAST(WS-DEV-SUB) EQUAL ZEROES
                       STRING 'DEVICE ' WS-DEV-ID(WS-DEV-SUB)
                           ' IN-SERVICE ON REGISTRY - NO ACTIVITY IN '
                           'ANY HISTORY FILE'
                           DELIMITED BY SIZE INTO INTEGRITY-RPT-LINE
                       END-STRING
                   ELSE
                       STRING 'DEVICE ' WS-DEV-ID(WS-DEV-SUB)
                           ' IN-SERVICE ON REGISTRY - LAST ACTIVITY '
                           WS-DEV-LAST(WS-DEV-SUB)
                           DELIMITED BY SIZE INTO INTEGRITY-RPT-LINE
                       END-STRING
                   END-IF
                   WRITE INTEGRITY-RPT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO INTEGRITY-RPT-LINE.
           STRING 'IDLE MASTERS ' WS-IDLE-COUNT ' NOTHING SINCE '
               WS-IDLE-CUTOFF
               DELIMITED BY SIZE INTO INTEGRITY-RPT-LINE
           END-STRING.
           WRITE INTEGRITY-RPT-LINE.
           DISPLAY INTEGRITY-RPT-LINE.

       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM INTEGCHK SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The records are the history records
      * swept.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-ROSTER-LOADED EQUAL 'N'
                   AND WS-REGISTRY-LOADED EQUAL 'N'
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM INTEGCHK RECORDS ' WS-REC-NUM
                   ' RESULT ABORT NO MASTERS'
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM INTEGCHK RECORDS ' WS-REC-NUM
                   ' RESULT ' WS-ORF-COUNT ' ORPHANS '
                   WS-IDLE-COUNT ' IDLE'
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

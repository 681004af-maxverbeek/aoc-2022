      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE.

      * Record lineage trace for one elf and one business date - the
      * hand trace done every time HQ or the medic challenges a
      * figure, as an inquiry. The chain is printed in the order the
      * figure travelled: the roster entry the name resolves to (an
      * old name is followed through its ALS: rename), the block as
      * WEEK1 read it out of ELFCAL.DAT (BLOCKSRC.DAT - its camp, its
      * lines, scored or rejected), the camp's drop file off
      * CAMPDIR.DAT, every REJREG.DAT entry raised inside the block
      * with its repair and any CORRECTS.DAT line waiting for it, the
      * CALHIST.IDX record, the watch list (WATCHHIST.DAT), the medic
      * dispatch (a case opened that day on MEDCASE.DAT or its
      * archive MEDCASEA.DAT, or else the WATCHDAYS-day watch streak
      * WEEK1 dispatches on, less any STOOD-DOWN hold the medic had
      * on the elf - MEDICDSP.DAT itself is rewritten every run and
      * carries no date), and the HQ batch that carried the day off
      * BATCHLOG.DAT with its cataloged extract generation. Each hop
      * is marked FOUND or MISSING. Read-only over every file; run it
      * any time. LINEAGE.DAT keeps the last trace for the file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ROSTER ASSIGN TO "ROSTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

       SELECT BLOCK-SOURCE ASSIGN TO "BLOCKSRC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BSRC-STATUS.

       SELECT CAMP-DIRECTORY ASSIGN TO "CAMPDIR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIR-STATUS.

       SELECT REJECT-REGISTER ASSIGN TO "REJREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGR-STATUS.

       SELECT CORRECTIONS ASSIGN TO "CORRECTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORR-STATUS.

      * The indexed calorie history, read by key - one elf and date
      * is one READ.
       SELECT CAL-HISTORY ASSIGN TO "CALHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-HIST-STATUS.

       SELECT WATCH-HISTORY ASSIGN TO "WATCHHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHIST-STATUS.

      * The medic case register MEDCASE maintains - a case opened on
      * the date proves the dispatch, and a STOOD-DOWN answer still
      * short of its review date is WEEK1's hold - see TraceMedic.
       SELECT MEDIC-CASES ASSIGN TO "MEDCASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

      * The cases MEDCASE has superseded and moved out of the
      * register - read the same way.
       SELECT CASE-ARCHIVE ASSIGN TO "MEDCASEA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.

       SELECT BATCH-LOG ASSIGN TO "BATCHLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BLOG-STATUS.

       SELECT RPT-CATALOG ASSIGN TO "RPTCATLG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.

      * Alerting thresholds, held in a control file the operators
      * edit without a recompile - see week1's GetThresholds.
       SELECT THRESHOLDS ASSIGN TO "THRESHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

       SELECT LINEAGE-RPT ASSIGN TO "LINEAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-ID PIC X(4).
           05 ROSTER-NAME PIC X(16).
           05 ROSTER-FULL-NAME PIC X(24).
           05 ROSTER-CAMP PIC X(10).
           05 ROSTER-ACTIVE PIC X(1).

      * Laid out field for field the same as week1's
      * BLOCK-SOURCE-RECORD so the two stay in step.
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

      * Laid out field for field the same as campmerge's
      * CAMP-DIR-RECORD so the two stay in step.
       FD CAMP-DIRECTORY.
       01 CAMP-DIR-RECORD.
           05 DIR-CAMP PIC X(10).
           05 DIR-FILE PIC X(20).
           05 DIR-EXPECT PIC 9(4).

      * Laid out field for field the same as week1's REJREG-RECORD
      * so the writers and this reader stay in step.
       FD REJECT-REGISTER.
       01 REJREG-RECORD.
           05 REG-STATUS PIC X(8).
           05 REG-DATE PIC 9(8).
           05 REG-SOURCE PIC X(2).
           05 REG-LINE PIC 9(10).
           05 REG-TEXT PIC X(60).
           05 REG-CAMP PIC X(10).
           05 REG-CLEARED PIC 9(8).

      * Laid out field for field the same as resubmit's
      * CORR-RECORD so the two stay in step.
       FD CORRECTIONS.
       01 CORR-RECORD.
           05 CORR-SOURCE PIC X(2).
           05 CORR-LINE-NUM PIC 9(10).
           05 CORR-ELF PIC X(16).
           05 CORR-VALUE PIC X(20).

       FD CAL-HISTORY.
       01 HIST-RECORD.
           05 HIST-KEY.
               10 HIST-ELF PIC X(16).
               10 HIST-DATE PIC 9(8).
           05 HIST-TOTAL PIC S9(20).

       FD WATCH-HISTORY.
       01 WATCH-HISTORY-RECORD.
           05 WHIST-DATE PIC 9(8).
           05 WHIST-ELF PIC X(16).
           05 WHIST-TOTAL PIC S9(20).

      * Both are read into WS-CASE-RECORD below.
       FD MEDIC-CASES.
       01 MEDIC-CASE-RECORD PIC X(50).

       FD CASE-ARCHIVE.
       01 CASE-ARCHIVE-RECORD PIC X(50).

      * Laid out field for field the same as the driver's
      * BATCH-LOG-RECORD so the two stay in step.
       FD BATCH-LOG.
       01 BATCH-LOG-RECORD.
           05 BL-BATCH PIC 9(6).
           05 BL-DATE PIC 9(8).
           05 BL-COUNT PIC 9(6).
           05 BL-HASH PIC 9(20).
           05 BL-STATUS PIC X(8).

      * Laid out field for field the same as the driver's
      * CATALOG-RECORD so the two stay in step.
       FD RPT-CATALOG.
       01 CATALOG-RECORD.
           05 CAT-REPORT PIC X(14).
           05 CAT-GEN-NAME PIC X(20).
           05 CAT-DATE PIC 9(8).
           05 CAT-BATCH PIC 9(6).

       FD THRESHOLDS.
       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

       FD LINEAGE-RPT.
       01 LINEAGE-RPT-LINE PIC X(100).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-BSRC-STATUS PIC X(2) VALUE SPACES.
       01 WS-DIR-STATUS PIC X(2) VALUE SPACES.
       01 WS-REGR-STATUS PIC X(2) VALUE SPACES.
       01 WS-CORR-STATUS PIC X(2) VALUE SPACES.
       01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-WHIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-CASE-STATUS PIC X(2) VALUE SPACES.
       01 WS-ARCH-STATUS PIC X(2) VALUE SPACES.
       01 WS-BLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-CAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

      * What was asked for.
       01 WS-ASK-ELF PIC X(16) VALUE SPACES.
       01 WS-ASK-DATE PIC 9(8) VALUE ZEROES.

      * The names the elf has gone by - the name asked for, the
      * current roster name an ALS: record renames it to, and every
      * older name renamed to that. History, watch and register
      * records are matched against any of them, since a block is
      * scored under whichever name was current that day.
       01 WS-CURR-NAME PIC X(16) VALUE SPACES.
       01 WS-NAME-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-NAME-TABLE.
           05 WS-NAME OCCURS 10 TIMES PIC X(16).
       01 WS-NAME-SUB PIC 9(2).
       01 WS-NAME-HIT PIC X VALUE 'N'.
       01 WS-TEST-NAME PIC X(16) VALUE SPACES.

      * ALS: records held for the resolution above - old name, new
      * name, effective date (see week1's TakeAliasRecord).
       01 WS-ALIAS-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 50 TIMES.
               10 WS-ALIAS-OLD PIC X(16).
               10 WS-ALIAS-NEW PIC X(16).
       01 WS-ALIAS-SUB PIC 9(3).

      * The roster entry the current name resolves to.
       01 WS-ROSTER-FOUND PIC X VALUE 'N'.
       01 WS-ROSTER-FULL PIC X(24) VALUE SPACES.
       01 WS-ROSTER-CAMP PIC X(10) VALUE SPACES.
       01 WS-ROSTER-ACTIVE PIC X(1) VALUE SPACES.

      * The block as WEEK1 recorded it - the last record for the
      * elf and date wins, so a rerun's block replaces the first.
       01 WS-BLOCK-FOUND PIC X VALUE 'N'.
       01 WS-BLOCK-ELF PIC X(16) VALUE SPACES.
       01 WS-BLOCK-HEADER PIC X(16) VALUE SPACES.
       01 WS-BLOCK-CAMP PIC X(10) VALUE SPACES.
       01 WS-BLOCK-FIRST PIC 9(10) VALUE ZEROES.
       01 WS-BLOCK-LAST PIC 9(10) VALUE ZEROES.
       01 WS-BLOCK-STATUS PIC X(8) VALUE SPACES.
       01 WS-BLOCK-TOTAL PIC S9(20) VALUE ZEROES.
       01 WS-TOTAL-DISP PIC -(19)9.

       01 WS-DROP-FILE PIC X(20) VALUE SPACES.

      * Register entries belonging to the block - raised on the date
      * inside its line range, or naming the elf in their text.
       01 WS-REJ-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-REJ-TABLE.
           05 WS-REJ-ENTRY OCCURS 50 TIMES.
               10 WS-REJ-STATUS PIC X(8).
               10 WS-REJ-LINE PIC 9(10).
               10 WS-REJ-TEXT PIC X(60).
               10 WS-REJ-CLEARED PIC 9(8).
       01 WS-REJ-SUB PIC 9(3).
       01 WS-REJ-TAKE PIC X VALUE 'N'.
       01 WS-CORR-FOUND PIC X VALUE 'N'.
       01 WS-CORR-VALUE PIC X(20) VALUE SPACES.

       01 WS-HIST-FOUND PIC X VALUE 'N'.
       01 WS-HIST-NAME PIC X(16) VALUE SPACES.
       01 WS-WATCH-FOUND PIC X VALUE 'N'.

      * Watch dates for the elf in the month before the date, for
      * the same streak walk week1's CheckWatchStreak makes.
       01 WS-THR-WATCHDAYS PIC 9(6) VALUE 4.
       01 WS-WDATE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-WDATE-TABLE.
           05 WS-WDATE OCCURS 100 TIMES PIC 9(8).
       01 WS-WDATE-SUB PIC 9(3).
       01 WS-WATCH-CUTOFF PIC 9(8) VALUE ZEROES.
       01 WS-STREAK PIC 9(3) VALUE ZEROES.
       01 WS-STREAK-INT PIC 9(8) VALUE ZEROES.

      * What the case register says of the date - a case opened on
      * it, or a STOOD-DOWN answer posted by it whose review date is
      * still to come, and that review date.
       01 WS-CASE-OPENED PIC X VALUE 'N'.

      * Laid out field for field the same as medcase.cob's
      * MEDIC-CASE-RECORD so the two stay in step.
       01 WS-CASE-RECORD.
           05 MC-ELF PIC X(16).
           05 MC-OPENED PIC 9(8).
           05 MC-STATUS PIC X(10).
           05 MC-ANSWERED PIC 9(8).
           05 MC-REVIEW PIC 9(8).
       01 WS-CASE-HELD PIC X VALUE 'N'.
       01 WS-CASE-REVIEW PIC 9(8) VALUE ZEROES.
       01 WS-STREAK-DATE PIC 9(8) VALUE ZEROES.
       01 WS-STREAK-FOUND PIC X VALUE 'N'.

       01 WS-BATCH-FOUND PIC X VALUE 'N'.
       01 WS-BATCH-NUM PIC 9(6) VALUE ZEROES.
       01 WS-BATCH-STAT PIC X(8) VALUE SPACES.
       01 WS-GEN-NAME PIC X(20) VALUE SPACES.
       01 WS-GEN-FOUND PIC X VALUE 'N'.

      * One hop's line - its label, FOUND or MISSING, and the detail.
       01 WS-HOP-LABEL PIC X(14) VALUE SPACES.
       01 WS-HOP-MARK PIC X(7) VALUE SPACES.
       01 WS-HOP-TEXT PIC X(75) VALUE SPACES.
       01 WS-FOUND-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-MISSING-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-BREAK-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-RECORDS-READ PIC 9(10) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'ELF NAME (CURRENT OR OLD)? '.
           ACCEPT WS-ASK-ELF.
           DISPLAY 'BUSINESS DATE (YYYYMMDD)? '.
           MOVE ZEROES TO WS-ASK-DATE.
           ACCEPT WS-ASK-DATE.
           IF WS-ASK-ELF EQUAL SPACES
               DISPLAY 'ELF NAME MUST NOT BE BLANK'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-DATE) NOT EQUAL 0
               DISPLAY 'DATE ' WS-ASK-DATE ' IS NOT A VALID DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM GetThresholds.
           OPEN OUTPUT LINEAGE-RPT.
           MOVE SPACES TO LINEAGE-RPT-LINE.
           STRING 'LINEAGE TRACE ELF ' WS-ASK-ELF ' BUSINESS DATE '
               WS-ASK-DATE
               DELIMITED BY SIZE INTO LINEAGE-RPT-LINE
           END-STRING.
           PERFORM WriteTraceLine.
           PERFORM ResolveNames.
           PERFORM TraceSourceBlock.
           PERFORM TraceDropFile.
           PERFORM TraceRejects.
           PERFORM TraceHistory.
           PERFORM TraceWatch.
           PERFORM TraceMedic.
           PERFORM TraceHqBatch.
           MOVE SPACES TO LINEAGE-RPT-LINE.
           STRING 'HOPS FOUND ' WS-FOUND-COUNT ' MISSING '
               WS-MISSING-COUNT ' - CHAIN BREAKS ' WS-BREAK-COUNT
               DELIMITED BY SIZE INTO LINEAGE-RPT-LINE
           END-STRING.
           PERFORM WriteTraceLine.
           CLOSE LINEAGE-RPT.
           PERFORM WriteAuditLog.
      * Off the watch list or no medic dispatch is an answer, not a
      * gap; a break is a hop every posted figure must have - the
      * roster entry, the block, the history record, the HQ batch.
           IF WS-BREAK-COUNT > ZEROES
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
                                   AND THR-EFFDATE > WS-ASK-DATE
                               MOVE SPACES TO THR-KEY
                           END-IF
                           IF THR-KEY EQUAL 'WATCHDAY'
                               MOVE THR-VALUE TO WS-THR-WATCHDAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.

      * The roster and its ALS: records - the name asked for is
      * followed forward through any renames to the current roster
      * name, then every old name renamed to that is gathered too.
       ResolveNames.
           OPEN INPUT ROSTER.
           IF WS-ROSTER-STATUS EQUAL '00'
               PERFORM UNTIL WS-ROSTER-STATUS NOT EQUAL '00'
                   READ ROSTER
                       AT END MOVE '10' TO WS-ROSTER-STATUS
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF ROSTER-ID EQUAL 'ALS:'
                                   AND WS-ALIAS-COUNT < 50
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE ROSTER-RECORD(5:16) TO
                                   WS-ALIAS-OLD(WS-ALIAS-COUNT)
                               MOVE ROSTER-RECORD(21:16) TO
                                   WS-ALIAS-NEW(WS-ALIAS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER
           END-IF.
           MOVE WS-ASK-ELF TO WS-CURR-NAME.
      * A rename chain is at most as long as the alias table - the
      * bound stops a looped pair of ALS: records going round.
           PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                   UNTIL WS-NAME-SUB > 50
               MOVE 'N' TO WS-NAME-HIT
               PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                       UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
                   IF WS-ALIAS-OLD(WS-ALIAS-SUB) EQUAL WS-CURR-NAME
                       MOVE WS-ALIAS-NEW(WS-ALIAS-SUB) TO WS-CURR-NAME
                       MOVE 'Y' TO WS-NAME-HIT
                       MOVE WS-ALIAS-COUNT TO WS-ALIAS-SUB
                   END-IF
               END-PERFORM
               IF WS-NAME-HIT NOT EQUAL 'Y'
                   MOVE 50 TO WS-NAME-SUB
               END-IF
           END-PERFORM.
           MOVE WS-CURR-NAME TO WS-TEST-NAME.
           PERFORM AddName.
           MOVE WS-ASK-ELF TO WS-TEST-NAME.
           PERFORM AddName.
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
               MOVE WS-ALIAS-NEW(WS-ALIAS-SUB) TO WS-TEST-NAME
               PERFORM CheckName
               IF WS-NAME-HIT EQUAL 'Y'
                   MOVE WS-ALIAS-OLD(WS-ALIAS-SUB) TO WS-TEST-NAME
                   PERFORM AddName
               END-IF
           END-PERFORM.
           OPEN INPUT ROSTER.
           IF WS-ROSTER-STATUS EQUAL '00'
               PERFORM UNTIL WS-ROSTER-STATUS NOT EQUAL '00'
                   READ ROSTER
                       AT END MOVE '10' TO WS-ROSTER-STATUS
                       NOT AT END
                           IF ROSTER-ID NOT EQUAL 'ALS:'
                                   AND ROSTER-NAME EQUAL WS-CURR-NAME
                               MOVE 'Y' TO WS-ROSTER-FOUND
                               MOVE ROSTER-FULL-NAME TO WS-ROSTER-FULL
                               MOVE ROSTER-CAMP TO WS-ROSTER-CAMP
                               MOVE ROSTER-ACTIVE TO WS-ROSTER-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER
           END-IF.
           MOVE 'ROSTER' TO WS-HOP-LABEL.
           MOVE SPACES TO WS-HOP-TEXT.
           IF WS-ROSTER-FOUND EQUAL 'Y'
               MOVE 'FOUND' TO WS-HOP-MARK
               STRING WS-CURR-NAME ' ' WS-ROSTER-FULL ' CAMP '
                   WS-ROSTER-CAMP ' ACTIVE ' WS-ROSTER-ACTIVE
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
           ELSE
               MOVE 'MISSING' TO WS-HOP-MARK
               ADD 1 TO WS-BREAK-COUNT
               STRING WS-CURR-NAME ' NOT ON ROSTER.DAT'
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
           END-IF.
           PERFORM WriteHop.
           PERFORM VARYING WS-NAME-SUB FROM 2 BY 1
                   UNTIL WS-NAME-SUB > WS-NAME-COUNT
               MOVE SPACES TO LINEAGE-RPT-LINE
               STRING '               ALSO KNOWN AS '
                   WS-NAME(WS-NAME-SUB)
                   DELIMITED BY SIZE INTO LINEAGE-RPT-LINE
               END-STRING
               PERFORM WriteTraceLine
           END-PERFORM.

       AddName.
           PERFORM CheckName.
           IF WS-NAME-HIT EQUAL 'Y' OR WS-NAME-COUNT EQUAL 10
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NAME-COUNT.
           MOVE WS-TEST-NAME TO WS-NAME(WS-NAME-COUNT).

      * WS-NAME-HIT 'Y' when WS-TEST-NAME is one of the elf's names.
       CheckName.
           MOVE 'N' TO WS-NAME-HIT.
           PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                   UNTIL WS-NAME-SUB > WS-NAME-COUNT
               IF WS-NAME(WS-NAME-SUB) EQUAL WS-TEST-NAME
                   MOVE 'Y' TO WS-NAME-HIT
                   MOVE WS-NAME-COUNT TO WS-NAME-SUB
               END-IF
           END-PERFORM.

      * The block WEEK1 read for the elf on the date.
       TraceSourceBlock.
           OPEN INPUT BLOCK-SOURCE.
           IF WS-BSRC-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ BLOCK-SOURCE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF BS-DATE EQUAL WS-ASK-DATE
                               MOVE BS-ELF TO WS-TEST-NAME
                               PERFORM CheckName
                               IF WS-NAME-HIT NOT EQUAL 'Y'
                                   MOVE BS-HEADER TO WS-TEST-NAME
                                   PERFORM CheckName
                               END-IF
                               IF WS-NAME-HIT EQUAL 'Y'
                                   PERFORM TakeBlock
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-SOURCE
           END-IF.
           MOVE 'SOURCE BLOCK' TO WS-HOP-LABEL.
           MOVE SPACES TO WS-HOP-TEXT.
           IF WS-BLOCK-FOUND EQUAL 'Y'
               MOVE 'FOUND' TO WS-HOP-MARK
               MOVE WS-BLOCK-TOTAL TO WS-TOTAL-DISP
               STRING 'ELFCAL.DAT LINES ' WS-BLOCK-FIRST '-'
                   WS-BLOCK-LAST ' ' WS-BLOCK-STATUS ' TOTAL '
                   WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
               PERFORM WriteHop
               IF WS-BLOCK-HEADER NOT EQUAL WS-BLOCK-ELF
                   MOVE SPACES TO LINEAGE-RPT-LINE
                   STRING '               HEADER ARRIVED AS '
                       WS-BLOCK-HEADER ' SCORED AS ' WS-BLOCK-ELF
                       DELIMITED BY SIZE INTO LINEAGE-RPT-LINE
                   END-STRING
                   PERFORM WriteTraceLine
               END-IF
           ELSE
               MOVE 'MISSING' TO WS-HOP-MARK
               ADD 1 TO WS-BREAK-COUNT
               MOVE 'NO BLOCK ON BLOCKSRC.DAT FOR THE ELF AND DATE'
                   TO WS-HOP-TEXT
               PERFORM WriteHop
           END-IF.

       TakeBlock.
           MOVE 'Y' TO WS-BLOCK-FOUND.
           MOVE BS-ELF TO WS-BLOCK-ELF.
           MOVE BS-HEADER TO WS-BLOCK-HEADER.
           MOVE BS-CAMP TO WS-BLOCK-CAMP.
           MOVE BS-FIRST-LINE TO WS-BLOCK-FIRST.
           MOVE BS-LAST-LINE TO WS-BLOCK-LAST.
           MOVE BS-STATUS TO WS-BLOCK-STATUS.
           MOVE BS-TOTAL TO WS-BLOCK-TOTAL.

      * The camp the block sat under and that camp's drop file. A
      * block ahead of any CAMP: record came from a single-camp
      * ELFCAL.DAT dropped straight in, with no merge in between.
       TraceDropFile.
           MOVE 'CAMP DROP' TO WS-HOP-LABEL.
           MOVE SPACES TO WS-HOP-TEXT.
           IF WS-BLOCK-FOUND NOT EQUAL 'Y'
               MOVE 'MISSING' TO WS-HOP-MARK
               MOVE 'NO BLOCK TO PLACE' TO WS-HOP-TEXT
               PERFORM WriteHop
               EXIT PARAGRAPH
           END-IF.
           IF WS-BLOCK-CAMP EQUAL SPACES
               MOVE 'FOUND' TO WS-HOP-MARK
               MOVE 'NO CAMP: RECORD - ELFCAL.DAT DROPPED UNMERGED'
                   TO WS-HOP-TEXT
               PERFORM WriteHop
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DROP-FILE.
           OPEN INPUT CAMP-DIRECTORY.
           IF WS-DIR-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ CAMP-DIRECTORY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DIR-CAMP EQUAL WS-BLOCK-CAMP
                               MOVE DIR-FILE TO WS-DROP-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMP-DIRECTORY
           END-IF.
           IF WS-DROP-FILE NOT EQUAL SPACES
               MOVE 'FOUND' TO WS-HOP-MARK
               STRING 'CAMP ' WS-BLOCK-CAMP ' DROP FILE ' WS-DROP-FILE
                   ' MERGED BY CAMPMERGE'
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
           ELSE
               MOVE 'MISSING' TO WS-HOP-MARK
               STRING 'CAMP ' WS-BLOCK-CAMP ' HAS NO CAMPDIR.DAT '
                   'ENTRY - DROP FILE NOT NAMED'
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
           END-IF.
           PERFORM WriteHop.

      * WEEK1's register entries for the block - raised on the date
      * on a line inside the block, or naming the elf (the header
      * rejects, whose block never scored). Each is followed by its
      * repair: REPAIRED with RESUBMIT's date, or still OPEN with
      * any correction waiting on CORRECTS.DAT for the next RESUBMIT.
       TraceRejects.
           OPEN INPUT REJECT-REGISTER.
           IF WS-REGR-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ REJECT-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CheckRegisterEntry
                   END-READ
               END-PERFORM
               CLOSE REJECT-REGISTER
           END-IF.
           MOVE 'REJECTS' TO WS-HOP-LABEL.
           MOVE SPACES TO WS-HOP-TEXT.
           IF WS-REGR-STATUS NOT EQUAL '10'
                   AND WS-REGR-STATUS NOT EQUAL '00'
               MOVE 'MISSING' TO WS-HOP-MARK
               MOVE 'REJREG.DAT NOT ON HAND' TO WS-HOP-TEXT
               PERFORM WriteHop
               EXIT PARAGRAPH
           END-IF.
           MOVE 'FOUND' TO WS-HOP-MARK.
           IF WS-REJ-COUNT EQUAL ZEROES
               MOVE 'NONE ON REJREG.DAT FOR THE BLOCK' TO WS-HOP-TEXT
               PERFORM WriteHop
               EXIT PARAGRAPH
           END-IF.
           STRING WS-REJ-COUNT ' ON REJREG.DAT'
               DELIMITED BY SIZE INTO WS-HOP-TEXT
           END-STRING.
           PERFORM WriteHop.
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
               MOVE SPACES TO LINEAGE-RPT-LINE
               STRING '               ' WS-REJ-TEXT(WS-REJ-SUB)
                   DELIMITED BY SIZE INTO LINEAGE-RPT-LINE
               END-STRING
               PERFORM WriteTraceLine
               PERFORM TraceRepair
           END-PERFORM.

       CheckRegisterEntry.
           IF REG-SOURCE NOT EQUAL 'W1' OR REG-DATE NOT EQUAL
                   WS-ASK-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-REJ-TAKE.
           IF WS-BLOCK-FOUND EQUAL 'Y'
                   AND REG-LINE >= WS-BLOCK-FIRST
                   AND REG-LINE <= WS-BLOCK-LAST
               MOVE 'Y' TO WS-REJ-TAKE
           END-IF.
           MOVE SPACES TO WS-TEST-NAME.
           EVALUATE TRUE
               WHEN REG-TEXT(16:13) EQUAL ' UNKNOWN ELF '
                   MOVE REG-TEXT(29:16) TO WS-TEST-NAME
               WHEN REG-TEXT(16:14) EQUAL ' INACTIVE ELF '
                   MOVE REG-TEXT(30:16) TO WS-TEST-NAME
           END-EVALUATE.
           IF WS-TEST-NAME NOT EQUAL SPACES
               PERFORM CheckName
               IF WS-NAME-HIT EQUAL 'Y'
                   MOVE 'Y' TO WS-REJ-TAKE
               END-IF
           END-IF.
           IF WS-REJ-TAKE NOT EQUAL 'Y' OR WS-REJ-COUNT EQUAL 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REJ-COUNT.
           MOVE REG-STATUS TO WS-REJ-STATUS(WS-REJ-COUNT).
           MOVE REG-LINE TO WS-REJ-LINE(WS-REJ-COUNT).
           MOVE REG-TEXT TO WS-REJ-TEXT(WS-REJ-COUNT).
           IF REG-CLEARED IS NUMERIC
               MOVE REG-CLEARED TO WS-REJ-CLEARED(WS-REJ-COUNT)
           ELSE
               MOVE ZEROES TO WS-REJ-CLEARED(WS-REJ-COUNT)
           END-IF.

       TraceRepair.
           MOVE 'REPAIR' TO WS-HOP-LABEL.
           MOVE SPACES TO WS-HOP-TEXT.
           IF WS-REJ-STATUS(WS-REJ-SUB) EQUAL 'REPAIRED'
               MOVE 'FOUND' TO WS-HOP-MARK
               IF WS-REJ-CLEARED(WS-REJ-SUB) > ZEROES
                   STRING 'LINE ' WS-REJ-LINE(WS-REJ-SUB)
                       ' REPAIRED BY RESUBMIT ON '
                       WS-REJ-CLEARED(WS-REJ-SUB)
                       DELIMITED BY SIZE INTO WS-HOP-TEXT
                   END-STRING
               ELSE
                   STRING 'LINE ' WS-REJ-LINE(WS-REJ-SUB)
                       ' REPAIRED BY RESUBMIT, DATE NOT KEPT'
                       DELIMITED BY SIZE INTO WS-HOP-TEXT
                   END-STRING
               END-IF
               PERFORM WriteHop
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CORR-FOUND.
           OPEN INPUT CORRECTIONS.
           IF WS-CORR-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ CORRECTIONS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CORR-SOURCE EQUAL 'W1'
                                   AND CORR-LINE-NUM EQUAL
                                       WS-REJ-LINE(WS-REJ-SUB)
                               MOVE 'Y' TO WS-CORR-FOUND
                               MOVE CORR-VALUE TO WS-CORR-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTIONS
           END-IF.
           MOVE 'MISSING' TO WS-HOP-MARK.
           IF WS-CORR-FOUND EQUAL 'Y'
               STRING 'LINE ' WS-REJ-LINE(WS-REJ-SUB)
                   ' STILL OPEN - CORRECTS.DAT HOLDS '
                   WS-CORR-VALUE
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
           ELSE
               STRING 'LINE ' WS-REJ-LINE(WS-REJ-SUB)
                   ' STILL OPEN - NO CORRECTION KEYED'
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
           END-IF.
           PERFORM WriteHop.

      * The dated history record, tried under each of the elf's
      * names in turn.
       TraceHistory.
           MOVE 'N' TO WS-HIST-FOUND.
           OPEN INPUT CAL-HISTORY.
           IF WS-HIST-STATUS EQUAL '00'
               PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                       UNTIL WS-NAME-SUB > WS-NAME-COUNT
                   MOVE WS-NAME(WS-NAME-SUB) TO HIST-ELF
                   MOVE WS-ASK-DATE TO HIST-DATE
                   READ CAL-HISTORY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-HIST-FOUND
                           MOVE HIST-ELF TO WS-HIST-NAME
                           MOVE HIST-TOTAL TO WS-TOTAL-DISP
                           MOVE WS-NAME-COUNT TO WS-NAME-SUB
                   END-READ
               END-PERFORM
               CLOSE CAL-HISTORY
           END-IF.
           MOVE 'HISTORY' TO WS-HOP-LABEL.
           MOVE SPACES TO WS-HOP-TEXT.
           IF WS-HIST-FOUND EQUAL 'Y'
               MOVE 'FOUND' TO WS-HOP-MARK
               STRING 'CALHIST.IDX ' WS-HIST-NAME ' TOTAL '
                   WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
           ELSE
               MOVE 'MISSING' TO WS-HOP-MARK
               ADD 1 TO WS-BREAK-COUNT
               MOVE 'NO CALHIST.IDX RECORD FOR THE ELF AND DATE'
                   TO WS-HOP-TEXT
           END-IF.
           PERFORM WriteHop.

      * The watch list on the date, and the watch dates in the month
      * before it for the medic streak.
       TraceWatch.
           COMPUTE WS-WATCH-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ASK-DATE) - 31).
           OPEN INPUT WATCH-HISTORY.
           IF WS-WHIST-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ WATCH-HISTORY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF WHIST-DATE >= WS-WATCH-CUTOFF
                                   AND WHIST-DATE <= WS-ASK-DATE
                               MOVE WHIST-ELF TO WS-TEST-NAME
                               PERFORM CheckName
                               IF WS-NAME-HIT EQUAL 'Y'
                                   PERFORM TakeWatchDate
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-HISTORY
           END-IF.
           MOVE 'WATCH LIST' TO WS-HOP-LABEL.
           MOVE SPACES TO WS-HOP-TEXT.
           IF WS-WATCH-FOUND EQUAL 'Y'
               MOVE 'FOUND' TO WS-HOP-MARK
               MOVE 'ON WATCHHIST.DAT FOR THE DATE' TO WS-HOP-TEXT
           ELSE
               MOVE 'MISSING' TO WS-HOP-MARK
               MOVE 'NOT ON THE WATCH LIST THAT DAY' TO WS-HOP-TEXT
           END-IF.
           PERFORM WriteHop.

       TakeWatchDate.
           IF WHIST-DATE EQUAL WS-ASK-DATE
               MOVE 'Y' TO WS-WATCH-FOUND
           END-IF.
           IF WS-WDATE-COUNT < 100
               ADD 1 TO WS-WDATE-COUNT
               MOVE WHIST-DATE TO WS-WDATE(WS-WDATE-COUNT)
           END-IF.

      * The medic dispatch WEEK1 made that day. A case opened on
      * MEDCASE.DAT that day proves it. Otherwise it stands on the
      * elf being on the watch list WATCHDAYS calendar days running,
      * ending on the date, as week1's CheckWatchStreak counts it -
      * unless the medic had the elf STOOD-DOWN to a review date
      * after it, which WEEK1's CheckMedicCase holds back from the
      * dispatch list.
       TraceMedic.
           PERFORM ReadMedicCases.
           MOVE 'MEDIC' TO WS-HOP-LABEL.
           MOVE SPACES TO WS-HOP-TEXT.
           MOVE ZEROES TO WS-STREAK.
           IF WS-WATCH-FOUND EQUAL 'Y'
               MOVE 1 TO WS-STREAK
               COMPUTE WS-STREAK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ASK-DATE)
               MOVE 'Y' TO WS-STREAK-FOUND
               PERFORM UNTIL WS-STREAK-FOUND NOT EQUAL 'Y'
                   SUBTRACT 1 FROM WS-STREAK-INT
                   COMPUTE WS-STREAK-DATE = FUNCTION DATE-OF-INTEGER(
                       WS-STREAK-INT)
                   MOVE 'N' TO WS-STREAK-FOUND
                   PERFORM VARYING WS-WDATE-SUB FROM 1 BY 1
                           UNTIL WS-WDATE-SUB > WS-WDATE-COUNT
                       IF WS-WDATE(WS-WDATE-SUB) EQUAL WS-STREAK-DATE
                           MOVE 'Y' TO WS-STREAK-FOUND
                           MOVE WS-WDATE-COUNT TO WS-WDATE-SUB
                       END-IF
                   END-PERFORM
                   IF WS-STREAK-FOUND EQUAL 'Y'
                       ADD 1 TO WS-STREAK
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-CASE-OPENED EQUAL 'Y'
                   MOVE 'FOUND' TO WS-HOP-MARK
                   STRING 'DISPATCHED - CASE OPENED ON MEDCASE.DAT, '
                       WS-STREAK ' DAYS RUNNING ON WATCH'
                       DELIMITED BY SIZE INTO WS-HOP-TEXT
                   END-STRING
               WHEN WS-THR-WATCHDAYS > ZEROES
                       AND WS-STREAK >= WS-THR-WATCHDAYS
                       AND WS-CASE-HELD EQUAL 'Y'
                   MOVE 'MISSING' TO WS-HOP-MARK
                   STRING 'HELD, NOT DISPATCHED - ' WS-STREAK
                       ' DAYS ON WATCH, STOOD DOWN TO REVIEW '
                       WS-CASE-REVIEW
                       DELIMITED BY SIZE INTO WS-HOP-TEXT
                   END-STRING
               WHEN WS-THR-WATCHDAYS > ZEROES
                       AND WS-STREAK >= WS-THR-WATCHDAYS
                   MOVE 'FOUND' TO WS-HOP-MARK
                   STRING 'DISPATCHED - ' WS-STREAK
                       ' DAYS RUNNING ON WATCH, WATCHDAYS '
                       WS-THR-WATCHDAYS
                       DELIMITED BY SIZE INTO WS-HOP-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE 'MISSING' TO WS-HOP-MARK
                   STRING 'NOT DISPATCHED - ' WS-STREAK
                       ' DAYS RUNNING ON WATCH, WATCHDAYS '
                       WS-THR-WATCHDAYS
                       DELIMITED BY SIZE INTO WS-HOP-TEXT
                   END-STRING
           END-EVALUATE.
           PERFORM WriteHop.

      * The elf's cases, under any of its names, on the register and
      * in its archive. A case opened on the
      * date is the dispatch's own record. A STOOD-DOWN answer the
      * medic posted by the date, with its review date still to
      * come, is the hold WEEK1 honoured that day.
       ReadMedicCases.
           MOVE 'N' TO WS-CASE-OPENED.
           MOVE 'N' TO WS-CASE-HELD.
           MOVE ZEROES TO WS-CASE-REVIEW.
           OPEN INPUT MEDIC-CASES.
           IF WS-CASE-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ MEDIC-CASES INTO WS-CASE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CheckMedicCase
                   END-READ
               END-PERFORM
               CLOSE MEDIC-CASES
           END-IF.
           OPEN INPUT CASE-ARCHIVE.
           IF WS-ARCH-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ CASE-ARCHIVE INTO WS-CASE-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CheckMedicCase
                   END-READ
               END-PERFORM
               CLOSE CASE-ARCHIVE
           END-IF.

       CheckMedicCase.
           ADD 1 TO WS-RECORDS-READ.
           MOVE MC-ELF TO WS-TEST-NAME.
           PERFORM CheckName.
           IF WS-NAME-HIT EQUAL 'Y'
               PERFORM TakeMedicCase
           END-IF.

       TakeMedicCase.
           IF MC-OPENED EQUAL WS-ASK-DATE
               MOVE 'Y' TO WS-CASE-OPENED
           END-IF.
           IF MC-STATUS EQUAL 'STOOD-DOWN'
                   AND MC-ANSWERED IS NUMERIC
                   AND MC-REVIEW IS NUMERIC
                   AND MC-ANSWERED <= WS-ASK-DATE
                   AND MC-REVIEW > WS-ASK-DATE
               MOVE 'Y' TO WS-CASE-HELD
               MOVE MC-REVIEW TO WS-CASE-REVIEW
           END-IF.

      * The HQ batch logged for the business date - the last one
      * when the day was resent - and its extract generation on the
      * catalog.
       TraceHqBatch.
           OPEN INPUT BATCH-LOG.
           IF WS-BLOG-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ BATCH-LOG
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF BL-DATE EQUAL WS-ASK-DATE
                               MOVE 'Y' TO WS-BATCH-FOUND
                               MOVE BL-BATCH TO WS-BATCH-NUM
                               MOVE BL-STATUS TO WS-BATCH-STAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LOG
           END-IF.
           MOVE 'HQ BATCH' TO WS-HOP-LABEL.
           MOVE SPACES TO WS-HOP-TEXT.
           IF WS-BATCH-FOUND NOT EQUAL 'Y'
               MOVE 'MISSING' TO WS-HOP-MARK
               ADD 1 TO WS-BREAK-COUNT
               MOVE 'NO BATCHLOG.DAT ENTRY FOR THE DATE'
                   TO WS-HOP-TEXT
               PERFORM WriteHop
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-GEN-NAME.
           STRING 'HQEXTRACT.G' WS-BATCH-NUM
               DELIMITED BY SIZE INTO WS-GEN-NAME
           END-STRING.
           OPEN INPUT RPT-CATALOG.
           IF WS-CAT-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ RPT-CATALOG
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CAT-GEN-NAME EQUAL WS-GEN-NAME
                               MOVE 'Y' TO WS-GEN-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-CATALOG
           END-IF.
           MOVE 'FOUND' TO WS-HOP-MARK.
           IF WS-GEN-FOUND EQUAL 'Y'
               STRING 'BATCH ' WS-BATCH-NUM ' ' WS-BATCH-STAT
                   ' EXTRACT ' WS-GEN-NAME
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
           ELSE
               STRING 'BATCH ' WS-BATCH-NUM ' ' WS-BATCH-STAT
                   ' EXTRACT ' WS-GEN-NAME ' NOT CATALOGED'
                   DELIMITED BY SIZE INTO WS-HOP-TEXT
               END-STRING
           END-IF.
           PERFORM WriteHop.

      * One hop - label, mark, detail - counted FOUND or MISSING.
       WriteHop.
           IF WS-HOP-MARK EQUAL 'FOUND'
               ADD 1 TO WS-FOUND-COUNT
           ELSE
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
           MOVE SPACES TO LINEAGE-RPT-LINE.
           STRING WS-HOP-LABEL ' ' WS-HOP-MARK ' ' WS-HOP-TEXT
               DELIMITED BY SIZE INTO LINEAGE-RPT-LINE
           END-STRING.
           PERFORM WriteTraceLine.

       WriteTraceLine.
           WRITE LINEAGE-RPT-LINE.
           DISPLAY LINEAGE-RPT-LINE.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM LINEAGE RECORDS ' WS-RECORDS-READ
               ' RESULT ' WS-FOUND-COUNT ' FOUND '
               WS-MISSING-COUNT ' MISSING'
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

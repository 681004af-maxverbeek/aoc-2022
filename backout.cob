      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.

      * Business-date backout over the history files the batch only
      * ever appends to - WATCHHIST.DAT and BLOCKSRC.DAT (WEEK1),
      * SEASON.DAT and ROUNDHIST.DAT (WEEK2), ASGNHIST.DAT (WEEK4),
      * DEVHIST.DAT, DISPOUT.DAT and EVIDENCE.DAT (DAY6), and the
      * camp data-quality log CAMPDQ.DAT, which CAMPMERG, PRECHECK
      * and WEEK1 each append to - a step named there takes only the
      * events that step wrote. CALHIST.IDX is keyed and a same-day
      * rerun overwrites it cleanly; these are OPEN EXTEND files, so
      * rerunning a bad day leaves two copies of it that every reader
      * downstream has to work around. The operator names the
      * business date and the steps to reverse; that date's records
      * come out of each of the steps' files and go, closed with a
      * count-and-hash control record in the SNAPSHOT style, to a
      * dated copy (<name>.X<date>) - U puts a verified copy back,
      * so the backout itself can be undone. Nothing is taken out
      * unless the SNAPSHOT generation for the date is on hand and
      * proves itself, and only an operator holding BACKOUT on the
      * operator master gets that far.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Generic history file, in and out - the name is set per file
      * before each pass, the way SNAPSHOT's copies work.
       SELECT HIST-IN ASSIGN USING WS-HIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       SELECT HIST-OUT ASSIGN USING WS-HIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

      * The records kept, held aside while the live file is
      * rewritten - see AUDITARC's KEEP-FILE.
       SELECT KEEP-FILE ASSIGN TO "BACKOUT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-STATUS.

      * The dated copy of the records taken out.
       SELECT REMOVED-OUT ASSIGN USING WS-REMOVED-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REMOVED-IN ASSIGN USING WS-REMOVED-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REM-STATUS.

      * A SNAPSHOT generation, read back to prove itself - see
      * RESTORE's VerifyBackup.
       SELECT BACKUP-IN ASSIGN USING WS-BACKUP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-STATUS.

      * The same five roles for EVIDENCE.DAT, whose records carry the
      * device's whole captured buffer - far past what the generic
      * files above are sized for. See evidlkp.cob's KEEP-FILE.
       SELECT WIDE-IN ASSIGN USING WS-HIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       SELECT WIDE-OUT ASSIGN USING WS-HIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       SELECT WIDE-KEEP ASSIGN USING WS-KEEP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-STATUS.

       SELECT WIDE-REMOVED-OUT ASSIGN USING WS-REMOVED-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WIDE-REMOVED-IN ASSIGN USING WS-REMOVED-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REM-STATUS.

      * Severity-coded alerts, appended like AUDIT-LOG - see week1's
      * WriteAlert.
       SELECT ALERTS ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

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
      * Wide enough for the widest history record; every one of them
      * leads with its eight-digit business date.
       FD HIST-IN.
       01 HIST-IN-LINE PIC X(120).

       FD HIST-OUT.
       01 HIST-OUT-LINE PIC X(120).

       FD KEEP-FILE.
       01 KEEP-LINE PIC X(120).

       FD REMOVED-OUT.
       01 REMOVED-OUT-LINE PIC X(120).

       FD REMOVED-IN.
       01 REMOVED-IN-LINE PIC X(120).

       FD BACKUP-IN.
       01 BACKUP-IN-LINE PIC X(120).

      * As wide as day6's EVIDENCE-RECORD - date, device, reason,
      * length, check value, and the buffer itself.
       FD WIDE-IN.
       01 WIDE-IN-LINE PIC X(1000047).

       FD WIDE-OUT.
       01 WIDE-OUT-LINE PIC X(1000047).

       FD WIDE-KEEP.
       01 WIDE-KEEP-LINE PIC X(1000047).

       FD WIDE-REMOVED-OUT.
       01 WIDE-REMOVED-OUT-LINE PIC X(1000047).

       FD WIDE-REMOVED-IN.
       01 WIDE-REMOVED-IN-LINE PIC X(1000047).

       FD ALERTS.
       01 ALERT-LINE PIC X(100).

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
       01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
       01 WS-KEEP-STATUS PIC X(2) VALUE SPACES.
       01 WS-REM-STATUS PIC X(2) VALUE SPACES.
       01 WS-BACKUP-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

      * Operator entries - B back out or U undo, the business date,
      * the steps to reverse, and the last-chance confirmation.
       01 WS-MODE PIC X(1) VALUE SPACES.
       01 WS-GEN-DATE PIC 9(10) VALUE ZEROES.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROES.
       01 WS-STEP-LIST PIC X(60) VALUE SPACES.
       01 WS-ANSWER PIC X(10) VALUE SPACES.

       01 WS-HIST-NAME PIC X(20) VALUE SPACES.
       01 WS-HIST-STEM PIC X(10) VALUE SPACES.
       01 WS-REMOVED-NAME PIC X(20) VALUE SPACES.
       01 WS-BACKUP-NAME PIC X(20) VALUE SPACES.
       01 WS-KEEP-NAME PIC X(20) VALUE 'BACKOUT.TMP'.
       01 WS-COPY-RC PIC S9(9) COMP-5 VALUE ZEROES.

      * The appended history files and the step that appends each -
      * a step named at the prompt takes every file it writes. The
      * step name is held with the space that ends it on the prompt
      * line, and its length with that space, so WEEK1 is not found
      * inside some longer name. A file more than one step appends
      * to is listed once per step, with the program name the step
      * stamps its records with (CAMPDQ.DAT's DQ-PROGRAM, column 33)
      * and a copy name of its own, so each step's records come out
      * and go back on their own. W marks EVIDENCE.DAT, which goes
      * through the WIDE- files.
       01 WS-HIST-VALUES.
           05 FILLER PIC X(24) VALUE 'WATCHHIST.DAT WEEK1    6'.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(24) VALUE 'BLOCKSRC.DAT  WEEK1    6'.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(24) VALUE 'CAMPDQ.DAT    CAMPMERG 9'.
           05 FILLER PIC X(19) VALUE 'CAMPMERGE CAMPDQM  '.
           05 FILLER PIC X(24) VALUE 'CAMPDQ.DAT    PRECHECK 9'.
           05 FILLER PIC X(19) VALUE 'PRECHECK  CAMPDQP  '.
           05 FILLER PIC X(24) VALUE 'CAMPDQ.DAT    WEEK1    6'.
           05 FILLER PIC X(19) VALUE 'WEEK1     CAMPDQW  '.
           05 FILLER PIC X(24) VALUE 'SEASON.DAT    WEEK2    6'.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(24) VALUE 'ROUNDHIST.DAT WEEK2    6'.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(24) VALUE 'ASGNHIST.DAT  WEEK4    6'.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(24) VALUE 'DEVHIST.DAT   DAY6     5'.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(24) VALUE 'DISPOUT.DAT   DAY6     5'.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(24) VALUE 'EVIDENCE.DAT  DAY6     5'.
           05 FILLER PIC X(19) VALUE '                  W'.
       01 WS-HIST-TABLE REDEFINES WS-HIST-VALUES.
           05 WS-HIST-ENTRY OCCURS 11 TIMES.
               10 WS-HIST-FILE PIC X(14).
               10 WS-HIST-STEP PIC X(9).
               10 WS-HIST-STEP-LEN PIC 9(1).
               10 WS-HIST-PROG PIC X(10).
               10 WS-HIST-COPY PIC X(8).
               10 WS-HIST-WIDTH PIC X(1).
       01 WS-HIST-COUNT PIC 9(2) VALUE 11.
       01 WS-HIST-SUB PIC 9(2).
       01 WS-HIST-PICKED-TABLE.
           05 WS-HIST-PICKED OCCURS 11 TIMES PIC X(1) VALUE 'N'.
       01 WS-PICK-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-STEP-LEN PIC 9(1) VALUE ZEROES.

      * The file in hand - the program its records must carry to be
      * taken (spaces takes every record for the date), and whether
      * the line just read is one for the taking.
       01 WS-TAKE-PROG PIC X(10) VALUE SPACES.
       01 WS-TAKE-LINE PIC X VALUE 'N'.
       01 WS-STEP-HITS PIC 9(2) VALUE ZEROES.
       01 WS-DAY6-PICKED PIC X VALUE 'N'.

      * The SNAPSHOT masters, one of whose generations for the date
      * must be on hand - and every one on hand must prove itself.
       01 WS-SNAP-VALUES.
           05 FILLER PIC X(8) VALUE 'ROSTER'.
           05 FILLER PIC X(8) VALUE 'DEVREG'.
           05 FILLER PIC X(8) VALUE 'SEASON'.
           05 FILLER PIC X(8) VALUE 'KPIHIST'.
           05 FILLER PIC X(8) VALUE 'CALHIST'.
       01 WS-SNAP-TABLE REDEFINES WS-SNAP-VALUES.
           05 WS-SNAP-STEM OCCURS 5 TIMES PIC X(8).
       01 WS-SNAP-SUB PIC 9(1).
       01 WS-SNAP-PRESENT PIC 9(1) VALUE ZEROES.
       01 WS-SNAP-FAILED PIC 9(1) VALUE ZEROES.
       01 WS-SNAP-OK PIC X VALUE 'N'.

      * Per-copy integrity figures - SNAPSHOT's count and hash, from
      * each line's character values weighted by its sequence - and
      * the verify pass's recount and rehash held against them.
       01 WS-COPY-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COPY-HASH PIC 9(18) VALUE ZEROES.
       01 WS-LINE-HASH PIC 9(10) VALUE ZEROES.
       01 WS-HASH-SUB PIC 9(7).
       01 WS-HASH-LEN PIC 9(7) VALUE 120.
       01 WS-HASH-LINE PIC X(1000047) VALUE SPACES.
       01 WS-VER-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-VER-HASH PIC 9(18) VALUE ZEROES.
       01 WS-CTL-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CTL-HASH PIC 9(18) VALUE ZEROES.
       01 WS-CTL-SEEN PIC X VALUE 'N'.
       01 WS-VERIFIED PIC X VALUE 'N'.
       01 WS-CTL-LINE PIC X(120) VALUE SPACES.

      * Per file and whole-run results.
       01 WS-KEPT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DATE-SEEN PIC X VALUE 'N'.
       01 WS-PUTBACK-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TOTAL-COUNT PIC 9(10) VALUE ZEROES.
       01 WS-DONE-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(2) VALUE ZEROES.

      * Alerting working set - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE 1.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

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
           PERFORM SignOn.
           MOVE 'BACKOUT' TO WS-NEED-FUNC.
           PERFORM CheckAuthority.
           IF WS-DENY-REASON NOT EQUAL SPACES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'B - BACK OUT A BUSINESS DATE, U - UNDO A '
               'BACKOUT? '.
           ACCEPT WS-MODE.
           IF WS-MODE NOT EQUAL 'B' AND WS-MODE NOT EQUAL 'U'
               DISPLAY 'NO SUCH CHOICE - NOTHING CHANGED'
               GOBACK
           END-IF.
           DISPLAY 'BUSINESS DATE (YYYYMMDD)? '.
           ACCEPT WS-GEN-DATE.
           IF WS-GEN-DATE < 19000101 OR WS-GEN-DATE > 29991231
               DISPLAY 'NOT A USABLE DATE - NOTHING CHANGED'
               GOBACK
           END-IF.
           MOVE WS-GEN-DATE(3:8) TO WS-BUS-DATE.
           DISPLAY 'STEPS (CAMPMERG PRECHECK WEEK1 WEEK2 WEEK4 DAY6, '
               'OR ALL)? '.
           ACCEPT WS-STEP-LIST.
           PERFORM PickFiles.
           IF WS-PICK-COUNT EQUAL ZEROES
               DISPLAY 'NO STEP WITH APPENDED HISTORY NAMED - '
                   'NOTHING CHANGED'
               GOBACK
           END-IF.
           IF WS-MODE EQUAL 'B'
               PERFORM CheckSnapshot
               IF WS-SNAP-OK NOT EQUAL 'Y'
                   MOVE 1 TO WS-ALERT-SEV
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING 'BACKOUT REFUSED - NO VERIFIED SNAPSHOT '
                       WS-BUS-DATE
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   END-STRING
                   PERFORM WriteAlert
                   PERFORM WriteAuditLog
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HIST-PICKED(WS-HIST-SUB) EQUAL 'Y'
                   DISPLAY '  ' WS-HIST-FILE(WS-HIST-SUB)
                       ' (' WS-HIST-STEP(WS-HIST-SUB) ')'
               END-IF
           END-PERFORM.
           IF WS-MODE EQUAL 'B'
               DISPLAY 'TAKE ' WS-BUS-DATE ' OUT OF THE FILES ABOVE '
                   '(Y/N)? '
           ELSE
               DISPLAY 'PUT ' WS-BUS-DATE ' BACK INTO THE FILES '
                   'ABOVE (Y/N)? '
           END-IF.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:1) NOT EQUAL 'Y'
               DISPLAY 'NOTHING CHANGED'
               GOBACK
           END-IF.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HIST-PICKED(WS-HIST-SUB) EQUAL 'Y'
                   MOVE WS-HIST-FILE(WS-HIST-SUB) TO WS-HIST-NAME
                   MOVE WS-HIST-PROG(WS-HIST-SUB) TO WS-TAKE-PROG
                   PERFORM BuildRemovedName
                   EVALUATE TRUE
                       WHEN WS-HIST-WIDTH(WS-HIST-SUB) EQUAL 'W'
                               AND WS-MODE EQUAL 'B'
                           MOVE 1000047 TO WS-HASH-LEN
                           PERFORM BackOutWideFile
                       WHEN WS-HIST-WIDTH(WS-HIST-SUB) EQUAL 'W'
                           MOVE 1000047 TO WS-HASH-LEN
                           PERFORM UndoWideFile
                       WHEN WS-MODE EQUAL 'B'
                           MOVE 120 TO WS-HASH-LEN
                           PERFORM BackOutOneFile
                       WHEN OTHER
                           MOVE 120 TO WS-HASH-LEN
                           PERFORM UndoOneFile
                   END-EVALUATE
               END-IF
           END-PERFORM.
      * DAY6's registry flips are a rewrite of DEVREG.DAT, not an
      * append - the day's own SNAPSHOT generation is the way back.
           IF WS-MODE EQUAL 'B' AND WS-DAY6-PICKED EQUAL 'Y'
               DISPLAY 'DEVREG.DAT LIFECYCLE CHANGES ARE NOT BACKED '
                   'OUT HERE - RESTORE DEVREG FROM ' WS-BUS-DATE
                   ' IF THEY MUST GO TOO'
           END-IF.
           DISPLAY 'BACKOUT - ' WS-DONE-COUNT ' FILES DONE, '
               WS-HELD-COUNT ' HELD BACK, ' WS-TOTAL-COUNT
               ' RECORDS'.
           PERFORM WriteAuditLog.
           IF WS-HELD-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           GOBACK.

      * Each history file whose step is named - or all of them.
       PickFiles.
           MOVE ZEROES TO WS-PICK-COUNT.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               MOVE ZEROES TO WS-STEP-HITS
               MOVE WS-HIST-STEP-LEN(WS-HIST-SUB) TO WS-STEP-LEN
               INSPECT WS-STEP-LIST TALLYING WS-STEP-HITS
                   FOR ALL WS-HIST-STEP(WS-HIST-SUB)(1:WS-STEP-LEN)
               IF WS-STEP-HITS > ZEROES
                       OR WS-STEP-LIST(1:4) EQUAL 'ALL '
                   MOVE 'Y' TO WS-HIST-PICKED(WS-HIST-SUB)
                   ADD 1 TO WS-PICK-COUNT
                   IF WS-HIST-STEP(WS-HIST-SUB) EQUAL 'DAY6'
                       MOVE 'Y' TO WS-DAY6-PICKED
                   END-IF
               END-IF
           END-PERFORM.

      * <file name minus .DAT> + .X + business date - or the step's
      * own copy name for a file more than one step appends to.
       BuildRemovedName.
           MOVE SPACES TO WS-HIST-STEM.
           IF WS-HIST-COPY(WS-HIST-SUB) NOT EQUAL SPACES
               MOVE WS-HIST-COPY(WS-HIST-SUB) TO WS-HIST-STEM
           ELSE
               UNSTRING WS-HIST-NAME DELIMITED BY '.'
                   INTO WS-HIST-STEM
               END-UNSTRING
           END-IF.
           MOVE SPACES TO WS-REMOVED-NAME.
           STRING WS-HIST-STEM DELIMITED BY SPACE
               '.X' DELIMITED BY SIZE
               WS-BUS-DATE DELIMITED BY SIZE
               INTO WS-REMOVED-NAME
           END-STRING.

      * The date's SNAPSHOT generations - <master>.B<date> - each on
      * hand recounted and rehashed against its control record. None
      * on hand, or any one that does not prove itself, refuses the
      * backout: the day's clean copy is the fallback if this goes
      * wrong.
       CheckSnapshot.
           MOVE 120 TO WS-HASH-LEN.
           MOVE ZEROES TO WS-SNAP-PRESENT.
           MOVE ZEROES TO WS-SNAP-FAILED.
           PERFORM VARYING WS-SNAP-SUB FROM 1 BY 1
                   UNTIL WS-SNAP-SUB > 5
               MOVE SPACES TO WS-BACKUP-NAME
               STRING WS-SNAP-STEM(WS-SNAP-SUB) DELIMITED BY SPACE
                   '.B' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO WS-BACKUP-NAME
               END-STRING
               PERFORM VerifyBackup
           END-PERFORM.
           IF WS-SNAP-PRESENT EQUAL ZEROES
               DISPLAY 'NO SNAPSHOT GENERATION FOR ' WS-BUS-DATE
                   ' ON HAND - NOTHING BACKED OUT'
           ELSE
               IF WS-SNAP-FAILED > ZEROES
                   DISPLAY 'SNAPSHOT FOR ' WS-BUS-DATE ' DID NOT '
                       'PROVE ITSELF - NOTHING BACKED OUT'
               ELSE
                   MOVE 'Y' TO WS-SNAP-OK
               END-IF
           END-IF.

      * One generation recounted and rehashed - see RESTORE's
      * VerifyBackup. A generation not on hand is no failure; the
      * master may not have existed that day.
       VerifyBackup.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROES TO WS-VER-COUNT.
           MOVE ZEROES TO WS-VER-HASH.
           MOVE ZEROES TO WS-CTL-COUNT.
           MOVE ZEROES TO WS-CTL-HASH.
           MOVE 'N' TO WS-CTL-SEEN.
           OPEN INPUT BACKUP-IN.
           IF WS-BACKUP-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SNAP-PRESENT.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ BACKUP-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE BACKUP-IN-LINE TO WS-HASH-LINE(1:120)
                       PERFORM VerifyLine
               END-READ
           END-PERFORM.
           CLOSE BACKUP-IN.
           IF WS-CTL-SEEN EQUAL 'Y'
                   AND WS-VER-COUNT EQUAL WS-CTL-COUNT
                   AND WS-VER-HASH EQUAL WS-CTL-HASH
               DISPLAY WS-BACKUP-NAME ' VERIFIED - ' WS-VER-COUNT
                   ' LINES'
           ELSE
               DISPLAY WS-BACKUP-NAME ' FAILED ITS VERIFY'
               ADD 1 TO WS-SNAP-FAILED
           END-IF.

      * One line of a copy being proved - the control record's
      * figures taken, any other line recounted and rehashed.
       VerifyLine.
           IF WS-HASH-LINE(1:10) EQUAL '*CONTROL* '
               MOVE 'Y' TO WS-CTL-SEEN
               IF WS-HASH-LINE(17:6) IS NUMERIC
                   MOVE WS-HASH-LINE(17:6) TO WS-CTL-COUNT
               END-IF
               IF WS-HASH-LINE(29:18) IS NUMERIC
                   MOVE WS-HASH-LINE(29:18) TO WS-CTL-HASH
               END-IF
           ELSE
               ADD 1 TO WS-VER-COUNT
               PERFORM HashLine
               COMPUTE WS-VER-HASH = FUNCTION MOD(
                   WS-VER-HASH + WS-LINE-HASH * WS-VER-COUNT,
                   1000000000000000000)
           END-IF.

      * A line's character values - SNAPSHOT's HashCopyLine
      * weighting, so a removed, reordered or altered line breaks
      * the total - over the width of the file in hand.
       HashLine.
           MOVE ZEROES TO WS-LINE-HASH.
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > WS-HASH-LEN
               COMPUTE WS-LINE-HASH = WS-LINE-HASH + FUNCTION ORD(
                   WS-HASH-LINE(WS-HASH-SUB:1))
           END-PERFORM.

      * The date's records split from the rest - taken-out records
      * to the dated copy, the rest held aside - and the copy proved
      * before the live file is rewritten from what was held. An
      * earlier backout's copy for the same date is the only way
      * back from that backout, so it is never written over.
       BackOutOneFile.
           PERFORM CheckEarlierCopy.
           IF WS-REM-STATUS EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HIST-IN.
           IF WS-HIST-STATUS NOT EQUAL '00'
               DISPLAY WS-HIST-NAME ' NOT PRESENT - NOTHING TO '
                   'BACK OUT'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROES TO WS-COPY-COUNT.
           MOVE ZEROES TO WS-COPY-HASH.
           MOVE ZEROES TO WS-KEPT-COUNT.
           OPEN OUTPUT KEEP-FILE.
           OPEN OUTPUT REMOVED-OUT.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ HIST-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE HIST-IN-LINE TO WS-HASH-LINE(1:120)
                       PERFORM TestTakeLine
                       IF WS-TAKE-LINE EQUAL 'Y'
                           MOVE HIST-IN-LINE TO REMOVED-OUT-LINE
                           PERFORM HashTakenLine
                           WRITE REMOVED-OUT-LINE
                       ELSE
                           MOVE HIST-IN-LINE TO KEEP-LINE
                           WRITE KEEP-LINE
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-IN.
           CLOSE KEEP-FILE.
           MOVE SPACES TO WS-CTL-LINE.
           STRING '*CONTROL* LINES ' WS-COPY-COUNT ' HASH '
               WS-COPY-HASH
               DELIMITED BY SIZE INTO WS-CTL-LINE
           END-STRING.
           MOVE WS-CTL-LINE TO REMOVED-OUT-LINE.
           WRITE REMOVED-OUT-LINE.
           CLOSE REMOVED-OUT.
           IF WS-COPY-COUNT EQUAL ZEROES
               PERFORM DropEmptyCopy
               EXIT PARAGRAPH
           END-IF.
           PERFORM VerifyRemovedCopy.
           PERFORM PutKeptBack.

      * An earlier backout's copy for the date is on hand - the file
      * is held. Only whether the copy opens is asked, so the narrow
      * REMOVED-IN serves for EVIDENCE.DAT's copy as well.
       CheckEarlierCopy.
           OPEN INPUT REMOVED-IN.
           IF WS-REM-STATUS EQUAL '00'
               CLOSE REMOVED-IN
               DISPLAY WS-HIST-NAME ' HELD - ' WS-REMOVED-NAME
                   ' FROM AN EARLIER BACKOUT IS ON HAND, UNDO IT '
                   'OR MOVE IT ASIDE FIRST'
               ADD 1 TO WS-HELD-COUNT
           END-IF.

      * Is the line in WS-HASH-LINE one to take out - the business
      * date it leads with, and for a file more than one step
      * appends to, the program that wrote it?
       TestTakeLine.
           MOVE 'N' TO WS-TAKE-LINE.
           IF WS-HASH-LINE(1:8) EQUAL WS-BUS-DATE
               IF WS-TAKE-PROG EQUAL SPACES
                       OR WS-HASH-LINE(33:10) EQUAL WS-TAKE-PROG
                   MOVE 'Y' TO WS-TAKE-LINE
               END-IF
           END-IF.

      * A taken line into the dated copy's count and hash.
       HashTakenLine.
           ADD 1 TO WS-COPY-COUNT.
           PERFORM HashLine.
           COMPUTE WS-COPY-HASH = FUNCTION MOD(
               WS-COPY-HASH + WS-LINE-HASH * WS-COPY-COUNT,
               1000000000000000000).

      * The dated copy is empty - nothing for the date was on file,
      * so the copy and the held-aside records both go.
       DropEmptyCopy.
           DISPLAY WS-HIST-NAME ' HOLDS NOTHING FOR ' WS-BUS-DATE.
           CALL 'CBL_DELETE_FILE' USING WS-REMOVED-NAME
               RETURNING WS-COPY-RC.
           CALL 'CBL_DELETE_FILE' USING WS-KEEP-NAME
               RETURNING WS-COPY-RC.

      * Once the dated copy has proved itself, the records held aside
      * go over the live file - a copy that fails leaves the live
      * file as it was.
       PutKeptBack.
           IF WS-VERIFIED NOT EQUAL 'Y'
               DISPLAY WS-REMOVED-NAME ' FAILED ITS VERIFY - '
                   WS-HIST-NAME ' LEFT AS IT WAS'
               MOVE 1 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'BACKOUT COPY ' WS-REMOVED-NAME
                   ' FAILED VERIFY'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_COPY_FILE' USING WS-KEEP-NAME WS-HIST-NAME
               RETURNING WS-COPY-RC.
           IF WS-COPY-RC NOT EQUAL ZEROES
               DISPLAY WS-HIST-NAME ' COULD NOT BE REWRITTEN - RC '
                   WS-COPY-RC ' - KEPT RECORDS LEFT IN ' WS-KEEP-NAME
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_DELETE_FILE' USING WS-KEEP-NAME
               RETURNING WS-COPY-RC.
           ADD 1 TO WS-DONE-COUNT.
           ADD WS-COPY-COUNT TO WS-TOTAL-COUNT.
           DISPLAY WS-HIST-NAME ' - ' WS-COPY-COUNT ' RECORDS FOR '
               WS-BUS-DATE ' TAKEN OUT TO ' WS-REMOVED-NAME ', '
               WS-KEPT-COUNT ' KEPT'.

      * The dated copy proved against its own control record.
       VerifyRemovedCopy.
           MOVE 'N' TO WS-VERIFIED.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROES TO WS-VER-COUNT.
           MOVE ZEROES TO WS-VER-HASH.
           MOVE ZEROES TO WS-CTL-COUNT.
           MOVE ZEROES TO WS-CTL-HASH.
           MOVE 'N' TO WS-CTL-SEEN.
           OPEN INPUT REMOVED-IN.
           IF WS-REM-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ REMOVED-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE REMOVED-IN-LINE TO WS-HASH-LINE(1:120)
                       PERFORM VerifyLine
               END-READ
           END-PERFORM.
           CLOSE REMOVED-IN.
           PERFORM CheckVerifyTotals.

      * The verify pass's recount and rehash against the control
      * record it read.
       CheckVerifyTotals.
           IF WS-CTL-SEEN EQUAL 'Y'
                   AND WS-VER-COUNT EQUAL WS-CTL-COUNT
                   AND WS-VER-HASH EQUAL WS-CTL-HASH
               MOVE 'Y' TO WS-VERIFIED
           END-IF.

      * A backout's copy appended back onto its file, once proved.
      * A file that already holds records for the date - the day has
      * been rerun since the backout - is held: putting the old
      * records back would make the very duplicate the backout was
      * for. The copy is removed once it is back in, so it cannot go
      * in twice.
       UndoOneFile.
           OPEN INPUT REMOVED-IN.
           IF WS-REM-STATUS NOT EQUAL '00'
               DISPLAY WS-HIST-NAME ' - NO BACKOUT COPY '
                   WS-REMOVED-NAME ' ON HAND, NOTHING TO PUT BACK'
               EXIT PARAGRAPH
           END-IF.
           CLOSE REMOVED-IN.
           PERFORM VerifyRemovedCopy.
           PERFORM RefuseBadUndo.
           IF WS-VERIFIED NOT EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DATE-SEEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HIST-IN.
           IF WS-HIST-STATUS EQUAL '00'
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ HIST-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HIST-IN-LINE TO WS-HASH-LINE(1:120)
                           PERFORM TestTakeLine
                           IF WS-TAKE-LINE EQUAL 'Y'
                               MOVE 'Y' TO WS-DATE-SEEN
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-IN
           END-IF.
           IF WS-DATE-SEEN EQUAL 'Y'
               PERFORM RefuseRerunUndo
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-PUTBACK-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN EXTEND HIST-OUT.
           IF WS-HIST-STATUS NOT EQUAL '00'
               OPEN OUTPUT HIST-OUT
           END-IF.
           OPEN INPUT REMOVED-IN.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ REMOVED-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REMOVED-IN-LINE(1:10) NOT EQUAL
                               '*CONTROL* '
                           MOVE REMOVED-IN-LINE TO HIST-OUT-LINE
                           WRITE HIST-OUT-LINE
                           ADD 1 TO WS-PUTBACK-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMOVED-IN.
           CLOSE HIST-OUT.
           PERFORM FinishUndo.

      * A backout's copy that does not prove itself is not put back.
       RefuseBadUndo.
           IF WS-VERIFIED EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-REMOVED-NAME ' FAILED ITS VERIFY - NOT '
               'PUT BACK'.
           MOVE 1 TO WS-ALERT-SEV.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING 'BACKOUT COPY ' WS-REMOVED-NAME ' FAILED VERIFY'
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM WriteAlert.
           ADD 1 TO WS-HELD-COUNT.

      * The file already holds the step's records for the date.
       RefuseRerunUndo.
           DISPLAY WS-HIST-NAME ' HELD - IT ALREADY HOLDS '
               'RECORDS FOR ' WS-BUS-DATE ' FROM A RERUN'.
           ADD 1 TO WS-HELD-COUNT.

      * The copy is back in - it goes, so it cannot go in twice.
       FinishUndo.
           CALL 'CBL_DELETE_FILE' USING WS-REMOVED-NAME
               RETURNING WS-COPY-RC.
           ADD 1 TO WS-DONE-COUNT.
           ADD WS-PUTBACK-COUNT TO WS-TOTAL-COUNT.
           DISPLAY WS-HIST-NAME ' - ' WS-PUTBACK-COUNT
               ' RECORDS FOR ' WS-BUS-DATE ' PUT BACK FROM '
               WS-REMOVED-NAME.

      * BackOutOneFile for EVIDENCE.DAT, through the WIDE- files.
       BackOutWideFile.
           PERFORM CheckEarlierCopy.
           IF WS-REM-STATUS EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT WIDE-IN.
           IF WS-HIST-STATUS NOT EQUAL '00'
               DISPLAY WS-HIST-NAME ' NOT PRESENT - NOTHING TO '
                   'BACK OUT'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROES TO WS-COPY-COUNT.
           MOVE ZEROES TO WS-COPY-HASH.
           MOVE ZEROES TO WS-KEPT-COUNT.
           OPEN OUTPUT WIDE-KEEP.
           OPEN OUTPUT WIDE-REMOVED-OUT.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ WIDE-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WIDE-IN-LINE(1:8) EQUAL WS-BUS-DATE
                           MOVE WIDE-IN-LINE TO WS-HASH-LINE
                           MOVE WIDE-IN-LINE TO WIDE-REMOVED-OUT-LINE
                           PERFORM HashTakenLine
                           WRITE WIDE-REMOVED-OUT-LINE
                       ELSE
                           MOVE WIDE-IN-LINE TO WIDE-KEEP-LINE
                           WRITE WIDE-KEEP-LINE
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIDE-IN.
           CLOSE WIDE-KEEP.
           MOVE SPACES TO WS-CTL-LINE.
           STRING '*CONTROL* LINES ' WS-COPY-COUNT ' HASH '
               WS-COPY-HASH
               DELIMITED BY SIZE INTO WS-CTL-LINE
           END-STRING.
           MOVE WS-CTL-LINE TO WIDE-REMOVED-OUT-LINE.
           WRITE WIDE-REMOVED-OUT-LINE.
           CLOSE WIDE-REMOVED-OUT.
           IF WS-COPY-COUNT EQUAL ZEROES
               PERFORM DropEmptyCopy
               EXIT PARAGRAPH
           END-IF.
           PERFORM VerifyWideCopy.
           PERFORM PutKeptBack.

      * VerifyRemovedCopy for EVIDENCE.DAT's copy.
       VerifyWideCopy.
           MOVE 'N' TO WS-VERIFIED.
           MOVE 'N' TO WS-EOF.
           MOVE ZEROES TO WS-VER-COUNT.
           MOVE ZEROES TO WS-VER-HASH.
           MOVE ZEROES TO WS-CTL-COUNT.
           MOVE ZEROES TO WS-CTL-HASH.
           MOVE 'N' TO WS-CTL-SEEN.
           OPEN INPUT WIDE-REMOVED-IN.
           IF WS-REM-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ WIDE-REMOVED-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WIDE-REMOVED-IN-LINE TO WS-HASH-LINE
                       PERFORM VerifyLine
               END-READ
           END-PERFORM.
           CLOSE WIDE-REMOVED-IN.
           PERFORM CheckVerifyTotals.

      * UndoOneFile for EVIDENCE.DAT, through the WIDE- files.
       UndoWideFile.
           OPEN INPUT WIDE-REMOVED-IN.
           IF WS-REM-STATUS NOT EQUAL '00'
               DISPLAY WS-HIST-NAME ' - NO BACKOUT COPY '
                   WS-REMOVED-NAME ' ON HAND, NOTHING TO PUT BACK'
               EXIT PARAGRAPH
           END-IF.
           CLOSE WIDE-REMOVED-IN.
           PERFORM VerifyWideCopy.
           PERFORM RefuseBadUndo.
           IF WS-VERIFIED NOT EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DATE-SEEN.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WIDE-IN.
           IF WS-HIST-STATUS EQUAL '00'
               PERFORM UNTIL WS-EOF EQUAL 'Y'
                   READ WIDE-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WIDE-IN-LINE(1:8) EQUAL WS-BUS-DATE
                               MOVE 'Y' TO WS-DATE-SEEN
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WIDE-IN
           END-IF.
           IF WS-DATE-SEEN EQUAL 'Y'
               PERFORM RefuseRerunUndo
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-PUTBACK-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN EXTEND WIDE-OUT.
           IF WS-HIST-STATUS NOT EQUAL '00'
               OPEN OUTPUT WIDE-OUT
           END-IF.
           OPEN INPUT WIDE-REMOVED-IN.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ WIDE-REMOVED-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WIDE-REMOVED-IN-LINE(1:10) NOT EQUAL
                               '*CONTROL* '
                           MOVE WIDE-REMOVED-IN-LINE TO WIDE-OUT-LINE
                           WRITE WIDE-OUT-LINE
                           ADD 1 TO WS-PUTBACK-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIDE-REMOVED-IN.
           CLOSE WIDE-OUT.
           PERFORM FinishUndo.

      * Severity-coded alert appended to the shared ALERTS.DAT - see
      * week1's WriteAlert.
       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM BACKOUT SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. Which date came out or went back, and
      * who did it, is what the post-incident review asks.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-MODE EQUAL 'B' AND WS-SNAP-OK NOT EQUAL 'Y'
               STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
                   ' PROGRAM BACKOUT RECORDS 0000000000'
                   ' RESULT REFUSED ' WS-BUS-DATE
                   ' BY ' WS-OPERATOR
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               IF WS-MODE EQUAL 'B'
                   STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
                       ' PROGRAM BACKOUT RECORDS ' WS-TOTAL-COUNT
                       ' RESULT OUT ' WS-BUS-DATE
                       ' BY ' WS-OPERATOR
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               ELSE
                   STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
                       ' PROGRAM BACKOUT RECORDS ' WS-TOTAL-COUNT
                       ' RESULT UNDONE ' WS-BUS-DATE
                       ' BY ' WS-OPERATOR
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

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

      * A refused sign-on or function, appended to the shared
      * AUDITLOG.DAT in the same DATE/PROGRAM head as every other
      * line - see OPRMNT's WriteDeniedLog. The fifth token is DENIED
      * rather than RECORDS, so AUDITQRY never counts a refusal as a
      * run.
       WriteDeniedLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM BACKOUT DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THRMNT.

      * Menu-driven maintenance over THRESHLD.DAT, the control file
      * of keyed limits most of the batch reads - in the CALMNT
      * style. The file used to be edited by hand: a key keyed one
      * letter short was never matched by anything and silently did
      * nothing, and a value saved mid-evening changed the batch
      * halfway through its window. Here every key is checked
      * against a catalog of the keys the programs read, each with
      * the range its value must fall in, and every change is
      * scheduled with the business date it takes effect from - the
      * readers take the value in force for their own business date,
      * so a change for tomorrow cannot reach tonight's run and a
      * rerun of a past date sees the values that date ran with. A
      * history listing shows what every key stood at on any date.
      * Nothing changes on disk until the save, and every save goes
      * to the shared AUDITLOG.DAT under the operator's ID. Only an
      * operator holding THREDIT on the operator master gets past
      * the sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT THRESHOLDS ASSIGN TO "THRESHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

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
      * Laid out field for field the same as week1's
      * THRESHOLD-RECORD so the two stay in step. A record from
      * before values were dated reads back with THR-EFFDATE blank
      * and is taken as in force from the start.
       FD THRESHOLDS.
       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

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
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.

       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TOMORROW PIC 9(8) VALUE ZEROES.

      * The keys the programs read - each with its lowest and
      * highest allowed value, the value its readers fall back on
      * when nothing is on file, and which programs read it. The
      * ranges for the keys HQ may also set are the ones in
      * HQDIRECT's InitKeyCatalog, so a value refused here is
      * refused there too. A new key read anywhere goes in here
      * first, or it cannot be set.
       01 WS-CATALOG-VALUES.
           05 FILLER PIC X(26) VALUE 'ACKDAYS 000001000030000003'.
           05 FILLER PIC X(20) VALUE 'HQRECON'.
           05 FILLER PIC X(26) VALUE 'ALIASDAY000001000365000030'.
           05 FILLER PIC X(20) VALUE 'WEEK1'.
           05 FILLER PIC X(26) VALUE 'CLNCYCLE000001000090000007'.
           05 FILLER PIC X(20) VALUE 'SECTDUE'.
           05 FILLER PIC X(26) VALUE 'DISPAGE 000001000090000007'.
           05 FILLER PIC X(20) VALUE 'DEVRET'.
           05 FILLER PIC X(26) VALUE 'DISTWDAY000001000007000005'.
           05 FILLER PIC X(20) VALUE 'RPTDIST'.
           05 FILLER PIC X(26) VALUE 'ESCDAYS 000001000030000002'.
           05 FILLER PIC X(20) VALUE 'ALERTTRI'.
           05 FILLER PIC X(26) VALUE 'EVIDDAYS000001000365000030'.
           05 FILLER PIC X(20) VALUE 'EVIDLKP'.
           05 FILLER PIC X(26) VALUE 'EXCPPCT 000001000100000010'.
           05 FILLER PIC X(20) VALUE 'WEEK2'.
           05 FILLER PIC X(26) VALUE 'FWBADPCT000001000100000050'.
           05 FILLER PIC X(20) VALUE 'FWIMPACT'.
           05 FILLER PIC X(26) VALUE 'FWTOLPCT000001000100000010'.
           05 FILLER PIC X(20) VALUE 'FWIMPACT'.
           05 FILLER PIC X(26) VALUE 'FWWINDOW000001000090000007'.
           05 FILLER PIC X(20) VALUE 'FWIMPACT'.
           05 FILLER PIC X(26) VALUE 'IDLEDAYS000001000365000030'.
           05 FILLER PIC X(20) VALUE 'INTEGCHK'.
           05 FILLER PIC X(26) VALUE 'KPITOL  000001000999000050'.
           05 FILLER PIC X(20) VALUE 'DRIVER'.
           05 FILLER PIC X(26) VALUE 'MEDDAYS 000001000030000002'.
           05 FILLER PIC X(20) VALUE 'MEDCASE'.
           05 FILLER PIC X(26) VALUE 'NOBLOCK 000001000999000005'.
           05 FILLER PIC X(20) VALUE 'WEEK1'.
           05 FILLER PIC X(26) VALUE 'ORDERTO 000001000180000014'.
           05 FILLER PIC X(20) VALUE 'LARDER'.
           05 FILLER PIC X(26) VALUE 'PMAHEAD 000001000090000007'.
           05 FILLER PIC X(20) VALUE 'PMSCHED'.
           05 FILLER PIC X(26) VALUE 'PMDAYS  000001000999000090'.
           05 FILLER PIC X(20) VALUE 'PMSCHED'.
           05 FILLER PIC X(26) VALUE 'PMFAILS 000001000099000002'.
           05 FILLER PIC X(20) VALUE 'PMSCHED'.
           05 FILLER PIC X(26) VALUE 'PMPERDAY000001000099000002'.
           05 FILLER PIC X(20) VALUE 'PMSCHED'.
           05 FILLER PIC X(26) VALUE 'REJECTS 000001000999000010'.
           05 FILLER PIC X(20) VALUE 'WEEK1'.
           05 FILLER PIC X(26) VALUE 'REORDER 000001000090000005'.
           05 FILLER PIC X(20) VALUE 'LARDER'.
           05 FILLER PIC X(26) VALUE 'RETAIN  000001000999000007'.
           05 FILLER PIC X(20) VALUE 'DRIVER'.
           05 FILLER PIC X(26) VALUE 'STEPTOL 000001000999000050'.
           05 FILLER PIC X(20) VALUE 'DRIVER'.
           05 FILLER PIC X(26) VALUE 'WATCHDAY000001000031000004'.
           05 FILLER PIC X(20) VALUE 'WEEK1 LINEAGE'.
       01 WS-CATALOG REDEFINES WS-CATALOG-VALUES.
           05 WS-KEY-ENTRY OCCURS 25 TIMES.
               10 WS-KEY-NAME PIC X(8).
               10 WS-KEY-MIN PIC 9(6).
               10 WS-KEY-MAX PIC 9(6).
               10 WS-KEY-DEFAULT PIC 9(6).
               10 WS-KEY-READERS PIC X(20).
       01 WS-KEY-COUNT PIC 9(2) VALUE 25.
       01 WS-KEY-SUB PIC 9(2).
       01 WS-KEY-HIT PIC 9(2) VALUE ZEROES.

      * THRESHLD.DAT held in core while the operator works, kept in
      * key order and each key's values in effective-date order -
      * the order the readers rely on to take the last value in
      * force - and written back only on save. An undated record
      * from before values were dated carries effective date zero.
       01 WS-THRT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-THRT-TABLE.
           05 WS-THRT-ENTRY OCCURS 500 TIMES.
               10 WS-THRT-KEY PIC X(8).
               10 WS-THRT-VALUE PIC 9(6).
               10 WS-THRT-EFF PIC 9(8).
       01 WS-THRT-SUB PIC 9(3).
       01 WS-THRT-HIT PIC 9(3) VALUE ZEROES.
       01 WS-THRT-PRIOR PIC 9(3).
       01 WS-THRT-OVER PIC X VALUE 'N'.
       01 WS-NEW-KEY PIC X(8) VALUE SPACES.
       01 WS-NEW-VALUE PIC 9(6) VALUE ZEROES.
       01 WS-NEW-EFF PIC 9(8) VALUE ZEROES.

      * The value of WS-ASK-KEY in force on WS-ASK-DATE, and the
      * date it has been in force from - see FindInForce.
       01 WS-ASK-KEY PIC X(8) VALUE SPACES.
       01 WS-ASK-DATE PIC 9(8) VALUE ZEROES.
       01 WS-FORCE-FOUND PIC X VALUE 'N'.
       01 WS-FORCE-VALUE PIC 9(6) VALUE ZEROES.
       01 WS-FORCE-FROM PIC 9(8) VALUE ZEROES.
       01 WS-SHOW-FROM PIC X(8) VALUE SPACES.
       01 WS-SHOW-NOTE PIC X(12) VALUE SPACES.

      * Each change made this session, for its own audit line at
      * the save - S a value scheduled, W a scheduled value
      * withdrawn - with the value it replaced.
       01 WS-CHG-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 100 TIMES.
               10 WS-CHG-ACTION PIC X(1).
               10 WS-CHG-KEY PIC X(8).
               10 WS-CHG-VALUE PIC 9(6).
               10 WS-CHG-EFF PIC 9(8).
               10 WS-CHG-OLD PIC 9(6).
       01 WS-CHG-SUB PIC 9(3).
       01 WS-OLD-VALUE PIC 9(6) VALUE ZEROES.

       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SAVED-COUNT PIC 9(10) VALUE ZEROES.
       01 WS-UNKNOWN-COUNT PIC 9(3) VALUE ZEROES.

      * Operator entries - the menu choice and the raw answers
      * before validation.
       01 WS-CHOICE PIC 9(1) VALUE ZEROES.
       01 WS-PICK-KEY PIC X(8) VALUE SPACES.
       01 WS-PICK-VALUE PIC 9(10) VALUE ZEROES.
       01 WS-PICK-DATE PIC 9(8) VALUE ZEROES.
       01 WS-ANSWER PIC X(3) VALUE SPACES.
       01 WS-DONE PIC X VALUE 'N'.

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
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1).
           PERFORM SignOn.
           MOVE 'THREDIT' TO WS-NEED-FUNC.
           PERFORM CheckAuthority.
           IF WS-DENY-REASON NOT EQUAL SPACES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadThresholds.
           PERFORM UNTIL WS-DONE EQUAL 'Y'
               PERFORM ShowMenu
           END-PERFORM.
           GOBACK.

      * Every record goes into its place in key and date order as
      * it is read, so a file last edited by hand comes out sorted
      * at the first save. A key no program reads - usually one
      * keyed a letter short - is named here so it can be put right.
       LoadThresholds.
           OPEN INPUT THRESHOLDS.
           IF WS-THR-STATUS NOT EQUAL '00'
               DISPLAY 'NO THRESHOLD FILE - STARTING EMPTY'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-THR-STATUS NOT EQUAL '00'
               READ THRESHOLDS
                   AT END MOVE '10' TO WS-THR-STATUS
                   NOT AT END
                       IF WS-THRT-COUNT EQUAL 500
                           MOVE 'Y' TO WS-THRT-OVER
                       ELSE
                           MOVE THR-KEY TO WS-NEW-KEY
                           MOVE THR-VALUE TO WS-NEW-VALUE
                           IF THR-EFFDATE IS NUMERIC
                               MOVE THR-EFFDATE TO WS-NEW-EFF
                           ELSE
                               MOVE ZEROES TO WS-NEW-EFF
                           END-IF
                           PERFORM InsertEntry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE THRESHOLDS.
           DISPLAY 'THRESHOLDS LOADED - ' WS-THRT-COUNT ' RECORDS'.
           IF WS-THRT-OVER EQUAL 'Y'
               DISPLAY 'THRESHLD.DAT HOLDS MORE THAN 500 RECORDS - '
                   'SAVING IS REFUSED THIS SESSION'
           END-IF.
           PERFORM ListUnknownKeys.

       ShowMenu.
           DISPLAY ' '.
           DISPLAY 'THRESHOLD MAINTENANCE'.
           DISPLAY '1 = LIST THE KEY CATALOG'.
           DISPLAY '2 = LIST THRESHOLDS IN FORCE ON A DATE'.
           DISPLAY '3 = LIST ONE KEY''S HISTORY'.
           DISPLAY '4 = SCHEDULE A NEW VALUE'.
           DISPLAY '5 = WITHDRAW A VALUE NOT YET IN FORCE'.
           DISPLAY '9 = SAVE AND EXIT'.
           DISPLAY '0 = EXIT WITHOUT SAVING'.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ListCatalog
               WHEN 2
                   PERFORM ListInForce
               WHEN 3
                   PERFORM ListKeyHistory
               WHEN 4
                   PERFORM ScheduleChange
               WHEN 5
                   PERFORM WithdrawChange
               WHEN 9
                   IF WS-CHANGE-COUNT EQUAL ZEROES
                       DISPLAY 'NOTHING CHANGED - NOTHING SAVED'
                   ELSE
                       PERFORM SaveThresholds
                   END-IF
                   MOVE 'Y' TO WS-DONE
               WHEN 0
                   DISPLAY 'NOTHING SAVED'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'NO SUCH CHOICE'
           END-EVALUATE.

       ListCatalog.
           DISPLAY 'KEY      LOWEST HIGHEST DEFAULT READ BY'.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               DISPLAY WS-KEY-NAME(WS-KEY-SUB) ' '
                   WS-KEY-MIN(WS-KEY-SUB) ' '
                   WS-KEY-MAX(WS-KEY-SUB) '  '
                   WS-KEY-DEFAULT(WS-KEY-SUB) ' '
                   WS-KEY-READERS(WS-KEY-SUB)
           END-PERFORM.

      * The history listing - every catalog key as it stood on the
      * date asked, with the date that value has stood from, or the
      * readers' default where nothing was on file yet.
       ListInForce.
           DISPLAY 'AS AT DATE (YYYYMMDD, BLANK = TODAY)? '.
           MOVE ZEROES TO WS-PICK-DATE.
           ACCEPT WS-PICK-DATE.
           IF WS-PICK-DATE EQUAL ZEROES
               MOVE WS-TODAY-DATE TO WS-PICK-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PICK-DATE) NOT EQUAL 0
               DISPLAY 'NOT A USABLE DATE'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PICK-DATE TO WS-ASK-DATE.
           DISPLAY 'THRESHOLDS IN FORCE ON ' WS-ASK-DATE.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               MOVE WS-KEY-NAME(WS-KEY-SUB) TO WS-ASK-KEY
               PERFORM FindInForce
               IF WS-FORCE-FOUND EQUAL 'Y'
                   PERFORM SetShowFrom
                   DISPLAY WS-ASK-KEY ' ' WS-FORCE-VALUE ' FROM '
                       WS-SHOW-FROM
               ELSE
                   DISPLAY WS-ASK-KEY ' ' WS-KEY-DEFAULT(WS-KEY-SUB)
                       ' DEFAULT - NONE ON FILE'
               END-IF
           END-PERFORM.
           PERFORM ListUnknownKeys.

      * Every value one key has carried, oldest first, marked with
      * the one in force today and any scheduled past it.
       ListKeyHistory.
           DISPLAY 'KEY? '.
           MOVE SPACES TO WS-PICK-KEY.
           ACCEPT WS-PICK-KEY.
           MOVE WS-PICK-KEY TO WS-ASK-KEY.
           MOVE WS-TODAY-DATE TO WS-ASK-DATE.
           PERFORM FindInForce.
           MOVE ZEROES TO WS-THRT-HIT.
           PERFORM VARYING WS-THRT-SUB FROM 1 BY 1
                   UNTIL WS-THRT-SUB > WS-THRT-COUNT
               IF WS-THRT-KEY(WS-THRT-SUB) EQUAL WS-PICK-KEY
                   MOVE WS-THRT-SUB TO WS-THRT-HIT
                   MOVE WS-THRT-EFF(WS-THRT-SUB) TO WS-FORCE-FROM
                   PERFORM SetShowFrom
                   MOVE SPACES TO WS-SHOW-NOTE
                   IF WS-THRT-EFF(WS-THRT-SUB) > WS-TODAY-DATE
                       MOVE 'SCHEDULED' TO WS-SHOW-NOTE
                   END-IF
                   IF WS-THRT-SUB EQUAL WS-THRT-PRIOR
                       MOVE 'IN FORCE' TO WS-SHOW-NOTE
                   END-IF
                   DISPLAY WS-PICK-KEY ' ' WS-THRT-VALUE(WS-THRT-SUB)
                       ' FROM ' WS-SHOW-FROM ' ' WS-SHOW-NOTE
               END-IF
           END-PERFORM.
           IF WS-THRT-HIT EQUAL ZEROES
               DISPLAY 'NOTHING ON FILE FOR ' WS-PICK-KEY
           END-IF.

      * A new value for a catalog key from a business date on. The
      * value must fall in the key's range; the date defaults to
      * tomorrow, may not be in the past - the batch has already run
      * those dates on what was then in force - and is today only
      * on the operator's say-so, since a batch running today picks
      * a value for today up at its next step.
       ScheduleChange.
           IF WS-CHG-COUNT EQUAL 100
               DISPLAY 'TOO MANY CHANGES THIS SESSION - SAVE AND '
                   'START AGAIN'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'KEY? '.
           MOVE SPACES TO WS-PICK-KEY.
           ACCEPT WS-PICK-KEY.
           PERFORM FindCatalogKey.
           IF WS-KEY-HIT EQUAL ZEROES
               DISPLAY WS-PICK-KEY ' IS NOT A KEY ANY PROGRAM READS'
                   ' - NOT CHANGED (1 LISTS THE KEYS)'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-PICK-KEY ' TAKES ' WS-KEY-MIN(WS-KEY-HIT)
               ' TO ' WS-KEY-MAX(WS-KEY-HIT) ' - READ BY '
               WS-KEY-READERS(WS-KEY-HIT).
           DISPLAY 'NEW VALUE? '.
           MOVE ZEROES TO WS-PICK-VALUE.
           ACCEPT WS-PICK-VALUE.
           IF WS-PICK-VALUE < WS-KEY-MIN(WS-KEY-HIT)
                   OR WS-PICK-VALUE > WS-KEY-MAX(WS-KEY-HIT)
               DISPLAY 'OUTSIDE ' WS-KEY-MIN(WS-KEY-HIT) ' TO '
                   WS-KEY-MAX(WS-KEY-HIT) ' - NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'EFFECTIVE FROM (YYYYMMDD, BLANK = ' WS-TOMORROW
               ')? '.
           MOVE ZEROES TO WS-PICK-DATE.
           ACCEPT WS-PICK-DATE.
           IF WS-PICK-DATE EQUAL ZEROES
               MOVE WS-TOMORROW TO WS-PICK-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PICK-DATE) NOT EQUAL 0
               DISPLAY 'NOT A USABLE DATE - NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PICK-DATE < WS-TODAY-DATE
               DISPLAY 'THE BATCH HAS ALREADY RUN ON ' WS-PICK-DATE
                   ' - NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PICK-DATE EQUAL WS-TODAY-DATE
               DISPLAY 'EFFECTIVE TODAY - A BATCH ALREADY RUNNING '
                   'TAKES IT UP PARTWAY. GO AHEAD (Y/N)? '
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:1) NOT EQUAL 'Y'
                   DISPLAY 'NOT CHANGED'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-PICK-KEY TO WS-ASK-KEY.
           MOVE WS-PICK-DATE TO WS-ASK-DATE.
           PERFORM FindInForce.
           IF WS-FORCE-FOUND EQUAL 'Y'
               MOVE WS-FORCE-VALUE TO WS-OLD-VALUE
           ELSE
               MOVE WS-KEY-DEFAULT(WS-KEY-HIT) TO WS-OLD-VALUE
           END-IF.
           IF WS-FORCE-FOUND EQUAL 'Y'
                   AND WS-FORCE-VALUE EQUAL WS-PICK-VALUE
               DISPLAY WS-PICK-KEY ' IS ALREADY ' WS-OLD-VALUE
                   ' ON ' WS-PICK-DATE ' - NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
      * A value already scheduled from that very date is replaced
      * rather than doubled.
           IF WS-FORCE-FOUND EQUAL 'Y'
                   AND WS-FORCE-FROM EQUAL WS-PICK-DATE
               MOVE WS-PICK-VALUE TO WS-THRT-VALUE(WS-THRT-PRIOR)
           ELSE
               IF WS-THRT-COUNT EQUAL 500
                   DISPLAY 'THRESHOLD FILE FULL - NOT CHANGED'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PICK-KEY TO WS-NEW-KEY
               MOVE WS-PICK-VALUE TO WS-NEW-VALUE
               MOVE WS-PICK-DATE TO WS-NEW-EFF
               PERFORM InsertEntry
           END-IF.
           ADD 1 TO WS-CHG-COUNT.
           MOVE 'S' TO WS-CHG-ACTION(WS-CHG-COUNT).
           MOVE WS-PICK-KEY TO WS-CHG-KEY(WS-CHG-COUNT).
           MOVE WS-PICK-VALUE TO WS-CHG-VALUE(WS-CHG-COUNT).
           MOVE WS-PICK-DATE TO WS-CHG-EFF(WS-CHG-COUNT).
           MOVE WS-OLD-VALUE TO WS-CHG-OLD(WS-CHG-COUNT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY WS-PICK-KEY ' SET TO ' WS-CHG-VALUE(WS-CHG-COUNT)
               ' FROM ' WS-PICK-DATE ' - WAS ' WS-OLD-VALUE.

      * Only a value not yet in force can be taken back - one in
      * force, or in force on past dates, is part of what the batch
      * ran on and is changed by scheduling a new value instead.
       WithdrawChange.
           IF WS-CHG-COUNT EQUAL 100
               DISPLAY 'TOO MANY CHANGES THIS SESSION - SAVE AND '
                   'START AGAIN'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'KEY? '.
           MOVE SPACES TO WS-PICK-KEY.
           ACCEPT WS-PICK-KEY.
           DISPLAY 'EFFECTIVE DATE OF THE VALUE (YYYYMMDD)? '.
           MOVE ZEROES TO WS-PICK-DATE.
           ACCEPT WS-PICK-DATE.
           MOVE ZEROES TO WS-THRT-HIT.
           PERFORM VARYING WS-THRT-SUB FROM 1 BY 1
                   UNTIL WS-THRT-SUB > WS-THRT-COUNT
               IF WS-THRT-KEY(WS-THRT-SUB) EQUAL WS-PICK-KEY
                       AND WS-THRT-EFF(WS-THRT-SUB) EQUAL WS-PICK-DATE
                   MOVE WS-THRT-SUB TO WS-THRT-HIT
               END-IF
           END-PERFORM.
           IF WS-THRT-HIT EQUAL ZEROES
               DISPLAY 'NO VALUE FOR ' WS-PICK-KEY ' FROM '
                   WS-PICK-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PICK-DATE NOT > WS-TODAY-DATE
               DISPLAY 'ALREADY IN FORCE - SCHEDULE A NEW VALUE '
                   'INSTEAD'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHG-COUNT.
           MOVE 'W' TO WS-CHG-ACTION(WS-CHG-COUNT).
           MOVE WS-PICK-KEY TO WS-CHG-KEY(WS-CHG-COUNT).
           MOVE WS-THRT-VALUE(WS-THRT-HIT)
               TO WS-CHG-VALUE(WS-CHG-COUNT).
           MOVE WS-PICK-DATE TO WS-CHG-EFF(WS-CHG-COUNT).
           MOVE ZEROES TO WS-CHG-OLD(WS-CHG-COUNT).
      * The rows above shift down over the withdrawn one.
           PERFORM VARYING WS-THRT-SUB FROM WS-THRT-HIT BY 1
                   UNTIL WS-THRT-SUB >= WS-THRT-COUNT
               MOVE WS-THRT-ENTRY(WS-THRT-SUB + 1)
                   TO WS-THRT-ENTRY(WS-THRT-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-THRT-COUNT.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'WITHDRAWN ' WS-PICK-KEY ' '
               WS-CHG-VALUE(WS-CHG-COUNT) ' FROM ' WS-PICK-DATE.

       FindCatalogKey.
           MOVE ZEROES TO WS-KEY-HIT.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               IF WS-KEY-NAME(WS-KEY-SUB) EQUAL WS-PICK-KEY
                   MOVE WS-KEY-SUB TO WS-KEY-HIT
               END-IF
           END-PERFORM.

      * The last value for WS-ASK-KEY dated on or before WS-ASK-DATE
      * - the table being in date order, the same one the readers
      * take. WS-THRT-PRIOR is left on its row.
       FindInForce.
           MOVE 'N' TO WS-FORCE-FOUND.
           MOVE ZEROES TO WS-FORCE-VALUE.
           MOVE ZEROES TO WS-FORCE-FROM.
           MOVE ZEROES TO WS-THRT-PRIOR.
           PERFORM VARYING WS-THRT-SUB FROM 1 BY 1
                   UNTIL WS-THRT-SUB > WS-THRT-COUNT
               IF WS-THRT-KEY(WS-THRT-SUB) EQUAL WS-ASK-KEY
                       AND WS-THRT-EFF(WS-THRT-SUB) <= WS-ASK-DATE
                   MOVE 'Y' TO WS-FORCE-FOUND
                   MOVE WS-THRT-VALUE(WS-THRT-SUB) TO WS-FORCE-VALUE
                   MOVE WS-THRT-EFF(WS-THRT-SUB) TO WS-FORCE-FROM
                   MOVE WS-THRT-SUB TO WS-THRT-PRIOR
               END-IF
           END-PERFORM.

       SetShowFrom.
           IF WS-FORCE-FROM EQUAL ZEROES
               MOVE 'UNDATED' TO WS-SHOW-FROM
           ELSE
               MOVE WS-FORCE-FROM TO WS-SHOW-FROM
           END-IF.

      * WS-NEW-KEY/VALUE/EFF into its place - ahead of the first row
      * with a higher key, or the same key and a later date, so rows
      * of the same key and date keep the order they came in.
       InsertEntry.
           COMPUTE WS-THRT-HIT = WS-THRT-COUNT + 1.
           PERFORM VARYING WS-THRT-SUB FROM 1 BY 1
                   UNTIL WS-THRT-SUB > WS-THRT-COUNT
               IF WS-THRT-KEY(WS-THRT-SUB) > WS-NEW-KEY
                       OR (WS-THRT-KEY(WS-THRT-SUB) EQUAL WS-NEW-KEY
                       AND WS-THRT-EFF(WS-THRT-SUB) > WS-NEW-EFF)
                   MOVE WS-THRT-SUB TO WS-THRT-HIT
                   MOVE WS-THRT-COUNT TO WS-THRT-SUB
               END-IF
           END-PERFORM.
      * The rows from there on shift up one to make room.
           PERFORM VARYING WS-THRT-SUB FROM WS-THRT-COUNT BY -1
                   UNTIL WS-THRT-SUB < WS-THRT-HIT
               MOVE WS-THRT-ENTRY(WS-THRT-SUB)
                   TO WS-THRT-ENTRY(WS-THRT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-THRT-COUNT.
           MOVE WS-NEW-KEY TO WS-THRT-KEY(WS-THRT-HIT).
           MOVE WS-NEW-VALUE TO WS-THRT-VALUE(WS-THRT-HIT).
           MOVE WS-NEW-EFF TO WS-THRT-EFF(WS-THRT-HIT).

      * Keys on file that no program reads, each named once.
       ListUnknownKeys.
           MOVE ZEROES TO WS-UNKNOWN-COUNT.
           PERFORM VARYING WS-THRT-SUB FROM 1 BY 1
                   UNTIL WS-THRT-SUB > WS-THRT-COUNT
               MOVE WS-THRT-KEY(WS-THRT-SUB) TO WS-PICK-KEY
               PERFORM FindCatalogKey
               IF WS-KEY-HIT EQUAL ZEROES
                   IF WS-THRT-SUB EQUAL 1
                       ADD 1 TO WS-UNKNOWN-COUNT
                       DISPLAY WS-PICK-KEY ' ON FILE IS NOT A KEY ANY '
                           'PROGRAM READS - IT HAS NO EFFECT'
                   ELSE
                       IF WS-THRT-KEY(WS-THRT-SUB - 1)
                               NOT EQUAL WS-PICK-KEY
                           ADD 1 TO WS-UNKNOWN-COUNT
                           DISPLAY WS-PICK-KEY ' ON FILE IS NOT A KEY '
                               'ANY PROGRAM READS - IT HAS NO EFFECT'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The whole file written back in key and date order, one audit
      * line per change and one for the save.
       SaveThresholds.
           IF WS-THRT-OVER EQUAL 'Y'
               DISPLAY 'NOT SAVED - THE FILE WAS NOT READ IN FULL'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-SAVED-COUNT.
           OPEN OUTPUT THRESHOLDS.
           PERFORM VARYING WS-THRT-SUB FROM 1 BY 1
                   UNTIL WS-THRT-SUB > WS-THRT-COUNT
               MOVE WS-THRT-KEY(WS-THRT-SUB) TO THR-KEY
               MOVE WS-THRT-VALUE(WS-THRT-SUB) TO THR-VALUE
               MOVE WS-THRT-EFF(WS-THRT-SUB) TO THR-EFFDATE
               WRITE THRESHOLD-RECORD
               ADD 1 TO WS-SAVED-COUNT
           END-PERFORM.
           CLOSE THRESHOLDS.
           DISPLAY 'THRESHOLDS SAVED - ' WS-SAVED-COUNT ' RECORDS'.
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               PERFORM WriteChangeAudit
           END-PERFORM.
           PERFORM WriteAuditLog.

      * One line per change saved, naming the key, the value, the
      * date it takes effect and who set it - the fifth token is
      * SET or DROP rather than RECORDS, so AUDITQRY does not count
      * these as runs - see HQDIRECT's WriteChangeAudit.
       WriteChangeAudit.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-CHG-ACTION(WS-CHG-SUB) EQUAL 'S'
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM THRMNT SET ' WS-CHG-KEY(WS-CHG-SUB)
                   ' ' WS-CHG-VALUE(WS-CHG-SUB)
                   ' EFF ' WS-CHG-EFF(WS-CHG-SUB)
                   ' WAS ' WS-CHG-OLD(WS-CHG-SUB) ' BY ' WS-OPERATOR
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM THRMNT DROP ' WS-CHG-KEY(WS-CHG-SUB)
                   ' ' WS-CHG-VALUE(WS-CHG-SUB)
                   ' EFF ' WS-CHG-EFF(WS-CHG-SUB) ' BY ' WS-OPERATOR
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * One line appended to the shared AUDITLOG.DAT on every save -
      * see week1's WriteAuditLog.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM THRMNT RECORDS ' WS-SAVED-COUNT
               ' RESULT THRESHOLDS SAVED BY ' WS-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
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

      * A refused sign-on, appended to the shared AUDITLOG.DAT in the
      * same DATE/PROGRAM head as every other line - see OPRMNT's
      * WriteDeniedLog. The fifth token is DENIED rather than
      * RECORDS, so AUDITQRY never counts a refusal as a run.
       WriteDeniedLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM THRMNT DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

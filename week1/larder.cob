      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LARDER.

      * Per-camp larder ledger - what each camp's stores actually
      * hold, which nothing else in the batch tracks. Each run posts
      * the day's receipts from the quartermaster's LARDRCPT.DAT
      * drop file and the day's consumption from week1's CAMP ...
      * SUBTOTAL lines in RANKRPT.DAT against the stock carried
      * forward from the camp's last ledger day, and appends one
      * dated ledger record per camp to LARDER.DAT. Days of supply
      * are projected from the camp's consumption averaged over its
      * last (up to) 7 ledger days - caltrend's moving average, per
      * camp instead of per elf - and any camp below REORDER days
      * (THRESHLD.DAT, 5 when unset) gets a requisition in
      * REQUISN.DAT for the quartermaster, sized to bring it back up
      * to ORDERTO days (14 when unset). Provisioning used to work
      * this out on paper from the rank report. Run it any time
      * after the day's week1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RANK-REPORT ASSIGN TO "RANKRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RANK-STATUS.

      * The quartermaster's receipts for the day - one line per
      * delivery to a camp's stores.
       SELECT RECEIPTS ASSIGN TO "LARDRCPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

      * The ledger itself - one record per camp per business day,
      * appended, so the stock position on any past day is a lookup.
      * A rerun of the same day appends again and the later record
      * is the one every reader takes - see TakeLedgerRecord.
       SELECT LEDGER ASSIGN TO "LARDER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDG-STATUS.

       SELECT LARDER-RPT ASSIGN TO "LARDRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * The day's requisitions for the quartermaster - rewritten
      * every run, so it only ever holds the current shortfalls.
       SELECT REQUISITIONS ASSIGN TO "REQUISN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Alerting thresholds, held in a control file the operators
      * edit without a recompile - see week1's GetThresholds.
       SELECT THRESHOLDS ASSIGN TO "THRESHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

      * Severity-coded alerts, appended like AUDIT-LOG - see week1's
      * WriteAlert.
       SELECT ALERTS ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RANK-REPORT.
       01 RANK-REPORT-LINE PIC X(100).

       FD RECEIPTS.
       01 RECEIPT-RECORD.
           05 RCPT-DATE PIC 9(8).
           05 RCPT-CAMP PIC X(10).
           05 RCPT-QTY PIC 9(12).
           05 RCPT-REF PIC X(12).

       FD LEDGER.
       01 LEDGER-RECORD.
           05 LDG-DATE PIC 9(8).
           05 LDG-CAMP PIC X(10).
           05 LDG-OPENING PIC 9(12).
           05 LDG-RECEIVED PIC 9(12).
           05 LDG-CONSUMED PIC 9(12).
           05 LDG-ON-HAND PIC 9(12).
           05 LDG-SHORT PIC 9(12).

       FD LARDER-RPT.
       01 LARDER-RPT-LINE PIC X(132).

       FD REQUISITIONS.
       01 REQUISITION-RECORD.
           05 REQ-DATE PIC 9(8).
           05 REQ-CAMP PIC X(10).
           05 REQ-ON-HAND PIC 9(12).
           05 REQ-AVG7 PIC 9(12).
           05 REQ-DAYS PIC 9(3).
           05 REQ-QTY PIC 9(12).

       FD THRESHOLDS.
       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

       FD ALERTS.
       01 ALERT-LINE PIC X(100).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RANK-STATUS PIC X(2) VALUE SPACES.
       01 WS-RCPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-LDG-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

      * The business date - the run date week1 printed on the rank
      * report heading, so a late or catch-up run posts to the day
      * the consumption belongs to; today's date when the report
      * carries none.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROES.

       01 WS-THR-REORDER PIC 9(6) VALUE 5.
       01 WS-THR-ORDERTO PIC 9(6) VALUE 14.

      * One row per camp - the stock carried forward from its last
      * ledger day before the business date (and that day's date),
      * the day's receipts and consumption, and its last 7 ledger
      * days with consumption posted, in date order, for the moving
      * average. A day the camp's drop file never arrived posts no
      * consumption and would drag the average down as if the camp
      * had stopped eating, so it stays out of the window. Ten camps
      * matches week1's own subtotal table.
       01 WS-CAMP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CAMP-TABLE.
           05 WS-CAMP-ENTRY OCCURS 10 TIMES.
               10 WS-CAMP-CODE PIC X(10).
               10 WS-CAMP-OPENING PIC 9(12).
               10 WS-CAMP-LAST-DATE PIC 9(8).
               10 WS-CAMP-RECEIVED PIC 9(12).
               10 WS-CAMP-CONSUMED PIC 9(12).
               10 WS-CAMP-POSTED PIC X(1).
               10 WS-CAMP-DAYS PIC 9(1).
               10 WS-CAMP-DAY-ENTRY OCCURS 7 TIMES.
                   15 WS-CAMP-DAY-DATE PIC 9(8).
                   15 WS-CAMP-DAY-USED PIC 9(12).
       01 WS-CAMP-SUB PIC 9(2).
       01 WS-CAMP-HIT PIC 9(2) VALUE ZEROES.
       01 WS-HOLD-CAMP PIC X(10) VALUE SPACES.
       01 WS-DAY-SUB PIC 9(1).
       01 WS-DAY-HIT PIC 9(1) VALUE ZEROES.

      * Figures for the camp being closed off.
       01 WS-ON-HAND PIC 9(12) VALUE ZEROES.
       01 WS-SHORT PIC 9(12) VALUE ZEROES.
       01 WS-NET PIC S9(13) VALUE ZEROES.
       01 WS-AVG-SUM PIC 9(14) VALUE ZEROES.
       01 WS-AVG7 PIC 9(12) VALUE ZEROES.
       01 WS-SUPPLY-DAYS PIC 9(3) VALUE ZEROES.
       01 WS-ORDER-QTY PIC S9(13) VALUE ZEROES.
       01 WS-REORDER-FLAG PIC X(8) VALUE SPACES.

       01 WS-RCPT-LINES PIC 9(10) VALUE ZEROES.
       01 WS-RCPT-POSTED PIC 9(6) VALUE ZEROES.
       01 WS-RCPT-REJECTED PIC 9(6) VALUE ZEROES.
       01 WS-SUBTOTALS-SEEN PIC 9(2) VALUE ZEROES.
       01 WS-REQ-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-STOCKOUT-COUNT PIC 9(2) VALUE ZEROES.

      * Alerting working set - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE 2.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
      * The business date comes off RANKRPT's heading, so the
      * consumption is read before the thresholds in force on it.
           PERFORM GetConsumption.
           PERFORM GetThresholds.
           PERFORM LoadLedger.
           PERFORM PostReceipts.
           OPEN OUTPUT LARDER-RPT.
           OPEN OUTPUT REQUISITIONS.
           MOVE SPACES TO LARDER-RPT-LINE.
           STRING 'CAMP LARDER LEDGER RUN DATE ' WS-BUS-DATE
               ' REORDER BELOW ' WS-THR-REORDER ' DAYS, ORDER TO '
               WS-THR-ORDERTO ' DAYS'
               DELIMITED BY SIZE INTO LARDER-RPT-LINE
           END-STRING.
           WRITE LARDER-RPT-LINE.
           IF WS-SUBTOTALS-SEEN EQUAL ZEROES
               MOVE SPACES TO LARDER-RPT-LINE
               STRING 'NO CAMP SUBTOTALS IN RANKRPT.DAT - NO '
                   'CONSUMPTION POSTED'
                   DELIMITED BY SIZE INTO LARDER-RPT-LINE
               END-STRING
               WRITE LARDER-RPT-LINE
               DISPLAY LARDER-RPT-LINE
           END-IF.
           IF WS-CAMP-COUNT > ZEROES
               OPEN EXTEND LEDGER
               IF WS-LDG-STATUS NOT EQUAL '00'
                   OPEN OUTPUT LEDGER
               END-IF
               PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                       UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
                   PERFORM CloseCampDay
               END-PERFORM
               CLOSE LEDGER
           END-IF.
           MOVE SPACES TO LARDER-RPT-LINE.
           STRING 'RECEIPTS POSTED ' WS-RCPT-POSTED ' REJECTED '
               WS-RCPT-REJECTED ' REQUISITIONS ' WS-REQ-COUNT
               DELIMITED BY SIZE INTO LARDER-RPT-LINE
           END-STRING.
           WRITE LARDER-RPT-LINE.
           DISPLAY LARDER-RPT-LINE.
           CLOSE REQUISITIONS.
           CLOSE LARDER-RPT.
           IF WS-REQ-COUNT > ZEROES
               MOVE 2 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-REQ-COUNT ' CAMPS BELOW ' WS-THR-REORDER
                   ' DAYS SUPPLY - SEE REQUISN.DAT'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
           END-IF.
           PERFORM WriteAuditLog.
           IF WS-REQ-COUNT > ZEROES OR WS-RCPT-REJECTED > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           GOBACK.

      * Only the larder keys matter to this job - see week1's
      * GetThresholds for the control-file convention.
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
                                   AND THR-EFFDATE > WS-BUS-DATE
                               MOVE SPACES TO THR-KEY
                           END-IF
                           IF THR-KEY EQUAL 'REORDER'
                               MOVE THR-VALUE TO WS-THR-REORDER
                           END-IF
                           IF THR-KEY EQUAL 'ORDERTO'
                               MOVE THR-VALUE TO WS-THR-ORDERTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.
           IF WS-THR-ORDERTO < WS-THR-REORDER
               MOVE WS-THR-REORDER TO WS-THR-ORDERTO
           END-IF.

      * The day's consumption per camp out of week1's subtotal
      * section - camp at column 6 for 10, subtotal at column 40 for
      * 20 (see week1's WriteCampSubtotals) - and the business date
      * off the page heading. The NOT INCLUDED call-outs post
      * nothing; a subtotal that will not read back as a number
      * (an overpunched negative, see resubmit's LoadRankReport) is
      * passed over with a warning rather than posted as garbage.
       GetConsumption.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RANK-REPORT.
           IF WS-RANK-STATUS NOT EQUAL '00'
               DISPLAY 'NO RANKRPT.DAT ON HAND - STATUS '
                   WS-RANK-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ RANK-REPORT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM TakeRankLine
               END-READ
           END-PERFORM.
           CLOSE RANK-REPORT.

       TakeRankLine.
           IF RANK-REPORT-LINE(1:29) EQUAL
                   'ELF CALORIE RANKING RUN DATE '
                   AND RANK-REPORT-LINE(30:8) IS NUMERIC
               MOVE RANK-REPORT-LINE(30:8) TO WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF.
           IF RANK-REPORT-LINE(1:5) NOT EQUAL 'CAMP '
                   OR RANK-REPORT-LINE(16:8) NOT EQUAL ' BLOCKS '
               EXIT PARAGRAPH
           END-IF.
           IF RANK-REPORT-LINE(40:20) IS NOT NUMERIC
               DISPLAY 'WARNING - CAMP ' RANK-REPORT-LINE(6:10)
                   ' SUBTOTAL CANNOT BE READ - NOT POSTED'
               EXIT PARAGRAPH
           END-IF.
           MOVE RANK-REPORT-LINE(6:10) TO WS-HOLD-CAMP.
           PERFORM FindCamp.
           IF WS-CAMP-HIT > ZEROES
               ADD 1 TO WS-SUBTOTALS-SEEN
               COMPUTE WS-CAMP-CONSUMED(WS-CAMP-HIT) =
                   WS-CAMP-CONSUMED(WS-CAMP-HIT)
                   + FUNCTION NUMVAL(RANK-REPORT-LINE(40:20))
               MOVE 'Y' TO WS-CAMP-POSTED(WS-CAMP-HIT)
           END-IF.

      * Find WS-HOLD-CAMP in the camp table, adding it when it is
      * new.
       FindCamp.
           MOVE ZEROES TO WS-CAMP-HIT.
           IF WS-HOLD-CAMP EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
               IF WS-CAMP-CODE(WS-CAMP-SUB) EQUAL WS-HOLD-CAMP
                   MOVE WS-CAMP-SUB TO WS-CAMP-HIT
                   MOVE WS-CAMP-COUNT TO WS-CAMP-SUB
               END-IF
           END-PERFORM.
           IF WS-CAMP-HIT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMP-COUNT EQUAL 10
               DISPLAY 'WARNING - MORE THAN 10 CAMPS, '
                   WS-HOLD-CAMP ' NOT LEDGERED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAMP-COUNT.
           MOVE WS-CAMP-COUNT TO WS-CAMP-HIT.
           MOVE SPACES TO WS-CAMP-ENTRY(WS-CAMP-HIT).
           MOVE WS-HOLD-CAMP TO WS-CAMP-CODE(WS-CAMP-HIT).
           MOVE ZEROES TO WS-CAMP-OPENING(WS-CAMP-HIT).
           MOVE ZEROES TO WS-CAMP-LAST-DATE(WS-CAMP-HIT).
           MOVE ZEROES TO WS-CAMP-RECEIVED(WS-CAMP-HIT).
           MOVE ZEROES TO WS-CAMP-CONSUMED(WS-CAMP-HIT).
           MOVE 'N' TO WS-CAMP-POSTED(WS-CAMP-HIT).
           MOVE ZEROES TO WS-CAMP-DAYS(WS-CAMP-HIT).

      * Every camp with a ledger history, its stock carried forward,
      * and its recent consumption. Records on or after the business
      * date are an earlier run of this same day (or a later day
      * rerun out of order) and carry nothing forward.
       LoadLedger.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LEDGER.
           IF WS-LDG-STATUS NOT EQUAL '00'
               DISPLAY 'NO LARDER.DAT ON HAND - STARTING THE LEDGER'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ LEDGER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LDG-DATE < WS-BUS-DATE
                           PERFORM TakeLedgerRecord
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER.

      * One prior ledger day folded into the camp's row. The stock
      * carried forward is the on-hand of the latest day seen - the
      * later record wins when the same day was run twice. The window
      * holds the camp's last 7 consumption days in date order: a
      * date already held is overwritten, a newer date shifts the
      * oldest out once 7 are held.
       TakeLedgerRecord.
           MOVE LDG-CAMP TO WS-HOLD-CAMP.
           PERFORM FindCamp.
           IF WS-CAMP-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF LDG-DATE >= WS-CAMP-LAST-DATE(WS-CAMP-HIT)
               MOVE LDG-DATE TO WS-CAMP-LAST-DATE(WS-CAMP-HIT)
               MOVE LDG-ON-HAND TO WS-CAMP-OPENING(WS-CAMP-HIT)
           END-IF.
           IF LDG-CONSUMED EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-DAY-HIT.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-CAMP-DAYS(WS-CAMP-HIT)
               IF WS-CAMP-DAY-DATE(WS-CAMP-HIT, WS-DAY-SUB)
                       EQUAL LDG-DATE
                   MOVE WS-DAY-SUB TO WS-DAY-HIT
               END-IF
           END-PERFORM.
           IF WS-DAY-HIT > ZEROES
               MOVE LDG-CONSUMED
                   TO WS-CAMP-DAY-USED(WS-CAMP-HIT, WS-DAY-HIT)
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMP-DAYS(WS-CAMP-HIT) > ZEROES
               MOVE WS-CAMP-DAYS(WS-CAMP-HIT) TO WS-DAY-SUB
               IF LDG-DATE < WS-CAMP-DAY-DATE(WS-CAMP-HIT,
                       WS-DAY-SUB)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-CAMP-DAYS(WS-CAMP-HIT) EQUAL 7
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 6
                   MOVE WS-CAMP-DAY-ENTRY(WS-CAMP-HIT,
                           WS-DAY-SUB + 1)
                       TO WS-CAMP-DAY-ENTRY(WS-CAMP-HIT, WS-DAY-SUB)
               END-PERFORM
               MOVE 6 TO WS-CAMP-DAYS(WS-CAMP-HIT)
           END-IF.
           ADD 1 TO WS-CAMP-DAYS(WS-CAMP-HIT).
           MOVE WS-CAMP-DAYS(WS-CAMP-HIT) TO WS-DAY-SUB.
           MOVE LDG-DATE TO WS-CAMP-DAY-DATE(WS-CAMP-HIT, WS-DAY-SUB).
           MOVE LDG-CONSUMED
               TO WS-CAMP-DAY-USED(WS-CAMP-HIT, WS-DAY-SUB).

      * The quartermaster's receipts - a line dated after the
      * business date, with no camp, or with a quantity that is not
      * a number is rejected on the report and not posted; so is a
      * line dated on or before the camp's last ledger day, which
      * that day's run has already taken into stock (a drop left in
      * place or fed in again). A receipt for a camp with no ledger
      * yet opens one.
       PostReceipts.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RECEIPTS.
           IF WS-RCPT-STATUS NOT EQUAL '00'
               DISPLAY 'NO LARDRCPT.DAT ON HAND - NO RECEIPTS TODAY'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ RECEIPTS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RCPT-LINES
                       PERFORM TakeReceipt
               END-READ
           END-PERFORM.
           CLOSE RECEIPTS.

       TakeReceipt.
           IF RCPT-QTY IS NOT NUMERIC
                   OR RCPT-DATE IS NOT NUMERIC
                   OR RCPT-CAMP EQUAL SPACES
                   OR RCPT-DATE > WS-BUS-DATE
               ADD 1 TO WS-RCPT-REJECTED
               DISPLAY 'RECEIPT LINE ' WS-RCPT-LINES ' REJECTED - '
                   RECEIPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE RCPT-CAMP TO WS-HOLD-CAMP.
           PERFORM FindCamp.
           IF WS-CAMP-HIT EQUAL ZEROES
               ADD 1 TO WS-RCPT-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF RCPT-DATE <= WS-CAMP-LAST-DATE(WS-CAMP-HIT)
               ADD 1 TO WS-RCPT-REJECTED
               DISPLAY 'RECEIPT LINE ' WS-RCPT-LINES ' REJECTED - '
                   'ALREADY POSTED BY LEDGER DAY '
                   WS-CAMP-LAST-DATE(WS-CAMP-HIT) ' - '
                   RECEIPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD RCPT-QTY TO WS-CAMP-RECEIVED(WS-CAMP-HIT).
           ADD 1 TO WS-RCPT-POSTED.

      * The camp's day closed off - opening plus receipts less
      * consumption is the new on-hand, never below zero (a shortfall
      * is what the camp ate that the ledger says it did not have,
      * and is carried on the record so provisioning can see it).
      * The day joins the 7-day window, days of supply come off the
      * average, and a camp under REORDER days gets its requisition.
       CloseCampDay.
           COMPUTE WS-NET = WS-CAMP-OPENING(WS-CAMP-SUB)
               + WS-CAMP-RECEIVED(WS-CAMP-SUB)
               - WS-CAMP-CONSUMED(WS-CAMP-SUB).
           IF WS-NET < ZEROES
               MOVE ZEROES TO WS-ON-HAND
               COMPUTE WS-SHORT = ZEROES - WS-NET
               ADD 1 TO WS-STOCKOUT-COUNT
           ELSE
               MOVE WS-NET TO WS-ON-HAND
               MOVE ZEROES TO WS-SHORT
           END-IF.
           MOVE WS-BUS-DATE TO LDG-DATE.
           MOVE WS-CAMP-CODE(WS-CAMP-SUB) TO LDG-CAMP.
           MOVE WS-CAMP-OPENING(WS-CAMP-SUB) TO LDG-OPENING.
           MOVE WS-CAMP-RECEIVED(WS-CAMP-SUB) TO LDG-RECEIVED.
           MOVE WS-CAMP-CONSUMED(WS-CAMP-SUB) TO LDG-CONSUMED.
           MOVE WS-ON-HAND TO LDG-ON-HAND.
           MOVE WS-SHORT TO LDG-SHORT.
           WRITE LEDGER-RECORD.
      * The day itself is the newest in the window, when it posted
      * any consumption.
           MOVE WS-CAMP-SUB TO WS-CAMP-HIT.
           IF WS-CAMP-CONSUMED(WS-CAMP-HIT) > ZEROES
               PERFORM AddDayToWindow
           END-IF.
           PERFORM ProjectSupply.
           MOVE SPACES TO WS-REORDER-FLAG.
           IF WS-SUPPLY-DAYS < WS-THR-REORDER
               MOVE ' REORDER' TO WS-REORDER-FLAG
               PERFORM WriteRequisition
           END-IF.
           MOVE SPACES TO LARDER-RPT-LINE.
           STRING 'CAMP ' WS-CAMP-CODE(WS-CAMP-SUB)
               ' OPEN ' WS-CAMP-OPENING(WS-CAMP-SUB)
               ' RCVD ' WS-CAMP-RECEIVED(WS-CAMP-SUB)
               ' USED ' WS-CAMP-CONSUMED(WS-CAMP-SUB)
               ' ON HAND ' WS-ON-HAND
               ' AVG7 ' WS-AVG7
               ' DAYS ' WS-SUPPLY-DAYS WS-REORDER-FLAG
               DELIMITED BY SIZE INTO LARDER-RPT-LINE
           END-STRING.
           WRITE LARDER-RPT-LINE.
           DISPLAY LARDER-RPT-LINE.
           IF WS-SHORT > ZEROES
               MOVE SPACES TO LARDER-RPT-LINE
               STRING '     STOCK-OUT - CONSUMED ' WS-SHORT
                   ' MORE THAN THE LEDGER HELD'
                   DELIMITED BY SIZE INTO LARDER-RPT-LINE
               END-STRING
               WRITE LARDER-RPT-LINE
           END-IF.
           IF WS-CAMP-POSTED(WS-CAMP-SUB) NOT EQUAL 'Y'
                   AND WS-SUBTOTALS-SEEN > ZEROES
               MOVE SPACES TO LARDER-RPT-LINE
               STRING '     NO SUBTOTAL FOR THIS CAMP TODAY - NO '
                   'CONSUMPTION POSTED'
                   DELIMITED BY SIZE INTO LARDER-RPT-LINE
               END-STRING
               WRITE LARDER-RPT-LINE
           END-IF.

       AddDayToWindow.
           IF WS-CAMP-DAYS(WS-CAMP-HIT) EQUAL 7
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 6
                   MOVE WS-CAMP-DAY-ENTRY(WS-CAMP-HIT,
                           WS-DAY-SUB + 1)
                       TO WS-CAMP-DAY-ENTRY(WS-CAMP-HIT, WS-DAY-SUB)
               END-PERFORM
               MOVE 6 TO WS-CAMP-DAYS(WS-CAMP-HIT)
           END-IF.
           ADD 1 TO WS-CAMP-DAYS(WS-CAMP-HIT).
           MOVE WS-CAMP-DAYS(WS-CAMP-HIT) TO WS-DAY-SUB.
           MOVE WS-BUS-DATE
               TO WS-CAMP-DAY-DATE(WS-CAMP-HIT, WS-DAY-SUB).
           MOVE WS-CAMP-CONSUMED(WS-CAMP-HIT)
               TO WS-CAMP-DAY-USED(WS-CAMP-HIT, WS-DAY-SUB).

      * The average over the window and the days the on-hand covers
      * at that rate. No consumption on record is no burn rate - the
      * stock lasts as far as the report can say.
       ProjectSupply.
           MOVE ZEROES TO WS-AVG-SUM.
           MOVE ZEROES TO WS-AVG7.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-CAMP-DAYS(WS-CAMP-HIT)
               ADD WS-CAMP-DAY-USED(WS-CAMP-HIT, WS-DAY-SUB)
                   TO WS-AVG-SUM
           END-PERFORM.
           IF WS-CAMP-DAYS(WS-CAMP-HIT) > ZEROES
               COMPUTE WS-AVG7 =
                   WS-AVG-SUM / WS-CAMP-DAYS(WS-CAMP-HIT)
           END-IF.
           IF WS-AVG7 EQUAL ZEROES
               MOVE 999 TO WS-SUPPLY-DAYS
           ELSE
               IF WS-ON-HAND / WS-AVG7 > 999
                   MOVE 999 TO WS-SUPPLY-DAYS
               ELSE
                   COMPUTE WS-SUPPLY-DAYS = WS-ON-HAND / WS-AVG7
               END-IF
           END-IF.

      * Enough to bring the camp back up to ORDERTO days at its
      * current burn, less what it already holds.
       WriteRequisition.
           COMPUTE WS-ORDER-QTY = (WS-AVG7 * WS-THR-ORDERTO)
               - WS-ON-HAND.
           IF WS-ORDER-QTY <= ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUS-DATE TO REQ-DATE.
           MOVE WS-CAMP-CODE(WS-CAMP-SUB) TO REQ-CAMP.
           MOVE WS-ON-HAND TO REQ-ON-HAND.
           MOVE WS-AVG7 TO REQ-AVG7.
           MOVE WS-SUPPLY-DAYS TO REQ-DAYS.
           MOVE WS-ORDER-QTY TO REQ-QTY.
           WRITE REQUISITION-RECORD.
           ADD 1 TO WS-REQ-COUNT.

      * Severity-coded alert appended to the shared ALERTS.DAT - see
      * week1's WriteAlert.
       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' WS-BUS-DATE
               ' PROGRAM LARDER SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The requisition count is this job's
      * key result.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-BUS-DATE
               ' PROGRAM LARDER RECORDS ' WS-RCPT-LINES
               ' RESULT ' WS-CAMP-COUNT ' CAMPS ' WS-REQ-COUNT
               ' REQUISITIONS'
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMSCHED.

      * Preventive-maintenance scheduler for the tuning devices. Up to
      * now a device reached the bench only once it had died - day6
      * dispatches the zero-marker ones and devtrend warns about the
      * drifters - and nothing was ever serviced on a schedule. Each
      * model now carries a service interval (PMINTVL.DAT, PMDAYS
      * from THRESHLD.DAT for a model not listed), and every service
      * a device gets goes on the dated service log SERVLOG.DAT -
      * devret logs each bench repair return there, this job logs
      * each completed PM. Each run this job:
      *   - takes the bench's completed PM returns (PMRET.DAT) off
      *     the PM outstanding list, logs the service, and puts the
      *     device back IN-SERVICE - the interval starts again;
      *   - lists every IN-SERVICE device whose last service plus its
      *     model's interval falls on or before PMAHEAD days from
      *     today, most overdue first;
      *   - spreads them over the coming days no more than PMPERDAY
      *     a day, never ahead of the day each falls due, so the
      *     rack is not emptied in one morning;
      *   - pulls today's share - a line each on PMDISP.DAT, which
      *     the bench works alongside day6's DISPATCH.DAT, the
      *     registry row to PM-SERVICE (day6 then skips the device,
      *     as it does a DISPATCHED one), and an entry on the PM
      *     outstanding list PMOUT.DAT;
      *   - rolls the service log up by model, counting the repair
      *     returns that came in before the model's interval had run
      *     out since the device's previous service - the models that
      *     keep failing between services, flagged REPEAT FAILURES at
      *     PMFAILS or more.
      * The report is PMRPT.DAT. Run it any time after the day's
      * devret, the same way devret runs after day6.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEVICE-REGISTRY ASSIGN TO "DEVREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

      * Service interval in days per model - a control file the bench
      * supervisor edits like THRESHLD.DAT.
       SELECT PM-INTERVALS ASSIGN TO "PMINTVL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INT-STATUS.

      * Every service a device has had, dated - REPAIR lines from
      * devret, PM lines from here.
       SELECT SERVICE-LOG ASSIGN TO "SERVLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLOG-STATUS.

      * Devices pulled for PM and not yet back - the PM counterpart
      * of day6's DISPOUT.DAT.
       SELECT PM-OUTSTANDING ASSIGN TO "PMOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POUT-STATUS.

      * The bench's completed PMs, one device id per record - the
      * counterpart of devret's BENCHRET.DAT.
       SELECT PM-RETURNS ASSIGN TO "PMRET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRET-STATUS.

       SELECT PM-DISPATCH ASSIGN TO "PMDISP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PM-RPT ASSIGN TO "PMRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Alerting thresholds, held in a control file the operators
      * edit without a recompile - see week1's GetThresholds.
       SELECT THRESHOLDS ASSIGN TO "THRESHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

      * Severity-coded alerts - see week1's WriteAlert.
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
      * Laid out field for field the same as day6's REGISTRY-RECORD
      * so the two stay in step.
       FD DEVICE-REGISTRY.
       01 REGISTRY-RECORD.
           05 REG-DEVICE-ID PIC X(8).
           05 REG-MODEL PIC X(12).
           05 REG-FIRMWARE PIC X(8).
           05 REG-LIFECYCLE PIC X(12).

       FD PM-INTERVALS.
       01 PM-INTERVAL-RECORD.
           05 PI-MODEL PIC X(12).
           05 PI-DAYS PIC 9(4).

      * Laid out field for field the same as devret.cob's
      * SERVICE-LOG-RECORD so the two stay in step.
       FD SERVICE-LOG.
       01 SERVICE-LOG-RECORD.
           05 SL-DATE PIC 9(8).
           05 SL-DEVICE PIC X(8).
           05 SL-KIND PIC X(6).

       FD PM-OUTSTANDING.
       01 PM-OUT-RECORD.
           05 PO-DATE PIC 9(8).
           05 PO-DEVICE PIC X(8).

       FD PM-RETURNS.
       01 PM-RETURN-RECORD.
           05 PR-DEVICE PIC X(8).

       FD PM-DISPATCH.
       01 PM-DISPATCH-LINE PIC X(80).

       FD PM-RPT.
       01 PM-RPT-LINE PIC X(100).

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
       01 WS-REG-STATUS PIC X(2) VALUE SPACES.
       01 WS-INT-STATUS PIC X(2) VALUE SPACES.
       01 WS-SLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-POUT-STATUS PIC X(2) VALUE SPACES.
       01 WS-PRET-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

      * PMDAYS - interval for a model PMINTVL.DAT does not list;
      * PMPERDAY - most devices pulled for PM in one day; PMAHEAD -
      * how far ahead a coming due date is scheduled; PMFAILS -
      * early failures that flag a model. Zero or unset takes the
      * default.
       01 WS-THR-PMDAYS PIC 9(6) VALUE 90.
       01 WS-THR-PMPERDAY PIC 9(6) VALUE 2.
       01 WS-THR-PMAHEAD PIC 9(6) VALUE 7.
       01 WS-THR-PMFAILS PIC 9(6) VALUE 2.

      * Today, as a date and a day number.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.

      * The registry in core for the PM-SERVICE flips - see devret's
      * LoadRegistry. LAST is the device's latest service date off
      * the log, zero when it has none.
       01 WS-REG-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 200 TIMES.
               10 WS-REG-ID PIC X(8) VALUE SPACES.
               10 WS-REG-MODEL PIC X(12) VALUE SPACES.
               10 WS-REG-FW PIC X(8) VALUE SPACES.
               10 WS-REG-LIFE PIC X(12) VALUE SPACES.
               10 WS-REG-LAST PIC 9(8) VALUE ZEROES.
       01 WS-REG-SUB PIC 9(3).
       01 WS-REG-HIT PIC 9(3) VALUE ZEROES.
       01 WS-REG-CHANGED PIC X VALUE 'N'.

      * Either list growing past its table marks it unsafe - see
      * devret's WS-REG-UNSAFE for the convention.
       01 WS-REG-UNSAFE PIC X VALUE 'N'.
       01 WS-OUT-UNSAFE PIC X VALUE 'N'.

      * The PM outstanding list with a returned flag - see devret's
      * WS-OUT-TABLE.
       01 WS-OUT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-OUT-TABLE.
           05 WS-OUT-ENTRY OCCURS 200 TIMES.
               10 WS-OUT-DATE PIC 9(8).
               10 WS-OUT-DEVICE PIC X(8).
               10 WS-OUT-RETURNED PIC X(1).
       01 WS-OUT-SUB PIC 9(3).
       01 WS-OUT-HIT PIC 9(3) VALUE ZEROES.

      * Service intervals per model, and per model the service-log
      * roll-up - PMs done, repair returns, and the repair returns
      * that came before the interval was out.
       01 WS-MOD-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-MOD-TABLE.
           05 WS-MOD-ENTRY OCCURS 50 TIMES.
               10 WS-MOD-NAME PIC X(12).
               10 WS-MOD-DAYS PIC 9(4).
               10 WS-MOD-DEVICES PIC 9(4).
               10 WS-MOD-PMS PIC 9(6).
               10 WS-MOD-REPAIRS PIC 9(6).
               10 WS-MOD-EARLY PIC 9(6).
       01 WS-MOD-SUB PIC 9(2).
       01 WS-MOD-HIT PIC 9(2) VALUE ZEROES.
       01 WS-MOD-OVER PIC X VALUE 'N'.
       01 WS-INTERVAL PIC 9(6) VALUE ZEROES.

      * The due list - one row per device due inside the look-ahead,
      * sorted most overdue first, with the day it is scheduled to be
      * pulled.
       01 WS-DUE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 200 TIMES.
               10 WS-DUE-INT PIC 9(8).
               10 WS-DUE-REG PIC 9(3).
               10 WS-DUE-PULL PIC 9(8).
       01 WS-DUE-SUB PIC 9(3).
       01 WS-DUE-SUB2 PIC 9(3).
       01 WS-SWAP-DUE PIC X(19).
       01 WS-DUE-DATE PIC 9(8) VALUE ZEROES.
       01 WS-DUE-LIMIT PIC 9(8) VALUE ZEROES.
       01 WS-LATE-DAYS PIC S9(8) VALUE ZEROES.
       01 WS-LATE-DISP PIC 9(6) VALUE ZEROES.
       01 WS-LAST-DISP PIC X(8) VALUE SPACES.
       01 WS-PULL-INT PIC 9(8) VALUE ZEROES.
       01 WS-PULL-ON-DAY PIC 9(6) VALUE ZEROES.

      * The device's previous service while the log is walked, for
      * the between-services check.
       01 WS-GAP PIC S9(8) VALUE ZEROES.

       01 WS-RETURN-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-BACK-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PULL-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-FLAG-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SLOG-COUNT PIC 9(10) VALUE ZEROES.

      * Alert working fields - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE ZEROES.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM GetThresholds.
           PERFORM LoadRegistry.
           IF WS-REG-COUNT EQUAL ZEROES
               DISPLAY 'INPUT NOT AVAILABLE - DEVREG.DAT STATUS '
                   WS-REG-STATUS
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadIntervals.
           PERFORM LoadOutstanding.
           PERFORM TakePmReturns.
           PERFORM LoadServiceLog.
           PERFORM BuildDueList.
           PERFORM SortDueList.
           PERFORM SpreadDueList.
           OPEN OUTPUT PM-RPT.
           OPEN OUTPUT PM-DISPATCH.
           MOVE SPACES TO PM-RPT-LINE.
           STRING 'PREVENTIVE MAINTENANCE RUN DATE ' WS-TODAY-DATE
               ' LOOK-AHEAD ' WS-THR-PMAHEAD ' DAYS, AT MOST '
               WS-THR-PMPERDAY ' PULLED A DAY'
               DELIMITED BY SIZE INTO PM-RPT-LINE
           END-STRING.
           WRITE PM-RPT-LINE.
           PERFORM WriteDueSection.
           PERFORM WriteModelSection.
           CLOSE PM-DISPATCH.
           CLOSE PM-RPT.
           PERFORM RewriteOutstanding.
           IF WS-REG-CHANGED EQUAL 'Y'
               PERFORM RewriteRegistry
           END-IF.
           DISPLAY 'PM RETURNS READ ' WS-RETURN-COUNT ' BACK IN '
               'SERVICE ' WS-BACK-COUNT.
           DISPLAY 'DEVICES DUE ' WS-DUE-COUNT ' OVERDUE '
               WS-OVERDUE-COUNT ' PULLED TODAY ' WS-PULL-COUNT.
           PERFORM CheckAlerts.
           PERFORM WriteAuditLog.
           IF WS-OVERDUE-COUNT > ZEROES OR WS-FLAG-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
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
                           EVALUATE THR-KEY
                               WHEN 'PMDAYS'
                                   MOVE THR-VALUE TO WS-THR-PMDAYS
                               WHEN 'PMPERDAY'
                                   MOVE THR-VALUE TO WS-THR-PMPERDAY
                               WHEN 'PMAHEAD'
                                   MOVE THR-VALUE TO WS-THR-PMAHEAD
                               WHEN 'PMFAILS'
                                   MOVE THR-VALUE TO WS-THR-PMFAILS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.
           IF WS-THR-PMDAYS EQUAL ZEROES
               MOVE 90 TO WS-THR-PMDAYS
           END-IF.
           IF WS-THR-PMPERDAY EQUAL ZEROES
               MOVE 2 TO WS-THR-PMPERDAY
           END-IF.
           IF WS-THR-PMAHEAD EQUAL ZEROES
               MOVE 7 TO WS-THR-PMAHEAD
           END-IF.
           IF WS-THR-PMFAILS EQUAL ZEROES
               MOVE 2 TO WS-THR-PMFAILS
           END-IF.

      * The registry into core - see devret's LoadRegistry; a blank
      * lifecycle reads as IN-SERVICE the same way.
       LoadRegistry.
           OPEN INPUT DEVICE-REGISTRY.
           IF WS-REG-STATUS EQUAL '00'
               PERFORM UNTIL WS-REG-STATUS NOT EQUAL '00'
                   READ DEVICE-REGISTRY
                       AT END MOVE '10' TO WS-REG-STATUS
                       NOT AT END
                           IF WS-REG-COUNT EQUAL 200
                               MOVE 'Y' TO WS-REG-UNSAFE
                               MOVE '10' TO WS-REG-STATUS
                               DISPLAY 'WARNING - REGISTRY HOLDS '
                                   'MORE THAN 200 DEVICES, '
                                   'NOTHING WILL BE PULLED'
                           ELSE
                               ADD 1 TO WS-REG-COUNT
                               MOVE REG-DEVICE-ID TO
                                   WS-REG-ID(WS-REG-COUNT)
                               MOVE REG-MODEL TO
                                   WS-REG-MODEL(WS-REG-COUNT)
                               MOVE REG-FIRMWARE TO
                                   WS-REG-FW(WS-REG-COUNT)
                               IF REG-LIFECYCLE EQUAL SPACES
                                   MOVE 'IN-SERVICE' TO
                                       WS-REG-LIFE(WS-REG-COUNT)
                               ELSE
                                   MOVE REG-LIFECYCLE TO
                                       WS-REG-LIFE(WS-REG-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVICE-REGISTRY
           END-IF.

      * The interval table, then every model on the registry given a
      * row of its own so the roll-up can count it - a model with no
      * interval listed takes PMDAYS.
       LoadIntervals.
           OPEN INPUT PM-INTERVALS.
           IF WS-INT-STATUS EQUAL '00'
               PERFORM UNTIL WS-INT-STATUS NOT EQUAL '00'
                   READ PM-INTERVALS
                       AT END MOVE '10' TO WS-INT-STATUS
                       NOT AT END
                           MOVE PI-MODEL TO REG-MODEL
                           PERFORM FindModel
                           IF WS-MOD-HIT > ZEROES
                               IF PI-DAYS IS NUMERIC
                                       AND PI-DAYS > ZEROES
                                   MOVE PI-DAYS
                                       TO WS-MOD-DAYS(WS-MOD-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PM-INTERVALS
           ELSE
               DISPLAY 'NO PMINTVL.DAT ON HAND - EVERY MODEL ON '
                   WS-THR-PMDAYS ' DAYS'
           END-IF.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-MODEL(WS-REG-SUB) TO REG-MODEL
               PERFORM FindModel
               IF WS-MOD-HIT > ZEROES
                   ADD 1 TO WS-MOD-DEVICES(WS-MOD-HIT)
               END-IF
           END-PERFORM.

      * The row for REG-MODEL, added with the PMDAYS interval when
      * the model is new - WS-MOD-HIT zero only when the table is
      * full.
       FindModel.
           MOVE ZEROES TO WS-MOD-HIT.
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > WS-MOD-COUNT
               IF WS-MOD-NAME(WS-MOD-SUB) EQUAL REG-MODEL
                   MOVE WS-MOD-SUB TO WS-MOD-HIT
                   MOVE WS-MOD-COUNT TO WS-MOD-SUB
               END-IF
           END-PERFORM.
           IF WS-MOD-HIT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-MOD-COUNT EQUAL 50
               IF WS-MOD-OVER NOT EQUAL 'Y'
                   MOVE 'Y' TO WS-MOD-OVER
                   DISPLAY 'WARNING - MORE THAN 50 MODELS, THE REST '
                       'ON ' WS-THR-PMDAYS ' DAYS AND NOT ROLLED UP'
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MOD-COUNT.
           MOVE WS-MOD-COUNT TO WS-MOD-HIT.
           MOVE REG-MODEL TO WS-MOD-NAME(WS-MOD-HIT).
           MOVE WS-THR-PMDAYS TO WS-MOD-DAYS(WS-MOD-HIT).
           MOVE ZEROES TO WS-MOD-DEVICES(WS-MOD-HIT).
           MOVE ZEROES TO WS-MOD-PMS(WS-MOD-HIT).
           MOVE ZEROES TO WS-MOD-REPAIRS(WS-MOD-HIT).
           MOVE ZEROES TO WS-MOD-EARLY(WS-MOD-HIT).

      * The interval for the registry row in WS-REG-SUB.
       GetInterval.
           MOVE WS-THR-PMDAYS TO WS-INTERVAL.
           MOVE WS-REG-MODEL(WS-REG-SUB) TO REG-MODEL.
           PERFORM FindModel.
           IF WS-MOD-HIT > ZEROES
               MOVE WS-MOD-DAYS(WS-MOD-HIT) TO WS-INTERVAL
           END-IF.

       LoadOutstanding.
           OPEN INPUT PM-OUTSTANDING.
           IF WS-POUT-STATUS EQUAL '00'
               PERFORM UNTIL WS-POUT-STATUS NOT EQUAL '00'
                   READ PM-OUTSTANDING
                       AT END MOVE '10' TO WS-POUT-STATUS
                       NOT AT END
                           IF WS-OUT-COUNT EQUAL 200
                               MOVE 'Y' TO WS-OUT-UNSAFE
                               MOVE '10' TO WS-POUT-STATUS
                               DISPLAY 'WARNING - MORE THAN 200 '
                                   'DEVICES OUT FOR PM, THE LIST '
                                   'WILL NOT BE UPDATED'
                           ELSE
                               ADD 1 TO WS-OUT-COUNT
                               MOVE PO-DATE TO
                                   WS-OUT-DATE(WS-OUT-COUNT)
                               MOVE PO-DEVICE TO
                                   WS-OUT-DEVICE(WS-OUT-COUNT)
                               MOVE 'N' TO
                                   WS-OUT-RETURNED(WS-OUT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PM-OUTSTANDING
           END-IF.

      * The bench's completed PMs - each ticked off the PM
      * outstanding list, logged as a PM service today, and flipped
      * back to IN-SERVICE - see devret's TakeBenchReturns. A
      * return for a device never pulled for PM is reported, not
      * logged. With either list unsafe nothing is taken - the
      * returns stay in PMRET.DAT for the rerun.
       TakePmReturns.
           OPEN INPUT PM-RETURNS.
           IF WS-PRET-STATUS NOT EQUAL '00'
               DISPLAY 'NO PMRET.DAT ON HAND - STATUS '
                   WS-PRET-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF WS-OUT-UNSAFE EQUAL 'Y' OR WS-REG-UNSAFE EQUAL 'Y'
               DISPLAY 'PM RETURNS NOT TAKEN - A LIST IS OVER ITS '
                   'TABLE'
               CLOSE PM-RETURNS
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SERVICE-LOG.
           IF WS-SLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT SERVICE-LOG
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ PM-RETURNS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RETURN-COUNT
                       PERFORM TakeOnePmReturn
               END-READ
           END-PERFORM.
           CLOSE PM-RETURNS.
           CLOSE SERVICE-LOG.

       TakeOnePmReturn.
           MOVE ZEROES TO WS-OUT-HIT.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-OUT-COUNT
               IF WS-OUT-DEVICE(WS-OUT-SUB) EQUAL PR-DEVICE
                       AND WS-OUT-RETURNED(WS-OUT-SUB) EQUAL 'N'
                   MOVE WS-OUT-SUB TO WS-OUT-HIT
                   MOVE WS-OUT-COUNT TO WS-OUT-SUB
               END-IF
           END-PERFORM.
           IF WS-OUT-HIT EQUAL ZEROES
               DISPLAY 'PM RETURN ' PR-DEVICE ' NOT ON THE PM '
                   'OUTSTANDING LIST - CHECK THE BENCH PAPERWORK'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-OUT-RETURNED(WS-OUT-HIT).
           ADD 1 TO WS-BACK-COUNT.
           MOVE WS-TODAY-DATE TO SL-DATE.
           MOVE PR-DEVICE TO SL-DEVICE.
           MOVE 'PM' TO SL-KIND.
           WRITE SERVICE-LOG-RECORD.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-ID(WS-REG-SUB) EQUAL PR-DEVICE
                   MOVE 'IN-SERVICE' TO WS-REG-LIFE(WS-REG-SUB)
                   MOVE 'Y' TO WS-REG-CHANGED
                   MOVE WS-REG-COUNT TO WS-REG-SUB
               END-IF
           END-PERFORM.
           DISPLAY 'PM DONE ' PR-DEVICE ' - BACK IN SERVICE'.

      * The service log walked in the order it was written - each
      * device's latest service taken for the due dates, and each
      * REPAIR held against the device's previous service: inside
      * the model's interval, it failed between services.
       LoadServiceLog.
           OPEN INPUT SERVICE-LOG.
           IF WS-SLOG-STATUS NOT EQUAL '00'
               DISPLAY 'NO SERVLOG.DAT ON HAND - NO DEVICE HAS A '
                   'SERVICE ON RECORD'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ SERVICE-LOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SLOG-COUNT
                       PERFORM TakeServiceRecord
               END-READ
           END-PERFORM.
           CLOSE SERVICE-LOG.

       TakeServiceRecord.
           IF SL-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(SL-DATE) NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-REG-HIT.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-ID(WS-REG-SUB) EQUAL SL-DEVICE
                   MOVE WS-REG-SUB TO WS-REG-HIT
                   MOVE WS-REG-COUNT TO WS-REG-SUB
               END-IF
           END-PERFORM.
           IF WS-REG-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REG-HIT TO WS-REG-SUB.
           PERFORM GetInterval.
           IF SL-KIND EQUAL 'PM'
               IF WS-MOD-HIT > ZEROES
                   ADD 1 TO WS-MOD-PMS(WS-MOD-HIT)
               END-IF
           ELSE
               IF WS-MOD-HIT > ZEROES
                   ADD 1 TO WS-MOD-REPAIRS(WS-MOD-HIT)
               END-IF
               IF WS-REG-LAST(WS-REG-HIT) > ZEROES
                   COMPUTE WS-GAP =
                       FUNCTION INTEGER-OF-DATE(SL-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           WS-REG-LAST(WS-REG-HIT))
                   IF WS-GAP < WS-INTERVAL AND WS-MOD-HIT > ZEROES
                       ADD 1 TO WS-MOD-EARLY(WS-MOD-HIT)
                   END-IF
               END-IF
           END-IF.
           IF SL-DATE > WS-REG-LAST(WS-REG-HIT)
               MOVE SL-DATE TO WS-REG-LAST(WS-REG-HIT)
           END-IF.

      * Every IN-SERVICE device due by the end of the look-ahead. A
      * device with no service on record is due now - nobody can say
      * when it was last looked at.
       BuildDueList.
           COMPUTE WS-DUE-LIMIT = WS-TODAY-INT + WS-THR-PMAHEAD.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-LIFE(WS-REG-SUB) EQUAL 'IN-SERVICE'
                   PERFORM CheckDeviceDue
               END-IF
           END-PERFORM.

       CheckDeviceDue.
           IF WS-REG-LAST(WS-REG-SUB) EQUAL ZEROES
               MOVE WS-TODAY-INT TO WS-PULL-INT
           ELSE
               PERFORM GetInterval
               COMPUTE WS-PULL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REG-LAST(WS-REG-SUB))
                   + WS-INTERVAL
           END-IF.
           IF WS-PULL-INT > WS-DUE-LIMIT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           MOVE WS-PULL-INT TO WS-DUE-INT(WS-DUE-COUNT).
           MOVE WS-REG-SUB TO WS-DUE-REG(WS-DUE-COUNT).
           MOVE ZEROES TO WS-DUE-PULL(WS-DUE-COUNT).

      * Earliest due day first; the registry order breaks a tie, so
      * the same devices land on the same days run after run.
       SortDueList.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               PERFORM VARYING WS-DUE-SUB2 FROM 1 BY 1
                       UNTIL WS-DUE-SUB2 >= WS-DUE-SUB
                   IF WS-DUE-INT(WS-DUE-SUB) < WS-DUE-INT(WS-DUE-SUB2)
                       MOVE WS-DUE-ENTRY(WS-DUE-SUB2) TO WS-SWAP-DUE
                       MOVE WS-DUE-ENTRY(WS-DUE-SUB)
                           TO WS-DUE-ENTRY(WS-DUE-SUB2)
                       MOVE WS-SWAP-DUE TO WS-DUE-ENTRY(WS-DUE-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The due devices poured onto the days from today, PMPERDAY a
      * day - an overdue device takes the first free day, one not yet
      * due waits for its own day.
       SpreadDueList.
           MOVE WS-TODAY-INT TO WS-PULL-INT.
           MOVE ZEROES TO WS-PULL-ON-DAY.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               IF WS-DUE-INT(WS-DUE-SUB) > WS-PULL-INT
                   MOVE WS-DUE-INT(WS-DUE-SUB) TO WS-PULL-INT
                   MOVE ZEROES TO WS-PULL-ON-DAY
               END-IF
               IF WS-PULL-ON-DAY >= WS-THR-PMPERDAY
                   ADD 1 TO WS-PULL-INT
                   MOVE ZEROES TO WS-PULL-ON-DAY
               END-IF
               MOVE WS-PULL-INT TO WS-DUE-PULL(WS-DUE-SUB)
               ADD 1 TO WS-PULL-ON-DAY
           END-PERFORM.

      * The schedule - each due device with its last service, due
      * day, days overdue, and the day it is pulled. Today's pulls
      * go to PMDISP.DAT and out of service - unless the registry or
      * the PM list is over its table, when nothing could be written
      * back and nothing is pulled.
       WriteDueSection.
           MOVE 'DEVICES DUE OR OVERDUE - MOST OVERDUE FIRST'
               TO PM-RPT-LINE.
           WRITE PM-RPT-LINE.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               MOVE WS-DUE-REG(WS-DUE-SUB) TO WS-REG-SUB
               PERFORM WriteDueLine
               IF WS-DUE-PULL(WS-DUE-SUB) EQUAL WS-TODAY-INT
                   PERFORM PullDevice
               END-IF
           END-PERFORM.
           MOVE SPACES TO PM-RPT-LINE.
           STRING 'DEVICES DUE ' WS-DUE-COUNT ' OVERDUE '
               WS-OVERDUE-COUNT ' PULLED TODAY ' WS-PULL-COUNT
               DELIMITED BY SIZE INTO PM-RPT-LINE
           END-STRING.
           WRITE PM-RPT-LINE.
           DISPLAY PM-RPT-LINE.

       WriteDueLine.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-DUE-INT(WS-DUE-SUB)).
           COMPUTE WS-LATE-DAYS =
               WS-TODAY-INT - WS-DUE-INT(WS-DUE-SUB).
           IF WS-LATE-DAYS > ZEROES
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-LATE-DAYS TO WS-LATE-DISP
           ELSE
               MOVE ZEROES TO WS-LATE-DISP
           END-IF.
           IF WS-REG-LAST(WS-REG-SUB) EQUAL ZEROES
               MOVE 'NEVER' TO WS-LAST-DISP
           ELSE
               MOVE WS-REG-LAST(WS-REG-SUB) TO WS-LAST-DISP
           END-IF.
           COMPUTE WS-PULL-INT = FUNCTION DATE-OF-INTEGER(
               WS-DUE-PULL(WS-DUE-SUB)).
           MOVE SPACES TO PM-RPT-LINE.
           STRING 'DEVICE ' WS-REG-ID(WS-REG-SUB) ' MODEL '
               WS-REG-MODEL(WS-REG-SUB) ' LAST ' WS-LAST-DISP
               ' DUE ' WS-DUE-DATE ' OVERDUE ' WS-LATE-DISP
               ' PULL ' WS-PULL-INT
               DELIMITED BY SIZE INTO PM-RPT-LINE
           END-STRING.
           WRITE PM-RPT-LINE.

       PullDevice.
           IF WS-REG-UNSAFE EQUAL 'Y' OR WS-OUT-UNSAFE EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-OUT-COUNT EQUAL 200
               DISPLAY 'PM OUTSTANDING LIST FULL - '
                   WS-REG-ID(WS-REG-SUB) ' NOT PULLED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PULL-COUNT.
           MOVE SPACES TO PM-DISPATCH-LINE.
           STRING 'DEVICE ' WS-REG-ID(WS-REG-SUB) ' MODEL '
               WS-REG-MODEL(WS-REG-SUB) ' LAST SERVICE '
               WS-LAST-DISP ' PREVENTIVE MAINTENANCE'
               DELIMITED BY SIZE INTO PM-DISPATCH-LINE
           END-STRING.
           WRITE PM-DISPATCH-LINE.
           DISPLAY 'PM DISPATCH ' PM-DISPATCH-LINE.
           ADD 1 TO WS-OUT-COUNT.
           MOVE WS-TODAY-DATE TO WS-OUT-DATE(WS-OUT-COUNT).
           MOVE WS-REG-ID(WS-REG-SUB) TO WS-OUT-DEVICE(WS-OUT-COUNT).
           MOVE 'N' TO WS-OUT-RETURNED(WS-OUT-COUNT).
           MOVE 'PM-SERVICE' TO WS-REG-LIFE(WS-REG-SUB).
           MOVE 'Y' TO WS-REG-CHANGED.

      * Per model - devices, interval, PMs done, repair returns, and
      * the repairs inside the interval since the previous service.
       WriteModelSection.
           MOVE 'MODELS - FAILURES BETWEEN SERVICES' TO PM-RPT-LINE.
           WRITE PM-RPT-LINE.
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > WS-MOD-COUNT
               MOVE SPACES TO PM-RPT-LINE
               STRING 'MODEL ' WS-MOD-NAME(WS-MOD-SUB) ' DEVICES '
                   WS-MOD-DEVICES(WS-MOD-SUB) ' INTERVAL '
                   WS-MOD-DAYS(WS-MOD-SUB) ' PMS '
                   WS-MOD-PMS(WS-MOD-SUB) ' REPAIRS '
                   WS-MOD-REPAIRS(WS-MOD-SUB) ' EARLY '
                   WS-MOD-EARLY(WS-MOD-SUB)
                   DELIMITED BY SIZE INTO PM-RPT-LINE
               END-STRING
               IF WS-MOD-EARLY(WS-MOD-SUB) >= WS-THR-PMFAILS
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE 'REPEAT FAILURES' TO PM-RPT-LINE(86:15)
               END-IF
               WRITE PM-RPT-LINE
           END-PERFORM.
           MOVE SPACES TO PM-RPT-LINE.
           STRING 'MODELS ' WS-MOD-COUNT ' FLAGGED REPEAT FAILURES '
               WS-FLAG-COUNT ' AT ' WS-THR-PMFAILS ' OR MORE'
               DELIMITED BY SIZE INTO PM-RPT-LINE
           END-STRING.
           WRITE PM-RPT-LINE.
           DISPLAY PM-RPT-LINE.

      * The PM outstanding list written back without the returned
      * rows and with today's pulls - see devret's
      * RewriteOutstanding.
       RewriteOutstanding.
           IF WS-OUT-UNSAFE EQUAL 'Y'
               DISPLAY 'PMOUT.DAT HOLDS MORE THAN 200 ENTRIES - '
                   'NOT UPDATED, CLEAR IT DOWN AND RERUN'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PM-OUTSTANDING.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-OUT-COUNT
               IF WS-OUT-RETURNED(WS-OUT-SUB) EQUAL 'N'
                   MOVE WS-OUT-DATE(WS-OUT-SUB) TO PO-DATE
                   MOVE WS-OUT-DEVICE(WS-OUT-SUB) TO PO-DEVICE
                   WRITE PM-OUT-RECORD
               END-IF
           END-PERFORM.
           CLOSE PM-OUTSTANDING.

      * The registry written back whole - see devret's
      * RewriteRegistry.
       RewriteRegistry.
           IF WS-REG-UNSAFE EQUAL 'Y'
               DISPLAY 'DEVREG.DAT HOLDS MORE THAN 200 DEVICES - '
                   'LIFECYCLE STATUSES NOT UPDATED, SPLIT OR '
                   'PRUNE THE REGISTRY'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DEVICE-REGISTRY.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ID(WS-REG-SUB) TO REG-DEVICE-ID
               MOVE WS-REG-MODEL(WS-REG-SUB) TO REG-MODEL
               MOVE WS-REG-FW(WS-REG-SUB) TO REG-FIRMWARE
               MOVE WS-REG-LIFE(WS-REG-SUB) TO REG-LIFECYCLE
               WRITE REGISTRY-RECORD
           END-PERFORM.
           CLOSE DEVICE-REGISTRY.
           DISPLAY 'DEVREG.DAT LIFECYCLE STATUSES UPDATED'.

      * A severity-2 alert for overdue devices, and one per model
      * flagged for failing between services.
       CheckAlerts.
           IF WS-OVERDUE-COUNT > ZEROES
               MOVE 2 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'PM OVERDUE ON ' WS-OVERDUE-COUNT ' DEVICES'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
           END-IF.
           PERFORM VARYING WS-MOD-SUB FROM 1 BY 1
                   UNTIL WS-MOD-SUB > WS-MOD-COUNT
               IF WS-MOD-EARLY(WS-MOD-SUB) >= WS-THR-PMFAILS
                   MOVE 2 TO WS-ALERT-SEV
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING 'MODEL ' WS-MOD-NAME(WS-MOD-SUB) ' '
                       WS-MOD-EARLY(WS-MOD-SUB)
                       ' FAILS BETWEEN SERVICES'
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   END-STRING
                   PERFORM WriteAlert
               END-IF
           END-PERFORM.

       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM PMSCHED SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The records are the service-log
      * entries read.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-REG-COUNT EQUAL ZEROES
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM PMSCHED RECORDS ' WS-SLOG-COUNT
                   ' RESULT ABORT DEVREG STATUS ' WS-REG-STATUS
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM PMSCHED RECORDS ' WS-SLOG-COUNT
                   ' RESULT ' WS-PULL-COUNT ' PULLED '
                   WS-OVERDUE-COUNT ' OVERDUE'
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

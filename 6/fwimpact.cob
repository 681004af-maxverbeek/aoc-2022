      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWIMPACT.

      * Firmware upgrade impact report over the device scan history,
      * for the comms team's standing is-this-level-good-or-bad
      * question. MODELRPT only splits one day by model and
      * firmware, and devtrend never looks at firmware at all. Every
      * upgrade devmnt logs to FWCHGLOG.DAT is held against the
      * DEVHIST.DAT scans day6 appended for that device in the
      * FWWINDOW days before the upgrade date and the FWWINDOW days
      * after it (THRESHLD.DAT, 7 when unset) - average first-packet
      * position, average marker count, and the dead-buffer rate,
      * the share of scans that found no packet marker at all. The
      * upgrade day itself is left out of both windows, since the
      * scan that day may have run on either level, and a window
      * stops short of the device's previous or next upgrade.
      *
      * A device is WORSE when, by more than FWTOLPCT (10 when
      * unset), its first packet moved later, its markers fell, or
      * its dead-buffer rate rose in points; BETTER when one of them
      * moved the good way by as much and none went bad. Upgrades
      * roll up by campaign - model plus old-to-new level - and a
      * campaign whose WORSE devices reach FWBADPCT percent (50 when
      * unset) of those compared is flagged STOP ROLLOUT with a
      * severity-2 alert, so a bad level is pulled after the first
      * handful of devices instead of the whole shed. Read-only over
      * both files; run it any time after the day's day6.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FIRMWARE-LOG ASSIGN TO "FWCHGLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FWLOG-STATUS.

       SELECT DEVICE-HISTORY ASSIGN TO "DEVHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

       SELECT IMPACT-RPT ASSIGN TO "FWIMPRPT.DAT"
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
      * Laid out field for field the same as devmnt's FWLOG-RECORD
      * so the two stay in step.
       FD FIRMWARE-LOG.
       01 FWLOG-RECORD.
           05 FWL-DATE PIC 9(8).
           05 FWL-DEVICE PIC X(8).
           05 FWL-MODEL PIC X(12).
           05 FWL-OLD-FW PIC X(8).
           05 FWL-NEW-FW PIC X(8).
           05 FWL-OPERATOR PIC X(3).

      * Laid out field for field the same as day6's
      * DEVICE-HISTORY-RECORD so the two stay in step.
       FD DEVICE-HISTORY.
       01 DEVHIST-RECORD.
           05 DH-DATE PIC 9(8).
           05 DH-DEVICE PIC X(8).
           05 DH-FIRST-PACKET PIC 9(10).
           05 DH-FIRST-MESSAGE PIC 9(10).
           05 DH-MARKERS PIC 9(6).
           05 DH-BUFLEN PIC 9(10).

       FD IMPACT-RPT.
       01 IMPACT-RPT-LINE PIC X(120).

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
      * Checked right after OPEN - see week1's WS-FILE-STATUS for why.
       01 WS-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-FWLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-HIST-MISSING PIC X VALUE 'N'.
       01 WS-REC-NUM PIC 9(10) VALUE ZEROES.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.

       01 WS-THR-FWWINDOW PIC 9(6) VALUE ZEROES.
       01 WS-THR-FWTOLPCT PIC 9(6) VALUE ZEROES.
       01 WS-THR-FWBADPCT PIC 9(6) VALUE ZEROES.

      * Firmware upgrades off the change log, each with its campaign,
      * its before and after windows, and the scans that fell in
      * each window - bucket 1 before, bucket 2 after. The last scan
      * taken into a bucket is kept so a same-day rerun of day6
      * replaces that day's figures instead of counting the day
      * twice, the housekeeping devtrend applies.
       01 WS-UPG-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-UPG-TABLE.
           05 WS-UPG-ENTRY OCCURS 500 TIMES.
               10 WS-UPG-DEVICE PIC X(8).
               10 WS-UPG-DATE PIC 9(8).
               10 WS-UPG-CAMP PIC 9(3).
               10 WS-UPG-LO PIC 9(8).
               10 WS-UPG-HI PIC 9(8).
               10 WS-UPG-BUCKET OCCURS 2 TIMES.
                   15 WS-BKT-SCANS PIC 9(4).
                   15 WS-BKT-POS-SUM PIC 9(12).
                   15 WS-BKT-POS-SCANS PIC 9(4).
                   15 WS-BKT-MKR-SUM PIC 9(10).
                   15 WS-BKT-DEAD PIC 9(4).
                   15 WS-BKT-LAST-DATE PIC 9(8).
                   15 WS-BKT-LAST-POS PIC 9(10).
                   15 WS-BKT-LAST-MKR PIC 9(6).
       01 WS-UPG-SUB PIC 9(3).
       01 WS-UPG-SUB2 PIC 9(3).
       01 WS-UPG-OVER PIC X VALUE 'N'.
       01 WS-BKT PIC 9(1) VALUE ZEROES.

      * Campaigns - model plus old-to-new level - with the roll-up of
      * their devices' windows.
       01 WS-CAMP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CAMP-TABLE.
           05 WS-CAMP-ENTRY OCCURS 100 TIMES.
               10 WS-CAMP-MODEL PIC X(12).
               10 WS-CAMP-OLD PIC X(8).
               10 WS-CAMP-NEW PIC X(8).
               10 WS-CAMP-UPGRADES PIC 9(4).
               10 WS-CAMP-COMPARED PIC 9(4).
               10 WS-CAMP-WORSE PIC 9(4).
               10 WS-CAMP-BETTER PIC 9(4).
               10 WS-CAMP-BUCKET OCCURS 2 TIMES.
                   15 WS-CBK-SCANS PIC 9(6).
                   15 WS-CBK-POS-SUM PIC 9(14).
                   15 WS-CBK-POS-SCANS PIC 9(6).
                   15 WS-CBK-MKR-SUM PIC 9(12).
                   15 WS-CBK-DEAD PIC 9(6).
       01 WS-CAMP-SUB PIC 9(3).
       01 WS-CAMP-HIT PIC 9(3) VALUE ZEROES.
       01 WS-CAMP-OVER PIC X VALUE 'N'.
       01 WS-FLAG-COUNT PIC 9(3) VALUE ZEROES.

      * Window arithmetic on day numbers - see devret's aging.
       01 WS-DAY-NUM PIC 9(8) VALUE ZEROES.

      * The averages for one window, worked by WorkAverages from
      * WS-AVG-SCANS and the three sums, and the pair of them the
      * report line carries - before first, after second.
       01 WS-AVG-SCANS PIC 9(6) VALUE ZEROES.
       01 WS-AVG-POS-SUM PIC 9(14) VALUE ZEROES.
       01 WS-AVG-POS-SCANS PIC 9(6) VALUE ZEROES.
       01 WS-AVG-MKR-SUM PIC 9(12) VALUE ZEROES.
       01 WS-AVG-DEAD PIC 9(6) VALUE ZEROES.
       01 WS-AVG-POS PIC 9(7) VALUE ZEROES.
       01 WS-AVG-MKR PIC 9(6) VALUE ZEROES.
       01 WS-AVG-DEAD-PCT PIC 9(3) VALUE ZEROES.
       01 WS-PAIR.
           05 WS-PAIR-ENTRY OCCURS 2 TIMES.
               10 WS-PAIR-SCANS PIC 9(4).
               10 WS-PAIR-POS PIC 9(7).
               10 WS-PAIR-MKR PIC 9(6).
               10 WS-PAIR-DEAD PIC 9(3).
       01 WS-NUMERATOR PIC 9(16) VALUE ZEROES.
       01 WS-LIMIT PIC 9(10) VALUE ZEROES.
       01 WS-VERDICT PIC X(7) VALUE SPACES.
       01 WS-WORSE-SEEN PIC X VALUE 'N'.
       01 WS-BETTER-SEEN PIC X VALUE 'N'.
       01 WS-FLAG-CAMP PIC X VALUE 'N'.

      * Alert working fields - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE ZEROES.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM GetThresholds.
           PERFORM LoadUpgrades.
           IF WS-FWLOG-STATUS NOT EQUAL '00'
               DISPLAY 'INPUT NOT AVAILABLE - FWCHGLOG.DAT STATUS '
                   WS-FWLOG-STATUS
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-UPG-COUNT EQUAL ZEROES
               DISPLAY 'NO FIRMWARE UPGRADES ON THE CHANGE LOG'
               PERFORM WriteAuditLog
               GOBACK
           END-IF.
           PERFORM SetWindows.
           OPEN INPUT DEVICE-HISTORY.
           IF WS-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'INPUT NOT AVAILABLE - DEVHIST.DAT STATUS '
                   WS-FILE-STATUS
               MOVE 'Y' TO WS-HIST-MISSING
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ DEVICE-HISTORY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       PERFORM TakeScanRecord
               END-READ
           END-PERFORM.
           CLOSE DEVICE-HISTORY.
           OPEN OUTPUT IMPACT-RPT.
           MOVE SPACES TO IMPACT-RPT-LINE.
           STRING 'FIRMWARE UPGRADE IMPACT RUN DATE ' WS-TODAY-DATE
               ' WINDOW ' WS-THR-FWWINDOW ' DAYS TOLERANCE '
               WS-THR-FWTOLPCT ' PCT STOP AT ' WS-THR-FWBADPCT
               ' PCT WORSE'
               DELIMITED BY SIZE INTO IMPACT-RPT-LINE
           END-STRING.
           WRITE IMPACT-RPT-LINE.
           MOVE 'FIGURES ARE BEFORE/AFTER - POS = AVERAGE FIRST PACKET '
               TO IMPACT-RPT-LINE.
           MOVE 'POSITION, DEAD% = SCANS WITH NO PACKET MARKER'
               TO IMPACT-RPT-LINE(56:45).
           WRITE IMPACT-RPT-LINE.
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
               PERFORM WriteCampaign
           END-PERFORM.
           MOVE SPACES TO IMPACT-RPT-LINE.
           STRING 'CAMPAIGNS ' WS-CAMP-COUNT ' UPGRADES '
               WS-UPG-COUNT ' FLAGGED STOP ROLLOUT ' WS-FLAG-COUNT
               DELIMITED BY SIZE INTO IMPACT-RPT-LINE
           END-STRING.
           WRITE IMPACT-RPT-LINE.
           DISPLAY IMPACT-RPT-LINE.
           IF WS-UPG-OVER EQUAL 'Y' OR WS-CAMP-OVER EQUAL 'Y'
               MOVE 'WARNING - CHANGE LOG OVER 500 UPGRADES OR 100 '
                   TO IMPACT-RPT-LINE
               MOVE 'CAMPAIGNS, THE REST NOT REPORTED'
                   TO IMPACT-RPT-LINE(47:32)
               WRITE IMPACT-RPT-LINE
           END-IF.
           CLOSE IMPACT-RPT.
           PERFORM WriteAuditLog.
           IF WS-FLAG-COUNT > ZEROES
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
                               WHEN 'FWWINDOW'
                                   MOVE THR-VALUE TO WS-THR-FWWINDOW
                               WHEN 'FWTOLPCT'
                                   MOVE THR-VALUE TO WS-THR-FWTOLPCT
                               WHEN 'FWBADPCT'
                                   MOVE THR-VALUE TO WS-THR-FWBADPCT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.
           IF WS-THR-FWWINDOW EQUAL ZEROES
               MOVE 7 TO WS-THR-FWWINDOW
           END-IF.
           IF WS-THR-FWTOLPCT EQUAL ZEROES
               MOVE 10 TO WS-THR-FWTOLPCT
           END-IF.
           IF WS-THR-FWBADPCT EQUAL ZEROES
               MOVE 50 TO WS-THR-FWBADPCT
           END-IF.

      * Every change on the log with a usable date becomes an
      * upgrade, filed under its campaign.
       LoadUpgrades.
           OPEN INPUT FIRMWARE-LOG.
           IF WS-FWLOG-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ FIRMWARE-LOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FWL-DATE IS NUMERIC
                           IF FUNCTION TEST-DATE-YYYYMMDD(FWL-DATE)
                                   EQUAL ZEROES
                               PERFORM TakeUpgrade
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIRMWARE-LOG.
           MOVE 'N' TO WS-EOF.

       TakeUpgrade.
           IF WS-UPG-COUNT EQUAL 500
               MOVE 'Y' TO WS-UPG-OVER
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-CAMP-HIT.
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
               IF WS-CAMP-MODEL(WS-CAMP-SUB) EQUAL FWL-MODEL
                       AND WS-CAMP-OLD(WS-CAMP-SUB) EQUAL FWL-OLD-FW
                       AND WS-CAMP-NEW(WS-CAMP-SUB) EQUAL FWL-NEW-FW
                   MOVE WS-CAMP-SUB TO WS-CAMP-HIT
                   MOVE WS-CAMP-COUNT TO WS-CAMP-SUB
               END-IF
           END-PERFORM.
           IF WS-CAMP-HIT EQUAL ZEROES
               IF WS-CAMP-COUNT EQUAL 100
                   MOVE 'Y' TO WS-CAMP-OVER
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CAMP-COUNT
               MOVE WS-CAMP-COUNT TO WS-CAMP-HIT
               INITIALIZE WS-CAMP-ENTRY(WS-CAMP-HIT)
               MOVE FWL-MODEL TO WS-CAMP-MODEL(WS-CAMP-HIT)
               MOVE FWL-OLD-FW TO WS-CAMP-OLD(WS-CAMP-HIT)
               MOVE FWL-NEW-FW TO WS-CAMP-NEW(WS-CAMP-HIT)
           END-IF.
           ADD 1 TO WS-UPG-COUNT.
           INITIALIZE WS-UPG-ENTRY(WS-UPG-COUNT).
           MOVE FWL-DEVICE TO WS-UPG-DEVICE(WS-UPG-COUNT).
           MOVE FWL-DATE TO WS-UPG-DATE(WS-UPG-COUNT).
           MOVE WS-CAMP-HIT TO WS-UPG-CAMP(WS-UPG-COUNT).
           ADD 1 TO WS-CAMP-UPGRADES(WS-CAMP-HIT).

      * Each upgrade's windows - FWWINDOW days either side of the
      * upgrade date, cut back to stop short of the same device's
      * previous and next upgrades, so no scan is judged against the
      * wrong level.
       SetWindows.
           PERFORM VARYING WS-UPG-SUB FROM 1 BY 1
                   UNTIL WS-UPG-SUB > WS-UPG-COUNT
               COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   WS-UPG-DATE(WS-UPG-SUB)) - WS-THR-FWWINDOW
               COMPUTE WS-UPG-LO(WS-UPG-SUB) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   WS-UPG-DATE(WS-UPG-SUB)) + WS-THR-FWWINDOW
               COMPUTE WS-UPG-HI(WS-UPG-SUB) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               PERFORM VARYING WS-UPG-SUB2 FROM 1 BY 1
                       UNTIL WS-UPG-SUB2 > WS-UPG-COUNT
                   IF WS-UPG-DEVICE(WS-UPG-SUB2) EQUAL
                           WS-UPG-DEVICE(WS-UPG-SUB)
                       PERFORM ClipWindow
                   END-IF
               END-PERFORM
           END-PERFORM.

       ClipWindow.
           IF WS-UPG-DATE(WS-UPG-SUB2) < WS-UPG-DATE(WS-UPG-SUB)
                   AND WS-UPG-DATE(WS-UPG-SUB2)
                       NOT < WS-UPG-LO(WS-UPG-SUB)
               COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   WS-UPG-DATE(WS-UPG-SUB2)) + 1
               COMPUTE WS-UPG-LO(WS-UPG-SUB) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
           END-IF.
           IF WS-UPG-DATE(WS-UPG-SUB2) > WS-UPG-DATE(WS-UPG-SUB)
                   AND WS-UPG-DATE(WS-UPG-SUB2)
                       NOT > WS-UPG-HI(WS-UPG-SUB)
               COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   WS-UPG-DATE(WS-UPG-SUB2)) - 1
               COMPUTE WS-UPG-HI(WS-UPG-SUB) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
           END-IF.

      * One scan into the window of every upgrade of its device it
      * falls in.
       TakeScanRecord.
           PERFORM VARYING WS-UPG-SUB FROM 1 BY 1
                   UNTIL WS-UPG-SUB > WS-UPG-COUNT
               IF WS-UPG-DEVICE(WS-UPG-SUB) EQUAL DH-DEVICE
                   MOVE ZEROES TO WS-BKT
                   IF DH-DATE NOT < WS-UPG-LO(WS-UPG-SUB)
                           AND DH-DATE < WS-UPG-DATE(WS-UPG-SUB)
                       MOVE 1 TO WS-BKT
                   END-IF
                   IF DH-DATE > WS-UPG-DATE(WS-UPG-SUB)
                           AND DH-DATE NOT > WS-UPG-HI(WS-UPG-SUB)
                       MOVE 2 TO WS-BKT
                   END-IF
                   IF WS-BKT > ZEROES
                       PERFORM TakeScan
                   END-IF
               END-IF
           END-PERFORM.

      * A rerun's scan for a day already taken backs that day's
      * figures out first.
       TakeScan.
           IF WS-BKT-SCANS(WS-UPG-SUB, WS-BKT) > ZEROES
                   AND WS-BKT-LAST-DATE(WS-UPG-SUB, WS-BKT)
                       EQUAL DH-DATE
               SUBTRACT 1 FROM WS-BKT-SCANS(WS-UPG-SUB, WS-BKT)
               SUBTRACT WS-BKT-LAST-MKR(WS-UPG-SUB, WS-BKT)
                   FROM WS-BKT-MKR-SUM(WS-UPG-SUB, WS-BKT)
               IF WS-BKT-LAST-POS(WS-UPG-SUB, WS-BKT) > ZEROES
                   SUBTRACT WS-BKT-LAST-POS(WS-UPG-SUB, WS-BKT)
                       FROM WS-BKT-POS-SUM(WS-UPG-SUB, WS-BKT)
                   SUBTRACT 1 FROM WS-BKT-POS-SCANS(WS-UPG-SUB,
                       WS-BKT)
               ELSE
                   SUBTRACT 1 FROM WS-BKT-DEAD(WS-UPG-SUB, WS-BKT)
               END-IF
           END-IF.
           ADD 1 TO WS-BKT-SCANS(WS-UPG-SUB, WS-BKT).
           ADD DH-MARKERS TO WS-BKT-MKR-SUM(WS-UPG-SUB, WS-BKT).
           IF DH-FIRST-PACKET > ZEROES
               ADD DH-FIRST-PACKET TO WS-BKT-POS-SUM(WS-UPG-SUB,
                   WS-BKT)
               ADD 1 TO WS-BKT-POS-SCANS(WS-UPG-SUB, WS-BKT)
           ELSE
               ADD 1 TO WS-BKT-DEAD(WS-UPG-SUB, WS-BKT)
           END-IF.
           MOVE DH-DATE TO WS-BKT-LAST-DATE(WS-UPG-SUB, WS-BKT).
           MOVE DH-FIRST-PACKET TO WS-BKT-LAST-POS(WS-UPG-SUB, WS-BKT).
           MOVE DH-MARKERS TO WS-BKT-LAST-MKR(WS-UPG-SUB, WS-BKT).

      * One campaign - a line per upgraded device, then the roll-up
      * over every device with scans on both sides of its upgrade.
       WriteCampaign.
           MOVE SPACES TO IMPACT-RPT-LINE.
           WRITE IMPACT-RPT-LINE.
           STRING 'CAMPAIGN MODEL ' WS-CAMP-MODEL(WS-CAMP-SUB)
               ' FIRMWARE ' WS-CAMP-OLD(WS-CAMP-SUB) ' TO '
               WS-CAMP-NEW(WS-CAMP-SUB)
               DELIMITED BY SIZE INTO IMPACT-RPT-LINE
           END-STRING.
           WRITE IMPACT-RPT-LINE.
           PERFORM VARYING WS-UPG-SUB FROM 1 BY 1
                   UNTIL WS-UPG-SUB > WS-UPG-COUNT
               IF WS-UPG-CAMP(WS-UPG-SUB) EQUAL WS-CAMP-SUB
                   PERFORM WriteDeviceLine
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 2
               MOVE WS-CBK-SCANS(WS-CAMP-SUB, WS-BKT) TO WS-AVG-SCANS
               MOVE WS-CBK-POS-SUM(WS-CAMP-SUB, WS-BKT)
                   TO WS-AVG-POS-SUM
               MOVE WS-CBK-POS-SCANS(WS-CAMP-SUB, WS-BKT)
                   TO WS-AVG-POS-SCANS
               MOVE WS-CBK-MKR-SUM(WS-CAMP-SUB, WS-BKT)
                   TO WS-AVG-MKR-SUM
               MOVE WS-CBK-DEAD(WS-CAMP-SUB, WS-BKT) TO WS-AVG-DEAD
               PERFORM WorkAverages
           END-PERFORM.
           MOVE 'N' TO WS-FLAG-CAMP.
           MOVE WS-CAMP-COMPARED(WS-CAMP-SUB) TO WS-LIMIT.
           MULTIPLY WS-THR-FWBADPCT BY WS-LIMIT.
           COMPUTE WS-NUMERATOR = WS-CAMP-WORSE(WS-CAMP-SUB) * 100.
           IF WS-CAMP-COMPARED(WS-CAMP-SUB) > ZEROES
                   AND WS-CAMP-WORSE(WS-CAMP-SUB) > ZEROES
                   AND WS-NUMERATOR NOT < WS-LIMIT
               MOVE 'Y' TO WS-FLAG-CAMP
               ADD 1 TO WS-FLAG-COUNT
               PERFORM AlertCampaign
           END-IF.
           MOVE SPACES TO IMPACT-RPT-LINE.
           STRING '  CAMPAIGN UPGRADED ' WS-CAMP-UPGRADES(WS-CAMP-SUB)
               ' COMPARED ' WS-CAMP-COMPARED(WS-CAMP-SUB)
               ' WORSE ' WS-CAMP-WORSE(WS-CAMP-SUB)
               ' BETTER ' WS-CAMP-BETTER(WS-CAMP-SUB)
               ' POS ' WS-PAIR-POS(1) '/' WS-PAIR-POS(2)
               ' MARKERS ' WS-PAIR-MKR(1) '/' WS-PAIR-MKR(2)
               ' DEAD% ' WS-PAIR-DEAD(1) '/' WS-PAIR-DEAD(2)
               DELIMITED BY SIZE INTO IMPACT-RPT-LINE
           END-STRING.
           WRITE IMPACT-RPT-LINE.
           DISPLAY IMPACT-RPT-LINE.
           IF WS-FLAG-CAMP EQUAL 'Y'
               MOVE SPACES TO IMPACT-RPT-LINE
               STRING '  ** STOP ROLLOUT - '
                   WS-CAMP-WORSE(WS-CAMP-SUB) ' OF '
                   WS-CAMP-COMPARED(WS-CAMP-SUB)
                   ' DEVICES COMPARED GOT WORSE **'
                   DELIMITED BY SIZE INTO IMPACT-RPT-LINE
               END-STRING
               WRITE IMPACT-RPT-LINE
               DISPLAY IMPACT-RPT-LINE
           END-IF.

      * One upgraded device - both windows' averages and the
      * verdict. Only a device with scans on both sides counts in
      * the campaign's comparison and roll-up.
       WriteDeviceLine.
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 2
               MOVE WS-BKT-SCANS(WS-UPG-SUB, WS-BKT) TO WS-AVG-SCANS
               MOVE WS-BKT-POS-SUM(WS-UPG-SUB, WS-BKT)
                   TO WS-AVG-POS-SUM
               MOVE WS-BKT-POS-SCANS(WS-UPG-SUB, WS-BKT)
                   TO WS-AVG-POS-SCANS
               MOVE WS-BKT-MKR-SUM(WS-UPG-SUB, WS-BKT)
                   TO WS-AVG-MKR-SUM
               MOVE WS-BKT-DEAD(WS-UPG-SUB, WS-BKT) TO WS-AVG-DEAD
               PERFORM WorkAverages
           END-PERFORM.
           IF WS-PAIR-SCANS(1) EQUAL ZEROES
                   OR WS-PAIR-SCANS(2) EQUAL ZEROES
               MOVE 'NO DATA' TO WS-VERDICT
           ELSE
               PERFORM JudgeDevice
               PERFORM RollUpDevice
           END-IF.
           MOVE SPACES TO IMPACT-RPT-LINE.
           STRING '  DEVICE ' WS-UPG-DEVICE(WS-UPG-SUB)
               ' UPGRADED ' WS-UPG-DATE(WS-UPG-SUB)
               ' SCANS ' WS-PAIR-SCANS(1) '/' WS-PAIR-SCANS(2)
               ' POS ' WS-PAIR-POS(1) '/' WS-PAIR-POS(2)
               ' MARKERS ' WS-PAIR-MKR(1) '/' WS-PAIR-MKR(2)
               ' DEAD% ' WS-PAIR-DEAD(1) '/' WS-PAIR-DEAD(2)
               ' ' WS-VERDICT
               DELIMITED BY SIZE INTO IMPACT-RPT-LINE
           END-STRING.
           WRITE IMPACT-RPT-LINE.

      * One window's averages into WS-PAIR(WS-BKT). Positions are
      * averaged over the scans that found a packet marker - a dead
      * buffer has no position, it counts in DEAD% instead.
       WorkAverages.
           MOVE ZEROES TO WS-AVG-POS WS-AVG-MKR WS-AVG-DEAD-PCT.
           IF WS-AVG-POS-SCANS > ZEROES
               DIVIDE WS-AVG-POS-SUM BY WS-AVG-POS-SCANS
                   GIVING WS-AVG-POS ROUNDED
           END-IF.
           IF WS-AVG-SCANS > ZEROES
               DIVIDE WS-AVG-MKR-SUM BY WS-AVG-SCANS
                   GIVING WS-AVG-MKR ROUNDED
               COMPUTE WS-NUMERATOR = WS-AVG-DEAD * 100
               DIVIDE WS-NUMERATOR BY WS-AVG-SCANS
                   GIVING WS-AVG-DEAD-PCT ROUNDED
           END-IF.
           MOVE WS-AVG-SCANS TO WS-PAIR-SCANS(WS-BKT).
           MOVE WS-AVG-POS TO WS-PAIR-POS(WS-BKT).
           MOVE WS-AVG-MKR TO WS-PAIR-MKR(WS-BKT).
           MOVE WS-AVG-DEAD-PCT TO WS-PAIR-DEAD(WS-BKT).

      * WORSE when any of the three moved the bad way by more than
      * the tolerance - position later, markers fewer, dead rate up
      * in points; BETTER when one moved the good way by as much and
      * none went bad; SAME otherwise. A position only compares
      * when both windows found a packet somewhere.
       JudgeDevice.
           MOVE 'N' TO WS-WORSE-SEEN.
           MOVE 'N' TO WS-BETTER-SEEN.
           IF WS-PAIR-POS(1) > ZEROES AND WS-PAIR-POS(2) > ZEROES
               COMPUTE WS-NUMERATOR = WS-PAIR-POS(1)
                   * (100 + WS-THR-FWTOLPCT)
               DIVIDE WS-NUMERATOR BY 100 GIVING WS-LIMIT
               IF WS-PAIR-POS(2) > WS-LIMIT
                   MOVE 'Y' TO WS-WORSE-SEEN
               END-IF
               COMPUTE WS-NUMERATOR = WS-PAIR-POS(2)
                   * (100 + WS-THR-FWTOLPCT)
               DIVIDE WS-NUMERATOR BY 100 GIVING WS-LIMIT
               IF WS-PAIR-POS(1) > WS-LIMIT
                   MOVE 'Y' TO WS-BETTER-SEEN
               END-IF
           END-IF.
           COMPUTE WS-NUMERATOR = WS-PAIR-MKR(2)
               * (100 + WS-THR-FWTOLPCT).
           DIVIDE WS-NUMERATOR BY 100 GIVING WS-LIMIT.
           IF WS-PAIR-MKR(1) > WS-LIMIT
               MOVE 'Y' TO WS-WORSE-SEEN
           END-IF.
           COMPUTE WS-NUMERATOR = WS-PAIR-MKR(1)
               * (100 + WS-THR-FWTOLPCT).
           DIVIDE WS-NUMERATOR BY 100 GIVING WS-LIMIT.
           IF WS-PAIR-MKR(2) > WS-LIMIT
               MOVE 'Y' TO WS-BETTER-SEEN
           END-IF.
           IF WS-PAIR-DEAD(2) > WS-PAIR-DEAD(1) + WS-THR-FWTOLPCT
               MOVE 'Y' TO WS-WORSE-SEEN
           END-IF.
           IF WS-PAIR-DEAD(1) > WS-PAIR-DEAD(2) + WS-THR-FWTOLPCT
               MOVE 'Y' TO WS-BETTER-SEEN
           END-IF.
           IF WS-WORSE-SEEN EQUAL 'Y'
               MOVE 'WORSE' TO WS-VERDICT
           ELSE
               IF WS-BETTER-SEEN EQUAL 'Y'
                   MOVE 'BETTER' TO WS-VERDICT
               ELSE
                   MOVE 'SAME' TO WS-VERDICT
               END-IF
           END-IF.

       RollUpDevice.
           MOVE WS-UPG-CAMP(WS-UPG-SUB) TO WS-CAMP-HIT.
           ADD 1 TO WS-CAMP-COMPARED(WS-CAMP-HIT).
           IF WS-VERDICT EQUAL 'WORSE'
               ADD 1 TO WS-CAMP-WORSE(WS-CAMP-HIT)
           END-IF.
           IF WS-VERDICT EQUAL 'BETTER'
               ADD 1 TO WS-CAMP-BETTER(WS-CAMP-HIT)
           END-IF.
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 2
               ADD WS-BKT-SCANS(WS-UPG-SUB, WS-BKT)
                   TO WS-CBK-SCANS(WS-CAMP-HIT, WS-BKT)
               ADD WS-BKT-POS-SUM(WS-UPG-SUB, WS-BKT)
                   TO WS-CBK-POS-SUM(WS-CAMP-HIT, WS-BKT)
               ADD WS-BKT-POS-SCANS(WS-UPG-SUB, WS-BKT)
                   TO WS-CBK-POS-SCANS(WS-CAMP-HIT, WS-BKT)
               ADD WS-BKT-MKR-SUM(WS-UPG-SUB, WS-BKT)
                   TO WS-CBK-MKR-SUM(WS-CAMP-HIT, WS-BKT)
               ADD WS-BKT-DEAD(WS-UPG-SUB, WS-BKT)
                   TO WS-CBK-DEAD(WS-CAMP-HIT, WS-BKT)
           END-PERFORM.

       AlertCampaign.
           MOVE 2 TO WS-ALERT-SEV.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING 'STOP ' WS-CAMP-MODEL(WS-CAMP-SUB) ' '
               WS-CAMP-NEW(WS-CAMP-SUB) ' ' WS-CAMP-WORSE(WS-CAMP-SUB)
               ' OF ' WS-CAMP-COMPARED(WS-CAMP-SUB) ' WORSE'
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM WriteAlert.

       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM FWIMPACT SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The records are the scans read.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           EVALUATE TRUE
               WHEN WS-FWLOG-STATUS NOT EQUAL '00'
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM FWIMPACT RECORDS ' WS-REC-NUM
                       ' RESULT ABORT FWCHGLOG STATUS '
                       WS-FWLOG-STATUS
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               WHEN WS-HIST-MISSING EQUAL 'Y'
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM FWIMPACT RECORDS ' WS-REC-NUM
                       ' RESULT ABORT DEVHIST STATUS '
                       WS-FILE-STATUS
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM FWIMPACT RECORDS ' WS-REC-NUM
                       ' RESULT ' WS-CAMP-COUNT ' CAMPAIGNS '
                       WS-FLAG-COUNT ' STOP'
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
           END-EVALUATE.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

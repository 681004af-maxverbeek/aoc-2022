      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.

      * Report distribution over the driver's generation catalog.
      * RPTCATLG.DAT knows every dated generation the batch and the
      * standalone jobs produce, but who gets which report was still
      * somebody walking the printouts round. DISTCTL.DAT, a control
      * file edited like THRESHLD.DAT, maps each recipient to the
      * report types they get - one record per recipient and report,
      * with the copies wanted and how often:
      *   D - every day;
      *   W - weekly, on the DISTWDAY weekday (THRESHLD.DAT, 1 for
      *       Monday through 7 for Sunday - Friday when unset);
      *   M - month-end, on the last calendar day of the month.
      * Each recipient with anything due today gets one packet file
      * (<recipient>.P<date>) - a banner page, a contents list, then
      * each report's latest generation cataloged today, copied the
      * number of times asked for. A report due but not cataloged
      * today, or whose generation has gone from disk, is named in
      * the contents and given a page of its own saying so, never
      * just left out. Every report due is logged to DISTLOG.DAT as
      * SENT or MISSING, so what went to whom is a lookup. Run it
      * once the day's batch and standalone reports are done. The
      * business date is asked for, blank taking today, so a day the
      * driver caught up on late or ran past midnight is sent from
      * the generations cataloged under that day's date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DIST-CTL ASSIGN TO "DISTCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

      * The generation catalog the driver maintains - read only.
       SELECT RPT-CATALOG ASSIGN TO "RPTCATLG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.

      * The generation being copied into the packet - the name is
      * set per report before the OPEN, the way the driver's
      * generation copies work.
       SELECT GEN-IN ASSIGN USING WS-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-STATUS.

      * The packet being written - one per recipient, the name built
      * before the OPEN.
       SELECT PACKET-FILE ASSIGN USING WS-PKT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      * What was sent to whom - one record per recipient and report
      * due, appended every run.
       SELECT DIST-LOG ASSIGN TO "DISTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLOG-STATUS.

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
      * DC-REPORT is the report's catalog key - the live file name,
      * RANKRPT.DAT, STATSRPT.DAT, CHASE.DAT and so on.
       FD DIST-CTL.
       01 DIST-CTL-RECORD.
           05 DC-RECIPIENT PIC X(10).
           05 DC-REPORT PIC X(14).
           05 DC-COPIES PIC 9(2).
           05 DC-FREQ PIC X(1).

      * Laid out field for field the same as the driver's
      * CATALOG-RECORD so the two stay in step.
       FD RPT-CATALOG.
       01 CATALOG-RECORD.
           05 CAT-REPORT PIC X(14).
           05 CAT-GEN-NAME PIC X(20).
           05 CAT-DATE PIC 9(8).
           05 CAT-BATCH PIC 9(6).

       FD GEN-IN.
       01 GEN-IN-LINE PIC X(120).

       FD PACKET-FILE.
       01 PACKET-LINE PIC X(120).

       FD DIST-LOG.
       01 DIST-LOG-RECORD.
           05 DL-DATE PIC 9(8).
           05 DL-RECIPIENT PIC X(10).
           05 DL-REPORT PIC X(14).
           05 DL-GEN-NAME PIC X(20).
           05 DL-COPIES PIC 9(2).
           05 DL-RESULT PIC X(7).
           05 DL-PACKET PIC X(20).

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
       01 WS-CTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-CAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-GEN-STATUS PIC X(2) VALUE SPACES.
       01 WS-DLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

      * The weekday weekly reports go out on - 1 Monday through 7
      * Sunday. Zero, unset, or out of range takes Friday.
       01 WS-THR-DISTWDAY PIC 9(6) VALUE 5.

      * The business date, its weekday, and whether it closes the
      * month.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROES.
       01 WS-RUN-INT PIC 9(8) VALUE ZEROES.
       01 WS-NEXT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-WEEKDAY PIC 9(1) VALUE ZEROES.
       01 WS-MONTH-END PIC X VALUE 'N'.

      * The distribution control in core, and the distinct
      * recipients in the order the file first names them.
       01 WS-DC-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 200 TIMES.
               10 WS-DC-RECIPIENT PIC X(10).
               10 WS-DC-REPORT PIC X(14).
               10 WS-DC-COPIES PIC 9(2).
               10 WS-DC-FREQ PIC X(1).
       01 WS-DC-SUB PIC 9(3).
       01 WS-RCP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-RCP-TABLE.
           05 WS-RCP-NAME OCCURS 50 TIMES PIC X(10).
       01 WS-RCP-SUB PIC 9(2).
       01 WS-RCP-HIT PIC 9(2) VALUE ZEROES.

      * Today's catalog entries - a report cataloged more than once
      * today (a rerun) is sent from the latest, the last in the
      * catalog's append order.
       01 WS-CAT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 500 TIMES.
               10 WS-CAT-REPORT PIC X(14).
               10 WS-CAT-GEN PIC X(20).
               10 WS-CAT-BATCH PIC 9(6).
       01 WS-CAT-SUB PIC 9(3).
       01 WS-CAT-HIT PIC 9(3) VALUE ZEROES.

      * The reports due to the recipient in hand - the control row
      * and the catalog row it is sent from, zero when missing.
       01 WS-CURR-RCP PIC X(10) VALUE SPACES.
       01 WS-DUE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 200 TIMES.
               10 WS-DUE-DC PIC 9(3).
               10 WS-DUE-CAT PIC 9(3).
       01 WS-DUE-SUB PIC 9(3).
       01 WS-DUE-TODAY PIC X VALUE 'N'.
       01 WS-PKT-MISSING PIC 9(3) VALUE ZEROES.
       01 WS-COPY-SUB PIC 9(2).
       01 WS-COPIES PIC 9(2) VALUE ZEROES.

       01 WS-GEN-NAME PIC X(20) VALUE SPACES.
       01 WS-PKT-NAME PIC X(20) VALUE SPACES.
       01 WS-GEN-EOF PIC X VALUE 'N'.

       01 WS-PACKET-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SENT-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-MISSING-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CTL-READ PIC 9(10) VALUE ZEROES.

      * Alert working fields - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE ZEROES.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'BUSINESS DATE (YYYYMMDD, BLANK = TODAY)? '.
           MOVE ZEROES TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE EQUAL ZEROES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT EQUAL 0
               DISPLAY 'DATE ' WS-RUN-DATE ' IS NOT A VALID DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-RUN-INT - 1, 7) + 1.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT + 1).
           IF WS-NEXT-DATE(7:2) EQUAL '01'
               MOVE 'Y' TO WS-MONTH-END
           END-IF.
           PERFORM GetThresholds.
           PERFORM LoadDistCtl.
           IF WS-DC-COUNT EQUAL ZEROES
               DISPLAY 'INPUT NOT AVAILABLE - DISTCTL.DAT STATUS '
                   WS-CTL-STATUS
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadCatalog.
           OPEN EXTEND DIST-LOG.
           IF WS-DLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT DIST-LOG
           END-IF.
           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RCP-COUNT
               MOVE WS-RCP-NAME(WS-RCP-SUB) TO WS-CURR-RCP
               PERFORM BuildPacket
           END-PERFORM.
           CLOSE DIST-LOG.
           DISPLAY 'PACKETS WRITTEN ' WS-PACKET-COUNT ' REPORTS SENT '
               WS-SENT-COUNT ' MISSING ' WS-MISSING-COUNT.
           IF WS-MISSING-COUNT > ZEROES
               MOVE 2 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-MISSING-COUNT ' REPORTS MISSING FROM '
                   'THE PACKETS'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
           END-IF.
           PERFORM WriteAuditLog.
           IF WS-MISSING-COUNT > ZEROES
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
                                   AND THR-EFFDATE > WS-RUN-DATE
                               MOVE SPACES TO THR-KEY
                           END-IF
                           IF THR-KEY EQUAL 'DISTWDAY'
                               MOVE THR-VALUE TO WS-THR-DISTWDAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.
           IF WS-THR-DISTWDAY EQUAL ZEROES
                   OR WS-THR-DISTWDAY > 7
               MOVE 5 TO WS-THR-DISTWDAY
           END-IF.

      * The control rows into core, each recipient onto the list the
      * first time it is seen. A row with no copies keyed is one
      * copy; an unknown frequency is reported and the row passed
      * over rather than guessed at.
       LoadDistCtl.
           OPEN INPUT DIST-CTL.
           IF WS-CTL-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CTL-STATUS NOT EQUAL '00'
               READ DIST-CTL
                   AT END MOVE '10' TO WS-CTL-STATUS
                   NOT AT END
                       ADD 1 TO WS-CTL-READ
                       PERFORM HoldDistCtl
               END-READ
           END-PERFORM.
           CLOSE DIST-CTL.

       HoldDistCtl.
           IF DC-RECIPIENT EQUAL SPACES OR DC-REPORT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           IF DC-FREQ NOT EQUAL 'D' AND DC-FREQ NOT EQUAL 'W'
                   AND DC-FREQ NOT EQUAL 'M'
               DISPLAY 'DISTCTL ' DC-RECIPIENT ' ' DC-REPORT
                   ' FREQUENCY ' DC-FREQ ' NOT D, W OR M - IGNORED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-DC-COUNT EQUAL 200
               DISPLAY 'WARNING - DISTCTL.DAT HOLDS MORE THAN 200 '
                   'ROWS, ' DC-RECIPIENT ' ' DC-REPORT ' IGNORED'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-RCP-HIT.
           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RCP-COUNT
               IF WS-RCP-NAME(WS-RCP-SUB) EQUAL DC-RECIPIENT
                   MOVE WS-RCP-SUB TO WS-RCP-HIT
                   MOVE WS-RCP-COUNT TO WS-RCP-SUB
               END-IF
           END-PERFORM.
           IF WS-RCP-HIT EQUAL ZEROES
               IF WS-RCP-COUNT EQUAL 50
                   DISPLAY 'WARNING - MORE THAN 50 RECIPIENTS, '
                       DC-RECIPIENT ' IGNORED'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RCP-COUNT
               MOVE DC-RECIPIENT TO WS-RCP-NAME(WS-RCP-COUNT)
           END-IF.
           ADD 1 TO WS-DC-COUNT.
           MOVE DC-RECIPIENT TO WS-DC-RECIPIENT(WS-DC-COUNT).
           MOVE DC-REPORT TO WS-DC-REPORT(WS-DC-COUNT).
           IF DC-COPIES IS NUMERIC AND DC-COPIES > ZEROES
               MOVE DC-COPIES TO WS-DC-COPIES(WS-DC-COUNT)
           ELSE
               MOVE 1 TO WS-DC-COPIES(WS-DC-COUNT)
           END-IF.
           MOVE DC-FREQ TO WS-DC-FREQ(WS-DC-COUNT).

      * Only the business date's entries are kept - the packets
      * carry that day's generations and nothing older.
       LoadCatalog.
           OPEN INPUT RPT-CATALOG.
           IF WS-CAT-STATUS NOT EQUAL '00'
               DISPLAY 'NO RPTCATLG.DAT ON HAND - EVERY REPORT WILL '
                   'SHOW AS MISSING'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CAT-STATUS NOT EQUAL '00'
               READ RPT-CATALOG
                   AT END MOVE '10' TO WS-CAT-STATUS
                   NOT AT END
                       IF CAT-DATE EQUAL WS-RUN-DATE
                           IF WS-CAT-COUNT EQUAL 500
                               DISPLAY 'WARNING - MORE THAN 500 '
                                   'GENERATIONS TODAY, '
                                   CAT-GEN-NAME ' IGNORED'
                           ELSE
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CAT-REPORT
                                   TO WS-CAT-REPORT(WS-CAT-COUNT)
                               MOVE CAT-GEN-NAME
                                   TO WS-CAT-GEN(WS-CAT-COUNT)
                               MOVE CAT-BATCH
                                   TO WS-CAT-BATCH(WS-CAT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RPT-CATALOG.

      * One recipient's packet - the reports due today gathered
      * first, so the banner and contents can say what is in it and
      * what is missing before the reports themselves follow.
       BuildPacket.
           MOVE ZEROES TO WS-DUE-COUNT.
           MOVE ZEROES TO WS-PKT-MISSING.
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-COUNT
               IF WS-DC-RECIPIENT(WS-DC-SUB) EQUAL WS-CURR-RCP
                   PERFORM CheckDueToday
                   IF WS-DUE-TODAY EQUAL 'Y'
                       PERFORM AddDueReport
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DUE-COUNT EQUAL ZEROES
               DISPLAY 'NOTHING DUE TODAY FOR ' WS-CURR-RCP
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PKT-NAME.
           STRING WS-CURR-RCP DELIMITED BY SPACE
               '.P' WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PKT-NAME
           END-STRING.
           OPEN OUTPUT PACKET-FILE.
           PERFORM WriteBanner.
           PERFORM WriteContents.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               PERFORM WritePacketReport
               PERFORM WriteDistLog
           END-PERFORM.
           MOVE SPACES TO PACKET-LINE.
           STRING 'END OF PACKET FOR ' WS-CURR-RCP
               DELIMITED BY SIZE INTO PACKET-LINE
           END-STRING.
           WRITE PACKET-LINE.
           CLOSE PACKET-FILE.
           ADD 1 TO WS-PACKET-COUNT.
           DISPLAY 'PACKET ' WS-PKT-NAME ' REPORTS ' WS-DUE-COUNT
               ' MISSING ' WS-PKT-MISSING.

       CheckDueToday.
           MOVE 'N' TO WS-DUE-TODAY.
           EVALUATE WS-DC-FREQ(WS-DC-SUB)
               WHEN 'D'
                   MOVE 'Y' TO WS-DUE-TODAY
               WHEN 'W'
                   IF WS-WEEKDAY EQUAL WS-THR-DISTWDAY
                       MOVE 'Y' TO WS-DUE-TODAY
                   END-IF
               WHEN 'M'
                   IF WS-MONTH-END EQUAL 'Y'
                       MOVE 'Y' TO WS-DUE-TODAY
                   END-IF
           END-EVALUATE.

      * The report's latest generation today, checked to be on disk
      * - one the purge or a hand has removed is as missing as one
      * never produced.
       AddDueReport.
           ADD 1 TO WS-DUE-COUNT.
           MOVE WS-DC-SUB TO WS-DUE-DC(WS-DUE-COUNT).
           MOVE ZEROES TO WS-CAT-HIT.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CAT-REPORT(WS-CAT-SUB) EQUAL
                       WS-DC-REPORT(WS-DC-SUB)
                   MOVE WS-CAT-SUB TO WS-CAT-HIT
               END-IF
           END-PERFORM.
           IF WS-CAT-HIT > ZEROES
               MOVE WS-CAT-GEN(WS-CAT-HIT) TO WS-GEN-NAME
               OPEN INPUT GEN-IN
               IF WS-GEN-STATUS EQUAL '00'
                   CLOSE GEN-IN
               ELSE
                   MOVE ZEROES TO WS-CAT-HIT
               END-IF
           END-IF.
           MOVE WS-CAT-HIT TO WS-DUE-CAT(WS-DUE-COUNT).
           IF WS-CAT-HIT EQUAL ZEROES
               ADD 1 TO WS-PKT-MISSING
           END-IF.

       WriteBanner.
           MOVE SPACES TO PACKET-LINE.
           MOVE ALL '*' TO PACKET-LINE(1:72).
           WRITE PACKET-LINE.
           MOVE SPACES TO PACKET-LINE.
           STRING '*  REPORT PACKET FOR ' WS-CURR-RCP
               DELIMITED BY SIZE INTO PACKET-LINE
           END-STRING.
           WRITE PACKET-LINE.
           MOVE SPACES TO PACKET-LINE.
           STRING '*  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PACKET-LINE
           END-STRING.
           WRITE PACKET-LINE.
           MOVE SPACES TO PACKET-LINE.
           STRING '*  REPORTS DUE ' WS-DUE-COUNT ' MISSING '
               WS-PKT-MISSING
               DELIMITED BY SIZE INTO PACKET-LINE
           END-STRING.
           WRITE PACKET-LINE.
           MOVE SPACES TO PACKET-LINE.
           MOVE ALL '*' TO PACKET-LINE(1:72).
           WRITE PACKET-LINE.

       WriteContents.
           MOVE SPACES TO PACKET-LINE.
           MOVE 'CONTENTS' TO PACKET-LINE.
           WRITE PACKET-LINE.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               MOVE WS-DUE-DC(WS-DUE-SUB) TO WS-DC-SUB
               MOVE WS-DUE-CAT(WS-DUE-SUB) TO WS-CAT-SUB
               MOVE SPACES TO PACKET-LINE
               IF WS-CAT-SUB EQUAL ZEROES
                   STRING WS-DUE-SUB ' ' WS-DC-REPORT(WS-DC-SUB)
                       ' MISSING - NOT PRODUCED FOR ' WS-RUN-DATE
                       DELIMITED BY SIZE INTO PACKET-LINE
                   END-STRING
               ELSE
                   STRING WS-DUE-SUB ' ' WS-DC-REPORT(WS-DC-SUB)
                       ' GENERATION ' WS-CAT-GEN(WS-CAT-SUB)
                       ' BATCH ' WS-CAT-BATCH(WS-CAT-SUB)
                       ' COPIES ' WS-DC-COPIES(WS-DC-SUB)
                       DELIMITED BY SIZE INTO PACKET-LINE
                   END-STRING
               END-IF
               WRITE PACKET-LINE
           END-PERFORM.

      * The report's generation copied in once per copy wanted, each
      * copy under its own separator, or one page saying it is
      * missing.
       WritePacketReport.
           MOVE WS-DUE-DC(WS-DUE-SUB) TO WS-DC-SUB.
           MOVE WS-DUE-CAT(WS-DUE-SUB) TO WS-CAT-SUB.
           IF WS-CAT-SUB EQUAL ZEROES
               MOVE SPACES TO PACKET-LINE
               MOVE ALL '=' TO PACKET-LINE(1:72)
               WRITE PACKET-LINE
               MOVE SPACES TO PACKET-LINE
               STRING WS-DC-REPORT(WS-DC-SUB)
                   ' NOT PRODUCED FOR ' WS-RUN-DATE
                   ' - MISSING FROM THIS PACKET'
                   DELIMITED BY SIZE INTO PACKET-LINE
               END-STRING
               WRITE PACKET-LINE
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DC-COPIES(WS-DC-SUB) TO WS-COPIES.
           MOVE WS-CAT-GEN(WS-CAT-SUB) TO WS-GEN-NAME.
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > WS-COPIES
               MOVE SPACES TO PACKET-LINE
               MOVE ALL '=' TO PACKET-LINE(1:72)
               WRITE PACKET-LINE
               MOVE SPACES TO PACKET-LINE
               STRING WS-DC-REPORT(WS-DC-SUB) ' GENERATION '
                   WS-GEN-NAME ' COPY ' WS-COPY-SUB ' OF ' WS-COPIES
                   DELIMITED BY SIZE INTO PACKET-LINE
               END-STRING
               WRITE PACKET-LINE
               PERFORM CopyGeneration
           END-PERFORM.
           ADD 1 TO WS-SENT-COUNT.

       CopyGeneration.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT GEN-IN.
           IF WS-GEN-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-GEN-EOF EQUAL 'Y'
               READ GEN-IN
                   AT END MOVE 'Y' TO WS-GEN-EOF
                   NOT AT END
                       MOVE GEN-IN-LINE TO PACKET-LINE
                       WRITE PACKET-LINE
               END-READ
           END-PERFORM.
           CLOSE GEN-IN.

       WriteDistLog.
           MOVE WS-RUN-DATE TO DL-DATE.
           MOVE WS-CURR-RCP TO DL-RECIPIENT.
           MOVE WS-DC-REPORT(WS-DC-SUB) TO DL-REPORT.
           MOVE WS-PKT-NAME TO DL-PACKET.
           IF WS-CAT-SUB EQUAL ZEROES
               MOVE SPACES TO DL-GEN-NAME
               MOVE ZEROES TO DL-COPIES
               MOVE 'MISSING' TO DL-RESULT
           ELSE
               MOVE WS-CAT-GEN(WS-CAT-SUB) TO DL-GEN-NAME
               MOVE WS-DC-COPIES(WS-DC-SUB) TO DL-COPIES
               MOVE 'SENT' TO DL-RESULT
           END-IF.
           WRITE DIST-LOG-RECORD.

       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' WS-RUN-DATE
               ' PROGRAM RPTDIST SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The records are the control rows
      * read.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-DC-COUNT EQUAL ZEROES
               STRING 'DATE ' WS-RUN-DATE
                   ' PROGRAM RPTDIST RECORDS ' WS-CTL-READ
                   ' RESULT ABORT DISTCTL STATUS ' WS-CTL-STATUS
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               STRING 'DATE ' WS-RUN-DATE
                   ' PROGRAM RPTDIST RECORDS ' WS-CTL-READ
                   ' RESULT ' WS-PACKET-COUNT ' PACKETS '
                   WS-MISSING-COUNT ' MISSING'
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

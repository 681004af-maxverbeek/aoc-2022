           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      * Camp data-quality events - every LATE, MISSING, CNT: trailer
      * and duplicate-camp defect this merge finds, appended against
      * the camp for CAMPSCOR's scorecard - see WriteDqEvent.
       SELECT CAMP-DQ-LOG ASSIGN TO "CAMPDQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DQ-STATUS.

      * The business date from the driver, deleted again once this
      * returns - see PRECHECK's RUN-PARM/GetRunParms.
       SELECT RUN-PARM ASSIGN TO "CMRGPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMP-DIRECTORY.
       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

      * Laid out field for field the same as campscor.cob's
      * CAMP-DQ-RECORD so the writers and the scorecard stay in step.
       FD CAMP-DQ-LOG.
       01 CAMP-DQ-RECORD.
           05 DQ-DATE PIC 9(8).
           05 DQ-CAMP PIC X(10).
           05 DQ-CLASS PIC X(8).
           05 DQ-COUNT PIC 9(6).
           05 DQ-PROGRAM PIC X(10).

       FD RUN-PARM.
       01 RUN-PARM-RECORD.
           05 PARM-BUSDATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-DIR-STATUS PIC X(2) VALUE SPACES.
       01 WS-IN-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-DQ-STATUS PIC X(2) VALUE SPACES.
       01 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       01 WS-DIR-EOF PIC X VALUE 'N'.

      * The business date the camp data-quality events are filed
      * under - the driver's, the same date PRECHECK files its own
      * under - see GetRunParms.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROES.

      * The expected camps out of the directory (or the traditional
      * trio when there is none), each with the status the merge
      * settles on - 'A' arrived, 'L' late, 'M' missing - the same
           05 WS-CAMP-CODE OCCURS 10 TIMES PIC X(10).
       01 WS-CAMP-SUB PIC 9(2).

      * The defect about to go onto CAMPDQ.DAT - see WriteDqEvent.
       01 WS-DQ-CAMP PIC X(10) VALUE SPACES.
       01 WS-DQ-CLASS PIC X(8) VALUE SPACES.

      * Alerting working set - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE 1.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME.
           PERFORM GetRunParms.
           PERFORM LoadCampDirectory.
           OPEN OUTPUT MERGED-FILE.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   DISPLAY 'CAMP ' WS-DIR-CAMP(WS-DIR-SUB) ' LATE - '
                       WS-DROP-NAME ' NOT HERE, EXPECTED BY '
                       WS-DIR-EXPECT(WS-DIR-SUB)
                   MOVE WS-DIR-CAMP(WS-DIR-SUB) TO WS-DQ-CAMP
                   MOVE 'LATE' TO WS-DQ-CLASS
                   PERFORM WriteDqEvent
               ELSE
                   MOVE 'M' TO WS-DIR-FOUND(WS-DIR-SUB)
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY 'CAMP ' WS-DIR-CAMP(WS-DIR-SUB)
                       ' MISSING - ' WS-DROP-NAME ' NOT HERE'
                   MOVE WS-DIR-CAMP(WS-DIR-SUB) TO WS-DQ-CAMP
                   MOVE 'MISSING' TO WS-DQ-CLASS
                   PERFORM WriteDqEvent
                   IF WS-DIR-CAMP(WS-DIR-SUB) NOT EQUAL SPACES
                       MOVE 1 TO WS-ALERT-SEV
                       MOVE SPACES TO WS-ALERT-TEXT
               DISPLAY 'CAMP FILE ' WS-DROP-NAME ' HAS NO CNT: '
                   'TRAILER'
               MOVE 'Y' TO WS-MISMATCH
               MOVE WS-DIR-CAMP(WS-DIR-SUB) TO WS-DQ-CAMP
               MOVE 'CNTMISS' TO WS-DQ-CLASS
               PERFORM WriteDqEvent
           END-IF.

      * One line of the current camp file. The file's own CNT:
                       'TOTAL MISMATCH - EXPECTED ' WS-FILE-EXPECTED
                       ' READ ' WS-FILE-READ
                   MOVE 'Y' TO WS-MISMATCH
                   MOVE WS-DIR-CAMP(WS-DIR-SUB) TO WS-DQ-CAMP
                   IF WS-DQ-CAMP EQUAL SPACES
                       MOVE WS-FILE-CAMP TO WS-DQ-CAMP
                   END-IF
                   MOVE 'CNTMISS' TO WS-DQ-CLASS
                   PERFORM WriteDqEvent
               END-IF
               EXIT PARAGRAPH
           END-IF.
                       WS-DROP-NAME ' SKIPPED AS A DUPLICATE'
                   MOVE 'Y' TO WS-SKIP-FILE
                   MOVE 'Y' TO WS-MISMATCH
                   MOVE WS-FILE-CAMP TO WS-DQ-CAMP
                   MOVE 'DUPLICAT' TO WS-DQ-CLASS
                   PERFORM WriteDqEvent
               END-IF
           END-PERFORM.
           IF WS-SKIP-FILE NOT EQUAL 'Y'
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * The driver hands down the business date ahead of the CALL -
      * see PRECHECK's GetRunParms. Run standalone, with no parm
      * file, the machine date stands.
       GetRunParms.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
           OPEN INPUT RUN-PARM.
           IF WS-PARM-STATUS EQUAL '00'
               READ RUN-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-BUSDATE IS NUMERIC
                               AND PARM-BUSDATE > ZEROES
                           MOVE PARM-BUSDATE TO WS-BUS-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARM
           END-IF.

      * One defect against one camp, appended to CAMPDQ.DAT for
      * CAMPSCOR. A fallback entry whose file never arrived has no
      * camp code yet and is logged with a blank camp, which the
      * scorecard shows as an unnamed camp rather than dropping.
       WriteDqEvent.
           OPEN EXTEND CAMP-DQ-LOG.
           IF WS-DQ-STATUS NOT EQUAL '00'
               OPEN OUTPUT CAMP-DQ-LOG
           END-IF.
           MOVE SPACES TO CAMP-DQ-RECORD.
           MOVE WS-BUS-DATE TO DQ-DATE.
           MOVE WS-DQ-CAMP TO DQ-CAMP.
           MOVE WS-DQ-CLASS TO DQ-CLASS.
           MOVE 1 TO DQ-COUNT.
           MOVE 'CAMPMERGE' TO DQ-PROGRAM.
           WRITE CAMP-DQ-RECORD.
           CLOSE CAMP-DQ-LOG.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog.
       WriteAuditLog.

      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVIDLKP.

      * The bench's side of day6's evidence capture. Every buffer
      * that sent a device to the bench sits in EVIDENCE.DAT under
      * its business date and device id; L pulls one device's
      * captures over a date range into EVIDRPT.DAT - a heading line
      * per capture with the reason, length and check total, then
      * the buffer itself - and works the check total again, so a
      * capture that was cut or edited since day6 wrote it says so.
      * P purges captures older than EVIDDAYS days (THRESHLD.DAT, 30
      * when unset) the way auditarc trims the audit log - the kept
      * records are copied aside and the file rewritten from the
      * copy - and logs what went to AUDITLOG.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EVIDENCE-FILE ASSIGN TO "EVIDENCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

      * The captures inside retention, held aside while the evidence
      * file is rewritten - see auditarc's KEEP-FILE.
       SELECT KEEP-FILE ASSIGN TO "EVIDENCE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-STATUS.

       SELECT EVIDENCE-RPT ASSIGN TO "EVIDRPT.DAT"
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

       DATA DIVISION.
       FILE SECTION.
      * Laid out field for field the same as day6's EVIDENCE-RECORD
      * so the two stay in step.
       FD EVIDENCE-FILE.
       01 EVIDENCE-RECORD.
           05 EV-DATE PIC 9(8).
           05 EV-DEVICE PIC X(8).
           05 EV-REASON PIC X(10).
           05 EV-BUFLEN PIC 9(10).
           05 EV-CHECK PIC 9(12).
           05 EV-BUFFER PIC X(999999).

       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(1000047).

       FD EVIDENCE-RPT.
       01 EVIDENCE-RPT-LINE PIC X(999999).

       FD THRESHOLDS.
       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Checked right after OPEN - see week1's WS-FILE-STATUS for why.
       01 WS-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-KEEP-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-REC-NUM PIC 9(10) VALUE ZEROES.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.

      * L to look a device up, P to purge past retention.
       01 WS-MODE PIC X VALUE SPACES.

      * The lookup - device, date range, and the captures found.
       01 WS-PICK PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE PIC 9(8) VALUE ZEROES.
       01 WS-FOUND-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-BAD-COUNT PIC 9(6) VALUE ZEROES.

      * The check total worked again over the captured buffer - see
      * day6's WriteEvidence for how it is formed.
       01 WS-CHECK PIC 9(12) VALUE ZEROES.
       01 WS-I PIC 9(10) VALUE ZEROES.
       01 WS-CHECK-TEXT PIC X(14) VALUE SPACES.

      * The purge - retention, the first date kept, and the counts.
       01 WS-THR-EVIDDAYS PIC 9(6) VALUE ZEROES.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZEROES.
       01 WS-KEPT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PURGED-COUNT PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY 'LOOKUP OR PURGE (L/P)? '.
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 'L'
                   PERFORM LookupEvidence
               WHEN 'P'
                   PERFORM PurgeEvidence
               WHEN OTHER
                   DISPLAY 'NO SUCH CHOICE'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * One device's captures between two dates, oldest first as
      * day6 appended them.
       LookupEvidence.
           DISPLAY 'DEVICE ID? '.
           MOVE SPACES TO WS-PICK.
           ACCEPT WS-PICK.
           IF WS-PICK EQUAL SPACES
               DISPLAY 'DEVICE ID MUST NOT BE BLANK'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FROM DATE (YYYYMMDD, BLANK = EARLIEST)? '.
           MOVE ZEROES TO WS-FROM-DATE.
           ACCEPT WS-FROM-DATE.
           DISPLAY 'TO DATE (YYYYMMDD, BLANK = TODAY)? '.
           MOVE ZEROES TO WS-TO-DATE.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE EQUAL ZEROES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'FROM DATE AFTER TO DATE - NOTHING TO LOOK UP'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EVIDENCE-FILE.
           IF WS-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'INPUT NOT AVAILABLE - EVIDENCE.DAT STATUS '
                   WS-FILE-STATUS
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EVIDENCE-RPT.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ EVIDENCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       IF EV-DEVICE EQUAL WS-PICK
                               AND EV-DATE NOT < WS-FROM-DATE
                               AND EV-DATE NOT > WS-TO-DATE
                           PERFORM WriteCapture
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVIDENCE-FILE.
           MOVE SPACES TO EVIDENCE-RPT-LINE.
           STRING 'DEVICE ' WS-PICK ' FROM ' WS-FROM-DATE ' TO '
               WS-TO-DATE ' CAPTURES ' WS-FOUND-COUNT
               ' CHECK MISMATCHES ' WS-BAD-COUNT
               DELIMITED BY SIZE INTO EVIDENCE-RPT-LINE
           END-STRING.
           WRITE EVIDENCE-RPT-LINE.
           DISPLAY EVIDENCE-RPT-LINE(1:100).
           CLOSE EVIDENCE-RPT.
           PERFORM WriteAuditLog.
           IF WS-FOUND-COUNT EQUAL ZEROES OR WS-BAD-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

      * The capture's heading line, its check total worked again
      * against the one day6 stored, and the buffer as captured.
       WriteCapture.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE ZEROES TO WS-CHECK.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > EV-BUFLEN
               COMPUTE WS-CHECK = WS-CHECK
                   + FUNCTION ORD(EV-BUFFER(WS-I:1)) - 1
           END-PERFORM.
           IF WS-CHECK EQUAL EV-CHECK
               MOVE 'CHECK OK' TO WS-CHECK-TEXT
           ELSE
               MOVE 'CHECK MISMATCH' TO WS-CHECK-TEXT
               ADD 1 TO WS-BAD-COUNT
           END-IF.
           MOVE SPACES TO EVIDENCE-RPT-LINE.
           STRING 'CAPTURE DATE ' EV-DATE ' DEVICE ' EV-DEVICE
               ' REASON ' EV-REASON ' BUFLEN ' EV-BUFLEN
               ' CHECK ' EV-CHECK ' ' WS-CHECK-TEXT
               DELIMITED BY SIZE INTO EVIDENCE-RPT-LINE
           END-STRING.
           WRITE EVIDENCE-RPT-LINE.
           DISPLAY EVIDENCE-RPT-LINE(1:100).
           MOVE EV-BUFFER TO EVIDENCE-RPT-LINE.
           WRITE EVIDENCE-RPT-LINE.

      * Captures dated before the cutoff are dropped; the rest are
      * copied aside and written back - see auditarc's CopyBack.
       PurgeEvidence.
           PERFORM GetThresholds.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-THR-EVIDDAYS).
           OPEN INPUT EVIDENCE-FILE.
           IF WS-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'INPUT NOT AVAILABLE - EVIDENCE.DAT STATUS '
                   WS-FILE-STATUS
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ EVIDENCE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       IF EV-DATE < WS-CUTOFF-DATE
                           ADD 1 TO WS-PURGED-COUNT
                       ELSE
                           MOVE EVIDENCE-RECORD TO KEEP-RECORD
                           WRITE KEEP-RECORD
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVIDENCE-FILE.
           CLOSE KEEP-FILE.
           IF WS-PURGED-COUNT > ZEROES
               PERFORM CopyBack
           END-IF.
           DISPLAY 'EVIDENCE PURGED - ' WS-PURGED-COUNT
               ' CAPTURES BEFORE ' WS-CUTOFF-DATE ', ' WS-KEPT-COUNT
               ' KEPT'.
           PERFORM WriteAuditLog.

      * The kept captures written back over EVIDENCE.DAT.
       CopyBack.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT EVIDENCE-FILE.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ KEEP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE KEEP-RECORD TO EVIDENCE-RECORD
                       WRITE EVIDENCE-RECORD
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE EVIDENCE-FILE.

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
                           IF THR-KEY EQUAL 'EVIDDAYS'
                               MOVE THR-VALUE TO WS-THR-EVIDDAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.
           IF WS-THR-EVIDDAYS EQUAL ZEROES
               MOVE 30 TO WS-THR-EVIDDAYS
           END-IF.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. A purge records how many captures
      * went and the first date kept.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT EQUAL '00'
                       AND WS-FILE-STATUS NOT EQUAL '10'
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM EVIDLKP RECORDS ' WS-REC-NUM
                       ' RESULT ABORT STATUS ' WS-FILE-STATUS
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               WHEN WS-MODE EQUAL 'P'
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM EVIDLKP RECORDS ' WS-REC-NUM
                       ' RESULT ' WS-PURGED-COUNT ' PURGED <'
                       WS-CUTOFF-DATE
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'DATE ' WS-TODAY-DATE
                       ' PROGRAM EVIDLKP RECORDS ' WS-REC-NUM
                       ' RESULT ' WS-FOUND-COUNT ' FOR ' WS-PICK
                       DELIMITED BY SIZE INTO AUDIT-LOG-LINE
                   END-STRING
           END-EVALUATE.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDCASE.

      * Medic case management - the other half of WEEK1's medic
      * dispatch. WEEK1 opens a case on MEDCASE.DAT for every elf it
      * dispatches; the medic's decisions come back on MEDICRET.DAT,
      * one record per elf seen - the elf, the date seen, the outcome
      * (C cleared, R restricted duty, S stood down) and the date the
      * elf is to be reviewed. This job posts each return against
      * the elf's latest case and rewrites the register; WEEK1 then
      * keeps a stood-down elf off the dispatch list until the review
      * date, and WEEK4 flags any section assigned to an elf under a
      * restriction or stand-down. The case-aging report MEDAGE.DAT
      * lists every dispatch the medic has not answered, with its
      * age - past MEDDAYS days (THRESHLD.DAT, 2 when unset) it is
      * marked OVERDUE and alerted - and every restriction or
      * stand-down whose review date has come. Only each elf's
      * latest case is in force, so the register is rewritten with
      * that one case per elf and the cases it supersedes are moved
      * out to the archive MEDCASEA.DAT, which keeps the history for
      * LINEAGE without the register growing past what this job can
      * hold. Run it after WEEK1, in the style of DEVRET over the
      * repair bench's returns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MEDIC-RETURNS ASSIGN TO "MEDICRET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MRET-STATUS.

       SELECT MEDIC-CASES ASSIGN TO "MEDCASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

      * Superseded cases, appended every rewrite and never read back
      * here.
       SELECT CASE-ARCHIVE ASSIGN TO "MEDCASEA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.

       SELECT AGING-RPT ASSIGN TO "MEDAGE.DAT"
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
      * The medic's returns, one record per elf seen. The review
      * date is required with R and S; with C it may be left zero.
       FD MEDIC-RETURNS.
       01 MEDIC-RETURN-RECORD.
           05 MR-ELF PIC X(16).
           05 MR-DATE PIC 9(8).
           05 MR-OUTCOME PIC X(1).
           05 MR-REVIEW PIC 9(8).

      * One record per case - opened OPEN by WEEK1's dispatch, then
      * CLEARED, RESTRICTED or STOOD-DOWN with the date answered and
      * the review date once the medic's return is posted. WEEK1 and
      * WEEK4 declare the same layout field for field.
       FD MEDIC-CASES.
       01 MEDIC-CASE-RECORD.
           05 MC-ELF PIC X(16).
           05 MC-OPENED PIC 9(8).
           05 MC-STATUS PIC X(10).
           05 MC-ANSWERED PIC 9(8).
           05 MC-REVIEW PIC 9(8).

      * Laid out field for field the same as MEDIC-CASE-RECORD.
       FD CASE-ARCHIVE.
       01 CASE-ARCHIVE-RECORD.
           05 MA-ELF PIC X(16).
           05 MA-OPENED PIC 9(8).
           05 MA-STATUS PIC X(10).
           05 MA-ANSWERED PIC 9(8).
           05 MA-REVIEW PIC 9(8).

       FD AGING-RPT.
       01 AGING-RPT-LINE PIC X(80).

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
       01 WS-MRET-STATUS PIC X(2) VALUE SPACES.
       01 WS-CASE-STATUS PIC X(2) VALUE SPACES.
       01 WS-ARCH-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-THR-MEDDAYS PIC 9(6) VALUE 2.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-CASE-AGE PIC S9(8) VALUE ZEROES.

      * The register held in core for the postings, one entry per
      * elf carrying its latest case and the record number that case
      * was read at - rewritten whole at end of run. A register
      * naming more elves than the table is left alone rather than
      * truncated - see devret's WS-OUT-UNSAFE.
       01 WS-CASE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 500 TIMES.
               10 WS-CASE-ELF PIC X(16).
               10 WS-CASE-OPENED PIC 9(8).
               10 WS-CASE-STAT PIC X(10).
               10 WS-CASE-ANSWERED PIC 9(8).
               10 WS-CASE-REVIEW PIC 9(8).
               10 WS-CASE-RECNO PIC 9(6).
       01 WS-CASE-SUB PIC 9(3).
       01 WS-CASE-HIT PIC 9(3) VALUE ZEROES.
       01 WS-CASE-UNSAFE PIC X VALUE 'N'.
       01 WS-CASE-DIRTY PIC X VALUE 'N'.
       01 WS-CASE-READ PIC 9(6) VALUE ZEROES.
       01 WS-ARCH-RECNO PIC 9(6) VALUE ZEROES.
       01 WS-ARCH-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ARCH-EOF PIC X VALUE 'N'.

       01 WS-RETURN-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-POSTED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-BAD-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-OPEN-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-REVIEW-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-NEW-STAT PIC X(10) VALUE SPACES.
       01 WS-BAD-REASON PIC X(24) VALUE SPACES.

      * Alerting working set - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE 2.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM GetThresholds.
           PERFORM LoadCases.
           PERFORM TakeMedicReturns.
           IF WS-CASE-DIRTY EQUAL 'Y'
               PERFORM RewriteCases
           END-IF.
           PERFORM WriteAgingReport.
           DISPLAY 'RETURNS READ ' WS-RETURN-COUNT ' POSTED '
               WS-POSTED-COUNT ' REFUSED ' WS-BAD-COUNT.
           DISPLAY 'CASES UNANSWERED ' WS-OPEN-COUNT ' OVERDUE '
               WS-OVERDUE-COUNT ' REVIEWS DUE ' WS-REVIEW-COUNT.
           PERFORM WriteAuditLog.
           IF WS-BAD-COUNT > ZEROES OR WS-OVERDUE-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           GOBACK.

      * Only the MEDDAYS limit matters to this job - see week1's
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
                                   AND THR-EFFDATE > WS-TODAY-DATE
                               MOVE SPACES TO THR-KEY
                           END-IF
                           IF THR-KEY EQUAL 'MEDDAYS'
                               MOVE THR-VALUE TO WS-THR-MEDDAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.
           IF WS-THR-MEDDAYS EQUAL ZEROES
               MOVE 2 TO WS-THR-MEDDAYS
           END-IF.

       LoadCases.
           OPEN INPUT MEDIC-CASES.
           IF WS-CASE-STATUS EQUAL '00'
               PERFORM UNTIL WS-CASE-STATUS NOT EQUAL '00'
                   READ MEDIC-CASES
                       AT END MOVE '10' TO WS-CASE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CASE-READ
                           PERFORM HoldCase
                   END-READ
               END-PERFORM
               CLOSE MEDIC-CASES
           END-IF.
      * Superseded cases on file - the rewrite moves them out to the
      * archive even on a day with no returns to post.
           IF WS-CASE-UNSAFE NOT EQUAL 'Y'
                   AND WS-CASE-READ > WS-CASE-COUNT
               MOVE 'Y' TO WS-CASE-DIRTY
           END-IF.

      * A later case for an elf already held takes that elf's entry
      * over - the register runs in date order, so the last case
      * read is the one in force.
       HoldCase.
           MOVE ZEROES TO WS-CASE-HIT.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-ELF(WS-CASE-SUB) EQUAL MC-ELF
                   MOVE WS-CASE-SUB TO WS-CASE-HIT
                   MOVE WS-CASE-COUNT TO WS-CASE-SUB
               END-IF
           END-PERFORM.
           IF WS-CASE-HIT EQUAL ZEROES
               IF WS-CASE-COUNT EQUAL 500
                   MOVE 'Y' TO WS-CASE-UNSAFE
                   MOVE '10' TO WS-CASE-STATUS
                   DISPLAY 'WARNING - MORE THAN 500 ELVES ON '
                       'MEDCASE.DAT, THE REGISTER WILL NOT BE UPDATED'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-CASE-HIT
           END-IF.
           MOVE MC-ELF TO WS-CASE-ELF(WS-CASE-HIT).
           MOVE MC-STATUS TO WS-CASE-STAT(WS-CASE-HIT).
           MOVE WS-CASE-READ TO WS-CASE-RECNO(WS-CASE-HIT).
           IF MC-OPENED IS NUMERIC
               MOVE MC-OPENED TO WS-CASE-OPENED(WS-CASE-HIT)
           ELSE
               MOVE ZEROES TO WS-CASE-OPENED(WS-CASE-HIT)
           END-IF.
           IF MC-ANSWERED IS NUMERIC
               MOVE MC-ANSWERED TO WS-CASE-ANSWERED(WS-CASE-HIT)
           ELSE
               MOVE ZEROES TO WS-CASE-ANSWERED(WS-CASE-HIT)
           END-IF.
           IF MC-REVIEW IS NUMERIC
               MOVE MC-REVIEW TO WS-CASE-REVIEW(WS-CASE-HIT)
           ELSE
               MOVE ZEROES TO WS-CASE-REVIEW(WS-CASE-HIT)
           END-IF.

      * The medic's list, one elf per record - each posted against
      * that elf's latest case. A return for an elf never dispatched
      * is worth a loud word, not a quiet shrug.
       TakeMedicReturns.
           OPEN INPUT MEDIC-RETURNS.
           IF WS-MRET-STATUS NOT EQUAL '00'
               DISPLAY 'NO MEDICRET.DAT ON HAND - AGING REPORT ONLY'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ MEDIC-RETURNS
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RETURN-COUNT
                       PERFORM TakeOneReturn
               END-READ
           END-PERFORM.
           CLOSE MEDIC-RETURNS.

       TakeOneReturn.
           MOVE ZEROES TO WS-CASE-HIT.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-ELF(WS-CASE-SUB) EQUAL MR-ELF
                   MOVE WS-CASE-SUB TO WS-CASE-HIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BAD-REASON.
           EVALUATE MR-OUTCOME
               WHEN 'C'
                   MOVE 'CLEARED' TO WS-NEW-STAT
               WHEN 'R'
                   MOVE 'RESTRICTED' TO WS-NEW-STAT
               WHEN 'S'
                   MOVE 'STOOD-DOWN' TO WS-NEW-STAT
               WHEN OTHER
                   MOVE 'OUTCOME NOT C, R OR S' TO WS-BAD-REASON
           END-EVALUATE.
           IF MR-REVIEW IS NOT NUMERIC
               MOVE ZEROES TO MR-REVIEW
           END-IF.
           EVALUATE TRUE
               WHEN WS-BAD-REASON NOT EQUAL SPACES
                   CONTINUE
               WHEN WS-CASE-HIT EQUAL ZEROES
                   MOVE 'NO CASE ON THE REGISTER' TO WS-BAD-REASON
               WHEN MR-DATE IS NOT NUMERIC
                   MOVE 'BAD DATE SEEN' TO WS-BAD-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(MR-DATE)
                       NOT EQUAL ZEROES
                   MOVE 'BAD DATE SEEN' TO WS-BAD-REASON
               WHEN MR-DATE < WS-CASE-OPENED(WS-CASE-HIT)
                   MOVE 'SEEN BEFORE DISPATCH' TO WS-BAD-REASON
               WHEN MR-OUTCOME NOT EQUAL 'C'
                       AND MR-REVIEW EQUAL ZEROES
                   MOVE 'REVIEW DATE REQUIRED' TO WS-BAD-REASON
               WHEN MR-REVIEW NOT EQUAL ZEROES
                       AND FUNCTION TEST-DATE-YYYYMMDD(MR-REVIEW)
                           NOT EQUAL ZEROES
                   MOVE 'BAD REVIEW DATE' TO WS-BAD-REASON
               WHEN MR-REVIEW NOT EQUAL ZEROES
                       AND MR-REVIEW <= MR-DATE
                   MOVE 'REVIEW NOT AFTER SEEN' TO WS-BAD-REASON
           END-EVALUATE.
           IF WS-BAD-REASON NOT EQUAL SPACES
               ADD 1 TO WS-BAD-COUNT
               DISPLAY 'RETURN ' MR-ELF ' REFUSED - ' WS-BAD-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-STAT TO WS-CASE-STAT(WS-CASE-HIT).
           MOVE MR-DATE TO WS-CASE-ANSWERED(WS-CASE-HIT).
           MOVE MR-REVIEW TO WS-CASE-REVIEW(WS-CASE-HIT).
           MOVE 'Y' TO WS-CASE-DIRTY.
           ADD 1 TO WS-POSTED-COUNT.
           DISPLAY 'CASE ' MR-ELF ' ' WS-NEW-STAT ' REVIEW '
               MR-REVIEW.

      * The register written back with the postings, one case per
      * elf, once the cases it no longer carries are safe in the
      * archive - a register the load could not hold whole is left
      * alone.
       RewriteCases.
           IF WS-CASE-UNSAFE EQUAL 'Y'
               DISPLAY 'MEDCASE.DAT NAMES MORE THAN 500 ELVES - NOT '
                   'UPDATED, MOVE THE CASES OF ELVES OFF THE ROSTER '
                   'TO MEDCASEA.DAT AND RERUN'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASE-READ > WS-CASE-COUNT
               PERFORM ArchiveSuperseded
           END-IF.
           OPEN OUTPUT MEDIC-CASES.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               MOVE WS-CASE-ELF(WS-CASE-SUB) TO MC-ELF
               MOVE WS-CASE-OPENED(WS-CASE-SUB) TO MC-OPENED
               MOVE WS-CASE-STAT(WS-CASE-SUB) TO MC-STATUS
               MOVE WS-CASE-ANSWERED(WS-CASE-SUB) TO MC-ANSWERED
               MOVE WS-CASE-REVIEW(WS-CASE-SUB) TO MC-REVIEW
               WRITE MEDIC-CASE-RECORD
           END-PERFORM.
           CLOSE MEDIC-CASES.

      * The register read again as it stands on disk and every case
      * that is not its elf's latest appended to the archive.
       ArchiveSuperseded.
           OPEN INPUT MEDIC-CASES.
           IF WS-CASE-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CASE-ARCHIVE.
           IF WS-ARCH-STATUS NOT EQUAL '00'
               OPEN OUTPUT CASE-ARCHIVE
           END-IF.
           MOVE 'N' TO WS-ARCH-EOF.
           PERFORM UNTIL WS-ARCH-EOF EQUAL 'Y'
               READ MEDIC-CASES
                   AT END MOVE 'Y' TO WS-ARCH-EOF
                   NOT AT END
                       ADD 1 TO WS-ARCH-RECNO
                       PERFORM ArchiveOneCase
               END-READ
           END-PERFORM.
           CLOSE MEDIC-CASES.
           CLOSE CASE-ARCHIVE.
           DISPLAY 'SUPERSEDED CASES ARCHIVED ' WS-ARCH-COUNT.

       ArchiveOneCase.
           MOVE ZEROES TO WS-CASE-HIT.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-ELF(WS-CASE-SUB) EQUAL MC-ELF
                   MOVE WS-CASE-SUB TO WS-CASE-HIT
                   MOVE WS-CASE-COUNT TO WS-CASE-SUB
               END-IF
           END-PERFORM.
           IF WS-CASE-HIT > ZEROES
                   AND WS-CASE-RECNO(WS-CASE-HIT) EQUAL WS-ARCH-RECNO
               EXIT PARAGRAPH
           END-IF.
           MOVE MEDIC-CASE-RECORD TO CASE-ARCHIVE-RECORD.
           WRITE CASE-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCH-COUNT.

      * Every dispatch still OPEN with its age, OVERDUE past the
      * MEDDAYS limit, then every restriction or stand-down whose
      * review date has come - the medic's worklist for the day.
       WriteAgingReport.
           OPEN OUTPUT AGING-RPT.
           MOVE SPACES TO AGING-RPT-LINE.
           STRING 'MEDIC CASE AGING RUN DATE ' WS-TODAY-DATE
               ' MEDDAYS ' WS-THR-MEDDAYS
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.
           MOVE 'DISPATCHES NOT ANSWERED' TO AGING-RPT-LINE.
           WRITE AGING-RPT-LINE.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-STAT(WS-CASE-SUB) EQUAL 'OPEN'
                   PERFORM WriteOpenCaseLine
               END-IF
           END-PERFORM.
           MOVE 'REVIEWS DUE' TO AGING-RPT-LINE.
           WRITE AGING-RPT-LINE.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF (WS-CASE-STAT(WS-CASE-SUB) EQUAL 'RESTRICTED'
                       OR WS-CASE-STAT(WS-CASE-SUB) EQUAL
                           'STOOD-DOWN')
                       AND WS-CASE-REVIEW(WS-CASE-SUB)
                           <= WS-TODAY-DATE
                   PERFORM WriteReviewDueLine
               END-IF
           END-PERFORM.
           MOVE SPACES TO AGING-RPT-LINE.
           STRING 'UNANSWERED ' WS-OPEN-COUNT ' OVERDUE '
               WS-OVERDUE-COUNT ' REVIEWS DUE ' WS-REVIEW-COUNT
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.
           CLOSE AGING-RPT.
           IF WS-OVERDUE-COUNT > ZEROES
               MOVE 2 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-OVERDUE-COUNT ' MEDIC DISPATCHES UNANSWERED '
                   'PAST ' WS-THR-MEDDAYS ' DAYS'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
           END-IF.

       WriteOpenCaseLine.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE ZEROES TO WS-CASE-AGE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CASE-OPENED(WS-CASE-SUB))
                   EQUAL ZEROES
               COMPUTE WS-CASE-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(
                       WS-CASE-OPENED(WS-CASE-SUB))
           END-IF.
           MOVE SPACES TO AGING-RPT-LINE.
           STRING 'ELF ' WS-CASE-ELF(WS-CASE-SUB) ' DISPATCHED '
               WS-CASE-OPENED(WS-CASE-SUB) ' OPEN '
               WS-CASE-AGE(5:4) ' DAYS'
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           END-STRING.
           IF WS-CASE-AGE > WS-THR-MEDDAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE 'OVERDUE' TO AGING-RPT-LINE(57:7)
           END-IF.
           WRITE AGING-RPT-LINE.

       WriteReviewDueLine.
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE SPACES TO AGING-RPT-LINE.
           STRING 'ELF ' WS-CASE-ELF(WS-CASE-SUB) ' '
               WS-CASE-STAT(WS-CASE-SUB) ' SINCE '
               WS-CASE-ANSWERED(WS-CASE-SUB) ' REVIEW '
               WS-CASE-REVIEW(WS-CASE-SUB)
               DELIMITED BY SIZE INTO AGING-RPT-LINE
           END-STRING.
           WRITE AGING-RPT-LINE.

      * Severity-coded alert appended to the shared ALERTS.DAT - see
      * week1's WriteAlert.
       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM MEDCASE SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM MEDCASE RECORDS 000000' WS-RETURN-COUNT
               ' RESULT ' WS-POSTED-COUNT ' POSTED '
               WS-OPEN-COUNT ' OPEN'
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

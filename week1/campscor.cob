      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPSCOR.

      * Camp data-quality scorecard - a weekly or monthly count, per
      * camp, of every class of defect the batch charges to a camp's
      * drop: LATE and MISSING drops, CNT: trailer mismatches and
      * duplicate camps out of CAMPMERGE, ELFCAL.DAT no-go results
      * out of PRECHECK, and headers WEEK1 took only under an ALS:
      * grace period - all appended to CAMPDQ.DAT as they happen -
      * plus the camp's WEEK1 rejects off REJREG.DAT, broken down by
      * reason, with the average days a reject stayed OPEN before
      * RESUBMIT cleared it. Camps are ranked fewest defects first.
      * CAMPSCOR.DAT carries the camp code in the first ten columns
      * of every page line, so CAMPDIST can route each camp's page
      * into that camp's return file; the heading and ranking lines
      * carry no camp and go to every return. Run it ahead of
      * CAMPDIST on the day the scorecard is due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CAMP-DQ-LOG ASSIGN TO "CAMPDQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DQ-STATUS.

       SELECT REJECT-REGISTER ASSIGN TO "REJREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGR-STATUS.

      * The expected camps - read only so a camp with a clean period
      * still gets a page and a place in the ranking.
       SELECT CAMP-DIRECTORY ASSIGN TO "CAMPDIR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIR-STATUS.

       SELECT SCORE-RPT ASSIGN TO "CAMPSCOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One defect class against one camp on one date - appended by
      * CAMPMERGE, PRECHECK and WEEK1, each of which declares the
      * same layout. DQ-COUNT is 1 per event except PRECHECK's
      * EDITNOGO, which carries the camp's failing-line count.
       FD CAMP-DQ-LOG.
       01 CAMP-DQ-RECORD.
           05 DQ-DATE PIC 9(8).
           05 DQ-CAMP PIC X(10).
           05 DQ-CLASS PIC X(8).
           05 DQ-COUNT PIC 9(6).
           05 DQ-PROGRAM PIC X(10).

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

      * Laid out field for field the same as campmerge's
      * CAMP-DIR-RECORD so the two stay in step.
       FD CAMP-DIRECTORY.
       01 CAMP-DIR-RECORD.
           05 DIR-CAMP PIC X(10).
           05 DIR-FILE PIC X(20).
           05 DIR-EXPECT PIC 9(4).

       FD SCORE-RPT.
       01 SCORE-LINE.
           05 SCORE-CAMP PIC X(10).
           05 FILLER PIC X(1).
           05 SCORE-TEXT PIC X(89).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DQ-STATUS PIC X(2) VALUE SPACES.
       01 WS-REGR-STATUS PIC X(2) VALUE SPACES.
       01 WS-DIR-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

      * The period asked for - W is the seven days ending on the end
      * date, M the calendar month up to it.
       01 WS-PERIOD PIC X(1) VALUE SPACES.
       01 WS-PERIOD-NAME PIC X(7) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-FROM-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE PIC 9(8) VALUE ZEROES.
       01 WS-RECORDS-READ PIC 9(10) VALUE ZEROES.

      * One row per camp scored. The register reasons follow the
      * reject classes week1 writes - UNKNOWN ELF, INACTIVE ELF, a
      * bad ADJ: line, a bad detail line. Events with no camp (a
      * fallback drop that never arrived, a reject ahead of any
      * CAMP: record) are scored under UNMATCHED, the same catch-all
      * CAMPDIST routes to.
       01 WS-CAMP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CAMP-TABLE.
           05 WS-CAMP-ENTRY OCCURS 12 TIMES.
               10 WS-SC-CAMP PIC X(10).
               10 WS-SC-LATE PIC 9(4).
               10 WS-SC-MISSING PIC 9(4).
               10 WS-SC-CNTMISS PIC 9(4).
               10 WS-SC-DUPLICAT PIC 9(4).
               10 WS-SC-NOGO PIC 9(4).
               10 WS-SC-NOGO-ERRS PIC 9(6).
               10 WS-SC-ALIAS PIC 9(4).
               10 WS-SC-REJECTS PIC 9(4).
               10 WS-SC-UNKNOWN PIC 9(4).
               10 WS-SC-INACTIVE PIC 9(4).
               10 WS-SC-BADADJ PIC 9(4).
               10 WS-SC-BADDETAIL PIC 9(4).
               10 WS-SC-REPAIRED PIC 9(4).
               10 WS-SC-OPEN PIC 9(4).
               10 WS-SC-TIMED PIC 9(4).
               10 WS-SC-DAYS PIC 9(6).
               10 WS-SC-DEFECTS PIC 9(6).
               10 WS-SC-RANK PIC 9(2).
       01 WS-CAMP-SUB PIC 9(2).
       01 WS-CAMP-SUB2 PIC 9(2).
       01 WS-CAMP-HIT PIC 9(2) VALUE ZEROES.
       01 WS-HOLD-CAMP PIC X(10) VALUE SPACES.
       01 WS-CAMPS-DROPPED PIC 9(4) VALUE ZEROES.

      * Ranking order - subscripts into WS-CAMP-TABLE, fewest
      * defects first.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-SUB OCCURS 12 TIMES PIC 9(2).
       01 WS-SWAP-SUB PIC 9(2).

       01 WS-OPEN-DAYS PIC S9(8) VALUE ZEROES.
       01 WS-AVG-DAYS PIC 9(4)V9 VALUE ZEROES.
       01 WS-AVG-DISPLAY PIC ZZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM GetPeriod.
           IF RETURN-CODE EQUAL 16
               GOBACK
           END-IF.
           PERFORM LoadCampDirectory.
           PERFORM ReadDqEvents.
           PERFORM ReadRegister.
           IF WS-CAMP-COUNT EQUAL ZEROES
               DISPLAY 'NO CAMPS TO SCORE - NO CAMPDIR.DAT AND NO '
                   'DEFECTS IN THE PERIOD'
           END-IF.
           PERFORM RankCamps.
           PERFORM WriteScorecard.
           DISPLAY 'CAMPS SCORED ' WS-CAMP-COUNT ' ' WS-PERIOD-NAME
               ' ' WS-FROM-DATE ' TO ' WS-TO-DATE.
           PERFORM WriteAuditLog.
           MOVE ZEROES TO RETURN-CODE.
           GOBACK.

      * Period and end date from the clerk. A bad choice or an end
      * date that is not a real date stops the job with nothing
      * written.
       GetPeriod.
           DISPLAY 'WEEKLY OR MONTHLY SCORECARD (W/M)? '.
           ACCEPT WS-PERIOD.
           IF WS-PERIOD NOT EQUAL 'W' AND WS-PERIOD NOT EQUAL 'M'
               DISPLAY 'NO SUCH CHOICE'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PERIOD END DATE (YYYYMMDD, BLANK = TODAY)? '.
           MOVE ZEROES TO WS-TO-DATE.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE EQUAL ZEROES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT EQUAL 0
               DISPLAY 'END DATE ' WS-TO-DATE ' IS NOT A VALID DATE'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERIOD EQUAL 'W'
               MOVE 'WEEKLY' TO WS-PERIOD-NAME
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6)
           ELSE
               MOVE 'MONTHLY' TO WS-PERIOD-NAME
               MOVE WS-TO-DATE TO WS-FROM-DATE
               MOVE '01' TO WS-FROM-DATE(7:2)
           END-IF.

      * Every camp the directory expects, so a clean camp still
      * scores. No directory on hand is not an error - the camps
      * come from the defects themselves.
       LoadCampDirectory.
           OPEN INPUT CAMP-DIRECTORY.
           IF WS-DIR-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ CAMP-DIRECTORY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DIR-CAMP NOT EQUAL SPACES
                           MOVE DIR-CAMP TO WS-HOLD-CAMP
                           PERFORM FindCamp
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAMP-DIRECTORY.

      * WS-HOLD-CAMP's row, added zeroed when it is new. A blank
      * camp scores as UNMATCHED. WS-CAMP-HIT comes back zero only
      * when the table is full.
       FindCamp.
           IF WS-HOLD-CAMP EQUAL SPACES
               MOVE 'UNMATCHED' TO WS-HOLD-CAMP
           END-IF.
           MOVE ZEROES TO WS-CAMP-HIT.
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
               IF WS-SC-CAMP(WS-CAMP-SUB) EQUAL WS-HOLD-CAMP
                   MOVE WS-CAMP-SUB TO WS-CAMP-HIT
                   MOVE WS-CAMP-COUNT TO WS-CAMP-SUB
               END-IF
           END-PERFORM.
           IF WS-CAMP-HIT NOT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAMP-COUNT EQUAL 12
               ADD 1 TO WS-CAMPS-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAMP-COUNT.
           MOVE WS-CAMP-COUNT TO WS-CAMP-HIT.
           INITIALIZE WS-CAMP-ENTRY(WS-CAMP-HIT).
           MOVE WS-HOLD-CAMP TO WS-SC-CAMP(WS-CAMP-HIT).

      * The merge, edit and grace-period events inside the period,
      * each onto its camp's count for the class.
       ReadDqEvents.
           OPEN INPUT CAMP-DQ-LOG.
           IF WS-DQ-STATUS NOT EQUAL '00'
               DISPLAY 'NO CAMPDQ.DAT - MERGE AND EDIT DEFECTS '
                   'COUNT AS NONE'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ CAMP-DQ-LOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM ScoreDqEvent
               END-READ
           END-PERFORM.
           CLOSE CAMP-DQ-LOG.

       ScoreDqEvent.
           IF DQ-DATE < WS-FROM-DATE OR DQ-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE DQ-CAMP TO WS-HOLD-CAMP.
           PERFORM FindCamp.
           IF WS-CAMP-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DQ-CLASS
               WHEN 'LATE'
                   ADD 1 TO WS-SC-LATE(WS-CAMP-HIT)
               WHEN 'MISSING'
                   ADD 1 TO WS-SC-MISSING(WS-CAMP-HIT)
               WHEN 'CNTMISS'
                   ADD 1 TO WS-SC-CNTMISS(WS-CAMP-HIT)
               WHEN 'DUPLICAT'
                   ADD 1 TO WS-SC-DUPLICAT(WS-CAMP-HIT)
               WHEN 'EDITNOGO'
                   ADD 1 TO WS-SC-NOGO(WS-CAMP-HIT)
                   ADD DQ-COUNT TO WS-SC-NOGO-ERRS(WS-CAMP-HIT)
               WHEN 'ALIASHDR'
                   ADD 1 TO WS-SC-ALIAS(WS-CAMP-HIT)
           END-EVALUATE.

      * WEEK1's rejects written inside the period - week2's round
      * rejects carry no camp and are not a camp clerk's to fix.
       ReadRegister.
           OPEN INPUT REJECT-REGISTER.
           IF WS-REGR-STATUS NOT EQUAL '00'
               DISPLAY 'NO REJREG.DAT - REJECTS COUNT AS NONE'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ REJECT-REGISTER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM ScoreRegisterEntry
               END-READ
           END-PERFORM.
           CLOSE REJECT-REGISTER.

      * One reject - its reason out of the text week1 wrote (see
      * week1's WriteReject and WriteRosterReject), and for one
      * RESUBMIT has cleared, the days it stayed OPEN. A repaired
      * entry from before the register carried a cleared date counts
      * as repaired but stays out of the average.
       ScoreRegisterEntry.
           IF REG-SOURCE NOT EQUAL 'W1'
               EXIT PARAGRAPH
           END-IF.
           IF REG-DATE < WS-FROM-DATE OR REG-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE REG-CAMP TO WS-HOLD-CAMP.
           PERFORM FindCamp.
           IF WS-CAMP-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SC-REJECTS(WS-CAMP-HIT).
           EVALUATE TRUE
               WHEN REG-TEXT(16:13) EQUAL ' UNKNOWN ELF '
                   ADD 1 TO WS-SC-UNKNOWN(WS-CAMP-HIT)
               WHEN REG-TEXT(16:14) EQUAL ' INACTIVE ELF '
                   ADD 1 TO WS-SC-INACTIVE(WS-CAMP-HIT)
               WHEN REG-TEXT(19:4) EQUAL 'ADJ:'
                   ADD 1 TO WS-SC-BADADJ(WS-CAMP-HIT)
               WHEN OTHER
                   ADD 1 TO WS-SC-BADDETAIL(WS-CAMP-HIT)
           END-EVALUATE.
           IF REG-STATUS NOT EQUAL 'REPAIRED'
               ADD 1 TO WS-SC-OPEN(WS-CAMP-HIT)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SC-REPAIRED(WS-CAMP-HIT).
           IF REG-CLEARED IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(REG-CLEARED) NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OPEN-DAYS =
               FUNCTION INTEGER-OF-DATE(REG-CLEARED)
               - FUNCTION INTEGER-OF-DATE(REG-DATE).
           IF WS-OPEN-DAYS < 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SC-TIMED(WS-CAMP-HIT).
           ADD WS-OPEN-DAYS TO WS-SC-DAYS(WS-CAMP-HIT).

      * Defect totals, then the camps ordered fewest first - ties
      * keep the order the camps were met in.
       RankCamps.
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
               COMPUTE WS-SC-DEFECTS(WS-CAMP-SUB) =
                   WS-SC-LATE(WS-CAMP-SUB)
                   + WS-SC-MISSING(WS-CAMP-SUB)
                   + WS-SC-CNTMISS(WS-CAMP-SUB)
                   + WS-SC-DUPLICAT(WS-CAMP-SUB)
                   + WS-SC-NOGO(WS-CAMP-SUB)
                   + WS-SC-ALIAS(WS-CAMP-SUB)
                   + WS-SC-REJECTS(WS-CAMP-SUB)
               MOVE WS-CAMP-SUB TO WS-ORDER-SUB(WS-CAMP-SUB)
           END-PERFORM.
           PERFORM VARYING WS-CAMP-SUB FROM 2 BY 1
                   UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
               PERFORM VARYING WS-CAMP-SUB2 FROM WS-CAMP-SUB BY -1
                       UNTIL WS-CAMP-SUB2 < 2
                   IF WS-SC-DEFECTS(WS-ORDER-SUB(WS-CAMP-SUB2))
                           < WS-SC-DEFECTS(WS-ORDER-SUB(
                               WS-CAMP-SUB2 - 1))
                       MOVE WS-ORDER-SUB(WS-CAMP-SUB2) TO WS-SWAP-SUB
                       MOVE WS-ORDER-SUB(WS-CAMP-SUB2 - 1)
                           TO WS-ORDER-SUB(WS-CAMP-SUB2)
                       MOVE WS-SWAP-SUB
                           TO WS-ORDER-SUB(WS-CAMP-SUB2 - 1)
                   ELSE
                       MOVE 1 TO WS-CAMP-SUB2
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
               MOVE WS-CAMP-SUB TO
                   WS-SC-RANK(WS-ORDER-SUB(WS-CAMP-SUB))
           END-PERFORM.

      * The heading, one page per camp in ranking order, then the
      * ranking itself.
       WriteScorecard.
           OPEN OUTPUT SCORE-RPT.
           MOVE SPACES TO SCORE-LINE.
           STRING 'CAMP DATA-QUALITY SCORECARD ' WS-PERIOD-NAME
               ' ' WS-FROM-DATE ' TO ' WS-TO-DATE
               DELIMITED BY SIZE INTO SCORE-TEXT
           END-STRING.
           WRITE SCORE-LINE.
           IF WS-CAMPS-DROPPED > ZEROES
               MOVE SPACES TO SCORE-LINE
               STRING 'WARNING - MORE THAN 12 CAMPS, '
                   WS-CAMPS-DROPPED ' DEFECTS NOT SCORED'
                   DELIMITED BY SIZE INTO SCORE-TEXT
               END-STRING
               WRITE SCORE-LINE
           END-IF.
           PERFORM VARYING WS-CAMP-SUB2 FROM 1 BY 1
                   UNTIL WS-CAMP-SUB2 > WS-CAMP-COUNT
               MOVE WS-ORDER-SUB(WS-CAMP-SUB2) TO WS-CAMP-SUB
               PERFORM WriteCampPage
           END-PERFORM.
           MOVE SPACES TO SCORE-LINE.
           MOVE 'RANKING - FEWEST DEFECTS FIRST' TO SCORE-TEXT.
           WRITE SCORE-LINE.
           PERFORM VARYING WS-CAMP-SUB2 FROM 1 BY 1
                   UNTIL WS-CAMP-SUB2 > WS-CAMP-COUNT
               MOVE WS-ORDER-SUB(WS-CAMP-SUB2) TO WS-CAMP-SUB
               MOVE SPACES TO SCORE-LINE
               STRING 'RANK ' WS-CAMP-SUB2 ' CAMP '
                   WS-SC-CAMP(WS-CAMP-SUB) ' DEFECTS '
                   WS-SC-DEFECTS(WS-CAMP-SUB)
                   DELIMITED BY SIZE INTO SCORE-TEXT
               END-STRING
               WRITE SCORE-LINE
           END-PERFORM.
           CLOSE SCORE-RPT.

       WriteCampPage.
           MOVE SPACES TO SCORE-LINE.
           MOVE WS-SC-CAMP(WS-CAMP-SUB) TO SCORE-CAMP.
           STRING 'RANK ' WS-SC-RANK(WS-CAMP-SUB) ' OF '
               WS-CAMP-COUNT ' TOTAL DEFECTS '
               WS-SC-DEFECTS(WS-CAMP-SUB)
               DELIMITED BY SIZE INTO SCORE-TEXT
           END-STRING.
           WRITE SCORE-LINE.
           MOVE SPACES TO SCORE-TEXT.
           STRING 'LATE DROPS ' WS-SC-LATE(WS-CAMP-SUB)
               ' MISSING DROPS ' WS-SC-MISSING(WS-CAMP-SUB)
               ' DUPLICATE DROPS ' WS-SC-DUPLICAT(WS-CAMP-SUB)
               DELIMITED BY SIZE INTO SCORE-TEXT
           END-STRING.
           WRITE SCORE-LINE.
           MOVE SPACES TO SCORE-TEXT.
           STRING 'CNT: MISMATCHES ' WS-SC-CNTMISS(WS-CAMP-SUB)
               ' EDIT NO-GO RUNS ' WS-SC-NOGO(WS-CAMP-SUB)
               ' (' WS-SC-NOGO-ERRS(WS-CAMP-SUB) ' LINES)'
               ' ALIAS-GRACE HEADERS ' WS-SC-ALIAS(WS-CAMP-SUB)
               DELIMITED BY SIZE INTO SCORE-TEXT
           END-STRING.
           WRITE SCORE-LINE.
           MOVE SPACES TO SCORE-TEXT.
           STRING 'REJECTS ' WS-SC-REJECTS(WS-CAMP-SUB)
               ' UNKNOWN ELF ' WS-SC-UNKNOWN(WS-CAMP-SUB)
               ' INACTIVE ELF ' WS-SC-INACTIVE(WS-CAMP-SUB)
               ' BAD ADJ ' WS-SC-BADADJ(WS-CAMP-SUB)
               ' BAD DETAIL ' WS-SC-BADDETAIL(WS-CAMP-SUB)
               DELIMITED BY SIZE INTO SCORE-TEXT
           END-STRING.
           WRITE SCORE-LINE.
           MOVE SPACES TO SCORE-TEXT.
           IF WS-SC-TIMED(WS-CAMP-SUB) EQUAL ZEROES
               STRING 'REPAIRED ' WS-SC-REPAIRED(WS-CAMP-SUB)
                   ' STILL OPEN ' WS-SC-OPEN(WS-CAMP-SUB)
                   ' AVG DAYS OPEN BEFORE REPAIR N/A'
                   DELIMITED BY SIZE INTO SCORE-TEXT
               END-STRING
           ELSE
               DIVIDE WS-SC-DAYS(WS-CAMP-SUB)
                   BY WS-SC-TIMED(WS-CAMP-SUB)
                   GIVING WS-AVG-DAYS ROUNDED
               MOVE WS-AVG-DAYS TO WS-AVG-DISPLAY
               STRING 'REPAIRED ' WS-SC-REPAIRED(WS-CAMP-SUB)
                   ' STILL OPEN ' WS-SC-OPEN(WS-CAMP-SUB)
                   ' AVG DAYS OPEN BEFORE REPAIR ' WS-AVG-DISPLAY
                   DELIMITED BY SIZE INTO SCORE-TEXT
               END-STRING
           END-IF.
           WRITE SCORE-LINE.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The camps-scored count is this job's
      * key result.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM CAMPSCOR RECORDS ' WS-RECORDS-READ
               ' RESULT ' WS-CAMP-COUNT ' CAMPS ' WS-PERIOD
               ' TO ' WS-TO-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

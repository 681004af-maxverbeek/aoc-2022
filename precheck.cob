      * above high - so a bad overnight transfer is caught in
      * minutes instead of half a batch window in. One go/no-go
      * status record per file goes to EDITSTAT.DAT for the driver
      * to read before deciding which steps to run. Each file's
      * line count and content hash go onto a receipt ledger as
      * well, and a file whose fingerprint matches one already
      * processed on an earlier business date is refused - a
      * re-sent copy of yesterday's drop has a perfect format. The
      * camp drop files CAMPMERGE folded into ELFCAL.DAT are
      * fingerprinted the same way under their own names first, so
      * one camp re-sending yesterday's file is caught even though
      * the merged file around it is new - and a camp file refused
      * takes ELFCAL.DAT down with it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

      * CAMPMERGE's camp directory - which camp drop files went
      * into ELFCAL.DAT - see its LoadCampDirectory.
       SELECT CAMP-DIRECTORY ASSIGN TO "CAMPDIR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIR-STATUS.

      * The camp drop file being fingerprinted - the name is set
      * per camp from the directory before each OPEN, the way
      * CAMPMERGE's CAMP-FILE is.
       SELECT CAMP-FILE ASSIGN USING WS-DROP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

       SELECT ROUNDS-FILE ASSIGN TO "ROUNDS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      * Camp data-quality events - an ELFCAL.DAT no-go is charged to
      * each camp whose lines failed the edit, appended the same
      * way CAMPMERGE appends its own, for CAMPSCOR's scorecard.
       SELECT CAMP-DQ-LOG ASSIGN TO "CAMPDQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DQ-STATUS.

      * The business date from the driver, deleted again once this
      * returns - see week4's RUN-PARM/GetRunParms.
       SELECT RUN-PARM ASSIGN TO "PRECPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

      * The receipt ledger - one record per drop file per business
      * date, with its line count, its content hash, and what the
      * edit made of it, appended every run - see CheckDropRepeat.
       SELECT DROP-LEDGER ASSIGN TO "DROPLEDG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

      * The operator's override for the rare genuine repeat - the
      * file, the business date it is let through on, and who lets
      * it through. Dated, so it lapses by itself after that day.
       SELECT DROP-OVERRIDE ASSIGN TO "DROPOVR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVR-STATUS.

      * The operator authority master OPRMNT maintains - an
      * override counts only from an active operator holding
      * DROPOVR.
       SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.

      * Severity-coded alerts - see week1's WriteAlert.
       SELECT ALERTS ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ELFCAL-FILE.
       01 ELFCAL-LINE PIC X(20).

      * Laid out field for field the same as CAMPMERGE's
      * CAMP-DIR-RECORD so the two stay in step.
       FD CAMP-DIRECTORY.
       01 CAMP-DIR-RECORD.
           05 DIR-CAMP PIC X(10).
           05 DIR-FILE PIC X(20).
           05 DIR-EXPECT PIC 9(4).

       FD CAMP-FILE.
       01 CAMP-FILE-LINE PIC X(20).

       FD ROUNDS-FILE.
       01 ROUNDS-LINE PIC X(16).

       FD BUFFER-FILE.
       01 BUFFER-LINE PIC X(1000012).

      * The file name is as wide as a camp directory's DIR-FILE, so
      * a camp drop file's verdict goes on under its full name.
       FD EDIT-STATUS.
       01 EDIT-STATUS-RECORD.
           05 EDIT-FILE-NAME PIC X(20).
           05 EDIT-GONOGO PIC X(4).
           05 EDIT-ERRORS PIC 9(6).

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

      * DL-OUTCOME is GO or NOGO from the edit, REPEAT for a file
      * refused as a repeat, OVERRIDE for a repeat let through.
      * Only GO and OVERRIDE were processed, so only those are held
      * against a later day's files.
       FD DROP-LEDGER.
       01 DROP-LEDGER-RECORD.
           05 DL-FILE PIC X(20).
           05 DL-DATE PIC 9(8).
           05 DL-COUNT PIC 9(10).
           05 DL-HASH PIC 9(18).
           05 DL-OUTCOME PIC X(8).

       FD DROP-OVERRIDE.
       01 DROP-OVERRIDE-RECORD.
           05 OVR-FILE PIC X(20).
           05 OVR-DATE PIC 9(8).
           05 OVR-OPERATOR PIC X(3).

      * Laid out field for field the same as OPRMNT's
      * OPERATOR-RECORD so the two stay in step.
       FD OPERATOR-MASTER.
       01 OPERATOR-RECORD.
           05 OPR-ID PIC X(3).
           05 OPR-NAME PIC X(24).
           05 OPR-ACTIVE PIC X(1).
           05 OPR-FUNCTIONS.
               10 OPR-FUNCTION OCCURS 20 TIMES PIC X(8).

       FD ALERTS.
       01 ALERT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-DQ-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

      * The business date the receipts are filed under - handed down
      * in the parm record; the machine date only when none is
      * supplied - see week1's WS-BUS-DATE.
       01 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       01 WS-BUS-DATE PIC 9(8) VALUE ZEROES.

      * The fingerprint of the file under edit - its lines run into
      * a count and hash the SNAPSHOT way (see its HashCopyLine), a
      * line's character values weighted by its line number so a
      * reordered file does not pass for the same one - and what the
      * ledger says about it: the earlier date a matching file was
      * processed on, and the outcome already posted for the same
      * file under today's date, so a rerun does not post it twice.
       01 WS-LEDG-STATUS PIC X(2) VALUE SPACES.
       01 WS-LEDG-EOF PIC X VALUE 'N'.
       01 WS-FILE-HASH PIC 9(18) VALUE ZEROES.
       01 WS-LINE-HASH PIC 9(10) VALUE ZEROES.
       01 WS-HASH-SUB PIC 9(7).
       01 WS-HASH-LEN PIC 9(7) VALUE ZEROES.
       01 WS-REPEAT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-LEDG-OUTCOME PIC X(8) VALUE SPACES.
       01 WS-LEDG-TODAY PIC X(8) VALUE SPACES.
       01 WS-REPEAT-COUNT PIC 9(2) VALUE ZEROES.

      * Override working set - whether DROPOVR.DAT names this file
      * for today, the operator named, and that operator's standing
      * on the master - see handover's SignOn/CheckAuthority.
       01 WS-OVR-STATUS PIC X(2) VALUE SPACES.
       01 WS-OVR-FOUND PIC X VALUE 'N'.
       01 WS-OPR-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPERATOR PIC X(3) VALUE SPACES.
       01 WS-OPR-FOUND PIC X VALUE 'N'.
       01 WS-OPR-FUNCS.
           05 WS-OPR-FUNC OCCURS 20 TIMES PIC X(8).
       01 WS-OPR-SUB PIC 9(2).
       01 WS-NEED-FUNC PIC X(8) VALUE 'DROPOVR'.
       01 WS-DENY-REASON PIC X(20) VALUE SPACES.

      * Alerting working set - see week1's WriteAlert.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-SEV PIC 9(1) VALUE 1.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

      * The file under edit - its name for the status record and
      * messages, its line count, its own error count, and the CNT:
      * bookkeeping each program applies itself.
       01 WS-CHECK-NAME PIC X(20) VALUE SPACES.
       01 WS-LINE-NUM PIC 9(10) VALUE ZEROES.
       01 WS-ERROR-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-SAW-CNT PIC X VALUE 'N'.
       01 WS-EXPECTED-COUNT PIC 9(10) VALUE ZEROES.
       01 WS-READ-COUNT PIC 9(10) VALUE ZEROES.
       01 WS-NOGO-COUNT PIC 9(2) VALUE ZEROES.

       01 WS-LINE PIC X(80) VALUE SPACES.
       01 WS-SIG-LEN PIC 9(3) VALUE ZEROES.
       01 WS-TOK-SUB PIC 9(1).
       01 WS-LINE-OK PIC X VALUE 'Y'.

      * ELFCAL.DAT errors split by the camp whose CAMP: record the
      * failing line sat under, so a no-go lands on the camp that
      * caused it. The merged file's own CNT: trailer belongs to
      * CAMPMERGE, not a camp, and is left out of the split.
       01 WS-PC-CAMP PIC X(10) VALUE SPACES.
       01 WS-ERRORS-BEFORE PIC 9(6) VALUE ZEROES.
       01 WS-CERR-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CERR-TABLE.
           05 WS-CERR-ENTRY OCCURS 10 TIMES.
               10 WS-CERR-CAMP PIC X(10).
               10 WS-CERR-ERRORS PIC 9(6).
       01 WS-CERR-SUB PIC 9(2).
       01 WS-CERR-HIT PIC 9(2).

      * The camp drop files to fingerprint - from CAMPDIR.DAT, or
      * CAMPMERGE's traditional trio when there is no directory -
      * and how many of them were refused as repeats, which is how
      * many errors ELFCAL.DAT is charged with for carrying them.
       01 WS-DIR-STATUS PIC X(2) VALUE SPACES.
       01 WS-DIR-EOF PIC X VALUE 'N'.
       01 WS-DROP-NAME PIC X(20) VALUE SPACES.
       01 WS-CAMPF-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CAMPF-TABLE.
           05 WS-CAMPF-NAME OCCURS 10 TIMES PIC X(20).
       01 WS-CAMPF-SUB PIC 9(2).
       01 WS-CAMP-REFUSED PIC 9(2) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GetRunParms.
           OPEN OUTPUT EDIT-STATUS.
           PERFORM CheckCampDrops.
           PERFORM CheckElfcal.
           PERFORM CheckRounds.
           PERFORM CheckSections.
           PERFORM CheckBuffer.
           CLOSE EDIT-STATUS.
           DISPLAY 'PRE-RUN EDIT COMPLETE - ' WS-NOGO-COUNT
               ' FILES NO-GO, ' WS-REPEAT-COUNT ' REFUSED AS REPEATS'.
           PERFORM WriteAuditLog.
           IF WS-NOGO-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The driver hands down the business date ahead of the CALL -
      * see week2's GetRunParms. Run standalone, with no parm file,
      * the machine date stands.
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

      * Start a file's edit - counters cleared, name set for the
      * messages and the status record.
       StartFileCheck.
           MOVE ZEROES TO WS-ERROR-COUNT.
           MOVE 'N' TO WS-SAW-CNT.
           MOVE ZEROES TO WS-SEEN-COUNT.
           MOVE ZEROES TO WS-FILE-HASH.

      * Close a file's edit - any error at all is a NOGO for that
      * file. A file with no CNT: trailer cannot be count-verified,
               DISPLAY WS-CHECK-NAME ' HAS NO CNT: TRAILER - '
                   'COUNT NOT VERIFIED'
           END-IF.
           MOVE SPACES TO WS-LEDG-OUTCOME.
           IF WS-LINE-NUM > ZEROES
               PERFORM CheckDropRepeat
           END-IF.
           MOVE WS-CHECK-NAME TO EDIT-FILE-NAME.
           MOVE WS-ERROR-COUNT TO EDIT-ERRORS.
           IF WS-ERROR-COUNT EQUAL ZEROES AND WS-LINE-NUM > ZEROES
           WRITE EDIT-STATUS-RECORD.
           DISPLAY WS-CHECK-NAME ' ' EDIT-GONOGO ' ERRORS '
               WS-ERROR-COUNT.
           IF WS-LINE-NUM > ZEROES
               PERFORM PostDropReceipt
           END-IF.

      * The CNT: trailer against the lines read ahead of it - the
      * same arithmetic every program applies.
               END-IF
           END-IF.

      * Every camp drop file fingerprinted and held against the
      * ledger under its own name, ahead of the merged file's edit.
      * A camp file not here is CAMPMERGE's to report as LATE or
      * MISSING, so it is passed over without a status record.
       CheckCampDrops.
           OPEN INPUT CAMP-DIRECTORY.
           IF WS-DIR-STATUS EQUAL '00'
               PERFORM UNTIL WS-DIR-EOF EQUAL 'Y'
                       OR WS-CAMPF-COUNT EQUAL 10
                   READ CAMP-DIRECTORY
                       AT END MOVE 'Y' TO WS-DIR-EOF
                       NOT AT END
                           ADD 1 TO WS-CAMPF-COUNT
                           MOVE DIR-FILE TO
                               WS-CAMPF-NAME(WS-CAMPF-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CAMP-DIRECTORY
           ELSE
               MOVE 3 TO WS-CAMPF-COUNT
               MOVE 'ELFCAL1.DAT' TO WS-CAMPF-NAME(1)
               MOVE 'ELFCAL2.DAT' TO WS-CAMPF-NAME(2)
               MOVE 'ELFCAL3.DAT' TO WS-CAMPF-NAME(3)
           END-IF.
           PERFORM VARYING WS-CAMPF-SUB FROM 1 BY 1
                   UNTIL WS-CAMPF-SUB > WS-CAMPF-COUNT
               PERFORM CheckCampFile
           END-PERFORM.

      * One camp drop file - its lines hashed the way ELFCAL.DAT's
      * are, the format left to CAMPMERGE and the merged-file edit.
      * A repeat is refused, alerted and overridable exactly as a
      * merged drop file is - see CheckDropRepeat.
       CheckCampFile.
           MOVE WS-CAMPF-NAME(WS-CAMPF-SUB) TO WS-CHECK-NAME.
           MOVE WS-CAMPF-NAME(WS-CAMPF-SUB) TO WS-DROP-NAME.
           IF WS-DROP-NAME EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM StartFileCheck.
           OPEN INPUT CAMP-FILE.
           IF WS-IN-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ CAMP-FILE INTO WS-LINE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       MOVE 20 TO WS-HASH-LEN
                       PERFORM HashDropLine
               END-READ
           END-PERFORM.
           CLOSE CAMP-FILE.
           IF WS-LINE-NUM EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LEDG-OUTCOME.
           PERFORM CheckDropRepeat.
           MOVE WS-CHECK-NAME TO EDIT-FILE-NAME.
           MOVE WS-ERROR-COUNT TO EDIT-ERRORS.
           IF WS-LEDG-OUTCOME EQUAL 'REPEAT'
               MOVE 'NOGO' TO EDIT-GONOGO
               ADD 1 TO WS-NOGO-COUNT
               ADD 1 TO WS-CAMP-REFUSED
           ELSE
               MOVE 'GO' TO EDIT-GONOGO
           END-IF.
           WRITE EDIT-STATUS-RECORD.
           DISPLAY WS-CHECK-NAME ' ' EDIT-GONOGO ' ERRORS '
               WS-ERROR-COUNT.
           PERFORM PostDropReceipt.

      * ELFCAL.DAT - week1's own parsing rules: blank separators,
      * ELF: headers (no repeats), CAMP: records, signed ADJ:
      * amounts, unsigned calorie details, one CNT: trailer.
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       MOVE 20 TO WS-HASH-LEN
                       PERFORM HashDropLine
                       MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE
                       PERFORM CheckElfcalLine
                       IF WS-ERROR-COUNT > WS-ERRORS-BEFORE
                               AND WS-LINE(1:4) NOT EQUAL 'CNT:'
                           PERFORM TallyCampError
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ELFCAL-FILE.
           IF WS-CAMP-REFUSED > ZEROES
               ADD WS-CAMP-REFUSED TO WS-ERROR-COUNT
               DISPLAY WS-CHECK-NAME ' CARRIES ' WS-CAMP-REFUSED
                   ' CAMP FILES REFUSED AS REPEATS'
           END-IF.
           PERFORM FinishFileCheck.
           IF WS-ERROR-COUNT > ZEROES
               PERFORM WriteEditDqEvents
           END-IF.

       CheckElfcalLine.
           IF WS-LINE EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE(1:5) EQUAL 'CAMP:'
               MOVE WS-LINE(6:10) TO WS-PC-CAMP
               EXIT PARAGRAPH
           END-IF.
      * Campmerge's MRG: included-camps stamps are statements about
                   ' [' WS-LINE(1:20) ']'
           END-IF.

      * The failing line's errors added to its camp's share. Lines
      * ahead of any CAMP: record go under a blank camp.
       TallyCampError.
           MOVE ZEROES TO WS-CERR-HIT.
           PERFORM VARYING WS-CERR-SUB FROM 1 BY 1
                   UNTIL WS-CERR-SUB > WS-CERR-COUNT
               IF WS-CERR-CAMP(WS-CERR-SUB) EQUAL WS-PC-CAMP
                   MOVE WS-CERR-SUB TO WS-CERR-HIT
               END-IF
           END-PERFORM.
           IF WS-CERR-HIT EQUAL ZEROES
               IF WS-CERR-COUNT EQUAL 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CERR-COUNT
               MOVE WS-CERR-COUNT TO WS-CERR-HIT
               MOVE WS-PC-CAMP TO WS-CERR-CAMP(WS-CERR-HIT)
               MOVE ZEROES TO WS-CERR-ERRORS(WS-CERR-HIT)
           END-IF.
           COMPUTE WS-CERR-ERRORS(WS-CERR-HIT) =
               WS-CERR-ERRORS(WS-CERR-HIT)
               + WS-ERROR-COUNT - WS-ERRORS-BEFORE.

      * One EDITNOGO event per camp with failing lines, carrying the
      * camp's error count, onto CAMPDQ.DAT.
       WriteEditDqEvents.
           IF WS-CERR-COUNT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CAMP-DQ-LOG.
           IF WS-DQ-STATUS NOT EQUAL '00'
               OPEN OUTPUT CAMP-DQ-LOG
           END-IF.
           PERFORM VARYING WS-CERR-SUB FROM 1 BY 1
                   UNTIL WS-CERR-SUB > WS-CERR-COUNT
               MOVE SPACES TO CAMP-DQ-RECORD
               MOVE WS-BUS-DATE TO DQ-DATE
               MOVE WS-CERR-CAMP(WS-CERR-SUB) TO DQ-CAMP
               MOVE 'EDITNOGO' TO DQ-CLASS
               MOVE WS-CERR-ERRORS(WS-CERR-SUB) TO DQ-COUNT
               MOVE 'PRECHECK' TO DQ-PROGRAM
               WRITE CAMP-DQ-RECORD
           END-PERFORM.
           CLOSE CAMP-DQ-LOG.

      * ROUNDS.DAT - week2's rules: blank separators, OPP: headers
      * (no repeats), CNT:, and round lines of opponent code A/B/C,
      * a blank, and our code X/Y/Z.
                       ADD 1 TO WS-LINE-NUM
                       MOVE SPACES TO WS-LINE
                       MOVE ROUNDS-LINE TO WS-LINE(1:16)
                       MOVE 16 TO WS-HASH-LEN
                       PERFORM HashDropLine
                       PERFORM CheckRoundsLine
               END-READ
           END-PERFORM.
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       MOVE 80 TO WS-HASH-LEN
                       PERFORM HashDropLine
                       PERFORM CheckSectionsLine
               END-READ
           END-PERFORM.
                       ADD 1 TO WS-LINE-NUM
                       MOVE SPACES TO WS-LINE
                       MOVE BUFFER-LINE(1:20) TO WS-LINE(1:20)
                       PERFORM HashBufferLine
                       PERFORM CheckBufferLine
               END-READ
           END-PERFORM.
                   ' [' WS-LINE(1:13) ']'
           END-IF.

      * One line's contribution to the file's fingerprint - the
      * first WS-HASH-LEN characters of WS-LINE, weighted by the
      * line number - see SNAPSHOT's HashCopyLine.
       HashDropLine.
           MOVE ZEROES TO WS-LINE-HASH.
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > WS-HASH-LEN
               COMPUTE WS-LINE-HASH = WS-LINE-HASH
                   + FUNCTION ORD(WS-LINE(WS-HASH-SUB:1))
           END-PERFORM.
           PERFORM AddLineHash.

      * A BUFFER.DAT line runs to a megabyte of readings, far past
      * the 80 bytes WS-LINE holds, so it is hashed where it stands,
      * over its length up to the last non-blank.
       HashBufferLine.
           MOVE ZEROES TO WS-LINE-HASH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(BUFFER-LINE TRAILING))
               TO WS-HASH-LEN.
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > WS-HASH-LEN
               COMPUTE WS-LINE-HASH = WS-LINE-HASH
                   + FUNCTION ORD(BUFFER-LINE(WS-HASH-SUB:1))
           END-PERFORM.
           PERFORM AddLineHash.

       AddLineHash.
           COMPUTE WS-FILE-HASH = FUNCTION MOD(WS-FILE-HASH
               + WS-LINE-HASH * WS-LINE-NUM, 1000000000000000000).

      * Has this exact file - same name, same line count, same hash
      * - been processed on an earlier business date? A match is
      * refused, the file goes NOGO, and a severity-1 alert goes
      * out, unless DROPOVR.DAT carries an override for it today
      * from an operator entitled to give one. The same pass notes
      * any receipt already posted for it under today's date, so a
      * rerun of the edit does not post a second one.
       CheckDropRepeat.
           MOVE ZEROES TO WS-REPEAT-DATE.
           MOVE SPACES TO WS-LEDG-TODAY.
           MOVE 'N' TO WS-LEDG-EOF.
           OPEN INPUT DROP-LEDGER.
           IF WS-LEDG-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LEDG-EOF EQUAL 'Y'
               READ DROP-LEDGER
                   AT END MOVE 'Y' TO WS-LEDG-EOF
                   NOT AT END
                       IF DL-FILE EQUAL WS-CHECK-NAME
                               AND DL-COUNT EQUAL WS-LINE-NUM
                               AND DL-HASH EQUAL WS-FILE-HASH
                           IF DL-DATE EQUAL WS-BUS-DATE
                               MOVE DL-OUTCOME TO WS-LEDG-TODAY
                           END-IF
                           IF DL-DATE < WS-BUS-DATE
                                   AND (DL-OUTCOME EQUAL 'GO'
                                   OR DL-OUTCOME EQUAL 'OVERRIDE')
                               MOVE DL-DATE TO WS-REPEAT-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DROP-LEDGER.
           IF WS-REPEAT-DATE EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FindDropOverride.
           IF WS-OVR-FOUND EQUAL 'Y'
               PERFORM LookUpOperator
               PERFORM CheckAuthority
               IF WS-DENY-REASON EQUAL SPACES
                   MOVE 'OVERRIDE' TO WS-LEDG-OUTCOME
                   DISPLAY WS-CHECK-NAME ' REPEATS THE FILE OF '
                       WS-REPEAT-DATE ' - ACCEPTED ON OVERRIDE BY '
                       WS-OPERATOR
                   PERFORM WriteOverrideLog
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'REPEAT' TO WS-LEDG-OUTCOME.
           ADD 1 TO WS-ERROR-COUNT.
           ADD 1 TO WS-REPEAT-COUNT.
           DISPLAY WS-CHECK-NAME ' IS A REPEAT OF THE FILE PROCESSED'
               ' ON ' WS-REPEAT-DATE ' - REFUSED'.
           MOVE 1 TO WS-ALERT-SEV.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING WS-CHECK-NAME DELIMITED BY SPACE
               ' REPEATS FILE OF ' WS-REPEAT-DATE
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM WriteAlert.

      * Is there an override on DROPOVR.DAT for this file on this
      * business date? The last one on file names the operator.
       FindDropOverride.
           MOVE 'N' TO WS-OVR-FOUND.
           MOVE SPACES TO WS-OPERATOR.
           OPEN INPUT DROP-OVERRIDE.
           IF WS-OVR-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OVR-STATUS NOT EQUAL '00'
               READ DROP-OVERRIDE
                   AT END MOVE '10' TO WS-OVR-STATUS
                   NOT AT END
                       IF OVR-FILE EQUAL WS-CHECK-NAME
                               AND OVR-DATE EQUAL WS-BUS-DATE
                           MOVE 'Y' TO WS-OVR-FOUND
                           MOVE OVR-OPERATOR TO WS-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DROP-OVERRIDE.

      * The overriding operator looked up on the operator master -
      * see handover's SignOn, with the ID taken from the override
      * record instead of the terminal. No master on file leaves
      * WS-OPR-FOUND at 'M' and CheckAuthority refuses.
       LookUpOperator.
           MOVE 'N' TO WS-OPR-FOUND.
           MOVE SPACES TO WS-OPR-FUNCS.
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

      * Does the overriding operator hold DROPOVR? A refusal is
      * shown and written to the audit log with the reason - see
      * handover's CheckAuthority - and the repeat stays refused.
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
               DISPLAY 'OVERRIDE REFUSED - ' WS-DENY-REASON ' FOR '
                   WS-OPERATOR
               PERFORM WriteDeniedLog
           END-IF.

      * The file's receipt, appended to the ledger under today's
      * business date. A NOGO on the format edit outranks an
      * override - the file was not processed either way - and a
      * receipt already posted today with the same outcome is not
      * posted again.
       PostDropReceipt.
           IF WS-LEDG-OUTCOME EQUAL SPACES
                   OR (WS-LEDG-OUTCOME EQUAL 'OVERRIDE'
                   AND EDIT-GONOGO EQUAL 'NOGO')
               MOVE EDIT-GONOGO TO WS-LEDG-OUTCOME
           END-IF.
           IF WS-LEDG-TODAY EQUAL WS-LEDG-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND DROP-LEDGER.
           IF WS-LEDG-STATUS NOT EQUAL '00'
               OPEN OUTPUT DROP-LEDGER
           END-IF.
           MOVE WS-CHECK-NAME TO DL-FILE.
           MOVE WS-BUS-DATE TO DL-DATE.
           MOVE WS-LINE-NUM TO DL-COUNT.
           MOVE WS-FILE-HASH TO DL-HASH.
           MOVE WS-LEDG-OUTCOME TO DL-OUTCOME.
           WRITE DROP-LEDGER-RECORD.
           CLOSE DROP-LEDGER.

      * An accepted override, appended to the shared AUDITLOG.DAT in
      * the same DATE/PROGRAM head as every other line. The fifth
      * token is OVERRIDE rather than RECORDS, so AUDITQRY never
      * counts it as a run.
       WriteOverrideLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-BUS-DATE
               ' PROGRAM PRECHECK OVERRIDE ' WS-OPERATOR
               ' FILE ' DELIMITED BY SIZE
               WS-CHECK-NAME DELIMITED BY SPACE
               ' REPEAT OF ' WS-REPEAT-DATE
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * A refused override - see handover's WriteDeniedLog.
       WriteDeniedLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-BUS-DATE
               ' PROGRAM PRECHECK DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' WS-BUS-DATE
               ' PROGRAM PRECHECK SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog.
       WriteAuditLog.
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-BUS-DATE
               ' PROGRAM PRECHECK RECORDS 0000000004'
               ' RESULT ' WS-NOGO-COUNT ' FILES NO-GO'
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE

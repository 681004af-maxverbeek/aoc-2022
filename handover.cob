      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOVER.

      * Shift handover worklist. OPSUMMARY.DAT says how the batch
      * went; this says what is still waiting on somebody. Every
      * open item is pulled from the files that hold them - alert
      * groups nobody has acknowledged (ALERTS.DAT against
      * ALERTSTS.DAT, grouped the way ALERTTRI groups them), the
      * HQ batches on the retransmission queue, OPEN rejects on the
      * register, devices still at the bench and those on the chase
      * list, every medic case still OPEN on the register, whether
      * or not the elf is on today's dispatch, and a schedule change
      * waiting on its second
      * operator - and listed by owner (operator, clerk, bench,
      * medic, approver), oldest first, in HANDOVER.DAT. Each kind's
      * count is held against the previous handover's, kept in
      * HANDCNT.DAT, so the incoming shift sees what has grown. The
      * outgoing operator signs on (HANDOVER on the operator master)
      * and may add free-text notes; the notes on HANDNOTE.DAT come
      * up one by one to be kept for the next shift or dropped.
      * Read-only over every file it lists.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The operator authority master OPRMNT maintains - every
      * sign-on here is checked against it.
       SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.

       SELECT ALERTS-IN ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

      * The triage state ALERTTRI keeps - see its LoadStatuses.
       SELECT ALERT-STS ASSIGN TO "ALERTSTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STS-STATUS.

       SELECT REJECT-REGISTER ASSIGN TO "REJREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGR-STATUS.

       SELECT DISPATCH-OUTSTANDING ASSIGN TO "DISPOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOUT-STATUS.

       SELECT CHASE-LIST ASSIGN TO "CHASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHASE-STATUS.

       SELECT RETRANS-QUEUE ASSIGN TO "RETRANSQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RQ-STATUS.

      * The transmission ledger - read only for the date each queued
      * batch went out, since the queue itself carries none.
       SELECT BATCH-LOG ASSIGN TO "BATCHLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BLOG-STATUS.

       SELECT MEDIC-DISPATCH ASSIGN TO "MEDICDSP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEDIC-STATUS.

      * The medic case register - the dispatch list carries no date
      * and no answer, the elf's latest case carries both.
       SELECT MEDIC-CASES ASSIGN TO "MEDCASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

       SELECT SCHED-PND ASSIGN TO "SCHEDPND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PND-STATUS.

      * Each kind's count at the last handover, rewritten every run.
       SELECT HAND-COUNTS ASSIGN TO "HANDCNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HCNT-STATUS.

      * The operators' notes carried from one handover to the next.
       SELECT HAND-NOTES ASSIGN TO "HANDNOTE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-STATUS.

       SELECT HANDOVER-RPT ASSIGN TO "HANDOVER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Laid out field for field the same as OPRMNT's
      * OPERATOR-RECORD so the two stay in step.
       FD OPERATOR-MASTER.
       01 OPERATOR-RECORD.
           05 OPR-ID PIC X(3).
           05 OPR-NAME PIC X(24).
           05 OPR-ACTIVE PIC X(1).
           05 OPR-FUNCTIONS.
               10 OPR-FUNCTION OCCURS 20 TIMES PIC X(8).

       FD ALERTS-IN.
       01 ALERTS-IN-LINE PIC X(100).

      * Laid out field for field the same as ALERTTRI's
      * ALERT-STS-RECORD so the two stay in step.
       FD ALERT-STS.
       01 ALERT-STS-RECORD.
           05 STS-STATUS PIC X(6).
           05 STS-DATE PIC 9(8).
           05 STS-INIT PIC X(3).
           05 STS-PROGRAM PIC X(10).
           05 STS-TEXT PIC X(50).

      * Laid out field for field the same as week1's REJREG-RECORD
      * so the two stay in step.
       FD REJECT-REGISTER.
       01 REJREG-RECORD.
           05 REG-STATUS PIC X(8).
           05 REG-DATE PIC 9(8).
           05 REG-SOURCE PIC X(2).
           05 REG-LINE PIC 9(10).
           05 REG-TEXT PIC X(60).
           05 REG-CAMP PIC X(10).
           05 REG-CLEARED PIC 9(8).

      * Laid out field for field the same as devret.cob's
      * OUTSTANDING-RECORD so the two stay in step.
       FD DISPATCH-OUTSTANDING.
       01 OUTSTANDING-RECORD.
           05 DO-DATE PIC 9(8).
           05 DO-DEVICE PIC X(8).

      * Devret's chase line - 'DEVICE ', the id for 8, ' DISPATCHED
      * ', the dispatch date (see devret's WriteChaseList).
       FD CHASE-LIST.
       01 CHASE-LINE PIC X(80).

      * Laid out field for field the same as hqrecon.cob's
      * RETRANS-RECORD so the two stay in step.
       FD RETRANS-QUEUE.
       01 RETRANS-RECORD.
           05 RQ-BATCH PIC 9(6).
           05 RQ-GEN-NAME PIC X(20).
           05 RQ-REASON PIC X(20).

      * Laid out field for field the same as the driver's
      * BATCH-LOG-RECORD so the two stay in step.
       FD BATCH-LOG.
       01 BATCH-LOG-RECORD.
           05 BL-BATCH PIC 9(6).
           05 BL-DATE PIC 9(8).
           05 BL-COUNT PIC 9(6).
           05 BL-HASH PIC 9(20).
           05 BL-STATUS PIC X(8).

      * Week1's dispatch line - 'ELF ', the name for 16, then the
      * figures (see week1's CheckWatchStreak).
       FD MEDIC-DISPATCH.
       01 MEDIC-DISPATCH-LINE PIC X(80).

      * Laid out field for field the same as medcase.cob's
      * MEDIC-CASE-RECORD so the two stay in step.
       FD MEDIC-CASES.
       01 MEDIC-CASE-RECORD.
           05 MC-ELF PIC X(16).
           05 MC-OPENED PIC 9(8).
           05 MC-STATUS PIC X(10).
           05 MC-ANSWERED PIC 9(8).
           05 MC-REVIEW PIC 9(8).

      * SCHEDMNT's pending change - 'PENDING BY ', the proposer, '
      * DATE ', the date, then DIFF and SCHED lines (see SCHEDMNT's
      * SubmitChange). Emptied by an approval or a rejection.
       FD SCHED-PND.
       01 SCHED-PND-LINE PIC X(80).

       FD HAND-COUNTS.
       01 HAND-COUNT-RECORD.
           05 HC-KIND PIC X(8).
           05 HC-COUNT PIC 9(6).
           05 HC-DATE PIC 9(8).
           05 HC-TIME PIC 9(4).
           05 HC-OPERATOR PIC X(3).

       FD HAND-NOTES.
       01 HAND-NOTE-RECORD.
           05 HN-DATE PIC 9(8).
           05 HN-OPERATOR PIC X(3).
           05 HN-TEXT PIC X(60).

       FD HANDOVER-RPT.
       01 HANDOVER-RPT-LINE PIC X(120).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPR-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-STS-STATUS PIC X(2) VALUE SPACES.
       01 WS-REGR-STATUS PIC X(2) VALUE SPACES.
       01 WS-DOUT-STATUS PIC X(2) VALUE SPACES.
       01 WS-CHASE-STATUS PIC X(2) VALUE SPACES.
       01 WS-RQ-STATUS PIC X(2) VALUE SPACES.
       01 WS-BLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-MEDIC-STATUS PIC X(2) VALUE SPACES.
       01 WS-CASE-STATUS PIC X(2) VALUE SPACES.
       01 WS-PND-STATUS PIC X(2) VALUE SPACES.
       01 WS-HCNT-STATUS PIC X(2) VALUE SPACES.
       01 WS-NOTE-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.

       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-NOW-TIME PIC 9(4) VALUE ZEROES.
       01 WS-REC-NUM PIC 9(10) VALUE ZEROES.
       01 WS-ANSWER PIC X(10) VALUE SPACES.

      * The owners in the order the worklist runs, each item's
      * owner held as its place here so the sort keeps them grouped.
       01 WS-OWNER-VALUES.
           05 FILLER PIC X(8) VALUE 'OPERATOR'.
           05 FILLER PIC X(8) VALUE 'CLERK'.
           05 FILLER PIC X(8) VALUE 'BENCH'.
           05 FILLER PIC X(8) VALUE 'MEDIC'.
           05 FILLER PIC X(8) VALUE 'APPROVER'.
       01 WS-OWNER-TABLE REDEFINES WS-OWNER-VALUES.
           05 WS-OWNER-NAME OCCURS 5 TIMES PIC X(8).
       01 WS-OWNER-SUB PIC 9(1).
       01 WS-OWNER-ITEMS PIC 9(4) VALUE ZEROES.

      * The kinds counted against the previous handover - now, then,
      * and whether there was a then.
       01 WS-KIND-VALUES.
           05 FILLER PIC X(8) VALUE 'ALERTS'.
           05 FILLER PIC X(8) VALUE 'RETRANS'.
           05 FILLER PIC X(8) VALUE 'REJECTS'.
           05 FILLER PIC X(8) VALUE 'BENCH'.
           05 FILLER PIC X(8) VALUE 'CHASE'.
           05 FILLER PIC X(8) VALUE 'MEDIC'.
           05 FILLER PIC X(8) VALUE 'SCHEDULE'.
       01 WS-KIND-NAMES REDEFINES WS-KIND-VALUES.
           05 WS-KIND-NAME OCCURS 7 TIMES PIC X(8).
       01 WS-KIND-TABLE.
           05 WS-KIND-ENTRY OCCURS 7 TIMES.
               10 WS-KIND-NOW PIC 9(6).
               10 WS-KIND-PREV PIC 9(6).
               10 WS-KIND-HAD PIC X(1).
       01 WS-KIND-MAX PIC 9(1) VALUE 7.
       01 WS-KIND-SUB PIC 9(1).
       01 WS-KIND-DIFF PIC 9(6) VALUE ZEROES.
       01 WS-KIND-ROSE PIC X VALUE 'N'.
       01 WS-PREV-DATE PIC 9(8) VALUE ZEROES.
       01 WS-PREV-TIME PIC 9(4) VALUE ZEROES.
       01 WS-PREV-OPERATOR PIC X(3) VALUE SPACES.

      * Every open item - owner place and date lead so one compare
      * sorts by owner then oldest first.
       01 WS-ITM-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ITM-TABLE.
           05 WS-ITM-ENTRY OCCURS 500 TIMES.
               10 WS-ITM-SORT.
                   15 WS-ITM-OWNER PIC 9(1).
                   15 WS-ITM-DATE PIC 9(8).
               10 WS-ITM-SOURCE PIC X(8).
               10 WS-ITM-KEY PIC X(16).
               10 WS-ITM-TEXT PIC X(60).
       01 WS-ITM-SUB PIC 9(4).
       01 WS-ITM-SUB2 PIC 9(4).
       01 WS-SWAP-ITM PIC X(93).
       01 WS-ITM-OVER PIC 9(4) VALUE ZEROES.

      * The item being added - see AddItem.
       01 WS-NEW-OWNER PIC 9(1) VALUE ZEROES.
       01 WS-NEW-DATE PIC 9(8) VALUE ZEROES.
       01 WS-NEW-SOURCE PIC X(8) VALUE SPACES.
       01 WS-NEW-KEY PIC X(16) VALUE SPACES.
       01 WS-NEW-TEXT PIC X(60) VALUE SPACES.

      * The alert triage state and the open groups - see ALERTTRI's
      * LoadStatuses and TakeAlertLine.
       01 WS-HEAD PIC X(50) VALUE SPACES.
       01 WS-TEXT PIC X(50) VALUE SPACES.
       01 WS-TOK-1 PIC X(10).
       01 WS-TOK-2 PIC X(10).
       01 WS-TOK-3 PIC X(10).
       01 WS-TOK-4 PIC X(10).
       01 WS-TOK-5 PIC X(10).
       01 WS-TOK-6 PIC X(10).
       01 WS-LINE-DATE PIC 9(8) VALUE ZEROES.
       01 WS-LINE-PROG PIC X(10) VALUE SPACES.
       01 WS-LINE-SEV PIC 9(1) VALUE ZEROES.
       01 WS-STS-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-STS-TABLE.
           05 WS-STS-ENTRY OCCURS 200 TIMES.
               10 WS-STS-DATE PIC 9(8).
               10 WS-STS-PROG PIC X(10).
               10 WS-STS-TXT PIC X(50).
       01 WS-STS-SUB PIC 9(3).
       01 WS-STS-HIT PIC 9(3) VALUE ZEROES.
       01 WS-GRP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 200 TIMES.
               10 WS-GRP-PROG PIC X(10).
               10 WS-GRP-TEXT PIC X(50).
               10 WS-GRP-SEV PIC 9(1).
               10 WS-GRP-REPEATS PIC 9(4).
               10 WS-GRP-OLDEST PIC 9(8).
       01 WS-GRP-SUB PIC 9(3).
       01 WS-GRP-HIT PIC 9(3) VALUE ZEROES.

      * Devices on the chase list, so a bench item can say so.
       01 WS-CHS-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CHS-TABLE.
           05 WS-CHS-DEVICE OCCURS 200 TIMES PIC X(8).
       01 WS-CHS-SUB PIC 9(3).
       01 WS-CHS-HIT PIC 9(3) VALUE ZEROES.

      * Batch dates off the transmission ledger.
       01 WS-BLG-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-BLG-TABLE.
           05 WS-BLG-ENTRY OCCURS 200 TIMES.
               10 WS-BLG-BATCH PIC 9(6).
               10 WS-BLG-DATE PIC 9(8).
       01 WS-BLG-SUB PIC 9(3).

      * Each elf's latest medic case - opened date and status, and
      * 'Y' once the elf is listed off the dispatch.
       01 WS-CASE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 200 TIMES.
               10 WS-CASE-ELF PIC X(16).
               10 WS-CASE-OPENED PIC 9(8).
               10 WS-CASE-STAT PIC X(10).
               10 WS-CASE-LISTED PIC X.
       01 WS-CASE-SUB PIC 9(3).
       01 WS-CASE-HIT PIC 9(3) VALUE ZEROES.
       01 WS-MEDIC-ELF PIC X(16) VALUE SPACES.

      * The pending schedule change, if there is one.
       01 WS-PND-BY PIC X(3) VALUE SPACES.
       01 WS-PND-DATE PIC X(8) VALUE SPACES.
       01 WS-PND-FOUND PIC X VALUE 'N'.
       01 WS-PND-DIFFS PIC 9(3) VALUE ZEROES.

      * The handover notes - those carried in, kept or dropped by
      * the outgoing operator, and the new ones added behind them.
       01 WS-NOTE-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-NOTE-TABLE.
           05 WS-NOTE-ENTRY OCCURS 50 TIMES.
               10 WS-NOTE-DATE PIC 9(8).
               10 WS-NOTE-OPR PIC X(3).
               10 WS-NOTE-TXT PIC X(60).
               10 WS-NOTE-KEEP PIC X(1).
       01 WS-NOTE-SUB PIC 9(2).
       01 WS-NOTE-IN PIC 9(2) VALUE ZEROES.
       01 WS-NOTE-KEPT PIC 9(2) VALUE ZEROES.
       01 WS-NOTE-TEXT PIC X(60) VALUE SPACES.
       01 WS-NOTE-DONE PIC X VALUE 'N'.

      * The signed-on operator - 'Y' found and active, 'I' found but
      * inactive, 'N' not on the master, 'M' no master on file - the
      * functions they hold, the function the current action needs,
      * and why it was refused when it was.
       01 WS-OPERATOR PIC X(3) VALUE SPACES.
       01 WS-OPR-FOUND PIC X VALUE 'N'.
       01 WS-OPR-FUNCS.
           05 WS-OPR-FUNC OCCURS 20 TIMES PIC X(8).
       01 WS-OPR-SUB PIC 9(2).
       01 WS-NEED-FUNC PIC X(8) VALUE SPACES.
       01 WS-DENY-REASON PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME.
           PERFORM SignOn.
           MOVE 'HANDOVER' TO WS-NEED-FUNC.
           PERFORM CheckAuthority.
           IF WS-DENY-REASON NOT EQUAL SPACES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > WS-KIND-MAX
               MOVE ZEROES TO WS-KIND-NOW(WS-KIND-SUB)
               MOVE ZEROES TO WS-KIND-PREV(WS-KIND-SUB)
               MOVE 'N' TO WS-KIND-HAD(WS-KIND-SUB)
           END-PERFORM.
           PERFORM LoadPreviousCounts.
           PERFORM LoadNotes.
           PERFORM TakeAlerts.
           PERFORM TakeRetransQueue.
           PERFORM TakeRejects.
           PERFORM TakeBench.
           PERFORM TakeMedic.
           PERFORM TakeSchedule.
           PERFORM SortItems.
           OPEN OUTPUT HANDOVER-RPT.
           MOVE SPACES TO HANDOVER-RPT-LINE.
           STRING 'SHIFT HANDOVER DATE ' WS-TODAY-DATE ' TIME '
               WS-NOW-TIME ' BY ' WS-OPERATOR
               DELIMITED BY SIZE INTO HANDOVER-RPT-LINE
           END-STRING.
           WRITE HANDOVER-RPT-LINE.
           PERFORM WriteCountSection.
           PERFORM VARYING WS-OWNER-SUB FROM 1 BY 1
                   UNTIL WS-OWNER-SUB > 5
               PERFORM WriteOwnerSection
           END-PERFORM.
           IF WS-ITM-OVER > ZEROES
               MOVE SPACES TO HANDOVER-RPT-LINE
               STRING 'WARNING - ' WS-ITM-OVER ' ITEMS PAST THE 500 '
                   'THE WORKLIST HOLDS ARE COUNTED BUT NOT LISTED'
                   DELIMITED BY SIZE INTO HANDOVER-RPT-LINE
               END-STRING
               WRITE HANDOVER-RPT-LINE
           END-IF.
           PERFORM TakeNotes.
           PERFORM WriteNoteSection.
           MOVE SPACES TO HANDOVER-RPT-LINE.
           STRING 'TOTAL OPEN ITEMS ' WS-ITM-COUNT ' NOTES '
               WS-NOTE-KEPT
               DELIMITED BY SIZE INTO HANDOVER-RPT-LINE
           END-STRING.
           WRITE HANDOVER-RPT-LINE.
           DISPLAY HANDOVER-RPT-LINE.
           CLOSE HANDOVER-RPT.
           PERFORM SaveCounts.
           PERFORM SaveNotes.
           PERFORM WriteAuditLog.
           IF WS-KIND-ROSE EQUAL 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           GOBACK.

      * The operator ID is asked for up front and looked up on the
      * operator master, keeping the functions it holds for
      * CheckAuthority. No master on file leaves WS-OPR-FOUND at
      * 'M' and CheckAuthority refuses.
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

      * The previous handover's counts, one record per kind. None on
      * file and every kind reads as new.
       LoadPreviousCounts.
           OPEN INPUT HAND-COUNTS.
           IF WS-HCNT-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HCNT-STATUS NOT EQUAL '00'
               READ HAND-COUNTS
                   AT END MOVE '10' TO WS-HCNT-STATUS
                   NOT AT END
                       MOVE HC-DATE TO WS-PREV-DATE
                       MOVE HC-TIME TO WS-PREV-TIME
                       MOVE HC-OPERATOR TO WS-PREV-OPERATOR
                       PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                               UNTIL WS-KIND-SUB > WS-KIND-MAX
                           IF WS-KIND-NAME(WS-KIND-SUB) EQUAL HC-KIND
                               MOVE HC-COUNT
                                   TO WS-KIND-PREV(WS-KIND-SUB)
                               MOVE 'Y' TO WS-KIND-HAD(WS-KIND-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE HAND-COUNTS.

       LoadNotes.
           OPEN INPUT HAND-NOTES.
           IF WS-NOTE-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-NOTE-STATUS NOT EQUAL '00'
                   OR WS-NOTE-COUNT EQUAL 50
               READ HAND-NOTES
                   AT END MOVE '10' TO WS-NOTE-STATUS
                   NOT AT END
                       ADD 1 TO WS-NOTE-COUNT
                       MOVE HN-DATE TO WS-NOTE-DATE(WS-NOTE-COUNT)
                       MOVE HN-OPERATOR TO WS-NOTE-OPR(WS-NOTE-COUNT)
                       MOVE HN-TEXT TO WS-NOTE-TXT(WS-NOTE-COUNT)
                       MOVE 'Y' TO WS-NOTE-KEEP(WS-NOTE-COUNT)
               END-READ
           END-PERFORM.
           CLOSE HAND-NOTES.
           MOVE WS-NOTE-COUNT TO WS-NOTE-IN.

      * One item onto the worklist from the WS-NEW- fields. Past
      * the table's 500 the item is counted in WS-ITM-OVER only -
      * the kind counts are kept by the callers and stay whole.
       AddItem.
           IF WS-ITM-COUNT EQUAL 500
               ADD 1 TO WS-ITM-OVER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITM-COUNT.
           MOVE WS-NEW-OWNER TO WS-ITM-OWNER(WS-ITM-COUNT).
           MOVE WS-NEW-DATE TO WS-ITM-DATE(WS-ITM-COUNT).
           MOVE WS-NEW-SOURCE TO WS-ITM-SOURCE(WS-ITM-COUNT).
           MOVE WS-NEW-KEY TO WS-ITM-KEY(WS-ITM-COUNT).
           MOVE WS-NEW-TEXT TO WS-ITM-TEXT(WS-ITM-COUNT).

      * Alert groups nobody has acknowledged or closed since they
      * last fired - the same cover rule ALERTTRI triages by. They
      * belong to the operator.
       TakeAlerts.
           OPEN INPUT ALERT-STS.
           IF WS-STS-STATUS EQUAL '00'
               PERFORM UNTIL WS-STS-STATUS NOT EQUAL '00'
                   READ ALERT-STS
                       AT END MOVE '10' TO WS-STS-STATUS
                       NOT AT END PERFORM TakeStatusRecord
                   END-READ
               END-PERFORM
               CLOSE ALERT-STS
           END-IF.
           OPEN INPUT ALERTS-IN.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ALERT-STATUS NOT EQUAL '00'
               READ ALERTS-IN
                   AT END MOVE '10' TO WS-ALERT-STATUS
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       PERFORM TakeAlertLine
               END-READ
           END-PERFORM.
           CLOSE ALERTS-IN.
           MOVE WS-GRP-COUNT TO WS-KIND-NOW(1).
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               MOVE 1 TO WS-NEW-OWNER
               MOVE WS-GRP-OLDEST(WS-GRP-SUB) TO WS-NEW-DATE
               MOVE 'ALERTS' TO WS-NEW-SOURCE
               MOVE WS-GRP-PROG(WS-GRP-SUB) TO WS-NEW-KEY
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'SEVERITY ' WS-GRP-SEV(WS-GRP-SUB) ' SEEN '
                   WS-GRP-REPEATS(WS-GRP-SUB) ' '
                   WS-GRP-TEXT(WS-GRP-SUB)
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
               PERFORM AddItem
           END-PERFORM.

      * Latest status per program-and-text group wins - see
      * ALERTTRI's TakeStatusRecord.
       TakeStatusRecord.
           MOVE ZEROES TO WS-STS-HIT.
           PERFORM VARYING WS-STS-SUB FROM 1 BY 1
                   UNTIL WS-STS-SUB > WS-STS-COUNT
               IF WS-STS-PROG(WS-STS-SUB) EQUAL STS-PROGRAM
                       AND WS-STS-TXT(WS-STS-SUB) EQUAL STS-TEXT
                   MOVE WS-STS-SUB TO WS-STS-HIT
                   MOVE WS-STS-COUNT TO WS-STS-SUB
               END-IF
           END-PERFORM.
           IF WS-STS-HIT > ZEROES
               IF STS-DATE >= WS-STS-DATE(WS-STS-HIT)
                   MOVE STS-DATE TO WS-STS-DATE(WS-STS-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-STS-COUNT EQUAL 200
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STS-COUNT.
           MOVE STS-DATE TO WS-STS-DATE(WS-STS-COUNT).
           MOVE STS-PROGRAM TO WS-STS-PROG(WS-STS-COUNT).
           MOVE STS-TEXT TO WS-STS-TXT(WS-STS-COUNT).

      * One alert line folded into its group unless a status dated
      * on or after it covers it - see ALERTTRI's TakeAlertLine.
       TakeAlertLine.
           MOVE SPACES TO WS-HEAD.
           MOVE SPACES TO WS-TEXT.
           UNSTRING ALERTS-IN-LINE DELIMITED BY ' ALERT '
               INTO WS-HEAD WS-TEXT
           END-UNSTRING.
           MOVE SPACES TO WS-TOK-1.
           MOVE SPACES TO WS-TOK-2.
           MOVE SPACES TO WS-TOK-3.
           MOVE SPACES TO WS-TOK-4.
           MOVE SPACES TO WS-TOK-5.
           MOVE SPACES TO WS-TOK-6.
           UNSTRING WS-HEAD DELIMITED BY ALL SPACES
               INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
                   WS-TOK-6
           END-UNSTRING.
           IF WS-TOK-1 NOT EQUAL 'DATE'
                   OR WS-TOK-3 NOT EQUAL 'PROGRAM'
                   OR WS-TOK-2(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOK-2(1:8) TO WS-LINE-DATE.
           MOVE WS-TOK-4 TO WS-LINE-PROG.
           IF WS-TOK-5 EQUAL 'SEVERITY'
                   AND WS-TOK-6(1:1) IS NUMERIC
               MOVE WS-TOK-6(1:1) TO WS-LINE-SEV
           ELSE
               MOVE 2 TO WS-LINE-SEV
           END-IF.
           MOVE ZEROES TO WS-STS-HIT.
           PERFORM VARYING WS-STS-SUB FROM 1 BY 1
                   UNTIL WS-STS-SUB > WS-STS-COUNT
               IF WS-STS-PROG(WS-STS-SUB) EQUAL WS-LINE-PROG
                       AND WS-STS-TXT(WS-STS-SUB) EQUAL WS-TEXT
                       AND WS-STS-DATE(WS-STS-SUB) >= WS-LINE-DATE
                   MOVE WS-STS-SUB TO WS-STS-HIT
                   MOVE WS-STS-COUNT TO WS-STS-SUB
               END-IF
           END-PERFORM.
           IF WS-STS-HIT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-GRP-HIT.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               IF WS-GRP-PROG(WS-GRP-SUB) EQUAL WS-LINE-PROG
                       AND WS-GRP-TEXT(WS-GRP-SUB) EQUAL WS-TEXT
                   MOVE WS-GRP-SUB TO WS-GRP-HIT
                   MOVE WS-GRP-COUNT TO WS-GRP-SUB
               END-IF
           END-PERFORM.
           IF WS-GRP-HIT EQUAL ZEROES
               IF WS-GRP-COUNT EQUAL 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-HIT
               MOVE WS-LINE-PROG TO WS-GRP-PROG(WS-GRP-HIT)
               MOVE WS-TEXT TO WS-GRP-TEXT(WS-GRP-HIT)
               MOVE WS-LINE-SEV TO WS-GRP-SEV(WS-GRP-HIT)
               MOVE ZEROES TO WS-GRP-REPEATS(WS-GRP-HIT)
               MOVE WS-LINE-DATE TO WS-GRP-OLDEST(WS-GRP-HIT)
           END-IF.
           ADD 1 TO WS-GRP-REPEATS(WS-GRP-HIT).
           IF WS-LINE-SEV < WS-GRP-SEV(WS-GRP-HIT)
               MOVE WS-LINE-SEV TO WS-GRP-SEV(WS-GRP-HIT)
           END-IF.
           IF WS-LINE-DATE < WS-GRP-OLDEST(WS-GRP-HIT)
               MOVE WS-LINE-DATE TO WS-GRP-OLDEST(WS-GRP-HIT)
           END-IF.

      * Every batch HQRECON queued for resend is the operator's -
      * dated by when it first went out, off the ledger.
       TakeRetransQueue.
           OPEN INPUT BATCH-LOG.
           IF WS-BLOG-STATUS EQUAL '00'
               PERFORM UNTIL WS-BLOG-STATUS NOT EQUAL '00'
                       OR WS-BLG-COUNT EQUAL 200
                   READ BATCH-LOG
                       AT END MOVE '10' TO WS-BLOG-STATUS
                       NOT AT END
                           ADD 1 TO WS-BLG-COUNT
                           MOVE BL-BATCH TO WS-BLG-BATCH(WS-BLG-COUNT)
                           MOVE BL-DATE TO WS-BLG-DATE(WS-BLG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BATCH-LOG
           END-IF.
           OPEN INPUT RETRANS-QUEUE.
           IF WS-RQ-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RQ-STATUS NOT EQUAL '00'
               READ RETRANS-QUEUE
                   AT END MOVE '10' TO WS-RQ-STATUS
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       ADD 1 TO WS-KIND-NOW(2)
                       MOVE 1 TO WS-NEW-OWNER
                       MOVE ZEROES TO WS-NEW-DATE
                       PERFORM VARYING WS-BLG-SUB FROM 1 BY 1
                               UNTIL WS-BLG-SUB > WS-BLG-COUNT
                           IF WS-BLG-BATCH(WS-BLG-SUB) EQUAL RQ-BATCH
                               MOVE WS-BLG-DATE(WS-BLG-SUB)
                                   TO WS-NEW-DATE
                           END-IF
                       END-PERFORM
                       MOVE 'RETRANSQ' TO WS-NEW-SOURCE
                       MOVE SPACES TO WS-NEW-KEY
                       STRING 'BATCH ' RQ-BATCH
                           DELIMITED BY SIZE INTO WS-NEW-KEY
                       END-STRING
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING 'RESEND ' RQ-GEN-NAME ' - ' RQ-REASON
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM AddItem
               END-READ
           END-PERFORM.
           CLOSE RETRANS-QUEUE.

      * OPEN rejects on the register are the clerk's - RESUBMIT
      * clears them.
       TakeRejects.
           OPEN INPUT REJECT-REGISTER.
           IF WS-REGR-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REGR-STATUS NOT EQUAL '00'
               READ REJECT-REGISTER
                   AT END MOVE '10' TO WS-REGR-STATUS
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       IF REG-STATUS EQUAL 'OPEN'
                           ADD 1 TO WS-KIND-NOW(3)
                           MOVE 2 TO WS-NEW-OWNER
                           MOVE REG-DATE TO WS-NEW-DATE
                           MOVE 'REJREG' TO WS-NEW-SOURCE
                           MOVE REG-CAMP TO WS-NEW-KEY
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING 'SOURCE ' REG-SOURCE ' LINE '
                               REG-LINE ' ' REG-TEXT(1:34)
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                           END-STRING
                           PERFORM AddItem
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-REGISTER.

      * Every device still out at the bench, those long enough out
      * to be on DEVRET's chase list marked so.
       TakeBench.
           OPEN INPUT CHASE-LIST.
           IF WS-CHASE-STATUS EQUAL '00'
               PERFORM UNTIL WS-CHASE-STATUS NOT EQUAL '00'
                       OR WS-CHS-COUNT EQUAL 200
                   READ CHASE-LIST
                       AT END MOVE '10' TO WS-CHASE-STATUS
                       NOT AT END
                           ADD 1 TO WS-REC-NUM
                           IF CHASE-LINE(1:7) EQUAL 'DEVICE '
                               ADD 1 TO WS-CHS-COUNT
                               MOVE CHASE-LINE(8:8)
                                   TO WS-CHS-DEVICE(WS-CHS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHASE-LIST
           END-IF.
           OPEN INPUT DISPATCH-OUTSTANDING.
           IF WS-DOUT-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DOUT-STATUS NOT EQUAL '00'
               READ DISPATCH-OUTSTANDING
                   AT END MOVE '10' TO WS-DOUT-STATUS
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       ADD 1 TO WS-KIND-NOW(4)
                       MOVE 3 TO WS-NEW-OWNER
                       MOVE DO-DATE TO WS-NEW-DATE
                       MOVE 'DISPOUT' TO WS-NEW-SOURCE
                       MOVE DO-DEVICE TO WS-NEW-KEY
                       MOVE ZEROES TO WS-CHS-HIT
                       PERFORM VARYING WS-CHS-SUB FROM 1 BY 1
                               UNTIL WS-CHS-SUB > WS-CHS-COUNT
                           IF WS-CHS-DEVICE(WS-CHS-SUB) EQUAL DO-DEVICE
                               MOVE WS-CHS-SUB TO WS-CHS-HIT
                           END-IF
                       END-PERFORM
                       IF WS-CHS-HIT > ZEROES
                           ADD 1 TO WS-KIND-NOW(5)
                           MOVE 'CHASE' TO WS-NEW-SOURCE
                           MOVE 'AT THE BENCH - ON THE CHASE LIST'
                               TO WS-NEW-TEXT
                       ELSE
                           MOVE 'AT THE BENCH' TO WS-NEW-TEXT
                       END-IF
                       PERFORM AddItem
               END-READ
           END-PERFORM.
           CLOSE DISPATCH-OUTSTANDING.

      * Elves on the day's medic dispatch whose latest case the
      * medic has not answered. The case gives the date waited
      * from; an elf with no case on the register waits from today.
      * Then every other case still OPEN - an elf dispatched on an
      * earlier day and waiting yet - so the medic's count is the
      * one MEDAGE lists as unanswered.
       TakeMedic.
           OPEN INPUT MEDIC-CASES.
           IF WS-CASE-STATUS EQUAL '00'
               PERFORM UNTIL WS-CASE-STATUS NOT EQUAL '00'
                   READ MEDIC-CASES
                       AT END MOVE '10' TO WS-CASE-STATUS
                       NOT AT END PERFORM TakeCaseRecord
                   END-READ
               END-PERFORM
               CLOSE MEDIC-CASES
           END-IF.
           OPEN INPUT MEDIC-DISPATCH.
           IF WS-MEDIC-STATUS EQUAL '00'
               PERFORM UNTIL WS-MEDIC-STATUS NOT EQUAL '00'
                   READ MEDIC-DISPATCH
                       AT END MOVE '10' TO WS-MEDIC-STATUS
                       NOT AT END
                           ADD 1 TO WS-REC-NUM
                           IF MEDIC-DISPATCH-LINE(1:4) EQUAL 'ELF '
                               PERFORM TakeMedicLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDIC-DISPATCH
           END-IF.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-STAT(WS-CASE-SUB) EQUAL 'OPEN'
                       AND WS-CASE-LISTED(WS-CASE-SUB) NOT EQUAL 'Y'
                   PERFORM TakeOpenCase
               END-IF
           END-PERFORM.

      * The latest case per elf - a later record on the register
      * supersedes an earlier one, the way MEDCASE appends them.
       TakeCaseRecord.
           MOVE ZEROES TO WS-CASE-HIT.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-ELF(WS-CASE-SUB) EQUAL MC-ELF
                   MOVE WS-CASE-SUB TO WS-CASE-HIT
               END-IF
           END-PERFORM.
           IF WS-CASE-HIT EQUAL ZEROES
               IF WS-CASE-COUNT EQUAL 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-CASE-HIT
               MOVE MC-ELF TO WS-CASE-ELF(WS-CASE-HIT)
               MOVE 'N' TO WS-CASE-LISTED(WS-CASE-HIT)
           END-IF.
           MOVE MC-OPENED TO WS-CASE-OPENED(WS-CASE-HIT).
           MOVE MC-STATUS TO WS-CASE-STAT(WS-CASE-HIT).

       TakeMedicLine.
           MOVE MEDIC-DISPATCH-LINE(5:16) TO WS-MEDIC-ELF.
           MOVE ZEROES TO WS-CASE-HIT.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               IF WS-CASE-ELF(WS-CASE-SUB) EQUAL WS-MEDIC-ELF
                   MOVE WS-CASE-SUB TO WS-CASE-HIT
               END-IF
           END-PERFORM.
           MOVE WS-TODAY-DATE TO WS-NEW-DATE.
           IF WS-CASE-HIT > ZEROES
               IF WS-CASE-STAT(WS-CASE-HIT) NOT EQUAL 'OPEN'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CASE-OPENED(WS-CASE-HIT) TO WS-NEW-DATE
               MOVE 'Y' TO WS-CASE-LISTED(WS-CASE-HIT)
           END-IF.
           ADD 1 TO WS-KIND-NOW(6).
           MOVE 4 TO WS-NEW-OWNER.
           MOVE 'MEDICDSP' TO WS-NEW-SOURCE.
           MOVE WS-MEDIC-ELF TO WS-NEW-KEY.
           MOVE MEDIC-DISPATCH-LINE(22:59) TO WS-NEW-TEXT.
           PERFORM AddItem.

      * A case the medic has not answered for an elf not on today's
      * dispatch - waited on since the case was opened.
       TakeOpenCase.
           ADD 1 TO WS-KIND-NOW(6).
           MOVE 4 TO WS-NEW-OWNER.
           MOVE WS-CASE-OPENED(WS-CASE-SUB) TO WS-NEW-DATE.
           MOVE 'MEDCASE' TO WS-NEW-SOURCE.
           MOVE WS-CASE-ELF(WS-CASE-SUB) TO WS-NEW-KEY.
           MOVE 'CASE OPEN, NOT ANSWERED - NOT ON TODAY''S DISPATCH'
               TO WS-NEW-TEXT.
           PERFORM AddItem.

      * A schedule change SCHEDMNT is holding for its second
      * operator - the file is emptied once it is approved or
      * rejected, so a header on it means one is waiting.
       TakeSchedule.
           OPEN INPUT SCHED-PND.
           IF WS-PND-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PND-STATUS NOT EQUAL '00'
               READ SCHED-PND
                   AT END MOVE '10' TO WS-PND-STATUS
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       EVALUATE TRUE
                           WHEN SCHED-PND-LINE(1:11) EQUAL
                                   'PENDING BY '
                               MOVE 'Y' TO WS-PND-FOUND
                               MOVE SCHED-PND-LINE(12:3) TO WS-PND-BY
                               MOVE SCHED-PND-LINE(21:8)
                                   TO WS-PND-DATE
                           WHEN SCHED-PND-LINE(1:5) EQUAL 'DIFF '
                               ADD 1 TO WS-PND-DIFFS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE SCHED-PND.
           IF WS-PND-FOUND NOT EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KIND-NOW(7).
           MOVE 5 TO WS-NEW-OWNER.
           IF WS-PND-DATE IS NUMERIC
               MOVE WS-PND-DATE TO WS-NEW-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-NEW-DATE
           END-IF.
           MOVE 'SCHEDPND' TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-KEY.
           STRING 'PROPOSED BY ' WS-PND-BY
               DELIMITED BY SIZE INTO WS-NEW-KEY
           END-STRING.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING 'SCHEDULE CHANGE OF ' WS-PND-DIFFS
               ' FIELDS WAITING ON A SECOND OPERATOR'
               DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-STRING.
           PERFORM AddItem.

      * Owner first, then oldest first - see pmsched's SortDueList.
       SortItems.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-COUNT
               PERFORM VARYING WS-ITM-SUB2 FROM 1 BY 1
                       UNTIL WS-ITM-SUB2 >= WS-ITM-SUB
                   IF WS-ITM-SORT(WS-ITM-SUB) <
                           WS-ITM-SORT(WS-ITM-SUB2)
                       MOVE WS-ITM-ENTRY(WS-ITM-SUB2) TO WS-SWAP-ITM
                       MOVE WS-ITM-ENTRY(WS-ITM-SUB)
                           TO WS-ITM-ENTRY(WS-ITM-SUB2)
                       MOVE WS-SWAP-ITM TO WS-ITM-ENTRY(WS-ITM-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Each kind now against the previous handover - a kind that
      * has grown is what the incoming shift looks at first.
       WriteCountSection.
           MOVE SPACES TO HANDOVER-RPT-LINE.
           IF WS-PREV-DATE EQUAL ZEROES
               MOVE 'NO PREVIOUS HANDOVER ON FILE - EVERY COUNT IS NEW'
                   TO HANDOVER-RPT-LINE
           ELSE
               STRING 'COUNTS AGAINST THE HANDOVER OF ' WS-PREV-DATE
                   ' TIME ' WS-PREV-TIME ' BY ' WS-PREV-OPERATOR
                   DELIMITED BY SIZE INTO HANDOVER-RPT-LINE
               END-STRING
           END-IF.
           WRITE HANDOVER-RPT-LINE.
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > WS-KIND-MAX
               PERFORM WriteCountLine
           END-PERFORM.

       WriteCountLine.
           MOVE SPACES TO HANDOVER-RPT-LINE.
           STRING '  ' WS-KIND-NAME(WS-KIND-SUB) ' NOW '
               WS-KIND-NOW(WS-KIND-SUB) ' PREVIOUS '
               WS-KIND-PREV(WS-KIND-SUB)
               DELIMITED BY SIZE INTO HANDOVER-RPT-LINE
           END-STRING.
           EVALUATE TRUE
               WHEN WS-KIND-HAD(WS-KIND-SUB) NOT EQUAL 'Y'
                   MOVE ' NEW' TO HANDOVER-RPT-LINE(39:4)
               WHEN WS-KIND-NOW(WS-KIND-SUB) >
                       WS-KIND-PREV(WS-KIND-SUB)
                   COMPUTE WS-KIND-DIFF = WS-KIND-NOW(WS-KIND-SUB)
                       - WS-KIND-PREV(WS-KIND-SUB)
                   MOVE ' UP ' TO HANDOVER-RPT-LINE(39:4)
                   MOVE WS-KIND-DIFF TO HANDOVER-RPT-LINE(43:6)
                   MOVE 'Y' TO WS-KIND-ROSE
               WHEN WS-KIND-NOW(WS-KIND-SUB) <
                       WS-KIND-PREV(WS-KIND-SUB)
                   COMPUTE WS-KIND-DIFF = WS-KIND-PREV(WS-KIND-SUB)
                       - WS-KIND-NOW(WS-KIND-SUB)
                   MOVE ' DOWN ' TO HANDOVER-RPT-LINE(39:6)
                   MOVE WS-KIND-DIFF TO HANDOVER-RPT-LINE(45:6)
               WHEN OTHER
                   MOVE ' SAME' TO HANDOVER-RPT-LINE(39:5)
           END-EVALUATE.
           WRITE HANDOVER-RPT-LINE.

      * One owner's items, already oldest first off the sort.
       WriteOwnerSection.
           MOVE ZEROES TO WS-OWNER-ITEMS.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-COUNT
               IF WS-ITM-OWNER(WS-ITM-SUB) EQUAL WS-OWNER-SUB
                   ADD 1 TO WS-OWNER-ITEMS
               END-IF
           END-PERFORM.
           MOVE SPACES TO HANDOVER-RPT-LINE.
           STRING 'OWNER ' WS-OWNER-NAME(WS-OWNER-SUB) ' - '
               WS-OWNER-ITEMS ' OPEN, OLDEST FIRST'
               DELIMITED BY SIZE INTO HANDOVER-RPT-LINE
           END-STRING.
           WRITE HANDOVER-RPT-LINE.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-COUNT
               IF WS-ITM-OWNER(WS-ITM-SUB) EQUAL WS-OWNER-SUB
                   MOVE SPACES TO HANDOVER-RPT-LINE
                   STRING '  ' WS-ITM-DATE(WS-ITM-SUB) ' '
                       WS-ITM-SOURCE(WS-ITM-SUB) ' '
                       WS-ITM-KEY(WS-ITM-SUB) ' '
                       WS-ITM-TEXT(WS-ITM-SUB)
                       DELIMITED BY SIZE INTO HANDOVER-RPT-LINE
                   END-STRING
                   WRITE HANDOVER-RPT-LINE
               END-IF
           END-PERFORM.

      * The carried notes up one at a time to keep or drop, then
      * the outgoing operator's new ones until a blank line.
       TakeNotes.
           PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                   UNTIL WS-NOTE-SUB > WS-NOTE-IN
               DISPLAY ' '
               DISPLAY 'NOTE ' WS-NOTE-DATE(WS-NOTE-SUB) ' BY '
                   WS-NOTE-OPR(WS-NOTE-SUB)
               DISPLAY '  ' WS-NOTE-TXT(WS-NOTE-SUB)
               DISPLAY 'K = KEEP FOR THE NEXT SHIFT, BLANK = DROP? '
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:1) NOT EQUAL 'K'
                   MOVE 'N' TO WS-NOTE-KEEP(WS-NOTE-SUB)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-NOTE-DONE.
           PERFORM UNTIL WS-NOTE-DONE EQUAL 'Y'
               IF WS-NOTE-COUNT EQUAL 50
                   DISPLAY 'NOTES FULL AT 50 - DROP SOME NEXT TIME'
                   MOVE 'Y' TO WS-NOTE-DONE
               ELSE
                   DISPLAY 'NEW NOTE FOR THE NEXT SHIFT (BLANK TO '
                       'FINISH)? '
                   MOVE SPACES TO WS-NOTE-TEXT
                   ACCEPT WS-NOTE-TEXT
                   IF WS-NOTE-TEXT EQUAL SPACES
                       MOVE 'Y' TO WS-NOTE-DONE
                   ELSE
                       ADD 1 TO WS-NOTE-COUNT
                       MOVE WS-TODAY-DATE
                           TO WS-NOTE-DATE(WS-NOTE-COUNT)
                       MOVE WS-OPERATOR TO WS-NOTE-OPR(WS-NOTE-COUNT)
                       MOVE WS-NOTE-TEXT
                           TO WS-NOTE-TXT(WS-NOTE-COUNT)
                       MOVE 'Y' TO WS-NOTE-KEEP(WS-NOTE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       WriteNoteSection.
           MOVE ZEROES TO WS-NOTE-KEPT.
           MOVE 'HANDOVER NOTES' TO HANDOVER-RPT-LINE.
           WRITE HANDOVER-RPT-LINE.
           PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                   UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
               IF WS-NOTE-KEEP(WS-NOTE-SUB) EQUAL 'Y'
                   ADD 1 TO WS-NOTE-KEPT
                   MOVE SPACES TO HANDOVER-RPT-LINE
                   STRING '  ' WS-NOTE-DATE(WS-NOTE-SUB) ' '
                       WS-NOTE-OPR(WS-NOTE-SUB) ' '
                       WS-NOTE-TXT(WS-NOTE-SUB)
                       DELIMITED BY SIZE INTO HANDOVER-RPT-LINE
                   END-STRING
                   WRITE HANDOVER-RPT-LINE
               END-IF
           END-PERFORM.
           IF WS-NOTE-KEPT EQUAL ZEROES
               MOVE '  NONE' TO HANDOVER-RPT-LINE
               WRITE HANDOVER-RPT-LINE
           END-IF.

      * This handover's counts become the next one's previous.
       SaveCounts.
           OPEN OUTPUT HAND-COUNTS.
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > WS-KIND-MAX
               MOVE WS-KIND-NAME(WS-KIND-SUB) TO HC-KIND
               MOVE WS-KIND-NOW(WS-KIND-SUB) TO HC-COUNT
               MOVE WS-TODAY-DATE TO HC-DATE
               MOVE WS-NOW-TIME TO HC-TIME
               MOVE WS-OPERATOR TO HC-OPERATOR
               WRITE HAND-COUNT-RECORD
           END-PERFORM.
           CLOSE HAND-COUNTS.

       SaveNotes.
           OPEN OUTPUT HAND-NOTES.
           PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                   UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
               IF WS-NOTE-KEEP(WS-NOTE-SUB) EQUAL 'Y'
                   MOVE WS-NOTE-DATE(WS-NOTE-SUB) TO HN-DATE
                   MOVE WS-NOTE-OPR(WS-NOTE-SUB) TO HN-OPERATOR
                   MOVE WS-NOTE-TXT(WS-NOTE-SUB) TO HN-TEXT
                   WRITE HAND-NOTE-RECORD
               END-IF
           END-PERFORM.
           CLOSE HAND-NOTES.

      * A refused sign-on, appended to the shared AUDITLOG.DAT in
      * the same DATE/PROGRAM head as every other line - see
      * OPRMNT's WriteDeniedLog. The fifth token is DENIED rather
      * than RECORDS, so AUDITQRY never counts a refusal as a run.
       WriteDeniedLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM HANDOVER DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The records are every input record
      * read; the result is the open items and who handed over.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM HANDOVER RECORDS ' WS-REC-NUM
               ' RESULT ' WS-ITM-COUNT ' OPEN BY ' WS-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

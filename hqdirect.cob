      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HQDIRECT.

      * Inbound HQ directives intake. A ration floor, the reject
      * tolerance or the watch limit used to change because HQ
      * phoned and an operator edited THRESHLD.DAT or the WEEK1
      * watch parameter by hand. HQ now drops HQDIRECT.DAT in the
      * same header/detail/trailer style as our HQEXTRACT.DAT - one
      * detail per directive with a threshold key, the new value and
      * the date it takes effect - and this job takes it in. The
      * trailer's count and hash total are verified first: a batch
      * that does not balance is refused whole, nothing from it is
      * applied. Each detail is then checked against the catalog of
      * keys HQ may set (InitKeyCatalog) and that key's allowed
      * range; a good directive due on or before today is applied at
      * once, one due later waits on HQDIRPND.DAT and is applied by
      * the first run on or after its effective date. Threshold keys
      * go to THRESHLD.DAT; WATCHCAL, the ration floor, is the watch
      * list calorie threshold WEEK1 takes off its schedule record in
      * SCHEDCTL.DAT. Every change applied is one AUDITLOG.DAT line
      * naming the batch and detail that set it, and HQDIRACK.DAT
      * goes back to HQ with an A (applied), P (held for its date) or
      * R (refused, with the reason) for every detail. HQDIRLOG.DAT
      * remembers each batch taken, so a drop left in place is not
      * taken twice. A THRESHLD.DAT too big to hold whole is never
      * rewritten - its threshold directives are held on HQDIRPND.DAT
      * (acknowledged P, THRESHOLD FILE FULL) and alerted until the
      * file is cleared down. Run it daily ahead of the batch window.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HQ-DIRECTIVES ASSIGN TO "HQDIRECT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIR-STATUS.

       SELECT HQ-DIR-ACK ASSIGN TO "HQDIRACK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Directives accepted but not yet due - rewritten whole every
      * run, less the ones applied.
       SELECT DIR-PENDING ASSIGN TO "HQDIRPND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PND-STATUS.

      * One record per directives batch taken in or refused.
       SELECT DIR-LOG ASSIGN TO "HQDIRLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLOG-STATUS.

      * Alerting thresholds, held in a control file the operators
      * edit without a recompile - see week1's GetThresholds. Read
      * whole and rewritten whole when a directive changes a key,
      * in the key and effective-date order THRMNT keeps it in.
       SELECT THRESHOLDS ASSIGN TO "THRESHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

      * The driver's batch schedule - WEEK1's record carries the
      * watch list calorie threshold in its third parm.
       SELECT SCHED-CTL ASSIGN TO "SCHEDCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.

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
       FD HQ-DIRECTIVES.
       01 HQ-DIRECTIVE-RECORD PIC X(80).

       FD HQ-DIR-ACK.
       01 HQ-DIR-ACK-RECORD PIC X(80).

       FD DIR-PENDING.
       01 DIR-PENDING-RECORD.
           05 PND-BATCH PIC 9(6).
           05 PND-SEQ PIC 9(4).
           05 PND-KEY PIC X(8).
           05 PND-VALUE PIC 9(6).
           05 PND-EFFECTIVE PIC 9(8).

       FD DIR-LOG.
       01 DIR-LOG-RECORD.
           05 DLG-BATCH PIC 9(6).
           05 DLG-DATE PIC 9(8).
           05 DLG-TAKEN PIC 9(8).
           05 DLG-COUNT PIC 9(6).
           05 DLG-STATUS PIC X(8).

       FD THRESHOLDS.
       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

      * Laid out field for field the same as schedmnt.cob's
      * SCHEDULE-RECORD so the two stay in step.
       FD SCHED-CTL.
       01 SCHEDULE-RECORD.
           05 SCH-STEP PIC X(8).
           05 SCH-RUN PIC X(1).
           05 SCH-PARM-1 PIC 9(1).
           05 SCH-PARM-2 PIC 9(3).
           05 SCH-PARM-3 PIC 9(10).
           05 SCH-AFTER PIC X(8).

       FD ALERTS.
       01 ALERT-LINE PIC X(100).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DIR-STATUS PIC X(2) VALUE SPACES.
       01 WS-PND-STATUS PIC X(2) VALUE SPACES.
       01 WS-DLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-SCHED-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.

      * The typed records of the directives file and of the
      * acknowledgment sent back - HQ's jobs write and read these
      * columns, so the layouts change only in step with HQ. The
      * directives hash is the arithmetic sum of every detail
      * figure, value and effective date, as on our own extract.
       01 WS-DIR-HEADER.
           05 DIH-TYPE PIC X.
           05 DIH-DATE PIC 9(8).
           05 DIH-BATCH PIC 9(6).
       01 WS-DIR-DETAIL.
           05 DID-TYPE PIC X.
           05 DID-KEY PIC X(8).
           05 DID-VALUE PIC 9(6).
           05 DID-EFFECTIVE PIC 9(8).
       01 WS-DIR-TRAILER.
           05 DIT-TYPE PIC X.
           05 DIT-COUNT PIC 9(6).
           05 DIT-HASH PIC 9(20).
       01 WS-ACK-HEADER.
           05 AKH-TYPE PIC X VALUE 'H'.
           05 AKH-DATE PIC 9(8).
           05 AKH-BATCH PIC 9(6).
       01 WS-ACK-DETAIL.
           05 AKD-TYPE PIC X VALUE 'D'.
           05 AKD-SEQ PIC 9(4).
           05 AKD-KEY PIC X(8).
           05 AKD-VALUE PIC 9(6).
           05 AKD-EFFECTIVE PIC 9(8).
           05 AKD-CODE PIC X(1).
           05 AKD-REASON PIC X(20).
       01 WS-ACK-TRAILER.
           05 AKT-TYPE PIC X VALUE 'T'.
           05 AKT-COUNT PIC 9(6).
           05 AKT-APPLIED PIC 9(6).
           05 AKT-HELD PIC 9(6).
           05 AKT-REFUSED PIC 9(6).

      * The keys HQ may set, each with its allowed range and where
      * it lands - T a THRESHLD.DAT key, S the WEEK1 schedule
      * record's watch threshold.
       01 WS-KEY-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 10 TIMES.
               10 WS-KEY-NAME PIC X(8).
               10 WS-KEY-MIN PIC 9(6).
               10 WS-KEY-MAX PIC 9(6).
               10 WS-KEY-TARGET PIC X(1).
       01 WS-KEY-SUB PIC 9(2).
       01 WS-KEY-HIT PIC 9(2) VALUE ZEROES.

      * The directives batch held in core until the trailer has
      * been checked - nothing is applied from a batch that does not
      * balance.
       01 WS-DTL-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-DTL-TABLE.
           05 WS-DTL-LINE OCCURS 500 TIMES PIC X(23).
       01 WS-DTL-SUB PIC 9(4).
       01 WS-DTL-OVER PIC X VALUE 'N'.
       01 WS-HDR-SEEN PIC X VALUE 'N'.
       01 WS-TRL-SEEN PIC X VALUE 'N'.
       01 WS-HASH-CALC PIC 9(20) VALUE ZEROES.
       01 WS-BATCH-REASON PIC X(20) VALUE SPACES.
       01 WS-BATCH-TAKEN PIC X VALUE 'N'.

      * Directives waiting for their date, plus the good ones from
      * today's batch - applied oldest effective date first.
       01 WS-PND-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 300 TIMES.
               10 WS-PND-BATCH PIC 9(6).
               10 WS-PND-SEQ PIC 9(4).
               10 WS-PND-KEY PIC X(8).
               10 WS-PND-VALUE PIC 9(6).
               10 WS-PND-EFF PIC 9(8).
               10 WS-PND-DONE PIC X(1).
       01 WS-PND-SUB PIC 9(3).
       01 WS-PND-HIT PIC 9(3) VALUE ZEROES.
       01 WS-PND-FULL PIC X VALUE 'N'.

      * THRESHLD.DAT in core, every dated value of every key - a
      * directive adds the value from its date on rather than
      * overwriting the key, so the history THRMNT lists stays
      * whole. WS-THRT-OUT marks records already written back by
      * RewriteThresholds. WS-THRT-OVER is 'Y' when the file held
      * more than the table - a rewrite would drop the rest, so none
      * is made - see THRMNT's WS-THRT-OVER.
       01 WS-THRT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-THRT-TABLE.
           05 WS-THRT-ENTRY OCCURS 500 TIMES.
               10 WS-THRT-KEY PIC X(8).
               10 WS-THRT-VALUE PIC 9(6).
               10 WS-THRT-EFF PIC 9(8).
               10 WS-THRT-OUT PIC X(1).
       01 WS-THRT-SUB PIC 9(3).
       01 WS-THRT-HIT PIC 9(3) VALUE ZEROES.
       01 WS-THRT-FROM PIC 9(8) VALUE ZEROES.
       01 WS-THRT-BEST PIC 9(8) VALUE ZEROES.
       01 WS-THR-DIRTY PIC X VALUE 'N'.
       01 WS-THRT-OVER PIC X VALUE 'N'.
       01 WS-FULL-HELD PIC 9(4) VALUE ZEROES.

       01 WS-SCH-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 50 TIMES PIC X(31).
       01 WS-SCH-SUB PIC 9(2).
       01 WS-SCH-HIT PIC 9(2) VALUE ZEROES.
       01 WS-SCH-DIRTY PIC X VALUE 'N'.

       01 WS-OLD-VALUE PIC 9(6) VALUE ZEROES.
       01 WS-DETAIL-READ PIC 9(6) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-APPLIED-COUNT PIC 9(4) VALUE ZEROES.

      * Alerting working set - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE 1.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM InitKeyCatalog.
           PERFORM LoadPending.
           PERFORM LoadThresholds.
           PERFORM TakeDirectives.
           PERFORM LoadSchedule.
           PERFORM ApplyDueDirectives.
           IF WS-THR-DIRTY EQUAL 'Y' AND WS-THRT-OVER NOT EQUAL 'Y'
               PERFORM RewriteThresholds
           END-IF.
           IF WS-SCH-DIRTY EQUAL 'Y'
               PERFORM RewriteSchedule
           END-IF.
           PERFORM RewritePending.
           DISPLAY 'DIRECTIVES READ ' WS-DETAIL-READ ' REFUSED '
               WS-REFUSED-COUNT ' APPLIED ' WS-APPLIED-COUNT
               ' STILL HELD ' WS-HELD-COUNT.
           IF WS-FULL-HELD > ZEROES
               MOVE 1 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-FULL-HELD ' DIRECTIVES HELD - THRESHLD.DAT '
                   'FULL'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
           END-IF.
           PERFORM WriteAuditLog.
           IF WS-REFUSED-COUNT > ZEROES
                   OR WS-FULL-HELD > ZEROES
                   OR WS-BATCH-REASON NOT EQUAL SPACES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           GOBACK.

      * The keys HQ may set and the range each must fall in. A key
      * not here is refused, however it is spelled in THRESHLD.DAT.
       InitKeyCatalog.
           MOVE 'REJECTS' TO WS-KEY-NAME(1).
           MOVE 1 TO WS-KEY-MIN(1).
           MOVE 999 TO WS-KEY-MAX(1).
           MOVE 'T' TO WS-KEY-TARGET(1).
           MOVE 'EXCPPCT' TO WS-KEY-NAME(2).
           MOVE 1 TO WS-KEY-MIN(2).
           MOVE 100 TO WS-KEY-MAX(2).
           MOVE 'T' TO WS-KEY-TARGET(2).
           MOVE 'WATCHDAY' TO WS-KEY-NAME(3).
           MOVE 1 TO WS-KEY-MIN(3).
           MOVE 31 TO WS-KEY-MAX(3).
           MOVE 'T' TO WS-KEY-TARGET(3).
           MOVE 'WATCHCAL' TO WS-KEY-NAME(4).
           MOVE 1 TO WS-KEY-MIN(4).
           MOVE 999999 TO WS-KEY-MAX(4).
           MOVE 'S' TO WS-KEY-TARGET(4).
           MOVE 'REORDER' TO WS-KEY-NAME(5).
           MOVE 1 TO WS-KEY-MIN(5).
           MOVE 90 TO WS-KEY-MAX(5).
           MOVE 'T' TO WS-KEY-TARGET(5).
           MOVE 'ORDERTO' TO WS-KEY-NAME(6).
           MOVE 1 TO WS-KEY-MIN(6).
           MOVE 180 TO WS-KEY-MAX(6).
           MOVE 'T' TO WS-KEY-TARGET(6).
           MOVE 6 TO WS-KEY-COUNT.

       LoadPending.
           OPEN INPUT DIR-PENDING.
           IF WS-PND-STATUS EQUAL '00'
               PERFORM UNTIL WS-PND-STATUS NOT EQUAL '00'
                   READ DIR-PENDING
                       AT END MOVE '10' TO WS-PND-STATUS
                       NOT AT END
                           IF WS-PND-COUNT < 300
                               ADD 1 TO WS-PND-COUNT
                               MOVE PND-BATCH TO
                                   WS-PND-BATCH(WS-PND-COUNT)
                               MOVE PND-SEQ TO WS-PND-SEQ(WS-PND-COUNT)
                               MOVE PND-KEY TO WS-PND-KEY(WS-PND-COUNT)
                               MOVE PND-VALUE TO
                                   WS-PND-VALUE(WS-PND-COUNT)
                               MOVE PND-EFFECTIVE TO
                                   WS-PND-EFF(WS-PND-COUNT)
                               MOVE 'N' TO WS-PND-DONE(WS-PND-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-PND-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIR-PENDING
           END-IF.

      * The drop read whole, then balanced against its trailer, then
      * checked against the log of batches already taken - and only
      * then are its details looked at one by one.
       TakeDirectives.
           OPEN INPUT HQ-DIRECTIVES.
           IF WS-DIR-STATUS NOT EQUAL '00'
               DISPLAY 'NO HQDIRECT.DAT ON HAND - DUE DIRECTIVES ONLY'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ HQ-DIRECTIVES
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TakeOneRecord
               END-READ
           END-PERFORM.
           CLOSE HQ-DIRECTIVES.
           IF WS-HDR-SEEN NOT EQUAL 'Y'
               MOVE 'NO HEADER RECORD' TO WS-BATCH-REASON
               MOVE ZEROES TO DIH-DATE
               MOVE ZEROES TO DIH-BATCH
           ELSE
               IF WS-TRL-SEEN NOT EQUAL 'Y'
                   MOVE 'NO TRAILER RECORD' TO WS-BATCH-REASON
               ELSE
                   IF WS-DTL-OVER EQUAL 'Y'
                       MOVE 'OVER 500 DETAILS' TO WS-BATCH-REASON
                   ELSE
                       IF DIT-COUNT NOT EQUAL WS-DTL-COUNT
                           MOVE 'COUNT MISMATCH' TO WS-BATCH-REASON
                       ELSE
                           IF DIT-HASH NOT EQUAL WS-HASH-CALC
                               MOVE 'HASH MISMATCH' TO
                                   WS-BATCH-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-BATCH-REASON EQUAL SPACES
               PERFORM CheckBatchTaken
               IF WS-BATCH-TAKEN EQUAL 'Y'
                   DISPLAY 'DIRECTIVES BATCH ' DIH-BATCH
                       ' ALREADY TAKEN - DROP IGNORED'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-DTL-COUNT TO WS-DETAIL-READ.
           OPEN OUTPUT HQ-DIR-ACK.
           MOVE WS-TODAY-DATE TO AKH-DATE.
           MOVE DIH-BATCH TO AKH-BATCH.
           MOVE SPACES TO HQ-DIR-ACK-RECORD.
           MOVE WS-ACK-HEADER TO HQ-DIR-ACK-RECORD.
           WRITE HQ-DIR-ACK-RECORD.
           MOVE ZEROES TO AKT-COUNT.
           MOVE ZEROES TO AKT-APPLIED.
           MOVE ZEROES TO AKT-HELD.
           MOVE ZEROES TO AKT-REFUSED.
           IF WS-BATCH-REASON NOT EQUAL SPACES
               PERFORM RefuseBatch
           ELSE
               PERFORM VARYING WS-DTL-SUB FROM 1 BY 1
                       UNTIL WS-DTL-SUB > WS-DTL-COUNT
                   PERFORM TakeOneDirective
               END-PERFORM
           END-IF.
           MOVE SPACES TO HQ-DIR-ACK-RECORD.
           MOVE WS-ACK-TRAILER TO HQ-DIR-ACK-RECORD.
           WRITE HQ-DIR-ACK-RECORD.
           CLOSE HQ-DIR-ACK.
           PERFORM LogBatch.
           IF WS-REFUSED-COUNT > ZEROES
               MOVE 2 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'DIRECTIVES BATCH ' DIH-BATCH ' '
                   WS-REFUSED-COUNT ' DETAILS REFUSED'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
           END-IF.

       TakeOneRecord.
           EVALUATE TRUE
               WHEN HQ-DIRECTIVE-RECORD(1:1) EQUAL 'H'
                       AND WS-HDR-SEEN NOT EQUAL 'Y'
                   MOVE HQ-DIRECTIVE-RECORD TO WS-DIR-HEADER
                   IF DIH-DATE IS NOT NUMERIC
                       MOVE ZEROES TO DIH-DATE
                   END-IF
                   IF DIH-BATCH IS NOT NUMERIC
                       MOVE ZEROES TO DIH-BATCH
                   END-IF
                   MOVE 'Y' TO WS-HDR-SEEN
               WHEN HQ-DIRECTIVE-RECORD(1:1) EQUAL 'T'
                   MOVE HQ-DIRECTIVE-RECORD TO WS-DIR-TRAILER
                   IF DIT-COUNT IS NOT NUMERIC
                       MOVE ZEROES TO DIT-COUNT
                   END-IF
                   IF DIT-HASH IS NOT NUMERIC
                       MOVE ZEROES TO DIT-HASH
                   END-IF
                   MOVE 'Y' TO WS-TRL-SEEN
               WHEN WS-TRL-SEEN EQUAL 'Y'
                   CONTINUE
               WHEN WS-DTL-COUNT EQUAL 500
                   MOVE 'Y' TO WS-DTL-OVER
               WHEN OTHER
                   ADD 1 TO WS-DTL-COUNT
                   MOVE HQ-DIRECTIVE-RECORD TO
                       WS-DTL-LINE(WS-DTL-COUNT)
                   MOVE HQ-DIRECTIVE-RECORD TO WS-DIR-DETAIL
                   IF DID-VALUE IS NUMERIC
                       ADD DID-VALUE TO WS-HASH-CALC
                   END-IF
                   IF DID-EFFECTIVE IS NUMERIC
                       ADD DID-EFFECTIVE TO WS-HASH-CALC
                   END-IF
           END-EVALUATE.

       CheckBatchTaken.
           OPEN INPUT DIR-LOG.
           IF WS-DLOG-STATUS EQUAL '00'
               PERFORM UNTIL WS-DLOG-STATUS NOT EQUAL '00'
                   READ DIR-LOG
                       AT END MOVE '10' TO WS-DLOG-STATUS
                       NOT AT END
                           IF DLG-BATCH EQUAL DIH-BATCH
                                   AND DLG-STATUS EQUAL 'TAKEN'
                               MOVE 'Y' TO WS-BATCH-TAKEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIR-LOG
           END-IF.

      * A batch that does not balance is refused whole - one ack
      * detail carrying the reason, and a severity-1 alert. HQ
      * resends it under the same batch number.
       RefuseBatch.
           MOVE ZEROES TO AKD-SEQ.
           MOVE SPACES TO AKD-KEY.
           MOVE ZEROES TO AKD-VALUE.
           MOVE ZEROES TO AKD-EFFECTIVE.
           MOVE 'R' TO AKD-CODE.
           MOVE WS-BATCH-REASON TO AKD-REASON.
           PERFORM WriteAckDetail.
           DISPLAY 'DIRECTIVES BATCH ' DIH-BATCH ' REFUSED - '
               WS-BATCH-REASON.
           MOVE 1 TO WS-ALERT-SEV.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING 'DIRECTIVES BATCH ' DIH-BATCH ' REFUSED - '
               WS-BATCH-REASON
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM WriteAlert.

      * One detail of a balanced batch - refused on a bad type, an
      * unknown key, a value outside the key's range or an
      * impossible date; otherwise queued with the waiting ones and
      * acknowledged A when already due, P when it waits.
       TakeOneDirective.
           MOVE WS-DTL-LINE(WS-DTL-SUB) TO WS-DIR-DETAIL.
           MOVE WS-DTL-SUB TO AKD-SEQ.
           MOVE DID-KEY TO AKD-KEY.
           MOVE ZEROES TO AKD-VALUE.
           MOVE ZEROES TO AKD-EFFECTIVE.
           IF DID-VALUE IS NUMERIC
               MOVE DID-VALUE TO AKD-VALUE
           END-IF.
           IF DID-EFFECTIVE IS NUMERIC
               MOVE DID-EFFECTIVE TO AKD-EFFECTIVE
           END-IF.
           MOVE 'R' TO AKD-CODE.
           MOVE SPACES TO AKD-REASON.
           MOVE ZEROES TO WS-KEY-HIT.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               IF WS-KEY-NAME(WS-KEY-SUB) EQUAL DID-KEY
                   MOVE WS-KEY-SUB TO WS-KEY-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN DID-TYPE NOT EQUAL 'D'
                   MOVE 'BAD RECORD TYPE' TO AKD-REASON
               WHEN WS-KEY-HIT EQUAL ZEROES
                   MOVE 'UNKNOWN KEY' TO AKD-REASON
               WHEN DID-VALUE IS NOT NUMERIC
                   MOVE 'VALUE NOT NUMERIC' TO AKD-REASON
               WHEN DID-VALUE < WS-KEY-MIN(WS-KEY-HIT)
                       OR DID-VALUE > WS-KEY-MAX(WS-KEY-HIT)
                   MOVE 'VALUE OUT OF RANGE' TO AKD-REASON
               WHEN DID-EFFECTIVE IS NOT NUMERIC
                   MOVE 'BAD EFFECTIVE DATE' TO AKD-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(DID-EFFECTIVE)
                       NOT EQUAL ZEROES
                   MOVE 'BAD EFFECTIVE DATE' TO AKD-REASON
               WHEN WS-PND-COUNT EQUAL 300
                   MOVE 'PENDING FILE FULL' TO AKD-REASON
               WHEN OTHER
                   ADD 1 TO WS-PND-COUNT
                   MOVE DIH-BATCH TO WS-PND-BATCH(WS-PND-COUNT)
                   MOVE WS-DTL-SUB TO WS-PND-SEQ(WS-PND-COUNT)
                   MOVE DID-KEY TO WS-PND-KEY(WS-PND-COUNT)
                   MOVE DID-VALUE TO WS-PND-VALUE(WS-PND-COUNT)
                   MOVE DID-EFFECTIVE TO WS-PND-EFF(WS-PND-COUNT)
                   MOVE 'N' TO WS-PND-DONE(WS-PND-COUNT)
                   EVALUATE TRUE
                       WHEN DID-EFFECTIVE > WS-TODAY-DATE
                           MOVE 'P' TO AKD-CODE
                           MOVE 'HELD TO EFFECTIVE' TO AKD-REASON
                           ADD 1 TO AKT-HELD
                       WHEN WS-KEY-TARGET(WS-KEY-HIT) EQUAL 'T'
                               AND WS-THRT-OVER EQUAL 'Y'
                           MOVE 'P' TO AKD-CODE
                           MOVE 'THRESHOLD FILE FULL' TO AKD-REASON
                           ADD 1 TO AKT-HELD
                       WHEN OTHER
                           MOVE 'A' TO AKD-CODE
                           MOVE 'APPLIED' TO AKD-REASON
                           ADD 1 TO AKT-APPLIED
                   END-EVALUATE
           END-EVALUATE.
           IF AKD-CODE EQUAL 'R'
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'DIRECTIVE ' DIH-BATCH '-' AKD-SEQ ' '
                   DID-KEY ' REFUSED - ' AKD-REASON
           END-IF.
           PERFORM WriteAckDetail.

       WriteAckDetail.
           IF AKD-CODE EQUAL 'R'
               ADD 1 TO AKT-REFUSED
           END-IF.
           ADD 1 TO AKT-COUNT.
           MOVE SPACES TO HQ-DIR-ACK-RECORD.
           MOVE WS-ACK-DETAIL TO HQ-DIR-ACK-RECORD.
           WRITE HQ-DIR-ACK-RECORD.

       LogBatch.
           OPEN EXTEND DIR-LOG.
           IF WS-DLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT DIR-LOG
           END-IF.
           MOVE DIH-BATCH TO DLG-BATCH.
           MOVE DIH-DATE TO DLG-DATE.
           MOVE WS-TODAY-DATE TO DLG-TAKEN.
           MOVE WS-DTL-COUNT TO DLG-COUNT.
           IF WS-BATCH-REASON EQUAL SPACES
               MOVE 'TAKEN' TO DLG-STATUS
           ELSE
               MOVE 'REFUSED' TO DLG-STATUS
           END-IF.
           WRITE DIR-LOG-RECORD.
           CLOSE DIR-LOG.

       LoadThresholds.
           OPEN INPUT THRESHOLDS.
           IF WS-THR-STATUS EQUAL '00'
               PERFORM UNTIL WS-THR-STATUS NOT EQUAL '00'
                   READ THRESHOLDS
                       AT END MOVE '10' TO WS-THR-STATUS
                       NOT AT END
                           IF WS-THRT-COUNT EQUAL 500
                               MOVE 'Y' TO WS-THRT-OVER
                           ELSE
                               ADD 1 TO WS-THRT-COUNT
                               MOVE THR-KEY TO
                                   WS-THRT-KEY(WS-THRT-COUNT)
                               MOVE THR-VALUE TO
                                   WS-THRT-VALUE(WS-THRT-COUNT)
                               IF THR-EFFDATE IS NUMERIC
                                   MOVE THR-EFFDATE TO
                                       WS-THRT-EFF(WS-THRT-COUNT)
                               ELSE
                                   MOVE ZEROES TO
                                       WS-THRT-EFF(WS-THRT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.
           IF WS-THRT-OVER EQUAL 'Y'
               DISPLAY 'THRESHLD.DAT HOLDS MORE THAN 500 RECORDS - '
                   'NOT REWRITTEN, THRESHOLD DIRECTIVES HELD'
           END-IF.

       LoadSchedule.
           OPEN INPUT SCHED-CTL.
           IF WS-SCHED-STATUS EQUAL '00'
               PERFORM UNTIL WS-SCHED-STATUS NOT EQUAL '00'
                   READ SCHED-CTL
                       AT END MOVE '10' TO WS-SCHED-STATUS
                       NOT AT END
                           IF WS-SCH-COUNT < 50
                               ADD 1 TO WS-SCH-COUNT
                               MOVE SCHEDULE-RECORD TO
                                   WS-SCH-ENTRY(WS-SCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-CTL
           END-IF.

      * Every held directive now due, oldest effective date first -
      * same date, batch then detail order - so a later directive
      * for the same key is the one left standing. One that cannot
      * go in is marked 'H' and stays on the pending file.
       ApplyDueDirectives.
           MOVE 1 TO WS-PND-HIT.
           PERFORM UNTIL WS-PND-HIT EQUAL ZEROES
               MOVE ZEROES TO WS-PND-HIT
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                       UNTIL WS-PND-SUB > WS-PND-COUNT
                   IF WS-PND-DONE(WS-PND-SUB) EQUAL 'N'
                           AND WS-PND-EFF(WS-PND-SUB)
                               <= WS-TODAY-DATE
                       IF WS-PND-HIT EQUAL ZEROES
                           MOVE WS-PND-SUB TO WS-PND-HIT
                       ELSE
                           IF WS-PND-EFF(WS-PND-SUB)
                                   < WS-PND-EFF(WS-PND-HIT)
                               OR (WS-PND-EFF(WS-PND-SUB)
                                   EQUAL WS-PND-EFF(WS-PND-HIT)
                               AND WS-PND-BATCH(WS-PND-SUB)
                                   < WS-PND-BATCH(WS-PND-HIT))
                               MOVE WS-PND-SUB TO WS-PND-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PND-HIT > ZEROES
                   PERFORM ApplyOneDirective
                   IF WS-PND-DONE(WS-PND-HIT) NOT EQUAL 'H'
                       MOVE 'Y' TO WS-PND-DONE(WS-PND-HIT)
                   END-IF
               END-IF
           END-PERFORM.

       ApplyOneDirective.
           MOVE ZEROES TO WS-KEY-HIT.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               IF WS-KEY-NAME(WS-KEY-SUB) EQUAL WS-PND-KEY(WS-PND-HIT)
                   MOVE WS-KEY-SUB TO WS-KEY-HIT
               END-IF
           END-PERFORM.
           IF WS-KEY-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-KEY-TARGET(WS-KEY-HIT) EQUAL 'S'
               PERFORM ApplyToSchedule
           ELSE
               PERFORM ApplyToThresholds
           END-IF.
           IF WS-PND-DONE(WS-PND-HIT) EQUAL 'H'
               ADD 1 TO WS-FULL-HELD
               DISPLAY 'DIRECTIVE ' WS-PND-BATCH(WS-PND-HIT) '-'
                   WS-PND-SEQ(WS-PND-HIT) ' ' WS-PND-KEY(WS-PND-HIT)
                   ' HELD - THRESHOLD FILE FULL'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           DISPLAY 'DIRECTIVE ' WS-PND-BATCH(WS-PND-HIT) '-'
               WS-PND-SEQ(WS-PND-HIT) ' SET ' WS-PND-KEY(WS-PND-HIT)
               ' TO ' WS-PND-VALUE(WS-PND-HIT) ' WAS ' WS-OLD-VALUE.
           PERFORM WriteChangeAudit.

      * The directive's value goes on from its effective date - or
      * from today for one applied late, so the record of what was
      * in force on the days already run is never rewritten. The
      * old value is the one in force on that date; a value already
      * dated that day is replaced rather than doubled.
       ApplyToThresholds.
           IF WS-THRT-OVER EQUAL 'Y'
               MOVE 'H' TO WS-PND-DONE(WS-PND-HIT)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PND-EFF(WS-PND-HIT) TO WS-THRT-FROM.
           IF WS-THRT-FROM < WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-THRT-FROM
           END-IF.
           MOVE ZEROES TO WS-OLD-VALUE.
           MOVE ZEROES TO WS-THRT-BEST.
           MOVE ZEROES TO WS-THRT-HIT.
           PERFORM VARYING WS-THRT-SUB FROM 1 BY 1
                   UNTIL WS-THRT-SUB > WS-THRT-COUNT
               IF WS-THRT-KEY(WS-THRT-SUB) EQUAL
                       WS-PND-KEY(WS-PND-HIT)
                       AND WS-THRT-EFF(WS-THRT-SUB) <= WS-THRT-FROM
                       AND WS-THRT-EFF(WS-THRT-SUB) >= WS-THRT-BEST
                   MOVE WS-THRT-EFF(WS-THRT-SUB) TO WS-THRT-BEST
                   MOVE WS-THRT-VALUE(WS-THRT-SUB) TO WS-OLD-VALUE
                   IF WS-THRT-EFF(WS-THRT-SUB) EQUAL WS-THRT-FROM
                       MOVE WS-THRT-SUB TO WS-THRT-HIT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-THRT-HIT EQUAL ZEROES
               IF WS-THRT-COUNT EQUAL 500
                   MOVE 'H' TO WS-PND-DONE(WS-PND-HIT)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-THRT-COUNT
               MOVE WS-THRT-COUNT TO WS-THRT-HIT
               MOVE WS-PND-KEY(WS-PND-HIT) TO WS-THRT-KEY(WS-THRT-HIT)
               MOVE WS-THRT-FROM TO WS-THRT-EFF(WS-THRT-HIT)
           END-IF.
           MOVE WS-PND-VALUE(WS-PND-HIT) TO WS-THRT-VALUE(WS-THRT-HIT).
           MOVE 'Y' TO WS-THR-DIRTY.

      * The ration floor rides in WEEK1's schedule record - the
      * driver hands it to WEEK1 as the watch threshold. A schedule
      * with no WEEK1 record gets one carrying only the floor; the
      * driver's defaults stand for the mode and top-N.
       ApplyToSchedule.
           MOVE ZEROES TO WS-SCH-HIT.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               MOVE WS-SCH-ENTRY(WS-SCH-SUB) TO SCHEDULE-RECORD
               IF SCH-STEP EQUAL 'WEEK1'
                   MOVE WS-SCH-SUB TO WS-SCH-HIT
               END-IF
           END-PERFORM.
           IF WS-SCH-HIT EQUAL ZEROES
               IF WS-SCH-COUNT EQUAL 50
                   DISPLAY 'SCHEDCTL.DAT TABLE FULL - WEEK1 NOT ADDED'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SCH-COUNT
               MOVE WS-SCH-COUNT TO WS-SCH-HIT
               MOVE 'WEEK1' TO SCH-STEP
               MOVE 'Y' TO SCH-RUN
               MOVE ZEROES TO SCH-PARM-1
               MOVE ZEROES TO SCH-PARM-2
               MOVE ZEROES TO SCH-PARM-3
               MOVE SPACES TO SCH-AFTER
           ELSE
               MOVE WS-SCH-ENTRY(WS-SCH-HIT) TO SCHEDULE-RECORD
           END-IF.
           IF SCH-PARM-3 IS NOT NUMERIC
               MOVE ZEROES TO SCH-PARM-3
           END-IF.
           IF SCH-PARM-3 > 999999
               MOVE 999999 TO WS-OLD-VALUE
           ELSE
               MOVE SCH-PARM-3 TO WS-OLD-VALUE
           END-IF.
           MOVE WS-PND-VALUE(WS-PND-HIT) TO SCH-PARM-3.
           MOVE SCHEDULE-RECORD TO WS-SCH-ENTRY(WS-SCH-HIT).
           MOVE 'Y' TO WS-SCH-DIRTY.

      * Written back lowest key first, each key's values oldest
      * effective date first - the order the readers rely on to
      * take the last value in force - see THRMNT's SaveThresholds.
       RewriteThresholds.
           PERFORM VARYING WS-THRT-SUB FROM 1 BY 1
                   UNTIL WS-THRT-SUB > WS-THRT-COUNT
               MOVE 'N' TO WS-THRT-OUT(WS-THRT-SUB)
           END-PERFORM.
           OPEN OUTPUT THRESHOLDS.
           MOVE 1 TO WS-THRT-HIT.
           PERFORM UNTIL WS-THRT-HIT EQUAL ZEROES
               MOVE ZEROES TO WS-THRT-HIT
               PERFORM VARYING WS-THRT-SUB FROM 1 BY 1
                       UNTIL WS-THRT-SUB > WS-THRT-COUNT
                   IF WS-THRT-OUT(WS-THRT-SUB) EQUAL 'N'
                       IF WS-THRT-HIT EQUAL ZEROES
                           MOVE WS-THRT-SUB TO WS-THRT-HIT
                       ELSE
                           IF WS-THRT-KEY(WS-THRT-SUB)
                                   < WS-THRT-KEY(WS-THRT-HIT)
                               OR (WS-THRT-KEY(WS-THRT-SUB)
                                   EQUAL WS-THRT-KEY(WS-THRT-HIT)
                               AND WS-THRT-EFF(WS-THRT-SUB)
                                   < WS-THRT-EFF(WS-THRT-HIT))
                               MOVE WS-THRT-SUB TO WS-THRT-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-THRT-HIT > ZEROES
                   MOVE WS-THRT-KEY(WS-THRT-HIT) TO THR-KEY
                   MOVE WS-THRT-VALUE(WS-THRT-HIT) TO THR-VALUE
                   MOVE WS-THRT-EFF(WS-THRT-HIT) TO THR-EFFDATE
                   WRITE THRESHOLD-RECORD
                   MOVE 'Y' TO WS-THRT-OUT(WS-THRT-HIT)
               END-IF
           END-PERFORM.
           CLOSE THRESHOLDS.

       RewriteSchedule.
           OPEN OUTPUT SCHED-CTL.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               MOVE WS-SCH-ENTRY(WS-SCH-SUB) TO SCHEDULE-RECORD
               WRITE SCHEDULE-RECORD
           END-PERFORM.
           CLOSE SCHED-CTL.

      * What is left waiting goes back whole, held ones with it; an
      * applied directive drops off.
       RewritePending.
           IF WS-PND-FULL EQUAL 'Y'
               DISPLAY 'HQDIRPND.DAT HOLDS MORE THAN 300 RECORDS - '
                   'THE EXCESS IS KEPT UNREAD'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DIR-PENDING.
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                   UNTIL WS-PND-SUB > WS-PND-COUNT
               IF WS-PND-DONE(WS-PND-SUB) NOT EQUAL 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-PND-BATCH(WS-PND-SUB) TO PND-BATCH
                   MOVE WS-PND-SEQ(WS-PND-SUB) TO PND-SEQ
                   MOVE WS-PND-KEY(WS-PND-SUB) TO PND-KEY
                   MOVE WS-PND-VALUE(WS-PND-SUB) TO PND-VALUE
                   MOVE WS-PND-EFF(WS-PND-SUB) TO PND-EFFECTIVE
                   WRITE DIR-PENDING-RECORD
               END-IF
           END-PERFORM.
           CLOSE DIR-PENDING.

      * Severity-coded alert appended to the shared ALERTS.DAT - see
      * week1's WriteAlert.
       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM HQDIRECT SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line per change applied, naming the batch and detail
      * that set it - the fifth token is SET rather than RECORDS, so
      * AUDITQRY does not count these as runs.
       WriteChangeAudit.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM HQDIRECT SET ' WS-PND-KEY(WS-PND-HIT)
               ' ' WS-PND-VALUE(WS-PND-HIT) ' WAS ' WS-OLD-VALUE
               ' DIR ' WS-PND-BATCH(WS-PND-HIT) '-'
               WS-PND-SEQ(WS-PND-HIT)
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM HQDIRECT RECORDS 0000' WS-DETAIL-READ
               ' RESULT ' WS-APPLIED-COUNT ' SET '
               WS-REFUSED-COUNT ' REFUSED'
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

       SELECT DISPATCH-FILE ASSIGN TO "DISPATCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Evidence capture - the whole buffer of every device sent to
      * the bench, dated and keyed by device, with its length and a
      * check total, appended run after run. BUFFER.DAT is gone the
      * next morning and DEVHIST.DAT keeps only positions; this is
      * what the bench looks the device's own output up in - see
      * evidlkp.cob, which also purges it past retention.
       SELECT EVIDENCE-FILE ASSIGN TO "EVIDENCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVID-STATUS.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

      * Periodic restart point for a long rack file - see
      * WriteCheckpoint/ReadCheckpoint and week1's CHECKPOINT-FILE.
       SELECT CHECKPOINT-FILE ASSIGN TO "DAY6CKPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

      * Extra marker length, dropped by the driver ahead of an
      * unattended batch run - see week1's RUN-PARM/GetRunParms.
       SELECT RUN-PARM ASSIGN TO "DAY6PARM.DAT"
           05 DH-MARKERS PIC 9(6).
           05 DH-BUFLEN PIC 9(10).

      * Laid out field for field the same as evidlkp.cob's
      * EVIDENCE-RECORD so the two stay in step.
       FD EVIDENCE-FILE.
       01 EVIDENCE-RECORD.
           05 EV-DATE PIC 9(8).
           05 EV-DEVICE PIC X(8).
           05 EV-REASON PIC X(10).
           05 EV-BUFLEN PIC 9(10).
           05 EV-CHECK PIC 9(12).
           05 EV-BUFFER PIC X(999999).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

           05 PARM-RANGE PIC 9(10).
           05 PARM-BUSDATE PIC 9(8).

      * The last rack line fully processed and everything the run
      * has accumulated up to it - the counts, the model-and-firmware
      * table, and per device which of the day's records it has
      * already posted - enough to resume without rescanning the
      * devices before it or posting any of their records twice.
      * The two tables are laid out entry-for-entry the same as
      * WS-MODEL-TABLE and WS-POST-TABLE so they MOVE straight
      * across. The business date keeps a checkpoint left by another
      * day's run from being taken for today's.
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-BUS-DATE PIC 9(8).
           05 CKPT-DEVICE-NUM PIC 9(10).
           05 CKPT-DEVICE-ID PIC X(8).
           05 CKPT-MARKER-COUNT PIC 9(10).
           05 CKPT-DISPATCH-COUNT PIC 9(6).
           05 CKPT-EVID-COUNT PIC 9(6).
           05 CKPT-SKIP-COUNT PIC 9(6).
           05 CKPT-DEVEXC-COUNT PIC 9(6).
           05 CKPT-MODEL-COUNT PIC 9(3).
           05 CKPT-MODEL-TABLE.
               10 CKPT-MODEL-ENTRY OCCURS 50 TIMES.
                   15 CKPT-MODEL-NAME PIC X(12).
                   15 CKPT-MODEL-FW PIC X(8).
                   15 CKPT-MODEL-DEVICES PIC 9(6).
                   15 CKPT-MODEL-MARKERS PIC 9(10).
                   15 CKPT-MODEL-NONE PIC 9(6).
           05 CKPT-POST-COUNT PIC 9(3).
           05 CKPT-POST-TABLE.
               10 CKPT-POST-ENTRY OCCURS 200 TIMES.
                   15 CKPT-POST-ID PIC X(8).
                   15 CKPT-POST-HIST PIC X(1).
                   15 CKPT-POST-DOUT PIC X(1).
                   15 CKPT-POST-EVID PIC X(1).
                   15 CKPT-POST-REG PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-COUNT PIC 9(20).
      * Raised well past the old 9999-character cap - some of the
       01 WS-DEV-FIRST-PKT PIC 9(10) VALUE ZEROES.
       01 WS-DEV-FIRST-MSG PIC 9(10) VALUE ZEROES.

      * Evidence capture - the running check total over the buffer
      * being captured, and the captures written this run.
       01 WS-EVID-STATUS PIC X(2) VALUE SPACES.
       01 WS-EVID-CHECK PIC 9(12) VALUE ZEROES.
       01 WS-EVID-COUNT PIC 9(6) VALUE ZEROES.

      * Per-model-and-firmware statistics over the run - the comms
      * team's question is whether one firmware level is producing
      * garbage buffers, so the firmware level is part of the key.
       01 WS-MODEL-SUB PIC 9(3).
       01 WS-MODEL-HIT PIC 9(3) VALUE ZEROES.

      * Checkpoint bookkeeping - see week1's WS-RESTART-BLOCK.
      * WS-RESTART-DEVICE is the rack line ReadCheckpoint found the
      * last run left off at (zero when there is nothing to resume)
      * and WS-RESTART-ID the device on it; the lines up to it are
      * read past, not rescanned. WS-SINCE-CKPT counts lines since
      * the last checkpoint write.
       01 WS-CKPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-RESTART-DEVICE PIC 9(10) VALUE ZEROES.
       01 WS-RESTART-ID PIC X(8) VALUE SPACES.
       01 WS-RESTART-OK PIC X VALUE 'Y'.
       01 WS-SINCE-CKPT PIC 9(4) VALUE ZEROES.
       01 WS-CKPT-INTERVAL PIC 9(4) VALUE 25.

      * Per device, which of the day's records it has posted -
      * history (DEVHIST.DAT), the outstanding list (DISPOUT.DAT),
      * evidence (EVIDENCE.DAT), and the registry flip to
      * DISPATCHED. On a resumed run a device that the aborted run
      * had already posted is still rescanned for the counts, but
      * its records are not written again. A rack with more than 200
      * devices to post stops checkpointing rather than name a
      * restart point it cannot resume cleanly from.
       01 WS-POST-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 200 TIMES.
               10 WS-POST-ID PIC X(8) VALUE SPACES.
               10 WS-POST-HIST PIC X(1) VALUE 'N'.
               10 WS-POST-DOUT PIC X(1) VALUE 'N'.
               10 WS-POST-EVID PIC X(1) VALUE 'N'.
               10 WS-POST-REG PIC X(1) VALUE 'N'.
       01 WS-POST-SUB PIC 9(3).
       01 WS-POST-HIT PIC 9(3) VALUE ZEROES.
       01 WS-POST-OVER PIC X VALUE 'N'.
       01 WS-POST-DEVICE PIC X(8) VALUE SPACES.

      * Checked right after OPEN of RUN-PARM - see GetRunParms.
       01 WS-PARM-STATUS PIC X(2) VALUE SPACES.

       MAIN-PROCEDURE.
           PERFORM GetRunParms.
           PERFORM LoadRegistry.
           PERFORM ReadCheckpoint.

           OPEN INPUT DEVICE-FILE.
           IF WS-FILE-STATUS NOT EQUAL '00'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RESTART-DEVICE > ZEROES
               PERFORM SkipToCheckpoint
               IF WS-RESTART-OK NOT EQUAL 'Y'
                   CLOSE DEVICE-FILE
                   MOVE 1 TO WS-ALERT-SEV
                   MOVE 'JOB ABORT - RACK DOES NOT MATCH CHECKPOINT'
                       TO WS-ALERT-TEXT
                   PERFORM WriteAlert
                   PERFORM WriteAuditLog
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RecoverPostings
           END-IF.
      * A resumed run adds to the reports the aborted run started
      * instead of starting them again - the devices before the
      * checkpoint are not rescanned to rewrite their lines.
           IF WS-RESTART-DEVICE > ZEROES
               OPEN EXTEND MARKER-RPT
               OPEN EXTEND DEVICE-EXCP
               OPEN EXTEND DISPATCH-FILE
           ELSE
               OPEN OUTPUT MARKER-RPT
               OPEN OUTPUT DEVICE-EXCP
               OPEN OUTPUT DISPATCH-FILE
           END-IF.
           OPEN OUTPUT MODEL-RPT.
           OPEN EXTEND DEVICE-HISTORY.
           IF WS-DHIST-STATUS NOT EQUAL '00'
               OPEN OUTPUT DEVICE-HISTORY
           IF WS-DOUT-STATUS NOT EQUAL '00'
               OPEN OUTPUT DISPATCH-OUTSTANDING
           END-IF.
           OPEN EXTEND EVIDENCE-FILE.
           IF WS-EVID-STATUS NOT EQUAL '00'
               OPEN OUTPUT EVIDENCE-FILE
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEVICE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-DEVICE-NUM
                       PERFORM ProcessDeviceLine
                       ADD 1 TO WS-SINCE-CKPT
                       IF WS-SINCE-CKPT >= WS-CKPT-INTERVAL
                           PERFORM WriteCheckpoint
                           MOVE ZEROES TO WS-SINCE-CKPT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEVICE-FILE.
           CLOSE DISPATCH-FILE.
           CLOSE DEVICE-HISTORY.
           CLOSE DISPATCH-OUTSTANDING.
           CLOSE EVIDENCE-FILE.
           IF WS-REG-CHANGED EQUAL 'Y'
               PERFORM RewriteRegistry
           END-IF.
           PERFORM ClearCheckpoint.
           DISPLAY 'DEVICES DISPATCHED FOR REPAIR ' WS-DISPATCH-COUNT.
           DISPLAY 'BUFFERS CAPTURED AS EVIDENCE ' WS-EVID-COUNT.
           IF WS-SKIP-COUNT > ZEROES
               DISPLAY 'DEVICES SKIPPED - NOT IN SERVICE '
                   WS-SKIP-COUNT
      * device we do not own.
       ScanDevice.
           MOVE DEVICE-FILE-LINE(5:8) TO WS-DEVICE-ID.
           MOVE WS-DEVICE-ID TO WS-POST-DEVICE.
           PERFORM FindPosted.
           IF WS-REG-COUNT > ZEROES
               PERFORM FindRegistryEntry
               IF WS-REG-HIT EQUAL ZEROES
                   EXIT PARAGRAPH
               END-IF
      * A tag on the bench or retired is not scanned - scanning a
      * DISPATCHED device is how it kept getting re-dispatched. The
      * exception is a device this same run dispatched before an
      * abend, rescanned on the resume.
               IF WS-REG-LIFE(WS-REG-HIT) NOT EQUAL 'IN-SERVICE'
                   IF WS-POST-HIT EQUAL ZEROES
                       PERFORM WriteSkippedDevice
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-POST-REG(WS-POST-HIT) NOT EQUAL 'Y'
                       PERFORM WriteSkippedDevice
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROES TO WS-DEV-MARKERS.
           IF WS-PACKET-FOUND NOT EQUAL 'Y'
               PERFORM WriteDispatchLine
           END-IF.
           IF WS-PACKET-FOUND NOT EQUAL 'Y'
                   OR WS-DEV-MARKERS EQUAL ZEROES
               PERFORM WriteEvidence
           END-IF.

      * One dated scan-history record per device - the first-marker
      * positions, total markers, and buffer length the trend job
      * reads the drift out of.
       WriteDeviceHistory.
           IF WS-POST-HIT > ZEROES
               IF WS-POST-HIST(WS-POST-HIT) EQUAL 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-BUS-DATE TO DH-DATE.
           MOVE WS-DEVICE-ID TO DH-DEVICE.
           MOVE WS-DEV-FIRST-PKT TO DH-FIRST-PACKET.
           MOVE WS-DEV-MARKERS TO DH-MARKERS.
           MOVE WS-LEN TO DH-BUFLEN.
           WRITE DEVICE-HISTORY-RECORD.
           PERFORM AddPosted.
           IF WS-POST-HIT > ZEROES
               MOVE 'Y' TO WS-POST-HIST(WS-POST-HIT)
           END-IF.

      * The buffer that sent the device to the bench, whole, under
      * the business date and device id. The check total is the sum
      * of the character codes (FUNCTION ORD less one) over the
      * buffer length, so the bench can tell a capture that was cut
      * or edited from the one the device sent. NO MARKERS when the
      * buffer yielded nothing at any length, NO PACKET when only
      * the packet marker was missing.
       WriteEvidence.
           IF WS-POST-HIT > ZEROES
               IF WS-POST-EVID(WS-POST-HIT) EQUAL 'Y'
                   ADD 1 TO WS-EVID-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZEROES TO WS-EVID-CHECK.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LEN
               COMPUTE WS-EVID-CHECK = WS-EVID-CHECK
                   + FUNCTION ORD(WS-CHARS(WS-I)) - 1
           END-PERFORM.
           MOVE WS-BUS-DATE TO EV-DATE.
           MOVE WS-DEVICE-ID TO EV-DEVICE.
           IF WS-DEV-MARKERS EQUAL ZEROES
               MOVE 'NO MARKERS' TO EV-REASON
           ELSE
               MOVE 'NO PACKET' TO EV-REASON
           END-IF.
           MOVE WS-LEN TO EV-BUFLEN.
           MOVE WS-EVID-CHECK TO EV-CHECK.
           MOVE SPACES TO EV-BUFFER.
           IF WS-LEN > ZEROES
               MOVE WS-LINE(1:WS-LEN) TO EV-BUFFER
           END-IF.
           WRITE EVIDENCE-RECORD.
           ADD 1 TO WS-EVID-COUNT.
           PERFORM AddPosted.
           IF WS-POST-HIT > ZEROES
               MOVE 'Y' TO WS-POST-EVID(WS-POST-HIT)
           END-IF.

      * A device with no packet marker anywhere in its buffer goes
      * on the repair bench's morning list - and one with no message
           WRITE DEVICE-EXCP-LINE.
           DISPLAY 'SKIPPED ' DEVICE-EXCP-LINE.

      * A device the aborted run already dispatched is counted, but
      * its line, outstanding entry and registry flip stand as they
      * were posted.
       WriteDispatchLine.
           ADD 1 TO WS-DISPATCH-COUNT.
           IF WS-POST-HIT > ZEROES
               IF WS-POST-DOUT(WS-POST-HIT) EQUAL 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO DISPATCH-LINE.
           IF WS-MESSAGE-FOUND NOT EQUAL 'Y'
               STRING 'DEVICE ' WS-DEVICE-ID ' BUFLEN ' WS-LEN
           MOVE WS-BUS-DATE TO DO-DATE.
           MOVE WS-DEVICE-ID TO DO-DEVICE.
           WRITE DISPATCH-OUT-RECORD.
           PERFORM AddPosted.
           IF WS-POST-HIT > ZEROES
               MOVE 'Y' TO WS-POST-DOUT(WS-POST-HIT)
           END-IF.
           IF WS-REG-COUNT > ZEROES AND WS-REG-HIT > ZEROES
               MOVE 'DISPATCHED' TO WS-REG-LIFE(WS-REG-HIT)
               MOVE 'Y' TO WS-REG-CHANGED
               IF WS-POST-HIT > ZEROES
                   MOVE 'Y' TO WS-POST-REG(WS-POST-HIT)
               END-IF
           END-IF.

      * Device registry read into core up front - see week1's
               END-IF
           END-PERFORM.

      * Restores where an earlier, aborted run of the same business
      * date left off - see week1's ReadCheckpoint. A checkpoint from
      * another day's run is not this run's to resume. The registry
      * flips the aborted run made never reached DEVREG.DAT, which is
      * only written back at the end, so they are made again here.
       ReadCheckpoint.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS EQUAL '00'
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CKPT-DEVICE-NUM IS NUMERIC
                               AND CKPT-DEVICE-NUM > ZEROES
                           IF CKPT-BUS-DATE EQUAL WS-BUS-DATE
                               PERFORM RestoreCheckpoint
                           ELSE
                               DISPLAY 'CHECKPOINT FOR BUSINESS DATE '
                                   CKPT-BUS-DATE ' IGNORED'
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       RestoreCheckpoint.
           MOVE CKPT-DEVICE-NUM TO WS-RESTART-DEVICE.
           MOVE CKPT-DEVICE-ID TO WS-RESTART-ID.
           MOVE CKPT-MARKER-COUNT TO WS-MARKER-COUNT.
           MOVE CKPT-DISPATCH-COUNT TO WS-DISPATCH-COUNT.
           MOVE CKPT-EVID-COUNT TO WS-EVID-COUNT.
           MOVE CKPT-SKIP-COUNT TO WS-SKIP-COUNT.
           MOVE CKPT-DEVEXC-COUNT TO WS-DEVEXC-COUNT.
           MOVE CKPT-MODEL-COUNT TO WS-MODEL-COUNT.
           MOVE CKPT-MODEL-TABLE TO WS-MODEL-TABLE.
           MOVE CKPT-POST-COUNT TO WS-POST-COUNT.
           MOVE CKPT-POST-TABLE TO WS-POST-TABLE.
           PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POST-COUNT
               IF WS-POST-REG(WS-POST-SUB) EQUAL 'Y'
                   MOVE WS-POST-ID(WS-POST-SUB) TO WS-DEVICE-ID
                   PERFORM FlipToDispatched
               END-IF
           END-PERFORM.
           DISPLAY 'RESUMING AFTER DEVICE ' WS-RESTART-ID ' LINE '
               WS-RESTART-DEVICE.

      * Reads past the rack lines the aborted run finished. The line
      * the checkpoint names must still carry the device it names - a
      * rack file re-dropped or re-sorted since is not the one the
      * checkpoint was taken against.
       SkipToCheckpoint.
           PERFORM UNTIL WS-DEVICE-NUM >= WS-RESTART-DEVICE
                   OR WS-EOF EQUAL 'Y'
               READ DEVICE-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END ADD 1 TO WS-DEVICE-NUM
               END-READ
           END-PERFORM.
           IF WS-EOF EQUAL 'Y'
               MOVE 'N' TO WS-RESTART-OK
           ELSE
               IF DEVICE-FILE-LINE(5:8) NOT EQUAL WS-RESTART-ID
                   MOVE 'N' TO WS-RESTART-OK
               END-IF
           END-IF.
           IF WS-RESTART-OK NOT EQUAL 'Y'
               DISPLAY 'BUFFER.DAT DOES NOT MATCH THE CHECKPOINT - '
                   'LINE ' WS-RESTART-DEVICE ' IS NOT DEVICE '
                   WS-RESTART-ID ', REMOVE DAY6CKPT.DAT TO RUN '
                   'THE RACK FROM THE TOP'
           END-IF.

      * Anything the aborted run posted after its last checkpoint is
      * already on file under today's business date - history,
      * outstanding list and evidence are picked up from the files
      * themselves so the rescan of those devices does not post them
      * a second time.
       RecoverPostings.
           OPEN INPUT DEVICE-HISTORY.
           IF WS-DHIST-STATUS EQUAL '00'
               PERFORM UNTIL WS-DHIST-STATUS NOT EQUAL '00'
                   READ DEVICE-HISTORY
                       AT END MOVE '10' TO WS-DHIST-STATUS
                       NOT AT END
                           IF DH-DATE EQUAL WS-BUS-DATE
                               MOVE DH-DEVICE TO WS-POST-DEVICE
                               PERFORM AddPosted
                               IF WS-POST-HIT > ZEROES
                                   MOVE 'Y' TO
                                       WS-POST-HIST(WS-POST-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVICE-HISTORY
           END-IF.
           OPEN INPUT DISPATCH-OUTSTANDING.
           IF WS-DOUT-STATUS EQUAL '00'
               PERFORM UNTIL WS-DOUT-STATUS NOT EQUAL '00'
                   READ DISPATCH-OUTSTANDING
                       AT END MOVE '10' TO WS-DOUT-STATUS
                       NOT AT END
                           IF DO-DATE EQUAL WS-BUS-DATE
                               PERFORM RecoverDispatch
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPATCH-OUTSTANDING
           END-IF.
           OPEN INPUT EVIDENCE-FILE.
           IF WS-EVID-STATUS EQUAL '00'
               PERFORM UNTIL WS-EVID-STATUS NOT EQUAL '00'
                   READ EVIDENCE-FILE
                       AT END MOVE '10' TO WS-EVID-STATUS
                       NOT AT END
                           IF EV-DATE EQUAL WS-BUS-DATE
                               MOVE EV-DEVICE TO WS-POST-DEVICE
                               PERFORM AddPosted
                               IF WS-POST-HIT > ZEROES
                                   MOVE 'Y' TO
                                       WS-POST-EVID(WS-POST-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVIDENCE-FILE
           END-IF.

       RecoverDispatch.
           MOVE DO-DEVICE TO WS-POST-DEVICE.
           PERFORM AddPosted.
           IF WS-POST-HIT > ZEROES
               MOVE 'Y' TO WS-POST-DOUT(WS-POST-HIT)
               IF WS-POST-REG(WS-POST-HIT) NOT EQUAL 'Y'
                   MOVE DO-DEVICE TO WS-DEVICE-ID
                   PERFORM FlipToDispatched
                   IF WS-REG-HIT > ZEROES
                       MOVE 'Y' TO WS-POST-REG(WS-POST-HIT)
                   END-IF
               END-IF
           END-IF.

       FlipToDispatched.
           PERFORM FindRegistryEntry.
           IF WS-REG-HIT > ZEROES
               MOVE 'DISPATCHED' TO WS-REG-LIFE(WS-REG-HIT)
               MOVE 'Y' TO WS-REG-CHANGED
           END-IF.

       FindPosted.
           MOVE ZEROES TO WS-POST-HIT.
           PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POST-COUNT
               IF WS-POST-ID(WS-POST-SUB) EQUAL WS-POST-DEVICE
                   MOVE WS-POST-SUB TO WS-POST-HIT
                   MOVE WS-POST-COUNT TO WS-POST-SUB
               END-IF
           END-PERFORM.

      * A 201st device to post leaves the table unable to say what
      * has been posted - the checkpoint on disk is cleared and no
      * more are taken, so a rerun starts the rack from the top
      * rather than resume from a restart point that is not whole.
       AddPosted.
           PERFORM FindPosted.
           IF WS-POST-HIT > ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-POST-COUNT EQUAL 200
               IF WS-POST-OVER NOT EQUAL 'Y'
                   MOVE 'Y' TO WS-POST-OVER
                   DISPLAY 'WARNING - MORE THAN 200 DEVICES POSTED, '
                       'NO FURTHER CHECKPOINTS TAKEN THIS RUN'
                   PERFORM ClearCheckpoint
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POST-COUNT.
           MOVE WS-POST-COUNT TO WS-POST-HIT.
           MOVE WS-POST-DEVICE TO WS-POST-ID(WS-POST-HIT).
           MOVE 'N' TO WS-POST-HIST(WS-POST-HIT).
           MOVE 'N' TO WS-POST-DOUT(WS-POST-HIT).
           MOVE 'N' TO WS-POST-EVID(WS-POST-HIT).
           MOVE 'N' TO WS-POST-REG(WS-POST-HIT).

      * Periodic restart point, written every WS-CKPT-INTERVAL rack
      * lines - see week1's WriteCheckpoint. Each device's records
      * are all posted before the line counts as done, so the
      * checkpoint never lands part-way through a device.
       WriteCheckpoint.
           IF WS-POST-OVER EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUS-DATE TO CKPT-BUS-DATE.
           MOVE WS-DEVICE-NUM TO CKPT-DEVICE-NUM.
           MOVE DEVICE-FILE-LINE(5:8) TO CKPT-DEVICE-ID.
           MOVE WS-MARKER-COUNT TO CKPT-MARKER-COUNT.
           MOVE WS-DISPATCH-COUNT TO CKPT-DISPATCH-COUNT.
           MOVE WS-EVID-COUNT TO CKPT-EVID-COUNT.
           MOVE WS-SKIP-COUNT TO CKPT-SKIP-COUNT.
           MOVE WS-DEVEXC-COUNT TO CKPT-DEVEXC-COUNT.
           MOVE WS-MODEL-COUNT TO CKPT-MODEL-COUNT.
           MOVE WS-MODEL-TABLE TO CKPT-MODEL-TABLE.
           MOVE WS-POST-COUNT TO CKPT-POST-COUNT.
           MOVE WS-POST-TABLE TO CKPT-POST-TABLE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      * A run that reaches the end of the rack is done with it - see
      * week1's ClearCheckpoint.
       ClearCheckpoint.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE ZEROES TO CKPT-BUS-DATE.
           MOVE ZEROES TO CKPT-DEVICE-NUM.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       WriteDeviceException.
           ADD 1 TO WS-DEVEXC-COUNT.
           MOVE SPACES TO DEVICE-EXCP-LINE.
               IF WS-SCAN-FOUND EQUAL 1
                   MOVE WS-WIN-POS TO WS-SCAN-FIRST
               END-IF
               PERFORM WriteMarkerLine
           END-IF.

      * The marker's report line - already on the report for a
      * device whose history the aborted run had posted, since the
      * lines go out before the history record.
       WriteMarkerLine.
           IF WS-POST-HIT > ZEROES
               IF WS-POST-HIST(WS-POST-HIT) EQUAL 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO MARKER-RPT-LINE.
           STRING 'DEVICE ' WS-DEVICE-ID ' RANGE ' WS-SCAN-RANGE
               ' POSITION ' WS-J
               DELIMITED BY SIZE INTO MARKER-RPT-LINE
           END-STRING.
           WRITE MARKER-RPT-LINE.

      * End-of-run alert check - any control-total break.
       CheckAlerts.

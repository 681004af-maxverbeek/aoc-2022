      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVMNT.

      * Menu-driven maintenance over DEVREG.DAT, the device registry
      * day6's tag validation, its lifecycle skip and model roll-up,
      * and devret's bench returns all trust - in the ROSTMNT style.
      * The clerk lists the registry and adds a device, retires it,
      * changes its model, records a firmware upgrade, or puts it
      * back in service here instead of editing the file by hand.
      * Every field goes in under the rules day6 reads it by: the
      * device id exactly as the DEV: tag carries it, 8 characters
      * with no blanks inside it, and never twice; model and
      * firmware left-justified, so a level keyed with a leading
      * blank cannot split MODELRPT's roll-up into two rows.
      * Nothing changes on disk until the save. Each firmware change
      * made in the session goes on the dated firmware change log
      * (FWCHGLOG.DAT) at the save, and every save - and every
      * device put back in service, with its reason - goes to the
      * shared AUDITLOG.DAT with the operator's ID. Only an operator
      * holding DEVEDIT on the operator master gets past the sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEVICE-REGISTRY ASSIGN TO "DEVREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

      * One record per firmware change, appended at each save - the
      * history the registry itself overwrites.
       SELECT FIRMWARE-LOG ASSIGN TO "FWCHGLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FWLOG-STATUS.

      * The operator authority master OPRMNT maintains - every
      * sign-on here is checked against it.
       SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Laid out field for field the same as day6's REGISTRY-RECORD
      * so the two stay in step.
       FD DEVICE-REGISTRY.
       01 REGISTRY-RECORD.
           05 REG-DEVICE-ID PIC X(8).
           05 REG-MODEL PIC X(12).
           05 REG-FIRMWARE PIC X(8).
           05 REG-LIFECYCLE PIC X(12).

      * The change date, the device and its model at the time, the
      * level it left and the level it went to, and who keyed it.
       FD FIRMWARE-LOG.
       01 FWLOG-RECORD.
           05 FWL-DATE PIC 9(8).
           05 FWL-DEVICE PIC X(8).
           05 FWL-MODEL PIC X(12).
           05 FWL-OLD-FW PIC X(8).
           05 FWL-NEW-FW PIC X(8).
           05 FWL-OPERATOR PIC X(3).

      * Laid out field for field the same as OPRMNT's
      * OPERATOR-RECORD so the two stay in step.
       FD OPERATOR-MASTER.
       01 OPERATOR-RECORD.
           05 OPR-ID PIC X(3).
           05 OPR-NAME PIC X(24).
           05 OPR-ACTIVE PIC X(1).
           05 OPR-FUNCTIONS.
               10 OPR-FUNCTION OCCURS 20 TIMES PIC X(8).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS PIC X(2) VALUE SPACES.
       01 WS-FWLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.

      * Registry held in core while the clerk works, written back
      * only on save - 200 slots matches day6's and devret's tables.
       01 WS-REG-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 200 TIMES.
               10 WS-REG-ID PIC X(8).
               10 WS-REG-MODEL PIC X(12).
               10 WS-REG-FW PIC X(8).
               10 WS-REG-LIFE PIC X(12).
       01 WS-REG-SUB PIC 9(3).
       01 WS-REG-HIT PIC 9(3) VALUE ZEROES.

      * 'Y' when the registry held more than 200 records - a save
      * from a partial load would delete everything past the 200th,
      * so the save is refused instead.
       01 WS-REG-OVER PIC X VALUE 'N'.

      * Firmware changes keyed this session, for the change log at
      * the save.
       01 WS-FWC-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-FWC-TABLE.
           05 WS-FWC-ENTRY OCCURS 200 TIMES.
               10 WS-FWC-DEVICE PIC X(8).
               10 WS-FWC-MODEL PIC X(12).
               10 WS-FWC-OLD PIC X(8).
               10 WS-FWC-NEW PIC X(8).
       01 WS-FWC-SUB PIC 9(3).

      * Devices put back in service this session and why, for the
      * audit log at the save.
       01 WS-RIS-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-RIS-TABLE.
           05 WS-RIS-ENTRY OCCURS 200 TIMES.
               10 WS-RIS-DEVICE PIC X(8).
               10 WS-RIS-REASON PIC X(24).
       01 WS-RIS-SUB PIC 9(3).

      * Changes made this session, for the audit entry, and the saved
      * record count.
       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SAVED-COUNT PIC 9(10) VALUE ZEROES.

      * Operator entries - the menu choice, the device picked, the
      * raw answers before validation, and the operator ID the audit
      * entry carries.
       01 WS-CHOICE PIC 9(1) VALUE ZEROES.
       01 WS-PICK PIC X(8) VALUE SPACES.
       01 WS-NEW-ID PIC X(8) VALUE SPACES.
       01 WS-NEW-MODEL PIC X(12) VALUE SPACES.
       01 WS-NEW-FW PIC X(8) VALUE SPACES.
       01 WS-REASON PIC X(24) VALUE SPACES.
       01 WS-OPERATOR PIC X(3) VALUE SPACES.
       01 WS-DONE PIC X VALUE 'N'.

      * Keyed-value work area, wider than any registry field so a
      * value keyed one space in is not cut short before it is
      * left-justified - see AcceptField.
       01 WS-FIELD PIC X(24) VALUE SPACES.
       01 WS-FIELD-WORK PIC X(24) VALUE SPACES.
       01 WS-ID-LEN PIC 9(2) VALUE ZEROES.

      * The signed-on operator - 'Y' found and active, 'I' found but
      * inactive, 'N' not on the master, 'M' no master on file - the
      * functions they hold, the function the current action needs,
      * and why it was refused when it was.
       01 WS-OPR-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPR-FOUND PIC X VALUE 'N'.
       01 WS-OPR-FUNCS.
           05 WS-OPR-FUNC OCCURS 20 TIMES PIC X(8).
       01 WS-OPR-SUB PIC 9(2).
       01 WS-NEED-FUNC PIC X(8) VALUE SPACES.
       01 WS-DENY-REASON PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM SignOn.
           MOVE 'DEVEDIT' TO WS-NEED-FUNC.
           PERFORM CheckAuthority.
           IF WS-DENY-REASON NOT EQUAL SPACES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadRegistry.
           PERFORM UNTIL WS-DONE EQUAL 'Y'
               PERFORM ShowMenu
           END-PERFORM.
           GOBACK.

      * Device registry read into core - see day6's LoadRegistry. No
      * registry on hand is a first-time setup, not an error; a
      * blank lifecycle reads as IN-SERVICE the way day6 reads it,
      * and is written back spelled out.
       LoadRegistry.
           OPEN INPUT DEVICE-REGISTRY.
           IF WS-REG-STATUS EQUAL '00'
               PERFORM UNTIL WS-REG-STATUS NOT EQUAL '00'
                   READ DEVICE-REGISTRY
                       AT END MOVE '10' TO WS-REG-STATUS
                       NOT AT END
                           IF WS-REG-COUNT EQUAL 200
                               IF WS-REG-OVER NOT EQUAL 'Y'
                                   MOVE 'Y' TO WS-REG-OVER
                                   DISPLAY 'WARNING - REGISTRY HOLDS '
                                       'MORE THAN 200 DEVICES - '
                                       'VIEW ONLY, SAVES REFUSED'
                               END-IF
                           ELSE
                               ADD 1 TO WS-REG-COUNT
                               MOVE REG-DEVICE-ID TO
                                   WS-REG-ID(WS-REG-COUNT)
                               MOVE REG-MODEL TO
                                   WS-REG-MODEL(WS-REG-COUNT)
                               MOVE REG-FIRMWARE TO
                                   WS-REG-FW(WS-REG-COUNT)
                               IF REG-LIFECYCLE EQUAL SPACES
                                   MOVE 'IN-SERVICE' TO
                                       WS-REG-LIFE(WS-REG-COUNT)
                               ELSE
                                   MOVE REG-LIFECYCLE TO
                                       WS-REG-LIFE(WS-REG-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVICE-REGISTRY
               DISPLAY 'REGISTRY LOADED - ' WS-REG-COUNT ' DEVICES'
           ELSE
               DISPLAY 'NO REGISTRY ON FILE - STARTING EMPTY'
           END-IF.

       ShowMenu.
           DISPLAY ' '.
           DISPLAY 'DEVICE REGISTRY MAINTENANCE'.
           DISPLAY '1 = LIST DEVICES'.
           DISPLAY '2 = ADD A DEVICE'.
           DISPLAY '3 = RETIRE A DEVICE'.
           DISPLAY '4 = CHANGE MODEL'.
           DISPLAY '5 = RECORD A FIRMWARE UPGRADE'.
           DISPLAY '6 = RETURN A DEVICE TO SERVICE'.
           DISPLAY '9 = SAVE AND EXIT'.
           DISPLAY '0 = EXIT WITHOUT SAVING'.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ViewRegistry
               WHEN 2
                   PERFORM AddDevice
               WHEN 3
                   PERFORM RetireDevice
               WHEN 4
                   PERFORM ChangeModel
               WHEN 5
                   PERFORM RecordFirmware
               WHEN 6
                   PERFORM ReturnToService
               WHEN 9
                   IF WS-CHANGE-COUNT EQUAL ZEROES
                       DISPLAY 'NOTHING CHANGED - NOTHING SAVED'
                   ELSE
                       PERFORM SaveRegistry
                   END-IF
                   MOVE 'Y' TO WS-DONE
               WHEN 0
                   DISPLAY 'NOTHING SAVED'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'NO SUCH CHOICE'
           END-EVALUATE.

       ViewRegistry.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               DISPLAY 'DEVICE ' WS-REG-ID(WS-REG-SUB) ' MODEL '
                   WS-REG-MODEL(WS-REG-SUB) ' FIRMWARE '
                   WS-REG-FW(WS-REG-SUB) ' STATUS '
                   WS-REG-LIFE(WS-REG-SUB)
           END-PERFORM.
           IF WS-REG-COUNT EQUAL ZEROES
               DISPLAY 'REGISTRY IS EMPTY'
           END-IF.

      * Find the device whose id matches WS-PICK - the same 8-
      * character comparison day6's FindRegistryEntry applies, so an
      * id that matches here is a tag day6 will match too.
       FindRegistryEntry.
           MOVE ZEROES TO WS-REG-HIT.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-ID(WS-REG-SUB) EQUAL WS-PICK
                   MOVE WS-REG-SUB TO WS-REG-HIT
                   MOVE WS-REG-COUNT TO WS-REG-SUB
               END-IF
           END-PERFORM.

      * Ask for a device id and find it, left-justified first the
      * way AddDevice stores it.
       PickDevice.
           PERFORM AcceptField.
           MOVE ZEROES TO WS-REG-HIT.
           IF WS-FIELD(9:16) NOT EQUAL SPACES
               DISPLAY 'DEVICE NOT ON THE REGISTRY'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIELD TO WS-PICK.
           PERFORM FindRegistryEntry.
           IF WS-REG-HIT EQUAL ZEROES
               DISPLAY 'DEVICE NOT ON THE REGISTRY'
           END-IF.

      * One keyed value into WS-FIELD with the leading blanks taken
      * off, so a value keyed one space in stores the same as one
      * keyed flush - the mis-padding that splits the model roll-up.
       AcceptField.
           MOVE SPACES TO WS-FIELD.
           ACCEPT WS-FIELD.
           PERFORM UNTIL WS-FIELD EQUAL SPACES
                   OR WS-FIELD(1:1) NOT EQUAL SPACE
               MOVE WS-FIELD(2:23) TO WS-FIELD-WORK
               MOVE WS-FIELD-WORK TO WS-FIELD
           END-PERFORM.

      * A new device under the rules day6 reads the registry by -
      * the id nonblank, with no blank inside it (day6 takes the 8
      * characters after DEV: as they stand), and not already on the
      * registry (a second row under one id would shadow the first);
      * the model and firmware filled; the device born IN-SERVICE.
       AddDevice.
           IF WS-REG-COUNT EQUAL 200
               DISPLAY 'REGISTRY FULL - DAY6 HOLDS 200 DEVICES'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DEVICE ID (8 CHARACTERS, AS THE DEV: TAG '
               'CARRIES IT)? '.
           PERFORM AcceptField.
           IF WS-FIELD(9:16) NOT EQUAL SPACES
               DISPLAY 'DEVICE ID LONGER THAN 8 - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIELD TO WS-NEW-ID.
           IF WS-NEW-ID EQUAL SPACES
               DISPLAY 'DEVICE ID MUST NOT BE BLANK - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-ID-LEN.
           INSPECT WS-NEW-ID TALLYING WS-ID-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ID-LEN < 8
               IF WS-NEW-ID(WS-ID-LEN + 1:8 - WS-ID-LEN)
                       NOT EQUAL SPACES
                   DISPLAY 'DEVICE ID MUST NOT HOLD A BLANK - '
                       'NOT ADDED'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-NEW-ID TO WS-PICK.
           PERFORM FindRegistryEntry.
           IF WS-REG-HIT > ZEROES
               DISPLAY 'DEVICE ALREADY ON THE REGISTRY - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           PERFORM AskModel.
           IF WS-NEW-MODEL EQUAL SPACES
               DISPLAY 'MODEL MUST NOT BE BLANK - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           PERFORM AskFirmware.
           IF WS-NEW-FW EQUAL SPACES
               DISPLAY 'FIRMWARE MUST NOT BE BLANK - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REG-COUNT.
           MOVE WS-NEW-ID TO WS-REG-ID(WS-REG-COUNT).
           MOVE WS-NEW-MODEL TO WS-REG-MODEL(WS-REG-COUNT).
           MOVE WS-NEW-FW TO WS-REG-FW(WS-REG-COUNT).
           MOVE 'IN-SERVICE' TO WS-REG-LIFE(WS-REG-COUNT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'ADDED ' WS-NEW-ID.

       AskModel.
           DISPLAY 'MODEL (12 CHARACTERS)? '.
           PERFORM AcceptField.
           MOVE WS-FIELD TO WS-NEW-MODEL.
           IF WS-FIELD(13:12) NOT EQUAL SPACES
               DISPLAY 'MODEL LONGER THAN 12'
               MOVE SPACES TO WS-NEW-MODEL
           END-IF.

       AskFirmware.
           DISPLAY 'FIRMWARE LEVEL (8 CHARACTERS)? '.
           PERFORM AcceptField.
           MOVE WS-FIELD TO WS-NEW-FW.
           IF WS-FIELD(9:16) NOT EQUAL SPACES
               DISPLAY 'FIRMWARE LEVEL LONGER THAN 8'
               MOVE SPACES TO WS-NEW-FW
           END-IF.

      * The row stays on the registry as RETIRED - day6 then skips
      * its tag as not scanned instead of rejecting it as unknown.
      * A DISPATCHED device is refused: it is still on devret's
      * outstanding list, and the bench's return would put it
      * straight back in service. A PM-SERVICE device is refused for
      * the same reason against pmsched's PM outstanding list.
       RetireDevice.
           DISPLAY 'DEVICE ID TO RETIRE? '.
           PERFORM PickDevice.
           IF WS-REG-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-REG-LIFE(WS-REG-HIT) EQUAL 'RETIRED'
               DISPLAY 'ALREADY RETIRED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-REG-LIFE(WS-REG-HIT) EQUAL 'DISPATCHED'
               DISPLAY 'DEVICE IS OUT TO THE BENCH - CLEAR IT '
                   'THROUGH DEVRET FIRST'
               EXIT PARAGRAPH
           END-IF.
           IF WS-REG-LIFE(WS-REG-HIT) EQUAL 'PM-SERVICE'
               DISPLAY 'DEVICE IS OUT FOR PREVENTIVE MAINTENANCE - '
                   'CLEAR IT THROUGH PMSCHED FIRST'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'RETIRED' TO WS-REG-LIFE(WS-REG-HIT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'RETIRED ' WS-PICK.

       ChangeModel.
           DISPLAY 'DEVICE ID TO CHANGE? '.
           PERFORM PickDevice.
           IF WS-REG-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'MODEL NOW ' WS-REG-MODEL(WS-REG-HIT).
           PERFORM AskModel.
           IF WS-NEW-MODEL EQUAL SPACES
               DISPLAY 'MODEL MUST NOT BE BLANK - NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-MODEL EQUAL WS-REG-MODEL(WS-REG-HIT)
               DISPLAY 'SAME MODEL - NOT CHANGED'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-MODEL TO WS-REG-MODEL(WS-REG-HIT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'MODEL CHANGED ' WS-PICK ' TO ' WS-NEW-MODEL.

      * The new level onto the registry row, and the change held for
      * the firmware change log the save appends.
       RecordFirmware.
           IF WS-FWC-COUNT EQUAL 200
               DISPLAY 'TOO MANY FIRMWARE CHANGES FOR ONE SESSION - '
                   'SAVE AND RERUN'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DEVICE ID UPGRADED? '.
           PERFORM PickDevice.
           IF WS-REG-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FIRMWARE NOW ' WS-REG-FW(WS-REG-HIT).
           PERFORM AskFirmware.
           IF WS-NEW-FW EQUAL SPACES
               DISPLAY 'FIRMWARE MUST NOT BE BLANK - NOT RECORDED'
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-FW EQUAL WS-REG-FW(WS-REG-HIT)
               DISPLAY 'SAME LEVEL - NOT RECORDED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FWC-COUNT.
           MOVE WS-PICK TO WS-FWC-DEVICE(WS-FWC-COUNT).
           MOVE WS-REG-MODEL(WS-REG-HIT) TO WS-FWC-MODEL(WS-FWC-COUNT).
           MOVE WS-REG-FW(WS-REG-HIT) TO WS-FWC-OLD(WS-FWC-COUNT).
           MOVE WS-NEW-FW TO WS-FWC-NEW(WS-FWC-COUNT).
           MOVE WS-NEW-FW TO WS-REG-FW(WS-REG-HIT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'FIRMWARE RECORDED ' WS-PICK ' '
               WS-FWC-OLD(WS-FWC-COUNT) ' TO ' WS-NEW-FW.

      * A RETIRED or IN-REPAIR device back to IN-SERVICE, with the
      * reason keyed for the audit log. A DISPATCHED device comes
      * back through devret, which also takes it off the outstanding
      * list - flipping it here would leave it on the chase list.
      * A PM-SERVICE device likewise comes back through pmsched.
       ReturnToService.
           IF WS-RIS-COUNT EQUAL 200
               DISPLAY 'TOO MANY RETURNS FOR ONE SESSION - '
                   'SAVE AND RERUN'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'DEVICE ID TO RETURN TO SERVICE? '.
           PERFORM PickDevice.
           IF WS-REG-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-REG-LIFE(WS-REG-HIT) EQUAL 'IN-SERVICE'
               DISPLAY 'ALREADY IN SERVICE'
               EXIT PARAGRAPH
           END-IF.
           IF WS-REG-LIFE(WS-REG-HIT) EQUAL 'DISPATCHED'
               DISPLAY 'DEVICE IS OUT TO THE BENCH - RETURN IT '
                   'THROUGH DEVRET'
               EXIT PARAGRAPH
           END-IF.
           IF WS-REG-LIFE(WS-REG-HIT) EQUAL 'PM-SERVICE'
               DISPLAY 'DEVICE IS OUT FOR PREVENTIVE MAINTENANCE - '
                   'RETURN IT THROUGH PMSCHED'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'REASON (24 CHARACTERS)? '.
           MOVE SPACES TO WS-REASON.
           ACCEPT WS-REASON.
           IF WS-REASON EQUAL SPACES
               DISPLAY 'A REASON IS REQUIRED - NOT RETURNED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RIS-COUNT.
           MOVE WS-PICK TO WS-RIS-DEVICE(WS-RIS-COUNT).
           MOVE WS-REASON TO WS-RIS-REASON(WS-RIS-COUNT).
           DISPLAY 'RETURNED TO SERVICE ' WS-PICK ' FROM '
               WS-REG-LIFE(WS-REG-HIT).
           MOVE 'IN-SERVICE' TO WS-REG-LIFE(WS-REG-HIT).
           ADD 1 TO WS-CHANGE-COUNT.

      * A load that could not hold the whole file must never write
      * it back - the records past the cap would be gone for good.
      * The firmware changes and returns to service are logged only
      * once the registry they describe is on disk.
       SaveRegistry.
           IF WS-REG-OVER EQUAL 'Y'
               DISPLAY 'DEVREG.DAT HOLDS MORE THAN 200 DEVICES - '
                   'NOT SAVED, NOTHING CHANGED ON DISK'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-SAVED-COUNT.
           OPEN OUTPUT DEVICE-REGISTRY.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ID(WS-REG-SUB) TO REG-DEVICE-ID
               MOVE WS-REG-MODEL(WS-REG-SUB) TO REG-MODEL
               MOVE WS-REG-FW(WS-REG-SUB) TO REG-FIRMWARE
               MOVE WS-REG-LIFE(WS-REG-SUB) TO REG-LIFECYCLE
               WRITE REGISTRY-RECORD
               ADD 1 TO WS-SAVED-COUNT
           END-PERFORM.
           CLOSE DEVICE-REGISTRY.
           DISPLAY 'REGISTRY SAVED - ' WS-SAVED-COUNT ' DEVICES, '
               WS-CHANGE-COUNT ' CHANGES'.
           IF WS-FWC-COUNT > ZEROES
               PERFORM WriteFirmwareLog
           END-IF.
           PERFORM WriteAuditLog.
           PERFORM VARYING WS-RIS-SUB FROM 1 BY 1
                   UNTIL WS-RIS-SUB > WS-RIS-COUNT
               PERFORM WriteReturnLog
           END-PERFORM.

       WriteFirmwareLog.
           OPEN EXTEND FIRMWARE-LOG.
           IF WS-FWLOG-STATUS NOT EQUAL '00'
               OPEN OUTPUT FIRMWARE-LOG
           END-IF.
           PERFORM VARYING WS-FWC-SUB FROM 1 BY 1
                   UNTIL WS-FWC-SUB > WS-FWC-COUNT
               MOVE WS-TODAY-DATE TO FWL-DATE
               MOVE WS-FWC-DEVICE(WS-FWC-SUB) TO FWL-DEVICE
               MOVE WS-FWC-MODEL(WS-FWC-SUB) TO FWL-MODEL
               MOVE WS-FWC-OLD(WS-FWC-SUB) TO FWL-OLD-FW
               MOVE WS-FWC-NEW(WS-FWC-SUB) TO FWL-NEW-FW
               MOVE WS-OPERATOR TO FWL-OPERATOR
               WRITE FWLOG-RECORD
           END-PERFORM.
           CLOSE FIRMWARE-LOG.
           DISPLAY 'FIRMWARE CHANGES LOGGED - ' WS-FWC-COUNT.

      * One line appended to the shared AUDITLOG.DAT on every save -
      * see week1's WriteAuditLog. The initials are the who of the
      * who-changed-the-registry question.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM DEVMNT RECORDS ' WS-SAVED-COUNT
               ' RESULT ' WS-CHANGE-COUNT ' CHANGES BY ' WS-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * A device put back in service, with the reason keyed. The
      * fifth token is INSERVICE rather than RECORDS, so AUDITQRY
      * never counts the line as a run - see RESUBMIT's per-repair
      * lines.
       WriteReturnLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM DEVMNT INSERVICE ' WS-RIS-DEVICE(WS-RIS-SUB)
               ' BY ' WS-OPERATOR ' ' WS-RIS-REASON(WS-RIS-SUB)
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * The operator signs on by ID against the operator master -
      * see OPRMNT. Only the record for the ID keyed is kept, with
      * the functions it holds for CheckAuthority. No master on file
      * refuses everybody: an unchecked sign-on is exactly what the
      * master exists to stop.
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

      * A refused sign-on or function, appended to the shared
      * AUDITLOG.DAT in the same DATE/PROGRAM head as every other
      * line - see OPRMNT's WriteDeniedLog. The fifth token is DENIED
      * rather than RECORDS, so AUDITQRY never counts a refusal as a
      * run.
       WriteDeniedLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM DEVMNT DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

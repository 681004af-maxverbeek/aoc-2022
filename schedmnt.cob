      * operator reviews and approves or rejects it here before
      * anything the driver reads changes. One operator can no
      * longer silently switch a step off the night before
      * month-end; compliance flagged exactly that. Both halves are
      * checked against the operator master - proposing needs
      * SCHDEDIT, approving or rejecting needs SCHDAPPR - so the two
      * IDs are two real operators, not two sets of initials.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PND-STATUS.

      * The operator authority master OPRMNT maintains - every
      * sign-on here is checked against it.
       SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog. Who proposed and who approved a schedule
      * change is exactly the record compliance asked for.
       FD SCHED-PND.
       01 SCHED-PND-LINE PIC X(80).

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

           05 WS-PND-PAYLOAD OCCURS 12 TIMES PIC X(31).
       01 WS-PND-SUB PIC 9(2).

      * Operator entries - the ID signed on up front (the who of
      * every audit line), the menu choice, the step picked, and
      * the raw answers before validation.
       01 WS-OPERATOR PIC X(3) VALUE SPACES.
       01 WS-CHOICE PIC 9(1) VALUE ZEROES.
       01 WS-DONE PIC X VALUE 'N'.
       01 WS-AUDIT-TEXT PIC X(40) VALUE SPACES.

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
           PERFORM SignOn.
           IF WS-OPR-FOUND NOT EQUAL 'Y'
               MOVE 'SCHDEDIT' TO WS-NEED-FUNC
               PERFORM CheckAuthority
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM InitSchedule.
           PERFORM LoadSchedule.
           PERFORM HoldOldSchedule.
               DISPLAY 'NOTHING CHANGED - NOTHING SUBMITTED'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'SCHDEDIT' TO WS-NEED-FUNC.
           PERFORM CheckAuthority.
           IF WS-DENY-REASON NOT EQUAL SPACES
               DISPLAY 'NOTHING SUBMITTED'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCHED-PND.
           MOVE SPACES TO SCHED-PND-LINE.
           STRING 'PENDING BY ' WS-OPERATOR ' DATE '
           END-IF.

      * The second pair of eyes. The pending change is shown diff by
      * diff, and only an operator with a DIFFERENT ID who holds
      * SCHDAPPR can approve it into SCHEDCTL.DAT or reject it -
      * either way the pending file is cleared and both IDs land in
      * the audit log. The driver never reads SCHEDPND.DAT, so an
      * unapproved change never runs.
       ReviewPending.
           MOVE 'N' TO WS-PND-FOUND.
           MOVE ZEROES TO WS-PND-COUNT.
                   'SECOND OPERATOR MUST REVIEW THIS'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'SCHDAPPR' TO WS-NEED-FUNC.
           PERFORM CheckAuthority.
           IF WS-DENY-REASON NOT EQUAL SPACES
               DISPLAY 'LEFT PENDING'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'A = APPROVE, R = REJECT, BLANK = LEAVE '
               'PENDING? '.
           MOVE SPACES TO WS-ANSWER.
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
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM SCHEDMNT DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

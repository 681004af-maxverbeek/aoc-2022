      * - in the SCHEDMNT style. The duty operator lists, adds, and
      * removes non-run dates with their reason codes here, nothing
      * changes on disk until the save, and every save goes to the
      * shared AUDITLOG.DAT under the operator's ID. Only an operator
      * holding CALEDIT on the operator master gets past the sign-on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCAL-STATUS.

      * The operator authority master OPRMNT maintains - every
      * sign-on here is checked against it.
       SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           05 CAL-NORUN-DATE PIC 9(8).
           05 CAL-REASON PIC X(20).

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

       01 WS-ANSWER PIC X(20) VALUE SPACES.
       01 WS-DONE PIC X VALUE 'N'.

      * The signed-on operator - 'Y' found and active, 'I' found but
      * inactive, 'N' not on the master, 'M' no master on file - the
      * functions they hold, the function the current action needs,
      * and why it was refused when it was.
       01 WS-OPERATOR PIC X(3) VALUE SPACES.
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
           MOVE 'CALEDIT' TO WS-NEED-FUNC.
           PERFORM CheckAuthority.
           IF WS-DENY-REASON NOT EQUAL SPACES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadCalendar.
           PERFORM UNTIL WS-DONE EQUAL 'Y'
               PERFORM ShowMenu
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM CALMNT RECORDS ' WS-SAVED-COUNT
               ' RESULT CALENDAR SAVED BY ' WS-OPERATOR
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
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM CALMNT DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.

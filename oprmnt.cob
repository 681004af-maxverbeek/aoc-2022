      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMNT.

      * Menu-driven maintenance over OPERATOR.DAT, the operator
      * authority master every maintenance and triage program signs
      * its operator on against - in the ROSTMNT style. Each
      * operator carries a three-character ID (the same three
      * characters the audit lines and ALERTSTS.DAT have always
      * carried as initials), a name, an active flag, and up to ten
      * function codes naming what they may do - ROSTEDIT for the
      * roster, SCHDEDIT and SCHDAPPR for the two halves of the
      * schedule's dual control, and so on through the catalog
      * below. Only an operator holding OPRADMIN may change the
      * master; with no master on file at all the first operator
      * keyed is the one who sets it up. Nothing changes on disk
      * until the save, and every save and every refused sign-on
      * goes to the shared AUDITLOG.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog. Who was given which authority, and by whom,
      * is the first thing compliance asks of a sign-on trail.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One operator - the ID, name, 'A' for active, and the
      * function codes held. Every program that signs on copies this
      * layout field for field.
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
       01 WS-OPR-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.

      * The master held in core while the administrator works,
      * written back only on save - 100 operators is several times
      * the shop's headcount.
       01 WS-OPR-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 100 TIMES.
               10 WS-OPR-ID PIC X(3).
               10 WS-OPR-NAME PIC X(24).
               10 WS-OPR-ACTIVE PIC X(1).
               10 WS-OPR-FUNC OCCURS 20 TIMES PIC X(8).
       01 WS-OPR-SUB PIC 9(3).
       01 WS-OPR-HIT PIC 9(3) VALUE ZEROES.
       01 WS-FUNC-SUB PIC 9(2).
       01 WS-FUNC-HIT PIC 9(2) VALUE ZEROES.
       01 WS-FUNC-FREE PIC 9(2) VALUE ZEROES.

      * 'Y' when the read hit the table's cap with records left - a
      * save from a partial load would drop every operator past the
      * 100th, so the save is refused instead.
       01 WS-OPR-OVER PIC X VALUE 'N'.

      * 'Y' when there was no master on file - the first-time setup,
      * where the operator running this becomes its administrator.
       01 WS-FIRST-SETUP PIC X VALUE 'N'.

      * The function codes the programs check, and which program
      * checks each - the only codes a grant accepts, so a code
      * mistyped here cannot sit on the master looking like an
      * authority nobody tests for.
       01 WS-CATALOG-VALUES.
           05 FILLER PIC X(18) VALUE 'ROSTEDITROSTMNT   '.
           05 FILLER PIC X(18) VALUE 'SCHDEDITSCHEDMNT  '.
           05 FILLER PIC X(18) VALUE 'SCHDAPPRSCHEDMNT  '.
           05 FILLER PIC X(18) VALUE 'CALEDIT CALMNT    '.
           05 FILLER PIC X(18) VALUE 'ALRTACK ALERTTRI  '.
           05 FILLER PIC X(18) VALUE 'ALRTCLOSALERTTRI  '.
           05 FILLER PIC X(18) VALUE 'CORRENT CORRENT   '.
           05 FILLER PIC X(18) VALUE 'RESTORE RESTORE   '.
           05 FILLER PIC X(18) VALUE 'OPRADMINOPRMNT    '.
           05 FILLER PIC X(18) VALUE 'SECTREL CLNPLAN   '.
           05 FILLER PIC X(18) VALUE 'DEVEDIT DEVMNT    '.
           05 FILLER PIC X(18) VALUE 'AVLEDIT AVAILMNT  '.
           05 FILLER PIC X(18) VALUE 'BACKOUT BACKOUT   '.
           05 FILLER PIC X(18) VALUE 'HANDOVERHANDOVER  '.
           05 FILLER PIC X(18) VALUE 'DROPOVR PRECHECK  '.
           05 FILLER PIC X(18) VALUE 'THREDIT THRMNT    '.
       01 WS-CATALOG REDEFINES WS-CATALOG-VALUES.
           05 WS-CAT-ENTRY OCCURS 16 TIMES.
               10 WS-CAT-FUNC PIC X(8).
               10 WS-CAT-PROG PIC X(10).
       01 WS-CAT-MAX PIC 9(2) VALUE 16.
       01 WS-CAT-SUB PIC 9(2).
       01 WS-CAT-HIT PIC 9(2) VALUE ZEROES.

      * The signed-on operator - see SignOn - and the function the
      * refusal line names.
       01 WS-OPERATOR PIC X(3) VALUE SPACES.
       01 WS-SIGNON-HIT PIC 9(3) VALUE ZEROES.
       01 WS-NEED-FUNC PIC X(8) VALUE 'OPRADMIN'.
       01 WS-DENY-REASON PIC X(20) VALUE SPACES.

       01 WS-CHANGE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SAVED-COUNT PIC 9(10) VALUE ZEROES.

      * Operator entries - the menu choice, the ID picked, and the
      * raw answers before validation.
       01 WS-CHOICE PIC 9(1) VALUE ZEROES.
       01 WS-PICK PIC X(3) VALUE SPACES.
       01 WS-NEW-NAME PIC X(24) VALUE SPACES.
       01 WS-NEW-FUNC PIC X(8) VALUE SPACES.
       01 WS-DONE PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LoadOperators.
           PERFORM SignOn.
           IF WS-DENY-REASON NOT EQUAL SPACES
               DISPLAY 'SIGN-ON REFUSED - ' WS-DENY-REASON
               PERFORM WriteDeniedLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-DONE EQUAL 'Y'
               PERFORM ShowMenu
           END-PERFORM.
           GOBACK.

      * Operator master read into core. No master on hand is the
      * first-time setup, not an error.
       LoadOperators.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-STATUS EQUAL '00'
               PERFORM UNTIL WS-OPR-STATUS NOT EQUAL '00'
                   READ OPERATOR-MASTER
                       AT END MOVE '10' TO WS-OPR-STATUS
                       NOT AT END
                           IF WS-OPR-COUNT EQUAL 100
                               IF WS-OPR-OVER NOT EQUAL 'Y'
                                   MOVE 'Y' TO WS-OPR-OVER
                                   DISPLAY 'WARNING - OPERATOR.DAT '
                                       'HOLDS MORE THAN 100 '
                                       'OPERATORS - VIEW ONLY, '
                                       'SAVES REFUSED'
                               END-IF
                           ELSE
                               ADD 1 TO WS-OPR-COUNT
                               MOVE OPERATOR-RECORD
                                   TO WS-OPR-ENTRY(WS-OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
               DISPLAY 'OPERATORS LOADED - ' WS-OPR-COUNT
           ELSE
               MOVE 'Y' TO WS-FIRST-SETUP
               DISPLAY 'NO OPERATOR MASTER ON FILE - FIRST-TIME SETUP'
           END-IF.

      * The operator running this must be on the master, active, and
      * hold OPRADMIN. On first-time setup there is nobody to check
      * against - the ID keyed is added as the first operator with
      * OPRADMIN, so the master is never saved without somebody
      * able to maintain it.
       SignOn.
           MOVE SPACES TO WS-DENY-REASON.
           DISPLAY 'OPERATOR ID? '.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR EQUAL SPACES
               MOVE 'NO OPERATOR ID' TO WS-DENY-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-FIRST-SETUP EQUAL 'Y'
               DISPLAY 'YOUR NAME? '
               MOVE SPACES TO WS-NEW-NAME
               ACCEPT WS-NEW-NAME
               ADD 1 TO WS-OPR-COUNT
               MOVE SPACES TO WS-OPR-ENTRY(WS-OPR-COUNT)
               MOVE WS-OPERATOR TO WS-OPR-ID(WS-OPR-COUNT)
               MOVE WS-NEW-NAME TO WS-OPR-NAME(WS-OPR-COUNT)
               MOVE 'A' TO WS-OPR-ACTIVE(WS-OPR-COUNT)
               MOVE 'OPRADMIN' TO WS-OPR-FUNC(WS-OPR-COUNT, 1)
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY 'ADDED ' WS-OPERATOR ' AS THE FIRST '
                   'ADMINISTRATOR'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPERATOR TO WS-PICK.
           PERFORM FindOperator.
           MOVE WS-OPR-HIT TO WS-SIGNON-HIT.
           IF WS-SIGNON-HIT EQUAL ZEROES
               MOVE 'UNKNOWN OPERATOR' TO WS-DENY-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPR-ACTIVE(WS-SIGNON-HIT) NOT EQUAL 'A'
               MOVE 'INACTIVE OPERATOR' TO WS-DENY-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-FUNC-HIT.
           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
                   UNTIL WS-FUNC-SUB > 20
               IF WS-OPR-FUNC(WS-SIGNON-HIT, WS-FUNC-SUB)
                       EQUAL WS-NEED-FUNC
                   MOVE WS-FUNC-SUB TO WS-FUNC-HIT
               END-IF
           END-PERFORM.
           IF WS-FUNC-HIT EQUAL ZEROES
               MOVE 'NOT AUTHORIZED' TO WS-DENY-REASON
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'SIGNED ON - ' WS-OPR-NAME(WS-SIGNON-HIT).

       ShowMenu.
           DISPLAY ' '.
           DISPLAY 'OPERATOR MASTER MAINTENANCE'.
           DISPLAY '1 = LIST OPERATORS'.
           DISPLAY '2 = ADD AN OPERATOR'.
           DISPLAY '3 = DEACTIVATE AN OPERATOR'.
           DISPLAY '4 = GRANT A FUNCTION'.
           DISPLAY '5 = REVOKE A FUNCTION'.
           DISPLAY '6 = LIST FUNCTION CODES'.
           DISPLAY '9 = SAVE AND EXIT'.
           DISPLAY '0 = EXIT WITHOUT SAVING'.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ViewOperators
               WHEN 2
                   PERFORM AddOperator
               WHEN 3
                   PERFORM DeactivateOperator
               WHEN 4
                   PERFORM GrantFunction
               WHEN 5
                   PERFORM RevokeFunction
               WHEN 6
                   PERFORM ViewCatalog
               WHEN 9
                   IF WS-CHANGE-COUNT EQUAL ZEROES
                       DISPLAY 'NOTHING CHANGED - NOTHING SAVED'
                   ELSE
                       PERFORM SaveOperators
                   END-IF
                   MOVE 'Y' TO WS-DONE
               WHEN 0
                   DISPLAY 'NOTHING SAVED'
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY 'NO SUCH CHOICE'
           END-EVALUATE.

       ViewOperators.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT
               DISPLAY 'ID ' WS-OPR-ID(WS-OPR-SUB) ' NAME '
                   WS-OPR-NAME(WS-OPR-SUB) ' ACTIVE '
                   WS-OPR-ACTIVE(WS-OPR-SUB)
               DISPLAY '    ' WS-OPR-FUNC(WS-OPR-SUB, 1) ' '
                   WS-OPR-FUNC(WS-OPR-SUB, 2) ' '
                   WS-OPR-FUNC(WS-OPR-SUB, 3) ' '
                   WS-OPR-FUNC(WS-OPR-SUB, 4) ' '
                   WS-OPR-FUNC(WS-OPR-SUB, 5) ' '
                   WS-OPR-FUNC(WS-OPR-SUB, 6) ' '
                   WS-OPR-FUNC(WS-OPR-SUB, 7) ' '
                   WS-OPR-FUNC(WS-OPR-SUB, 8) ' '
                   WS-OPR-FUNC(WS-OPR-SUB, 9) ' '
                   WS-OPR-FUNC(WS-OPR-SUB, 10)
               IF WS-OPR-FUNC(WS-OPR-SUB, 11) NOT EQUAL SPACES
                       OR WS-OPR-FUNC(WS-OPR-SUB, 12) NOT EQUAL SPACES
                       OR WS-OPR-FUNC(WS-OPR-SUB, 13) NOT EQUAL SPACES
                       OR WS-OPR-FUNC(WS-OPR-SUB, 14) NOT EQUAL SPACES
                       OR WS-OPR-FUNC(WS-OPR-SUB, 15) NOT EQUAL SPACES
                       OR WS-OPR-FUNC(WS-OPR-SUB, 16) NOT EQUAL SPACES
                       OR WS-OPR-FUNC(WS-OPR-SUB, 17) NOT EQUAL SPACES
                       OR WS-OPR-FUNC(WS-OPR-SUB, 18) NOT EQUAL SPACES
                       OR WS-OPR-FUNC(WS-OPR-SUB, 19) NOT EQUAL SPACES
                       OR WS-OPR-FUNC(WS-OPR-SUB, 20) NOT EQUAL SPACES
                   DISPLAY '    ' WS-OPR-FUNC(WS-OPR-SUB, 11) ' '
                       WS-OPR-FUNC(WS-OPR-SUB, 12) ' '
                       WS-OPR-FUNC(WS-OPR-SUB, 13) ' '
                       WS-OPR-FUNC(WS-OPR-SUB, 14) ' '
                       WS-OPR-FUNC(WS-OPR-SUB, 15) ' '
                       WS-OPR-FUNC(WS-OPR-SUB, 16) ' '
                       WS-OPR-FUNC(WS-OPR-SUB, 17) ' '
                       WS-OPR-FUNC(WS-OPR-SUB, 18) ' '
                       WS-OPR-FUNC(WS-OPR-SUB, 19) ' '
                       WS-OPR-FUNC(WS-OPR-SUB, 20)
               END-IF
           END-PERFORM.
           IF WS-OPR-COUNT EQUAL ZEROES
               DISPLAY 'NO OPERATORS ON FILE'
           END-IF.

       ViewCatalog.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-MAX
               DISPLAY WS-CAT-FUNC(WS-CAT-SUB) ' CHECKED BY '
                   WS-CAT-PROG(WS-CAT-SUB)
           END-PERFORM.

      * Find the operator whose ID matches WS-PICK - the same
      * three-character comparison every program's SignOn applies.
       FindOperator.
           MOVE ZEROES TO WS-OPR-HIT.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT
               IF WS-OPR-ID(WS-OPR-SUB) EQUAL WS-PICK
                   MOVE WS-OPR-SUB TO WS-OPR-HIT
                   MOVE WS-OPR-COUNT TO WS-OPR-SUB
               END-IF
           END-PERFORM.

      * A new operator - the ID nonblank and not already on the
      * master (a second entry under one ID would let whichever the
      * sign-on found first decide the authority), born active with
      * no functions until granted.
       AddOperator.
           IF WS-OPR-COUNT EQUAL 100
               DISPLAY 'OPERATOR MASTER FULL - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'OPERATOR ID (3 CHARACTERS)? '.
           MOVE SPACES TO WS-PICK.
           ACCEPT WS-PICK.
           IF WS-PICK EQUAL SPACES
               DISPLAY 'ID MUST NOT BE BLANK - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           PERFORM FindOperator.
           IF WS-OPR-HIT > ZEROES
               DISPLAY 'ID ALREADY ON THE MASTER - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'NAME? '.
           MOVE SPACES TO WS-NEW-NAME.
           ACCEPT WS-NEW-NAME.
           IF WS-NEW-NAME EQUAL SPACES
               DISPLAY 'NAME MUST NOT BE BLANK - NOT ADDED'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPR-COUNT.
           MOVE SPACES TO WS-OPR-ENTRY(WS-OPR-COUNT).
           MOVE WS-PICK TO WS-OPR-ID(WS-OPR-COUNT).
           MOVE WS-NEW-NAME TO WS-OPR-NAME(WS-OPR-COUNT).
           MOVE 'A' TO WS-OPR-ACTIVE(WS-OPR-COUNT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'ADDED ' WS-PICK ' - GRANT FUNCTIONS WITH 4'.

      * The entry stays on the master as inactive so the old audit
      * lines carrying the ID still resolve to a name. An
      * administrator cannot deactivate themselves - the master
      * could be left with nobody able to reopen it.
       DeactivateOperator.
           DISPLAY 'OPERATOR ID TO DEACTIVATE? '.
           MOVE SPACES TO WS-PICK.
           ACCEPT WS-PICK.
           PERFORM FindOperator.
           IF WS-OPR-HIT EQUAL ZEROES
               DISPLAY 'ID NOT ON THE MASTER'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PICK EQUAL WS-OPERATOR
               DISPLAY 'YOU CANNOT DEACTIVATE YOURSELF'
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPR-ACTIVE(WS-OPR-HIT) NOT EQUAL 'A'
               DISPLAY 'ALREADY INACTIVE'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'I' TO WS-OPR-ACTIVE(WS-OPR-HIT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'DEACTIVATED ' WS-PICK.

      * Pick the operator and the function code for a grant or a
      * revoke - the code must be in the catalog.
       PickOperatorFunction.
           DISPLAY 'OPERATOR ID? '.
           MOVE SPACES TO WS-PICK.
           ACCEPT WS-PICK.
           PERFORM FindOperator.
           IF WS-OPR-HIT EQUAL ZEROES
               DISPLAY 'ID NOT ON THE MASTER'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'FUNCTION CODE (6 LISTS THEM)? '.
           MOVE SPACES TO WS-NEW-FUNC.
           ACCEPT WS-NEW-FUNC.
           MOVE ZEROES TO WS-CAT-HIT.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-MAX
               IF WS-CAT-FUNC(WS-CAT-SUB) EQUAL WS-NEW-FUNC
                   MOVE WS-CAT-SUB TO WS-CAT-HIT
               END-IF
           END-PERFORM.
           IF WS-CAT-HIT EQUAL ZEROES
               DISPLAY 'NO SUCH FUNCTION CODE'
               MOVE ZEROES TO WS-OPR-HIT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-FUNC-HIT.
           MOVE ZEROES TO WS-FUNC-FREE.
           PERFORM VARYING WS-FUNC-SUB FROM 20 BY -1
                   UNTIL WS-FUNC-SUB < 1
               IF WS-OPR-FUNC(WS-OPR-HIT, WS-FUNC-SUB)
                       EQUAL WS-NEW-FUNC
                   MOVE WS-FUNC-SUB TO WS-FUNC-HIT
               END-IF
               IF WS-OPR-FUNC(WS-OPR-HIT, WS-FUNC-SUB) EQUAL SPACES
                   MOVE WS-FUNC-SUB TO WS-FUNC-FREE
               END-IF
           END-PERFORM.

       GrantFunction.
           PERFORM PickOperatorFunction.
           IF WS-OPR-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-FUNC-HIT > ZEROES
               DISPLAY WS-PICK ' ALREADY HOLDS ' WS-NEW-FUNC
               EXIT PARAGRAPH
           END-IF.
           IF WS-FUNC-FREE EQUAL ZEROES
               DISPLAY WS-PICK ' ALREADY HOLDS TWENTY FUNCTIONS - '
                   'REVOKE ONE FIRST'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-FUNC TO WS-OPR-FUNC(WS-OPR-HIT, WS-FUNC-FREE).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'GRANTED ' WS-NEW-FUNC ' TO ' WS-PICK.

      * Same lock-out guard as the deactivation - an administrator
      * keeps their own OPRADMIN.
       RevokeFunction.
           PERFORM PickOperatorFunction.
           IF WS-OPR-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WS-FUNC-HIT EQUAL ZEROES
               DISPLAY WS-PICK ' DOES NOT HOLD ' WS-NEW-FUNC
               EXIT PARAGRAPH
           END-IF.
           IF WS-PICK EQUAL WS-OPERATOR
                   AND WS-NEW-FUNC EQUAL 'OPRADMIN'
               DISPLAY 'YOU CANNOT REVOKE YOUR OWN OPRADMIN'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OPR-FUNC(WS-OPR-HIT, WS-FUNC-HIT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'REVOKED ' WS-NEW-FUNC ' FROM ' WS-PICK.

      * A load that could not hold the whole file must never write
      * it back - the operators past the cap would be gone for good.
       SaveOperators.
           IF WS-OPR-OVER EQUAL 'Y'
               DISPLAY 'OPERATOR.DAT HOLDS MORE THAN 100 OPERATORS - '
                   'NOT SAVED, NOTHING CHANGED ON DISK'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROES TO WS-SAVED-COUNT.
           OPEN OUTPUT OPERATOR-MASTER.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT
               MOVE WS-OPR-ENTRY(WS-OPR-SUB) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
               ADD 1 TO WS-SAVED-COUNT
           END-PERFORM.
           CLOSE OPERATOR-MASTER.
           DISPLAY 'OPERATOR MASTER SAVED - ' WS-SAVED-COUNT
               ' OPERATORS, ' WS-CHANGE-COUNT ' CHANGES'.
           PERFORM WriteAuditLog.

      * One line appended to the shared AUDITLOG.DAT on every save -
      * see week1's WriteAuditLog.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM OPRMNT RECORDS ' WS-SAVED-COUNT
               ' RESULT ' WS-CHANGE-COUNT ' CHANGES BY ' WS-OPERATOR
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

      * A refused sign-on or function, appended to the shared
      * AUDITLOG.DAT in the same DATE/PROGRAM head as every other
      * line. The fifth token is DENIED rather than RECORDS, so
      * AUDITQRY never counts a refusal as a run.
       WriteDeniedLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           STRING 'DATE ' FUNCTION CURRENT-DATE(1:8)
               ' PROGRAM OPRMNT DENIED ' WS-OPERATOR
               ' FUNCTION ' WS-NEED-FUNC ' ' WS-DENY-REASON
               DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           END-STRING.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

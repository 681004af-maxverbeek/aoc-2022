      * Sample COBOL program
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTDUE.

      * Cleaning overdue report over the section ledger week4 keeps -
      * the last date each section was confirmed clean off the day's
      * returns. week4 only ever holds one day's returns against that
      * day's assignments, so a stretch nobody is assigned can go
      * weeks without showing anywhere. Here every SECTMAST.DAT
      * stretch is held against its own cleaning cycle: a stretch is
      * as clean as its longest-neglected section, and one past its
      * cycle is listed, ranked by days overdue times its effort
      * weight, so the steward schedules by neglect and not by
      * memory. Read-only over the ledger and the master; run it any
      * time after the day's week4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The same section master week4 weights by - see week4's
      * LoadSectionMaster.
       SELECT SECTION-MASTER ASSIGN TO "SECTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAST-STATUS.

       SELECT SECTION-LEDGER ASSIGN TO "SECTLEDG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

       SELECT SECTDUE-RPT ASSIGN TO "SECTDUE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Operator-maintained thresholds, read at run time so a new
      * value is a one-line edit without a recompile - see week1's
      * GetThresholds.
       SELECT THRESHOLDS ASSIGN TO "THRESHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

      * Severity-coded alerts - see week1's WriteAlert.
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
      * Laid out field for field the same as week4's
      * SECTION-MASTER-RECORD so the two stay in step.
       FD SECTION-MASTER.
       01 SECTION-MASTER-RECORD.
           05 SM-LO PIC 9(6).
           05 SM-HI PIC 9(6).
           05 SM-WEIGHT PIC 9(3).
           05 SM-CYCLE PIC 9(3).

      * Laid out field for field the same as week4's LEDGER-RECORD
      * so the two stay in step.
       FD SECTION-LEDGER.
       01 LEDGER-RECORD.
           05 LEDG-SECTION PIC 9(6).
           05 LEDG-LAST-CLEAN PIC 9(8).

       FD SECTDUE-RPT.
       01 SECTDUE-RPT-LINE PIC X(100).

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
       01 WS-MAST-STATUS PIC X(2) VALUE SPACES.
       01 WS-LEDG-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.

      * CLNCYCLE - days between cleanings for a stretch whose master
      * record carries no cycle of its own. Zero or unset takes the
      * default.
       01 WS-THR-CLNCYCLE PIC 9(6) VALUE 7.

      * Today, as a date and a day number.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.

      * The master's stretches with, off the ledger, the oldest
      * last-clean date among their sections and how many of their
      * sections the ledger holds at all - fewer than the stretch
      * has means a section never confirmed clean.
       01 WS-ST-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 200 TIMES.
               10 WS-ST-LO PIC 9(6).
               10 WS-ST-HI PIC 9(6).
               10 WS-ST-WEIGHT PIC 9(3).
               10 WS-ST-CYCLE PIC 9(3).
               10 WS-ST-OLDEST PIC 9(8).
               10 WS-ST-SEEN PIC 9(7).
       01 WS-ST-SUB PIC 9(3).
       01 WS-ST-HIT PIC 9(3) VALUE ZEROES.
       01 WS-ST-SIZE PIC 9(7) VALUE ZEROES.

      * The first date the ledger holds - a section never confirmed
      * has gone uncleaned at least since then, which is as far back
      * as the ledger can say.
       01 WS-LEDG-FIRST PIC 9(8) VALUE ZEROES.
       01 WS-LEDG-COUNT PIC 9(10) VALUE ZEROES.
       01 WS-NEVER-SEEN PIC X VALUE 'N'.

      * The overdue list - stretch, days overdue, the last-clean date
      * the days run from (zero for never), and the ranking score.
       01 WS-DUE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 200 TIMES.
               10 WS-DUE-SCORE PIC 9(10).
               10 WS-DUE-DAYS PIC 9(6).
               10 WS-DUE-LAST PIC 9(8).
               10 WS-DUE-ST PIC 9(3).
       01 WS-DUE-SUB PIC 9(3).
       01 WS-DUE-SUB2 PIC 9(3).
       01 WS-SWAP-DUE PIC X(27).
       01 WS-FROM-DATE PIC 9(8) VALUE ZEROES.
       01 WS-SINCE PIC S9(8) VALUE ZEROES.
       01 WS-LATE PIC S9(8) VALUE ZEROES.
       01 WS-LAST-DISP PIC X(8) VALUE SPACES.
       01 WS-RANK PIC 9(3) VALUE ZEROES.

      * Alert working fields - see week1's WriteAlert.
       01 WS-ALERT-SEV PIC 9(1) VALUE ZEROES.
       01 WS-ALERT-TEXT PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM GetThresholds.
           PERFORM LoadSectionMaster.
           IF WS-ST-COUNT EQUAL ZEROES
               DISPLAY 'INPUT NOT AVAILABLE - SECTMAST.DAT STATUS '
                   WS-MAST-STATUS
               PERFORM WriteAuditLog
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LoadLedger.
           PERFORM BuildDueList.
           PERFORM SortDueList.
           OPEN OUTPUT SECTDUE-RPT.
           MOVE SPACES TO SECTDUE-RPT-LINE.
           STRING 'SECTION STRETCHES OVERDUE FOR CLEANING AS OF '
               WS-TODAY-DATE ' - CYCLE DEFAULT ' WS-THR-CLNCYCLE
               ' DAYS'
               DELIMITED BY SIZE INTO SECTDUE-RPT-LINE
           END-STRING.
           WRITE SECTDUE-RPT-LINE.
           MOVE 'RANKED BY DAYS OVERDUE TIMES EFFORT WEIGHT'
               TO SECTDUE-RPT-LINE.
           WRITE SECTDUE-RPT-LINE.
           IF WS-LEDG-COUNT EQUAL ZEROES
               MOVE 'NO SECTION LEDGER - NOTHING CONFIRMED CLEAN YET'
                   TO SECTDUE-RPT-LINE
               WRITE SECTDUE-RPT-LINE
           END-IF.
           IF WS-NEVER-SEEN EQUAL 'Y' AND WS-LEDG-COUNT > ZEROES
               MOVE SPACES TO SECTDUE-RPT-LINE
               STRING 'LAST NEVER = A SECTION NEVER CONFIRMED CLEAN, '
                   'COUNTED FROM THE LEDGER START ' WS-LEDG-FIRST
                   DELIMITED BY SIZE INTO SECTDUE-RPT-LINE
               END-STRING
               WRITE SECTDUE-RPT-LINE
           END-IF.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               PERFORM WriteDueLine
           END-PERFORM.
           MOVE SPACES TO SECTDUE-RPT-LINE.
           STRING 'STRETCHES ON MASTER ' WS-ST-COUNT ' OVERDUE '
               WS-DUE-COUNT
               DELIMITED BY SIZE INTO SECTDUE-RPT-LINE
           END-STRING.
           WRITE SECTDUE-RPT-LINE.
           DISPLAY SECTDUE-RPT-LINE.
           CLOSE SECTDUE-RPT.
           PERFORM CheckAlerts.
           PERFORM WriteAuditLog.
           IF WS-DUE-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           GOBACK.

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
                           IF THR-KEY EQUAL 'CLNCYCLE'
                               MOVE THR-VALUE TO WS-THR-CLNCYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THRESHOLDS
           END-IF.
           IF WS-THR-CLNCYCLE EQUAL ZEROES
               MOVE 7 TO WS-THR-CLNCYCLE
           END-IF.

      * The master into core, dropping the records week4 drops - see
      * week4's LoadSectionMaster. A blank or zero cycle takes the
      * CLNCYCLE default.
       LoadSectionMaster.
           OPEN INPUT SECTION-MASTER.
           IF WS-MAST-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MAST-STATUS NOT EQUAL '00'
                   OR WS-ST-COUNT EQUAL 200
               READ SECTION-MASTER
                   AT END MOVE '10' TO WS-MAST-STATUS
                   NOT AT END
                       IF SM-LO > ZEROES AND SM-HI >= SM-LO
                               AND SM-WEIGHT > ZEROES
                           ADD 1 TO WS-ST-COUNT
                           MOVE SM-LO TO WS-ST-LO(WS-ST-COUNT)
                           MOVE SM-HI TO WS-ST-HI(WS-ST-COUNT)
                           MOVE SM-WEIGHT TO WS-ST-WEIGHT(WS-ST-COUNT)
                           IF SM-CYCLE IS NUMERIC
                                   AND SM-CYCLE > ZEROES
                               MOVE SM-CYCLE TO
                                   WS-ST-CYCLE(WS-ST-COUNT)
                           ELSE
                               MOVE WS-THR-CLNCYCLE TO
                                   WS-ST-CYCLE(WS-ST-COUNT)
                           END-IF
                           MOVE ZEROES TO WS-ST-OLDEST(WS-ST-COUNT)
                           MOVE ZEROES TO WS-ST-SEEN(WS-ST-COUNT)
                       ELSE
                           DISPLAY 'BAD SECTION MASTER RECORD '
                               'DROPPED - ' SM-LO '-' SM-HI
                               ' WEIGHT ' SM-WEIGHT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECTION-MASTER.

      * Each ledger section credited to the first stretch holding it
      * - the same first-wins rule week4's WeightSection uses.
       LoadLedger.
           OPEN INPUT SECTION-LEDGER.
           IF WS-LEDG-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LEDG-STATUS NOT EQUAL '00'
               READ SECTION-LEDGER
                   AT END MOVE '10' TO WS-LEDG-STATUS
                   NOT AT END
                       ADD 1 TO WS-LEDG-COUNT
                       IF WS-LEDG-FIRST EQUAL ZEROES
                               OR LEDG-LAST-CLEAN < WS-LEDG-FIRST
                           MOVE LEDG-LAST-CLEAN TO WS-LEDG-FIRST
                       END-IF
                       PERFORM CreditSection
               END-READ
           END-PERFORM.
           CLOSE SECTION-LEDGER.

       CreditSection.
           MOVE ZEROES TO WS-ST-HIT.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF LEDG-SECTION >= WS-ST-LO(WS-ST-SUB)
                       AND LEDG-SECTION <= WS-ST-HI(WS-ST-SUB)
                   MOVE WS-ST-SUB TO WS-ST-HIT
                   MOVE WS-ST-COUNT TO WS-ST-SUB
               END-IF
           END-PERFORM.
           IF WS-ST-HIT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ST-SEEN(WS-ST-HIT).
           IF WS-ST-OLDEST(WS-ST-HIT) EQUAL ZEROES
                   OR LEDG-LAST-CLEAN < WS-ST-OLDEST(WS-ST-HIT)
               MOVE LEDG-LAST-CLEAN TO WS-ST-OLDEST(WS-ST-HIT)
           END-IF.

      * A stretch past its cycle onto the overdue list. Its days run
      * from its oldest section's last cleaning, or from the ledger
      * start when any section has never been confirmed at all; with
      * no ledger there is nothing to run them from.
       BuildDueList.
           IF WS-LEDG-COUNT EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               COMPUTE WS-ST-SIZE = WS-ST-HI(WS-ST-SUB)
                   - WS-ST-LO(WS-ST-SUB) + 1
               IF WS-ST-SEEN(WS-ST-SUB) < WS-ST-SIZE
                   MOVE WS-LEDG-FIRST TO WS-FROM-DATE
               ELSE
                   MOVE WS-ST-OLDEST(WS-ST-SUB) TO WS-FROM-DATE
               END-IF
               COMPUTE WS-SINCE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               COMPUTE WS-LATE = WS-SINCE - WS-ST-CYCLE(WS-ST-SUB)
               IF WS-LATE > ZEROES
                   ADD 1 TO WS-DUE-COUNT
                   MOVE WS-ST-SUB TO WS-DUE-ST(WS-DUE-COUNT)
                   MOVE WS-LATE TO WS-DUE-DAYS(WS-DUE-COUNT)
                   COMPUTE WS-DUE-SCORE(WS-DUE-COUNT) =
                       WS-LATE * WS-ST-WEIGHT(WS-ST-SUB)
                   IF WS-ST-SEEN(WS-ST-SUB) < WS-ST-SIZE
                       MOVE ZEROES TO WS-DUE-LAST(WS-DUE-COUNT)
                       MOVE 'Y' TO WS-NEVER-SEEN
                   ELSE
                       MOVE WS-FROM-DATE TO WS-DUE-LAST(WS-DUE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      * Highest score first - see pmsched's SortDueList.
       SortDueList.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               PERFORM VARYING WS-DUE-SUB2 FROM 1 BY 1
                       UNTIL WS-DUE-SUB2 >= WS-DUE-SUB
                   IF WS-DUE-SCORE(WS-DUE-SUB) >
                           WS-DUE-SCORE(WS-DUE-SUB2)
                       MOVE WS-DUE-ENTRY(WS-DUE-SUB2) TO WS-SWAP-DUE
                       MOVE WS-DUE-ENTRY(WS-DUE-SUB)
                           TO WS-DUE-ENTRY(WS-DUE-SUB2)
                       MOVE WS-SWAP-DUE TO WS-DUE-ENTRY(WS-DUE-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WriteDueLine.
           MOVE WS-DUE-ST(WS-DUE-SUB) TO WS-ST-SUB.
           MOVE WS-DUE-SUB TO WS-RANK.
           IF WS-DUE-LAST(WS-DUE-SUB) EQUAL ZEROES
               MOVE 'NEVER' TO WS-LAST-DISP
           ELSE
               MOVE WS-DUE-LAST(WS-DUE-SUB) TO WS-LAST-DISP
           END-IF.
           MOVE SPACES TO SECTDUE-RPT-LINE.
           STRING WS-RANK ' STRETCH ' WS-ST-LO(WS-ST-SUB) '-'
               WS-ST-HI(WS-ST-SUB) ' WEIGHT ' WS-ST-WEIGHT(WS-ST-SUB)
               ' CYCLE ' WS-ST-CYCLE(WS-ST-SUB) ' LAST ' WS-LAST-DISP
               ' DAYS OVERDUE ' WS-DUE-DAYS(WS-DUE-SUB)
               ' SCORE ' WS-DUE-SCORE(WS-DUE-SUB)
               DELIMITED BY SIZE INTO SECTDUE-RPT-LINE
           END-STRING.
           WRITE SECTDUE-RPT-LINE.

       CheckAlerts.
           IF WS-DUE-COUNT > ZEROES
               MOVE 2 TO WS-ALERT-SEV
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-DUE-COUNT ' SECTION STRETCHES OVERDUE FOR '
                   'CLEANING'
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WriteAlert
           END-IF.

      * Severity-coded alert appended to the shared ALERTS.DAT - see
      * week1's WriteAlert.
       WriteAlert.
           OPEN EXTEND ALERTS.
           IF WS-ALERT-STATUS NOT EQUAL '00'
               OPEN OUTPUT ALERTS
           END-IF.
           MOVE SPACES TO ALERT-LINE.
           STRING 'DATE ' WS-TODAY-DATE
               ' PROGRAM SECTDUE SEVERITY ' WS-ALERT-SEV
               ' ALERT ' WS-ALERT-TEXT
               DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING.
           WRITE ALERT-LINE.
           CLOSE ALERTS.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog. The records are the ledger sections
      * read.
       WriteAuditLog.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO AUDIT-LOG-LINE.
           IF WS-ST-COUNT EQUAL ZEROES
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM SECTDUE RECORDS ' WS-LEDG-COUNT
                   ' RESULT ABORT SECTMAST STATUS ' WS-MAST-STATUS
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           ELSE
               STRING 'DATE ' WS-TODAY-DATE
                   ' PROGRAM SECTDUE RECORDS ' WS-LEDG-COUNT
                   ' RESULT ' WS-DUE-COUNT ' OVERDUE'
                   DELIMITED BY SIZE INTO AUDIT-LOG-LINE
               END-STRING
           END-IF.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

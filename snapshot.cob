      * one; the day CALHIST gets truncated, the medic's trend
      * baseline is one verified copy away instead of one
      * fat-fingered redirect away. RESTORE puts a named generation
      * back, and only after its control record checks out. The
      * generation is dated with the business date the driver hands
      * down, not the machine date, so a catch-up date or a window
      * that runs past midnight leaves the generation BACKOUT looks
      * for under the date it backs out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      * The business date from the driver, deleted again once this
      * returns - see PRECHECK's RUN-PARM/GetRunParms.
       SELECT RUN-PARM ASSIGN TO "SNAPPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Wide enough for the widest master record in the shop.
       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).

       FD RUN-PARM.
       01 RUN-PARM-RECORD.
           05 PARM-BUSDATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC X(2) VALUE SPACES.
       01 WS-VER-STATUS PIC X(2) VALUE SPACES.
       01 WS-IDX-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       01 WS-EOF PIC X VALUE 'N'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GetRunParms.
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > 4
               MOVE WS-MASTER-NAME(WS-MASTER-SUB) TO WS-SNAP-SRC
           END-IF.
           GOBACK.

      * The driver hands down the business date ahead of the CALL -
      * see PRECHECK's GetRunParms. Run standalone, with no parm
      * file, the machine date stands.
       GetRunParms.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT RUN-PARM.
           IF WS-PARM-STATUS EQUAL '00'
               READ RUN-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-BUSDATE IS NUMERIC
                               AND PARM-BUSDATE > ZEROES
                           MOVE PARM-BUSDATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARM
           END-IF.

      * One sequential master to its dated generation - copy, hash,
      * control record, then the verify pass. A master not on disk
      * today is noted, not an abort - first season has no

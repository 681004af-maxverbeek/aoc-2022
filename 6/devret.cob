      * outstanding list without them. Anything dispatched more than
      * DISPAGE days ago (THRESHLD.DAT, the traditional week when
      * unset) and never returned goes on the CHASE.DAT chase list.
      * Each repair taken back is also logged, dated, on the service
      * log SERVLOG.DAT that pmsched works its PM due dates from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CHASE-LIST ASSIGN TO "CHASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * Every service a device has had, dated - see pmsched.
       SELECT SERVICE-LOG ASSIGN TO "SERVLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLOG-STATUS.

      * Alerting thresholds, held in a control file the operators
      * edit without a recompile - see week1's GetThresholds.
       SELECT THRESHOLDS ASSIGN TO "THRESHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

      * The generation catalog the driver maintains - the chase
      * list's dated copy is registered here like the driver's own,
      * so the distribution packets can pick it up - see
      * CatalogReport.
       SELECT RPT-CATALOG ASSIGN TO "RPTCATLG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.

      * Running batch number - read only, so the catalog entry
      * carries the batch - see campdist's GetBatchNumber.
       SELECT BATCH-CTL ASSIGN TO "BATCHCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.

      * Shared across every program in the batch - see week1's
      * WriteAuditLog.
       SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
       FD CHASE-LIST.
       01 CHASE-LINE PIC X(80).

      * Laid out field for field the same as pmsched.cob's
      * SERVICE-LOG-RECORD so the two stay in step.
       FD SERVICE-LOG.
       01 SERVICE-LOG-RECORD.
           05 SL-DATE PIC 9(8).
           05 SL-DEVICE PIC X(8).
           05 SL-KIND PIC X(6).

       FD THRESHOLDS.
       01 THRESHOLD-RECORD.
           05 THR-KEY PIC X(8).
           05 THR-VALUE PIC 9(6).
           05 THR-EFFDATE PIC 9(8).

      * Laid out field for field the same as the driver's
      * CATALOG-RECORD so the two stay in step.
       FD RPT-CATALOG.
       01 CATALOG-RECORD.
           05 CAT-REPORT PIC X(14).
           05 CAT-GEN-NAME PIC X(20).
           05 CAT-DATE PIC 9(8).
           05 CAT-BATCH PIC 9(6).

       FD BATCH-CTL.
       01 BATCH-CTL-RECORD.
           05 CTL-BATCH-NUM PIC 9(6).

       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-BENCH-STATUS PIC X(2) VALUE SPACES.
       01 WS-DOUT-STATUS PIC X(2) VALUE SPACES.
       01 WS-SLOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-REG-STATUS PIC X(2) VALUE SPACES.
       01 WS-THR-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-OUT-AGE PIC S9(8) VALUE ZEROES.

      * The dated generation of the chase list and its catalog entry
      * - see CatalogReport.
       01 WS-CAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-BATCH-STATUS PIC X(2) VALUE SPACES.
       01 WS-BATCH-NUM PIC 9(6) VALUE ZEROES.
       01 WS-GEN-SRC PIC X(14) VALUE 'CHASE.DAT'.
       01 WS-GEN-NAME PIC X(20) VALUE SPACES.
       01 WS-COPY-RC PIC S9(8) COMP-5 VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM TakeBenchReturns.
           PERFORM RewriteOutstanding.
           PERFORM WriteChaseList.
           PERFORM CatalogReport.
           IF WS-REG-CHANGED EQUAL 'Y'
               PERFORM RewriteRegistry
           END-IF.
                   READ THRESHOLDS
                       AT END MOVE '10' TO WS-THR-STATUS
                       NOT AT END
      * A change dated after the business date is not in force
      * yet - see week1's GetThresholds.
                           IF THR-EFFDATE IS NUMERIC
                                   AND THR-EFFDATE > WS-TODAY-DATE
                               MOVE SPACES TO THR-KEY
                           END-IF
                           IF THR-KEY EQUAL 'DISPAGE'
                               MOVE THR-VALUE TO WS-THR-DISPAGE
                           END-IF
      * The bench's list, one device per record - each one ticked
      * off the outstanding list and flipped back to IN-SERVICE in
      * the registry. A device the bench returns that was never
      * dispatched is worth a loud word, not a quiet shrug. Each
      * repair matched is logged on the service log - unless the
      * outstanding list is too big to write back, when the same
      * returns reconcile again on the rerun and would log twice.
       TakeBenchReturns.
           OPEN INPUT BENCH-RETURNS.
           IF WS-BENCH-STATUS NOT EQUAL '00'
                   WS-BENCH-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF WS-OUT-UNSAFE NOT EQUAL 'Y'
               OPEN EXTEND SERVICE-LOG
               IF WS-SLOG-STATUS NOT EQUAL '00'
                   OPEN OUTPUT SERVICE-LOG
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'Y'
               READ BENCH-RETURNS
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-PERFORM.
           CLOSE BENCH-RETURNS.
           IF WS-OUT-UNSAFE NOT EQUAL 'Y'
               CLOSE SERVICE-LOG
           END-IF.

       TakeOneReturn.
           MOVE ZEROES TO WS-OUT-HIT.
           END-IF.
           MOVE 'Y' TO WS-OUT-RETURNED(WS-OUT-HIT).
           ADD 1 TO WS-MATCHED-COUNT.
           IF WS-OUT-UNSAFE NOT EQUAL 'Y'
               MOVE WS-TODAY-DATE TO SL-DATE
               MOVE BR-DEVICE TO SL-DEVICE
               MOVE 'REPAIR' TO SL-KIND
               WRITE SERVICE-LOG-RECORD
           END-IF.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-ID(WS-REG-SUB) EQUAL BR-DEVICE
           CLOSE DEVICE-REGISTRY.
           DISPLAY 'DEVREG.DAT LIFECYCLE STATUSES UPDATED'.

      * The chase list copied to its dated generation
      * (CHASE.<date>) and appended to the driver's generation
      * catalog - see campdist's CatalogReturn. The driver folds the
      * entry into its purge the next time it rewrites the catalog.
       CatalogReport.
           PERFORM GetBatchNumber.
           MOVE SPACES TO WS-GEN-NAME.
           STRING 'CHASE.' WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-GEN-NAME
           END-STRING.
           CALL 'CBL_COPY_FILE' USING WS-GEN-SRC WS-GEN-NAME
               RETURNING WS-COPY-RC.
           IF WS-COPY-RC NOT EQUAL ZEROES
               DISPLAY 'WARNING - ' WS-GEN-NAME ' NOT WRITTEN, '
                   'NOT CATALOGED'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND RPT-CATALOG.
           IF WS-CAT-STATUS NOT EQUAL '00'
               OPEN OUTPUT RPT-CATALOG
           END-IF.
           MOVE WS-GEN-SRC TO CAT-REPORT.
           MOVE WS-GEN-NAME TO CAT-GEN-NAME.
           MOVE WS-TODAY-DATE TO CAT-DATE.
           MOVE WS-BATCH-NUM TO CAT-BATCH.
           WRITE CATALOG-RECORD.
           CLOSE RPT-CATALOG.

       GetBatchNumber.
           OPEN INPUT BATCH-CTL.
           IF WS-BATCH-STATUS EQUAL '00'
               READ BATCH-CTL
                   AT END CONTINUE
                   NOT AT END MOVE CTL-BATCH-NUM TO WS-BATCH-NUM
               END-READ
               CLOSE BATCH-CTL
           END-IF.

      * One line appended to the shared AUDITLOG.DAT every run - see
      * week1's WriteAuditLog.
       WriteAuditLog.

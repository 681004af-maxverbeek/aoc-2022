       SELECT ROTATION-RPT ASSIGN TO "ROTARPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      * The generation catalog the driver maintains - the report's
      * dated copy is registered here like the driver's own, so the
      * distribution packets can pick it up - see CatalogReport.
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
       FD ROTATION-RPT.
       01 ROTATION-RPT-LINE PIC X(120).

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

       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE ZEROES.

      * The dated generation of the report and its catalog entry -
      * see CatalogReport.
       01 WS-CAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-BATCH-STATUS PIC X(2) VALUE SPACES.
       01 WS-BATCH-NUM PIC 9(6) VALUE ZEROES.
       01 WS-GEN-SRC PIC X(14) VALUE 'ROTARPT.DAT'.
       01 WS-GEN-NAME PIC X(20) VALUE SPACES.
       01 WS-COPY-RC PIC S9(8) COMP-5 VALUE ZEROES.

      * The window's assignments held raw - every per-elf figure is
      * a walk over this one table.
       01 WS-ASGN-COUNT PIC 9(4) VALUE ZEROES.
               END-PERFORM
               PERFORM WriteFairnessTables
               CLOSE ROTATION-RPT
               PERFORM CatalogReport
           END-IF.
           PERFORM WriteAuditLog.
           GOBACK.
               WRITE ROTATION-RPT-LINE
           END-PERFORM.

      * The report copied to its dated generation (<report>.<date>)
      * and appended to the driver's generation catalog - see
      * campdist's CatalogReturn. The driver folds the entry into
      * its purge the next time it rewrites the catalog.
       CatalogReport.
           PERFORM GetBatchNumber.
           MOVE SPACES TO WS-GEN-NAME.
           STRING 'ROTARPT.' WS-TODAY-DATE
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

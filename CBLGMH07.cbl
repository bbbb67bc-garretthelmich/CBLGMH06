      *changes/deletes against codes not on file, and prints an audit  *
      *report with each record's before and after image. The updated   *
      *master is written to PRODMAST.NEW so the live pricing file is   *
      *never half-written by a failed run - promote it with CBLGMH15   *
      *once the audit report checks out. The run's status and counts go*
      *to PRODMAST.AUD, which CBLGMH15 checks before it will promote.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PRODUCT-MASTER-NEW
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PRODMAST.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PRODMAST.AUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-AUDIT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PRDAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD  PRODUCT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 29 CHARACTERS.
           01  PM-REC.
               05  PM-REC-CODE             PIC 99.
               05  PM-REC-NAME             PIC X(16).
               05  PM-REC-PRICE            PIC 99V99.
               05  PM-REC-DEPOSIT          PIC X.
               05  PM-REC-COST             PIC 99V99.
      *The distributor's case-pack minimum - the fewest cases of this
      *product it will ship on one order line. A record written
      *before the column existed reads it as spaces; the load takes
      *that as a pack of one.
               05  PM-REC-PACK             PIC 99.

      *One keyed maintenance transaction per record: the action byte,
      *then the full product image it applies - selling price, deposit
      *flag, the distributor's wholesale cost and case-pack minimum. A
      *blank pack means the distributor ships single cases. A delete
      *only needs the code; the rest of a D record is ignored.
       FD  PROD-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 30 CHARACTERS.
           01  TR-REC.
               05  TR-ACTION               PIC X.
               05  TR-CODE                 PIC XX.
               05  TR-PRICE                PIC X(4).
               05  TR-DEPOSIT              PIC X.
               05  TR-COST                 PIC X(4).
               05  TR-PACK                 PIC XX.

       FD  PRODUCT-MASTER-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-NEW-REC
           RECORD CONTAINS 29 CHARACTERS.
           01  PM-NEW-REC.
               05  PM-NEW-CODE             PIC 99.
               05  PM-NEW-NAME             PIC X(16).
               05  PM-NEW-PRICE            PIC 99V99.
               05  PM-NEW-DEPOSIT          PIC X.
               05  PM-NEW-COST             PIC 99V99.
               05  PM-NEW-PACK             PIC 99.

      *This run's control record. Marked started before anything
      *else is done and completed at closure with the counts just
      *written, so a run that stops part way never leaves a .NEW
      *file that looks finished. CBLGMH15 checks it before it will
      *promote the new file, and marks it promoted afterwards.
       FD  RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS NCT-REC
           RECORD CONTAINS 88 CHARACTERS.
           01  NCT-REC.
               05  NCT-PROGRAM             PIC X(8).
               05  NCT-DATE                PIC 9(8).
               05  NCT-TIME                PIC X(6).
               05  NCT-STATUS              PIC X.
               05  NCT-APPLIED             PIC 9(4).
               05  NCT-REJECTED            PIC 9(4).
               05  NCT-NEW-RECS            PIC 9(6).
               05  NCT-PO-WRITTEN          PIC X.
               05  NCT-PO-RECS             PIC 9(6).
               05  NCT-PO-IN-RECS          PIC 9(6).
               05  NCT-PO-IN-LAST          PIC X(18).
               05  NCT-PO-IN-CASES         PIC 9(9).
               05  NCT-PO-IN-COST          PIC 9(9)V99.

       FD  PRINT-AUDIT
           LABEL RECORD IS OMITTED
               88  TR-END-OF-FILE  VALUE 'T'.
           05  TRANS-APPLIED           PIC 9(4)    VALUE 0.
           05  TRANS-REJECTED          PIC 9(4)    VALUE 0.
           05  NEW-RECS-WRITTEN        PIC 9(6)    VALUE 0.
           05  RUN-CTL-STATUS          PIC X.
           05  TR-CODE-N               PIC 99.
      *The keyed price lands in TR-PRICE-X as four characters and is
      *read back through the REDEFINES as 99V99, the same way the
           05  TR-COST-X               PIC X(4).
           05  TR-COST-N REDEFINES TR-COST-X
                                       PIC 99V99.
           05  TR-PACK-N               PIC 99.

       01  PM-CONTROL.
           05  PM-COUNT                PIC 99      VALUE 0.
               10  PM-PRICE            PIC 99V99.
               10  PM-COST             PIC 99V99.
               10  PM-DEPOSIT-FLAG     PIC X.
               10  PM-PACK             PIC 99.
               10  PM-DELETED          PIC X       VALUE 'N'.
                   88  PM-IS-DELETED   VALUE 'Y'.
      ******************************************************************
           05  FILLER           PIC X(6)   VALUE 'ACTION'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'BEFORE'.
           05  FILLER           PIC X(26)  VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'AFTER'.
           05  FILLER           PIC X(26)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RESULT'.

       01  AUDIT-DETAIL-LINE.
           05  AD-ACTION        PIC X(6).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  AD-BEFORE        PIC X(30).
           05  FILLER           PIC XX     VALUE SPACES.
           05  AD-AFTER         PIC X(29).
           05  FILLER           PIC XX     VALUE SPACES.
           05  AD-RESULT        PIC X(40).


       01  AUDIT-NEW-FILE-LINE.
           05  FILLER           PIC X(48)  VALUE
                   'UPDATED MASTER WRITTEN TO PRODMAST.NEW - PROMOTE'.
           05  FILLER           PIC X(35)  VALUE
                   ' WITH CBLGMH15 ONCE THIS REPORT AND'.
           05  FILLER           PIC X(25)  VALUE
                   ' THE RUN CHECK OUT CLEAN.'.

      *The 29-character product image printed in the before and after
      *columns, built field by field so a bad transaction never has to
      *be moved into a numeric picture to show up on the report.
       01  PM-IMAGE.
           05  IMG-PRICE        PIC 99V99.
           05  IMG-DEPOSIT      PIC X.
           05  IMG-COST         PIC 99V99.
           05  IMG-PACK         PIC 99.


       PROCEDURE DIVISION.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE 'S'                        TO RUN-CTL-STATUS.
           PERFORM L3-WRITE-RUN-CONTROL.
           PERFORM L3-LOAD-MASTER.
           OPEN INPUT PROD-TRANS.
           OPEN OUTPUT PRINT-AUDIT.
           MOVE PM-REC-PRICE       TO PM-PRICE(PM-COUNT).
           MOVE PM-REC-COST        TO PM-COST(PM-COUNT).
           MOVE PM-REC-DEPOSIT     TO PM-DEPOSIT-FLAG(PM-COUNT).
           IF PM-REC-PACK IS NUMERIC AND PM-REC-PACK > 0
               MOVE PM-REC-PACK    TO PM-PACK(PM-COUNT)
           ELSE
               MOVE 1              TO PM-PACK(PM-COUNT)
           END-IF.
           MOVE 'N'                TO PM-DELETED(PM-COUNT).
           PERFORM L4-READ-MASTER.

               MOVE 'INVALID COST - MUST BE NUMERIC.'
                   TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TR-PACK NOT = SPACES
                   AND (TR-PACK NOT NUMERIC OR TR-PACK = '00')
               MOVE 'F' TO TR-IS-VALID
               MOVE 'INVALID CASE PACK - MUST BE 01 TO 99.'
                   TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           GO TO L4-VALIDATE-EXIT.

       L4-VALIDATE-EXIT.
               MOVE TR-COST        TO TR-COST-X
               MOVE TR-COST-N      TO PM-COST(PM-COUNT)
               MOVE TR-DEPOSIT     TO PM-DEPOSIT-FLAG(PM-COUNT)
               PERFORM L5-SET-TRANS-PACK
               MOVE TR-PACK-N      TO PM-PACK(PM-COUNT)
               MOVE 'N'            TO PM-DELETED(PM-COUNT)
               SET PM-IDX TO PM-COUNT
               PERFORM L4-BUILD-AFTER-IMAGE
           MOVE TR-COST        TO TR-COST-X.
           MOVE TR-COST-N      TO PM-COST(PM-IDX).
           MOVE TR-DEPOSIT     TO PM-DEPOSIT-FLAG(PM-IDX).
           PERFORM L5-SET-TRANS-PACK.
           MOVE TR-PACK-N      TO PM-PACK(PM-IDX).
           PERFORM L4-BUILD-AFTER-IMAGE.

      *A blank case pack on the transaction means single cases.
       L5-SET-TRANS-PACK.
           IF TR-PACK = SPACES
               MOVE 1 TO TR-PACK-N
           ELSE
               MOVE TR-PACK TO TR-PACK-N
           END-IF.

       L4-BUILD-BEFORE-IMAGE.
           MOVE PM-CODE(PM-IDX)            TO IMG-CODE.
           MOVE PM-NAME(PM-IDX)            TO IMG-NAME.
           MOVE PM-PRICE(PM-IDX)           TO IMG-PRICE.
           MOVE PM-DEPOSIT-FLAG(PM-IDX)    TO IMG-DEPOSIT.
           MOVE PM-COST(PM-IDX)            TO IMG-COST.
           MOVE PM-PACK(PM-IDX)            TO IMG-PACK.
           MOVE PM-IMAGE TO AD-BEFORE.

       L4-BUILD-AFTER-IMAGE.
           MOVE PM-PRICE(PM-IDX)           TO IMG-PRICE.
           MOVE PM-DEPOSIT-FLAG(PM-IDX)    TO IMG-DEPOSIT.
           MOVE PM-COST(PM-IDX)            TO IMG-COST.
           MOVE PM-PACK(PM-IDX)            TO IMG-PACK.
           MOVE PM-IMAGE TO AD-AFTER.

      ******************************************************************
      ******************************************************************
      *Writes the updated master to PRODMAST.NEW, prints the applied/  *
      *rejected totals and closes up. The live PRODMAST.DAT is left    *
      *untouched until CBLGMH15 promotes the new file.                 *
      ******************************************************************
       L2-CLOSURE.
           OPEN OUTPUT PRODUCT-MASTER-NEW.
           WRITE AUD-PRTLINE FROM AUDIT-NEW-FILE-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE PROD-TRANS.
           MOVE 'C' TO RUN-CTL-STATUS.
           PERFORM L3-WRITE-RUN-CONTROL.
           CLOSE PRINT-AUDIT.

       L3-WRITE-NEW-PRODUCT.
               MOVE PM-PRICE(PM-OUT-IDX)        TO PM-NEW-PRICE
               MOVE PM-DEPOSIT-FLAG(PM-OUT-IDX) TO PM-NEW-DEPOSIT
               MOVE PM-COST(PM-OUT-IDX)         TO PM-NEW-COST
               MOVE PM-PACK(PM-OUT-IDX)         TO PM-NEW-PACK
               WRITE PM-NEW-REC
               ADD 1 TO NEW-RECS-WRITTEN
           END-IF.

      ******************************************************************
      *Writes this run's control record to PRODMAST.AUD: status S when *
      *the run starts, C once PRODMAST.NEW has been written and the    *
      *audit report totalled, with the counts CBLGMH15 checks before   *
      *it will promote the new file.                                   *
      ******************************************************************
       L3-WRITE-RUN-CONTROL.
           MOVE 'CBLGMH07'         TO NCT-PROGRAM.
           MOVE CURRENT-YEAR       TO NCT-DATE(1:4).
           MOVE CURRENT-MONTH      TO NCT-DATE(5:2).
           MOVE CURRENT-DAY        TO NCT-DATE(7:2).
           MOVE CURRENT-TIME(1:6)  TO NCT-TIME.
           MOVE RUN-CTL-STATUS     TO NCT-STATUS.
           MOVE TRANS-APPLIED      TO NCT-APPLIED.
           MOVE TRANS-REJECTED     TO NCT-REJECTED.
           MOVE NEW-RECS-WRITTEN   TO NCT-NEW-RECS.
           MOVE 'N'                TO NCT-PO-WRITTEN.
           MOVE 0                  TO NCT-PO-RECS.
           MOVE 0                  TO NCT-PO-IN-RECS.
           MOVE SPACES             TO NCT-PO-IN-LAST.
           MOVE 0                  TO NCT-PO-IN-CASES.
           MOVE 0                  TO NCT-PO-IN-COST.
           OPEN OUTPUT RUN-CONTROL.
           WRITE NCT-REC.
           CLOSE RUN-CONTROL.

      ******************************************************************
       L3-AUDIT-HEADINGS.
           ADD 1 TO C-PCTR.

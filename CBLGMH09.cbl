      *adjustments that would drive a count negative, and prints an    *
      *audit report with each product's before and after quantity. The *
      *updated file is written to STOCKOH.NEW so the live stock file   *
      *is never half-written by a failed run - promote it with CBLGMH15*
      *once the audit report checks out. The run's status and counts   *
      *go to STOCKOH.AUD, which CBLGMH15 checks before it will promote.*
      *A receipt that quotes a distributor PO number is also posted    *
      *against that PO's line on PURCHORD.DAT, the purchase orders the *
      *consolidation run raises at closure, and every PO line with a   *
      *receipt this run or still short is reported as received in      *
      *full, short or over. The updated PO file is written to          *
      *PURCHORD.NEW, promoted by CBLGMH15 along with STOCKOH.NEW.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PRINT-AUDIT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STKAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PURCHASE-ORDERS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PURCHORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUR-FILE-STATUS.
           SELECT PURCHASE-ORDERS-NEW
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PURCHORD.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STOCKOH.AUD'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *adjusts a count up or down by the signed quantity (a recount,
      *breakage, a miscount found on the dock). The reference ties
      *the line back to the packing slip or count sheet it came from.
      *A receipt against a distributor purchase order also carries the
      *PO number off the packing slip; a receipt without one posts to
      *the count alone, the way every receipt used to.
       FD  STOCK-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 30 CHARACTERS.
           01  TR-REC.
               05  TR-ACTION               PIC X.
               05  TR-CODE                 PIC XX.
               05  TR-SIGN                 PIC X.
               05  TR-QTY                  PIC X(6).
               05  TR-REF                  PIC X(10).
               05  TR-PO                   PIC X(10).

       FD  STOCK-FILE-NEW
           LABEL RECORD IS STANDARD
               05  STK-NEW-CODE            PIC 99.
               05  STK-NEW-AVAIL           PIC 9(6).

      *The distributor purchase orders, one record per PO line, as the
      *consolidation run's closure writes them. PUR-REC-RECEIVED is the
      *cases received against the line to date.
       FD  PURCHASE-ORDERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PUR-REC
           RECORD CONTAINS 69 CHARACTERS.
           01  PUR-REC.
               05  PUR-REC-NUMBER          PIC X(10).
               05  PUR-REC-DATE            PIC 9(8).
               05  PUR-REC-CODE            PIC 99.
               05  PUR-REC-NAME            PIC X(16).
               05  PUR-REC-NEEDED          PIC 9(6).
               05  PUR-REC-PACK            PIC 99.
               05  PUR-REC-QTY             PIC 9(6).
               05  PUR-REC-COST            PIC 99V99.
               05  PUR-REC-EXTENDED        PIC 9(7)V99.
               05  PUR-REC-RECEIVED        PIC 9(6).

       FD  PURCHASE-ORDERS-NEW
           LABEL RECORD IS STANDARD
           DATA RECORD IS PUR-NEW-REC
           RECORD CONTAINS 69 CHARACTERS.
           01  PUR-NEW-REC.
               05  FILLER                  PIC X(63).
               05  PUR-NEW-RECEIVED        PIC 9(6).

      *This run's control record. Marked started before anything
      *else is done and completed at closure with the counts just
      *written, so a run that stops part way never leaves a .NEW
      *file that looks finished. CBLGMH15 checks it before it will
      *promote the new file, and marks it promoted afterwards. It also
      *carries the line count, the last line's PO number and date, and
      *control totals of the cases needed and ordered and the extended
      *cost of the PURCHORD.DAT this run read, so a PO the consolidation
      *run raised or re-costed since is never overwritten by
      *PURCHORD.NEW.
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
           RECORD CONTAINS 132 CHARACTERS
               88  TR-END-OF-FILE  VALUE 'T'.
           05  TRANS-APPLIED           PIC 9(4)    VALUE 0.
           05  TRANS-REJECTED          PIC 9(4)    VALUE 0.
           05  NEW-RECS-WRITTEN        PIC 9(6)    VALUE 0.
           05  PO-RECS-WRITTEN         PIC 9(6)    VALUE 0.
           05  RUN-CTL-STATUS          PIC X.
           05  TR-CODE-N               PIC 99.
           05  TR-QTY-N                PIC 9(6).

                       INDEXED BY STK-IDX.
               10  STK-CODE            PIC 99.
               10  STK-AVAIL           PIC 9(6).

       01  PUR-CONTROL.
           05  PUR-FILE-STATUS         PIC XX.
           05  PUR-EOF                 PIC X       VALUE 'F'.
               88  PUR-END-OF-FILE VALUE 'T'.
           05  PUR-LOADED-FLAG         PIC X       VALUE 'F'.
               88  PUR-LOADED      VALUE 'T'.
           05  PUR-FOUND-FLAG          PIC X       VALUE 'F'.
               88  PUR-FOUND       VALUE 'T'.
           05  PUR-COUNT               PIC 9(4)    VALUE 0.
           05  PUR-OUT-IDX             PIC 9(4).
           05  PUR-LINES-REPORTED      PIC 9(4)    VALUE 0.
           05  PUR-DIFFERENCE          PIC 9(6).
           05  PUR-IN-LAST             PIC X(18)   VALUE SPACES.
           05  PUR-IN-CASES            PIC 9(9)    VALUE 0.
           05  PUR-IN-COST             PIC 9(9)V99 VALUE 0.

      *The purchase order file held whole: each line's ordered and
      *received-to-date cases, what this run received against it, the
      *PO-touched switch that puts every line of a PO with a receipt
      *this run on the status report, and the record image written
      *back out to PURCHORD.NEW. The season close archives and empties
      *PURCHORD.DAT, so the file only ever holds one season's POs - at
      *most one a week for 99 weeks, a line per product on PRODMAST's
      *50 - and the table is sized to hold all of them.
       01  PUR-TABLE.
           05  PUR-ENTRY OCCURS 1 TO 4950 TIMES DEPENDING ON PUR-COUNT
                       INDEXED BY PUR-IDX.
               10  PUR-NUMBER          PIC X(10).
               10  PUR-CODE            PIC 99.
               10  PUR-NAME            PIC X(16).
               10  PUR-QTY             PIC 9(6).
               10  PUR-RECEIVED        PIC 9(6).
               10  PUR-RUN-RECEIVED    PIC 9(6).
               10  PUR-TOUCHED         PIC X.
                   88  PUR-PO-TOUCHED  VALUE 'Y'.
               10  PUR-IMAGE           PIC X(69).
      ******************************************************************
      ** ↑ end of calculation variables ↑
      ******************************************************************
           05  FILLER           PIC X(5)   VALUE 'AFTER'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'REFERENCE'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'PO NUMBER'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RESULT'.

           05  AD-AFTER         PIC ZZZZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  AD-REF           PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  AD-PO            PIC X(10).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  AD-RESULT        PIC X(40).

       01  AUDIT-REJECT-LINE.
           05  AR-ACTION        PIC X(6).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  AR-RECORD        PIC X(30).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  AR-RESULT        PIC X(40).


       01  AUDIT-NEW-FILE-LINE.
           05  FILLER           PIC X(46)  VALUE
                   'UPDATED STOCK WRITTEN TO STOCKOH.NEW - PROMOTE'.
           05  FILLER           PIC X(35)  VALUE
                   ' WITH CBLGMH15 ONCE THIS REPORT AND'.
           05  FILLER           PIC X(25)  VALUE
                   ' THE RUN CHECK OUT CLEAN.'.

       01  PUR-HEADING.
           05  FILLER           PIC X(51)  VALUE SPACES.
           05  FILLER           PIC X(29)
                   VALUE 'PURCHASE ORDER RECEIPT STATUS'.

       01  PUR-COL-HEADING.
           05  FILLER           PIC X(9)   VALUE 'PO NUMBER'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'CODE'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'POP TYPE'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'ORDERED'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'THIS RUN'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'TO DATE'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'DIFFERENCE'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'STATUS'.

       01  PUR-DETAIL-LINE.
           05  PD-NUMBER        PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  PD-CODE          PIC 99.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  PD-POP-NAME      PIC X(16).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  PD-ORDERED       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  PD-RUN-RECEIVED  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  PD-RECEIVED      PIC ZZZ,ZZ9.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  PD-DIFFERENCE    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  PD-STATUS        PIC X(24).

       01  PUR-NONE-LINE.
           05  FILLER           PIC X(47)  VALUE
                   'NO PURCHASE ORDER LINES RECEIVED OR OUTSTANDING'.

       01  PUR-NEW-FILE-LINE.
           05  FILLER           PIC X(46)  VALUE
                   'UPDATED POS WRITTEN TO PURCHORD.NEW - PROMOTED'.
           05  FILLER           PIC X(36)  VALUE
                   ' BY CBLGMH15 ALONG WITH STOCKOH.NEW.'.


       PROCEDURE DIVISION.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE 'S'                        TO RUN-CTL-STATUS.
           PERFORM L3-WRITE-RUN-CONTROL.
           PERFORM L3-LOAD-STOCK.
           PERFORM L3-LOAD-PURCHASE-ORDERS.
           OPEN INPUT STOCK-TRANS.
           OPEN OUTPUT PRINT-AUDIT.
           PERFORM L3-AUDIT-HEADINGS.
           MOVE STK-REC-AVAIL      TO STK-AVAIL(STK-COUNT).
           PERFORM L4-READ-STOCK.

      *The purchase order file is optional: before the first PO is
      *raised there is none, and receipts post to the counts alone.
       L3-LOAD-PURCHASE-ORDERS.
           OPEN INPUT PURCHASE-ORDERS.
           IF PUR-FILE-STATUS = '00'
               MOVE 'T' TO PUR-LOADED-FLAG
               PERFORM L4-READ-PURCHASE-ORDER
               PERFORM L4-BUILD-PURCHASE-TABLE
                   UNTIL PUR-END-OF-FILE
               CLOSE PURCHASE-ORDERS
           END-IF.

       L4-READ-PURCHASE-ORDER.
           READ PURCHASE-ORDERS
               AT END
                   MOVE 'T' TO PUR-EOF.

      *A season's POs cannot fill PUR-ENTRY; a PO file that does was
      *not emptied by the season close, and stops the run before
      *either .NEW file is written.
       L4-BUILD-PURCHASE-TABLE.
           IF PUR-COUNT = 4950
               DISPLAY 'PURCHASE ORDER FILE EXCEEDS 4950 LINES - '
                       'CLOSE THE SEASON WITH CBLGMH17.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PUR-COUNT.
           MOVE PUR-REC-NUMBER     TO PUR-NUMBER(PUR-COUNT).
           MOVE PUR-REC-CODE       TO PUR-CODE(PUR-COUNT).
           MOVE PUR-REC-NAME       TO PUR-NAME(PUR-COUNT).
           MOVE PUR-REC-QTY        TO PUR-QTY(PUR-COUNT).
           MOVE PUR-REC-RECEIVED   TO PUR-RECEIVED(PUR-COUNT).
           MOVE 0                  TO PUR-RUN-RECEIVED(PUR-COUNT).
           MOVE 'N'                TO PUR-TOUCHED(PUR-COUNT).
           MOVE PUR-REC            TO PUR-IMAGE(PUR-COUNT).
           MOVE PUR-REC(1:18)      TO PUR-IN-LAST.
           IF PUR-REC-NEEDED IS NUMERIC
               ADD PUR-REC-NEEDED  TO PUR-IN-CASES
           END-IF.
           IF PUR-REC-QTY IS NUMERIC
               ADD PUR-REC-QTY     TO PUR-IN-CASES
           END-IF.
           IF PUR-REC-EXTENDED IS NUMERIC
               ADD PUR-REC-EXTENDED TO PUR-IN-COST
           END-IF.
           PERFORM L4-READ-PURCHASE-ORDER.

       L3-READ-TRANSACTION.
           READ STOCK-TRANS
               AT END
           MOVE TR-CODE TO TR-CODE-N.
           MOVE TR-QTY TO TR-QTY-N.
           PERFORM L4-CODE-LOOKUP.
           IF TR-ACTION = 'R' AND TR-PO = SPACES
               GO TO L4-VALIDATE-EXIT.
           IF TR-ACTION = 'R'
               PERFORM L4-PO-LOOKUP
               IF NOT PUR-FOUND
                   MOVE 'F' TO TR-IS-VALID
                   MOVE 'PO NUMBER/PRODUCT CODE NOT ON ANY PO.'
                       TO TR-ERR-DESCRIPTION
               END-IF
               GO TO L4-VALIDATE-EXIT.
           IF TR-SIGN NOT = '+' AND TR-SIGN NOT = '-'
               MOVE 'F' TO TR-IS-VALID
               END-SEARCH
           END-IF.

      ******************************************************************
      *Finds the PO line the receipt quotes - PO number and product    *
      *code both - leaving PUR-IDX positioned on the match.            *
      ******************************************************************
       L4-PO-LOOKUP.
           MOVE 'F' TO PUR-FOUND-FLAG.
           IF PUR-COUNT > 0
               SET PUR-IDX TO 1
               SEARCH PUR-ENTRY
                   AT END
                       MOVE 'F' TO PUR-FOUND-FLAG
                   WHEN PUR-NUMBER(PUR-IDX) = TR-PO
                           AND PUR-CODE(PUR-IDX) = TR-CODE-N
                       MOVE 'T' TO PUR-FOUND-FLAG
               END-SEARCH
           END-IF.

      ******************************************************************
      *Applies a validated transaction to the table and prints its     *
      *audit line with the product's count before and after.           *
           MOVE TR-CODE-N TO AD-CODE.
           MOVE TR-QTY-N TO AD-QTY.
           MOVE TR-REF TO AD-REF.
           MOVE SPACES TO AD-PO.
           IF TR-ACTION = 'R'
               MOVE 'RECPT ' TO AD-ACTION
               MOVE SPACE TO AD-SIGN
                   MOVE TR-QTY-N TO AD-AFTER
               END-IF
           END-IF.
           IF TR-PO NOT = SPACES AND AD-RESULT = 'APPLIED'
               MOVE TR-PO TO AD-PO
               ADD TR-QTY-N TO PUR-RECEIVED(PUR-IDX)
               ADD TR-QTY-N TO PUR-RUN-RECEIVED(PUR-IDX)
               PERFORM L5-MARK-PO-TOUCHED
                   VARYING PUR-OUT-IDX FROM 1 BY 1
                       UNTIL PUR-OUT-IDX > PUR-COUNT
           END-IF.

      *Flags every line of the PO just received against, so the status
      *report shows the whole PO - lines that never arrived included.
       L5-MARK-PO-TOUCHED.
           IF PUR-NUMBER(PUR-OUT-IDX) = TR-PO
               MOVE 'Y' TO PUR-TOUCHED(PUR-OUT-IDX)
           END-IF.

       L4-APPLY-ADJUSTMENT.
           IF TR-SIGN = '+'
      ******************************************************************
      *Writes the updated counts to STOCKOH.NEW, prints the applied/   *
      *rejected totals and closes up. The live STOCKOH.DAT is left     *
      *untouched until CBLGMH15 promotes the new file.                 *
      ******************************************************************
       L2-CLOSURE.
           OPEN OUTPUT STOCK-FILE-NEW.
               AFTER ADVANCING 3 LINES.
           WRITE AUD-PRTLINE FROM AUDIT-NEW-FILE-LINE
               AFTER ADVANCING 2 LINES.
           IF PUR-LOADED
               PERFORM L3-PO-RECEIPT-STATUS
           END-IF.
           CLOSE STOCK-TRANS.
           MOVE 'C' TO RUN-CTL-STATUS.
           PERFORM L3-WRITE-RUN-CONTROL.
           CLOSE PRINT-AUDIT.

       L3-WRITE-NEW-STOCK.
           MOVE STK-CODE(STK-OUT-IDX)  TO STK-NEW-CODE.
           MOVE STK-AVAIL(STK-OUT-IDX) TO STK-NEW-AVAIL.
           WRITE STK-NEW-REC.
           ADD 1 TO NEW-RECS-WRITTEN.

      ******************************************************************
      *Purchase order receipt status: every line of a PO received      *
      *against this run, and every line of any PO still short, as      *
      *received in full, short or over against the cases ordered, so   *
      *the shipments still outstanding are known before delivery day.  *
      *The received-to-date figures go out to PURCHORD.NEW.            *
      ******************************************************************
       L3-PO-RECEIPT-STATUS.
           OPEN OUTPUT PURCHASE-ORDERS-NEW.
           PERFORM L4-WRITE-NEW-PURCHASE-ORDER
               VARYING PUR-OUT-IDX FROM 1 BY 1
                   UNTIL PUR-OUT-IDX > PUR-COUNT.
           CLOSE PURCHASE-ORDERS-NEW.
           PERFORM L4-PO-HEADINGS.
           PERFORM L4-PRINT-PO-STATUS
               VARYING PUR-OUT-IDX FROM 1 BY 1
                   UNTIL PUR-OUT-IDX > PUR-COUNT.
           IF PUR-LINES-REPORTED = 0
               WRITE AUD-PRTLINE FROM PUR-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE AUD-PRTLINE FROM PUR-NEW-FILE-LINE
               AFTER ADVANCING 3 LINES.

       L4-WRITE-NEW-PURCHASE-ORDER.
           MOVE PUR-IMAGE(PUR-OUT-IDX)    TO PUR-NEW-REC.
           MOVE PUR-RECEIVED(PUR-OUT-IDX) TO PUR-NEW-RECEIVED.
           WRITE PUR-NEW-REC.
           ADD 1 TO PO-RECS-WRITTEN.

       L4-PRINT-PO-STATUS.
           IF PUR-PO-TOUCHED(PUR-OUT-IDX)
                   OR PUR-RECEIVED(PUR-OUT-IDX) < PUR-QTY(PUR-OUT-IDX)
               ADD 1 TO PUR-LINES-REPORTED
               MOVE PUR-NUMBER(PUR-OUT-IDX)       TO PD-NUMBER
               MOVE PUR-CODE(PUR-OUT-IDX)         TO PD-CODE
               MOVE PUR-NAME(PUR-OUT-IDX)         TO PD-POP-NAME
               MOVE PUR-QTY(PUR-OUT-IDX)          TO PD-ORDERED
               MOVE PUR-RUN-RECEIVED(PUR-OUT-IDX) TO PD-RUN-RECEIVED
               MOVE PUR-RECEIVED(PUR-OUT-IDX)     TO PD-RECEIVED
               PERFORM L5-SET-PO-STATUS
               MOVE PUR-DIFFERENCE                TO PD-DIFFERENCE
               WRITE AUD-PRTLINE FROM PUR-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-PO-HEADINGS
           END-IF.

       L5-SET-PO-STATUS.
           IF PUR-RECEIVED(PUR-OUT-IDX) = PUR-QTY(PUR-OUT-IDX)
               MOVE 0 TO PUR-DIFFERENCE
               MOVE 'RECEIVED IN FULL' TO PD-STATUS
           ELSE
               IF PUR-RECEIVED(PUR-OUT-IDX) > PUR-QTY(PUR-OUT-IDX)
                   COMPUTE PUR-DIFFERENCE =
                       PUR-RECEIVED(PUR-OUT-IDX) - PUR-QTY(PUR-OUT-IDX)
                   MOVE 'OVER' TO PD-STATUS
               ELSE
                   COMPUTE PUR-DIFFERENCE =
                       PUR-QTY(PUR-OUT-IDX) - PUR-RECEIVED(PUR-OUT-IDX)
                   IF PUR-RECEIVED(PUR-OUT-IDX) = 0
                       MOVE 'SHORT - NOTHING RECEIVED' TO PD-STATUS
                   ELSE
                       MOVE 'SHORT' TO PD-STATUS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       L4-PO-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE AUD-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE AUD-PRTLINE FROM PUR-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE AUD-PRTLINE FROM PUR-COL-HEADING
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *Writes this run's control record to STOCKOH.AUD: status S when  *
      *the run starts, C once STOCKOH.NEW has been written and the     *
      *audit report totalled, with the counts CBLGMH15 checks before   *
      *it will promote the new stock file (and PURCHORD.NEW with it).  *
      ******************************************************************
       L3-WRITE-RUN-CONTROL.
           MOVE 'CBLGMH09'         TO NCT-PROGRAM.
           MOVE CURRENT-YEAR       TO NCT-DATE(1:4).
           MOVE CURRENT-MONTH      TO NCT-DATE(5:2).
           MOVE CURRENT-DAY        TO NCT-DATE(7:2).
           MOVE CURRENT-TIME(1:6)  TO NCT-TIME.
           MOVE RUN-CTL-STATUS     TO NCT-STATUS.
           MOVE TRANS-APPLIED      TO NCT-APPLIED.
           MOVE TRANS-REJECTED     TO NCT-REJECTED.
           MOVE NEW-RECS-WRITTEN   TO NCT-NEW-RECS.
           IF PUR-LOADED AND RUN-CTL-STATUS = 'C'
               MOVE 'Y'            TO NCT-PO-WRITTEN
           ELSE
               MOVE 'N'            TO NCT-PO-WRITTEN
           END-IF.
           MOVE PO-RECS-WRITTEN    TO NCT-PO-RECS.
           MOVE PUR-COUNT          TO NCT-PO-IN-RECS.
           MOVE PUR-IN-LAST        TO NCT-PO-IN-LAST.
           MOVE PUR-IN-CASES       TO NCT-PO-IN-CASES.
           MOVE PUR-IN-COST        TO NCT-PO-IN-COST.
           OPEN OUTPUT RUN-CONTROL.
           WRITE NCT-REC.
           CLOSE RUN-CONTROL.

      ******************************************************************
       L3-AUDIT-HEADINGS.

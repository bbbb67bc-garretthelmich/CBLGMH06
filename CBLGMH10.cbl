       IDENTIFICATION DIVISION.
       program-id. CBLGMH10.
       AUTHOR.     Garrett Helmich.
       DATE-WRITTEN.   10/01/2026.

      ******************************************************************
      *Bottle deposit returns. Posts the keyed transactions on         *
      *DEPRETRN.DAT - E for empties returned, by pop code and deposit  *
      *division, and M for the distributor's refund credit memos, by   *
      *division - and reconciles, division by division, the deposits   *
      *collected on this season's orders (off SEASONOR.DAT) against    *
      *the empties returned and the refunds received, reporting every  *
      *gap between the three. Writes the journal entry that clears     *
      *account 2050 BOTTLE DEPOSITS OWED BACK for whatever has been    *
      *refunded since the last entry, in the JRNLINT layout the        *
      *accounting package already imports, at the end of DEPJRNL.DAT.  *
      *                                                                *
      *RETURN-CODE: 0 clean, 4 transactions rejected, 8 journal held   *
      *back because a division's refunds exceed its empties returned.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PRODMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEASON-ORDERS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SEASONOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEA-REC-KEY
               ALTERNATE RECORD KEY IS SEA-REC-BUYER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SEA-REC-SELLER
                   WITH DUPLICATES
               FILE STATUS IS SEA-FILE-STATUS.
           SELECT DEPOSIT-TRANS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DEPRETRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-CONTROL
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DEPCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DCTL-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DEPJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT PRINT-AUDIT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DEPAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
               05  PM-REC-PACK             PIC 99.

      *The cumulative season orders file the consolidation run keeps
      *in weekly mode - the deposits collected are figured off it, so
      *an order cancelled since it posted no longer counts.
       FD  SEASON-ORDERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEA-REC
           RECORD CONTAINS 87 CHARACTERS.
           01  SEA-REC.
               05  SEA-REC-KEY.
                   10  SEA-REC-WEEK        PIC 99.
                   10  SEA-REC-SELLER      PIC 9(4).
                   10  SEA-REC-BUYER.
                       15  SEA-REC-LNAME   PIC X(15).
                       15  SEA-REC-FNAME   PIC X(15).
                       15  SEA-REC-ADDRESS PIC X(15).
                   10  SEA-REC-POP         PIC 99.
               05  SEA-REC-TEAM            PIC X.
               05  SEA-REC-CASES           PIC 9(4).
               05  SEA-REC-TOTAL           PIC 9(6)V99.
               05  SEA-REC-CITY            PIC X(10).
               05  SEA-REC-STATE           PIC XX.
               05  SEA-REC-ZIP.
                   10  SEA-REC-1ZIP        PIC 99999.
                   10  SEA-REC-2ZIP        PIC 9999.

      *The season's keyed deposit transactions, added to all season
      *the way PAYMENTS.DAT is. E: empties returned - pop code,
      *division (05 or 10 cents a case) and cases. M: a distributor
      *refund credit memo - division, amount and the memo number in
      *the reference. Both carry the date on the slip or memo.
       FD  DEPOSIT-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 38 CHARACTERS.
           01  TR-REC.
               05  TR-ACTION               PIC X.
               05  TR-CODE                 PIC XX.
               05  TR-DIVISION             PIC XX.
               05  TR-QTY                  PIC X(6).
               05  TR-AMOUNT               PIC X(9).
               05  TR-DATE                 PIC X(8).
               05  TR-REF                  PIC X(10).

      *What has already been journaled against 2050, by division, so
      *each run's entry clears only the refunds received since the
      *last one. Rewritten whenever an entry is written.
       FD  DEPOSIT-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS DCTL-REC
           RECORD CONTAINS 30 CHARACTERS.
           01  DCTL-REC.
               05  DCTL-FIVE-JOURNALED     PIC 9(9)V99.
               05  DCTL-TEN-JOURNALED      PIC 9(9)V99.
               05  DCTL-LAST-DATE          PIC 9(8).

      *Same 55-byte layout as the consolidation run's JRNLINT.DAT.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JRN-REC
           RECORD CONTAINS 55 CHARACTERS.
           01  JRN-REC.
               05  JRN-DATE                PIC 9(8).
               05  JRN-ACCOUNT             PIC X(4).
               05  JRN-DRCR                PIC XX.
               05  JRN-AMOUNT              PIC 9(9)V99.
               05  JRN-DESC                PIC X(30).

       FD  PRINT-AUDIT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AUD-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  AUD-PRTLINE                 PIC X(132).


       WORKING-STORAGE SECTION.
      ******************************************************************
      * ↓ These are variables used for calculations (no display) ↓
      ******************************************************************
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).
           05  C-PCTR                  PIC 99      VALUE 0.
           05  TR-IS-VALID             PIC X       VALUE 'F'.
           05  TR-ERR-DESCRIPTION      PIC X(40).
      *The same two deposit divisions the consolidation run prices
      *orders under.
           05  I-STATE                 PIC XX.
               88  FIVE-CENT       VALUE 'IA','NE','WI'.
               88  TEN-CENT        VALUE 'MI'.

       01  TRANS-CONTROL.
           05  TR-EOF                  PIC X       VALUE 'F'.
               88  TR-END-OF-FILE  VALUE 'T'.
           05  TRANS-APPLIED           PIC 9(4)    VALUE 0.
           05  TRANS-REJECTED          PIC 9(4)    VALUE 0.
           05  TR-CODE-N               PIC 99.
           05  TR-QTY-N                PIC 9(6).
      *The keyed amount lands in TR-AMOUNT-X as nine characters and is
      *read back through the REDEFINES as 9(7)V99, the way CBLGMH07
      *reads its keyed prices.
           05  TR-AMOUNT-X             PIC X(9).
           05  TR-AMOUNT-N REDEFINES TR-AMOUNT-X
                                       PIC 9(7)V99.
           05  TR-VALUE                PIC 9(7)V99.

       01  PM-CONTROL.
           05  PM-COUNT                PIC 99      VALUE 0.
           05  PM-EOF                  PIC X       VALUE 'F'.
               88  PM-END-OF-FILE  VALUE 'T'.
           05  PM-FOUND-FLAG           PIC X       VALUE 'F'.
               88  PM-FOUND        VALUE 'T'.

      *Product master, with cases sold and empties returned per
      *deposit division for the by-product section of the report.
       01  PRODUCT-MASTER-TABLE.
           05  PM-ENTRY OCCURS 1 TO 50 TIMES DEPENDING ON PM-COUNT
                       INDEXED BY PM-IDX.
               10  PM-CODE             PIC 99.
               10  PM-NAME             PIC X(16).
               10  PM-DEPOSIT-FLAG     PIC X.
                   88  PM-DEPOSIT-ELIGIBLE    VALUE 'Y'.
               10  PM-FIVE-SOLD        PIC 9(7)    VALUE 0.
               10  PM-TEN-SOLD         PIC 9(7)    VALUE 0.
               10  PM-FIVE-RETURNED    PIC 9(7)    VALUE 0.
               10  PM-TEN-RETURNED     PIC 9(7)    VALUE 0.

       01  SEA-CONTROL.
           05  SEA-FILE-STATUS         PIC XX.
           05  SEA-EOF                 PIC X       VALUE 'F'.
               88  SEA-END-OF-FILE VALUE 'T'.
           05  SEA-ORDERS-READ         PIC 9(6)    VALUE 0.

       01  DCTL-CONTROL.
           05  DCTL-FILE-STATUS        PIC XX.
           05  JRN-FILE-STATUS         PIC XX.
           05  DCTL-FIVE-PRIOR         PIC 9(9)V99 VALUE 0.
           05  DCTL-TEN-PRIOR          PIC 9(9)V99 VALUE 0.

      *Season-to-date deposit figures by division: collected on the
      *orders, value of the empties returned, refunds received, and
      *the two gaps between them.
       01  DEPOSIT-TOTALS.
           05  FIVE-COLLECTED          PIC 999999999V99    VALUE 0.
           05  TEN-COLLECTED           PIC 999999999V99    VALUE 0.
           05  FIVE-RETURNED           PIC 999999999V99    VALUE 0.
           05  TEN-RETURNED            PIC 999999999V99    VALUE 0.
           05  FIVE-REFUNDED           PIC 999999999V99    VALUE 0.
           05  TEN-REFUNDED            PIC 999999999V99    VALUE 0.
           05  DIV-COLLECTED           PIC 999999999V99.
           05  DIV-RETURNED            PIC 999999999V99.
           05  DIV-REFUNDED            PIC 999999999V99.
           05  DIV-NOT-RETURNED        PIC S999999999V99.
           05  DIV-NOT-REFUNDED        PIC S999999999V99.
           05  OVER-REFUND-FLAG        PIC X       VALUE 'F'.
               88  ANY-OVER-REFUND VALUE 'T'.

       01  JRN-CONTROL.
           05  JRN-FIVE-NEW            PIC 999999999V99    VALUE 0.
           05  JRN-TEN-NEW             PIC 999999999V99    VALUE 0.
           05  JRN-CREDIT-TOTAL        PIC 999999999V99    VALUE 0.
           05  JRN-ENTRY-COUNT         PIC 99              VALUE 0.
      ******************************************************************
      ** ↑ end of calculation variables ↑
      ******************************************************************

       01  FIRST-HEADING.
           05  FILLER                  PIC X(6)    VALUE 'DATE: '.
           05  H1-DATE.
               10  H1-DAY              PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  H1-MONTH            PIC 99.
               10  FILLER              PIC X       VALUE '/'.
               10  H1-YEAR             PIC 9999.
           05  FILLER                  PIC X(35)   VALUE SPACES.
           05  FILLER                  PIC X(30)
                   VALUE 'GARRETT SOCCER CLUB FUNDRAISER'.
           05  FILLER                  PIC X(43)   VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR                  PIC Z9.

       01  AUDIT-HEADING.
           05  FILLER           PIC X(51)  VALUE SPACES.
           05  FILLER           PIC X(29)
                   VALUE 'BOTTLE DEPOSIT RETURNS AUDIT'.

       01  AUDIT-COL-HEADING.
           05  FILLER           PIC X(6)   VALUE 'ACTION'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'DATE'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'DIVISION'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'POP TYPE'.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'CASES'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'AMOUNT'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'REFERENCE'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RESULT'.

       01  AUDIT-DETAIL-LINE.
           05  AD-ACTION        PIC X(6).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  AD-DATE.
               10  AD-MONTH     PIC XX.
               10  FILLER       PIC X      VALUE '/'.
               10  AD-DAY       PIC XX.
               10  FILLER       PIC X      VALUE '/'.
               10  AD-YEAR      PIC X(4).
           05  FILLER           PIC XX     VALUE SPACES.
           05  AD-DIVISION      PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  AD-POP-NAME      PIC X(16).
           05  FILLER           PIC XX     VALUE SPACES.
           05  AD-CASES         PIC ZZZ,ZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  AD-AMOUNT        PIC $$,$$$,$$$.99.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  AD-REF           PIC X(10).
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  AD-RESULT        PIC X(40).

      *A reject prints the keyed record exactly as it came in, and
      *why it was turned back.
       01  AUDIT-REJECT-LINE.
           05  AR-ACTION        PIC X(6).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  AR-RECORD        PIC X(38).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  AR-RESULT        PIC X(40).

       01  AUDIT-TOTAL-LINE.
           05  FILLER           PIC X(21)
                   VALUE 'TRANSACTIONS APPLIED '.
           05  AT-APPLIED       PIC Z,ZZ9.
           05  FILLER           PIC X(11)  VALUE '  REJECTED '.
           05  AT-REJECTED      PIC Z,ZZ9.

       01  SEASON-ORDERS-LINE.
           05  FILLER           PIC X(26)
                   VALUE 'SEASON ORDERS READ        '.
           05  SO-READ          PIC ZZZ,ZZ9.

       01  NO-SEASON-LINE.
           05  FILLER           PIC X(45)  VALUE
                   'NO SEASON ORDERS FILE - DEPOSITS COLLECTED AR'.
           05  FILLER           PIC X(10)  VALUE
                   'E ZERO.'.

       01  PROD-HEADING.
           05  FILLER           PIC X(50)  VALUE SPACES.
           05  FILLER           PIC X(32)
                   VALUE 'CASES SOLD AND EMPTIES RETURNED'.

       01  PROD-COL-HEADING.
           05  FILLER           PIC X(16)  VALUE 'POP TYPE'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE '5 CT SOLD'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE '5 CT EMPTY'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE '10 CT SOLD'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE '10 CT EMPTY'.

       01  PROD-DETAIL-LINE.
           05  PD-POP-NAME      PIC X(16).
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  PD-FIVE-SOLD     PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  PD-FIVE-RETURNED PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  PD-TEN-SOLD      PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  PD-TEN-RETURNED  PIC Z,ZZZ,ZZ9.

       01  RECON-HEADING.
           05  FILLER           PIC X(48)  VALUE SPACES.
           05  FILLER           PIC X(35)
                   VALUE 'DEPOSIT RECONCILIATION BY DIVISION'.

       01  RECON-COL-HEADING.
           05  FILLER           PIC X(10)  VALUE 'DIVISION'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'COLLECTED'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'RETURNED'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'REFUNDED'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'NOT RETURNED'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'NOT REFUNDED'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RESULT'.

       01  RECON-DETAIL-LINE.
           05  RD-DIVISION      PIC X(10).
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  RD-COLLECTED     PIC $$$,$$$,$$$.99.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  RD-RETURNED      PIC $$$,$$$,$$$.99.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  RD-REFUNDED      PIC $$$,$$$,$$$.99.
           05  FILLER           PIC X(1)   VALUE SPACES.
           05  RD-NOT-RETURNED  PIC $$$,$$$,$$$.99-.
           05  FILLER           PIC X(1)   VALUE SPACES.
           05  RD-NOT-REFUNDED  PIC $$$,$$$,$$$.99-.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  RD-RESULT        PIC X(24).

       01  JRN-OK-LINE.
           05  FILLER           PIC X(33)
                   VALUE 'DEPOSIT CLEARING ENTRY WRITTEN - '.
           05  JO-COUNT         PIC Z9.
           05  FILLER           PIC X(23)
                   VALUE ' ENTRIES CLEARING 2050 '.
           05  JO-AMOUNT        PIC $$$,$$$,$$$.99.

       01  JRN-SKIP-LINE.
           05  FILLER           PIC X(37)
                   VALUE 'DEPOSIT CLEARING ENTRY NOT WRITTEN - '.
           05  JS-REASON        PIC X(45).


       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-PROCESS-TRANSACTIONS
               UNTIL TR-END-OF-FILE.
           PERFORM L2-CLOSURE.
           STOP RUN.

      ******************************************************************
      *Start-of-job setup: loads the product master, the journaled-to- *
      *date control and the deposits collected on the season's orders, *
      *then opens the transaction file and audit report.               *
      ******************************************************************
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L3-LOAD-PRODUCTS.
           PERFORM L3-LOAD-CONTROL.
           PERFORM L3-COLLECTED-DEPOSITS.
           OPEN INPUT DEPOSIT-TRANS.
           OPEN OUTPUT PRINT-AUDIT.
           PERFORM L3-AUDIT-HEADINGS.
           PERFORM L3-READ-TRANSACTION.

       L3-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-MASTER.
           PERFORM L4-READ-PRODUCT.
           PERFORM L4-BUILD-PRODUCT-TABLE
               UNTIL PM-END-OF-FILE.
           CLOSE PRODUCT-MASTER.

       L4-READ-PRODUCT.
           READ PRODUCT-MASTER
               AT END
                   MOVE 'T' TO PM-EOF.

      *PM-ENTRY below only holds 50 products, the same ceiling the
      *consolidation run's table has.
       L4-BUILD-PRODUCT-TABLE.
           IF PM-COUNT = 50
               DISPLAY 'PRODUCT MASTER EXCEEDS 50 PRODUCTS - '
                       'INCREASE PM-ENTRY.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PM-COUNT.
           MOVE PM-REC-CODE        TO PM-CODE(PM-COUNT).
           MOVE PM-REC-NAME        TO PM-NAME(PM-COUNT).
           MOVE PM-REC-DEPOSIT     TO PM-DEPOSIT-FLAG(PM-COUNT).
           PERFORM L4-READ-PRODUCT.

      *A missing control file means nothing has been journaled yet.
       L3-LOAD-CONTROL.
           OPEN INPUT DEPOSIT-CONTROL.
           IF DCTL-FILE-STATUS = '00'
               READ DEPOSIT-CONTROL
               IF DCTL-FILE-STATUS = '00'
                   MOVE DCTL-FIVE-JOURNALED TO DCTL-FIVE-PRIOR
                   MOVE DCTL-TEN-JOURNALED  TO DCTL-TEN-PRIOR
               END-IF
               CLOSE DEPOSIT-CONTROL
           END-IF.

      ******************************************************************
      *Figures the deposits collected this season, by division, the    *
      *way the consolidation run charged them: cases times the nickel  *
      *or dime for the buyer's state, on deposit-eligible products     *
      *only. A missing season file leaves every division at zero.      *
      ******************************************************************
       L3-COLLECTED-DEPOSITS.
           OPEN INPUT SEASON-ORDERS.
           IF SEA-FILE-STATUS = '00'
               PERFORM L4-READ-SEASON
               PERFORM L4-POST-ONE-ORDER
                   UNTIL SEA-END-OF-FILE
               CLOSE SEASON-ORDERS
           END-IF.

       L4-READ-SEASON.
           READ SEASON-ORDERS
               AT END
                   MOVE 'T' TO SEA-EOF.

       L4-POST-ONE-ORDER.
           ADD 1 TO SEA-ORDERS-READ.
           IF SEA-REC-POP IS NUMERIC AND SEA-REC-CASES IS NUMERIC
               MOVE SEA-REC-POP TO TR-CODE-N
               PERFORM L4-CODE-LOOKUP
               MOVE SEA-REC-STATE TO I-STATE
               IF PM-FOUND AND PM-DEPOSIT-ELIGIBLE(PM-IDX)
                   IF FIVE-CENT
                       ADD SEA-REC-CASES TO PM-FIVE-SOLD(PM-IDX)
                       COMPUTE FIVE-COLLECTED =
                           FIVE-COLLECTED + SEA-REC-CASES * .05
                   END-IF
                   IF TEN-CENT
                       ADD SEA-REC-CASES TO PM-TEN-SOLD(PM-IDX)
                       COMPUTE TEN-COLLECTED =
                           TEN-COLLECTED + SEA-REC-CASES * .10
                   END-IF
               END-IF
           END-IF.
           PERFORM L4-READ-SEASON.

       L3-READ-TRANSACTION.
           READ DEPOSIT-TRANS
               AT END
                   MOVE 'T' TO TR-EOF.

      ******************************************************************
      *Validates one keyed transaction and posts it to the division    *
      *totals, printing its audit line either way.                     *
      ******************************************************************
       L2-PROCESS-TRANSACTIONS.
           PERFORM L3-VALIDATE-TRANSACTION
               THROUGH L4-VALIDATE-EXIT.
           IF TR-IS-VALID = 'T'
               ADD 1 TO TRANS-APPLIED
               PERFORM L3-APPLY-TRANSACTION
           ELSE
               ADD 1 TO TRANS-REJECTED
               PERFORM L3-PRINT-REJECT
           END-IF.
           PERFORM L3-READ-TRANSACTION.

      ******************************************************************
      *Determines if the transaction is valid or not. Empties have to  *
      *be a deposit-eligible product on file; a credit memo needs an   *
      *amount and the memo number it is booked under.                  *
      ******************************************************************
       L3-VALIDATE-TRANSACTION.
           MOVE 'T' TO TR-IS-VALID.
           IF TR-ACTION NOT = 'E' AND TR-ACTION NOT = 'M'
               MOVE 'F' TO TR-IS-VALID
               MOVE 'INVALID ACTION - MUST BE E OR M.'
                   TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TR-DIVISION NOT = '05' AND TR-DIVISION NOT = '10'
               MOVE 'F' TO TR-IS-VALID
               MOVE 'INVALID DIVISION - MUST BE 05 OR 10.'
                   TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TR-DATE NOT NUMERIC OR TR-DATE = '00000000'
               MOVE 'F' TO TR-IS-VALID
               MOVE 'INVALID DATE - MUST BE YYYYMMDD.'
                   TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TR-ACTION = 'M'
               GO TO L4-VALIDATE-MEMO.
           IF TR-CODE NOT NUMERIC
               MOVE 'F' TO TR-IS-VALID
               MOVE 'INVALID PRODUCT CODE.' TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           MOVE TR-CODE TO TR-CODE-N.
           PERFORM L4-CODE-LOOKUP.
           IF NOT PM-FOUND
               MOVE 'F' TO TR-IS-VALID
               MOVE 'PRODUCT CODE NOT ON FILE.' TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF NOT PM-DEPOSIT-ELIGIBLE(PM-IDX)
               MOVE 'F' TO TR-IS-VALID
               MOVE 'PRODUCT CARRIES NO DEPOSIT.' TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TR-QTY NOT NUMERIC OR TR-QTY = '000000'
               MOVE 'F' TO TR-IS-VALID
               MOVE 'INVALID CASES - MUST BE NUMERIC.'
                   TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           MOVE TR-QTY TO TR-QTY-N.
           GO TO L4-VALIDATE-EXIT.

       L4-VALIDATE-MEMO.
           IF TR-AMOUNT NOT NUMERIC OR TR-AMOUNT = '000000000'
               MOVE 'F' TO TR-IS-VALID
               MOVE 'INVALID REFUND AMOUNT - MUST BE NUMERIC.'
                   TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TR-REF = SPACES
               MOVE 'F' TO TR-IS-VALID
               MOVE 'CREDIT MEMO NUMBER MISSING.'
                   TO TR-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           MOVE TR-AMOUNT TO TR-AMOUNT-X.
           GO TO L4-VALIDATE-EXIT.

       L4-VALIDATE-EXIT.
           EXIT.

      ******************************************************************
      *Finds the product code in TR-CODE-N on the table, leaving       *
      *PM-IDX positioned on the match.                                 *
      ******************************************************************
       L4-CODE-LOOKUP.
           MOVE 'F' TO PM-FOUND-FLAG.
           IF PM-COUNT > 0
               SET PM-IDX TO 1
               SEARCH PM-ENTRY
                   AT END
                       MOVE 'F' TO PM-FOUND-FLAG
                   WHEN PM-CODE(PM-IDX) = TR-CODE-N
                       MOVE 'T' TO PM-FOUND-FLAG
               END-SEARCH
           END-IF.

      ******************************************************************
      *Posts a validated transaction to its division and prints its    *
      *audit line. Empties are valued at the division's deposit per    *
      *case - what the distributor owes back for them.                 *
      ******************************************************************
       L3-APPLY-TRANSACTION.
           MOVE 'APPLIED' TO AD-RESULT.
           MOVE TR-DATE(5:2) TO AD-MONTH.
           MOVE TR-DATE(7:2) TO AD-DAY.
           MOVE TR-DATE(1:4) TO AD-YEAR.
           MOVE TR-REF TO AD-REF.
           IF TR-DIVISION = '05'
               MOVE 'FIVE CENT' TO AD-DIVISION
           ELSE
               MOVE 'TEN CENT' TO AD-DIVISION
           END-IF.
           IF TR-ACTION = 'E'
               MOVE 'RETURN' TO AD-ACTION
               PERFORM L4-APPLY-RETURN
           ELSE
               MOVE 'REFUND' TO AD-ACTION
               PERFORM L4-APPLY-REFUND
           END-IF.
           MOVE TR-VALUE TO AD-AMOUNT.
           PERFORM L3-PRINT-AUDIT-LINE.

       L4-APPLY-RETURN.
           MOVE PM-NAME(PM-IDX) TO AD-POP-NAME.
           MOVE TR-QTY-N TO AD-CASES.
           IF TR-DIVISION = '05'
               COMPUTE TR-VALUE = TR-QTY-N * .05
               ADD TR-QTY-N TO PM-FIVE-RETURNED(PM-IDX)
               ADD TR-VALUE TO FIVE-RETURNED
           ELSE
               COMPUTE TR-VALUE = TR-QTY-N * .10
               ADD TR-QTY-N TO PM-TEN-RETURNED(PM-IDX)
               ADD TR-VALUE TO TEN-RETURNED
           END-IF.

       L4-APPLY-REFUND.
           MOVE 'CREDIT MEMO' TO AD-POP-NAME.
           MOVE 0 TO AD-CASES.
           MOVE TR-AMOUNT-N TO TR-VALUE.
           IF TR-DIVISION = '05'
               ADD TR-VALUE TO FIVE-REFUNDED
           ELSE
               ADD TR-VALUE TO TEN-REFUNDED
           END-IF.

      ******************************************************************
      *Prints the audit line for a rejected transaction: the keyed     *
      *record exactly as it came in, and why it was turned back.       *
      ******************************************************************
       L3-PRINT-REJECT.
           MOVE 'REJECT' TO AR-ACTION.
           MOVE TR-REC TO AR-RECORD.
           MOVE TR-ERR-DESCRIPTION TO AR-RESULT.
           WRITE AUD-PRTLINE FROM AUDIT-REJECT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-AUDIT-HEADINGS.

       L3-PRINT-AUDIT-LINE.
           WRITE AUD-PRTLINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-AUDIT-HEADINGS.

      ******************************************************************
      *Prints the applied/rejected totals, the by-product and          *
      *by-division reconciliation, writes the clearing entry and sets  *
      *the return code.                                                *
      ******************************************************************
       L2-CLOSURE.
           MOVE TRANS-APPLIED TO AT-APPLIED.
           MOVE TRANS-REJECTED TO AT-REJECTED.
           WRITE AUD-PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF SEA-FILE-STATUS = '00' OR SEA-ORDERS-READ > 0
               MOVE SEA-ORDERS-READ TO SO-READ
               WRITE AUD-PRTLINE FROM SEASON-ORDERS-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE AUD-PRTLINE FROM NO-SEASON-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM L3-PRODUCT-SUMMARY.
           PERFORM L3-RECONCILE-DIVISIONS.
           PERFORM L3-JOURNAL-INTERFACE.
           CLOSE DEPOSIT-TRANS.
           CLOSE PRINT-AUDIT.
           MOVE 0 TO RETURN-CODE.
           IF TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ANY-OVER-REFUND
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *Cases sold and empties returned per deposit-eligible product,   *
      *by division, so a flavor whose empties are not coming back      *
      *stands out.                                                     *
      ******************************************************************
       L3-PRODUCT-SUMMARY.
           PERFORM L4-PRODUCT-HEADINGS.
           PERFORM L4-PRINT-ONE-PRODUCT
               VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > PM-COUNT.

       L4-PRINT-ONE-PRODUCT.
           IF PM-DEPOSIT-ELIGIBLE(PM-IDX)
               MOVE PM-NAME(PM-IDX)          TO PD-POP-NAME
               MOVE PM-FIVE-SOLD(PM-IDX)     TO PD-FIVE-SOLD
               MOVE PM-FIVE-RETURNED(PM-IDX) TO PD-FIVE-RETURNED
               MOVE PM-TEN-SOLD(PM-IDX)      TO PD-TEN-SOLD
               MOVE PM-TEN-RETURNED(PM-IDX)  TO PD-TEN-RETURNED
               WRITE AUD-PRTLINE FROM PROD-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-PRODUCT-HEADINGS
           END-IF.

       L4-PRODUCT-HEADINGS.
           PERFORM L3-PAGE-HEADING.
           WRITE AUD-PRTLINE FROM PROD-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE AUD-PRTLINE FROM PROD-COL-HEADING
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *One line per division: collected, returned and refunded, the    *
      *deposits whose empties have not come back, and the empties the  *
      *distributor has not yet refunded. Refunds running ahead of the  *
      *empties returned mean a credit memo or a return was keyed       *
      *wrong, and hold the journal entry back.                         *
      ******************************************************************
       L3-RECONCILE-DIVISIONS.
           WRITE AUD-PRTLINE FROM RECON-HEADING
               AFTER ADVANCING 4 LINES.
           WRITE AUD-PRTLINE FROM RECON-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 'FIVE CENT'    TO RD-DIVISION.
           MOVE FIVE-COLLECTED TO DIV-COLLECTED.
           MOVE FIVE-RETURNED  TO DIV-RETURNED.
           MOVE FIVE-REFUNDED  TO DIV-REFUNDED.
           PERFORM L4-PRINT-DIVISION.
           MOVE 'TEN CENT'     TO RD-DIVISION.
           MOVE TEN-COLLECTED  TO DIV-COLLECTED.
           MOVE TEN-RETURNED   TO DIV-RETURNED.
           MOVE TEN-REFUNDED   TO DIV-REFUNDED.
           PERFORM L4-PRINT-DIVISION.
           MOVE 'TOTAL'        TO RD-DIVISION.
           COMPUTE DIV-COLLECTED = FIVE-COLLECTED + TEN-COLLECTED.
           COMPUTE DIV-RETURNED  = FIVE-RETURNED + TEN-RETURNED.
           COMPUTE DIV-REFUNDED  = FIVE-REFUNDED + TEN-REFUNDED.
           PERFORM L4-PRINT-DIVISION.

       L4-PRINT-DIVISION.
           COMPUTE DIV-NOT-RETURNED = DIV-COLLECTED - DIV-RETURNED.
           COMPUTE DIV-NOT-REFUNDED = DIV-RETURNED - DIV-REFUNDED.
           MOVE DIV-COLLECTED    TO RD-COLLECTED.
           MOVE DIV-RETURNED     TO RD-RETURNED.
           MOVE DIV-REFUNDED     TO RD-REFUNDED.
           MOVE DIV-NOT-RETURNED TO RD-NOT-RETURNED.
           MOVE DIV-NOT-REFUNDED TO RD-NOT-REFUNDED.
           IF DIV-NOT-REFUNDED < 0
               MOVE 'REFUNDS EXCEED RETURNS' TO RD-RESULT
               MOVE 'T' TO OVER-REFUND-FLAG
           ELSE
               IF DIV-NOT-RETURNED < 0
                   MOVE 'RETURNS EXCEED SALES' TO RD-RESULT
               ELSE
                   IF DIV-NOT-RETURNED = 0 AND DIV-NOT-REFUNDED = 0
                       MOVE 'IN BALANCE' TO RD-RESULT
                   ELSE
                       MOVE 'GAP OUTSTANDING' TO RD-RESULT
                   END-IF
               END-IF
           END-IF.
           WRITE AUD-PRTLINE FROM RECON-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *Journal interface: one debit to 2050 per division for the       *
      *refunds received since the last entry, balanced by one credit   *
      *to the 1010 bank account the refunds are paid back out of. New  *
      *entries are added to the end of the file, so entries a rerun    *
      *finds not yet imported are kept. Nothing is written - with the  *
      *reason on the report - when there is nothing new to clear or    *
      *refunds are running ahead of the empties returned, so a wrong   *
      *entry can never reach the books.                                *
      ******************************************************************
       L3-JOURNAL-INTERFACE.
           MOVE 0 TO JRN-FIVE-NEW.
           MOVE 0 TO JRN-TEN-NEW.
           IF FIVE-REFUNDED > DCTL-FIVE-PRIOR
               COMPUTE JRN-FIVE-NEW = FIVE-REFUNDED - DCTL-FIVE-PRIOR
           END-IF.
           IF TEN-REFUNDED > DCTL-TEN-PRIOR
               COMPUTE JRN-TEN-NEW = TEN-REFUNDED - DCTL-TEN-PRIOR
           END-IF.
           COMPUTE JRN-CREDIT-TOTAL = JRN-FIVE-NEW + JRN-TEN-NEW.
           IF ANY-OVER-REFUND
               MOVE 'REFUNDS EXCEED EMPTIES RETURNED.' TO JS-REASON
               WRITE AUD-PRTLINE FROM JRN-SKIP-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               IF JRN-CREDIT-TOTAL = 0
                   MOVE 'NO NEW REFUNDS SINCE THE LAST ENTRY.'
                       TO JS-REASON
                   WRITE AUD-PRTLINE FROM JRN-SKIP-LINE
                       AFTER ADVANCING 3 LINES
               ELSE
                   PERFORM L4-OPEN-JOURNAL
                   PERFORM L4-WRITE-JOURNAL-ENTRIES
                   CLOSE JOURNAL-FILE
                   PERFORM L4-WRITE-CONTROL
               END-IF
           END-IF.

      *The file is only created when it is not there yet. Anything
      *else stops the run before DEPCTL records the entry as made.
       L4-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JRN-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JRN-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN DEPJRNL.DAT - FILE STATUS '
                   JRN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       L4-WRITE-JOURNAL-ENTRIES.
           MOVE 0 TO JRN-ENTRY-COUNT.
           MOVE SPACES TO JRN-REC.
           MOVE CURRENT-YEAR   TO JRN-DATE(1:4).
           MOVE CURRENT-MONTH  TO JRN-DATE(5:2).
           MOVE CURRENT-DAY    TO JRN-DATE(7:2).
           MOVE '2050' TO JRN-ACCOUNT.
           MOVE 'DR'   TO JRN-DRCR.
           IF JRN-FIVE-NEW > 0
               MOVE JRN-FIVE-NEW TO JRN-AMOUNT
               MOVE 'FIVE CENT DEPOSITS REFUNDED' TO JRN-DESC
               WRITE JRN-REC
               ADD 1 TO JRN-ENTRY-COUNT
           END-IF.
           IF JRN-TEN-NEW > 0
               MOVE JRN-TEN-NEW TO JRN-AMOUNT
               MOVE 'TEN CENT DEPOSITS REFUNDED' TO JRN-DESC
               WRITE JRN-REC
               ADD 1 TO JRN-ENTRY-COUNT
           END-IF.
           MOVE '1010' TO JRN-ACCOUNT.
           MOVE 'CR'   TO JRN-DRCR.
           MOVE JRN-CREDIT-TOTAL TO JRN-AMOUNT.
           MOVE 'BOTTLE DEPOSIT REFUNDS PAID' TO JRN-DESC.
           WRITE JRN-REC.
           ADD 1 TO JRN-ENTRY-COUNT.
           MOVE JRN-ENTRY-COUNT TO JO-COUNT.
           MOVE JRN-CREDIT-TOTAL TO JO-AMOUNT.
           WRITE AUD-PRTLINE FROM JRN-OK-LINE
               AFTER ADVANCING 3 LINES.

      *Records what has now been journaled, so the next run's entry
      *starts from here.
       L4-WRITE-CONTROL.
           OPEN OUTPUT DEPOSIT-CONTROL.
           COMPUTE DCTL-FIVE-JOURNALED = DCTL-FIVE-PRIOR + JRN-FIVE-NEW.
           COMPUTE DCTL-TEN-JOURNALED = DCTL-TEN-PRIOR + JRN-TEN-NEW.
           MOVE JRN-DATE TO DCTL-LAST-DATE.
           WRITE DCTL-REC.
           CLOSE DEPOSIT-CONTROL.

      ******************************************************************
       L3-PAGE-HEADING.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE AUD-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.

       L3-AUDIT-HEADINGS.
           PERFORM L3-PAGE-HEADING.
           WRITE AUD-PRTLINE FROM AUDIT-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE AUD-PRTLINE FROM AUDIT-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *end program CBLGMH10.

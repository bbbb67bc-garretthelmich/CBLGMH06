       IDENTIFICATION DIVISION.
       program-id. CBLGMH13.
       AUTHOR.     Garrett Helmich.
       DATE-WRITTEN.   10/07/2026.

      ******************************************************************
      *Order status inquiry, for answering a buyer's or a parent's    *
      *phone call at the terminal. Asks for a buyer's last name and   *
      *ZIP code, or for a seller number, and lists every matching     *
      *order on SEASONOR.DAT - week posted, pop type and cases, amount *
      *and selling team - with the stop's delivery status and reason  *
      *code off DLVRESLT.DAT and whether it went onto the re-delivery *
      *sheet. A seller inquiry finishes with the kid's sold total,    *
      *payments received off PAYMENTS.DAT and balance due, figured    *
      *the way the treasurer's balance-due report figures it.         *
      *                                                                *
      *The delivery results are for the latest week's route sheets,   *
      *so only an order from the latest week posted carries a result; *
      *an earlier week's order shows the week's route it went out on. *
      *                                                                *
      *Nothing is updated. RETURN-CODE: 0, or 16 when there is no     *
      *season orders file to look in.                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-ORDERS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SEASONOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEA-REC-KEY
               ALTERNATE RECORD KEY IS SEA-REC-BUYER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SEA-REC-SELLER
                   WITH DUPLICATES
               FILE STATUS IS SEA-FILE-STATUS.
           SELECT SELLER-ROSTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRROSTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PRODMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENTS-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.
           SELECT DELIVERY-RESULTS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DLVRESLT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *The cumulative season orders file, keyed on week, seller, buyer
      *and pop code, with the buyer and the seller as alternate keys.
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

       FD  SELLER-ROSTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 67 CHARACTERS.
           01  SM-REC.
               05  SM-REC-NUMBER           PIC 9(4).
               05  SM-REC-LNAME            PIC X(15).
               05  SM-REC-FNAME            PIC X(15).
               05  SM-REC-TEAM             PIC X.
               05  SM-REC-GUARDIAN         PIC X(20).
               05  SM-REC-PHONE            PIC X(12).

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

      *The treasurer's payments file: an H record carrying the date
      *the fundraiser closed, then one D record per envelope.
       FD  PAYMENTS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-REC
           RECORD CONTAINS 48 CHARACTERS.
           01  PAY-REC.
               05  PAY-REC-TYPE            PIC X.
               05  PAY-REC-DATA            PIC X(47).
               05  PAY-REC-DTL REDEFINES PAY-REC-DATA.
                   10  PAY-REC-SELLER      PIC 9(4).
                   10  PAY-REC-DATE        PIC 9(8).
                   10  PAY-REC-AMOUNT      PIC 9(7)V99.
                   10  FILLER              PIC X(26).

       FD  DELIVERY-RESULTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DLV-REC
           RECORD CONTAINS 58 CHARACTERS.
           01  DLV-REC.
               05  DLV-REC-TEAM            PIC X.
               05  DLV-REC-ZIP.
                   10  DLV-REC-1ZIP        PIC 99999.
                   10  DLV-REC-2ZIP        PIC 9999.
               05  DLV-REC-ADDRESS         PIC X(15).
               05  DLV-REC-LNAME           PIC X(15).
               05  DLV-REC-FNAME           PIC X(15).
               05  DLV-REC-DELIVERED       PIC X.
               05  DLV-REC-REASON          PIC XX.


       WORKING-STORAGE SECTION.
      ******************************************************************
      * ↓ These are variables used for calculations (no display) ↓
      ******************************************************************
       01  INQUIRY-CONTROL.
           05  INQ-DONE-FLAG           PIC X       VALUE 'F'.
               88  INQ-DONE        VALUE 'T'.
           05  INQ-CHOICE              PIC X.
           05  INQ-LNAME               PIC X(15).
           05  INQ-ZIP                 PIC X(5).
           05  INQ-ZIP-N REDEFINES INQ-ZIP
                                       PIC 9(5).
           05  INQ-SELLER              PIC X(4).
           05  INQ-SELLER-N REDEFINES INQ-SELLER
                                       PIC 9(4).
           05  INQ-ORDER-COUNT         PIC 9(4).

       01  SEA-CONTROL.
           05  SEA-FILE-STATUS         PIC XX.
           05  SEA-EOF                 PIC X       VALUE 'F'.
               88  SEA-END-OF-FILE VALUE 'T'.
      *The latest week posted, found by starting on the primary key -
      *week leads it - from week 99 down until a week has orders.
           05  SEA-LAST-WEEK           PIC 99      VALUE 0.
           05  SEA-PROBE-WEEK          PIC 99.
           05  SEA-WEEK-FOUND-FLAG     PIC X       VALUE 'F'.
               88  SEA-WEEK-FOUND  VALUE 'T'.

       01  ROS-CONTROL.
           05  ROS-EOF                 PIC X       VALUE 'F'.
               88  ROS-END-OF-FILE VALUE 'T'.
           05  ROS-FOUND-FLAG          PIC X       VALUE 'F'.
               88  ROS-FOUND       VALUE 'T'.

       01  PM-CONTROL.
           05  PM-COUNT                PIC 99      VALUE 0.
           05  PM-EOF                  PIC X       VALUE 'F'.
               88  PM-END-OF-FILE  VALUE 'T'.

       01  PRODUCT-MASTER-TABLE.
           05  PM-ENTRY OCCURS 1 TO 50 TIMES DEPENDING ON PM-COUNT
                       INDEXED BY PM-IDX.
               10  PM-CODE             PIC 99.
               10  PM-NAME             PIC X(16).

       01  PAY-CONTROL.
           05  PAY-FILE-STATUS         PIC XX.
           05  PAY-EOF                 PIC X       VALUE 'F'.
               88  PAY-END-OF-FILE VALUE 'T'.

       01  DLV-CONTROL.
           05  DLV-FILE-STATUS         PIC XX.
           05  DLV-COUNT               PIC 9(4)    VALUE 0.
           05  DLV-EOF                 PIC X       VALUE 'F'.
               88  DLV-END-OF-FILE VALUE 'T'.
           05  DLV-FOUND-FLAG          PIC X       VALUE 'F'.
               88  DLV-FOUND       VALUE 'T'.

      *Every keyed stop, delivered or not, so the caller can be told
      *either way.
       01  DLV-TABLE.
           05  DLV-ENTRY OCCURS 1 TO 9000 TIMES
                       DEPENDING ON DLV-COUNT
                       INDEXED BY DLV-IDX.
               10  DLV-TEAM            PIC X.
               10  DLV-1ZIP            PIC 99999.
               10  DLV-2ZIP            PIC 9999.
               10  DLV-ADDRESS         PIC X(15).
               10  DLV-LNAME           PIC X(15).
               10  DLV-FNAME           PIC X(15).
               10  DLV-DELIVERED       PIC X.
                   88  DLV-STOP-DELIVERED  VALUE 'Y'.
               10  DLV-REASON          PIC XX.

       01  SELLER-TOTALS.
           05  SLR-SOLD                PIC 9(7)V99.
           05  SLR-UNDELIV             PIC 9(7)V99.
           05  SLR-PAID                PIC 9(7)V99.
           05  SLR-BALANCE             PIC S9(7)V99.
      ******************************************************************
      ** ↑ end of calculation variables ↑
      ******************************************************************

       01  INQ-TITLE-LINE.
           05  FILLER           PIC X(30)
                   VALUE 'GARRETT SOCCER CLUB FUNDRAISER'.
           05  FILLER           PIC X(4)   VALUE ' - '.
           05  FILLER           PIC X(20)
                   VALUE 'ORDER STATUS INQUIRY'.

       01  INQ-WEEK-LINE.
           05  FILLER           PIC X(20)
                   VALUE 'LATEST WEEK POSTED: '.
           05  IW-WEEK          PIC Z9.

      *Each order shows on three lines: the buyer, what was ordered
      *and who sold it, and where the stop stands.
       01  ORD-BUYER-LINE.
           05  FILLER           PIC X(5)   VALUE 'WEEK '.
           05  OB-WEEK          PIC Z9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  OB-LNAME         PIC X(15).
           05  FILLER           PIC X      VALUE SPACE.
           05  OB-FNAME         PIC X(15).
           05  FILLER           PIC X      VALUE SPACE.
           05  OB-ADDRESS       PIC X(15).
           05  FILLER           PIC X      VALUE SPACE.
           05  OB-1ZIP          PIC 99999.

       01  ORD-ITEM-LINE.
           05  FILLER           PIC X(9)   VALUE '   POP:  '.
           05  OI-POP-NAME      PIC X(16).
           05  FILLER           PIC X(8)   VALUE '  CASES '.
           05  OI-CASES         PIC ZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  OI-AMOUNT        PIC $$$$,$$$.99.
           05  FILLER           PIC X(9)   VALUE '  SELLER '.
           05  OI-SELLER        PIC 9(4).
           05  FILLER           PIC X(6)   VALUE ' TEAM '.
           05  OI-TEAM          PIC X.

       01  ORD-STATUS-LINE.
           05  FILLER           PIC X(9)   VALUE '   STOP: '.
           05  OS-STATUS        PIC X(60).

       01  ORD-NONE-LINE.
           05  FILLER           PIC X(20)
                   VALUE 'NO ORDERS ON FILE.'.

       01  SLR-NAME-LINE.
           05  FILLER           PIC X(7)   VALUE 'SELLER '.
           05  SN-NUMBER        PIC 9(4).
           05  FILLER           PIC XX     VALUE SPACES.
           05  SN-FNAME         PIC X(15).
           05  FILLER           PIC X      VALUE SPACE.
           05  SN-LNAME         PIC X(15).
           05  FILLER           PIC X(5)   VALUE 'TEAM '.
           05  SN-TEAM          PIC X.

       01  SLR-NOT-ROSTER-LINE.
           05  FILLER           PIC X(7)   VALUE 'SELLER '.
           05  SR-NUMBER        PIC 9(4).
           05  FILLER           PIC X(30)
                   VALUE ' IS NOT ON THE SELLER ROSTER'.

       01  SUM-SOLD-LINE.
           05  FILLER           PIC X(36)
                   VALUE 'TOTAL ORDERS SOLD'.
           05  SS-SOLD          PIC $$$$,$$$.99.

       01  SUM-UNDELIV-LINE.
           05  FILLER           PIC X(36)
                   VALUE 'LESS UNDELIVERED ORDERS CREDITED'.
           05  SS-UNDELIV       PIC $$$$,$$$.99.

       01  SUM-PAID-LINE.
           05  FILLER           PIC X(36)
                   VALUE 'LESS PAYMENTS RECEIVED'.
           05  SS-PAID          PIC $$$$,$$$.99.

       01  SUM-BALANCE-LINE.
           05  FILLER           PIC X(36)
                   VALUE 'BALANCE DUE'.
           05  SS-BALANCE       PIC $$$$,$$$.99-.


       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-ONE-INQUIRY
               UNTIL INQ-DONE.
           PERFORM L2-CLOSURE.
           STOP RUN.

      ******************************************************************
      *Start-of-job setup: the product names and the keyed delivery    *
      *results are loaded once, the season orders file is opened for   *
      *keyed reads, and the latest week posted is found.               *
      ******************************************************************
       L2-INIT.
           PERFORM L3-LOAD-PRODUCTS.
           PERFORM L3-LOAD-DELIVERY-RESULTS.
           OPEN INPUT SEASON-ORDERS.
           IF SEA-FILE-STATUS NOT = '00'
               DISPLAY 'SEASONOR.DAT COULD NOT BE OPENED - STATUS '
                       SEA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 99 TO SEA-PROBE-WEEK.
           PERFORM L3-PROBE-WEEK
               UNTIL SEA-WEEK-FOUND OR SEA-PROBE-WEEK = 0.
           DISPLAY ' '.
           DISPLAY INQ-TITLE-LINE.
           MOVE SEA-LAST-WEEK TO IW-WEEK.
           DISPLAY INQ-WEEK-LINE.

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
           PERFORM L4-READ-PRODUCT.

      *A missing results file just means no stop has a result yet.
       L3-LOAD-DELIVERY-RESULTS.
           OPEN INPUT DELIVERY-RESULTS.
           IF DLV-FILE-STATUS = '00'
               PERFORM L4-READ-DLV
               PERFORM L4-BUILD-DLV-TABLE
                   UNTIL DLV-END-OF-FILE
               CLOSE DELIVERY-RESULTS
           END-IF.

       L4-READ-DLV.
           READ DELIVERY-RESULTS
               AT END
                   MOVE 'T' TO DLV-EOF.

      *DLV-ENTRY only holds 9000 stops, the same ceiling as the
      *consolidation run's.
       L4-BUILD-DLV-TABLE.
           IF DLV-COUNT < 9000
               ADD 1 TO DLV-COUNT
               MOVE DLV-REC-TEAM       TO DLV-TEAM(DLV-COUNT)
               MOVE DLV-REC-1ZIP       TO DLV-1ZIP(DLV-COUNT)
               MOVE DLV-REC-2ZIP       TO DLV-2ZIP(DLV-COUNT)
               MOVE DLV-REC-ADDRESS    TO DLV-ADDRESS(DLV-COUNT)
               MOVE DLV-REC-LNAME      TO DLV-LNAME(DLV-COUNT)
               MOVE DLV-REC-FNAME      TO DLV-FNAME(DLV-COUNT)
               MOVE DLV-REC-DELIVERED  TO DLV-DELIVERED(DLV-COUNT)
               MOVE DLV-REC-REASON     TO DLV-REASON(DLV-COUNT)
           END-IF.
           PERFORM L4-READ-DLV.

      *A start on the week succeeds when some order is posted in that
      *week or a later one; working down from 99, the first week that
      *starts is the latest one posted.
       L3-PROBE-WEEK.
           MOVE LOW-VALUES     TO SEA-REC-KEY.
           MOVE SEA-PROBE-WEEK TO SEA-REC-WEEK.
           START SEASON-ORDERS
               KEY IS NOT LESS THAN SEA-REC-KEY
               INVALID KEY
                   SUBTRACT 1 FROM SEA-PROBE-WEEK
               NOT INVALID KEY
                   MOVE 'T' TO SEA-WEEK-FOUND-FLAG
                   MOVE SEA-PROBE-WEEK TO SEA-LAST-WEEK
           END-START.

      ******************************************************************
      *One inquiry: B looks up a buyer, S a seller, X ends the session.*
      ******************************************************************
       L2-ONE-INQUIRY.
           DISPLAY ' '.
           DISPLAY 'B = BUYER   S = SELLER   X = EXIT'.
           DISPLAY 'LOOK UP BY: ' WITH NO ADVANCING.
           ACCEPT INQ-CHOICE.
           IF INQ-CHOICE = 'B' OR INQ-CHOICE = 'b'
               PERFORM L3-BUYER-INQUIRY
           ELSE
               IF INQ-CHOICE = 'S' OR INQ-CHOICE = 's'
                   PERFORM L3-SELLER-INQUIRY
               ELSE
                   IF INQ-CHOICE = 'X' OR INQ-CHOICE = 'x'
                       MOVE 'T' TO INQ-DONE-FLAG
                   ELSE
                       DISPLAY 'ENTER B, S OR X.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *Buyer inquiry: starts on the buyer alternate key at the last    *
      *name and reads on while the name holds, showing the orders in   *
      *the ZIP code given. A blank ZIP shows the name in every ZIP.    *
      ******************************************************************
       L3-BUYER-INQUIRY.
           DISPLAY 'BUYER LAST NAME: ' WITH NO ADVANCING.
           MOVE SPACES TO INQ-LNAME.
           ACCEPT INQ-LNAME.
           INSPECT INQ-LNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'ZIP CODE (BLANK FOR ALL): ' WITH NO ADVANCING.
           MOVE SPACES TO INQ-ZIP.
           ACCEPT INQ-ZIP.
           IF INQ-LNAME = SPACES
               DISPLAY 'A LAST NAME IS NEEDED.'
           ELSE
               IF INQ-ZIP NOT = SPACES AND INQ-ZIP NOT NUMERIC
                   DISPLAY 'ZIP CODE MUST BE FIVE DIGITS.'
               ELSE
                   PERFORM L4-LIST-BUYER-ORDERS
               END-IF
           END-IF.

       L4-LIST-BUYER-ORDERS.
           MOVE 0 TO INQ-ORDER-COUNT.
           MOVE 'F' TO SEA-EOF.
           MOVE LOW-VALUES TO SEA-REC-BUYER.
           MOVE INQ-LNAME  TO SEA-REC-LNAME.
           START SEASON-ORDERS
               KEY IS NOT LESS THAN SEA-REC-BUYER
               INVALID KEY
                   MOVE 'T' TO SEA-EOF
           END-START.
           IF NOT SEA-END-OF-FILE
               PERFORM L5-READ-SEASON
           END-IF.
           PERFORM L5-BUYER-ORDER
               UNTIL SEA-END-OF-FILE
                   OR SEA-REC-LNAME NOT = INQ-LNAME.
           IF INQ-ORDER-COUNT = 0
               DISPLAY ORD-NONE-LINE
           END-IF.

       L5-READ-SEASON.
           READ SEASON-ORDERS NEXT RECORD
               AT END
                   MOVE 'T' TO SEA-EOF.

       L5-BUYER-ORDER.
           IF INQ-ZIP = SPACES OR SEA-REC-1ZIP = INQ-ZIP-N
               PERFORM L5-SHOW-ORDER
           END-IF.
           PERFORM L5-READ-SEASON.

      ******************************************************************
      *Seller inquiry: every order on the seller alternate key, then   *
      *the kid's sold total, undelivered credit, envelopes and balance.*
      ******************************************************************
       L3-SELLER-INQUIRY.
           DISPLAY 'SELLER NUMBER: ' WITH NO ADVANCING.
           MOVE SPACES TO INQ-SELLER.
           ACCEPT INQ-SELLER.
           IF INQ-SELLER NOT NUMERIC
               DISPLAY 'SELLER NUMBER MUST BE FOUR DIGITS.'
           ELSE
               PERFORM L4-SHOW-SELLER-NAME
               PERFORM L4-LIST-SELLER-ORDERS
               PERFORM L4-TOTAL-SELLER-PAYMENTS
               PERFORM L4-SHOW-SELLER-BALANCE
           END-IF.

      *The roster is read through for the seller's name and team.
       L4-SHOW-SELLER-NAME.
           MOVE 'F' TO ROS-EOF.
           MOVE 'F' TO ROS-FOUND-FLAG.
           OPEN INPUT SELLER-ROSTER.
           PERFORM L5-READ-ROSTER.
           PERFORM L5-CHECK-ROSTER
               UNTIL ROS-END-OF-FILE OR ROS-FOUND.
           CLOSE SELLER-ROSTER.
           DISPLAY ' '.
           IF ROS-FOUND
               MOVE SM-REC-NUMBER TO SN-NUMBER
               MOVE SM-REC-FNAME  TO SN-FNAME
               MOVE SM-REC-LNAME  TO SN-LNAME
               MOVE SM-REC-TEAM   TO SN-TEAM
               DISPLAY SLR-NAME-LINE
           ELSE
               MOVE INQ-SELLER-N  TO SR-NUMBER
               DISPLAY SLR-NOT-ROSTER-LINE
           END-IF.

       L5-READ-ROSTER.
           READ SELLER-ROSTER
               AT END
                   MOVE 'T' TO ROS-EOF.

       L5-CHECK-ROSTER.
           IF SM-REC-NUMBER = INQ-SELLER-N
               MOVE 'T' TO ROS-FOUND-FLAG
           ELSE
               PERFORM L5-READ-ROSTER
           END-IF.

       L4-LIST-SELLER-ORDERS.
           MOVE 0 TO INQ-ORDER-COUNT.
           MOVE 0 TO SLR-SOLD.
           MOVE 0 TO SLR-UNDELIV.
           MOVE 'F' TO SEA-EOF.
           MOVE INQ-SELLER-N TO SEA-REC-SELLER.
           START SEASON-ORDERS
               KEY IS EQUAL TO SEA-REC-SELLER
               INVALID KEY
                   MOVE 'T' TO SEA-EOF
           END-START.
           IF NOT SEA-END-OF-FILE
               PERFORM L5-READ-SEASON
           END-IF.
           PERFORM L5-SELLER-ORDER
               UNTIL SEA-END-OF-FILE
                   OR SEA-REC-SELLER NOT = INQ-SELLER-N.
           IF INQ-ORDER-COUNT = 0
               DISPLAY ORD-NONE-LINE
           END-IF.

       L5-SELLER-ORDER.
           PERFORM L5-SHOW-ORDER.
           ADD SEA-REC-TOTAL TO SLR-SOLD.
           IF DLV-FOUND AND NOT DLV-STOP-DELIVERED(DLV-IDX)
               ADD SEA-REC-TOTAL TO SLR-UNDELIV
           END-IF.
           PERFORM L5-READ-SEASON.

      *Adds up the seller's envelopes. A missing payments file means
      *nothing has been turned in yet.
       L4-TOTAL-SELLER-PAYMENTS.
           MOVE 0 TO SLR-PAID.
           MOVE 'F' TO PAY-EOF.
           OPEN INPUT PAYMENTS-FILE.
           IF PAY-FILE-STATUS = '00'
               PERFORM L5-READ-PAYMENT
               PERFORM L5-ADD-PAYMENT
                   UNTIL PAY-END-OF-FILE
               CLOSE PAYMENTS-FILE
           END-IF.

       L5-READ-PAYMENT.
           READ PAYMENTS-FILE
               AT END
                   MOVE 'T' TO PAY-EOF.

       L5-ADD-PAYMENT.
           IF PAY-REC-TYPE NOT = 'H'
                   AND PAY-REC-SELLER IS NUMERIC
                   AND PAY-REC-AMOUNT IS NUMERIC
               IF PAY-REC-SELLER = INQ-SELLER-N
                   ADD PAY-REC-AMOUNT TO SLR-PAID
               END-IF
           END-IF.
           PERFORM L5-READ-PAYMENT.

      *Sold, less undelivered, less paid - the same balance the
      *treasurer's report and the guardian statement show.
       L4-SHOW-SELLER-BALANCE.
           COMPUTE SLR-BALANCE = SLR-SOLD - SLR-UNDELIV - SLR-PAID.
           MOVE SLR-SOLD    TO SS-SOLD.
           MOVE SLR-UNDELIV TO SS-UNDELIV.
           MOVE SLR-PAID    TO SS-PAID.
           MOVE SLR-BALANCE TO SS-BALANCE.
           DISPLAY ' '.
           DISPLAY SUM-SOLD-LINE.
           DISPLAY SUM-UNDELIV-LINE.
           DISPLAY SUM-PAID-LINE.
           DISPLAY SUM-BALANCE-LINE.

      ******************************************************************
      *Shows the order in SEA-REC on its three lines, leaving DLV-IDX  *
      *on the stop's result when one was found.                        *
      ******************************************************************
       L5-SHOW-ORDER.
           ADD 1 TO INQ-ORDER-COUNT.
           MOVE SEA-REC-WEEK    TO OB-WEEK.
           MOVE SEA-REC-LNAME   TO OB-LNAME.
           MOVE SEA-REC-FNAME   TO OB-FNAME.
           MOVE SEA-REC-ADDRESS TO OB-ADDRESS.
           MOVE SEA-REC-1ZIP    TO OB-1ZIP.
           PERFORM L6-PRODUCT-NAME.
           MOVE SEA-REC-CASES   TO OI-CASES.
           MOVE SEA-REC-TOTAL   TO OI-AMOUNT.
           MOVE SEA-REC-SELLER  TO OI-SELLER.
           MOVE SEA-REC-TEAM    TO OI-TEAM.
           PERFORM L6-DLV-LOOKUP.
           PERFORM L6-SET-STOP-STATUS.
           DISPLAY ' '.
           DISPLAY ORD-BUYER-LINE.
           DISPLAY ORD-ITEM-LINE.
           DISPLAY ORD-STATUS-LINE.

       L6-PRODUCT-NAME.
           MOVE SPACES TO OI-POP-NAME.
           IF PM-COUNT > 0
               SET PM-IDX TO 1
               SEARCH PM-ENTRY
                   AT END
                       MOVE 'UNKNOWN PRODUCT' TO OI-POP-NAME
                   WHEN PM-CODE(PM-IDX) = SEA-REC-POP
                       MOVE PM-NAME(PM-IDX) TO OI-POP-NAME
               END-SEARCH
           END-IF.

      *Finds the stop's keyed result, matched the way the route sheet
      *identifies the stop. Only an order from the latest week posted
      *can match - the results are for that week's route sheets.
       L6-DLV-LOOKUP.
           MOVE 'F' TO DLV-FOUND-FLAG.
           IF DLV-COUNT > 0 AND SEA-REC-WEEK = SEA-LAST-WEEK
               SET DLV-IDX TO 1
               SEARCH DLV-ENTRY
                   AT END
                       MOVE 'F' TO DLV-FOUND-FLAG
                   WHEN DLV-TEAM(DLV-IDX) = SEA-REC-TEAM
                           AND DLV-1ZIP(DLV-IDX) = SEA-REC-1ZIP
                           AND DLV-2ZIP(DLV-IDX) = SEA-REC-2ZIP
                           AND DLV-ADDRESS(DLV-IDX) = SEA-REC-ADDRESS
                           AND DLV-LNAME(DLV-IDX) = SEA-REC-LNAME
                           AND DLV-FNAME(DLV-IDX) = SEA-REC-FNAME
                       MOVE 'T' TO DLV-FOUND-FLAG
               END-SEARCH
           END-IF.

      *A stop keyed not delivered is the one the consolidation run puts
      *on the re-delivery route sheet.
       L6-SET-STOP-STATUS.
           MOVE SPACES TO OS-STATUS.
           IF SEA-REC-WEEK NOT = SEA-LAST-WEEK
               MOVE 'ON AN EARLIER WEEK''S ROUTE - NO RESULT HELD'
                   TO OS-STATUS
           ELSE
               IF NOT DLV-FOUND
                   MOVE 'ON THIS WEEK''S ROUTE SHEET - NO RESULT YET'
                       TO OS-STATUS
               ELSE
                   IF DLV-STOP-DELIVERED(DLV-IDX)
                       MOVE 'DELIVERED' TO OS-STATUS
                   ELSE
                       STRING 'NOT DELIVERED (REASON '
                                              DELIMITED BY SIZE
                              DLV-REASON(DLV-IDX)
                                              DELIMITED BY SIZE
                              ') - ON THE RE-DELIVERY SHEET'
                                              DELIMITED BY SIZE
                           INTO OS-STATUS
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       L2-CLOSURE.
           CLOSE SEASON-ORDERS.
           MOVE 0 TO RETURN-CODE.

      *end program CBLGMH13.

       IDENTIFICATION DIVISION.
       program-id. CBLGMH11.
       AUTHOR.     Garrett Helmich.
       DATE-WRITTEN.   10/03/2026.

      ******************************************************************
      *Guardian statements of account. Prints one statement per seller *
      *on SLRROSTR.DAT, addressed to the guardian and phone on the     *
      *roster, for the family to check against their own envelopes:   *
      *every order the kid sold this season off SEASONOR.DAT, every   *
      *payment envelope off PAYMENTS.DAT with its date, the credit for *
      *any stop DLVRESLT.DAT shows was never delivered, and the        *
      *balance due aged from the fundraiser close date - the same      *
      *figures as the balance-due section of TREASRPT.PRT. A Y on      *
      *STMTPARM.DAT skips every seller who owes nothing, so a mid-     *
      *season run only prints letters for the families who still owe. *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELLER-ROSTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRROSTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-SORT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STMROS.TMP'.
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
           SELECT ORDER-SORT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STMORDS.TMP'.
           SELECT ORDER-WORK
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STMORD.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENTS-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.
           SELECT PAY-SORT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STMPAYS.TMP'.
           SELECT PAY-WORK
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STMPAY.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELIVERY-RESULTS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DLVRESLT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLV-FILE-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STMTPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT STATEMENT-PRINT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\GUARDSTM.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SELLER-ROSTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 67 CHARACTERS.
           01  SM-REC                      PIC X(67).

      *The roster comes back through this sort in seller-number order,
      *the order the sorted order and payment work files are in, so
      *the statements can be printed in one matched pass.
       SD  ROSTER-SORT
           DATA RECORD IS RSS-REC.
           01  RSS-REC.
               05  RSS-NUMBER              PIC 9(4).
               05  RSS-LNAME               PIC X(15).
               05  RSS-FNAME               PIC X(15).
               05  RSS-TEAM                PIC X.
               05  RSS-GUARDIAN            PIC X(20).
               05  RSS-PHONE               PIC X(12).

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
      *in weekly mode.
       FD  SEASON-ORDERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SEA-REC
           RECORD CONTAINS 87 CHARACTERS.
           01  SEA-REC.
               05  SEA-REC-KEY.
                   10  SEA-REC-WEEK        PIC 99.
                   10  SEA-REC-SELLER      PIC 9(4).
                   10  SEA-REC-BUYER       PIC X(45).
                   10  FILLER              PIC XX.
               05  FILLER                  PIC X(34).

      *The season's orders sorted by seller, then week posted.
       SD  ORDER-SORT
           DATA RECORD IS OS-REC.
           01  OS-REC.
               05  OS-WEEK                 PIC 99.
               05  OS-SELLER               PIC 9(4).
               05  FILLER                  PIC X(81).

       FD  ORDER-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS OW-REC
           RECORD CONTAINS 87 CHARACTERS.
           01  OW-REC.
               05  OW-WEEK                 PIC 99.
               05  OW-SELLER               PIC 9(4).
               05  OW-LNAME                PIC X(15).
               05  OW-FNAME                PIC X(15).
               05  OW-ADDRESS              PIC X(15).
               05  OW-POP                  PIC 99.
               05  OW-TEAM                 PIC X.
               05  OW-CASES                PIC 9(4).
               05  OW-TOTAL                PIC 9(6)V99.
               05  OW-CITY                 PIC X(10).
               05  OW-STATE                PIC XX.
               05  OW-ZIP.
                   10  OW-1ZIP             PIC 99999.
                   10  OW-2ZIP             PIC 9999.

      *The treasurer's payments file: an H record carrying the date
      *the fundraiser closed, then one D record per envelope.
       FD  PAYMENTS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-REC
           RECORD CONTAINS 48 CHARACTERS.
           01  PAY-REC.
               05  PAY-REC-TYPE            PIC X.
               05  PAY-REC-DATA            PIC X(47).
               05  PAY-REC-HDR REDEFINES PAY-REC-DATA.
                   10  PAY-REC-CLOSE-DATE  PIC 9(8).
                   10  FILLER              PIC X(39).
               05  PAY-REC-DTL REDEFINES PAY-REC-DATA.
                   10  PAY-REC-SELLER      PIC 9(4).
                   10  PAY-REC-DATE        PIC 9(8).
                   10  PAY-REC-AMOUNT      PIC 9(7)V99.
                   10  FILLER              PIC X(26).

      *The envelopes sorted by seller, then date received.
       SD  PAY-SORT
           DATA RECORD IS PS-REC.
           01  PS-REC.
               05  PS-SELLER               PIC 9(4).
               05  PS-DATE                 PIC 9(8).
               05  PS-AMOUNT               PIC 9(7)V99.

       FD  PAY-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS PW-REC
           RECORD CONTAINS 21 CHARACTERS.
           01  PW-REC.
               05  PW-SELLER               PIC 9(4).
               05  PW-DATE.
                   10  PW-YEAR             PIC X(4).
                   10  PW-MONTH            PIC XX.
                   10  PW-DAY              PIC XX.
               05  PW-AMOUNT               PIC 9(7)V99.

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

      *Run option: Y in STP-SKIP-PAID prints statements only for the
      *sellers who still owe money. Blank, or no file at all, prints
      *one for every seller on the roster.
       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STP-REC
           RECORD CONTAINS 1 CHARACTERS.
           01  STP-REC.
               05  STP-SKIP-PAID           PIC X.

       FD  STATEMENT-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STM-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  STM-PRTLINE                 PIC X(132).


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
           05  RUN-YMD.
               10  RUN-YMD-YEAR        PIC X(4).
               10  RUN-YMD-MONTH       PIC XX.
               10  RUN-YMD-DAY         PIC XX.
           05  RUN-YMD-N REDEFINES RUN-YMD
                                       PIC 9(8).
           05  PAY-CLOSE-DATE          PIC 9(8)            VALUE 0.
           05  DAYS-SINCE-CLOSE        PIC S9(5)           VALUE 0.

       01  PARM-CONTROL.
           05  PARM-FILE-STATUS        PIC XX.
           05  SKIP-PAID-FLAG          PIC X       VALUE 'F'.
               88  SKIP-PAID-SELLERS   VALUE 'T'.

       01  ROS-CONTROL.
           05  ROS-COUNT               PIC 999     VALUE 0.
           05  ROS-OUT-IDX             PIC 999.
           05  ROS-EOF                 PIC X       VALUE 'F'.
               88  ROS-END-OF-FILE VALUE 'T'.
           05  ROS-FOUND-FLAG          PIC X       VALUE 'F'.
               88  ROS-FOUND       VALUE 'T'.
           05  ROS-SEARCH-NUMBER       PIC 9(4).
           05  STATEMENTS-PRINTED      PIC 999     VALUE 0.
           05  STATEMENTS-SKIPPED      PIC 999     VALUE 0.

      *The roster in seller-number order, with each seller's season
      *figures rolled up on the first pass so the balance is known
      *before the statement is started.
       01  ROSTER-TABLE.
           05  ROS-ENTRY OCCURS 1 TO 999 TIMES DEPENDING ON ROS-COUNT
                       INDEXED BY ROS-IDX.
               10  ROS-NUMBER          PIC 9(4).
               10  ROS-LNAME           PIC X(15).
               10  ROS-FNAME           PIC X(15).
               10  ROS-TEAM            PIC X.
               10  ROS-GUARDIAN        PIC X(20).
               10  ROS-PHONE           PIC X(12).
               10  ROS-SOLD            PIC 9(7)V99 VALUE 0.
               10  ROS-UNDELIV         PIC 9(7)V99 VALUE 0.
               10  ROS-PAID            PIC 9(7)V99 VALUE 0.

       01  PM-CONTROL.
           05  PM-COUNT                PIC 99      VALUE 0.
           05  PM-EOF                  PIC X       VALUE 'F'.
               88  PM-END-OF-FILE  VALUE 'T'.
           05  PM-SEARCH-CODE          PIC 99.

       01  PRODUCT-MASTER-TABLE.
           05  PM-ENTRY OCCURS 1 TO 50 TIMES DEPENDING ON PM-COUNT
                       INDEXED BY PM-IDX.
               10  PM-CODE             PIC 99.
               10  PM-NAME             PIC X(16).

       01  SEA-CONTROL.
           05  SEA-FILE-STATUS         PIC XX.
           05  SEA-EOF                 PIC X       VALUE 'F'.
               88  SEA-END-OF-FILE VALUE 'T'.
      *The delivery results are for the latest week's route sheets,
      *so only that week's orders can be credited off them.
           05  SEA-LAST-WEEK           PIC 99      VALUE 0.
           05  OW-EOF                  PIC X       VALUE 'F'.
               88  OW-END-OF-FILE  VALUE 'T'.

       01  PAY-CONTROL.
           05  PAY-FILE-STATUS         PIC XX.
           05  PAY-EOF                 PIC X       VALUE 'F'.
               88  PAY-END-OF-FILE VALUE 'T'.
           05  PW-EOF                  PIC X       VALUE 'F'.
               88  PW-END-OF-FILE  VALUE 'T'.

       01  DLV-CONTROL.
           05  DLV-FILE-STATUS         PIC XX.
           05  DLV-COUNT               PIC 9(4)    VALUE 0.
           05  DLV-EOF                 PIC X       VALUE 'F'.
               88  DLV-END-OF-FILE VALUE 'T'.
           05  DLV-FOUND-FLAG          PIC X       VALUE 'F'.
               88  DLV-FOUND       VALUE 'T'.

      *Only the stops the captains keyed as not delivered are kept -
      *those are the only ones that credit a balance.
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
               10  DLV-REASON          PIC XX.

       01  STATEMENT-TOTALS.
           05  STM-BALANCE             PIC S9(7)V99.
           05  STM-ORDER-COUNT         PIC 9(4).
           05  STM-PAY-COUNT           PIC 9(4).
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

       01  STM-HEADING.
           05  FILLER           PIC X(52)  VALUE SPACES.
           05  FILLER           PIC X(27)
                   VALUE 'SELLER STATEMENT OF ACCOUNT'.

       01  STM-TO-LINE.
           05  FILLER           PIC X(10)  VALUE 'TO:'.
           05  ST-GUARDIAN      PIC X(20).

       01  STM-NO-GUARDIAN-LINE.
           05  FILLER           PIC X(10)  VALUE 'TO:'.
           05  FILLER           PIC X(22)
                   VALUE 'PARENT OR GUARDIAN OF '.
           05  SG-FNAME         PIC X(15).
           05  FILLER           PIC X      VALUE SPACE.
           05  SG-LNAME         PIC X(15).

       01  STM-PHONE-LINE.
           05  FILLER           PIC X(10)  VALUE 'PHONE:'.
           05  ST-PHONE         PIC X(12).

       01  STM-SELLER-LINE.
           05  FILLER           PIC X(10)  VALUE 'SELLER:'.
           05  ST-FNAME         PIC X(15).
           05  FILLER           PIC X      VALUE SPACE.
           05  ST-LNAME         PIC X(15).
           05  FILLER           PIC X(11)  VALUE 'SELLER NO. '.
           05  ST-NUMBER        PIC 9(4).
           05  FILLER           PIC X(8)   VALUE '   TEAM '.
           05  ST-TEAM          PIC X.

       01  ORD-HEADING.
           05  FILLER           PIC X(23)
                   VALUE 'ORDERS SOLD THIS SEASON'.

       01  ORD-COL-HEADING.
           05  FILLER           PIC X(4)   VALUE 'WEEK'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(15)  VALUE 'BUYER LAST NAME'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'FIRST NAME'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'POP TYPE'.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'CASES'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'AMOUNT'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'DELIVERY'.

       01  ORD-DETAIL-LINE.
           05  FILLER           PIC X      VALUE SPACE.
           05  OD-WEEK          PIC Z9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  OD-LNAME         PIC X(15).
           05  FILLER           PIC XX     VALUE SPACES.
           05  OD-FNAME         PIC X(15).
           05  FILLER           PIC XX     VALUE SPACES.
           05  OD-POP-NAME      PIC X(16).
           05  FILLER           PIC XX     VALUE SPACES.
           05  OD-CASES         PIC ZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  OD-AMOUNT        PIC $$$$,$$$.99.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  OD-STATUS        PIC X(36).

       01  ORD-NONE-LINE.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(29)
                   VALUE 'NO ORDERS ON FILE THIS SEASON'.

       01  PAY-HEADING.
           05  FILLER           PIC X(26)
                   VALUE 'PAYMENT ENVELOPES RECEIVED'.

       01  PAY-COL-HEADING.
           05  FILLER           PIC X(13)  VALUE 'DATE RECEIVED'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'AMOUNT'.

       01  PAY-DETAIL-LINE.
           05  FILLER           PIC X      VALUE SPACE.
           05  PD-DATE.
               10  PD-MONTH     PIC XX.
               10  FILLER       PIC X      VALUE '/'.
               10  PD-DAY       PIC XX.
               10  FILLER       PIC X      VALUE '/'.
               10  PD-YEAR      PIC X(4).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  PD-AMOUNT        PIC $$$$,$$$.99.

       01  PAY-NONE-LINE.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(26)
                   VALUE 'NO PAYMENTS RECEIVED YET'.

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

       01  AGING-LINE.
           05  FILLER           PIC X(36)
                   VALUE 'DAYS SINCE THE FUNDRAISER CLOSED'.
           05  AG-DAYS          PIC ZZZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  AG-BUCKET        PIC X(30).

       01  PAID-UP-LINE.
           05  FILLER           PIC X(33)
                   VALUE 'PAID IN FULL - THANK YOU.'.

       01  CREDIT-LINE.
           05  FILLER           PIC X(45)
                   VALUE 'YOUR ACCOUNT HAS A CREDIT - PLEASE CALL THE'.
           05  FILLER           PIC X(12)  VALUE 'TREASURER.'.

       01  RUN-HEADING.
           05  FILLER           PIC X(54)  VALUE SPACES.
           05  FILLER           PIC X(24)
                   VALUE 'STATEMENT RUN SUMMARY'.

       01  RUN-TOTAL-LINE.
           05  FILLER           PIC X(21)
                   VALUE 'STATEMENTS PRINTED  '.
           05  RT-PRINTED       PIC ZZ9.
           05  FILLER           PIC X(28)
                   VALUE '   SKIPPED - NOTHING OWED  '.
           05  RT-SKIPPED       PIC ZZ9.


       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-TOTAL-SELLERS.
           PERFORM L2-PRINT-STATEMENTS.
           PERFORM L2-CLOSURE.
           STOP RUN.

      ******************************************************************
      *Start-of-job setup: the run option, the product names, the     *
      *roster in seller-number order, the undelivered stops, and the   *
      *orders and payment envelopes sorted by seller into work files.  *
      ******************************************************************
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           PERFORM L3-READ-PARM.
           PERFORM L3-LOAD-PRODUCTS.
           SORT ROSTER-SORT
               ON ASCENDING KEY RSS-NUMBER
               USING SELLER-ROSTER
               OUTPUT PROCEDURE IS L3-LOAD-ROSTER.
           PERFORM L3-LOAD-DELIVERY-RESULTS.
           SORT ORDER-SORT
               ON ASCENDING KEY OS-SELLER OS-WEEK
               INPUT PROCEDURE IS L3-ORDER-SORT-INPUT
               GIVING ORDER-WORK.
           SORT PAY-SORT
               ON ASCENDING KEY PS-SELLER PS-DATE
               INPUT PROCEDURE IS L3-PAY-SORT-INPUT
               GIVING PAY-WORK.
           PERFORM L3-COMPUTE-DAYS-SINCE.
           OPEN OUTPUT STATEMENT-PRINT.

       L3-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE
               IF PARM-FILE-STATUS = '00' AND STP-SKIP-PAID = 'Y'
                   MOVE 'T' TO SKIP-PAID-FLAG
               END-IF
               CLOSE PARM-FILE
           END-IF.

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

      *Takes the roster back in seller-number order.
       L3-LOAD-ROSTER.
           PERFORM L4-RETURN-ROSTER.
           PERFORM L4-BUILD-ROSTER-TABLE
               UNTIL ROS-END-OF-FILE.

       L4-RETURN-ROSTER.
           RETURN ROSTER-SORT
               AT END
                   MOVE 'T' TO ROS-EOF
           END-RETURN.

      *ROS-ENTRY only holds 999 sellers, the same ceiling the
      *consolidation run's roster table has.
       L4-BUILD-ROSTER-TABLE.
           IF ROS-COUNT = 999
               DISPLAY 'SELLER ROSTER EXCEEDS 999 SELLERS - '
                       'INCREASE ROS-ENTRY.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO ROS-COUNT.
           MOVE RSS-NUMBER         TO ROS-NUMBER(ROS-COUNT).
           MOVE RSS-LNAME          TO ROS-LNAME(ROS-COUNT).
           MOVE RSS-FNAME          TO ROS-FNAME(ROS-COUNT).
           MOVE RSS-TEAM           TO ROS-TEAM(ROS-COUNT).
           MOVE RSS-GUARDIAN       TO ROS-GUARDIAN(ROS-COUNT).
           MOVE RSS-PHONE          TO ROS-PHONE(ROS-COUNT).
           MOVE 0                  TO ROS-SOLD(ROS-COUNT).
           MOVE 0                  TO ROS-UNDELIV(ROS-COUNT).
           MOVE 0                  TO ROS-PAID(ROS-COUNT).
           PERFORM L4-RETURN-ROSTER.

      ******************************************************************
      *Loads the captains' keyed delivery results, keeping only the    *
      *stops marked not delivered. A missing file means nothing is     *
      *credited.                                                       *
      ******************************************************************
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
      *consolidation run's; results past that are left uncredited
      *rather than driving DLV-ENTRY out of bounds.
       L4-BUILD-DLV-TABLE.
           IF DLV-REC-DELIVERED NOT = 'Y' AND DLV-COUNT < 9000
               ADD 1 TO DLV-COUNT
               MOVE DLV-REC-TEAM       TO DLV-TEAM(DLV-COUNT)
               MOVE DLV-REC-1ZIP       TO DLV-1ZIP(DLV-COUNT)
               MOVE DLV-REC-2ZIP       TO DLV-2ZIP(DLV-COUNT)
               MOVE DLV-REC-ADDRESS    TO DLV-ADDRESS(DLV-COUNT)
               MOVE DLV-REC-LNAME      TO DLV-LNAME(DLV-COUNT)
               MOVE DLV-REC-FNAME      TO DLV-FNAME(DLV-COUNT)
               MOVE DLV-REC-REASON     TO DLV-REASON(DLV-COUNT)
           END-IF.
           PERFORM L4-READ-DLV.

      *Releases every season order to the sort, noting the latest week
      *on file as it goes. A missing season file sorts nothing.
       L3-ORDER-SORT-INPUT.
           OPEN INPUT SEASON-ORDERS.
           IF SEA-FILE-STATUS = '00'
               PERFORM L4-READ-SEASON
               PERFORM L4-RELEASE-ORDER
                   UNTIL SEA-END-OF-FILE
               CLOSE SEASON-ORDERS
           END-IF.

       L4-READ-SEASON.
           READ SEASON-ORDERS
               AT END
                   MOVE 'T' TO SEA-EOF.

       L4-RELEASE-ORDER.
           IF SEA-REC-WEEK IS NUMERIC AND SEA-REC-SELLER IS NUMERIC
               IF SEA-REC-WEEK > SEA-LAST-WEEK
                   MOVE SEA-REC-WEEK TO SEA-LAST-WEEK
               END-IF
               RELEASE OS-REC FROM SEA-REC
           END-IF.
           PERFORM L4-READ-SEASON.

      *Releases every envelope to the sort and picks up the close date
      *off the H record. An envelope keyed with a non-numeric seller
      *or amount is left off - the consolidation run lists it on its
      *error report for the treasurer to fix. One with a mistyped date
      *still counts, as it does in the consolidation run's paid figure,
      *and prints with the date as keyed.
       L3-PAY-SORT-INPUT.
           OPEN INPUT PAYMENTS-FILE.
           IF PAY-FILE-STATUS = '00'
               PERFORM L4-READ-PAYMENT
               PERFORM L4-RELEASE-PAYMENT
                   UNTIL PAY-END-OF-FILE
               CLOSE PAYMENTS-FILE
           END-IF.

       L4-READ-PAYMENT.
           READ PAYMENTS-FILE
               AT END
                   MOVE 'T' TO PAY-EOF.

       L4-RELEASE-PAYMENT.
           IF PAY-REC-TYPE = 'H'
               IF PAY-REC-CLOSE-DATE IS NUMERIC
                   MOVE PAY-REC-CLOSE-DATE TO PAY-CLOSE-DATE
               END-IF
           ELSE
               IF PAY-REC-SELLER IS NUMERIC
                       AND PAY-REC-AMOUNT IS NUMERIC
                   MOVE PAY-REC-SELLER TO PS-SELLER
                   MOVE PAY-REC-DATE   TO PS-DATE
                   MOVE PAY-REC-AMOUNT TO PS-AMOUNT
                   RELEASE PS-REC
               END-IF
           END-IF.
           PERFORM L4-READ-PAYMENT.

      *Days between the H record's fundraiser close date and the run
      *date, for the aging line. Left at zero when no close date was
      *keyed.
       L3-COMPUTE-DAYS-SINCE.
           MOVE CURRENT-YEAR   TO RUN-YMD-YEAR.
           MOVE CURRENT-MONTH  TO RUN-YMD-MONTH.
           MOVE CURRENT-DAY    TO RUN-YMD-DAY.
           IF PAY-CLOSE-DATE > 0
               COMPUTE DAYS-SINCE-CLOSE =
                   FUNCTION INTEGER-OF-DATE(RUN-YMD-N)
                       - FUNCTION INTEGER-OF-DATE(PAY-CLOSE-DATE)
           ELSE
               MOVE 0 TO DAYS-SINCE-CLOSE
           END-IF.

      ******************************************************************
      *First pass over the sorted work files: rolls each seller's      *
      *orders, undelivered credits and envelopes up on the roster      *
      *table, so the balance is known before a statement is started.   *
      *Orders and envelopes under a number not on the roster are left  *
      *for the treasurer's report, which already lists them.           *
      ******************************************************************
       L2-TOTAL-SELLERS.
           MOVE 'F' TO OW-EOF.
           OPEN INPUT ORDER-WORK.
           PERFORM L3-READ-ORDER-WORK.
           PERFORM L3-TOTAL-ONE-ORDER
               UNTIL OW-END-OF-FILE.
           CLOSE ORDER-WORK.
           MOVE 'F' TO PW-EOF.
           OPEN INPUT PAY-WORK.
           PERFORM L3-READ-PAY-WORK.
           PERFORM L3-TOTAL-ONE-PAYMENT
               UNTIL PW-END-OF-FILE.
           CLOSE PAY-WORK.

       L3-READ-ORDER-WORK.
           READ ORDER-WORK
               AT END
                   MOVE 'T' TO OW-EOF.

       L3-READ-PAY-WORK.
           READ PAY-WORK
               AT END
                   MOVE 'T' TO PW-EOF.

       L3-TOTAL-ONE-ORDER.
           MOVE OW-SELLER TO ROS-SEARCH-NUMBER.
           PERFORM L4-ROSTER-LOOKUP.
           IF ROS-FOUND
               ADD OW-TOTAL TO ROS-SOLD(ROS-IDX)
               PERFORM L4-DLV-LOOKUP
               IF DLV-FOUND
                   ADD OW-TOTAL TO ROS-UNDELIV(ROS-IDX)
               END-IF
           END-IF.
           PERFORM L3-READ-ORDER-WORK.

       L3-TOTAL-ONE-PAYMENT.
           MOVE PW-SELLER TO ROS-SEARCH-NUMBER.
           PERFORM L4-ROSTER-LOOKUP.
           IF ROS-FOUND
               ADD PW-AMOUNT TO ROS-PAID(ROS-IDX)
           END-IF.
           PERFORM L3-READ-PAY-WORK.

      *Finds ROS-SEARCH-NUMBER on the roster table, leaving ROS-IDX
      *positioned on the match.
       L4-ROSTER-LOOKUP.
           MOVE 'F' TO ROS-FOUND-FLAG.
           IF ROS-COUNT > 0
               SET ROS-IDX TO 1
               SEARCH ROS-ENTRY
                   AT END
                       MOVE 'F' TO ROS-FOUND-FLAG
                   WHEN ROS-NUMBER(ROS-IDX) = ROS-SEARCH-NUMBER
                       MOVE 'T' TO ROS-FOUND-FLAG
               END-SEARCH
           END-IF.

      *Finds an undelivered result for the order in OW-REC, matched
      *the way the route sheet identifies the stop. Only an order from
      *the latest week posted can match - the results are for that
      *week's route sheets.
       L4-DLV-LOOKUP.
           MOVE 'F' TO DLV-FOUND-FLAG.
           IF DLV-COUNT > 0 AND OW-WEEK = SEA-LAST-WEEK
               SET DLV-IDX TO 1
               SEARCH DLV-ENTRY
                   AT END
                       MOVE 'F' TO DLV-FOUND-FLAG
                   WHEN DLV-TEAM(DLV-IDX) = OW-TEAM
                           AND DLV-1ZIP(DLV-IDX) = OW-1ZIP
                           AND DLV-2ZIP(DLV-IDX) = OW-2ZIP
                           AND DLV-ADDRESS(DLV-IDX) = OW-ADDRESS
                           AND DLV-LNAME(DLV-IDX) = OW-LNAME
                           AND DLV-FNAME(DLV-IDX) = OW-FNAME
                       MOVE 'T' TO DLV-FOUND-FLAG
               END-SEARCH
           END-IF.

      ******************************************************************
      *Second pass: walks the roster in seller-number order alongside  *
      *the sorted work files, printing each seller's statement - or    *
      *passing over the seller's records when the run is skipping      *
      *sellers who owe nothing.                                        *
      ******************************************************************
       L2-PRINT-STATEMENTS.
           MOVE 'F' TO OW-EOF.
           MOVE 'F' TO PW-EOF.
           OPEN INPUT ORDER-WORK.
           OPEN INPUT PAY-WORK.
           PERFORM L3-READ-ORDER-WORK.
           PERFORM L3-READ-PAY-WORK.
           PERFORM L3-ONE-SELLER
               VARYING ROS-OUT-IDX FROM 1 BY 1
                   UNTIL ROS-OUT-IDX > ROS-COUNT.
           CLOSE ORDER-WORK.
           CLOSE PAY-WORK.

       L3-ONE-SELLER.
           PERFORM L4-SKIP-ORDER
               UNTIL OW-END-OF-FILE
                   OR OW-SELLER NOT < ROS-NUMBER(ROS-OUT-IDX).
           PERFORM L4-SKIP-PAYMENT
               UNTIL PW-END-OF-FILE
                   OR PW-SELLER NOT < ROS-NUMBER(ROS-OUT-IDX).
           COMPUTE STM-BALANCE = ROS-SOLD(ROS-OUT-IDX)
               - ROS-UNDELIV(ROS-OUT-IDX) - ROS-PAID(ROS-OUT-IDX).
           IF SKIP-PAID-SELLERS AND STM-BALANCE NOT > 0
               ADD 1 TO STATEMENTS-SKIPPED
               PERFORM L4-SKIP-ORDER
                   UNTIL OW-END-OF-FILE
                       OR OW-SELLER NOT = ROS-NUMBER(ROS-OUT-IDX)
               PERFORM L4-SKIP-PAYMENT
                   UNTIL PW-END-OF-FILE
                       OR PW-SELLER NOT = ROS-NUMBER(ROS-OUT-IDX)
           ELSE
               ADD 1 TO STATEMENTS-PRINTED
               PERFORM L4-PRINT-ONE-STATEMENT
           END-IF.

       L4-SKIP-ORDER.
           PERFORM L3-READ-ORDER-WORK.

       L4-SKIP-PAYMENT.
           PERFORM L3-READ-PAY-WORK.

      ******************************************************************
      *One seller's statement: the address block, the orders with any *
      *undelivered credit marked against its line, the envelopes, and *
      *the balance due with its aging.                                 *
      ******************************************************************
       L4-PRINT-ONE-STATEMENT.
           MOVE 0 TO C-PCTR.
           PERFORM L5-STATEMENT-HEADING.
           IF ROS-GUARDIAN(ROS-OUT-IDX) = SPACES
               MOVE ROS-FNAME(ROS-OUT-IDX) TO SG-FNAME
               MOVE ROS-LNAME(ROS-OUT-IDX) TO SG-LNAME
               WRITE STM-PRTLINE FROM STM-NO-GUARDIAN-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE ROS-GUARDIAN(ROS-OUT-IDX) TO ST-GUARDIAN
               WRITE STM-PRTLINE FROM STM-TO-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ROS-PHONE(ROS-OUT-IDX) TO ST-PHONE.
           WRITE STM-PRTLINE FROM STM-PHONE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ROS-FNAME(ROS-OUT-IDX)  TO ST-FNAME.
           MOVE ROS-LNAME(ROS-OUT-IDX)  TO ST-LNAME.
           MOVE ROS-NUMBER(ROS-OUT-IDX) TO ST-NUMBER.
           MOVE ROS-TEAM(ROS-OUT-IDX)   TO ST-TEAM.
           WRITE STM-PRTLINE FROM STM-SELLER-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L5-ORDER-HEADINGS.
           MOVE 0 TO STM-ORDER-COUNT.
           PERFORM L5-PRINT-ORDER
               UNTIL OW-END-OF-FILE
                   OR OW-SELLER NOT = ROS-NUMBER(ROS-OUT-IDX).
           IF STM-ORDER-COUNT = 0
               WRITE STM-PRTLINE FROM ORD-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM L5-PAYMENT-HEADINGS.
           MOVE 0 TO STM-PAY-COUNT.
           PERFORM L5-PRINT-PAYMENT
               UNTIL PW-END-OF-FILE
                   OR PW-SELLER NOT = ROS-NUMBER(ROS-OUT-IDX).
           IF STM-PAY-COUNT = 0
               WRITE STM-PRTLINE FROM PAY-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM L5-PRINT-SUMMARY.

       L5-STATEMENT-HEADING.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE STM-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE STM-PRTLINE FROM STM-HEADING
               AFTER ADVANCING 1 LINE.

       L5-ORDER-HEADINGS.
           WRITE STM-PRTLINE FROM ORD-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE STM-PRTLINE FROM ORD-COL-HEADING
               AFTER ADVANCING 2 LINES.

       L5-PAYMENT-HEADINGS.
           WRITE STM-PRTLINE FROM PAY-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L5-STATEMENT-HEADING.
           WRITE STM-PRTLINE FROM PAY-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *A statement too long for one page carries on to the next under
      *the same heading, numbered from page 1 for each family.
       L5-PRINT-ORDER.
           ADD 1 TO STM-ORDER-COUNT.
           MOVE OW-WEEK  TO OD-WEEK.
           MOVE OW-LNAME TO OD-LNAME.
           MOVE OW-FNAME TO OD-FNAME.
           MOVE OW-POP   TO PM-SEARCH-CODE.
           PERFORM L6-PRODUCT-NAME.
           MOVE OW-CASES TO OD-CASES.
           MOVE OW-TOTAL TO OD-AMOUNT.
           PERFORM L4-DLV-LOOKUP.
           IF DLV-FOUND
               MOVE SPACES TO OD-STATUS
               STRING 'NOT DELIVERED (REASON '  DELIMITED BY SIZE
                      DLV-REASON(DLV-IDX)       DELIMITED BY SIZE
                      ') - CREDITED'            DELIMITED BY SIZE
                   INTO OD-STATUS
               END-STRING
           ELSE
               MOVE SPACES TO OD-STATUS
           END-IF.
           WRITE STM-PRTLINE FROM ORD-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-STATEMENT-HEADING
                       PERFORM L5-ORDER-HEADINGS.
           PERFORM L3-READ-ORDER-WORK.

       L6-PRODUCT-NAME.
           MOVE SPACES TO OD-POP-NAME.
           IF PM-COUNT > 0
               SET PM-IDX TO 1
               SEARCH PM-ENTRY
                   AT END
                       MOVE 'UNKNOWN PRODUCT' TO OD-POP-NAME
                   WHEN PM-CODE(PM-IDX) = PM-SEARCH-CODE
                       MOVE PM-NAME(PM-IDX) TO OD-POP-NAME
               END-SEARCH
           END-IF.

       L5-PRINT-PAYMENT.
           ADD 1 TO STM-PAY-COUNT.
           MOVE PW-MONTH  TO PD-MONTH.
           MOVE PW-DAY    TO PD-DAY.
           MOVE PW-YEAR   TO PD-YEAR.
           MOVE PW-AMOUNT TO PD-AMOUNT.
           WRITE STM-PRTLINE FROM PAY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-STATEMENT-HEADING
                       PERFORM L5-PAYMENT-HEADINGS.
           PERFORM L3-READ-PAY-WORK.

      *The balance due, figured the way the treasurer's balance-due
      *report figures it: sold, less undelivered, less paid. A balance
      *still owing is aged from the fundraiser close date when the
      *treasurer has keyed one.
       L5-PRINT-SUMMARY.
           MOVE ROS-SOLD(ROS-OUT-IDX)    TO SS-SOLD.
           MOVE ROS-UNDELIV(ROS-OUT-IDX) TO SS-UNDELIV.
           MOVE ROS-PAID(ROS-OUT-IDX)    TO SS-PAID.
           MOVE STM-BALANCE              TO SS-BALANCE.
           WRITE STM-PRTLINE FROM SUM-SOLD-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L5-STATEMENT-HEADING.
           WRITE STM-PRTLINE FROM SUM-UNDELIV-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STM-PRTLINE FROM SUM-PAID-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STM-PRTLINE FROM SUM-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
           IF STM-BALANCE > 0
               IF PAY-CLOSE-DATE > 0
                   PERFORM L6-SET-AGING
                   WRITE STM-PRTLINE FROM AGING-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           ELSE
               IF STM-BALANCE = 0
                   WRITE STM-PRTLINE FROM PAID-UP-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE STM-PRTLINE FROM CREDIT-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

       L6-SET-AGING.
           MOVE DAYS-SINCE-CLOSE TO AG-DAYS.
           IF DAYS-SINCE-CLOSE NOT > 30
               MOVE 'CURRENT' TO AG-BUCKET
           ELSE
               IF DAYS-SINCE-CLOSE NOT > 60
                   MOVE '31 TO 60 DAYS PAST DUE' TO AG-BUCKET
               ELSE
                   IF DAYS-SINCE-CLOSE NOT > 90
                       MOVE '61 TO 90 DAYS PAST DUE' TO AG-BUCKET
                   ELSE
                       MOVE 'OVER 90 DAYS PAST DUE' TO AG-BUCKET
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *Prints the run summary on a page of its own, after the last     *
      *statement, and closes up.                                       *
      ******************************************************************
       L2-CLOSURE.
           MOVE 0 TO C-PCTR.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE STM-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE STM-PRTLINE FROM RUN-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE STATEMENTS-PRINTED TO RT-PRINTED.
           MOVE STATEMENTS-SKIPPED TO RT-SKIPPED.
           WRITE STM-PRTLINE FROM RUN-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE STATEMENT-PRINT.

      *end program CBLGMH11.

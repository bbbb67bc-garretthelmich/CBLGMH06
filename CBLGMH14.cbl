       IDENTIFICATION DIVISION.
       program-id. CBLGMH14.
       AUTHOR.     Garrett Helmich.
       DATE-WRITTEN.   10/09/2026.

      ******************************************************************
      *Pre-run integrity audit. Each maintenance program only checks  *
      *its own file, so this cross-checks the masters against one     *
      *another before the weekly post, rather than finding out mid-   *
      *run when orders reject:                                        *
      *  TEAMMAST.DAT  - empty, over the 20-record ceiling, codes      *
      *                  keyed twice, teams with nobody on the roster  *
      *  SLRROSTR.DAT  - over the 999-seller ceiling, bad or repeated  *
      *                  seller numbers, teams not on TEAMMAST         *
      *  PRODMAST.DAT  - empty, over the 50-product ceiling, bad or    *
      *                  repeated codes, codes with no STOCKOH record  *
      *  STOCKOH.DAT   - missing, repeated codes, codes not on         *
      *                  PRODMAST                                      *
      *  PRIZTIER.DAT  - bad tiers, over the 20-tier ceiling, tiers    *
      *                  that overlap another at the same threshold    *
      *  SEASONOR.DAT  - will not open, orders under sellers not on    *
      *                  the roster                                    *
      *  CUSTMAST.DAT  - will not open, customers under sellers not    *
      *                  on the roster                                 *
      *Every finding prints on INTAUDIT.PRT with its severity:        *
      *  ERROR   - CBLGMH06 would stop or reject orders over it        *
      *  WARNING - CBLGMH06 runs, but a figure will be off or missing *
      *  INFO    - worth knowing, nothing to fix                       *
      *                                                                *
      *RETURN-CODE: 0 clean or INFO only, 4 WARNINGs only - safe to    *
      *start CBLGMH06, 8 ERRORs - do not start CBLGMH06 until they are *
      *fixed.                                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\TEAMMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEAM-FILE-STATUS.
           SELECT SELLER-ROSTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRROSTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROS-FILE-STATUS.
           SELECT PRODUCT-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PRODMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.
           SELECT STOCK-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STOCKOH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-FILE-STATUS.
           SELECT PRIZE-TIER-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PRIZTIER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRZ-FILE-STATUS.
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
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-REC-KEY
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT PRINT-AUDIT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\INTAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TEAM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TM-REC
           RECORD CONTAINS 41 CHARACTERS.
           01  TM-REC.
               05  TM-REC-CODE             PIC X.
               05  TM-REC-NAME             PIC X(20).
               05  TM-REC-CAPTAIN          PIC X(20).

       FD  SELLER-ROSTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 67 CHARACTERS.
           01  SM-REC.
               05  SM-REC-NUMBER           PIC 9(4).
               05  SM-REC-NUMBER-X REDEFINES SM-REC-NUMBER
                                           PIC X(4).
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
               05  PM-REC-CODE-X REDEFINES PM-REC-CODE
                                           PIC XX.
               05  PM-REC-NAME             PIC X(16).
               05  PM-REC-PRICE            PIC 99V99.
               05  PM-REC-DEPOSIT          PIC X.
               05  PM-REC-COST             PIC 99V99.
               05  PM-REC-PACK             PIC 99.

       FD  STOCK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STK-REC
           RECORD CONTAINS 8 CHARACTERS.
           01  STK-REC.
               05  STK-REC-CODE            PIC 99.
               05  STK-REC-CODE-X REDEFINES STK-REC-CODE
                                           PIC XX.
               05  STK-REC-AVAIL           PIC 9(6).

       FD  PRIZE-TIER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PZ-REC
           RECORD CONTAINS 32 CHARACTERS.
           01  PZ-REC.
               05  PZ-REC-THRESHOLD        PIC 9(5)V99.
               05  PZ-REC-DESC             PIC X(20).
               05  PZ-REC-COST             PIC 999V99.

      *Only the keys are looked at - the seller alternate key brings
      *each seller's orders together.
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

      *Read in key order, which is season then seller.
       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CU-REC
           RECORD CONTAINS 96 CHARACTERS.
           01  CU-REC.
               05  CU-REC-KEY.
                   10  CU-REC-SEASON       PIC 9(4).
                   10  CU-REC-SELLER       PIC 9(4).
                   10  FILLER              PIC X(63).
               05  FILLER                  PIC X(25).

       FD  PRINT-AUDIT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INT-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  INT-PRTLINE                 PIC X(132).


       WORKING-STORAGE SECTION.
      ******************************************************************
      * ↓ These are variables used for calculations (no display) ↓
      ******************************************************************
       01  MISC.
           05  CURRENT-DATE-AND-TIME.
               10  CURRENT-YEAR        PIC X(4).
               10  CURRENT-YEAR-N REDEFINES CURRENT-YEAR
                                       PIC 9(4).
               10  CURRENT-MONTH       PIC XX.
               10  CURRENT-DAY         PIC XX.
               10  CURRENT-TIME        PIC X(11).
           05  C-PCTR                  PIC 99      VALUE 0.

       01  FINDING-CONTROL.
           05  ERROR-COUNT             PIC 9(5)    VALUE 0.
           05  WARNING-COUNT           PIC 9(5)    VALUE 0.
           05  INFO-COUNT              PIC 9(5)    VALUE 0.
           05  FINDING-COUNT           PIC 9(6)    VALUE 0.
           05  OPEN-FAIL-STATUS        PIC XX.

       01  TEAM-CONTROL.
           05  TEAM-FILE-STATUS        PIC XX.
           05  TEAM-COUNT              PIC 99      VALUE 0.
           05  TEAM-RECS               PIC 9(4)    VALUE 0.
           05  TEAM-EOF                PIC X       VALUE 'F'.
               88  TEAM-END-OF-FILE VALUE 'T'.
           05  TEAM-FOUND-FLAG         PIC X       VALUE 'F'.
               88  TEAM-FOUND      VALUE 'T'.
           05  TEAM-SEARCH-CODE        PIC X.
           05  TEAM-OUT-IDX            PIC 99.

      *Same 20-team ceiling as the consolidation run's TEAM-TABLE.
       01  TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 1 TO 20 TIMES DEPENDING ON TEAM-COUNT
                       INDEXED BY TEAM-IDX.
               10  TEAM-CODE           PIC X.
               10  TEAM-SELLERS        PIC 999.

       01  ROS-CONTROL.
           05  ROS-FILE-STATUS         PIC XX.
           05  ROS-COUNT               PIC 999     VALUE 0.
           05  ROS-EOF                 PIC X       VALUE 'F'.
               88  ROS-END-OF-FILE VALUE 'T'.
           05  ROS-FOUND-FLAG          PIC X       VALUE 'F'.
               88  ROS-FOUND       VALUE 'T'.
           05  ROS-OVER-FLAG           PIC X       VALUE 'F'.
               88  ROS-OVER-CEILING VALUE 'T'.
           05  ROS-SEARCH-NUMBER       PIC 9(4).

      *Same 999-seller ceiling as the consolidation run's ROS-ENTRY.
       01  ROSTER-TABLE.
           05  ROS-ENTRY OCCURS 1 TO 999 TIMES DEPENDING ON ROS-COUNT
                       INDEXED BY ROS-IDX.
               10  ROS-NUMBER          PIC 9(4).

       01  PM-CONTROL.
           05  PM-FILE-STATUS          PIC XX.
           05  PM-COUNT                PIC 99      VALUE 0.
           05  PM-EOF                  PIC X       VALUE 'F'.
               88  PM-END-OF-FILE  VALUE 'T'.
           05  PM-FOUND-FLAG           PIC X       VALUE 'F'.
               88  PM-FOUND        VALUE 'T'.
           05  PM-SEARCH-CODE          PIC 99.
           05  PM-OUT-IDX              PIC 99.

      *Same 50-product ceiling as the consolidation run's PM-ENTRY.
       01  PRODUCT-MASTER-TABLE.
           05  PM-ENTRY OCCURS 1 TO 50 TIMES DEPENDING ON PM-COUNT
                       INDEXED BY PM-IDX.
               10  PM-CODE             PIC 99.
               10  PM-HAS-STOCK        PIC X.
                   88  PM-STOCKED      VALUE 'Y'.

       01  STK-CONTROL.
           05  STK-FILE-STATUS         PIC XX.
           05  STK-EOF                 PIC X       VALUE 'F'.
               88  STK-END-OF-FILE VALUE 'T'.
           05  STK-LOADED-FLAG         PIC X       VALUE 'F'.
               88  STK-LOADED      VALUE 'T'.
      *One flag per possible pop code, set as each stock record is
      *read, so a code keyed twice shows up.
           05  STK-SEEN-FLAG           PIC X       VALUE 'F'
                                       OCCURS 100 TIMES.
           05  STK-SUB                 PIC 999.

       01  PRZ-CONTROL.
           05  PRZ-FILE-STATUS         PIC XX.
           05  PRZ-COUNT               PIC 99      VALUE 0.
           05  PRZ-EOF                 PIC X       VALUE 'F'.
               88  PRZ-END-OF-FILE VALUE 'T'.
           05  PRZ-OUT-IDX             PIC 99.
           05  PRZ-SCAN-IDX            PIC 99.

      *Same 20-tier ceiling as the consolidation run's PRZ-ENTRY.
       01  PRIZE-TABLE.
           05  PRZ-ENTRY OCCURS 1 TO 20 TIMES DEPENDING ON PRZ-COUNT.
               10  PRZ-THRESHOLD       PIC 9(5)V99.
               10  PRZ-DESC            PIC X(20).

       01  SEA-CONTROL.
           05  SEA-FILE-STATUS         PIC XX.
           05  SEA-EOF                 PIC X       VALUE 'F'.
               88  SEA-END-OF-FILE VALUE 'T'.
           05  SEA-GROUP-SELLER        PIC 9(4).
           05  SEA-GROUP-COUNT         PIC 9(6).

       01  CUST-CONTROL.
           05  CUST-FILE-STATUS        PIC XX.
           05  CUST-EOF                PIC X       VALUE 'F'.
               88  CUST-END-OF-FILE VALUE 'T'.
           05  CUST-GROUP-SEASON       PIC 9(4).
           05  CUST-GROUP-SELLER       PIC 9(4).
           05  CUST-GROUP-COUNT        PIC 9(6).
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
           05  FILLER           PIC X(50)  VALUE SPACES.
           05  FILLER           PIC X(32)
                   VALUE 'MASTER FILE INTEGRITY AUDIT'.

       01  AUDIT-COL-HEADING.
           05  FILLER           PIC X(8)   VALUE 'SEVERITY'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'FILE'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RECORD'.
           05  FILLER           PIC X(17)  VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'FINDING'.
           05  FILLER           PIC X(50)  VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'RECORDS'.

       01  FINDING-LINE.
           05  FL-SEVERITY      PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  FL-FILE          PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  FL-KEY           PIC X(21).
           05  FILLER           PIC XX     VALUE SPACES.
           05  FL-TEXT          PIC X(55).
           05  FILLER           PIC XX     VALUE SPACES.
           05  FL-COUNT         PIC ZZZ,ZZ9 BLANK WHEN ZERO.

      *The record column, built per file.
       01  KEY-TEAM.
           05  FILLER           PIC X(5)   VALUE 'TEAM '.
           05  KT-CODE          PIC X.

       01  KEY-SELLER.
           05  FILLER           PIC X(7)   VALUE 'SELLER '.
           05  KS-NUMBER        PIC X(4).

       01  KEY-PRODUCT.
           05  FILLER           PIC X(9)   VALUE 'POP CODE '.
           05  KP-CODE          PIC XX.

       01  KEY-TIER.
           05  FILLER           PIC X(5)   VALUE 'TIER '.
           05  KZ-THRESHOLD     PIC $$,$$9.99.

       01  KEY-SEASON-SELLER.
           05  FILLER           PIC X(7)   VALUE 'SEASON '.
           05  KC-SEASON        PIC 9(4).
           05  FILLER           PIC X(8)   VALUE ' SELLER '.
           05  KC-SELLER        PIC 9(4).

       01  AUDIT-TOTAL-LINE.
           05  FILLER           PIC X(8)   VALUE 'ERRORS '.
           05  AT-ERRORS        PIC ZZ,ZZ9.
           05  FILLER           PIC X(12)  VALUE '   WARNINGS '.
           05  AT-WARNINGS      PIC ZZ,ZZ9.
           05  FILLER           PIC X(8)   VALUE '   INFO '.
           05  AT-INFO          PIC ZZ,ZZ9.

       01  AUDIT-CLEAN-LINE.
           05  FILLER           PIC X(50)  VALUE
                   'NO FINDINGS - THE MASTER FILES AGREE.'.

       01  AUDIT-SAFE-LINE.
           05  FILLER           PIC X(50)  VALUE
                   'SAFE TO START THE WEEKLY POST (CBLGMH06).'.

       01  AUDIT-UNSAFE-LINE.
           05  FILLER           PIC X(46)  VALUE
                   'DO NOT START THE WEEKLY POST (CBLGMH06) UNTIL '.
           05  FILLER           PIC X(30)  VALUE
                   'EVERY ERROR ABOVE IS FIXED.'.


       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-AUDIT-TEAMS.
           PERFORM L2-AUDIT-ROSTER.
           PERFORM L2-AUDIT-PRODUCTS.
           PERFORM L2-AUDIT-STOCK.
           PERFORM L2-AUDIT-PRIZE-TIERS.
           PERFORM L2-AUDIT-SEASON-ORDERS.
           PERFORM L2-AUDIT-CUSTOMERS.
           PERFORM L2-CLOSURE.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE 0 TO FL-COUNT.
           OPEN OUTPUT PRINT-AUDIT.
           PERFORM L3-AUDIT-HEADINGS.

      ******************************************************************
      *Team master: loaded into TEAM-TABLE the way the consolidation   *
      *run loads it, noting what would stop that run cold.             *
      ******************************************************************
       L2-AUDIT-TEAMS.
           MOVE 'TEAMMAST' TO FL-FILE.
           OPEN INPUT TEAM-MASTER.
           IF TEAM-FILE-STATUS = '00'
               PERFORM L3-READ-TEAM
               PERFORM L3-CHECK-TEAM
                   UNTIL TEAM-END-OF-FILE
               CLOSE TEAM-MASTER
           END-IF.
           IF TEAM-COUNT = 0
               MOVE SPACES TO FL-KEY
               MOVE 'TEAM MASTER MISSING OR EMPTY - CBLGMH06 WILL STOP'
                   TO FL-TEXT
               PERFORM L3-ERROR-FINDING
           END-IF.

       L3-READ-TEAM.
           READ TEAM-MASTER
               AT END
                   MOVE 'T' TO TEAM-EOF.

      *The consolidation run loads every record, a code keyed twice
      *included, so the 20-team ceiling is counted in records.
       L3-CHECK-TEAM.
           ADD 1 TO TEAM-RECS.
           MOVE TM-REC-CODE TO KT-CODE.
           MOVE KEY-TEAM    TO FL-KEY.
           IF TEAM-RECS = 21
               MOVE 'MORE THAN 20 TEAM RECORDS - CBLGMH06 WILL STOP'
                   TO FL-TEXT
               PERFORM L3-ERROR-FINDING
           END-IF.
           MOVE TM-REC-CODE TO TEAM-SEARCH-CODE.
           PERFORM L4-TEAM-LOOKUP.
           IF TEAM-FOUND
               MOVE 'TEAM CODE KEYED TWICE - THE FIRST ONE IS USED'
                   TO FL-TEXT
               PERFORM L3-WARNING-FINDING
           ELSE
               IF TEAM-COUNT < 20
                   ADD 1 TO TEAM-COUNT
                   MOVE TM-REC-CODE TO TEAM-CODE(TEAM-COUNT)
                   MOVE 0           TO TEAM-SELLERS(TEAM-COUNT)
               END-IF
           END-IF.
           PERFORM L3-READ-TEAM.

       L4-TEAM-LOOKUP.
           MOVE 'F' TO TEAM-FOUND-FLAG.
           IF TEAM-COUNT > 0
               SET TEAM-IDX TO 1
               SEARCH TEAM-ENTRY
                   AT END
                       MOVE 'F' TO TEAM-FOUND-FLAG
                   WHEN TEAM-CODE(TEAM-IDX) = TEAM-SEARCH-CODE
                       MOVE 'T' TO TEAM-FOUND-FLAG
               END-SEARCH
           END-IF.

      ******************************************************************
      *Seller roster: every seller's number and team against the team  *
      *master, then any team nobody on the roster plays for.           *
      ******************************************************************
       L2-AUDIT-ROSTER.
           MOVE 'SLRROSTR' TO FL-FILE.
           OPEN INPUT SELLER-ROSTER.
           IF ROS-FILE-STATUS = '00'
               PERFORM L3-READ-ROSTER
               PERFORM L3-CHECK-SELLER
                   UNTIL ROS-END-OF-FILE
               CLOSE SELLER-ROSTER
           ELSE
               MOVE SPACES TO FL-KEY
               MOVE 'SELLER ROSTER MISSING - CBLGMH06 WILL STOP'
                   TO FL-TEXT
               PERFORM L3-ERROR-FINDING
           END-IF.
           MOVE 'TEAMMAST' TO FL-FILE.
           PERFORM L3-CHECK-TEAM-SELLERS
               VARYING TEAM-OUT-IDX FROM 1 BY 1
                   UNTIL TEAM-OUT-IDX > TEAM-COUNT.

       L3-READ-ROSTER.
           READ SELLER-ROSTER
               AT END
                   MOVE 'T' TO ROS-EOF.

       L3-CHECK-SELLER.
           MOVE SM-REC-NUMBER-X TO KS-NUMBER.
           MOVE KEY-SELLER      TO FL-KEY.
           IF SM-REC-NUMBER NOT NUMERIC
               MOVE 'SELLER NUMBER IS NOT NUMERIC' TO FL-TEXT
               PERFORM L3-ERROR-FINDING
           ELSE
               MOVE SM-REC-NUMBER TO ROS-SEARCH-NUMBER
               PERFORM L4-ROSTER-LOOKUP
               IF ROS-FOUND
                   MOVE 'SELLER NUMBER IS ON THE ROSTER TWICE'
                       TO FL-TEXT
                   PERFORM L3-ERROR-FINDING
               ELSE
                   PERFORM L4-ADD-ROSTER-SELLER
               END-IF
           END-IF.
           MOVE SM-REC-TEAM TO TEAM-SEARCH-CODE.
           PERFORM L4-TEAM-LOOKUP.
           IF TEAM-FOUND
               ADD 1 TO TEAM-SELLERS(TEAM-IDX)
           ELSE
               IF TEAM-COUNT > 0
                   MOVE 'SELLER''S TEAM IS NOT ON THE TEAM MASTER'
                       TO FL-TEXT
                   PERFORM L3-ERROR-FINDING
               END-IF
           END-IF.
           PERFORM L3-READ-ROSTER.

      *A roster past 999 is reported once; the sellers beyond it are
      *still checked against the team master.
       L4-ADD-ROSTER-SELLER.
           IF ROS-COUNT = 999
               IF NOT ROS-OVER-CEILING
                   MOVE 'T' TO ROS-OVER-FLAG
                   MOVE 'MORE THAN 999 SELLERS - CBLGMH06 WILL STOP'
                       TO FL-TEXT
                   PERFORM L3-ERROR-FINDING
               END-IF
           ELSE
               ADD 1 TO ROS-COUNT
               MOVE SM-REC-NUMBER TO ROS-NUMBER(ROS-COUNT)
           END-IF.

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

       L3-CHECK-TEAM-SELLERS.
           IF TEAM-SELLERS(TEAM-OUT-IDX) = 0
               MOVE TEAM-CODE(TEAM-OUT-IDX) TO KT-CODE
               MOVE KEY-TEAM TO FL-KEY
               MOVE 'NO SELLERS ON THE ROSTER PLAY FOR THIS TEAM'
                   TO FL-TEXT
               PERFORM L3-INFO-FINDING
           END-IF.

      ******************************************************************
      *Product master: codes and prices the consolidation run needs.   *
      ******************************************************************
       L2-AUDIT-PRODUCTS.
           MOVE 'PRODMAST' TO FL-FILE.
           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS = '00'
               PERFORM L3-READ-PRODUCT
               PERFORM L3-CHECK-PRODUCT
                   UNTIL PM-END-OF-FILE
               CLOSE PRODUCT-MASTER
           END-IF.
           IF PM-COUNT = 0
               MOVE SPACES TO FL-KEY
               MOVE 'PRODUCT MASTER MISSING OR EMPTY - NOTHING CAN POST'
                   TO FL-TEXT
               PERFORM L3-ERROR-FINDING
           END-IF.

       L3-READ-PRODUCT.
           READ PRODUCT-MASTER
               AT END
                   MOVE 'T' TO PM-EOF.

       L3-CHECK-PRODUCT.
           MOVE PM-REC-CODE-X TO KP-CODE.
           MOVE KEY-PRODUCT   TO FL-KEY.
           IF PM-REC-CODE NOT NUMERIC
               MOVE 'POP CODE IS NOT NUMERIC' TO FL-TEXT
               PERFORM L3-ERROR-FINDING
           ELSE
               IF PM-REC-PRICE NOT NUMERIC
                   MOVE 'PRICE IS NOT NUMERIC' TO FL-TEXT
                   PERFORM L3-ERROR-FINDING
               END-IF
               MOVE PM-REC-CODE TO PM-SEARCH-CODE
               PERFORM L4-PRODUCT-LOOKUP
               IF PM-FOUND
                   MOVE 'POP CODE KEYED TWICE - THE FIRST ONE IS USED'
                       TO FL-TEXT
                   PERFORM L3-ERROR-FINDING
               ELSE
                   IF PM-COUNT = 50
                       MOVE 'MORE THAN 50 PRODUCTS - CBLGMH06 WILL STOP'
                           TO FL-TEXT
                       PERFORM L3-ERROR-FINDING
                   ELSE
                       ADD 1 TO PM-COUNT
                       MOVE PM-REC-CODE TO PM-CODE(PM-COUNT)
                       MOVE 'N'         TO PM-HAS-STOCK(PM-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-READ-PRODUCT.

       L4-PRODUCT-LOOKUP.
           MOVE 'F' TO PM-FOUND-FLAG.
           IF PM-COUNT > 0
               SET PM-IDX TO 1
               SEARCH PM-ENTRY
                   AT END
                       MOVE 'F' TO PM-FOUND-FLAG
                   WHEN PM-CODE(PM-IDX) = PM-SEARCH-CODE
                       MOVE 'T' TO PM-FOUND-FLAG
               END-SEARCH
           END-IF.

      ******************************************************************
      *Stock on hand: each record against the product master, then     *
      *each product left without a stock record. With no stock record  *
      *the consolidation run takes nothing off hand and the purchase   *
      *order asks for every case sold.                                 *
      ******************************************************************
       L2-AUDIT-STOCK.
           MOVE 'STOCKOH' TO FL-FILE.
           OPEN INPUT STOCK-FILE.
           IF STK-FILE-STATUS = '00'
               MOVE 'T' TO STK-LOADED-FLAG
               PERFORM L3-READ-STOCK
               PERFORM L3-CHECK-STOCK
                   UNTIL STK-END-OF-FILE
               CLOSE STOCK-FILE
           ELSE
               MOVE SPACES TO FL-KEY
               MOVE 'NO STOCK ON HAND FILE - NO AVAILABILITY CHECKS'
                   TO FL-TEXT
               PERFORM L3-WARNING-FINDING
           END-IF.
           MOVE 'PRODMAST' TO FL-FILE.
           IF STK-LOADED
               PERFORM L3-CHECK-PRODUCT-STOCK
                   VARYING PM-OUT-IDX FROM 1 BY 1
                       UNTIL PM-OUT-IDX > PM-COUNT
           END-IF.

       L3-READ-STOCK.
           READ STOCK-FILE
               AT END
                   MOVE 'T' TO STK-EOF.

       L3-CHECK-STOCK.
           MOVE STK-REC-CODE-X TO KP-CODE.
           MOVE KEY-PRODUCT    TO FL-KEY.
           IF STK-REC-CODE NOT NUMERIC
               MOVE 'POP CODE IS NOT NUMERIC' TO FL-TEXT
               PERFORM L3-WARNING-FINDING
           ELSE
               COMPUTE STK-SUB = STK-REC-CODE + 1
               IF STK-SEEN-FLAG(STK-SUB) = 'T'
                   MOVE 'POP CODE KEYED TWICE - THE LAST ONE IS USED'
                       TO FL-TEXT
                   PERFORM L3-WARNING-FINDING
               END-IF
               MOVE 'T' TO STK-SEEN-FLAG(STK-SUB)
               MOVE STK-REC-CODE TO PM-SEARCH-CODE
               PERFORM L4-PRODUCT-LOOKUP
               IF PM-FOUND
                   MOVE 'Y' TO PM-HAS-STOCK(PM-IDX)
               ELSE
                   MOVE 'STOCK FOR A POP CODE NOT ON THE PRODUCT MASTER'
                       TO FL-TEXT
                   PERFORM L3-WARNING-FINDING
               END-IF
           END-IF.
           PERFORM L3-READ-STOCK.

       L3-CHECK-PRODUCT-STOCK.
           IF NOT PM-STOCKED(PM-OUT-IDX)
               MOVE PM-CODE(PM-OUT-IDX) TO KP-CODE
               MOVE KEY-PRODUCT TO FL-KEY
               MOVE 'NO STOCKOH RECORD - PO WILL ORDER EVERY CASE SOLD'
                   TO FL-TEXT
               PERFORM L3-WARNING-FINDING
           END-IF.

      ******************************************************************
      *Prize tiers: what the consolidation run would leave off, and    *
      *any two tiers sharing a threshold - a seller reaching it would  *
      *have two prizes with equal claim and only the first is awarded. *
      ******************************************************************
       L2-AUDIT-PRIZE-TIERS.
           MOVE 'PRIZTIER' TO FL-FILE.
           OPEN INPUT PRIZE-TIER-FILE.
           IF PRZ-FILE-STATUS = '00'
               PERFORM L3-READ-PRIZE
               PERFORM L3-CHECK-PRIZE
                   UNTIL PRZ-END-OF-FILE
               CLOSE PRIZE-TIER-FILE
               PERFORM L3-CHECK-PRIZE-OVERLAP
                   VARYING PRZ-OUT-IDX FROM 1 BY 1
                       UNTIL PRZ-OUT-IDX > PRZ-COUNT
           END-IF.

       L3-READ-PRIZE.
           READ PRIZE-TIER-FILE
               AT END
                   MOVE 'T' TO PRZ-EOF.

       L3-CHECK-PRIZE.
           IF PZ-REC-THRESHOLD NOT NUMERIC OR PZ-REC-COST NOT NUMERIC
               MOVE PZ-REC-DESC TO FL-KEY
               MOVE 'THRESHOLD OR COST NOT NUMERIC - TIER LEFT OFF'
                   TO FL-TEXT
               PERFORM L3-WARNING-FINDING
           ELSE
               IF PRZ-COUNT = 20
                   MOVE PZ-REC-THRESHOLD TO KZ-THRESHOLD
                   MOVE KEY-TIER TO FL-KEY
                   MOVE 'MORE THAN 20 TIERS - THIS TIER IS LEFT OFF'
                       TO FL-TEXT
                   PERFORM L3-WARNING-FINDING
               ELSE
                   ADD 1 TO PRZ-COUNT
                   MOVE PZ-REC-THRESHOLD TO PRZ-THRESHOLD(PRZ-COUNT)
                   MOVE PZ-REC-DESC      TO PRZ-DESC(PRZ-COUNT)
               END-IF
           END-IF.
           PERFORM L3-READ-PRIZE.

      *Each tier is compared with every tier after it, so each
      *overlapping pair is reported once.
       L3-CHECK-PRIZE-OVERLAP.
           PERFORM L4-COMPARE-PRIZE
               VARYING PRZ-SCAN-IDX FROM PRZ-OUT-IDX BY 1
                   UNTIL PRZ-SCAN-IDX > PRZ-COUNT.

       L4-COMPARE-PRIZE.
           IF PRZ-SCAN-IDX > PRZ-OUT-IDX
                   AND PRZ-THRESHOLD(PRZ-SCAN-IDX)
                       = PRZ-THRESHOLD(PRZ-OUT-IDX)
               MOVE PRZ-THRESHOLD(PRZ-SCAN-IDX) TO KZ-THRESHOLD
               MOVE KEY-TIER TO FL-KEY
               MOVE SPACES TO FL-TEXT
               STRING 'OVERLAPS '                DELIMITED BY SIZE
                      PRZ-DESC(PRZ-OUT-IDX)      DELIMITED BY '  '
                      ' - SAME THRESHOLD'        DELIMITED BY SIZE
                   INTO FL-TEXT
               END-STRING
               PERFORM L3-WARNING-FINDING
           END-IF.

      ******************************************************************
      *Season orders: read through on the seller alternate key so each *
      *seller's orders come together, one finding per seller not on    *
      *the roster. The consolidation run carries such orders in the    *
      *season totals as OFF ROSTER, where nobody will collect on them. *
      *A file not yet created is fine; one that will not open for any  *
      *other reason would stop that run.                               *
      ******************************************************************
       L2-AUDIT-SEASON-ORDERS.
           MOVE 'SEASONOR' TO FL-FILE.
           OPEN INPUT SEASON-ORDERS.
           IF SEA-FILE-STATUS NOT = '00' AND NOT = '35'
               MOVE SEA-FILE-STATUS TO OPEN-FAIL-STATUS
               PERFORM L3-OPEN-FAILED
           END-IF.
           IF SEA-FILE-STATUS = '00'
               MOVE 0 TO SEA-REC-SELLER
               START SEASON-ORDERS
                   KEY IS NOT LESS THAN SEA-REC-SELLER
                   INVALID KEY
                       MOVE 'T' TO SEA-EOF
               END-START
               IF NOT SEA-END-OF-FILE
                   PERFORM L3-READ-SEASON
               END-IF
               PERFORM L3-CHECK-SEASON-SELLER
                   UNTIL SEA-END-OF-FILE
               CLOSE SEASON-ORDERS
           END-IF.

       L3-READ-SEASON.
           READ SEASON-ORDERS NEXT RECORD
               AT END
                   MOVE 'T' TO SEA-EOF.

       L3-CHECK-SEASON-SELLER.
           MOVE SEA-REC-SELLER TO SEA-GROUP-SELLER.
           MOVE 0 TO SEA-GROUP-COUNT.
           PERFORM L4-COUNT-SEASON-ORDER
               UNTIL SEA-END-OF-FILE
                   OR SEA-REC-SELLER NOT = SEA-GROUP-SELLER.
           MOVE SEA-GROUP-SELLER TO ROS-SEARCH-NUMBER.
           PERFORM L4-ROSTER-LOOKUP.
           IF NOT ROS-FOUND AND NOT ROS-OVER-CEILING
               MOVE SEA-GROUP-SELLER TO KS-NUMBER
               MOVE KEY-SELLER TO FL-KEY
               MOVE 'ORDERS POSTED TO A SELLER NOT ON THE ROSTER'
                   TO FL-TEXT
               MOVE SEA-GROUP-COUNT TO FL-COUNT
               PERFORM L3-WARNING-FINDING
           END-IF.

       L4-COUNT-SEASON-ORDER.
           ADD 1 TO SEA-GROUP-COUNT.
           PERFORM L3-READ-SEASON.

      ******************************************************************
      *Customer master: read in key order, season then seller, one     *
      *finding per season and seller not on the roster. This season's *
      *are a warning; an earlier season's are only noted, since kids   *
      *leave the club and their old customers stay on file. As with    *
      *the season orders, only a file not yet created may be missing.  *
      ******************************************************************
       L2-AUDIT-CUSTOMERS.
           MOVE 'CUSTMAST' TO FL-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS NOT = '00' AND NOT = '35'
               MOVE CUST-FILE-STATUS TO OPEN-FAIL-STATUS
               PERFORM L3-OPEN-FAILED
           END-IF.
           IF CUST-FILE-STATUS = '00'
               PERFORM L3-READ-CUSTOMER
               PERFORM L3-CHECK-CUSTOMER-SELLER
                   UNTIL CUST-END-OF-FILE
               CLOSE CUSTOMER-MASTER
           END-IF.

       L3-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'T' TO CUST-EOF.

       L3-CHECK-CUSTOMER-SELLER.
           MOVE CU-REC-SEASON TO CUST-GROUP-SEASON.
           MOVE CU-REC-SELLER TO CUST-GROUP-SELLER.
           MOVE 0 TO CUST-GROUP-COUNT.
           PERFORM L4-COUNT-CUSTOMER
               UNTIL CUST-END-OF-FILE
                   OR CU-REC-SEASON NOT = CUST-GROUP-SEASON
                   OR CU-REC-SELLER NOT = CUST-GROUP-SELLER.
           MOVE CUST-GROUP-SELLER TO ROS-SEARCH-NUMBER.
           PERFORM L4-ROSTER-LOOKUP.
           IF NOT ROS-FOUND AND NOT ROS-OVER-CEILING
               MOVE CUST-GROUP-SEASON TO KC-SEASON
               MOVE CUST-GROUP-SELLER TO KC-SELLER
               MOVE KEY-SEASON-SELLER TO FL-KEY
               MOVE CUST-GROUP-COUNT  TO FL-COUNT
               IF CUST-GROUP-SEASON = CURRENT-YEAR-N
                   MOVE 'CUSTOMERS UNDER A SELLER NOT ON THE ROSTER'
                       TO FL-TEXT
                   PERFORM L3-WARNING-FINDING
               ELSE
                   MOVE 'EARLIER SEASON - SELLER SINCE OFF THE ROSTER'
                       TO FL-TEXT
                   PERFORM L3-INFO-FINDING
               END-IF
           END-IF.

       L4-COUNT-CUSTOMER.
           ADD 1 TO CUST-GROUP-COUNT.
           PERFORM L3-READ-CUSTOMER.

       L3-OPEN-FAILED.
           MOVE SPACES TO FL-KEY.
           MOVE SPACES TO FL-TEXT.
           STRING 'WILL NOT OPEN - FILE STATUS ' DELIMITED BY SIZE
                  OPEN-FAIL-STATUS               DELIMITED BY SIZE
                  ' - CBLGMH06 WILL STOP'        DELIMITED BY SIZE
               INTO FL-TEXT
           END-STRING.
           PERFORM L3-ERROR-FINDING.

      ******************************************************************
      *Prints one finding at its severity. The record column, finding  *
      *text and count are set by the caller; the count is cleared      *
      *after each line so only the group findings carry one.           *
      ******************************************************************
       L3-ERROR-FINDING.
           MOVE 'ERROR' TO FL-SEVERITY.
           ADD 1 TO ERROR-COUNT.
           PERFORM L4-PRINT-FINDING.

       L3-WARNING-FINDING.
           MOVE 'WARNING' TO FL-SEVERITY.
           ADD 1 TO WARNING-COUNT.
           PERFORM L4-PRINT-FINDING.

       L3-INFO-FINDING.
           MOVE 'INFO' TO FL-SEVERITY.
           ADD 1 TO INFO-COUNT.
           PERFORM L4-PRINT-FINDING.

       L4-PRINT-FINDING.
           ADD 1 TO FINDING-COUNT.
           WRITE INT-PRTLINE FROM FINDING-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-AUDIT-HEADINGS.
           MOVE 0 TO FL-COUNT.

      ******************************************************************
      *Totals, the verdict and the return code the job stream tests    *
      *before starting the weekly post.                                *
      ******************************************************************
       L2-CLOSURE.
           IF FINDING-COUNT = 0
               WRITE INT-PRTLINE FROM AUDIT-CLEAN-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ERROR-COUNT    TO AT-ERRORS.
           MOVE WARNING-COUNT  TO AT-WARNINGS.
           MOVE INFO-COUNT     TO AT-INFO.
           WRITE INT-PRTLINE FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF ERROR-COUNT > 0
               WRITE INT-PRTLINE FROM AUDIT-UNSAFE-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE INT-PRTLINE FROM AUDIT-SAFE-LINE
                   AFTER ADVANCING 2 LINES
               IF WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE PRINT-AUDIT.

      ******************************************************************
       L3-PAGE-HEADING.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE INT-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.

       L3-AUDIT-HEADINGS.
           PERFORM L3-PAGE-HEADING.
           WRITE INT-PRTLINE FROM AUDIT-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE INT-PRTLINE FROM AUDIT-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO INT-PRTLINE.
           WRITE INT-PRTLINE
               AFTER ADVANCING 1 LINE.

      *end program CBLGMH14.

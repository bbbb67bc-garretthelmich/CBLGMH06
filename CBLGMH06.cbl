               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT DUP-WORK
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DUPWORK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-BUYER
               FILE STATUS IS DW-FILE-STATUS.
           SELECT PRIZE-TIER-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PRIZTIER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRZ-FILE-STATUS.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-REC-KEY
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT STOCK-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STOCKOH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT SELLER-HISTORY
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT TEAM-ACCOUNTS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\TEAMACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFA-REC-TEAM
               FILE STATUS IS TFA-FILE-STATUS.
           SELECT TEAM-LEDGER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\TEAMLEDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFL-REC-KEY
               FILE STATUS IS TFL-FILE-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DLVRESLT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLV-FILE-STATUS.
           SELECT CANCEL-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CANCELS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAN-FILE-STATUS.
           SELECT CANCEL-AUDIT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CANAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT PURCHASE-ORDERS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PURCHORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUR-FILE-STATUS.
           SELECT PURCHASE-WORK
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PURCHORD.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURW-FILE-STATUS.
           SELECT PUR-PRINT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PURCHORD.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *This is a change made for my github
       DATA DIVISION.
       FD  PRODUCT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC
           RECORD CONTAINS 29 CHARACTERS.
           01  PM-REC.
               05  PM-REC-CODE             PIC 99.
               05  PM-REC-NAME             PIC X(16).
      *The distributor's wholesale cost per case, so closure can state
      *what the club clears instead of just what it grosses.
               05  PM-REC-COST             PIC 99V99.
      *The distributor's case-pack minimum, so the purchase order can
      *round each line up to what the distributor will actually ship.
      *Spaces (a record keyed before the column existed) or zero read
      *as a pack of one.
               05  PM-REC-PACK             PIC 99.

      *The club roster master CBLGMH08 maintains: one record per
      *seller carrying the club-assigned seller number every order
      *job so a weekly run can report season-to-date columns next to
      *this week's, and so the duplicate check remembers every order
      *posted in an earlier week - an order posted in week 2 is
      *caught if it is keyed again in week 5. At closure this week's
      *records and later are deleted by key and the run's collected
      *route orders written in their place, so a restarted or rerun
      *week lands on the file exactly once. Only touched in weekly
      *mode; a classic one-shot run behaves exactly as it always has.
      *Keyed by week, seller, buyer and pop code - one order apiece -
      *so a cancel/change finds its order with a single read. The
      *buyer alternate key serves the duplicate check and lookups by
      *name, the seller alternate key lookups by seller. CBLGMH12
      *builds the file from the old sequential layout, one time.
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

      *This run's orders, keyed by buyer name and address, for the
      *duplicate check - built fresh at the start of every posting
      *run and kept through an abend, so a restart still remembers
      *every order seen before the checkpoint. DW-RECS-DONE is the
      *input record count the order was remembered at, so a restart
      *can tell its own reprocessed records from true duplicates.
       FD  DUP-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS DW-REC
           RECORD CONTAINS 51 CHARACTERS.
           01  DW-REC.
               05  DW-BUYER.
                   10  DW-LNAME            PIC X(15).
                   10  DW-FNAME            PIC X(15).
                   10  DW-ADDRESS          PIC X(15).
               05  DW-RECS-DONE            PIC 9(6).

      *The incentive program's prize tiers, one record per tier: the
      *dollar threshold a seller must reach, what the prize is, and
      *while every earlier season and week stands untouched. The pop
      *name is carried on the record so a kickoff call sheet can
      *print what the customer bought last year without last year's
      *product master in hand. Keyed by season and seller first, so a
      *seller's customers for any season are one START away.
       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CU-REC
           RECORD CONTAINS 96 CHARACTERS.
           01  CU-REC.
               05  CU-REC-KEY.
                   10  CU-REC-SEASON       PIC 9(4).
                   10  CU-REC-SELLER       PIC 9(4).
                   10  CU-REC-WEEK         PIC 99.
                   10  CU-REC-LNAME        PIC X(15).
                   10  CU-REC-FNAME        PIC X(15).
                   10  CU-REC-ADDRESS      PIC X(15).
                   10  CU-REC-POP-NAME     PIC X(16).
               05  CU-REC-CASES            PIC 9(4).
               05  CU-REC-CITY             PIC X(10).
               05  CU-REC-STATE            PIC XX.
               05  CU-REC-ZIP.
                   10  CU-REC-1ZIP         PIC 99999.
                   10  CU-REC-2ZIP         PIC 9999.

      *The distributor's stock on hand, one record per pop code, keyed
      *from the warehouse count sheet. Loaded alongside the product
      *master so closure can compare cases ordered against cases
      *Holds the progress snapshot written every CKPT-INTERVAL records
      *so a rerun after an abend can skip already-posted input and
      *resume the running totals instead of reprocessing from record 1.
      *CKPT-SLR-ENTRY mirrors SELLER-TABLE so a restart carries every
      *seller's total posted before the checkpoint was written, not
      *just the ones posted since; the orders seen for the duplicate
      *check stay behind on DUP-WORK instead.
       FD  CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CKPT-REC
           RECORD CONTAINS 474261 CHARACTERS.
           01  CKPT-REC.
               05  CKPT-RECS-DONE          PIC 9(6).
               05  CKPT-PCTR               PIC 99.
                   10  CKPT-PM-CASES       PIC 9(6).
                   10  CKPT-PM-TEAM-CASES  PIC 9(6)
                                           OCCURS 20 TIMES.
               05  CKPT-SELLER-COUNT       PIC 9(5).
               05  CKPT-SLR-ENTRY OCCURS 10000 TIMES.
                   10  CKPT-SLR-NUMBER     PIC 9(4).
                   10  CKPT-SLR-LNAME      PIC X(15).
                   10  CKPT-SLR-FNAME      PIC X(15).
      *kept permanently so each run can lay the current season's
      *totals next to the prior season's for the most-improved-seller
      *comparison instead of reconstructing last year from a printout.
      *Keyed by season and roster seller number; the name rides along
      *only so the file reads without the roster in hand.
       FD  SELLER-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD CONTAINS 49 CHARACTERS.
           01  HIST-REC.
               05  HIST-REC-KEY.
                   10  HIST-REC-SEASON     PIC 9(4).
                   10  HIST-REC-NUMBER     PIC 9(4).
               05  HIST-REC-LNAME          PIC X(15).
               05  HIST-REC-FNAME          PIC X(15).
               05  HIST-REC-TOTAL          PIC 9(9)V99.

      *The team fund: one account per team code, plus '*' for the
      *club's general fund, carrying its balance from season to
      *season. The opening balance, allocations and expenses are the
      *current season's; the first posting in a new season carries
      *the balance forward as the new opening balance. Credited here
      *at closure, debited by CBLGMH16's keyed team expenses.
       FD  TEAM-ACCOUNTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TFA-REC
           RECORD CONTAINS 61 CHARACTERS.
           01  TFA-REC.
               05  TFA-REC-TEAM            PIC X.
               05  TFA-REC-NAME            PIC X(20).
               05  TFA-REC-SEASON          PIC 9(4).
               05  TFA-REC-OPEN-BAL        PIC S9(7)V99.
               05  TFA-REC-ALLOCATED       PIC S9(7)V99.
               05  TFA-REC-EXPENSED        PIC 9(7)V99.
               05  TFA-REC-BALANCE         PIC S9(7)V99.

      *Every posting behind the accounts, keyed team/season/type/
      *reference: A allocations referenced by run week (WEEK nn, and
      *WEEK nn-x on the general fund for team x's split), E expenses
      *by the treasurer's voucher number. The week key lets a rerun
      *replace its own allocation instead of crediting it twice.
       FD  TEAM-LEDGER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TFL-REC
           RECORD CONTAINS 80 CHARACTERS.
           01  TFL-REC.
               05  TFL-REC-KEY.
                   10  TFL-REC-TEAM        PIC X.
                   10  TFL-REC-SEASON      PIC 9(4).
                   10  TFL-REC-TYPE        PIC X.
                   10  TFL-REC-REF         PIC X(10).
               05  TFL-REC-DATE            PIC 9(8).
               05  TFL-REC-DESC            PIC X(24).
               05  TFL-REC-NET             PIC S9(7)V99.
               05  TFL-REC-SPLIT           PIC 99V99.
               05  TFL-REC-AMOUNT          PIC S9(7)V99.
               05  FILLER                  PIC X(10).

      *The run parameter card: an as-of date for the report headings
      *(turn-ins posted Monday can carry Saturday's date), the
      *checkpoint interval, the order-flag threshold, and a Y/N switch
       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRM-REC
           RECORD CONTAINS 33 CHARACTERS.
           01  PRM-REC.
               05  PRM-RUN-DATE            PIC X(8).
               05  PRM-CKPT-INTERVAL       PIC X(3).
      *Rejects allowed per turn-in file before posting halts; blank
      *or zero leaves the circuit breaker off.
               05  PRM-ERR-LIMIT           PIC X(4).
      *Percentage of each team's net proceeds held back for the
      *club's general fund, as 99V99; blank holds nothing back.
               05  PRM-CLUB-SPLIT          PIC X(4).

      *Balanced journal entries in the accounting package's fixed
      *import format, written at closure once the bank deposit has
               05  DLV-REC-DELIVERED       PIC X.
               05  DLV-REC-REASON          PIC XX.

      *The treasurer's keyed cancellations and changes against orders
      *posted in an earlier week: C cancels the order outright, A
      *alters its case count to the new quantity keyed. Each one names
      *the order the way the season master holds it - seller, week
      *posted, buyer name and street, pop code - so closure can find
      *it, back its old figures out of the totals and post the new
      *ones. Only read in weekly mode, the only mode that keeps a
      *season master to find the order on; a missing file simply
      *skips the pass.
       FD  CANCEL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CAN-REC
           RECORD CONTAINS 58 CHARACTERS.
           01  CAN-REC.
               05  CAN-REC-ACTION          PIC X.
               05  CAN-REC-SELLER          PIC X(4).
               05  CAN-REC-WEEK            PIC XX.
               05  CAN-REC-LNAME           PIC X(15).
               05  CAN-REC-FNAME           PIC X(15).
               05  CAN-REC-ADDRESS         PIC X(15).
               05  CAN-REC-POP             PIC XX.
               05  CAN-REC-NEW-CASES       PIC X(4).

      *Before/after audit of every season and customer record the
      *cancel/change pass touched, and every transaction it turned
      *back, paged on its own counter.
       FD  CANCEL-AUDIT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CAN-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  CAN-PRTLINE                 PIC X(132).

      *The distributor purchase orders closure raises, one record per
      *PO line: cases ordered net of stock on hand, rounded up to the
      *case pack, at the wholesale cost off the product master.
      *PUR-REC-RECEIVED is the cases received against the line to date,
      *posted by CBLGMH09 off the receipt transactions that quote the
      *PO number. Lines for earlier weeks' POs are carried forward
      *untouched; a rerun of the week replaces its own PO.
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

      *Work file the closure rewrite of the PO file streams earlier
      *weeks' lines through, so the file is only ever rewritten whole
      *and never has to be held in memory.
       FD  PURCHASE-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS PURW-REC
           RECORD CONTAINS 69 CHARACTERS.
           01  PURW-REC                    PIC X(69).

      *The printed purchase order that goes to the distributor, paged
      *on its own counter.
       FD  PUR-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PUR-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PUR-PRTLINE                 PIC X(132).


       WORKING-STORAGE SECTION.
      ******************************************************************
           05  SEA-FILE-STATUS         PIC XX.
           05  SEA-EOF                 PIC X       VALUE 'F'.
               88  SEA-END-OF-FILE VALUE 'T'.
           05  SEA-OPEN-FLAG           PIC X       VALUE 'F'.
               88  SEA-IS-OPEN     VALUE 'T'.
           05  RUN-MODE                PIC X       VALUE SPACE.
               88  WEEKLY-MODE     VALUE 'W'.
               88  KICKOFF-MODE    VALUE 'K'.
           05  CUST-FILE-STATUS        PIC XX.
           05  CUST-EOF                PIC X       VALUE 'F'.
               88  CUST-END-OF-FILE VALUE 'T'.
           05  CUST-OPEN-FLAG          PIC X       VALUE 'F'.
               88  CUST-IS-OPEN    VALUE 'T'.
           05  ROS-OUT-IDX             PIC 999.
           05  CALL-ANY-FLAG           PIC X       VALUE 'F'.
               88  CALL-SHEET-STARTED  VALUE 'T'.

      ******************************************************************
      *Prize-award controls. The keyed prize tiers off PRIZE-TIER-    *
      *FILE are run against every seller's season-to-date total at    *

      ******************************************************************
      *Duplicate-order detection. Every order that passes validation   *
      *has its name/address remembered on DUP-WORK; an order keyed a   *
      *second time with the same name and address - or one already    *
      *posted in an earlier week on the season master - is flagged as *
      *a suspected duplicate instead of being posted to totals.        *
      *Continuation records are matched against PEND-ORDER above      *
      *before this check runs, so they are never mistaken for a        *
      *duplicate of the order they belong to.                          *
      ******************************************************************
       01  DUP-CONTROL.
           05  DW-FILE-STATUS          PIC XX.
           05  DUP-FOUND-FLAG          PIC X       VALUE 'F'.
               88  DUP-FOUND       VALUE 'T'.
           05  DUP-SUSPECT-FLAG        PIC X       VALUE 'F'.
               88  IS-DUP-SUSPECT  VALUE 'T'.
           05  DUP-ORDER-COUNT         PIC 9(3)    VALUE 0.
           05  DUP-BUYER-EOF           PIC X       VALUE 'F'.
               88  DUP-BUYER-DONE  VALUE 'T'.
           05  DUP-BUYER.
               10  DUP-LNAME           PIC X(15).
               10  DUP-FNAME           PIC X(15).
               10  DUP-ADDRESS         PIC X(15).
           05  RECS-PROCESSED          PIC 9(6)    VALUE 0.
           05  SKIP-CTR                PIC 9(6).
           05  CKPT-IDX                PIC 99.
           05  CKPT-SLR-IDX            PIC 9(5).
           05  RESTART-FOUND-FLAG      PIC X       VALUE 'F'.
               88  RESTART-WAS-FOUND   VALUE 'T'.
           05  TEAM-IDX                PIC 99.
               10  PM-NAME             PIC X(16).
               10  PM-PRICE            PIC 99V99.
               10  PM-COST             PIC 99V99.
               10  PM-PACK             PIC 99.
               10  PM-DEPOSIT-FLAG     PIC X.
                   88  PM-DEPOSIT-ELIGIBLE    VALUE 'Y'.
               10  PM-CASES-SOLD       PIC 9(6)    VALUE 0.
               88  RECONCILE-SELECTED     VALUE 'Y'.
           05  CSV-SW                  PIC X       VALUE 'Y'.
               88  CSV-SELECTED           VALUE 'Y'.
           05  CLUB-SPLIT-PCT          PIC 99V99   VALUE 0.
           05  PARM-SPLIT-X            PIC X(4).
           05  PARM-SPLIT-N REDEFINES PARM-SPLIT-X
                                       PIC 99V99.

      ******************************************************************
      *Journal-interface controls. The entries are built from the team *
      *by roster seller number and accumulated as valid orders are     *
      *posted. The name is copied in from the roster at first sight so *
      *the reports print one spelling per kid no matter what the       *
      *captains keyed. The table holds a row for every number a       *
      *four-digit seller number can take, so it can no longer fill.    *
      ******************************************************************
       01  SLR-CONTROL.
           05  SELLER-COUNT            PIC 9(5)            VALUE 0.
           05  SLR-FOUND-FLAG          PIC X               VALUE 'F'.
               88  SLR-FOUND       VALUE 'T'.
           05  SLR-OUT-IDX             PIC 9(5).
           05  SLR-MAX-IDX             PIC 9(5).
           05  SLR-SCAN-IDX            PIC 9(5).
           05  SLR-STD-IDX             PIC 9(5).
           05  SLR-TEMP-NUMBER         PIC 9(4).
           05  SLR-TEMP-LNAME          PIC X(15).
           05  SLR-TEMP-FNAME          PIC X(15).
           05  SLR-TEMP-UNDELIV        PIC 999999999V99.

       01  SELLER-TABLE.
           05  SLR-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON SELLER-COUNT
                       INDEXED BY SLR-IDX.
               10  SLR-NUMBER          PIC 9(4).
               10  SLR-LNAME           PIC X(15).
               10  SLR-UNDELIV-TOTAL   PIC 999999999V99    VALUE 0.

      ******************************************************************
      *Prior-season seller totals, read by key off SELLER-HISTORY at   *
      *closure so the season comparison report can put each seller's   *
      *current total next to last season's. The file is updated at     *
      *the same time with this run's totals stamped with the current   *
      *season, replacing any current-season records already on file so *
      *a rerun posts once, not twice.                                   *
           05  HIST-FILE-STATUS        PIC XX.
           05  HIST-EOF                PIC X               VALUE 'F'.
               88  HIST-END-OF-FILE    VALUE 'T'.
           05  HIST-FOUND-FLAG         PIC X               VALUE 'F'.
               88  HIST-FOUND      VALUE 'T'.
           05  CURRENT-SEASON          PIC 9(4)            VALUE 0.
           05  PRIOR-SEASON            PIC 9(4)            VALUE 0.
           05  CMP-CHANGE              PIC S999999999V99.

      ******************************************************************
      *Correction-recycle controls. COR-FILE-NAME is what I-RECORD is  *
      *pointed at to post the corrections; they run before the first   *
               88  PAY-END-OF-FILE     VALUE 'T'.
           05  PAY-LOADED-FLAG         PIC X               VALUE 'F'.
               88  PAY-LOADED          VALUE 'T'.
           05  PAY-COUNT               PIC 9(5)            VALUE 0.
           05  PAY-FOUND-FLAG          PIC X               VALUE 'F'.
               88  PAY-FOUND       VALUE 'T'.
           05  PAY-OUT-IDX             PIC 9(5).
           05  PAY-CLOSE-DATE          PIC 9(8)            VALUE 0.
           05  DAYS-SINCE-CLOSE        PIC S9(5)           VALUE 0.
           05  BAL-AMOUNT              PIC S999999999V99.
                                       PIC 9(8).

       01  PAY-TABLE.
           05  PAY-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON PAY-COUNT
                       INDEXED BY PAY-IDX.
               10  PAY-SELLER          PIC 9(4).
           05  IMG-DLV-FNAME           PIC X(15).
           05  IMG-DLV-DELIVERED       PIC X.
           05  IMG-DLV-REASON          PIC XX.

      ******************************************************************
      *Order cancel/change controls. The keyed transactions load into  *
      *CANCEL-TABLE, then one pass over the season master matches each *
      *to the prior-week order it names and posts the difference: the  *
      *old figures come out of the season-to-date team, seller and pop *
      *totals the order primed, the new ones go back in, and the       *
      *division and proceeds effect is carried in CANCEL-ADJ-TOTALS -  *
      *those totals only ever held this run's orders, so a prior       *
      *week's reversal prints as its own signed adjustment instead of  *
      *being netted against sales it was never part of. At closure     *
      *each applied transaction's order is read back by key on the     *
      *season and customer masters and deleted (cancel) or rewritten   *
      *at its new case count (change). A transaction no posted order   *
      *matches is turned back on the audit report.                     *
      ******************************************************************
       01  CANCEL-CONTROL.
           05  CAN-FILE-STATUS         PIC XX.
           05  CAN-EOF                 PIC X       VALUE 'F'.
               88  CAN-END-OF-FILE VALUE 'T'.
           05  CAN-LOADED-FLAG         PIC X       VALUE 'F'.
               88  CAN-LOADED      VALUE 'T'.
           05  CAN-FOUND-FLAG          PIC X       VALUE 'F'.
               88  CAN-FOUND       VALUE 'T'.
           05  CAN-IS-VALID            PIC X       VALUE 'F'.
           05  CAN-ERR-DESCRIPTION     PIC X(40).
           05  CAN-COUNT               PIC 999     VALUE 0.
           05  CAN-OUT-IDX             PIC 999.
           05  CAN-APPLIED             PIC 9(4)    VALUE 0.
           05  CAN-REJECTED            PIC 9(4)    VALUE 0.
           05  CAN-HELD                PIC 9(4)    VALUE 0.
           05  CAN-PCTR                PIC 99      VALUE 0.
           05  CAN-WEEK-N              PIC 99.
           05  CAN-NEW-CASES-N         PIC 9(4).
           05  CAN-NEW-TOTAL           PIC 9(6)V99.
           05  CAN-CASES-DIFF          PIC S9(5).
           05  CAN-GROSS-DIFF          PIC S9(7)V99.
           05  CAN-COST-DIFF           PIC S9(7)V99.
           05  CAN-DEPO-DIFF           PIC S9(7)V99.
           05  CAN-ADJ-GROSS           PIC S999999999V99.
           05  CAN-ADJ-COST            PIC S999999999V99.
           05  CAN-ADJ-DEPO            PIC S999999999V99.
           05  CAN-ADJ-NET             PIC S999999999V99.

      *One row per keyed transaction. SEA-MATCHED is set by the match
      *pass (Y matched, H held for the next run); SEA-DONE and
      *CUST-DONE are set as the matched order is read back by key and
      *deleted or rewritten on SEASONOR and CUSTMAST, so each
      *transaction lands on at most one record of each file.
       01  CANCEL-TABLE.
           05  CAN-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON CAN-COUNT
                       INDEXED BY CAN-IDX.
               10  CAN-ACTION          PIC X.
                   88  CAN-CANCEL-ORDER    VALUE 'C'.
                   88  CAN-CHANGE-ORDER    VALUE 'A'.
               10  CAN-SELLER          PIC 9(4).
               10  CAN-WEEK            PIC 99.
               10  CAN-LNAME           PIC X(15).
               10  CAN-FNAME           PIC X(15).
               10  CAN-ADDRESS         PIC X(15).
               10  CAN-POP             PIC 99.
               10  CAN-POP-NAME        PIC X(16).
               10  CAN-NEW-CASES       PIC 9(4).
               10  CAN-OLD-CASES       PIC 9(4).
               10  CAN-OLD-TOTAL       PIC 9(6)V99.
               10  CAN-NEW-TOTAL-AMT   PIC 9(6)V99.
               10  CAN-SEA-MATCHED     PIC X.
               10  CAN-SEA-DONE        PIC X.
               10  CAN-CUST-DONE       PIC X.
               10  CAN-IMAGE           PIC X(58).

      *Signed division and proceeds effect of the cancels and changes
      *applied this run, by team and by deposit division.
       01  CANCEL-ADJ-TOTALS.
           05  CAN-TEAM-GROSS-ADJ      PIC S999999999V99   VALUE 0
                                       OCCURS 20 TIMES.
           05  CAN-TEAM-COST-ADJ       PIC S999999999V99   VALUE 0
                                       OCCURS 20 TIMES.
           05  CAN-TEAM-DEPO-ADJ       PIC S999999999V99   VALUE 0
                                       OCCURS 20 TIMES.
           05  CAN-FIVE-GROSS-ADJ      PIC S999999999V99   VALUE 0.
           05  CAN-TEN-GROSS-ADJ       PIC S999999999V99   VALUE 0.
           05  CAN-NODEP-GROSS-ADJ     PIC S999999999V99   VALUE 0.
           05  CAN-FIVE-COST-ADJ       PIC S999999999V99   VALUE 0.
           05  CAN-TEN-COST-ADJ        PIC S999999999V99   VALUE 0.
           05  CAN-NODEP-COST-ADJ      PIC S999999999V99   VALUE 0.
           05  CAN-FIVE-DEPO-ADJ       PIC S999999999V99   VALUE 0.
           05  CAN-TEN-DEPO-ADJ        PIC S999999999V99   VALUE 0.
           05  CAN-NODEP-DEPO-ADJ      PIC S999999999V99   VALUE 0.

      ******************************************************************
      *Distributor purchase order controls. The PO number is the       *
      *season year and run week, so a rerun of the week raises the     *
      *same PO again instead of a second one.                          *
      ******************************************************************
       01  PUR-CONTROL.
           05  PUR-FILE-STATUS         PIC XX.
           05  PURW-FILE-STATUS        PIC XX.
           05  PUR-EOF                 PIC X       VALUE 'F'.
               88  PUR-END-OF-FILE  VALUE 'T'.
           05  PUR-NUMBER.
               10  FILLER              PIC XX      VALUE 'PO'.
               10  PUR-NUM-YEAR        PIC X(4).
               10  FILLER              PIC X       VALUE '-'.
               10  PUR-NUM-WEEK        PIC 99.
               10  FILLER              PIC X       VALUE SPACE.
           05  PUR-CODE-ROW            PIC 999.
           05  PUR-LINES               PIC 99      VALUE 0.
           05  PUR-PCTR                PIC 99      VALUE 0.
           05  PUR-NEEDED              PIC 9(6).
           05  PUR-PACKS               PIC 9(6).
           05  PUR-PACK-REMAINDER      PIC 99.
           05  PUR-QTY                 PIC 9(6).
           05  PUR-EXTENDED            PIC 9(7)V99.
           05  PUR-RECEIVED            PIC 9(6).
           05  PUR-TOTAL-CASES         PIC 9(7)    VALUE 0.
           05  PUR-TOTAL-COST          PIC 9(9)V99 VALUE 0.

      *What CBLGMH09 has already received against this week's PO, on
      *a rerun, so it survives the PO being raised again. One row per
      *possible pop code (row = code + 1), the way SELLER-TABLE holds
      *its sellers, so the table can never fill.
       01  PUR-PRIOR-TABLE.
           05  PUR-PRIOR-RECEIVED      PIC 9(6)    VALUE 0
                                       OCCURS 100 TIMES.

      ******************************************************************
      *Team fund allocation controls. Each team's net for the run is   *
      *split between the team's account and the club's general fund    *
      *('*') by CLUB-SPLIT-PCT; FUND-POST- carries one posting to      *
      *L5-POST-FUND-CREDIT - type A the week's allocation, type C the  *
      *week's cancel and change adjustments.                           *
      ******************************************************************
       01  FUND-CONTROL.
           05  TFA-FILE-STATUS         PIC XX.
           05  TFL-FILE-STATUS         PIC XX.
           05  FUND-NET                PIC S9(7)V99.
           05  FUND-CLUB-SHARE         PIC S9(7)V99.
           05  FUND-TEAM-SHARE         PIC S9(7)V99.
           05  FUND-CLUB-TOTAL         PIC S9(7)V99    VALUE 0.
           05  FUND-TEAM-TOTAL         PIC S9(7)V99    VALUE 0.
           05  FUND-NET-TOTAL          PIC S9(7)V99    VALUE 0.
           05  FUND-POST-TEAM          PIC X.
           05  FUND-POST-NAME          PIC X(20).
           05  FUND-POST-DESC          PIC X(24).
           05  FUND-POST-AMOUNT        PIC S9(7)V99.
           05  FUND-POST-BALANCE       PIC S9(7)V99.
           05  FUND-OLD-AMOUNT         PIC S9(7)V99.
           05  FUND-POST-TYPE          PIC X.
           05  FUND-ENTRY-AMOUNT       PIC S9(7)V99.
           05  FUND-ENTRY-NET          PIC S9(7)V99.
           05  FUND-POST-REF.
               10  FILLER              PIC X(5)    VALUE 'WEEK '.
               10  FUND-REF-WEEK       PIC 99.
               10  FUND-REF-DASH       PIC X       VALUE SPACE.
               10  FUND-REF-TEAM       PIC X       VALUE SPACE.
               10  FILLER              PIC X       VALUE SPACE.
           05  FUND-ENTRY-FLAG         PIC X.
               88  FUND-ENTRY-FOUND VALUE 'T'.
           05  FUND-ACCT-FLAG          PIC X.
               88  FUND-ACCT-FOUND VALUE 'T'.
           05  FUND-POSTED-FLAG        PIC X.
               88  FUND-POSTED     VALUE 'T'.
           05  FUND-HELD-COUNT         PIC 99      VALUE 0.
           05  FUND-SPLIT-DESC.
               10  FILLER              PIC X(21)
                       VALUE 'CLUB SPLIT FROM TEAM '.
               10  FUND-SPLIT-TEAM     PIC X.
               10  FILLER              PIC XX      VALUE SPACES.
      ******************************************************************
      ** ↑ end of calculation variables ↑
      ******************************************************************
           05  FILLER                  PIC X(16)
                           VALUE 'DIVISION TOTALS:'.

       01  DIV-ADJ-LINE.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  DA-DIVISION             PIC X(10).
           05  FILLER                  PIC X(17)
                           VALUE ' CANCELS/CHANGES:'.
           05  FILLER                  PIC XXX     VALUE SPACES.
           05  DA-AMOUNT               PIC $$$$,$$$.99-.

       01  SRC-SUBTOTAL-LINE.
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  SS-FILE-NAME            PIC X(60).
           05  FILLER           PIC X(19)
                   VALUE '   FLAG THRESHOLD: '.
           05  PE-THRESHOLD     PIC $$$,$$$.99.
           05  FILLER           PIC X(15)  VALUE '   CLUB SPLIT: '.
           05  PE-CLUB-SPLIT    PIC Z9.99.
           05  FILLER           PIC X(22)
                   VALUE '% TO THE GENERAL FUND'.

       01  PARM-ECHO-LINE-2.
           05  FILLER           PIC X(13)  VALUE 'LEADERBOARD: '.
           05  FILLER           PIC X      VALUE ')'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  CF-RESULT        PIC X(22).

       01  CAN-HEADING.
           05  FILLER           PIC X(48)  VALUE SPACES.
           05  FILLER           PIC X(36)
                   VALUE 'ORDER CANCELLATION AND CHANGE AUDIT'.

       01  CAN-COL-HEADING.
           05  FILLER           PIC X(6)   VALUE 'ACTION'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'FILE'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'IMAGE'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC XX     VALUE 'WK'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'SLR'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(49)  VALUE 'BUYER'.
           05  FILLER           PIC X(16)  VALUE 'POP TYPE'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'CASES'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'AMOUNT'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RESULT'.

       01  CAN-DETAIL-LINE.
           05  CN-ACTION        PIC X(6).
           05  FILLER           PIC XX     VALUE SPACES.
           05  CN-FILE          PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  CN-IMAGE         PIC X(6).
           05  FILLER           PIC XX     VALUE SPACES.
           05  CN-WEEK          PIC Z9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  CN-SELLER        PIC 9(4).
           05  FILLER           PIC XX     VALUE SPACES.
           05  CN-LNAME         PIC X(15).
           05  FILLER           PIC X      VALUE SPACES.
           05  CN-FNAME         PIC X(15).
           05  FILLER           PIC X      VALUE SPACES.
           05  CN-ADDRESS       PIC X(15).
           05  FILLER           PIC XX     VALUE SPACES.
           05  CN-POP-NAME      PIC X(16).
           05  FILLER           PIC XX     VALUE SPACES.
           05  CN-CASES         PIC ZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  CN-AMOUNT        PIC $$$,$$$.99.
           05  FILLER           PIC XX     VALUE SPACES.
           05  CN-RESULT        PIC X(11).

      *A reject prints the keyed transaction exactly as it came in,
      *and why it was turned back.
       01  CAN-REJECT-LINE.
           05  FILLER           PIC X(6)   VALUE 'REJECT'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  CN-REJ-RECORD    PIC X(58).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  CN-REJ-REASON    PIC X(40).

      *A transaction held over prints the same way, and why.
       01  CAN-HELD-LINE.
           05  FILLER           PIC X(6)   VALUE 'HELD'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  CN-HELD-RECORD   PIC X(58).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(40)  VALUE
                   'SEASONOR UNREADABLE - HELD FOR NEXT RUN.'.

       01  CAN-TOTAL-LINE.
           05  FILLER           PIC X(21)
                   VALUE 'TRANSACTIONS APPLIED '.
           05  CN-APPLIED       PIC Z,ZZ9.
           05  FILLER           PIC X(11)  VALUE '  REJECTED '.
           05  CN-REJECTED      PIC Z,ZZ9.
           05  FILLER           PIC X(7)   VALUE '  HELD '.
           05  CN-HELD          PIC Z,ZZ9.

       01  PUR-HEADING.
           05  FILLER           PIC X(53)  VALUE SPACES.
           05  FILLER           PIC X(26)
                   VALUE 'DISTRIBUTOR PURCHASE ORDER'.

       01  PUR-NUMBER-LINE.
           05  FILLER           PIC X(11)  VALUE 'PO NUMBER: '.
           05  PL-NUMBER        PIC X(10).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'WEEK: '.
           05  PL-WEEK          PIC Z9.

       01  PUR-COL-HEADING.
           05  FILLER           PIC X(4)   VALUE 'CODE'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(16)  VALUE 'POP TYPE'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'NEEDED'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'PACK'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'ORDERED'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'UNIT COST'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(13)  VALUE 'EXTENDED COST'.

       01  PUR-DETAIL-LINE.
           05  PL-CODE          PIC 99.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  PL-POP-NAME      PIC X(16).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  PL-NEEDED        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  PL-PACK          PIC Z9.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  PL-QTY           PIC ZZZ,ZZ9.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  PL-COST          PIC $$$.99.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  PL-EXTENDED      PIC $$,$$$,$$$.99.

       01  PUR-TOTAL-LINE.
           05  FILLER           PIC X(22)  VALUE 'TOTAL CASES ORDERED'.
           05  FILLER           PIC X(22)  VALUE SPACES.
           05  PL-TOTAL-CASES   PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'TOTAL COST'.
           05  PL-TOTAL-COST    PIC $$$$,$$$,$$$.99.

       01  PUR-NONE-LINE.
           05  FILLER           PIC X(42)  VALUE
                   'NO PURCHASE ORDER NEEDED - STOCK ON HAND '.
           05  FILLER           PIC X(30)  VALUE
                   'COVERS EVERY PRODUCT ORDERED.'.

      *The treasurer pack's adjustment section: the division and
      *proceeds effect of the prior-week orders cancelled or changed
      *this run, signed, under the proceeds statement's own columns.
       01  CAN-ADJ-HEADING.
           05  FILLER           PIC X(49)  VALUE SPACES.
           05  FILLER           PIC X(31)
                   VALUE 'ORDER CANCELLATIONS AND CHANGES'.

       01  CAN-ADJ-LINE.
           05  CN-ADJ-LABEL     PIC X(30).
           05  CN-ADJ-GROSS     PIC $$$,$$$,$$$.99-.
           05  FILLER           PIC X      VALUE SPACES.
           05  CN-ADJ-COST      PIC $$$,$$$,$$$.99-.
           05  FILLER           PIC X      VALUE SPACES.
           05  CN-ADJ-DEPO      PIC $$$,$$$,$$$.99-.
           05  FILLER           PIC X      VALUE SPACES.
           05  CN-ADJ-NET       PIC $$$,$$$,$$$.99-.

       01  FUND-HEADING.
           05  FILLER           PIC X(53)  VALUE SPACES.
           05  FILLER           PIC X(24)
                   VALUE 'TEAM FUND ALLOCATION'.

       01  FUND-COL-HEADING.
           05  FILLER           PIC X(30)  VALUE SPACES.
           05  FILLER           PIC X(12)  VALUE 'NET PROCEEDS'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'CLUB SHARE'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'TEAM SHARE'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(12)  VALUE 'FUND BALANCE'.

       01  FUND-DETAIL-LINE.
           05  FD-LABEL         PIC X(30).
           05  FD-NET           PIC $$$,$$$,$$$.99-.
           05  FILLER           PIC X      VALUE SPACES.
           05  FD-CLUB          PIC $$$,$$$,$$$.99-.
           05  FILLER           PIC X      VALUE SPACES.
           05  FD-TEAM          PIC $$$,$$$,$$$.99-.
           05  FILLER           PIC X      VALUE SPACES.
           05  FD-BALANCE       PIC $$$,$$$,$$$.99-.
           05  FILLER           PIC X      VALUE SPACES.
           05  FD-NOTE          PIC X(14).

       01  FUND-SPLIT-LINE.
           05  FILLER           PIC X(17)  VALUE 'CLUB SPLIT RULE: '.
           05  FS-PCT           PIC Z9.99.
           05  FILLER           PIC X(48)  VALUE
                   '% OF EACH TEAM''S NET HELD FOR THE GENERAL FUND.'.

       01  FUND-HELD-LINE.
           05  FILLER           PIC X(44)  VALUE
                   'HELD - ACCOUNT ALREADY CARRIED INTO A LATER '.
           05  FILLER           PIC X(43)  VALUE
                   'SEASON, SO THIS RUN''S SHARE WAS NOT POSTED.'.
       

       PROCEDURE DIVISION.
           PERFORM L2-LOAD-ROSTER.
           PERFORM L2-LOAD-TEAMS.
      *Priming runs before the restart check on purpose: the restored
      *checkpoint's seller counts were built on top of the same
      *priming and simply overlay it.
           IF WEEKLY-MODE
               PERFORM L2-PRIME-SEASON
           END-IF.
                       OPEN OUTPUT CSV-EXTRACT
                   END-IF
               END-IF
               PERFORM L3-OPEN-DUP-WORK
           END-IF.
           PERFORM L3-ECHO-PARAMETERS.
           PERFORM L4-ERR-HEADINGS.

      *A restart picks DUP-WORK up where the abended run left it; any
      *other run - or a restart whose work file has gone missing -
      *starts it empty.
       L3-OPEN-DUP-WORK.
           MOVE '35' TO DW-FILE-STATUS.
           IF RESTART-WAS-FOUND
               OPEN I-O DUP-WORK
           END-IF.
           IF DW-FILE-STATUS NOT = '00'
               OPEN OUTPUT DUP-WORK
               CLOSE DUP-WORK
               OPEN I-O DUP-WORK
           END-IF.

      ******************************************************************
      *Pre-posting verification: every name on SOURCE-LIST must open, *
      *read, and carry records in the order layout before a single    *
           CLOSE PRINT-ERROR.
           CLOSE ROUTE-FILE.
           CLOSE REJECT-FILE.
           CLOSE DUP-WORK.
           IF SEA-IS-OPEN
               CLOSE SEASON-ORDERS
           END-IF.
           IF CSV-SELECTED
               CLOSE CSV-EXTRACT
           END-IF.
           IF PRM-ERR-LIMIT IS NUMERIC AND PRM-ERR-LIMIT > '0000'
               MOVE PRM-ERR-LIMIT TO ERR-LIMIT
           END-IF.
           IF PRM-CLUB-SPLIT IS NUMERIC
               MOVE PRM-CLUB-SPLIT TO PARM-SPLIT-X
               MOVE PARM-SPLIT-N TO CLUB-SPLIT-PCT
           END-IF.

      ******************************************************************
      *Echoes the effective run parameters at the top of the report,   *
           MOVE CURRENT-DAY    TO PE-DAY.
           MOVE CKPT-INTERVAL  TO PE-CKPT.
           MOVE C-FLAG-THRESHOLD TO PE-THRESHOLD.
           MOVE CLUB-SPLIT-PCT TO PE-CLUB-SPLIT.
           WRITE PRTLINE OF PRINTLN FROM PARM-ECHO-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE LEADERBOARD-SW TO PE-LEADERBOARD.
           MOVE PM-REC-PRICE       TO PM-PRICE(PM-COUNT).
           MOVE PM-REC-COST        TO PM-COST(PM-COUNT).
           MOVE PM-REC-DEPOSIT     TO PM-DEPOSIT-FLAG(PM-COUNT).
           IF PM-REC-PACK IS NUMERIC AND PM-REC-PACK > 0
               MOVE PM-REC-PACK    TO PM-PACK(PM-COUNT)
           ELSE
               MOVE 1              TO PM-PACK(PM-COUNT)
           END-IF.
           PERFORM L3-READ-PRODUCT.

      ******************************************************************
      *Reads the cumulative season orders file at start-of-job in      *
      *weekly mode: orders posted in weeks before this one roll into   *
      *the PRIOR season-to-date accumulators on the team, product and  *
      *seller tables. The file is keyed by week first, so the read     *
      *stops at the first record for this week: this week's own       *
      *records - leftovers the closure is about to replace - prime     *
      *nothing. The file is left open for the duplicate check, which   *
      *reads it by buyer so an order posted in an earlier week is      *
      *caught if a captain keys it again. A missing season file (week  *
      *one) simply primes nothing.                                     *
      ******************************************************************
       L2-PRIME-SEASON.
           MOVE 'F' TO SEA-EOF.
           OPEN INPUT SEASON-ORDERS.
           IF SEA-FILE-STATUS = '00'
               MOVE 'T' TO SEA-OPEN-FLAG
               PERFORM L3-READ-SEASON
               PERFORM L3-PRIME-SEASON-RECORD
                   UNTIL SEA-END-OF-FILE
           END-IF.

       L3-READ-SEASON.
           READ SEASON-ORDERS NEXT RECORD
               AT END
                   MOVE 'T' TO SEA-EOF.

      *Only weeks before this one feed the PRIOR totals - a restarted
      *or rerun week's own records are about to be replaced by this
      *run's closure.
       L3-PRIME-SEASON-RECORD.
           IF SEA-REC-WEEK IS NUMERIC AND SEA-REC-WEEK NOT < RUN-WEEK
               MOVE 'T' TO SEA-EOF
           ELSE
               IF SEA-REC-WEEK IS NUMERIC
                   PERFORM L4-PRIME-SEASON-TOTALS
               END-IF
               PERFORM L3-READ-SEASON
           END-IF.

      *A season order against a team or pop code since dropped from
      *its master still primes the seller totals; only the dropped
      *code's own accumulator is skipped.
       L4-PRIME-SEASON-TOTALS.
           MOVE SEA-REC-TEAM TO I-TEAM.
           PERFORM L4-TEAM-INDEX.
           IF SLR-FOUND
               ADD SEA-REC-TOTAL TO SLR-PRIOR-TOTAL(SLR-IDX)
           ELSE
               ADD 1 TO SELLER-COUNT
               MOVE SEA-REC-SELLER TO SLR-NUMBER(SELLER-COUNT)
               MOVE SEA-REC-SELLER TO ROS-SEARCH-NUMBER
               PERFORM L4-ROSTER-LOOKUP
               IF ROS-FOUND
                   MOVE ROS-LNAME(ROS-IDX) TO SLR-LNAME(SELLER-COUNT)
                   MOVE ROS-FNAME(ROS-IDX) TO SLR-FNAME(SELLER-COUNT)
               ELSE
                   MOVE 'OFF ROSTER' TO SLR-LNAME(SELLER-COUNT)
                   MOVE SPACES TO SLR-FNAME(SELLER-COUNT)
               END-IF
               MOVE 0 TO SLR-TOTAL(SELLER-COUNT)
               MOVE SEA-REC-TOTAL TO SLR-PRIOR-TOTAL(SELLER-COUNT)
               MOVE 0 TO SLR-UNDELIV-TOTAL(SELLER-COUNT)
           END-IF.

      ******************************************************************
      *Season-kickoff call sheets: reads the prior season's customers  *
      *off the permanent customer file and prints each roster seller a *
      *page of who bought from them last year, with the pop types and  *
      *case counts - gathered into one captain pack file per team, so  *
      *blank either way.                                               *
      ******************************************************************
       L2-KICKOFF-CALL-SHEETS.
           PERFORM L3-OPEN-PRIOR-CUSTOMERS.
           PERFORM L3-KICKOFF-ONE-TEAM
               VARYING TEAM-IDX FROM 1 BY 1
                   UNTIL TEAM-IDX > TEAM-COUNT.
           IF CUST-IS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.

      *One team's pack: its sellers' call sheets in roster order.
       L3-KICKOFF-ONE-TEAM.
               PERFORM L4-PRINT-CALL-SHEET
           END-IF.

      *The customer file stays open for the whole kickoff; each call
      *sheet is read straight off it by key. A missing customer file
      *(first season) prints no sheets.
       L3-OPEN-PRIOR-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = '00'
               MOVE 'T' TO CUST-OPEN-FLAG
           END-IF.

       L4-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'T' TO CUST-EOF.

      *One seller's call sheet: positions on the first prior-season
      *record for this seller and reads forward until the season or
      *seller changes. The page heading is only printed once a first
      *customer turns up, so sellers with none get no page.
       L4-PRINT-CALL-SHEET.
           MOVE 'F' TO CALL-ANY-FLAG.
           MOVE 'T' TO CUST-EOF.
           IF CUST-IS-OPEN
               MOVE LOW-VALUES              TO CU-REC-KEY
               MOVE PRIOR-SEASON            TO CU-REC-SEASON
               MOVE ROS-NUMBER(ROS-OUT-IDX) TO CU-REC-SELLER
               MOVE 'F' TO CUST-EOF
               START CUSTOMER-MASTER
                   KEY IS NOT LESS THAN CU-REC-KEY
                   INVALID KEY
                       MOVE 'T' TO CUST-EOF
               END-START
           END-IF.
           IF NOT CUST-END-OF-FILE
               PERFORM L4-READ-CUSTOMER
           END-IF.
           PERFORM L5-PRINT-CALL-CUSTOMER
               UNTIL CUST-END-OF-FILE.

       L5-PRINT-CALL-CUSTOMER.
           IF CU-REC-SEASON NOT = PRIOR-SEASON
                   OR CU-REC-SELLER NOT = ROS-NUMBER(ROS-OUT-IDX)
               MOVE 'T' TO CUST-EOF
           ELSE
               IF NOT CALL-SHEET-STARTED
                   PERFORM L5-CALL-SHEET-HEADINGS
               END-IF
               MOVE CU-REC-LNAME       TO CD-LNAME
               MOVE CU-REC-FNAME       TO CD-FNAME
               MOVE CU-REC-ADDRESS     TO CD-ADDRESS
               MOVE CU-REC-CITY        TO CD-CITY
               MOVE CU-REC-STATE       TO CD-STATE
               MOVE CU-REC-1ZIP        TO CD-1ZIP
               MOVE CU-REC-2ZIP        TO CD-2ZIP
               MOVE CU-REC-POP-NAME    TO CD-POP-NAME
               MOVE CU-REC-CASES       TO CD-CASES
               WRITE CAP-PRTLINE FROM CALL-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM L4-READ-CUSTOMER
           END-IF.

      *Each seller's sheet starts on a fresh page, like the route
           PERFORM L4-RESTORE-PM-CASES
               VARYING CKPT-IDX FROM 1 BY 1
                   UNTIL CKPT-IDX > CKPT-PM-COUNT.
           MOVE CKPT-SELLER-COUNT  TO SELLER-COUNT.
           PERFORM L4-RESTORE-SLR-ENTRY
               VARYING CKPT-SLR-IDX FROM 1 BY 1
           MOVE CKPT-PM-TEAM-CASES(CKPT-IDX, TEAM-IDX)
               TO PM-TEAM-CASES(PM-IDX, TEAM-IDX).

      *Restores one seller's running total into SELLER-TABLE so the
      *leaderboard keeps crediting orders posted before the restart.
       L4-RESTORE-SLR-ENTRY.
           PERFORM L5-SAVE-PM-CASES
               VARYING CKPT-IDX FROM 1 BY 1
                   UNTIL CKPT-IDX > PM-COUNT.
           MOVE SELLER-COUNT       TO CKPT-SELLER-COUNT.
           PERFORM L5-SAVE-SLR-ENTRY
               VARYING CKPT-SLR-IDX FROM 1 BY 1
           MOVE TEAM-COST-TOTAL(TEAM-IDX) TO CKPT-TEAM-COST(TEAM-IDX).
           MOVE TEAM-DEPO-TOTAL(TEAM-IDX) TO CKPT-TEAM-DEPO(TEAM-IDX).

      *Saves one seller's running total off SELLER-TABLE.
       L5-SAVE-SLR-ENTRY.
           MOVE SLR-NUMBER(CKPT-SLR-IDX)
           PERFORM L4-TREAS-HEADINGS.
           OPEN OUTPUT WHSE-PRINT.
           PERFORM L4-WHSE-HEADINGS.
      *Backs the treasurer's cancelled and changed prior-week orders
      *out of the season-to-date totals before any of them print.
           IF WEEKLY-MODE
               PERFORM L3-PROCESS-CANCELS
           END-IF.
      *Flushes the subtotal for whichever division printed last, then
      *prints each division's job-wide total exactly once.
           IF DIV-HEADER-PRINTED
      *States what the club actually clears: gross, product cost,
      *deposit pass-through and net, by team and deposit division.
           PERFORM L3-PROCEEDS-STATEMENT.
           IF CAN-APPLIED > 0
               PERFORM L3-CANCEL-ADJUSTMENTS
           END-IF.

      *Credits each team's fund account with what it cleared this run,
      *less the club's split for the general fund.
           PERFORM L3-TEAM-FUND-ALLOCATION.

      *Writes the balanced journal entries for the accounting package,
      *or says on the report why it refused to.
      *and reports any product the warehouse cannot fully cover.
           PERFORM L3-BACKORDER-REPORT.

      *Raises the distributor purchase order for whatever the stock on
      *hand cannot cover, as a file for CBLGMH09 to receive against
      *and a printed copy to send the distributor.
           PERFORM L3-PURCHASE-ORDER.

      *Sorts the collected orders into team/ZIP/street order and
      *prints the delivery route sheets and peel-off labels.
           PERFORM L3-ROUTE-SHEETS.
               PERFORM L3-REWRITE-SEASON-FILE
           END-IF.
           PERFORM L3-REWRITE-CUSTOMER-FILE.
           IF CAN-LOADED
               PERFORM L3-CLOSE-CANCEL-AUDIT
               PERFORM L3-REWRITE-CANCEL-FILE
           END-IF.

      *Prints the one-page control summary and appends this run's
      *audit record to the permanent run log.
      *the change, for the most-improved-seller prize. Runs after      *
      *L3-LEADERBOARD so the listing comes out in this season's        *
      *top-seller order. When the comparison is done the history file  *
      *is updated with this season's totals.                           *
      ******************************************************************
       L3-SEASON-COMPARISON.
           PERFORM L4-OPEN-SELLER-HISTORY.
           WRITE PRTLINE OF PRINTLN FROM CMP-HEADING
               AFTER ADVANCING 4 LINES.
           MOVE CURRENT-SEASON TO CMP-THIS-LABEL.
           PERFORM L4-REWRITE-SELLER-HISTORY.

      ******************************************************************
      *Opens SELLER-HISTORY for the keyed lookups and updates below. A *
      *missing history file (the first season this runs) is created    *
      *empty, so every seller simply comes up NEW.                     *
      ******************************************************************
       L4-OPEN-SELLER-HISTORY.
           OPEN I-O SELLER-HISTORY.
           IF HIST-FILE-STATUS = '35'
               OPEN OUTPUT SELLER-HISTORY
               CLOSE SELLER-HISTORY
               OPEN I-O SELLER-HISTORY
           END-IF.
           IF HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN SLRHIST.DAT - FILE STATUS '
                   HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       L5-READ-HISTORY.
           READ SELLER-HISTORY NEXT RECORD
               AT END
                   MOVE 'T' TO HIST-EOF.

      ******************************************************************
      *Prints one comparison line for the seller at SLR-OUT-IDX: this  *
      *season's total, the prior season's total off the history file,  *
      *and the change. A seller with no prior-season record is tagged  *
      *NEW with a prior total of zero.                                 *
      ******************************************************************
           MOVE SLR-FNAME(SLR-OUT-IDX) TO CMP-FNAME.
           MOVE STD-WORK TO CMP-THIS-TOTAL.
           IF HIST-FOUND
               MOVE HIST-REC-TOTAL TO CMP-PRIOR-TOTAL
               COMPUTE CMP-CHANGE =
                   STD-WORK - HIST-REC-TOTAL
               MOVE SPACES TO CMP-NEW-TAG
           ELSE
               MOVE 0 TO CMP-PRIOR-TOTAL
           WRITE PRTLINE OF PRINTLN FROM CMP-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

      *Reads this seller's prior-season record by season and roster
      *seller number, leaving it in HIST-REC when found.
       L5-PRIOR-SEASON-LOOKUP.
           MOVE PRIOR-SEASON            TO HIST-REC-SEASON.
           MOVE SLR-NUMBER(SLR-OUT-IDX) TO HIST-REC-NUMBER.
           READ SELLER-HISTORY
               INVALID KEY
                   MOVE 'F' TO HIST-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'T' TO HIST-FOUND-FLAG
           END-READ.

      ******************************************************************
      *Replaces the current season's records on SELLER-HISTORY with    *
      *every seller posted this run, so next season's run finds this   *
      *one on file. Prior seasons are never touched: the current       *
      *season's records are deleted by key first, so a seller a rerun  *
      *no longer carries does not linger.                              *
      ******************************************************************
       L4-REWRITE-SELLER-HISTORY.
           MOVE CURRENT-SEASON TO HIST-REC-SEASON.
           MOVE 0              TO HIST-REC-NUMBER.
           MOVE 'F' TO HIST-EOF.
           START SELLER-HISTORY
               KEY IS NOT LESS THAN HIST-REC-KEY
               INVALID KEY
                   MOVE 'T' TO HIST-EOF
           END-START.
           IF NOT HIST-END-OF-FILE
               PERFORM L5-READ-HISTORY
           END-IF.
           PERFORM L5-DROP-SEASON-RECORD
               UNTIL HIST-END-OF-FILE.
           PERFORM L5-WRITE-SEASON-RECORD
               VARYING SLR-OUT-IDX FROM 1 BY 1
                   UNTIL SLR-OUT-IDX > SELLER-COUNT.
           CLOSE SELLER-HISTORY.

       L5-DROP-SEASON-RECORD.
           IF HIST-REC-SEASON NOT = CURRENT-SEASON
               MOVE 'T' TO HIST-EOF
           ELSE
               DELETE SELLER-HISTORY RECORD
               PERFORM L5-READ-HISTORY
           END-IF.

      *The history carries season totals, so a weekly run posts the
      *season-to-date figure - a rerun the same week replaces it.
           MOVE SLR-LNAME(SLR-OUT-IDX)     TO HIST-REC-LNAME.
           MOVE SLR-FNAME(SLR-OUT-IDX)     TO HIST-REC-FNAME.
           MOVE STD-WORK                   TO HIST-REC-TOTAL.
           WRITE HIST-REC
               INVALID KEY
                   REWRITE HIST-REC
           END-WRITE.

      ******************************************************************
      *Balance-due report: each seller's total sold, total received   *
               AT END
                   MOVE 'T' TO PAY-EOF.

      *PAY-ENTRY holds a row for every possible seller number, the
      *same as SELLER-TABLE, so every envelope lands. An envelope
      *keyed with a non-numeric seller number or amount goes to the
      *error report instead of abending the roll-up.
       L5-POST-PAYMENT.
                   IF PAY-FOUND
                       ADD PAY-REC-AMOUNT TO PAY-AMOUNT(PAY-IDX)
                   ELSE
                       ADD 1 TO PAY-COUNT
                       MOVE PAY-REC-SELLER
                           TO PAY-SELLER(PAY-COUNT)
                       MOVE PAY-REC-AMOUNT
                           TO PAY-AMOUNT(PAY-COUNT)
                       MOVE 'N' TO PAY-MATCHED(PAY-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO ERROR-COUNT
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      *Distributor purchase order: for each pop code, the cases this   *
      *run ordered less the distributor's stock on hand, rounded up to *
      *whole case packs and costed at the product master's wholesale   *
      *cost. A product with no stock count orders every case sold -    *
      *there is nothing counted on hand to draw against. The PO file   *
      *is rewritten whole, streamed through PURCHORD.TMP the way the   *
      *season file once was: earlier weeks' lines carried over as      *
      *they stand, this week's PO replaced with the one raised now.    *
      ******************************************************************
       L3-PURCHASE-ORDER.
           MOVE CURRENT-YEAR TO PUR-NUM-YEAR.
           MOVE RUN-WEEK     TO PUR-NUM-WEEK.
           OPEN OUTPUT PURCHASE-WORK.
           IF PURW-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN PURCHORD.TMP - FILE STATUS '
                   PURW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PURCHASE-ORDERS.
           IF PUR-FILE-STATUS = '00'
               PERFORM L4-READ-PURCHASE-ORDER
               PERFORM L4-SET-ASIDE-PURCHASE-ORDER
                   UNTIL PUR-END-OF-FILE
               CLOSE PURCHASE-ORDERS
           END-IF.
           CLOSE PURCHASE-WORK.
           OPEN OUTPUT PURCHASE-ORDERS.
           MOVE 'F' TO PUR-EOF.
           OPEN INPUT PURCHASE-WORK.
           PERFORM L4-READ-PURCHASE-WORK.
           PERFORM L4-KEEP-PURCHASE-ORDER
               UNTIL PUR-END-OF-FILE.
           CLOSE PURCHASE-WORK.
           OPEN OUTPUT PUR-PRINT.
           PERFORM L4-PO-HEADINGS.
           PERFORM L4-WRITE-PO-LINE
               VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > PM-COUNT.
           IF PUR-LINES = 0
               WRITE PUR-PRTLINE FROM PUR-NONE-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               MOVE PUR-TOTAL-CASES TO PL-TOTAL-CASES
               MOVE PUR-TOTAL-COST TO PL-TOTAL-COST
               WRITE PUR-PRTLINE FROM PUR-TOTAL-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.
           CLOSE PUR-PRINT.
           CLOSE PURCHASE-ORDERS.

       L4-READ-PURCHASE-ORDER.
           READ PURCHASE-ORDERS
               AT END
                   MOVE 'T' TO PUR-EOF.

      *Earlier weeks' POs are set aside on the work file exactly as
      *they came in; of this week's, only what was received is kept.
       L4-SET-ASIDE-PURCHASE-ORDER.
           IF PUR-REC-NUMBER NOT = PUR-NUMBER
               WRITE PURW-REC FROM PUR-REC
           ELSE
               IF PUR-REC-CODE IS NUMERIC
                       AND PUR-REC-RECEIVED IS NUMERIC
                   COMPUTE PUR-CODE-ROW = PUR-REC-CODE + 1
                   MOVE PUR-REC-RECEIVED
                       TO PUR-PRIOR-RECEIVED(PUR-CODE-ROW)
               END-IF
           END-IF.
           PERFORM L4-READ-PURCHASE-ORDER.

       L4-READ-PURCHASE-WORK.
           READ PURCHASE-WORK
               AT END
                   MOVE 'T' TO PUR-EOF.

       L4-KEEP-PURCHASE-ORDER.
           WRITE PUR-REC FROM PURW-REC.
           PERFORM L4-READ-PURCHASE-WORK.

       L4-WRITE-PO-LINE.
           MOVE 0 TO PUR-NEEDED.
           IF PM-STOCK-KNOWN(PM-IDX)
               IF PM-CASES-SOLD(PM-IDX) > PM-CASES-AVAIL(PM-IDX)
                   COMPUTE PUR-NEEDED =
                       PM-CASES-SOLD(PM-IDX) - PM-CASES-AVAIL(PM-IDX)
               END-IF
           ELSE
               MOVE PM-CASES-SOLD(PM-IDX) TO PUR-NEEDED
           END-IF.
           IF PUR-NEEDED > 0
               DIVIDE PUR-NEEDED BY PM-PACK(PM-IDX)
                   GIVING PUR-PACKS REMAINDER PUR-PACK-REMAINDER
               IF PUR-PACK-REMAINDER > 0
                   ADD 1 TO PUR-PACKS
               END-IF
               COMPUTE PUR-QTY = PUR-PACKS * PM-PACK(PM-IDX)
               COMPUTE PUR-EXTENDED = PUR-QTY * PM-COST(PM-IDX)
               PERFORM L5-PRIOR-PO-RECEIVED
               MOVE PUR-NUMBER            TO PUR-REC-NUMBER
               MOVE CURRENT-YEAR          TO PUR-REC-DATE(1:4)
               MOVE CURRENT-MONTH         TO PUR-REC-DATE(5:2)
               MOVE CURRENT-DAY           TO PUR-REC-DATE(7:2)
               MOVE PM-CODE(PM-IDX)       TO PUR-REC-CODE
               MOVE PM-NAME(PM-IDX)       TO PUR-REC-NAME
               MOVE PUR-NEEDED            TO PUR-REC-NEEDED
               MOVE PM-PACK(PM-IDX)       TO PUR-REC-PACK
               MOVE PUR-QTY               TO PUR-REC-QTY
               MOVE PM-COST(PM-IDX)       TO PUR-REC-COST
               MOVE PUR-EXTENDED          TO PUR-REC-EXTENDED
               MOVE PUR-RECEIVED          TO PUR-REC-RECEIVED
               WRITE PUR-REC
               ADD 1 TO PUR-LINES
               ADD PUR-QTY                TO PUR-TOTAL-CASES
               ADD PUR-EXTENDED           TO PUR-TOTAL-COST
               MOVE PM-CODE(PM-IDX)       TO PL-CODE
               MOVE PM-NAME(PM-IDX)       TO PL-POP-NAME
               MOVE PUR-NEEDED            TO PL-NEEDED
               MOVE PM-PACK(PM-IDX)       TO PL-PACK
               MOVE PUR-QTY               TO PL-QTY
               MOVE PM-COST(PM-IDX)       TO PL-COST
               MOVE PUR-EXTENDED          TO PL-EXTENDED
               WRITE PUR-PRTLINE FROM PUR-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-PO-HEADINGS
           END-IF.

      *A rerun of the week keeps whatever CBLGMH09 already received
      *against the line it replaces.
       L5-PRIOR-PO-RECEIVED.
           COMPUTE PUR-CODE-ROW = PM-CODE(PM-IDX) + 1.
           MOVE PUR-PRIOR-RECEIVED(PUR-CODE-ROW) TO PUR-RECEIVED.

      ******************************************************************
       L4-PO-HEADINGS.
           ADD 1 TO PUR-PCTR.
           MOVE PUR-PCTR TO O-PCTR.
           WRITE PUR-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE PUR-PRTLINE FROM PUR-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE PUR-NUMBER TO PL-NUMBER.
           MOVE RUN-WEEK  TO PL-WEEK.
           WRITE PUR-PRTLINE FROM PUR-NUMBER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PUR-PRTLINE FROM PUR-COL-HEADING
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *Delivery route sheets: sorts the orders collected on ROUTE-FILE *
      *into team, then ZIP, then street-address order and prints one   *
               AT END
                   MOVE 'T' TO DLV-EOF.

      *DLV-ENTRY only holds 9000 stops; results past that are left
      *unposted rather than driving DLV-ENTRY out of bounds.
       L4-BUILD-DLV-TABLE.
           IF DLV-COUNT < 9000
               ADD 1 TO DLV-COUNT
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *Brings the cumulative season file up to date by key: the        *
      *treasurer's cancels and changes land on their prior-week        *
      *orders, everything on file for this week or later is deleted,   *
      *and this run's orders off the collected route file are written  *
      *stamped with the run week - so a checkpoint restart or a full   *
      *rerun of the week never lands an order on the file twice.       *
      *Prior weeks are never read, let alone copied.                   *
      ******************************************************************
       L3-REWRITE-SEASON-FILE.
           IF SEA-IS-OPEN
               CLOSE SEASON-ORDERS
               MOVE 'F' TO SEA-OPEN-FLAG
           END-IF.
           OPEN I-O SEASON-ORDERS.
           IF SEA-FILE-STATUS = '35'
               OPEN OUTPUT SEASON-ORDERS
               CLOSE SEASON-ORDERS
               OPEN I-O SEASON-ORDERS
           END-IF.
           IF SEA-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN SEASONOR.DAT - FILE STATUS '
                   SEA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CAN-APPLIED > 0
               PERFORM L4-APPLY-SEASON-CANCEL
                   VARYING CAN-OUT-IDX FROM 1 BY 1
                       UNTIL CAN-OUT-IDX > CAN-COUNT
           END-IF.
           MOVE LOW-VALUES TO SEA-REC-KEY.
           MOVE RUN-WEEK   TO SEA-REC-WEEK.
           MOVE 'F' TO SEA-EOF.
           START SEASON-ORDERS
               KEY IS NOT LESS THAN SEA-REC-KEY
               INVALID KEY
                   MOVE 'T' TO SEA-EOF
           END-START.
           IF NOT SEA-END-OF-FILE
               PERFORM L3-READ-SEASON
           END-IF.
           PERFORM L4-DROP-RUN-SEASON
               UNTIL SEA-END-OF-FILE.
           MOVE 'F' TO RT-SORT-EOF.
           OPEN INPUT ROUTE-FILE.
           PERFORM L5-READ-ROUTE-RECORD.
           CLOSE ROUTE-FILE.
           CLOSE SEASON-ORDERS.

      *This week's leftovers (a restarted or rerun week) and anything
      *later are dropped in favor of this run's postings below.
       L4-DROP-RUN-SEASON.
           DELETE SEASON-ORDERS RECORD.
           PERFORM L3-READ-SEASON.

      *One season record per order this run posted, off the route
      *record collected alongside it. An order the route file carries
      *twice (collected again after a restart) lands once.
       L4-WRITE-RUN-SEASON.
           MOVE RUN-WEEK       TO SEA-REC-WEEK.
           MOVE RT-SELLER      TO SEA-REC-SELLER.
           MOVE RT-STATE       TO SEA-REC-STATE.
           MOVE RT-1ZIP        TO SEA-REC-1ZIP.
           MOVE RT-2ZIP        TO SEA-REC-2ZIP.
           WRITE SEA-REC
               INVALID KEY
                   REWRITE SEA-REC
           END-WRITE.
           PERFORM L5-READ-ROUTE-RECORD.

      ******************************************************************
      *Updates the permanent customer file the same way: every other   *
      *season and every earlier week of this season stands, records    *
      *for this season and week or later are replaced with this run's  *
      *orders off the collected route file - the rerun-posts-once      *
      *discipline SELLER-HISTORY keeps for the seller totals. In a     *
      *classic one-shot run the week is 1, so a rerun replaces the     *
      *whole season, exactly as the history file would. The file is    *
      *keyed by season first, so only this season's records are read. *
      ******************************************************************
       L3-REWRITE-CUSTOMER-FILE.
           OPEN I-O CUSTOMER-MASTER.
           IF CUST-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN CUSTMAST.DAT - FILE STATUS '
                   CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CAN-APPLIED > 0
               PERFORM L4-APPLY-CUSTOMER-CANCEL
                   VARYING CAN-OUT-IDX FROM 1 BY 1
                       UNTIL CAN-OUT-IDX > CAN-COUNT
           END-IF.
           MOVE LOW-VALUES     TO CU-REC-KEY.
           MOVE CURRENT-SEASON TO CU-REC-SEASON.
           MOVE 'F' TO CUST-EOF.
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN CU-REC-KEY
               INVALID KEY
                   MOVE 'T' TO CUST-EOF
           END-START.
           IF NOT CUST-END-OF-FILE
               PERFORM L4-READ-CUSTOMER
           END-IF.
           PERFORM L4-DROP-RUN-CUSTOMER
               UNTIL CUST-END-OF-FILE.
           MOVE 'F' TO RT-SORT-EOF.
           OPEN INPUT ROUTE-FILE.
           PERFORM L5-READ-ROUTE-RECORD.
           CLOSE ROUTE-FILE.
           CLOSE CUSTOMER-MASTER.

      *Within this season, earlier weeks stand; this week's leftovers
      *and anything later are dropped. The first record of a later
      *season ends the pass.
       L4-DROP-RUN-CUSTOMER.
           IF CU-REC-SEASON NOT = CURRENT-SEASON
               MOVE 'T' TO CUST-EOF
           ELSE
               IF CU-REC-WEEK NOT NUMERIC
                       OR CU-REC-WEEK NOT < RUN-WEEK
                   DELETE CUSTOMER-MASTER RECORD
               END-IF
               PERFORM L4-READ-CUSTOMER
           END-IF.

      *One customer record per order this run posted, off the route
      *record collected alongside it.
           MOVE RT-STATE       TO CU-REC-STATE.
           MOVE RT-1ZIP        TO CU-REC-1ZIP.
           MOVE RT-2ZIP        TO CU-REC-2ZIP.
           WRITE CU-REC
               INVALID KEY
                   REWRITE CU-REC
           END-WRITE.
           PERFORM L5-READ-ROUTE-RECORD.

      ******************************************************************
           WRITE PRTLINE OF PRINTLN FROM GT-LINE
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *Order cancel/change pass: loads and checks the treasurer's      *
      *keyed transactions, matches each to the prior-week order it     *
      *names on the season master and posts the difference, then      *
      *turns back whatever matched nothing. The masters themselves are *
      *brought into line by the closure rewrites further on.           *
      ******************************************************************
       L3-PROCESS-CANCELS.
           MOVE 'F' TO CAN-EOF.
           OPEN INPUT CANCEL-FILE.
           IF CAN-FILE-STATUS = '00'
               MOVE 'T' TO CAN-LOADED-FLAG
               OPEN OUTPUT CANCEL-AUDIT
               PERFORM L4-CANCEL-HEADINGS
               PERFORM L4-READ-CANCEL
               PERFORM L4-LOAD-CANCEL
                   UNTIL CAN-END-OF-FILE
               CLOSE CANCEL-FILE
               IF CAN-COUNT > 0
                   PERFORM L4-MATCH-SEASON-CANCELS
               END-IF
               PERFORM L4-REJECT-UNMATCHED-CANCEL
                   VARYING CAN-OUT-IDX FROM 1 BY 1
                       UNTIL CAN-OUT-IDX > CAN-COUNT
           END-IF.

       L4-READ-CANCEL.
           READ CANCEL-FILE
               AT END
                   MOVE 'T' TO CAN-EOF.

      *A transaction that checks out takes the next table row; one
      *that does not is turned back on the spot.
       L4-LOAD-CANCEL.
           PERFORM L5-VALIDATE-CANCEL
               THROUGH L5-VALIDATE-CANCEL-EXIT.
           IF CAN-IS-VALID = 'T'
               ADD 1 TO CAN-COUNT
               MOVE CAN-REC-ACTION  TO CAN-ACTION(CAN-COUNT)
               MOVE CAN-REC-SELLER  TO CAN-SELLER(CAN-COUNT)
               MOVE CAN-WEEK-N      TO CAN-WEEK(CAN-COUNT)
               MOVE CAN-REC-LNAME   TO CAN-LNAME(CAN-COUNT)
               MOVE CAN-REC-FNAME   TO CAN-FNAME(CAN-COUNT)
               MOVE CAN-REC-ADDRESS TO CAN-ADDRESS(CAN-COUNT)
               MOVE CAN-REC-POP     TO CAN-POP(CAN-COUNT)
               MOVE PM-NAME(PM-IDX) TO CAN-POP-NAME(CAN-COUNT)
               IF CAN-REC-ACTION = 'A'
                   MOVE CAN-REC-NEW-CASES TO CAN-NEW-CASES(CAN-COUNT)
               ELSE
                   MOVE 0 TO CAN-NEW-CASES(CAN-COUNT)
               END-IF
               MOVE 0   TO CAN-OLD-CASES(CAN-COUNT)
               MOVE 0   TO CAN-OLD-TOTAL(CAN-COUNT)
               MOVE 0   TO CAN-NEW-TOTAL-AMT(CAN-COUNT)
               MOVE 'N' TO CAN-SEA-MATCHED(CAN-COUNT)
               MOVE 'N' TO CAN-SEA-DONE(CAN-COUNT)
               MOVE 'N' TO CAN-CUST-DONE(CAN-COUNT)
               MOVE CAN-REC TO CAN-IMAGE(CAN-COUNT)
           ELSE
               MOVE CAN-REC TO CN-REJ-RECORD
               PERFORM L5-PRINT-CANCEL-REJECT
           END-IF.
           PERFORM L4-READ-CANCEL.

      ******************************************************************
      *Determines if the cancel/change transaction is valid or not.    *
      *The order it names has to have posted in an earlier week - this *
      *week's orders are still on the turn-in files, which is where    *
      *they get fixed - and its pop code has to be on the product      *
      *master so the reversal can be priced.                           *
      ******************************************************************
       L5-VALIDATE-CANCEL.
           MOVE 'T' TO CAN-IS-VALID.
           IF CAN-REC-ACTION NOT = 'C' AND CAN-REC-ACTION NOT = 'A'
               MOVE 'F' TO CAN-IS-VALID
               MOVE 'INVALID ACTION - MUST BE C OR A.'
                   TO CAN-ERR-DESCRIPTION
               GO TO L5-VALIDATE-CANCEL-EXIT.
           IF CAN-REC-SELLER NOT NUMERIC
               MOVE 'F' TO CAN-IS-VALID
               MOVE 'INVALID SELLER NUMBER.' TO CAN-ERR-DESCRIPTION
               GO TO L5-VALIDATE-CANCEL-EXIT.
           IF CAN-REC-WEEK NOT NUMERIC OR CAN-REC-WEEK = '00'
               MOVE 'F' TO CAN-IS-VALID
               MOVE 'INVALID WEEK.' TO CAN-ERR-DESCRIPTION
               GO TO L5-VALIDATE-CANCEL-EXIT.
           MOVE CAN-REC-WEEK TO CAN-WEEK-N.
           IF CAN-WEEK-N NOT < RUN-WEEK
               MOVE 'F' TO CAN-IS-VALID
               MOVE 'ORDER WEEK NOT POSTED BEFORE THIS RUN.'
                   TO CAN-ERR-DESCRIPTION
               GO TO L5-VALIDATE-CANCEL-EXIT.
           IF CAN-REC-LNAME = SPACES
               MOVE 'F' TO CAN-IS-VALID
               MOVE 'BUYER NAME MISSING.' TO CAN-ERR-DESCRIPTION
               GO TO L5-VALIDATE-CANCEL-EXIT.
           IF CAN-REC-POP NOT NUMERIC
               MOVE 'F' TO CAN-IS-VALID
               MOVE 'INVALID POP CODE.' TO CAN-ERR-DESCRIPTION
               GO TO L5-VALIDATE-CANCEL-EXIT.
           MOVE CAN-REC-POP TO I-POP-TYPE.
           PERFORM L4-POP-LOOKUP.
           IF NOT PM-FOUND
               MOVE 'F' TO CAN-IS-VALID
               MOVE 'POP CODE NOT ON PRODUCT MASTER.'
                   TO CAN-ERR-DESCRIPTION
               GO TO L5-VALIDATE-CANCEL-EXIT.
           IF CAN-COUNT = 500
               MOVE 'F' TO CAN-IS-VALID
               MOVE 'TABLE FULL - 500 TRANSACTION LIMIT.'
                   TO CAN-ERR-DESCRIPTION
               GO TO L5-VALIDATE-CANCEL-EXIT.
           IF CAN-REC-ACTION = 'C'
               GO TO L5-VALIDATE-CANCEL-EXIT.
      *A change down to nothing is a cancel and should be keyed as one.
           IF CAN-REC-NEW-CASES NOT NUMERIC
                   OR CAN-REC-NEW-CASES = '0000'
               MOVE 'F' TO CAN-IS-VALID
               MOVE 'NEW CASE COUNT MUST BE NUMERIC, NOT 0.'
                   TO CAN-ERR-DESCRIPTION
               GO TO L5-VALIDATE-CANCEL-EXIT.
           GO TO L5-VALIDATE-CANCEL-EXIT.

       L5-VALIDATE-CANCEL-EXIT.
           EXIT.

      ******************************************************************
      *Reads each transaction's order straight off the season master   *
      *by key - week, seller, buyer and pop code name exactly one      *
      *order. A second transaction naming an order an earlier one has  *
      *already claimed is left unmatched and turned back below.        *
      ******************************************************************
       L4-MATCH-SEASON-CANCELS.
           IF SEA-IS-OPEN
               PERFORM L5-MATCH-ONE-CANCEL
                   VARYING CAN-OUT-IDX FROM 1 BY 1
                       UNTIL CAN-OUT-IDX > CAN-COUNT
           END-IF.

       L5-MATCH-ONE-CANCEL.
           SET CAN-IDX TO CAN-OUT-IDX.
           PERFORM L6-SET-SEASON-CANCEL-KEY.
           READ SEASON-ORDERS
               INVALID KEY
                   MOVE 'F' TO CAN-FOUND-FLAG
               NOT INVALID KEY
                   PERFORM L5-SEASON-CANCEL-LOOKUP
                   IF CAN-FOUND
                       MOVE 'F' TO CAN-FOUND-FLAG
                   ELSE
                       MOVE 'T' TO CAN-FOUND-FLAG
                   END-IF
           END-READ.
           IF CAN-FOUND
               SET CAN-IDX TO CAN-OUT-IDX
               PERFORM L6-APPLY-CANCEL
           END-IF.

      *Builds the season master key of the order the transaction at
      *CAN-IDX names.
       L6-SET-SEASON-CANCEL-KEY.
           MOVE CAN-WEEK(CAN-IDX)       TO SEA-REC-WEEK.
           MOVE CAN-SELLER(CAN-IDX)     TO SEA-REC-SELLER.
           MOVE CAN-LNAME(CAN-IDX)      TO SEA-REC-LNAME.
           MOVE CAN-FNAME(CAN-IDX)      TO SEA-REC-FNAME.
           MOVE CAN-ADDRESS(CAN-IDX)    TO SEA-REC-ADDRESS.
           MOVE CAN-POP(CAN-IDX)        TO SEA-REC-POP.

      ******************************************************************
      *Prices the order's new figures under the same deposit rules and *
      *formula L3-CALCS posted it with - a cancel's new figures are    *
      *simply zero - posts the difference, and prints the season       *
      *record before and after. The old figures come off the record    *
      *itself, so the reversal is exactly what the order primed.       *
      ******************************************************************
       L6-APPLY-CANCEL.
           MOVE 'Y' TO CAN-SEA-MATCHED(CAN-IDX).
           ADD 1 TO CAN-APPLIED.
           MOVE SEA-REC-CASES TO CAN-OLD-CASES(CAN-IDX).
           MOVE SEA-REC-TOTAL TO CAN-OLD-TOTAL(CAN-IDX).
           MOVE SEA-REC-STATE TO I-STATE.
           MOVE SEA-REC-POP   TO I-POP-TYPE.
           PERFORM L4-POP-LOOKUP.
           PERFORM L4-DEPOSIT-RATE.
           IF CAN-CANCEL-ORDER(CAN-IDX)
               MOVE 0 TO CAN-NEW-CASES-N
               MOVE 0 TO CAN-NEW-TOTAL
           ELSE
               MOVE CAN-NEW-CASES(CAN-IDX) TO CAN-NEW-CASES-N
               COMPUTE CAN-NEW-TOTAL =
                   PM-PRICE(PM-IDX) * (CAN-NEW-CASES-N + C-DEPOSIT)
           END-IF.
           MOVE CAN-NEW-TOTAL TO CAN-NEW-TOTAL-AMT(CAN-IDX).
           COMPUTE CAN-CASES-DIFF = CAN-NEW-CASES-N - SEA-REC-CASES.
           COMPUTE CAN-GROSS-DIFF = CAN-NEW-TOTAL - SEA-REC-TOTAL.
           COMPUTE CAN-COST-DIFF = PM-COST(PM-IDX) * CAN-CASES-DIFF.
           COMPUTE CAN-DEPO-DIFF = CAN-CASES-DIFF * C-DEPOSIT.
           PERFORM L6-POST-CANCEL-DIFFERENCE.
           PERFORM L6-PRINT-SEASON-CANCEL.

      *The team, seller and pop-type side lands on the season-to-date
      *totals the order primed at start of job, so every STD figure
      *from the team totals to the balance due and the seller history
      *reflects it; a team since dropped from its master primed
      *nothing and takes nothing back. The division and proceeds side
      *goes to the signed adjustment totals.
       L6-POST-CANCEL-DIFFERENCE.
           ADD CAN-CASES-DIFF TO PM-PRIOR-CASES(PM-IDX).
           MOVE SEA-REC-TEAM TO I-TEAM.
           PERFORM L4-TEAM-INDEX.
           IF TEAM-FOUND
               ADD CAN-GROSS-DIFF TO TEAM-PRIOR-TOTAL(TEAM-IDX)
               ADD CAN-GROSS-DIFF TO CAN-TEAM-GROSS-ADJ(TEAM-IDX)
               ADD CAN-COST-DIFF  TO CAN-TEAM-COST-ADJ(TEAM-IDX)
               ADD CAN-DEPO-DIFF  TO CAN-TEAM-DEPO-ADJ(TEAM-IDX)
           END-IF.
           MOVE 'F' TO SLR-FOUND-FLAG.
           SET SLR-IDX TO 1.
           SEARCH SLR-ENTRY
               AT END
                   MOVE 'F' TO SLR-FOUND-FLAG
               WHEN SLR-NUMBER(SLR-IDX) = SEA-REC-SELLER
                   MOVE 'T' TO SLR-FOUND-FLAG
           END-SEARCH.
           IF SLR-FOUND
               ADD CAN-GROSS-DIFF TO SLR-PRIOR-TOTAL(SLR-IDX)
           END-IF.
           IF I-DIVISION EQUAL TO 'FIVE CENT'
               ADD CAN-GROSS-DIFF TO CAN-FIVE-GROSS-ADJ
               ADD CAN-COST-DIFF  TO CAN-FIVE-COST-ADJ
               ADD CAN-DEPO-DIFF  TO CAN-FIVE-DEPO-ADJ
           ELSE
               IF I-DIVISION EQUAL TO 'TEN CENT'
                   ADD CAN-GROSS-DIFF TO CAN-TEN-GROSS-ADJ
                   ADD CAN-COST-DIFF  TO CAN-TEN-COST-ADJ
                   ADD CAN-DEPO-DIFF  TO CAN-TEN-DEPO-ADJ
               ELSE
                   ADD CAN-GROSS-DIFF TO CAN-NODEP-GROSS-ADJ
                   ADD CAN-COST-DIFF  TO CAN-NODEP-COST-ADJ
                   ADD CAN-DEPO-DIFF  TO CAN-NODEP-DEPO-ADJ
               END-IF
           END-IF.

       L6-PRINT-SEASON-CANCEL.
           IF CAN-CANCEL-ORDER(CAN-IDX)
               MOVE 'CANCEL' TO CN-ACTION
           ELSE
               MOVE 'CHANGE' TO CN-ACTION
           END-IF.
           MOVE 'SEASONOR'      TO CN-FILE.
           MOVE SEA-REC-WEEK    TO CN-WEEK.
           MOVE SEA-REC-SELLER  TO CN-SELLER.
           MOVE SEA-REC-LNAME   TO CN-LNAME.
           MOVE SEA-REC-FNAME   TO CN-FNAME.
           MOVE SEA-REC-ADDRESS TO CN-ADDRESS.
           MOVE PM-NAME(PM-IDX) TO CN-POP-NAME.
           MOVE 'BEFORE'        TO CN-IMAGE.
           MOVE SEA-REC-CASES   TO CN-CASES.
           MOVE SEA-REC-TOTAL   TO CN-AMOUNT.
           MOVE SPACES          TO CN-RESULT.
           WRITE CAN-PRTLINE FROM CAN-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-CANCEL-HEADINGS.
           MOVE 'AFTER'         TO CN-IMAGE.
           MOVE CAN-NEW-CASES-N TO CN-CASES.
           MOVE CAN-NEW-TOTAL   TO CN-AMOUNT.
           IF CAN-CANCEL-ORDER(CAN-IDX)
               MOVE 'DROPPED' TO CN-RESULT
           ELSE
               MOVE 'RE-CASED' TO CN-RESULT
           END-IF.
           WRITE CAN-PRTLINE FROM CAN-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-CANCEL-HEADINGS.

      *With the season master unreadable nothing could be matched, so
      *the transactions are held over for the next run rather than
      *turned back.
       L4-REJECT-UNMATCHED-CANCEL.
           IF CAN-SEA-MATCHED(CAN-OUT-IDX) = 'N' AND NOT SEA-IS-OPEN
               MOVE 'H' TO CAN-SEA-MATCHED(CAN-OUT-IDX)
               ADD 1 TO CAN-HELD
               MOVE CAN-IMAGE(CAN-OUT-IDX) TO CN-HELD-RECORD
               WRITE CAN-PRTLINE FROM CAN-HELD-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-CANCEL-HEADINGS
           END-IF.
           IF CAN-SEA-MATCHED(CAN-OUT-IDX) = 'N'
               MOVE CAN-IMAGE(CAN-OUT-IDX) TO CN-REJ-RECORD
               MOVE 'NO POSTED ORDER MATCHES ON SEASONOR.'
                   TO CAN-ERR-DESCRIPTION
               PERFORM L5-PRINT-CANCEL-REJECT
           END-IF.

       L5-PRINT-CANCEL-REJECT.
           ADD 1 TO CAN-REJECTED.
           MOVE CAN-ERR-DESCRIPTION TO CN-REJ-REASON.
           WRITE CAN-PRTLINE FROM CAN-REJECT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-CANCEL-HEADINGS.

      ******************************************************************
      *Has an earlier transaction already claimed the order just read? *
      *Only the first transaction naming an order applies to it.       *
      ******************************************************************
       L5-SEASON-CANCEL-LOOKUP.
           MOVE 'F' TO CAN-FOUND-FLAG.
           SET CAN-IDX TO 1.
           SEARCH CAN-ENTRY
               AT END
                   MOVE 'F' TO CAN-FOUND-FLAG
               WHEN CAN-SEA-MATCHED(CAN-IDX) = 'Y'
                       AND CAN-SEA-DONE(CAN-IDX) = 'N'
                       AND CAN-SELLER(CAN-IDX)  = SEA-REC-SELLER
                       AND CAN-WEEK(CAN-IDX)    = SEA-REC-WEEK
                       AND CAN-LNAME(CAN-IDX)   = SEA-REC-LNAME
                       AND CAN-FNAME(CAN-IDX)   = SEA-REC-FNAME
                       AND CAN-ADDRESS(CAN-IDX) = SEA-REC-ADDRESS
                       AND CAN-POP(CAN-IDX)     = SEA-REC-POP
                   MOVE 'T' TO CAN-FOUND-FLAG
           END-SEARCH.

      ******************************************************************
      *Closure hooks: the prior-week order each applied transaction    *
      *claimed is read back by key and deleted (cancel) or rewritten   *
      *at its new case count and total (change).                       *
      ******************************************************************
       L4-APPLY-SEASON-CANCEL.
           IF CAN-SEA-MATCHED(CAN-OUT-IDX) = 'Y'
               SET CAN-IDX TO CAN-OUT-IDX
               PERFORM L6-SET-SEASON-CANCEL-KEY
               READ SEASON-ORDERS
                   INVALID KEY
                       MOVE 'F' TO CAN-FOUND-FLAG
                   NOT INVALID KEY
                       PERFORM L5-REWRITE-CANCELLED-SEASON
               END-READ
           END-IF.

       L5-REWRITE-CANCELLED-SEASON.
           MOVE 'Y' TO CAN-SEA-DONE(CAN-IDX).
           IF CAN-CHANGE-ORDER(CAN-IDX)
               MOVE CAN-NEW-CASES(CAN-IDX)     TO SEA-REC-CASES
               MOVE CAN-NEW-TOTAL-AMT(CAN-IDX) TO SEA-REC-TOTAL
               REWRITE SEA-REC
           ELSE
               DELETE SEASON-ORDERS RECORD
           END-IF.

      *The customer master carries the pop name, not the code, so the
      *transaction's record is keyed on the name the product master
      *gave it.
       L4-APPLY-CUSTOMER-CANCEL.
           IF CAN-SEA-MATCHED(CAN-OUT-IDX) = 'Y'
               SET CAN-IDX TO CAN-OUT-IDX
               MOVE CURRENT-SEASON          TO CU-REC-SEASON
               MOVE CAN-SELLER(CAN-IDX)     TO CU-REC-SELLER
               MOVE CAN-WEEK(CAN-IDX)       TO CU-REC-WEEK
               MOVE CAN-LNAME(CAN-IDX)      TO CU-REC-LNAME
               MOVE CAN-FNAME(CAN-IDX)      TO CU-REC-FNAME
               MOVE CAN-ADDRESS(CAN-IDX)    TO CU-REC-ADDRESS
               MOVE CAN-POP-NAME(CAN-IDX)   TO CU-REC-POP-NAME
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'F' TO CAN-FOUND-FLAG
                   NOT INVALID KEY
                       PERFORM L5-REWRITE-CANCELLED-CUSTOMER
               END-READ
           END-IF.

       L5-REWRITE-CANCELLED-CUSTOMER.
           MOVE 'Y' TO CAN-CUST-DONE(CAN-IDX).
           PERFORM L6-SET-CANCEL-AUDIT-KEY.
           MOVE 'BEFORE'              TO CN-IMAGE.
           MOVE CU-REC-CASES          TO CN-CASES.
           MOVE CAN-OLD-TOTAL(CAN-IDX) TO CN-AMOUNT.
           MOVE SPACES                TO CN-RESULT.
           WRITE CAN-PRTLINE FROM CAN-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-CANCEL-HEADINGS.
           MOVE 'AFTER'               TO CN-IMAGE.
           MOVE CAN-NEW-CASES(CAN-IDX) TO CN-CASES.
           MOVE CAN-NEW-TOTAL-AMT(CAN-IDX) TO CN-AMOUNT.
           IF CAN-CHANGE-ORDER(CAN-IDX)
               MOVE 'RE-CASED' TO CN-RESULT
               MOVE CAN-NEW-CASES(CAN-IDX) TO CU-REC-CASES
               REWRITE CU-REC
           ELSE
               MOVE 'DROPPED' TO CN-RESULT
               DELETE CUSTOMER-MASTER RECORD
           END-IF.
           WRITE CAN-PRTLINE FROM CAN-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-CANCEL-HEADINGS.

      *Fills the customer-master audit line's identifying columns off
      *the transaction at CAN-IDX.
       L6-SET-CANCEL-AUDIT-KEY.
           IF CAN-CANCEL-ORDER(CAN-IDX)
               MOVE 'CANCEL' TO CN-ACTION
           ELSE
               MOVE 'CHANGE' TO CN-ACTION
           END-IF.
           MOVE 'CUSTMAST'              TO CN-FILE.
           MOVE CAN-WEEK(CAN-IDX)       TO CN-WEEK.
           MOVE CAN-SELLER(CAN-IDX)     TO CN-SELLER.
           MOVE CAN-LNAME(CAN-IDX)      TO CN-LNAME.
           MOVE CAN-FNAME(CAN-IDX)      TO CN-FNAME.
           MOVE CAN-ADDRESS(CAN-IDX)    TO CN-ADDRESS.
           MOVE CAN-POP-NAME(CAN-IDX)   TO CN-POP-NAME.

      ******************************************************************
      *Finishes the cancel/change audit once both masters have been    *
      *rewritten: any applied transaction whose order the customer     *
      *master no longer held (a product renamed since it posted) is    *
      *listed so the two files can be squared by hand, then the        *
      *applied/rejected totals.                                        *
      ******************************************************************
       L3-CLOSE-CANCEL-AUDIT.
           PERFORM L4-REPORT-CUSTOMER-MISS
               VARYING CAN-OUT-IDX FROM 1 BY 1
                   UNTIL CAN-OUT-IDX > CAN-COUNT.
           MOVE CAN-APPLIED  TO CN-APPLIED.
           MOVE CAN-REJECTED TO CN-REJECTED.
           MOVE CAN-HELD     TO CN-HELD.
           WRITE CAN-PRTLINE FROM CAN-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE CANCEL-AUDIT.

      ******************************************************************
      *Every transaction this run loaded has now either landed on the  *
      *masters or been turned back on the audit with its image, so     *
      *CANCELS.DAT is rewritten holding only what was held over - an   *
      *applied change must never be read, and applied, a second time. *
      ******************************************************************
       L3-REWRITE-CANCEL-FILE.
           OPEN OUTPUT CANCEL-FILE.
           IF CAN-FILE-STATUS NOT = '00'
               DISPLAY 'CANCELS.DAT COULD NOT BE REWRITTEN, STATUS '
                   CAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L4-WRITE-HELD-CANCEL
               VARYING CAN-OUT-IDX FROM 1 BY 1
                   UNTIL CAN-OUT-IDX > CAN-COUNT.
           CLOSE CANCEL-FILE.

       L4-WRITE-HELD-CANCEL.
           IF CAN-SEA-MATCHED(CAN-OUT-IDX) = 'H'
               MOVE CAN-IMAGE(CAN-OUT-IDX) TO CAN-REC
               WRITE CAN-REC
           END-IF.

       L4-REPORT-CUSTOMER-MISS.
           IF CAN-SEA-MATCHED(CAN-OUT-IDX) = 'Y'
                   AND CAN-CUST-DONE(CAN-OUT-IDX) = 'N'
               SET CAN-IDX TO CAN-OUT-IDX
               PERFORM L6-SET-CANCEL-AUDIT-KEY
               MOVE SPACES TO CN-IMAGE
               MOVE CAN-OLD-CASES(CAN-IDX) TO CN-CASES
               MOVE CAN-OLD-TOTAL(CAN-IDX) TO CN-AMOUNT
               MOVE 'NOT ON FILE' TO CN-RESULT
               WRITE CAN-PRTLINE FROM CAN-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L4-CANCEL-HEADINGS
           END-IF.

      ******************************************************************
      *Treasurer-pack adjustment section: the signed division and      *
      *proceeds effect of this run's cancels and changes, per team and *
      *per deposit division, under the proceeds statement's columns.   *
      ******************************************************************
       L3-CANCEL-ADJUSTMENTS.
           WRITE TRS-PRTLINE FROM CAN-ADJ-HEADING
               AFTER ADVANCING 4 LINES.
           WRITE TRS-PRTLINE FROM PROC-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L4-PRINT-TEAM-CANCEL-ADJ
               VARYING TEAM-IDX FROM 1 BY 1
                   UNTIL TEAM-IDX > TEAM-COUNT.
           MOVE 'FIVE CENT' TO CN-ADJ-LABEL.
           MOVE CAN-FIVE-GROSS-ADJ     TO CAN-ADJ-GROSS.
           MOVE CAN-FIVE-COST-ADJ      TO CAN-ADJ-COST.
           MOVE CAN-FIVE-DEPO-ADJ      TO CAN-ADJ-DEPO.
           PERFORM L4-PRINT-CANCEL-ADJ-LINE.
           MOVE 'TEN CENT' TO CN-ADJ-LABEL.
           MOVE CAN-TEN-GROSS-ADJ      TO CAN-ADJ-GROSS.
           MOVE CAN-TEN-COST-ADJ       TO CAN-ADJ-COST.
           MOVE CAN-TEN-DEPO-ADJ       TO CAN-ADJ-DEPO.
           PERFORM L4-PRINT-CANCEL-ADJ-LINE.
           MOVE 'NO DEPOSIT' TO CN-ADJ-LABEL.
           MOVE CAN-NODEP-GROSS-ADJ    TO CAN-ADJ-GROSS.
           MOVE CAN-NODEP-COST-ADJ     TO CAN-ADJ-COST.
           MOVE CAN-NODEP-DEPO-ADJ     TO CAN-ADJ-DEPO.
           PERFORM L4-PRINT-CANCEL-ADJ-LINE.
           MOVE 'CLUB TOTAL' TO CN-ADJ-LABEL.
           COMPUTE CAN-ADJ-GROSS =
               CAN-FIVE-GROSS-ADJ + CAN-TEN-GROSS-ADJ
                   + CAN-NODEP-GROSS-ADJ.
           COMPUTE CAN-ADJ-COST =
               CAN-FIVE-COST-ADJ + CAN-TEN-COST-ADJ
                   + CAN-NODEP-COST-ADJ.
           COMPUTE CAN-ADJ-DEPO =
               CAN-FIVE-DEPO-ADJ + CAN-TEN-DEPO-ADJ
                   + CAN-NODEP-DEPO-ADJ.
           PERFORM L4-PRINT-CANCEL-ADJ-LINE.

      *A team none of the transactions touched prints no line.
       L4-PRINT-TEAM-CANCEL-ADJ.
           IF CAN-TEAM-GROSS-ADJ(TEAM-IDX) NOT = 0
                   OR CAN-TEAM-COST-ADJ(TEAM-IDX) NOT = 0
               PERFORM L4-SET-TEAM-LABEL
               MOVE TEAM-LABEL-SHORT TO CN-ADJ-LABEL
               MOVE CAN-TEAM-GROSS-ADJ(TEAM-IDX) TO CAN-ADJ-GROSS
               MOVE CAN-TEAM-COST-ADJ(TEAM-IDX)  TO CAN-ADJ-COST
               MOVE CAN-TEAM-DEPO-ADJ(TEAM-IDX)  TO CAN-ADJ-DEPO
               PERFORM L4-PRINT-CANCEL-ADJ-LINE
           END-IF.

       L4-PRINT-CANCEL-ADJ-LINE.
           COMPUTE CAN-ADJ-NET =
               CAN-ADJ-GROSS - CAN-ADJ-COST - CAN-ADJ-DEPO.
           MOVE CAN-ADJ-GROSS TO CN-ADJ-GROSS.
           MOVE CAN-ADJ-COST  TO CN-ADJ-COST.
           MOVE CAN-ADJ-DEPO  TO CN-ADJ-DEPO.
           MOVE CAN-ADJ-NET   TO CN-ADJ-NET.
           WRITE TRS-PRTLINE FROM CAN-ADJ-LINE
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *Treasurer-pack team fund section: credits each team's account   *
      *on TEAMACCT.DAT with what it cleared this run - the proceeds    *
      *statement's net - less the club split, which goes to the        *
      *general fund account '*'. Each credit is also a ledger entry    *
      *keyed by the run week, so a rerun of the same week backs out    *
      *and replaces its own allocation. Cancel and change adjustments  *
      *are posted apart, as type C entries added to once as each       *
      *transaction is applied: a rerun applies none of them again, so  *
      *it must not replace what the first run posted for them.         *
      ******************************************************************
       L3-TEAM-FUND-ALLOCATION.
           WRITE TRS-PRTLINE FROM FUND-HEADING
               AFTER ADVANCING 4 LINES.
           MOVE CLUB-SPLIT-PCT TO FS-PCT.
           WRITE TRS-PRTLINE FROM FUND-SPLIT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE TRS-PRTLINE FROM FUND-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE RUN-WEEK TO FUND-REF-WEEK.
           MOVE 0 TO FUND-NET-TOTAL.
           MOVE 0 TO FUND-CLUB-TOTAL.
           MOVE 0 TO FUND-TEAM-TOTAL.
           MOVE 0 TO FUND-HELD-COUNT.
           PERFORM L4-OPEN-TEAM-FUND.
           PERFORM L4-ALLOCATE-TEAM-FUND
               VARYING TEAM-IDX FROM 1 BY 1
                   UNTIL TEAM-IDX > TEAM-COUNT.
           MOVE SPACES TO FUND-DETAIL-LINE.
           MOVE 'CLUB GENERAL FUND' TO FD-LABEL.
           MOVE FUND-NET-TOTAL  TO FD-NET.
           MOVE FUND-CLUB-TOTAL TO FD-CLUB.
           MOVE FUND-TEAM-TOTAL TO FD-TEAM.
           MOVE '*' TO TFA-REC-TEAM.
           READ TEAM-ACCOUNTS
               INVALID KEY
                   MOVE 0 TO TFA-REC-BALANCE
           END-READ.
           MOVE TFA-REC-BALANCE TO FD-BALANCE.
           WRITE TRS-PRTLINE FROM FUND-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           IF FUND-HELD-COUNT > 0
               WRITE TRS-PRTLINE FROM FUND-HELD-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE TEAM-ACCOUNTS.
           CLOSE TEAM-LEDGER.

       L4-OPEN-TEAM-FUND.
           OPEN I-O TEAM-ACCOUNTS.
           IF TFA-FILE-STATUS = '35'
               OPEN OUTPUT TEAM-ACCOUNTS
               CLOSE TEAM-ACCOUNTS
               OPEN I-O TEAM-ACCOUNTS
           END-IF.
           IF TFA-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN TEAMACCT.DAT - FILE STATUS '
                   TFA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O TEAM-LEDGER.
           IF TFL-FILE-STATUS = '35'
               OPEN OUTPUT TEAM-LEDGER
               CLOSE TEAM-LEDGER
               OPEN I-O TEAM-LEDGER
           END-IF.
           IF TFL-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN TEAMLEDG.DAT - FILE STATUS '
                   TFL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *The club share is rounded to the cent and the team keeps the
      *rest, so the two always add back to the team's net. A team
      *that lost money this run carries the loss into its account
      *the same way.
       L4-ALLOCATE-TEAM-FUND.
           COMPUTE FUND-NET = TEAM-SALES-TOTAL(TEAM-IDX)
               - TEAM-COST-TOTAL(TEAM-IDX) - TEAM-DEPO-TOTAL(TEAM-IDX).
           MOVE 'A' TO FUND-POST-TYPE.
           PERFORM L5-SPLIT-TEAM-FUND.
           IF CAN-APPLIED > 0
               COMPUTE FUND-NET = CAN-TEAM-GROSS-ADJ(TEAM-IDX)
                   - CAN-TEAM-COST-ADJ(TEAM-IDX)
                   - CAN-TEAM-DEPO-ADJ(TEAM-IDX)
               IF FUND-NET NOT = 0
                   MOVE 'C' TO FUND-POST-TYPE
                   PERFORM L5-SPLIT-TEAM-FUND
               END-IF
           END-IF.

      *Splits FUND-NET between the team at TEAM-IDX and the general
      *fund and posts both shares as FUND-POST-TYPE entries.
       L5-SPLIT-TEAM-FUND.
           COMPUTE FUND-CLUB-SHARE ROUNDED =
               FUND-NET * CLUB-SPLIT-PCT / 100.
           COMPUTE FUND-TEAM-SHARE = FUND-NET - FUND-CLUB-SHARE.
           ADD FUND-NET        TO FUND-NET-TOTAL.
           ADD FUND-CLUB-SHARE TO FUND-CLUB-TOTAL.
           ADD FUND-TEAM-SHARE TO FUND-TEAM-TOTAL.
           MOVE SPACES TO FUND-DETAIL-LINE.
           IF FUND-POST-TYPE = 'C'
               MOVE '  CANCEL/CHANGE ADJUSTMENT' TO FD-LABEL
               MOVE 'CANCEL/CHANGE ADJUSTMENT' TO FUND-POST-DESC
           ELSE
               PERFORM L4-SET-TEAM-LABEL
               MOVE TEAM-LABEL-SHORT TO FD-LABEL
               MOVE 'PROCEEDS ALLOCATION' TO FUND-POST-DESC
           END-IF.
           MOVE FUND-NET        TO FD-NET.
           MOVE FUND-CLUB-SHARE TO FD-CLUB.
           MOVE FUND-TEAM-SHARE TO FD-TEAM.
           MOVE TEAM-CODE(TEAM-IDX) TO FUND-POST-TEAM.
           MOVE TEAM-NAME(TEAM-IDX) TO FUND-POST-NAME.
           MOVE SPACE TO FUND-REF-DASH.
           MOVE SPACE TO FUND-REF-TEAM.
           MOVE FUND-TEAM-SHARE TO FUND-POST-AMOUNT.
           PERFORM L5-POST-FUND-CREDIT THROUGH L5-POST-FUND-CREDIT-EXIT.
           IF FUND-POSTED
               MOVE FUND-POST-BALANCE TO FD-BALANCE
           ELSE
               MOVE 0 TO FD-BALANCE
               MOVE 'HELD' TO FD-NOTE
           END-IF.
           WRITE TRS-PRTLINE FROM FUND-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '*' TO FUND-POST-TEAM.
           MOVE 'CLUB GENERAL FUND' TO FUND-POST-NAME.
           MOVE TEAM-CODE(TEAM-IDX) TO FUND-SPLIT-TEAM.
           MOVE FUND-SPLIT-DESC TO FUND-POST-DESC.
           MOVE '-' TO FUND-REF-DASH.
           MOVE TEAM-CODE(TEAM-IDX) TO FUND-REF-TEAM.
           MOVE FUND-CLUB-SHARE TO FUND-POST-AMOUNT.
           PERFORM L5-POST-FUND-CREDIT THROUGH L5-POST-FUND-CREDIT-EXIT.

      ******************************************************************
      *Posts FUND-POST-AMOUNT to FUND-POST-TEAM's account under this   *
      *run's week reference. The first posting in a new season carries *
      *the balance forward as the opening balance. An account already  *
      *carried into a later season is left alone and counted as held.  *
      *A type A entry already on the ledger is backed out and replaced;*
      *a type C entry is added to. A team with nothing to post and no  *
      *entry to replace gets no ledger line.                           *
      ******************************************************************
       L5-POST-FUND-CREDIT.
           MOVE 'F' TO FUND-POSTED-FLAG.
           MOVE FUND-POST-TEAM TO TFA-REC-TEAM.
           MOVE 'T' TO FUND-ACCT-FLAG.
           READ TEAM-ACCOUNTS
               INVALID KEY
                   MOVE 'F' TO FUND-ACCT-FLAG
           END-READ.
           IF NOT FUND-ACCT-FOUND
               MOVE FUND-POST-TEAM TO TFA-REC-TEAM
               MOVE FUND-POST-NAME TO TFA-REC-NAME
               MOVE CURRENT-SEASON TO TFA-REC-SEASON
               MOVE 0 TO TFA-REC-OPEN-BAL
               MOVE 0 TO TFA-REC-ALLOCATED
               MOVE 0 TO TFA-REC-EXPENSED
               MOVE 0 TO TFA-REC-BALANCE
           END-IF.
           IF TFA-REC-SEASON > CURRENT-SEASON
               ADD 1 TO FUND-HELD-COUNT
               GO TO L5-POST-FUND-CREDIT-EXIT
           END-IF.
           IF TFA-REC-SEASON < CURRENT-SEASON
               MOVE TFA-REC-BALANCE TO TFA-REC-OPEN-BAL
               MOVE 0 TO TFA-REC-ALLOCATED
               MOVE 0 TO TFA-REC-EXPENSED
               MOVE CURRENT-SEASON TO TFA-REC-SEASON
           END-IF.
           MOVE FUND-POST-TEAM TO TFL-REC-TEAM.
           MOVE CURRENT-SEASON TO TFL-REC-SEASON.
           MOVE FUND-POST-TYPE TO TFL-REC-TYPE.
           MOVE FUND-POST-REF  TO TFL-REC-REF.
           MOVE 'T' TO FUND-ENTRY-FLAG.
           READ TEAM-LEDGER
               INVALID KEY
                   MOVE 'F' TO FUND-ENTRY-FLAG
           END-READ.
           MOVE 'T' TO FUND-POSTED-FLAG.
           MOVE TFA-REC-BALANCE TO FUND-POST-BALANCE.
           IF FUND-POST-AMOUNT = 0
               IF NOT FUND-ENTRY-FOUND OR FUND-POST-TYPE = 'C'
                   GO TO L5-POST-FUND-CREDIT-EXIT
               END-IF
           END-IF.
           MOVE FUND-POST-AMOUNT TO FUND-ENTRY-AMOUNT.
           MOVE FUND-NET         TO FUND-ENTRY-NET.
           IF FUND-ENTRY-FOUND
               IF FUND-POST-TYPE = 'C'
                   ADD TFL-REC-AMOUNT TO FUND-ENTRY-AMOUNT
                   ADD TFL-REC-NET    TO FUND-ENTRY-NET
               ELSE
                   SUBTRACT TFL-REC-AMOUNT FROM TFA-REC-ALLOCATED
                   SUBTRACT TFL-REC-AMOUNT FROM TFA-REC-BALANCE
               END-IF
           END-IF.
           MOVE CURRENT-DATE-AND-TIME(1:8) TO TFL-REC-DATE.
           MOVE FUND-POST-DESC    TO TFL-REC-DESC.
           MOVE FUND-ENTRY-NET    TO TFL-REC-NET.
           MOVE CLUB-SPLIT-PCT    TO TFL-REC-SPLIT.
           MOVE FUND-ENTRY-AMOUNT TO TFL-REC-AMOUNT.
           IF FUND-ENTRY-FOUND
               REWRITE TFL-REC
           ELSE
               WRITE TFL-REC
           END-IF.
           IF TFL-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT WRITE TEAMLEDG.DAT - FILE STATUS '
                   TFL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD FUND-POST-AMOUNT TO TFA-REC-ALLOCATED.
           ADD FUND-POST-AMOUNT TO TFA-REC-BALANCE.
           MOVE TFA-REC-BALANCE TO FUND-POST-BALANCE.
           IF FUND-ACCT-FOUND
               REWRITE TFA-REC
           ELSE
               WRITE TFA-REC
           END-IF.
           IF TFA-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT UPDATE TEAMACCT.DAT - FILE STATUS '
                   TFA-FILE-STATUS
               DISPLAY 'TEAM ' FUND-POST-TEAM
                   ' IS ON THE LEDGER BUT NOT THE ACCOUNT.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       L5-POST-FUND-CREDIT-EXIT.
           EXIT.

      ******************************************************************
       L4-CANCEL-HEADINGS.
           ADD 1 TO CAN-PCTR.
           MOVE CAN-PCTR TO O-PCTR.
           WRITE CAN-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE CAN-PRTLINE FROM CAN-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE CAN-PRTLINE FROM CAN-COL-HEADING
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *Prints final lines of the error report and closes all files.
      *This is the last method to be called
               CLOSE CSV-EXTRACT
           END-IF.
           CLOSE REJECT-FILE.
           CLOSE DUP-WORK.
      *The run finished clean, so clear the checkpoint for next time.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
      *Graduated end-of-job condition code, so the batch schedule can
      *hold downstream steps without anyone reading the reports:
      *0 everything posted and balanced, 4 rejects (orders or cancel/
      *change transactions) or suspected duplicates or a held file or
      *held-over transactions need attention, 8 the bank deposit
      *did not reconcile. A halted run set 16 on its way down and
      *never reaches here.
           IF RECON-CHECKED AND NOT RECON-IN-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF JOB-ERR-COUNT > 0 OR JOB-DUP-COUNT > 0
                       OR HELD-FILE-COUNT > 0 OR CAN-REJECTED > 0
                       OR CAN-HELD > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *Looks up this order's name/address on DUP-WORK, and in weekly   *
      *mode on the season master's buyer key, to catch the same order  *
      *keyed in a second time. An entry a restarted run finds stamped  *
      *at this record or later was remembered before the abend by this *
      *record or one after it - the run had not seen it when it was    *
      *here before, so it is not a duplicate now.                      *
      ******************************************************************
       L4-DUPLICATE-LOOKUP.
           MOVE 'F' TO DUP-FOUND-FLAG.
           MOVE P-LNAME            TO DW-LNAME.
           MOVE P-FNAME            TO DW-FNAME.
           MOVE P-ADDRESS          TO DW-ADDRESS.
           READ DUP-WORK
               INVALID KEY
                   MOVE 'F' TO DUP-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'T' TO DUP-FOUND-FLAG
           END-READ.
           IF DUP-FOUND AND RESTART-WAS-FOUND
                   AND DW-RECS-DONE NOT LESS THAN RECS-PROCESSED + 1
               MOVE 'F' TO DUP-FOUND-FLAG
           END-IF.
           IF NOT DUP-FOUND AND SEA-IS-OPEN
               PERFORM L5-SEASON-DUPLICATE-LOOKUP
           END-IF.

      *A buyer's orders on the season master count only if one posted
      *in an earlier week; one for this week or later is a leftover
      *this run is about to replace. Every order on the buyer key is
      *read, since the key allows duplicates and the first one found
      *need not be the earliest week.
       L5-SEASON-DUPLICATE-LOOKUP.
           MOVE P-LNAME            TO DUP-LNAME.
           MOVE P-FNAME            TO DUP-FNAME.
           MOVE P-ADDRESS          TO DUP-ADDRESS.
           MOVE DUP-BUYER          TO SEA-REC-BUYER.
           MOVE 'F' TO DUP-BUYER-EOF.
           START SEASON-ORDERS
               KEY IS EQUAL TO SEA-REC-BUYER
               INVALID KEY
                   MOVE 'T' TO DUP-BUYER-EOF
           END-START.
           IF NOT DUP-BUYER-DONE
               PERFORM L6-READ-BUYER-ORDER
           END-IF.
           PERFORM L6-CHECK-BUYER-ORDER
               UNTIL DUP-BUYER-DONE.

       L6-READ-BUYER-ORDER.
           READ SEASON-ORDERS NEXT RECORD
               AT END
                   MOVE 'T' TO DUP-BUYER-EOF.
           IF NOT DUP-BUYER-DONE
               IF SEA-REC-BUYER NOT = DUP-BUYER
                   MOVE 'T' TO DUP-BUYER-EOF
               END-IF
           END-IF.

       L6-CHECK-BUYER-ORDER.
           IF SEA-REC-WEEK IS NUMERIC
                   AND SEA-REC-WEEK < RUN-WEEK
               MOVE 'T' TO DUP-FOUND-FLAG
               MOVE 'T' TO DUP-BUYER-EOF
           ELSE
               PERFORM L6-READ-BUYER-ORDER
           END-IF.

      ******************************************************************
      *Remembers a successfully validated order's name/address so a   *
      *later order with the same name/address is caught as a suspect  *
      *duplicate, stamped with the input record count it was seen at. *
      *A restart rewrites its own entries with the same count.        *
      ******************************************************************
       L4-REMEMBER-ORDER.
           MOVE P-LNAME            TO DW-LNAME.
           MOVE P-FNAME            TO DW-FNAME.
           MOVE P-ADDRESS          TO DW-ADDRESS.
           COMPUTE DW-RECS-DONE = RECS-PROCESSED + 1.
           WRITE DW-REC
               INVALID KEY
                   REWRITE DW-REC
           END-WRITE.


      ******************************************************************
      *L3-calcs....runs the calculations
      ******************************************************************
       L3-CALCS.
           PERFORM L4-DEPOSIT-RATE.
      *The actual calculations needed
           COMPUTE C-TOTAL = PM-PRICE(PM-IDX) * (ORD-CASES + C-DEPOSIT).
           COMPUTE CC-DEPOSIT = ORD-CASES * C-DEPOSIT.
           COMPUTE C-ORDER-COST = PM-COST(PM-IDX) * ORD-CASES.
           PERFORM L4-TEAM-INDEX.
           PERFORM L4-PROCEEDS-TOTALS.
           PERFORM L4-POP-TYPE.
           PERFORM L4-TEAM-TOTALS.
           PERFORM L4-SELLER-UPDATE.
      *Moves a flag if needed - against the parameter card's
      *threshold, or the longstanding $250 default.
           IF C-TOTAL GREATER THAN C-FLAG-THRESHOLD
               MOVE '***' TO C-FLAG
           ELSE
               MOVE '   ' TO C-FLAG
           END-IF.

      ******************************************************************
      *Sets the per-case deposit and the deposit division for the      *
      *state in I-STATE and the product at PM-IDX - shared by posting  *
      *and by the cancel/change pass, so a reversal is priced under    *
      *exactly the rules the order was.                                *
      ******************************************************************
       L4-DEPOSIT-RATE.
      *If's to find the correct deposite amount
           IF FIVE-CENT
               MOVE .05 TO C-DEPOSIT
               MOVE 'FIVE CENT' TO I-DIVISION
           IF NOT PM-DEPOSIT-ELIGIBLE(PM-IDX)
               MOVE .00 TO C-DEPOSIT
           END-IF.

      ******************************************************************
      *Prints valid input out to the sales report.
           MOVE NO-DEPOSIT-TOTAL TO DS-AMOUNT.
           WRITE PRTLINE OF PRINTLN FROM DIV-SUBTOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *Prior-week orders cancelled or changed this run print as their
      *own signed line per division - the totals above only ever
      *held this run's orders.
           IF CAN-APPLIED > 0
               MOVE 'FIVE CENT' TO DA-DIVISION
               MOVE CAN-FIVE-GROSS-ADJ TO DA-AMOUNT
               WRITE PRTLINE OF PRINTLN FROM DIV-ADJ-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'TEN CENT' TO DA-DIVISION
               MOVE CAN-TEN-GROSS-ADJ TO DA-AMOUNT
               WRITE PRTLINE OF PRINTLN FROM DIV-ADJ-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'NO DEPOSIT' TO DA-DIVISION
               MOVE CAN-NODEP-GROSS-ADJ TO DA-AMOUNT
               WRITE PRTLINE OF PRINTLN FROM DIV-ADJ-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      ******************************************************************
      *Looks up P-POP-TYPE in the product master table loaded by       *
               WHEN SLR-NUMBER(SLR-IDX) = ORD-SELLER
                   MOVE 'T' TO SLR-FOUND-FLAG
           END-SEARCH.
           IF SLR-FOUND
               ADD C-TOTAL TO SLR-TOTAL(SLR-IDX)
           ELSE
               ADD 1 TO SELLER-COUNT
               MOVE ORD-SELLER TO SLR-NUMBER(SELLER-COUNT)
               MOVE ORD-SELLER TO ROS-SEARCH-NUMBER
               PERFORM L4-ROSTER-LOOKUP
               MOVE ROS-LNAME(ROS-IDX) TO SLR-LNAME(SELLER-COUNT)
               MOVE ROS-FNAME(ROS-IDX) TO SLR-FNAME(SELLER-COUNT)
               MOVE C-TOTAL TO SLR-TOTAL(SELLER-COUNT)
               MOVE 0 TO SLR-PRIOR-TOTAL(SELLER-COUNT)
               MOVE 0 TO SLR-UNDELIV-TOTAL(SELLER-COUNT)
           END-IF.

      ******************************************************************

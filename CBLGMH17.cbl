       IDENTIFICATION DIVISION.
       program-id. CBLGMH17.
       AUTHOR.     Garrett Helmich.
       DATE-WRITTEN.   10/15/2026.

      ******************************************************************
      *Season close and archive. Rolls the system over to the next     *
      *fundraiser year once the season is finished:                    *
      *  - refuses to close while any seller still owes money (sold    *
      *    less undelivered credit less paid, the guardian statement's *
      *    balance), any stop on DLVRESLT.DAT is still undelivered, a  *
      *    posting run left a checkpoint behind, DEPRETRN.DAT holds    *
      *    refunds CBLGMH10 has not yet journaled, or a STOCKOH.NEW is *
      *    still waiting to be promoted - unless CLOSPARM.DAT gives the*
      *    override and who authorized it;                             *
      *  - finalizes the season's SLRHIST.DAT totals;                  *
      *  - archives SEASONOR, PAYMENTS, DLVRESLT, RUNLOG, STOCKOH,     *
      *    PURCHORD and DEPRETRN under the season year as SORDyyyy,    *
      *    PAYMyyyy, DLVRyyyy, RLOGyyyy, STCKyyyy, PURCyyyy and        *
      *    DEPRyyyy.ARC, each counted back after writing;              *
      *  - empties SEASONOR, PAYMENTS, DLVRESLT, CANCELS, CKPT, REJECTS*
      *    and RUNLOG, zeros every STOCKOH count, empties PURCHORD,    *
      *    empties DEPRETRN and zeros DEPCTL's journaled amounts with  *
      *    it, and voids an unpromoted STOCKOH.NEW, ready for week 1   *
      *    of the new season;                                          *
      *  - prints SEASCLOS.PRT, the close-out report of season totals  *
      *    by team, seller and product for the annual meeting.         *
      *Nothing is reset unless every archive counts back whole. An     *
      *archive already on file is never written over: one that matches *
      *its file is kept, one that does not stops the close until it is *
      *moved aside. SEASCTL.DAT is stamped S when the close starts and *
      *C once every file is reset, so a season cannot be closed twice. *
      *A close that stopped part way is run again as it stands - before*
      *SEASONOR was emptied it starts over; after, it takes the season *
      *from the archives and SLRHIST and carries on with the reset.    *
      *                                                                *
      *RETURN-CODE: 0 closed, 4 closed under the override with items   *
      *outstanding, 8 close refused, 16 an archive did not count back, *
      *SLRHIST or SEASCTL would not take a record, or a file could not *
      *be reset, and the close is not stamped done.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CLOSPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLP-FILE-STATUS.
           SELECT CLOSE-CONTROL
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SEASCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCC-FILE-STATUS.
           SELECT PRODUCT-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PRODMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.
           SELECT SELLER-ROSTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRROSTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROS-FILE-STATUS.
           SELECT TEAM-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\TEAMMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEAM-FILE-STATUS.
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
           SELECT SELLER-HISTORY
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT PAYMENTS-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.
           SELECT DELIVERY-RESULTS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DLVRESLT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLV-FILE-STATUS.
           SELECT RUN-LOG
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT STOCK-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STOCKOH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STK-FILE-STATUS.
           SELECT PURCHASE-ORDERS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PURCHORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUR-FILE-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CKPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\REJECTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.
           SELECT CANCEL-FILE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CANCELS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAN-FILE-STATUS.
           SELECT DEPOSIT-TRANS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DEPRETRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEP-FILE-STATUS.
           SELECT DEPOSIT-CONTROL
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\DEPCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DCTL-FILE-STATUS.
           SELECT STOCK-RUN-CONTROL
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\STOCKOH.AUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCT-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO ARC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT PRINT-CLOSE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SEASCLOS.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Optional run parameters, one record: the season year being
      *closed (blank closes the current year), Y to close with sellers
      *still owing or stops still undelivered, and who authorized that.
       FD  CLOSE-PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLP-REC
           RECORD CONTAINS 25 CHARACTERS.
           01  CLP-REC.
               05  CLP-SEASON              PIC X(4).
               05  CLP-OVERRIDE            PIC X.
               05  CLP-AUTHORIZED          PIC X(20).

      *The last season closed: S when the close started, C once every
      *file was archived and reset.
       FD  CLOSE-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCC-REC
           RECORD CONTAINS 40 CHARACTERS.
           01  SCC-REC.
               05  SCC-SEASON              PIC 9(4).
               05  SCC-STATUS              PIC X.
               05  SCC-DATE                PIC 9(8).
               05  SCC-TIME                PIC X(6).
               05  SCC-OVERRIDE            PIC X.
               05  SCC-AUTHORIZED          PIC X(20).

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

       FD  TEAM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TM-REC
           RECORD CONTAINS 41 CHARACTERS.
           01  TM-REC.
               05  TM-REC-CODE             PIC X.
               05  TM-REC-NAME             PIC X(20).
               05  TM-REC-CAPTAIN          PIC X(20).

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

       FD  RUN-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOG-REC
           RECORD CONTAINS 85 CHARACTERS.
           01  LOG-REC                     PIC X(85).

       FD  STOCK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STK-REC
           RECORD CONTAINS 8 CHARACTERS.
           01  STK-REC.
               05  STK-REC-CODE            PIC 99.
               05  STK-REC-AVAIL           PIC 9(6).

      *The distributor POs are only archived and emptied here.
       FD  PURCHASE-ORDERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PUR-REC
           RECORD CONTAINS 69 CHARACTERS.
           01  PUR-REC                     PIC X(69).

      *The checkpoint, rejects and cancels files are only looked at
      *and emptied here, so only the start of each record is laid out.
       FD  CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CKPT-REC
           RECORD CONTAINS 6 CHARACTERS.
           01  CKPT-REC.
               05  CKPT-RECS-DONE          PIC 9(6).

       FD  REJECT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REJ-REC
           RECORD CONTAINS 195 CHARACTERS.
           01  REJ-REC                     PIC X(195).

       FD  CANCEL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CAN-REC
           RECORD CONTAINS 58 CHARACTERS.
           01  CAN-REC                     PIC X(58).

      *Deposit slips and refund credit memos, as CBLGMH10 reads them.
       FD  DEPOSIT-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEP-REC
           RECORD CONTAINS 38 CHARACTERS.
           01  DEP-REC.
               05  DEP-REC-ACTION          PIC X.
               05  DEP-REC-CODE            PIC XX.
               05  DEP-REC-DIVISION        PIC XX.
               05  DEP-REC-QTY             PIC X(6).
               05  DEP-REC-AMOUNT          PIC X(9).
               05  DEP-REC-AMOUNT-N REDEFINES DEP-REC-AMOUNT
                                           PIC 9(7)V99.
               05  DEP-REC-DATE            PIC X(8).
               05  DEP-REC-REF             PIC X(10).

      *What CBLGMH10 has journaled against 2050, by division.
       FD  DEPOSIT-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS DCTL-REC
           RECORD CONTAINS 30 CHARACTERS.
           01  DCTL-REC.
               05  DCTL-FIVE-JOURNALED     PIC 9(9)V99.
               05  DCTL-TEN-JOURNALED      PIC 9(9)V99.
               05  DCTL-LAST-DATE          PIC 9(8).

      *The stock count run's control record, as CBLGMH09 writes it. It
      *is read into NCT-HOLD and written back from there.
       FD  STOCK-RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS NCT-REC
           RECORD CONTAINS 88 CHARACTERS.
           01  NCT-REC                     PIC X(88).

      *Any of the archives. The record is as wide as the widest file
      *archived; each line is only as long as its own record.
       FD  ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARC-REC
           RECORD CONTAINS 87 CHARACTERS.
           01  ARC-REC                     PIC X(87).

       FD  PRINT-CLOSE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CLS-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  CLS-PRTLINE                 PIC X(132).


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
           05  RUN-DATE                PIC 9(8).
           05  RUN-TIME                PIC X(6).

       01  CLOSE-CONTROL-AREA.
           05  CLP-FILE-STATUS         PIC XX.
           05  SCC-FILE-STATUS         PIC XX.
           05  CLOSE-SEASON            PIC 9(4).
           05  CLOSE-AUTHORIZED        PIC X(20)   VALUE SPACES.
           05  OVERRIDE-SW             PIC X       VALUE 'N'.
               88  OVERRIDE-GIVEN  VALUE 'Y'.
           05  LAST-CLOSED-SEASON      PIC 9(4)    VALUE 0.
           05  LAST-CLOSE-STATUS       PIC X       VALUE SPACE.
           05  REFUSE-FLAG             PIC X       VALUE 'F'.
               88  CLOSE-REFUSED   VALUE 'T'.
           05  OUTSTANDING-FLAG        PIC X       VALUE 'F'.
               88  ITEMS-OUTSTANDING VALUE 'T'.
           05  ARCHIVE-FLAG            PIC X       VALUE 'T'.
               88  ARCHIVE-OK      VALUE 'T'.
           05  SCC-NEW-STATUS          PIC X.
           05  LAST-OVERRIDE           PIC X       VALUE 'N'.
           05  LAST-AUTHORIZED         PIC X(20)   VALUE SPACES.
           05  RESUME-FLAG             PIC X       VALUE 'F'.
               88  CLOSE-RESUMED   VALUE 'T'.
           05  RESET-FLAG              PIC X       VALUE 'T'.
               88  RESET-OK        VALUE 'T'.
           05  FINALIZE-FLAG           PIC X       VALUE 'T'.
               88  FINALIZE-OK     VALUE 'T'.
           05  HIST-FAIL-STATUS        PIC XX.

      *What the season holds, gathered before anything is touched.
       01  SEASON-CONTROL.
           05  SEA-FILE-STATUS         PIC XX.
           05  SEA-EOF                 PIC X       VALUE 'F'.
               88  SEA-END-OF-FILE VALUE 'T'.
           05  SEA-OPEN-FLAG           PIC X       VALUE 'F'.
               88  SEA-FILE-OPEN   VALUE 'T'.
           05  SEA-ORDERS-READ         PIC 9(6)    VALUE 0.
           05  SEA-LAST-WEEK           PIC 99      VALUE 0.
           05  SEA-WEEKS               PIC 99      VALUE 0.
           05  HIST-FILE-STATUS        PIC XX.
           05  HIST-EOF                PIC X       VALUE 'F'.
               88  HIST-END-OF-FILE VALUE 'T'.
           05  HIST-WRITTEN            PIC 9(5)    VALUE 0.
           05  PAY-FILE-STATUS         PIC XX.
           05  PAY-EOF                 PIC X       VALUE 'F'.
               88  PAY-END-OF-FILE VALUE 'T'.
           05  PAY-RECS-READ           PIC 9(6)    VALUE 0.
           05  DLV-FILE-STATUS         PIC XX.
           05  DLV-EOF                 PIC X       VALUE 'F'.
               88  DLV-END-OF-FILE VALUE 'T'.
           05  DLV-RECS-READ           PIC 9(6)    VALUE 0.
           05  DLV-OPEN-STOPS          PIC 9(5)    VALUE 0.
           05  MATCH-EOF               PIC X.
               88  MATCH-DONE      VALUE 'T'.
           05  STOP-BUYER.
               10  STOP-LNAME          PIC X(15).
               10  STOP-FNAME          PIC X(15).
               10  STOP-ADDRESS        PIC X(15).
           05  CKPT-FILE-STATUS        PIC XX.
           05  CKPT-FLAG               PIC X       VALUE 'F'.
               88  CKPT-PENDING    VALUE 'T'.
           05  LOG-FILE-STATUS         PIC XX.
           05  REJ-FILE-STATUS         PIC XX.
           05  CAN-FILE-STATUS         PIC XX.
           05  OWING-COUNT             PIC 9(5)    VALUE 0.
           05  OWING-TOTAL             PIC 9(7)V99 VALUE 0.

      *The season order or payment in hand, from the live file or, on
      *a resumed close, from its archive.
       01  ORDER-IN-HAND.
           05  OH-WEEK                 PIC 99.
           05  OH-SELLER               PIC 9(4).
           05  OH-BUYER                PIC X(45).
           05  OH-POP                  PIC 99.
           05  OH-TEAM                 PIC X.
           05  OH-CASES                PIC 9(4).
           05  OH-TOTAL                PIC 9(6)V99.
           05  FILLER                  PIC X(21).
       01  PAYMENT-IN-HAND.
           05  PH-TYPE                 PIC X.
           05  PH-SELLER               PIC 9(4).
           05  PH-DATE                 PIC 9(8).
           05  PH-AMOUNT               PIC 9(7)V99.
           05  FILLER                  PIC X(26).

      *Refunds keyed on DEPRETRN.DAT this season against what DEPCTL.DAT
      *says CBLGMH10 has journaled.
       01  DEPOSIT-CONTROL-AREA.
           05  DEP-FILE-STATUS         PIC XX.
           05  DEP-EOF                 PIC X       VALUE 'F'.
               88  DEP-END-OF-FILE VALUE 'T'.
           05  DEP-RECS-READ           PIC 9(6)    VALUE 0.
           05  DEP-FIVE-REFUNDED       PIC 9(9)V99 VALUE 0.
           05  DEP-TEN-REFUNDED        PIC 9(9)V99 VALUE 0.
           05  DCTL-FILE-STATUS        PIC XX.
           05  DEP-FIVE-JOURNALED      PIC 9(9)V99 VALUE 0.
           05  DEP-TEN-JOURNALED       PIC 9(9)V99 VALUE 0.
           05  DEP-LAST-DATE           PIC 9(8)    VALUE 0.
           05  DEP-PENDING-FLAG        PIC X       VALUE 'F'.
               88  DEP-REFUNDS-PENDING VALUE 'T'.

      *STOCKOH.AUD as CBLGMH09 left it.
       01  STOCK-RUN-AREA.
           05  NCT-FILE-STATUS         PIC XX.
           05  NCT-PENDING-FLAG        PIC X       VALUE 'F'.
               88  STOCK-NEW-PENDING VALUE 'T'.
       01  NCT-HOLD.
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

      *One row per possible four-digit seller number, the way the
      *consolidation run holds its sellers, so no roster or order can
      *overflow it. Row n+1 is seller n.
       01  SELLER-CONTROL.
           05  ROS-FILE-STATUS         PIC XX.
           05  ROS-EOF                 PIC X       VALUE 'F'.
               88  ROS-END-OF-FILE VALUE 'T'.
           05  SLR-ROW                 PIC 9(5).
           05  SLR-BALANCE             PIC S9(7)V99.
           05  SLR-ACTIVE-COUNT        PIC 9(5)    VALUE 0.
       01  SELLER-TABLE.
           05  SLR-ENTRY OCCURS 10000 TIMES INDEXED BY SLR-IDX.
               10  SLR-LNAME           PIC X(15)   VALUE SPACES.
               10  SLR-FNAME           PIC X(15)   VALUE SPACES.
               10  SLR-TEAM            PIC X       VALUE SPACE.
               10  SLR-ON-ROSTER       PIC X       VALUE 'N'.
               10  SLR-ACTIVE          PIC X       VALUE 'N'.
                   88  SLR-IS-ACTIVE   VALUE 'Y'.
               10  SLR-ORDERS          PIC 9(5)    VALUE 0.
               10  SLR-CASES           PIC 9(6)    VALUE 0.
               10  SLR-SOLD            PIC 9(7)V99 VALUE 0.
               10  SLR-UNDELIV         PIC 9(7)V99 VALUE 0.
               10  SLR-PAID            PIC 9(7)V99 VALUE 0.

       01  TEAM-CONTROL.
           05  TEAM-FILE-STATUS        PIC XX.
           05  TEAM-COUNT              PIC 99      VALUE 0.
           05  TEAM-EOF                PIC X       VALUE 'F'.
               88  TEAM-END-OF-FILE VALUE 'T'.
           05  TEAM-FOUND-FLAG         PIC X       VALUE 'F'.
               88  TEAM-FOUND      VALUE 'T'.
           05  TEAM-SEARCH-CODE        PIC X.
           05  TEAM-OUT-IDX            PIC 99.

      *The team master's 20 teams, plus room for an order stamped
      *with a team code since dropped from the master.
       01  TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 1 TO 25 TIMES DEPENDING ON TEAM-COUNT
                       INDEXED BY TEAM-IDX.
               10  TEAM-CODE           PIC X.
               10  TEAM-NAME           PIC X(20).
               10  TEAM-SELLERS        PIC 9(4).
               10  TEAM-ORDERS         PIC 9(6).
               10  TEAM-CASES          PIC 9(6).
               10  TEAM-SALES          PIC 9(9)V99.

      *One row per possible pop code; row n+1 is code n.
       01  PRODUCT-CONTROL.
           05  PM-FILE-STATUS          PIC XX.
           05  PM-EOF                  PIC X       VALUE 'F'.
               88  PM-END-OF-FILE  VALUE 'T'.
           05  PM-ROW                  PIC 999.
       01  PRODUCT-TABLE.
           05  PM-ENTRY OCCURS 100 TIMES INDEXED BY PM-IDX.
               10  PM-NAME             PIC X(16)   VALUE SPACES.
               10  PM-ON-MASTER        PIC X       VALUE 'N'.
               10  PM-ORDERS           PIC 9(6)    VALUE 0.
               10  PM-CASES            PIC 9(6)    VALUE 0.
               10  PM-SALES            PIC 9(9)V99 VALUE 0.

       01  CLUB-TOTALS.
           05  CLUB-ORDERS             PIC 9(6)    VALUE 0.
           05  CLUB-CASES              PIC 9(7)    VALUE 0.
           05  CLUB-SALES              PIC 9(9)V99 VALUE 0.
           05  CLUB-UNDELIV            PIC 9(9)V99 VALUE 0.
           05  CLUB-PAID               PIC 9(9)V99 VALUE 0.
           05  CLUB-BALANCE            PIC S9(9)V99 VALUE 0.

      *The stock counts, held while STOCKOH is archived and rewritten.
       01  STOCK-CONTROL.
           05  STK-FILE-STATUS         PIC XX.
           05  STK-EOF                 PIC X       VALUE 'F'.
               88  STK-END-OF-FILE VALUE 'T'.
           05  STK-COUNT               PIC 999     VALUE 0.
           05  STK-OUT-IDX             PIC 999.
       01  STOCK-TABLE.
           05  STK-ENTRY OCCURS 1 TO 100 TIMES DEPENDING ON STK-COUNT.
               10  STK-CODE            PIC 99.
               10  STK-AVAIL           PIC 9(6).

       01  PURCHASE-CONTROL.
           05  PUR-FILE-STATUS         PIC XX.
           05  PUR-EOF                 PIC X       VALUE 'F'.
               88  PUR-END-OF-FILE VALUE 'T'.

      *Archive names are built from the file's four-letter prefix and
      *the season year. ARC-FILE-NAME is the data name ARCHIVE-FILE is
      *dynamically assigned to.
       01  ARCHIVE-CONTROL.
           05  ARC-FILE-STATUS         PIC XX.
           05  ARC-FILE-NAME.
               10  FILLER              PIC X(21)
                       VALUE 'C:\IHCC BACKUP\COBOL\'.
               10  ARC-PREFIX          PIC X(4).
               10  ARC-SEASON          PIC 9(4).
               10  FILLER              PIC X(4)    VALUE '.ARC'.
               10  FILLER              PIC X(27)   VALUE SPACES.
           05  ARC-EOF                 PIC X.
               88  ARC-END-OF-FILE VALUE 'T'.
           05  ARC-WRITTEN             PIC 9(6).
           05  ARC-COUNTED             PIC 9(6).
           05  ARC-READ                PIC 9(6).
           05  ARC-OPEN-STATUS         PIC XX.
           05  ARC-MODE                PIC X.
               88  ARC-WRITING     VALUE 'W'.
               88  ARC-KEPT        VALUE 'K'.
               88  ARC-NOT-OPENED  VALUE 'X'.

      *One line per file the close archived or reset, printed at the
      *end of the report.
       01  RESULT-CONTROL.
           05  RESULT-COUNT            PIC 99      VALUE 0.
           05  RESULT-OUT-IDX          PIC 99.
           05  RES-FILE                PIC X(12).
           05  RES-ACTION              PIC X(40).
           05  RES-RECS                PIC 9(6).
           05  RES-STATUS              PIC XX.
       01  RESULT-TABLE.
           05  RESULT-ENTRY OCCURS 1 TO 30 TIMES
                       DEPENDING ON RESULT-COUNT.
               10  RT-FILE             PIC X(12).
               10  RT-ACTION           PIC X(40).
               10  RT-RECS             PIC 9(6).

      *The section in hand's titles, reprinted at the top of each page.
       01  PAGE-CONTROL.
           05  SECTION-HEADING         PIC X(132).
           05  SECTION-COL-HEADING     PIC X(132).
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

       01  CLOSE-HEADING.
           05  FILLER           PIC X(50)  VALUE SPACES.
           05  FILLER           PIC X(19)  VALUE 'SEASON CLOSE-OUT - '.
           05  CH-SEASON        PIC 9(4).
           05  FILLER           PIC X(10)  VALUE ' SEASON'.

       01  PARM-LINE.
           05  FILLER           PIC X(17)  VALUE 'SEASON TO CLOSE: '.
           05  PL-SEASON        PIC 9(4).
           05  FILLER           PIC X(14)  VALUE '   OVERRIDE: '.
           05  PL-OVERRIDE      PIC X.
           05  FILLER           PIC X(19)  VALUE '   AUTHORIZED BY: '.
           05  PL-AUTHORIZED    PIC X(20).

       01  OUTSTANDING-HEADING.
           05  FILLER           PIC X(40)  VALUE
                   'ITEMS OUTSTANDING AT SEASON CLOSE'.

       01  OWING-COL-HEADING.
           05  FILLER           PIC X(6)   VALUE 'SELLER'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'NAME'.
           05  FILLER           PIC X(24)  VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'TEAM'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'SOLD'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'UNDELIVERED'.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'PAID'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'BALANCE DUE'.

       01  OWING-LINE.
           05  OW-SELLER        PIC 9(4).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  OW-NAME          PIC X(28).
           05  OW-TEAM          PIC X.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  OW-SOLD          PIC $$$$,$$9.99.
           05  FILLER           PIC XX     VALUE SPACES.
           05  OW-UNDELIV       PIC $$$$,$$9.99.
           05  FILLER           PIC XX     VALUE SPACES.
           05  OW-PAID          PIC $$$$,$$9.99.
           05  FILLER           PIC XX     VALUE SPACES.
           05  OW-BALANCE       PIC $$$$,$$9.99.

       01  OWING-TOTAL-LINE.
           05  FILLER           PIC X(16)  VALUE 'SELLERS OWING: '.
           05  OT-COUNT         PIC ZZ,ZZ9.
           05  FILLER           PIC X(16)  VALUE '   TOTAL OWED: '.
           05  OT-TOTAL         PIC $$,$$$,$$9.99.

       01  OPEN-STOPS-LINE.
           05  FILLER           PIC X(38)  VALUE
                   'STOPS STILL UNDELIVERED ON DLVRESLT: '.
           05  OS-COUNT         PIC ZZ,ZZ9.

       01  CKPT-PENDING-LINE.
           05  FILLER           PIC X(47)  VALUE
                   'CKPT.DAT HOLDS A CHECKPOINT - A POSTING RUN WAS'.
           05  FILLER           PIC X(36)  VALUE
                   ' STOPPED AND NEVER RESTARTED.'.

       01  DEPOSIT-PENDING-LINE.
           05  FILLER           PIC X(47)  VALUE
                   'DEPRETRN.DAT HOLDS REFUNDS NOT YET JOURNALED TO'.
           05  FILLER           PIC X(27)  VALUE
                   ' 2050 - RUN CBLGMH10 FIRST.'.

       01  STOCK-PENDING-LINE.
           05  FILLER           PIC X(43)  VALUE
                   'STOCKOH.NEW WAS NEVER PROMOTED - THE CLOSE '.
           05  FILLER           PIC X(35)  VALUE
                   'VOIDS IT ALONG WITH LAST SEASON.'.

       01  NOTHING-OUTSTANDING-LINE.
           05  FILLER           PIC X(50)  VALUE
                   'NOTHING IS OUTSTANDING - THE SEASON MAY CLOSE.'.

       01  RESUME-LINE.
           05  FILLER           PIC X(49)  VALUE
                   'A CLOSE OF THIS SEASON STOPPED AFTER SEASONOR WAS'.
           05  FILLER           PIC X(46)  VALUE
                   ' EMPTIED - TOTALS ARE TAKEN FROM THE ARCHIVES '.
           05  FILLER           PIC X(34)  VALUE
                   'AND THE RESET IS RUN AGAIN.'.

       01  OVERRIDE-LINE.
           05  FILLER           PIC X(48)  VALUE
                   'CLOSED UNDER THE OVERRIDE WITH ITEMS OUTSTANDING'.
           05  FILLER           PIC X(4)   VALUE ' BY '.
           05  OV-AUTHORIZED    PIC X(20).

       01  REFUSED-LINE.
           05  FILLER           PIC X(26)  VALUE
                   '*** SEASON CLOSE REFUSED: '.
           05  RF-REASON        PIC X(60).
           05  FILLER           PIC X(4)   VALUE ' ***'.

       01  NOTHING-CHANGED-LINE.
           05  FILLER           PIC X(50)  VALUE
                   'NO FILE HAS BEEN ARCHIVED, FINALIZED OR RESET.'.

       01  TEAM-HEADING.
           05  FILLER           PIC X(40)  VALUE
                   'SEASON TOTALS BY TEAM'.

       01  TEAM-COL-HEADING.
           05  FILLER           PIC X(4)   VALUE 'TEAM'.
           05  FILLER           PIC X(26)  VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'SELLERS'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'ORDERS'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'CASES'.
           05  FILLER           PIC X(12)  VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'SALES'.

       01  TEAM-LINE.
           05  TT-CODE          PIC X.
           05  FILLER           PIC X(3)   VALUE ' - '.
           05  TT-NAME          PIC X(20).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  TT-SELLERS       PIC Z,ZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  TT-ORDERS        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  TT-CASES         PIC ZZZ,ZZ9.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  TT-SALES         PIC $$$,$$$,$$9.99.

       01  SELLER-HEADING.
           05  FILLER           PIC X(40)  VALUE
                   'SEASON TOTALS BY SELLER'.

       01  SELLER-COL-HEADING.
           05  FILLER           PIC X(6)   VALUE 'SELLER'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'NAME'.
           05  FILLER           PIC X(24)  VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'TEAM'.
           05  FILLER           PIC X(2)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'ORDERS'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'CASES'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'SOLD'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'UNDELIVERED'.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'PAID'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'BALANCE'.

       01  SELLER-LINE.
           05  SL-SELLER        PIC 9(4).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  SL-NAME          PIC X(28).
           05  SL-TEAM          PIC X.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  SL-ORDERS        PIC ZZ,ZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SL-CASES         PIC ZZZ,ZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SL-SOLD          PIC $$$$,$$9.99.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SL-UNDELIV       PIC $$$$,$$9.99.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SL-PAID          PIC $$$$,$$9.99.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SL-BALANCE       PIC $$$$,$$9.99-.

       01  PRODUCT-HEADING.
           05  FILLER           PIC X(40)  VALUE
                   'SEASON TOTALS BY PRODUCT'.

       01  PRODUCT-COL-HEADING.
           05  FILLER           PIC X(4)   VALUE 'CODE'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'PRODUCT'.
           05  FILLER           PIC X(15)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'ORDERS'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'CASES'.
           05  FILLER           PIC X(12)  VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'SALES'.

       01  PRODUCT-LINE.
           05  PT-CODE          PIC 99.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  PT-NAME          PIC X(16).
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  PT-ORDERS        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  PT-CASES         PIC ZZZ,ZZ9.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  PT-SALES         PIC $$$,$$$,$$9.99.

       01  CLUB-TOTAL-LINE.
           05  FILLER           PIC X(14)  VALUE 'CLUB TOTAL   '.
           05  FILLER           PIC X(16)  VALUE SPACES.
           05  CT-SELLERS       PIC Z,ZZ9 BLANK WHEN ZERO.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  CT-ORDERS        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  CT-CASES         PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X      VALUE SPACES.
           05  CT-SALES         PIC $$$,$$$,$$9.99.

       01  CLUB-MONEY-LINE.
           05  FILLER           PIC X(27)  VALUE
                   'LESS UNDELIVERED CREDITED: '.
           05  CM-UNDELIV       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(19)  VALUE '   PAID IN: '.
           05  CM-PAID          PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(19)  VALUE '   STILL OWED: '.
           05  CM-BALANCE       PIC $$$,$$$,$$9.99-.

       01  RESULT-HEADING.
           05  FILLER           PIC X(40)  VALUE
                   'SEASON ARCHIVE AND RESET'.

       01  RESULT-COL-HEADING.
           05  FILLER           PIC X(4)   VALUE 'FILE'.
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'ACTION'.
           05  FILLER           PIC X(36)  VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'RECORDS'.

       01  RESULT-LINE.
           05  RL-FILE          PIC X(12).
           05  FILLER           PIC XX     VALUE SPACES.
           05  RL-ACTION        PIC X(40).
           05  FILLER           PIC XX     VALUE SPACES.
           05  RL-RECS          PIC ZZZ,ZZ9.

       01  ARCHIVE-FAILED-LINE.
           05  FILLER           PIC X(46)  VALUE
                   '*** AN ARCHIVE DID NOT COUNT BACK WHOLE - NO '.
           05  FILLER           PIC X(44)  VALUE
                   'FILE WAS FINALIZED OR RESET. RERUN THE CLOSE'.
           05  FILLER           PIC X(20)  VALUE
                   ' ONCE IT IS FIXED.'.

       01  STAMP-FAILED-LINE.
           05  FILLER           PIC X(46)  VALUE
                   '*** SEASCTL.DAT COULD NOT BE STAMPED - NO FILE'.
           05  FILLER           PIC X(44)  VALUE
                   ' WAS ARCHIVED, FINALIZED OR RESET. RERUN THE'.
           05  FILLER           PIC X(24)  VALUE
                   ' CLOSE ONCE IT IS FIXED.'.

       01  FINALIZE-FAILED-LINE.
           05  FILLER           PIC X(46)  VALUE
                   '*** SLRHIST.DAT COULD NOT BE FINALIZED - NO '.
           05  FILLER           PIC X(44)  VALUE
                   'FILE WAS RESET. RERUN THE CLOSE ONCE IT IS '.
           05  FILLER           PIC X(10)  VALUE
                   'FIXED.'.

       01  RESET-FAILED-LINE.
           05  FILLER           PIC X(46)  VALUE
                   '*** A FILE COULD NOT BE RESET - THE CLOSE IS '.
           05  FILLER           PIC X(44)  VALUE
                   'NOT STAMPED DONE. RERUN IT ONCE THE FILE IS '.
           05  FILLER           PIC X(10)  VALUE
                   'FIXED.'.

       01  NEW-SEASON-LINE.
           05  FILLER           PIC X(48)  VALUE
                   'THE SEASON IS CLOSED. KEY WEEK 01 ON RUNPARM.DAT'.
           05  FILLER           PIC X(44)  VALUE
                   ' AND A FRESH STOCKOH COUNT BEFORE THE FIRST '.
           05  FILLER           PIC X(18)  VALUE
                   'RUN OF THE SEASON.'.


       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-GATHER-SEASON.
           PERFORM L2-CHECK-CLOSE.
           IF NOT CLOSE-REFUSED
               IF CLOSE-RESUMED
                   PERFORM L2-RESET-FILES
                   PERFORM L2-CLOSE-OUT-REPORT
               ELSE
                   PERFORM L2-ARCHIVE-SEASON
                   IF ARCHIVE-OK
                       PERFORM L2-FINALIZE-HISTORY
                       IF FINALIZE-OK
                           PERFORM L2-RESET-FILES
                       END-IF
                       PERFORM L2-CLOSE-OUT-REPORT
                   END-IF
               END-IF
           END-IF.
           PERFORM L2-CLOSURE.
           STOP RUN.

      ******************************************************************
      *Start-of-job setup: the run date, the close parameters, the last*
      *close stamped on SEASCTL.DAT, and the report's first page.      *
      ******************************************************************
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-YEAR               TO RUN-DATE(1:4).
           MOVE CURRENT-MONTH              TO RUN-DATE(5:2).
           MOVE CURRENT-DAY                TO RUN-DATE(7:2).
           MOVE CURRENT-TIME(1:6)          TO RUN-TIME.
           MOVE CURRENT-YEAR               TO CLOSE-SEASON.
           PERFORM L3-READ-CLOSE-PARM.
           OPEN INPUT CLOSE-CONTROL.
           IF SCC-FILE-STATUS = '00'
               READ CLOSE-CONTROL
               IF SCC-FILE-STATUS = '00'
                   MOVE SCC-SEASON TO LAST-CLOSED-SEASON
                   MOVE SCC-STATUS TO LAST-CLOSE-STATUS
                   MOVE SCC-OVERRIDE TO LAST-OVERRIDE
                   MOVE SCC-AUTHORIZED TO LAST-AUTHORIZED
               END-IF
               CLOSE CLOSE-CONTROL
           END-IF.
           MOVE CLOSE-SEASON TO CH-SEASON.
           MOVE CLOSE-SEASON TO ARC-SEASON.
           OPEN OUTPUT PRINT-CLOSE.
           MOVE SPACES TO SECTION-HEADING.
           MOVE SPACES TO SECTION-COL-HEADING.
           PERFORM L3-PAGE-HEADINGS.
           MOVE CLOSE-SEASON     TO PL-SEASON.
           MOVE OVERRIDE-SW      TO PL-OVERRIDE.
           MOVE CLOSE-AUTHORIZED TO PL-AUTHORIZED.
           WRITE CLS-PRTLINE FROM PARM-LINE
               AFTER ADVANCING 1 LINE.

      *A missing parameter file closes the current year with no
      *override. The override only counts when someone is named as
      *authorizing it.
       L3-READ-CLOSE-PARM.
           OPEN INPUT CLOSE-PARM-FILE.
           IF CLP-FILE-STATUS = '00'
               READ CLOSE-PARM-FILE
               IF CLP-FILE-STATUS = '00'
                   IF CLP-SEASON IS NUMERIC AND CLP-SEASON > '0000'
                       MOVE CLP-SEASON TO CLOSE-SEASON
                   END-IF
                   IF CLP-OVERRIDE = 'Y' AND CLP-AUTHORIZED NOT = SPACES
                       MOVE 'Y' TO OVERRIDE-SW
                       MOVE CLP-AUTHORIZED TO CLOSE-AUTHORIZED
                   END-IF
               END-IF
               CLOSE CLOSE-PARM-FILE
           END-IF.

      ******************************************************************
      *Reads the season before anything is touched: the roster, teams  *
      *and products for names, every season order into the seller,     *
      *team and product totals, the payments, and the delivery results *
      *- an undelivered stop is credited back to the seller of each    *
      *order it names from the latest week, as the guardian statement  *
      *credits it. Also notes a checkpoint left on CKPT.DAT, refunds   *
      *not yet journaled and a stock count never promoted. An empty    *
      *or missing SEASONOR under a close stamped S for this season     *
      *means that close stopped after the reset began; the season is   *
      *then taken from the archives it counted back. SEASONOR failing  *
      *to open for any other reason stops the run.                     *
      ******************************************************************
       L2-GATHER-SEASON.
           PERFORM L3-LOAD-ROSTER.
           PERFORM L3-LOAD-TEAMS.
           PERFORM L3-LOAD-PRODUCTS.
           OPEN INPUT SEASON-ORDERS.
           IF SEA-FILE-STATUS = '00'
               MOVE 'T' TO SEA-OPEN-FLAG
               PERFORM L3-READ-SEASON
           ELSE
               IF SEA-FILE-STATUS = '35'
                   MOVE 'T' TO SEA-EOF
               ELSE
                   DISPLAY 'CANNOT OPEN SEASONOR.DAT - FILE STATUS '
                       SEA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF SEA-END-OF-FILE
                   AND LAST-CLOSE-STATUS = 'S'
                   AND LAST-CLOSED-SEASON = CLOSE-SEASON
               MOVE 'T' TO RESUME-FLAG
               PERFORM L3-GATHER-FROM-ARCHIVES
           ELSE
               PERFORM L3-TOTAL-SEASON-ORDER
                   UNTIL SEA-END-OF-FILE
               PERFORM L3-LOAD-PAYMENTS
           END-IF.
           PERFORM L3-LOAD-DELIVERY-RESULTS.
           PERFORM L3-LOAD-DEPOSIT-RETURNS.
           PERFORM L3-READ-STOCK-RUN-CONTROL.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
               IF CKPT-FILE-STATUS = '00' OR CKPT-FILE-STATUS = '04'
                   MOVE 'T' TO CKPT-FLAG
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

       L3-LOAD-ROSTER.
           OPEN INPUT SELLER-ROSTER.
           IF ROS-FILE-STATUS = '00'
               PERFORM L4-READ-ROSTER
               PERFORM L4-POST-ROSTER
                   UNTIL ROS-END-OF-FILE
               CLOSE SELLER-ROSTER
           END-IF.

       L4-READ-ROSTER.
           READ SELLER-ROSTER
               AT END
                   MOVE 'T' TO ROS-EOF.

       L4-POST-ROSTER.
           IF SM-REC-NUMBER IS NUMERIC
               COMPUTE SLR-ROW = SM-REC-NUMBER + 1
               MOVE SM-REC-LNAME TO SLR-LNAME(SLR-ROW)
               MOVE SM-REC-FNAME TO SLR-FNAME(SLR-ROW)
               MOVE SM-REC-TEAM  TO SLR-TEAM(SLR-ROW)
               MOVE 'Y'          TO SLR-ON-ROSTER(SLR-ROW)
           END-IF.
           PERFORM L4-READ-ROSTER.

       L3-LOAD-TEAMS.
           OPEN INPUT TEAM-MASTER.
           IF TEAM-FILE-STATUS = '00'
               PERFORM L4-READ-TEAM
               PERFORM L4-POST-TEAM
                   UNTIL TEAM-END-OF-FILE
               CLOSE TEAM-MASTER
           END-IF.

       L4-READ-TEAM.
           READ TEAM-MASTER
               AT END
                   MOVE 'T' TO TEAM-EOF.

       L4-POST-TEAM.
           MOVE TM-REC-CODE TO TEAM-SEARCH-CODE.
           PERFORM L4-TEAM-LOOKUP.
           IF NOT TEAM-FOUND AND TEAM-COUNT < 20
               ADD 1 TO TEAM-COUNT
               MOVE TM-REC-CODE TO TEAM-CODE(TEAM-COUNT)
               MOVE TM-REC-NAME TO TEAM-NAME(TEAM-COUNT)
               MOVE 0 TO TEAM-SELLERS(TEAM-COUNT)
               MOVE 0 TO TEAM-ORDERS(TEAM-COUNT)
               MOVE 0 TO TEAM-CASES(TEAM-COUNT)
               MOVE 0 TO TEAM-SALES(TEAM-COUNT)
           END-IF.
           PERFORM L4-READ-TEAM.

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

       L3-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS = '00'
               PERFORM L4-READ-PRODUCT
               PERFORM L4-POST-PRODUCT
                   UNTIL PM-END-OF-FILE
               CLOSE PRODUCT-MASTER
           END-IF.

       L4-READ-PRODUCT.
           READ PRODUCT-MASTER
               AT END
                   MOVE 'T' TO PM-EOF.

       L4-POST-PRODUCT.
           IF PM-REC-CODE IS NUMERIC
               COMPUTE PM-ROW = PM-REC-CODE + 1
               MOVE PM-REC-NAME TO PM-NAME(PM-ROW)
               MOVE 'Y'         TO PM-ON-MASTER(PM-ROW)
           END-IF.
           PERFORM L4-READ-PRODUCT.

       L3-READ-SEASON.
           READ SEASON-ORDERS NEXT RECORD
               AT END
                   MOVE 'T' TO SEA-EOF.

      *An order under a team code since dropped from the team master
      *is totalled under its own code; a pop code not on the product
      *master prints without a name.
       L3-TOTAL-SEASON-ORDER.
           MOVE SEA-REC TO ORDER-IN-HAND.
           PERFORM L4-POST-SEASON-ORDER.
           PERFORM L3-READ-SEASON.

       L4-POST-SEASON-ORDER.
           ADD 1 TO SEA-ORDERS-READ.
           IF OH-WEEK > SEA-LAST-WEEK
               MOVE OH-WEEK TO SEA-LAST-WEEK
           END-IF.
           COMPUTE SLR-ROW = OH-SELLER + 1.
           IF NOT SLR-IS-ACTIVE(SLR-ROW)
               MOVE 'Y' TO SLR-ACTIVE(SLR-ROW)
               ADD 1 TO SLR-ACTIVE-COUNT
               IF SLR-ON-ROSTER(SLR-ROW) NOT = 'Y'
                   MOVE 'OFF ROSTER' TO SLR-LNAME(SLR-ROW)
                   MOVE OH-TEAM TO SLR-TEAM(SLR-ROW)
               END-IF
           END-IF.
           ADD 1             TO SLR-ORDERS(SLR-ROW).
           ADD OH-CASES TO SLR-CASES(SLR-ROW).
           ADD OH-TOTAL TO SLR-SOLD(SLR-ROW).
           MOVE OH-TEAM TO TEAM-SEARCH-CODE.
           PERFORM L4-TEAM-LOOKUP.
           IF NOT TEAM-FOUND AND TEAM-COUNT < 25
               ADD 1 TO TEAM-COUNT
               SET TEAM-IDX TO TEAM-COUNT
               MOVE OH-TEAM TO TEAM-CODE(TEAM-IDX)
               MOVE 'NOT ON TEAM MASTER' TO TEAM-NAME(TEAM-IDX)
               MOVE 0 TO TEAM-SELLERS(TEAM-IDX)
               MOVE 0 TO TEAM-ORDERS(TEAM-IDX)
               MOVE 0 TO TEAM-CASES(TEAM-IDX)
               MOVE 0 TO TEAM-SALES(TEAM-IDX)
               MOVE 'T' TO TEAM-FOUND-FLAG
           END-IF.
           IF TEAM-FOUND
               ADD 1             TO TEAM-ORDERS(TEAM-IDX)
               ADD OH-CASES TO TEAM-CASES(TEAM-IDX)
               ADD OH-TOTAL TO TEAM-SALES(TEAM-IDX)
           END-IF.
           COMPUTE PM-ROW = OH-POP + 1.
           ADD 1             TO PM-ORDERS(PM-ROW).
           ADD OH-CASES TO PM-CASES(PM-ROW).
           ADD OH-TOTAL TO PM-SALES(PM-ROW).
           ADD 1             TO CLUB-ORDERS.
           ADD OH-CASES TO CLUB-CASES.
           ADD OH-TOTAL TO CLUB-SALES.

      *Every envelope with a numeric seller and amount counts, whatever
      *its date, as in the consolidation run and on the guardian
      *statement.
       L3-LOAD-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAY-FILE-STATUS = '00'
               PERFORM L4-READ-PAYMENT
               PERFORM L4-POST-PAYMENT
                   UNTIL PAY-END-OF-FILE
               CLOSE PAYMENTS-FILE
           END-IF.

       L4-READ-PAYMENT.
           READ PAYMENTS-FILE
               AT END
                   MOVE 'T' TO PAY-EOF.

       L4-POST-PAYMENT.
           MOVE PAY-REC TO PAYMENT-IN-HAND.
           PERFORM L5-TOTAL-PAYMENT.
           PERFORM L4-READ-PAYMENT.

       L5-TOTAL-PAYMENT.
           ADD 1 TO PAY-RECS-READ.
           IF PH-TYPE NOT = 'H'
               IF PH-SELLER IS NUMERIC
                       AND PH-AMOUNT IS NUMERIC
                   COMPUTE SLR-ROW = PH-SELLER + 1
                   IF NOT SLR-IS-ACTIVE(SLR-ROW)
                       MOVE 'Y' TO SLR-ACTIVE(SLR-ROW)
                       ADD 1 TO SLR-ACTIVE-COUNT
                       IF SLR-ON-ROSTER(SLR-ROW) NOT = 'Y'
                           MOVE 'OFF ROSTER' TO SLR-LNAME(SLR-ROW)
                       END-IF
                   END-IF
                   ADD PH-AMOUNT TO SLR-PAID(SLR-ROW)
               END-IF
           END-IF.

       L3-LOAD-DELIVERY-RESULTS.
           OPEN INPUT DELIVERY-RESULTS.
           IF DLV-FILE-STATUS = '00'
               PERFORM L4-READ-DELIVERY
               PERFORM L4-POST-DELIVERY
                   UNTIL DLV-END-OF-FILE
               CLOSE DELIVERY-RESULTS
           END-IF.

       L4-READ-DELIVERY.
           READ DELIVERY-RESULTS
               AT END
                   MOVE 'T' TO DLV-EOF.

      *Every stop not keyed delivered is still open, whether or not it
      *still names an order on file.
       L4-POST-DELIVERY.
           ADD 1 TO DLV-RECS-READ.
           IF DLV-REC-DELIVERED NOT = 'Y'
               ADD 1 TO DLV-OPEN-STOPS
               IF SEA-FILE-OPEN
                   PERFORM L5-CREDIT-UNDELIVERED
               END-IF
           END-IF.
           PERFORM L4-READ-DELIVERY.

      *Reads the season orders on the buyer key for the stop's buyer,
      *crediting every latest-week order for the same team and ZIP.
       L5-CREDIT-UNDELIVERED.
           MOVE DLV-REC-LNAME   TO STOP-LNAME.
           MOVE DLV-REC-FNAME   TO STOP-FNAME.
           MOVE DLV-REC-ADDRESS TO STOP-ADDRESS.
           MOVE STOP-BUYER TO SEA-REC-BUYER.
           MOVE 'F' TO MATCH-EOF.
           START SEASON-ORDERS
               KEY IS EQUAL TO SEA-REC-BUYER
               INVALID KEY
                   MOVE 'T' TO MATCH-EOF
           END-START.
           IF NOT MATCH-DONE
               PERFORM L6-READ-STOP-ORDER
           END-IF.
           PERFORM L6-CHECK-STOP-ORDER
               UNTIL MATCH-DONE.

       L6-READ-STOP-ORDER.
           READ SEASON-ORDERS NEXT RECORD
               AT END
                   MOVE 'T' TO MATCH-EOF.
           IF NOT MATCH-DONE
               IF SEA-REC-BUYER NOT = STOP-BUYER
                   MOVE 'T' TO MATCH-EOF
               END-IF
           END-IF.

       L6-CHECK-STOP-ORDER.
           IF SEA-REC-WEEK = SEA-LAST-WEEK
                   AND SEA-REC-TEAM = DLV-REC-TEAM
                   AND SEA-REC-ZIP = DLV-REC-ZIP
               COMPUTE SLR-ROW = SEA-REC-SELLER + 1
               ADD SEA-REC-TOTAL TO SLR-UNDELIV(SLR-ROW)
           END-IF.
           PERFORM L6-READ-STOP-ORDER.

      *Totals every valid credit memo on DEPRETRN.DAT by division, as
      *CBLGMH10 does, against what DEPCTL.DAT says it has journaled.
      *Refunds not yet journaled would be lost when both are reset.
       L3-LOAD-DEPOSIT-RETURNS.
           OPEN INPUT DEPOSIT-TRANS.
           IF DEP-FILE-STATUS = '00'
               PERFORM L4-READ-DEPOSIT
               PERFORM L4-POST-DEPOSIT
                   UNTIL DEP-END-OF-FILE
               CLOSE DEPOSIT-TRANS
           END-IF.
           OPEN INPUT DEPOSIT-CONTROL.
           IF DCTL-FILE-STATUS = '00'
               READ DEPOSIT-CONTROL
               IF DCTL-FILE-STATUS = '00'
                   MOVE DCTL-FIVE-JOURNALED TO DEP-FIVE-JOURNALED
                   MOVE DCTL-TEN-JOURNALED  TO DEP-TEN-JOURNALED
                   MOVE DCTL-LAST-DATE      TO DEP-LAST-DATE
               END-IF
               CLOSE DEPOSIT-CONTROL
           END-IF.
           IF DEP-FIVE-REFUNDED > DEP-FIVE-JOURNALED
                   OR DEP-TEN-REFUNDED > DEP-TEN-JOURNALED
               MOVE 'T' TO DEP-PENDING-FLAG
           END-IF.

       L4-READ-DEPOSIT.
           READ DEPOSIT-TRANS
               AT END
                   MOVE 'T' TO DEP-EOF.

       L4-POST-DEPOSIT.
           ADD 1 TO DEP-RECS-READ.
           IF DEP-REC-ACTION = 'M'
                   AND DEP-REC-DATE IS NUMERIC
                   AND DEP-REC-DATE NOT = '00000000'
                   AND DEP-REC-AMOUNT IS NUMERIC
                   AND DEP-REC-AMOUNT NOT = '000000000'
                   AND DEP-REC-REF NOT = SPACES
               IF DEP-REC-DIVISION = '05'
                   ADD DEP-REC-AMOUNT-N TO DEP-FIVE-REFUNDED
               ELSE
                   IF DEP-REC-DIVISION = '10'
                       ADD DEP-REC-AMOUNT-N TO DEP-TEN-REFUNDED
                   END-IF
               END-IF
           END-IF.
           PERFORM L4-READ-DEPOSIT.

      *A STOCKOH.NEW that CBLGMH09 finished but CBLGMH15 never promoted
      *holds last season's counts, so the close voids it.
       L3-READ-STOCK-RUN-CONTROL.
           OPEN INPUT STOCK-RUN-CONTROL.
           IF NCT-FILE-STATUS = '00'
               MOVE SPACES TO NCT-HOLD
               READ STOCK-RUN-CONTROL INTO NCT-HOLD
               IF NCT-FILE-STATUS = '00' AND NCT-STATUS = 'C'
                   MOVE 'T' TO NCT-PENDING-FLAG
               END-IF
               CLOSE STOCK-RUN-CONTROL
           END-IF.

      *The close that stopped had already counted back every archive
      *and finalized SLRHIST, so the orders, payments and stock codes
      *come from their archives, and each seller's undelivered credit
      *is what was sold less the finalized season total.
       L3-GATHER-FROM-ARCHIVES.
           MOVE 'SORD' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-INPUT.
           IF ARC-FILE-STATUS = '00'
               PERFORM L4-TOTAL-ARCHIVED-ORDER
                   UNTIL ARC-END-OF-FILE
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'PAYM' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-INPUT.
           IF ARC-FILE-STATUS = '00'
               PERFORM L4-TOTAL-ARCHIVED-PAYMENT
                   UNTIL ARC-END-OF-FILE
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'STCK' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-INPUT.
           IF ARC-FILE-STATUS = '00'
               PERFORM L4-HOLD-ARCHIVED-STOCK
                   UNTIL ARC-END-OF-FILE
               CLOSE ARCHIVE-FILE
           END-IF.
           OPEN INPUT SELLER-HISTORY.
           IF HIST-FILE-STATUS = '00'
               MOVE CLOSE-SEASON TO HIST-REC-SEASON
               MOVE 0            TO HIST-REC-NUMBER
               MOVE 'F' TO HIST-EOF
               START SELLER-HISTORY
                   KEY IS NOT LESS THAN HIST-REC-KEY
                   INVALID KEY
                       MOVE 'T' TO HIST-EOF
               END-START
               IF NOT HIST-END-OF-FILE
                   PERFORM L3-READ-HISTORY
               END-IF
               PERFORM L4-CREDIT-FROM-HISTORY
                   UNTIL HIST-END-OF-FILE
               CLOSE SELLER-HISTORY
           END-IF.

       L4-OPEN-ARCHIVE-INPUT.
           MOVE 'F' TO ARC-EOF.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-FILE-STATUS = '00'
               PERFORM L5-READ-ARCHIVE
           END-IF.

       L4-TOTAL-ARCHIVED-ORDER.
           MOVE ARC-REC TO ORDER-IN-HAND.
           PERFORM L4-POST-SEASON-ORDER.
           PERFORM L5-READ-ARCHIVE.

       L4-TOTAL-ARCHIVED-PAYMENT.
           MOVE ARC-REC TO PAYMENT-IN-HAND.
           PERFORM L5-TOTAL-PAYMENT.
           PERFORM L5-READ-ARCHIVE.

       L4-HOLD-ARCHIVED-STOCK.
           IF STK-COUNT < 100
               ADD 1 TO STK-COUNT
               MOVE ARC-REC(1:2) TO STK-CODE(STK-COUNT)
               MOVE ARC-REC(3:6) TO STK-AVAIL(STK-COUNT)
           END-IF.
           PERFORM L5-READ-ARCHIVE.

       L4-CREDIT-FROM-HISTORY.
           IF HIST-REC-SEASON NOT = CLOSE-SEASON
               MOVE 'T' TO HIST-EOF
           ELSE
               COMPUTE SLR-ROW = HIST-REC-NUMBER + 1
               IF SLR-SOLD(SLR-ROW) > HIST-REC-TOTAL
                   COMPUTE SLR-UNDELIV(SLR-ROW) =
                       SLR-SOLD(SLR-ROW) - HIST-REC-TOTAL
               END-IF
               PERFORM L3-READ-HISTORY
           END-IF.

      ******************************************************************
      *Decides whether the season may close, printing what is still    *
      *outstanding either way. An already-closed season, or one with   *
      *no orders left to close, is refused outright; sellers owing,    *
      *open stops, a pending checkpoint, unjournaled refunds and an    *
      *unpromoted stock count are refused unless the override was      *
      *given. A resumed close carries the override it started under.   *
      ******************************************************************
       L2-CHECK-CLOSE.
           MOVE OUTSTANDING-HEADING TO SECTION-HEADING.
           MOVE OWING-COL-HEADING TO SECTION-COL-HEADING.
           WRITE CLS-PRTLINE FROM OUTSTANDING-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE CLS-PRTLINE FROM OWING-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L3-CHECK-SELLER-OWES
               VARYING SLR-IDX FROM 1 BY 1
                   UNTIL SLR-IDX > 10000.
           IF OWING-COUNT > 0
               MOVE OWING-COUNT TO OT-COUNT
               MOVE OWING-TOTAL TO OT-TOTAL
               WRITE CLS-PRTLINE FROM OWING-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO OUTSTANDING-FLAG
           END-IF.
           IF DLV-OPEN-STOPS > 0
               MOVE DLV-OPEN-STOPS TO OS-COUNT
               WRITE CLS-PRTLINE FROM OPEN-STOPS-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO OUTSTANDING-FLAG
           END-IF.
           IF CKPT-PENDING
               WRITE CLS-PRTLINE FROM CKPT-PENDING-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO OUTSTANDING-FLAG
           END-IF.
           IF DEP-REFUNDS-PENDING
               WRITE CLS-PRTLINE FROM DEPOSIT-PENDING-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO OUTSTANDING-FLAG
           END-IF.
           IF STOCK-NEW-PENDING
               WRITE CLS-PRTLINE FROM STOCK-PENDING-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'T' TO OUTSTANDING-FLAG
           END-IF.
           IF NOT ITEMS-OUTSTANDING
               WRITE CLS-PRTLINE FROM NOTHING-OUTSTANDING-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF CLOSE-RESUMED
               MOVE LAST-OVERRIDE   TO OVERRIDE-SW
               MOVE LAST-AUTHORIZED TO CLOSE-AUTHORIZED
               WRITE CLS-PRTLINE FROM RESUME-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.
           IF LAST-CLOSED-SEASON NOT < CLOSE-SEASON
                   AND LAST-CLOSE-STATUS = 'C'
               MOVE 'T' TO REFUSE-FLAG
               MOVE 'THIS SEASON HAS ALREADY BEEN CLOSED.' TO RF-REASON
           ELSE
               IF SEA-ORDERS-READ = 0
                   MOVE 'T' TO REFUSE-FLAG
                   MOVE 'NO SEASON ORDERS ON FILE - NOTHING TO CLOSE.'
                       TO RF-REASON
                   IF CLOSE-RESUMED
                       MOVE 'SEASONOR IS EMPTY AND SO IS ITS ARCHIVE.'
                           TO RF-REASON
                   END-IF
               ELSE
                   IF ITEMS-OUTSTANDING AND NOT OVERRIDE-GIVEN
                           AND NOT CLOSE-RESUMED
                       MOVE 'T' TO REFUSE-FLAG
                       MOVE 'ITEMS OUTSTANDING AND NO OVERRIDE GIVEN.'
                           TO RF-REASON
                   END-IF
               END-IF
           END-IF.
           IF CLOSE-REFUSED
               WRITE CLS-PRTLINE FROM REFUSED-LINE
                   AFTER ADVANCING 3 LINES
               WRITE CLS-PRTLINE FROM NOTHING-CHANGED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF ITEMS-OUTSTANDING AND OVERRIDE-GIVEN
                   MOVE CLOSE-AUTHORIZED TO OV-AUTHORIZED
                   WRITE CLS-PRTLINE FROM OVERRIDE-LINE
                       AFTER ADVANCING 3 LINES
               END-IF
           END-IF.

      *The guardian statement's balance: sold, less undelivered orders
      *credited, less envelopes received.
       L3-CHECK-SELLER-OWES.
           IF SLR-IS-ACTIVE(SLR-IDX)
               COMPUTE SLR-BALANCE = SLR-SOLD(SLR-IDX)
                   - SLR-UNDELIV(SLR-IDX) - SLR-PAID(SLR-IDX)
               ADD SLR-UNDELIV(SLR-IDX) TO CLUB-UNDELIV
               ADD SLR-PAID(SLR-IDX)    TO CLUB-PAID
               ADD SLR-BALANCE          TO CLUB-BALANCE
               IF SLR-BALANCE > 0
                   ADD 1 TO OWING-COUNT
                   ADD SLR-BALANCE TO OWING-TOTAL
                   MOVE SPACES TO OWING-LINE
                   SET SLR-ROW TO SLR-IDX
                   COMPUTE OW-SELLER = SLR-ROW - 1
                   PERFORM L4-SET-SELLER-NAME
                   MOVE SLR-TEAM(SLR-IDX)    TO OW-TEAM
                   MOVE SLR-SOLD(SLR-IDX)    TO OW-SOLD
                   MOVE SLR-UNDELIV(SLR-IDX) TO OW-UNDELIV
                   MOVE SLR-PAID(SLR-IDX)    TO OW-PAID
                   MOVE SLR-BALANCE          TO OW-BALANCE
                   WRITE CLS-PRTLINE FROM OWING-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L3-PAGE-HEADINGS
               END-IF
           END-IF.

       L4-SET-SELLER-NAME.
           MOVE SPACES TO OW-NAME.
           STRING SLR-LNAME(SLR-IDX) DELIMITED BY '  '
                  ', '               DELIMITED BY SIZE
                  SLR-FNAME(SLR-IDX) DELIMITED BY '  '
               INTO OW-NAME
           END-STRING.

      ******************************************************************
      *Copies each season file to its archive under the season year    *
      *and counts every archive back. Stamps SEASCTL.DAT S first, so a *
      *rerun knows a close of the season was started; nothing is       *
      *archived if the stamp cannot be written.                        *
      ******************************************************************
       L2-ARCHIVE-SEASON.
           MOVE 'S' TO SCC-NEW-STATUS.
           PERFORM L3-WRITE-CLOSE-CONTROL.
           IF NOT ARCHIVE-OK
               WRITE CLS-PRTLINE FROM STAMP-FAILED-LINE
                   AFTER ADVANCING 3 LINES
               PERFORM L3-PRINT-RESULTS
           ELSE
               PERFORM L3-ARCHIVE-SEASON-ORDERS
               PERFORM L3-ARCHIVE-PAYMENTS
               PERFORM L3-ARCHIVE-DELIVERY-RESULTS
               PERFORM L3-ARCHIVE-RUN-LOG
               PERFORM L3-ARCHIVE-STOCK
               PERFORM L3-ARCHIVE-PURCHASE-ORDERS
               PERFORM L3-ARCHIVE-DEPOSIT-RETURNS
               IF NOT ARCHIVE-OK
                   WRITE CLS-PRTLINE FROM ARCHIVE-FAILED-LINE
                       AFTER ADVANCING 3 LINES
                   PERFORM L3-PRINT-RESULTS
               END-IF
           END-IF.

       L3-ARCHIVE-SEASON-ORDERS.
           MOVE 'SORD' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-OUTPUT.
           MOVE LOW-VALUES TO SEA-REC-KEY.
           MOVE 'F' TO SEA-EOF.
           START SEASON-ORDERS
               KEY IS NOT LESS THAN SEA-REC-KEY
               INVALID KEY
                   MOVE 'T' TO SEA-EOF
           END-START.
           IF NOT SEA-END-OF-FILE
               PERFORM L3-READ-SEASON
           END-IF.
           PERFORM L4-ARCHIVE-ONE-ORDER
               UNTIL SEA-END-OF-FILE.
           IF ARC-WRITING
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'SEASONOR.DAT' TO RES-FILE.
           MOVE SEA-ORDERS-READ TO ARC-READ.
           PERFORM L4-CHECK-ARCHIVE.

       L4-ARCHIVE-ONE-ORDER.
           IF ARC-WRITING
               MOVE SEA-REC TO ARC-REC
               WRITE ARC-REC
           END-IF.
           ADD 1 TO ARC-WRITTEN.
           PERFORM L3-READ-SEASON.

       L3-ARCHIVE-PAYMENTS.
           MOVE 'PAYM' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-OUTPUT.
           MOVE 'F' TO PAY-EOF.
           OPEN INPUT PAYMENTS-FILE.
           IF PAY-FILE-STATUS = '00'
               PERFORM L4-READ-PAYMENT
               PERFORM L4-ARCHIVE-ONE-PAYMENT
                   UNTIL PAY-END-OF-FILE
               CLOSE PAYMENTS-FILE
           END-IF.
           IF ARC-WRITING
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'PAYMENTS.DAT' TO RES-FILE.
           MOVE PAY-RECS-READ TO ARC-READ.
           PERFORM L4-CHECK-ARCHIVE.

       L4-ARCHIVE-ONE-PAYMENT.
           IF ARC-WRITING
               MOVE PAY-REC TO ARC-REC
               WRITE ARC-REC
           END-IF.
           ADD 1 TO ARC-WRITTEN.
           PERFORM L4-READ-PAYMENT.

       L3-ARCHIVE-DELIVERY-RESULTS.
           MOVE 'DLVR' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-OUTPUT.
           MOVE 'F' TO DLV-EOF.
           OPEN INPUT DELIVERY-RESULTS.
           IF DLV-FILE-STATUS = '00'
               PERFORM L4-READ-DELIVERY
               PERFORM L4-ARCHIVE-ONE-DELIVERY
                   UNTIL DLV-END-OF-FILE
               CLOSE DELIVERY-RESULTS
           END-IF.
           IF ARC-WRITING
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'DLVRESLT.DAT' TO RES-FILE.
           MOVE DLV-RECS-READ TO ARC-READ.
           PERFORM L4-CHECK-ARCHIVE.

       L4-ARCHIVE-ONE-DELIVERY.
           IF ARC-WRITING
               MOVE DLV-REC TO ARC-REC
               WRITE ARC-REC
           END-IF.
           ADD 1 TO ARC-WRITTEN.
           PERFORM L4-READ-DELIVERY.

      *The run log was not read in the gather pass, so its archive is
      *only checked against what was copied.
       L3-ARCHIVE-RUN-LOG.
           MOVE 'RLOG' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-OUTPUT.
           OPEN INPUT RUN-LOG.
           IF LOG-FILE-STATUS = '00'
               READ RUN-LOG
                   AT END
                       MOVE '10' TO LOG-FILE-STATUS
               END-READ
               PERFORM L4-ARCHIVE-ONE-LOG
                   UNTIL LOG-FILE-STATUS NOT = '00'
               CLOSE RUN-LOG
           END-IF.
           IF ARC-WRITING
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'RUNLOG.DAT' TO RES-FILE.
           MOVE ARC-WRITTEN TO ARC-READ.
           PERFORM L4-CHECK-ARCHIVE.

       L4-ARCHIVE-ONE-LOG.
           IF ARC-WRITING
               MOVE LOG-REC TO ARC-REC
               WRITE ARC-REC
           END-IF.
           ADD 1 TO ARC-WRITTEN.
           READ RUN-LOG
               AT END
                   MOVE '10' TO LOG-FILE-STATUS
           END-READ.

      *The stock counts are held in STOCK-TABLE as they are archived,
      *so the reset can write every code back with a zero count.
       L3-ARCHIVE-STOCK.
           MOVE 'STCK' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-OUTPUT.
           OPEN INPUT STOCK-FILE.
           IF STK-FILE-STATUS = '00'
               PERFORM L4-READ-STOCK
               PERFORM L4-ARCHIVE-ONE-STOCK
                   UNTIL STK-END-OF-FILE
               CLOSE STOCK-FILE
           END-IF.
           IF ARC-WRITING
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'STOCKOH.DAT' TO RES-FILE.
           MOVE ARC-WRITTEN TO ARC-READ.
           PERFORM L4-CHECK-ARCHIVE.

       L4-READ-STOCK.
           READ STOCK-FILE
               AT END
                   MOVE 'T' TO STK-EOF.

       L4-ARCHIVE-ONE-STOCK.
           IF ARC-WRITING
               MOVE STK-REC TO ARC-REC
               WRITE ARC-REC
           END-IF.
           ADD 1 TO ARC-WRITTEN.
           IF STK-COUNT < 100
               ADD 1 TO STK-COUNT
               MOVE STK-REC-CODE  TO STK-CODE(STK-COUNT)
               MOVE STK-REC-AVAIL TO STK-AVAIL(STK-COUNT)
           END-IF.
           PERFORM L4-READ-STOCK.

      *The PO file was not read in the gather pass either. Every PO
      *goes, outstanding or not: CBLGMH09 only ever receives against
      *the season the POs were raised in.
       L3-ARCHIVE-PURCHASE-ORDERS.
           MOVE 'PURC' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-OUTPUT.
           MOVE 'F' TO PUR-EOF.
           OPEN INPUT PURCHASE-ORDERS.
           IF PUR-FILE-STATUS = '00'
               PERFORM L4-READ-PURCHASE-ORDER
               PERFORM L4-ARCHIVE-ONE-PURCHASE-ORDER
                   UNTIL PUR-END-OF-FILE
               CLOSE PURCHASE-ORDERS
           END-IF.
           IF ARC-WRITING
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'PURCHORD.DAT' TO RES-FILE.
           MOVE ARC-WRITTEN TO ARC-READ.
           PERFORM L4-CHECK-ARCHIVE.

       L4-READ-PURCHASE-ORDER.
           READ PURCHASE-ORDERS
               AT END
                   MOVE 'T' TO PUR-EOF.

       L4-ARCHIVE-ONE-PURCHASE-ORDER.
           IF ARC-WRITING
               MOVE PUR-REC TO ARC-REC
               WRITE ARC-REC
           END-IF.
           ADD 1 TO ARC-WRITTEN.
           PERFORM L4-READ-PURCHASE-ORDER.

       L3-ARCHIVE-DEPOSIT-RETURNS.
           MOVE 'DEPR' TO ARC-PREFIX.
           PERFORM L4-OPEN-ARCHIVE-OUTPUT.
           MOVE 'F' TO DEP-EOF.
           OPEN INPUT DEPOSIT-TRANS.
           IF DEP-FILE-STATUS = '00'
               PERFORM L4-READ-DEPOSIT
               PERFORM L4-ARCHIVE-ONE-DEPOSIT
                   UNTIL DEP-END-OF-FILE
               CLOSE DEPOSIT-TRANS
           END-IF.
           IF ARC-WRITING
               CLOSE ARCHIVE-FILE
           END-IF.
           MOVE 'DEPRETRN.DAT' TO RES-FILE.
           MOVE DEP-RECS-READ TO ARC-READ.
           PERFORM L4-CHECK-ARCHIVE.

       L4-ARCHIVE-ONE-DEPOSIT.
           IF ARC-WRITING
               MOVE DEP-REC TO ARC-REC
               WRITE ARC-REC
           END-IF.
           ADD 1 TO ARC-WRITTEN.
           PERFORM L4-READ-DEPOSIT.

      *An archive already on file - left by a close that stopped - is
      *never written over. It is counted as it stands and the file is
      *only read past it, so it is kept if it holds the file whole.
      *Only a missing archive is created.
       L4-OPEN-ARCHIVE-OUTPUT.
           MOVE 0 TO ARC-WRITTEN.
           MOVE 0 TO ARC-COUNTED.
           MOVE SPACES TO ARC-OPEN-STATUS.
           PERFORM L4-OPEN-ARCHIVE-INPUT.
           IF ARC-FILE-STATUS = '00'
               MOVE 'K' TO ARC-MODE
               PERFORM L5-COUNT-ARCHIVE
                   UNTIL ARC-END-OF-FILE
               CLOSE ARCHIVE-FILE
           ELSE
               IF ARC-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               IF ARC-FILE-STATUS = '00'
                   MOVE 'W' TO ARC-MODE
               ELSE
                   MOVE 'X' TO ARC-MODE
                   MOVE ARC-FILE-STATUS TO ARC-OPEN-STATUS
               END-IF
           END-IF.

      *Reads the archive just written back and counts it. It must hold
      *every record the file held; otherwise nothing will be reset.
       L4-CHECK-ARCHIVE.
           MOVE SPACES TO RES-ACTION.
           IF ARC-WRITING
               PERFORM L4-OPEN-ARCHIVE-INPUT
               IF ARC-FILE-STATUS = '00'
                   PERFORM L5-COUNT-ARCHIVE
                       UNTIL ARC-END-OF-FILE
                   CLOSE ARCHIVE-FILE
               END-IF
               STRING 'ARCHIVED TO ' DELIMITED BY SIZE
                      ARC-FILE-NAME(22:12) DELIMITED BY SIZE
                   INTO RES-ACTION
               END-STRING
           END-IF.
           IF ARC-KEPT
               STRING 'ALREADY ON FILE AS ' DELIMITED BY SIZE
                      ARC-FILE-NAME(22:12) DELIMITED BY SIZE
                      ' - KEPT'            DELIMITED BY SIZE
                   INTO RES-ACTION
               END-STRING
           END-IF.
           MOVE ARC-COUNTED TO RES-RECS.
           IF ARC-NOT-OPENED
               MOVE 'F' TO ARCHIVE-FLAG
               STRING 'ARCHIVE NOT OPENED - FILE STATUS '
                          DELIMITED BY SIZE
                      ARC-OPEN-STATUS DELIMITED BY SIZE
                   INTO RES-ACTION
               END-STRING
           ELSE
               IF ARC-COUNTED NOT = ARC-READ
                       OR ARC-WRITTEN NOT = ARC-READ
                   MOVE 'F' TO ARCHIVE-FLAG
                   IF ARC-KEPT
                       MOVE 'ON FILE, DOES NOT MATCH - NOT REPLACED'
                           TO RES-ACTION
                   ELSE
                       MOVE 'ARCHIVE DID NOT COUNT BACK - NOT RESET'
                           TO RES-ACTION
                   END-IF
               END-IF
           END-IF.
           PERFORM L4-ADD-RESULT.

       L5-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'T' TO ARC-EOF.

       L5-COUNT-ARCHIVE.
           ADD 1 TO ARC-COUNTED.
           PERFORM L5-READ-ARCHIVE.

       L4-ADD-RESULT.
           IF RESULT-COUNT < 30
               ADD 1 TO RESULT-COUNT
               MOVE RES-FILE   TO RT-FILE(RESULT-COUNT)
               MOVE RES-ACTION TO RT-ACTION(RESULT-COUNT)
               MOVE RES-RECS   TO RT-RECS(RESULT-COUNT)
           END-IF.

      ******************************************************************
      *Finalizes the season on SLRHIST.DAT: every record already held  *
      *for the season is replaced by the season's final figure for     *
      *each seller who sold - what was sold less what was credited     *
      *back undelivered - the same drop-and-write CBLGMH06 uses, so    *
      *the next season's comparison reads the final total. A record    *
      *SLRHIST will not drop or take stops the finalizing there, and   *
      *nothing is reset, so a rerun starts the close over.             *
      ******************************************************************
       L2-FINALIZE-HISTORY.
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
           MOVE CLOSE-SEASON TO HIST-REC-SEASON.
           MOVE 0            TO HIST-REC-NUMBER.
           MOVE 'F' TO HIST-EOF.
           START SELLER-HISTORY
               KEY IS NOT LESS THAN HIST-REC-KEY
               INVALID KEY
                   MOVE 'T' TO HIST-EOF
           END-START.
           IF NOT HIST-END-OF-FILE
               PERFORM L3-READ-HISTORY
           END-IF.
           PERFORM L3-DROP-SEASON-RECORD
               UNTIL HIST-END-OF-FILE.
           PERFORM L3-WRITE-SEASON-RECORD
               VARYING SLR-IDX FROM 1 BY 1
                   UNTIL SLR-IDX > 10000 OR NOT FINALIZE-OK.
           CLOSE SELLER-HISTORY.
           MOVE 'SLRHIST.DAT' TO RES-FILE.
           MOVE HIST-WRITTEN TO RES-RECS.
           IF FINALIZE-OK
               MOVE 'SEASON TOTALS FINALIZED' TO RES-ACTION
           ELSE
               MOVE SPACES TO RES-ACTION
               STRING 'NOT FINALIZED - FILE STATUS ' DELIMITED BY SIZE
                      HIST-FAIL-STATUS               DELIMITED BY SIZE
                   INTO RES-ACTION
               END-STRING
           END-IF.
           PERFORM L4-ADD-RESULT.

       L3-READ-HISTORY.
           READ SELLER-HISTORY NEXT RECORD
               AT END
                   MOVE 'T' TO HIST-EOF.

       L3-DROP-SEASON-RECORD.
           IF HIST-REC-SEASON NOT = CLOSE-SEASON
               MOVE 'T' TO HIST-EOF
           ELSE
               DELETE SELLER-HISTORY RECORD
               IF HIST-FILE-STATUS = '00'
                   PERFORM L3-READ-HISTORY
               ELSE
                   PERFORM L4-FINALIZE-FAILED
                   MOVE 'T' TO HIST-EOF
               END-IF
           END-IF.

       L3-WRITE-SEASON-RECORD.
           IF SLR-SOLD(SLR-IDX) > 0
               SET SLR-ROW TO SLR-IDX
               MOVE CLOSE-SEASON          TO HIST-REC-SEASON
               COMPUTE HIST-REC-NUMBER = SLR-ROW - 1
               MOVE SLR-LNAME(SLR-IDX)    TO HIST-REC-LNAME
               MOVE SLR-FNAME(SLR-IDX)    TO HIST-REC-FNAME
               COMPUTE HIST-REC-TOTAL =
                   SLR-SOLD(SLR-IDX) - SLR-UNDELIV(SLR-IDX)
               WRITE HIST-REC
                   INVALID KEY
                       REWRITE HIST-REC
               END-WRITE
               IF HIST-FILE-STATUS = '00'
                   ADD 1 TO HIST-WRITTEN
               ELSE
                   PERFORM L4-FINALIZE-FAILED
               END-IF
           END-IF.

       L4-FINALIZE-FAILED.
           MOVE 'F'              TO FINALIZE-FLAG.
           MOVE HIST-FILE-STATUS TO HIST-FAIL-STATUS.

      ******************************************************************
      *Empties the weekly files, zeros the stock counts and resets the *
      *deposit files for the new season, then stamps the close complete*
      *on SEASCTL.DAT - but only if every file was reset. SEASONOR     *
      *goes first and nothing else is touched if it cannot be emptied, *
      *so a rerun finds the season as it was and starts over; once it  *
      *is empty, a rerun resumes here.                                 *
      ******************************************************************
       L2-RESET-FILES.
           IF SEA-FILE-OPEN
               CLOSE SEASON-ORDERS
               MOVE 'F' TO SEA-OPEN-FLAG
           END-IF.
           MOVE 'SEASONOR.DAT' TO RES-FILE.
           OPEN OUTPUT SEASON-ORDERS.
           MOVE SEA-FILE-STATUS TO RES-STATUS.
           IF SEA-FILE-STATUS = '00'
               CLOSE SEASON-ORDERS
           END-IF.
           PERFORM L3-RESET-RESULT.
           IF RESET-OK
               PERFORM L3-RESET-WEEKLY-FILES
               PERFORM L3-RESET-STOCK
               PERFORM L3-RESET-DEPOSITS
           END-IF.
           IF RESET-OK
               MOVE 'C' TO SCC-NEW-STATUS
               PERFORM L3-WRITE-CLOSE-CONTROL
           END-IF.

       L3-RESET-WEEKLY-FILES.
           MOVE 'PAYMENTS.DAT' TO RES-FILE.
           OPEN OUTPUT PAYMENTS-FILE.
           MOVE PAY-FILE-STATUS TO RES-STATUS.
           IF PAY-FILE-STATUS = '00'
               CLOSE PAYMENTS-FILE
           END-IF.
           PERFORM L3-RESET-RESULT.
           MOVE 'DLVRESLT.DAT' TO RES-FILE.
           OPEN OUTPUT DELIVERY-RESULTS.
           MOVE DLV-FILE-STATUS TO RES-STATUS.
           IF DLV-FILE-STATUS = '00'
               CLOSE DELIVERY-RESULTS
           END-IF.
           PERFORM L3-RESET-RESULT.
           MOVE 'CANCELS.DAT' TO RES-FILE.
           OPEN OUTPUT CANCEL-FILE.
           MOVE CAN-FILE-STATUS TO RES-STATUS.
           IF CAN-FILE-STATUS = '00'
               CLOSE CANCEL-FILE
           END-IF.
           PERFORM L3-RESET-RESULT.
           MOVE 'CKPT.DAT' TO RES-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE CKPT-FILE-STATUS TO RES-STATUS.
           IF CKPT-FILE-STATUS = '00'
               CLOSE CHECKPOINT-FILE
           END-IF.
           PERFORM L3-RESET-RESULT.
           MOVE 'REJECTS.DAT' TO RES-FILE.
           OPEN OUTPUT REJECT-FILE.
           MOVE REJ-FILE-STATUS TO RES-STATUS.
           IF REJ-FILE-STATUS = '00'
               CLOSE REJECT-FILE
           END-IF.
           PERFORM L3-RESET-RESULT.
           MOVE 'RUNLOG.DAT' TO RES-FILE.
           OPEN OUTPUT RUN-LOG.
           MOVE LOG-FILE-STATUS TO RES-STATUS.
           IF LOG-FILE-STATUS = '00'
               CLOSE RUN-LOG
           END-IF.
           PERFORM L3-RESET-RESULT.

       L3-RESET-RESULT.
           MOVE 0 TO RES-RECS.
           IF RES-STATUS = '00'
               MOVE 'EMPTIED FOR THE NEW SEASON' TO RES-ACTION
           ELSE
               PERFORM L4-RESET-FAILED
           END-IF.
           PERFORM L4-ADD-RESULT.

       L4-RESET-FAILED.
           MOVE 'F' TO RESET-FLAG.
           MOVE SPACES TO RES-ACTION.
           STRING 'NOT RESET - FILE STATUS ' DELIMITED BY SIZE
                  RES-STATUS                 DELIMITED BY SIZE
               INTO RES-ACTION
           END-STRING.

      *Every stock code is written back with a zero count, the PO file
      *is emptied, and a stock count run never promoted is marked void
      *on STOCKOH.AUD so CBLGMH15 will not promote last season's counts
      *or POs over the new.
       L3-RESET-STOCK.
           MOVE 'STOCKOH.DAT' TO RES-FILE.
           MOVE 0 TO RES-RECS.
           OPEN OUTPUT STOCK-FILE.
           IF STK-FILE-STATUS = '00'
               PERFORM L3-WRITE-ZERO-STOCK
                   VARYING STK-OUT-IDX FROM 1 BY 1
                       UNTIL STK-OUT-IDX > STK-COUNT
               CLOSE STOCK-FILE
               MOVE 'EVERY COUNT SET TO ZERO' TO RES-ACTION
               MOVE STK-COUNT TO RES-RECS
           ELSE
               MOVE STK-FILE-STATUS TO RES-STATUS
               PERFORM L4-RESET-FAILED
           END-IF.
           PERFORM L4-ADD-RESULT.
           MOVE 'PURCHORD.DAT' TO RES-FILE.
           OPEN OUTPUT PURCHASE-ORDERS.
           MOVE PUR-FILE-STATUS TO RES-STATUS.
           IF PUR-FILE-STATUS = '00'
               CLOSE PURCHASE-ORDERS
           END-IF.
           PERFORM L3-RESET-RESULT.
           IF STOCK-NEW-PENDING
               MOVE 'STOCKOH.AUD' TO RES-FILE
               MOVE 0 TO RES-RECS
               MOVE 'V' TO NCT-STATUS
               OPEN OUTPUT STOCK-RUN-CONTROL
               IF NCT-FILE-STATUS = '00'
                   WRITE NCT-REC FROM NCT-HOLD
                   CLOSE STOCK-RUN-CONTROL
                   MOVE 'UNPROMOTED STOCKOH.NEW VOIDED' TO RES-ACTION
               ELSE
                   MOVE NCT-FILE-STATUS TO RES-STATUS
                   PERFORM L4-RESET-FAILED
               END-IF
               PERFORM L4-ADD-RESULT
           END-IF.

      *DEPRETRN.DAT and DEPCTL.DAT move together: CBLGMH10 journals
      *the refunds on the one less what the other says is journaled,
      *so resetting either alone would hold back or repeat the next
      *2050 clearing entry. DEPCTL is not touched unless DEPRETRN was
      *emptied, and keeps the date of the last entry.
       L3-RESET-DEPOSITS.
           MOVE 'DEPRETRN.DAT' TO RES-FILE.
           OPEN OUTPUT DEPOSIT-TRANS.
           MOVE DEP-FILE-STATUS TO RES-STATUS.
           IF DEP-FILE-STATUS = '00'
               CLOSE DEPOSIT-TRANS
           END-IF.
           PERFORM L3-RESET-RESULT.
           MOVE 'DEPCTL.DAT' TO RES-FILE.
           MOVE 0 TO RES-RECS.
           IF DEP-FILE-STATUS NOT = '00'
               MOVE 'NOT RESET - DEPRETRN.DAT WAS NOT EMPTIED'
                   TO RES-ACTION
           ELSE
               OPEN OUTPUT DEPOSIT-CONTROL
               IF DCTL-FILE-STATUS = '00'
                   MOVE 0             TO DCTL-FIVE-JOURNALED
                   MOVE 0             TO DCTL-TEN-JOURNALED
                   MOVE DEP-LAST-DATE TO DCTL-LAST-DATE
                   WRITE DCTL-REC
                   CLOSE DEPOSIT-CONTROL
                   MOVE 'JOURNALED AMOUNTS SET TO ZERO' TO RES-ACTION
               ELSE
                   MOVE DCTL-FILE-STATUS TO RES-STATUS
                   PERFORM L4-RESET-FAILED
               END-IF
           END-IF.
           PERFORM L4-ADD-RESULT.

       L3-WRITE-ZERO-STOCK.
           MOVE STK-CODE(STK-OUT-IDX) TO STK-REC-CODE.
           MOVE 0                     TO STK-REC-AVAIL.
           WRITE STK-REC.

       L3-WRITE-CLOSE-CONTROL.
           MOVE CLOSE-SEASON     TO SCC-SEASON.
           MOVE SCC-NEW-STATUS   TO SCC-STATUS.
           MOVE RUN-DATE         TO SCC-DATE.
           MOVE RUN-TIME         TO SCC-TIME.
           MOVE OVERRIDE-SW      TO SCC-OVERRIDE.
           MOVE CLOSE-AUTHORIZED TO SCC-AUTHORIZED.
           OPEN OUTPUT CLOSE-CONTROL.
           MOVE SCC-FILE-STATUS TO RES-STATUS.
           IF SCC-FILE-STATUS = '00'
               WRITE SCC-REC
               MOVE SCC-FILE-STATUS TO RES-STATUS
               CLOSE CLOSE-CONTROL
           END-IF.
           IF RES-STATUS NOT = '00'
               PERFORM L4-CLOSE-CONTROL-FAILED
           END-IF.

      *The S stamp failing stops the archive; the C stamp failing
      *leaves the close to be rerun, as a failed reset does.
       L4-CLOSE-CONTROL-FAILED.
           IF SCC-NEW-STATUS = 'S'
               MOVE 'F' TO ARCHIVE-FLAG
           ELSE
               MOVE 'F' TO RESET-FLAG
           END-IF.
           MOVE 'SEASCTL.DAT' TO RES-FILE.
           MOVE 0             TO RES-RECS.
           MOVE SPACES        TO RES-ACTION.
           STRING 'NOT STAMPED '   DELIMITED BY SIZE
                  SCC-NEW-STATUS   DELIMITED BY SIZE
                  ' - FILE STATUS ' DELIMITED BY SIZE
                  RES-STATUS       DELIMITED BY SIZE
               INTO RES-ACTION
           END-STRING.
           PERFORM L4-ADD-RESULT.

      ******************************************************************
      *The close-out report for the annual meeting: season totals by   *
      *team, by seller and by product, each on its own page, then what *
      *the close archived and reset.                                   *
      ******************************************************************
       L2-CLOSE-OUT-REPORT.
           PERFORM L3-TEAM-TOTALS.
           PERFORM L3-SELLER-TOTALS.
           PERFORM L3-PRODUCT-TOTALS.
           PERFORM L3-PRINT-RESULTS.
           IF NOT FINALIZE-OK
               WRITE CLS-PRTLINE FROM FINALIZE-FAILED-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               IF RESET-OK
                   WRITE CLS-PRTLINE FROM NEW-SEASON-LINE
                       AFTER ADVANCING 3 LINES
               ELSE
                   WRITE CLS-PRTLINE FROM RESET-FAILED-LINE
                       AFTER ADVANCING 3 LINES
               END-IF
           END-IF.

      *A seller counts toward the team the roster puts them on - or,
      *for a seller not on the roster, the team on their orders.
       L3-TEAM-TOTALS.
           PERFORM L4-COUNT-TEAM-SELLER
               VARYING SLR-IDX FROM 1 BY 1
                   UNTIL SLR-IDX > 10000.
           MOVE TEAM-HEADING     TO SECTION-HEADING.
           MOVE TEAM-COL-HEADING TO SECTION-COL-HEADING.
           PERFORM L3-PAGE-HEADINGS.
           PERFORM L4-PRINT-TEAM-LINE
               VARYING TEAM-OUT-IDX FROM 1 BY 1
                   UNTIL TEAM-OUT-IDX > TEAM-COUNT.
           MOVE SPACES TO CLUB-TOTAL-LINE.
           MOVE 'CLUB TOTAL' TO CLUB-TOTAL-LINE(1:14).
           MOVE SLR-ACTIVE-COUNT TO CT-SELLERS.
           MOVE CLUB-ORDERS TO CT-ORDERS.
           MOVE CLUB-CASES  TO CT-CASES.
           MOVE CLUB-SALES  TO CT-SALES.
           WRITE CLS-PRTLINE FROM CLUB-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE CLUB-UNDELIV TO CM-UNDELIV.
           MOVE CLUB-PAID    TO CM-PAID.
           MOVE CLUB-BALANCE TO CM-BALANCE.
           WRITE CLS-PRTLINE FROM CLUB-MONEY-LINE
               AFTER ADVANCING 2 LINES.

       L4-COUNT-TEAM-SELLER.
           IF SLR-IS-ACTIVE(SLR-IDX)
               MOVE SLR-TEAM(SLR-IDX) TO TEAM-SEARCH-CODE
               PERFORM L4-TEAM-LOOKUP
               IF TEAM-FOUND
                   ADD 1 TO TEAM-SELLERS(TEAM-IDX)
               END-IF
           END-IF.

       L4-PRINT-TEAM-LINE.
           MOVE TEAM-CODE(TEAM-OUT-IDX)    TO TT-CODE.
           MOVE TEAM-NAME(TEAM-OUT-IDX)    TO TT-NAME.
           MOVE TEAM-SELLERS(TEAM-OUT-IDX) TO TT-SELLERS.
           MOVE TEAM-ORDERS(TEAM-OUT-IDX)  TO TT-ORDERS.
           MOVE TEAM-CASES(TEAM-OUT-IDX)   TO TT-CASES.
           MOVE TEAM-SALES(TEAM-OUT-IDX)   TO TT-SALES.
           WRITE CLS-PRTLINE FROM TEAM-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-PAGE-HEADINGS.

      *Every seller who sold or paid in, in seller number order.
       L3-SELLER-TOTALS.
           MOVE SELLER-HEADING     TO SECTION-HEADING.
           MOVE SELLER-COL-HEADING TO SECTION-COL-HEADING.
           PERFORM L3-PAGE-HEADINGS.
           PERFORM L4-PRINT-SELLER-LINE
               VARYING SLR-IDX FROM 1 BY 1
                   UNTIL SLR-IDX > 10000.

       L4-PRINT-SELLER-LINE.
           IF SLR-IS-ACTIVE(SLR-IDX)
               MOVE SPACES TO SELLER-LINE
               SET SLR-ROW TO SLR-IDX
               COMPUTE SL-SELLER = SLR-ROW - 1
               PERFORM L4-SET-SELLER-NAME
               MOVE OW-NAME              TO SL-NAME
               MOVE SLR-TEAM(SLR-IDX)    TO SL-TEAM
               MOVE SLR-ORDERS(SLR-IDX)  TO SL-ORDERS
               MOVE SLR-CASES(SLR-IDX)   TO SL-CASES
               MOVE SLR-SOLD(SLR-IDX)    TO SL-SOLD
               MOVE SLR-UNDELIV(SLR-IDX) TO SL-UNDELIV
               MOVE SLR-PAID(SLR-IDX)    TO SL-PAID
               COMPUTE SL-BALANCE = SLR-SOLD(SLR-IDX)
                   - SLR-UNDELIV(SLR-IDX) - SLR-PAID(SLR-IDX)
               WRITE CLS-PRTLINE FROM SELLER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L3-PAGE-HEADINGS
           END-IF.

      *Every pop code sold this season, in code order.
       L3-PRODUCT-TOTALS.
           MOVE PRODUCT-HEADING     TO SECTION-HEADING.
           MOVE PRODUCT-COL-HEADING TO SECTION-COL-HEADING.
           PERFORM L3-PAGE-HEADINGS.
           PERFORM L4-PRINT-PRODUCT-LINE
               VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > 100.
           MOVE SPACES TO CLUB-TOTAL-LINE.
           MOVE 'CLUB TOTAL' TO CLUB-TOTAL-LINE(1:14).
           MOVE CLUB-ORDERS TO CT-ORDERS.
           MOVE CLUB-CASES  TO CT-CASES.
           MOVE CLUB-SALES  TO CT-SALES.
           WRITE CLS-PRTLINE FROM CLUB-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L4-PRINT-PRODUCT-LINE.
           IF PM-ORDERS(PM-IDX) > 0
               SET PM-ROW TO PM-IDX
               COMPUTE PT-CODE = PM-ROW - 1
               IF PM-ON-MASTER(PM-IDX) = 'Y'
                   MOVE PM-NAME(PM-IDX) TO PT-NAME
               ELSE
                   MOVE 'NOT ON MASTER' TO PT-NAME
               END-IF
               MOVE PM-ORDERS(PM-IDX) TO PT-ORDERS
               MOVE PM-CASES(PM-IDX)  TO PT-CASES
               MOVE PM-SALES(PM-IDX)  TO PT-SALES
               WRITE CLS-PRTLINE FROM PRODUCT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L3-PAGE-HEADINGS
           END-IF.

       L3-PRINT-RESULTS.
           MOVE RESULT-HEADING     TO SECTION-HEADING.
           MOVE RESULT-COL-HEADING TO SECTION-COL-HEADING.
           WRITE CLS-PRTLINE FROM RESULT-HEADING
               AFTER ADVANCING 4 LINES.
           WRITE CLS-PRTLINE FROM RESULT-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L4-PRINT-RESULT-LINE
               VARYING RESULT-OUT-IDX FROM 1 BY 1
                   UNTIL RESULT-OUT-IDX > RESULT-COUNT.

       L4-PRINT-RESULT-LINE.
           MOVE RT-FILE(RESULT-OUT-IDX)   TO RL-FILE.
           MOVE RT-ACTION(RESULT-OUT-IDX) TO RL-ACTION.
           MOVE RT-RECS(RESULT-OUT-IDX)   TO RL-RECS.
           WRITE CLS-PRTLINE FROM RESULT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-PAGE-HEADINGS.

      ******************************************************************
      *Closes up and sets the return code.                             *
      ******************************************************************
       L2-CLOSURE.
           IF SEA-FILE-OPEN
               CLOSE SEASON-ORDERS
           END-IF.
           CLOSE PRINT-CLOSE.
           MOVE 0 TO RETURN-CODE.
           IF ITEMS-OUTSTANDING
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF CLOSE-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT ARCHIVE-OK OR NOT RESET-OK OR NOT FINALIZE-OK
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
       L3-PAGE-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE CLS-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE CLS-PRTLINE FROM CLOSE-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE CLS-PRTLINE FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           IF SECTION-COL-HEADING NOT = SPACES
               WRITE CLS-PRTLINE FROM SECTION-COL-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.

      *end program CBLGMH17.

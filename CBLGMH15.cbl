       IDENTIFICATION DIVISION.
       program-id. CBLGMH15.
       AUTHOR.     Garrett Helmich.
       DATE-WRITTEN.   10/11/2026.

      ******************************************************************
      *Master file promotion, generations and rollback. CBLGMH07, 08  *
      *and 09 leave their updated files on PRODMAST.NEW, SLRROSTR.NEW *
      *and STOCKOH.NEW (with PURCHORD.NEW), and CBLGMH06 updates      *
      *SEASONOR, CUSTMAST and SLRHIST in place. This program applies  *
      *the keyed requests on PROMTRAN.DAT:                            *
      *  P master       - promote master.NEW to master.DAT, but only  *
      *                   when the maintenance run's control record   *
      *                   (master.AUD) says the run finished with no  *
      *                   rejects and the .NEW holds the records the  *
      *                   run wrote. STOCKOH brings PURCHORD.NEW with *
      *                   it when that run wrote one and the live     *
      *                   PURCHORD.DAT is still the one it read.      *
      *  B master       - keep a generation of the live file as it    *
      *                   stands, e.g. SEASONOR before the weekly post *
      *  R master gen   - roll the live file back to a generation,    *
      *                   printing every record the rollback restores,*
      *                   drops or changes                            *
      *The live file is always kept as a new generation before it is  *
      *replaced, so a promotion or a rollback can itself be undone.    *
      *The last five generations of each master are held as          *
      *master.G1 - G5, listed with their dates on GENCAT.DAT and at    *
      *the end of PROMOTE.PRT. Every request, done or refused, is      *
      *logged on PROMLOG.DAT.                                         *
      *                                                                *
      *RETURN-CODE: 0 every request done, 4 one or more refused, 16    *
      *a file would not open or take a record - see the FAILED lines.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTE-TRANS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PROMTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PT-FILE-STATUS.
           SELECT RUN-CONTROL
               ASSIGN TO CTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT SOURCE-FILE
               ASSIGN TO SRC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-FILE-STATUS.
           SELECT TARGET-FILE
               ASSIGN TO TGT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TGT-FILE-STATUS.
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
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-REC-KEY
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT SELLER-HISTORY
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT GEN-CATALOG
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\GENCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GC-FILE-STATUS.
           SELECT PROMOTE-LOG
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PROMLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PL-FILE-STATUS.
           SELECT ROLL-SORT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\ROLLSORT.TMP'.
           SELECT SORTED-CURRENT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\ROLLCUR.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-GENERATION
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\ROLLGEN.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-PROMOTE
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\PROMOTE.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *One request per record. The generation is only keyed for R.
       FD  PROMOTE-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PT-REC
           RECORD CONTAINS 13 CHARACTERS.
           01  PT-REC.
               05  PT-REC-ACTION           PIC X.
               05  PT-REC-MASTER           PIC X(8).
               05  PT-REC-GEN              PIC X(4).
               05  PT-REC-GEN-N REDEFINES PT-REC-GEN
                                           PIC 9(4).

      *The maintenance run's control record, as CBLGMH07, 08 and 09
      *write it to master.AUD. It is read into NCT-HOLD and written
      *back from there.
       FD  RUN-CONTROL
           LABEL RECORD IS STANDARD
           DATA RECORD IS NCT-REC
           RECORD CONTAINS 88 CHARACTERS.
           01  NCT-REC                     PIC X(88).

      *Any of the flat files - a live sequential master, a .NEW file,
      *a generation or the rollback hold file. The record is as wide
      *as the widest master; each line is only as long as its master.
       FD  SOURCE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SRC-REC
           RECORD CONTAINS 96 CHARACTERS.
           01  SRC-REC                     PIC X(96).

       FD  TARGET-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TGT-REC
           RECORD CONTAINS 96 CHARACTERS.
           01  TGT-REC                     PIC X(96).

      *The three indexed masters are only ever read or loaded whole,
      *in key order, so only their keys are laid out here.
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

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CU-REC
           RECORD CONTAINS 96 CHARACTERS.
           01  CU-REC.
               05  CU-REC-KEY              PIC X(71).
               05  FILLER                  PIC X(25).

       FD  SELLER-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD CONTAINS 49 CHARACTERS.
           01  HIST-REC.
               05  HIST-REC-KEY            PIC X(8).
               05  FILLER                  PIC X(41).

      *One record per generation held: the master, its generation
      *number, the slot (master.Gn) it is kept in, when it was taken,
      *how many records it holds and why it was taken.
       FD  GEN-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS GC-REC
           RECORD CONTAINS 49 CHARACTERS.
           01  GC-REC.
               05  GC-MASTER               PIC X(8).
               05  GC-GEN                  PIC 9(4).
               05  GC-SLOT                 PIC 9.
               05  GC-DATE                 PIC 9(8).
               05  GC-TIME                 PIC X(6).
               05  GC-RECS                 PIC 9(6).
               05  GC-REASON               PIC X(16).

       FD  PROMOTE-LOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS PL-REC
           RECORD CONTAINS 98 CHARACTERS.
           01  PL-REC.
               05  PL-DATE                 PIC 9(8).
               05  PL-TIME                 PIC X(6).
               05  PL-ACTION               PIC X(8).
               05  PL-MASTER               PIC X(8).
               05  PL-GEN                  PIC 9(4).
               05  PL-RESULT               PIC X(8).
               05  PL-RECS                 PIC 9(6).
               05  PL-TEXT                 PIC X(50).

      *Both sides of a rollback are sorted on the master's key, so the
      *change report can walk them together.
       SD  ROLL-SORT
           DATA RECORD IS RS-REC.
           01  RS-REC.
               05  RS-KEY                  PIC X(71).
               05  RS-IMAGE                PIC X(96).

       FD  SORTED-CURRENT
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-REC
           RECORD CONTAINS 167 CHARACTERS.
           01  SC-REC.
               05  SC-KEY                  PIC X(71).
               05  SC-IMAGE                PIC X(96).

       FD  SORTED-GENERATION
           LABEL RECORD IS STANDARD
           DATA RECORD IS SG-REC
           RECORD CONTAINS 167 CHARACTERS.
           01  SG-REC.
               05  SG-KEY                  PIC X(71).
               05  SG-IMAGE                PIC X(96).

       FD  PRINT-PROMOTE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRM-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  PRM-PRTLINE                 PIC X(132).


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

       01  TRANS-CONTROL.
           05  PT-FILE-STATUS          PIC XX.
           05  PT-EOF                  PIC X       VALUE 'F'.
               88  PT-END-OF-FILE  VALUE 'T'.
           05  PT-OPEN-FLAG            PIC X       VALUE 'F'.
               88  PT-FILE-OPEN    VALUE 'T'.
           05  PT-IS-VALID             PIC X.
           05  REQUESTS-DONE           PIC 9(4)    VALUE 0.
           05  REQUESTS-REFUSED        PIC 9(4)    VALUE 0.
           05  REQUESTS-FAILED         PIC 9(4)    VALUE 0.

      *What became of the request in hand - printed on PROMOTE.PRT and
      *logged on PROMLOG.DAT by L3-REPORT-ACTION.
       01  ACTION-CONTROL.
           05  ACT-NAME                PIC X(8).
           05  ACT-MASTER              PIC X(8).
           05  ACT-GEN                 PIC 9(4).
           05  ACT-RESULT              PIC X(8).
           05  ACT-RECS                PIC 9(6).
           05  ACT-TEXT                PIC X(50).
           05  ACT-OK-FLAG             PIC X.
               88  ACT-OK          VALUE 'T'.

      *The masters this program looks after: record length, key
      *length (every key leads its record) and kind - S a sequential
      *master with a maintenance program and a .NEW file, F a
      *sequential master written in place, I an indexed master.
       01  MASTER-VALUES.
           05  FILLER           PIC X(14)  VALUE 'PRODMAST02902S'.
           05  FILLER           PIC X(14)  VALUE 'SLRROSTR06704S'.
           05  FILLER           PIC X(14)  VALUE 'STOCKOH 00802S'.
           05  FILLER           PIC X(14)  VALUE 'PURCHORD06920F'.
           05  FILLER           PIC X(14)  VALUE 'SEASONOR08753I'.
           05  FILLER           PIC X(14)  VALUE 'CUSTMAST09671I'.
           05  FILLER           PIC X(14)  VALUE 'SLRHIST 04908I'.
       01  MASTER-TABLE REDEFINES MASTER-VALUES.
           05  MST-ENTRY OCCURS 7 TIMES INDEXED BY MST-IDX.
               10  MST-NAME            PIC X(8).
               10  MST-REC-LEN         PIC 999.
               10  MST-KEY-LEN         PIC 99.
               10  MST-KIND            PIC X.

      *The master the request in hand is working on.
       01  MASTER-CONTROL.
           05  CUR-MASTER              PIC X(8).
           05  CUR-KEY-LEN             PIC 99.
           05  CUR-KIND                PIC X.
               88  CUR-HAS-NEW-FILE VALUE 'S'.
               88  CUR-IS-INDEXED  VALUE 'I'.
           05  MST-FOUND-FLAG          PIC X.
               88  MST-FOUND       VALUE 'T'.
           05  PO-PROMOTED-FLAG        PIC X.
               88  PO-PROMOTED     VALUE 'T'.
           05  PO-NEW-RECS             PIC 9(6).
           05  PO-GEN                  PIC 9(4).
           05  PROMOTE-RECS            PIC 9(6).
           05  SEA-FILE-STATUS         PIC XX.
           05  CUST-FILE-STATUS        PIC XX.
           05  HIST-FILE-STATUS        PIC XX.
           05  CTL-FILE-STATUS         PIC XX.
           05  CTL-FILE-NAME           PIC X(60).

      *The control record of the request in hand, held from the read
      *in L4-CHECK-RUN until it is marked promoted.
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

      *File names are built from the master's name, since STOCKOH and
      *SLRHIST are shorter than the rest.
       01  FILE-NAME-CONTROL.
           05  FILE-PATH               PIC X(21)
                   VALUE 'C:\IHCC BACKUP\COBOL\'.
           05  FILE-SUFFIX             PIC X(4).
           05  HOLD-FILE-NAME          PIC X(60)
                   VALUE 'C:\IHCC BACKUP\COBOL\ROLLBACK.TMP'.

      *The flat copy and count utilities. SRC-FILE-NAME and
      *TGT-FILE-NAME are the data names SOURCE-FILE and TARGET-FILE
      *are dynamically assigned to.
       01  COPY-CONTROL.
           05  SRC-FILE-STATUS         PIC XX.
           05  SRC-FILE-NAME           PIC X(60).
           05  TGT-FILE-STATUS         PIC XX.
           05  TGT-FILE-NAME           PIC X(60).
           05  SRC-EOF                 PIC X.
               88  SRC-END-OF-FILE VALUE 'T'.
           05  COPY-FOUND-FLAG         PIC X.
               88  COPY-SOURCE-FOUND VALUE 'T'.
           05  COPY-COUNT              PIC 9(6).
           05  COPY-LAST-LEAD          PIC X(18).
           05  COPY-PO-FLAG            PIC X       VALUE 'F'.
               88  COPY-PO-TOTALS  VALUE 'T'.
           05  COPY-PO-CASES           PIC 9(9).
           05  COPY-PO-COST            PIC 9(9)V99.
           05  RELOAD-ERRORS           PIC 9(6).
           05  RELOAD-STATUS           PIC XX.
           05  COPY-FAIL-FLAG          PIC X       VALUE 'F'.
               88  COPY-FAILED     VALUE 'T'.
           05  COPY-FAIL-FILE          PIC X(12).
           05  COPY-FAIL-STATUS        PIC XX.

      *A PO file line, for the control totals of a PURCHORD count.
       01  PO-LINE.
           05  POL-NUMBER              PIC X(10).
           05  POL-DATE                PIC 9(8).
           05  POL-CODE                PIC 99.
           05  POL-NAME                PIC X(16).
           05  POL-NEEDED              PIC 9(6).
           05  POL-PACK                PIC 99.
           05  POL-QTY                 PIC 9(6).
           05  POL-COST                PIC 99V99.
           05  POL-EXTENDED            PIC 9(7)V99.
           05  POL-RECEIVED            PIC 9(6).
           05  FILLER                  PIC X(27).

       01  GEN-CONTROL.
           05  GC-FILE-STATUS          PIC XX.
           05  GC-EOF                  PIC X       VALUE 'F'.
               88  GC-END-OF-FILE  VALUE 'T'.
           05  GEN-COUNT               PIC 99      VALUE 0.
           05  GEN-OUT-IDX             PIC 99.
           05  GEN-FOUND-FLAG          PIC X.
               88  GEN-FOUND       VALUE 'T'.
           05  GEN-TAKEN-FLAG          PIC X.
               88  GEN-TAKEN       VALUE 'T'.
           05  GEN-REASON              PIC X(16).
           05  GEN-HIGH                PIC 9(4).
           05  GEN-NEW                 PIC 9(4).
           05  GEN-SLOT                PIC 9.
           05  GEN-QUOTIENT            PIC 9(4).
           05  GEN-REMAINDER           PIC 9.
           05  GEN-LIST-LOW            PIC 9(4).
           05  GEN-LIST-NEXT           PIC 9(4).
           05  GEN-LIST-FLAG           PIC X.
               88  GEN-LIST-FOUND  VALUE 'T'.
           05  GEN-SLOTS-KEPT          PIC 9       VALUE 5.

      *Five generations of each of the seven masters.
       01  GEN-TABLE.
           05  GEN-ENTRY OCCURS 1 TO 35 TIMES DEPENDING ON GEN-COUNT
                       INDEXED BY GEN-IDX.
               10  GEN-MASTER          PIC X(8).
               10  GEN-NUMBER          PIC 9(4).
               10  GEN-FILE-SLOT       PIC 9.
               10  GEN-DATE            PIC 9(8).
               10  GEN-TIME            PIC X(6).
               10  GEN-RECS            PIC 9(6).
               10  GEN-WHY             PIC X(16).

       01  LOG-CONTROL.
           05  PL-FILE-STATUS          PIC XX.

       01  CHANGE-CONTROL.
           05  SC-EOF                  PIC X.
               88  SC-END-OF-FILE  VALUE 'T'.
           05  SG-EOF                  PIC X.
               88  SG-END-OF-FILE  VALUE 'T'.
           05  CHG-RESTORED            PIC 9(6).
           05  CHG-DROPPED             PIC 9(6).
           05  CHG-CHANGED             PIC 9(6).
           05  CHG-UNCHANGED           PIC 9(6).
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

       01  PROMOTE-HEADING.
           05  FILLER           PIC X(50)  VALUE SPACES.
           05  FILLER           PIC X(32)
                   VALUE 'MASTER FILE PROMOTION'.

       01  ACTION-COL-HEADING.
           05  FILLER           PIC X(6)   VALUE 'ACTION'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'MASTER'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE ' GEN'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RESULT'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'RECORDS'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'DETAIL'.

       01  ACTION-LINE.
           05  AL-ACTION        PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  AL-MASTER        PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  AL-GEN           PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER           PIC XX     VALUE SPACES.
           05  AL-RESULT        PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  AL-RECS          PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER           PIC XX     VALUE SPACES.
           05  AL-TEXT          PIC X(50).

       01  NO-TRANS-LINE.
           05  FILLER           PIC X(50)  VALUE
                   'NO PROMOTION REQUESTS ON PROMTRAN.DAT.'.

       01  CHANGE-HEADING.
           05  FILLER           PIC X(12)  VALUE 'ROLLBACK OF '.
           05  CH-MASTER        PIC X(8).
           05  FILLER           PIC X(15)  VALUE ' TO GENERATION '.
           05  CH-GEN           PIC ZZZ9.
           05  FILLER           PIC X(39)  VALUE
                   ' - RECORDS THE ROLLBACK WILL CHANGE'.

       01  CHANGE-COL-HEADING.
           05  FILLER           PIC X(6)   VALUE 'CHANGE'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(12)  VALUE 'RECORD IMAGE'.

       01  CHANGE-LINE.
           05  CL-CHANGE        PIC X(12).
           05  FILLER           PIC XX     VALUE SPACES.
           05  CL-IMAGE         PIC X(96).

       01  CHANGE-TOTAL-LINE.
           05  FILLER           PIC X(9)   VALUE 'RESTORED '.
           05  CT-RESTORED      PIC ZZZ,ZZ9.
           05  FILLER           PIC X(11)  VALUE '   DROPPED '.
           05  CT-DROPPED       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(11)  VALUE '   CHANGED '.
           05  CT-CHANGED       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(13)  VALUE '   UNCHANGED '.
           05  CT-UNCHANGED     PIC ZZZ,ZZ9.

       01  GEN-LIST-HEADING.
           05  FILLER           PIC X(24)  VALUE
                   'GENERATIONS NOW ON HAND'.

       01  GEN-COL-HEADING.
           05  FILLER           PIC X(6)   VALUE 'MASTER'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE ' GEN'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'HELD'.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  FILLER           PIC X(5)   VALUE 'TAKEN'.
           05  FILLER           PIC X(13)  VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'RECORDS'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'REASON'.

       01  GEN-LINE.
           05  GL-MASTER        PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  GL-GEN           PIC ZZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  GL-FILE          PIC X(11).
           05  FILLER           PIC XX     VALUE SPACES.
           05  GL-DAY           PIC 99.
           05  FILLER           PIC X      VALUE '/'.
           05  GL-MONTH         PIC 99.
           05  FILLER           PIC X      VALUE '/'.
           05  GL-YEAR          PIC 9999.
           05  FILLER           PIC X      VALUE SPACE.
           05  GL-HOUR          PIC 99.
           05  FILLER           PIC X      VALUE ':'.
           05  GL-MINUTE        PIC 99.
           05  FILLER           PIC XX     VALUE SPACES.
           05  GL-RECS          PIC ZZZ,ZZ9.
           05  FILLER           PIC XX     VALUE SPACES.
           05  GL-REASON        PIC X(16).

       01  GEN-NONE-LINE.
           05  FILLER           PIC X(30)  VALUE
                   'NO GENERATIONS HELD.'.

       01  PROMOTE-TOTAL-LINE.
           05  FILLER           PIC X(14)  VALUE 'REQUESTS DONE '.
           05  PTL-DONE         PIC Z,ZZ9.
           05  FILLER           PIC X(12)  VALUE '   REFUSED '.
           05  PTL-REFUSED      PIC Z,ZZ9.
           05  FILLER           PIC X(11)  VALUE '   FAILED '.
           05  PTL-FAILED       PIC Z,ZZ9.


       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-PROCESS-REQUEST
               UNTIL PT-END-OF-FILE.
           PERFORM L2-CLOSURE.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-YEAR               TO RUN-DATE(1:4).
           MOVE CURRENT-MONTH              TO RUN-DATE(5:2).
           MOVE CURRENT-DAY                TO RUN-DATE(7:2).
           MOVE CURRENT-TIME(1:6)          TO RUN-TIME.
           PERFORM L3-LOAD-CATALOG.
           OPEN EXTEND PROMOTE-LOG.
           IF PL-FILE-STATUS NOT = '00'
               OPEN OUTPUT PROMOTE-LOG
           END-IF.
           OPEN OUTPUT PRINT-PROMOTE.
           PERFORM L3-PAGE-HEADING.
           WRITE PRM-PRTLINE FROM ACTION-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRM-PRTLINE.
           WRITE PRM-PRTLINE
               AFTER ADVANCING 1 LINE.
           OPEN INPUT PROMOTE-TRANS.
           IF PT-FILE-STATUS = '00'
               MOVE 'T' TO PT-OPEN-FLAG
               PERFORM L3-READ-REQUEST
           ELSE
               MOVE 'T' TO PT-EOF
           END-IF.
           IF PT-END-OF-FILE
               WRITE PRM-PRTLINE FROM NO-TRANS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      ******************************************************************
      *Loads the generation catalog. A missing catalog simply means    *
      *no generations have been taken yet.                             *
      ******************************************************************
       L3-LOAD-CATALOG.
           OPEN INPUT GEN-CATALOG.
           IF GC-FILE-STATUS = '00'
               PERFORM L4-READ-CATALOG
               PERFORM L4-STORE-CATALOG
                   UNTIL GC-END-OF-FILE
               CLOSE GEN-CATALOG
           END-IF.

       L4-READ-CATALOG.
           READ GEN-CATALOG
               AT END
                   MOVE 'T' TO GC-EOF.

       L4-STORE-CATALOG.
           IF GEN-COUNT < 35
               ADD 1 TO GEN-COUNT
               MOVE GC-MASTER  TO GEN-MASTER(GEN-COUNT)
               MOVE GC-GEN     TO GEN-NUMBER(GEN-COUNT)
               MOVE GC-SLOT    TO GEN-FILE-SLOT(GEN-COUNT)
               MOVE GC-DATE    TO GEN-DATE(GEN-COUNT)
               MOVE GC-TIME    TO GEN-TIME(GEN-COUNT)
               MOVE GC-RECS    TO GEN-RECS(GEN-COUNT)
               MOVE GC-REASON  TO GEN-WHY(GEN-COUNT)
           END-IF.
           PERFORM L4-READ-CATALOG.

       L3-READ-REQUEST.
           READ PROMOTE-TRANS
               AT END
                   MOVE 'T' TO PT-EOF.

      ******************************************************************
      *Carries out one request and reports what became of it.          *
      ******************************************************************
       L2-PROCESS-REQUEST.
           MOVE PT-REC-MASTER TO ACT-MASTER.
           MOVE 0             TO ACT-GEN.
           MOVE 0             TO ACT-RECS.
           MOVE SPACES        TO ACT-TEXT.
           MOVE 'F'           TO PO-PROMOTED-FLAG.
           MOVE 'F'           TO COPY-FAIL-FLAG.
           IF PT-REC-ACTION = 'P'
               MOVE 'PROMOTE' TO ACT-NAME
           ELSE
               IF PT-REC-ACTION = 'B'
                   MOVE 'BACKUP' TO ACT-NAME
               ELSE
                   IF PT-REC-ACTION = 'R'
                       MOVE 'ROLLBACK' TO ACT-NAME
                   ELSE
                       MOVE PT-REC-ACTION TO ACT-NAME
                   END-IF
               END-IF
           END-IF.
           PERFORM L3-VALIDATE-REQUEST
               THROUGH L3-VALIDATE-REQUEST-EXIT.
           IF PT-IS-VALID = 'T'
               MOVE 'T' TO ACT-OK-FLAG
               IF PT-REC-ACTION = 'P'
                   PERFORM L3-PROMOTE
               ELSE
                   IF PT-REC-ACTION = 'B'
                       PERFORM L3-BACKUP
                   ELSE
                       PERFORM L3-ROLLBACK
                   END-IF
               END-IF
           ELSE
               MOVE 'F' TO ACT-OK-FLAG
           END-IF.
           PERFORM L3-REPORT-ACTION.
           IF PO-PROMOTED
               MOVE 'PURCHORD'  TO ACT-MASTER
               MOVE PO-GEN      TO ACT-GEN
               MOVE PO-NEW-RECS TO ACT-RECS
               MOVE 'PROMOTED WITH STOCKOH.NEW' TO ACT-TEXT
               PERFORM L3-REPORT-ACTION
           END-IF.
           PERFORM L3-READ-REQUEST.

      ******************************************************************
      *Checks the request itself before anything is touched, and sets  *
      *up the master it names.                                         *
      ******************************************************************
       L3-VALIDATE-REQUEST.
           MOVE 'T' TO PT-IS-VALID.
           IF PT-REC-ACTION NOT = 'P' AND PT-REC-ACTION NOT = 'B'
                   AND PT-REC-ACTION NOT = 'R'
               MOVE 'F' TO PT-IS-VALID
               MOVE 'INVALID ACTION - MUST BE P, B OR R.' TO ACT-TEXT
               GO TO L3-VALIDATE-REQUEST-EXIT.
           MOVE PT-REC-MASTER TO CUR-MASTER.
           PERFORM L4-MASTER-LOOKUP.
           IF NOT MST-FOUND
               MOVE 'F' TO PT-IS-VALID
               MOVE 'NOT A MASTER FILE THIS PROGRAM KEEPS.' TO ACT-TEXT
               GO TO L3-VALIDATE-REQUEST-EXIT.
           IF PT-REC-ACTION = 'P' AND NOT CUR-HAS-NEW-FILE
               MOVE 'F' TO PT-IS-VALID
               MOVE 'NO .NEW FILE TO PROMOTE FOR THIS MASTER.'
                   TO ACT-TEXT
               GO TO L3-VALIDATE-REQUEST-EXIT.
           IF PT-REC-ACTION NOT = 'R'
               GO TO L3-VALIDATE-REQUEST-EXIT.
           IF PT-REC-GEN NOT NUMERIC OR PT-REC-GEN-N = 0
               MOVE 'F' TO PT-IS-VALID
               MOVE 'INVALID GENERATION NUMBER.' TO ACT-TEXT
               GO TO L3-VALIDATE-REQUEST-EXIT.
           MOVE PT-REC-GEN-N TO ACT-GEN.
           GO TO L3-VALIDATE-REQUEST-EXIT.

       L3-VALIDATE-REQUEST-EXIT.
           EXIT.

       L4-MASTER-LOOKUP.
           MOVE 'F' TO MST-FOUND-FLAG.
           SET MST-IDX TO 1.
           SEARCH MST-ENTRY
               WHEN MST-NAME(MST-IDX) = CUR-MASTER
                   MOVE 'T'                  TO MST-FOUND-FLAG
                   MOVE MST-KEY-LEN(MST-IDX) TO CUR-KEY-LEN
                   MOVE MST-KIND(MST-IDX)    TO CUR-KIND.

      ******************************************************************
      *Promotes master.NEW once the maintenance run that wrote it has  *
      *been checked: the run must have finished (status C, not still S *
      *from a run that stopped part way or P from one already          *
      *promoted), rejected nothing, and the .NEW must hold exactly the *
      *records the run wrote. The live file is kept as a generation    *
      *first, then the .NEW is copied over it and the run is marked    *
      *promoted so the same .NEW cannot go in twice.                   *
      ******************************************************************
       L3-PROMOTE.
           PERFORM L4-CHECK-RUN
               THROUGH L4-CHECK-RUN-EXIT.
           IF ACT-OK
               MOVE 'BEFORE PROMOTE' TO GEN-REASON
               PERFORM L4-INSTALL-NEW-FILE
               MOVE GEN-NEW      TO ACT-GEN
               MOVE PROMOTE-RECS TO ACT-RECS
               IF GEN-TAKEN
                   MOVE 'PROMOTED - LIVE FILE KEPT AS THIS GENERATION'
                       TO ACT-TEXT
               ELSE
                   MOVE 0 TO ACT-GEN
                   MOVE 'PROMOTED - THERE WAS NO LIVE FILE TO KEEP'
                       TO ACT-TEXT
               END-IF
               IF NCT-PO-WRITTEN = 'Y' AND NOT COPY-FAILED
                   MOVE 'PURCHORD' TO CUR-MASTER
                   PERFORM L4-MASTER-LOOKUP
                   PERFORM L4-INSTALL-NEW-FILE
                   IF NOT COPY-FAILED
                       MOVE 'T' TO PO-PROMOTED-FLAG
                       MOVE 0   TO PO-GEN
                       IF GEN-TAKEN
                           MOVE GEN-NEW TO PO-GEN
                       END-IF
                   END-IF
                   MOVE ACT-MASTER TO CUR-MASTER
                   PERFORM L4-MASTER-LOOKUP
               END-IF
               IF COPY-FAILED
                   PERFORM L4-WRITE-FAILED
               ELSE
                   PERFORM L4-MARK-PROMOTED
               END-IF
           END-IF.

       L4-CHECK-RUN.
           MOVE SPACES TO CTL-FILE-NAME.
           STRING FILE-PATH  DELIMITED BY SIZE
                  CUR-MASTER DELIMITED BY SPACE
                  '.AUD'     DELIMITED BY SIZE
               INTO CTL-FILE-NAME.
           OPEN INPUT RUN-CONTROL.
           IF CTL-FILE-STATUS NOT = '00'
               MOVE 'F' TO ACT-OK-FLAG
               MOVE 'NO RUN CONTROL RECORD - MAINTENANCE NOT RUN.'
                   TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           MOVE SPACES TO NCT-HOLD.
           READ RUN-CONTROL INTO NCT-HOLD
               AT END
                   MOVE 'F' TO ACT-OK-FLAG
                   MOVE 'RUN CONTROL RECORD IS EMPTY.' TO ACT-TEXT.
           CLOSE RUN-CONTROL.
           IF NOT ACT-OK
               GO TO L4-CHECK-RUN-EXIT.
           IF NCT-STATUS = 'S'
               MOVE 'F' TO ACT-OK-FLAG
               MOVE 'MAINTENANCE RUN STARTED BUT NEVER FINISHED.'
                   TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           IF NCT-STATUS = 'P'
               MOVE 'F' TO ACT-OK-FLAG
               MOVE 'THIS RUN HAS ALREADY BEEN PROMOTED.' TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           IF NCT-STATUS = 'V'
               MOVE 'F' TO ACT-OK-FLAG
               MOVE 'RUN VOIDED BY THE SEASON CLOSE - RERUN IT.'
                   TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           IF NCT-STATUS NOT = 'C'
               MOVE 'F' TO ACT-OK-FLAG
               MOVE 'RUN CONTROL RECORD NOT RECOGNISED.' TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           IF NCT-REJECTED > 0
               MOVE 'F' TO ACT-OK-FLAG
               MOVE NCT-REJECTED TO ACT-RECS
               MOVE 'RUN REJECTED TRANSACTIONS - FIX AND RERUN.'
                   TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           MOVE '.NEW' TO FILE-SUFFIX.
           PERFORM L5-BUILD-SOURCE-NAME.
           PERFORM L5-COUNT-FLAT.
           IF NOT COPY-SOURCE-FOUND
               MOVE 'F' TO ACT-OK-FLAG
               MOVE 'THE .NEW FILE IS MISSING.' TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           IF COPY-COUNT NOT = NCT-NEW-RECS
               MOVE 'F' TO ACT-OK-FLAG
               MOVE COPY-COUNT TO ACT-RECS
               MOVE '.NEW RECORD COUNT DOES NOT MATCH THE RUN.'
                   TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           MOVE COPY-COUNT TO PROMOTE-RECS.
           IF NCT-PO-WRITTEN NOT = 'Y'
               GO TO L4-CHECK-RUN-EXIT.
           MOVE SPACES TO SRC-FILE-NAME.
           STRING FILE-PATH      DELIMITED BY SIZE
                  'PURCHORD.NEW' DELIMITED BY SIZE
               INTO SRC-FILE-NAME.
           PERFORM L5-COUNT-FLAT.
           IF NOT COPY-SOURCE-FOUND
               MOVE 'F' TO ACT-OK-FLAG
               MOVE 'PURCHORD.NEW IS MISSING.' TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           IF COPY-COUNT NOT = NCT-PO-RECS
               MOVE 'F' TO ACT-OK-FLAG
               MOVE COPY-COUNT TO ACT-RECS
               MOVE 'PURCHORD.NEW RECORD COUNT DOES NOT MATCH THE RUN.'
                   TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           MOVE COPY-COUNT TO PO-NEW-RECS.
      *PURCHORD.NEW only stands in for the PURCHORD.DAT the run read.
      *If the live file has since changed - a consolidation run raised
      *another PO, or a rerun re-costed its own - promoting would lose
      *it.
           MOVE SPACES TO SRC-FILE-NAME.
           STRING FILE-PATH      DELIMITED BY SIZE
                  'PURCHORD.DAT' DELIMITED BY SIZE
               INTO SRC-FILE-NAME.
           MOVE 'T' TO COPY-PO-FLAG.
           PERFORM L5-COUNT-FLAT.
           MOVE 'F' TO COPY-PO-FLAG.
           IF COPY-COUNT NOT = NCT-PO-IN-RECS
                   OR COPY-LAST-LEAD NOT = NCT-PO-IN-LAST
                   OR COPY-PO-CASES NOT = NCT-PO-IN-CASES
                   OR COPY-PO-COST NOT = NCT-PO-IN-COST
               MOVE 'F' TO ACT-OK-FLAG
               MOVE COPY-COUNT TO ACT-RECS
               MOVE 'PURCHORD.DAT CHANGED SINCE THE RUN - RERUN IT.'
                   TO ACT-TEXT
               GO TO L4-CHECK-RUN-EXIT.
           GO TO L4-CHECK-RUN-EXIT.

       L4-CHECK-RUN-EXIT.
           EXIT.

      *Keeps the live file as a generation, then copies CUR-MASTER's
      *.NEW file over it. A generation that could not be written
      *leaves the live file as it is.
       L4-INSTALL-NEW-FILE.
           PERFORM L4-TAKE-GENERATION.
           IF NOT COPY-FAILED
               MOVE '.NEW' TO FILE-SUFFIX
               PERFORM L5-BUILD-SOURCE-NAME
               MOVE '.DAT' TO FILE-SUFFIX
               PERFORM L5-BUILD-TARGET-NAME
               PERFORM L5-COPY-FLAT
           END-IF.

      *A copy stopped on a file that would not open or take a record.
      *The request is failed with the file and its status, nothing
      *further is replaced, and the run is not marked promoted.
       L4-WRITE-FAILED.
           MOVE 'F' TO ACT-OK-FLAG.
           MOVE SPACES TO ACT-TEXT.
           STRING 'COULD NOT WRITE ' DELIMITED BY SIZE
                  COPY-FAIL-FILE     DELIMITED BY SPACE
                  ' - FILE STATUS '  DELIMITED BY SIZE
                  COPY-FAIL-STATUS   DELIMITED BY SIZE
               INTO ACT-TEXT.

       L4-MARK-PROMOTED.
           MOVE 'P' TO NCT-STATUS.
           OPEN OUTPUT RUN-CONTROL.
           WRITE NCT-REC FROM NCT-HOLD.
           CLOSE RUN-CONTROL.

      ******************************************************************
      *Keeps a generation of the live file as it stands today.         *
      ******************************************************************
       L3-BACKUP.
           MOVE 'ON REQUEST' TO GEN-REASON.
           PERFORM L4-TAKE-GENERATION.
           IF GEN-TAKEN
               MOVE GEN-NEW    TO ACT-GEN
               MOVE COPY-COUNT TO ACT-RECS
               MOVE 'LIVE FILE KEPT AS THIS GENERATION' TO ACT-TEXT
           ELSE
               IF COPY-FAILED
                   PERFORM L4-WRITE-FAILED
               ELSE
                   MOVE 'F' TO ACT-OK-FLAG
                   MOVE 'NO LIVE FILE TO KEEP.' TO ACT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      *Rolls the live file back to a generation still on hand. The     *
      *generation is first copied aside to ROLLBACK.TMP - keeping the  *
      *live file as a generation can reuse the slot the old one sits   *
      *in - and checked against the record count the catalog holds for *
      *it. Every record the rollback restores, drops or changes is     *
      *printed before the live file is kept and replaced.              *
      ******************************************************************
       L3-ROLLBACK.
           MOVE 'F' TO GEN-FOUND-FLAG.
           PERFORM L4-FIND-GENERATION
               VARYING GEN-OUT-IDX FROM 1 BY 1
                   UNTIL GEN-OUT-IDX > GEN-COUNT OR GEN-FOUND.
           IF NOT GEN-FOUND
               MOVE 'F' TO ACT-OK-FLAG
               MOVE 'GENERATION NOT HELD - SEE THE LIST BELOW.'
                   TO ACT-TEXT
           ELSE
               PERFORM L4-HOLD-GENERATION
           END-IF.
           IF ACT-OK
               PERFORM L4-REPORT-CHANGES
               MOVE 'BEFORE ROLLBACK' TO GEN-REASON
               MOVE 0 TO RELOAD-ERRORS
               PERFORM L4-TAKE-GENERATION
               IF NOT COPY-FAILED
                   PERFORM L4-RESTORE-GENERATION
               END-IF
               MOVE COPY-COUNT TO ACT-RECS
               IF RELOAD-ERRORS > 0
                   MOVE 'F' TO ACT-OK-FLAG
                   MOVE RELOAD-ERRORS TO ACT-RECS
                   MOVE 'RECORDS WOULD NOT RELOAD - SEE ROLLBACK.TMP.'
                       TO ACT-TEXT
               ELSE
                   IF GEN-TAKEN
                       MOVE 'ROLLED BACK - LIVE FILE KEPT AS NEW GEN.'
                           TO ACT-TEXT
                   ELSE
                       MOVE 'ROLLED BACK - THERE WAS NO LIVE FILE.'
                           TO ACT-TEXT
                   END-IF
               END-IF
               IF COPY-FAILED
                   PERFORM L4-WRITE-FAILED
               END-IF
           END-IF.

       L4-FIND-GENERATION.
           IF GEN-MASTER(GEN-OUT-IDX) = CUR-MASTER
                   AND GEN-NUMBER(GEN-OUT-IDX) = ACT-GEN
               MOVE 'T' TO GEN-FOUND-FLAG
               SET GEN-IDX TO GEN-OUT-IDX
           END-IF.

       L4-HOLD-GENERATION.
           MOVE GEN-FILE-SLOT(GEN-IDX) TO GEN-SLOT.
           PERFORM L5-BUILD-GENERATION-NAME.
           MOVE TGT-FILE-NAME  TO SRC-FILE-NAME.
           MOVE HOLD-FILE-NAME TO TGT-FILE-NAME.
           PERFORM L5-COPY-FLAT.
           IF NOT COPY-SOURCE-FOUND
               MOVE 'F' TO ACT-OK-FLAG
               MOVE 'GENERATION FILE IS MISSING.' TO ACT-TEXT
           ELSE
               IF COPY-COUNT NOT = GEN-RECS(GEN-IDX)
                   MOVE 'F' TO ACT-OK-FLAG
                   MOVE COPY-COUNT TO ACT-RECS
                   MOVE 'GENERATION FILE DOES NOT MATCH THE CATALOG.'
                       TO ACT-TEXT
               END-IF
           END-IF.
           IF COPY-FAILED
               PERFORM L4-WRITE-FAILED
           END-IF.

      ******************************************************************
      *Sorts the live file and the held generation on the master's key *
      *and walks the two together: a key only in the generation comes  *
      *back, a key only in the live file goes, and a key in both with  *
      *a different record is printed as it is now and as it will be.   *
      ******************************************************************
       L4-REPORT-CHANGES.
           MOVE 0 TO CHG-RESTORED.
           MOVE 0 TO CHG-DROPPED.
           MOVE 0 TO CHG-CHANGED.
           MOVE 0 TO CHG-UNCHANGED.
           MOVE '.DAT' TO FILE-SUFFIX.
           PERFORM L5-BUILD-SOURCE-NAME.
           SORT ROLL-SORT
               ON ASCENDING KEY RS-KEY
               INPUT PROCEDURE IS L5-RELEASE-CURRENT
               GIVING SORTED-CURRENT.
           MOVE HOLD-FILE-NAME TO SRC-FILE-NAME.
           SORT ROLL-SORT
               ON ASCENDING KEY RS-KEY
               INPUT PROCEDURE IS L5-RELEASE-FLAT
               GIVING SORTED-GENERATION.
           MOVE CUR-MASTER TO CH-MASTER.
           MOVE ACT-GEN    TO CH-GEN.
           WRITE PRM-PRTLINE FROM CHANGE-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L3-PAGE-HEADING.
           WRITE PRM-PRTLINE FROM CHANGE-COL-HEADING
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-PAGE-HEADING.
           OPEN INPUT SORTED-CURRENT.
           OPEN INPUT SORTED-GENERATION.
           MOVE 'F' TO SC-EOF.
           MOVE 'F' TO SG-EOF.
           PERFORM L5-READ-SORTED-CURRENT.
           PERFORM L5-READ-SORTED-GENERATION.
           PERFORM L5-MATCH-CHANGE
               UNTIL SC-END-OF-FILE AND SG-END-OF-FILE.
           CLOSE SORTED-CURRENT.
           CLOSE SORTED-GENERATION.
           MOVE CHG-RESTORED  TO CT-RESTORED.
           MOVE CHG-DROPPED   TO CT-DROPPED.
           MOVE CHG-CHANGED   TO CT-CHANGED.
           MOVE CHG-UNCHANGED TO CT-UNCHANGED.
           WRITE PRM-PRTLINE FROM CHANGE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-PAGE-HEADING.
           MOVE SPACES TO PRM-PRTLINE.
           WRITE PRM-PRTLINE
               AFTER ADVANCING 1 LINE.

      *The live file into the sort - straight off the indexed file for
      *the indexed masters. A live file that is not there sorts empty.
       L5-RELEASE-CURRENT.
           IF CUR-IS-INDEXED
               PERFORM L6-RELEASE-INDEXED
           ELSE
               PERFORM L5-RELEASE-FLAT
           END-IF.

       L5-RELEASE-FLAT.
           MOVE 'F' TO SRC-EOF.
           OPEN INPUT SOURCE-FILE.
           IF SRC-FILE-STATUS = '00'
               PERFORM L6-READ-SOURCE
               PERFORM L6-RELEASE-SOURCE
                   UNTIL SRC-END-OF-FILE
               CLOSE SOURCE-FILE
           END-IF.

       L6-RELEASE-SOURCE.
           MOVE SPACES TO RS-REC.
           MOVE SRC-REC TO RS-IMAGE.
           MOVE SRC-REC(1:CUR-KEY-LEN) TO RS-KEY.
           RELEASE RS-REC.
           PERFORM L6-READ-SOURCE.

       L6-RELEASE-INDEXED.
           MOVE 'F' TO SRC-EOF.
           PERFORM L6-OPEN-INDEXED.
           IF COPY-SOURCE-FOUND
               PERFORM L6-READ-INDEXED
               PERFORM L6-RELEASE-INDEXED-RECORD
                   UNTIL SRC-END-OF-FILE
               PERFORM L6-CLOSE-INDEXED
           END-IF.

       L6-RELEASE-INDEXED-RECORD.
           MOVE SPACES TO RS-REC.
           MOVE SRC-REC TO RS-IMAGE.
           MOVE SRC-REC(1:CUR-KEY-LEN) TO RS-KEY.
           RELEASE RS-REC.
           PERFORM L6-READ-INDEXED.

       L5-READ-SORTED-CURRENT.
           READ SORTED-CURRENT
               AT END
                   MOVE 'T' TO SC-EOF
                   MOVE HIGH-VALUES TO SC-KEY.

       L5-READ-SORTED-GENERATION.
           READ SORTED-GENERATION
               AT END
                   MOVE 'T' TO SG-EOF
                   MOVE HIGH-VALUES TO SG-KEY.

       L5-MATCH-CHANGE.
           IF SG-KEY < SC-KEY
               ADD 1 TO CHG-RESTORED
               MOVE 'RESTORED' TO CL-CHANGE
               MOVE SG-IMAGE   TO CL-IMAGE
               PERFORM L6-PRINT-CHANGE
               PERFORM L5-READ-SORTED-GENERATION
           ELSE
               IF SC-KEY < SG-KEY
                   ADD 1 TO CHG-DROPPED
                   MOVE 'DROPPED'  TO CL-CHANGE
                   MOVE SC-IMAGE   TO CL-IMAGE
                   PERFORM L6-PRINT-CHANGE
                   PERFORM L5-READ-SORTED-CURRENT
               ELSE
                   IF SC-IMAGE = SG-IMAGE
                       ADD 1 TO CHG-UNCHANGED
                   ELSE
                       ADD 1 TO CHG-CHANGED
                       MOVE 'CHANGED FROM' TO CL-CHANGE
                       MOVE SC-IMAGE       TO CL-IMAGE
                       PERFORM L6-PRINT-CHANGE
                       MOVE '        TO'   TO CL-CHANGE
                       MOVE SG-IMAGE       TO CL-IMAGE
                       PERFORM L6-PRINT-CHANGE
                   END-IF
                   PERFORM L5-READ-SORTED-CURRENT
                   PERFORM L5-READ-SORTED-GENERATION
               END-IF
           END-IF.

       L6-PRINT-CHANGE.
           WRITE PRM-PRTLINE FROM CHANGE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-PAGE-HEADING.

      *Puts the held generation back as the live file. An indexed
      *master is reloaded in key order, the order it was kept in.
       L4-RESTORE-GENERATION.
           MOVE 0 TO RELOAD-ERRORS.
           MOVE HOLD-FILE-NAME TO SRC-FILE-NAME.
           IF CUR-IS-INDEXED
               PERFORM L5-RELOAD-INDEXED
           ELSE
               MOVE '.DAT' TO FILE-SUFFIX
               PERFORM L5-BUILD-TARGET-NAME
               PERFORM L5-COPY-FLAT
           END-IF.

       L5-RELOAD-INDEXED.
           MOVE 0 TO COPY-COUNT.
           MOVE 'F' TO SRC-EOF.
           OPEN INPUT SOURCE-FILE.
           IF CUR-MASTER = 'SEASONOR'
               OPEN OUTPUT SEASON-ORDERS
               MOVE SEA-FILE-STATUS TO RELOAD-STATUS
           ELSE
               IF CUR-MASTER = 'CUSTMAST'
                   OPEN OUTPUT CUSTOMER-MASTER
                   MOVE CUST-FILE-STATUS TO RELOAD-STATUS
               ELSE
                   OPEN OUTPUT SELLER-HISTORY
                   MOVE HIST-FILE-STATUS TO RELOAD-STATUS
               END-IF
           END-IF.
           IF RELOAD-STATUS = '00'
               PERFORM L6-READ-SOURCE
               PERFORM L6-RELOAD-RECORD
                   UNTIL SRC-END-OF-FILE
               PERFORM L6-CLOSE-INDEXED
           ELSE
               PERFORM L6-RELOAD-FAILED
           END-IF.
           CLOSE SOURCE-FILE.

       L6-RELOAD-RECORD.
           IF CUR-MASTER = 'SEASONOR'
               MOVE SRC-REC TO SEA-REC
               WRITE SEA-REC
                   INVALID KEY
                       ADD 1 TO RELOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO COPY-COUNT
               END-WRITE
               MOVE SEA-FILE-STATUS TO RELOAD-STATUS
           ELSE
               IF CUR-MASTER = 'CUSTMAST'
                   MOVE SRC-REC TO CU-REC
                   WRITE CU-REC
                       INVALID KEY
                           ADD 1 TO RELOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO COPY-COUNT
                   END-WRITE
                   MOVE CUST-FILE-STATUS TO RELOAD-STATUS
               ELSE
                   MOVE SRC-REC TO HIST-REC
                   WRITE HIST-REC
                       INVALID KEY
                           ADD 1 TO RELOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO COPY-COUNT
                   END-WRITE
                   MOVE HIST-FILE-STATUS TO RELOAD-STATUS
               END-IF
           END-IF.
      *A key the file refuses is counted and passed over; any other
      *status means the file itself has failed, and the reload stops.
           IF RELOAD-STATUS(1:1) = '0' OR RELOAD-STATUS(1:1) = '2'
               PERFORM L6-READ-SOURCE
           ELSE
               PERFORM L6-RELOAD-FAILED
           END-IF.

       L6-RELOAD-FAILED.
           MOVE SPACES        TO COPY-FAIL-FILE.
           STRING CUR-MASTER  DELIMITED BY SPACE
                  '.DAT'      DELIMITED BY SIZE
               INTO COPY-FAIL-FILE.
           MOVE RELOAD-STATUS TO COPY-FAIL-STATUS.
           MOVE 'T'           TO COPY-FAIL-FLAG.
           MOVE 'T'           TO SRC-EOF.

      ******************************************************************
      *Keeps the live file of CUR-MASTER as its next generation. The   *
      *generation goes in slot master.Gn, n cycling 1 to 5, so taking  *
      *a sixth overwrites the oldest - its catalog entry is reused for *
      *the new one. Indexed masters are kept flat, in key order. No    *
      *live file means no generation, and the catalog is untouched.    *
      ******************************************************************
       L4-TAKE-GENERATION.
           MOVE 'F' TO GEN-TAKEN-FLAG.
           MOVE 0 TO GEN-HIGH.
           PERFORM L5-FIND-HIGHEST-GENERATION
               VARYING GEN-OUT-IDX FROM 1 BY 1
                   UNTIL GEN-OUT-IDX > GEN-COUNT.
           IF GEN-HIGH = 9999
               MOVE 1 TO GEN-NEW
           ELSE
               COMPUTE GEN-NEW = GEN-HIGH + 1
           END-IF.
           DIVIDE GEN-SLOTS-KEPT INTO GEN-NEW
               GIVING GEN-QUOTIENT REMAINDER GEN-REMAINDER.
           IF GEN-REMAINDER = 0
               MOVE GEN-SLOTS-KEPT TO GEN-SLOT
           ELSE
               MOVE GEN-REMAINDER TO GEN-SLOT
           END-IF.
           PERFORM L5-BUILD-GENERATION-NAME.
           IF CUR-IS-INDEXED
               PERFORM L5-UNLOAD-INDEXED
           ELSE
               MOVE '.DAT' TO FILE-SUFFIX
               PERFORM L5-BUILD-SOURCE-NAME
               PERFORM L5-COPY-FLAT
           END-IF.
           IF COPY-SOURCE-FOUND AND NOT COPY-FAILED
               MOVE 'T' TO GEN-TAKEN-FLAG
               PERFORM L5-CATALOG-GENERATION
           END-IF.

       L5-FIND-HIGHEST-GENERATION.
           IF GEN-MASTER(GEN-OUT-IDX) = CUR-MASTER
                   AND GEN-NUMBER(GEN-OUT-IDX) > GEN-HIGH
               MOVE GEN-NUMBER(GEN-OUT-IDX) TO GEN-HIGH
           END-IF.

       L5-UNLOAD-INDEXED.
           MOVE 0 TO COPY-COUNT.
           MOVE 'F' TO SRC-EOF.
           PERFORM L6-OPEN-INDEXED.
           IF COPY-SOURCE-FOUND
               OPEN OUTPUT TARGET-FILE
               IF TGT-FILE-STATUS = '00'
                   PERFORM L6-READ-INDEXED
                   PERFORM L6-UNLOAD-RECORD
                       UNTIL SRC-END-OF-FILE
                   CLOSE TARGET-FILE
               ELSE
                   PERFORM L6-TARGET-FAILED
               END-IF
               PERFORM L6-CLOSE-INDEXED
           END-IF.

       L6-UNLOAD-RECORD.
           MOVE SRC-REC TO TGT-REC.
           WRITE TGT-REC.
           IF TGT-FILE-STATUS = '00'
               ADD 1 TO COPY-COUNT
               PERFORM L6-READ-INDEXED
           ELSE
               PERFORM L6-TARGET-FAILED
           END-IF.

       L6-OPEN-INDEXED.
           MOVE 'F' TO COPY-FOUND-FLAG.
           IF CUR-MASTER = 'SEASONOR'
               OPEN INPUT SEASON-ORDERS
               IF SEA-FILE-STATUS = '00'
                   MOVE 'T' TO COPY-FOUND-FLAG
               END-IF
           ELSE
               IF CUR-MASTER = 'CUSTMAST'
                   OPEN INPUT CUSTOMER-MASTER
                   IF CUST-FILE-STATUS = '00'
                       MOVE 'T' TO COPY-FOUND-FLAG
                   END-IF
               ELSE
                   OPEN INPUT SELLER-HISTORY
                   IF HIST-FILE-STATUS = '00'
                       MOVE 'T' TO COPY-FOUND-FLAG
                   END-IF
               END-IF
           END-IF.

      *Each indexed record comes back through SRC-REC, so the unload
      *and the sort input can treat all three masters alike.
       L6-READ-INDEXED.
           MOVE SPACES TO SRC-REC.
           IF CUR-MASTER = 'SEASONOR'
               READ SEASON-ORDERS
                   AT END
                       MOVE 'T' TO SRC-EOF
                   NOT AT END
                       MOVE SEA-REC TO SRC-REC
               END-READ
           ELSE
               IF CUR-MASTER = 'CUSTMAST'
                   READ CUSTOMER-MASTER
                       AT END
                           MOVE 'T' TO SRC-EOF
                       NOT AT END
                           MOVE CU-REC TO SRC-REC
                   END-READ
               ELSE
                   READ SELLER-HISTORY
                       AT END
                           MOVE 'T' TO SRC-EOF
                       NOT AT END
                           MOVE HIST-REC TO SRC-REC
                   END-READ
               END-IF
           END-IF.

       L6-CLOSE-INDEXED.
           IF CUR-MASTER = 'SEASONOR'
               CLOSE SEASON-ORDERS
           ELSE
               IF CUR-MASTER = 'CUSTMAST'
                   CLOSE CUSTOMER-MASTER
               ELSE
                   CLOSE SELLER-HISTORY
               END-IF
           END-IF.

      *Catalogs the generation just taken, reusing the entry for its
      *slot when the oldest is being overwritten, and rewrites the
      *catalog straight away so it always matches the files on hand.
       L5-CATALOG-GENERATION.
           MOVE 'F' TO GEN-FOUND-FLAG.
           PERFORM L6-FIND-SLOT
               VARYING GEN-OUT-IDX FROM 1 BY 1
                   UNTIL GEN-OUT-IDX > GEN-COUNT OR GEN-FOUND.
           IF NOT GEN-FOUND
               ADD 1 TO GEN-COUNT
               SET GEN-IDX TO GEN-COUNT
           END-IF.
           MOVE CUR-MASTER TO GEN-MASTER(GEN-IDX).
           MOVE GEN-NEW    TO GEN-NUMBER(GEN-IDX).
           MOVE GEN-SLOT   TO GEN-FILE-SLOT(GEN-IDX).
           MOVE RUN-DATE   TO GEN-DATE(GEN-IDX).
           MOVE RUN-TIME   TO GEN-TIME(GEN-IDX).
           MOVE COPY-COUNT TO GEN-RECS(GEN-IDX).
           MOVE GEN-REASON TO GEN-WHY(GEN-IDX).
           OPEN OUTPUT GEN-CATALOG.
           PERFORM L6-WRITE-CATALOG
               VARYING GEN-OUT-IDX FROM 1 BY 1
                   UNTIL GEN-OUT-IDX > GEN-COUNT.
           CLOSE GEN-CATALOG.

       L6-FIND-SLOT.
           IF GEN-MASTER(GEN-OUT-IDX) = CUR-MASTER
                   AND GEN-FILE-SLOT(GEN-OUT-IDX) = GEN-SLOT
               MOVE 'T' TO GEN-FOUND-FLAG
               SET GEN-IDX TO GEN-OUT-IDX
           END-IF.

       L6-WRITE-CATALOG.
           MOVE GEN-MASTER(GEN-OUT-IDX)    TO GC-MASTER.
           MOVE GEN-NUMBER(GEN-OUT-IDX)    TO GC-GEN.
           MOVE GEN-FILE-SLOT(GEN-OUT-IDX) TO GC-SLOT.
           MOVE GEN-DATE(GEN-OUT-IDX)      TO GC-DATE.
           MOVE GEN-TIME(GEN-OUT-IDX)      TO GC-TIME.
           MOVE GEN-RECS(GEN-OUT-IDX)      TO GC-RECS.
           MOVE GEN-WHY(GEN-OUT-IDX)       TO GC-REASON.
           WRITE GC-REC.

      ******************************************************************
      *File names for CUR-MASTER: master + FILE-SUFFIX, and the        *
      *generation file master.Gn for GEN-SLOT, which goes to          *
      *TGT-FILE-NAME.                                                  *
      ******************************************************************
       L5-BUILD-SOURCE-NAME.
           MOVE SPACES TO SRC-FILE-NAME.
           STRING FILE-PATH   DELIMITED BY SIZE
                  CUR-MASTER  DELIMITED BY SPACE
                  FILE-SUFFIX DELIMITED BY SIZE
               INTO SRC-FILE-NAME.

       L5-BUILD-TARGET-NAME.
           MOVE SPACES TO TGT-FILE-NAME.
           STRING FILE-PATH   DELIMITED BY SIZE
                  CUR-MASTER  DELIMITED BY SPACE
                  FILE-SUFFIX DELIMITED BY SIZE
               INTO TGT-FILE-NAME.

       L5-BUILD-GENERATION-NAME.
           MOVE SPACES TO TGT-FILE-NAME.
           STRING FILE-PATH   DELIMITED BY SIZE
                  CUR-MASTER  DELIMITED BY SPACE
                  '.G'        DELIMITED BY SIZE
                  GEN-SLOT    DELIMITED BY SIZE
               INTO TGT-FILE-NAME.

      ******************************************************************
      *Copies SRC-FILE-NAME to TGT-FILE-NAME, or just counts the       *
      *records on SRC-FILE-NAME. COPY-SOURCE-FOUND is off when the     *
      *source is not there, and the target is then left alone.         *
      *COPY-FAILED is set, with the target's status, when the target   *
      *will not open or will not take a record; the copy stops there.  *
      ******************************************************************
       L5-COPY-FLAT.
           MOVE 0 TO COPY-COUNT.
           MOVE 'F' TO COPY-FOUND-FLAG.
           MOVE 'F' TO SRC-EOF.
           OPEN INPUT SOURCE-FILE.
           IF SRC-FILE-STATUS = '00'
               MOVE 'T' TO COPY-FOUND-FLAG
               OPEN OUTPUT TARGET-FILE
               IF TGT-FILE-STATUS = '00'
                   PERFORM L6-READ-SOURCE
                   PERFORM L6-COPY-RECORD
                       UNTIL SRC-END-OF-FILE
                   CLOSE TARGET-FILE
               ELSE
                   PERFORM L6-TARGET-FAILED
               END-IF
               CLOSE SOURCE-FILE
           END-IF.

       L6-COPY-RECORD.
           MOVE SRC-REC TO TGT-REC.
           WRITE TGT-REC.
           IF TGT-FILE-STATUS = '00'
               ADD 1 TO COPY-COUNT
               PERFORM L6-READ-SOURCE
           ELSE
               PERFORM L6-TARGET-FAILED
           END-IF.

      *The file name goes without the path, to fit the report line.
       L6-TARGET-FAILED.
           MOVE TGT-FILE-NAME(22:12) TO COPY-FAIL-FILE.
           MOVE TGT-FILE-STATUS      TO COPY-FAIL-STATUS.
           MOVE 'T'                  TO COPY-FAIL-FLAG.
           MOVE 'T'                  TO SRC-EOF.

      *Also keeps the start of the last record counted - on a PO file,
      *the last line's PO number and date - and, when COPY-PO-FLAG is
      *set, the PO file's control totals.
       L5-COUNT-FLAT.
           MOVE 0 TO COPY-COUNT.
           MOVE SPACES TO COPY-LAST-LEAD.
           MOVE 0 TO COPY-PO-CASES.
           MOVE 0 TO COPY-PO-COST.
           MOVE 'F' TO COPY-FOUND-FLAG.
           MOVE 'F' TO SRC-EOF.
           OPEN INPUT SOURCE-FILE.
           IF SRC-FILE-STATUS = '00'
               MOVE 'T' TO COPY-FOUND-FLAG
               PERFORM L6-READ-SOURCE
               PERFORM L6-COUNT-RECORD
                   UNTIL SRC-END-OF-FILE
               CLOSE SOURCE-FILE
           END-IF.

       L6-COUNT-RECORD.
           ADD 1 TO COPY-COUNT.
           MOVE SRC-REC(1:18) TO COPY-LAST-LEAD.
           IF COPY-PO-TOTALS
               PERFORM L7-TOTAL-PO-LINE
           END-IF.
           PERFORM L6-READ-SOURCE.

      *The same totals CBLGMH09 stamps on STOCKOH.AUD.
       L7-TOTAL-PO-LINE.
           MOVE SRC-REC TO PO-LINE.
           IF POL-NEEDED IS NUMERIC
               ADD POL-NEEDED TO COPY-PO-CASES
           END-IF.
           IF POL-QTY IS NUMERIC
               ADD POL-QTY TO COPY-PO-CASES
           END-IF.
           IF POL-EXTENDED IS NUMERIC
               ADD POL-EXTENDED TO COPY-PO-COST
           END-IF.

       L6-READ-SOURCE.
           MOVE SPACES TO SRC-REC.
           READ SOURCE-FILE
               AT END
                   MOVE 'T' TO SRC-EOF.

      ******************************************************************
      *Prints the request's outcome on PROMOTE.PRT and logs it on      *
      *PROMLOG.DAT.                                                    *
      ******************************************************************
       L3-REPORT-ACTION.
           IF ACT-OK
               MOVE 'DONE' TO ACT-RESULT
               ADD 1 TO REQUESTS-DONE
           ELSE
               IF COPY-FAILED
                   MOVE 'FAILED' TO ACT-RESULT
                   ADD 1 TO REQUESTS-FAILED
               ELSE
                   MOVE 'REFUSED' TO ACT-RESULT
                   ADD 1 TO REQUESTS-REFUSED
               END-IF
           END-IF.
           MOVE ACT-NAME   TO AL-ACTION.
           MOVE ACT-MASTER TO AL-MASTER.
           MOVE ACT-GEN    TO AL-GEN.
           MOVE ACT-RESULT TO AL-RESULT.
           MOVE ACT-RECS   TO AL-RECS.
           MOVE ACT-TEXT   TO AL-TEXT.
           WRITE PRM-PRTLINE FROM ACTION-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-PAGE-HEADING.
           MOVE RUN-DATE   TO PL-DATE.
           MOVE RUN-TIME   TO PL-TIME.
           MOVE ACT-NAME   TO PL-ACTION.
           MOVE ACT-MASTER TO PL-MASTER.
           MOVE ACT-GEN    TO PL-GEN.
           MOVE ACT-RESULT TO PL-RESULT.
           MOVE ACT-RECS   TO PL-RECS.
           MOVE ACT-TEXT   TO PL-TEXT.
           WRITE PL-REC.

      ******************************************************************
      *Lists the generations on hand, master by master, oldest first,  *
      *then the request totals and the return code.                    *
      ******************************************************************
       L2-CLOSURE.
           WRITE PRM-PRTLINE FROM GEN-LIST-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L3-PAGE-HEADING.
           IF GEN-COUNT = 0
               WRITE PRM-PRTLINE FROM GEN-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRM-PRTLINE FROM GEN-COL-HEADING
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L3-PAGE-HEADING
               END-WRITE
               PERFORM L3-LIST-MASTER-GENERATIONS
                   VARYING MST-IDX FROM 1 BY 1
                       UNTIL MST-IDX > 7
           END-IF.
           MOVE REQUESTS-DONE    TO PTL-DONE.
           MOVE REQUESTS-REFUSED TO PTL-REFUSED.
           MOVE REQUESTS-FAILED  TO PTL-FAILED.
           WRITE PRM-PRTLINE FROM PROMOTE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF REQUESTS-FAILED > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               IF REQUESTS-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF PT-FILE-OPEN
               CLOSE PROMOTE-TRANS
           END-IF.
           CLOSE PROMOTE-LOG.
           CLOSE PRINT-PROMOTE.

      *Picks out the master's generations lowest number first: each
      *pass prints the lowest one above the last printed.
       L3-LIST-MASTER-GENERATIONS.
           MOVE MST-NAME(MST-IDX) TO CUR-MASTER.
           MOVE 0   TO GEN-LIST-LOW.
           MOVE 'T' TO GEN-LIST-FLAG.
           PERFORM L4-LIST-NEXT-GENERATION
               UNTIL NOT GEN-LIST-FOUND.

       L4-LIST-NEXT-GENERATION.
           MOVE 'F' TO GEN-LIST-FLAG.
           MOVE 9999 TO GEN-LIST-NEXT.
           PERFORM L5-FIND-NEXT-LISTED
               VARYING GEN-OUT-IDX FROM 1 BY 1
                   UNTIL GEN-OUT-IDX > GEN-COUNT.
           IF GEN-LIST-FOUND
               PERFORM L5-PRINT-GENERATION
               MOVE GEN-LIST-NEXT TO GEN-LIST-LOW
           END-IF.

       L5-FIND-NEXT-LISTED.
           IF GEN-MASTER(GEN-OUT-IDX) = CUR-MASTER
                   AND GEN-NUMBER(GEN-OUT-IDX) > GEN-LIST-LOW
                   AND GEN-NUMBER(GEN-OUT-IDX) NOT > GEN-LIST-NEXT
               MOVE 'T' TO GEN-LIST-FLAG
               MOVE GEN-NUMBER(GEN-OUT-IDX) TO GEN-LIST-NEXT
               SET GEN-IDX TO GEN-OUT-IDX
           END-IF.

       L5-PRINT-GENERATION.
           MOVE GEN-MASTER(GEN-IDX)    TO GL-MASTER.
           MOVE GEN-NUMBER(GEN-IDX)    TO GL-GEN.
           MOVE SPACES                 TO GL-FILE.
           STRING GEN-MASTER(GEN-IDX)    DELIMITED BY SPACE
                  '.G'                   DELIMITED BY SIZE
                  GEN-FILE-SLOT(GEN-IDX) DELIMITED BY SIZE
               INTO GL-FILE.
           MOVE GEN-DATE(GEN-IDX)(7:2) TO GL-DAY.
           MOVE GEN-DATE(GEN-IDX)(5:2) TO GL-MONTH.
           MOVE GEN-DATE(GEN-IDX)(1:4) TO GL-YEAR.
           MOVE GEN-TIME(GEN-IDX)(1:2) TO GL-HOUR.
           MOVE GEN-TIME(GEN-IDX)(3:2) TO GL-MINUTE.
           MOVE GEN-RECS(GEN-IDX)      TO GL-RECS.
           MOVE GEN-WHY(GEN-IDX)       TO GL-REASON.
           WRITE PRM-PRTLINE FROM GEN-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3-PAGE-HEADING.

      ******************************************************************
       L3-PAGE-HEADING.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRM-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE PRM-PRTLINE FROM PROMOTE-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRM-PRTLINE.
           WRITE PRM-PRTLINE
               AFTER ADVANCING 1 LINE.

      *end program CBLGMH15.

      *numbers not on file, and prints an audit report with each       *
      *record's before and after image. The updated roster is written  *
      *to SLRROSTR.NEW so the live roster is never half-written by a   *
      *failed run - promote it with CBLGMH15 once the audit report     *
      *checks out. The run's status and counts go to SLRROSTR.AUD,     *
      *which CBLGMH15 checks before it will promote.                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT SELLER-ROSTER-NEW
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRROSTR.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRROSTR.AUD'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-AUDIT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
               05  SM-NEW-GUARDIAN         PIC X(20).
               05  SM-NEW-PHONE            PIC X(12).

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
           RECORD CONTAINS 132 CHARACTERS
               88  TR-END-OF-FILE  VALUE 'T'.
           05  TRANS-APPLIED           PIC 9(4)    VALUE 0.
           05  TRANS-REJECTED          PIC 9(4)    VALUE 0.
           05  NEW-RECS-WRITTEN        PIC 9(6)    VALUE 0.
           05  RUN-CTL-STATUS          PIC X.
           05  TR-NUMBER-N             PIC 9(4).

       01  TEAM-CONTROL.

       01  AUDIT-NEW-FILE-LINE.
           05  FILLER           PIC X(48)  VALUE
                   'UPDATED ROSTER WRITTEN TO SLRROSTR.NEW - PROMOTE'.
           05  FILLER           PIC X(35)  VALUE
                   ' WITH CBLGMH15 ONCE THIS REPORT AND'.
           05  FILLER           PIC X(25)  VALUE
                   ' THE RUN CHECK OUT CLEAN.'.

      *The seller image printed in the before and after columns, built
      *field by field so a bad transaction never has to be moved into
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE 'S'                        TO RUN-CTL-STATUS.
           PERFORM L3-WRITE-RUN-CONTROL.
           PERFORM L3-LOAD-TEAMS.
           PERFORM L3-LOAD-ROSTER.
           OPEN INPUT ROSTER-TRANS.
      ******************************************************************
      *Writes the updated roster to SLRROSTR.NEW, prints the applied/  *
      *rejected totals and closes up. The live SLRROSTR.DAT is left    *
      *untouched until CBLGMH15 promotes the new file.                 *
      ******************************************************************
       L2-CLOSURE.
           OPEN OUTPUT SELLER-ROSTER-NEW.
           WRITE AUD-PRTLINE FROM AUDIT-NEW-FILE-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE ROSTER-TRANS.
           MOVE 'C' TO RUN-CTL-STATUS.
           PERFORM L3-WRITE-RUN-CONTROL.
           CLOSE PRINT-AUDIT.

       L3-WRITE-NEW-SELLER.
               MOVE SM-GUARDIAN(SM-OUT-IDX) TO SM-NEW-GUARDIAN
               MOVE SM-PHONE(SM-OUT-IDX)    TO SM-NEW-PHONE
               WRITE SM-NEW-REC
               ADD 1 TO NEW-RECS-WRITTEN
           END-IF.

      ******************************************************************
      *Writes this run's control record to SLRROSTR.AUD: status S when *
      *the run starts, C once SLRROSTR.NEW has been written and the    *
      *audit report totalled, with the counts CBLGMH15 checks before   *
      *it will promote the new file.                                   *
      ******************************************************************
       L3-WRITE-RUN-CONTROL.
           MOVE 'CBLGMH08'         TO NCT-PROGRAM.
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

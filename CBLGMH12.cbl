       IDENTIFICATION DIVISION.
       program-id. CBLGMH12.
       AUTHOR.     Garrett Helmich.
       DATE-WRITTEN.   10/05/2026.

      ******************************************************************
      *One-time load of the season orders, customer and seller history *
      *masters into their indexed form. The old line sequential files  *
      *are renamed SEASONOR.SEQ, CUSTMAST.SEQ and SLRHIST.SEQ first;   *
      *each is read through in its old layout and written by key to    *
      *the indexed SEASONOR.DAT, CUSTMAST.DAT and SLRHIST.DAT the      *
      *consolidation run now keeps. A file not renamed is skipped and  *
      *its indexed master left alone - the next posting run creates it *
      *empty if it is not there. An indexed master already on file is  *
      *never written over: its .SEQ file is not converted, so a second *
      *run cannot wipe a master the posting runs have been keeping.    *
      *                                                                *
      *Two orders that land on the same key (the same buyer, seller,   *
      *week and pop type keyed twice) are merged into one record with  *
      *the cases and amount added, so the season totals come across    *
      *unchanged. A second history record for the same season and     *
      *seller is left off. Every merge and every record left off is    *
      *listed on CONVERT.PRT.                                          *
      *                                                                *
      *RETURN-CODE: 0 clean, 4 records merged or left off, 8 a master  *
      *already on file and not converted, 16 a master not created.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SEASON-ORDERS
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SEASONOR.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLDS-FILE-STATUS.
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
           SELECT OLD-CUSTOMER-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CUSTMAST.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLDC-FILE-STATUS.
           SELECT CUSTOMER-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-REC-KEY
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT OLD-SELLER-HISTORY
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRHIST.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLDH-FILE-STATUS.
           SELECT SELLER-HISTORY
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\SLRHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-REC-KEY
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT PRINT-CONVERT
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\CONVERT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The season orders file in the line sequential layout the
      *consolidation run kept before the file was keyed.
       FD  OLD-SEASON-ORDERS
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLDS-REC
           RECORD CONTAINS 87 CHARACTERS.
           01  OLDS-REC.
               05  OLDS-WEEK               PIC 99.
               05  OLDS-SELLER             PIC 9(4).
               05  OLDS-TEAM               PIC X.
               05  OLDS-POP                PIC 99.
               05  OLDS-CASES              PIC 9(4).
               05  OLDS-TOTAL              PIC 9(6)V99.
               05  OLDS-LNAME              PIC X(15).
               05  OLDS-FNAME              PIC X(15).
               05  OLDS-ADDRESS            PIC X(15).
               05  OLDS-CITY               PIC X(10).
               05  OLDS-STATE              PIC XX.
               05  OLDS-ZIP.
                   10  OLDS-1ZIP           PIC 99999.
                   10  OLDS-2ZIP           PIC 9999.

      *The same fields rearranged so the key - week, seller, buyer and
      *pop code - leads the record.
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

       FD  OLD-CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLDC-REC
           RECORD CONTAINS 96 CHARACTERS.
           01  OLDC-REC.
               05  OLDC-SEASON             PIC 9(4).
               05  OLDC-WEEK               PIC 99.
               05  OLDC-SELLER             PIC 9(4).
               05  OLDC-POP-NAME           PIC X(16).
               05  OLDC-CASES              PIC 9(4).
               05  OLDC-LNAME              PIC X(15).
               05  OLDC-FNAME              PIC X(15).
               05  OLDC-ADDRESS            PIC X(15).
               05  OLDC-CITY               PIC X(10).
               05  OLDC-STATE              PIC XX.
               05  OLDC-ZIP.
                   10  OLDC-1ZIP           PIC 99999.
                   10  OLDC-2ZIP           PIC 9999.

      *Keyed by season and seller first, then week, buyer and pop.
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

      *The seller history layout is unchanged - season and seller
      *number already lead the record.
       FD  OLD-SELLER-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLDH-REC
           RECORD CONTAINS 49 CHARACTERS.
           01  OLDH-REC                    PIC X(49).

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

       FD  PRINT-CONVERT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CNV-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  CNV-PRTLINE                 PIC X(132).


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
           05  ANY-EXCEPTION-FLAG      PIC X       VALUE 'F'.
               88  ANY-EXCEPTION   VALUE 'T'.
           05  ANY-REFUSED-FLAG        PIC X       VALUE 'F'.
               88  ANY-REFUSED     VALUE 'T'.

      *Read, loaded and merged or left off, for whichever file is
      *being converted; printed and cleared as each one finishes.
       01  CONVERT-CONTROL.
           05  CNV-EOF                 PIC X       VALUE 'F'.
               88  CNV-END-OF-FILE VALUE 'T'.
           05  CNV-READ                PIC 9(6)    VALUE 0.
           05  CNV-LOADED              PIC 9(6)    VALUE 0.
           05  CNV-MERGED              PIC 9(6)    VALUE 0.
           05  CNV-DROPPED             PIC 9(6)    VALUE 0.
           05  CNV-CASES-HOLD          PIC 9(4).
           05  CNV-TOTAL-HOLD          PIC 9(6)V99.

       01  FILE-STATUS-CONTROL.
           05  OLDS-FILE-STATUS        PIC XX.
           05  SEA-FILE-STATUS         PIC XX.
           05  OLDC-FILE-STATUS        PIC XX.
           05  CUST-FILE-STATUS        PIC XX.
           05  OLDH-FILE-STATUS        PIC XX.
           05  HIST-FILE-STATUS        PIC XX.
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

       01  CONVERT-HEADING.
           05  FILLER           PIC X(49)  VALUE SPACES.
           05  FILLER           PIC X(33)
                   VALUE 'INDEXED MASTER FILE CONVERSION'.

       01  CONVERT-COL-HEADING.
           05  FILLER           PIC X(4)   VALUE 'FILE'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RECORD'.
           05  FILLER           PIC X(92)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RESULT'.

      *A merged or left-off record prints exactly as it came off the
      *old file.
       01  CONVERT-DETAIL-LINE.
           05  CD-FILE          PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  CD-RECORD        PIC X(96).
           05  FILLER           PIC XX     VALUE SPACES.
           05  CD-RESULT        PIC X(24).

       01  CONVERT-TOTAL-LINE.
           05  CT-FILE          PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'READ: '.
           05  CT-READ          PIC ZZZ,ZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'LOADED: '.
           05  CT-LOADED        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'MERGED: '.
           05  CT-MERGED        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'LEFT OFF: '.
           05  CT-DROPPED       PIC ZZZ,ZZ9.

       01  NOT-PRESENT-LINE.
           05  NP-FILE          PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(44)  VALUE
                   'NO SEQUENTIAL FILE TO CONVERT - LEFT AS IS'.

       01  ON-FILE-LINE.
           05  OF-FILE          PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(47)  VALUE
                   'INDEXED MASTER ALREADY ON FILE - NOT CONVERTED.'.
           05  FILLER           PIC X(14)  VALUE '  FILE STATUS '.
           05  OF-STATUS        PIC XX.


       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-CONVERT-SEASON.
           PERFORM L2-CONVERT-CUSTOMERS.
           PERFORM L2-CONVERT-HISTORY.
           PERFORM L2-CLOSURE.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           OPEN OUTPUT PRINT-CONVERT.
           PERFORM L3-CONVERT-HEADINGS.

      ******************************************************************
      *Season orders: every old record is rearranged into the keyed    *
      *layout and written by key. A second order on the same key is    *
      *added onto the first. SEASONOR.DAT is only created when it is   *
      *not there yet.                                                  *
      ******************************************************************
       L2-CONVERT-SEASON.
           PERFORM L3-CLEAR-COUNTS.
           OPEN INPUT OLD-SEASON-ORDERS.
           IF OLDS-FILE-STATUS = '00'
               OPEN INPUT SEASON-ORDERS
               IF SEA-FILE-STATUS NOT = '35'
                   IF SEA-FILE-STATUS = '00'
                       CLOSE SEASON-ORDERS
                   END-IF
                   CLOSE OLD-SEASON-ORDERS
                   MOVE 'SEASONOR'      TO OF-FILE
                   MOVE SEA-FILE-STATUS TO OF-STATUS
                   PERFORM L3-PRINT-ON-FILE
               ELSE
                   PERFORM L3-LOAD-SEASON-FILE
               END-IF
           ELSE
               MOVE 'SEASONOR' TO NP-FILE
               PERFORM L3-PRINT-NOT-PRESENT
           END-IF.

       L3-LOAD-SEASON-FILE.
           OPEN OUTPUT SEASON-ORDERS.
           IF SEA-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN SEASONOR.DAT - FILE STATUS '
                   SEA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-READ-OLD-SEASON.
           PERFORM L3-LOAD-SEASON-RECORD
               UNTIL CNV-END-OF-FILE.
           CLOSE SEASON-ORDERS.
           CLOSE OLD-SEASON-ORDERS.
           MOVE 'SEASONOR' TO CT-FILE.
           PERFORM L3-PRINT-TOTALS.

       L3-READ-OLD-SEASON.
           READ OLD-SEASON-ORDERS
               AT END
                   MOVE 'T' TO CNV-EOF.

       L3-LOAD-SEASON-RECORD.
           ADD 1 TO CNV-READ.
           MOVE OLDS-WEEK      TO SEA-REC-WEEK.
           MOVE OLDS-SELLER    TO SEA-REC-SELLER.
           MOVE OLDS-LNAME     TO SEA-REC-LNAME.
           MOVE OLDS-FNAME     TO SEA-REC-FNAME.
           MOVE OLDS-ADDRESS   TO SEA-REC-ADDRESS.
           MOVE OLDS-POP       TO SEA-REC-POP.
           MOVE OLDS-TEAM      TO SEA-REC-TEAM.
           MOVE OLDS-CASES     TO SEA-REC-CASES.
           MOVE OLDS-TOTAL     TO SEA-REC-TOTAL.
           MOVE OLDS-CITY      TO SEA-REC-CITY.
           MOVE OLDS-STATE     TO SEA-REC-STATE.
           MOVE OLDS-1ZIP      TO SEA-REC-1ZIP.
           MOVE OLDS-2ZIP      TO SEA-REC-2ZIP.
           WRITE SEA-REC
               INVALID KEY
                   PERFORM L4-MERGE-SEASON-RECORD
               NOT INVALID KEY
                   ADD 1 TO CNV-LOADED
           END-WRITE.
           PERFORM L3-READ-OLD-SEASON.

      *Reads back the order already on the key and adds this one's
      *cases and amount onto it.
       L4-MERGE-SEASON-RECORD.
           MOVE OLDS-CASES     TO CNV-CASES-HOLD.
           MOVE OLDS-TOTAL     TO CNV-TOTAL-HOLD.
           READ SEASON-ORDERS
               INVALID KEY
                   ADD 1 TO CNV-DROPPED
                   MOVE 'NOT LOADED' TO CD-RESULT
               NOT INVALID KEY
                   ADD CNV-CASES-HOLD TO SEA-REC-CASES
                   ADD CNV-TOTAL-HOLD TO SEA-REC-TOTAL
                   REWRITE SEA-REC
                   ADD 1 TO CNV-MERGED
                   MOVE 'MERGED WITH EARLIER' TO CD-RESULT
           END-READ.
           MOVE 'SEASONOR' TO CD-FILE.
           MOVE OLDS-REC   TO CD-RECORD.
           PERFORM L3-PRINT-EXCEPTION.

      ******************************************************************
      *Customer master: the same rearrangement, season and seller to   *
      *the front. A second order on the same key has its cases added   *
      *onto the first. CUSTMAST.DAT is only created when it is not     *
      *there yet.                                                      *
      ******************************************************************
       L2-CONVERT-CUSTOMERS.
           PERFORM L3-CLEAR-COUNTS.
           OPEN INPUT OLD-CUSTOMER-MASTER.
           IF OLDC-FILE-STATUS = '00'
               OPEN INPUT CUSTOMER-MASTER
               IF CUST-FILE-STATUS NOT = '35'
                   IF CUST-FILE-STATUS = '00'
                       CLOSE CUSTOMER-MASTER
                   END-IF
                   CLOSE OLD-CUSTOMER-MASTER
                   MOVE 'CUSTMAST'       TO OF-FILE
                   MOVE CUST-FILE-STATUS TO OF-STATUS
                   PERFORM L3-PRINT-ON-FILE
               ELSE
                   PERFORM L3-LOAD-CUSTOMER-FILE
               END-IF
           ELSE
               MOVE 'CUSTMAST' TO NP-FILE
               PERFORM L3-PRINT-NOT-PRESENT
           END-IF.

       L3-LOAD-CUSTOMER-FILE.
           OPEN OUTPUT CUSTOMER-MASTER.
           IF CUST-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN CUSTMAST.DAT - FILE STATUS '
                   CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-READ-OLD-CUSTOMER.
           PERFORM L3-LOAD-CUSTOMER-RECORD
               UNTIL CNV-END-OF-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE OLD-CUSTOMER-MASTER.
           MOVE 'CUSTMAST' TO CT-FILE.
           PERFORM L3-PRINT-TOTALS.

       L3-READ-OLD-CUSTOMER.
           READ OLD-CUSTOMER-MASTER
               AT END
                   MOVE 'T' TO CNV-EOF.

       L3-LOAD-CUSTOMER-RECORD.
           ADD 1 TO CNV-READ.
           MOVE OLDC-SEASON    TO CU-REC-SEASON.
           MOVE OLDC-SELLER    TO CU-REC-SELLER.
           MOVE OLDC-WEEK      TO CU-REC-WEEK.
           MOVE OLDC-LNAME     TO CU-REC-LNAME.
           MOVE OLDC-FNAME     TO CU-REC-FNAME.
           MOVE OLDC-ADDRESS   TO CU-REC-ADDRESS.
           MOVE OLDC-POP-NAME  TO CU-REC-POP-NAME.
           MOVE OLDC-CASES     TO CU-REC-CASES.
           MOVE OLDC-CITY      TO CU-REC-CITY.
           MOVE OLDC-STATE     TO CU-REC-STATE.
           MOVE OLDC-1ZIP      TO CU-REC-1ZIP.
           MOVE OLDC-2ZIP      TO CU-REC-2ZIP.
           WRITE CU-REC
               INVALID KEY
                   PERFORM L4-MERGE-CUSTOMER-RECORD
               NOT INVALID KEY
                   ADD 1 TO CNV-LOADED
           END-WRITE.
           PERFORM L3-READ-OLD-CUSTOMER.

       L4-MERGE-CUSTOMER-RECORD.
           MOVE OLDC-CASES     TO CNV-CASES-HOLD.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO CNV-DROPPED
                   MOVE 'NOT LOADED' TO CD-RESULT
               NOT INVALID KEY
                   ADD CNV-CASES-HOLD TO CU-REC-CASES
                   REWRITE CU-REC
                   ADD 1 TO CNV-MERGED
                   MOVE 'MERGED WITH EARLIER' TO CD-RESULT
           END-READ.
           MOVE 'CUSTMAST' TO CD-FILE.
           MOVE OLDC-REC   TO CD-RECORD.
           PERFORM L3-PRINT-EXCEPTION.

      ******************************************************************
      *Seller history: copied across record for record. The first      *
      *record for a season and seller stands; a second is left off.    *
      *SLRHIST.DAT is only created when it is not there yet.           *
      ******************************************************************
       L2-CONVERT-HISTORY.
           PERFORM L3-CLEAR-COUNTS.
           OPEN INPUT OLD-SELLER-HISTORY.
           IF OLDH-FILE-STATUS = '00'
               OPEN INPUT SELLER-HISTORY
               IF HIST-FILE-STATUS NOT = '35'
                   IF HIST-FILE-STATUS = '00'
                       CLOSE SELLER-HISTORY
                   END-IF
                   CLOSE OLD-SELLER-HISTORY
                   MOVE 'SLRHIST'        TO OF-FILE
                   MOVE HIST-FILE-STATUS TO OF-STATUS
                   PERFORM L3-PRINT-ON-FILE
               ELSE
                   PERFORM L3-LOAD-HISTORY-FILE
               END-IF
           ELSE
               MOVE 'SLRHIST' TO NP-FILE
               PERFORM L3-PRINT-NOT-PRESENT
           END-IF.

       L3-LOAD-HISTORY-FILE.
           OPEN OUTPUT SELLER-HISTORY.
           IF HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN SLRHIST.DAT - FILE STATUS '
                   HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L3-READ-OLD-HISTORY.
           PERFORM L3-LOAD-HISTORY-RECORD
               UNTIL CNV-END-OF-FILE.
           CLOSE SELLER-HISTORY.
           CLOSE OLD-SELLER-HISTORY.
           MOVE 'SLRHIST' TO CT-FILE.
           PERFORM L3-PRINT-TOTALS.

       L3-READ-OLD-HISTORY.
           READ OLD-SELLER-HISTORY
               AT END
                   MOVE 'T' TO CNV-EOF.

       L3-LOAD-HISTORY-RECORD.
           ADD 1 TO CNV-READ.
           WRITE HIST-REC FROM OLDH-REC
               INVALID KEY
                   ADD 1 TO CNV-DROPPED
                   MOVE 'SLRHIST'  TO CD-FILE
                   MOVE OLDH-REC   TO CD-RECORD
                   MOVE 'DUPLICATE - LEFT OFF' TO CD-RESULT
                   PERFORM L3-PRINT-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO CNV-LOADED
           END-WRITE.
           PERFORM L3-READ-OLD-HISTORY.

      ******************************************************************
       L3-CLEAR-COUNTS.
           MOVE 'F' TO CNV-EOF.
           MOVE 0 TO CNV-READ.
           MOVE 0 TO CNV-LOADED.
           MOVE 0 TO CNV-MERGED.
           MOVE 0 TO CNV-DROPPED.

       L3-PRINT-EXCEPTION.
           MOVE 'T' TO ANY-EXCEPTION-FLAG.
           WRITE CNV-PRTLINE FROM CONVERT-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-CONVERT-HEADINGS.

       L3-PRINT-TOTALS.
           MOVE CNV-READ       TO CT-READ.
           MOVE CNV-LOADED     TO CT-LOADED.
           MOVE CNV-MERGED     TO CT-MERGED.
           MOVE CNV-DROPPED    TO CT-DROPPED.
           WRITE CNV-PRTLINE FROM CONVERT-TOTAL-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L3-CONVERT-HEADINGS.

       L3-PRINT-NOT-PRESENT.
           WRITE CNV-PRTLINE FROM NOT-PRESENT-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L3-CONVERT-HEADINGS.

       L3-PRINT-ON-FILE.
           MOVE 'T' TO ANY-REFUSED-FLAG.
           WRITE CNV-PRTLINE FROM ON-FILE-LINE
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L3-CONVERT-HEADINGS.

       L2-CLOSURE.
           CLOSE PRINT-CONVERT.
           MOVE 0 TO RETURN-CODE.
           IF ANY-EXCEPTION
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ANY-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
       L3-PAGE-HEADING.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE CNV-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.

       L3-CONVERT-HEADINGS.
           PERFORM L3-PAGE-HEADING.
           WRITE CNV-PRTLINE FROM CONVERT-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE CNV-PRTLINE FROM CONVERT-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *end program CBLGMH12.

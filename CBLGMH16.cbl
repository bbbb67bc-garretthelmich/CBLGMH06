       IDENTIFICATION DIVISION.
       program-id. CBLGMH16.
       AUTHOR.     Garrett Helmich.
       DATE-WRITTEN.   10/13/2026.

      ******************************************************************
      *Team fund ledger. CBLGMH06 credits each team's account on       *
      *TEAMACCT.DAT at closure with its share of the run's net         *
      *proceeds, the club split going to the general fund account '*'. *
      *This program debits the accounts with the treasurer's keyed     *
      *team expenses on TEAMEXP.DAT - tournament fees, uniforms and    *
      *the like - one voucher per record. An expense is rejected when  *
      *the team is not on TEAMMAST.DAT, the voucher, date or amount is *
      *bad, the voucher is already posted, the account has already     *
      *been carried into a later season, or it would overdraw the      *
      *account. Every posting lands on the ledger, TEAMLEDG.DAT, so a  *
      *rerun of the same expense file is turned back voucher by        *
      *voucher rather than paid twice. TEAMFUND.PRT lists the expense  *
      *audit, then prints each account's statement for the season -    *
      *opening balance, allocations, expenses and closing balance -    *
      *on its own page for the coach, and a summary of all accounts    *
      *for the treasurer.                                              *
      *                                                                *
      *RETURN-CODE: 0 clean, 4 expenses rejected or more accounts than *
      *the summary page holds, 8 an account does not agree with its    *
      *ledger, 16 a fund file would not take a posting.                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-MASTER
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\TEAMMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEAM-FILE-STATUS.
           SELECT TEAM-EXPENSES
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\TEAMEXP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-FILE-STATUS.
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
           SELECT PRINT-FUND
               ASSIGN TO 'C:\IHCC BACKUP\COBOL\TEAMFUND.PRT'
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

      *One keyed team expense per record: the team code ('*' for the
      *club's general fund), the treasurer's voucher number, the date
      *paid as YYYYMMDD, what it was for and the amount as 9(5)V99.
       FD  TEAM-EXPENSES
           LABEL RECORD IS STANDARD
           DATA RECORD IS TX-REC
           RECORD CONTAINS 44 CHARACTERS.
           01  TX-REC.
               05  TX-REC-TEAM             PIC X.
               05  TX-REC-VOUCHER          PIC X(8).
               05  TX-REC-DATE             PIC X(8).
               05  TX-REC-DESC             PIC X(20).
               05  TX-REC-AMOUNT           PIC X(7).

      *The team fund accounts and their ledger, as CBLGMH06 lays them
      *out.
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

       FD  PRINT-FUND
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FND-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01  FND-PRTLINE                 PIC X(132).


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
           05  CURRENT-SEASON          PIC 9(4).
           05  TX-IS-VALID             PIC X       VALUE 'F'.
           05  TX-ERR-DESCRIPTION      PIC X(40).

       01  TRANS-CONTROL.
           05  TX-FILE-STATUS          PIC XX.
           05  TX-EOF                  PIC X       VALUE 'F'.
               88  TX-END-OF-FILE  VALUE 'T'.
           05  TX-OPEN-FLAG            PIC X       VALUE 'F'.
               88  TX-FILE-OPEN    VALUE 'T'.
           05  TRANS-POSTED            PIC 9(4)    VALUE 0.
           05  TRANS-REJECTED          PIC 9(4)    VALUE 0.
           05  TRANS-POSTED-AMOUNT     PIC 9(7)V99 VALUE 0.
      *The keyed amount lands in TX-AMOUNT-X and is read back through
      *the REDEFINES as 9(5)V99, the way CBLGMH07 reads its prices.
           05  TX-AMOUNT-X             PIC X(7).
           05  TX-AMOUNT-N REDEFINES TX-AMOUNT-X
                                       PIC 9(5)V99.
           05  TX-DATE-X               PIC X(8).
           05  TX-DATE-N REDEFINES TX-DATE-X.
               10  TX-DATE-YEAR        PIC 9(4).
               10  TX-DATE-MONTH       PIC 99.
               10  TX-DATE-DAY         PIC 99.

       01  TEAM-CONTROL.
           05  TEAM-FILE-STATUS        PIC XX.
           05  TEAM-COUNT              PIC 99      VALUE 0.
           05  TEAM-EOF                PIC X       VALUE 'F'.
               88  TEAM-END-OF-FILE VALUE 'T'.
           05  TEAM-FOUND-FLAG         PIC X       VALUE 'F'.
               88  TEAM-FOUND      VALUE 'T'.
           05  TEAM-SEARCH-CODE        PIC X.

      *Same 20-team ceiling as the consolidation run's TEAM-TABLE.
       01  TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 1 TO 20 TIMES DEPENDING ON TEAM-COUNT
                       INDEXED BY TEAM-IDX.
               10  TEAM-CODE           PIC X.
               10  TEAM-NAME           PIC X(20).

       01  FUND-CONTROL.
           05  TFA-FILE-STATUS         PIC XX.
           05  TFL-FILE-STATUS         PIC XX.
           05  FUND-ACCT-FLAG          PIC X.
               88  FUND-ACCT-FOUND VALUE 'T'.
           05  FUND-ENTRY-FLAG         PIC X.
               88  FUND-ENTRY-FOUND VALUE 'T'.
           05  FUND-POST-NAME          PIC X(20).

      *The statement in hand. An account not yet touched this season
      *is shown for this season anyway: its balance carried forward as
      *the opening balance, with nothing posted against it yet.
       01  STMT-CONTROL.
           05  TFA-EOF                 PIC X       VALUE 'F'.
               88  TFA-END-OF-FILE VALUE 'T'.
           05  TFL-EOF                 PIC X       VALUE 'F'.
               88  TFL-END-OF-FILE VALUE 'T'.
           05  STMT-SEASON             PIC 9(4).
           05  STMT-OPEN-BAL           PIC S9(7)V99.
           05  STMT-ALLOCATED          PIC S9(7)V99.
           05  STMT-EXPENSED           PIC S9(7)V99.
           05  STMT-CLOSING            PIC S9(7)V99.
           05  STMT-LEDGER-ALLOC       PIC S9(7)V99.
           05  STMT-LEDGER-EXP         PIC S9(7)V99.
           05  STMT-ENTRIES            PIC 9(4).
           05  STMT-COUNT              PIC 99      VALUE 0.
           05  STMT-OFF-COUNT          PIC 99      VALUE 0.
           05  STMT-AGREE-FLAG         PIC X.
               88  STMT-AGREES     VALUE 'T'.
           05  SUM-OPEN-BAL            PIC S9(7)V99 VALUE 0.
           05  SUM-ALLOCATED           PIC S9(7)V99 VALUE 0.
           05  SUM-EXPENSED            PIC S9(7)V99 VALUE 0.
           05  SUM-CLOSING             PIC S9(7)V99 VALUE 0.

      *Each account's statement figures, held for the summary page.
       01  SUMMARY-TABLE.
           05  SUM-ENTRY OCCURS 21 TIMES INDEXED BY SUM-IDX.
               10  SUM-TEAM            PIC X.
               10  SUM-NAME            PIC X(20).
               10  SUM-SEASON          PIC 9(4).
               10  SUM-OPEN            PIC S9(7)V99.
               10  SUM-ALLOC           PIC S9(7)V99.
               10  SUM-EXP             PIC S9(7)V99.
               10  SUM-CLOSE           PIC S9(7)V99.
               10  SUM-AGREE           PIC X.
           05  SUM-OUT-IDX             PIC 99.
           05  SUM-OVER-COUNT          PIC 9(4)    VALUE 0.
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

       01  EXPENSE-HEADING.
           05  FILLER           PIC X(52)  VALUE SPACES.
           05  FILLER           PIC X(28)
                   VALUE 'TEAM EXPENSE POSTING AUDIT'.

       01  EXPENSE-COL-HEADING.
           05  FILLER           PIC X(6)   VALUE 'ACTION'.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'TEAM'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'VOUCHER'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(4)   VALUE 'DATE'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'DESCRIPTION'.
           05  FILLER           PIC X(14)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'AMOUNT'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'RESULT'.

       01  EXPENSE-DETAIL-LINE.
           05  ED-ACTION        PIC X(6).
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  ED-TEAM          PIC X.
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  ED-VOUCHER       PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  ED-DATE          PIC X(8).
           05  FILLER           PIC XX     VALUE SPACES.
           05  ED-DESC          PIC X(20).
           05  FILLER           PIC XX     VALUE SPACES.
           05  ED-AMOUNT        PIC $$$,$$9.99.
           05  ED-AMOUNT-X REDEFINES ED-AMOUNT
                                PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  ED-RESULT        PIC X(40).
           05  ED-POSTED REDEFINES ED-RESULT.
               10  ED-BAL-LABEL PIC X(13).
               10  ED-BALANCE   PIC $$,$$$,$$9.99-.
               10  FILLER       PIC X(13).

       01  EXPENSE-TOTAL-LINE.
           05  FILLER           PIC X(17)  VALUE 'EXPENSES POSTED '.
           05  ET-POSTED        PIC Z,ZZ9.
           05  FILLER           PIC X(4)   VALUE ' FOR'.
           05  ET-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(12)  VALUE '   REJECTED '.
           05  ET-REJECTED      PIC Z,ZZ9.

       01  NO-EXPENSE-LINE.
           05  FILLER           PIC X(40)  VALUE
                   'NO TEAM EXPENSES ON TEAMEXP.DAT.'.

       01  STATEMENT-HEADING.
           05  FILLER           PIC X(53)  VALUE SPACES.
           05  FILLER           PIC X(22)
                   VALUE 'TEAM ACCOUNT STATEMENT'.

       01  STATEMENT-TEAM-LINE.
           05  FILLER           PIC X(6)   VALUE 'TEAM: '.
           05  SH-TEAM          PIC X.
           05  FILLER           PIC X(3)   VALUE ' - '.
           05  SH-NAME          PIC X(20).
           05  FILLER           PIC X(10)  VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'SEASON: '.
           05  SH-SEASON        PIC 9(4).

       01  STATEMENT-OPEN-LINE.
           05  FILLER           PIC X(50)  VALUE
                   'OPENING BALANCE CARRIED FROM PRIOR SEASONS'.
           05  FILLER           PIC X(30)  VALUE SPACES.
           05  SO-AMOUNT        PIC $$,$$$,$$9.99-.

       01  STATEMENT-COL-HEADING.
           05  FILLER           PIC X(4)   VALUE 'DATE'.
           05  FILLER           PIC X(8)   VALUE SPACES.
           05  FILLER           PIC X(10)  VALUE 'ENTRY'.
           05  FILLER           PIC XX     VALUE SPACES.
           05  FILLER           PIC X(9)   VALUE 'REFERENCE'.
           05  FILLER           PIC X(3)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'DESCRIPTION'.
           05  FILLER           PIC X(15)  VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'ALLOCATIONS'.
           05  FILLER           PIC X(7)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'EXPENSES'.

       01  STATEMENT-DETAIL-LINE.
           05  SD-MONTH         PIC 99.
           05  FILLER           PIC X      VALUE '/'.
           05  SD-DAY           PIC 99.
           05  FILLER           PIC X      VALUE '/'.
           05  SD-YEAR          PIC 9999.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SD-ENTRY         PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  SD-REF           PIC X(10).
           05  FILLER           PIC XX     VALUE SPACES.
           05  SD-DESC          PIC X(24).
           05  FILLER           PIC XX     VALUE SPACES.
           05  SD-ALLOC         PIC $$,$$$,$$9.99- BLANK WHEN ZERO.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SD-EXPENSE       PIC $$,$$$,$$9.99 BLANK WHEN ZERO.

       01  STATEMENT-NONE-LINE.
           05  FILLER           PIC X(40)  VALUE
                   'NO ALLOCATIONS OR EXPENSES THIS SEASON.'.

       01  STATEMENT-TOTAL-LINE.
           05  ST-LABEL         PIC X(50).
           05  FILLER           PIC X(30)  VALUE SPACES.
           05  ST-AMOUNT        PIC $$,$$$,$$9.99-.

       01  STATEMENT-AGREE-LINE.
           05  FILLER           PIC X(50)  VALUE
                   'ACCOUNT AGREES WITH ITS LEDGER ENTRIES.'.

       01  STATEMENT-OFF-LINE.
           05  FILLER           PIC X(47)  VALUE
                   '*** ACCOUNT DOES NOT AGREE WITH ITS LEDGER - '.
           05  FILLER           PIC X(30)  VALUE
                   'REFER TO THE TREASURER ***'.

       01  NO-ACCOUNT-LINE.
           05  FILLER           PIC X(50)  VALUE
                   'NO TEAM FUND ACCOUNTS ON TEAMACCT.DAT.'.

       01  SUMMARY-OVER-LINE.
           05  FILLER           PIC X(38)  VALUE
                   'MORE ACCOUNTS THAN THE SUMMARY HOLDS -'.
           05  SOV-COUNT        PIC Z,ZZ9.
           05  FILLER           PIC X(40)  VALUE
                   ' NOT LISTED, BUT IN THE TOTALS BELOW.'.

       01  SUMMARY-HEADING.
           05  FILLER           PIC X(52)  VALUE SPACES.
           05  FILLER           PIC X(28)
                   VALUE 'TEAM FUND ACCOUNTS SUMMARY'.

       01  SUMMARY-COL-HEADING.
           05  FILLER           PIC X(4)   VALUE 'TEAM'.
           05  FILLER           PIC X(24)  VALUE SPACES.
           05  FILLER           PIC X(6)   VALUE 'SEASON'.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'OPENING'.
           05  FILLER           PIC X(5)   VALUE SPACES.
           05  FILLER           PIC X(11)  VALUE 'ALLOCATIONS'.
           05  FILLER           PIC X(6)   VALUE SPACES.
           05  FILLER           PIC X(8)   VALUE 'EXPENSES'.
           05  FILLER           PIC X(9)   VALUE SPACES.
           05  FILLER           PIC X(7)   VALUE 'CLOSING'.

       01  SUMMARY-DETAIL-LINE.
           05  SM-TEAM          PIC X.
           05  FILLER           PIC X(3)   VALUE ' - '.
           05  SM-NAME          PIC X(20).
           05  FILLER           PIC X(4)   VALUE SPACES.
           05  SM-SEASON        PIC 9(4) BLANK WHEN ZERO.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SM-OPEN          PIC $$,$$$,$$9.99-.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SM-ALLOC         PIC $$,$$$,$$9.99-.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SM-EXP           PIC $$,$$$,$$9.99.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SM-CLOSE         PIC $$,$$$,$$9.99-.
           05  FILLER           PIC XX     VALUE SPACES.
           05  SM-NOTE          PIC X(14).


       PROCEDURE DIVISION.

       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-PROCESS-EXPENSES
               UNTIL TX-END-OF-FILE.
           PERFORM L2-CLOSURE.
           STOP RUN.

      ******************************************************************
      *Start-of-job setup: loads the team master, opens the fund files *
      *(creating them the first time round) and the expense file, and  *
      *starts the audit report.                                        *
      ******************************************************************
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE      TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DAY                TO H1-DAY.
           MOVE CURRENT-MONTH              TO H1-MONTH.
           MOVE CURRENT-YEAR               TO H1-YEAR.
           MOVE CURRENT-YEAR               TO CURRENT-SEASON.
           PERFORM L3-LOAD-TEAMS.
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
           OPEN OUTPUT PRINT-FUND.
           PERFORM L3-EXPENSE-HEADINGS.
           OPEN INPUT TEAM-EXPENSES.
           IF TX-FILE-STATUS = '00'
               MOVE 'T' TO TX-OPEN-FLAG
               PERFORM L3-READ-EXPENSE
           ELSE
               MOVE 'T' TO TX-EOF
           END-IF.
           IF TX-END-OF-FILE
               WRITE FND-PRTLINE FROM NO-EXPENSE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      *The team master is only needed to vouch for the team codes and
      *name a new account, so just the code and name are kept.
       L3-LOAD-TEAMS.
           OPEN INPUT TEAM-MASTER.
           IF TEAM-FILE-STATUS = '00'
               PERFORM L4-READ-TEAM
               PERFORM L4-BUILD-TEAM-TABLE
                   UNTIL TEAM-END-OF-FILE
               CLOSE TEAM-MASTER
           END-IF.

       L4-READ-TEAM.
           READ TEAM-MASTER
               AT END
                   MOVE 'T' TO TEAM-EOF.

       L4-BUILD-TEAM-TABLE.
           MOVE TM-REC-CODE TO TEAM-SEARCH-CODE.
           PERFORM L4-TEAM-LOOKUP.
           IF NOT TEAM-FOUND AND TEAM-COUNT < 20
               ADD 1 TO TEAM-COUNT
               MOVE TM-REC-CODE TO TEAM-CODE(TEAM-COUNT)
               MOVE TM-REC-NAME TO TEAM-NAME(TEAM-COUNT)
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

       L3-READ-EXPENSE.
           READ TEAM-EXPENSES
               AT END
                   MOVE 'T' TO TX-EOF.

      ******************************************************************
      *Validates one keyed expense and posts it to the team's account  *
      *and the ledger, printing its audit line either way.             *
      ******************************************************************
       L2-PROCESS-EXPENSES.
           PERFORM L3-VALIDATE-EXPENSE
               THROUGH L4-VALIDATE-EXIT.
           MOVE SPACES TO EXPENSE-DETAIL-LINE.
           MOVE TX-REC-TEAM    TO ED-TEAM.
           MOVE TX-REC-VOUCHER TO ED-VOUCHER.
           MOVE TX-REC-DATE    TO ED-DATE.
           MOVE TX-REC-DESC    TO ED-DESC.
           IF TX-REC-AMOUNT IS NUMERIC
               MOVE TX-REC-AMOUNT TO TX-AMOUNT-X
               MOVE TX-AMOUNT-N TO ED-AMOUNT
           ELSE
               MOVE TX-REC-AMOUNT TO ED-AMOUNT-X
           END-IF.
           IF TX-IS-VALID = 'T'
               ADD 1 TO TRANS-POSTED
               ADD TX-AMOUNT-N TO TRANS-POSTED-AMOUNT
               PERFORM L3-POST-EXPENSE
               MOVE 'POSTED' TO ED-ACTION
           ELSE
               ADD 1 TO TRANS-REJECTED
               MOVE 'REJECT' TO ED-ACTION
               MOVE TX-ERR-DESCRIPTION TO ED-RESULT
           END-IF.
           WRITE FND-PRTLINE FROM EXPENSE-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L3-EXPENSE-HEADINGS.
           PERFORM L3-READ-EXPENSE.

      ******************************************************************
      *Determines if the expense is valid or not. By the time it gets  *
      *past the last check the team's account is in TFA-REC, carried   *
      *forward into the expense's season if it had to be.              *
      ******************************************************************
       L3-VALIDATE-EXPENSE.
           MOVE 'T' TO TX-IS-VALID.
           IF TX-REC-TEAM = '*'
               MOVE 'CLUB GENERAL FUND' TO FUND-POST-NAME
           ELSE
               MOVE TX-REC-TEAM TO TEAM-SEARCH-CODE
               PERFORM L4-TEAM-LOOKUP
               IF NOT TEAM-FOUND
                   MOVE 'F' TO TX-IS-VALID
                   MOVE 'TEAM CODE NOT ON FILE.' TO TX-ERR-DESCRIPTION
                   GO TO L4-VALIDATE-EXIT
               END-IF
               MOVE TEAM-NAME(TEAM-IDX) TO FUND-POST-NAME
           END-IF.
           IF TX-REC-VOUCHER = SPACES
               MOVE 'F' TO TX-IS-VALID
               MOVE 'VOUCHER NUMBER MISSING.' TO TX-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TX-REC-DATE NOT NUMERIC
               MOVE 'F' TO TX-IS-VALID
               MOVE 'INVALID DATE - MUST BE YYYYMMDD.'
                   TO TX-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           MOVE TX-REC-DATE TO TX-DATE-X.
           IF TX-DATE-MONTH < 1 OR TX-DATE-MONTH > 12
                   OR TX-DATE-DAY < 1 OR TX-DATE-DAY > 31
                   OR TX-DATE-YEAR = 0
               MOVE 'F' TO TX-IS-VALID
               MOVE 'INVALID DATE - MUST BE YYYYMMDD.'
                   TO TX-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TX-DATE-YEAR > CURRENT-SEASON
               MOVE 'F' TO TX-IS-VALID
               MOVE 'DATE IS IN A FUTURE SEASON.' TO TX-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TX-REC-AMOUNT NOT NUMERIC OR TX-REC-AMOUNT = '0000000'
               MOVE 'F' TO TX-IS-VALID
               MOVE 'INVALID AMOUNT - MUST BE NUMERIC, NOT ZERO.'
                   TO TX-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           MOVE TX-REC-AMOUNT TO TX-AMOUNT-X.
           MOVE TX-REC-TEAM    TO TFL-REC-TEAM.
           MOVE TX-DATE-YEAR   TO TFL-REC-SEASON.
           MOVE 'E'            TO TFL-REC-TYPE.
           MOVE TX-REC-VOUCHER TO TFL-REC-REF.
           MOVE 'T' TO FUND-ENTRY-FLAG.
           READ TEAM-LEDGER
               INVALID KEY
                   MOVE 'F' TO FUND-ENTRY-FLAG
           END-READ.
           IF FUND-ENTRY-FOUND
               MOVE 'F' TO TX-IS-VALID
               MOVE 'VOUCHER ALREADY POSTED.' TO TX-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           PERFORM L4-READ-ACCOUNT.
           IF TFA-REC-SEASON > TX-DATE-YEAR
               MOVE 'F' TO TX-IS-VALID
               MOVE 'ACCOUNT ALREADY CARRIED INTO A LATER SEASON.'
                   TO TX-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           IF TFA-REC-SEASON < TX-DATE-YEAR
               MOVE TFA-REC-BALANCE TO TFA-REC-OPEN-BAL
               MOVE 0 TO TFA-REC-ALLOCATED
               MOVE 0 TO TFA-REC-EXPENSED
               MOVE TX-DATE-YEAR TO TFA-REC-SEASON
           END-IF.
           IF TX-AMOUNT-N > TFA-REC-BALANCE
               MOVE 'F' TO TX-IS-VALID
               MOVE 'WOULD OVERDRAW THE TEAM ACCOUNT.'
                   TO TX-ERR-DESCRIPTION
               GO TO L4-VALIDATE-EXIT.
           GO TO L4-VALIDATE-EXIT.

       L4-VALIDATE-EXIT.
           EXIT.

      *A team with no account yet has nothing to spend; it is set up
      *empty here so the overdraw check turns the expense back.
       L4-READ-ACCOUNT.
           MOVE TX-REC-TEAM TO TFA-REC-TEAM.
           MOVE 'T' TO FUND-ACCT-FLAG.
           READ TEAM-ACCOUNTS
               INVALID KEY
                   MOVE 'F' TO FUND-ACCT-FLAG
           END-READ.
           IF NOT FUND-ACCT-FOUND
               MOVE TX-REC-TEAM    TO TFA-REC-TEAM
               MOVE FUND-POST-NAME TO TFA-REC-NAME
               MOVE TX-DATE-YEAR   TO TFA-REC-SEASON
               MOVE 0 TO TFA-REC-OPEN-BAL
               MOVE 0 TO TFA-REC-ALLOCATED
               MOVE 0 TO TFA-REC-EXPENSED
               MOVE 0 TO TFA-REC-BALANCE
           END-IF.

      ******************************************************************
      *Posts a validated expense: the ledger entry under its voucher,  *
      *then the debit to the account validation left in TFA-REC.       *
      ******************************************************************
       L3-POST-EXPENSE.
           MOVE TX-REC-TEAM    TO TFL-REC-TEAM.
           MOVE TX-DATE-YEAR   TO TFL-REC-SEASON.
           MOVE 'E'            TO TFL-REC-TYPE.
           MOVE TX-REC-VOUCHER TO TFL-REC-REF.
           MOVE TX-REC-DATE    TO TFL-REC-DATE.
           MOVE TX-REC-DESC    TO TFL-REC-DESC.
           MOVE 0              TO TFL-REC-NET.
           MOVE 0              TO TFL-REC-SPLIT.
           MOVE TX-AMOUNT-N    TO TFL-REC-AMOUNT.
           WRITE TFL-REC.
           IF TFL-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT WRITE TEAMLEDG.DAT - FILE STATUS '
                   TFL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD TX-AMOUNT-N TO TFA-REC-EXPENSED.
           SUBTRACT TX-AMOUNT-N FROM TFA-REC-BALANCE.
           IF FUND-ACCT-FOUND
               REWRITE TFA-REC
           ELSE
               WRITE TFA-REC
           END-IF.
           IF TFA-FILE-STATUS NOT = '00'
               DISPLAY 'CANNOT UPDATE TEAMACCT.DAT - FILE STATUS '
                   TFA-FILE-STATUS
               DISPLAY 'VOUCHER ' TX-REC-VOUCHER
                   ' IS ON THE LEDGER BUT NOT THE ACCOUNT.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BALANCE LEFT' TO ED-BAL-LABEL.
           MOVE TFA-REC-BALANCE TO ED-BALANCE.

      ******************************************************************
      *Totals the expense audit, prints every account's statement and  *
      *the summary, and closes up.                                     *
      ******************************************************************
       L2-CLOSURE.
           MOVE TRANS-POSTED        TO ET-POSTED.
           MOVE TRANS-POSTED-AMOUNT TO ET-AMOUNT.
           MOVE TRANS-REJECTED      TO ET-REJECTED.
           WRITE FND-PRTLINE FROM EXPENSE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF TX-FILE-OPEN
               CLOSE TEAM-EXPENSES
           END-IF.
           PERFORM L3-PRINT-STATEMENTS.
           PERFORM L3-PRINT-SUMMARY.
           CLOSE TEAM-ACCOUNTS.
           CLOSE TEAM-LEDGER.
           CLOSE PRINT-FUND.
           MOVE 0 TO RETURN-CODE.
           IF TRANS-REJECTED > 0 OR SUM-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF STMT-OFF-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *One statement page per account, in team code order - the        *
      *general fund '*' sorts ahead of the teams.                      *
      ******************************************************************
       L3-PRINT-STATEMENTS.
           MOVE LOW-VALUES TO TFA-REC-TEAM.
           MOVE 'F' TO TFA-EOF.
           START TEAM-ACCOUNTS
               KEY IS NOT LESS THAN TFA-REC-TEAM
               INVALID KEY
                   MOVE 'T' TO TFA-EOF
           END-START.
           IF NOT TFA-END-OF-FILE
               PERFORM L4-READ-NEXT-ACCOUNT
           END-IF.
           PERFORM L4-PRINT-ONE-STATEMENT
               UNTIL TFA-END-OF-FILE.

       L4-READ-NEXT-ACCOUNT.
           READ TEAM-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'T' TO TFA-EOF.

       L4-PRINT-ONE-STATEMENT.
           IF TFA-REC-SEASON < CURRENT-SEASON
               MOVE CURRENT-SEASON  TO STMT-SEASON
               MOVE TFA-REC-BALANCE TO STMT-OPEN-BAL
               MOVE 0 TO STMT-ALLOCATED
               MOVE 0 TO STMT-EXPENSED
           ELSE
               MOVE TFA-REC-SEASON    TO STMT-SEASON
               MOVE TFA-REC-OPEN-BAL  TO STMT-OPEN-BAL
               MOVE TFA-REC-ALLOCATED TO STMT-ALLOCATED
               MOVE TFA-REC-EXPENSED  TO STMT-EXPENSED
           END-IF.
           MOVE TFA-REC-BALANCE TO STMT-CLOSING.
           PERFORM L5-STATEMENT-HEADINGS.
           MOVE STMT-OPEN-BAL TO SO-AMOUNT.
           WRITE FND-PRTLINE FROM STATEMENT-OPEN-LINE
               AFTER ADVANCING 2 LINES.
           WRITE FND-PRTLINE FROM STATEMENT-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM L5-PRINT-LEDGER-ENTRIES.
           MOVE 'TOTAL ALLOCATIONS' TO ST-LABEL.
           MOVE STMT-ALLOCATED TO ST-AMOUNT.
           WRITE FND-PRTLINE FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'TOTAL EXPENSES' TO ST-LABEL.
           COMPUTE ST-AMOUNT = 0 - STMT-EXPENSED.
           WRITE FND-PRTLINE FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CLOSING BALANCE - AVAILABLE TO SPEND' TO ST-LABEL.
           MOVE STMT-CLOSING TO ST-AMOUNT.
           WRITE FND-PRTLINE FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM L5-CHECK-AGREEMENT.
           IF STMT-AGREES
               WRITE FND-PRTLINE FROM STATEMENT-AGREE-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               ADD 1 TO STMT-OFF-COUNT
               WRITE FND-PRTLINE FROM STATEMENT-OFF-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.
           ADD STMT-OPEN-BAL  TO SUM-OPEN-BAL.
           ADD STMT-ALLOCATED TO SUM-ALLOCATED.
           ADD STMT-EXPENSED  TO SUM-EXPENSED.
           ADD STMT-CLOSING   TO SUM-CLOSING.
           PERFORM L5-SAVE-SUMMARY.
           PERFORM L4-READ-NEXT-ACCOUNT.

      *Every ledger entry for the account's team and statement season,
      *in the order they are keyed - allocations by run week, then
      *cancel and change adjustments by run week, then expenses by
      *voucher - summed as they print for the agreement check.
       L5-PRINT-LEDGER-ENTRIES.
           MOVE 0 TO STMT-LEDGER-ALLOC.
           MOVE 0 TO STMT-LEDGER-EXP.
           MOVE 0 TO STMT-ENTRIES.
           MOVE TFA-REC-TEAM TO TFL-REC-TEAM.
           MOVE STMT-SEASON  TO TFL-REC-SEASON.
           MOVE LOW-VALUES   TO TFL-REC-TYPE.
           MOVE LOW-VALUES   TO TFL-REC-REF.
           MOVE 'F' TO TFL-EOF.
           START TEAM-LEDGER
               KEY IS NOT LESS THAN TFL-REC-KEY
               INVALID KEY
                   MOVE 'T' TO TFL-EOF
           END-START.
           IF NOT TFL-END-OF-FILE
               PERFORM L6-READ-LEDGER
           END-IF.
           PERFORM L6-PRINT-LEDGER-ENTRY
               UNTIL TFL-END-OF-FILE.
           IF STMT-ENTRIES = 0
               WRITE FND-PRTLINE FROM STATEMENT-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       L6-READ-LEDGER.
           READ TEAM-LEDGER NEXT RECORD
               AT END
                   MOVE 'T' TO TFL-EOF.
           IF NOT TFL-END-OF-FILE
               IF TFL-REC-TEAM NOT = TFA-REC-TEAM
                       OR TFL-REC-SEASON NOT = STMT-SEASON
                   MOVE 'T' TO TFL-EOF
               END-IF
           END-IF.

       L6-PRINT-LEDGER-ENTRY.
           ADD 1 TO STMT-ENTRIES.
           MOVE TFL-REC-DATE(5:2) TO SD-MONTH.
           MOVE TFL-REC-DATE(7:2) TO SD-DAY.
           MOVE TFL-REC-DATE(1:4) TO SD-YEAR.
           MOVE TFL-REC-REF  TO SD-REF.
           MOVE TFL-REC-DESC TO SD-DESC.
           IF TFL-REC-TYPE = 'A' OR TFL-REC-TYPE = 'C'
               IF TFL-REC-TYPE = 'A'
                   MOVE 'ALLOCATION' TO SD-ENTRY
               ELSE
                   MOVE 'CANCEL ADJ' TO SD-ENTRY
               END-IF
               MOVE TFL-REC-AMOUNT TO SD-ALLOC
               MOVE 0 TO SD-EXPENSE
               ADD TFL-REC-AMOUNT TO STMT-LEDGER-ALLOC
           ELSE
               MOVE 'EXPENSE' TO SD-ENTRY
               MOVE 0 TO SD-ALLOC
               MOVE TFL-REC-AMOUNT TO SD-EXPENSE
               ADD TFL-REC-AMOUNT TO STMT-LEDGER-EXP
           END-IF.
           WRITE FND-PRTLINE FROM STATEMENT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-STATEMENT-HEADINGS
                       WRITE FND-PRTLINE FROM STATEMENT-COL-HEADING
                           AFTER ADVANCING 2 LINES.
           PERFORM L6-READ-LEDGER.

      *The account agrees when its allocations and expenses are what
      *the ledger holds for the season, and the opening balance plus
      *allocations less expenses comes to the closing balance.
       L5-CHECK-AGREEMENT.
           MOVE 'T' TO STMT-AGREE-FLAG.
           IF STMT-LEDGER-ALLOC NOT = STMT-ALLOCATED
                   OR STMT-LEDGER-EXP NOT = STMT-EXPENSED
               MOVE 'F' TO STMT-AGREE-FLAG
           END-IF.
           IF STMT-OPEN-BAL + STMT-ALLOCATED - STMT-EXPENSED
                   NOT = STMT-CLOSING
               MOVE 'F' TO STMT-AGREE-FLAG
           END-IF.

      *The club-wide totals are kept as each statement prints, so an
      *account the table has no room for still counts in them.
       L5-SAVE-SUMMARY.
           IF STMT-COUNT NOT < 21
               ADD 1 TO SUM-OVER-COUNT
           END-IF.
           IF STMT-COUNT < 21
               ADD 1 TO STMT-COUNT
               SET SUM-IDX TO STMT-COUNT
               MOVE TFA-REC-TEAM   TO SUM-TEAM(SUM-IDX)
               MOVE TFA-REC-NAME   TO SUM-NAME(SUM-IDX)
               MOVE STMT-SEASON    TO SUM-SEASON(SUM-IDX)
               MOVE STMT-OPEN-BAL  TO SUM-OPEN(SUM-IDX)
               MOVE STMT-ALLOCATED TO SUM-ALLOC(SUM-IDX)
               MOVE STMT-EXPENSED  TO SUM-EXP(SUM-IDX)
               MOVE STMT-CLOSING   TO SUM-CLOSE(SUM-IDX)
               MOVE STMT-AGREE-FLAG TO SUM-AGREE(SUM-IDX)
           END-IF.

       L5-STATEMENT-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE FND-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE FND-PRTLINE FROM STATEMENT-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE TFA-REC-TEAM TO SH-TEAM.
           MOVE TFA-REC-NAME TO SH-NAME.
           MOVE STMT-SEASON  TO SH-SEASON.
           WRITE FND-PRTLINE FROM STATEMENT-TEAM-LINE
               AFTER ADVANCING 2 LINES.

      ******************************************************************
      *Treasurer's summary: every account's statement figures on one   *
      *page, with the club-wide totals.                                *
      ******************************************************************
       L3-PRINT-SUMMARY.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE FND-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE FND-PRTLINE FROM SUMMARY-HEADING
               AFTER ADVANCING 1 LINE.
           IF STMT-COUNT = 0
               WRITE FND-PRTLINE FROM NO-ACCOUNT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE FND-PRTLINE FROM SUMMARY-COL-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM L4-PRINT-SUMMARY-LINE
                   VARYING SUM-OUT-IDX FROM 1 BY 1
                       UNTIL SUM-OUT-IDX > STMT-COUNT
               IF SUM-OVER-COUNT > 0
                   MOVE SUM-OVER-COUNT TO SOV-COUNT
                   WRITE FND-PRTLINE FROM SUMMARY-OVER-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
               MOVE SPACES TO SUMMARY-DETAIL-LINE
               MOVE 'ALL ACCOUNTS' TO SM-NAME
               MOVE SUM-OPEN-BAL  TO SM-OPEN
               MOVE SUM-ALLOCATED TO SM-ALLOC
               MOVE SUM-EXPENSED  TO SM-EXP
               MOVE SUM-CLOSING   TO SM-CLOSE
               WRITE FND-PRTLINE FROM SUMMARY-DETAIL-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.

       L4-PRINT-SUMMARY-LINE.
           MOVE SPACES TO SM-NOTE.
           MOVE SUM-TEAM(SUM-OUT-IDX)   TO SM-TEAM.
           MOVE SUM-NAME(SUM-OUT-IDX)   TO SM-NAME.
           MOVE SUM-SEASON(SUM-OUT-IDX) TO SM-SEASON.
           MOVE SUM-OPEN(SUM-OUT-IDX)   TO SM-OPEN.
           MOVE SUM-ALLOC(SUM-OUT-IDX)  TO SM-ALLOC.
           MOVE SUM-EXP(SUM-OUT-IDX)    TO SM-EXP.
           MOVE SUM-CLOSE(SUM-OUT-IDX)  TO SM-CLOSE.
           IF SUM-AGREE(SUM-OUT-IDX) NOT = 'T'
               MOVE 'OUT OF BALANCE' TO SM-NOTE
           END-IF.
           WRITE FND-PRTLINE FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      ******************************************************************
       L3-EXPENSE-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE FND-PRTLINE FROM FIRST-HEADING
               AFTER ADVANCING PAGE.
           WRITE FND-PRTLINE FROM EXPENSE-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE FND-PRTLINE FROM EXPENSE-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *end program CBLGMH16.

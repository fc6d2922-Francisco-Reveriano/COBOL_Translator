      *
      * Account Processing Module
      * Reads customer account records and calculates balances
      * Interest on an account the nightly accrual run (ACCT-ACCR)
      * carries is paid out of its accrued figure, which is cleared
      * as the interest posts.
      * Interest paid to an account whose primary owner is under
      * backup withholding - a TIN missing from the customer master
      * or a B-notice on file - has the federal withholding taken
      * out of it as it posts: the audit trail carries the gross
      * interest with the amount withheld beside it, the balance is
      * credited net, and the GL feed moves the withholding to the
      * withholding payable liability.  IRA interest is not
      * withheld.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO 'AUDTDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CUST-FILE ASSIGN TO 'CUSTDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CSV-FILE ASSIGN TO 'CSVDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           05 CHKPT-GL-BALANCE-TOTAL PIC S9(13)V99.
           05 CHKPT-RUN-MODE     PIC X(01).
           05 CHKPT-RUN-ID       PIC X(14).
           05 CHKPT-GL-WITHHELD-TOTAL PIC S9(13)V99.

       FD GL-FEED-FILE.
           COPY GLFEEDRC.
       FD AUDIT-FILE.
           COPY AUDITREC.

       FD CUST-FILE.
           COPY CUSTREC.

       FD CSV-FILE.
       01 CSV-RECORD             PIC X(100).

       01 WS-CSV-INTEREST        PIC -(9)9.99.
       01 WS-CSV-NEW-BAL         PIC -(9)9.99.
       01 WS-CSV-PENALTY-FLAG    PIC X(01) VALUE 'N'.
       01 WS-CSV-WITHHELD        PIC -(9)9.99.

       01 WS-SUBTOTAL-LINE.
           05 SUB-LABEL           PIC X(16) VALUE 'TOTAL FOR TYPE '.
       01 WS-GL-RECORD-COUNT     PIC 9(09) VALUE ZEROS.
       01 WS-GL-INTEREST-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-GL-BALANCE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-GL-WITHHELD-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-RCTL-STATUS         PIC XX.
      * Backup withholding is taken at the federal rate from the
      * interest of an owner the customer master marks for it.
       01 WS-CUST-STATUS         PIC XX.
       01 WS-CUST-FILE-SW        PIC X VALUE 'N'.
           88 CUST-FILE-OPEN     VALUE 'Y'.
       01 WS-BACKUP-WH-RATE      PIC V99 VALUE .24.
       01 WS-WITHHELD-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-OVERRIDE-SW         PIC X VALUE 'N'.
           88 SUPERVISOR-OVERRIDE VALUE 'Y'.
       01 WS-MAINT-DONE-SW       PIC X VALUE 'N'.
       01 WS-CALC-FIELDS.
           05 WS-INTEREST-AMT    PIC S9(9)V99 COMP-3.
           05 WS-NEW-BALANCE     PIC S9(9)V99 COMP-3.
      * The part of the interest that comes out of the interest the
      * nightly accrual run has already booked as payable.
           05 WS-ACCRUAL-PAID    PIC S9(9)V99 COMP-3.
      * The backup withholding taken out of the interest.
           05 WS-WITHHELD-AMT    PIC S9(9)V99 COMP-3.

       01 WS-REPORT-LINE.
           05 RPT-ACCT-NUM       PIC X(10).
           05 RPT-NEW-BAL        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-PENALTY-FLAG   PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-WITHHELD       PIC Z,ZZZ,ZZ9.99-.

       01 WS-EXCEPTION-LINE.
           05 EXC-ACCT-NUM       PIC X(10).
               PERFORM 1030-CHECK-RUN-CONTROL
           END-IF
           PERFORM 1040-OPEN-ACCT-FILE
           IF NOT SIMULATION-MODE
               PERFORM 1045-OPEN-CUST-FILE
           END-IF
           PERFORM 1090-INIT-TYPE-TOTALS
           IF NOT SIMULATION-MODE
               PERFORM 1050-CHECK-FOR-CHECKPOINT
               STOP RUN
           END-IF.

      * A posting run cannot tell who is under backup withholding
      * without the customer master, so it will not post without
      * it; a report-only preview goes ahead with nothing withheld.
       1045-OPEN-CUST-FILE.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = '00'
               SET CUST-FILE-OPEN TO TRUE
           ELSE
               IF POSTING-MODE
                   DISPLAY 'ERROR OPENING CUSTDATA: ' WS-CUST-STATUS
                   STOP RUN
               ELSE
                   DISPLAY 'CUSTDATA NOT AVAILABLE, NO BACKUP '
                       'WITHHOLDING'
               END-IF
           END-IF.

       1078-LOAD-PROPOSED-RATES.
           OPEN INPUT PROP-RATE-FILE
           IF WS-PROP-RATE-STATUS NOT = '00'
           MOVE WS-RUN-ID TO GL-HDR-RUN-ID
           MOVE WS-DAYS-IN-PERIOD TO GL-HDR-DAYS-IN-PERIOD
           MOVE WS-DAYS-IN-YEAR TO GL-HDR-DAYS-IN-YEAR
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       1090-INIT-TYPE-TOTALS.
                           TO WS-GL-INTEREST-TOTAL
                       MOVE CHKPT-GL-BALANCE-TOTAL
                           TO WS-GL-BALANCE-TOTAL
                       MOVE CHKPT-GL-WITHHELD-TOTAL
                           TO WS-GL-WITHHELD-TOTAL
                       PERFORM 1055-RESTORE-TYPE-TOTAL
                           VARYING WS-TYPE-IDX FROM 1 BY 1
                           UNTIL WS-TYPE-IDX > 5
               END-IF
           END-IF.

      * An account on the nightly accrual is paid what has accrued
      * on it day by day, and the payment relieves accrued interest
      * payable.  The accrual date is left where the accrual run put
      * it, so any day it has not yet reached is accrued next time.
      * An account the accrual run has not yet reached is still
      * priced for the whole period and expensed directly.  A
      * penalised CD or IRA is paid nothing and its accrual is left
      * for the accrual run to forfeit.  Backup withholding comes
      * out of the interest before the balance is credited.
       2100-CALCULATE-INTEREST.
           MOVE 'N' TO WS-PENALTY-SW
           MOVE ZEROS TO WS-ACCRUAL-PAID
           MOVE ZEROS TO WS-WITHHELD-AMT
           IF ACCT-ACCRUAL-DATE > ZEROS
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   ACCT-ACCRUED-INTEREST
           ELSE
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   ACCT-BALANCE * WS-LOOKED-UP-RATE
                       * WS-DAYS-IN-PERIOD / WS-DAYS-IN-YEAR
           END-IF
           IF (CERT-OF-DEPOSIT OR IRA-ACCOUNT)
                   AND EARLY-WITHDRAWAL-FLAG
                   AND WS-RUN-DATE < ACCT-MATURITY-DATE
               SET PENALTY-APPLIED TO TRUE
               MOVE ACCT-BALANCE TO WS-NEW-BALANCE
           ELSE
               PERFORM 2120-CHECK-BACKUP-WITHHOLDING
               COMPUTE WS-NEW-BALANCE =
                   ACCT-BALANCE + WS-INTEREST-AMT - WS-WITHHELD-AMT
               IF ACCT-ACCRUAL-DATE > ZEROS
                   MOVE WS-INTEREST-AMT TO WS-ACCRUAL-PAID
               END-IF
           END-IF
           ADD ACCT-BALANCE TO WS-TOTAL-BALANCE.

               SET RATE-FOUND TO TRUE
           END-IF.

      * The account's primary owner decides: a TIN missing or
      * under a B-notice, or no TIN on file at all, draws the
      * withholding.  An account with no customer tied to it, or
      * one whose customer record cannot be found, is paid gross.
       2120-CHECK-BACKUP-WITHHOLDING.
           IF WS-INTEREST-AMT > ZEROS
                   AND NOT IRA-ACCOUNT
                   AND CUST-FILE-OPEN
                   AND ACCT-CUSTOMER-NUMBER NOT = SPACES
               MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-BACKUP-WITHHOLD OR CUST-TIN = SPACES
                           COMPUTE WS-WITHHELD-AMT ROUNDED =
                               WS-INTEREST-AMT * WS-BACKUP-WH-RATE
                           ADD 1 TO WS-WITHHELD-COUNT
                       END-IF
               END-READ
           END-IF.

       2150-WRITE-GL-POSTING.
           MOVE SPACES TO GL-POSTING-RECORD
           SET GL-DETAIL-REC TO TRUE
               MOVE WS-INTEREST-AMT TO GL-INTEREST-AMT
           END-IF
           MOVE WS-NEW-BALANCE   TO GL-NEW-BALANCE
           MOVE WS-ACCRUAL-PAID  TO GL-ACCRUAL-PAID
           MOVE WS-WITHHELD-AMT  TO GL-WITHHELD-AMT
           IF ACCT-ACCRUAL-DATE > ZEROS AND NOT PENALTY-APPLIED
               MOVE ACCT-TYPE TO GL-ACCT-TYPE
               MOVE 'P' TO GL-ACTIVITY-CODE
           END-IF
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD GL-INTEREST-AMT TO WS-GL-INTEREST-TOTAL
           ADD GL-NEW-BALANCE TO WS-GL-BALANCE-TOTAL
           ADD GL-WITHHELD-AMT TO WS-GL-WITHHELD-TOTAL
           WRITE GL-POSTING-RECORD.

       2160-WRITE-AUDIT-RECORD.
           MOVE WS-NEW-BALANCE  TO AUD-NEW-BALANCE
           MOVE WS-RUN-DATE     TO AUD-RUN-DATE
           MOVE WS-RUN-ID       TO AUD-RUN-ID
           MOVE WS-WITHHELD-AMT TO AUD-WITHHELD-AMT
           WRITE AUDIT-RECORD.

      * Performed last for the account, after every report and feed
       2180-POST-NEW-BALANCE.
           MOVE WS-NEW-BALANCE TO ACCT-BALANCE
           MOVE WS-RUN-DATE TO ACCT-LAST-POSTED-DATE
           IF ACCT-ACCRUAL-DATE > ZEROS AND NOT PENALTY-APPLIED
               MOVE ZEROS TO ACCT-ACCRUED-INTEREST
           END-IF
           REWRITE ACCT-RECORD
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT ' ACCT-NUMBER
           ELSE
               MOVE SPACES TO RPT-PENALTY-FLAG
           END-IF
           MOVE WS-WITHHELD-AMT TO RPT-WITHHELD
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       2210-WRITE-CSV-LINE.
           MOVE ACCT-BALANCE    TO WS-CSV-BALANCE
           MOVE WS-INTEREST-AMT TO WS-CSV-INTEREST
           MOVE WS-NEW-BALANCE  TO WS-CSV-NEW-BAL
           MOVE WS-WITHHELD-AMT TO WS-CSV-WITHHELD
           IF PENALTY-APPLIED
               MOVE 'Y' TO WS-CSV-PENALTY-FLAG
           ELSE
               FUNCTION TRIM(WS-CSV-NEW-BAL) DELIMITED BY SIZE
               ','                           DELIMITED BY SIZE
               WS-CSV-PENALTY-FLAG           DELIMITED BY SIZE
               ','                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-WITHHELD) DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING
           WRITE CSV-RECORD FROM WS-CSV-LINE.
           MOVE WS-GL-RECORD-COUNT TO CHKPT-GL-RECORD-COUNT
           MOVE WS-GL-INTEREST-TOTAL TO CHKPT-GL-INTEREST-TOTAL
           MOVE WS-GL-BALANCE-TOTAL TO CHKPT-GL-BALANCE-TOTAL
           MOVE WS-GL-WITHHELD-TOTAL TO CHKPT-GL-WITHHELD-TOTAL
           MOVE WS-RUN-MODE-SW TO CHKPT-RUN-MODE
           MOVE WS-RUN-ID TO CHKPT-RUN-ID
           PERFORM 2910-SAVE-TYPE-TOTAL
           DISPLAY 'ACTIVE ACCOUNTS:   ' WS-ACTIVE-COUNT
           IF POSTING-MODE
               DISPLAY 'BALANCES POSTED:   ' WS-POSTED-COUNT
               DISPLAY 'TOTAL WITHHELD:    ' WS-GL-WITHHELD-TOTAL
           END-IF
           DISPLAY 'BACKUP WITHHELD:   ' WS-WITHHELD-COUNT
           DISPLAY 'TOTAL BALANCE:     ' WS-TOTAL-BALANCE
           DISPLAY 'AVERAGE BALANCE:   ' WS-AVG-BALANCE
           PERFORM 3100-WRITE-TYPE-SUBTOTALS.
               CLOSE EXCEPTION-FILE
               CLOSE REJECT-FILE
               CLOSE CSV-FILE
               IF CUST-FILE-OPEN
                   CLOSE CUST-FILE
               END-IF
               IF POSTING-MODE
                   CLOSE GL-FEED-FILE
                   CLOSE AUDIT-FILE
           MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-INTEREST-TOTAL TO GL-TRL-INTEREST-TOTAL
           MOVE WS-GL-BALANCE-TOTAL TO GL-TRL-BALANCE-TOTAL
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE WS-GL-WITHHELD-TOTAL TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       9200-STAMP-RUN-COMPLETE.

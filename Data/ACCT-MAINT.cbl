      * transactions are applied first so an account added the same
      * morning can tie to a customer added the same morning.  A
      * close pays out the interest accrued since the last posting
      * run - the nightly accrual's running figure plus the days it
      * has not yet reached, priced with the same RATEFILE tier
      * lookup and day-count arithmetic the interest run applies -
      * and journals the payment to AUDTDATA and the CLOSGL feed so
      * reconciliation, statements and the tax extract see it like
      * any other posting.  Funds holds - a deposit hold on
      * uncollected funds, a legal levy or garnishment, a collateral
      * pledge - are placed and released here on HOLDDATA, where the
      * posting run reads them to work debits from the available
      * balance.  Every transaction applied, customer or account,
      * goes on the CHGLOG change log with the record before and
      * after it and the branch and requester keyed on it.  The
      * people on an account - primary and joint owners,
      * beneficiaries, payable-on-death payees, authorized signers -
      * are added and ended here on RELDATA.  The primary owner is
      * the customer the account master carries, so an add, a
      * customer assignment or a new primary keeps the two in step.
      * The customer transaction carries the TIN status - certified,
      * missing, or B-notice received - and a close-out payment to
      * an account whose primary owner is under backup withholding
      * has the federal withholding taken out of it, the same as the
      * interest run does.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CLOSE-GL-FILE ASSIGN TO 'CLOSGL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO 'HOLDDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REL-FILE ASSIGN TO 'RELDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'CHGLOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               88 TXN-SET-DISPOSITION VALUE 'D'.
               88 TXN-ASSIGN-CUSTOMER VALUE 'U'.
               88 TXN-SET-LINKED-ACCT VALUE 'L'.
               88 TXN-PLACE-HOLD     VALUE 'H'.
               88 TXN-RELEASE-HOLD   VALUE 'R'.
               88 TXN-ADD-RELATIONSHIP VALUE 'J'.
               88 TXN-END-RELATIONSHIP VALUE 'E'.
           05 MAINT-ACCT-NUMBER      PIC X(10).
           05 MAINT-ACCT-NAME        PIC X(30).
           05 MAINT-ACCT-TYPE        PIC X(02).
           05 MAINT-ACCT-DISPOSITION PIC X(01).
           05 MAINT-CUST-NUMBER      PIC X(10).
           05 MAINT-LINKED-ACCT      PIC X(10).
      * Hold transactions: the type, amount and release date of a
      * hold to place, or the sequence number of the one to release.
           05 MAINT-HOLD-TYPE        PIC X(01).
           05 MAINT-HOLD-AMOUNT      PIC S9(9)V99.
           05 MAINT-HOLD-RELEASE-DATE PIC 9(8).
           05 MAINT-HOLD-SEQ         PIC 9(03).
      * Branch and requester who asked for the change, carried to
      * the change log.
           05 MAINT-BRANCH-ID        PIC X(04).
           05 MAINT-REQUESTER-ID     PIC X(08).
      * Relationship transactions: the customer comes in
      * MAINT-CUST-NUMBER, with the role and, for a joint owner,
      * whether they want their own statement.
           05 MAINT-REL-ROLE         PIC X(01).
           05 MAINT-REL-STMT-SW      PIC X(01).

       FD MAINT-RPT-FILE.
       01 MAINT-RPT-RECORD           PIC X(100).
           05 CTXN-STATE             PIC X(02).
           05 CTXN-ZIP               PIC X(09).
           05 CTXN-TIN               PIC X(09).
           05 CTXN-BRANCH-ID         PIC X(04).
           05 CTXN-REQUESTER-ID      PIC X(08).
      * 'C' certified, 'M' missing, 'B' B-notice received; blank
      * leaves the status to follow the TIN keyed.
           05 CTXN-TIN-STATUS        PIC X(01).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.
       FD CLOSE-GL-FILE.
           COPY GLFEEDRC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD REL-FILE.
           COPY RELREC.

       FD CHANGE-LOG-FILE.
           COPY CHGLOGRC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-TXN-STATUS          PIC XX.
       01 WS-ACCRUAL-DD          PIC 99 VALUE ZEROS.
       01 WS-ACCRUAL-DAYS        PIC S9(7) VALUE ZEROS.
       01 WS-CLOSE-INT-AMT       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CLOSE-ACCR-PAID     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CLOSE-OLD-BALANCE   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CLOSE-INT-COUNT     PIC 9(7) VALUE ZEROS.
       01 WS-CLOSE-INT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-CLOSE-WH-AMT        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CLOSE-WH-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-CLOSE-WH-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-BACKUP-WH-RATE      PIC V99 VALUE .24.
       01 WS-PRIOR-TIN-STATUS    PIC X(01) VALUE SPACES.
       01 WS-PRIOR-TIN-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-GL-RECORD-COUNT     PIC 9(09) VALUE ZEROS.
       01 WS-GL-INTEREST-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-GL-BALANCE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-GL-WITHHELD-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-HOLD-STATUS         PIC XX.
       01 WS-HOLD-SEQ            PIC 9(03) VALUE ZEROS.
       01 WS-HOLD-SCAN-SW        PIC X VALUE 'N'.
           88 HOLD-SCAN-DONE     VALUE 'Y'.
       01 WS-HOLDS-PLACED        PIC 9(7) VALUE ZEROS.
       01 WS-HOLDS-RELEASED      PIC 9(7) VALUE ZEROS.
       01 WS-REL-STATUS          PIC XX.
       01 WS-REL-SCAN-SW         PIC X VALUE 'N'.
           88 REL-SCAN-DONE      VALUE 'Y'.
       01 WS-REL-ACCT            PIC X(10) VALUE SPACES.
       01 WS-REL-CUST            PIC X(10) VALUE SPACES.
       01 WS-RELS-ADDED          PIC 9(7) VALUE ZEROS.
       01 WS-RELS-ENDED          PIC 9(7) VALUE ZEROS.
       01 WS-REL-NOTE.
           05 FILLER              PIC X(09) VALUE 'CUSTOMER '.
           05 WS-NOTE-REL-CUST    PIC X(10).
           05 FILLER              PIC X(06) VALUE ' ROLE '.
           05 WS-NOTE-REL-ROLE    PIC X(01).
           05 FILLER              PIC X(04) VALUE SPACES.
       01 WS-CHGLOG-STATUS       PIC XX.
       01 WS-CHG-LOG-COUNT       PIC 9(7) VALUE ZEROS.
      * The record as it stood before the transaction touched it,
      * and what the red-flag report needs to know about the change.
       01 WS-CHG-BEFORE-IMAGE    PIC X(140) VALUE SPACES.
       01 WS-CHG-OLD-LINK        PIC X(10) VALUE SPACES.
       01 WS-CHG-ADDRESS-SW      PIC X VALUE 'N'.
       01 WS-CHG-TIN-SW          PIC X VALUE 'N'.
       01 WS-HOLD-NOTE.
           05 FILLER              PIC X(05) VALUE 'HOLD '.
           05 WS-NOTE-HOLD-SEQ    PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-NOTE-HOLD-ACTION PIC X(08).
           05 FILLER              PIC X(13) VALUE SPACES.

       01 WS-MAINT-RPT-LINE.
           05 RPT-TXN-CODE        PIC X(01).
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1030-STAMP-RUN-START
           PERFORM 1040-OPEN-CUST-FILE
           PERFORM 1045-OPEN-HOLD-FILE
           PERFORM 1047-OPEN-REL-FILE
           PERFORM 1060-LOAD-RATE-TABLE
           PERFORM 1070-READ-CYCLE-PARM
           PERFORM 1080-OPEN-POSTING-FILES
      * The audit trail is cumulative; the close-out postings go on
      * the end behind the interest runs already there.  CLOSGL is
      * this run's own feed, proved against the trail by run id the
      * way the interest feed is.  The change log is permanent and
      * takes the day's changes on its end the same way.
       1080-OPEN-POSTING-FILES.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACTVDATA: ' WS-ACTIVITY-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHGLOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHGLOG: ' WS-CHGLOG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CLOSE-GL-FILE
           MOVE SPACES TO GL-POSTING-RECORD
           SET GL-HEADER-REC TO TRUE
           MOVE WS-RUN-ID TO GL-HDR-RUN-ID
           MOVE ZEROS TO GL-HDR-DAYS-IN-PERIOD
           MOVE WS-DAYS-IN-YEAR TO GL-HDR-DAYS-IN-YEAR
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

      * The customer master is created empty on first use, the same
               STOP RUN
           END-IF.

      * The hold file is created empty on first use, like the
      * customer master.
       1045-OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOLD FILE: ' WS-HOLD-STATUS
               STOP RUN
           END-IF.

      * The relationship file is created empty on first use too.
       1047-OPEN-REL-FILE.
           OPEN I-O REL-FILE
           IF WS-REL-STATUS = '35'
               OPEN OUTPUT REL-FILE
               CLOSE REL-FILE
               OPEN I-O REL-FILE
           END-IF
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RELATIONSHIP FILE: '
                   WS-REL-STATUS
               STOP RUN
           END-IF.

      * An absent CUSTTXN just means no customer work today; the
      * account transactions still run.
       1500-APPLY-CUSTOMER-TXNS.
           END-READ.

       1550-PROCESS-CUST-TXN.
           MOVE SPACES TO WS-CHG-BEFORE-IMAGE
           MOVE 'N' TO WS-CHG-ADDRESS-SW
           MOVE 'N' TO WS-CHG-TIN-SW
           EVALUATE TRUE
               WHEN NOT (CTXN-TIN-STATUS = SPACE
                       OR CTXN-TIN-STATUS = 'C'
                       OR CTXN-TIN-STATUS = 'M'
                       OR CTXN-TIN-STATUS = 'B')
                   MOVE 'INVALID TIN STATUS' TO WS-REJECT-REASON
                   PERFORM 1595-WRITE-CUST-REJECT-LINE
               WHEN CTXN-TIN-STATUS = 'C' AND CTXN-TIN = SPACES
                   MOVE 'NO TIN TO CERTIFY' TO WS-REJECT-REASON
                   PERFORM 1595-WRITE-CUST-REJECT-LINE
               WHEN CTXN-ADD
                   PERFORM 1560-APPLY-CUST-ADD
               WHEN CTXN-CHANGE
           PERFORM 1510-READ-CUST-TXN.

       1560-APPLY-CUST-ADD.
           MOVE SPACES TO WS-PRIOR-TIN-STATUS
           MOVE ZEROS TO WS-PRIOR-TIN-DATE
           PERFORM 1580-BUILD-CUST-RECORD
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
                   PERFORM 1595-WRITE-CUST-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 1575-NOTE-CUST-BEFORE
                   PERFORM 1580-BUILD-CUST-RECORD
                   REWRITE CUSTOMER-RECORD
                   PERFORM 1590-WRITE-CUST-APPLIED-LINE
           END-READ.

      * A new mailing address or TIN on an existing customer is the
      * usual first step in taking over the accounts, so the log
      * marks either for the red-flag report.
       1575-NOTE-CUST-BEFORE.
           MOVE CUSTOMER-RECORD TO WS-CHG-BEFORE-IMAGE
           MOVE CUST-TIN-STATUS TO WS-PRIOR-TIN-STATUS
           MOVE CUST-TIN-STATUS-DATE TO WS-PRIOR-TIN-DATE
           IF CTXN-ADDR-LINE-1 NOT = CUST-ADDR-LINE-1
                   OR CTXN-CITY NOT = CUST-CITY
                   OR CTXN-STATE NOT = CUST-STATE
                   OR CTXN-ZIP NOT = CUST-ZIP
               MOVE 'Y' TO WS-CHG-ADDRESS-SW
           END-IF
           IF CTXN-TIN NOT = CUST-TIN
               MOVE 'Y' TO WS-CHG-TIN-SW
           END-IF.

       1580-BUILD-CUST-RECORD.
           MOVE CTXN-CUST-NUMBER TO CUST-NUMBER
           MOVE CTXN-CUST-NAME TO CUST-NAME
           MOVE CTXN-CITY TO CUST-CITY
           MOVE CTXN-STATE TO CUST-STATE
           MOVE CTXN-ZIP TO CUST-ZIP
           MOVE CTXN-TIN TO CUST-TIN
           PERFORM 1585-SET-TIN-STATUS.

      * A status keyed on the transaction stands as keyed.  Left
      * blank, a customer with no TIN is missing one, and a TIN
      * keyed for a customer who had none - or one converted before
      * the status was kept - is taken as certified; otherwise the
      * status on file carries over, so a B-notice stays until the
      * branch keys the certification that clears it.  The status
      * date moves only when the status does.
       1585-SET-TIN-STATUS.
           IF CTXN-TIN-STATUS NOT = SPACE
               MOVE CTXN-TIN-STATUS TO CUST-TIN-STATUS
           ELSE
               IF CTXN-TIN = SPACES
                   SET CUST-TIN-MISSING TO TRUE
               ELSE
                   IF WS-PRIOR-TIN-STATUS = SPACE
                           OR WS-PRIOR-TIN-STATUS = 'M'
                       SET CUST-TIN-CERTIFIED TO TRUE
                   ELSE
                       MOVE WS-PRIOR-TIN-STATUS TO CUST-TIN-STATUS
                   END-IF
               END-IF
           END-IF
           IF CUST-TIN-STATUS = WS-PRIOR-TIN-STATUS
                   AND WS-PRIOR-TIN-DATE NUMERIC
               MOVE WS-PRIOR-TIN-DATE TO CUST-TIN-STATUS-DATE
           ELSE
               MOVE WS-RUN-DATE TO CUST-TIN-STATUS-DATE
           END-IF.

       1590-WRITE-CUST-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE CTXN-CUST-NUMBER   TO RPT-TXN-ACCT-NUM
           MOVE CTXN-CUST-NAME     TO RPT-TXN-ACCT-NAME
           MOVE 'APPLIED'          TO RPT-TXN-RESULT
           IF CUST-BACKUP-WITHHOLD
               MOVE 'BACKUP WITHHOLDING' TO RPT-TXN-REASON
           ELSE
               MOVE SPACES TO RPT-TXN-REASON
           END-IF
           WRITE MAINT-RPT-RECORD FROM WS-MAINT-RPT-LINE
           PERFORM 1592-LOG-CUST-CHANGE.

       1592-LOG-CUST-CHANGE.
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE WS-RUN-DATE TO CHG-RUN-DATE
           MOVE WS-RUN-ID TO CHG-RUN-ID
           MOVE CTXN-BRANCH-ID TO CHG-BRANCH-ID
           MOVE CTXN-REQUESTER-ID TO CHG-REQUESTER-ID
           SET CHG-CUSTOMER-CHANGE TO TRUE
           MOVE CTXN-CODE TO CHG-TXN-CODE
           MOVE CUST-NUMBER TO CHG-KEY-NUMBER
           MOVE WS-CHG-ADDRESS-SW TO CHG-ADDRESS-SW
           MOVE WS-CHG-TIN-SW TO CHG-TIN-SW
           MOVE 'N' TO CHG-LINK-SW
           MOVE WS-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO CHG-AFTER-IMAGE
           WRITE CHANGE-LOG-RECORD
           ADD 1 TO WS-CHG-LOG-COUNT.

       1595-WRITE-CUST-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           END-READ.

       2000-PROCESS-TRANSACTION.
           PERFORM 2010-NOTE-ACCT-BEFORE
           EVALUATE TRUE
               WHEN TXN-ADD
                   PERFORM 2100-APPLY-ADD
                   PERFORM 2700-APPLY-ASSIGN-CUSTOMER
               WHEN TXN-SET-LINKED-ACCT
                   PERFORM 2800-APPLY-SET-LINKED-ACCT
               WHEN TXN-PLACE-HOLD
                   PERFORM 2450-APPLY-PLACE-HOLD
               WHEN TXN-RELEASE-HOLD
                   PERFORM 2480-APPLY-RELEASE-HOLD
               WHEN TXN-ADD-RELATIONSHIP
                   PERFORM 2750-APPLY-ADD-RELATIONSHIP
               WHEN TXN-END-RELATIONSHIP
                   PERFORM 2780-APPLY-END-RELATIONSHIP
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION CODE' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE
           END-EVALUATE
           PERFORM 1100-READ-TRANSACTION.

      * The account as it stands before the transaction, for the
      * change log; an add finds nothing and logs a blank before.  A
      * hold transaction logs the hold, not the account, so the
      * release picks its own before image up as it reads the hold;
      * a relationship transaction likewise logs the relationship.
       2010-NOTE-ACCT-BEFORE.
           MOVE SPACES TO WS-CHG-BEFORE-IMAGE
           MOVE SPACES TO WS-CHG-OLD-LINK
           IF NOT TXN-PLACE-HOLD AND NOT TXN-RELEASE-HOLD
                   AND NOT TXN-ADD-RELATIONSHIP
                   AND NOT TXN-END-RELATIONSHIP
               MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE ACCT-LINKED-ACCT TO WS-CHG-OLD-LINK
               END-READ
           END-IF.

      * A keyed disposition outside R/S/P on an add is an error to
      * report, not a value to blank: silently defaulting it would
      * turn a mis-keyed renewal instruction into payout-at-maturity
           MOVE MAINT-CUST-NUMBER TO ACCT-CUSTOMER-NUMBER
           MOVE SPACES TO ACCT-LINKED-ACCT
           MOVE ZEROS TO ACCT-LAST-POSTED-DATE
           MOVE ZEROS TO ACCT-ACCRUED-INTEREST
           MOVE ZEROS TO ACCT-ACCRUAL-DATE
      * An opening deposit into an IRA is that year's first
      * contribution; the posting run holds the line from here.
           IF MAINT-ACCT-TYPE = 'IR'
                   PERFORM 2900-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 2170-JOURNAL-OPENING-BALANCE
                   PERFORM 2790-SYNC-PRIMARY-OWNER
                   PERFORM 2950-WRITE-APPLIED-LINE
           END-WRITE.

               MOVE 'D' TO ACT-TXN-CODE
               MOVE MAINT-ACCT-BALANCE TO ACT-AMOUNT
               MOVE ACCT-BALANCE TO ACT-NEW-BALANCE
               MOVE 'ACCTMNT ' TO ACT-SOURCE-ID
               MOVE SPACES TO ACT-REVERSAL-REF
               MOVE 'N' TO ACT-CASH-IND
               WRITE ACTIVITY-RECORD
           END-IF.

      * Same pricing as the interest run: the RATEFILE tier for the
      * type and balance, pro-rated over the days since the last
      * posting against the CYCLPARM year, and the same early-
      * withdrawal penalty rule for certificates and IRAs.  What the
      * nightly accrual has already booked is paid as it stands and
      * cleared from the master, and only the days since the accrual
      * last ran are priced on top, so accrued interest payable for
      * the account comes back to zero.  A penalised certificate or
      * IRA keeps its accrual for the accrual run to forfeit.
       2310-PAY-CLOSE-OUT-INTEREST.
           MOVE ZEROS TO WS-CLOSE-INT-AMT
           MOVE ZEROS TO WS-CLOSE-ACCR-PAID
           IF NOT ((CERT-OF-DEPOSIT OR IRA-ACCOUNT)
                   AND EARLY-WITHDRAWAL-FLAG
                   AND WS-RUN-DATE < ACCT-MATURITY-DATE)
               COMPUTE WS-CLOSE-ACCR-PAID ROUNDED =
                   ACCT-ACCRUED-INTEREST
               MOVE ZEROS TO ACCT-ACCRUED-INTEREST
               PERFORM 2320-SET-ACCRUAL-DATE
               IF WS-ACCRUAL-DAYS > ZEROS
                   PERFORM 2330-LOOKUP-RATE
                   IF RATE-FOUND
                       COMPUTE WS-CLOSE-INT-AMT ROUNDED =
                           ACCT-BALANCE * WS-LOOKED-UP-RATE
                               * WS-ACCRUAL-DAYS / WS-DAYS-IN-YEAR
                   END-IF
               END-IF
               ADD WS-CLOSE-ACCR-PAID TO WS-CLOSE-INT-AMT
               IF WS-CLOSE-INT-AMT NOT = ZEROS
                   PERFORM 2340-POST-CLOSE-OUT-INTEREST
               END-IF
           END-IF.

      * Interest runs from the day the nightly accrual last reached,
      * or for an account it has not reached, from the last posting.
      * Accounts converted before the posted-date existed carry
      * zeros there, so the open date stands in, the same fallback
      * the dormancy scan applies to its aging.
       2320-SET-ACCRUAL-DATE.
           MOVE ZEROS TO WS-ACCRUAL-DAYS
           IF ACCT-ACCRUAL-DATE NUMERIC
                   AND ACCT-ACCRUAL-DATE > ZEROS
               MOVE ACCT-ACCRUAL-DATE TO WS-ACCRUAL-DATE
           ELSE
               IF ACCT-LAST-POSTED-DATE NUMERIC
                       AND ACCT-LAST-POSTED-DATE > ZEROS
                   MOVE ACCT-LAST-POSTED-DATE TO WS-ACCRUAL-DATE
               ELSE
                   IF ACCT-OPEN-DATE NUMERIC
                       MOVE ACCT-OPEN-DATE TO WS-ACCRUAL-DATE
                   ELSE
                       MOVE ZEROS TO WS-ACCRUAL-DATE
                   END-IF
               END-IF
           END-IF
           MOVE WS-ACCRUAL-DATE(5:2) TO WS-ACCRUAL-MM

      * The payment goes on the audit trail and the close-out feed
      * before the close itself rewrites the record; the REWRITE in
      * 2300 carries the new balance and posted date out.  Backup
      * withholding comes out of the payment before it is credited.
       2340-POST-CLOSE-OUT-INTEREST.
           PERFORM 2345-CHECK-BACKUP-WITHHOLDING
           MOVE ACCT-BALANCE TO WS-CLOSE-OLD-BALANCE
           ADD WS-CLOSE-INT-AMT TO ACCT-BALANCE
           SUBTRACT WS-CLOSE-WH-AMT FROM ACCT-BALANCE
           MOVE WS-RUN-DATE TO ACCT-LAST-POSTED-DATE
           ADD 1 TO WS-CLOSE-INT-COUNT
           ADD WS-CLOSE-INT-AMT TO WS-CLOSE-INT-TOTAL
           MOVE ACCT-BALANCE    TO AUD-NEW-BALANCE
           MOVE WS-RUN-DATE     TO AUD-RUN-DATE
           MOVE WS-RUN-ID       TO AUD-RUN-ID
           MOVE WS-CLOSE-WH-AMT TO AUD-WITHHELD-AMT
           WRITE AUDIT-RECORD
           MOVE SPACES TO GL-POSTING-RECORD
           SET GL-DETAIL-REC TO TRUE
           MOVE WS-RUN-DATE TO GL-POSTING-DATE
           MOVE WS-CLOSE-INT-AMT TO GL-INTEREST-AMT
           MOVE ACCT-BALANCE TO GL-NEW-BALANCE
           MOVE WS-CLOSE-ACCR-PAID TO GL-ACCRUAL-PAID
           MOVE WS-CLOSE-WH-AMT TO GL-WITHHELD-AMT
           IF WS-CLOSE-ACCR-PAID NOT = ZEROS
               MOVE ACCT-TYPE TO GL-ACCT-TYPE
               MOVE 'P' TO GL-ACTIVITY-CODE
           END-IF
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD GL-INTEREST-AMT TO WS-GL-INTEREST-TOTAL
           ADD GL-NEW-BALANCE TO WS-GL-BALANCE-TOTAL
           ADD GL-WITHHELD-AMT TO WS-GL-WITHHELD-TOTAL
           WRITE GL-POSTING-RECORD
           IF WS-CLOSE-WH-AMT > ZEROS
               MOVE 'CLOSE-OUT INT PAID, WITHHELD' TO WS-APPLIED-NOTE
           ELSE
               MOVE 'CLOSE-OUT INTEREST PAID' TO WS-APPLIED-NOTE
           END-IF.

      * The primary owner decides, as in the interest run: a TIN
      * missing or under a B-notice, or none on file, draws the
      * withholding; an IRA, an account with no customer, or a
      * customer no longer on the master is paid gross.
       2345-CHECK-BACKUP-WITHHOLDING.
           MOVE ZEROS TO WS-CLOSE-WH-AMT
           IF WS-CLOSE-INT-AMT > ZEROS
                   AND NOT IRA-ACCOUNT
                   AND ACCT-CUSTOMER-NUMBER NOT = SPACES
               MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-BACKUP-WITHHOLD OR CUST-TIN = SPACES
                           COMPUTE WS-CLOSE-WH-AMT ROUNDED =
                               WS-CLOSE-INT-AMT * WS-BACKUP-WH-RATE
                           ADD 1 TO WS-CLOSE-WH-COUNT
                           ADD WS-CLOSE-WH-AMT TO WS-CLOSE-WH-TOTAL
                       END-IF
               END-READ
           END-IF.

       2400-APPLY-FREEZE.
           MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
                   PERFORM 2950-WRITE-APPLIED-LINE
           END-READ.

      * A hold needs a known type and a positive amount, and a
      * release date, when keyed, must lie ahead of today.  A deposit
      * hold always carries one - uncollected funds free up on a
      * schedule - while a legal or collateral hold may stand until
      * released by hand.  A closed account takes no new holds.
       2450-APPLY-PLACE-HOLD.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN MAINT-HOLD-TYPE NOT = 'D'
                       AND MAINT-HOLD-TYPE NOT = 'L'
                       AND MAINT-HOLD-TYPE NOT = 'C'
                   MOVE 'INVALID HOLD TYPE' TO WS-REJECT-REASON
               WHEN MAINT-HOLD-AMOUNT NOT NUMERIC
                   MOVE 'INVALID HOLD AMOUNT' TO WS-REJECT-REASON
               WHEN MAINT-HOLD-AMOUNT <= ZEROS
                   MOVE 'INVALID HOLD AMOUNT' TO WS-REJECT-REASON
               WHEN MAINT-HOLD-RELEASE-DATE NOT NUMERIC
                   MOVE 'INVALID RELEASE DATE' TO WS-REJECT-REASON
               WHEN MAINT-HOLD-RELEASE-DATE = ZEROS
                       AND MAINT-HOLD-TYPE = 'D'
                   MOVE 'DEPOSIT HOLD NEEDS RELEASE DATE'
                       TO WS-REJECT-REASON
               WHEN MAINT-HOLD-RELEASE-DATE NOT = ZEROS
                       AND MAINT-HOLD-RELEASE-DATE <= WS-RUN-DATE
                   MOVE 'INVALID RELEASE DATE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF CLOSED
                           MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2460-FIND-NEXT-HOLD-SEQ
               IF WS-HOLD-SEQ >= 999
                   MOVE 'TOO MANY HOLDS ON ACCOUNT' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2470-WRITE-HOLD
           ELSE
               PERFORM 2900-WRITE-REJECT-LINE
           END-IF.

      * Sequence numbers run on from the highest the account has
      * ever had; released holds keep theirs, so a number once
      * quoted to a customer or a court never comes back.
       2460-FIND-NEXT-HOLD-SEQ.
           MOVE ZEROS TO WS-HOLD-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-SW
           MOVE MAINT-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE ZEROS TO HOLD-SEQ
           START HOLD-FILE KEY NOT < HOLD-KEY
               INVALID KEY
                   SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM 2465-READ-NEXT-HOLD
               UNTIL HOLD-SCAN-DONE.

       2465-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET HOLD-SCAN-DONE TO TRUE
               NOT AT END
                   IF HOLD-ACCT-NUMBER NOT = MAINT-ACCT-NUMBER
                       SET HOLD-SCAN-DONE TO TRUE
                   ELSE
                       MOVE HOLD-SEQ TO WS-HOLD-SEQ
                   END-IF
           END-READ.

       2470-WRITE-HOLD.
           ADD 1 TO WS-HOLD-SEQ
           MOVE MAINT-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE WS-HOLD-SEQ TO HOLD-SEQ
           MOVE MAINT-HOLD-TYPE TO HOLD-TYPE
           MOVE MAINT-HOLD-AMOUNT TO HOLD-AMOUNT
           MOVE WS-RUN-DATE TO HOLD-PLACED-DATE
           MOVE MAINT-HOLD-RELEASE-DATE TO HOLD-RELEASE-DATE
           SET HOLD-ACTIVE TO TRUE
           MOVE WS-RUN-DATE TO HOLD-STATUS-DATE
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE 'HOLD ALREADY EXISTS' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-PLACED
                   MOVE WS-HOLD-SEQ TO WS-NOTE-HOLD-SEQ
                   MOVE 'PLACED' TO WS-NOTE-HOLD-ACTION
                   MOVE WS-HOLD-NOTE TO WS-APPLIED-NOTE
                   PERFORM 2950-WRITE-APPLIED-LINE
           END-WRITE.

      * The branch quotes the sequence number from the hold report.
       2480-APPLY-RELEASE-HOLD.
           MOVE MAINT-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE MAINT-HOLD-SEQ TO HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   MOVE 'HOLD NOT FOUND' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF HOLD-RELEASED
                       MOVE 'HOLD ALREADY RELEASED' TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-LINE
                   ELSE
                       MOVE HOLD-RECORD TO WS-CHG-BEFORE-IMAGE
                       SET HOLD-RELEASED TO TRUE
                       MOVE WS-RUN-DATE TO HOLD-STATUS-DATE
                       REWRITE HOLD-RECORD
                       ADD 1 TO WS-HOLDS-RELEASED
                       MOVE HOLD-SEQ TO WS-NOTE-HOLD-SEQ
                       MOVE 'RELEASED' TO WS-NOTE-HOLD-ACTION
                       MOVE WS-HOLD-NOTE TO WS-APPLIED-NOTE
                       PERFORM 2950-WRITE-APPLIED-LINE
                   END-IF
           END-READ.

       2500-APPLY-WITHDRAWAL-FLAG.
           MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
                   NOT INVALID KEY
                       MOVE MAINT-CUST-NUMBER TO ACCT-CUSTOMER-NUMBER
                       REWRITE ACCT-RECORD
                       PERFORM 2790-SYNC-PRIMARY-OWNER
                       PERFORM 2950-WRITE-APPLIED-LINE
               END-READ
           END-IF.

      * A relationship needs a known role, a customer on file and an
      * account that is not closed.  A new primary owner replaces
      * the one before on the master and on RELDATA; anyone else is
      * added beside the owners, or brought back if their old
      * relationship had ended.  The primary owner cannot also hold
      * a second role - that customer's record is the primary one.
       2750-APPLY-ADD-RELATIONSHIP.
           MOVE SPACES TO WS-REJECT-REASON
           IF MAINT-REL-ROLE NOT = 'P' AND NOT = 'J' AND NOT = 'B'
                   AND NOT = 'D' AND NOT = 'S'
               MOVE 'INVALID RELATIONSHIP ROLE' TO WS-REJECT-REASON
           ELSE
               IF MAINT-CUST-NUMBER = SPACES
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
               ELSE
                   PERFORM 2160-CHECK-CUSTOMER-EXISTS
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF CLOSED
                           MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                       ELSE
                           IF MAINT-REL-ROLE NOT = 'P'
                                   AND ACCT-CUSTOMER-NUMBER
                                       = MAINT-CUST-NUMBER
                               MOVE 'CUSTOMER IS PRIMARY OWNER'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-WRITE-REJECT-LINE
           ELSE
               IF MAINT-REL-ROLE = 'P'
                   MOVE MAINT-CUST-NUMBER TO ACCT-CUSTOMER-NUMBER
                   REWRITE ACCT-RECORD
                   PERFORM 2790-SYNC-PRIMARY-OWNER
                   PERFORM 2770-WRITE-REL-APPLIED-LINE
               ELSE
                   PERFORM 2760-ADD-OTHER-RELATIONSHIP
               END-IF
           END-IF.

       2760-ADD-OTHER-RELATIONSHIP.
           MOVE MAINT-ACCT-NUMBER TO REL-ACCT-NUMBER
           MOVE MAINT-CUST-NUMBER TO REL-CUST-NUMBER
           READ REL-FILE
               INVALID KEY
                   PERFORM 2765-BUILD-RELATIONSHIP
                   WRITE RELATIONSHIP-RECORD
                   PERFORM 2770-WRITE-REL-APPLIED-LINE
               NOT INVALID KEY
                   IF REL-ACTIVE
                       MOVE 'RELATIONSHIP ALREADY ACTIVE'
                           TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-LINE
                   ELSE
                       MOVE RELATIONSHIP-RECORD TO WS-CHG-BEFORE-IMAGE
                       PERFORM 2765-BUILD-RELATIONSHIP
                       REWRITE RELATIONSHIP-RECORD
                       PERFORM 2770-WRITE-REL-APPLIED-LINE
                   END-IF
           END-READ.

      * Only a joint owner can ask for a statement of their own; the
      * primary owner always gets one.
       2765-BUILD-RELATIONSHIP.
           MOVE MAINT-ACCT-NUMBER TO REL-ACCT-NUMBER
           MOVE MAINT-CUST-NUMBER TO REL-CUST-NUMBER
           MOVE MAINT-REL-ROLE TO REL-ROLE
           IF REL-JOINT AND MAINT-REL-STMT-SW = 'Y'
               MOVE 'Y' TO REL-STMT-SW
           ELSE
               MOVE 'N' TO REL-STMT-SW
           END-IF
           MOVE WS-RUN-DATE TO REL-START-DATE
           MOVE ZEROS TO REL-END-DATE
           SET REL-ACTIVE TO TRUE.

       2770-WRITE-REL-APPLIED-LINE.
           ADD 1 TO WS-RELS-ADDED
           MOVE REL-CUST-NUMBER TO WS-NOTE-REL-CUST
           MOVE REL-ROLE TO WS-NOTE-REL-ROLE
           MOVE WS-REL-NOTE TO WS-APPLIED-NOTE
           PERFORM 2950-WRITE-APPLIED-LINE.

      * The primary owner is not ended on its own - the account
      * would be left with nobody to report under - but replaced by
      * naming a new primary, or untied with a customer assignment.
       2780-APPLY-END-RELATIONSHIP.
           MOVE MAINT-ACCT-NUMBER TO REL-ACCT-NUMBER
           MOVE MAINT-CUST-NUMBER TO REL-CUST-NUMBER
           READ REL-FILE
               INVALID KEY
                   MOVE 'RELATIONSHIP NOT FOUND' TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN REL-ENDED
                           MOVE 'RELATIONSHIP ALREADY ENDED'
                               TO WS-REJECT-REASON
                           PERFORM 2900-WRITE-REJECT-LINE
                       WHEN REL-PRIMARY
                           MOVE 'PRIMARY OWNER IS REPLACED'
                               TO WS-REJECT-REASON
                           PERFORM 2900-WRITE-REJECT-LINE
                       WHEN OTHER
                           MOVE RELATIONSHIP-RECORD
                               TO WS-CHG-BEFORE-IMAGE
                           SET REL-ENDED TO TRUE
                           MOVE WS-RUN-DATE TO REL-END-DATE
                           REWRITE RELATIONSHIP-RECORD
                           ADD 1 TO WS-RELS-ENDED
                           MOVE REL-CUST-NUMBER TO WS-NOTE-REL-CUST
                           MOVE REL-ROLE TO WS-NOTE-REL-ROLE
                           MOVE WS-REL-NOTE TO WS-APPLIED-NOTE
                           PERFORM 2950-WRITE-APPLIED-LINE
                   END-EVALUATE
           END-READ.

      * The account master has just been written with its customer
      * number; RELDATA follows it.  Any other standing primary is
      * ended, then the new primary's relationship is written, or
      * taken over from a role the customer already held on the
      * account.  Spaces leaves the account with no primary.
       2790-SYNC-PRIMARY-OWNER.
           MOVE ACCT-NUMBER TO WS-REL-ACCT
           MOVE ACCT-CUSTOMER-NUMBER TO WS-REL-CUST
           MOVE 'N' TO WS-REL-SCAN-SW
           MOVE WS-REL-ACCT TO REL-ACCT-NUMBER
           MOVE LOW-VALUES TO REL-CUST-NUMBER
           START REL-FILE KEY NOT < REL-KEY
               INVALID KEY
                   SET REL-SCAN-DONE TO TRUE
           END-START
           PERFORM 2795-END-OLD-PRIMARY
               UNTIL REL-SCAN-DONE
           IF WS-REL-CUST NOT = SPACES
               MOVE WS-REL-ACCT TO REL-ACCT-NUMBER
               MOVE WS-REL-CUST TO REL-CUST-NUMBER
               READ REL-FILE
                   INVALID KEY
                       PERFORM 2798-BUILD-PRIMARY
                       WRITE RELATIONSHIP-RECORD
                   NOT INVALID KEY
                       IF NOT (REL-PRIMARY AND REL-ACTIVE)
                           IF TXN-ADD-RELATIONSHIP
                               MOVE RELATIONSHIP-RECORD
                                   TO WS-CHG-BEFORE-IMAGE
                           END-IF
                           PERFORM 2798-BUILD-PRIMARY
                           REWRITE RELATIONSHIP-RECORD
                       END-IF
               END-READ
           END-IF.

       2795-END-OLD-PRIMARY.
           READ REL-FILE NEXT RECORD
               AT END
                   SET REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF REL-ACCT-NUMBER NOT = WS-REL-ACCT
                       SET REL-SCAN-DONE TO TRUE
                   ELSE
                       IF REL-PRIMARY AND REL-ACTIVE
                               AND REL-CUST-NUMBER NOT = WS-REL-CUST
                           SET REL-ENDED TO TRUE
                           MOVE WS-RUN-DATE TO REL-END-DATE
                           REWRITE RELATIONSHIP-RECORD
                           ADD 1 TO WS-RELS-ENDED
                       END-IF
                   END-IF
           END-READ.

       2798-BUILD-PRIMARY.
           MOVE WS-REL-ACCT TO REL-ACCT-NUMBER
           MOVE WS-REL-CUST TO REL-CUST-NUMBER
           SET REL-PRIMARY TO TRUE
           MOVE 'Y' TO REL-STMT-SW
           MOVE WS-RUN-DATE TO REL-START-DATE
           MOVE ZEROS TO REL-END-DATE
           SET REL-ACTIVE TO TRUE.

      * The posting run sweeps overdrafts from the linked account
      * without a second look, so the link is proved here: it must
      * be an open savings or money-market account, and not the
           MOVE 'APPLIED'          TO RPT-TXN-RESULT
           MOVE WS-APPLIED-NOTE    TO RPT-TXN-REASON
           MOVE SPACES             TO WS-APPLIED-NOTE
           WRITE MAINT-RPT-RECORD FROM WS-MAINT-RPT-LINE
           PERFORM 2960-LOG-ACCOUNT-CHANGE.

      * Every applied line has the changed record in hand - the
      * account, or on a hold or relationship transaction the hold
      * or relationship - as it now stands.  A link to an account
      * other than the one before is marked for the red-flag report
      * with the account now linked, since an overdraft sweep can
      * drain it through this one.
       2960-LOG-ACCOUNT-CHANGE.
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE WS-RUN-DATE TO CHG-RUN-DATE
           MOVE WS-RUN-ID TO CHG-RUN-ID
           MOVE MAINT-BRANCH-ID TO CHG-BRANCH-ID
           MOVE MAINT-REQUESTER-ID TO CHG-REQUESTER-ID
           MOVE MAINT-TXN-CODE TO CHG-TXN-CODE
           MOVE MAINT-ACCT-NUMBER TO CHG-KEY-NUMBER
           MOVE 'N' TO CHG-ADDRESS-SW
           MOVE 'N' TO CHG-TIN-SW
           MOVE 'N' TO CHG-LINK-SW
           MOVE WS-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN TXN-PLACE-HOLD OR TXN-RELEASE-HOLD
                   SET CHG-HOLD-CHANGE TO TRUE
                   MOVE HOLD-RECORD TO CHG-AFTER-IMAGE
               WHEN TXN-ADD-RELATIONSHIP OR TXN-END-RELATIONSHIP
                   SET CHG-RELATIONSHIP-CHANGE TO TRUE
                   MOVE RELATIONSHIP-RECORD TO CHG-AFTER-IMAGE
               WHEN OTHER
                   SET CHG-ACCOUNT-CHANGE TO TRUE
                   MOVE ACCT-RECORD TO CHG-AFTER-IMAGE
                   IF TXN-SET-LINKED-ACCT
                           AND ACCT-LINKED-ACCT NOT = SPACES
                           AND ACCT-LINKED-ACCT NOT = WS-CHG-OLD-LINK
                       SET CHG-NEW-LINK TO TRUE
                       MOVE ACCT-LINKED-ACCT TO CHG-NEW-LINKED-ACCT
                   END-IF
           END-EVALUATE
           WRITE CHANGE-LOG-RECORD
           ADD 1 TO WS-CHG-LOG-COUNT.

       3000-CALCULATE-SUMMARY.
           DISPLAY 'CUSTOMER TXNS READ:' WS-CUST-TXN-COUNT
           DISPLAY 'APPLIED:           ' WS-APPLIED-COUNT
           DISPLAY 'REJECTED:          ' WS-REJECTED-COUNT
           DISPLAY 'CLOSE-OUT INTEREST:' WS-CLOSE-INT-TOTAL
           DISPLAY 'CLOSES WITH INT:   ' WS-CLOSE-INT-COUNT
           DISPLAY 'BACKUP WITHHELD:   ' WS-CLOSE-WH-COUNT
           DISPLAY 'TOTAL WITHHELD:    ' WS-CLOSE-WH-TOTAL
           DISPLAY 'HOLDS PLACED:      ' WS-HOLDS-PLACED
           DISPLAY 'HOLDS RELEASED:    ' WS-HOLDS-RELEASED
           DISPLAY 'RELATIONS ADDED:   ' WS-RELS-ADDED
           DISPLAY 'RELATIONS ENDED:   ' WS-RELS-ENDED
           DISPLAY 'CHANGES LOGGED:    ' WS-CHG-LOG-COUNT.

       9000-TERMINATE.
           PERFORM 9050-WRITE-GL-TRAILER
           PERFORM 9100-STAMP-RUN-COMPLETE
           CLOSE ACCT-FILE
           CLOSE CUST-FILE
           CLOSE HOLD-FILE
           CLOSE REL-FILE
           CLOSE MAINT-TXN-FILE
           CLOSE MAINT-RPT-FILE
           CLOSE AUDIT-FILE
           CLOSE ACTIVITY-FILE
           CLOSE CHANGE-LOG-FILE
           CLOSE CLOSE-GL-FILE.

       9050-WRITE-GL-TRAILER.
           MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-INTEREST-TOTAL TO GL-TRL-INTEREST-TOTAL
           MOVE WS-GL-BALANCE-TOTAL TO GL-TRL-BALANCE-TOTAL
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE WS-GL-WITHHELD-TOTAL TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       9100-STAMP-RUN-COMPLETE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RED-FLAG.
       AUTHOR. TRUIST-LEGACY.
      *
      * Account Takeover Red-Flag Module
      * Crosses the maintenance change log with the activity journal
      * the night's posting run left.  A new mailing address or TIN
      * on a customer, or a new overdraft link on an account, is
      * the usual first step in taking an account over; a large
      * withdrawal or transfer-out soon after is the usual second.
      * Every such change logged inside the REDFPARM window is held
      * in a table, then each withdrawal and transfer-out posted on
      * the business date for at least the parm amount is matched
      * against it - by the customer the account is tied to, by the
      * account itself, and by the account now linked to it, since
      * an overdraft sweep drains the linked account through this
      * one.  Each match is a line on the REDFLAG report with the
      * branch and requester that keyed the change, for the fraud
      * desk to call the customer at the contact on file before the
      * change.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO 'ACCTDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO 'CHGLOG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO 'ACTVDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT RED-FLAG-PARM-FILE ASSIGN TO 'REDFPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RED-FLAG-RPT-FILE ASSIGN TO 'REDFLAG'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-FILE.
           COPY ACCTREC.

       FD CHANGE-LOG-FILE.
           COPY CHGLOGRC.

       FD ACTIVITY-FILE.
           COPY ACTVREC.

      * Zeros in any field leave that default standing: the business
      * date is the run date, a debit of $5,000.00 or more is large,
      * and a change counts for 10 calendar days after it was keyed.
       FD RED-FLAG-PARM-FILE.
       01 RED-FLAG-PARM-RECORD.
           05 RFP-BUSINESS-DATE  PIC 9(8).
           05 RFP-LARGE-AMOUNT   PIC 9(7)V99.
           05 RFP-WINDOW-DAYS    PIC 9(3).

       FD RED-FLAG-RPT-FILE.
       01 RED-FLAG-RPT-RECORD    PIC X(132).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-CHGLOG-STATUS       PIC XX.
       01 WS-ACTIVITY-STATUS     PIC XX.
       01 WS-PARM-STATUS         PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-CHGLOG-EOF-FLAG     PIC X VALUE 'N'.
           88 CHGLOG-EOF         VALUE 'Y'.
       01 WS-ACTIVITY-EOF-FLAG   PIC X VALUE 'N'.
           88 ACTIVITY-EOF       VALUE 'Y'.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-START        PIC 9(8) VALUE ZEROS.
       01 WS-LARGE-AMOUNT        PIC 9(7)V99 VALUE 5000.00.
       01 WS-WINDOW-DAYS         PIC 9(3) VALUE 10.

      * The debit in hand and the account it came off.
       01 WS-DEBIT-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DEBIT-CUSTOMER      PIC X(10) VALUE SPACES.
       01 WS-DEBIT-NAME          PIC X(30) VALUE SPACES.
       01 WS-DEBIT-FLAGGED-SW    PIC X VALUE 'N'.
           88 DEBIT-FLAGGED      VALUE 'Y'.

      * The watched changes inside the window, one entry per record
      * a debit can be matched on: 'C' a customer whose address or
      * TIN changed, 'A' an account that took on a new link or the
      * account it was linked to.
       01 WS-CHANGE-COUNT        PIC 9(5) VALUE ZEROS.
       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CHG-IDX.
               10 WS-CHG-MATCH-TYPE  PIC X(01).
               10 WS-CHG-MATCH-KEY   PIC X(10).
               10 WS-CHG-KIND        PIC X(18).
               10 WS-CHG-CHANGED-KEY PIC X(10).
               10 WS-CHG-DATE        PIC 9(8).
               10 WS-CHG-REQUESTER   PIC X(08).
               10 WS-CHG-BRANCH      PIC X(04).

       01 WS-LOG-RECORDS-READ    PIC 9(7) VALUE ZEROS.
       01 WS-ENTRIES-READ        PIC 9(7) VALUE ZEROS.
       01 WS-LARGE-DEBITS        PIC 9(7) VALUE ZEROS.
       01 WS-FLAG-LINES          PIC 9(7) VALUE ZEROS.
       01 WS-FLAGGED-DEBITS      PIC 9(7) VALUE ZEROS.
       01 WS-LARGE-DEBIT-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-FLAGGED-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01 WS-RPT-TITLE-LINE.
           05 FILLER              PIC X(42)
               VALUE 'ACCOUNT TAKEOVER RED FLAGS - BUSINESS DATE'.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 TTL-BUSINESS-DATE   PIC 9(8).
           05 FILLER              PIC X(22)
               VALUE '  CHANGES KEYED FROM '.
           05 TTL-WINDOW-START    PIC 9(8).

       01 WS-RPT-RULE-LINE.
           05 FILLER              PIC X(37)
               VALUE 'WITHDRAWALS AND TRANSFERS-OUT OF AT '.
           05 FILLER              PIC X(06) VALUE 'LEAST '.
           05 RUL-LARGE-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(25)
               VALUE ' AFTER A CHANGE WITHIN '.
           05 RUL-WINDOW-DAYS     PIC ZZ9.
           05 FILLER              PIC X(05) VALUE ' DAYS'.

       01 WS-RPT-HEADING-LINE.
           05 FILLER              PIC X(12) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(32) VALUE 'NAME'.
           05 FILLER              PIC X(04) VALUE 'TXN'.
           05 FILLER              PIC X(16) VALUE '          DEBIT'.
           05 FILLER              PIC X(20) VALUE 'CHANGE'.
           05 FILLER              PIC X(12) VALUE 'CHANGED'.
           05 FILLER              PIC X(10) VALUE 'KEYED'.
           05 FILLER              PIC X(10) VALUE 'REQUESTER'.
           05 FILLER              PIC X(06) VALUE 'BRANCH'.

       01 WS-RPT-DETAIL-LINE.
           05 RDL-ACCT-NUMBER     PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-NAME            PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-TXN-CODE        PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-CHANGE-KIND     PIC X(18).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-CHANGED-KEY     PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-CHANGE-DATE     PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-REQUESTER       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-BRANCH          PIC X(04).

       01 WS-RPT-TOTAL-LINE.
           05 TOT-LABEL           PIC X(30).
           05 TOT-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TOT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-CHANGE-LOG
           PERFORM 1600-OPEN-REPORT
           PERFORM 2000-READ-ACTIVITY
               UNTIL ACTIVITY-EOF
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The report runs after the posting run; REDFPARM carries the
      * business date when the job slips past midnight.  The window
      * reaches back the parm's days from the business date.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1080-READ-RED-FLAG-PARM
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-WINDOW-DAYS)
           PERFORM 1030-STAMP-RUN-START
           OPEN INPUT ACCT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           DISPLAY 'RED-FLAG SCAN FOR ' WS-BUSINESS-DATE
               ' CHANGES FROM ' WS-WINDOW-START.

      * The morning control report reads these stamps; a program
      * left in 'S' is the night's loudest flag, so the start is
      * stamped before any real work begins.
       1030-STAMP-RUN-START.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCTL-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-RCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL: ' WS-RCTL-STATUS
               STOP RUN
           END-IF
           MOVE 'REDFLAG ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 1035-BUILD-START-RECORD
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   PERFORM 1035-BUILD-START-RECORD
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       1035-BUILD-START-RECORD.
           MOVE 'REDFLAG ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           SET RCTL-STARTED TO TRUE
           MOVE WS-RUN-TIME TO RCTL-START-TIME
           MOVE ZEROS TO RCTL-END-TIME
           MOVE ZEROS TO RCTL-RECORD-COUNT
           MOVE ZEROS TO RCTL-CONTROL-AMOUNT.

       1080-READ-RED-FLAG-PARM.
           OPEN INPUT RED-FLAG-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ RED-FLAG-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RFP-BUSINESS-DATE NOT = ZEROS
                           MOVE RFP-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
                       IF RFP-LARGE-AMOUNT NOT = ZEROS
                           MOVE RFP-LARGE-AMOUNT TO WS-LARGE-AMOUNT
                       END-IF
                       IF RFP-WINDOW-DAYS NOT = ZEROS
                           MOVE RFP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE RED-FLAG-PARM-FILE
           ELSE
               DISPLAY 'REDFPARM NOT AVAILABLE, STANDARD AMOUNT '
                   'AND WINDOW ASSUMED'
           END-IF.

      * The log is permanent and in the order the changes were
      * keyed; only the watched changes inside the window are kept.
      * No log yet means nothing has been changed to watch.
       1500-LOAD-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHGLOG-STATUS = '00'
               PERFORM 1510-READ-CHANGE-LOG
                   UNTIL CHGLOG-EOF
               CLOSE CHANGE-LOG-FILE
           ELSE
               DISPLAY 'CHGLOG NOT AVAILABLE: ' WS-CHGLOG-STATUS
                   ', NO CHANGES TO WATCH'
           END-IF.

       1510-READ-CHANGE-LOG.
           READ CHANGE-LOG-FILE
               AT END
                   SET CHGLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-RECORDS-READ
                   IF CHG-RUN-DATE >= WS-WINDOW-START
                           AND CHG-RUN-DATE <= WS-BUSINESS-DATE
                       PERFORM 1520-KEEP-WATCHED-CHANGE
                   END-IF
           END-READ.

      * A new link is watched on both accounts: this one, and the
      * one the overdraft sweep will now draw on.
       1520-KEEP-WATCHED-CHANGE.
           EVALUATE TRUE
               WHEN CHG-CUSTOMER-CHANGE
                       AND CHG-ADDRESS-CHANGED AND CHG-TIN-CHANGED
                   PERFORM 1550-ADD-CHANGE-ENTRY
                   MOVE 'C' TO WS-CHG-MATCH-TYPE(CHG-IDX)
                   MOVE 'ADDRESS AND TIN' TO WS-CHG-KIND(CHG-IDX)
               WHEN CHG-CUSTOMER-CHANGE AND CHG-ADDRESS-CHANGED
                   PERFORM 1550-ADD-CHANGE-ENTRY
                   MOVE 'C' TO WS-CHG-MATCH-TYPE(CHG-IDX)
                   MOVE 'ADDRESS' TO WS-CHG-KIND(CHG-IDX)
               WHEN CHG-CUSTOMER-CHANGE AND CHG-TIN-CHANGED
                   PERFORM 1550-ADD-CHANGE-ENTRY
                   MOVE 'C' TO WS-CHG-MATCH-TYPE(CHG-IDX)
                   MOVE 'TIN' TO WS-CHG-KIND(CHG-IDX)
               WHEN CHG-ACCOUNT-CHANGE AND CHG-NEW-LINK
                   PERFORM 1550-ADD-CHANGE-ENTRY
                   MOVE 'A' TO WS-CHG-MATCH-TYPE(CHG-IDX)
                   MOVE 'NEW LINKED ACCOUNT' TO WS-CHG-KIND(CHG-IDX)
                   PERFORM 1550-ADD-CHANGE-ENTRY
                   MOVE 'A' TO WS-CHG-MATCH-TYPE(CHG-IDX)
                   MOVE CHG-NEW-LINKED-ACCT
                       TO WS-CHG-MATCH-KEY(CHG-IDX)
                   MOVE 'LINKED AS SWEEP' TO WS-CHG-KIND(CHG-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1550-ADD-CHANGE-ENTRY.
           IF WS-CHANGE-COUNT >= 2000
               DISPLAY 'CHANGE TABLE FULL'
               STOP RUN
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           SET CHG-IDX TO WS-CHANGE-COUNT
           MOVE CHG-KEY-NUMBER TO WS-CHG-MATCH-KEY(CHG-IDX)
           MOVE CHG-KEY-NUMBER TO WS-CHG-CHANGED-KEY(CHG-IDX)
           MOVE CHG-RUN-DATE TO WS-CHG-DATE(CHG-IDX)
           MOVE CHG-REQUESTER-ID TO WS-CHG-REQUESTER(CHG-IDX)
           MOVE CHG-BRANCH-ID TO WS-CHG-BRANCH(CHG-IDX).

       1600-OPEN-REPORT.
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS NOT = '00'
               DISPLAY 'ACTVDATA NOT AVAILABLE: ' WS-ACTIVITY-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT RED-FLAG-RPT-FILE
           MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE
           MOVE WS-WINDOW-START TO TTL-WINDOW-START
           WRITE RED-FLAG-RPT-RECORD FROM WS-RPT-TITLE-LINE
           MOVE WS-LARGE-AMOUNT TO RUL-LARGE-AMOUNT
           MOVE WS-WINDOW-DAYS TO RUL-WINDOW-DAYS
           WRITE RED-FLAG-RPT-RECORD FROM WS-RPT-RULE-LINE
           MOVE SPACES TO RED-FLAG-RPT-RECORD
           WRITE RED-FLAG-RPT-RECORD
           WRITE RED-FLAG-RPT-RECORD FROM WS-RPT-HEADING-LINE.

      * Debits are judged on the day they post, so each one is
      * reported once; journal amounts on debits are negative.
       2000-READ-ACTIVITY.
           READ ACTIVITY-FILE
               AT END
                   SET ACTIVITY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   IF (ACT-WITHDRAWAL OR ACT-TRANSFER-OUT)
                           AND ACT-TXN-DATE = WS-BUSINESS-DATE
                       COMPUTE WS-DEBIT-AMOUNT = ZERO - ACT-AMOUNT
                       IF WS-DEBIT-AMOUNT >= WS-LARGE-AMOUNT
                           PERFORM 2100-CHECK-LARGE-DEBIT
                       END-IF
                   END-IF
           END-READ.

      * The customer the account is tied to today is the one whose
      * changes count against it.
       2100-CHECK-LARGE-DEBIT.
           ADD 1 TO WS-LARGE-DEBITS
           ADD WS-DEBIT-AMOUNT TO WS-LARGE-DEBIT-TOTAL
           MOVE 'N' TO WS-DEBIT-FLAGGED-SW
           MOVE ACT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   MOVE SPACES TO WS-DEBIT-CUSTOMER
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-DEBIT-NAME
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-NUMBER TO WS-DEBIT-CUSTOMER
                   MOVE ACCT-NAME TO WS-DEBIT-NAME
           END-READ
           PERFORM 2200-MATCH-CHANGE
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > WS-CHANGE-COUNT
           IF DEBIT-FLAGGED
               ADD 1 TO WS-FLAGGED-DEBITS
               ADD WS-DEBIT-AMOUNT TO WS-FLAGGED-TOTAL
           END-IF.

      * A change keyed after the debit posted cannot have led to it.
       2200-MATCH-CHANGE.
           IF WS-CHG-DATE(CHG-IDX) <= ACT-TXN-DATE
               IF (WS-CHG-MATCH-TYPE(CHG-IDX) = 'C'
                       AND WS-DEBIT-CUSTOMER NOT = SPACES
                       AND WS-CHG-MATCH-KEY(CHG-IDX)
                           = WS-DEBIT-CUSTOMER)
                   OR (WS-CHG-MATCH-TYPE(CHG-IDX) = 'A'
                       AND WS-CHG-MATCH-KEY(CHG-IDX)
                           = ACT-ACCT-NUMBER)
                   PERFORM 2300-WRITE-FLAG-LINE
               END-IF
           END-IF.

       2300-WRITE-FLAG-LINE.
           MOVE ACT-ACCT-NUMBER TO RDL-ACCT-NUMBER
           MOVE WS-DEBIT-NAME TO RDL-NAME
           MOVE ACT-TXN-CODE TO RDL-TXN-CODE
           MOVE WS-DEBIT-AMOUNT TO RDL-AMOUNT
           MOVE WS-CHG-KIND(CHG-IDX) TO RDL-CHANGE-KIND
           MOVE WS-CHG-CHANGED-KEY(CHG-IDX) TO RDL-CHANGED-KEY
           MOVE WS-CHG-DATE(CHG-IDX) TO RDL-CHANGE-DATE
           MOVE WS-CHG-REQUESTER(CHG-IDX) TO RDL-REQUESTER
           MOVE WS-CHG-BRANCH(CHG-IDX) TO RDL-BRANCH
           WRITE RED-FLAG-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           ADD 1 TO WS-FLAG-LINES
           SET DEBIT-FLAGGED TO TRUE.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO RED-FLAG-RPT-RECORD
           WRITE RED-FLAG-RPT-RECORD
           MOVE 'CHANGES WATCHED IN WINDOW     ' TO TOT-LABEL
           MOVE WS-CHANGE-COUNT TO TOT-COUNT
           MOVE ZEROS TO TOT-AMOUNT
           WRITE RED-FLAG-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'LARGE DEBITS ON BUSINESS DATE ' TO TOT-LABEL
           MOVE WS-LARGE-DEBITS TO TOT-COUNT
           MOVE WS-LARGE-DEBIT-TOTAL TO TOT-AMOUNT
           WRITE RED-FLAG-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'DEBITS RED-FLAGGED           ' TO TOT-LABEL
           MOVE WS-FLAGGED-DEBITS TO TOT-COUNT
           MOVE WS-FLAGGED-TOTAL TO TOT-AMOUNT
           WRITE RED-FLAG-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           DISPLAY 'CHANGE LOG RECORDS READ: ' WS-LOG-RECORDS-READ
           DISPLAY 'CHANGES WATCHED:         ' WS-CHANGE-COUNT
           DISPLAY 'JOURNAL ENTRIES READ:    ' WS-ENTRIES-READ
           DISPLAY 'LARGE DEBITS:            ' WS-LARGE-DEBITS
           DISPLAY 'DEBITS RED-FLAGGED:      ' WS-FLAGGED-DEBITS
           DISPLAY 'RED-FLAG LINES:          ' WS-FLAG-LINES.

       9000-TERMINATE.
           PERFORM 9100-STAMP-RUN-COMPLETE
           CLOSE ACCT-FILE
           CLOSE ACTIVITY-FILE
           CLOSE RED-FLAG-RPT-FILE.

      * The control amount is the flagged debits' total.
       9100-STAMP-RUN-COMPLETE.
           MOVE 'REDFLAG ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'RUN CONTROL RECORD LOST, NOT STAMPED'
               NOT INVALID KEY
                   SET RCTL-COMPLETED TO TRUE
                   ACCEPT RCTL-END-TIME FROM TIME
                   MOVE WS-ENTRIES-READ TO RCTL-RECORD-COUNT
                   MOVE WS-FLAGGED-TOTAL TO RCTL-CONTROL-AMOUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

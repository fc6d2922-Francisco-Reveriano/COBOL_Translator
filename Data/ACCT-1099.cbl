      * customer master, plus a summary of total reportable interest.
      * Accounts carrying no customer number are extracted at the
      * account level as they always were.  IRA interest is carried
      * separately because it is not 1099-INT reportable.  The
      * early-withdrawal penalties the posting run journaled in the
      * tax year, net of any given back on a reversal, ride along
      * with the interest into box 2 of the payee's 1099-INT; a
      * payee charged a penalty is extracted whatever the interest.
      * A joint account is reported under the TIN of the customer
      * who stood on RELDATA as its primary owner at the end of the
      * tax year, not whichever joint owner the master last showed;
      * an account with no primary on file falls back to the
      * master's customer number.  The backup withholding the
      * interest and close-out runs took from a payee's interest in
      * the tax year goes into box 4, federal income tax withheld,
      * and a payee withheld on is extracted whatever the interest.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT REL-FILE ASSIGN TO 'RELDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDTDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-HIST-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO 'ACTVDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-STATUS.
           SELECT ACTV-HIST-FILE ASSIGN TO 'ACTVHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-HIST-STATUS.
           SELECT TAX-PARM-FILE ASSIGN TO 'TAXPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD CUST-FILE.
           COPY CUSTREC.

       FD REL-FILE.
           COPY RELREC.

       FD AUDIT-FILE.
           COPY AUDITREC.

               ==AUDIT-HIST-RECORD==
               LEADING ==AUD-== BY ==AUDH-==.

       FD ACTIVITY-FILE.
           COPY ACTVREC.

      * The activity journal's history periods, rolled off the same
      * way as the audit trail's.
       FD ACTV-HIST-FILE.
           COPY ACTVREC REPLACING ==ACTIVITY-RECORD== BY
               ==ACTV-HIST-RECORD==
               LEADING ==ACT-== BY ==ACTH-==.

       FD TAX-PARM-FILE.
       01 TAX-PARM-RECORD.
           05 TAX-PARM-YEAR      PIC 9(4).
       01 SORT-RECORD.
           05 SRT-ACCT-NUMBER    PIC X(10).
           05 SRT-INTEREST-AMT   PIC S9(9)V99.
           05 SRT-PENALTY-AMT    PIC S9(9)V99.
           05 SRT-WITHHELD-AMT   PIC S9(9)V99.

       FD TAX-WORK-FILE.
       01 TAX-WORK-RECORD.
           05 WRK-ACCT-NUMBER    PIC X(10).
           05 WRK-INTEREST-AMT   PIC S9(9)V99.
           05 WRK-PENALTY-AMT    PIC S9(9)V99.
           05 WRK-WITHHELD-AMT   PIC S9(9)V99.

      * One record per account with its year's interest, keyed so a
      * customer's accounts sort together: 'C' plus the customer
           05 CSR-ACCT-NUMBER    PIC X(10).
           05 CSR-ACCT-NAME      PIC X(30).
           05 CSR-INTEREST-AMT   PIC S9(9)V99.
           05 CSR-PENALTY-AMT    PIC S9(9)V99.
           05 CSR-WITHHELD-AMT   PIC S9(9)V99.

       FD CUST-WORK-FILE.
       01 CUST-WORK-RECORD.
           05 CWK-ACCT-NUMBER    PIC X(10).
           05 CWK-ACCT-NAME      PIC X(30).
           05 CWK-INTEREST-AMT   PIC S9(9)V99.
           05 CWK-PENALTY-AMT    PIC S9(9)V99.
           05 CWK-WITHHELD-AMT   PIC S9(9)V99.

       FD TAX-EXTRACT-FILE.
       01 TAX-EXTRACT-RECORD.
           05 TAX-STATE          PIC X(02).
           05 TAX-ZIP            PIC X(09).
           05 TAX-INTEREST-AMT   PIC S9(9)V99.
      * Box 2, interest forfeited on early withdrawal of savings.
           05 TAX-PENALTY-AMT    PIC S9(9)V99.
      * Box 4, federal income tax withheld.
           05 TAX-WITHHELD-AMT   PIC S9(9)V99.

       FD TAX-RPT-FILE.
       01 TAX-RPT-RECORD         PIC X(100).
       01 WS-PARM-STATUS         PIC XX.
       01 WS-AUDIT-HIST-STATUS   PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-ACTV-STATUS         PIC XX.
       01 WS-ACTV-HIST-STATUS    PIC XX.
       01 WS-ACTV-EOF-FLAG       PIC X VALUE 'N'.
           88 ACTV-EOF           VALUE 'Y'.
       01 WS-ACTV-HIST-EOF-FLAG  PIC X VALUE 'N'.
           88 ACTV-HIST-EOF      VALUE 'Y'.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-AUDIT-EOF-FLAG      PIC X VALUE 'N'.
           88 AUDIT-EOF          VALUE 'Y'.
       01 WS-THRESHOLD           PIC 9(9)V99 VALUE 10.00.
       01 WS-CURRENT-ACCT        PIC X(10) VALUE SPACES.
       01 WS-ACCT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-ACCT-PEN-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-ACCT-WH-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-HAVE-ACCOUNT-SW     PIC X VALUE 'N'.
           88 HAVE-ACCOUNT       VALUE 'Y'.
      * Set when the account's name and type were recovered from the
           88 ACCOUNT-KNOWN      VALUE 'Y'.
       01 WS-CUST-MISSING-SW     PIC X VALUE 'N'.
           88 CUST-FILE-MISSING  VALUE 'Y'.
       01 WS-REL-STATUS          PIC XX.
       01 WS-REL-FILE-SW         PIC X VALUE 'N'.
           88 REL-FILE-OPEN      VALUE 'Y'.
       01 WS-REL-SCAN-SW         PIC X VALUE 'N'.
           88 REL-SCAN-DONE      VALUE 'Y'.
       01 WS-YEAR-END-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-PRIMARY-CUST        PIC X(10) VALUE SPACES.
       01 WS-ARCHIVE-STATUS      PIC XX.
       01 WS-ARCHIVE-EOF-FLAG    PIC X VALUE 'N'.
           88 ARCHIVE-EOF        VALUE 'Y'.
                   INDEXED BY WS-PEND-IDX.
               10 WS-PEND-ACCT   PIC X(10).
               10 WS-PEND-AMOUNT PIC S9(11)V99 COMP-3.
               10 WS-PEND-PENALTY PIC S9(11)V99 COMP-3.
               10 WS-PEND-WITHHELD PIC S9(11)V99 COMP-3.
               10 WS-PEND-NAME   PIC X(30).
               10 WS-PEND-TYPE   PIC X(02).
               10 WS-PEND-CUST   PIC X(10).
               88 GROUP-IS-CUSTOMER VALUE 'C'.
           05 WS-GROUP-KEY-NUMBER PIC X(10).
       01 WS-GROUP-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-GROUP-PEN-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-GROUP-WH-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-GROUP-ACCT-COUNT    PIC 9(5) VALUE ZEROS.
       01 WS-GROUP-FIRST-ACCT    PIC X(10) VALUE SPACES.
       01 WS-GROUP-NAME          PIC X(30) VALUE SPACES.
       01 WS-BELOW-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-IRA-COUNT           PIC 9(7) VALUE ZEROS.
       01 WS-IRA-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-PENALTY-COUNT       PIC 9(7) VALUE ZEROS.
       01 WS-PENALTY-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-IRA-PEN-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-WITHHELD-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-WITHHELD-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-NOMASTER-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-NOMASTER-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-NOMASTER-PEN-TOTAL  PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-NOMASTER-WH-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-NOCUST-COUNT        PIC 9(7) VALUE ZEROS.
       01 WS-NOCUST-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-NOCUST-PEN-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-NOCUST-WH-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01 WS-RPT-TITLE-LINE.
           05 FILLER              PIC X(26)
           ELSE
               DISPLAY 'AUDTDATA NOT AVAILABLE: ' WS-AUDIT-STATUS
               STOP RUN
           END-IF
           PERFORM 1540-LOAD-PENALTY-YEAR.

       1510-RELEASE-AUDIT.
           READ AUDIT-FILE
                   IF AUD-RUN-DATE(1:4) = WS-TAX-YEAR
                       MOVE AUD-ACCT-NUMBER TO SRT-ACCT-NUMBER
                       MOVE AUD-INTEREST-AMT TO SRT-INTEREST-AMT
                       MOVE ZEROS TO SRT-PENALTY-AMT
                       MOVE AUD-WITHHELD-AMT TO SRT-WITHHELD-AMT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.
                   IF AUDH-RUN-DATE(1:4) = WS-TAX-YEAR
                       MOVE AUDH-ACCT-NUMBER TO SRT-ACCT-NUMBER
                       MOVE AUDH-INTEREST-AMT TO SRT-INTEREST-AMT
                       MOVE ZEROS TO SRT-PENALTY-AMT
                       MOVE AUDH-WITHHELD-AMT TO SRT-WITHHELD-AMT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

      * Penalties come off the activity journal, history periods
      * first.  A penalty is journaled as a debit and given back as
      * a reversal naming it, so the negated amounts net to what
      * the customer was finally charged.  A missing journal leaves
      * box 2 empty rather than stopping the extract.
       1540-LOAD-PENALTY-YEAR.
           OPEN INPUT ACTV-HIST-FILE
           IF WS-ACTV-HIST-STATUS = '00'
               PERFORM 1560-RELEASE-PENALTY-HIST
                   UNTIL ACTV-HIST-EOF
               CLOSE ACTV-HIST-FILE
           END-IF
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTV-STATUS = '00'
               PERFORM 1550-RELEASE-PENALTY
                   UNTIL ACTV-EOF
               CLOSE ACTIVITY-FILE
           ELSE
               DISPLAY 'ACTVDATA NOT AVAILABLE, NO PENALTIES '
                   'REPORTED: ' WS-ACTV-STATUS
           END-IF.

       1550-RELEASE-PENALTY.
           READ ACTIVITY-FILE
               AT END
                   SET ACTV-EOF TO TRUE
               NOT AT END
                   IF ACT-TXN-DATE(1:4) = WS-TAX-YEAR
                           AND (ACT-EARLY-PENALTY
                           OR (ACT-REVERSAL AND ACT-ORIG-CODE = 'K'))
                       MOVE ACT-ACCT-NUMBER TO SRT-ACCT-NUMBER
                       MOVE ZEROS TO SRT-INTEREST-AMT
                       COMPUTE SRT-PENALTY-AMT = ZERO - ACT-AMOUNT
                       MOVE ZEROS TO SRT-WITHHELD-AMT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       1560-RELEASE-PENALTY-HIST.
           READ ACTV-HIST-FILE
               AT END
                   SET ACTV-HIST-EOF TO TRUE
               NOT AT END
                   IF ACTH-TXN-DATE(1:4) = WS-TAX-YEAR
                           AND (ACTH-EARLY-PENALTY
                           OR (ACTH-REVERSAL AND ACTH-ORIG-CODE = 'K'))
                       MOVE ACTH-ACCT-NUMBER TO SRT-ACCT-NUMBER
                       MOVE ZEROS TO SRT-INTEREST-AMT
                       COMPUTE SRT-PENALTY-AMT = ZERO - ACTH-AMOUNT
                       MOVE ZEROS TO SRT-WITHHELD-AMT
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.
                   ', EXTRACTING AT ACCOUNT LEVEL'
               SET CUST-FILE-MISSING TO TRUE
           END-IF
           IF NOT CUST-FILE-MISSING
               OPEN INPUT REL-FILE
               IF WS-REL-STATUS = '00'
                   SET REL-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'RELDATA NOT AVAILABLE, REPORTING UNDER '
                       'THE MASTER CUSTOMER'
               END-IF
           END-IF
           COMPUTE WS-YEAR-END-DATE = WS-TAX-YEAR * 10000 + 1231
           OPEN INPUT TAX-WORK-FILE
           OPEN OUTPUT TAX-EXTRACT-FILE
           OPEN OUTPUT TAX-RPT-FILE
           MOVE WRK-ACCT-NUMBER TO WS-CURRENT-ACCT
           SET HAVE-ACCOUNT TO TRUE
           ADD WRK-INTEREST-AMT TO WS-ACCT-TOTAL
           ADD WRK-PENALTY-AMT TO WS-ACCT-PEN-TOTAL
           ADD WRK-WITHHELD-AMT TO WS-ACCT-WH-TOTAL
           PERFORM 1700-READ-WORK-RECORD.

      * One account's year is complete: find who holds it and pass
           ELSE
               PERFORM 2520-DEFER-TO-ARCHIVE
           END-IF
           MOVE ZEROS TO WS-ACCT-TOTAL
           MOVE ZEROS TO WS-ACCT-PEN-TOTAL
           MOVE ZEROS TO WS-ACCT-WH-TOTAL.

       2510-CLASSIFY-KNOWN-ACCOUNT.
           IF IRA-ACCOUNT
               ADD 1 TO WS-IRA-COUNT
               ADD WS-ACCT-TOTAL TO WS-IRA-TOTAL
               ADD WS-ACCT-PEN-TOTAL TO WS-IRA-PEN-TOTAL
           ELSE
               PERFORM 2550-RELEASE-CUST-RECORD
           END-IF.
           SET WS-PEND-IDX TO WS-PEND-COUNT
           MOVE WS-CURRENT-ACCT TO WS-PEND-ACCT(WS-PEND-IDX)
           MOVE WS-ACCT-TOTAL TO WS-PEND-AMOUNT(WS-PEND-IDX)
           MOVE WS-ACCT-PEN-TOTAL TO WS-PEND-PENALTY(WS-PEND-IDX)
           MOVE WS-ACCT-WH-TOTAL TO WS-PEND-WITHHELD(WS-PEND-IDX)
           MOVE SPACES TO WS-PEND-NAME(WS-PEND-IDX)
           MOVE SPACES TO WS-PEND-TYPE(WS-PEND-IDX)
           MOVE SPACES TO WS-PEND-CUST(WS-PEND-IDX)
           MOVE 'N' TO WS-PEND-FOUND-SW(WS-PEND-IDX).

       2550-RELEASE-CUST-RECORD.
           MOVE ACCT-CUSTOMER-NUMBER TO WS-PRIMARY-CUST
           IF REL-FILE-OPEN
               PERFORM 2560-FIND-PRIMARY-OWNER
           END-IF
           IF WS-PRIMARY-CUST NOT = SPACES
                   AND NOT CUST-FILE-MISSING
               MOVE 'C' TO CSR-KEY-TYPE
               MOVE WS-PRIMARY-CUST TO CSR-KEY-NUMBER
           ELSE
               MOVE 'A' TO CSR-KEY-TYPE
               MOVE WS-CURRENT-ACCT TO CSR-KEY-NUMBER
           MOVE WS-CURRENT-ACCT TO CSR-ACCT-NUMBER
           MOVE ACCT-NAME TO CSR-ACCT-NAME
           MOVE WS-ACCT-TOTAL TO CSR-INTEREST-AMT
           MOVE WS-ACCT-PEN-TOTAL TO CSR-PENALTY-AMT
           MOVE WS-ACCT-WH-TOTAL TO CSR-WITHHELD-AMT
           RELEASE CUST-SORT-RECORD.

      * The primary owner is the one standing on the last day of the
      * tax year; a replaced primary's relationship ends the day its
      * successor's starts.
       2560-FIND-PRIMARY-OWNER.
           MOVE 'N' TO WS-REL-SCAN-SW
           MOVE WS-CURRENT-ACCT TO REL-ACCT-NUMBER
           MOVE LOW-VALUES TO REL-CUST-NUMBER
           START REL-FILE KEY NOT < REL-KEY
               INVALID KEY
                   SET REL-SCAN-DONE TO TRUE
           END-START
           PERFORM 2565-CHECK-PRIMARY-OWNER
               UNTIL REL-SCAN-DONE.

       2565-CHECK-PRIMARY-OWNER.
           READ REL-FILE NEXT RECORD
               AT END
                   SET REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF REL-ACCT-NUMBER NOT = WS-CURRENT-ACCT
                       SET REL-SCAN-DONE TO TRUE
                   ELSE
                       IF REL-PRIMARY
                               AND REL-START-DATE <= WS-YEAR-END-DATE
                               AND (REL-ACTIVE
                                 OR REL-END-DATE > WS-YEAR-END-DATE)
                           MOVE REL-CUST-NUMBER TO WS-PRIMARY-CUST
                           SET REL-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2600-LOOK-UP-MASTER.
           MOVE 'N' TO WS-ACCOUNT-KNOWN-SW
           MOVE WS-CURRENT-ACCT TO ACCT-NUMBER
      * A resolved account releases to the customer sort exactly as
      * a live one does; an account in neither the master nor the
      * archive cannot go on the regulatory extract under a
      * placeholder name and is listed as an exception instead, with
      * any penalty and tax withheld on lines of their own so the
      * withholding still ties to the month-end withholding report.
       2680-RELEASE-ONE-PENDING.
           MOVE WS-PEND-ACCT(WS-PEND-IDX) TO WS-CURRENT-ACCT
           MOVE WS-PEND-AMOUNT(WS-PEND-IDX) TO WS-ACCT-TOTAL
           MOVE WS-PEND-PENALTY(WS-PEND-IDX) TO WS-ACCT-PEN-TOTAL
           MOVE WS-PEND-WITHHELD(WS-PEND-IDX) TO WS-ACCT-WH-TOTAL
           IF PEND-FOUND(WS-PEND-IDX)
               MOVE WS-PEND-NAME(WS-PEND-IDX) TO ACCT-NAME
               MOVE WS-PEND-TYPE(WS-PEND-IDX) TO ACCT-TYPE
               PERFORM 2510-CLASSIFY-KNOWN-ACCOUNT
           ELSE
               ADD 1 TO WS-NOMASTER-COUNT
               ADD WS-ACCT-TOTAL TO WS-NOMASTER-TOTAL
               ADD WS-ACCT-PEN-TOTAL TO WS-NOMASTER-PEN-TOTAL
               ADD WS-ACCT-WH-TOTAL TO WS-NOMASTER-WH-TOTAL
               MOVE 'NOT ON MASTER OR ARCHIVE      ' TO EXC-LABEL
               MOVE WS-CURRENT-ACCT TO EXC-ACCT-NUMBER
               MOVE WS-ACCT-TOTAL TO EXC-AMOUNT
               PERFORM 2750-WRITE-EXCEPTION-LINE
               IF WS-ACCT-PEN-TOTAL NOT = ZEROS
                   MOVE '  EARLY WITHDRAWAL PENALTY    ' TO EXC-LABEL
                   MOVE WS-ACCT-PEN-TOTAL TO EXC-AMOUNT
                   PERFORM 2750-WRITE-EXCEPTION-LINE
               END-IF
               IF WS-ACCT-WH-TOTAL NOT = ZEROS
                   MOVE '  FEDERAL TAX WITHHELD        ' TO EXC-LABEL
                   MOVE WS-ACCT-WH-TOTAL TO EXC-AMOUNT
                   PERFORM 2750-WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           MOVE ZEROS TO WS-ACCT-TOTAL
           MOVE ZEROS TO WS-ACCT-PEN-TOTAL
           MOVE ZEROS TO WS-ACCT-WH-TOTAL.

       2750-WRITE-EXCEPTION-LINE.
           WRITE TAX-RPT-RECORD FROM WS-RPT-EXCEPTION-LINE.
           END-IF
           ADD 1 TO WS-GROUP-ACCT-COUNT
           ADD CWK-INTEREST-AMT TO WS-GROUP-TOTAL
           ADD CWK-PENALTY-AMT TO WS-GROUP-PEN-TOTAL
           ADD CWK-WITHHELD-AMT TO WS-GROUP-WH-TOTAL
           PERFORM 2850-READ-CUST-WORK.

      * One payee's year is complete: the threshold applies to the
                   INVALID KEY
                       ADD 1 TO WS-NOCUST-COUNT
                       ADD WS-GROUP-TOTAL TO WS-NOCUST-TOTAL
                       ADD WS-GROUP-PEN-TOTAL TO WS-NOCUST-PEN-TOTAL
                       ADD WS-GROUP-WH-TOTAL TO WS-NOCUST-WH-TOTAL
                       MOVE 'CUSTOMER NOT ON FILE          '
                           TO EXC-LABEL
                       MOVE WS-GROUP-KEY-NUMBER TO EXC-ACCT-NUMBER
                       MOVE WS-GROUP-TOTAL TO EXC-AMOUNT
                       PERFORM 2750-WRITE-EXCEPTION-LINE
                       PERFORM 3510-WRITE-NOCUST-AMOUNTS
                   NOT INVALID KEY
                       PERFORM 3550-CLASSIFY-GROUP
               END-READ
               PERFORM 3550-CLASSIFY-GROUP
           END-IF
           MOVE ZEROS TO WS-GROUP-TOTAL
           MOVE ZEROS TO WS-GROUP-PEN-TOTAL
           MOVE ZEROS TO WS-GROUP-WH-TOTAL
           MOVE ZEROS TO WS-GROUP-ACCT-COUNT
           MOVE 'N' TO WS-HAVE-GROUP-SW.

       3510-WRITE-NOCUST-AMOUNTS.
           IF WS-GROUP-PEN-TOTAL NOT = ZEROS
               MOVE '  EARLY WITHDRAWAL PENALTY    ' TO EXC-LABEL
               MOVE WS-GROUP-PEN-TOTAL TO EXC-AMOUNT
               PERFORM 2750-WRITE-EXCEPTION-LINE
           END-IF
           IF WS-GROUP-WH-TOTAL NOT = ZEROS
               MOVE '  FEDERAL TAX WITHHELD        ' TO EXC-LABEL
               MOVE WS-GROUP-WH-TOTAL TO EXC-AMOUNT
               PERFORM 2750-WRITE-EXCEPTION-LINE
           END-IF.

      * Boxes 2 and 4 have no threshold: any penalty, or any tax
      * withheld, makes the payee reportable, whatever the interest
      * came to.
       3550-CLASSIFY-GROUP.
           IF WS-GROUP-TOTAL >= WS-THRESHOLD
                   OR WS-GROUP-PEN-TOTAL > ZEROS
                   OR WS-GROUP-WH-TOTAL > ZEROS
               PERFORM 3700-WRITE-EXTRACT-RECORD
               ADD 1 TO WS-REPORTED-COUNT
               ADD WS-GROUP-TOTAL TO WS-REPORTED-TOTAL
               IF WS-GROUP-PEN-TOTAL > ZEROS
                   ADD 1 TO WS-PENALTY-COUNT
                   ADD WS-GROUP-PEN-TOTAL TO WS-PENALTY-TOTAL
               END-IF
               IF WS-GROUP-WH-TOTAL > ZEROS
                   ADD 1 TO WS-WITHHELD-COUNT
                   ADD WS-GROUP-WH-TOTAL TO WS-WITHHELD-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-BELOW-COUNT
               ADD WS-GROUP-TOTAL TO WS-BELOW-TOTAL
               MOVE WS-GROUP-NAME TO TAX-PAYEE-NAME
           END-IF
           MOVE WS-GROUP-TOTAL TO TAX-INTEREST-AMT
           IF WS-GROUP-PEN-TOTAL > ZEROS
               MOVE WS-GROUP-PEN-TOTAL TO TAX-PENALTY-AMT
           ELSE
               MOVE ZEROS TO TAX-PENALTY-AMT
           END-IF
           MOVE WS-GROUP-WH-TOTAL TO TAX-WITHHELD-AMT
           WRITE TAX-EXTRACT-RECORD.

       4000-WRITE-SUMMARY.
           MOVE WS-BELOW-COUNT TO TOT-COUNT
           MOVE WS-BELOW-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'EARLY WITHDRAWAL PENALTIES    ' TO TOT-LABEL
           MOVE WS-PENALTY-COUNT TO TOT-COUNT
           MOVE WS-PENALTY-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'FEDERAL TAX WITHHELD          ' TO TOT-LABEL
           MOVE WS-WITHHELD-COUNT TO TOT-COUNT
           MOVE WS-WITHHELD-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'IRA INTEREST (NOT REPORTABLE) ' TO TOT-LABEL
           MOVE WS-IRA-COUNT TO TOT-COUNT
           MOVE WS-IRA-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'IRA PENALTIES (NOT REPORTABLE)' TO TOT-LABEL
           MOVE ZEROS TO TOT-COUNT
           MOVE WS-IRA-PEN-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'NOT ON MASTER OR ARCHIVE      ' TO TOT-LABEL
           MOVE WS-NOMASTER-COUNT TO TOT-COUNT
           MOVE WS-NOMASTER-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE '  EARLY WITHDRAWAL PENALTIES  ' TO TOT-LABEL
           MOVE ZEROS TO TOT-COUNT
           MOVE WS-NOMASTER-PEN-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE '  FEDERAL TAX WITHHELD        ' TO TOT-LABEL
           MOVE ZEROS TO TOT-COUNT
           MOVE WS-NOMASTER-WH-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'CUSTOMER NOT ON FILE          ' TO TOT-LABEL
           MOVE WS-NOCUST-COUNT TO TOT-COUNT
           MOVE WS-NOCUST-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE '  EARLY WITHDRAWAL PENALTIES  ' TO TOT-LABEL
           MOVE ZEROS TO TOT-COUNT
           MOVE WS-NOCUST-PEN-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE '  FEDERAL TAX WITHHELD        ' TO TOT-LABEL
           MOVE ZEROS TO TOT-COUNT
           MOVE WS-NOCUST-WH-TOTAL TO TOT-AMOUNT
           WRITE TAX-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           DISPLAY 'REPORTABLE:        ' WS-REPORTED-COUNT
           DISPLAY 'BELOW THRESHOLD:   ' WS-BELOW-COUNT
           DISPLAY 'PENALTY PAYEES:    ' WS-PENALTY-COUNT
           DISPLAY 'WITHHELD PAYEES:   ' WS-WITHHELD-COUNT
           DISPLAY 'TAX WITHHELD:      ' WS-WITHHELD-TOTAL
           DISPLAY 'IRA ACCOUNTS:      ' WS-IRA-COUNT
           DISPLAY 'NOT ON MASTER:     ' WS-NOMASTER-COUNT
           DISPLAY 'NOT ON MASTER W/H: ' WS-NOMASTER-WH-TOTAL
           DISPLAY 'CUSTOMER MISSING:  ' WS-NOCUST-COUNT.

       9000-TERMINATE.
           PERFORM 9100-STAMP-RUN-COMPLETE
           CLOSE ACCT-FILE
           CLOSE CUST-FILE
           IF REL-FILE-OPEN
               CLOSE REL-FILE
           END-IF
           CLOSE TAX-WORK-FILE
           CLOSE CUST-WORK-FILE
           CLOSE TAX-EXTRACT-FILE

      * tied to a customer sort together under the customer number
      * and come out as one statement package with the customer's
      * mailing address at the top; untied accounts statement alone
      * as they always have.  A reversal and the entry it undoes
      * print as a pair: the reversal names the original's kind and
      * date, and an original reversed within the period carries the
      * date of the reversal under it.  The closing balance carries
      * the available balance beside it - the ledger balance less
      * the holds standing on HOLDDATA at the end of the period.
      * An early-withdrawal penalty prints as its own charge under
      * the withdrawal that drew it.  Every joint owner on RELDATA
      * who asked for their own statement gets a copy of the
      * account's statement under their own name and address, on
      * the STMTJNT mailing file so the packages on STMTDATA stay
      * as they were.  Backup withholding taken from an interest
      * payment prints as its own line under the interest, and the
      * period's federal tax withheld is totalled under the interest
      * earned.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STMT-FILE ASSIGN TO 'STMTDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT JOINT-STMT-FILE ASSIGN TO 'STMTJNT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REL-FILE ASSIGN TO 'RELDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'HOLDDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      * Source 'H' is the master header for the account: date zeros
      * so it sorts ahead of the account's activity, the balance in
      * the new-balance field, and the name, type and maturity the
      * statement heading needs.  Source 'R' marks a reversal for
      * its account: date zeros too, so it follows the header ahead
      * of the activity, with the original's date, code and amount
      * and the day it was reversed.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SRT-GROUP-KEY.
           05 SRT-ACCT-NAME      PIC X(30).
           05 SRT-ACCT-TYPE      PIC X(02).
           05 SRT-MATURITY-DATE  PIC 9(8).
           05 SRT-ORIG-DATE      PIC 9(8).
           05 SRT-ORIG-CODE      PIC X(01).
           05 SRT-REVERSED-ON    PIC 9(8).

       FD STMT-WORK-FILE.
       01 STMT-WORK-RECORD.
               88 WRK-MASTER     VALUE 'H'.
               88 WRK-INTEREST   VALUE 'I'.
               88 WRK-MONETARY   VALUE 'M'.
               88 WRK-REVERSAL-MARK VALUE 'R'.
           05 WRK-CODE           PIC X(01).
               88 WRK-WITHHOLDING VALUE 'W'.
           05 WRK-AMOUNT         PIC S9(9)V99.
           05 WRK-NEW-BALANCE    PIC S9(9)V99.
           05 WRK-ACCT-NAME      PIC X(30).
               88 WRK-CERT-OF-DEPOSIT VALUE 'CD'.
               88 WRK-IRA-ACCOUNT     VALUE 'IR'.
           05 WRK-MATURITY-DATE  PIC 9(8).
           05 WRK-ORIG-DATE      PIC 9(8).
           05 WRK-ORIG-CODE      PIC X(01).
           05 WRK-REVERSED-ON    PIC 9(8).

       FD STMT-FILE.
       01 STMT-RECORD            PIC X(80).

       FD JOINT-STMT-FILE.
       01 JOINT-STMT-RECORD      PIC X(80).

       FD REL-FILE.
           COPY RELREC.

       FD HOLD-FILE.
           COPY HOLDREC.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       01 WS-PARM-STATUS         PIC XX.
       01 WS-WORK-STATUS         PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-HOLD-STATUS         PIC XX.
       01 WS-REL-STATUS          PIC XX.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
       01 WS-OPENING-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-LAST-BALANCE        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-INTEREST-EARNED     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TAX-WITHHELD        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-RELEASE-WITHHELD    PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-DESC-CODE           PIC X(01) VALUE SPACES.
       01 WS-HOLD-FILE-SW        PIC X VALUE 'N'.
           88 HOLD-FILE-OPEN     VALUE 'Y'.
       01 WS-HOLD-SCAN-SW        PIC X VALUE 'N'.
           88 HOLD-SCAN-DONE     VALUE 'Y'.
       01 WS-HOLD-AS-OF          PIC 9(8) VALUE ZEROS.
       01 WS-HELD-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CLOSING-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-ACT-DESC            PIC X(24) VALUE SPACES.
       01 WS-CUST-FILE-SW        PIC X VALUE 'N'.
           88 CUST-FILE-OPEN     VALUE 'Y'.
       01 WS-JOINT-COPY-SW       PIC X VALUE 'N'.
           88 JOINT-COPIES-ON    VALUE 'Y'.
       01 WS-REL-SCAN-SW         PIC X VALUE 'N'.
           88 REL-SCAN-DONE      VALUE 'Y'.
       01 WS-JOINT-COPY-COUNT    PIC 9(7) VALUE ZEROS.
       01 WS-JOINT-SKIP-COUNT    PIC 9(7) VALUE ZEROS.

      * One account's statement lines as they are written, so the
      * statement can be cut again for each joint owner.
       01 WS-BUF-COUNT           PIC 9(5) VALUE ZEROS.
       01 WS-BUF-OVERFLOW-SW     PIC X VALUE 'N'.
           88 BUF-OVERFLOW       VALUE 'Y'.
       01 WS-STMT-BUFFER.
           05 WS-BUF-LINE OCCURS 3000 TIMES
                   INDEXED BY WS-BUF-IDX
                                 PIC X(80).

      * The reversals standing against the account in hand, taken
      * from its reversal marks as its statement starts, so the
      * original each undoes can be marked when it prints - the
      * original always sorts ahead of the reversal itself.  The
      * table is filled afresh for each account; reversals past its
      * size on one account print unpaired and are counted.
       01 WS-REVERSED-COUNT      PIC 9(5) VALUE ZEROS.
       01 WS-REVERSED-MISSED     PIC 9(7) VALUE ZEROS.
       01 WS-REVERSED-TABLE.
           05 WS-REVERSED-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-REVERSED-IDX.
               10 WS-RVD-ACCT        PIC X(10).
               10 WS-RVD-ORIG-DATE   PIC 9(8).
               10 WS-RVD-ORIG-CODE   PIC X(01).
               10 WS-RVD-ORIG-AMOUNT PIC S9(9)V99 COMP-3.
               10 WS-RVD-DATE        PIC 9(8).
               10 WS-RVD-USED-SW     PIC X(01).
       01 WS-REVERSED-HIT-SW     PIC X VALUE 'N'.
           88 REVERSED-HIT       VALUE 'Y'.

       01 WS-PKG-NAME-LINE.
           05 FILLER              PIC X(22)
           05 PKG-NAME            PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 PKG-CUST-NUM        PIC X(10).
       01 WS-JOINT-NAME-LINE.
           05 FILLER              PIC X(22)
               VALUE 'JOINT OWNER COPY FOR  '.
           05 JNT-NAME            PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 JNT-CUST-NUM        PIC X(10).
       01 WS-PKG-ADDR-LINE.
           05 PKG-ADDR-LINE-1     PIC X(30).
       01 WS-PKG-CSZ-LINE.
       01 WS-STMT-BALANCE-LINE.
           05 STM-BALANCE-LABEL   PIC X(28).
           05 STM-BALANCE-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-STMT-CLOSING-LINE.
           05 STM-CLOSING-LABEL   PIC X(28).
           05 STM-CLOSING-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(11) VALUE ' AVAILABLE '.
           05 STM-AVAILABLE-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-STMT-ACTIVITY-LINE.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 STM-ACT-DATE        PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 STM-ACT-DESC        PIC X(24).
           05 STM-ACT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 STM-ACT-BALANCE     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-STMT-PAIR-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 STM-PAIR-TEXT       PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-GROUP-KEY SRT-ACCT-NUMBER
                   SRT-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1500-LOAD-ACTIVITY
               GIVING STMT-WORK-FILE
           PERFORM 1600-OPEN-MATCH-FILES
           STOP RUN.

      * Without the customer master a grouped run falls back to the
      * account-level statements the program always cut, and no
      * joint owner copies can be addressed.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ELSE
               DISPLAY 'STMTPARM NOT AVAILABLE, FULL HISTORY ASSUMED'
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = '00'
               SET CUST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTDATA NOT AVAILABLE: ' WS-CUST-STATUS
                   ', ACCOUNT-LEVEL STATEMENTS, NO JOINT COPIES'
               MOVE 'N' TO WS-GROUP-SW
           END-IF
           OPEN INPUT ACCT-FILE
           IF WS-FILE-STATUS NOT = '00'
                   MOVE ACCT-NAME TO SRT-ACCT-NAME
                   MOVE ACCT-TYPE TO SRT-ACCT-TYPE
                   MOVE ACCT-MATURITY-DATE TO SRT-MATURITY-DATE
                   MOVE ZEROS TO SRT-REVERSED-ON
                   MOVE ZEROS TO SRT-ORIG-DATE
                   MOVE SPACES TO SRT-ORIG-CODE
                   RELEASE SORT-RECORD
           END-READ.

                       MOVE 'I' TO SRT-SOURCE
                       MOVE SPACES TO SRT-CODE
                       MOVE AUD-INTEREST-AMT TO SRT-AMOUNT
                       COMPUTE SRT-NEW-BALANCE =
                           AUD-NEW-BALANCE + AUD-WITHHELD-AMT
                       MOVE SPACES TO SRT-ACCT-NAME
                       MOVE SPACES TO SRT-ACCT-TYPE
                       MOVE ZEROS TO SRT-MATURITY-DATE
                       MOVE ZEROS TO SRT-REVERSED-ON
                       MOVE ZEROS TO SRT-ORIG-DATE
                       MOVE SPACES TO SRT-ORIG-CODE
                       RELEASE SORT-RECORD
                       IF AUD-WITHHELD-AMT > ZEROS
                           MOVE AUD-WITHHELD-AMT
                               TO WS-RELEASE-WITHHELD
                           PERFORM 1530-RELEASE-WITHHOLDING
                       END-IF
                   END-IF
           END-READ.

      * The interest record just released carries the balance with
      * the whole interest in it; the withholding follows it on the
      * same day, backing the balance down to what the account was
      * credited.
       1530-RELEASE-WITHHOLDING.
           MOVE 'W' TO SRT-CODE
           COMPUTE SRT-AMOUNT = ZERO - WS-RELEASE-WITHHELD
           SUBTRACT WS-RELEASE-WITHHELD FROM SRT-NEW-BALANCE
           RELEASE SORT-RECORD.

       1520-RELEASE-ACTIVITY.
           READ ACTIVITY-FILE
               AT END
                       MOVE SPACES TO SRT-ACCT-NAME
                       MOVE SPACES TO SRT-ACCT-TYPE
                       MOVE ZEROS TO SRT-MATURITY-DATE
                       MOVE ZEROS TO SRT-REVERSED-ON
                       IF ACT-REVERSAL
                           MOVE ACT-ORIG-DATE TO SRT-ORIG-DATE
                           MOVE ACT-ORIG-CODE TO SRT-ORIG-CODE
                       ELSE
                           MOVE ZEROS TO SRT-ORIG-DATE
                           MOVE SPACES TO SRT-ORIG-CODE
                       END-IF
                       RELEASE SORT-RECORD
                       IF SRT-ORIG-CODE NOT = SPACES
                           PERFORM 1580-RELEASE-REVERSAL-MARK
                       END-IF
                   END-IF
           END-READ.

                       MOVE 'I' TO SRT-SOURCE
                       MOVE SPACES TO SRT-CODE
                       MOVE AUDH-INTEREST-AMT TO SRT-AMOUNT
                       COMPUTE SRT-NEW-BALANCE =
                           AUDH-NEW-BALANCE + AUDH-WITHHELD-AMT
                       MOVE SPACES TO SRT-ACCT-NAME
                       MOVE SPACES TO SRT-ACCT-TYPE
                       MOVE ZEROS TO SRT-MATURITY-DATE
                       MOVE ZEROS TO SRT-REVERSED-ON
                       MOVE ZEROS TO SRT-ORIG-DATE
                       MOVE SPACES TO SRT-ORIG-CODE
                       RELEASE SORT-RECORD
                       IF AUDH-WITHHELD-AMT > ZEROS
                           MOVE AUDH-WITHHELD-AMT
                               TO WS-RELEASE-WITHHELD
                           PERFORM 1530-RELEASE-WITHHOLDING
                       END-IF
                   END-IF
           END-READ.

                       MOVE SPACES TO SRT-ACCT-NAME
                       MOVE SPACES TO SRT-ACCT-TYPE
                       MOVE ZEROS TO SRT-MATURITY-DATE
                       MOVE ZEROS TO SRT-REVERSED-ON
                       IF ACTH-REVERSAL
                           MOVE ACTH-ORIG-DATE TO SRT-ORIG-DATE
                           MOVE ACTH-ORIG-CODE TO SRT-ORIG-CODE
                       ELSE
                           MOVE ZEROS TO SRT-ORIG-DATE
                           MOVE SPACES TO SRT-ORIG-CODE
                       END-IF
                       RELEASE SORT-RECORD
                       IF SRT-ORIG-CODE NOT = SPACES
                           PERFORM 1580-RELEASE-REVERSAL-MARK
                       END-IF
                   END-IF
           END-READ.

                   PERFORM 1560-SET-GROUP-FROM-MASTER
           END-READ.

      * The sort record just released is the reversal; it goes in
      * again as its account's mark, carrying the amount of the
      * original it undoes, which is the opposite of its own.
       1580-RELEASE-REVERSAL-MARK.
           MOVE SRT-DATE TO SRT-REVERSED-ON
           MOVE ZEROS TO SRT-DATE
           MOVE 'R' TO SRT-SOURCE
           COMPUTE SRT-AMOUNT = ZERO - SRT-AMOUNT
           RELEASE SORT-RECORD.

      * Holds are read as they stood at the period end, or tonight
      * if the period runs past it; with no hold file every account
      * shows its whole ledger balance available.  Joint owners are
      * taken as they stood on the same day.
       1600-OPEN-MATCH-FILES.
           OPEN INPUT STMT-WORK-FILE
           OPEN OUTPUT STMT-FILE
           IF WS-PERIOD-END < WS-RUN-DATE
               MOVE WS-PERIOD-END TO WS-HOLD-AS-OF
           ELSE
               MOVE WS-RUN-DATE TO WS-HOLD-AS-OF
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               SET HOLD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'HOLDDATA NOT AVAILABLE, NO HOLDS SHOWN'
           END-IF
           OPEN OUTPUT JOINT-STMT-FILE
           IF CUST-FILE-OPEN
               OPEN INPUT REL-FILE
               IF WS-REL-STATUS = '00'
                   SET JOINT-COPIES-ON TO TRUE
               ELSE
                   DISPLAY 'RELDATA NOT AVAILABLE, NO JOINT COPIES'
               END-IF
           END-IF.

       1700-READ-WORK-RECORD.
           READ STMT-WORK-FILE
       2040-PROCESS-ACCOUNT.
           MOVE WRK-ACCT-NUMBER TO WS-CURRENT-ACCT
           IF WRK-MASTER
               MOVE ZEROS TO WS-BUF-COUNT
               MOVE 'N' TO WS-BUF-OVERFLOW-SW
               PERFORM 2100-WRITE-STMT-HEADER
               MOVE WRK-NEW-BALANCE TO WS-MASTER-BALANCE
               MOVE ZEROS TO WS-INTEREST-EARNED
               MOVE ZEROS TO WS-TAX-WITHHELD
               SET FIRST-ACTIVITY TO TRUE
               MOVE ZEROS TO WS-REVERSED-COUNT
               PERFORM 1700-READ-WORK-RECORD
               PERFORM 2060-NOTE-REVERSAL-MARK
                   UNTIL WORK-EOF
                       OR WRK-ACCT-NUMBER NOT = WS-CURRENT-ACCT
                       OR NOT WRK-REVERSAL-MARK
               PERFORM 2200-WRITE-ACTIVITY-LINE
                   UNTIL WORK-EOF
                       OR WRK-ACCT-NUMBER NOT = WS-CURRENT-ACCT
               END-IF
               PERFORM 2300-WRITE-CLOSING-LINES
               ADD 1 TO WS-STMT-COUNT
               IF JOINT-COPIES-ON
                   PERFORM 2400-MAIL-JOINT-OWNERS
               END-IF
           ELSE
               PERFORM 2050-SKIP-ORPHAN-ACTIVITY
                   UNTIL WORK-EOF
           END-IF.

       2050-SKIP-ORPHAN-ACTIVITY.
           IF NOT WRK-REVERSAL-MARK
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF
           PERFORM 1700-READ-WORK-RECORD.

       2060-NOTE-REVERSAL-MARK.
           IF WS-REVERSED-COUNT >= 500
               ADD 1 TO WS-REVERSED-MISSED
           ELSE
               ADD 1 TO WS-REVERSED-COUNT
               SET WS-REVERSED-IDX TO WS-REVERSED-COUNT
               MOVE WRK-ACCT-NUMBER TO WS-RVD-ACCT(WS-REVERSED-IDX)
               MOVE WRK-ORIG-DATE TO WS-RVD-ORIG-DATE(WS-REVERSED-IDX)
               MOVE WRK-ORIG-CODE TO WS-RVD-ORIG-CODE(WS-REVERSED-IDX)
               MOVE WRK-AMOUNT TO WS-RVD-ORIG-AMOUNT(WS-REVERSED-IDX)
               MOVE WRK-REVERSED-ON TO WS-RVD-DATE(WS-REVERSED-IDX)
               MOVE 'N' TO WS-RVD-USED-SW(WS-REVERSED-IDX)
           END-IF
           PERFORM 1700-READ-WORK-RECORD.

       2100-WRITE-STMT-HEADER.
           MOVE WRK-ACCT-NAME TO STM-NAME
           MOVE WRK-ACCT-NUMBER TO STM-ACCT-NUM
           MOVE WS-STMT-NAME-LINE TO STMT-RECORD
           PERFORM 2900-PUT-STMT-LINE
           MOVE WRK-ACCT-TYPE TO STM-ACCT-TYPE
           IF WRK-CERT-OF-DEPOSIT OR WRK-IRA-ACCOUNT
               MOVE '  MATURITY ' TO STM-MATURITY-LABEL
               MOVE SPACES TO STM-MATURITY-LABEL
               MOVE SPACES TO STM-MATURITY-DATE
           END-IF
           MOVE WS-STMT-TYPE-LINE TO STMT-RECORD
           PERFORM 2900-PUT-STMT-LINE
           MOVE WS-PERIOD-START TO STM-PERIOD-START
           MOVE WS-PERIOD-END TO STM-PERIOD-END
           MOVE WS-STMT-PERIOD-LINE TO STMT-RECORD
           PERFORM 2900-PUT-STMT-LINE.

       2150-WRITE-OPENING-LINE.
           MOVE 'OPENING BALANCE             ' TO STM-BALANCE-LABEL
           MOVE WS-OPENING-BALANCE TO STM-BALANCE-AMT
           MOVE WS-STMT-BALANCE-LINE TO STMT-RECORD
           PERFORM 2900-PUT-STMT-LINE.

      * The balance each activity record carries is the balance after
      * that activity, so the opening balance is the first record's
           END-IF
           MOVE WRK-DATE TO STM-ACT-DATE
           IF WRK-INTEREST
               IF WRK-WITHHOLDING
                   MOVE 'BACKUP WITHHOLDING' TO STM-ACT-DESC
                   SUBTRACT WRK-AMOUNT FROM WS-TAX-WITHHELD
               ELSE
                   MOVE 'INTEREST POSTED' TO STM-ACT-DESC
                   ADD WRK-AMOUNT TO WS-INTEREST-EARNED
               END-IF
           ELSE
               MOVE WRK-CODE TO WS-DESC-CODE
               PERFORM 2210-DESCRIBE-ACTIVITY
               MOVE WS-ACT-DESC TO STM-ACT-DESC
           END-IF
           MOVE WRK-AMOUNT TO STM-ACT-AMOUNT
           MOVE WRK-NEW-BALANCE TO STM-ACT-BALANCE
           MOVE WRK-NEW-BALANCE TO WS-LAST-BALANCE
           MOVE WS-STMT-ACTIVITY-LINE TO STMT-RECORD
           PERFORM 2900-PUT-STMT-LINE
           IF WRK-MONETARY
               PERFORM 2250-WRITE-PAIR-LINE
           END-IF
           PERFORM 1700-READ-WORK-RECORD.

       2210-DESCRIBE-ACTIVITY.
           EVALUATE WS-DESC-CODE
               WHEN 'D'
                   MOVE 'DEPOSIT' TO WS-ACT-DESC
               WHEN 'W'
                   MOVE 'WITHDRAWAL' TO WS-ACT-DESC
               WHEN 'I'
                   MOVE 'TRANSFER IN' TO WS-ACT-DESC
               WHEN 'O'
                   MOVE 'TRANSFER OUT' TO WS-ACT-DESC
               WHEN 'N'
                   MOVE 'NSF FEE' TO WS-ACT-DESC
               WHEN 'F'
                   MOVE 'SERVICE CHARGE' TO WS-ACT-DESC
               WHEN 'E'
                   MOVE 'ESCHEATED' TO WS-ACT-DESC
               WHEN 'X'
                   MOVE 'ARCHIVED OUT' TO WS-ACT-DESC
               WHEN 'R'
                   MOVE 'RESTORED' TO WS-ACT-DESC
               WHEN 'V'
                   MOVE 'REVERSAL' TO WS-ACT-DESC
               WHEN 'K'
                   MOVE 'EARLY WITHDRAWAL PENALTY' TO WS-ACT-DESC
               WHEN OTHER
                   MOVE 'ACTIVITY' TO WS-ACT-DESC
           END-EVALUATE.

      * A reversal says what it undid and when; an original says when
      * it was reversed, the first unclaimed reversal of the same
      * account, date, code and amount claiming it, so two identical
      * entries reversed once show only one of them reversed.
       2250-WRITE-PAIR-LINE.
           MOVE SPACES TO STM-PAIR-TEXT
           IF WRK-CODE = 'V'
               MOVE WRK-ORIG-CODE TO WS-DESC-CODE
               PERFORM 2210-DESCRIBE-ACTIVITY
               STRING 'REVERSES ' DELIMITED BY SIZE
                   WS-ACT-DESC DELIMITED BY '  '
                   ' OF ' WRK-ORIG-DATE DELIMITED BY SIZE
                   INTO STM-PAIR-TEXT
               MOVE WS-STMT-PAIR-LINE TO STMT-RECORD
               PERFORM 2900-PUT-STMT-LINE
           ELSE
               MOVE 'N' TO WS-REVERSED-HIT-SW
               PERFORM 2260-CHECK-REVERSED-ENTRY
                   VARYING WS-REVERSED-IDX FROM 1 BY 1
                   UNTIL WS-REVERSED-IDX > WS-REVERSED-COUNT
                       OR REVERSED-HIT
           END-IF.

       2260-CHECK-REVERSED-ENTRY.
           IF WS-RVD-USED-SW(WS-REVERSED-IDX) = 'N'
                   AND WS-RVD-ACCT(WS-REVERSED-IDX) = WRK-ACCT-NUMBER
                   AND WS-RVD-ORIG-DATE(WS-REVERSED-IDX) = WRK-DATE
                   AND WS-RVD-ORIG-CODE(WS-REVERSED-IDX) = WRK-CODE
                   AND WS-RVD-ORIG-AMOUNT(WS-REVERSED-IDX) = WRK-AMOUNT
               SET REVERSED-HIT TO TRUE
               MOVE 'Y' TO WS-RVD-USED-SW(WS-REVERSED-IDX)
               STRING 'REVERSED ON ' WS-RVD-DATE(WS-REVERSED-IDX)
                   DELIMITED BY SIZE INTO STM-PAIR-TEXT
               MOVE WS-STMT-PAIR-LINE TO STMT-RECORD
               PERFORM 2900-PUT-STMT-LINE
           END-IF.

      * The closing balance is the balance after the period's last
      * activity, so a statement cut for an earlier period does not
      * contradict its own activity lines; the header's master
       2300-WRITE-CLOSING-LINES.
           MOVE 'INTEREST EARNED THIS PERIOD ' TO STM-BALANCE-LABEL
           MOVE WS-INTEREST-EARNED TO STM-BALANCE-AMT
           MOVE WS-STMT-BALANCE-LINE TO STMT-RECORD
           PERFORM 2900-PUT-STMT-LINE
           IF WS-TAX-WITHHELD NOT = ZEROS
               MOVE 'FEDERAL TAX WITHHELD        ' TO STM-BALANCE-LABEL
               MOVE WS-TAX-WITHHELD TO STM-BALANCE-AMT
               MOVE WS-STMT-BALANCE-LINE TO STMT-RECORD
               PERFORM 2900-PUT-STMT-LINE
           END-IF
           MOVE 'CLOSING BALANCE             ' TO STM-CLOSING-LABEL
           IF FIRST-ACTIVITY
               MOVE WS-MASTER-BALANCE TO WS-CLOSING-BALANCE
           ELSE
               MOVE WS-LAST-BALANCE TO WS-CLOSING-BALANCE
           END-IF
           PERFORM 2310-TOTAL-HELD-AT-CLOSE
           MOVE WS-CLOSING-BALANCE TO STM-CLOSING-AMT
           COMPUTE STM-AVAILABLE-AMT =
               WS-CLOSING-BALANCE - WS-HELD-AMOUNT
           MOVE WS-STMT-CLOSING-LINE TO STMT-RECORD
           PERFORM 2900-PUT-STMT-LINE
           MOVE SPACES TO STMT-RECORD
           PERFORM 2900-PUT-STMT-LINE.

      * A hold stood at the close if it was placed by then, had not
      * reached its release date, and had not been released by hand
      * on or before that day.
       2310-TOTAL-HELD-AT-CLOSE.
           MOVE ZEROS TO WS-HELD-AMOUNT
           IF HOLD-FILE-OPEN
               MOVE 'N' TO WS-HOLD-SCAN-SW
               MOVE WS-CURRENT-ACCT TO HOLD-ACCT-NUMBER
               MOVE ZEROS TO HOLD-SEQ
               START HOLD-FILE KEY NOT < HOLD-KEY
                   INVALID KEY
                       SET HOLD-SCAN-DONE TO TRUE
               END-START
               PERFORM 2315-ADD-HOLD-AT-CLOSE
                   UNTIL HOLD-SCAN-DONE
           END-IF.

       2315-ADD-HOLD-AT-CLOSE.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET HOLD-SCAN-DONE TO TRUE
               NOT AT END
                   IF HOLD-ACCT-NUMBER NOT = WS-CURRENT-ACCT
                       SET HOLD-SCAN-DONE TO TRUE
                   ELSE
                       IF HOLD-PLACED-DATE <= WS-HOLD-AS-OF
                               AND (HOLD-RELEASE-DATE = ZEROS
                                 OR HOLD-RELEASE-DATE > WS-HOLD-AS-OF)
                               AND (HOLD-ACTIVE
                                 OR HOLD-STATUS-DATE > WS-HOLD-AS-OF)
                           ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      * A joint owner stood on the account on the day holds are
      * read for, and asked for their own copy.  The primary owner
      * already has the statement in the main run.
       2400-MAIL-JOINT-OWNERS.
           MOVE 'N' TO WS-REL-SCAN-SW
           MOVE WS-CURRENT-ACCT TO REL-ACCT-NUMBER
           MOVE LOW-VALUES TO REL-CUST-NUMBER
           START REL-FILE KEY NOT < REL-KEY
               INVALID KEY
                   SET REL-SCAN-DONE TO TRUE
           END-START
           PERFORM 2410-CHECK-JOINT-OWNER
               UNTIL REL-SCAN-DONE.

       2410-CHECK-JOINT-OWNER.
           READ REL-FILE NEXT RECORD
               AT END
                   SET REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF REL-ACCT-NUMBER NOT = WS-CURRENT-ACCT
                       SET REL-SCAN-DONE TO TRUE
                   ELSE
                       IF REL-JOINT AND REL-STMT-WANTED
                               AND REL-START-DATE <= WS-HOLD-AS-OF
                               AND (REL-ACTIVE
                                 OR REL-END-DATE > WS-HOLD-AS-OF)
                           PERFORM 2420-WRITE-JOINT-COPY
                       END-IF
                   END-IF
           END-READ.

      * A statement too long to hold cannot be copied; the count
      * and the console message send operations to reprint it.
       2420-WRITE-JOINT-COPY.
           IF BUF-OVERFLOW
               ADD 1 TO WS-JOINT-SKIP-COUNT
               DISPLAY 'STATEMENT TOO LONG FOR JOINT COPY: '
                   WS-CURRENT-ACCT ' ' REL-CUST-NUMBER
           ELSE
               MOVE REL-CUST-NUMBER TO CUST-NUMBER
               READ CUST-FILE
                   INVALID KEY
                       PERFORM 2422-WRITE-BARE-JOINT-HEADER
                   NOT INVALID KEY
                       PERFORM 2424-WRITE-JOINT-HEADER
               END-READ
               MOVE SPACES TO JOINT-STMT-RECORD
               WRITE JOINT-STMT-RECORD
               PERFORM 2430-WRITE-BUFFERED-LINE
                   VARYING WS-BUF-IDX FROM 1 BY 1
                   UNTIL WS-BUF-IDX > WS-BUF-COUNT
               ADD 1 TO WS-JOINT-COPY-COUNT
           END-IF.

       2422-WRITE-BARE-JOINT-HEADER.
           MOVE SPACES TO JNT-NAME
           MOVE REL-CUST-NUMBER TO JNT-CUST-NUM
           WRITE JOINT-STMT-RECORD FROM WS-JOINT-NAME-LINE.

       2424-WRITE-JOINT-HEADER.
           MOVE CUST-NAME TO JNT-NAME
           MOVE REL-CUST-NUMBER TO JNT-CUST-NUM
           WRITE JOINT-STMT-RECORD FROM WS-JOINT-NAME-LINE
           MOVE CUST-ADDR-LINE-1 TO PKG-ADDR-LINE-1
           WRITE JOINT-STMT-RECORD FROM WS-PKG-ADDR-LINE
           MOVE CUST-CITY TO PKG-CITY
           MOVE CUST-STATE TO PKG-STATE
           MOVE CUST-ZIP TO PKG-ZIP
           WRITE JOINT-STMT-RECORD FROM WS-PKG-CSZ-LINE.

       2430-WRITE-BUFFERED-LINE.
           WRITE JOINT-STMT-RECORD FROM WS-BUF-LINE(WS-BUF-IDX).

      * Every line of an account's statement passes through here on
      * its way out, and is kept for the joint owner copies.
       2900-PUT-STMT-LINE.
           WRITE STMT-RECORD
           IF JOINT-COPIES-ON AND NOT BUF-OVERFLOW
               IF WS-BUF-COUNT >= 3000
                   SET BUF-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BUF-COUNT
                   MOVE STMT-RECORD TO WS-BUF-LINE(WS-BUF-COUNT)
               END-IF
           END-IF.

       3000-CALCULATE-SUMMARY.
           DISPLAY 'STATEMENTS WRITTEN: ' WS-STMT-COUNT
           IF GROUP-BY-CUSTOMER
               DISPLAY 'PACKAGES WRITTEN:   ' WS-PACKAGE-COUNT
           END-IF
           DISPLAY 'ORPHAN ACTIVITY:    ' WS-ORPHAN-COUNT
           IF WS-REVERSED-MISSED > ZEROS
               DISPLAY 'REVERSALS UNPAIRED: ' WS-REVERSED-MISSED
           END-IF
           DISPLAY 'JOINT OWNER COPIES: ' WS-JOINT-COPY-COUNT
           DISPLAY 'JOINT COPIES MISSED:' WS-JOINT-SKIP-COUNT.

       9000-TERMINATE.
           PERFORM 9100-STAMP-RUN-COMPLETE
           IF CUST-FILE-OPEN
               CLOSE CUST-FILE
           END-IF
           IF JOINT-COPIES-ON
               CLOSE REL-FILE
           END-IF
           CLOSE JOINT-STMT-FILE
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           CLOSE STMT-WORK-FILE
           CLOSE STMT-FILE.


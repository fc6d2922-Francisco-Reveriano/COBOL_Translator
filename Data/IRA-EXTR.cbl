      * contribution extract for IRA accounts with the holder's
      * customer number and TIN for the IRA reporting vendor, built
      * the way the 1099 run builds its interest extract from the
      * audit trail.  A reversed deposit comes back off the year it
      * was made in, whenever the reversal posted.  On request the
      * run then zeroes the year-to-date contribution figure on every
      * IRA account so the limit check starts the new year clean.
      * The holder reported is the customer who stood on RELDATA as
      * the account's primary owner at the end of the tax year; an
      * account with no primary on file falls back to the master's
      * customer number.
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
           SELECT ACTIVITY-FILE ASSIGN TO 'ACTVDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD CUST-FILE.
           COPY CUSTREC.

       FD REL-FILE.
           COPY RELREC.

       FD ACTIVITY-FILE.
           COPY ACTVREC.

           88 RESET-REQUESTED    VALUE 'Y'.
       01 WS-CUST-MISSING-SW     PIC X VALUE 'N'.
           88 CUST-FILE-MISSING  VALUE 'Y'.
       01 WS-REL-STATUS          PIC XX.
       01 WS-REL-FILE-SW         PIC X VALUE 'N'.
           88 REL-FILE-OPEN      VALUE 'Y'.
       01 WS-REL-SCAN-SW         PIC X VALUE 'N'.
           88 REL-SCAN-DONE      VALUE 'Y'.
       01 WS-YEAR-END-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-PRIMARY-CUST        PIC X(10) VALUE SPACES.
       01 WS-CURRENT-ACCT        PIC X(10) VALUE SPACES.
       01 WS-ACCT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-HAVE-ACCOUNT-SW     PIC X VALUE 'N'.
               AT END
                   SET ACTIVITY-EOF TO TRUE
               NOT AT END
                   IF (ACT-TXN-DATE(1:4) = WS-TAX-YEAR
                           AND (ACT-DEPOSIT OR ACT-TRANSFER-IN))
                       OR (ACT-REVERSAL AND ACT-ORIG-CODE = 'D'
                           AND ACT-ORIG-DATE(1:4) = WS-TAX-YEAR)
                       MOVE ACT-ACCT-NUMBER TO SRT-ACCT-NUMBER
                       MOVE ACT-AMOUNT TO SRT-CONTRIB-AMT
                       RELEASE SORT-RECORD
               AT END
                   SET ACTV-HIST-EOF TO TRUE
               NOT AT END
                   IF (ACTH-TXN-DATE(1:4) = WS-TAX-YEAR
                           AND (ACTH-DEPOSIT OR ACTH-TRANSFER-IN))
                       OR (ACTH-REVERSAL AND ACTH-ORIG-CODE = 'D'
                           AND ACTH-ORIG-DATE(1:4) = WS-TAX-YEAR)
                       MOVE ACTH-ACCT-NUMBER TO SRT-ACCT-NUMBER
                       MOVE ACTH-AMOUNT TO SRT-CONTRIB-AMT
                       RELEASE SORT-RECORD
                   ', EXTRACTING WITHOUT TIN'
               SET CUST-FILE-MISSING TO TRUE
           END-IF
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS = '00'
               SET REL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'RELDATA NOT AVAILABLE, REPORTING UNDER '
                   'THE MASTER CUSTOMER'
           END-IF
           COMPUTE WS-YEAR-END-DATE = WS-TAX-YEAR * 10000 + 1231
           OPEN INPUT IRA-WORK-FILE
           OPEN OUTPUT IRA-EXTRACT-FILE
           OPEN OUTPUT IRA-RPT-FILE
           MOVE SPACES TO IRA-EXTRACT-RECORD
           MOVE WS-TAX-YEAR TO IRX-YEAR-OUT
           MOVE WS-CURRENT-ACCT TO IRX-ACCT-NUMBER
           MOVE ACCT-CUSTOMER-NUMBER TO WS-PRIMARY-CUST
           IF REL-FILE-OPEN
               PERFORM 2650-FIND-PRIMARY-OWNER
           END-IF
           MOVE WS-PRIMARY-CUST TO IRX-CUST-NUMBER
           MOVE SPACES TO IRX-TIN
           IF WS-PRIMARY-CUST NOT = SPACES
                   AND NOT CUST-FILE-MISSING
               MOVE WS-PRIMARY-CUST TO CUST-NUMBER
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
           ADD 1 TO WS-EXTRACTED-COUNT
           ADD WS-ACCT-TOTAL TO WS-EXTRACTED-TOTAL.

      * The primary owner is the one standing on the last day of the
      * tax year; a replaced primary's relationship ends the day its
      * successor's starts.
       2650-FIND-PRIMARY-OWNER.
           MOVE 'N' TO WS-REL-SCAN-SW
           MOVE WS-CURRENT-ACCT TO REL-ACCT-NUMBER
           MOVE LOW-VALUES TO REL-CUST-NUMBER
           START REL-FILE KEY NOT < REL-KEY
               INVALID KEY
                   SET REL-SCAN-DONE TO TRUE
           END-START
           PERFORM 2655-CHECK-PRIMARY-OWNER
               UNTIL REL-SCAN-DONE.

       2655-CHECK-PRIMARY-OWNER.
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

      * Every IRA account resets, not just the ones that saw
      * activity - a stale figure on a quiet account would eat into
      * next year's limit.  The match phase left the file positioned
           PERFORM 9100-STAMP-RUN-COMPLETE
           CLOSE ACCT-FILE
           CLOSE CUST-FILE
           IF REL-FILE-OPEN
               CLOSE REL-FILE
           END-IF
           CLOSE IRA-WORK-FILE
           CLOSE IRA-EXTRACT-FILE
           CLOSE IRA-RPT-FILE.

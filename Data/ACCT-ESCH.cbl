      * the activity journal so the trail survives, and the run cuts
      * a GL feed of the escheated funds under the usual header and
      * trailer controls plus a register by state for the filing.
      * When the primary owner has no state of record the holder is
      * looked for among the account's other people on RELDATA -
      * its joint owners first, then its beneficiaries and payable-
      * on-death payees - and the register notes whose address was
      * used.
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
           SELECT ESCH-PARM-FILE ASSIGN TO 'ESCHPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD CUST-FILE.
           COPY CUSTREC.

       FD REL-FILE.
           COPY RELREC.

       FD ESCH-PARM-FILE.
       01 ESCH-PARM-RECORD.
           05 ESCH-HOLDING-DAYS  PIC 9(05).
       01 WS-STATUS-MM           PIC 99 VALUE ZEROS.
       01 WS-STATUS-DD           PIC 99 VALUE ZEROS.
       01 WS-DAYS-DORMANT        PIC S9(7) VALUE ZEROS.
       01 WS-REL-STATUS          PIC XX.
       01 WS-REL-FILE-SW         PIC X VALUE 'N'.
           88 REL-FILE-OPEN      VALUE 'Y'.
       01 WS-REL-SCAN-SW         PIC X VALUE 'N'.
           88 REL-SCAN-DONE      VALUE 'Y'.
       01 WS-HOLDER-STATE        PIC X(02) VALUE SPACES.
       01 WS-HOLDER-TIN          PIC X(09) VALUE SPACES.
       01 WS-HOLDER-CUST         PIC X(10) VALUE SPACES.
       01 WS-HOLDER-NOTE         PIC X(12) VALUE SPACES.
      * The first joint owner and the first beneficiary or POD payee
      * found with a state of record, kept while the scan goes on.
       01 WS-JOINT-HOLDER.
           05 WS-JOINT-CUST      PIC X(10).
           05 WS-JOINT-STATE     PIC X(02).
           05 WS-JOINT-TIN       PIC X(09).
       01 WS-BENE-HOLDER.
           05 WS-BENE-CUST       PIC X(10).
           05 WS-BENE-STATE      PIC X(02).
           05 WS-BENE-TIN        PIC X(09).
       01 WS-OTHER-STATE-COUNT   PIC 9(7) VALUE ZEROS.
       01 WS-ESCHEAT-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-RECORD-COUNT        PIC 9(7) VALUE ZEROS.
       01 WS-ESCHEATED-COUNT     PIC 9(7) VALUE ZEROS.
                   ', REMITTING WITHOUT STATE OR TIN'
               SET CUST-FILE-MISSING TO TRUE
           END-IF
           IF NOT CUST-FILE-MISSING
               OPEN INPUT REL-FILE
               IF WS-REL-STATUS = '00'
                   SET REL-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'RELDATA NOT AVAILABLE, PRIMARY OWNER '
                       'STATE ONLY'
               END-IF
           END-IF
      * The journal accumulates across the statement period; the
      * escheatment entries go on the end so the trail survives the
      * close-out.
           MOVE WS-RUN-ID TO GL-HDR-RUN-ID
           MOVE ZEROS TO GL-HDR-DAYS-IN-PERIOD
           MOVE ZEROS TO GL-HDR-DAYS-IN-YEAR
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       1080-READ-ESCH-PARM.
           MOVE 'E' TO ACT-TXN-CODE
           COMPUTE ACT-AMOUNT = ZERO - WS-ESCHEAT-BALANCE
           MOVE ZEROS TO ACT-NEW-BALANCE
           MOVE 'ACCTESCH' TO ACT-SOURCE-ID
           MOVE SPACES TO ACT-REVERSAL-REF
           MOVE 'N' TO ACT-CASH-IND
           WRITE ACTIVITY-RECORD
           PERFORM 2500-WRITE-GL-DETAIL
           ADD 1 TO WS-ESCHEATED-COUNT
      * The state owed is the holder's state of record on the
      * customer master; an account with no customer behind it is
      * remitted without one and flagged for operations to resolve
      * before the filing goes out.  A primary owner with no state
      * gives way to a joint owner's address, and a joint owner's to
      * a beneficiary's.
       2300-LOOK-UP-HOLDER-STATE.
           MOVE SPACES TO WS-HOLDER-STATE
           MOVE SPACES TO WS-HOLDER-TIN
           MOVE SPACES TO WS-HOLDER-NOTE
           MOVE ACCT-CUSTOMER-NUMBER TO WS-HOLDER-CUST
           IF ACCT-CUSTOMER-NUMBER NOT = SPACES
                   AND NOT CUST-FILE-MISSING
               MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER
                       MOVE CUST-TIN TO WS-HOLDER-TIN
               END-READ
           END-IF
           IF WS-HOLDER-STATE = SPACES AND REL-FILE-OPEN
               PERFORM 2350-LOOK-UP-OTHER-HOLDERS
           END-IF
           IF WS-HOLDER-STATE = SPACES
               ADD 1 TO WS-NO-STATE-COUNT
               MOVE 'NO STATE' TO WS-HOLDER-NOTE
           END-IF.

       2350-LOOK-UP-OTHER-HOLDERS.
           MOVE SPACES TO WS-JOINT-HOLDER
           MOVE SPACES TO WS-BENE-HOLDER
           MOVE 'N' TO WS-REL-SCAN-SW
           MOVE ACCT-NUMBER TO REL-ACCT-NUMBER
           MOVE LOW-VALUES TO REL-CUST-NUMBER
           START REL-FILE KEY NOT < REL-KEY
               INVALID KEY
                   SET REL-SCAN-DONE TO TRUE
           END-START
           PERFORM 2360-CHECK-OTHER-HOLDER
               UNTIL REL-SCAN-DONE
           IF WS-JOINT-STATE NOT = SPACES
               MOVE WS-JOINT-CUST TO WS-HOLDER-CUST
               MOVE WS-JOINT-STATE TO WS-HOLDER-STATE
               MOVE WS-JOINT-TIN TO WS-HOLDER-TIN
               MOVE 'JOINT OWNER' TO WS-HOLDER-NOTE
               ADD 1 TO WS-OTHER-STATE-COUNT
           ELSE
               IF WS-BENE-STATE NOT = SPACES
                   MOVE WS-BENE-CUST TO WS-HOLDER-CUST
                   MOVE WS-BENE-STATE TO WS-HOLDER-STATE
                   MOVE WS-BENE-TIN TO WS-HOLDER-TIN
                   MOVE 'BENEFICIARY' TO WS-HOLDER-NOTE
                   ADD 1 TO WS-OTHER-STATE-COUNT
               END-IF
           END-IF.

       2360-CHECK-OTHER-HOLDER.
           READ REL-FILE NEXT RECORD
               AT END
                   SET REL-SCAN-DONE TO TRUE
               NOT AT END
                   IF REL-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET REL-SCAN-DONE TO TRUE
                   ELSE
                       IF REL-ACTIVE
                               AND (REL-JOINT OR REL-BENEFICIARY
                                 OR REL-POD)
                           PERFORM 2370-READ-OTHER-HOLDER
                       END-IF
                   END-IF
           END-READ.

       2370-READ-OTHER-HOLDER.
           MOVE REL-CUST-NUMBER TO CUST-NUMBER
           READ CUST-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-STATE
           END-READ
           IF CUST-STATE NOT = SPACES
               IF REL-JOINT AND WS-JOINT-STATE = SPACES
                   MOVE REL-CUST-NUMBER TO WS-JOINT-CUST
                   MOVE CUST-STATE TO WS-JOINT-STATE
                   MOVE CUST-TIN TO WS-JOINT-TIN
               END-IF
               IF NOT REL-JOINT AND WS-BENE-STATE = SPACES
                   MOVE REL-CUST-NUMBER TO WS-BENE-CUST
                   MOVE CUST-STATE TO WS-BENE-STATE
                   MOVE CUST-TIN TO WS-BENE-TIN
               END-IF
           END-IF.

       2400-WRITE-EXTRACT-RECORD.
           MOVE SPACES TO ESCH-EXTRACT-RECORD
           MOVE WS-HOLDER-STATE TO ESX-STATE
           MOVE WS-HOLDER-CUST TO ESX-CUST-NUMBER
           MOVE ACCT-NUMBER TO ESX-ACCT-NUMBER
           MOVE ACCT-NAME TO ESX-ACCT-NAME
           MOVE WS-HOLDER-TIN TO ESX-TIN
           MOVE WS-RUN-DATE TO GL-POSTING-DATE
           MOVE WS-ESCHEAT-BALANCE TO GL-INTEREST-AMT
           MOVE ZEROS TO GL-NEW-BALANCE
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD GL-INTEREST-AMT TO WS-GL-AMOUNT-TOTAL
           ADD GL-NEW-BALANCE TO WS-GL-BALANCE-TOTAL
           MOVE WS-STATUS-DATE TO ESL-STATUS-DATE
           MOVE WS-DAYS-DORMANT TO ESL-DAYS-DORMANT
           MOVE WS-ESCHEAT-BALANCE TO ESL-BALANCE
           MOVE WS-HOLDER-NOTE TO ESL-NOTE
           WRITE ESCH-RPT-RECORD FROM WS-ESCH-DETAIL-LINE.

       3000-WRITE-SUMMARY.
           DISPLAY 'RECORDS READ:      ' WS-RECORD-COUNT
           DISPLAY 'ESCHEATED:         ' WS-ESCHEATED-COUNT
           DISPLAY 'ESCHEATED TOTAL:   ' WS-ESCHEATED-TOTAL
           DISPLAY 'NO STATE ON FILE:  ' WS-NO-STATE-COUNT
           DISPLAY 'STATE FROM OTHERS: ' WS-OTHER-STATE-COUNT.

       3100-WRITE-ONE-STATE-TOTAL.
           MOVE WS-STATE-CODE(WS-STATE-IDX) TO STL-STATE
           PERFORM 9200-STAMP-RUN-COMPLETE
           CLOSE ACCT-FILE
           CLOSE CUST-FILE
           IF REL-FILE-OPEN
               CLOSE REL-FILE
           END-IF
           CLOSE ACTIVITY-FILE
           CLOSE ESCH-EXTRACT-FILE
           CLOSE ESCH-GL-FILE
           MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-AMOUNT-TOTAL TO GL-TRL-INTEREST-TOTAL
           MOVE WS-GL-BALANCE-TOTAL TO GL-TRL-BALANCE-TOTAL
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       9200-STAMP-RUN-COMPLETE.

      * cumulative across runs, so only the records carrying the
      * feed header's run id are matched; pointing the feed DD at
      * the interest feed or at the close-out feed proves either one
      * against the same trail.  A feed whose header names the
      * posting run as its source is proved instead against the
      * ACTVDATA activity journal: the entries that run journaled for
      * the header's business date, in the order it journaled them,
      * matched on account, activity code, signed amount and new
      * balance.  The interest and close-out feeds also carry the
      * backup withholding taken from each payment, proved account
      * by account against the audit trail and in total against the
      * trailer.  The balancing report goes with the feed to the GL
      * team.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO 'ACTVDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT RECON-RPT-FILE ASSIGN TO 'RECONRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
       FD AUDIT-FILE.
           COPY AUDITREC.

       FD ACTIVITY-FILE.
           COPY ACTVREC.

       FD RECON-RPT-FILE.
       01 RECON-RPT-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS         PIC XX.
       01 WS-AUDIT-STATUS        PIC XX.
       01 WS-ACTIVITY-STATUS     PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
           88 FEED-EOF           VALUE 'Y'.
       01 WS-AUDIT-EOF-FLAG      PIC X VALUE 'N'.
           88 AUDIT-EOF          VALUE 'Y'.
       01 WS-ACTIVITY-EOF-FLAG   PIC X VALUE 'N'.
           88 ACTIVITY-EOF       VALUE 'Y'.
      * Which trail the feed is proved against, settled from the
      * feed header's source before any detail is matched.
       01 WS-PROOF-TRAIL-SW      PIC X VALUE 'A'.
           88 PROVE-AGAINST-AUDIT   VALUE 'A'.
           88 PROVE-AGAINST-JOURNAL VALUE 'J'.
       01 WS-TRAILER-SEEN-SW     PIC X VALUE 'N'.
           88 TRAILER-SEEN       VALUE 'Y'.
       01 WS-HEADER-SEEN-SW      PIC X VALUE 'N'.
       01 WS-ERROR-COUNT         PIC 9(7) VALUE ZEROS.
       01 WS-HDR-RUN-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-HDR-RUN-ID          PIC X(14) VALUE SPACES.
       01 WS-HDR-SOURCE-ID       PIC X(08) VALUE SPACES.
       01 WS-FEED-COUNT          PIC 9(9) VALUE ZEROS.
       01 WS-FEED-INTEREST-TOTAL PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-FEED-BALANCE-TOTAL  PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-AUDIT-COUNT         PIC 9(9) VALUE ZEROS.
       01 WS-AUDIT-INTEREST-TOTAL PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-AUDIT-WITHHELD-TOTAL PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-FEED-WITHHELD-TOTAL PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-TRL-WITHHELD-TOTAL  PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-JOURNAL-COUNT       PIC 9(9) VALUE ZEROS.
       01 WS-JOURNAL-AMOUNT-TOTAL PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-TRL-RECORD-COUNT    PIC 9(9) VALUE ZEROS.
       01 WS-TRL-INTEREST-TOTAL  PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-TRL-BALANCE-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-HEADER
           PERFORM 2020-OPEN-PROOF-TRAIL
           PERFORM 2100-MATCH-FEED-RECORD
               UNTIL FEED-EOF OR TRAILER-SEEN
           PERFORM 2500-CHECK-AUDIT-EXHAUSTED
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1030-STAMP-RUN-START
           OPEN INPUT GL-FEED-FILE
           OPEN OUTPUT RECON-RPT-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES: ' WS-FEED-STATUS
               STOP RUN
           END-IF.

               SET HEADER-SEEN TO TRUE
               MOVE GL-HDR-RUN-DATE TO WS-HDR-RUN-DATE
               MOVE GL-HDR-RUN-ID TO WS-HDR-RUN-ID
               MOVE GL-HDR-SOURCE-ID TO WS-HDR-SOURCE-ID
               IF GL-HDR-SOURCE-ID = 'ACCTPOST'
                   SET PROVE-AGAINST-JOURNAL TO TRUE
               END-IF
           END-IF.

      * Only the trail the feed is proved against is opened; a feed
      * with no header falls back to the audit trail as it always
      * has.
       2020-OPEN-PROOF-TRAIL.
           IF PROVE-AGAINST-JOURNAL
               OPEN INPUT ACTIVITY-FILE
               IF WS-ACTIVITY-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING ACTVDATA: ' WS-ACTIVITY-STATUS
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING AUDTDATA: ' WS-AUDIT-STATUS
                   STOP RUN
               END-IF
           END-IF.

       2050-READ-FEED.
                           TO WS-TRL-INTEREST-TOTAL
                       MOVE GL-TRL-BALANCE-TOTAL
                           TO WS-TRL-BALANCE-TOTAL
                       IF PROVE-AGAINST-AUDIT
                               AND GL-WITHHELD-AMT NUMERIC
                           MOVE GL-WITHHELD-AMT
                               TO WS-TRL-WITHHELD-TOTAL
                       END-IF
                   WHEN GL-DETAIL-REC
                       ADD 1 TO WS-FEED-COUNT
                       ADD GL-INTEREST-AMT TO WS-FEED-INTEREST-TOTAL
                       ADD GL-NEW-BALANCE TO WS-FEED-BALANCE-TOTAL
                       IF PROVE-AGAINST-JOURNAL
                           PERFORM 2170-MATCH-JOURNAL-RECORD
                       ELSE
                           ADD GL-WITHHELD-AMT TO WS-FEED-WITHHELD-TOTAL
                           PERFORM 2150-MATCH-AUDIT-RECORD
                       END-IF
                   WHEN OTHER
                       MOVE 'UNKNOWN FEED RECORD TYPE'
                           TO WS-MESSAGE-LINE
           ELSE
               ADD 1 TO WS-AUDIT-COUNT
               ADD AUD-INTEREST-AMT TO WS-AUDIT-INTEREST-TOTAL
               ADD AUD-WITHHELD-AMT TO WS-AUDIT-WITHHELD-TOTAL
               IF AUD-ACCT-NUMBER NOT = GL-ACCT-NUMBER
                   MOVE 'ACCOUNT SEQUENCE MISMATCH ' TO DER-LABEL
                   MOVE AUD-ACCT-NUMBER TO DER-ACCT-NUMBER
                       MOVE GL-NEW-BALANCE TO DER-FEED-AMT
                       PERFORM 2850-WRITE-DETAIL-ERROR
                   END-IF
                   IF AUD-WITHHELD-AMT NOT = GL-WITHHELD-AMT
                       MOVE 'WITHHOLDING MISMATCH      ' TO DER-LABEL
                       MOVE AUD-ACCT-NUMBER TO DER-ACCT-NUMBER
                       MOVE AUD-WITHHELD-AMT TO DER-AUDIT-AMT
                       MOVE GL-WITHHELD-AMT TO DER-FEED-AMT
                       PERFORM 2850-WRITE-DETAIL-ERROR
                   END-IF
               END-IF
           END-IF.

      * The posting run writes each journal entry and its feed detail
      * together, so the run's entries on the journal line up with
      * the feed record for record, the same as the audit trail does
      * for the interest feed.
       2170-MATCH-JOURNAL-RECORD.
           PERFORM 2270-READ-JOURNAL
           IF ACTIVITY-EOF
               MOVE 'FEED DETAIL NOT IN JOURNAL' TO DER-LABEL
               MOVE GL-ACCT-NUMBER TO DER-ACCT-NUMBER
               MOVE ZEROS TO DER-AUDIT-AMT
               MOVE GL-INTEREST-AMT TO DER-FEED-AMT
               PERFORM 2850-WRITE-DETAIL-ERROR
           ELSE
               ADD 1 TO WS-JOURNAL-COUNT
               ADD ACT-AMOUNT TO WS-JOURNAL-AMOUNT-TOTAL
               IF ACT-ACCT-NUMBER NOT = GL-ACCT-NUMBER
                   MOVE 'ACCOUNT SEQUENCE MISMATCH ' TO DER-LABEL
                   MOVE ACT-ACCT-NUMBER TO DER-ACCT-NUMBER
                   MOVE ACT-AMOUNT TO DER-AUDIT-AMT
                   MOVE GL-INTEREST-AMT TO DER-FEED-AMT
                   PERFORM 2850-WRITE-DETAIL-ERROR
               ELSE
                   IF ACT-TXN-CODE NOT = GL-ACTIVITY-CODE
                           OR (ACT-REVERSAL
                               AND ACT-ORIG-CODE NOT = GL-ORIG-CODE)
                       MOVE 'ACTIVITY CODE MISMATCH    ' TO DER-LABEL
                       MOVE ACT-ACCT-NUMBER TO DER-ACCT-NUMBER
                       MOVE ACT-AMOUNT TO DER-AUDIT-AMT
                       MOVE GL-INTEREST-AMT TO DER-FEED-AMT
                       PERFORM 2850-WRITE-DETAIL-ERROR
                   END-IF
                   IF ACT-AMOUNT NOT = GL-INTEREST-AMT
                       MOVE 'ACTIVITY AMOUNT MISMATCH  ' TO DER-LABEL
                       MOVE ACT-ACCT-NUMBER TO DER-ACCT-NUMBER
                       MOVE ACT-AMOUNT TO DER-AUDIT-AMT
                       MOVE GL-INTEREST-AMT TO DER-FEED-AMT
                       PERFORM 2850-WRITE-DETAIL-ERROR
                   END-IF
                   IF ACT-NEW-BALANCE NOT = GL-NEW-BALANCE
                       MOVE 'NEW BALANCE MISMATCH      ' TO DER-LABEL
                       MOVE ACT-ACCT-NUMBER TO DER-ACCT-NUMBER
                       MOVE ACT-NEW-BALANCE TO DER-AUDIT-AMT
                       MOVE GL-NEW-BALANCE TO DER-FEED-AMT
                       PERFORM 2850-WRITE-DETAIL-ERROR
                   END-IF
               END-IF
           END-IF.

                   SET AUDIT-EOF TO TRUE
           END-READ.

      * The journal is shared by every program that moves a balance
      * and carries the whole statement period, so only the feed
      * source's entries for the header's business date are its to
      * prove.  The date stands in for a run id because the posting
      * run refuses a second completed run for a business date, so
      * one feed covers all of its entries for the day.
       2270-READ-JOURNAL.
           READ ACTIVITY-FILE
               AT END
                   SET ACTIVITY-EOF TO TRUE
           END-READ
           PERFORM 2280-SKIP-FOREIGN-JOURNAL
               UNTIL ACTIVITY-EOF
                   OR (ACT-TXN-DATE = WS-HDR-RUN-DATE
                       AND ACT-SOURCE-ID = WS-HDR-SOURCE-ID).

       2280-SKIP-FOREIGN-JOURNAL.
           READ ACTIVITY-FILE
               AT END
                   SET ACTIVITY-EOF TO TRUE
           END-READ.

      * Anything left on the audit trail after the feed runs dry is
      * an audited account the GL never saw.
       2500-CHECK-AUDIT-EXHAUSTED.
                   PERFORM 2800-WRITE-ERROR-MESSAGE
               END-IF
           END-IF
           IF PROVE-AGAINST-JOURNAL
               PERFORM 2270-READ-JOURNAL
               PERFORM 2570-FLAG-UNFED-JOURNAL
                   UNTIL ACTIVITY-EOF
           ELSE
               PERFORM 2250-READ-AUDIT
               PERFORM 2550-FLAG-UNFED-AUDIT
                   UNTIL AUDIT-EOF
           END-IF.

       2550-FLAG-UNFED-AUDIT.
           ADD 1 TO WS-AUDIT-COUNT
           ADD AUD-INTEREST-AMT TO WS-AUDIT-INTEREST-TOTAL
           ADD AUD-WITHHELD-AMT TO WS-AUDIT-WITHHELD-TOTAL
           MOVE 'AUDITED ACCT NOT IN FEED  ' TO DER-LABEL
           MOVE AUD-ACCT-NUMBER TO DER-ACCT-NUMBER
           MOVE AUD-INTEREST-AMT TO DER-AUDIT-AMT
           PERFORM 2850-WRITE-DETAIL-ERROR
           PERFORM 2250-READ-AUDIT.

       2570-FLAG-UNFED-JOURNAL.
           ADD 1 TO WS-JOURNAL-COUNT
           ADD ACT-AMOUNT TO WS-JOURNAL-AMOUNT-TOTAL
           MOVE 'JOURNAL ENTRY NOT IN FEED ' TO DER-LABEL
           MOVE ACT-ACCT-NUMBER TO DER-ACCT-NUMBER
           MOVE ACT-AMOUNT TO DER-AUDIT-AMT
           MOVE ZEROS TO DER-FEED-AMT
           PERFORM 2850-WRITE-DETAIL-ERROR
           PERFORM 2270-READ-JOURNAL.

       2800-WRITE-ERROR-MESSAGE.
           ADD 1 TO WS-ERROR-COUNT
           WRITE RECON-RPT-RECORD FROM WS-MESSAGE-LINE.
           MOVE WS-FEED-BALANCE-TOTAL TO CMP-LEFT-VALUE
           MOVE WS-TRL-BALANCE-TOTAL TO CMP-RIGHT-VALUE
           PERFORM 3100-WRITE-COMPARE-EQUAL
           IF PROVE-AGAINST-JOURNAL
               PERFORM 3050-COMPARE-JOURNAL-TOTALS
           ELSE
               PERFORM 3020-COMPARE-AUDIT-TOTALS
           END-IF
           IF WS-ERROR-COUNT = ZEROS
               IF PROVE-AGAINST-JOURNAL
                   MOVE 'FEED BALANCES TO ACTIVITY JOURNAL'
                       TO WS-MESSAGE-LINE
               ELSE
                   MOVE 'FEED BALANCES TO AUDIT TRAIL'
                       TO WS-MESSAGE-LINE
               END-IF
           ELSE
               MOVE 'FEED DOES NOT BALANCE - SEE ERROR LINES ABOVE'
                   TO WS-MESSAGE-LINE
           END-IF
           WRITE RECON-RPT-RECORD FROM WS-MESSAGE-LINE
           DISPLAY 'FEED DETAILS:      ' WS-FEED-COUNT
           IF PROVE-AGAINST-JOURNAL
               DISPLAY 'JOURNAL RECORDS:   ' WS-JOURNAL-COUNT
           ELSE
               DISPLAY 'AUDIT RECORDS:     ' WS-AUDIT-COUNT
           END-IF
           DISPLAY 'RECON ERRORS:      ' WS-ERROR-COUNT.

       3020-COMPARE-AUDIT-TOTALS.
           MOVE 'AUDIT COUNT VS FEED       ' TO CNT-LABEL
           MOVE WS-AUDIT-COUNT TO CNT-LEFT-VALUE
           MOVE WS-FEED-COUNT TO CNT-RIGHT-VALUE
           PERFORM 3200-WRITE-COUNT-COMPARE
           MOVE 'AUDIT INTEREST VS FEED    ' TO CMP-LABEL
           MOVE WS-AUDIT-INTEREST-TOTAL TO CMP-LEFT-VALUE
           MOVE WS-FEED-INTEREST-TOTAL TO CMP-RIGHT-VALUE
           PERFORM 3100-WRITE-COMPARE-EQUAL
           MOVE 'WITHHOLDING VS TRAILER    ' TO CMP-LABEL
           MOVE WS-FEED-WITHHELD-TOTAL TO CMP-LEFT-VALUE
           MOVE WS-TRL-WITHHELD-TOTAL TO CMP-RIGHT-VALUE
           PERFORM 3100-WRITE-COMPARE-EQUAL
           MOVE 'AUDIT WITHHELD VS FEED    ' TO CMP-LABEL
           MOVE WS-AUDIT-WITHHELD-TOTAL TO CMP-LEFT-VALUE
           MOVE WS-FEED-WITHHELD-TOTAL TO CMP-RIGHT-VALUE
           PERFORM 3100-WRITE-COMPARE-EQUAL.

       3050-COMPARE-JOURNAL-TOTALS.
           MOVE 'JOURNAL COUNT VS FEED     ' TO CNT-LABEL
           MOVE WS-JOURNAL-COUNT TO CNT-LEFT-VALUE
           MOVE WS-FEED-COUNT TO CNT-RIGHT-VALUE
           PERFORM 3200-WRITE-COUNT-COMPARE
           MOVE 'JOURNAL AMOUNT VS FEED    ' TO CMP-LABEL
           MOVE WS-JOURNAL-AMOUNT-TOTAL TO CMP-LEFT-VALUE
           MOVE WS-FEED-INTEREST-TOTAL TO CMP-RIGHT-VALUE
           PERFORM 3100-WRITE-COMPARE-EQUAL.

      * Both sides are formatted through the same picture, so the
      * edited fields compare equal exactly when the amounts do.
       3100-WRITE-COMPARE-EQUAL.
       9000-TERMINATE.
           PERFORM 9100-STAMP-RUN-COMPLETE
           CLOSE GL-FEED-FILE
           IF PROVE-AGAINST-JOURNAL
               CLOSE ACTIVITY-FILE
           ELSE
               CLOSE AUDIT-FILE
           END-IF
           CLOSE RECON-RPT-FILE.

       9100-STAMP-RUN-COMPLETE.

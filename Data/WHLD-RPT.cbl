       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHLD-RPT.
       AUTHOR. TRUIST-LEGACY.
      *
      * Monthly Backup Withholding Deposit Report Module
      * Lists every interest payment the interest run and the
      * maintenance run's close-outs took backup withholding from in
      * the report month, out of the audit trail - the history
      * periods first when the month has already been rolled off,
      * then the live trail - with the account, the customer it
      * was withheld for and that customer's TIN status today, the
      * gross interest and the amount withheld.  The withholding is
      * totalled by the day it was taken, so the deposit schedule
      * can be checked, and in grand total, which is the amount to
      * deposit with the IRS for the month.  The month defaults to
      * the one before the run date since the report is cut early
      * each month; WHLDPARM overrides it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO 'ACCTDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUST-FILE ASSIGN TO 'CUSTDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDTDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-HIST-FILE ASSIGN TO 'AUDTHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-HIST-STATUS.
           SELECT WHLD-PARM-FILE ASSIGN TO 'WHLDPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WHLD-RPT-FILE ASSIGN TO 'WHLDRPT'
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

       FD CUST-FILE.
           COPY CUSTREC.

       FD AUDIT-FILE.
           COPY AUDITREC.

      * The consolidation run rolls closed periods off the live
      * trail onto period history datasets; the scheduler points
      * this DD at the period covering the report month.
       FD AUDIT-HIST-FILE.
           COPY AUDITREC REPLACING ==AUDIT-RECORD== BY
               ==AUDIT-HIST-RECORD==
               LEADING ==AUD-== BY ==AUDH-==.

      * Zeros leave the prior month standing.
       FD WHLD-PARM-FILE.
       01 WHLD-PARM-RECORD.
           05 WHP-REPORT-MONTH   PIC 9(6).

       FD WHLD-RPT-FILE.
       01 WHLD-RPT-RECORD        PIC X(132).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-CUST-STATUS         PIC XX.
       01 WS-AUDIT-STATUS        PIC XX.
       01 WS-AUDIT-HIST-STATUS   PIC XX.
       01 WS-PARM-STATUS         PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR        PIC 9(4).
           05 WS-RUN-MONTH       PIC 9(2).
           05 FILLER             PIC 9(2).
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-AUDIT-EOF-FLAG      PIC X VALUE 'N'.
           88 AUDIT-EOF          VALUE 'Y'.
       01 WS-AUDIT-HIST-EOF-FLAG PIC X VALUE 'N'.
           88 AUDIT-HIST-EOF     VALUE 'Y'.
       01 WS-ACCT-FILE-SW        PIC X VALUE 'N'.
           88 ACCT-FILE-OPEN     VALUE 'Y'.
       01 WS-CUST-FILE-SW        PIC X VALUE 'N'.
           88 CUST-FILE-OPEN     VALUE 'Y'.
       01 WS-REPORT-MONTH        PIC 9(6) VALUE ZEROS.
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR     PIC 9(4).
           05 WS-REPORT-MM       PIC 9(2).

      * The withheld posting in hand, from whichever trail it came
      * off.
       01 WS-WH-ACCT-NUMBER      PIC X(10) VALUE SPACES.
       01 WS-WH-RUN-DATE         PIC 9(8) VALUE ZEROS.
       01 WS-WH-RUN-DATE-PARTS REDEFINES WS-WH-RUN-DATE.
           05 WS-WH-RUN-MONTH    PIC 9(6).
           05 WS-WH-RUN-DD       PIC 9(2).
       01 WS-WH-RUN-ID           PIC X(14) VALUE SPACES.
       01 WS-WH-INTEREST         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-WH-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZEROS.

      * The month's withholding by the day it was taken.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES
                   INDEXED BY WS-DAY-IDX.
               10 WS-DAY-COUNT    PIC 9(7).
               10 WS-DAY-INTEREST PIC S9(13)V99 COMP-3.
               10 WS-DAY-WITHHELD PIC S9(13)V99 COMP-3.

       01 WS-RECORDS-READ        PIC 9(7) VALUE ZEROS.
       01 WS-WITHHELD-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-INTEREST-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-WITHHELD-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-NOMASTER-COUNT      PIC 9(7) VALUE ZEROS.

       01 WS-RPT-TITLE-LINE.
           05 FILLER              PIC X(41)
               VALUE 'BACKUP WITHHOLDING DEPOSIT REPORT - MONTH'.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 TTL-REPORT-MONTH    PIC 9(6).
           05 FILLER              PIC X(11) VALUE '  RUN DATE '.
           05 TTL-RUN-DATE        PIC 9(8).

       01 WS-RPT-HEADING-LINE.
           05 FILLER              PIC X(10) VALUE 'DATE'.
           05 FILLER              PIC X(12) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(32) VALUE 'NAME'.
           05 FILLER              PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER              PIC X(05) VALUE 'TIN'.
           05 FILLER              PIC X(17) VALUE '  GROSS INTEREST'.
           05 FILLER              PIC X(17) VALUE '        WITHHELD'.
           05 FILLER              PIC X(14) VALUE 'RUN ID'.

       01 WS-RPT-DETAIL-LINE.
           05 RDL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-ACCT-NUMBER     PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-NAME            PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-CUST-NUMBER     PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-TIN-STATUS      PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-INTEREST        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-WITHHELD        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDL-RUN-ID          PIC X(14).

       01 WS-RPT-DAY-LINE.
           05 FILLER              PIC X(16) VALUE 'WITHHELD ON DAY '.
           05 RDY-DATE            PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDY-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDY-INTEREST        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 RDY-WITHHELD        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-RPT-TOTAL-LINE.
           05 TOT-LABEL           PIC X(30).
           05 TOT-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TOT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-OPEN-REPORT
           PERFORM 2000-SCAN-AUDIT-TRAIL
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF WS-RUN-MONTH = 01
               COMPUTE WS-REPORT-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MM = WS-RUN-MONTH - 1
           END-IF
           PERFORM 1080-READ-WHLD-PARM
           PERFORM 1030-STAMP-RUN-START
           PERFORM 1090-CLEAR-DAY-TOTAL
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31
           DISPLAY 'BACKUP WITHHOLDING FOR MONTH ' WS-REPORT-MONTH.

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
           MOVE 'WHLDRPT ' TO RCTL-PROGRAM-ID
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
           MOVE 'WHLDRPT ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           SET RCTL-STARTED TO TRUE
           MOVE WS-RUN-TIME TO RCTL-START-TIME
           MOVE ZEROS TO RCTL-END-TIME
           MOVE ZEROS TO RCTL-RECORD-COUNT
           MOVE ZEROS TO RCTL-CONTROL-AMOUNT.

       1080-READ-WHLD-PARM.
           OPEN INPUT WHLD-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ WHLD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WHP-REPORT-MONTH NOT = ZEROS
                           MOVE WHP-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE WHLD-PARM-FILE
           ELSE
               DISPLAY 'WHLDPARM NOT AVAILABLE, PRIOR MONTH ASSUMED'
           END-IF.

       1090-CLEAR-DAY-TOTAL.
           MOVE ZEROS TO WS-DAY-COUNT(WS-DAY-IDX)
           MOVE ZEROS TO WS-DAY-INTEREST(WS-DAY-IDX)
           MOVE ZEROS TO WS-DAY-WITHHELD(WS-DAY-IDX).

      * The masters only dress the listing with names and TIN
      * status; the amounts come wholly off the audit trail, so the
      * report still totals without them.
       1500-OPEN-REPORT.
           OPEN INPUT ACCT-FILE
           IF WS-FILE-STATUS = '00'
               SET ACCT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'ACCTDATA NOT AVAILABLE, NO NAMES SHOWN'
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = '00'
               SET CUST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTDATA NOT AVAILABLE, NO TIN STATUS SHOWN'
           END-IF
           OPEN OUTPUT WHLD-RPT-FILE
           MOVE WS-REPORT-MONTH TO TTL-REPORT-MONTH
           MOVE WS-RUN-DATE TO TTL-RUN-DATE
           WRITE WHLD-RPT-RECORD FROM WS-RPT-TITLE-LINE
           MOVE SPACES TO WHLD-RPT-RECORD
           WRITE WHLD-RPT-RECORD
           WRITE WHLD-RPT-RECORD FROM WS-RPT-HEADING-LINE.

      * History first, then whatever of the month is still live; an
      * absent history DD just means the month is still live.
       2000-SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-HIST-FILE
           IF WS-AUDIT-HIST-STATUS = '00'
               PERFORM 2020-READ-AUDIT-HIST
                   UNTIL AUDIT-HIST-EOF
               CLOSE AUDIT-HIST-FILE
           ELSE
               DISPLAY 'AUDTHIST NOT PRESENT, LIVE TRAIL ONLY'
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 2010-READ-AUDIT
                   UNTIL AUDIT-EOF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'AUDTDATA NOT AVAILABLE: ' WS-AUDIT-STATUS
               STOP RUN
           END-IF.

       2010-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF AUD-RUN-DATE(1:6) = WS-REPORT-MONTH
                           AND AUD-WITHHELD-AMT > ZEROS
                       MOVE AUD-ACCT-NUMBER TO WS-WH-ACCT-NUMBER
                       MOVE AUD-RUN-DATE TO WS-WH-RUN-DATE
                       MOVE AUD-RUN-ID TO WS-WH-RUN-ID
                       MOVE AUD-INTEREST-AMT TO WS-WH-INTEREST
                       MOVE AUD-WITHHELD-AMT TO WS-WH-AMOUNT
                       PERFORM 2100-REPORT-WITHHOLDING
                   END-IF
           END-READ.

       2020-READ-AUDIT-HIST.
           READ AUDIT-HIST-FILE
               AT END
                   SET AUDIT-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF AUDH-RUN-DATE(1:6) = WS-REPORT-MONTH
                           AND AUDH-WITHHELD-AMT > ZEROS
                       MOVE AUDH-ACCT-NUMBER TO WS-WH-ACCT-NUMBER
                       MOVE AUDH-RUN-DATE TO WS-WH-RUN-DATE
                       MOVE AUDH-RUN-ID TO WS-WH-RUN-ID
                       MOVE AUDH-INTEREST-AMT TO WS-WH-INTEREST
                       MOVE AUDH-WITHHELD-AMT TO WS-WH-AMOUNT
                       PERFORM 2100-REPORT-WITHHOLDING
                   END-IF
           END-READ.

      * The customer shown is the one the account is tied to today,
      * and the TIN status is as it stands today - a customer who
      * has since certified shows 'C' against withholding taken
      * while the status was missing.
       2100-REPORT-WITHHOLDING.
           MOVE WS-WH-RUN-DATE TO RDL-RUN-DATE
           MOVE WS-WH-ACCT-NUMBER TO RDL-ACCT-NUMBER
           MOVE SPACES TO RDL-NAME
           MOVE SPACES TO RDL-CUST-NUMBER
           MOVE SPACES TO RDL-TIN-STATUS
           IF ACCT-FILE-OPEN
               PERFORM 2150-LOOK-UP-ACCOUNT
           END-IF
           MOVE WS-WH-INTEREST TO RDL-INTEREST
           MOVE WS-WH-AMOUNT TO RDL-WITHHELD
           MOVE WS-WH-RUN-ID TO RDL-RUN-ID
           WRITE WHLD-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           ADD 1 TO WS-WITHHELD-COUNT
           ADD WS-WH-INTEREST TO WS-INTEREST-TOTAL
           ADD WS-WH-AMOUNT TO WS-WITHHELD-TOTAL
           IF WS-WH-RUN-DD >= 01 AND WS-WH-RUN-DD <= 31
               SET WS-DAY-IDX TO WS-WH-RUN-DD
               ADD 1 TO WS-DAY-COUNT(WS-DAY-IDX)
               ADD WS-WH-INTEREST TO WS-DAY-INTEREST(WS-DAY-IDX)
               ADD WS-WH-AMOUNT TO WS-DAY-WITHHELD(WS-DAY-IDX)
           END-IF.

       2150-LOOK-UP-ACCOUNT.
           MOVE WS-WH-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   ADD 1 TO WS-NOMASTER-COUNT
                   MOVE 'ACCOUNT NOT ON MASTER' TO RDL-NAME
               NOT INVALID KEY
                   MOVE ACCT-NAME TO RDL-NAME
                   MOVE ACCT-CUSTOMER-NUMBER TO RDL-CUST-NUMBER
                   IF CUST-FILE-OPEN
                           AND ACCT-CUSTOMER-NUMBER NOT = SPACES
                       PERFORM 2160-LOOK-UP-CUSTOMER
                   END-IF
           END-READ.

       2160-LOOK-UP-CUSTOMER.
           MOVE ACCT-CUSTOMER-NUMBER TO CUST-NUMBER
           READ CUST-FILE
               INVALID KEY
                   MOVE '?' TO RDL-TIN-STATUS
               NOT INVALID KEY
                   MOVE CUST-TIN-STATUS TO RDL-TIN-STATUS
           END-READ.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO WHLD-RPT-RECORD
           WRITE WHLD-RPT-RECORD
           PERFORM 3100-WRITE-DAY-LINE
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31
           MOVE SPACES TO WHLD-RPT-RECORD
           WRITE WHLD-RPT-RECORD
           MOVE 'GROSS INTEREST WITHHELD ON   ' TO TOT-LABEL
           MOVE WS-WITHHELD-COUNT TO TOT-COUNT
           MOVE WS-INTEREST-TOTAL TO TOT-AMOUNT
           WRITE WHLD-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'TOTAL WITHHELD FOR DEPOSIT    ' TO TOT-LABEL
           MOVE WS-WITHHELD-COUNT TO TOT-COUNT
           MOVE WS-WITHHELD-TOTAL TO TOT-AMOUNT
           WRITE WHLD-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'ACCOUNTS NOT ON MASTER        ' TO TOT-LABEL
           MOVE WS-NOMASTER-COUNT TO TOT-COUNT
           MOVE ZEROS TO TOT-AMOUNT
           WRITE WHLD-RPT-RECORD FROM WS-RPT-TOTAL-LINE
           DISPLAY 'AUDIT RECORDS READ:' WS-RECORDS-READ
           DISPLAY 'WITHHELD POSTINGS: ' WS-WITHHELD-COUNT
           DISPLAY 'TOTAL WITHHELD:    ' WS-WITHHELD-TOTAL.

       3100-WRITE-DAY-LINE.
           IF WS-DAY-COUNT(WS-DAY-IDX) > ZEROS
               MOVE WS-REPORT-MONTH TO WS-WH-RUN-MONTH
               SET WS-WH-RUN-DD TO WS-DAY-IDX
               MOVE WS-WH-RUN-DATE TO RDY-DATE
               MOVE WS-DAY-COUNT(WS-DAY-IDX) TO RDY-COUNT
               MOVE WS-DAY-INTEREST(WS-DAY-IDX) TO RDY-INTEREST
               MOVE WS-DAY-WITHHELD(WS-DAY-IDX) TO RDY-WITHHELD
               WRITE WHLD-RPT-RECORD FROM WS-RPT-DAY-LINE
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-STAMP-RUN-COMPLETE
           IF ACCT-FILE-OPEN
               CLOSE ACCT-FILE
           END-IF
           IF CUST-FILE-OPEN
               CLOSE CUST-FILE
           END-IF
           CLOSE WHLD-RPT-FILE.

      * The control amount is the month's deposit.
       9100-STAMP-RUN-COMPLETE.
           MOVE 'WHLDRPT ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'RUN CONTROL RECORD LOST, NOT STAMPED'
               NOT INVALID KEY
                   SET RCTL-COMPLETED TO TRUE
                   ACCEPT RCTL-END-TIME FROM TIME
                   MOVE WS-WITHHELD-COUNT TO RCTL-RECORD-COUNT
                   MOVE WS-WITHHELD-TOTAL TO RCTL-CONTROL-AMOUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

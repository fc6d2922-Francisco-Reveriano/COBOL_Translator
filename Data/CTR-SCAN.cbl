       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-SCAN.
       AUTHOR. TRUIST-LEGACY.
      *
      * Currency Transaction Scan Module
      * Adds up the cash the posting run journaled - deposits and
      * withdrawals the teller line marked as currency, less any
      * reversed - by customer across every account carrying the
      * customer number, cash in and cash out kept apart as the
      * currency transaction report requires.  A customer whose cash
      * in or cash out for the business day comes to more than the
      * CTRPARM threshold goes on the CTREXTR candidate extract with
      * name, TIN and address from the customer master for the
      * compliance desk to file.  The same pass looks back over the
      * rolling window - the history periods on ACTVHIST first, then
      * the live journal - and puts on the CTRWATCH structuring
      * report every customer whose daily cash landed just under the
      * threshold on several days inside it.  An account not tied to
      * a customer stands alone under its own number.
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
           SELECT ACTIVITY-FILE ASSIGN TO 'ACTVDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT ACTV-HIST-FILE ASSIGN TO 'ACTVHIST'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-HIST-STATUS.
           SELECT CTR-PARM-FILE ASSIGN TO 'CTRPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT CTR-WORK-FILE ASSIGN TO 'CTRWORK'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CTR-EXTRACT-FILE ASSIGN TO 'CTREXTR'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CTR-WATCH-FILE ASSIGN TO 'CTRWATCH'
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

       FD ACTIVITY-FILE.
           COPY ACTVREC.

      * The consolidation run rolls closed periods off the live
      * journal onto period history datasets; the scheduler points
      * this DD at the periods the look-back window reaches into.
       FD ACTV-HIST-FILE.
           COPY ACTVREC REPLACING ==ACTIVITY-RECORD== BY
               ==ACTV-HIST-RECORD==
               LEADING ==ACT-== BY ==ACTH-==.

      * Zeros in any field leave that default standing: the business
      * date is the run date, the threshold $10,000.00, a day counts
      * as just under from $8,000.00 up to the threshold, and three
      * such days inside 30 calendar days make a watch entry.
       FD CTR-PARM-FILE.
       01 CTR-PARM-RECORD.
           05 CTRP-BUSINESS-DATE PIC 9(8).
           05 CTRP-THRESHOLD     PIC 9(7)V99.
           05 CTRP-WATCH-FLOOR   PIC 9(7)V99.
           05 CTRP-WINDOW-DAYS   PIC 9(3).
           05 CTRP-WATCH-DAYS    PIC 9(3).

      * One record per cash journal entry inside the window, cash
      * in and cash out already split and signed so a reversal nets
      * against the side its original moved.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SRT-GROUP-KEY.
               10 SRT-GROUP-TYPE PIC X(01).
               10 SRT-GROUP-NUMBER PIC X(10).
           05 SRT-DATE           PIC 9(8).
           05 SRT-ACCT-NUMBER    PIC X(10).
           05 SRT-CASH-IN        PIC S9(9)V99.
           05 SRT-CASH-OUT       PIC S9(9)V99.

       FD CTR-WORK-FILE.
       01 CTR-WORK-RECORD.
           05 WRK-GROUP-KEY.
               10 WRK-GROUP-TYPE PIC X(01).
                   88 WRK-CUSTOMER-GROUP VALUE 'C'.
               10 WRK-GROUP-NUMBER PIC X(10).
           05 WRK-DATE           PIC 9(8).
           05 WRK-ACCT-NUMBER    PIC X(10).
           05 WRK-CASH-IN        PIC S9(9)V99.
           05 WRK-CASH-OUT       PIC S9(9)V99.

      * Group type 'C' carries the customer number and the customer
      * master's name, TIN and address; 'A' an untied account's
      * number and name, the rest left for the desk to gather.
       FD CTR-EXTRACT-FILE.
       01 CTR-EXTRACT-RECORD.
           05 CTX-BUSINESS-DATE  PIC 9(8).
           05 CTX-GROUP-TYPE     PIC X(01).
           05 CTX-GROUP-NUMBER   PIC X(10).
           05 CTX-NAME           PIC X(30).
           05 CTX-TIN            PIC X(09).
           05 CTX-ADDR-LINE-1    PIC X(30).
           05 CTX-CITY           PIC X(20).
           05 CTX-STATE          PIC X(02).
           05 CTX-ZIP            PIC X(09).
           05 CTX-CASH-IN        PIC S9(11)V99.
           05 CTX-CASH-OUT       PIC S9(11)V99.
           05 CTX-ACCT-COUNT     PIC 9(3).

       FD CTR-WATCH-FILE.
       01 CTR-WATCH-RECORD       PIC X(120).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-CUST-STATUS         PIC XX.
       01 WS-ACTIVITY-STATUS     PIC XX.
       01 WS-ACTV-HIST-STATUS    PIC XX.
       01 WS-PARM-STATUS         PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-ACTIVITY-EOF-FLAG   PIC X VALUE 'N'.
           88 ACTIVITY-EOF       VALUE 'Y'.
       01 WS-ACTV-HIST-EOF-FLAG  PIC X VALUE 'N'.
           88 ACTV-HIST-EOF      VALUE 'Y'.
       01 WS-WORK-EOF-FLAG       PIC X VALUE 'N'.
           88 WORK-EOF           VALUE 'Y'.
       01 WS-CUST-MISSING-SW     PIC X VALUE 'N'.
           88 CUST-FILE-MISSING  VALUE 'Y'.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-WINDOW-START        PIC 9(8) VALUE ZEROS.
       01 WS-THRESHOLD           PIC 9(7)V99 VALUE 10000.00.
       01 WS-WATCH-FLOOR         PIC 9(7)V99 VALUE 8000.00.
       01 WS-WINDOW-DAYS         PIC 9(3) VALUE 30.
       01 WS-WATCH-DAYS          PIC 9(3) VALUE 3.

      * The journal entry in hand, reduced to what the sort needs.
       01 WS-ENTRY-ACCT          PIC X(10) VALUE SPACES.
       01 WS-ENTRY-DATE          PIC 9(8) VALUE ZEROS.
       01 WS-ENTRY-IN            PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-ENTRY-OUT           PIC S9(9)V99 COMP-3 VALUE ZEROS.

       01 WS-CURRENT-GROUP       PIC X(11) VALUE SPACES.
       01 WS-CURRENT-GROUP-PARTS REDEFINES WS-CURRENT-GROUP.
           05 WS-GROUP-TYPE      PIC X(01).
               88 CUSTOMER-GROUP VALUE 'C'.
           05 WS-GROUP-NUMBER    PIC X(10).
       01 WS-CURRENT-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-LAST-ACCT           PIC X(10) VALUE SPACES.
       01 WS-DAY-IN              PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-DAY-OUT             PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-DAY-ACCT-COUNT      PIC 9(3) VALUE ZEROS.
       01 WS-TODAY-IN            PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-TODAY-OUT           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-NEAR-DAYS           PIC 9(3) VALUE ZEROS.
       01 WS-NEAR-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01 WS-LAST-NEAR-DATE      PIC 9(8) VALUE ZEROS.
       01 WS-GROUP-NAME          PIC X(30) VALUE SPACES.

       01 WS-ENTRIES-READ        PIC 9(7) VALUE ZEROS.
       01 WS-CASH-ENTRIES        PIC 9(7) VALUE ZEROS.
       01 WS-CANDIDATE-COUNT     PIC 9(7) VALUE ZEROS.
       01 WS-NO-TIN-COUNT        PIC 9(7) VALUE ZEROS.
       01 WS-WATCH-COUNT         PIC 9(7) VALUE ZEROS.
       01 WS-CASH-IN-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-CASH-OUT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-CASH-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01 WS-WATCH-TITLE-LINE.
           05 FILLER              PIC X(41)
               VALUE 'STRUCTURING WATCH REPORT - BUSINESS DATE '.
           05 TTL-BUSINESS-DATE   PIC 9(8).
           05 FILLER              PIC X(15) VALUE '  WINDOW FROM '.
           05 TTL-WINDOW-START    PIC 9(8).

       01 WS-WATCH-RULE-LINE.
           05 FILLER              PIC X(26)
               VALUE 'DAYS OF CASH IN OR OUT OF '.
           05 RUL-WATCH-FLOOR     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(08) VALUE ' UP TO '.
           05 RUL-THRESHOLD       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11) VALUE ', AT LEAST '.
           05 RUL-WATCH-DAYS      PIC ZZ9.

       01 WS-WATCH-HEADING-LINE.
           05 FILLER              PIC X(14) VALUE 'CUSTOMER/ACCT'.
           05 FILLER              PIC X(32) VALUE 'NAME'.
           05 FILLER              PIC X(06) VALUE ' DAYS'.
           05 FILLER              PIC X(23)
               VALUE '        CASH ON DAYS'.
           05 FILLER              PIC X(10) VALUE 'LAST DAY'.
           05 FILLER              PIC X(20)
               VALUE '    CASH TODAY'.

       01 WS-WATCH-DETAIL-LINE.
           05 WDL-GROUP-NUMBER    PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WDL-GROUP-TYPE      PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WDL-NAME            PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WDL-NEAR-DAYS       PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WDL-NEAR-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WDL-LAST-NEAR-DATE  PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WDL-TODAY-CASH      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-WATCH-TOTAL-LINE.
           05 TOT-LABEL           PIC X(30).
           05 TOT-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TOT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-GROUP-KEY SRT-DATE
                   SRT-ACCT-NUMBER
               INPUT PROCEDURE IS 1500-LOAD-CASH-ACTIVITY
               GIVING CTR-WORK-FILE
           PERFORM 1600-OPEN-MATCH-FILES
           PERFORM 1700-READ-WORK-RECORD
           PERFORM 2000-PROCESS-GROUP
               UNTIL WORK-EOF
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The scan runs after the posting run; CTRPARM carries the
      * business date when the job slips past midnight.  The window
      * ends on the business date and reaches back the parm's days.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 1080-READ-CTR-PARM
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-WINDOW-DAYS + 1)
           PERFORM 1030-STAMP-RUN-START
           OPEN INPUT ACCT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           DISPLAY 'CASH SCAN FOR ' WS-BUSINESS-DATE
               ' WINDOW FROM ' WS-WINDOW-START.

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
           MOVE 'CTRSCAN ' TO RCTL-PROGRAM-ID
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
           MOVE 'CTRSCAN ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           SET RCTL-STARTED TO TRUE
           MOVE WS-RUN-TIME TO RCTL-START-TIME
           MOVE ZEROS TO RCTL-END-TIME
           MOVE ZEROS TO RCTL-RECORD-COUNT
           MOVE ZEROS TO RCTL-CONTROL-AMOUNT.

       1080-READ-CTR-PARM.
           OPEN INPUT CTR-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CTR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTRP-BUSINESS-DATE NOT = ZEROS
                           MOVE CTRP-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
                       IF CTRP-THRESHOLD NOT = ZEROS
                           MOVE CTRP-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       IF CTRP-WATCH-FLOOR NOT = ZEROS
                           MOVE CTRP-WATCH-FLOOR TO WS-WATCH-FLOOR
                       END-IF
                       IF CTRP-WINDOW-DAYS NOT = ZEROS
                           MOVE CTRP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF CTRP-WATCH-DAYS NOT = ZEROS
                           MOVE CTRP-WATCH-DAYS TO WS-WATCH-DAYS
                       END-IF
               END-READ
               CLOSE CTR-PARM-FILE
           ELSE
               DISPLAY 'CTRPARM NOT AVAILABLE, STANDARD THRESHOLD '
                   'AND WINDOW ASSUMED'
           END-IF.

      * Only cash the customer moved counts, inside the window.  A
      * reversed cash deposit comes off cash in and a reversed cash
      * withdrawal off cash out, on the day the reversal posted.
       1500-LOAD-CASH-ACTIVITY.
           OPEN INPUT ACTV-HIST-FILE
           IF WS-ACTV-HIST-STATUS = '00'
               PERFORM 1520-RELEASE-ACTV-HIST
                   UNTIL ACTV-HIST-EOF
               CLOSE ACTV-HIST-FILE
           ELSE
               DISPLAY 'ACTVHIST NOT PRESENT, LIVE JOURNAL ONLY'
           END-IF
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = '00'
               PERFORM 1510-RELEASE-ACTIVITY
                   UNTIL ACTIVITY-EOF
               CLOSE ACTIVITY-FILE
           ELSE
               DISPLAY 'ACTVDATA NOT AVAILABLE: ' WS-ACTIVITY-STATUS
               STOP RUN
           END-IF.

       1510-RELEASE-ACTIVITY.
           READ ACTIVITY-FILE
               AT END
                   SET ACTIVITY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   IF ACT-CASH
                           AND ACT-TXN-DATE >= WS-WINDOW-START
                           AND ACT-TXN-DATE <= WS-BUSINESS-DATE
                       MOVE ACT-ACCT-NUMBER TO WS-ENTRY-ACCT
                       MOVE ACT-TXN-DATE TO WS-ENTRY-DATE
                       MOVE ZEROS TO WS-ENTRY-IN
                       MOVE ZEROS TO WS-ENTRY-OUT
                       EVALUATE TRUE
                           WHEN ACT-DEPOSIT
                               MOVE ACT-AMOUNT TO WS-ENTRY-IN
                           WHEN ACT-WITHDRAWAL
                               COMPUTE WS-ENTRY-OUT =
                                   ZERO - ACT-AMOUNT
                           WHEN ACT-REVERSAL AND ACT-ORIG-CODE = 'D'
                               MOVE ACT-AMOUNT TO WS-ENTRY-IN
                           WHEN ACT-REVERSAL AND ACT-ORIG-CODE = 'W'
                               COMPUTE WS-ENTRY-OUT =
                                   ZERO - ACT-AMOUNT
                       END-EVALUATE
                       PERFORM 1550-RELEASE-CASH-ENTRY
                   END-IF
           END-READ.

       1520-RELEASE-ACTV-HIST.
           READ ACTV-HIST-FILE
               AT END
                   SET ACTV-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
                   IF ACTH-CASH
                           AND ACTH-TXN-DATE >= WS-WINDOW-START
                           AND ACTH-TXN-DATE <= WS-BUSINESS-DATE
                       MOVE ACTH-ACCT-NUMBER TO WS-ENTRY-ACCT
                       MOVE ACTH-TXN-DATE TO WS-ENTRY-DATE
                       MOVE ZEROS TO WS-ENTRY-IN
                       MOVE ZEROS TO WS-ENTRY-OUT
                       EVALUATE TRUE
                           WHEN ACTH-DEPOSIT
                               MOVE ACTH-AMOUNT TO WS-ENTRY-IN
                           WHEN ACTH-WITHDRAWAL
                               COMPUTE WS-ENTRY-OUT =
                                   ZERO - ACTH-AMOUNT
                           WHEN ACTH-REVERSAL AND ACTH-ORIG-CODE = 'D'
                               MOVE ACTH-AMOUNT TO WS-ENTRY-IN
                           WHEN ACTH-REVERSAL AND ACTH-ORIG-CODE = 'W'
                               COMPUTE WS-ENTRY-OUT =
                                   ZERO - ACTH-AMOUNT
                       END-EVALUATE
                       PERFORM 1550-RELEASE-CASH-ENTRY
                   END-IF
           END-READ.

      * The customer number on the master groups the entry; an
      * untied account, or one no longer on the master, stands as
      * its own group.
       1550-RELEASE-CASH-ENTRY.
           ADD 1 TO WS-CASH-ENTRIES
           MOVE WS-ENTRY-ACCT TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'A' TO SRT-GROUP-TYPE
                   MOVE WS-ENTRY-ACCT TO SRT-GROUP-NUMBER
               NOT INVALID KEY
                   IF ACCT-CUSTOMER-NUMBER = SPACES
                       MOVE 'A' TO SRT-GROUP-TYPE
                       MOVE WS-ENTRY-ACCT TO SRT-GROUP-NUMBER
                   ELSE
                       MOVE 'C' TO SRT-GROUP-TYPE
                       MOVE ACCT-CUSTOMER-NUMBER TO SRT-GROUP-NUMBER
                   END-IF
           END-READ
           MOVE WS-ENTRY-DATE TO SRT-DATE
           MOVE WS-ENTRY-ACCT TO SRT-ACCT-NUMBER
           MOVE WS-ENTRY-IN TO SRT-CASH-IN
           MOVE WS-ENTRY-OUT TO SRT-CASH-OUT
           RELEASE SORT-RECORD.

       1600-OPEN-MATCH-FILES.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTDATA NOT AVAILABLE: ' WS-CUST-STATUS
                   ', EXTRACTING WITHOUT TIN'
               SET CUST-FILE-MISSING TO TRUE
           END-IF
           OPEN INPUT CTR-WORK-FILE
           OPEN OUTPUT CTR-EXTRACT-FILE
           OPEN OUTPUT CTR-WATCH-FILE
           MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE
           MOVE WS-WINDOW-START TO TTL-WINDOW-START
           WRITE CTR-WATCH-RECORD FROM WS-WATCH-TITLE-LINE
           MOVE WS-WATCH-FLOOR TO RUL-WATCH-FLOOR
           MOVE WS-THRESHOLD TO RUL-THRESHOLD
           MOVE WS-WATCH-DAYS TO RUL-WATCH-DAYS
           WRITE CTR-WATCH-RECORD FROM WS-WATCH-RULE-LINE
           MOVE SPACES TO CTR-WATCH-RECORD
           WRITE CTR-WATCH-RECORD
           WRITE CTR-WATCH-RECORD FROM WS-WATCH-HEADING-LINE.

       1700-READ-WORK-RECORD.
           READ CTR-WORK-FILE
               AT END
                   SET WORK-EOF TO TRUE
           END-READ.

      * One customer, or one untied account, at a time: its days in
      * the window in date order, then the structuring judgement
      * over all of them.
       2000-PROCESS-GROUP.
           MOVE WRK-GROUP-KEY TO WS-CURRENT-GROUP
           MOVE ZEROS TO WS-TODAY-IN
           MOVE ZEROS TO WS-TODAY-OUT
           MOVE ZEROS TO WS-NEAR-DAYS
           MOVE ZEROS TO WS-NEAR-TOTAL
           MOVE ZEROS TO WS-LAST-NEAR-DATE
           PERFORM 2100-PROCESS-DAY
               UNTIL WORK-EOF
                   OR WRK-GROUP-KEY NOT = WS-CURRENT-GROUP
           IF WS-NEAR-DAYS >= WS-WATCH-DAYS
               PERFORM 2500-WRITE-WATCH-LINE
           END-IF.

       2100-PROCESS-DAY.
           MOVE WRK-DATE TO WS-CURRENT-DATE
           MOVE ZEROS TO WS-DAY-IN
           MOVE ZEROS TO WS-DAY-OUT
           MOVE ZEROS TO WS-DAY-ACCT-COUNT
           MOVE SPACES TO WS-LAST-ACCT
           PERFORM 2150-ADD-CASH-ENTRY
               UNTIL WORK-EOF
                   OR WRK-GROUP-KEY NOT = WS-CURRENT-GROUP
                   OR WRK-DATE NOT = WS-CURRENT-DATE
           PERFORM 2200-JUDGE-DAY.

       2150-ADD-CASH-ENTRY.
           IF WRK-ACCT-NUMBER NOT = WS-LAST-ACCT
               ADD 1 TO WS-DAY-ACCT-COUNT
               MOVE WRK-ACCT-NUMBER TO WS-LAST-ACCT
           END-IF
           ADD WRK-CASH-IN TO WS-DAY-IN
           ADD WRK-CASH-OUT TO WS-DAY-OUT
           PERFORM 1700-READ-WORK-RECORD.

      * Cash in and cash out are judged apart, never netted: more
      * than the threshold either way on the business date makes a
      * candidate.  A day counts toward structuring when either side
      * fell inside the band just under the threshold.
       2200-JUDGE-DAY.
           IF WS-CURRENT-DATE = WS-BUSINESS-DATE
               MOVE WS-DAY-IN TO WS-TODAY-IN
               MOVE WS-DAY-OUT TO WS-TODAY-OUT
               ADD WS-DAY-IN TO WS-CASH-IN-TOTAL
               ADD WS-DAY-OUT TO WS-CASH-OUT-TOTAL
               IF WS-DAY-IN > WS-THRESHOLD
                       OR WS-DAY-OUT > WS-THRESHOLD
                   PERFORM 2300-WRITE-CTR-CANDIDATE
               END-IF
           END-IF
           IF (WS-DAY-IN >= WS-WATCH-FLOOR
                   AND WS-DAY-IN <= WS-THRESHOLD)
               OR (WS-DAY-OUT >= WS-WATCH-FLOOR
                   AND WS-DAY-OUT <= WS-THRESHOLD)
               ADD 1 TO WS-NEAR-DAYS
               ADD WS-DAY-IN TO WS-NEAR-TOTAL
               ADD WS-DAY-OUT TO WS-NEAR-TOTAL
               MOVE WS-CURRENT-DATE TO WS-LAST-NEAR-DATE
           END-IF.

       2300-WRITE-CTR-CANDIDATE.
           MOVE SPACES TO CTR-EXTRACT-RECORD
           PERFORM 2600-LOOKUP-GROUP
           MOVE WS-BUSINESS-DATE TO CTX-BUSINESS-DATE
           MOVE WS-GROUP-TYPE TO CTX-GROUP-TYPE
           MOVE WS-GROUP-NUMBER TO CTX-GROUP-NUMBER
           MOVE WS-GROUP-NAME TO CTX-NAME
           MOVE WS-DAY-IN TO CTX-CASH-IN
           MOVE WS-DAY-OUT TO CTX-CASH-OUT
           MOVE WS-DAY-ACCT-COUNT TO CTX-ACCT-COUNT
           IF CTX-TIN = SPACES
               ADD 1 TO WS-NO-TIN-COUNT
           END-IF
           WRITE CTR-EXTRACT-RECORD
           ADD 1 TO WS-CANDIDATE-COUNT.

       2500-WRITE-WATCH-LINE.
           PERFORM 2600-LOOKUP-GROUP
           MOVE WS-GROUP-NUMBER TO WDL-GROUP-NUMBER
           MOVE WS-GROUP-TYPE TO WDL-GROUP-TYPE
           MOVE WS-GROUP-NAME TO WDL-NAME
           MOVE WS-NEAR-DAYS TO WDL-NEAR-DAYS
           MOVE WS-NEAR-TOTAL TO WDL-NEAR-TOTAL
           MOVE WS-LAST-NEAR-DATE TO WDL-LAST-NEAR-DATE
           COMPUTE WDL-TODAY-CASH = WS-TODAY-IN + WS-TODAY-OUT
           WRITE CTR-WATCH-RECORD FROM WS-WATCH-DETAIL-LINE
           ADD 1 TO WS-WATCH-COUNT.

      * Name, TIN and address come from the customer master; an
      * untied account gives its own name and nothing more.  The
      * identity fields land straight in the extract record area.
       2600-LOOKUP-GROUP.
           MOVE SPACES TO WS-GROUP-NAME
           IF CUSTOMER-GROUP
               IF CUST-FILE-MISSING
                   MOVE 'CUSTOMER FILE NOT AVAILABLE' TO WS-GROUP-NAME
               ELSE
                   MOVE WS-GROUP-NUMBER TO CUST-NUMBER
                   READ CUST-FILE
                       INVALID KEY
                           MOVE 'CUSTOMER NOT ON FILE'
                               TO WS-GROUP-NAME
                       NOT INVALID KEY
                           MOVE CUST-NAME TO WS-GROUP-NAME
                           MOVE CUST-TIN TO CTX-TIN
                           MOVE CUST-ADDR-LINE-1 TO CTX-ADDR-LINE-1
                           MOVE CUST-CITY TO CTX-CITY
                           MOVE CUST-STATE TO CTX-STATE
                           MOVE CUST-ZIP TO CTX-ZIP
                   END-READ
               END-IF
           ELSE
               MOVE WS-GROUP-NUMBER TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON MASTER' TO WS-GROUP-NAME
                   NOT INVALID KEY
                       MOVE ACCT-NAME TO WS-GROUP-NAME
               END-READ
           END-IF.

       3000-WRITE-SUMMARY.
           COMPUTE WS-CASH-TOTAL = WS-CASH-IN-TOTAL + WS-CASH-OUT-TOTAL
           MOVE SPACES TO CTR-WATCH-RECORD
           WRITE CTR-WATCH-RECORD
           MOVE 'CUSTOMERS ON STRUCTURING WATCH' TO TOT-LABEL
           MOVE WS-WATCH-COUNT TO TOT-COUNT
           MOVE ZEROS TO TOT-AMOUNT
           WRITE CTR-WATCH-RECORD FROM WS-WATCH-TOTAL-LINE
           MOVE 'CTR CANDIDATES EXTRACTED      ' TO TOT-LABEL
           MOVE WS-CANDIDATE-COUNT TO TOT-COUNT
           MOVE ZEROS TO TOT-AMOUNT
           WRITE CTR-WATCH-RECORD FROM WS-WATCH-TOTAL-LINE
           MOVE 'CANDIDATES WITHOUT TIN        ' TO TOT-LABEL
           MOVE WS-NO-TIN-COUNT TO TOT-COUNT
           MOVE ZEROS TO TOT-AMOUNT
           WRITE CTR-WATCH-RECORD FROM WS-WATCH-TOTAL-LINE
           MOVE 'CASH IN ON BUSINESS DATE      ' TO TOT-LABEL
           MOVE ZEROS TO TOT-COUNT
           MOVE WS-CASH-IN-TOTAL TO TOT-AMOUNT
           WRITE CTR-WATCH-RECORD FROM WS-WATCH-TOTAL-LINE
           MOVE 'CASH OUT ON BUSINESS DATE     ' TO TOT-LABEL
           MOVE ZEROS TO TOT-COUNT
           MOVE WS-CASH-OUT-TOTAL TO TOT-AMOUNT
           WRITE CTR-WATCH-RECORD FROM WS-WATCH-TOTAL-LINE
           DISPLAY 'JOURNAL ENTRIES READ:  ' WS-ENTRIES-READ
           DISPLAY 'CASH ENTRIES IN WINDOW:' WS-CASH-ENTRIES
           DISPLAY 'CTR CANDIDATES:        ' WS-CANDIDATE-COUNT
           DISPLAY 'STRUCTURING WATCH:     ' WS-WATCH-COUNT.

       9000-TERMINATE.
           PERFORM 9100-STAMP-RUN-COMPLETE
           IF NOT CUST-FILE-MISSING
               CLOSE CUST-FILE
           END-IF
           CLOSE ACCT-FILE
           CLOSE CTR-WORK-FILE
           CLOSE CTR-EXTRACT-FILE
           CLOSE CTR-WATCH-FILE.

      * The control amount is the business date's cash, in and out.
       9100-STAMP-RUN-COMPLETE.
           MOVE 'CTRSCAN ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'RUN CONTROL RECORD LOST, NOT STAMPED'
               NOT INVALID KEY
                   SET RCTL-COMPLETED TO TRUE
                   ACCEPT RCTL-END-TIME FROM TIME
                   MOVE WS-ENTRIES-READ TO RCTL-RECORD-COUNT
                   MOVE WS-CASH-TOTAL TO RCTL-CONTROL-AMOUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

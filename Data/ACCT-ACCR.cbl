       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ACCR.
       AUTHOR. TRUIST-LEGACY.
      *
      * Nightly Interest Accrual Module
      * Walks the account master and accrues the interest each open
      * account has earned since it was last accrued - normally one
      * day, more across a weekend or holiday - priced on the
      * RATEFILE tier for its type and balance against the CYCLPARM
      * day-count year, the same tables the interest run uses.  The
      * running figure is kept on the account in ACCT-ACCRUED-
      * INTEREST until the interest run or a close-out pays it and
      * clears it.  A closed account, or a certificate or IRA that
      * has drawn the early-withdrawal penalty, forfeits whatever
      * has accrued.  Each account's change in accrued interest, to
      * the cent, goes to the ACCRGL feed as interest expense against
      * accrued interest payable under the usual header and trailer
      * controls.  The ACCRRPT summary by account type proves the
      * payable carried on the master before the run plus the feed
      * equals the payable after it.  The run accrues through today,
      * except on the last business night of a month - when the next
      * business date falls in the following month - where it
      * accrues on through the month's last day, so that night's
      * report is the month-end figure the GL ties to even when the
      * month ends on a weekend or holiday.  The next business date
      * is the next weekday unless ACCRPARM names it, as operations
      * do ahead of a holiday.  The run is made once per business
      * date; run control refuses a second completed run, since it
      * would accrue nothing and overwrite the night's feed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO 'ACCTDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'RATEFILE'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CYCLE-PARM-FILE ASSIGN TO 'CYCLPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-PARM-STATUS.
           SELECT ACCR-PARM-FILE ASSIGN TO 'ACCRPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-PARM-STATUS.
           SELECT ACCR-GL-FILE ASSIGN TO 'ACCRGL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ACCR-RPT-FILE ASSIGN TO 'ACCRRPT'
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

       FD RATE-FILE.
       01 RATE-FILE-RECORD.
           05 RATE-ACCT-TYPE     PIC X(02).
           05 RATE-BALANCE-LOW   PIC S9(9)V99.
           05 RATE-BALANCE-HIGH  PIC S9(9)V99.
           05 RATE-PERCENT       PIC 9V9999.

       FD CYCLE-PARM-FILE.
       01 CYCLE-PARM-RECORD.
           05 CYCLE-DAYS-IN-PERIOD PIC 9(03).
           05 CYCLE-DAYS-IN-YEAR   PIC 9(03).
           05 CYCLE-RUN-MODE       PIC X(01).
           05 CYCLE-OVERRIDE-SW    PIC X(01).

      * Zeros leave the next weekday standing.
       FD ACCR-PARM-FILE.
       01 ACCR-PARM-RECORD.
           05 ACP-NEXT-BUSINESS-DATE PIC 9(8).

       FD ACCR-GL-FILE.
           COPY GLFEEDRC.

       FD ACCR-RPT-FILE.
       01 ACCR-RPT-RECORD        PIC X(132).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-RATE-FILE-STATUS    PIC XX.
       01 WS-CYCLE-PARM-STATUS   PIC XX.
       01 WS-ACCR-PARM-STATUS    PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-ID              PIC X(14) VALUE SPACES.
       01 WS-RUN-DATE-INT        PIC 9(7) VALUE ZEROS.
       01 WS-NEXT-DATE           PIC 9(8) VALUE ZEROS.
       01 WS-NEXT-DATE-INT       PIC 9(7) VALUE ZEROS.
       01 WS-NEXT-MONTH-START    PIC 9(8) VALUE ZEROS.
       01 WS-WEEKDAY             PIC 9 VALUE ZEROS.
       01 WS-WEEK-COUNT          PIC 9(7) VALUE ZEROS.
      * The day the run accrues through: today, or the month's last
      * day on its last business night.
       01 WS-THROUGH-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-THROUGH-DATE-INT    PIC 9(7) VALUE ZEROS.
       01 WS-MONTH-END-SW        PIC X VALUE 'N'.
           88 MONTH-END-RUN      VALUE 'Y'.
       01 WS-DAYS-IN-YEAR        PIC 9(03) VALUE 365.

       01 WS-RECORD-COUNT        PIC 9(7) VALUE ZEROS.
       01 WS-ACCRUED-COUNT       PIC 9(7) VALUE ZEROS.
       01 WS-FORFEIT-COUNT       PIC 9(7) VALUE ZEROS.
       01 WS-NO-RATE-COUNT       PIC 9(7) VALUE ZEROS.
       01 WS-SKIPPED-COUNT       PIC 9(7) VALUE ZEROS.

       01 WS-RATE-COUNT          PIC 9(4) VALUE ZEROS.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES INDEXED BY WS-RATE-IDX.
               10 WS-RATE-TYPE   PIC X(02).
               10 WS-RATE-LOW    PIC S9(9)V99.
               10 WS-RATE-HIGH   PIC S9(9)V99.
               10 WS-RATE-PCT    PIC 9V9999.
       01 WS-LOOKED-UP-RATE      PIC 9V9999 VALUE ZEROS.
       01 WS-RATE-FOUND-SW       PIC X VALUE 'N'.
           88 RATE-FOUND         VALUE 'Y'.

       01 WS-ACCRUE-FROM-DATE    PIC 9(8) VALUE ZEROS.
       01 WS-ACCRUE-FROM-MM      PIC 99 VALUE ZEROS.
       01 WS-ACCRUE-FROM-DD      PIC 99 VALUE ZEROS.
       01 WS-ACCRUE-DAYS         PIC S9(7) VALUE ZEROS.
       01 WS-DAY-ACCRUAL         PIC S9(7)V9(5) COMP-3 VALUE ZEROS.
      * The GL carries the payable to the cent, so each account feeds
      * the change in its rounded figure; the sub-cent remainder
      * rides on the master until a later slice carries it over.
       01 WS-OLD-ACCRUED-CENTS   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-NEW-ACCRUED-CENTS   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-ACCRUAL-DELTA       PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-GL-CLASS-CODE       PIC X(01) VALUE SPACES.
       01 WS-FORFEIT-SW          PIC X VALUE 'N'.
           88 ACCRUAL-FORFEITED  VALUE 'Y'.
       01 WS-MASTER-CHANGED-SW   PIC X VALUE 'N'.
           88 MASTER-CHANGED     VALUE 'Y'.

      * Control totals for the ACCRGL trailer.
       01 WS-GL-RECORD-COUNT     PIC 9(09) VALUE ZEROS.
       01 WS-GL-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-GL-BALANCE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01 WS-PAYABLE-BEFORE      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-PAYABLE-AFTER       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-PAYABLE-PROOF       PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01 WS-TYPE-TOTALS.
           05 WS-TYPE-TOTAL-ENTRY OCCURS 5 TIMES INDEXED BY WS-TYPE-IDX.
               10 WS-TYPE-CODE          PIC X(02).
               10 WS-TYPE-ACCRUED-COUNT PIC 9(7).
               10 WS-TYPE-ACCRUED-AMT   PIC S9(13)V99 COMP-3.
               10 WS-TYPE-FORFEIT-COUNT PIC 9(7).
               10 WS-TYPE-FORFEIT-AMT   PIC S9(13)V99 COMP-3.
               10 WS-TYPE-PAYABLE       PIC S9(13)V99 COMP-3.
       01 WS-TYPE-MATCHED-SW     PIC X VALUE 'N'.
           88 TYPE-MATCHED       VALUE 'Y'.
       01 WS-TOTAL-ACCRUED-AMT   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-TOTAL-FORFEIT-AMT   PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01 WS-TITLE-LINE.
           05 FILLER              PIC X(45)
               VALUE 'ACCRUED INTEREST PAYABLE BY TYPE - BUSINESS '.
           05 FILLER              PIC X(05) VALUE 'DATE '.
           05 TTL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TTL-MONTH-END       PIC X(09).
           05 FILLER              PIC X(10) VALUE '  THROUGH '.
           05 TTL-THROUGH-DATE    PIC 9(8).

       01 WS-HEADING-LINE.
           05 FILLER              PIC X(06) VALUE 'TYPE'.
           05 FILLER              PIC X(10) VALUE '  ACCRUING'.
           05 FILLER              PIC X(22)
               VALUE '       ACCRUED TONIGHT'.
           05 FILLER              PIC X(11) VALUE '  FORFEITED'.
           05 FILLER              PIC X(22)
               VALUE '      FORFEITED AMOUNT'.
           05 FILLER              PIC X(22)
               VALUE '      ACCRUED PAYABLE'.

       01 WS-FORFEIT-LINE.
           05 FFT-ACCT-NUM        PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FFT-ACCT-NAME       PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FFT-ACCT-TYPE       PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FFT-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FFT-REASON          PIC X(24).

       01 WS-TYPE-LINE.
           05 TYP-CODE            PIC X(02).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 TYP-ACCRUED-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 TYP-ACCRUED-AMT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 TYP-FORFEIT-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 TYP-FORFEIT-AMT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 TYP-PAYABLE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-TOTAL-LINE.
           05 TOT-LABEL           PIC X(34).
           05 TOT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TOT-NOTE            PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORDS
               UNTIL END-OF-FILE
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-RUN-ID
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1030-STAMP-RUN-START
           PERFORM 1040-SET-THROUGH-DATE
           PERFORM 1075-LOAD-RATE-TABLE
           PERFORM 1080-READ-CYCLE-PARM
           PERFORM 1090-INIT-TYPE-TOTALS
           OPEN I-O ACCT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT ACCR-GL-FILE
           OPEN OUTPUT ACCR-RPT-FILE
           PERFORM 1065-WRITE-GL-HEADER
           MOVE WS-RUN-DATE TO TTL-RUN-DATE
           MOVE WS-THROUGH-DATE TO TTL-THROUGH-DATE
           IF MONTH-END-RUN
               MOVE 'MONTH-END' TO TTL-MONTH-END
           ELSE
               MOVE SPACES TO TTL-MONTH-END
           END-IF
           WRITE ACCR-RPT-RECORD FROM WS-TITLE-LINE
           MOVE SPACES TO ACCR-RPT-RECORD
           WRITE ACCR-RPT-RECORD
           PERFORM 1100-READ-RECORD.

      * The morning control report reads these stamps; a program
      * left in 'S' is the night's loudest flag, so the start is
      * stamped before any real work begins.  A completed accrual
      * run for the business date blocks a second one: every account
      * already stands accrued through the night, so a second run
      * would feed nothing and overwrite the night's ACCRGL before
      * the GL took it.  A run that stopped part way has rewritten
      * some of the master; the master is restored before it is run
      * again.
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
           MOVE 'ACCTACCR' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 1035-BUILD-START-RECORD
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RCTL-COMPLETED
                       DISPLAY 'ACCRUAL RUN ALREADY COMPLETE FOR '
                           WS-RUN-DATE ', RUN REFUSED'
                       STOP RUN
                   END-IF
                   PERFORM 1035-BUILD-START-RECORD
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       1035-BUILD-START-RECORD.
           MOVE 'ACCTACCR' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           SET RCTL-STARTED TO TRUE
           MOVE WS-RUN-TIME TO RCTL-START-TIME
           MOVE ZEROS TO RCTL-END-TIME
           MOVE ZEROS TO RCTL-RECORD-COUNT
           MOVE ZEROS TO RCTL-CONTROL-AMOUNT.

      * The last business night of a month is the one whose next
      * business date falls in a later month; it accrues through the
      * month's last day, so the weekend or holiday the month ends on
      * is carried in this month's payable, and the next run accrues
      * from there.  Weekdays count from INTEGER-OF-DATE, whose day 1
      * was a Monday: a remainder of 5 or 6 is a Saturday or Sunday.
       1040-SET-THROUGH-DATE.
           MOVE ZEROS TO WS-NEXT-DATE
           PERFORM 1045-READ-ACCR-PARM
           IF WS-NEXT-DATE = ZEROS
               COMPUTE WS-NEXT-DATE-INT = WS-RUN-DATE-INT + 1
               PERFORM 1047-FIND-WEEKDAY
               PERFORM 1048-SKIP-WEEKEND-DAY
                   UNTIL WS-WEEKDAY < 5
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NEXT-DATE-INT)
           END-IF
           MOVE WS-RUN-DATE TO WS-THROUGH-DATE
           MOVE WS-RUN-DATE-INT TO WS-THROUGH-DATE-INT
           IF WS-NEXT-DATE(1:6) > WS-RUN-DATE(1:6)
               SET MONTH-END-RUN TO TRUE
               MOVE WS-RUN-DATE TO WS-NEXT-MONTH-START
               MOVE '01' TO WS-NEXT-MONTH-START(7:2)
               COMPUTE WS-THROUGH-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) + 31
               COMPUTE WS-NEXT-MONTH-START =
                   FUNCTION DATE-OF-INTEGER(WS-THROUGH-DATE-INT)
               MOVE '01' TO WS-NEXT-MONTH-START(7:2)
               COMPUTE WS-THROUGH-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
               COMPUTE WS-THROUGH-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-THROUGH-DATE-INT)
               DISPLAY 'MONTH-END RUN, ACCRUING THROUGH '
                   WS-THROUGH-DATE
           END-IF.

      * A date that is not after tonight is ignored.
       1045-READ-ACCR-PARM.
           OPEN INPUT ACCR-PARM-FILE
           IF WS-ACCR-PARM-STATUS = '00'
               READ ACCR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACP-NEXT-BUSINESS-DATE NUMERIC
                               AND ACP-NEXT-BUSINESS-DATE > WS-RUN-DATE
                           MOVE ACP-NEXT-BUSINESS-DATE TO WS-NEXT-DATE
                       END-IF
               END-READ
               CLOSE ACCR-PARM-FILE
           END-IF.

       1047-FIND-WEEKDAY.
           COMPUTE WS-WEEK-COUNT = WS-NEXT-DATE-INT - 1
           DIVIDE WS-WEEK-COUNT BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.

       1048-SKIP-WEEKEND-DAY.
           ADD 1 TO WS-NEXT-DATE-INT
           PERFORM 1047-FIND-WEEKDAY.

       1065-WRITE-GL-HEADER.
           MOVE SPACES TO GL-POSTING-RECORD
           SET GL-HEADER-REC TO TRUE
           MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE
           MOVE WS-RUN-ID TO GL-HDR-RUN-ID
           MOVE ZEROS TO GL-HDR-DAYS-IN-PERIOD
           MOVE WS-DAYS-IN-YEAR TO GL-HDR-DAYS-IN-YEAR
           MOVE 'ACCTACCR' TO GL-HDR-SOURCE-ID
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       1075-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM 1076-LOAD-ONE-RATE
                   UNTIL WS-RATE-FILE-STATUS NOT = '00'
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'RATEFILE NOT AVAILABLE, NO INTEREST ACCRUED'
           END-IF.

       1076-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE '10' TO WS-RATE-FILE-STATUS
               NOT AT END
                   IF WS-RATE-COUNT >= 200
                       DISPLAY 'RATEFILE HAS TOO MANY ENTRIES'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RATE-ACCT-TYPE TO WS-RATE-TYPE(WS-RATE-COUNT)
                   MOVE RATE-BALANCE-LOW TO WS-RATE-LOW(WS-RATE-COUNT)
                   MOVE RATE-BALANCE-HIGH
                       TO WS-RATE-HIGH(WS-RATE-COUNT)
                   MOVE RATE-PERCENT TO WS-RATE-PCT(WS-RATE-COUNT)
           END-READ.

      * Only the day-count year is taken from CYCLPARM; the period
      * length and run mode belong to the interest run.
       1080-READ-CYCLE-PARM.
           OPEN INPUT CYCLE-PARM-FILE
           IF WS-CYCLE-PARM-STATUS = '00'
               READ CYCLE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYCLE-DAYS-IN-YEAR = ZEROS
                           DISPLAY 'CYCLPARM DAYS-IN-YEAR IS ZERO, '
                               'ASSUMING FULL YEAR'
                       ELSE
                           MOVE CYCLE-DAYS-IN-YEAR TO WS-DAYS-IN-YEAR
                       END-IF
               END-READ
               CLOSE CYCLE-PARM-FILE
           ELSE
               DISPLAY 'CYCLPARM NOT AVAILABLE, ASSUMING FULL YEAR'
           END-IF.

       1090-INIT-TYPE-TOTALS.
           MOVE 'CH' TO WS-TYPE-CODE(1)
           MOVE 'SV' TO WS-TYPE-CODE(2)
           MOVE 'MM' TO WS-TYPE-CODE(3)
           MOVE 'CD' TO WS-TYPE-CODE(4)
           MOVE 'IR' TO WS-TYPE-CODE(5)
           PERFORM 1095-CLEAR-TYPE-TOTAL
               VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 5.

       1095-CLEAR-TYPE-TOTAL.
           MOVE ZEROS TO WS-TYPE-ACCRUED-COUNT(WS-TYPE-IDX)
           MOVE ZEROS TO WS-TYPE-ACCRUED-AMT(WS-TYPE-IDX)
           MOVE ZEROS TO WS-TYPE-FORFEIT-COUNT(WS-TYPE-IDX)
           MOVE ZEROS TO WS-TYPE-FORFEIT-AMT(WS-TYPE-IDX)
           MOVE ZEROS TO WS-TYPE-PAYABLE(WS-TYPE-IDX).

       1100-READ-RECORD.
           READ ACCT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

      * Interest stops with the close, and a penalised certificate or
      * IRA is paid nothing by the interest run, so whatever either
      * has accrued is given up.  Only an active account accrues:
      * the interest run pays frozen and dormant accounts nothing
      * either, so their accrual date moves on without them and what
      * stood accrued before waits for the account to come back.
       2000-PROCESS-RECORDS.
           MOVE 'N' TO WS-MASTER-CHANGED-SW
           MOVE 'N' TO WS-FORFEIT-SW
           MOVE SPACES TO WS-GL-CLASS-CODE
           COMPUTE WS-OLD-ACCRUED-CENTS ROUNDED =
               ACCT-ACCRUED-INTEREST
           PERFORM 2050-SET-ACCRUE-FROM-DATE
           IF CLOSED
                   OR ((CERT-OF-DEPOSIT OR IRA-ACCOUNT)
                       AND EARLY-WITHDRAWAL-FLAG
                       AND WS-RUN-DATE < ACCT-MATURITY-DATE)
               IF ACCT-ACCRUED-INTEREST NOT = ZEROS
                   PERFORM 2300-FORFEIT-ACCRUAL
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           ELSE
               IF ACTIVE AND WS-ACCRUE-DAYS > ZEROS
                   PERFORM 2100-ACCRUE-ONE-ACCOUNT
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF
           IF WS-ACCRUE-DAYS > ZEROS AND NOT CLOSED
               MOVE WS-THROUGH-DATE TO ACCT-ACCRUAL-DATE
               SET MASTER-CHANGED TO TRUE
           END-IF
           COMPUTE WS-NEW-ACCRUED-CENTS ROUNDED =
               ACCT-ACCRUED-INTEREST
           COMPUTE WS-ACCRUAL-DELTA =
               WS-NEW-ACCRUED-CENTS - WS-OLD-ACCRUED-CENTS
           IF WS-ACCRUAL-DELTA NOT = ZEROS
               PERFORM 2400-WRITE-GL-DETAIL
           END-IF
           PERFORM 2500-ACCUMULATE-TYPE-TOTAL
           IF MASTER-CHANGED
               PERFORM 2600-REWRITE-ACCOUNT
           END-IF
           PERFORM 1100-READ-RECORD.

      * The first accrual on an account reaches back to the day the
      * interest run last paid it, or for one never paid, to the day
      * it opened - the same fallback the close-out applies.  Days
      * run up to the through date.
       2050-SET-ACCRUE-FROM-DATE.
           MOVE ZEROS TO WS-ACCRUE-DAYS
           IF ACCT-ACCRUAL-DATE NUMERIC
                   AND ACCT-ACCRUAL-DATE > ZEROS
               MOVE ACCT-ACCRUAL-DATE TO WS-ACCRUE-FROM-DATE
           ELSE
               IF ACCT-LAST-POSTED-DATE NUMERIC
                       AND ACCT-LAST-POSTED-DATE > ZEROS
                   MOVE ACCT-LAST-POSTED-DATE TO WS-ACCRUE-FROM-DATE
               ELSE
                   IF ACCT-OPEN-DATE NUMERIC
                       MOVE ACCT-OPEN-DATE TO WS-ACCRUE-FROM-DATE
                   ELSE
                       MOVE ZEROS TO WS-ACCRUE-FROM-DATE
                   END-IF
               END-IF
           END-IF
           MOVE WS-ACCRUE-FROM-DATE(5:2) TO WS-ACCRUE-FROM-MM
           MOVE WS-ACCRUE-FROM-DATE(7:2) TO WS-ACCRUE-FROM-DD
           IF WS-ACCRUE-FROM-DATE > ZEROS
                   AND WS-ACCRUE-FROM-DATE < WS-THROUGH-DATE
                   AND WS-ACCRUE-FROM-MM >= 01
                   AND WS-ACCRUE-FROM-MM <= 12
                   AND WS-ACCRUE-FROM-DD >= 01
                   AND WS-ACCRUE-FROM-DD <= 31
               COMPUTE WS-ACCRUE-DAYS =
                   WS-THROUGH-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(WS-ACCRUE-FROM-DATE)
           END-IF.

      * Priced the way the interest run prices the period, pro-rated
      * over the days since the last accrual rather than the cycle.
       2100-ACCRUE-ONE-ACCOUNT.
           IF ACCT-BALANCE > ZEROS
               PERFORM 2110-LOOKUP-RATE
               IF RATE-FOUND
                   COMPUTE WS-DAY-ACCRUAL ROUNDED =
                       ACCT-BALANCE * WS-LOOKED-UP-RATE
                           * WS-ACCRUE-DAYS / WS-DAYS-IN-YEAR
                   ADD WS-DAY-ACCRUAL TO ACCT-ACCRUED-INTEREST
                   MOVE 'A' TO WS-GL-CLASS-CODE
                   ADD 1 TO WS-ACCRUED-COUNT
               ELSE
                   ADD 1 TO WS-NO-RATE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       2110-LOOKUP-RATE.
           MOVE ZEROS TO WS-LOOKED-UP-RATE
           MOVE 'N' TO WS-RATE-FOUND-SW
           PERFORM 2115-CHECK-RATE-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT OR RATE-FOUND.

       2115-CHECK-RATE-ENTRY.
           IF WS-RATE-TYPE(WS-RATE-IDX) = ACCT-TYPE
                   AND ACCT-BALANCE >= WS-RATE-LOW(WS-RATE-IDX)
                   AND ACCT-BALANCE <= WS-RATE-HIGH(WS-RATE-IDX)
               MOVE WS-RATE-PCT(WS-RATE-IDX) TO WS-LOOKED-UP-RATE
               SET RATE-FOUND TO TRUE
           END-IF.

       2300-FORFEIT-ACCRUAL.
           MOVE ZEROS TO ACCT-ACCRUED-INTEREST
           SET ACCRUAL-FORFEITED TO TRUE
           SET MASTER-CHANGED TO TRUE
           MOVE 'F' TO WS-GL-CLASS-CODE
           ADD 1 TO WS-FORFEIT-COUNT
           MOVE ACCT-NUMBER TO FFT-ACCT-NUM
           MOVE ACCT-NAME TO FFT-ACCT-NAME
           MOVE ACCT-TYPE TO FFT-ACCT-TYPE
           MOVE WS-OLD-ACCRUED-CENTS TO FFT-AMOUNT
           IF CLOSED
               MOVE 'FORFEITED - CLOSED' TO FFT-REASON
           ELSE
               MOVE 'FORFEITED - PENALTY' TO FFT-REASON
           END-IF
           WRITE ACCR-RPT-RECORD FROM WS-FORFEIT-LINE.

      * The signed change in the account's payable goes to the GL as
      * it stands - an accrual positive, a forfeit negative - with
      * the account's payable after the run in the balance field.
       2400-WRITE-GL-DETAIL.
           MOVE SPACES TO GL-POSTING-RECORD
           SET GL-DETAIL-REC TO TRUE
           MOVE ACCT-NUMBER TO GL-ACCT-NUMBER
           MOVE WS-RUN-DATE TO GL-POSTING-DATE
           MOVE WS-ACCRUAL-DELTA TO GL-INTEREST-AMT
           MOVE WS-NEW-ACCRUED-CENTS TO GL-NEW-BALANCE
           MOVE ACCT-TYPE TO GL-ACCT-TYPE
           MOVE WS-GL-CLASS-CODE TO GL-ACTIVITY-CODE
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD GL-INTEREST-AMT TO WS-GL-AMOUNT-TOTAL
           ADD GL-NEW-BALANCE TO WS-GL-BALANCE-TOTAL
           WRITE GL-POSTING-RECORD.

       2500-ACCUMULATE-TYPE-TOTAL.
           ADD WS-OLD-ACCRUED-CENTS TO WS-PAYABLE-BEFORE
           ADD WS-NEW-ACCRUED-CENTS TO WS-PAYABLE-AFTER
           MOVE 'N' TO WS-TYPE-MATCHED-SW
           PERFORM 2510-CHECK-TYPE-ENTRY
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5 OR TYPE-MATCHED.

       2510-CHECK-TYPE-ENTRY.
           IF WS-TYPE-CODE(WS-TYPE-IDX) = ACCT-TYPE
               IF ACCRUAL-FORFEITED
                   ADD 1 TO WS-TYPE-FORFEIT-COUNT(WS-TYPE-IDX)
                   ADD WS-OLD-ACCRUED-CENTS
                       TO WS-TYPE-FORFEIT-AMT(WS-TYPE-IDX)
               ELSE
                   IF WS-GL-CLASS-CODE = 'A'
                       ADD 1 TO WS-TYPE-ACCRUED-COUNT(WS-TYPE-IDX)
                       ADD WS-ACCRUAL-DELTA
                           TO WS-TYPE-ACCRUED-AMT(WS-TYPE-IDX)
                   END-IF
               END-IF
               ADD WS-NEW-ACCRUED-CENTS TO WS-TYPE-PAYABLE(WS-TYPE-IDX)
               SET TYPE-MATCHED TO TRUE
           END-IF.

       2600-REWRITE-ACCOUNT.
           REWRITE ACCT-RECORD
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT ' ACCT-NUMBER
                   ': ' WS-FILE-STATUS
               STOP RUN
           END-IF.

      * The proof line shows the payable the master carried before
      * the run plus the night's feed equals the payable it carries
      * now, which is the balance the GL's accrued interest payable
      * account must show once the feed is booked.
       3000-WRITE-SUMMARY.
           MOVE SPACES TO ACCR-RPT-RECORD
           WRITE ACCR-RPT-RECORD
           WRITE ACCR-RPT-RECORD FROM WS-HEADING-LINE
           PERFORM 3100-WRITE-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 5
           MOVE SPACES TO ACCR-RPT-RECORD
           WRITE ACCR-RPT-RECORD
           MOVE SPACES TO TOT-NOTE
           MOVE 'ACCRUED PAYABLE BEFORE THIS RUN' TO TOT-LABEL
           MOVE WS-PAYABLE-BEFORE TO TOT-AMOUNT
           WRITE ACCR-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ACCRUED TONIGHT' TO TOT-LABEL
           MOVE WS-TOTAL-ACCRUED-AMT TO TOT-AMOUNT
           WRITE ACCR-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'FORFEITED TONIGHT' TO TOT-LABEL
           MOVE WS-TOTAL-FORFEIT-AMT TO TOT-AMOUNT
           WRITE ACCR-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NET TO ACCRGL' TO TOT-LABEL
           MOVE WS-GL-AMOUNT-TOTAL TO TOT-AMOUNT
           WRITE ACCR-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ACCRUED PAYABLE AFTER THIS RUN' TO TOT-LABEL
           MOVE WS-PAYABLE-AFTER TO TOT-AMOUNT
           COMPUTE WS-PAYABLE-PROOF =
               WS-PAYABLE-BEFORE + WS-GL-AMOUNT-TOTAL
                   - WS-PAYABLE-AFTER
           IF WS-PAYABLE-PROOF = ZEROS
               MOVE 'IN BALANCE' TO TOT-NOTE
           ELSE
               MOVE 'OUT OF BALANCE' TO TOT-NOTE
           END-IF
           WRITE ACCR-RPT-RECORD FROM WS-TOTAL-LINE
           DISPLAY 'RECORDS READ:      ' WS-RECORD-COUNT
           DISPLAY 'ACCOUNTS ACCRUED:  ' WS-ACCRUED-COUNT
           DISPLAY 'ACCRUALS FORFEITED:' WS-FORFEIT-COUNT
           DISPLAY 'NO RATE MATCH:     ' WS-NO-RATE-COUNT
           DISPLAY 'NOT ACCRUED:       ' WS-SKIPPED-COUNT
           DISPLAY 'NET TO ACCRGL:     ' WS-GL-AMOUNT-TOTAL
           IF WS-PAYABLE-PROOF NOT = ZEROS
               DISPLAY 'ACCRUED PAYABLE OUT OF BALANCE BY '
                   WS-PAYABLE-PROOF
           END-IF.

       3100-WRITE-ONE-TYPE.
           MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO TYP-CODE
           MOVE WS-TYPE-ACCRUED-COUNT(WS-TYPE-IDX) TO TYP-ACCRUED-COUNT
           MOVE WS-TYPE-ACCRUED-AMT(WS-TYPE-IDX) TO TYP-ACCRUED-AMT
           MOVE WS-TYPE-FORFEIT-COUNT(WS-TYPE-IDX) TO TYP-FORFEIT-COUNT
           MOVE WS-TYPE-FORFEIT-AMT(WS-TYPE-IDX) TO TYP-FORFEIT-AMT
           MOVE WS-TYPE-PAYABLE(WS-TYPE-IDX) TO TYP-PAYABLE
           ADD WS-TYPE-ACCRUED-AMT(WS-TYPE-IDX) TO WS-TOTAL-ACCRUED-AMT
           SUBTRACT WS-TYPE-FORFEIT-AMT(WS-TYPE-IDX)
               FROM WS-TOTAL-FORFEIT-AMT
           WRITE ACCR-RPT-RECORD FROM WS-TYPE-LINE.

       9000-TERMINATE.
           PERFORM 9100-WRITE-GL-TRAILER
           PERFORM 9200-STAMP-RUN-COMPLETE
           CLOSE ACCT-FILE
           CLOSE ACCR-GL-FILE
           CLOSE ACCR-RPT-FILE.

       9100-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-POSTING-RECORD
           SET GL-TRAILER-REC TO TRUE
           MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-AMOUNT-TOTAL TO GL-TRL-INTEREST-TOTAL
           MOVE WS-GL-BALANCE-TOTAL TO GL-TRL-BALANCE-TOTAL
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       9200-STAMP-RUN-COMPLETE.
           MOVE 'ACCTACCR' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'RUN CONTROL RECORD LOST, NOT STAMPED'
               NOT INVALID KEY
                   SET RCTL-COMPLETED TO TRUE
                   ACCEPT RCTL-END-TIME FROM TIME
                   MOVE WS-RECORD-COUNT TO RCTL-RECORD-COUNT
                   MOVE WS-GL-AMOUNT-TOTAL TO RCTL-CONTROL-AMOUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

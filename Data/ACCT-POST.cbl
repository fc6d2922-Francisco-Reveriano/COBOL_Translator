      * annual contribution limit: a credit that would blow through
      * it is rejected - or applied with a register warning when the
      * parm says warn - and applied credits roll into the year-to-
      * date contribution figure on the account.  Every journal
      * entry the run writes is also fed to the GL on POSTGL under the
      * same header/trailer controls the interest feed carries, each
      * detail classed by account type and activity code so the GL
      * can route its offset; the register closes with the offset
      * totals by type and code, and GL-RECON proves the feed back
      * to this run's entries on the journal.  A reversal names an
      * earlier deposit or withdrawal by account, date, code and
      * amount; the run finds it on the journal, posts the exact
      * offset under its own activity code, backs out the ODP sweep
      * pair that covered a reversed withdrawal and refunds the NSF
      * fees it drew, and pulls a reversed IRA deposit back out of
      * the year-to-date contribution figure.  Every reversal, posted
      * or turned away, goes on the CORRRPT corrections register for
      * supervisor sign-off.  Debits and sweeps work from the
      * available balance - the ledger balance less the HOLDDATA
      * holds standing today - so held funds cannot be drawn or
      * swept; a hold past its release date no longer counts, whether
      * or not the hold report has yet marked it released.  A
      * deposit or withdrawal the teller line marks as cash carries
      * the cash indicator onto the journal, and so does its
      * reversal, for the nightly currency transaction scan.  A
      * withdrawal or transfer out of a certificate or IRA before
      * its maturity date draws the early-withdrawal penalty, which
      * an overdraft sweep must cover along with the withdrawal: the
      * PENPARM days of interest for the account type and term, at
      * the account's RATEFILE rate, on the amount withdrawn.  The
      * penalty is journaled and fed to the GL under its own code,
      * which the GL routes to penalty income, and a reversed
      * withdrawal gives its penalty back with the NSF fees.  Every
      * rejected transaction also goes on POSTREJ as it arrived,
      * with its batch and its position in the batch, so the ACH
      * return run can find the entries it fed in and send back the
      * ones that did not post.  The run posts once per business
      * date; run control refuses a second completed run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT POST-RPT-FILE ASSIGN TO 'POSTRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT POST-REJ-FILE ASSIGN TO 'POSTREJ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO 'ACTVDATA'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IRA-PARM-STATUS.
           SELECT PENALTY-PARM-FILE ASSIGN TO 'PENPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PEN-PARM-STATUS.
           SELECT RATE-FILE ASSIGN TO 'RATEFILE'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT POST-GL-FILE ASSIGN TO 'POSTGL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CORR-RPT-FILE ASSIGN TO 'CORRRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO 'HOLDDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY ACCTREC.

      * The file carries one 'H' header and one 'E' trailer around
      * each branch batch of 'D'/'W'/'T'/'R' details.  The trailer's
      * count and hash totals are the branch's own figures; the run
      * proves each batch against them before posting any of it.
      * A reversal carries the account, the unsigned amount, and the
      * business date and activity code of the entry it undoes.
      * The cash indicator is 'Y' on a deposit or withdrawal made in
      * currency; a reversal takes its cash standing from the
      * original, whatever it carries.
       FD POST-TXN-FILE.
       01 POST-TXN-RECORD.
           05 POST-TXN-CODE          PIC X(01).
               88 TXN-DEPOSIT        VALUE 'D'.
               88 TXN-WITHDRAWAL     VALUE 'W'.
               88 TXN-TRANSFER       VALUE 'T'.
               88 TXN-REVERSAL       VALUE 'R'.
               88 TXN-BATCH-HEADER   VALUE 'H'.
               88 TXN-BATCH-TRAILER  VALUE 'E'.
           05 POST-TXN-BODY          PIC X(46).
               10 POST-ACCT-NUMBER       PIC X(10).
               10 POST-TO-ACCT-NUMBER    PIC X(10).
               10 POST-TXN-AMOUNT        PIC S9(9)V99.
               10 POST-ORIG-DATE         PIC 9(08).
               10 POST-ORIG-CODE         PIC X(01).
               10 POST-CASH-IND          PIC X(01).
                   88 POST-CASH          VALUE 'Y'.
               10 FILLER                 PIC X(05).
           05 POST-HEADER-FIELDS REDEFINES POST-TXN-BODY.
               10 POST-HDR-BATCH-ID      PIC X(08).
               10 FILLER                 PIC X(38).
       FD POST-RPT-FILE.
       01 POST-RPT-RECORD            PIC X(100).

       FD POST-REJ-FILE.
           COPY PREJREC.

       FD ACTIVITY-FILE.
           COPY ACTVREC.

           05 IRA-ANNUAL-LIMIT       PIC 9(7)V99.
           05 IRA-LIMIT-ACTION       PIC X(01).

      * One record per account type and term band, shortest term
      * first: a term up to PENP-TERM-DAYS days draws
      * PENP-INTEREST-DAYS days of interest.
       FD PENALTY-PARM-FILE.
       01 PENALTY-PARM-RECORD.
           05 PENP-ACCT-TYPE         PIC X(02).
           05 PENP-TERM-DAYS         PIC 9(05).
           05 PENP-INTEREST-DAYS     PIC 9(03).

       FD RATE-FILE.
       01 RATE-FILE-RECORD.
           05 RATE-ACCT-TYPE         PIC X(02).
           05 RATE-BALANCE-LOW       PIC S9(9)V99.
           05 RATE-BALANCE-HIGH      PIC S9(9)V99.
           05 RATE-PERCENT           PIC 9V9999.

       FD POST-GL-FILE.
           COPY GLFEEDRC.

       FD CORR-RPT-FILE.
       01 CORR-RPT-RECORD            PIC X(120).

       FD HOLD-FILE.
           COPY HOLDREC.

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       01 WS-FEE-PARM-STATUS     PIC XX.
       01 WS-IRA-PARM-STATUS     PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-HOLD-STATUS         PIC XX.
       01 WS-PEN-PARM-STATUS     PIC XX.
       01 WS-RATE-FILE-STATUS    PIC XX.
       01 WS-REJ-STATUS          PIC XX.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-ID              PIC X(14) VALUE SPACES.
       01 WS-TXN-COUNT           PIC 9(7) VALUE ZEROS.
       01 WS-APPLIED-COUNT       PIC 9(7) VALUE ZEROS.
       01 WS-REJECTED-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-IRA-OVER-SW         PIC X VALUE 'N'.
           88 IRA-OVER-LIMIT     VALUE 'Y'.
       01 WS-IRA-WARNED-COUNT    PIC 9(7) VALUE ZEROS.
       01 WS-HOLD-FILE-SW        PIC X VALUE 'N'.
           88 HOLD-FILE-OPEN     VALUE 'Y'.
       01 WS-HOLD-SCAN-SW        PIC X VALUE 'N'.
           88 HOLD-SCAN-DONE     VALUE 'Y'.
       01 WS-HELD-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-AVAILABLE-BALANCE   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-APPLIED-NOTE        PIC X(30) VALUE SPACES.

      * Early-withdrawal penalty bands and the rate tiers they price
      * at.  Without PENPARM the standard schedule stands: 90 days
      * of interest on a term up to a year, 180 up to five years,
      * 365 beyond.
       01 WS-PEN-COUNT           PIC 9(4) VALUE ZEROS.
       01 WS-PEN-TABLE.
           05 WS-PEN-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-PEN-IDX.
               10 WS-PEN-TYPE        PIC X(02).
               10 WS-PEN-TERM-DAYS   PIC 9(05).
               10 WS-PEN-INT-DAYS    PIC 9(03).
       01 WS-RATE-COUNT          PIC 9(4) VALUE ZEROS.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RATE-IDX.
               10 WS-RATE-TYPE       PIC X(02).
               10 WS-RATE-LOW        PIC S9(9)V99.
               10 WS-RATE-HIGH       PIC S9(9)V99.
               10 WS-RATE-PCT        PIC 9V9999.
       01 WS-PEN-DAYS-IN-YEAR    PIC 9(03) VALUE 365.
       01 WS-TERM-DAYS           PIC S9(7) VALUE ZEROS.
       01 WS-PENALTY-DAYS        PIC 9(03) VALUE ZEROS.
       01 WS-PENALTY-RATE        PIC 9V9999 VALUE ZEROS.
       01 WS-PEN-FOUND-SW        PIC X VALUE 'N'.
           88 PEN-BAND-FOUND     VALUE 'Y'.
       01 WS-RATE-FOUND-SW       PIC X VALUE 'N'.
           88 RATE-FOUND         VALUE 'Y'.
       01 WS-PENALTY-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-PENALTY-COUNT       PIC 9(7) VALUE ZEROS.
       01 WS-PENALTY-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-PENALTY-REFUNDED    PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-PEN-REFUND-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-SWEEP-REASON.
           05 FILLER              PIC X(15) VALUE 'ODP SWEEP FROM '.
           05 WS-SWEEP-FROM-ACCT  PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.

      * Reversal requests are read ahead of the run and looked up on
      * the journal before anything posts, one row per original entry
      * named: how many times the journal carries it, how many
      * reversals already offset it, and what it set off - the ODP
      * sweep pair that covered a withdrawal and the NSF fees drawn
      * on the account that day after it, net of any refunded since.
      * Entries this run journals are noted in the same table, so a
      * reversal can follow its original in the same night's file.
      * A withdrawal's early-withdrawal penalty journals right behind
      * it and is noted against it the same way.
       01 WS-REV-COUNT           PIC 9(4) VALUE ZEROS.
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-REV-IDX.
               10 WS-REV-ACCT        PIC X(10).
               10 WS-REV-DATE        PIC 9(8).
               10 WS-REV-CODE        PIC X(01).
               10 WS-REV-AMOUNT      PIC S9(9)V99 COMP-3.
               10 WS-REV-FOUND       PIC 9(4).
               10 WS-REV-DONE        PIC 9(4).
               10 WS-REV-SWEEP-ACCT  PIC X(10).
               10 WS-REV-SWEEP-AMT   PIC S9(9)V99 COMP-3.
               10 WS-REV-FEE-TOTAL   PIC S9(9)V99 COMP-3.
               10 WS-REV-CASH-IND    PIC X(01).
               10 WS-REV-PEN-TOTAL   PIC S9(9)V99 COMP-3.
       01 WS-REV-HIT             PIC 9(4) VALUE ZEROS.
       01 WS-REV-SIGNED-AMOUNT   PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-REVERSAL-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-SWEEP-UNDONE        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-FEE-REFUNDED        PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-JOURNAL-EOF-FLAG    PIC X VALUE 'N'.
           88 JOURNAL-EOF        VALUE 'Y'.
       01 WS-REVERSAL-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-REVERSAL-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-REV-REJECTED-COUNT  PIC 9(7) VALUE ZEROS.
       01 WS-SWEEP-UNDONE-TOTAL  PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-FEE-REFUND-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
      * The two journal entries ahead of the one being noted; an 'O'
      * then 'I' pair ending on a withdrawal's own account is the
      * sweep that covered it - a transfer journals its 'I' first.
       01 WS-PRIOR-ENTRY-1.
           05 WS-PRIOR-1-ACCT    PIC X(10) VALUE SPACES.
           05 WS-PRIOR-1-DATE    PIC 9(8) VALUE ZEROS.
           05 WS-PRIOR-1-CODE    PIC X(01) VALUE SPACES.
           05 WS-PRIOR-1-SOURCE  PIC X(08) VALUE SPACES.
           05 WS-PRIOR-1-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-PRIOR-ENTRY-2.
           05 WS-PRIOR-2-ACCT    PIC X(10) VALUE SPACES.
           05 WS-PRIOR-2-DATE    PIC 9(8) VALUE ZEROS.
           05 WS-PRIOR-2-CODE    PIC X(01) VALUE SPACES.
           05 WS-PRIOR-2-SOURCE  PIC X(08) VALUE SPACES.
           05 WS-PRIOR-2-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-REVERSAL-NOTE.
           05 FILLER              PIC X(09) VALUE 'REVERSES '.
           05 WS-NOTE-ORIG-CODE   PIC X(01).
           05 FILLER              PIC X(04) VALUE ' OF '.
           05 WS-NOTE-ORIG-DATE   PIC 9(08).
           05 FILLER              PIC X(08) VALUE SPACES.

      * Control totals for the POSTGL trailer, proved downstream the
      * way GL-RECON proves the interest feed.
       01 WS-GL-RECORD-COUNT     PIC 9(09) VALUE ZEROS.
       01 WS-GL-AMOUNT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-GL-BALANCE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.

      * One row per account type and activity code the feed carried,
      * in the order first seen; the register prints them so the GL
      * team can tie each offset to the feed without keying it.
       01 WS-OFFSET-COUNT        PIC 9(4) VALUE ZEROS.
       01 WS-OFFSET-TABLE.
           05 WS-OFFSET-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-OFFSET-IDX.
               10 WS-OFFSET-TYPE   PIC X(02).
               10 WS-OFFSET-CODE   PIC X(01).
               10 WS-OFFSET-ORIG   PIC X(01).
               10 WS-OFFSET-ITEMS  PIC 9(7).
               10 WS-OFFSET-AMOUNT PIC S9(13)V99 COMP-3.
       01 WS-OFFSET-MATCHED-SW   PIC X VALUE 'N'.
           88 OFFSET-MATCHED     VALUE 'Y'.

       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BATCH-IDX.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TOT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-OFFSET-LINE.
           05 FILLER              PIC X(10) VALUE 'GL OFFSET '.
           05 OFL-TYPE            PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 OFL-CODE            PIC X(01).
           05 OFL-ORIG            PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 OFL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 OFL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * Corrections register lines.  The register is the supervisor's
      * copy: every reversal the branches sent, what it backed out,
      * and the sign-off block at the foot.
       01 WS-CORR-TITLE-LINE.
           05 FILLER              PIC X(44)
               VALUE 'DAILY CORRECTIONS REGISTER - BUSINESS DATE '.
           05 CRT-RUN-DATE        PIC 9(08).
           05 FILLER              PIC X(68) VALUE SPACES.

       01 WS-CORR-HEADING-LINE.
           05 FILLER              PIC X(12) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(10) VALUE 'ORIG DATE'.
           05 FILLER              PIC X(03) VALUE 'CD'.
           05 FILLER              PIC X(17) VALUE 'AMOUNT REVERSED'.
           05 FILLER              PIC X(17) VALUE '   SWEEP UNDONE'.
           05 FILLER              PIC X(17) VALUE '   FEE REFUNDED'.
           05 FILLER              PIC X(10) VALUE 'BATCH'.
           05 FILLER              PIC X(34) VALUE 'RESULT'.

       01 WS-CORR-DETAIL-LINE.
           05 CRD-ACCT-NUMBER     PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CRD-ORIG-DATE       PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CRD-ORIG-CODE       PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CRD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CRD-SWEEP-UNDONE    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CRD-FEE-REFUNDED    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CRD-BATCH-ID        PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CRD-RESULT          PIC X(30).

       01 WS-CORR-TOTAL-LINE.
           05 CRL-LABEL           PIC X(22).
           05 CRL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CRL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-CORR-SIGNOFF-LINE.
           05 FILLER              PIC X(30)
               VALUE 'SUPERVISOR REVIEW AND SIGN-OFF'.
           05 FILLER              PIC X(90) VALUE SPACES.

       01 WS-CORR-SIGNATURE-LINE.
           05 FILLER              PIC X(12) VALUE 'SIGNATURE: '.
           05 FILLER              PIC X(30) VALUE ALL '_'.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'DATE: '.
           05 FILLER              PIC X(10) VALUE ALL '_'.
           05 FILLER              PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-RUN-ID
           PERFORM 1030-STAMP-RUN-START
           OPEN I-O ACCT-FILE
           PERFORM 1040-LOAD-REVERSALS
           IF WS-REV-COUNT > ZEROS
               PERFORM 1050-SCAN-JOURNAL
           END-IF
           OPEN INPUT POST-TXN-FILE
           OPEN OUTPUT POST-RPT-FILE
           OPEN OUTPUT POST-REJ-FILE
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POSTREJ: ' WS-REJ-STATUS
               STOP RUN
           END-IF
      * The journal accumulates across the statement period - the
      * statement run reads it back day by day - so the day's
      * activity goes on the end, behind whatever is already there.
                   ' ' WS-TXN-STATUS ' ' WS-ACTIVITY-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT POST-GL-FILE
           PERFORM 1065-WRITE-GL-HEADER
           OPEN OUTPUT CORR-RPT-FILE
           PERFORM 1070-WRITE-CORR-HEADINGS
           PERFORM 1080-READ-FEE-PARM
           PERFORM 1090-READ-IRA-PARM
           PERFORM 1092-LOAD-PENALTY-PARM
           PERFORM 1094-LOAD-RATE-TABLE
           PERFORM 1095-OPEN-HOLD-FILE
           PERFORM 1100-READ-TRANSACTION.

      * The morning control report reads these stamps; a program
      * left in 'S' is the night's loudest flag, so the start is
      * stamped before any real work begins.  A completed posting
      * run for the business date blocks a second one: the same
      * transactions would post twice, and the register, the reject
      * file the ACH return run works from and the GL feed would be
      * overwritten.  A run that started and never completed may be
      * run again.
       1030-STAMP-RUN-START.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCTL-STATUS = '35'
                   PERFORM 1035-BUILD-START-RECORD
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RCTL-COMPLETED
                       DISPLAY 'POSTING RUN ALREADY COMPLETE FOR '
                           WS-RUN-DATE ', RUN REFUSED'
                       STOP RUN
                   END-IF
                   PERFORM 1035-BUILD-START-RECORD
                   REWRITE RUN-CONTROL-RECORD
           END-READ.
           MOVE ZEROS TO RCTL-RECORD-COUNT
           MOVE ZEROS TO RCTL-CONTROL-AMOUNT.

      * A first pass over the transaction file picks out the
      * reversals, one table row per distinct original named; a
      * second request for the same original shares its row and is
      * turned away as already reversed once the first has posted.
      * The file is read again from the top for the posting pass.
       1040-LOAD-REVERSALS.
           OPEN INPUT POST-TXN-FILE
           IF WS-TXN-STATUS = '00'
               PERFORM 1042-READ-FOR-REVERSALS
               PERFORM 1044-NOTE-REVERSAL-REQUEST
                   UNTIL END-OF-FILE
               CLOSE POST-TXN-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       1042-READ-FOR-REVERSALS.
           READ POST-TXN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       1044-NOTE-REVERSAL-REQUEST.
           IF TXN-REVERSAL AND POST-TXN-AMOUNT NUMERIC
                   AND POST-TXN-AMOUNT > ZEROS
                   AND (POST-ORIG-CODE = 'D' OR POST-ORIG-CODE = 'W')
               PERFORM 2410-FIND-REVERSAL-ENTRY
               IF WS-REV-HIT = ZEROS
                   IF WS-REV-COUNT >= 500
                       DISPLAY 'REVERSAL TABLE HAS TOO MANY ENTRIES'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-REV-COUNT TO WS-REV-HIT
                   MOVE POST-ACCT-NUMBER TO WS-REV-ACCT(WS-REV-HIT)
                   MOVE POST-ORIG-DATE TO WS-REV-DATE(WS-REV-HIT)
                   MOVE POST-ORIG-CODE TO WS-REV-CODE(WS-REV-HIT)
                   MOVE WS-REV-SIGNED-AMOUNT
                       TO WS-REV-AMOUNT(WS-REV-HIT)
                   MOVE ZEROS TO WS-REV-FOUND(WS-REV-HIT)
                   MOVE ZEROS TO WS-REV-DONE(WS-REV-HIT)
                   MOVE SPACES TO WS-REV-SWEEP-ACCT(WS-REV-HIT)
                   MOVE ZEROS TO WS-REV-SWEEP-AMT(WS-REV-HIT)
                   MOVE ZEROS TO WS-REV-FEE-TOTAL(WS-REV-HIT)
                   MOVE 'N' TO WS-REV-CASH-IND(WS-REV-HIT)
                   MOVE ZEROS TO WS-REV-PEN-TOTAL(WS-REV-HIT)
               END-IF
           END-IF
           PERFORM 1042-READ-FOR-REVERSALS.

      * The whole journal is read once, ahead of the extend, so every
      * original named can be counted along with what has already
      * been done to it.  No journal yet means no originals.
       1050-SCAN-JOURNAL.
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTIVITY-STATUS = '00'
               PERFORM 1055-READ-JOURNAL
               PERFORM 1058-NOTE-SCANNED-ENTRY
                   UNTIL JOURNAL-EOF
               CLOSE ACTIVITY-FILE
           END-IF.

       1055-READ-JOURNAL.
           READ ACTIVITY-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
           END-READ.

       1058-NOTE-SCANNED-ENTRY.
           PERFORM 2990-NOTE-JOURNAL-ENTRY
           PERFORM 1055-READ-JOURNAL.

      * The header names this program as the feed's source so the
      * reconciliation proves it against the activity journal rather
      * than the audit trail.
       1065-WRITE-GL-HEADER.
           MOVE SPACES TO GL-POSTING-RECORD
           SET GL-HEADER-REC TO TRUE
           MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE
           MOVE WS-RUN-ID TO GL-HDR-RUN-ID
           MOVE ZEROS TO GL-HDR-DAYS-IN-PERIOD
           MOVE ZEROS TO GL-HDR-DAYS-IN-YEAR
           MOVE 'ACCTPOST' TO GL-HDR-SOURCE-ID
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

       1070-WRITE-CORR-HEADINGS.
           MOVE WS-RUN-DATE TO CRT-RUN-DATE
           WRITE CORR-RPT-RECORD FROM WS-CORR-TITLE-LINE
           MOVE SPACES TO CORR-RPT-RECORD
           WRITE CORR-RPT-RECORD
           WRITE CORR-RPT-RECORD FROM WS-CORR-HEADING-LINE.

       1080-READ-FEE-PARM.
           OPEN INPUT FEE-PARM-FILE
           IF WS-FEE-PARM-STATUS = '00'
                   'LIMIT AND REJECT'
           END-IF.

       1092-LOAD-PENALTY-PARM.
           OPEN INPUT PENALTY-PARM-FILE
           IF WS-PEN-PARM-STATUS = '00'
               PERFORM 1093-LOAD-ONE-PENALTY-BAND
                   UNTIL WS-PEN-PARM-STATUS NOT = '00'
               CLOSE PENALTY-PARM-FILE
           END-IF
           IF WS-PEN-COUNT = ZEROS
               DISPLAY 'PENPARM NOT AVAILABLE, STANDARD PENALTY '
                   'SCHEDULE ASSUMED'
               MOVE 'CD' TO WS-PEN-TYPE(1)
               MOVE 365 TO WS-PEN-TERM-DAYS(1)
               MOVE 90 TO WS-PEN-INT-DAYS(1)
               MOVE 'CD' TO WS-PEN-TYPE(2)
               MOVE 1825 TO WS-PEN-TERM-DAYS(2)
               MOVE 180 TO WS-PEN-INT-DAYS(2)
               MOVE 'CD' TO WS-PEN-TYPE(3)
               MOVE 99999 TO WS-PEN-TERM-DAYS(3)
               MOVE 365 TO WS-PEN-INT-DAYS(3)
               MOVE 'IR' TO WS-PEN-TYPE(4)
               MOVE 365 TO WS-PEN-TERM-DAYS(4)
               MOVE 90 TO WS-PEN-INT-DAYS(4)
               MOVE 'IR' TO WS-PEN-TYPE(5)
               MOVE 1825 TO WS-PEN-TERM-DAYS(5)
               MOVE 180 TO WS-PEN-INT-DAYS(5)
               MOVE 'IR' TO WS-PEN-TYPE(6)
               MOVE 99999 TO WS-PEN-TERM-DAYS(6)
               MOVE 365 TO WS-PEN-INT-DAYS(6)
               MOVE 6 TO WS-PEN-COUNT
           END-IF.

       1093-LOAD-ONE-PENALTY-BAND.
           READ PENALTY-PARM-FILE
               AT END
                   MOVE '10' TO WS-PEN-PARM-STATUS
               NOT AT END
                   IF WS-PEN-COUNT >= 40
                       DISPLAY 'PENPARM HAS TOO MANY ENTRIES'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEN-COUNT
                   MOVE PENP-ACCT-TYPE TO WS-PEN-TYPE(WS-PEN-COUNT)
                   MOVE PENP-TERM-DAYS
                       TO WS-PEN-TERM-DAYS(WS-PEN-COUNT)
                   MOVE PENP-INTEREST-DAYS
                       TO WS-PEN-INT-DAYS(WS-PEN-COUNT)
           END-READ.

      * Without the rate file no penalty can be priced; early
      * withdrawals then post without one and the register says so.
       1094-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM 1096-LOAD-ONE-RATE
                   UNTIL WS-RATE-FILE-STATUS NOT = '00'
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'RATEFILE NOT AVAILABLE, NO PENALTIES PRICED'
           END-IF.

       1096-LOAD-ONE-RATE.
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

      * No hold file yet means no holds have ever been placed; every
      * account's whole balance is available.
       1095-OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               SET HOLD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'HOLDDATA NOT AVAILABLE, NO HOLDS APPLIED'
           END-IF.

       1100-READ-TRANSACTION.
           READ POST-TXN-FILE
               AT END
                       WHEN TXN-TRANSFER
                           ADD POST-TXN-AMOUNT
                               TO WS-BATCH-DEBIT-TOTAL
      * A reversal hashes on the side it moves the customer's money:
      * undoing a withdrawal is a credit, undoing a deposit a debit.
                       WHEN TXN-REVERSAL
                           IF POST-ORIG-CODE = 'W'
                               ADD POST-TXN-AMOUNT
                                   TO WS-BATCH-CREDIT-TOTAL
                           ELSE
                               ADD POST-TXN-AMOUNT
                                   TO WS-BATCH-DEBIT-TOTAL
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       2050-APPLY-CURRENT-TXN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-APPLIED-NOTE
           MOVE 'N' TO WS-SWEPT-SW
           IF POST-TXN-AMOUNT NOT NUMERIC OR POST-TXN-AMOUNT <= ZEROS
               MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
                       PERFORM 2200-APPLY-WITHDRAWAL
                   WHEN TXN-TRANSFER
                       PERFORM 2300-APPLY-TRANSFER
                   WHEN TXN-REVERSAL
                       PERFORM 2400-APPLY-REVERSAL
                   WHEN OTHER
                       MOVE 'UNKNOWN TRANSACTION CODE'
                           TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 2250-CHECK-DEBIT-ALLOWED
                   MOVE ZEROS TO WS-PENALTY-AMOUNT
                   IF WS-REJECT-REASON = SPACES
                           OR WS-REJECT-REASON = 'INSUFFICIENT FUNDS'
                       PERFORM 2280-CHECK-EARLY-PENALTY
                   END-IF
                   IF WS-REJECT-REASON = 'INSUFFICIENT FUNDS'
                       OR WS-REJECT-REASON = 'FUNDS SHORT OF PENALTY'
                       PERFORM 2260-TRY-OVERDRAFT-SWEEP
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       ELSE
                           PERFORM 2950-WRITE-APPLIED-LINE
                       END-IF
                       IF WS-PENALTY-AMOUNT > ZEROS
                           PERFORM 2290-ASSESS-EARLY-PENALTY
                       END-IF
                   ELSE
                       PERFORM 2900-WRITE-REJECT-LINE
                       IF WS-REJECT-REASON = 'INSUFFICIENT FUNDS'
           END-READ.

      * The shortfall, not the whole withdrawal, moves from the
      * linked account - the withdrawal and any early-withdrawal
      * penalty it draws, less the available balance, so a sweep
      * never stands without the withdrawal it was made for - and
      * only when the link is an open savings
      * or money-market account whose available balance can cover
      * it in full - held funds on the link stay put; a link
      * that cannot cover leaves the rejection standing and the
      * customer draws the NSF fee instead.  An IRA never sweeps,
      * whatever link a converted record may still carry - the
      * record area when this is performed.
       2260-TRY-OVERDRAFT-SWEEP.
           IF ACCT-LINKED-ACCT NOT = SPACES AND NOT IRA-ACCOUNT
               COMPUTE WS-SHORTFALL = POST-TXN-AMOUNT
                   + WS-PENALTY-AMOUNT - WS-AVAILABLE-BALANCE
               MOVE ACCT-LINKED-ACCT TO WS-LINKED-ACCT
               MOVE WS-LINKED-ACCT TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2240-COMPUTE-AVAILABLE-BALANCE
                       IF ACTIVE AND (SAVINGS OR MONEY-MARKET)
                               AND WS-AVAILABLE-BALANCE >= WS-SHORTFALL
                           PERFORM 2265-EXECUTE-SWEEP
                       END-IF
               END-READ
               PERFORM 2960-WRITE-NSF-FEE-LINE
           END-IF.

      * Only a certificate or IRA with a maturity date still ahead
      * draws the penalty, on a withdrawal or a transfer out alike.
      * The term runs from the open date to the maturity date.  The
      * penalty is priced before any overdraft sweep, on the balance
      * as it stands.  The withdrawal and its penalty must both
      * come out of the available balance; one that leaves too
      * little for the penalty is turned away, without an NSF fee,
      * for the branch to rekey net of it, unless the sweep covers
      * it.  One already short of the withdrawal itself keeps its
      * insufficient-funds reason.  The account to be debited sits
      * in the record area.
       2280-CHECK-EARLY-PENALTY.
           IF (CERT-OF-DEPOSIT OR IRA-ACCOUNT)
                   AND ACCT-MATURITY-DATE > ZEROS
                   AND WS-RUN-DATE < ACCT-MATURITY-DATE
               PERFORM 2282-PRICE-EARLY-PENALTY
               IF WS-PENALTY-AMOUNT > ZEROS
                   PERFORM 2240-COMPUTE-AVAILABLE-BALANCE
                   IF POST-TXN-AMOUNT + WS-PENALTY-AMOUNT
                           > WS-AVAILABLE-BALANCE
                           AND WS-REJECT-REASON = SPACES
                       MOVE 'FUNDS SHORT OF PENALTY'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      * The rate is the tier the balance stands in before the
      * withdrawal; an account with no rate tier or no band in the
      * schedule draws no penalty, and the register notes it.
       2282-PRICE-EARLY-PENALTY.
           MOVE ZEROS TO WS-TERM-DAYS
           IF ACCT-OPEN-DATE > ZEROS
                   AND ACCT-OPEN-DATE < ACCT-MATURITY-DATE
               COMPUTE WS-TERM-DAYS =
                   FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-OPEN-DATE)
           END-IF
           MOVE 'N' TO WS-PEN-FOUND-SW
           MOVE ZEROS TO WS-PENALTY-DAYS
           PERFORM 2284-CHECK-PENALTY-BAND
               VARYING WS-PEN-IDX FROM 1 BY 1
               UNTIL WS-PEN-IDX > WS-PEN-COUNT OR PEN-BAND-FOUND
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE ZEROS TO WS-PENALTY-RATE
           PERFORM 2286-CHECK-RATE-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT OR RATE-FOUND
           IF PEN-BAND-FOUND AND RATE-FOUND
               COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                   POST-TXN-AMOUNT * WS-PENALTY-RATE
                       * WS-PENALTY-DAYS / WS-PEN-DAYS-IN-YEAR
           ELSE
               MOVE 'NO PENALTY RATE OR TERM BAND' TO WS-APPLIED-NOTE
           END-IF.

       2284-CHECK-PENALTY-BAND.
           IF WS-PEN-TYPE(WS-PEN-IDX) = ACCT-TYPE
                   AND WS-TERM-DAYS <= WS-PEN-TERM-DAYS(WS-PEN-IDX)
               MOVE WS-PEN-INT-DAYS(WS-PEN-IDX) TO WS-PENALTY-DAYS
               SET PEN-BAND-FOUND TO TRUE
           END-IF.

       2286-CHECK-RATE-ENTRY.
           IF WS-RATE-TYPE(WS-RATE-IDX) = ACCT-TYPE
                   AND ACCT-BALANCE >= WS-RATE-LOW(WS-RATE-IDX)
                   AND ACCT-BALANCE <= WS-RATE-HIGH(WS-RATE-IDX)
               MOVE WS-RATE-PCT(WS-RATE-IDX) TO WS-PENALTY-RATE
               SET RATE-FOUND TO TRUE
           END-IF.

      * The withdrawal or transfer debit has just been rewritten and
      * the account is still in the record area.  The penalty is a
      * charge, not customer activity, so the dormancy clock is left
      * alone.
       2290-ASSESS-EARLY-PENALTY.
           SUBTRACT WS-PENALTY-AMOUNT FROM ACCT-BALANCE
           REWRITE ACCT-RECORD
           ADD 1 TO WS-PENALTY-COUNT
           ADD WS-PENALTY-AMOUNT TO WS-PENALTY-TOTAL
           ADD 1 TO WS-DEBIT-COUNT
           ADD WS-PENALTY-AMOUNT TO WS-DEBIT-TOTAL
           MOVE 'K' TO ACT-TXN-CODE
           COMPUTE ACT-AMOUNT = ZERO - WS-PENALTY-AMOUNT
           PERFORM 2970-WRITE-ACTIVITY-RECORD
           PERFORM 2965-WRITE-PENALTY-LINE.

      * A debit may only hit an open account with the funds to cover
      * it; the caller has already read the record to be debited.
      * A dormant account takes no debits until a deposit
      * reactivates it.  Held funds do not cover a debit.
       2250-CHECK-DEBIT-ALLOWED.
           PERFORM 2240-COMPUTE-AVAILABLE-BALANCE
           IF CLOSED
               MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
           ELSE
               IF DORMANT
                   MOVE 'ACCOUNT DORMANT' TO WS-REJECT-REASON
               ELSE
                   IF POST-TXN-AMOUNT > WS-AVAILABLE-BALANCE
                       MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
                   END-IF
               END-IF
               END-IF
           END-IF.

      * The holds standing today against the account in the record
      * area: active, and short of their release date if they have
      * one.  The account record itself is not disturbed.
       2240-COMPUTE-AVAILABLE-BALANCE.
           MOVE ZEROS TO WS-HELD-AMOUNT
           IF HOLD-FILE-OPEN
               MOVE 'N' TO WS-HOLD-SCAN-SW
               MOVE ACCT-NUMBER TO HOLD-ACCT-NUMBER
               MOVE ZEROS TO HOLD-SEQ
               START HOLD-FILE KEY NOT < HOLD-KEY
                   INVALID KEY
                       SET HOLD-SCAN-DONE TO TRUE
               END-START
               PERFORM 2245-ADD-STANDING-HOLD
                   UNTIL HOLD-SCAN-DONE
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               ACCT-BALANCE - WS-HELD-AMOUNT.

       2245-ADD-STANDING-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET HOLD-SCAN-DONE TO TRUE
               NOT AT END
                   IF HOLD-ACCT-NUMBER NOT = ACCT-NUMBER
                       SET HOLD-SCAN-DONE TO TRUE
                   ELSE
                       IF HOLD-ACTIVE
                               AND (HOLD-RELEASE-DATE = ZEROS
                                   OR HOLD-RELEASE-DATE > WS-RUN-DATE)
                           ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      * Both sides of a transfer are validated before either side is
      * touched, then the credit is applied and the debit account is
      * re-read and rewritten so the master never carries half a
      * transfer.  A transfer out of a certificate or IRA before
      * maturity draws the early-withdrawal penalty the same as a
      * withdrawal; a transfer never sweeps.
       2300-APPLY-TRANSFER.
           MOVE ZEROS TO WS-PENALTY-AMOUNT
           MOVE POST-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 2250-CHECK-DEBIT-ALLOWED
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2280-CHECK-EARLY-PENALTY
                   END-IF
           END-READ
           IF WS-REJECT-REASON = SPACES
               MOVE POST-TO-ACCT-NUMBER TO ACCT-NUMBER
               COMPUTE ACT-AMOUNT = ZERO - POST-TXN-AMOUNT
               PERFORM 2970-WRITE-ACTIVITY-RECORD
               PERFORM 2950-WRITE-APPLIED-LINE
               IF WS-PENALTY-AMOUNT > ZEROS
                   PERFORM 2290-ASSESS-EARLY-PENALTY
               END-IF
           ELSE
               PERFORM 2900-WRITE-REJECT-LINE
           END-IF.

      * A reversal names the original it undoes by account, date,
      * code and amount; it is turned away unless that entry is on
      * the journal more times than it has already been reversed.
      * Only deposits and withdrawals are reversed here - the sweep
      * and fee entries are backed out with the withdrawal that drew
      * them, and transfers are corrected with a transfer back.  A
      * frozen or dormant account still takes the correction; the
      * debit rules do not apply, since the money is only being put
      * back where it stood.
       2400-APPLY-REVERSAL.
           MOVE ZEROS TO WS-SWEEP-UNDONE
           MOVE ZEROS TO WS-FEE-REFUNDED
           MOVE ZEROS TO WS-PENALTY-REFUNDED
           MOVE ZEROS TO WS-REV-HIT
           IF POST-ORIG-CODE NOT = 'D' AND POST-ORIG-CODE NOT = 'W'
               MOVE 'ORIGINAL NOT REVERSIBLE' TO WS-REJECT-REASON
           ELSE
               PERFORM 2410-FIND-REVERSAL-ENTRY
               IF WS-REV-HIT = ZEROS
                   MOVE 'ORIGINAL NOT ON JOURNAL' TO WS-REJECT-REASON
               ELSE
                   IF WS-REV-FOUND(WS-REV-HIT) = ZEROS
                       MOVE 'ORIGINAL NOT ON JOURNAL'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-REV-DONE(WS-REV-HIT)
                               >= WS-REV-FOUND(WS-REV-HIT)
                           MOVE 'ORIGINAL ALREADY REVERSED'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE POST-ACCT-NUMBER TO ACCT-NUMBER
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
               PERFORM 2420-POST-REVERSAL
           ELSE
               PERFORM 2900-WRITE-REJECT-LINE
           END-IF.

      * The original's journal amount is signed - a deposit positive,
      * a withdrawal negative - and the table is keyed on it that way.
       2410-FIND-REVERSAL-ENTRY.
           MOVE ZEROS TO WS-REV-HIT
           IF POST-ORIG-CODE = 'W'
               COMPUTE WS-REV-SIGNED-AMOUNT = ZERO - POST-TXN-AMOUNT
           ELSE
               MOVE POST-TXN-AMOUNT TO WS-REV-SIGNED-AMOUNT
           END-IF
           PERFORM 2415-CHECK-REVERSAL-ENTRY
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT OR WS-REV-HIT > ZEROS.

       2415-CHECK-REVERSAL-ENTRY.
           IF WS-REV-ACCT(WS-REV-IDX) = POST-ACCT-NUMBER
                   AND WS-REV-DATE(WS-REV-IDX) = POST-ORIG-DATE
                   AND WS-REV-CODE(WS-REV-IDX) = POST-ORIG-CODE
                   AND WS-REV-AMOUNT(WS-REV-IDX) = WS-REV-SIGNED-AMOUNT
               SET WS-REV-HIT TO WS-REV-IDX
           END-IF.

      * The offset is the original's amount with the sign turned, on
      * the original's account.  It is a correction, not customer
      * activity, so neither the dormancy clock nor the account
      * status moves.  The reversal's own journal entry is counted
      * against the original as it is written.  A reversed IRA
      * deposit only comes out of the year-to-date contribution
      * figure when it was made this year; one from a prior year
      * counted against that year's limit, not this one's.  The
      * penalty refund goes on the journal directly behind the
      * reversal so it can be tied back to its own withdrawal.
       2420-POST-REVERSAL.
           COMPUTE WS-REVERSAL-AMOUNT = ZERO - WS-REV-SIGNED-AMOUNT
           ADD WS-REVERSAL-AMOUNT TO ACCT-BALANCE
           IF IRA-ACCOUNT AND POST-ORIG-CODE = 'D'
                   AND POST-ORIG-DATE(1:4) = WS-RUN-DATE(1:4)
               SUBTRACT POST-TXN-AMOUNT FROM ACCT-YTD-CONTRIB
           END-IF
           REWRITE ACCT-RECORD
           IF POST-ORIG-CODE = 'W'
               ADD 1 TO WS-CREDIT-COUNT
               ADD POST-TXN-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               ADD 1 TO WS-DEBIT-COUNT
               ADD POST-TXN-AMOUNT TO WS-DEBIT-TOTAL
           END-IF
           MOVE 'V' TO ACT-TXN-CODE
           MOVE WS-REVERSAL-AMOUNT TO ACT-AMOUNT
           MOVE POST-ORIG-DATE TO ACT-ORIG-DATE
           MOVE POST-ORIG-CODE TO ACT-ORIG-CODE
           PERFORM 2970-WRITE-ACTIVITY-RECORD
           MOVE 'POSTED' TO CRD-RESULT
           IF POST-ORIG-CODE = 'W'
                   AND WS-REV-PEN-TOTAL(WS-REV-HIT) > ZEROS
               PERFORM 2445-REFUND-EARLY-PENALTY
           END-IF
           IF WS-REV-SWEEP-AMT(WS-REV-HIT) > ZEROS
               PERFORM 2430-REVERSE-SWEEP
           END-IF
           IF POST-ORIG-CODE = 'W'
                   AND WS-REV-FEE-TOTAL(WS-REV-HIT) > ZEROS
               PERFORM 2440-REFUND-NSF-FEES
           END-IF
           ADD 1 TO WS-REVERSAL-COUNT
           ADD POST-TXN-AMOUNT TO WS-REVERSAL-TOTAL
           MOVE POST-ORIG-CODE TO WS-NOTE-ORIG-CODE
           MOVE POST-ORIG-DATE TO WS-NOTE-ORIG-DATE
           MOVE WS-REVERSAL-NOTE TO WS-APPLIED-NOTE
           PERFORM 2950-WRITE-APPLIED-LINE
           PERFORM 2460-WRITE-CORRECTION-LINE.

      * The sweep that covered the withdrawal moves back: the
      * shortfall comes out of the account again and returns to the
      * linked account, as its own reversal pair on the journal.  A
      * linked account since closed or purged cannot take it back;
      * the pair is left standing for the branch to settle by hand,
      * and the register says so.
       2430-REVERSE-SWEEP.
           MOVE WS-REV-SWEEP-ACCT(WS-REV-HIT) TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'POSTED - SWEEP ACCT NOT FOUND'
                       TO CRD-RESULT
               NOT INVALID KEY
                   IF CLOSED
                       MOVE 'POSTED - SWEEP ACCT CLOSED'
                           TO CRD-RESULT
                   ELSE
                       MOVE WS-REV-SWEEP-AMT(WS-REV-HIT)
                           TO WS-SWEEP-UNDONE
                   END-IF
           END-READ
           IF WS-SWEEP-UNDONE > ZEROS
               ADD WS-SWEEP-UNDONE TO ACCT-BALANCE
               REWRITE ACCT-RECORD
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-SWEEP-UNDONE TO WS-CREDIT-TOTAL
               MOVE 'V' TO ACT-TXN-CODE
               MOVE WS-SWEEP-UNDONE TO ACT-AMOUNT
               MOVE POST-ORIG-DATE TO ACT-ORIG-DATE
               MOVE 'O' TO ACT-ORIG-CODE
               PERFORM 2970-WRITE-ACTIVITY-RECORD
               PERFORM 2450-REREAD-REVERSED-ACCOUNT
               SUBTRACT WS-SWEEP-UNDONE FROM ACCT-BALANCE
               REWRITE ACCT-RECORD
               ADD 1 TO WS-DEBIT-COUNT
               ADD WS-SWEEP-UNDONE TO WS-DEBIT-TOTAL
               MOVE 'V' TO ACT-TXN-CODE
               COMPUTE ACT-AMOUNT = ZERO - WS-SWEEP-UNDONE
               MOVE POST-ORIG-DATE TO ACT-ORIG-DATE
               MOVE 'I' TO ACT-ORIG-CODE
               PERFORM 2970-WRITE-ACTIVITY-RECORD
               ADD WS-SWEEP-UNDONE TO WS-SWEEP-UNDONE-TOTAL
           ELSE
               DISPLAY 'SWEEP NOT UNDONE FOR ' POST-ACCT-NUMBER
                   ': ' CRD-RESULT
               PERFORM 2450-REREAD-REVERSED-ACCOUNT
           END-IF.

      * The NSF fees drawn on the account later the same day - items
      * that bounced because the withdrawal had drained it - less any
      * refunded already, come back in one credit.
       2440-REFUND-NSF-FEES.
           PERFORM 2450-REREAD-REVERSED-ACCOUNT
           MOVE WS-REV-FEE-TOTAL(WS-REV-HIT) TO WS-FEE-REFUNDED
           ADD WS-FEE-REFUNDED TO ACCT-BALANCE
           REWRITE ACCT-RECORD
           ADD 1 TO WS-CREDIT-COUNT
           ADD WS-FEE-REFUNDED TO WS-CREDIT-TOTAL
           MOVE 'V' TO ACT-TXN-CODE
           MOVE WS-FEE-REFUNDED TO ACT-AMOUNT
           MOVE POST-ORIG-DATE TO ACT-ORIG-DATE
           MOVE 'N' TO ACT-ORIG-CODE
           PERFORM 2970-WRITE-ACTIVITY-RECORD
           ADD WS-FEE-REFUNDED TO WS-FEE-REFUND-TOTAL.

      * An early-withdrawal penalty charged on the reversed
      * withdrawal comes back too, net of any refunded since; the
      * register shows it with the fees refunded.  The reversed
      * account is still in the record area.
       2445-REFUND-EARLY-PENALTY.
           PERFORM 2450-REREAD-REVERSED-ACCOUNT
           MOVE WS-REV-PEN-TOTAL(WS-REV-HIT) TO WS-PENALTY-REFUNDED
           ADD WS-PENALTY-REFUNDED TO ACCT-BALANCE
           REWRITE ACCT-RECORD
           ADD 1 TO WS-CREDIT-COUNT
           ADD WS-PENALTY-REFUNDED TO WS-CREDIT-TOTAL
           MOVE 'V' TO ACT-TXN-CODE
           MOVE WS-PENALTY-REFUNDED TO ACT-AMOUNT
           MOVE POST-ORIG-DATE TO ACT-ORIG-DATE
           MOVE 'K' TO ACT-ORIG-CODE
           PERFORM 2970-WRITE-ACTIVITY-RECORD
           ADD WS-PENALTY-REFUNDED TO WS-FEE-REFUNDED
           ADD WS-PENALTY-REFUNDED TO WS-PEN-REFUND-TOTAL.

       2450-REREAD-REVERSED-ACCOUNT.
           MOVE POST-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REREADING ACCOUNT ' ACCT-NUMBER
                   ': ' WS-FILE-STATUS
               STOP RUN
           END-IF.

      * The caller sets CRD-RESULT; a reversal turned away carries
      * its reject reason and no amounts backed out.
       2460-WRITE-CORRECTION-LINE.
           MOVE POST-ACCT-NUMBER TO CRD-ACCT-NUMBER
           MOVE POST-ORIG-DATE TO CRD-ORIG-DATE
           MOVE POST-ORIG-CODE TO CRD-ORIG-CODE
           IF POST-TXN-AMOUNT NUMERIC
               MOVE POST-TXN-AMOUNT TO CRD-AMOUNT
           ELSE
               MOVE ZEROS TO CRD-AMOUNT
           END-IF
           MOVE WS-SWEEP-UNDONE TO CRD-SWEEP-UNDONE
           MOVE WS-FEE-REFUNDED TO CRD-FEE-REFUNDED
           MOVE WS-BATCH-ID TO CRD-BATCH-ID
           WRITE CORR-RPT-RECORD FROM WS-CORR-DETAIL-LINE.

      * The caller sets ACT-TXN-CODE and the signed ACT-AMOUNT, and on
      * a reversal the original's date and code; the rest comes from
      * the account record just rewritten.  Only the customer's own
      * deposit or withdrawal, or the reversal of one, can be cash -
      * sweep legs, fees and their refunds never are.  Every journal
      * entry goes to the GL in the same breath, so the feed and the
      * journal carry the same entries in the same order.
       2970-WRITE-ACTIVITY-RECORD.
           MOVE ACCT-NUMBER TO ACT-ACCT-NUMBER
           MOVE WS-RUN-DATE TO ACT-TXN-DATE
           MOVE ACCT-BALANCE TO ACT-NEW-BALANCE
           MOVE 'ACCTPOST' TO ACT-SOURCE-ID
           IF NOT ACT-REVERSAL
               MOVE SPACES TO ACT-REVERSAL-REF
           END-IF
           MOVE 'N' TO ACT-CASH-IND
           EVALUATE TRUE
               WHEN ACT-DEPOSIT OR ACT-WITHDRAWAL
                   IF POST-CASH
                       SET ACT-CASH TO TRUE
                   END-IF
               WHEN ACT-REVERSAL
                       AND (ACT-ORIG-CODE = 'D' OR ACT-ORIG-CODE = 'W')
                   MOVE WS-REV-CASH-IND(WS-REV-HIT) TO ACT-CASH-IND
           END-EVALUATE
           PERFORM 2990-NOTE-JOURNAL-ENTRY
           PERFORM 2980-WRITE-GL-DETAIL
           WRITE ACTIVITY-RECORD.

      * The signed journal amount goes to the GL as it stands -
      * credits to the customer positive, debits negative - against
      * the account type whose liability it moves.
       2980-WRITE-GL-DETAIL.
           MOVE SPACES TO GL-POSTING-RECORD
           SET GL-DETAIL-REC TO TRUE
           MOVE ACT-ACCT-NUMBER TO GL-ACCT-NUMBER
           MOVE ACT-TXN-DATE TO GL-POSTING-DATE
           MOVE ACT-AMOUNT TO GL-INTEREST-AMT
           MOVE ACT-NEW-BALANCE TO GL-NEW-BALANCE
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           MOVE ACCT-TYPE TO GL-ACCT-TYPE
           MOVE ACT-TXN-CODE TO GL-ACTIVITY-CODE
           IF ACT-REVERSAL
               MOVE ACT-ORIG-CODE TO GL-ORIG-CODE
           END-IF
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD GL-INTEREST-AMT TO WS-GL-AMOUNT-TOTAL
           ADD GL-NEW-BALANCE TO WS-GL-BALANCE-TOTAL
           WRITE GL-POSTING-RECORD
           PERFORM 2985-ACCUMULATE-OFFSET.

       2985-ACCUMULATE-OFFSET.
           MOVE 'N' TO WS-OFFSET-MATCHED-SW
           PERFORM 2986-CHECK-OFFSET-ENTRY
               VARYING WS-OFFSET-IDX FROM 1 BY 1
               UNTIL WS-OFFSET-IDX > WS-OFFSET-COUNT OR OFFSET-MATCHED
           IF NOT OFFSET-MATCHED
               IF WS-OFFSET-COUNT >= 60
                   DISPLAY 'GL OFFSET TABLE HAS TOO MANY ENTRIES'
                   STOP RUN
               END-IF
               ADD 1 TO WS-OFFSET-COUNT
               SET WS-OFFSET-IDX TO WS-OFFSET-COUNT
               MOVE GL-ACCT-TYPE TO WS-OFFSET-TYPE(WS-OFFSET-IDX)
               MOVE GL-ACTIVITY-CODE TO WS-OFFSET-CODE(WS-OFFSET-IDX)
               MOVE GL-ORIG-CODE TO WS-OFFSET-ORIG(WS-OFFSET-IDX)
               MOVE 1 TO WS-OFFSET-ITEMS(WS-OFFSET-IDX)
               MOVE GL-INTEREST-AMT TO WS-OFFSET-AMOUNT(WS-OFFSET-IDX)
           END-IF.

       2986-CHECK-OFFSET-ENTRY.
           IF WS-OFFSET-TYPE(WS-OFFSET-IDX) = GL-ACCT-TYPE
                   AND WS-OFFSET-CODE(WS-OFFSET-IDX) = GL-ACTIVITY-CODE
                   AND WS-OFFSET-ORIG(WS-OFFSET-IDX) = GL-ORIG-CODE
               ADD 1 TO WS-OFFSET-ITEMS(WS-OFFSET-IDX)
               ADD GL-INTEREST-AMT TO WS-OFFSET-AMOUNT(WS-OFFSET-IDX)
               SET OFFSET-MATCHED TO TRUE
           END-IF.

      * Each journal entry, read back at start-up or written by this
      * run, is matched against the reversal table: an original
      * named, a reversal already offsetting one, the NSF fees drawn
      * on the account the same day after a withdrawal named, and
      * fee refunds already made against that day.  A penalty
      * charge or refund is tied to its own withdrawal by the entry
      * just before it - the withdrawal, or the reversal of it.
      * Only this run's own entries can be originals.  The entry
      * then becomes the latest of the two remembered for spotting
      * a sweep pair.
       2990-NOTE-JOURNAL-ENTRY.
           IF ACT-SOURCE-ID = 'ACCTPOST'
               PERFORM 2995-MATCH-REVERSAL-ENTRY
                   VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
           END-IF
           MOVE WS-PRIOR-ENTRY-1 TO WS-PRIOR-ENTRY-2
           MOVE ACT-ACCT-NUMBER TO WS-PRIOR-1-ACCT
           MOVE ACT-TXN-DATE TO WS-PRIOR-1-DATE
           MOVE ACT-TXN-CODE TO WS-PRIOR-1-CODE
           MOVE ACT-SOURCE-ID TO WS-PRIOR-1-SOURCE
           MOVE ACT-AMOUNT TO WS-PRIOR-1-AMOUNT.

       2995-MATCH-REVERSAL-ENTRY.
           IF ACT-ACCT-NUMBER = WS-REV-ACCT(WS-REV-IDX)
               EVALUATE TRUE
                   WHEN ACT-TXN-CODE = WS-REV-CODE(WS-REV-IDX)
                           AND ACT-TXN-DATE = WS-REV-DATE(WS-REV-IDX)
                           AND ACT-AMOUNT = WS-REV-AMOUNT(WS-REV-IDX)
                       ADD 1 TO WS-REV-FOUND(WS-REV-IDX)
                       IF ACT-CASH
                           MOVE 'Y' TO WS-REV-CASH-IND(WS-REV-IDX)
                       END-IF
                       IF ACT-WITHDRAWAL
                           PERFORM 2997-NOTE-COVERING-SWEEP
                       END-IF
                   WHEN ACT-REVERSAL
                           AND ACT-ORIG-CODE = WS-REV-CODE(WS-REV-IDX)
                           AND ACT-ORIG-DATE = WS-REV-DATE(WS-REV-IDX)
                           AND ACT-AMOUNT + WS-REV-AMOUNT(WS-REV-IDX)
                               = ZERO
                       ADD 1 TO WS-REV-DONE(WS-REV-IDX)
                   WHEN ACT-NSF-FEE
                           AND ACT-TXN-DATE = WS-REV-DATE(WS-REV-IDX)
                           AND WS-REV-CODE(WS-REV-IDX) = 'W'
                           AND WS-REV-FOUND(WS-REV-IDX) > ZEROS
                       SUBTRACT ACT-AMOUNT
                           FROM WS-REV-FEE-TOTAL(WS-REV-IDX)
                   WHEN ACT-REVERSAL AND ACT-ORIG-CODE = 'N'
                           AND ACT-ORIG-DATE = WS-REV-DATE(WS-REV-IDX)
                       SUBTRACT ACT-AMOUNT
                           FROM WS-REV-FEE-TOTAL(WS-REV-IDX)
                       IF WS-REV-FEE-TOTAL(WS-REV-IDX) < ZEROS
                           MOVE ZEROS TO WS-REV-FEE-TOTAL(WS-REV-IDX)
                       END-IF
                   WHEN ACT-EARLY-PENALTY
                           AND WS-REV-CODE(WS-REV-IDX) = 'W'
                           AND WS-PRIOR-1-ACCT = ACT-ACCT-NUMBER
                           AND WS-PRIOR-1-DATE = WS-REV-DATE(WS-REV-IDX)
                           AND WS-PRIOR-1-CODE = 'W'
                           AND WS-PRIOR-1-AMOUNT
                               = WS-REV-AMOUNT(WS-REV-IDX)
                       SUBTRACT ACT-AMOUNT
                           FROM WS-REV-PEN-TOTAL(WS-REV-IDX)
                   WHEN ACT-REVERSAL AND ACT-ORIG-CODE = 'K'
                           AND ACT-ORIG-DATE = WS-REV-DATE(WS-REV-IDX)
                           AND WS-REV-CODE(WS-REV-IDX) = 'W'
                           AND WS-PRIOR-1-ACCT = ACT-ACCT-NUMBER
                           AND WS-PRIOR-1-CODE = 'V'
                           AND WS-PRIOR-1-AMOUNT
                               + WS-REV-AMOUNT(WS-REV-IDX) = ZERO
                       SUBTRACT ACT-AMOUNT
                           FROM WS-REV-PEN-TOTAL(WS-REV-IDX)
                       IF WS-REV-PEN-TOTAL(WS-REV-IDX) < ZEROS
                           MOVE ZEROS TO WS-REV-PEN-TOTAL(WS-REV-IDX)
                       END-IF
               END-EVALUATE
           END-IF.

       2997-NOTE-COVERING-SWEEP.
           IF WS-PRIOR-1-CODE = 'I' AND WS-PRIOR-2-CODE = 'O'
                   AND WS-PRIOR-1-ACCT = ACT-ACCT-NUMBER
                   AND WS-PRIOR-1-DATE = ACT-TXN-DATE
                   AND WS-PRIOR-2-DATE = ACT-TXN-DATE
                   AND WS-PRIOR-1-SOURCE = 'ACCTPOST'
                   AND WS-PRIOR-2-SOURCE = 'ACCTPOST'
                   AND WS-PRIOR-1-AMOUNT + WS-PRIOR-2-AMOUNT = ZERO
               MOVE WS-PRIOR-2-ACCT TO WS-REV-SWEEP-ACCT(WS-REV-IDX)
               MOVE WS-PRIOR-1-AMOUNT TO WS-REV-SWEEP-AMT(WS-REV-IDX)
           END-IF.

       2900-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM 2920-FORMAT-REGISTER-LINE
           MOVE 'REJECTED'         TO RPT-TXN-RESULT
           MOVE WS-REJECT-REASON   TO RPT-TXN-REASON
           MOVE SPACES             TO WS-APPLIED-NOTE
           WRITE POST-RPT-RECORD FROM WS-POST-RPT-LINE
           PERFORM 2910-WRITE-REJECT-RECORD
           IF TXN-REVERSAL
               ADD 1 TO WS-REV-REJECTED-COUNT
               MOVE ZEROS TO WS-SWEEP-UNDONE
               MOVE ZEROS TO WS-FEE-REFUNDED
               MOVE WS-REJECT-REASON TO CRD-RESULT
               PERFORM 2460-WRITE-CORRECTION-LINE
           END-IF.

      * Only a batch being applied or rejected whole is still open
      * here; anything else was turned away outside any batch.
       2910-WRITE-REJECT-RECORD.
           MOVE WS-RUN-DATE TO PREJ-RUN-DATE
           IF INSIDE-BATCH
               MOVE WS-BATCH-ID TO PREJ-BATCH-ID
               SET PREJ-BATCH-SEQ TO WS-BATCH-IDX
           ELSE
               MOVE SPACES TO PREJ-BATCH-ID
               MOVE ZEROS TO PREJ-BATCH-SEQ
           END-IF
           MOVE POST-TXN-RECORD TO PREJ-TXN-IMAGE
           MOVE WS-REJECT-REASON TO PREJ-REASON
           WRITE POST-REJECT-RECORD.

       2950-WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'SWEPT'            TO RPT-TXN-RESULT
           MOVE WS-LINKED-ACCT     TO WS-SWEEP-FROM-ACCT
           MOVE WS-SWEEP-REASON    TO RPT-TXN-REASON
           MOVE SPACES             TO WS-APPLIED-NOTE
           WRITE POST-RPT-RECORD FROM WS-POST-RPT-LINE.

       2960-WRITE-NSF-FEE-LINE.
           MOVE 'NSF FEE ASSESSED' TO RPT-TXN-REASON
           WRITE POST-RPT-RECORD FROM WS-POST-RPT-LINE.

       2965-WRITE-PENALTY-LINE.
           PERFORM 2920-FORMAT-REGISTER-LINE
           MOVE WS-PENALTY-AMOUNT  TO RPT-TXN-AMOUNT
           MOVE 'PENALTY'          TO RPT-TXN-RESULT
           MOVE 'EARLY WITHDRAWAL PENALTY' TO RPT-TXN-REASON
           WRITE POST-RPT-RECORD FROM WS-POST-RPT-LINE.

       2920-FORMAT-REGISTER-LINE.
           MOVE POST-TXN-CODE      TO RPT-TXN-CODE
           MOVE POST-ACCT-NUMBER   TO RPT-TXN-ACCT-NUM
           MOVE WS-NSF-COUNT       TO TOT-COUNT
           MOVE WS-NSF-TOTAL       TO TOT-AMOUNT
           WRITE POST-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TOTAL PENALTIES ' TO TOT-LABEL
           MOVE WS-PENALTY-COUNT   TO TOT-COUNT
           MOVE WS-PENALTY-TOTAL   TO TOT-AMOUNT
           WRITE POST-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TOTAL REVERSALS ' TO TOT-LABEL
           MOVE WS-REVERSAL-COUNT  TO TOT-COUNT
           MOVE WS-REVERSAL-TOTAL  TO TOT-AMOUNT
           WRITE POST-RPT-RECORD FROM WS-TOTAL-LINE
           PERFORM 3050-WRITE-ONE-OFFSET
               VARYING WS-OFFSET-IDX FROM 1 BY 1
               UNTIL WS-OFFSET-IDX > WS-OFFSET-COUNT
           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'BATCHES APPLIED:   ' WS-BATCHES-APPLIED
           DISPLAY 'BATCHES REJECTED:  ' WS-BATCHES-REJECTED
           DISPLAY 'CREDIT TOTAL:      ' WS-CREDIT-TOTAL
           DISPLAY 'ODP SWEEPS:        ' WS-SWEPT-COUNT
           DISPLAY 'NSF FEES:          ' WS-NSF-COUNT
           DISPLAY 'EARLY W/D PENALTY: ' WS-PENALTY-COUNT
           DISPLAY 'IRA LIMIT WARNINGS:' WS-IRA-WARNED-COUNT
           DISPLAY 'REVERSALS POSTED:  ' WS-REVERSAL-COUNT
           DISPLAY 'REVERSALS REJECTED:' WS-REV-REJECTED-COUNT
           DISPLAY 'GL DETAILS FED:    ' WS-GL-RECORD-COUNT.

       3050-WRITE-ONE-OFFSET.
           MOVE WS-OFFSET-TYPE(WS-OFFSET-IDX)   TO OFL-TYPE
           MOVE WS-OFFSET-CODE(WS-OFFSET-IDX)   TO OFL-CODE
           MOVE WS-OFFSET-ORIG(WS-OFFSET-IDX)   TO OFL-ORIG
           MOVE WS-OFFSET-ITEMS(WS-OFFSET-IDX)  TO OFL-COUNT
           MOVE WS-OFFSET-AMOUNT(WS-OFFSET-IDX) TO OFL-AMOUNT
           WRITE POST-RPT-RECORD FROM WS-OFFSET-LINE.

       9000-TERMINATE.
           PERFORM 9050-WRITE-GL-TRAILER
           PERFORM 9060-WRITE-CORR-TOTALS
           PERFORM 9100-STAMP-RUN-COMPLETE
           CLOSE ACCT-FILE
           CLOSE POST-TXN-FILE
           CLOSE POST-RPT-FILE
           CLOSE POST-REJ-FILE
           CLOSE ACTIVITY-FILE
           CLOSE POST-GL-FILE
           CLOSE CORR-RPT-FILE
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF.

       9050-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-POSTING-RECORD
           SET GL-TRAILER-REC TO TRUE
           MOVE WS-GL-RECORD-COUNT TO GL-TRL-RECORD-COUNT
           MOVE WS-GL-AMOUNT-TOTAL TO GL-TRL-INTEREST-TOTAL
           MOVE WS-GL-BALANCE-TOTAL TO GL-TRL-BALANCE-TOTAL
           MOVE ZEROS TO GL-ACCRUAL-PAID
           MOVE ZEROS TO GL-WITHHELD-AMT
           WRITE GL-POSTING-RECORD.

      * The register closes with what was backed out and the block
      * the reviewing supervisor signs; an empty register is still
      * printed and signed, so a missing one is noticed.
       9060-WRITE-CORR-TOTALS.
           MOVE SPACES TO CORR-RPT-RECORD
           WRITE CORR-RPT-RECORD
           MOVE 'REVERSALS POSTED      ' TO CRL-LABEL
           MOVE WS-REVERSAL-COUNT TO CRL-COUNT
           MOVE WS-REVERSAL-TOTAL TO CRL-AMOUNT
           WRITE CORR-RPT-RECORD FROM WS-CORR-TOTAL-LINE
           MOVE 'SWEEPS UNDONE         ' TO CRL-LABEL
           MOVE ZEROS TO CRL-COUNT
           MOVE WS-SWEEP-UNDONE-TOTAL TO CRL-AMOUNT
           WRITE CORR-RPT-RECORD FROM WS-CORR-TOTAL-LINE
           MOVE 'NSF FEES REFUNDED     ' TO CRL-LABEL
           MOVE ZEROS TO CRL-COUNT
           MOVE WS-FEE-REFUND-TOTAL TO CRL-AMOUNT
           WRITE CORR-RPT-RECORD FROM WS-CORR-TOTAL-LINE
           MOVE 'PENALTIES REFUNDED    ' TO CRL-LABEL
           MOVE ZEROS TO CRL-COUNT
           MOVE WS-PEN-REFUND-TOTAL TO CRL-AMOUNT
           WRITE CORR-RPT-RECORD FROM WS-CORR-TOTAL-LINE
           MOVE 'REVERSALS REJECTED    ' TO CRL-LABEL
           MOVE WS-REV-REJECTED-COUNT TO CRL-COUNT
           MOVE ZEROS TO CRL-AMOUNT
           WRITE CORR-RPT-RECORD FROM WS-CORR-TOTAL-LINE
           MOVE SPACES TO CORR-RPT-RECORD
           WRITE CORR-RPT-RECORD
           WRITE CORR-RPT-RECORD FROM WS-CORR-SIGNOFF-LINE
           MOVE SPACES TO CORR-RPT-RECORD
           WRITE CORR-RPT-RECORD
           WRITE CORR-RPT-RECORD FROM WS-CORR-SIGNATURE-LINE.

       9100-STAMP-RUN-COMPLETE.
           MOVE 'ACCTPOST' TO RCTL-PROGRAM-ID

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RTN.
       AUTHOR. TRUIST-LEGACY.
      *
      * ACH Return and Settlement Module
      * Runs behind the posting run on the day the intake run fed
      * it, and finishes what the intake started: every inbound
      * entry on the ACHXREF cross-reference is settled as posted,
      * returned or held.  An entry the posting run turned away is
      * found on POSTREJ by its posting batch and position and goes
      * back to the originator on the outbound NACHA return file
      * with the return reason for why it did not post - R01 for
      * insufficient funds, R02 a closed account, R03 no such
      * account, R16 a frozen or dormant account - along with the
      * entries the intake already found to carry an account number
      * that cannot be the master's (R04).  ACHRPARM maps the
      * posting run's reject reasons to return codes in place of the
      * standard table; a reject with no code mapped, an entry from
      * a company batch that failed its control and a transaction
      * code the bank does not post are held for operations rather
      * than returned on a guess.  The return file is built one
      * return batch per originating company batch, each return a
      * return entry and its return addenda under batch and file
      * controls, blocked ten to the block.  ACHSETL lists every
      * return and held entry and proves the day: ACH received, tied
      * to the inbound file control, equals ACH posted plus ACH
      * returned plus held, by count and by credit and debit amount.
      * The run settles only the day's own intake: it waits on run
      * control for the intake and the posting run to complete for
      * the business date, takes only that date's cross-reference
      * and posting rejects, and refuses a second completed run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-XREF-FILE ASSIGN TO 'ACHXREF'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT POST-REJ-FILE ASSIGN TO 'POSTREJ'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT ACH-RTN-PARM-FILE ASSIGN TO 'ACHRPARM'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACH-RETURN-FILE ASSIGN TO 'ACHRTN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ACH-SETL-RPT-FILE ASSIGN TO 'ACHSETL'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACH-XREF-FILE.
           COPY ACHXREC.

       FD POST-REJ-FILE.
           COPY PREJREC.

      * One record per posting reject reason that is to go back, with
      * the return reason code it goes back under.
       FD ACH-RTN-PARM-FILE.
       01 ACH-RTN-PARM-RECORD.
           05 ARP-REJECT-REASON  PIC X(30).
           05 ARP-RETURN-CODE    PIC X(03).

       FD ACH-RETURN-FILE.
           COPY NACHAREC.

       FD ACH-SETL-RPT-FILE.
       01 ACH-SETL-RPT-RECORD    PIC X(120).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS         PIC XX.
       01 WS-REJ-STATUS          PIC XX.
       01 WS-PARM-STATUS         PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-CENTURY     PIC 9(2).
           05 WS-RUN-YYMMDD      PIC 9(6).
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-PRIOR-DONE-SW       PIC X VALUE 'N'.
           88 PRIOR-RUN-DONE     VALUE 'Y'.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.
       01 WS-BUSINESS-DATE       PIC 9(8) VALUE ZEROS.
       01 WS-IN-FILE-HEADER      PIC X(94) VALUE SPACES.
       01 WS-FILE-DEBIT-TOTAL    PIC 9(10)V99 VALUE ZEROS.
       01 WS-FILE-CREDIT-TOTAL   PIC 9(10)V99 VALUE ZEROS.

      * Posting reject reasons and the return codes they go back
      * under.  Without ACHRPARM the standard table stands.
       01 WS-MAP-COUNT           PIC 9(4) VALUE ZEROS.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-MAP-IDX.
               10 WS-MAP-REASON      PIC X(30).
               10 WS-MAP-CODE        PIC X(03).
       01 WS-MAP-FOUND-SW        PIC X VALUE 'N'.
           88 MAP-FOUND          VALUE 'Y'.

      * The posting run's rejects of the intake's own batches.
       01 WS-REJ-COUNT           PIC 9(5) VALUE ZEROS.
       01 WS-REJ-TABLE.
           05 WS-REJ-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-REJ-IDX.
               10 WS-REJ-BATCH-ID    PIC X(08).
               10 WS-REJ-BATCH-SEQ   PIC 9(04).
               10 WS-REJ-REASON      PIC X(30).
               10 WS-REJ-MATCHED-SW  PIC X(01).
                   88 REJ-MATCHED    VALUE 'Y'.
       01 WS-REJ-FOUND-SW        PIC X VALUE 'N'.
           88 REJ-FOUND          VALUE 'Y'.
       01 WS-REJ-UNMATCHED       PIC 9(7) VALUE ZEROS.

      * What became of the entry being settled.
       01 WS-DISPOSITION         PIC X(01) VALUE SPACES.
           88 DISP-POSTED        VALUE 'P'.
           88 DISP-RETURNED      VALUE 'R'.
           88 DISP-HELD          VALUE 'H'.
           88 DISP-NON-MONETARY  VALUE 'N'.
       01 WS-RETURN-CODE         PIC X(03) VALUE SPACES.
       01 WS-SETTLE-REASON       PIC X(30) VALUE SPACES.

      * The second digit of a transaction code says which way the
      * money moves: 1 to 4 credit the account, 6 to 9 debit it.  An
      * entry whose code is not even numeric settles on the debit
      * side, where it is held.
       01 WS-TXN-CODE            PIC 9(02) VALUE ZEROS.
       01 WS-TXN-CODE-PARTS REDEFINES WS-TXN-CODE.
           05 WS-TXN-ACCT-DIGIT  PIC 9(01).
           05 WS-TXN-KIND-DIGIT  PIC 9(01).
               88 CREDIT-KIND    VALUE 1 THRU 4.
       01 WS-CREDIT-SIDE-SW      PIC X VALUE 'N'.
           88 CREDIT-SIDE        VALUE 'Y'.

      * The original entry and its company batch, as received.
       01 WS-ORIG-ODFI-ID        PIC X(08) VALUE SPACES.
       01 WS-ORIG-COMPANY-NAME   PIC X(16) VALUE SPACES.
       01 WS-ORIG-TXN-CODE       PIC X(02) VALUE SPACES.
       01 WS-ORIG-RDFI           PIC 9(08) VALUE ZEROS.
       01 WS-ORIG-ACCOUNT        PIC X(17) VALUE SPACES.
       01 WS-ORIG-AMOUNT         PIC 9(08)V99 VALUE ZEROS.
       01 WS-ORIG-TRACE          PIC X(15) VALUE SPACES.

      * Routing check digit: the first eight digits weighted 3, 7, 1
      * in turn, and the digit that brings the sum to a multiple of
      * ten.
       01 WS-ROUTING-8           PIC 9(08) VALUE ZEROS.
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-8.
           05 WS-RT-DIGIT        PIC 9(01) OCCURS 8 TIMES.
       01 WS-RT-SUM              PIC 9(04) VALUE ZEROS.
       01 WS-RT-QUOTIENT         PIC 9(04) VALUE ZEROS.
       01 WS-RT-REMAINDER        PIC 9(01) VALUE ZEROS.
       01 WS-CHECK-DIGIT         PIC 9(01) VALUE ZEROS.

      * The return file being built.
       01 WS-RTN-FILE-SW         PIC X VALUE 'N'.
           88 RETURN-FILE-STARTED VALUE 'Y'.
       01 WS-RTN-BATCH-SW        PIC X VALUE 'N'.
           88 RETURN-BATCH-OPEN  VALUE 'Y'.
       01 WS-RTN-ORIG-HEADER     PIC X(94) VALUE SPACES.
       01 WS-RTN-ODFI            PIC 9(08) VALUE ZEROS.
       01 WS-RTN-SERVICE-CLASS   PIC 9(03) VALUE ZEROS.
       01 WS-RTN-COMPANY-ID      PIC X(10) VALUE SPACES.
       01 WS-RTN-BATCH-NUM       PIC 9(07) VALUE ZEROS.
       01 WS-RTN-TRACE-SEQ       PIC 9(07) VALUE ZEROS.
       01 WS-RTN-TRACE           PIC X(15) VALUE SPACES.
       01 WS-RTN-BAT-COUNT       PIC 9(06) VALUE ZEROS.
       01 WS-RTN-BAT-HASH        PIC 9(15) VALUE ZEROS.
       01 WS-RTN-BAT-DEBITS      PIC 9(10)V99 VALUE ZEROS.
       01 WS-RTN-BAT-CREDITS     PIC 9(10)V99 VALUE ZEROS.
       01 WS-RTN-FILE-BATCHES    PIC 9(06) VALUE ZEROS.
       01 WS-RTN-FILE-COUNT      PIC 9(08) VALUE ZEROS.
       01 WS-RTN-FILE-HASH       PIC 9(15) VALUE ZEROS.
       01 WS-RTN-FILE-DEBITS     PIC 9(10)V99 VALUE ZEROS.
       01 WS-RTN-FILE-CREDITS    PIC 9(10)V99 VALUE ZEROS.
       01 WS-RTN-RECORD-COUNT    PIC 9(08) VALUE ZEROS.
       01 WS-RTN-BLOCK-COUNT     PIC 9(06) VALUE ZEROS.
       01 WS-RTN-PADDED-COUNT    PIC 9(08) VALUE ZEROS.
       01 WS-SWAP-ROUTING        PIC X(10) VALUE SPACES.
       01 WS-SWAP-NAME           PIC X(23) VALUE SPACES.

      * Settlement figures: count, credit amount and debit amount
      * for each way an entry can settle.
       01 WS-SETTLE-TOTALS.
           05 WS-RCV-COUNT       PIC 9(7) VALUE ZEROS.
           05 WS-RCV-CREDITS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-RCV-DEBITS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-PST-COUNT       PIC 9(7) VALUE ZEROS.
           05 WS-PST-CREDITS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-PST-DEBITS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-RTN-COUNT       PIC 9(7) VALUE ZEROS.
           05 WS-RTN-CREDITS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-RTN-DEBITS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-HLD-COUNT       PIC 9(7) VALUE ZEROS.
           05 WS-HLD-CREDITS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-HLD-DEBITS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-NMN-COUNT       PIC 9(7) VALUE ZEROS.
           05 WS-NMN-CREDITS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-NMN-DEBITS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-PROOF-COUNT         PIC S9(7) VALUE ZEROS.
       01 WS-PROOF-CREDITS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-PROOF-DEBITS        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-RTN-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZEROS.

      * Returns by reason code, in the order the codes first appear.
       01 WS-RC-COUNT            PIC 9(4) VALUE ZEROS.
       01 WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RC-IDX.
               10 WS-RC-CODE         PIC X(03).
               10 WS-RC-ITEMS        PIC 9(7).
               10 WS-RC-AMOUNT       PIC S9(13)V99 COMP-3.
       01 WS-RC-MATCHED-SW       PIC X VALUE 'N'.
           88 RC-MATCHED         VALUE 'Y'.

       01 WS-TITLE-LINE.
           05 FILLER              PIC X(40)
               VALUE 'ACH SETTLEMENT REPORT - BUSINESS DATE '.
           05 TTL-BUSINESS-DATE   PIC 9(08).
           05 FILLER              PIC X(72) VALUE SPACES.

       01 WS-DETAIL-HEADING-LINE.
           05 FILLER              PIC X(17) VALUE 'TRACE NUMBER'.
           05 FILLER              PIC X(19) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(18) VALUE 'COMPANY'.
           05 FILLER              PIC X(04) VALUE 'TC'.
           05 FILLER              PIC X(16) VALUE '         AMOUNT'.
           05 FILLER              PIC X(06) VALUE 'CODE'.
           05 FILLER              PIC X(40) VALUE 'REASON'.

       01 WS-DETAIL-LINE.
           05 DTL-TRACE           PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-ACCOUNT         PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-COMPANY         PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-TXN-CODE        PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DTL-DISPOSITION     PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DTL-REASON          PIC X(30).

       01 WS-TOTAL-HEADING-LINE.
           05 FILLER              PIC X(24) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE '    COUNT'.
           05 FILLER              PIC X(23)
               VALUE '        CREDIT AMOUNT'.
           05 FILLER              PIC X(23)
               VALUE '         DEBIT AMOUNT'.
           05 FILLER              PIC X(41) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TOT-LABEL           PIC X(24).
           05 TOT-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TOT-CREDITS         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TOT-DEBITS          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-CODE-TOTAL-LINE.
           05 FILLER              PIC X(09) VALUE 'RETURNED '.
           05 CTL-CODE            PIC X(03).
           05 FILLER              PIC X(12) VALUE SPACES.
           05 CTL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 CTL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-PROOF-LINE.
           05 PRF-LABEL           PIC X(48).
           05 PRF-RESULT          PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SETTLE-ENTRY
               UNTIL END-OF-FILE
           IF RETURN-FILE-STARTED
               PERFORM 2700-CLOSE-RETURN-FILE
           END-IF
           PERFORM 3000-WRITE-SETTLEMENT
           PERFORM 9000-TERMINATE
           STOP RUN.

      * Without the cross-reference or the posting run's rejects the
      * day cannot be settled, and a return sent on a guess cannot be
      * called back; the run stops with its start stamp standing.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1030-STAMP-RUN-START
           PERFORM 1080-LOAD-RETURN-MAP
           PERFORM 1100-LOAD-POSTING-REJECTS
           OPEN INPUT ACH-XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACHXREF: ' WS-XREF-STATUS
               STOP RUN
           END-IF
           PERFORM 1200-READ-XREF
           IF END-OF-FILE OR NOT AXR-FILE-HEADER
               DISPLAY 'ACHXREF HAS NO FILE HEADER'
               STOP RUN
           END-IF
           IF AXR-BUSINESS-DATE NOT = WS-RUN-DATE
               DISPLAY 'ACHXREF IS FOR ' AXR-BUSINESS-DATE
                   ', NOT ' WS-RUN-DATE ', RUN REFUSED'
               STOP RUN
           END-IF
           MOVE AXR-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE AXR-FILE-HEADER-IMAGE TO WS-IN-FILE-HEADER
           MOVE AXR-FILE-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
           MOVE AXR-FILE-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL
           OPEN OUTPUT ACH-RETURN-FILE
           OPEN OUTPUT ACH-SETL-RPT-FILE
           MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE
           WRITE ACH-SETL-RPT-RECORD FROM WS-TITLE-LINE
           MOVE SPACES TO ACH-SETL-RPT-RECORD
           WRITE ACH-SETL-RPT-RECORD
           WRITE ACH-SETL-RPT-RECORD FROM WS-DETAIL-HEADING-LINE
           PERFORM 1200-READ-XREF.

      * The morning control report reads these stamps; a program
      * left in 'S' is the night's loudest flag, so the start is
      * stamped before any real work begins.  The intake restarts its
      * posting batch ids every day, so a reject is only known to be
      * this entry's once the intake and the posting run have both
      * completed for the date.  A completed settlement blocks a
      * second one: the rebuilt return file would carry the same
      * trace numbers, and if sent again every return would reach
      * the originators twice.
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
           MOVE 'ACHIN   ' TO RCTL-PROGRAM-ID
           PERFORM 1032-CHECK-PRIOR-RUN
           IF NOT PRIOR-RUN-DONE
               DISPLAY 'ACH INTAKE NOT COMPLETE FOR '
                   WS-RUN-DATE ', RUN REFUSED'
               STOP RUN
           END-IF
           MOVE 'ACCTPOST' TO RCTL-PROGRAM-ID
           PERFORM 1032-CHECK-PRIOR-RUN
           IF NOT PRIOR-RUN-DONE
               DISPLAY 'POSTING RUN NOT COMPLETE FOR '
                   WS-RUN-DATE ', RUN REFUSED'
               STOP RUN
           END-IF
           MOVE 'ACHRTN  ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 1035-BUILD-START-RECORD
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RCTL-COMPLETED
                       DISPLAY 'ACH SETTLEMENT ALREADY COMPLETE FOR '
                           WS-RUN-DATE ', RUN REFUSED'
                       STOP RUN
                   END-IF
                   PERFORM 1035-BUILD-START-RECORD
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       1032-CHECK-PRIOR-RUN.
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           MOVE 'N' TO WS-PRIOR-DONE-SW
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCTL-COMPLETED
                       SET PRIOR-RUN-DONE TO TRUE
                   END-IF
           END-READ.

       1035-BUILD-START-RECORD.
           MOVE 'ACHRTN  ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           SET RCTL-STARTED TO TRUE
           MOVE WS-RUN-TIME TO RCTL-START-TIME
           MOVE ZEROS TO RCTL-END-TIME
           MOVE ZEROS TO RCTL-RECORD-COUNT
           MOVE ZEROS TO RCTL-CONTROL-AMOUNT.

       1080-LOAD-RETURN-MAP.
           OPEN INPUT ACH-RTN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM 1085-LOAD-ONE-RETURN-CODE
                   UNTIL WS-PARM-STATUS NOT = '00'
               CLOSE ACH-RTN-PARM-FILE
           END-IF
           IF WS-MAP-COUNT = ZEROS
               DISPLAY 'ACHRPARM NOT AVAILABLE, STANDARD RETURN '
                   'CODES ASSUMED'
               MOVE 'INSUFFICIENT FUNDS' TO WS-MAP-REASON(1)
               MOVE 'R01' TO WS-MAP-CODE(1)
               MOVE 'FUNDS SHORT OF PENALTY' TO WS-MAP-REASON(2)
               MOVE 'R01' TO WS-MAP-CODE(2)
               MOVE 'ACCOUNT CLOSED' TO WS-MAP-REASON(3)
               MOVE 'R02' TO WS-MAP-CODE(3)
               MOVE 'ACCOUNT NOT FOUND' TO WS-MAP-REASON(4)
               MOVE 'R03' TO WS-MAP-CODE(4)
               MOVE 'ACCOUNT FROZEN' TO WS-MAP-REASON(5)
               MOVE 'R16' TO WS-MAP-CODE(5)
               MOVE 'ACCOUNT DORMANT' TO WS-MAP-REASON(6)
               MOVE 'R16' TO WS-MAP-CODE(6)
               MOVE 6 TO WS-MAP-COUNT
           END-IF.

       1085-LOAD-ONE-RETURN-CODE.
           READ ACH-RTN-PARM-FILE
               AT END
                   MOVE '10' TO WS-PARM-STATUS
               NOT AT END
                   IF WS-MAP-COUNT >= 40
                       DISPLAY 'ACHRPARM HAS TOO MANY ENTRIES'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MAP-COUNT
                   MOVE ARP-REJECT-REASON
                       TO WS-MAP-REASON(WS-MAP-COUNT)
                   MOVE ARP-RETURN-CODE TO WS-MAP-CODE(WS-MAP-COUNT)
           END-READ.

      * Only the intake's own batches carry the 'ACH' batch id; the
      * branches' rejects stay with the branches.  A reject stamped
      * with another day's run date belongs to another day's intake,
      * whose batch ids this day's repeat.
       1100-LOAD-POSTING-REJECTS.
           OPEN INPUT POST-REJ-FILE
           IF WS-REJ-STATUS NOT = '00'
               DISPLAY 'POSTREJ NOT AVAILABLE: ' WS-REJ-STATUS
                   ', POSTING HAS NOT RUN'
               STOP RUN
           END-IF
           PERFORM 1110-LOAD-ONE-REJECT
               UNTIL WS-REJ-STATUS NOT = '00'
           CLOSE POST-REJ-FILE.

       1110-LOAD-ONE-REJECT.
           READ POST-REJ-FILE
               AT END
                   MOVE '10' TO WS-REJ-STATUS
               NOT AT END
                   IF PREJ-BATCH-ID(1:3) = 'ACH'
                           AND PREJ-RUN-DATE = WS-RUN-DATE
                       IF WS-REJ-COUNT >= 5000
                           DISPLAY 'POSTREJ HAS TOO MANY ACH REJECTS'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-REJ-COUNT
                       MOVE PREJ-BATCH-ID
                           TO WS-REJ-BATCH-ID(WS-REJ-COUNT)
                       MOVE PREJ-BATCH-SEQ
                           TO WS-REJ-BATCH-SEQ(WS-REJ-COUNT)
                       MOVE PREJ-REASON TO WS-REJ-REASON(WS-REJ-COUNT)
                       MOVE 'N' TO WS-REJ-MATCHED-SW(WS-REJ-COUNT)
                   END-IF
           END-READ.

       1200-READ-XREF.
           READ ACH-XREF-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      * The entry and its company batch header are picked apart in
      * the return file's record area before anything is built there.
       2000-SETTLE-ENTRY.
           IF AXR-ENTRY
               MOVE AXR-BATCH-HEADER-IMAGE TO ACH-RECORD
               MOVE ABH-ODFI-ID TO WS-ORIG-ODFI-ID
               MOVE ABH-COMPANY-NAME TO WS-ORIG-COMPANY-NAME
               MOVE AXR-ENTRY-IMAGE TO ACH-RECORD
               MOVE ACH-RECORD(2:2) TO WS-ORIG-TXN-CODE
               MOVE AED-DFI-ACCOUNT TO WS-ORIG-ACCOUNT
               MOVE AED-TRACE-NUMBER TO WS-ORIG-TRACE
               MOVE AXR-AMOUNT TO WS-ORIG-AMOUNT
               MOVE ZEROS TO WS-ORIG-RDFI
               IF AED-RDFI-ID NUMERIC
                   MOVE AED-RDFI-ID TO WS-ORIG-RDFI
               END-IF
               MOVE 'N' TO WS-CREDIT-SIDE-SW
               IF AED-TXN-CODE NUMERIC
                   MOVE AED-TXN-CODE TO WS-TXN-CODE
                   IF CREDIT-KIND
                       SET CREDIT-SIDE TO TRUE
                   END-IF
               END-IF
               PERFORM 2100-DECIDE-DISPOSITION
               PERFORM 2200-ACCUMULATE-SETTLEMENT
               IF DISP-RETURNED
                   PERFORM 2500-WRITE-RETURN
               END-IF
               IF DISP-RETURNED OR DISP-HELD
                   PERFORM 2900-WRITE-DETAIL-LINE
               END-IF
           END-IF
           PERFORM 1200-READ-XREF.

       2100-DECIDE-DISPOSITION.
           MOVE SPACES TO WS-RETURN-CODE
           MOVE SPACES TO WS-SETTLE-REASON
           EVALUATE TRUE
               WHEN AXR-SENT-TO-POSTING
                   PERFORM 2110-FIND-POSTING-REJECT
                   IF REJ-FOUND
                       PERFORM 2120-MAP-RETURN-CODE
                   ELSE
                       SET DISP-POSTED TO TRUE
                   END-IF
               WHEN AXR-RETURNED-AT-INTAKE
                   SET DISP-RETURNED TO TRUE
                   MOVE AXR-RETURN-CODE TO WS-RETURN-CODE
                   MOVE 'INVALID ACCOUNT NUMBER' TO WS-SETTLE-REASON
               WHEN AXR-NON-MONETARY
                   SET DISP-NON-MONETARY TO TRUE
               WHEN AXR-BATCH-OUT-OF-BALANCE
                   SET DISP-HELD TO TRUE
                   MOVE 'COMPANY BATCH OUT OF BALANCE'
                       TO WS-SETTLE-REASON
               WHEN OTHER
                   SET DISP-HELD TO TRUE
                   MOVE 'TRANSACTION CODE NOT POSTED'
                       TO WS-SETTLE-REASON
           END-EVALUATE.

       2110-FIND-POSTING-REJECT.
           MOVE 'N' TO WS-REJ-FOUND-SW
           PERFORM 2115-CHECK-POSTING-REJECT
               VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-COUNT OR REJ-FOUND.

       2115-CHECK-POSTING-REJECT.
           IF WS-REJ-BATCH-ID(WS-REJ-IDX) = AXR-POST-BATCH-ID
                   AND WS-REJ-BATCH-SEQ(WS-REJ-IDX) = AXR-POST-SEQ
               SET REJ-FOUND TO TRUE
               SET REJ-MATCHED(WS-REJ-IDX) TO TRUE
               MOVE WS-REJ-REASON(WS-REJ-IDX) TO WS-SETTLE-REASON
           END-IF.

      * A reject reason with no return code mapped is held: sending
      * an entry back under the wrong code costs more than a day's
      * look by operations.
       2120-MAP-RETURN-CODE.
           MOVE 'N' TO WS-MAP-FOUND-SW
           PERFORM 2125-CHECK-MAP-ENTRY
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT OR MAP-FOUND
           IF MAP-FOUND
               SET DISP-RETURNED TO TRUE
           ELSE
               SET DISP-HELD TO TRUE
           END-IF.

       2125-CHECK-MAP-ENTRY.
           IF WS-MAP-REASON(WS-MAP-IDX) = WS-SETTLE-REASON
               SET MAP-FOUND TO TRUE
               MOVE WS-MAP-CODE(WS-MAP-IDX) TO WS-RETURN-CODE
           END-IF.

       2200-ACCUMULATE-SETTLEMENT.
           ADD 1 TO WS-RCV-COUNT
           IF CREDIT-SIDE
               ADD WS-ORIG-AMOUNT TO WS-RCV-CREDITS
           ELSE
               ADD WS-ORIG-AMOUNT TO WS-RCV-DEBITS
           END-IF
           EVALUATE TRUE
               WHEN DISP-POSTED
                   ADD 1 TO WS-PST-COUNT
                   IF CREDIT-SIDE
                       ADD WS-ORIG-AMOUNT TO WS-PST-CREDITS
                   ELSE
                       ADD WS-ORIG-AMOUNT TO WS-PST-DEBITS
                   END-IF
               WHEN DISP-RETURNED
                   ADD 1 TO WS-RTN-COUNT
                   IF CREDIT-SIDE
                       ADD WS-ORIG-AMOUNT TO WS-RTN-CREDITS
                   ELSE
                       ADD WS-ORIG-AMOUNT TO WS-RTN-DEBITS
                   END-IF
                   ADD WS-ORIG-AMOUNT TO WS-RTN-TOTAL
                   PERFORM 2250-ACCUMULATE-CODE-TOTAL
               WHEN DISP-HELD
                   ADD 1 TO WS-HLD-COUNT
                   IF CREDIT-SIDE
                       ADD WS-ORIG-AMOUNT TO WS-HLD-CREDITS
                   ELSE
                       ADD WS-ORIG-AMOUNT TO WS-HLD-DEBITS
                   END-IF
               WHEN DISP-NON-MONETARY
                   ADD 1 TO WS-NMN-COUNT
                   IF CREDIT-SIDE
                       ADD WS-ORIG-AMOUNT TO WS-NMN-CREDITS
                   ELSE
                       ADD WS-ORIG-AMOUNT TO WS-NMN-DEBITS
                   END-IF
           END-EVALUATE.

       2250-ACCUMULATE-CODE-TOTAL.
           MOVE 'N' TO WS-RC-MATCHED-SW
           PERFORM 2255-CHECK-CODE-ENTRY
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT OR RC-MATCHED
           IF NOT RC-MATCHED
               IF WS-RC-COUNT >= 20
                   DISPLAY 'RETURN CODE TABLE FULL'
                   STOP RUN
               END-IF
               ADD 1 TO WS-RC-COUNT
               SET WS-RC-IDX TO WS-RC-COUNT
               MOVE WS-RETURN-CODE TO WS-RC-CODE(WS-RC-IDX)
               MOVE 1 TO WS-RC-ITEMS(WS-RC-IDX)
               MOVE WS-ORIG-AMOUNT TO WS-RC-AMOUNT(WS-RC-IDX)
           END-IF.

       2255-CHECK-CODE-ENTRY.
           IF WS-RC-CODE(WS-RC-IDX) = WS-RETURN-CODE
               ADD 1 TO WS-RC-ITEMS(WS-RC-IDX)
               ADD WS-ORIG-AMOUNT TO WS-RC-AMOUNT(WS-RC-IDX)
               SET RC-MATCHED TO TRUE
           END-IF.

      * Returns go back one return batch per originating company
      * batch, so the originator sees them under its own company.
       2500-WRITE-RETURN.
           IF NOT RETURN-FILE-STARTED
               PERFORM 2510-WRITE-FILE-HEADER
           END-IF
           IF RETURN-BATCH-OPEN
                   AND AXR-BATCH-HEADER-IMAGE NOT = WS-RTN-ORIG-HEADER
               PERFORM 2600-CLOSE-RETURN-BATCH
           END-IF
           IF NOT RETURN-BATCH-OPEN
               PERFORM 2520-OPEN-RETURN-BATCH
           END-IF
           PERFORM 2530-WRITE-RETURN-ENTRY
           PERFORM 2540-WRITE-RETURN-ADDENDA.

      * The return file goes back the way the inbound file came:
      * destination and origin change places.
       2510-WRITE-FILE-HEADER.
           MOVE WS-IN-FILE-HEADER TO ACH-RECORD
           MOVE AFH-IMMED-DEST TO WS-SWAP-ROUTING
           MOVE AFH-DEST-NAME TO WS-SWAP-NAME
           MOVE AFH-IMMED-ORIGIN TO AFH-IMMED-DEST
           MOVE AFH-ORIGIN-NAME TO AFH-DEST-NAME
           MOVE WS-SWAP-ROUTING TO AFH-IMMED-ORIGIN
           MOVE WS-SWAP-NAME TO AFH-ORIGIN-NAME
           MOVE 1 TO AFH-PRIORITY-CODE
           MOVE WS-RUN-YYMMDD TO AFH-CREATION-DATE
           MOVE WS-RUN-TIME(1:4) TO AFH-CREATION-TIME
           MOVE 'A' TO AFH-FILE-ID-MOD
           MOVE 94 TO AFH-RECORD-SIZE
           MOVE 10 TO AFH-BLOCKING-FACTOR
           MOVE '1' TO AFH-FORMAT-CODE
           MOVE SPACES TO AFH-REFERENCE-CODE
           WRITE ACH-RECORD
           ADD 1 TO WS-RTN-RECORD-COUNT
           SET RETURN-FILE-STARTED TO TRUE.

      * The return batch carries the originator's company fields as
      * they came, with this bank as the originating institution.
       2520-OPEN-RETURN-BATCH.
           MOVE AXR-BATCH-HEADER-IMAGE TO WS-RTN-ORIG-HEADER
           MOVE AXR-BATCH-HEADER-IMAGE TO ACH-RECORD
           ADD 1 TO WS-RTN-BATCH-NUM
           MOVE WS-ORIG-RDFI TO WS-RTN-ODFI
           MOVE ABH-COMPANY-ID TO WS-RTN-COMPANY-ID
           MOVE ZEROS TO WS-RTN-SERVICE-CLASS
           IF ABH-SERVICE-CLASS NUMERIC
               MOVE ABH-SERVICE-CLASS TO WS-RTN-SERVICE-CLASS
           END-IF
           MOVE WS-RTN-SERVICE-CLASS TO ABH-SERVICE-CLASS
           MOVE WS-RUN-YYMMDD TO ABH-EFFECTIVE-DATE
           MOVE SPACES TO ABH-SETTLEMENT-DATE
           MOVE '1' TO ABH-ORIGINATOR-STATUS
           MOVE WS-RTN-ODFI TO ABH-ODFI-ID
           MOVE WS-RTN-BATCH-NUM TO ABH-BATCH-NUMBER
           WRITE ACH-RECORD
           ADD 1 TO WS-RTN-RECORD-COUNT
           SET RETURN-BATCH-OPEN TO TRUE
           MOVE ZEROS TO WS-RTN-BAT-COUNT
           MOVE ZEROS TO WS-RTN-BAT-HASH
           MOVE ZEROS TO WS-RTN-BAT-DEBITS
           MOVE ZEROS TO WS-RTN-BAT-CREDITS.

      * The return entry is the original turned round: its code one
      * less (a credit's return is 21 or 31, a debit's 26 or 36), and
      * routed to the institution that sent it.
       2530-WRITE-RETURN-ENTRY.
           MOVE AXR-ENTRY-IMAGE TO ACH-RECORD
           SUBTRACT 1 FROM AED-TXN-CODE
           IF WS-ORIG-ODFI-ID NUMERIC
               MOVE WS-ORIG-ODFI-ID TO WS-ROUTING-8
           ELSE
               MOVE WS-ORIG-TRACE(1:8) TO WS-ROUTING-8
           END-IF
           PERFORM 2550-COMPUTE-CHECK-DIGIT
           MOVE WS-ROUTING-8 TO AED-RDFI-ID
           MOVE WS-CHECK-DIGIT TO AED-CHECK-DIGIT
           MOVE '1' TO AED-ADDENDA-IND
           ADD 1 TO WS-RTN-TRACE-SEQ
           MOVE WS-RTN-ODFI TO AED-TRACE-ODFI
           MOVE WS-RTN-TRACE-SEQ TO AED-TRACE-SEQ
           MOVE AED-TRACE-NUMBER TO WS-RTN-TRACE
           ADD 1 TO WS-RTN-BAT-COUNT
           ADD AED-RDFI-ID TO WS-RTN-BAT-HASH
           IF AED-RETURN-OF-CREDIT
               ADD AED-AMOUNT TO WS-RTN-BAT-CREDITS
           ELSE
               ADD AED-AMOUNT TO WS-RTN-BAT-DEBITS
           END-IF
           WRITE ACH-RECORD
           ADD 1 TO WS-RTN-RECORD-COUNT.

       2540-WRITE-RETURN-ADDENDA.
           MOVE SPACES TO ACH-RECORD
           SET ACH-ADDENDA TO TRUE
           MOVE '99' TO ARA-TYPE-CODE
           MOVE WS-RETURN-CODE TO ARA-RETURN-REASON
           MOVE WS-ORIG-TRACE TO ARA-ORIG-TRACE
           MOVE SPACES TO ARA-DATE-OF-DEATH
           MOVE WS-ORIG-RDFI TO ARA-ORIG-RDFI
           MOVE WS-SETTLE-REASON TO ARA-ADDENDA-INFO
           MOVE WS-RTN-TRACE TO ARA-TRACE-NUMBER
           ADD 1 TO WS-RTN-BAT-COUNT
           WRITE ACH-RECORD
           ADD 1 TO WS-RTN-RECORD-COUNT.

       2550-COMPUTE-CHECK-DIGIT.
           COMPUTE WS-RT-SUM =
               3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4) + WS-RT-DIGIT(7))
             + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5) + WS-RT-DIGIT(8))
             + WS-RT-DIGIT(3) + WS-RT-DIGIT(6)
           DIVIDE WS-RT-SUM BY 10 GIVING WS-RT-QUOTIENT
               REMAINDER WS-RT-REMAINDER
           IF WS-RT-REMAINDER = ZERO
               MOVE ZERO TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-RT-REMAINDER
           END-IF.

       2600-CLOSE-RETURN-BATCH.
           MOVE SPACES TO ACH-RECORD
           SET ACH-BATCH-CONTROL TO TRUE
           MOVE WS-RTN-SERVICE-CLASS TO ABC-SERVICE-CLASS
           MOVE WS-RTN-BAT-COUNT TO ABC-ENTRY-COUNT
           MOVE WS-RTN-BAT-HASH TO ABC-ENTRY-HASH
           MOVE WS-RTN-BAT-DEBITS TO ABC-DEBIT-TOTAL
           MOVE WS-RTN-BAT-CREDITS TO ABC-CREDIT-TOTAL
           MOVE WS-RTN-COMPANY-ID TO ABC-COMPANY-ID
           MOVE WS-RTN-ODFI TO ABC-ODFI-ID
           MOVE WS-RTN-BATCH-NUM TO ABC-BATCH-NUMBER
           WRITE ACH-RECORD
           ADD 1 TO WS-RTN-RECORD-COUNT
           ADD 1 TO WS-RTN-FILE-BATCHES
           ADD WS-RTN-BAT-COUNT TO WS-RTN-FILE-COUNT
           ADD WS-RTN-BAT-HASH TO WS-RTN-FILE-HASH
           ADD WS-RTN-BAT-DEBITS TO WS-RTN-FILE-DEBITS
           ADD WS-RTN-BAT-CREDITS TO WS-RTN-FILE-CREDITS
           MOVE 'N' TO WS-RTN-BATCH-SW.

      * The block count covers the file control itself; the last
      * block is filled out with records of nines.
       2700-CLOSE-RETURN-FILE.
           IF RETURN-BATCH-OPEN
               PERFORM 2600-CLOSE-RETURN-BATCH
           END-IF
           COMPUTE WS-RTN-BLOCK-COUNT =
               (WS-RTN-RECORD-COUNT + 1 + 9) / 10
           MOVE SPACES TO ACH-RECORD
           SET ACH-FILE-CONTROL TO TRUE
           MOVE WS-RTN-FILE-BATCHES TO AFC-BATCH-COUNT
           MOVE WS-RTN-BLOCK-COUNT TO AFC-BLOCK-COUNT
           MOVE WS-RTN-FILE-COUNT TO AFC-ENTRY-COUNT
           MOVE WS-RTN-FILE-HASH TO AFC-ENTRY-HASH
           MOVE WS-RTN-FILE-DEBITS TO AFC-DEBIT-TOTAL
           MOVE WS-RTN-FILE-CREDITS TO AFC-CREDIT-TOTAL
           WRITE ACH-RECORD
           ADD 1 TO WS-RTN-RECORD-COUNT
           COMPUTE WS-RTN-PADDED-COUNT = WS-RTN-BLOCK-COUNT * 10
           PERFORM 2750-WRITE-PAD-RECORD
               UNTIL WS-RTN-RECORD-COUNT >= WS-RTN-PADDED-COUNT.

       2750-WRITE-PAD-RECORD.
           MOVE ALL '9' TO ACH-RECORD
           WRITE ACH-RECORD
           ADD 1 TO WS-RTN-RECORD-COUNT.

       2900-WRITE-DETAIL-LINE.
           MOVE WS-ORIG-TRACE TO DTL-TRACE
           MOVE WS-ORIG-ACCOUNT TO DTL-ACCOUNT
           MOVE WS-ORIG-COMPANY-NAME TO DTL-COMPANY
           MOVE WS-ORIG-TXN-CODE TO DTL-TXN-CODE
           MOVE WS-ORIG-AMOUNT TO DTL-AMOUNT
           IF DISP-RETURNED
               MOVE WS-RETURN-CODE TO DTL-DISPOSITION
           ELSE
               MOVE 'HOLD' TO DTL-DISPOSITION
           END-IF
           MOVE WS-SETTLE-REASON TO DTL-REASON
           WRITE ACH-SETL-RPT-RECORD FROM WS-DETAIL-LINE.

      * Received must equal posted, returned, held and the entries
      * with nothing to post, by count and by each side's amount; and
      * what was received must be what the inbound file control says
      * was sent.
       3000-WRITE-SETTLEMENT.
           MOVE SPACES TO ACH-SETL-RPT-RECORD
           WRITE ACH-SETL-RPT-RECORD
           WRITE ACH-SETL-RPT-RECORD FROM WS-TOTAL-HEADING-LINE
           MOVE 'ACH RECEIVED            ' TO TOT-LABEL
           MOVE WS-RCV-COUNT TO TOT-COUNT
           MOVE WS-RCV-CREDITS TO TOT-CREDITS
           MOVE WS-RCV-DEBITS TO TOT-DEBITS
           WRITE ACH-SETL-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ACH POSTED              ' TO TOT-LABEL
           MOVE WS-PST-COUNT TO TOT-COUNT
           MOVE WS-PST-CREDITS TO TOT-CREDITS
           MOVE WS-PST-DEBITS TO TOT-DEBITS
           WRITE ACH-SETL-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ACH RETURNED            ' TO TOT-LABEL
           MOVE WS-RTN-COUNT TO TOT-COUNT
           MOVE WS-RTN-CREDITS TO TOT-CREDITS
           MOVE WS-RTN-DEBITS TO TOT-DEBITS
           WRITE ACH-SETL-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'HELD FOR REVIEW         ' TO TOT-LABEL
           MOVE WS-HLD-COUNT TO TOT-COUNT
           MOVE WS-HLD-CREDITS TO TOT-CREDITS
           MOVE WS-HLD-DEBITS TO TOT-DEBITS
           WRITE ACH-SETL-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'PRENOTE / ZERO DOLLAR   ' TO TOT-LABEL
           MOVE WS-NMN-COUNT TO TOT-COUNT
           MOVE WS-NMN-CREDITS TO TOT-CREDITS
           MOVE WS-NMN-DEBITS TO TOT-DEBITS
           WRITE ACH-SETL-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'INBOUND FILE CONTROL    ' TO TOT-LABEL
           MOVE ZEROS TO TOT-COUNT
           MOVE WS-FILE-CREDIT-TOTAL TO TOT-CREDITS
           MOVE WS-FILE-DEBIT-TOTAL TO TOT-DEBITS
           WRITE ACH-SETL-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO ACH-SETL-RPT-RECORD
           WRITE ACH-SETL-RPT-RECORD
           PERFORM 3100-WRITE-ONE-CODE-TOTAL
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
           MOVE SPACES TO ACH-SETL-RPT-RECORD
           WRITE ACH-SETL-RPT-RECORD
           COMPUTE WS-PROOF-COUNT = WS-RCV-COUNT - WS-PST-COUNT
               - WS-RTN-COUNT - WS-HLD-COUNT - WS-NMN-COUNT
           COMPUTE WS-PROOF-CREDITS = WS-RCV-CREDITS - WS-PST-CREDITS
               - WS-RTN-CREDITS - WS-HLD-CREDITS - WS-NMN-CREDITS
           COMPUTE WS-PROOF-DEBITS = WS-RCV-DEBITS - WS-PST-DEBITS
               - WS-RTN-DEBITS - WS-HLD-DEBITS - WS-NMN-DEBITS
           MOVE 'RECEIVED = POSTED + RETURNED + HELD' TO PRF-LABEL
           IF WS-PROOF-COUNT = ZERO AND WS-PROOF-CREDITS = ZERO
                   AND WS-PROOF-DEBITS = ZERO
               MOVE 'IN BALANCE' TO PRF-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO PRF-RESULT
           END-IF
           WRITE ACH-SETL-RPT-RECORD FROM WS-PROOF-LINE
           MOVE 'RECEIVED AGREES WITH INBOUND FILE CONTROL'
               TO PRF-LABEL
           IF WS-RCV-CREDITS = WS-FILE-CREDIT-TOTAL
                   AND WS-RCV-DEBITS = WS-FILE-DEBIT-TOTAL
               MOVE 'IN BALANCE' TO PRF-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO PRF-RESULT
           END-IF
           WRITE ACH-SETL-RPT-RECORD FROM WS-PROOF-LINE
           PERFORM 3200-COUNT-UNMATCHED-REJECT
               VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-COUNT
           IF WS-REJ-UNMATCHED > ZEROS
               MOVE 'POSTING REJECTS NOT FOUND ON ACHXREF'
                   TO PRF-LABEL
               MOVE WS-REJ-UNMATCHED TO PRF-RESULT
               WRITE ACH-SETL-RPT-RECORD FROM WS-PROOF-LINE
           END-IF
           DISPLAY 'ACH RECEIVED:      ' WS-RCV-COUNT
           DISPLAY 'ACH POSTED:        ' WS-PST-COUNT
           DISPLAY 'ACH RETURNED:      ' WS-RTN-COUNT
           DISPLAY 'HELD FOR REVIEW:   ' WS-HLD-COUNT
           DISPLAY 'REJECTS UNMATCHED: ' WS-REJ-UNMATCHED.

       3100-WRITE-ONE-CODE-TOTAL.
           MOVE WS-RC-CODE(WS-RC-IDX) TO CTL-CODE
           MOVE WS-RC-ITEMS(WS-RC-IDX) TO CTL-COUNT
           MOVE WS-RC-AMOUNT(WS-RC-IDX) TO CTL-AMOUNT
           WRITE ACH-SETL-RPT-RECORD FROM WS-CODE-TOTAL-LINE.

       3200-COUNT-UNMATCHED-REJECT.
           IF NOT REJ-MATCHED(WS-REJ-IDX)
               ADD 1 TO WS-REJ-UNMATCHED
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-STAMP-RUN-COMPLETE
           CLOSE ACH-XREF-FILE
           CLOSE ACH-RETURN-FILE
           CLOSE ACH-SETL-RPT-FILE.

      * The control amount is the money sent back.
       9100-STAMP-RUN-COMPLETE.
           MOVE 'ACHRTN  ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'RUN CONTROL RECORD LOST, NOT STAMPED'
               NOT INVALID KEY
                   SET RCTL-COMPLETED TO TRUE
                   ACCEPT RCTL-END-TIME FROM TIME
                   MOVE WS-RTN-COUNT TO RCTL-RECORD-COUNT
                   MOVE WS-RTN-TOTAL TO RCTL-CONTROL-AMOUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

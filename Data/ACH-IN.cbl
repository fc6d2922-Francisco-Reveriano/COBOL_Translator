       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-IN.
       AUTHOR. TRUIST-LEGACY.
      *
      * Inbound ACH Intake Module
      * Reads the day's inbound NACHA file of direct deposits and ACH
      * debits and turns it into posting batches, in place of the
      * entries operations used to retype.  The file is proved in a
      * first pass before anything is written: every company batch
      * against its batch control - entry and addenda count, entry
      * hash, debit and credit totals - and the file control against
      * the batch controls.  A file that does not prove, or is
      * missing its header or control, is refused whole and the run
      * stops unstamped for operations to take up with the ACH
      * operator; a single company batch that does not prove is held
      * back and listed, and the rest of the file goes on.  Each
      * proved company batch becomes one or more POSTTXN batches
      * under an 'ACH' batch id, credits as deposits and debits as
      * withdrawals, each wrapped in the 'H' header and the 'E'
      * trailer the posting run proves, added on behind the branch
      * batches already there.  An entry whose account number does
      * not fit the master's is returned straight away; prenotes and
      * zero-dollar entries have nothing to post.  Every entry, sent
      * or not, goes on the ACHXREF cross-reference with where it
      * went, and the return run reads it after posting to send back
      * what did not post and to prove the settlement.  ACHINRPT
      * lists each company batch and what became of it.  One
      * inbound file is taken per business date; run control refuses
      * a second completed intake.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-IN-FILE ASSIGN TO 'ACHIN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACHIN-STATUS.
           SELECT POST-TXN-FILE ASSIGN TO 'POSTTXN'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT ACH-XREF-FILE ASSIGN TO 'ACHXREF'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ACH-IN-RPT-FILE ASSIGN TO 'ACHINRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACH-IN-FILE.
           COPY NACHAREC.

      * The posting run's transaction layout; see ACCT-POST.
       FD POST-TXN-FILE.
       01 POST-TXN-RECORD.
           05 POST-TXN-CODE          PIC X(01).
               88 TXN-DEPOSIT        VALUE 'D'.
               88 TXN-WITHDRAWAL     VALUE 'W'.
               88 TXN-BATCH-HEADER   VALUE 'H'.
               88 TXN-BATCH-TRAILER  VALUE 'E'.
           05 POST-TXN-BODY          PIC X(46).
           05 POST-DETAIL-FIELDS REDEFINES POST-TXN-BODY.
               10 POST-ACCT-NUMBER       PIC X(10).
               10 POST-TO-ACCT-NUMBER    PIC X(10).
               10 POST-TXN-AMOUNT        PIC S9(9)V99.
               10 POST-ORIG-DATE         PIC 9(08).
               10 POST-ORIG-CODE         PIC X(01).
               10 POST-CASH-IND          PIC X(01).
               10 FILLER                 PIC X(05).
           05 POST-HEADER-FIELDS REDEFINES POST-TXN-BODY.
               10 POST-HDR-BATCH-ID      PIC X(08).
               10 FILLER                 PIC X(38).
           05 POST-TRAILER-FIELDS REDEFINES POST-TXN-BODY.
               10 POST-TRL-BATCH-ID      PIC X(08).
               10 POST-TRL-TXN-COUNT     PIC 9(07).
               10 POST-TRL-DEBIT-TOTAL   PIC 9(13)V99.
               10 POST-TRL-CREDIT-TOTAL  PIC 9(13)V99.
               10 FILLER                 PIC X(01).

       FD ACH-XREF-FILE.
           COPY ACHXREC.

       FD ACH-IN-RPT-FILE.
       01 ACH-IN-RPT-RECORD      PIC X(120).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-ACHIN-STATUS        PIC XX.
       01 WS-TXN-STATUS          PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.
       01 WS-FILE-REJECT-REASON  PIC X(30) VALUE SPACES.
       01 WS-HEADER-SEEN-SW      PIC X VALUE 'N'.
           88 FILE-HEADER-SEEN   VALUE 'Y'.
       01 WS-CONTROL-SEEN-SW     PIC X VALUE 'N'.
           88 FILE-CONTROL-SEEN  VALUE 'Y'.
       01 WS-IN-BATCH-SW         PIC X VALUE 'N'.
           88 INSIDE-BATCH       VALUE 'Y'.
       01 WS-FILE-HEADER-IMAGE   PIC X(94) VALUE SPACES.
       01 WS-BATCH-HEADER-IMAGE  PIC X(94) VALUE SPACES.

      * The second digit of a transaction code says which way the
      * money moves: 1 to 4 credit the account, 6 to 9 debit it.
       01 WS-TXN-CODE            PIC 9(02) VALUE ZEROS.
       01 WS-TXN-CODE-PARTS REDEFINES WS-TXN-CODE.
           05 WS-TXN-ACCT-DIGIT  PIC 9(01).
           05 WS-TXN-KIND-DIGIT  PIC 9(01).
               88 CREDIT-KIND    VALUE 1 THRU 4.
               88 DEBIT-KIND     VALUE 6 THRU 9.

      * Running figures for the company batch being proved, and the
      * sums of the batch controls the file control is proved on.
       01 WS-BAT-ENTRY-COUNT     PIC 9(06) VALUE ZEROS.
       01 WS-BAT-HASH            PIC 9(15) VALUE ZEROS.
       01 WS-BAT-HASH-10         PIC 9(10) VALUE ZEROS.
       01 WS-BAT-DEBIT-TOTAL     PIC 9(10)V99 VALUE ZEROS.
       01 WS-BAT-CREDIT-TOTAL    PIC 9(10)V99 VALUE ZEROS.
       01 WS-BAT-BAD-DETAIL-SW   PIC X VALUE 'N'.
           88 BAD-DETAIL-IN-BATCH VALUE 'Y'.
       01 WS-FILE-BATCH-COUNT    PIC 9(06) VALUE ZEROS.
       01 WS-FILE-ENTRY-COUNT    PIC 9(08) VALUE ZEROS.
       01 WS-FILE-HASH           PIC 9(15) VALUE ZEROS.
       01 WS-FILE-HASH-10        PIC 9(10) VALUE ZEROS.
       01 WS-FILE-DEBIT-TOTAL    PIC 9(10)V99 VALUE ZEROS.
       01 WS-FILE-CREDIT-TOTAL   PIC 9(10)V99 VALUE ZEROS.

      * One row per company batch in file order, with what the proof
      * made of it: spaces for a batch that proved.
       01 WS-BCH-COUNT           PIC 9(4) VALUE ZEROS.
       01 WS-BCH-TABLE.
           05 WS-BCH-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BCH-IDX.
               10 WS-BCH-NUMBER      PIC 9(07).
               10 WS-BCH-ENTRIES     PIC 9(06).
               10 WS-BCH-DEBITS      PIC 9(10)V99.
               10 WS-BCH-CREDITS     PIC 9(10)V99.
               10 WS-BCH-RESULT      PIC X(30).
       01 WS-BCH-ORDINAL         PIC 9(4) VALUE ZEROS.

      * The posting batch being written for the current company
      * batch; a company batch past the posting run's batch size is
      * cut into more than one.
       01 WS-POST-BATCH-OPEN-SW  PIC X VALUE 'N'.
           88 POST-BATCH-OPEN    VALUE 'Y'.
       01 WS-POST-BATCH-LIMIT    PIC 9(4) VALUE 1000.
       01 WS-POST-BATCH-ID.
           05 FILLER             PIC X(03) VALUE 'ACH'.
           05 WS-POST-BATCH-NUM  PIC 9(05) VALUE ZEROS.
       01 WS-POST-SEQ            PIC 9(4) VALUE ZEROS.
       01 WS-POST-DEBIT-TOTAL    PIC 9(13)V99 VALUE ZEROS.
       01 WS-POST-CREDIT-TOTAL   PIC 9(13)V99 VALUE ZEROS.

      * The account number as the originator keyed it: the master's
      * ten characters, either left-justified or right-justified
      * behind zeros or spaces.
       01 WS-DFI-ACCOUNT         PIC X(17) VALUE SPACES.
       01 WS-DFI-LEFT-VIEW REDEFINES WS-DFI-ACCOUNT.
           05 WS-DFI-LEFT        PIC X(10).
           05 WS-DFI-RIGHT       PIC X(07).
       01 WS-DFI-RIGHT-VIEW REDEFINES WS-DFI-ACCOUNT.
           05 WS-DFI-PAD         PIC X(07).
           05 WS-DFI-LAST-TEN    PIC X(10).
       01 WS-ENTRY-ACCT          PIC X(10) VALUE SPACES.

       01 WS-ENTRY-COUNT         PIC 9(7) VALUE ZEROS.
       01 WS-ENTRY-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-SENT-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-SENT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-RETURNED-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-NON-MONETARY-COUNT  PIC 9(7) VALUE ZEROS.
       01 WS-HELD-COUNT          PIC 9(7) VALUE ZEROS.
       01 WS-POST-BATCH-COUNT    PIC 9(7) VALUE ZEROS.

       01 WS-TITLE-LINE.
           05 FILLER              PIC X(36)
               VALUE 'ACH INTAKE REPORT - BUSINESS DATE '.
           05 TTL-RUN-DATE        PIC 9(08).
           05 FILLER              PIC X(76) VALUE SPACES.

       01 WS-HEADING-LINE.
           05 FILLER              PIC X(09) VALUE 'BATCH'.
           05 FILLER              PIC X(18) VALUE 'COMPANY'.
           05 FILLER              PIC X(05) VALUE 'SEC'.
           05 FILLER              PIC X(09) VALUE ' ENTRIES'.
           05 FILLER              PIC X(19) VALUE '      TOTAL DEBITS'.
           05 FILLER              PIC X(21)
               VALUE '       TOTAL CREDITS'.
           05 FILLER              PIC X(39) VALUE 'RESULT'.

       01 WS-BATCH-LINE.
           05 BTL-BATCH-NUMBER    PIC 9(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BTL-COMPANY-NAME    PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BTL-SEC-CODE        PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BTL-ENTRIES         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BTL-DEBITS          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BTL-CREDITS         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 BTL-RESULT          PIC X(30).

       01 WS-TOTAL-LINE.
           05 TOT-LABEL           PIC X(24).
           05 TOT-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 TOT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-PROVE-FILE
           PERFORM 1500-OPEN-OUTPUT-FILES
           PERFORM 2010-READ-ACH-RECORD
           PERFORM 2000-PROCESS-ACH-RECORD
               UNTIL END-OF-FILE
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1030-STAMP-RUN-START.

      * The morning control report reads these stamps; a program
      * left in 'S' is the night's loudest flag, so the start is
      * stamped before any real work begins.  A completed intake
      * for the business date blocks a second one: its batch ids
      * would repeat on POSTTXN, every entry would post twice, and
      * the cross-reference the return run needs for the first file
      * would be overwritten.  A run refused at the proving pass
      * never completed and wrote nothing, so it may be run again.
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
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 1035-BUILD-START-RECORD
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RCTL-COMPLETED
                       DISPLAY 'ACH INTAKE ALREADY COMPLETE FOR '
                           WS-RUN-DATE ', RUN REFUSED'
                       STOP RUN
                   END-IF
                   PERFORM 1035-BUILD-START-RECORD
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       1035-BUILD-START-RECORD.
           MOVE 'ACHIN   ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           SET RCTL-STARTED TO TRUE
           MOVE WS-RUN-TIME TO RCTL-START-TIME
           MOVE ZEROS TO RCTL-END-TIME
           MOVE ZEROS TO RCTL-RECORD-COUNT
           MOVE ZEROS TO RCTL-CONTROL-AMOUNT.

      * The proving pass writes nothing.  A fault in the file's own
      * structure or its file control refuses the whole file: the
      * run stops with its start stamp standing and no posting batch
      * written, so nothing of an unproved file can post.
       1100-PROVE-FILE.
           OPEN INPUT ACH-IN-FILE
           IF WS-ACHIN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACHIN: ' WS-ACHIN-STATUS
               STOP RUN
           END-IF
           PERFORM 2010-READ-ACH-RECORD
           PERFORM 1200-PROVE-ONE-RECORD
               UNTIL END-OF-FILE
                   OR WS-FILE-REJECT-REASON NOT = SPACES
           IF WS-FILE-REJECT-REASON = SPACES
               IF INSIDE-BATCH
                   MOVE 'BATCH CONTROL MISSING'
                       TO WS-BCH-RESULT(WS-BCH-IDX)
                   MOVE 'N' TO WS-IN-BATCH-SW
               END-IF
               IF NOT FILE-HEADER-SEEN
                   MOVE 'FILE HEADER MISSING' TO WS-FILE-REJECT-REASON
               END-IF
               IF NOT FILE-CONTROL-SEEN
                   MOVE 'FILE CONTROL MISSING'
                       TO WS-FILE-REJECT-REASON
               END-IF
           END-IF
           CLOSE ACH-IN-FILE
           IF WS-FILE-REJECT-REASON NOT = SPACES
               DISPLAY 'ACH FILE REFUSED: ' WS-FILE-REJECT-REASON
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       1200-PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN ACH-FILE-HEADER
                   PERFORM 1210-PROVE-FILE-HEADER
               WHEN ACH-BATCH-HEADER
                   PERFORM 1220-PROVE-BATCH-HEADER
               WHEN ACH-ENTRY-DETAIL
                   PERFORM 1230-PROVE-ENTRY
               WHEN ACH-ADDENDA
                   PERFORM 1240-PROVE-ADDENDA
               WHEN ACH-BATCH-CONTROL
                   PERFORM 1250-PROVE-BATCH-CONTROL
               WHEN ACH-FILE-CONTROL
                   PERFORM 1260-PROVE-FILE-CONTROL
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-FILE-REJECT-REASON
           END-EVALUATE
           PERFORM 2010-READ-ACH-RECORD.

       1210-PROVE-FILE-HEADER.
           IF FILE-HEADER-SEEN
               MOVE 'SECOND FILE HEADER' TO WS-FILE-REJECT-REASON
           ELSE
               SET FILE-HEADER-SEEN TO TRUE
               MOVE ACH-RECORD TO WS-FILE-HEADER-IMAGE
           END-IF.

      * A batch header arriving inside a batch means the last batch
      * never saw its control; that batch is held, the file goes on.
       1220-PROVE-BATCH-HEADER.
           IF NOT FILE-HEADER-SEEN OR FILE-CONTROL-SEEN
               MOVE 'BATCH OUTSIDE THE FILE' TO WS-FILE-REJECT-REASON
           ELSE
               IF INSIDE-BATCH
                   MOVE 'BATCH CONTROL MISSING'
                       TO WS-BCH-RESULT(WS-BCH-IDX)
               END-IF
               IF WS-BCH-COUNT >= 500
                   DISPLAY 'ACH FILE HAS TOO MANY BATCHES'
                   STOP RUN
               END-IF
               ADD 1 TO WS-BCH-COUNT
               SET WS-BCH-IDX TO WS-BCH-COUNT
               MOVE ABH-BATCH-NUMBER TO WS-BCH-NUMBER(WS-BCH-IDX)
               MOVE ZEROS TO WS-BCH-ENTRIES(WS-BCH-IDX)
               MOVE ZEROS TO WS-BCH-DEBITS(WS-BCH-IDX)
               MOVE ZEROS TO WS-BCH-CREDITS(WS-BCH-IDX)
               MOVE SPACES TO WS-BCH-RESULT(WS-BCH-IDX)
               SET INSIDE-BATCH TO TRUE
               MOVE 'N' TO WS-BAT-BAD-DETAIL-SW
               MOVE ZEROS TO WS-BAT-ENTRY-COUNT
               MOVE ZEROS TO WS-BAT-HASH
               MOVE ZEROS TO WS-BAT-DEBIT-TOTAL
               MOVE ZEROS TO WS-BAT-CREDIT-TOTAL
           END-IF.

      * A routing number or amount that is not numeric cannot be
      * hashed or totalled; the batch is held rather than proved on
      * figures the entry does not really carry.
       1230-PROVE-ENTRY.
           IF NOT INSIDE-BATCH
               MOVE 'ENTRY OUTSIDE A BATCH' TO WS-FILE-REJECT-REASON
           ELSE
               ADD 1 TO WS-BAT-ENTRY-COUNT
               ADD 1 TO WS-BCH-ENTRIES(WS-BCH-IDX)
               IF AED-RDFI-ID NOT NUMERIC OR AED-AMOUNT NOT NUMERIC
                       OR AED-TXN-CODE NOT NUMERIC
                   SET BAD-DETAIL-IN-BATCH TO TRUE
               ELSE
                   ADD AED-RDFI-ID TO WS-BAT-HASH
                   MOVE AED-TXN-CODE TO WS-TXN-CODE
                   IF CREDIT-KIND
                       ADD AED-AMOUNT TO WS-BAT-CREDIT-TOTAL
                   END-IF
                   IF DEBIT-KIND
                       ADD AED-AMOUNT TO WS-BAT-DEBIT-TOTAL
                   END-IF
               END-IF
           END-IF.

       1240-PROVE-ADDENDA.
           IF NOT INSIDE-BATCH
               MOVE 'ADDENDA OUTSIDE A BATCH' TO WS-FILE-REJECT-REASON
           ELSE
               ADD 1 TO WS-BAT-ENTRY-COUNT
           END-IF.

      * The file control is proved on the batch controls as sent,
      * the way the ACH operator builds it, so a batch whose own
      * control disagrees with its entries is held without the
      * whole file falling with it.
       1250-PROVE-BATCH-CONTROL.
           IF NOT INSIDE-BATCH
               MOVE 'CONTROL OUTSIDE A BATCH' TO WS-FILE-REJECT-REASON
           ELSE
               MOVE WS-BAT-HASH TO WS-BAT-HASH-10
               MOVE WS-BAT-DEBIT-TOTAL TO WS-BCH-DEBITS(WS-BCH-IDX)
               MOVE WS-BAT-CREDIT-TOTAL TO WS-BCH-CREDITS(WS-BCH-IDX)
               EVALUATE TRUE
                   WHEN BAD-DETAIL-IN-BATCH
                       MOVE 'ENTRY NOT NUMERIC'
                           TO WS-BCH-RESULT(WS-BCH-IDX)
                   WHEN ABC-BATCH-NUMBER NOT = WS-BCH-NUMBER(WS-BCH-IDX)
                       MOVE 'BATCH NUMBER MISMATCH'
                           TO WS-BCH-RESULT(WS-BCH-IDX)
                   WHEN ABC-ENTRY-COUNT NOT = WS-BAT-ENTRY-COUNT
                       MOVE 'ENTRY COUNT MISMATCH'
                           TO WS-BCH-RESULT(WS-BCH-IDX)
                   WHEN ABC-ENTRY-HASH NOT = WS-BAT-HASH-10
                       MOVE 'ENTRY HASH MISMATCH'
                           TO WS-BCH-RESULT(WS-BCH-IDX)
                   WHEN ABC-DEBIT-TOTAL NOT = WS-BAT-DEBIT-TOTAL
                       MOVE 'DEBIT TOTAL MISMATCH'
                           TO WS-BCH-RESULT(WS-BCH-IDX)
                   WHEN ABC-CREDIT-TOTAL NOT = WS-BAT-CREDIT-TOTAL
                       MOVE 'CREDIT TOTAL MISMATCH'
                           TO WS-BCH-RESULT(WS-BCH-IDX)
               END-EVALUATE
               IF ABC-ENTRY-COUNT NUMERIC AND ABC-ENTRY-HASH NUMERIC
                       AND ABC-DEBIT-TOTAL NUMERIC
                       AND ABC-CREDIT-TOTAL NUMERIC
                   ADD 1 TO WS-FILE-BATCH-COUNT
                   ADD ABC-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
                   ADD ABC-ENTRY-HASH TO WS-FILE-HASH
                   ADD ABC-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
                   ADD ABC-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL
               ELSE
                   MOVE 'BATCH CONTROL NOT NUMERIC'
                       TO WS-FILE-REJECT-REASON
               END-IF
               MOVE 'N' TO WS-IN-BATCH-SW
           END-IF.

      * The file is padded out to its last block with records of
      * nines, which follow the real file control.
       1260-PROVE-FILE-CONTROL.
           IF ACH-RECORD = ALL '9'
               CONTINUE
           ELSE
               IF FILE-CONTROL-SEEN OR INSIDE-BATCH
                   MOVE 'FILE CONTROL OUT OF PLACE'
                       TO WS-FILE-REJECT-REASON
               ELSE
                   SET FILE-CONTROL-SEEN TO TRUE
                   MOVE WS-FILE-HASH TO WS-FILE-HASH-10
                   EVALUATE TRUE
                       WHEN AFC-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
                           MOVE 'FILE BATCH COUNT MISMATCH'
                               TO WS-FILE-REJECT-REASON
                       WHEN AFC-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
                           MOVE 'FILE ENTRY COUNT MISMATCH'
                               TO WS-FILE-REJECT-REASON
                       WHEN AFC-ENTRY-HASH NOT = WS-FILE-HASH-10
                           MOVE 'FILE ENTRY HASH MISMATCH'
                               TO WS-FILE-REJECT-REASON
                       WHEN AFC-DEBIT-TOTAL NOT = WS-FILE-DEBIT-TOTAL
                           MOVE 'FILE DEBIT TOTAL MISMATCH'
                               TO WS-FILE-REJECT-REASON
                       WHEN AFC-CREDIT-TOTAL
                               NOT = WS-FILE-CREDIT-TOTAL
                           MOVE 'FILE CREDIT TOTAL MISMATCH'
                               TO WS-FILE-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.

      * The posting run reads its batches straight through, so the
      * ACH batches go on behind the branch batches already there.
       1500-OPEN-OUTPUT-FILES.
           OPEN INPUT ACH-IN-FILE
           OPEN EXTEND POST-TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               OPEN OUTPUT POST-TXN-FILE
           END-IF
           IF WS-ACHIN-STATUS NOT = '00' OR WS-TXN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES: ' WS-ACHIN-STATUS
                   ' ' WS-TXN-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT ACH-XREF-FILE
           OPEN OUTPUT ACH-IN-RPT-FILE
           MOVE WS-RUN-DATE TO TTL-RUN-DATE
           WRITE ACH-IN-RPT-RECORD FROM WS-TITLE-LINE
           MOVE SPACES TO ACH-IN-RPT-RECORD
           WRITE ACH-IN-RPT-RECORD
           WRITE ACH-IN-RPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO ACH-XREF-RECORD
           SET AXR-FILE-HEADER TO TRUE
           MOVE WS-RUN-DATE TO AXR-BUSINESS-DATE
           MOVE WS-FILE-HEADER-IMAGE TO AXR-FILE-HEADER-IMAGE
           MOVE WS-FILE-DEBIT-TOTAL TO AXR-FILE-DEBIT-TOTAL
           MOVE WS-FILE-CREDIT-TOTAL TO AXR-FILE-CREDIT-TOTAL
           WRITE ACH-XREF-RECORD
           MOVE ZEROS TO WS-BCH-ORDINAL.

      * The second pass knows which batches proved; it writes the
      * posting batches and the cross-reference in file order.
       2000-PROCESS-ACH-RECORD.
           EVALUATE TRUE
               WHEN ACH-BATCH-HEADER
                   ADD 1 TO WS-BCH-ORDINAL
                   SET WS-BCH-IDX TO WS-BCH-ORDINAL
                   MOVE ACH-RECORD TO WS-BATCH-HEADER-IMAGE
                   MOVE ABH-COMPANY-NAME TO BTL-COMPANY-NAME
                   MOVE ABH-SEC-CODE TO BTL-SEC-CODE
               WHEN ACH-ENTRY-DETAIL
                   PERFORM 2100-ROUTE-ENTRY
               WHEN ACH-BATCH-CONTROL
                   IF POST-BATCH-OPEN
                       PERFORM 2600-CLOSE-POST-BATCH
                   END-IF
                   PERFORM 2800-WRITE-BATCH-LINE
           END-EVALUATE
           PERFORM 2010-READ-ACH-RECORD.

       2010-READ-ACH-RECORD.
           READ ACH-IN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      * Credits post as deposits and debits as withdrawals; an entry
      * the bank would not post is held for operations, not
      * returned, because no return reason fits it.
       2100-ROUTE-ENTRY.
           MOVE SPACES TO ACH-XREF-RECORD
           SET AXR-ENTRY TO TRUE
           MOVE SPACES TO AXR-POST-BATCH-ID
           MOVE ZEROS TO AXR-POST-SEQ
           MOVE SPACES TO AXR-RETURN-CODE
           MOVE SPACES TO AXR-ACCT-NUMBER
           MOVE SPACES TO AXR-POST-CODE
           MOVE ZEROS TO AXR-AMOUNT
           MOVE WS-BATCH-HEADER-IMAGE TO AXR-BATCH-HEADER-IMAGE
           MOVE ACH-RECORD TO AXR-ENTRY-IMAGE
           ADD 1 TO WS-ENTRY-COUNT
           IF AED-AMOUNT NUMERIC
               MOVE AED-AMOUNT TO AXR-AMOUNT
               ADD AED-AMOUNT TO WS-ENTRY-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN WS-BCH-RESULT(WS-BCH-IDX) NOT = SPACES
                   SET AXR-BATCH-OUT-OF-BALANCE TO TRUE
                   ADD 1 TO WS-HELD-COUNT
               WHEN AED-CREDIT OR AED-DEBIT
                   PERFORM 2200-CONVERT-ACCOUNT
                   IF WS-ENTRY-ACCT = SPACES
                       SET AXR-RETURNED-AT-INTAKE TO TRUE
                       MOVE 'R04' TO AXR-RETURN-CODE
                       ADD 1 TO WS-RETURNED-COUNT
                   ELSE
                       PERFORM 2300-SEND-TO-POSTING
                   END-IF
               WHEN AED-NON-MONETARY
                   SET AXR-NON-MONETARY TO TRUE
                   ADD 1 TO WS-NON-MONETARY-COUNT
               WHEN OTHER
                   SET AXR-CODE-NOT-POSTED TO TRUE
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE
           WRITE ACH-XREF-RECORD.

      * Left blank when the originator's account number cannot be
      * one of the master's, which goes back as an invalid account
      * number structure.
       2200-CONVERT-ACCOUNT.
           MOVE AED-DFI-ACCOUNT TO WS-DFI-ACCOUNT
           MOVE SPACES TO WS-ENTRY-ACCT
           IF WS-DFI-RIGHT = SPACES
                   AND WS-DFI-LEFT(1:1) NOT = SPACE
                   AND WS-DFI-LEFT(10:1) NOT = SPACE
               MOVE WS-DFI-LEFT TO WS-ENTRY-ACCT
           ELSE
               IF (WS-DFI-PAD = ZEROS OR WS-DFI-PAD = SPACES)
                       AND WS-DFI-LAST-TEN(1:1) NOT = SPACE
                   MOVE WS-DFI-LAST-TEN TO WS-ENTRY-ACCT
               END-IF
           END-IF.

       2300-SEND-TO-POSTING.
           IF POST-BATCH-OPEN AND WS-POST-SEQ >= WS-POST-BATCH-LIMIT
               PERFORM 2600-CLOSE-POST-BATCH
           END-IF
           IF NOT POST-BATCH-OPEN
               PERFORM 2500-OPEN-POST-BATCH
           END-IF
           ADD 1 TO WS-POST-SEQ
           MOVE SPACES TO POST-TXN-RECORD
           IF AED-CREDIT
               SET TXN-DEPOSIT TO TRUE
               ADD AED-AMOUNT TO WS-POST-CREDIT-TOTAL
           ELSE
               SET TXN-WITHDRAWAL TO TRUE
               ADD AED-AMOUNT TO WS-POST-DEBIT-TOTAL
           END-IF
           MOVE WS-ENTRY-ACCT TO POST-ACCT-NUMBER
           MOVE SPACES TO POST-TO-ACCT-NUMBER
           MOVE AED-AMOUNT TO POST-TXN-AMOUNT
           MOVE ZEROS TO POST-ORIG-DATE
           MOVE SPACE TO POST-ORIG-CODE
           MOVE 'N' TO POST-CASH-IND
           WRITE POST-TXN-RECORD
           SET AXR-SENT-TO-POSTING TO TRUE
           MOVE WS-POST-BATCH-ID TO AXR-POST-BATCH-ID
           MOVE WS-POST-SEQ TO AXR-POST-SEQ
           MOVE WS-ENTRY-ACCT TO AXR-ACCT-NUMBER
           MOVE POST-TXN-CODE TO AXR-POST-CODE
           ADD 1 TO WS-SENT-COUNT
           ADD AED-AMOUNT TO WS-SENT-TOTAL.

       2500-OPEN-POST-BATCH.
           ADD 1 TO WS-POST-BATCH-NUM
           ADD 1 TO WS-POST-BATCH-COUNT
           MOVE SPACES TO POST-TXN-RECORD
           SET TXN-BATCH-HEADER TO TRUE
           MOVE WS-POST-BATCH-ID TO POST-HDR-BATCH-ID
           WRITE POST-TXN-RECORD
           SET POST-BATCH-OPEN TO TRUE
           MOVE ZEROS TO WS-POST-SEQ
           MOVE ZEROS TO WS-POST-DEBIT-TOTAL
           MOVE ZEROS TO WS-POST-CREDIT-TOTAL.

      * The trailer carries the figures the posting run hashes the
      * batch on: withdrawals as debits, deposits as credits.
       2600-CLOSE-POST-BATCH.
           MOVE SPACES TO POST-TXN-RECORD
           SET TXN-BATCH-TRAILER TO TRUE
           MOVE WS-POST-BATCH-ID TO POST-TRL-BATCH-ID
           MOVE WS-POST-SEQ TO POST-TRL-TXN-COUNT
           MOVE WS-POST-DEBIT-TOTAL TO POST-TRL-DEBIT-TOTAL
           MOVE WS-POST-CREDIT-TOTAL TO POST-TRL-CREDIT-TOTAL
           WRITE POST-TXN-RECORD
           MOVE 'N' TO WS-POST-BATCH-OPEN-SW.

       2800-WRITE-BATCH-LINE.
           MOVE WS-BCH-NUMBER(WS-BCH-IDX) TO BTL-BATCH-NUMBER
           MOVE WS-BCH-ENTRIES(WS-BCH-IDX) TO BTL-ENTRIES
           MOVE WS-BCH-DEBITS(WS-BCH-IDX) TO BTL-DEBITS
           MOVE WS-BCH-CREDITS(WS-BCH-IDX) TO BTL-CREDITS
           IF WS-BCH-RESULT(WS-BCH-IDX) = SPACES
               MOVE 'SENT TO POSTING' TO BTL-RESULT
           ELSE
               MOVE WS-BCH-RESULT(WS-BCH-IDX) TO BTL-RESULT
           END-IF
           WRITE ACH-IN-RPT-RECORD FROM WS-BATCH-LINE.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO ACH-IN-RPT-RECORD
           WRITE ACH-IN-RPT-RECORD
           MOVE 'ENTRIES RECEIVED        ' TO TOT-LABEL
           MOVE WS-ENTRY-COUNT TO TOT-COUNT
           MOVE WS-ENTRY-TOTAL TO TOT-AMOUNT
           WRITE ACH-IN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'SENT TO POSTING         ' TO TOT-LABEL
           MOVE WS-SENT-COUNT TO TOT-COUNT
           MOVE WS-SENT-TOTAL TO TOT-AMOUNT
           WRITE ACH-IN-RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'POSTING BATCHES WRITTEN ' TO TOT-LABEL
           MOVE WS-POST-BATCH-COUNT TO TOT-COUNT
           MOVE ZEROS TO TOT-AMOUNT
           WRITE ACH-IN-RPT-RECORD FROM WS-TOTAL-LINE
           DISPLAY 'ACH ENTRIES READ:  ' WS-ENTRY-COUNT
           DISPLAY 'SENT TO POSTING:   ' WS-SENT-COUNT
           DISPLAY 'RETURNED AT INTAKE:' WS-RETURNED-COUNT
           DISPLAY 'PRENOTE/ZERO-DOLLR:' WS-NON-MONETARY-COUNT
           DISPLAY 'HELD FOR REVIEW:   ' WS-HELD-COUNT
           DISPLAY 'POSTING BATCHES:   ' WS-POST-BATCH-COUNT.

       9000-TERMINATE.
           PERFORM 9100-STAMP-RUN-COMPLETE
           CLOSE ACH-IN-FILE
           CLOSE POST-TXN-FILE
           CLOSE ACH-XREF-FILE
           CLOSE ACH-IN-RPT-FILE.

      * The control amount is the money sent on to posting.
       9100-STAMP-RUN-COMPLETE.
           MOVE 'ACHIN   ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'RUN CONTROL RECORD LOST, NOT STAMPED'
               NOT INVALID KEY
                   SET RCTL-COMPLETED TO TRUE
                   ACCEPT RCTL-END-TIME FROM TIME
                   MOVE WS-ENTRY-COUNT TO RCTL-RECORD-COUNT
                   MOVE WS-SENT-TOTAL TO RCTL-CONTROL-AMOUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-RPT.
       AUTHOR. TRUIST-LEGACY.
      *
      * Daily Funds Hold Report Module
      * Walks the hold file in account order, takes off every hold
      * that has reached its release date - marked released as of
      * that date, so the record shows the day the funds came free -
      * and prints the day's hold report: each hold standing against
      * an account, each hold that came off today by hand or by
      * expiry, and under each account its ledger balance, the total
      * held and the available balance the posting run works from.
      * The report closes with the standing holds by hold type.  The
      * posting run ignores an expired hold whether or not this run
      * has yet marked it, so the two may run in either order.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'HOLDDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ACCT-FILE ASSIGN TO 'ACCTDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOLD-RPT-FILE ASSIGN TO 'HOLDRPT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
           COPY HOLDREC.

       FD ACCT-FILE.
           COPY ACCTREC.

       FD HOLD-RPT-FILE.
       01 HOLD-RPT-RECORD        PIC X(100).

       FD RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS         PIC XX.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-RCTL-STATUS         PIC XX.
       01 WS-RUN-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-RUN-TIME            PIC 9(8) VALUE ZEROS.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
           88 END-OF-FILE        VALUE 'Y'.
       01 WS-HOLD-FILE-SW        PIC X VALUE 'N'.
           88 HOLD-FILE-OPEN     VALUE 'Y'.
       01 WS-RECORD-COUNT        PIC 9(7) VALUE ZEROS.
       01 WS-STANDING-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-EXPIRED-COUNT       PIC 9(7) VALUE ZEROS.
       01 WS-RELEASED-COUNT      PIC 9(7) VALUE ZEROS.
       01 WS-STANDING-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01 WS-CURRENT-ACCT        PIC X(10) VALUE SPACES.
       01 WS-ACCT-HELD           PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-ACCT-LINES          PIC 9(5) VALUE ZEROS.
       01 WS-HOLD-NOTE           PIC X(14) VALUE SPACES.

       01 WS-TYPE-TOTALS.
           05 WS-TYPE-TOTAL-ENTRY OCCURS 3 TIMES INDEXED BY WS-TYPE-IDX.
               10 WS-TYPE-CODE      PIC X(01).
               10 WS-TYPE-DESC      PIC X(10).
               10 WS-TYPE-AMOUNT    PIC S9(13)V99 COMP-3.
               10 WS-TYPE-COUNT     PIC 9(7).
       01 WS-TYPE-MATCHED-SW     PIC X VALUE 'N'.
           88 TYPE-MATCHED       VALUE 'Y'.

       01 WS-TITLE-LINE.
           05 FILLER              PIC X(41)
               VALUE 'DAILY FUNDS HOLD REPORT - BUSINESS DATE '.
           05 TTL-RUN-DATE        PIC 9(8).

       01 WS-HEADING-LINE.
           05 FILLER              PIC X(12) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(05) VALUE 'SEQ'.
           05 FILLER              PIC X(12) VALUE 'TYPE'.
           05 FILLER              PIC X(17) VALUE '         AMOUNT'.
           05 FILLER              PIC X(10) VALUE 'PLACED'.
           05 FILLER              PIC X(10) VALUE 'RELEASE'.
           05 FILLER              PIC X(14) VALUE 'STATUS'.

       01 WS-HOLD-DETAIL-LINE.
           05 HLD-ACCT-NUM        PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 HLD-SEQ             PIC 9(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 HLD-TYPE-DESC       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 HLD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 HLD-PLACED-DATE     PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 HLD-RELEASE-DATE    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 HLD-NOTE            PIC X(14).

       01 WS-ACCT-TOTAL-LINE.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 ATL-ACCT-NAME       PIC X(30).
           05 FILLER              PIC X(08) VALUE ' LEDGER '.
           05 ATL-LEDGER          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(06) VALUE ' HELD '.
           05 ATL-HELD            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(07) VALUE ' AVAIL '.
           05 ATL-AVAILABLE       PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-SUBTOTAL-LINE.
           05 FILLER              PIC X(18)
               VALUE 'STANDING HOLDS -  '.
           05 SUB-TYPE-DESC       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SUB-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 SUB-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HOLD
               UNTIL END-OF-FILE
           IF WS-CURRENT-ACCT NOT = SPACES
               PERFORM 2500-WRITE-ACCOUNT-TOTAL
           END-IF
           PERFORM 3000-WRITE-TYPE-SUBTOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * No hold file yet means no hold has ever been placed; the
      * report still prints, empty, so its absence is noticed.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1030-STAMP-RUN-START
           PERFORM 1090-INIT-TYPE-TOTALS
           OPEN INPUT ACCT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT HOLD-RPT-FILE
           MOVE WS-RUN-DATE TO TTL-RUN-DATE
           WRITE HOLD-RPT-RECORD FROM WS-TITLE-LINE
           MOVE SPACES TO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD FROM WS-HEADING-LINE
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               SET HOLD-FILE-OPEN TO TRUE
               PERFORM 1100-READ-HOLD
           ELSE
               DISPLAY 'HOLDDATA NOT AVAILABLE, NO HOLDS REPORTED'
               SET END-OF-FILE TO TRUE
           END-IF.

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
           MOVE 'HOLDRPT ' TO RCTL-PROGRAM-ID
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
           MOVE 'HOLDRPT ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           SET RCTL-STARTED TO TRUE
           MOVE WS-RUN-TIME TO RCTL-START-TIME
           MOVE ZEROS TO RCTL-END-TIME
           MOVE ZEROS TO RCTL-RECORD-COUNT
           MOVE ZEROS TO RCTL-CONTROL-AMOUNT.

       1090-INIT-TYPE-TOTALS.
           MOVE 'D' TO WS-TYPE-CODE(1)
           MOVE 'DEPOSIT' TO WS-TYPE-DESC(1)
           MOVE 'L' TO WS-TYPE-CODE(2)
           MOVE 'LEGAL' TO WS-TYPE-DESC(2)
           MOVE 'C' TO WS-TYPE-CODE(3)
           MOVE 'COLLATERAL' TO WS-TYPE-DESC(3)
           PERFORM 1095-CLEAR-TYPE-TOTAL
               VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 3.

       1095-CLEAR-TYPE-TOTAL.
           MOVE ZEROS TO WS-TYPE-AMOUNT(WS-TYPE-IDX)
           MOVE ZEROS TO WS-TYPE-COUNT(WS-TYPE-IDX).

       1100-READ-HOLD.
           READ HOLD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

      * Holds come back in account order, so each account's lines
      * print together with its balance line under them.
       2000-PROCESS-HOLD.
           IF HOLD-ACCT-NUMBER NOT = WS-CURRENT-ACCT
               IF WS-CURRENT-ACCT NOT = SPACES
                   PERFORM 2500-WRITE-ACCOUNT-TOTAL
               END-IF
               MOVE HOLD-ACCT-NUMBER TO WS-CURRENT-ACCT
               MOVE ZEROS TO WS-ACCT-HELD
               MOVE ZEROS TO WS-ACCT-LINES
           END-IF
           PERFORM 2100-JUDGE-HOLD
           PERFORM 1100-READ-HOLD.

      * A hold released on an earlier day is history and stays off
      * the report; one released today is shown once.
       2100-JUDGE-HOLD.
           IF HOLD-ACTIVE
               IF HOLD-RELEASE-DATE > ZEROS
                       AND HOLD-RELEASE-DATE <= WS-RUN-DATE
                   PERFORM 2200-EXPIRE-HOLD
               ELSE
                   PERFORM 2300-REPORT-STANDING-HOLD
               END-IF
           ELSE
               IF HOLD-STATUS-DATE = WS-RUN-DATE
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE 'RELEASED' TO WS-HOLD-NOTE
                   PERFORM 2400-WRITE-DETAIL-LINE
               END-IF
           END-IF.

      * The hold came off on its release date, whichever night this
      * run gets to it.
       2200-EXPIRE-HOLD.
           SET HOLD-RELEASED TO TRUE
           MOVE HOLD-RELEASE-DATE TO HOLD-STATUS-DATE
           REWRITE HOLD-RECORD
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING HOLD ' HOLD-KEY
                   ': ' WS-HOLD-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE 'EXPIRED' TO WS-HOLD-NOTE
           PERFORM 2400-WRITE-DETAIL-LINE.

       2300-REPORT-STANDING-HOLD.
           ADD 1 TO WS-STANDING-COUNT
           ADD HOLD-AMOUNT TO WS-STANDING-TOTAL
           ADD HOLD-AMOUNT TO WS-ACCT-HELD
           MOVE 'N' TO WS-TYPE-MATCHED-SW
           PERFORM 2350-CHECK-TYPE-ENTRY
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3 OR TYPE-MATCHED
           IF HOLD-PLACED-DATE = WS-RUN-DATE
               MOVE 'PLACED TODAY' TO WS-HOLD-NOTE
           ELSE
               MOVE 'ACTIVE' TO WS-HOLD-NOTE
           END-IF
           PERFORM 2400-WRITE-DETAIL-LINE.

       2350-CHECK-TYPE-ENTRY.
           IF WS-TYPE-CODE(WS-TYPE-IDX) = HOLD-TYPE
               ADD HOLD-AMOUNT TO WS-TYPE-AMOUNT(WS-TYPE-IDX)
               ADD 1 TO WS-TYPE-COUNT(WS-TYPE-IDX)
               SET TYPE-MATCHED TO TRUE
           END-IF.

       2400-WRITE-DETAIL-LINE.
           ADD 1 TO WS-ACCT-LINES
           MOVE HOLD-ACCT-NUMBER TO HLD-ACCT-NUM
           MOVE HOLD-SEQ TO HLD-SEQ
           EVALUATE TRUE
               WHEN HOLD-DEPOSIT
                   MOVE 'DEPOSIT' TO HLD-TYPE-DESC
               WHEN HOLD-LEGAL
                   MOVE 'LEGAL' TO HLD-TYPE-DESC
               WHEN HOLD-COLLATERAL
                   MOVE 'COLLATERAL' TO HLD-TYPE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO HLD-TYPE-DESC
           END-EVALUATE
           MOVE HOLD-AMOUNT TO HLD-AMOUNT
           MOVE HOLD-PLACED-DATE TO HLD-PLACED-DATE
           IF HOLD-RELEASE-DATE = ZEROS
               MOVE 'OPEN' TO HLD-RELEASE-DATE
           ELSE
               MOVE HOLD-RELEASE-DATE TO HLD-RELEASE-DATE
           END-IF
           MOVE WS-HOLD-NOTE TO HLD-NOTE
           WRITE HOLD-RPT-RECORD FROM WS-HOLD-DETAIL-LINE.

      * Only an account that printed a line gets a balance line; an
      * account gone from the master still shows what is held.
       2500-WRITE-ACCOUNT-TOTAL.
           IF WS-ACCT-LINES > ZEROS
               MOVE WS-CURRENT-ACCT TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON MASTER' TO ATL-ACCT-NAME
                       MOVE ZEROS TO ATL-LEDGER
                       MOVE WS-ACCT-HELD TO ATL-HELD
                       MOVE ZEROS TO ATL-AVAILABLE
                   NOT INVALID KEY
                       MOVE ACCT-NAME TO ATL-ACCT-NAME
                       MOVE ACCT-BALANCE TO ATL-LEDGER
                       MOVE WS-ACCT-HELD TO ATL-HELD
                       COMPUTE ATL-AVAILABLE =
                           ACCT-BALANCE - WS-ACCT-HELD
               END-READ
               WRITE HOLD-RPT-RECORD FROM WS-ACCT-TOTAL-LINE
               MOVE SPACES TO HOLD-RPT-RECORD
               WRITE HOLD-RPT-RECORD
           END-IF.

       3000-WRITE-TYPE-SUBTOTALS.
           PERFORM 3100-WRITE-ONE-SUBTOTAL
               VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 3
           DISPLAY 'HOLDS READ:        ' WS-RECORD-COUNT
           DISPLAY 'HOLDS STANDING:    ' WS-STANDING-COUNT
           DISPLAY 'HOLDS EXPIRED:     ' WS-EXPIRED-COUNT
           DISPLAY 'HOLDS RELEASED:    ' WS-RELEASED-COUNT
           DISPLAY 'AMOUNT HELD:       ' WS-STANDING-TOTAL.

       3100-WRITE-ONE-SUBTOTAL.
           MOVE WS-TYPE-DESC(WS-TYPE-IDX)   TO SUB-TYPE-DESC
           MOVE WS-TYPE-COUNT(WS-TYPE-IDX)  TO SUB-COUNT
           MOVE WS-TYPE-AMOUNT(WS-TYPE-IDX) TO SUB-AMOUNT
           WRITE HOLD-RPT-RECORD FROM WS-SUBTOTAL-LINE.

       9000-TERMINATE.
           PERFORM 9100-STAMP-RUN-COMPLETE
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           CLOSE ACCT-FILE
           CLOSE HOLD-RPT-FILE.

      * The control amount is the total standing on hold tonight.
       9100-STAMP-RUN-COMPLETE.
           MOVE 'HOLDRPT ' TO RCTL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'RUN CONTROL RECORD LOST, NOT STAMPED'
               NOT INVALID KEY
                   SET RCTL-COMPLETED TO TRUE
                   ACCEPT RCTL-END-TIME FROM TIME
                   MOVE WS-RECORD-COUNT TO RCTL-RECORD-COUNT
                   MOVE WS-STANDING-TOTAL TO RCTL-CONTROL-AMOUNT
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           CLOSE RUN-CONTROL-FILE.

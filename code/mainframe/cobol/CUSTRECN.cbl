       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRECN.
       AUTHOR. AZURE-AI-FOUNDRY.
      *****************************************************************
      * CUSTRECN - Accounts-Receivable Subledger Proof                *
      *                                                               *
      * Proves the CUSTFILE balances against the posting history.     *
      * Every customer's balance is re-derived from ACTHIST - the     *
      * CUSTARCH balance-forward snapshot (SNAP) plus every posting   *
      * since, which is simply the sum of every HIST-AMOUNT on file   *
      * for the customer, since an account opens at zero - and        *
      * compared to CUST-CURRENT-BALANCE.                             *
      *                                                               *
      * RECNEXCP lists every account that does not agree, showing     *
      * both figures and the difference, with a reason:               *
      *   B - CUSTFILE balance differs from the ACTHIST balance       *
      *   N - ACTHIST carries a balance for a customer no longer on   *
      *       CUSTFILE                                                *
      *   U - CUST-CURRENT-BALANCE is not numeric                     *
      *                                                               *
      * RECNRPT is the control page: total receivables per CUSTFILE   *
      * against total receivables per ACTHIST, and the exception      *
      * counts.                                                       *
      *                                                               *
      * Any exception or total difference grades the run as a         *
      * reconciliation break (08) on RUNCTL; CUSTSTMT, CUSTGLX and    *
      * CUSTDUNN refuse to run while the last CUSTRECN outcome is a   *
      * break or abort.                                               *
      *                                                               *
      * DATE-WRITTEN: 2026-10-15                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO ACTHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO RECNEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXCP-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO RECNRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 212 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CUST-ID                 PIC X(10).
           05  CUST-NAME               PIC X(50).
           05  CUST-ADDRESS            PIC X(70).
           05  CUST-PHONE              PIC X(15).
           05  CUST-EMAIL              PIC X(30).
           05  CUST-TYPE               PIC X(1).
               88  CUST-TYPE-RETAIL    VALUE 'R'.
               88  CUST-TYPE-WHOLESALE VALUE 'W'.
               88  CUST-TYPE-PARTNER   VALUE 'P'.
           05  CUST-STATUS             PIC X(1).
               88  CUST-STATUS-ACTIVE  VALUE 'A'.
               88  CUST-STATUS-INACTIVE VALUE 'I'.
           05  CUST-CREDIT-LIMIT       PIC 9(7)V99.
           05  CUST-CURRENT-BALANCE    PIC S9(7)V99.
           05  CUST-LAST-ACTIVITY-DATE PIC X(10).
           05  CUST-PAYMENT-TERMS-DAYS PIC 9(3).
           05  CUST-DISCOUNT-PERCENT   PIC 9(2)V99.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ACTIVITY-HISTORY-RECORD.
           05  HIST-CUST-ID            PIC X(10).
           05  HIST-TRAN-CODE          PIC X(4).
           05  HIST-POST-DATE          PIC X(10).
           05  HIST-AMOUNT             PIC S9(7)V99.
           05  HIST-REFERENCE          PIC X(12).
           05  HIST-BALANCE-AFTER      PIC S9(7)V99.
           05  FILLER                  PIC X(6).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-RECORD            PIC X(132).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD               PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM              PIC X(8).
           05  RC-RUN-ID               PIC X(14).
           05  RC-RUN-DATE             PIC X(10).
           05  RC-OUTCOME              PIC X(2).
           05  RC-RECORD-COUNT         PIC 9(7).
           05  RC-ERROR-COUNT          PIC 9(7).
           05  FILLER                  PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  CUST-FILE-STATUS        PIC X(2).
               88  CUST-FILE-SUCCESS   VALUE '00'.
               88  CUST-FILE-EOF       VALUE '10'.
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
               88  HIST-FILE-EOF       VALUE '10'.
           05  EXCP-FILE-STATUS        PIC X(2).
               88  EXCP-FILE-SUCCESS   VALUE '00'.
           05  REPORT-FILE-STATUS      PIC X(2).
               88  REPORT-FILE-SUCCESS VALUE '00'.
           05  RUNCTL-FILE-STATUS      PIC X(2).
               88  RUNCTL-FILE-SUCCESS VALUE '00'.

       01  WS-CURRENT-DATE.
           05  WS-CURR-DATE.
               10  WS-CURR-YEAR        PIC 9(4).
               10  WS-CURR-MONTH       PIC 9(2).
               10  WS-CURR-DAY         PIC 9(2).
           05  WS-CURR-TIME.
               10  WS-CURR-HOUR        PIC 9(2).
               10  WS-CURR-MINUTE      PIC 9(2).
               10  WS-CURR-SECOND      PIC 9(2).
               10  WS-CURR-MS          PIC 9(2).
           05  WS-DIFF-GMT             PIC S9(4).

      * Graded run outcome for the scheduler: 00 clean / 04 ran
      * with warnings / 08 reconciliation break / 16 abort - also
      * written to the shared RUNCTL dataset the downstream jobs
      * gate on
       01  WS-RUN-CONTROL-AREAS.
           05  WS-RUN-OUTCOME          PIC X(2) VALUE '00'.
               88  WS-OUTCOME-CLEAN    VALUE '00'.
               88  WS-OUTCOME-WARNING  VALUE '04'.
               88  WS-OUTCOME-BREAK    VALUE '08'.
               88  WS-OUTCOME-ABORT    VALUE '16'.
           05  WS-RUN-ID               PIC X(14) VALUE SPACES.
           05  WS-RUN-DATE             PIC X(10) VALUE SPACES.
           05  WS-PROOF-BREAK-SW       PIC X(1) VALUE 'N'.
               88  WS-PROOF-BROKEN     VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-HIST-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-BAD-AMOUNT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-SCANNED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-AGREED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-DIFFER-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ORPHAN-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-UNUSABLE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CUSTFILE-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  WS-ACTHIST-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-DIFFERENCE     PIC S9(11)V99 VALUE ZERO.
           05  WS-DERIVED-BALANCE      PIC S9(9)V99 VALUE ZERO.
           05  WS-BALANCE-DIFFERENCE   PIC S9(9)V99 VALUE ZERO.
           05  WS-NET-SUB              PIC 9(5) VALUE ZERO.
           05  WS-LAST-NET-SUB         PIC 9(5) VALUE ZERO.
           05  WS-FOUND-SW             PIC X(1) VALUE 'N'.
               88  WS-ENTRY-FOUND      VALUE 'Y'.
           05  WS-NET-OVERFLOW-SW      PIC X(1) VALUE 'N'.
               88  WS-NET-OVERFLOWED   VALUE 'Y'.

      * One running net per customer found on ACTHIST - one pass of
      * the history then one sequential pass of CUSTFILE proves
      * every account without re-reading the history per customer
       01  WS-NET-TABLE.
           05  WS-NET-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-NET-ENTRY OCCURS 10000 TIMES.
               10  WN-CUST-ID          PIC X(10).
               10  WN-NET-AMOUNT       PIC S9(9)V99.
               10  WN-MATCHED-SW       PIC X(1).

       01  WS-EXCP-HEADER.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AR SUBLEDGER PROOF - EXCEPTIONS  RUN: '.
           05  WS-EH-RUN-DATE          PIC X(10).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-EXCP-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'REASON'.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE '  CUSTFILE BAL'.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE '   ACTHIST BAL'.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE '    DIFFERENCE'.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-EXCP-DETAIL-LINE.
           05  WS-ED-CUST-ID           PIC X(10).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-ED-REASON            PIC X(1).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-ED-CUSTFILE-BAL      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ED-ACTHIST-BAL       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ED-DIFFERENCE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ED-TEXT              PIC X(30).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AR SUBLEDGER PROOF - CONTROL PAGE  RUN: '.
           05  WS-HDR-RUN-DATE         PIC X(10).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(32).
           05  WS-TL-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-CT-LABEL             PIC X(32).
           05  WS-CT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(32)
               VALUE 'PROOF RESULT:'.
           05  WS-PF-RESULT            PIC X(30).
           05  FILLER                  PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-HISTORY UNTIL HIST-FILE-EOF
           IF WS-NET-OVERFLOWED
               DISPLAY 'CUSTRECN ABORTED: MORE THAN 10000 CUSTOMERS '
                   'ON ACTHIST - PROOF NOT PERFORMED'
               CLOSE HISTORY-FILE
               CLOSE CUSTOMER-FILE
               CLOSE EXCEPTION-FILE
               CLOSE CONTROL-REPORT-FILE
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF
           PERFORM 2000-PROVE-CUSTOMER UNTIL CUST-FILE-EOF
           MOVE ZERO TO WS-NET-SUB
           PERFORM 2500-CHECK-ORPHAN-HISTORY
               UNTIL WS-NET-SUB >= WS-NET-COUNT
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURR-YEAR   DELIMITED BY SIZE
                  WS-CURR-MONTH  DELIMITED BY SIZE
                  WS-CURR-DAY    DELIMITED BY SIZE
                  WS-CURR-HOUR   DELIMITED BY SIZE
                  WS-CURR-MINUTE DELIMITED BY SIZE
                  WS-CURR-SECOND DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           STRING WS-CURR-YEAR  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-DAY   DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ACTIVITY HISTORY FILE: '
                  HIST-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              CLOSE HISTORY-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           IF NOT EXCP-FILE-SUCCESS
              DISPLAY 'ERROR OPENING EXCEPTION FILE: '
                  EXCP-FILE-STATUS
              CLOSE HISTORY-FILE
              CLOSE CUSTOMER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CONTROL REPORT FILE: '
                  REPORT-FILE-STATUS
              CLOSE HISTORY-FILE
              CLOSE CUSTOMER-FILE
              CLOSE EXCEPTION-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           MOVE WS-RUN-DATE TO WS-EH-RUN-DATE
           MOVE WS-EXCP-HEADER TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE WS-EXCP-COLUMN-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ

           READ CUSTOMER-FILE
               AT END SET CUST-FILE-EOF TO TRUE
           END-READ.

       1200-LOAD-HISTORY.
           ADD 1 TO WS-HIST-READ-COUNT

      * Every record counts, SNAP included - the snapshot carries
      * the net of everything CUSTARCH moved off to ARCFILE
           IF HIST-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-BAD-AMOUNT-COUNT
           ELSE
               PERFORM 1210-FIND-NET-ENTRY
               IF WS-ENTRY-FOUND
                   ADD HIST-AMOUNT TO WN-NET-AMOUNT(WS-NET-SUB)
                   ADD HIST-AMOUNT TO WS-ACTHIST-TOTAL
               ELSE
                   IF WS-NET-COUNT < 10000
                       ADD 1 TO WS-NET-COUNT
                       MOVE WS-NET-COUNT TO WS-NET-SUB
                       MOVE HIST-CUST-ID TO WN-CUST-ID(WS-NET-SUB)
                       MOVE HIST-AMOUNT TO WN-NET-AMOUNT(WS-NET-SUB)
                       MOVE 'N' TO WN-MATCHED-SW(WS-NET-SUB)
                       MOVE WS-NET-SUB TO WS-LAST-NET-SUB
                       ADD HIST-AMOUNT TO WS-ACTHIST-TOTAL
                   ELSE
                       MOVE 'Y' TO WS-NET-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1210-FIND-NET-ENTRY.
      * ACTHIST runs in posting order, so one customer's postings
      * cluster - the last entry used is tried before the scan
           MOVE 'N' TO WS-FOUND-SW
           IF WS-LAST-NET-SUB > ZERO
               IF WN-CUST-ID(WS-LAST-NET-SUB) = HIST-CUST-ID
                   MOVE WS-LAST-NET-SUB TO WS-NET-SUB
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF
           IF NOT WS-ENTRY-FOUND
               MOVE ZERO TO WS-NET-SUB
               PERFORM 1220-SCAN-NET-ENTRY
                   UNTIL WS-NET-SUB >= WS-NET-COUNT
                       OR WS-ENTRY-FOUND
               IF WS-ENTRY-FOUND
                   MOVE WS-NET-SUB TO WS-LAST-NET-SUB
               END-IF
           END-IF.

       1220-SCAN-NET-ENTRY.
           ADD 1 TO WS-NET-SUB
           IF WN-CUST-ID(WS-NET-SUB) = HIST-CUST-ID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       2000-PROVE-CUSTOMER.
           ADD 1 TO WS-SCANNED-COUNT

           MOVE ZERO TO WS-DERIVED-BALANCE
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-NET-SUB
           PERFORM 2010-SCAN-FOR-CUSTOMER
               UNTIL WS-NET-SUB >= WS-NET-COUNT
                   OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               MOVE 'Y' TO WN-MATCHED-SW(WS-NET-SUB)
               MOVE WN-NET-AMOUNT(WS-NET-SUB) TO WS-DERIVED-BALANCE
           END-IF

      * Pre-edit garbage is still on file (the reason CUSTVER
      * exists) - an unreadable balance cannot be proved
           IF CUST-CURRENT-BALANCE IS NOT NUMERIC
               ADD 1 TO WS-UNUSABLE-COUNT
               MOVE CUST-ID TO WS-ED-CUST-ID
               MOVE 'U' TO WS-ED-REASON
               MOVE ZERO TO WS-ED-CUSTFILE-BAL
               MOVE WS-DERIVED-BALANCE TO WS-ED-ACTHIST-BAL
               MOVE ZERO TO WS-ED-DIFFERENCE
               MOVE 'CUSTFILE BALANCE NOT NUMERIC' TO WS-ED-TEXT
               PERFORM 2900-WRITE-EXCEPTION
           ELSE
               ADD CUST-CURRENT-BALANCE TO WS-CUSTFILE-TOTAL
               IF CUST-CURRENT-BALANCE = WS-DERIVED-BALANCE
                   ADD 1 TO WS-AGREED-COUNT
               ELSE
                   ADD 1 TO WS-DIFFER-COUNT
                   COMPUTE WS-BALANCE-DIFFERENCE =
                       CUST-CURRENT-BALANCE - WS-DERIVED-BALANCE
                   MOVE CUST-ID TO WS-ED-CUST-ID
                   MOVE 'B' TO WS-ED-REASON
                   MOVE CUST-CURRENT-BALANCE TO WS-ED-CUSTFILE-BAL
                   MOVE WS-DERIVED-BALANCE TO WS-ED-ACTHIST-BAL
                   MOVE WS-BALANCE-DIFFERENCE TO WS-ED-DIFFERENCE
                   MOVE 'BALANCE DIFFERS FROM HISTORY' TO WS-ED-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
               END-IF
           END-IF

           READ CUSTOMER-FILE
               AT END SET CUST-FILE-EOF TO TRUE
           END-READ.

       2010-SCAN-FOR-CUSTOMER.
           ADD 1 TO WS-NET-SUB
           IF WN-CUST-ID(WS-NET-SUB) = CUST-ID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       2500-CHECK-ORPHAN-HISTORY.
      * A deleted customer had to be at zero (CDEL enforces it), so
      * only history that still nets to a balance is an exception
           ADD 1 TO WS-NET-SUB
           IF WN-MATCHED-SW(WS-NET-SUB) = 'N'
                   AND WN-NET-AMOUNT(WS-NET-SUB) NOT = ZERO
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE WN-CUST-ID(WS-NET-SUB) TO WS-ED-CUST-ID
               MOVE 'N' TO WS-ED-REASON
               MOVE ZERO TO WS-ED-CUSTFILE-BAL
               MOVE WN-NET-AMOUNT(WS-NET-SUB) TO WS-ED-ACTHIST-BAL
               COMPUTE WS-BALANCE-DIFFERENCE =
                   ZERO - WN-NET-AMOUNT(WS-NET-SUB)
               MOVE WS-BALANCE-DIFFERENCE TO WS-ED-DIFFERENCE
               MOVE 'NO CUSTOMER ON CUSTFILE' TO WS-ED-TEXT
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2900-WRITE-EXCEPTION.
           MOVE WS-EXCP-DETAIL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 'Y' TO WS-PROOF-BREAK-SW.

       3000-TERMINATE.
           PERFORM 3100-WRITE-CONTROL-PAGE

           DISPLAY 'CUSTRECN HISTORY RECORDS:   ' WS-HIST-READ-COUNT
           DISPLAY 'CUSTRECN CUSTOMERS PROVED:  ' WS-SCANNED-COUNT
           DISPLAY 'CUSTRECN IN AGREEMENT:      ' WS-AGREED-COUNT
           DISPLAY 'CUSTRECN EXCEPTIONS:        ' WS-EXCEPTION-COUNT
           DISPLAY 'CUSTRECN UNUSABLE AMOUNTS:  ' WS-BAD-AMOUNT-COUNT

           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE EXCEPTION-FILE
           CLOSE CONTROL-REPORT-FILE

           EVALUATE TRUE
               WHEN WS-PROOF-BROKEN
                   MOVE '08' TO WS-RUN-OUTCOME
               WHEN WS-BAD-AMOUNT-COUNT > ZERO
                   MOVE '04' TO WS-RUN-OUTCOME
               WHEN OTHER
                   MOVE '00' TO WS-RUN-OUTCOME
           END-EVALUATE
           PERFORM 9900-WRITE-RUN-CONTROL.

       3100-WRITE-CONTROL-PAGE.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'TOTAL RECEIVABLES PER CUSTFILE:' TO WS-TL-LABEL
           MOVE WS-CUSTFILE-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'TOTAL RECEIVABLES PER ACTHIST:' TO WS-TL-LABEL
           MOVE WS-ACTHIST-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           COMPUTE WS-TOTAL-DIFFERENCE =
               WS-CUSTFILE-TOTAL - WS-ACTHIST-TOTAL
           MOVE 'DIFFERENCE:' TO WS-TL-LABEL
           MOVE WS-TOTAL-DIFFERENCE TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TOTAL-DIFFERENCE NOT = ZERO
               MOVE 'Y' TO WS-PROOF-BREAK-SW
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'HISTORY RECORDS READ:' TO WS-CT-LABEL
           MOVE WS-HIST-READ-COUNT TO WS-CT-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'UNUSABLE HISTORY AMOUNTS:' TO WS-CT-LABEL
           MOVE WS-BAD-AMOUNT-COUNT TO WS-CT-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'CUSTOMERS PROVED:' TO WS-CT-LABEL
           MOVE WS-SCANNED-COUNT TO WS-CT-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'CUSTOMERS IN AGREEMENT:' TO WS-CT-LABEL
           MOVE WS-AGREED-COUNT TO WS-CT-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'BALANCE DIFFERENCES (B):' TO WS-CT-LABEL
           MOVE WS-DIFFER-COUNT TO WS-CT-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'HISTORY WITHOUT CUSTOMER (N):' TO WS-CT-LABEL
           MOVE WS-ORPHAN-COUNT TO WS-CT-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'UNUSABLE BALANCES (U):' TO WS-CT-LABEL
           MOVE WS-UNUSABLE-COUNT TO WS-CT-COUNT
           PERFORM 3110-WRITE-COUNT-LINE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-PROOF-BROKEN
               MOVE '*** OUT OF BALANCE ***' TO WS-PF-RESULT
           ELSE
               MOVE 'IN BALANCE' TO WS-PF-RESULT
           END-IF
           MOVE WS-PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3110-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       9900-WRITE-RUN-CONTROL.
      * One outcome record per execution on the shared control
      * dataset - a failure here must never stop the run from
      * ending with its own condition code
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT RUNCTL-FILE-SUCCESS
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                   RUNCTL-FILE-STATUS
           ELSE
               MOVE 'CUSTRECN' TO RC-PROGRAM
               MOVE WS-RUN-ID TO RC-RUN-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-RUN-OUTCOME TO RC-OUTCOME
               MOVE WS-SCANNED-COUNT TO RC-RECORD-COUNT
               MOVE WS-EXCEPTION-COUNT TO RC-ERROR-COUNT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF

           EVALUATE WS-RUN-OUTCOME
               WHEN '04'
                   MOVE 4 TO RETURN-CODE
               WHEN '08'
                   MOVE 8 TO RETURN-CODE
               WHEN '16'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       9990-ABORT-RUN.
           MOVE '16' TO WS-RUN-OUTCOME
           PERFORM 9900-WRITE-RUN-CONTROL.

       END PROGRAM CUSTRECN.

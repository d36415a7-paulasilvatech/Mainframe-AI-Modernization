      *                   CUST-TYPE so wholesale and partner revenue  *
      *                   post to their own accounts                  *
      *   finance fees    DR receivables     / CR fee income          *
      *   write-offs      DR bad-debt expense / CR receivables        *
      *   (CWOF)                                                      *
      *   recoveries      DR receivables     / CR bad-debt recovered  *
      *   (CREC)                                                      *
      *   returned        DR receivables     / CR cash                *
      *   payments (CNSF) - the returned-item fee posts as CFEE with  *
      *                   the other finance fees                      *
      *   refunds         DR receivables     / CR refunds payable     *
      *   (CRFD)                                                      *
      *   dispute         DR sales allowances / CR receivables        *
      *   credits (CDCR)                                              *
      *                                                               *
      * CUSTBKOUT reversals (reference BACKOUT) flow through as       *
      * separate reversing entries with debit and credit swapped -    *
      *               run-control record; refuses to extract against  *
      *               a CUSTMGMT run that ended with a reconciliation *
      *               break or abort                                  *
      * DATE-UPDATED: 2026-10-15 - also refuses to run while the last *
      *               CUSTRECN subledger proof ended with a break or  *
      *               abort                                           *
      * DATE-UPDATED: 2026-10-15 - CUSTWOFF bad-debt write-offs       *
      *               (CWOF) and CUSTMGMT recoveries (CREC) with      *
      *               their backout reversals                         *
      * DATE-UPDATED: 2026-10-15 - CUSTMGMT returned payments (CNSF)  *
      *               with their backout reversals                    *
      * DATE-UPDATED: 2026-10-15 - CUSTRFND credit-balance refunds    *
      *               (CRFD) with their backout reversals             *
      * DATE-UPDATED: 2026-10-15 - CUSTMGMT upheld-dispute credits    *
      *               (CDCR) with their backout reversals             *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-RUN-ID               PIC X(14) VALUE SPACES.
           05  WS-RUN-DATE             PIC X(10) VALUE SPACES.
           05  WS-PRED-OUTCOME         PIC X(2) VALUE SPACES.
           05  WS-RECN-OUTCOME         PIC X(2) VALUE SPACES.
           05  WS-GATE-PROGRAM         PIC X(8) VALUE 'CUSTMGMT'.
           05  WS-GATE-STOP-SW         PIC X(1) VALUE 'N'.
               88  WS-GATE-STOPPED     VALUE 'Y'.

           05  WS-ACCT-REV-WHOLESALE   PIC X(6) VALUE '400020'.
           05  WS-ACCT-REV-PARTNER     PIC X(6) VALUE '400030'.
           05  WS-ACCT-FEE-INCOME      PIC X(6) VALUE '400040'.
           05  WS-ACCT-BAD-DEBT-EXP    PIC X(6) VALUE '610000'.
           05  WS-ACCT-BAD-DEBT-RECOV  PIC X(6) VALUE '610010'.
           05  WS-ACCT-REFUNDS-PAY     PIC X(6) VALUE '210500'.
           05  WS-ACCT-SALES-ALLOW     PIC X(6) VALUE '400050'.

       01  WS-WORK-AREAS.
           05  WS-EXTRACT-DATE         PIC X(10).
           05  WS-CHG-PTR-REV-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-FEE-TOTAL            PIC 9(11)V99 VALUE ZERO.
           05  WS-FEE-REV-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  WS-WOFF-TOTAL           PIC 9(11)V99 VALUE ZERO.
           05  WS-WOFF-REV-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  WS-RECOV-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-RECOV-REV-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-RETURN-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-RETURN-REV-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-REFUND-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  WS-REFUND-REV-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05  WS-DISPUTE-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  WS-DISPUTE-REV-TOTAL    PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
               INTO WS-RUN-DATE
           END-STRING

      * Refuse to feed the GL off a CUSTMGMT run that broke or an
      * unproved subledger - the scheduler sees condition code 16
      * and holds the chain
           PERFORM 9800-CHECK-PREDECESSOR
           IF WS-GATE-STOPPED
               DISPLAY 'CUSTGLX STOPPED: LAST ' WS-GATE-PROGRAM
                   ' RUN ENDED WITH OUTCOME ' WS-PRED-OUTCOME
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF
                       AND WS-IS-REVERSAL
                   PERFORM 2200-GET-CUSTOMER-TYPE
                   PERFORM 2350-POST-CHARGE-REV-BUCKET
      * A bad-debt write-off retires the receivable to expense; a
      * later recovery reinstates it against the recovery account
      * ahead of the ordinary CPAY for the cash
               WHEN HIST-TRAN-CODE = 'CWOF'
                       AND NOT WS-IS-REVERSAL
                   ADD WS-WORK-AMOUNT TO WS-WOFF-TOTAL
               WHEN HIST-TRAN-CODE = 'CWOF'
                   ADD WS-WORK-AMOUNT TO WS-WOFF-REV-TOTAL
               WHEN HIST-TRAN-CODE = 'CREC'
                       AND NOT WS-IS-REVERSAL
                   ADD WS-WORK-AMOUNT TO WS-RECOV-TOTAL
               WHEN HIST-TRAN-CODE = 'CREC'
                   ADD WS-WORK-AMOUNT TO WS-RECOV-REV-TOTAL
      * A payment the bank returned unpaid takes the cash back out
      * and reinstates the receivable; it is kept apart from CPAY
      * backouts so finance can see the returned-item volume
               WHEN HIST-TRAN-CODE = 'CNSF'
                       AND NOT WS-IS-REVERSAL
                   ADD WS-WORK-AMOUNT TO WS-RETURN-TOTAL
               WHEN HIST-TRAN-CODE = 'CNSF'
                   ADD WS-WORK-AMOUNT TO WS-RETURN-REV-TOTAL
      * A credit balance refunded by CUSTRFND clears the receivable
      * credit into the payable accounts payable will settle
               WHEN HIST-TRAN-CODE = 'CRFD'
                       AND NOT WS-IS-REVERSAL
                   ADD WS-WORK-AMOUNT TO WS-REFUND-TOTAL
               WHEN HIST-TRAN-CODE = 'CRFD'
                   ADD WS-WORK-AMOUNT TO WS-REFUND-REV-TOTAL
      * An upheld dispute credits the charge away as a sales
      * allowance rather than reversing the revenue it earned
               WHEN HIST-TRAN-CODE = 'CDCR'
                       AND NOT WS-IS-REVERSAL
                   ADD WS-WORK-AMOUNT TO WS-DISPUTE-TOTAL
               WHEN HIST-TRAN-CODE = 'CDCR'
                   ADD WS-WORK-AMOUNT TO WS-DISPUTE-REV-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-UNCLASSIFIED-COUNT
           END-EVALUATE.
           MOVE WS-ACCT-FEE-INCOME TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-CR-ACCOUNT
           MOVE 'REVERSAL FINANCE CHARGES' TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-WOFF-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-BAD-DEBT-EXP TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-CR-ACCOUNT
           MOVE 'BAD DEBTS WRITTEN OFF' TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-WOFF-REV-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-BAD-DEBT-EXP TO WS-ENTRY-CR-ACCOUNT
           MOVE 'REVERSAL BAD DEBTS WRITTEN OFF'
               TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-RECOV-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-BAD-DEBT-RECOV TO WS-ENTRY-CR-ACCOUNT
           MOVE 'BAD DEBTS RECOVERED' TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-RECOV-REV-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-BAD-DEBT-RECOV TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-CR-ACCOUNT
           MOVE 'REVERSAL BAD DEBTS RECOVERED'
               TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-RETURN-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-CASH TO WS-ENTRY-CR-ACCOUNT
           MOVE 'RETURNED PAYMENTS' TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-RETURN-REV-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-CASH TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-CR-ACCOUNT
           MOVE 'REVERSAL RETURNED PAYMENTS'
               TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-REFUND-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-REFUNDS-PAY TO WS-ENTRY-CR-ACCOUNT
           MOVE 'CUSTOMER REFUNDS' TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-REFUND-REV-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-REFUNDS-PAY TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-CR-ACCOUNT
           MOVE 'REVERSAL CUSTOMER REFUNDS'
               TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-DISPUTE-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-SALES-ALLOW TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-CR-ACCOUNT
           MOVE 'DISPUTE CREDITS' TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR

           MOVE WS-DISPUTE-REV-TOTAL TO WS-ENTRY-AMOUNT
           MOVE WS-ACCT-RECEIVABLES TO WS-ENTRY-DR-ACCOUNT
           MOVE WS-ACCT-SALES-ALLOW TO WS-ENTRY-CR-ACCOUNT
           MOVE 'REVERSAL DISPUTE CREDITS'
               TO WS-ENTRY-DESCRIPTION
           PERFORM 2650-WRITE-ENTRY-PAIR.

       2650-WRITE-ENTRY-PAIR.
      * decides whether this extract may run; a missing dataset
      * means the control convention is not live yet - proceed
           MOVE SPACES TO WS-PRED-OUTCOME
           MOVE SPACES TO WS-RECN-OUTCOME
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNCTL-FILE-SUCCESS
               IF RUNCTL-FILE-STATUS NOT = '35'

           IF WS-PRED-OUTCOME = '08' OR WS-PRED-OUTCOME = '16'
               MOVE 'Y' TO WS-GATE-STOP-SW
           END-IF

      * An unproved subledger stops the run just the same - the
      * balances it would work from do not agree with ACTHIST
           IF NOT WS-GATE-STOPPED
               IF WS-RECN-OUTCOME = '08' OR WS-RECN-OUTCOME = '16'
                   MOVE 'CUSTRECN' TO WS-GATE-PROGRAM
                   MOVE WS-RECN-OUTCOME TO WS-PRED-OUTCOME
                   MOVE 'Y' TO WS-GATE-STOP-SW
               END-IF
           END-IF.

       9810-SCAN-ONE-RUNCTL.
           IF RC-PROGRAM = 'CUSTMGMT'
               MOVE RC-OUTCOME TO WS-PRED-OUTCOME
           END-IF
           IF RC-PROGRAM = 'CUSTRECN'
               MOVE RC-OUTCOME TO WS-RECN-OUTCOME
           END-IF
           READ RUN-CONTROL-FILE
               AT END SET RUNCTL-FILE-EOF TO TRUE
           END-READ.

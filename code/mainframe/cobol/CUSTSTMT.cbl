      *               run-control record; refuses to print against a  *
      *               CUSTMGMT run that ended with a reconciliation   *
      *               break or abort                                  *
      * DATE-UPDATED: 2026-10-15 - also refuses to run while the last *
      *               CUSTRECN subledger proof ended with a break or  *
      *               abort                                           *
      * DATE-UPDATED: 2026-10-15 - describe CUSTWOFF write-offs       *
      *               (CWOF) and CUSTMGMT recoveries (CREC) on the    *
      *               posting lines                                   *
      * DATE-UPDATED: 2026-10-15 - describe CUSTMGMT returned         *
      *               payments (CNSF) on the posting lines            *
      * DATE-UPDATED: 2026-10-15 - describe CUSTRFND credit-balance   *
      *               refunds (CRFD) on the posting lines             *
      * DATE-UPDATED: 2026-10-15 - charges under open dispute on the  *
      *               DISPFILE dispute file are marked IN DISPUTE and *
      *               the open disputed total is shown after the      *
      *               amount due; dispute credits (CDCR) described    *
      * DATE-UPDATED: 2026-10-15 - consolidated group statement per   *
      *               HIERFILE group parent on GRPSTMT, listing the   *
      *               parent's and each branch's period activity with *
      *               group totals and amount due                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CNT-KEY
               FILE STATUS IS CNTC-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISP-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIER-CUST-ID
               ALTERNATE RECORD KEY IS HIER-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HIER-FILE-STATUS.

           SELECT GROUP-STATEMENT-FILE ASSIGN TO GRPSTMT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GSTM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  CNT-EMAIL               PIC X(30).
           05  FILLER                  PIC X(12).

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DISPUTE-RECORD.
           05  DSP-KEY.
               10  DSP-CUST-ID         PIC X(10).
               10  DSP-REFERENCE       PIC X(12).
           05  DSP-STATUS              PIC X(1).
               88  DSP-OPEN            VALUE 'O'.
           05  DSP-CHARGE-DATE         PIC X(10).
           05  DSP-AMOUNT              PIC 9(7)V99.
           05  FILLER                  PIC X(58).

       FD  HIERARCHY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HIERARCHY-RECORD.
           05  HIER-CUST-ID            PIC X(10).
           05  HIER-PARENT-ID          PIC X(10).
           05  HIER-ROLE               PIC X(1).
               88  HIER-IS-PARENT      VALUE 'P'.
               88  HIER-IS-CHILD       VALUE 'C'.
           05  HIER-GROUP-LIMIT        PIC 9(9)V99.
           05  HIER-LINKED-BY          PIC X(8).
           05  HIER-LINKED-DATE        PIC X(10).
           05  FILLER                  PIC X(30).

       FD  GROUP-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  GROUP-STATEMENT-RECORD      PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
               88  STMT-FILE-SUCCESS   VALUE '00'.
           05  CNTC-FILE-STATUS        PIC X(2).
               88  CNTC-FILE-SUCCESS   VALUE '00'.
           05  DISP-FILE-STATUS        PIC X(2).
               88  DISP-FILE-SUCCESS   VALUE '00'.
           05  HIER-FILE-STATUS        PIC X(2).
               88  HIER-FILE-SUCCESS   VALUE '00'.
           05  GSTM-FILE-STATUS        PIC X(2).
               88  GSTM-FILE-SUCCESS   VALUE '00'.
           05  RUNCTL-FILE-STATUS      PIC X(2).
               88  RUNCTL-FILE-SUCCESS VALUE '00'.
               88  RUNCTL-FILE-EOF     VALUE '10'.
           05  WS-RUN-ID               PIC X(14) VALUE SPACES.
           05  WS-RUN-DATE             PIC X(10) VALUE SPACES.
           05  WS-PRED-OUTCOME         PIC X(2) VALUE SPACES.
           05  WS-RECN-OUTCOME         PIC X(2) VALUE SPACES.
           05  WS-GATE-PROGRAM         PIC X(8) VALUE 'CUSTMGMT'.
           05  WS-GATE-STOP-SW         PIC X(1) VALUE 'N'.
               88  WS-GATE-STOPPED     VALUE 'Y'.

               88  WS-AFTER-OVERFLOWED VALUE 'Y'.
           05  WS-CNTC-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-CNTC-FILE-OPEN   VALUE 'Y'.
           05  WS-DISP-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-DISP-FILE-OPEN   VALUE 'Y'.
           05  WS-DISP-BROWSE-SW       PIC X(1) VALUE 'N'.
               88  WS-DISP-BROWSE-DONE VALUE 'Y'.
           05  WS-DISPUTED-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05  WS-DISPUTED-LINES       PIC 9(7) VALUE ZERO.
           05  WS-STMT-ADDRESS         PIC X(70) VALUE SPACES.
           05  WS-DUE-TERMS-DAYS       PIC 9(3) VALUE ZERO.

      * Group members collected during the customer pass; the
      * consolidated statements print from here once it ends
       01  WS-GROUP-AREAS.
           05  WS-HIER-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-HIER-FILE-OPEN   VALUE 'Y'.
           05  WS-GRP-OVERFLOW-SW      PIC X(1) VALUE 'N'.
               88  WS-GRP-OVERFLOWED   VALUE 'Y'.
           05  WS-GRP-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-GRP-SUB              PIC 9(5) VALUE ZERO.
           05  WS-MBR-SUB              PIC 9(5) VALUE ZERO.
           05  WS-GROUP-STMT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-GROUP-OPENING        PIC S9(11)V99 VALUE ZERO.
           05  WS-GROUP-CLOSING        PIC S9(11)V99 VALUE ZERO.
           05  WS-GROUP-AMOUNT-DUE     PIC S9(11)V99 VALUE ZERO.
           05  WS-GROUP-DISPUTED       PIC S9(11)V99 VALUE ZERO.

       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 2000 TIMES.
               10  WG-CUST-ID          PIC X(10).
               10  WG-PARENT-ID        PIC X(10).
               10  WG-ROLE             PIC X(1).
                   88  WG-IS-PARENT    VALUE 'P'.
               10  WG-CUST-NAME        PIC X(50).
               10  WG-ADDRESS          PIC X(70).
               10  WG-TERMS-DAYS       PIC 9(3).
               10  WG-OPENING          PIC S9(9)V99.
               10  WG-CLOSING          PIC S9(9)V99.
               10  WG-AMOUNT-DUE       PIC S9(9)V99.
               10  WG-DISPUTED         PIC S9(9)V99.

      * Period postings held in storage so one sequential pass of
      * CUSTFILE can pull each customer's activity without re-reading
           05  WS-PL-AMOUNT            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-BALANCE           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PL-DISPUTE           PIC X(10).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-CLOSING-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-DUE-DATE-OUT         PIC X(10).
           05  FILLER                  PIC X(68) VALUE SPACES.

      * Disputed charges stay in the balance and the amount due;
      * the line only tells the customer what is under review
       01  WS-DISPUTED-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'AMOUNT IN DISPUTE:  '.
           05  WS-DSL-AMOUNT           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  WS-GROUP-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(28)
               VALUE 'CONSOLIDATED GROUP STATEMENT'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'PERIOD: '.
           05  WS-GHD-PERIOD-START     PIC X(10).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-GHD-PERIOD-END       PIC X(10).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-GROUP-PARENT-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'GROUP PARENT: '.
           05  WS-GPL-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-GPL-CUST-NAME        PIC X(50).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-GROUP-ADDRESS-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'ADDRESS:      '.
           05  WS-GAL-ADDRESS          PIC X(70).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-MEMBER-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ML-ROLE              PIC X(8).
           05  WS-ML-CUST-ID           PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ML-CUST-NAME         PIC X(50).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-GTL-LABEL            PIC X(26).
           05  WS-GTL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-GTL-DUE-LABEL        PIC X(10).
           05  WS-GTL-DUE-DATE         PIC X(10).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER                  PIC X(132) VALUE ALL '-'.

           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-HISTORY UNTIL HIST-FILE-EOF
           PERFORM 2000-PROCESS-CUSTOMER UNTIL CUST-FILE-EOF
           PERFORM 2300-PRINT-GROUP-STATEMENTS
           PERFORM 3000-TERMINATE
           GOBACK.

               INTO WS-RUN-DATE
           END-STRING

      * Refuse to print statements off a CUSTMGMT run that broke or
      * an unproved subledger - the scheduler sees condition code
      * 16 and holds the chain
           PERFORM 9800-CHECK-PREDECESSOR
           IF WS-GATE-STOPPED
               DISPLAY 'CUSTSTMT STOPPED: LAST ' WS-GATE-PROGRAM
                   ' RUN ENDED WITH OUTCOME ' WS-PRED-OUTCOME
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF
              GOBACK
           END-IF

           OPEN OUTPUT GROUP-STATEMENT-FILE
           IF NOT GSTM-FILE-SUCCESS
              DISPLAY 'ERROR OPENING GROUP STATEMENT FILE: '
                  GSTM-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * The contact dataset is optional - without it statements
      * print to CUST-ADDRESS exactly as they always have
           OPEN INPUT CONTACT-FILE
               END-IF
           END-IF

      * Likewise the dispute dataset - without it nothing is marked
      * as in dispute
           OPEN INPUT DISPUTE-FILE
           IF DISP-FILE-SUCCESS
               MOVE 'Y' TO WS-DISP-OPEN-SW
           ELSE
               IF DISP-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - DISPUTE FILE NOT OPENED, '
                       'STATUS: ' DISP-FILE-STATUS
               END-IF
           END-IF

      * And the customer group dataset - without it there are no
      * groups and the group statement file is left empty
           OPEN INPUT HIERARCHY-FILE
           IF HIER-FILE-SUCCESS
               MOVE 'Y' TO WS-HIER-OPEN-SW
           ELSE
               IF HIER-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - HIERARCHY FILE NOT OPENED, '
                       'STATUS: ' HIER-FILE-STATUS
               END-IF
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ
           IF WS-CUST-POSTING-COUNT > ZERO
                   OR WS-CLOSING-BALANCE NOT = ZERO
               PERFORM 2100-PRINT-STATEMENT
           END-IF

      * Group members are kept whether or not they had a statement
      * of their own - the parent's statement lists every branch
           IF WS-HIER-FILE-OPEN
               PERFORM 2200-NOTE-GROUP-MEMBER
           END-IF.

       2050-GET-POST-PERIOD-NET.
               MOVE WS-CLOSING-BALANCE TO WS-AMOUNT-DUE
           END-IF

           MOVE CUST-PAYMENT-TERMS-DAYS TO WS-DUE-TERMS-DAYS
           PERFORM 2120-COMPUTE-DUE-DATE
           MOVE WS-AMOUNT-DUE TO WS-DUE-AMOUNT
           MOVE WS-DUE-DATE TO WS-DUE-DATE-OUT
           MOVE WS-DUE-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           PERFORM 2130-TOTAL-OPEN-DISPUTES
           IF WS-DISPUTED-TOTAL > ZERO
               MOVE WS-DISPUTED-TOTAL TO WS-DSL-AMOUNT
               MOVE WS-DISPUTED-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF

           MOVE WS-SEPARATOR-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

           ADD 1 TO WS-HIST-SUB
           IF WH-CUST-ID(WS-HIST-SUB) = CUST-ID
               ADD WH-AMOUNT(WS-HIST-SUB) TO WS-RUNNING-BALANCE
               PERFORM 2112-FORMAT-POSTING-LINE
               IF WS-PL-DISPUTE NOT = SPACES
                   ADD 1 TO WS-DISPUTED-LINES
               END-IF
               MOVE WS-POSTING-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

       2112-FORMAT-POSTING-LINE.
           MOVE WH-POST-DATE(WS-HIST-SUB) TO WS-PL-POST-DATE
           EVALUATE WH-TRAN-CODE(WS-HIST-SUB)
               WHEN 'CPAY'
                   MOVE 'PAYMENT' TO WS-PL-DESC
               WHEN 'CWOF'
                   MOVE 'WRITEOFF' TO WS-PL-DESC
               WHEN 'CREC'
                   MOVE 'RECOVERY' TO WS-PL-DESC
               WHEN 'CNSF'
                   MOVE 'RETURNED' TO WS-PL-DESC
               WHEN 'CRFD'
                   MOVE 'REFUND' TO WS-PL-DESC
               WHEN 'CDCR'
                   MOVE 'DISPUTE' TO WS-PL-DESC
               WHEN OTHER
                   MOVE 'CHARGE' TO WS-PL-DESC
           END-EVALUATE
           PERFORM 2115-CHECK-DISPUTED
           MOVE WH-REFERENCE(WS-HIST-SUB) TO WS-PL-REFERENCE
           MOVE WH-AMOUNT(WS-HIST-SUB) TO WS-PL-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-PL-BALANCE.

       2115-CHECK-DISPUTED.
           MOVE SPACES TO WS-PL-DISPUTE
           IF WS-DISP-FILE-OPEN
                   AND (WH-TRAN-CODE(WS-HIST-SUB) = 'CCHG'
                        OR WH-TRAN-CODE(WS-HIST-SUB) = 'CCHO')
                   AND WH-AMOUNT(WS-HIST-SUB) > ZERO
               MOVE WH-CUST-ID(WS-HIST-SUB) TO DSP-CUST-ID
               MOVE WH-REFERENCE(WS-HIST-SUB) TO DSP-REFERENCE
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN
                           MOVE 'IN DISPUTE' TO WS-PL-DISPUTE
                       END-IF
               END-READ
           END-IF.

       2120-COMPUTE-DUE-DATE.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-CCYYMMDD)
               + WS-DUE-TERMS-DAYS
           COMPUTE WS-DUE-DATE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
           MOVE SPACES TO WS-DUE-DATE
               INTO WS-DUE-DATE
           END-STRING.

       2130-TOTAL-OPEN-DISPUTES.
      * Open disputes may be on charges billed in earlier periods,
      * so the customer's whole key range is browsed
           MOVE ZERO TO WS-DISPUTED-TOTAL
           IF WS-DISP-FILE-OPEN
               MOVE 'N' TO WS-DISP-BROWSE-SW
               MOVE CUST-ID TO DSP-CUST-ID
               MOVE LOW-VALUES TO DSP-REFERENCE
               START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-DISP-BROWSE-SW
               END-START
               PERFORM 2135-READ-NEXT-DISPUTE
                   UNTIL WS-DISP-BROWSE-DONE
           END-IF.

       2135-READ-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DISP-BROWSE-SW
               NOT AT END
                   IF DSP-CUST-ID NOT = CUST-ID
                       MOVE 'Y' TO WS-DISP-BROWSE-SW
                   ELSE
                       IF DSP-OPEN
                           ADD DSP-AMOUNT TO WS-DISPUTED-TOTAL
                       END-IF
                   END-IF
           END-READ.

       2200-NOTE-GROUP-MEMBER.
           MOVE CUST-ID TO HIER-CUST-ID
           READ HIERARCHY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2210-ADD-GROUP-MEMBER
           END-READ.

       2210-ADD-GROUP-MEMBER.
           IF WS-GRP-COUNT >= 2000
               MOVE 'Y' TO WS-GRP-OVERFLOW-SW
           ELSE
               ADD 1 TO WS-GRP-COUNT
               MOVE CUST-ID TO WG-CUST-ID(WS-GRP-COUNT)
               MOVE HIER-PARENT-ID TO WG-PARENT-ID(WS-GRP-COUNT)
               MOVE HIER-ROLE TO WG-ROLE(WS-GRP-COUNT)
               MOVE CUST-NAME TO WG-CUST-NAME(WS-GRP-COUNT)
               PERFORM 2105-GET-STATEMENT-ADDRESS
               MOVE WS-STMT-ADDRESS TO WG-ADDRESS(WS-GRP-COUNT)
               MOVE CUST-PAYMENT-TERMS-DAYS
                   TO WG-TERMS-DAYS(WS-GRP-COUNT)
               COMPUTE WG-OPENING(WS-GRP-COUNT) =
                   WS-CLOSING-BALANCE - WS-PERIOD-NET
               MOVE WS-CLOSING-BALANCE TO WG-CLOSING(WS-GRP-COUNT)

      * Each member's own discount applies, exactly as on its
      * individual statement
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   WS-CLOSING-BALANCE * CUST-DISCOUNT-PERCENT / 100
               IF WS-CLOSING-BALANCE > ZERO
                       AND CUST-DISCOUNT-PERCENT > ZERO
                   COMPUTE WG-AMOUNT-DUE(WS-GRP-COUNT) =
                       WS-CLOSING-BALANCE - WS-DISCOUNT-AMOUNT
               ELSE
                   MOVE WS-CLOSING-BALANCE
                       TO WG-AMOUNT-DUE(WS-GRP-COUNT)
               END-IF

               PERFORM 2130-TOTAL-OPEN-DISPUTES
               MOVE WS-DISPUTED-TOTAL TO WG-DISPUTED(WS-GRP-COUNT)
           END-IF.

       2300-PRINT-GROUP-STATEMENTS.
      * One consolidated statement per group parent: the parent's
      * own activity first, then each branch linked to it
           MOVE ZERO TO WS-GRP-SUB
           PERFORM 2310-CHECK-GROUP-PARENT
               UNTIL WS-GRP-SUB >= WS-GRP-COUNT.

       2310-CHECK-GROUP-PARENT.
           ADD 1 TO WS-GRP-SUB
           IF WG-IS-PARENT(WS-GRP-SUB)
               PERFORM 2320-PRINT-GROUP-STATEMENT
           END-IF.

       2320-PRINT-GROUP-STATEMENT.
           ADD 1 TO WS-GROUP-STMT-COUNT
           MOVE ZERO TO WS-GROUP-OPENING
           MOVE ZERO TO WS-GROUP-CLOSING
           MOVE ZERO TO WS-GROUP-AMOUNT-DUE
           MOVE ZERO TO WS-GROUP-DISPUTED

           MOVE WS-PERIOD-START TO WS-GHD-PERIOD-START
           MOVE WS-PERIOD-END TO WS-GHD-PERIOD-END
           MOVE WS-GROUP-HEADER TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           MOVE SPACES TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           MOVE WG-CUST-ID(WS-GRP-SUB) TO WS-GPL-CUST-ID
           MOVE WG-CUST-NAME(WS-GRP-SUB) TO WS-GPL-CUST-NAME
           MOVE WS-GROUP-PARENT-LINE TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           MOVE WG-ADDRESS(WS-GRP-SUB) TO WS-GAL-ADDRESS
           MOVE WS-GROUP-ADDRESS-LINE TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           MOVE SPACES TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           MOVE WS-GRP-SUB TO WS-MBR-SUB
           PERFORM 2330-PRINT-MEMBER-SECTION

           MOVE ZERO TO WS-MBR-SUB
           PERFORM 2325-CHECK-GROUP-BRANCH
               UNTIL WS-MBR-SUB >= WS-GRP-COUNT

           MOVE SPACES TO WS-GTL-DUE-LABEL
           MOVE SPACES TO WS-GTL-DUE-DATE
           MOVE 'GROUP OPENING BALANCE:' TO WS-GTL-LABEL
           MOVE WS-GROUP-OPENING TO WS-GTL-AMOUNT
           MOVE WS-GROUP-TOTAL-LINE TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           MOVE 'GROUP CLOSING BALANCE:' TO WS-GTL-LABEL
           MOVE WS-GROUP-CLOSING TO WS-GTL-AMOUNT
           MOVE WS-GROUP-TOTAL-LINE TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

      * The group is due on the parent's terms
           MOVE WG-TERMS-DAYS(WS-GRP-SUB) TO WS-DUE-TERMS-DAYS
           PERFORM 2120-COMPUTE-DUE-DATE
           MOVE 'GROUP AMOUNT DUE:' TO WS-GTL-LABEL
           MOVE WS-GROUP-AMOUNT-DUE TO WS-GTL-AMOUNT
           MOVE 'DUE DATE: ' TO WS-GTL-DUE-LABEL
           MOVE WS-DUE-DATE TO WS-GTL-DUE-DATE
           MOVE WS-GROUP-TOTAL-LINE TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           IF WS-GROUP-DISPUTED > ZERO
               MOVE SPACES TO WS-GTL-DUE-LABEL
               MOVE SPACES TO WS-GTL-DUE-DATE
               MOVE 'GROUP AMOUNT IN DISPUTE:' TO WS-GTL-LABEL
               MOVE WS-GROUP-DISPUTED TO WS-GTL-AMOUNT
               MOVE WS-GROUP-TOTAL-LINE TO GROUP-STATEMENT-RECORD
               WRITE GROUP-STATEMENT-RECORD
           END-IF

           MOVE WS-SEPARATOR-LINE TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD.

       2325-CHECK-GROUP-BRANCH.
           ADD 1 TO WS-MBR-SUB
           IF WG-PARENT-ID(WS-MBR-SUB) = WG-CUST-ID(WS-GRP-SUB)
                   AND WS-MBR-SUB NOT = WS-GRP-SUB
               PERFORM 2330-PRINT-MEMBER-SECTION
           END-IF.

       2330-PRINT-MEMBER-SECTION.
           IF WG-IS-PARENT(WS-MBR-SUB)
               MOVE 'PARENT: ' TO WS-ML-ROLE
           ELSE
               MOVE 'BRANCH: ' TO WS-ML-ROLE
           END-IF
           MOVE WG-CUST-ID(WS-MBR-SUB) TO WS-ML-CUST-ID
           MOVE WG-CUST-NAME(WS-MBR-SUB) TO WS-ML-CUST-NAME
           MOVE WS-MEMBER-LINE TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           MOVE WG-OPENING(WS-MBR-SUB) TO WS-OL-AMOUNT
           MOVE WS-OPENING-LINE TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           MOVE WG-OPENING(WS-MBR-SUB) TO WS-RUNNING-BALANCE
           MOVE ZERO TO WS-HIST-SUB
           PERFORM 2335-PRINT-MEMBER-POSTING
               UNTIL WS-HIST-SUB >= WS-HIST-COUNT

           MOVE WG-CLOSING(WS-MBR-SUB) TO WS-CL-AMOUNT
           MOVE WS-CLOSING-LINE TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           MOVE SPACES TO GROUP-STATEMENT-RECORD
           WRITE GROUP-STATEMENT-RECORD

           ADD WG-OPENING(WS-MBR-SUB) TO WS-GROUP-OPENING
           ADD WG-CLOSING(WS-MBR-SUB) TO WS-GROUP-CLOSING
           ADD WG-AMOUNT-DUE(WS-MBR-SUB) TO WS-GROUP-AMOUNT-DUE
           ADD WG-DISPUTED(WS-MBR-SUB) TO WS-GROUP-DISPUTED.

       2335-PRINT-MEMBER-POSTING.
           ADD 1 TO WS-HIST-SUB
           IF WH-CUST-ID(WS-HIST-SUB) = WG-CUST-ID(WS-MBR-SUB)
               ADD WH-AMOUNT(WS-HIST-SUB) TO WS-RUNNING-BALANCE
               PERFORM 2112-FORMAT-POSTING-LINE
               MOVE WS-POSTING-LINE TO GROUP-STATEMENT-RECORD
               WRITE GROUP-STATEMENT-RECORD
           END-IF.

       3000-TERMINATE.
           IF WS-HIST-OVERFLOWED
               DISPLAY 'CUSTSTMT WARNING: PERIOD ACTIVITY EXCEEDED '
                   'EXCEEDED TABLE CAPACITY - CLOSING BALANCES '
                   'MAY BE SHIFTED'
           END-IF
           IF WS-GRP-OVERFLOWED
               DISPLAY 'CUSTSTMT WARNING: GROUP MEMBERS EXCEEDED '
                   'TABLE CAPACITY - GROUP STATEMENTS ARE INCOMPLETE'
           END-IF
           DISPLAY 'CUSTSTMT CUSTOMERS SCANNED:  ' WS-SCANNED-COUNT
           DISPLAY 'CUSTSTMT STATEMENTS PRINTED: ' WS-STATEMENT-COUNT
           DISPLAY 'CUSTSTMT POSTINGS IN PERIOD: ' WS-HIST-COUNT
           DISPLAY 'CUSTSTMT POSTINGS BEFORE:    ' WS-HIST-SKIPPED
           DISPLAY 'CUSTSTMT SNAPSHOTS SKIPPED:  ' WS-SNAP-SKIPPED
           DISPLAY 'CUSTSTMT UNUSABLE RECORDS:   ' WS-BAD-RECORD-COUNT
           DISPLAY 'CUSTSTMT LINES IN DISPUTE:   ' WS-DISPUTED-LINES
           DISPLAY 'CUSTSTMT GROUP STATEMENTS:   ' WS-GROUP-STMT-COUNT

           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE STATEMENT-FILE
           CLOSE GROUP-STATEMENT-FILE
           IF WS-CNTC-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF
           IF WS-DISP-FILE-OPEN
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-HIER-FILE-OPEN
               CLOSE HIERARCHY-FILE
           END-IF

           IF WS-HIST-OVERFLOWED OR WS-AFTER-OVERFLOWED
                   OR WS-GRP-OVERFLOWED
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           PERFORM 9900-WRITE-RUN-CONTROL.
      * decides whether this run may print; a missing dataset
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

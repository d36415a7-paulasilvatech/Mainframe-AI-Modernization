      * A warning pass in the same run lists active accounts inside   *
      * the DORMPARM warning window - due to be inactivated next      *
      * cycle. CUST-IDs listed in the optional DORMEXCL dataset are   *
      * left alone regardless of age. A customer-group parent         *
      * (HIERFILE) is not inactivated while any of its branches is    *
      * still active, so no active branch is left under an inactive   *
      * parent; it is listed instead and goes once its branches have. *
      *                                                               *
      * Every applied inactivation is journaled to JRNFILE (action    *
      * DORM) so CUSTBKOUT can undo a bad run and CUSTDLTA carries    *
      * DATE-WRITTEN: 2026-08-22                                      *
      * DATE-UPDATED: 2026-09-02 - graded condition code and RUNCTL   *
      *               run-control record for downstream gating        *
      * DATE-UPDATED: 2026-10-15 - hold back customer-group parents   *
      *               that still have active branches                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXCL-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIER-CUST-ID
               ALTERNATE RECORD KEY IS HIER-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HIER-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       01  EXCLUSION-RECORD.
           05  EXCL-CUST-ID            PIC X(10).

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

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05  EXCL-FILE-STATUS        PIC X(2).
               88  EXCL-FILE-SUCCESS   VALUE '00'.
               88  EXCL-FILE-EOF       VALUE '10'.
           05  HIER-FILE-STATUS        PIC X(2).
               88  HIER-FILE-SUCCESS   VALUE '00'.
           05  JOURNAL-FILE-STATUS     PIC X(2).
               88  JOURNAL-FILE-SUCCESS VALUE '00'.
           05  REPORT-FILE-STATUS      PIC X(2).
               88  WS-DATE-VALID       VALUE 'Y'.
           05  WS-EXCLUDED-SW          PIC X(1) VALUE 'N'.
               88  WS-CUST-EXCLUDED    VALUE 'Y'.
           05  WS-GROUP-HELD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-PARENT-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-PARENT-SUB           PIC 9(4) VALUE ZERO.
           05  WS-SCAN-PARENT-ID       PIC X(10) VALUE SPACES.
           05  WS-PARENT-FOUND-SW      PIC X(1) VALUE 'N'.
               88  WS-PARENT-FOUND     VALUE 'Y'.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.

       01  WS-JOURNAL-AREAS.
           05  WS-EXCL-ENTRY OCCURS 1000 TIMES.
               10  WE-CUST-ID          PIC X(10).

      * Group parents with at least one active branch, gathered in a
      * pass over CUSTFILE before any record is touched
       01  WS-ACTIVE-PARENT-TABLE.
           05  WS-ACTIVE-PARENT OCCURS 5000 TIMES.
               10  WA-PARENT-ID        PIC X(10).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(34)
           05  WS-SUM-BAD-BALANCE      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-SUMMARY-LINE-3.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'GROUP PARENT HELD:'.
           05  WS-SUM-GROUP-HELD       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 1100-LOAD-EXCLUSIONS

           PERFORM 1200-LOAD-ACTIVE-BRANCHES

           OPEN I-O CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
               END-READ
           END-IF.

       1200-LOAD-ACTIVE-BRANCHES.
      * No hierarchy dataset means no customer groups. Any other
      * open failure stops the run rather than inactivate a parent
      * whose branches could not be checked
           OPEN INPUT HIERARCHY-FILE
           IF NOT HIER-FILE-SUCCESS
               IF HIER-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING HIERARCHY FILE: '
                       HIER-FILE-STATUS
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
           ELSE
               OPEN INPUT CUSTOMER-FILE
               IF NOT CUST-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       CUST-FILE-STATUS
                   CLOSE HIERARCHY-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
               READ CUSTOMER-FILE
                   AT END SET CUST-FILE-EOF TO TRUE
               END-READ
               PERFORM 1210-NOTE-ACTIVE-BRANCH UNTIL CUST-FILE-EOF
               CLOSE CUSTOMER-FILE
               CLOSE HIERARCHY-FILE
           END-IF.

       1210-NOTE-ACTIVE-BRANCH.
           IF CUST-STATUS-ACTIVE
               MOVE CUST-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIER-IS-CHILD
                           PERFORM 1220-ADD-ACTIVE-PARENT
                       END-IF
               END-READ
           END-IF

           READ CUSTOMER-FILE
               AT END SET CUST-FILE-EOF TO TRUE
           END-READ.

       1220-ADD-ACTIVE-PARENT.
           MOVE HIER-PARENT-ID TO WS-SCAN-PARENT-ID
           PERFORM 1230-FIND-ACTIVE-PARENT
           IF NOT WS-PARENT-FOUND
               IF WS-PARENT-COUNT < 5000
                   ADD 1 TO WS-PARENT-COUNT
                   MOVE HIER-PARENT-ID TO WA-PARENT-ID(WS-PARENT-COUNT)
               ELSE
      * A parent missing from the table would be inactivated over
      * its branches - stop rather than guess
                   DISPLAY 'GROUP PARENT TABLE FULL AT 5000 ENTRIES'
                   CLOSE CUSTOMER-FILE
                   CLOSE HIERARCHY-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
           END-IF.

       1230-FIND-ACTIVE-PARENT.
           MOVE 'N' TO WS-PARENT-FOUND-SW
           MOVE ZERO TO WS-PARENT-SUB
           PERFORM 1235-CHECK-ONE-PARENT
               UNTIL WS-PARENT-SUB >= WS-PARENT-COUNT
                   OR WS-PARENT-FOUND.

       1235-CHECK-ONE-PARENT.
           ADD 1 TO WS-PARENT-SUB
           IF WA-PARENT-ID(WS-PARENT-SUB) = WS-SCAN-PARENT-ID
               MOVE 'Y' TO WS-PARENT-FOUND-SW
           END-IF.

       2000-PROCESS-CUSTOMER.
           ADD 1 TO WS-SCANNED-COUNT

       2140-ACTION-DORMANCY.
           PERFORM 2120-CHECK-EXCLUSION

      * Only an account otherwise due to go is looked up as a group
      * parent with active branches
           MOVE 'N' TO WS-PARENT-FOUND-SW
           IF NOT WS-CUST-EXCLUDED
                   AND WS-DAYS-SINCE-ACTIVITY > WS-THRESHOLD-DAYS
                   AND CUST-CURRENT-BALANCE = ZERO
               MOVE CUST-ID TO WS-SCAN-PARENT-ID
               PERFORM 1230-FIND-ACTIVE-PARENT
           END-IF

           EVALUATE TRUE
               WHEN WS-CUST-EXCLUDED
                   AND WS-DAYS-SINCE-ACTIVITY > WS-WARNING-FLOOR
                   PERFORM 2500-WRITE-DETAIL
               WHEN WS-CUST-EXCLUDED
                   CONTINUE
               WHEN WS-PARENT-FOUND
                   ADD 1 TO WS-GROUP-HELD-COUNT
                   MOVE 'GROUP PARENT - ACTIVE BRANCHES'
                       TO WS-DET-ACTION
                   PERFORM 2500-WRITE-DETAIL
               WHEN WS-DAYS-SINCE-ACTIVITY > WS-THRESHOLD-DAYS
                   AND CUST-CURRENT-BALANCE = ZERO
                   PERFORM 2200-INACTIVATE-CUSTOMER
           MOVE WS-SUMMARY-LINE-2 TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-GROUP-HELD-COUNT TO WS-SUM-GROUP-HELD
           MOVE WS-SUMMARY-LINE-3 TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE CUSTOMER-FILE
           CLOSE JOURNAL-FILE
           CLOSE DORMANCY-REPORT-FILE

      *   - appends a cross-reference record to XREFFILE so CUSTMGMT  *
      *     redirects inbound transactions keyed to the old CUST-ID   *
      *     instead of rejecting them with 1002                       *
      *   - carries the retiring customer's place in a customer       *
      *     group (HIERFILE) over to the survivor: a retiring branch  *
      *     hands its link to an ungrouped survivor, and a retiring   *
      *     parent hands the survivor its group limit and every       *
      *     branch, so no branch is left under a retired parent. A    *
      *     survivor already in a different group is rejected         *
      *                                                               *
      * Both CUSTFILE rewrites are journaled to JRNFILE (action       *
      * MRGE) so CUSTBKOUT can restore both records after a wrong    *
      * DATE-WRITTEN: 2026-09-02                                      *
      * DATE-UPDATED: 2026-09-02 - graded condition code and RUNCTL   *
      *               run-control record for downstream gating        *
      * DATE-UPDATED: 2026-10-15 - move customer-group membership     *
      *               (HIERFILE) to the survivor, journaled as CGRP/  *
      *               CLNK/CULK so CUSTBKOUT puts the group back      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIER-CUST-ID
               ALTERNATE RECORD KEY IS HIER-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HIER-FILE-STATUS.

           SELECT MERGE-REPORT-FILE ASSIGN TO MRGERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  JRN-AFTER-IMAGE         PIC X(212).
           05  FILLER                  PIC X(1).

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

       FD  MERGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
               88  XREF-FILE-SUCCESS   VALUE '00'.
           05  JOURNAL-FILE-STATUS     PIC X(2).
               88  JOURNAL-FILE-SUCCESS VALUE '00'.
           05  HIER-FILE-STATUS        PIC X(2).
               88  HIER-FILE-SUCCESS   VALUE '00'.
           05  REPORT-FILE-STATUS      PIC X(2).
               88  REPORT-FILE-SUCCESS VALUE '00'.
           05  RUNCTL-FILE-STATUS      PIC X(2).
           05  WS-RUN-ID               PIC X(14).
           05  WS-JRN-SEQ              PIC 9(7) VALUE ZERO.
           05  WS-JRN-BEFORE-IMAGE     PIC X(212).
           05  WS-JRN-ACTION           PIC X(4).

      * Applied pairs drive the ACTHIST re-key pass after every
      * CUSTFILE change is on file
               10  WM-RETIRED-ID       PIC X(10).
               10  WM-SURVIVOR-ID      PIC X(10).

      * Both sides' customer-group entries as they stood at the edit
      * (spaces when not grouped), the move the pair calls for, and
      * a retiring parent's branches gathered before anything
      * changes so an oversized group rejects cleanly
       01  WS-GROUP-AREAS.
           05  WS-HIER-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-HIER-FILE-OPEN   VALUE 'Y'.
           05  WS-GROUP-ACTION         PIC X(1) VALUE SPACE.
               88  WS-GROUP-NONE       VALUE SPACE.
               88  WS-GROUP-DROP-LINK  VALUE 'D'.
               88  WS-GROUP-ADOPT-LINK VALUE 'A'.
               88  WS-GROUP-TRANSFER   VALUE 'T'.
           05  WS-RET-HIER-RECORD      PIC X(80) VALUE SPACES.
           05  WS-RET-HIER-R REDEFINES WS-RET-HIER-RECORD.
               10  FILLER              PIC X(10).
               10  WS-RET-HIER-PARENT  PIC X(10).
               10  WS-RET-HIER-ROLE    PIC X(1).
                   88  WS-RET-IS-PARENT VALUE 'P'.
                   88  WS-RET-IS-CHILD VALUE 'C'.
               10  WS-RET-HIER-LIMIT   PIC 9(9)V99.
               10  FILLER              PIC X(48).
           05  WS-SUR-HIER-RECORD      PIC X(80) VALUE SPACES.
           05  WS-SUR-HIER-R REDEFINES WS-SUR-HIER-RECORD.
               10  FILLER              PIC X(10).
               10  WS-SUR-HIER-PARENT  PIC X(10).
               10  WS-SUR-HIER-ROLE    PIC X(1).
                   88  WS-SUR-NOT-GROUPED VALUE SPACE.
                   88  WS-SUR-IS-CHILD VALUE 'C'.
               10  FILLER              PIC X(59).
           05  WS-GROUP-MOVED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-GROUP-FAIL-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-HIER-BROWSE-SW       PIC X(1) VALUE 'N'.
               88  WS-HIER-BROWSE-DONE VALUE 'Y'.
           05  WS-BRANCH-OVERFLOW-SW   PIC X(1) VALUE 'N'.
               88  WS-BRANCH-OVERFLOWED VALUE 'Y'.
           05  WS-BRANCH-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-BRANCH-SUB           PIC 9(3) VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES.
               10  WB-CUST-ID          PIC X(10).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(29)
              GOBACK
           END-IF

      * No hierarchy dataset means no customer groups to carry over.
      * Any other open failure stops the run - merging a grouped
      * account blind would leave branches under a retired parent
           OPEN I-O HIERARCHY-FILE
           IF HIER-FILE-SUCCESS
              MOVE 'Y' TO WS-HIER-OPEN-SW
           ELSE
              IF HIER-FILE-STATUS NOT = '35'
                  DISPLAY 'ERROR OPENING HIERARCHY FILE: '
                      HIER-FILE-STATUS
                  CLOSE PARAMETER-FILE
                  CLOSE CUSTOMER-FILE
                  CLOSE XREF-FILE
                  CLOSE JOURNAL-FILE
                  CLOSE HISTORY-FILE
                  CLOSE NEW-HISTORY-FILE
                  CLOSE MERGE-REPORT-FILE
                  PERFORM 9990-ABORT-RUN
                  GOBACK
              END-IF
           END-IF

           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
                       TO WS-DET-RESULT
                   PERFORM 2950-REPORT-REJECT
               END-IF
           END-IF

           IF WS-PAIR-OK
               PERFORM 2150-EDIT-GROUP-MEMBERSHIP
           END-IF.

       2150-EDIT-GROUP-MEMBERSHIP.
      * Only the hierarchy is read here - the survivor must stay
      * current in the customer record area for the apply
           MOVE SPACE TO WS-GROUP-ACTION
           MOVE SPACES TO WS-RET-HIER-RECORD
           MOVE SPACES TO WS-SUR-HIER-RECORD
           MOVE ZERO TO WS-BRANCH-COUNT
           IF WS-HIER-FILE-OPEN
               MOVE WS-RETIRING-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HIERARCHY-RECORD TO WS-RET-HIER-RECORD
               END-READ
               MOVE WS-SURVIVOR-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HIERARCHY-RECORD TO WS-SUR-HIER-RECORD
               END-READ
               PERFORM 2160-CHOOSE-GROUP-ACTION
           END-IF.

       2160-CHOOSE-GROUP-ACTION.
      * A retiring branch hands its link to an ungrouped survivor,
      * or simply drops it when the survivor is already in the same
      * family. A retiring parent hands the group to a survivor that
      * is ungrouped or one of its own branches. Anything else would
      * put one account in two groups
           EVALUATE TRUE
               WHEN WS-RET-IS-CHILD AND WS-SUR-NOT-GROUPED
                   MOVE 'A' TO WS-GROUP-ACTION
               WHEN WS-RET-IS-CHILD
                       AND WS-SUR-HIER-PARENT = WS-RET-HIER-PARENT
                   MOVE 'D' TO WS-GROUP-ACTION
               WHEN WS-RET-IS-PARENT AND WS-SUR-NOT-GROUPED
                   MOVE 'T' TO WS-GROUP-ACTION
               WHEN WS-RET-IS-PARENT AND WS-SUR-IS-CHILD
                       AND WS-SUR-HIER-PARENT = WS-RETIRING-ID
                   MOVE 'T' TO WS-GROUP-ACTION
               WHEN WS-RET-IS-CHILD
               WHEN WS-RET-IS-PARENT
                   MOVE 'N' TO WS-PAIR-OK-SW
                   MOVE 'SURVIVOR IN ANOTHER CUSTOMER GROUP'
                       TO WS-DET-RESULT
                   PERFORM 2950-REPORT-REJECT
           END-EVALUATE

           IF WS-GROUP-TRANSFER
               PERFORM 2170-COLLECT-BRANCHES
           END-IF.

       2170-COLLECT-BRANCHES.
           MOVE 'N' TO WS-BRANCH-OVERFLOW-SW
           MOVE 'N' TO WS-HIER-BROWSE-SW
           MOVE WS-RETIRING-ID TO HIER-PARENT-ID
           START HIERARCHY-FILE KEY IS = HIER-PARENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HIER-BROWSE-SW
           END-START
           PERFORM 2175-COLLECT-ONE-BRANCH
               UNTIL WS-HIER-BROWSE-DONE

           IF WS-BRANCH-OVERFLOWED
               MOVE 'N' TO WS-PAIR-OK-SW
               MOVE 'GROUP TOO LARGE TO MOVE IN ONE PASS'
                   TO WS-DET-RESULT
               PERFORM 2950-REPORT-REJECT
           END-IF.

       2175-COLLECT-ONE-BRANCH.
           READ HIERARCHY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIER-BROWSE-SW
           END-READ
           IF NOT WS-HIER-BROWSE-DONE
               IF HIER-PARENT-ID NOT = WS-RETIRING-ID
                   MOVE 'Y' TO WS-HIER-BROWSE-SW
               ELSE
      * The survivor is promoted, not re-parented, so it is skipped
                   IF HIER-IS-CHILD
                           AND HIER-CUST-ID NOT = WS-SURVIVOR-ID
                       IF WS-BRANCH-COUNT < 500
                           ADD 1 TO WS-BRANCH-COUNT
                           MOVE HIER-CUST-ID
                               TO WB-CUST-ID(WS-BRANCH-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-BRANCH-OVERFLOW-SW
                           MOVE 'Y' TO WS-HIER-BROWSE-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-APPLY-MERGE.

           MOVE WS-RETIRING-BALANCE TO WS-DET-BALANCE
           MOVE 'MERGED' TO WS-DET-RESULT
           IF NOT WS-GROUP-NONE
               PERFORM 2500-MOVE-GROUP-MEMBERSHIP
           END-IF
           PERFORM 2900-WRITE-DETAIL.

       2500-MOVE-GROUP-MEMBERSHIP.
      * Applied only once both customer records are on file, and in
      * an order that never leaves a branch pointing at a parent
      * entry that is not there
           EVALUATE TRUE
               WHEN WS-GROUP-ADOPT-LINK
                   PERFORM 2510-LINK-SURVIVOR
                   PERFORM 2540-DROP-RETIRED-ENTRY
                   MOVE 'MERGED, BRANCH LINK MOVED' TO WS-DET-RESULT
               WHEN WS-GROUP-DROP-LINK
                   PERFORM 2540-DROP-RETIRED-ENTRY
                   MOVE 'MERGED, BRANCH LINK DROPPED'
                       TO WS-DET-RESULT
               WHEN WS-GROUP-TRANSFER
                   PERFORM 2520-PROMOTE-SURVIVOR
                   MOVE ZERO TO WS-BRANCH-SUB
                   PERFORM 2530-REPARENT-BRANCH
                       UNTIL WS-BRANCH-SUB >= WS-BRANCH-COUNT
                   PERFORM 2540-DROP-RETIRED-ENTRY
                   MOVE 'MERGED, GROUP PARENT MOVED' TO WS-DET-RESULT
           END-EVALUATE.

       2510-LINK-SURVIVOR.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO HIERARCHY-RECORD
           MOVE WS-SURVIVOR-ID TO HIER-CUST-ID
           MOVE WS-RET-HIER-PARENT TO HIER-PARENT-ID
           MOVE 'C' TO HIER-ROLE
           MOVE ZERO TO HIER-GROUP-LIMIT
           PERFORM 2550-SET-MERGE-STAMP
           WRITE HIERARCHY-RECORD
               INVALID KEY
                   PERFORM 2590-REPORT-GROUP-FAILURE
               NOT INVALID KEY
                   MOVE 'CLNK' TO WS-JRN-ACTION
                   PERFORM 2760-WRITE-GROUP-JOURNAL
           END-WRITE.

       2520-PROMOTE-SURVIVOR.
      * The survivor heads the group under the retiring parent's
      * limit; a survivor that was one of its branches is rewritten
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE WS-SUR-HIER-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO HIERARCHY-RECORD
           MOVE WS-SURVIVOR-ID TO HIER-CUST-ID
           MOVE WS-SURVIVOR-ID TO HIER-PARENT-ID
           MOVE 'P' TO HIER-ROLE
           MOVE WS-RET-HIER-LIMIT TO HIER-GROUP-LIMIT
           PERFORM 2550-SET-MERGE-STAMP
           MOVE 'CGRP' TO WS-JRN-ACTION
           IF WS-SUR-NOT-GROUPED
               WRITE HIERARCHY-RECORD
                   INVALID KEY
                       PERFORM 2590-REPORT-GROUP-FAILURE
                   NOT INVALID KEY
                       PERFORM 2760-WRITE-GROUP-JOURNAL
               END-WRITE
           ELSE
               REWRITE HIERARCHY-RECORD
                   INVALID KEY
                       PERFORM 2590-REPORT-GROUP-FAILURE
                   NOT INVALID KEY
                       PERFORM 2760-WRITE-GROUP-JOURNAL
               END-REWRITE
           END-IF.

       2530-REPARENT-BRANCH.
           ADD 1 TO WS-BRANCH-SUB
           MOVE WB-CUST-ID(WS-BRANCH-SUB) TO HIER-CUST-ID
           READ HIERARCHY-FILE
               INVALID KEY
                   PERFORM 2590-REPORT-GROUP-FAILURE
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-BEFORE-IMAGE
                   MOVE HIERARCHY-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE WS-SURVIVOR-ID TO HIER-PARENT-ID
                   PERFORM 2550-SET-MERGE-STAMP
                   REWRITE HIERARCHY-RECORD
                       INVALID KEY
                           PERFORM 2590-REPORT-GROUP-FAILURE
                       NOT INVALID KEY
                           MOVE 'CLNK' TO WS-JRN-ACTION
                           PERFORM 2760-WRITE-GROUP-JOURNAL
                   END-REWRITE
           END-READ.

       2540-DROP-RETIRED-ENTRY.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE WS-RET-HIER-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE WS-RETIRING-ID TO HIER-CUST-ID
           DELETE HIERARCHY-FILE RECORD
               INVALID KEY
                   PERFORM 2590-REPORT-GROUP-FAILURE
               NOT INVALID KEY
      * A blank after-image marks the entry as removed
                   MOVE SPACES TO HIERARCHY-RECORD
                   MOVE 'CULK' TO WS-JRN-ACTION
                   PERFORM 2760-WRITE-GROUP-JOURNAL
           END-DELETE.

       2550-SET-MERGE-STAMP.
           MOVE 'CUSTMRGE' TO HIER-LINKED-BY
           MOVE WS-RUN-DATE TO HIER-LINKED-DATE.

       2590-REPORT-GROUP-FAILURE.
      * The merge itself stands; the group entry is left for review
           ADD 1 TO WS-GROUP-FAIL-COUNT
           DISPLAY 'CUSTMRGE GROUP UPDATE FAILED FOR ' HIER-CUST-ID
               ' STATUS: ' HIER-FILE-STATUS.

       2750-WRITE-JOURNAL.
      * One before/after image pair per applied rewrite, tagged
      * with this run's identifier for CUSTBKOUT
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       2760-WRITE-GROUP-JOURNAL.
      * Group entries are journaled under the CUSTMGMT group codes
      * so CUSTBKOUT and CUSTDLTA treat them exactly alike
           ADD 1 TO WS-GROUP-MOVED-COUNT
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE WS-JRN-SEQ TO JRN-SEQ
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE SPACES TO JRN-AFTER-IMAGE
           MOVE HIERARCHY-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       2800-REKEY-HISTORY.
           ADD 1 TO WS-HIST-READ-COUNT
           MOVE ACTIVITY-HISTORY-RECORD TO NEW-HISTORY-RECORD
           DISPLAY 'CUSTMRGE PAIRS REJECTED:   ' WS-REJECTED-COUNT
           DISPLAY 'CUSTMRGE HISTORY RECORDS:  ' WS-HIST-READ-COUNT
           DISPLAY 'CUSTMRGE HISTORY REKEYED:  ' WS-REKEYED-COUNT
           DISPLAY 'CUSTMRGE GROUP ENTRIES:    ' WS-GROUP-MOVED-COUNT
           DISPLAY 'CUSTMRGE GROUP FAILURES:   ' WS-GROUP-FAIL-COUNT

           CLOSE PARAMETER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE HISTORY-FILE
           CLOSE NEW-HISTORY-FILE
           CLOSE MERGE-REPORT-FILE
           IF WS-HIER-FILE-OPEN
               CLOSE HIERARCHY-FILE
           END-IF

           IF WS-REJECTED-COUNT > ZERO
                   OR WS-GROUP-FAIL-COUNT > ZERO
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           PERFORM 9900-WRITE-RUN-CONTROL.

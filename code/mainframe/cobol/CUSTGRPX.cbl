       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGRPX.
       AUTHOR. AZURE-AI-FOUNDRY.
      *****************************************************************
      * CUSTGRPX - Customer Group Credit Exposure Report              *
      *                                                               *
      * Rolls up what each customer group owes by group parent, from  *
      * the HIERFILE hierarchy CUSTMGMT maintains (CGRP / CLNK /      *
      * CULK). For each parent the report lists the parent and every  *
      * branch linked to it with its CUSTFILE balance and the same    *
      * FIFO open-item aging CUSTDUNN uses - payments applied against *
      * charges oldest first, open amounts bucketed by days past the  *
      * due date (posting date plus CUST-PAYMENT-TERMS-DAYS):         *
      *                                                               *
      *   CURRENT / 1-30 / 31-60 / 61-90 / OVER 90 DAYS PAST TERMS    *
      *                                                               *
      * then the group total, the group credit limit held on the      *
      * parent entry, utilization of that limit and what is left of   *
      * it. A parent with no group limit is shown as uncapped.        *
      * Charges under open dispute on DISPFILE are left out of the    *
      * aging, as in CUSTDUNN; the balance column is the balance on   *
      * file. A branch whose parent has no parent entry is listed     *
      * after the groups and the run ends with a warning.             *
      *                                                               *
      * GRPXPARM is an optional single record: AS-OF-DATE             *
      * (YYYY-MM-DD). A missing dataset or a blank date takes today.  *
      * A missing HIERFILE means there are no groups.                 *
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIER-CUST-ID
               ALTERNATE RECORD KEY IS HIER-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HIER-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO ACTHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISP-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO GRPXPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT EXPOSURE-REPORT-FILE ASSIGN TO GRPXRPT
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

       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01  PARAMETER-RECORD.
           05  GRX-ASOF-DATE           PIC X(10).

       FD  EXPOSURE-REPORT-FILE
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
           05  HIER-FILE-STATUS        PIC X(2).
               88  HIER-FILE-SUCCESS   VALUE '00'.
               88  HIER-FILE-EOF       VALUE '10'.
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
               88  HIST-FILE-EOF       VALUE '10'.
           05  DISP-FILE-STATUS        PIC X(2).
               88  DISP-FILE-SUCCESS   VALUE '00'.
           05  PARM-FILE-STATUS        PIC X(2).
               88  PARM-FILE-SUCCESS   VALUE '00'.
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
      * with warnings / 16 abort - also written to the shared
      * RUNCTL dataset the downstream jobs gate on
       01  WS-RUN-CONTROL-AREAS.
           05  WS-RUN-OUTCOME          PIC X(2) VALUE '00'.
               88  WS-OUTCOME-CLEAN    VALUE '00'.
               88  WS-OUTCOME-WARNING  VALUE '04'.
               88  WS-OUTCOME-ABORT    VALUE '16'.
           05  WS-RUN-ID               PIC X(14).
           05  WS-RUN-DATE             PIC X(10) VALUE SPACES.

       01  WS-PARM-AREAS.
           05  WS-ASOF-DATE            PIC X(10).
           05  WS-ASOF-DATE-INT        PIC 9(7) VALUE ZERO.

       01  WS-WORK-AREAS.
           05  WS-HIER-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-GROUP-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-MEMBER-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ORPHAN-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-MISSING-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-OVER-LIMIT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-BAD-RECORD-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-BAD-DATE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DISPUTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-HIST-SKIPPED         PIC 9(7) VALUE ZERO.
           05  WS-PAYMENT-POOL         PIC S9(9)V99 VALUE ZERO.
           05  WS-OPEN-AMOUNT          PIC S9(9)V99 VALUE ZERO.
           05  WS-CHARGE-DATE-INT      PIC 9(7) VALUE ZERO.
           05  WS-DUE-DATE-INT         PIC 9(7) VALUE ZERO.
           05  WS-DAYS-PAST            PIC S9(7) VALUE ZERO.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.
           05  WS-DATE-VALID-SW        PIC X(1) VALUE 'N'.
               88  WS-DATE-VALID       VALUE 'Y'.
           05  WS-HIER-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-HIER-FILE-OPEN   VALUE 'Y'.
           05  WS-DISP-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-DISP-FILE-OPEN   VALUE 'Y'.
           05  WS-ITEM-DISPUTED-SW     PIC X(1) VALUE 'N'.
               88  WS-ITEM-DISPUTED    VALUE 'Y'.
           05  WS-MEMBER-FOUND-SW      PIC X(1) VALUE 'N'.
               88  WS-MEMBER-FOUND     VALUE 'Y'.
           05  WS-HIST-OVERFLOW-SW     PIC X(1) VALUE 'N'.
               88  WS-HIST-OVERFLOWED  VALUE 'Y'.
           05  WS-MBR-OVERFLOW-SW      PIC X(1) VALUE 'N'.
               88  WS-MBR-OVERFLOWED   VALUE 'Y'.
           05  WS-ORPHAN-HEADING-SW    PIC X(1) VALUE 'N'.
               88  WS-ORPHAN-HEADED    VALUE 'Y'.

      * Aging of the member being listed, then the group and the
      * whole report
       01  WS-BUCKET-AREAS.
           05  WS-BKT-CURRENT          PIC S9(9)V99 VALUE ZERO.
           05  WS-BKT-30               PIC S9(9)V99 VALUE ZERO.
           05  WS-BKT-60               PIC S9(9)V99 VALUE ZERO.
           05  WS-BKT-90               PIC S9(9)V99 VALUE ZERO.
           05  WS-BKT-OVER90           PIC S9(9)V99 VALUE ZERO.
           05  WS-MBR-BALANCE          PIC S9(9)V99 VALUE ZERO.

       01  WS-GROUP-TOTALS.
           05  WS-GRP-BALANCE          PIC S9(11)V99 VALUE ZERO.
           05  WS-GRP-CURRENT          PIC S9(11)V99 VALUE ZERO.
           05  WS-GRP-30               PIC S9(11)V99 VALUE ZERO.
           05  WS-GRP-60               PIC S9(11)V99 VALUE ZERO.
           05  WS-GRP-90               PIC S9(11)V99 VALUE ZERO.
           05  WS-GRP-OVER90           PIC S9(11)V99 VALUE ZERO.
           05  WS-GRP-LIMIT            PIC 9(9)V99 VALUE ZERO.
           05  WS-GRP-AVAILABLE        PIC S9(11)V99 VALUE ZERO.
           05  WS-GRP-UTILIZATION      PIC S9(5)V9 VALUE ZERO.

       01  WS-REPORT-TOTALS.
           05  WS-RPT-BALANCE          PIC S9(11)V99 VALUE ZERO.
           05  WS-RPT-CURRENT          PIC S9(11)V99 VALUE ZERO.
           05  WS-RPT-30               PIC S9(11)V99 VALUE ZERO.
           05  WS-RPT-60               PIC S9(11)V99 VALUE ZERO.
           05  WS-RPT-90               PIC S9(11)V99 VALUE ZERO.
           05  WS-RPT-OVER90           PIC S9(11)V99 VALUE ZERO.

      * Any YYYY-MM-DD date is edited here before it may reach
      * INTEGER-OF-DATE - pre-edit garbage is still on ACTHIST
       01  WS-EDIT-DATE                PIC X(10).
       01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  FILLER                  PIC X.
           05  WS-ED-MONTH             PIC 9(2).
           05  FILLER                  PIC X.
           05  WS-ED-DAY               PIC 9(2).
       01  WS-EDIT-DATE-CCYYMMDD       PIC 9(8) VALUE ZERO.

      * Every hierarchy entry, in HIERFILE key order. A parent
      * carries its own CUST-ID as its parent id
       01  WS-MEMBER-TABLE.
           05  WS-MBR-SUB              PIC 9(5) VALUE ZERO.
           05  WS-PAR-SUB              PIC 9(5) VALUE ZERO.
           05  WS-MBR-ENTRY OCCURS 5000 TIMES.
               10  WM-CUST-ID          PIC X(10).
               10  WM-PARENT-ID        PIC X(10).
               10  WM-ROLE             PIC X(1).
                   88  WM-IS-PARENT    VALUE 'P'.
               10  WM-GROUP-LIMIT      PIC 9(9)V99.
               10  WM-LISTED-SW        PIC X(1).
                   88  WM-LISTED       VALUE 'Y'.

      * Group members' postings up to the as-of date, held so each
      * member's payments can be applied against its own charges
      * oldest-first
       01  WS-HISTORY-TABLE.
           05  WS-HIST-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-HIST-SUB             PIC 9(5) VALUE ZERO.
           05  WS-HIST-ENTRY OCCURS 10000 TIMES.
               10  WH-CUST-ID          PIC X(10).
               10  WH-POST-DATE        PIC X(10).
               10  WH-AMOUNT           PIC S9(7)V99.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE 'CUSTOMER GROUP CREDIT EXPOSURE'.
           05  FILLER                  PIC X(9)
               VALUE '  AS OF: '.
           05  WS-HDR-DATE             PIC X(10).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE 'NAME'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'ROLE'.
           05  FILLER                  PIC X(15)
               VALUE '        BALANCE'.
           05  FILLER                  PIC X(15)
               VALUE '        CURRENT'.
           05  FILLER                  PIC X(15)
               VALUE '           1-30'.
           05  FILLER                  PIC X(15)
               VALUE '          31-60'.
           05  FILLER                  PIC X(15)
               VALUE '          61-90'.
           05  FILLER                  PIC X(15)
               VALUE '        OVER 90'.
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DET-CUST-NAME        PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DET-ROLE             PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DET-BALANCE          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DET-CURRENT          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DET-30               PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DET-60               PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DET-90               PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DET-OVER90           PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-LIMIT-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'GROUP LIMIT: '.
           05  WS-LL-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'UTILIZATION: '.
           05  WS-LL-UTILIZATION       PIC -ZZZZ9.9.
           05  FILLER                  PIC X(1) VALUE '%'.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE 'AVAILABLE: '.
           05  WS-LL-AVAILABLE         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-LL-NOTE              PIC X(10).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(30).
           05  WS-SL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-SEPARATOR-LINE.
           05  FILLER                  PIC X(132) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1400-WRITE-REPORT-HEADER

           MOVE ZERO TO WS-PAR-SUB
           PERFORM 2000-PROCESS-GROUP
               UNTIL WS-PAR-SUB >= WS-MEMBER-COUNT

           MOVE ZERO TO WS-MBR-SUB
           PERFORM 2500-CHECK-ORPHAN
               UNTIL WS-MBR-SUB >= WS-MEMBER-COUNT

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
           DISPLAY 'CUSTGRPX RUN ID: ' WS-RUN-ID
           MOVE WS-RUN-DATE TO WS-ASOF-DATE

      * The as-of date is optional - without it the groups are aged
      * to today
           OPEN INPUT PARAMETER-FILE
           IF PARM-FILE-SUCCESS
               READ PARAMETER-FILE
                   AT END
                       MOVE SPACES TO PARAMETER-RECORD
               END-READ
               IF GRX-ASOF-DATE NOT = SPACES
                   MOVE GRX-ASOF-DATE TO WS-EDIT-DATE
                   PERFORM 8000-VALIDATE-EDIT-DATE
                   IF NOT WS-DATE-VALID
                       DISPLAY 'INVALID GROUP EXPOSURE AS-OF DATE: '
                           GRX-ASOF-DATE
                       CLOSE PARAMETER-FILE
                       PERFORM 9990-ABORT-RUN
                       GOBACK
                   END-IF
                   MOVE GRX-ASOF-DATE TO WS-ASOF-DATE
               END-IF
               CLOSE PARAMETER-FILE
           ELSE
               IF PARM-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - GROUP EXPOSURE PARAMETERS NOT '
                       'READ, STATUS: ' PARM-FILE-STATUS
               END-IF
           END-IF

           MOVE WS-ASOF-DATE TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           COMPUTE WS-ASOF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)

      * No hierarchy dataset yet means there are no groups - the
      * report still prints with empty totals
           OPEN INPUT HIERARCHY-FILE
           IF HIER-FILE-SUCCESS
               MOVE 'Y' TO WS-HIER-OPEN-SW
           ELSE
               IF HIER-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING HIERARCHY FILE: '
                       HIER-FILE-STATUS
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
           END-IF

           IF WS-HIER-FILE-OPEN
               READ HIERARCHY-FILE NEXT RECORD
                   AT END SET HIER-FILE-EOF TO TRUE
               END-READ
               PERFORM 1100-LOAD-MEMBER UNTIL HIER-FILE-EOF
               CLOSE HIERARCHY-FILE
               MOVE 'N' TO WS-HIER-OPEN-SW
           END-IF
           IF WS-MBR-OVERFLOWED
               DISPLAY 'CUSTGRPX STOPPED: HIERARCHY ENTRIES EXCEED '
                   'TABLE CAPACITY'
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF

      * No dispute dataset means nothing is in dispute; one that
      * cannot be read would age disputed charges
           OPEN INPUT DISPUTE-FILE
           IF DISP-FILE-SUCCESS
               MOVE 'Y' TO WS-DISP-OPEN-SW
           ELSE
               IF DISP-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING DISPUTE FILE: '
                       DISP-FILE-STATUS
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ACTIVITY HISTORY FILE: '
                  HIST-FILE-STATUS
              PERFORM 1900-CLOSE-DISPUTE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ
           PERFORM 1200-LOAD-HISTORY UNTIL HIST-FILE-EOF
           CLOSE HISTORY-FILE
           PERFORM 1900-CLOSE-DISPUTE-FILE

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT EXPOSURE-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING GROUP EXPOSURE REPORT FILE: '
                  REPORT-FILE-STATUS
              CLOSE CUSTOMER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF.

       1100-LOAD-MEMBER.
           ADD 1 TO WS-HIER-READ-COUNT
           IF WS-MEMBER-COUNT < 5000
               ADD 1 TO WS-MEMBER-COUNT
               MOVE HIER-CUST-ID TO WM-CUST-ID(WS-MEMBER-COUNT)
               MOVE HIER-PARENT-ID TO WM-PARENT-ID(WS-MEMBER-COUNT)
               MOVE HIER-ROLE TO WM-ROLE(WS-MEMBER-COUNT)
               MOVE HIER-GROUP-LIMIT
                   TO WM-GROUP-LIMIT(WS-MEMBER-COUNT)
               MOVE 'N' TO WM-LISTED-SW(WS-MEMBER-COUNT)
           ELSE
               MOVE 'Y' TO WS-MBR-OVERFLOW-SW
           END-IF

           READ HIERARCHY-FILE NEXT RECORD
               AT END SET HIER-FILE-EOF TO TRUE
           END-READ.

       1200-LOAD-HISTORY.
      * Only group members are aged, and postings dated after the
      * as-of date play no part; the YYYY-MM-DD layout compares
      * correctly as plain characters
           IF HIST-POST-DATE > WS-ASOF-DATE
               ADD 1 TO WS-HIST-SKIPPED
           ELSE
               PERFORM 1210-FIND-MEMBER
               IF WS-MEMBER-FOUND
                   PERFORM 1220-CHECK-DISPUTED
                   IF WS-ITEM-DISPUTED
                       ADD 1 TO WS-DISPUTED-COUNT
                   ELSE
                       PERFORM 1230-HOLD-POSTING
                   END-IF
               END-IF
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1210-FIND-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-SW
           MOVE ZERO TO WS-MBR-SUB
           PERFORM 1215-CHECK-ONE-MEMBER
               UNTIL WS-MBR-SUB >= WS-MEMBER-COUNT
                   OR WS-MEMBER-FOUND.

       1215-CHECK-ONE-MEMBER.
           ADD 1 TO WS-MBR-SUB
           IF WM-CUST-ID(WS-MBR-SUB) = HIST-CUST-ID
               MOVE 'Y' TO WS-MEMBER-FOUND-SW
           END-IF.

       1220-CHECK-DISPUTED.
      * A charge under open dispute is not in collection until the
      * dispute is resolved, so it is kept out of the open items;
      * payments still pool against everything else
           MOVE 'N' TO WS-ITEM-DISPUTED-SW
           IF WS-DISP-FILE-OPEN
                   AND (HIST-TRAN-CODE = 'CCHG'
                        OR HIST-TRAN-CODE = 'CCHO')
                   AND HIST-AMOUNT > ZERO
               MOVE HIST-CUST-ID TO DSP-CUST-ID
               MOVE HIST-REFERENCE TO DSP-REFERENCE
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN
                           MOVE 'Y' TO WS-ITEM-DISPUTED-SW
                       END-IF
               END-READ
           END-IF.

       1230-HOLD-POSTING.
           IF WS-HIST-COUNT < 10000
               ADD 1 TO WS-HIST-COUNT
               MOVE HIST-CUST-ID TO WH-CUST-ID(WS-HIST-COUNT)
               MOVE HIST-POST-DATE TO WH-POST-DATE(WS-HIST-COUNT)
               MOVE HIST-AMOUNT TO WH-AMOUNT(WS-HIST-COUNT)
           ELSE
               MOVE 'Y' TO WS-HIST-OVERFLOW-SW
           END-IF.

       1400-WRITE-REPORT-HEADER.
           MOVE WS-ASOF-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SEPARATOR-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       1900-CLOSE-DISPUTE-FILE.
           IF WS-DISP-FILE-OPEN
               CLOSE DISPUTE-FILE
               MOVE 'N' TO WS-DISP-OPEN-SW
           END-IF.

       2000-PROCESS-GROUP.
           ADD 1 TO WS-PAR-SUB
           IF WM-IS-PARENT(WS-PAR-SUB)
               PERFORM 2100-REPORT-GROUP
           END-IF.

       2100-REPORT-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           MOVE ZERO TO WS-GRP-BALANCE
           MOVE ZERO TO WS-GRP-CURRENT
           MOVE ZERO TO WS-GRP-30
           MOVE ZERO TO WS-GRP-60
           MOVE ZERO TO WS-GRP-90
           MOVE ZERO TO WS-GRP-OVER90
           MOVE WM-GROUP-LIMIT(WS-PAR-SUB) TO WS-GRP-LIMIT

      * The parent is listed first, then each branch linked to it
           MOVE WS-PAR-SUB TO WS-MBR-SUB
           PERFORM 2200-REPORT-MEMBER

           MOVE ZERO TO WS-MBR-SUB
           PERFORM 2150-CHECK-GROUP-BRANCH
               UNTIL WS-MBR-SUB >= WS-MEMBER-COUNT

           PERFORM 2400-WRITE-GROUP-TOTALS.

       2150-CHECK-GROUP-BRANCH.
           ADD 1 TO WS-MBR-SUB
           IF WM-PARENT-ID(WS-MBR-SUB) = WM-CUST-ID(WS-PAR-SUB)
                   AND NOT WM-IS-PARENT(WS-MBR-SUB)
               PERFORM 2200-REPORT-MEMBER
           END-IF.

       2200-REPORT-MEMBER.
           MOVE 'Y' TO WM-LISTED-SW(WS-MBR-SUB)
           MOVE ZERO TO WS-BKT-CURRENT
           MOVE ZERO TO WS-BKT-30
           MOVE ZERO TO WS-BKT-60
           MOVE ZERO TO WS-BKT-90
           MOVE ZERO TO WS-BKT-OVER90
           MOVE ZERO TO WS-MBR-BALANCE

           MOVE WM-CUST-ID(WS-MBR-SUB) TO WS-DET-CUST-ID
           IF WM-IS-PARENT(WS-MBR-SUB)
               MOVE 'PARENT' TO WS-DET-ROLE
           ELSE
               MOVE 'BRANCH' TO WS-DET-ROLE
           END-IF

           MOVE WM-CUST-ID(WS-MBR-SUB) TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE '*NOT ON CUSTFILE*' TO WS-DET-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-DET-CUST-NAME
      * Pre-edit garbage is still on file - an account that cannot
      * be aged is listed at zero and counted, not abended on
                   IF CUST-CURRENT-BALANCE IS NOT NUMERIC
                           OR CUST-PAYMENT-TERMS-DAYS IS NOT NUMERIC
                       ADD 1 TO WS-BAD-RECORD-COUNT
                   ELSE
                       MOVE CUST-CURRENT-BALANCE TO WS-MBR-BALANCE
                       PERFORM 2300-AGE-MEMBER
                   END-IF
           END-READ

           ADD WS-MBR-BALANCE TO WS-GRP-BALANCE
           ADD WS-BKT-CURRENT TO WS-GRP-CURRENT
           ADD WS-BKT-30 TO WS-GRP-30
           ADD WS-BKT-60 TO WS-GRP-60
           ADD WS-BKT-90 TO WS-GRP-90
           ADD WS-BKT-OVER90 TO WS-GRP-OVER90

           MOVE WS-MBR-BALANCE TO WS-DET-BALANCE
           MOVE WS-BKT-CURRENT TO WS-DET-CURRENT
           MOVE WS-BKT-30 TO WS-DET-30
           MOVE WS-BKT-60 TO WS-DET-60
           MOVE WS-BKT-90 TO WS-DET-90
           MOVE WS-BKT-OVER90 TO WS-DET-OVER90
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2300-AGE-MEMBER.
      * Payments (and charge reversals) form a pool that is applied
      * against this member's charges oldest-first; whatever part
      * of a charge the pool cannot cover is an open item
           MOVE ZERO TO WS-PAYMENT-POOL
           MOVE ZERO TO WS-HIST-SUB
           PERFORM 2310-POOL-ONE-PAYMENT
               UNTIL WS-HIST-SUB >= WS-HIST-COUNT

           MOVE ZERO TO WS-HIST-SUB
           PERFORM 2320-ALLOCATE-ONE-CHARGE
               UNTIL WS-HIST-SUB >= WS-HIST-COUNT.

       2310-POOL-ONE-PAYMENT.
           ADD 1 TO WS-HIST-SUB
           IF WH-CUST-ID(WS-HIST-SUB) = CUST-ID
                   AND WH-AMOUNT(WS-HIST-SUB) < ZERO
               SUBTRACT WH-AMOUNT(WS-HIST-SUB) FROM WS-PAYMENT-POOL
           END-IF.

       2320-ALLOCATE-ONE-CHARGE.
           ADD 1 TO WS-HIST-SUB
           IF WH-CUST-ID(WS-HIST-SUB) = CUST-ID
                   AND WH-AMOUNT(WS-HIST-SUB) > ZERO
               IF WS-PAYMENT-POOL >= WH-AMOUNT(WS-HIST-SUB)
                   SUBTRACT WH-AMOUNT(WS-HIST-SUB)
                       FROM WS-PAYMENT-POOL
               ELSE
                   COMPUTE WS-OPEN-AMOUNT =
                       WH-AMOUNT(WS-HIST-SUB) - WS-PAYMENT-POOL
                   MOVE ZERO TO WS-PAYMENT-POOL
                   PERFORM 2330-BUCKET-OPEN-CHARGE
               END-IF
           END-IF.

       2330-BUCKET-OPEN-CHARGE.
           MOVE WH-POST-DATE(WS-HIST-SUB) TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           IF NOT WS-DATE-VALID
      * An undatable open item cannot be aged - count it and leave
      * it out of the buckets rather than guess
               ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
               COMPUTE WS-CHARGE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)
               COMPUTE WS-DUE-DATE-INT =
                   WS-CHARGE-DATE-INT + CUST-PAYMENT-TERMS-DAYS
               COMPUTE WS-DAYS-PAST =
                   WS-ASOF-DATE-INT - WS-DUE-DATE-INT

               EVALUATE TRUE
                   WHEN WS-DAYS-PAST <= ZERO
                       ADD WS-OPEN-AMOUNT TO WS-BKT-CURRENT
                   WHEN WS-DAYS-PAST <= 30
                       ADD WS-OPEN-AMOUNT TO WS-BKT-30
                   WHEN WS-DAYS-PAST <= 60
                       ADD WS-OPEN-AMOUNT TO WS-BKT-60
                   WHEN WS-DAYS-PAST <= 90
                       ADD WS-OPEN-AMOUNT TO WS-BKT-90
                   WHEN OTHER
                       ADD WS-OPEN-AMOUNT TO WS-BKT-OVER90
               END-EVALUATE
           END-IF.

       2400-WRITE-GROUP-TOTALS.
           MOVE SPACES TO WS-DET-CUST-ID
           MOVE '  GROUP TOTAL' TO WS-DET-CUST-NAME
           MOVE SPACES TO WS-DET-ROLE
           MOVE WS-GRP-BALANCE TO WS-DET-BALANCE
           MOVE WS-GRP-CURRENT TO WS-DET-CURRENT
           MOVE WS-GRP-30 TO WS-DET-30
           MOVE WS-GRP-60 TO WS-DET-60
           MOVE WS-GRP-90 TO WS-DET-90
           MOVE WS-GRP-OVER90 TO WS-DET-OVER90
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

      * A zero group limit leaves the family uncapped - CUSTMGMT
      * checks charges against the limit only when one is set
           MOVE SPACES TO WS-LL-NOTE
           IF WS-GRP-LIMIT > ZERO
               COMPUTE WS-GRP-UTILIZATION ROUNDED =
                   WS-GRP-BALANCE * 100 / WS-GRP-LIMIT
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-GRP-UTILIZATION
               END-COMPUTE
               COMPUTE WS-GRP-AVAILABLE =
                   WS-GRP-LIMIT - WS-GRP-BALANCE
               IF WS-GRP-BALANCE > WS-GRP-LIMIT
                   MOVE 'OVER LIMIT' TO WS-LL-NOTE
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
           ELSE
               MOVE ZERO TO WS-GRP-UTILIZATION
               MOVE ZERO TO WS-GRP-AVAILABLE
               MOVE 'UNCAPPED' TO WS-LL-NOTE
           END-IF
           MOVE WS-GRP-LIMIT TO WS-LL-LIMIT
           MOVE WS-GRP-UTILIZATION TO WS-LL-UTILIZATION
           MOVE WS-GRP-AVAILABLE TO WS-LL-AVAILABLE
           MOVE WS-LIMIT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-SEPARATOR-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           ADD WS-GRP-BALANCE TO WS-RPT-BALANCE
           ADD WS-GRP-CURRENT TO WS-RPT-CURRENT
           ADD WS-GRP-30 TO WS-RPT-30
           ADD WS-GRP-60 TO WS-RPT-60
           ADD WS-GRP-90 TO WS-RPT-90
           ADD WS-GRP-OVER90 TO WS-RPT-OVER90.

       2500-CHECK-ORPHAN.
      * A branch left pointing at a parent with no parent entry
      * belongs to no group - list it so it can be relinked
           ADD 1 TO WS-MBR-SUB
           IF NOT WM-LISTED(WS-MBR-SUB)
               IF NOT WS-ORPHAN-HEADED
                   MOVE 'Y' TO WS-ORPHAN-HEADING-SW
                   MOVE SPACES TO REPORT-RECORD
                   MOVE 'BRANCHES WITH NO GROUP PARENT ENTRY'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM 2200-REPORT-MEMBER
           END-IF.

       3000-TERMINATE.
           MOVE SPACES TO WS-DET-CUST-ID
           MOVE 'REPORT TOTAL' TO WS-DET-CUST-NAME
           MOVE SPACES TO WS-DET-ROLE
           MOVE WS-RPT-BALANCE TO WS-DET-BALANCE
           MOVE WS-RPT-CURRENT TO WS-DET-CURRENT
           MOVE WS-RPT-30 TO WS-DET-30
           MOVE WS-RPT-60 TO WS-DET-60
           MOVE WS-RPT-90 TO WS-DET-90
           MOVE WS-RPT-OVER90 TO WS-DET-OVER90
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'GROUPS REPORTED:' TO WS-SL-LABEL
           MOVE WS-GROUP-COUNT TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'GROUPS OVER LIMIT:' TO WS-SL-LABEL
           MOVE WS-OVER-LIMIT-COUNT TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ACCOUNTS IN GROUPS:' TO WS-SL-LABEL
           MOVE WS-MEMBER-COUNT TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BRANCHES WITH NO PARENT:' TO WS-SL-LABEL
           MOVE WS-ORPHAN-COUNT TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-HIST-OVERFLOWED
               DISPLAY 'CUSTGRPX WARNING: GROUP ACTIVITY EXCEEDED '
                   'TABLE CAPACITY - AGING IS INCOMPLETE'
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           IF WS-ORPHAN-COUNT > ZERO
               DISPLAY 'CUSTGRPX WARNING: ' WS-ORPHAN-COUNT
                   ' BRANCHES HAVE NO GROUP PARENT ENTRY'
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           IF WS-MISSING-COUNT > ZERO
               DISPLAY 'CUSTGRPX WARNING: ' WS-MISSING-COUNT
                   ' GROUP MEMBERS ARE NOT ON CUSTFILE'
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           IF WS-BAD-RECORD-COUNT > ZERO OR WS-BAD-DATE-COUNT > ZERO
               DISPLAY 'CUSTGRPX WARNING: ' WS-BAD-RECORD-COUNT
                   ' UNUSABLE RECORDS, ' WS-BAD-DATE-COUNT
                   ' UNDATABLE OPEN ITEMS'
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           DISPLAY 'CUSTGRPX HIERARCHY ENTRIES:   ' WS-HIER-READ-COUNT
           DISPLAY 'CUSTGRPX GROUPS REPORTED:     ' WS-GROUP-COUNT
           DISPLAY 'CUSTGRPX GROUPS OVER LIMIT:   ' WS-OVER-LIMIT-COUNT
           DISPLAY 'CUSTGRPX DISPUTED ITEMS HELD: ' WS-DISPUTED-COUNT

           CLOSE CUSTOMER-FILE
           CLOSE EXPOSURE-REPORT-FILE

           PERFORM 9900-WRITE-RUN-CONTROL.

       8000-VALIDATE-EDIT-DATE.
      * Never hand an unedited date to INTEGER-OF-DATE
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-ED-YEAR IS NUMERIC
                   AND WS-ED-MONTH IS NUMERIC
                   AND WS-ED-DAY IS NUMERIC
               IF WS-ED-YEAR > 1600
                       AND WS-ED-MONTH >= 1 AND WS-ED-MONTH <= 12
                       AND WS-ED-DAY >= 1
                   PERFORM 8010-SET-DAYS-IN-MONTH
                   IF WS-ED-DAY <= WS-DAYS-IN-MONTH
                       MOVE 'Y' TO WS-DATE-VALID-SW
                       COMPUTE WS-EDIT-DATE-CCYYMMDD =
                           WS-ED-YEAR * 10000
                           + WS-ED-MONTH * 100 + WS-ED-DAY
                   END-IF
               END-IF
           END-IF.

       8010-SET-DAYS-IN-MONTH.
           EVALUATE WS-ED-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   IF FUNCTION MOD(WS-ED-YEAR, 4) = 0
                           AND (FUNCTION MOD(WS-ED-YEAR, 100) NOT = 0
                               OR FUNCTION MOD(WS-ED-YEAR, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       9900-WRITE-RUN-CONTROL.
      * One outcome record per execution on the shared control
      * dataset - a failure here must never stop the run from
      * ending with its own condition code
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT RUNCTL-FILE-SUCCESS
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                   RUNCTL-FILE-STATUS
           ELSE
               MOVE 'CUSTGRPX' TO RC-PROGRAM
               MOVE WS-RUN-ID TO RC-RUN-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-RUN-OUTCOME TO RC-OUTCOME
               MOVE WS-GROUP-COUNT TO RC-RECORD-COUNT
               COMPUTE RC-ERROR-COUNT = WS-ORPHAN-COUNT
                   + WS-MISSING-COUNT + WS-BAD-RECORD-COUNT
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF

           EVALUATE WS-RUN-OUTCOME
               WHEN '04'
                   MOVE 4 TO RETURN-CODE
               WHEN '16'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       9990-ABORT-RUN.
           MOVE '16' TO WS-RUN-OUTCOME
           PERFORM 9900-WRITE-RUN-CONTROL.

       END PROGRAM CUSTGRPX.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNSFR.
       AUTHOR. AZURE-AI-FOUNDRY.
      *****************************************************************
      * CUSTNSFR - Repeated Returned-Payment Report                   *
      *                                                               *
      * Scans ACTHIST for the returned payments (CNSF) CUSTMGMT has   *
      * posted inside a trailing window and lists every customer with *
      * at least the minimum number of returns in that window, so     *
      * credit control can move them to cash-only terms. A return     *
      * later backed out by CUSTBKOUT (CNSF, reference BACKOUT) no    *
      * longer counts against the customer.                           *
      *                                                               *
      * Each flagged customer shows the number of returns, the amount *
      * returned, the date of the latest return and the account's     *
      * current payment terms; inactive accounts and history for a    *
      * CUST-ID no longer on CUSTFILE are listed but marked.          *
      *                                                               *
      * NSFPARM is an optional single record:                         *
      *   AS-OF-DATE (YYYY-MM-DD)|WINDOW DAYS (3 digits)|MINIMUM      *
      *   RETURNS (2 digits)                                          *
      * A missing dataset or a blank field takes the default: today,  *
      * 180 days, 2 returns.                                          *
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

           SELECT HISTORY-FILE ASSIGN TO ACTHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO NSFPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO NSFRPT
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

       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 17 CHARACTERS.
       01  PARAMETER-RECORD.
           05  NSF-ASOF-DATE           PIC X(10).
           05  FILLER                  PIC X(1).
           05  NSF-WINDOW-DAYS-X       PIC X(3).
           05  NSF-WINDOW-DAYS REDEFINES NSF-WINDOW-DAYS-X
                                       PIC 9(3).
           05  FILLER                  PIC X(1).
           05  NSF-MIN-RETURNS-X       PIC X(2).
           05  NSF-MIN-RETURNS REDEFINES NSF-MIN-RETURNS-X
                                       PIC 9(2).

       FD  RETURN-REPORT-FILE
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
               88  CUST-FILE-NOT-FOUND VALUE '23'.
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
               88  HIST-FILE-EOF       VALUE '10'.
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

      * The window runs from WS-WINDOW-START-DATE through the as-of
      * date inclusive; ISO dates compare correctly as text, so
      * history dates never reach the date functions
       01  WS-PARM-AREAS.
           05  WS-ASOF-DATE            PIC X(10).
           05  WS-ASOF-DATE-INT        PIC 9(7) VALUE ZERO.
           05  WS-WINDOW-DAYS          PIC 9(3) VALUE 180.
           05  WS-MIN-RETURNS          PIC 9(2) VALUE 2.
           05  WS-WINDOW-START-DATE    PIC X(10) VALUE SPACES.
           05  WS-WINDOW-START-NUM     PIC 9(8) VALUE ZERO.
           05  WS-WINDOW-START-NUM-R REDEFINES WS-WINDOW-START-NUM.
               10  WS-WS-YEAR          PIC 9(4).
               10  WS-WS-MONTH         PIC 9(2).
               10  WS-WS-DAY           PIC 9(2).

       01  WS-WORK-AREAS.
           05  WS-HIST-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-IN-WINDOW    PIC 9(7) VALUE ZERO.
           05  WS-BACKOUTS-IN-WINDOW   PIC 9(7) VALUE ZERO.
           05  WS-FLAGGED-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-FLAGGED-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.
           05  WS-DATE-VALID-SW        PIC X(1) VALUE 'N'.
               88  WS-DATE-VALID       VALUE 'Y'.
           05  WS-RET-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-RET-SUB              PIC 9(5) VALUE ZERO.
           05  WS-RET-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-RET-FOUND        VALUE 'Y'.
           05  WS-RET-OVERFLOW-SW      PIC X(1) VALUE 'N'.
               88  WS-RET-OVERFLOWED   VALUE 'Y'.

      * Any YYYY-MM-DD date is edited here before it may reach
      * INTEGER-OF-DATE
       01  WS-EDIT-DATE                PIC X(10).
       01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  FILLER                  PIC X.
           05  WS-ED-MONTH             PIC 9(2).
           05  FILLER                  PIC X.
           05  WS-ED-DAY               PIC 9(2).
       01  WS-EDIT-DATE-CCYYMMDD       PIC 9(8) VALUE ZERO.

      * One entry per customer with a return inside the window, in
      * order of first return; a backed-out return nets back out
       01  WS-RETURN-TABLE.
           05  WS-RET-ENTRY OCCURS 5000 TIMES.
               10  WR-CUST-ID          PIC X(10).
               10  WR-RETURNS          PIC S9(3).
               10  WR-AMOUNT           PIC S9(9)V99.
               10  WR-LAST-DATE        PIC X(10).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(27)
               VALUE 'REPEATED RETURNED PAYMENTS'.
           05  FILLER                  PIC X(9)
               VALUE '  AS OF: '.
           05  WS-HDR-DATE             PIC X(10).
           05  FILLER                  PIC X(15)
               VALUE '  WINDOW DAYS: '.
           05  WS-HDR-WINDOW           PIC ZZ9.
           05  FILLER                  PIC X(15)
               VALUE '  MIN RETURNS: '.
           05  WS-HDR-MIN              PIC Z9.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CUST-NAME        PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'RETURNS: '.
           05  WS-DET-RETURNS          PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'AMOUNT: '.
           05  WS-DET-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'LAST: '.
           05  WS-DET-LAST-DATE        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'TERMS: '.
           05  WS-DET-TERMS            PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-RESULT           PIC X(22).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'RETURNS IN WINDOW: '.
           05  WS-SUM-RETURNS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'BACKED OUT:'.
           05  WS-SUM-BACKOUTS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'CUSTOMERS: '.
           05  WS-SUM-CUSTOMERS        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'FLAGGED: '.
           05  WS-SUM-FLAGGED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE 'TOTAL RETURNED, FLAGGED:'.
           05  WS-AMT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-RETURN UNTIL HIST-FILE-EOF

           PERFORM 1400-WRITE-REPORT-HEADER
           MOVE ZERO TO WS-RET-SUB
           PERFORM 3000-REVIEW-CUSTOMER
               UNTIL WS-RET-SUB >= WS-RET-COUNT

           PERFORM 4000-TERMINATE
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
           MOVE WS-RUN-DATE TO WS-ASOF-DATE

      * The parameters are optional - without them the report
      * covers the trailing 180 days to today
           OPEN INPUT PARAMETER-FILE
           IF PARM-FILE-SUCCESS
               READ PARAMETER-FILE
                   AT END
                       MOVE SPACES TO PARAMETER-RECORD
               END-READ
               PERFORM 1100-EDIT-PARAMETERS
               CLOSE PARAMETER-FILE
           ELSE
               IF PARM-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - RETURN REPORT PARAMETERS NOT '
                       'READ, STATUS: ' PARM-FILE-STATUS
               END-IF
           END-IF

           MOVE WS-ASOF-DATE TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           COMPUTE WS-ASOF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)
           COMPUTE WS-WINDOW-START-NUM = FUNCTION DATE-OF-INTEGER(
               WS-ASOF-DATE-INT - WS-WINDOW-DAYS + 1)
           STRING WS-WS-YEAR  DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-WS-MONTH DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  WS-WS-DAY   DELIMITED BY SIZE
               INTO WS-WINDOW-START-DATE
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

           OPEN OUTPUT RETURN-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING RETURN REPORT FILE: '
                  REPORT-FILE-STATUS
              CLOSE HISTORY-FILE
              CLOSE CUSTOMER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1100-EDIT-PARAMETERS.
      * A blank field keeps its default; anything else must be
      * usable or the run refuses to guess
           IF NSF-ASOF-DATE NOT = SPACES
               MOVE NSF-ASOF-DATE TO WS-EDIT-DATE
               PERFORM 8000-VALIDATE-EDIT-DATE
               IF NOT WS-DATE-VALID
                   DISPLAY 'INVALID RETURN REPORT AS-OF DATE: '
                       NSF-ASOF-DATE
                   CLOSE PARAMETER-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
               MOVE NSF-ASOF-DATE TO WS-ASOF-DATE
           END-IF

           IF NSF-WINDOW-DAYS-X NOT = SPACES
               IF NSF-WINDOW-DAYS IS NOT NUMERIC
                       OR NSF-WINDOW-DAYS = ZERO
                   DISPLAY 'INVALID RETURN REPORT WINDOW DAYS: '
                       PARAMETER-RECORD
                   CLOSE PARAMETER-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
               MOVE NSF-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF

           IF NSF-MIN-RETURNS-X NOT = SPACES
               IF NSF-MIN-RETURNS IS NOT NUMERIC
                       OR NSF-MIN-RETURNS = ZERO
                   DISPLAY 'INVALID RETURN REPORT MINIMUM RETURNS: '
                       PARAMETER-RECORD
                   CLOSE PARAMETER-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
               MOVE NSF-MIN-RETURNS TO WS-MIN-RETURNS
           END-IF.

       1400-WRITE-REPORT-HEADER.
           MOVE WS-ASOF-DATE TO WS-HDR-DATE
           MOVE WS-WINDOW-DAYS TO WS-HDR-WINDOW
           MOVE WS-MIN-RETURNS TO WS-HDR-MIN
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2000-LOAD-RETURN.
           ADD 1 TO WS-HIST-READ-COUNT
           IF HIST-TRAN-CODE = 'CNSF'
                   AND HIST-POST-DATE >= WS-WINDOW-START-DATE
                   AND HIST-POST-DATE <= WS-ASOF-DATE
               PERFORM 2100-ACCUMULATE-RETURN
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       2100-ACCUMULATE-RETURN.
           MOVE 'N' TO WS-RET-FOUND-SW
           MOVE ZERO TO WS-RET-SUB
           PERFORM 2110-SCAN-ONE-ENTRY
               UNTIL WS-RET-SUB >= WS-RET-COUNT OR WS-RET-FOUND

           IF NOT WS-RET-FOUND
               IF WS-RET-COUNT < 5000
                   ADD 1 TO WS-RET-COUNT
                   MOVE WS-RET-COUNT TO WS-RET-SUB
                   MOVE HIST-CUST-ID TO WR-CUST-ID(WS-RET-SUB)
                   MOVE ZERO TO WR-RETURNS(WS-RET-SUB)
                   MOVE ZERO TO WR-AMOUNT(WS-RET-SUB)
                   MOVE SPACES TO WR-LAST-DATE(WS-RET-SUB)
                   MOVE 'Y' TO WS-RET-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-RET-OVERFLOW-SW
               END-IF
           END-IF

      * A CUSTBKOUT reversal carries the negated amount - it takes
      * the return it undoes back off the customer's count
           IF WS-RET-FOUND
               IF HIST-REFERENCE(1:7) = 'BACKOUT'
                   ADD 1 TO WS-BACKOUTS-IN-WINDOW
                   SUBTRACT 1 FROM WR-RETURNS(WS-RET-SUB)
               ELSE
                   ADD 1 TO WS-RETURNS-IN-WINDOW
                   ADD 1 TO WR-RETURNS(WS-RET-SUB)
                   IF HIST-POST-DATE > WR-LAST-DATE(WS-RET-SUB)
                       MOVE HIST-POST-DATE
                           TO WR-LAST-DATE(WS-RET-SUB)
                   END-IF
               END-IF
               ADD HIST-AMOUNT TO WR-AMOUNT(WS-RET-SUB)
           END-IF.

       2110-SCAN-ONE-ENTRY.
           ADD 1 TO WS-RET-SUB
           IF WR-CUST-ID(WS-RET-SUB) = HIST-CUST-ID
               MOVE 'Y' TO WS-RET-FOUND-SW
           END-IF.

       3000-REVIEW-CUSTOMER.
           ADD 1 TO WS-RET-SUB
           IF WR-RETURNS(WS-RET-SUB) >= WS-MIN-RETURNS
               PERFORM 3100-WRITE-FLAGGED
           END-IF.

       3100-WRITE-FLAGGED.
           ADD 1 TO WS-FLAGGED-COUNT
           ADD WR-AMOUNT(WS-RET-SUB) TO WS-FLAGGED-AMOUNT

           MOVE WR-CUST-ID(WS-RET-SUB) TO WS-DET-CUST-ID
           MOVE WR-RETURNS(WS-RET-SUB) TO WS-DET-RETURNS
           MOVE WR-AMOUNT(WS-RET-SUB) TO WS-DET-AMOUNT
           MOVE WR-LAST-DATE(WS-RET-SUB) TO WS-DET-LAST-DATE

           MOVE WR-CUST-ID(WS-RET-SUB) TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-DET-CUST-NAME
                   MOVE ZERO TO WS-DET-TERMS
                   MOVE 'NOT ON CUSTFILE' TO WS-DET-RESULT
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-DET-CUST-NAME
                   IF CUST-PAYMENT-TERMS-DAYS IS NUMERIC
                       MOVE CUST-PAYMENT-TERMS-DAYS TO WS-DET-TERMS
                   ELSE
                       MOVE ZERO TO WS-DET-TERMS
                   END-IF
                   IF CUST-STATUS-ACTIVE
                       MOVE 'MOVE TO CASH-ONLY' TO WS-DET-RESULT
                   ELSE
                       MOVE 'INACTIVE ACCOUNT' TO WS-DET-RESULT
                   END-IF
           END-READ

           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

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

       4000-TERMINATE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RETURNS-IN-WINDOW TO WS-SUM-RETURNS
           MOVE WS-BACKOUTS-IN-WINDOW TO WS-SUM-BACKOUTS
           MOVE WS-RET-COUNT TO WS-SUM-CUSTOMERS
           MOVE WS-FLAGGED-COUNT TO WS-SUM-FLAGGED
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-FLAGGED-AMOUNT TO WS-AMT-TOTAL
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-RET-OVERFLOWED
               DISPLAY 'CUSTNSFR WARNING: RETURNING CUSTOMERS '
                   'EXCEEDED TABLE CAPACITY - REPORT IS INCOMPLETE'
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           DISPLAY 'CUSTNSFR HISTORY RECORDS READ:' WS-HIST-READ-COUNT
           DISPLAY 'CUSTNSFR RETURNS IN WINDOW:   '
               WS-RETURNS-IN-WINDOW
           DISPLAY 'CUSTNSFR CUSTOMERS FLAGGED:   ' WS-FLAGGED-COUNT

           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE RETURN-REPORT-FILE

           PERFORM 9900-WRITE-RUN-CONTROL.

       9900-WRITE-RUN-CONTROL.
      * One outcome record per execution on the shared control
      * dataset - a failure here must never stop the run from
      * ending with its own condition code
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT RUNCTL-FILE-SUCCESS
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                   RUNCTL-FILE-STATUS
           ELSE
               MOVE 'CUSTNSFR' TO RC-PROGRAM
               MOVE WS-RUN-ID TO RC-RUN-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-RUN-OUTCOME TO RC-OUTCOME
               MOVE WS-FLAGGED-COUNT TO RC-RECORD-COUNT
               MOVE ZERO TO RC-ERROR-COUNT
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

       END PROGRAM CUSTNSFR.

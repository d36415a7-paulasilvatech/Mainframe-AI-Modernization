       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRFND.
       AUTHOR. AZURE-AI-FOUNDRY.
      *****************************************************************
      * CUSTRFND - Credit-Balance Refund Batch                        *
      *                                                               *
      * 2515-APPLY-PAYMENT lets an overpayment take a customer's      *
      * balance negative, and CUSTAGE and CUSTDUNN only look at money *
      * owed to us, so credit balances sat unseen. This job finds     *
      * every customer whose balance has been in credit for more than *
      * the RFNDPARM number of days with no charge posted since the   *
      * credit arose. The credit's age is traced on ACTHIST: the      *
      * running total of the customer's postings (the CUSTRECN        *
      * derived balance) dates the posting that last took it below    *
      * zero, and any debit posted while it stayed below zero counts  *
      * as a charge since.                                            *
      *                                                               *
      *   LIST (MODE L): lists the refunds due on RFNDRPT; nothing is *
      *     changed.                                                  *
      *                                                               *
      *   APPLY (MODE A): for each refund due writes a request for    *
      *     accounts payable to RFNDREQ, payee name and remit-to      *
      *     address taken from the CNTCFILE billing entry (type B,    *
      *     sequence 01) or the master record when there is none,     *
      *     and brings the balance back to zero. The refund goes to   *
      *     ACTHIST as tran code CRFD (amount the credit, reference   *
      *     RF plus the run identifier, also carried on the request)  *
      *     and to JRNFILE as action CRFD so CUSTBKOUT can undo a bad *
      *     apply run. CUSTGLX books CRFD as DR receivables / CR      *
      *     refunds payable.                                          *
      *                                                               *
      * A credit due a refund but below the RFNDPARM small-amount     *
      * threshold, or one ACTHIST cannot date, is never refunded      *
      * automatically - it goes to the RFNDMAN manual-decision list.  *
      * Nor is any credit when ACTHIST outgrows the history table:    *
      * an apply run then refunds nothing and lists every credit      *
      * balance on RFNDMAN.                                           *
      *                                                               *
      * RFNDPARM is a single record:                                  *
      *   MODE|AS-OF-DATE (YYYY-MM-DD)|DAYS IN CREDIT (3 digits)|     *
      *   SMALL-AMOUNT THRESHOLD (7 digits, implied V99)              *
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

           SELECT CONTACT-FILE ASSIGN TO CNTCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS CNTC-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO ACTHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO RFNDPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT REFUND-REQUEST-FILE ASSIGN TO RFNDREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT REFUND-REPORT-FILE ASSIGN TO RFNDRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT MANUAL-LIST-FILE ASSIGN TO RFNDMAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MANUAL-FILE-STATUS.

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

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 190 CHARACTERS.
       01  CONTACT-RECORD.
           05  CNT-KEY.
               10  CNT-CUST-ID         PIC X(10).
               10  CNT-TYPE            PIC X(1).
               10  CNT-SEQ             PIC 9(2).
           05  CNT-NAME                PIC X(50).
           05  CNT-ADDRESS             PIC X(70).
           05  CNT-PHONE               PIC X(15).
           05  CNT-EMAIL               PIC X(30).
           05  FILLER                  PIC X(12).

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
           RECORD CONTAINS 24 CHARACTERS.
       01  PARAMETER-RECORD.
           05  RFND-MODE               PIC X(1).
               88  RFND-MODE-LIST      VALUE 'L'.
               88  RFND-MODE-APPLY     VALUE 'A'.
           05  FILLER                  PIC X(1).
           05  RFND-ASOF-DATE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  RFND-DAYS-IN-CREDIT     PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RFND-SMALL-AMOUNT       PIC 9(5)V99.

      * One refund request per account for accounts payable to cut
      * the cheque against; the reference matches the ACTHIST CRFD
      * posting so AP and receivables can be tied together
       FD  REFUND-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS.
       01  REFUND-REQUEST-RECORD.
           05  REQ-CUST-ID             PIC X(10).
           05  REQ-PAYEE-NAME          PIC X(50).
           05  REQ-REMIT-ADDRESS       PIC X(70).
           05  REQ-AMOUNT              PIC 9(7)V99.
           05  REQ-REQUEST-DATE        PIC X(10).
           05  REQ-REFERENCE           PIC X(12).
           05  REQ-ADDRESS-SOURCE      PIC X(1).
               88  REQ-FROM-BILLING    VALUE 'B'.
               88  REQ-FROM-MASTER     VALUE 'M'.
           05  FILLER                  PIC X(18).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 450 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JRN-RUN-ID              PIC X(14).
           05  JRN-SEQ                 PIC 9(7).
           05  JRN-ACTION              PIC X(4).
           05  JRN-BEFORE-IMAGE        PIC X(212).
           05  JRN-AFTER-IMAGE         PIC X(212).
           05  FILLER                  PIC X(1).

       FD  REFUND-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD               PIC X(132).

       FD  MANUAL-LIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MANUAL-RECORD               PIC X(132).

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
               88  CUST-FILE-NOT-FOUND VALUE '23'.
           05  CNTC-FILE-STATUS        PIC X(2).
               88  CNTC-FILE-SUCCESS   VALUE '00'.
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
               88  HIST-FILE-EOF       VALUE '10'.
           05  PARM-FILE-STATUS        PIC X(2).
               88  PARM-FILE-SUCCESS   VALUE '00'.
           05  REQ-FILE-STATUS         PIC X(2).
               88  REQ-FILE-SUCCESS    VALUE '00'.
           05  JOURNAL-FILE-STATUS     PIC X(2).
               88  JOURNAL-FILE-SUCCESS VALUE '00'.
           05  REPORT-FILE-STATUS      PIC X(2).
               88  REPORT-FILE-SUCCESS VALUE '00'.
           05  MANUAL-FILE-STATUS      PIC X(2).
               88  MANUAL-FILE-SUCCESS VALUE '00'.
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
           05  WS-RUN-DATE             PIC X(10) VALUE SPACES.

       01  WS-JOURNAL-AREAS.
           05  WS-RUN-ID               PIC X(14).
           05  WS-JRN-SEQ              PIC 9(7) VALUE ZERO.
           05  WS-JRN-BEFORE-IMAGE     PIC X(212).

       01  WS-PARM-AREAS.
           05  WS-ASOF-DATE            PIC X(10).
           05  WS-ASOF-DATE-INT        PIC 9(7) VALUE ZERO.
           05  WS-THRESHOLD-DAYS       PIC 9(3) VALUE ZERO.
           05  WS-SMALL-AMOUNT         PIC 9(5)V99 VALUE ZERO.
           05  WS-CNTC-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-CNTC-FILE-OPEN   VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-HIST-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-HIST-SUB             PIC 9(5) VALUE ZERO.
           05  WS-HIST-SKIPPED         PIC 9(7) VALUE ZERO.
           05  WS-SCANNED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-DUE-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-REFUNDED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-MANUAL-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-RECENT-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-CHARGED-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-BAD-RECORD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-AMOUNT         PIC 9(11)V99 VALUE ZERO.
           05  WS-MANUAL-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           05  WS-REFUND-AMOUNT        PIC 9(7)V99 VALUE ZERO.
           05  WS-REFUND-REFERENCE     PIC X(12) VALUE SPACES.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.
           05  WS-DATE-VALID-SW        PIC X(1) VALUE 'N'.
               88  WS-DATE-VALID       VALUE 'Y'.
           05  WS-HIST-OVERFLOW-SW     PIC X(1) VALUE 'N'.
               88  WS-HIST-OVERFLOWED  VALUE 'Y'.

      * Per-customer trace of the credit through the postings - the
      * date it last went below zero and whether anything was
      * charged while it stayed there
       01  WS-CREDIT-AREAS.
           05  WS-RUNNING-BALANCE      PIC S9(9)V99 VALUE ZERO.
           05  WS-CREDIT-SINCE-DATE    PIC X(10) VALUE SPACES.
           05  WS-CREDIT-SINCE-INT     PIC 9(7) VALUE ZERO.
           05  WS-DAYS-IN-CREDIT       PIC S9(7) VALUE ZERO.
           05  WS-IN-CREDIT-SW         PIC X(1) VALUE 'N'.
               88  WS-IN-CREDIT        VALUE 'Y'.
           05  WS-CHARGED-SINCE-SW     PIC X(1) VALUE 'N'.
               88  WS-CHARGED-SINCE    VALUE 'Y'.
           05  WS-PAYEE-NAME           PIC X(50) VALUE SPACES.
           05  WS-REMIT-ADDRESS        PIC X(70) VALUE SPACES.
           05  WS-ADDRESS-SOURCE       PIC X(1) VALUE SPACE.

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

      * All postings dated up to the as-of date are held in storage
      * so one keyed pass of CUSTFILE can trace each credit balance
       01  WS-HISTORY-TABLE.
           05  WS-HIST-ENTRY OCCURS 10000 TIMES.
               10  WH-CUST-ID          PIC X(10).
               10  WH-POST-DATE        PIC X(10).
               10  WH-AMOUNT           PIC S9(7)V99.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  WS-HDR-TITLE            PIC X(26).
           05  FILLER                  PIC X(6) VALUE ' MODE '.
           05  WS-HDR-MODE             PIC X(5).
           05  FILLER                  PIC X(9)
               VALUE '  AS OF: '.
           05  WS-HDR-DATE             PIC X(10).
           05  FILLER                  PIC X(19)
               VALUE '  DAYS IN CREDIT: '.
           05  WS-HDR-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(13)
               VALUE '  THRESHOLD: '.
           05  WS-HDR-THRESHOLD        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CUST-NAME        PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'CREDIT: '.
           05  WS-DET-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'SINCE: '.
           05  WS-DET-SINCE            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'DAYS: '.
           05  WS-DET-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-RESULT           PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-REFERENCE        PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'SCANNED: '.
           05  WS-SUM-SCANNED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'CREDITS: '.
           05  WS-SUM-CREDITS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'DUE: '.
           05  WS-SUM-DUE              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'REFUNDED: '.
           05  WS-SUM-REFUNDED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'MANUAL: '.
           05  WS-SUM-MANUAL           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'RECENT: '.
           05  WS-SUM-RECENT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'CHARGED: '.
           05  WS-SUM-CHARGED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-AMT-LABEL            PIC X(24).
           05  WS-AMT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 1200-LOAD-HISTORY UNTIL HIST-FILE-EOF
           PERFORM 1500-OPEN-REVIEW-FILES
           PERFORM 1400-WRITE-REPORT-HEADERS
           PERFORM 2000-REVIEW-CUSTOMER UNTIL CUST-FILE-EOF

           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
      * Run identifier tags every journal image so CUSTBKOUT can
      * undo a bad apply run without touching any other run's work
           STRING WS-CURR-YEAR   DELIMITED BY SIZE
                  WS-CURR-MONTH  DELIMITED BY SIZE
                  WS-CURR-DAY    DELIMITED BY SIZE
                  WS-CURR-HOUR   DELIMITED BY SIZE
                  WS-CURR-MINUTE DELIMITED BY SIZE
                  WS-CURR-SECOND DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           DISPLAY 'CUSTRFND RUN ID: ' WS-RUN-ID
           STRING WS-CURR-YEAR  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-DAY   DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
      * One reference per run - with the CUST-ID it identifies the
      * refund to accounts payable
           STRING 'RF'             DELIMITED BY SIZE
                  WS-RUN-ID(3:10)  DELIMITED BY SIZE
               INTO WS-REFUND-REFERENCE
           END-STRING

           OPEN INPUT PARAMETER-FILE
           IF NOT PARM-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PARAMETER FILE: '
                  PARM-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ PARAMETER-FILE
               AT END
                   DISPLAY 'REFUND PARAMETER RECORD MISSING'
                   CLOSE PARAMETER-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
           END-READ
           PERFORM 1100-EDIT-PARAMETERS
           CLOSE PARAMETER-FILE

           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ACTIVITY HISTORY FILE: '
                  HIST-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1100-EDIT-PARAMETERS.
           IF NOT RFND-MODE-LIST AND NOT RFND-MODE-APPLY
               DISPLAY 'INVALID REFUND PARAMETERS: '
                   PARAMETER-RECORD
               CLOSE PARAMETER-FILE
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF

           MOVE RFND-ASOF-DATE TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           IF NOT WS-DATE-VALID
               DISPLAY 'INVALID REFUND AS-OF DATE: '
                   RFND-ASOF-DATE
               CLOSE PARAMETER-FILE
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF
           MOVE RFND-ASOF-DATE TO WS-ASOF-DATE
           COMPUTE WS-ASOF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)

      * A zero day count would refund a credit the day it arose,
      * before a payment in transit or a pending charge lands
           IF RFND-DAYS-IN-CREDIT IS NOT NUMERIC
                   OR RFND-DAYS-IN-CREDIT = ZERO
                   OR RFND-SMALL-AMOUNT IS NOT NUMERIC
               DISPLAY 'INVALID REFUND DAYS OR THRESHOLD: '
                   PARAMETER-RECORD
               CLOSE PARAMETER-FILE
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF
           MOVE RFND-DAYS-IN-CREDIT TO WS-THRESHOLD-DAYS
           MOVE RFND-SMALL-AMOUNT TO WS-SMALL-AMOUNT.

       1200-LOAD-HISTORY.
      * Postings dated after the as-of date play no part in the
      * credit picture as of that date; a CUSTARCH snapshot nets in
      * as the balance brought forward
           IF HIST-POST-DATE > WS-ASOF-DATE
               ADD 1 TO WS-HIST-SKIPPED
           ELSE
               IF WS-HIST-COUNT < 10000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE HIST-CUST-ID
                       TO WH-CUST-ID(WS-HIST-COUNT)
                   MOVE HIST-POST-DATE
                       TO WH-POST-DATE(WS-HIST-COUNT)
                   MOVE HIST-AMOUNT TO WH-AMOUNT(WS-HIST-COUNT)
               ELSE
                   MOVE 'Y' TO WS-HIST-OVERFLOW-SW
               END-IF
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1400-WRITE-REPORT-HEADERS.
           IF RFND-MODE-LIST
               MOVE 'LIST' TO WS-HDR-MODE
           ELSE
               MOVE 'APPLY' TO WS-HDR-MODE
           END-IF
           MOVE WS-ASOF-DATE TO WS-HDR-DATE
           MOVE WS-THRESHOLD-DAYS TO WS-HDR-DAYS
           MOVE WS-SMALL-AMOUNT TO WS-HDR-THRESHOLD

           MOVE 'CREDIT-BALANCE REFUNDS' TO WS-HDR-TITLE
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'REFUNDS FOR MANUAL REVIEW' TO WS-HDR-TITLE
           MOVE WS-REPORT-HEADER TO MANUAL-RECORD
           WRITE MANUAL-RECORD
           MOVE SPACES TO MANUAL-RECORD
           WRITE MANUAL-RECORD.

       1500-OPEN-REVIEW-FILES.
      * History is fully in storage - an apply run reopens it to
      * append the refund postings
           CLOSE HISTORY-FILE

           IF RFND-MODE-LIST
               OPEN INPUT CUSTOMER-FILE
           ELSE
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT REFUND-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING REFUND REPORT FILE: '
                  REPORT-FILE-STATUS
              CLOSE CUSTOMER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT MANUAL-LIST-FILE
           IF NOT MANUAL-FILE-SUCCESS
              DISPLAY 'ERROR OPENING MANUAL REVIEW FILE: '
                  MANUAL-FILE-STATUS
              CLOSE CUSTOMER-FILE
              CLOSE REFUND-REPORT-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           IF RFND-MODE-APPLY
               PERFORM 1600-OPEN-APPLY-FILES
           END-IF

           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET CUST-FILE-EOF TO TRUE
           END-START
           IF NOT CUST-FILE-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END SET CUST-FILE-EOF TO TRUE
               END-READ
           END-IF.

       1600-OPEN-APPLY-FILES.
      * Refund postings append to the same history CUSTMGMT
      * feeds - extend, never truncate
           OPEN EXTEND HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ACTIVITY HISTORY FILE: '
                  HIST-FILE-STATUS
              CLOSE CUSTOMER-FILE
              CLOSE REFUND-REPORT-FILE
              CLOSE MANUAL-LIST-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * Same journal CUSTMGMT feeds - extend, never truncate, and
      * an apply run may not proceed unjournaled
           OPEN EXTEND JOURNAL-FILE
           IF NOT JOURNAL-FILE-SUCCESS
              DISPLAY 'ERROR OPENING JOURNAL FILE: '
                  JOURNAL-FILE-STATUS
              CLOSE CUSTOMER-FILE
              CLOSE REFUND-REPORT-FILE
              CLOSE MANUAL-LIST-FILE
              CLOSE HISTORY-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT REFUND-REQUEST-FILE
           IF NOT REQ-FILE-SUCCESS
              DISPLAY 'ERROR OPENING REFUND REQUEST FILE: '
                  REQ-FILE-STATUS
              CLOSE CUSTOMER-FILE
              CLOSE REFUND-REPORT-FILE
              CLOSE MANUAL-LIST-FILE
              CLOSE HISTORY-FILE
              CLOSE JOURNAL-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * The contact dataset is optional - without it every payee
      * comes from the master record
           OPEN INPUT CONTACT-FILE
           IF CNTC-FILE-SUCCESS
               MOVE 'Y' TO WS-CNTC-OPEN-SW
           ELSE
               IF CNTC-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - CONTACT FILE NOT OPENED, '
                       'STATUS: ' CNTC-FILE-STATUS
               END-IF
           END-IF.

       2000-REVIEW-CUSTOMER.
           ADD 1 TO WS-SCANNED-COUNT

      * Pre-edit garbage is still on file (the reason CUSTVER
      * exists) - an account that cannot be read is counted, not
      * abended on; only accounts we owe money to are refunded
           IF CUST-CURRENT-BALANCE IS NOT NUMERIC
               ADD 1 TO WS-BAD-RECORD-COUNT
           ELSE
               IF CUST-CURRENT-BALANCE < ZERO
                   ADD 1 TO WS-CREDIT-COUNT
                   COMPUTE WS-REFUND-AMOUNT =
                       ZERO - CUST-CURRENT-BALANCE
                   PERFORM 2100-TRACE-CREDIT
                   IF WS-HIST-OVERFLOWED AND RFND-MODE-APPLY
                       PERFORM 2150-HOLD-FOR-MANUAL
                   ELSE
                       PERFORM 2200-CLASSIFY-CREDIT
                   END-IF
               END-IF
           END-IF

           READ CUSTOMER-FILE NEXT RECORD
               AT END SET CUST-FILE-EOF TO TRUE
           END-READ.

       2100-TRACE-CREDIT.
           MOVE ZERO TO WS-RUNNING-BALANCE
           MOVE 'N' TO WS-IN-CREDIT-SW
           MOVE 'N' TO WS-CHARGED-SINCE-SW
           MOVE SPACES TO WS-CREDIT-SINCE-DATE
           MOVE ZERO TO WS-HIST-SUB
           PERFORM 2110-TRACE-ONE-POSTING
               UNTIL WS-HIST-SUB >= WS-HIST-COUNT.

       2110-TRACE-ONE-POSTING.
           ADD 1 TO WS-HIST-SUB
           IF WH-CUST-ID(WS-HIST-SUB) = CUST-ID
               ADD WH-AMOUNT(WS-HIST-SUB) TO WS-RUNNING-BALANCE
               IF WS-RUNNING-BALANCE < ZERO
                   IF WS-IN-CREDIT
                       IF WH-AMOUNT(WS-HIST-SUB) > ZERO
                           MOVE 'Y' TO WS-CHARGED-SINCE-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-IN-CREDIT-SW
                       MOVE 'N' TO WS-CHARGED-SINCE-SW
                       MOVE WH-POST-DATE(WS-HIST-SUB)
                           TO WS-CREDIT-SINCE-DATE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-IN-CREDIT-SW
                   MOVE 'N' TO WS-CHARGED-SINCE-SW
                   MOVE SPACES TO WS-CREDIT-SINCE-DATE
               END-IF
           END-IF.

       2150-HOLD-FOR-MANUAL.
      * With part of ACTHIST left out of the table no credit can be
      * dated or cleared of a later charge with confidence, so an
      * apply run refunds none of them blind
           MOVE ZERO TO WS-DAYS-IN-CREDIT
           MOVE 'HISTORY INCOMPLETE' TO WS-DET-RESULT
           PERFORM 2700-LIST-MANUAL.

       2200-CLASSIFY-CREDIT.
           MOVE ZERO TO WS-DAYS-IN-CREDIT
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-IN-CREDIT
               MOVE WS-CREDIT-SINCE-DATE TO WS-EDIT-DATE
               PERFORM 8000-VALIDATE-EDIT-DATE
           END-IF

      * A credit the history cannot date is never refunded blind
           IF NOT WS-DATE-VALID
               MOVE 'CREDIT NOT DATABLE' TO WS-DET-RESULT
               PERFORM 2700-LIST-MANUAL
           ELSE
               COMPUTE WS-CREDIT-SINCE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)
               COMPUTE WS-DAYS-IN-CREDIT =
                   WS-ASOF-DATE-INT - WS-CREDIT-SINCE-INT
               EVALUATE TRUE
                   WHEN WS-CHARGED-SINCE
                       ADD 1 TO WS-CHARGED-COUNT
                   WHEN WS-DAYS-IN-CREDIT <= WS-THRESHOLD-DAYS
                       ADD 1 TO WS-RECENT-COUNT
                   WHEN WS-REFUND-AMOUNT < WS-SMALL-AMOUNT
                       ADD 1 TO WS-DUE-COUNT
                       MOVE 'BELOW SMALL-AMOUNT' TO WS-DET-RESULT
                       PERFORM 2700-LIST-MANUAL
                   WHEN OTHER
                       ADD 1 TO WS-DUE-COUNT
                       PERFORM 2600-PROCESS-REFUND
               END-EVALUATE
           END-IF.

       2600-PROCESS-REFUND.
           IF RFND-MODE-LIST
               ADD WS-REFUND-AMOUNT TO WS-TOTAL-AMOUNT
               MOVE 'REFUND DUE' TO WS-DET-RESULT
               MOVE SPACES TO WS-DET-REFERENCE
               PERFORM 2650-WRITE-REFUND-DETAIL
           ELSE
               PERFORM 3000-APPLY-REFUND
           END-IF.

       2650-WRITE-REFUND-DETAIL.
           MOVE CUST-ID TO WS-DET-CUST-ID
           MOVE CUST-NAME TO WS-DET-CUST-NAME
           MOVE WS-REFUND-AMOUNT TO WS-DET-AMOUNT
           MOVE WS-CREDIT-SINCE-DATE TO WS-DET-SINCE
           IF WS-DAYS-IN-CREDIT > ZERO
               MOVE WS-DAYS-IN-CREDIT TO WS-DET-DAYS
           ELSE
               MOVE ZERO TO WS-DET-DAYS
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2700-LIST-MANUAL.
           ADD 1 TO WS-MANUAL-COUNT
           ADD WS-REFUND-AMOUNT TO WS-MANUAL-AMOUNT
           MOVE CUST-ID TO WS-DET-CUST-ID
           MOVE CUST-NAME TO WS-DET-CUST-NAME
           MOVE WS-REFUND-AMOUNT TO WS-DET-AMOUNT
           MOVE WS-CREDIT-SINCE-DATE TO WS-DET-SINCE
           IF WS-DAYS-IN-CREDIT > ZERO
               MOVE WS-DAYS-IN-CREDIT TO WS-DET-DAYS
           ELSE
               MOVE ZERO TO WS-DET-DAYS
           END-IF
           MOVE SPACES TO WS-DET-REFERENCE
           MOVE WS-DETAIL-LINE TO MANUAL-RECORD
           WRITE MANUAL-RECORD.

       3000-APPLY-REFUND.
           PERFORM 3100-GET-REMIT-ADDRESS

      * Capture the before-image while the record is untouched
           MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE ZERO TO CUST-CURRENT-BALANCE
           MOVE WS-RUN-DATE TO CUST-LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REWRITE FAILED' TO WS-DET-RESULT
                   MOVE SPACES TO WS-DET-REFERENCE
                   PERFORM 2650-WRITE-REFUND-DETAIL
               NOT INVALID KEY
                   ADD 1 TO WS-REFUNDED-COUNT
                   ADD WS-REFUND-AMOUNT TO WS-TOTAL-AMOUNT
                   PERFORM 3200-WRITE-REFUND-REQUEST
                   PERFORM 3250-WRITE-REFUND-HISTORY
                   PERFORM 3300-WRITE-JOURNAL
                   IF WS-ADDRESS-SOURCE = 'B'
                       MOVE 'REFUND REQUESTED' TO WS-DET-RESULT
                   ELSE
                       MOVE 'REQUESTED - MASTER ADDR'
                           TO WS-DET-RESULT
                   END-IF
                   MOVE WS-REFUND-REFERENCE TO WS-DET-REFERENCE
                   PERFORM 2650-WRITE-REFUND-DETAIL
           END-REWRITE.

       3100-GET-REMIT-ADDRESS.
      * The billing entry is where accounts payable sends money;
      * the master record is the fallback, flagged on the request
           MOVE CUST-NAME TO WS-PAYEE-NAME
           MOVE CUST-ADDRESS TO WS-REMIT-ADDRESS
           MOVE 'M' TO WS-ADDRESS-SOURCE
           IF WS-CNTC-FILE-OPEN
               MOVE CUST-ID TO CNT-CUST-ID
               MOVE 'B' TO CNT-TYPE
               MOVE 01 TO CNT-SEQ
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNT-NAME NOT = SPACES
                           MOVE CNT-NAME TO WS-PAYEE-NAME
                       END-IF
                       MOVE CNT-ADDRESS TO WS-REMIT-ADDRESS
                       MOVE 'B' TO WS-ADDRESS-SOURCE
               END-READ
           END-IF.

       3200-WRITE-REFUND-REQUEST.
           MOVE SPACES TO REFUND-REQUEST-RECORD
           MOVE CUST-ID TO REQ-CUST-ID
           MOVE WS-PAYEE-NAME TO REQ-PAYEE-NAME
           MOVE WS-REMIT-ADDRESS TO REQ-REMIT-ADDRESS
           MOVE WS-REFUND-AMOUNT TO REQ-AMOUNT
           MOVE WS-RUN-DATE TO REQ-REQUEST-DATE
           MOVE WS-REFUND-REFERENCE TO REQ-REFERENCE
           MOVE WS-ADDRESS-SOURCE TO REQ-ADDRESS-SOURCE
           WRITE REFUND-REQUEST-RECORD.

       3250-WRITE-REFUND-HISTORY.
      * One history record per refund so the subledger proof, the
      * statement and the GL extract all see the credit go
           MOVE CUST-ID TO HIST-CUST-ID
           MOVE 'CRFD' TO HIST-TRAN-CODE
           MOVE WS-RUN-DATE TO HIST-POST-DATE
           MOVE WS-REFUND-AMOUNT TO HIST-AMOUNT
           MOVE WS-REFUND-REFERENCE TO HIST-REFERENCE
           MOVE CUST-CURRENT-BALANCE TO HIST-BALANCE-AFTER
           WRITE ACTIVITY-HISTORY-RECORD.

       3300-WRITE-JOURNAL.
      * One before/after image pair per refund, tagged with this
      * run's identifier so CUSTBKOUT can undo a bad apply run and
      * CUSTDLTA carries the change to the CRM feed
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE WS-JRN-SEQ TO JRN-SEQ
           MOVE 'CRFD' TO JRN-ACTION
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

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

           MOVE WS-SCANNED-COUNT TO WS-SUM-SCANNED
           MOVE WS-CREDIT-COUNT TO WS-SUM-CREDITS
           MOVE WS-DUE-COUNT TO WS-SUM-DUE
           MOVE WS-REFUNDED-COUNT TO WS-SUM-REFUNDED
           MOVE WS-MANUAL-COUNT TO WS-SUM-MANUAL
           MOVE WS-RECENT-COUNT TO WS-SUM-RECENT
           MOVE WS-CHARGED-COUNT TO WS-SUM-CHARGED
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF RFND-MODE-LIST
               MOVE 'TOTAL REFUNDS DUE:' TO WS-AMT-LABEL
           ELSE
               MOVE 'TOTAL REFUNDED:' TO WS-AMT-LABEL
           END-IF
           MOVE WS-TOTAL-AMOUNT TO WS-AMT-TOTAL
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO MANUAL-RECORD
           WRITE MANUAL-RECORD
           MOVE 'TOTAL FOR MANUAL REVIEW:' TO WS-AMT-LABEL
           MOVE WS-MANUAL-AMOUNT TO WS-AMT-TOTAL
           MOVE WS-AMOUNT-LINE TO MANUAL-RECORD
           WRITE MANUAL-RECORD

           IF WS-HIST-OVERFLOWED
               DISPLAY 'CUSTRFND WARNING: HISTORY EXCEEDED TABLE '
                   'CAPACITY - CREDIT DATING IS INCOMPLETE'
               IF RFND-MODE-APPLY
                   DISPLAY 'CUSTRFND WARNING: NO REFUNDS APPLIED - '
                       'EVERY CREDIT LISTED FOR MANUAL REVIEW'
               END-IF
           END-IF
           DISPLAY 'CUSTRFND RECORDS PROCESSED:  ' WS-SCANNED-COUNT
           DISPLAY 'CUSTRFND CREDIT BALANCES:    ' WS-CREDIT-COUNT
           DISPLAY 'CUSTRFND REFUNDS DUE:        ' WS-DUE-COUNT
           DISPLAY 'CUSTRFND REFUNDS APPLIED:    ' WS-REFUNDED-COUNT
           DISPLAY 'CUSTRFND MANUAL REVIEW:      ' WS-MANUAL-COUNT
           DISPLAY 'CUSTRFND UNUSABLE RECORDS:   '
               WS-BAD-RECORD-COUNT

           CLOSE CUSTOMER-FILE
           CLOSE REFUND-REPORT-FILE
           CLOSE MANUAL-LIST-FILE
           IF RFND-MODE-APPLY
               CLOSE HISTORY-FILE
               CLOSE JOURNAL-FILE
               CLOSE REFUND-REQUEST-FILE
               IF WS-CNTC-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
           END-IF

           IF WS-HIST-OVERFLOWED
                   OR WS-BAD-RECORD-COUNT > ZERO
                   OR WS-REJECTED-COUNT > ZERO
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
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
               MOVE 'CUSTRFND' TO RC-PROGRAM
               MOVE WS-RUN-ID TO RC-RUN-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-RUN-OUTCOME TO RC-OUTCOME
               IF RFND-MODE-APPLY
                   MOVE WS-REFUNDED-COUNT TO RC-RECORD-COUNT
               ELSE
                   MOVE WS-DUE-COUNT TO RC-RECORD-COUNT
               END-IF
               MOVE WS-REJECTED-COUNT TO RC-ERROR-COUNT
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

       END PROGRAM CUSTRFND.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTWOFF.
       AUTHOR. AZURE-AI-FOUNDRY.
      *****************************************************************
      * CUSTWOFF - Bad-Debt Write-Off Proposal and Apply              *
      *                                                               *
      * Accounts that will never pay cannot be deleted (CDEL rejects  *
      * them with 1007), are never dormant-inactivated (CUSTDORM      *
      * wants a zero balance) and come back on the CUSTDUNN stage-4   *
      * worklist every month. This job writes them off in two steps   *
      * the credit manager signs off between:                         *
      *                                                               *
      *   PROPOSE (MODE P): ages every customer owing us money with   *
      *     the same FIFO open-item treatment CUSTDUNN uses -         *
      *     payments applied against charges oldest-first, each open  *
      *     item aged from its posting date plus                      *
      *     CUST-PAYMENT-TERMS-DAYS to the WOFFPARM as-of date, and a *
      *     charge under open dispute on DISPFILE left out - and      *
      *     proposes every account with an open item more than the    *
      *     WOFFPARM number of days past terms. Proposals go to       *
      *     WOFFPROP (approval flag blank) and are listed on WOFFRPT  *
      *     with the balance, the worst days past terms and the       *
      *     amount beyond the threshold.                              *
      *                                                               *
      *   APPLY (MODE A): reads the signed-off proposals from         *
      *     WOFFAPPR (approval flag A). Each approved account has its *
      *     whole balance written off to zero and is inactivated; the *
      *     write-off goes to ACTHIST as tran code CWOF (reference    *
      *     WRITEOFF, amount the negated balance) and to JRNFILE as   *
      *     action CWOF so CUSTBKOUT can undo a bad apply run.        *
      *     CUSTGLX books CWOF as DR bad-debt expense / CR            *
      *     receivables. A proposal whose balance no longer matches   *
      *     the file (a payment arrived meanwhile) is skipped as      *
      *     stale.                                                    *
      *                                                               *
      * Money received on a written-off account later is brought back *
      * with a CUSTMGMT CREC recovery (reinstates the receivable)     *
      * followed by the ordinary CPAY for the cash.                   *
      *                                                               *
      * WOFFPARM is a single record:                                  *
      *   MODE|AS-OF-DATE (YYYY-MM-DD)|DAYS PAST TERMS (3 digits)     *
      * The days figure is required in MODE P only.                   *
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

           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISP-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO WOFFPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO WOFFPROP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PROP-FILE-STATUS.

           SELECT APPROVED-FILE ASSIGN TO WOFFAPPR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APPR-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT WRITEOFF-REPORT-FILE ASSIGN TO WOFFRPT
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
           05  FILLER                  PIC X(77).

       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  PARAMETER-RECORD.
           05  WOFF-MODE               PIC X(1).
               88  WOFF-MODE-PROPOSE   VALUE 'P'.
               88  WOFF-MODE-APPLY     VALUE 'A'.
           05  FILLER                  PIC X(1).
           05  WOFF-ASOF-DATE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  WOFF-DAYS-PAST          PIC 9(3).

       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PROPOSAL-RECORD.
           05  PRP-CUST-ID             PIC X(10).
           05  PRP-BALANCE             PIC 9(7)V99.
           05  PRP-WORST-DAYS          PIC 9(5).
           05  PRP-AGED-AMOUNT         PIC 9(7)V99.
           05  PRP-LAST-ACTIVITY-DATE  PIC X(10).
           05  PRP-APPROVAL            PIC X(1).
           05  FILLER                  PIC X(36).

       FD  APPROVED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVED-RECORD.
           05  APR-CUST-ID             PIC X(10).
           05  APR-BALANCE             PIC 9(7)V99.
           05  APR-WORST-DAYS          PIC 9(5).
           05  APR-AGED-AMOUNT         PIC 9(7)V99.
           05  APR-LAST-ACTIVITY-DATE  PIC X(10).
           05  APR-APPROVAL            PIC X(1).
               88  APR-APPROVED        VALUE 'A'.
           05  FILLER                  PIC X(36).

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

       FD  WRITEOFF-REPORT-FILE
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
               88  CUST-FILE-NOT-FOUND VALUE '23'.
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
               88  HIST-FILE-EOF       VALUE '10'.
           05  DISP-FILE-STATUS        PIC X(2).
               88  DISP-FILE-SUCCESS   VALUE '00'.
           05  PARM-FILE-STATUS        PIC X(2).
               88  PARM-FILE-SUCCESS   VALUE '00'.
           05  PROP-FILE-STATUS        PIC X(2).
               88  PROP-FILE-SUCCESS   VALUE '00'.
           05  APPR-FILE-STATUS        PIC X(2).
               88  APPR-FILE-SUCCESS   VALUE '00'.
               88  APPR-FILE-EOF       VALUE '10'.
           05  JOURNAL-FILE-STATUS     PIC X(2).
               88  JOURNAL-FILE-SUCCESS VALUE '00'.
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
           05  WS-RUN-DATE             PIC X(10) VALUE SPACES.

       01  WS-JOURNAL-AREAS.
           05  WS-RUN-ID               PIC X(14).
           05  WS-JRN-SEQ              PIC 9(7) VALUE ZERO.
           05  WS-JRN-BEFORE-IMAGE     PIC X(212).

       01  WS-PARM-AREAS.
           05  WS-ASOF-DATE            PIC X(10).
           05  WS-ASOF-DATE-INT        PIC 9(7) VALUE ZERO.
           05  WS-THRESHOLD-DAYS       PIC 9(3) VALUE ZERO.

       01  WS-WORK-AREAS.
           05  WS-HIST-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-HIST-SUB             PIC 9(5) VALUE ZERO.
           05  WS-HIST-SKIPPED         PIC 9(7) VALUE ZERO.
           05  WS-DISPUTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SCANNED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-PROPOSED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-STALE-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-UNAPPROVED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-BAD-RECORD-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-BAD-DATE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-AMOUNT         PIC 9(11)V99 VALUE ZERO.
           05  WS-WRITEOFF-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.
           05  WS-DATE-VALID-SW        PIC X(1) VALUE 'N'.
               88  WS-DATE-VALID       VALUE 'Y'.
           05  WS-HIST-OVERFLOW-SW     PIC X(1) VALUE 'N'.
               88  WS-HIST-OVERFLOWED  VALUE 'Y'.
           05  WS-DISP-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-DISP-FILE-OPEN   VALUE 'Y'.
           05  WS-ITEM-DISPUTED-SW     PIC X(1) VALUE 'N'.
               88  WS-ITEM-DISPUTED    VALUE 'Y'.

      * Per-customer open-item figures from the oldest-first
      * payment allocation - the CUSTDUNN aging, measured against
      * the write-off threshold instead of the dunning buckets
       01  WS-AGING-AREAS.
           05  WS-PAYMENT-POOL         PIC S9(9)V99 VALUE ZERO.
           05  WS-OPEN-AMOUNT          PIC S9(9)V99 VALUE ZERO.
           05  WS-AGED-AMOUNT          PIC S9(9)V99 VALUE ZERO.
           05  WS-CHARGE-DATE-INT      PIC 9(7) VALUE ZERO.
           05  WS-DUE-DATE-INT         PIC 9(7) VALUE ZERO.
           05  WS-DAYS-PAST            PIC S9(7) VALUE ZERO.
           05  WS-WORST-DAYS           PIC 9(5) VALUE ZERO.

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
      * so one keyed pass of CUSTFILE can age each customer's open
      * items oldest-first
       01  WS-HISTORY-TABLE.
           05  WS-HIST-ENTRY OCCURS 10000 TIMES.
               10  WH-CUST-ID          PIC X(10).
               10  WH-POST-DATE        PIC X(10).
               10  WH-AMOUNT           PIC S9(7)V99.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(25)
               VALUE 'BAD-DEBT WRITE-OFF  MODE '.
           05  WS-HDR-MODE             PIC X(8).
           05  FILLER                  PIC X(9)
               VALUE '  AS OF: '.
           05  WS-HDR-DATE             PIC X(10).
           05  FILLER                  PIC X(24)
               VALUE '  DAYS PAST TERMS OVER: '.
           05  WS-HDR-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CUST-NAME        PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'BALANCE: '.
           05  WS-DET-BALANCE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'DAYS PAST: '.
           05  WS-DET-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'AGED OUT: '.
           05  WS-DET-AGED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-RESULT           PIC X(22).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'SCANNED: '.
           05  WS-SUM-SCANNED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'PROPOSED: '.
           05  WS-SUM-PROPOSED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'APPLIED: '.
           05  WS-SUM-APPLIED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'STALE: '.
           05  WS-SUM-STALE            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'REJECTED:'.
           05  WS-SUM-REJECTED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-AMT-LABEL            PIC X(24).
           05  WS-AMT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WOFF-MODE-PROPOSE
               PERFORM 1200-LOAD-HISTORY UNTIL HIST-FILE-EOF
               PERFORM 1400-WRITE-REPORT-HEADER
               PERFORM 2000-REVIEW-CUSTOMER UNTIL CUST-FILE-EOF
           ELSE
               PERFORM 1400-WRITE-REPORT-HEADER
               PERFORM 3000-APPLY-PROPOSAL UNTIL APPR-FILE-EOF
           END-IF

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
           DISPLAY 'CUSTWOFF RUN ID: ' WS-RUN-ID
           STRING WS-CURR-YEAR  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-DAY   DELIMITED BY SIZE
               INTO WS-RUN-DATE
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
                   DISPLAY 'WRITE-OFF PARAMETER RECORD MISSING'
                   CLOSE PARAMETER-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
           END-READ
           PERFORM 1100-EDIT-PARAMETERS
           CLOSE PARAMETER-FILE

           IF WOFF-MODE-PROPOSE
               PERFORM 1500-OPEN-PROPOSAL-FILES
           ELSE
               PERFORM 1600-OPEN-APPLY-FILES
           END-IF.

       1100-EDIT-PARAMETERS.
           IF NOT WOFF-MODE-PROPOSE AND NOT WOFF-MODE-APPLY
               DISPLAY 'INVALID WRITE-OFF PARAMETERS: '
                   PARAMETER-RECORD
               CLOSE PARAMETER-FILE
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF

           MOVE WOFF-ASOF-DATE TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           IF NOT WS-DATE-VALID
               DISPLAY 'INVALID WRITE-OFF AS-OF DATE: '
                   WOFF-ASOF-DATE
               CLOSE PARAMETER-FILE
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF
           MOVE WOFF-ASOF-DATE TO WS-ASOF-DATE
           COMPUTE WS-ASOF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)

      * A proposal run without a usable threshold would propose
      * every account with anything past terms - refuse it
           IF WOFF-MODE-PROPOSE
               IF WOFF-DAYS-PAST IS NOT NUMERIC
                       OR WOFF-DAYS-PAST = ZERO
                   DISPLAY 'INVALID WRITE-OFF DAYS PAST TERMS: '
                       PARAMETER-RECORD
                   CLOSE PARAMETER-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
               MOVE WOFF-DAYS-PAST TO WS-THRESHOLD-DAYS
           END-IF.

       1200-LOAD-HISTORY.
      * Postings dated after the as-of date play no part in the
      * open-item picture as of that date; a CUSTARCH snapshot nets
      * in as a balance-forward open item, as it does for CUSTDUNN
           IF HIST-POST-DATE > WS-ASOF-DATE
               ADD 1 TO WS-HIST-SKIPPED
           ELSE
               PERFORM 1210-CHECK-DISPUTED
               IF WS-ITEM-DISPUTED
                   ADD 1 TO WS-DISPUTED-COUNT
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
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1210-CHECK-DISPUTED.
      * A charge under open dispute is not yet owed, so it can
      * neither age an account into a write-off nor be written off
      * itself until the dispute is resolved, as for CUSTDUNN
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

       1290-CLOSE-DISPUTE-FILE.
           IF WS-DISP-FILE-OPEN
               CLOSE DISPUTE-FILE
               MOVE 'N' TO WS-DISP-OPEN-SW
           END-IF.

       1400-WRITE-REPORT-HEADER.
           IF WOFF-MODE-PROPOSE
               MOVE 'PROPOSE' TO WS-HDR-MODE
               MOVE WS-THRESHOLD-DAYS TO WS-HDR-DAYS
           ELSE
               MOVE 'APPLY' TO WS-HDR-MODE
               MOVE ZERO TO WS-HDR-DAYS
           END-IF
           MOVE WS-ASOF-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       1500-OPEN-PROPOSAL-FILES.
      * No dispute dataset means nothing is in dispute; one that
      * cannot be read would put disputed charges into the aging
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
              PERFORM 1290-CLOSE-DISPUTE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              CLOSE HISTORY-FILE
              PERFORM 1290-CLOSE-DISPUTE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT PROPOSAL-FILE
           IF NOT PROP-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PROPOSAL FILE: '
                  PROP-FILE-STATUS
              CLOSE HISTORY-FILE
              CLOSE CUSTOMER-FILE
              PERFORM 1290-CLOSE-DISPUTE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT WRITEOFF-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING WRITE-OFF REPORT FILE: '
                  REPORT-FILE-STATUS
              CLOSE HISTORY-FILE
              CLOSE CUSTOMER-FILE
              CLOSE PROPOSAL-FILE
              PERFORM 1290-CLOSE-DISPUTE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ

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
           OPEN INPUT APPROVED-FILE
           IF NOT APPR-FILE-SUCCESS
              DISPLAY 'ERROR OPENING APPROVED PROPOSAL FILE: '
                  APPR-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              CLOSE APPROVED-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * Write-off postings append to the same history CUSTMGMT
      * feeds - extend, never truncate
           OPEN EXTEND HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ACTIVITY HISTORY FILE: '
                  HIST-FILE-STATUS
              CLOSE APPROVED-FILE
              CLOSE CUSTOMER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * Same journal CUSTMGMT feeds - extend, never truncate, and
      * an apply run may not proceed unjournaled
           OPEN EXTEND JOURNAL-FILE
           IF NOT JOURNAL-FILE-SUCCESS
              DISPLAY 'ERROR OPENING JOURNAL FILE: '
                  JOURNAL-FILE-STATUS
              CLOSE APPROVED-FILE
              CLOSE CUSTOMER-FILE
              CLOSE HISTORY-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT WRITEOFF-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING WRITE-OFF REPORT FILE: '
                  REPORT-FILE-STATUS
              CLOSE APPROVED-FILE
              CLOSE CUSTOMER-FILE
              CLOSE HISTORY-FILE
              CLOSE JOURNAL-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ APPROVED-FILE
               AT END SET APPR-FILE-EOF TO TRUE
           END-READ.

       2000-REVIEW-CUSTOMER.
           ADD 1 TO WS-SCANNED-COUNT

      * Pre-edit garbage is still on file (the reason CUSTVER
      * exists) - an account that cannot be aged is counted, not
      * abended on; only accounts owing us money can be written off
           IF CUST-CURRENT-BALANCE IS NOT NUMERIC
                   OR CUST-PAYMENT-TERMS-DAYS IS NOT NUMERIC
               ADD 1 TO WS-BAD-RECORD-COUNT
           ELSE
               IF CUST-CURRENT-BALANCE > ZERO
                   PERFORM 2100-AGE-CUSTOMER
                   IF WS-WORST-DAYS > WS-THRESHOLD-DAYS
                       PERFORM 2600-WRITE-PROPOSAL
                   END-IF
               END-IF
           END-IF

           READ CUSTOMER-FILE NEXT RECORD
               AT END SET CUST-FILE-EOF TO TRUE
           END-READ.

       2100-AGE-CUSTOMER.
           MOVE ZERO TO WS-AGED-AMOUNT
           MOVE ZERO TO WS-WORST-DAYS

      * Payments (and charge reversals) form a pool that is applied
      * against this customer's charges oldest-first; whatever part
      * of a charge the pool cannot cover is an open item
           MOVE ZERO TO WS-PAYMENT-POOL
           MOVE ZERO TO WS-HIST-SUB
           PERFORM 2110-POOL-ONE-PAYMENT
               UNTIL WS-HIST-SUB >= WS-HIST-COUNT

           MOVE ZERO TO WS-HIST-SUB
           PERFORM 2120-ALLOCATE-ONE-CHARGE
               UNTIL WS-HIST-SUB >= WS-HIST-COUNT.

       2110-POOL-ONE-PAYMENT.
           ADD 1 TO WS-HIST-SUB
           IF WH-CUST-ID(WS-HIST-SUB) = CUST-ID
                   AND WH-AMOUNT(WS-HIST-SUB) < ZERO
               SUBTRACT WH-AMOUNT(WS-HIST-SUB) FROM WS-PAYMENT-POOL
           END-IF.

       2120-ALLOCATE-ONE-CHARGE.
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
                   PERFORM 2130-AGE-OPEN-CHARGE
               END-IF
           END-IF.

       2130-AGE-OPEN-CHARGE.
           MOVE WH-POST-DATE(WS-HIST-SUB) TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           IF NOT WS-DATE-VALID
      * An undatable open item cannot be aged - count it and leave
      * it out rather than write an account off on a guess
               ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
               COMPUTE WS-CHARGE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)
               COMPUTE WS-DUE-DATE-INT =
                   WS-CHARGE-DATE-INT + CUST-PAYMENT-TERMS-DAYS
               COMPUTE WS-DAYS-PAST =
                   WS-ASOF-DATE-INT - WS-DUE-DATE-INT

               IF WS-DAYS-PAST > WS-THRESHOLD-DAYS
                   ADD WS-OPEN-AMOUNT TO WS-AGED-AMOUNT
               END-IF

               IF WS-DAYS-PAST > ZERO
                       AND WS-DAYS-PAST > WS-WORST-DAYS
                   MOVE WS-DAYS-PAST TO WS-WORST-DAYS
               END-IF
           END-IF.

       2600-WRITE-PROPOSAL.
           ADD 1 TO WS-PROPOSED-COUNT
           ADD CUST-CURRENT-BALANCE TO WS-TOTAL-AMOUNT
           IF WS-AGED-AMOUNT > CUST-CURRENT-BALANCE
               MOVE CUST-CURRENT-BALANCE TO WS-AGED-AMOUNT
           END-IF

           MOVE CUST-ID TO PRP-CUST-ID
           MOVE CUST-CURRENT-BALANCE TO PRP-BALANCE
           MOVE WS-WORST-DAYS TO PRP-WORST-DAYS
           MOVE WS-AGED-AMOUNT TO PRP-AGED-AMOUNT
           MOVE CUST-LAST-ACTIVITY-DATE TO PRP-LAST-ACTIVITY-DATE
           MOVE SPACE TO PRP-APPROVAL
           WRITE PROPOSAL-RECORD

           MOVE CUST-ID TO WS-DET-CUST-ID
           MOVE CUST-NAME TO WS-DET-CUST-NAME
           MOVE CUST-CURRENT-BALANCE TO WS-DET-BALANCE
           MOVE WS-WORST-DAYS TO WS-DET-DAYS
           MOVE WS-AGED-AMOUNT TO WS-DET-AGED
           IF CUST-STATUS-ACTIVE
               MOVE 'PROPOSED' TO WS-DET-RESULT
           ELSE
               MOVE 'PROPOSED - INACTIVE' TO WS-DET-RESULT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       3000-APPLY-PROPOSAL.
           ADD 1 TO WS-SCANNED-COUNT

           IF NOT APR-APPROVED
               ADD 1 TO WS-UNAPPROVED-COUNT
           ELSE
               IF APR-BALANCE IS NOT NUMERIC
                       OR APR-BALANCE = ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 3400-REPORT-APPLY-REJECT
               ELSE
                   PERFORM 3100-APPLY-ONE-WRITEOFF
               END-IF
           END-IF

           READ APPROVED-FILE
               AT END SET APPR-FILE-EOF TO TRUE
           END-READ.

       3100-APPLY-ONE-WRITEOFF.
           MOVE APR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'CUSTOMER NOT FOUND' TO WS-DET-RESULT
                   PERFORM 3450-REPORT-APPLY-DETAIL
               NOT INVALID KEY
                   PERFORM 3200-CHECK-AND-REWRITE
           END-READ.

       3200-CHECK-AND-REWRITE.
      * A balance that moved since the proposal was printed (a
      * payment, a charge, a fee) makes the proposal stale - the
      * credit manager signed off a different figure
           IF CUST-CURRENT-BALANCE IS NOT NUMERIC
                   OR CUST-CURRENT-BALANCE NOT = APR-BALANCE
               ADD 1 TO WS-STALE-COUNT
               MOVE 'STALE-BALANCE CHANGED' TO WS-DET-RESULT
               PERFORM 3450-REPORT-APPLY-DETAIL
           ELSE
      * Capture the before-image while the record is untouched
               MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE CUST-CURRENT-BALANCE TO WS-WRITEOFF-AMOUNT
               MOVE ZERO TO CUST-CURRENT-BALANCE
               MOVE 'I' TO CUST-STATUS
               MOVE WS-RUN-DATE TO CUST-LAST-ACTIVITY-DATE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE 'REWRITE FAILED' TO WS-DET-RESULT
                       PERFORM 3450-REPORT-APPLY-DETAIL
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD WS-WRITEOFF-AMOUNT TO WS-TOTAL-AMOUNT
                       PERFORM 3250-WRITE-WRITEOFF-HISTORY
                       PERFORM 3300-WRITE-JOURNAL
                       MOVE 'WRITTEN OFF' TO WS-DET-RESULT
                       PERFORM 3450-REPORT-APPLY-DETAIL
               END-REWRITE
           END-IF.

       3250-WRITE-WRITEOFF-HISTORY.
      * One history record per write-off so the subledger proof,
      * the statement and the GL extract all see the balance go
           MOVE CUST-ID TO HIST-CUST-ID
           MOVE 'CWOF' TO HIST-TRAN-CODE
           MOVE WS-RUN-DATE TO HIST-POST-DATE
           COMPUTE HIST-AMOUNT = ZERO - WS-WRITEOFF-AMOUNT
           MOVE 'WRITEOFF' TO HIST-REFERENCE
           MOVE CUST-CURRENT-BALANCE TO HIST-BALANCE-AFTER
           WRITE ACTIVITY-HISTORY-RECORD.

       3300-WRITE-JOURNAL.
      * One before/after image pair per write-off, tagged with this
      * run's identifier so CUSTBKOUT can undo a bad apply run and
      * CUSTDLTA carries the change to the CRM feed
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE WS-JRN-SEQ TO JRN-SEQ
           MOVE 'CWOF' TO JRN-ACTION
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       3400-REPORT-APPLY-REJECT.
           MOVE 'UNUSABLE PROPOSAL' TO WS-DET-RESULT
           PERFORM 3450-REPORT-APPLY-DETAIL.

       3450-REPORT-APPLY-DETAIL.
           MOVE APR-CUST-ID TO WS-DET-CUST-ID
           IF WS-DET-RESULT = 'WRITTEN OFF'
               MOVE CUST-NAME TO WS-DET-CUST-NAME
           ELSE
               MOVE SPACES TO WS-DET-CUST-NAME
           END-IF
           IF APR-BALANCE IS NUMERIC
               MOVE APR-BALANCE TO WS-DET-BALANCE
           ELSE
               MOVE ZERO TO WS-DET-BALANCE
           END-IF
           IF APR-WORST-DAYS IS NUMERIC
               MOVE APR-WORST-DAYS TO WS-DET-DAYS
           ELSE
               MOVE ZERO TO WS-DET-DAYS
           END-IF
           IF APR-AGED-AMOUNT IS NUMERIC
               MOVE APR-AGED-AMOUNT TO WS-DET-AGED
           ELSE
               MOVE ZERO TO WS-DET-AGED
           END-IF
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

           MOVE WS-SCANNED-COUNT TO WS-SUM-SCANNED
           MOVE WS-PROPOSED-COUNT TO WS-SUM-PROPOSED
           MOVE WS-APPLIED-COUNT TO WS-SUM-APPLIED
           MOVE WS-STALE-COUNT TO WS-SUM-STALE
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED
           MOVE WS-SUMMARY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WOFF-MODE-PROPOSE
               MOVE 'TOTAL PROPOSED:' TO WS-AMT-LABEL
           ELSE
               MOVE 'TOTAL WRITTEN OFF:' TO WS-AMT-LABEL
           END-IF
           MOVE WS-TOTAL-AMOUNT TO WS-AMT-TOTAL
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-HIST-OVERFLOWED
               DISPLAY 'CUSTWOFF WARNING: HISTORY EXCEEDED TABLE '
                   'CAPACITY - AGING IS INCOMPLETE'
           END-IF
           DISPLAY 'CUSTWOFF RECORDS PROCESSED:  ' WS-SCANNED-COUNT
           DISPLAY 'CUSTWOFF WRITE-OFFS PROPOSED:' WS-PROPOSED-COUNT
           DISPLAY 'CUSTWOFF WRITE-OFFS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'CUSTWOFF STALE PROPOSALS:    ' WS-STALE-COUNT
           IF WOFF-MODE-PROPOSE
               DISPLAY 'CUSTWOFF DISPUTED CHARGES:   '
                   WS-DISPUTED-COUNT
           END-IF
           DISPLAY 'CUSTWOFF UNAPPROVED SKIPPED: '
               WS-UNAPPROVED-COUNT
           DISPLAY 'CUSTWOFF UNUSABLE RECORDS:   '
               WS-BAD-RECORD-COUNT

           IF WOFF-MODE-PROPOSE
               CLOSE HISTORY-FILE
               CLOSE CUSTOMER-FILE
               CLOSE PROPOSAL-FILE
               CLOSE WRITEOFF-REPORT-FILE
               PERFORM 1290-CLOSE-DISPUTE-FILE
           ELSE
               CLOSE APPROVED-FILE
               CLOSE CUSTOMER-FILE
               CLOSE HISTORY-FILE
               CLOSE JOURNAL-FILE
               CLOSE WRITEOFF-REPORT-FILE
           END-IF

           IF WS-HIST-OVERFLOWED
                   OR WS-BAD-RECORD-COUNT > ZERO
                   OR WS-BAD-DATE-COUNT > ZERO
                   OR WS-REJECTED-COUNT > ZERO
                   OR WS-STALE-COUNT > ZERO
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
               MOVE 'CUSTWOFF' TO RC-PROGRAM
               MOVE WS-RUN-ID TO RC-RUN-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-RUN-OUTCOME TO RC-OUTCOME
               IF WOFF-MODE-APPLY
                   MOVE WS-APPLIED-COUNT TO RC-RECORD-COUNT
               ELSE
                   MOVE WS-PROPOSED-COUNT TO RC-RECORD-COUNT
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

       END PROGRAM CUSTWOFF.

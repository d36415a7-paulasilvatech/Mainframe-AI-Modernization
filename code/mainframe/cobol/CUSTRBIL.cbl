       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRBIL.
       AUTHOR. AZURE-AI-FOUNDRY.
      *****************************************************************
      * CUSTRBIL - Recurring-Charge Billing                           *
      *                                                               *
      * Service and subscription customers are billed the same        *
      * amount every period from the RBILSCHD schedule dataset, so    *
      * the monthly CCHG lines no longer have to be keyed into        *
      * TRANFILE by hand. The job runs in two steps either side of    *
      * the CUSTMGMT posting run:                                     *
      *                                                               *
      *   GENERATE (MODE G): every schedule whose next-bill date is   *
      *     on or before the RBILPARM billing date, whose start date  *
      *     has been reached and whose end date has not been passed,  *
      *     is billed for one period on TRANOUT as a CCHG with the    *
      *     CTRL header (count and CUST-ID checksum) that             *
      *     9440-RECONCILE-CONTROL-TOTALS expects, the same way       *
      *     CUSTLBX builds payments. The reference is the schedule's  *
      *     prefix followed by the YYYYMM of the period billed.       *
      *     Inactive customers are skipped and stay due. Each billed  *
      *     schedule is stamped pending with this run's id; the       *
      *     next-bill date is NOT moved yet. The stamps are only put  *
      *     on once every charge due is known to fit the run - more   *
      *     than 5000 due aborts it with no schedule stamped and no   *
      *     TRANOUT written.                                          *
      *                                                               *
      *   CONFIRM (MODE C): once CUSTMGMT has run the file, the last  *
      *     CUSTMGMT outcome on RUNCTL must be clean (00 or 04).      *
      *     Every schedule pending from a generate run older than     *
      *     that CUSTMGMT run is matched to its CCHG posting on       *
      *     ACTHIST or its reject on REJFILE. Posted and rejected     *
      *     charges advance the next-bill date by the frequency       *
      *     (a rejected charge travels on in the REJFILE              *
      *     resubmission cycle, so it must not be billed again);      *
      *     rejects are listed on RBILEXC with the error code. A      *
      *     charge found on neither is released to bill again.        *
      *                                                               *
      * While a schedule is pending a generate run leaves it alone    *
      * once any CUSTMGMT run has been recorded since it was billed,  *
      * so a rerun cannot double-bill. If no CUSTMGMT run has been    *
      * recorded since, the earlier TRANFILE was never posted and is  *
      * superseded by the new one.                                    *
      *                                                               *
      * RBILSCHD (120 bytes, indexed, key CUST-ID + sequence):        *
      *   amount (9(7)V99), reference prefix (6), frequency M/Q/A,    *
      *   start, end (spaces = open-ended) and next-bill dates, last  *
      *   billed date, and the pending run id, period and reference.  *
      * A period is billed on the day of the start date, or the last  *
      * day of a shorter month.                                       *
      *                                                               *
      * RBILPARM is a single record:                                  *
      *   MODE|BILLING-DATE (YYYY-MM-DD)                              *
      * The billing date is required in MODE G only.                  *
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO RBILSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS SCHD-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO ACTHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO RBILPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT TRAN-OUT-FILE ASSIGN TO TRANOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAN-OUT-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO RBILRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO RBILEXC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXC-FILE-STATUS.

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

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  SCHEDULE-RECORD.
           05  RS-KEY.
               10  RS-CUST-ID          PIC X(10).
               10  RS-SEQ              PIC 9(2).
           05  RS-AMOUNT               PIC 9(7)V99.
           05  RS-REF-PREFIX           PIC X(6).
           05  RS-FREQUENCY            PIC X(1).
               88  RS-FREQ-MONTHLY     VALUE 'M'.
               88  RS-FREQ-QUARTERLY   VALUE 'Q'.
               88  RS-FREQ-ANNUAL      VALUE 'A'.
           05  RS-START-DATE           PIC X(10).
           05  RS-END-DATE             PIC X(10).
           05  RS-NEXT-BILL-DATE       PIC X(10).
           05  RS-LAST-BILLED-DATE     PIC X(10).
           05  RS-PENDING-RUN-ID       PIC X(14).
           05  RS-PENDING-DATE         PIC X(10).
           05  RS-PENDING-REFERENCE    PIC X(12).
           05  FILLER                  PIC X(16).

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

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  REJECT-RECORD.
           05  REJ-TRAN-RECORD.
               10  REJ-TRAN-CODE       PIC X(4).
               10  REJ-TRAN-CUST-ID    PIC X(10).
               10  REJ-TRAN-DATA       PIC X(66).
           05  REJ-ERROR-CODE          PIC 9(4).
           05  REJ-CYCLE-COUNT         PIC 9(2).
           05  REJ-SUSPEND-FLAG        PIC X(1).
           05  FILLER                  PIC X(3).

       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 12 CHARACTERS.
       01  PARAMETER-RECORD.
           05  RBIL-MODE               PIC X(1).
               88  RBIL-MODE-GENERATE  VALUE 'G'.
               88  RBIL-MODE-CONFIRM   VALUE 'C'.
           05  FILLER                  PIC X(1).
           05  RBIL-BILLING-DATE       PIC X(10).

       FD  TRAN-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-OUT-RECORD.
           05  TRO-CODE                PIC X(4).
           05  TRO-CUST-ID             PIC X(10).
           05  TRO-DATA                PIC X(66).
       01  TRAN-OUT-CONTROL-RECORD REDEFINES TRAN-OUT-RECORD.
           05  FILLER                  PIC X(14).
           05  TRO-CTRL-RECORD-COUNT   PIC 9(7).
           05  TRO-CTRL-CHECKSUM       PIC 9(10).
           05  FILLER                  PIC X(49).

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD               PIC X(132).

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-RECORD            PIC X(132).

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
           05  SCHD-FILE-STATUS        PIC X(2).
               88  SCHD-FILE-SUCCESS   VALUE '00'.
               88  SCHD-FILE-EOF       VALUE '10'.
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
               88  HIST-FILE-EOF       VALUE '10'.
           05  REJ-FILE-STATUS         PIC X(2).
               88  REJ-FILE-SUCCESS    VALUE '00'.
               88  REJ-FILE-EOF        VALUE '10'.
           05  PARM-FILE-STATUS        PIC X(2).
               88  PARM-FILE-SUCCESS   VALUE '00'.
           05  TRAN-OUT-FILE-STATUS    PIC X(2).
               88  TRAN-OUT-FILE-SUCCESS VALUE '00'.
           05  REPORT-FILE-STATUS      PIC X(2).
               88  REPORT-FILE-SUCCESS VALUE '00'.
           05  EXC-FILE-STATUS         PIC X(2).
               88  EXC-FILE-SUCCESS    VALUE '00'.
           05  RUNCTL-FILE-STATUS      PIC X(2).
               88  RUNCTL-FILE-SUCCESS VALUE '00'.
               88  RUNCTL-FILE-EOF     VALUE '10'.

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

      * The last CUSTMGMT run on the shared control dataset - the
      * evidence a pending charge has been through posting
       01  WS-MGMT-AREAS.
           05  WS-MGMT-RUN-ID          PIC X(14) VALUE SPACES.
           05  WS-MGMT-OUTCOME         PIC X(2) VALUE SPACES.
           05  WS-RUNCTL-READ-SW       PIC X(1) VALUE 'N'.
               88  WS-RUNCTL-READ      VALUE 'Y'.
           05  WS-REJ-OPEN-SW          PIC X(1) VALUE 'N'.
               88  WS-REJ-FILE-OPEN    VALUE 'Y'.

       01  WS-PARM-AREAS.
           05  WS-BILL-DATE            PIC X(10) VALUE SPACES.

       01  WS-WORK-AREAS.
           05  WS-SCHED-READ-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-GENERATED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-NOT-DUE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-ENDED-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-INACTIVE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-AWAITING-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SUPERSEDED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-INVALID-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-CONFIRMED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-NOT-POSTED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-REWRITE-FAIL-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-BILLED-TOTAL         PIC 9(9)V99 VALUE ZERO.
           05  WS-REJECTED-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  WS-CHECKSUM             PIC 9(10) VALUE ZERO.
           05  WS-CHAR-INDEX           PIC 9(2) VALUE ZERO.
           05  WS-TRAN-SUB             PIC 9(5) VALUE ZERO.
           05  WS-REFERENCE            PIC X(12) VALUE SPACES.
           05  WS-AMOUNT-ZONED         PIC 9(7)V99.
           05  WS-AMOUNT-ZONED-X REDEFINES WS-AMOUNT-ZONED
                                       PIC X(9).
           05  WS-REJ-AMOUNT-X         PIC X(9) VALUE SPACES.
           05  WS-REJ-REFERENCE        PIC X(12) VALUE SPACES.
           05  WS-FREQ-MONTHS          PIC 9(2) VALUE ZERO.
           05  WS-ADV-MONTH            PIC 9(2) VALUE ZERO.
           05  WS-ANCHOR-DAY           PIC 9(2) VALUE ZERO.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.
           05  WS-DATE-VALID-SW        PIC X(1) VALUE 'N'.
               88  WS-DATE-VALID       VALUE 'Y'.
           05  WS-SCHED-VALID-SW       PIC X(1) VALUE 'N'.
               88  WS-SCHED-VALID      VALUE 'Y'.
           05  WS-CLEARED-SW           PIC X(1) VALUE 'N'.
               88  WS-PENDING-CLEARED  VALUE 'Y'.
           05  WS-MATCH-SW             PIC X(1) VALUE 'N'.
               88  WS-MATCH-FOUND      VALUE 'Y'.
           05  WS-OVERFLOW-SW          PIC X(1) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED VALUE 'Y'.
           05  WS-CKSUM-OVERFLOW-SW    PIC X(1) VALUE 'N'.
               88  WS-CKSUM-OVERFLOWED VALUE 'Y'.

      * Any YYYY-MM-DD date is edited here before it is trusted
       01  WS-EDIT-DATE                PIC X(10).
       01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  FILLER                  PIC X.
           05  WS-ED-MONTH             PIC 9(2).
           05  FILLER                  PIC X.
           05  WS-ED-DAY               PIC 9(2).
       01  WS-EDIT-DATE-CCYYMMDD       PIC 9(8) VALUE ZERO.

      * Generated CCHG records are held in storage so the CTRL
      * header can lead the file with a correct count and checksum,
      * each with the pending stamp its schedule is to carry - the
      * stamps go on only once the whole run is known to fit
       01  WS-TRAN-TABLE.
           05  WS-TRAN-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-TRAN-ENTRY OCCURS 5000 TIMES.
               10  WT-TRAN-RECORD      PIC X(80).
               10  WT-SCHED-KEY        PIC X(12).
               10  WT-PENDING-DATE     PIC X(10).
               10  WT-REFERENCE        PIC X(12).
               10  WT-CUST-NAME        PIC X(25).
               10  WT-STAMPED-SW       PIC X(1).
                   88  WT-STAMPED      VALUE 'Y'.

      * Schedules awaiting confirmation, matched first to ACTHIST
      * postings and then to REJFILE rejects before any is settled
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-PEND-SUB             PIC 9(5) VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 5000 TIMES.
               10  WP-KEY.
                   15  WP-CUST-ID      PIC X(10).
                   15  WP-SEQ          PIC 9(2).
               10  WP-RUN-ID           PIC X(14).
               10  WP-REFERENCE        PIC X(12).
               10  WP-AMOUNT           PIC 9(7)V99.
               10  WP-POSTED-SW        PIC X(1).
                   88  WP-POSTED       VALUE 'Y'.
               10  WP-REJECT-CODE      PIC 9(4).
               10  WP-SUSPEND-FLAG     PIC X(1).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(33)
               VALUE 'RECURRING BILLING REGISTER  MODE '.
           05  WS-HDR-MODE             PIC X(8).
           05  FILLER                  PIC X(16)
               VALUE '  BILLING DATE: '.
           05  WS-HDR-DATE             PIC X(10).
           05  FILLER                  PIC X(12)
               VALUE '  RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC X(10).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-EXCEPTION-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE 'RECURRING BILLING EXCEPTIONS  '.
           05  FILLER                  PIC X(10)
               VALUE 'RUN DATE: '.
           05  WS-EXH-RUN-DATE         PIC X(10).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CUST-NAME        PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-SEQ              PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-REFERENCE        PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'NEXT: '.
           05  WS-DET-NEXT-DATE        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-RESULT           PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-CUST-NAME        PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-SEQ              PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-REFERENCE        PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-CODE             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-MESSAGE          PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-CYCLE            PIC X(11).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-CNT-LABEL            PIC X(30).
           05  WS-CNT-VALUE            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-AMT-LABEL            PIC X(30).
           05  WS-AMT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(83) VALUE SPACES.

      *****************************************************************
      * COPY statements are included here                             *
      *****************************************************************
           COPY 'ERRMSGS.CPY'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF RBIL-MODE-GENERATE
               PERFORM 2000-REVIEW-SCHEDULE UNTIL SCHD-FILE-EOF
               IF WS-TABLE-OVERFLOWED
                   DISPLAY 'CUSTRBIL ABORTED: MORE THAN 5000 '
                       'CHARGES DUE - NOTHING STAMPED, TRANFILE '
                       'NOT WRITTEN'
                   MOVE '16' TO WS-RUN-OUTCOME
               ELSE
                   PERFORM 2800-WRITE-TRAN-FILE
               END-IF
           ELSE
               PERFORM 3000-LOAD-PENDING UNTIL SCHD-FILE-EOF
               PERFORM 3100-MATCH-HISTORY UNTIL HIST-FILE-EOF
               IF WS-REJ-FILE-OPEN
                   PERFORM 3200-MATCH-REJECT UNTIL REJ-FILE-EOF
               END-IF
               MOVE ZERO TO WS-PEND-SUB
               PERFORM 3300-SETTLE-ONE-SCHEDULE
                   UNTIL WS-PEND-SUB >= WS-PEND-COUNT
           END-IF

           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
      * Run identifier stamps each schedule billed by a generate
      * run so the confirm run can tell it from a later CUSTMGMT run
           STRING WS-CURR-YEAR   DELIMITED BY SIZE
                  WS-CURR-MONTH  DELIMITED BY SIZE
                  WS-CURR-DAY    DELIMITED BY SIZE
                  WS-CURR-HOUR   DELIMITED BY SIZE
                  WS-CURR-MINUTE DELIMITED BY SIZE
                  WS-CURR-SECOND DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           DISPLAY 'CUSTRBIL RUN ID: ' WS-RUN-ID
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
                   DISPLAY 'BILLING PARAMETER RECORD MISSING'
                   CLOSE PARAMETER-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
           END-READ
           PERFORM 1100-EDIT-PARAMETERS
           CLOSE PARAMETER-FILE

           PERFORM 1200-SCAN-RUN-CONTROL

           IF RBIL-MODE-GENERATE
               PERFORM 1500-OPEN-GENERATE-FILES
           ELSE
               PERFORM 1300-CHECK-CONFIRM-GATE
               PERFORM 1600-OPEN-CONFIRM-FILES
           END-IF

           PERFORM 1400-WRITE-REPORT-HEADERS

           MOVE LOW-VALUES TO RS-KEY
           START SCHEDULE-FILE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   SET SCHD-FILE-EOF TO TRUE
           END-START
           IF NOT SCHD-FILE-EOF
               READ SCHEDULE-FILE NEXT RECORD
                   AT END SET SCHD-FILE-EOF TO TRUE
               END-READ
           END-IF.

       1100-EDIT-PARAMETERS.
           IF NOT RBIL-MODE-GENERATE AND NOT RBIL-MODE-CONFIRM
               DISPLAY 'INVALID BILLING PARAMETERS: '
                   PARAMETER-RECORD
               CLOSE PARAMETER-FILE
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF

      * A generate run without a usable billing date cannot decide
      * what is due - refuse it
           IF RBIL-MODE-GENERATE
               MOVE RBIL-BILLING-DATE TO WS-EDIT-DATE
               PERFORM 8000-VALIDATE-EDIT-DATE
               IF NOT WS-DATE-VALID
                   DISPLAY 'INVALID BILLING DATE: '
                       RBIL-BILLING-DATE
                   CLOSE PARAMETER-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
               MOVE RBIL-BILLING-DATE TO WS-BILL-DATE
           END-IF.

       1200-SCAN-RUN-CONTROL.
      * The last CUSTMGMT run recorded tells both modes whether a
      * pending charge has been through posting yet
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNCTL-FILE-SUCCESS
               IF RUNCTL-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - RUN CONTROL FILE NOT READ, '
                       'STATUS: ' RUNCTL-FILE-STATUS
               END-IF
           ELSE
               MOVE 'Y' TO WS-RUNCTL-READ-SW
               READ RUN-CONTROL-FILE
                   AT END SET RUNCTL-FILE-EOF TO TRUE
               END-READ
               PERFORM 1210-SCAN-ONE-RUNCTL UNTIL RUNCTL-FILE-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1210-SCAN-ONE-RUNCTL.
           IF RC-PROGRAM = 'CUSTMGMT'
               MOVE RC-RUN-ID TO WS-MGMT-RUN-ID
               MOVE RC-OUTCOME TO WS-MGMT-OUTCOME
           END-IF
           READ RUN-CONTROL-FILE
               AT END SET RUNCTL-FILE-EOF TO TRUE
           END-READ.

       1300-CHECK-CONFIRM-GATE.
      * Nothing may be confirmed without the control record that
      * proves the posting run ended usably
           IF NOT WS-RUNCTL-READ
               DISPLAY 'CUSTRBIL STOPPED: RUN CONTROL FILE NOT '
                   'AVAILABLE - NOTHING CONFIRMED'
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF
           IF WS-MGMT-OUTCOME = '08' OR WS-MGMT-OUTCOME = '16'
               DISPLAY 'CUSTRBIL STOPPED: LAST CUSTMGMT RUN ENDED '
                   'WITH OUTCOME ' WS-MGMT-OUTCOME
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF
           DISPLAY 'CUSTRBIL CONFIRMING AGAINST CUSTMGMT RUN: '
               WS-MGMT-RUN-ID.

       1400-WRITE-REPORT-HEADERS.
           IF RBIL-MODE-GENERATE
               MOVE 'GENERATE' TO WS-HDR-MODE
               MOVE WS-BILL-DATE TO WS-HDR-DATE
           ELSE
               MOVE 'CONFIRM' TO WS-HDR-MODE
               MOVE SPACES TO WS-HDR-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RUN-DATE TO WS-EXH-RUN-DATE
           MOVE WS-EXCEPTION-HEADER TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

       1500-OPEN-GENERATE-FILES.
           OPEN I-O SCHEDULE-FILE
           IF NOT SCHD-FILE-SUCCESS
              DISPLAY 'ERROR OPENING BILLING SCHEDULE FILE: '
                  SCHD-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              CLOSE SCHEDULE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT TRAN-OUT-FILE
           IF NOT TRAN-OUT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING TRANSACTION OUTPUT FILE: '
                  TRAN-OUT-FILE-STATUS
              CLOSE SCHEDULE-FILE
              CLOSE CUSTOMER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING BILLING REGISTER FILE: '
                  REPORT-FILE-STATUS
              CLOSE SCHEDULE-FILE
              CLOSE CUSTOMER-FILE
              CLOSE TRAN-OUT-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           IF NOT EXC-FILE-SUCCESS
              DISPLAY 'ERROR OPENING BILLING EXCEPTION FILE: '
                  EXC-FILE-STATUS
              CLOSE SCHEDULE-FILE
              CLOSE CUSTOMER-FILE
              CLOSE TRAN-OUT-FILE
              CLOSE REGISTER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF.

       1600-OPEN-CONFIRM-FILES.
           OPEN I-O SCHEDULE-FILE
           IF NOT SCHD-FILE-SUCCESS
              DISPLAY 'ERROR OPENING BILLING SCHEDULE FILE: '
                  SCHD-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              CLOSE SCHEDULE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN INPUT HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ACTIVITY HISTORY FILE: '
                  HIST-FILE-STATUS
              CLOSE SCHEDULE-FILE
              CLOSE CUSTOMER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * Without the reject file a charge missing from ACTHIST
      * cannot be told from one never posted - those stay pending
           OPEN INPUT REJECT-FILE
           IF REJ-FILE-SUCCESS
               MOVE 'Y' TO WS-REJ-OPEN-SW
               READ REJECT-FILE
                   AT END SET REJ-FILE-EOF TO TRUE
               END-READ
           ELSE
               DISPLAY 'WARNING - REJECT FILE NOT OPENED, '
                   'STATUS: ' REJ-FILE-STATUS
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING BILLING REGISTER FILE: '
                  REPORT-FILE-STATUS
              CLOSE SCHEDULE-FILE
              CLOSE CUSTOMER-FILE
              CLOSE HISTORY-FILE
              IF WS-REJ-FILE-OPEN
                  CLOSE REJECT-FILE
              END-IF
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           IF NOT EXC-FILE-SUCCESS
              DISPLAY 'ERROR OPENING BILLING EXCEPTION FILE: '
                  EXC-FILE-STATUS
              CLOSE SCHEDULE-FILE
              CLOSE CUSTOMER-FILE
              CLOSE HISTORY-FILE
              IF WS-REJ-FILE-OPEN
                  CLOSE REJECT-FILE
              END-IF
              CLOSE REGISTER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       2000-REVIEW-SCHEDULE.
           ADD 1 TO WS-SCHED-READ-COUNT
           MOVE 'N' TO WS-CLEARED-SW

           IF RS-PENDING-RUN-ID NOT = SPACES
               PERFORM 2050-CHECK-PENDING
           END-IF

           IF RS-PENDING-RUN-ID = SPACES
               PERFORM 2100-EDIT-SCHEDULE
               IF WS-SCHED-VALID
                   PERFORM 2200-CHECK-DUE
               END-IF
      * A superseded stamp that was not replaced by a new charge
      * is taken off the file so CONFIRM does not look for it
               IF WS-PENDING-CLEARED
                   PERFORM 2450-REWRITE-SCHEDULE
               END-IF
           END-IF

           READ SCHEDULE-FILE NEXT RECORD
               AT END SET SCHD-FILE-EOF TO TRUE
           END-READ.

       2050-CHECK-PENDING.
      * No CUSTMGMT run since the stamp means the earlier TRANFILE
      * was never posted - this run's file supersedes it. Once a
      * posting run is on record the charge may have posted, and
      * only CONFIRM may release it
           IF WS-RUNCTL-READ
                   AND (WS-MGMT-RUN-ID = SPACES
                       OR WS-MGMT-RUN-ID < RS-PENDING-RUN-ID)
               ADD 1 TO WS-SUPERSEDED-COUNT
               MOVE SPACES TO RS-PENDING-RUN-ID
               MOVE SPACES TO RS-PENDING-DATE
               MOVE SPACES TO RS-PENDING-REFERENCE
               MOVE 'Y' TO WS-CLEARED-SW
           ELSE
               ADD 1 TO WS-AWAITING-COUNT
               MOVE SPACES TO WS-DET-CUST-NAME
               MOVE RS-PENDING-REFERENCE TO WS-REFERENCE
               MOVE 'AWAITING CONFIRMATION' TO WS-DET-RESULT
               PERFORM 2900-WRITE-REGISTER-LINE
           END-IF.

       2100-EDIT-SCHEDULE.
      * A schedule that fails the edit is never billed on a guess
           MOVE 'Y' TO WS-SCHED-VALID-SW
           IF RS-AMOUNT IS NOT NUMERIC
                   OR RS-AMOUNT = ZERO
                   OR RS-REF-PREFIX = SPACES
                   OR RS-SEQ IS NOT NUMERIC
               MOVE 'N' TO WS-SCHED-VALID-SW
           END-IF
           IF NOT RS-FREQ-MONTHLY AND NOT RS-FREQ-QUARTERLY
                   AND NOT RS-FREQ-ANNUAL
               MOVE 'N' TO WS-SCHED-VALID-SW
           END-IF

           IF WS-SCHED-VALID
               MOVE RS-START-DATE TO WS-EDIT-DATE
               PERFORM 8000-VALIDATE-EDIT-DATE
               IF NOT WS-DATE-VALID
                   MOVE 'N' TO WS-SCHED-VALID-SW
               END-IF
           END-IF
           IF WS-SCHED-VALID
               MOVE RS-NEXT-BILL-DATE TO WS-EDIT-DATE
               PERFORM 8000-VALIDATE-EDIT-DATE
               IF NOT WS-DATE-VALID
                   MOVE 'N' TO WS-SCHED-VALID-SW
               END-IF
           END-IF
           IF WS-SCHED-VALID AND RS-END-DATE NOT = SPACES
               MOVE RS-END-DATE TO WS-EDIT-DATE
               PERFORM 8000-VALIDATE-EDIT-DATE
               IF NOT WS-DATE-VALID
                   MOVE 'N' TO WS-SCHED-VALID-SW
               END-IF
           END-IF

           IF NOT WS-SCHED-VALID
               ADD 1 TO WS-INVALID-COUNT
               MOVE SPACES TO WS-DET-CUST-NAME
               MOVE SPACES TO WS-REFERENCE
               MOVE 'INVALID SCHEDULE - NOT BILLED' TO WS-DET-RESULT
               PERFORM 2900-WRITE-REGISTER-LINE
               MOVE SPACES TO WS-EXC-CODE
               MOVE 'SCHEDULE FAILS EDIT - NOT BILLED'
                   TO WS-EXC-MESSAGE
               MOVE SPACES TO WS-EXC-CYCLE
               PERFORM 2950-WRITE-SCHEDULE-EXCEPTION
           END-IF.

       2200-CHECK-DUE.
           EVALUATE TRUE
               WHEN RS-END-DATE NOT = SPACES
                       AND RS-NEXT-BILL-DATE > RS-END-DATE
                   ADD 1 TO WS-ENDED-COUNT
               WHEN RS-NEXT-BILL-DATE > WS-BILL-DATE
                       OR RS-START-DATE > WS-BILL-DATE
                   ADD 1 TO WS-NOT-DUE-COUNT
               WHEN OTHER
                   PERFORM 2300-CHECK-CUSTOMER
           END-EVALUATE.

       2300-CHECK-CUSTOMER.
           MOVE RS-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE SPACES TO WS-DET-CUST-NAME
                   MOVE SPACES TO WS-REFERENCE
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-DET-RESULT
                   PERFORM 2900-WRITE-REGISTER-LINE
                   MOVE WS-ERR-CD-CUST-NOT-FOUND TO WS-EXC-CODE
                   MOVE WS-ERR-MSG-CUST-NOT-FOUND TO WS-EXC-MESSAGE
                   MOVE SPACES TO WS-EXC-CYCLE
                   PERFORM 2950-WRITE-SCHEDULE-EXCEPTION
               NOT INVALID KEY
      * An inactive customer is not billed and the schedule is
      * not advanced - credit control ends the schedule when the
      * service stops
                   IF CUST-STATUS-ACTIVE
                       PERFORM 2400-GENERATE-CHARGE
                   ELSE
                       ADD 1 TO WS-INACTIVE-COUNT
                       MOVE CUST-NAME TO WS-DET-CUST-NAME
                       MOVE SPACES TO WS-REFERENCE
                       MOVE 'SKIPPED - INACTIVE CUSTOMER'
                           TO WS-DET-RESULT
                       PERFORM 2900-WRITE-REGISTER-LINE
                   END-IF
           END-READ.

       2400-GENERATE-CHARGE.
      * The schedule is not stamped here - an overflow further on
      * would leave stamps behind for a TRANOUT never written, and
      * a later posting run would hold them as awaiting CONFIRM.
      * A superseded stamp is simply replaced when this one goes on
           IF WS-TRAN-COUNT >= 5000
               MOVE 'Y' TO WS-OVERFLOW-SW
           ELSE
      * One reference per schedule per period - the prefix and the
      * YYYYMM billed - so CONFIRM can find the posting on ACTHIST
               MOVE SPACES TO WS-REFERENCE
               STRING RS-REF-PREFIX           DELIMITED BY SPACE
                      RS-NEXT-BILL-DATE(1:4)  DELIMITED BY SIZE
                      RS-NEXT-BILL-DATE(6:2)  DELIMITED BY SIZE
                   INTO WS-REFERENCE
               END-STRING
               MOVE 'N' TO WS-CLEARED-SW
               PERFORM 2500-BUILD-CCHG-RECORD
           END-IF.

       2450-REWRITE-SCHEDULE.
           REWRITE SCHEDULE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   MOVE SPACES TO WS-DET-CUST-NAME
                   MOVE SPACES TO WS-REFERENCE
                   MOVE 'SCHEDULE REWRITE FAILED' TO WS-DET-RESULT
                   PERFORM 2900-WRITE-REGISTER-LINE
           END-REWRITE.

       2500-BUILD-CCHG-RECORD.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO TRAN-OUT-RECORD
           MOVE 'CCHG' TO TRO-CODE
           MOVE RS-CUST-ID TO TRO-CUST-ID
      * The amount travels as nine zoned digits with an implied
      * V99, the fixed-decimal convention the CUSTMGMT posting
      * edit expects
           MOVE RS-AMOUNT TO WS-AMOUNT-ZONED
           STRING WS-AMOUNT-ZONED-X DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  WS-REFERENCE      DELIMITED BY SIZE
               INTO TRO-DATA
           END-STRING
           MOVE TRAN-OUT-RECORD TO WT-TRAN-RECORD(WS-TRAN-COUNT)
           MOVE RS-KEY TO WT-SCHED-KEY(WS-TRAN-COUNT)
           MOVE RS-NEXT-BILL-DATE TO WT-PENDING-DATE(WS-TRAN-COUNT)
           MOVE WS-REFERENCE TO WT-REFERENCE(WS-TRAN-COUNT)
           MOVE CUST-NAME TO WT-CUST-NAME(WS-TRAN-COUNT)
           MOVE 'N' TO WT-STAMPED-SW(WS-TRAN-COUNT).

       2550-ACCUMULATE-CHECKSUM.
      * Same CUST-ID character sum CUSTMGMT reconciles on inbound
      * TRANFILE control records
           MOVE ZERO TO WS-CHAR-INDEX
           PERFORM 2560-ADD-ONE-CHARACTER
               UNTIL WS-CHAR-INDEX >= 10.

       2560-ADD-ONE-CHARACTER.
           ADD 1 TO WS-CHAR-INDEX
           ADD FUNCTION ORD(RS-CUST-ID(WS-CHAR-INDEX:1))
               TO WS-CHECKSUM
               ON SIZE ERROR
                   MOVE 'Y' TO WS-CKSUM-OVERFLOW-SW
           END-ADD.

       2800-WRITE-TRAN-FILE.
      * Every charge due fits, so each schedule can now be stamped
      * pending; a charge whose schedule cannot be stamped is left
      * off TRANOUT, since CONFIRM would never look for it
           MOVE ZERO TO WS-TRAN-SUB
           PERFORM 2820-STAMP-ONE-SCHEDULE
               UNTIL WS-TRAN-SUB >= WS-TRAN-COUNT

      * CTRL header first, exactly as 9420-READ-CONTROL-RECORD in
      * CUSTMGMT expects to find it
           MOVE SPACES TO TRAN-OUT-RECORD
           MOVE 'CTRL' TO TRO-CODE
           MOVE WS-GENERATED-COUNT TO TRO-CTRL-RECORD-COUNT
           MOVE WS-CHECKSUM TO TRO-CTRL-CHECKSUM
           WRITE TRAN-OUT-RECORD

           MOVE ZERO TO WS-TRAN-SUB
           PERFORM 2810-WRITE-ONE-CCHG
               UNTIL WS-TRAN-SUB >= WS-TRAN-COUNT.

       2810-WRITE-ONE-CCHG.
           ADD 1 TO WS-TRAN-SUB
           IF WT-STAMPED(WS-TRAN-SUB)
               MOVE WT-TRAN-RECORD(WS-TRAN-SUB) TO TRAN-OUT-RECORD
               WRITE TRAN-OUT-RECORD
           END-IF.

       2820-STAMP-ONE-SCHEDULE.
           ADD 1 TO WS-TRAN-SUB
           MOVE WT-SCHED-KEY(WS-TRAN-SUB) TO RS-KEY
           MOVE WT-REFERENCE(WS-TRAN-SUB) TO WS-REFERENCE
           MOVE WT-CUST-NAME(WS-TRAN-SUB) TO WS-DET-CUST-NAME
           READ SCHEDULE-FILE
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   MOVE 'SCHEDULE REWRITE FAILED' TO WS-DET-RESULT
                   PERFORM 2900-WRITE-REGISTER-LINE
               NOT INVALID KEY
                   MOVE WS-RUN-ID TO RS-PENDING-RUN-ID
                   MOVE WT-PENDING-DATE(WS-TRAN-SUB)
                       TO RS-PENDING-DATE
                   MOVE WS-REFERENCE TO RS-PENDING-REFERENCE
                   REWRITE SCHEDULE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REWRITE-FAIL-COUNT
                           MOVE 'SCHEDULE REWRITE FAILED'
                               TO WS-DET-RESULT
                           PERFORM 2900-WRITE-REGISTER-LINE
                       NOT INVALID KEY
                           MOVE 'Y' TO WT-STAMPED-SW(WS-TRAN-SUB)
                           PERFORM 2550-ACCUMULATE-CHECKSUM
                           ADD 1 TO WS-GENERATED-COUNT
                           ADD RS-AMOUNT TO WS-BILLED-TOTAL
                           MOVE 'CCHG GENERATED' TO WS-DET-RESULT
                           PERFORM 2900-WRITE-REGISTER-LINE
                   END-REWRITE
           END-READ.

       2900-WRITE-REGISTER-LINE.
           MOVE RS-CUST-ID TO WS-DET-CUST-ID
           IF RS-SEQ IS NUMERIC
               MOVE RS-SEQ TO WS-DET-SEQ
           ELSE
               MOVE ZERO TO WS-DET-SEQ
           END-IF
           MOVE WS-REFERENCE TO WS-DET-REFERENCE
           IF RS-AMOUNT IS NUMERIC
               MOVE RS-AMOUNT TO WS-DET-AMOUNT
           ELSE
               MOVE ZERO TO WS-DET-AMOUNT
           END-IF
           MOVE RS-NEXT-BILL-DATE TO WS-DET-NEXT-DATE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2950-WRITE-SCHEDULE-EXCEPTION.
           MOVE RS-CUST-ID TO WS-EXC-CUST-ID
           MOVE WS-DET-CUST-NAME TO WS-EXC-CUST-NAME
           MOVE WS-DET-SEQ TO WS-EXC-SEQ
           MOVE WS-DET-REFERENCE TO WS-EXC-REFERENCE
           MOVE WS-DET-AMOUNT TO WS-EXC-AMOUNT
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

       3000-LOAD-PENDING.
           ADD 1 TO WS-SCHED-READ-COUNT
      * Only a charge billed before the last CUSTMGMT run can have
      * been through posting; a later one waits for its run
           IF RS-PENDING-RUN-ID NOT = SPACES
               IF WS-MGMT-RUN-ID NOT = SPACES
                       AND WS-MGMT-RUN-ID > RS-PENDING-RUN-ID
                   IF WS-PEND-COUNT < 5000
                       ADD 1 TO WS-PEND-COUNT
                       MOVE RS-KEY TO WP-KEY(WS-PEND-COUNT)
                       MOVE RS-PENDING-RUN-ID
                           TO WP-RUN-ID(WS-PEND-COUNT)
                       MOVE RS-PENDING-REFERENCE
                           TO WP-REFERENCE(WS-PEND-COUNT)
                       MOVE RS-AMOUNT TO WP-AMOUNT(WS-PEND-COUNT)
                       MOVE 'N' TO WP-POSTED-SW(WS-PEND-COUNT)
                       MOVE ZERO TO WP-REJECT-CODE(WS-PEND-COUNT)
                       MOVE SPACE TO WP-SUSPEND-FLAG(WS-PEND-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE SPACES TO WS-DET-CUST-NAME
                   MOVE RS-PENDING-REFERENCE TO WS-REFERENCE
                   MOVE 'AWAITING CUSTMGMT RUN' TO WS-DET-RESULT
                   PERFORM 2900-WRITE-REGISTER-LINE
               END-IF
           END-IF

           READ SCHEDULE-FILE NEXT RECORD
               AT END SET SCHD-FILE-EOF TO TRUE
           END-READ.

       3100-MATCH-HISTORY.
      * Each CCHG posting settles at most one pending schedule with
      * the same customer, reference and amount
           IF HIST-TRAN-CODE = 'CCHG'
               MOVE 'N' TO WS-MATCH-SW
               MOVE ZERO TO WS-PEND-SUB
               PERFORM 3110-MATCH-ONE-POSTING
                   UNTIL WS-PEND-SUB >= WS-PEND-COUNT
                       OR WS-MATCH-FOUND
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       3110-MATCH-ONE-POSTING.
           ADD 1 TO WS-PEND-SUB
           IF WP-CUST-ID(WS-PEND-SUB) = HIST-CUST-ID
                   AND WP-REFERENCE(WS-PEND-SUB) = HIST-REFERENCE
                   AND WP-AMOUNT(WS-PEND-SUB) = HIST-AMOUNT
                   AND NOT WP-POSTED(WS-PEND-SUB)
               MOVE 'Y' TO WP-POSTED-SW(WS-PEND-SUB)
               MOVE 'Y' TO WS-MATCH-SW
           END-IF.

       3200-MATCH-REJECT.
           IF REJ-TRAN-CODE = 'CCHG'
               MOVE SPACES TO WS-REJ-AMOUNT-X
               MOVE SPACES TO WS-REJ-REFERENCE
               UNSTRING REJ-TRAN-DATA DELIMITED BY '|' INTO
                   WS-REJ-AMOUNT-X
                   WS-REJ-REFERENCE
               END-UNSTRING
               MOVE 'N' TO WS-MATCH-SW
               MOVE ZERO TO WS-PEND-SUB
               PERFORM 3210-MATCH-ONE-REJECT
                   UNTIL WS-PEND-SUB >= WS-PEND-COUNT
                       OR WS-MATCH-FOUND
           END-IF

           READ REJECT-FILE
               AT END SET REJ-FILE-EOF TO TRUE
           END-READ.

       3210-MATCH-ONE-REJECT.
           ADD 1 TO WS-PEND-SUB
           IF WP-CUST-ID(WS-PEND-SUB) = REJ-TRAN-CUST-ID
                   AND WP-REFERENCE(WS-PEND-SUB) = WS-REJ-REFERENCE
                   AND NOT WP-POSTED(WS-PEND-SUB)
                   AND WP-REJECT-CODE(WS-PEND-SUB) = ZERO
               MOVE REJ-ERROR-CODE TO WP-REJECT-CODE(WS-PEND-SUB)
               MOVE REJ-SUSPEND-FLAG TO WP-SUSPEND-FLAG(WS-PEND-SUB)
               MOVE 'Y' TO WS-MATCH-SW
           END-IF.

       3300-SETTLE-ONE-SCHEDULE.
           ADD 1 TO WS-PEND-SUB
           MOVE WP-KEY(WS-PEND-SUB) TO RS-KEY
           READ SCHEDULE-FILE
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   DISPLAY 'CUSTRBIL WARNING: SCHEDULE NOT ON FILE: '
                       WP-KEY(WS-PEND-SUB)
               NOT INVALID KEY
      * The stamp must still be the one matched - anything else
      * was changed on the file since this run loaded it
                   IF RS-PENDING-RUN-ID = WP-RUN-ID(WS-PEND-SUB)
                       PERFORM 3310-SETTLE-SCHEDULE
                   END-IF
           END-READ.

       3310-SETTLE-SCHEDULE.
           MOVE RS-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
           END-READ
           MOVE CUST-NAME TO WS-DET-CUST-NAME
           MOVE RS-PENDING-REFERENCE TO WS-REFERENCE

           EVALUATE TRUE
               WHEN WP-POSTED(WS-PEND-SUB)
                   ADD 1 TO WS-CONFIRMED-COUNT
                   ADD RS-AMOUNT TO WS-BILLED-TOTAL
                   MOVE RS-PENDING-DATE TO RS-LAST-BILLED-DATE
                   PERFORM 3400-ADVANCE-NEXT-BILL
                   MOVE 'POSTED' TO WS-DET-RESULT
               WHEN WP-REJECT-CODE(WS-PEND-SUB) NOT = ZERO
      * The reject is resubmitted by CUSTMGMT's own cycle - the
      * period is billed and must not be generated again
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD RS-AMOUNT TO WS-REJECTED-TOTAL
                   MOVE RS-PENDING-DATE TO RS-LAST-BILLED-DATE
                   PERFORM 3400-ADVANCE-NEXT-BILL
                   MOVE 'REJECTED - SEE EXCEPTIONS' TO WS-DET-RESULT
               WHEN WS-REJ-FILE-OPEN
      * On neither file - the charge never reached posting and is
      * released to bill again on the next generate run
                   ADD 1 TO WS-NOT-POSTED-COUNT
                   MOVE 'NOT POSTED - BILLS NEXT RUN' TO WS-DET-RESULT
               WHEN OTHER
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE 'UNCONFIRMED - NO REJECT FILE'
                       TO WS-DET-RESULT
           END-EVALUATE

           IF WS-DET-RESULT NOT = 'UNCONFIRMED - NO REJECT FILE'
               MOVE SPACES TO RS-PENDING-RUN-ID
               MOVE SPACES TO RS-PENDING-DATE
               MOVE SPACES TO RS-PENDING-REFERENCE
               REWRITE SCHEDULE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-FAIL-COUNT
                       MOVE 'SCHEDULE REWRITE FAILED'
                           TO WS-DET-RESULT
               END-REWRITE
           END-IF

           IF WS-DET-RESULT = 'POSTED'
                   AND RS-END-DATE NOT = SPACES
                   AND RS-NEXT-BILL-DATE > RS-END-DATE
               MOVE 'POSTED - SCHEDULE COMPLETE' TO WS-DET-RESULT
           END-IF
           PERFORM 2900-WRITE-REGISTER-LINE

           IF WS-DET-RESULT = 'REJECTED - SEE EXCEPTIONS'
               PERFORM 3500-WRITE-REJECT-EXCEPTION
           END-IF
           IF WS-DET-RESULT = 'NOT POSTED - BILLS NEXT RUN'
               MOVE SPACES TO WS-EXC-CODE
               MOVE 'CHARGE NOT ON ACTHIST OR REJFILE'
                   TO WS-EXC-MESSAGE
               MOVE 'REBILLED' TO WS-EXC-CYCLE
               PERFORM 2950-WRITE-SCHEDULE-EXCEPTION
           END-IF.

       3400-ADVANCE-NEXT-BILL.
      * One period on from the date billed, on the start date's day
      * of the month or the last day of a shorter month
           EVALUATE TRUE
               WHEN RS-FREQ-QUARTERLY
                   MOVE 3 TO WS-FREQ-MONTHS
               WHEN RS-FREQ-ANNUAL
                   MOVE 12 TO WS-FREQ-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-FREQ-MONTHS
           END-EVALUATE

           MOVE RS-PENDING-DATE TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           IF WS-DATE-VALID
               COMPUTE WS-ADV-MONTH = WS-ED-MONTH + WS-FREQ-MONTHS
               IF WS-ADV-MONTH > 12
                   SUBTRACT 12 FROM WS-ADV-MONTH
                   ADD 1 TO WS-ED-YEAR
               END-IF
               MOVE WS-ADV-MONTH TO WS-ED-MONTH
               PERFORM 8010-SET-DAYS-IN-MONTH
               IF RS-START-DATE(9:2) IS NUMERIC
                   MOVE RS-START-DATE(9:2) TO WS-ANCHOR-DAY
               ELSE
                   MOVE WS-ED-DAY TO WS-ANCHOR-DAY
               END-IF
               IF WS-ANCHOR-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-ED-DAY
               ELSE
                   MOVE WS-ANCHOR-DAY TO WS-ED-DAY
               END-IF
               MOVE WS-EDIT-DATE TO RS-NEXT-BILL-DATE
           END-IF.

       3500-WRITE-REJECT-EXCEPTION.
           MOVE WP-REJECT-CODE(WS-PEND-SUB) TO WS-EXC-CODE
           EVALUATE WP-REJECT-CODE(WS-PEND-SUB)
               WHEN WS-ERR-CD-CREDIT-EXCEEDED
                   MOVE WS-ERR-MSG-CREDIT-EXCEEDED TO WS-EXC-MESSAGE
               WHEN WS-ERR-CD-CREDIT-HOLD
                   MOVE WS-ERR-MSG-CREDIT-HOLD TO WS-EXC-MESSAGE
               WHEN WS-ERR-CD-GROUP-LIMIT
                   MOVE WS-ERR-MSG-GROUP-LIMIT TO WS-EXC-MESSAGE
               WHEN WS-ERR-CD-CUST-NOT-FOUND
                   MOVE WS-ERR-MSG-CUST-NOT-FOUND TO WS-EXC-MESSAGE
               WHEN OTHER
                   MOVE 'CHARGE REJECTED BY CUSTMGMT'
                       TO WS-EXC-MESSAGE
           END-EVALUATE
      * A suspended reject has used up its resubmission cycles and
      * will not come back by itself
           IF WP-SUSPEND-FLAG(WS-PEND-SUB) = 'S'
               MOVE 'SUSPENDED' TO WS-EXC-CYCLE
           ELSE
               MOVE 'RESUBMITS' TO WS-EXC-CYCLE
           END-IF
           PERFORM 2950-WRITE-SCHEDULE-EXCEPTION.

       8000-VALIDATE-EDIT-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-ED-YEAR IS NUMERIC
                   AND WS-ED-MONTH IS NUMERIC
                   AND WS-ED-DAY IS NUMERIC
                   AND WS-EDIT-DATE(5:1) = '-'
                   AND WS-EDIT-DATE(8:1) = '-'
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

           MOVE 'SCHEDULES READ:' TO WS-CNT-LABEL
           MOVE WS-SCHED-READ-COUNT TO WS-CNT-VALUE
           PERFORM 4100-WRITE-COUNT-LINE
           IF RBIL-MODE-GENERATE
               MOVE 'CCHG CHARGES GENERATED:' TO WS-CNT-LABEL
               MOVE WS-GENERATED-COUNT TO WS-CNT-VALUE
               PERFORM 4100-WRITE-COUNT-LINE
               MOVE 'NOT YET DUE:' TO WS-CNT-LABEL
               MOVE WS-NOT-DUE-COUNT TO WS-CNT-VALUE
               PERFORM 4100-WRITE-COUNT-LINE
               MOVE 'SCHEDULE ENDED:' TO WS-CNT-LABEL
               MOVE WS-ENDED-COUNT TO WS-CNT-VALUE
               PERFORM 4100-WRITE-COUNT-LINE
               MOVE 'SKIPPED - INACTIVE CUSTOMER:' TO WS-CNT-LABEL
               MOVE WS-INACTIVE-COUNT TO WS-CNT-VALUE
               PERFORM 4100-WRITE-COUNT-LINE
               MOVE 'SUPERSEDED UNPOSTED CHARGES:' TO WS-CNT-LABEL
               MOVE WS-SUPERSEDED-COUNT TO WS-CNT-VALUE
               PERFORM 4100-WRITE-COUNT-LINE
               MOVE 'INVALID OR NO CUSTOMER:' TO WS-CNT-LABEL
               MOVE WS-INVALID-COUNT TO WS-CNT-VALUE
               PERFORM 4100-WRITE-COUNT-LINE
               MOVE 'TOTAL BILLED:' TO WS-AMT-LABEL
           ELSE
               MOVE 'CHARGES POSTED:' TO WS-CNT-LABEL
               MOVE WS-CONFIRMED-COUNT TO WS-CNT-VALUE
               PERFORM 4100-WRITE-COUNT-LINE
               MOVE 'CHARGES REJECTED:' TO WS-CNT-LABEL
               MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE
               PERFORM 4100-WRITE-COUNT-LINE
               MOVE 'NOT POSTED - RELEASED:' TO WS-CNT-LABEL
               MOVE WS-NOT-POSTED-COUNT TO WS-CNT-VALUE
               PERFORM 4100-WRITE-COUNT-LINE
               MOVE 'TOTAL POSTED:' TO WS-AMT-LABEL
           END-IF
           MOVE 'AWAITING CONFIRMATION:' TO WS-CNT-LABEL
           MOVE WS-AWAITING-COUNT TO WS-CNT-VALUE
           PERFORM 4100-WRITE-COUNT-LINE
           MOVE WS-BILLED-TOTAL TO WS-AMT-TOTAL
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF RBIL-MODE-CONFIRM
               MOVE 'TOTAL REJECTED:' TO WS-AMT-LABEL
               MOVE WS-REJECTED-TOTAL TO WS-AMT-TOTAL
               MOVE WS-AMOUNT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-CKSUM-OVERFLOWED
               DISPLAY 'CUSTRBIL WARNING: CONTROL CHECKSUM OVERFLOWED'
           END-IF
           IF RBIL-MODE-CONFIRM AND WS-TABLE-OVERFLOWED
               DISPLAY 'CUSTRBIL WARNING: MORE THAN 5000 PENDING '
                   'SCHEDULES - REMAINDER LEFT FOR THE NEXT RUN'
           END-IF
           DISPLAY 'CUSTRBIL SCHEDULES READ:     ' WS-SCHED-READ-COUNT
           IF RBIL-MODE-GENERATE
               DISPLAY 'CUSTRBIL CHARGES GENERATED:  '
                   WS-GENERATED-COUNT
           ELSE
               DISPLAY 'CUSTRBIL CHARGES POSTED:     '
                   WS-CONFIRMED-COUNT
               DISPLAY 'CUSTRBIL CHARGES REJECTED:   '
                   WS-REJECTED-COUNT
               DISPLAY 'CUSTRBIL NOT POSTED:         '
                   WS-NOT-POSTED-COUNT
           END-IF
           DISPLAY 'CUSTRBIL AWAITING CONFIRM:   ' WS-AWAITING-COUNT

           IF RBIL-MODE-GENERATE
               CLOSE SCHEDULE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE TRAN-OUT-FILE
               CLOSE REGISTER-FILE
               CLOSE EXCEPTION-FILE
           ELSE
               CLOSE SCHEDULE-FILE
               CLOSE CUSTOMER-FILE
               CLOSE HISTORY-FILE
               IF WS-REJ-FILE-OPEN
                   CLOSE REJECT-FILE
               END-IF
               CLOSE REGISTER-FILE
               CLOSE EXCEPTION-FILE
           END-IF

           IF NOT WS-OUTCOME-ABORT
               IF WS-CKSUM-OVERFLOWED
                       OR WS-TABLE-OVERFLOWED
                       OR WS-INVALID-COUNT > ZERO
                       OR WS-AWAITING-COUNT > ZERO
                       OR WS-REJECTED-COUNT > ZERO
                       OR WS-NOT-POSTED-COUNT > ZERO
                       OR WS-REWRITE-FAIL-COUNT > ZERO
                       OR NOT WS-REJ-FILE-OPEN AND RBIL-MODE-CONFIRM
                   MOVE '04' TO WS-RUN-OUTCOME
               END-IF
           END-IF
           PERFORM 9900-WRITE-RUN-CONTROL.

       4100-WRITE-COUNT-LINE.
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
               MOVE 'CUSTRBIL' TO RC-PROGRAM
               MOVE WS-RUN-ID TO RC-RUN-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-RUN-OUTCOME TO RC-OUTCOME
               IF RBIL-MODE-GENERATE
                   MOVE WS-GENERATED-COUNT TO RC-RECORD-COUNT
                   MOVE WS-INVALID-COUNT TO RC-ERROR-COUNT
               ELSE
                   MOVE WS-CONFIRMED-COUNT TO RC-RECORD-COUNT
                   MOVE WS-REJECTED-COUNT TO RC-ERROR-COUNT
               END-IF
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

       END PROGRAM CUSTRBIL.

      * item dated at the period-close cutoff, the same               *
      * balance-forward treatment CUSTLATE applies.                   *
      *                                                               *
      * An account reaching stage 4 is put on credit hold (HOLDFILE,  *
      * reason DUN4) so CUSTMGMT refuses further charges; each hold   *
      * is journaled to JRNFILE under this run's identifier so        *
      * CUSTBKOUT can undo it. A hold collections released less than  *
      * 30 days before the aging date is left released. DUNNWRK       *
      * flags every account on hold.                                  *
      *                                                               *
      * A charge under open dispute on DISPFILE is left out of the    *
      * aging until the dispute is resolved.                          *
      *                                                               *
      * DUNNPARM is a single record: the aging date YYYY-MM-DD.       *
      *                                                               *
      * DATE-WRITTEN: 2026-09-02                                      *
      * DATE-UPDATED: 2026-10-15 - refuses to age against a subledger *
      *               the last CUSTRECN proof found out of balance    *
      *               or abended on                                   *
      * DATE-UPDATED: 2026-10-15 - credit hold (DUN4) on stage-4      *
      *               accounts, journaled as CHLD; hold flag on the   *
      *               worklist and a hold notice on the letter        *
      * DATE-UPDATED: 2026-10-15 - charges under open dispute         *
      *               (DISPFILE) are excluded from the aging buckets  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-CUST-ID
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISP-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  WRK-OVERDUE-AMOUNT      PIC 9(7)V99.
           05  WRK-PHONE               PIC X(15).
           05  WRK-STATUS              PIC X(1).
           05  WRK-HOLD                PIC X(1).
           05  FILLER                  PIC X(38).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-RECORD.
           05  HOLD-CUST-ID            PIC X(10).
           05  HOLD-STATUS             PIC X(1).
               88  HOLD-ACTIVE         VALUE 'H'.
               88  HOLD-RELEASED       VALUE 'R'.
           05  HOLD-SOURCE             PIC X(1).
           05  HOLD-REASON             PIC X(4).
           05  HOLD-PLACED-BY          PIC X(8).
           05  HOLD-PLACED-DATE        PIC X(10).
           05  HOLD-RELEASE-REASON     PIC X(4).
           05  HOLD-RELEASED-BY        PIC X(8).
           05  HOLD-RELEASED-DATE      PIC X(10).
           05  FILLER                  PIC X(24).

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

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
               88  LETTER-FILE-SUCCESS VALUE '00'.
           05  WORK-FILE-STATUS        PIC X(2).
               88  WORK-FILE-SUCCESS   VALUE '00'.
           05  HOLD-FILE-STATUS        PIC X(2).
               88  HOLD-FILE-SUCCESS   VALUE '00'.
           05  DISP-FILE-STATUS        PIC X(2).
               88  DISP-FILE-SUCCESS   VALUE '00'.
           05  JOURNAL-FILE-STATUS     PIC X(2).
               88  JOURNAL-FILE-SUCCESS VALUE '00'.
           05  RUNCTL-FILE-STATUS      PIC X(2).
               88  RUNCTL-FILE-SUCCESS VALUE '00'.
               88  RUNCTL-FILE-EOF     VALUE '10'.

       01  WS-CURRENT-DATE.
           05  WS-CURR-DATE.

      * Graded run outcome for the scheduler: 00 clean / 04 ran
      * with warnings / 16 abort - also written to the shared
      * RUNCTL dataset the downstream jobs gate on, which is first
      * checked so collections never works off an unproved ledger
       01  WS-RUN-CONTROL-AREAS.
           05  WS-RUN-OUTCOME          PIC X(2) VALUE '00'.
               88  WS-OUTCOME-CLEAN    VALUE '00'.
               88  WS-OUTCOME-ABORT    VALUE '16'.
           05  WS-RUN-ID               PIC X(14) VALUE SPACES.
           05  WS-RUN-DATE             PIC X(10) VALUE SPACES.
           05  WS-PRED-OUTCOME         PIC X(2) VALUE SPACES.
           05  WS-GATE-STOP-SW         PIC X(1) VALUE 'N'.
               88  WS-GATE-STOPPED     VALUE 'Y'.

       01  WS-PARM-AREAS.
           05  WS-AGING-DATE           PIC X(10).
           05  WS-HIST-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-HIST-SUB             PIC 9(5) VALUE ZERO.
           05  WS-HIST-SKIPPED         PIC 9(7) VALUE ZERO.
           05  WS-DISPUTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SCANNED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-LETTER-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-WORKLIST-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-WORK-OVERFLOW-SW     PIC X(1) VALUE 'N'.
               88  WS-WORK-OVERFLOWED  VALUE 'Y'.

      * Stage-4 credit holds. A release by collections inside the
      * grace period is their call and is not overridden
       01  WS-HOLD-AREAS.
           05  WS-HOLD-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-HOLD-FILE-OPEN   VALUE 'Y'.
           05  WS-DISP-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-DISP-FILE-OPEN   VALUE 'Y'.
           05  WS-ITEM-DISPUTED-SW     PIC X(1) VALUE 'N'.
               88  WS-ITEM-DISPUTED    VALUE 'Y'.
           05  WS-ACCOUNT-HELD-SW      PIC X(1) VALUE 'N'.
               88  WS-ACCOUNT-HELD     VALUE 'Y'.
           05  WS-RELEASE-GRACE-SW     PIC X(1) VALUE 'N'.
               88  WS-RELEASE-IN-GRACE VALUE 'Y'.
           05  WS-REHOLD-GRACE-DAYS    PIC 9(3) VALUE 30.
           05  WS-DAYS-SINCE-RELEASE   PIC S9(7) VALUE ZERO.
           05  WS-HOLDS-PLACED         PIC 9(5) VALUE ZERO.
           05  WS-HOLDS-EXISTING       PIC 9(5) VALUE ZERO.
           05  WS-HOLDS-DEFERRED       PIC 9(5) VALUE ZERO.
           05  WS-HOLDS-FAILED         PIC 9(5) VALUE ZERO.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-SEQ              PIC 9(7) VALUE ZERO.
           05  WS-JRN-BEFORE-IMAGE     PIC X(212).

       01  WS-BUCKET-AREAS.
           05  WS-BKT-CURRENT          PIC S9(9)V99 VALUE ZERO.
           05  WS-BKT-30               PIC S9(9)V99 VALUE ZERO.
               10  WW-OVERDUE          PIC 9(7)V99.
               10  WW-PHONE            PIC X(15).
               10  WW-STATUS           PIC X(1).
               10  WW-HOLD             PIC X(1).
               10  WW-PICKED-SW        PIC X(1).

       01  WS-SORT-AREAS.
                  WS-CURR-SECOND DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
      * Credit holds placed by this run are journaled under this
      * identifier - it is the one CUSTBKOUT takes to undo them
           DISPLAY 'CUSTDUNN RUN ID: ' WS-RUN-ID
           STRING WS-CURR-YEAR  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

      * Refuse to dun off balances the subledger proof could not
      * agree to ACTHIST - the scheduler sees condition code 16
      * and holds the chain
           PERFORM 9800-CHECK-PREDECESSOR
           IF WS-GATE-STOPPED
               DISPLAY 'CUSTDUNN STOPPED: LAST CUSTRECN RUN ENDED '
                   'WITH OUTCOME ' WS-PRED-OUTCOME
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF

           OPEN INPUT PARAMETER-FILE
           IF NOT PARM-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PARAMETER FILE: '
              GOBACK
           END-IF

      * With no hold dataset allocated the run still ages and dunns
      * but can hold nothing, and ends with a warning
           OPEN I-O HOLD-FILE
           IF HOLD-FILE-SUCCESS
              MOVE 'Y' TO WS-HOLD-OPEN-SW
           ELSE
              IF HOLD-FILE-STATUS NOT = '35'
                  DISPLAY 'ERROR OPENING CREDIT HOLD FILE: '
                      HOLD-FILE-STATUS
                  CLOSE HISTORY-FILE
                  CLOSE CUSTOMER-FILE
                  CLOSE LETTER-FILE
                  CLOSE WORKLIST-FILE
                  PERFORM 9990-ABORT-RUN
                  GOBACK
              END-IF
              DISPLAY 'WARNING - NO CREDIT HOLD FILE, STAGE 4 '
                  'ACCOUNTS WILL NOT BE HELD'
           END-IF

      * Journal images append to the same dataset CUSTMGMT feeds -
      * extend, never truncate
           OPEN EXTEND JOURNAL-FILE
           IF NOT JOURNAL-FILE-SUCCESS
              DISPLAY 'ERROR OPENING JOURNAL FILE: '
                  JOURNAL-FILE-STATUS
              CLOSE HISTORY-FILE
              CLOSE CUSTOMER-FILE
              CLOSE LETTER-FILE
              CLOSE WORKLIST-FILE
              IF WS-HOLD-FILE-OPEN
                  CLOSE HOLD-FILE
              END-IF
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * No dispute dataset means nothing is in dispute; one that
      * cannot be read would dun customers for disputed charges
           OPEN INPUT DISPUTE-FILE
           IF DISP-FILE-SUCCESS
              MOVE 'Y' TO WS-DISP-OPEN-SW
           ELSE
              IF DISP-FILE-STATUS NOT = '35'
                  DISPLAY 'ERROR OPENING DISPUTE FILE: '
                      DISP-FILE-STATUS
                  CLOSE HISTORY-FILE
                  CLOSE CUSTOMER-FILE
                  CLOSE LETTER-FILE
                  CLOSE WORKLIST-FILE
                  CLOSE JOURNAL-FILE
                  IF WS-HOLD-FILE-OPEN
                      CLOSE HOLD-FILE
                  END-IF
                  PERFORM 9990-ABORT-RUN
                  GOBACK
              END-IF
           END-IF

           READ HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ
           IF HIST-POST-DATE > WS-AGING-DATE
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

               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1210-CHECK-DISPUTED.
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

       2000-PROCESS-CUSTOMER.
           ADD 1 TO WS-SCANNED-COUNT


           IF WS-OVERDUE-TOTAL > ZERO
               PERFORM 2200-SET-DUNNING-STAGE
               PERFORM 2250-APPLY-CREDIT-HOLD
               PERFORM 2300-NOTE-WORKLIST-ENTRY
               IF CUST-STATUS-ACTIVE
                   PERFORM 2400-PRINT-LETTER
                   MOVE 1 TO WS-STAGE
           END-EVALUATE.

       2250-APPLY-CREDIT-HOLD.
      * Every overdue account's hold state goes on the worklist; a
      * stage-4 account not already held is put on hold
           MOVE 'N' TO WS-ACCOUNT-HELD-SW
           IF WS-HOLD-FILE-OPEN
               MOVE CUST-ID TO HOLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       IF WS-STAGE = 4
                           PERFORM 2260-WRITE-NEW-HOLD
                       END-IF
                   NOT INVALID KEY
                       PERFORM 2255-REVIEW-HOLD-ENTRY
               END-READ
           END-IF.

       2255-REVIEW-HOLD-ENTRY.
           EVALUATE TRUE
               WHEN HOLD-ACTIVE
                   MOVE 'Y' TO WS-ACCOUNT-HELD-SW
                   IF WS-STAGE = 4
                       ADD 1 TO WS-HOLDS-EXISTING
                   END-IF
               WHEN WS-STAGE NOT = 4
                   CONTINUE
               WHEN OTHER
                   PERFORM 2257-CHECK-RELEASE-GRACE
                   IF WS-RELEASE-IN-GRACE
                       ADD 1 TO WS-HOLDS-DEFERRED
                   ELSE
                       PERFORM 2265-RENEW-RELEASED-HOLD
                   END-IF
           END-EVALUATE.

       2257-CHECK-RELEASE-GRACE.
      * An undatable release cannot be in grace - the hold goes on
           MOVE 'N' TO WS-RELEASE-GRACE-SW
           MOVE HOLD-RELEASED-DATE TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           IF WS-DATE-VALID
               COMPUTE WS-DAYS-SINCE-RELEASE = WS-AGING-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)
               IF WS-DAYS-SINCE-RELEASE < WS-REHOLD-GRACE-DAYS
                   MOVE 'Y' TO WS-RELEASE-GRACE-SW
               END-IF
           END-IF.

       2260-WRITE-NEW-HOLD.
      * First hold for the account - a blank before-image tells
      * CUSTBKOUT to remove the entry
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO HOLD-RECORD
           MOVE CUST-ID TO HOLD-CUST-ID
           PERFORM 2270-SET-HOLD-FIELDS
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-HOLDS-FAILED
               NOT INVALID KEY
                   PERFORM 2280-COMPLETE-HOLD
           END-WRITE.

       2265-RENEW-RELEASED-HOLD.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE HOLD-RECORD TO WS-JRN-BEFORE-IMAGE
           PERFORM 2270-SET-HOLD-FIELDS
           REWRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-HOLDS-FAILED
               NOT INVALID KEY
                   PERFORM 2280-COMPLETE-HOLD
           END-REWRITE.

       2270-SET-HOLD-FIELDS.
           MOVE 'H' TO HOLD-STATUS
           MOVE 'D' TO HOLD-SOURCE
           MOVE 'DUN4' TO HOLD-REASON
           MOVE 'CUSTDUNN' TO HOLD-PLACED-BY
           MOVE WS-RUN-DATE TO HOLD-PLACED-DATE
           MOVE SPACES TO HOLD-RELEASE-REASON
           MOVE SPACES TO HOLD-RELEASED-BY
           MOVE SPACES TO HOLD-RELEASED-DATE.

       2280-COMPLETE-HOLD.
      * Same CHLD journal entry a CUSTMGMT hold writes, so CUSTBKOUT
      * and CUSTDLTA treat both alike
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE WS-JRN-SEQ TO JRN-SEQ
           MOVE 'CHLD' TO JRN-ACTION
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE HOLD-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-HOLDS-PLACED
           MOVE 'Y' TO WS-ACCOUNT-HELD-SW.

       2300-NOTE-WORKLIST-ENTRY.
           IF WS-WORKLIST-COUNT < 5000
               ADD 1 TO WS-WORKLIST-COUNT
               END-IF
               MOVE CUST-PHONE TO WW-PHONE(WS-WORKLIST-COUNT)
               MOVE CUST-STATUS TO WW-STATUS(WS-WORKLIST-COUNT)
               MOVE WS-ACCOUNT-HELD-SW TO WW-HOLD(WS-WORKLIST-COUNT)
               MOVE 'N' TO WW-PICKED-SW(WS-WORKLIST-COUNT)
           ELSE
               MOVE 'Y' TO WS-WORK-OVERFLOW-SW
                   MOVE 'GOES TO CREDIT REVIEW.'
                       TO WS-LT-TEXT
                   PERFORM 2460-WRITE-TEXT-LINE
           END-EVALUATE

           IF WS-ACCOUNT-HELD
               MOVE 'YOUR ACCOUNT IS ON CREDIT HOLD: NO FURTHER'
                   TO WS-LT-TEXT
               PERFORM 2460-WRITE-TEXT-LINE
               MOVE 'CHARGES WILL BE ACCEPTED UNTIL IT IS BROUGHT'
                   TO WS-LT-TEXT
               PERFORM 2460-WRITE-TEXT-LINE
               MOVE 'UP TO DATE.'
                   TO WS-LT-TEXT
               PERFORM 2460-WRITE-TEXT-LINE
           END-IF.

       2460-WRITE-TEXT-LINE.
           MOVE WS-LETTER-TEXT-LINE TO LETTER-RECORD
               MOVE WW-OVERDUE(WS-BEST-SUB) TO WRK-OVERDUE-AMOUNT
               MOVE WW-PHONE(WS-BEST-SUB) TO WRK-PHONE
               MOVE WW-STATUS(WS-BEST-SUB) TO WRK-STATUS
               MOVE WW-HOLD(WS-BEST-SUB) TO WRK-HOLD
               WRITE WORKLIST-RECORD
           END-IF.

               WS-HELD-INACTIVE-COUNT
           DISPLAY 'CUSTDUNN UNUSABLE RECORDS:   ' WS-BAD-RECORD-COUNT
           DISPLAY 'CUSTDUNN UNDATABLE CHARGES:  ' WS-BAD-DATE-COUNT
           DISPLAY 'CUSTDUNN DISPUTED CHARGES:   ' WS-DISPUTED-COUNT
           DISPLAY 'CUSTDUNN HOLDS PLACED:       ' WS-HOLDS-PLACED
           DISPLAY 'CUSTDUNN ALREADY ON HOLD:    ' WS-HOLDS-EXISTING
           DISPLAY 'CUSTDUNN RECENTLY RELEASED:  ' WS-HOLDS-DEFERRED
           DISPLAY 'CUSTDUNN HOLDS FAILED:       ' WS-HOLDS-FAILED

           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LETTER-FILE
           CLOSE WORKLIST-FILE
           CLOSE JOURNAL-FILE
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-DISP-FILE-OPEN
               CLOSE DISPUTE-FILE
           END-IF

           IF WS-HIST-OVERFLOWED OR WS-WORK-OVERFLOWED
                   OR WS-BAD-RECORD-COUNT > ZERO
                   OR WS-BAD-DATE-COUNT > ZERO
                   OR WS-HOLDS-FAILED > ZERO
                   OR NOT WS-HOLD-FILE-OPEN
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           PERFORM 9900-WRITE-RUN-CONTROL.

       9800-CHECK-PREDECESSOR.
      * The last CUSTRECN outcome on the shared control dataset
      * decides whether this run may age; a missing dataset means
      * the control convention is not live yet - proceed
           MOVE SPACES TO WS-PRED-OUTCOME
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNCTL-FILE-SUCCESS
               IF RUNCTL-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - RUN CONTROL FILE NOT READ, '
                       'STATUS: ' RUNCTL-FILE-STATUS
               END-IF
           ELSE
               READ RUN-CONTROL-FILE
                   AT END SET RUNCTL-FILE-EOF TO TRUE
               END-READ
               PERFORM 9810-SCAN-ONE-RUNCTL UNTIL RUNCTL-FILE-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF

           IF WS-PRED-OUTCOME = '08' OR WS-PRED-OUTCOME = '16'
               MOVE 'Y' TO WS-GATE-STOP-SW
           END-IF.

       9810-SCAN-ONE-RUNCTL.
           IF RC-PROGRAM = 'CUSTRECN'
               MOVE RC-OUTCOME TO WS-PRED-OUTCOME
           END-IF
           READ RUN-CONTROL-FILE
               AT END SET RUNCTL-FILE-EOF TO TRUE
           END-READ.

       9900-WRITE-RUN-CONTROL.
      * One outcome record per execution on the shared control
      * dataset - a failure here must never stop the run from

      * assessment register prints every fee with its supporting      *
      * overdue amount.                                               *
      *                                                               *
      * A charge under open dispute on DISPFILE is left out of the    *
      * open items until the dispute is resolved.                     *
      *                                                               *
      * LATEPARM is a single fixed-layout record:                     *
      *   MODE       P = preview (register only) / A = apply          *
      *   ASOF-DATE  assessment date YYYY-MM-DD                       *
      * DATE-WRITTEN: 2026-09-02                                      *
      * DATE-UPDATED: 2026-09-02 - graded condition code and RUNCTL   *
      *               run-control record for downstream gating        *
      * DATE-UPDATED: 2026-10-15 - charges under open dispute         *
      *               (DISPFILE) are excluded from the overdue base   *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISP-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO LATEPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
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
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
               88  HIST-FILE-EOF       VALUE '10'.
           05  DISP-FILE-STATUS        PIC X(2).
               88  DISP-FILE-SUCCESS   VALUE '00'.
           05  PARM-FILE-STATUS        PIC X(2).
               88  PARM-FILE-SUCCESS   VALUE '00'.
           05  JOURNAL-FILE-STATUS     PIC X(2).
           05  WS-HIST-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-HIST-SUB             PIC 9(5) VALUE ZERO.
           05  WS-HIST-SKIPPED         PIC 9(7) VALUE ZERO.
           05  WS-DISPUTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SCANNED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-ASSESSED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BAD-RECORD-COUNT     PIC 9(7) VALUE ZERO.
               88  WS-HIST-OVERFLOWED  VALUE 'Y'.
           05  WS-ABORT-SW             PIC X(1) VALUE 'N'.
               88  WS-RUN-ABORTED      VALUE 'Y'.
           05  WS-DISP-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-DISP-FILE-OPEN   VALUE 'Y'.
           05  WS-ITEM-DISPUTED-SW     PIC X(1) VALUE 'N'.
               88  WS-ITEM-DISPUTED    VALUE 'Y'.

      * Any YYYY-MM-DD date is edited here before it may reach
      * INTEGER-OF-DATE - pre-edit garbage is still on ACTHIST
           PERFORM 1100-EDIT-PARAMETERS
           CLOSE PARAMETER-FILE

      * No dispute dataset means nothing is in dispute; one that
      * cannot be read would put disputed charges under a fee
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
              DISPLAY 'ERROR OPENING ASSESSMENT REPORT FILE: '
                  REPORT-FILE-STATUS
              CLOSE HISTORY-FILE
              PERFORM 1290-CLOSE-DISPUTE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF
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

               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1210-CHECK-DISPUTED.
      * A charge under open dispute is neither payable nor overdue
      * until the dispute is resolved, so it is kept out of the
      * open items; payments still pool against everything else
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

       1500-OPEN-UPDATE-FILES.
           OPEN I-O CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
           DISPLAY 'CUSTLATE CUSTOMERS ASSESSED: ' WS-ASSESSED-COUNT
           DISPLAY 'CUSTLATE POSTINGS LOADED:    ' WS-HIST-COUNT
           DISPLAY 'CUSTLATE POSTINGS AFTER DATE:' WS-HIST-SKIPPED
           DISPLAY 'CUSTLATE DISPUTED CHARGES:   ' WS-DISPUTED-COUNT
           DISPLAY 'CUSTLATE UNUSABLE RECORDS:   ' WS-BAD-RECORD-COUNT
           DISPLAY 'CUSTLATE UNDATABLE CHARGES:  ' WS-BAD-DATE-COUNT

               END-IF
           END-IF
           CLOSE LATE-REPORT-FILE
           PERFORM 1290-CLOSE-DISPUTE-FILE

           EVALUATE TRUE
               WHEN WS-RUN-ABORTED

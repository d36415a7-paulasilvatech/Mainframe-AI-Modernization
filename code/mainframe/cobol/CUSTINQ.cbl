      * DATE-WRITTEN: 2023-10-05                                      *
      * DATE-UPDATED: 2026-09-02 - report the CNTCFILE billing        *
      *               address when one exists for the customer        *
      * DATE-UPDATED: 2026-10-15 - report an active HOLDFILE credit   *
      *               hold with its reason, authorizer and date       *
      *               (CUSTOUT record lengthened to 283)              *
      * DATE-UPDATED: 2026-10-15 - report a customer CUSTPURG has     *
      *               removed from the PURGARCH archive, status       *
      *               PURGED with the purge date (CUSTOUT record      *
      *               lengthened to 295)                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CNT-KEY
               FILE STATUS IS CNTC-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-CUST-ID
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT PURGE-ARCHIVE-FILE ASSIGN TO PURGARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS ARCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
       FD  INQUIRY-OUTPUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS.
       01  OUTPUT-RECORD               PIC X(295).

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           05  CNT-EMAIL               PIC X(30).
           05  FILLER                  PIC X(12).

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

       FD  PURGE-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 260 CHARACTERS.
       01  PURGE-ARCHIVE-RECORD.
           05  PRG-KEY.
               10  PRG-CUST-ID         PIC X(10).
               10  PRG-ENTRY-TYPE      PIC X(1).
               10  PRG-CNT-TYPE        PIC X(1).
               10  PRG-CNT-SEQ         PIC 9(2).
           05  PRG-PURGE-DATE          PIC X(10).
           05  PRG-RUN-ID              PIC X(14).
           05  PRG-IMAGE               PIC X(212).
           05  PRG-CONTACT-IMAGE REDEFINES PRG-IMAGE.
               10  FILLER              PIC X(63).
               10  PRG-CNT-ADDRESS     PIC X(70).
               10  FILLER              PIC X(79).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  CUST-FILE-STATUS        PIC X(2).
               88  OUTPUT-FILE-SUCCESS VALUE '00'.
           05  CNTC-FILE-STATUS        PIC X(2).
               88  CNTC-FILE-SUCCESS   VALUE '00'.
           05  HOLD-FILE-STATUS        PIC X(2).
               88  HOLD-FILE-SUCCESS   VALUE '00'.
           05  ARCH-FILE-STATUS        PIC X(2).
               88  ARCH-FILE-SUCCESS   VALUE '00'.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-FOUND-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-NOT-FOUND-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-PURGED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-CNTC-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-CNTC-FILE-OPEN   VALUE 'Y'.
           05  WS-HOLD-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-HOLD-FILE-OPEN   VALUE 'Y'.
           05  WS-ARCH-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-ARCH-FILE-OPEN   VALUE 'Y'.
           05  WS-PURGED-SW            PIC X(1) VALUE 'N'.
               88  WS-CUST-PURGED      VALUE 'Y'.
           05  WS-PURGE-DATE           PIC X(10) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID          PIC X(10).
           05  WS-DET-TERMS-DAYS       PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-DISCOUNT-PCT     PIC Z9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-HOLD-FLAG        PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-HOLD-REASON      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-HOLD-BY          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-HOLD-DATE        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-PURGE-DATE       PIC X(10).

       01  WS-NOT-FOUND-LINE.
           05  WS-NF-CUST-ID           PIC X(10).
               END-IF
           END-IF

      * Likewise the credit hold dataset - no dataset, no holds
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-SUCCESS
               MOVE 'Y' TO WS-HOLD-OPEN-SW
           ELSE
               IF HOLD-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - CREDIT HOLD FILE NOT OPENED, '
                       'STATUS: ' HOLD-FILE-STATUS
               END-IF
           END-IF

      * And the purged-customer archive - no dataset, nothing purged
           OPEN INPUT PURGE-ARCHIVE-FILE
           IF ARCH-FILE-SUCCESS
               MOVE 'Y' TO WS-ARCH-OPEN-SW
           ELSE
               IF ARCH-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - PURGE ARCHIVE FILE NOT OPENED, '
                       'STATUS: ' ARCH-FILE-STATUS
               END-IF
           END-IF

           READ INQUIRY-REQUEST-FILE
               AT END SET REQUEST-FILE-EOF TO TRUE
           END-READ.
       2000-PROCESS-REQUESTS.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE REQ-CUST-ID TO CUST-ID
           MOVE 'N' TO WS-PURGED-SW

           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM 2200-CHECK-PURGE-ARCHIVE
               NOT INVALID KEY
                   ADD 1 TO WS-FOUND-COUNT
                   PERFORM 2100-WRITE-CUSTOMER-LINE
           MOVE CUST-PHONE TO WS-DET-CUST-PHONE
           MOVE CUST-EMAIL TO WS-DET-CUST-EMAIL
           MOVE CUST-TYPE TO WS-DET-CUST-TYPE
           MOVE SPACES TO WS-DET-PURGE-DATE
           IF WS-CUST-PURGED
               MOVE 'PURGED' TO WS-DET-CUST-STATUS
               MOVE WS-PURGE-DATE TO WS-DET-PURGE-DATE
           ELSE
               IF CUST-STATUS-ACTIVE
                   MOVE 'ACTIVE' TO WS-DET-CUST-STATUS
               ELSE
                   MOVE 'INACTIVE' TO WS-DET-CUST-STATUS
               END-IF
           END-IF
           MOVE CUST-CREDIT-LIMIT TO WS-DET-CREDIT-LIMIT
           MOVE CUST-CURRENT-BALANCE TO WS-DET-CURRENT-BALANCE
           MOVE CUST-LAST-ACTIVITY-DATE TO WS-DET-LAST-ACTIVITY
           MOVE CUST-PAYMENT-TERMS-DAYS TO WS-DET-TERMS-DAYS
           MOVE CUST-DISCOUNT-PERCENT TO WS-DET-DISCOUNT-PCT
           PERFORM 2160-GET-CREDIT-HOLD
           MOVE WS-DETAIL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       2150-GET-BILLING-ADDRESS.
      * The billing entry, when one exists, is the address of
      * record for the account; a purged customer's went to the
      * archive with it
           IF WS-CUST-PURGED
               MOVE CUST-ID TO PRG-CUST-ID
               MOVE 'K' TO PRG-ENTRY-TYPE
               MOVE 'B' TO PRG-CNT-TYPE
               MOVE 01 TO PRG-CNT-SEQ
               READ PURGE-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRG-CNT-ADDRESS TO WS-DET-CUST-ADDRESS
               END-READ
           ELSE
               PERFORM 2155-GET-CONTACT-BILLING
           END-IF.

       2155-GET-CONTACT-BILLING.
           IF WS-CNTC-FILE-OPEN
               MOVE CUST-ID TO CNT-CUST-ID
               MOVE 'B' TO CNT-TYPE
               END-READ
           END-IF.

       2160-GET-CREDIT-HOLD.
      * Only a hold still in force is shown - a released entry
      * stops nothing
           MOVE SPACES TO WS-DET-HOLD-FLAG
           MOVE SPACES TO WS-DET-HOLD-REASON
           MOVE SPACES TO WS-DET-HOLD-BY
           MOVE SPACES TO WS-DET-HOLD-DATE
           IF WS-HOLD-FILE-OPEN
               MOVE CUST-ID TO HOLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-ACTIVE
                           MOVE 'HOLD' TO WS-DET-HOLD-FLAG
                           MOVE HOLD-REASON TO WS-DET-HOLD-REASON
                           MOVE HOLD-PLACED-BY TO WS-DET-HOLD-BY
                           MOVE HOLD-PLACED-DATE TO WS-DET-HOLD-DATE
                       END-IF
               END-READ
           END-IF.

       2200-CHECK-PURGE-ARCHIVE.
      * A customer gone from CUSTFILE may have been purged - report
      * the image it was archived with rather than not found
           IF WS-ARCH-FILE-OPEN
               MOVE REQ-CUST-ID TO PRG-CUST-ID
               MOVE 'C' TO PRG-ENTRY-TYPE
               MOVE SPACE TO PRG-CNT-TYPE
               MOVE ZERO TO PRG-CNT-SEQ
               READ PURGE-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PURGED-SW
               END-READ
           END-IF

           IF WS-CUST-PURGED
               ADD 1 TO WS-PURGED-COUNT
               MOVE PRG-PURGE-DATE TO WS-PURGE-DATE
               MOVE PRG-IMAGE TO CUSTOMER-RECORD
               PERFORM 2100-WRITE-CUSTOMER-LINE
           ELSE
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE REQ-CUST-ID TO WS-NF-CUST-ID
               MOVE WS-NOT-FOUND-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF.

       3000-TERMINATE.
           DISPLAY 'CUSTINQ REQUESTS PROCESSED: ' WS-REQUEST-COUNT
           DISPLAY 'CUSTINQ CUSTOMERS FOUND:    ' WS-FOUND-COUNT
           DISPLAY 'CUSTINQ CUSTOMERS PURGED:   ' WS-PURGED-COUNT
           DISPLAY 'CUSTINQ CUSTOMERS NOT FOUND:' WS-NOT-FOUND-COUNT

           CLOSE INQUIRY-REQUEST-FILE
           CLOSE INQUIRY-OUTPUT-FILE
           IF WS-CNTC-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-ARCH-FILE-OPEN
               CLOSE PURGE-ARCHIVE-FILE
           END-IF.

       END PROGRAM CUSTINQ.

      * DATE-WRITTEN: 2026-08-22                                      *
      * DATE-UPDATED: 2026-09-02 - report the CNTCFILE billing        *
      *               address when one exists for the customer        *
      * DATE-UPDATED: 2026-10-15 - report an active HOLDFILE credit   *
      *               hold as CUSTINQ does (SRCHOUT record lengthened *
      *               to 283)                                         *
      * DATE-UPDATED: 2026-10-15 - SRCHOUT record lengthened to 295   *
      *               to keep step with CUSTINQ's purge-date column;  *
      *               a search only finds customers still on file, so *
      *               the column is always blank here                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CNT-KEY
               FILE STATUS IS CNTC-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-CUST-ID
               FILE STATUS IS HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE
       FD  SEARCH-OUTPUT-FILE
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  CUST-FILE-STATUS        PIC X(2).
               88  OUTPUT-FILE-SUCCESS VALUE '00'.
           05  CNTC-FILE-STATUS        PIC X(2).
               88  CNTC-FILE-SUCCESS   VALUE '00'.
           05  HOLD-FILE-STATUS        PIC X(2).
               88  HOLD-FILE-SUCCESS   VALUE '00'.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-COUNT        PIC 9(7) VALUE ZERO.
               88  WS-SCAN-DONE        VALUE 'Y'.
           05  WS-CNTC-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-CNTC-FILE-OPEN   VALUE 'Y'.
           05  WS-HOLD-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-HOLD-FILE-OPEN   VALUE 'Y'.

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
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-NO-MATCH-LINE.
           05  WS-NM-FIELD             PIC X(1).
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

           READ SEARCH-REQUEST-FILE
               AT END SET REQUEST-FILE-EOF TO TRUE
           END-READ.
           MOVE CUST-LAST-ACTIVITY-DATE TO WS-DET-LAST-ACTIVITY
           MOVE CUST-PAYMENT-TERMS-DAYS TO WS-DET-TERMS-DAYS
           MOVE CUST-DISCOUNT-PERCENT TO WS-DET-DISCOUNT-PCT
           PERFORM 2560-GET-CREDIT-HOLD
           MOVE WS-DETAIL-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

               END-READ
           END-IF.

       2560-GET-CREDIT-HOLD.
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

       2600-WRITE-NO-MATCH.
           ADD 1 TO WS-NO-MATCH-COUNT
           MOVE SRCH-FIELD TO WS-NM-FIELD
           CLOSE SEARCH-OUTPUT-FILE
           IF WS-CNTC-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF.

       END PROGRAM CUSTSRCH.

      * 20% and the account has been inactive over 180 days.          *
      *                                                               *
      * DATE-WRITTEN: 2026-09-02                                      *
      * DATE-UPDATED: 2026-10-15 - reads the 510-byte RUNSTATS record *
      *               with 50 error-code slots                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 510 CHARACTERS.
       01  RUN-STATS-RECORD.
           05  STAT-RUN-DATE           PIC X(10).
           05  STAT-RUN-TIME           PIC X(8).
           05  STAT-ERROR-COUNT        PIC 9(5).
           05  STAT-PAYMENT-COUNT      PIC 9(5).
           05  STAT-CHARGE-COUNT       PIC 9(5).
           05  STAT-ERR-DETAIL OCCURS 50 TIMES.
               10  STAT-ERR-CODE       PIC 9(4).
               10  STAT-ERR-COUNT      PIC 9(5).

                   AND STAT-RUN-DATE <= WS-REVIEW-DATE
               MOVE ZERO TO WS-STATS-SUB
               PERFORM 1320-TALLY-ONE-ERROR-SLOT
                   UNTIL WS-STATS-SUB >= 50
           END-IF

           READ RUN-STATS-FILE

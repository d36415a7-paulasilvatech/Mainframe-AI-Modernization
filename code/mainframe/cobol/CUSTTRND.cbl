      *      prior runs on file)                                      *
      *                                                               *
      * DATE-WRITTEN: 2026-08-22                                      *
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
           05  STAT-RUN-DATE-R REDEFINES STAT-RUN-DATE.
           05  STAT-ERROR-COUNT        PIC 9(5).
           05  STAT-PAYMENT-COUNT      PIC 9(5).
           05  STAT-CHARGE-COUNT       PIC 9(5).
           05  STAT-ERR-DETAIL OCCURS 50 TIMES.
               10  STAT-ERR-CODE       PIC 9(4).
               10  STAT-ERR-COUNT      PIC 9(5).

               10  WD-RUNS             PIC 9(5).
               10  WD-TRANS            PIC 9(9).
               10  WD-ERRORS           PIC 9(7).
               10  WD-ERR-SLOT OCCURS 50 TIMES.
                   15  WD-ERR-CODE     PIC 9(4).
                   15  WD-ERR-COUNT    PIC 9(7).

               10  WW-RUNS             PIC 9(5).
               10  WW-TRANS            PIC 9(9).
               10  WW-ERRORS           PIC 9(7).
               10  WW-ERR-SLOT OCCURS 50 TIMES.
                   15  WW-ERR-CODE     PIC 9(4).
                   15  WW-ERR-COUNT    PIC 9(7).


       2210-AGGREGATE-DAY-CODES.
           MOVE ZERO TO WS-CODE-SUB
           PERFORM UNTIL WS-CODE-SUB >= 50
               ADD 1 TO WS-CODE-SUB
               IF STAT-ERR-CODE(WS-CODE-SUB) IS NUMERIC
                       AND STAT-ERR-CODE(WS-CODE-SUB) NOT = ZERO
       2220-POST-DAY-CODE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-SLOT-SUB
           PERFORM UNTIL WS-SLOT-SUB >= 50 OR WS-BUCKET-FOUND
               ADD 1 TO WS-SLOT-SUB
               IF WD-ERR-CODE(WS-DAY-SUB, WS-SLOT-SUB) =
                       STAT-ERR-CODE(WS-CODE-SUB)

       2310-AGGREGATE-WEEK-CODES.
           MOVE ZERO TO WS-CODE-SUB
           PERFORM UNTIL WS-CODE-SUB >= 50
               ADD 1 TO WS-CODE-SUB
               IF STAT-ERR-CODE(WS-CODE-SUB) IS NUMERIC
                       AND STAT-ERR-CODE(WS-CODE-SUB) NOT = ZERO
       2320-POST-WEEK-CODE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-SLOT-SUB
           PERFORM UNTIL WS-SLOT-SUB >= 50 OR WS-BUCKET-FOUND
               ADD 1 TO WS-SLOT-SUB
               IF WW-ERR-CODE(WS-WEEK-SUB, WS-SLOT-SUB) =
                       STAT-ERR-CODE(WS-CODE-SUB)

           MOVE ZERO TO WS-SLOT-SUB
           PERFORM 3110-PRINT-DAY-CODE-LINE
               UNTIL WS-SLOT-SUB >= 50.

       3110-PRINT-DAY-CODE-LINE.
           ADD 1 TO WS-SLOT-SUB

           MOVE ZERO TO WS-SLOT-SUB
           PERFORM 4110-PRINT-WEEK-CODE-LINE
               UNTIL WS-SLOT-SUB >= 50.

       4110-PRINT-WEEK-CODE-LINE.
           ADD 1 TO WS-SLOT-SUB

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDISP.
       AUTHOR. AZURE-AI-FOUNDRY.
      *****************************************************************
      * CUSTDISP - Open Disputed-Charge Aging Report                  *
      *                                                               *
      * Lists every charge still under open dispute on the DISPFILE   *
      * dispute file CUSTMGMT maintains (CDSP open / CDRS resolve),   *
      * with the customer name, the disputed reference, the charge    *
      * date and amount, the reason and who opened it, and how many   *
      * days it has been open, so collections can chase disputes      *
      * that are sitting unresolved. Disputes already upheld or       *
      * denied are not listed.                                        *
      *                                                               *
      * Days open are counted from DSP-OPENED-DATE to the as-of date  *
      * and totalled by count and amount in the buckets              *
      *   0-30 / 31-60 / 61-90 / OVER 90 DAYS OPEN                    *
      * A dispute whose opened date cannot be edited is listed but    *
      * left out of the buckets and the run ends with a warning.      *
      *                                                               *
      * DISPPARM is an optional single record: AS-OF-DATE             *
      * (YYYY-MM-DD). A missing dataset or a blank date takes today.  *
      * A missing DISPFILE means nothing is in dispute.               *
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

           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISP-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO DISPPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT DISPUTE-REPORT-FILE ASSIGN TO DISPRPT
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
               88  DSP-UPHELD          VALUE 'U'.
               88  DSP-DENIED          VALUE 'D'.
           05  DSP-CHARGE-DATE         PIC X(10).
           05  DSP-AMOUNT              PIC 9(7)V99.
           05  DSP-REASON              PIC X(4).
           05  DSP-OPENED-BY           PIC X(8).
           05  DSP-OPENED-DATE         PIC X(10).
           05  DSP-RESOLVED-BY         PIC X(8).
           05  DSP-RESOLVED-DATE       PIC X(10).
           05  DSP-CREDIT-AMOUNT       PIC 9(7)V99.
           05  FILLER                  PIC X(9).

       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01  PARAMETER-RECORD.
           05  DSP-ASOF-DATE           PIC X(10).

       FD  DISPUTE-REPORT-FILE
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
           05  DISP-FILE-STATUS        PIC X(2).
               88  DISP-FILE-SUCCESS   VALUE '00'.
               88  DISP-FILE-EOF       VALUE '10'.
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

       01  WS-PARM-AREAS.
           05  WS-ASOF-DATE            PIC X(10).
           05  WS-ASOF-DATE-INT        PIC 9(7) VALUE ZERO.

       01  WS-WORK-AREAS.
           05  WS-DISP-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-OPEN-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-OPEN-AMOUNT          PIC 9(11)V99 VALUE ZERO.
           05  WS-BAD-DATE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-OPENED-DATE-INT      PIC 9(7) VALUE ZERO.
           05  WS-DAYS-OPEN            PIC S9(5) VALUE ZERO.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.
           05  WS-DATE-VALID-SW        PIC X(1) VALUE 'N'.
               88  WS-DATE-VALID       VALUE 'Y'.
           05  WS-DISP-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-DISP-FILE-OPEN   VALUE 'Y'.

      * Count and amount of open disputes by days open
       01  WS-BUCKET-AREAS.
           05  WS-BKT-30-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-BKT-30               PIC 9(11)V99 VALUE ZERO.
           05  WS-BKT-60-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-BKT-60               PIC 9(11)V99 VALUE ZERO.
           05  WS-BKT-90-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-BKT-90               PIC 9(11)V99 VALUE ZERO.
           05  WS-BKT-OVER90-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-BKT-OVER90           PIC 9(11)V99 VALUE ZERO.

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

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(28)
               VALUE 'OPEN DISPUTED CHARGES AGING'.
           05  FILLER                  PIC X(9)
               VALUE '  AS OF: '.
           05  WS-HDR-DATE             PIC X(10).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE 'NAME'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'REFERENCE'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'CHARGED'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '      AMOUNT'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE 'RSN'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'OPENED'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ON'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE ' DAYS'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CUST-NAME        PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-REFERENCE        PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CHARGE-DATE      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-REASON           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-OPENED-BY        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-OPENED-DATE      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-NOTE             PIC X(18).

       01  WS-BUCKET-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-BL-LABEL             PIC X(20).
           05  FILLER                  PIC X(8) VALUE 'COUNT: '.
           05  WS-BL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'AMOUNT: '.
           05  WS-BL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1400-WRITE-REPORT-HEADER

           IF WS-DISP-FILE-OPEN
               PERFORM 2000-PROCESS-DISPUTE UNTIL DISP-FILE-EOF
           END-IF

           PERFORM 3000-TERMINATE
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
           DISPLAY 'CUSTDISP RUN ID: ' WS-RUN-ID
           MOVE WS-RUN-DATE TO WS-ASOF-DATE

      * The as-of date is optional - without it disputes are aged
      * to today
           OPEN INPUT PARAMETER-FILE
           IF PARM-FILE-SUCCESS
               READ PARAMETER-FILE
                   AT END
                       MOVE SPACES TO PARAMETER-RECORD
               END-READ
               IF DSP-ASOF-DATE NOT = SPACES
                   MOVE DSP-ASOF-DATE TO WS-EDIT-DATE
                   PERFORM 8000-VALIDATE-EDIT-DATE
                   IF NOT WS-DATE-VALID
                       DISPLAY 'INVALID DISPUTE REPORT AS-OF DATE: '
                           DSP-ASOF-DATE
                       CLOSE PARAMETER-FILE
                       PERFORM 9990-ABORT-RUN
                       GOBACK
                   END-IF
                   MOVE DSP-ASOF-DATE TO WS-ASOF-DATE
               END-IF
               CLOSE PARAMETER-FILE
           ELSE
               IF PARM-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - DISPUTE REPORT PARAMETERS NOT '
                       'READ, STATUS: ' PARM-FILE-STATUS
               END-IF
           END-IF

           MOVE WS-ASOF-DATE TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           COMPUTE WS-ASOF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)

      * No dispute dataset yet means nothing is in dispute - the
      * report still prints with empty buckets
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

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              PERFORM 1900-CLOSE-DISPUTE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT DISPUTE-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING DISPUTE REPORT FILE: '
                  REPORT-FILE-STATUS
              PERFORM 1900-CLOSE-DISPUTE-FILE
              CLOSE CUSTOMER-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           IF WS-DISP-FILE-OPEN
               READ DISPUTE-FILE
                   AT END SET DISP-FILE-EOF TO TRUE
               END-READ
           END-IF.

       1400-WRITE-REPORT-HEADER.
           MOVE WS-ASOF-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD.

       1900-CLOSE-DISPUTE-FILE.
           IF WS-DISP-FILE-OPEN
               CLOSE DISPUTE-FILE
               MOVE 'N' TO WS-DISP-OPEN-SW
           END-IF.

       2000-PROCESS-DISPUTE.
           ADD 1 TO WS-DISP-READ-COUNT
           IF DSP-OPEN
               PERFORM 2100-WRITE-OPEN-DISPUTE
           END-IF

           READ DISPUTE-FILE
               AT END SET DISP-FILE-EOF TO TRUE
           END-READ.

       2100-WRITE-OPEN-DISPUTE.
           ADD 1 TO WS-OPEN-COUNT
           ADD DSP-AMOUNT TO WS-OPEN-AMOUNT

           MOVE DSP-CUST-ID TO WS-DET-CUST-ID
           MOVE DSP-REFERENCE TO WS-DET-REFERENCE
           MOVE DSP-CHARGE-DATE TO WS-DET-CHARGE-DATE
           MOVE DSP-AMOUNT TO WS-DET-AMOUNT
           MOVE DSP-REASON TO WS-DET-REASON
           MOVE DSP-OPENED-BY TO WS-DET-OPENED-BY
           MOVE DSP-OPENED-DATE TO WS-DET-OPENED-DATE
           MOVE SPACES TO WS-DET-NOTE

           MOVE DSP-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-DET-CUST-NAME
                   MOVE 'NOT ON CUSTFILE' TO WS-DET-NOTE
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-DET-CUST-NAME
           END-READ

           PERFORM 2200-BUCKET-DISPUTE

           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2200-BUCKET-DISPUTE.
           MOVE DSP-OPENED-DATE TO WS-EDIT-DATE
           PERFORM 8000-VALIDATE-EDIT-DATE
           IF NOT WS-DATE-VALID
      * An undatable dispute cannot be aged - list it, count it and
      * leave it out of the buckets rather than guess
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE ZERO TO WS-DET-DAYS
               MOVE 'OPENED DATE BAD' TO WS-DET-NOTE
           ELSE
               COMPUTE WS-OPENED-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)
               COMPUTE WS-DAYS-OPEN =
                   WS-ASOF-DATE-INT - WS-OPENED-DATE-INT
               IF WS-DAYS-OPEN < ZERO
                   MOVE ZERO TO WS-DAYS-OPEN
               END-IF
               MOVE WS-DAYS-OPEN TO WS-DET-DAYS

               EVALUATE TRUE
                   WHEN WS-DAYS-OPEN <= 30
                       ADD 1 TO WS-BKT-30-COUNT
                       ADD DSP-AMOUNT TO WS-BKT-30
                   WHEN WS-DAYS-OPEN <= 60
                       ADD 1 TO WS-BKT-60-COUNT
                       ADD DSP-AMOUNT TO WS-BKT-60
                   WHEN WS-DAYS-OPEN <= 90
                       ADD 1 TO WS-BKT-90-COUNT
                       ADD DSP-AMOUNT TO WS-BKT-90
                   WHEN OTHER
                       ADD 1 TO WS-BKT-OVER90-COUNT
                       ADD DSP-AMOUNT TO WS-BKT-OVER90
               END-EVALUATE
           END-IF.

       3000-TERMINATE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '0-30 DAYS OPEN:' TO WS-BL-LABEL
           MOVE WS-BKT-30-COUNT TO WS-BL-COUNT
           MOVE WS-BKT-30 TO WS-BL-AMOUNT
           MOVE WS-BUCKET-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '31-60 DAYS OPEN:' TO WS-BL-LABEL
           MOVE WS-BKT-60-COUNT TO WS-BL-COUNT
           MOVE WS-BKT-60 TO WS-BL-AMOUNT
           MOVE WS-BUCKET-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE '61-90 DAYS OPEN:' TO WS-BL-LABEL
           MOVE WS-BKT-90-COUNT TO WS-BL-COUNT
           MOVE WS-BKT-90 TO WS-BL-AMOUNT
           MOVE WS-BUCKET-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'OVER 90 DAYS OPEN:' TO WS-BL-LABEL
           MOVE WS-BKT-OVER90-COUNT TO WS-BL-COUNT
           MOVE WS-BKT-OVER90 TO WS-BL-AMOUNT
           MOVE WS-BUCKET-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'TOTAL OPEN:' TO WS-BL-LABEL
           MOVE WS-OPEN-COUNT TO WS-BL-COUNT
           MOVE WS-OPEN-AMOUNT TO WS-BL-AMOUNT
           MOVE WS-BUCKET-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-BAD-DATE-COUNT > ZERO
               DISPLAY 'CUSTDISP WARNING: ' WS-BAD-DATE-COUNT
                   ' OPEN DISPUTES HAVE AN UNUSABLE OPENED DATE'
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           DISPLAY 'CUSTDISP DISPUTES READ:       ' WS-DISP-READ-COUNT
           DISPLAY 'CUSTDISP OPEN DISPUTES:       ' WS-OPEN-COUNT

           PERFORM 1900-CLOSE-DISPUTE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE DISPUTE-REPORT-FILE

           PERFORM 9900-WRITE-RUN-CONTROL.

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

       9900-WRITE-RUN-CONTROL.
      * One outcome record per execution on the shared control
      * dataset - a failure here must never stop the run from
      * ending with its own condition code
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT RUNCTL-FILE-SUCCESS
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                   RUNCTL-FILE-STATUS
           ELSE
               MOVE 'CUSTDISP' TO RC-PROGRAM
               MOVE WS-RUN-ID TO RC-RUN-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-RUN-OUTCOME TO RC-OUTCOME
               MOVE WS-OPEN-COUNT TO RC-RECORD-COUNT
               MOVE WS-BAD-DATE-COUNT TO RC-ERROR-COUNT
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

       END PROGRAM CUSTDISP.

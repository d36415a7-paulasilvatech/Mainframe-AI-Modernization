       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPURG.
       AUTHOR. AZURE-AI-FOUNDRY.
      *****************************************************************
      * CUSTPURG - Retention Purge of Closed Customers                *
      *                                                               *
      * CUSTDORM inactivates dormant accounts and CUSTMRGE leaves     *
      * retired records inactive, so CUSTFILE only ever grows. This   *
      * job removes customers that are finished with:                 *
      *   - CUST-STATUS 'I' at a zero CUST-CURRENT-BALANCE            *
      *   - CUST-LAST-ACTIVITY-DATE older than the PURGPARM           *
      *     retention period                                          *
      *   - no ACTHIST posting on or after the last CUSTARCH cutoff   *
      *     (the latest SNAP date on file; with no SNAP on file any   *
      *     posting at all keeps the customer)                        *
      *   - not the survivor of an XREFFILE merge pair, which         *
      *     CUSTMGMT still redirects retired IDs to                   *
      *   - not a member of a HIERFILE customer group                 *
      *   - not listed on the optional PURGEXCL legal-hold dataset    *
      *     (10-byte CUST-ID records, as DORMEXCL)                    *
      *                                                               *
      * The full CUSTOMER-RECORD and each of its CNTCFILE entries go  *
      * to the PURGARCH purged-customer archive (keyed CUST-ID,       *
      * entry type C customer / K contact, contact type and seq) for  *
      * CUSTINQ look-ups, then are deleted. Every deletion is         *
      * journaled to JRNFILE - PRGX per contact, PRGE per customer -  *
      * so CUSTBKOUT can restore a bad run and CUSTDLTA carries the   *
      * removal to the CRM feed.                                      *
      *                                                               *
      * PURGPARM is a single record MODE|RETENTION DAYS (X|NNNNN):    *
      *   L - list the register only, nothing is changed              *
      *   P - purge                                                   *
      * The PURGRPT register lists every candidate with what was done *
      * and closes with counts by CUST-TYPE.                          *
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

           SELECT PARAMETER-FILE ASSIGN TO PURGPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT EXCLUSION-FILE ASSIGN TO PURGEXCL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXCL-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO XREFFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIER-CUST-ID
               ALTERNATE RECORD KEY IS HIER-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HIER-FILE-STATUS.

           SELECT ACTIVITY-HISTORY-FILE ASSIGN TO ACTHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT PURGE-ARCHIVE-FILE ASSIGN TO PURGARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS ARCH-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT PURGE-REPORT-FILE ASSIGN TO PURGRPT
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
           05  CUST-LAST-ACTIVITY-R REDEFINES
               CUST-LAST-ACTIVITY-DATE.
               10  CLA-YEAR            PIC 9(4).
               10  FILLER              PIC X.
               10  CLA-MONTH           PIC 9(2).
               10  FILLER              PIC X.
               10  CLA-DAY             PIC 9(2).
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

       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  PARAMETER-RECORD.
           05  PARM-MODE               PIC X(1).
               88  PARM-MODE-LIST      VALUE 'L'.
               88  PARM-MODE-PURGE     VALUE 'P'.
           05  FILLER                  PIC X(1).
           05  PARM-RETENTION-DAYS     PIC 9(5).
           05  FILLER                  PIC X(13).

       FD  EXCLUSION-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01  EXCLUSION-RECORD.
           05  EXCL-CUST-ID            PIC X(10).

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  XREF-RECORD.
           05  XRF-RETIRED-ID          PIC X(10).
           05  XRF-SURVIVOR-ID         PIC X(10).
           05  XRF-MERGE-DATE          PIC X(10).
           05  FILLER                  PIC X(10).

       FD  HIERARCHY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HIERARCHY-RECORD.
           05  HIER-CUST-ID            PIC X(10).
           05  HIER-PARENT-ID          PIC X(10).
           05  HIER-ROLE               PIC X(1).
               88  HIER-IS-PARENT      VALUE 'P'.
               88  HIER-IS-CHILD       VALUE 'C'.
           05  HIER-GROUP-LIMIT        PIC 9(9)V99.
           05  HIER-LINKED-BY          PIC X(8).
           05  HIER-LINKED-DATE        PIC X(10).
           05  FILLER                  PIC X(30).

       FD  ACTIVITY-HISTORY-FILE
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

      * One entry per purged customer (type C, contact key blank
      * and zero) and one per archived contact entry (type K), each
      * holding the record image as it stood when purged
       FD  PURGE-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 260 CHARACTERS.
       01  PURGE-ARCHIVE-RECORD.
           05  PRG-KEY.
               10  PRG-CUST-ID         PIC X(10).
               10  PRG-ENTRY-TYPE      PIC X(1).
                   88  PRG-ENTRY-CUSTOMER VALUE 'C'.
                   88  PRG-ENTRY-CONTACT  VALUE 'K'.
               10  PRG-CNT-TYPE        PIC X(1).
               10  PRG-CNT-SEQ         PIC 9(2).
           05  PRG-PURGE-DATE          PIC X(10).
           05  PRG-RUN-ID              PIC X(14).
           05  PRG-IMAGE               PIC X(212).
           05  FILLER                  PIC X(10).

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

       FD  PURGE-REPORT-FILE
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
           05  CNTC-FILE-STATUS        PIC X(2).
               88  CNTC-FILE-SUCCESS   VALUE '00'.
           05  PARM-FILE-STATUS        PIC X(2).
               88  PARM-FILE-SUCCESS   VALUE '00'.
           05  EXCL-FILE-STATUS        PIC X(2).
               88  EXCL-FILE-SUCCESS   VALUE '00'.
               88  EXCL-FILE-EOF       VALUE '10'.
           05  XREF-FILE-STATUS        PIC X(2).
               88  XREF-FILE-SUCCESS   VALUE '00'.
               88  XREF-FILE-EOF       VALUE '10'.
           05  HIER-FILE-STATUS        PIC X(2).
               88  HIER-FILE-SUCCESS   VALUE '00'.
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
               88  HIST-FILE-EOF       VALUE '10'.
           05  ARCH-FILE-STATUS        PIC X(2).
               88  ARCH-FILE-SUCCESS   VALUE '00'.
           05  JOURNAL-FILE-STATUS     PIC X(2).
               88  JOURNAL-FILE-SUCCESS VALUE '00'.
           05  REPORT-FILE-STATUS      PIC X(2).
               88  REPORT-FILE-SUCCESS VALUE '00'.
           05  RUNCTL-FILE-STATUS      PIC X(2).
               88  RUNCTL-FILE-SUCCESS VALUE '00'.

      * Graded run outcome for the scheduler: 00 clean / 04 ran
      * with warnings / 16 abort - also written to the shared
      * RUNCTL dataset the downstream jobs gate on
       01  WS-RUN-CONTROL-AREAS.
           05  WS-RUN-OUTCOME          PIC X(2) VALUE '00'.
               88  WS-OUTCOME-CLEAN    VALUE '00'.
               88  WS-OUTCOME-WARNING  VALUE '04'.
               88  WS-OUTCOME-ABORT    VALUE '16'.
           05  WS-RUN-DATE             PIC X(10) VALUE SPACES.

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

       01  WS-WORK-AREAS.
           05  WS-RUN-MODE             PIC X(1) VALUE SPACE.
               88  WS-MODE-LIST        VALUE 'L'.
               88  WS-MODE-PURGE       VALUE 'P'.
           05  WS-RETENTION-DAYS       PIC 9(5) VALUE ZERO.
           05  WS-ARCHIVE-CUTOFF       PIC X(10) VALUE SPACES.
           05  WS-SCANNED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-HIST-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CANDIDATE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-CANDIDATE-SUB        PIC 9(5) VALUE ZERO.
           05  WS-PURGED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-CONTACTS-PURGED      PIC 9(7) VALUE ZERO.
           05  WS-KEPT-ACTIVITY-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-KEPT-HOLD-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-KEPT-SURVIVOR-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-KEPT-GROUP-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-BAD-DATE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BAD-BALANCE-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-OVERFLOW-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-EXCL-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-EXCL-SUB             PIC 9(4) VALUE ZERO.
           05  WS-SURVIVOR-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-SURVIVOR-SUB         PIC 9(4) VALUE ZERO.
           05  WS-TODAY-DATE-NUM       PIC 9(8) VALUE ZERO.
           05  WS-ACTIVITY-DATE-NUM    PIC 9(8) VALUE ZERO.
           05  WS-DAYS-SINCE-ACTIVITY  PIC S9(7) VALUE ZERO.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.
           05  WS-SEARCH-LOW           PIC S9(5) VALUE ZERO.
           05  WS-SEARCH-HIGH          PIC S9(5) VALUE ZERO.
           05  WS-SEARCH-MID           PIC S9(5) VALUE ZERO.
           05  WS-TYPE-SUB             PIC 9(1) VALUE ZERO.
           05  WS-CONTACT-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-PURGE-CUST-ID        PIC X(10) VALUE SPACES.
           05  WS-DATE-VALID-SW        PIC X(1) VALUE 'N'.
               88  WS-DATE-VALID       VALUE 'Y'.
           05  WS-EXCLUDED-SW          PIC X(1) VALUE 'N'.
               88  WS-CUST-EXCLUDED    VALUE 'Y'.
           05  WS-SURVIVOR-SW          PIC X(1) VALUE 'N'.
               88  WS-CUST-IS-SURVIVOR VALUE 'Y'.
           05  WS-GROUP-MEMBER-SW      PIC X(1) VALUE 'N'.
               88  WS-CUST-IN-GROUP    VALUE 'Y'.
           05  WS-CANDIDATE-FOUND-SW   PIC X(1) VALUE 'N'.
               88  WS-CANDIDATE-FOUND  VALUE 'Y'.
           05  WS-CNTC-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-CNTC-FILE-OPEN   VALUE 'Y'.
           05  WS-HIER-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-HIER-FILE-OPEN   VALUE 'Y'.
           05  WS-CNTC-BROWSE-SW       PIC X(1) VALUE 'N'.
               88  WS-CNTC-BROWSE-DONE VALUE 'Y'.
           05  WS-PURGE-OK-SW          PIC X(1) VALUE 'Y'.
               88  WS-PURGE-OK         VALUE 'Y'.

       01  WS-JOURNAL-AREAS.
           05  WS-RUN-ID               PIC X(14).
           05  WS-JRN-SEQ              PIC 9(7) VALUE ZERO.
           05  WS-JRN-ACTION           PIC X(4).
           05  WS-JRN-BEFORE-IMAGE     PIC X(212).
           05  WS-PURGE-CUST-IMAGE     PIC X(212).

       01  WS-EXCLUSION-TABLE.
           05  WS-EXCL-ENTRY OCCURS 1000 TIMES.
               10  WE-CUST-ID          PIC X(10).

      * Every customer some merge has folded another into -
      * CUSTMGMT still redirects the retired ID here
       01  WS-SURVIVOR-TABLE.
           05  WS-SURVIVOR-ENTRY OCCURS 5000 TIMES.
               10  WV-CUST-ID          PIC X(10).

      * Customers past retention, gathered in CUST-ID order from a
      * pass over CUSTFILE so each history posting can be matched by
      * a binary search. WC-LAST-POST-DATE is the newest non-SNAP
      * posting the history holds for the customer
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE OCCURS 5000 TIMES.
               10  WC-CUST-ID          PIC X(10).
               10  WC-DAYS-INACTIVE    PIC S9(7).
               10  WC-LAST-POST-DATE   PIC X(10).

      * Register counts by customer type: retail, wholesale,
      * partner, then any code outside the three
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL OCCURS 4 TIMES.
               10  WT-CANDIDATES       PIC 9(7).
               10  WT-PURGED           PIC 9(7).
               10  WT-KEPT             PIC 9(7).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(33)
               VALUE 'CUSTOMER RETENTION PURGE REGISTER'.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-HDR-MODE             PIC X(10).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE 'RETENTION: '.
           05  WS-HDR-RETENTION        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE ' DAYS'.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'ARCHIVE CUTOFF: '.
           05  WS-HDR-CUTOFF           PIC X(10).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER ID'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(12) VALUE 'TYPE'.
           05  FILLER                  PIC X(12) VALUE 'LAST ACTVTY'.
           05  FILLER                  PIC X(9)  VALUE '    DAYS'.
           05  FILLER                  PIC X(5)  VALUE 'CNTC'.
           05  FILLER                  PIC X(50) VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CUST-TYPE        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-LAST-ACTIVITY    PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-DAYS-INACTIVE    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-CONTACTS         PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DET-ACTION           PIC X(35).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-TYPE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-TL-TYPE-DESC         PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE 'CANDIDATES: '.
           05  WS-TL-CANDIDATES        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-TL-PURGED-LABEL      PIC X(10).
           05  WS-TL-PURGED            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'KEPT: '.
           05  WS-TL-KEPT              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(32).
           05  WS-CL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

           COPY 'CUSTTYPE.CPY'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           MOVE ZERO TO WS-CANDIDATE-SUB
           PERFORM 2000-PROCESS-CANDIDATE
               UNTIL WS-CANDIDATE-SUB >= WS-CANDIDATE-COUNT
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-DATE-NUM =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + WS-CURR-DAY

      * Run identifier tags every journal image and archive entry so
      * CUSTBKOUT can restore this run without touching other runs
           STRING WS-CURR-YEAR   DELIMITED BY SIZE
                  WS-CURR-MONTH  DELIMITED BY SIZE
                  WS-CURR-DAY    DELIMITED BY SIZE
                  WS-CURR-HOUR   DELIMITED BY SIZE
                  WS-CURR-MINUTE DELIMITED BY SIZE
                  WS-CURR-SECOND DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           DISPLAY 'CUSTPURG RUN ID: ' WS-RUN-ID

           STRING WS-CURR-YEAR  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-DAY   DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           INITIALIZE WS-TYPE-TOTALS

           OPEN INPUT PARAMETER-FILE
           IF NOT PARM-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PARAMETER FILE: '
                  PARM-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ PARAMETER-FILE
               AT END
                   DISPLAY 'PURGE PARAMETER RECORD MISSING'
                   CLOSE PARAMETER-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
           END-READ
           IF (NOT PARM-MODE-LIST AND NOT PARM-MODE-PURGE)
                   OR PARM-RETENTION-DAYS IS NOT NUMERIC
                   OR PARM-RETENTION-DAYS = ZERO
               DISPLAY 'INVALID PURGE PARAMETERS: '
                   PARAMETER-RECORD
               CLOSE PARAMETER-FILE
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF
           MOVE PARM-MODE TO WS-RUN-MODE
           MOVE PARM-RETENTION-DAYS TO WS-RETENTION-DAYS
           CLOSE PARAMETER-FILE

           PERFORM 1100-LOAD-EXCLUSIONS
           PERFORM 1200-LOAD-SURVIVORS
           PERFORM 1300-LOAD-CANDIDATES
           PERFORM 1400-SCAN-HISTORY

           IF WS-MODE-PURGE
               OPEN I-O CUSTOMER-FILE
           ELSE
               OPEN INPUT CUSTOMER-FILE
           END-IF
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * No contact dataset means no contact entries to carry to the
      * archive. Any other failure stops the run rather than leave
      * a purged customer's contacts orphaned on file
           IF WS-MODE-PURGE
               OPEN I-O CONTACT-FILE
           ELSE
               OPEN INPUT CONTACT-FILE
           END-IF
           IF CNTC-FILE-SUCCESS
              MOVE 'Y' TO WS-CNTC-OPEN-SW
           ELSE
              IF CNTC-FILE-STATUS NOT = '35'
                  DISPLAY 'ERROR OPENING CONTACT FILE: '
                      CNTC-FILE-STATUS
                  CLOSE CUSTOMER-FILE
                  PERFORM 9990-ABORT-RUN
                  GOBACK
              END-IF
           END-IF

      * Likewise no hierarchy dataset means no customer groups
           OPEN INPUT HIERARCHY-FILE
           IF HIER-FILE-SUCCESS
              MOVE 'Y' TO WS-HIER-OPEN-SW
           ELSE
              IF HIER-FILE-STATUS NOT = '35'
                  DISPLAY 'ERROR OPENING HIERARCHY FILE: '
                      HIER-FILE-STATUS
                  PERFORM 1900-CLOSE-MASTERS
                  PERFORM 9990-ABORT-RUN
                  GOBACK
              END-IF
           END-IF

           IF WS-MODE-PURGE
               PERFORM 1500-OPEN-PURGE-FILES
           END-IF

           OPEN OUTPUT PURGE-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PURGE REPORT FILE: '
                  REPORT-FILE-STATUS
              PERFORM 1900-CLOSE-MASTERS
              IF WS-MODE-PURGE
                  CLOSE PURGE-ARCHIVE-FILE
                  CLOSE JOURNAL-FILE
              END-IF
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           IF WS-MODE-PURGE
               MOVE 'PURGE' TO WS-HDR-MODE
           ELSE
               MOVE 'LIST ONLY' TO WS-HDR-MODE
           END-IF
           MOVE WS-RETENTION-DAYS TO WS-HDR-RETENTION
           IF WS-ARCHIVE-CUTOFF = SPACES
               MOVE 'NONE' TO WS-HDR-CUTOFF
           ELSE
               MOVE WS-ARCHIVE-CUTOFF TO WS-HDR-CUTOFF
           END-IF
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD.

       1100-LOAD-EXCLUSIONS.
      * The legal-hold list is optional - a missing dataset means
      * nothing is held. One that exists but cannot be read stops
      * the run rather than purge an account under legal hold
           OPEN INPUT EXCLUSION-FILE
           IF NOT EXCL-FILE-SUCCESS
               IF EXCL-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING LEGAL HOLD FILE: '
                       EXCL-FILE-STATUS
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
           ELSE
               READ EXCLUSION-FILE
                   AT END SET EXCL-FILE-EOF TO TRUE
               END-READ
               PERFORM 1110-LOAD-ONE-EXCLUSION UNTIL EXCL-FILE-EOF
               CLOSE EXCLUSION-FILE
           END-IF.

       1110-LOAD-ONE-EXCLUSION.
           IF WS-EXCL-COUNT < 1000
               ADD 1 TO WS-EXCL-COUNT
               MOVE EXCL-CUST-ID TO WE-CUST-ID(WS-EXCL-COUNT)
           ELSE
      * A hold missing from the table could be purged - stop
               DISPLAY 'LEGAL HOLD TABLE FULL AT 1000 ENTRIES'
               CLOSE EXCLUSION-FILE
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF

           READ EXCLUSION-FILE
               AT END SET EXCL-FILE-EOF TO TRUE
           END-READ.

       1200-LOAD-SURVIVORS.
      * No cross-reference dataset means no merge has ever run
           OPEN INPUT XREF-FILE
           IF NOT XREF-FILE-SUCCESS
               IF XREF-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING XREF FILE: '
                       XREF-FILE-STATUS
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
           ELSE
               READ XREF-FILE
                   AT END SET XREF-FILE-EOF TO TRUE
               END-READ
               PERFORM 1210-NOTE-SURVIVOR UNTIL XREF-FILE-EOF
               CLOSE XREF-FILE
           END-IF.

       1210-NOTE-SURVIVOR.
           MOVE XRF-SURVIVOR-ID TO WS-PURGE-CUST-ID
           PERFORM 1220-FIND-SURVIVOR
           IF NOT WS-CUST-IS-SURVIVOR
               IF WS-SURVIVOR-COUNT < 5000
                   ADD 1 TO WS-SURVIVOR-COUNT
                   MOVE XRF-SURVIVOR-ID
                       TO WV-CUST-ID(WS-SURVIVOR-COUNT)
               ELSE
      * A survivor missing from the table could be purged from
      * under its retired IDs - stop rather than guess
                   DISPLAY 'MERGE SURVIVOR TABLE FULL AT 5000 ENTRIES'
                   CLOSE XREF-FILE
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
           END-IF

           READ XREF-FILE
               AT END SET XREF-FILE-EOF TO TRUE
           END-READ.

       1220-FIND-SURVIVOR.
           MOVE 'N' TO WS-SURVIVOR-SW
           MOVE ZERO TO WS-SURVIVOR-SUB
           PERFORM 1225-CHECK-ONE-SURVIVOR
               UNTIL WS-SURVIVOR-SUB >= WS-SURVIVOR-COUNT
                   OR WS-CUST-IS-SURVIVOR.

       1225-CHECK-ONE-SURVIVOR.
           ADD 1 TO WS-SURVIVOR-SUB
           IF WV-CUST-ID(WS-SURVIVOR-SUB) = WS-PURGE-CUST-ID
               MOVE 'Y' TO WS-SURVIVOR-SW
           END-IF.

       1300-LOAD-CANDIDATES.
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ CUSTOMER-FILE NEXT RECORD
               AT END SET CUST-FILE-EOF TO TRUE
           END-READ
           PERFORM 1310-SCREEN-CUSTOMER UNTIL CUST-FILE-EOF
           CLOSE CUSTOMER-FILE

           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'WARNING - CANDIDATE TABLE FULL AT 5000, '
                   WS-OVERFLOW-COUNT ' LEFT FOR THE NEXT RUN'
           END-IF.

       1310-SCREEN-CUSTOMER.
           ADD 1 TO WS-SCANNED-COUNT

           IF CUST-STATUS-INACTIVE
               PERFORM 1320-CHECK-RETENTION
           END-IF

           READ CUSTOMER-FILE NEXT RECORD
               AT END SET CUST-FILE-EOF TO TRUE
           END-READ.

       1320-CHECK-RETENTION.
      * The balance drives the zero-balance rule - pre-edit garbage
      * must be counted, never handed to a decimal compare
           IF CUST-CURRENT-BALANCE IS NOT NUMERIC
               ADD 1 TO WS-BAD-BALANCE-COUNT
               DISPLAY 'BALANCE UNUSABLE, NOT PURGED: ' CUST-ID
           ELSE
               IF CUST-CURRENT-BALANCE = ZERO
                   PERFORM 1330-VALIDATE-ACTIVITY-DATE
                   IF NOT WS-DATE-VALID
                       ADD 1 TO WS-BAD-DATE-COUNT
                       DISPLAY 'ACTIVITY DATE UNUSABLE, NOT PURGED: '
                           CUST-ID
                   ELSE
                       PERFORM 1325-CHECK-AGE
                   END-IF
               END-IF
           END-IF.

       1325-CHECK-AGE.
           COMPUTE WS-ACTIVITY-DATE-NUM =
               CLA-YEAR * 10000 + CLA-MONTH * 100 + CLA-DAY
           COMPUTE WS-DAYS-SINCE-ACTIVITY =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE-NUM)
           IF WS-DAYS-SINCE-ACTIVITY > WS-RETENTION-DAYS
               PERFORM 1340-ADD-CANDIDATE
           END-IF.

       1330-VALIDATE-ACTIVITY-DATE.
      * Records written before the malformed-data edits can carry
      * garbage here - never hand such a date to INTEGER-OF-DATE
           MOVE 'N' TO WS-DATE-VALID-SW
           IF CLA-YEAR IS NUMERIC
                   AND CLA-MONTH IS NUMERIC
                   AND CLA-DAY IS NUMERIC
               IF CLA-YEAR > 1600
                       AND CLA-MONTH >= 1 AND CLA-MONTH <= 12
                       AND CLA-DAY >= 1
                   PERFORM 1335-SET-DAYS-IN-MONTH
                   IF CLA-DAY <= WS-DAYS-IN-MONTH
                       MOVE 'Y' TO WS-DATE-VALID-SW
                   END-IF
               END-IF
           END-IF.

       1335-SET-DAYS-IN-MONTH.
           EVALUATE CLA-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   IF FUNCTION MOD(CLA-YEAR, 4) = 0
                           AND (FUNCTION MOD(CLA-YEAR, 100) NOT = 0
                               OR FUNCTION MOD(CLA-YEAR, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       1340-ADD-CANDIDATE.
      * A full table leaves the rest on file untouched - they are
      * picked up by the next run once this one has thinned the file
           IF WS-CANDIDATE-COUNT < 5000
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE CUST-ID TO WC-CUST-ID(WS-CANDIDATE-COUNT)
               MOVE WS-DAYS-SINCE-ACTIVITY
                   TO WC-DAYS-INACTIVE(WS-CANDIDATE-COUNT)
               MOVE SPACES TO WC-LAST-POST-DATE(WS-CANDIDATE-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       1400-SCAN-HISTORY.
      * One pass gives both the last CUSTARCH cutoff (the latest
      * SNAP date) and each candidate's newest posting. History that
      * cannot be read stops the run - activity must be proven absent
           OPEN INPUT ACTIVITY-HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ACTIVITY HISTORY FILE: '
                  HIST-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           READ ACTIVITY-HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ
           PERFORM 1410-NOTE-POSTING UNTIL HIST-FILE-EOF
           CLOSE ACTIVITY-HISTORY-FILE.

       1410-NOTE-POSTING.
           ADD 1 TO WS-HIST-READ-COUNT

           IF HIST-TRAN-CODE = 'SNAP'
               IF HIST-POST-DATE > WS-ARCHIVE-CUTOFF
                   MOVE HIST-POST-DATE TO WS-ARCHIVE-CUTOFF
               END-IF
           ELSE
               PERFORM 1420-FIND-CANDIDATE
               IF WS-CANDIDATE-FOUND
                   IF HIST-POST-DATE >
                           WC-LAST-POST-DATE(WS-CANDIDATE-SUB)
                       MOVE HIST-POST-DATE
                           TO WC-LAST-POST-DATE(WS-CANDIDATE-SUB)
                   END-IF
               END-IF
           END-IF

           READ ACTIVITY-HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1420-FIND-CANDIDATE.
      * The table was loaded in CUST-ID order - halve the range
           MOVE 'N' TO WS-CANDIDATE-FOUND-SW
           MOVE 1 TO WS-SEARCH-LOW
           MOVE WS-CANDIDATE-COUNT TO WS-SEARCH-HIGH
           PERFORM 1425-PROBE-CANDIDATE
               UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
                   OR WS-CANDIDATE-FOUND.

       1425-PROBE-CANDIDATE.
           COMPUTE WS-SEARCH-MID =
               (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2
           EVALUATE TRUE
               WHEN WC-CUST-ID(WS-SEARCH-MID) = HIST-CUST-ID
                   MOVE 'Y' TO WS-CANDIDATE-FOUND-SW
                   MOVE WS-SEARCH-MID TO WS-CANDIDATE-SUB
               WHEN WC-CUST-ID(WS-SEARCH-MID) < HIST-CUST-ID
                   COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
               WHEN OTHER
                   COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
           END-EVALUATE.

       1500-OPEN-PURGE-FILES.
      * The archive is created on the first purge run
           OPEN I-O PURGE-ARCHIVE-FILE
           IF ARCH-FILE-STATUS = '35'
               OPEN OUTPUT PURGE-ARCHIVE-FILE
               IF ARCH-FILE-SUCCESS
                   CLOSE PURGE-ARCHIVE-FILE
                   OPEN I-O PURGE-ARCHIVE-FILE
               END-IF
           END-IF
           IF NOT ARCH-FILE-SUCCESS
              DISPLAY 'ERROR OPENING PURGE ARCHIVE FILE: '
                  ARCH-FILE-STATUS
              PERFORM 1900-CLOSE-MASTERS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * Same journal CUSTMGMT feeds - extend, never truncate, and a
      * change run may not proceed unjournaled
           OPEN EXTEND JOURNAL-FILE
           IF NOT JOURNAL-FILE-SUCCESS
              DISPLAY 'ERROR OPENING JOURNAL FILE: '
                  JOURNAL-FILE-STATUS
              PERFORM 1900-CLOSE-MASTERS
              CLOSE PURGE-ARCHIVE-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF.

       1900-CLOSE-MASTERS.
           CLOSE CUSTOMER-FILE
           IF WS-CNTC-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF
           IF WS-HIER-FILE-OPEN
               CLOSE HIERARCHY-FILE
           END-IF.

       2000-PROCESS-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-SUB
           MOVE WC-CUST-ID(WS-CANDIDATE-SUB) TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'CANDIDATE NO LONGER ON FILE: '
                       WC-CUST-ID(WS-CANDIDATE-SUB)
               NOT INVALID KEY
                   PERFORM 2100-EVALUATE-CANDIDATE
           END-READ.

       2100-EVALUATE-CANDIDATE.
           PERFORM 2050-SET-TYPE-SUB
           ADD 1 TO WT-CANDIDATES(WS-TYPE-SUB)
           MOVE CUST-ID TO WS-PURGE-CUST-ID

           PERFORM 2120-CHECK-EXCLUSION
           PERFORM 1220-FIND-SURVIVOR
           PERFORM 2130-CHECK-GROUP-MEMBER
           PERFORM 2300-COUNT-CONTACTS

      * Postings on the cutoff date stayed on ACTHIST when CUSTARCH
      * ran, so they count as activity; with no cutoff on file any
      * posting does
           EVALUATE TRUE
               WHEN WS-CUST-EXCLUDED
                   ADD 1 TO WS-KEPT-HOLD-COUNT
                   ADD 1 TO WT-KEPT(WS-TYPE-SUB)
                   MOVE 'KEPT - LEGAL HOLD' TO WS-DET-ACTION
               WHEN WS-CUST-IS-SURVIVOR
                   ADD 1 TO WS-KEPT-SURVIVOR-COUNT
                   ADD 1 TO WT-KEPT(WS-TYPE-SUB)
                   MOVE 'KEPT - MERGE SURVIVOR' TO WS-DET-ACTION
               WHEN WS-CUST-IN-GROUP
                   ADD 1 TO WS-KEPT-GROUP-COUNT
                   ADD 1 TO WT-KEPT(WS-TYPE-SUB)
                   MOVE 'KEPT - CUSTOMER GROUP MEMBER'
                       TO WS-DET-ACTION
               WHEN WC-LAST-POST-DATE(WS-CANDIDATE-SUB) NOT = SPACES
                   AND WC-LAST-POST-DATE(WS-CANDIDATE-SUB)
                       >= WS-ARCHIVE-CUTOFF
                   ADD 1 TO WS-KEPT-ACTIVITY-COUNT
                   ADD 1 TO WT-KEPT(WS-TYPE-SUB)
                   MOVE 'KEPT - HISTORY SINCE LAST ARCHIVE'
                       TO WS-DET-ACTION
               WHEN WS-MODE-LIST
                   ADD 1 TO WS-PURGED-COUNT
                   ADD 1 TO WT-PURGED(WS-TYPE-SUB)
                   MOVE 'ELIGIBLE FOR PURGE' TO WS-DET-ACTION
               WHEN OTHER
                   PERFORM 2200-PURGE-CUSTOMER
           END-EVALUATE

           PERFORM 2500-WRITE-DETAIL.

       2050-SET-TYPE-SUB.
           EVALUATE CUST-TYPE
               WHEN WS-CT-RETAIL-CODE
                   MOVE 1 TO WS-TYPE-SUB
               WHEN WS-CT-WHOLESALE-CODE
                   MOVE 2 TO WS-TYPE-SUB
               WHEN WS-CT-PARTNER-CODE
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.

       2120-CHECK-EXCLUSION.
           MOVE 'N' TO WS-EXCLUDED-SW
           MOVE ZERO TO WS-EXCL-SUB
           PERFORM 2125-CHECK-ONE-EXCLUSION
               UNTIL WS-EXCL-SUB >= WS-EXCL-COUNT
                   OR WS-CUST-EXCLUDED.

       2125-CHECK-ONE-EXCLUSION.
           ADD 1 TO WS-EXCL-SUB
           IF WE-CUST-ID(WS-EXCL-SUB) = CUST-ID
               MOVE 'Y' TO WS-EXCLUDED-SW
           END-IF.

       2130-CHECK-GROUP-MEMBER.
      * A parent or a linked branch stays until the group is taken
      * apart through CUSTMGMT
           MOVE 'N' TO WS-GROUP-MEMBER-SW
           IF WS-HIER-FILE-OPEN
               MOVE CUST-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GROUP-MEMBER-SW
               END-READ
           END-IF.

       2200-PURGE-CUSTOMER.
      * Everything goes to the archive before anything is deleted,
      * so a failed archive write leaves the customer whole
           MOVE 'Y' TO WS-PURGE-OK-SW
           MOVE CUSTOMER-RECORD TO WS-PURGE-CUST-IMAGE

           MOVE SPACES TO PURGE-ARCHIVE-RECORD
           MOVE CUST-ID TO PRG-CUST-ID
           MOVE 'C' TO PRG-ENTRY-TYPE
           MOVE SPACE TO PRG-CNT-TYPE
           MOVE ZERO TO PRG-CNT-SEQ
           MOVE CUSTOMER-RECORD TO PRG-IMAGE
           PERFORM 2400-WRITE-ARCHIVE-ENTRY

           IF WS-PURGE-OK AND WS-CNTC-FILE-OPEN
               PERFORM 2310-START-CONTACTS
               PERFORM 2330-ARCHIVE-ONE-CONTACT
                   UNTIL WS-CNTC-BROWSE-DONE
           END-IF

           IF NOT WS-PURGE-OK
               ADD 1 TO WS-FAILED-COUNT
               ADD 1 TO WT-KEPT(WS-TYPE-SUB)
               MOVE 'ARCHIVE WRITE FAILED - KEPT' TO WS-DET-ACTION
           ELSE
               IF WS-CNTC-FILE-OPEN
                   PERFORM 2310-START-CONTACTS
                   PERFORM 2340-DELETE-ONE-CONTACT
                       UNTIL WS-CNTC-BROWSE-DONE
               END-IF
               IF NOT WS-PURGE-OK
                   ADD 1 TO WS-FAILED-COUNT
                   ADD 1 TO WT-KEPT(WS-TYPE-SUB)
                   MOVE 'CONTACT DELETE FAILED - KEPT'
                       TO WS-DET-ACTION
               ELSE
                   PERFORM 2210-DELETE-CUSTOMER
               END-IF
           END-IF.

       2210-DELETE-CUSTOMER.
      * The contact browse may have moved on - delete and journal
      * from the image saved at the start
           MOVE WS-PURGE-CUST-IMAGE TO CUSTOMER-RECORD
           MOVE WS-PURGE-CUST-IMAGE TO WS-JRN-BEFORE-IMAGE
           DELETE CUSTOMER-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERROR PURGING CUSTOMER ' CUST-ID
                       ' STATUS: ' CUST-FILE-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   ADD 1 TO WT-KEPT(WS-TYPE-SUB)
                   MOVE 'CUSTOMER DELETE FAILED - KEPT'
                       TO WS-DET-ACTION
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
                   ADD 1 TO WT-PURGED(WS-TYPE-SUB)
                   MOVE 'PRGE' TO WS-JRN-ACTION
                   PERFORM 2450-WRITE-JOURNAL
                   MOVE 'PURGED TO ARCHIVE' TO WS-DET-ACTION
           END-DELETE.

       2300-COUNT-CONTACTS.
           MOVE ZERO TO WS-CONTACT-COUNT
           IF WS-CNTC-FILE-OPEN
               PERFORM 2310-START-CONTACTS
               PERFORM 2320-COUNT-ONE-CONTACT
                   UNTIL WS-CNTC-BROWSE-DONE
           END-IF.

       2310-START-CONTACTS.
      * Position ahead of the customer's first entry, whatever its
      * contact type, and read the first one
           MOVE 'N' TO WS-CNTC-BROWSE-SW
           MOVE WS-PURGE-CUST-ID TO CNT-CUST-ID
           MOVE LOW-VALUES TO CNT-TYPE
           MOVE ZERO TO CNT-SEQ
           START CONTACT-FILE KEY IS NOT LESS THAN CNT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CNTC-BROWSE-SW
           END-START
           IF NOT WS-CNTC-BROWSE-DONE
               PERFORM 2315-NEXT-CONTACT
           END-IF.

       2315-NEXT-CONTACT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CNTC-BROWSE-SW
           END-READ
           IF NOT WS-CNTC-BROWSE-DONE
               IF CNT-CUST-ID NOT = WS-PURGE-CUST-ID
                   MOVE 'Y' TO WS-CNTC-BROWSE-SW
               END-IF
           END-IF.

       2320-COUNT-ONE-CONTACT.
           ADD 1 TO WS-CONTACT-COUNT
           PERFORM 2315-NEXT-CONTACT.

       2330-ARCHIVE-ONE-CONTACT.
           MOVE SPACES TO PURGE-ARCHIVE-RECORD
           MOVE CNT-CUST-ID TO PRG-CUST-ID
           MOVE 'K' TO PRG-ENTRY-TYPE
           MOVE CNT-TYPE TO PRG-CNT-TYPE
           MOVE CNT-SEQ TO PRG-CNT-SEQ
           MOVE CONTACT-RECORD TO PRG-IMAGE
           PERFORM 2400-WRITE-ARCHIVE-ENTRY
           IF WS-PURGE-OK
               PERFORM 2315-NEXT-CONTACT
           ELSE
               MOVE 'Y' TO WS-CNTC-BROWSE-SW
           END-IF.

       2340-DELETE-ONE-CONTACT.
      * Capture the image while the entry is still intact - the
      * same layout CUSTMGMT journals a contact delete with
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE CONTACT-RECORD TO WS-JRN-BEFORE-IMAGE
           DELETE CONTACT-FILE RECORD
               INVALID KEY
                   DISPLAY 'ERROR PURGING CONTACT ' CNT-KEY
                       ' STATUS: ' CNTC-FILE-STATUS
                   MOVE 'N' TO WS-PURGE-OK-SW
               NOT INVALID KEY
                   ADD 1 TO WS-CONTACTS-PURGED
                   MOVE 'PRGX' TO WS-JRN-ACTION
                   PERFORM 2450-WRITE-JOURNAL
           END-DELETE
           IF WS-PURGE-OK
               PERFORM 2315-NEXT-CONTACT
           ELSE
               MOVE 'Y' TO WS-CNTC-BROWSE-SW
           END-IF.

       2400-WRITE-ARCHIVE-ENTRY.
      * An entry left by an earlier purge of a reused ID, or of a
      * customer restored and purged again, is replaced
           MOVE WS-RUN-DATE TO PRG-PURGE-DATE
           MOVE WS-RUN-ID TO PRG-RUN-ID
           WRITE PURGE-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE PURGE-ARCHIVE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING PURGE ARCHIVE '
                               PRG-KEY ' STATUS: ' ARCH-FILE-STATUS
                           MOVE 'N' TO WS-PURGE-OK-SW
                   END-REWRITE
           END-WRITE.

       2450-WRITE-JOURNAL.
      * One before-image per deletion, tagged with this run's
      * identifier so CUSTBKOUT can restore a bad run and CUSTDLTA
      * carries the removal to the CRM feed
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE WS-JRN-SEQ TO JRN-SEQ
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE SPACES TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       2500-WRITE-DETAIL.
           MOVE CUST-ID TO WS-DET-CUST-ID
           MOVE CUST-NAME TO WS-DET-CUST-NAME
           PERFORM 2510-SET-TYPE-DESC
           MOVE CUST-LAST-ACTIVITY-DATE TO WS-DET-LAST-ACTIVITY
           MOVE WC-DAYS-INACTIVE(WS-CANDIDATE-SUB)
               TO WS-DET-DAYS-INACTIVE
           MOVE WS-CONTACT-COUNT TO WS-DET-CONTACTS
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2510-SET-TYPE-DESC.
           EVALUATE WS-TYPE-SUB
               WHEN 1
                   MOVE WS-CT-RETAIL-DESC TO WS-DET-CUST-TYPE
               WHEN 2
                   MOVE WS-CT-WHOLESALE-DESC TO WS-DET-CUST-TYPE
               WHEN 3
                   MOVE WS-CT-PARTNER-DESC TO WS-DET-CUST-TYPE
               WHEN OTHER
                   MOVE 'OTHER' TO WS-DET-CUST-TYPE
           END-EVALUATE.

       3000-TERMINATE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 1 TO WS-TYPE-SUB
           PERFORM 3100-WRITE-TYPE-LINE
               UNTIL WS-TYPE-SUB > 4

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'CUSTOMERS SCANNED:' TO WS-CL-LABEL
           MOVE WS-SCANNED-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'HISTORY RECORDS READ:' TO WS-CL-LABEL
           MOVE WS-HIST-READ-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'PAST RETENTION (CANDIDATES):' TO WS-CL-LABEL
           MOVE WS-CANDIDATE-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           IF WS-MODE-PURGE
               MOVE 'CUSTOMERS PURGED:' TO WS-CL-LABEL
           ELSE
               MOVE 'CUSTOMERS ELIGIBLE:' TO WS-CL-LABEL
           END-IF
           MOVE WS-PURGED-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           IF WS-MODE-PURGE
               MOVE 'CONTACT ENTRIES PURGED:' TO WS-CL-LABEL
               MOVE WS-CONTACTS-PURGED TO WS-CL-COUNT
               PERFORM 3110-WRITE-COUNT-LINE
           END-IF
           MOVE 'KEPT - LEGAL HOLD:' TO WS-CL-LABEL
           MOVE WS-KEPT-HOLD-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'KEPT - MERGE SURVIVOR:' TO WS-CL-LABEL
           MOVE WS-KEPT-SURVIVOR-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'KEPT - CUSTOMER GROUP MEMBER:' TO WS-CL-LABEL
           MOVE WS-KEPT-GROUP-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'KEPT - HISTORY SINCE ARCHIVE:' TO WS-CL-LABEL
           MOVE WS-KEPT-ACTIVITY-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'PURGE FAILURES:' TO WS-CL-LABEL
           MOVE WS-FAILED-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'UNUSABLE ACTIVITY DATES:' TO WS-CL-LABEL
           MOVE WS-BAD-DATE-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'UNUSABLE BALANCES:' TO WS-CL-LABEL
           MOVE WS-BAD-BALANCE-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE
           MOVE 'LEFT FOR NEXT RUN (TABLE FULL):' TO WS-CL-LABEL
           MOVE WS-OVERFLOW-COUNT TO WS-CL-COUNT
           PERFORM 3110-WRITE-COUNT-LINE

           DISPLAY 'CUSTPURG CUSTOMERS SCANNED: ' WS-SCANNED-COUNT
           DISPLAY 'CUSTPURG CUSTOMERS PURGED:  ' WS-PURGED-COUNT

           PERFORM 1900-CLOSE-MASTERS
           IF WS-MODE-PURGE
               CLOSE PURGE-ARCHIVE-FILE
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE PURGE-REPORT-FILE

           IF WS-FAILED-COUNT > ZERO
                   OR WS-BAD-DATE-COUNT > ZERO
                   OR WS-BAD-BALANCE-COUNT > ZERO
                   OR WS-OVERFLOW-COUNT > ZERO
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           PERFORM 9900-WRITE-RUN-CONTROL.

       3100-WRITE-TYPE-LINE.
           EVALUATE WS-TYPE-SUB
               WHEN 1
                   MOVE WS-CT-RETAIL-DESC TO WS-TL-TYPE-DESC
               WHEN 2
                   MOVE WS-CT-WHOLESALE-DESC TO WS-TL-TYPE-DESC
               WHEN 3
                   MOVE WS-CT-PARTNER-DESC TO WS-TL-TYPE-DESC
               WHEN OTHER
                   MOVE 'OTHER' TO WS-TL-TYPE-DESC
           END-EVALUATE
           IF WS-MODE-PURGE
               MOVE 'PURGED:   ' TO WS-TL-PURGED-LABEL
           ELSE
               MOVE 'ELIGIBLE: ' TO WS-TL-PURGED-LABEL
           END-IF
           MOVE WT-CANDIDATES(WS-TYPE-SUB) TO WS-TL-CANDIDATES
           MOVE WT-PURGED(WS-TYPE-SUB) TO WS-TL-PURGED
           MOVE WT-KEPT(WS-TYPE-SUB) TO WS-TL-KEPT
           MOVE WS-TYPE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-TYPE-SUB.

       3110-WRITE-COUNT-LINE.
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
               MOVE 'CUSTPURG' TO RC-PROGRAM
               MOVE WS-RUN-ID TO RC-RUN-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-RUN-OUTCOME TO RC-OUTCOME
               MOVE WS-SCANNED-COUNT TO RC-RECORD-COUNT
               COMPUTE RC-ERROR-COUNT =
                   WS-FAILED-COUNT + WS-BAD-DATE-COUNT
                   + WS-BAD-BALANCE-COUNT
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

       END PROGRAM CUSTPURG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANAL.
       AUTHOR. AZURE-AI-FOUNDRY.
      *****************************************************************
      * CUSTANAL - Monthly Sales and Receivables Analysis             *
      *                                                               *
      * Management view of the business itself rather than of         *
      * collections: for the analysis month and the same month one    *
      * year earlier it totals, by CUST-TYPE (CUSTTYPE.CPY            *
      * descriptions):                                                *
      *   - charges (CCHG/CCHO, net of any backed-out charge)         *
      *   - payments received (CPAY, less CNSF returned items)        *
      *   - fees (CFEE returned-item and late fees, LATE backouts)    *
      *   - net receivables change (every posting but SNAP)           *
      *   - the discount cost implied by CUST-DISCOUNT-PERCENT on     *
      *     the period's charges                                      *
      *   - new accounts added (JRNFILE CADD entries journaled in     *
      *     the month, typed from the after-image)                    *
      *   - average days to pay, from a FIFO match of each payment    *
      *     against the customer's oldest open charges, weighted      *
      *     by the amount matched                                     *
      * then ranks the top 25 customers by charges in the analysis    *
      * month with each one's share of total charges.                 *
      *                                                               *
      * ANALPARM names the analysis month (YYYY-MM); when the         *
      * dataset is missing or blank the previous calendar month is    *
      * used. The optional ANALARC dataset is a CUSTARCH archive      *
      * (ACTHIST layout) read ahead of ACTHIST so payments can be     *
      * matched to charges archived off; without it the ACTHIST       *
      * SNAP balance carried forward stands in as the oldest open     *
      * item. A customer no longer on CUSTFILE is typed from its      *
      * PURGARCH entry when it has one, else reported as OTHER.       *
      *                                                               *
      * ANALRPT is the printed analysis; ANALCSV carries the same     *
      * figures pipe-delimited for finance's spreadsheets, one        *
      * TYPE record per customer type and period and one TOP          *
      * record per ranked customer, each set led by a RECTYPE         *
      * column-heading record.                                        *
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

           SELECT PARAMETER-FILE ASSIGN TO ANALPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT ARCHIVE-HISTORY-FILE ASSIGN TO ANALARC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.

           SELECT ACTIVITY-HISTORY-FILE ASSIGN TO ACTHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT PURGE-ARCHIVE-FILE ASSIGN TO PURGARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS PRG-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT ANALYSIS-REPORT-FILE ASSIGN TO ANALRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT CSV-REPORT-FILE ASSIGN TO ANALCSV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.

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

       FD  PARAMETER-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  PARAMETER-RECORD.
           05  PARM-PERIOD             PIC X(7).
           05  PARM-PERIOD-R REDEFINES PARM-PERIOD.
               10  PARM-PERIOD-YEAR    PIC 9(4).
               10  PARM-PERIOD-SEP     PIC X(1).
               10  PARM-PERIOD-MONTH   PIC 9(2).
           05  FILLER                  PIC X(13).

      * CUSTARCH archive dataset - same layout as ACTHIST
       FD  ARCHIVE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ARCHIVE-HISTORY-RECORD      PIC X(60).

       FD  ACTIVITY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ACTIVITY-HISTORY-RECORD     PIC X(60).

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
           05  PRG-CUSTOMER-IMAGE REDEFINES PRG-IMAGE.
               10  FILLER              PIC X(10).
               10  PRG-CUST-NAME       PIC X(50).
               10  FILLER              PIC X(115).
               10  PRG-CUST-TYPE       PIC X(1).
               10  FILLER              PIC X(32).
               10  PRG-CUST-DISCOUNT   PIC 9(2)V99.
           05  FILLER                  PIC X(10).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 450 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JRN-RUN-ID              PIC X(14).
           05  JRN-RUN-ID-R REDEFINES JRN-RUN-ID.
               10  JRN-RUN-YEAR        PIC X(4).
               10  JRN-RUN-MONTH       PIC X(2).
               10  FILLER              PIC X(8).
           05  JRN-SEQ                 PIC 9(7).
           05  JRN-ACTION              PIC X(4).
           05  JRN-BEFORE-IMAGE        PIC X(212).
           05  JRN-AFTER-IMAGE         PIC X(212).
           05  JRN-AFTER-CUSTOMER REDEFINES JRN-AFTER-IMAGE.
               10  FILLER              PIC X(175).
               10  JRN-AFTER-CUST-TYPE PIC X(1).
               10  FILLER              PIC X(36).
           05  FILLER                  PIC X(1).

       FD  ANALYSIS-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD               PIC X(132).

       FD  CSV-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CSV-REPORT-RECORD           PIC X(132).

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
           05  PARM-FILE-STATUS        PIC X(2).
               88  PARM-FILE-SUCCESS   VALUE '00'.
           05  ARC-FILE-STATUS         PIC X(2).
               88  ARC-FILE-SUCCESS    VALUE '00'.
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
           05  PRG-FILE-STATUS         PIC X(2).
               88  PRG-FILE-SUCCESS    VALUE '00'.
           05  JOURNAL-FILE-STATUS     PIC X(2).
               88  JOURNAL-FILE-SUCCESS VALUE '00'.
               88  JOURNAL-FILE-EOF    VALUE '10'.
           05  REPORT-FILE-STATUS      PIC X(2).
               88  REPORT-FILE-SUCCESS VALUE '00'.
           05  CSV-FILE-STATUS         PIC X(2).
               88  CSV-FILE-SUCCESS    VALUE '00'.
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
           05  WS-RUN-ID               PIC X(14) VALUE SPACES.

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

      * Analysis month and the same month a year earlier, both
      * YYYY-MM so they compare directly against the first seven
      * characters of a YYYY-MM-DD posting date
       01  WS-PERIOD-AREAS.
           05  WS-ANAL-PERIOD.
               10  WS-AP-YEAR          PIC 9(4).
               10  FILLER              PIC X(1) VALUE '-'.
               10  WS-AP-MONTH         PIC 9(2).
           05  WS-COMP-PERIOD.
               10  WS-CP-YEAR          PIC 9(4).
               10  FILLER              PIC X(1) VALUE '-'.
               10  WS-CP-MONTH         PIC 9(2).
           05  WS-JRN-PERIOD           PIC X(7).

      * Posting being analysed, from ANALARC or ACTHIST
       01  WS-HISTORY-RECORD.
           05  HIST-CUST-ID            PIC X(10).
           05  HIST-TRAN-CODE          PIC X(4).
           05  HIST-POST-DATE          PIC X(10).
           05  HIST-POST-DATE-R REDEFINES HIST-POST-DATE.
               10  HIST-POST-PERIOD    PIC X(7).
               10  FILLER              PIC X(3).
           05  HIST-AMOUNT             PIC S9(7)V99.
           05  HIST-REFERENCE          PIC X(12).
           05  HIST-BALANCE-AFTER      PIC S9(7)V99.
           05  FILLER                  PIC X(6).

       01  WS-WORK-AREAS.
           05  WS-HIST-SOURCE          PIC X(1) VALUE SPACE.
               88  WS-READING-ARCHIVE  VALUE 'R'.
               88  WS-READING-ACTHIST  VALUE 'A'.
           05  WS-HIST-DONE-SW         PIC X(1) VALUE 'N'.
               88  WS-HISTORY-DONE     VALUE 'Y'.
           05  WS-ARCHIVE-USED-SW      PIC X(1) VALUE 'N'.
               88  WS-ARCHIVE-USED     VALUE 'Y'.
           05  WS-PRG-OPEN-SW          PIC X(1) VALUE 'N'.
               88  WS-PRG-FILE-OPEN    VALUE 'Y'.
           05  WS-JOURNAL-READ-SW      PIC X(1) VALUE 'N'.
               88  WS-JOURNAL-READ     VALUE 'Y'.
           05  WS-FIFO-OVERFLOW-SW     PIC X(1) VALUE 'N'.
               88  WS-FIFO-OVERFLOW    VALUE 'Y'.
           05  WS-DEBIT-FOUND-SW       PIC X(1) VALUE 'N'.
               88  WS-DEBIT-FOUND      VALUE 'Y'.
           05  WS-TOP-DONE-SW          PIC X(1) VALUE 'N'.
               88  WS-TOP-DONE         VALUE 'Y'.
           05  WS-DATE-VALID-SW        PIC X(1) VALUE 'N'.
               88  WS-DATE-VALID       VALUE 'Y'.
           05  WS-PURGED-FOUND-SW      PIC X(1) VALUE 'N'.
               88  WS-PURGED-FOUND     VALUE 'Y'.
           05  WS-HIST-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-ARC-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PERIOD-POSTINGS      PIC 9(7) VALUE ZERO.
           05  WS-COMP-POSTINGS        PIC 9(7) VALUE ZERO.
           05  WS-BAD-AMOUNT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-BAD-DISCOUNT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-UNKNOWN-CUST-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-PURGED-CUST-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-ACCT-OVERFLOW-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-JRN-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-UNDATED-MATCH-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-PAYER-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-ACCT-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-ACCT-SUB             PIC 9(5) VALUE ZERO.
           05  WS-SEARCH-SUB           PIC 9(5) VALUE ZERO.
           05  WS-MATCH-SUB            PIC 9(5) VALUE ZERO.
           05  WS-BEST-SUB             PIC 9(5) VALUE ZERO.
           05  WS-SCAN-SUB             PIC 9(5) VALUE ZERO.
           05  WS-FIFO-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-DEBIT-SUB            PIC 9(5) VALUE ZERO.
           05  WS-CREDIT-SUB           PIC 9(5) VALUE ZERO.
           05  WS-RANK                 PIC 9(3) VALUE ZERO.
           05  WS-PERIOD-SUB           PIC 9(1) VALUE ZERO.
           05  WS-TYPE-SUB             PIC 9(1) VALUE ZERO.
           05  WS-TYPE-CODE            PIC X(1) VALUE SPACE.
           05  WS-TYPE-DESC            PIC X(10) VALUE SPACES.
           05  WS-LAST-CUST-ID         PIC X(10) VALUE LOW-VALUES.
           05  WS-CUR-NAME             PIC X(30) VALUE SPACES.
           05  WS-CUR-TYPE-SUB         PIC 9(1) VALUE ZERO.
           05  WS-CUR-DISCOUNT-PCT     PIC 9(2)V99 VALUE ZERO.
           05  WS-MATCH-CUST-ID        PIC X(10) VALUE SPACES.
           05  WS-DISCOUNT-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           05  WS-CREDIT-LEFT          PIC S9(7)V99 VALUE ZERO.
           05  WS-SLICE-AMOUNT         PIC S9(7)V99 VALUE ZERO.
           05  WS-DAYS-TO-PAY          PIC S9(7) VALUE ZERO.
           05  WS-AVG-DAYS             PIC 9(5)V9 VALUE ZERO.
           05  WS-SHARE-PCT            PIC 9(3)V99 VALUE ZERO.
           05  WS-TOTAL-CHARGES        PIC S9(11)V99 VALUE ZERO.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZERO.

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

      * Figures by period (1 analysis month, 2 same month last
      * year) and customer type: retail, wholesale, partner, any
      * code outside the three, then the all-types total
       01  WS-ANALYSIS-TOTALS.
           05  WS-PERIOD-TOTAL OCCURS 2 TIMES.
               10  WS-TYPE-TOTAL OCCURS 5 TIMES.
                   15  WT-CHARGES      PIC S9(11)V99.
                   15  WT-PAYMENTS     PIC S9(11)V99.
                   15  WT-FEES         PIC S9(11)V99.
                   15  WT-NET-CHANGE   PIC S9(11)V99.
                   15  WT-DISCOUNT     PIC S9(11)V99.
                   15  WT-NEW-ACCOUNTS PIC 9(7).
                   15  WT-MATCHED-AMOUNT PIC S9(11)V99.
                   15  WT-DAY-AMOUNT   PIC S9(15)V99.

      * Every customer with a posting in either month, in order of
      * first appearance. WA-CHARGES is the analysis month only -
      * it drives the top-customer ranking
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT OCCURS 5000 TIMES.
               10  WA-CUST-ID          PIC X(10).
               10  WA-CUST-NAME        PIC X(30).
               10  WA-TYPE-SUB         PIC 9(1).
               10  WA-DISCOUNT-PCT     PIC 9(2)V99.
               10  WA-CHARGES          PIC S9(9)V99.
               10  WA-PAYER-SW         PIC X(1).
                   88  WA-PAYER        VALUE 'Y'.
               10  WA-PICKED-SW        PIC X(1).

      * History of the paying customers up to the end of the
      * analysis month, in posting order. WF-KIND: D open item
      * (any debit), P a payment received in one of the two months
      * (WF-PERIOD-SUB), C any other credit. WF-DATE-INT is zero
      * for a posting date that will not edit
       01  WS-FIFO-TABLE.
           05  WS-FIFO-ENTRY OCCURS 10000 TIMES.
               10  WF-CUST-ID          PIC X(10).
               10  WF-DATE-INT         PIC 9(7).
               10  WF-PERIOD-SUB       PIC 9(1).
               10  WF-KIND             PIC X(1).
               10  WF-AMOUNT           PIC S9(7)V99.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(38)
               VALUE 'MONTHLY SALES AND RECEIVABLES ANALYSIS'.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'PERIOD: '.
           05  WS-HDR-PERIOD           PIC X(7).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'COMPARED WITH: '.
           05  WS-HDR-COMP-PERIOD      PIC X(7).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC X(10).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT              PIC X(80).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-TYPE-COLUMN-HEADER.
           05  FILLER                  PIC X(12) VALUE 'CUST TYPE'.
           05  FILLER                  PIC X(9)  VALUE 'PERIOD'.
           05  FILLER                  PIC X(17)
               VALUE '        CHARGES'.
           05  FILLER                  PIC X(17)
               VALUE '       PAYMENTS'.
           05  FILLER                  PIC X(16)
               VALUE '          FEES'.
           05  FILLER                  PIC X(17)
               VALUE '  NET AR CHANGE'.
           05  FILLER                  PIC X(15)
               VALUE 'DISCOUNT COST'.
           05  FILLER                  PIC X(8)  VALUE '   NEW'.
           05  FILLER                  PIC X(8)  VALUE 'AVG DAYS'.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-TYPE-LINE.
           05  WS-TL-TYPE-DESC         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-PERIOD            PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-CHARGES           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-PAYMENTS          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-FEES              PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-NET-CHANGE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-DISCOUNT          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-NEW-ACCOUNTS      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-AVG-DAYS          PIC X(8).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-AVG-DAYS-EDIT            PIC ZZ,ZZ9.9.

       01  WS-TOP-COLUMN-HEADER.
           05  FILLER                  PIC X(6)  VALUE 'RANK'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER ID'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(12) VALUE 'TYPE'.
           05  FILLER                  PIC X(17)
               VALUE '        CHARGES'.
           05  FILLER                  PIC X(7)  VALUE 'SHARE %'.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-TOP-LINE.
           05  WS-TD-RANK              PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-TD-CUST-ID           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TD-CUST-NAME         PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TD-CUST-TYPE         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TD-CHARGES           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TD-SHARE             PIC ZZ9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(32).
           05  WS-CL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

      * Delimited copies of the printed figures - signs lead, no
      * thousands separators, so a spreadsheet reads them as numbers
       01  WS-CSV-WORK-FIELDS.
           05  WS-CSV-CHARGES          PIC -(11)9.99.
           05  WS-CSV-PAYMENTS         PIC -(11)9.99.
           05  WS-CSV-FEES             PIC -(11)9.99.
           05  WS-CSV-NET-CHANGE       PIC -(11)9.99.
           05  WS-CSV-DISCOUNT         PIC -(11)9.99.
           05  WS-CSV-NEW-ACCOUNTS     PIC Z(6)9.
           05  WS-CSV-AVG-DAYS         PIC X(8).
           05  WS-CSV-AVG-EDIT         PIC Z(4)9.9.
           05  WS-CSV-RANK             PIC ZZ9.
           05  WS-CSV-CUST-NAME        PIC X(30).
           05  WS-CSV-SHARE            PIC ZZ9.99.

           COPY 'CUSTTYPE.CPY'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 1100-OPEN-HISTORY
           PERFORM 2000-ANALYZE-POSTING
               UNTIL WS-HISTORY-DONE
           CLOSE ACTIVITY-HISTORY-FILE

      * Days to pay needs each payer's whole history up to the
      * month end, so a second pass loads just those customers
           IF WS-PAYER-COUNT > ZERO
               PERFORM 1100-OPEN-HISTORY
               MOVE LOW-VALUES TO WS-LAST-CUST-ID
               PERFORM 3000-LOAD-PAYER-HISTORY
                   UNTIL WS-HISTORY-DONE
               CLOSE ACTIVITY-HISTORY-FILE
               MOVE ZERO TO WS-MATCH-SUB
               PERFORM 3100-MATCH-ACCOUNT
                   UNTIL WS-MATCH-SUB >= WS-ACCT-COUNT
           END-IF

           PERFORM 4000-COUNT-NEW-ACCOUNTS
           PERFORM 5000-WRITE-ANALYSIS
           PERFORM 6000-TERMINATE
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
           DISPLAY 'CUSTANAL RUN ID: ' WS-RUN-ID
           STRING WS-CURR-YEAR  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-CURR-DAY   DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           INITIALIZE WS-ANALYSIS-TOTALS

           OPEN INPUT PARAMETER-FILE
           IF PARM-FILE-SUCCESS
               READ PARAMETER-FILE
                   AT END
                       MOVE SPACES TO PARM-PERIOD
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               MOVE SPACES TO PARM-PERIOD
           END-IF

      * Run in the first days of a month, the default is the month
      * just closed
           IF PARM-PERIOD = SPACES
               IF WS-CURR-MONTH = 1
                   COMPUTE WS-AP-YEAR = WS-CURR-YEAR - 1
                   MOVE 12 TO WS-AP-MONTH
               ELSE
                   MOVE WS-CURR-YEAR TO WS-AP-YEAR
                   COMPUTE WS-AP-MONTH = WS-CURR-MONTH - 1
               END-IF
           ELSE
               IF PARM-PERIOD-YEAR IS NOT NUMERIC
                       OR PARM-PERIOD-MONTH IS NOT NUMERIC
                       OR PARM-PERIOD-SEP NOT = '-'
                   DISPLAY 'INVALID ANALYSIS PARAMETERS: '
                       PARAMETER-RECORD
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
               IF PARM-PERIOD-YEAR <= 1600
                       OR PARM-PERIOD-MONTH < 1
                       OR PARM-PERIOD-MONTH > 12
                   DISPLAY 'INVALID ANALYSIS PARAMETERS: '
                       PARAMETER-RECORD
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
               MOVE PARM-PERIOD-YEAR TO WS-AP-YEAR
               MOVE PARM-PERIOD-MONTH TO WS-AP-MONTH
           END-IF
           COMPUTE WS-CP-YEAR = WS-AP-YEAR - 1
           MOVE WS-AP-MONTH TO WS-CP-MONTH
           DISPLAY 'CUSTANAL PERIOD: ' WS-ANAL-PERIOD
               ' COMPARED WITH: ' WS-COMP-PERIOD

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-SUCCESS
              DISPLAY 'ERROR OPENING CUSTOMER FILE: ' CUST-FILE-STATUS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

      * Purged customers keep their type on the purge archive; with
      * no archive they are reported under OTHER
           OPEN INPUT PURGE-ARCHIVE-FILE
           IF PRG-FILE-SUCCESS
              MOVE 'Y' TO WS-PRG-OPEN-SW
           ELSE
              IF PRG-FILE-STATUS NOT = '35'
                  DISPLAY 'WARNING - PURGE ARCHIVE FILE NOT OPENED, '
                      'STATUS: ' PRG-FILE-STATUS
              END-IF
           END-IF

           OPEN OUTPUT ANALYSIS-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ANALYSIS REPORT FILE: '
                  REPORT-FILE-STATUS
              PERFORM 1900-CLOSE-MASTERS
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF

           OPEN OUTPUT CSV-REPORT-FILE
           IF NOT CSV-FILE-SUCCESS
              DISPLAY 'ERROR OPENING ANALYSIS CSV FILE: '
                  CSV-FILE-STATUS
              PERFORM 1900-CLOSE-MASTERS
              CLOSE ANALYSIS-REPORT-FILE
              PERFORM 9990-ABORT-RUN
              GOBACK
           END-IF.

       1100-OPEN-HISTORY.
      * The archive is optional - a missing dataset means no
      * archived history. One that exists but cannot be read stops
      * the run rather than report on part of the history
           MOVE 'N' TO WS-HIST-DONE-SW
           OPEN INPUT ARCHIVE-HISTORY-FILE
           IF ARC-FILE-SUCCESS
               MOVE 'R' TO WS-HIST-SOURCE
               MOVE 'Y' TO WS-ARCHIVE-USED-SW
           ELSE
               IF ARC-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING ARCHIVE HISTORY FILE: '
                       ARC-FILE-STATUS
                   PERFORM 1900-CLOSE-MASTERS
                   PERFORM 1950-CLOSE-OUTPUTS
                   PERFORM 9990-ABORT-RUN
                   GOBACK
               END-IF
               MOVE 'A' TO WS-HIST-SOURCE
           END-IF

           OPEN INPUT ACTIVITY-HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
               DISPLAY 'ERROR OPENING ACTIVITY HISTORY FILE: '
                   HIST-FILE-STATUS
               IF WS-READING-ARCHIVE
                   CLOSE ARCHIVE-HISTORY-FILE
               END-IF
               PERFORM 1900-CLOSE-MASTERS
               PERFORM 1950-CLOSE-OUTPUTS
               PERFORM 9990-ABORT-RUN
               GOBACK
           END-IF

           PERFORM 8100-READ-HISTORY.

       1900-CLOSE-MASTERS.
           CLOSE CUSTOMER-FILE
           IF WS-PRG-FILE-OPEN
               CLOSE PURGE-ARCHIVE-FILE
           END-IF.

       1950-CLOSE-OUTPUTS.
           CLOSE ANALYSIS-REPORT-FILE
           CLOSE CSV-REPORT-FILE.

       2000-ANALYZE-POSTING.
           IF WS-READING-ARCHIVE
               ADD 1 TO WS-ARC-READ-COUNT
           ELSE
               ADD 1 TO WS-HIST-READ-COUNT
           END-IF

      * SNAP carries an archived balance forward - it is not
      * business done in any month
           EVALUATE TRUE
               WHEN HIST-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-BAD-AMOUNT-COUNT
               WHEN HIST-TRAN-CODE = 'SNAP'
                   CONTINUE
               WHEN HIST-POST-PERIOD = WS-ANAL-PERIOD
                   MOVE 1 TO WS-PERIOD-SUB
                   ADD 1 TO WS-PERIOD-POSTINGS
                   PERFORM 2100-GET-ACCOUNT
                   PERFORM 2200-ACCUMULATE-POSTING
               WHEN HIST-POST-PERIOD = WS-COMP-PERIOD
                   MOVE 2 TO WS-PERIOD-SUB
                   ADD 1 TO WS-COMP-POSTINGS
                   PERFORM 2100-GET-ACCOUNT
                   PERFORM 2200-ACCUMULATE-POSTING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 8100-READ-HISTORY.

       2100-GET-ACCOUNT.
      * ACTHIST runs in posting order, so one customer's postings
      * cluster - the one-entry cache spares most table searches
           IF HIST-CUST-ID = WS-LAST-CUST-ID
               CONTINUE
           ELSE
               MOVE HIST-CUST-ID TO WS-LAST-CUST-ID
               PERFORM 2110-FIND-ACCOUNT
               IF WS-ACCT-SUB > ZERO
                   MOVE WA-CUST-NAME(WS-ACCT-SUB) TO WS-CUR-NAME
                   MOVE WA-TYPE-SUB(WS-ACCT-SUB) TO WS-CUR-TYPE-SUB
                   MOVE WA-DISCOUNT-PCT(WS-ACCT-SUB)
                       TO WS-CUR-DISCOUNT-PCT
               ELSE
                   PERFORM 2130-LOOKUP-CUSTOMER
                   IF WS-ACCT-COUNT < 5000
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
                       MOVE HIST-CUST-ID TO WA-CUST-ID(WS-ACCT-SUB)
                       MOVE WS-CUR-NAME TO WA-CUST-NAME(WS-ACCT-SUB)
                       MOVE WS-CUR-TYPE-SUB TO WA-TYPE-SUB(WS-ACCT-SUB)
                       MOVE WS-CUR-DISCOUNT-PCT
                           TO WA-DISCOUNT-PCT(WS-ACCT-SUB)
                       MOVE ZERO TO WA-CHARGES(WS-ACCT-SUB)
                       MOVE 'N' TO WA-PAYER-SW(WS-ACCT-SUB)
                       MOVE 'N' TO WA-PICKED-SW(WS-ACCT-SUB)
                   ELSE
      * The type totals still take the postings; only the ranking
      * and days to pay lose the customer
                       ADD 1 TO WS-ACCT-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.

       2110-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-SUB
           MOVE ZERO TO WS-SEARCH-SUB
           PERFORM 2120-CHECK-ONE-ACCOUNT
               UNTIL WS-SEARCH-SUB >= WS-ACCT-COUNT
                   OR WS-ACCT-SUB > ZERO.

       2120-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-SEARCH-SUB
           IF WA-CUST-ID(WS-SEARCH-SUB) = HIST-CUST-ID
               MOVE WS-SEARCH-SUB TO WS-ACCT-SUB
           END-IF.

       2130-LOOKUP-CUSTOMER.
      * Type and discount are the customer's as they stand today
           MOVE HIST-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM 2140-LOOKUP-PURGED-CUSTOMER
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-CUR-NAME
                   MOVE CUST-TYPE TO WS-TYPE-CODE
                   PERFORM 8200-SET-TYPE-SUB
                   MOVE WS-TYPE-SUB TO WS-CUR-TYPE-SUB
                   IF CUST-DISCOUNT-PERCENT IS NUMERIC
                       MOVE CUST-DISCOUNT-PERCENT
                           TO WS-CUR-DISCOUNT-PCT
                   ELSE
                       MOVE ZERO TO WS-CUR-DISCOUNT-PCT
                       ADD 1 TO WS-BAD-DISCOUNT-COUNT
                   END-IF
           END-READ.

       2140-LOOKUP-PURGED-CUSTOMER.
           MOVE 'N' TO WS-PURGED-FOUND-SW
           IF WS-PRG-FILE-OPEN
               MOVE HIST-CUST-ID TO PRG-CUST-ID
               MOVE 'C' TO PRG-ENTRY-TYPE
               MOVE SPACE TO PRG-CNT-TYPE
               MOVE ZERO TO PRG-CNT-SEQ
               READ PURGE-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PURGED-FOUND-SW
               END-READ
           END-IF

           IF WS-PURGED-FOUND
               ADD 1 TO WS-PURGED-CUST-COUNT
               MOVE PRG-CUST-NAME TO WS-CUR-NAME
               MOVE PRG-CUST-TYPE TO WS-TYPE-CODE
               PERFORM 8200-SET-TYPE-SUB
               MOVE WS-TYPE-SUB TO WS-CUR-TYPE-SUB
               IF PRG-CUST-DISCOUNT IS NUMERIC
                   MOVE PRG-CUST-DISCOUNT TO WS-CUR-DISCOUNT-PCT
               ELSE
                   MOVE ZERO TO WS-CUR-DISCOUNT-PCT
                   ADD 1 TO WS-BAD-DISCOUNT-COUNT
               END-IF
           ELSE
      * The business was still done - report it under OTHER at no
      * discount and count it
               ADD 1 TO WS-UNKNOWN-CUST-COUNT
               MOVE '*** NOT ON CUSTOMER FILE ***' TO WS-CUR-NAME
               MOVE 4 TO WS-CUR-TYPE-SUB
               MOVE ZERO TO WS-CUR-DISCOUNT-PCT
           END-IF.

       2200-ACCUMULATE-POSTING.
      * A backout posts under the original code with the amount
      * negated, so each figure nets its own reversals
           ADD HIST-AMOUNT
               TO WT-NET-CHANGE(WS-PERIOD-SUB, WS-CUR-TYPE-SUB)
           EVALUATE HIST-TRAN-CODE
               WHEN 'CCHG'
               WHEN 'CCHO'
                   ADD HIST-AMOUNT
                       TO WT-CHARGES(WS-PERIOD-SUB, WS-CUR-TYPE-SUB)
                   COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                       HIST-AMOUNT * WS-CUR-DISCOUNT-PCT / 100
                   ADD WS-DISCOUNT-AMOUNT
                       TO WT-DISCOUNT(WS-PERIOD-SUB, WS-CUR-TYPE-SUB)
                   IF WS-PERIOD-SUB = 1 AND WS-ACCT-SUB > ZERO
                       ADD HIST-AMOUNT TO WA-CHARGES(WS-ACCT-SUB)
                   END-IF
               WHEN 'CPAY'
               WHEN 'CNSF'
      * Payments are shown as received (positive); a returned item
      * takes its payment back out
                   SUBTRACT HIST-AMOUNT
                       FROM WT-PAYMENTS(WS-PERIOD-SUB, WS-CUR-TYPE-SUB)
                   IF HIST-TRAN-CODE = 'CPAY'
                           AND HIST-AMOUNT < ZERO
                           AND HIST-REFERENCE NOT = 'BACKOUT'
                           AND WS-ACCT-SUB > ZERO
                       IF NOT WA-PAYER(WS-ACCT-SUB)
                           MOVE 'Y' TO WA-PAYER-SW(WS-ACCT-SUB)
                           ADD 1 TO WS-PAYER-COUNT
                       END-IF
                   END-IF
               WHEN 'CFEE'
               WHEN 'LATE'
                   ADD HIST-AMOUNT
                       TO WT-FEES(WS-PERIOD-SUB, WS-CUR-TYPE-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-LOAD-PAYER-HISTORY.
      * With the archive read, its SNAP records and detail stand
      * for the history CUSTARCH took off ACTHIST, so the ACTHIST
      * SNAP would count that history twice. Postings after the
      * analysis month play no part in its payments
           EVALUATE TRUE
               WHEN HIST-AMOUNT IS NOT NUMERIC
                   CONTINUE
               WHEN HIST-AMOUNT = ZERO
                   CONTINUE
               WHEN HIST-POST-PERIOD > WS-ANAL-PERIOD
                   CONTINUE
               WHEN HIST-TRAN-CODE = 'SNAP'
                       AND WS-READING-ACTHIST
                       AND WS-ARCHIVE-USED
                   CONTINUE
               WHEN OTHER
                   PERFORM 3010-FIND-PAYER
                   IF WS-ACCT-SUB > ZERO
                       IF WA-PAYER(WS-ACCT-SUB)
                           PERFORM 3020-LOAD-FIFO-ENTRY
                       END-IF
                   END-IF
           END-EVALUATE

           PERFORM 8100-READ-HISTORY.

       3010-FIND-PAYER.
           IF HIST-CUST-ID NOT = WS-LAST-CUST-ID
               MOVE HIST-CUST-ID TO WS-LAST-CUST-ID
               PERFORM 2110-FIND-ACCOUNT
           END-IF.

       3020-LOAD-FIFO-ENTRY.
           IF WS-FIFO-COUNT < 10000
               ADD 1 TO WS-FIFO-COUNT
               MOVE HIST-CUST-ID TO WF-CUST-ID(WS-FIFO-COUNT)
               MOVE ZERO TO WF-PERIOD-SUB(WS-FIFO-COUNT)
               MOVE HIST-POST-DATE TO WS-EDIT-DATE
               PERFORM 8000-VALIDATE-EDIT-DATE
               IF WS-DATE-VALID
                   COMPUTE WF-DATE-INT(WS-FIFO-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-CCYYMMDD)
               ELSE
                   MOVE ZERO TO WF-DATE-INT(WS-FIFO-COUNT)
               END-IF
               IF HIST-AMOUNT > ZERO
                   MOVE 'D' TO WF-KIND(WS-FIFO-COUNT)
                   MOVE HIST-AMOUNT TO WF-AMOUNT(WS-FIFO-COUNT)
               ELSE
                   MOVE 'C' TO WF-KIND(WS-FIFO-COUNT)
                   COMPUTE WF-AMOUNT(WS-FIFO-COUNT) = 0 - HIST-AMOUNT
                   IF HIST-TRAN-CODE = 'CPAY'
                           AND HIST-REFERENCE NOT = 'BACKOUT'
                       IF HIST-POST-PERIOD = WS-ANAL-PERIOD
                           MOVE 'P' TO WF-KIND(WS-FIFO-COUNT)
                           MOVE 1 TO WF-PERIOD-SUB(WS-FIFO-COUNT)
                       END-IF
                       IF HIST-POST-PERIOD = WS-COMP-PERIOD
                           MOVE 'P' TO WF-KIND(WS-FIFO-COUNT)
                           MOVE 2 TO WF-PERIOD-SUB(WS-FIFO-COUNT)
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-FIFO-OVERFLOW-SW
           END-IF.

       3100-MATCH-ACCOUNT.
      * Each credit in posting order uses up the oldest charges
      * still open; a payment's days to pay are weighted by each
      * slice of charge it clears
           ADD 1 TO WS-MATCH-SUB
           IF WA-PAYER(WS-MATCH-SUB)
               MOVE WA-CUST-ID(WS-MATCH-SUB) TO WS-MATCH-CUST-ID
               MOVE WA-TYPE-SUB(WS-MATCH-SUB) TO WS-TYPE-SUB
               MOVE ZERO TO WS-DEBIT-SUB
               PERFORM 3110-NEXT-OPEN-DEBIT
               MOVE ZERO TO WS-CREDIT-SUB
               PERFORM 3130-APPLY-ONE-CREDIT
                   UNTIL WS-CREDIT-SUB >= WS-FIFO-COUNT
                       OR NOT WS-DEBIT-FOUND
           END-IF.

       3110-NEXT-OPEN-DEBIT.
           MOVE 'N' TO WS-DEBIT-FOUND-SW
           PERFORM 3120-CHECK-ONE-DEBIT
               UNTIL WS-DEBIT-SUB >= WS-FIFO-COUNT
                   OR WS-DEBIT-FOUND.

       3120-CHECK-ONE-DEBIT.
           ADD 1 TO WS-DEBIT-SUB
           IF WF-CUST-ID(WS-DEBIT-SUB) = WS-MATCH-CUST-ID
                   AND WF-KIND(WS-DEBIT-SUB) = 'D'
                   AND WF-AMOUNT(WS-DEBIT-SUB) > ZERO
               MOVE 'Y' TO WS-DEBIT-FOUND-SW
           END-IF.

       3130-APPLY-ONE-CREDIT.
           ADD 1 TO WS-CREDIT-SUB
           IF WF-CUST-ID(WS-CREDIT-SUB) = WS-MATCH-CUST-ID
                   AND WF-KIND(WS-CREDIT-SUB) NOT = 'D'
               MOVE WF-AMOUNT(WS-CREDIT-SUB) TO WS-CREDIT-LEFT
               PERFORM 3140-MATCH-ONE-SLICE
                   UNTIL WS-CREDIT-LEFT = ZERO
                       OR NOT WS-DEBIT-FOUND
           END-IF.

       3140-MATCH-ONE-SLICE.
           IF WS-CREDIT-LEFT < WF-AMOUNT(WS-DEBIT-SUB)
               MOVE WS-CREDIT-LEFT TO WS-SLICE-AMOUNT
           ELSE
               MOVE WF-AMOUNT(WS-DEBIT-SUB) TO WS-SLICE-AMOUNT
           END-IF
           SUBTRACT WS-SLICE-AMOUNT FROM WS-CREDIT-LEFT
           SUBTRACT WS-SLICE-AMOUNT FROM WF-AMOUNT(WS-DEBIT-SUB)

           IF WF-KIND(WS-CREDIT-SUB) = 'P'
               PERFORM 3150-ACCUMULATE-DAYS
           END-IF

           IF WF-AMOUNT(WS-DEBIT-SUB) = ZERO
               PERFORM 3110-NEXT-OPEN-DEBIT
           END-IF.

       3150-ACCUMULATE-DAYS.
      * A payment ahead of its charge counts as paid on the day
           IF WF-DATE-INT(WS-CREDIT-SUB) = ZERO
                   OR WF-DATE-INT(WS-DEBIT-SUB) = ZERO
               ADD 1 TO WS-UNDATED-MATCH-COUNT
           ELSE
               COMPUTE WS-DAYS-TO-PAY =
                   WF-DATE-INT(WS-CREDIT-SUB)
                   - WF-DATE-INT(WS-DEBIT-SUB)
               IF WS-DAYS-TO-PAY < ZERO
                   MOVE ZERO TO WS-DAYS-TO-PAY
               END-IF
               MOVE WF-PERIOD-SUB(WS-CREDIT-SUB) TO WS-PERIOD-SUB
               ADD WS-SLICE-AMOUNT
                   TO WT-MATCHED-AMOUNT(WS-PERIOD-SUB, WS-TYPE-SUB)
               COMPUTE WT-DAY-AMOUNT(WS-PERIOD-SUB, WS-TYPE-SUB) =
                   WT-DAY-AMOUNT(WS-PERIOD-SUB, WS-TYPE-SUB)
                   + WS-SLICE-AMOUNT * WS-DAYS-TO-PAY
           END-IF.

       4000-COUNT-NEW-ACCOUNTS.
      * Every account CUSTMGMT adds is journaled CADD under a run
      * id that opens with the run date (CUSTBULK only rewrites,
      * journaled BULK). Without the journal the counts cannot be
      * given - warn, do not stop
           OPEN INPUT JOURNAL-FILE
           IF NOT JOURNAL-FILE-SUCCESS
               DISPLAY 'WARNING - JOURNAL FILE NOT OPENED, '
                   'STATUS: ' JOURNAL-FILE-STATUS
           ELSE
               MOVE 'Y' TO WS-JOURNAL-READ-SW
               READ JOURNAL-FILE
                   AT END SET JOURNAL-FILE-EOF TO TRUE
               END-READ
               PERFORM 4100-CHECK-ONE-JOURNAL
                   UNTIL JOURNAL-FILE-EOF
               CLOSE JOURNAL-FILE
           END-IF.

       4100-CHECK-ONE-JOURNAL.
           ADD 1 TO WS-JRN-READ-COUNT
           IF JRN-ACTION = 'CADD'
               STRING JRN-RUN-YEAR  DELIMITED BY SIZE
                      '-'           DELIMITED BY SIZE
                      JRN-RUN-MONTH DELIMITED BY SIZE
                   INTO WS-JRN-PERIOD
               END-STRING
               MOVE ZERO TO WS-PERIOD-SUB
               IF WS-JRN-PERIOD = WS-ANAL-PERIOD
                   MOVE 1 TO WS-PERIOD-SUB
               END-IF
               IF WS-JRN-PERIOD = WS-COMP-PERIOD
                   MOVE 2 TO WS-PERIOD-SUB
               END-IF
               IF WS-PERIOD-SUB > ZERO
                   MOVE JRN-AFTER-CUST-TYPE TO WS-TYPE-CODE
                   PERFORM 8200-SET-TYPE-SUB
                   ADD 1 TO WT-NEW-ACCOUNTS(WS-PERIOD-SUB, WS-TYPE-SUB)
               END-IF
           END-IF

           READ JOURNAL-FILE
               AT END SET JOURNAL-FILE-EOF TO TRUE
           END-READ.

       5000-WRITE-ANALYSIS.
           MOVE 1 TO WS-PERIOD-SUB
           PERFORM 5010-SUM-PERIOD-TOTALS
               UNTIL WS-PERIOD-SUB > 2

           MOVE WS-ANAL-PERIOD TO WS-HDR-PERIOD
           MOVE WS-COMP-PERIOD TO WS-HDR-COMP-PERIOD
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'SALES AND RECEIVABLES BY CUSTOMER TYPE' TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TYPE-COLUMN-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO CSV-REPORT-RECORD
           STRING 'RECTYPE|PERIOD|CUST TYPE|CHARGES|PAYMENTS|FEES|'
                      DELIMITED BY SIZE
                  'NET AR CHANGE|DISCOUNT COST|NEW ACCOUNTS|'
                      DELIMITED BY SIZE
                  'AVG DAYS TO PAY'
                      DELIMITED BY SIZE
               INTO CSV-REPORT-RECORD
           END-STRING
           WRITE CSV-REPORT-RECORD

           MOVE 1 TO WS-TYPE-SUB
           PERFORM 5100-WRITE-TYPE-LINES
               UNTIL WS-TYPE-SUB > 5

           IF WS-FIFO-OVERFLOW
               MOVE 'AVERAGE DAYS TO PAY INCOMPLETE - HISTORY TABLE'
                   TO WS-SL-TEXT
               MOVE WS-SECTION-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF NOT WS-JOURNAL-READ
               MOVE 'NEW ACCOUNTS NOT COUNTED - NO JOURNAL'
                   TO WS-SL-TEXT
               MOVE WS-SECTION-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           PERFORM 5200-WRITE-TOP-CUSTOMERS.

       5010-SUM-PERIOD-TOTALS.
           MOVE 1 TO WS-TYPE-SUB
           PERFORM 5020-ADD-TYPE-TO-TOTAL
               UNTIL WS-TYPE-SUB > 4
           ADD 1 TO WS-PERIOD-SUB.

       5020-ADD-TYPE-TO-TOTAL.
           ADD WT-CHARGES(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WT-CHARGES(WS-PERIOD-SUB, 5)
           ADD WT-PAYMENTS(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WT-PAYMENTS(WS-PERIOD-SUB, 5)
           ADD WT-FEES(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WT-FEES(WS-PERIOD-SUB, 5)
           ADD WT-NET-CHANGE(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WT-NET-CHANGE(WS-PERIOD-SUB, 5)
           ADD WT-DISCOUNT(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WT-DISCOUNT(WS-PERIOD-SUB, 5)
           ADD WT-NEW-ACCOUNTS(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WT-NEW-ACCOUNTS(WS-PERIOD-SUB, 5)
           ADD WT-MATCHED-AMOUNT(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WT-MATCHED-AMOUNT(WS-PERIOD-SUB, 5)
           ADD WT-DAY-AMOUNT(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WT-DAY-AMOUNT(WS-PERIOD-SUB, 5)
           ADD 1 TO WS-TYPE-SUB.

       5100-WRITE-TYPE-LINES.
           PERFORM 8300-SET-TYPE-DESC
           MOVE WS-TYPE-DESC TO WS-TL-TYPE-DESC
           MOVE 1 TO WS-PERIOD-SUB
           PERFORM 5110-WRITE-PERIOD-LINE
           MOVE SPACES TO WS-TL-TYPE-DESC
           MOVE 2 TO WS-PERIOD-SUB
           PERFORM 5110-WRITE-PERIOD-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-TYPE-SUB.

       5110-WRITE-PERIOD-LINE.
           IF WS-PERIOD-SUB = 1
               MOVE WS-ANAL-PERIOD TO WS-TL-PERIOD
           ELSE
               MOVE WS-COMP-PERIOD TO WS-TL-PERIOD
           END-IF
           MOVE WT-CHARGES(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WS-TL-CHARGES WS-CSV-CHARGES
           MOVE WT-PAYMENTS(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WS-TL-PAYMENTS WS-CSV-PAYMENTS
           MOVE WT-FEES(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WS-TL-FEES WS-CSV-FEES
           MOVE WT-NET-CHANGE(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WS-TL-NET-CHANGE WS-CSV-NET-CHANGE
           MOVE WT-DISCOUNT(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WS-TL-DISCOUNT WS-CSV-DISCOUNT
           MOVE WT-NEW-ACCOUNTS(WS-PERIOD-SUB, WS-TYPE-SUB)
               TO WS-TL-NEW-ACCOUNTS WS-CSV-NEW-ACCOUNTS

      * No payment matched to a charge in the month - no average
           IF WT-MATCHED-AMOUNT(WS-PERIOD-SUB, WS-TYPE-SUB) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WT-DAY-AMOUNT(WS-PERIOD-SUB, WS-TYPE-SUB)
                   / WT-MATCHED-AMOUNT(WS-PERIOD-SUB, WS-TYPE-SUB)
               MOVE WS-AVG-DAYS TO WS-AVG-DAYS-EDIT
               MOVE WS-AVG-DAYS-EDIT TO WS-TL-AVG-DAYS
               MOVE WS-AVG-DAYS TO WS-CSV-AVG-EDIT
               MOVE WS-CSV-AVG-EDIT TO WS-CSV-AVG-DAYS
           ELSE
               MOVE '     N/A' TO WS-TL-AVG-DAYS
               MOVE SPACES TO WS-CSV-AVG-DAYS
           END-IF

           MOVE WS-TYPE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 5120-WRITE-CSV-TYPE.

       5120-WRITE-CSV-TYPE.
           MOVE SPACES TO CSV-REPORT-RECORD
           STRING 'TYPE'                           DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  WS-TL-PERIOD                     DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TYPE-DESC)      DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CHARGES)    DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PAYMENTS)   DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-FEES)       DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-NET-CHANGE) DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-DISCOUNT)   DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-NEW-ACCOUNTS)
                                                   DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-AVG-DAYS)   DELIMITED BY SIZE
               INTO CSV-REPORT-RECORD
           END-STRING
           WRITE CSV-REPORT-RECORD.

       5200-WRITE-TOP-CUSTOMERS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-SL-TEXT
           STRING 'TOP 25 CUSTOMERS BY CHARGES - ' DELIMITED BY SIZE
                  WS-ANAL-PERIOD                   DELIMITED BY SIZE
               INTO WS-SL-TEXT
           END-STRING
           MOVE WS-SECTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOP-COLUMN-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO CSV-REPORT-RECORD
           STRING 'RECTYPE|RANK|CUST ID|NAME|CUST TYPE|CHARGES|'
                      DELIMITED BY SIZE
                  'SHARE PCT'
                      DELIMITED BY SIZE
               INTO CSV-REPORT-RECORD
           END-STRING
           WRITE CSV-REPORT-RECORD

      * Share is of all charges in the month, every type included
           MOVE WT-CHARGES(1, 5) TO WS-TOTAL-CHARGES
           MOVE ZERO TO WS-RANK
           MOVE 'N' TO WS-TOP-DONE-SW
           PERFORM 5210-EMIT-NEXT-TOP
               UNTIL WS-RANK >= 25 OR WS-TOP-DONE

           IF WS-RANK = ZERO
               MOVE '     NO CHARGES POSTED IN THE PERIOD' TO WS-SL-TEXT
               MOVE WS-SECTION-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       5210-EMIT-NEXT-TOP.
      * A straight selection pass per ranked line is plenty for 25
           MOVE ZERO TO WS-BEST-SUB
           MOVE ZERO TO WS-SCAN-SUB
           PERFORM 5220-SCAN-FOR-TOP
               UNTIL WS-SCAN-SUB >= WS-ACCT-COUNT

           IF WS-BEST-SUB = ZERO
               MOVE 'Y' TO WS-TOP-DONE-SW
           ELSE
               ADD 1 TO WS-RANK
               MOVE 'Y' TO WA-PICKED-SW(WS-BEST-SUB)
               MOVE WA-TYPE-SUB(WS-BEST-SUB) TO WS-TYPE-SUB
               PERFORM 8300-SET-TYPE-DESC
               IF WS-TOTAL-CHARGES > ZERO
                   COMPUTE WS-SHARE-PCT ROUNDED =
                       WA-CHARGES(WS-BEST-SUB) * 100
                       / WS-TOTAL-CHARGES
               ELSE
                   MOVE ZERO TO WS-SHARE-PCT
               END-IF
               MOVE WS-RANK TO WS-TD-RANK WS-CSV-RANK
               MOVE WA-CUST-ID(WS-BEST-SUB) TO WS-TD-CUST-ID
               MOVE WA-CUST-NAME(WS-BEST-SUB)
                   TO WS-TD-CUST-NAME WS-CSV-CUST-NAME
               MOVE WS-TYPE-DESC TO WS-TD-CUST-TYPE
               MOVE WA-CHARGES(WS-BEST-SUB)
                   TO WS-TD-CHARGES WS-CSV-CHARGES
               MOVE WS-SHARE-PCT TO WS-TD-SHARE WS-CSV-SHARE
               MOVE WS-TOP-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM 5230-WRITE-CSV-TOP
           END-IF.

       5220-SCAN-FOR-TOP.
           ADD 1 TO WS-SCAN-SUB
           IF WA-PICKED-SW(WS-SCAN-SUB) = 'N'
                   AND WA-CHARGES(WS-SCAN-SUB) > ZERO
               IF WS-BEST-SUB = ZERO
                   MOVE WS-SCAN-SUB TO WS-BEST-SUB
               ELSE
                   IF WA-CHARGES(WS-SCAN-SUB)
                           > WA-CHARGES(WS-BEST-SUB)
                       MOVE WS-SCAN-SUB TO WS-BEST-SUB
                   END-IF
               END-IF
           END-IF.

       5230-WRITE-CSV-TOP.
           MOVE SPACES TO CSV-REPORT-RECORD
           STRING 'TOP'                            DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-RANK)       DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TD-CUST-ID)     DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CUST-NAME)  DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TYPE-DESC)      DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CHARGES)    DELIMITED BY SIZE
                  '|'                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-SHARE)      DELIMITED BY SIZE
               INTO CSV-REPORT-RECORD
           END-STRING
           WRITE CSV-REPORT-RECORD.

       6000-TERMINATE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'ACTHIST RECORDS READ:' TO WS-CL-LABEL
           MOVE WS-HIST-READ-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'ARCHIVE RECORDS READ:' TO WS-CL-LABEL
           MOVE WS-ARC-READ-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'POSTINGS IN PERIOD:' TO WS-CL-LABEL
           MOVE WS-PERIOD-POSTINGS TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'POSTINGS IN COMPARISON PERIOD:' TO WS-CL-LABEL
           MOVE WS-COMP-POSTINGS TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'CUSTOMERS WITH POSTINGS:' TO WS-CL-LABEL
           MOVE WS-ACCT-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'CUSTOMERS WITH PAYMENTS:' TO WS-CL-LABEL
           MOVE WS-PAYER-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'PAYER HISTORY ENTRIES MATCHED:' TO WS-CL-LABEL
           MOVE WS-FIFO-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'JOURNAL RECORDS READ:' TO WS-CL-LABEL
           MOVE WS-JRN-READ-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'CUSTOMERS TYPED FROM PURGE ARCH:' TO WS-CL-LABEL
           MOVE WS-PURGED-CUST-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'CUSTOMERS NOT ON FILE (OTHER):' TO WS-CL-LABEL
           MOVE WS-UNKNOWN-CUST-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'UNUSABLE AMOUNTS:' TO WS-CL-LABEL
           MOVE WS-BAD-AMOUNT-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'UNUSABLE DISCOUNT PERCENTS:' TO WS-CL-LABEL
           MOVE WS-BAD-DISCOUNT-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'PAYMENTS MATCHED TO BAD DATES:' TO WS-CL-LABEL
           MOVE WS-UNDATED-MATCH-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE
           MOVE 'CUSTOMERS NOT RANKED (TABLE):' TO WS-CL-LABEL
           MOVE WS-ACCT-OVERFLOW-COUNT TO WS-CL-COUNT
           PERFORM 6100-WRITE-COUNT-LINE

           DISPLAY 'CUSTANAL ACTHIST RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'CUSTANAL CUSTOMERS ANALYSED:   ' WS-ACCT-COUNT

           PERFORM 1900-CLOSE-MASTERS
           PERFORM 1950-CLOSE-OUTPUTS

           IF WS-BAD-AMOUNT-COUNT > ZERO
                   OR WS-BAD-DISCOUNT-COUNT > ZERO
                   OR WS-UNDATED-MATCH-COUNT > ZERO
                   OR WS-ACCT-OVERFLOW-COUNT > ZERO
                   OR WS-FIFO-OVERFLOW
                   OR NOT WS-JOURNAL-READ
               MOVE '04' TO WS-RUN-OUTCOME
           END-IF
           PERFORM 9900-WRITE-RUN-CONTROL.

       6100-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-RECORD
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

       8100-READ-HISTORY.
      * The archive, when there is one, is the older history - it
      * is read through before ACTHIST
           IF WS-READING-ARCHIVE
               READ ARCHIVE-HISTORY-FILE INTO WS-HISTORY-RECORD
                   AT END
                       CLOSE ARCHIVE-HISTORY-FILE
                       MOVE 'A' TO WS-HIST-SOURCE
               END-READ
           END-IF
           IF WS-READING-ACTHIST
               READ ACTIVITY-HISTORY-FILE INTO WS-HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-HIST-DONE-SW
               END-READ
           END-IF.

       8200-SET-TYPE-SUB.
           EVALUATE WS-TYPE-CODE
               WHEN WS-CT-RETAIL-CODE
                   MOVE 1 TO WS-TYPE-SUB
               WHEN WS-CT-WHOLESALE-CODE
                   MOVE 2 TO WS-TYPE-SUB
               WHEN WS-CT-PARTNER-CODE
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.

       8300-SET-TYPE-DESC.
           EVALUATE WS-TYPE-SUB
               WHEN 1
                   MOVE WS-CT-RETAIL-DESC TO WS-TYPE-DESC
               WHEN 2
                   MOVE WS-CT-WHOLESALE-DESC TO WS-TYPE-DESC
               WHEN 3
                   MOVE WS-CT-PARTNER-DESC TO WS-TYPE-DESC
               WHEN 4
                   MOVE 'OTHER' TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE 'TOTAL' TO WS-TYPE-DESC
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
               MOVE 'CUSTANAL' TO RC-PROGRAM
               MOVE WS-RUN-ID TO RC-RUN-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               MOVE WS-RUN-OUTCOME TO RC-OUTCOME
               MOVE WS-HIST-READ-COUNT TO RC-RECORD-COUNT
               COMPUTE RC-ERROR-COUNT =
                   WS-BAD-AMOUNT-COUNT + WS-BAD-DISCOUNT-COUNT
                   + WS-UNDATED-MATCH-COUNT
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

       END PROGRAM CUSTANAL.

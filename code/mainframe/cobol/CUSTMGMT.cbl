      *   CCHG - Post a charge (increases current balance)            *
      *   CCHO - Post a charge with supervisor override of the        *
      *          credit limit (audited to OVRLOG)                     *
      *   CREC - Post a bad-debt recovery: reinstates money written   *
      *          off by CUSTWOFF ahead of the CPAY for the cash       *
      *   CNSF - Post a returned (NSF) payment: restores the balance  *
      *          an earlier CPAY cleared, optionally adding a         *
      *          returned-item fee                                    *
      *   CHLD - Place a credit hold (HOLDFILE): no further charges   *
      *          post until it is released; payments still post      *
      *   CRLS - Release a credit hold                                *
      *   CDSP - Open a dispute on a posted charge (DISPFILE); the    *
      *          charge leaves the CUSTLATE/CUSTDUNN aging while open *
      *   CDRS - Resolve a dispute: upheld posts a dispute credit     *
      *          (CDCR) for all or part of the charge, denied returns *
      *          the charge to collection                             *
      *   CGRP - Make the account a group parent (HIERFILE) carrying  *
      *          a credit limit over the whole family                 *
      *   CLNK - Link the account to a group parent as a branch       *
      *   CULK - Unlink a branch, or drop a parent with no branches   *
      *   XADD - Add a contact/address entry (CNTCFILE)               *
      *   XUPD - Update a contact/address entry                       *
      *   XDEL - Delete a contact/address entry                       *
      *               1234.56), matching the BULKPARM and LATEPARM    *
      *               fixed-decimal convention, so lockbox cents      *
      *               survive the TRAN-DATA edit exactly              *
      * DATE-UPDATED: 2026-10-15 - bad-debt recovery posting (CREC)   *
      *               reinstating a CUSTWOFF write-off; no credit     *
      *               limit check, allowed on an inactive account     *
      * DATE-UPDATED: 2026-10-15 - returned-payment posting (CNSF)    *
      *               naming the original CPAY by its reference, with *
      *               an optional returned-item fee posted as CFEE;   *
      *               the original must be on ACTHIST (1030) and not  *
      *               already returned or backed out (1031)           *
      * DATE-UPDATED: 2026-10-15 - credit hold (CHLD) and release     *
      *               (CRLS) on the HOLDFILE child dataset, each      *
      *               carrying a reason code and the authorizer and   *
      *               journaled for CUSTBKOUT; CCHG/CCHO charges on a *
      *               held account reject (1032), payments post as    *
      *               before; CINQ shows the hold                     *
      * DATE-UPDATED: 2026-10-15 - disputed charges (CDSP/CDRS) on    *
      *               the DISPFILE dataset keyed by customer and the  *
      *               charge reference; the charge must be a CCHG/    *
      *               CCHO on ACTHIST within the last year, and an    *
      *               upheld dispute posts its credit to ACTHIST and  *
      *               JRNFILE as CDCR                                 *
      * DATE-UPDATED: 2026-10-15 - customer groups (CGRP/CLNK/CULK)   *
      *               on the HIERFILE dataset: a parent carries a     *
      *               group credit limit, and a CCHG that would take  *
      *               the family's combined balance past it rejects   *
      *               (1041) even inside the branch's own limit; a    *
      *               linked account cannot be deleted                *
      * DATE-UPDATED: 2026-10-15 - a recovery (CREC) needs a write-off*
      *               on ACTHIST (1047) and is capped at the amount   *
      *               written off less any already recovered (1048)   *
      * DATE-UPDATED: 2026-10-15 - RUNSTATS error breakdown widened to*
      *               50 code slots (record 510); CHKPFILE carries the*
      *               posting, hold, dispute and group counters       *
      *               (record 120); ACTHIST postings whose amount will*
      *               not edit are skipped and counted at load        *
      *****************************************************************
       
       ENVIRONMENT DIVISION.
               RECORD KEY IS CNT-KEY
               FILE STATUS IS CNTC-FILE-STATUS.

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

           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIER-CUST-ID
               ALTERNATE RECORD KEY IS HIER-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HIER-FILE-STATUS.

           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05  CHK-TRAN-COUNT          PIC 9(7).
           05  CHK-LAST-CUST-ID        PIC X(10).
           05  CHK-RESUB-COUNT         PIC 9(5).
           05  CHK-REJECT-COUNT        PIC 9(5).
           05  CHK-SUSPENDED-COUNT     PIC 9(5).
           05  CHK-RECOVERY-COUNT      PIC 9(5).
           05  CHK-RETURN-COUNT        PIC 9(5).
           05  CHK-HOLD-COUNT          PIC 9(5).
           05  CHK-RELEASE-COUNT       PIC 9(5).
           05  CHK-DISPUTE-COUNT       PIC 9(5).
           05  CHK-RESOLVE-COUNT       PIC 9(5).
           05  CHK-DISPUTE-CREDIT-COUNT PIC 9(5).
           05  CHK-GROUP-COUNT         PIC 9(5).
           05  CHK-LINK-COUNT          PIC 9(5).
           05  CHK-UNLINK-COUNT        PIC 9(5).
           05  FILLER                  PIC X(3).

       FD  CSV-REPORT-FILE
           05  CNT-EMAIL               PIC X(30).
           05  FILLER                  PIC X(12).

      * One entry per account ever held; a released hold stays on
      * file with its release details until the account is held
      * again
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
               88  HOLD-BY-COLLECTIONS VALUE 'M'.
               88  HOLD-BY-DUNNING     VALUE 'D'.
           05  HOLD-REASON             PIC X(4).
           05  HOLD-PLACED-BY          PIC X(8).
           05  HOLD-PLACED-DATE        PIC X(10).
           05  HOLD-RELEASE-REASON     PIC X(4).
           05  HOLD-RELEASED-BY        PIC X(8).
           05  HOLD-RELEASED-DATE      PIC X(10).
           05  FILLER                  PIC X(24).

      * One entry per disputed charge; a resolved dispute stays on
      * file with its outcome, and a denied one may be reopened
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

      * One entry per account in a customer group. A parent carries
      * its own CUST-ID as HIER-PARENT-ID, so a browse of the
      * alternate key returns the parent and every branch together;
      * the group limit is held on the parent entry only, and a zero
      * limit means the family is not capped
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

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
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

               88  CSV-REPORT-FILE-SUCCESS VALUE '00'.
           05  HIST-FILE-STATUS        PIC X(2).
               88  HIST-FILE-SUCCESS   VALUE '00'.
               88  HIST-FILE-EOF       VALUE '10'.
           05  REJECT-FILE-STATUS      PIC X(2).
               88  REJECT-FILE-SUCCESS VALUE '00'.
           05  REJIN-FILE-STATUS       PIC X(2).
           05  CNTC-FILE-STATUS        PIC X(2).
               88  CNTC-FILE-SUCCESS   VALUE '00'.
               88  CNTC-FILE-NOT-FOUND VALUE '23'.
           05  HOLD-FILE-STATUS        PIC X(2).
               88  HOLD-FILE-SUCCESS   VALUE '00'.
           05  DISP-FILE-STATUS        PIC X(2).
               88  DISP-FILE-SUCCESS   VALUE '00'.
           05  HIER-FILE-STATUS        PIC X(2).
               88  HIER-FILE-SUCCESS   VALUE '00'.
           05  RUNCTL-FILE-STATUS      PIC X(2).
               88  RUNCTL-FILE-SUCCESS VALUE '00'.
               88  RUNCTL-FILE-EOF     VALUE '10'.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-PAYMENT-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-CHARGE-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-RECOVERY-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-RETURN-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-HOLD-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-RELEASE-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-DISPUTE-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-RESOLVE-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-DISPUTE-CREDIT-COUNT PIC 9(5) VALUE ZERO.
           05  WS-GROUP-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-LINK-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-UNLINK-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-OLD-CREDIT-LIMIT     PIC 9(7)V99 VALUE ZERO.
           05  WS-DELIM-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-DUPLICATE-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-OVRLOG-FILE-OPEN VALUE 'Y'.
           05  WS-CNTC-OPEN-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-CNTC-FILE-OPEN   VALUE 'Y'.
           05  WS-HOLD-OPEN-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-HOLD-FILE-OPEN   VALUE 'Y'.
           05  WS-DISP-OPEN-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-DISP-FILE-OPEN   VALUE 'Y'.
           05  WS-HIER-OPEN-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-HIER-FILE-OPEN   VALUE 'Y'.

       01  WS-JOURNAL-AREAS.
           05  WS-RUN-ID               PIC X(14).
           05  WS-JRN-BEFORE-IMAGE     PIC X(212).
           05  WS-JRN-AFTER-IMAGE      PIC X(212).

      * Per-error-code tallies feeding the RUNSTATS breakdown; 50
      * slots cover every code in ERRMSGS.CPY (1001-1048) with room
      * for the next few - widen with STAT-ERR-DETAIL when it fills
       01  WS-ERR-TALLY-AREAS.
           05  WS-ERR-TALLY-USED       PIC 9(2) VALUE ZERO.
           05  WS-ERR-TALLY-SUB        PIC 9(2) VALUE ZERO.
           05  WS-ERR-TALLY-FOUND-SW   PIC X(1) VALUE 'N'.
               88  WS-ERR-TALLY-FOUND  VALUE 'Y'.
           05  WS-ERR-TALLY-ENTRY OCCURS 50 TIMES.
               10  WS-ERR-TALLY-CODE   PIC 9(4).
               10  WS-ERR-TALLY-COUNT  PIC 9(5).

      * comparison sees the true sum even when it exceeds 9(7)
           05  WS-POST-NEW-BALANCE     PIC S9(9)V99.

      * Recent CPAY postings loaded from ACTHIST before it is
      * reopened for extend, so a returned payment (CNSF) can be
      * checked against the payment it names; a payment is open
      * until it is returned (R) or backed out by CUSTBKOUT (B).
      * Banks return items within weeks, so only payments posted
      * inside the look-back window are held
       01  WS-RETURN-AREAS.
           05  WS-NSF-LOOKBACK-DAYS    PIC 9(3) VALUE 120.
           05  WS-NSF-CUTOFF-DATE      PIC X(10) VALUE SPACES.
           05  WS-NSF-TODAY-NUM        PIC 9(8) VALUE ZERO.
           05  WS-NSF-CUTOFF-NUM       PIC 9(8) VALUE ZERO.
           05  WS-NSF-CUTOFF-NUM-R REDEFINES WS-NSF-CUTOFF-NUM.
               10  WS-NSF-CUTOFF-YEAR  PIC 9(4).
               10  WS-NSF-CUTOFF-MONTH PIC 9(2).
               10  WS-NSF-CUTOFF-DAY   PIC 9(2).
           05  WS-NSF-CUST-ID          PIC X(10) VALUE SPACES.
           05  WS-NSF-REFERENCE        PIC X(12) VALUE SPACES.
           05  WS-NSF-MATCH-AMOUNT     PIC 9(7)V99 VALUE ZERO.
           05  WS-NSF-FEE-X            PIC X(9) VALUE SPACES.
           05  WS-NSF-FEE-XN REDEFINES WS-NSF-FEE-X
                                       PIC 9(7)V99.
           05  WS-NSF-FEE              PIC 9(7)V99 VALUE ZERO.
           05  WS-NSF-MID-BALANCE      PIC S9(7)V99 VALUE ZERO.
           05  WS-NSF-MID-IMAGE        PIC X(212).
           05  WS-PAID-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-PAID-SUB             PIC 9(5) VALUE ZERO.
           05  WS-PAID-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-PAID-FOUND       VALUE 'Y'.
           05  WS-NSF-SEEN-SW          PIC X(1) VALUE 'N'.
               88  WS-NSF-SEEN         VALUE 'Y'.
           05  WS-PAID-OVERFLOW-SW     PIC X(1) VALUE 'N'.
               88  WS-PAID-OVERFLOWED  VALUE 'Y'.
           05  WS-PAID-ENTRY OCCURS 10000 TIMES.
               10  WS-PAID-CUST-ID     PIC X(10).
               10  WS-PAID-REFERENCE   PIC X(12).
               10  WS-PAID-AMOUNT      PIC 9(7)V99.
               10  WS-PAID-STATE       PIC X(1).
                   88  WS-PAID-OPEN    VALUE 'O'.
                   88  WS-PAID-RETURNED VALUE 'R'.
                   88  WS-PAID-BACKED-OUT VALUE 'B'.

      * Supervisors named on OVRAUTH may force a charge past the
      * credit limit; every forced posting is audited to OVRLOG
       01  WS-OVERRIDE-AREAS.
           05  WS-CNT-KEY-OK-SW        PIC X(1) VALUE 'N'.
               88  WS-CNT-KEY-OK       VALUE 'Y'.

      * Parsed fields for a credit hold or release; the entry
      * travels in TRAN-DATA as reason code|authorizer
       01  WS-HOLD-AREAS.
           05  WS-HOLD-REASON          PIC X(4) VALUE SPACES.
           05  WS-HOLD-AUTHORIZER      PIC X(8) VALUE SPACES.
           05  WS-HOLD-DATE            PIC X(10) VALUE SPACES.
           05  WS-HOLD-TRAN-OK-SW      PIC X(1) VALUE 'N'.
               88  WS-HOLD-TRAN-OK     VALUE 'Y'.
           05  WS-CREDIT-HOLD-SW       PIC X(1) VALUE 'N'.
               88  WS-ON-CREDIT-HOLD   VALUE 'Y'.

      * Parsed fields for a dispute; an opening travels in TRAN-DATA
      * as charge reference|reason code|authorizer, a resolution as
      * charge reference|outcome (U/D)|credit amount|authorizer with
      * the credit in the nine-digit posting format
       01  WS-DISPUTE-AREAS.
           05  WS-DSP-REFERENCE        PIC X(12) VALUE SPACES.
           05  WS-DSP-REASON           PIC X(4) VALUE SPACES.
           05  WS-DSP-AUTHORIZER       PIC X(8) VALUE SPACES.
           05  WS-DSP-OUTCOME          PIC X(1) VALUE SPACE.
               88  WS-DSP-OUTCOME-UPHELD VALUE 'U'.
               88  WS-DSP-OUTCOME-DENIED VALUE 'D'.
               88  WS-DSP-OUTCOME-VALID  VALUE 'U' 'D'.
           05  WS-DSP-CREDIT-X         PIC X(9) VALUE SPACES.
           05  WS-DSP-CREDIT-XN REDEFINES WS-DSP-CREDIT-X
                                       PIC 9(7)V99.
           05  WS-DSP-CREDIT           PIC 9(7)V99 VALUE ZERO.
           05  WS-DSP-DATE             PIC X(10) VALUE SPACES.
           05  WS-DSP-TRAN-OK-SW       PIC X(1) VALUE 'N'.
               88  WS-DSP-TRAN-OK      VALUE 'Y'.

      * Parsed fields for a customer-group change; CGRP travels in
      * TRAN-DATA as group limit|authorizer with the limit in eleven
      * zoned digits and an implied V99, CLNK as parent id|
      * authorizer, and CULK as the authorizer alone
       01  WS-HIERARCHY-AREAS.
           05  WS-HIER-LIMIT-X         PIC X(11) VALUE SPACES.
           05  WS-HIER-LIMIT-XN REDEFINES WS-HIER-LIMIT-X
                                       PIC 9(9)V99.
           05  WS-HIER-LIMIT           PIC 9(9)V99 VALUE ZERO.
           05  WS-HIER-PARENT-ID       PIC X(10) VALUE SPACES.
           05  WS-HIER-AUTHORIZER      PIC X(8) VALUE SPACES.
           05  WS-HIER-DATE            PIC X(10) VALUE SPACES.
           05  WS-HIER-BRANCH-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-HIER-TRAN-OK-SW      PIC X(1) VALUE 'N'.
               88  WS-HIER-TRAN-OK     VALUE 'Y'.
           05  WS-HIER-BROWSE-SW       PIC X(1) VALUE 'N'.
               88  WS-HIER-BROWSE-DONE VALUE 'Y'.
           05  WS-HIER-LINKED-SW       PIC X(1) VALUE 'N'.
               88  WS-HIER-LINKED      VALUE 'Y'.
           05  WS-HIER-SAVE-RECORD     PIC X(80) VALUE SPACES.

      * Group exposure for a charge: the family's combined balance
      * with this charge applied, against the parent's group limit.
      * The charged customer's record is parked here while the other
      * members are read, then put back for the rewrite
       01  WS-GROUP-LIMIT-AREAS.
           05  WS-GRP-PARENT-ID        PIC X(10) VALUE SPACES.
           05  WS-GRP-LIMIT            PIC 9(9)V99 VALUE ZERO.
           05  WS-GRP-EXPOSURE         PIC S9(11)V99 VALUE ZERO.
           05  WS-GRP-OVER-SW          PIC X(1) VALUE 'N'.
               88  WS-GRP-LIMIT-EXCEEDED VALUE 'Y'.
           05  WS-GRP-SAVE-CUSTOMER.
               10  WS-GRP-SAVE-CUST-ID PIC X(10).
               10  FILLER              PIC X(202).

      * Recent CCHG/CCHO postings loaded from ACTHIST with the
      * payments, so a dispute (CDSP) can be checked against the
      * charge it names and take its amount and date; a charge is
      * open until CUSTBKOUT backs it out (B). Billing disputes can
      * surface long after the invoice, so the window is a year
       01  WS-CHARGE-AREAS.
           05  WS-DSP-LOOKBACK-DAYS    PIC 9(3) VALUE 365.
           05  WS-DSP-CUTOFF-DATE      PIC X(10) VALUE SPACES.
           05  WS-DSP-CUTOFF-NUM       PIC 9(8) VALUE ZERO.
           05  WS-DSP-CUTOFF-NUM-R REDEFINES WS-DSP-CUTOFF-NUM.
               10  WS-DSP-CUTOFF-YEAR  PIC 9(4).
               10  WS-DSP-CUTOFF-MONTH PIC 9(2).
               10  WS-DSP-CUTOFF-DAY   PIC 9(2).
           05  WS-CHG-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-CHG-SUB              PIC 9(5) VALUE ZERO.
           05  WS-CHG-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-CHG-FOUND        VALUE 'Y'.
           05  WS-CHG-OVERFLOW-SW      PIC X(1) VALUE 'N'.
               88  WS-CHG-OVERFLOWED   VALUE 'Y'.
           05  WS-CHG-ENTRY OCCURS 10000 TIMES.
               10  WS-CHG-CUST-ID      PIC X(10).
               10  WS-CHG-REFERENCE    PIC X(12).
               10  WS-CHG-AMOUNT       PIC 9(7)V99.
               10  WS-CHG-DATE         PIC X(10).
               10  WS-CHG-STATE        PIC X(1).
                   88  WS-CHG-OPEN     VALUE 'O'.
                   88  WS-CHG-BACKED-OUT VALUE 'B'.

      * Write-off and recovery totals per customer over the whole
      * of ACTHIST, loaded with the payments, so a recovery (CREC)
      * can only put back what a CUSTWOFF write-off (CWOF) took off
      * and has not already been recovered. CUSTBKOUT reverses
      * either under its own code with the amount negated, so a
      * backed-out write-off or recovery nets out of its total
       01  WS-WRITEOFF-AREAS.
           05  WS-WOFF-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-WOFF-SUB             PIC 9(5) VALUE ZERO.
           05  WS-WOFF-CUST-KEY        PIC X(10) VALUE SPACES.
           05  WS-WOFF-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-WOFF-FOUND       VALUE 'Y'.
           05  WS-WOFF-OVERFLOW-SW     PIC X(1) VALUE 'N'.
               88  WS-WOFF-OVERFLOWED  VALUE 'Y'.
           05  WS-WOFF-AVAILABLE       PIC S9(9)V99 VALUE ZERO.
           05  WS-HIST-BAD-AMOUNT-COUNT PIC 9(7) VALUE ZERO.
           05  WS-WOFF-ENTRY OCCURS 5000 TIMES.
               10  WS-WOFF-CUST-ID     PIC X(10).
               10  WS-WOFF-WRITTEN     PIC S9(9)V99.
               10  WS-WOFF-RECOVERED   PIC S9(9)V99.

      * Retired-to-survivor pairs from CUSTMRGE merges; an inbound
      * transaction keyed to a retired CUST-ID is redirected to the
      * survivor instead of rejecting with 1002
           05  WS-SUM-CONTACTS         PIC Z,ZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-ADJUSTMENT-COUNTS.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'RECOVERY:'.
           05  WS-SUM-RECOVERIES       PIC Z,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'RETURNS: '.
           05  WS-SUM-RETURNS          PIC Z,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'HOLDS:   '.
           05  WS-SUM-HOLDS            PIC Z,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'RELEASES:'.
           05  WS-SUM-RELEASES         PIC Z,ZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-DISPUTE-COUNTS.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'DISPUTES:'.
           05  WS-SUM-DISPUTES         PIC Z,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'RESOLVED:'.
           05  WS-SUM-RESOLVED         PIC Z,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'CREDITS: '.
           05  WS-SUM-DISPUTE-CREDITS  PIC Z,ZZ9.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-GROUP-COUNTS.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'GROUPS:  '.
           05  WS-SUM-GROUPS           PIC Z,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'LINKS:   '.
           05  WS-SUM-LINKS            PIC Z,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'UNLINKS: '.
           05  WS-SUM-UNLINKS          PIC Z,ZZ9.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-REJECT-SUMMARY.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'RESUBS:  '.
              MOVE 'Y' TO WS-CSV-OPEN-SWITCH
           END-IF

           PERFORM 1090-LOAD-RECENT-PAYMENTS

      * History accumulates across runs so CUSTSTMT can rebuild a
      * full statement period - extend, never truncate
           OPEN EXTEND ACTIVITY-HISTORY-FILE
              END-IF
           END-IF

      * No credit-hold dataset simply means no account has ever
      * been held - hold transactions then reject 1035. Any other
      * open failure stops the run: charges must never post past a
      * hold that could not be read
           OPEN I-O HOLD-FILE
           IF HOLD-FILE-SUCCESS
              MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
           ELSE
              IF HOLD-FILE-STATUS NOT = '35'
                  DISPLAY 'ERROR OPENING CREDIT HOLD FILE: '
                      HOLD-FILE-STATUS
                  MOVE WS-ERR-CD-OPEN-HOLD TO WS-ERROR-CODE
                  MOVE WS-ERR-MSG-OPEN-HOLD TO WS-ERROR-MESSAGE
                  PERFORM 9000-WRITE-ERROR
                  PERFORM 3000-TERMINATE
                  GOBACK
              END-IF
           END-IF

      * The dispute dataset is optional like the contact dataset -
      * dispute transactions then reject 1040
           OPEN I-O DISPUTE-FILE
           IF DISP-FILE-SUCCESS
              MOVE 'Y' TO WS-DISP-OPEN-SWITCH
           ELSE
              IF DISP-FILE-STATUS NOT = '35'
                  DISPLAY 'WARNING - DISPUTE FILE NOT OPENED, '
                      'STATUS: ' DISP-FILE-STATUS
              END-IF
           END-IF

      * No hierarchy dataset means no customer groups exist - group
      * transactions then reject 1046. Any other open failure stops
      * the run, as for the hold dataset: a charge must never post
      * past a group limit that could not be read
           OPEN I-O HIERARCHY-FILE
           IF HIER-FILE-SUCCESS
              MOVE 'Y' TO WS-HIER-OPEN-SWITCH
           ELSE
              IF HIER-FILE-STATUS NOT = '35'
                  DISPLAY 'ERROR OPENING HIERARCHY FILE: '
                      HIER-FILE-STATUS
                  MOVE WS-ERR-CD-OPEN-HIER TO WS-ERROR-CODE
                  MOVE WS-ERR-MSG-OPEN-HIER TO WS-ERROR-MESSAGE
                  PERFORM 9000-WRITE-ERROR
                  PERFORM 3000-TERMINATE
                  GOBACK
              END-IF
           END-IF

           PERFORM 1050-LOAD-OVERRIDE-AUTH

           PERFORM 1070-LOAD-MERGE-XREF
               END-READ
           END-IF.

       1090-LOAD-RECENT-PAYMENTS.
      * The window opens WS-NSF-LOOKBACK-DAYS before today; ISO
      * dates compare correctly as text, so pre-edit garbage on
      * ACTHIST never reaches the date functions
           COMPUTE WS-NSF-TODAY-NUM =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100
               + WS-CURR-DAY
           COMPUTE WS-NSF-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NSF-TODAY-NUM)
               - WS-NSF-LOOKBACK-DAYS)
           STRING WS-NSF-CUTOFF-YEAR  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-NSF-CUTOFF-MONTH DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-NSF-CUTOFF-DAY   DELIMITED BY SIZE
               INTO WS-NSF-CUTOFF-DATE
           END-STRING
           COMPUTE WS-DSP-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NSF-TODAY-NUM)
               - WS-DSP-LOOKBACK-DAYS)
           STRING WS-DSP-CUTOFF-YEAR  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DSP-CUTOFF-MONTH DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-DSP-CUTOFF-DAY   DELIMITED BY SIZE
               INTO WS-DSP-CUTOFF-DATE
           END-STRING

      * A site with no history yet simply has no payment that can
      * be returned - every CNSF then rejects 1030
           OPEN INPUT ACTIVITY-HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
               IF HIST-FILE-STATUS NOT = '35'
                   DISPLAY 'WARNING - PAYMENT HISTORY NOT LOADED, '
                       'STATUS: ' HIST-FILE-STATUS
               END-IF
           ELSE
               READ ACTIVITY-HISTORY-FILE
                   AT END SET HIST-FILE-EOF TO TRUE
               END-READ
               PERFORM 1091-LOAD-ONE-POSTING UNTIL HIST-FILE-EOF
               CLOSE ACTIVITY-HISTORY-FILE
               IF WS-PAID-OVERFLOWED
                   DISPLAY 'WARNING - PAYMENT HISTORY TRUNCATED AT '
                       '10000 ENTRIES'
               END-IF
               IF WS-CHG-OVERFLOWED
                   DISPLAY 'WARNING - CHARGE HISTORY TRUNCATED AT '
                       '10000 ENTRIES'
               END-IF
               IF WS-WOFF-OVERFLOWED
                   DISPLAY 'WARNING - WRITE-OFF HISTORY TRUNCATED AT '
                       '5000 CUSTOMERS'
               END-IF
               IF WS-HIST-BAD-AMOUNT-COUNT > ZERO
                   DISPLAY 'WARNING - ACTHIST POSTINGS WITH UNUSABLE '
                       'AMOUNTS SKIPPED: ' WS-HIST-BAD-AMOUNT-COUNT
               END-IF
           END-IF.

       1091-LOAD-ONE-POSTING.
      * Pre-edit garbage is still on ACTHIST - an amount that will
      * not edit is counted and left out, never reaches arithmetic
           IF HIST-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-HIST-BAD-AMOUNT-COUNT
           ELSE
               PERFORM 1089-CLASSIFY-POSTING
           END-IF

           READ ACTIVITY-HISTORY-FILE
               AT END SET HIST-FILE-EOF TO TRUE
           END-READ.

       1089-CLASSIFY-POSTING.
      * CUSTBKOUT reversals carry reference BACKOUT in place of the
      * original reference, so they are matched back to the latest
      * posting of the same amount for the customer instead
           MOVE HIST-CUST-ID TO WS-NSF-CUST-ID
           MOVE HIST-REFERENCE TO WS-NSF-REFERENCE
           COMPUTE WS-NSF-MATCH-AMOUNT =
               FUNCTION ABS(HIST-AMOUNT)
           IF HIST-POST-DATE >= WS-NSF-CUTOFF-DATE
               EVALUATE TRUE
                   WHEN HIST-TRAN-CODE = 'CPAY'
                           AND HIST-REFERENCE(1:7) NOT = 'BACKOUT'
                       PERFORM 1092-ADD-PAID-ENTRY
                   WHEN HIST-TRAN-CODE = 'CPAY'
                       PERFORM 1093-MARK-PAYMENT-BACKED-OUT
                   WHEN HIST-TRAN-CODE = 'CNSF'
                           AND HIST-REFERENCE(1:7) NOT = 'BACKOUT'
                       PERFORM 1094-MARK-PAYMENT-RETURNED
                   WHEN HIST-TRAN-CODE = 'CNSF'
                       PERFORM 1095-REOPEN-RETURNED-PAYMENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF HIST-POST-DATE >= WS-DSP-CUTOFF-DATE
                   AND (HIST-TRAN-CODE = 'CCHG'
                        OR HIST-TRAN-CODE = 'CCHO')
               IF HIST-REFERENCE(1:7) = 'BACKOUT'
                   PERFORM 1099-MARK-CHARGE-BACKED-OUT
               ELSE
                   PERFORM 1098-ADD-CHARGE-ENTRY
               END-IF
           END-IF

           IF HIST-TRAN-CODE = 'CWOF' OR HIST-TRAN-CODE = 'CREC'
               PERFORM 1086-NOTE-WRITEOFF-POSTING
           END-IF.

       1092-ADD-PAID-ENTRY.
           IF WS-PAID-COUNT < 10000
               ADD 1 TO WS-PAID-COUNT
               MOVE WS-NSF-CUST-ID TO WS-PAID-CUST-ID(WS-PAID-COUNT)
               MOVE WS-NSF-REFERENCE
                   TO WS-PAID-REFERENCE(WS-PAID-COUNT)
               MOVE WS-NSF-MATCH-AMOUNT
                   TO WS-PAID-AMOUNT(WS-PAID-COUNT)
               SET WS-PAID-OPEN(WS-PAID-COUNT) TO TRUE
           ELSE
               MOVE 'Y' TO WS-PAID-OVERFLOW-SW
           END-IF.

       1093-MARK-PAYMENT-BACKED-OUT.
           MOVE 'N' TO WS-PAID-FOUND-SW
           MOVE WS-PAID-COUNT TO WS-PAID-SUB
           PERFORM 1096-SCAN-BACK-OPEN
               UNTIL WS-PAID-SUB = ZERO OR WS-PAID-FOUND
           IF WS-PAID-FOUND
               SET WS-PAID-BACKED-OUT(WS-PAID-SUB) TO TRUE
           END-IF.

       1094-MARK-PAYMENT-RETURNED.
           PERFORM 5290-LOCATE-OPEN-PAYMENT
           IF WS-PAID-FOUND
               SET WS-PAID-RETURNED(WS-PAID-SUB) TO TRUE
           END-IF.

       1095-REOPEN-RETURNED-PAYMENT.
      * A backed-out return puts the payment back in force, so it
      * may be returned again by a corrected CNSF
           MOVE 'N' TO WS-PAID-FOUND-SW
           MOVE WS-PAID-COUNT TO WS-PAID-SUB
           PERFORM 1097-SCAN-BACK-RETURNED
               UNTIL WS-PAID-SUB = ZERO OR WS-PAID-FOUND
           IF WS-PAID-FOUND
               SET WS-PAID-OPEN(WS-PAID-SUB) TO TRUE
           END-IF.

       1096-SCAN-BACK-OPEN.
           IF WS-PAID-CUST-ID(WS-PAID-SUB) = WS-NSF-CUST-ID
                   AND WS-PAID-AMOUNT(WS-PAID-SUB)
                       = WS-NSF-MATCH-AMOUNT
                   AND WS-PAID-OPEN(WS-PAID-SUB)
               MOVE 'Y' TO WS-PAID-FOUND-SW
           ELSE
               SUBTRACT 1 FROM WS-PAID-SUB
           END-IF.

       1097-SCAN-BACK-RETURNED.
           IF WS-PAID-CUST-ID(WS-PAID-SUB) = WS-NSF-CUST-ID
                   AND WS-PAID-AMOUNT(WS-PAID-SUB)
                       = WS-NSF-MATCH-AMOUNT
                   AND WS-PAID-RETURNED(WS-PAID-SUB)
               MOVE 'Y' TO WS-PAID-FOUND-SW
           ELSE
               SUBTRACT 1 FROM WS-PAID-SUB
           END-IF.

       1098-ADD-CHARGE-ENTRY.
           IF WS-CHG-COUNT < 10000
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-NSF-CUST-ID TO WS-CHG-CUST-ID(WS-CHG-COUNT)
               MOVE WS-NSF-REFERENCE
                   TO WS-CHG-REFERENCE(WS-CHG-COUNT)
               MOVE WS-NSF-MATCH-AMOUNT
                   TO WS-CHG-AMOUNT(WS-CHG-COUNT)
               MOVE HIST-POST-DATE TO WS-CHG-DATE(WS-CHG-COUNT)
               SET WS-CHG-OPEN(WS-CHG-COUNT) TO TRUE
           ELSE
               MOVE 'Y' TO WS-CHG-OVERFLOW-SW
           END-IF.

       1099-MARK-CHARGE-BACKED-OUT.
           MOVE 'N' TO WS-CHG-FOUND-SW
           MOVE WS-CHG-COUNT TO WS-CHG-SUB
           PERFORM 5595-SCAN-BACK-CHARGE
               UNTIL WS-CHG-SUB = ZERO OR WS-CHG-FOUND
           IF WS-CHG-FOUND
               SET WS-CHG-BACKED-OUT(WS-CHG-SUB) TO TRUE
           END-IF.

       1086-NOTE-WRITEOFF-POSTING.
           MOVE HIST-CUST-ID TO WS-WOFF-CUST-KEY
           PERFORM 1087-FIND-WRITEOFF-ENTRY
           IF NOT WS-WOFF-FOUND
               IF WS-WOFF-COUNT < 5000
                   ADD 1 TO WS-WOFF-COUNT
                   MOVE WS-WOFF-COUNT TO WS-WOFF-SUB
                   MOVE HIST-CUST-ID TO WS-WOFF-CUST-ID(WS-WOFF-SUB)
                   MOVE ZERO TO WS-WOFF-WRITTEN(WS-WOFF-SUB)
                   MOVE ZERO TO WS-WOFF-RECOVERED(WS-WOFF-SUB)
                   MOVE 'Y' TO WS-WOFF-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-WOFF-OVERFLOW-SW
               END-IF
           END-IF

      * CWOF posts as a credit, CREC as a debit
           IF WS-WOFF-FOUND
               IF HIST-TRAN-CODE = 'CWOF'
                   SUBTRACT HIST-AMOUNT
                       FROM WS-WOFF-WRITTEN(WS-WOFF-SUB)
               ELSE
                   ADD HIST-AMOUNT TO WS-WOFF-RECOVERED(WS-WOFF-SUB)
               END-IF
           END-IF.

       1087-FIND-WRITEOFF-ENTRY.
           MOVE 'N' TO WS-WOFF-FOUND-SW
           MOVE ZERO TO WS-WOFF-SUB
           PERFORM 1088-CHECK-ONE-WRITEOFF
               UNTIL WS-WOFF-SUB >= WS-WOFF-COUNT
                   OR WS-WOFF-FOUND.

       1088-CHECK-ONE-WRITEOFF.
           ADD 1 TO WS-WOFF-SUB
           IF WS-WOFF-CUST-ID(WS-WOFF-SUB) = WS-WOFF-CUST-KEY
               MOVE 'Y' TO WS-WOFF-FOUND-SW
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANSACTION-COUNT
           PERFORM 9430-ACCUMULATE-CHECKSUM
                   PERFORM 2600-POST-CHARGE
               WHEN 'CCHO'
                   PERFORM 2650-POST-CHARGE-OVERRIDE
               WHEN 'CREC'
                   PERFORM 5100-POST-RECOVERY
               WHEN 'CNSF'
                   PERFORM 5200-POST-RETURNED-PAYMENT
               WHEN 'CHLD'
                   PERFORM 5300-PLACE-CREDIT-HOLD
               WHEN 'CRLS'
                   PERFORM 5400-RELEASE-CREDIT-HOLD
               WHEN 'CDSP'
                   PERFORM 5500-OPEN-DISPUTE
               WHEN 'CDRS'
                   PERFORM 5600-RESOLVE-DISPUTE
               WHEN 'CGRP'
                   PERFORM 5700-SET-GROUP-PARENT
               WHEN 'CLNK'
                   PERFORM 5720-LINK-BRANCH
               WHEN 'CULK'
                   PERFORM 5740-UNLINK-ACCOUNT
               WHEN 'XADD'
                   PERFORM 4100-ADD-CONTACT
               WHEN 'XUPD'
      * Capture the before-image while the record is still intact -
      * after the DELETE the record area is not reliable
           MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
      * A group parent or branch must be unlinked (CULK) first, so
      * the hierarchy never names an account that is gone
           PERFORM 2320-CHECK-GROUP-LINK
      * Check if customer has outstanding balance
           IF CUST-CURRENT-BALANCE NOT = ZEROES
               MOVE WS-ERR-CD-OUTSTANDING-BAL TO WS-ERROR-CODE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-HIER-LINKED
                   MOVE WS-ERR-CD-GROUP-MEMBER TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-GROUP-MEMBER TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM 2315-DELETE-RECORD
               END-IF
           END-IF.

       2315-DELETE-RECORD.
           DELETE CUSTOMER-FILE RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-DELETE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-DELETE-FAIL
                       TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE SPACES TO WS-JRN-AFTER-IMAGE
                   PERFORM 2750-WRITE-JOURNAL
                   MOVE WS-TRANSACTION-COUNT
                       TO WS-LAST-SUCCESS-COUNT
                   MOVE TRAN-CUST-ID TO WS-LAST-SUCCESS-CUST-ID
                   MOVE TRAN-CODE TO WS-DET-TRAN-CODE
                   MOVE CUST-ID TO WS-DET-CUST-ID
                   MOVE CUST-NAME TO WS-DET-CUST-NAME
                   MOVE 'DELETED' TO WS-DET-STATUS
                   MOVE 'DELETED SUCCESSFULLY' TO WS-DET-RESULT
                   PERFORM 9200-WRITE-DETAIL
           END-DELETE.

       2320-CHECK-GROUP-LINK.
           MOVE 'N' TO WS-HIER-LINKED-SW
           IF WS-HIER-FILE-OPEN
               MOVE CUST-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HIER-LINKED-SW
               END-READ
           END-IF.
       
       2400-INQUIRE-CUSTOMER.
                   MOVE TRAN-CODE TO WS-DET-TRAN-CODE
                   MOVE CUST-ID TO WS-DET-CUST-ID
                   MOVE CUST-NAME TO WS-DET-CUST-NAME
      * The call center needs to see why an order is blocked
                   PERFORM 2612-CHECK-CREDIT-HOLD
                   EVALUATE TRUE
                       WHEN CUST-STATUS-ACTIVE AND WS-ON-CREDIT-HOLD
                           MOVE 'ACTIVE - CREDIT HOLD' TO WS-DET-STATUS
                       WHEN CUST-STATUS-ACTIVE
                           MOVE 'ACTIVE' TO WS-DET-STATUS
                       WHEN WS-ON-CREDIT-HOLD
                           MOVE 'INACTIVE - ON HOLD' TO WS-DET-STATUS
                       WHEN OTHER
                           MOVE 'INACTIVE' TO WS-DET-STATUS
                   END-EVALUATE
                   MOVE 'INQUIRY PROCESSED' TO WS-DET-RESULT
                   PERFORM 9200-WRITE-DETAIL
           END-READ.
                   COMPUTE WS-POST-SIGNED-AMOUNT =
                       ZERO - WS-POST-AMOUNT
                   PERFORM 2700-WRITE-ACTIVITY-HISTORY
      * A payment posted earlier in this run may come back as a
      * returned item later in the same run
                   MOVE CUST-ID TO WS-NSF-CUST-ID
                   MOVE WS-POST-REFERENCE TO WS-NSF-REFERENCE
                   MOVE WS-POST-AMOUNT TO WS-NSF-MATCH-AMOUNT
                   PERFORM 1092-ADD-PAID-ENTRY
                   MOVE CUSTOMER-RECORD TO WS-JRN-AFTER-IMAGE
                   PERFORM 2750-WRITE-JOURNAL
      * Unlike CADD/CUPD/CDEL a posting is not safe to replay, so
               END-IF
           END-IF.

       2612-CHECK-CREDIT-HOLD.
      * A hold placed by collections, or by CUSTDUNN at its top
      * stage, stops new charges however much room is left under
      * the limit; a released hold stops nothing
           MOVE 'N' TO WS-CREDIT-HOLD-SW
           IF WS-HOLD-FILE-OPEN
               MOVE CUST-ID TO HOLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-ACTIVE
                           MOVE 'Y' TO WS-CREDIT-HOLD-SW
                       END-IF
               END-READ
           END-IF.

       2615-APPLY-CHARGE.
      * A held account takes no new charge at all. Otherwise a
      * charge may not push the balance past the credit limit, nor
      * a group member's family past the group limit - only a
      * supervisor-authorized CCHO may force it through
           PERFORM 2612-CHECK-CREDIT-HOLD
           COMPUTE WS-POST-NEW-BALANCE =
               CUST-CURRENT-BALANCE + WS-POST-AMOUNT
           IF WS-ON-CREDIT-HOLD
               MOVE WS-ERR-CD-CREDIT-HOLD TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-CREDIT-HOLD TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-POST-NEW-BALANCE > CUST-CREDIT-LIMIT
                   MOVE WS-ERR-CD-CREDIT-EXCEEDED TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-CREDIT-EXCEEDED
                       TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM 2620-CHECK-GROUP-LIMIT
                   IF WS-GRP-LIMIT-EXCEEDED
                       MOVE WS-ERR-CD-GROUP-LIMIT TO WS-ERROR-CODE
                       MOVE WS-ERR-MSG-GROUP-LIMIT
                           TO WS-ERROR-MESSAGE
                       PERFORM 9000-WRITE-ERROR
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       PERFORM 2617-REWRITE-CHARGE
                   END-IF
               END-IF
           END-IF.

       2617-REWRITE-CHARGE.
                   PERFORM 9200-WRITE-DETAIL
           END-REWRITE.

       2620-CHECK-GROUP-LIMIT.
      * Only an account on the hierarchy is checked; the limit lives
      * on the parent entry, and a parent without one is uncapped
           MOVE 'N' TO WS-GRP-OVER-SW
           MOVE ZERO TO WS-GRP-LIMIT
           IF WS-HIER-FILE-OPEN
               MOVE CUST-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-GRP-PARENT-ID
                   NOT INVALID KEY
                       MOVE HIER-PARENT-ID TO WS-GRP-PARENT-ID
               END-READ
               IF WS-GRP-PARENT-ID NOT = SPACES
                   MOVE WS-GRP-PARENT-ID TO HIER-CUST-ID
                   READ HIERARCHY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF HIER-IS-PARENT
                               MOVE HIER-GROUP-LIMIT TO WS-GRP-LIMIT
                           END-IF
                   END-READ
               END-IF
               IF WS-GRP-LIMIT > ZERO
                   PERFORM 2622-TOTAL-GROUP-EXPOSURE
                   IF WS-GRP-EXPOSURE > WS-GRP-LIMIT
                       MOVE 'Y' TO WS-GRP-OVER-SW
                   END-IF
               END-IF
           END-IF.

       2622-TOTAL-GROUP-EXPOSURE.
      * This customer counts at its new balance; every other member
      * at its balance on file. A member's credit balance offsets
      * the others, as the family is one exposure
           MOVE CUSTOMER-RECORD TO WS-GRP-SAVE-CUSTOMER
           MOVE WS-POST-NEW-BALANCE TO WS-GRP-EXPOSURE
           MOVE WS-GRP-PARENT-ID TO HIER-PARENT-ID
           MOVE 'N' TO WS-HIER-BROWSE-SW
           START HIERARCHY-FILE KEY IS = HIER-PARENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HIER-BROWSE-SW
           END-START
           PERFORM 2624-ADD-MEMBER-BALANCE
               UNTIL WS-HIER-BROWSE-DONE
           MOVE WS-GRP-SAVE-CUSTOMER TO CUSTOMER-RECORD.

       2624-ADD-MEMBER-BALANCE.
           READ HIERARCHY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIER-BROWSE-SW
           END-READ
           IF NOT WS-HIER-BROWSE-DONE
               IF HIER-PARENT-ID NOT = WS-GRP-PARENT-ID
                   MOVE 'Y' TO WS-HIER-BROWSE-SW
               ELSE
                   IF HIER-CUST-ID NOT = WS-GRP-SAVE-CUST-ID
                       MOVE HIER-CUST-ID TO CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CUST-CURRENT-BALANCE IS NUMERIC
                                   ADD CUST-CURRENT-BALANCE
                                       TO WS-GRP-EXPOSURE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

       2650-POST-CHARGE-OVERRIDE.
           MOVE 'Y' TO WS-CUST-IO-SWITCH
           MOVE TRAN-CUST-ID TO CUST-ID
           END-IF.

       2670-APPLY-CHARGE-OVERRIDE.
      * The credit-limit check is waived, but neither a credit hold
      * nor the stored balance field's own capacity ever is - a
      * held account must be released before it is charged
           PERFORM 2612-CHECK-CREDIT-HOLD
           COMPUTE WS-POST-NEW-BALANCE =
               CUST-CURRENT-BALANCE + WS-POST-AMOUNT
           IF WS-ON-CREDIT-HOLD
               MOVE WS-ERR-CD-CREDIT-HOLD TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-CREDIT-HOLD TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-POST-NEW-BALANCE > 9999999.99
                   MOVE WS-ERR-CD-POST-OVERFLOW TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-POST-OVERFLOW TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE 'Y' TO WS-OVERRIDE-ACTIVE-SW
                   PERFORM 2617-REWRITE-CHARGE
                   MOVE 'N' TO WS-OVERRIDE-ACTIVE-SW
               END-IF
           END-IF.

       2680-WRITE-OVERRIDE-LOG.
           IF WS-CNTC-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-DISP-FILE-OPEN
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-HIER-FILE-OPEN
               CLOSE HIERARCHY-FILE
           END-IF
           IF WS-REJIN-FILE-OPEN
               CLOSE REJECT-INPUT-FILE
           END-IF.
           END-IF
           PERFORM 9200-WRITE-DETAIL.

       5100-POST-RECOVERY.
           MOVE 'Y' TO WS-CUST-IO-SWITCH
           MOVE TRAN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE WS-ERR-CD-CUST-NOT-FOUND TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-CUST-NOT-FOUND TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 5110-PERFORM-RECOVERY
           END-READ.

       5110-PERFORM-RECOVERY.
      * Capture the before-image while the record is still untouched
           MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE ZERO TO WS-DELIM-COUNT
           INSPECT TRAN-DATA TALLYING WS-DELIM-COUNT FOR ALL '|'

           IF WS-DELIM-COUNT NOT = 1
               MOVE WS-ERR-CD-MALFORMED-DATA TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-MALFORMED-DATA TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
      * Extract recovered amount and reference from TRAN-DATA
               UNSTRING TRAN-DATA DELIMITED BY '|' INTO
                   WS-POST-AMOUNT-X
                   WS-POST-REFERENCE
               END-UNSTRING

      * An amount that is not nine zoned digits must reject,
      * never reach arithmetic
               IF WS-POST-AMOUNT-XN IS NOT NUMERIC
                   MOVE WS-ERR-CD-MALFORMED-DATA TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-MALFORMED-DATA
                       TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE WS-POST-AMOUNT-XN TO WS-POST-AMOUNT
                   PERFORM 5115-APPLY-RECOVERY
               END-IF
           END-IF.

       5115-APPLY-RECOVERY.
      * A recovery puts back a receivable already written off, not
      * new credit - the credit limit does not apply and the account
      * may sit inactive; only the stored balance's capacity does.
      * It is capped at what was written off less what has already
      * been recovered
           MOVE CUST-ID TO WS-WOFF-CUST-KEY
           PERFORM 1087-FIND-WRITEOFF-ENTRY
           MOVE ZERO TO WS-WOFF-AVAILABLE
      * A write-off wholly backed out leaves nothing to recover
           IF WS-WOFF-FOUND
               IF WS-WOFF-WRITTEN(WS-WOFF-SUB) > ZERO
                   COMPUTE WS-WOFF-AVAILABLE =
                       WS-WOFF-WRITTEN(WS-WOFF-SUB)
                       - WS-WOFF-RECOVERED(WS-WOFF-SUB)
               ELSE
                   MOVE 'N' TO WS-WOFF-FOUND-SW
               END-IF
           END-IF
           COMPUTE WS-POST-NEW-BALANCE =
               CUST-CURRENT-BALANCE + WS-POST-AMOUNT

           EVALUATE TRUE
               WHEN NOT WS-WOFF-FOUND
                   MOVE WS-ERR-CD-NO-WRITEOFF TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-NO-WRITEOFF TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-POST-AMOUNT > WS-WOFF-AVAILABLE
                   MOVE WS-ERR-CD-RECOVERY-OVER TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-RECOVERY-OVER TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-POST-NEW-BALANCE > 9999999.99
                   MOVE WS-ERR-CD-POST-OVERFLOW TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-POST-OVERFLOW TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM 5117-REWRITE-RECOVERY
           END-EVALUATE.

       5117-REWRITE-RECOVERY.
           MOVE WS-POST-NEW-BALANCE TO CUST-CURRENT-BALANCE

      * Format current date as YYYY-MM-DD
           STRING WS-CURR-YEAR DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CURR-DAY  DELIMITED BY SIZE
               INTO CUST-LAST-ACTIVITY-DATE
           END-STRING

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL
                       TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-RECOVERY-COUNT
      * A second CREC in the same run sees this one as recovered
                   ADD WS-POST-AMOUNT
                       TO WS-WOFF-RECOVERED(WS-WOFF-SUB)
                   MOVE WS-POST-AMOUNT
                       TO WS-POST-SIGNED-AMOUNT
                   PERFORM 2700-WRITE-ACTIVITY-HISTORY
                   MOVE CUSTOMER-RECORD TO WS-JRN-AFTER-IMAGE
                   PERFORM 2750-WRITE-JOURNAL
      * Unlike CADD/CUPD/CDEL a posting is not safe to replay, so
      * checkpoint at once - a restart must never re-apply it
                   PERFORM 9410-WRITE-CHECKPOINT
                   MOVE WS-TRANSACTION-COUNT
                       TO WS-LAST-SUCCESS-COUNT
                   MOVE TRAN-CUST-ID TO WS-LAST-SUCCESS-CUST-ID
                   MOVE TRAN-CODE TO WS-DET-TRAN-CODE
                   MOVE CUST-ID TO WS-DET-CUST-ID
                   MOVE CUST-NAME TO WS-DET-CUST-NAME
                   IF CUST-STATUS-ACTIVE
                       MOVE 'ACTIVE' TO WS-DET-STATUS
                   ELSE
                       MOVE 'INACTIVE' TO WS-DET-STATUS
                   END-IF
                   MOVE SPACES TO WS-DET-RESULT
                   STRING 'RECOVERY POSTED REF '
                              DELIMITED BY SIZE
                          WS-POST-REFERENCE
                              DELIMITED BY SIZE
                       INTO WS-DET-RESULT
                   END-STRING
                   PERFORM 9200-WRITE-DETAIL
           END-REWRITE.

       5200-POST-RETURNED-PAYMENT.
           MOVE 'Y' TO WS-CUST-IO-SWITCH
           MOVE TRAN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE WS-ERR-CD-CUST-NOT-FOUND TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-CUST-NOT-FOUND TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 5210-PERFORM-RETURN
           END-READ.

       5210-PERFORM-RETURN.
      * Capture the before-image while the record is still untouched
           MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE ZERO TO WS-DELIM-COUNT
           INSPECT TRAN-DATA TALLYING WS-DELIM-COUNT FOR ALL '|'

           IF WS-DELIM-COUNT NOT = 1
               MOVE WS-ERR-CD-MALFORMED-DATA TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-MALFORMED-DATA TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
      * Extract the original payment's reference and the optional
      * returned-item fee from TRAN-DATA
               MOVE SPACES TO WS-POST-REFERENCE
               MOVE SPACES TO WS-NSF-FEE-X
               UNSTRING TRAN-DATA DELIMITED BY '|' INTO
                   WS-POST-REFERENCE
                   WS-NSF-FEE-X
               END-UNSTRING

      * The reference is all that ties the return to its payment;
      * a fee left blank means none, otherwise it must be nine
      * zoned digits like every other posting amount
               IF WS-POST-REFERENCE = SPACES
                   MOVE WS-ERR-CD-MALFORMED-DATA TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-MALFORMED-DATA
                       TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   IF WS-NSF-FEE-X = SPACES
                       MOVE ZERO TO WS-NSF-FEE
                       PERFORM 5212-FIND-PAYMENT
                   ELSE
                       IF WS-NSF-FEE-XN IS NOT NUMERIC
                           MOVE WS-ERR-CD-MALFORMED-DATA
                               TO WS-ERROR-CODE
                           MOVE WS-ERR-MSG-MALFORMED-DATA
                               TO WS-ERROR-MESSAGE
                           PERFORM 9000-WRITE-ERROR
                           ADD 1 TO WS-ERROR-COUNT
                       ELSE
                           MOVE WS-NSF-FEE-XN TO WS-NSF-FEE
                           PERFORM 5212-FIND-PAYMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5212-FIND-PAYMENT.
      * Only a payment actually posted to this customer, and not
      * already returned or backed out, can come back from the bank
      * - the amount restored is the amount that payment cleared
           MOVE CUST-ID TO WS-NSF-CUST-ID
           MOVE WS-POST-REFERENCE TO WS-NSF-REFERENCE
           PERFORM 5290-LOCATE-OPEN-PAYMENT
           IF WS-PAID-FOUND
               MOVE WS-PAID-AMOUNT(WS-PAID-SUB) TO WS-POST-AMOUNT
               PERFORM 5215-APPLY-RETURN
           ELSE
               IF WS-NSF-SEEN
                   MOVE WS-ERR-CD-PAYMENT-RETURNED TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-PAYMENT-RETURNED
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE WS-ERR-CD-PAYMENT-NOT-FND TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-PAYMENT-NOT-FND
                       TO WS-ERROR-MESSAGE
               END-IF
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       5215-APPLY-RETURN.
      * A returned payment puts back a receivable the customer never
      * actually settled, not new credit - the credit limit does not
      * apply and the account may sit inactive; only the stored
      * balance's capacity does
           COMPUTE WS-POST-NEW-BALANCE =
               CUST-CURRENT-BALANCE + WS-POST-AMOUNT + WS-NSF-FEE
           IF WS-POST-NEW-BALANCE > 9999999.99
               MOVE WS-ERR-CD-POST-OVERFLOW TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-POST-OVERFLOW TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM 5217-REWRITE-RETURN
           END-IF.

       5217-REWRITE-RETURN.
      * Format current date as YYYY-MM-DD
           STRING WS-CURR-YEAR DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CURR-DAY  DELIMITED BY SIZE
               INTO CUST-LAST-ACTIVITY-DATE
           END-STRING

      * The return and the fee are separate postings, so the image
      * between them is kept for the journal
           COMPUTE WS-NSF-MID-BALANCE =
               CUST-CURRENT-BALANCE + WS-POST-AMOUNT
           MOVE WS-NSF-MID-BALANCE TO CUST-CURRENT-BALANCE
           MOVE CUSTOMER-RECORD TO WS-NSF-MID-IMAGE
           MOVE WS-POST-NEW-BALANCE TO CUST-CURRENT-BALANCE

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL
                       TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-RETURN-COUNT
                   SET WS-PAID-RETURNED(WS-PAID-SUB) TO TRUE
                   PERFORM 5220-WRITE-RETURN-TRAIL
      * Unlike CADD/CUPD/CDEL a posting is not safe to replay, so
      * checkpoint at once - a restart must never re-apply it
                   PERFORM 9410-WRITE-CHECKPOINT
                   MOVE WS-TRANSACTION-COUNT
                       TO WS-LAST-SUCCESS-COUNT
                   MOVE TRAN-CUST-ID TO WS-LAST-SUCCESS-CUST-ID
                   MOVE TRAN-CODE TO WS-DET-TRAN-CODE
                   MOVE CUST-ID TO WS-DET-CUST-ID
                   MOVE CUST-NAME TO WS-DET-CUST-NAME
                   IF CUST-STATUS-ACTIVE
                       MOVE 'ACTIVE' TO WS-DET-STATUS
                   ELSE
                       MOVE 'INACTIVE' TO WS-DET-STATUS
                   END-IF
                   MOVE SPACES TO WS-DET-RESULT
                   STRING 'PAYMENT RETURNED REF '
                              DELIMITED BY SIZE
                          WS-POST-REFERENCE
                              DELIMITED BY SIZE
                       INTO WS-DET-RESULT
                   END-STRING
                   PERFORM 9200-WRITE-DETAIL
           END-REWRITE.

       5220-WRITE-RETURN-TRAIL.
      * The return goes to ACTHIST and JRNFILE as CNSF for the
      * payment amount under the original reference; a fee follows
      * as its own CFEE posting and journal image pair so CUSTBKOUT
      * reverses, and CUSTGLX books, the two separately
           IF WS-HIST-FILE-OPEN
               MOVE CUST-ID TO HIST-CUST-ID
               MOVE TRAN-CODE TO HIST-TRAN-CODE
               MOVE CUST-LAST-ACTIVITY-DATE TO HIST-POST-DATE
               MOVE WS-POST-AMOUNT TO HIST-AMOUNT
               MOVE WS-POST-REFERENCE TO HIST-REFERENCE
               MOVE WS-NSF-MID-BALANCE TO HIST-BALANCE-AFTER
               WRITE ACTIVITY-HISTORY-RECORD
           END-IF
           MOVE WS-NSF-MID-IMAGE TO WS-JRN-AFTER-IMAGE
           PERFORM 2750-WRITE-JOURNAL

           IF WS-NSF-FEE > ZERO
               IF WS-HIST-FILE-OPEN
                   MOVE CUST-ID TO HIST-CUST-ID
                   MOVE 'CFEE' TO HIST-TRAN-CODE
                   MOVE CUST-LAST-ACTIVITY-DATE TO HIST-POST-DATE
                   MOVE WS-NSF-FEE TO HIST-AMOUNT
                   MOVE 'RETITEMFEE' TO HIST-REFERENCE
                   MOVE CUST-CURRENT-BALANCE TO HIST-BALANCE-AFTER
                   WRITE ACTIVITY-HISTORY-RECORD
               END-IF
               IF WS-JRN-FILE-OPEN
                   ADD 1 TO WS-JRN-SEQ
                   MOVE WS-RUN-ID TO JRN-RUN-ID
                   MOVE WS-JRN-SEQ TO JRN-SEQ
                   MOVE 'CFEE' TO JRN-ACTION
                   MOVE WS-NSF-MID-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
                   WRITE JOURNAL-RECORD
               END-IF
           END-IF.

       5290-LOCATE-OPEN-PAYMENT.
      * First open payment for the customer under the reference;
      * WS-NSF-SEEN records that the reference exists but every
      * posting under it is already returned or backed out
           MOVE 'N' TO WS-PAID-FOUND-SW
           MOVE 'N' TO WS-NSF-SEEN-SW
           MOVE ZERO TO WS-PAID-SUB
           PERFORM 5295-SCAN-ONE-PAYMENT
               UNTIL WS-PAID-SUB >= WS-PAID-COUNT OR WS-PAID-FOUND.

       5295-SCAN-ONE-PAYMENT.
           ADD 1 TO WS-PAID-SUB
           IF WS-PAID-CUST-ID(WS-PAID-SUB) = WS-NSF-CUST-ID
                   AND WS-PAID-REFERENCE(WS-PAID-SUB)
                       = WS-NSF-REFERENCE
               IF WS-PAID-OPEN(WS-PAID-SUB)
                   MOVE 'Y' TO WS-PAID-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-NSF-SEEN-SW
               END-IF
           END-IF.

       5300-PLACE-CREDIT-HOLD.
           PERFORM 5350-CHECK-HOLD-READY
           IF WS-HOLD-TRAN-OK
               MOVE TRAN-CUST-ID TO HOLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       PERFORM 5310-WRITE-NEW-HOLD
                   NOT INVALID KEY
                       IF HOLD-ACTIVE
                           MOVE WS-ERR-CD-HOLD-EXISTS
                               TO WS-ERROR-CODE
                           MOVE WS-ERR-MSG-HOLD-EXISTS
                               TO WS-ERROR-MESSAGE
                           PERFORM 9000-WRITE-ERROR
                           ADD 1 TO WS-ERROR-COUNT
                       ELSE
                           PERFORM 5320-RENEW-RELEASED-HOLD
                       END-IF
               END-READ
           END-IF.

       5310-WRITE-NEW-HOLD.
      * First hold for the account - a blank before-image tells
      * CUSTBKOUT to remove the entry, as for an added contact
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO HOLD-RECORD
           MOVE TRAN-CUST-ID TO HOLD-CUST-ID
           PERFORM 5330-SET-HOLD-FIELDS
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 5340-COMPLETE-HOLD
           END-WRITE.

       5320-RENEW-RELEASED-HOLD.
      * The released entry is replaced - its image goes to the
      * journal so a backout puts the earlier release back
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE HOLD-RECORD TO WS-JRN-BEFORE-IMAGE
           PERFORM 5330-SET-HOLD-FIELDS
           REWRITE HOLD-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 5340-COMPLETE-HOLD
           END-REWRITE.

       5330-SET-HOLD-FIELDS.
           MOVE 'H' TO HOLD-STATUS
           MOVE 'M' TO HOLD-SOURCE
           MOVE WS-HOLD-REASON TO HOLD-REASON
           MOVE WS-HOLD-AUTHORIZER TO HOLD-PLACED-BY
           MOVE WS-HOLD-DATE TO HOLD-PLACED-DATE
           MOVE SPACES TO HOLD-RELEASE-REASON
           MOVE SPACES TO HOLD-RELEASED-BY
           MOVE SPACES TO HOLD-RELEASED-DATE.

       5340-COMPLETE-HOLD.
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE HOLD-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2750-WRITE-JOURNAL
           ADD 1 TO WS-HOLD-COUNT
           MOVE SPACES TO WS-DET-RESULT
           STRING 'CREDIT HOLD PLACED, REASON ' DELIMITED BY SIZE
                  WS-HOLD-REASON              DELIMITED BY SIZE
               INTO WS-DET-RESULT
           END-STRING
           PERFORM 5390-COMPLETE-HOLD-TRAN.

       5350-CHECK-HOLD-READY.
      * A hold transaction needs the hold dataset open, a customer
      * on file, and TRAN-DATA of reason code|authorizer with both
      * parts present
           MOVE 'N' TO WS-HOLD-TRAN-OK-SW
           IF NOT WS-HOLD-FILE-OPEN
               MOVE WS-ERR-CD-OPEN-HOLD TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-OPEN-HOLD TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'Y' TO WS-CUST-IO-SWITCH
               MOVE TRAN-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE WS-ERR-CD-CUST-NOT-FOUND
                           TO WS-ERROR-CODE
                       MOVE WS-ERR-MSG-CUST-NOT-FOUND
                           TO WS-ERROR-MESSAGE
                       PERFORM 9000-WRITE-ERROR
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       PERFORM 5360-PARSE-HOLD-DATA
               END-READ
           END-IF.

       5360-PARSE-HOLD-DATA.
           MOVE ZERO TO WS-DELIM-COUNT
           INSPECT TRAN-DATA TALLYING WS-DELIM-COUNT FOR ALL '|'
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO WS-HOLD-AUTHORIZER
           IF WS-DELIM-COUNT = 1
               UNSTRING TRAN-DATA DELIMITED BY '|' INTO
                   WS-HOLD-REASON
                   WS-HOLD-AUTHORIZER
               END-UNSTRING
           END-IF

           IF WS-DELIM-COUNT NOT = 1
              OR WS-HOLD-REASON = SPACES
              OR WS-HOLD-AUTHORIZER = SPACES
               MOVE WS-ERR-CD-MALFORMED-DATA TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-MALFORMED-DATA TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE SPACES TO WS-HOLD-DATE
               STRING WS-CURR-YEAR DELIMITED BY SIZE
                      '-'          DELIMITED BY SIZE
                      WS-CURR-MONTH DELIMITED BY SIZE
                      '-'          DELIMITED BY SIZE
                      WS-CURR-DAY  DELIMITED BY SIZE
                   INTO WS-HOLD-DATE
               END-STRING
               MOVE 'Y' TO WS-HOLD-TRAN-OK-SW
           END-IF.

       5390-COMPLETE-HOLD-TRAN.
           MOVE WS-TRANSACTION-COUNT TO WS-LAST-SUCCESS-COUNT
           MOVE TRAN-CUST-ID TO WS-LAST-SUCCESS-CUST-ID
           MOVE TRAN-CODE TO WS-DET-TRAN-CODE
           MOVE TRAN-CUST-ID TO WS-DET-CUST-ID
           MOVE CUST-NAME TO WS-DET-CUST-NAME
           IF CUST-STATUS-ACTIVE
               MOVE 'ACTIVE' TO WS-DET-STATUS
           ELSE
               MOVE 'INACTIVE' TO WS-DET-STATUS
           END-IF
           PERFORM 9200-WRITE-DETAIL.

       5400-RELEASE-CREDIT-HOLD.
           PERFORM 5350-CHECK-HOLD-READY
           IF WS-HOLD-TRAN-OK
               MOVE TRAN-CUST-ID TO HOLD-CUST-ID
               READ HOLD-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-HOLD-TRAN-OK-SW
                   NOT INVALID KEY
                       IF NOT HOLD-ACTIVE
                           MOVE 'N' TO WS-HOLD-TRAN-OK-SW
                       END-IF
               END-READ
               IF WS-HOLD-TRAN-OK
                   PERFORM 5410-PERFORM-RELEASE
               ELSE
                   MOVE WS-ERR-CD-HOLD-NOT-FND TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-HOLD-NOT-FND TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       5410-PERFORM-RELEASE.
      * The entry stays on file as released, so the placing and
      * releasing authorizers can both be seen afterwards
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE HOLD-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE 'R' TO HOLD-STATUS
           MOVE WS-HOLD-REASON TO HOLD-RELEASE-REASON
           MOVE WS-HOLD-AUTHORIZER TO HOLD-RELEASED-BY
           MOVE WS-HOLD-DATE TO HOLD-RELEASED-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-AFTER-IMAGE
                   MOVE HOLD-RECORD TO WS-JRN-AFTER-IMAGE
                   PERFORM 2750-WRITE-JOURNAL
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE SPACES TO WS-DET-RESULT
                   STRING 'CREDIT HOLD RELEASED, REASON '
                                          DELIMITED BY SIZE
                          WS-HOLD-REASON  DELIMITED BY SIZE
                       INTO WS-DET-RESULT
                   END-STRING
                   PERFORM 5390-COMPLETE-HOLD-TRAN
           END-REWRITE.

       5500-OPEN-DISPUTE.
           PERFORM 5550-CHECK-DISPUTE-READY
           IF WS-DSP-TRAN-OK
               PERFORM 5590-LOCATE-OPEN-CHARGE
               IF NOT WS-CHG-FOUND
                   MOVE WS-ERR-CD-CHARGE-NOT-FND TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-CHARGE-NOT-FND TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE TRAN-CUST-ID TO DSP-CUST-ID
                   MOVE WS-DSP-REFERENCE TO DSP-REFERENCE
                   READ DISPUTE-FILE
                       INVALID KEY
                           PERFORM 5510-WRITE-NEW-DISPUTE
                       NOT INVALID KEY
                           IF DSP-DENIED
                               PERFORM 5520-REOPEN-DISPUTE
                           ELSE
                               MOVE WS-ERR-CD-DISPUTE-EXISTS
                                   TO WS-ERROR-CODE
                               MOVE WS-ERR-MSG-DISPUTE-EXISTS
                                   TO WS-ERROR-MESSAGE
                               PERFORM 9000-WRITE-ERROR
                               ADD 1 TO WS-ERROR-COUNT
                           END-IF
                   END-READ
               END-IF
           END-IF.

       5510-WRITE-NEW-DISPUTE.
      * First dispute on the charge - a blank before-image tells
      * CUSTBKOUT to remove the entry, as for a first credit hold
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO DISPUTE-RECORD
           MOVE TRAN-CUST-ID TO DSP-CUST-ID
           MOVE WS-DSP-REFERENCE TO DSP-REFERENCE
           PERFORM 5530-SET-DISPUTE-FIELDS
           WRITE DISPUTE-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 5540-COMPLETE-DISPUTE
           END-WRITE.

       5520-REOPEN-DISPUTE.
      * A denied dispute may be raised again on new evidence; the
      * denied entry's image goes to the journal so a backout puts
      * the denial back
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE DISPUTE-RECORD TO WS-JRN-BEFORE-IMAGE
           PERFORM 5530-SET-DISPUTE-FIELDS
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 5540-COMPLETE-DISPUTE
           END-REWRITE.

       5530-SET-DISPUTE-FIELDS.
      * The disputed amount and charge date come from the ACTHIST
      * posting, never from the transaction
           MOVE 'O' TO DSP-STATUS
           MOVE WS-CHG-DATE(WS-CHG-SUB) TO DSP-CHARGE-DATE
           MOVE WS-CHG-AMOUNT(WS-CHG-SUB) TO DSP-AMOUNT
           MOVE WS-DSP-REASON TO DSP-REASON
           MOVE WS-DSP-AUTHORIZER TO DSP-OPENED-BY
           MOVE WS-DSP-DATE TO DSP-OPENED-DATE
           MOVE SPACES TO DSP-RESOLVED-BY
           MOVE SPACES TO DSP-RESOLVED-DATE
           MOVE ZERO TO DSP-CREDIT-AMOUNT.

       5540-COMPLETE-DISPUTE.
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE DISPUTE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2750-WRITE-JOURNAL
           ADD 1 TO WS-DISPUTE-COUNT
           MOVE SPACES TO WS-DET-RESULT
           STRING 'DISPUTE OPENED REF ' DELIMITED BY SIZE
                  WS-DSP-REFERENCE     DELIMITED BY SIZE
               INTO WS-DET-RESULT
           END-STRING
           PERFORM 5390-COMPLETE-HOLD-TRAN.

       5550-CHECK-DISPUTE-READY.
      * A dispute transaction needs the dispute dataset open, a
      * customer on file, and well-formed TRAN-DATA for its code
           MOVE 'N' TO WS-DSP-TRAN-OK-SW
           IF NOT WS-DISP-FILE-OPEN
               MOVE WS-ERR-CD-OPEN-DISP TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-OPEN-DISP TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'Y' TO WS-CUST-IO-SWITCH
               MOVE TRAN-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE WS-ERR-CD-CUST-NOT-FOUND
                           TO WS-ERROR-CODE
                       MOVE WS-ERR-MSG-CUST-NOT-FOUND
                           TO WS-ERROR-MESSAGE
                       PERFORM 9000-WRITE-ERROR
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       IF TRAN-CODE = 'CDSP'
                           PERFORM 5560-PARSE-DISPUTE-DATA
                       ELSE
                           PERFORM 5660-PARSE-RESOLVE-DATA
                       END-IF
               END-READ
           END-IF.

       5560-PARSE-DISPUTE-DATA.
           MOVE ZERO TO WS-DELIM-COUNT
           INSPECT TRAN-DATA TALLYING WS-DELIM-COUNT FOR ALL '|'
           MOVE SPACES TO WS-DSP-REFERENCE
           MOVE SPACES TO WS-DSP-REASON
           MOVE SPACES TO WS-DSP-AUTHORIZER
           IF WS-DELIM-COUNT = 2
               UNSTRING TRAN-DATA DELIMITED BY '|' INTO
                   WS-DSP-REFERENCE
                   WS-DSP-REASON
                   WS-DSP-AUTHORIZER
               END-UNSTRING
           END-IF

           IF WS-DELIM-COUNT NOT = 2
              OR WS-DSP-REFERENCE = SPACES
              OR WS-DSP-REASON = SPACES
              OR WS-DSP-AUTHORIZER = SPACES
               MOVE WS-ERR-CD-MALFORMED-DATA TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-MALFORMED-DATA TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM 5570-SET-DISPUTE-DATE
               MOVE 'Y' TO WS-DSP-TRAN-OK-SW
           END-IF.

       5570-SET-DISPUTE-DATE.
           MOVE SPACES TO WS-DSP-DATE
           STRING WS-CURR-YEAR DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-CURR-DAY  DELIMITED BY SIZE
               INTO WS-DSP-DATE
           END-STRING.

       5590-LOCATE-OPEN-CHARGE.
      * Latest open charge for the customer under the reference - a
      * reference reused on a later charge names the later one
           MOVE 'N' TO WS-CHG-FOUND-SW
           MOVE WS-CHG-COUNT TO WS-CHG-SUB
           PERFORM 5593-SCAN-BACK-REFERENCE
               UNTIL WS-CHG-SUB = ZERO OR WS-CHG-FOUND.

       5593-SCAN-BACK-REFERENCE.
           IF WS-CHG-CUST-ID(WS-CHG-SUB) = TRAN-CUST-ID
                   AND WS-CHG-REFERENCE(WS-CHG-SUB)
                       = WS-DSP-REFERENCE
                   AND WS-CHG-OPEN(WS-CHG-SUB)
               MOVE 'Y' TO WS-CHG-FOUND-SW
           ELSE
               SUBTRACT 1 FROM WS-CHG-SUB
           END-IF.

       5595-SCAN-BACK-CHARGE.
      * CUSTBKOUT reversals carry reference BACKOUT, so a backed-out
      * charge is matched to the latest open one of the same amount
           IF WS-CHG-CUST-ID(WS-CHG-SUB) = WS-NSF-CUST-ID
                   AND WS-CHG-AMOUNT(WS-CHG-SUB)
                       = WS-NSF-MATCH-AMOUNT
                   AND WS-CHG-OPEN(WS-CHG-SUB)
               MOVE 'Y' TO WS-CHG-FOUND-SW
           ELSE
               SUBTRACT 1 FROM WS-CHG-SUB
           END-IF.

       5600-RESOLVE-DISPUTE.
           PERFORM 5550-CHECK-DISPUTE-READY
           IF WS-DSP-TRAN-OK
               MOVE TRAN-CUST-ID TO DSP-CUST-ID
               MOVE WS-DSP-REFERENCE TO DSP-REFERENCE
               READ DISPUTE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-DSP-TRAN-OK-SW
                   NOT INVALID KEY
                       IF NOT DSP-OPEN
                           MOVE 'N' TO WS-DSP-TRAN-OK-SW
                       END-IF
               END-READ
               IF NOT WS-DSP-TRAN-OK
                   MOVE WS-ERR-CD-DISPUTE-NOT-FND TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-DISPUTE-NOT-FND
                       TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   IF WS-DSP-OUTCOME-UPHELD
                       PERFORM 5610-APPLY-DISPUTE-CREDIT
                   ELSE
                       PERFORM 5640-CLOSE-DISPUTE
                   END-IF
               END-IF
           END-IF.

       5610-APPLY-DISPUTE-CREDIT.
      * The credit can give back all or part of the charge, never
      * more; it reduces the balance like a payment and is held to
      * the same capacity check
           COMPUTE WS-POST-NEW-BALANCE =
               CUST-CURRENT-BALANCE - WS-DSP-CREDIT
           EVALUATE TRUE
               WHEN WS-DSP-CREDIT > DSP-AMOUNT
                   MOVE WS-ERR-CD-CREDIT-OVER-DSP TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-CREDIT-OVER-DSP
                       TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-POST-NEW-BALANCE < -9999999.99
                   MOVE WS-ERR-CD-POST-OVERFLOW TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-POST-OVERFLOW TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM 5620-REWRITE-DISPUTE-CREDIT
           END-EVALUATE.

       5620-REWRITE-DISPUTE-CREDIT.
           MOVE CUSTOMER-RECORD TO WS-JRN-BEFORE-IMAGE
           PERFORM 5570-SET-DISPUTE-DATE
           MOVE WS-DSP-DATE TO CUST-LAST-ACTIVITY-DATE
           MOVE WS-POST-NEW-BALANCE TO CUST-CURRENT-BALANCE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DISPUTE-CREDIT-COUNT
                   PERFORM 5630-WRITE-CREDIT-TRAIL
      * A credit is a posting and not safe to replay - checkpoint
      * at once, as the payment and charge paths do
                   PERFORM 9410-WRITE-CHECKPOINT
                   PERFORM 5640-CLOSE-DISPUTE
           END-REWRITE.

       5630-WRITE-CREDIT-TRAIL.
      * The credit goes to ACTHIST and JRNFILE as CDCR under the
      * disputed charge's reference, so CUSTSTMT shows it against
      * the charge and CUSTGLX books it apart from cash received
           IF WS-HIST-FILE-OPEN
               MOVE CUST-ID TO HIST-CUST-ID
               MOVE 'CDCR' TO HIST-TRAN-CODE
               MOVE CUST-LAST-ACTIVITY-DATE TO HIST-POST-DATE
               COMPUTE HIST-AMOUNT = ZERO - WS-DSP-CREDIT
               MOVE WS-DSP-REFERENCE TO HIST-REFERENCE
               MOVE CUST-CURRENT-BALANCE TO HIST-BALANCE-AFTER
               WRITE ACTIVITY-HISTORY-RECORD
           END-IF
           IF WS-JRN-FILE-OPEN
               ADD 1 TO WS-JRN-SEQ
               MOVE WS-RUN-ID TO JRN-RUN-ID
               MOVE WS-JRN-SEQ TO JRN-SEQ
               MOVE 'CDCR' TO JRN-ACTION
               MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
               MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
               WRITE JOURNAL-RECORD
           END-IF.

       5640-CLOSE-DISPUTE.
      * The entry stays on file with its outcome; a denied charge
      * simply drops back into the aging from its original date
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE DISPUTE-RECORD TO WS-JRN-BEFORE-IMAGE
           PERFORM 5570-SET-DISPUTE-DATE
           MOVE WS-DSP-OUTCOME TO DSP-STATUS
           MOVE WS-DSP-AUTHORIZER TO DSP-RESOLVED-BY
           MOVE WS-DSP-DATE TO DSP-RESOLVED-DATE
           IF WS-DSP-OUTCOME-UPHELD
               MOVE WS-DSP-CREDIT TO DSP-CREDIT-AMOUNT
           ELSE
               MOVE ZERO TO DSP-CREDIT-AMOUNT
           END-IF
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRN-AFTER-IMAGE
                   MOVE DISPUTE-RECORD TO WS-JRN-AFTER-IMAGE
                   PERFORM 2750-WRITE-JOURNAL
                   ADD 1 TO WS-RESOLVE-COUNT
                   MOVE SPACES TO WS-DET-RESULT
                   IF WS-DSP-OUTCOME-UPHELD
                       STRING 'DISPUTE UPHELD, CREDITED REF '
                                                DELIMITED BY SIZE
                              WS-DSP-REFERENCE  DELIMITED BY SIZE
                           INTO WS-DET-RESULT
                       END-STRING
                   ELSE
                       STRING 'DISPUTE DENIED REF ' DELIMITED BY SIZE
                              WS-DSP-REFERENCE      DELIMITED BY SIZE
                           INTO WS-DET-RESULT
                       END-STRING
                   END-IF
                   PERFORM 5390-COMPLETE-HOLD-TRAN
           END-REWRITE.

       5660-PARSE-RESOLVE-DATA.
      * An upheld outcome needs a credit above zero; a denial takes
      * no credit, so the amount may be left blank
           MOVE ZERO TO WS-DELIM-COUNT
           INSPECT TRAN-DATA TALLYING WS-DELIM-COUNT FOR ALL '|'
           MOVE SPACES TO WS-DSP-REFERENCE
           MOVE SPACE TO WS-DSP-OUTCOME
           MOVE SPACES TO WS-DSP-CREDIT-X
           MOVE SPACES TO WS-DSP-AUTHORIZER
           MOVE ZERO TO WS-DSP-CREDIT
           IF WS-DELIM-COUNT = 3
               UNSTRING TRAN-DATA DELIMITED BY '|' INTO
                   WS-DSP-REFERENCE
                   WS-DSP-OUTCOME
                   WS-DSP-CREDIT-X
                   WS-DSP-AUTHORIZER
               END-UNSTRING
           END-IF

           IF WS-DSP-OUTCOME-UPHELD
               IF WS-DSP-CREDIT-XN IS NUMERIC
                   MOVE WS-DSP-CREDIT-XN TO WS-DSP-CREDIT
               END-IF
           END-IF

           IF WS-DELIM-COUNT NOT = 3
              OR WS-DSP-REFERENCE = SPACES
              OR NOT WS-DSP-OUTCOME-VALID
              OR WS-DSP-AUTHORIZER = SPACES
              OR (WS-DSP-OUTCOME-UPHELD AND WS-DSP-CREDIT = ZERO)
               MOVE WS-ERR-CD-MALFORMED-DATA TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-MALFORMED-DATA TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'Y' TO WS-DSP-TRAN-OK-SW
           END-IF.

       5700-SET-GROUP-PARENT.
           PERFORM 5750-CHECK-HIER-READY
           IF WS-HIER-TRAN-OK
               MOVE TRAN-CUST-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       PERFORM 5705-WRITE-NEW-PARENT
                   NOT INVALID KEY
                       IF HIER-IS-CHILD
                           MOVE WS-ERR-CD-GROUP-MEMBER
                               TO WS-ERROR-CODE
                           MOVE WS-ERR-MSG-GROUP-MEMBER
                               TO WS-ERROR-MESSAGE
                           PERFORM 9000-WRITE-ERROR
                           ADD 1 TO WS-ERROR-COUNT
                       ELSE
                           PERFORM 5710-UPDATE-GROUP-LIMIT
                       END-IF
               END-READ
           END-IF.

       5705-WRITE-NEW-PARENT.
      * A new group - a blank before-image tells CUSTBKOUT to remove
      * the entry, as for a first credit hold
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO HIERARCHY-RECORD
           MOVE TRAN-CUST-ID TO HIER-CUST-ID
           MOVE TRAN-CUST-ID TO HIER-PARENT-ID
           MOVE 'P' TO HIER-ROLE
           MOVE WS-HIER-LIMIT TO HIER-GROUP-LIMIT
           PERFORM 5715-SET-LINK-FIELDS
           WRITE HIERARCHY-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE 'GROUP PARENT SET' TO WS-DET-RESULT
                   PERFORM 5780-COMPLETE-HIER-CHANGE
           END-WRITE.

       5710-UPDATE-GROUP-LIMIT.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE HIERARCHY-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE WS-HIER-LIMIT TO HIER-GROUP-LIMIT
           PERFORM 5715-SET-LINK-FIELDS
           REWRITE HIERARCHY-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE 'GROUP LIMIT CHANGED' TO WS-DET-RESULT
                   PERFORM 5780-COMPLETE-HIER-CHANGE
           END-REWRITE.

       5715-SET-LINK-FIELDS.
           MOVE WS-HIER-AUTHORIZER TO HIER-LINKED-BY
           MOVE WS-HIER-DATE TO HIER-LINKED-DATE.

       5720-LINK-BRANCH.
           PERFORM 5750-CHECK-HIER-READY
           IF WS-HIER-TRAN-OK
               PERFORM 5725-EDIT-BRANCH-LINK
           END-IF
           IF WS-HIER-TRAN-OK
               MOVE TRAN-CUST-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       PERFORM 5730-WRITE-NEW-BRANCH
                   NOT INVALID KEY
                       PERFORM 5735-MOVE-BRANCH
               END-READ
           END-IF.

       5725-EDIT-BRANCH-LINK.
      * The parent must already head a group (CGRP). Groups are one
      * level deep, so a parent cannot itself become a branch, and
      * a branch already under this parent is left as it is
           MOVE WS-HIER-PARENT-ID TO HIER-CUST-ID
           READ HIERARCHY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HIER-TRAN-OK-SW
               NOT INVALID KEY
                   IF NOT HIER-IS-PARENT
                       MOVE 'N' TO WS-HIER-TRAN-OK-SW
                   END-IF
           END-READ
           IF NOT WS-HIER-TRAN-OK
               MOVE WS-ERR-CD-NOT-GROUP-PARENT TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-NOT-GROUP-PARENT TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE TRAN-CUST-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIER-IS-PARENT
                          OR HIER-PARENT-ID = WS-HIER-PARENT-ID
                           MOVE 'N' TO WS-HIER-TRAN-OK-SW
                       END-IF
               END-READ
               IF NOT WS-HIER-TRAN-OK
                   MOVE WS-ERR-CD-GROUP-MEMBER TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-GROUP-MEMBER TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       5730-WRITE-NEW-BRANCH.
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE SPACES TO HIERARCHY-RECORD
           MOVE TRAN-CUST-ID TO HIER-CUST-ID
           PERFORM 5732-SET-BRANCH-FIELDS
           WRITE HIERARCHY-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 5734-COMPLETE-LINK
           END-WRITE.

       5732-SET-BRANCH-FIELDS.
           MOVE WS-HIER-PARENT-ID TO HIER-PARENT-ID
           MOVE 'C' TO HIER-ROLE
           MOVE ZERO TO HIER-GROUP-LIMIT
           PERFORM 5715-SET-LINK-FIELDS.

       5734-COMPLETE-LINK.
           ADD 1 TO WS-LINK-COUNT
           MOVE SPACES TO WS-DET-RESULT
           STRING 'LINKED TO GROUP ' DELIMITED BY SIZE
                  WS-HIER-PARENT-ID  DELIMITED BY SIZE
               INTO WS-DET-RESULT
           END-STRING
           PERFORM 5780-COMPLETE-HIER-CHANGE.

       5735-MOVE-BRANCH.
      * A branch moving between groups keeps its one entry - the
      * old parent goes to the journal so a backout restores it
           MOVE SPACES TO WS-JRN-BEFORE-IMAGE
           MOVE HIERARCHY-RECORD TO WS-JRN-BEFORE-IMAGE
           PERFORM 5732-SET-BRANCH-FIELDS
           REWRITE HIERARCHY-RECORD
               INVALID KEY
                   MOVE WS-ERR-CD-UPDATE-FAIL TO WS-ERROR-CODE
                   MOVE WS-ERR-MSG-UPDATE-FAIL TO WS-ERROR-MESSAGE
                   PERFORM 9000-WRITE-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM 5734-COMPLETE-LINK
           END-REWRITE.

       5740-UNLINK-ACCOUNT.
           PERFORM 5750-CHECK-HIER-READY
           IF WS-HIER-TRAN-OK
               MOVE TRAN-CUST-ID TO HIER-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       MOVE WS-ERR-CD-NOT-IN-GROUP TO WS-ERROR-CODE
                       MOVE WS-ERR-MSG-NOT-IN-GROUP
                           TO WS-ERROR-MESSAGE
                       PERFORM 9000-WRITE-ERROR
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       PERFORM 5745-REMOVE-HIER-ENTRY
               END-READ
           END-IF.

       5745-REMOVE-HIER-ENTRY.
      * A parent may only leave once its branches have gone - the
      * hierarchy must never be left with orphaned branches
           MOVE ZERO TO WS-HIER-BRANCH-COUNT
           IF HIER-IS-PARENT
               PERFORM 5770-COUNT-BRANCHES
           END-IF
           IF WS-HIER-BRANCH-COUNT > ZERO
               MOVE WS-ERR-CD-GROUP-HAS-BRANCH TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-GROUP-HAS-BRANCH TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               MOVE HIERARCHY-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE HIER-PARENT-ID TO WS-HIER-PARENT-ID
               DELETE HIERARCHY-FILE RECORD
                   INVALID KEY
                       MOVE WS-ERR-CD-DELETE-FAIL TO WS-ERROR-CODE
                       MOVE WS-ERR-MSG-DELETE-FAIL
                           TO WS-ERROR-MESSAGE
                       PERFORM 9000-WRITE-ERROR
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-UNLINK-COUNT
      * A blank after-image marks the entry as removed
                       MOVE SPACES TO HIERARCHY-RECORD
                       MOVE SPACES TO WS-DET-RESULT
                       STRING 'REMOVED FROM GROUP ' DELIMITED BY SIZE
                              WS-HIER-PARENT-ID     DELIMITED BY SIZE
                           INTO WS-DET-RESULT
                       END-STRING
                       PERFORM 5780-COMPLETE-HIER-CHANGE
               END-DELETE
           END-IF.

       5750-CHECK-HIER-READY.
      * A group transaction needs the hierarchy dataset open, the
      * customer on file, and well-formed TRAN-DATA
           MOVE 'N' TO WS-HIER-TRAN-OK-SW
           IF NOT WS-HIER-FILE-OPEN
               MOVE WS-ERR-CD-OPEN-HIER TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-OPEN-HIER TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'Y' TO WS-CUST-IO-SWITCH
               MOVE TRAN-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE WS-ERR-CD-CUST-NOT-FOUND
                           TO WS-ERROR-CODE
                       MOVE WS-ERR-MSG-CUST-NOT-FOUND
                           TO WS-ERROR-MESSAGE
                       PERFORM 9000-WRITE-ERROR
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       PERFORM 5760-PARSE-HIER-DATA
               END-READ
           END-IF.

       5760-PARSE-HIER-DATA.
           MOVE ZERO TO WS-DELIM-COUNT
           INSPECT TRAN-DATA TALLYING WS-DELIM-COUNT FOR ALL '|'
           MOVE SPACES TO WS-HIER-LIMIT-X
           MOVE SPACES TO WS-HIER-PARENT-ID
           MOVE SPACES TO WS-HIER-AUTHORIZER
           MOVE ZERO TO WS-HIER-LIMIT
           EVALUATE TRAN-CODE
               WHEN 'CGRP'
                   IF WS-DELIM-COUNT = 1
                       UNSTRING TRAN-DATA DELIMITED BY '|' INTO
                           WS-HIER-LIMIT-X
                           WS-HIER-AUTHORIZER
                       END-UNSTRING
                       IF WS-HIER-LIMIT-XN IS NUMERIC
                           MOVE WS-HIER-LIMIT-XN TO WS-HIER-LIMIT
                           MOVE 'Y' TO WS-HIER-TRAN-OK-SW
                       END-IF
                   END-IF
               WHEN 'CLNK'
                   IF WS-DELIM-COUNT = 1
                       UNSTRING TRAN-DATA DELIMITED BY '|' INTO
                           WS-HIER-PARENT-ID
                           WS-HIER-AUTHORIZER
                       END-UNSTRING
                       IF WS-HIER-PARENT-ID NOT = SPACES
                           MOVE 'Y' TO WS-HIER-TRAN-OK-SW
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-DELIM-COUNT = ZERO
                       MOVE TRAN-DATA TO WS-HIER-AUTHORIZER
                       MOVE 'Y' TO WS-HIER-TRAN-OK-SW
                   END-IF
           END-EVALUATE
           IF WS-HIER-AUTHORIZER = SPACES
               MOVE 'N' TO WS-HIER-TRAN-OK-SW
           END-IF

           IF NOT WS-HIER-TRAN-OK
               MOVE WS-ERR-CD-MALFORMED-DATA TO WS-ERROR-CODE
               MOVE WS-ERR-MSG-MALFORMED-DATA TO WS-ERROR-MESSAGE
               PERFORM 9000-WRITE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE SPACES TO WS-HIER-DATE
               STRING WS-CURR-YEAR DELIMITED BY SIZE
                      '-'          DELIMITED BY SIZE
                      WS-CURR-MONTH DELIMITED BY SIZE
                      '-'          DELIMITED BY SIZE
                      WS-CURR-DAY  DELIMITED BY SIZE
                   INTO WS-HIER-DATE
               END-STRING
           END-IF.

       5770-COUNT-BRANCHES.
      * Browse the parent's family on the alternate key; the entry
      * being worked on is parked and put back afterwards
           MOVE HIERARCHY-RECORD TO WS-HIER-SAVE-RECORD
           MOVE HIER-CUST-ID TO WS-GRP-PARENT-ID
           MOVE HIER-CUST-ID TO HIER-PARENT-ID
           MOVE 'N' TO WS-HIER-BROWSE-SW
           START HIERARCHY-FILE KEY IS = HIER-PARENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-HIER-BROWSE-SW
           END-START
           PERFORM 5775-COUNT-ONE-BRANCH
               UNTIL WS-HIER-BROWSE-DONE
           MOVE WS-HIER-SAVE-RECORD TO HIERARCHY-RECORD.

       5775-COUNT-ONE-BRANCH.
           READ HIERARCHY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIER-BROWSE-SW
           END-READ
           IF NOT WS-HIER-BROWSE-DONE
               IF HIER-PARENT-ID NOT = WS-GRP-PARENT-ID
                   MOVE 'Y' TO WS-HIER-BROWSE-SW
               ELSE
                   IF HIER-IS-CHILD
                       ADD 1 TO WS-HIER-BRANCH-COUNT
                   END-IF
               END-IF
           END-IF.

       5780-COMPLETE-HIER-CHANGE.
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE HIERARCHY-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 2750-WRITE-JOURNAL
           PERFORM 5390-COMPLETE-HOLD-TRAN.

       9000-WRITE-ERROR.
           MOVE TRAN-CODE TO WS-DET-TRAN-CODE
           MOVE TRAN-CUST-ID TO WS-DET-CUST-ID
           MOVE SPACES TO WS-DET-CUST-NAME
           MOVE 'ERROR' TO WS-DET-STATUS
           MOVE WS-ERROR-MESSAGE TO WS-DET-RESULT
      * Reject before 9200 clears WS-ERROR-CODE; only real
      * transaction rejects go to REJFILE, not open failures or
      * terminate-time control breaks
           IF WS-TRAN-ACTIVE
               PERFORM 9500-WRITE-REJECT
           END-IF
           PERFORM 9460-TALLY-ERROR-CODE
           PERFORM 9200-WRITE-DETAIL.

       9460-TALLY-ERROR-CODE.
           MOVE 'N' TO WS-ERR-TALLY-FOUND-SW
           MOVE ZERO TO WS-ERR-TALLY-SUB
           PERFORM UNTIL WS-ERR-TALLY-SUB >= WS-ERR-TALLY-USED
                   OR WS-ERR-TALLY-FOUND
               ADD 1 TO WS-ERR-TALLY-SUB
               IF WS-ERR-TALLY-CODE(WS-ERR-TALLY-SUB) = WS-ERROR-CODE
                   ADD 1 TO WS-ERR-TALLY-COUNT(WS-ERR-TALLY-SUB)
                   MOVE 'Y' TO WS-ERR-TALLY-FOUND-SW
               END-IF
           END-PERFORM

           IF NOT WS-ERR-TALLY-FOUND AND WS-ERR-TALLY-USED < 50
               ADD 1 TO WS-ERR-TALLY-USED
               MOVE WS-ERROR-CODE
                   TO WS-ERR-TALLY-CODE(WS-ERR-TALLY-USED)
               MOVE 1 TO WS-ERR-TALLY-COUNT(WS-ERR-TALLY-USED)
           END-IF.

       9500-WRITE-REJECT.
           IF WS-REJ-FILE-OPEN
               MOVE TRANSACTION-RECORD TO REJ-TRAN-RECORD
               MOVE WS-ERROR-CODE TO REJ-ERROR-CODE
               IF WS-RESUB-ACTIVE
                   MOVE WS-RESUB-CYCLE TO REJ-CYCLE-COUNT
           MOVE WS-POSTING-COUNTS TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RECOVERY-COUNT TO WS-SUM-RECOVERIES
           MOVE WS-RETURN-COUNT TO WS-SUM-RETURNS
           MOVE WS-HOLD-COUNT TO WS-SUM-HOLDS
           MOVE WS-RELEASE-COUNT TO WS-SUM-RELEASES
           MOVE WS-ADJUSTMENT-COUNTS TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-DISPUTE-COUNT TO WS-SUM-DISPUTES
           MOVE WS-RESOLVE-COUNT TO WS-SUM-RESOLVED
           MOVE WS-DISPUTE-CREDIT-COUNT TO WS-SUM-DISPUTE-CREDITS
           MOVE WS-DISPUTE-COUNTS TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-GROUP-COUNT TO WS-SUM-GROUPS
           MOVE WS-LINK-COUNT TO WS-SUM-LINKS
           MOVE WS-UNLINK-COUNT TO WS-SUM-UNLINKS
           MOVE WS-GROUP-COUNTS TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RESUB-COUNT TO WS-SUM-RESUBS
           MOVE WS-REJECT-COUNT TO WS-SUM-REJECTED
           MOVE WS-SUSPENDED-COUNT TO WS-SUM-SUSPENDED
                       MOVE CHK-RESUB-COUNT TO WS-RESUB-COUNT
                       MOVE CHK-REJECT-COUNT TO WS-REJECT-COUNT
                       MOVE CHK-SUSPENDED-COUNT TO WS-SUSPENDED-COUNT
                       MOVE CHK-RECOVERY-COUNT TO WS-RECOVERY-COUNT
                       MOVE CHK-RETURN-COUNT TO WS-RETURN-COUNT
                       MOVE CHK-HOLD-COUNT TO WS-HOLD-COUNT
                       MOVE CHK-RELEASE-COUNT TO WS-RELEASE-COUNT
                       MOVE CHK-DISPUTE-COUNT TO WS-DISPUTE-COUNT
                       MOVE CHK-RESOLVE-COUNT TO WS-RESOLVE-COUNT
                       MOVE CHK-DISPUTE-CREDIT-COUNT
                           TO WS-DISPUTE-CREDIT-COUNT
                       MOVE CHK-GROUP-COUNT TO WS-GROUP-COUNT
                       MOVE CHK-LINK-COUNT TO WS-LINK-COUNT
                       MOVE CHK-UNLINK-COUNT TO WS-UNLINK-COUNT
                       MOVE CHK-TRAN-COUNT TO WS-LAST-SUCCESS-COUNT
                       MOVE CHK-LAST-CUST-ID
                           TO WS-LAST-SUCCESS-CUST-ID
               MOVE WS-RESUB-COUNT TO CHK-RESUB-COUNT
               MOVE WS-REJECT-COUNT TO CHK-REJECT-COUNT
               MOVE WS-SUSPENDED-COUNT TO CHK-SUSPENDED-COUNT
               MOVE WS-RECOVERY-COUNT TO CHK-RECOVERY-COUNT
               MOVE WS-RETURN-COUNT TO CHK-RETURN-COUNT
               MOVE WS-HOLD-COUNT TO CHK-HOLD-COUNT
               MOVE WS-RELEASE-COUNT TO CHK-RELEASE-COUNT
               MOVE WS-DISPUTE-COUNT TO CHK-DISPUTE-COUNT
               MOVE WS-RESOLVE-COUNT TO CHK-RESOLVE-COUNT
               MOVE WS-DISPUTE-CREDIT-COUNT TO CHK-DISPUTE-CREDIT-COUNT
               MOVE WS-GROUP-COUNT TO CHK-GROUP-COUNT
               MOVE WS-LINK-COUNT TO CHK-LINK-COUNT
               MOVE WS-UNLINK-COUNT TO CHK-UNLINK-COUNT
               WRITE CHECKPOINT-RECORD
           END-IF.

           MOVE WS-RESUB-COUNT TO CHK-RESUB-COUNT
           MOVE WS-REJECT-COUNT TO CHK-REJECT-COUNT
           MOVE WS-SUSPENDED-COUNT TO CHK-SUSPENDED-COUNT
           MOVE WS-RECOVERY-COUNT TO CHK-RECOVERY-COUNT
           MOVE WS-RETURN-COUNT TO CHK-RETURN-COUNT
           MOVE WS-HOLD-COUNT TO CHK-HOLD-COUNT
           MOVE WS-RELEASE-COUNT TO CHK-RELEASE-COUNT
           MOVE WS-DISPUTE-COUNT TO CHK-DISPUTE-COUNT
           MOVE WS-RESOLVE-COUNT TO CHK-RESOLVE-COUNT
           MOVE WS-DISPUTE-CREDIT-COUNT TO CHK-DISPUTE-CREDIT-COUNT
           MOVE WS-GROUP-COUNT TO CHK-GROUP-COUNT
           MOVE WS-LINK-COUNT TO CHK-LINK-COUNT
           MOVE WS-UNLINK-COUNT TO CHK-UNLINK-COUNT
           WRITE CHECKPOINT-RECORD.

       9470-WRITE-RUN-STATS.
               MOVE WS-PAYMENT-COUNT TO STAT-PAYMENT-COUNT
               MOVE WS-CHARGE-COUNT TO STAT-CHARGE-COUNT
               MOVE ZERO TO WS-ERR-TALLY-SUB
               PERFORM UNTIL WS-ERR-TALLY-SUB >= 50
                   ADD 1 TO WS-ERR-TALLY-SUB
                   IF WS-ERR-TALLY-SUB <= WS-ERR-TALLY-USED
                       MOVE WS-ERR-TALLY-CODE(WS-ERR-TALLY-SUB)

      * reverse order:                                                *
      *   CADD            - delete the record the run added           *
      *   CDEL            - re-add the record from its before-image   *
      *   CUPD/CPAY/CCHG/CCHO/LATE/CWOF/CREC/CNSF/CFEE/CRFD/CDCR      *
      *                   - rewrite the record to its before-image    *
      *   XADD            - delete the contact entry the run added    *
      *   XDEL            - re-add the contact entry from its         *
      *                     before-image                              *
      *   XUPD            - rewrite the contact entry to its          *
      *                     before-image                              *
      *   CHLD/CRLS       - put the credit hold entry back as it was  *
      *                     (delete it when the run created it)       *
      *   CDSP/CDRS       - put the dispute entry back as it was      *
      *                     (delete it when the run created it)       *
      *   CGRP/CLNK/CULK  - put the customer-group entry back as it   *
      *                     was (delete it when the run created it)   *
      *   PRGE/PRGX       - re-add the customer / contact entry a     *
      *                     CUSTPURG run removed and drop its         *
      *                     PURGARCH archive entry                    *
      *                                                               *
      * Backed-out CPAY/CCHG postings also append a reversing        *
      * ACTHIST record (amount negated, reference BACKOUT) so        *
      *               run-control record; deliberately does NOT gate  *
      *               on a predecessor - backout is the repair path   *
      *               for a failed run                                *
      * DATE-UPDATED: 2026-10-15 - reverse CUSTWOFF bad-debt          *
      *               write-offs (CWOF) and CUSTMGMT recoveries       *
      *               (CREC) the same way as postings                 *
      * DATE-UPDATED: 2026-10-15 - reverse CUSTMGMT returned payments *
      *               (CNSF) and their returned-item fees (CFEE) the  *
      *               same way as postings                            *
      * DATE-UPDATED: 2026-10-15 - reverse CUSTRFND credit-balance    *
      *               refunds (CRFD) the same way as postings         *
      * DATE-UPDATED: 2026-10-15 - undo credit holds and releases     *
      *               (CHLD/CRLS) against HOLDFILE, including holds   *
      *               CUSTDUNN places at its top stage                *
      * DATE-UPDATED: 2026-10-15 - undo dispute openings and          *
      *               resolutions (CDSP/CDRS) against DISPFILE, and   *
      *               reverse upheld-dispute credits (CDCR) the same  *
      *               way as postings                                 *
      * DATE-UPDATED: 2026-10-15 - undo customer-group changes        *
      *               (CGRP/CLNK/CULK) against HIERFILE, including    *
      *               the group moves CUSTMRGE makes                  *
      * DATE-UPDATED: 2026-10-15 - restore customers and contacts     *
      *               removed by a CUSTPURG retention purge           *
      *               (PRGE/PRGX) and drop their archive entries      *
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

           SELECT PURGE-ARCHIVE-FILE ASSIGN TO PURGARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS ARCH-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
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

       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DISPUTE-RECORD.
           05  DSP-KEY.
               10  DSP-CUST-ID         PIC X(10).
               10  DSP-REFERENCE       PIC X(12).
           05  DSP-STATUS              PIC X(1).
           05  DSP-CHARGE-DATE         PIC X(10).
           05  DSP-AMOUNT              PIC 9(7)V99.
           05  DSP-REASON              PIC X(4).
           05  DSP-OPENED-BY           PIC X(8).
           05  DSP-OPENED-DATE         PIC X(10).
           05  DSP-RESOLVED-BY         PIC X(8).
           05  DSP-RESOLVED-DATE       PIC X(10).
           05  DSP-CREDIT-AMOUNT       PIC 9(7)V99.
           05  FILLER                  PIC X(9).

       FD  HIERARCHY-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HIERARCHY-RECORD.
           05  HIER-CUST-ID            PIC X(10).
           05  HIER-PARENT-ID          PIC X(10).
           05  HIER-ROLE               PIC X(1).
           05  HIER-GROUP-LIMIT        PIC 9(9)V99.
           05  HIER-LINKED-BY          PIC X(8).
           05  HIER-LINKED-DATE        PIC X(10).
           05  FILLER                  PIC X(30).

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
           05  FILLER                  PIC X(10).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05  CNTC-FILE-STATUS        PIC X(2).
               88  CNTC-FILE-SUCCESS   VALUE '00'.
               88  CNTC-FILE-NOT-FOUND VALUE '23'.
           05  HOLD-FILE-STATUS        PIC X(2).
               88  HOLD-FILE-SUCCESS   VALUE '00'.
           05  DISP-FILE-STATUS        PIC X(2).
               88  DISP-FILE-SUCCESS   VALUE '00'.
           05  HIER-FILE-STATUS        PIC X(2).
               88  HIER-FILE-SUCCESS   VALUE '00'.
           05  ARCH-FILE-STATUS        PIC X(2).
               88  ARCH-FILE-SUCCESS   VALUE '00'.
           05  JOURNAL-FILE-STATUS     PIC X(2).
               88  JOURNAL-FILE-SUCCESS VALUE '00'.
               88  JOURNAL-FILE-EOF    VALUE '10'.
               88  WS-UNDO-APPLIED     VALUE 'Y'.
           05  WS-CNTC-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-CNTC-FILE-OPEN   VALUE 'Y'.
           05  WS-HOLD-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-HOLD-FILE-OPEN   VALUE 'Y'.
           05  WS-DISP-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-DISP-FILE-OPEN   VALUE 'Y'.
           05  WS-HIER-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-HIER-FILE-OPEN   VALUE 'Y'.
           05  WS-ARCH-OPEN-SW         PIC X(1) VALUE 'N'.
               88  WS-ARCH-FILE-OPEN   VALUE 'Y'.

      * Overlay for pulling the stored balance out of a journal
      * record image
               10  WJ-ACTION           PIC X(4).
               10  WJ-KEY              PIC X(10).
               10  WJ-CONTACT-KEY      PIC X(13).
               10  WJ-DISPUTE-KEY      PIC X(22).
               10  WJ-BEFORE-IMAGE     PIC X(212).
               10  WJ-REVERSAL-AMOUNT  PIC S9(7)V99.

              END-IF
           END-IF

      * Likewise the credit hold dataset
           OPEN I-O HOLD-FILE
           IF HOLD-FILE-SUCCESS
              MOVE 'Y' TO WS-HOLD-OPEN-SW
           ELSE
              IF HOLD-FILE-STATUS NOT = '35'
                  DISPLAY 'WARNING - CREDIT HOLD FILE NOT OPENED, '
                      'STATUS: ' HOLD-FILE-STATUS
              END-IF
           END-IF

      * And the dispute dataset
           OPEN I-O DISPUTE-FILE
           IF DISP-FILE-SUCCESS
              MOVE 'Y' TO WS-DISP-OPEN-SW
           ELSE
              IF DISP-FILE-STATUS NOT = '35'
                  DISPLAY 'WARNING - DISPUTE FILE NOT OPENED, '
                      'STATUS: ' DISP-FILE-STATUS
              END-IF
           END-IF

      * And the customer-group hierarchy
           OPEN I-O HIERARCHY-FILE
           IF HIER-FILE-SUCCESS
              MOVE 'Y' TO WS-HIER-OPEN-SW
           ELSE
              IF HIER-FILE-STATUS NOT = '35'
                  DISPLAY 'WARNING - HIERARCHY FILE NOT OPENED, '
                      'STATUS: ' HIER-FILE-STATUS
              END-IF
           END-IF

      * And the purged-customer archive
           OPEN I-O PURGE-ARCHIVE-FILE
           IF ARCH-FILE-SUCCESS
              MOVE 'Y' TO WS-ARCH-OPEN-SW
           ELSE
              IF ARCH-FILE-STATUS NOT = '35'
                  DISPLAY 'WARNING - PURGE ARCHIVE FILE NOT OPENED, '
                      'STATUS: ' ARCH-FILE-STATUS
              END-IF
           END-IF

      * Reversing posting records append to the same history
      * CUSTMGMT feeds - extend, never truncate
           OPEN EXTEND ACTIVITY-HISTORY-FILE
                   MOVE JRN-BEFORE-IMAGE
                       TO WJ-BEFORE-IMAGE(WS-ENTRY-COUNT)
      * A CADD/XADD has no before-image, so its key comes from the
      * after-image instead; so may a first CHLD, CDSP, CGRP or
      * CLNK, and a hold, dispute or group entry always has one
      * (a CULK has only a before-image)
                   IF JRN-ACTION = 'CADD' OR JRN-ACTION = 'XADD'
                           OR JRN-ACTION = 'CHLD'
                           OR JRN-ACTION = 'CRLS'
                           OR JRN-ACTION = 'CDSP'
                           OR JRN-ACTION = 'CDRS'
                           OR JRN-ACTION = 'CGRP'
                           OR JRN-ACTION = 'CLNK'
                       MOVE JRN-AFTER-IMAGE(1:10)
                           TO WJ-KEY(WS-ENTRY-COUNT)
                       MOVE JRN-AFTER-IMAGE(1:13)
                           TO WJ-CONTACT-KEY(WS-ENTRY-COUNT)
                       MOVE JRN-AFTER-IMAGE(1:22)
                           TO WJ-DISPUTE-KEY(WS-ENTRY-COUNT)
                   ELSE
                       MOVE JRN-BEFORE-IMAGE(1:10)
                           TO WJ-KEY(WS-ENTRY-COUNT)
                       MOVE JRN-BEFORE-IMAGE(1:13)
                           TO WJ-CONTACT-KEY(WS-ENTRY-COUNT)
                       MOVE JRN-BEFORE-IMAGE(1:22)
                           TO WJ-DISPUTE-KEY(WS-ENTRY-COUNT)
                   END-IF
      * A posting's reversal amount is the balance movement undone:
      * before-image balance less after-image balance
                   IF JRN-ACTION = 'CPAY' OR JRN-ACTION = 'CCHG'
                           OR JRN-ACTION = 'CCHO'
                           OR JRN-ACTION = 'LATE'
                           OR JRN-ACTION = 'CWOF'
                           OR JRN-ACTION = 'CREC'
                           OR JRN-ACTION = 'CNSF'
                           OR JRN-ACTION = 'CFEE'
                           OR JRN-ACTION = 'CRFD'
                           OR JRN-ACTION = 'CDCR'
                       MOVE JRN-BEFORE-IMAGE TO WS-IMG-RECORD
                       MOVE WS-IMG-BALANCE
                           TO WJ-REVERSAL-AMOUNT(WS-ENTRY-COUNT)
                   PERFORM 2555-UNDO-CONTACT-DELETE
               WHEN 'XUPD'
                   PERFORM 2558-UNDO-CONTACT-CHANGE
               WHEN 'CHLD'
                   PERFORM 2570-UNDO-CREDIT-HOLD
               WHEN 'CRLS'
                   PERFORM 2570-UNDO-CREDIT-HOLD
               WHEN 'CDSP'
                   PERFORM 2582-UNDO-DISPUTE
               WHEN 'CDRS'
                   PERFORM 2582-UNDO-DISPUTE
               WHEN 'CGRP'
                   PERFORM 2587-UNDO-GROUP-CHANGE
               WHEN 'CLNK'
                   PERFORM 2587-UNDO-GROUP-CHANGE
               WHEN 'CULK'
                   PERFORM 2587-UNDO-GROUP-CHANGE
               WHEN 'PRGE'
                   PERFORM 2592-UNDO-PURGE
               WHEN 'PRGX'
                   PERFORM 2594-UNDO-CONTACT-PURGE
               WHEN OTHER
                   PERFORM 2540-UNDO-CHANGE
           END-EVALUATE
           PERFORM 2590-WRITE-DETAIL.

       2530-UNDO-DELETE.
           MOVE 'N' TO WS-UNDO-OK-SW
           MOVE WJ-BEFORE-IMAGE(WS-ENTRY-SUB) TO CUSTOMER-RECORD
           WRITE CUSTOMER-RECORD
               INVALID KEY
                           MOVE 'RE-ADD FAILED' TO WS-DET-RESULT
                       NOT INVALID KEY
                           ADD 1 TO WS-READDED-COUNT
                           MOVE 'Y' TO WS-UNDO-OK-SW
                           MOVE 'DELETED RECORD RESTORED OVER KEY'
                               TO WS-DET-RESULT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-READDED-COUNT
                   MOVE 'Y' TO WS-UNDO-OK-SW
                   MOVE 'DELETED RECORD RE-ADDED' TO WS-DET-RESULT
           END-WRITE
           PERFORM 2590-WRITE-DETAIL.
                   AND (WJ-ACTION(WS-ENTRY-SUB) = 'CPAY'
                       OR WJ-ACTION(WS-ENTRY-SUB) = 'CCHG'
                       OR WJ-ACTION(WS-ENTRY-SUB) = 'CCHO'
                       OR WJ-ACTION(WS-ENTRY-SUB) = 'LATE'
                       OR WJ-ACTION(WS-ENTRY-SUB) = 'CWOF'
                       OR WJ-ACTION(WS-ENTRY-SUB) = 'CREC'
                       OR WJ-ACTION(WS-ENTRY-SUB) = 'CNSF'
                       OR WJ-ACTION(WS-ENTRY-SUB) = 'CFEE'
                       OR WJ-ACTION(WS-ENTRY-SUB) = 'CRFD'
                       OR WJ-ACTION(WS-ENTRY-SUB) = 'CDCR')
               PERFORM 2560-WRITE-REVERSING-HISTORY
           END-IF
           PERFORM 2590-WRITE-DETAIL.
           PERFORM 2590-WRITE-DETAIL.

       2555-UNDO-CONTACT-DELETE.
           MOVE 'N' TO WS-UNDO-OK-SW
           IF NOT WS-CNTC-FILE-OPEN
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE 'CONTACT FILE NOT AVAILABLE' TO WS-DET-RESULT
                                   TO WS-DET-RESULT
                           NOT INVALID KEY
                               ADD 1 TO WS-READDED-COUNT
                               MOVE 'Y' TO WS-UNDO-OK-SW
                               MOVE 'CONTACT RESTORED OVER KEY'
                                   TO WS-DET-RESULT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-READDED-COUNT
                       MOVE 'Y' TO WS-UNDO-OK-SW
                       MOVE 'DELETED CONTACT RE-ADDED'
                           TO WS-DET-RESULT
               END-WRITE
           WRITE ACTIVITY-HISTORY-RECORD
           ADD 1 TO WS-REVERSAL-COUNT.

       2570-UNDO-CREDIT-HOLD.
      * A blank before-image means the run created the entry; any
      * other before-image is the entry as it stood before the hold
      * or release
           IF NOT WS-HOLD-FILE-OPEN
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE 'HOLD FILE NOT AVAILABLE' TO WS-DET-RESULT
           ELSE
               IF WJ-BEFORE-IMAGE(WS-ENTRY-SUB) = SPACES
                   PERFORM 2575-REMOVE-CREDIT-HOLD
               ELSE
                   PERFORM 2580-RESTORE-CREDIT-HOLD
               END-IF
           END-IF
           PERFORM 2590-WRITE-DETAIL.

       2575-REMOVE-CREDIT-HOLD.
           MOVE WJ-KEY(WS-ENTRY-SUB) TO HOLD-CUST-ID
           DELETE HOLD-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-CONFLICT-COUNT
                   MOVE 'HOLD ALREADY ABSENT' TO WS-DET-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE 'PLACED HOLD DELETED' TO WS-DET-RESULT
           END-DELETE.

       2580-RESTORE-CREDIT-HOLD.
           MOVE WJ-BEFORE-IMAGE(WS-ENTRY-SUB)(1:80) TO HOLD-RECORD
           REWRITE HOLD-RECORD
               INVALID KEY
      * The entry vanished after the run - put the before-image
      * back as a fresh entry
                   WRITE HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-CONFLICT-COUNT
                           MOVE 'HOLD RESTORE FAILED' TO WS-DET-RESULT
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                           MOVE 'HOLD BEFORE-IMAGE RE-ADDED'
                               TO WS-DET-RESULT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   MOVE 'HOLD BEFORE-IMAGE RESTORED' TO WS-DET-RESULT
           END-REWRITE.

       2582-UNDO-DISPUTE.
      * As for a hold: a blank before-image means the run opened
      * the first dispute on the charge
           IF NOT WS-DISP-FILE-OPEN
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE 'DISPUTE FILE NOT AVAILABLE' TO WS-DET-RESULT
           ELSE
               IF WJ-BEFORE-IMAGE(WS-ENTRY-SUB) = SPACES
                   PERFORM 2584-REMOVE-DISPUTE
               ELSE
                   PERFORM 2586-RESTORE-DISPUTE
               END-IF
           END-IF
           PERFORM 2590-WRITE-DETAIL.

       2584-REMOVE-DISPUTE.
           MOVE WJ-DISPUTE-KEY(WS-ENTRY-SUB) TO DSP-KEY
           DELETE DISPUTE-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-CONFLICT-COUNT
                   MOVE 'DISPUTE ALREADY ABSENT' TO WS-DET-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE 'OPENED DISPUTE DELETED' TO WS-DET-RESULT
           END-DELETE.

       2586-RESTORE-DISPUTE.
           MOVE WJ-BEFORE-IMAGE(WS-ENTRY-SUB)(1:100)
               TO DISPUTE-RECORD
           REWRITE DISPUTE-RECORD
               INVALID KEY
      * The entry vanished after the run - put the before-image
      * back as a fresh entry
                   WRITE DISPUTE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-CONFLICT-COUNT
                           MOVE 'DISPUTE RESTORE FAILED'
                               TO WS-DET-RESULT
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                           MOVE 'DISPUTE BEFORE-IMAGE RE-ADDED'
                               TO WS-DET-RESULT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   MOVE 'DISPUTE BEFORE-IMAGE RESTORED'
                       TO WS-DET-RESULT
           END-REWRITE.

       2587-UNDO-GROUP-CHANGE.
      * As for a hold: a blank before-image means the run created
      * the group entry; an unlink's before-image puts it back
           IF NOT WS-HIER-FILE-OPEN
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE 'HIERARCHY FILE NOT AVAILABLE' TO WS-DET-RESULT
           ELSE
               IF WJ-BEFORE-IMAGE(WS-ENTRY-SUB) = SPACES
                   PERFORM 2588-REMOVE-GROUP-ENTRY
               ELSE
                   PERFORM 2589-RESTORE-GROUP-ENTRY
               END-IF
           END-IF
           PERFORM 2590-WRITE-DETAIL.

       2588-REMOVE-GROUP-ENTRY.
           MOVE WJ-KEY(WS-ENTRY-SUB) TO HIER-CUST-ID
           DELETE HIERARCHY-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-CONFLICT-COUNT
                   MOVE 'GROUP ENTRY ALREADY ABSENT' TO WS-DET-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE 'ADDED GROUP ENTRY DELETED' TO WS-DET-RESULT
           END-DELETE.

       2589-RESTORE-GROUP-ENTRY.
           MOVE WJ-BEFORE-IMAGE(WS-ENTRY-SUB)(1:80)
               TO HIERARCHY-RECORD
           REWRITE HIERARCHY-RECORD
               INVALID KEY
      * The entry vanished after the run - put the before-image
      * back as a fresh entry
                   WRITE HIERARCHY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-CONFLICT-COUNT
                           MOVE 'GROUP ENTRY RESTORE FAILED'
                               TO WS-DET-RESULT
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                           MOVE 'GROUP BEFORE-IMAGE RE-ADDED'
                               TO WS-DET-RESULT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   MOVE 'GROUP BEFORE-IMAGE RESTORED'
                       TO WS-DET-RESULT
           END-REWRITE.

       2590-WRITE-DETAIL.
           MOVE WJ-ACTION(WS-ENTRY-SUB) TO WS-DET-ACTION
           MOVE WJ-KEY(WS-ENTRY-SUB) TO WS-DET-CUST-ID
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2592-UNDO-PURGE.
      * A purged customer comes back exactly as a deleted one does;
      * once it is back its archive entry goes, so CUSTINQ no longer
      * reports it purged
           PERFORM 2530-UNDO-DELETE
           IF WS-UNDO-APPLIED AND WS-ARCH-FILE-OPEN
               MOVE WJ-KEY(WS-ENTRY-SUB) TO PRG-CUST-ID
               MOVE 'C' TO PRG-ENTRY-TYPE
               MOVE SPACE TO PRG-CNT-TYPE
               MOVE ZERO TO PRG-CNT-SEQ
               PERFORM 2596-REMOVE-ARCHIVE-ENTRY
           END-IF.

       2594-UNDO-CONTACT-PURGE.
           PERFORM 2555-UNDO-CONTACT-DELETE
           IF WS-UNDO-APPLIED AND WS-ARCH-FILE-OPEN
               MOVE WJ-CONTACT-KEY(WS-ENTRY-SUB)(1:10) TO PRG-CUST-ID
               MOVE 'K' TO PRG-ENTRY-TYPE
               MOVE WJ-CONTACT-KEY(WS-ENTRY-SUB)(11:1) TO PRG-CNT-TYPE
               MOVE WJ-CONTACT-KEY(WS-ENTRY-SUB)(12:2) TO PRG-CNT-SEQ
               PERFORM 2596-REMOVE-ARCHIVE-ENTRY
           END-IF.

       2596-REMOVE-ARCHIVE-ENTRY.
      * An archive entry already gone is no conflict - the live
      * record is what matters, and CUSTINQ reads it first
           DELETE PURGE-ARCHIVE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       3000-TERMINATE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
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
           IF WS-ARCH-FILE-OPEN
               CLOSE PURGE-ARCHIVE-FILE
           END-IF
           CLOSE ACTIVITY-HISTORY-FILE
           CLOSE BACKOUT-REPORT-FILE


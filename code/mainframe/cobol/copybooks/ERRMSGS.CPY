      *               codes: entry exists (1026), entry not found     *
      *               (1027), open failure (1028), bad type or        *
      *               sequence (1029).                                *
      * DATE-UPDATED: 2026-10-15 - returned-payment (CNSF) codes:     *
      *               original payment not on file (1030), payment    *
      *               already returned or backed out (1031).          *
      * DATE-UPDATED: 2026-10-15 - credit-hold codes: charge refused  *
      *               on a held account (1032), account already on    *
      *               hold (1033), account not on hold (1034), open   *
      *               failure on the credit-hold dataset (1035).      *
      * DATE-UPDATED: 2026-10-15 - disputed-charge codes: dispute     *
      *               open or upheld (1036), no open dispute (1037),  *
      *               charge not found (1038), credit exceeds the     *
      *               disputed amount (1039), open failure on the     *
      *               dispute dataset (1040).                         *
      * DATE-UPDATED: 2026-10-15 - customer-group codes: charge over  *
      *               the group credit limit (1041), parent is not a  *
      *               group parent (1042), account already linked in  *
      *               a group (1043), parent still has branches       *
      *               (1044), account not in a group (1045), open     *
      *               failure on the hierarchy dataset (1046).        *
      * DATE-UPDATED: 2026-10-15 - bad-debt recovery codes: no        *
      *               write-off on file for the customer (1047),      *
      *               recovery exceeds the amount written off and not *
      *               yet recovered (1048).                           *
      *****************************************************************
       01  WS-ERROR-CODES.
           05  WS-ERR-CD-OPEN-TRAN         PIC 9(4) VALUE 1010.
           05  WS-ERR-CD-CONTACT-NOT-FND  PIC 9(4) VALUE 1027.
           05  WS-ERR-CD-OPEN-CNTC        PIC 9(4) VALUE 1028.
           05  WS-ERR-CD-BAD-CONTACT-KEY  PIC 9(4) VALUE 1029.
           05  WS-ERR-CD-PAYMENT-NOT-FND  PIC 9(4) VALUE 1030.
           05  WS-ERR-CD-PAYMENT-RETURNED PIC 9(4) VALUE 1031.
           05  WS-ERR-CD-CREDIT-HOLD      PIC 9(4) VALUE 1032.
           05  WS-ERR-CD-HOLD-EXISTS      PIC 9(4) VALUE 1033.
           05  WS-ERR-CD-HOLD-NOT-FND     PIC 9(4) VALUE 1034.
           05  WS-ERR-CD-OPEN-HOLD        PIC 9(4) VALUE 1035.
           05  WS-ERR-CD-DISPUTE-EXISTS   PIC 9(4) VALUE 1036.
           05  WS-ERR-CD-DISPUTE-NOT-FND  PIC 9(4) VALUE 1037.
           05  WS-ERR-CD-CHARGE-NOT-FND   PIC 9(4) VALUE 1038.
           05  WS-ERR-CD-CREDIT-OVER-DSP  PIC 9(4) VALUE 1039.
           05  WS-ERR-CD-OPEN-DISP        PIC 9(4) VALUE 1040.
           05  WS-ERR-CD-GROUP-LIMIT      PIC 9(4) VALUE 1041.
           05  WS-ERR-CD-NOT-GROUP-PARENT PIC 9(4) VALUE 1042.
           05  WS-ERR-CD-GROUP-MEMBER     PIC 9(4) VALUE 1043.
           05  WS-ERR-CD-GROUP-HAS-BRANCH PIC 9(4) VALUE 1044.
           05  WS-ERR-CD-NOT-IN-GROUP     PIC 9(4) VALUE 1045.
           05  WS-ERR-CD-OPEN-HIER        PIC 9(4) VALUE 1046.
           05  WS-ERR-CD-NO-WRITEOFF      PIC 9(4) VALUE 1047.
           05  WS-ERR-CD-RECOVERY-OVER    PIC 9(4) VALUE 1048.

       01  WS-ERROR-MESSAGES.
           05  WS-ERR-MSG-OPEN-TRAN        PIC X(40)
               VALUE 'ERROR OPENING CONTACT FILE'.
           05  WS-ERR-MSG-BAD-CONTACT-KEY  PIC X(40)
               VALUE 'INVALID CONTACT TYPE OR SEQUENCE'.
           05  WS-ERR-MSG-PAYMENT-NOT-FND  PIC X(40)
               VALUE 'ORIGINAL PAYMENT NOT FOUND FOR CUSTOMER'.
           05  WS-ERR-MSG-PAYMENT-RETURNED PIC X(40)
               VALUE 'PAYMENT ALREADY RETURNED OR BACKED OUT'.
           05  WS-ERR-MSG-CREDIT-HOLD      PIC X(40)
               VALUE 'CHARGE REFUSED - ACCOUNT ON CREDIT HOLD'.
           05  WS-ERR-MSG-HOLD-EXISTS      PIC X(40)
               VALUE 'ACCOUNT ALREADY ON CREDIT HOLD'.
           05  WS-ERR-MSG-HOLD-NOT-FND     PIC X(40)
               VALUE 'ACCOUNT IS NOT ON CREDIT HOLD'.
           05  WS-ERR-MSG-OPEN-HOLD        PIC X(40)
               VALUE 'ERROR OPENING CREDIT HOLD FILE'.
           05  WS-ERR-MSG-DISPUTE-EXISTS   PIC X(40)
               VALUE 'DISPUTE ALREADY OPEN OR UPHELD'.
           05  WS-ERR-MSG-DISPUTE-NOT-FND  PIC X(40)
               VALUE 'NO OPEN DISPUTE FOR CHARGE'.
           05  WS-ERR-MSG-CHARGE-NOT-FND   PIC X(40)
               VALUE 'ORIGINAL CHARGE NOT FOUND FOR CUSTOMER'.
           05  WS-ERR-MSG-CREDIT-OVER-DSP  PIC X(40)
               VALUE 'CREDIT EXCEEDS DISPUTED AMOUNT'.
           05  WS-ERR-MSG-OPEN-DISP        PIC X(40)
               VALUE 'ERROR OPENING DISPUTE FILE'.
           05  WS-ERR-MSG-GROUP-LIMIT      PIC X(40)
               VALUE 'CHARGE EXCEEDS GROUP CREDIT LIMIT'.
           05  WS-ERR-MSG-NOT-GROUP-PARENT PIC X(40)
               VALUE 'PARENT ACCOUNT IS NOT A GROUP PARENT'.
           05  WS-ERR-MSG-GROUP-MEMBER     PIC X(40)
               VALUE 'ACCOUNT ALREADY LINKED IN A GROUP'.
           05  WS-ERR-MSG-GROUP-HAS-BRANCH PIC X(40)
               VALUE 'GROUP PARENT STILL HAS LINKED BRANCHES'.
           05  WS-ERR-MSG-NOT-IN-GROUP     PIC X(40)
               VALUE 'ACCOUNT IS NOT IN A CUSTOMER GROUP'.
           05  WS-ERR-MSG-OPEN-HIER        PIC X(40)
               VALUE 'ERROR OPENING HIERARCHY FILE'.
           05  WS-ERR-MSG-NO-WRITEOFF      PIC X(40)
               VALUE 'NO WRITE-OFF ON FILE'.
           05  WS-ERR-MSG-RECOVERY-OVER    PIC X(40)
               VALUE 'RECOVERY EXCEEDS WRITE-OFF'.

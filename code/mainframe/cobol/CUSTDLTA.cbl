      *               after-image like CADD; its before-image is      *
      *               spaces and was feeding a blank-key DEL marker   *
      *               to the CRM                                      *
      * DATE-UPDATED: 2026-10-15 - take CHLD/CRLS credit hold journal *
      *               keys from the after-image as well, so a hold or *
      *               release sends the customer as an UPD            *
      * DATE-UPDATED: 2026-10-15 - likewise CDSP/CDRS dispute journal *
      *               keys, whose entries lead with DSP-CUST-ID       *
      * DATE-UPDATED: 2026-10-15 - likewise CGRP/CLNK customer-group  *
      *               journal keys (HIER-CUST-ID); a CULK keeps its   *
      *               key in the before-image                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
      * A CADD/XADD has no before-image, so its key comes from the
      * after-image instead; for an XADD the leading bytes are the
      * contact entry's CNT-CUST-ID, so the parent customer flows
      * out as an ordinary UPD. A first credit hold (CHLD) has no
      * before-image either, and a hold entry leads with HOLD-CUST-ID;
      * dispute entries (CDSP/CDRS) lead with DSP-CUST-ID the same way,
      * and group entries (CGRP/CLNK) with HIER-CUST-ID
           IF JRN-ACTION = 'CADD' OR JRN-ACTION = 'XADD'
                   OR JRN-ACTION = 'CHLD' OR JRN-ACTION = 'CRLS'
                   OR JRN-ACTION = 'CDSP' OR JRN-ACTION = 'CDRS'
                   OR JRN-ACTION = 'CGRP' OR JRN-ACTION = 'CLNK'
               MOVE JRN-AFTER-IMAGE(1:10) TO CUST-ID
           ELSE
               MOVE JRN-BEFORE-IMAGE(1:10) TO CUST-ID

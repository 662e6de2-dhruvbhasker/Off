      **           STILL AWAITING AN ACKNOWLEDGMENT - CARRIED CYCLE  **
      **           TO CYCLE SO IT IS CHASED OR RESUBMITTED RATHER    **
      **           THAN SILENTLY LOST.                               **
      **           ROWS COVER EVERY VOUCHER STREAM ON THE CSR9822    **
      **           CONSOLIDATED CCSRGLI INTERFACE, ONE PER JOURNAL,  **
      **           TAKEN FROM ITS ITEM LINE; PNV-WRITE-OFF-AMOUNT    **
      **           THEN CARRIES THE NET DEBIT TO THE SUSPENSE ITEM'S **
      **           OWN ACCOUNT (NEGATIVE FOR A CREDIT).              **
      **           PNV-SOURCE-STEP NAMES THE STEP THAT BUILT THE     **
      **           VOUCHER; AN INTEREST ACCRUAL (CSR9818) ROW        **
      **           CARRIES ITS INTEREST LIABILITY CREDIT INSTEAD, AS **
      **           AN ACCRUAL DOES NOT MOVE THE SUSPENSE ACCOUNT.    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  02SEP26   DOB   INITIAL VERSION                            **
      **  15OCT26   DOB   ROWS NOW COVER EVERY STREAM ON THE         **
      **                  CONSOLIDATED CCSRGLI INTERFACE             **
      **  15OCT26   DOB   ADD PNV-SOURCE-STEP                        **
      *****************************************************************

       01  PNV-PENDING-REC.
               88  PNV-UNACKNOWLEDGED                 VALUE 'U'.
               88  PNV-GL-REJECTED                    VALUE 'R'.
           05  PNV-GL-REASON                     PIC X(30).
           05  PNV-SOURCE-STEP                   PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRPNV                     **
      *****************************************************************

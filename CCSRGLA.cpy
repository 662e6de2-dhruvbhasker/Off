      **           FILE RECEIVED FROM THE GENERAL LEDGER SYSTEM -    **
      **           ONE ROW PER VOUCHER THE GL HAS ACTIONED, KEYED    **
      **           BY THE JOURNAL SEQUENCE THE VOUCHER WAS SENT      **
      **           UNDER, MATCHED BY CSR9816 AGAINST THE CCSRGLI     **
      **           INTERFACE JOURNALS AND THE CCSRPNV PENDING        **
      **           CARRY-FORWARD FILE.                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  02SEP26   DOB   INITIAL VERSION                            **
      **  15OCT26   DOB   JOURNAL SEQUENCE IS NOW THE CENTRALLY      **
      **                  ASSIGNED CCSRGLI SEQUENCE                  **
      *****************************************************************

       01  GLA-ACK-REC.

      *****************************************************************
      **  MEMBER : CCSRGTB                                           **
      **  REMARKS: RECORD LAYOUT FOR THE GENERAL LEDGER              **
      **           TRIAL-BALANCE EXTRACT READ BY CSR9823 FOR THE     **
      **           SUSPENSE SUB-LEDGER TIE-OUT.  ONE ROW PER GL      **
      **           ACCOUNT AND CURRENCY AS AT THE GL PERIOD CLOSE.   **
      **           THE BALANCE IS STATED IN THE SUB-LEDGER'S SIGN -  **
      **           MONEY HELD IN SUSPENSE IS POSITIVE - SO IT        **
      **           COMPARES DIRECTLY WITH THE CCSR98F0 SUSPENSE      **
      **           AMOUNTS.  SEVERAL ROWS FOR ONE MLJ ACCOUNT AND    **
      **           CURRENCY (ONE PER SUB-ACCOUNT) ARE SUMMED.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  GTB-TRIAL-BAL-REC.
           05  GTB-MLJ-ACCT                      PIC X(08).
           05  GTB-CRCY-CD                       PIC X(02).
           05  GTB-BALANCE                       PIC S9(13)V9(02).
           05  GTB-AS-OF-DATE                    PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRGTB                     **
      *****************************************************************

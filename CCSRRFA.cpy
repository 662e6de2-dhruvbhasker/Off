      *****************************************************************
      **  MEMBER : CCSRRFA                                           **
      **  REMARKS: RECORD LAYOUT FOR THE APPROVED SUSPENSE REFUND    **
      **           LIST READ BY CSR9821.  ONE ROW PER PREMIUM        **
      **           SUSPENSE ITEM THE ACCOUNTS DEPARTMENT HAS         **
      **           APPROVED FOR REFUND TO THE CLIENT, KEYED BY       **
      **           POLICY NUMBER AND SUSPENSE DATE (THE SAME KEY AS  **
      **           THE CCSRAIF ACCRUED-INTEREST FILE), CARRYING THE  **
      **           SUSPENSE ACCOUNT THE ITEM SITS ON AND WHO         **
      **           APPROVED IT.                                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  RFA-APPROVED-REC.
           05  RFA-POLICY-NUMBER                 PIC X(10).
           05  RFA-SUSPENSE-DATE                 PIC X(10).
           05  RFA-CRCY-CD                       PIC X(02).
           05  RFA-REFUND-AMOUNT                 PIC S9(11)V9(02).
           05  RFA-MLJ-ACCT                      PIC X(08).
           05  RFA-ING-ACCT                      PIC X(06).
           05  RFA-APPROVED-BY                   PIC X(08).
           05  RFA-APPROVED-DATE                 PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRRFA                     **
      *****************************************************************

      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  22AUG26   DOB   INITIAL VERSION                            **
      **  15OCT26   DOB   CHECKER'S USER ID ADDED - ROWS ARE         **
      **                  RELEASED BY CSR9829 ON APPROVAL            **
      *****************************************************************

       01  XWT-TRANS-REC.
           05  XWT-ING-ACCT                      PIC X(06).
           05  XWT-EFF-DATE                      PIC X(08).
           05  XWT-USER-ID                       PIC X(08).
           05  XWT-CHECKER-ID                    PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRXWT                     **
      *****************************************************************

      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  02SEP26   DOB   INITIAL VERSION                            **
      **  15OCT26   DOB   CHECKER'S USER ID ADDED - ROWS ARE         **
      **                  RELEASED BY CSR9829 ON APPROVAL            **
      *****************************************************************

       01  PDT-TRANS-REC.
           05  PDT-SMALL-PRD-CD                  PIC X(03).
           05  PDT-RETIRE-DATE                   PIC X(10).
           05  PDT-USER-ID                       PIC X(08).
           05  PDT-CHECKER-ID                    PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRPDT                     **
      *****************************************************************

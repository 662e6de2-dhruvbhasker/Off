      *****************************************************************
      **  MEMBER : CCSRRLT                                           **
      **  REMARKS: RECORD LAYOUT FOR THE CLAIMS-HOLD RELEASE         **
      **           TRANSACTION FILE APPLIED BY CSR9815.  ONE ROW PER **
      **           HOLD CLAIMS HAVE ACTIONED (RELEASED TO ESTATE,    **
      **           CLEARED, FALSE POSITIVE), KEYED BY CLAIMS AND     **
      **           RELEASED BY CSR9829 ONCE A SECOND USER HAS        **
      **           APPROVED IT.                                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION - LAYOUT MOVED OUT OF      **
      **                  CSR9815, MAKER'S AND CHECKER'S USER IDS    **
      **                  ADDED                                      **
      *****************************************************************

       01  RLT-RELEASE-REC.
           05  RLT-POLICY-NUMBER                 PIC X(10).
           05  RLT-HOST-CLI-ID                   PIC X(10).
           05  RLT-RELEASE-CODE                  PIC X(01).
           05  RLT-RELEASE-DATE                  PIC X(08).
           05  RLT-USER-ID                       PIC X(08).
           05  RLT-CHECKER-ID                    PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRRLT                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRHRA                                           **
      **  REMARKS: RECORD LAYOUT FOR THE CLAIMS-HOLD RELEASE AUDIT   **
      **           TRAIL WRITTEN BY CSR9815 FOR THE CONTROLS REVIEW -**
      **           ONE ROW PER RELEASE TRANSACTION SHOWING WHO       **
      **           KEYED IT, WHO APPROVED IT, WHEN IT WAS PROCESSED, **
      **           WHETHER IT CLOSED THE HOLD OR WAS REJECTED, AND   **
      **           WHY.                                              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  HRA-AUDIT-REC.
           05  HRA-APPLY-DATE                    PIC X(08).
           05  HRA-APPLY-TIME                    PIC X(08).
           05  HRA-USER-ID                       PIC X(08).
           05  HRA-CHECKER-ID                    PIC X(08).
           05  HRA-POLICY-NUMBER                 PIC X(10).
           05  HRA-HOST-CLI-ID                   PIC X(10).
           05  HRA-RELEASE-CODE                  PIC X(01).
           05  HRA-RELEASE-DATE                  PIC X(08).
           05  HRA-DISPOSITION                   PIC X(01).
               88  HRA-APPLIED                        VALUE 'P'.
               88  HRA-REJECTED                       VALUE 'R'.
           05  HRA-REASON                        PIC X(30).
      *****************************************************************
      **                 END OF COPYBOOK CCSRHRA                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRMGA                                           **
      **  REMARKS: RECORD LAYOUT FOR THE CLIENT MERGE MAINTENANCE    **
      **           AUDIT TRAIL WRITTEN BY CSV0080 FOR THE CONTROLS   **
      **           REVIEW - ONE ROW PER MERGE TRANSACTION SHOWING    **
      **           WHO KEYED IT, WHO APPROVED IT, WHEN IT WAS        **
      **           PROCESSED, WHETHER IT WAS APPLIED OR REJECTED, AND**
      **           WHY.  A CONFIRMED MERGE CARRIES THE SURVIVOR IT   **
      **           WAS RESOLVED TO THROUGH THE CROSS-REFERENCE.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  MGA-AUDIT-REC.
           05  MGA-APPLY-DATE                    PIC X(08).
           05  MGA-APPLY-TIME                    PIC X(08).
           05  MGA-USER-ID                       PIC X(08).
           05  MGA-CHECKER-ID                    PIC X(08).
           05  MGA-ACTION                        PIC X(01).
           05  MGA-SURVIVOR-CLI-ID               PIC X(10).
           05  MGA-RETIRED-CLI-ID                PIC X(10).
           05  MGA-RESOLVED-SURVIVOR             PIC X(10).
           05  MGA-DISPOSITION                   PIC X(01).
               88  MGA-APPLIED                        VALUE 'P'.
               88  MGA-REJECTED                       VALUE 'R'.
           05  MGA-REASON                        PIC X(30).
      *****************************************************************
      **                 END OF COPYBOOK CCSRMGA                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRRCX                                           **
      **  REMARKS: RECORD LAYOUT FOR THE RESEARCH CASE TRANSACTION   **
      **           FILE READ BY CSR9831.  ONE ROW PER ANALYST ACTION **
      **           ON A CASE, QUOTING THE CCSRRCS CASE NUMBER:       **
      **             N  ADD A NOTE                (NOTE TEXT)        **
      **             R  REASSIGN THE CASE         (NEW ANALYST ID)   **
      **             F  SET A FOLLOW-UP DATE      (YYYYMMDD)         **
      **             C  CLOSE THE CASE            (RESOLUTION CODE)  **
      **           NOTE TEXT MAY BE GIVEN ON ANY TYPE AND BECOMES THE**
      **           CASE'S LAST NOTE.  THE USER MUST BE THE CASE'S    **
      **           ANALYST OR A TEAM LEAD ON THE CCSRANL TABLE.      **
      **           RESOLUTION CODES:                                 **
      **             CA  CASH APPLIED / ITEM CLEARED                 **
      **             RF  REFUNDED TO THE PAYER                       **
      **             WO  WRITTEN OFF                                 **
      **             TR  TRANSFERRED TO ANOTHER ACCOUNT OR POLICY    **
      **             XW  CROSSWALK CORRECTED                         **
      **             DU  DUPLICATE OF ANOTHER ITEM                   **
      **             OT  OTHER - NOTE TEXT REQUIRED                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  RCX-TRANS-REC.
           05  RCX-TRANS-TYPE                    PIC X(01).
               88  RCX-ADD-NOTE                       VALUE 'N'.
               88  RCX-REASSIGN                       VALUE 'R'.
               88  RCX-SET-FOLLOW-UP                  VALUE 'F'.
               88  RCX-CLOSE-CASE                     VALUE 'C'.
           05  RCX-CASE-NBR.
               10  RCX-CASE-CYCLE                PIC 9(07).
               10  RCX-CASE-SEQ                  PIC 9(05).
           05  RCX-USER-ID                       PIC X(08).
           05  RCX-NEW-ANALYST-ID                PIC X(08).
           05  RCX-FOLLOW-UP-DT                  PIC X(08).
           05  RCX-FOLLOW-UP-DT-R REDEFINES RCX-FOLLOW-UP-DT.
               10  RCX-FOLLOW-UP-YEAR            PIC 9(04).
               10  RCX-FOLLOW-UP-MONTH           PIC 9(02).
               10  RCX-FOLLOW-UP-DAY             PIC 9(02).
           05  RCX-RESOLUTION-CD                 PIC X(02).
               88  RCX-VALID-RESOLUTION               VALUE 'CA' 'RF'
                                                      'WO' 'TR' 'XW'
                                                      'DU' 'OT'.
               88  RCX-OTHER-RESOLUTION               VALUE 'OT'.
           05  RCX-NOTE-TEXT                     PIC X(60).
      *****************************************************************
      **                 END OF COPYBOOK CCSRRCX                     **
      *****************************************************************

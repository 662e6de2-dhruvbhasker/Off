      *****************************************************************
      **  MEMBER : CCSRRCS                                           **
      **  REMARKS: RECORD LAYOUT FOR THE SUSPENSE RESEARCH CASE FILE **
      **           MAINTAINED BY CSR9831 AND CARRIED CYCLE TO CYCLE  **
      **           (PRIOR GENERATION IN, NEW GENERATION OUT).  ONE   **
      **           ROW PER CASE, KEYED ON POLICY NUMBER, MLJ ACCOUNT **
      **           AND SUSPENSE DATE, NUMBERED BY THE CYCLE THAT     **
      **           OPENED IT AND A SEQUENCE WITHIN THAT CYCLE - THE  **
      **           NUMBER ANALYSTS QUOTE ON CCSRRCX TRANSACTIONS.    **
      **           THE SOURCE INDICATORS SHOW EVERY FEEDING STEP THAT**
      **           HAS REFERRED THE ITEM.  RCS-ROTATION-ANALYST IS   **
      **           THE ANALYST THE ROUND-ROBIN GAVE THE CASE AND IS  **
      **           NEVER CHANGED BY A REASSIGNMENT; THE NEXT NEW CASE**
      **           GOES TO THE ANALYST AFTER THE ONE ON THE HIGHEST  **
      **           CASE NUMBER.  A CASE CLOSED BECAUSE ITS ITEM LEFT **
      **           THE CCSR98F0 EXTRACT CARRIES RESOLUTION CODE 'AC' **
      **           AND CLOSED-BY 'CSR9831'.  CLOSED CASES ARE KEPT   **
      **           FOR THE PARM RETENTION PERIOD AND THEN DROPPED.   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  RCS-CASE-REC.
           05  RCS-CASE-NBR.
               10  RCS-CASE-CYCLE                PIC 9(07).
               10  RCS-CASE-SEQ                  PIC 9(05).
           05  RCS-CASE-KEY.
               10  RCS-POLICY-NUMBER             PIC X(10).
               10  RCS-MLJ-ACCT                  PIC X(08).
               10  RCS-SUSPENSE-DATE             PIC X(10).
           05  RCS-SOURCE-PROGRAM                PIC X(08).
           05  RCS-REASON-CD                     PIC X(02).
           05  RCS-REASON-TEXT                   PIC X(30).
           05  RCS-SOURCE-INDICATORS.
               10  RCS-UNMATCHED-IND             PIC X(01).
                   88  RCS-REFERRED-UNMATCHED         VALUE 'U'.
               10  RCS-MRF-AGED-IND              PIC X(01).
                   88  RCS-REFERRED-MRF-AGED          VALUE 'M'.
               10  RCS-XWALK-IND                 PIC X(01).
                   88  RCS-REFERRED-CROSSWALK         VALUE 'X'.
           05  RCS-CRCY-CD                       PIC X(02).
           05  RCS-SUSPENSE-AMOUNT               PIC S9(11)V9(02).
           05  RCS-OPENED-DT                     PIC X(08).
           05  RCS-LAST-POSTED-CYCLE             PIC 9(07).
           05  RCS-ROTATION-ANALYST              PIC X(08).
           05  RCS-ANALYST-ID                    PIC X(08).
           05  RCS-STATUS                        PIC X(01).
               88  RCS-CASE-OPEN                      VALUE 'O'.
               88  RCS-CASE-CLOSED                    VALUE 'C'.
           05  RCS-FOLLOW-UP-DT                  PIC X(08).
           05  RCS-LAST-NOTE-DT                  PIC X(08).
           05  RCS-LAST-NOTE-USER                PIC X(08).
           05  RCS-LAST-NOTE-TEXT                PIC X(60).
           05  RCS-RESOLUTION-CD                 PIC X(02).
               88  RCS-AUTO-CLOSED                    VALUE 'AC'.
           05  RCS-CLOSED-BY                     PIC X(08).
           05  RCS-CLOSED-DT                     PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRRCS                     **
      *****************************************************************

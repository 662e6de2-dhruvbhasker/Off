      *****************************************************************
      **  MEMBER : CCSRANL                                           **
      **  REMARKS: RECORD LAYOUT FOR THE RESEARCH ANALYST PARM TABLE **
      **           READ BY CSR9831.  ONE ROW PER ANALYST, IN THE     **
      **           ORDER NEW CASES ARE DEALT ROUND-ROBIN.  ONLY ROWS **
      **           FLAGGED FOR ROTATION RECEIVE NEW CASES; AN        **
      **           ANALYST TAKEN OUT OF ROTATION KEEPS THE CASES     **
      **           ALREADY HELD.                                     **
      **           OPEN CASES HELD BY AN ID NO LONGER ON THE TABLE   **
      **           ARE DEALT OUT AGAIN.  A TEAM LEAD MAY ACT ON ANY  **
      **           CASE; OTHER ANALYSTS ONLY ON THEIR OWN.           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  ANL-ANALYST-REC.
           05  ANL-ANALYST-ID                    PIC X(08).
           05  ANL-ANALYST-NAME                  PIC X(30).
           05  ANL-ROTATION-IND                  PIC X(01).
               88  ANL-IN-ROTATION                    VALUE 'Y'.
           05  ANL-LEAD-IND                      PIC X(01).
               88  ANL-TEAM-LEAD                      VALUE 'Y'.
      *****************************************************************
      **                 END OF COPYBOOK CCSRANL                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRRCA                                           **
      **  REMARKS: RECORD LAYOUT FOR THE RESEARCH CASE ACTIVITY LOG  **
      **           WRITTEN BY CSR9831 AND CARRIED CYCLE TO CYCLE     **
      **           (PRIOR GENERATION IN, NEW GENERATION OUT).  ONE   **
      **           ROW PER EVENT ON A CASE, OLDEST FIRST:            **
      **             O  CASE OPENED AND ASSIGNED                     **
      **             R  CASE REASSIGNED                              **
      **             N  NOTE ADDED                                   **
      **             F  FOLLOW-UP DATE SET                           **
      **             C  CLOSED BY AN ANALYST                         **
      **             X  CLOSED AUTOMATICALLY - ITEM LEFT CCSR98F0    **
      **           A CASE'S ROWS ARE DROPPED WITH THE CASE WHEN ITS  **
      **           RETENTION PERIOD ENDS.  RCA-USER-ID IS 'CSR9831'  **
      **           FOR EVENTS RAISED BY THE UPDATE ITSELF.           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  RCA-ACTIVITY-REC.
           05  RCA-CASE-NBR.
               10  RCA-CASE-CYCLE                PIC 9(07).
               10  RCA-CASE-SEQ                  PIC 9(05).
           05  RCA-ACTIVITY-DT                   PIC X(08).
           05  RCA-CYCLE-NBR                     PIC 9(07).
           05  RCA-ACTIVITY-TYPE                 PIC X(01).
               88  RCA-CASE-OPENED                    VALUE 'O'.
               88  RCA-CASE-REASSIGNED                VALUE 'R'.
               88  RCA-NOTE-ADDED                     VALUE 'N'.
               88  RCA-FOLLOW-UP-SET                  VALUE 'F'.
               88  RCA-CASE-CLOSED                    VALUE 'C'.
               88  RCA-CASE-AUTO-CLOSED               VALUE 'X'.
           05  RCA-USER-ID                       PIC X(08).
           05  RCA-ANALYST-ID                    PIC X(08).
           05  RCA-FOLLOW-UP-DT                  PIC X(08).
           05  RCA-RESOLUTION-CD                 PIC X(02).
           05  RCA-NOTE-TEXT                     PIC X(60).
      *****************************************************************
      **                 END OF COPYBOOK CCSRRCA                     **
      *****************************************************************

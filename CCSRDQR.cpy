      *****************************************************************
      **  MEMBER : CCSRDQR                                           **
      **  REMARKS: RECORD LAYOUT FOR THE CUMULATIVE DATA-QUALITY     **
      **           EXCEPTION REGISTER MAINTAINED BY CSR9828.  ONE    **
      **           ROW PER EXCEPTION - VALIDATING PROGRAM, KEY TYPE, **
      **           CLIENT, POLICY AND REASON CODE - CARRIED CYCLE TO **
      **           CYCLE (PRIOR GENERATION IN, NEW GENERATION OUT).  **
      **           AN OPEN ROW IS CLOSED AUTOMATICALLY ON THE FIRST  **
      **           CYCLE ITS PROGRAM POSTS WITHOUT IT, I.E. THE      **
      **           RECORD NOW PASSES.  CLOSED ROWS ARE RETAINED FOR  **
      **           THE PARM RETENTION PERIOD AND THEN DROPPED; THE   **
      **           SAME EXCEPTION RAISED AGAIN AFTER CLOSURE OPENS A **
      **           NEW ROW.                                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  DQR-REGISTER-REC.
           05  DQR-PROGRAM-ID                    PIC X(08).
           05  DQR-KEY-TYPE                      PIC X(01).
               88  DQR-CLIENT-KEY                     VALUE 'C'.
               88  DQR-POLICY-KEY                     VALUE 'P'.
           05  DQR-HOST-CLI-ID                   PIC X(10).
           05  DQR-POLICY-NUMBER                 PIC X(10).
           05  DQR-REASON-CD                     PIC X(02).
           05  DQR-REASON-TEXT                   PIC X(30).
           05  DQR-OWNING-TEAM                   PIC X(20).
           05  DQR-FIRST-SEEN-DT                 PIC X(08).
           05  DQR-FIRST-SEEN-CYCLE              PIC 9(07).
           05  DQR-LAST-SEEN-DT                  PIC X(08).
           05  DQR-LAST-SEEN-CYCLE               PIC 9(07).
           05  DQR-CYCLES-OUTSTANDING            PIC 9(05).
           05  DQR-STATUS                        PIC X(01).
               88  DQR-EXCEPTION-OPEN                 VALUE 'O'.
               88  DQR-EXCEPTION-CLOSED               VALUE 'C'.
           05  DQR-CLOSED-DT                     PIC X(08).
           05  DQR-CLOSED-CYCLE                  PIC 9(07).
      *****************************************************************
      **                 END OF COPYBOOK CCSRDQR                     **
      *****************************************************************

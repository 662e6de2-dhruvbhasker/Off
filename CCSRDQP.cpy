      *****************************************************************
      **  MEMBER : CCSRDQP                                           **
      **  REMARKS: RECORD LAYOUT FOR THE DATA-QUALITY EXCEPTION      **
      **           POSTING FILE.  EACH VALIDATION STEP (CSV0010,     **
      **           CSV0030, CSV0040, CSR9819) WRITES ONE 'E' ROW     **
      **           PER EXCEPTION IT RAISES THIS CYCLE, KEYED ON      **
      **           CLIENT AND POLICY ('C') OR POLICY ALONE ('P')     **
      **           PLUS ITS OWN PROGRAM ID AND REASON CODE, AND      **
      **           CLOSES THE FILE WITH ONE 'T' ROW CARRYING THE     **
      **           NUMBER OF EXCEPTIONS POSTED.  THE TRAILER IS THE  **
      **           PROOF THE STEP RAN TO COMPLETION FOR THE CYCLE -  **
      **           CSR9828 ONLY AUTO-CLOSES A PROGRAM'S OPEN         **
      **           EXCEPTIONS WHEN ITS CURRENT-CYCLE TRAILER ARRIVES.**
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  DQP-POSTING-REC.
           05  DQP-RECORD-TYPE                   PIC X(01).
               88  DQP-EXCEPTION-RECORD               VALUE 'E'.
               88  DQP-TRAILER-RECORD                 VALUE 'T'.
           05  DQP-PROGRAM-ID                    PIC X(08).
           05  DQP-CYCLE-NBR                     PIC 9(07).
           05  DQP-RUN-DATE                      PIC X(08).
           05  DQP-OWNING-TEAM                   PIC X(20).
           05  DQP-EXCEPTION-DATA.
               10  DQP-KEY-TYPE                  PIC X(01).
                   88  DQP-CLIENT-KEY                 VALUE 'C'.
                   88  DQP-POLICY-KEY                 VALUE 'P'.
               10  DQP-HOST-CLI-ID               PIC X(10).
               10  DQP-POLICY-NUMBER             PIC X(10).
               10  DQP-REASON-CD                 PIC X(02).
               10  DQP-REASON-TEXT               PIC X(30).
           05  DQP-TRAILER-DATA REDEFINES DQP-EXCEPTION-DATA.
               10  DQP-TRL-POSTED-COUNT          PIC 9(09).
               10  FILLER                        PIC X(44).
      *****************************************************************
      **                 END OF COPYBOOK CCSRDQP                     **
      *****************************************************************

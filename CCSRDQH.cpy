      *****************************************************************
      **  MEMBER : CCSRDQH                                           **
      **  REMARKS: RECORD LAYOUT FOR THE DATA-QUALITY OPEN-COUNT     **
      **           HISTORY MAINTAINED BY CSR9828.  ONE ROW PER       **
      **           VALIDATING PROGRAM PER CYCLE, CARRYING THE OPEN   **
      **           EXCEPTION COUNT AT CYCLE END AND THE NUMBER       **
      **           OPENED AND FIXED THAT CYCLE.  CARRIED PRIOR       **
      **           GENERATION IN, NEW GENERATION OUT, KEEPING THE    **
      **           PARM NUMBER OF MOST RECENT CYCLES FOR THE TREND.  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  DQH-HISTORY-REC.
           05  DQH-CYCLE-NBR                     PIC 9(07).
           05  DQH-RUN-DATE                      PIC X(08).
           05  DQH-PROGRAM-ID                    PIC X(08).
           05  DQH-OPEN-COUNT                    PIC 9(07).
           05  DQH-NEW-COUNT                     PIC 9(07).
           05  DQH-FIXED-COUNT                   PIC 9(07).
      *****************************************************************
      **                 END OF COPYBOOK CCSRDQH                     **
      *****************************************************************

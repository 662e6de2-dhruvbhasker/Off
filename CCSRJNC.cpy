      *****************************************************************
      **  MEMBER : CCSRJNC                                           **
      **  REMARKS: RECORD LAYOUT FOR THE GL JOURNAL NUMBER CONTROL   **
      **           FILE MAINTAINED BY CSR9822.  A SINGLE RECORD      **
      **           CARRIED GENERATION TO GENERATION (PRIOR IN, NEW   **
      **           OUT) HOLDING THE LAST JOURNAL SEQUENCE RELEASED TO**
      **           THE GENERAL LEDGER AND THE CYCLE THAT RELEASED IT.**
      **           THE COUNTER ONLY ADVANCES WHEN A BATCH IS         **
      **           RELEASED, SO A REFUSED BATCH CAN BE RERUN UNDER   **
      **           THE SAME NUMBERS, AND A SECOND RELEASE FOR THE    **
      **           SAME CYCLE IS REFUSED.                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  JNC-COUNTER-REC.
           05  JNC-LAST-JOURNAL-SEQ              PIC 9(07).
           05  JNC-LAST-CYCLE-NBR                PIC 9(07).
           05  JNC-LAST-RUN-DATE                 PIC X(08).
           05  JNC-LAST-BATCH-JOURNALS           PIC 9(07).
      *****************************************************************
      **                 END OF COPYBOOK CCSRJNC                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRCTT                                           **
      **  REMARKS: RECORD LAYOUT FOR THE CYCLE CONTROL-TOTAL FILE    **
      **           MAINTAINED BY CSRCTOT.  ONE ROW PER NAMED TOTAL   **
      **           POSTED BY A SUITE STEP FOR THE CURRENT CYCLE -    **
      **           ITS INPUT, OUTPUT AND REJECT RECORD COUNTS AND    **
      **           AMOUNT TOTALS.  A RERUN OF A STEP REPLACES ITS    **
      **           EARLIER POSTING AND ROWS OF EARLIER CYCLES ARE    **
      **           DROPPED, SO THE FILE ONLY EVER HOLDS THE CURRENT  **
      **           CYCLE.  READ BY THE CSR9830 BALANCING STEP.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  CTT-CONTROL-TOTAL-REC.
           05  CTT-CYCLE-NBR                     PIC 9(07).
           05  CTT-STEP-NAME                     PIC X(08).
           05  CTT-TOTAL-NAME                    PIC X(12).
           05  CTT-TOTAL-TYPE                    PIC X(01).
               88  CTT-INPUT-TOTAL                    VALUE 'I'.
               88  CTT-OUTPUT-TOTAL                   VALUE 'O'.
               88  CTT-REJECT-TOTAL                   VALUE 'R'.
           05  CTT-RECORD-COUNT                  PIC 9(09).
           05  CTT-AMOUNT-TOTAL                  PIC S9(13)V9(02).
           05  CTT-POST-DATE                     PIC X(06).
           05  CTT-POST-TIME                     PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRCTT                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRCTLP                                          **
      **  REMARKS: CALL PARAMETER BLOCK FOR THE CSRCTOT CONTROL-TOTAL**
      **           POSTING MODULE.  EACH SUITE STEP FILLS IN ITS STEP**
      **           NAME, THE CYCLE NUMBER RETURNED BY ITS CSRRCTL    **
      **           CHECK-IN AND UP TO TWELVE NAMED TOTALS - EACH AN  **
      **           INPUT ('I'), OUTPUT ('O') OR REJECT ('R') RECORD  **
      **           COUNT WITH ITS AMOUNT TOTAL - AND CALLS CSRCTOT   **
      **           JUST BEFORE CHECK-OUT.  THE TOTALS ARE BALANCED   **
      **           ACROSS STEPS BY THE CSR9830 FLOW EQUATIONS.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  CTLP-CALL-PARMS.
           05  CTLP-STEP-NAME                    PIC X(08).
           05  CTLP-CYCLE-NBR                    PIC 9(07).
           05  CTLP-TOTAL-COUNT                  PIC 9(02).
           05  CTLP-TOTAL OCCURS 12 TIMES.
               10  CTLP-TOTAL-NAME               PIC X(12).
               10  CTLP-TOTAL-TYPE               PIC X(01).
                   88  CTLP-INPUT-TOTAL               VALUE 'I'.
                   88  CTLP-OUTPUT-TOTAL              VALUE 'O'.
                   88  CTLP-REJECT-TOTAL              VALUE 'R'.
               10  CTLP-RECORD-COUNT             PIC 9(09).
               10  CTLP-AMOUNT-TOTAL             PIC S9(13)V9(02).
           05  CTLP-CTOT-RC                      PIC 9(02).
           05  CTLP-CTOT-MSG                     PIC X(40).
      *****************************************************************
      **                 END OF COPYBOOK CCSRCTLP                    **
      *****************************************************************

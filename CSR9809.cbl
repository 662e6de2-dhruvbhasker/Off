002403*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
002404*                    HAS NOT COMPLETED FOR THE CURRENT           *
002405*                    CYCLE                                       *
002415*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
002425*                    DETAILS READ AND THE ITEMS LOADED TO THE    *
002435*                    MASTER, WITH THEIR AMOUNTS, TO THE CYCLE    *
002445*                    CONTROL-TOTAL FILE (CSRCTOT) FOR THE        *
002455*                    CSR9830 BALANCING STEP                      *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006700 77  WS-ITEM-SEQ                    PIC 9(03)   VALUE ZERO.
006800 77  WS-PRIOR-POLICY                PIC X(10)   VALUE LOW-VALUES.
006900 77  WS-LOADED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
006910 77  WS-LOADED-AMOUNT               PIC S9(13)V9(02) VALUE ZERO.
007000 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
007100 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
007200                                                     VALUE ZERO.
007210 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
007220 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
007230******************************************************************
007240*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
007250******************************************************************
007260     COPY CCSRCTLP.
007292******************************************************************
007294*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
007296******************************************************************
008200             OUTPUT PROCEDURE IS 2000-LOAD-MASTER
008300                         THRU 2000-LOAD-MASTER-EXIT
008400         DISPLAY 'CSR9809 MASTER ITEMS LOADED : ' WS-LOADED-COUNT
008410         PERFORM 7200-POST-CONTROL-TOTALS
008420                 THRU 7200-POST-CTL-EXIT
008440         PERFORM 7100-RUN-CONTROL-OUT
008480                 THRU 7100-RUN-CTL-OUT-EXIT
008520     END-IF.
014700     WRITE SPM-MASTER-REC.
014800     IF WS-SPM-OK
014900         ADD 1 TO WS-LOADED-COUNT
014910         ADD SR-SUSPENSE-AMOUNT TO WS-LOADED-AMOUNT
015000     ELSE
015100         DISPLAY 'CSR9809 *** MASTER WRITE FAILED - STATUS '
015200                 WS-SPM-STATUS ' KEY ' SPM-MASTER-KEY ' ***'
017700*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
017800******************************************************************
017900 9000-VERIFY-TRAILER.
017910     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
017920     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
018000     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
018100        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
018200         DISPLAY 'CSR9809 TRAILER VERIFIED - COUNTS AND HASH OK'
022200     END-IF.
022300 7100-RUN-CTL-OUT-EXIT.
022400     EXIT.
022410******************************************************************
022420*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
022430*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
022440*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
022450*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
022460******************************************************************
022470 7200-POST-CONTROL-TOTALS.
022480     MOVE 'CSR9809 '         TO CTLP-STEP-NAME.
022490     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
022500     MOVE 3                  TO CTLP-TOTAL-COUNT.
022510     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
022520     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
022530     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
022540     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
022550     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
022560     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
022570     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
022580     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
022590     MOVE 'LOADED'           TO CTLP-TOTAL-NAME(3).
022600     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
022610     MOVE WS-LOADED-COUNT    TO CTLP-RECORD-COUNT(3).
022620     MOVE WS-LOADED-AMOUNT   TO CTLP-AMOUNT-TOTAL(3).
022630     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
022640     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
022650     IF CTLP-CTOT-RC NOT = ZERO
022660         DISPLAY 'CSR9809 *** CONTROL TOTAL POSTING FAILED - '
022670                 CTLP-CTOT-MSG ' ***'
022680         IF RCLP-RETURN-CODE < 4
022690             MOVE 4 TO RCLP-RETURN-CODE
022700         END-IF
022710     END-IF.
022720     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
022730 7200-POST-CTL-EXIT.
022740     EXIT.

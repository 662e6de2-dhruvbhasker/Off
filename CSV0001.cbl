002370*                    RUN-CONTROL CHECK-IN) ON THE SPLIT CONTROL   *
002380*                    RECORD SO THE MERGE CAN REFUSE A SPLIT FROM  *
002390*                    A PRIOR CYCLE                                *
002392*  15OCT26     DOB   POST THE SPLIT TOTAL TO THE CYCLE CONTROL-  *
002394*                    TOTAL FILE (CSRCTOT) FOR THE CSR9830        *
002396*                    BALANCING STEP                              *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
011500*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
011600******************************************************************
011700     COPY CCSRRCLP.
011710******************************************************************
011720*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
011730******************************************************************
011740     COPY CCSRCTLP.
011800 PROCEDURE DIVISION.
011900******************************************************************
012000*    0000-MAINLINE                                               *
012800                     UNTIL END-OF-WORK-FILE
012900         END-IF
013000         PERFORM 3000-FINALIZE     THRU 3000-FINALIZE-EXIT
013010         PERFORM 7200-POST-CONTROL-TOTALS
013020                 THRU 7200-POST-CTL-EXIT
013100         PERFORM 7100-RUN-CONTROL-OUT
013200                 THRU 7100-RUN-CTL-OUT-EXIT
013300     END-IF.
031500     END-IF.
031600 7100-RUN-CTL-OUT-EXIT.
031700     EXIT.
031710******************************************************************
031720*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
031730*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
031740*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
031750*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
031760******************************************************************
031770 7200-POST-CONTROL-TOTALS.
031780     MOVE 'CSV0001 '         TO CTLP-STEP-NAME.
031790     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
031800     MOVE 1                  TO CTLP-TOTAL-COUNT.
031810     MOVE 'SPLIT-TOTAL'      TO CTLP-TOTAL-NAME(1).
031820     MOVE 'O'                TO CTLP-TOTAL-TYPE(1).
031830     MOVE WS-TOTAL-WRITTEN   TO CTLP-RECORD-COUNT(1).
031840     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
031850     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
031860     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
031870     IF CTLP-CTOT-RC NOT = ZERO
031880         DISPLAY 'CSV0001 *** CONTROL TOTAL POSTING FAILED - '
031890                 CTLP-CTOT-MSG ' ***'
031900         IF RCLP-RETURN-CODE < 4
031910             MOVE 4 TO RCLP-RETURN-CODE
031920         END-IF
031930     END-IF.
031940     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
031950 7200-POST-CTL-EXIT.
031960     EXIT.

002588*                    CYCLE, SO LAST NIGHT'S STREAM OUTPUT WITH A  *
002590*                    COINCIDENTALLY MATCHING RECORD COUNT CAN     *
002592*                    NEVER SHIP INSIDE SVEOUT                     *
002594*  15OCT26     DOB   POST THE SPLIT CONTROL TOTAL AND THE MERGED *
002596*                    COUNT TO THE CYCLE CONTROL-TOTAL FILE       *
002598*                    (CSRCTOT) FOR THE CSR9830 BALANCING STEP    *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
010800*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
010900******************************************************************
011000     COPY CCSRRCLP.
011010******************************************************************
011020*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
011030******************************************************************
011040     COPY CCSRCTLP.
011100 PROCEDURE DIVISION.
011200******************************************************************
011300*    0000-MAINLINE                                               *
012300                 UNTIL WS-STREAM-NBR > WS-STREAM-COUNT
012310                 OR RETURN-CODE NOT = ZERO
012400         PERFORM 3000-FINALIZE     THRU 3000-FINALIZE-EXIT
012410         PERFORM 7200-POST-CONTROL-TOTALS
012420                 THRU 7200-POST-CTL-EXIT
012500         PERFORM 7100-RUN-CONTROL-OUT
012600                 THRU 7100-RUN-CTL-OUT-EXIT
012700     END-IF.
030000     END-IF.
030100 7100-RUN-CTL-OUT-EXIT.
030200     EXIT.
030210******************************************************************
030220*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
030230*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
030240*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
030250*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
030260******************************************************************
030270 7200-POST-CONTROL-TOTALS.
030280     MOVE 'CSV0002 '         TO CTLP-STEP-NAME.
030290     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
030300     MOVE 2                  TO CTLP-TOTAL-COUNT.
030310     MOVE 'SPLIT-TOTAL'      TO CTLP-TOTAL-NAME(1).
030320     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
030330     MOVE WS-SCT-TOTAL-RECORDS TO CTLP-RECORD-COUNT(1).
030340     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
030350     MOVE 'MERGED'           TO CTLP-TOTAL-NAME(2).
030360     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
030370     MOVE WS-RECORDS-WRITTEN TO CTLP-RECORD-COUNT(2).
030380     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
030390     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
030400     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
030410     IF CTLP-CTOT-RC NOT = ZERO
030420         DISPLAY 'CSV0002 *** CONTROL TOTAL POSTING FAILED - '
030430                 CTLP-CTOT-MSG ' ***'
030440         IF RCLP-RETURN-CODE < 4
030450             MOVE 4 TO RCLP-RETURN-CODE
030460         END-IF
030470     END-IF.
030480     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
030490 7200-POST-CTL-EXIT.
030500     EXIT.

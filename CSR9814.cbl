002500*    DATE     AUTH.  DESCRIPTION                                 *
002600*                                                                *
002700*  02SEP26     DOB   INITIAL VERSION                             *
002710*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
002720*                    DETAILS READ AND THE COMPUTED CLOSING       *
002730*                    POSITION TO THE CYCLE CONTROL-TOTAL FILE    *
002740*                    (CSRCTOT) FOR THE CSR9830 BALANCING STEP    *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
019100*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
019200******************************************************************
019300     COPY CCSRRCLP.
019310******************************************************************
019320*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
019330******************************************************************
019340     COPY CCSRCTLP.
019400 PROCEDURE DIVISION.
019500******************************************************************
019600*    0000-MAINLINE                                               *
020600                 VARYING WS-PRI-NDX1 FROM 1 BY 1
020700                 UNTIL WS-PRI-NDX1 > WS-PRI-TBL-COUNT
020800         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
020810         PERFORM 7200-POST-CONTROL-TOTALS
020820                 THRU 7200-POST-CTL-EXIT
020900         PERFORM 7100-RUN-CONTROL-OUT
021000                 THRU 7100-RUN-CTL-OUT-EXIT
021100     END-IF.
056500     END-IF.
056600 7100-RUN-CTL-OUT-EXIT.
056700     EXIT.
056710******************************************************************
056720*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
056730*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
056740*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
056750*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
056760******************************************************************
056770 7200-POST-CONTROL-TOTALS.
056780     MOVE 'CSR9814 '         TO CTLP-STEP-NAME.
056790     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
056800     MOVE 3                  TO CTLP-TOTAL-COUNT.
056810     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
056820     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
056830     MOVE WS-CLS-TRL-COUNT   TO CTLP-RECORD-COUNT(1).
056840     MOVE WS-CLS-TRL-HASH    TO CTLP-AMOUNT-TOTAL(1).
056850     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
056860     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
056870     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
056880     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
056890     MOVE 'CLOSING'          TO CTLP-TOTAL-NAME(3).
056900     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
056910     MOVE WS-GRD-CLS-CNT     TO CTLP-RECORD-COUNT(3).
056920     MOVE WS-GRD-CLS-AMT     TO CTLP-AMOUNT-TOTAL(3).
056930     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
056940     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
056950     IF CTLP-CTOT-RC NOT = ZERO
056960         DISPLAY 'CSR9814 *** CONTROL TOTAL POSTING FAILED - '
056970                 CTLP-CTOT-MSG ' ***'
056980         IF RCLP-RETURN-CODE < 4
056990             MOVE 4 TO RCLP-RETURN-CODE
057000         END-IF
057010     END-IF.
057020     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
057030 7200-POST-CTL-EXIT.
057040     EXIT.

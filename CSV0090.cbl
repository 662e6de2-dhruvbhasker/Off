002500*    DATE     AUTH.  DESCRIPTION                                 *
002600*                                                                *
002700*  02SEP26     DOB   INITIAL VERSION                             *
002710*  15OCT26     DOB   POST THE REGISTER ROWS READ, CERTIFICATES   *
002720*                    FILED AND ROWS OUTSIDE THE FILING YEAR TO   *
002730*                    THE CYCLE CONTROL-TOTAL FILE (CSRCTOT) FOR  *
002740*                    THE CSR9830 BALANCING STEP                  *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
011300*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
011400******************************************************************
011500     COPY CCSRRCLP.
011510******************************************************************
011520*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
011530******************************************************************
011540     COPY CCSRCTLP.
011600 PROCEDURE DIVISION.
011700******************************************************************
011800*    0000-MAINLINE                                               *
012500                 THRU 2000-PROCESS-REG-EXIT
012600                 UNTIL END-OF-REGISTER
012700         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
012710         PERFORM 7200-POST-CONTROL-TOTALS
012720                 THRU 7200-POST-CTL-EXIT
012800         PERFORM 7100-RUN-CONTROL-OUT
012900                 THRU 7100-RUN-CTL-OUT-EXIT
013000     END-IF.
030300     END-IF.
030400 7100-RUN-CTL-OUT-EXIT.
030500     EXIT.
030510******************************************************************
030520*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
030530*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
030540*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
030550*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
030560******************************************************************
030570 7200-POST-CONTROL-TOTALS.
030580     MOVE 'CSV0090 '         TO CTLP-STEP-NAME.
030590     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
030600     MOVE 3                  TO CTLP-TOTAL-COUNT.
030610     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
030620     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
030630     MOVE WS-REGISTER-COUNT  TO CTLP-RECORD-COUNT(1).
030640     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
030650     MOVE 'FILED'            TO CTLP-TOTAL-NAME(2).
030660     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
030670     MOVE WS-SELECTED-COUNT  TO CTLP-RECORD-COUNT(2).
030680     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
030690     MOVE 'OUTSIDE-YEAR'     TO CTLP-TOTAL-NAME(3).
030700     MOVE 'R'                TO CTLP-TOTAL-TYPE(3).
030710     MOVE WS-OUTSIDE-COUNT   TO CTLP-RECORD-COUNT(3).
030720     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
030730     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
030740     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
030750     IF CTLP-CTOT-RC NOT = ZERO
030760         DISPLAY 'CSV0090 *** CONTROL TOTAL POSTING FAILED - '
030770                 CTLP-CTOT-MSG ' ***'
030780         IF RCLP-RETURN-CODE < 4
030790             MOVE 4 TO RCLP-RETURN-CODE
030800         END-IF
030810     END-IF.
030820     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
030830 7200-POST-CTL-EXIT.
030840     EXIT.

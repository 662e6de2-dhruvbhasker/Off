001811*  22AUG26     DOB   PRODUCING STEP FOR THE EXTRACT IS           *
001812*                    NOW THE CSV0002 STREAM MERGE, NOT           *
001813*                    THE SINGLE-STREAM CSV0000 BUILD             *
001823*  15OCT26     DOB   POST THE SCANNED AND ELIGIBLE COUNTS TO THE *
001833*                    CYCLE CONTROL-TOTAL FILE (CSRCTOT) FOR THE  *
001843*                    CSR9830 BALANCING STEP                      *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004000     88  END-OF-EXTRACT                         VALUE 'Y'.
004100 77  WS-ELIGIBLE-COUNT              PIC S9(07)  COMP  VALUE ZERO.
004200 77  WS-SCANNED-COUNT               PIC S9(07)  COMP  VALUE ZERO.
004210******************************************************************
004220*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
004230******************************************************************
004240     COPY CCSRCTLP.
004292******************************************************************
004294*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
004296******************************************************************
004901                 THRU 2000-PROCESS-EXTRACT-EXIT
005000                 UNTIL END-OF-EXTRACT
005100         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
005110         PERFORM 7200-POST-CONTROL-TOTALS
005120                 THRU 7200-POST-CTL-EXIT
005140         PERFORM 7100-RUN-CONTROL-OUT
005180                 THRU 7100-RUN-CTL-OUT-EXIT
005220     END-IF.
013900     END-IF.
014000 7100-RUN-CTL-OUT-EXIT.
014100     EXIT.
014110******************************************************************
014120*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
014130*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
014140*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
014150*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
014160******************************************************************
014170 7200-POST-CONTROL-TOTALS.
014180     MOVE 'CSV0020 '         TO CTLP-STEP-NAME.
014190     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
014200     MOVE 2                  TO CTLP-TOTAL-COUNT.
014210     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
014220     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
014230     MOVE WS-SCANNED-COUNT   TO CTLP-RECORD-COUNT(1).
014240     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
014250     MOVE 'WORKLIST'         TO CTLP-TOTAL-NAME(2).
014260     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
014270     MOVE WS-ELIGIBLE-COUNT  TO CTLP-RECORD-COUNT(2).
014280     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
014290     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
014300     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
014310     IF CTLP-CTOT-RC NOT = ZERO
014320         DISPLAY 'CSV0020 *** CONTROL TOTAL POSTING FAILED - '
014330                 CTLP-CTOT-MSG ' ***'
014340         IF RCLP-RETURN-CODE < 4
014350             MOVE 4 TO RCLP-RETURN-CODE
014360         END-IF
014370     END-IF.
014380     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
014390 7200-POST-CTL-EXIT.
014400     EXIT.

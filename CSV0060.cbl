003093*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
003094*                    HAS NOT COMPLETED FOR THE CURRENT           *
003095*                    CYCLE                                       *
003096*  15OCT26     DOB   POST THE MASKED RECORD COUNT TO THE CYCLE   *
003097*                    CONTROL-TOTAL FILE (CSRCTOT) FOR THE        *
003098*                    CSR9830 BALANCING STEP                      *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
008350 01  WS-BYTE-NUM REDEFINES WS-BYTE-PAIR
008360                                    PIC 9(04)   COMP.
008370 01  WS-FIELD-WORK                  PIC X(72)   VALUE SPACES.
008371******************************************************************
008372*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
008373******************************************************************
008374     COPY CCSRCTLP.
008377******************************************************************
008379*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
008381******************************************************************
008901                 THRU 2000-PROCESS-EXTRACT-EXIT
009000                 UNTIL END-OF-EXTRACT
009100         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
009110         PERFORM 7200-POST-CONTROL-TOTALS
009120                 THRU 7200-POST-CTL-EXIT
009140         PERFORM 7100-RUN-CONTROL-OUT
009180                 THRU 7100-RUN-CTL-OUT-EXIT
009220     END-IF.
026700     END-IF.
026800 7100-RUN-CTL-OUT-EXIT.
026900     EXIT.
026910******************************************************************
026920*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
026930*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
026940*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
026950*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
026960******************************************************************
026970 7200-POST-CONTROL-TOTALS.
026980     MOVE 'CSV0060 '         TO CTLP-STEP-NAME.
026990     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
027000     MOVE 1                  TO CTLP-TOTAL-COUNT.
027010     MOVE 'MASKED'           TO CTLP-TOTAL-NAME(1).
027020     MOVE 'O'                TO CTLP-TOTAL-TYPE(1).
027030     MOVE WS-MASKED-COUNT    TO CTLP-RECORD-COUNT(1).
027040     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
027050     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
027060     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
027070     IF CTLP-CTOT-RC NOT = ZERO
027080         DISPLAY 'CSV0060 *** CONTROL TOTAL POSTING FAILED - '
027090                 CTLP-CTOT-MSG ' ***'
027100         IF RCLP-RETURN-CODE < 4
027110             MOVE 4 TO RCLP-RETURN-CODE
027120         END-IF
027130     END-IF.
027140     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
027150 7200-POST-CTL-EXIT.
027160     EXIT.

002483*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
002484*                    HAS NOT COMPLETED FOR THE CURRENT           *
002485*                    CYCLE                                       *
002488*  15OCT26     DOB   POST THE EXTRACT RECORD COUNT AND AMOUNT    *
002491*                    HASH WRITTEN TO THE TRAILER TO THE CYCLE    *
002494*                    CONTROL-TOTAL FILE (CSRCTOT) FOR THE        *
002497*                    CSR9830 BALANCING STEP                      *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005900     05  WS-TRL-RECORD-COUNT        PIC 9(09).
006000     05  WS-TRL-AMOUNT-HASH         PIC S9(13)V9(02).
006100     05  FILLER                     PIC X(89)   VALUE SPACES.
006110******************************************************************
006120*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
006130******************************************************************
006140     COPY CCSRCTLP.
006192******************************************************************
006194*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
006196******************************************************************
006801                 THRU 2000-PROCESS-EXTRACT-EXIT
006900                 UNTIL END-OF-EXTRACT
007000         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
007010         PERFORM 7200-POST-CONTROL-TOTALS
007020                 THRU 7200-POST-CTL-EXIT
007040         PERFORM 7100-RUN-CONTROL-OUT
007080                 THRU 7100-RUN-CTL-OUT-EXIT
007120     END-IF.
014500     END-IF.
014600 7100-RUN-CTL-OUT-EXIT.
014700     EXIT.
014710******************************************************************
014720*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
014730*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
014740*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
014750*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
014760******************************************************************
014770 7200-POST-CONTROL-TOTALS.
014780     MOVE 'CSR9804 '         TO CTLP-STEP-NAME.
014790     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
014800     MOVE 1                  TO CTLP-TOTAL-COUNT.
014810     MOVE 'EXTRACT'          TO CTLP-TOTAL-NAME(1).
014820     MOVE 'O'                TO CTLP-TOTAL-TYPE(1).
014830     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
014840     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
014850     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
014860     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
014870     IF CTLP-CTOT-RC NOT = ZERO
014880         DISPLAY 'CSR9804 *** CONTROL TOTAL POSTING FAILED - '
014890                 CTLP-CTOT-MSG ' ***'
014900         IF RCLP-RETURN-CODE < 4
014910             MOVE 4 TO RCLP-RETURN-CODE
014920         END-IF
014930     END-IF.
014940     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
014950 7200-POST-CTL-EXIT.
014960     EXIT.

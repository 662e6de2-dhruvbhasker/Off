002204*                    PRODUCING STEPS MUST HAVE COMPLETED         *
002205*                    FOR THE CURRENT CYCLE OR THE RUN IS         *
002206*                    REFUSED                                     *
002216*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
002226*                    DETAILS READ AND THE ITEMS HELD FOR CLAIMS  *
002236*                    TO THE CYCLE CONTROL-TOTAL FILE (CSRCTOT)   *
002246*                    FOR THE CSR9830 BALANCING STEP              *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
006200 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
006300 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
006400                                                     VALUE ZERO.
006410 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
006420 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
006500******************************************************************
006600*    POLICY NUMBER WORK AREA - RSCVE-POL-ID IS SEVEN DIGITS,     *
006700*    R98F0-POLICY-NUMBER IS TEN BYTES ZERO-FILLED                *
007900         10  WS-DCD-POLICY-NUMBER       PIC X(10).
008000         10  WS-DCD-HOST-CLI-ID         PIC X(10).
008100         10  WS-DCD-DEATH-DT            PIC X(10).
008110******************************************************************
008120*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
008130******************************************************************
008140     COPY CCSRCTLP.
008192******************************************************************
008194*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
008196******************************************************************
008801                 THRU 2000-PROCESS-EXTRACT-EXIT
008900                 UNTIL END-OF-EXTRACT
009000         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
009010         PERFORM 7200-POST-CONTROL-TOTALS
009020                 THRU 7200-POST-CTL-EXIT
009040         PERFORM 7100-RUN-CONTROL-OUT
009080                 THRU 7100-RUN-CTL-OUT-EXIT
009120     END-IF.
022000*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
022100******************************************************************
022200 9000-VERIFY-TRAILER.
022210     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
022220     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
022300     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
022400        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
022500         DISPLAY 'CSR9811 TRAILER VERIFIED - COUNTS AND HASH OK'
027500     END-IF.
027600 7100-RUN-CTL-OUT-EXIT.
027700     EXIT.
027710******************************************************************
027720*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
027730*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
027740*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
027750*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
027760******************************************************************
027770 7200-POST-CONTROL-TOTALS.
027780     MOVE 'CSR9811 '         TO CTLP-STEP-NAME.
027790     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
027800     MOVE 3                  TO CTLP-TOTAL-COUNT.
027810     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
027820     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
027830     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
027840     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
027850     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
027860     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
027870     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
027880     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
027890     MOVE 'HELD'             TO CTLP-TOTAL-NAME(3).
027900     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
027910     MOVE WS-HELD-COUNT      TO CTLP-RECORD-COUNT(3).
027920     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
027930     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
027940     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
027950     IF CTLP-CTOT-RC NOT = ZERO
027960         DISPLAY 'CSR9811 *** CONTROL TOTAL POSTING FAILED - '
027970                 CTLP-CTOT-MSG ' ***'
027980         IF RCLP-RETURN-CODE < 4
027990             MOVE 4 TO RCLP-RETURN-CODE
028000         END-IF
028010     END-IF.
028020     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
028030 7200-POST-CTL-EXIT.
028040     EXIT.

002183*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
002184*                    HAS NOT COMPLETED FOR THE CURRENT           *
002185*                    CYCLE                                       *
002188*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES AND THE   *
002191*                    DETAILS READ TO THE CYCLE CONTROL-TOTAL     *
002194*                    FILE (CSRCTOT) FOR THE CSR9830 BALANCING    *
002197*                    STEP                                        *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004710 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
004720 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
004730                                                     VALUE ZERO.
004740 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
004750 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
004800 77  WS-PAYOUT-AMOUNT               PIC S9(11)V9(02) COMP-3.
004810 77  WS-CCY-PAIR-COUNT              PIC S9(04)  COMP  VALUE ZERO.
004820 77  WS-CCY-PAIR-FOUND-SW           PIC X(01)   VALUE 'N'.
007900     05  GRD-POL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
008000     05  FILLER                     PIC X(02)  VALUE SPACES.
008100     05  GRD-PAYO-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
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
018000*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
018100******************************************************************
018200 9000-VERIFY-TRAILER.
018210     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
018220     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
018300     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
018400        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
018500         DISPLAY 'CSR9803 TRAILER VERIFIED - COUNTS AND HASH OK'
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
022480     MOVE 'CSR9803 '         TO CTLP-STEP-NAME.
022490     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
022500     MOVE 2                  TO CTLP-TOTAL-COUNT.
022510     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
022520     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
022530     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
022540     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
022550     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
022560     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
022570     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
022580     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
022590     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
022600     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
022610     IF CTLP-CTOT-RC NOT = ZERO
022620         DISPLAY 'CSR9803 *** CONTROL TOTAL POSTING FAILED - '
022630                 CTLP-CTOT-MSG ' ***'
022640         IF RCLP-RETURN-CODE < 4
022650             MOVE 4 TO RCLP-RETURN-CODE
022660         END-IF
022670     END-IF.
022680     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
022690 7200-POST-CTL-EXIT.
022700     EXIT.

002273*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
002274*                    HAS NOT COMPLETED FOR THE CURRENT           *
002275*                    CYCLE                                       *
002280*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES AND THE   *
002285*                    DETAILS READ TO THE CYCLE CONTROL-TOTAL     *
002290*                    FILE (CSRCTOT) FOR THE CSR9830 BALANCING    *
002295*                    STEP                                        *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005200 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
005300 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
005400                                                     VALUE ZERO.
005403 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
005406 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
005410 77  WS-CLASS-COUNT                 PIC S9(04)  COMP  VALUE ZERO.
005420 77  WS-CLASS-FOUND-SW              PIC X(01)   VALUE 'N'.
005430     88  WS-CLASS-FOUND                         VALUE 'Y'.
010300     05  GRD-PRWV-ONLY              PIC Z,ZZZ,ZZZ,ZZ9.99-.
010400     05  FILLER                     PIC X(02)  VALUE SPACES.
010500     05  GRD-NEITHER                PIC Z,ZZZ,ZZZ,ZZ9.99-.
010510******************************************************************
010520*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
010530******************************************************************
010540     COPY CCSRCTLP.
010592******************************************************************
010594*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
010596******************************************************************
011201                 THRU 2000-PROCESS-EXTRACT-EXIT
011300                 UNTIL END-OF-EXTRACT
011400         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
011410         PERFORM 7200-POST-CONTROL-TOTALS
011420                 THRU 7200-POST-CTL-EXIT
011440         PERFORM 7100-RUN-CONTROL-OUT
011480                 THRU 7100-RUN-CTL-OUT-EXIT
011520     END-IF.
022500*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
022600******************************************************************
022700 9000-VERIFY-TRAILER.
022710     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
022720     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
022800     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
022900        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
023000         DISPLAY 'CSR9805 TRAILER VERIFIED - COUNTS AND HASH OK'
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
026980     MOVE 'CSR9805 '         TO CTLP-STEP-NAME.
026990     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
027000     MOVE 2                  TO CTLP-TOTAL-COUNT.
027010     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
027020     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
027030     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
027040     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
027050     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
027060     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
027070     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
027080     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
027090     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
027100     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
027110     IF CTLP-CTOT-RC NOT = ZERO
027120         DISPLAY 'CSR9805 *** CONTROL TOTAL POSTING FAILED - '
027130                 CTLP-CTOT-MSG ' ***'
027140         IF RCLP-RETURN-CODE < 4
027150             MOVE 4 TO RCLP-RETURN-CODE
027160         END-IF
027170     END-IF.
027180     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
027190 7200-POST-CTL-EXIT.
027200     EXIT.

001693*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
001694*                    HAS NOT COMPLETED FOR THE CURRENT           *
001695*                    CYCLE                                       *
001696*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES AND THE   *
001697*                    DETAILS READ TO THE CYCLE CONTROL-TOTAL     *
001698*                    FILE (CSRCTOT) FOR THE CSR9830 BALANCING    *
001699*                    STEP                                        *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
004710 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
004720 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
004730                                                     VALUE ZERO.
004733 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
004736 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
004740 77  WS-CO-CCY-COUNT                PIC S9(04)  COMP  VALUE ZERO.
004750 77  WS-CO-CCY-FOUND-SW             PIC X(01)   VALUE 'N'.
004760     88  WS-CO-CCY-FOUND                        VALUE 'Y'.
009900     05  GRD-61-90                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
010000     05  FILLER                     PIC X(02)  VALUE SPACES.
010100     05  GRD-OVER-90                PIC Z,ZZZ,ZZZ,ZZ9.99-.
010110******************************************************************
010120*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
010130******************************************************************
010140     COPY CCSRCTLP.
010192******************************************************************
010194*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
010196******************************************************************
010801                 THRU 2000-PROCESS-EXTRACT-EXIT
010900                 UNTIL END-OF-EXTRACT
011000         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
011010         PERFORM 7200-POST-CONTROL-TOTALS
011020                 THRU 7200-POST-CTL-EXIT
011040         PERFORM 7100-RUN-CONTROL-OUT
011080                 THRU 7100-RUN-CTL-OUT-EXIT
011120     END-IF.
021500*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
021600******************************************************************
021700 9000-VERIFY-TRAILER.
021710     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
021720     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
021800     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
021900        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
022000         DISPLAY 'CSR9801 TRAILER VERIFIED - COUNTS AND HASH OK'
025700     END-IF.
025800 7100-RUN-CTL-OUT-EXIT.
025900     EXIT.
025910******************************************************************
025920*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
025930*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
025940*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
025950*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
025960******************************************************************
025970 7200-POST-CONTROL-TOTALS.
025980     MOVE 'CSR9801 '         TO CTLP-STEP-NAME.
025990     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
026000     MOVE 2                  TO CTLP-TOTAL-COUNT.
026010     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
026020     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
026030     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
026040     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
026050     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
026060     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
026070     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
026080     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
026090     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
026100     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
026110     IF CTLP-CTOT-RC NOT = ZERO
026120         DISPLAY 'CSR9801 *** CONTROL TOTAL POSTING FAILED - '
026130                 CTLP-CTOT-MSG ' ***'
026140         IF RCLP-RETURN-CODE < 4
026150             MOVE 4 TO RCLP-RETURN-CODE
026160         END-IF
026170     END-IF.
026180     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
026190 7200-POST-CTL-EXIT.
026200     EXIT.

002500*    DATE     AUTH.  DESCRIPTION                                 *
002600*                                                                *
002700*  02SEP26     DOB   INITIAL VERSION                             *
002710*  15OCT26     DOB   POST THE PROPOSALS READ AND THE CLEARINGS   *
002720*                    POSTED, REJECTED, AWAITING APPROVAL AND     *
002730*                    WITHOUT A MASTER ITEM TO THE CYCLE CONTROL- *
002740*                    TOTAL FILE (CSRCTOT) FOR THE CSR9830        *
002750*                    BALANCING STEP                              *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
008400 77  WS-REJECTED-COUNT              PIC S9(07)  COMP  VALUE ZERO.
008500 77  WS-PENDING-COUNT               PIC S9(07)  COMP  VALUE ZERO.
008600 77  WS-NO-MASTER-COUNT             PIC S9(07)  COMP  VALUE ZERO.
008610 77  WS-INPUT-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
008700 01  WS-POSTED-AMOUNT               PIC S9(11)V9(02) COMP-3
008800                                                     VALUE ZERO.
008900******************************************************************
013000*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
013100******************************************************************
013200     COPY CCSRRCLP.
013210******************************************************************
013220*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
013230******************************************************************
013240     COPY CCSRCTLP.
013300 PROCEDURE DIVISION.
013400******************************************************************
013500*    0000-MAINLINE                                               *
014200                 THRU 2000-PROCESS-PROP-EXIT
014300                 UNTIL END-OF-PROPOSALS
014400         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
014410         PERFORM 7200-POST-CONTROL-TOTALS
014420                 THRU 7200-POST-CTL-EXIT
014500         PERFORM 7100-RUN-CONTROL-OUT
014600                 THRU 7100-RUN-CTL-OUT-EXIT
014700     END-IF.
034300         AT END
034400             SET END-OF-PROPOSALS TO TRUE
034500     END-READ.
034510     IF NOT END-OF-PROPOSALS
034520         ADD 1 TO WS-INPUT-COUNT
034530     END-IF.
034600 8000-READ-PROP-EXIT.
034700     EXIT.
034800******************************************************************
039700     END-IF.
039800 7100-RUN-CTL-OUT-EXIT.
039900     EXIT.
039910******************************************************************
039920*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
039930*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
039940*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
039950*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
039960******************************************************************
039970 7200-POST-CONTROL-TOTALS.
039980     MOVE 'CSR9813 '         TO CTLP-STEP-NAME.
039990     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
040000     MOVE 5                  TO CTLP-TOTAL-COUNT.
040010     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
040020     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
040030     MOVE WS-INPUT-COUNT     TO CTLP-RECORD-COUNT(1).
040040     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
040050     MOVE 'POSTED'           TO CTLP-TOTAL-NAME(2).
040060     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
040070     MOVE WS-POSTED-COUNT    TO CTLP-RECORD-COUNT(2).
040080     MOVE WS-POSTED-AMOUNT   TO CTLP-AMOUNT-TOTAL(2).
040090     MOVE 'REJECTED'         TO CTLP-TOTAL-NAME(3).
040100     MOVE 'R'                TO CTLP-TOTAL-TYPE(3).
040110     MOVE WS-REJECTED-COUNT  TO CTLP-RECORD-COUNT(3).
040120     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
040130     MOVE 'PENDING'          TO CTLP-TOTAL-NAME(4).
040140     MOVE 'R'                TO CTLP-TOTAL-TYPE(4).
040150     MOVE WS-PENDING-COUNT   TO CTLP-RECORD-COUNT(4).
040160     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
040170     MOVE 'NO-MASTER'        TO CTLP-TOTAL-NAME(5).
040180     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
040190     MOVE WS-NO-MASTER-COUNT TO CTLP-RECORD-COUNT(5).
040200     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
040210     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
040220     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
040230     IF CTLP-CTOT-RC NOT = ZERO
040240         DISPLAY 'CSR9813 *** CONTROL TOTAL POSTING FAILED - '
040250                 CTLP-CTOT-MSG ' ***'
040260         IF RCLP-RETURN-CODE < 4
040270             MOVE 4 TO RCLP-RETURN-CODE
040280         END-IF
040290     END-IF.
040300     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
040310 7200-POST-CTL-EXIT.
040320     EXIT.

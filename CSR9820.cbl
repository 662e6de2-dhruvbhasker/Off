002800*    DATE     AUTH.  DESCRIPTION                                 *
002900*                                                                *
003000*  02SEP26     DOB   INITIAL VERSION                             *
003010*  15OCT26     DOB   MAKER-CHECKER - CHECKS IN BEHIND CSR9829,   *
003020*                    WHICH RELEASES THE APPROVED ROWS; A ROW     *
003030*                    WITHOUT A CHECKER OTHER THAN THE MAKER IS   *
003040*                    REJECTED; CHECKER RECORDED ON THE AUDIT     *
003050*  15OCT26     DOB   POST THE TRANSACTIONS READ, APPLIED AND     *
003060*                    REJECTED TO THE CYCLE CONTROL-TOTAL FILE    *
003070*                    (CSRCTOT) FOR THE CSR9830 BALANCING STEP    *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
008400     88  WS-RUN-ABANDONED                       VALUE 'Y'.
008500 77  WS-APPLIED-COUNT               PIC S9(07)  COMP  VALUE ZERO.
008600 77  WS-REJECTED-COUNT              PIC S9(07)  COMP  VALUE ZERO.
008610 77  WS-TRANS-READ-COUNT            PIC S9(07)  COMP  VALUE ZERO.
008700 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
008800 77  WS-RUN-TIME                    PIC X(08)   VALUE SPACES.
008900******************************************************************
010400*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
010500******************************************************************
010600     COPY CCSRRCLP.
010610******************************************************************
010620*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
010630******************************************************************
010640     COPY CCSRCTLP.
010700 PROCEDURE DIVISION.
010800******************************************************************
010900*    0000-MAINLINE                                               *
011500         PERFORM 2000-APPLY-TRANS      THRU 2000-APPLY-TRANS-EXIT
011600                 UNTIL END-OF-TRANS-FILE
011700         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
011710         PERFORM 7200-POST-CONTROL-TOTALS
011720                 THRU 7200-POST-CTL-EXIT
011800         PERFORM 7100-RUN-CONTROL-OUT
011900                 THRU 7100-RUN-CTL-OUT-EXIT
012000     END-IF.
018800     EXIT.
018900******************************************************************
019000*    2000-APPLY-TRANS - VALIDATE AND APPLY ONE TRANSACTION.      *
019100*    A ROW WITHOUT A SECOND USER'S APPROVAL IS REJECTED.  EVERY  *
019101*    OUTCOME IS AUDITED.                                         *
019200******************************************************************
019300 2000-APPLY-TRANS.
019400     READ TRANS-FILE
019600             SET END-OF-TRANS-FILE TO TRUE
019700     END-READ.
019800     IF NOT END-OF-TRANS-FILE
019810         ADD 1 TO WS-TRANS-READ-COUNT
019900         PERFORM 6000-FIND-PLAN THRU 6000-FIND-PLAN-EXIT
020000         EVALUATE TRUE
020010             WHEN PDT-CHECKER-ID = SPACES
020020                  OR PDT-CHECKER-ID = PDT-USER-ID
020030                 MOVE 'NO SECOND-USER APPROVAL' TO PDA-REASON
020040                 PERFORM 4700-REJECT-TRANS
020050                         THRU 4700-REJECT-EXIT
020100             WHEN PDT-ADD AND WS-PLAN-FOUND
020200                 MOVE 'DUPLICATE PLAN/RATE SCALE' TO PDA-REASON
020300                 PERFORM 4700-REJECT-TRANS
029100     MOVE WS-RUN-DATE       TO PDA-APPLY-DATE.
029200     MOVE WS-RUN-TIME       TO PDA-APPLY-TIME.
029300     MOVE PDT-USER-ID       TO PDA-USER-ID.
029310     MOVE PDT-CHECKER-ID    TO PDA-CHECKER-ID.
029400     MOVE PDT-ACTION        TO PDA-ACTION.
029500     MOVE PDT-PLAN-CODE     TO PDA-PLAN-CODE.
029600     MOVE PDT-RATE-SCALE    TO PDA-RATE-SCALE.
035200     EXIT.
035300******************************************************************
035400*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN CONTROL.  *
035500*    CSR9829 MUST HAVE RELEASED THE DAY'S APPROVED               *
035501*    TRANSACTIONS; THE MASTER ITSELF IS A MAINTAINED FILE,       *
035600*    NOT A CYCLE EXTRACT.                                        *
035700******************************************************************
035800 7000-RUN-CONTROL-IN.
035900     MOVE 'S'        TO RCLP-FUNCTION.
036000     MOVE 'CSR9820 ' TO RCLP-STEP-NAME.
036100     MOVE 'CSR9829 ' TO RCLP-PRODUCER-STEP.
036200     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
036300     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
036400     IF RCLP-RCTL-RC NOT = ZERO
038500     END-IF.
038600 7100-RUN-CTL-OUT-EXIT.
038700     EXIT.
038710******************************************************************
038720*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
038730*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
038740*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
038750*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
038760******************************************************************
038770 7200-POST-CONTROL-TOTALS.
038780     MOVE 'CSR9820 '         TO CTLP-STEP-NAME.
038790     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
038800     MOVE 3                  TO CTLP-TOTAL-COUNT.
038810     MOVE 'TRANS-IN'         TO CTLP-TOTAL-NAME(1).
038820     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
038830     MOVE WS-TRANS-READ-COUNT TO CTLP-RECORD-COUNT(1).
038840     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
038850     MOVE 'APPLIED'          TO CTLP-TOTAL-NAME(2).
038860     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
038870     MOVE WS-APPLIED-COUNT   TO CTLP-RECORD-COUNT(2).
038880     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
038890     MOVE 'REJECTED'         TO CTLP-TOTAL-NAME(3).
038900     MOVE 'R'                TO CTLP-TOTAL-TYPE(3).
038910     MOVE WS-REJECTED-COUNT  TO CTLP-RECORD-COUNT(3).
038920     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
038930     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
038940     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
038950     IF CTLP-CTOT-RC NOT = ZERO
038960         DISPLAY 'CSR9820 *** CONTROL TOTAL POSTING FAILED - '
038970                 CTLP-CTOT-MSG ' ***'
038980         IF RCLP-RETURN-CODE < 4
038990             MOVE 4 TO RCLP-RETURN-CODE
039000         END-IF
039010     END-IF.
039020     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
039030 7200-POST-CTL-EXIT.
039040     EXIT.

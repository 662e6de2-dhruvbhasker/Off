002720*                    MAINTAINED BY CSV0080 SO CANDIDATES THE     *
002730*                    REVIEW TEAM HAS ALREADY RULED OUT ARE NOT   *
002740*                    RE-PROPOSED EVERY CYCLE                     *
002750*  15OCT26     DOB   COUNT EXTRACT RECORDS READ AND POST THEM    *
002760*                    WITH THE CANDIDATE COUNT TO THE CYCLE       *
002770*                    CONTROL-TOTAL FILE (CSRCTOT) FOR THE        *
002780*                    CSR9830 BALANCING STEP                      *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005700     88  WS-CLI-TABLE-OVERFLOW                  VALUE 'Y'.
005800 77  WS-PAIR-SCORE                  PIC 9(03)   VALUE ZERO.
005900 77  WS-CAND-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
005910 77  WS-INPUT-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
006000 77  WS-POL-SLOT                    PIC S9(03)  COMP  VALUE ZERO.
006100 77  WS-POL-FOUND-SW                PIC X(01)   VALUE 'N'.
006200     88  WS-POLICY-LISTED                       VALUE 'Y'.
008174                      INDEXED BY WS-SUP-NDX1.
008176         10  WS-SUP-CLI-ID-A            PIC X(10).
008178         10  WS-SUP-CLI-ID-B            PIC X(10).
008180******************************************************************
008182*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
008184******************************************************************
008186     COPY CCSRCTLP.
008192******************************************************************
008194*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
008196******************************************************************
008900                 UNTIL END-OF-EXTRACT
009000         PERFORM 5000-COMPARE-ALL-PAIRS THRU 5000-COMPARE-ALL-EXIT
009100         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
009110         PERFORM 7200-POST-CONTROL-TOTALS
009120                 THRU 7200-POST-CTL-EXIT
009140         PERFORM 7100-RUN-CONTROL-OUT
009180                 THRU 7100-RUN-CTL-OUT-EXIT
009220     END-IF.
028600         AT END
028700             SET END-OF-EXTRACT TO TRUE
028800     END-READ.
028810     IF NOT END-OF-EXTRACT
028820         ADD 1 TO WS-INPUT-COUNT
028830     END-IF.
028900 8000-READ-EXTRACT-EXIT.
029000     EXIT.
029100******************************************************************
032300     END-IF.
032400 7100-RUN-CTL-OUT-EXIT.
032500     EXIT.
032510******************************************************************
032520*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
032530*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
032540*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
032550*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
032560******************************************************************
032570 7200-POST-CONTROL-TOTALS.
032580     MOVE 'CSV0050 '         TO CTLP-STEP-NAME.
032590     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
032600     MOVE 2                  TO CTLP-TOTAL-COUNT.
032610     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
032620     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
032630     MOVE WS-INPUT-COUNT     TO CTLP-RECORD-COUNT(1).
032640     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
032650     MOVE 'CANDIDATES'       TO CTLP-TOTAL-NAME(2).
032660     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
032670     MOVE WS-CAND-COUNT      TO CTLP-RECORD-COUNT(2).
032680     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
032690     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
032700     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
032710     IF CTLP-CTOT-RC NOT = ZERO
032720         DISPLAY 'CSV0050 *** CONTROL TOTAL POSTING FAILED - '
032730                 CTLP-CTOT-MSG ' ***'
032740         IF RCLP-RETURN-CODE < 4
032750             MOVE 4 TO RCLP-RETURN-CODE
032760         END-IF
032770     END-IF.
032780     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
032790 7200-POST-CTL-EXIT.
032800     EXIT.

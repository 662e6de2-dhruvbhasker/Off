002587*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
002591*                    HAS NOT COMPLETED FOR THE CURRENT           *
002595*                    CYCLE                                       *
002596*  15OCT26     DOB   COUNT WORKLIST RECORDS READ AND POST THEM   *
002597*                    WITH THE ISSUED AND ALREADY-ISSUED COUNTS   *
002598*                    TO THE CYCLE CONTROL-TOTAL FILE (CSRCTOT)   *
002599*                    FOR THE CSR9830 BALANCING STEP              *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
008800 77  WS-SUPPRESSED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
008900 77  WS-REPRINT-COUNT               PIC S9(07)  COMP  VALUE ZERO.
009000 77  WS-RPR-MISS-COUNT              PIC S9(07)  COMP  VALUE ZERO.
009010 77  WS-INPUT-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
009100 77  WS-TODAY                       PIC X(06)   VALUE SPACES.
009200******************************************************************
009300*    ISSUANCE REGISTER HOLD TABLE - PRIOR GENERATION LOADED AT   *
015000     05  FILLER                     PIC X(14) VALUE
015010             '  ANTY PERIOD '.
015100     05  CRT-BNFY-ANTY-PERI-CD      PIC X(02).
015110******************************************************************
015120*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
015130******************************************************************
015140     COPY CCSRCTLP.
015192******************************************************************
015194*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
015196******************************************************************
016000         PERFORM 2500-PROCESS-REPRINTS THRU 2500-REPRINTS-EXIT
016100                 UNTIL END-OF-REPRINTS
016200         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
016210         PERFORM 7200-POST-CONTROL-TOTALS
016220                 THRU 7200-POST-CTL-EXIT
016240         PERFORM 7100-RUN-CONTROL-OUT
016280                 THRU 7100-RUN-CTL-OUT-EXIT
016320     END-IF.
041200         AT END
041300             SET END-OF-WORKLIST TO TRUE
041400     END-READ.
041410     IF NOT END-OF-WORKLIST
041420         ADD 1 TO WS-INPUT-COUNT
041430     END-IF.
041500 8000-READ-WORKLIST-EXIT.
041600     EXIT.
041700******************************************************************
044900     END-IF.
045000 7100-RUN-CTL-OUT-EXIT.
045100     EXIT.
045110******************************************************************
045120*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
045130*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
045140*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
045150*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
045160******************************************************************
045170 7200-POST-CONTROL-TOTALS.
045180     MOVE 'CSV0070 '         TO CTLP-STEP-NAME.
045190     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
045200     MOVE 4                  TO CTLP-TOTAL-COUNT.
045210     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
045220     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
045230     MOVE WS-INPUT-COUNT     TO CTLP-RECORD-COUNT(1).
045240     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
045250     MOVE 'ISSUED'           TO CTLP-TOTAL-NAME(2).
045260     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
045270     MOVE WS-ISSUED-COUNT    TO CTLP-RECORD-COUNT(2).
045280     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
045290     MOVE 'ALREADY-HELD'     TO CTLP-TOTAL-NAME(3).
045300     MOVE 'R'                TO CTLP-TOTAL-TYPE(3).
045310     MOVE WS-SUPPRESSED-COUNT TO CTLP-RECORD-COUNT(3).
045320     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
045330     MOVE 'REPRINTS'         TO CTLP-TOTAL-NAME(4).
045340     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
045350     MOVE WS-REPRINT-COUNT   TO CTLP-RECORD-COUNT(4).
045360     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
045370     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
045380     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
045390     IF CTLP-CTOT-RC NOT = ZERO
045400         DISPLAY 'CSV0070 *** CONTROL TOTAL POSTING FAILED - '
045410                 CTLP-CTOT-MSG ' ***'
045420         IF RCLP-RETURN-CODE < 4
045430             MOVE 4 TO RCLP-RETURN-CODE
045440         END-IF
045450     END-IF.
045460     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
045470 7200-POST-CTL-EXIT.
045480     EXIT.

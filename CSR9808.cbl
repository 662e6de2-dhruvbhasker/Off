002403*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
002404*                    HAS NOT COMPLETED FOR THE CURRENT           *
002405*                    CYCLE                                       *
002415*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
002425*                    DETAILS READ AND THE STANDARD, SENIOR AND   *
002435*                    BELOW-THRESHOLD ITEMS, WITH THEIR AMOUNTS,  *
002445*                    TO THE CYCLE CONTROL-TOTAL FILE (CSRCTOT)   *
002455*                    FOR THE CSR9830 BALANCING STEP              *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006700 77  WS-STD-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
006800 77  WS-SNR-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
006900 77  WS-SKIPPED-COUNT               PIC S9(07)  COMP  VALUE ZERO.
006910 77  WS-SKIPPED-AMOUNT              PIC S9(13)V9(02) VALUE ZERO.
007000 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
007100 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
007200                                                     VALUE ZERO.
007210 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
007220 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
007300 01  WS-TOTALS.
007400     05  WS-STD-AMOUNT              PIC S9(11)V9(02) COMP-3.
007500     05  WS-SNR-AMOUNT              PIC S9(11)V9(02) COMP-3.
011000     05  FILLER                     PIC X(26)  VALUE
011010             'ITEMS UNDER THRESHOLD:    '.
011100     05  SUM-SKIPPED-COUNT          PIC ZZZ,ZZ9.
011110******************************************************************
011120*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
011130******************************************************************
011140     COPY CCSRCTLP.
011192******************************************************************
011194*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
011196******************************************************************
011801                 THRU 2000-PROCESS-EXTRACT-EXIT
011900                 UNTIL END-OF-EXTRACT
012000         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
012010         PERFORM 7200-POST-CONTROL-TOTALS
012020                 THRU 7200-POST-CTL-EXIT
012040         PERFORM 7100-RUN-CONTROL-OUT
012080                 THRU 7100-RUN-CTL-OUT-EXIT
012120     END-IF.
015300         PERFORM 4000-BUILD-VOUCHER THRU 4000-BUILD-VOUCHER-EXIT
015400     ELSE
015500         ADD 1 TO WS-SKIPPED-COUNT
015510         ADD R98F0-SUSPENSE-AMOUNT TO WS-SKIPPED-AMOUNT
015600     END-IF.
015700     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
015800 2000-PROCESS-EXTRACT-EXIT.
025000*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
025100******************************************************************
025200 9000-VERIFY-TRAILER.
025210     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
025220     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
025300     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
025400        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
025500         DISPLAY 'CSR9808 TRAILER VERIFIED - COUNTS AND HASH OK'
029500     END-IF.
029600 7100-RUN-CTL-OUT-EXIT.
029700     EXIT.
029710******************************************************************
029720*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
029730*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
029740*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
029750*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
029760******************************************************************
029770 7200-POST-CONTROL-TOTALS.
029780     MOVE 'CSR9808 '         TO CTLP-STEP-NAME.
029790     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
029800     MOVE 5                  TO CTLP-TOTAL-COUNT.
029810     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
029820     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
029830     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
029840     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
029850     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
029860     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
029870     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
029880     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
029890     MOVE 'STANDARD'         TO CTLP-TOTAL-NAME(3).
029900     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
029910     MOVE WS-STD-COUNT       TO CTLP-RECORD-COUNT(3).
029920     MOVE WS-STD-AMOUNT      TO CTLP-AMOUNT-TOTAL(3).
029930     MOVE 'SENIOR'           TO CTLP-TOTAL-NAME(4).
029940     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
029950     MOVE WS-SNR-COUNT       TO CTLP-RECORD-COUNT(4).
029960     MOVE WS-SNR-AMOUNT      TO CTLP-AMOUNT-TOTAL(4).
029970     MOVE 'BELOW-THRESH'     TO CTLP-TOTAL-NAME(5).
029980     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
029990     MOVE WS-SKIPPED-COUNT   TO CTLP-RECORD-COUNT(5).
030000     MOVE WS-SKIPPED-AMOUNT  TO CTLP-AMOUNT-TOTAL(5).
030010     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
030020     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
030030     IF CTLP-CTOT-RC NOT = ZERO
030040         DISPLAY 'CSR9808 *** CONTROL TOTAL POSTING FAILED - '
030050                 CTLP-CTOT-MSG ' ***'
030060         IF RCLP-RETURN-CODE < 4
030070             MOVE 4 TO RCLP-RETURN-CODE
030080         END-IF
030090     END-IF.
030100     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
030110 7200-POST-CTL-EXIT.
030120     EXIT.

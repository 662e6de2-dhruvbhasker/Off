002500*    DATE     AUTH.  DESCRIPTION                                 *
002600*                                                                *
002700*  02SEP26     DOB   INITIAL VERSION                             *
002710*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
002720*                    DETAILS READ, THE ITEMS ACCRUED, UNDER DE-  *
002730*                    MINIMIS AND WITHOUT A RATE BAND AND THE     *
002740*                    MOVEMENT VOUCHERED TO THE CYCLE CONTROL-    *
002750*                    TOTAL FILE (CSRCTOT) FOR THE CSR9830        *
002760*                    BALANCING STEP                              *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
009300 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
009400 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
009500                                                     VALUE ZERO.
009510 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
009520 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
009600 01  WS-ACCRUED-TOTAL               PIC S9(11)V9(02) COMP-3
009700                                                     VALUE ZERO.
009710 01  WS-DELTA-TOTAL                 PIC S9(11)V9(02) COMP-3
014800*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
014900******************************************************************
015000     COPY CCSRRCLP.
015010******************************************************************
015020*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
015030******************************************************************
015040     COPY CCSRCTLP.
015100 PROCEDURE DIVISION.
015200******************************************************************
015300*    0000-MAINLINE                                               *
016000                 THRU 2000-PROCESS-EXTRACT-EXIT
016100                 UNTIL END-OF-EXTRACT
016200         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
016210         PERFORM 7200-POST-CONTROL-TOTALS
016220                 THRU 7200-POST-CTL-EXIT
016300         PERFORM 7100-RUN-CONTROL-OUT
016400                 THRU 7100-RUN-CTL-OUT-EXIT
016500     END-IF.
039200*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
039300******************************************************************
039400 9000-VERIFY-TRAILER.
039410     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
039420     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
039500     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
039600        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
039700         DISPLAY 'CSR9818 TRAILER VERIFIED - COUNTS AND HASH OK'
043700     END-IF.
043800 7100-RUN-CTL-OUT-EXIT.
043900     EXIT.
043910******************************************************************
043920*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
043930*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
043940*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
043950*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
043960******************************************************************
043970 7200-POST-CONTROL-TOTALS.
043980     MOVE 'CSR9818 '         TO CTLP-STEP-NAME.
043990     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
044000     MOVE 6                  TO CTLP-TOTAL-COUNT.
044010     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
044020     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
044030     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
044040     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
044050     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
044060     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
044070     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
044080     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
044090     MOVE 'ACCRUED'          TO CTLP-TOTAL-NAME(3).
044100     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
044110     MOVE WS-ACCRUED-COUNT   TO CTLP-RECORD-COUNT(3).
044120     MOVE WS-ACCRUED-TOTAL   TO CTLP-AMOUNT-TOTAL(3).
044130     MOVE 'DE-MINIMIS'       TO CTLP-TOTAL-NAME(4).
044140     MOVE 'R'                TO CTLP-TOTAL-TYPE(4).
044150     MOVE WS-MINIMIS-COUNT   TO CTLP-RECORD-COUNT(4).
044160     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
044170     MOVE 'NO-BAND'          TO CTLP-TOTAL-NAME(5).
044180     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
044190     MOVE WS-NO-BAND-COUNT   TO CTLP-RECORD-COUNT(5).
044200     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
044210     MOVE 'VOUCHERED'        TO CTLP-TOTAL-NAME(6).
044220     MOVE 'O'                TO CTLP-TOTAL-TYPE(6).
044230     MOVE WS-VOUCHER-COUNT   TO CTLP-RECORD-COUNT(6).
044240     MOVE WS-DELTA-TOTAL     TO CTLP-AMOUNT-TOTAL(6).
044250     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
044260     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
044270     IF CTLP-CTOT-RC NOT = ZERO
044280         DISPLAY 'CSR9818 *** CONTROL TOTAL POSTING FAILED - '
044290                 CTLP-CTOT-MSG ' ***'
044300         IF RCLP-RETURN-CODE < 4
044310             MOVE 4 TO RCLP-RETURN-CODE
044320         END-IF
044330     END-IF.
044340     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
044350 7200-POST-CTL-EXIT.
044360     EXIT.

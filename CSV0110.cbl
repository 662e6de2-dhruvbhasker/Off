002300*    DATE     AUTH.  DESCRIPTION                                 *
002400*                                                                *
002500*  02SEP26     DOB   INITIAL VERSION                             *
002510*  15OCT26     DOB   COUNT RETURN TRANSACTIONS READ AND POST     *
002520*                    THEM WITH THE POSTED, NEW-ENTRY, LIFTED AND *
002530*                    UNMATCHED COUNTS TO THE CYCLE CONTROL-TOTAL *
002540*                    FILE (CSRCTOT) FOR THE CSR9830 BALANCING    *
002550*                    STEP                                        *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
009900 77  WS-NEW-ENTRY-COUNT             PIC S9(07)  COMP  VALUE ZERO.
010000 77  WS-LIFTED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
010100 77  WS-RTM-MISS-COUNT              PIC S9(07)  COMP  VALUE ZERO.
010110 77  WS-RTM-READ-COUNT              PIC S9(07)  COMP  VALUE ZERO.
010200 77  WS-LINE-COUNT                  PIC S9(03)  COMP  VALUE ZERO.
010300 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
010400******************************************************************
017200*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
017300******************************************************************
017400     COPY CCSRRCLP.
017410******************************************************************
017420*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
017430******************************************************************
017440     COPY CCSRCTLP.
017500 PROCEDURE DIVISION.
017600******************************************************************
017700*    0000-MAINLINE                                               *
018700         PERFORM 2500-APPLY-RETURN     THRU 2500-APPLY-RTN-EXIT
018800                 UNTIL END-OF-RETURNS
018900         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
018910         PERFORM 7200-POST-CONTROL-TOTALS
018920                 THRU 7200-POST-CTL-EXIT
019000         PERFORM 7100-RUN-CONTROL-OUT
019100                 THRU 7100-RUN-CTL-OUT-EXIT
019200     END-IF.
035500             SET END-OF-RETURNS TO TRUE
035600     END-READ.
035700     IF NOT END-OF-RETURNS
035710         ADD 1 TO WS-RTM-READ-COUNT
035800         MOVE 'N' TO WS-CLI-FOUND-SW
035900         MOVE RTM-HOST-CLI-ID TO WS-SEARCH-CLI-ID
036000         PERFORM 2100-CHECK-CLIENT-ADDR
054600     END-IF.
054700 7100-RUN-CTL-OUT-EXIT.
054800     EXIT.
054810******************************************************************
054820*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
054830*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
054840*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
054850*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
054860******************************************************************
054870 7200-POST-CONTROL-TOTALS.
054880     MOVE 'CSV0110 '         TO CTLP-STEP-NAME.
054890     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
054900     MOVE 5                  TO CTLP-TOTAL-COUNT.
054910     MOVE 'RETURNS-IN'       TO CTLP-TOTAL-NAME(1).
054920     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
054930     MOVE WS-RTM-READ-COUNT  TO CTLP-RECORD-COUNT(1).
054940     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
054950     MOVE 'POSTED'           TO CTLP-TOTAL-NAME(2).
054960     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
054970     MOVE WS-POSTED-COUNT    TO CTLP-RECORD-COUNT(2).
054980     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
054990     MOVE 'NEW-ENTRIES'      TO CTLP-TOTAL-NAME(3).
055000     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
055010     MOVE WS-NEW-ENTRY-COUNT TO CTLP-RECORD-COUNT(3).
055020     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
055030     MOVE 'LIFTED'           TO CTLP-TOTAL-NAME(4).
055040     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
055050     MOVE WS-LIFTED-COUNT    TO CTLP-RECORD-COUNT(4).
055060     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
055070     MOVE 'UNMATCHED'        TO CTLP-TOTAL-NAME(5).
055080     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
055090     MOVE WS-RTM-MISS-COUNT  TO CTLP-RECORD-COUNT(5).
055100     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
055110     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
055120     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
055130     IF CTLP-CTOT-RC NOT = ZERO
055140         DISPLAY 'CSV0110 *** CONTROL TOTAL POSTING FAILED - '
055150                 CTLP-CTOT-MSG ' ***'
055160         IF RCLP-RETURN-CODE < 4
055170             MOVE 4 TO RCLP-RETURN-CODE
055180         END-IF
055190     END-IF.
055200     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
055210 7200-POST-CTL-EXIT.
055220     EXIT.

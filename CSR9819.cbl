002600*    DATE     AUTH.  DESCRIPTION                                 *
002700*                                                                *
002800*  02SEP26     DOB   INITIAL VERSION                             *
002810*  15OCT26     DOB   POST EACH FLAGGED POLICY TO THE DATA-       *
002820*                    QUALITY EXCEPTION REGISTER (DQPOUT,         *
002830*                    CCSRDQP) AND CLOSE THE POSTINGS WITH A      *
002840*                    TRAILER FOR CSR9828 - NO TRAILER ON A RUN   *
002850*                    ENDING RC 16, SO AN INCOMPLETE PASS CLOSES  *
002860*                    NOTHING ON THE REGISTER                     *
002866*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
002872*                    DETAILS READ, THE PLAN AND MAPPING          *
002878*                    EXCEPTIONS AND THE DATA-QUALITY ROWS POSTED *
002884*                    TO THE CYCLE CONTROL-TOTAL FILE (CSRCTOT)   *
002890*                    FOR THE CSR9830 BALANCING STEP              *
002892*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
002894*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
002896*                    CHANGE TO THE RESULTS                       *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004200                               ORGANIZATION IS SEQUENTIAL.
004300     SELECT VALIDATION-REPORT  ASSIGN TO VALRPT
004400                               ORGANIZATION IS SEQUENTIAL.
004410     SELECT DQ-POSTING         ASSIGN TO DQPOUT
004420                               ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PRODUCT-IN
005600 FD  VALIDATION-REPORT
005700     RECORDING MODE IS F.
005800 01  VALIDATION-REPORT-LINE         PIC X(132).
005810 FD  DQ-POSTING
005820     RECORDING MODE IS F.
005830     COPY CCSRDQP.
005900 WORKING-STORAGE SECTION.
006000******************************************************************
006100*    SWITCHES AND COUNTERS                                       *
009300 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
009400 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
009500                                                     VALUE ZERO.
009510 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
009520 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
009600******************************************************************
009700*    POLICY NUMBER WORK AREA - RSCVE-POL-ID IS SEVEN DIGITS,     *
009800*    R98F0-POLICY-NUMBER IS TEN BYTES ZERO-FILLED                *
009900******************************************************************
010000 77  WS-POL-ID-EXPAND               PIC 9(10)   VALUE ZERO.
010100 77  WS-POL-ID-X                    PIC X(10)   VALUE SPACES.
010110 77  WS-DQ-POLICY-NBR               PIC X(10)   VALUE SPACES.
010120 77  WS-DQ-REASON-CD                PIC X(02)   VALUE SPACES.
010130 77  WS-POSTED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
010140 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
010200******************************************************************
010300*    PRODUCT MASTER HOLD TABLE - LOADED ONCE AT STARTUP          *
010400******************************************************************
017100*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
017200******************************************************************
017300     COPY CCSRRCLP.
017310******************************************************************
017320*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
017330******************************************************************
017340     COPY CCSRCTLP.
017400 PROCEDURE DIVISION.
017500******************************************************************
017600*    0000-MAINLINE                                               *
018600                 THRU 2500-VALIDATE-SUS-EXIT
018700                 UNTIL END-OF-EXTRACT
018800         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
018810         PERFORM 7200-POST-CONTROL-TOTALS
018820                 THRU 7200-POST-CTL-EXIT
018900         PERFORM 7100-RUN-CONTROL-OUT
019000                 THRU 7100-RUN-CTL-OUT-EXIT
019100     END-IF.
022000         OPEN INPUT  CLIENT-EXTRACT
022100         OPEN INPUT  SUSPENSE-EXTRACT
022200         OPEN OUTPUT VALIDATION-REPORT
022210         OPEN OUTPUT DQ-POSTING
022220         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022300         WRITE VALIDATION-REPORT-LINE FROM HDG-LINE-1
022400         WRITE VALIDATION-REPORT-LINE FROM HDG-LINE-2
022500         PERFORM 8000-READ-EXTRACT
031800             WHEN NOT WS-PAIR-FOUND
031900                 ADD 1 TO WS-UNKNOWN-PROD-COUNT
032000                 MOVE 'UNKNOWN PRODUCT PAIR    ' TO DET-REASON
032010                 MOVE '04' TO WS-DQ-REASON-CD
032100                 PERFORM 4200-PRINT-CLIENT-EXC
032200                         THRU 4200-PRINT-CLI-EXIT
032300             WHEN NOT WS-PAIR-ACTIVE
032400                 ADD 1 TO WS-RETIRED-PROD-COUNT
032500                 MOVE 'RETIRED PRODUCT PAIR    ' TO DET-REASON
032510                 MOVE '05' TO WS-DQ-REASON-CD
032600                 PERFORM 4200-PRINT-CLIENT-EXC
032700                         THRU 4200-PRINT-CLI-EXIT
032800             WHEN OTHER
034300         WHEN NOT WS-PLAN-FOUND
034400             ADD 1 TO WS-UNKNOWN-PLAN-COUNT
034500             MOVE 'UNKNOWN PLAN/SCALE      ' TO DET-REASON
034510             MOVE '01' TO WS-DQ-REASON-CD
034600             PERFORM 4100-PRINT-SUSP-EXC
034700                     THRU 4100-PRINT-SUS-EXIT
034800         WHEN WS-PRD-ROW-RETIRED(WS-PRD-NDX2)
035000                  NOT < WS-PRD-RETIRE-DATE(WS-PRD-NDX2)
035100             ADD 1 TO WS-RETIRED-PLAN-COUNT
035200             MOVE 'PLAN RETIRED BEFORE ITEM' TO DET-REASON
035210             MOVE '02' TO WS-DQ-REASON-CD
035300             PERFORM 4100-PRINT-SUSP-EXC
035400                     THRU 4100-PRINT-SUS-EXIT
035500         WHEN OTHER
037400            NOT = WS-PRD-SMALL-PRD-CD(WS-PRD-NDX2)
037500             ADD 1 TO WS-MISMATCH-COUNT
037600             MOVE 'PLAN/PRODUCT MISMATCH   ' TO DET-REASON
037610             MOVE '03' TO WS-DQ-REASON-CD
037700             PERFORM 4100-PRINT-SUSP-EXC
037800                     THRU 4100-PRINT-SUS-EXIT
037900         END-IF
039100     MOVE SPACES              TO DET-LARGE-PRD DET-SMALL-PRD.
039200     WRITE VALIDATION-REPORT-LINE FROM DET-LINE.
039300     ADD 1 TO WS-LINE-COUNT.
039310     MOVE R98F0-POLICY-NUMBER TO WS-DQ-POLICY-NBR.
039320     PERFORM 4300-POST-DQ-EXCEPTION THRU 4300-POST-DQ-EXC-EXIT.
039400     IF RETURN-CODE < 4
039500         MOVE 4 TO RETURN-CODE
039600     END-IF.
040400     MOVE RSCVE-SMALL-PRD-CD-R TO DET-SMALL-PRD.
040500     WRITE VALIDATION-REPORT-LINE FROM DET-LINE.
040600     ADD 1 TO WS-LINE-COUNT.
040610     MOVE WS-POL-ID-X         TO WS-DQ-POLICY-NBR.
040620     PERFORM 4300-POST-DQ-EXCEPTION THRU 4300-POST-DQ-EXC-EXIT.
040700     IF RETURN-CODE < 4
040800         MOVE 4 TO RETURN-CODE
040900     END-IF.
041000 4200-PRINT-CLI-EXIT.
041100     EXIT.
041102******************************************************************
041104*    4300-POST-DQ-EXCEPTION - POST THE FLAGGED POLICY TO THE     *
041106*    DATA-QUALITY EXCEPTION REGISTER, KEYED ON POLICY ALONE      *
041108******************************************************************
041110 4300-POST-DQ-EXCEPTION.
041112     MOVE SPACES              TO DQP-POSTING-REC.
041114     MOVE 'E'                 TO DQP-RECORD-TYPE.
041116     MOVE 'CSR9819 '          TO DQP-PROGRAM-ID.
041118     MOVE RCLP-CYCLE-NBR      TO DQP-CYCLE-NBR.
041120     MOVE WS-RUN-DATE         TO DQP-RUN-DATE.
041122     MOVE 'SUSPENSE ACCOUNTING' TO DQP-OWNING-TEAM.
041124     MOVE 'P'                 TO DQP-KEY-TYPE.
041126     MOVE SPACES              TO DQP-HOST-CLI-ID.
041128     MOVE WS-DQ-POLICY-NBR    TO DQP-POLICY-NUMBER.
041130     MOVE WS-DQ-REASON-CD     TO DQP-REASON-CD.
041132     MOVE DET-REASON          TO DQP-REASON-TEXT.
041134     WRITE DQP-POSTING-REC.
041136     ADD 1 TO WS-POSTED-COUNT.
041138 4300-POST-DQ-EXC-EXIT.
041140     EXIT.
041142******************************************************************
041144*    4400-POST-DQ-TRAILER - CLOSE THE POSTINGS WITH THE COUNT;   *
041146*    CSR9828 ONLY AUTO-CLOSES OUR OPEN EXCEPTIONS WHEN IT SEES   *
041148*    THIS TRAILER FOR THE CURRENT CYCLE, SO IT IS NOT WRITTEN    *
041150*    WHEN THE PASS ENDED RC 16 (TRAILER MISMATCH OR POLICIES     *
041152*    LEFT UNCHECKED)                                             *
041154******************************************************************
041156 4400-POST-DQ-TRAILER.
041158     IF RETURN-CODE = 16
041160         DISPLAY 'CSR9819 *** NO REGISTER TRAILER WRITTEN - '
041162                 'PASS INCOMPLETE ***'
041166     ELSE
041168         MOVE SPACES              TO DQP-POSTING-REC
041170         MOVE 'T'                 TO DQP-RECORD-TYPE
041172         MOVE 'CSR9819 '          TO DQP-PROGRAM-ID
041174         MOVE RCLP-CYCLE-NBR      TO DQP-CYCLE-NBR
041176         MOVE WS-RUN-DATE         TO DQP-RUN-DATE
041178         MOVE 'SUSPENSE ACCOUNTING' TO DQP-OWNING-TEAM
041180         MOVE WS-POSTED-COUNT     TO DQP-TRL-POSTED-COUNT
041182         WRITE DQP-POSTING-REC
041183     END-IF.
041184 4400-POST-DQ-TRL-EXIT.
041186     EXIT.
041200******************************************************************
041300*    6000-FIND-PLAN - LOOK THE ITEM'S PLAN CODE AND RATE SCALE   *
041400*    UP ON THE MASTER.  THE MATCHED SLOT IS LATCHED INTO         *
047100         WRITE VALIDATION-REPORT-LINE FROM SUM-LINE-3
047200         WRITE VALIDATION-REPORT-LINE FROM SUM-LINE-4
047300         WRITE VALIDATION-REPORT-LINE FROM SUM-LINE-5
047310         PERFORM 4400-POST-DQ-TRAILER
047320                 THRU 4400-POST-DQ-TRL-EXIT
047400         CLOSE CLIENT-EXTRACT
047500               SUSPENSE-EXTRACT
047600               VALIDATION-REPORT
047601               DQ-POSTING
047700     END-IF.
047800     DISPLAY 'CSR9819 UNKNOWN PLAN/SCALE  : '
047900             WS-UNKNOWN-PLAN-COUNT.
050900*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
051000******************************************************************
051100 9000-VERIFY-TRAILER.
051110     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
051120     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
051200     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
051300        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
051400         DISPLAY 'CSR9819 TRAILER VERIFIED - COUNTS AND HASH OK'
057100     END-IF.
057200 7100-RUN-CTL-OUT-EXIT.
057300     EXIT.
057310******************************************************************
057320*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
057330*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
057340*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
057350*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
057360******************************************************************
057370 7200-POST-CONTROL-TOTALS.
057380     MOVE 'CSR9819 '         TO CTLP-STEP-NAME.
057390     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
057400     MOVE 8                  TO CTLP-TOTAL-COUNT.
057410     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
057420     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
057430     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
057440     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
057450     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
057460     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
057470     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
057480     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
057490     MOVE 'UNKNOWN-PLAN'     TO CTLP-TOTAL-NAME(3).
057500     MOVE 'R'                TO CTLP-TOTAL-TYPE(3).
057510     MOVE WS-UNKNOWN-PLAN-COUNT TO CTLP-RECORD-COUNT(3).
057520     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
057530     MOVE 'RETIRED-PLAN'     TO CTLP-TOTAL-NAME(4).
057540     MOVE 'R'                TO CTLP-TOTAL-TYPE(4).
057550     MOVE WS-RETIRED-PLAN-COUNT TO CTLP-RECORD-COUNT(4).
057560     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
057570     MOVE 'MISMATCH'         TO CTLP-TOTAL-NAME(5).
057580     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
057590     MOVE WS-MISMATCH-COUNT  TO CTLP-RECORD-COUNT(5).
057600     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
057610     MOVE 'UNKNOWN-PROD'     TO CTLP-TOTAL-NAME(6).
057620     MOVE 'R'                TO CTLP-TOTAL-TYPE(6).
057630     MOVE WS-UNKNOWN-PROD-COUNT TO CTLP-RECORD-COUNT(6).
057640     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(6).
057650     MOVE 'RETIRED-PROD'     TO CTLP-TOTAL-NAME(7).
057660     MOVE 'R'                TO CTLP-TOTAL-TYPE(7).
057670     MOVE WS-RETIRED-PROD-COUNT TO CTLP-RECORD-COUNT(7).
057680     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(7).
057690     MOVE 'DQ-POSTED'        TO CTLP-TOTAL-NAME(8).
057700     MOVE 'O'                TO CTLP-TOTAL-TYPE(8).
057710     MOVE WS-POSTED-COUNT    TO CTLP-RECORD-COUNT(8).
057720     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(8).
057730     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
057740     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
057750     IF CTLP-CTOT-RC NOT = ZERO
057760         DISPLAY 'CSR9819 *** CONTROL TOTAL POSTING FAILED - '
057770                 CTLP-CTOT-MSG ' ***'
057780         IF RCLP-RETURN-CODE < 4
057790             MOVE 4 TO RCLP-RETURN-CODE
057800         END-IF
057810     END-IF.
057820     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
057830 7200-POST-CTL-EXIT.
057840     EXIT.

002171*  22AUG26     DOB   PRODUCING STEP FOR THE EXTRACT IS           *
002172*                    NOW THE CSV0002 STREAM MERGE, NOT           *
002173*                    THE SINGLE-STREAM CSV0000 BUILD             *
002178*  15OCT26     DOB   POST EACH REJECTED POLICY TO THE DATA-      *
002183*                    QUALITY EXCEPTION REGISTER (DQPOUT,         *
002188*                    CCSRDQP) AND CLOSE THE POSTINGS WITH A      *
002193*                    TRAILER FOR CSR9828                         *
002194*  15OCT26     DOB   COUNT RECORDS READ, PASSED AND REJECTED AND *
002195*                    POST THEM TO THE CYCLE CONTROL-TOTAL FILE   *
002196*                    (CSRCTOT) FOR THE CSR9830 BALANCING STEP    *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003200                               ORGANIZATION IS SEQUENTIAL.
003300     SELECT EXCEPTION-REPORT   ASSIGN TO BPCTRPT
003400                               ORGANIZATION IS SEQUENTIAL.
003410     SELECT DQ-POSTING         ASSIGN TO DQPOUT
003420                               ORGANIZATION IS SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CLIENT-EXTRACT
004300 FD  EXCEPTION-REPORT
004400     RECORDING MODE IS F.
004500 01  EXCEPTION-REPORT-LINE          PIC X(132).
004510 FD  DQ-POSTING
004520     RECORDING MODE IS F.
004530     COPY CCSRDQP.
004600 WORKING-STORAGE SECTION.
004700******************************************************************
004800*    SWITCHES AND COUNTERS                                       *
005700 77  WS-LINE-COUNT                  PIC S9(03)  COMP  VALUE ZERO.
005800 77  WS-PRIOR-HOST-CLI-ID           PIC X(10)   VALUE SPACES.
005900 77  WS-PRIOR-POL-ID                PIC 9(07)   VALUE ZERO.
005910 77  WS-POSTED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
005912 77  WS-INPUT-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
005914 77  WS-PASSED-REC-COUNT            PIC S9(07)  COMP  VALUE ZERO.
005916 77  WS-REJECT-REC-COUNT            PIC S9(07)  COMP  VALUE ZERO.
005920 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
005930 77  WS-POL-ID-EXPAND               PIC 9(10)   VALUE ZERO.
005940 77  WS-DQ-REASON-CD                PIC X(02)   VALUE SPACES.
006000******************************************************************
006100*    BENEFICIARY RECORD HOLD TABLE - ONE POLICY AT A TIME        *
006200******************************************************************
008800     05  FILLER                     PIC X(20)  VALUE
008810             'POLICIES REJECTED: '.
008900     05  SUM-REJECT-COUNT           PIC ZZZ,ZZ9.
008910******************************************************************
008920*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
008930******************************************************************
008940     COPY CCSRCTLP.
008992******************************************************************
008994*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
008996******************************************************************
009601                 THRU 2000-PROCESS-EXTRACT-EXIT
009700                 UNTIL END-OF-EXTRACT
009800         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
009810         PERFORM 7200-POST-CONTROL-TOTALS
009820                 THRU 7200-POST-CTL-EXIT
009840         PERFORM 7100-RUN-CONTROL-OUT
009880                 THRU 7100-RUN-CTL-OUT-EXIT
009920     END-IF.
010360     OPEN INPUT  SORTED-EXTRACT.
010400     OPEN OUTPUT GOOD-EXTRACT.
010500     OPEN OUTPUT EXCEPTION-REPORT.
010510     OPEN OUTPUT DQ-POSTING.
010520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010700     PERFORM 8000-READ-EXTRACT    THRU 8000-READ-EXTRACT-EXIT.
010800     IF NOT END-OF-EXTRACT
010900         MOVE RSCVE-HOST-CLI-ID TO WS-PRIOR-HOST-CLI-ID
013900     MOVE WS-ACCEPT-COUNT TO SUM-ACCEPT-COUNT.
014000     MOVE WS-REJECT-COUNT TO SUM-REJECT-COUNT.
014100     WRITE EXCEPTION-REPORT-LINE FROM SUM-LINE.
014110     PERFORM 4500-POST-DQ-TRAILER  THRU 4500-POST-DQ-TRL-EXIT.
014200     CLOSE SORTED-EXTRACT
014300           GOOD-EXTRACT
014400           EXCEPTION-REPORT
014401           DQ-POSTING.
014500 3000-FINALIZE-EXIT.
014600     EXIT.
014700******************************************************************
015000 4000-VALIDATE-AND-FLUSH.
015050     IF WS-TABLE-OVERFLOW
015060         MOVE 'REJECTED - OVER 50 BNFY'  TO EXC-STATUS
015065         MOVE '02'                       TO WS-DQ-REASON-CD
015070         PERFORM 4300-PRINT-EXCEPTION THRU 4300-PRINT-EXC-EXIT
015080         ADD 1 TO WS-REJECT-COUNT
015085         ADD WS-TRUE-BNFY-COUNT TO WS-REJECT-REC-COUNT
015090     ELSE
015100         IF WS-PCT-TOTAL = 100
015200             PERFORM 4100-WRITE-GOOD-REC THRU 4100-WRITE-GOOD-EXIT
015500             ADD 1 TO WS-ACCEPT-COUNT
015600         ELSE
015610             MOVE 'REJECTED - NOT 100'   TO EXC-STATUS
015620             MOVE '01'                   TO WS-DQ-REASON-CD
015700             PERFORM 4300-PRINT-EXCEPTION THRU 4300-PRINT-EXC-EXIT
015800             ADD 1 TO WS-REJECT-COUNT
015810             ADD WS-TRUE-BNFY-COUNT TO WS-REJECT-REC-COUNT
015900         END-IF
015910     END-IF.
016000     MOVE ZERO TO WS-PCT-TOTAL.
016400 4100-WRITE-GOOD-REC.
016500     MOVE WS-SAVED-REC(WS-IDX) TO GOOD-EXTRACT-REC.
016600     WRITE GOOD-EXTRACT-REC.
016610     ADD 1 TO WS-PASSED-REC-COUNT.
016700 4100-WRITE-GOOD-EXIT.
016800     EXIT.
016900******************************************************************
017900     MOVE WS-PCT-TOTAL         TO EXC-PCT-TOTAL.
018000     WRITE EXCEPTION-REPORT-LINE FROM EXC-LINE.
018100     ADD 1 TO WS-LINE-COUNT.
018110     PERFORM 4400-POST-DQ-EXCEPTION THRU 4400-POST-DQ-EXC-EXIT.
018200 4300-PRINT-EXC-EXIT.
018300     EXIT.
018302******************************************************************
018304*    4400-POST-DQ-EXCEPTION - POST THE REJECTED POLICY TO THE    *
018306*    DATA-QUALITY EXCEPTION REGISTER                             *
018308******************************************************************
018310 4400-POST-DQ-EXCEPTION.
018312     MOVE SPACES               TO DQP-POSTING-REC.
018314     MOVE 'E'                  TO DQP-RECORD-TYPE.
018316     MOVE 'CSV0010 '           TO DQP-PROGRAM-ID.
018318     MOVE RCLP-CYCLE-NBR       TO DQP-CYCLE-NBR.
018320     MOVE WS-RUN-DATE          TO DQP-RUN-DATE.
018322     MOVE 'CLIENT DATA SERVICES' TO DQP-OWNING-TEAM.
018324     MOVE 'C'                  TO DQP-KEY-TYPE.
018326     MOVE WS-PRIOR-HOST-CLI-ID TO DQP-HOST-CLI-ID.
018328     MOVE WS-PRIOR-POL-ID      TO WS-POL-ID-EXPAND.
018330     MOVE WS-POL-ID-EXPAND     TO DQP-POLICY-NUMBER.
018332     MOVE WS-DQ-REASON-CD      TO DQP-REASON-CD.
018334     MOVE EXC-STATUS           TO DQP-REASON-TEXT.
018336     WRITE DQP-POSTING-REC.
018338     ADD 1 TO WS-POSTED-COUNT.
018340 4400-POST-DQ-EXC-EXIT.
018342     EXIT.
018344******************************************************************
018346*    4500-POST-DQ-TRAILER - CLOSE THE POSTINGS WITH THE COUNT;   *
018348*    CSR9828 ONLY AUTO-CLOSES OUR OPEN EXCEPTIONS WHEN IT SEES   *
018350*    THIS TRAILER FOR THE CURRENT CYCLE                          *
018352******************************************************************
018354 4500-POST-DQ-TRAILER.
018356     MOVE SPACES               TO DQP-POSTING-REC.
018358     MOVE 'T'                  TO DQP-RECORD-TYPE.
018360     MOVE 'CSV0010 '           TO DQP-PROGRAM-ID.
018362     MOVE RCLP-CYCLE-NBR       TO DQP-CYCLE-NBR.
018364     MOVE WS-RUN-DATE          TO DQP-RUN-DATE.
018366     MOVE 'CLIENT DATA SERVICES' TO DQP-OWNING-TEAM.
018368     MOVE WS-POSTED-COUNT      TO DQP-TRL-POSTED-COUNT.
018370     WRITE DQP-POSTING-REC.
018372 4500-POST-DQ-TRL-EXIT.
018374     EXIT.
018400******************************************************************
018500*    8000-READ-EXTRACT                                           *
018600******************************************************************
018900         AT END
019000             SET END-OF-EXTRACT TO TRUE
019100     END-READ.
019110     IF NOT END-OF-EXTRACT
019120         ADD 1 TO WS-INPUT-COUNT
019130     END-IF.
019200 8000-READ-EXTRACT-EXIT.
019300     EXIT.
019400******************************************************************
022400     END-IF.
022500 7100-RUN-CTL-OUT-EXIT.
022600     EXIT.
022610******************************************************************
022620*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
022630*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
022640*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
022650*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
022660******************************************************************
022670 7200-POST-CONTROL-TOTALS.
022680     MOVE 'CSV0010 '         TO CTLP-STEP-NAME.
022690     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
022700     MOVE 3                  TO CTLP-TOTAL-COUNT.
022710     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
022720     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
022730     MOVE WS-INPUT-COUNT     TO CTLP-RECORD-COUNT(1).
022740     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
022750     MOVE 'PASSED'           TO CTLP-TOTAL-NAME(2).
022760     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
022770     MOVE WS-PASSED-REC-COUNT TO CTLP-RECORD-COUNT(2).
022780     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
022790     MOVE 'REJECTED'         TO CTLP-TOTAL-NAME(3).
022800     MOVE 'R'                TO CTLP-TOTAL-TYPE(3).
022810     MOVE WS-REJECT-REC-COUNT TO CTLP-RECORD-COUNT(3).
022820     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
022830     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
022840     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
022850     IF CTLP-CTOT-RC NOT = ZERO
022860         DISPLAY 'CSV0010 *** CONTROL TOTAL POSTING FAILED - '
022870                 CTLP-CTOT-MSG ' ***'
022880         IF RCLP-RETURN-CODE < 4
022890             MOVE 4 TO RCLP-RETURN-CODE
022900         END-IF
022910     END-IF.
022920     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
022930 7200-POST-CTL-EXIT.
022940     EXIT.

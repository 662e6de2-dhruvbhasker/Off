001811*  22AUG26     DOB   PRODUCING STEP FOR THE EXTRACT IS           *
001812*                    NOW THE CSV0002 STREAM MERGE, NOT           *
001813*                    THE SINGLE-STREAM CSV0000 BUILD             *
001823*  15OCT26     DOB   POST EACH FLAGGED RECORD TO THE DATA-       *
001833*                    QUALITY EXCEPTION REGISTER (DQPOUT,         *
001843*                    CCSRDQP) AND CLOSE THE POSTINGS WITH A      *
001853*                    TRAILER FOR CSR9828                         *
001863*  15OCT26     DOB   POST THE SCANNED AND FLAGGED COUNTS TO THE  *
001873*                    CYCLE CONTROL-TOTAL FILE (CSRCTOT) FOR THE  *
001883*                    CSR9830 BALANCING STEP                      *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002700                               ORGANIZATION IS SEQUENTIAL.
002800     SELECT DQ-REPORT          ASSIGN TO DQRPT
002900                               ORGANIZATION IS SEQUENTIAL.
002910     SELECT DQ-POSTING         ASSIGN TO DQPOUT
002920                               ORGANIZATION IS SEQUENTIAL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CLIENT-EXTRACT
003500 FD  DQ-REPORT
003600     RECORDING MODE IS F.
003700 01  DQ-REPORT-LINE                 PIC X(132).
003710 FD  DQ-POSTING
003720     RECORDING MODE IS F.
003730     COPY CCSRDQP.
003800 WORKING-STORAGE SECTION.
003900******************************************************************
004000*    SWITCHES AND COUNTERS                                       *
005100 77  WS-REASON                      PIC X(30)   VALUE SPACES.
005200 77  WS-FLAG-SW                     PIC X(01)   VALUE 'N'.
005300     88  WS-RECORD-FLAGGED                      VALUE 'Y'.
005310 77  WS-POSTED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
005320 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
005330 77  WS-POL-ID-EXPAND               PIC 9(10)   VALUE ZERO.
005340 77  WS-DQ-REASON-CD                PIC X(02)   VALUE SPACES.
005400******************************************************************
005500*    REPORT LINES                                                *
005600******************************************************************
007300     05  FILLER                     PIC X(20) VALUE
007310             'RECORDS FLAGGED:    '.
007400     05  SUM-FLAGGED-COUNT          PIC ZZZ,ZZ9.
007410******************************************************************
007420*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
007430******************************************************************
007440     COPY CCSRCTLP.
007492******************************************************************
007494*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
007496******************************************************************
008101                 THRU 2000-PROCESS-EXTRACT-EXIT
008200                 UNTIL END-OF-EXTRACT
008300         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
008310         PERFORM 7200-POST-CONTROL-TOTALS
008320                 THRU 7200-POST-CTL-EXIT
008340         PERFORM 7100-RUN-CONTROL-OUT
008380                 THRU 7100-RUN-CTL-OUT-EXIT
008420     END-IF.
008800 1000-INITIALIZE.
008900     OPEN INPUT  CLIENT-EXTRACT.
009000     OPEN OUTPUT DQ-REPORT.
009010     OPEN OUTPUT DQ-POSTING.
009020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009100     PERFORM 8000-READ-EXTRACT    THRU 8000-READ-EXTRACT-EXIT.
009200 1000-INITIALIZE-EXIT.
009300     EXIT.
011100     MOVE WS-SCANNED-COUNT TO SUM-SCANNED-COUNT.
011200     MOVE WS-FLAGGED-COUNT TO SUM-FLAGGED-COUNT.
011300     WRITE DQ-REPORT-LINE FROM SUM-LINE.
011310     PERFORM 4700-POST-DQ-TRAILER  THRU 4700-POST-DQ-TRL-EXIT.
011400     CLOSE CLIENT-EXTRACT
011500           DQ-REPORT
011501           DQ-POSTING.
011600 3000-FINALIZE-EXIT.
011700     EXIT.
011800******************************************************************
013200         WHEN WS-KANJI-LEN > 0 AND WS-KANA-LEN = 0
013300             MOVE 'Y' TO WS-FLAG-SW
013400             MOVE 'KANJI PRESENT, KANA BLANK' TO WS-REASON
013410             MOVE '01' TO WS-DQ-REASON-CD
013500         WHEN WS-KANA-LEN > 0 AND WS-KANJI-LEN = 0
013600             MOVE 'Y' TO WS-FLAG-SW
013700             MOVE 'KANA PRESENT, KANJI BLANK' TO WS-REASON
013710             MOVE '02' TO WS-DQ-REASON-CD
013800         WHEN WS-KANJI-LEN > 0 AND WS-KANA-LEN > 0
013900              AND (WS-KANJI-LEN * 3 < WS-KANA-LEN
014000               OR  WS-KANA-LEN * 3 < WS-KANJI-LEN)
014100             MOVE 'Y' TO WS-FLAG-SW
014200             MOVE 'KANJI/KANA LENGTH MISMATCH' TO WS-REASON
014210             MOVE '03' TO WS-DQ-REASON-CD
014300         WHEN OTHER
014400             CONTINUE
014500     END-EVALUATE.
015900     MOVE WS-REASON           TO EXC-REASON.
016000     WRITE DQ-REPORT-LINE     FROM EXC-LINE.
016100     ADD 1 TO WS-LINE-COUNT.
016110     PERFORM 4600-POST-DQ-EXCEPTION THRU 4600-POST-DQ-EXC-EXIT.
016200 4500-PRINT-EXIT.
016300     EXIT.
016302******************************************************************
016304*    4600-POST-DQ-EXCEPTION - POST THE FLAGGED RECORD TO THE     *
016306*    DATA-QUALITY EXCEPTION REGISTER                             *
016308******************************************************************
016310 4600-POST-DQ-EXCEPTION.
016312     MOVE SPACES              TO DQP-POSTING-REC.
016314     MOVE 'E'                 TO DQP-RECORD-TYPE.
016316     MOVE 'CSV0030 '          TO DQP-PROGRAM-ID.
016318     MOVE RCLP-CYCLE-NBR      TO DQP-CYCLE-NBR.
016320     MOVE WS-RUN-DATE         TO DQP-RUN-DATE.
016322     MOVE 'CLIENT DATA SERVICES' TO DQP-OWNING-TEAM.
016324     MOVE 'C'                 TO DQP-KEY-TYPE.
016326     MOVE RSCVE-HOST-CLI-ID   TO DQP-HOST-CLI-ID.
016328     MOVE RSCVE-POL-ID        TO WS-POL-ID-EXPAND.
016330     MOVE WS-POL-ID-EXPAND    TO DQP-POLICY-NUMBER.
016332     MOVE WS-DQ-REASON-CD     TO DQP-REASON-CD.
016334     MOVE WS-REASON           TO DQP-REASON-TEXT.
016336     WRITE DQP-POSTING-REC.
016338     ADD 1 TO WS-POSTED-COUNT.
016340 4600-POST-DQ-EXC-EXIT.
016342     EXIT.
016344******************************************************************
016346*    4700-POST-DQ-TRAILER - CLOSE THE POSTINGS WITH THE COUNT;   *
016348*    CSR9828 ONLY AUTO-CLOSES OUR OPEN EXCEPTIONS WHEN IT SEES   *
016350*    THIS TRAILER FOR THE CURRENT CYCLE                          *
016352******************************************************************
016354 4700-POST-DQ-TRAILER.
016356     MOVE SPACES              TO DQP-POSTING-REC.
016358     MOVE 'T'                 TO DQP-RECORD-TYPE.
016360     MOVE 'CSV0030 '          TO DQP-PROGRAM-ID.
016362     MOVE RCLP-CYCLE-NBR      TO DQP-CYCLE-NBR.
016364     MOVE WS-RUN-DATE         TO DQP-RUN-DATE.
016366     MOVE 'CLIENT DATA SERVICES' TO DQP-OWNING-TEAM.
016368     MOVE WS-POSTED-COUNT     TO DQP-TRL-POSTED-COUNT.
016370     WRITE DQP-POSTING-REC.
016372 4700-POST-DQ-TRL-EXIT.
016374     EXIT.
016400******************************************************************
016500*    8000-READ-EXTRACT                                           *
016600******************************************************************
020400     END-IF.
020500 7100-RUN-CTL-OUT-EXIT.
020600     EXIT.
020610******************************************************************
020620*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
020630*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
020640*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
020650*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
020660******************************************************************
020670 7200-POST-CONTROL-TOTALS.
020680     MOVE 'CSV0030 '         TO CTLP-STEP-NAME.
020690     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
020700     MOVE 2                  TO CTLP-TOTAL-COUNT.
020710     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
020720     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
020730     MOVE WS-SCANNED-COUNT   TO CTLP-RECORD-COUNT(1).
020740     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
020750     MOVE 'FLAGGED'          TO CTLP-TOTAL-NAME(2).
020760     MOVE 'R'                TO CTLP-TOTAL-TYPE(2).
020770     MOVE WS-FLAGGED-COUNT   TO CTLP-RECORD-COUNT(2).
020780     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
020790     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
020800     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
020810     IF CTLP-CTOT-RC NOT = ZERO
020820         DISPLAY 'CSV0030 *** CONTROL TOTAL POSTING FAILED - '
020830                 CTLP-CTOT-MSG ' ***'
020840         IF RCLP-RETURN-CODE < 4
020850             MOVE 4 TO RCLP-RETURN-CODE
020860         END-IF
020870     END-IF.
020880     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
020890 7200-POST-CTL-EXIT.
020900     EXIT.

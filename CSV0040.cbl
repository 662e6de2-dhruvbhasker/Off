002930*                    MAIL REGISTER MAINTAINED BY CSV0110         *
002940*                    (REASON 05), CARRYING THE RETURN HISTORY    *
002950*                    ON THE EXCEPTION RECORD                     *
002960*  15OCT26     DOB   POST EACH HELD-BACK RECORD TO THE DATA-     *
002970*                    QUALITY EXCEPTION REGISTER (DQPOUT,         *
002980*                    CCSRDQP) UNDER ITS REASON CODE AND CLOSE    *
002990*                    THE POSTINGS WITH A TRAILER FOR CSR9828     *
002992*  15OCT26     DOB   COUNT EXTRACT RECORDS READ AND POST THEM    *
002994*                    WITH THE DELIVERABLE AND HELD-BACK COUNTS   *
002996*                    TO THE CYCLE CONTROL-TOTAL FILE (CSRCTOT)   *
002998*                    FOR THE CSR9830 BALANCING STEP              *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004230                               FILE STATUS IS WS-BAR-STATUS.
004300     SELECT EXCEPTION-OUT      ASSIGN TO ADREXC
004400                               ORGANIZATION IS SEQUENTIAL.
004410     SELECT DQ-POSTING         ASSIGN TO DQPOUT
004420                               ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CLIENT-EXTRACT
006410     05  EXC-RETURN-COUNT           PIC 9(03).
006420     05  EXC-LAST-RETURN-DT         PIC X(08).
006430     05  EXC-RETURN-REASON          PIC X(02).
006440 FD  DQ-POSTING
006450     RECORDING MODE IS F.
006460     COPY CCSRDQP.
006500 WORKING-STORAGE SECTION.
006600******************************************************************
006700*    SWITCHES AND COUNTERS                                       *
008690 77  WS-BAR-OVERFLOW-SW             PIC X(01)   VALUE 'N'.
008691     88  WS-BAR-TABLE-OVERFLOW                  VALUE 'Y'.
008692 77  WS-BAR-HELD-COUNT              PIC S9(07)  COMP  VALUE ZERO.
008694 77  WS-POSTED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
008695 77  WS-INPUT-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
008696 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
008698 77  WS-POL-ID-EXPAND               PIC 9(10)   VALUE ZERO.
008700******************************************************************
008800*    POSTAL MASTER HOLD TABLE - LOADED ONCE AT STARTUP           *
008900******************************************************************
009470         10  WS-BAR-RETURN-COUNT        PIC 9(03).
009472         10  WS-BAR-LAST-RETURN-DT      PIC X(08).
009474         10  WS-BAR-LAST-REASON-CD      PIC X(02).
009477******************************************************************
009480*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
009483******************************************************************
009486     COPY CCSRCTLP.
009492******************************************************************
009494*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
009496******************************************************************
010101                 THRU 2000-PROCESS-EXTRACT-EXIT
010200                 UNTIL END-OF-EXTRACT
010300         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
010310         PERFORM 7200-POST-CONTROL-TOTALS
010320                 THRU 7200-POST-CTL-EXIT
010340         PERFORM 7100-RUN-CONTROL-OUT
010380                 THRU 7100-RUN-CTL-OUT-EXIT
010420     END-IF.
012300     OPEN INPUT  CLIENT-EXTRACT.
012400     OPEN OUTPUT DELIVERABLE-OUT.
012500     OPEN OUTPUT EXCEPTION-OUT.
012510     OPEN OUTPUT DQ-POSTING.
012520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012600     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
012700 1000-INITIALIZE-EXIT.
012800     EXIT.
015793         END-IF
015800         WRITE EXCEPTION-OUT-REC
015900         ADD 1 TO WS-REJECT-COUNT
015910         PERFORM 4600-POST-DQ-EXCEPTION
015920                 THRU 4600-POST-DQ-EXC-EXIT
016000     END-IF.
016100     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
016200 2000-PROCESS-EXTRACT-EXIT.
022350     END-IF.
022352 4510-CHECK-BAR-EXIT.
022354     EXIT.
022355******************************************************************
022356*    4600-POST-DQ-EXCEPTION - POST THE HELD-BACK RECORD TO THE   *
022357*    DATA-QUALITY EXCEPTION REGISTER UNDER ITS REASON CODE       *
022358******************************************************************
022359 4600-POST-DQ-EXCEPTION.
022360     MOVE SPACES              TO DQP-POSTING-REC.
022361     MOVE 'E'                 TO DQP-RECORD-TYPE.
022362     MOVE 'CSV0040 '          TO DQP-PROGRAM-ID.
022363     MOVE RCLP-CYCLE-NBR      TO DQP-CYCLE-NBR.
022364     MOVE WS-RUN-DATE         TO DQP-RUN-DATE.
022365     MOVE 'CLIENT DATA SERVICES' TO DQP-OWNING-TEAM.
022366     MOVE 'C'                 TO DQP-KEY-TYPE.
022367     MOVE RSCVE-HOST-CLI-ID   TO DQP-HOST-CLI-ID.
022368     MOVE RSCVE-POL-ID        TO WS-POL-ID-EXPAND.
022369     MOVE WS-POL-ID-EXPAND    TO DQP-POLICY-NUMBER.
022370     MOVE WS-REASON-CODE      TO DQP-REASON-CD.
022371     EVALUATE WS-REASON-CODE
022372         WHEN '01'
022373             MOVE 'ADDRESS CODE BLANK'        TO DQP-REASON-TEXT
022374         WHEN '02'
022375             MOVE 'ADDRESS CODE NOT ON POSTAL' TO DQP-REASON-TEXT
022376         WHEN '03'
022377             MOVE 'ADDRESS DETAIL KANA BLANK' TO DQP-REASON-TEXT
022378         WHEN '04'
022379             MOVE 'DETAIL DOES NOT MATCH LOCALITY'
022380                  TO DQP-REASON-TEXT
022381         WHEN OTHER
022382             MOVE 'ON RETURNED-MAIL REGISTER' TO DQP-REASON-TEXT
022383     END-EVALUATE.
022384     WRITE DQP-POSTING-REC.
022385     ADD 1 TO WS-POSTED-COUNT.
022386 4600-POST-DQ-EXC-EXIT.
022387     EXIT.
022400******************************************************************
022500*    3000-FINALIZE                                               *
022600******************************************************************
022900     DISPLAY 'CSV0040 RECORDS HELD BACK   : ' WS-REJECT-COUNT.
022910     DISPLAY 'CSV0040 RETURNED-MAIL HOLDS : '
022920             WS-BAR-HELD-COUNT.
022930     PERFORM 4700-POST-DQ-TRAILER  THRU 4700-POST-DQ-TRL-EXIT.
023000     CLOSE CLIENT-EXTRACT
023100           DELIVERABLE-OUT
023200           EXCEPTION-OUT
023201           DQ-POSTING.
023300 3000-FINALIZE-EXIT.
023400     EXIT.
023405******************************************************************
023410*    4700-POST-DQ-TRAILER - CLOSE THE POSTINGS WITH THE COUNT;   *
023415*    CSR9828 ONLY AUTO-CLOSES OUR OPEN EXCEPTIONS WHEN IT SEES   *
023420*    THIS TRAILER FOR THE CURRENT CYCLE                          *
023425******************************************************************
023430 4700-POST-DQ-TRAILER.
023435     MOVE SPACES              TO DQP-POSTING-REC.
023440     MOVE 'T'                 TO DQP-RECORD-TYPE.
023445     MOVE 'CSV0040 '          TO DQP-PROGRAM-ID.
023450     MOVE RCLP-CYCLE-NBR      TO DQP-CYCLE-NBR.
023455     MOVE WS-RUN-DATE         TO DQP-RUN-DATE.
023460     MOVE 'CLIENT DATA SERVICES' TO DQP-OWNING-TEAM.
023465     MOVE WS-POSTED-COUNT     TO DQP-TRL-POSTED-COUNT.
023470     WRITE DQP-POSTING-REC.
023475 4700-POST-DQ-TRL-EXIT.
023480     EXIT.
023500******************************************************************
023600*    8000-READ-EXTRACT                                           *
023700******************************************************************
024000         AT END
024100             SET END-OF-EXTRACT TO TRUE
024200     END-READ.
024210     IF NOT END-OF-EXTRACT
024220         ADD 1 TO WS-INPUT-COUNT
024230     END-IF.
024300 8000-READ-EXTRACT-EXIT.
024400     EXIT.
024500******************************************************************
027700     END-IF.
027800 7100-RUN-CTL-OUT-EXIT.
027900     EXIT.
027910******************************************************************
027920*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
027930*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
027940*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
027950*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
027960******************************************************************
027970 7200-POST-CONTROL-TOTALS.
027980     MOVE 'CSV0040 '         TO CTLP-STEP-NAME.
027990     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
028000     MOVE 3                  TO CTLP-TOTAL-COUNT.
028010     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
028020     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
028030     MOVE WS-INPUT-COUNT     TO CTLP-RECORD-COUNT(1).
028040     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
028050     MOVE 'DELIVERABLE'      TO CTLP-TOTAL-NAME(2).
028060     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
028070     MOVE WS-ACCEPT-COUNT    TO CTLP-RECORD-COUNT(2).
028080     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
028090     MOVE 'EXCEPTIONS'       TO CTLP-TOTAL-NAME(3).
028100     MOVE 'R'                TO CTLP-TOTAL-TYPE(3).
028110     MOVE WS-REJECT-COUNT    TO CTLP-RECORD-COUNT(3).
028120     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
028130     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
028140     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
028150     IF CTLP-CTOT-RC NOT = ZERO
028160         DISPLAY 'CSV0040 *** CONTROL TOTAL POSTING FAILED - '
028170                 CTLP-CTOT-MSG ' ***'
028180         IF RCLP-RETURN-CODE < 4
028190             MOVE 4 TO RCLP-RETURN-CODE
028200         END-IF
028210     END-IF.
028220     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
028230 7200-POST-CTL-EXIT.
028240     EXIT.

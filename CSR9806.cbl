002298*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
002299*                    HAS NOT COMPLETED FOR THE CURRENT           *
002300*                    CYCLE                                       *
002308*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
002316*                    DETAILS READ AND THE RECONCILED AND         *
002324*                    EXCEPTION ITEMS, WITH THEIR AMOUNTS, TO THE *
002332*                    CYCLE CONTROL-TOTAL FILE (CSRCTOT) FOR THE  *
002340*                    CSR9830 BALANCING STEP                      *
002342*  15OCT26     DOB   REFER EACH ORPHAN, MANY-TO-MANY AND         *
002344*                    MISMATCH ITEM TO THE SUSPENSE RESEARCH      *
002346*                    CASE FILE (RSPOUT, CCSRRSP) FOR CSR9831,    *
002348*                    AND POST THE ITEMS REFERRED TO THE          *
002349*                    CONTROL-TOTAL FILE                          *
002350******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003300                               ORGANIZATION IS SEQUENTIAL.
003400     SELECT RECON-REPORT       ASSIGN TO XWKRPT
003500                               ORGANIZATION IS SEQUENTIAL.
003510     SELECT RESEARCH-POSTING   ASSIGN TO RSPOUT
003520                               ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  SUSPENSE-EXTRACT
004400 FD  RECON-REPORT
004500     RECORDING MODE IS F.
004600 01  RECON-REPORT-LINE              PIC X(132).
004610 FD  RESEARCH-POSTING
004620     RECORDING MODE IS F.
004630     COPY CCSRRSP.
004700 WORKING-STORAGE SECTION.
004800******************************************************************
004900*    SWITCHES AND COUNTERS                                       *
006030     88  WS-XWK-TABLE-OVERFLOW                  VALUE 'Y'.
006100 77  WS-RECONCILED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
006200 77  WS-EXCEPTION-COUNT             PIC S9(07)  COMP  VALUE ZERO.
006210 77  WS-RECONCILED-AMOUNT           PIC S9(13)V9(02) VALUE ZERO.
006220 77  WS-EXCEPTION-AMOUNT            PIC S9(13)V9(02) VALUE ZERO.
006300 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
006400 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
006500                                                     VALUE ZERO.
006510 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
006520 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
006530 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
006540 77  WS-RSP-REASON-CD               PIC X(02)   VALUE SPACES.
006550 77  WS-RSP-POSTED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
006560 77  WS-RSP-POSTED-AMOUNT           PIC S9(13)V9(02) VALUE ZERO.
006600******************************************************************
006700*    CROSSWALK HOLD TABLE - LOADED ONCE AT STARTUP               *
006800******************************************************************
009700     05  FILLER                     PIC X(22)  VALUE
009710             'ITEMS EXCEPTED:       '.
009800     05  SUM-EXCEPTION-COUNT        PIC ZZZ,ZZ9.
009810******************************************************************
009820*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
009830******************************************************************
009840     COPY CCSRCTLP.
009892******************************************************************
009894*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
009896******************************************************************
010501                 THRU 2000-PROCESS-EXTRACT-EXIT
010600                 UNTIL END-OF-EXTRACT
010700         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
010710         PERFORM 7200-POST-CONTROL-TOTALS
010720                 THRU 7200-POST-CTL-EXIT
010740         PERFORM 7100-RUN-CONTROL-OUT
010780                 THRU 7100-RUN-CTL-OUT-EXIT
010820     END-IF.
011700     PERFORM 1700-FLAG-MANY-TO-MANY THRU 1700-FLAG-MANY-EXIT.
011800     OPEN INPUT  SUSPENSE-EXTRACT.
011900     OPEN OUTPUT RECON-REPORT.
011910     OPEN OUTPUT RESEARCH-POSTING.
011920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012000     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
012100 1000-INITIALIZE-EXIT.
012200     EXIT.
018600     EVALUATE TRUE
018700         WHEN NOT WS-MLJ-FOUND
018800             MOVE 'ORPHAN - MLJ ACCT NOT IN XWALK' TO EXC-REASON
018810             MOVE 'OM' TO WS-RSP-REASON-CD
018900             PERFORM 4300-PRINT-EXCEPTION THRU 4300-PRINT-EXC-EXIT
019000         WHEN NOT WS-ING-FOUND
019100             MOVE 'ORPHAN - ING ACCT NOT IN XWALK' TO EXC-REASON
019110             MOVE 'OI' TO WS-RSP-REASON-CD
019200             PERFORM 4300-PRINT-EXCEPTION THRU 4300-PRINT-EXC-EXIT
019300         WHEN WS-XWK-MANY-TO-MANY(WS-XWK-NDX1)
019400             MOVE 'MANY-TO-MANY MAPPING' TO EXC-REASON
019410             MOVE 'MM' TO WS-RSP-REASON-CD
019500             PERFORM 4300-PRINT-EXCEPTION THRU 4300-PRINT-EXC-EXIT
019600         WHEN WS-XWK-ING-ACCT(WS-XWK-NDX1) NOT = R98F0-ING-ACCT
019700             MOVE 'CROSSWALK MISMATCH' TO EXC-REASON
019710             MOVE 'XM' TO WS-RSP-REASON-CD
019800             PERFORM 4300-PRINT-EXCEPTION THRU 4300-PRINT-EXC-EXIT
019900         WHEN OTHER
020000             ADD 1 TO WS-RECONCILED-COUNT
020010             ADD R98F0-SUSPENSE-AMOUNT TO WS-RECONCILED-AMOUNT
020100     END-EVALUATE.
020200     PERFORM 8000-READ-EXTRACT    THRU 8000-READ-EXTRACT-EXIT.
020300 2000-PROCESS-EXTRACT-EXIT.
021000     MOVE WS-EXCEPTION-COUNT  TO SUM-EXCEPTION-COUNT.
021100     WRITE RECON-REPORT-LINE  FROM SUM-LINE.
021200     CLOSE SUSPENSE-EXTRACT
021300           RECON-REPORT
021301           RESEARCH-POSTING.
021400 3000-FINALIZE-EXIT.
021500     EXIT.
021600******************************************************************
022600     WRITE RECON-REPORT-LINE  FROM EXC-LINE.
022700     ADD 1 TO WS-LINE-COUNT.
022800     ADD 1 TO WS-EXCEPTION-COUNT.
022810     ADD R98F0-SUSPENSE-AMOUNT TO WS-EXCEPTION-AMOUNT.
022820     PERFORM 4400-POST-RESEARCH-ITEM THRU 4400-POST-RSP-EXIT.
022900 4300-PRINT-EXC-EXIT.
023000     EXIT.
023004******************************************************************
023008*    4400-POST-RESEARCH-ITEM - REFER THE EXCEPTION ITEM TO THE   *
023012*    SUSPENSE RESEARCH CASE FILE UNDER ITS POLICY, MLJ ACCOUNT   *
023016*    AND SUSPENSE DATE                                           *
023020******************************************************************
023024 4400-POST-RESEARCH-ITEM.
023028     MOVE SPACES                TO RSP-POSTING-REC.
023032     MOVE 'CSR9806 '            TO RSP-PROGRAM-ID.
023036     MOVE RCLP-CYCLE-NBR        TO RSP-CYCLE-NBR.
023040     MOVE WS-RUN-DATE           TO RSP-RUN-DATE.
023044     MOVE R98F0-POLICY-NUMBER   TO RSP-POLICY-NUMBER.
023048     MOVE R98F0-MLJ-ACCT        TO RSP-MLJ-ACCT.
023052     MOVE R98F0-SUSPENSE-DATE   TO RSP-SUSPENSE-DATE.
023056     MOVE WS-RSP-REASON-CD      TO RSP-REASON-CD.
023060     MOVE EXC-REASON            TO RSP-REASON-TEXT.
023064     MOVE R98F0-CRCY-CD         TO RSP-CRCY-CD.
023068     MOVE R98F0-SUSPENSE-AMOUNT TO RSP-SUSPENSE-AMOUNT.
023072     WRITE RSP-POSTING-REC.
023076     ADD 1 TO WS-RSP-POSTED-COUNT.
023080     ADD R98F0-SUSPENSE-AMOUNT TO WS-RSP-POSTED-AMOUNT.
023084 4400-POST-RSP-EXIT.
023088     EXIT.
023100******************************************************************
023200*    8000-READ-EXTRACT - GET NEXT SUSPENSE RECORD                 *
023300******************************************************************
025100*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
025200******************************************************************
025300 9000-VERIFY-TRAILER.
025310     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
025320     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
025400     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
025500        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
025600         DISPLAY 'CSR9806 TRAILER VERIFIED - COUNTS AND HASH OK'
029300     END-IF.
029400 7100-RUN-CTL-OUT-EXIT.
029500     EXIT.
029510******************************************************************
029520*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
029530*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
029540*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
029550*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
029560******************************************************************
029570 7200-POST-CONTROL-TOTALS.
029580     MOVE 'CSR9806 '         TO CTLP-STEP-NAME.
029590     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
029600     MOVE 5                  TO CTLP-TOTAL-COUNT.
029610     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
029620     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
029630     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
029640     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
029650     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
029660     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
029670     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
029680     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
029690     MOVE 'RECONCILED'       TO CTLP-TOTAL-NAME(3).
029700     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
029710     MOVE WS-RECONCILED-COUNT TO CTLP-RECORD-COUNT(3).
029720     MOVE WS-RECONCILED-AMOUNT TO CTLP-AMOUNT-TOTAL(3).
029730     MOVE 'EXCEPTIONS'       TO CTLP-TOTAL-NAME(4).
029740     MOVE 'R'                TO CTLP-TOTAL-TYPE(4).
029750     MOVE WS-EXCEPTION-COUNT TO CTLP-RECORD-COUNT(4).
029760     MOVE WS-EXCEPTION-AMOUNT TO CTLP-AMOUNT-TOTAL(4).
029762     MOVE 'RESEARCH'         TO CTLP-TOTAL-NAME(5).
029764     MOVE 'O'                TO CTLP-TOTAL-TYPE(5).
029766     MOVE WS-RSP-POSTED-COUNT TO CTLP-RECORD-COUNT(5).
029768     MOVE WS-RSP-POSTED-AMOUNT TO CTLP-AMOUNT-TOTAL(5).
029770     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
029780     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
029790     IF CTLP-CTOT-RC NOT = ZERO
029800         DISPLAY 'CSR9806 *** CONTROL TOTAL POSTING FAILED - '
029810                 CTLP-CTOT-MSG ' ***'
029820         IF RCLP-RETURN-CODE < 4
029830             MOVE 4 TO RCLP-RETURN-CODE
029840         END-IF
029850     END-IF.
029860     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
029870 7200-POST-CTL-EXIT.
029880     EXIT.

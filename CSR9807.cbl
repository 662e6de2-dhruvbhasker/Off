002303*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
002304*                    HAS NOT COMPLETED FOR THE CURRENT           *
002305*                    CYCLE                                       *
002315*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
002325*                    DETAILS READ AND THE PROPOSED AND UNMATCHED *
002335*                    ITEMS, WITH THEIR AMOUNTS, TO THE CYCLE     *
002345*                    CONTROL-TOTAL FILE (CSRCTOT) FOR THE        *
002355*                    CSR9830 BALANCING STEP                      *
002364*  15OCT26     DOB   REFER EACH UNMATCHED ITEM TO THE SUSPENSE   *
002373*                    RESEARCH CASE FILE (RSPOUT, CCSRRSP) FOR    *
002382*                    CSR9831, AND POST THE ITEMS REFERRED TO THE *
002391*                    CYCLE CONTROL-TOTAL FILE                    *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003600                               ORGANIZATION IS SEQUENTIAL.
003700     SELECT UNMATCHED-REPORT   ASSIGN TO UNMRPT
003800                               ORGANIZATION IS SEQUENTIAL.
003810     SELECT RESEARCH-POSTING   ASSIGN TO RSPOUT
003820                               ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SUSPENSE-EXTRACT
005000 FD  UNMATCHED-REPORT
005100     RECORDING MODE IS F.
005200 01  UNMATCHED-REPORT-LINE          PIC X(132).
005210 FD  RESEARCH-POSTING
005220     RECORDING MODE IS F.
005230     COPY CCSRRSP.
005300 WORKING-STORAGE SECTION.
005400******************************************************************
005500*    SWITCHES AND COUNTERS                                       *
006700     88  WS-CASH-TABLE-OVERFLOW                 VALUE 'Y'.
006800 77  WS-PROPOSED-COUNT              PIC S9(07)  COMP  VALUE ZERO.
006900 77  WS-UNMATCHED-COUNT             PIC S9(07)  COMP  VALUE ZERO.
006910 77  WS-PROPOSED-AMOUNT             PIC S9(13)V9(02) VALUE ZERO.
006920 77  WS-UNMATCHED-AMOUNT            PIC S9(13)V9(02) VALUE ZERO.
007000 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
007100 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
007200                                                     VALUE ZERO.
007210 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
007220 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
007230 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
007240 77  WS-RSP-POSTED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
007250 77  WS-RSP-POSTED-AMOUNT           PIC S9(13)V9(02) VALUE ZERO.
007300******************************************************************
007400*    CASH APPLICATION HOLD TABLE - LOADED ONCE AT STARTUP.       *
007500*    WS-CSH-USED-FLAG MARKS A RECEIPT ALREADY CONSUMED BY AN     *
011400     05  FILLER                     PIC X(22)  VALUE
011410             'ITEMS UNMATCHED:      '.
011500     05  SUM-UNMATCHED-COUNT        PIC ZZZ,ZZ9.
011510******************************************************************
011520*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
011530******************************************************************
011540     COPY CCSRCTLP.
011592******************************************************************
011594*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
011596******************************************************************
012201                 THRU 2000-PROCESS-EXTRACT-EXIT
012300                 UNTIL END-OF-EXTRACT
012400         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
012410         PERFORM 7200-POST-CONTROL-TOTALS
012420                 THRU 7200-POST-CTL-EXIT
012440         PERFORM 7100-RUN-CONTROL-OUT
012480                 THRU 7100-RUN-CTL-OUT-EXIT
012520     END-IF.
014400     OPEN INPUT  SUSPENSE-EXTRACT.
014500     OPEN OUTPUT PROPOSED-CLEARING.
014600     OPEN OUTPUT UNMATCHED-REPORT.
014610     OPEN OUTPUT RESEARCH-POSTING.
014620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014700     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
014800 1000-INITIALIZE-EXIT.
014900     EXIT.
021300     DISPLAY 'CSR9807 ITEMS UNMATCHED    : ' WS-UNMATCHED-COUNT.
021400     CLOSE SUSPENSE-EXTRACT
021500           PROPOSED-CLEARING
021600           UNMATCHED-REPORT
021601           RESEARCH-POSTING.
021700 3000-FINALIZE-EXIT.
021800     EXIT.
021900******************************************************************
023700     WRITE PCL-PROPOSED-CLR-REC.
023800     MOVE 'Y' TO WS-CSH-USED-FLAG(WS-CSH-NDX2).
023900     ADD 1 TO WS-PROPOSED-COUNT.
023910     ADD R98F0-SUSPENSE-AMOUNT TO WS-PROPOSED-AMOUNT.
024000 4000-WRITE-PROP-EXIT.
024100     EXIT.
024200******************************************************************
025600     WRITE UNMATCHED-REPORT-LINE FROM DET-LINE.
025700     ADD 1 TO WS-LINE-COUNT.
025800     ADD 1 TO WS-UNMATCHED-COUNT.
025810     ADD R98F0-SUSPENSE-AMOUNT TO WS-UNMATCHED-AMOUNT.
025820     PERFORM 4400-POST-RESEARCH-ITEM THRU 4400-POST-RSP-EXIT.
025900 4300-PRINT-UNM-EXIT.
026000     EXIT.
026004******************************************************************
026008*    4400-POST-RESEARCH-ITEM - REFER THE UNMATCHED ITEM TO THE   *
026012*    SUSPENSE RESEARCH CASE FILE UNDER ITS POLICY, MLJ ACCOUNT   *
026016*    AND SUSPENSE DATE                                           *
026020******************************************************************
026024 4400-POST-RESEARCH-ITEM.
026028     MOVE SPACES                TO RSP-POSTING-REC.
026032     MOVE 'CSR9807 '            TO RSP-PROGRAM-ID.
026036     MOVE RCLP-CYCLE-NBR        TO RSP-CYCLE-NBR.
026040     MOVE WS-RUN-DATE           TO RSP-RUN-DATE.
026044     MOVE R98F0-POLICY-NUMBER   TO RSP-POLICY-NUMBER.
026048     MOVE R98F0-MLJ-ACCT        TO RSP-MLJ-ACCT.
026052     MOVE R98F0-SUSPENSE-DATE   TO RSP-SUSPENSE-DATE.
026056     MOVE 'UM'                  TO RSP-REASON-CD.
026060     MOVE 'NO MATCHING CASH RECEIPT' TO RSP-REASON-TEXT.
026064     MOVE R98F0-CRCY-CD         TO RSP-CRCY-CD.
026068     MOVE R98F0-SUSPENSE-AMOUNT TO RSP-SUSPENSE-AMOUNT.
026072     WRITE RSP-POSTING-REC.
026076     ADD 1 TO WS-RSP-POSTED-COUNT.
026080     ADD R98F0-SUSPENSE-AMOUNT TO WS-RSP-POSTED-AMOUNT.
026084 4400-POST-RSP-EXIT.
026088     EXIT.
026100******************************************************************
026200*    8000-READ-EXTRACT - GET NEXT SUSPENSE RECORD                 *
026300******************************************************************
028100*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
028200******************************************************************
028300 9000-VERIFY-TRAILER.
028310     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
028320     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
028400     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
028500        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
028600         DISPLAY 'CSR9807 TRAILER VERIFIED - COUNTS AND HASH OK'
032600     END-IF.
032700 7100-RUN-CTL-OUT-EXIT.
032800     EXIT.
032810******************************************************************
032820*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
032830*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
032840*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
032850*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
032860******************************************************************
032870 7200-POST-CONTROL-TOTALS.
032880     MOVE 'CSR9807 '         TO CTLP-STEP-NAME.
032890     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
032900     MOVE 5                  TO CTLP-TOTAL-COUNT.
032910     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
032920     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
032930     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
032940     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
032950     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
032960     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
032970     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
032980     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
032990     MOVE 'PROPOSED'         TO CTLP-TOTAL-NAME(3).
033000     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
033010     MOVE WS-PROPOSED-COUNT  TO CTLP-RECORD-COUNT(3).
033020     MOVE WS-PROPOSED-AMOUNT TO CTLP-AMOUNT-TOTAL(3).
033030     MOVE 'UNMATCHED'        TO CTLP-TOTAL-NAME(4).
033040     MOVE 'R'                TO CTLP-TOTAL-TYPE(4).
033050     MOVE WS-UNMATCHED-COUNT TO CTLP-RECORD-COUNT(4).
033060     MOVE WS-UNMATCHED-AMOUNT TO CTLP-AMOUNT-TOTAL(4).
033062     MOVE 'RESEARCH'         TO CTLP-TOTAL-NAME(5).
033064     MOVE 'O'                TO CTLP-TOTAL-TYPE(5).
033066     MOVE WS-RSP-POSTED-COUNT TO CTLP-RECORD-COUNT(5).
033068     MOVE WS-RSP-POSTED-AMOUNT TO CTLP-AMOUNT-TOTAL(5).
033070     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
033080     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
033090     IF CTLP-CTOT-RC NOT = ZERO
033100         DISPLAY 'CSR9807 *** CONTROL TOTAL POSTING FAILED - '
033110                 CTLP-CTOT-MSG ' ***'
033120         IF RCLP-RETURN-CODE < 4
033130             MOVE 4 TO RCLP-RETURN-CODE
033140         END-IF
033150     END-IF.
033160     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
033170 7200-POST-CTL-EXIT.
033180     EXIT.

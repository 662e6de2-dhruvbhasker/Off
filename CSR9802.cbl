002193*                    REFUSE TO RUN WHEN THE PRODUCING STEP       *
002194*                    HAS NOT COMPLETED FOR THE CURRENT           *
002195*                    CYCLE                                       *
002196*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
002197*                    DETAILS READ AND THE MRF AND NON-MRF        *
002198*                    POPULATIONS TO THE CYCLE CONTROL-TOTAL FILE *
002199*                    (CSRCTOT) FOR THE CSR9830 BALANCING STEP    *
002200*  15OCT26     DOB   REFER EACH FLAGGED MRF ITEM TO THE SUSPENSE *
002201*                    RESEARCH CASE FILE (RSPOUT, CCSRRSP) FOR    *
002202*                    CSR9831, AND POST THE ITEMS REFERRED TO THE *
002203*                    CYCLE CONTROL-TOTAL FILE                    *
002204******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-3090.
003700                               FILE STATUS IS WS-MRFH-STATUS.
003800     SELECT RECON-REPORT       ASSIGN TO MRFRPT
003900                               ORGANIZATION IS SEQUENTIAL.
003910     SELECT RESEARCH-POSTING   ASSIGN TO RSPOUT
003920                               ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SUSPENSE-EXTRACT
005300 FD  RECON-REPORT
005400     RECORDING MODE IS F.
005500 01  RECON-REPORT-LINE              PIC X(132).
005510 FD  RESEARCH-POSTING
005520     RECORDING MODE IS F.
005530     COPY CCSRRSP.
005600 WORKING-STORAGE SECTION.
005700******************************************************************
005800*    SWITCHES                                                    *
006810 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
006820 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
006830                                                     VALUE ZERO.
006833 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
006836 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
006840 77  WS-TRAILER-SW                  PIC X(01)   VALUE 'N'.
006850     88  WS-TRAILER-OK                          VALUE 'Y'.
006860 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
006870 77  WS-RSP-POSTED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
006880 77  WS-RSP-POSTED-AMOUNT           PIC S9(13)V9(02) VALUE ZERO.
006900******************************************************************
007000*    ACCUMULATORS                                                *
007100******************************************************************
011300     05  FILLER                     PIC X(30) VALUE
011310             'MRF ITEMS CLEARED THIS CYCLE: '.
011400     05  SUM-CLEARED-CNT            PIC ZZZ,ZZ9.
011410******************************************************************
011420*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
011430******************************************************************
011440     COPY CCSRCTLP.
011492******************************************************************
011494*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
011496******************************************************************
012350                     'TRAILER DID NOT VERIFY ***'
012360         END-IF
012400         PERFORM 3000-FINALIZE      THRU 3000-FINALIZE-EXIT
012410         PERFORM 7200-POST-CONTROL-TOTALS
012420                 THRU 7200-POST-CTL-EXIT
012440         PERFORM 7100-RUN-CONTROL-OUT
012480                 THRU 7100-RUN-CTL-OUT-EXIT
012520     END-IF.
013000     OPEN INPUT  SUSPENSE-EXTRACT.
013100     OPEN INPUT  PARM-FILE.
013200     OPEN OUTPUT RECON-REPORT.
013210     OPEN OUTPUT RESEARCH-POSTING.
013220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013300     READ PARM-FILE
013400         AT END
013500             MOVE 1        TO WS-CURR-CYCLE-NBR
018200     WRITE RECON-REPORT-LINE  FROM SUM-LINE-4.
018300     CLOSE SUSPENSE-EXTRACT
018400           MRF-HISTORY
018500           RECON-REPORT
018501           RESEARCH-POSTING.
018600 3000-FINALIZE-EXIT.
018700     EXIT.
018800******************************************************************
023400     MOVE 'UNRECONCILED' TO DET-STATUS.
023500     WRITE RECON-REPORT-LINE FROM DET-LINE.
023600     ADD 1 TO WS-LINE-COUNT.
023610     PERFORM 5400-POST-RESEARCH-ITEM THRU 5400-POST-RSP-EXIT.
023700 5300-PRINT-FLAGGED-EXIT.
023800     EXIT.
023804******************************************************************
023808*    5400-POST-RESEARCH-ITEM - REFER THE FLAGGED MRF ITEM TO THE *
023812*    SUSPENSE RESEARCH CASE FILE UNDER ITS POLICY, MLJ ACCOUNT   *
023816*    AND SUSPENSE DATE                                           *
023820******************************************************************
023824 5400-POST-RESEARCH-ITEM.
023828     MOVE SPACES                TO RSP-POSTING-REC.
023832     MOVE 'CSR9802 '            TO RSP-PROGRAM-ID.
023836     MOVE RCLP-CYCLE-NBR        TO RSP-CYCLE-NBR.
023840     MOVE WS-RUN-DATE           TO RSP-RUN-DATE.
023844     MOVE R98F0-POLICY-NUMBER   TO RSP-POLICY-NUMBER.
023848     MOVE R98F0-MLJ-ACCT        TO RSP-MLJ-ACCT.
023852     MOVE R98F0-SUSPENSE-DATE   TO RSP-SUSPENSE-DATE.
023856     MOVE 'MR'                  TO RSP-REASON-CD.
023860     MOVE 'MRF ITEM PAST CYCLE THRESHOLD' TO RSP-REASON-TEXT.
023864     MOVE R98F0-CRCY-CD         TO RSP-CRCY-CD.
023868     MOVE R98F0-SUSPENSE-AMOUNT TO RSP-SUSPENSE-AMOUNT.
023872     WRITE RSP-POSTING-REC.
023876     ADD 1 TO WS-RSP-POSTED-COUNT.
023880     ADD R98F0-SUSPENSE-AMOUNT TO WS-RSP-POSTED-AMOUNT.
023884 5400-POST-RSP-EXIT.
023888     EXIT.
023900******************************************************************
024000*    6000-SWEEP-CLEARED-ITEMS - REMOVE HISTORY NOT SEEN THIS RUN *
024100******************************************************************
027600*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
027700******************************************************************
027800 9000-VERIFY-TRAILER.
027810     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
027820     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
027900     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
028000        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
028050         SET WS-TRAILER-OK TO TRUE
031800     END-IF.
031900 7100-RUN-CTL-OUT-EXIT.
032000     EXIT.
032010******************************************************************
032020*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
032030*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
032040*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
032050*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
032060******************************************************************
032070 7200-POST-CONTROL-TOTALS.
032080     MOVE 'CSR9802 '         TO CTLP-STEP-NAME.
032090     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
032100     MOVE 6                  TO CTLP-TOTAL-COUNT.
032110     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
032120     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
032130     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
032140     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
032150     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
032160     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
032170     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
032180     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
032190     MOVE 'MRF'              TO CTLP-TOTAL-NAME(3).
032200     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
032210     MOVE WS-MRF-COUNT       TO CTLP-RECORD-COUNT(3).
032220     MOVE WS-MRF-AMOUNT      TO CTLP-AMOUNT-TOTAL(3).
032230     MOVE 'NON-MRF'          TO CTLP-TOTAL-NAME(4).
032240     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
032250     MOVE WS-NONMRF-COUNT    TO CTLP-RECORD-COUNT(4).
032260     MOVE WS-NONMRF-AMOUNT   TO CTLP-AMOUNT-TOTAL(4).
032270     MOVE 'MRF-FLAGGED'      TO CTLP-TOTAL-NAME(5).
032280     MOVE 'O'                TO CTLP-TOTAL-TYPE(5).
032290     MOVE WS-FLAGGED-COUNT   TO CTLP-RECORD-COUNT(5).
032300     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
032302     MOVE 'RESEARCH'         TO CTLP-TOTAL-NAME(6).
032304     MOVE 'O'                TO CTLP-TOTAL-TYPE(6).
032306     MOVE WS-RSP-POSTED-COUNT TO CTLP-RECORD-COUNT(6).
032308     MOVE WS-RSP-POSTED-AMOUNT TO CTLP-AMOUNT-TOTAL(6).
032310     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
032320     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
032330     IF CTLP-CTOT-RC NOT = ZERO
032340         DISPLAY 'CSR9802 *** CONTROL TOTAL POSTING FAILED - '
032350                 CTLP-CTOT-MSG ' ***'
032360         IF RCLP-RETURN-CODE < 4
032370             MOVE 4 TO RCLP-RETURN-CODE
032380         END-IF
032390     END-IF.
032400     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
032410 7200-POST-CTL-EXIT.
032420     EXIT.

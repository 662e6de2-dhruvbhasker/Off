000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSRCTOT.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL BATCH CONTROL.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: CYCLE CONTROL-TOTAL POSTING MODULE, CALLED BY THE  *
000900*             CSV AND CSR98 SUITE STEPS JUST BEFORE THEY CHECK   *
001000*             OUT WITH CSRRCTL.  EACH CALL (SEE CCSRCTLP) CARRIES*
001100*             THE STEP NAME, THE CURRENT CYCLE NUMBER AND THE    *
001200*             STEP'S NAMED INPUT, OUTPUT AND REJECT RECORD COUNTS*
001300*             AND AMOUNT TOTALS.  THEY ARE ADDED TO THE CONTROL- *
001400*             TOTAL FILE (CCSRCTT) UNDER THE CYCLE NUMBER, WHERE *
001500*             THE CSR9830 BALANCING STEP PROVES THEM AGAINST THE *
001600*             PARM FLOW EQUATIONS BEFORE THE MAILING FEED AND THE*
001700*             GL BATCH ARE RELEASED.                             *
001800*                                                                *
001900*             ROWS OF AN EARLIER CYCLE ARE DROPPED AS THE FILE IS*
002000*             LOADED, AND A RERUN OF A STEP REPLACES EVERY ROW IT*
002100*             POSTED EARLIER IN THE CYCLE, SO THE FILE ALWAYS    *
002200*             HOLDS EXACTLY ONE POSTING PER STEP THAT HAS RUN.   *
002300*                                                                *
002400*             THE FILE IS UPDATED BY A FULL READ AND REWRITE ON  *
002500*             THE SAME TERMS AS CSRRCTL: EVERY JOB STEP THAT     *
002600*             CALLS THIS PROGRAM MUST ALLOCATE CTLTOT DISP=OLD,  *
002700*             AND THE CONCURRENT CSV0000 STREAM BUILDS MUST NOT  *
002800*             CALL IT.  A FILE THAT CANNOT BE READ OR A HOLD     *
002900*             TABLE OVERFLOW RETURNS CTLP-CTOT-RC 16 AND LEAVES  *
003000*             THE FILE AS IT WAS.                                *
003100******************************************************************
003200*    DATE     AUTH.  DESCRIPTION                                 *
003300*                                                                *
003400*  15OCT26     DOB   INITIAL VERSION                             *
003420*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
003440*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
003460*                    CHANGE TO THE RESULTS                       *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-3090.
003900 OBJECT-COMPUTER.   IBM-3090.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CONTROL-TOTALS     ASSIGN TO CTLTOT
004300                               ORGANIZATION IS SEQUENTIAL
004400                               FILE STATUS IS WS-CTT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CONTROL-TOTALS
004800     RECORDING MODE IS F.
004900     COPY CCSRCTT.
005000 WORKING-STORAGE SECTION.
005100******************************************************************
005200*    SWITCHES AND COUNTERS                                       *
005300******************************************************************
005400 77  WS-CTT-STATUS                  PIC X(02)   VALUE '00'.
005500     88  WS-CTT-OK                              VALUE '00'.
005600     88  WS-CTT-NOT-FOUND                       VALUE '35'.
005700 77  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
005800     88  END-OF-CTT-FILE                        VALUE 'Y'.
005900 77  WS-ROW-COUNT                   PIC S9(04)  COMP  VALUE ZERO.
006000 77  WS-TOT-SUB                     PIC S9(04)  COMP  VALUE ZERO.
006100 77  WS-TODAY                       PIC X(06)   VALUE SPACES.
006200 77  WS-NOW                         PIC X(08)   VALUE SPACES.
006300******************************************************************
006400*    CONTROL-TOTAL HOLD TABLE - THE FILE ONLY EVER HOLDS ONE     *
006500*    CYCLE, SO IT IS READ IN FULL, UPDATED IN STORAGE AND        *
006600*    REWRITTEN                                                   *
006700******************************************************************
006800 01  WS-CTT-TABLE.
006900     05  WS-CTT-ENTRY OCCURS 1000 TIMES
007000                      INDEXED BY WS-CTT-NDX1.
007100         10  WS-CTT-CYCLE-NBR           PIC 9(07).
007200         10  WS-CTT-STEP-NAME           PIC X(08).
007300         10  WS-CTT-TOTAL-NAME          PIC X(12).
007400         10  WS-CTT-TOTAL-TYPE          PIC X(01).
007500         10  WS-CTT-RECORD-COUNT        PIC 9(09).
007600         10  WS-CTT-AMOUNT-TOTAL        PIC S9(13)V9(02).
007700         10  WS-CTT-POST-DATE           PIC X(06).
007800         10  WS-CTT-POST-TIME           PIC X(08).
007900 LINKAGE SECTION.
008000     COPY CCSRCTLP.
008100 PROCEDURE DIVISION USING CTLP-CALL-PARMS.
008200******************************************************************
008300*    0000-MAINLINE                                               *
008400******************************************************************
008500 0000-MAINLINE.
008600     MOVE ZERO   TO CTLP-CTOT-RC.
008700     MOVE SPACES TO CTLP-CTOT-MSG.
008800     ACCEPT WS-TODAY FROM DATE.
008900     ACCEPT WS-NOW   FROM TIME.
009000     EVALUATE TRUE
009100         WHEN CTLP-CYCLE-NBR = ZERO
009200             MOVE 16 TO CTLP-CTOT-RC
009300             MOVE 'CONTROL TOTAL POSTED WITH NO CYCLE'
009400                  TO CTLP-CTOT-MSG
009500         WHEN CTLP-STEP-NAME = SPACES
009600             MOVE 16 TO CTLP-CTOT-RC
009700             MOVE 'CONTROL TOTAL POSTED WITH NO STEP NAME'
009800                  TO CTLP-CTOT-MSG
009900         WHEN CTLP-TOTAL-COUNT > 12
010000             MOVE 16 TO CTLP-CTOT-RC
010100             MOVE 'MORE THAN 12 CONTROL TOTALS POSTED'
010200                  TO CTLP-CTOT-MSG
010300         WHEN OTHER
010400             CONTINUE
010500     END-EVALUATE.
010600     IF CTLP-CTOT-RC = ZERO
010700         PERFORM 1000-LOAD-FILE    THRU 1000-LOAD-FILE-EXIT
010800     END-IF.
010900     IF CTLP-CTOT-RC = ZERO
011000         PERFORM 2000-ADD-TOTAL    THRU 2000-ADD-TOTAL-EXIT
011100                 VARYING WS-TOT-SUB FROM 1 BY 1
011200                 UNTIL WS-TOT-SUB > CTLP-TOTAL-COUNT
011300                 OR CTLP-CTOT-RC NOT = ZERO
011400     END-IF.
011500     IF CTLP-CTOT-RC = ZERO
011600         PERFORM 5000-REWRITE-FILE THRU 5000-REWRITE-EXIT
011700     END-IF.
011800     GOBACK.
011900******************************************************************
012000*    1000-LOAD-FILE - READ THE ROWS THE CALLER'S POSTING DOES    *
012100*    NOT REPLACE INTO STORAGE.  A MISSING FILE IS AN EMPTY ONE.  *
012200******************************************************************
012300 1000-LOAD-FILE.
012400     MOVE 'N' TO WS-EOF-SW.
012500     MOVE ZERO TO WS-ROW-COUNT.
012600     OPEN INPUT CONTROL-TOTALS.
012700     EVALUATE TRUE
012800         WHEN WS-CTT-OK
012900             PERFORM 1100-LOAD-ONE THRU 1100-LOAD-ONE-EXIT
013000                     UNTIL END-OF-CTT-FILE
013100                     OR CTLP-CTOT-RC NOT = ZERO
013200             CLOSE CONTROL-TOTALS
013300         WHEN WS-CTT-NOT-FOUND
013400             CONTINUE
013500         WHEN OTHER
013600             MOVE 16 TO CTLP-CTOT-RC
013700             MOVE 'CONTROL TOTAL FILE OPEN ERROR'
013800                  TO CTLP-CTOT-MSG
013900     END-EVALUATE.
014000 1000-LOAD-FILE-EXIT.
014100     EXIT.
014200******************************************************************
014300*    1100-LOAD-ONE - KEEP ONLY THE CURRENT CYCLE'S ROWS FOR      *
014400*    OTHER STEPS                                                 *
014500******************************************************************
014600 1100-LOAD-ONE.
014700     READ CONTROL-TOTALS
014800         AT END
014900             SET END-OF-CTT-FILE TO TRUE
015000     END-READ.
015100     IF NOT END-OF-CTT-FILE
015200         IF CTT-CYCLE-NBR = CTLP-CYCLE-NBR
015300         AND CTT-STEP-NAME NOT = CTLP-STEP-NAME
015400             IF WS-ROW-COUNT < 1000
015500                 ADD 1 TO WS-ROW-COUNT
015600                 SET WS-CTT-NDX1 TO WS-ROW-COUNT
015700                 MOVE CTT-CYCLE-NBR
015800                      TO WS-CTT-CYCLE-NBR(WS-CTT-NDX1)
015900                 MOVE CTT-STEP-NAME
016000                      TO WS-CTT-STEP-NAME(WS-CTT-NDX1)
016100                 MOVE CTT-TOTAL-NAME
016200                      TO WS-CTT-TOTAL-NAME(WS-CTT-NDX1)
016300                 MOVE CTT-TOTAL-TYPE
016400                      TO WS-CTT-TOTAL-TYPE(WS-CTT-NDX1)
016500                 MOVE CTT-RECORD-COUNT
016600                      TO WS-CTT-RECORD-COUNT(WS-CTT-NDX1)
016700                 MOVE CTT-AMOUNT-TOTAL
016800                      TO WS-CTT-AMOUNT-TOTAL(WS-CTT-NDX1)
016900                 MOVE CTT-POST-DATE
017000                      TO WS-CTT-POST-DATE(WS-CTT-NDX1)
017100                 MOVE CTT-POST-TIME
017200                      TO WS-CTT-POST-TIME(WS-CTT-NDX1)
017300             ELSE
017400                 MOVE 16 TO CTLP-CTOT-RC
017500                 MOVE 'CONTROL TOTAL TABLE FULL' TO CTLP-CTOT-MSG
017600             END-IF
017700         END-IF
017800     END-IF.
017900 1100-LOAD-ONE-EXIT.
018000     EXIT.
018100******************************************************************
018200*    2000-ADD-TOTAL - APPEND ONE OF THE CALLER'S TOTALS          *
018300******************************************************************
018400 2000-ADD-TOTAL.
018500     IF CTLP-TOTAL-NAME(WS-TOT-SUB) = SPACES
018600         MOVE 16 TO CTLP-CTOT-RC
018700         MOVE 'CONTROL TOTAL POSTED WITH NO NAME' TO CTLP-CTOT-MSG
018900     ELSE
019000         IF WS-ROW-COUNT NOT < 1000
019100             MOVE 16 TO CTLP-CTOT-RC
019200             MOVE 'CONTROL TOTAL TABLE FULL' TO CTLP-CTOT-MSG
019400         ELSE
019500             ADD 1 TO WS-ROW-COUNT
019600             SET WS-CTT-NDX1 TO WS-ROW-COUNT
019700             MOVE CTLP-CYCLE-NBR
019800                  TO WS-CTT-CYCLE-NBR(WS-CTT-NDX1)
019900             MOVE CTLP-STEP-NAME
020000                  TO WS-CTT-STEP-NAME(WS-CTT-NDX1)
020100             MOVE CTLP-TOTAL-NAME(WS-TOT-SUB)
020200                  TO WS-CTT-TOTAL-NAME(WS-CTT-NDX1)
020300             MOVE CTLP-TOTAL-TYPE(WS-TOT-SUB)
020400                  TO WS-CTT-TOTAL-TYPE(WS-CTT-NDX1)
020500             MOVE CTLP-RECORD-COUNT(WS-TOT-SUB)
020600                  TO WS-CTT-RECORD-COUNT(WS-CTT-NDX1)
020700             MOVE CTLP-AMOUNT-TOTAL(WS-TOT-SUB)
020800                  TO WS-CTT-AMOUNT-TOTAL(WS-CTT-NDX1)
020900             MOVE WS-TODAY TO WS-CTT-POST-DATE(WS-CTT-NDX1)
021000             MOVE WS-NOW   TO WS-CTT-POST-TIME(WS-CTT-NDX1)
021020         END-IF
021040     END-IF.
021100 2000-ADD-TOTAL-EXIT.
021200     EXIT.
021300******************************************************************
021400*    5000-REWRITE-FILE - WRITE EVERY HELD ROW BACK OUT           *
021500******************************************************************
021600 5000-REWRITE-FILE.
021700     OPEN OUTPUT CONTROL-TOTALS.
021800     IF NOT WS-CTT-OK
021900         MOVE 16 TO CTLP-CTOT-RC
022000         MOVE 'CONTROL TOTAL FILE WRITE ERROR' TO CTLP-CTOT-MSG
022100     ELSE
022200         PERFORM 5100-WRITE-ROW THRU 5100-WRITE-ROW-EXIT
022300                 VARYING WS-CTT-NDX1 FROM 1 BY 1
022400                 UNTIL WS-CTT-NDX1 > WS-ROW-COUNT
022500         CLOSE CONTROL-TOTALS
022600     END-IF.
022700 5000-REWRITE-EXIT.
022800     EXIT.
022900 5100-WRITE-ROW.
023000     MOVE WS-CTT-CYCLE-NBR(WS-CTT-NDX1)    TO CTT-CYCLE-NBR.
023100     MOVE WS-CTT-STEP-NAME(WS-CTT-NDX1)    TO CTT-STEP-NAME.
023200     MOVE WS-CTT-TOTAL-NAME(WS-CTT-NDX1)   TO CTT-TOTAL-NAME.
023300     MOVE WS-CTT-TOTAL-TYPE(WS-CTT-NDX1)   TO CTT-TOTAL-TYPE.
023400     MOVE WS-CTT-RECORD-COUNT(WS-CTT-NDX1) TO CTT-RECORD-COUNT.
023500     MOVE WS-CTT-AMOUNT-TOTAL(WS-CTT-NDX1) TO CTT-AMOUNT-TOTAL.
023600     MOVE WS-CTT-POST-DATE(WS-CTT-NDX1)    TO CTT-POST-DATE.
023700     MOVE WS-CTT-POST-TIME(WS-CTT-NDX1)    TO CTT-POST-TIME.
023800     WRITE CTT-CONTROL-TOTAL-REC.
023900 5100-WRITE-ROW-EXIT.
024000     EXIT.

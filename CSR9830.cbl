000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9830.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL BATCH CONTROL.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: CYCLE CONTROL-TOTAL BALANCING.  EVERY CSV AND      *
000900*             CSR98 SUITE STEP POSTS ITS NAMED INPUT, OUTPUT     *
001000*             AND REJECT RECORD COUNTS AND AMOUNT TOTALS TO THE  *
001100*             CONTROL-TOTAL FILE (CCSRCTT, THROUGH CSRCTOT)      *
001200*             UNDER THE CCSRRUNC CYCLE NUMBER.  THIS STEP PROVES *
001300*             THAT RECORDS FLOWED CORRECTLY BETWEEN THE STEPS BY *
001400*             RUNNING THE PARM FLOW EQUATIONS (CCSRCTE, ONE PER  *
001500*             RECORD ON EQNIN) OVER THOSE POSTINGS - FOR EXAMPLE *
001600*             CSV0040 INPUT = DELIVERABLE + EXCEPTIONS, OR       *
001700*             CSR9809 LOADED = CSR9809 TRAILER.  EACH EQUATION   *
001800*             SUMS ITS LEFT-HAND AND RIGHT-HAND TERMS, COUNTS OR *
001900*             AMOUNTS AS THE EQUATION SAYS, AND THE TWO SIDES    *
002000*             MUST AGREE EXACTLY.  A TERM NAMING A STEP OR TOTAL *
002100*             THAT WAS NOT POSTED THIS CYCLE IS A BREAK - A STEP *
002200*             THAT DID NOT RUN CANNOT BE PROVED.                 *
002300*                                                                *
002400*             THE REPORT LISTS EVERY EQUATION WITH BOTH SIDES    *
002500*             AND THE DIFFERENCE, THE TERMS OF EVERY EQUATION    *
002600*             THAT BROKE, AND EVERY TOTAL POSTED THIS CYCLE.     *
002700*             ANY BREAK, AN EQUATION THAT CANNOT BE EVALUATED    *
002800*             OR AN EMPTY EQUATION FILE SETS RETURN CODE 16, SO  *
002900*             CSV0100 (MAILING FEED) AND CSR9822 (GL BATCH),     *
003000*             WHICH CHECK IN BEHIND THIS STEP, ARE REFUSED AND   *
003100*             NOTHING IS RELEASED UNTIL THE BREAK IS CLEARED AND *
003200*             THE CYCLE RERUN.  RUNS AFTER CSV0120 AND CSR9823   *
003300*             AND AFTER EVERY OTHER STEP THE EQUATIONS NAME.     *
003400******************************************************************
003500*    DATE     AUTH.  DESCRIPTION                                 *
003600*                                                                *
003700*  15OCT26     DOB   INITIAL VERSION                             *
003720*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
003740*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
003760*                    CHANGE TO THE RESULTS                       *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-3090.
004200 OBJECT-COMPUTER.   IBM-3090.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CONTROL-TOTALS     ASSIGN TO CTLTOT
004600                               ORGANIZATION IS SEQUENTIAL
004700                               FILE STATUS IS WS-CTT-STATUS.
004800     SELECT EQUATION-FILE      ASSIGN TO EQNIN
004900                               ORGANIZATION IS SEQUENTIAL.
005000     SELECT BALANCE-REPORT     ASSIGN TO CTLRPT
005100                               ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CONTROL-TOTALS
005500     RECORDING MODE IS F.
005600     COPY CCSRCTT.
005700 FD  EQUATION-FILE
005800     RECORDING MODE IS F.
005900     COPY CCSRCTE.
006000 FD  BALANCE-REPORT
006100     RECORDING MODE IS F.
006200 01  BALANCE-REPORT-LINE            PIC X(132).
006300 WORKING-STORAGE SECTION.
006400******************************************************************
006500*    SWITCHES AND COUNTERS                                       *
006600******************************************************************
006700 77  WS-CTT-STATUS                  PIC X(02)   VALUE '00'.
006800     88  WS-CTT-OK                              VALUE '00'.
006900     88  WS-CTT-NOT-FOUND                       VALUE '35'.
007000 77  WS-CTT-EOF-SW                  PIC X(01)   VALUE 'N'.
007100     88  END-OF-CTT-FILE                        VALUE 'Y'.
007200 77  WS-CTE-EOF-SW                  PIC X(01)   VALUE 'N'.
007300     88  END-OF-EQUATIONS                       VALUE 'Y'.
007400 77  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
007500     88  WS-FOUND                               VALUE 'Y'.
007600 77  WS-CTT-OVERFLOW-SW             PIC X(01)   VALUE 'N'.
007700     88  WS-CTT-TABLE-OVERFLOW                  VALUE 'Y'.
007800 77  WS-EQN-STATUS-SW               PIC X(01)   VALUE SPACE.
007900     88  WS-EQN-BALANCED                        VALUE 'B'.
008000     88  WS-EQN-BREAK                           VALUE 'X'.
008100     88  WS-EQN-INVALID                         VALUE 'E'.
008200 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
008300 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
008400 77  WS-CTT-COUNT                   PIC S9(04)  COMP  VALUE ZERO.
008500 77  WS-OTHER-CYCLE-COUNT           PIC S9(07)  COMP  VALUE ZERO.
008600 77  WS-TRM-SUB                     PIC S9(04)  COMP  VALUE ZERO.
008700 77  WS-LEFT-TERMS                  PIC S9(04)  COMP  VALUE ZERO.
008800 77  WS-RIGHT-TERMS                 PIC S9(04)  COMP  VALUE ZERO.
008900 77  WS-MISSING-TERMS               PIC S9(04)  COMP  VALUE ZERO.
009000 77  WS-EQUATION-COUNT              PIC S9(05)  COMP  VALUE ZERO.
009100 77  WS-BALANCED-COUNT              PIC S9(05)  COMP  VALUE ZERO.
009200 77  WS-BREAK-COUNT                 PIC S9(05)  COMP  VALUE ZERO.
009300 77  WS-INVALID-COUNT               PIC S9(05)  COMP  VALUE ZERO.
009400******************************************************************
009500*    CONTROL TOTALS POSTED THIS CYCLE - ROWS OF ANY OTHER CYCLE  *
009600*    ARE COUNTED AND IGNORED                                     *
009700******************************************************************
009800 01  WS-CTT-TABLE.
009900     05  WS-CTT-ENTRY OCCURS 1000 TIMES
010000                      INDEXED BY WS-CTT-NDX1 WS-CTT-NDX2.
010100         10  WS-CTT-STEP-NAME           PIC X(08).
010200         10  WS-CTT-TOTAL-NAME          PIC X(12).
010300         10  WS-CTT-TOTAL-TYPE          PIC X(01).
010400         10  WS-CTT-RECORD-COUNT        PIC 9(09).
010500         10  WS-CTT-AMOUNT-TOTAL        PIC S9(13)V9(02).
010600         10  WS-CTT-POST-DATE           PIC X(06).
010700         10  WS-CTT-POST-TIME           PIC X(08).
010800******************************************************************
010900*    EQUATION WORK AREA - THE VALUE OF EACH TERM IS KEPT FOR THE *
011000*    BREAK DETAIL                                                *
011100******************************************************************
011200 01  WS-EQN-WORK.
011300     05  WS-LEFT-TOTAL              PIC S9(15)V9(02) COMP-3.
011400     05  WS-RIGHT-TOTAL             PIC S9(15)V9(02) COMP-3.
011500     05  WS-DIFFERENCE              PIC S9(15)V9(02) COMP-3.
011600     05  WS-TERM-VALUE              PIC S9(15)V9(02) COMP-3.
011700     05  WS-TRM-ENTRY OCCURS 6 TIMES.
011800         10  WS-TRM-VALUE           PIC S9(15)V9(02) COMP-3.
011900         10  WS-TRM-POSTED-SW       PIC X(01).
012000             88  WS-TRM-POSTED                  VALUE 'Y'.
012100******************************************************************
012200*    EDITED FIGURES - A COUNT IS SET UNDER THE UNITS POSITION    *
012300*    OF AN AMOUNT SO BOTH MEASURES SHARE ONE COLUMN              *
012400******************************************************************
012500 01  WS-EDIT-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
012600 01  WS-EDIT-COUNT-AREA.
012700     05  FILLER                     PIC X(02)   VALUE SPACES.
012800     05  WS-EDIT-COUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9-.
012900     05  FILLER                     PIC X(03)   VALUE SPACES.
013000 01  WS-EDIT-FIGURE                 PIC X(21)   VALUE SPACES.
013100******************************************************************
013200*    BALANCING REPORT LINES                                      *
013300******************************************************************
013400 01  HDG-LINE-1.
013500     05  FILLER                     PIC X(44) VALUE
013600             'CSR9830 CYCLE CONTROL-TOTAL BALANCING       '.
013700     05  FILLER                     PIC X(07) VALUE 'CYCLE '.
013800     05  HDG-CYCLE-NBR              PIC 9(07).
013900     05  FILLER                     PIC X(12) VALUE
014000             '   RUN DATE '.
014100     05  HDG-RUN-DATE               PIC X(08).
014200 01  HDG-LINE-2.
014300     05  FILLER                     PIC X(09) VALUE 'EQUATION '.
014400     05  FILLER                     PIC X(02) VALUE 'M '.
014500     05  FILLER                     PIC X(41) VALUE 'DESCRIPTION'.
014600     05  FILLER                     PIC X(22) VALUE
014700             '             LEFT SIDE'.
014800     05  FILLER                     PIC X(22) VALUE
014900             '            RIGHT SIDE'.
015000     05  FILLER                     PIC X(22) VALUE
015100             '            DIFFERENCE'.
015200     05  FILLER                     PIC X(11) VALUE '  STATUS'.
015300 01  EQN-LINE.
015400     05  EQN-ID                     PIC X(08).
015500     05  FILLER                     PIC X(01) VALUE SPACES.
015600     05  EQN-MEASURE                PIC X(01).
015700     05  FILLER                     PIC X(01) VALUE SPACES.
015800     05  EQN-DESCRIPTION            PIC X(40).
015900     05  FILLER                     PIC X(01) VALUE SPACES.
016000     05  EQN-LEFT                   PIC X(21).
016100     05  FILLER                     PIC X(01) VALUE SPACES.
016200     05  EQN-RIGHT                  PIC X(21).
016300     05  FILLER                     PIC X(01) VALUE SPACES.
016400     05  EQN-DIFFERENCE             PIC X(21).
016500     05  FILLER                     PIC X(02) VALUE SPACES.
016600     05  EQN-STATUS                 PIC X(11).
016700 01  TRM-LINE.
016800     05  FILLER                     PIC X(11) VALUE SPACES.
016900     05  TRM-SIDE                   PIC X(06).
017000     05  TRM-SIGN                   PIC X(01).
017100     05  FILLER                     PIC X(01) VALUE SPACES.
017200     05  TRM-STEP                   PIC X(08).
017300     05  FILLER                     PIC X(01) VALUE SPACES.
017400     05  TRM-TOTAL                  PIC X(12).
017500     05  FILLER                     PIC X(12) VALUE SPACES.
017600     05  TRM-VALUE                  PIC X(21).
017700     05  FILLER                     PIC X(02) VALUE SPACES.
017800     05  TRM-NOTE                   PIC X(30).
017900 01  TITLE-LINE.
018000     05  FILLER                     PIC X(01) VALUE SPACES.
018100     05  TITLE-TEXT                 PIC X(60).
018200 01  PST-HDG-LINE.
018300     05  FILLER                     PIC X(09) VALUE 'STEP     '.
018400     05  FILLER                     PIC X(13) VALUE 'TOTAL'.
018500     05  FILLER                     PIC X(05) VALUE 'TYPE '.
018600     05  FILLER                     PIC X(16) VALUE
018700             '    RECORD COUNT'.
018800     05  FILLER                     PIC X(22) VALUE
018900             '          AMOUNT TOTAL'.
019000     05  FILLER                     PIC X(17) VALUE
019100             '   POSTED'.
019200 01  PST-LINE.
019300     05  PST-STEP                   PIC X(08).
019400     05  FILLER                     PIC X(01) VALUE SPACES.
019500     05  PST-TOTAL                  PIC X(12).
019600     05  FILLER                     PIC X(02) VALUE SPACES.
019700     05  PST-TYPE                   PIC X(01).
019800     05  FILLER                     PIC X(03) VALUE SPACES.
019900     05  PST-COUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.
020000     05  FILLER                     PIC X(01) VALUE SPACES.
020100     05  PST-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020200     05  FILLER                     PIC X(03) VALUE SPACES.
020300     05  PST-DATE                   PIC X(06).
020400     05  FILLER                     PIC X(01) VALUE SPACES.
020500     05  PST-TIME                   PIC X(08).
020600 01  SUM-LINE-1.
020700     05  FILLER                     PIC X(26)  VALUE
020800             'EQUATIONS READ:           '.
020900     05  SUM-EQUATION-COUNT         PIC ZZZ,ZZ9.
021000     05  FILLER                     PIC X(05)  VALUE SPACES.
021100     05  FILLER                     PIC X(26)  VALUE
021200             'TOTALS POSTED THIS CYCLE: '.
021300     05  SUM-POSTED-COUNT           PIC ZZZ,ZZ9.
021400 01  SUM-LINE-2.
021500     05  FILLER                     PIC X(26)  VALUE
021600             'EQUATIONS BALANCED:       '.
021700     05  SUM-BALANCED-COUNT         PIC ZZZ,ZZ9.
021800     05  FILLER                     PIC X(05)  VALUE SPACES.
021900     05  FILLER                     PIC X(26)  VALUE
022000             'EQUATIONS BROKEN:         '.
022100     05  SUM-BREAK-COUNT            PIC ZZZ,ZZ9.
022200 01  SUM-LINE-3.
022300     05  FILLER                     PIC X(26)  VALUE
022400             'EQUATIONS NOT EVALUATED:  '.
022500     05  SUM-INVALID-COUNT          PIC ZZZ,ZZ9.
022600     05  FILLER                     PIC X(05)  VALUE SPACES.
022700     05  FILLER                     PIC X(26)  VALUE
022800             'OTHER-CYCLE ROWS IGNORED: '.
022900     05  SUM-OTHER-CYCLE-COUNT      PIC ZZZ,ZZ9.
023000 01  VERDICT-OK-LINE.
023100     05  FILLER                     PIC X(01) VALUE SPACES.
023200     05  FILLER                     PIC X(30) VALUE
023300             'CYCLE BALANCED - MAILING FEED '.
023400     05  FILLER                     PIC X(30) VALUE
023500             'AND GL BATCH MAY BE RELEASED  '.
023600 01  VERDICT-BREAK-LINE.
023700     05  FILLER                     PIC X(01) VALUE SPACES.
023800     05  FILLER                     PIC X(30) VALUE
023900             '*** CYCLE OUT OF BALANCE - MAI'.
024000     05  FILLER                     PIC X(30) VALUE
024100             'LING FEED AND GL BATCH HELD **'.
024200     05  FILLER                     PIC X(01) VALUE '*'.
024300******************************************************************
024400*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
024500******************************************************************
024600     COPY CCSRRCLP.
024700 PROCEDURE DIVISION.
024800******************************************************************
024900*    0000-MAINLINE                                               *
025000******************************************************************
025100 0000-MAINLINE.
025200     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
025300     IF RCLP-RCTL-RC = ZERO
025400         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
025500         PERFORM 2000-PROCESS-EQUATION THRU 2000-PROCESS-EQN-EXIT
025600                 UNTIL END-OF-EQUATIONS
025700         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
025800         PERFORM 7100-RUN-CONTROL-OUT
025900                 THRU 7100-RUN-CTL-OUT-EXIT
026000     END-IF.
026100     STOP RUN.
026200******************************************************************
026300*    1000-INITIALIZE - LOAD THE CURRENT CYCLE'S CONTROL TOTALS,  *
026400*    OPEN THE REPORT AND PRIME THE EQUATION FILE.  A MISSING     *
026500*    CONTROL-TOTAL FILE MEANS NOTHING WAS POSTED; EVERY EQUATION *
026600*    THEN BREAKS ON ITS MISSING TERMS.                           *
026700******************************************************************
026800 1000-INITIALIZE.
026900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027000     OPEN INPUT CONTROL-TOTALS.
027100     EVALUATE TRUE
027200         WHEN WS-CTT-OK
027300             PERFORM 1100-LOAD-TOTAL THRU 1100-LOAD-TOTAL-EXIT
027400                     UNTIL END-OF-CTT-FILE
027500             CLOSE CONTROL-TOTALS
027600         WHEN WS-CTT-NOT-FOUND
027700             DISPLAY 'CSR9830 *** NO CONTROL-TOTAL FILE - '
027800                     'NOTHING POSTED THIS CYCLE ***'
027900         WHEN OTHER
028000             DISPLAY 'CSR9830 *** CONTROL-TOTAL FILE OPEN '
028100                     'FAILED - STATUS ' WS-CTT-STATUS ' ***'
028200             MOVE 16 TO RETURN-CODE
028300     END-EVALUATE.
028400     OPEN INPUT  EQUATION-FILE.
028500     OPEN OUTPUT BALANCE-REPORT.
028600     MOVE WS-CYCLE-NBR TO HDG-CYCLE-NBR.
028700     MOVE WS-RUN-DATE  TO HDG-RUN-DATE.
028800     WRITE BALANCE-REPORT-LINE FROM HDG-LINE-1.
028900     WRITE BALANCE-REPORT-LINE FROM HDG-LINE-2.
029000     PERFORM 8000-READ-EQUATION    THRU 8000-READ-EQN-EXIT.
029100 1000-INITIALIZE-EXIT.
029200     EXIT.
029300******************************************************************
029400*    1100-LOAD-TOTAL - ONE CONTROL-TOTAL ROW                     *
029500******************************************************************
029600 1100-LOAD-TOTAL.
029700     READ CONTROL-TOTALS
029800         AT END
029900             SET END-OF-CTT-FILE TO TRUE
030000     END-READ.
030100     EVALUATE TRUE
030200         WHEN END-OF-CTT-FILE
030300             CONTINUE
030400         WHEN CTT-CYCLE-NBR NOT = WS-CYCLE-NBR
030500             ADD 1 TO WS-OTHER-CYCLE-COUNT
030600         WHEN WS-CTT-COUNT NOT < 1000
030900             SET WS-CTT-TABLE-OVERFLOW TO TRUE
030950         WHEN OTHER
031000             ADD 1 TO WS-CTT-COUNT
031050             SET WS-CTT-NDX1 TO WS-CTT-COUNT
031100             MOVE CTT-STEP-NAME
031150                  TO WS-CTT-STEP-NAME(WS-CTT-NDX1)
031200             MOVE CTT-TOTAL-NAME
031250                  TO WS-CTT-TOTAL-NAME(WS-CTT-NDX1)
031300             MOVE CTT-TOTAL-TYPE
031350                  TO WS-CTT-TOTAL-TYPE(WS-CTT-NDX1)
031400             MOVE CTT-RECORD-COUNT
031450                  TO WS-CTT-RECORD-COUNT(WS-CTT-NDX1)
031500             MOVE CTT-AMOUNT-TOTAL
031550                  TO WS-CTT-AMOUNT-TOTAL(WS-CTT-NDX1)
031600             MOVE CTT-POST-DATE
031650                  TO WS-CTT-POST-DATE(WS-CTT-NDX1)
031700             MOVE CTT-POST-TIME
031750                  TO WS-CTT-POST-TIME(WS-CTT-NDX1)
031800     END-EVALUATE.
032100 1100-LOAD-TOTAL-EXIT.
032200     EXIT.
032300******************************************************************
032400*    2000-PROCESS-EQUATION - CHECK THE EQUATION IS COMPLETE,     *
032500*    SUM BOTH SIDES AND PRINT THE RESULT.  AN EQUATION WITH AN   *
032600*    UNKNOWN MEASURE, A BAD SIDE OR SIGN, OR NO TERM ON ONE SIDE *
032700*    CANNOT BE EVALUATED AND IS REPORTED AS A PARM ERROR.        *
032800******************************************************************
032900 2000-PROCESS-EQUATION.
033000     ADD 1 TO WS-EQUATION-COUNT.
033100     MOVE ZERO TO WS-LEFT-TOTAL WS-RIGHT-TOTAL WS-DIFFERENCE
033200                  WS-LEFT-TERMS WS-RIGHT-TERMS WS-MISSING-TERMS.
033300     MOVE SPACE TO WS-EQN-STATUS-SW.
033400     IF NOT CTE-MEASURE-COUNT
033500        AND NOT CTE-MEASURE-AMOUNT
033600         SET WS-EQN-INVALID TO TRUE
033700     END-IF.
033800     PERFORM 2100-EVALUATE-TERM    THRU 2100-EVALUATE-TERM-EXIT
033900             VARYING WS-TRM-SUB FROM 1 BY 1
034000             UNTIL WS-TRM-SUB > 6.
034100     IF WS-LEFT-TERMS = ZERO
034200        OR WS-RIGHT-TERMS = ZERO
034300         SET WS-EQN-INVALID TO TRUE
034400     END-IF.
034500     COMPUTE WS-DIFFERENCE = WS-LEFT-TOTAL - WS-RIGHT-TOTAL.
034600     EVALUATE TRUE
034700         WHEN WS-EQN-INVALID
034800             ADD 1 TO WS-INVALID-COUNT
034900             MOVE '*** PARM *' TO EQN-STATUS
035000         WHEN WS-MISSING-TERMS > ZERO
035100             SET WS-EQN-BREAK TO TRUE
035200             ADD 1 TO WS-BREAK-COUNT
035300             MOVE '*** BREAK *' TO EQN-STATUS
035400         WHEN WS-DIFFERENCE NOT = ZERO
035500             SET WS-EQN-BREAK TO TRUE
035600             ADD 1 TO WS-BREAK-COUNT
035700             MOVE '*** BREAK *' TO EQN-STATUS
035800         WHEN OTHER
035900             SET WS-EQN-BALANCED TO TRUE
036000             ADD 1 TO WS-BALANCED-COUNT
036100             MOVE 'BALANCED   ' TO EQN-STATUS
036200     END-EVALUATE.
036300     MOVE CTE-EQUATION-ID       TO EQN-ID.
036400     MOVE CTE-MEASURE           TO EQN-MEASURE.
036500     MOVE CTE-DESCRIPTION       TO EQN-DESCRIPTION.
036600     MOVE WS-LEFT-TOTAL         TO WS-TERM-VALUE.
036700     PERFORM 6000-EDIT-FIGURE      THRU 6000-EDIT-FIGURE-EXIT.
036800     MOVE WS-EDIT-FIGURE        TO EQN-LEFT.
036900     MOVE WS-RIGHT-TOTAL        TO WS-TERM-VALUE.
037000     PERFORM 6000-EDIT-FIGURE      THRU 6000-EDIT-FIGURE-EXIT.
037100     MOVE WS-EDIT-FIGURE        TO EQN-RIGHT.
037200     MOVE WS-DIFFERENCE         TO WS-TERM-VALUE.
037300     PERFORM 6000-EDIT-FIGURE      THRU 6000-EDIT-FIGURE-EXIT.
037400     MOVE WS-EDIT-FIGURE        TO EQN-DIFFERENCE.
037500     WRITE BALANCE-REPORT-LINE FROM EQN-LINE.
037600     IF NOT WS-EQN-BALANCED
037700         DISPLAY 'CSR9830 ' EQN-STATUS ' EQUATION '
037800                 CTE-EQUATION-ID ' ' CTE-DESCRIPTION
037900         PERFORM 4000-PRINT-TERM   THRU 4000-PRINT-TERM-EXIT
038000                 VARYING WS-TRM-SUB FROM 1 BY 1
038100                 UNTIL WS-TRM-SUB > 6
038200     END-IF.
038300     PERFORM 8000-READ-EQUATION    THRU 8000-READ-EQN-EXIT.
038400 2000-PROCESS-EQN-EXIT.
038500     EXIT.
038600******************************************************************
038700*    2100-EVALUATE-TERM - FIND THE TERM'S POSTED TOTAL AND ADD   *
038800*    IT, WITH ITS SIGN, TO ITS SIDE OF THE EQUATION              *
038900******************************************************************
039000 2100-EVALUATE-TERM.
039100     MOVE ZERO TO WS-TRM-VALUE(WS-TRM-SUB).
039200     MOVE 'N'  TO WS-TRM-POSTED-SW(WS-TRM-SUB).
039300     EVALUATE TRUE
039400         WHEN CTE-TERM-UNUSED(WS-TRM-SUB)
039500             CONTINUE
039600         WHEN NOT CTE-TERM-LEFT(WS-TRM-SUB)
039700          AND NOT CTE-TERM-RIGHT(WS-TRM-SUB)
039800             SET WS-EQN-INVALID TO TRUE
039900         WHEN NOT CTE-TERM-PLUS(WS-TRM-SUB)
040200          AND NOT CTE-TERM-MINUS(WS-TRM-SUB)
040300             SET WS-EQN-INVALID TO TRUE
040320         WHEN OTHER
040340             PERFORM 2150-POST-TERM THRU 2150-POST-TERM-EXIT
040360     END-EVALUATE.
040380 2100-EVALUATE-TERM-EXIT.
040400     EXIT.
040420******************************************************************
040440*    2150-POST-TERM - A WELL-FORMED TERM: FIND ITS CONTROL TOTAL *
040460*    AND ADD ITS SIGNED VALUE TO ITS SIDE OF THE EQUATION        *
040480******************************************************************
040500 2150-POST-TERM.
040600     IF CTE-TERM-LEFT(WS-TRM-SUB)
040700         ADD 1 TO WS-LEFT-TERMS
040800     ELSE
040900         ADD 1 TO WS-RIGHT-TERMS
041000     END-IF.
041100     MOVE 'N' TO WS-FOUND-SW.
041200     PERFORM 6100-CHECK-TOTAL-SLOT THRU 6100-CHECK-TOTAL-EXIT
041300             VARYING WS-CTT-NDX1 FROM 1 BY 1
041400             UNTIL WS-CTT-NDX1 > WS-CTT-COUNT
041500             OR WS-FOUND.
041600     IF NOT WS-FOUND
041700         ADD 1 TO WS-MISSING-TERMS
041800     ELSE
041900         MOVE 'Y' TO WS-TRM-POSTED-SW(WS-TRM-SUB)
042100         IF CTE-MEASURE-COUNT
042200             MOVE WS-CTT-RECORD-COUNT(WS-CTT-NDX2)
042300                  TO WS-TRM-VALUE(WS-TRM-SUB)
042400         ELSE
042500             MOVE WS-CTT-AMOUNT-TOTAL(WS-CTT-NDX2)
042600                  TO WS-TRM-VALUE(WS-TRM-SUB)
042700         END-IF
042800         IF CTE-TERM-MINUS(WS-TRM-SUB)
042900             COMPUTE WS-TRM-VALUE(WS-TRM-SUB) =
043000                     ZERO - WS-TRM-VALUE(WS-TRM-SUB)
043100         END-IF
043200         IF CTE-TERM-LEFT(WS-TRM-SUB)
043300             ADD WS-TRM-VALUE(WS-TRM-SUB) TO WS-LEFT-TOTAL
043400         ELSE
043500             ADD WS-TRM-VALUE(WS-TRM-SUB) TO WS-RIGHT-TOTAL
043550         END-IF
043600     END-IF.
043700 2150-POST-TERM-EXIT.
043800     EXIT.
043900******************************************************************
044000*    4000-PRINT-TERM - ONE TERM OF AN EQUATION THAT DID NOT      *
044100*    BALANCE, WITH ITS SIGNED VALUE                              *
044200******************************************************************
044300 4000-PRINT-TERM.
044400     IF NOT CTE-TERM-UNUSED(WS-TRM-SUB)
044700         EVALUATE TRUE
044800             WHEN CTE-TERM-LEFT(WS-TRM-SUB)
044900                 MOVE 'LEFT  '              TO TRM-SIDE
045000             WHEN CTE-TERM-RIGHT(WS-TRM-SUB)
045100                 MOVE 'RIGHT '              TO TRM-SIDE
045200             WHEN OTHER
045300                 MOVE CTE-TERM-SIDE(WS-TRM-SUB) TO TRM-SIDE
045400         END-EVALUATE
045500         MOVE CTE-TERM-SIGN(WS-TRM-SUB)     TO TRM-SIGN
045600         MOVE CTE-TERM-STEP(WS-TRM-SUB)     TO TRM-STEP
045700         MOVE CTE-TERM-TOTAL(WS-TRM-SUB)    TO TRM-TOTAL
045800         EVALUATE TRUE
045900             WHEN NOT CTE-TERM-LEFT(WS-TRM-SUB)
046000              AND NOT CTE-TERM-RIGHT(WS-TRM-SUB)
046100                 MOVE SPACES                TO TRM-VALUE
046200                 MOVE 'INVALID SIDE - NOT L OR R' TO TRM-NOTE
046300             WHEN NOT CTE-TERM-PLUS(WS-TRM-SUB)
046400              AND NOT CTE-TERM-MINUS(WS-TRM-SUB)
046500                 MOVE SPACES                TO TRM-VALUE
046600                 MOVE 'INVALID SIGN - NOT + OR -' TO TRM-NOTE
046700             WHEN NOT WS-TRM-POSTED(WS-TRM-SUB)
046800                 MOVE SPACES                TO TRM-VALUE
046900                 MOVE 'NOT POSTED THIS CYCLE'     TO TRM-NOTE
047000             WHEN OTHER
047100                 MOVE WS-TRM-VALUE(WS-TRM-SUB) TO WS-TERM-VALUE
047150                 PERFORM 6000-EDIT-FIGURE
047200                         THRU 6000-EDIT-FIGURE-EXIT
047300                 MOVE WS-EDIT-FIGURE        TO TRM-VALUE
047400                 MOVE SPACES                TO TRM-NOTE
047450         END-EVALUATE
047500         WRITE BALANCE-REPORT-LINE FROM TRM-LINE
047550     END-IF.
047700 4000-PRINT-TERM-EXIT.
047800     EXIT.
047900******************************************************************
048000*    6000-EDIT-FIGURE - EDIT WS-TERM-VALUE AS A COUNT OR AN      *
048100*    AMOUNT, AS THE CURRENT EQUATION'S MEASURE SAYS              *
048200******************************************************************
048300 6000-EDIT-FIGURE.
048400     IF CTE-MEASURE-AMOUNT
048500         MOVE WS-TERM-VALUE      TO WS-EDIT-AMOUNT
048600         MOVE WS-EDIT-AMOUNT     TO WS-EDIT-FIGURE
048700     ELSE
048800         MOVE WS-TERM-VALUE      TO WS-EDIT-COUNT
048900         MOVE WS-EDIT-COUNT-AREA TO WS-EDIT-FIGURE
049000     END-IF.
049100 6000-EDIT-FIGURE-EXIT.
049200     EXIT.
049300******************************************************************
049400*    6100-CHECK-TOTAL-SLOT - MATCH THE TERM'S STEP AND TOTAL     *
049500*    NAME.  THE MATCHED SLOT IS LATCHED INTO WS-CTT-NDX2 BECAUSE *
049600*    THE PERFORM VARYING STEPS WS-CTT-NDX1 PAST IT BEFORE THE    *
049700*    UNTIL TEST SEES THE SWITCH.                                 *
049800******************************************************************
049900 6100-CHECK-TOTAL-SLOT.
050000     IF WS-CTT-STEP-NAME(WS-CTT-NDX1) = CTE-TERM-STEP(WS-TRM-SUB)
050100        AND WS-CTT-TOTAL-NAME(WS-CTT-NDX1)
050200            = CTE-TERM-TOTAL(WS-TRM-SUB)
050300         MOVE 'Y' TO WS-FOUND-SW
050400         SET WS-CTT-NDX2 TO WS-CTT-NDX1
050500     END-IF.
050600 6100-CHECK-TOTAL-EXIT.
050700     EXIT.
050800******************************************************************
050900*    3000-FINALIZE - LIST EVERY TOTAL POSTED THIS CYCLE, PRINT   *
051000*    THE SUMMARY AND THE VERDICT.  ANY BREAK, ANY EQUATION THAT  *
051100*    COULD NOT BE EVALUATED, NO EQUATIONS AT ALL OR A FULL TABLE *
051200*    FAILS THE CYCLE WITH RETURN CODE 16.                        *
051300******************************************************************
051400 3000-FINALIZE.
051500     MOVE 'CONTROL TOTALS POSTED THIS CYCLE' TO TITLE-TEXT.
051600     MOVE SPACES TO BALANCE-REPORT-LINE.
051700     WRITE BALANCE-REPORT-LINE.
051800     WRITE BALANCE-REPORT-LINE FROM TITLE-LINE.
051900     WRITE BALANCE-REPORT-LINE FROM PST-HDG-LINE.
052000     PERFORM 3100-PRINT-POSTING    THRU 3100-PRINT-POST-EXIT
052100             VARYING WS-CTT-NDX1 FROM 1 BY 1
052200             UNTIL WS-CTT-NDX1 > WS-CTT-COUNT.
052300     IF WS-EQUATION-COUNT = ZERO
052400         DISPLAY 'CSR9830 *** NO FLOW EQUATIONS ON EQNIN - '
052500                 'CYCLE CANNOT BE PROVED ***'
052600         MOVE 16 TO RETURN-CODE
052700     END-IF.
052800     IF WS-CTT-TABLE-OVERFLOW
052900         DISPLAY 'CSR9830 *** MORE THAN 1000 CONTROL TOTALS '
053000                 'POSTED - TABLE CAPACITY EXCEEDED ***'
053100         MOVE 16 TO RETURN-CODE
053200     END-IF.
053300     IF WS-BREAK-COUNT > ZERO
053400        OR WS-INVALID-COUNT > ZERO
053500         MOVE 16 TO RETURN-CODE
053600     END-IF.
053700     MOVE WS-EQUATION-COUNT     TO SUM-EQUATION-COUNT.
053800     MOVE WS-CTT-COUNT          TO SUM-POSTED-COUNT.
053900     MOVE WS-BALANCED-COUNT     TO SUM-BALANCED-COUNT.
054000     MOVE WS-BREAK-COUNT        TO SUM-BREAK-COUNT.
054100     MOVE WS-INVALID-COUNT      TO SUM-INVALID-COUNT.
054200     MOVE WS-OTHER-CYCLE-COUNT  TO SUM-OTHER-CYCLE-COUNT.
054300     MOVE SPACES TO BALANCE-REPORT-LINE.
054400     WRITE BALANCE-REPORT-LINE.
054500     WRITE BALANCE-REPORT-LINE FROM SUM-LINE-1.
054600     WRITE BALANCE-REPORT-LINE FROM SUM-LINE-2.
054700     WRITE BALANCE-REPORT-LINE FROM SUM-LINE-3.
054800     MOVE SPACES TO BALANCE-REPORT-LINE.
054900     WRITE BALANCE-REPORT-LINE.
055000     IF RETURN-CODE = ZERO
055100         WRITE BALANCE-REPORT-LINE FROM VERDICT-OK-LINE
055200         DISPLAY 'CSR9830' VERDICT-OK-LINE
055300     ELSE
055400         WRITE BALANCE-REPORT-LINE FROM VERDICT-BREAK-LINE
055500         DISPLAY 'CSR9830' VERDICT-BREAK-LINE
055600     END-IF.
055700     CLOSE EQUATION-FILE BALANCE-REPORT.
055800     DISPLAY 'CSR9830 EQUATIONS READ      : ' WS-EQUATION-COUNT.
055900     DISPLAY 'CSR9830 EQUATIONS BALANCED  : ' WS-BALANCED-COUNT.
056000     DISPLAY 'CSR9830 EQUATIONS BROKEN    : ' WS-BREAK-COUNT.
056100     DISPLAY 'CSR9830 NOT EVALUATED       : ' WS-INVALID-COUNT.
056200 3000-FINALIZE-EXIT.
056300     EXIT.
056400******************************************************************
056500*    3100-PRINT-POSTING - ONE POSTED CONTROL TOTAL               *
056600******************************************************************
056700 3100-PRINT-POSTING.
056800     MOVE WS-CTT-STEP-NAME(WS-CTT-NDX1)    TO PST-STEP.
056900     MOVE WS-CTT-TOTAL-NAME(WS-CTT-NDX1)   TO PST-TOTAL.
057000     MOVE WS-CTT-TOTAL-TYPE(WS-CTT-NDX1)   TO PST-TYPE.
057100     MOVE WS-CTT-RECORD-COUNT(WS-CTT-NDX1) TO PST-COUNT.
057200     MOVE WS-CTT-AMOUNT-TOTAL(WS-CTT-NDX1) TO PST-AMOUNT.
057300     MOVE WS-CTT-POST-DATE(WS-CTT-NDX1)    TO PST-DATE.
057400     MOVE WS-CTT-POST-TIME(WS-CTT-NDX1)    TO PST-TIME.
057500     WRITE BALANCE-REPORT-LINE FROM PST-LINE.
057600 3100-PRINT-POST-EXIT.
057700     EXIT.
057800******************************************************************
057900*    8000-READ-EQUATION - GET NEXT FLOW EQUATION                 *
058000******************************************************************
058100 8000-READ-EQUATION.
058200     READ EQUATION-FILE
058300         AT END
058400             SET END-OF-EQUATIONS TO TRUE
058500     END-READ.
058600 8000-READ-EQN-EXIT.
058700     EXIT.
058800******************************************************************
058900*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
059000*    CONTROL; REFUSED UNLESS THE CSV0120 DELIVERY SPLIT AND THE  *
059100*    CSR9823 GL TIE-OUT - THE LAST STEPS AHEAD OF THE MAILING    *
059200*    FEED AND THE GL BATCH - HAVE COMPLETED FOR THE CURRENT CYCLE*
059300******************************************************************
059400 7000-RUN-CONTROL-IN.
059500     MOVE 'S'        TO RCLP-FUNCTION.
059600     MOVE 'CSR9830 ' TO RCLP-STEP-NAME.
059700     MOVE 'CSV0120 ' TO RCLP-PRODUCER-STEP.
059800     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
059900     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
060000     IF RCLP-RCTL-RC NOT = ZERO
060100         DISPLAY 'CSR9830 *** RUN REFUSED BY RUN CONTROL - '
060200                 RCLP-RCTL-MSG ' ***'
060300         MOVE 16 TO RETURN-CODE
060400     END-IF.
060500*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
060600*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
060700*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
060800*    EARLIER PRODUCER'S REFUSAL.
060900     IF RCLP-RCTL-RC = ZERO
061000         MOVE 'S'        TO RCLP-FUNCTION
061100         MOVE 'CSR9830 ' TO RCLP-STEP-NAME
061200         MOVE 'CSR9823 ' TO RCLP-PRODUCER-STEP
061300         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
061400         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
061500         IF RCLP-RCTL-RC NOT = ZERO
061600             DISPLAY 'CSR9830 *** RUN REFUSED BY RUN CONTROL - '
061700                     RCLP-RCTL-MSG ' ***'
061800             MOVE 16 TO RETURN-CODE
061900         ELSE
062000             MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
062100         END-IF
062200     END-IF.
062300 7000-RUN-CTL-IN-EXIT.
062400     EXIT.
062500******************************************************************
062600*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
062700*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
062800******************************************************************
062900 7100-RUN-CONTROL-OUT.
063000     MOVE 'E' TO RCLP-FUNCTION.
063100     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
063200     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
063300     IF RCLP-RCTL-RC NOT = ZERO
063400         DISPLAY 'CSR9830 *** RUN CONTROL CHECK-OUT FAILED - '
063500                 RCLP-RCTL-MSG ' ***'
063600         MOVE 16 TO RETURN-CODE
063700     ELSE
063800         MOVE RCLP-RETURN-CODE TO RETURN-CODE
063900     END-IF.
064000 7100-RUN-CTL-OUT-EXIT.
064100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9828.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL BATCH CONTROL.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: DATA-QUALITY EXCEPTION REGISTER UPDATE AND         *
000900*             NIGHTLY REPORT.  THE VALIDATION STEPS CSV0010,     *
001000*             CSV0030, CSV0040 AND CSR9819 EACH WRITE A          *
001100*             CCSRDQP POSTING FILE - ONE ROW PER EXCEPTION AND   *
001200*             A TRAILER - AND THE FOUR ARE CONCATENATED ON       *
001300*             DQPIN.  EACH POSTING IS MATCHED TO AN OPEN ROW     *
001400*             OF THE CUMULATIVE CCSRDQR REGISTER ON PROGRAM,     *
001500*             KEY TYPE, CLIENT, POLICY AND REASON CODE; A        *
001600*             MATCH IS MARKED SEEN THIS CYCLE AND ANYTHING ELSE  *
001700*             OPENS A NEW ROW CARRYING THE FIRST-SEEN DATE AND   *
001800*             CYCLE.  AN OPEN ROW WHOSE PROGRAM POSTED A         *
001900*             CURRENT-CYCLE TRAILER BUT DID NOT RAISE IT AGAIN   *
002000*             IS CLOSED AS FIXED.  A PROGRAM WITH NO TRAILER,    *
002100*             OR A TRAILER FROM AN EARLIER CYCLE, CLOSES         *
002200*             NOTHING - AN INCOMPLETE OR STALE POSTING FILE      *
002300*             MUST NOT LOOK LIKE A CLEAN RUN.  THE REGISTER AND  *
002400*             THE CCSRDQH OPEN-COUNT HISTORY ARE CARRIED PRIOR   *
002500*             GENERATION IN, NEW GENERATION OUT.  THE REPORT     *
002600*             SHOWS NEW EXCEPTIONS, EXCEPTIONS FIXED, AGED       *
002700*             EXCEPTIONS BY OWNING TEAM AND THE OPEN-COUNT       *
002800*             TREND BY PROGRAM.                                  *
002900*                                                                *
003000*             PARM (ALL OPTIONAL, DEFAULT IN BRACKETS):          *
003100*               AGED CYCLES     OPEN LONGER IS AGED      (10)    *
003200*               TREND CYCLES    HISTORY CYCLES KEPT      (14)    *
003300*               RETAIN CYCLES   CLOSED ROWS KEPT FOR     (30)    *
003400******************************************************************
003500*    DATE     AUTH.  DESCRIPTION                                 *
003600*                                                                *
003700*  15OCT26     DOB   INITIAL VERSION                             *
003710*  15OCT26     DOB   POST THE EXCEPTIONS POSTED AND STALE AND    *
003720*                    THE NEW, FIXED, OPEN AND PURGED REGISTER    *
003730*                    ROWS TO THE CYCLE CONTROL-TOTAL FILE        *
003740*                    (CSRCTOT) FOR THE CSR9830 BALANCING STEP    *
003745*  15OCT26     DOB   WRITE THE REGISTER, HISTORY AND REPORT ONLY *
003750*                    WHEN THE RUN WAS NOT ABANDONED; THE RUN     *
003755*                    COUNTS ARE DISPLAYED EITHER WAY             *
003760*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
003765*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
003770*                    CHANGE TO THE RESULTS                       *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-3090.
004200 OBJECT-COMPUTER.   IBM-3090.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT REGISTER-IN        ASSIGN TO DQRIN
004600                               ORGANIZATION IS SEQUENTIAL
004700                               FILE STATUS IS WS-DQR-FILE-STAT.
004800     SELECT HISTORY-IN         ASSIGN TO DQHIN
004900                               ORGANIZATION IS SEQUENTIAL
005000                               FILE STATUS IS WS-DQH-FILE-STAT.
005100     SELECT POSTING-IN         ASSIGN TO DQPIN
005200                               ORGANIZATION IS SEQUENTIAL.
005300     SELECT PARM-FILE          ASSIGN TO PARMIN
005400                               ORGANIZATION IS SEQUENTIAL.
005500     SELECT REGISTER-OUT       ASSIGN TO DQROUT
005600                               ORGANIZATION IS SEQUENTIAL.
005700     SELECT HISTORY-OUT        ASSIGN TO DQHOUT
005800                               ORGANIZATION IS SEQUENTIAL.
005900     SELECT DQ-REPORT          ASSIGN TO DQRRPT
006000                               ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  REGISTER-IN
006400     RECORDING MODE IS F.
006500     COPY CCSRDQR.
006600 FD  HISTORY-IN
006700     RECORDING MODE IS F.
006800     COPY CCSRDQH.
006900 FD  POSTING-IN
007000     RECORDING MODE IS F.
007100     COPY CCSRDQP.
007200 FD  PARM-FILE
007300     RECORDING MODE IS F.
007400 01  PARM-RECORD.
007500     05  PARM-AGED-CYCLES           PIC 9(03).
007600     05  PARM-TREND-CYCLES          PIC 9(03).
007700     05  PARM-RETAIN-CYCLES         PIC 9(03).
007800 FD  REGISTER-OUT
007900     RECORDING MODE IS F.
008000 01  REGISTER-OUT-REC.
008100     05  DRO-PROGRAM-ID             PIC X(08).
008200     05  DRO-KEY-TYPE               PIC X(01).
008300     05  DRO-HOST-CLI-ID            PIC X(10).
008400     05  DRO-POLICY-NUMBER          PIC X(10).
008500     05  DRO-REASON-CD              PIC X(02).
008600     05  DRO-REASON-TEXT            PIC X(30).
008700     05  DRO-OWNING-TEAM            PIC X(20).
008800     05  DRO-FIRST-SEEN-DT          PIC X(08).
008900     05  DRO-FIRST-SEEN-CYCLE       PIC 9(07).
009000     05  DRO-LAST-SEEN-DT           PIC X(08).
009100     05  DRO-LAST-SEEN-CYCLE        PIC 9(07).
009200     05  DRO-CYCLES-OUTSTANDING     PIC 9(05).
009300     05  DRO-STATUS                 PIC X(01).
009400     05  DRO-CLOSED-DT              PIC X(08).
009500     05  DRO-CLOSED-CYCLE           PIC 9(07).
009600 FD  HISTORY-OUT
009700     RECORDING MODE IS F.
009800 01  HISTORY-OUT-REC.
009900     05  DHO-CYCLE-NBR              PIC 9(07).
010000     05  DHO-RUN-DATE               PIC X(08).
010100     05  DHO-PROGRAM-ID             PIC X(08).
010200     05  DHO-OPEN-COUNT             PIC 9(07).
010300     05  DHO-NEW-COUNT              PIC 9(07).
010400     05  DHO-FIXED-COUNT            PIC 9(07).
010500 FD  DQ-REPORT
010600     RECORDING MODE IS F.
010700 01  DQ-REPORT-LINE                 PIC X(132).
010800 WORKING-STORAGE SECTION.
010900******************************************************************
011000*    SWITCHES AND COUNTERS                                       *
011100******************************************************************
011200 77  WS-DQR-FILE-STAT               PIC X(02)   VALUE '00'.
011300     88  WS-DQR-OK                              VALUE '00'.
011400     88  WS-DQR-NOT-FOUND                       VALUE '35'.
011500 77  WS-DQH-FILE-STAT               PIC X(02)   VALUE '00'.
011600     88  WS-DQH-OK                              VALUE '00'.
011700     88  WS-DQH-NOT-FOUND                       VALUE '35'.
011800 77  WS-DQR-EOF-SW                  PIC X(01)   VALUE 'N'.
011900     88  END-OF-REGISTER                        VALUE 'Y'.
012000 77  WS-DQH-EOF-SW                  PIC X(01)   VALUE 'N'.
012100     88  END-OF-HISTORY                         VALUE 'Y'.
012200 77  WS-DQP-EOF-SW                  PIC X(01)   VALUE 'N'.
012300     88  END-OF-POSTINGS                        VALUE 'Y'.
012400 77  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
012500     88  WS-FOUND                               VALUE 'Y'.
012600 77  WS-OVERFLOW-SW                 PIC X(01)   VALUE 'N'.
012700     88  WS-TABLE-OVERFLOW                      VALUE 'Y'.
012800 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
012900     88  WS-RUN-ABANDONED                       VALUE 'Y'.
013000 77  WS-DQR-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
013100 77  WS-DQH-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
013200 77  WS-PGM-COUNT                   PIC S9(04)  COMP  VALUE ZERO.
013300 77  WS-TEAM-COUNT                  PIC S9(04)  COMP  VALUE ZERO.
013400 77  WS-AGED-CYCLES                 PIC 9(03)   VALUE ZERO.
013500 77  WS-TREND-CYCLES                PIC 9(03)   VALUE ZERO.
013600 77  WS-RETAIN-CYCLES               PIC 9(03)   VALUE ZERO.
013700 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
013800 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
013900 77  WS-CYCLE-SPAN                  PIC S9(09)  COMP  VALUE ZERO.
014000 77  WS-POSTED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
014100 77  WS-STALE-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
014200 77  WS-NEW-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
014300 77  WS-FIXED-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
014400 77  WS-OPEN-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
014500 77  WS-AGED-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
014600 77  WS-TEAM-AGED-COUNT             PIC S9(07)  COMP  VALUE ZERO.
014700 77  WS-PURGED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
014800 77  WS-SECTION-COUNT               PIC S9(07)  COMP  VALUE ZERO.
014900 77  WS-SEARCH-PROGRAM-ID           PIC X(08)   VALUE SPACES.
015000 77  WS-SEARCH-TEAM                 PIC X(20)   VALUE SPACES.
015100******************************************************************
015200*    REGISTER HOLD TABLE - THE PRIOR GENERATION PLUS EVERY ROW   *
015300*    OPENED THIS CYCLE.  WS-DQR-CYCLE-SW MARKS THE ROWS OPENED   *
015400*    OR FIXED THIS CYCLE FOR THE REPORT.                         *
015500******************************************************************
015600 01  WS-DQR-TABLE.
015700     05  WS-DQR-ENTRY OCCURS 5000 TIMES
015800                      INDEXED BY WS-DQR-NDX1 WS-DQR-NDX2.
015900         10  WS-DQR-PROGRAM-ID          PIC X(08).
016000         10  WS-DQR-KEY-TYPE            PIC X(01).
016100         10  WS-DQR-HOST-CLI-ID         PIC X(10).
016200         10  WS-DQR-POLICY-NUMBER       PIC X(10).
016300         10  WS-DQR-REASON-CD           PIC X(02).
016400         10  WS-DQR-REASON-TEXT         PIC X(30).
016500         10  WS-DQR-OWNING-TEAM         PIC X(20).
016600         10  WS-DQR-FIRST-SEEN-DT       PIC X(08).
016700         10  WS-DQR-FIRST-SEEN-CYCLE    PIC 9(07).
016800         10  WS-DQR-LAST-SEEN-DT        PIC X(08).
016900         10  WS-DQR-LAST-SEEN-CYCLE     PIC 9(07).
017000         10  WS-DQR-CYCLES-OUTSTANDING  PIC 9(05).
017100         10  WS-DQR-STATUS              PIC X(01).
017200             88  WS-DQR-OPEN                    VALUE 'O'.
017300         10  WS-DQR-CLOSED-DT           PIC X(08).
017400         10  WS-DQR-CLOSED-CYCLE        PIC 9(07).
017500         10  WS-DQR-CYCLE-SW            PIC X(01).
017600             88  WS-DQR-NEW-THIS-CYCLE          VALUE 'N'.
017700             88  WS-DQR-FIXED-THIS-CYCLE        VALUE 'F'.
017800******************************************************************
017900*    OPEN-COUNT HISTORY HOLD TABLE - PRIOR GENERATION, IN THE    *
018000*    ORDER CARRIED (OLDEST CYCLE FIRST)                          *
018100******************************************************************
018200 01  WS-DQH-TABLE.
018300     05  WS-DQH-ENTRY OCCURS 1000 TIMES
018400                      INDEXED BY WS-DQH-NDX1.
018500         10  WS-DQH-CYCLE-NBR           PIC 9(07).
018600         10  WS-DQH-RUN-DATE            PIC X(08).
018700         10  WS-DQH-PROGRAM-ID          PIC X(08).
018800         10  WS-DQH-OPEN-COUNT          PIC 9(07).
018900         10  WS-DQH-NEW-COUNT           PIC 9(07).
019000         10  WS-DQH-FIXED-COUNT         PIC 9(07).
019100******************************************************************
019200*    VALIDATING PROGRAM TABLE - ONE SLOT PER PROGRAM FOUND ON    *
019300*    THE REGISTER OR THE POSTINGS.  WS-PGM-POSTED-SW IS SET BY   *
019400*    A CURRENT-CYCLE TRAILER AND IS WHAT ALLOWS AUTO-CLOSURE.    *
019500******************************************************************
019600 01  WS-PGM-TABLE.
019700     05  WS-PGM-ENTRY OCCURS 20 TIMES
019800                      INDEXED BY WS-PGM-NDX1 WS-PGM-NDX2.
019900         10  WS-PGM-PROGRAM-ID          PIC X(08).
020000         10  WS-PGM-POSTED-SW           PIC X(01).
020100             88  WS-PGM-POSTED                  VALUE 'Y'.
020200         10  WS-PGM-OPEN-COUNT          PIC S9(07)  COMP.
020300         10  WS-PGM-NEW-COUNT           PIC S9(07)  COMP.
020400         10  WS-PGM-FIXED-COUNT         PIC S9(07)  COMP.
020500******************************************************************
020600*    OWNING TEAM TABLE - ONE SLOT PER TEAM WITH AN AGED          *
020700*    EXCEPTION, FOR THE AGED SECTION OF THE REPORT               *
020800******************************************************************
020900 01  WS-TEAM-TABLE.
021000     05  WS-TEAM-ENTRY OCCURS 50 TIMES
021100                       INDEXED BY WS-TEAM-NDX1.
021200         10  WS-TEAM-NAME               PIC X(20).
021300******************************************************************
021400*    REPORT LINES                                                *
021500******************************************************************
021600 01  HDG-LINE-1.
021700     05  FILLER                     PIC X(40) VALUE
021800             'CSR9828 DATA-QUALITY EXCEPTION REGISTER '.
021900     05  FILLER                     PIC X(06) VALUE 'CYCLE '.
022000     05  HDG-CYCLE-NBR              PIC 9(07).
022100     05  FILLER                     PIC X(04) VALUE SPACES.
022200     05  FILLER                     PIC X(09) VALUE 'RUN DATE '.
022300     05  HDG-RUN-DATE               PIC X(08).
022400     05  FILLER                     PIC X(04) VALUE SPACES.
022500     05  FILLER                     PIC X(13) VALUE
022600             'AGED AFTER : '.
022700     05  HDG-AGED-CYCLES            PIC ZZ9.
022800     05  FILLER                     PIC X(07) VALUE ' CYCLES'.
022900 01  TITLE-LINE.
023000     05  TITLE-TEXT                 PIC X(40).
023100     05  TITLE-TEAM                 PIC X(20).
023200 01  EXC-HDG-LINE.
023300     05  FILLER                     PIC X(10) VALUE 'PROGRAM   '.
023400     05  FILLER                     PIC X(04) VALUE 'KEY '.
023500     05  FILLER                     PIC X(12) VALUE
023600             'CLIENT      '.
023700     05  FILLER                     PIC X(12) VALUE
023800             'POLICY      '.
023900     05  FILLER                     PIC X(04) VALUE 'RSN '.
024000     05  FILLER                     PIC X(32) VALUE
024100             'REASON                          '.
024200     05  FILLER                     PIC X(22) VALUE
024300             'OWNING TEAM           '.
024400     05  FILLER                     PIC X(10) VALUE
024500             'FIRST SEEN'.
024600     05  FILLER                     PIC X(08) VALUE '  CYCLES'.
024700 01  EXC-DET-LINE.
024800     05  EXC-PROGRAM-ID             PIC X(08).
024900     05  FILLER                     PIC X(02) VALUE SPACES.
025000     05  EXC-KEY-TYPE               PIC X(01).
025100     05  FILLER                     PIC X(03) VALUE SPACES.
025200     05  EXC-HOST-CLI-ID            PIC X(10).
025300     05  FILLER                     PIC X(02) VALUE SPACES.
025400     05  EXC-POLICY-NUMBER          PIC X(10).
025500     05  FILLER                     PIC X(02) VALUE SPACES.
025600     05  EXC-REASON-CD              PIC X(02).
025700     05  FILLER                     PIC X(02) VALUE SPACES.
025800     05  EXC-REASON-TEXT            PIC X(30).
025900     05  FILLER                     PIC X(02) VALUE SPACES.
026000     05  EXC-OWNING-TEAM            PIC X(20).
026100     05  FILLER                     PIC X(02) VALUE SPACES.
026200     05  EXC-FIRST-SEEN-DT          PIC X(08).
026300     05  FILLER                     PIC X(05) VALUE SPACES.
026400     05  EXC-CYCLES                 PIC ZZZZ9.
026500 01  NONE-LINE.
026600     05  FILLER                     PIC X(10) VALUE SPACES.
026700     05  FILLER                     PIC X(06) VALUE 'NONE'.
026800 01  TEAM-TOTAL-LINE.
026900     05  FILLER                     PIC X(10) VALUE SPACES.
027000     05  FILLER                     PIC X(20) VALUE
027100             'AGED FOR TEAM:      '.
027200     05  TEAM-AGED-COUNT            PIC ZZZ,ZZ9.
027300 01  TRD-HDG-LINE.
027400     05  FILLER                     PIC X(10) VALUE 'PROGRAM   '.
027500     05  FILLER                     PIC X(09) VALUE 'CYCLE    '.
027600     05  FILLER                     PIC X(10) VALUE
027700             'RUN DATE  '.
027800     05  FILLER                     PIC X(10) VALUE
027900             '      OPEN'.
028000     05  FILLER                     PIC X(10) VALUE
028100             '       NEW'.
028200     05  FILLER                     PIC X(10) VALUE
028300             '     FIXED'.
028400 01  TRD-DET-LINE.
028500     05  TRD-PROGRAM-ID             PIC X(08).
028600     05  FILLER                     PIC X(02) VALUE SPACES.
028700     05  TRD-CYCLE-NBR              PIC 9(07).
028800     05  FILLER                     PIC X(02) VALUE SPACES.
028900     05  TRD-RUN-DATE               PIC X(08).
029000     05  FILLER                     PIC X(02) VALUE SPACES.
029100     05  TRD-OPEN-COUNT             PIC ZZZ,ZZZ,ZZ9.
029200     05  TRD-NEW-COUNT              PIC ZZZ,ZZ9.
029300     05  FILLER                     PIC X(03) VALUE SPACES.
029400     05  TRD-FIXED-COUNT            PIC ZZZ,ZZ9.
029500 01  SUM-LINE-1.
029600     05  FILLER                     PIC X(26)  VALUE
029700             'EXCEPTIONS POSTED:        '.
029800     05  SUM-POSTED-COUNT           PIC ZZZ,ZZ9.
029900 01  SUM-LINE-2.
030000     05  FILLER                     PIC X(26)  VALUE
030100             'NEW EXCEPTIONS:           '.
030200     05  SUM-NEW-COUNT              PIC ZZZ,ZZ9.
030300 01  SUM-LINE-3.
030400     05  FILLER                     PIC X(26)  VALUE
030500             'EXCEPTIONS FIXED:         '.
030600     05  SUM-FIXED-COUNT            PIC ZZZ,ZZ9.
030700 01  SUM-LINE-4.
030800     05  FILLER                     PIC X(26)  VALUE
030900             'OPEN AT CYCLE END:        '.
031000     05  SUM-OPEN-COUNT             PIC ZZZ,ZZ9.
031100 01  SUM-LINE-5.
031200     05  FILLER                     PIC X(26)  VALUE
031300             'OPEN AND AGED:            '.
031400     05  SUM-AGED-COUNT             PIC ZZZ,ZZ9.
031500 01  SUM-LINE-6.
031600     05  FILLER                     PIC X(26)  VALUE
031700             'STALE POSTINGS IGNORED:   '.
031800     05  SUM-STALE-COUNT            PIC ZZZ,ZZ9.
031900 01  SUM-LINE-7.
032000     05  FILLER                     PIC X(26)  VALUE
032100             'CLOSED ROWS PURGED:       '.
032200     05  SUM-PURGED-COUNT           PIC ZZZ,ZZ9.
032300 01  PGM-WARN-LINE.
032400     05  FILLER                     PIC X(26)  VALUE
032500             'NO CURRENT POSTINGS FROM: '.
032600     05  PGM-WARN-PROGRAM-ID        PIC X(08).
032700     05  FILLER                     PIC X(40)  VALUE
032800             ' - ITS OPEN EXCEPTIONS LEFT UNCHANGED   '.
032900******************************************************************
033000*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
033100******************************************************************
033200     COPY CCSRRCLP.
033210******************************************************************
033220*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
033230******************************************************************
033240     COPY CCSRCTLP.
033300 PROCEDURE DIVISION.
033400******************************************************************
033500*    0000-MAINLINE                                               *
033600******************************************************************
033700 0000-MAINLINE.
033800     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
033900     IF RCLP-RCTL-RC = ZERO
034000         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
034100         PERFORM 2000-APPLY-POSTING
034200                 THRU 2000-APPLY-POSTING-EXIT
034300                 UNTIL END-OF-POSTINGS
034400         IF NOT WS-RUN-ABANDONED
034500             PERFORM 2500-REVIEW-EXCEPTION
034600                     THRU 2500-REVIEW-EXC-EXIT
034700                     VARYING WS-DQR-NDX2 FROM 1 BY 1
034800                     UNTIL WS-DQR-NDX2 > WS-DQR-COUNT
034900         END-IF
035000         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
035010         PERFORM 7200-POST-CONTROL-TOTALS
035020                 THRU 7200-POST-CTL-EXIT
035100         PERFORM 7100-RUN-CONTROL-OUT
035200                 THRU 7100-RUN-CTL-OUT-EXIT
035300     END-IF.
035400     STOP RUN.
035500******************************************************************
035600*    1000-INITIALIZE - READ PARM, LOAD THE REGISTER AND THE      *
035700*    HISTORY, OPEN THE POSTINGS.  A MISSING REGISTER OR HISTORY  *
035800*    IS A FIRST RUN.  ANY OTHER OPEN FAILURE OR A TABLE          *
035900*    OVERFLOW ABANDONS THE RUN WITHOUT WRITING A NEW             *
036000*    GENERATION, SO THE PRIOR ONE STAYS CURRENT.                 *
036100******************************************************************
036200 1000-INITIALIZE.
036300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036400     OPEN INPUT  PARM-FILE.
036500     READ PARM-FILE
036600         AT END
036700             MOVE ZERO TO PARM-AGED-CYCLES
036800                          PARM-TREND-CYCLES
036900                          PARM-RETAIN-CYCLES
037000     END-READ.
037100     CLOSE PARM-FILE.
037200     IF PARM-AGED-CYCLES NUMERIC
037300        AND PARM-AGED-CYCLES > ZERO
037400         MOVE PARM-AGED-CYCLES TO WS-AGED-CYCLES
037500     ELSE
037600         MOVE 10 TO WS-AGED-CYCLES
037700     END-IF.
037800     IF PARM-TREND-CYCLES NUMERIC
037900        AND PARM-TREND-CYCLES > ZERO
038000         MOVE PARM-TREND-CYCLES TO WS-TREND-CYCLES
038100     ELSE
038200         MOVE 14 TO WS-TREND-CYCLES
038300     END-IF.
038400     IF PARM-RETAIN-CYCLES NUMERIC
038500        AND PARM-RETAIN-CYCLES > ZERO
038600         MOVE PARM-RETAIN-CYCLES TO WS-RETAIN-CYCLES
038700     ELSE
038800         MOVE 30 TO WS-RETAIN-CYCLES
038900     END-IF.
039000     OPEN INPUT REGISTER-IN.
039100     EVALUATE TRUE
039200         WHEN WS-DQR-OK
039300             PERFORM 1100-LOAD-REGISTER THRU 1100-LOAD-REG-EXIT
039400                     UNTIL END-OF-REGISTER
039500             CLOSE REGISTER-IN
039600         WHEN WS-DQR-NOT-FOUND
039700             SET END-OF-REGISTER TO TRUE
039800         WHEN OTHER
039900             DISPLAY 'CSR9828 *** REGISTER OPEN FAILED - STATUS '
040000                     WS-DQR-FILE-STAT ' ***'
040100             MOVE 16 TO RETURN-CODE
040200             SET END-OF-REGISTER TO TRUE
040300     END-EVALUATE.
040400     OPEN INPUT HISTORY-IN.
040500     EVALUATE TRUE
040600         WHEN WS-DQH-OK
040700             PERFORM 1200-LOAD-HISTORY  THRU 1200-LOAD-HIST-EXIT
040800                     UNTIL END-OF-HISTORY
040900             CLOSE HISTORY-IN
041000         WHEN WS-DQH-NOT-FOUND
041100             SET END-OF-HISTORY TO TRUE
041200         WHEN OTHER
041300             DISPLAY 'CSR9828 *** HISTORY OPEN FAILED - STATUS '
041400                     WS-DQH-FILE-STAT ' ***'
041500             MOVE 16 TO RETURN-CODE
041600             SET END-OF-HISTORY TO TRUE
041700     END-EVALUATE.
041800     IF RETURN-CODE = 16 OR WS-TABLE-OVERFLOW
041900         SET WS-RUN-ABANDONED TO TRUE
042000         DISPLAY 'CSR9828 *** RUN ABANDONED - REGISTER NOT '
042100                 'REWRITTEN ***'
042200         MOVE 16 TO RETURN-CODE
042300         SET END-OF-POSTINGS TO TRUE
042400     ELSE
042500         OPEN INPUT POSTING-IN
042600     END-IF.
042700 1000-INITIALIZE-EXIT.
042800     EXIT.
042900 1100-LOAD-REGISTER.
043000     READ REGISTER-IN
043100         AT END
043200             SET END-OF-REGISTER TO TRUE
043300     END-READ.
043400     IF NOT END-OF-REGISTER
043500         IF WS-DQR-COUNT < 5000
043600             ADD 1 TO WS-DQR-COUNT
043700             SET WS-DQR-NDX1 TO WS-DQR-COUNT
043800             MOVE DQR-PROGRAM-ID
043900                  TO WS-DQR-PROGRAM-ID(WS-DQR-NDX1)
044000             MOVE DQR-KEY-TYPE
044100                  TO WS-DQR-KEY-TYPE(WS-DQR-NDX1)
044200             MOVE DQR-HOST-CLI-ID
044300                  TO WS-DQR-HOST-CLI-ID(WS-DQR-NDX1)
044400             MOVE DQR-POLICY-NUMBER
044500                  TO WS-DQR-POLICY-NUMBER(WS-DQR-NDX1)
044600             MOVE DQR-REASON-CD
044700                  TO WS-DQR-REASON-CD(WS-DQR-NDX1)
044800             MOVE DQR-REASON-TEXT
044900                  TO WS-DQR-REASON-TEXT(WS-DQR-NDX1)
045000             MOVE DQR-OWNING-TEAM
045100                  TO WS-DQR-OWNING-TEAM(WS-DQR-NDX1)
045200             MOVE DQR-FIRST-SEEN-DT
045300                  TO WS-DQR-FIRST-SEEN-DT(WS-DQR-NDX1)
045400             MOVE DQR-FIRST-SEEN-CYCLE
045500                  TO WS-DQR-FIRST-SEEN-CYCLE(WS-DQR-NDX1)
045600             MOVE DQR-LAST-SEEN-DT
045700                  TO WS-DQR-LAST-SEEN-DT(WS-DQR-NDX1)
045800             MOVE DQR-LAST-SEEN-CYCLE
045900                  TO WS-DQR-LAST-SEEN-CYCLE(WS-DQR-NDX1)
046000             MOVE DQR-CYCLES-OUTSTANDING
046100                  TO WS-DQR-CYCLES-OUTSTANDING(WS-DQR-NDX1)
046200             MOVE DQR-STATUS
046300                  TO WS-DQR-STATUS(WS-DQR-NDX1)
046400             MOVE DQR-CLOSED-DT
046500                  TO WS-DQR-CLOSED-DT(WS-DQR-NDX1)
046600             MOVE DQR-CLOSED-CYCLE
046700                  TO WS-DQR-CLOSED-CYCLE(WS-DQR-NDX1)
046800             MOVE SPACE
046900                  TO WS-DQR-CYCLE-SW(WS-DQR-NDX1)
047000         ELSE
047100             IF NOT WS-TABLE-OVERFLOW
047200                 SET WS-TABLE-OVERFLOW TO TRUE
047300                 DISPLAY 'CSR9828 *** REGISTER EXCEEDS 5000 ROW '
047400                         'TABLE CAPACITY - RUN ABANDONED ***'
047500                 MOVE 16 TO RETURN-CODE
047600             END-IF
047700         END-IF
047800     END-IF.
047900 1100-LOAD-REG-EXIT.
048000     EXIT.
048100 1200-LOAD-HISTORY.
048200     READ HISTORY-IN
048300         AT END
048400             SET END-OF-HISTORY TO TRUE
048500     END-READ.
048600     IF NOT END-OF-HISTORY
048700         IF WS-DQH-COUNT < 1000
048800             ADD 1 TO WS-DQH-COUNT
048900             SET WS-DQH-NDX1 TO WS-DQH-COUNT
049000             MOVE DQH-CYCLE-NBR
049100                  TO WS-DQH-CYCLE-NBR(WS-DQH-NDX1)
049200             MOVE DQH-RUN-DATE
049300                  TO WS-DQH-RUN-DATE(WS-DQH-NDX1)
049400             MOVE DQH-PROGRAM-ID
049500                  TO WS-DQH-PROGRAM-ID(WS-DQH-NDX1)
049600             MOVE DQH-OPEN-COUNT
049700                  TO WS-DQH-OPEN-COUNT(WS-DQH-NDX1)
049800             MOVE DQH-NEW-COUNT
049900                  TO WS-DQH-NEW-COUNT(WS-DQH-NDX1)
050000             MOVE DQH-FIXED-COUNT
050100                  TO WS-DQH-FIXED-COUNT(WS-DQH-NDX1)
050200         ELSE
050300             IF NOT WS-TABLE-OVERFLOW
050400                 SET WS-TABLE-OVERFLOW TO TRUE
050500                 DISPLAY 'CSR9828 *** HISTORY EXCEEDS 1000 ROW '
050600                         'TABLE CAPACITY - RUN ABANDONED ***'
050700                 MOVE 16 TO RETURN-CODE
050800             END-IF
050900         END-IF
051000     END-IF.
051100 1200-LOAD-HIST-EXIT.
051200     EXIT.
051300******************************************************************
051400*    2000-APPLY-POSTING - ONE POSTING ROW.  A TRAILER FOR THE    *
051500*    CURRENT CYCLE ARMS AUTO-CLOSURE FOR ITS PROGRAM; AN         *
051600*    EXCEPTION FOR THE CURRENT CYCLE IS POSTED TO THE REGISTER.  *
051700*    ANYTHING FROM AN EARLIER CYCLE IS A STALE DATASET LEFT ON   *
051800*    THE CONCATENATION AND IS IGNORED.                           *
051900******************************************************************
052000 2000-APPLY-POSTING.
052100     READ POSTING-IN
052200         AT END
052300             SET END-OF-POSTINGS TO TRUE
052400     END-READ.
052500     EVALUATE TRUE
052600         WHEN END-OF-POSTINGS
052700             CONTINUE
052800         WHEN DQP-CYCLE-NBR NOT = WS-CYCLE-NBR
052900             ADD 1 TO WS-STALE-COUNT
053000         WHEN OTHER
053100             MOVE DQP-PROGRAM-ID TO WS-SEARCH-PROGRAM-ID
053200             PERFORM 6100-FIND-PROGRAM THRU 6100-FIND-PGM-EXIT
053300             EVALUATE TRUE
053400                 WHEN WS-RUN-ABANDONED
053500                     SET END-OF-POSTINGS TO TRUE
053600                 WHEN DQP-TRAILER-RECORD
053900                     MOVE 'Y' TO WS-PGM-POSTED-SW(WS-PGM-NDX2)
054000                 WHEN OTHER
054100                     ADD 1 TO WS-POSTED-COUNT
054150                     PERFORM 4000-POST-EXCEPTION
054200                             THRU 4000-POST-EXC-EXIT
054250             END-EVALUATE
054300     END-EVALUATE.
054400 2000-APPLY-POSTING-EXIT.
054500     EXIT.
054600******************************************************************
054700*    2500-REVIEW-EXCEPTION - AFTER ALL POSTINGS, CLOSE EVERY     *
054800*    OPEN ROW WHOSE PROGRAM POSTED THIS CYCLE WITHOUT RAISING    *
054900*    IT, AND AGE EVERY ROW STILL OPEN.  PER-PROGRAM OPEN, NEW    *
055000*    AND FIXED COUNTS ARE TALLIED HERE FOR THE TREND.            *
055100******************************************************************
055200 2500-REVIEW-EXCEPTION.
055250     IF WS-DQR-OPEN(WS-DQR-NDX2)
055300         MOVE WS-DQR-PROGRAM-ID(WS-DQR-NDX2)
055350              TO WS-SEARCH-PROGRAM-ID
055400         PERFORM 6100-FIND-PROGRAM THRU 6100-FIND-PGM-EXIT
055500     END-IF.
055600     EVALUATE TRUE
055700         WHEN NOT WS-DQR-OPEN(WS-DQR-NDX2)
055800         WHEN WS-RUN-ABANDONED
055900             CONTINUE
056000         WHEN WS-PGM-POSTED(WS-PGM-NDX2)
056200          AND WS-DQR-LAST-SEEN-CYCLE(WS-DQR-NDX2)
056250                  NOT = WS-CYCLE-NBR
056300             MOVE 'C'          TO WS-DQR-STATUS(WS-DQR-NDX2)
056400             MOVE WS-RUN-DATE  TO WS-DQR-CLOSED-DT(WS-DQR-NDX2)
056500             MOVE WS-CYCLE-NBR TO WS-DQR-CLOSED-CYCLE(WS-DQR-NDX2)
056600             MOVE 'F'          TO WS-DQR-CYCLE-SW(WS-DQR-NDX2)
056700             ADD 1 TO WS-FIXED-COUNT
056800                      WS-PGM-FIXED-COUNT(WS-PGM-NDX2)
056820         WHEN OTHER
056840             PERFORM 2550-AGE-EXCEPTION THRU 2550-AGE-EXC-EXIT
056860     END-EVALUATE.
056880 2500-REVIEW-EXC-EXIT.
056900     EXIT.
056920******************************************************************
056940*    2550-AGE-EXCEPTION - AGE A ROW STILL OPEN AND TALLY IT      *
056960******************************************************************
056980 2550-AGE-EXCEPTION.
057100     COMPUTE WS-CYCLE-SPAN = WS-CYCLE-NBR
057200                           - WS-DQR-FIRST-SEEN-CYCLE(WS-DQR-NDX2)
057300                           + 1.
057400     IF WS-CYCLE-SPAN > 99999
057500         MOVE 99999 TO WS-DQR-CYCLES-OUTSTANDING(WS-DQR-NDX2)
057600     ELSE
057700         MOVE WS-CYCLE-SPAN
057800              TO WS-DQR-CYCLES-OUTSTANDING(WS-DQR-NDX2)
057900     END-IF.
058000     ADD 1 TO WS-OPEN-COUNT
058100              WS-PGM-OPEN-COUNT(WS-PGM-NDX2).
058200     IF WS-DQR-CYCLES-OUTSTANDING(WS-DQR-NDX2) > WS-AGED-CYCLES
058300         ADD 1 TO WS-AGED-COUNT
058400     END-IF.
058500 2550-AGE-EXC-EXIT.
058600     EXIT.
058700******************************************************************
058800*    4000-POST-EXCEPTION - MARK A MATCHING OPEN ROW SEEN THIS    *
058900*    CYCLE OR OPEN A NEW ONE.  A STEP THAT RAISES THE SAME KEY   *
059000*    MORE THAN ONCE IN A CYCLE (ONE ROW PER BENEFICIARY OR PER   *
059100*    SUSPENSE ITEM) COUNTS ONCE.                                 *
059200******************************************************************
059300 4000-POST-EXCEPTION.
059400     PERFORM 6000-FIND-OPEN-EXCEPTION THRU 6000-FIND-EXC-EXIT.
059450     EVALUATE TRUE
059500         WHEN WS-FOUND
059600             MOVE WS-RUN-DATE  TO WS-DQR-LAST-SEEN-DT(WS-DQR-NDX2)
059700             MOVE WS-CYCLE-NBR
059800                  TO WS-DQR-LAST-SEEN-CYCLE(WS-DQR-NDX2)
059900         WHEN WS-DQR-COUNT >= 5000
060100             SET WS-TABLE-OVERFLOW TO TRUE
060200             SET WS-RUN-ABANDONED TO TRUE
060300             SET END-OF-POSTINGS TO TRUE
060400             DISPLAY 'CSR9828 *** REGISTER EXCEEDS 5000 ROW '
060500                     'TABLE CAPACITY - RUN ABANDONED ***'
060600             MOVE 16 TO RETURN-CODE
060620         WHEN OTHER
060640             PERFORM 4100-OPEN-EXCEPTION
060660                     THRU 4100-OPEN-EXC-EXIT
060680     END-EVALUATE.
060700 4000-POST-EXC-EXIT.
060720     EXIT.
060740******************************************************************
060760*    4100-OPEN-EXCEPTION - OPEN A NEW ROW FOR THE POSTING        *
060780******************************************************************
060800 4100-OPEN-EXCEPTION.
060900     ADD 1 TO WS-DQR-COUNT.
061000     SET WS-DQR-NDX2 TO WS-DQR-COUNT.
061100     MOVE DQP-PROGRAM-ID    TO WS-DQR-PROGRAM-ID(WS-DQR-NDX2).
061200     MOVE DQP-KEY-TYPE      TO WS-DQR-KEY-TYPE(WS-DQR-NDX2).
061300     MOVE DQP-HOST-CLI-ID   TO WS-DQR-HOST-CLI-ID(WS-DQR-NDX2).
061400     MOVE DQP-POLICY-NUMBER TO WS-DQR-POLICY-NUMBER(WS-DQR-NDX2).
061500     MOVE DQP-REASON-CD     TO WS-DQR-REASON-CD(WS-DQR-NDX2).
061600     MOVE DQP-REASON-TEXT   TO WS-DQR-REASON-TEXT(WS-DQR-NDX2).
061700     MOVE DQP-OWNING-TEAM   TO WS-DQR-OWNING-TEAM(WS-DQR-NDX2).
061800     MOVE WS-RUN-DATE       TO WS-DQR-FIRST-SEEN-DT(WS-DQR-NDX2)
061900                               WS-DQR-LAST-SEEN-DT(WS-DQR-NDX2).
062000     MOVE WS-CYCLE-NBR
062100          TO WS-DQR-FIRST-SEEN-CYCLE(WS-DQR-NDX2)
062200             WS-DQR-LAST-SEEN-CYCLE(WS-DQR-NDX2).
062300     MOVE 1
062400          TO WS-DQR-CYCLES-OUTSTANDING(WS-DQR-NDX2).
062500     MOVE 'O'               TO WS-DQR-STATUS(WS-DQR-NDX2).
062600     MOVE SPACES            TO WS-DQR-CLOSED-DT(WS-DQR-NDX2).
062700     MOVE ZERO              TO WS-DQR-CLOSED-CYCLE(WS-DQR-NDX2).
062800     MOVE 'N'               TO WS-DQR-CYCLE-SW(WS-DQR-NDX2).
062900     ADD 1 TO WS-NEW-COUNT
063000              WS-PGM-NEW-COUNT(WS-PGM-NDX2).
063100 4100-OPEN-EXC-EXIT.
063200     EXIT.
063300******************************************************************
063400*    6000-FIND-OPEN-EXCEPTION - LOOK FOR AN OPEN REGISTER ROW    *
063500*    UNDER THE POSTING'S FULL KEY.  THE MATCHED SLOT IS LATCHED  *
063600*    INTO WS-DQR-NDX2 BECAUSE THE PERFORM VARYING STEPS          *
063700*    WS-DQR-NDX1 PAST IT BEFORE THE UNTIL TEST SEES THE SWITCH.  *
063800******************************************************************
063900 6000-FIND-OPEN-EXCEPTION.
064000     MOVE 'N' TO WS-FOUND-SW.
064100     PERFORM 6050-CHECK-EXC-SLOT   THRU 6050-CHECK-EXC-EXIT
064200             VARYING WS-DQR-NDX1 FROM 1 BY 1
064300             UNTIL WS-DQR-NDX1 > WS-DQR-COUNT
064400             OR WS-FOUND.
064500 6000-FIND-EXC-EXIT.
064600     EXIT.
064700 6050-CHECK-EXC-SLOT.
064800     IF WS-DQR-OPEN(WS-DQR-NDX1)
064900        AND WS-DQR-PROGRAM-ID(WS-DQR-NDX1) = DQP-PROGRAM-ID
065000        AND WS-DQR-KEY-TYPE(WS-DQR-NDX1) = DQP-KEY-TYPE
065100        AND WS-DQR-HOST-CLI-ID(WS-DQR-NDX1) = DQP-HOST-CLI-ID
065200        AND WS-DQR-POLICY-NUMBER(WS-DQR-NDX1) = DQP-POLICY-NUMBER
065300        AND WS-DQR-REASON-CD(WS-DQR-NDX1) = DQP-REASON-CD
065400         MOVE 'Y' TO WS-FOUND-SW
065500         SET WS-DQR-NDX2 TO WS-DQR-NDX1
065600     END-IF.
065700 6050-CHECK-EXC-EXIT.
065800     EXIT.
065900******************************************************************
066000*    6100-FIND-PROGRAM - LOCATE OR OPEN THE SLOT FOR             *
066100*    WS-SEARCH-PROGRAM-ID, LATCHED INTO WS-PGM-NDX2              *
066200******************************************************************
066300 6100-FIND-PROGRAM.
066400     MOVE 'N' TO WS-FOUND-SW.
066500     PERFORM 6150-CHECK-PGM-SLOT   THRU 6150-CHECK-PGM-EXIT
066600             VARYING WS-PGM-NDX1 FROM 1 BY 1
066700             UNTIL WS-PGM-NDX1 > WS-PGM-COUNT
066800             OR WS-FOUND.
066900     IF NOT WS-FOUND
067000         IF WS-PGM-COUNT >= 20
067100             DISPLAY 'CSR9828 *** VALIDATING PROGRAMS EXCEED 20 '
067200                     'ROW TABLE CAPACITY - RUN ABANDONED ***'
067300             MOVE 16 TO RETURN-CODE
067400             SET WS-RUN-ABANDONED TO TRUE
067500         ELSE
067700             ADD 1 TO WS-PGM-COUNT
067800             SET WS-PGM-NDX2 TO WS-PGM-COUNT
067900             MOVE WS-SEARCH-PROGRAM-ID
068000                  TO WS-PGM-PROGRAM-ID(WS-PGM-NDX2)
068100             MOVE 'N'  TO WS-PGM-POSTED-SW(WS-PGM-NDX2)
068200             MOVE ZERO TO WS-PGM-OPEN-COUNT(WS-PGM-NDX2)
068300                          WS-PGM-NEW-COUNT(WS-PGM-NDX2)
068400                          WS-PGM-FIXED-COUNT(WS-PGM-NDX2)
068490         END-IF
068500     END-IF.
068600 6100-FIND-PGM-EXIT.
068700     EXIT.
068800 6150-CHECK-PGM-SLOT.
068900     IF WS-PGM-PROGRAM-ID(WS-PGM-NDX1) = WS-SEARCH-PROGRAM-ID
069000         MOVE 'Y' TO WS-FOUND-SW
069100         SET WS-PGM-NDX2 TO WS-PGM-NDX1
069200     END-IF.
069300 6150-CHECK-PGM-EXIT.
069400     EXIT.
069500******************************************************************
069600*    6200-NOTE-TEAM - ADD THE AGED ROW'S OWNING TEAM TO THE TEAM *
069700*    TABLE IF NOT ALREADY THERE.  A TEAM BEYOND CAPACITY IS      *
069800*    STILL COUNTED IN THE TOTALS, JUST NOT BROKEN OUT.           *
069900******************************************************************
070000 6200-NOTE-TEAM.
070100     IF WS-DQR-OPEN(WS-DQR-NDX1)
070200        AND WS-DQR-CYCLES-OUTSTANDING(WS-DQR-NDX1)
070300                > WS-AGED-CYCLES
070400         MOVE 'N' TO WS-FOUND-SW
070500         MOVE WS-DQR-OWNING-TEAM(WS-DQR-NDX1) TO WS-SEARCH-TEAM
070800         PERFORM 6250-CHECK-TEAM-SLOT  THRU 6250-CHECK-TEAM-EXIT
070900                 VARYING WS-TEAM-NDX1 FROM 1 BY 1
071000                 UNTIL WS-TEAM-NDX1 > WS-TEAM-COUNT
071100                 OR WS-FOUND
071200         IF NOT WS-FOUND
071300            AND WS-TEAM-COUNT < 50
071400             ADD 1 TO WS-TEAM-COUNT
071500             SET WS-TEAM-NDX1 TO WS-TEAM-COUNT
071600             MOVE WS-SEARCH-TEAM TO WS-TEAM-NAME(WS-TEAM-NDX1)
071650         END-IF
071700     END-IF.
071800 6200-NOTE-TEAM-EXIT.
071900     EXIT.
072000 6250-CHECK-TEAM-SLOT.
072100     IF WS-TEAM-NAME(WS-TEAM-NDX1) = WS-SEARCH-TEAM
072200         MOVE 'Y' TO WS-FOUND-SW
072300     END-IF.
072400 6250-CHECK-TEAM-EXIT.
072500     EXIT.
072600******************************************************************
072700*    3000-FINALIZE - WRITE THE NEW REGISTER AND HISTORY          *
072800*    GENERATIONS AND THE REPORT, CLOSE                           *
072900******************************************************************
073000 3000-FINALIZE.
073100     IF NOT WS-RUN-ABANDONED
073200         CLOSE POSTING-IN
073500         OPEN OUTPUT REGISTER-OUT
073600                     HISTORY-OUT
073700                     DQ-REPORT
073800         PERFORM 3100-WRITE-REGISTER-ROW THRU 3100-WRITE-REG-EXIT
073900                 VARYING WS-DQR-NDX1 FROM 1 BY 1
074000                 UNTIL WS-DQR-NDX1 > WS-DQR-COUNT
074100         MOVE WS-CYCLE-NBR   TO HDG-CYCLE-NBR
074200         MOVE WS-RUN-DATE    TO HDG-RUN-DATE
074300         MOVE WS-AGED-CYCLES TO HDG-AGED-CYCLES
074400         WRITE DQ-REPORT-LINE FROM HDG-LINE-1
074500         PERFORM 3150-WARN-NOT-POSTED  THRU 3150-WARN-EXIT
074600                 VARYING WS-PGM-NDX1 FROM 1 BY 1
074700                 UNTIL WS-PGM-NDX1 > WS-PGM-COUNT
074800         MOVE 'NEW EXCEPTIONS THIS CYCLE' TO TITLE-TEXT
074900         MOVE SPACES TO TITLE-TEAM
075000         PERFORM 3900-SECTION-HEADING  THRU 3900-SECTION-HDG-EXIT
075100         PERFORM 3200-PRINT-NEW        THRU 3200-PRINT-NEW-EXIT
075200                 VARYING WS-DQR-NDX1 FROM 1 BY 1
075300                 UNTIL WS-DQR-NDX1 > WS-DQR-COUNT
075400         IF WS-SECTION-COUNT = ZERO
075500             WRITE DQ-REPORT-LINE FROM NONE-LINE
075600         END-IF
075700         MOVE 'EXCEPTIONS FIXED THIS CYCLE' TO TITLE-TEXT
075800         PERFORM 3900-SECTION-HEADING  THRU 3900-SECTION-HDG-EXIT
075900         PERFORM 3300-PRINT-FIXED      THRU 3300-PRINT-FIXED-EXIT
076000                 VARYING WS-DQR-NDX1 FROM 1 BY 1
076100                 UNTIL WS-DQR-NDX1 > WS-DQR-COUNT
076200         IF WS-SECTION-COUNT = ZERO
076300             WRITE DQ-REPORT-LINE FROM NONE-LINE
076400         END-IF
076500         PERFORM 6200-NOTE-TEAM        THRU 6200-NOTE-TEAM-EXIT
076600                 VARYING WS-DQR-NDX1 FROM 1 BY 1
076700                 UNTIL WS-DQR-NDX1 > WS-DQR-COUNT
076800         IF WS-TEAM-COUNT = ZERO
076900             MOVE 'AGED EXCEPTIONS' TO TITLE-TEXT
077000             PERFORM 3900-SECTION-HEADING
077050                     THRU 3900-SECTION-HDG-EXIT
077100             WRITE DQ-REPORT-LINE FROM NONE-LINE
077200         ELSE
077300             PERFORM 3400-PRINT-TEAM-AGED
077350                     THRU 3400-PRINT-TEAM-EXIT
077400                     VARYING WS-TEAM-NDX1 FROM 1 BY 1
077500                     UNTIL WS-TEAM-NDX1 > WS-TEAM-COUNT
077600         END-IF
077700         PERFORM 3500-WRITE-HISTORY    THRU 3500-WRITE-HIST-EXIT
077800         MOVE SPACES TO DQ-REPORT-LINE
077900         WRITE DQ-REPORT-LINE
078000         MOVE SPACES TO TITLE-LINE
078100         MOVE 'OPEN EXCEPTION TREND BY PROGRAM' TO TITLE-TEXT
078200         WRITE DQ-REPORT-LINE FROM TITLE-LINE
078300         WRITE DQ-REPORT-LINE FROM TRD-HDG-LINE
078400         PERFORM 3600-PRINT-TREND      THRU 3600-PRINT-TREND-EXIT
078500                 VARYING WS-PGM-NDX1 FROM 1 BY 1
078600                 UNTIL WS-PGM-NDX1 > WS-PGM-COUNT
078700         MOVE SPACES TO DQ-REPORT-LINE
078800         WRITE DQ-REPORT-LINE
078900         MOVE WS-POSTED-COUNT  TO SUM-POSTED-COUNT
079000         MOVE WS-NEW-COUNT     TO SUM-NEW-COUNT
079100         MOVE WS-FIXED-COUNT   TO SUM-FIXED-COUNT
079200         MOVE WS-OPEN-COUNT    TO SUM-OPEN-COUNT
079300         MOVE WS-AGED-COUNT    TO SUM-AGED-COUNT
079400         MOVE WS-STALE-COUNT   TO SUM-STALE-COUNT
079500         MOVE WS-PURGED-COUNT  TO SUM-PURGED-COUNT
079600         WRITE DQ-REPORT-LINE FROM SUM-LINE-1
079700         WRITE DQ-REPORT-LINE FROM SUM-LINE-2
079800         WRITE DQ-REPORT-LINE FROM SUM-LINE-3
079900         WRITE DQ-REPORT-LINE FROM SUM-LINE-4
080000         WRITE DQ-REPORT-LINE FROM SUM-LINE-5
080100         WRITE DQ-REPORT-LINE FROM SUM-LINE-6
080200         WRITE DQ-REPORT-LINE FROM SUM-LINE-7
080300         CLOSE REGISTER-OUT
080400               HISTORY-OUT
080500               DQ-REPORT
080600     END-IF.
080700     DISPLAY 'CSR9828 EXCEPTIONS POSTED   : ' WS-POSTED-COUNT.
080800     DISPLAY 'CSR9828 NEW EXCEPTIONS      : ' WS-NEW-COUNT.
080900     DISPLAY 'CSR9828 EXCEPTIONS FIXED    : ' WS-FIXED-COUNT.
081000     DISPLAY 'CSR9828 OPEN AT CYCLE END   : ' WS-OPEN-COUNT.
081100     DISPLAY 'CSR9828 STALE POSTINGS      : ' WS-STALE-COUNT.
081200 3000-FINALIZE-EXIT.
081300     EXIT.
081400******************************************************************
081500*    3100-WRITE-REGISTER-ROW - CARRY A ROW TO THE NEW            *
081600*    GENERATION.  A CLOSED ROW PAST THE RETENTION PERIOD IS      *
081700*    DROPPED.                                                    *
081800******************************************************************
081900 3100-WRITE-REGISTER-ROW.
082000     IF NOT WS-DQR-OPEN(WS-DQR-NDX1)
082100        AND WS-DQR-CLOSED-CYCLE(WS-DQR-NDX1) + WS-RETAIN-CYCLES
082200            < WS-CYCLE-NBR
082300         ADD 1 TO WS-PURGED-COUNT
082305     ELSE
082310         MOVE SPACES TO REGISTER-OUT-REC
082315         MOVE WS-DQR-PROGRAM-ID(WS-DQR-NDX1)
082320              TO DRO-PROGRAM-ID
082325         MOVE WS-DQR-KEY-TYPE(WS-DQR-NDX1)
082330              TO DRO-KEY-TYPE
082335         MOVE WS-DQR-HOST-CLI-ID(WS-DQR-NDX1)
082340              TO DRO-HOST-CLI-ID
082345         MOVE WS-DQR-POLICY-NUMBER(WS-DQR-NDX1)
082350              TO DRO-POLICY-NUMBER
082355         MOVE WS-DQR-REASON-CD(WS-DQR-NDX1)
082360              TO DRO-REASON-CD
082365         MOVE WS-DQR-REASON-TEXT(WS-DQR-NDX1)
082370              TO DRO-REASON-TEXT
082375         MOVE WS-DQR-OWNING-TEAM(WS-DQR-NDX1)
082380              TO DRO-OWNING-TEAM
082385         MOVE WS-DQR-FIRST-SEEN-DT(WS-DQR-NDX1)
082390              TO DRO-FIRST-SEEN-DT
082395         MOVE WS-DQR-FIRST-SEEN-CYCLE(WS-DQR-NDX1)
082400              TO DRO-FIRST-SEEN-CYCLE
082405         MOVE WS-DQR-LAST-SEEN-DT(WS-DQR-NDX1)
082410              TO DRO-LAST-SEEN-DT
082415         MOVE WS-DQR-LAST-SEEN-CYCLE(WS-DQR-NDX1)
082420              TO DRO-LAST-SEEN-CYCLE
082425         MOVE WS-DQR-CYCLES-OUTSTANDING(WS-DQR-NDX1)
082430              TO DRO-CYCLES-OUTSTANDING
082435         MOVE WS-DQR-STATUS(WS-DQR-NDX1)
082440              TO DRO-STATUS
082445         MOVE WS-DQR-CLOSED-DT(WS-DQR-NDX1)
082450              TO DRO-CLOSED-DT
082455         MOVE WS-DQR-CLOSED-CYCLE(WS-DQR-NDX1)
082460              TO DRO-CLOSED-CYCLE
082465         WRITE REGISTER-OUT-REC
082500     END-IF.
085800 3100-WRITE-REG-EXIT.
085900     EXIT.
086000******************************************************************
086100*    3150-WARN-NOT-POSTED - A PROGRAM WITH OPEN EXCEPTIONS BUT   *
086200*    NO CURRENT-CYCLE TRAILER CLOSED NOTHING; SAY SO             *
086300******************************************************************
086400 3150-WARN-NOT-POSTED.
086500     IF NOT WS-PGM-POSTED(WS-PGM-NDX1)
086600         MOVE WS-PGM-PROGRAM-ID(WS-PGM-NDX1)
086700              TO PGM-WARN-PROGRAM-ID
086800         WRITE DQ-REPORT-LINE FROM PGM-WARN-LINE
086900         DISPLAY 'CSR9828 *** NO CURRENT POSTINGS FROM '
087000                 WS-PGM-PROGRAM-ID(WS-PGM-NDX1) ' ***'
087100         IF RETURN-CODE < 4
087200             MOVE 4 TO RETURN-CODE
087300         END-IF
087400     END-IF.
087500 3150-WARN-EXIT.
087600     EXIT.
087700 3200-PRINT-NEW.
087800     IF WS-DQR-NEW-THIS-CYCLE(WS-DQR-NDX1)
087900         PERFORM 3800-PRINT-EXCEPTION THRU 3800-PRINT-EXC-EXIT
088000     END-IF.
088100 3200-PRINT-NEW-EXIT.
088200     EXIT.
088300 3300-PRINT-FIXED.
088400     IF WS-DQR-FIXED-THIS-CYCLE(WS-DQR-NDX1)
088500         PERFORM 3800-PRINT-EXCEPTION THRU 3800-PRINT-EXC-EXIT
088600     END-IF.
088700 3300-PRINT-FIXED-EXIT.
088800     EXIT.
088900******************************************************************
089000*    3400-PRINT-TEAM-AGED - ONE SECTION PER OWNING TEAM LISTING  *
089100*    ITS OPEN EXCEPTIONS PAST THE AGED THRESHOLD                 *
089200******************************************************************
089300 3400-PRINT-TEAM-AGED.
089400     MOVE 'AGED EXCEPTIONS - OWNING TEAM: ' TO TITLE-TEXT.
089500     MOVE WS-TEAM-NAME(WS-TEAM-NDX1)        TO TITLE-TEAM.
089600     PERFORM 3900-SECTION-HEADING  THRU 3900-SECTION-HDG-EXIT.
089700     PERFORM 3450-PRINT-AGED-ROW   THRU 3450-PRINT-AGED-EXIT
089800             VARYING WS-DQR-NDX1 FROM 1 BY 1
089900             UNTIL WS-DQR-NDX1 > WS-DQR-COUNT.
090000     MOVE WS-SECTION-COUNT TO TEAM-AGED-COUNT.
090100     WRITE DQ-REPORT-LINE FROM TEAM-TOTAL-LINE.
090200 3400-PRINT-TEAM-EXIT.
090300     EXIT.
090400 3450-PRINT-AGED-ROW.
090500     IF WS-DQR-OPEN(WS-DQR-NDX1)
090600        AND WS-DQR-CYCLES-OUTSTANDING(WS-DQR-NDX1)
090700            > WS-AGED-CYCLES
090800        AND WS-DQR-OWNING-TEAM(WS-DQR-NDX1)
090900            = WS-TEAM-NAME(WS-TEAM-NDX1)
091000         PERFORM 3800-PRINT-EXCEPTION THRU 3800-PRINT-EXC-EXIT
091100     END-IF.
091200 3450-PRINT-AGED-EXIT.
091300     EXIT.
091400******************************************************************
091500*    3500-WRITE-HISTORY - CARRY THE PRIOR HISTORY STILL INSIDE   *
091600*    THE TREND WINDOW (DROPPING ANY ROWS ALREADY WRITTEN FOR     *
091700*    THIS CYCLE BY AN EARLIER RUN), THEN ADD THIS CYCLE'S ROW    *
091800*    FOR EACH PROGRAM.  THE HOLD TABLE IS REBUILT TO MATCH SO    *
091900*    THE TREND PRINTS WHAT WAS WRITTEN.                          *
092000******************************************************************
092100 3500-WRITE-HISTORY.
092200     MOVE WS-DQH-COUNT TO WS-SECTION-COUNT.
092300     MOVE ZERO TO WS-DQH-COUNT.
092400     PERFORM 3550-CARRY-HISTORY-ROW THRU 3550-CARRY-HIST-EXIT
092500             VARYING WS-DQH-NDX1 FROM 1 BY 1
092600             UNTIL WS-DQH-NDX1 > WS-SECTION-COUNT.
092700     PERFORM 3570-ADD-HISTORY-ROW  THRU 3570-ADD-HIST-EXIT
092800             VARYING WS-PGM-NDX1 FROM 1 BY 1
092900             UNTIL WS-PGM-NDX1 > WS-PGM-COUNT.
093000 3500-WRITE-HIST-EXIT.
093100     EXIT.
093200 3550-CARRY-HISTORY-ROW.
093250     IF WS-DQH-CYCLE-NBR(WS-DQH-NDX1) NOT = WS-CYCLE-NBR
093300        AND WS-DQH-CYCLE-NBR(WS-DQH-NDX1) + WS-TREND-CYCLES
093350            > WS-CYCLE-NBR
093400         ADD 1 TO WS-DQH-COUNT
093450         MOVE WS-DQH-ENTRY(WS-DQH-NDX1)
093500              TO WS-DQH-ENTRY(WS-DQH-COUNT)
093550         MOVE WS-DQH-ENTRY(WS-DQH-COUNT) TO HISTORY-OUT-REC
093600         WRITE HISTORY-OUT-REC
093700     END-IF.
094200 3550-CARRY-HIST-EXIT.
094300     EXIT.
094400 3570-ADD-HISTORY-ROW.
094500     IF WS-DQH-COUNT >= 1000
094600         DISPLAY 'CSR9828 *** HISTORY EXCEEDS 1000 ROW TABLE '
094700                 'CAPACITY - ' WS-PGM-PROGRAM-ID(WS-PGM-NDX1)
094800                 ' NOT RECORDED ***'
094900         MOVE 16 TO RETURN-CODE
094910     ELSE
094920         ADD 1 TO WS-DQH-COUNT
094930         SET WS-DQH-NDX1 TO WS-DQH-COUNT
094940         MOVE WS-CYCLE-NBR TO WS-DQH-CYCLE-NBR(WS-DQH-NDX1)
094950         MOVE WS-RUN-DATE  TO WS-DQH-RUN-DATE(WS-DQH-NDX1)
094960         MOVE WS-PGM-PROGRAM-ID(WS-PGM-NDX1)
094970              TO WS-DQH-PROGRAM-ID(WS-DQH-NDX1)
094980         MOVE WS-PGM-OPEN-COUNT(WS-PGM-NDX1)
094990              TO WS-DQH-OPEN-COUNT(WS-DQH-NDX1)
095000         MOVE WS-PGM-NEW-COUNT(WS-PGM-NDX1)
095010              TO WS-DQH-NEW-COUNT(WS-DQH-NDX1)
095020         MOVE WS-PGM-FIXED-COUNT(WS-PGM-NDX1)
095030              TO WS-DQH-FIXED-COUNT(WS-DQH-NDX1)
095040         MOVE WS-DQH-ENTRY(WS-DQH-NDX1) TO HISTORY-OUT-REC
095050         WRITE HISTORY-OUT-REC
095100     END-IF.
096600 3570-ADD-HIST-EXIT.
096700     EXIT.
096800******************************************************************
096900*    3600-PRINT-TREND - ONE PROGRAM'S OPEN COUNTS, OLDEST CYCLE  *
097000*    FIRST                                                       *
097100******************************************************************
097200 3600-PRINT-TREND.
097300     PERFORM 3650-PRINT-TREND-ROW  THRU 3650-PRINT-TROW-EXIT
097400             VARYING WS-DQH-NDX1 FROM 1 BY 1
097500             UNTIL WS-DQH-NDX1 > WS-DQH-COUNT.
097600 3600-PRINT-TREND-EXIT.
097700     EXIT.
097800 3650-PRINT-TREND-ROW.
097900     IF WS-DQH-PROGRAM-ID(WS-DQH-NDX1)
098000        = WS-PGM-PROGRAM-ID(WS-PGM-NDX1)
098100         MOVE WS-DQH-PROGRAM-ID(WS-DQH-NDX1) TO TRD-PROGRAM-ID
098200         MOVE WS-DQH-CYCLE-NBR(WS-DQH-NDX1)  TO TRD-CYCLE-NBR
098300         MOVE WS-DQH-RUN-DATE(WS-DQH-NDX1)   TO TRD-RUN-DATE
098400         MOVE WS-DQH-OPEN-COUNT(WS-DQH-NDX1) TO TRD-OPEN-COUNT
098500         MOVE WS-DQH-NEW-COUNT(WS-DQH-NDX1)  TO TRD-NEW-COUNT
098600         MOVE WS-DQH-FIXED-COUNT(WS-DQH-NDX1)
098700              TO TRD-FIXED-COUNT
098800         WRITE DQ-REPORT-LINE FROM TRD-DET-LINE
098900     END-IF.
099000 3650-PRINT-TROW-EXIT.
099100     EXIT.
099200******************************************************************
099300*    3800-PRINT-EXCEPTION - ONE REGISTER ROW UNDER WS-DQR-NDX1   *
099400******************************************************************
099500 3800-PRINT-EXCEPTION.
099600     MOVE WS-DQR-PROGRAM-ID(WS-DQR-NDX1)    TO EXC-PROGRAM-ID.
099700     MOVE WS-DQR-KEY-TYPE(WS-DQR-NDX1)      TO EXC-KEY-TYPE.
099800     MOVE WS-DQR-HOST-CLI-ID(WS-DQR-NDX1)   TO EXC-HOST-CLI-ID.
099900     MOVE WS-DQR-POLICY-NUMBER(WS-DQR-NDX1) TO EXC-POLICY-NUMBER.
100000     MOVE WS-DQR-REASON-CD(WS-DQR-NDX1)     TO EXC-REASON-CD.
100100     MOVE WS-DQR-REASON-TEXT(WS-DQR-NDX1)   TO EXC-REASON-TEXT.
100200     MOVE WS-DQR-OWNING-TEAM(WS-DQR-NDX1)   TO EXC-OWNING-TEAM.
100300     MOVE WS-DQR-FIRST-SEEN-DT(WS-DQR-NDX1) TO EXC-FIRST-SEEN-DT.
100400     MOVE WS-DQR-CYCLES-OUTSTANDING(WS-DQR-NDX1)
100500          TO EXC-CYCLES.
100600     WRITE DQ-REPORT-LINE FROM EXC-DET-LINE.
100700     ADD 1 TO WS-SECTION-COUNT.
100800 3800-PRINT-EXC-EXIT.
100900     EXIT.
101000******************************************************************
101100*    3900-SECTION-HEADING - BLANK LINE, TITLE, COLUMN HEADINGS,  *
101200*    AND RESET THE SECTION LINE COUNT                            *
101300******************************************************************
101400 3900-SECTION-HEADING.
101500     MOVE SPACES TO DQ-REPORT-LINE.
101600     WRITE DQ-REPORT-LINE.
101700     WRITE DQ-REPORT-LINE FROM TITLE-LINE.
101800     WRITE DQ-REPORT-LINE FROM EXC-HDG-LINE.
101900     MOVE ZERO TO WS-SECTION-COUNT.
102000 3900-SECTION-HDG-EXIT.
102100     EXIT.
102200******************************************************************
102300*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
102400*    CONTROL; REFUSED UNLESS EVERY VALIDATION STEP THAT POSTS    *
102500*    TO THE REGISTER HAS COMPLETED SUCCESSFULLY FOR THE CURRENT  *
102600*    CYCLE.  THE CYCLE NUMBER RETURNED ON CHECK-IN IS THE ONE    *
102700*    THE POSTINGS MUST CARRY.                                    *
102800******************************************************************
102900 7000-RUN-CONTROL-IN.
103000     MOVE 'S'        TO RCLP-FUNCTION.
103100     MOVE 'CSR9828 ' TO RCLP-STEP-NAME.
103200     MOVE 'CSV0010 ' TO RCLP-PRODUCER-STEP.
103300     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
103400     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
103500     IF RCLP-RCTL-RC NOT = ZERO
103600         DISPLAY 'CSR9828 *** RUN REFUSED BY RUN CONTROL - '
103700                 RCLP-RCTL-MSG ' ***'
103800         MOVE 16 TO RETURN-CODE
103900     END-IF.
104000*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
104100*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
104200*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
104300*    EARLIER PRODUCER'S REFUSAL.
104400     IF RCLP-RCTL-RC = ZERO
104500         MOVE 'S'        TO RCLP-FUNCTION
104600         MOVE 'CSR9828 ' TO RCLP-STEP-NAME
104700         MOVE 'CSV0030 ' TO RCLP-PRODUCER-STEP
104800         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
104900         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
105000         IF RCLP-RCTL-RC NOT = ZERO
105100             DISPLAY 'CSR9828 *** RUN REFUSED BY RUN CONTROL - '
105200                     RCLP-RCTL-MSG ' ***'
105300             MOVE 16 TO RETURN-CODE
105400         END-IF
105500     END-IF.
105600     IF RCLP-RCTL-RC = ZERO
105700         MOVE 'S'        TO RCLP-FUNCTION
105800         MOVE 'CSR9828 ' TO RCLP-STEP-NAME
105900         MOVE 'CSV0040 ' TO RCLP-PRODUCER-STEP
106000         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
106100         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
106200         IF RCLP-RCTL-RC NOT = ZERO
106300             DISPLAY 'CSR9828 *** RUN REFUSED BY RUN CONTROL - '
106400                     RCLP-RCTL-MSG ' ***'
106500             MOVE 16 TO RETURN-CODE
106600         END-IF
106700     END-IF.
106800     IF RCLP-RCTL-RC = ZERO
106900         MOVE 'S'        TO RCLP-FUNCTION
107000         MOVE 'CSR9828 ' TO RCLP-STEP-NAME
107100         MOVE 'CSR9819 ' TO RCLP-PRODUCER-STEP
107200         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
107300         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
107400         IF RCLP-RCTL-RC NOT = ZERO
107500             DISPLAY 'CSR9828 *** RUN REFUSED BY RUN CONTROL - '
107600                     RCLP-RCTL-MSG ' ***'
107700             MOVE 16 TO RETURN-CODE
107800         ELSE
107900             MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
108000         END-IF
108100     END-IF.
108200 7000-RUN-CTL-IN-EXIT.
108300     EXIT.
108400******************************************************************
108500*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
108600*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
108700******************************************************************
108800 7100-RUN-CONTROL-OUT.
108900     MOVE 'E' TO RCLP-FUNCTION.
109000     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
109100     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
109200     IF RCLP-RCTL-RC NOT = ZERO
109300         DISPLAY 'CSR9828 *** RUN CONTROL CHECK-OUT FAILED - '
109400                 RCLP-RCTL-MSG ' ***'
109500         MOVE 16 TO RETURN-CODE
109600     ELSE
109700         MOVE RCLP-RETURN-CODE TO RETURN-CODE
109800     END-IF.
109900 7100-RUN-CTL-OUT-EXIT.
110000     EXIT.
110010******************************************************************
110020*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
110030*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
110040*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
110050*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
110060******************************************************************
110070 7200-POST-CONTROL-TOTALS.
110080     MOVE 'CSR9828 '         TO CTLP-STEP-NAME.
110090     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
110100     MOVE 6                  TO CTLP-TOTAL-COUNT.
110110     MOVE 'POSTED'           TO CTLP-TOTAL-NAME(1).
110120     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
110130     MOVE WS-POSTED-COUNT    TO CTLP-RECORD-COUNT(1).
110140     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
110150     MOVE 'STALE'            TO CTLP-TOTAL-NAME(2).
110160     MOVE 'R'                TO CTLP-TOTAL-TYPE(2).
110170     MOVE WS-STALE-COUNT     TO CTLP-RECORD-COUNT(2).
110180     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
110190     MOVE 'NEW'              TO CTLP-TOTAL-NAME(3).
110200     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
110210     MOVE WS-NEW-COUNT       TO CTLP-RECORD-COUNT(3).
110220     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
110230     MOVE 'FIXED'            TO CTLP-TOTAL-NAME(4).
110240     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
110250     MOVE WS-FIXED-COUNT     TO CTLP-RECORD-COUNT(4).
110260     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
110270     MOVE 'OPEN'             TO CTLP-TOTAL-NAME(5).
110280     MOVE 'O'                TO CTLP-TOTAL-TYPE(5).
110290     MOVE WS-OPEN-COUNT      TO CTLP-RECORD-COUNT(5).
110300     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
110310     MOVE 'PURGED'           TO CTLP-TOTAL-NAME(6).
110320     MOVE 'O'                TO CTLP-TOTAL-TYPE(6).
110330     MOVE WS-PURGED-COUNT    TO CTLP-RECORD-COUNT(6).
110340     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(6).
110350     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
110360     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
110370     IF CTLP-CTOT-RC NOT = ZERO
110380         DISPLAY 'CSR9828 *** CONTROL TOTAL POSTING FAILED - '
110390                 CTLP-CTOT-MSG ' ***'
110400         IF RCLP-RETURN-CODE < 4
110410             MOVE 4 TO RCLP-RETURN-CODE
110420         END-IF
110430     END-IF.
110440     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
110450 7200-POST-CTL-EXIT.
110460     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9829.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL BATCH CONTROL.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: MAKER-CHECKER APPROVAL GATE FOR REFERENCE AND      *
000900*             REGISTER MAINTENANCE.  CROSSWALK (CCSRXWT),        *
001000*             PRODUCT MASTER (CCSRPDT), CLIENT MERGE (CCSRMGT)   *
001100*             AND CLAIMS-HOLD RELEASE (CCSRRLT) TRANSACTIONS ARE *
001200*             NO LONGER APPLIED AS SOON AS THEY ARE KEYED.  EACH *
001300*             KEYED ROW IS HELD ON THE APPROVAL QUEUE (CCSRMKP,  *
001400*             PRIOR GENERATION IN, NEW GENERATION OUT) WITH A    *
001500*             QUEUE REFERENCE, THE MAKER'S USER ID AND THE DATE  *
001600*             KEYED, AND IS LISTED AS AWAITING APPROVAL.  A      *
001700*             CHECKER'S DECISION (CCSRMKA) QUOTING THE REFERENCE *
001800*             IS HONOURED ONLY WHEN THE CHECKER IS A DIFFERENT   *
001900*             USER FROM THE MAKER: AN APPROVED ROW IS RELEASED,  *
002000*             STAMPED WITH THE CHECKER'S USER ID, TO THE         *
002100*             TRANSACTION FILE OF THE STEP THAT APPLIES IT       *
002200*             (CSR9812, CSR9820, CSV0080, CSR9815); A DECLINED   *
002300*             ROW IS DROPPED.  A ROW STILL UNAPPROVED AFTER THE  *
002400*             PARM NUMBER OF DAYS IS DROPPED ONTO THE EXPIRY     *
002500*             REPORT AND MUST BE KEYED AGAIN.  DECISIONS ARE     *
002600*             APPLIED BEFORE THE DAY'S NEW ROWS ARE QUEUED, SO A *
002700*             ROW IS ALWAYS APPROVED IN A LATER RUN THAN THE ONE *
002800*             THAT QUEUED IT.  AN UNREADABLE OR OVERFLOWED QUEUE *
002900*             ABANDONS THE RUN BEFORE ANYTHING IS RELEASED.      *
003000*                                                                *
003100*             PARM (OPTIONAL): EXPIRY DAYS 9(05), DEFAULT 10.    *
003200******************************************************************
003300*    DATE     AUTH.  DESCRIPTION                                 *
003400*                                                                *
003500*  15OCT26     DOB   INITIAL VERSION                             *
003510*  15OCT26     DOB   POST THE ROWS QUEUED, APPROVED, DECLINED,   *
003520*                    EXPIRED AND AWAITING APPROVAL AND THE       *
003530*                    DECISIONS AND KEYED ROWS REFUSED TO THE     *
003540*                    CYCLE CONTROL-TOTAL FILE (CSRCTOT) FOR THE  *
003550*                    CSR9830 BALANCING STEP                      *
003560*  15OCT26     DOB   CORRECTED THE DAY SERIAL - LEAP DAYS ARE    *
003570*                    NOW COUNTED FOR COMPLETED YEARS ONLY, IN    *
003580*                    WHOLE QUOTIENTS, SO WAITING DAYS NO LONGER  *
003590*                    GAIN OR LOSE A DAY ACROSS A LEAP-YEAR       *
003595*                    BOUNDARY                                    *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-3090.
004000 OBJECT-COMPUTER.   IBM-3090.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT QUEUE-IN           ASSIGN TO MKPIN
004400                               ORGANIZATION IS SEQUENTIAL
004500                               FILE STATUS IS WS-MKP-STATUS.
004600     SELECT APPROVAL-IN        ASSIGN TO MKAIN
004700                               ORGANIZATION IS SEQUENTIAL
004800                               FILE STATUS IS WS-MKA-STATUS.
004900     SELECT XWT-KEYED          ASSIGN TO XWTIN
005000                               ORGANIZATION IS SEQUENTIAL
005100                               FILE STATUS IS WS-KEYED-STATUS.
005200     SELECT PDT-KEYED          ASSIGN TO PDTIN
005300                               ORGANIZATION IS SEQUENTIAL
005400                               FILE STATUS IS WS-KEYED-STATUS.
005500     SELECT MGT-KEYED          ASSIGN TO MGTIN
005600                               ORGANIZATION IS SEQUENTIAL
005700                               FILE STATUS IS WS-KEYED-STATUS.
005800     SELECT RLT-KEYED          ASSIGN TO RLTIN
005900                               ORGANIZATION IS SEQUENTIAL
006000                               FILE STATUS IS WS-KEYED-STATUS.
006100     SELECT PARM-FILE          ASSIGN TO PARMIN
006200                               ORGANIZATION IS SEQUENTIAL.
006300     SELECT QUEUE-OUT          ASSIGN TO MKPOUT
006400                               ORGANIZATION IS SEQUENTIAL.
006500     SELECT XWT-RELEASED       ASSIGN TO XWTOUT
006600                               ORGANIZATION IS SEQUENTIAL.
006700     SELECT PDT-RELEASED       ASSIGN TO PDTOUT
006800                               ORGANIZATION IS SEQUENTIAL.
006900     SELECT MGT-RELEASED       ASSIGN TO MGTOUT
007000                               ORGANIZATION IS SEQUENTIAL.
007100     SELECT RLT-RELEASED       ASSIGN TO RLTOUT
007200                               ORGANIZATION IS SEQUENTIAL.
007300     SELECT APPROVAL-REPORT    ASSIGN TO MKARPT
007400                               ORGANIZATION IS SEQUENTIAL.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  QUEUE-IN
007800     RECORDING MODE IS F.
007900     COPY CCSRMKP.
008000 FD  APPROVAL-IN
008100     RECORDING MODE IS F.
008200     COPY CCSRMKA.
008300 FD  XWT-KEYED
008400     RECORDING MODE IS F.
008500 01  XWT-KEYED-REC                  PIC X(39).
008600 FD  PDT-KEYED
008700     RECORDING MODE IS F.
008800 01  PDT-KEYED-REC                  PIC X(39).
008900 FD  MGT-KEYED
009000     RECORDING MODE IS F.
009100 01  MGT-KEYED-REC                  PIC X(37).
009200 FD  RLT-KEYED
009300     RECORDING MODE IS F.
009400 01  RLT-KEYED-REC                  PIC X(45).
009500 FD  PARM-FILE
009600     RECORDING MODE IS F.
009700 01  PARM-RECORD.
009800     05  PARM-EXPIRY-DAYS           PIC 9(05).
009900 FD  QUEUE-OUT
010000     RECORDING MODE IS F.
010100 01  QUEUE-OUT-REC.
010200     05  MKO-REF-CYCLE              PIC 9(07).
010300     05  MKO-REF-SEQ                PIC 9(05).
010400     05  MKO-TARGET-STEP            PIC X(08).
010500     05  MKO-MAKER-ID               PIC X(08).
010600     05  MKO-KEYED-DATE             PIC X(08).
010700     05  MKO-TRANS-IMAGE            PIC X(50).
010800 FD  XWT-RELEASED
010900     RECORDING MODE IS F.
011000 01  XWT-RELEASED-REC               PIC X(39).
011100 FD  PDT-RELEASED
011200     RECORDING MODE IS F.
011300 01  PDT-RELEASED-REC               PIC X(39).
011400 FD  MGT-RELEASED
011500     RECORDING MODE IS F.
011600 01  MGT-RELEASED-REC               PIC X(37).
011700 FD  RLT-RELEASED
011800     RECORDING MODE IS F.
011900 01  RLT-RELEASED-REC               PIC X(45).
012000 FD  APPROVAL-REPORT
012100     RECORDING MODE IS F.
012200 01  APPROVAL-REPORT-LINE           PIC X(132).
012300 WORKING-STORAGE SECTION.
012400******************************************************************
012500*    SWITCHES AND COUNTERS                                       *
012600******************************************************************
012700 77  WS-MKP-STATUS                  PIC X(02)   VALUE '00'.
012800     88  WS-MKP-OK                              VALUE '00'.
012900     88  WS-MKP-NOT-FOUND                       VALUE '35'.
013000 77  WS-MKA-STATUS                  PIC X(02)   VALUE '00'.
013100     88  WS-MKA-OK                              VALUE '00'.
013200     88  WS-MKA-NOT-FOUND                       VALUE '35'.
013300 77  WS-KEYED-STATUS                PIC X(02)   VALUE '00'.
013400     88  WS-KEYED-OK                            VALUE '00'.
013500     88  WS-KEYED-NOT-FOUND                     VALUE '35'.
013600 77  WS-MKP-EOF-SW                  PIC X(01)   VALUE 'N'.
013700     88  END-OF-QUEUE-FILE                      VALUE 'Y'.
013800 77  WS-MKA-EOF-SW                  PIC X(01)   VALUE 'N'.
013900     88  END-OF-APPROVALS                       VALUE 'Y'.
014000 77  WS-MKA-OPEN-SW                 PIC X(01)   VALUE 'N'.
014100     88  WS-MKA-FILE-OPEN                       VALUE 'Y'.
014200 77  WS-KEYED-EOF-SW                PIC X(01)   VALUE 'N'.
014300     88  END-OF-KEYED-FILE                      VALUE 'Y'.
014400 77  WS-MKQ-FOUND-SW                PIC X(01)   VALUE 'N'.
014500     88  WS-QUEUE-ENTRY-FOUND                   VALUE 'Y'.
014600 77  WS-MKQ-OVERFLOW-SW             PIC X(01)   VALUE 'N'.
014700     88  WS-MKQ-TABLE-OVERFLOW                  VALUE 'Y'.
014800 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
014900     88  WS-RUN-ABANDONED                       VALUE 'Y'.
015000 77  WS-MKQ-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
015100 77  WS-NEXT-SEQ                    PIC 9(05)   VALUE ZERO.
015200 77  WS-EXPIRY-DAYS                 PIC 9(05)   VALUE 10.
015300 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
015400 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
015500 77  WS-TODAY-SERIAL                PIC S9(07)  COMP  VALUE ZERO.
015600 77  WS-DAYS-WAITING                PIC S9(07)  COMP  VALUE ZERO.
015700 77  WS-APPROVED-COUNT              PIC S9(07)  COMP  VALUE ZERO.
015800 77  WS-DECLINED-COUNT              PIC S9(07)  COMP  VALUE ZERO.
015900 77  WS-REFUSED-COUNT               PIC S9(07)  COMP  VALUE ZERO.
016000 77  WS-EXPIRED-COUNT               PIC S9(07)  COMP  VALUE ZERO.
016100 77  WS-QUEUED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
016200 77  WS-KEY-REFUSED-COUNT           PIC S9(07)  COMP  VALUE ZERO.
016300 77  WS-AWAITING-COUNT              PIC S9(07)  COMP  VALUE ZERO.
016400 77  WS-DEC-LINE-COUNT              PIC S9(05)  COMP  VALUE ZERO.
016500 77  WS-EXP-LINE-COUNT              PIC S9(05)  COMP  VALUE ZERO.
016600 77  WS-KEY-LINE-COUNT              PIC S9(05)  COMP  VALUE ZERO.
016700 77  WS-AWT-LINE-COUNT              PIC S9(05)  COMP  VALUE ZERO.
016800******************************************************************
016900*    NEW-ROW WORK AREA - SET BY EACH KEYED-FILE READER BEFORE    *
017000*    THE COMMON QUEUEING LOGIC                                   *
017100******************************************************************
017200 01  WS-NEW-ENTRY.
017300     05  WS-NEW-TARGET-STEP         PIC X(08).
017400     05  WS-NEW-MAKER-ID            PIC X(08).
017500     05  WS-NEW-TRANS-IMAGE         PIC X(50).
017600******************************************************************
017700*    DATE-TO-SERIAL WORK AREA - YYYYMMDD TO A DAY SERIAL SO      *
017800*    WAITING DAYS CAN BE COMPUTED ACROSS MONTH AND YEAR ENDS     *
017900******************************************************************
018000 01  WS-SERIAL-WORK.
018100     05  WS-SER-DATE                PIC X(08).
018200     05  WS-SER-DATE-R REDEFINES WS-SER-DATE.
018300         10  WS-SER-YEAR            PIC 9(04).
018400         10  WS-SER-MONTH           PIC 9(02).
018500         10  WS-SER-DAY             PIC 9(02).
018600     05  WS-SER-RESULT              PIC S9(07)  COMP.
018700     05  WS-SER-QUOT                PIC S9(07)  COMP.
018800     05  WS-SER-REM-4               PIC S9(04)  COMP.
018900     05  WS-SER-REM-100             PIC S9(04)  COMP.
019000     05  WS-SER-REM-400             PIC S9(04)  COMP.
019010     05  WS-SER-PRIOR-YEAR          PIC S9(04)  COMP.
019100 01  WS-MONTH-OFFSETS.
019200     05  FILLER                     PIC X(36)   VALUE
019300         '000031059090120151181212243273304334'.
019400 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSETS.
019500     05  WS-MTH-OFFSET              PIC 9(03)
019600         OCCURS 12 TIMES.
019700******************************************************************
019800*    APPROVAL QUEUE TABLE - PRIOR GENERATION LOADED AT STARTUP,  *
019900*    EXTENDED BY THE DAY'S KEYED ROWS.  ONLY ROWS STILL PENDING  *
020000*    ARE WRITTEN TO THE NEW GENERATION.                          *
020100******************************************************************
020200 01  WS-MKQ-TABLE.
020300     05  WS-MKQ-ENTRY OCCURS 2000 TIMES
020400                      INDEXED BY WS-MKQ-NDX1 WS-MKQ-NDX2.
020500         10  WS-MKQ-REF-CYCLE           PIC 9(07).
020600         10  WS-MKQ-REF-SEQ             PIC 9(05).
020700         10  WS-MKQ-TARGET-STEP         PIC X(08).
020800         10  WS-MKQ-MAKER-ID            PIC X(08).
020900         10  WS-MKQ-KEYED-DATE          PIC X(08).
021000         10  WS-MKQ-TRANS-IMAGE         PIC X(50).
021100         10  WS-MKQ-STATUS              PIC X(01).
021200             88  WS-MKQ-PENDING             VALUE 'P'.
021300             88  WS-MKQ-APPROVED            VALUE 'A'.
021400             88  WS-MKQ-DECLINED            VALUE 'D'.
021500             88  WS-MKQ-EXPIRED             VALUE 'X'.
021600         10  WS-MKQ-NEW-FLAG            PIC X(01).
021700             88  WS-MKQ-QUEUED-THIS-RUN     VALUE 'Y'.
021800******************************************************************
021900*    TRANSACTION LAYOUTS OF THE FOUR APPLYING STEPS              *
022000******************************************************************
022100     COPY CCSRXWT.
022200     COPY CCSRPDT.
022300     COPY CCSRMGT.
022400     COPY CCSRRLT.
022500******************************************************************
022600*    REPORT LINES                                                *
022700******************************************************************
022800 01  HDG-LINE-1.
022900     05  FILLER                     PIC X(40) VALUE
023000             'CSR9829 MAINTENANCE APPROVAL QUEUE  CYCL'.
023100     05  FILLER                     PIC X(02) VALUE 'E '.
023200     05  HDG-CYCLE-NBR              PIC 9(07).
023300     05  FILLER                     PIC X(04) VALUE SPACES.
023400     05  FILLER                     PIC X(09) VALUE 'RUN DATE '.
023500     05  HDG-RUN-DATE               PIC X(08).
023600 01  DEC-TITLE-LINE.
023700     05  FILLER                     PIC X(40) VALUE
023800             'APPROVAL DECISIONS                      '.
023900 01  EXP-TITLE-LINE.
024000     05  FILLER                     PIC X(40) VALUE
024100             'EXPIRY REPORT - NOT APPROVED WITHIN     '.
024200     05  EXP-TITLE-DAYS             PIC ZZZZ9.
024300     05  FILLER                     PIC X(30) VALUE
024400             ' DAYS - DROPPED, KEY AGAIN    '.
024500 01  KEY-TITLE-LINE.
024600     05  FILLER                     PIC X(40) VALUE
024700             'KEYED TRANSACTIONS NOT QUEUED           '.
024800 01  AWT-TITLE-LINE.
024900     05  FILLER                     PIC X(40) VALUE
025000             'AWAITING APPROVAL                       '.
025100 01  COL-HDG-LINE.
025200     05  FILLER                     PIC X(15) VALUE 'REFERENCE'.
025300     05  FILLER                     PIC X(10) VALUE 'STEP'.
025400     05  FILLER                     PIC X(10) VALUE 'MAKER'.
025500     05  FILLER                     PIC X(10) VALUE 'CHECKER'.
025600     05  FILLER                     PIC X(10) VALUE 'KEYED'.
025700     05  FILLER                     PIC X(07) VALUE ' DAYS'.
025800     05  FILLER                     PIC X(30) VALUE 'OUTCOME'.
025900     05  FILLER                     PIC X(11) VALUE 'TRANSACTION'.
026000 01  DET-LINE.
026100     05  DET-REF-CYCLE              PIC 9(07).
026200     05  DET-REF-DASH               PIC X(01) VALUE '-'.
026300     05  DET-REF-SEQ                PIC 9(05).
026400     05  FILLER                     PIC X(02) VALUE SPACES.
026500     05  DET-STEP                   PIC X(08).
026600     05  FILLER                     PIC X(02) VALUE SPACES.
026700     05  DET-MAKER                  PIC X(08).
026800     05  FILLER                     PIC X(02) VALUE SPACES.
026900     05  DET-CHECKER                PIC X(08).
027000     05  FILLER                     PIC X(02) VALUE SPACES.
027100     05  DET-KEYED                  PIC X(08).
027200     05  FILLER                     PIC X(02) VALUE SPACES.
027300     05  DET-DAYS                   PIC ZZZZ9.
027400     05  FILLER                     PIC X(02) VALUE SPACES.
027500     05  DET-OUTCOME                PIC X(28).
027600     05  FILLER                     PIC X(02) VALUE SPACES.
027700     05  DET-IMAGE                  PIC X(40).
027800 01  SUM-LINE.
027900     05  SUM-LABEL                  PIC X(32).
028000     05  SUM-COUNT                  PIC ZZZ,ZZ9.
028100******************************************************************
028200*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
028300******************************************************************
028400     COPY CCSRRCLP.
028410******************************************************************
028420*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
028430******************************************************************
028440     COPY CCSRCTLP.
028500 PROCEDURE DIVISION.
028600******************************************************************
028700*    0000-MAINLINE                                               *
028800******************************************************************
028900 0000-MAINLINE.
029000     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
029100     IF RCLP-RCTL-RC = ZERO
029200         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
029300         IF NOT WS-RUN-ABANDONED
029400             PERFORM 2000-APPLY-APPROVAL
029500                     THRU 2000-APPLY-APPROVAL-EXIT
029600                     UNTIL END-OF-APPROVALS
029700             PERFORM 2500-EXPIRE-ENTRY THRU 2500-EXPIRE-ENTRY-EXIT
029800                     VARYING WS-MKQ-NDX1 FROM 1 BY 1
029900                     UNTIL WS-MKQ-NDX1 > WS-MKQ-COUNT
030000             PERFORM 4000-QUEUE-XWT    THRU 4000-QUEUE-XWT-EXIT
030100             PERFORM 4100-QUEUE-PDT    THRU 4100-QUEUE-PDT-EXIT
030200             PERFORM 4200-QUEUE-MGT    THRU 4200-QUEUE-MGT-EXIT
030300             PERFORM 4300-QUEUE-RLT    THRU 4300-QUEUE-RLT-EXIT
030400         END-IF
030500         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
030510         PERFORM 7200-POST-CONTROL-TOTALS
030520                 THRU 7200-POST-CTL-EXIT
030600         PERFORM 7100-RUN-CONTROL-OUT
030700                 THRU 7100-RUN-CTL-OUT-EXIT
030800     END-IF.
030900     STOP RUN.
031000******************************************************************
031100*    1000-INITIALIZE - READ PARM, LOAD THE PRIOR QUEUE, OPEN THE *
031200*    APPROVALS AND OUTPUTS.  AN UNREADABLE OR OVERFLOWED QUEUE   *
031300*    ABANDONS THE RUN SO NOTHING IS RELEASED OR DROPPED FROM A   *
031400*    PARTIAL QUEUE.                                              *
031500******************************************************************
031600 1000-INITIALIZE.
031700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031800     MOVE WS-RUN-DATE TO WS-SER-DATE.
031900     PERFORM 9200-DATE-TO-SERIAL   THRU 9200-DATE-SERIAL-EXIT.
032000     MOVE WS-SER-RESULT TO WS-TODAY-SERIAL.
032100     OPEN INPUT  PARM-FILE.
032200     READ PARM-FILE
032300         AT END
032400             MOVE ZERO TO PARM-EXPIRY-DAYS
032500     END-READ.
032600     CLOSE PARM-FILE.
032700     IF PARM-EXPIRY-DAYS NUMERIC
032800        AND PARM-EXPIRY-DAYS > ZERO
032900         MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
033000     END-IF.
033100     OPEN INPUT QUEUE-IN.
033200     EVALUATE TRUE
033300         WHEN WS-MKP-OK
033400             PERFORM 1100-LOAD-QUEUE   THRU 1100-LOAD-QUEUE-EXIT
033500                     UNTIL END-OF-QUEUE-FILE
033600             CLOSE QUEUE-IN
033700         WHEN WS-MKP-NOT-FOUND
033800             SET END-OF-QUEUE-FILE TO TRUE
033900         WHEN OTHER
034000             DISPLAY 'CSR9829 *** APPROVAL QUEUE OPEN FAILED - '
034100                     'STATUS ' WS-MKP-STATUS ' ***'
034200             MOVE 16 TO RETURN-CODE
034300             SET END-OF-QUEUE-FILE TO TRUE
034400     END-EVALUATE.
034500     OPEN INPUT APPROVAL-IN.
034600     EVALUATE TRUE
034700         WHEN WS-MKA-OK
034800             SET WS-MKA-FILE-OPEN TO TRUE
034900         WHEN WS-MKA-NOT-FOUND
035000             SET END-OF-APPROVALS TO TRUE
035100         WHEN OTHER
035200             DISPLAY 'CSR9829 *** APPROVAL FILE OPEN FAILED - '
035300                     'STATUS ' WS-MKA-STATUS ' ***'
035400             MOVE 16 TO RETURN-CODE
035500             SET END-OF-APPROVALS TO TRUE
035600     END-EVALUATE.
035700     IF RETURN-CODE = 16 OR WS-MKQ-TABLE-OVERFLOW
035800         SET WS-RUN-ABANDONED TO TRUE
035900         DISPLAY 'CSR9829 *** RUN ABANDONED - QUEUE NOT '
036000                 'REWRITTEN, NOTHING RELEASED ***'
036100     ELSE
036200         OPEN OUTPUT QUEUE-OUT
036300         OPEN OUTPUT XWT-RELEASED
036400         OPEN OUTPUT PDT-RELEASED
036500         OPEN OUTPUT MGT-RELEASED
036600         OPEN OUTPUT RLT-RELEASED
036700         OPEN OUTPUT APPROVAL-REPORT
036800         MOVE WS-CYCLE-NBR TO HDG-CYCLE-NBR
036900         MOVE WS-RUN-DATE  TO HDG-RUN-DATE
037000         WRITE APPROVAL-REPORT-LINE FROM HDG-LINE-1
037100     END-IF.
037200 1000-INITIALIZE-EXIT.
037300     EXIT.
037400 1100-LOAD-QUEUE.
037500     READ QUEUE-IN
037600         AT END
037700             SET END-OF-QUEUE-FILE TO TRUE
037800     END-READ.
037900     IF NOT END-OF-QUEUE-FILE
038000         IF WS-MKQ-COUNT < 2000
038100             ADD 1 TO WS-MKQ-COUNT
038200             SET WS-MKQ-NDX1 TO WS-MKQ-COUNT
038300             MOVE MKP-REF-CYCLE
038400                  TO WS-MKQ-REF-CYCLE(WS-MKQ-NDX1)
038500             MOVE MKP-REF-SEQ
038600                  TO WS-MKQ-REF-SEQ(WS-MKQ-NDX1)
038700             MOVE MKP-TARGET-STEP
038800                  TO WS-MKQ-TARGET-STEP(WS-MKQ-NDX1)
038900             MOVE MKP-MAKER-ID
039000                  TO WS-MKQ-MAKER-ID(WS-MKQ-NDX1)
039100             MOVE MKP-KEYED-DATE
039200                  TO WS-MKQ-KEYED-DATE(WS-MKQ-NDX1)
039300             MOVE MKP-TRANS-IMAGE
039400                  TO WS-MKQ-TRANS-IMAGE(WS-MKQ-NDX1)
039500             MOVE 'P' TO WS-MKQ-STATUS(WS-MKQ-NDX1)
039600             MOVE 'N' TO WS-MKQ-NEW-FLAG(WS-MKQ-NDX1)
039700             IF MKP-REF-CYCLE = WS-CYCLE-NBR
039800                AND MKP-REF-SEQ > WS-NEXT-SEQ
039900                 MOVE MKP-REF-SEQ TO WS-NEXT-SEQ
040000             END-IF
040100         ELSE
040200             IF NOT WS-MKQ-TABLE-OVERFLOW
040300                 SET WS-MKQ-TABLE-OVERFLOW TO TRUE
040400                 DISPLAY 'CSR9829 *** APPROVAL QUEUE EXCEEDS '
040500                         '2000 ROW TABLE CAPACITY - RUN '
040600                         'ABANDONED ***'
040700                 MOVE 16 TO RETURN-CODE
040800             END-IF
040900         END-IF
041000     END-IF.
041100 1100-LOAD-QUEUE-EXIT.
041200     EXIT.
041300******************************************************************
041400*    2000-APPLY-APPROVAL - ONE CHECKER DECISION.  IT MUST QUOTE  *
041500*    A ROW STILL PENDING AND COME FROM A USER OTHER THAN THE     *
041600*    MAKER; A REFUSED DECISION LEAVES THE ROW PENDING.           *
041700******************************************************************
041800 2000-APPLY-APPROVAL.
041900     READ APPROVAL-IN
042000         AT END
042100             SET END-OF-APPROVALS TO TRUE
042200     END-READ.
042300     IF NOT END-OF-APPROVALS
042400         PERFORM 6000-FIND-QUEUE-ENTRY THRU 6000-FIND-QUEUE-EXIT
042500         EVALUATE TRUE
042600             WHEN NOT WS-QUEUE-ENTRY-FOUND
042700                 MOVE 'REFUSED - NOT PENDING' TO DET-OUTCOME
042800                 PERFORM 2300-REFUSE-APPROVAL
042900                         THRU 2300-REFUSE-APPROVAL-EXIT
043000             WHEN MKA-CHECKER-ID = SPACES
043100                 MOVE 'REFUSED - NO CHECKER ID' TO DET-OUTCOME
043200                 PERFORM 2300-REFUSE-APPROVAL
043300                         THRU 2300-REFUSE-APPROVAL-EXIT
043400             WHEN MKA-CHECKER-ID = WS-MKQ-MAKER-ID(WS-MKQ-NDX2)
043500                 MOVE 'REFUSED - CHECKER IS MAKER' TO DET-OUTCOME
043600                 PERFORM 2300-REFUSE-APPROVAL
043700                         THRU 2300-REFUSE-APPROVAL-EXIT
043800             WHEN MKA-APPROVED
043900                 PERFORM 2100-RELEASE-TRANS
044000                         THRU 2100-RELEASE-TRANS-EXIT
044100             WHEN MKA-DECLINED
044200                 MOVE 'D' TO WS-MKQ-STATUS(WS-MKQ-NDX2)
044300                 ADD 1 TO WS-DECLINED-COUNT
044400                 MOVE 'DECLINED - DROPPED' TO DET-OUTCOME
044500                 PERFORM 2200-PRINT-DECISION
044600                         THRU 2200-PRINT-DECISION-EXIT
044700             WHEN OTHER
044800                 MOVE 'REFUSED - INVALID DECISION' TO DET-OUTCOME
044900                 PERFORM 2300-REFUSE-APPROVAL
045000                         THRU 2300-REFUSE-APPROVAL-EXIT
045100         END-EVALUATE
045200     END-IF.
045300 2000-APPLY-APPROVAL-EXIT.
045400     EXIT.
045500******************************************************************
045600*    2100-RELEASE-TRANS - STAMP THE CHECKER ON THE ROW IN ITS    *
045700*    OWN STEP'S LAYOUT AND RELEASE IT TO THAT STEP               *
045800******************************************************************
045900 2100-RELEASE-TRANS.
046000     EVALUATE WS-MKQ-TARGET-STEP(WS-MKQ-NDX2)
046100         WHEN 'CSR9812 '
046200             MOVE WS-MKQ-TRANS-IMAGE(WS-MKQ-NDX2) TO XWT-TRANS-REC
046300             MOVE MKA-CHECKER-ID TO XWT-CHECKER-ID
046400             WRITE XWT-RELEASED-REC FROM XWT-TRANS-REC
046500         WHEN 'CSR9820 '
046600             MOVE WS-MKQ-TRANS-IMAGE(WS-MKQ-NDX2) TO PDT-TRANS-REC
046700             MOVE MKA-CHECKER-ID TO PDT-CHECKER-ID
046800             WRITE PDT-RELEASED-REC FROM PDT-TRANS-REC
046900         WHEN 'CSV0080 '
047000             MOVE WS-MKQ-TRANS-IMAGE(WS-MKQ-NDX2) TO MGT-TRANS-REC
047100             MOVE MKA-CHECKER-ID TO MGT-CHECKER-ID
047200             WRITE MGT-RELEASED-REC FROM MGT-TRANS-REC
047300         WHEN 'CSR9815 '
047400             MOVE WS-MKQ-TRANS-IMAGE(WS-MKQ-NDX2)
047500                  TO RLT-RELEASE-REC
047600             MOVE MKA-CHECKER-ID TO RLT-CHECKER-ID
047700             WRITE RLT-RELEASED-REC FROM RLT-RELEASE-REC
047800     END-EVALUATE.
047900     MOVE 'A' TO WS-MKQ-STATUS(WS-MKQ-NDX2).
048000     ADD 1 TO WS-APPROVED-COUNT.
048100     MOVE 'APPROVED - RELEASED' TO DET-OUTCOME.
048200     PERFORM 2200-PRINT-DECISION   THRU 2200-PRINT-DECISION-EXIT.
048300 2100-RELEASE-TRANS-EXIT.
048400     EXIT.
048500 2200-PRINT-DECISION.
048600     IF WS-DEC-LINE-COUNT = ZERO
048700         MOVE SPACES TO APPROVAL-REPORT-LINE
048800         WRITE APPROVAL-REPORT-LINE
048900         WRITE APPROVAL-REPORT-LINE FROM DEC-TITLE-LINE
049000         WRITE APPROVAL-REPORT-LINE FROM COL-HDG-LINE
049100     END-IF.
049200     MOVE MKA-REF-CYCLE  TO DET-REF-CYCLE.
049300     MOVE MKA-REF-SEQ    TO DET-REF-SEQ.
049400     MOVE MKA-CHECKER-ID TO DET-CHECKER.
049500     IF WS-QUEUE-ENTRY-FOUND
049600         MOVE WS-MKQ-TARGET-STEP(WS-MKQ-NDX2) TO DET-STEP
049700         MOVE WS-MKQ-MAKER-ID(WS-MKQ-NDX2)    TO DET-MAKER
049800         MOVE WS-MKQ-KEYED-DATE(WS-MKQ-NDX2)  TO DET-KEYED
049900         MOVE WS-MKQ-TRANS-IMAGE(WS-MKQ-NDX2) TO DET-IMAGE
050000         MOVE WS-MKQ-KEYED-DATE(WS-MKQ-NDX2)  TO WS-SER-DATE
050100         PERFORM 9200-DATE-TO-SERIAL THRU 9200-DATE-SERIAL-EXIT
050200         COMPUTE WS-DAYS-WAITING = WS-TODAY-SERIAL - WS-SER-RESULT
050300         MOVE WS-DAYS-WAITING TO DET-DAYS
050400     ELSE
050500         MOVE SPACES TO DET-STEP DET-MAKER DET-KEYED DET-IMAGE
050600         MOVE ZERO   TO DET-DAYS
050700     END-IF.
050800     WRITE APPROVAL-REPORT-LINE FROM DET-LINE.
050900     ADD 1 TO WS-DEC-LINE-COUNT.
051000 2200-PRINT-DECISION-EXIT.
051100     EXIT.
051200 2300-REFUSE-APPROVAL.
051300     ADD 1 TO WS-REFUSED-COUNT.
051400     PERFORM 2200-PRINT-DECISION   THRU 2200-PRINT-DECISION-EXIT.
051500     IF RETURN-CODE < 4
051600         MOVE 4 TO RETURN-CODE
051700     END-IF.
051800 2300-REFUSE-APPROVAL-EXIT.
051900     EXIT.
052000******************************************************************
052100*    2500-EXPIRE-ENTRY - DROP A ROW STILL PENDING AFTER THE      *
052200*    EXPIRY PERIOD ONTO THE EXPIRY REPORT                        *
052300******************************************************************
052400 2500-EXPIRE-ENTRY.
052500     IF WS-MKQ-PENDING(WS-MKQ-NDX1)
052600         MOVE WS-MKQ-KEYED-DATE(WS-MKQ-NDX1) TO WS-SER-DATE
052700         PERFORM 9200-DATE-TO-SERIAL THRU 9200-DATE-SERIAL-EXIT
052800         COMPUTE WS-DAYS-WAITING = WS-TODAY-SERIAL - WS-SER-RESULT
052900         IF WS-DAYS-WAITING > WS-EXPIRY-DAYS
053000             MOVE 'X' TO WS-MKQ-STATUS(WS-MKQ-NDX1)
053100             ADD 1 TO WS-EXPIRED-COUNT
053200             IF WS-EXP-LINE-COUNT = ZERO
053300                 MOVE WS-EXPIRY-DAYS TO EXP-TITLE-DAYS
053400                 MOVE SPACES TO APPROVAL-REPORT-LINE
053500                 WRITE APPROVAL-REPORT-LINE
053600                 WRITE APPROVAL-REPORT-LINE FROM EXP-TITLE-LINE
053700                 WRITE APPROVAL-REPORT-LINE FROM COL-HDG-LINE
053800             END-IF
053900             MOVE 'EXPIRED - NOT APPROVED' TO DET-OUTCOME
054000             PERFORM 3150-PRINT-ENTRY THRU 3150-PRINT-ENTRY-EXIT
054100             ADD 1 TO WS-EXP-LINE-COUNT
054200         END-IF
054300     END-IF.
054400 2500-EXPIRE-ENTRY-EXIT.
054500     EXIT.
054600******************************************************************
054700*    4000-4300 - QUEUE THE DAY'S KEYED ROWS FOR EACH APPLYING    *
054800*    STEP.  EACH KEYED FILE IS OPTIONAL; AN ABSENT FILE MEANS    *
054900*    NOTHING WAS KEYED FOR THAT STEP.  THE CHECKER FIELD IS      *
055000*    CLEARED SO ONLY AN APPROVAL HERE CAN SET IT.                *
055100******************************************************************
055200 4000-QUEUE-XWT.
055300     MOVE 'N' TO WS-KEYED-EOF-SW.
055400     OPEN INPUT XWT-KEYED.
055500     IF WS-KEYED-OK
055600         PERFORM 4050-READ-XWT     THRU 4050-READ-XWT-EXIT
055700                 UNTIL END-OF-KEYED-FILE
055800         CLOSE XWT-KEYED
055900     ELSE
056000         PERFORM 4900-CHECK-KEYED-OPEN
056100                 THRU 4900-CHECK-KEYED-EXIT
056200     END-IF.
056300 4000-QUEUE-XWT-EXIT.
056400     EXIT.
056500 4050-READ-XWT.
056600     READ XWT-KEYED INTO XWT-TRANS-REC
056700         AT END
056800             SET END-OF-KEYED-FILE TO TRUE
056900     END-READ.
057000     IF NOT END-OF-KEYED-FILE
057100         MOVE SPACES         TO XWT-CHECKER-ID
057200         MOVE 'CSR9812 '     TO WS-NEW-TARGET-STEP
057300         MOVE XWT-USER-ID    TO WS-NEW-MAKER-ID
057400         MOVE XWT-TRANS-REC  TO WS-NEW-TRANS-IMAGE
057500         PERFORM 4500-ADD-QUEUE-ENTRY THRU 4500-ADD-QUEUE-EXIT
057600     END-IF.
057700 4050-READ-XWT-EXIT.
057800     EXIT.
057900 4100-QUEUE-PDT.
058000     MOVE 'N' TO WS-KEYED-EOF-SW.
058100     OPEN INPUT PDT-KEYED.
058200     IF WS-KEYED-OK
058300         PERFORM 4150-READ-PDT     THRU 4150-READ-PDT-EXIT
058400                 UNTIL END-OF-KEYED-FILE
058500         CLOSE PDT-KEYED
058600     ELSE
058700         PERFORM 4900-CHECK-KEYED-OPEN
058800                 THRU 4900-CHECK-KEYED-EXIT
058900     END-IF.
059000 4100-QUEUE-PDT-EXIT.
059100     EXIT.
059200 4150-READ-PDT.
059300     READ PDT-KEYED INTO PDT-TRANS-REC
059400         AT END
059500             SET END-OF-KEYED-FILE TO TRUE
059600     END-READ.
059700     IF NOT END-OF-KEYED-FILE
059800         MOVE SPACES         TO PDT-CHECKER-ID
059900         MOVE 'CSR9820 '     TO WS-NEW-TARGET-STEP
060000         MOVE PDT-USER-ID    TO WS-NEW-MAKER-ID
060100         MOVE PDT-TRANS-REC  TO WS-NEW-TRANS-IMAGE
060200         PERFORM 4500-ADD-QUEUE-ENTRY THRU 4500-ADD-QUEUE-EXIT
060300     END-IF.
060400 4150-READ-PDT-EXIT.
060500     EXIT.
060600 4200-QUEUE-MGT.
060700     MOVE 'N' TO WS-KEYED-EOF-SW.
060800     OPEN INPUT MGT-KEYED.
060900     IF WS-KEYED-OK
061000         PERFORM 4250-READ-MGT     THRU 4250-READ-MGT-EXIT
061100                 UNTIL END-OF-KEYED-FILE
061200         CLOSE MGT-KEYED
061300     ELSE
061400         PERFORM 4900-CHECK-KEYED-OPEN
061500                 THRU 4900-CHECK-KEYED-EXIT
061600     END-IF.
061700 4200-QUEUE-MGT-EXIT.
061800     EXIT.
061900 4250-READ-MGT.
062000     READ MGT-KEYED INTO MGT-TRANS-REC
062100         AT END
062200             SET END-OF-KEYED-FILE TO TRUE
062300     END-READ.
062400     IF NOT END-OF-KEYED-FILE
062500         MOVE SPACES         TO MGT-CHECKER-ID
062600         MOVE 'CSV0080 '     TO WS-NEW-TARGET-STEP
062700         MOVE MGT-USER-ID    TO WS-NEW-MAKER-ID
062800         MOVE MGT-TRANS-REC  TO WS-NEW-TRANS-IMAGE
062900         PERFORM 4500-ADD-QUEUE-ENTRY THRU 4500-ADD-QUEUE-EXIT
063000     END-IF.
063100 4250-READ-MGT-EXIT.
063200     EXIT.
063300 4300-QUEUE-RLT.
063400     MOVE 'N' TO WS-KEYED-EOF-SW.
063500     OPEN INPUT RLT-KEYED.
063600     IF WS-KEYED-OK
063700         PERFORM 4350-READ-RLT     THRU 4350-READ-RLT-EXIT
063800                 UNTIL END-OF-KEYED-FILE
063900         CLOSE RLT-KEYED
064000     ELSE
064100         PERFORM 4900-CHECK-KEYED-OPEN
064200                 THRU 4900-CHECK-KEYED-EXIT
064300     END-IF.
064400 4300-QUEUE-RLT-EXIT.
064500     EXIT.
064600 4350-READ-RLT.
064700     READ RLT-KEYED INTO RLT-RELEASE-REC
064800         AT END
064900             SET END-OF-KEYED-FILE TO TRUE
065000     END-READ.
065100     IF NOT END-OF-KEYED-FILE
065200         MOVE SPACES          TO RLT-CHECKER-ID
065300         MOVE 'CSR9815 '      TO WS-NEW-TARGET-STEP
065400         MOVE RLT-USER-ID     TO WS-NEW-MAKER-ID
065500         MOVE RLT-RELEASE-REC TO WS-NEW-TRANS-IMAGE
065600         PERFORM 4500-ADD-QUEUE-ENTRY THRU 4500-ADD-QUEUE-EXIT
065700     END-IF.
065800 4350-READ-RLT-EXIT.
065900     EXIT.
066000******************************************************************
066100*    4500-ADD-QUEUE-ENTRY - QUEUE ONE KEYED ROW UNDER THE NEXT   *
066200*    REFERENCE FOR THIS CYCLE.  A ROW WITH NO MAKER ID CANNOT    *
066300*    BE CHECKED AGAINST ITS APPROVER AND IS NOT QUEUED; NOR IS   *
066400*    ONE THAT WOULD OVERFLOW THE QUEUE - THE PRIOR QUEUE IS      *
066500*    ALWAYS CARRIED FORWARD WHOLE.                               *
066600******************************************************************
066700 4500-ADD-QUEUE-ENTRY.
066800     EVALUATE TRUE
066900         WHEN WS-NEW-MAKER-ID = SPACES
067000             MOVE 'NOT QUEUED - NO MAKER ID' TO DET-OUTCOME
067100             PERFORM 4600-PRINT-NOT-QUEUED
067200                     THRU 4600-PRINT-NOT-QUEUED-EXIT
067300         WHEN WS-MKQ-COUNT >= 2000
067400             MOVE 'NOT QUEUED - QUEUE FULL' TO DET-OUTCOME
067500             PERFORM 4600-PRINT-NOT-QUEUED
067600                     THRU 4600-PRINT-NOT-QUEUED-EXIT
067700         WHEN OTHER
067800             ADD 1 TO WS-MKQ-COUNT
067900             ADD 1 TO WS-NEXT-SEQ
068000             SET WS-MKQ-NDX1 TO WS-MKQ-COUNT
068100             MOVE WS-CYCLE-NBR
068200                  TO WS-MKQ-REF-CYCLE(WS-MKQ-NDX1)
068300             MOVE WS-NEXT-SEQ
068400                  TO WS-MKQ-REF-SEQ(WS-MKQ-NDX1)
068500             MOVE WS-NEW-TARGET-STEP
068600                  TO WS-MKQ-TARGET-STEP(WS-MKQ-NDX1)
068700             MOVE WS-NEW-MAKER-ID
068800                  TO WS-MKQ-MAKER-ID(WS-MKQ-NDX1)
068900             MOVE WS-RUN-DATE
069000                  TO WS-MKQ-KEYED-DATE(WS-MKQ-NDX1)
069100             MOVE WS-NEW-TRANS-IMAGE
069200                  TO WS-MKQ-TRANS-IMAGE(WS-MKQ-NDX1)
069300             MOVE 'P' TO WS-MKQ-STATUS(WS-MKQ-NDX1)
069400             MOVE 'Y' TO WS-MKQ-NEW-FLAG(WS-MKQ-NDX1)
069500             ADD 1 TO WS-QUEUED-COUNT
069600     END-EVALUATE.
069700 4500-ADD-QUEUE-EXIT.
069800     EXIT.
069900 4600-PRINT-NOT-QUEUED.
070000     IF WS-KEY-LINE-COUNT = ZERO
070100         MOVE SPACES TO APPROVAL-REPORT-LINE
070200         WRITE APPROVAL-REPORT-LINE
070300         WRITE APPROVAL-REPORT-LINE FROM KEY-TITLE-LINE
070400         WRITE APPROVAL-REPORT-LINE FROM COL-HDG-LINE
070500     END-IF.
070600     MOVE ZERO                TO DET-REF-CYCLE DET-REF-SEQ
070700                                 DET-DAYS.
070800     MOVE WS-NEW-TARGET-STEP  TO DET-STEP.
070900     MOVE WS-NEW-MAKER-ID     TO DET-MAKER.
071000     MOVE SPACES              TO DET-CHECKER.
071100     MOVE WS-RUN-DATE         TO DET-KEYED.
071200     MOVE WS-NEW-TRANS-IMAGE  TO DET-IMAGE.
071300     WRITE APPROVAL-REPORT-LINE FROM DET-LINE.
071400     ADD 1 TO WS-KEY-LINE-COUNT.
071500     ADD 1 TO WS-KEY-REFUSED-COUNT.
071600     IF RETURN-CODE < 4
071700         MOVE 4 TO RETURN-CODE
071800     END-IF.
071900 4600-PRINT-NOT-QUEUED-EXIT.
072000     EXIT.
072100 4900-CHECK-KEYED-OPEN.
072200     IF NOT WS-KEYED-NOT-FOUND
072300         DISPLAY 'CSR9829 *** KEYED TRANSACTION FILE OPEN '
072400                 'FAILED - STATUS ' WS-KEYED-STATUS ' ***'
072500         IF RETURN-CODE < 8
072600             MOVE 8 TO RETURN-CODE
072700         END-IF
072800     END-IF.
072900 4900-CHECK-KEYED-EXIT.
073000     EXIT.
073100******************************************************************
073200*    6000-FIND-QUEUE-ENTRY - LOOK THE DECISION'S REFERENCE UP    *
073300*    AMONG THE PENDING ROWS.  THE MATCHED SLOT IS LATCHED INTO   *
073400*    WS-MKQ-NDX2 BECAUSE THE PERFORM VARYING STEPS WS-MKQ-NDX1   *
073500*    PAST IT BEFORE THE UNTIL TEST SEES THE SWITCH.              *
073600******************************************************************
073700 6000-FIND-QUEUE-ENTRY.
073800     MOVE 'N' TO WS-MKQ-FOUND-SW.
073900     PERFORM 6100-CHECK-QUEUE-SLOT THRU 6100-CHECK-QUEUE-EXIT
074000             VARYING WS-MKQ-NDX1 FROM 1 BY 1
074100             UNTIL WS-MKQ-NDX1 > WS-MKQ-COUNT
074200             OR WS-QUEUE-ENTRY-FOUND.
074300 6000-FIND-QUEUE-EXIT.
074400     EXIT.
074500 6100-CHECK-QUEUE-SLOT.
074600     IF WS-MKQ-REF-CYCLE(WS-MKQ-NDX1) = MKA-REF-CYCLE
074700        AND WS-MKQ-REF-SEQ(WS-MKQ-NDX1) = MKA-REF-SEQ
074800        AND WS-MKQ-PENDING(WS-MKQ-NDX1)
074900         MOVE 'Y' TO WS-MKQ-FOUND-SW
075000         SET WS-MKQ-NDX2 TO WS-MKQ-NDX1
075100     END-IF.
075200 6100-CHECK-QUEUE-EXIT.
075300     EXIT.
075400******************************************************************
075500*    3000-FINALIZE - LIST WHAT IS STILL AWAITING APPROVAL,       *
075600*    WRITE THE NEW QUEUE GENERATION, SUMMARISE, CLOSE            *
075700******************************************************************
075800 3000-FINALIZE.
075900     IF NOT WS-RUN-ABANDONED
076000         PERFORM 3100-CARRY-ENTRY  THRU 3100-CARRY-ENTRY-EXIT
076100                 VARYING WS-MKQ-NDX1 FROM 1 BY 1
076200                 UNTIL WS-MKQ-NDX1 > WS-MKQ-COUNT
076300         PERFORM 3500-PRINT-TOTALS THRU 3500-PRINT-TOTALS-EXIT
076400         CLOSE QUEUE-OUT
076500               XWT-RELEASED
076600               PDT-RELEASED
076700               MGT-RELEASED
076800               RLT-RELEASED
076900               APPROVAL-REPORT
077000         IF WS-MKA-FILE-OPEN
077100             CLOSE APPROVAL-IN
077200         END-IF
077300     END-IF.
077400     DISPLAY 'CSR9829 ROWS APPROVED         : ' WS-APPROVED-COUNT.
077500     DISPLAY 'CSR9829 ROWS DECLINED         : ' WS-DECLINED-COUNT.
077600     DISPLAY 'CSR9829 DECISIONS REFUSED     : ' WS-REFUSED-COUNT.
077700     DISPLAY 'CSR9829 ROWS EXPIRED          : ' WS-EXPIRED-COUNT.
077800     DISPLAY 'CSR9829 ROWS QUEUED           : ' WS-QUEUED-COUNT.
077900     DISPLAY 'CSR9829 KEYED ROWS NOT QUEUED : '
078000             WS-KEY-REFUSED-COUNT.
078100     DISPLAY 'CSR9829 ROWS AWAITING APPROVAL: ' WS-AWAITING-COUNT.
078200 3000-FINALIZE-EXIT.
078300     EXIT.
078400******************************************************************
078500*    3100-CARRY-ENTRY - A ROW STILL PENDING GOES TO THE NEW      *
078600*    GENERATION AND THE AWAITING-APPROVAL LIST                   *
078700******************************************************************
078800 3100-CARRY-ENTRY.
078900     IF WS-MKQ-PENDING(WS-MKQ-NDX1)
079000         MOVE WS-MKQ-REF-CYCLE(WS-MKQ-NDX1)   TO MKO-REF-CYCLE
079100         MOVE WS-MKQ-REF-SEQ(WS-MKQ-NDX1)     TO MKO-REF-SEQ
079200         MOVE WS-MKQ-TARGET-STEP(WS-MKQ-NDX1) TO MKO-TARGET-STEP
079300         MOVE WS-MKQ-MAKER-ID(WS-MKQ-NDX1)    TO MKO-MAKER-ID
079400         MOVE WS-MKQ-KEYED-DATE(WS-MKQ-NDX1)  TO MKO-KEYED-DATE
079500         MOVE WS-MKQ-TRANS-IMAGE(WS-MKQ-NDX1) TO MKO-TRANS-IMAGE
079600         WRITE QUEUE-OUT-REC
079700         ADD 1 TO WS-AWAITING-COUNT
079800         IF WS-AWT-LINE-COUNT = ZERO
079900             MOVE SPACES TO APPROVAL-REPORT-LINE
080000             WRITE APPROVAL-REPORT-LINE
080100             WRITE APPROVAL-REPORT-LINE FROM AWT-TITLE-LINE
080200             WRITE APPROVAL-REPORT-LINE FROM COL-HDG-LINE
080300         END-IF
080400         MOVE WS-MKQ-KEYED-DATE(WS-MKQ-NDX1) TO WS-SER-DATE
080500         PERFORM 9200-DATE-TO-SERIAL THRU 9200-DATE-SERIAL-EXIT
080600         COMPUTE WS-DAYS-WAITING = WS-TODAY-SERIAL - WS-SER-RESULT
080700         IF WS-MKQ-QUEUED-THIS-RUN(WS-MKQ-NDX1)
080800             MOVE 'QUEUED THIS RUN' TO DET-OUTCOME
080900         ELSE
081000             MOVE 'AWAITING CHECKER' TO DET-OUTCOME
081100         END-IF
081200         PERFORM 3150-PRINT-ENTRY  THRU 3150-PRINT-ENTRY-EXIT
081300         ADD 1 TO WS-AWT-LINE-COUNT
081400     END-IF.
081500 3100-CARRY-ENTRY-EXIT.
081600     EXIT.
081700 3150-PRINT-ENTRY.
081800     MOVE WS-MKQ-REF-CYCLE(WS-MKQ-NDX1)   TO DET-REF-CYCLE.
081900     MOVE WS-MKQ-REF-SEQ(WS-MKQ-NDX1)     TO DET-REF-SEQ.
082000     MOVE WS-MKQ-TARGET-STEP(WS-MKQ-NDX1) TO DET-STEP.
082100     MOVE WS-MKQ-MAKER-ID(WS-MKQ-NDX1)    TO DET-MAKER.
082200     MOVE SPACES                          TO DET-CHECKER.
082300     MOVE WS-MKQ-KEYED-DATE(WS-MKQ-NDX1)  TO DET-KEYED.
082400     MOVE WS-DAYS-WAITING                 TO DET-DAYS.
082500     MOVE WS-MKQ-TRANS-IMAGE(WS-MKQ-NDX1) TO DET-IMAGE.
082600     WRITE APPROVAL-REPORT-LINE FROM DET-LINE.
082700 3150-PRINT-ENTRY-EXIT.
082800     EXIT.
082900 3500-PRINT-TOTALS.
083000     MOVE SPACES TO APPROVAL-REPORT-LINE.
083100     WRITE APPROVAL-REPORT-LINE.
083200     MOVE 'ROWS APPROVED AND RELEASED:' TO SUM-LABEL.
083300     MOVE WS-APPROVED-COUNT TO SUM-COUNT.
083400     WRITE APPROVAL-REPORT-LINE FROM SUM-LINE.
083500     MOVE 'ROWS DECLINED:' TO SUM-LABEL.
083600     MOVE WS-DECLINED-COUNT TO SUM-COUNT.
083700     WRITE APPROVAL-REPORT-LINE FROM SUM-LINE.
083800     MOVE 'DECISIONS REFUSED:' TO SUM-LABEL.
083900     MOVE WS-REFUSED-COUNT TO SUM-COUNT.
084000     WRITE APPROVAL-REPORT-LINE FROM SUM-LINE.
084100     MOVE 'ROWS EXPIRED:' TO SUM-LABEL.
084200     MOVE WS-EXPIRED-COUNT TO SUM-COUNT.
084300     WRITE APPROVAL-REPORT-LINE FROM SUM-LINE.
084400     MOVE 'ROWS QUEUED THIS RUN:' TO SUM-LABEL.
084500     MOVE WS-QUEUED-COUNT TO SUM-COUNT.
084600     WRITE APPROVAL-REPORT-LINE FROM SUM-LINE.
084700     MOVE 'KEYED ROWS NOT QUEUED:' TO SUM-LABEL.
084800     MOVE WS-KEY-REFUSED-COUNT TO SUM-COUNT.
084900     WRITE APPROVAL-REPORT-LINE FROM SUM-LINE.
085000     MOVE 'ROWS AWAITING APPROVAL:' TO SUM-LABEL.
085100     MOVE WS-AWAITING-COUNT TO SUM-COUNT.
085200     WRITE APPROVAL-REPORT-LINE FROM SUM-LINE.
085300 3500-PRINT-TOTALS-EXIT.
085400     EXIT.
085500******************************************************************
085600*    9200-DATE-TO-SERIAL - YYYYMMDD IN WS-SER-DATE TO A DAY      *
085700*    SERIAL IN WS-SER-RESULT, SO AGES SPAN MONTH AND YEAR ENDS   *
085800******************************************************************
085900 9200-DATE-TO-SERIAL.
086000     SUBTRACT 1 FROM WS-SER-YEAR GIVING WS-SER-PRIOR-YEAR.
086010     COMPUTE WS-SER-RESULT
086020         = (WS-SER-PRIOR-YEAR * 365)
086030         + WS-MTH-OFFSET(WS-SER-MONTH)
086040         + WS-SER-DAY.
086050     DIVIDE WS-SER-PRIOR-YEAR BY 4   GIVING WS-SER-QUOT.
086060     ADD WS-SER-QUOT TO WS-SER-RESULT.
086070     DIVIDE WS-SER-PRIOR-YEAR BY 100 GIVING WS-SER-QUOT.
086080     SUBTRACT WS-SER-QUOT FROM WS-SER-RESULT.
086090     DIVIDE WS-SER-PRIOR-YEAR BY 400 GIVING WS-SER-QUOT.
086100     ADD WS-SER-QUOT TO WS-SER-RESULT.
086700     DIVIDE WS-SER-YEAR BY 4   GIVING WS-SER-QUOT
086800         REMAINDER WS-SER-REM-4.
086900     DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-QUOT
087000         REMAINDER WS-SER-REM-100.
087100     DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-QUOT
087200         REMAINDER WS-SER-REM-400.
087300     IF WS-SER-MONTH > 2
087400        AND WS-SER-REM-4 = ZERO
087500        AND (WS-SER-REM-100 NOT = ZERO
087600             OR WS-SER-REM-400 = ZERO)
087700         ADD 1 TO WS-SER-RESULT
087800     END-IF.
087900 9200-DATE-SERIAL-EXIT.
088000     EXIT.
088100******************************************************************
088200*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN CONTROL.  *
088300*    NO PRODUCER IS NAMED - THE QUEUE, DECISIONS AND KEYED       *
088400*    ROWS ARE MAINTAINED FILES, NOT CYCLE EXTRACTS.  THE CYCLE   *
088500*    NUMBER PREFIXES EVERY QUEUE REFERENCE ISSUED THIS RUN.      *
088600******************************************************************
088700 7000-RUN-CONTROL-IN.
088800     MOVE 'S'        TO RCLP-FUNCTION.
088900     MOVE 'CSR9829 ' TO RCLP-STEP-NAME.
089000     MOVE SPACES     TO RCLP-PRODUCER-STEP.
089100     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
089200     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
089300     IF RCLP-RCTL-RC NOT = ZERO
089400         DISPLAY 'CSR9829 *** RUN REFUSED BY RUN CONTROL - '
089500                 RCLP-RCTL-MSG ' ***'
089600         MOVE 16 TO RETURN-CODE
089700     ELSE
089800         MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
089900     END-IF.
090000 7000-RUN-CTL-IN-EXIT.
090100     EXIT.
090200******************************************************************
090300*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
090400*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
090500******************************************************************
090600 7100-RUN-CONTROL-OUT.
090700     MOVE 'E' TO RCLP-FUNCTION.
090800     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
090900     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
091000     IF RCLP-RCTL-RC NOT = ZERO
091100         DISPLAY 'CSR9829 *** RUN CONTROL CHECK-OUT FAILED - '
091200                 RCLP-RCTL-MSG ' ***'
091300         MOVE 16 TO RETURN-CODE
091400     ELSE
091500         MOVE RCLP-RETURN-CODE TO RETURN-CODE
091600     END-IF.
091700 7100-RUN-CTL-OUT-EXIT.
091800     EXIT.
091810******************************************************************
091820*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
091830*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
091840*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
091850*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
091860******************************************************************
091870 7200-POST-CONTROL-TOTALS.
091880     MOVE 'CSR9829 '         TO CTLP-STEP-NAME.
091890     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
091900     MOVE 7                  TO CTLP-TOTAL-COUNT.
091910     MOVE 'QUEUED'           TO CTLP-TOTAL-NAME(1).
091920     MOVE 'O'                TO CTLP-TOTAL-TYPE(1).
091930     MOVE WS-QUEUED-COUNT    TO CTLP-RECORD-COUNT(1).
091940     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
091950     MOVE 'KEY-REFUSED'      TO CTLP-TOTAL-NAME(2).
091960     MOVE 'R'                TO CTLP-TOTAL-TYPE(2).
091970     MOVE WS-KEY-REFUSED-COUNT TO CTLP-RECORD-COUNT(2).
091980     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
091990     MOVE 'APPROVED'         TO CTLP-TOTAL-NAME(3).
092000     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
092010     MOVE WS-APPROVED-COUNT  TO CTLP-RECORD-COUNT(3).
092020     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
092030     MOVE 'DECLINED'         TO CTLP-TOTAL-NAME(4).
092040     MOVE 'R'                TO CTLP-TOTAL-TYPE(4).
092050     MOVE WS-DECLINED-COUNT  TO CTLP-RECORD-COUNT(4).
092060     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
092070     MOVE 'DEC-REFUSED'      TO CTLP-TOTAL-NAME(5).
092080     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
092090     MOVE WS-REFUSED-COUNT   TO CTLP-RECORD-COUNT(5).
092100     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
092110     MOVE 'EXPIRED'          TO CTLP-TOTAL-NAME(6).
092120     MOVE 'R'                TO CTLP-TOTAL-TYPE(6).
092130     MOVE WS-EXPIRED-COUNT   TO CTLP-RECORD-COUNT(6).
092140     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(6).
092150     MOVE 'AWAITING'         TO CTLP-TOTAL-NAME(7).
092160     MOVE 'O'                TO CTLP-TOTAL-TYPE(7).
092170     MOVE WS-AWAITING-COUNT  TO CTLP-RECORD-COUNT(7).
092180     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(7).
092190     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
092200     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
092210     IF CTLP-CTOT-RC NOT = ZERO
092220         DISPLAY 'CSR9829 *** CONTROL TOTAL POSTING FAILED - '
092230                 CTLP-CTOT-MSG ' ***'
092240         IF RCLP-RETURN-CODE < 4
092250             MOVE 4 TO RCLP-RETURN-CODE
092260         END-IF
092270     END-IF.
092280     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
092290 7200-POST-CTL-EXIT.
092300     EXIT.

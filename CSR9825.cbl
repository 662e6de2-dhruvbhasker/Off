000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9825.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL BATCH CONTROL.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: CYCLE-CLOSE SNAPSHOT OF THE CARRIED-FORWARD        *
000850*             REGISTERS.  TWELVE FILES ARE READ IN AS THE PRIOR  *
000900*             GENERATION AND WRITTEN OUT AS A NEW ONE EVERY      *
000950*             CYCLE - CCSRCHR, CCSRTCR, CCSRBAR, CCSRMXR,        *
001000*             CCSRMSP, CCSRPNV, CCSRAIF, CCSRRNH, THE CCSRXWK    *
001050*             CROSSWALK, THE CCSRPRD PRODUCT MASTER, THE CCSRXWT *
001100*             CROSSWALK STAGING FILE HELD BY CSR9812 AND THE     *
001150*             CCSRMKP APPROVAL QUEUE HELD BY CSR9829 - SO A      *
001400*             STEP RUN TWICE OR AGAINST THE WRONG GENERATION     *
001500*             CORRUPTS THE REGISTER WITH NO CLEAN WAY BACK.      *
001600*             RUNS LAST IN THE CYCLE, AFTER CSR9817, AND WRITES  *
001700*             ONE CCSRSNP ARCHIVE GENERATION HOLDING AN IMAGE OF *
001800*             THE CCSRRUNC RUN-CONTROL FILE AND EVERY RECORD OF  *
001900*             EVERY REGISTER, EACH REGISTER CLOSED OFF BY A      *
002000*             CONTROL RECORD CARRYING THE CYCLE NUMBER, THE      *
002100*             MAINTAINING STEP AND ITS RUN-CONTROL GENERATION,   *
002200*             THE RECORD COUNT AND A CONTROL HASH.  A REGISTER   *
002300*             NOT YET CREATED IS RECORDED AS ABSENT.  CSR9826    *
002400*             RESTORES THE WHOLE SET FROM THIS ARCHIVE.  THE     *
002500*             CONTROL REPORT LISTS WHAT WAS CAPTURED.            *
002600******************************************************************
002700*    DATE     AUTH.  DESCRIPTION                                 *
002800*                                                                *
002900*  15OCT26     DOB   INITIAL VERSION                             *
002920*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
002940*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
002960*                    CHANGE TO THE RESULTS                       *
002970*  15OCT26     DOB   ALSO CAPTURE THE CCSRXWT CROSSWALK STAGING  *
002980*                    FILE AND THE CCSRMKP APPROVAL QUEUE -       *
002990*                    TWELVE FILES IN ALL                         *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-3090.
003400 OBJECT-COMPUTER.   IBM-3090.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RUN-CONTROL        ASSIGN TO RUNCTL
003800                               ORGANIZATION IS SEQUENTIAL.
003900     SELECT HOLD-REGISTER      ASSIGN TO CHRIN
004000                               ORGANIZATION IS SEQUENTIAL
004100                               FILE STATUS IS WS-REG-STATUS.
004200     SELECT CERT-REGISTER      ASSIGN TO TCRIN
004300                               ORGANIZATION IS SEQUENTIAL
004400                               FILE STATUS IS WS-REG-STATUS.
004500     SELECT BADADDR-REGISTER   ASSIGN TO BARIN
004600                               ORGANIZATION IS SEQUENTIAL
004700                               FILE STATUS IS WS-REG-STATUS.
004800     SELECT XREF-REGISTER      ASSIGN TO MXRIN
004900                               ORGANIZATION IS SEQUENTIAL
005000                               FILE STATUS IS WS-REG-STATUS.
005100     SELECT SUPPRESS-REGISTER  ASSIGN TO MSPIN
005200                               ORGANIZATION IS SEQUENTIAL
005300                               FILE STATUS IS WS-REG-STATUS.
005400     SELECT PENDING-REGISTER   ASSIGN TO PNVIN
005500                               ORGANIZATION IS SEQUENTIAL
005600                               FILE STATUS IS WS-REG-STATUS.
005700     SELECT ACCRUED-REGISTER   ASSIGN TO AIFIN
005800                               ORGANIZATION IS SEQUENTIAL
005900                               FILE STATUS IS WS-REG-STATUS.
006000     SELECT HISTORY-REGISTER   ASSIGN TO RNHIN
006100                               ORGANIZATION IS SEQUENTIAL
006200                               FILE STATUS IS WS-REG-STATUS.
006300     SELECT CROSSWALK-REGISTER ASSIGN TO XWKIN
006400                               ORGANIZATION IS SEQUENTIAL
006500                               FILE STATUS IS WS-REG-STATUS.
006600     SELECT PRODUCT-REGISTER   ASSIGN TO PRDIN
006700                               ORGANIZATION IS SEQUENTIAL
006800                               FILE STATUS IS WS-REG-STATUS.
006810     SELECT STAGING-REGISTER   ASSIGN TO XWKPNI
006820                               ORGANIZATION IS SEQUENTIAL
006830                               FILE STATUS IS WS-REG-STATUS.
006840     SELECT APPROVAL-REGISTER  ASSIGN TO MKPIN
006850                               ORGANIZATION IS SEQUENTIAL
006860                               FILE STATUS IS WS-REG-STATUS.
006900     SELECT SNAPSHOT-OUT       ASSIGN TO SNPOUT
007000                               ORGANIZATION IS SEQUENTIAL.
007100     SELECT SNAPSHOT-REPORT    ASSIGN TO SNPRPT
007200                               ORGANIZATION IS SEQUENTIAL.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  RUN-CONTROL
007600     RECORDING MODE IS F.
007700     COPY CCSRRUNC.
007800 FD  HOLD-REGISTER
007900     RECORDING MODE IS F.
008000     COPY CCSRCHR.
008100 FD  CERT-REGISTER
008200     RECORDING MODE IS F.
008300     COPY CCSRTCR.
008400 FD  BADADDR-REGISTER
008500     RECORDING MODE IS F.
008600     COPY CCSRBAR.
008700 FD  XREF-REGISTER
008800     RECORDING MODE IS F.
008900     COPY CCSRMXR.
009000 FD  SUPPRESS-REGISTER
009100     RECORDING MODE IS F.
009200     COPY CCSRMSP.
009300 FD  PENDING-REGISTER
009400     RECORDING MODE IS F.
009500     COPY CCSRPNV.
009600 FD  ACCRUED-REGISTER
009700     RECORDING MODE IS F.
009800     COPY CCSRAIF.
009900 FD  HISTORY-REGISTER
010000     RECORDING MODE IS F.
010100     COPY CCSRRNH.
010200 FD  CROSSWALK-REGISTER
010300     RECORDING MODE IS F.
010400     COPY CCSRXWK.
010500 FD  PRODUCT-REGISTER
010600     RECORDING MODE IS F.
010700     COPY CCSRPRD.
010710 FD  STAGING-REGISTER
010720     RECORDING MODE IS F.
010730     COPY CCSRXWT.
010740 FD  APPROVAL-REGISTER
010750     RECORDING MODE IS F.
010760     COPY CCSRMKP.
010800 FD  SNAPSHOT-OUT
010900     RECORDING MODE IS F.
011000     COPY CCSRSNP.
011100 FD  SNAPSHOT-REPORT
011200     RECORDING MODE IS F.
011300 01  SNAPSHOT-REPORT-LINE           PIC X(132).
011400 WORKING-STORAGE SECTION.
011500******************************************************************
011600*    SWITCHES AND COUNTERS                                       *
011700******************************************************************
011800 77  WS-REG-STATUS                  PIC X(02)   VALUE '00'.
011900     88  WS-REG-OK                              VALUE '00'.
012000     88  WS-REG-NOT-FOUND                       VALUE '35'.
012100 77  WS-REG-EOF-SW                  PIC X(01)   VALUE 'N'.
012200     88  END-OF-REGISTER                        VALUE 'Y'.
012300 77  WS-RCTL-EOF-SW                 PIC X(01)   VALUE 'N'.
012400     88  END-OF-RCTL-FILE                       VALUE 'Y'.
012500 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
012600     88  WS-RUN-ABANDONED                       VALUE 'Y'.
012700 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
012800 77  WS-RCTL-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
012900 77  WS-DATA-COUNT                  PIC S9(09)  COMP  VALUE ZERO.
013000 77  WS-ARCHIVE-COUNT               PIC S9(09)  COMP  VALUE ZERO.
013100 77  WS-ABSENT-COUNT                PIC S9(04)  COMP  VALUE ZERO.
013200 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
013300 77  WS-RUN-TIME                    PIC X(08)   VALUE SPACES.
013400******************************************************************
013500*    CARRIED-FORWARD REGISTERS IN ARCHIVE ORDER, EACH WITH THE   *
013600*    STEP THAT WRITES ITS NEW GENERATION.  THE GENERATION,       *
013700*    COUNT, HASH AND PRESENCE ARE FILLED IN AS EACH IS READ.     *
013800******************************************************************
013900 01  WS-REGISTER-NAMES.
014000     05  FILLER                     PIC X(11) VALUE 'CHRCSR9815 '.
014100     05  FILLER                     PIC X(11) VALUE 'TCRCSV0070 '.
014200     05  FILLER                     PIC X(11) VALUE 'BARCSV0110 '.
014300     05  FILLER                     PIC X(11) VALUE 'MXRCSV0080 '.
014400     05  FILLER                     PIC X(11) VALUE 'MSPCSV0080 '.
014500     05  FILLER                     PIC X(11) VALUE 'PNVCSR9816 '.
014600     05  FILLER                     PIC X(11) VALUE 'AIFCSR9818 '.
014700     05  FILLER                     PIC X(11) VALUE 'RNHCSR9817 '.
014800     05  FILLER                     PIC X(11) VALUE 'XWKCSR9812 '.
014900     05  FILLER                     PIC X(11) VALUE 'PRDCSR9820 '.
014920     05  FILLER                     PIC X(11) VALUE 'XWTCSR9812 '.
014940     05  FILLER                     PIC X(11) VALUE 'MKPCSR9829 '.
015000 01  WS-REGISTER-TABLE REDEFINES WS-REGISTER-NAMES.
015100     05  WS-REG-NAME-ENTRY OCCURS 12 TIMES.
015200         10  WS-REG-ID              PIC X(03).
015300         10  WS-REG-MAINT-STEP      PIC X(08).
015400 01  WS-REGISTER-RESULTS.
015500     05  WS-REG-RESULT OCCURS 12 TIMES
015600                       INDEXED BY WS-REG-NDX.
015700         10  WS-REG-GENERATION      PIC 9(04).
015800         10  WS-REG-RECORD-COUNT    PIC S9(09)  COMP.
015900         10  WS-REG-CONTROL-HASH    PIC S9(15)  COMP-3.
016000         10  WS-REG-PRESENCE        PIC X(01).
016100             88  WS-REG-PRESENT                 VALUE 'P'.
016200             88  WS-REG-ABSENT                  VALUE 'A'.
016300******************************************************************
016400*    RUN-CONTROL STEP RECORDS AS FOUND AT CYCLE CLOSE - SEARCHED *
016500*    FOR EACH REGISTER'S MAINTAINING STEP GENERATION             *
016600******************************************************************
016700 01  WS-RCT-TABLE.
016800     05  WS-RCT-ENTRY OCCURS 100 TIMES
016900                      INDEXED BY WS-RCT-NDX1 WS-RCT-NDX2.
017000         10  WS-RCT-STEP-NAME       PIC X(08).
017100         10  WS-RCT-GENERATION      PIC 9(04).
017200******************************************************************
017300*    CONTROL HASH WORK AREA.  EACH BYTE OF THE RECORD IS MOVED   *
017400*    INTO THE LOW-ORDER HALF OF A HALFWORD TO GET ITS CODE       *
017500*    POINT, WHICH IS WEIGHTED BY ITS POSITION IN THE RECORD.     *
017600******************************************************************
017700 01  WS-HASH-WORK.
017800     05  WS-HASH-RECORD             PIC X(120).
017900     05  WS-HASH-LENGTH             PIC S9(04)  COMP.
018000     05  WS-HASH-SUB                PIC S9(04)  COMP.
018100     05  WS-HASH-HALFWORD           PIC 9(04)   COMP.
018200     05  WS-HASH-BYTES REDEFINES WS-HASH-HALFWORD.
018300         10  WS-HASH-HIGH-BYTE      PIC X(01).
018400         10  WS-HASH-LOW-BYTE       PIC X(01).
018500******************************************************************
018600*    SNAPSHOT CONTROL REPORT LINES                               *
018700******************************************************************
018800 01  HDG-LINE-1.
018900     05  FILLER                     PIC X(40) VALUE
019000             'CSR9825 REGISTER SNAPSHOT REPORT  CYCLE '.
019100     05  HDG-CYCLE-NBR              PIC 9(07).
019200     05  FILLER                     PIC X(06) VALUE SPACES.
019300     05  HDG-RUN-DATE               PIC X(08).
019400     05  FILLER                     PIC X(02) VALUE SPACES.
019500     05  HDG-RUN-TIME               PIC X(08).
019600 01  HDG-LINE-2.
019700     05  FILLER                     PIC X(10) VALUE 'REGISTER  '.
019800     05  FILLER                     PIC X(10) VALUE 'MAINT STEP'.
019900     05  FILLER                     PIC X(06) VALUE '  GEN '.
020000     05  FILLER                     PIC X(16) VALUE
020100             '     RECORDS    '.
020200     05  FILLER                     PIC X(24) VALUE
020300             '        CONTROL HASH    '.
020400     05  FILLER                     PIC X(08) VALUE 'STATUS  '.
020500 01  DET-LINE.
020600     05  FILLER                     PIC X(04) VALUE 'CCSR'.
020700     05  DET-REG-ID                 PIC X(03).
020800     05  FILLER                     PIC X(03) VALUE SPACES.
020900     05  DET-MAINT-STEP             PIC X(08).
021000     05  FILLER                     PIC X(04) VALUE SPACES.
021100     05  DET-GENERATION             PIC 9(04).
021200     05  FILLER                     PIC X(03) VALUE SPACES.
021300     05  DET-RECORD-COUNT           PIC ZZZ,ZZZ,ZZ9.
021400     05  FILLER                     PIC X(04) VALUE SPACES.
021500     05  DET-CONTROL-HASH           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
021600     05  FILLER                     PIC X(04) VALUE SPACES.
021700     05  DET-STATUS                 PIC X(08).
021800 01  SUM-LINE-1.
021900     05  FILLER                     PIC X(26)  VALUE
022000             'RUN-CONTROL RECORDS:      '.
022100     05  SUM-RCTL-COUNT             PIC ZZZ,ZZZ,ZZ9.
022200 01  SUM-LINE-2.
022300     05  FILLER                     PIC X(26)  VALUE
022400             'REGISTER RECORDS:         '.
022500     05  SUM-DATA-COUNT             PIC ZZZ,ZZZ,ZZ9.
022600 01  SUM-LINE-3.
022700     05  FILLER                     PIC X(26)  VALUE
022800             'REGISTERS ABSENT:         '.
022900     05  SUM-ABSENT-COUNT           PIC ZZZ,ZZZ,ZZ9.
023000 01  SUM-LINE-4.
023100     05  FILLER                     PIC X(26)  VALUE
023200             'ARCHIVE RECORDS WRITTEN:  '.
023300     05  SUM-ARCHIVE-COUNT          PIC ZZZ,ZZZ,ZZ9.
023400******************************************************************
023500*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
023600******************************************************************
023700     COPY CCSRRCLP.
023800 PROCEDURE DIVISION.
023900******************************************************************
024000*    0000-MAINLINE                                               *
024100******************************************************************
024200 0000-MAINLINE.
024300     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
024400     IF RCLP-RCTL-RC = ZERO
024500         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
024600         PERFORM 2000-SNAP-REGISTERS
024700                 THRU 2000-SNAP-REGISTERS-EXIT
024800         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
024900         PERFORM 7100-RUN-CONTROL-OUT
025000                 THRU 7100-RUN-CTL-OUT-EXIT
025100     END-IF.
025200     STOP RUN.
025300******************************************************************
025400*    1000-INITIALIZE - OPEN THE ARCHIVE, WRITE ITS HEADER AND    *
025500*    AN IMAGE OF EVERY RUN-CONTROL RECORD, KEEPING EACH STEP'S   *
025600*    GENERATION FOR THE REGISTER CONTROL RECORDS                 *
025700******************************************************************
025800 1000-INITIALIZE.
025900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026000     ACCEPT WS-RUN-TIME FROM TIME.
026100     OPEN INPUT  RUN-CONTROL
026200          OUTPUT SNAPSHOT-OUT
026300                 SNAPSHOT-REPORT.
026400     MOVE WS-CYCLE-NBR TO HDG-CYCLE-NBR.
026500     MOVE WS-RUN-DATE  TO HDG-RUN-DATE.
026600     MOVE WS-RUN-TIME  TO HDG-RUN-TIME.
026700     WRITE SNAPSHOT-REPORT-LINE FROM HDG-LINE-1.
026800     WRITE SNAPSHOT-REPORT-LINE FROM HDG-LINE-2.
026900     MOVE SPACES TO SNAPSHOT-REPORT-LINE.
027000     WRITE SNAPSHOT-REPORT-LINE.
027100     MOVE SPACES        TO SNP-SNAPSHOT-REC.
027200     SET SNP-HEADER-RECORD TO TRUE.
027300     MOVE WS-CYCLE-NBR  TO SNP-CYCLE-NBR.
027400     MOVE WS-RUN-DATE   TO SNP-HDR-RUN-DATE.
027500     MOVE WS-RUN-TIME   TO SNP-HDR-RUN-TIME.
027600     MOVE 12            TO SNP-HDR-REGISTER-COUNT.
027700     PERFORM 4600-WRITE-ARCHIVE THRU 4600-WRITE-ARCHIVE-EXIT.
027800     PERFORM 8000-READ-RUN-CONTROL THRU 8000-READ-RCTL-EXIT.
027900     PERFORM 1100-ARCHIVE-RCTL-RECORD THRU 1100-ARCHIVE-RCTL-EXIT
028000             UNTIL END-OF-RCTL-FILE
028100                OR WS-RUN-ABANDONED.
028200     CLOSE RUN-CONTROL.
028300 1000-INITIALIZE-EXIT.
028400     EXIT.
028500 1100-ARCHIVE-RCTL-RECORD.
028600     IF RCTL-STEP-RECORD
028700         IF WS-RCTL-COUNT >= 100
028800             DISPLAY 'CSR9825 *** RUN-CONTROL EXCEEDS 100 ROW '
028900                     'TABLE CAPACITY - RUN ABANDONED ***'
029000             SET WS-RUN-ABANDONED TO TRUE
029100             MOVE 16 TO RETURN-CODE
029200         ELSE
029400             ADD 1 TO WS-RCTL-COUNT
029500             SET WS-RCT-NDX1 TO WS-RCTL-COUNT
029600             MOVE RCTL-STEP-NAME  TO WS-RCT-STEP-NAME(WS-RCT-NDX1)
029700             MOVE RCTL-GENERATION
029720                  TO WS-RCT-GENERATION(WS-RCT-NDX1)
029740         END-IF
029800     END-IF.
029850     IF NOT WS-RUN-ABANDONED
029900         MOVE SPACES          TO SNP-SNAPSHOT-REC
029950         SET SNP-RUNCTL-RECORD TO TRUE
030000         MOVE WS-CYCLE-NBR    TO SNP-CYCLE-NBR
030050         MOVE RCTL-CONTROL-REC TO SNP-DATA
030100         PERFORM 4600-WRITE-ARCHIVE THRU 4600-WRITE-ARCHIVE-EXIT
030150         PERFORM 8000-READ-RUN-CONTROL THRU 8000-READ-RCTL-EXIT
030200     END-IF.
030500 1100-ARCHIVE-RCTL-EXIT.
030600     EXIT.
030700******************************************************************
030800*    2000-SNAP-REGISTERS - ARCHIVE EACH REGISTER IN TURN.  A     *
030900*    REGISTER THAT WILL NOT OPEN FOR ANY REASON OTHER THAN NOT   *
031000*    YET EXISTING ABANDONS THE SNAPSHOT AND EVERY REGISTER       *
031100*    AFTER IT IS SKIPPED - A PARTIAL SET IS NO USE TO THE        *
031200*    RESTORE.                                                    *
031300******************************************************************
031400 2000-SNAP-REGISTERS.
031500     PERFORM 2100-SNAP-CHR THRU 2100-SNAP-CHR-EXIT.
031600     PERFORM 2110-SNAP-TCR THRU 2110-SNAP-TCR-EXIT.
031700     PERFORM 2120-SNAP-BAR THRU 2120-SNAP-BAR-EXIT.
031800     PERFORM 2130-SNAP-MXR THRU 2130-SNAP-MXR-EXIT.
031900     PERFORM 2140-SNAP-MSP THRU 2140-SNAP-MSP-EXIT.
032000     PERFORM 2150-SNAP-PNV THRU 2150-SNAP-PNV-EXIT.
032100     PERFORM 2160-SNAP-AIF THRU 2160-SNAP-AIF-EXIT.
032200     PERFORM 2170-SNAP-RNH THRU 2170-SNAP-RNH-EXIT.
032300     PERFORM 2180-SNAP-XWK THRU 2180-SNAP-XWK-EXIT.
032400     PERFORM 2190-SNAP-PRD THRU 2190-SNAP-PRD-EXIT.
032420     PERFORM 2200-SNAP-XWT THRU 2200-SNAP-XWT-EXIT.
032440     PERFORM 2210-SNAP-MKP THRU 2210-SNAP-MKP-EXIT.
032500 2000-SNAP-REGISTERS-EXIT.
032600     EXIT.
032700******************************************************************
032800*    2100-SNAP-CHR - CCSRCHR CLAIMS HOLD REGISTER                *
032900******************************************************************
033000 2100-SNAP-CHR.
033100     IF NOT WS-RUN-ABANDONED
033200         SET WS-REG-NDX TO 1
033300         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
033400         OPEN INPUT HOLD-REGISTER
033700         EVALUATE TRUE
033800             WHEN WS-REG-OK
033900                 PERFORM 2105-READ-CHR THRU 2105-READ-CHR-EXIT
034000                         UNTIL END-OF-REGISTER
034100                 CLOSE HOLD-REGISTER
034200             WHEN WS-REG-NOT-FOUND
034300                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
034400             WHEN OTHER
034500                 PERFORM 4400-OPEN-FAILED
034550                         THRU 4400-OPEN-FAILED-EXIT
034600         END-EVALUATE
034650     END-IF.
034700     IF NOT WS-RUN-ABANDONED
034750         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
034800     END-IF.
034900 2100-SNAP-CHR-EXIT.
035000     EXIT.
035100 2105-READ-CHR.
035200     READ HOLD-REGISTER
035300         AT END
035400             SET END-OF-REGISTER TO TRUE
035500     END-READ.
035600     IF NOT END-OF-REGISTER
035700         MOVE LENGTH OF CHR-REGISTER-REC TO WS-HASH-LENGTH
035800         MOVE CHR-REGISTER-REC TO WS-HASH-RECORD
035900         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
036000     END-IF.
036100 2105-READ-CHR-EXIT.
036200     EXIT.
036300******************************************************************
036400*    2110-SNAP-TCR - CCSRTCR TAX CERTIFICATE REGISTER            *
036500******************************************************************
036600 2110-SNAP-TCR.
036700     IF NOT WS-RUN-ABANDONED
036800         SET WS-REG-NDX TO 2
036900         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
037000         OPEN INPUT CERT-REGISTER
037300         EVALUATE TRUE
037400             WHEN WS-REG-OK
037500                 PERFORM 2115-READ-TCR THRU 2115-READ-TCR-EXIT
037600                         UNTIL END-OF-REGISTER
037700                 CLOSE CERT-REGISTER
037800             WHEN WS-REG-NOT-FOUND
037900                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
038000             WHEN OTHER
038100                 PERFORM 4400-OPEN-FAILED
038150                         THRU 4400-OPEN-FAILED-EXIT
038200         END-EVALUATE
038250     END-IF.
038300     IF NOT WS-RUN-ABANDONED
038350         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
038400     END-IF.
038500 2110-SNAP-TCR-EXIT.
038600     EXIT.
038700 2115-READ-TCR.
038800     READ CERT-REGISTER
038900         AT END
039000             SET END-OF-REGISTER TO TRUE
039100     END-READ.
039200     IF NOT END-OF-REGISTER
039300         MOVE LENGTH OF TCR-REGISTER-REC TO WS-HASH-LENGTH
039400         MOVE TCR-REGISTER-REC TO WS-HASH-RECORD
039500         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
039600     END-IF.
039700 2115-READ-TCR-EXIT.
039800     EXIT.
039900******************************************************************
040000*    2120-SNAP-BAR - CCSRBAR RETURNED-MAIL REGISTER              *
040100******************************************************************
040200 2120-SNAP-BAR.
040300     IF NOT WS-RUN-ABANDONED
040400         SET WS-REG-NDX TO 3
040500         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
040600         OPEN INPUT BADADDR-REGISTER
040900         EVALUATE TRUE
041000             WHEN WS-REG-OK
041100                 PERFORM 2125-READ-BAR THRU 2125-READ-BAR-EXIT
041200                         UNTIL END-OF-REGISTER
041300                 CLOSE BADADDR-REGISTER
041400             WHEN WS-REG-NOT-FOUND
041500                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
041600             WHEN OTHER
041700                 PERFORM 4400-OPEN-FAILED
041750                         THRU 4400-OPEN-FAILED-EXIT
041800         END-EVALUATE
041850     END-IF.
041900     IF NOT WS-RUN-ABANDONED
041950         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
042000     END-IF.
042100 2120-SNAP-BAR-EXIT.
042200     EXIT.
042300 2125-READ-BAR.
042400     READ BADADDR-REGISTER
042500         AT END
042600             SET END-OF-REGISTER TO TRUE
042700     END-READ.
042800     IF NOT END-OF-REGISTER
042900         MOVE LENGTH OF BAR-REGISTER-REC TO WS-HASH-LENGTH
043000         MOVE BAR-REGISTER-REC TO WS-HASH-RECORD
043100         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
043200     END-IF.
043300 2125-READ-BAR-EXIT.
043400     EXIT.
043500******************************************************************
043600*    2130-SNAP-MXR - CCSRMXR CLIENT MERGE CROSS-REFERENCE        *
043700******************************************************************
043800 2130-SNAP-MXR.
043900     IF NOT WS-RUN-ABANDONED
044000         SET WS-REG-NDX TO 4
044100         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
044200         OPEN INPUT XREF-REGISTER
044500         EVALUATE TRUE
044600             WHEN WS-REG-OK
044700                 PERFORM 2135-READ-MXR THRU 2135-READ-MXR-EXIT
044800                         UNTIL END-OF-REGISTER
044900                 CLOSE XREF-REGISTER
045000             WHEN WS-REG-NOT-FOUND
045100                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
045200             WHEN OTHER
045300                 PERFORM 4400-OPEN-FAILED
045350                         THRU 4400-OPEN-FAILED-EXIT
045400         END-EVALUATE
045450     END-IF.
045500     IF NOT WS-RUN-ABANDONED
045550         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
045600     END-IF.
045700 2130-SNAP-MXR-EXIT.
045800     EXIT.
045900 2135-READ-MXR.
046000     READ XREF-REGISTER
046100         AT END
046200             SET END-OF-REGISTER TO TRUE
046300     END-READ.
046400     IF NOT END-OF-REGISTER
046500         MOVE LENGTH OF MXR-XREF-REC TO WS-HASH-LENGTH
046600         MOVE MXR-XREF-REC TO WS-HASH-RECORD
046700         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
046800     END-IF.
046900 2135-READ-MXR-EXIT.
047000     EXIT.
047100******************************************************************
047200*    2140-SNAP-MSP - CCSRMSP MERGED-CLIENT MAIL SUPPRESSION      *
047300******************************************************************
047400 2140-SNAP-MSP.
047500     IF NOT WS-RUN-ABANDONED
047600         SET WS-REG-NDX TO 5
047700         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
047800         OPEN INPUT SUPPRESS-REGISTER
048100         EVALUATE TRUE
048200             WHEN WS-REG-OK
048300                 PERFORM 2145-READ-MSP THRU 2145-READ-MSP-EXIT
048400                         UNTIL END-OF-REGISTER
048500                 CLOSE SUPPRESS-REGISTER
048600             WHEN WS-REG-NOT-FOUND
048700                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
048800             WHEN OTHER
048900                 PERFORM 4400-OPEN-FAILED
048950                         THRU 4400-OPEN-FAILED-EXIT
049000         END-EVALUATE
049050     END-IF.
049100     IF NOT WS-RUN-ABANDONED
049150         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
049200     END-IF.
049300 2140-SNAP-MSP-EXIT.
049400     EXIT.
049500 2145-READ-MSP.
049600     READ SUPPRESS-REGISTER
049700         AT END
049800             SET END-OF-REGISTER TO TRUE
049900     END-READ.
050000     IF NOT END-OF-REGISTER
050100         MOVE LENGTH OF MSP-SUPPRESS-REC TO WS-HASH-LENGTH
050200         MOVE MSP-SUPPRESS-REC TO WS-HASH-RECORD
050300         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
050400     END-IF.
050500 2145-READ-MSP-EXIT.
050600     EXIT.
050700******************************************************************
050800*    2150-SNAP-PNV - CCSRPNV PENDING WRITE-OFF VOUCHERS          *
050900******************************************************************
051000 2150-SNAP-PNV.
051100     IF NOT WS-RUN-ABANDONED
051200         SET WS-REG-NDX TO 6
051300         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
051400         OPEN INPUT PENDING-REGISTER
051700         EVALUATE TRUE
051800             WHEN WS-REG-OK
051900                 PERFORM 2155-READ-PNV THRU 2155-READ-PNV-EXIT
052000                         UNTIL END-OF-REGISTER
052100                 CLOSE PENDING-REGISTER
052200             WHEN WS-REG-NOT-FOUND
052300                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
052400             WHEN OTHER
052500                 PERFORM 4400-OPEN-FAILED
052550                         THRU 4400-OPEN-FAILED-EXIT
052600         END-EVALUATE
052650     END-IF.
052700     IF NOT WS-RUN-ABANDONED
052750         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
052800     END-IF.
052900 2150-SNAP-PNV-EXIT.
053000     EXIT.
053100 2155-READ-PNV.
053200     READ PENDING-REGISTER
053300         AT END
053400             SET END-OF-REGISTER TO TRUE
053500     END-READ.
053600     IF NOT END-OF-REGISTER
053700         MOVE LENGTH OF PNV-PENDING-REC TO WS-HASH-LENGTH
053800         MOVE PNV-PENDING-REC TO WS-HASH-RECORD
053900         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
054000     END-IF.
054100 2155-READ-PNV-EXIT.
054200     EXIT.
054300******************************************************************
054400*    2160-SNAP-AIF - CCSRAIF ACCRUED INTEREST FILE               *
054500******************************************************************
054600 2160-SNAP-AIF.
054700     IF NOT WS-RUN-ABANDONED
054800         SET WS-REG-NDX TO 7
054900         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
055000         OPEN INPUT ACCRUED-REGISTER
055300         EVALUATE TRUE
055400             WHEN WS-REG-OK
055500                 PERFORM 2165-READ-AIF THRU 2165-READ-AIF-EXIT
055600                         UNTIL END-OF-REGISTER
055700                 CLOSE ACCRUED-REGISTER
055800             WHEN WS-REG-NOT-FOUND
055900                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
056000             WHEN OTHER
056100                 PERFORM 4400-OPEN-FAILED
056150                         THRU 4400-OPEN-FAILED-EXIT
056200         END-EVALUATE
056250     END-IF.
056300     IF NOT WS-RUN-ABANDONED
056350         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
056400     END-IF.
056500 2160-SNAP-AIF-EXIT.
056600     EXIT.
056700 2165-READ-AIF.
056800     READ ACCRUED-REGISTER
056900         AT END
057000             SET END-OF-REGISTER TO TRUE
057100     END-READ.
057200     IF NOT END-OF-REGISTER
057300         MOVE LENGTH OF AIF-ACCRUED-REC TO WS-HASH-LENGTH
057400         MOVE AIF-ACCRUED-REC TO WS-HASH-RECORD
057500         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
057600     END-IF.
057700 2165-READ-AIF-EXIT.
057800     EXIT.
057900******************************************************************
058000*    2170-SNAP-RNH - CCSRRNH STEP RUNTIME HISTORY                *
058100******************************************************************
058200 2170-SNAP-RNH.
058300     IF NOT WS-RUN-ABANDONED
058400         SET WS-REG-NDX TO 8
058500         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
058600         OPEN INPUT HISTORY-REGISTER
058900         EVALUATE TRUE
059000             WHEN WS-REG-OK
059100                 PERFORM 2175-READ-RNH THRU 2175-READ-RNH-EXIT
059200                         UNTIL END-OF-REGISTER
059300                 CLOSE HISTORY-REGISTER
059400             WHEN WS-REG-NOT-FOUND
059500                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
059600             WHEN OTHER
059700                 PERFORM 4400-OPEN-FAILED
059750                         THRU 4400-OPEN-FAILED-EXIT
059800         END-EVALUATE
059850     END-IF.
059900     IF NOT WS-RUN-ABANDONED
059950         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
060000     END-IF.
060100 2170-SNAP-RNH-EXIT.
060200     EXIT.
060300 2175-READ-RNH.
060400     READ HISTORY-REGISTER
060500         AT END
060600             SET END-OF-REGISTER TO TRUE
060700     END-READ.
060800     IF NOT END-OF-REGISTER
060900         MOVE LENGTH OF RNH-HISTORY-REC TO WS-HASH-LENGTH
061000         MOVE RNH-HISTORY-REC TO WS-HASH-RECORD
061100         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
061200     END-IF.
061300 2175-READ-RNH-EXIT.
061400     EXIT.
061500******************************************************************
061600*    2180-SNAP-XWK - CCSRXWK PLAN CODE CROSSWALK                 *
061700******************************************************************
061800 2180-SNAP-XWK.
061900     IF NOT WS-RUN-ABANDONED
062000         SET WS-REG-NDX TO 9
062100         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
062200         OPEN INPUT CROSSWALK-REGISTER
062500         EVALUATE TRUE
062600             WHEN WS-REG-OK
062700                 PERFORM 2185-READ-XWK THRU 2185-READ-XWK-EXIT
062800                         UNTIL END-OF-REGISTER
062900                 CLOSE CROSSWALK-REGISTER
063000             WHEN WS-REG-NOT-FOUND
063100                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
063200             WHEN OTHER
063300                 PERFORM 4400-OPEN-FAILED
063350                         THRU 4400-OPEN-FAILED-EXIT
063400         END-EVALUATE
063450     END-IF.
063500     IF NOT WS-RUN-ABANDONED
063550         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
063600     END-IF.
063700 2180-SNAP-XWK-EXIT.
063800     EXIT.
063900 2185-READ-XWK.
064000     READ CROSSWALK-REGISTER
064100         AT END
064200             SET END-OF-REGISTER TO TRUE
064300     END-READ.
064400     IF NOT END-OF-REGISTER
064500         MOVE LENGTH OF XWK-CROSSWALK-REC TO WS-HASH-LENGTH
064600         MOVE XWK-CROSSWALK-REC TO WS-HASH-RECORD
064700         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
064800     END-IF.
064900 2185-READ-XWK-EXIT.
065000     EXIT.
065100******************************************************************
065200*    2190-SNAP-PRD - CCSRPRD PRODUCT MASTER                      *
065300******************************************************************
065400 2190-SNAP-PRD.
065500     IF NOT WS-RUN-ABANDONED
065600         SET WS-REG-NDX TO 10
065700         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
065800         OPEN INPUT PRODUCT-REGISTER
066100         EVALUATE TRUE
066200             WHEN WS-REG-OK
066300                 PERFORM 2195-READ-PRD THRU 2195-READ-PRD-EXIT
066400                         UNTIL END-OF-REGISTER
066500                 CLOSE PRODUCT-REGISTER
066600             WHEN WS-REG-NOT-FOUND
066700                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
066800             WHEN OTHER
066900                 PERFORM 4400-OPEN-FAILED
066950                         THRU 4400-OPEN-FAILED-EXIT
067000         END-EVALUATE
067050     END-IF.
067100     IF NOT WS-RUN-ABANDONED
067150         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
067200     END-IF.
067300 2190-SNAP-PRD-EXIT.
067400     EXIT.
067500 2195-READ-PRD.
067600     READ PRODUCT-REGISTER
067700         AT END
067800             SET END-OF-REGISTER TO TRUE
067900     END-READ.
068000     IF NOT END-OF-REGISTER
068100         MOVE LENGTH OF PRD-PRODUCT-REC TO WS-HASH-LENGTH
068200         MOVE PRD-PRODUCT-REC TO WS-HASH-RECORD
068300         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
068400     END-IF.
068500 2195-READ-PRD-EXIT.
068600     EXIT.
068601******************************************************************
068602*    2200-SNAP-XWT - CCSRXWT CROSSWALK STAGING FILE.  ROWS       *
068603*    KEYED THROUGH CSR9812 AND HELD THERE PENDING THEIR          *
068604*    EFFECTIVE DATE.                                             *
068605******************************************************************
068606 2200-SNAP-XWT.
068607     IF NOT WS-RUN-ABANDONED
068608         SET WS-REG-NDX TO 11
068609         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
068610         OPEN INPUT STAGING-REGISTER
068611         EVALUATE TRUE
068612             WHEN WS-REG-OK
068613                 PERFORM 2205-READ-XWT THRU 2205-READ-XWT-EXIT
068614                         UNTIL END-OF-REGISTER
068615                 CLOSE STAGING-REGISTER
068616             WHEN WS-REG-NOT-FOUND
068617                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
068618             WHEN OTHER
068619                 PERFORM 4400-OPEN-FAILED
068620                         THRU 4400-OPEN-FAILED-EXIT
068621         END-EVALUATE
068622     END-IF.
068623     IF NOT WS-RUN-ABANDONED
068624         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
068625     END-IF.
068626 2200-SNAP-XWT-EXIT.
068627     EXIT.
068628 2205-READ-XWT.
068629     READ STAGING-REGISTER
068630         AT END
068631             SET END-OF-REGISTER TO TRUE
068632     END-READ.
068633     IF NOT END-OF-REGISTER
068634         MOVE LENGTH OF XWT-TRANS-REC TO WS-HASH-LENGTH
068635         MOVE XWT-TRANS-REC TO WS-HASH-RECORD
068636         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
068637     END-IF.
068638 2205-READ-XWT-EXIT.
068639     EXIT.
068640******************************************************************
068641*    2210-SNAP-MKP - CCSRMKP MAINTENANCE APPROVAL QUEUE.  ROWS   *
068642*    KEYED BY A MAKER AND AWAITING A CHECKER IN CSR9829.         *
068643******************************************************************
068644 2210-SNAP-MKP.
068645     IF NOT WS-RUN-ABANDONED
068646         SET WS-REG-NDX TO 12
068647         PERFORM 4000-START-REGISTER THRU 4000-START-REGISTER-EXIT
068648         OPEN INPUT APPROVAL-REGISTER
068649         EVALUATE TRUE
068650             WHEN WS-REG-OK
068651                 PERFORM 2215-READ-MKP THRU 2215-READ-MKP-EXIT
068652                         UNTIL END-OF-REGISTER
068653                 CLOSE APPROVAL-REGISTER
068654             WHEN WS-REG-NOT-FOUND
068655                 SET WS-REG-ABSENT(WS-REG-NDX) TO TRUE
068656             WHEN OTHER
068657                 PERFORM 4400-OPEN-FAILED
068658                         THRU 4400-OPEN-FAILED-EXIT
068659         END-EVALUATE
068660     END-IF.
068661     IF NOT WS-RUN-ABANDONED
068662         PERFORM 4500-WRITE-CONTROL THRU 4500-WRITE-CONTROL-EXIT
068663     END-IF.
068664 2210-SNAP-MKP-EXIT.
068665     EXIT.
068666 2215-READ-MKP.
068667     READ APPROVAL-REGISTER
068668         AT END
068669             SET END-OF-REGISTER TO TRUE
068670     END-READ.
068671     IF NOT END-OF-REGISTER
068672         MOVE LENGTH OF MKP-PENDING-REC TO WS-HASH-LENGTH
068673         MOVE MKP-PENDING-REC TO WS-HASH-RECORD
068674         PERFORM 4100-ARCHIVE-RECORD THRU 4100-ARCHIVE-RECORD-EXIT
068675     END-IF.
068676 2215-READ-MKP-EXIT.
068677     EXIT.
068700******************************************************************
068800*    3000-FINALIZE - TRAILER, CONTROL REPORT AND CLOSE.  AN      *
068900*    ABANDONED SNAPSHOT GETS NO TRAILER, SO CSR9826 WILL NEVER   *
069000*    RESTORE FROM IT.                                            *
069100******************************************************************
069200 3000-FINALIZE.
069300     IF NOT WS-RUN-ABANDONED
069400         MOVE SPACES          TO SNP-SNAPSHOT-REC
069500         SET SNP-TRAILER-RECORD TO TRUE
069600         MOVE WS-CYCLE-NBR    TO SNP-CYCLE-NBR
069700         ADD 1 TO WS-ARCHIVE-COUNT
069800         MOVE WS-ARCHIVE-COUNT TO SNP-TRL-RECORD-COUNT
069900         MOVE 12              TO SNP-TRL-REGISTER-COUNT
070000         WRITE SNP-SNAPSHOT-REC
070100         PERFORM 3100-REPORT-REGISTER
070200                 THRU 3100-REPORT-REGISTER-EXIT
070300                 VARYING WS-REG-NDX FROM 1 BY 1
070400                 UNTIL WS-REG-NDX > 12
070500         MOVE SPACES TO SNAPSHOT-REPORT-LINE
070600         WRITE SNAPSHOT-REPORT-LINE
070700         MOVE WS-RCTL-COUNT    TO SUM-RCTL-COUNT
070800         MOVE WS-DATA-COUNT    TO SUM-DATA-COUNT
070900         MOVE WS-ABSENT-COUNT  TO SUM-ABSENT-COUNT
071000         MOVE WS-ARCHIVE-COUNT TO SUM-ARCHIVE-COUNT
071100         WRITE SNAPSHOT-REPORT-LINE FROM SUM-LINE-1
071200         WRITE SNAPSHOT-REPORT-LINE FROM SUM-LINE-2
071300         WRITE SNAPSHOT-REPORT-LINE FROM SUM-LINE-3
071400         WRITE SNAPSHOT-REPORT-LINE FROM SUM-LINE-4
071500     END-IF.
071600     CLOSE SNAPSHOT-OUT
071700           SNAPSHOT-REPORT.
071800     DISPLAY 'CSR9825 RUN-CONTROL RECORDS : ' WS-RCTL-COUNT.
071900     DISPLAY 'CSR9825 REGISTER RECORDS    : ' WS-DATA-COUNT.
072000     DISPLAY 'CSR9825 REGISTERS ABSENT    : ' WS-ABSENT-COUNT.
072100     DISPLAY 'CSR9825 ARCHIVE RECORDS     : ' WS-ARCHIVE-COUNT.
072200 3000-FINALIZE-EXIT.
072300     EXIT.
072400 3100-REPORT-REGISTER.
072500     MOVE WS-REG-ID(WS-REG-NDX)           TO DET-REG-ID.
072600     MOVE WS-REG-MAINT-STEP(WS-REG-NDX)   TO DET-MAINT-STEP.
072700     MOVE WS-REG-GENERATION(WS-REG-NDX)   TO DET-GENERATION.
072800     MOVE WS-REG-RECORD-COUNT(WS-REG-NDX) TO DET-RECORD-COUNT.
072900     MOVE WS-REG-CONTROL-HASH(WS-REG-NDX) TO DET-CONTROL-HASH.
073000     IF WS-REG-ABSENT(WS-REG-NDX)
073100         MOVE 'ABSENT  ' TO DET-STATUS
073200     ELSE
073300         MOVE 'CAPTURED' TO DET-STATUS
073400     END-IF.
073500     WRITE SNAPSHOT-REPORT-LINE FROM DET-LINE.
073600 3100-REPORT-REGISTER-EXIT.
073700     EXIT.
073800******************************************************************
073900*    4000-START-REGISTER - CLEAR THE REGISTER'S TOTALS AND TAKE  *
074000*    ITS MAINTAINING STEP'S GENERATION OFF THE RUN CONTROL.  A   *
074100*    STEP NOT ON THE RUN CONTROL HAS NEVER RUN - GENERATION 0.   *
074200******************************************************************
074300 4000-START-REGISTER.
074400     MOVE 'N'  TO WS-REG-EOF-SW.
074500     MOVE ZERO TO WS-REG-RECORD-COUNT(WS-REG-NDX)
074600                  WS-REG-CONTROL-HASH(WS-REG-NDX)
074700                  WS-REG-GENERATION(WS-REG-NDX).
074800     SET WS-REG-PRESENT(WS-REG-NDX) TO TRUE.
074900     PERFORM 4050-FIND-STEP-GEN THRU 4050-FIND-STEP-GEN-EXIT
075000             VARYING WS-RCT-NDX1 FROM 1 BY 1
075100             UNTIL WS-RCT-NDX1 > WS-RCTL-COUNT.
075200 4000-START-REGISTER-EXIT.
075300     EXIT.
075400 4050-FIND-STEP-GEN.
075500     IF WS-RCT-STEP-NAME(WS-RCT-NDX1)
075600          = WS-REG-MAINT-STEP(WS-REG-NDX)
075700         MOVE WS-RCT-GENERATION(WS-RCT-NDX1)
075800              TO WS-REG-GENERATION(WS-REG-NDX)
075900     END-IF.
076000 4050-FIND-STEP-GEN-EXIT.
076100     EXIT.
076200******************************************************************
076300*    4100-ARCHIVE-RECORD - HASH THE REGISTER RECORD IN           *
076400*    WS-HASH-RECORD (WS-HASH-LENGTH BYTES) INTO ITS REGISTER     *
076500*    TOTALS AND WRITE IT TO THE ARCHIVE                          *
076600******************************************************************
076700 4100-ARCHIVE-RECORD.
076800     ADD 1 TO WS-REG-RECORD-COUNT(WS-REG-NDX).
076900     ADD 1 TO WS-DATA-COUNT.
077000     MOVE ZERO TO WS-HASH-HALFWORD.
077100     PERFORM 4150-HASH-BYTE THRU 4150-HASH-BYTE-EXIT
077200             VARYING WS-HASH-SUB FROM 1 BY 1
077300             UNTIL WS-HASH-SUB > WS-HASH-LENGTH.
077400     MOVE SPACES          TO SNP-SNAPSHOT-REC.
077500     SET SNP-DATA-RECORD  TO TRUE.
077600     MOVE WS-REG-ID(WS-REG-NDX) TO SNP-REGISTER-ID.
077700     MOVE WS-CYCLE-NBR    TO SNP-CYCLE-NBR.
077800     MOVE WS-HASH-RECORD(1:WS-HASH-LENGTH)
077900          TO SNP-DATA(1:WS-HASH-LENGTH).
078000     PERFORM 4600-WRITE-ARCHIVE THRU 4600-WRITE-ARCHIVE-EXIT.
078100 4100-ARCHIVE-RECORD-EXIT.
078200     EXIT.
078300 4150-HASH-BYTE.
078400     MOVE WS-HASH-RECORD(WS-HASH-SUB:1) TO WS-HASH-LOW-BYTE.
078500     COMPUTE WS-REG-CONTROL-HASH(WS-REG-NDX)
078600           = WS-REG-CONTROL-HASH(WS-REG-NDX)
078700           + (WS-HASH-HALFWORD * WS-HASH-SUB).
078800 4150-HASH-BYTE-EXIT.
078900     EXIT.
079000******************************************************************
079100*    4400-OPEN-FAILED - REGISTER WILL NOT OPEN                   *
079200******************************************************************
079300 4400-OPEN-FAILED.
079400     DISPLAY 'CSR9825 *** CCSR' WS-REG-ID(WS-REG-NDX)
079500             ' OPEN FAILED - STATUS ' WS-REG-STATUS
079600             ' - RUN ABANDONED ***'.
079700     SET WS-RUN-ABANDONED TO TRUE.
079800     MOVE 16 TO RETURN-CODE.
079900 4400-OPEN-FAILED-EXIT.
080000     EXIT.
080100******************************************************************
080200*    4500-WRITE-CONTROL - CLOSE OFF THE REGISTER WITH ITS        *
080300*    CONTROL RECORD                                              *
080400******************************************************************
080500 4500-WRITE-CONTROL.
080600     IF WS-REG-ABSENT(WS-REG-NDX)
080700         ADD 1 TO WS-ABSENT-COUNT
080800     END-IF.
080900     MOVE SPACES          TO SNP-SNAPSHOT-REC.
081000     SET SNP-CONTROL-RECORD TO TRUE.
081100     MOVE WS-REG-ID(WS-REG-NDX)           TO SNP-REGISTER-ID.
081200     MOVE WS-CYCLE-NBR                    TO SNP-CYCLE-NBR.
081300     MOVE WS-REG-MAINT-STEP(WS-REG-NDX)   TO SNP-CTL-MAINT-STEP.
081400     MOVE WS-REG-GENERATION(WS-REG-NDX)   TO SNP-CTL-GENERATION.
081500     MOVE WS-REG-RECORD-COUNT(WS-REG-NDX) TO SNP-CTL-RECORD-COUNT.
081600     MOVE WS-REG-CONTROL-HASH(WS-REG-NDX) TO SNP-CTL-CONTROL-HASH.
081700     MOVE WS-REG-PRESENCE(WS-REG-NDX)     TO SNP-CTL-PRESENCE.
081800     PERFORM 4600-WRITE-ARCHIVE THRU 4600-WRITE-ARCHIVE-EXIT.
081900 4500-WRITE-CONTROL-EXIT.
082000     EXIT.
082100 4600-WRITE-ARCHIVE.
082200     WRITE SNP-SNAPSHOT-REC.
082300     ADD 1 TO WS-ARCHIVE-COUNT.
082400 4600-WRITE-ARCHIVE-EXIT.
082500     EXIT.
082600******************************************************************
082700*    8000-READ-RUN-CONTROL - GET NEXT RUN-CONTROL RECORD         *
082800******************************************************************
082900 8000-READ-RUN-CONTROL.
083000     READ RUN-CONTROL
083100         AT END
083200             SET END-OF-RCTL-FILE TO TRUE
083300     END-READ.
083400 8000-READ-RCTL-EXIT.
083500     EXIT.
083600******************************************************************
083700*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN CONTROL.  *
083800*    THE SNAPSHOT IS THE LAST STEP OF THE CYCLE AND RUNS ONLY    *
083900*    ONCE THE CSR9817 END-OF-CYCLE REPORT HAS COMPLETED, BY      *
084000*    WHICH TIME EVERY REGISTER HAS HAD ITS NEW GENERATION        *
084100*    WRITTEN.  THE CYCLE NUMBER RETURNED ON CHECK-IN STAMPS      *
084200*    EVERY ARCHIVE RECORD.                                       *
084300******************************************************************
084400 7000-RUN-CONTROL-IN.
084500     MOVE 'S'        TO RCLP-FUNCTION.
084600     MOVE 'CSR9825 ' TO RCLP-STEP-NAME.
084700     MOVE 'CSR9817 ' TO RCLP-PRODUCER-STEP.
084800     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
084900     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
085000     IF RCLP-RCTL-RC NOT = ZERO
085100         DISPLAY 'CSR9825 *** RUN REFUSED BY RUN CONTROL - '
085200                 RCLP-RCTL-MSG ' ***'
085300         MOVE 16 TO RETURN-CODE
085400     ELSE
085500         MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
085600     END-IF.
085700 7000-RUN-CTL-IN-EXIT.
085800     EXIT.
085900******************************************************************
086000*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
086100*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
086200******************************************************************
086300 7100-RUN-CONTROL-OUT.
086400     MOVE 'E' TO RCLP-FUNCTION.
086500     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
086600     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
086700     IF RCLP-RCTL-RC NOT = ZERO
086800         DISPLAY 'CSR9825 *** RUN CONTROL CHECK-OUT FAILED - '
086900                 RCLP-RCTL-MSG ' ***'
087000         MOVE 16 TO RETURN-CODE
087100     ELSE
087200         MOVE RCLP-RETURN-CODE TO RETURN-CODE
087300     END-IF.
087400 7100-RUN-CTL-OUT-EXIT.
087500     EXIT.

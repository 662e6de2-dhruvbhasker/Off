000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9826.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL BATCH CONTROL.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: POINT-IN-TIME RESTORE OF THE CARRIED-FORWARD       *
000900*             REGISTERS FROM A CSR9825 CCSRSNP SNAPSHOT ARCHIVE. *
001000*             OPERATIONS NAME THE CYCLE TO GO BACK TO ON THE     *
001100*             PARM AND ALLOCATE THAT CYCLE'S ARCHIVE GENERATION. *
001200*             THE ARCHIVE IS PROVED IN FULL BEFORE ANYTHING IS   *
001300*             WRITTEN: EVERY RECORD MUST CARRY THE NAMED CYCLE,  *
001400*             EVERY REGISTER'S RECORD COUNT AND CONTROL HASH MUST*
001500*             AGREE WITH ITS CONTROL RECORD, ALL TWELVE FILES    *
001600*             AND THE RUN-CONTROL IMAGE MUST BE PRESENT AND THE  *
001700*             TRAILER COUNT MUST AGREE.  ONLY THEN ARE ALL       *
001800*             TWELVE FILES WRITTEN AS NEW GENERATIONS AND THE    *
001900*             CCSRRUNC RUN-CONTROL FILE REWRITTEN FROM ITS IMAGE,*
002000*             SO THE WHOLE SET GOES BACK TOGETHER OR NOT AT ALL. *
002100*             A REGISTER RECORDED AS ABSENT IS RESTORED EMPTY.   *
002200*             THE CSR9825 STEP ITSELF IS SHOWN COMPLETE IN THE   *
002300*             RESTORED RUN CONTROL, AS IT WAS ONCE THE SNAPSHOT  *
002400*             CHECKED OUT, SO THE NEXT CYCLE OPENS NORMALLY AND  *
002500*             THE BAD NIGHT CAN BE RERUN.                        *
002600*                                                                *
002700*             THIS STEP REWRITES THE RUN-CONTROL FILE ITSELF AND *
002800*             SO DOES NOT CHECK IN WITH CSRRCTL.  IT IS RUN ON   *
002900*             REQUEST, NEVER AS PART OF THE NIGHTLY CYCLE.       *
003000******************************************************************
003100*    DATE     AUTH.  DESCRIPTION                                 *
003200*                                                                *
003300*  15OCT26     DOB   INITIAL VERSION                             *
003320*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
003340*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
003360*                    CHANGE TO THE RESULTS                       *
003370*  15OCT26     DOB   ALSO RESTORE THE CCSRXWT CROSSWALK STAGING  *
003380*                    FILE AND THE CCSRMKP APPROVAL QUEUE -       *
003390*                    TWELVE FILES IN ALL                         *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-3090.
003800 OBJECT-COMPUTER.   IBM-3090.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PARM-FILE          ASSIGN TO PARMIN
004200                               ORGANIZATION IS SEQUENTIAL.
004300     SELECT SNAPSHOT-IN        ASSIGN TO SNPIN
004400                               ORGANIZATION IS SEQUENTIAL.
004500     SELECT RUN-CONTROL        ASSIGN TO RUNCTL
004600                               ORGANIZATION IS SEQUENTIAL.
004700     SELECT HOLD-REGISTER      ASSIGN TO CHROUT
004800                               ORGANIZATION IS SEQUENTIAL.
004900     SELECT CERT-REGISTER      ASSIGN TO TCROUT
005000                               ORGANIZATION IS SEQUENTIAL.
005100     SELECT BADADDR-REGISTER   ASSIGN TO BAROUT
005200                               ORGANIZATION IS SEQUENTIAL.
005300     SELECT XREF-REGISTER      ASSIGN TO MXROUT
005400                               ORGANIZATION IS SEQUENTIAL.
005500     SELECT SUPPRESS-REGISTER  ASSIGN TO MSPOUT
005600                               ORGANIZATION IS SEQUENTIAL.
005700     SELECT PENDING-REGISTER   ASSIGN TO PNVOUT
005800                               ORGANIZATION IS SEQUENTIAL.
005900     SELECT ACCRUED-REGISTER   ASSIGN TO AIFOUT
006000                               ORGANIZATION IS SEQUENTIAL.
006100     SELECT HISTORY-REGISTER   ASSIGN TO RNHOUT
006200                               ORGANIZATION IS SEQUENTIAL.
006300     SELECT CROSSWALK-REGISTER ASSIGN TO XWKOUT
006400                               ORGANIZATION IS SEQUENTIAL.
006500     SELECT PRODUCT-REGISTER   ASSIGN TO PRDOUT
006600                               ORGANIZATION IS SEQUENTIAL.
006620     SELECT STAGING-REGISTER   ASSIGN TO XWKPNO
006640                               ORGANIZATION IS SEQUENTIAL.
006660     SELECT APPROVAL-REGISTER  ASSIGN TO MKPOUT
006680                               ORGANIZATION IS SEQUENTIAL.
006700     SELECT RESTORE-REPORT     ASSIGN TO RSTRPT
006800                               ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PARM-FILE
007200     RECORDING MODE IS F.
007300 01  PARM-RECORD.
007400     05  PARM-RESTORE-CYCLE         PIC X(07).
007500     05  PARM-RESTORE-CYCLE-N REDEFINES PARM-RESTORE-CYCLE
007600                                    PIC 9(07).
007700 FD  SNAPSHOT-IN
007800     RECORDING MODE IS F.
007900     COPY CCSRSNP.
008000 FD  RUN-CONTROL
008100     RECORDING MODE IS F.
008200     COPY CCSRRUNC.
008300 FD  HOLD-REGISTER
008400     RECORDING MODE IS F.
008500     COPY CCSRCHR.
008600 FD  CERT-REGISTER
008700     RECORDING MODE IS F.
008800     COPY CCSRTCR.
008900 FD  BADADDR-REGISTER
009000     RECORDING MODE IS F.
009100     COPY CCSRBAR.
009200 FD  XREF-REGISTER
009300     RECORDING MODE IS F.
009400     COPY CCSRMXR.
009500 FD  SUPPRESS-REGISTER
009600     RECORDING MODE IS F.
009700     COPY CCSRMSP.
009800 FD  PENDING-REGISTER
009900     RECORDING MODE IS F.
010000     COPY CCSRPNV.
010100 FD  ACCRUED-REGISTER
010200     RECORDING MODE IS F.
010300     COPY CCSRAIF.
010400 FD  HISTORY-REGISTER
010500     RECORDING MODE IS F.
010600     COPY CCSRRNH.
010700 FD  CROSSWALK-REGISTER
010800     RECORDING MODE IS F.
010900     COPY CCSRXWK.
011000 FD  PRODUCT-REGISTER
011100     RECORDING MODE IS F.
011200     COPY CCSRPRD.
011210 FD  STAGING-REGISTER
011220     RECORDING MODE IS F.
011230     COPY CCSRXWT.
011240 FD  APPROVAL-REGISTER
011250     RECORDING MODE IS F.
011260     COPY CCSRMKP.
011300 FD  RESTORE-REPORT
011400     RECORDING MODE IS F.
011500 01  RESTORE-REPORT-LINE            PIC X(132).
011600 WORKING-STORAGE SECTION.
011700******************************************************************
011800*    SWITCHES AND COUNTERS                                       *
011900******************************************************************
012000 77  WS-SNP-EOF-SW                  PIC X(01)   VALUE 'N'.
012100     88  END-OF-SNAPSHOT                        VALUE 'Y'.
012200 77  WS-TRAILER-SW                  PIC X(01)   VALUE 'N'.
012300     88  WS-TRAILER-FOUND                       VALUE 'Y'.
012400 77  WS-RCTL-HDR-SW                 PIC X(01)   VALUE 'N'.
012500     88  WS-RCTL-HEADER-FOUND                   VALUE 'Y'.
012600 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
012700     88  WS-RUN-ABANDONED                       VALUE 'Y'.
012800 77  WS-RESTORE-CYCLE               PIC 9(07)   VALUE ZERO.
012900 77  WS-READ-COUNT                  PIC S9(09)  COMP  VALUE ZERO.
013000 77  WS-RCTL-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
013100 77  WS-DATA-COUNT                  PIC S9(09)  COMP  VALUE ZERO.
013200 77  WS-PROVEN-COUNT                PIC S9(04)  COMP  VALUE ZERO.
013300 77  WS-REFUSE-MSG                  PIC X(50)   VALUE SPACES.
013400 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
013500******************************************************************
013600*    CARRIED-FORWARD REGISTERS IN ARCHIVE ORDER, EACH WITH THE   *
013700*    STEP THAT WRITES ITS NEW GENERATION - AS CSR9825            *
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
015100     05  WS-REG-NAME-ENTRY OCCURS 12 TIMES
015200                           INDEXED BY WS-REG-NDX1.
015300         10  WS-REG-ID              PIC X(03).
015400         10  WS-REG-MAINT-STEP      PIC X(08).
015500******************************************************************
015600*    PER-REGISTER PROOF TOTALS.  THE RECOMPUTED COUNT AND HASH   *
015700*    ARE SET AGAINST THOSE THE ARCHIVE'S CONTROL RECORD CARRIES. *
015800******************************************************************
015900 01  WS-REGISTER-RESULTS.
016000     05  WS-REG-RESULT OCCURS 12 TIMES
016100                       INDEXED BY WS-REG-NDX.
016200         10  WS-REG-LENGTH          PIC S9(04)  COMP.
016300         10  WS-REG-GENERATION      PIC 9(04).
016400         10  WS-REG-RECORD-COUNT    PIC S9(09)  COMP.
016500         10  WS-REG-CONTROL-HASH    PIC S9(15)  COMP-3.
016600         10  WS-REG-PRESENCE        PIC X(01).
016700             88  WS-REG-PRESENT                 VALUE 'P'.
016800             88  WS-REG-ABSENT                  VALUE 'A'.
016900         10  WS-REG-PROVEN-SW       PIC X(01).
017000             88  WS-REG-PROVEN                  VALUE 'Y'.
017100******************************************************************
017200*    CONTROL HASH WORK AREA - AS CSR9825.  EACH BYTE IS MOVED    *
017300*    INTO THE LOW-ORDER HALF OF A HALFWORD TO GET ITS CODE       *
017400*    POINT, WHICH IS WEIGHTED BY ITS POSITION IN THE RECORD.     *
017500******************************************************************
017600 01  WS-HASH-WORK.
017700     05  WS-HASH-RECORD             PIC X(120).
017800     05  WS-HASH-LENGTH             PIC S9(04)  COMP.
017900     05  WS-HASH-SUB                PIC S9(04)  COMP.
018000     05  WS-HASH-HALFWORD           PIC 9(04)   COMP.
018100     05  WS-HASH-BYTES REDEFINES WS-HASH-HALFWORD.
018200         10  WS-HASH-HIGH-BYTE      PIC X(01).
018300         10  WS-HASH-LOW-BYTE       PIC X(01).
018400******************************************************************
018500*    RESTORE REPORT LINES                                        *
018600******************************************************************
018700 01  HDG-LINE-1.
018800     05  FILLER                     PIC X(40) VALUE
018900             'CSR9826 REGISTER RESTORE REPORT   CYCLE '.
019000     05  HDG-CYCLE-NBR              PIC 9(07).
019100     05  FILLER                     PIC X(06) VALUE SPACES.
019200     05  HDG-RUN-DATE               PIC X(08).
019300 01  HDG-LINE-2.
019400     05  FILLER                     PIC X(10) VALUE 'REGISTER  '.
019500     05  FILLER                     PIC X(10) VALUE 'MAINT STEP'.
019600     05  FILLER                     PIC X(06) VALUE '  GEN '.
019700     05  FILLER                     PIC X(16) VALUE
019800             '     RECORDS    '.
019900     05  FILLER                     PIC X(24) VALUE
020000             '        CONTROL HASH    '.
020100     05  FILLER                     PIC X(08) VALUE 'STATUS  '.
020200 01  DET-LINE.
020300     05  FILLER                     PIC X(04) VALUE 'CCSR'.
020400     05  DET-REG-ID                 PIC X(03).
020500     05  FILLER                     PIC X(03) VALUE SPACES.
020600     05  DET-MAINT-STEP             PIC X(08).
020700     05  FILLER                     PIC X(04) VALUE SPACES.
020800     05  DET-GENERATION             PIC 9(04).
020900     05  FILLER                     PIC X(03) VALUE SPACES.
021000     05  DET-RECORD-COUNT           PIC ZZZ,ZZZ,ZZ9.
021100     05  FILLER                     PIC X(04) VALUE SPACES.
021200     05  DET-CONTROL-HASH           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
021300     05  FILLER                     PIC X(04) VALUE SPACES.
021400     05  DET-STATUS                 PIC X(08).
021500 01  REFUSE-LINE.
021600     05  FILLER                     PIC X(30)  VALUE
021700             '*** RESTORE REFUSED - NOTHING '.
021800     05  FILLER                     PIC X(13)  VALUE
021900             'WRITTEN *** '.
022000     05  REF-MSG                    PIC X(50).
022100 01  SUM-LINE-1.
022200     05  FILLER                     PIC X(26)  VALUE
022300             'RUN-CONTROL RECORDS:      '.
022400     05  SUM-RCTL-COUNT             PIC ZZZ,ZZZ,ZZ9.
022500 01  SUM-LINE-2.
022600     05  FILLER                     PIC X(26)  VALUE
022700             'REGISTER RECORDS:         '.
022800     05  SUM-DATA-COUNT             PIC ZZZ,ZZZ,ZZ9.
022900 PROCEDURE DIVISION.
023000******************************************************************
023100*    0000-MAINLINE - PROVE THE WHOLE ARCHIVE, THEN RESTORE FROM  *
023200*    IT.  NO CSRRCTL CHECK-IN: THIS STEP REPLACES THE RUN        *
023300*    CONTROL FILE.                                               *
023400******************************************************************
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT.
023700     IF NOT WS-RUN-ABANDONED
023800         PERFORM 2000-PROVE-ARCHIVE
023900                 THRU 2000-PROVE-ARCHIVE-EXIT
024000     END-IF.
024100     IF NOT WS-RUN-ABANDONED
024200         PERFORM 2500-RESTORE-ARCHIVE
024300                 THRU 2500-RESTORE-ARCHIVE-EXIT
024400     END-IF.
024500     PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT.
024600     STOP RUN.
024700******************************************************************
024800*    1000-INITIALIZE - TAKE THE CYCLE TO RESTORE FROM THE PARM   *
024900*    AND SET EACH REGISTER'S RECORD LENGTH                       *
025000******************************************************************
025100 1000-INITIALIZE.
025200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025300     OPEN INPUT  PARM-FILE
025400          OUTPUT RESTORE-REPORT.
025500     READ PARM-FILE
025600         AT END
025700             MOVE ZERO TO PARM-RESTORE-CYCLE-N
025800     END-READ.
025900     CLOSE PARM-FILE.
026000     IF PARM-RESTORE-CYCLE NOT NUMERIC
026100        OR PARM-RESTORE-CYCLE-N = ZERO
026200         MOVE ZERO TO WS-RESTORE-CYCLE
026300         MOVE 'NO VALID CYCLE NUMBER ON THE PARM'
026400              TO WS-REFUSE-MSG
026500         PERFORM 4900-REFUSE-RESTORE THRU 4900-REFUSE-RESTORE-EXIT
026600     ELSE
026700         MOVE PARM-RESTORE-CYCLE-N TO WS-RESTORE-CYCLE
026800     END-IF.
026900     MOVE WS-RESTORE-CYCLE TO HDG-CYCLE-NBR.
027000     MOVE WS-RUN-DATE      TO HDG-RUN-DATE.
027100     WRITE RESTORE-REPORT-LINE FROM HDG-LINE-1.
027200     WRITE RESTORE-REPORT-LINE FROM HDG-LINE-2.
027300     MOVE SPACES TO RESTORE-REPORT-LINE.
027400     WRITE RESTORE-REPORT-LINE.
027500     MOVE LENGTH OF CHR-REGISTER-REC  TO WS-REG-LENGTH(1).
027600     MOVE LENGTH OF TCR-REGISTER-REC  TO WS-REG-LENGTH(2).
027700     MOVE LENGTH OF BAR-REGISTER-REC  TO WS-REG-LENGTH(3).
027800     MOVE LENGTH OF MXR-XREF-REC      TO WS-REG-LENGTH(4).
027900     MOVE LENGTH OF MSP-SUPPRESS-REC  TO WS-REG-LENGTH(5).
028000     MOVE LENGTH OF PNV-PENDING-REC   TO WS-REG-LENGTH(6).
028100     MOVE LENGTH OF AIF-ACCRUED-REC   TO WS-REG-LENGTH(7).
028200     MOVE LENGTH OF RNH-HISTORY-REC   TO WS-REG-LENGTH(8).
028300     MOVE LENGTH OF XWK-CROSSWALK-REC TO WS-REG-LENGTH(9).
028400     MOVE LENGTH OF PRD-PRODUCT-REC   TO WS-REG-LENGTH(10).
028420     MOVE LENGTH OF XWT-TRANS-REC     TO WS-REG-LENGTH(11).
028440     MOVE LENGTH OF MKP-PENDING-REC   TO WS-REG-LENGTH(12).
028500     PERFORM 1100-CLEAR-REGISTER THRU 1100-CLEAR-REGISTER-EXIT
028600             VARYING WS-REG-NDX FROM 1 BY 1
028700             UNTIL WS-REG-NDX > 12.
028800 1000-INITIALIZE-EXIT.
028900     EXIT.
029000 1100-CLEAR-REGISTER.
029100     MOVE ZERO   TO WS-REG-GENERATION(WS-REG-NDX)
029200                    WS-REG-RECORD-COUNT(WS-REG-NDX)
029300                    WS-REG-CONTROL-HASH(WS-REG-NDX).
029400     MOVE SPACES TO WS-REG-PRESENCE(WS-REG-NDX).
029500     MOVE 'N'    TO WS-REG-PROVEN-SW(WS-REG-NDX).
029600 1100-CLEAR-REGISTER-EXIT.
029700     EXIT.
029800******************************************************************
029900*    2000-PROVE-ARCHIVE - FIRST PASS.  NOTHING IS WRITTEN        *
030000*    UNLESS EVERY CHECK BELOW PASSES.                            *
030100******************************************************************
030200 2000-PROVE-ARCHIVE.
030300     OPEN INPUT SNAPSHOT-IN.
030400     PERFORM 8000-READ-SNAPSHOT THRU 8000-READ-SNAPSHOT-EXIT.
030500     IF END-OF-SNAPSHOT
030600        OR NOT SNP-HEADER-RECORD
030700         MOVE 'ARCHIVE HAS NO HEADER RECORD' TO WS-REFUSE-MSG
030800         PERFORM 4900-REFUSE-RESTORE THRU 4900-REFUSE-RESTORE-EXIT
030900     ELSE
031000         PERFORM 2100-PROVE-RECORD THRU 2100-PROVE-RECORD-EXIT
031100                 UNTIL END-OF-SNAPSHOT
031200                    OR WS-RUN-ABANDONED
031300     END-IF.
031400     CLOSE SNAPSHOT-IN.
031800     EVALUATE TRUE
031820         WHEN WS-RUN-ABANDONED
031840             CONTINUE
031900         WHEN NOT WS-TRAILER-FOUND
032000             MOVE 'ARCHIVE HAS NO TRAILER - SNAPSHOT INCOMPLETE'
032100                  TO WS-REFUSE-MSG
032200             PERFORM 4900-REFUSE-RESTORE
032300                     THRU 4900-REFUSE-RESTORE-EXIT
032400         WHEN NOT WS-RCTL-HEADER-FOUND
032500             MOVE 'ARCHIVE HAS NO RUN-CONTROL IMAGE'
032600                  TO WS-REFUSE-MSG
032700             PERFORM 4900-REFUSE-RESTORE
032800                     THRU 4900-REFUSE-RESTORE-EXIT
032900         WHEN WS-PROVEN-COUNT NOT = 12
033000             MOVE 'ARCHIVE DOES NOT HOLD ALL TWELVE REGISTERS'
033100                  TO WS-REFUSE-MSG
033200             PERFORM 4900-REFUSE-RESTORE
033300                     THRU 4900-REFUSE-RESTORE-EXIT
033400     END-EVALUATE.
033500 2000-PROVE-ARCHIVE-EXIT.
033600     EXIT.
033700******************************************************************
033800*    2100-PROVE-RECORD - ONE ARCHIVE RECORD.  THE HEADER IS THE  *
033900*    RECORD ALREADY IN HAND ON ENTRY THE FIRST TIME.             *
034000******************************************************************
034100 2100-PROVE-RECORD.
034150     EVALUATE TRUE
034200         WHEN SNP-CYCLE-NBR NOT = WS-RESTORE-CYCLE
034300             MOVE 'ARCHIVE IS NOT FOR THE CYCLE NAMED ON THE PARM'
034400                  TO WS-REFUSE-MSG
034500             PERFORM 4900-REFUSE-RESTORE
034600                     THRU 4900-REFUSE-RESTORE-EXIT
034700         WHEN WS-TRAILER-FOUND
034900             MOVE 'ARCHIVE HAS RECORDS AFTER ITS TRAILER'
035000                  TO WS-REFUSE-MSG
035100             PERFORM 4900-REFUSE-RESTORE
035200                     THRU 4900-REFUSE-RESTORE-EXIT
035500         WHEN SNP-HEADER-RECORD
035600             CONTINUE
035700         WHEN SNP-RUNCTL-RECORD
035800             ADD 1 TO WS-RCTL-COUNT
035900*            RUN-CONTROL HEADER IMAGE - CCSRRUNC TYPE 'H'
036000             IF SNP-DATA(1:1) = 'H'
036100                 SET WS-RCTL-HEADER-FOUND TO TRUE
036200             END-IF
036300         WHEN SNP-DATA-RECORD
036400             PERFORM 2200-PROVE-DATA THRU 2200-PROVE-DATA-EXIT
036500         WHEN SNP-CONTROL-RECORD
036600             PERFORM 2300-PROVE-CONTROL
036700                     THRU 2300-PROVE-CONTROL-EXIT
036800         WHEN SNP-TRAILER-RECORD
036900             SET WS-TRAILER-FOUND TO TRUE
037000             IF SNP-TRL-RECORD-COUNT NOT = WS-READ-COUNT
037100                 MOVE 'ARCHIVE TRAILER COUNT DOES NOT AGREE'
037200                      TO WS-REFUSE-MSG
037300                 PERFORM 4900-REFUSE-RESTORE
037400                         THRU 4900-REFUSE-RESTORE-EXIT
037500             END-IF
037600         WHEN OTHER
037700             MOVE 'ARCHIVE RECORD TYPE NOT RECOGNISED'
037800                  TO WS-REFUSE-MSG
037900             PERFORM 4900-REFUSE-RESTORE
038000                     THRU 4900-REFUSE-RESTORE-EXIT
038100     END-EVALUATE.
038150     IF NOT WS-RUN-ABANDONED
038200         PERFORM 8000-READ-SNAPSHOT THRU 8000-READ-SNAPSHOT-EXIT
038250     END-IF.
038300 2100-PROVE-RECORD-EXIT.
038400     EXIT.
038500******************************************************************
038600*    2200-PROVE-DATA - ADD A REGISTER RECORD TO ITS TOTALS.  A   *
038700*    RECORD FOR A REGISTER ALREADY CLOSED OFF BY ITS CONTROL     *
038800*    RECORD MEANS THE ARCHIVE HAS BEEN ALTERED.                  *
038900******************************************************************
039000 2200-PROVE-DATA.
039100     PERFORM 6000-FIND-REGISTER THRU 6000-FIND-REGISTER-EXIT.
039200     EVALUATE TRUE
039300         WHEN WS-RUN-ABANDONED
039400             CONTINUE
039500         WHEN WS-REG-PROVEN(WS-REG-NDX)
039600             MOVE 'REGISTER RECORD FOUND AFTER ITS CONTROL RECORD'
039700                  TO WS-REFUSE-MSG
039800             PERFORM 4900-REFUSE-RESTORE
039900                     THRU 4900-REFUSE-RESTORE-EXIT
040000         WHEN OTHER
040100             ADD 1 TO WS-REG-RECORD-COUNT(WS-REG-NDX)
040200             ADD 1 TO WS-DATA-COUNT
040300             MOVE SNP-DATA                  TO WS-HASH-RECORD
040400             MOVE WS-REG-LENGTH(WS-REG-NDX) TO WS-HASH-LENGTH
040500             MOVE ZERO TO WS-HASH-HALFWORD
040600             PERFORM 4150-HASH-BYTE THRU 4150-HASH-BYTE-EXIT
040700                     VARYING WS-HASH-SUB FROM 1 BY 1
040750                     UNTIL WS-HASH-SUB > WS-HASH-LENGTH
040800     END-EVALUATE.
040900 2200-PROVE-DATA-EXIT.
041000     EXIT.
041100******************************************************************
041200*    2300-PROVE-CONTROL - SET THE RECOMPUTED TOTALS AGAINST THE  *
041300*    REGISTER'S CONTROL RECORD                                   *
041400******************************************************************
041500 2300-PROVE-CONTROL.
041600     PERFORM 6000-FIND-REGISTER THRU 6000-FIND-REGISTER-EXIT.
041650     EVALUATE TRUE
041700         WHEN WS-RUN-ABANDONED
041750             CONTINUE
041800         WHEN WS-REG-PROVEN(WS-REG-NDX)
041850            OR SNP-CTL-MAINT-STEP
041900                     NOT = WS-REG-MAINT-STEP(WS-REG-NDX)
042200             MOVE 'REGISTER CONTROL RECORD DUPLICATED OR ALTERED'
042300                  TO WS-REFUSE-MSG
042400             PERFORM 4900-REFUSE-RESTORE
042500                     THRU 4900-REFUSE-RESTORE-EXIT
042600         WHEN SNP-CTL-RECORD-COUNT
042700                  NOT = WS-REG-RECORD-COUNT(WS-REG-NDX)
042800           OR SNP-CTL-CONTROL-HASH
042900                  NOT = WS-REG-CONTROL-HASH(WS-REG-NDX)
043000           OR (SNP-CTL-REGISTER-ABSENT
043100               AND WS-REG-RECORD-COUNT(WS-REG-NDX) NOT = ZERO)
043200           OR NOT (SNP-CTL-REGISTER-PRESENT
043300                   OR SNP-CTL-REGISTER-ABSENT)
043400             MOVE 'REGISTER COUNT OR HASH DOES NOT AGREE - CCSR'
043500                  TO WS-REFUSE-MSG
043600             MOVE WS-REG-ID(WS-REG-NDX) TO WS-REFUSE-MSG(45:3)
043650             PERFORM 4900-REFUSE-RESTORE
043700                     THRU 4900-REFUSE-RESTORE-EXIT
043750         WHEN OTHER
043800             MOVE SNP-CTL-GENERATION
043850                  TO WS-REG-GENERATION(WS-REG-NDX)
043900             MOVE SNP-CTL-PRESENCE
043950                  TO WS-REG-PRESENCE(WS-REG-NDX)
044000             SET WS-REG-PROVEN(WS-REG-NDX) TO TRUE
044050             ADD 1 TO WS-PROVEN-COUNT
044100     END-EVALUATE.
044400 2300-PROVE-CONTROL-EXIT.
044500     EXIT.
044600******************************************************************
044700*    2500-RESTORE-ARCHIVE - SECOND PASS.  THE ARCHIVE IS KNOWN   *
044800*    GOOD: REWRITE THE RUN CONTROL AND ALL TWELVE REGISTERS.     *
044900******************************************************************
045000 2500-RESTORE-ARCHIVE.
045100     MOVE 'N' TO WS-SNP-EOF-SW.
045200     OPEN INPUT  SNAPSHOT-IN
045300          OUTPUT RUN-CONTROL
045400                 HOLD-REGISTER
045500                 CERT-REGISTER
045600                 BADADDR-REGISTER
045700                 XREF-REGISTER
045800                 SUPPRESS-REGISTER
045900                 PENDING-REGISTER
046000                 ACCRUED-REGISTER
046100                 HISTORY-REGISTER
046200                 CROSSWALK-REGISTER
046300                 PRODUCT-REGISTER
046320                 STAGING-REGISTER
046340                 APPROVAL-REGISTER.
046400     PERFORM 8000-READ-SNAPSHOT THRU 8000-READ-SNAPSHOT-EXIT.
046500     PERFORM 2600-RESTORE-RECORD THRU 2600-RESTORE-RECORD-EXIT
046600             UNTIL END-OF-SNAPSHOT.
046700     CLOSE SNAPSHOT-IN
046800           RUN-CONTROL
046900           HOLD-REGISTER
047000           CERT-REGISTER
047100           BADADDR-REGISTER
047200           XREF-REGISTER
047300           SUPPRESS-REGISTER
047400           PENDING-REGISTER
047500           ACCRUED-REGISTER
047600           HISTORY-REGISTER
047700           CROSSWALK-REGISTER
047800           PRODUCT-REGISTER
047820           STAGING-REGISTER
047840           APPROVAL-REGISTER.
047900 2500-RESTORE-ARCHIVE-EXIT.
048000     EXIT.
048100 2600-RESTORE-RECORD.
048200     EVALUATE TRUE
048300         WHEN SNP-RUNCTL-RECORD
048400             PERFORM 2700-RESTORE-RCTL THRU 2700-RESTORE-RCTL-EXIT
048500         WHEN SNP-DATA-RECORD
048600             PERFORM 6000-FIND-REGISTER
048700                     THRU 6000-FIND-REGISTER-EXIT
048800             PERFORM 2800-RESTORE-DATA THRU 2800-RESTORE-DATA-EXIT
048900         WHEN OTHER
049000             CONTINUE
049100     END-EVALUATE.
049200     PERFORM 8000-READ-SNAPSHOT THRU 8000-READ-SNAPSHOT-EXIT.
049300 2600-RESTORE-RECORD-EXIT.
049400     EXIT.
049500******************************************************************
049600*    2700-RESTORE-RCTL - RUN-CONTROL RECORD BACK FROM ITS IMAGE. *
049700*    THE SNAPSHOT STEP WAS STILL RUNNING WHEN THE IMAGE WAS      *
049800*    TAKEN; IT IS SHOWN AS IT STOOD AFTER A CLEAN CHECK-OUT,     *
049900*    GENERATION ADVANCED.                                        *
050000******************************************************************
050100 2700-RESTORE-RCTL.
050200     MOVE SNP-DATA TO RCTL-CONTROL-REC.
050300     IF RCTL-STEP-RECORD
050400        AND RCTL-STEP-NAME = 'CSR9825 '
050500        AND RCTL-STEP-STARTED
050600         ADD 1 TO RCTL-GENERATION
050700         MOVE RCTL-START-DATE TO RCTL-END-DATE
050800         MOVE RCTL-START-TIME TO RCTL-END-TIME
050900         MOVE ZERO            TO RCTL-RETURN-CODE
051000         SET RCTL-STEP-COMPLETE TO TRUE
051100     END-IF.
051200     WRITE RCTL-CONTROL-REC.
051300 2700-RESTORE-RCTL-EXIT.
051400     EXIT.
051500******************************************************************
051600*    2800-RESTORE-DATA - REGISTER RECORD TO ITS NEW GENERATION   *
051700******************************************************************
051800 2800-RESTORE-DATA.
051900     EVALUATE WS-REG-ID(WS-REG-NDX)
052000         WHEN 'CHR'
052100             MOVE SNP-DATA TO CHR-REGISTER-REC
052200             WRITE CHR-REGISTER-REC
052300         WHEN 'TCR'
052400             MOVE SNP-DATA TO TCR-REGISTER-REC
052500             WRITE TCR-REGISTER-REC
052600         WHEN 'BAR'
052700             MOVE SNP-DATA TO BAR-REGISTER-REC
052800             WRITE BAR-REGISTER-REC
052900         WHEN 'MXR'
053000             MOVE SNP-DATA TO MXR-XREF-REC
053100             WRITE MXR-XREF-REC
053200         WHEN 'MSP'
053300             MOVE SNP-DATA TO MSP-SUPPRESS-REC
053400             WRITE MSP-SUPPRESS-REC
053500         WHEN 'PNV'
053600             MOVE SNP-DATA TO PNV-PENDING-REC
053700             WRITE PNV-PENDING-REC
053800         WHEN 'AIF'
053900             MOVE SNP-DATA TO AIF-ACCRUED-REC
054000             WRITE AIF-ACCRUED-REC
054100         WHEN 'RNH'
054200             MOVE SNP-DATA TO RNH-HISTORY-REC
054300             WRITE RNH-HISTORY-REC
054400         WHEN 'XWK'
054500             MOVE SNP-DATA TO XWK-CROSSWALK-REC
054600             WRITE XWK-CROSSWALK-REC
054700         WHEN 'PRD'
054800             MOVE SNP-DATA TO PRD-PRODUCT-REC
054900             WRITE PRD-PRODUCT-REC
054910         WHEN 'XWT'
054920             MOVE SNP-DATA TO XWT-TRANS-REC
054930             WRITE XWT-TRANS-REC
054940         WHEN 'MKP'
054950             MOVE SNP-DATA TO MKP-PENDING-REC
054960             WRITE MKP-PENDING-REC
055000     END-EVALUATE.
055100 2800-RESTORE-DATA-EXIT.
055200     EXIT.
055300******************************************************************
055400*    3000-FINALIZE - REPORT WHAT WAS RESTORED, CLOSE             *
055500******************************************************************
055600 3000-FINALIZE.
055700     IF NOT WS-RUN-ABANDONED
055800         PERFORM 3100-REPORT-REGISTER
055900                 THRU 3100-REPORT-REGISTER-EXIT
056000                 VARYING WS-REG-NDX FROM 1 BY 1
056100                 UNTIL WS-REG-NDX > 12
056200         MOVE SPACES TO RESTORE-REPORT-LINE
056300         WRITE RESTORE-REPORT-LINE
056400         MOVE WS-RCTL-COUNT TO SUM-RCTL-COUNT
056500         MOVE WS-DATA-COUNT TO SUM-DATA-COUNT
056600         WRITE RESTORE-REPORT-LINE FROM SUM-LINE-1
056700         WRITE RESTORE-REPORT-LINE FROM SUM-LINE-2
056800         DISPLAY 'CSR9826 RESTORED TO CYCLE   : ' WS-RESTORE-CYCLE
056900     END-IF.
057000     CLOSE RESTORE-REPORT.
057100     DISPLAY 'CSR9826 RUN-CONTROL RECORDS : ' WS-RCTL-COUNT.
057200     DISPLAY 'CSR9826 REGISTER RECORDS    : ' WS-DATA-COUNT.
057300 3000-FINALIZE-EXIT.
057400     EXIT.
057500 3100-REPORT-REGISTER.
057600     MOVE WS-REG-ID(WS-REG-NDX)           TO DET-REG-ID.
057700     MOVE WS-REG-MAINT-STEP(WS-REG-NDX)   TO DET-MAINT-STEP.
057800     MOVE WS-REG-GENERATION(WS-REG-NDX)   TO DET-GENERATION.
057900     MOVE WS-REG-RECORD-COUNT(WS-REG-NDX) TO DET-RECORD-COUNT.
058000     MOVE WS-REG-CONTROL-HASH(WS-REG-NDX) TO DET-CONTROL-HASH.
058100     IF WS-REG-ABSENT(WS-REG-NDX)
058200         MOVE 'EMPTY   ' TO DET-STATUS
058300     ELSE
058400         MOVE 'RESTORED' TO DET-STATUS
058500     END-IF.
058600     WRITE RESTORE-REPORT-LINE FROM DET-LINE.
058700 3100-REPORT-REGISTER-EXIT.
058800     EXIT.
058900******************************************************************
059000*    4150-HASH-BYTE - AS CSR9825                                 *
059100******************************************************************
059200 4150-HASH-BYTE.
059300     MOVE WS-HASH-RECORD(WS-HASH-SUB:1) TO WS-HASH-LOW-BYTE.
059400     COMPUTE WS-REG-CONTROL-HASH(WS-REG-NDX)
059500           = WS-REG-CONTROL-HASH(WS-REG-NDX)
059600           + (WS-HASH-HALFWORD * WS-HASH-SUB).
059700 4150-HASH-BYTE-EXIT.
059800     EXIT.
059900******************************************************************
060000*    4900-REFUSE-RESTORE - STOP BEFORE ANYTHING IS WRITTEN       *
060100******************************************************************
060200 4900-REFUSE-RESTORE.
060300     DISPLAY 'CSR9826 *** RESTORE REFUSED - ' WS-REFUSE-MSG
060400             ' ***'.
060500     MOVE WS-REFUSE-MSG TO REF-MSG.
060600     WRITE RESTORE-REPORT-LINE FROM REFUSE-LINE.
060700     SET WS-RUN-ABANDONED TO TRUE.
060800     MOVE 16 TO RETURN-CODE.
060900 4900-REFUSE-RESTORE-EXIT.
061000     EXIT.
061100******************************************************************
061200*    6000-FIND-REGISTER - LOCATE SNP-REGISTER-ID IN THE REGISTER *
061300*    TABLE; WS-REG-NDX IS LEFT ON THE MATCHING ENTRY             *
061400******************************************************************
061500 6000-FIND-REGISTER.
061600     SET WS-REG-NDX1 TO 1.
061700     SEARCH WS-REG-NAME-ENTRY
061800         AT END
061900             MOVE 'ARCHIVE NAMES A REGISTER NOT RECOGNISED'
062000                  TO WS-REFUSE-MSG
062100             PERFORM 4900-REFUSE-RESTORE
062200                     THRU 4900-REFUSE-RESTORE-EXIT
062300         WHEN WS-REG-ID(WS-REG-NDX1) = SNP-REGISTER-ID
062400             SET WS-REG-NDX TO WS-REG-NDX1
062500     END-SEARCH.
062600 6000-FIND-REGISTER-EXIT.
062700     EXIT.
062800******************************************************************
062900*    8000-READ-SNAPSHOT - GET NEXT ARCHIVE RECORD                *
063000******************************************************************
063100 8000-READ-SNAPSHOT.
063200     READ SNAPSHOT-IN
063300         AT END
063400             SET END-OF-SNAPSHOT TO TRUE
063500     END-READ.
063600     IF NOT END-OF-SNAPSHOT
063700         ADD 1 TO WS-READ-COUNT
063800     END-IF.
063900 8000-READ-SNAPSHOT-EXIT.
064000     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9831.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL SUSPENSE ACCOUNTING.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: SUSPENSE RESEARCH CASE UPDATE AND DAILY QUEUE      *
000900*             REPORT.  CSR9807 (ITEMS WITH NO MATCHING CASH      *
001000*             RECEIPT), CSR9802 (MRF ITEMS PAST THE CYCLE        *
001100*             THRESHOLD) AND CSR9806 (CROSSWALK ORPHANS AND      *
001200*             MISMATCHES) EACH WRITE A CCSRRSP POSTING FILE,     *
001300*             CONCATENATED ON RSPIN.  A POSTING FOR AN ITEM      *
001400*             WITH AN OPEN CASE ON THE CCSRRCS CASE FILE (SAME   *
001500*             POLICY, MLJ ACCOUNT AND SUSPENSE DATE) ADDS ITS    *
001600*             SOURCE TO THE CASE; ANY OTHER OPENS A NEW CASE,    *
001700*             NUMBERED CYCLE + SEQUENCE.  A NEW CASE GOES BACK   *
001800*             TO THE ANALYST WHO CLOSED AN EARLIER CASE ON THE   *
001900*             SAME ITEM IF STILL ON THE CCSRANL TABLE, AND       *
002000*             OTHERWISE ROUND-ROBIN TO THE NEXT ANALYST IN       *
002100*             ROTATION.                                          *
002200*                                                                *
002300*             CCSRRCX ANALYST TRANSACTIONS (RCXIN) THEN ADD      *
002400*             NOTES, REASSIGN, SET FOLLOW-UP DATES AND CLOSE     *
002500*             CASES WITH A RESOLUTION CODE.  A REJECTED          *
002600*             TRANSACTION IS LISTED AND SETS RETURN CODE 4.      *
002700*             AN OPEN CASE WHOSE ITEM IS NO LONGER ON THE        *
002800*             CCSR98F0 EXTRACT IS CLOSED AUTOMATICALLY - ONLY    *
002900*             AFTER THE EXTRACT TRAILER HAS BEEN VERIFIED; A     *
003000*             MISSING OR MISMATCHED TRAILER ABANDONS THE RUN.    *
003100*             EVERY EVENT IS WRITTEN TO THE CCSRRCA ACTIVITY     *
003200*             LOG.  THE CASE FILE AND THE LOG ARE CARRIED PRIOR  *
003300*             GENERATION IN, NEW GENERATION OUT.  THE REPORT     *
003400*             SHOWS EACH ANALYST'S OPEN QUEUE, THE CASES OPEN    *
003500*             PAST THE SLA OR PAST THEIR FOLLOW-UP DATE, THE     *
003600*             CASES CLOSED THIS RUN AND THE REJECTED             *
003700*             TRANSACTIONS.                                      *
003800*                                                                *
003900*             PARM (ALL OPTIONAL, DEFAULT IN BRACKETS):          *
004000*               SLA DAYS        OPEN LONGER IS ESCALATED (10)    *
004100*               RETAIN DAYS     CLOSED CASES KEPT FOR    (90)    *
004200******************************************************************
004300*    DATE     AUTH.  DESCRIPTION                                 *
004400*                                                                *
004500*  15OCT26     DOB   INITIAL VERSION                             *
004520*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
004540*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
004560*                    CHANGE TO THE RESULTS                       *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-3090.
005000 OBJECT-COMPUTER.   IBM-3090.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT CASE-IN            ASSIGN TO RCSIN
005400                               ORGANIZATION IS SEQUENTIAL
005500                               FILE STATUS IS WS-RCS-FILE-STAT.
005600     SELECT ACTIVITY-IN        ASSIGN TO RCAIN
005700                               ORGANIZATION IS SEQUENTIAL
005800                               FILE STATUS IS WS-RCA-FILE-STAT.
005900     SELECT ANALYST-FILE       ASSIGN TO ANLIN
006000                               ORGANIZATION IS SEQUENTIAL.
006100     SELECT POSTING-IN         ASSIGN TO RSPIN
006200                               ORGANIZATION IS SEQUENTIAL.
006300     SELECT TRANS-IN           ASSIGN TO RCXIN
006400                               ORGANIZATION IS SEQUENTIAL.
006500     SELECT SUSPENSE-EXTRACT   ASSIGN TO SR98F0
006600                               ORGANIZATION IS SEQUENTIAL.
006700     SELECT PARM-FILE          ASSIGN TO PARMIN
006800                               ORGANIZATION IS SEQUENTIAL.
006900     SELECT CASE-OUT           ASSIGN TO RCSOUT
007000                               ORGANIZATION IS SEQUENTIAL.
007100     SELECT ACTIVITY-OUT       ASSIGN TO RCAOUT
007200                               ORGANIZATION IS SEQUENTIAL.
007300     SELECT CASE-REPORT        ASSIGN TO RCSRPT
007400                               ORGANIZATION IS SEQUENTIAL.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  CASE-IN
007800     RECORDING MODE IS F.
007900     COPY CCSRRCS.
008000 FD  ACTIVITY-IN
008100     RECORDING MODE IS F.
008200     COPY CCSRRCA.
008300 FD  ANALYST-FILE
008400     RECORDING MODE IS F.
008500     COPY CCSRANL.
008600 FD  POSTING-IN
008700     RECORDING MODE IS F.
008800     COPY CCSRRSP.
008900 FD  TRANS-IN
009000     RECORDING MODE IS F.
009100     COPY CCSRRCX.
009200 FD  SUSPENSE-EXTRACT
009300     RECORDING MODE IS F.
009400     COPY ccsr98f0.
009500 FD  PARM-FILE
009600     RECORDING MODE IS F.
009700 01  PARM-RECORD.
009800     05  PARM-SLA-DAYS              PIC 9(03).
009900     05  PARM-RETAIN-DAYS           PIC 9(03).
010000 FD  CASE-OUT
010100     RECORDING MODE IS F.
010200 01  CASE-OUT-REC                   PIC X(232).
010300 FD  ACTIVITY-OUT
010400     RECORDING MODE IS F.
010500 01  ACTIVITY-OUT-REC               PIC X(114).
010600 FD  CASE-REPORT
010700     RECORDING MODE IS F.
010800 01  CASE-REPORT-LINE               PIC X(132).
010900 WORKING-STORAGE SECTION.
011000******************************************************************
011100*    SWITCHES AND COUNTERS                                       *
011200******************************************************************
011300 77  WS-RCS-FILE-STAT               PIC X(02)   VALUE '00'.
011400     88  WS-RCS-OK                              VALUE '00'.
011500     88  WS-RCS-NOT-FOUND                       VALUE '35'.
011600 77  WS-RCA-FILE-STAT               PIC X(02)   VALUE '00'.
011700     88  WS-RCA-OK                              VALUE '00'.
011800     88  WS-RCA-NOT-FOUND                       VALUE '35'.
011900 77  WS-RCS-EOF-SW                  PIC X(01)   VALUE 'N'.
012000     88  END-OF-CASES                           VALUE 'Y'.
012100 77  WS-RCA-EOF-SW                  PIC X(01)   VALUE 'N'.
012200     88  END-OF-ACTIVITY                        VALUE 'Y'.
012300 77  WS-ANL-EOF-SW                  PIC X(01)   VALUE 'N'.
012400     88  END-OF-ANALYSTS                        VALUE 'Y'.
012500 77  WS-RSP-EOF-SW                  PIC X(01)   VALUE 'N'.
012600     88  END-OF-POSTINGS                        VALUE 'Y'.
012700 77  WS-RCX-EOF-SW                  PIC X(01)   VALUE 'N'.
012800     88  END-OF-TRANSACTIONS                    VALUE 'Y'.
012900 77  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
013000     88  END-OF-EXTRACT                         VALUE 'Y'.
013100 77  WS-PRIOR-LOG-SW                PIC X(01)   VALUE 'N'.
013200     88  WS-PRIOR-LOG-PRESENT                   VALUE 'Y'.
013300 77  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
013400     88  WS-FOUND                               VALUE 'Y'.
013500 77  WS-PRIOR-CASE-SW               PIC X(01)   VALUE 'N'.
013600     88  WS-PRIOR-CASE-FOUND                    VALUE 'Y'.
013700 77  WS-DEALT-SW                    PIC X(01)   VALUE 'N'.
013800     88  WS-ANALYST-DEALT                       VALUE 'Y'.
013900 77  WS-DATE-VALID-SW               PIC X(01)   VALUE 'N'.
014000     88  WS-DATE-VALID                          VALUE 'Y'.
014100 77  WS-TRAILER-SW                  PIC X(01)   VALUE 'N'.
014200     88  WS-TRAILER-SEEN                        VALUE 'Y'.
014300 77  WS-OVERFLOW-SW                 PIC X(01)   VALUE 'N'.
014400     88  WS-TABLE-OVERFLOW                      VALUE 'Y'.
014500 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
014600     88  WS-RUN-ABANDONED                       VALUE 'Y'.
014700 77  WS-RCS-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
014800 77  WS-ACT-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
014900 77  WS-ANL-COUNT                   PIC S9(04)  COMP  VALUE ZERO.
015000 77  WS-REJ-COUNT                   PIC S9(04)  COMP  VALUE ZERO.
015100 77  WS-ROT-POS                     PIC S9(04)  COMP  VALUE ZERO.
015200 77  WS-ROT-TRY                     PIC S9(04)  COMP  VALUE ZERO.
015300 77  WS-PRINT-SLOT                  PIC S9(04)  COMP  VALUE ZERO.
015400 77  WS-SLA-DAYS                    PIC 9(03)   VALUE ZERO.
015500 77  WS-RETAIN-DAYS                 PIC 9(03)   VALUE ZERO.
015600 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
015700 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
015800 77  WS-NEXT-SEQ                    PIC 9(05)   VALUE ZERO.
015900 77  WS-HIGH-CASE-NBR               PIC X(12)   VALUE ZEROS.
016000 77  WS-LAST-ROTATION-ID            PIC X(08)   VALUE SPACES.
016100 77  WS-TODAY-SERIAL                PIC S9(07)  COMP  VALUE ZERO.
016200 77  WS-AGE-SPAN                    PIC S9(07)  COMP  VALUE ZERO.
016300 77  WS-RUN-RECORD-COUNT            PIC 9(09)   COMP  VALUE ZERO.
016400 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
016500                                                VALUE ZERO.
016600 77  WS-POSTED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
016700 77  WS-POSTED-AMOUNT               PIC S9(13)V9(02) COMP-3
016800                                                VALUE ZERO.
016900 77  WS-STALE-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
017000 77  WS-NEW-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
017100 77  WS-REPEAT-COUNT                PIC S9(07)  COMP  VALUE ZERO.
017200 77  WS-TRANS-READ-COUNT            PIC S9(07)  COMP  VALUE ZERO.
017300 77  WS-APPLIED-COUNT               PIC S9(07)  COMP  VALUE ZERO.
017400 77  WS-REJECTED-COUNT              PIC S9(07)  COMP  VALUE ZERO.
017500 77  WS-REASSIGNED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
017600 77  WS-CLOSED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
017700 77  WS-AUTO-CLOSED-COUNT           PIC S9(07)  COMP  VALUE ZERO.
017800 77  WS-REDEALT-COUNT               PIC S9(07)  COMP  VALUE ZERO.
017900 77  WS-OPEN-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
018000 77  WS-SLA-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
018100 77  WS-DUE-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
018200 77  WS-UNASSIGNED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
018300 77  WS-PURGED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
018400 77  WS-ACT-CARRIED-COUNT           PIC S9(07)  COMP  VALUE ZERO.
018500 77  WS-ACT-DROPPED-COUNT           PIC S9(07)  COMP  VALUE ZERO.
018600 77  WS-SECTION-COUNT               PIC S9(07)  COMP  VALUE ZERO.
018700 77  WS-SEARCH-CASE-NBR             PIC X(12)   VALUE SPACES.
018800 77  WS-SEARCH-ANALYST              PIC X(08)   VALUE SPACES.
018900 77  WS-ASSIGN-ANALYST              PIC X(08)   VALUE SPACES.
019000 77  WS-REJECT-REASON               PIC X(30)   VALUE SPACES.
019100 77  WS-LOG-TYPE                    PIC X(01)   VALUE SPACE.
019200 77  WS-LOG-USER                    PIC X(08)   VALUE SPACES.
019300 77  WS-LOG-NOTE                    PIC X(60)   VALUE SPACES.
019400 01  WS-SEARCH-KEY.
019500     05  WS-SEARCH-POLICY-NUMBER    PIC X(10).
019600     05  WS-SEARCH-MLJ-ACCT         PIC X(08).
019700     05  WS-SEARCH-SUSPENSE-DATE    PIC X(10).
019800 01  WS-REOPEN-NOTE.
019900     05  FILLER                     PIC X(24)   VALUE
020000             'RAISED AGAIN AFTER CASE '.
020100     05  WS-REOPEN-CASE-NBR         PIC X(12).
020200     05  FILLER                     PIC X(24)   VALUE
020300             ' WAS CLOSED'.
020400******************************************************************
020500*    DATE-TO-SERIAL WORK AREA - YYYYMMDD TO A DAY SERIAL SO CASE *
020600*    AGES AND THE RETENTION PERIOD SPAN MONTH AND YEAR ENDS.     *
020700*    WS-MTH-DAYS ALLOWS 29 FEBRUARY; 9300 CHECKS THE LEAP YEAR.  *
020800******************************************************************
020900 01  WS-SERIAL-WORK.
021000     05  WS-SER-DATE                PIC X(08).
021100     05  WS-SER-DATE-R REDEFINES WS-SER-DATE.
021200         10  WS-SER-YEAR            PIC 9(04).
021300         10  WS-SER-MONTH           PIC 9(02).
021400         10  WS-SER-DAY             PIC 9(02).
021500     05  WS-SER-RESULT              PIC S9(07)  COMP.
021600     05  WS-SER-QUOT                PIC S9(07)  COMP.
021700     05  WS-SER-REM-4               PIC S9(04)  COMP.
021800     05  WS-SER-REM-100             PIC S9(04)  COMP.
021900     05  WS-SER-REM-400             PIC S9(04)  COMP.
022000     05  WS-SER-PRIOR-YEAR          PIC S9(04)  COMP.
022100 01  WS-MONTH-OFFSETS.
022200     05  FILLER                     PIC X(36)   VALUE
022300         '000031059090120151181212243273304334'.
022400 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSETS.
022500     05  WS-MTH-OFFSET              PIC 9(03)
022600         OCCURS 12 TIMES.
022700 01  WS-MONTH-DAYS.
022800     05  FILLER                     PIC X(24)   VALUE
022900         '312931303130313130313031'.
023000 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS.
023100     05  WS-MTH-DAYS                PIC 9(02)
023200         OCCURS 12 TIMES.
023300******************************************************************
023400*    CASE HOLD TABLE - THE PRIOR GENERATION LESS THE PURGED      *
023500*    CASES, PLUS EVERY CASE OPENED THIS RUN, IN CASE NUMBER      *
023600*    ORDER.  WS-RCS-CASE-DATA IS LAID OUT AS CCSRRCS SO A CASE   *
023700*    MOVES IN AND OUT AS ONE GROUP.  THE REMAINING FIELDS ARE    *
023800*    THIS RUN'S WORKING STATE FOR THE REPORT.                    *
023900******************************************************************
024000 01  WS-RCS-TABLE.
024100     05  WS-RCS-ENTRY OCCURS 5000 TIMES
024200                      INDEXED BY WS-RCS-NDX1 WS-RCS-NDX2
024300                                 WS-RCS-NDX3.
024400         10  WS-RCS-CASE-DATA.
024500             15  WS-RCS-CASE-NBR.
024600                 20  WS-RCS-CASE-CYCLE      PIC 9(07).
024700                 20  WS-RCS-CASE-SEQ        PIC 9(05).
024800             15  WS-RCS-CASE-KEY.
024900                 20  WS-RCS-POLICY-NUMBER   PIC X(10).
025000                 20  WS-RCS-MLJ-ACCT        PIC X(08).
025100                 20  WS-RCS-SUSPENSE-DATE   PIC X(10).
025200             15  WS-RCS-SOURCE-PROGRAM      PIC X(08).
025300             15  WS-RCS-REASON-CD           PIC X(02).
025400             15  WS-RCS-REASON-TEXT         PIC X(30).
025500             15  WS-RCS-SOURCE-INDICATORS.
025600                 20  WS-RCS-UNMATCHED-IND   PIC X(01).
025700                 20  WS-RCS-MRF-AGED-IND    PIC X(01).
025800                 20  WS-RCS-XWALK-IND       PIC X(01).
025900             15  WS-RCS-CRCY-CD             PIC X(02).
026000             15  WS-RCS-SUSPENSE-AMOUNT     PIC S9(11)V9(02).
026100             15  WS-RCS-OPENED-DT           PIC X(08).
026200             15  WS-RCS-LAST-POSTED-CYCLE   PIC 9(07).
026300             15  WS-RCS-ROTATION-ANALYST    PIC X(08).
026400             15  WS-RCS-ANALYST-ID          PIC X(08).
026500             15  WS-RCS-STATUS              PIC X(01).
026600                 88  WS-RCS-OPEN                VALUE 'O'.
026700             15  WS-RCS-FOLLOW-UP-DT        PIC X(08).
026800             15  WS-RCS-LAST-NOTE-DT        PIC X(08).
026900             15  WS-RCS-LAST-NOTE-USER      PIC X(08).
027000             15  WS-RCS-LAST-NOTE-TEXT      PIC X(60).
027100             15  WS-RCS-RESOLUTION-CD       PIC X(02).
027200             15  WS-RCS-CLOSED-BY           PIC X(08).
027300             15  WS-RCS-CLOSED-DT           PIC X(08).
027400         10  WS-RCS-EXTRACT-SW          PIC X(01).
027500             88  WS-RCS-ON-EXTRACT              VALUE 'Y'.
027600         10  WS-RCS-RUN-SW              PIC X(01).
027700             88  WS-RCS-OPENED-THIS-RUN         VALUE 'N'.
027800             88  WS-RCS-CLOSED-THIS-RUN         VALUE 'C'.
027900         10  WS-RCS-ESCALATE-SW         PIC X(01).
028000             88  WS-RCS-ESCALATED               VALUE 'S' 'F' 'B'.
028100             88  WS-RCS-PAST-SLA                VALUE 'S' 'B'.
028200             88  WS-RCS-FOLLOW-UP-DUE           VALUE 'F' 'B'.
028300         10  WS-RCS-AGE-DAYS            PIC 9(05).
028400         10  WS-RCS-ANL-SLOT            PIC S9(04)  COMP.
028500******************************************************************
028600*    ANALYST TABLE - CCSRANL IN DEALING ORDER, WITH EACH         *
028700*    ANALYST'S QUEUE COUNTS FOR THE REPORT                       *
028800******************************************************************
028900 01  WS-ANL-TABLE.
029000     05  WS-ANL-ENTRY OCCURS 50 TIMES
029100                      INDEXED BY WS-ANL-NDX1 WS-ANL-NDX2.
029200         10  WS-ANL-ANALYST-ID          PIC X(08).
029300         10  WS-ANL-ANALYST-NAME        PIC X(30).
029400         10  WS-ANL-ROTATION-IND        PIC X(01).
029500             88  WS-ANL-IN-ROTATION             VALUE 'Y'.
029600         10  WS-ANL-LEAD-IND            PIC X(01).
029700             88  WS-ANL-TEAM-LEAD               VALUE 'Y'.
029800         10  WS-ANL-OPEN-COUNT          PIC S9(07)  COMP.
029900         10  WS-ANL-SLA-COUNT           PIC S9(07)  COMP.
030000         10  WS-ANL-DUE-COUNT           PIC S9(07)  COMP.
030100******************************************************************
030200*    THIS RUN'S ACTIVITY - LAID OUT AS CCSRRCA AND APPENDED TO   *
030300*    THE CARRIED LOG AT FINALIZE                                 *
030400******************************************************************
030500 01  WS-ACT-TABLE.
030600     05  WS-ACT-ENTRY OCCURS 5000 TIMES
030700                      INDEXED BY WS-ACT-NDX1.
030800         10  WS-ACT-CASE-NBR            PIC X(12).
030900         10  WS-ACT-ACTIVITY-DT         PIC X(08).
031000         10  WS-ACT-CYCLE-NBR           PIC 9(07).
031100         10  WS-ACT-ACTIVITY-TYPE       PIC X(01).
031200         10  WS-ACT-USER-ID             PIC X(08).
031300         10  WS-ACT-ANALYST-ID          PIC X(08).
031400         10  WS-ACT-FOLLOW-UP-DT        PIC X(08).
031500         10  WS-ACT-RESOLUTION-CD       PIC X(02).
031600         10  WS-ACT-NOTE-TEXT           PIC X(60).
031700******************************************************************
031800*    REJECTED TRANSACTIONS FOR THE REPORT.  A REJECT BEYOND      *
031900*    CAPACITY IS STILL COUNTED, JUST NOT LISTED.                 *
032000******************************************************************
032100 01  WS-REJ-TABLE.
032200     05  WS-REJ-ENTRY OCCURS 500 TIMES
032300                      INDEXED BY WS-REJ-NDX1.
032400         10  WS-REJ-TRANS-TYPE          PIC X(01).
032500         10  WS-REJ-CASE-NBR            PIC X(12).
032600         10  WS-REJ-USER-ID             PIC X(08).
032700         10  WS-REJ-REASON              PIC X(30).
032800******************************************************************
032900*    REPORT LINES                                                *
033000******************************************************************
033100 01  HDG-LINE-1.
033200     05  FILLER                     PIC X(40) VALUE
033300             'CSR9831 SUSPENSE RESEARCH CASE QUEUE    '.
033400     05  FILLER                     PIC X(06) VALUE 'CYCLE '.
033500     05  HDG-CYCLE-NBR              PIC 9(07).
033600     05  FILLER                     PIC X(04) VALUE SPACES.
033700     05  FILLER                     PIC X(09) VALUE 'RUN DATE '.
033800     05  HDG-RUN-DATE               PIC X(08).
033900     05  FILLER                     PIC X(04) VALUE SPACES.
034000     05  FILLER                     PIC X(11) VALUE
034100             'SLA DAYS : '.
034200     05  HDG-SLA-DAYS               PIC ZZ9.
034300 01  TITLE-LINE.
034400     05  TITLE-TEXT                 PIC X(40).
034500     05  TITLE-ANALYST-ID           PIC X(08).
034600     05  FILLER                     PIC X(02) VALUE SPACES.
034700     05  TITLE-ANALYST-NAME         PIC X(30).
034800     05  FILLER                     PIC X(02) VALUE SPACES.
034900     05  TITLE-FLAG                 PIC X(22).
035000 01  CASE-HDG-LINE.
035100     05  FILLER                     PIC X(10) VALUE 'ANALYST   '.
035200     05  FILLER                     PIC X(14) VALUE
035300             'CASE NUMBER   '.
035400     05  FILLER                     PIC X(12) VALUE
035500             'POLICY      '.
035600     05  FILLER                     PIC X(10) VALUE 'MLJ ACCT  '.
035700     05  FILLER                     PIC X(12) VALUE
035800             'SUSP DATE   '.
035900     05  FILLER                     PIC X(03) VALUE 'CY '.
036000     05  FILLER                     PIC X(18) VALUE
036100             '           AMOUNT '.
036200     05  FILLER                     PIC X(03) VALUE 'RS '.
036300     05  FILLER                     PIC X(04) VALUE 'SRC '.
036400     05  FILLER                     PIC X(09) VALUE 'OPENED   '.
036500     05  FILLER                     PIC X(06) VALUE '  AGE '.
036600     05  FILLER                     PIC X(10) VALUE 'FOLLOW-UP '.
036700     05  FILLER                     PIC X(07) VALUE 'REMARKS'.
036800 01  CASE-DET-LINE.
036900     05  DET-ANALYST-ID             PIC X(08).
037000     05  FILLER                     PIC X(02) VALUE SPACES.
037100     05  DET-CASE-NBR               PIC X(12).
037200     05  FILLER                     PIC X(02) VALUE SPACES.
037300     05  DET-POLICY-NUMBER          PIC X(10).
037400     05  FILLER                     PIC X(02) VALUE SPACES.
037500     05  DET-MLJ-ACCT               PIC X(08).
037600     05  FILLER                     PIC X(02) VALUE SPACES.
037700     05  DET-SUSPENSE-DATE          PIC X(10).
037800     05  FILLER                     PIC X(02) VALUE SPACES.
037900     05  DET-CRCY-CD                PIC X(02).
038000     05  FILLER                     PIC X(01) VALUE SPACES.
038100     05  DET-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
038200     05  FILLER                     PIC X(01) VALUE SPACES.
038300     05  DET-REASON-CD              PIC X(02).
038400     05  FILLER                     PIC X(01) VALUE SPACES.
038500     05  DET-SOURCES                PIC X(03).
038600     05  FILLER                     PIC X(01) VALUE SPACES.
038700     05  DET-OPENED-DT              PIC X(08).
038800     05  FILLER                     PIC X(01) VALUE SPACES.
038900     05  DET-AGE-DAYS               PIC ZZZZ9.
039000     05  FILLER                     PIC X(01) VALUE SPACES.
039100     05  DET-FOLLOW-UP-DT           PIC X(08).
039200     05  FILLER                     PIC X(02) VALUE SPACES.
039300     05  DET-REMARK                 PIC X(18).
039400     05  DET-CLOSE-REMARK REDEFINES DET-REMARK.
039500         10  DET-CLOSE-RES-CD       PIC X(02).
039600         10  DET-CLOSE-BY-LIT       PIC X(04).
039700         10  DET-CLOSE-BY           PIC X(08).
039800         10  FILLER                 PIC X(04).
039900 01  NONE-LINE.
040000     05  FILLER                     PIC X(10) VALUE SPACES.
040100     05  FILLER                     PIC X(06) VALUE 'NONE'.
040200 01  ANL-TOTAL-LINE.
040300     05  FILLER                     PIC X(10) VALUE SPACES.
040400     05  FILLER                     PIC X(12) VALUE
040500             'OPEN CASES: '.
040600     05  ANL-OPEN-COUNT             PIC ZZZ,ZZ9.
040700     05  FILLER                     PIC X(14) VALUE
040800             '   PAST SLA:  '.
040900     05  ANL-SLA-COUNT              PIC ZZZ,ZZ9.
041000     05  FILLER                     PIC X(22) VALUE
041100             '   FOLLOW-UP PASSED:  '.
041200     05  ANL-DUE-COUNT              PIC ZZZ,ZZ9.
041300 01  REJ-HDG-LINE.
041400     05  FILLER                     PIC X(06) VALUE 'TYPE  '.
041500     05  FILLER                     PIC X(14) VALUE
041600             'CASE NUMBER   '.
041700     05  FILLER                     PIC X(10) VALUE 'USER ID   '.
041800     05  FILLER                     PIC X(06) VALUE 'REASON'.
041900 01  REJ-DET-LINE.
042000     05  REJ-TRANS-TYPE             PIC X(01).
042100     05  FILLER                     PIC X(05) VALUE SPACES.
042200     05  REJ-CASE-NBR               PIC X(12).
042300     05  FILLER                     PIC X(02) VALUE SPACES.
042400     05  REJ-USER-ID                PIC X(08).
042500     05  FILLER                     PIC X(02) VALUE SPACES.
042600     05  REJ-REASON                 PIC X(30).
042700 01  REJ-MORE-LINE.
042800     05  FILLER                     PIC X(32) VALUE
042900             'FURTHER REJECTS NOT LISTED:     '.
043000     05  REJ-MORE-COUNT             PIC ZZZ,ZZ9.
043100 01  SUM-LINE.
043200     05  SUM-LABEL                  PIC X(32).
043300     05  SUM-COUNT                  PIC ZZZ,ZZ9.
043400******************************************************************
043500*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
043600******************************************************************
043700     COPY CCSRRCLP.
043800******************************************************************
043900*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
044000******************************************************************
044100     COPY CCSRCTLP.
044200 PROCEDURE DIVISION.
044300******************************************************************
044400*    0000-MAINLINE                                               *
044500******************************************************************
044600 0000-MAINLINE.
044700     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
044800     IF RCLP-RCTL-RC = ZERO
044900         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
045000         PERFORM 2000-APPLY-POSTING
045100                 THRU 2000-APPLY-POSTING-EXIT
045200                 UNTIL END-OF-POSTINGS
045300         PERFORM 2200-APPLY-TRANSACTION
045400                 THRU 2200-APPLY-TRANS-EXIT
045500                 UNTIL END-OF-TRANSACTIONS
045600         PERFORM 2400-SCAN-EXTRACT
045700                 THRU 2400-SCAN-EXTRACT-EXIT
045800                 UNTIL END-OF-EXTRACT
045900         IF NOT WS-RUN-ABANDONED
046000             PERFORM 2600-REVIEW-CASE
046100                     THRU 2600-REVIEW-CASE-EXIT
046200                     VARYING WS-RCS-NDX2 FROM 1 BY 1
046300                     UNTIL WS-RCS-NDX2 > WS-RCS-COUNT
046400         END-IF
046500         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
046600         PERFORM 7200-POST-CONTROL-TOTALS
046700                 THRU 7200-POST-CTL-EXIT
046800         PERFORM 7100-RUN-CONTROL-OUT
046900                 THRU 7100-RUN-CTL-OUT-EXIT
047000     END-IF.
047100     STOP RUN.
047200******************************************************************
047300*    1000-INITIALIZE - READ PARM, LOAD THE ANALYST TABLE AND THE *
047400*    CASE FILE, OPEN THE ACTIVITY LOG AND THE DAY'S INPUTS.  A   *
047500*    MISSING CASE FILE OR LOG IS A FIRST RUN.  ANY OTHER OPEN    *
047600*    FAILURE OR A TABLE OVERFLOW ABANDONS THE RUN WITHOUT        *
047700*    WRITING A NEW GENERATION, SO THE PRIOR ONE STAYS CURRENT.   *
047800******************************************************************
047900 1000-INITIALIZE.
048000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
048100     MOVE WS-RUN-DATE TO WS-SER-DATE.
048200     PERFORM 9200-DATE-TO-SERIAL   THRU 9200-DATE-SERIAL-EXIT.
048300     MOVE WS-SER-RESULT TO WS-TODAY-SERIAL.
048400     OPEN INPUT  PARM-FILE.
048500     READ PARM-FILE
048600         AT END
048700             MOVE ZERO TO PARM-SLA-DAYS
048800                          PARM-RETAIN-DAYS
048900     END-READ.
049000     CLOSE PARM-FILE.
049100     IF PARM-SLA-DAYS NUMERIC
049200        AND PARM-SLA-DAYS > ZERO
049300         MOVE PARM-SLA-DAYS TO WS-SLA-DAYS
049400     ELSE
049500         MOVE 10 TO WS-SLA-DAYS
049600     END-IF.
049700     IF PARM-RETAIN-DAYS NUMERIC
049800        AND PARM-RETAIN-DAYS > ZERO
049900         MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
050000     ELSE
050100         MOVE 90 TO WS-RETAIN-DAYS
050200     END-IF.
050300     OPEN INPUT ANALYST-FILE.
050400     PERFORM 1100-LOAD-ANALYST     THRU 1100-LOAD-ANL-EXIT
050500             UNTIL END-OF-ANALYSTS.
050600     CLOSE ANALYST-FILE.
050700     IF WS-ANL-COUNT = ZERO
050800         DISPLAY 'CSR9831 *** NO ANALYSTS ON ANLIN - NEW CASES '
050900                 'LEFT UNASSIGNED ***'
051000         MOVE 4 TO RETURN-CODE
051100     END-IF.
051200     OPEN INPUT CASE-IN.
051300     EVALUATE TRUE
051400         WHEN WS-RCS-OK
051500             PERFORM 1200-LOAD-CASE     THRU 1200-LOAD-CASE-EXIT
051600                     UNTIL END-OF-CASES
051700             CLOSE CASE-IN
051800         WHEN WS-RCS-NOT-FOUND
051900             SET END-OF-CASES TO TRUE
052000         WHEN OTHER
052100             DISPLAY 'CSR9831 *** CASE FILE OPEN FAILED - STATUS '
052200                     WS-RCS-FILE-STAT ' ***'
052300             MOVE 16 TO RETURN-CODE
052400             SET END-OF-CASES TO TRUE
052500     END-EVALUATE.
052600     OPEN INPUT ACTIVITY-IN.
052700     EVALUATE TRUE
052800         WHEN WS-RCA-OK
052900             SET WS-PRIOR-LOG-PRESENT TO TRUE
053000         WHEN WS-RCA-NOT-FOUND
053100             SET END-OF-ACTIVITY TO TRUE
053200         WHEN OTHER
053300             DISPLAY 'CSR9831 *** ACTIVITY LOG OPEN FAILED - '
053400                     'STATUS ' WS-RCA-FILE-STAT ' ***'
053500             MOVE 16 TO RETURN-CODE
053600             SET END-OF-ACTIVITY TO TRUE
053700     END-EVALUATE.
053800     IF RETURN-CODE = 16 OR WS-TABLE-OVERFLOW
053900         PERFORM 9100-ABANDON-RUN  THRU 9100-ABANDON-RUN-EXIT
054000     ELSE
054100         MOVE WS-LAST-ROTATION-ID TO WS-SEARCH-ANALYST
054200         PERFORM 6200-FIND-ANALYST THRU 6200-FIND-ANL-EXIT
054300         IF WS-FOUND
054400             SET WS-ROT-POS TO WS-ANL-NDX2
054500         ELSE
054600             MOVE ZERO TO WS-ROT-POS
054700         END-IF
054800         OPEN INPUT POSTING-IN
054900                    TRANS-IN
055000                    SUSPENSE-EXTRACT
055100     END-IF.
055200 1000-INITIALIZE-EXIT.
055300     EXIT.
055400******************************************************************
055500*    1100-LOAD-ANALYST - ONE CCSRANL ROW.  A BLANK ID IS SKIPPED.*
055600******************************************************************
055700 1100-LOAD-ANALYST.
055800     READ ANALYST-FILE
055900         AT END
056000             SET END-OF-ANALYSTS TO TRUE
056100     END-READ.
056200     EVALUATE TRUE
056300         WHEN END-OF-ANALYSTS
056400         WHEN ANL-ANALYST-ID = SPACES
056500             CONTINUE
056600         WHEN WS-ANL-COUNT >= 50
056700             IF NOT WS-TABLE-OVERFLOW
056800                 SET WS-TABLE-OVERFLOW TO TRUE
056900                 DISPLAY 'CSR9831 *** ANALYSTS EXCEED 50 ROW '
057000                         'TABLE CAPACITY - RUN ABANDONED ***'
057100                 MOVE 16 TO RETURN-CODE
057200             END-IF
057220         WHEN OTHER
057240             PERFORM 1150-TABLE-ANALYST THRU 1150-TABLE-ANL-EXIT
057260     END-EVALUATE.
057280 1100-LOAD-ANL-EXIT.
057300     EXIT.
057320******************************************************************
057340*    1150-TABLE-ANALYST - ADD THE ANALYST TO THE TABLE           *
057360******************************************************************
057380 1150-TABLE-ANALYST.
057500     ADD 1 TO WS-ANL-COUNT.
057600     SET WS-ANL-NDX1 TO WS-ANL-COUNT.
057700     MOVE ANL-ANALYST-ID    TO WS-ANL-ANALYST-ID(WS-ANL-NDX1).
057800     MOVE ANL-ANALYST-NAME  TO WS-ANL-ANALYST-NAME(WS-ANL-NDX1).
057900     MOVE ANL-ROTATION-IND  TO WS-ANL-ROTATION-IND(WS-ANL-NDX1).
058000     MOVE ANL-LEAD-IND      TO WS-ANL-LEAD-IND(WS-ANL-NDX1).
058100     MOVE ZERO              TO WS-ANL-OPEN-COUNT(WS-ANL-NDX1)
058200                               WS-ANL-SLA-COUNT(WS-ANL-NDX1)
058300                               WS-ANL-DUE-COUNT(WS-ANL-NDX1).
058400 1150-TABLE-ANL-EXIT.
058500     EXIT.
058600******************************************************************
058700*    1200-LOAD-CASE - ONE CASE FROM THE PRIOR GENERATION.  THE   *
058800*    HIGHEST CASE NUMBER GIVES THE ROUND-ROBIN STARTING POINT,   *
058900*    AND A RERUN OF THE CYCLE CONTINUES ITS SEQUENCE.  A CLOSED  *
059000*    CASE PAST THE RETENTION PERIOD IS DROPPED HERE, AND ITS     *
059100*    ACTIVITY WITH IT WHEN THE LOG IS CARRIED FORWARD.           *
059200******************************************************************
059300 1200-LOAD-CASE.
059400     READ CASE-IN
059500         AT END
059600             SET END-OF-CASES TO TRUE
059700     END-READ.
059800     IF NOT END-OF-CASES
059900         PERFORM 1250-TABLE-CASE THRU 1250-TABLE-CASE-EXIT
060000     END-IF.
060010 1200-LOAD-CASE-EXIT.
060020     EXIT.
060030******************************************************************
060040*    1250-TABLE-CASE - NOTE THE HIGH CASE NUMBER AND SEQUENCE,   *
060050*    THEN TABLE THE CASE UNLESS IT IS DUE FOR PURGING            *
060060******************************************************************
060070 1250-TABLE-CASE.
060100     IF RCS-CASE-NBR > WS-HIGH-CASE-NBR
060200         MOVE RCS-CASE-NBR         TO WS-HIGH-CASE-NBR
060300         MOVE RCS-ROTATION-ANALYST TO WS-LAST-ROTATION-ID
060400     END-IF.
060500     IF RCS-CASE-CYCLE = WS-CYCLE-NBR
060600        AND RCS-CASE-SEQ > WS-NEXT-SEQ
060700         MOVE RCS-CASE-SEQ TO WS-NEXT-SEQ
060800     END-IF.
060900     IF RCS-CASE-CLOSED
061000         MOVE RCS-CLOSED-DT TO WS-SER-DATE
061100         PERFORM 9300-EDIT-DATE     THRU 9300-EDIT-DATE-EXIT
061200         IF WS-DATE-VALID
061300             PERFORM 9200-DATE-TO-SERIAL
061400                     THRU 9200-DATE-SERIAL-EXIT
061900         END-IF
062000     END-IF.
062020     EVALUATE TRUE
062040         WHEN RCS-CASE-CLOSED
062060          AND WS-DATE-VALID
062080          AND WS-SER-RESULT + WS-RETAIN-DAYS < WS-TODAY-SERIAL
062100             ADD 1 TO WS-PURGED-COUNT
062120         WHEN WS-RCS-COUNT >= 5000
062200             IF NOT WS-TABLE-OVERFLOW
062300                 SET WS-TABLE-OVERFLOW TO TRUE
062400                 DISPLAY 'CSR9831 *** CASE FILE EXCEEDS 5000 ROW '
062500                         'TABLE CAPACITY - RUN ABANDONED ***'
062600                 MOVE 16 TO RETURN-CODE
062700             END-IF
062800         WHEN OTHER
062900             ADD 1 TO WS-RCS-COUNT
063000             SET WS-RCS-NDX1 TO WS-RCS-COUNT
063100             MOVE RCS-CASE-REC TO WS-RCS-CASE-DATA(WS-RCS-NDX1)
063200             MOVE 'N'   TO WS-RCS-EXTRACT-SW(WS-RCS-NDX1)
063400             MOVE SPACE TO WS-RCS-RUN-SW(WS-RCS-NDX1)
063500                           WS-RCS-ESCALATE-SW(WS-RCS-NDX1)
063600             MOVE ZERO  TO WS-RCS-AGE-DAYS(WS-RCS-NDX1)
063650                           WS-RCS-ANL-SLOT(WS-RCS-NDX1)
063700     END-EVALUATE.
063750 1250-TABLE-CASE-EXIT.
063900     EXIT.
064000******************************************************************
064100*    2000-APPLY-POSTING - ONE REFERRAL FROM A FEEDING STEP.  A   *
064200*    POSTING FROM AN EARLIER CYCLE IS A STALE DATASET LEFT ON    *
064300*    THE CONCATENATION AND IS IGNORED.  AN ITEM WITH AN OPEN     *
064400*    CASE GAINS THE SOURCE AND THE LATEST AMOUNT; ANY OTHER      *
064500*    ITEM OPENS A NEW CASE.                                      *
064600******************************************************************
064700 2000-APPLY-POSTING.
064800     READ POSTING-IN
064900         AT END
065000             SET END-OF-POSTINGS TO TRUE
065100     END-READ.
065200     EVALUATE TRUE
065300         WHEN END-OF-POSTINGS
065400             CONTINUE
065500         WHEN RSP-CYCLE-NBR NOT = WS-CYCLE-NBR
065600             ADD 1 TO WS-STALE-COUNT
065620         WHEN OTHER
065640             PERFORM 2100-POST-REFERRAL THRU 2100-POST-REF-EXIT
065660     END-EVALUATE.
065680 2000-APPLY-POSTING-EXIT.
065700     EXIT.
065720******************************************************************
065740*    2100-POST-REFERRAL - UPDATE THE OPEN CASE FOR THE ITEM, OR  *
065760*    OPEN A NEW ONE                                              *
065780******************************************************************
065800 2100-POST-REFERRAL.
065900     ADD 1 TO WS-POSTED-COUNT.
066000     ADD RSP-SUSPENSE-AMOUNT TO WS-POSTED-AMOUNT.
066100     MOVE RSP-CASE-KEY TO WS-SEARCH-KEY.
066200     PERFORM 6000-FIND-CASE-BY-KEY THRU 6000-FIND-KEY-EXIT.
066300     IF WS-FOUND
066400         MOVE RSP-CRCY-CD
066500              TO WS-RCS-CRCY-CD(WS-RCS-NDX2)
066600         MOVE RSP-SUSPENSE-AMOUNT
066700              TO WS-RCS-SUSPENSE-AMOUNT(WS-RCS-NDX2)
066800         MOVE WS-CYCLE-NBR
066900              TO WS-RCS-LAST-POSTED-CYCLE(WS-RCS-NDX2)
067000         PERFORM 4100-SET-SOURCE   THRU 4100-SET-SOURCE-EXIT
067100         ADD 1 TO WS-REPEAT-COUNT
067200     ELSE
067300         PERFORM 4000-OPEN-CASE    THRU 4000-OPEN-CASE-EXIT
067400     END-IF.
067500 2100-POST-REF-EXIT.
067600     EXIT.
067700******************************************************************
067800*    2200-APPLY-TRANSACTION - ONE ANALYST TRANSACTION.  IT IS    *
067900*    EDITED IN FULL BEFORE ANYTHING IS CHANGED; A REJECT IS      *
068000*    HELD FOR THE REPORT.  NOTE TEXT ON ANY TYPE BECOMES THE     *
068100*    CASE'S LAST NOTE.                                           *
068200******************************************************************
068300 2200-APPLY-TRANSACTION.
068400     READ TRANS-IN
068500         AT END
068600             SET END-OF-TRANSACTIONS TO TRUE
068700     END-READ.
068800     IF NOT END-OF-TRANSACTIONS
068900         ADD 1 TO WS-TRANS-READ-COUNT
069000         MOVE SPACES TO WS-REJECT-REASON
069100         PERFORM 2250-EDIT-TRANSACTION THRU 2250-EDIT-TRANS-EXIT
069400         IF WS-REJECT-REASON NOT = SPACES
069500             PERFORM 4600-NOTE-REJECT THRU 4600-NOTE-REJECT-EXIT
069520         ELSE
069540             PERFORM 2300-POST-TRANSACTION
069560                     THRU 2300-POST-TRANS-EXIT
069580         END-IF
069700     END-IF.
069710 2200-APPLY-TRANS-EXIT.
069720     EXIT.
069770******************************************************************
069820*    2250-EDIT-TRANSACTION - THE FIRST FAULT FOUND IS RETURNED   *
069870*    IN WS-REJECT-REASON.  THE CASE, WHEN FOUND, IS LATCHED IN   *
069920*    WS-RCS-NDX2.                                                *
069970******************************************************************
070020 2250-EDIT-TRANSACTION.
070070     EVALUATE TRUE
070120         WHEN NOT RCX-ADD-NOTE
070170          AND NOT RCX-REASSIGN
070220          AND NOT RCX-SET-FOLLOW-UP
070270          AND NOT RCX-CLOSE-CASE
070320             MOVE 'INVALID TRANSACTION TYPE' TO WS-REJECT-REASON
070370         WHEN OTHER
070420             MOVE RCX-CASE-NBR TO WS-SEARCH-CASE-NBR
070470             PERFORM 6100-FIND-CASE-NUMBER THRU 6100-FIND-NBR-EXIT
070520     END-EVALUATE.
070570     IF WS-REJECT-REASON = SPACES
070620         EVALUATE TRUE
070670             WHEN NOT WS-FOUND
070720                 MOVE 'CASE NOT ON CASE FILE' TO WS-REJECT-REASON
070770             WHEN NOT WS-RCS-OPEN(WS-RCS-NDX2)
070820                 MOVE 'CASE ALREADY CLOSED' TO WS-REJECT-REASON
070870             WHEN OTHER
070920                 MOVE RCX-USER-ID TO WS-SEARCH-ANALYST
070970                 PERFORM 6200-FIND-ANALYST THRU 6200-FIND-ANL-EXIT
071020         END-EVALUATE
071070     END-IF.
071120     IF WS-REJECT-REASON = SPACES
071170         EVALUATE TRUE
071220             WHEN NOT WS-FOUND
071270                 MOVE 'USER NOT ON ANALYST TABLE'
071320                      TO WS-REJECT-REASON
071370             WHEN NOT WS-ANL-TEAM-LEAD(WS-ANL-NDX2)
071420              AND RCX-USER-ID NOT = WS-RCS-ANALYST-ID(WS-RCS-NDX2)
071470                 MOVE 'USER NOT CASE ANALYST OR LEAD'
071520                      TO WS-REJECT-REASON
071570             WHEN RCX-ADD-NOTE
071620              AND RCX-NOTE-TEXT = SPACES
071670                 MOVE 'NOTE TEXT MISSING' TO WS-REJECT-REASON
071720             WHEN RCX-REASSIGN
071770              AND RCX-NEW-ANALYST-ID
071820                      = WS-RCS-ANALYST-ID(WS-RCS-NDX2)
071870                 MOVE 'ALREADY WITH THAT ANALYST'
071920                      TO WS-REJECT-REASON
071970             WHEN RCX-REASSIGN
072020                 MOVE RCX-NEW-ANALYST-ID TO WS-SEARCH-ANALYST
072070                 PERFORM 6200-FIND-ANALYST THRU 6200-FIND-ANL-EXIT
072120                 IF NOT WS-FOUND
072170                     MOVE 'NEW ANALYST NOT ON TABLE'
072220                          TO WS-REJECT-REASON
072270                 END-IF
072320             WHEN RCX-SET-FOLLOW-UP
072370                 MOVE RCX-FOLLOW-UP-DT TO WS-SER-DATE
072420                 PERFORM 9300-EDIT-DATE THRU 9300-EDIT-DATE-EXIT
072470                 EVALUATE TRUE
072520                     WHEN NOT WS-DATE-VALID
072570                         MOVE 'FOLLOW-UP DATE INVALID'
072620                              TO WS-REJECT-REASON
072670                     WHEN RCX-FOLLOW-UP-DT < WS-RUN-DATE
072720                         MOVE 'FOLLOW-UP DATE IN THE PAST'
072770                              TO WS-REJECT-REASON
072820                 END-EVALUATE
072870             WHEN RCX-CLOSE-CASE
072920              AND NOT RCX-VALID-RESOLUTION
072970                 MOVE 'RESOLUTION CODE INVALID'
073020                      TO WS-REJECT-REASON
073070             WHEN RCX-CLOSE-CASE
073120              AND RCX-OTHER-RESOLUTION
073170              AND RCX-NOTE-TEXT = SPACES
073220                 MOVE 'NOTE REQUIRED FOR CODE OT'
073270                      TO WS-REJECT-REASON
073320         END-EVALUATE
073370     END-IF.
073420 2250-EDIT-TRANS-EXIT.
073470     EXIT.
073520******************************************************************
073570*    2300-POST-TRANSACTION - APPLY AN EDITED TRANSACTION TO THE  *
073620*    CASE AND LOG IT                                             *
073670******************************************************************
073720 2300-POST-TRANSACTION.
073770     EVALUATE TRUE
073820         WHEN RCX-ADD-NOTE
073870             CONTINUE
073920         WHEN RCX-REASSIGN
073970             MOVE RCX-NEW-ANALYST-ID
074020                  TO WS-RCS-ANALYST-ID(WS-RCS-NDX2)
074070             ADD 1 TO WS-REASSIGNED-COUNT
074120         WHEN RCX-SET-FOLLOW-UP
074170             MOVE RCX-FOLLOW-UP-DT
074220                  TO WS-RCS-FOLLOW-UP-DT(WS-RCS-NDX2)
074270         WHEN RCX-CLOSE-CASE
074320             MOVE 'C'          TO WS-RCS-STATUS(WS-RCS-NDX2)
074370             MOVE RCX-RESOLUTION-CD
074420                  TO WS-RCS-RESOLUTION-CD(WS-RCS-NDX2)
074470             MOVE RCX-USER-ID  TO WS-RCS-CLOSED-BY(WS-RCS-NDX2)
074520             MOVE WS-RUN-DATE  TO WS-RCS-CLOSED-DT(WS-RCS-NDX2)
074570             MOVE 'C'          TO WS-RCS-RUN-SW(WS-RCS-NDX2)
074620             ADD 1 TO WS-CLOSED-COUNT
074670     END-EVALUATE.
074720     IF RCX-NOTE-TEXT NOT = SPACES
074770         MOVE WS-RUN-DATE   TO WS-RCS-LAST-NOTE-DT(WS-RCS-NDX2)
074820         MOVE RCX-USER-ID   TO WS-RCS-LAST-NOTE-USER(WS-RCS-NDX2)
074870         MOVE RCX-NOTE-TEXT TO WS-RCS-LAST-NOTE-TEXT(WS-RCS-NDX2)
074920     END-IF.
074970     MOVE RCX-TRANS-TYPE TO WS-LOG-TYPE.
075020     MOVE RCX-USER-ID    TO WS-LOG-USER.
075070     MOVE RCX-NOTE-TEXT  TO WS-LOG-NOTE.
075120     PERFORM 4500-LOG-ACTIVITY     THRU 4500-LOG-ACTIVITY-EXIT.
075170     ADD 1 TO WS-APPLIED-COUNT.
075220 2300-POST-TRANS-EXIT.
075270     EXIT.
080500******************************************************************
080600*    2400-SCAN-EXTRACT - ONE CCSR98F0 RECORD.  EVERY OPEN CASE   *
080700*    WHOSE ITEM IS STILL ON THE EXTRACT IS MARKED.  THE TRAILER  *
080800*    MUST BE PRESENT AND AGREE, OR NOTHING CAN BE AUTO-CLOSED    *
080900*    SAFELY AND THE RUN IS ABANDONED.                            *
081000******************************************************************
081100 2400-SCAN-EXTRACT.
081200     READ SUSPENSE-EXTRACT
081300         AT END
081400             SET END-OF-EXTRACT TO TRUE
081500     END-READ.
081550     EVALUATE TRUE
081600         WHEN END-OF-EXTRACT
081700             IF NOT WS-TRAILER-SEEN
081800                 DISPLAY 'CSR9831 *** NO TRAILER ON EXTRACT - '
081900                         'EXTRACT MAY BE INCOMPLETE ***'
081950                 PERFORM 9100-ABANDON-RUN
082000                         THRU 9100-ABANDON-RUN-EXIT
082100             END-IF
082200         WHEN R98F0-TRAILER-RECORD
082500             PERFORM 9000-VERIFY-TRAILER THRU 9000-VERIFY-EXIT
082600             SET END-OF-EXTRACT TO TRUE
082700         WHEN OTHER
082800             ADD 1 TO WS-RUN-RECORD-COUNT
082900             ADD R98F0-SUSPENSE-AMOUNT TO WS-RUN-AMOUNT-HASH
083000             MOVE R98F0-POLICY-NUMBER TO WS-SEARCH-POLICY-NUMBER
083100             MOVE R98F0-MLJ-ACCT      TO WS-SEARCH-MLJ-ACCT
083200             MOVE R98F0-SUSPENSE-DATE TO WS-SEARCH-SUSPENSE-DATE
083300             PERFORM 6000-FIND-CASE-BY-KEY THRU 6000-FIND-KEY-EXIT
083500             IF WS-FOUND
083600                 MOVE 'Y' TO WS-RCS-EXTRACT-SW(WS-RCS-NDX2)
083650             END-IF
083700     END-EVALUATE.
083800 2400-SCAN-EXTRACT-EXIT.
083900     EXIT.
084000******************************************************************
084100*    2600-REVIEW-CASE - AFTER THE POSTINGS, TRANSACTIONS AND     *
084200*    EXTRACT: CLOSE EVERY OPEN CASE WHOSE ITEM LEFT THE          *
084300*    EXTRACT, DEAL OUT AGAIN ANY CASE HELD BY AN ID NO LONGER    *
084400*    ON THE ANALYST TABLE, THEN AGE THE CASE AND TEST IT         *
084500*    AGAINST THE SLA AND ITS FOLLOW-UP DATE.                     *
084600******************************************************************
084700 2600-REVIEW-CASE.
084800     EVALUATE TRUE
084900         WHEN WS-RUN-ABANDONED
085000             CONTINUE
085100         WHEN WS-RCS-CLOSED-THIS-RUN(WS-RCS-NDX2)
085200             PERFORM 2700-AGE-CASE THRU 2700-AGE-CASE-EXIT
085220         WHEN NOT WS-RCS-OPEN(WS-RCS-NDX2)
085240             CONTINUE
085260         WHEN NOT WS-RCS-ON-EXTRACT(WS-RCS-NDX2)
085280             PERFORM 2620-AUTO-CLOSE THRU 2620-AUTO-CLOSE-EXIT
085300         WHEN OTHER
085320             PERFORM 2650-REVIEW-OPEN THRU 2650-REVIEW-OPEN-EXIT
085340     END-EVALUATE.
085360 2600-REVIEW-CASE-EXIT.
085380     EXIT.
085400******************************************************************
085420*    2620-AUTO-CLOSE - THE ITEM HAS LEFT THE EXTRACT, SO THE     *
085440*    CASE IS CLOSED BY THE RUN                                   *
085460******************************************************************
085480 2620-AUTO-CLOSE.
085900     MOVE 'C'          TO WS-RCS-STATUS(WS-RCS-NDX2).
086000     MOVE 'AC'         TO WS-RCS-RESOLUTION-CD(WS-RCS-NDX2).
086100     MOVE 'CSR9831 '   TO WS-RCS-CLOSED-BY(WS-RCS-NDX2).
086200     MOVE WS-RUN-DATE  TO WS-RCS-CLOSED-DT(WS-RCS-NDX2).
086300     MOVE 'C'          TO WS-RCS-RUN-SW(WS-RCS-NDX2).
086400     MOVE 'X'          TO WS-LOG-TYPE.
086500     MOVE 'CSR9831 '   TO WS-LOG-USER.
086600     MOVE 'ITEM NO LONGER ON THE CCSR98F0 SUSPENSE EXTRACT'
086700          TO WS-LOG-NOTE.
086800     PERFORM 4500-LOG-ACTIVITY THRU 4500-LOG-ACTIVITY-EXIT.
086900     PERFORM 2700-AGE-CASE     THRU 2700-AGE-CASE-EXIT.
087000     ADD 1 TO WS-AUTO-CLOSED-COUNT.
087020 2620-AUTO-CLOSE-EXIT.
087040     EXIT.
087060******************************************************************
087080*    2650-REVIEW-OPEN - DEAL OUT AGAIN A CASE WHOSE ANALYST HAS  *
087100*    LEFT THE TABLE, AGE IT AND TEST IT AGAINST THE SLA AND ITS  *
087120*    FOLLOW-UP DATE                                              *
087140******************************************************************
087160 2650-REVIEW-OPEN.
087300     MOVE WS-RCS-ANALYST-ID(WS-RCS-NDX2) TO WS-SEARCH-ANALYST.
087400     PERFORM 6200-FIND-ANALYST     THRU 6200-FIND-ANL-EXIT.
087500     IF NOT WS-FOUND
087600         PERFORM 6300-NEXT-ANALYST THRU 6300-NEXT-ANL-EXIT
087700         IF WS-ANALYST-DEALT
087800             MOVE WS-ASSIGN-ANALYST
087900                  TO WS-RCS-ANALYST-ID(WS-RCS-NDX2)
088000             MOVE 'R'        TO WS-LOG-TYPE
088100             MOVE 'CSR9831 ' TO WS-LOG-USER
088200             MOVE 'ANALYST LEFT THE TABLE - CASE DEALT AGAIN'
088300                  TO WS-LOG-NOTE
088400             PERFORM 4500-LOG-ACTIVITY THRU 4500-LOG-ACTIVITY-EXIT
088500             ADD 1 TO WS-REDEALT-COUNT
088600*            THE HIGHEST CASE CARRIES THE ROUND-ROBIN POSITION
088700*            INTO THE NEXT RUN, SO IT MUST SEE THIS DEAL TOO.
088800             SET WS-RCS-NDX1 TO WS-RCS-COUNT
088900             MOVE WS-ASSIGN-ANALYST
089000                  TO WS-RCS-ROTATION-ANALYST(WS-RCS-NDX1)
089100             MOVE WS-ASSIGN-ANALYST TO WS-SEARCH-ANALYST
089200             PERFORM 6200-FIND-ANALYST THRU 6200-FIND-ANL-EXIT
089300         END-IF
089400     END-IF.
089500     IF WS-FOUND
089600         SET WS-RCS-ANL-SLOT(WS-RCS-NDX2) TO WS-ANL-NDX2
089700     ELSE
089800         MOVE ZERO TO WS-RCS-ANL-SLOT(WS-RCS-NDX2)
089900     END-IF.
090000     PERFORM 2700-AGE-CASE         THRU 2700-AGE-CASE-EXIT.
090100     MOVE SPACE TO WS-RCS-ESCALATE-SW(WS-RCS-NDX2).
090200     IF WS-RCS-AGE-DAYS(WS-RCS-NDX2) > WS-SLA-DAYS
090300         MOVE 'S' TO WS-RCS-ESCALATE-SW(WS-RCS-NDX2)
090400     END-IF.
090500     IF WS-RCS-FOLLOW-UP-DT(WS-RCS-NDX2) NOT = SPACES
090600        AND WS-RCS-FOLLOW-UP-DT(WS-RCS-NDX2) < WS-RUN-DATE
090700         IF WS-RCS-PAST-SLA(WS-RCS-NDX2)
090800             MOVE 'B' TO WS-RCS-ESCALATE-SW(WS-RCS-NDX2)
090900         ELSE
091000             MOVE 'F' TO WS-RCS-ESCALATE-SW(WS-RCS-NDX2)
091100         END-IF
091200     END-IF.
091300     ADD 1 TO WS-OPEN-COUNT.
091400     IF WS-RCS-PAST-SLA(WS-RCS-NDX2)
091500         ADD 1 TO WS-SLA-COUNT
091600     END-IF.
091700     IF WS-RCS-FOLLOW-UP-DUE(WS-RCS-NDX2)
091800         ADD 1 TO WS-DUE-COUNT
091900     END-IF.
092000     IF NOT WS-FOUND
092100         ADD 1 TO WS-UNASSIGNED-COUNT
092200     ELSE
092300         ADD 1 TO WS-ANL-OPEN-COUNT(WS-ANL-NDX2)
092500         IF WS-RCS-PAST-SLA(WS-RCS-NDX2)
092600             ADD 1 TO WS-ANL-SLA-COUNT(WS-ANL-NDX2)
092700         END-IF
092800         IF WS-RCS-FOLLOW-UP-DUE(WS-RCS-NDX2)
092900             ADD 1 TO WS-ANL-DUE-COUNT(WS-ANL-NDX2)
092950         END-IF
093000     END-IF.
093100 2650-REVIEW-OPEN-EXIT.
093200     EXIT.
093300******************************************************************
093400*    2700-AGE-CASE - CALENDAR DAYS SINCE THE CASE WAS OPENED     *
093500******************************************************************
093600 2700-AGE-CASE.
093700     MOVE ZERO TO WS-AGE-SPAN.
093800     MOVE WS-RCS-OPENED-DT(WS-RCS-NDX2) TO WS-SER-DATE.
093900     PERFORM 9300-EDIT-DATE        THRU 9300-EDIT-DATE-EXIT.
094000     IF WS-DATE-VALID
094100         PERFORM 9200-DATE-TO-SERIAL THRU 9200-DATE-SERIAL-EXIT
094200         COMPUTE WS-AGE-SPAN = WS-TODAY-SERIAL - WS-SER-RESULT
094300     END-IF.
094400     IF WS-AGE-SPAN < ZERO
094500         MOVE ZERO TO WS-AGE-SPAN
094600     END-IF.
094700     IF WS-AGE-SPAN > 99999
094800         MOVE 99999 TO WS-AGE-SPAN
094900     END-IF.
095000     MOVE WS-AGE-SPAN TO WS-RCS-AGE-DAYS(WS-RCS-NDX2).
095100 2700-AGE-CASE-EXIT.
095200     EXIT.
095300******************************************************************
095400*    3000-FINALIZE - WRITE THE NEW CASE FILE AND ACTIVITY LOG    *
095500*    GENERATIONS AND THE REPORT, CLOSE                           *
095600******************************************************************
095700 3000-FINALIZE.
095800     IF NOT WS-RUN-ABANDONED
096100         CLOSE POSTING-IN
096200               TRANS-IN
096300               SUSPENSE-EXTRACT
096400         OPEN OUTPUT CASE-OUT
096500                     ACTIVITY-OUT
096600                     CASE-REPORT
096700         PERFORM 3100-WRITE-CASE       THRU 3100-WRITE-CASE-EXIT
096800                 VARYING WS-RCS-NDX1 FROM 1 BY 1
096900                 UNTIL WS-RCS-NDX1 > WS-RCS-COUNT
097000         IF WS-PRIOR-LOG-PRESENT
097100             PERFORM 3200-CARRY-ACTIVITY THRU 3200-CARRY-ACT-EXIT
097200                     UNTIL END-OF-ACTIVITY
097300             CLOSE ACTIVITY-IN
097400         END-IF
097500         PERFORM 3250-WRITE-ACTIVITY   THRU 3250-WRITE-ACT-EXIT
097600                 VARYING WS-ACT-NDX1 FROM 1 BY 1
097700                 UNTIL WS-ACT-NDX1 > WS-ACT-COUNT
097800         MOVE WS-CYCLE-NBR TO HDG-CYCLE-NBR
097900         MOVE WS-RUN-DATE  TO HDG-RUN-DATE
098000         MOVE WS-SLA-DAYS  TO HDG-SLA-DAYS
098100         WRITE CASE-REPORT-LINE FROM HDG-LINE-1
098200         PERFORM 3300-PRINT-ANALYST-QUEUE THRU 3300-PRINT-ANL-EXIT
098300                 VARYING WS-ANL-NDX1 FROM 1 BY 1
098400                 UNTIL WS-ANL-NDX1 > WS-ANL-COUNT
098500         IF WS-UNASSIGNED-COUNT > ZERO
098600             MOVE SPACES TO TITLE-LINE
098700             MOVE 'RESEARCH QUEUE - UNASSIGNED' TO TITLE-TEXT
098800             PERFORM 3900-SECTION-HEADING
098850                     THRU 3900-SECTION-HDG-EXIT
098900             MOVE ZERO TO WS-PRINT-SLOT
099000             PERFORM 3350-PRINT-QUEUE-ROW
099050                     THRU 3350-PRINT-QUEUE-EXIT
099100                     VARYING WS-RCS-NDX1 FROM 1 BY 1
099200                     UNTIL WS-RCS-NDX1 > WS-RCS-COUNT
099300             DISPLAY 'CSR9831 *** ' WS-UNASSIGNED-COUNT
099400                     ' OPEN CASES HAVE NO ANALYST ***'
099500             IF RETURN-CODE < 4
099600                 MOVE 4 TO RETURN-CODE
099700             END-IF
099750         END-IF
099800         MOVE SPACES TO TITLE-LINE
099850         MOVE 'ESCALATION - PAST SLA OR FOLLOW-UP DATE'
099900              TO TITLE-TEXT
099950         PERFORM 3900-SECTION-HEADING  THRU 3900-SECTION-HDG-EXIT
100200         PERFORM 3400-PRINT-ESCALATED  THRU 3400-PRINT-ESC-EXIT
100300                 VARYING WS-RCS-NDX1 FROM 1 BY 1
100400                 UNTIL WS-RCS-NDX1 > WS-RCS-COUNT
100500         IF WS-SECTION-COUNT = ZERO
100600             WRITE CASE-REPORT-LINE FROM NONE-LINE
100700         END-IF
100800         MOVE 'CASES CLOSED THIS RUN' TO TITLE-TEXT
100900         PERFORM 3900-SECTION-HEADING  THRU 3900-SECTION-HDG-EXIT
101000         PERFORM 3500-PRINT-CLOSED     THRU 3500-PRINT-CLOSED-EXIT
101100                 VARYING WS-RCS-NDX1 FROM 1 BY 1
101200                 UNTIL WS-RCS-NDX1 > WS-RCS-COUNT
101300         IF WS-SECTION-COUNT = ZERO
101400             WRITE CASE-REPORT-LINE FROM NONE-LINE
101500         END-IF
101600         MOVE SPACES TO CASE-REPORT-LINE
101700         WRITE CASE-REPORT-LINE
101800         MOVE 'TRANSACTIONS REJECTED' TO TITLE-TEXT
101900         WRITE CASE-REPORT-LINE FROM TITLE-LINE
102000         WRITE CASE-REPORT-LINE FROM REJ-HDG-LINE
102100         PERFORM 3600-PRINT-REJECT     THRU 3600-PRINT-REJECT-EXIT
102200                 VARYING WS-REJ-NDX1 FROM 1 BY 1
102300                 UNTIL WS-REJ-NDX1 > WS-REJ-COUNT
102400         IF WS-REJECTED-COUNT = ZERO
102500             WRITE CASE-REPORT-LINE FROM NONE-LINE
102600         END-IF
102700         IF WS-REJECTED-COUNT > WS-REJ-COUNT
102800             COMPUTE WS-SECTION-COUNT = WS-REJECTED-COUNT
102900                                      - WS-REJ-COUNT
103000             MOVE WS-SECTION-COUNT TO REJ-MORE-COUNT
103100             WRITE CASE-REPORT-LINE FROM REJ-MORE-LINE
103150         END-IF
103200         PERFORM 3700-PRINT-SUMMARY
103250                 THRU 3700-PRINT-SUMMARY-EXIT
103400         CLOSE CASE-OUT
103500               ACTIVITY-OUT
103600               CASE-REPORT
103700     END-IF.
103800     DISPLAY 'CSR9831 POSTINGS RECEIVED   : ' WS-POSTED-COUNT.
103900     DISPLAY 'CSR9831 NEW CASES OPENED    : ' WS-NEW-COUNT.
104000     DISPLAY 'CSR9831 TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT.
104100     DISPLAY 'CSR9831 TRANSACTIONS REJECT : ' WS-REJECTED-COUNT.
104200     DISPLAY 'CSR9831 CASES AUTO-CLOSED   : '
104300             WS-AUTO-CLOSED-COUNT.
104400     DISPLAY 'CSR9831 OPEN AT RUN END     : ' WS-OPEN-COUNT.
104500     DISPLAY 'CSR9831 OPEN PAST SLA       : ' WS-SLA-COUNT.
104600 3000-FINALIZE-EXIT.
104700     EXIT.
104720******************************************************************
104740*    3100-WRITE-CASE - ONE TABLED CASE TO THE NEW CASE FILE      *
104760******************************************************************
104800 3100-WRITE-CASE.
104900     MOVE WS-RCS-CASE-DATA(WS-RCS-NDX1) TO CASE-OUT-REC.
105000     WRITE CASE-OUT-REC.
105100 3100-WRITE-CASE-EXIT.
105200     EXIT.
105300******************************************************************
105400*    3200-CARRY-ACTIVITY - CARRY A PRIOR LOG ROW WHOSE CASE IS   *
105500*    STILL ON FILE; ROWS OF PURGED CASES ARE DROPPED             *
105600******************************************************************
105700 3200-CARRY-ACTIVITY.
105800     READ ACTIVITY-IN
105900         AT END
106000             SET END-OF-ACTIVITY TO TRUE
106100     END-READ.
106200     IF NOT END-OF-ACTIVITY
106300         MOVE RCA-CASE-NBR TO WS-SEARCH-CASE-NBR
106400         PERFORM 6100-FIND-CASE-NUMBER THRU 6100-FIND-NBR-EXIT
106700         IF WS-FOUND
106800             MOVE RCA-ACTIVITY-REC TO ACTIVITY-OUT-REC
106900             WRITE ACTIVITY-OUT-REC
107000             ADD 1 TO WS-ACT-CARRIED-COUNT
107100         ELSE
107200             ADD 1 TO WS-ACT-DROPPED-COUNT
107250         END-IF
107300     END-IF.
107400 3200-CARRY-ACT-EXIT.
107500     EXIT.
107520******************************************************************
107540*    3250-WRITE-ACTIVITY - ONE ACTIVITY ROW TABLED THIS RUN TO   *
107560*    THE NEW LOG                                                 *
107580******************************************************************
107600 3250-WRITE-ACTIVITY.
107700     MOVE WS-ACT-ENTRY(WS-ACT-NDX1) TO ACTIVITY-OUT-REC.
107800     WRITE ACTIVITY-OUT-REC.
107900 3250-WRITE-ACT-EXIT.
108000     EXIT.
108100******************************************************************
108200*    3300-PRINT-ANALYST-QUEUE - ONE SECTION PER ANALYST ON THE   *
108300*    TABLE, LISTING THE OPEN CASES THE ANALYST HOLDS             *
108400******************************************************************
108500 3300-PRINT-ANALYST-QUEUE.
108600     MOVE SPACES TO TITLE-LINE.
108700     MOVE 'RESEARCH QUEUE - ANALYST' TO TITLE-TEXT.
108800     MOVE WS-ANL-ANALYST-ID(WS-ANL-NDX1)   TO TITLE-ANALYST-ID.
108900     MOVE WS-ANL-ANALYST-NAME(WS-ANL-NDX1) TO TITLE-ANALYST-NAME.
109000     EVALUATE TRUE
109100         WHEN WS-ANL-TEAM-LEAD(WS-ANL-NDX1)
109200          AND NOT WS-ANL-IN-ROTATION(WS-ANL-NDX1)
109300             MOVE 'LEAD - NOT IN ROTATION' TO TITLE-FLAG
109400         WHEN WS-ANL-TEAM-LEAD(WS-ANL-NDX1)
109500             MOVE 'TEAM LEAD'       TO TITLE-FLAG
109600         WHEN NOT WS-ANL-IN-ROTATION(WS-ANL-NDX1)
109700             MOVE 'NOT IN ROTATION' TO TITLE-FLAG
109800     END-EVALUATE.
109900     PERFORM 3900-SECTION-HEADING  THRU 3900-SECTION-HDG-EXIT.
110000     SET WS-PRINT-SLOT TO WS-ANL-NDX1.
110100     PERFORM 3350-PRINT-QUEUE-ROW  THRU 3350-PRINT-QUEUE-EXIT
110200             VARYING WS-RCS-NDX1 FROM 1 BY 1
110300             UNTIL WS-RCS-NDX1 > WS-RCS-COUNT.
110400     IF WS-SECTION-COUNT = ZERO
110500         WRITE CASE-REPORT-LINE FROM NONE-LINE
110600     END-IF.
110700     MOVE WS-ANL-OPEN-COUNT(WS-ANL-NDX1) TO ANL-OPEN-COUNT.
110800     MOVE WS-ANL-SLA-COUNT(WS-ANL-NDX1)  TO ANL-SLA-COUNT.
110900     MOVE WS-ANL-DUE-COUNT(WS-ANL-NDX1)  TO ANL-DUE-COUNT.
111000     WRITE CASE-REPORT-LINE FROM ANL-TOTAL-LINE.
111100 3300-PRINT-ANL-EXIT.
111200     EXIT.
111220******************************************************************
111240*    3350-PRINT-QUEUE-ROW - PRINT THE CASE IF IT IS OPEN AND     *
111260*    HELD BY THE ANALYST WHOSE SECTION IS BEING PRINTED          *
111280******************************************************************
111300 3350-PRINT-QUEUE-ROW.
111400     IF WS-RCS-OPEN(WS-RCS-NDX1)
111500        AND WS-RCS-ANL-SLOT(WS-RCS-NDX1) = WS-PRINT-SLOT
111600         PERFORM 3800-PRINT-CASE   THRU 3800-PRINT-CASE-EXIT
111700     END-IF.
111800 3350-PRINT-QUEUE-EXIT.
111900     EXIT.
111920******************************************************************
111940*    3400-PRINT-ESCALATED - PRINT THE CASE IF IT IS OPEN AND     *
111960*    ESCALATED                                                   *
111980******************************************************************
112000 3400-PRINT-ESCALATED.
112100     IF WS-RCS-OPEN(WS-RCS-NDX1)
112200        AND WS-RCS-ESCALATED(WS-RCS-NDX1)
112300         PERFORM 3800-PRINT-CASE   THRU 3800-PRINT-CASE-EXIT
112400     END-IF.
112500 3400-PRINT-ESC-EXIT.
112600     EXIT.
112620******************************************************************
112640*    3500-PRINT-CLOSED - PRINT THE CASE IF IT WAS CLOSED THIS    *
112660*    RUN                                                         *
112680******************************************************************
112700 3500-PRINT-CLOSED.
112800     IF WS-RCS-CLOSED-THIS-RUN(WS-RCS-NDX1)
112900         PERFORM 3800-PRINT-CASE   THRU 3800-PRINT-CASE-EXIT
113000     END-IF.
113100 3500-PRINT-CLOSED-EXIT.
113200     EXIT.
113220******************************************************************
113240*    3600-PRINT-REJECT - ONE HELD REJECTED TRANSACTION           *
113260******************************************************************
113300 3600-PRINT-REJECT.
113400     MOVE WS-REJ-TRANS-TYPE(WS-REJ-NDX1) TO REJ-TRANS-TYPE.
113500     MOVE WS-REJ-CASE-NBR(WS-REJ-NDX1)   TO REJ-CASE-NBR.
113600     MOVE WS-REJ-USER-ID(WS-REJ-NDX1)    TO REJ-USER-ID.
113700     MOVE WS-REJ-REASON(WS-REJ-NDX1)     TO REJ-REASON.
113800     WRITE CASE-REPORT-LINE FROM REJ-DET-LINE.
113900 3600-PRINT-REJECT-EXIT.
114000     EXIT.
114020******************************************************************
114040*    3700-PRINT-SUMMARY - RUN COUNTS AT THE FOOT OF THE REPORT   *
114060******************************************************************
114100 3700-PRINT-SUMMARY.
114200     MOVE SPACES TO CASE-REPORT-LINE.
114300     WRITE CASE-REPORT-LINE.
114400     MOVE 'POSTINGS RECEIVED:' TO SUM-LABEL.
114500     MOVE WS-POSTED-COUNT TO SUM-COUNT.
114600     WRITE CASE-REPORT-LINE FROM SUM-LINE.
114700     MOVE 'STALE POSTINGS IGNORED:' TO SUM-LABEL.
114800     MOVE WS-STALE-COUNT TO SUM-COUNT.
114900     WRITE CASE-REPORT-LINE FROM SUM-LINE.
115000     MOVE 'NEW CASES OPENED:' TO SUM-LABEL.
115100     MOVE WS-NEW-COUNT TO SUM-COUNT.
115200     WRITE CASE-REPORT-LINE FROM SUM-LINE.
115300     MOVE 'POSTINGS TO OPEN CASES:' TO SUM-LABEL.
115400     MOVE WS-REPEAT-COUNT TO SUM-COUNT.
115500     WRITE CASE-REPORT-LINE FROM SUM-LINE.
115600     MOVE 'TRANSACTIONS READ:' TO SUM-LABEL.
115700     MOVE WS-TRANS-READ-COUNT TO SUM-COUNT.
115800     WRITE CASE-REPORT-LINE FROM SUM-LINE.
115900     MOVE 'TRANSACTIONS APPLIED:' TO SUM-LABEL.
116000     MOVE WS-APPLIED-COUNT TO SUM-COUNT.
116100     WRITE CASE-REPORT-LINE FROM SUM-LINE.
116200     MOVE 'TRANSACTIONS REJECTED:' TO SUM-LABEL.
116300     MOVE WS-REJECTED-COUNT TO SUM-COUNT.
116400     WRITE CASE-REPORT-LINE FROM SUM-LINE.
116500     MOVE 'CASES REASSIGNED BY ANALYSTS:' TO SUM-LABEL.
116600     MOVE WS-REASSIGNED-COUNT TO SUM-COUNT.
116700     WRITE CASE-REPORT-LINE FROM SUM-LINE.
116800     MOVE 'CASES DEALT AGAIN:' TO SUM-LABEL.
116900     MOVE WS-REDEALT-COUNT TO SUM-COUNT.
117000     WRITE CASE-REPORT-LINE FROM SUM-LINE.
117100     MOVE 'CASES CLOSED BY ANALYSTS:' TO SUM-LABEL.
117200     MOVE WS-CLOSED-COUNT TO SUM-COUNT.
117300     WRITE CASE-REPORT-LINE FROM SUM-LINE.
117400     MOVE 'CASES CLOSED - LEFT EXTRACT:' TO SUM-LABEL.
117500     MOVE WS-AUTO-CLOSED-COUNT TO SUM-COUNT.
117600     WRITE CASE-REPORT-LINE FROM SUM-LINE.
117700     MOVE 'OPEN AT RUN END:' TO SUM-LABEL.
117800     MOVE WS-OPEN-COUNT TO SUM-COUNT.
117900     WRITE CASE-REPORT-LINE FROM SUM-LINE.
118000     MOVE 'OPEN PAST SLA:' TO SUM-LABEL.
118100     MOVE WS-SLA-COUNT TO SUM-COUNT.
118200     WRITE CASE-REPORT-LINE FROM SUM-LINE.
118300     MOVE 'OPEN PAST FOLLOW-UP DATE:' TO SUM-LABEL.
118400     MOVE WS-DUE-COUNT TO SUM-COUNT.
118500     WRITE CASE-REPORT-LINE FROM SUM-LINE.
118600     MOVE 'OPEN WITH NO ANALYST:' TO SUM-LABEL.
118700     MOVE WS-UNASSIGNED-COUNT TO SUM-COUNT.
118800     WRITE CASE-REPORT-LINE FROM SUM-LINE.
118900     MOVE 'CLOSED CASES PURGED:' TO SUM-LABEL.
119000     MOVE WS-PURGED-COUNT TO SUM-COUNT.
119100     WRITE CASE-REPORT-LINE FROM SUM-LINE.
119200     MOVE 'ACTIVITY ROWS PURGED:' TO SUM-LABEL.
119300     MOVE WS-ACT-DROPPED-COUNT TO SUM-COUNT.
119400     WRITE CASE-REPORT-LINE FROM SUM-LINE.
119500 3700-PRINT-SUMMARY-EXIT.
119600     EXIT.
119700******************************************************************
119800*    3800-PRINT-CASE - ONE CASE UNDER WS-RCS-NDX1.  AN OPEN CASE *
119900*    SHOWS WHY IT IS ESCALATED; A CLOSED CASE SHOWS ITS          *
120000*    RESOLUTION CODE AND WHO CLOSED IT.                          *
120100******************************************************************
120200 3800-PRINT-CASE.
120300     MOVE WS-RCS-ANALYST-ID(WS-RCS-NDX1)    TO DET-ANALYST-ID.
120400     MOVE WS-RCS-CASE-NBR(WS-RCS-NDX1)      TO DET-CASE-NBR.
120500     MOVE WS-RCS-POLICY-NUMBER(WS-RCS-NDX1) TO DET-POLICY-NUMBER.
120600     MOVE WS-RCS-MLJ-ACCT(WS-RCS-NDX1)      TO DET-MLJ-ACCT.
120700     MOVE WS-RCS-SUSPENSE-DATE(WS-RCS-NDX1) TO DET-SUSPENSE-DATE.
120800     MOVE WS-RCS-CRCY-CD(WS-RCS-NDX1)       TO DET-CRCY-CD.
120900     MOVE WS-RCS-SUSPENSE-AMOUNT(WS-RCS-NDX1)
121000          TO DET-AMOUNT.
121100     MOVE WS-RCS-REASON-CD(WS-RCS-NDX1)     TO DET-REASON-CD.
121200     MOVE WS-RCS-SOURCE-INDICATORS(WS-RCS-NDX1)
121300          TO DET-SOURCES.
121400     MOVE WS-RCS-OPENED-DT(WS-RCS-NDX1)     TO DET-OPENED-DT.
121500     MOVE WS-RCS-AGE-DAYS(WS-RCS-NDX1)      TO DET-AGE-DAYS.
121600     MOVE WS-RCS-FOLLOW-UP-DT(WS-RCS-NDX1)  TO DET-FOLLOW-UP-DT.
121700     MOVE SPACES TO DET-REMARK.
121800     IF NOT WS-RCS-OPEN(WS-RCS-NDX1)
121900         MOVE WS-RCS-RESOLUTION-CD(WS-RCS-NDX1)
122000              TO DET-CLOSE-RES-CD
122100         MOVE ' BY ' TO DET-CLOSE-BY-LIT
122200         MOVE WS-RCS-CLOSED-BY(WS-RCS-NDX1) TO DET-CLOSE-BY
122300     ELSE
122400         EVALUATE WS-RCS-ESCALATE-SW(WS-RCS-NDX1)
122500             WHEN 'S'
122600                 MOVE 'PAST SLA'           TO DET-REMARK
122700             WHEN 'F'
122800                 MOVE 'FOLLOW-UP PASSED'   TO DET-REMARK
122900             WHEN 'B'
123000                 MOVE 'PAST SLA+FOLLOW-UP' TO DET-REMARK
123100             WHEN OTHER
123200                 IF WS-RCS-OPENED-THIS-RUN(WS-RCS-NDX1)
123300                     MOVE 'NEW THIS RUN'   TO DET-REMARK
123400                 END-IF
123500         END-EVALUATE
123600     END-IF.
123700     WRITE CASE-REPORT-LINE FROM CASE-DET-LINE.
123800     ADD 1 TO WS-SECTION-COUNT.
123900 3800-PRINT-CASE-EXIT.
124000     EXIT.
124100******************************************************************
124200*    3900-SECTION-HEADING - BLANK LINE, TITLE, COLUMN HEADINGS,  *
124300*    AND RESET THE SECTION LINE COUNT                            *
124400******************************************************************
124500 3900-SECTION-HEADING.
124600     MOVE SPACES TO CASE-REPORT-LINE.
124700     WRITE CASE-REPORT-LINE.
124800     WRITE CASE-REPORT-LINE FROM TITLE-LINE.
124900     WRITE CASE-REPORT-LINE FROM CASE-HDG-LINE.
125000     MOVE ZERO TO WS-SECTION-COUNT.
125100 3900-SECTION-HDG-EXIT.
125200     EXIT.
125300******************************************************************
125400*    4000-OPEN-CASE - OPEN A CASE FOR THE POSTING.  AN ITEM      *
125500*    RAISED AGAIN AFTER AN EARLIER CASE CLOSED GOES BACK TO THE  *
125600*    ANALYST WHO HAD IT, IF STILL ON THE TABLE; OTHERWISE THE    *
125700*    NEXT ANALYST IN ROTATION TAKES IT.  THE CASE RECORDS WHERE  *
125800*    THE ROUND-ROBIN STANDS SO THE NEXT RUN CARRIES ON FROM      *
125900*    THERE.                                                      *
126000******************************************************************
126100 4000-OPEN-CASE.
126200     IF WS-RCS-COUNT >= 5000
126300         DISPLAY 'CSR9831 *** CASE FILE EXCEEDS 5000 ROW TABLE '
126400                 'CAPACITY - RUN ABANDONED ***'
126500         SET WS-TABLE-OVERFLOW TO TRUE
126600         PERFORM 9100-ABANDON-RUN  THRU 9100-ABANDON-RUN-EXIT
126700     ELSE
126800         MOVE SPACES TO WS-ASSIGN-ANALYST
127000         IF WS-PRIOR-CASE-FOUND
127100             MOVE WS-RCS-ANALYST-ID(WS-RCS-NDX3)
127150                  TO WS-SEARCH-ANALYST
127200             PERFORM 6200-FIND-ANALYST THRU 6200-FIND-ANL-EXIT
127300             IF WS-FOUND
127400                 MOVE WS-SEARCH-ANALYST TO WS-ASSIGN-ANALYST
127500             END-IF
127600         END-IF
127700         IF WS-ASSIGN-ANALYST = SPACES
127800             PERFORM 6300-NEXT-ANALYST THRU 6300-NEXT-ANL-EXIT
127850         END-IF
127900         ADD 1 TO WS-RCS-COUNT
127950         SET WS-RCS-NDX2 TO WS-RCS-COUNT
128000         ADD 1 TO WS-NEXT-SEQ
128050         MOVE WS-CYCLE-NBR      TO WS-RCS-CASE-CYCLE(WS-RCS-NDX2)
128100         MOVE WS-NEXT-SEQ       TO WS-RCS-CASE-SEQ(WS-RCS-NDX2)
128150         MOVE RSP-CASE-KEY      TO WS-RCS-CASE-KEY(WS-RCS-NDX2)
128200         MOVE RSP-PROGRAM-ID
128250              TO WS-RCS-SOURCE-PROGRAM(WS-RCS-NDX2)
128300         MOVE RSP-REASON-CD     TO WS-RCS-REASON-CD(WS-RCS-NDX2)
128350         MOVE RSP-REASON-TEXT   TO WS-RCS-REASON-TEXT(WS-RCS-NDX2)
128900         MOVE SPACES
129000              TO WS-RCS-SOURCE-INDICATORS(WS-RCS-NDX2)
129100         PERFORM 4100-SET-SOURCE       THRU 4100-SET-SOURCE-EXIT
129200         MOVE RSP-CRCY-CD       TO WS-RCS-CRCY-CD(WS-RCS-NDX2)
129300         MOVE RSP-SUSPENSE-AMOUNT
129400              TO WS-RCS-SUSPENSE-AMOUNT(WS-RCS-NDX2)
129500         MOVE WS-RUN-DATE       TO WS-RCS-OPENED-DT(WS-RCS-NDX2)
129600         MOVE WS-CYCLE-NBR
129700              TO WS-RCS-LAST-POSTED-CYCLE(WS-RCS-NDX2)
129800         IF WS-ROT-POS > ZERO
129900             MOVE WS-ANL-ANALYST-ID(WS-ROT-POS)
130000                  TO WS-RCS-ROTATION-ANALYST(WS-RCS-NDX2)
130100         ELSE
130200             MOVE SPACES TO WS-RCS-ROTATION-ANALYST(WS-RCS-NDX2)
130300         END-IF
130400         MOVE WS-ASSIGN-ANALYST TO WS-RCS-ANALYST-ID(WS-RCS-NDX2)
130500         MOVE 'O'               TO WS-RCS-STATUS(WS-RCS-NDX2)
130600         MOVE SPACES
130650              TO WS-RCS-FOLLOW-UP-DT(WS-RCS-NDX2)
130700                 WS-RCS-LAST-NOTE-DT(WS-RCS-NDX2)
130800                 WS-RCS-LAST-NOTE-USER(WS-RCS-NDX2)
130900                 WS-RCS-LAST-NOTE-TEXT(WS-RCS-NDX2)
131000                 WS-RCS-RESOLUTION-CD(WS-RCS-NDX2)
131100                 WS-RCS-CLOSED-BY(WS-RCS-NDX2)
131200                 WS-RCS-CLOSED-DT(WS-RCS-NDX2)
131300         MOVE 'Y'               TO WS-RCS-EXTRACT-SW(WS-RCS-NDX2)
131400         MOVE 'N'               TO WS-RCS-RUN-SW(WS-RCS-NDX2)
131500         MOVE SPACE             TO WS-RCS-ESCALATE-SW(WS-RCS-NDX2)
131600         MOVE ZERO              TO WS-RCS-AGE-DAYS(WS-RCS-NDX2)
131700                                   WS-RCS-ANL-SLOT(WS-RCS-NDX2)
131800         MOVE 'O'               TO WS-LOG-TYPE
131900         MOVE 'CSR9831 '        TO WS-LOG-USER
132000         IF WS-PRIOR-CASE-FOUND
132100             MOVE WS-RCS-CASE-NBR(WS-RCS-NDX3)
132150                  TO WS-REOPEN-CASE-NBR
132200             MOVE WS-REOPEN-NOTE TO WS-LOG-NOTE
132300         ELSE
132400             MOVE RSP-REASON-TEXT TO WS-LOG-NOTE
132420         END-IF
132440         PERFORM 4500-LOG-ACTIVITY     THRU 4500-LOG-ACTIVITY-EXIT
132460         ADD 1 TO WS-NEW-COUNT
132500     END-IF.
132800 4000-OPEN-CASE-EXIT.
132900     EXIT.
133000******************************************************************
133100*    4100-SET-SOURCE - FLAG THE FEEDING STEP ON THE CASE         *
133200******************************************************************
133300 4100-SET-SOURCE.
133400     EVALUATE TRUE
133500         WHEN RSP-FROM-UNMATCHED
133600             MOVE 'U' TO WS-RCS-UNMATCHED-IND(WS-RCS-NDX2)
133700         WHEN RSP-FROM-MRF-AGED
133800             MOVE 'M' TO WS-RCS-MRF-AGED-IND(WS-RCS-NDX2)
133900         WHEN RSP-FROM-CROSSWALK
134000             MOVE 'X' TO WS-RCS-XWALK-IND(WS-RCS-NDX2)
134100     END-EVALUATE.
134200 4100-SET-SOURCE-EXIT.
134300     EXIT.
134400******************************************************************
134500*    4500-LOG-ACTIVITY - TABLE AN ACTIVITY ROW FOR THE CASE      *
134600*    UNDER WS-RCS-NDX2, AS IT STANDS AFTER THE EVENT             *
134700******************************************************************
134800 4500-LOG-ACTIVITY.
134900     IF WS-ACT-COUNT >= 5000
135000         DISPLAY 'CSR9831 *** ACTIVITY EXCEEDS 5000 ROW TABLE '
135100                 'CAPACITY - RUN ABANDONED ***'
135200         SET WS-TABLE-OVERFLOW TO TRUE
135300         PERFORM 9100-ABANDON-RUN  THRU 9100-ABANDON-RUN-EXIT
135310     ELSE
135320         ADD 1 TO WS-ACT-COUNT
135330         SET WS-ACT-NDX1 TO WS-ACT-COUNT
135340         MOVE WS-RCS-CASE-NBR(WS-RCS-NDX2)
135350              TO WS-ACT-CASE-NBR(WS-ACT-NDX1)
135360         MOVE WS-RUN-DATE  TO WS-ACT-ACTIVITY-DT(WS-ACT-NDX1)
135370         MOVE WS-CYCLE-NBR TO WS-ACT-CYCLE-NBR(WS-ACT-NDX1)
135380         MOVE WS-LOG-TYPE  TO WS-ACT-ACTIVITY-TYPE(WS-ACT-NDX1)
135390         MOVE WS-LOG-USER  TO WS-ACT-USER-ID(WS-ACT-NDX1)
135400         MOVE WS-RCS-ANALYST-ID(WS-RCS-NDX2)
135410              TO WS-ACT-ANALYST-ID(WS-ACT-NDX1)
135420         MOVE WS-RCS-FOLLOW-UP-DT(WS-RCS-NDX2)
135430              TO WS-ACT-FOLLOW-UP-DT(WS-ACT-NDX1)
135440         MOVE WS-RCS-RESOLUTION-CD(WS-RCS-NDX2)
135450              TO WS-ACT-RESOLUTION-CD(WS-ACT-NDX1)
135460         MOVE WS-LOG-NOTE  TO WS-ACT-NOTE-TEXT(WS-ACT-NDX1)
135500     END-IF.
137100 4500-LOG-ACTIVITY-EXIT.
137200     EXIT.
137300******************************************************************
137400*    4600-NOTE-REJECT - COUNT A REJECTED TRANSACTION, HOLD IT    *
137500*    FOR THE REPORT AND RAISE THE RETURN CODE TO 4               *
137600******************************************************************
137700 4600-NOTE-REJECT.
137800     ADD 1 TO WS-REJECTED-COUNT.
137900     IF RETURN-CODE < 4
138000         MOVE 4 TO RETURN-CODE
138100     END-IF.
138120     IF WS-REJ-COUNT < 500
138140         ADD 1 TO WS-REJ-COUNT
138160         SET WS-REJ-NDX1 TO WS-REJ-COUNT
138180         MOVE RCX-TRANS-TYPE   TO WS-REJ-TRANS-TYPE(WS-REJ-NDX1)
138200         MOVE RCX-CASE-NBR     TO WS-REJ-CASE-NBR(WS-REJ-NDX1)
138220         MOVE RCX-USER-ID      TO WS-REJ-USER-ID(WS-REJ-NDX1)
138240         MOVE WS-REJECT-REASON TO WS-REJ-REASON(WS-REJ-NDX1)
138400     END-IF.
139100 4600-NOTE-REJECT-EXIT.
139200     EXIT.
139300******************************************************************
139400*    6000-FIND-CASE-BY-KEY - LOOK FOR THE OPEN CASE ON           *
139500*    WS-SEARCH-KEY, LATCHED INTO WS-RCS-NDX2.  THE LATEST CLOSED *
139600*    CASE ON THE SAME KEY, IF ANY, IS LATCHED INTO WS-RCS-NDX3.  *
139700******************************************************************
139800 6000-FIND-CASE-BY-KEY.
139900     MOVE 'N' TO WS-FOUND-SW
140000                 WS-PRIOR-CASE-SW.
140100     PERFORM 6050-CHECK-KEY-SLOT   THRU 6050-CHECK-KEY-EXIT
140200             VARYING WS-RCS-NDX1 FROM 1 BY 1
140300             UNTIL WS-RCS-NDX1 > WS-RCS-COUNT
140400             OR WS-FOUND.
140500 6000-FIND-KEY-EXIT.
140600     EXIT.
140700 6050-CHECK-KEY-SLOT.
140800     IF WS-RCS-CASE-KEY(WS-RCS-NDX1) = WS-SEARCH-KEY
140900         IF WS-RCS-OPEN(WS-RCS-NDX1)
141000             MOVE 'Y' TO WS-FOUND-SW
141100             SET WS-RCS-NDX2 TO WS-RCS-NDX1
141200         ELSE
141300             MOVE 'Y' TO WS-PRIOR-CASE-SW
141400             SET WS-RCS-NDX3 TO WS-RCS-NDX1
141500         END-IF
141600     END-IF.
141700 6050-CHECK-KEY-EXIT.
141800     EXIT.
141900******************************************************************
142000*    6100-FIND-CASE-NUMBER - LOCATE WS-SEARCH-CASE-NBR, LATCHED  *
142100*    INTO WS-RCS-NDX2                                            *
142200******************************************************************
142300 6100-FIND-CASE-NUMBER.
142400     MOVE 'N' TO WS-FOUND-SW.
142500     PERFORM 6150-CHECK-NBR-SLOT   THRU 6150-CHECK-NBR-EXIT
142600             VARYING WS-RCS-NDX1 FROM 1 BY 1
142700             UNTIL WS-RCS-NDX1 > WS-RCS-COUNT
142800             OR WS-FOUND.
142900 6100-FIND-NBR-EXIT.
143000     EXIT.
143100 6150-CHECK-NBR-SLOT.
143200     IF WS-RCS-CASE-NBR(WS-RCS-NDX1) = WS-SEARCH-CASE-NBR
143300         MOVE 'Y' TO WS-FOUND-SW
143400         SET WS-RCS-NDX2 TO WS-RCS-NDX1
143500     END-IF.
143600 6150-CHECK-NBR-EXIT.
143700     EXIT.
143800******************************************************************
143900*    6200-FIND-ANALYST - LOCATE WS-SEARCH-ANALYST ON THE ANALYST *
144000*    TABLE, LATCHED INTO WS-ANL-NDX2                             *
144100******************************************************************
144200 6200-FIND-ANALYST.
144300     MOVE 'N' TO WS-FOUND-SW.
144400     PERFORM 6250-CHECK-ANL-SLOT   THRU 6250-CHECK-ANL-EXIT
144500             VARYING WS-ANL-NDX1 FROM 1 BY 1
144600             UNTIL WS-ANL-NDX1 > WS-ANL-COUNT
144700             OR WS-FOUND.
144800 6200-FIND-ANL-EXIT.
144900     EXIT.
145000 6250-CHECK-ANL-SLOT.
145100     IF WS-ANL-ANALYST-ID(WS-ANL-NDX1) = WS-SEARCH-ANALYST
145200         MOVE 'Y' TO WS-FOUND-SW
145300         SET WS-ANL-NDX2 TO WS-ANL-NDX1
145400     END-IF.
145500 6250-CHECK-ANL-EXIT.
145600     EXIT.
145700******************************************************************
145800*    6300-NEXT-ANALYST - DEAL TO THE NEXT ANALYST IN ROTATION    *
145900*    AFTER WS-ROT-POS, WRAPPING TO THE TOP OF THE TABLE.  WITH   *
146000*    NOBODY IN ROTATION WS-ASSIGN-ANALYST IS LEFT BLANK.         *
146100******************************************************************
146200 6300-NEXT-ANALYST.
146300     MOVE SPACES TO WS-ASSIGN-ANALYST.
146400     MOVE 'N' TO WS-DEALT-SW.
146500     PERFORM 6350-STEP-ROTATION    THRU 6350-STEP-ROT-EXIT
146600             VARYING WS-ROT-TRY FROM 1 BY 1
146700             UNTIL WS-ROT-TRY > WS-ANL-COUNT
146800             OR WS-ANALYST-DEALT.
146900 6300-NEXT-ANL-EXIT.
147000     EXIT.
147100 6350-STEP-ROTATION.
147200     ADD 1 TO WS-ROT-POS.
147300     IF WS-ROT-POS > WS-ANL-COUNT
147400         MOVE 1 TO WS-ROT-POS
147500     END-IF.
147600     IF WS-ANL-IN-ROTATION(WS-ROT-POS)
147700         MOVE 'Y' TO WS-DEALT-SW
147800         MOVE WS-ANL-ANALYST-ID(WS-ROT-POS) TO WS-ASSIGN-ANALYST
147900     END-IF.
148000 6350-STEP-ROT-EXIT.
148100     EXIT.
148200******************************************************************
148300*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
148400*    CONTROL; REFUSED UNLESS ALL THREE FEEDING STEPS HAVE        *
148500*    COMPLETED SUCCESSFULLY FOR THE CURRENT CYCLE.  THE CYCLE    *
148600*    NUMBER RETURNED ON CHECK-IN IS THE ONE THE POSTINGS MUST    *
148700*    CARRY.                                                      *
148800******************************************************************
148900 7000-RUN-CONTROL-IN.
149000     MOVE 'S'        TO RCLP-FUNCTION.
149100     MOVE 'CSR9831 ' TO RCLP-STEP-NAME.
149200     MOVE 'CSR9807 ' TO RCLP-PRODUCER-STEP.
149300     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
149400     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
149500     IF RCLP-RCTL-RC NOT = ZERO
149600         DISPLAY 'CSR9831 *** RUN REFUSED BY RUN CONTROL - '
149700                 RCLP-RCTL-MSG ' ***'
149800         MOVE 16 TO RETURN-CODE
149900     END-IF.
150000*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
150100*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
150200*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
150300*    EARLIER PRODUCER'S REFUSAL.
150400     IF RCLP-RCTL-RC = ZERO
150500         MOVE 'S'        TO RCLP-FUNCTION
150600         MOVE 'CSR9831 ' TO RCLP-STEP-NAME
150700         MOVE 'CSR9802 ' TO RCLP-PRODUCER-STEP
150800         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
150900         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
151000         IF RCLP-RCTL-RC NOT = ZERO
151100             DISPLAY 'CSR9831 *** RUN REFUSED BY RUN CONTROL - '
151200                     RCLP-RCTL-MSG ' ***'
151300             MOVE 16 TO RETURN-CODE
151400         END-IF
151500     END-IF.
151600     IF RCLP-RCTL-RC = ZERO
151700         MOVE 'S'        TO RCLP-FUNCTION
151800         MOVE 'CSR9831 ' TO RCLP-STEP-NAME
151900         MOVE 'CSR9806 ' TO RCLP-PRODUCER-STEP
152000         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
152100         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
152200         IF RCLP-RCTL-RC NOT = ZERO
152300             DISPLAY 'CSR9831 *** RUN REFUSED BY RUN CONTROL - '
152400                     RCLP-RCTL-MSG ' ***'
152500             MOVE 16 TO RETURN-CODE
152600         ELSE
152700             MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
152800         END-IF
152900     END-IF.
153000 7000-RUN-CTL-IN-EXIT.
153100     EXIT.
153200******************************************************************
153300*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
153400*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
153500******************************************************************
153600 7100-RUN-CONTROL-OUT.
153700     MOVE 'E' TO RCLP-FUNCTION.
153800     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
153900     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
154000     IF RCLP-RCTL-RC NOT = ZERO
154100         DISPLAY 'CSR9831 *** RUN CONTROL CHECK-OUT FAILED - '
154200                 RCLP-RCTL-MSG ' ***'
154300         MOVE 16 TO RETURN-CODE
154400     ELSE
154500         MOVE RCLP-RETURN-CODE TO RETURN-CODE
154600     END-IF.
154700 7100-RUN-CTL-OUT-EXIT.
154800     EXIT.
154900******************************************************************
155000*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
155100*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
155200*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
155300*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
155400******************************************************************
155500 7200-POST-CONTROL-TOTALS.
155600     MOVE 'CSR9831 '         TO CTLP-STEP-NAME.
155700     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
155800     MOVE 11                 TO CTLP-TOTAL-COUNT.
155900     MOVE 'POSTED'           TO CTLP-TOTAL-NAME(1).
156000     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
156100     MOVE WS-POSTED-COUNT    TO CTLP-RECORD-COUNT(1).
156200     MOVE WS-POSTED-AMOUNT   TO CTLP-AMOUNT-TOTAL(1).
156300     MOVE 'STALE'            TO CTLP-TOTAL-NAME(2).
156400     MOVE 'R'                TO CTLP-TOTAL-TYPE(2).
156500     MOVE WS-STALE-COUNT     TO CTLP-RECORD-COUNT(2).
156600     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
156700     MOVE 'NEW'              TO CTLP-TOTAL-NAME(3).
156800     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
156900     MOVE WS-NEW-COUNT       TO CTLP-RECORD-COUNT(3).
157000     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
157100     MOVE 'REPEAT'           TO CTLP-TOTAL-NAME(4).
157200     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
157300     MOVE WS-REPEAT-COUNT    TO CTLP-RECORD-COUNT(4).
157400     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
157500     MOVE 'TRANS-IN'         TO CTLP-TOTAL-NAME(5).
157600     MOVE 'I'                TO CTLP-TOTAL-TYPE(5).
157700     MOVE WS-TRANS-READ-COUNT TO CTLP-RECORD-COUNT(5).
157800     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
157900     MOVE 'APPLIED'          TO CTLP-TOTAL-NAME(6).
158000     MOVE 'O'                TO CTLP-TOTAL-TYPE(6).
158100     MOVE WS-APPLIED-COUNT   TO CTLP-RECORD-COUNT(6).
158200     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(6).
158300     MOVE 'TRANS-REJECT'     TO CTLP-TOTAL-NAME(7).
158400     MOVE 'R'                TO CTLP-TOTAL-TYPE(7).
158500     MOVE WS-REJECTED-COUNT  TO CTLP-RECORD-COUNT(7).
158600     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(7).
158700     MOVE 'CLOSED'           TO CTLP-TOTAL-NAME(8).
158800     MOVE 'O'                TO CTLP-TOTAL-TYPE(8).
158900     MOVE WS-CLOSED-COUNT    TO CTLP-RECORD-COUNT(8).
159000     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(8).
159100     MOVE 'AUTO-CLOSED'      TO CTLP-TOTAL-NAME(9).
159200     MOVE 'O'                TO CTLP-TOTAL-TYPE(9).
159300     MOVE WS-AUTO-CLOSED-COUNT TO CTLP-RECORD-COUNT(9).
159400     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(9).
159500     MOVE 'OPEN'             TO CTLP-TOTAL-NAME(10).
159600     MOVE 'O'                TO CTLP-TOTAL-TYPE(10).
159700     MOVE WS-OPEN-COUNT      TO CTLP-RECORD-COUNT(10).
159800     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(10).
159900     MOVE 'PURGED'           TO CTLP-TOTAL-NAME(11).
160000     MOVE 'O'                TO CTLP-TOTAL-TYPE(11).
160100     MOVE WS-PURGED-COUNT    TO CTLP-RECORD-COUNT(11).
160200     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(11).
160300     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
160400     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
160500     IF CTLP-CTOT-RC NOT = ZERO
160600         DISPLAY 'CSR9831 *** CONTROL TOTAL POSTING FAILED - '
160700                 CTLP-CTOT-MSG ' ***'
160800         IF RCLP-RETURN-CODE < 4
160900             MOVE 4 TO RCLP-RETURN-CODE
161000         END-IF
161100     END-IF.
161200     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
161300 7200-POST-CTL-EXIT.
161400     EXIT.
161500******************************************************************
161600*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
161700******************************************************************
161800 9000-VERIFY-TRAILER.
161900     SET WS-TRAILER-SEEN TO TRUE.
162000     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
162100        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
162200         DISPLAY 'CSR9831 TRAILER VERIFIED - COUNTS AND HASH OK'
162300     ELSE
162400         DISPLAY 'CSR9831 *** TRAILER MISMATCH - EXTRACT MAY BE '
162500                 'INCOMPLETE OR CORRUPT ***'
162600         PERFORM 9100-ABANDON-RUN  THRU 9100-ABANDON-RUN-EXIT
162700     END-IF.
162800 9000-VERIFY-EXIT.
162900     EXIT.
163000******************************************************************
163100*    9100-ABANDON-RUN - STOP ALL FURTHER INPUT AND WRITE NO NEW  *
163200*    GENERATION, SO THE PRIOR CASE FILE AND LOG STAY CURRENT     *
163300******************************************************************
163400 9100-ABANDON-RUN.
163500     IF NOT WS-RUN-ABANDONED
163600         SET WS-RUN-ABANDONED TO TRUE
163700         DISPLAY 'CSR9831 *** RUN ABANDONED - CASE FILE NOT '
163800                 'REWRITTEN ***'
163900     END-IF.
164000     MOVE 16 TO RETURN-CODE.
164100     SET END-OF-POSTINGS
164200         END-OF-TRANSACTIONS
164300         END-OF-EXTRACT TO TRUE.
164400 9100-ABANDON-RUN-EXIT.
164500     EXIT.
164600******************************************************************
164700*    9200-DATE-TO-SERIAL - YYYYMMDD IN WS-SER-DATE TO A DAY      *
164800*    SERIAL IN WS-SER-RESULT, SO AGES SPAN MONTH AND YEAR ENDS   *
164900******************************************************************
165000 9200-DATE-TO-SERIAL.
165100     SUBTRACT 1 FROM WS-SER-YEAR GIVING WS-SER-PRIOR-YEAR.
165200     COMPUTE WS-SER-RESULT
165300         = (WS-SER-PRIOR-YEAR * 365)
165400         + WS-MTH-OFFSET(WS-SER-MONTH)
165500         + WS-SER-DAY.
165600     DIVIDE WS-SER-PRIOR-YEAR BY 4   GIVING WS-SER-QUOT.
165700     ADD WS-SER-QUOT TO WS-SER-RESULT.
165800     DIVIDE WS-SER-PRIOR-YEAR BY 100 GIVING WS-SER-QUOT.
165900     SUBTRACT WS-SER-QUOT FROM WS-SER-RESULT.
166000     DIVIDE WS-SER-PRIOR-YEAR BY 400 GIVING WS-SER-QUOT.
166100     ADD WS-SER-QUOT TO WS-SER-RESULT.
166200     DIVIDE WS-SER-YEAR BY 4   GIVING WS-SER-QUOT
166300         REMAINDER WS-SER-REM-4.
166400     DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-QUOT
166500         REMAINDER WS-SER-REM-100.
166600     DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-QUOT
166700         REMAINDER WS-SER-REM-400.
166800     IF WS-SER-MONTH > 2
166900        AND WS-SER-REM-4 = ZERO
167000        AND (WS-SER-REM-100 NOT = ZERO
167100             OR WS-SER-REM-400 = ZERO)
167200         ADD 1 TO WS-SER-RESULT
167300     END-IF.
167400 9200-DATE-SERIAL-EXIT.
167500     EXIT.
167600******************************************************************
167700*    9300-EDIT-DATE - IS WS-SER-DATE A REAL CALENDAR DATE        *
167800******************************************************************
167900 9300-EDIT-DATE.
168000     MOVE 'N' TO WS-DATE-VALID-SW.
168100     EVALUATE TRUE
168200         WHEN WS-SER-DATE NOT NUMERIC
168300         WHEN WS-SER-YEAR < 1900
168400         WHEN WS-SER-MONTH < 1
168500         WHEN WS-SER-MONTH > 12
168600             CONTINUE
168700         WHEN WS-SER-DAY < 1
168800         WHEN WS-SER-DAY > WS-MTH-DAYS(WS-SER-MONTH)
168900             CONTINUE
169000         WHEN WS-SER-MONTH = 2
169400          AND WS-SER-DAY = 29
169500             DIVIDE WS-SER-YEAR BY 4   GIVING WS-SER-QUOT
169600                 REMAINDER WS-SER-REM-4
169700             DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-QUOT
169800                 REMAINDER WS-SER-REM-100
169900             DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-QUOT
170000                 REMAINDER WS-SER-REM-400
170100             IF WS-SER-REM-4 NOT = ZERO
170200                OR (WS-SER-REM-100 = ZERO
170300                    AND WS-SER-REM-400 NOT = ZERO)
170350                 CONTINUE
170400             ELSE
170450                 MOVE 'Y' TO WS-DATE-VALID-SW
170500             END-IF
170550         WHEN OTHER
170600             MOVE 'Y' TO WS-DATE-VALID-SW
170650     END-EVALUATE.
170800 9300-EDIT-DATE-EXIT.
170900     EXIT.
171000

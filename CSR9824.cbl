000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9824.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL SUSPENSE ACCOUNTING.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: CLIENT-LEVEL CROSS-SYSTEM INQUIRY FOR THE SERVICE  *
000900*             DESK.  READS A FILE OF HOST CLIENT IDS, EACH WITH  *
001000*             THE USER ID OF THE PERSON ASKING, AND FOR EVERY    *
001100*             CLIENT PRINTS IN ONE PLACE WHAT OTHERWISE TAKES    *
001200*             FIVE LOOKUPS: THE CCSRSVE NAME AND ADDRESS AND     *
001300*             EVERY POLICY THE CLIENT APPEARS ON, THE OPEN       *
001400*             CCSRSPM SUSPENSE ITEMS ON EACH POLICY, ANY CCSRCHR *
001500*             CLAIMS HOLDS, THE CCSRTCR TAX CERTIFICATES ISSUED  *
001600*             AND THE CCSRBAR RETURNED-MAIL STATUS.  A RETIRED   *
001700*             CLIENT ID IS RESOLVED THROUGH THE CCSRMXR MERGE    *
001800*             CROSS-REFERENCE TO ITS SURVIVOR, AND ROWS STILL    *
001900*             CARRYING ANY OF THE SURVIVOR'S RETIRED IDS ARE     *
002000*             REPORTED UNDER THE SURVIVOR.                       *
002100*                                                                *
002200*             EVERY REQUEST - ANSWERED, NOT FOUND OR REFUSED FOR *
002300*             WANT OF A REQUESTER ID - IS WRITTEN TO THE         *
002400*             PERMANENT CCSRIAL ACCESS LOG (PRIOR GENERATION IN, *
002500*             NEW GENERATION OUT) WITH THE REQUESTER, THE CLIENT *
002600*             AND THE DATE AND TIME OF THE INQUIRY.              *
002700******************************************************************
002800*    DATE     AUTH.  DESCRIPTION                                 *
002900*                                                                *
003000*  15OCT26     DOB   INITIAL VERSION                             *
003020*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
003040*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
003060*                    CHANGE TO THE RESULTS                       *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-3090.
003500 OBJECT-COMPUTER.   IBM-3090.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT INQUIRY-REQUESTS   ASSIGN TO CLQIN
003900                               ORGANIZATION IS SEQUENTIAL.
004000     SELECT XREF-IN            ASSIGN TO MXRIN
004100                               ORGANIZATION IS SEQUENTIAL
004200                               FILE STATUS IS WS-MXR-STATUS.
004300     SELECT CLIENT-EXTRACT     ASSIGN TO SVEIN
004400                               ORGANIZATION IS SEQUENTIAL.
004500     SELECT SUSPENSE-MASTER    ASSIGN TO SPMMST
004600                               ORGANIZATION IS INDEXED
004700                               ACCESS MODE IS DYNAMIC
004800                               RECORD KEY IS SPM-MASTER-KEY
004900                               FILE STATUS IS WS-SPM-STATUS.
005000     SELECT HOLD-REGISTER      ASSIGN TO CHRIN
005100                               ORGANIZATION IS SEQUENTIAL
005200                               FILE STATUS IS WS-CHR-STATUS.
005300     SELECT CERT-REGISTER      ASSIGN TO TCRIN
005400                               ORGANIZATION IS SEQUENTIAL
005500                               FILE STATUS IS WS-TCR-STATUS.
005600     SELECT BADADDR-REGISTER   ASSIGN TO BARIN
005700                               ORGANIZATION IS SEQUENTIAL
005800                               FILE STATUS IS WS-BAR-STATUS.
005900     SELECT ACCESS-LOG-IN      ASSIGN TO IALIN
006000                               ORGANIZATION IS SEQUENTIAL
006100                               FILE STATUS IS WS-IAL-STATUS.
006200     SELECT ACCESS-LOG-OUT     ASSIGN TO IALOUT
006300                               ORGANIZATION IS SEQUENTIAL.
006400     SELECT INQUIRY-REPORT     ASSIGN TO CLQRPT
006500                               ORGANIZATION IS SEQUENTIAL.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  INQUIRY-REQUESTS
006900     RECORDING MODE IS F.
007000 01  CLQ-REQUEST-REC.
007100     05  CLQ-HOST-CLI-ID            PIC X(10).
007200     05  CLQ-REQUESTER-ID           PIC X(08).
007300     05  FILLER                     PIC X(62).
007400 FD  XREF-IN
007500     RECORDING MODE IS F.
007600     COPY CCSRMXR.
007700 FD  CLIENT-EXTRACT
007800     RECORDING MODE IS F.
007900     COPY CCSRSVE.
008000 FD  SUSPENSE-MASTER
008100     RECORDING MODE IS F.
008200     COPY CCSRSPM.
008300 FD  HOLD-REGISTER
008400     RECORDING MODE IS F.
008500     COPY CCSRCHR.
008600 FD  CERT-REGISTER
008700     RECORDING MODE IS F.
008800     COPY CCSRTCR.
008900 FD  BADADDR-REGISTER
009000     RECORDING MODE IS F.
009100     COPY CCSRBAR.
009200 FD  ACCESS-LOG-IN
009300     RECORDING MODE IS F.
009400     COPY CCSRIAL.
009500******************************************************************
009600*    NEW CCSRIAL GENERATION - SAME LAYOUT, MAPPED EXPLICITLY     *
009700******************************************************************
009800 FD  ACCESS-LOG-OUT
009900     RECORDING MODE IS F.
010000 01  ACCESS-LOG-OUT-REC.
010100     05  IAO-ACCESS-DATE            PIC X(08).
010200     05  IAO-ACCESS-TIME            PIC X(08).
010300     05  IAO-REQUESTER-ID           PIC X(08).
010400     05  IAO-REQUESTED-CLI-ID       PIC X(10).
010500     05  IAO-RESOLVED-CLI-ID        PIC X(10).
010600     05  IAO-CYCLE-NBR              PIC 9(07).
010700     05  IAO-RESULT-CD              PIC X(01).
010800 FD  INQUIRY-REPORT
010900     RECORDING MODE IS F.
011000 01  INQUIRY-REPORT-LINE            PIC X(132).
011100 WORKING-STORAGE SECTION.
011200******************************************************************
011300*    SWITCHES AND COUNTERS                                       *
011400******************************************************************
011500 77  WS-REQ-EOF-SW                  PIC X(01)   VALUE 'N'.
011600     88  END-OF-REQUESTS                        VALUE 'Y'.
011700 77  WS-MXR-EOF-SW                  PIC X(01)   VALUE 'N'.
011800     88  END-OF-XREF-FILE                       VALUE 'Y'.
011900 77  WS-SVE-EOF-SW                  PIC X(01)   VALUE 'N'.
012000     88  END-OF-CLIENT-FILE                     VALUE 'Y'.
012100 77  WS-CHR-EOF-SW                  PIC X(01)   VALUE 'N'.
012200     88  END-OF-HOLD-FILE                       VALUE 'Y'.
012300 77  WS-TCR-EOF-SW                  PIC X(01)   VALUE 'N'.
012400     88  END-OF-CERT-FILE                       VALUE 'Y'.
012500 77  WS-BAR-EOF-SW                  PIC X(01)   VALUE 'N'.
012600     88  END-OF-BADADDR-FILE                    VALUE 'Y'.
012700 77  WS-IAL-EOF-SW                  PIC X(01)   VALUE 'N'.
012800     88  END-OF-PRIOR-LOG                       VALUE 'Y'.
012900 77  WS-BROWSE-SW                   PIC X(01)   VALUE 'N'.
013000     88  END-OF-POLICY-ITEMS                    VALUE 'Y'.
013100 77  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
013200     88  WS-FOUND                               VALUE 'Y'.
013300 77  WS-MXR-STATUS                  PIC X(02)   VALUE '00'.
013400     88  WS-MXR-OK                              VALUE '00'.
013500     88  WS-MXR-NOT-FOUND                       VALUE '35'.
013600 77  WS-SPM-STATUS                  PIC X(02)   VALUE '00'.
013700     88  WS-SPM-OK                              VALUE '00'.
013800 77  WS-CHR-STATUS                  PIC X(02)   VALUE '00'.
013900     88  WS-CHR-OK                              VALUE '00'.
014000     88  WS-CHR-NOT-FOUND                       VALUE '35'.
014100 77  WS-TCR-STATUS                  PIC X(02)   VALUE '00'.
014200     88  WS-TCR-OK                              VALUE '00'.
014300     88  WS-TCR-NOT-FOUND                       VALUE '35'.
014400 77  WS-BAR-STATUS                  PIC X(02)   VALUE '00'.
014500     88  WS-BAR-OK                              VALUE '00'.
014600     88  WS-BAR-NOT-FOUND                       VALUE '35'.
014700 77  WS-IAL-STATUS                  PIC X(02)   VALUE '00'.
014800     88  WS-IAL-OK                              VALUE '00'.
014900     88  WS-IAL-NOT-FOUND                       VALUE '35'.
015000 77  WS-OVERFLOW-SW                 PIC X(01)   VALUE 'N'.
015100     88  WS-TABLE-OVERFLOW                      VALUE 'Y'.
015200 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
015300     88  WS-RUN-ABANDONED                       VALUE 'Y'.
015400 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
015500 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
015600 77  WS-RUN-TIME                    PIC X(08)   VALUE SPACES.
015700 77  WS-MATCH-CLI-ID                PIC X(10)   VALUE SPACES.
015800 77  WS-REQ-SUB                     PIC S9(04)  COMP  VALUE ZERO.
015900 77  WS-XRF-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
016000 77  WS-REQ-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
016100 77  WS-WCH-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
016200 77  WS-POL-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
016300 77  WS-HLD-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
016400 77  WS-CRT-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
016500 77  WS-BRT-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
016600 77  WS-ITEM-COUNT                  PIC S9(05)  COMP  VALUE ZERO.
016700 77  WS-LINE-COUNT                  PIC S9(05)  COMP  VALUE ZERO.
016800 77  WS-PRIOR-LOG-COUNT             PIC S9(07)  COMP  VALUE ZERO.
016900 77  WS-ANSWERED-COUNT              PIC S9(05)  COMP  VALUE ZERO.
017000 77  WS-NOT-FOUND-COUNT             PIC S9(05)  COMP  VALUE ZERO.
017100 77  WS-REFUSED-COUNT               PIC S9(05)  COMP  VALUE ZERO.
017200******************************************************************
017300*    POLICY NUMBER WORK AREA - RSCVE-POL-ID IS SEVEN DIGITS,     *
017400*    THE SUSPENSE MASTER KEY IS TEN CHARACTERS WITH LEADING      *
017500*    ZEROS                                                       *
017600******************************************************************
017700 77  WS-POL-ID-EXPAND               PIC 9(10)   VALUE ZERO.
017800 77  WS-POL-ID-X                    PIC X(10)   VALUE SPACES.
017900******************************************************************
018000*    MERGE CROSS-REFERENCE - RETIRED ID TO SURVIVOR.  CSV0080    *
018100*    KEEPS THE FILE FLAT, SO ONE LOOKUP REACHES A LIVE ID.       *
018200******************************************************************
018300 01  WS-XRF-TABLE.
018400     05  WS-XRF-ENTRY OCCURS 1000 TIMES
018500                      INDEXED BY WS-XRF-NDX1.
018600         10  WS-XRF-RETIRED-ID          PIC X(10).
018700         10  WS-XRF-SURVIVOR-ID         PIC X(10).
018800******************************************************************
018900*    INQUIRY TABLE - ONE ENTRY PER REQUEST, FILLED IN FROM THE   *
019000*    CLIENT EXTRACT AS IT PASSES                                 *
019100******************************************************************
019200 01  WS-REQ-TABLE.
019300     05  WS-REQ-ENTRY OCCURS 200 TIMES
019400                      INDEXED BY WS-REQ-NDX1 WS-REQ-NDX2.
019500         10  WS-REQ-CLI-ID              PIC X(10).
019600         10  WS-REQ-REQUESTER-ID        PIC X(08).
019700         10  WS-REQ-RESOLVED-ID         PIC X(10).
019800         10  WS-REQ-RESULT-CD           PIC X(01).
019900             88  WS-REQ-ANSWERED                VALUE 'A'.
020000             88  WS-REQ-NOT-FOUND               VALUE 'N'.
020100             88  WS-REQ-REFUSED                 VALUE 'R'.
020200         10  WS-REQ-NAME-KANJI          PIC X(50).
020300         10  WS-REQ-NAME-KANA           PIC X(50).
020400         10  WS-REQ-BIRTH-DT            PIC X(10).
020500         10  WS-REQ-DEATH-DT            PIC X(10).
020600         10  WS-REQ-ADDRESS-CD          PIC X(08).
020700         10  WS-REQ-ADDR-DTL-KANA       PIC X(72).
020800******************************************************************
020900*    WATCH LIST - EVERY CLIENT ID TO LOOK OUT FOR ON THE         *
021000*    EXTRACT AND REGISTERS: EACH REQUEST'S SURVIVING ID PLUS     *
021100*    EVERY ID RETIRED INTO IT, EACH POINTING AT ITS REQUEST      *
021200******************************************************************
021300 01  WS-WCH-TABLE.
021400     05  WS-WCH-ENTRY OCCURS 1000 TIMES
021500                      INDEXED BY WS-WCH-NDX1.
021600         10  WS-WCH-CLI-ID              PIC X(10).
021700         10  WS-WCH-REQ-SUB             PIC S9(04)  COMP.
021800******************************************************************
021900*    POLICIES, HOLDS, CERTIFICATES AND RETURNED-MAIL ROWS FOUND  *
022000*    FOR THE REQUESTED CLIENTS, EACH TAGGED WITH ITS REQUEST     *
022100******************************************************************
022200 01  WS-POL-TABLE.
022300     05  WS-POL-ENTRY OCCURS 2000 TIMES
022400                      INDEXED BY WS-POL-NDX1 WS-POL-NDX2.
022500         10  WS-POL-REQ-SUB             PIC S9(04)  COMP.
022600         10  WS-POL-NUMBER              PIC X(10).
022700 01  WS-HLD-TABLE.
022800     05  WS-HLD-ENTRY OCCURS 500 TIMES
022900                      INDEXED BY WS-HLD-NDX1.
023000         10  WS-HLD-REQ-SUB             PIC S9(04)  COMP.
023100         10  WS-HLD-POLICY-NUMBER       PIC X(10).
023200         10  WS-HLD-CRCY-CD             PIC X(02).
023300         10  WS-HLD-SUSPENSE-AMOUNT     PIC S9(11)V9(02).
023400         10  WS-HLD-SUSPENSE-DATE       PIC X(10).
023500         10  WS-HLD-FIRST-FLAGGED-DT    PIC X(08).
023600         10  WS-HLD-HOLD-STATUS         PIC X(01).
023700             88  WS-HLD-OPEN                    VALUE 'O'.
023800             88  WS-HLD-TO-ESTATE               VALUE 'E'.
023900             88  WS-HLD-CLEARED                 VALUE 'C'.
024000             88  WS-HLD-FALSE-POSITIVE          VALUE 'F'.
024100         10  WS-HLD-RELEASE-DATE        PIC X(08).
024200 01  WS-CRT-TABLE.
024300     05  WS-CRT-ENTRY OCCURS 500 TIMES
024400                      INDEXED BY WS-CRT-NDX1.
024500         10  WS-CRT-REQ-SUB             PIC S9(04)  COMP.
024600         10  WS-CRT-CERT-NUMBER         PIC 9(09).
024700         10  WS-CRT-POL-ID              PIC 9(07).
024800         10  WS-CRT-ISSUE-DATE          PIC X(06).
024900         10  WS-CRT-REPRINT-COUNT       PIC 9(03).
025000 01  WS-BRT-TABLE.
025100     05  WS-BRT-ENTRY OCCURS 500 TIMES
025200                      INDEXED BY WS-BRT-NDX1.
025300         10  WS-BRT-REQ-SUB             PIC S9(04)  COMP.
025400         10  WS-BRT-ADDRESS-CD          PIC X(08).
025500         10  WS-BRT-RETURN-COUNT        PIC 9(03).
025600         10  WS-BRT-LAST-RETURN-DT      PIC X(08).
025700         10  WS-BRT-LAST-REASON-CD      PIC X(02).
025800         10  WS-BRT-SUPPRESS-STATUS     PIC X(01).
025900             88  WS-BRT-ACTIVE                  VALUE 'A'.
026000         10  WS-BRT-LIFT-DATE           PIC X(08).
026100******************************************************************
026200*    INQUIRY REPORT LINES                                        *
026300******************************************************************
026400 01  HDG-LINE-1.
026500     05  FILLER                     PIC X(44) VALUE
026600             'CSR9824 CLIENT INQUIRY                      '.
026700     05  FILLER                     PIC X(07) VALUE 'CYCLE '.
026800     05  HDG-CYCLE-NBR              PIC 9(07).
026900     05  FILLER                     PIC X(06) VALUE SPACES.
027000     05  HDG-RUN-DATE               PIC X(08).
027100 01  CLI-LINE.
027200     05  FILLER                     PIC X(08) VALUE 'CLIENT: '.
027300     05  CLI-HOST-CLI-ID            PIC X(10).
027400     05  FILLER                     PIC X(14) VALUE
027500             '  REQUESTED AS'.
027600     05  FILLER                     PIC X(01) VALUE SPACES.
027700     05  CLI-REQUESTED-ID           PIC X(10).
027800     05  FILLER                     PIC X(05) VALUE '  BY '.
027900     05  CLI-REQUESTER-ID           PIC X(08).
028000     05  FILLER                     PIC X(02) VALUE SPACES.
028100     05  CLI-MERGE-NOTE             PIC X(30).
028200 01  NAME-LINE.
028300     05  FILLER                     PIC X(10) VALUE '  NAME:   '.
028400     05  NAME-KANJI                 PIC X(50).
028500     05  FILLER                     PIC X(02) VALUE SPACES.
028600     05  NAME-KANA                  PIC X(50).
028700 01  BIRTH-LINE.
028800     05  FILLER                     PIC X(10) VALUE '  BORN:   '.
028900     05  BIRTH-DT                   PIC X(10).
029000     05  FILLER                     PIC X(10) VALUE '   DIED:  '.
029100     05  BIRTH-DEATH-DT             PIC X(10).
029200 01  ADDR-LINE.
029300     05  FILLER                     PIC X(10) VALUE '  ADDR:   '.
029400     05  ADDR-ADDRESS-CD            PIC X(08).
029500     05  FILLER                     PIC X(02) VALUE SPACES.
029600     05  ADDR-DTL-KANA              PIC X(72).
029700 01  MSG-LINE.
029800     05  FILLER                     PIC X(02) VALUE SPACES.
029900     05  MSG-TEXT                   PIC X(60).
030000 01  POL-LINE.
030100     05  FILLER                     PIC X(10) VALUE '  POLICY: '.
030200     05  POL-POLICY-NUMBER          PIC X(10).
030300 01  ITM-HDG-LINE.
030400     05  FILLER                     PIC X(04) VALUE SPACES.
030500     05  FILLER                     PIC X(05) VALUE ' SEQ '.
030600     05  FILLER                     PIC X(05) VALUE 'CCY  '.
030700     05  FILLER                     PIC X(20) VALUE
030800             '    SUSPENSE AMOUNT '.
030900     05  FILLER                     PIC X(15) VALUE
031000             ' SUSPENSE DATE '.
031100     05  FILLER                     PIC X(09) VALUE '  DAYS   '.
031200     05  FILLER                     PIC X(06) VALUE 'STATUS'.
031300 01  ITM-LINE.
031400     05  FILLER                     PIC X(04) VALUE SPACES.
031500     05  ITM-ITEM-SEQ               PIC ZZ9.
031600     05  FILLER                     PIC X(02) VALUE SPACES.
031700     05  ITM-CRCY                   PIC X(02).
031800     05  FILLER                     PIC X(03) VALUE SPACES.
031900     05  ITM-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
032000     05  FILLER                     PIC X(03) VALUE SPACES.
032100     05  ITM-SUSP-DATE              PIC X(10).
032200     05  FILLER                     PIC X(03) VALUE SPACES.
032300     05  ITM-ELAPSED-DAYS           PIC ZZZZ9.
032400     05  FILLER                     PIC X(03) VALUE SPACES.
032500     05  ITM-STATUS                 PIC X(04).
032600 01  HLD-HDG-LINE.
032700     05  FILLER                     PIC X(30) VALUE
032800             '  CLAIMS HOLDS                '.
032900 01  HLD-LINE.
033000     05  FILLER                     PIC X(04) VALUE SPACES.
033100     05  HLD-POLICY-NUMBER          PIC X(10).
033200     05  FILLER                     PIC X(02) VALUE SPACES.
033300     05  HLD-CRCY                   PIC X(02).
033400     05  FILLER                     PIC X(01) VALUE SPACES.
033500     05  HLD-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
033600     05  FILLER                     PIC X(02) VALUE SPACES.
033700     05  HLD-SUSP-DATE              PIC X(10).
033800     05  FILLER                     PIC X(10) VALUE '  FLAGGED '.
033900     05  HLD-FLAGGED-DT             PIC X(08).
034000     05  FILLER                     PIC X(02) VALUE SPACES.
034100     05  HLD-STATUS                 PIC X(18).
034200     05  FILLER                     PIC X(01) VALUE SPACES.
034300     05  HLD-RELEASE-DATE           PIC X(08).
034400 01  CRT-HDG-LINE.
034500     05  FILLER                     PIC X(30) VALUE
034600             '  TAX CERTIFICATES            '.
034700 01  CRT-LINE.
034800     05  FILLER                     PIC X(10) VALUE '    CERT  '.
034900     05  CRT-CERT-NUMBER            PIC 9(09).
035000     05  FILLER                     PIC X(10) VALUE '  POLICY  '.
035100     05  CRT-POL-ID                 PIC 9(07).
035200     05  FILLER                     PIC X(10) VALUE '  ISSUED  '.
035300     05  CRT-ISSUE-DATE             PIC X(06).
035400     05  FILLER                     PIC X(12) VALUE
035500             '  REPRINTS  '.
035600     05  CRT-REPRINT-COUNT          PIC ZZ9.
035700 01  BRT-HDG-LINE.
035800     05  FILLER                     PIC X(30) VALUE
035900             '  RETURNED MAIL               '.
036000 01  BRT-LINE.
036100     05  FILLER                     PIC X(10) VALUE '    ADDR  '.
036200     05  BRT-ADDRESS-CD             PIC X(08).
036300     05  FILLER                     PIC X(11) VALUE '  RETURNS  '.
036400     05  BRT-RETURN-COUNT           PIC ZZ9.
036500     05  FILLER                     PIC X(08) VALUE '  LAST  '.
036600     05  BRT-LAST-RETURN-DT         PIC X(08).
036700     05  FILLER                     PIC X(10) VALUE '  REASON  '.
036800     05  BRT-REASON-CD              PIC X(02).
036900     05  FILLER                     PIC X(02) VALUE SPACES.
037000     05  BRT-STATUS                 PIC X(20).
037100     05  FILLER                     PIC X(01) VALUE SPACES.
037200     05  BRT-LIFT-DATE              PIC X(08).
037300 01  SEP-LINE.
037400     05  FILLER                     PIC X(132) VALUE ALL '-'.
037500 01  SUM-LINE-1.
037600     05  FILLER                     PIC X(26)  VALUE
037700             'INQUIRIES ANSWERED:       '.
037800     05  SUM-ANSWERED-COUNT         PIC ZZZ,ZZ9.
037900     05  FILLER                     PIC X(05)  VALUE SPACES.
038000     05  FILLER                     PIC X(26)  VALUE
038100             'CLIENTS NOT FOUND:        '.
038200     05  SUM-NOT-FOUND-COUNT        PIC ZZZ,ZZ9.
038300 01  SUM-LINE-2.
038400     05  FILLER                     PIC X(26)  VALUE
038500             'REFUSED - NO REQUESTER:   '.
038600     05  SUM-REFUSED-COUNT          PIC ZZZ,ZZ9.
038700******************************************************************
038800*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
038900******************************************************************
039000     COPY CCSRRCLP.
039100 PROCEDURE DIVISION.
039200******************************************************************
039300*    0000-MAINLINE                                               *
039400******************************************************************
039500 0000-MAINLINE.
039600     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
039700     IF RCLP-RCTL-RC = ZERO
039800         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
039900         IF NOT WS-RUN-ABANDONED
040000             PERFORM 2000-ANSWER-REQUEST
040100                     THRU 2000-ANSWER-REQ-EXIT
040200                     VARYING WS-REQ-NDX1 FROM 1 BY 1
040300                     UNTIL WS-REQ-NDX1 > WS-REQ-COUNT
040400         END-IF
040500         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
040600         PERFORM 7100-RUN-CONTROL-OUT
040700                 THRU 7100-RUN-CTL-OUT-EXIT
040800     END-IF.
040900     STOP RUN.
041000******************************************************************
041100*    1000-INITIALIZE - LOAD THE MERGE CROSS-REFERENCE AND THE    *
041200*    REQUESTS, CARRY THE PRIOR ACCESS LOG FORWARD, THEN PASS THE *
041300*    CLIENT EXTRACT AND THE THREE REGISTERS ONCE EACH COLLECTING *
041400*    WHAT BELONGS TO THE REQUESTED CLIENTS.  AN UNREADABLE FILE  *
041500*    OR A FULL TABLE ABANDONS THE RUN - A PARTIAL ANSWER COULD   *
041600*    BE TAKEN FOR A COMPLETE ONE.  THE ACCESS LOG IS STILL       *
041700*    CARRIED FORWARD SO NO HISTORY IS LOST; AN UNREADABLE PRIOR  *
041800*    LOG STOPS THE RUN BEFORE THE NEW GENERATION IS OPENED.      *
041900******************************************************************
042000 1000-INITIALIZE.
042100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
042200     ACCEPT WS-RUN-TIME FROM TIME.
042300     OPEN INPUT ACCESS-LOG-IN.
042400     EVALUATE TRUE
042500         WHEN WS-IAL-OK
042600             OPEN OUTPUT ACCESS-LOG-OUT
042700             PERFORM 1300-COPY-PRIOR-LOG THRU 1300-COPY-LOG-EXIT
042800                     UNTIL END-OF-PRIOR-LOG
042900             CLOSE ACCESS-LOG-IN
043000         WHEN WS-IAL-NOT-FOUND
043100             OPEN OUTPUT ACCESS-LOG-OUT
043200             SET END-OF-PRIOR-LOG TO TRUE
043300         WHEN OTHER
043400             DISPLAY 'CSR9824 *** ACCESS LOG OPEN FAILED - '
043500                     'STATUS ' WS-IAL-STATUS ' ***'
043600             MOVE 16 TO RETURN-CODE
043700             SET WS-RUN-ABANDONED TO TRUE
043900     END-EVALUATE.
043905     IF NOT WS-RUN-ABANDONED
043910         PERFORM 1010-LOAD-REQUESTS THRU 1010-LOAD-REQ-EXIT
043915     END-IF.
043920     IF NOT WS-RUN-ABANDONED
043925         PERFORM 1020-SCAN-REGISTERS THRU 1020-SCAN-REG-EXIT
043930     END-IF.
043935 1000-INITIALIZE-EXIT.
043940     EXIT.
043945******************************************************************
043950*    1010-LOAD-REQUESTS - OPEN THE REPORT AND THE SUSPENSE       *
043955*    MASTER, LOAD THE MERGE CROSS-REFERENCE AND THE REQUESTS     *
043960******************************************************************
043965 1010-LOAD-REQUESTS.
044000     OPEN OUTPUT INQUIRY-REPORT.
044100     MOVE WS-CYCLE-NBR TO HDG-CYCLE-NBR.
044200     MOVE WS-RUN-DATE  TO HDG-RUN-DATE.
044300     WRITE INQUIRY-REPORT-LINE FROM HDG-LINE-1.
044400     OPEN INPUT SUSPENSE-MASTER.
044500     IF NOT WS-SPM-OK
044600         DISPLAY 'CSR9824 *** SUSPENSE MASTER OPEN FAILED - '
044700                 'STATUS ' WS-SPM-STATUS ' ***'
044800         MOVE 16 TO RETURN-CODE
044900     END-IF.
045000     OPEN INPUT XREF-IN.
045100     EVALUATE TRUE
045200         WHEN WS-MXR-OK
045300             PERFORM 1100-LOAD-XREF THRU 1100-LOAD-XREF-EXIT
045400                     UNTIL END-OF-XREF-FILE
045500             CLOSE XREF-IN
045600         WHEN WS-MXR-NOT-FOUND
045700             SET END-OF-XREF-FILE TO TRUE
045800         WHEN OTHER
045900             DISPLAY 'CSR9824 *** XREF OPEN FAILED - STATUS '
046000                     WS-MXR-STATUS ' ***'
046100             MOVE 16 TO RETURN-CODE
046200     END-EVALUATE.
046300     OPEN INPUT INQUIRY-REQUESTS.
046400     PERFORM 1200-LOAD-REQUEST     THRU 1200-LOAD-REQ-EXIT
046500             UNTIL END-OF-REQUESTS.
046600     CLOSE INQUIRY-REQUESTS.
046620     IF RETURN-CODE = 16
046640         SET WS-RUN-ABANDONED TO TRUE
046660     END-IF.
046680 1010-LOAD-REQ-EXIT.
046700     EXIT.
046720******************************************************************
046740*    1020-SCAN-REGISTERS - PASS THE CLIENT EXTRACT AND THE THREE *
046760*    REGISTERS COLLECTING WHAT BELONGS TO THE REQUESTED CLIENTS  *
046780******************************************************************
046800 1020-SCAN-REGISTERS.
047100     OPEN INPUT CLIENT-EXTRACT.
047200     PERFORM 1400-SCAN-CLIENT      THRU 1400-SCAN-CLIENT-EXIT
047300             UNTIL END-OF-CLIENT-FILE.
047400     CLOSE CLIENT-EXTRACT.
047500     OPEN INPUT HOLD-REGISTER.
047600     EVALUATE TRUE
047700         WHEN WS-CHR-OK
047800             PERFORM 1500-SCAN-HOLD THRU 1500-SCAN-HOLD-EXIT
047900                     UNTIL END-OF-HOLD-FILE
048000             CLOSE HOLD-REGISTER
048100         WHEN WS-CHR-NOT-FOUND
048200             CONTINUE
048300         WHEN OTHER
048400             DISPLAY 'CSR9824 *** HOLD REGISTER OPEN FAILED - '
048500                     'STATUS ' WS-CHR-STATUS ' ***'
048600             MOVE 16 TO RETURN-CODE
048700     END-EVALUATE.
048800     OPEN INPUT CERT-REGISTER.
048900     EVALUATE TRUE
049000         WHEN WS-TCR-OK
049100             PERFORM 1600-SCAN-CERT THRU 1600-SCAN-CERT-EXIT
049200                     UNTIL END-OF-CERT-FILE
049300             CLOSE CERT-REGISTER
049400         WHEN WS-TCR-NOT-FOUND
049500             CONTINUE
049600         WHEN OTHER
049700             DISPLAY 'CSR9824 *** CERTIFICATE REGISTER OPEN '
049800                     'FAILED - STATUS ' WS-TCR-STATUS ' ***'
049900             MOVE 16 TO RETURN-CODE
050000     END-EVALUATE.
050100     OPEN INPUT BADADDR-REGISTER.
050200     EVALUATE TRUE
050300         WHEN WS-BAR-OK
050400             PERFORM 1700-SCAN-BADADDR THRU 1700-SCAN-BAR-EXIT
050500                     UNTIL END-OF-BADADDR-FILE
050600             CLOSE BADADDR-REGISTER
050700         WHEN WS-BAR-NOT-FOUND
050800             CONTINUE
050900         WHEN OTHER
051000             DISPLAY 'CSR9824 *** BAD-ADDRESS REGISTER OPEN '
051100                     'FAILED - STATUS ' WS-BAR-STATUS ' ***'
051200             MOVE 16 TO RETURN-CODE
051300     END-EVALUATE.
051400     IF RETURN-CODE = 16
051500        OR WS-TABLE-OVERFLOW
051600         MOVE 16 TO RETURN-CODE
051700         SET WS-RUN-ABANDONED TO TRUE
051800     END-IF.
051900 1020-SCAN-REG-EXIT.
052000     EXIT.
052100 1100-LOAD-XREF.
052200     READ XREF-IN
052300         AT END
052400             SET END-OF-XREF-FILE TO TRUE
052500     END-READ.
052600     IF NOT END-OF-XREF-FILE
052700         IF WS-XRF-COUNT < 1000
052800             ADD 1 TO WS-XRF-COUNT
052900             SET WS-XRF-NDX1 TO WS-XRF-COUNT
053000             MOVE MXR-RETIRED-CLI-ID
053100                  TO WS-XRF-RETIRED-ID(WS-XRF-NDX1)
053200             MOVE MXR-SURVIVOR-CLI-ID
053300                  TO WS-XRF-SURVIVOR-ID(WS-XRF-NDX1)
053400         ELSE
053500             IF NOT WS-TABLE-OVERFLOW
053600                 SET WS-TABLE-OVERFLOW TO TRUE
053700                 DISPLAY 'CSR9824 *** XREF EXCEEDS 1000 ROW '
053800                         'TABLE CAPACITY - RUN ABANDONED ***'
053900                 MOVE 16 TO RETURN-CODE
054000             END-IF
054100         END-IF
054200     END-IF.
054300 1100-LOAD-XREF-EXIT.
054400     EXIT.
054500******************************************************************
054600*    1200-LOAD-REQUEST - TABLE ONE REQUEST AND RESOLVE ITS       *
054700*    CLIENT TO THE SURVIVING ID.  A REQUEST WITH NO REQUESTER    *
054800*    ID IS REFUSED BUT STILL LOGGED.  THE SURVIVOR AND EVERY ID  *
054900*    RETIRED INTO IT GO ON THE WATCH LIST.                       *
055000******************************************************************
055100 1200-LOAD-REQUEST.
055200     READ INQUIRY-REQUESTS
055300         AT END
055400             SET END-OF-REQUESTS TO TRUE
055500     END-READ.
055550     EVALUATE TRUE
055600         WHEN END-OF-REQUESTS
055650             CONTINUE
055700         WHEN WS-REQ-COUNT NOT < 200
055750             IF NOT WS-TABLE-OVERFLOW
055800                 SET WS-TABLE-OVERFLOW TO TRUE
055850                 DISPLAY 'CSR9824 *** REQUESTS EXCEED 200 ROW '
055900                         'TABLE CAPACITY - RUN ABANDONED ***'
055950                 MOVE 16 TO RETURN-CODE
056000             END-IF
056050         WHEN OTHER
056100             PERFORM 1210-TABLE-REQUEST THRU 1210-TABLE-REQ-EXIT
056150     END-EVALUATE.
056200 1200-LOAD-REQ-EXIT.
056250     EXIT.
056300 1210-TABLE-REQUEST.
056800     ADD 1 TO WS-REQ-COUNT.
056900     SET WS-REQ-NDX2 TO WS-REQ-COUNT.
057000     MOVE SPACES           TO WS-REQ-ENTRY(WS-REQ-NDX2).
057100     MOVE CLQ-HOST-CLI-ID  TO WS-REQ-CLI-ID(WS-REQ-NDX2).
057200     MOVE CLQ-REQUESTER-ID TO WS-REQ-REQUESTER-ID(WS-REQ-NDX2).
057300     IF CLQ-REQUESTER-ID = SPACES
057400         SET WS-REQ-REFUSED(WS-REQ-NDX2) TO TRUE
057500     ELSE
057700         SET WS-REQ-NOT-FOUND(WS-REQ-NDX2) TO TRUE
057800         MOVE CLQ-HOST-CLI-ID  TO WS-MATCH-CLI-ID
057900         PERFORM 6000-FIND-SURVIVOR    THRU 6000-FIND-SURV-EXIT
058000         MOVE WS-MATCH-CLI-ID  TO WS-REQ-RESOLVED-ID(WS-REQ-NDX2)
058100         SET WS-REQ-SUB TO WS-REQ-NDX2
058200         PERFORM 6100-ADD-WATCH        THRU 6100-ADD-WATCH-EXIT
058300         PERFORM 1250-WATCH-RETIRED    THRU 1250-WATCH-RET-EXIT
058400                 VARYING WS-XRF-NDX1 FROM 1 BY 1
058500                 UNTIL WS-XRF-NDX1 > WS-XRF-COUNT
058550     END-IF.
058600 1210-TABLE-REQ-EXIT.
058700     EXIT.
058800 1250-WATCH-RETIRED.
058900     IF WS-XRF-SURVIVOR-ID(WS-XRF-NDX1)
059000            = WS-REQ-RESOLVED-ID(WS-REQ-NDX2)
059100         MOVE WS-XRF-RETIRED-ID(WS-XRF-NDX1) TO WS-MATCH-CLI-ID
059200         PERFORM 6100-ADD-WATCH    THRU 6100-ADD-WATCH-EXIT
059300     END-IF.
059400 1250-WATCH-RET-EXIT.
059500     EXIT.
059600******************************************************************
059700*    1300-COPY-PRIOR-LOG - CARRY ONE PRIOR ACCESS LOG ROW INTO   *
059800*    THE NEW GENERATION UNCHANGED                                *
059900******************************************************************
060000 1300-COPY-PRIOR-LOG.
060100     READ ACCESS-LOG-IN
060200         AT END
060300             SET END-OF-PRIOR-LOG TO TRUE
060400     END-READ.
060500     IF NOT END-OF-PRIOR-LOG
060600         ADD 1 TO WS-PRIOR-LOG-COUNT
060700         MOVE IAL-ACCESS-LOG-REC TO ACCESS-LOG-OUT-REC
060800         WRITE ACCESS-LOG-OUT-REC
060900     END-IF.
061000 1300-COPY-LOG-EXIT.
061100     EXIT.
061200******************************************************************
061300*    1400-SCAN-CLIENT - OFFER ONE CLIENT EXTRACT ROW TO THE      *
061400*    WATCH LIST.  THE FIRST ROW SEEN FOR A REQUEST SUPPLIES THE  *
061500*    NAME AND ADDRESS; EVERY ROW ADDS ITS POLICY.                *
061600******************************************************************
061700 1400-SCAN-CLIENT.
061800     READ CLIENT-EXTRACT
061900         AT END
062000             SET END-OF-CLIENT-FILE TO TRUE
062100     END-READ.
062200     IF NOT END-OF-CLIENT-FILE
062300         MOVE RSCVE-HOST-CLI-ID TO WS-MATCH-CLI-ID
062400         MOVE RSCVE-POL-ID      TO WS-POL-ID-EXPAND
062500         MOVE WS-POL-ID-EXPAND  TO WS-POL-ID-X
062600         PERFORM 1450-MATCH-CLIENT THRU 1450-MATCH-CLI-EXIT
062700                 VARYING WS-WCH-NDX1 FROM 1 BY 1
062800                 UNTIL WS-WCH-NDX1 > WS-WCH-COUNT
062900     END-IF.
063000 1400-SCAN-CLIENT-EXIT.
063100     EXIT.
063200 1450-MATCH-CLIENT.
063300     IF WS-WCH-CLI-ID(WS-WCH-NDX1) = WS-MATCH-CLI-ID
063400         SET WS-REQ-NDX2 TO WS-WCH-REQ-SUB(WS-WCH-NDX1)
063500         MOVE WS-WCH-REQ-SUB(WS-WCH-NDX1) TO WS-REQ-SUB
063600         IF NOT WS-REQ-ANSWERED(WS-REQ-NDX2)
063700             SET WS-REQ-ANSWERED(WS-REQ-NDX2) TO TRUE
063800             MOVE RSCVE-NAME-KANJI
063900                  TO WS-REQ-NAME-KANJI(WS-REQ-NDX2)
064000             MOVE RSCVE-NAME-KANA
064100                  TO WS-REQ-NAME-KANA(WS-REQ-NDX2)
064200             MOVE RSCVE-BIRTH-DT
064300                  TO WS-REQ-BIRTH-DT(WS-REQ-NDX2)
064400             MOVE RSCVE-DEATH-DT
064500                  TO WS-REQ-DEATH-DT(WS-REQ-NDX2)
064600             MOVE RSCVE-ADDRESS-CD
064700                  TO WS-REQ-ADDRESS-CD(WS-REQ-NDX2)
064800             MOVE RSCVE-ADDR-DTL-KANA
064900                  TO WS-REQ-ADDR-DTL-KANA(WS-REQ-NDX2)
065000         END-IF
065100         PERFORM 6200-ADD-POLICY   THRU 6200-ADD-POLICY-EXIT
065200     END-IF.
065300 1450-MATCH-CLI-EXIT.
065400     EXIT.
065500******************************************************************
065600*    1500-SCAN-HOLD - KEEP EVERY CLAIMS HOLD, OPEN OR CLOSED,    *
065700*    FOR A WATCHED CLIENT                                        *
065800******************************************************************
065900 1500-SCAN-HOLD.
066000     READ HOLD-REGISTER
066100         AT END
066200             SET END-OF-HOLD-FILE TO TRUE
066300     END-READ.
066400     IF NOT END-OF-HOLD-FILE
066500         MOVE CHR-HOST-CLI-ID TO WS-MATCH-CLI-ID
066600         PERFORM 1550-MATCH-HOLD   THRU 1550-MATCH-HOLD-EXIT
066700                 VARYING WS-WCH-NDX1 FROM 1 BY 1
066800                 UNTIL WS-WCH-NDX1 > WS-WCH-COUNT
066900     END-IF.
067000 1500-SCAN-HOLD-EXIT.
067100     EXIT.
067200 1550-MATCH-HOLD.
067300     IF WS-WCH-CLI-ID(WS-WCH-NDX1) = WS-MATCH-CLI-ID
067400         IF WS-HLD-COUNT < 500
067500             ADD 1 TO WS-HLD-COUNT
067600             SET WS-HLD-NDX1 TO WS-HLD-COUNT
067700             MOVE WS-WCH-REQ-SUB(WS-WCH-NDX1)
067800                  TO WS-HLD-REQ-SUB(WS-HLD-NDX1)
067900             MOVE CHR-POLICY-NUMBER
068000                  TO WS-HLD-POLICY-NUMBER(WS-HLD-NDX1)
068100             MOVE CHR-CRCY-CD     TO WS-HLD-CRCY-CD(WS-HLD-NDX1)
068200             MOVE CHR-SUSPENSE-AMOUNT
068300                  TO WS-HLD-SUSPENSE-AMOUNT(WS-HLD-NDX1)
068400             MOVE CHR-SUSPENSE-DATE
068500                  TO WS-HLD-SUSPENSE-DATE(WS-HLD-NDX1)
068600             MOVE CHR-FIRST-FLAGGED-DT
068700                  TO WS-HLD-FIRST-FLAGGED-DT(WS-HLD-NDX1)
068800             MOVE CHR-HOLD-STATUS
068900                  TO WS-HLD-HOLD-STATUS(WS-HLD-NDX1)
069000             MOVE CHR-RELEASE-DATE
069100                  TO WS-HLD-RELEASE-DATE(WS-HLD-NDX1)
069200         ELSE
069300             IF NOT WS-TABLE-OVERFLOW
069400                 SET WS-TABLE-OVERFLOW TO TRUE
069500                 DISPLAY 'CSR9824 *** HOLDS EXCEED 500 ROW '
069600                         'TABLE CAPACITY - RUN ABANDONED ***'
069700             END-IF
069800         END-IF
069900     END-IF.
070000 1550-MATCH-HOLD-EXIT.
070100     EXIT.
070200******************************************************************
070300*    1600-SCAN-CERT - KEEP EVERY TAX CERTIFICATE ISSUED TO A     *
070400*    WATCHED CLIENT                                              *
070500******************************************************************
070600 1600-SCAN-CERT.
070700     READ CERT-REGISTER
070800         AT END
070900             SET END-OF-CERT-FILE TO TRUE
071000     END-READ.
071100     IF NOT END-OF-CERT-FILE
071200         MOVE TCR-HOST-CLI-ID TO WS-MATCH-CLI-ID
071300         PERFORM 1650-MATCH-CERT   THRU 1650-MATCH-CERT-EXIT
071400                 VARYING WS-WCH-NDX1 FROM 1 BY 1
071500                 UNTIL WS-WCH-NDX1 > WS-WCH-COUNT
071600     END-IF.
071700 1600-SCAN-CERT-EXIT.
071800     EXIT.
071900 1650-MATCH-CERT.
072000     IF WS-WCH-CLI-ID(WS-WCH-NDX1) = WS-MATCH-CLI-ID
072100         IF WS-CRT-COUNT < 500
072200             ADD 1 TO WS-CRT-COUNT
072300             SET WS-CRT-NDX1 TO WS-CRT-COUNT
072400             MOVE WS-WCH-REQ-SUB(WS-WCH-NDX1)
072500                  TO WS-CRT-REQ-SUB(WS-CRT-NDX1)
072600             MOVE TCR-CERT-NUMBER
072700                  TO WS-CRT-CERT-NUMBER(WS-CRT-NDX1)
072800             MOVE TCR-POL-ID      TO WS-CRT-POL-ID(WS-CRT-NDX1)
072900             MOVE TCR-ISSUE-DATE
073000                  TO WS-CRT-ISSUE-DATE(WS-CRT-NDX1)
073100             MOVE TCR-REPRINT-COUNT
073200                  TO WS-CRT-REPRINT-COUNT(WS-CRT-NDX1)
073300         ELSE
073400             IF NOT WS-TABLE-OVERFLOW
073500                 SET WS-TABLE-OVERFLOW TO TRUE
073600                 DISPLAY 'CSR9824 *** CERTIFICATES EXCEED 500 '
073700                         'ROW TABLE CAPACITY - RUN ABANDONED ***'
073800             END-IF
073900         END-IF
074000     END-IF.
074100 1650-MATCH-CERT-EXIT.
074200     EXIT.
074300******************************************************************
074400*    1700-SCAN-BADADDR - KEEP EVERY RETURNED-MAIL ROW, ACTIVE    *
074500*    OR LIFTED, FOR A WATCHED CLIENT                             *
074600******************************************************************
074700 1700-SCAN-BADADDR.
074800     READ BADADDR-REGISTER
074900         AT END
075000             SET END-OF-BADADDR-FILE TO TRUE
075100     END-READ.
075200     IF NOT END-OF-BADADDR-FILE
075300         MOVE BAR-HOST-CLI-ID TO WS-MATCH-CLI-ID
075400         PERFORM 1750-MATCH-BADADDR THRU 1750-MATCH-BAR-EXIT
075500                 VARYING WS-WCH-NDX1 FROM 1 BY 1
075600                 UNTIL WS-WCH-NDX1 > WS-WCH-COUNT
075700     END-IF.
075800 1700-SCAN-BAR-EXIT.
075900     EXIT.
076000 1750-MATCH-BADADDR.
076100     IF WS-WCH-CLI-ID(WS-WCH-NDX1) = WS-MATCH-CLI-ID
076200         IF WS-BRT-COUNT < 500
076300             ADD 1 TO WS-BRT-COUNT
076400             SET WS-BRT-NDX1 TO WS-BRT-COUNT
076500             MOVE WS-WCH-REQ-SUB(WS-WCH-NDX1)
076600                  TO WS-BRT-REQ-SUB(WS-BRT-NDX1)
076700             MOVE BAR-ADDRESS-CD
076800                  TO WS-BRT-ADDRESS-CD(WS-BRT-NDX1)
076900             MOVE BAR-RETURN-COUNT
077000                  TO WS-BRT-RETURN-COUNT(WS-BRT-NDX1)
077100             MOVE BAR-LAST-RETURN-DT
077200                  TO WS-BRT-LAST-RETURN-DT(WS-BRT-NDX1)
077300             MOVE BAR-LAST-REASON-CD
077400                  TO WS-BRT-LAST-REASON-CD(WS-BRT-NDX1)
077500             MOVE BAR-SUPPRESS-STATUS
077600                  TO WS-BRT-SUPPRESS-STATUS(WS-BRT-NDX1)
077700             MOVE BAR-LIFT-DATE
077800                  TO WS-BRT-LIFT-DATE(WS-BRT-NDX1)
077900         ELSE
078000             IF NOT WS-TABLE-OVERFLOW
078100                 SET WS-TABLE-OVERFLOW TO TRUE
078200                 DISPLAY 'CSR9824 *** RETURNED MAIL EXCEEDS 500 '
078300                         'ROW TABLE CAPACITY - RUN ABANDONED ***'
078400             END-IF
078500         END-IF
078600     END-IF.
078700 1750-MATCH-BAR-EXIT.
078800     EXIT.
078900******************************************************************
079000*    2000-ANSWER-REQUEST - LOG ONE REQUEST AND PRINT WHAT WAS    *
079100*    FOUND FOR IT                                                *
079200******************************************************************
079300 2000-ANSWER-REQUEST.
079400     SET WS-REQ-SUB TO WS-REQ-NDX1.
079500     PERFORM 4000-WRITE-LOG        THRU 4000-WRITE-LOG-EXIT.
079600     WRITE INQUIRY-REPORT-LINE FROM SEP-LINE.
079700     MOVE SPACES                   TO CLI-MERGE-NOTE.
079800     MOVE WS-REQ-RESOLVED-ID(WS-REQ-NDX1) TO CLI-HOST-CLI-ID.
079900     MOVE WS-REQ-CLI-ID(WS-REQ-NDX1)      TO CLI-REQUESTED-ID.
080000     MOVE WS-REQ-REQUESTER-ID(WS-REQ-NDX1) TO CLI-REQUESTER-ID.
080100     IF WS-REQ-RESOLVED-ID(WS-REQ-NDX1)
080200            NOT = WS-REQ-CLI-ID(WS-REQ-NDX1)
080300        AND NOT WS-REQ-REFUSED(WS-REQ-NDX1)
080400         MOVE 'RETIRED ID - MERGED INTO CLIENT'
080500                                    TO CLI-MERGE-NOTE
080600     END-IF.
080700     WRITE INQUIRY-REPORT-LINE FROM CLI-LINE.
080800     EVALUATE TRUE
080900         WHEN WS-REQ-REFUSED(WS-REQ-NDX1)
081000             ADD 1 TO WS-REFUSED-COUNT
081100             MOVE 'NO REQUESTER ID - INQUIRY REFUSED'
081200                                    TO MSG-TEXT
081300             WRITE INQUIRY-REPORT-LINE FROM MSG-LINE
081500         WHEN WS-REQ-NOT-FOUND(WS-REQ-NDX1)
081600             ADD 1 TO WS-NOT-FOUND-COUNT
081700             MOVE 'CLIENT NOT ON THE CLIENT EXTRACT'
081800                                    TO MSG-TEXT
081900             WRITE INQUIRY-REPORT-LINE FROM MSG-LINE
082000         WHEN OTHER
082100             ADD 1 TO WS-ANSWERED-COUNT
082200             MOVE WS-REQ-NAME-KANJI(WS-REQ-NDX1)  TO NAME-KANJI
082300             MOVE WS-REQ-NAME-KANA(WS-REQ-NDX1)   TO NAME-KANA
082400             WRITE INQUIRY-REPORT-LINE FROM NAME-LINE
082500             MOVE WS-REQ-BIRTH-DT(WS-REQ-NDX1)    TO BIRTH-DT
082600             MOVE WS-REQ-DEATH-DT(WS-REQ-NDX1)
082700                                    TO BIRTH-DEATH-DT
082800             WRITE INQUIRY-REPORT-LINE FROM BIRTH-LINE
082900             MOVE WS-REQ-ADDRESS-CD(WS-REQ-NDX1)
083000                                    TO ADDR-ADDRESS-CD
083100             MOVE WS-REQ-ADDR-DTL-KANA(WS-REQ-NDX1)
083200                                    TO ADDR-DTL-KANA
083300             WRITE INQUIRY-REPORT-LINE FROM ADDR-LINE
083400             PERFORM 2100-PRINT-POLICY THRU 2100-PRINT-POL-EXIT
083500                     VARYING WS-POL-NDX1 FROM 1 BY 1
083600                     UNTIL WS-POL-NDX1 > WS-POL-COUNT
083700     END-EVALUATE.
083705     IF NOT WS-REQ-REFUSED(WS-REQ-NDX1)
083710         PERFORM 2050-PRINT-REGISTERS THRU 2050-PRINT-REG-EXIT
083715     END-IF.
083720 2000-ANSWER-REQ-EXIT.
083725     EXIT.
083730******************************************************************
083735*    2050-PRINT-REGISTERS - THE CLAIMS HOLDS, TAX CERTIFICATES   *
083740*    AND RETURNED MAIL HELD FOR THE CLIENT.  NOT PRINTED FOR A   *
083745*    REFUSED REQUEST.                                            *
083750******************************************************************
083755 2050-PRINT-REGISTERS.
083800     WRITE INQUIRY-REPORT-LINE FROM HLD-HDG-LINE.
083900     MOVE ZERO TO WS-LINE-COUNT.
084000     PERFORM 2400-PRINT-HOLD       THRU 2400-PRINT-HOLD-EXIT
084100             VARYING WS-HLD-NDX1 FROM 1 BY 1
084200             UNTIL WS-HLD-NDX1 > WS-HLD-COUNT.
084300     IF WS-LINE-COUNT = ZERO
084400         MOVE '  NO CLAIMS HOLDS'  TO MSG-TEXT
084500         WRITE INQUIRY-REPORT-LINE FROM MSG-LINE
084600     END-IF.
084700     WRITE INQUIRY-REPORT-LINE FROM CRT-HDG-LINE.
084800     MOVE ZERO TO WS-LINE-COUNT.
084900     PERFORM 2500-PRINT-CERT       THRU 2500-PRINT-CERT-EXIT
085000             VARYING WS-CRT-NDX1 FROM 1 BY 1
085100             UNTIL WS-CRT-NDX1 > WS-CRT-COUNT.
085200     IF WS-LINE-COUNT = ZERO
085300         MOVE '  NO TAX CERTIFICATES ISSUED' TO MSG-TEXT
085400         WRITE INQUIRY-REPORT-LINE FROM MSG-LINE
085500     END-IF.
085600     WRITE INQUIRY-REPORT-LINE FROM BRT-HDG-LINE.
085700     MOVE ZERO TO WS-LINE-COUNT.
085800     PERFORM 2600-PRINT-BADADDR    THRU 2600-PRINT-BAR-EXIT
085900             VARYING WS-BRT-NDX1 FROM 1 BY 1
086000             UNTIL WS-BRT-NDX1 > WS-BRT-COUNT.
086100     IF WS-LINE-COUNT = ZERO
086200         MOVE '  NO RETURNED MAIL - NOT SUPPRESSED' TO MSG-TEXT
086300         WRITE INQUIRY-REPORT-LINE FROM MSG-LINE
086400     END-IF.
086500 2050-PRINT-REG-EXIT.
086600     EXIT.
086700******************************************************************
086800*    2100-PRINT-POLICY - ONE POLICY OF THE CLIENT AND ITS OPEN   *
086900*    SUSPENSE ITEMS FROM THE POLICY-KEYED MASTER                 *
087000******************************************************************
087100 2100-PRINT-POLICY.
087200     IF WS-POL-REQ-SUB(WS-POL-NDX1) = WS-REQ-SUB
087500         MOVE WS-POL-NUMBER(WS-POL-NDX1) TO POL-POLICY-NUMBER
087600         WRITE INQUIRY-REPORT-LINE FROM POL-LINE
087700         MOVE ZERO TO WS-ITEM-COUNT
087800         MOVE 'N'  TO WS-BROWSE-SW
087900         MOVE WS-POL-NUMBER(WS-POL-NDX1) TO SPM-POLICY-NUMBER
088000         MOVE ZERO                       TO SPM-ITEM-SEQ
088100         START SUSPENSE-MASTER KEY IS GREATER THAN SPM-MASTER-KEY
088200             INVALID KEY
088300                 SET END-OF-POLICY-ITEMS TO TRUE
088400         END-START
088500         PERFORM 2200-BROWSE-ITEMS     THRU 2200-BROWSE-ITEMS-EXIT
088600                 UNTIL END-OF-POLICY-ITEMS
088700         IF WS-ITEM-COUNT = ZERO
088800             MOVE '    NO OPEN SUSPENSE ITEMS' TO MSG-TEXT
088900             WRITE INQUIRY-REPORT-LINE FROM MSG-LINE
089000         END-IF
089050     END-IF.
089100 2100-PRINT-POL-EXIT.
089200     EXIT.
089300******************************************************************
089400*    2200-BROWSE-ITEMS - READ NEXT MASTER ROW, STOP AT POLICY    *
089500*    BREAK OR END OF FILE.  ITEMS ALREADY MARKED CLEARED BY THE  *
089600*    CSR9813 CLEARING APPLICATION ARE NOT OPEN AND ARE SKIPPED.  *
089700******************************************************************
089800 2200-BROWSE-ITEMS.
089900     READ SUSPENSE-MASTER NEXT RECORD
090000         AT END
090100             SET END-OF-POLICY-ITEMS TO TRUE
090200     END-READ.
090300     IF NOT END-OF-POLICY-ITEMS
090400         IF SPM-POLICY-NUMBER = WS-POL-NUMBER(WS-POL-NDX1)
090500             IF NOT SPM-ITEM-CLEARED
090600                 PERFORM 2300-PRINT-ITEM THRU 2300-PRINT-ITEM-EXIT
090700             END-IF
090800         ELSE
090900             SET END-OF-POLICY-ITEMS TO TRUE
091000         END-IF
091100     END-IF.
091200 2200-BROWSE-ITEMS-EXIT.
091300     EXIT.
091400 2300-PRINT-ITEM.
091500     IF WS-ITEM-COUNT = ZERO
091600         WRITE INQUIRY-REPORT-LINE FROM ITM-HDG-LINE
091700     END-IF.
091800     MOVE SPM-ITEM-SEQ        TO ITM-ITEM-SEQ.
091900     MOVE SPM-CRCY-CD         TO ITM-CRCY.
092000     MOVE SPM-SUSPENSE-AMOUNT TO ITM-AMOUNT.
092100     MOVE SPM-SUSPENSE-DATE   TO ITM-SUSP-DATE.
092200     MOVE SPM-ELAPSED-DAYS    TO ITM-ELAPSED-DAYS.
092300     MOVE SPM-STATUS-CODE     TO ITM-STATUS.
092400     WRITE INQUIRY-REPORT-LINE FROM ITM-LINE.
092500     ADD 1 TO WS-ITEM-COUNT.
092600 2300-PRINT-ITEM-EXIT.
092700     EXIT.
092800 2400-PRINT-HOLD.
092900     IF WS-HLD-REQ-SUB(WS-HLD-NDX1) = WS-REQ-SUB
093200         ADD 1 TO WS-LINE-COUNT
093300         MOVE WS-HLD-POLICY-NUMBER(WS-HLD-NDX1)
093400                                        TO HLD-POLICY-NUMBER
093500         MOVE WS-HLD-CRCY-CD(WS-HLD-NDX1)         TO HLD-CRCY
093600         MOVE WS-HLD-SUSPENSE-AMOUNT(WS-HLD-NDX1) TO HLD-AMOUNT
093700         MOVE WS-HLD-SUSPENSE-DATE(WS-HLD-NDX1)   TO HLD-SUSP-DATE
093800         MOVE WS-HLD-FIRST-FLAGGED-DT(WS-HLD-NDX1)
093900                                        TO HLD-FLAGGED-DT
094000         MOVE WS-HLD-RELEASE-DATE(WS-HLD-NDX1)
094050              TO HLD-RELEASE-DATE
094100         EVALUATE TRUE
094200             WHEN WS-HLD-OPEN(WS-HLD-NDX1)
094300                 MOVE 'HOLD OPEN         '    TO HLD-STATUS
094400             WHEN WS-HLD-TO-ESTATE(WS-HLD-NDX1)
094500                 MOVE 'RELEASED TO ESTATE'    TO HLD-STATUS
094600             WHEN WS-HLD-CLEARED(WS-HLD-NDX1)
094700                 MOVE 'HOLD CLEARED      '    TO HLD-STATUS
094800             WHEN WS-HLD-FALSE-POSITIVE(WS-HLD-NDX1)
094900                 MOVE 'FALSE POSITIVE    '    TO HLD-STATUS
095000             WHEN OTHER
095100                 MOVE WS-HLD-HOLD-STATUS(WS-HLD-NDX1)
095150                      TO HLD-STATUS
095200         END-EVALUATE
095300         WRITE INQUIRY-REPORT-LINE FROM HLD-LINE
095350     END-IF.
095400 2400-PRINT-HOLD-EXIT.
095500     EXIT.
095600 2500-PRINT-CERT.
095700     IF WS-CRT-REQ-SUB(WS-CRT-NDX1) = WS-REQ-SUB
096000         ADD 1 TO WS-LINE-COUNT
096100         MOVE WS-CRT-CERT-NUMBER(WS-CRT-NDX1)   TO CRT-CERT-NUMBER
096200         MOVE WS-CRT-POL-ID(WS-CRT-NDX1)        TO CRT-POL-ID
096300         MOVE WS-CRT-ISSUE-DATE(WS-CRT-NDX1)    TO CRT-ISSUE-DATE
096400         MOVE WS-CRT-REPRINT-COUNT(WS-CRT-NDX1)
096450              TO CRT-REPRINT-COUNT
096500         WRITE INQUIRY-REPORT-LINE FROM CRT-LINE
096550     END-IF.
096600 2500-PRINT-CERT-EXIT.
096700     EXIT.
096800 2600-PRINT-BADADDR.
096900     IF WS-BRT-REQ-SUB(WS-BRT-NDX1) = WS-REQ-SUB
097200         ADD 1 TO WS-LINE-COUNT
097300         MOVE WS-BRT-ADDRESS-CD(WS-BRT-NDX1)     TO BRT-ADDRESS-CD
097400         MOVE WS-BRT-RETURN-COUNT(WS-BRT-NDX1)
097450              TO BRT-RETURN-COUNT
097500         MOVE WS-BRT-LAST-RETURN-DT(WS-BRT-NDX1)
097600                                        TO BRT-LAST-RETURN-DT
097700         MOVE WS-BRT-LAST-REASON-CD(WS-BRT-NDX1) TO BRT-REASON-CD
097800         MOVE WS-BRT-LIFT-DATE(WS-BRT-NDX1)      TO BRT-LIFT-DATE
097900         IF WS-BRT-ACTIVE(WS-BRT-NDX1)
098000             MOVE 'MAIL SUPPRESSED     '  TO BRT-STATUS
098100         ELSE
098200             MOVE 'SUPPRESSION LIFTED  '  TO BRT-STATUS
098300         END-IF
098400         WRITE INQUIRY-REPORT-LINE FROM BRT-LINE
098450     END-IF.
098500 2600-PRINT-BAR-EXIT.
098600     EXIT.
098700******************************************************************
098800*    4000-WRITE-LOG - ONE ACCESS LOG ROW FOR THE REQUEST         *
098900******************************************************************
099000 4000-WRITE-LOG.
099100     MOVE SPACES                    TO ACCESS-LOG-OUT-REC.
099200     MOVE WS-RUN-DATE               TO IAO-ACCESS-DATE.
099300     MOVE WS-RUN-TIME               TO IAO-ACCESS-TIME.
099400     MOVE WS-REQ-REQUESTER-ID(WS-REQ-NDX1) TO IAO-REQUESTER-ID.
099500     MOVE WS-REQ-CLI-ID(WS-REQ-NDX1)
099600                                    TO IAO-REQUESTED-CLI-ID.
099700     MOVE WS-REQ-RESOLVED-ID(WS-REQ-NDX1)  TO IAO-RESOLVED-CLI-ID.
099800     MOVE WS-CYCLE-NBR              TO IAO-CYCLE-NBR.
099900     MOVE WS-REQ-RESULT-CD(WS-REQ-NDX1)    TO IAO-RESULT-CD.
100000     WRITE ACCESS-LOG-OUT-REC.
100100 4000-WRITE-LOG-EXIT.
100200     EXIT.
100300******************************************************************
100400*    6000-FIND-SURVIVOR - REPLACE WS-MATCH-CLI-ID BY ITS         *
100500*    SURVIVOR WHEN THE ID HAS BEEN RETIRED BY A MERGE            *
100600******************************************************************
100700 6000-FIND-SURVIVOR.
100800     MOVE 'N' TO WS-FOUND-SW.
100900     PERFORM 6050-CHECK-XREF       THRU 6050-CHECK-XREF-EXIT
101000             VARYING WS-XRF-NDX1 FROM 1 BY 1
101100             UNTIL WS-XRF-NDX1 > WS-XRF-COUNT
101200             OR WS-FOUND.
101300 6000-FIND-SURV-EXIT.
101400     EXIT.
101500 6050-CHECK-XREF.
101600     IF WS-XRF-RETIRED-ID(WS-XRF-NDX1) = WS-MATCH-CLI-ID
101700         MOVE 'Y' TO WS-FOUND-SW
101800         MOVE WS-XRF-SURVIVOR-ID(WS-XRF-NDX1) TO WS-MATCH-CLI-ID
101900     END-IF.
102000 6050-CHECK-XREF-EXIT.
102100     EXIT.
102200******************************************************************
102300*    6100-ADD-WATCH - WATCH FOR WS-MATCH-CLI-ID ON BEHALF OF     *
102400*    REQUEST WS-REQ-SUB                                          *
102500******************************************************************
102600 6100-ADD-WATCH.
102700     IF WS-WCH-COUNT < 1000
102800         ADD 1 TO WS-WCH-COUNT
102900         SET WS-WCH-NDX1 TO WS-WCH-COUNT
103000         MOVE WS-MATCH-CLI-ID TO WS-WCH-CLI-ID(WS-WCH-NDX1)
103100         MOVE WS-REQ-SUB      TO WS-WCH-REQ-SUB(WS-WCH-NDX1)
103200     ELSE
103300         IF NOT WS-TABLE-OVERFLOW
103400             SET WS-TABLE-OVERFLOW TO TRUE
103500             DISPLAY 'CSR9824 *** WATCH LIST EXCEEDS 1000 ROW '
103600                     'TABLE CAPACITY - RUN ABANDONED ***'
103700         END-IF
103800     END-IF.
103900 6100-ADD-WATCH-EXIT.
104000     EXIT.
104100******************************************************************
104200*    6200-ADD-POLICY - RECORD WS-POL-ID-X AGAINST REQUEST        *
104300*    WS-REQ-SUB ONCE ONLY                                        *
104400******************************************************************
104500 6200-ADD-POLICY.
104600     MOVE 'N' TO WS-FOUND-SW.
104700     PERFORM 6250-CHECK-POLICY     THRU 6250-CHECK-POL-EXIT
104800             VARYING WS-POL-NDX2 FROM 1 BY 1
104900             UNTIL WS-POL-NDX2 > WS-POL-COUNT
105000             OR WS-FOUND.
105100     IF NOT WS-FOUND
105200         IF WS-POL-COUNT < 2000
105300             ADD 1 TO WS-POL-COUNT
105400             SET WS-POL-NDX2 TO WS-POL-COUNT
105500             MOVE WS-REQ-SUB  TO WS-POL-REQ-SUB(WS-POL-NDX2)
105600             MOVE WS-POL-ID-X TO WS-POL-NUMBER(WS-POL-NDX2)
105700         ELSE
105800             IF NOT WS-TABLE-OVERFLOW
105900                 SET WS-TABLE-OVERFLOW TO TRUE
106000                 DISPLAY 'CSR9824 *** POLICIES EXCEED 2000 ROW '
106100                         'TABLE CAPACITY - RUN ABANDONED ***'
106200             END-IF
106300         END-IF
106400     END-IF.
106500 6200-ADD-POLICY-EXIT.
106600     EXIT.
106700 6250-CHECK-POLICY.
106800     IF WS-POL-REQ-SUB(WS-POL-NDX2) = WS-REQ-SUB
106900        AND WS-POL-NUMBER(WS-POL-NDX2) = WS-POL-ID-X
107000         MOVE 'Y' TO WS-FOUND-SW
107100     END-IF.
107200 6250-CHECK-POL-EXIT.
107300     EXIT.
107400******************************************************************
107500*    3000-FINALIZE - A RUN ABANDONED BEFORE ANY REQUEST WAS      *
107600*    ANSWERED STILL LOGS THE REQUESTS IT READ, MARKED REFUSED,   *
107700*    SO THE ACCESS LOG NEVER MISSES AN ATTEMPT                   *
107800******************************************************************
107900 3000-FINALIZE.
108000     IF NOT WS-RUN-ABANDONED
108100        OR WS-IAL-OK
108200        OR WS-IAL-NOT-FOUND
108500         IF WS-RUN-ABANDONED
108600             PERFORM 3100-LOG-REFUSED  THRU 3100-LOG-REFUSED-EXIT
108700                     VARYING WS-REQ-NDX1 FROM 1 BY 1
108800                     UNTIL WS-REQ-NDX1 > WS-REQ-COUNT
108900         END-IF
109000         MOVE WS-ANSWERED-COUNT     TO SUM-ANSWERED-COUNT
109100         MOVE WS-NOT-FOUND-COUNT    TO SUM-NOT-FOUND-COUNT
109200         MOVE WS-REFUSED-COUNT      TO SUM-REFUSED-COUNT
109300         WRITE INQUIRY-REPORT-LINE FROM SEP-LINE
109400         WRITE INQUIRY-REPORT-LINE FROM SUM-LINE-1
109500         WRITE INQUIRY-REPORT-LINE FROM SUM-LINE-2
109600         CLOSE SUSPENSE-MASTER
109700               ACCESS-LOG-OUT
109800               INQUIRY-REPORT
109900         DISPLAY 'CSR9824 INQUIRIES ANSWERED : ' WS-ANSWERED-COUNT
110000         DISPLAY 'CSR9824 CLIENTS NOT FOUND  : '
110050                 WS-NOT-FOUND-COUNT
110100         DISPLAY 'CSR9824 REQUESTS REFUSED   : ' WS-REFUSED-COUNT
110150     END-IF.
110200 3000-FINALIZE-EXIT.
110300     EXIT.
110400 3100-LOG-REFUSED.
110500     SET WS-REQ-REFUSED(WS-REQ-NDX1) TO TRUE.
110600     ADD 1 TO WS-REFUSED-COUNT.
110700     PERFORM 4000-WRITE-LOG        THRU 4000-WRITE-LOG-EXIT.
110800 3100-LOG-REFUSED-EXIT.
110900     EXIT.
111000******************************************************************
111100*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
111200*    CONTROL; REFUSED UNLESS THE SUSPENSE MASTER LOAD AND THE    *
111300*    CLIENT MERGE APPLICATION HAVE COMPLETED SUCCESSFULLY FOR    *
111400*    THE CURRENT CYCLE                                           *
111500******************************************************************
111600 7000-RUN-CONTROL-IN.
111700     MOVE 'S'        TO RCLP-FUNCTION.
111800     MOVE 'CSR9824 ' TO RCLP-STEP-NAME.
111900     MOVE 'CSR9809 ' TO RCLP-PRODUCER-STEP.
112000     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
112100     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
112200     IF RCLP-RCTL-RC NOT = ZERO
112300         DISPLAY 'CSR9824 *** RUN REFUSED BY RUN CONTROL - '
112400                 RCLP-RCTL-MSG ' ***'
112500         MOVE 16 TO RETURN-CODE
112600     END-IF.
112700*    THE SECOND CHECK-IN IS ONLY ISSUED WHEN THE FIRST PASSED -
112800*    THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE REGISTER)
112900*    ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE THE FIRST
113000*    PRODUCER'S REFUSAL.
113100     IF RCLP-RCTL-RC = ZERO
113200         MOVE 'S'        TO RCLP-FUNCTION
113300         MOVE 'CSR9824 ' TO RCLP-STEP-NAME
113400         MOVE 'CSV0080 ' TO RCLP-PRODUCER-STEP
113500         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
113600         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
113700         IF RCLP-RCTL-RC NOT = ZERO
113800             DISPLAY 'CSR9824 *** RUN REFUSED BY RUN CONTROL - '
113900                     RCLP-RCTL-MSG ' ***'
114000             MOVE 16 TO RETURN-CODE
114100         ELSE
114200             MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
114300         END-IF
114400     END-IF.
114500 7000-RUN-CTL-IN-EXIT.
114600     EXIT.
114700******************************************************************
114800*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
114900*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
115000******************************************************************
115100 7100-RUN-CONTROL-OUT.
115200     MOVE 'E' TO RCLP-FUNCTION.
115300     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
115400     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
115500     IF RCLP-RCTL-RC NOT = ZERO
115600         DISPLAY 'CSR9824 *** RUN CONTROL CHECK-OUT FAILED - '
115700                 RCLP-RCTL-MSG ' ***'
115800         MOVE 16 TO RETURN-CODE
115900     ELSE
116000         MOVE RCLP-RETURN-CODE TO RETURN-CODE
116100     END-IF.
116200 7100-RUN-CTL-OUT-EXIT.
116300     EXIT.

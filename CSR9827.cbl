000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9827.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL SUSPENSE ACCOUNTING.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: DORMANT SUSPENSE ESCHEATMENT RUN.  SELECTS EVERY   *
000900*             CCSR98F0 ITEM WHOSE AGE, MEASURED FROM             *
001000*             R98F0-SUSPENSE-DATE TO THE RUN DATE, EXCEEDS THE   *
001100*             PARM-SUPPLIED DORMANCY PERIOD IN DAYS.  AN ITEM IS *
001200*             LEFT OUT WHEN ITS POLICY HAS AN OPEN CCSRCHR       *
001300*             CLAIMS HOLD, WHEN IT IS ALREADY PROPOSED FOR       *
001400*             WRITE-OFF ON THE CSR9808 CCSRJVP VOUCHER FILE, OR  *
001500*             WHEN IT IS ALREADY PROPOSED FOR CLEARING (AWAITING *
001600*             APPROVAL OR APPROVED) ON THE CSR9807 CCSRPCL FILE. *
001700*             ONLY A CREDIT BALANCE IS OWED TO ANYONE, SO AN     *
001800*             ITEM THAT IS NOT POSITIVE IS NEVER A CANDIDATE.    *
001900*             THE OWNING CLIENT IS FOUND ON THE CCSRSVE CLIENT   *
002000*             EXTRACT (FIRST ROW FOR THE POLICY, AS CSR9821) AND *
002100*             A DUE-DILIGENCE LETTER IS LISTED FOR IT UNLESS ITS *
002200*             ADDRESS CARRIES AN ACTIVE CCSRBAR RETURNED-MAIL    *
002300*             SUPPRESSION.  WRITES THE CCSRESC CANDIDATE FILE,   *
002400*             THE DUE-DILIGENCE LETTER LIST AND THE ANNUAL       *
002500*             REMITTANCE REPORT - EVERY CANDIDATE, THEN COUNTS   *
002600*             AND AMOUNTS BY COMPANY CODE AND CURRENCY.          *
002700*                                                                *
002800*             LETTER STATUS ON THE CANDIDATE FILE:               *
002900*               L  DUE-DILIGENCE LETTER LISTED                   *
003000*               S  NO LETTER - ACTIVE RETURNED-MAIL SUPPRESSION  *
003100*               U  NO LETTER - NO OWNING CLIENT ON CCSRSVE       *
003200******************************************************************
003300*    DATE     AUTH.  DESCRIPTION                                 *
003400*                                                                *
003500*  15OCT26     DOB   INITIAL VERSION                             *
003510*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
003520*                    DETAILS READ, THE CANDIDATES AND LETTERS    *
003530*                    AND THE ITEMS EXCLUDED TO THE CYCLE         *
003540*                    CONTROL-TOTAL FILE (CSRCTOT) FOR THE        *
003550*                    CSR9830 BALANCING STEP                      *
003560*  15OCT26     DOB   CORRECTED THE DAY SERIAL - LEAP DAYS ARE    *
003570*                    NOW COUNTED FOR COMPLETED YEARS ONLY, IN    *
003580*                    WHOLE QUOTIENTS, SO DORMANT DAYS NO LONGER  *
003590*                    GAIN OR LOSE A DAY ACROSS A LEAP-YEAR       *
003595*                    BOUNDARY                                    *
003596*  15OCT26     DOB   CARRY THE OWNER'S KANJI AND KANA NAME AND   *
003597*                    KANA ADDRESS DETAIL ON THE CANDIDATE ROW    *
003598*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
003599*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
003600*                    CHANGE TO THE RESULTS                       *
003601******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-3090.
004000 OBJECT-COMPUTER.   IBM-3090.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SUSPENSE-EXTRACT   ASSIGN TO SR98F0
004400                               ORGANIZATION IS SEQUENTIAL.
004500     SELECT CLIENT-EXTRACT     ASSIGN TO SVEIN
004600                               ORGANIZATION IS SEQUENTIAL.
004700     SELECT HOLD-REGISTER      ASSIGN TO CHRIN
004800                               ORGANIZATION IS SEQUENTIAL.
004900     SELECT RETURN-REGISTER    ASSIGN TO BARIN
005000                               ORGANIZATION IS SEQUENTIAL.
005100     SELECT WRITEOFF-VOUCHER   ASSIGN TO WOFIN
005200                               ORGANIZATION IS SEQUENTIAL.
005300     SELECT PROPOSED-CLEARING  ASSIGN TO PCLIN
005400                               ORGANIZATION IS SEQUENTIAL.
005500     SELECT PARM-FILE          ASSIGN TO PARMIN
005600                               ORGANIZATION IS SEQUENTIAL.
005700     SELECT CANDIDATE-OUT      ASSIGN TO ESCOUT
005800                               ORGANIZATION IS SEQUENTIAL.
005900     SELECT LETTER-OUT         ASSIGN TO ESLOUT
006000                               ORGANIZATION IS SEQUENTIAL.
006100     SELECT REMITTANCE-REPORT  ASSIGN TO ESCRPT
006200                               ORGANIZATION IS SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SUSPENSE-EXTRACT
006600     RECORDING MODE IS F.
006700     COPY ccsr98f0.
006800 FD  CLIENT-EXTRACT
006900     RECORDING MODE IS F.
007000     COPY CCSRSVE.
007100 FD  HOLD-REGISTER
007200     RECORDING MODE IS F.
007300     COPY CCSRCHR.
007400 FD  RETURN-REGISTER
007500     RECORDING MODE IS F.
007600     COPY CCSRBAR.
007700 FD  WRITEOFF-VOUCHER
007800     RECORDING MODE IS F.
007900     COPY CCSRJVP.
008000 FD  PROPOSED-CLEARING
008100     RECORDING MODE IS F.
008200     COPY CCSRPCL.
008300 FD  PARM-FILE
008400     RECORDING MODE IS F.
008500 01  PARM-RECORD.
008600     05  PARM-DORMANCY-DAYS         PIC 9(05).
008700 FD  CANDIDATE-OUT
008800     RECORDING MODE IS F.
008900     COPY CCSRESC.
009000******************************************************************
009100*    DUE-DILIGENCE LETTER LIST - ONE ROW PER CANDIDATE ITEM      *
009200*    WHOSE OWNER CAN BE WRITTEN TO, WITH THE NAME AND ADDRESS    *
009300*    THE LETTER GOES TO                                          *
009400******************************************************************
009500 FD  LETTER-OUT
009600     RECORDING MODE IS F.
009700 01  LTR-LETTER-REC.
009800     05  LTR-HOST-CLI-ID            PIC X(10).
009900     05  LTR-NAME-KANJI             PIC X(50).
010000     05  LTR-NAME-KANA              PIC X(50).
010100     05  LTR-ADDRESS-CD             PIC X(08).
010200     05  LTR-ADDR-DTL-KANA          PIC X(72).
010300     05  LTR-POLICY-NUMBER          PIC X(10).
010400     05  LTR-COMPANY-CODE           PIC X(02).
010500     05  LTR-CRCY-CD                PIC X(02).
010600     05  LTR-SUSPENSE-AMOUNT        PIC S9(11)V9(02).
010700     05  LTR-SUSPENSE-DATE          PIC X(10).
010800     05  LTR-DORMANT-DAYS           PIC 9(05).
010900 FD  REMITTANCE-REPORT
011000     RECORDING MODE IS F.
011100 01  REPORT-LINE                    PIC X(132).
011200 WORKING-STORAGE SECTION.
011300******************************************************************
011400*    SWITCHES AND COUNTERS                                       *
011500******************************************************************
011600 77  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
011700     88  END-OF-EXTRACT                         VALUE 'Y'.
011800 77  WS-SVE-EOF-SW                  PIC X(01)   VALUE 'N'.
011900     88  END-OF-CLIENT-FILE                     VALUE 'Y'.
012000 77  WS-CHR-EOF-SW                  PIC X(01)   VALUE 'N'.
012100     88  END-OF-HOLD-REGISTER                   VALUE 'Y'.
012200 77  WS-BAR-EOF-SW                  PIC X(01)   VALUE 'N'.
012300     88  END-OF-RETURN-REGISTER                 VALUE 'Y'.
012400 77  WS-JVP-EOF-SW                  PIC X(01)   VALUE 'N'.
012500     88  END-OF-WRITEOFF-FILE                   VALUE 'Y'.
012600 77  WS-PCL-EOF-SW                  PIC X(01)   VALUE 'N'.
012700     88  END-OF-CLEARING-FILE                   VALUE 'Y'.
012800 77  WS-TRAILER-SW                  PIC X(01)   VALUE 'N'.
012900     88  WS-TRAILER-SEEN                        VALUE 'Y'.
013000 77  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
013100     88  WS-FOUND                               VALUE 'Y'.
013200 77  WS-OVERFLOW-SW                 PIC X(01)   VALUE 'N'.
013300     88  WS-TABLE-OVERFLOW                      VALUE 'Y'.
013400 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
013500     88  WS-RUN-ABANDONED                       VALUE 'Y'.
013600 77  WS-CAN-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
013700 77  WS-CHR-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
013800 77  WS-BAR-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
013900 77  WS-JVP-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
014000 77  WS-PCL-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
014100 77  WS-REM-COUNT                   PIC S9(04)  COMP  VALUE ZERO.
014200 77  WS-DORMANCY-DAYS               PIC 9(05)   VALUE ZERO.
014300 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
014400 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
014500 77  WS-TODAY-SERIAL                PIC S9(07)  COMP  VALUE ZERO.
014600 77  WS-ITEM-SERIAL                 PIC S9(07)  COMP  VALUE ZERO.
014700 77  WS-DAYS-DORMANT                PIC S9(07)  COMP  VALUE ZERO.
014800 77  WS-NOT-DORMANT-COUNT           PIC S9(07)  COMP  VALUE ZERO.
014900 77  WS-HELD-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
015000 77  WS-WRITEOFF-COUNT              PIC S9(07)  COMP  VALUE ZERO.
015100 77  WS-CLEARING-COUNT              PIC S9(07)  COMP  VALUE ZERO.
015200 77  WS-NOT-CREDIT-COUNT            PIC S9(07)  COMP  VALUE ZERO.
015300 77  WS-BAD-DATE-COUNT              PIC S9(07)  COMP  VALUE ZERO.
015400 77  WS-LETTER-COUNT                PIC S9(07)  COMP  VALUE ZERO.
015500 77  WS-SUPPRESSED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
015600 77  WS-UNKNOWN-COUNT               PIC S9(07)  COMP  VALUE ZERO.
015700 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
015800 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
015900                                                     VALUE ZERO.
015910 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
015920 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
016000 01  WS-CANDIDATE-TOTAL             PIC S9(13)V9(02) COMP-3
016100                                                     VALUE ZERO.
016200******************************************************************
016300*    POLICY NUMBER WORK AREA - RSCVE-POL-ID IS SEVEN DIGITS,     *
016400*    R98F0-POLICY-NUMBER IS TEN BYTES ZERO-FILLED                *
016500******************************************************************
016600 77  WS-POL-ID-EXPAND               PIC 9(10)   VALUE ZERO.
016700 77  WS-POL-ID-X                    PIC X(10)   VALUE SPACES.
016800******************************************************************
016900*    DATE-TO-SERIAL WORK AREA - YYYYMMDD TO A DAY SERIAL SO      *
017000*    DORMANCY CAN BE MEASURED ACROSS MONTH AND YEAR ENDS.  THE   *
017100*    SUSPENSE DATE ARRIVES AS YYYY-MM-DD.                        *
017200******************************************************************
017300 01  WS-SERIAL-WORK.
017400     05  WS-SER-DATE                PIC X(08).
017500     05  WS-SER-DATE-R REDEFINES WS-SER-DATE.
017600         10  WS-SER-YEAR            PIC 9(04).
017700         10  WS-SER-MONTH           PIC 9(02).
017800         10  WS-SER-DAY             PIC 9(02).
017900     05  WS-SER-RESULT              PIC S9(07)  COMP.
018000     05  WS-SER-QUOT                PIC S9(07)  COMP.
018100     05  WS-SER-REM-4               PIC S9(04)  COMP.
018200     05  WS-SER-REM-100             PIC S9(04)  COMP.
018300     05  WS-SER-REM-400             PIC S9(04)  COMP.
018310     05  WS-SER-PRIOR-YEAR          PIC S9(04)  COMP.
018400 01  WS-MONTH-OFFSETS.
018500     05  FILLER                     PIC X(36)   VALUE
018600         '000031059090120151181212243273304334'.
018700 01  WS-MONTH-OFFSET-TBL REDEFINES WS-MONTH-OFFSETS.
018800     05  WS-MTH-OFFSET              PIC 9(03)
018900         OCCURS 12 TIMES.
019000******************************************************************
019100*    CANDIDATE HOLD TABLE - DORMANT ITEMS THAT PASSED EVERY      *
019200*    EXCLUSION, TABLED ON THE EXTRACT PASS SO ONE PASS OF THE    *
019300*    CLIENT EXTRACT CAN ATTACH EVERY OWNER                       *
019400******************************************************************
019500 01  WS-CAN-TABLE.
019600     05  WS-CAN-ENTRY OCCURS 5000 TIMES
019700                      INDEXED BY WS-CAN-NDX1.
019800         10  WS-CAN-COMPANY-CODE        PIC X(02).
019900         10  WS-CAN-SBSDRY-CO-ID        PIC X(02).
020000         10  WS-CAN-CRCY-CD             PIC X(02).
020100         10  WS-CAN-MLJ-ACCT            PIC X(08).
020200         10  WS-CAN-ING-ACCT            PIC X(06).
020300         10  WS-CAN-POLICY-NUMBER       PIC X(10).
020400         10  WS-CAN-SUSPENSE-DATE       PIC X(10).
020500         10  WS-CAN-SUSPENSE-AMOUNT     PIC S9(11)V9(02) COMP-3.
020600         10  WS-CAN-DORMANT-DAYS        PIC 9(05).
020700         10  WS-CAN-CLIENT-SW           PIC X(01).
020800             88  WS-CAN-CLIENT-FOUND            VALUE 'Y'.
020900         10  WS-CAN-HOST-CLI-ID         PIC X(10).
021000         10  WS-CAN-NAME-KANJI          PIC X(50).
021100         10  WS-CAN-NAME-KANA           PIC X(50).
021200         10  WS-CAN-ADDRESS-CD          PIC X(08).
021300         10  WS-CAN-ADDR-DTL-KANA       PIC X(72).
021400******************************************************************
021500*    OPEN CLAIMS-HOLD TABLE - POLICIES CARRYING AN OPEN HOLD ON  *
021600*    THE CURRENT CCSRCHR GENERATION                              *
021700******************************************************************
021800 01  WS-CHR-TABLE.
021900     05  WS-CHR-ENTRY OCCURS 2000 TIMES
022000                      INDEXED BY WS-CHR-NDX1.
022100         10  WS-CHR-POLICY-NUMBER       PIC X(10).
022200******************************************************************
022300*    ACTIVE SUPPRESSION TABLE - CLIENT AND ADDRESS PAIRS WITH AN *
022400*    ACTIVE SUPPRESSION ON THE CURRENT CCSRBAR GENERATION        *
022500******************************************************************
022600 01  WS-BAR-TABLE.
022700     05  WS-BAR-ENTRY OCCURS 2000 TIMES
022800                      INDEXED BY WS-BAR-NDX1.
022900         10  WS-BAR-HOST-CLI-ID         PIC X(10).
023000         10  WS-BAR-ADDRESS-CD          PIC X(08).
023100******************************************************************
023200*    PROPOSED WRITE-OFF AND PROPOSED CLEARING TABLES - ITEMS     *
023300*    BY POLICY AND SUSPENSE DATE                                 *
023400******************************************************************
023500 01  WS-JVP-TABLE.
023600     05  WS-JVP-ENTRY OCCURS 5000 TIMES
023700                      INDEXED BY WS-JVP-NDX1.
023800         10  WS-JVP-POLICY-NUMBER       PIC X(10).
023900         10  WS-JVP-SUSPENSE-DATE       PIC X(10).
024000 01  WS-PCL-TABLE.
024100     05  WS-PCL-ENTRY OCCURS 5000 TIMES
024200                      INDEXED BY WS-PCL-NDX1.
024300         10  WS-PCL-POLICY-NUMBER       PIC X(10).
024400         10  WS-PCL-SUSPENSE-DATE       PIC X(10).
024500******************************************************************
024600*    REMITTANCE SUMMARY TABLE - ONE SLOT PER COMPANY CODE AND    *
024700*    CURRENCY, IN ORDER OF FIRST APPEARANCE                      *
024800******************************************************************
024900 01  WS-REM-TABLE.
025000     05  WS-REM-ENTRY OCCURS 200 TIMES
025100                      INDEXED BY WS-REM-NDX1 WS-REM-NDX2.
025200         10  WS-REM-COMPANY-CODE        PIC X(02).
025300         10  WS-REM-CRCY-CD             PIC X(02).
025400         10  WS-REM-ITEM-COUNT          PIC S9(07)  COMP.
025500         10  WS-REM-LETTER-COUNT        PIC S9(07)  COMP.
025600         10  WS-REM-AMOUNT              PIC S9(13)V9(02) COMP-3.
025700******************************************************************
025800*    REMITTANCE REPORT LINES                                     *
025900******************************************************************
026000 01  HDG-LINE-1.
026100     05  FILLER                     PIC X(40) VALUE
026200             'CSR9827 DORMANT SUSPENSE ESCHEATMENT    '.
026300     05  FILLER                     PIC X(12) VALUE
026400             'REPORT YEAR '.
026500     05  HDG-REPORT-YEAR            PIC X(04).
026600     05  FILLER                     PIC X(04) VALUE SPACES.
026700     05  FILLER                     PIC X(15) VALUE
026800             'DORMANCY DAYS: '.
026900     05  HDG-DORMANCY-DAYS          PIC ZZZZ9.
027000     05  FILLER                     PIC X(04) VALUE SPACES.
027100     05  FILLER                     PIC X(06) VALUE 'CYCLE '.
027200     05  HDG-CYCLE-NBR              PIC 9(07).
027300 01  HDG-LINE-2.
027400     05  FILLER                     PIC X(04) VALUE 'CO  '.
027500     05  FILLER                     PIC X(05) VALUE 'CCY  '.
027600     05  FILLER                     PIC X(12) VALUE
027700             'POLICY      '.
027800     05  FILLER                     PIC X(12) VALUE
027900             'SUSP DATE   '.
028000     05  FILLER                     PIC X(20) VALUE
028100             '    SUSPENSE AMOUNT '.
028200     05  FILLER                     PIC X(08) VALUE
028300             ' DORMANT'.
028400     05  FILLER                     PIC X(02) VALUE SPACES.
028500     05  FILLER                     PIC X(12) VALUE
028600             'CLIENT      '.
028700     05  FILLER                     PIC X(10) VALUE
028800             'ADDRESS   '.
028900     05  FILLER                     PIC X(14) VALUE
029000             'LETTER        '.
029100 01  DET-LINE.
029200     05  DET-COMPANY-CODE           PIC X(02).
029300     05  FILLER                     PIC X(02) VALUE SPACES.
029400     05  DET-CRCY                   PIC X(02).
029500     05  FILLER                     PIC X(03) VALUE SPACES.
029600     05  DET-POLICY-NBR             PIC X(10).
029700     05  FILLER                     PIC X(02) VALUE SPACES.
029800     05  DET-SUSPENSE-DATE          PIC X(10).
029900     05  FILLER                     PIC X(02) VALUE SPACES.
030000     05  DET-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
030100     05  FILLER                     PIC X(03) VALUE SPACES.
030200     05  DET-DORMANT-DAYS           PIC ZZZZ9.
030300     05  FILLER                     PIC X(02) VALUE SPACES.
030400     05  DET-HOST-CLI-ID            PIC X(10).
030500     05  FILLER                     PIC X(02) VALUE SPACES.
030600     05  DET-ADDRESS-CD             PIC X(08).
030700     05  FILLER                     PIC X(02) VALUE SPACES.
030800     05  DET-LETTER                 PIC X(14).
030900 01  REM-TITLE-LINE.
031000     05  FILLER                     PIC X(40) VALUE
031100             'ANNUAL REMITTANCE BY COMPANY AND CURRENC'.
031200     05  FILLER                     PIC X(01) VALUE 'Y'.
031300 01  REM-HDG-LINE.
031400     05  FILLER                     PIC X(04) VALUE 'CO  '.
031500     05  FILLER                     PIC X(05) VALUE 'CCY  '.
031600     05  FILLER                     PIC X(10) VALUE
031700             '    ITEMS '.
031800     05  FILLER                     PIC X(10) VALUE
031900             '  LETTERS '.
032000     05  FILLER                     PIC X(22) VALUE
032100             '     REMITTANCE AMOUNT'.
032200 01  REM-DET-LINE.
032300     05  REM-COMPANY-CODE           PIC X(02).
032400     05  FILLER                     PIC X(02) VALUE SPACES.
032500     05  REM-CRCY                   PIC X(02).
032600     05  FILLER                     PIC X(03) VALUE SPACES.
032700     05  REM-ITEM-COUNT             PIC ZZZ,ZZ9.
032800     05  FILLER                     PIC X(03) VALUE SPACES.
032900     05  REM-LETTER-COUNT           PIC ZZZ,ZZ9.
033000     05  FILLER                     PIC X(03) VALUE SPACES.
033100     05  REM-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033200 01  SUM-LINE-1.
033300     05  FILLER                     PIC X(26)  VALUE
033400             'ESCHEATMENT CANDIDATES:   '.
033500     05  SUM-CAN-COUNT              PIC ZZZ,ZZ9.
033600     05  FILLER                     PIC X(05)  VALUE SPACES.
033700     05  FILLER                     PIC X(08)  VALUE 'AMOUNT: '.
033800     05  SUM-CAN-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
033900 01  SUM-LINE-2.
034000     05  FILLER                     PIC X(26)  VALUE
034100             'DUE-DILIGENCE LETTERS:    '.
034200     05  SUM-LETTER-COUNT           PIC ZZZ,ZZ9.
034300 01  SUM-LINE-3.
034400     05  FILLER                     PIC X(26)  VALUE
034500             'NO LETTER - MAIL SUPPRESS:'.
034600     05  SUM-SUPPRESSED-COUNT       PIC ZZZ,ZZ9.
034700 01  SUM-LINE-4.
034800     05  FILLER                     PIC X(26)  VALUE
034900             'NO LETTER - OWNER UNKNOWN:'.
035000     05  SUM-UNKNOWN-COUNT          PIC ZZZ,ZZ9.
035100 01  SUM-LINE-5.
035200     05  FILLER                     PIC X(26)  VALUE
035300             'EXCLUDED - CLAIMS HOLD:   '.
035400     05  SUM-HELD-COUNT             PIC ZZZ,ZZ9.
035500 01  SUM-LINE-6.
035600     05  FILLER                     PIC X(26)  VALUE
035700             'EXCLUDED - WRITE-OFF PROP:'.
035800     05  SUM-WRITEOFF-COUNT         PIC ZZZ,ZZ9.
035900 01  SUM-LINE-7.
036000     05  FILLER                     PIC X(26)  VALUE
036100             'EXCLUDED - CLEARING PROP: '.
036200     05  SUM-CLEARING-COUNT         PIC ZZZ,ZZ9.
036300 01  SUM-LINE-8.
036400     05  FILLER                     PIC X(26)  VALUE
036500             'EXCLUDED - NOT A CREDIT:  '.
036600     05  SUM-NOT-CREDIT-COUNT       PIC ZZZ,ZZ9.
036700 01  SUM-LINE-9.
036800     05  FILLER                     PIC X(26)  VALUE
036900             'SUSPENSE DATE INVALID:    '.
037000     05  SUM-BAD-DATE-COUNT         PIC ZZZ,ZZ9.
037100 01  SUM-LINE-10.
037200     05  FILLER                     PIC X(26)  VALUE
037300             'NOT YET DORMANT:          '.
037400     05  SUM-NOT-DORMANT-COUNT      PIC ZZZ,ZZ9.
037500******************************************************************
037600*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
037700******************************************************************
037800     COPY CCSRRCLP.
037810******************************************************************
037820*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
037830******************************************************************
037840     COPY CCSRCTLP.
037900 PROCEDURE DIVISION.
038000******************************************************************
038100*    0000-MAINLINE                                               *
038200******************************************************************
038300 0000-MAINLINE.
038400     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
038500     IF RCLP-RCTL-RC = ZERO
038600         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
038700         PERFORM 2000-PROCESS-EXTRACT
038800                 THRU 2000-PROCESS-EXTRACT-EXIT
038900                 UNTIL END-OF-EXTRACT
039000         PERFORM 2500-ATTACH-OWNERS
039100                 THRU 2500-ATTACH-OWNERS-EXIT
039200         IF NOT WS-RUN-ABANDONED
039300             PERFORM 2600-ISSUE-CANDIDATE
039400                     THRU 2600-ISSUE-CANDIDATE-EXIT
039500                     VARYING WS-CAN-NDX1 FROM 1 BY 1
039600                     UNTIL WS-CAN-NDX1 > WS-CAN-COUNT
039700         END-IF
039800         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
039810         PERFORM 7200-POST-CONTROL-TOTALS
039820                 THRU 7200-POST-CTL-EXIT
039900         PERFORM 7100-RUN-CONTROL-OUT
040000                 THRU 7100-RUN-CTL-OUT-EXIT
040100     END-IF.
040200     STOP RUN.
040300******************************************************************
040400*    1000-INITIALIZE - READ PARM, LOAD THE OPEN HOLDS, ACTIVE    *
040500*    SUPPRESSIONS AND THE WRITE-OFF AND CLEARING PROPOSALS,      *
040600*    THEN PRIME THE EXTRACT.  THE DORMANCY PERIOD IS A           *
040700*    STATUTORY FIGURE WITH NO SAFE DEFAULT, SO A MISSING PARM    *
040800*    ABANDONS THE RUN, AS DOES ANY TABLE OVERFLOW - A PARTIAL    *
040900*    EXCLUSION TABLE WOULD PUT HELD OR PROPOSED ITEMS FORWARD.   *
041000******************************************************************
041100 1000-INITIALIZE.
041200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
041300     MOVE WS-RUN-DATE TO WS-SER-DATE.
041400     PERFORM 9200-DATE-TO-SERIAL   THRU 9200-DATE-SERIAL-EXIT.
041500     MOVE WS-SER-RESULT TO WS-TODAY-SERIAL.
041600     OPEN INPUT  PARM-FILE.
041700     READ PARM-FILE
041800         AT END
041900             MOVE ZERO TO PARM-DORMANCY-DAYS
042000     END-READ.
042100     CLOSE PARM-FILE.
042200     IF PARM-DORMANCY-DAYS NOT NUMERIC
042300        OR PARM-DORMANCY-DAYS = ZERO
042400         DISPLAY 'CSR9827 *** DORMANCY PERIOD PARM MISSING - '
042500                 'RUN ABANDONED ***'
042600         MOVE 16 TO RETURN-CODE
042700         SET WS-RUN-ABANDONED TO TRUE
042800         SET END-OF-EXTRACT TO TRUE
042850     ELSE
042900         MOVE PARM-DORMANCY-DAYS TO WS-DORMANCY-DAYS
042950         PERFORM 1500-LOAD-EXCLUSIONS THRU 1500-LOAD-EXCL-EXIT
043000     END-IF.
043010     IF NOT WS-RUN-ABANDONED
043020         OPEN INPUT  SUSPENSE-EXTRACT
043030         PERFORM 8000-READ-EXTRACT THRU 8000-READ-EXTRACT-EXIT
043040     END-IF.
043050 1000-INITIALIZE-EXIT.
043060     EXIT.
043070******************************************************************
043080*    1500-LOAD-EXCLUSIONS - TABLE THE OPEN HOLDS, SUPPRESSED     *
043090*    ADDRESSES, WRITE-OFFS AND PROPOSED CLEARINGS THAT KEEP AN   *
043100*    ITEM OFF THE CANDIDATE LIST                                 *
043110******************************************************************
043120 1500-LOAD-EXCLUSIONS.
043200     OPEN INPUT HOLD-REGISTER.
043300     PERFORM 1600-LOAD-OPEN-HOLD   THRU 1600-LOAD-CHR-EXIT
043400             UNTIL END-OF-HOLD-REGISTER.
043500     CLOSE HOLD-REGISTER.
043600     OPEN INPUT RETURN-REGISTER.
043700     PERFORM 1700-LOAD-SUPPRESSION THRU 1700-LOAD-BAR-EXIT
043800             UNTIL END-OF-RETURN-REGISTER.
043900     CLOSE RETURN-REGISTER.
044000     OPEN INPUT WRITEOFF-VOUCHER.
044100     PERFORM 1800-LOAD-WRITEOFF    THRU 1800-LOAD-JVP-EXIT
044200             UNTIL END-OF-WRITEOFF-FILE.
044300     CLOSE WRITEOFF-VOUCHER.
044400     OPEN INPUT PROPOSED-CLEARING.
044500     PERFORM 1900-LOAD-CLEARING    THRU 1900-LOAD-PCL-EXIT
044600             UNTIL END-OF-CLEARING-FILE.
044700     CLOSE PROPOSED-CLEARING.
044800     IF WS-TABLE-OVERFLOW
044900         DISPLAY 'CSR9827 *** HOLD TABLE CAPACITY EXCEEDED - '
045000                 'RUN ABANDONED ***'
045100         MOVE 16 TO RETURN-CODE
045200         SET WS-RUN-ABANDONED TO TRUE
045300         SET END-OF-EXTRACT TO TRUE
045500     END-IF.
045600 1500-LOAD-EXCL-EXIT.
045900     EXIT.
046000******************************************************************
046100*    1600-LOAD-OPEN-HOLD - TABLE EVERY POLICY WITH AN OPEN HOLD  *
046200******************************************************************
046300 1600-LOAD-OPEN-HOLD.
046400     READ HOLD-REGISTER
046500         AT END
046600             SET END-OF-HOLD-REGISTER TO TRUE
046700     END-READ.
046800     IF NOT END-OF-HOLD-REGISTER
046900        AND CHR-HOLD-OPEN
047000         IF WS-CHR-COUNT < 2000
047100             ADD 1 TO WS-CHR-COUNT
047200             SET WS-CHR-NDX1 TO WS-CHR-COUNT
047300             MOVE CHR-POLICY-NUMBER
047400                  TO WS-CHR-POLICY-NUMBER(WS-CHR-NDX1)
047500         ELSE
047600             IF NOT WS-TABLE-OVERFLOW
047700                 SET WS-TABLE-OVERFLOW TO TRUE
047800                 DISPLAY 'CSR9827 *** OPEN HOLDS EXCEED 2000 ROW '
047900                         'TABLE CAPACITY - RUN ABANDONED ***'
048000             END-IF
048100         END-IF
048200     END-IF.
048300 1600-LOAD-CHR-EXIT.
048400     EXIT.
048500******************************************************************
048600*    1700-LOAD-SUPPRESSION - TABLE EVERY ACTIVE SUPPRESSION      *
048700******************************************************************
048800 1700-LOAD-SUPPRESSION.
048900     READ RETURN-REGISTER
049000         AT END
049100             SET END-OF-RETURN-REGISTER TO TRUE
049200     END-READ.
049300     IF NOT END-OF-RETURN-REGISTER
049400        AND BAR-SUPPRESS-ACTIVE
049500         IF WS-BAR-COUNT < 2000
049600             ADD 1 TO WS-BAR-COUNT
049700             SET WS-BAR-NDX1 TO WS-BAR-COUNT
049800             MOVE BAR-HOST-CLI-ID
049900                  TO WS-BAR-HOST-CLI-ID(WS-BAR-NDX1)
050000             MOVE BAR-ADDRESS-CD
050100                  TO WS-BAR-ADDRESS-CD(WS-BAR-NDX1)
050200         ELSE
050300             IF NOT WS-TABLE-OVERFLOW
050400                 SET WS-TABLE-OVERFLOW TO TRUE
050500                 DISPLAY 'CSR9827 *** ACTIVE SUPPRESSIONS EXCEED '
050600                         '2000 ROW TABLE CAPACITY - RUN '
050700                         'ABANDONED ***'
050800             END-IF
050900         END-IF
051000     END-IF.
051100 1700-LOAD-BAR-EXIT.
051200     EXIT.
051300******************************************************************
051400*    1800-LOAD-WRITEOFF - TABLE EVERY ITEM ON THE WRITE-OFF      *
051500*    VOUCHER FILE, STANDARD AND SENIOR-APPROVAL ALIKE            *
051600******************************************************************
051700 1800-LOAD-WRITEOFF.
051800     READ WRITEOFF-VOUCHER
051900         AT END
052000             SET END-OF-WRITEOFF-FILE TO TRUE
052100     END-READ.
052200     IF NOT END-OF-WRITEOFF-FILE
052300         IF WS-JVP-COUNT < 5000
052400             ADD 1 TO WS-JVP-COUNT
052500             SET WS-JVP-NDX1 TO WS-JVP-COUNT
052600             MOVE JVP-POLICY-NUMBER
052700                  TO WS-JVP-POLICY-NUMBER(WS-JVP-NDX1)
052800             MOVE JVP-SUSPENSE-DATE
052900                  TO WS-JVP-SUSPENSE-DATE(WS-JVP-NDX1)
053000         ELSE
053100             IF NOT WS-TABLE-OVERFLOW
053200                 SET WS-TABLE-OVERFLOW TO TRUE
053300                 DISPLAY 'CSR9827 *** WRITE-OFF PROPOSALS EXCEED '
053400                         '5000 ROW TABLE CAPACITY - RUN '
053500                         'ABANDONED ***'
053600             END-IF
053700         END-IF
053800     END-IF.
053900 1800-LOAD-JVP-EXIT.
054000     EXIT.
054100******************************************************************
054200*    1900-LOAD-CLEARING - TABLE EVERY CLEARING PROPOSAL STILL    *
054300*    LIVE - AWAITING APPROVAL OR APPROVED.  A REJECTED PROPOSAL  *
054400*    LEAVES THE ITEM OPEN AND ELIGIBLE.                          *
054500******************************************************************
054600 1900-LOAD-CLEARING.
054700     READ PROPOSED-CLEARING
054800         AT END
054900             SET END-OF-CLEARING-FILE TO TRUE
055000     END-READ.
055100     IF NOT END-OF-CLEARING-FILE
055200        AND NOT PCL-REJECTED
055300         IF WS-PCL-COUNT < 5000
055400             ADD 1 TO WS-PCL-COUNT
055500             SET WS-PCL-NDX1 TO WS-PCL-COUNT
055600             MOVE PCL-POLICY-NUMBER
055700                  TO WS-PCL-POLICY-NUMBER(WS-PCL-NDX1)
055800             MOVE PCL-SUSPENSE-DATE
055900                  TO WS-PCL-SUSPENSE-DATE(WS-PCL-NDX1)
056000         ELSE
056100             IF NOT WS-TABLE-OVERFLOW
056200                 SET WS-TABLE-OVERFLOW TO TRUE
056300                 DISPLAY 'CSR9827 *** CLEARING PROPOSALS EXCEED '
056400                         '5000 ROW TABLE CAPACITY - RUN '
056500                         'ABANDONED ***'
056600             END-IF
056700         END-IF
056800     END-IF.
056900 1900-LOAD-PCL-EXIT.
057000     EXIT.
057100******************************************************************
057200*    2000-PROCESS-EXTRACT - AGE ONE ITEM FROM ITS SUSPENSE DATE  *
057300*    AND TABLE IT AS A CANDIDATE WHEN DORMANT AND NOT EXCLUDED.  *
057400*    THE EXCLUSIONS RUN IN PRIORITY ORDER AND THE FIRST ONE      *
057500*    THAT APPLIES IS THE ONE COUNTED.                            *
057600******************************************************************
057700 2000-PROCESS-EXTRACT.
057800     IF R98F0-SUSPENSE-DATE(1:4) NOT NUMERIC
057900        OR R98F0-SUSPENSE-DATE(6:2) NOT NUMERIC
058000        OR R98F0-SUSPENSE-DATE(9:2) NOT NUMERIC
058100         ADD 1 TO WS-BAD-DATE-COUNT
058150     ELSE
058200         PERFORM 2100-AGE-ITEM THRU 2100-AGE-ITEM-EXIT
058300     END-IF.
058320     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
058340 2000-PROCESS-EXTRACT-EXIT.
058360     EXIT.
058380 2100-AGE-ITEM.
058400     MOVE R98F0-SUSPENSE-DATE(1:4) TO WS-SER-DATE(1:4).
058500     MOVE R98F0-SUSPENSE-DATE(6:2) TO WS-SER-DATE(5:2).
058600     MOVE R98F0-SUSPENSE-DATE(9:2) TO WS-SER-DATE(7:2).
058700     IF WS-SER-MONTH < 1 OR WS-SER-MONTH > 12
058800         ADD 1 TO WS-BAD-DATE-COUNT
058810     ELSE
058820         PERFORM 9200-DATE-TO-SERIAL THRU 9200-DATE-SERIAL-EXIT
058830         MOVE WS-SER-RESULT TO WS-ITEM-SERIAL
058840         COMPUTE WS-DAYS-DORMANT =
058850                 WS-TODAY-SERIAL - WS-ITEM-SERIAL
058851         EVALUATE TRUE
058860             WHEN WS-DAYS-DORMANT NOT > WS-DORMANCY-DAYS
058870                 ADD 1 TO WS-NOT-DORMANT-COUNT
058880             WHEN R98F0-SUSPENSE-AMOUNT NOT > ZERO
058890                 ADD 1 TO WS-NOT-CREDIT-COUNT
058900             WHEN OTHER
058910                 PERFORM 2200-CHECK-EXCLUSIONS
058920                         THRU 2200-CHECK-EXCL-EXIT
058930         END-EVALUATE
059000     END-IF.
059100 2100-AGE-ITEM-EXIT.
059200     EXIT.
059300 2200-CHECK-EXCLUSIONS.
060200     PERFORM 6000-FIND-OPEN-HOLD   THRU 6000-FIND-HOLD-EXIT.
060300     IF WS-FOUND
060400         ADD 1 TO WS-HELD-COUNT
060500     ELSE
060600         PERFORM 6200-FIND-WRITEOFF THRU 6200-FIND-JVP-EXIT
060800         IF WS-FOUND
060900             ADD 1 TO WS-WRITEOFF-COUNT
061000         ELSE
061100             PERFORM 6300-FIND-CLEARING THRU 6300-FIND-PCL-EXIT
061300             IF WS-FOUND
061400                 ADD 1 TO WS-CLEARING-COUNT
061420             ELSE
061440                 PERFORM 4000-TABLE-CANDIDATE
061460                         THRU 4000-TABLE-CAN-EXIT
061480             END-IF
061500         END-IF
061600     END-IF.
061700 2200-CHECK-EXCL-EXIT.
062100     EXIT.
062200******************************************************************
062300*    2500-ATTACH-OWNERS - AN EXTRACT WITHOUT A TRAILER, OR ONE   *
062400*    THAT FAILED ITS TRAILER CHECK, ABANDONS THE RUN BEFORE      *
062500*    ANYTHING IS WRITTEN.  OTHERWISE ONE PASS OF THE CLIENT      *
062600*    EXTRACT ATTACHES EVERY CANDIDATE'S OWNER.                   *
062700******************************************************************
062800 2500-ATTACH-OWNERS.
062900     IF NOT WS-RUN-ABANDONED
063000         CLOSE SUSPENSE-EXTRACT
063300         IF NOT WS-TRAILER-SEEN
063400             DISPLAY 'CSR9827 *** NO TRAILER ON EXTRACT - '
063500                     'EXTRACT MAY BE INCOMPLETE ***'
063600             MOVE 16 TO RETURN-CODE
063700         END-IF
063800         IF RETURN-CODE = 16
063900            OR WS-TABLE-OVERFLOW
064000             DISPLAY 'CSR9827 *** NO CANDIDATES WRITTEN - RUN '
064100                     'ABANDONED ***'
064200             MOVE 16 TO RETURN-CODE
064300             SET WS-RUN-ABANDONED TO TRUE
064400         END-IF
064500     END-IF.
064550     IF NOT WS-RUN-ABANDONED
064600         OPEN INPUT CLIENT-EXTRACT
064700         PERFORM 2550-ATTACH-CLIENT    THRU 2550-ATTACH-CLI-EXIT
064800                 UNTIL END-OF-CLIENT-FILE
064900         CLOSE CLIENT-EXTRACT
065000         OPEN OUTPUT CANDIDATE-OUT
065100                     LETTER-OUT
065150                     REMITTANCE-REPORT
065200         MOVE WS-RUN-DATE(1:4)  TO HDG-REPORT-YEAR
065250         MOVE WS-DORMANCY-DAYS  TO HDG-DORMANCY-DAYS
065300         MOVE WS-CYCLE-NBR      TO HDG-CYCLE-NBR
065350         WRITE REPORT-LINE FROM HDG-LINE-1
065400         WRITE REPORT-LINE FROM HDG-LINE-2
065450     END-IF.
065800 2500-ATTACH-OWNERS-EXIT.
065900     EXIT.
066000******************************************************************
066100*    2550-ATTACH-CLIENT - OFFER ONE CLIENT EXTRACT ROW TO EVERY  *
066200*    CANDIDATE ON ITS POLICY.  THE EXTRACT CARRIES ONE ROW PER   *
066300*    BENEFICIARY, SO A CANDIDATE THAT ALREADY HAS ITS OWNER      *
066400*    KEEPS THE FIRST ROW SEEN                                    *
066500******************************************************************
066600 2550-ATTACH-CLIENT.
066700     READ CLIENT-EXTRACT
066800         AT END
066900             SET END-OF-CLIENT-FILE TO TRUE
067000     END-READ.
067100     IF NOT END-OF-CLIENT-FILE
067200         MOVE RSCVE-POL-ID TO WS-POL-ID-EXPAND
067300         MOVE WS-POL-ID-EXPAND TO WS-POL-ID-X
067400         PERFORM 2560-ATTACH-CLI-SLOT THRU 2560-ATTACH-SLOT-EXIT
067500                 VARYING WS-CAN-NDX1 FROM 1 BY 1
067600                 UNTIL WS-CAN-NDX1 > WS-CAN-COUNT
067700     END-IF.
067800 2550-ATTACH-CLI-EXIT.
067900     EXIT.
068000 2560-ATTACH-CLI-SLOT.
068100     IF WS-CAN-POLICY-NUMBER(WS-CAN-NDX1) = WS-POL-ID-X
068200        AND NOT WS-CAN-CLIENT-FOUND(WS-CAN-NDX1)
068300         MOVE 'Y' TO WS-CAN-CLIENT-SW(WS-CAN-NDX1)
068400         MOVE RSCVE-HOST-CLI-ID
068500              TO WS-CAN-HOST-CLI-ID(WS-CAN-NDX1)
068600         MOVE RSCVE-NAME-KANJI
068700              TO WS-CAN-NAME-KANJI(WS-CAN-NDX1)
068800         MOVE RSCVE-NAME-KANA
068900              TO WS-CAN-NAME-KANA(WS-CAN-NDX1)
069000         MOVE RSCVE-ADDRESS-CD
069100              TO WS-CAN-ADDRESS-CD(WS-CAN-NDX1)
069200         MOVE RSCVE-ADDR-DTL-KANA
069300              TO WS-CAN-ADDR-DTL-KANA(WS-CAN-NDX1)
069400     END-IF.
069500 2560-ATTACH-SLOT-EXIT.
069600     EXIT.
069700******************************************************************
069800*    2600-ISSUE-CANDIDATE - DECIDE THE LETTER, WRITE THE         *
069900*    CANDIDATE ROW, LIST THE LETTER AND ADD THE ITEM TO ITS      *
070000*    COMPANY AND CURRENCY REMITTANCE TOTAL                       *
070100******************************************************************
070200 2600-ISSUE-CANDIDATE.
070300     MOVE SPACES                 TO ESC-CANDIDATE-REC.
070400     MOVE WS-CAN-COMPANY-CODE(WS-CAN-NDX1)   TO ESC-COMPANY-CODE.
070500     MOVE WS-CAN-SBSDRY-CO-ID(WS-CAN-NDX1)   TO ESC-SBSDRY-CO-ID.
070600     MOVE WS-CAN-CRCY-CD(WS-CAN-NDX1)        TO ESC-CRCY-CD.
070700     MOVE WS-CAN-MLJ-ACCT(WS-CAN-NDX1)       TO ESC-MLJ-ACCT.
070800     MOVE WS-CAN-ING-ACCT(WS-CAN-NDX1)       TO ESC-ING-ACCT.
070900     MOVE WS-CAN-POLICY-NUMBER(WS-CAN-NDX1)  TO ESC-POLICY-NUMBER.
071000     MOVE WS-CAN-SUSPENSE-DATE(WS-CAN-NDX1)  TO ESC-SUSPENSE-DATE.
071100     MOVE WS-CAN-SUSPENSE-AMOUNT(WS-CAN-NDX1)
071200          TO ESC-SUSPENSE-AMOUNT.
071300     MOVE WS-CAN-DORMANT-DAYS(WS-CAN-NDX1)   TO ESC-DORMANT-DAYS.
071400     MOVE WS-CAN-HOST-CLI-ID(WS-CAN-NDX1)    TO ESC-HOST-CLI-ID.
071420     MOVE WS-CAN-NAME-KANJI(WS-CAN-NDX1)     TO ESC-NAME-KANJI.
071440     MOVE WS-CAN-NAME-KANA(WS-CAN-NDX1)      TO ESC-NAME-KANA.
071500     MOVE WS-CAN-ADDRESS-CD(WS-CAN-NDX1)     TO ESC-ADDRESS-CD.
071550     MOVE WS-CAN-ADDR-DTL-KANA(WS-CAN-NDX1)  TO ESC-ADDR-DTL-KANA.
071600     MOVE WS-CYCLE-NBR           TO ESC-CYCLE-NBR.
071700     MOVE WS-RUN-DATE            TO ESC-RUN-DATE.
071800     IF NOT WS-CAN-CLIENT-FOUND(WS-CAN-NDX1)
071900         SET ESC-OWNER-UNKNOWN TO TRUE
072000     ELSE
072100         PERFORM 6100-FIND-SUPPRESSION THRU 6100-FIND-SUPP-EXIT
072200         IF WS-FOUND
072300             SET ESC-ADDRESS-SUPPRESSED TO TRUE
072400         ELSE
072500             SET ESC-LETTER-ISSUED TO TRUE
072600         END-IF
072700     END-IF.
072800     WRITE ESC-CANDIDATE-REC.
072900     PERFORM 6400-FIND-REMITTANCE  THRU 6400-FIND-REM-EXIT.
073000     IF NOT WS-RUN-ABANDONED
073100         ADD 1 TO WS-REM-ITEM-COUNT(WS-REM-NDX2)
073400         ADD WS-CAN-SUSPENSE-AMOUNT(WS-CAN-NDX1)
073500             TO WS-REM-AMOUNT(WS-REM-NDX2)
073600                WS-CANDIDATE-TOTAL
073700         EVALUATE TRUE
073800             WHEN ESC-LETTER-ISSUED
073900                 PERFORM 4500-LIST-LETTER
073950                         THRU 4500-LIST-LETTER-EXIT
074000                 ADD 1 TO WS-REM-LETTER-COUNT(WS-REM-NDX2)
074100                 MOVE 'LETTER LISTED ' TO DET-LETTER
074200             WHEN ESC-ADDRESS-SUPPRESSED
074300                 ADD 1 TO WS-SUPPRESSED-COUNT
074400                 MOVE 'MAIL SUPPRESS ' TO DET-LETTER
074500             WHEN OTHER
074600                 ADD 1 TO WS-UNKNOWN-COUNT
074700                 MOVE 'OWNER UNKNOWN ' TO DET-LETTER
074750         END-EVALUATE
074800         PERFORM 4800-PRINT-CANDIDATE  THRU 4800-PRINT-CAN-EXIT
074850     END-IF.
075000 2600-ISSUE-CANDIDATE-EXIT.
075100     EXIT.
075200******************************************************************
075300*    4000-TABLE-CANDIDATE - HOLD A DORMANT ITEM FOR THE OWNER    *
075400*    PASS                                                        *
075500******************************************************************
075600 4000-TABLE-CANDIDATE.
075700     IF WS-CAN-COUNT >= 5000
075800         IF NOT WS-TABLE-OVERFLOW
075900             SET WS-TABLE-OVERFLOW TO TRUE
076000             DISPLAY 'CSR9827 *** CANDIDATES EXCEED 5000 ROW '
076100                     'TABLE CAPACITY - RUN ABANDONED ***'
076200         END-IF
076300     ELSE
076400         ADD 1 TO WS-CAN-COUNT
076500         SET WS-CAN-NDX1 TO WS-CAN-COUNT
076700         MOVE R98F0-COMPANY-CODE
076800              TO WS-CAN-COMPANY-CODE(WS-CAN-NDX1)
076900         MOVE R98F0-SBSDRY-CO-ID
076950              TO WS-CAN-SBSDRY-CO-ID(WS-CAN-NDX1)
077000         MOVE R98F0-CRCY-CD  TO WS-CAN-CRCY-CD(WS-CAN-NDX1)
077100         MOVE R98F0-MLJ-ACCT TO WS-CAN-MLJ-ACCT(WS-CAN-NDX1)
077200         MOVE R98F0-ING-ACCT TO WS-CAN-ING-ACCT(WS-CAN-NDX1)
077400         MOVE R98F0-POLICY-NUMBER
077500              TO WS-CAN-POLICY-NUMBER(WS-CAN-NDX1)
077600         MOVE R98F0-SUSPENSE-DATE
077700              TO WS-CAN-SUSPENSE-DATE(WS-CAN-NDX1)
077800         MOVE R98F0-SUSPENSE-AMOUNT
077900              TO WS-CAN-SUSPENSE-AMOUNT(WS-CAN-NDX1)
078000         IF WS-DAYS-DORMANT > 99999
078100             MOVE 99999 TO WS-CAN-DORMANT-DAYS(WS-CAN-NDX1)
078200         ELSE
078300             MOVE WS-DAYS-DORMANT
078350                  TO WS-CAN-DORMANT-DAYS(WS-CAN-NDX1)
078400         END-IF
078450         MOVE 'N'    TO WS-CAN-CLIENT-SW(WS-CAN-NDX1)
078600         MOVE SPACES TO WS-CAN-HOST-CLI-ID(WS-CAN-NDX1)
078700                        WS-CAN-NAME-KANJI(WS-CAN-NDX1)
078800                        WS-CAN-NAME-KANA(WS-CAN-NDX1)
078900                        WS-CAN-ADDRESS-CD(WS-CAN-NDX1)
078950                        WS-CAN-ADDR-DTL-KANA(WS-CAN-NDX1)
079000     END-IF.
079100 4000-TABLE-CAN-EXIT.
079200     EXIT.
079300******************************************************************
079400*    4500-LIST-LETTER - ONE DUE-DILIGENCE LETTER ROW             *
079500******************************************************************
079600 4500-LIST-LETTER.
079700     MOVE SPACES                 TO LTR-LETTER-REC.
079800     MOVE WS-CAN-HOST-CLI-ID(WS-CAN-NDX1)    TO LTR-HOST-CLI-ID.
079900     MOVE WS-CAN-NAME-KANJI(WS-CAN-NDX1)     TO LTR-NAME-KANJI.
080000     MOVE WS-CAN-NAME-KANA(WS-CAN-NDX1)      TO LTR-NAME-KANA.
080100     MOVE WS-CAN-ADDRESS-CD(WS-CAN-NDX1)     TO LTR-ADDRESS-CD.
080200     MOVE WS-CAN-ADDR-DTL-KANA(WS-CAN-NDX1)  TO LTR-ADDR-DTL-KANA.
080300     MOVE WS-CAN-POLICY-NUMBER(WS-CAN-NDX1)  TO LTR-POLICY-NUMBER.
080400     MOVE WS-CAN-COMPANY-CODE(WS-CAN-NDX1)   TO LTR-COMPANY-CODE.
080500     MOVE WS-CAN-CRCY-CD(WS-CAN-NDX1)        TO LTR-CRCY-CD.
080600     MOVE WS-CAN-SUSPENSE-AMOUNT(WS-CAN-NDX1)
080700          TO LTR-SUSPENSE-AMOUNT.
080800     MOVE WS-CAN-SUSPENSE-DATE(WS-CAN-NDX1)  TO LTR-SUSPENSE-DATE.
080900     MOVE WS-CAN-DORMANT-DAYS(WS-CAN-NDX1)   TO LTR-DORMANT-DAYS.
081000     WRITE LTR-LETTER-REC.
081100     ADD 1 TO WS-LETTER-COUNT.
081200 4500-LIST-LETTER-EXIT.
081300     EXIT.
081400******************************************************************
081500*    4800-PRINT-CANDIDATE - LOG ONE CANDIDATE                    *
081600******************************************************************
081700 4800-PRINT-CANDIDATE.
081800     MOVE WS-CAN-COMPANY-CODE(WS-CAN-NDX1)   TO DET-COMPANY-CODE.
081900     MOVE WS-CAN-CRCY-CD(WS-CAN-NDX1)        TO DET-CRCY.
082000     MOVE WS-CAN-POLICY-NUMBER(WS-CAN-NDX1)  TO DET-POLICY-NBR.
082100     MOVE WS-CAN-SUSPENSE-DATE(WS-CAN-NDX1)  TO DET-SUSPENSE-DATE.
082200     MOVE WS-CAN-SUSPENSE-AMOUNT(WS-CAN-NDX1) TO DET-AMOUNT.
082300     MOVE WS-CAN-DORMANT-DAYS(WS-CAN-NDX1)   TO DET-DORMANT-DAYS.
082400     MOVE WS-CAN-HOST-CLI-ID(WS-CAN-NDX1)    TO DET-HOST-CLI-ID.
082500     MOVE WS-CAN-ADDRESS-CD(WS-CAN-NDX1)     TO DET-ADDRESS-CD.
082600     WRITE REPORT-LINE FROM DET-LINE.
082700 4800-PRINT-CAN-EXIT.
082800     EXIT.
082900******************************************************************
083000*    6000-FIND-OPEN-HOLD - IS THE ITEM'S POLICY UNDER AN OPEN    *
083100*    CLAIMS HOLD                                                 *
083200******************************************************************
083300 6000-FIND-OPEN-HOLD.
083400     MOVE 'N' TO WS-FOUND-SW.
083500     PERFORM 6050-CHECK-HOLD-SLOT  THRU 6050-CHECK-HOLD-EXIT
083600             VARYING WS-CHR-NDX1 FROM 1 BY 1
083700             UNTIL WS-CHR-NDX1 > WS-CHR-COUNT
083800             OR WS-FOUND.
083900 6000-FIND-HOLD-EXIT.
084000     EXIT.
084100 6050-CHECK-HOLD-SLOT.
084200     IF WS-CHR-POLICY-NUMBER(WS-CHR-NDX1) = R98F0-POLICY-NUMBER
084300         MOVE 'Y' TO WS-FOUND-SW
084400     END-IF.
084500 6050-CHECK-HOLD-EXIT.
084600     EXIT.
084700******************************************************************
084800*    6100-FIND-SUPPRESSION - IS THE OWNER'S CLIENT AND ADDRESS   *
084900*    UNDER AN ACTIVE RETURNED-MAIL SUPPRESSION                   *
085000******************************************************************
085100 6100-FIND-SUPPRESSION.
085200     MOVE 'N' TO WS-FOUND-SW.
085300     PERFORM 6150-CHECK-SUPP-SLOT  THRU 6150-CHECK-SUPP-EXIT
085400             VARYING WS-BAR-NDX1 FROM 1 BY 1
085500             UNTIL WS-BAR-NDX1 > WS-BAR-COUNT
085600             OR WS-FOUND.
085700 6100-FIND-SUPP-EXIT.
085800     EXIT.
085900 6150-CHECK-SUPP-SLOT.
086000     IF WS-BAR-HOST-CLI-ID(WS-BAR-NDX1)
086100        = WS-CAN-HOST-CLI-ID(WS-CAN-NDX1)
086200        AND WS-BAR-ADDRESS-CD(WS-BAR-NDX1)
086300            = WS-CAN-ADDRESS-CD(WS-CAN-NDX1)
086400         MOVE 'Y' TO WS-FOUND-SW
086500     END-IF.
086600 6150-CHECK-SUPP-EXIT.
086700     EXIT.
086800******************************************************************
086900*    6200-FIND-WRITEOFF - IS THE ITEM ALREADY PROPOSED FOR       *
087000*    WRITE-OFF                                                   *
087100******************************************************************
087200 6200-FIND-WRITEOFF.
087300     MOVE 'N' TO WS-FOUND-SW.
087400     PERFORM 6250-CHECK-JVP-SLOT   THRU 6250-CHECK-JVP-EXIT
087500             VARYING WS-JVP-NDX1 FROM 1 BY 1
087600             UNTIL WS-JVP-NDX1 > WS-JVP-COUNT
087700             OR WS-FOUND.
087800 6200-FIND-JVP-EXIT.
087900     EXIT.
088000 6250-CHECK-JVP-SLOT.
088100     IF WS-JVP-POLICY-NUMBER(WS-JVP-NDX1) = R98F0-POLICY-NUMBER
088200        AND WS-JVP-SUSPENSE-DATE(WS-JVP-NDX1)
088300            = R98F0-SUSPENSE-DATE
088400         MOVE 'Y' TO WS-FOUND-SW
088500     END-IF.
088600 6250-CHECK-JVP-EXIT.
088700     EXIT.
088800******************************************************************
088900*    6300-FIND-CLEARING - IS THE ITEM ALREADY PROPOSED FOR       *
089000*    CLEARING                                                    *
089100******************************************************************
089200 6300-FIND-CLEARING.
089300     MOVE 'N' TO WS-FOUND-SW.
089400     PERFORM 6350-CHECK-PCL-SLOT   THRU 6350-CHECK-PCL-EXIT
089500             VARYING WS-PCL-NDX1 FROM 1 BY 1
089600             UNTIL WS-PCL-NDX1 > WS-PCL-COUNT
089700             OR WS-FOUND.
089800 6300-FIND-PCL-EXIT.
089900     EXIT.
090000 6350-CHECK-PCL-SLOT.
090100     IF WS-PCL-POLICY-NUMBER(WS-PCL-NDX1) = R98F0-POLICY-NUMBER
090200        AND WS-PCL-SUSPENSE-DATE(WS-PCL-NDX1)
090300            = R98F0-SUSPENSE-DATE
090400         MOVE 'Y' TO WS-FOUND-SW
090500     END-IF.
090600 6350-CHECK-PCL-EXIT.
090700     EXIT.
090800******************************************************************
090900*    6400-FIND-REMITTANCE - LOCATE OR OPEN THE REMITTANCE SLOT   *
091000*    FOR THE CANDIDATE'S COMPANY CODE AND CURRENCY.  THE         *
091100*    MATCHED SLOT IS LATCHED INTO WS-REM-NDX2 BECAUSE THE        *
091200*    PERFORM VARYING STEPS WS-REM-NDX1 PAST IT BEFORE THE UNTIL  *
091300*    TEST SEES THE SWITCH.                                       *
091400******************************************************************
091500 6400-FIND-REMITTANCE.
091600     MOVE 'N' TO WS-FOUND-SW.
091700     PERFORM 6450-CHECK-REM-SLOT   THRU 6450-CHECK-REM-EXIT
091800             VARYING WS-REM-NDX1 FROM 1 BY 1
091900             UNTIL WS-REM-NDX1 > WS-REM-COUNT
092000             OR WS-FOUND.
092100     IF NOT WS-FOUND
092200         IF WS-REM-COUNT >= 200
092300             DISPLAY 'CSR9827 *** COMPANY AND CURRENCY PAIRS '
092400                     'EXCEED 200 ROW TABLE CAPACITY - RUN '
092500                     'ABANDONED ***'
092600             MOVE 16 TO RETURN-CODE
092700             SET WS-RUN-ABANDONED TO TRUE
092800         ELSE
093000             ADD 1 TO WS-REM-COUNT
093100             SET WS-REM-NDX2 TO WS-REM-COUNT
093200             MOVE WS-CAN-COMPANY-CODE(WS-CAN-NDX1)
093300                  TO WS-REM-COMPANY-CODE(WS-REM-NDX2)
093400             MOVE WS-CAN-CRCY-CD(WS-CAN-NDX1)
093500                  TO WS-REM-CRCY-CD(WS-REM-NDX2)
093600             MOVE ZERO TO WS-REM-ITEM-COUNT(WS-REM-NDX2)
093700                          WS-REM-LETTER-COUNT(WS-REM-NDX2)
093800                          WS-REM-AMOUNT(WS-REM-NDX2)
093850         END-IF
093900     END-IF.
094000 6400-FIND-REM-EXIT.
094100     EXIT.
094200 6450-CHECK-REM-SLOT.
094300     IF WS-REM-COMPANY-CODE(WS-REM-NDX1)
094400        = WS-CAN-COMPANY-CODE(WS-CAN-NDX1)
094500        AND WS-REM-CRCY-CD(WS-REM-NDX1)
094600            = WS-CAN-CRCY-CD(WS-CAN-NDX1)
094700         MOVE 'Y' TO WS-FOUND-SW
094800         SET WS-REM-NDX2 TO WS-REM-NDX1
094900     END-IF.
095000 6450-CHECK-REM-EXIT.
095100     EXIT.
095200******************************************************************
095300*    3000-FINALIZE - REMITTANCE SUMMARY, TOTALS AND CLOSE.  AN   *
095400*    ABANDONED RUN HAS NO OUTPUT OPEN UNLESS IT FAILED PART-WAY  *
095500*    THROUGH THE CANDIDATES.                                     *
095600******************************************************************
095700 3000-FINALIZE.
095800     IF WS-CAN-COUNT > ZERO
095900        AND WS-REM-COUNT > ZERO
096000         MOVE SPACES TO REPORT-LINE
096100         WRITE REPORT-LINE
096200         WRITE REPORT-LINE FROM REM-TITLE-LINE
096300         WRITE REPORT-LINE FROM REM-HDG-LINE
096400         PERFORM 3100-PRINT-REMITTANCE THRU 3100-PRINT-REM-EXIT
096500                 VARYING WS-REM-NDX1 FROM 1 BY 1
096600                 UNTIL WS-REM-NDX1 > WS-REM-COUNT
096700     END-IF.
096800     IF NOT WS-RUN-ABANDONED
096900        OR WS-REM-COUNT > ZERO
097000         MOVE SPACES TO REPORT-LINE
097100         WRITE REPORT-LINE
097200         MOVE WS-CAN-COUNT          TO SUM-CAN-COUNT
097300         MOVE WS-CANDIDATE-TOTAL    TO SUM-CAN-TOTAL
097400         MOVE WS-LETTER-COUNT       TO SUM-LETTER-COUNT
097500         MOVE WS-SUPPRESSED-COUNT   TO SUM-SUPPRESSED-COUNT
097600         MOVE WS-UNKNOWN-COUNT      TO SUM-UNKNOWN-COUNT
097700         MOVE WS-HELD-COUNT         TO SUM-HELD-COUNT
097800         MOVE WS-WRITEOFF-COUNT     TO SUM-WRITEOFF-COUNT
097900         MOVE WS-CLEARING-COUNT     TO SUM-CLEARING-COUNT
098000         MOVE WS-NOT-CREDIT-COUNT   TO SUM-NOT-CREDIT-COUNT
098100         MOVE WS-BAD-DATE-COUNT     TO SUM-BAD-DATE-COUNT
098200         MOVE WS-NOT-DORMANT-COUNT  TO SUM-NOT-DORMANT-COUNT
098300         WRITE REPORT-LINE FROM SUM-LINE-1
098400         WRITE REPORT-LINE FROM SUM-LINE-2
098500         WRITE REPORT-LINE FROM SUM-LINE-3
098600         WRITE REPORT-LINE FROM SUM-LINE-4
098700         WRITE REPORT-LINE FROM SUM-LINE-5
098800         WRITE REPORT-LINE FROM SUM-LINE-6
098900         WRITE REPORT-LINE FROM SUM-LINE-7
099000         WRITE REPORT-LINE FROM SUM-LINE-8
099100         WRITE REPORT-LINE FROM SUM-LINE-9
099200         WRITE REPORT-LINE FROM SUM-LINE-10
099300         CLOSE CANDIDATE-OUT
099400               LETTER-OUT
099500               REMITTANCE-REPORT
099600     END-IF.
099700     IF WS-BAD-DATE-COUNT > ZERO
099800        AND RETURN-CODE < 4
099900         MOVE 4 TO RETURN-CODE
100000     END-IF.
100100     DISPLAY 'CSR9827 CANDIDATES          : ' WS-CAN-COUNT.
100200     DISPLAY 'CSR9827 LETTERS LISTED      : ' WS-LETTER-COUNT.
100300     DISPLAY 'CSR9827 EXCLUDED - HOLD     : ' WS-HELD-COUNT.
100400     DISPLAY 'CSR9827 EXCLUDED - PROPOSED : '
100500             WS-WRITEOFF-COUNT ' ' WS-CLEARING-COUNT.
100600     DISPLAY 'CSR9827 SUSPENSE DATE BAD   : ' WS-BAD-DATE-COUNT.
100700 3000-FINALIZE-EXIT.
100800     EXIT.
100900 3100-PRINT-REMITTANCE.
101000     MOVE WS-REM-COMPANY-CODE(WS-REM-NDX1)  TO REM-COMPANY-CODE.
101100     MOVE WS-REM-CRCY-CD(WS-REM-NDX1)       TO REM-CRCY.
101200     MOVE WS-REM-ITEM-COUNT(WS-REM-NDX1)    TO REM-ITEM-COUNT.
101300     MOVE WS-REM-LETTER-COUNT(WS-REM-NDX1)  TO REM-LETTER-COUNT.
101400     MOVE WS-REM-AMOUNT(WS-REM-NDX1)        TO REM-AMOUNT.
101500     WRITE REPORT-LINE FROM REM-DET-LINE.
101600 3100-PRINT-REM-EXIT.
101700     EXIT.
101800******************************************************************
101900*    8000-READ-EXTRACT - GET NEXT SUSPENSE RECORD                *
102000******************************************************************
102100 8000-READ-EXTRACT.
102200     READ SUSPENSE-EXTRACT
102300         AT END
102400             SET END-OF-EXTRACT TO TRUE
102500     END-READ.
102600     IF NOT END-OF-EXTRACT
102700         IF R98F0-TRAILER-RECORD
102800             PERFORM 9000-VERIFY-TRAILER THRU 9000-VERIFY-EXIT
102900             SET END-OF-EXTRACT TO TRUE
103000         ELSE
103100             ADD 1 TO WS-RUN-RECORD-COUNT
103200             ADD R98F0-SUSPENSE-AMOUNT TO WS-RUN-AMOUNT-HASH
103300         END-IF
103400     END-IF.
103500 8000-READ-EXTRACT-EXIT.
103600     EXIT.
103700******************************************************************
103800*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
103900******************************************************************
104000 9000-VERIFY-TRAILER.
104010     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
104020     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
104100     SET WS-TRAILER-SEEN TO TRUE.
104200     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
104300        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
104400         DISPLAY 'CSR9827 TRAILER VERIFIED - COUNTS AND HASH OK'
104500     ELSE
104600         DISPLAY 'CSR9827 *** TRAILER MISMATCH - EXTRACT MAY BE '
104700                 'INCOMPLETE OR CORRUPT ***'
104800         MOVE 16 TO RETURN-CODE
104900     END-IF.
105000 9000-VERIFY-EXIT.
105100     EXIT.
105200******************************************************************
105300*    9200-DATE-TO-SERIAL - YYYYMMDD IN WS-SER-DATE TO A DAY      *
105400*    SERIAL IN WS-SER-RESULT, SO AGES SPAN MONTH AND YEAR ENDS   *
105500******************************************************************
105600 9200-DATE-TO-SERIAL.
105700     SUBTRACT 1 FROM WS-SER-YEAR GIVING WS-SER-PRIOR-YEAR.
105710     COMPUTE WS-SER-RESULT
105720         = (WS-SER-PRIOR-YEAR * 365)
105730         + WS-MTH-OFFSET(WS-SER-MONTH)
105740         + WS-SER-DAY.
105750     DIVIDE WS-SER-PRIOR-YEAR BY 4   GIVING WS-SER-QUOT.
105760     ADD WS-SER-QUOT TO WS-SER-RESULT.
105770     DIVIDE WS-SER-PRIOR-YEAR BY 100 GIVING WS-SER-QUOT.
105780     SUBTRACT WS-SER-QUOT FROM WS-SER-RESULT.
105790     DIVIDE WS-SER-PRIOR-YEAR BY 400 GIVING WS-SER-QUOT.
105800     ADD WS-SER-QUOT TO WS-SER-RESULT.
106400     DIVIDE WS-SER-YEAR BY 4   GIVING WS-SER-QUOT
106500         REMAINDER WS-SER-REM-4.
106600     DIVIDE WS-SER-YEAR BY 100 GIVING WS-SER-QUOT
106700         REMAINDER WS-SER-REM-100.
106800     DIVIDE WS-SER-YEAR BY 400 GIVING WS-SER-QUOT
106900         REMAINDER WS-SER-REM-400.
107000     IF WS-SER-MONTH > 2
107100        AND WS-SER-REM-4 = ZERO
107200        AND (WS-SER-REM-100 NOT = ZERO
107300             OR WS-SER-REM-400 = ZERO)
107400         ADD 1 TO WS-SER-RESULT
107500     END-IF.
107600 9200-DATE-SERIAL-EXIT.
107700     EXIT.
107800******************************************************************
107900*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
108000*    CONTROL; REFUSED UNLESS THE FINAL EXTRACT, BOTH PROPOSAL    *
108100*    FILES, THE CLAIMS-HOLD REGISTER AND THE RETURNED-MAIL       *
108200*    REGISTER HAVE ALL COMPLETED SUCCESSFULLY FOR THE CURRENT    *
108300*    CYCLE.  THE CYCLE NUMBER RETURNED ON CHECK-IN STAMPS EVERY  *
108400*    CANDIDATE ROW.                                              *
108500******************************************************************
108600 7000-RUN-CONTROL-IN.
108700     MOVE 'S'        TO RCLP-FUNCTION.
108800     MOVE 'CSR9827 ' TO RCLP-STEP-NAME.
108900     MOVE 'CSR9804 ' TO RCLP-PRODUCER-STEP.
109000     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
109100     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
109200     IF RCLP-RCTL-RC NOT = ZERO
109300         DISPLAY 'CSR9827 *** RUN REFUSED BY RUN CONTROL - '
109400                 RCLP-RCTL-MSG ' ***'
109500         MOVE 16 TO RETURN-CODE
109600     END-IF.
109700*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
109800*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
109900*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
110000*    EARLIER PRODUCER'S REFUSAL.
110100     IF RCLP-RCTL-RC = ZERO
110200         MOVE 'S'        TO RCLP-FUNCTION
110300         MOVE 'CSR9827 ' TO RCLP-STEP-NAME
110400         MOVE 'CSR9807 ' TO RCLP-PRODUCER-STEP
110500         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
110600         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
110700         IF RCLP-RCTL-RC NOT = ZERO
110800             DISPLAY 'CSR9827 *** RUN REFUSED BY RUN CONTROL - '
110900                     RCLP-RCTL-MSG ' ***'
111000             MOVE 16 TO RETURN-CODE
111100         END-IF
111200     END-IF.
111300     IF RCLP-RCTL-RC = ZERO
111400         MOVE 'S'        TO RCLP-FUNCTION
111500         MOVE 'CSR9827 ' TO RCLP-STEP-NAME
111600         MOVE 'CSR9808 ' TO RCLP-PRODUCER-STEP
111700         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
111800         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
111900         IF RCLP-RCTL-RC NOT = ZERO
112000             DISPLAY 'CSR9827 *** RUN REFUSED BY RUN CONTROL - '
112100                     RCLP-RCTL-MSG ' ***'
112200             MOVE 16 TO RETURN-CODE
112300         END-IF
112400     END-IF.
112500     IF RCLP-RCTL-RC = ZERO
112600         MOVE 'S'        TO RCLP-FUNCTION
112700         MOVE 'CSR9827 ' TO RCLP-STEP-NAME
112800         MOVE 'CSR9815 ' TO RCLP-PRODUCER-STEP
112900         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
113000         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
113100         IF RCLP-RCTL-RC NOT = ZERO
113200             DISPLAY 'CSR9827 *** RUN REFUSED BY RUN CONTROL - '
113300                     RCLP-RCTL-MSG ' ***'
113400             MOVE 16 TO RETURN-CODE
113500         END-IF
113600     END-IF.
113700     IF RCLP-RCTL-RC = ZERO
113800         MOVE 'S'        TO RCLP-FUNCTION
113900         MOVE 'CSR9827 ' TO RCLP-STEP-NAME
114000         MOVE 'CSV0110 ' TO RCLP-PRODUCER-STEP
114100         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
114200         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
114300         IF RCLP-RCTL-RC NOT = ZERO
114400             DISPLAY 'CSR9827 *** RUN REFUSED BY RUN CONTROL - '
114500                     RCLP-RCTL-MSG ' ***'
114600             MOVE 16 TO RETURN-CODE
114700         ELSE
114800             MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
114900         END-IF
115000     END-IF.
115100 7000-RUN-CTL-IN-EXIT.
115200     EXIT.
115300******************************************************************
115400*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
115500*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
115600******************************************************************
115700 7100-RUN-CONTROL-OUT.
115800     MOVE 'E' TO RCLP-FUNCTION.
115900     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
116000     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
116100     IF RCLP-RCTL-RC NOT = ZERO
116200         DISPLAY 'CSR9827 *** RUN CONTROL CHECK-OUT FAILED - '
116300                 RCLP-RCTL-MSG ' ***'
116400         MOVE 16 TO RETURN-CODE
116500     ELSE
116600         MOVE RCLP-RETURN-CODE TO RETURN-CODE
116700     END-IF.
116800 7100-RUN-CTL-OUT-EXIT.
116900     EXIT.
116910******************************************************************
116920*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
116930*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
116940*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
116950*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
116960******************************************************************
116970 7200-POST-CONTROL-TOTALS.
116980     MOVE 'CSR9827 '         TO CTLP-STEP-NAME.
116990     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
117000     MOVE 10                 TO CTLP-TOTAL-COUNT.
117010     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
117020     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
117030     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
117040     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
117050     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
117060     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
117070     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
117080     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
117090     MOVE 'CANDIDATES'       TO CTLP-TOTAL-NAME(3).
117100     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
117110     MOVE WS-CAN-COUNT       TO CTLP-RECORD-COUNT(3).
117120     MOVE WS-CANDIDATE-TOTAL TO CTLP-AMOUNT-TOTAL(3).
117130     MOVE 'LETTERS'          TO CTLP-TOTAL-NAME(4).
117140     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
117150     MOVE WS-LETTER-COUNT    TO CTLP-RECORD-COUNT(4).
117160     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
117170     MOVE 'NOT-DORMANT'      TO CTLP-TOTAL-NAME(5).
117180     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
117190     MOVE WS-NOT-DORMANT-COUNT TO CTLP-RECORD-COUNT(5).
117200     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
117210     MOVE 'NOT-CREDIT'       TO CTLP-TOTAL-NAME(6).
117220     MOVE 'R'                TO CTLP-TOTAL-TYPE(6).
117230     MOVE WS-NOT-CREDIT-COUNT TO CTLP-RECORD-COUNT(6).
117240     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(6).
117250     MOVE 'HELD'             TO CTLP-TOTAL-NAME(7).
117260     MOVE 'R'                TO CTLP-TOTAL-TYPE(7).
117270     MOVE WS-HELD-COUNT      TO CTLP-RECORD-COUNT(7).
117280     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(7).
117290     MOVE 'WRITTEN-OFF'      TO CTLP-TOTAL-NAME(8).
117300     MOVE 'R'                TO CTLP-TOTAL-TYPE(8).
117310     MOVE WS-WRITEOFF-COUNT  TO CTLP-RECORD-COUNT(8).
117320     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(8).
117330     MOVE 'PROPOSED'         TO CTLP-TOTAL-NAME(9).
117340     MOVE 'R'                TO CTLP-TOTAL-TYPE(9).
117350     MOVE WS-CLEARING-COUNT  TO CTLP-RECORD-COUNT(9).
117360     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(9).
117370     MOVE 'BAD-DATE'         TO CTLP-TOTAL-NAME(10).
117380     MOVE 'R'                TO CTLP-TOTAL-TYPE(10).
117390     MOVE WS-BAD-DATE-COUNT  TO CTLP-RECORD-COUNT(10).
117400     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(10).
117410     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
117420     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
117430     IF CTLP-CTOT-RC NOT = ZERO
117440         DISPLAY 'CSR9827 *** CONTROL TOTAL POSTING FAILED - '
117450                 CTLP-CTOT-MSG ' ***'
117460         IF RCLP-RETURN-CODE < 4
117470             MOVE 4 TO RCLP-RETURN-CODE
117480         END-IF
117490     END-IF.
117500     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
117510 7200-POST-CTL-EXIT.
117520     EXIT.

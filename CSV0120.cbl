000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSV0120.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL CLIENT DATA SERVICES.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: DELIVERY CHANNEL ROUTING BETWEEN THE CSV0040       *
000900*             ADDRESS VALIDATION PASS AND THE CSV0100 MAILING    *
001000*             FEED BUILDER.  EVERY CLIENT ON THE CSV0040         *
001100*             DELIVERABLE EXTRACT, AND EVERY CLIENT CSV0040      *
001200*             HELD BACK AS ACTIVE ON THE CCSRBAR RETURNED-MAIL   *
001300*             REGISTER (EXCEPTION REASON 05), IS TABLED ONCE     *
001400*             WITH ITS POLICIES AND THE FIRST WELL-FORMED        *
001500*             RSCVE-EMAIL-ADDR-CD AND RSCVE-CELL-NO-CD FOUND ON  *
001600*             ANY OF ITS RECORDS.  A CLIENT WITH A VALID EMAIL   *
001700*             ADDRESS IS ROUTED TO EMAIL, OTHERWISE ONE WITH A   *
001800*             VALID MOBILE NUMBER TO SMS; EITHER WAY ONE CCSREDL *
001900*             NOTIFICATION LISTING ITS POLICIES GOES TO THE      *
002000*             E-DELIVERY VENDOR AND NONE OF ITS RECORDS IS       *
002100*             MAILED.  EVERY OTHER CLIENT'S DELIVERABLE RECORDS  *
002200*             PASS UNCHANGED TO THE CSV0100 FEED.  A SUPPRESSED  *
002300*             CLIENT WITH NO VALID CONTACT AND NOTHING           *
002400*             DELIVERABLE CANNOT BE REACHED AND IS COUNTED AS    *
002500*             NO CHANNEL.  THE SUMMARY SHOWS VOLUME PER CHANNEL  *
002600*             AND THE POSTAGE SAVED ON THE MAIL PIECES AVOIDED.  *
002700*                                                                *
002800*             EMAIL: ONE '@', NO EMBEDDED SPACES, A NON-EMPTY    *
002900*             LOCAL PART, AND A DOMAIN CONTAINING A '.' THAT     *
003000*             NEITHER STARTS NOR ENDS IT AND IS NEVER DOUBLED.   *
003100*             MOBILE: DIGITS, HYPHENS AND SPACES ONLY, ELEVEN    *
003200*             DIGITS, STARTING 060, 070, 080 OR 090.             *
003300*                                                                *
003400*             PARM (OPTIONAL): UNIT POSTAGE 9(05)V99 FOR THE     *
003500*             SAVING ESTIMATE; ZERO OR ABSENT OMITS IT.          *
003600******************************************************************
003700*    DATE     AUTH.  DESCRIPTION                                 *
003800*                                                                *
003900*  15OCT26     DOB   INITIAL VERSION                             *
003910*  15OCT26     DOB   POST THE DELIVERABLE AND HELD RECORDS READ  *
003920*                    AND THE RECORDS MAILED AND ROUTED TO        *
003930*                    ELECTRONIC DELIVERY TO THE CYCLE CONTROL-   *
003940*                    TOTAL FILE (CSRCTOT) FOR THE CSR9830        *
003950*                    BALANCING STEP                              *
003960*  15OCT26     DOB   RECODED THE EARLY EXITS AS NESTED IF AND    *
003970*                    EVALUATE LOGIC WITHIN EACH PARAGRAPH - NO   *
003980*                    CHANGE TO THE RESULTS                       *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-3090.
004400 OBJECT-COMPUTER.   IBM-3090.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CLIENT-EXTRACT     ASSIGN TO SVEIN
004800                               ORGANIZATION IS SEQUENTIAL.
004900     SELECT HELD-EXTRACT       ASSIGN TO ADRIN
005000                               ORGANIZATION IS SEQUENTIAL.
005100     SELECT PARM-FILE          ASSIGN TO PARMIN
005200                               ORGANIZATION IS SEQUENTIAL.
005300     SELECT MAIL-FEED-OUT      ASSIGN TO SVEOUT
005400                               ORGANIZATION IS SEQUENTIAL.
005500     SELECT NOTIFY-OUT         ASSIGN TO EDLOUT
005600                               ORGANIZATION IS SEQUENTIAL.
005700     SELECT CHANNEL-REPORT     ASSIGN TO EDLRPT
005800                               ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CLIENT-EXTRACT
006200     RECORDING MODE IS F.
006300 01  CLIENT-EXTRACT-REC             PIC X(358).
006400******************************************************************
006500*    CSV0040 EXCEPTION FILE (ADREXC) - THE HELD CLIENT RECORD    *
006600*    WITH ITS REASON CODE AND, FOR REASON 05, THE RETURN HISTORY *
006700******************************************************************
006800 FD  HELD-EXTRACT
006900     RECORDING MODE IS F.
007000 01  HELD-EXTRACT-REC.
007100     05  HLD-CLIENT-RECORD          PIC X(358).
007200     05  HLD-REASON-CODE            PIC X(02).
007300         88  HLD-RETURNED-MAIL              VALUE '05'.
007400     05  HLD-RETURN-COUNT           PIC 9(03).
007500     05  HLD-LAST-RETURN-DT         PIC X(08).
007600     05  HLD-RETURN-REASON          PIC X(02).
007700 FD  PARM-FILE
007800     RECORDING MODE IS F.
007900 01  PARM-RECORD.
008000     05  PARM-UNIT-POSTAGE          PIC 9(05)V9(02).
008100 FD  MAIL-FEED-OUT
008200     RECORDING MODE IS F.
008300 01  MAIL-FEED-REC                  PIC X(358).
008400 FD  NOTIFY-OUT
008500     RECORDING MODE IS F.
008600     COPY CCSREDL.
008700 FD  CHANNEL-REPORT
008800     RECORDING MODE IS F.
008900 01  CHANNEL-REPORT-LINE            PIC X(132).
009000 WORKING-STORAGE SECTION.
009100******************************************************************
009200*    SWITCHES AND COUNTERS                                       *
009300******************************************************************
009400 77  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
009500     88  END-OF-EXTRACT                         VALUE 'Y'.
009600 77  WS-HLD-EOF-SW                  PIC X(01)   VALUE 'N'.
009700     88  END-OF-HELD-FILE                       VALUE 'Y'.
009800 77  WS-CLI-FOUND-SW                PIC X(01)   VALUE 'N'.
009900     88  WS-CLIENT-FOUND                        VALUE 'Y'.
010000 77  WS-POL-FOUND-SW                PIC X(01)   VALUE 'N'.
010100     88  WS-POLICY-LISTED                       VALUE 'Y'.
010200 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
010300     88  WS-RUN-ABANDONED                       VALUE 'Y'.
010400 77  WS-HELD-SW                     PIC X(01)   VALUE 'N'.
010500     88  WS-RECORD-HELD                         VALUE 'Y'.
010600 77  WS-EMAIL-SW                    PIC X(01)   VALUE 'N'.
010700     88  WS-EMAIL-BLANK                         VALUE 'B'.
010800     88  WS-EMAIL-VALID                         VALUE 'Y'.
010900     88  WS-EMAIL-INVALID                       VALUE 'N'.
011000 77  WS-MOBILE-SW                   PIC X(01)   VALUE 'N'.
011100     88  WS-MOBILE-BLANK                        VALUE 'B'.
011200     88  WS-MOBILE-VALID                        VALUE 'Y'.
011300     88  WS-MOBILE-INVALID                      VALUE 'N'.
011400 77  WS-CLI-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
011500 77  WS-POL-SLOT                    PIC S9(03)  COMP  VALUE ZERO.
011600 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
011700 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
011800 77  WS-UNIT-POSTAGE                PIC 9(05)V9(02) VALUE ZERO.
011900 77  WS-POSTAGE-SAVED               PIC 9(11)V9(02) VALUE ZERO.
012000 77  WS-EXTRACT-COUNT               PIC S9(07)  COMP  VALUE ZERO.
012100 77  WS-HELD-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
012200 77  WS-HELD-OTHER-COUNT            PIC S9(07)  COMP  VALUE ZERO.
012300 77  WS-MAILED-REC-COUNT            PIC S9(07)  COMP  VALUE ZERO.
012400 77  WS-ROUTED-REC-COUNT            PIC S9(07)  COMP  VALUE ZERO.
012500 77  WS-BAD-EMAIL-COUNT             PIC S9(07)  COMP  VALUE ZERO.
012600 77  WS-BAD-MOBILE-COUNT            PIC S9(07)  COMP  VALUE ZERO.
012700 77  WS-AVOIDED-COUNT               PIC S9(07)  COMP  VALUE ZERO.
012800 77  WS-SUPP-ROUTED-COUNT           PIC S9(07)  COMP  VALUE ZERO.
012900******************************************************************
013000*    CONTACT FORMAT CHECK WORK AREAS                             *
013100******************************************************************
013200 77  WS-LEAD-SP                     PIC S9(03)  COMP  VALUE ZERO.
013300 77  WS-TRAIL-SP                    PIC S9(03)  COMP  VALUE ZERO.
013400 77  WS-ALL-SP                      PIC S9(03)  COMP  VALUE ZERO.
013500 77  WS-AT-COUNT                    PIC S9(03)  COMP  VALUE ZERO.
013600 77  WS-AT-POS                      PIC S9(03)  COMP  VALUE ZERO.
013700 77  WS-DOT-COUNT                   PIC S9(03)  COMP  VALUE ZERO.
013800 77  WS-DBL-DOT-COUNT               PIC S9(03)  COMP  VALUE ZERO.
013900 77  WS-EMAIL-LEN                   PIC S9(03)  COMP  VALUE ZERO.
014000 77  WS-DOMAIN-LEN                  PIC S9(03)  COMP  VALUE ZERO.
014100 77  WS-EMAIL-DOMAIN                PIC X(50)   VALUE SPACES.
014200 77  WS-CELL-POS                    PIC S9(03)  COMP  VALUE ZERO.
014300 77  WS-CELL-DIGIT-CNT              PIC S9(03)  COMP  VALUE ZERO.
014400 77  WS-CELL-CHAR                   PIC X(01)   VALUE SPACE.
014500 77  WS-CELL-BAD-SW                 PIC X(01)   VALUE 'N'.
014600     88  WS-CELL-BAD-CHAR                       VALUE 'Y'.
014700 01  WS-CELL-DIGITS                 PIC X(14)   VALUE SPACES.
014800 01  WS-CELL-DIGITS-R REDEFINES WS-CELL-DIGITS.
014900     05  WS-CELL-PREFIX             PIC X(03).
015000         88  WS-MOBILE-PREFIX       VALUE '060' '070' '080' '090'.
015100     05  FILLER                     PIC X(11).
015200******************************************************************
015300*    CLIENT ROUTING TABLE - ONE ENTRY PER HOST CLIENT ID, WITH   *
015400*    ITS FIRST VALID CONTACTS, UP TO TEN POLICIES, WHETHER IT    *
015500*    WAS HELD FOR RETURNED MAIL AND WHETHER ANY OF ITS RECORDS   *
015600*    WAS DELIVERABLE.  WS-CLI-CHANNEL IS SET BY THE ROUTING.     *
015700******************************************************************
015800 01  WS-CLI-TABLE.
015900     05  WS-CLI-ENTRY OCCURS 5000 TIMES
016000                      INDEXED BY WS-CLI-NDX1 WS-CLI-NDX2.
016100         10  WS-CLI-HOST-CLI-ID         PIC X(10).
016200         10  WS-CLI-NAME-KANJI          PIC X(50).
016300         10  WS-CLI-EMAIL-ADDR          PIC X(50).
016400         10  WS-CLI-CELL-NO             PIC X(14).
016500         10  WS-CLI-EMAIL-SW            PIC X(01).
016600             88  WS-CLI-HAS-EMAIL               VALUE 'Y'.
016700         10  WS-CLI-MOBILE-SW           PIC X(01).
016800             88  WS-CLI-HAS-MOBILE              VALUE 'Y'.
016900         10  WS-CLI-SUPPRESSED-SW       PIC X(01).
017000             88  WS-CLI-SUPPRESSED              VALUE 'Y'.
017100         10  WS-CLI-MAILABLE-SW         PIC X(01).
017200             88  WS-CLI-MAILABLE                VALUE 'Y'.
017300         10  WS-CLI-CHANNEL             PIC X(01).
017400             88  WS-CLI-BY-EMAIL                VALUE 'E'.
017500             88  WS-CLI-BY-SMS                  VALUE 'S'.
017600             88  WS-CLI-BY-MAIL                 VALUE 'M'.
017700             88  WS-CLI-NO-CHANNEL              VALUE 'N'.
017800         10  WS-CLI-REC-COUNT           PIC S9(05)  COMP.
017900         10  WS-CLI-POL-COUNT           PIC 9(03).
018000         10  WS-CLI-POL OCCURS 10 TIMES PIC 9(07).
018100******************************************************************
018200*    CHANNEL TOTALS - EMAIL, SMS, MAIL, NO CHANNEL               *
018300******************************************************************
018400 01  WS-CHANNEL-TOTALS.
018500     05  WS-CHN-ENTRY OCCURS 4 TIMES
018600                      INDEXED BY WS-CHN-NDX.
018700         10  WS-CHN-CLIENTS             PIC S9(07)  COMP.
018800         10  WS-CHN-POLICIES            PIC S9(07)  COMP.
018900         10  WS-CHN-RECORDS             PIC S9(07)  COMP.
019000 01  WS-CHANNEL-NAMES.
019100     05  FILLER                     PIC X(30) VALUE
019200             'EMAIL                         '.
019300     05  FILLER                     PIC X(30) VALUE
019400             'SMS                           '.
019500     05  FILLER                     PIC X(30) VALUE
019600             'MAIL (CSV0100 FEED)           '.
019700     05  FILLER                     PIC X(30) VALUE
019800             'NO CHANNEL - SUPPRESSED       '.
019900 01  WS-CHANNEL-NAME-TBL REDEFINES WS-CHANNEL-NAMES.
020000     05  WS-CHN-NAME OCCURS 4 TIMES PIC X(30).
020100 01  WS-TOTAL-COUNTS.
020200     05  WS-TOT-CLIENTS             PIC S9(07)  COMP  VALUE ZERO.
020300     05  WS-TOT-POLICIES            PIC S9(07)  COMP  VALUE ZERO.
020400     05  WS-TOT-RECORDS             PIC S9(07)  COMP  VALUE ZERO.
020500******************************************************************
020600*    REPORT LINES                                                *
020700******************************************************************
020800 01  HDG-LINE-1.
020900     05  FILLER                     PIC X(40) VALUE
021000             'CSV0120 DELIVERY CHANNEL SUMMARY   CYCLE'.
021100     05  FILLER                     PIC X(01) VALUE SPACE.
021200     05  HDG-CYCLE-NBR              PIC 9(07).
021300     05  FILLER                     PIC X(04) VALUE SPACES.
021400     05  FILLER                     PIC X(09) VALUE 'RUN DATE '.
021500     05  HDG-RUN-DATE               PIC X(08).
021600 01  HDG-LINE-2.
021700     05  FILLER                     PIC X(30) VALUE 'CHANNEL'.
021800     05  FILLER                     PIC X(10) VALUE '   CLIENTS'.
021900     05  FILLER                     PIC X(12) VALUE
022000             '    POLICIES'.
022100     05  FILLER                     PIC X(12) VALUE
022200             '     RECORDS'.
022300 01  DET-LINE.
022400     05  DET-CHANNEL                PIC X(30).
022500     05  DET-CLIENTS                PIC ZZZ,ZZZ,ZZ9.
022600     05  FILLER                     PIC X(01) VALUE SPACE.
022700     05  DET-POLICIES               PIC ZZZ,ZZZ,ZZ9.
022800     05  FILLER                     PIC X(01) VALUE SPACE.
022900     05  DET-RECORDS                PIC ZZZ,ZZZ,ZZ9.
023000 01  SUM-LINE-1.
023100     05  FILLER                     PIC X(40)  VALUE
023200             'E-DELIVERED WHILE SUPPRESSED FROM MAIL: '.
023300     05  SUM-SUPP-ROUTED            PIC ZZZ,ZZ9.
023400 01  SUM-LINE-2.
023500     05  FILLER                     PIC X(40)  VALUE
023600             'MAIL PIECES AVOIDED:                    '.
023700     05  SUM-AVOIDED                PIC ZZZ,ZZ9.
023800 01  SUM-LINE-3.
023900     05  FILLER                     PIC X(40)  VALUE
024000             'UNIT POSTAGE:                           '.
024100     05  SUM-UNIT-POSTAGE           PIC ZZ,ZZ9.99.
024200 01  SUM-LINE-4.
024300     05  FILLER                     PIC X(40)  VALUE
024400             'ESTIMATED POSTAGE SAVED:                '.
024500     05  SUM-POSTAGE-SAVED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
024600 01  SUM-LINE-5.
024700     05  FILLER                     PIC X(40)  VALUE
024800             'EMAIL ADDRESSES FAILING FORMAT CHECK:   '.
024900     05  SUM-BAD-EMAIL              PIC ZZZ,ZZ9.
025000 01  SUM-LINE-6.
025100     05  FILLER                     PIC X(40)  VALUE
025200             'MOBILE NUMBERS FAILING FORMAT CHECK:    '.
025300     05  SUM-BAD-MOBILE             PIC ZZZ,ZZ9.
025400 01  SUM-LINE-7.
025500     05  FILLER                     PIC X(40)  VALUE
025600             'HELD RECORDS NOT FOR RETURNED MAIL:     '.
025700     05  SUM-HELD-OTHER             PIC ZZZ,ZZ9.
025800******************************************************************
025900*    CURRENT CLIENT RECORD - FROM THE DELIVERABLE EXTRACT OR THE *
026000*    CLIENT IMAGE ON A HELD RECORD                               *
026100******************************************************************
026200     COPY CCSRSVE.
026300******************************************************************
026400*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
026500******************************************************************
026600     COPY CCSRRCLP.
026610******************************************************************
026620*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
026630******************************************************************
026640     COPY CCSRCTLP.
026700 PROCEDURE DIVISION.
026800******************************************************************
026900*    0000-MAINLINE                                               *
027000******************************************************************
027100 0000-MAINLINE.
027200     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
027300     IF RCLP-RCTL-RC = ZERO
027400         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
027500         PERFORM 1100-TABLE-DELIVERABLE
027600                 THRU 1100-TABLE-DLV-EXIT
027700                 UNTIL END-OF-EXTRACT
027800         PERFORM 1200-TABLE-HELD       THRU 1200-TABLE-HELD-EXIT
027900                 UNTIL END-OF-HELD-FILE
028000         IF NOT WS-RUN-ABANDONED
028100             PERFORM 1900-OPEN-OUTPUTS THRU 1900-OPEN-OUTPUTS-EXIT
028200             PERFORM 2000-ROUTE-CLIENT THRU 2000-ROUTE-CLIENT-EXIT
028300                     VARYING WS-CLI-NDX1 FROM 1 BY 1
028400                     UNTIL WS-CLI-NDX1 > WS-CLI-COUNT
028500             PERFORM 2500-PASS-MAIL-RECORD
028600                     THRU 2500-PASS-MAIL-EXIT
028700                     UNTIL END-OF-EXTRACT
028800         END-IF
028900         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
028910         PERFORM 7200-POST-CONTROL-TOTALS
028920                 THRU 7200-POST-CTL-EXIT
029000         PERFORM 7100-RUN-CONTROL-OUT
029100                 THRU 7100-RUN-CTL-OUT-EXIT
029200     END-IF.
029300     STOP RUN.
029400******************************************************************
029500*    1000-INITIALIZE - READ PARM, OPEN THE TWO CSV0040 OUTPUTS,  *
029600*    PRIME THE READS                                             *
029700******************************************************************
029800 1000-INITIALIZE.
029900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030000     OPEN INPUT  PARM-FILE.
030100     READ PARM-FILE
030200         AT END
030300             MOVE ZERO TO PARM-UNIT-POSTAGE
030400     END-READ.
030500     CLOSE PARM-FILE.
030600     IF PARM-UNIT-POSTAGE NUMERIC
030700         MOVE PARM-UNIT-POSTAGE TO WS-UNIT-POSTAGE
030800     END-IF.
030900     INITIALIZE WS-CHANNEL-TOTALS.
031000     OPEN INPUT  CLIENT-EXTRACT.
031100     OPEN INPUT  HELD-EXTRACT.
031200     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
031300     PERFORM 8100-READ-HELD        THRU 8100-READ-HELD-EXIT.
031400 1000-INITIALIZE-EXIT.
031500     EXIT.
031600******************************************************************
031700*    1100-TABLE-DELIVERABLE - FIRST PASS OVER THE DELIVERABLE    *
031800*    EXTRACT.  THE FILE IS READ AGAIN IN 2500 ONCE EVERY         *
031900*    CLIENT'S CHANNEL IS KNOWN.                                  *
032000******************************************************************
032100 1100-TABLE-DELIVERABLE.
032200     ADD 1 TO WS-EXTRACT-COUNT.
032300     MOVE 'N' TO WS-HELD-SW.
032400     PERFORM 1500-TABLE-RECORD     THRU 1500-TABLE-RECORD-EXIT.
032500     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
032600 1100-TABLE-DLV-EXIT.
032700     EXIT.
032800******************************************************************
032900*    1200-TABLE-HELD - ONLY RETURNED-MAIL HOLDS (REASON 05) ARE  *
033000*    CANDIDATES FOR E-DELIVERY; A RECORD HELD FOR A BAD ADDRESS  *
033100*    CODE OR DETAIL IS LEFT FOR THE ADDRESS RESEARCH QUEUE.      *
033200******************************************************************
033300 1200-TABLE-HELD.
033400     IF HLD-RETURNED-MAIL
033500         ADD 1 TO WS-HELD-COUNT
033600         MOVE HLD-CLIENT-RECORD TO RSCVE-SEQ-REC-INFO
033700         MOVE 'Y' TO WS-HELD-SW
033800         PERFORM 1500-TABLE-RECORD THRU 1500-TABLE-RECORD-EXIT
033900     ELSE
034000         ADD 1 TO WS-HELD-OTHER-COUNT
034100     END-IF.
034200     PERFORM 8100-READ-HELD        THRU 8100-READ-HELD-EXIT.
034300 1200-TABLE-HELD-EXIT.
034400     EXIT.
034500******************************************************************
034600*    1500-TABLE-RECORD - FOLD THE CURRENT RECORD INTO ITS        *
034700*    CLIENT ENTRY, KEEPING THE FIRST VALID CONTACT OF EACH KIND  *
034800******************************************************************
034900 1500-TABLE-RECORD.
035000     IF NOT WS-RUN-ABANDONED
035100         PERFORM 6500-FIND-CLIENT THRU 6500-FIND-CLIENT-EXIT
035400         IF NOT WS-CLIENT-FOUND
035500             IF WS-CLI-COUNT >= 5000
035600                 DISPLAY 'CSV0120 *** CLIENTS EXCEED 5000 ROW '
035700                         'TABLE CAPACITY - RUN ABANDONED ***'
035800                 MOVE 16 TO RETURN-CODE
035900                 SET WS-RUN-ABANDONED TO TRUE
036000             ELSE
036200                 ADD 1 TO WS-CLI-COUNT
036300                 SET WS-CLI-NDX2 TO WS-CLI-COUNT
036400                 INITIALIZE WS-CLI-ENTRY(WS-CLI-NDX2)
036500                 MOVE RSCVE-HOST-CLI-ID
036600                      TO WS-CLI-HOST-CLI-ID(WS-CLI-NDX2)
036700                 MOVE RSCVE-NAME-KANJI
036800                      TO WS-CLI-NAME-KANJI(WS-CLI-NDX2)
036900                 MOVE 'N' TO WS-CLI-EMAIL-SW(WS-CLI-NDX2)
037000                             WS-CLI-MOBILE-SW(WS-CLI-NDX2)
037100                             WS-CLI-SUPPRESSED-SW(WS-CLI-NDX2)
037200                             WS-CLI-MAILABLE-SW(WS-CLI-NDX2)
037220             END-IF
037240         END-IF
037300     END-IF.
037350     IF NOT WS-RUN-ABANDONED
037400         ADD 1 TO WS-CLI-REC-COUNT(WS-CLI-NDX2)
037500         IF WS-RECORD-HELD
037600             MOVE 'Y' TO WS-CLI-SUPPRESSED-SW(WS-CLI-NDX2)
037700         ELSE
037800             MOVE 'Y' TO WS-CLI-MAILABLE-SW(WS-CLI-NDX2)
037900         END-IF
038000         PERFORM 6000-CHECK-EMAIL      THRU 6000-CHECK-EMAIL-EXIT
038100         IF WS-EMAIL-INVALID
038200             ADD 1 TO WS-BAD-EMAIL-COUNT
038300         END-IF
038400         IF WS-EMAIL-VALID
038500            AND NOT WS-CLI-HAS-EMAIL(WS-CLI-NDX2)
038600             MOVE 'Y' TO WS-CLI-EMAIL-SW(WS-CLI-NDX2)
038700             MOVE RSCVE-EMAIL-ADDR-CD
038800                  TO WS-CLI-EMAIL-ADDR(WS-CLI-NDX2)
038900         END-IF
039000         PERFORM 6100-CHECK-MOBILE     THRU 6100-CHECK-MOBILE-EXIT
039100         IF WS-MOBILE-INVALID
039200             ADD 1 TO WS-BAD-MOBILE-COUNT
039300         END-IF
039400         IF WS-MOBILE-VALID
039500            AND NOT WS-CLI-HAS-MOBILE(WS-CLI-NDX2)
039600             MOVE 'Y' TO WS-CLI-MOBILE-SW(WS-CLI-NDX2)
039700             MOVE WS-CELL-DIGITS TO WS-CLI-CELL-NO(WS-CLI-NDX2)
039720         END-IF
039740         PERFORM 6600-ADD-POLICY       THRU 6600-ADD-POLICY-EXIT
039800     END-IF.
040000 1500-TABLE-RECORD-EXIT.
040100     EXIT.
040200******************************************************************
040300*    1900-OPEN-OUTPUTS - REOPEN THE DELIVERABLE EXTRACT FOR THE  *
040400*    SECOND PASS AND OPEN THE THREE OUTPUTS                      *
040500******************************************************************
040600 1900-OPEN-OUTPUTS.
040700     CLOSE CLIENT-EXTRACT.
040800     MOVE 'N' TO WS-EOF-SW.
040900     OPEN INPUT  CLIENT-EXTRACT.
041000     OPEN OUTPUT MAIL-FEED-OUT.
041100     OPEN OUTPUT NOTIFY-OUT.
041200     OPEN OUTPUT CHANNEL-REPORT.
041300     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
041400 1900-OPEN-OUTPUTS-EXIT.
041500     EXIT.
041600******************************************************************
041700*    2000-ROUTE-CLIENT - CHOOSE ONE CLIENT'S CHANNEL; WRITE ITS  *
041800*    NOTIFICATION IF IT IS ELECTRONIC; ACCUMULATE THE TOTALS     *
041900******************************************************************
042000 2000-ROUTE-CLIENT.
042100     EVALUATE TRUE
042200         WHEN WS-CLI-HAS-EMAIL(WS-CLI-NDX1)
042300             MOVE 'E' TO WS-CLI-CHANNEL(WS-CLI-NDX1)
042400             SET WS-CHN-NDX TO 1
042500         WHEN WS-CLI-HAS-MOBILE(WS-CLI-NDX1)
042600             MOVE 'S' TO WS-CLI-CHANNEL(WS-CLI-NDX1)
042700             SET WS-CHN-NDX TO 2
042800         WHEN WS-CLI-MAILABLE(WS-CLI-NDX1)
042900             MOVE 'M' TO WS-CLI-CHANNEL(WS-CLI-NDX1)
043000             SET WS-CHN-NDX TO 3
043100         WHEN OTHER
043200             MOVE 'N' TO WS-CLI-CHANNEL(WS-CLI-NDX1)
043300             SET WS-CHN-NDX TO 4
043400     END-EVALUATE.
043500     ADD 1 TO WS-CHN-CLIENTS(WS-CHN-NDX).
043600     ADD WS-CLI-POL-COUNT(WS-CLI-NDX1)
043700         TO WS-CHN-POLICIES(WS-CHN-NDX).
043800     IF WS-CLI-BY-EMAIL(WS-CLI-NDX1)
043900        OR WS-CLI-BY-SMS(WS-CLI-NDX1)
044000         ADD WS-CLI-REC-COUNT(WS-CLI-NDX1)
044100             TO WS-CHN-RECORDS(WS-CHN-NDX)
044200         PERFORM 2100-WRITE-NOTIFICATION
044300                 THRU 2100-WRITE-NOTIFY-EXIT
044400     END-IF.
044500     IF WS-CLI-NO-CHANNEL(WS-CLI-NDX1)
044600         ADD WS-CLI-REC-COUNT(WS-CLI-NDX1)
044700             TO WS-CHN-RECORDS(WS-CHN-NDX)
044800     END-IF.
044900 2000-ROUTE-CLIENT-EXIT.
045000     EXIT.
045100 2100-WRITE-NOTIFICATION.
045200     MOVE SPACES TO EDL-NOTIFY-REC.
045300     MOVE WS-CLI-HOST-CLI-ID(WS-CLI-NDX1) TO EDL-HOST-CLI-ID.
045400     MOVE WS-CLI-NAME-KANJI(WS-CLI-NDX1)  TO EDL-NAME-KANJI.
045500     MOVE WS-CLI-CHANNEL(WS-CLI-NDX1)     TO EDL-CHANNEL.
045600     IF EDL-EMAIL-CHANNEL
045700         MOVE WS-CLI-EMAIL-ADDR(WS-CLI-NDX1) TO EDL-EMAIL-ADDR
045800     ELSE
045900         MOVE WS-CLI-CELL-NO(WS-CLI-NDX1)    TO EDL-CELL-NO
046000     END-IF.
046100     IF WS-CLI-SUPPRESSED(WS-CLI-NDX1)
046200         MOVE 'B' TO EDL-ROUTE-REASON
046300         ADD 1 TO WS-SUPP-ROUTED-COUNT
046400     ELSE
046500         MOVE 'C' TO EDL-ROUTE-REASON
046600     END-IF.
046700     IF WS-CLI-MAILABLE(WS-CLI-NDX1)
046800         ADD 1 TO WS-AVOIDED-COUNT
046900     END-IF.
047000     MOVE WS-CYCLE-NBR                    TO EDL-CYCLE-NBR.
047100     MOVE WS-CLI-POL-COUNT(WS-CLI-NDX1)   TO EDL-POL-COUNT.
047200     MOVE ZERO TO WS-POL-SLOT.
047300     PERFORM 2150-MOVE-POLICY      THRU 2150-MOVE-POLICY-EXIT
047400             10 TIMES.
047500     WRITE EDL-NOTIFY-REC.
047600 2100-WRITE-NOTIFY-EXIT.
047700     EXIT.
047800 2150-MOVE-POLICY.
047900     ADD 1 TO WS-POL-SLOT.
048000     MOVE WS-CLI-POL(WS-CLI-NDX1, WS-POL-SLOT)
048100          TO EDL-POL-ID(WS-POL-SLOT).
048200 2150-MOVE-POLICY-EXIT.
048300     EXIT.
048400******************************************************************
048500*    2500-PASS-MAIL-RECORD - SECOND PASS: A DELIVERABLE RECORD   *
048600*    GOES TO THE CSV0100 FEED UNLESS ITS CLIENT WAS ROUTED       *
048700*    ELECTRONICALLY                                              *
048800******************************************************************
048900 2500-PASS-MAIL-RECORD.
049000     PERFORM 6500-FIND-CLIENT      THRU 6500-FIND-CLIENT-EXIT.
049100     IF WS-CLIENT-FOUND
049200        AND (WS-CLI-BY-EMAIL(WS-CLI-NDX2)
049300             OR WS-CLI-BY-SMS(WS-CLI-NDX2))
049400         ADD 1 TO WS-ROUTED-REC-COUNT
049500     ELSE
049600         WRITE MAIL-FEED-REC FROM RSCVE-SEQ-REC-INFO
049700         ADD 1 TO WS-MAILED-REC-COUNT
049800     END-IF.
049900     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
050000 2500-PASS-MAIL-EXIT.
050100     EXIT.
050200******************************************************************
050300*    3000-FINALIZE - PRINT THE CHANNEL SUMMARY, CLOSE            *
050400******************************************************************
050500 3000-FINALIZE.
050600     IF WS-RUN-ABANDONED
050700         CLOSE CLIENT-EXTRACT
050800               HELD-EXTRACT
050850     ELSE
050900         PERFORM 3050-PRINT-SUMMARY THRU 3050-PRINT-SUMMARY-EXIT
051000     END-IF.
051010 3000-FINALIZE-EXIT.
051020     EXIT.
051030******************************************************************
051040*    3050-PRINT-SUMMARY - THE CHANNEL TABLE AND THE COUNTS       *
051050******************************************************************
051060 3050-PRINT-SUMMARY.
051100     MOVE WS-MAILED-REC-COUNT TO WS-CHN-RECORDS(3).
051200     MOVE WS-CYCLE-NBR TO HDG-CYCLE-NBR.
051300     MOVE WS-RUN-DATE  TO HDG-RUN-DATE.
051400     WRITE CHANNEL-REPORT-LINE FROM HDG-LINE-1.
051500     MOVE SPACES TO CHANNEL-REPORT-LINE.
051600     WRITE CHANNEL-REPORT-LINE.
051700     WRITE CHANNEL-REPORT-LINE FROM HDG-LINE-2.
051800     PERFORM 3100-PRINT-CHANNEL    THRU 3100-PRINT-CHN-EXIT
051900             VARYING WS-CHN-NDX FROM 1 BY 1
052000             UNTIL WS-CHN-NDX > 4.
052100     MOVE 'TOTAL'         TO DET-CHANNEL.
052200     MOVE WS-TOT-CLIENTS  TO DET-CLIENTS.
052300     MOVE WS-TOT-POLICIES TO DET-POLICIES.
052400     MOVE WS-TOT-RECORDS  TO DET-RECORDS.
052500     WRITE CHANNEL-REPORT-LINE FROM DET-LINE.
052600     MOVE SPACES TO CHANNEL-REPORT-LINE.
052700     WRITE CHANNEL-REPORT-LINE.
052800     MOVE WS-SUPP-ROUTED-COUNT TO SUM-SUPP-ROUTED.
052900     WRITE CHANNEL-REPORT-LINE FROM SUM-LINE-1.
053000     MOVE WS-AVOIDED-COUNT TO SUM-AVOIDED.
053100     WRITE CHANNEL-REPORT-LINE FROM SUM-LINE-2.
053200     IF WS-UNIT-POSTAGE > ZERO
053300         COMPUTE WS-POSTAGE-SAVED = WS-AVOIDED-COUNT
053400                                  * WS-UNIT-POSTAGE
053500         MOVE WS-UNIT-POSTAGE  TO SUM-UNIT-POSTAGE
053600         MOVE WS-POSTAGE-SAVED TO SUM-POSTAGE-SAVED
053700         WRITE CHANNEL-REPORT-LINE FROM SUM-LINE-3
053800         WRITE CHANNEL-REPORT-LINE FROM SUM-LINE-4
053900     END-IF.
054000     MOVE WS-BAD-EMAIL-COUNT  TO SUM-BAD-EMAIL.
054100     MOVE WS-BAD-MOBILE-COUNT TO SUM-BAD-MOBILE.
054200     MOVE WS-HELD-OTHER-COUNT TO SUM-HELD-OTHER.
054300     WRITE CHANNEL-REPORT-LINE FROM SUM-LINE-5.
054400     WRITE CHANNEL-REPORT-LINE FROM SUM-LINE-6.
054500     WRITE CHANNEL-REPORT-LINE FROM SUM-LINE-7.
054600     DISPLAY 'CSV0120 CLIENTS BY EMAIL    : ' WS-CHN-CLIENTS(1).
054700     DISPLAY 'CSV0120 CLIENTS BY SMS      : ' WS-CHN-CLIENTS(2).
054800     DISPLAY 'CSV0120 CLIENTS BY MAIL     : ' WS-CHN-CLIENTS(3).
054900     DISPLAY 'CSV0120 CLIENTS NO CHANNEL  : ' WS-CHN-CLIENTS(4).
055000     DISPLAY 'CSV0120 RECORDS TO MAIL FEED: ' WS-MAILED-REC-COUNT.
055100     CLOSE CLIENT-EXTRACT
055200           HELD-EXTRACT
055300           MAIL-FEED-OUT
055400           NOTIFY-OUT
055500           CHANNEL-REPORT.
055600 3050-PRINT-SUMMARY-EXIT.
055700     EXIT.
055800 3100-PRINT-CHANNEL.
055900     MOVE WS-CHN-NAME(WS-CHN-NDX)     TO DET-CHANNEL.
056000     MOVE WS-CHN-CLIENTS(WS-CHN-NDX)  TO DET-CLIENTS.
056100     MOVE WS-CHN-POLICIES(WS-CHN-NDX) TO DET-POLICIES.
056200     MOVE WS-CHN-RECORDS(WS-CHN-NDX)  TO DET-RECORDS.
056300     WRITE CHANNEL-REPORT-LINE FROM DET-LINE.
056400     ADD WS-CHN-CLIENTS(WS-CHN-NDX)  TO WS-TOT-CLIENTS.
056500     ADD WS-CHN-POLICIES(WS-CHN-NDX) TO WS-TOT-POLICIES.
056600     ADD WS-CHN-RECORDS(WS-CHN-NDX)  TO WS-TOT-RECORDS.
056700 3100-PRINT-CHN-EXIT.
056800     EXIT.
056900******************************************************************
057000*    6000-CHECK-EMAIL - FORMAT CHECK OF RSCVE-EMAIL-ADDR-CD.     *
057100*    BLANK IS NOT AN ERROR, JUST NO CONTACT.                     *
057200******************************************************************
057300 6000-CHECK-EMAIL.
057800     SET WS-EMAIL-INVALID TO TRUE.
057900     MOVE ZERO TO WS-LEAD-SP WS-TRAIL-SP WS-ALL-SP WS-AT-COUNT
058000                  WS-AT-POS WS-DOT-COUNT WS-DBL-DOT-COUNT.
058100     INSPECT RSCVE-EMAIL-ADDR-CD TALLYING WS-LEAD-SP
058200             FOR LEADING SPACES.
058300     INSPECT RSCVE-EMAIL-ADDR-CD TALLYING WS-TRAIL-SP
058400             FOR TRAILING SPACES.
058500     INSPECT RSCVE-EMAIL-ADDR-CD TALLYING WS-ALL-SP
058600             FOR ALL SPACES.
059100     INSPECT RSCVE-EMAIL-ADDR-CD TALLYING WS-AT-COUNT
059200             FOR ALL '@'.
059220     EVALUATE TRUE
059240         WHEN RSCVE-EMAIL-ADDR-CD = SPACES
059260             SET WS-EMAIL-BLANK TO TRUE
059280         WHEN WS-LEAD-SP > ZERO
059300           OR WS-ALL-SP > WS-TRAIL-SP
059320         WHEN WS-AT-COUNT NOT = 1
059340             CONTINUE
059360         WHEN OTHER
059380             PERFORM 6050-CHECK-DOMAIN THRU 6050-CHECK-DOMAIN-EXIT
059400     END-EVALUATE.
059420 6000-CHECK-EMAIL-EXIT.
059440     EXIT.
059460******************************************************************
059480*    6050-CHECK-DOMAIN - ONE '@' AND NO EMBEDDED SPACES: THE     *
059500*    DOMAIN AFTER THE '@' MUST HOLD A DOT, NOT AT EITHER END AND *
059520*    NEVER TWO TOGETHER                                          *
059540******************************************************************
059560 6050-CHECK-DOMAIN.
059600     INSPECT RSCVE-EMAIL-ADDR-CD TALLYING WS-AT-POS
059700             FOR CHARACTERS BEFORE INITIAL '@'.
059800     COMPUTE WS-EMAIL-LEN  = 50 - WS-TRAIL-SP.
059900     COMPUTE WS-DOMAIN-LEN = WS-EMAIL-LEN - WS-AT-POS - 1.
059920     IF WS-AT-POS NOT < 1
059940        AND WS-DOMAIN-LEN NOT < 3
059960         MOVE SPACES TO WS-EMAIL-DOMAIN
059980         MOVE RSCVE-EMAIL-ADDR-CD(WS-AT-POS + 2:WS-DOMAIN-LEN)
060000              TO WS-EMAIL-DOMAIN
060020         INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOT-COUNT
060040                 FOR ALL '.'
060060         INSPECT RSCVE-EMAIL-ADDR-CD TALLYING WS-DBL-DOT-COUNT
060080                 FOR ALL '..'
060100         EVALUATE TRUE
060120             WHEN WS-DOT-COUNT = ZERO
060140             WHEN WS-DBL-DOT-COUNT > ZERO
060160             WHEN WS-EMAIL-DOMAIN(1:1) = '.'
060180             WHEN WS-EMAIL-DOMAIN(WS-DOMAIN-LEN:1) = '.'
060200                 CONTINUE
060220             WHEN OTHER
060240                 SET WS-EMAIL-VALID TO TRUE
060260         END-EVALUATE
060300     END-IF.
060400 6050-CHECK-DOMAIN-EXIT.
061900     EXIT.
062000******************************************************************
062100*    6100-CHECK-MOBILE - FORMAT CHECK OF RSCVE-CELL-NO-CD; THE   *
062200*    DIGITS ARE COLLECTED INTO WS-CELL-DIGITS FOR THE VENDOR     *
062300******************************************************************
062400 6100-CHECK-MOBILE.
062500     IF RSCVE-CELL-NO-CD = SPACES
062600         SET WS-MOBILE-BLANK TO TRUE
062700     ELSE
062800         SET WS-MOBILE-INVALID TO TRUE
062900         MOVE SPACES TO WS-CELL-DIGITS
063000         MOVE ZERO   TO WS-CELL-DIGIT-CNT
063100         MOVE 'N'    TO WS-CELL-BAD-SW
063300         PERFORM 6150-SCAN-CELL-CHAR   THRU 6150-SCAN-CELL-EXIT
063400                 VARYING WS-CELL-POS FROM 1 BY 1
063500                 UNTIL WS-CELL-POS > 14
063550                 OR WS-CELL-BAD-CHAR
063600         IF NOT WS-CELL-BAD-CHAR
063650            AND WS-CELL-DIGIT-CNT = 11
063700            AND WS-MOBILE-PREFIX
063750             SET WS-MOBILE-VALID TO TRUE
063800         END-IF
064100     END-IF.
064300 6100-CHECK-MOBILE-EXIT.
064400     EXIT.
064500 6150-SCAN-CELL-CHAR.
064600     MOVE RSCVE-CELL-NO-CD(WS-CELL-POS:1) TO WS-CELL-CHAR.
064700     EVALUATE TRUE
064800         WHEN WS-CELL-CHAR NUMERIC
064900             ADD 1 TO WS-CELL-DIGIT-CNT
065000             IF WS-CELL-DIGIT-CNT <= 14
065100                 MOVE WS-CELL-CHAR
065200                      TO WS-CELL-DIGITS(WS-CELL-DIGIT-CNT:1)
065300             END-IF
065400         WHEN WS-CELL-CHAR = '-' OR SPACE
065500             CONTINUE
065600         WHEN OTHER
065700             MOVE 'Y' TO WS-CELL-BAD-SW
065800     END-EVALUATE.
065900 6150-SCAN-CELL-EXIT.
066000     EXIT.
066100******************************************************************
066200*    6500-FIND-CLIENT - LOOK UP RSCVE-HOST-CLI-ID.  THE MATCHED  *
066300*    SLOT IS LATCHED INTO WS-CLI-NDX2 BECAUSE THE PERFORM        *
066400*    VARYING STEPS WS-CLI-NDX1 PAST IT BEFORE THE UNTIL TEST     *
066500*    SEES THE SWITCH.                                            *
066600******************************************************************
066700 6500-FIND-CLIENT.
066800     MOVE 'N' TO WS-CLI-FOUND-SW.
066900     PERFORM 6550-CHECK-CLIENT-SLOT THRU 6550-CHECK-CLI-EXIT
067000             VARYING WS-CLI-NDX1 FROM 1 BY 1
067100             UNTIL WS-CLI-NDX1 > WS-CLI-COUNT
067200             OR WS-CLIENT-FOUND.
067300 6500-FIND-CLIENT-EXIT.
067400     EXIT.
067500 6550-CHECK-CLIENT-SLOT.
067600     IF WS-CLI-HOST-CLI-ID(WS-CLI-NDX1) = RSCVE-HOST-CLI-ID
067700         MOVE 'Y' TO WS-CLI-FOUND-SW
067800         SET WS-CLI-NDX2 TO WS-CLI-NDX1
067900     END-IF.
068000 6550-CHECK-CLI-EXIT.
068100     EXIT.
068200******************************************************************
068300*    6600-ADD-POLICY - APPEND THIS ROW'S POLICY TO THE CLIENT IF *
068400*    NOT ALREADY LISTED (THE EXTRACT CARRIES ONE ROW PER         *
068500*    BENEFICIARY).  LISTS BEYOND TEN POLICIES ARE CAPPED; THE    *
068600*    COUNT KEEPS THE TRUE NUMBER.                                *
068700******************************************************************
068800 6600-ADD-POLICY.
068900     MOVE 'N'  TO WS-POL-FOUND-SW.
069000     MOVE ZERO TO WS-POL-SLOT.
069100     PERFORM 6650-CHECK-POLICY-SLOT THRU 6650-CHECK-POL-EXIT
069200             10 TIMES.
069300     IF NOT WS-POLICY-LISTED
069400         ADD 1 TO WS-CLI-POL-COUNT(WS-CLI-NDX2)
069500         IF WS-CLI-POL-COUNT(WS-CLI-NDX2) <= 10
069600             MOVE RSCVE-POL-ID
069700                  TO WS-CLI-POL(WS-CLI-NDX2,
069800                                WS-CLI-POL-COUNT(WS-CLI-NDX2))
069900         END-IF
070000     END-IF.
070100 6600-ADD-POLICY-EXIT.
070200     EXIT.
070300 6650-CHECK-POLICY-SLOT.
070400     ADD 1 TO WS-POL-SLOT.
070500     IF WS-POL-SLOT <= WS-CLI-POL-COUNT(WS-CLI-NDX2)
070600        AND WS-POL-SLOT <= 10
070700        AND WS-CLI-POL(WS-CLI-NDX2, WS-POL-SLOT) = RSCVE-POL-ID
070800         MOVE 'Y' TO WS-POL-FOUND-SW
070900     END-IF.
071000 6650-CHECK-POL-EXIT.
071100     EXIT.
071200******************************************************************
071300*    8000-READ-EXTRACT / 8100-READ-HELD                          *
071400******************************************************************
071500 8000-READ-EXTRACT.
071600     READ CLIENT-EXTRACT INTO RSCVE-SEQ-REC-INFO
071700         AT END
071800             SET END-OF-EXTRACT TO TRUE
071900     END-READ.
072000 8000-READ-EXTRACT-EXIT.
072100     EXIT.
072200 8100-READ-HELD.
072300     READ HELD-EXTRACT
072400         AT END
072500             SET END-OF-HELD-FILE TO TRUE
072600     END-READ.
072700 8100-READ-HELD-EXIT.
072800     EXIT.
072900******************************************************************
073000*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
073100*    CONTROL; REFUSED WHEN CSV0040 HAS NOT COMPLETED             *
073200*    SUCCESSFULLY FOR THE CURRENT CYCLE                          *
073300******************************************************************
073400 7000-RUN-CONTROL-IN.
073500     MOVE 'S'        TO RCLP-FUNCTION.
073600     MOVE 'CSV0120 ' TO RCLP-STEP-NAME.
073700     MOVE 'CSV0040 ' TO RCLP-PRODUCER-STEP.
073800     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
073900     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
074000     IF RCLP-RCTL-RC NOT = ZERO
074100         DISPLAY 'CSV0120 *** RUN REFUSED BY RUN CONTROL - '
074200                 RCLP-RCTL-MSG ' ***'
074300         MOVE 16 TO RETURN-CODE
074400     ELSE
074500         MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
074600     END-IF.
074700 7000-RUN-CTL-IN-EXIT.
074800     EXIT.
074900******************************************************************
075000*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
075100*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
075200******************************************************************
075300 7100-RUN-CONTROL-OUT.
075400     MOVE 'E' TO RCLP-FUNCTION.
075500     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
075600     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
075700     IF RCLP-RCTL-RC NOT = ZERO
075800         DISPLAY 'CSV0120 *** RUN CONTROL CHECK-OUT FAILED - '
075900                 RCLP-RCTL-MSG ' ***'
076000         MOVE 16 TO RETURN-CODE
076100     ELSE
076200         MOVE RCLP-RETURN-CODE TO RETURN-CODE
076300     END-IF.
076400 7100-RUN-CTL-OUT-EXIT.
076500     EXIT.
076510******************************************************************
076520*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
076530*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
076540*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
076550*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
076560******************************************************************
076570 7200-POST-CONTROL-TOTALS.
076580     MOVE 'CSV0120 '         TO CTLP-STEP-NAME.
076590     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
076600     MOVE 5                  TO CTLP-TOTAL-COUNT.
076610     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
076620     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
076630     MOVE WS-EXTRACT-COUNT   TO CTLP-RECORD-COUNT(1).
076640     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
076650     MOVE 'HELD-RETURNED'    TO CTLP-TOTAL-NAME(2).
076660     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
076670     MOVE WS-HELD-COUNT      TO CTLP-RECORD-COUNT(2).
076680     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
076690     MOVE 'HELD-OTHER'       TO CTLP-TOTAL-NAME(3).
076700     MOVE 'I'                TO CTLP-TOTAL-TYPE(3).
076710     MOVE WS-HELD-OTHER-COUNT TO CTLP-RECORD-COUNT(3).
076720     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
076730     MOVE 'MAILED'           TO CTLP-TOTAL-NAME(4).
076740     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
076750     MOVE WS-MAILED-REC-COUNT TO CTLP-RECORD-COUNT(4).
076760     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
076770     MOVE 'ROUTED'           TO CTLP-TOTAL-NAME(5).
076780     MOVE 'O'                TO CTLP-TOTAL-TYPE(5).
076790     MOVE WS-ROUTED-REC-COUNT TO CTLP-RECORD-COUNT(5).
076800     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
076810     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
076820     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
076830     IF CTLP-CTOT-RC NOT = ZERO
076840         DISPLAY 'CSV0120 *** CONTROL TOTAL POSTING FAILED - '
076850                 CTLP-CTOT-MSG ' ***'
076860         IF RCLP-RETURN-CODE < 4
076870             MOVE 4 TO RCLP-RETURN-CODE
076880         END-IF
076890     END-IF.
076900     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
076910 7200-POST-CTL-EXIT.
076920     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9832.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL BATCH CONTROL.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: ONE-OFF CUTOVER CONVERSION OF THE TWO CARRIED-     *
000900*             FORWARD FILES WHOSE RECORDS GREW WITH THE GL       *
001000*             CONSOLIDATION AND MAKER-CHECKER CHANGES.           *
001100*                                                                *
001200*             CCSRPNV PENDING VOUCHERS (CSR9816): EACH 103-BYTE  *
001300*             ROW IS WRITTEN AS A 111-BYTE ROW WITH              *
001400*             PNV-SOURCE-STEP SET FROM PNV-VOUCHER-CLASS.  THE   *
001500*             OLD FILE ONLY EVER HELD THE CSR9808 CCSRJVP        *
001600*             WRITE-OFF VOUCHERS, STANDARD ('S') OR SENIOR       *
001700*             APPROVAL ('A'), SO BOTH CLASSES ARE CSR9808 AND NO *
001800*             CARRIED ROW IS MISTAKEN BY CSR9823 FOR A CSR9818   *
001900*             ACCRUAL.  ANY OTHER CLASS MEANS THE FILE IS NOT    *
002000*             THE OLD FORMAT AND THE CONVERSION IS REFUSED.      *
002100*                                                                *
002200*             CCSRXWT CROSSWALK STAGING ROWS (CSR9812 XWKPN):    *
002300*             ROWS STAGED BEFORE THE CHANGE WERE KEYED BY ONE    *
002400*             USER AND CARRY NO CHECKER, SO CSR9812 WOULD REJECT *
002500*             EACH ONE AS IT FELL DUE.  EVERY SUCH ROW IS PUT ON *
002600*             THE CSR9829 CCSRMKP APPROVAL QUEUE INSTEAD, WITH   *
002700*             ITS KEYING USER AS MAKER, AWAITING A CHECKER'S     *
002800*             DECISION; ONCE APPROVED IT IS RELEASED TO CSR9812  *
002900*             AND STAGED AGAIN OR APPLIED AS ITS DATE REQUIRES.  *
003000*             THE QUEUE REFERENCE CYCLE IS ZERO, WHICH NO CYCLE  *
003100*             EVER ISSUES, SO CONVERTED ROWS ARE PLAIN TO SEE    *
003200*             AND CANNOT CLASH WITH A REFERENCE CSR9829 HANDS    *
003300*             OUT.  THE KEYED DATE IS THE CONVERSION RUN DATE,   *
003400*             SO THE CSR9829 EXPIRY PERIOD RUNS FROM CUTOVER.  A *
003500*             ROW WITH NO USER ID CANNOT BE CHECKED AGAINST ITS  *
003600*             APPROVER; IT IS LISTED AND MUST BE KEYED AGAIN.    *
003700*             ANY PRIOR QUEUE GENERATION IS CARRIED FORWARD      *
003800*             FIRST.  THE NEW XWKPN GENERATION IS WRITTEN EMPTY  *
003900*             IN THE 39-BYTE LAYOUT.                             *
004000*                                                                *
004100*             ALL INPUTS ARE PROVED BEFORE ANYTHING IS WRITTEN:  *
004200*             AN INPUT THAT WILL NOT OPEN, AN UNKNOWN VOUCHER    *
004300*             CLASS, A QUEUE ALREADY HOLDING CONVERTED ROWS OR A *
004400*             QUEUE THAT WOULD EXCEED CSR9829'S 2000 ROWS        *
004500*             REFUSES THE RUN WITH RETURN CODE 16.  AN ABSENT    *
004600*             INPUT IS TAKEN AS EMPTY.                           *
004700*                                                                *
004800*             RUN ONCE AT CUTOVER, AFTER THE LAST CYCLE ON THE   *
004900*             OLD PROGRAMS HAS COMPLETED AND BEFORE THE FIRST    *
005000*             CYCLE ON THE NEW ONES: PNVIN, XWKPNI AND MKPIN ARE *
005100*             THE CURRENT GENERATIONS AND PNVOUT, XWKPNO AND     *
005200*             MKPOUT THE NEW ONES THAT CSR9823, CSR9816, CSR9812 *
005300*             AND CSR9829 READ IN THAT FIRST CYCLE.  LIKE        *
005400*             CSR9826 IT IS RUN ON REQUEST AND DOES NOT CHECK IN *
005500*             WITH CSRRCTL.                                      *
005600******************************************************************
005700*    DATE     AUTH.  DESCRIPTION                                 *
005800*                                                                *
005900*  15OCT26     DOB   INITIAL VERSION                             *
006000******************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER.   IBM-3090.
006400 OBJECT-COMPUTER.   IBM-3090.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT PENDING-VCH-IN     ASSIGN TO PNVIN
006800                               ORGANIZATION IS SEQUENTIAL
006900                               FILE STATUS IS WS-IN-STATUS.
007000     SELECT STAGING-IN         ASSIGN TO XWKPNI
007100                               ORGANIZATION IS SEQUENTIAL
007200                               FILE STATUS IS WS-IN-STATUS.
007300     SELECT QUEUE-IN           ASSIGN TO MKPIN
007400                               ORGANIZATION IS SEQUENTIAL
007500                               FILE STATUS IS WS-IN-STATUS.
007600     SELECT PENDING-VCH-OUT    ASSIGN TO PNVOUT
007700                               ORGANIZATION IS SEQUENTIAL.
007800     SELECT STAGING-OUT        ASSIGN TO XWKPNO
007900                               ORGANIZATION IS SEQUENTIAL.
008000     SELECT QUEUE-OUT          ASSIGN TO MKPOUT
008100                               ORGANIZATION IS SEQUENTIAL.
008200     SELECT CONVERSION-REPORT  ASSIGN TO CNVRPT
008300                               ORGANIZATION IS SEQUENTIAL.
008400 DATA DIVISION.
008500 FILE SECTION.
008600******************************************************************
008700*    PENDING-VOUCHER ROW BEFORE PNV-SOURCE-STEP WAS ADDED        *
008800******************************************************************
008900 FD  PENDING-VCH-IN
009000     RECORDING MODE IS F.
009100 01  PVI-PENDING-REC.
009200     05  PVI-VOUCHER-CLASS          PIC X(01).
009300     05  FILLER                     PIC X(102).
009400******************************************************************
009500*    CROSSWALK STAGING ROW BEFORE XWT-CHECKER-ID WAS ADDED       *
009600******************************************************************
009700 FD  STAGING-IN
009800     RECORDING MODE IS F.
009900 01  STI-TRANS-REC                  PIC X(31).
010000 FD  QUEUE-IN
010100     RECORDING MODE IS F.
010200 01  QUEUE-IN-REC.
010300     05  MKI-REF-CYCLE              PIC 9(07).
010400     05  MKI-REF-SEQ                PIC 9(05).
010500     05  FILLER                     PIC X(74).
010600 FD  PENDING-VCH-OUT
010700     RECORDING MODE IS F.
010800     COPY CCSRPNV.
010900 FD  STAGING-OUT
011000     RECORDING MODE IS F.
011100 01  STO-TRANS-REC                  PIC X(39).
011200 FD  QUEUE-OUT
011300     RECORDING MODE IS F.
011400     COPY CCSRMKP.
011500 FD  CONVERSION-REPORT
011600     RECORDING MODE IS F.
011700 01  CONVERSION-REPORT-LINE         PIC X(132).
011800 WORKING-STORAGE SECTION.
011900******************************************************************
012000*    SWITCHES AND COUNTERS                                       *
012100******************************************************************
012200 77  WS-IN-STATUS                   PIC X(02)   VALUE '00'.
012300     88  WS-IN-OK                               VALUE '00'.
012400     88  WS-IN-NOT-FOUND                        VALUE '35'.
012500 77  WS-IN-EOF-SW                   PIC X(01)   VALUE 'N'.
012600     88  END-OF-INPUT                           VALUE 'Y'.
012700 77  WS-PNV-PRESENT-SW              PIC X(01)   VALUE 'N'.
012800     88  WS-PNV-PRESENT                         VALUE 'Y'.
012900 77  WS-STG-PRESENT-SW              PIC X(01)   VALUE 'N'.
013000     88  WS-STG-PRESENT                         VALUE 'Y'.
013100 77  WS-MKP-PRESENT-SW              PIC X(01)   VALUE 'N'.
013200     88  WS-MKP-PRESENT                         VALUE 'Y'.
013300 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
013400     88  WS-RUN-ABANDONED                       VALUE 'Y'.
013500 77  WS-PNV-READ-COUNT              PIC S9(07)  COMP  VALUE ZERO.
013600 77  WS-PNV-STANDARD-COUNT          PIC S9(07)  COMP  VALUE ZERO.
013700 77  WS-PNV-SENIOR-COUNT            PIC S9(07)  COMP  VALUE ZERO.
013800 77  WS-PNV-WRITTEN-COUNT           PIC S9(07)  COMP  VALUE ZERO.
013900 77  WS-MKP-READ-COUNT              PIC S9(07)  COMP  VALUE ZERO.
014000 77  WS-MKP-CARRIED-COUNT           PIC S9(07)  COMP  VALUE ZERO.
014100 77  WS-STG-READ-COUNT              PIC S9(07)  COMP  VALUE ZERO.
014200 77  WS-STG-MAKER-COUNT             PIC S9(07)  COMP  VALUE ZERO.
014300 77  WS-STG-QUEUED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
014400 77  WS-STG-REFUSED-COUNT           PIC S9(07)  COMP  VALUE ZERO.
014500 77  WS-NEXT-SEQ                    PIC 9(05)   VALUE ZERO.
014600 77  WS-REFUSE-MSG                  PIC X(50)   VALUE SPACES.
014700 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
014800******************************************************************
014900*    STAGED ROW IN THE CURRENT 39-BYTE LAYOUT.  READ INTO FROM   *
015000*    THE 31-BYTE ROW, SO XWT-CHECKER-ID COMES UP BLANK.          *
015100******************************************************************
015200     COPY CCSRXWT.
015300******************************************************************
015400*    CONVERSION REPORT LINES                                     *
015500******************************************************************
015600 01  HDG-LINE-1.
015700     05  FILLER                     PIC X(40) VALUE
015800             'CSR9832 CUTOVER CONVERSION REPORT       '.
015900     05  FILLER                     PIC X(09) VALUE 'RUN DATE '.
016000     05  HDG-RUN-DATE               PIC X(08).
016100 01  STG-TITLE-LINE.
016200     05  FILLER                     PIC X(40) VALUE
016300             'CROSSWALK ROWS STAGED BEFORE CUTOVER    '.
016400 01  STG-HDG-LINE.
016500     05  FILLER                     PIC X(15) VALUE 'REFERENCE'.
016600     05  FILLER                     PIC X(08) VALUE 'ACTION'.
016700     05  FILLER                     PIC X(10) VALUE 'MLJ ACCT'.
016800     05  FILLER                     PIC X(10) VALUE 'ING ACCT'.
016900     05  FILLER                     PIC X(10) VALUE 'EFFECTIVE'.
017000     05  FILLER                     PIC X(10) VALUE 'MAKER'.
017100     05  FILLER                     PIC X(07) VALUE 'OUTCOME'.
017200 01  STG-DET-LINE.
017300     05  STG-REF-NBR.
017400         10  STG-REF-CYCLE          PIC 9(07).
017500         10  STG-REF-DASH           PIC X(01).
017600         10  STG-REF-SEQ            PIC 9(05).
017700     05  FILLER                     PIC X(02) VALUE SPACES.
017800     05  STG-ACTION                 PIC X(01).
017900     05  FILLER                     PIC X(07) VALUE SPACES.
018000     05  STG-MLJ-ACCT               PIC X(08).
018100     05  FILLER                     PIC X(02) VALUE SPACES.
018200     05  STG-ING-ACCT               PIC X(06).
018300     05  FILLER                     PIC X(04) VALUE SPACES.
018400     05  STG-EFF-DATE               PIC X(08).
018500     05  FILLER                     PIC X(02) VALUE SPACES.
018600     05  STG-MAKER                  PIC X(08).
018700     05  FILLER                     PIC X(02) VALUE SPACES.
018800     05  STG-OUTCOME                PIC X(40).
018900 01  REFUSE-LINE.
019000     05  FILLER                     PIC X(25)  VALUE
019100             '*** CONVERSION REFUSED - '.
019200     05  FILLER                     PIC X(21)  VALUE
019300             'NOTHING WRITTEN *** '.
019400     05  REF-MSG                    PIC X(50).
019500 01  SUM-LINE.
019600     05  SUM-LABEL                  PIC X(40).
019700     05  SUM-COUNT                  PIC ZZZ,ZZZ,ZZ9.
019800 PROCEDURE DIVISION.
019900******************************************************************
020000*    0000-MAINLINE - PROVE EVERY INPUT, THEN CONVERT             *
020100******************************************************************
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT.
020400     PERFORM 2000-PROVE-INPUTS     THRU 2000-PROVE-INPUTS-EXIT.
020500     IF NOT WS-RUN-ABANDONED
020600         PERFORM 2500-CONVERT-FILES
020700                 THRU 2500-CONVERT-FILES-EXIT
020800     END-IF.
020900     PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT.
021000     STOP RUN.
021100******************************************************************
021200*    1000-INITIALIZE - RUN DATE AND REPORT HEADING               *
021300******************************************************************
021400 1000-INITIALIZE.
021500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021600     OPEN OUTPUT CONVERSION-REPORT.
021700     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
021800     WRITE CONVERSION-REPORT-LINE FROM HDG-LINE-1.
021900 1000-INITIALIZE-EXIT.
022000     EXIT.
022100******************************************************************
022200*    2000-PROVE-INPUTS - FIRST PASS.  NOTHING IS WRITTEN UNLESS  *
022300*    EVERY INPUT OPENS AND EVERY CHECK BELOW PASSES.             *
022400******************************************************************
022500 2000-PROVE-INPUTS.
022600     MOVE 'N' TO WS-IN-EOF-SW.
022700     OPEN INPUT PENDING-VCH-IN.
022800     EVALUATE TRUE
022900         WHEN WS-IN-OK
023000             SET WS-PNV-PRESENT TO TRUE
023100             PERFORM 2100-PROVE-PNV THRU 2100-PROVE-PNV-EXIT
023200                     UNTIL END-OF-INPUT
023300             CLOSE PENDING-VCH-IN
023400         WHEN WS-IN-NOT-FOUND
023500             CONTINUE
023600         WHEN OTHER
023700             MOVE 'PENDING VOUCHER FILE OPEN FAILED - STATUS'
023800                  TO WS-REFUSE-MSG
023900             MOVE WS-IN-STATUS TO WS-REFUSE-MSG(43:2)
024000             PERFORM 4900-REFUSE-CONVERSION
024100                     THRU 4900-REFUSE-CONVERSION-EXIT
024200     END-EVALUATE.
024300     IF NOT WS-RUN-ABANDONED
024400         MOVE 'N' TO WS-IN-EOF-SW
024500         OPEN INPUT QUEUE-IN
024600         EVALUATE TRUE
024700             WHEN WS-IN-OK
024800                 SET WS-MKP-PRESENT TO TRUE
024900                 PERFORM 2200-PROVE-QUEUE
025000                         THRU 2200-PROVE-QUEUE-EXIT
025100                         UNTIL END-OF-INPUT
025200                 CLOSE QUEUE-IN
025300             WHEN WS-IN-NOT-FOUND
025400                 CONTINUE
025500             WHEN OTHER
025600                 MOVE 'APPROVAL QUEUE OPEN FAILED - STATUS'
025700                      TO WS-REFUSE-MSG
025800                 MOVE WS-IN-STATUS TO WS-REFUSE-MSG(37:2)
025900                 PERFORM 4900-REFUSE-CONVERSION
026000                         THRU 4900-REFUSE-CONVERSION-EXIT
026100         END-EVALUATE
026200     END-IF.
026300     IF NOT WS-RUN-ABANDONED
026400         MOVE 'N' TO WS-IN-EOF-SW
026500         OPEN INPUT STAGING-IN
026600         EVALUATE TRUE
026700             WHEN WS-IN-OK
026800                 SET WS-STG-PRESENT TO TRUE
026900                 PERFORM 2300-PROVE-STAGED
027000                         THRU 2300-PROVE-STAGED-EXIT
027100                         UNTIL END-OF-INPUT
027200                 CLOSE STAGING-IN
027300             WHEN WS-IN-NOT-FOUND
027400                 CONTINUE
027500             WHEN OTHER
027600                 MOVE 'CROSSWALK STAGING OPEN FAILED - STATUS'
027700                      TO WS-REFUSE-MSG
027800                 MOVE WS-IN-STATUS TO WS-REFUSE-MSG(40:2)
027900                 PERFORM 4900-REFUSE-CONVERSION
028000                         THRU 4900-REFUSE-CONVERSION-EXIT
028100         END-EVALUATE
028200     END-IF.
028300     IF NOT WS-RUN-ABANDONED
028400        AND WS-MKP-READ-COUNT + WS-STG-MAKER-COUNT > 2000
028500         MOVE 'APPROVAL QUEUE WOULD EXCEED 2000 ROWS'
028600              TO WS-REFUSE-MSG
028700         PERFORM 4900-REFUSE-CONVERSION
028800                 THRU 4900-REFUSE-CONVERSION-EXIT
028900     END-IF.
029000 2000-PROVE-INPUTS-EXIT.
029100     EXIT.
029200******************************************************************
029300*    2100-PROVE-PNV - ONLY THE TWO CSR9808 VOUCHER CLASSES CAN   *
029400*    BE ON A PENDING FILE WRITTEN BEFORE THE CHANGE              *
029500******************************************************************
029600 2100-PROVE-PNV.
029700     READ PENDING-VCH-IN
029800         AT END
029900             SET END-OF-INPUT TO TRUE
030000     END-READ.
030100     IF NOT END-OF-INPUT
030200         ADD 1 TO WS-PNV-READ-COUNT
030300         IF PVI-VOUCHER-CLASS NOT = 'S'
030400            AND PVI-VOUCHER-CLASS NOT = 'A'
030500             MOVE 'PENDING VOUCHER CLASS NOT RECOGNISED'
030600                  TO WS-REFUSE-MSG
030700             PERFORM 4900-REFUSE-CONVERSION
030800                     THRU 4900-REFUSE-CONVERSION-EXIT
030900             SET END-OF-INPUT TO TRUE
031000         END-IF
031100     END-IF.
031200 2100-PROVE-PNV-EXIT.
031300     EXIT.
031400******************************************************************
031500*    2200-PROVE-QUEUE - A ROW UNDER REFERENCE CYCLE ZERO MEANS   *
031600*    THE STAGED ROWS HAVE ALREADY BEEN CONVERTED                 *
031700******************************************************************
031800 2200-PROVE-QUEUE.
031900     READ QUEUE-IN
032000         AT END
032100             SET END-OF-INPUT TO TRUE
032200     END-READ.
032300     IF NOT END-OF-INPUT
032400         ADD 1 TO WS-MKP-READ-COUNT
032500         IF MKI-REF-CYCLE = ZERO
032600             MOVE 'APPROVAL QUEUE ALREADY HOLDS CONVERTED ROWS'
032700                  TO WS-REFUSE-MSG
032800             PERFORM 4900-REFUSE-CONVERSION
032900                     THRU 4900-REFUSE-CONVERSION-EXIT
033000             SET END-OF-INPUT TO TRUE
033100         END-IF
033200     END-IF.
033300 2200-PROVE-QUEUE-EXIT.
033400     EXIT.
033500******************************************************************
033600*    2300-PROVE-STAGED - COUNT THE ROWS THAT WILL BE QUEUED      *
033700******************************************************************
033800 2300-PROVE-STAGED.
033900     READ STAGING-IN INTO XWT-TRANS-REC
034000         AT END
034100             SET END-OF-INPUT TO TRUE
034200     END-READ.
034300     IF NOT END-OF-INPUT
034400         ADD 1 TO WS-STG-READ-COUNT
034500         IF XWT-USER-ID NOT = SPACES
034600             ADD 1 TO WS-STG-MAKER-COUNT
034700         END-IF
034800     END-IF.
034900 2300-PROVE-STAGED-EXIT.
035000     EXIT.
035100******************************************************************
035200*    2500-CONVERT-FILES - SECOND PASS.  THE INPUTS ARE KNOWN     *
035300*    GOOD: WRITE THE THREE NEW GENERATIONS.                      *
035400******************************************************************
035500 2500-CONVERT-FILES.
035600     OPEN OUTPUT PENDING-VCH-OUT
035700                 STAGING-OUT
035800                 QUEUE-OUT.
035900     IF WS-PNV-PRESENT
036000         MOVE 'N' TO WS-IN-EOF-SW
036100         OPEN INPUT PENDING-VCH-IN
036200         PERFORM 2600-CONVERT-PNV  THRU 2600-CONVERT-PNV-EXIT
036300                 UNTIL END-OF-INPUT
036400         CLOSE PENDING-VCH-IN
036500     END-IF.
036600     IF WS-MKP-PRESENT
036700         MOVE 'N' TO WS-IN-EOF-SW
036800         OPEN INPUT QUEUE-IN
036900         PERFORM 2700-CARRY-QUEUE  THRU 2700-CARRY-QUEUE-EXIT
037000                 UNTIL END-OF-INPUT
037100         CLOSE QUEUE-IN
037200     END-IF.
037300     IF WS-STG-PRESENT
037400         MOVE 'N' TO WS-IN-EOF-SW
037500         OPEN INPUT STAGING-IN
037600         WRITE CONVERSION-REPORT-LINE FROM STG-TITLE-LINE
037700             AFTER ADVANCING 2 LINES
037800         WRITE CONVERSION-REPORT-LINE FROM STG-HDG-LINE
037900         PERFORM 2800-QUEUE-STAGED THRU 2800-QUEUE-STAGED-EXIT
038000                 UNTIL END-OF-INPUT
038100         CLOSE STAGING-IN
038200     END-IF.
038300     CLOSE PENDING-VCH-OUT
038400           STAGING-OUT
038500           QUEUE-OUT.
038600 2500-CONVERT-FILES-EXIT.
038700     EXIT.
038800******************************************************************
038900*    2600-CONVERT-PNV - ONE PENDING VOUCHER TO THE 111-BYTE      *
039000*    LAYOUT.  BOTH CLASSES CAME FROM THE CSR9808 WRITE-OFF       *
039100*    STREAM, THE ONLY ONE THE OLD FILE CARRIED.                  *
039200******************************************************************
039300 2600-CONVERT-PNV.
039400     READ PENDING-VCH-IN
039500         AT END
039600             SET END-OF-INPUT TO TRUE
039700     END-READ.
039800     IF NOT END-OF-INPUT
039900         MOVE PVI-PENDING-REC TO PNV-PENDING-REC
040000         EVALUATE TRUE
040100             WHEN PNV-STANDARD-VOUCHER
040200                 MOVE 'CSR9808 ' TO PNV-SOURCE-STEP
040300                 ADD 1 TO WS-PNV-STANDARD-COUNT
040400             WHEN PNV-SENIOR-APPROVAL
040500                 MOVE 'CSR9808 ' TO PNV-SOURCE-STEP
040600                 ADD 1 TO WS-PNV-SENIOR-COUNT
040700         END-EVALUATE
040800         WRITE PNV-PENDING-REC
040900         ADD 1 TO WS-PNV-WRITTEN-COUNT
041000     END-IF.
041100 2600-CONVERT-PNV-EXIT.
041200     EXIT.
041300******************************************************************
041400*    2700-CARRY-QUEUE - PRIOR APPROVAL QUEUE ROW, UNCHANGED      *
041500******************************************************************
041600 2700-CARRY-QUEUE.
041700     READ QUEUE-IN
041800         AT END
041900             SET END-OF-INPUT TO TRUE
042000     END-READ.
042100     IF NOT END-OF-INPUT
042200         WRITE MKP-PENDING-REC FROM QUEUE-IN-REC
042300         ADD 1 TO WS-MKP-CARRIED-COUNT
042400     END-IF.
042500 2700-CARRY-QUEUE-EXIT.
042600     EXIT.
042700******************************************************************
042800*    2800-QUEUE-STAGED - ONE ROW STAGED BEFORE CUTOVER ONTO THE  *
042900*    APPROVAL QUEUE FOR CSR9812, AWAITING A CHECKER              *
043000******************************************************************
043100 2800-QUEUE-STAGED.
043200     READ STAGING-IN INTO XWT-TRANS-REC
043300         AT END
043400             SET END-OF-INPUT TO TRUE
043500     END-READ.
043600     IF NOT END-OF-INPUT
043700         MOVE SPACES        TO XWT-CHECKER-ID
043800         MOVE XWT-ACTION    TO STG-ACTION
043900         MOVE XWT-MLJ-ACCT  TO STG-MLJ-ACCT
044000         MOVE XWT-ING-ACCT  TO STG-ING-ACCT
044100         MOVE XWT-EFF-DATE  TO STG-EFF-DATE
044200         MOVE XWT-USER-ID   TO STG-MAKER
044300         IF XWT-USER-ID = SPACES
044400             MOVE SPACES TO STG-REF-NBR
044500             MOVE 'NOT QUEUED - NO USER ID, KEY AGAIN'
044600                  TO STG-OUTCOME
044700             ADD 1 TO WS-STG-REFUSED-COUNT
044800             IF RETURN-CODE < 4
044900                 MOVE 4 TO RETURN-CODE
045000             END-IF
045100         ELSE
045200             ADD 1 TO WS-NEXT-SEQ
045300             MOVE SPACES        TO MKP-PENDING-REC
045400             MOVE ZERO          TO MKP-REF-CYCLE
045500             MOVE WS-NEXT-SEQ   TO MKP-REF-SEQ
045600             MOVE 'CSR9812 '    TO MKP-TARGET-STEP
045700             MOVE XWT-USER-ID   TO MKP-MAKER-ID
045800             MOVE WS-RUN-DATE   TO MKP-KEYED-DATE
045900             MOVE XWT-TRANS-REC TO MKP-TRANS-IMAGE
046000             WRITE MKP-PENDING-REC
046100             ADD 1 TO WS-STG-QUEUED-COUNT
046200             MOVE MKP-REF-CYCLE TO STG-REF-CYCLE
046300             MOVE '-'           TO STG-REF-DASH
046400             MOVE MKP-REF-SEQ   TO STG-REF-SEQ
046500             MOVE 'QUEUED FOR CSR9829 APPROVAL' TO STG-OUTCOME
046600         END-IF
046700         WRITE CONVERSION-REPORT-LINE FROM STG-DET-LINE
046800     END-IF.
046900 2800-QUEUE-STAGED-EXIT.
047000     EXIT.
047100******************************************************************
047200*    3000-FINALIZE - CONVERSION TOTALS, CLOSE                    *
047300******************************************************************
047400 3000-FINALIZE.
047500     IF NOT WS-RUN-ABANDONED
047600         MOVE SPACES TO CONVERSION-REPORT-LINE
047700         WRITE CONVERSION-REPORT-LINE
047800         MOVE 'PENDING VOUCHERS CONVERTED:' TO SUM-LABEL
047900         MOVE WS-PNV-WRITTEN-COUNT TO SUM-COUNT
048000         WRITE CONVERSION-REPORT-LINE FROM SUM-LINE
048100         MOVE '  STANDARD (S) - SOURCE CSR9808:' TO SUM-LABEL
048200         MOVE WS-PNV-STANDARD-COUNT TO SUM-COUNT
048300         WRITE CONVERSION-REPORT-LINE FROM SUM-LINE
048400         MOVE '  SENIOR APPROVAL (A) - SOURCE CSR9808:'
048500              TO SUM-LABEL
048600         MOVE WS-PNV-SENIOR-COUNT TO SUM-COUNT
048700         WRITE CONVERSION-REPORT-LINE FROM SUM-LINE
048800         MOVE 'APPROVAL QUEUE ROWS CARRIED:' TO SUM-LABEL
048900         MOVE WS-MKP-CARRIED-COUNT TO SUM-COUNT
049000         WRITE CONVERSION-REPORT-LINE FROM SUM-LINE
049100         MOVE 'STAGED CROSSWALK ROWS READ:' TO SUM-LABEL
049200         MOVE WS-STG-READ-COUNT TO SUM-COUNT
049300         WRITE CONVERSION-REPORT-LINE FROM SUM-LINE
049400         MOVE '  QUEUED FOR APPROVAL:' TO SUM-LABEL
049500         MOVE WS-STG-QUEUED-COUNT TO SUM-COUNT
049600         WRITE CONVERSION-REPORT-LINE FROM SUM-LINE
049700         MOVE '  NOT QUEUED - KEY AGAIN:' TO SUM-LABEL
049800         MOVE WS-STG-REFUSED-COUNT TO SUM-COUNT
049900         WRITE CONVERSION-REPORT-LINE FROM SUM-LINE
050000     END-IF.
050100     CLOSE CONVERSION-REPORT.
050200     DISPLAY 'CSR9832 PENDING VOUCHERS   : ' WS-PNV-WRITTEN-COUNT.
050300     DISPLAY 'CSR9832 QUEUE ROWS CARRIED : ' WS-MKP-CARRIED-COUNT.
050400     DISPLAY 'CSR9832 STAGED ROWS QUEUED : ' WS-STG-QUEUED-COUNT.
050500     DISPLAY 'CSR9832 STAGED ROWS REFUSED: ' WS-STG-REFUSED-COUNT.
050600 3000-FINALIZE-EXIT.
050700     EXIT.
050800******************************************************************
050900*    4900-REFUSE-CONVERSION - STOP BEFORE ANYTHING IS WRITTEN    *
051000******************************************************************
051100 4900-REFUSE-CONVERSION.
051200     DISPLAY 'CSR9832 *** CONVERSION REFUSED - ' WS-REFUSE-MSG
051300             ' ***'.
051400     MOVE WS-REFUSE-MSG TO REF-MSG.
051500     WRITE CONVERSION-REPORT-LINE FROM REFUSE-LINE.
051600     SET WS-RUN-ABANDONED TO TRUE.
051700     MOVE 16 TO RETURN-CODE.
051800 4900-REFUSE-CONVERSION-EXIT.
051900     EXIT.

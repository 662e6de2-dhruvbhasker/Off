000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9822.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL SUSPENSE ACCOUNTING.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: CONSOLIDATED GENERAL LEDGER INTERFACE BATCH.  THE  *
000900*             WRITE-OFF (CSR9808 CCSRJVP), CLEARING (CSR9813     *
001000*             CCSRCLV), INTEREST ACCRUAL (CSR9818 CCSRJVP) AND   *
001100*             REFUND (CSR9821 CCSRRFV) VOUCHER STREAMS EACH      *
001200*             NUMBER THEIR OWN JOURNALS FROM ZERO, SO THE SAME   *
001300*             SEQUENCE TURNS UP IN SEVERAL FILES AND A GL        *
001400*             ACKNOWLEDGMENT COULD MATCH THE WRONG VOUCHER.  THIS*
001500*             STEP COLLECTS ALL FOUR STREAMS AND RENUMBERS EVERY *
001600*             JOURNAL FROM THE PERSISTENT CCSRJNC COUNTER (PRIOR *
001700*             GENERATION IN, NEW GENERATION OUT), SO A JOURNAL   *
001800*             SEQUENCE IS UNIQUE ACROSS STREAMS AND CYCLES, AND  *
001900*             WRITES ONE GL INTERFACE FILE (CCSRGLI) WITH A BATCH*
002000*             HEADER AND TRAILER.  THE CCSRJVP STREAMS CARRY ONLY*
002100*             ONE SIDE OF THE ENTRY; THE OFFSETTING LINE IS      *
002200*             BUILT HERE AGAINST THE PARM-SUPPLIED WRITE-OFF,    *
002300*             INTEREST EXPENSE AND INTEREST LIABILITY ACCOUNTS.  *
002400*                                                                *
002500*             THE STREAMS ARE READ TWICE.  THE FIRST PASS PROVES *
002600*             THE BATCH - DEBITS MUST EQUAL CREDITS FOR EVERY    *
002700*             CURRENCY AND WITHIN EVERY JOURNAL - AND PRINTS THE *
002720*             PROOF, WITH A BREAKDOWN BY CURRENCY AND MLJ        *
002740*             ACCOUNT FOR INFORMATION ONLY (AN ACCOUNT ON ITS    *
002760*             OWN NEED NOT BALANCE).                             *
002800*             ONLY A BALANCED BATCH IS WRITTEN ON THE SECOND     *
002900*             PASS AND RELEASED; AN OUT-OF-BALANCE BATCH IS      *
003000*             REFUSED WITH RETURN CODE 16, NO INTERFACE RECORD   *
003100*             IS WRITTEN AND THE COUNTER DOES NOT ADVANCE.       *
003200******************************************************************
003300*    DATE     AUTH.  DESCRIPTION                                 *
003400*                                                                *
003500*  15OCT26     DOB   INITIAL VERSION                             *
003510*  15OCT26     DOB   ALSO CHECK IN BEHIND THE CSR9830 CONTROL-   *
003520*                    TOTAL BALANCING STEP, SO NO GL BATCH IS     *
003530*                    RELEASED FROM A CYCLE THAT DID NOT BALANCE  *
003540*  15OCT26     DOB   PROVE DEBITS = CREDITS PER CURRENCY AND PER *
003550*                    JOURNAL; THE CURRENCY AND MLJ ACCOUNT TOTALS*
003560*                    ARE NOW PRINTED FOR INFORMATION ONLY.       *
003570*                    CREDIT THE ACCRUAL TO THE NEW PARM INTEREST *
003580*                    LIABILITY ACCOUNT (THE ONE CSR9821 DEBITS ON*
003590*                    REFUND) INSTEAD OF THE SUSPENSE ACCOUNT     *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-3090.
004000 OBJECT-COMPUTER.   IBM-3090.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT WRITEOFF-VOUCHER   ASSIGN TO WOFIN
004400                               ORGANIZATION IS SEQUENTIAL.
004500     SELECT CLEARING-VOUCHER   ASSIGN TO CLVIN
004600                               ORGANIZATION IS SEQUENTIAL.
004700     SELECT ACCRUAL-VOUCHER    ASSIGN TO ACRIN
004800                               ORGANIZATION IS SEQUENTIAL.
004900     SELECT REFUND-VOUCHER     ASSIGN TO RFVIN
005000                               ORGANIZATION IS SEQUENTIAL.
005100     SELECT COUNTER-IN         ASSIGN TO JNCIN
005200                               ORGANIZATION IS SEQUENTIAL
005300                               FILE STATUS IS WS-JNC-STATUS.
005400     SELECT PARM-FILE          ASSIGN TO PARMIN
005500                               ORGANIZATION IS SEQUENTIAL.
005600     SELECT GL-INTERFACE       ASSIGN TO GLIOUT
005700                               ORGANIZATION IS SEQUENTIAL.
005800     SELECT COUNTER-OUT        ASSIGN TO JNCOUT
005900                               ORGANIZATION IS SEQUENTIAL.
006000     SELECT PROOF-REPORT       ASSIGN TO GLPRPT
006100                               ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  WRITEOFF-VOUCHER
006500     RECORDING MODE IS F.
006600     COPY CCSRJVP.
006700 FD  CLEARING-VOUCHER
006800     RECORDING MODE IS F.
006900     COPY CCSRCLV.
007000******************************************************************
007100*    CSR9818 ACCRUAL VOUCHERS - CCSRJVP LAYOUT, MAPPED           *
007200*    EXPLICITLY (THE COPYBOOK CANNOT BE COPIED TWICE)            *
007300******************************************************************
007400 FD  ACCRUAL-VOUCHER
007500     RECORDING MODE IS F.
007600 01  ACR-VOUCHER-REC.
007700     05  ACR-VOUCHER-CLASS          PIC X(01).
007800     05  ACR-JOURNAL-SEQ            PIC 9(07).
007900     05  ACR-POLICY-NUMBER          PIC X(10).
008000     05  ACR-MLJ-ACCT               PIC X(08).
008100     05  ACR-ING-ACCT               PIC X(06).
008200     05  ACR-CRCY-CD                PIC X(02).
008300     05  ACR-ACCRUAL-AMOUNT         PIC S9(11)V9(02).
008400     05  ACR-SUSPENSE-DATE          PIC X(10).
008500     05  ACR-ELAPSED-DAYS           PIC 9(05).
008600 FD  REFUND-VOUCHER
008700     RECORDING MODE IS F.
008800     COPY CCSRRFV.
008900 FD  COUNTER-IN
009000     RECORDING MODE IS F.
009100     COPY CCSRJNC.
009200 FD  PARM-FILE
009300     RECORDING MODE IS F.
009400 01  PARM-RECORD.
009500     05  PARM-WOF-MLJ-ACCT          PIC X(08).
009600     05  PARM-WOF-ING-ACCT          PIC X(06).
009700     05  PARM-ACR-MLJ-ACCT          PIC X(08).
009800     05  PARM-ACR-ING-ACCT          PIC X(06).
009820     05  PARM-INT-MLJ-ACCT          PIC X(08).
009840     05  PARM-INT-ING-ACCT          PIC X(06).
009900 FD  GL-INTERFACE
010000     RECORDING MODE IS F.
010100     COPY CCSRGLI.
010200******************************************************************
010300*    NEW CCSRJNC GENERATION - SAME LAYOUT, MAPPED EXPLICITLY     *
010400******************************************************************
010500 FD  COUNTER-OUT
010600     RECORDING MODE IS F.
010700 01  COUNTER-OUT-REC.
010800     05  JNO-LAST-JOURNAL-SEQ       PIC 9(07).
010900     05  JNO-LAST-CYCLE-NBR         PIC 9(07).
011000     05  JNO-LAST-RUN-DATE          PIC X(08).
011100     05  JNO-LAST-BATCH-JOURNALS    PIC 9(07).
011200 FD  PROOF-REPORT
011300     RECORDING MODE IS F.
011400 01  PROOF-REPORT-LINE              PIC X(132).
011500 WORKING-STORAGE SECTION.
011600******************************************************************
011700*    SWITCHES AND COUNTERS                                       *
011800******************************************************************
011900 77  WS-WOF-EOF-SW                  PIC X(01)   VALUE 'N'.
012000     88  END-OF-WRITEOFF-FILE                   VALUE 'Y'.
012100 77  WS-CLV-EOF-SW                  PIC X(01)   VALUE 'N'.
012200     88  END-OF-CLEARING-FILE                   VALUE 'Y'.
012300 77  WS-ACR-EOF-SW                  PIC X(01)   VALUE 'N'.
012400     88  END-OF-ACCRUAL-FILE                    VALUE 'Y'.
012500 77  WS-RFV-EOF-SW                  PIC X(01)   VALUE 'N'.
012600     88  END-OF-REFUND-FILE                     VALUE 'Y'.
012700 77  WS-JNC-STATUS                  PIC X(02)   VALUE '00'.
012800     88  WS-JNC-OK                              VALUE '00'.
012900     88  WS-JNC-NOT-FOUND                       VALUE '35'.
013000 77  WS-PASS-SW                     PIC X(01)   VALUE 'P'.
013100     88  WS-PROVE-PASS                          VALUE 'P'.
013200     88  WS-WRITE-PASS                          VALUE 'W'.
013300 77  WS-BALANCE-SW                  PIC X(01)   VALUE 'N'.
013400     88  WS-BATCH-OUT-OF-BALANCE                VALUE 'Y'.
013500 77  WS-RELEASE-SW                  PIC X(01)   VALUE 'N'.
013600     88  WS-BATCH-RELEASED                      VALUE 'Y'.
013700 77  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
013800     88  WS-FOUND                               VALUE 'Y'.
013900 77  WS-PRF-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
014000 77  WS-PRF-OVERFLOW-SW             PIC X(01)   VALUE 'N'.
014100     88  WS-PRF-TABLE-OVERFLOW                  VALUE 'Y'.
014120 77  WS-CUR-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
014140 77  WS-CUR-OVERFLOW-SW             PIC X(01)   VALUE 'N'.
014160     88  WS-CUR-TABLE-OVERFLOW                  VALUE 'Y'.
014200 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
014300     88  WS-RUN-ABANDONED                       VALUE 'Y'.
014400 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
014500 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
014600 77  WS-PRIOR-JOURNAL-SEQ           PIC 9(07)   VALUE ZERO.
014700 77  WS-PRIOR-CYCLE-NBR             PIC 9(07)   VALUE ZERO.
014800 77  WS-PRIOR-RUN-DATE              PIC X(08)   VALUE SPACES.
014900 77  WS-PRIOR-BATCH-JOURNALS        PIC 9(07)   VALUE ZERO.
015000 77  WS-JOURNAL-SEQ                 PIC 9(07)   VALUE ZERO.
015100 77  WS-FIRST-JOURNAL               PIC 9(07)   VALUE ZERO.
015200 77  WS-PREV-SOURCE-SEQ             PIC 9(07)   VALUE ZERO.
015300 77  WS-JOURNAL-COUNT               PIC S9(07)  COMP  VALUE ZERO.
015400 77  WS-DETAIL-COUNT                PIC 9(09)   COMP  VALUE ZERO.
015500 77  WS-WOF-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
015600 77  WS-CLV-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
015700 77  WS-ACR-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
015800 77  WS-RFV-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
015900 77  WS-CUR-BREAK-COUNT             PIC S9(05)  COMP  VALUE ZERO.
015950 77  WS-JRN-BREAK-COUNT             PIC S9(07)  COMP  VALUE ZERO.
016000 77  WS-SIGNED-AMOUNT               PIC S9(11)V9(02) VALUE ZERO.
016100 01  WS-DEBIT-TOTAL                 PIC S9(13)V9(02) COMP-3
016200                                                     VALUE ZERO.
016300 01  WS-CREDIT-TOTAL                PIC S9(13)V9(02) COMP-3
016400                                                     VALUE ZERO.
016500 01  WS-DIFFERENCE                  PIC S9(13)V9(02) COMP-3
016600                                                     VALUE ZERO.
016605******************************************************************
016610*    CURRENT JOURNAL ON THE PROVING PASS - ITS LINES ARE TOTALLED*
016615*    HERE AND PROVED WHEN THE NEXT JOURNAL STARTS                *
016620******************************************************************
016625 01  WS-JRN-DEBIT                   PIC S9(13)V9(02) COMP-3
016630                                                     VALUE ZERO.
016635 01  WS-JRN-CREDIT                  PIC S9(13)V9(02) COMP-3
016640                                                     VALUE ZERO.
016645 77  WS-JRN-SOURCE-STEP             PIC X(08)   VALUE SPACES.
016650 77  WS-JRN-SOURCE-SEQ              PIC 9(07)   VALUE ZERO.
016700******************************************************************
016800*    PARM-SUPPLIED OFFSET ACCOUNTS FOR THE SINGLE-SIDED CCSRJVP  *
016900*    STREAMS - NO SENSIBLE DEFAULT EXISTS, SO A MISSING OR BLANK *
017000*    PARM ABANDONS THE RUN                                       *
017100******************************************************************
017200 77  WS-WOF-MLJ-ACCT                PIC X(08)   VALUE SPACES.
017300 77  WS-WOF-ING-ACCT                PIC X(06)   VALUE SPACES.
017400 77  WS-ACR-MLJ-ACCT                PIC X(08)   VALUE SPACES.
017500 77  WS-ACR-ING-ACCT                PIC X(06)   VALUE SPACES.
017520 77  WS-INT-MLJ-ACCT                PIC X(08)   VALUE SPACES.
017540 77  WS-INT-ING-ACCT                PIC X(06)   VALUE SPACES.
017600******************************************************************
017700*    POSTING LINE WORK AREA - EVERY STREAM BUILDS ITS LINES HERE *
017800*    SO THE PROOF AND THE INTERFACE WRITE SEE ONE SHAPE          *
017900******************************************************************
018000 01  WS-POST-LINE.
018100     05  WS-PL-SOURCE-STEP          PIC X(08).
018200     05  WS-PL-SOURCE-SEQ           PIC 9(07).
018300     05  WS-PL-VOUCHER-CLASS        PIC X(01).
018400     05  WS-PL-POSTING-SIDE         PIC X(01).
018500         88  WS-PL-DEBIT                        VALUE 'D'.
018600         88  WS-PL-CREDIT                       VALUE 'C'.
018700     05  WS-PL-LINE-ROLE            PIC X(01).
018800     05  WS-PL-POLICY-NUMBER        PIC X(10).
018900     05  WS-PL-MLJ-ACCT             PIC X(08).
019000     05  WS-PL-ING-ACCT             PIC X(06).
019100     05  WS-PL-CRCY-CD              PIC X(02).
019200     05  WS-PL-AMOUNT               PIC S9(11)V9(02).
019300     05  WS-PL-SUSPENSE-DATE        PIC X(10).
019400     05  WS-PL-ELAPSED-DAYS         PIC 9(05).
019500     05  WS-PL-REFERENCE            PIC X(12).
019600******************************************************************
019700*    BALANCE PROOF TABLE - DEBIT AND CREDIT TOTALS BY CURRENCY,  *
019800*    BUILT ON THE PROVING PASS.  EACH CURRENCY MUST BALANCE.     *
019900******************************************************************
019905 01  WS-CUR-TABLE.
019910     05  WS-CUR-ENTRY OCCURS 50 TIMES
019915                      INDEXED BY WS-CUR-NDX1 WS-CUR-NDX2.
019920         10  WS-CUR-CRCY-CD             PIC X(02).
019925         10  WS-CUR-DEBIT               PIC S9(13)V9(02) COMP-3.
019930         10  WS-CUR-CREDIT              PIC S9(13)V9(02) COMP-3.
019935******************************************************************
019940*    ACCOUNT BREAKDOWN TABLE - DEBIT AND CREDIT TOTALS BY        *
019945*    CURRENCY AND MLJ ACCOUNT, PRINTED FOR INFORMATION ONLY.  AN *
019950*    ACCOUNT NEED NOT BALANCE ON ITS OWN - ITS OFFSET SITS ON    *
019955*    ANOTHER ACCOUNT.                                            *
019960******************************************************************
020000 01  WS-PRF-TABLE.
020100     05  WS-PRF-ENTRY OCCURS 500 TIMES
020200                      INDEXED BY WS-PRF-NDX1 WS-PRF-NDX2.
020300         10  WS-PRF-CRCY-CD             PIC X(02).
020400         10  WS-PRF-MLJ-ACCT            PIC X(08).
020500         10  WS-PRF-DEBIT               PIC S9(13)V9(02) COMP-3.
020600         10  WS-PRF-CREDIT              PIC S9(13)V9(02) COMP-3.
020700******************************************************************
020800*    BALANCE PROOF REPORT LINES                                  *
020900******************************************************************
021000 01  HDG-LINE-1.
021100     05  FILLER                     PIC X(44) VALUE
021200             'CSR9822 GL INTERFACE BATCH BALANCE PROOF    '.
021300     05  FILLER                     PIC X(07) VALUE 'CYCLE '.
021400     05  HDG-CYCLE-NBR              PIC 9(07).
021500 01  TTL-LINE.
021520     05  TTL-TEXT                   PIC X(60).
021540 01  HDG-LINE-2.
021600     05  FILLER                     PIC X(15) VALUE 'CCY  '.
021800     05  FILLER                     PIC X(23) VALUE
021900             '           DEBIT TOTAL '.
022000     05  FILLER                     PIC X(23) VALUE
022100             '          CREDIT TOTAL '.
022200     05  FILLER                     PIC X(23) VALUE
022300             '            DIFFERENCE '.
022400     05  FILLER                     PIC X(14) VALUE
022500             ' STATUS       '.
022505 01  HDG-LINE-3.
022510     05  FILLER                     PIC X(05) VALUE 'CCY  '.
022515     05  FILLER                     PIC X(10) VALUE 'MLJ ACCT  '.
022520     05  FILLER                     PIC X(23) VALUE
022525             '           DEBIT TOTAL '.
022530     05  FILLER                     PIC X(23) VALUE
022535             '          CREDIT TOTAL '.
022540     05  FILLER                     PIC X(23) VALUE
022545             '             NET DEBIT '.
022550 01  HDG-LINE-4.
022555     05  FILLER                     PIC X(10) VALUE 'JOURNAL   '.
022560     05  FILLER                     PIC X(10) VALUE 'SOURCE    '.
022565     05  FILLER                     PIC X(09) VALUE 'SRCE SEQ '.
022570     05  FILLER                     PIC X(23) VALUE
022575             '           DEBIT TOTAL '.
022580     05  FILLER                     PIC X(23) VALUE
022585             '          CREDIT TOTAL '.
022590     05  FILLER                     PIC X(23) VALUE
022595             '            DIFFERENCE '.
022600 01  DET-LINE.
022700     05  DET-CRCY                   PIC X(02).
022800     05  FILLER                     PIC X(03) VALUE SPACES.
022900     05  DET-MLJ-ACCT               PIC X(08).
023000     05  FILLER                     PIC X(02) VALUE SPACES.
023100     05  DET-DEBIT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023200     05  FILLER                     PIC X(02) VALUE SPACES.
023300     05  DET-CREDIT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023400     05  FILLER                     PIC X(02) VALUE SPACES.
023500     05  DET-DIFFERENCE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023600     05  FILLER                     PIC X(03) VALUE SPACES.
023700     05  DET-STATUS                 PIC X(14).
023705 01  JRN-LINE.
023710     05  JRN-JOURNAL-SEQ            PIC 9(07).
023715     05  FILLER                     PIC X(03) VALUE SPACES.
023720     05  JRN-SOURCE-STEP            PIC X(08).
023725     05  FILLER                     PIC X(02) VALUE SPACES.
023730     05  JRN-SOURCE-SEQ             PIC 9(07).
023735     05  FILLER                     PIC X(02) VALUE SPACES.
023740     05  JRN-DEBIT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023745     05  FILLER                     PIC X(02) VALUE SPACES.
023750     05  JRN-CREDIT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023755     05  FILLER                     PIC X(02) VALUE SPACES.
023760     05  JRN-DIFFERENCE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023800 01  SUM-LINE-1.
023900     05  FILLER                     PIC X(26)  VALUE
024000             'WRITE-OFF VOUCHERS IN:    '.
024100     05  SUM-WOF-COUNT              PIC ZZZ,ZZ9.
024200     05  FILLER                     PIC X(05)  VALUE SPACES.
024300     05  FILLER                     PIC X(26)  VALUE
024400             'CLEARING VOUCHER LINES IN:'.
024500     05  SUM-CLV-COUNT              PIC ZZZ,ZZ9.
024600 01  SUM-LINE-2.
024700     05  FILLER                     PIC X(26)  VALUE
024800             'ACCRUAL VOUCHERS IN:      '.
024900     05  SUM-ACR-COUNT              PIC ZZZ,ZZ9.
025000     05  FILLER                     PIC X(05)  VALUE SPACES.
025100     05  FILLER                     PIC X(26)  VALUE
025200             'REFUND VOUCHER LINES IN:  '.
025300     05  SUM-RFV-COUNT              PIC ZZZ,ZZ9.
025400 01  SUM-LINE-3.
025500     05  FILLER                     PIC X(26)  VALUE
025600             'JOURNALS IN BATCH:        '.
025700     05  SUM-JOURNAL-COUNT          PIC ZZZ,ZZ9.
025800     05  FILLER                     PIC X(05)  VALUE SPACES.
025900     05  FILLER                     PIC X(26)  VALUE
026000             'POSTING LINES IN BATCH:   '.
026100     05  SUM-DETAIL-COUNT           PIC ZZZ,ZZZ,ZZ9.
026200 01  SUM-LINE-4.
026300     05  SUM-DISPOSITION            PIC X(40).
026400     05  SUM-FIRST-JOURNAL          PIC ZZZZZZ9 BLANK WHEN ZERO.
026500     05  SUM-THRU-LIT               PIC X(06).
026600     05  SUM-LAST-JOURNAL           PIC ZZZZZZ9 BLANK WHEN ZERO.
026700******************************************************************
026800*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
026900******************************************************************
027000     COPY CCSRRCLP.
027100 PROCEDURE DIVISION.
027200******************************************************************
027300*    0000-MAINLINE                                               *
027400******************************************************************
027500 0000-MAINLINE.
027600     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
027700     IF RCLP-RCTL-RC = ZERO
027800         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
027900         PERFORM 2000-BUILD-BATCH      THRU 2000-BUILD-BATCH-EXIT
028000         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
028100         PERFORM 7100-RUN-CONTROL-OUT
028200                 THRU 7100-RUN-CTL-OUT-EXIT
028300     END-IF.
028400     STOP RUN.
028500******************************************************************
028600*    1000-INITIALIZE - READ PARM AND THE PRIOR COUNTER           *
028700*    GENERATION.  A MISSING OFFSET ACCOUNT, AN UNREADABLE        *
028800*    COUNTER OR A BATCH ALREADY RELEASED FOR THIS CYCLE          *
028900*    ABANDONS THE RUN - THE LAST WOULD SEND THE GL THE SAME      *
029000*    POSTINGS TWICE UNDER NEW JOURNAL NUMBERS.                   *
029100******************************************************************
029200 1000-INITIALIZE.
029300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029400     OPEN INPUT  PARM-FILE.
029500     READ PARM-FILE
029600         AT END
029700             MOVE SPACES TO PARM-RECORD
029800     END-READ.
029900     CLOSE PARM-FILE.
030000     IF PARM-WOF-MLJ-ACCT = SPACES
030100        OR PARM-WOF-ING-ACCT = SPACES
030200        OR PARM-ACR-MLJ-ACCT = SPACES
030300        OR PARM-ACR-ING-ACCT = SPACES
030320        OR PARM-INT-MLJ-ACCT = SPACES
030340        OR PARM-INT-ING-ACCT = SPACES
030400         DISPLAY 'CSR9822 *** OFFSET ACCOUNT PARM MISSING - '
030500                 'RUN ABANDONED ***'
030600         MOVE 16 TO RETURN-CODE
030700         SET WS-RUN-ABANDONED TO TRUE
030800     ELSE
031000         MOVE PARM-WOF-MLJ-ACCT TO WS-WOF-MLJ-ACCT
031100         MOVE PARM-WOF-ING-ACCT TO WS-WOF-ING-ACCT
031200         MOVE PARM-ACR-MLJ-ACCT TO WS-ACR-MLJ-ACCT
031300         MOVE PARM-ACR-ING-ACCT TO WS-ACR-ING-ACCT
031400         MOVE PARM-INT-MLJ-ACCT TO WS-INT-MLJ-ACCT
031500         MOVE PARM-INT-ING-ACCT TO WS-INT-ING-ACCT
031600         PERFORM 1100-READ-COUNTER THRU 1100-READ-COUNTER-EXIT
031700     END-IF.
031800     IF NOT WS-RUN-ABANDONED
033900        AND WS-PRIOR-CYCLE-NBR = WS-CYCLE-NBR
034000        AND WS-PRIOR-CYCLE-NBR > ZERO
034100         DISPLAY 'CSR9822 *** GL BATCH ALREADY RELEASED FOR '
034200                 'CYCLE ' WS-CYCLE-NBR ' - RUN ABANDONED ***'
034300         MOVE 16 TO RETURN-CODE
034400         SET WS-RUN-ABANDONED TO TRUE
034600     END-IF.
034650     IF NOT WS-RUN-ABANDONED
034700         COMPUTE WS-FIRST-JOURNAL = WS-PRIOR-JOURNAL-SEQ + 1
034800         OPEN OUTPUT PROOF-REPORT
034900         MOVE WS-CYCLE-NBR TO HDG-CYCLE-NBR
035000         WRITE PROOF-REPORT-LINE FROM HDG-LINE-1
035100     END-IF.
035200 1000-INITIALIZE-EXIT.
035300     EXIT.
035302******************************************************************
035304*    1100-READ-COUNTER - THE PRIOR CCSRJNC GENERATION.  NONE ON  *
035306*    THE VERY FIRST RUN, WHEN NUMBERING STARTS FROM ONE.         *
035308******************************************************************
035310 1100-READ-COUNTER.
035312     OPEN INPUT COUNTER-IN.
035314     EVALUATE TRUE
035316         WHEN WS-JNC-OK
035318             READ COUNTER-IN
035320                 AT END
035322                     MOVE ZERO   TO JNC-LAST-JOURNAL-SEQ
035324                                    JNC-LAST-CYCLE-NBR
035326                                    JNC-LAST-BATCH-JOURNALS
035328                     MOVE SPACES TO JNC-LAST-RUN-DATE
035330             END-READ
035332             MOVE JNC-LAST-JOURNAL-SEQ    TO WS-PRIOR-JOURNAL-SEQ
035334             MOVE JNC-LAST-CYCLE-NBR      TO WS-PRIOR-CYCLE-NBR
035336             MOVE JNC-LAST-RUN-DATE       TO WS-PRIOR-RUN-DATE
035338             MOVE JNC-LAST-BATCH-JOURNALS
035340                  TO WS-PRIOR-BATCH-JOURNALS
035342             CLOSE COUNTER-IN
035344         WHEN WS-JNC-NOT-FOUND
035346             CONTINUE
035348         WHEN OTHER
035350             DISPLAY 'CSR9822 *** JOURNAL COUNTER OPEN FAILED - '
035352                     'STATUS ' WS-JNC-STATUS ' ***'
035354             MOVE 16 TO RETURN-CODE
035356             SET WS-RUN-ABANDONED TO TRUE
035358     END-EVALUATE.
035360 1100-READ-COUNTER-EXIT.
035362     EXIT.
035400******************************************************************
035500*    2000-BUILD-BATCH - PROVE THE STREAMS, THEN WRITE AND        *
035600*    RELEASE THE BATCH ONLY IF EVERY CURRENCY AND EVERY JOURNAL  *
035700*    BALANCES.  JOURNALS THAT DO NOT BALANCE ARE LISTED AS THE   *
035750*    PROVING PASS FINDS THEM.                                    *
035800******************************************************************
035900 2000-BUILD-BATCH.
036000     IF NOT WS-RUN-ABANDONED
036050         MOVE 'JOURNALS OUT OF BALANCE' TO TTL-TEXT
036100         WRITE PROOF-REPORT-LINE FROM TTL-LINE
036150         WRITE PROOF-REPORT-LINE FROM HDG-LINE-4
036300         SET WS-PROVE-PASS TO TRUE
036400         PERFORM 2100-RUN-STREAMS  THRU 2100-RUN-STREAMS-EXIT
036500         IF WS-CUR-TABLE-OVERFLOW
036600             DISPLAY 'CSR9822 *** BALANCE PROOF TABLE CAPACITY '
036700                     'EXCEEDED - RUN ABANDONED ***'
036800             MOVE 16 TO RETURN-CODE
036900             SET WS-RUN-ABANDONED TO TRUE
037000             CLOSE PROOF-REPORT
037100         ELSE
037200             PERFORM 2550-PRINT-PROOF THRU 2550-PRINT-PROOF-EXIT
037600             IF WS-BATCH-OUT-OF-BALANCE
037700                 DISPLAY 'CSR9822 *** GL BATCH OUT OF BALANCE ON '
037800                         WS-CUR-BREAK-COUNT ' CURRENCY(IES) AND '
037820                         WS-JRN-BREAK-COUNT ' JOURNAL(S) - '
037840                         'BATCH REFUSED ***'
037900                 MOVE 16 TO RETURN-CODE
038000             ELSE
038100                 PERFORM 2700-WRITE-BATCH
038200                         THRU 2700-WRITE-BATCH-EXIT
038300             END-IF
038400         END-IF
038500     END-IF.
040300 2000-BUILD-BATCH-EXIT.
040400     EXIT.
040500******************************************************************
040600*    2100-RUN-STREAMS - ONE PASS OVER ALL FOUR VOUCHER STREAMS.  *
040700*    JOURNAL NUMBERING RESTARTS FROM THE COUNTER ON EACH PASS,   *
040800*    SO THE PROVING PASS AND THE WRITING PASS NUMBER ALIKE.      *
040900******************************************************************
041000 2100-RUN-STREAMS.
041100     MOVE WS-PRIOR-JOURNAL-SEQ TO WS-JOURNAL-SEQ.
041200     MOVE ZERO TO WS-JOURNAL-COUNT WS-DETAIL-COUNT.
041300     MOVE ZERO TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL.
041400     MOVE 'N'  TO WS-WOF-EOF-SW WS-CLV-EOF-SW
041500                  WS-ACR-EOF-SW WS-RFV-EOF-SW.
041600     OPEN INPUT WRITEOFF-VOUCHER.
041700     PERFORM 2200-CONSOLIDATE-WOF  THRU 2200-CONSOL-WOF-EXIT
041800             UNTIL END-OF-WRITEOFF-FILE.
041900     CLOSE WRITEOFF-VOUCHER.
042000     MOVE ZERO TO WS-PREV-SOURCE-SEQ.
042100     OPEN INPUT CLEARING-VOUCHER.
042200     PERFORM 2300-CONSOLIDATE-CLV  THRU 2300-CONSOL-CLV-EXIT
042300             UNTIL END-OF-CLEARING-FILE.
042400     CLOSE CLEARING-VOUCHER.
042500     OPEN INPUT ACCRUAL-VOUCHER.
042600     PERFORM 2400-CONSOLIDATE-ACR  THRU 2400-CONSOL-ACR-EXIT
042700             UNTIL END-OF-ACCRUAL-FILE.
042800     CLOSE ACCRUAL-VOUCHER.
042900     MOVE ZERO TO WS-PREV-SOURCE-SEQ.
043000     OPEN INPUT REFUND-VOUCHER.
043100     PERFORM 2500-CONSOLIDATE-RFV  THRU 2500-CONSOL-RFV-EXIT
043200             UNTIL END-OF-REFUND-FILE.
043300     CLOSE REFUND-VOUCHER.
043320     IF WS-PROVE-PASS AND WS-JOURNAL-COUNT > ZERO
043340         PERFORM 4050-PROVE-JOURNAL THRU 4050-PROVE-JRNL-EXIT
043360     END-IF.
043400 2100-RUN-STREAMS-EXIT.
043500     EXIT.
043600******************************************************************
043700*    2200-CONSOLIDATE-WOF - ONE WRITE-OFF VOUCHER IS ONE         *
043800*    JOURNAL: THE SUSPENSE ACCOUNT IS DEBITED AND THE WRITE-OFF  *
043900*    ACCOUNT CREDITED (SIDES SWAP FOR A CREDIT BALANCE)          *
044000******************************************************************
044100 2200-CONSOLIDATE-WOF.
044200     READ WRITEOFF-VOUCHER
044300         AT END
044400             SET END-OF-WRITEOFF-FILE TO TRUE
044500     END-READ.
044600     IF NOT END-OF-WRITEOFF-FILE
044700         IF WS-PROVE-PASS
044800             ADD 1 TO WS-WOF-COUNT
044900         END-IF
045000         PERFORM 4000-NEXT-JOURNAL THRU 4000-NEXT-JRNL-EXIT
045100         MOVE SPACES                TO WS-POST-LINE
045200         MOVE 'CSR9808 '            TO WS-PL-SOURCE-STEP
045300         MOVE JVP-JOURNAL-SEQ       TO WS-PL-SOURCE-SEQ
045400         MOVE JVP-VOUCHER-CLASS     TO WS-PL-VOUCHER-CLASS
045500         MOVE JVP-POLICY-NUMBER     TO WS-PL-POLICY-NUMBER
045600         MOVE JVP-CRCY-CD           TO WS-PL-CRCY-CD
045700         MOVE JVP-SUSPENSE-DATE     TO WS-PL-SUSPENSE-DATE
045800         MOVE JVP-ELAPSED-DAYS      TO WS-PL-ELAPSED-DAYS
045900         MOVE 'I'                   TO WS-PL-LINE-ROLE
046000         MOVE 'D'                   TO WS-PL-POSTING-SIDE
046100         MOVE JVP-MLJ-ACCT          TO WS-PL-MLJ-ACCT
046200         MOVE JVP-ING-ACCT          TO WS-PL-ING-ACCT
046300         MOVE JVP-WRITE-OFF-AMOUNT  TO WS-SIGNED-AMOUNT
046400         PERFORM 4100-SET-SIDE      THRU 4100-SET-SIDE-EXIT
046500         PERFORM 4500-EMIT-LINE     THRU 4500-EMIT-LINE-EXIT
046600         MOVE 'O'                   TO WS-PL-LINE-ROLE
046700         PERFORM 4200-OPPOSITE-SIDE THRU 4200-OPP-SIDE-EXIT
046800         MOVE WS-WOF-MLJ-ACCT       TO WS-PL-MLJ-ACCT
046900         MOVE WS-WOF-ING-ACCT       TO WS-PL-ING-ACCT
047000         PERFORM 4500-EMIT-LINE     THRU 4500-EMIT-LINE-EXIT
047100     END-IF.
047200 2200-CONSOL-WOF-EXIT.
047300     EXIT.
047400******************************************************************
047500*    2300-CONSOLIDATE-CLV - CLEARING VOUCHERS ARE ALREADY TWO-   *
047600*    SIDED; ALL LINES UNDER ONE CSR9813 SEQUENCE FORM ONE        *
047700*    JOURNAL.  THE SUSPENSE DEBIT IS THE ITEM LINE.              *
047800******************************************************************
047900 2300-CONSOLIDATE-CLV.
048000     READ CLEARING-VOUCHER
048100         AT END
048200             SET END-OF-CLEARING-FILE TO TRUE
048300     END-READ.
048400     IF NOT END-OF-CLEARING-FILE
048500         IF WS-PROVE-PASS
048600             ADD 1 TO WS-CLV-COUNT
048700         END-IF
048800         IF CLV-JOURNAL-SEQ NOT = WS-PREV-SOURCE-SEQ
048900             PERFORM 4000-NEXT-JOURNAL THRU 4000-NEXT-JRNL-EXIT
049000             MOVE CLV-JOURNAL-SEQ  TO WS-PREV-SOURCE-SEQ
049100         END-IF
049200         MOVE SPACES                TO WS-POST-LINE
049300         MOVE 'CSR9813 '            TO WS-PL-SOURCE-STEP
049400         MOVE CLV-JOURNAL-SEQ       TO WS-PL-SOURCE-SEQ
049500         MOVE CLV-VOUCHER-CLASS     TO WS-PL-VOUCHER-CLASS
049600         MOVE CLV-POLICY-NUMBER     TO WS-PL-POLICY-NUMBER
049700         MOVE CLV-CRCY-CD           TO WS-PL-CRCY-CD
049800         MOVE CLV-SUSPENSE-DATE     TO WS-PL-SUSPENSE-DATE
049900         MOVE ZERO                  TO WS-PL-ELAPSED-DAYS
050000         MOVE CLV-RECEIPT-NUMBER    TO WS-PL-REFERENCE
050100         MOVE CLV-MLJ-ACCT          TO WS-PL-MLJ-ACCT
050200         MOVE CLV-ING-ACCT          TO WS-PL-ING-ACCT
050300         IF CLV-DEBIT-SIDE
050400             MOVE 'I'               TO WS-PL-LINE-ROLE
050500         ELSE
050600             MOVE 'O'               TO WS-PL-LINE-ROLE
050700         END-IF
050800         MOVE CLV-POSTING-SIDE      TO WS-PL-POSTING-SIDE
050900         MOVE CLV-CLEARING-AMOUNT   TO WS-SIGNED-AMOUNT
051000         PERFORM 4100-SET-SIDE      THRU 4100-SET-SIDE-EXIT
051100         PERFORM 4500-EMIT-LINE     THRU 4500-EMIT-LINE-EXIT
051200     END-IF.
051300 2300-CONSOL-CLV-EXIT.
051400     EXIT.
051500******************************************************************
051600*    2400-CONSOLIDATE-ACR - ONE ACCRUAL VOUCHER IS ONE JOURNAL:  *
051700*    THE INTEREST LIABILITY ACCOUNT IS CREDITED AND THE INTEREST *
051800*    EXPENSE ACCOUNT DEBITED (SIDES SWAP FOR A NEGATIVE          *
051900*    MOVEMENT).  THE LIABILITY IS THE ACCOUNT CSR9821 DEBITS     *
051920*    WHEN THE INTEREST IS REFUNDED, SO ACCRUAL AND REFUND CLEAR  *
051940*    EACH OTHER; THE SUSPENSE ACCOUNT ITSELF IS NOT TOUCHED.     *
051960*    THE LIABILITY CREDIT IS THE LINE CSR9816 TRACKS THE JOURNAL *
051980*    BY, SO IT TAKES THE ITEM-LINE ROLE.                         *
052000******************************************************************
052100 2400-CONSOLIDATE-ACR.
052200     READ ACCRUAL-VOUCHER
052300         AT END
052400             SET END-OF-ACCRUAL-FILE TO TRUE
052500     END-READ.
052600     IF NOT END-OF-ACCRUAL-FILE
052700         IF WS-PROVE-PASS
052800             ADD 1 TO WS-ACR-COUNT
052900         END-IF
053000         PERFORM 4000-NEXT-JOURNAL THRU 4000-NEXT-JRNL-EXIT
053100         MOVE SPACES                TO WS-POST-LINE
053200         MOVE 'CSR9818 '            TO WS-PL-SOURCE-STEP
053300         MOVE ACR-JOURNAL-SEQ       TO WS-PL-SOURCE-SEQ
053400         MOVE ACR-VOUCHER-CLASS     TO WS-PL-VOUCHER-CLASS
053500         MOVE ACR-POLICY-NUMBER     TO WS-PL-POLICY-NUMBER
053600         MOVE ACR-CRCY-CD           TO WS-PL-CRCY-CD
053700         MOVE ACR-SUSPENSE-DATE     TO WS-PL-SUSPENSE-DATE
053800         MOVE ACR-ELAPSED-DAYS      TO WS-PL-ELAPSED-DAYS
053900         MOVE 'I'                   TO WS-PL-LINE-ROLE
054000         MOVE 'C'                   TO WS-PL-POSTING-SIDE
054100         MOVE WS-INT-MLJ-ACCT       TO WS-PL-MLJ-ACCT
054200         MOVE WS-INT-ING-ACCT       TO WS-PL-ING-ACCT
054300         MOVE ACR-ACCRUAL-AMOUNT    TO WS-SIGNED-AMOUNT
054400         PERFORM 4100-SET-SIDE      THRU 4100-SET-SIDE-EXIT
054500         PERFORM 4500-EMIT-LINE     THRU 4500-EMIT-LINE-EXIT
054600         MOVE 'O'                   TO WS-PL-LINE-ROLE
054700         PERFORM 4200-OPPOSITE-SIDE THRU 4200-OPP-SIDE-EXIT
054800         MOVE WS-ACR-MLJ-ACCT       TO WS-PL-MLJ-ACCT
054900         MOVE WS-ACR-ING-ACCT       TO WS-PL-ING-ACCT
055000         PERFORM 4500-EMIT-LINE     THRU 4500-EMIT-LINE-EXIT
055100     END-IF.
055200 2400-CONSOL-ACR-EXIT.
055300     EXIT.
055400******************************************************************
055500*    2500-CONSOLIDATE-RFV - REFUND VOUCHERS ARE ALREADY          *
055600*    BALANCED; ALL LINES UNDER ONE CSR9821 SEQUENCE FORM ONE     *
055700*    JOURNAL.  THE SUSPENSE RELEASE IS THE ITEM LINE.            *
055800******************************************************************
055900 2500-CONSOLIDATE-RFV.
056000     READ REFUND-VOUCHER
056100         AT END
056200             SET END-OF-REFUND-FILE TO TRUE
056300     END-READ.
056400     IF NOT END-OF-REFUND-FILE
056500         IF WS-PROVE-PASS
056600             ADD 1 TO WS-RFV-COUNT
056700         END-IF
056800         IF RFV-JOURNAL-SEQ NOT = WS-PREV-SOURCE-SEQ
056900             PERFORM 4000-NEXT-JOURNAL THRU 4000-NEXT-JRNL-EXIT
057000             MOVE RFV-JOURNAL-SEQ  TO WS-PREV-SOURCE-SEQ
057100         END-IF
057200         MOVE SPACES                TO WS-POST-LINE
057300         MOVE 'CSR9821 '            TO WS-PL-SOURCE-STEP
057400         MOVE RFV-JOURNAL-SEQ       TO WS-PL-SOURCE-SEQ
057500         MOVE RFV-VOUCHER-CLASS     TO WS-PL-VOUCHER-CLASS
057600         MOVE RFV-POLICY-NUMBER     TO WS-PL-POLICY-NUMBER
057700         MOVE RFV-CRCY-CD           TO WS-PL-CRCY-CD
057800         MOVE RFV-SUSPENSE-DATE     TO WS-PL-SUSPENSE-DATE
057900         MOVE ZERO                  TO WS-PL-ELAPSED-DAYS
058000         MOVE RFV-PAYMENT-REF       TO WS-PL-REFERENCE
058100         MOVE RFV-MLJ-ACCT          TO WS-PL-MLJ-ACCT
058200         MOVE RFV-ING-ACCT          TO WS-PL-ING-ACCT
058300         IF RFV-SUSPENSE-RELEASE
058400             MOVE 'I'               TO WS-PL-LINE-ROLE
058500         ELSE
058600             MOVE 'O'               TO WS-PL-LINE-ROLE
058700         END-IF
058800         MOVE RFV-POSTING-SIDE      TO WS-PL-POSTING-SIDE
058900         MOVE RFV-POSTING-AMOUNT    TO WS-SIGNED-AMOUNT
059000         PERFORM 4100-SET-SIDE      THRU 4100-SET-SIDE-EXIT
059100         PERFORM 4500-EMIT-LINE     THRU 4500-EMIT-LINE-EXIT
059200     END-IF.
059300 2500-CONSOL-RFV-EXIT.
059400     EXIT.
059402******************************************************************
059404*    2550-PRINT-PROOF - THE CURRENCY PROOF, THEN THE BREAKDOWN   *
059406*    BY CURRENCY AND MLJ ACCOUNT FOR INFORMATION                 *
059408******************************************************************
059410 2550-PRINT-PROOF.
059412     IF WS-JRN-BREAK-COUNT = ZERO
059414         MOVE '    NONE - EVERY JOURNAL BALANCES' TO TTL-TEXT
059416         WRITE PROOF-REPORT-LINE FROM TTL-LINE
059418     END-IF.
059420     MOVE 'CURRENCY PROOF' TO TTL-TEXT.
059422     WRITE PROOF-REPORT-LINE FROM TTL-LINE.
059424     WRITE PROOF-REPORT-LINE FROM HDG-LINE-2.
059426     PERFORM 2600-CHECK-BALANCE    THRU 2600-CHECK-BAL-EXIT
059428             VARYING WS-CUR-NDX1 FROM 1 BY 1
059430             UNTIL WS-CUR-NDX1 > WS-CUR-COUNT.
059432     MOVE 'BY CURRENCY AND MLJ ACCOUNT - FOR INFORMATION ONLY'
059434          TO TTL-TEXT.
059436     WRITE PROOF-REPORT-LINE FROM TTL-LINE.
059438     WRITE PROOF-REPORT-LINE FROM HDG-LINE-3.
059440     PERFORM 2650-PRINT-ACCOUNT    THRU 2650-PRINT-ACCT-EXIT
059442             VARYING WS-PRF-NDX1 FROM 1 BY 1
059444             UNTIL WS-PRF-NDX1 > WS-PRF-COUNT.
059446     IF WS-PRF-TABLE-OVERFLOW
059448         MOVE '    OVER 500 ACCOUNTS - THE REST ARE NOT LISTED'
059450              TO TTL-TEXT
059452         WRITE PROOF-REPORT-LINE FROM TTL-LINE
059454     END-IF.
059456 2550-PRINT-PROOF-EXIT.
059458     EXIT.
059500******************************************************************
059600*    2600-CHECK-BALANCE - PRINT ONE CURRENCY FROM THE PROOF      *
059700*    TABLE, FLAGGING IT IF IT DOES NOT BALANCE                   *
059800******************************************************************
059900 2600-CHECK-BALANCE.
060000     COMPUTE WS-DIFFERENCE = WS-CUR-DEBIT(WS-CUR-NDX1)
060100                           - WS-CUR-CREDIT(WS-CUR-NDX1).
060200     MOVE WS-CUR-CRCY-CD(WS-CUR-NDX1)  TO DET-CRCY.
060300     MOVE SPACES                       TO DET-MLJ-ACCT.
060400     MOVE WS-CUR-DEBIT(WS-CUR-NDX1)    TO DET-DEBIT.
060500     MOVE WS-CUR-CREDIT(WS-CUR-NDX1)   TO DET-CREDIT.
060600     MOVE WS-DIFFERENCE                TO DET-DIFFERENCE.
060700     IF WS-DIFFERENCE = ZERO
060800         MOVE 'BALANCED      '         TO DET-STATUS
060900     ELSE
061000         MOVE '*** BREAK *** '         TO DET-STATUS
061100         SET WS-BATCH-OUT-OF-BALANCE TO TRUE
061200         ADD 1 TO WS-CUR-BREAK-COUNT
061300     END-IF.
061400     WRITE PROOF-REPORT-LINE FROM DET-LINE.
061500 2600-CHECK-BAL-EXIT.
061600     EXIT.
061602******************************************************************
061604*    2650-PRINT-ACCOUNT - ONE CURRENCY AND MLJ ACCOUNT, WITH ITS *
061606*    NET DEBIT (NEGATIVE FOR A NET CREDIT)                       *
061608******************************************************************
061610 2650-PRINT-ACCOUNT.
061612     COMPUTE WS-DIFFERENCE = WS-PRF-DEBIT(WS-PRF-NDX1)
061614                           - WS-PRF-CREDIT(WS-PRF-NDX1).
061616     MOVE WS-PRF-CRCY-CD(WS-PRF-NDX1)  TO DET-CRCY.
061618     MOVE WS-PRF-MLJ-ACCT(WS-PRF-NDX1) TO DET-MLJ-ACCT.
061620     MOVE WS-PRF-DEBIT(WS-PRF-NDX1)    TO DET-DEBIT.
061622     MOVE WS-PRF-CREDIT(WS-PRF-NDX1)   TO DET-CREDIT.
061624     MOVE WS-DIFFERENCE                TO DET-DIFFERENCE.
061626     MOVE SPACES                       TO DET-STATUS.
061628     WRITE PROOF-REPORT-LINE FROM DET-LINE.
061630 2650-PRINT-ACCT-EXIT.
061632     EXIT.
061634******************************************************************
061636*    2700-WRITE-BATCH - THE WRITING PASS: HEADER, EVERY STREAM   *
061638*    UNDER THE SAME JOURNAL NUMBERS THE PROOF SAW, TRAILER       *
061640******************************************************************
061642 2700-WRITE-BATCH.
061644     SET WS-WRITE-PASS TO TRUE.
061646     OPEN OUTPUT GL-INTERFACE.
061648     MOVE SPACES                TO GLI-INTERFACE-REC.
061650     MOVE 'H'                   TO GLI-RECORD-TYPE.
061652     MOVE WS-CYCLE-NBR          TO GLI-HDR-CYCLE-NBR.
061654     MOVE WS-RUN-DATE           TO GLI-HDR-RUN-DATE.
061656     MOVE WS-FIRST-JOURNAL      TO GLI-HDR-FIRST-JOURNAL.
061658     MOVE 'CSR98   '            TO GLI-HDR-SOURCE-SYSTEM.
061660     WRITE GLI-INTERFACE-REC.
061662     PERFORM 2100-RUN-STREAMS      THRU 2100-RUN-STREAMS-EXIT.
061664     MOVE SPACES                TO GLI-INTERFACE-REC.
061666     MOVE 'T'                   TO GLI-RECORD-TYPE.
061668     MOVE WS-CYCLE-NBR          TO GLI-TRL-CYCLE-NBR.
061670     MOVE WS-DETAIL-COUNT       TO GLI-TRL-RECORD-COUNT.
061672     MOVE WS-JOURNAL-COUNT      TO GLI-TRL-JOURNAL-COUNT.
061674     MOVE WS-JOURNAL-SEQ        TO GLI-TRL-LAST-JOURNAL.
061676     MOVE WS-DEBIT-TOTAL        TO GLI-TRL-DEBIT-TOTAL.
061678     MOVE WS-CREDIT-TOTAL       TO GLI-TRL-CREDIT-TOTAL.
061680     WRITE GLI-INTERFACE-REC.
061682     CLOSE GL-INTERFACE.
061684     SET WS-BATCH-RELEASED TO TRUE.
061686 2700-WRITE-BATCH-EXIT.
061688     EXIT.
061700******************************************************************
061800*    4000-NEXT-JOURNAL - TAKE THE NEXT NUMBER FROM THE COUNTER.  *
061820*    ON THE PROVING PASS THE JOURNAL JUST FINISHED IS PROVED     *
061840*    FIRST.                                                      *
061900******************************************************************
062000 4000-NEXT-JOURNAL.
062020     IF WS-PROVE-PASS AND WS-JOURNAL-COUNT > ZERO
062040         PERFORM 4050-PROVE-JOURNAL THRU 4050-PROVE-JRNL-EXIT
062060     END-IF.
062080     MOVE ZERO TO WS-JRN-DEBIT WS-JRN-CREDIT.
062100     ADD 1 TO WS-JOURNAL-SEQ.
062200     ADD 1 TO WS-JOURNAL-COUNT.
062300 4000-NEXT-JRNL-EXIT.
062400     EXIT.
062405******************************************************************
062410*    4050-PROVE-JOURNAL - A JOURNAL WHOSE DEBITS DO NOT EQUAL ITS*
062415*    CREDITS IS LISTED AND REFUSES THE BATCH                     *
062420******************************************************************
062425 4050-PROVE-JOURNAL.
062430     IF WS-JRN-DEBIT NOT = WS-JRN-CREDIT
062435         COMPUTE WS-DIFFERENCE = WS-JRN-DEBIT - WS-JRN-CREDIT
062440         MOVE WS-JOURNAL-SEQ     TO JRN-JOURNAL-SEQ
062445         MOVE WS-JRN-SOURCE-STEP TO JRN-SOURCE-STEP
062450         MOVE WS-JRN-SOURCE-SEQ  TO JRN-SOURCE-SEQ
062455         MOVE WS-JRN-DEBIT       TO JRN-DEBIT
062460         MOVE WS-JRN-CREDIT      TO JRN-CREDIT
062465         MOVE WS-DIFFERENCE      TO JRN-DIFFERENCE
062470         WRITE PROOF-REPORT-LINE FROM JRN-LINE
062475         SET WS-BATCH-OUT-OF-BALANCE TO TRUE
062480         ADD 1 TO WS-JRN-BREAK-COUNT
062485     END-IF.
062490 4050-PROVE-JRNL-EXIT.
062495     EXIT.
062500******************************************************************
062600*    4100-SET-SIDE - INTERFACE AMOUNTS ARE ALWAYS POSITIVE; A    *
062700*    NEGATIVE SOURCE AMOUNT POSTS ITS MAGNITUDE TO THE OTHER     *
062800*    SIDE                                                        *
062900******************************************************************
063000 4100-SET-SIDE.
063100     IF WS-SIGNED-AMOUNT < ZERO
063200         COMPUTE WS-PL-AMOUNT = ZERO - WS-SIGNED-AMOUNT
063300         PERFORM 4200-OPPOSITE-SIDE THRU 4200-OPP-SIDE-EXIT
063400     ELSE
063500         MOVE WS-SIGNED-AMOUNT TO WS-PL-AMOUNT
063600     END-IF.
063700 4100-SET-SIDE-EXIT.
063800     EXIT.
063900 4200-OPPOSITE-SIDE.
064000     IF WS-PL-DEBIT
064100         MOVE 'C' TO WS-PL-POSTING-SIDE
064200     ELSE
064300         MOVE 'D' TO WS-PL-POSTING-SIDE
064400     END-IF.
064500 4200-OPP-SIDE-EXIT.
064600     EXIT.
064700******************************************************************
064800*    4500-EMIT-LINE - POST THE LINE TO THE PROOF ON THE PROVING  *
064900*    PASS, WRITE IT TO THE INTERFACE ON THE WRITING PASS         *
065000******************************************************************
065100 4500-EMIT-LINE.
065200     ADD 1 TO WS-DETAIL-COUNT.
065300     IF WS-PL-DEBIT
065400         ADD WS-PL-AMOUNT TO WS-DEBIT-TOTAL
065500     ELSE
065600         ADD WS-PL-AMOUNT TO WS-CREDIT-TOTAL
065700     END-IF.
065800     IF WS-PROVE-PASS
065900         PERFORM 4600-POST-PROOF    THRU 4600-POST-PROOF-EXIT
066000     ELSE
066100         PERFORM 4700-WRITE-DETAIL  THRU 4700-WRITE-DET-EXIT
066200     END-IF.
066300 4500-EMIT-LINE-EXIT.
066400     EXIT.
066500******************************************************************
066600*    4600-POST-PROOF - ADD THE LINE TO ITS JOURNAL, ITS CURRENCY *
066700*    AND ITS CURRENCY AND MLJ ACCOUNT, OPENING A NEW TABLE SLOT  *
066800*    WHEN NONE MATCHES.  THE MATCHED SLOT IS LATCHED INTO NDX2   *
066900*    BECAUSE THE PERFORM VARYING STEPS NDX1 PAST IT BEFORE THE   *
067000*    UNTIL TEST SEES THE SWITCH.                                 *
067100******************************************************************
067200 4600-POST-PROOF.
067202     MOVE WS-PL-SOURCE-STEP TO WS-JRN-SOURCE-STEP.
067204     MOVE WS-PL-SOURCE-SEQ  TO WS-JRN-SOURCE-SEQ.
067206     IF WS-PL-DEBIT
067208         ADD WS-PL-AMOUNT TO WS-JRN-DEBIT
067210     ELSE
067212         ADD WS-PL-AMOUNT TO WS-JRN-CREDIT
067214     END-IF.
067216     MOVE 'N' TO WS-FOUND-SW.
067218     PERFORM 4620-CHECK-CRCY-SLOT  THRU 4620-CHECK-CUR-EXIT
067220             VARYING WS-CUR-NDX1 FROM 1 BY 1
067222             UNTIL WS-CUR-NDX1 > WS-CUR-COUNT
067224             OR WS-FOUND.
067226     IF NOT WS-FOUND
067228         IF WS-CUR-COUNT < 50
067230             ADD 1 TO WS-CUR-COUNT
067232             SET WS-CUR-NDX2 TO WS-CUR-COUNT
067234             MOVE WS-PL-CRCY-CD  TO WS-CUR-CRCY-CD(WS-CUR-NDX2)
067236             MOVE ZERO           TO WS-CUR-DEBIT(WS-CUR-NDX2)
067238                                    WS-CUR-CREDIT(WS-CUR-NDX2)
067240             MOVE 'Y'            TO WS-FOUND-SW
067242         ELSE
067244             SET WS-CUR-TABLE-OVERFLOW TO TRUE
067246         END-IF
067248     END-IF.
067250     IF WS-FOUND
067252         IF WS-PL-DEBIT
067254             ADD WS-PL-AMOUNT TO WS-CUR-DEBIT(WS-CUR-NDX2)
067256         ELSE
067258             ADD WS-PL-AMOUNT TO WS-CUR-CREDIT(WS-CUR-NDX2)
067260         END-IF
067262     END-IF.
067300     MOVE 'N' TO WS-FOUND-SW.
067400     PERFORM 4650-CHECK-PROOF-SLOT THRU 4650-CHECK-PRF-EXIT
067500             VARYING WS-PRF-NDX1 FROM 1 BY 1
067600             UNTIL WS-PRF-NDX1 > WS-PRF-COUNT
067700             OR WS-FOUND.
067800     IF NOT WS-FOUND
067900         IF WS-PRF-COUNT < 500
068000             ADD 1 TO WS-PRF-COUNT
068100             SET WS-PRF-NDX2 TO WS-PRF-COUNT
068200             MOVE WS-PL-CRCY-CD  TO WS-PRF-CRCY-CD(WS-PRF-NDX2)
068300             MOVE WS-PL-MLJ-ACCT TO WS-PRF-MLJ-ACCT(WS-PRF-NDX2)
068400             MOVE ZERO           TO WS-PRF-DEBIT(WS-PRF-NDX2)
068500                                    WS-PRF-CREDIT(WS-PRF-NDX2)
068600             MOVE 'Y'            TO WS-FOUND-SW
068700         ELSE
068800             SET WS-PRF-TABLE-OVERFLOW TO TRUE
068900         END-IF
069000     END-IF.
069100     IF WS-FOUND
069200         IF WS-PL-DEBIT
069300             ADD WS-PL-AMOUNT TO WS-PRF-DEBIT(WS-PRF-NDX2)
069400         ELSE
069500             ADD WS-PL-AMOUNT TO WS-PRF-CREDIT(WS-PRF-NDX2)
069600         END-IF
069700     END-IF.
069800 4600-POST-PROOF-EXIT.
069900     EXIT.
069910 4620-CHECK-CRCY-SLOT.
069920     IF WS-CUR-CRCY-CD(WS-CUR-NDX1) = WS-PL-CRCY-CD
069930         MOVE 'Y' TO WS-FOUND-SW
069940         SET WS-CUR-NDX2 TO WS-CUR-NDX1
069950     END-IF.
069960 4620-CHECK-CUR-EXIT.
069970     EXIT.
070000 4650-CHECK-PROOF-SLOT.
070100     IF WS-PRF-CRCY-CD(WS-PRF-NDX1)  = WS-PL-CRCY-CD
070200        AND WS-PRF-MLJ-ACCT(WS-PRF-NDX1) = WS-PL-MLJ-ACCT
070300         MOVE 'Y' TO WS-FOUND-SW
070400         SET WS-PRF-NDX2 TO WS-PRF-NDX1
070500     END-IF.
070600 4650-CHECK-PRF-EXIT.
070700     EXIT.
070800******************************************************************
070900*    4700-WRITE-DETAIL - ONE POSTING LINE TO THE INTERFACE       *
071000*    UNDER THE CENTRALLY ASSIGNED JOURNAL SEQUENCE               *
071100******************************************************************
071200 4700-WRITE-DETAIL.
071300     MOVE SPACES                TO GLI-INTERFACE-REC.
071400     MOVE 'D'                   TO GLI-RECORD-TYPE.
071500     MOVE WS-JOURNAL-SEQ        TO GLI-JOURNAL-SEQ.
071600     MOVE WS-PL-SOURCE-STEP     TO GLI-SOURCE-STEP.
071700     MOVE WS-PL-SOURCE-SEQ      TO GLI-SOURCE-SEQ.
071800     MOVE WS-PL-VOUCHER-CLASS   TO GLI-VOUCHER-CLASS.
071900     MOVE WS-PL-POSTING-SIDE    TO GLI-POSTING-SIDE.
072000     MOVE WS-PL-LINE-ROLE       TO GLI-LINE-ROLE.
072100     MOVE WS-PL-POLICY-NUMBER   TO GLI-POLICY-NUMBER.
072200     MOVE WS-PL-MLJ-ACCT        TO GLI-MLJ-ACCT.
072300     MOVE WS-PL-ING-ACCT        TO GLI-ING-ACCT.
072400     MOVE WS-PL-CRCY-CD         TO GLI-CRCY-CD.
072500     MOVE WS-PL-AMOUNT          TO GLI-POSTING-AMOUNT.
072600     MOVE WS-PL-SUSPENSE-DATE   TO GLI-SUSPENSE-DATE.
072700     MOVE WS-PL-ELAPSED-DAYS    TO GLI-ELAPSED-DAYS.
072800     MOVE WS-PL-REFERENCE       TO GLI-REFERENCE.
072900     WRITE GLI-INTERFACE-REC.
073000 4700-WRITE-DET-EXIT.
073100     EXIT.
073200******************************************************************
073300*    3000-FINALIZE - PRINT THE BATCH SUMMARY AND WRITE THE NEW   *
073400*    COUNTER GENERATION.  A REFUSED BATCH CARRIES THE PRIOR      *
073500*    COUNTER FORWARD UNCHANGED.                                  *
073600******************************************************************
073700 3000-FINALIZE.
073800     IF NOT WS-RUN-ABANDONED
073900         MOVE WS-WOF-COUNT        TO SUM-WOF-COUNT
074000         MOVE WS-CLV-COUNT        TO SUM-CLV-COUNT
074100         MOVE WS-ACR-COUNT        TO SUM-ACR-COUNT
074200         MOVE WS-RFV-COUNT        TO SUM-RFV-COUNT
074300         MOVE WS-JOURNAL-COUNT    TO SUM-JOURNAL-COUNT
074400         MOVE WS-DETAIL-COUNT     TO SUM-DETAIL-COUNT
074500         IF WS-BATCH-RELEASED
074600             MOVE 'BATCH RELEASED - JOURNALS'
074700                                  TO SUM-DISPOSITION
074800             MOVE WS-FIRST-JOURNAL TO SUM-FIRST-JOURNAL
074900             MOVE ' THRU '        TO SUM-THRU-LIT
075000             MOVE WS-JOURNAL-SEQ  TO SUM-LAST-JOURNAL
075100         ELSE
075200             MOVE 'BATCH REFUSED - OUT OF BALANCE'
075300                                  TO SUM-DISPOSITION
075400             MOVE ZERO            TO SUM-FIRST-JOURNAL
075500                                     SUM-LAST-JOURNAL
075600             MOVE SPACES          TO SUM-THRU-LIT
075700         END-IF
075800         WRITE PROOF-REPORT-LINE  FROM SUM-LINE-1
075900         WRITE PROOF-REPORT-LINE  FROM SUM-LINE-2
076000         WRITE PROOF-REPORT-LINE  FROM SUM-LINE-3
076100         WRITE PROOF-REPORT-LINE  FROM SUM-LINE-4
076200         CLOSE PROOF-REPORT
076300         MOVE SPACES              TO COUNTER-OUT-REC
076400         IF WS-BATCH-RELEASED
076500             MOVE WS-JOURNAL-SEQ   TO JNO-LAST-JOURNAL-SEQ
076600             MOVE WS-CYCLE-NBR     TO JNO-LAST-CYCLE-NBR
076700             MOVE WS-RUN-DATE      TO JNO-LAST-RUN-DATE
076800             MOVE WS-JOURNAL-COUNT TO JNO-LAST-BATCH-JOURNALS
076900         ELSE
077000             MOVE WS-PRIOR-JOURNAL-SEQ    TO JNO-LAST-JOURNAL-SEQ
077100             MOVE WS-PRIOR-CYCLE-NBR      TO JNO-LAST-CYCLE-NBR
077200             MOVE WS-PRIOR-RUN-DATE       TO JNO-LAST-RUN-DATE
077300             MOVE WS-PRIOR-BATCH-JOURNALS
077400                  TO JNO-LAST-BATCH-JOURNALS
077500         END-IF
077600         OPEN OUTPUT COUNTER-OUT
077700         WRITE COUNTER-OUT-REC
077800         CLOSE COUNTER-OUT
077900     END-IF.
078000     DISPLAY 'CSR9822 JOURNALS IN BATCH   : ' WS-JOURNAL-COUNT.
078100     DISPLAY 'CSR9822 POSTING LINES       : ' WS-DETAIL-COUNT.
078200     DISPLAY 'CSR9822 CURRENCIES OUT OF BAL: ' WS-CUR-BREAK-COUNT.
078250     DISPLAY 'CSR9822 JOURNALS OUT OF BAL : ' WS-JRN-BREAK-COUNT.
078300     IF WS-BATCH-RELEASED
078400         DISPLAY 'CSR9822 BATCH RELEASED - LAST JOURNAL '
078500                 WS-JOURNAL-SEQ
078600     ELSE
078700         DISPLAY 'CSR9822 *** BATCH NOT RELEASED ***'
078800     END-IF.
078900 3000-FINALIZE-EXIT.
079000     EXIT.
079100******************************************************************
079200*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
079300*    CONTROL; REFUSED UNLESS ALL FOUR VOUCHER-PRODUCING STEPS    *
079400*    AND THE CSR9830 BALANCING STEP HAVE COMPLETED SUCCESSFULLY  *
079500*    FOR THE CURRENT CYCLE.  THE CYCLE NUMBER RETURNED ON        *
079510*    CHECK-IN STAMPS THE BATCH.                                  *
079600******************************************************************
079700 7000-RUN-CONTROL-IN.
079800     MOVE 'S'        TO RCLP-FUNCTION.
079900     MOVE 'CSR9822 ' TO RCLP-STEP-NAME.
080000     MOVE 'CSR9808 ' TO RCLP-PRODUCER-STEP.
080100     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
080200     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
080300     IF RCLP-RCTL-RC NOT = ZERO
080400         DISPLAY 'CSR9822 *** RUN REFUSED BY RUN CONTROL - '
080500                 RCLP-RCTL-MSG ' ***'
080600         MOVE 16 TO RETURN-CODE
080700     END-IF.
080800*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
080900*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
081000*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
081100*    EARLIER PRODUCER'S REFUSAL.
081200     IF RCLP-RCTL-RC = ZERO
081300         MOVE 'S'        TO RCLP-FUNCTION
081400         MOVE 'CSR9822 ' TO RCLP-STEP-NAME
081500         MOVE 'CSR9813 ' TO RCLP-PRODUCER-STEP
081600         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
081700         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
081800         IF RCLP-RCTL-RC NOT = ZERO
081900             DISPLAY 'CSR9822 *** RUN REFUSED BY RUN CONTROL - '
082000                     RCLP-RCTL-MSG ' ***'
082100             MOVE 16 TO RETURN-CODE
082200         END-IF
082300     END-IF.
082400     IF RCLP-RCTL-RC = ZERO
082500         MOVE 'S'        TO RCLP-FUNCTION
082600         MOVE 'CSR9822 ' TO RCLP-STEP-NAME
082700         MOVE 'CSR9818 ' TO RCLP-PRODUCER-STEP
082800         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
082900         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
083000         IF RCLP-RCTL-RC NOT = ZERO
083100             DISPLAY 'CSR9822 *** RUN REFUSED BY RUN CONTROL - '
083200                     RCLP-RCTL-MSG ' ***'
083300             MOVE 16 TO RETURN-CODE
083400         END-IF
083500     END-IF.
083600     IF RCLP-RCTL-RC = ZERO
083700         MOVE 'S'        TO RCLP-FUNCTION
083800         MOVE 'CSR9822 ' TO RCLP-STEP-NAME
083900         MOVE 'CSR9821 ' TO RCLP-PRODUCER-STEP
084000         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
084100         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
084200         IF RCLP-RCTL-RC NOT = ZERO
084300             DISPLAY 'CSR9822 *** RUN REFUSED BY RUN CONTROL - '
084400                     RCLP-RCTL-MSG ' ***'
084500             MOVE 16 TO RETURN-CODE
084600         ELSE
084700             MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
084800         END-IF
084900     END-IF.
084907     IF RCLP-RCTL-RC = ZERO
084914         MOVE 'S'        TO RCLP-FUNCTION
084921         MOVE 'CSR9822 ' TO RCLP-STEP-NAME
084928         MOVE 'CSR9830 ' TO RCLP-PRODUCER-STEP
084935         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
084942         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
084949         IF RCLP-RCTL-RC NOT = ZERO
084956             DISPLAY 'CSR9822 *** RUN REFUSED BY RUN CONTROL - '
084963                     RCLP-RCTL-MSG ' ***'
084970             MOVE 16 TO RETURN-CODE
084977         END-IF
084984     END-IF.
085000 7000-RUN-CTL-IN-EXIT.
085100     EXIT.
085200******************************************************************
085300*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
085400*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
085500******************************************************************
085600 7100-RUN-CONTROL-OUT.
085700     MOVE 'E' TO RCLP-FUNCTION.
085800     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
085900     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
086000     IF RCLP-RCTL-RC NOT = ZERO
086100         DISPLAY 'CSR9822 *** RUN CONTROL CHECK-OUT FAILED - '
086200                 RCLP-RCTL-MSG ' ***'
086300         MOVE 16 TO RETURN-CODE
086400     ELSE
086500         MOVE RCLP-RETURN-CODE TO RETURN-CODE
086600     END-IF.
086700 7100-RUN-CTL-OUT-EXIT.
086800     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9823.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL SUSPENSE ACCOUNTING.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: SUSPENSE SUB-LEDGER TO GENERAL LEDGER TRIAL-       *
000900*             BALANCE TIE-OUT.  TOTALS THE CCSR98F0 FINAL EXTRACT*
001000*             BY R98F0-MLJ-ACCT AND R98F0-CRCY-CD (TIED BACK TO  *
001100*             THE EXTRACT TRAILER), SETS EACH TOTAL AGAINST THE  *
001200*             MATCHING BALANCE ON THE GL TRIAL-BALANCE EXTRACT   *
001300*             (CCSRGTB) AND LISTS THE DIFFERENCE PER ACCOUNT AND *
001400*             CURRENCY.  THE DIFFERENCE IS THEN SPLIT INTO THE   *
001500*             PART EXPLAINED BY VOUCHERS SENT TO THE GL BUT NOT  *
001600*             YET ACKNOWLEDGED AS POSTED (THE CSR9816 CCSRPNV    *
001700*             CARRY-FORWARD), THE PART EXPLAINED BY THIS CYCLE'S *
001800*             VOUCHERS NOT YET SENT (THE CSR9808, CSR9813 AND    *
001900*             CSR9821 STREAMS THAT CSR9822 HAS STILL TO          *
002000*             RELEASE), AND WHATEVER REMAINS UNEXPLAINED.        *
002100*             ONLY THE SUSPENSE ITEM'S OWN LINE OF EACH VOUCHER  *
002200*             IS COUNTED - THE OFFSET ACCOUNTS ARE NOT SUSPENSE  *
002300*             ACCOUNTS.  A NET DEBIT TO A SUSPENSE ACCOUNT NOT   *
002400*             YET ON THE GL EXPLAINS A DIFFERENCE OF THE SAME    *
002500*             SIZE WITH THE OPPOSITE SIGN.  INTEREST ACCRUALS    *
002520*             (CSR9818) POST TO THE INTEREST LIABILITY, NOT TO   *
002540*             THE SUSPENSE ACCOUNT, AND ARE LEFT OUT - PENDING   *
002560*             ROWS INCLUDED.                                     *
002600*                                                                *
002700*             RUNS AFTER THE VOUCHER-BUILDING STEPS AND BEFORE   *
002800*             CSR9822 RELEASES THE CYCLE'S GL BATCH.  A NON-ZERO *
002900*             UNEXPLAINED DIFFERENCE ON ANY ACCOUNT SETS RETURN  *
003000*             CODE 4.  PREPARED QUARTERLY FOR EXTERNAL AUDIT     *
003100*             ALONGSIDE THE CSR9814 ROLLFORWARD.                 *
003200******************************************************************
003300*    DATE     AUTH.  DESCRIPTION                                 *
003400*                                                                *
003500*  15OCT26     DOB   INITIAL VERSION                             *
003510*  15OCT26     DOB   POST THE CCSR98F0 TRAILER FIGURES, THE      *
003520*                    DETAILS READ, THE UNSENT VOUCHER LINES AND  *
003530*                    THE ACCOUNTS AGREED, EXPLAINED AND          *
003540*                    UNEXPLAINED TO THE CYCLE CONTROL-TOTAL FILE *
003550*                    (CSRCTOT) FOR THE CSR9830 BALANCING STEP    *
003560*  15OCT26     DOB   DROP THE CSR9818 ACCRUAL STREAM AND SKIP    *
003570*                    PENDING ACCRUAL ROWS - AN ACCRUAL CREDITS   *
003580*                    THE INTEREST LIABILITY, NOT THE SUSPENSE    *
003590*                    ACCOUNT                                     *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-3090.
004000 OBJECT-COMPUTER.   IBM-3090.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SUSPENSE-EXTRACT   ASSIGN TO SR98F0
004400                               ORGANIZATION IS SEQUENTIAL.
004500     SELECT GL-TRIAL-BALANCE   ASSIGN TO GTBIN
004600                               ORGANIZATION IS SEQUENTIAL.
004700     SELECT PENDING-IN         ASSIGN TO PNVIN
004800                               ORGANIZATION IS SEQUENTIAL
004900                               FILE STATUS IS WS-PNV-STATUS.
005000     SELECT WRITEOFF-VOUCHER   ASSIGN TO WOFIN
005100                               ORGANIZATION IS SEQUENTIAL.
005200     SELECT CLEARING-VOUCHER   ASSIGN TO CLVIN
005300                               ORGANIZATION IS SEQUENTIAL.
005600     SELECT REFUND-VOUCHER     ASSIGN TO RFVIN
005700                               ORGANIZATION IS SEQUENTIAL.
005800     SELECT TIEOUT-REPORT      ASSIGN TO GTBRPT
005900                               ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SUSPENSE-EXTRACT
006300     RECORDING MODE IS F.
006400     COPY ccsr98f0.
006500 FD  GL-TRIAL-BALANCE
006600     RECORDING MODE IS F.
006700     COPY CCSRGTB.
006800 FD  PENDING-IN
006900     RECORDING MODE IS F.
007000     COPY CCSRPNV.
007100 FD  WRITEOFF-VOUCHER
007200     RECORDING MODE IS F.
007300     COPY CCSRJVP.
007400 FD  CLEARING-VOUCHER
007500     RECORDING MODE IS F.
007600     COPY CCSRCLV.
009300 FD  REFUND-VOUCHER
009400     RECORDING MODE IS F.
009500     COPY CCSRRFV.
009600 FD  TIEOUT-REPORT
009700     RECORDING MODE IS F.
009800 01  TIEOUT-REPORT-LINE             PIC X(132).
009900 WORKING-STORAGE SECTION.
010000******************************************************************
010100*    SWITCHES AND COUNTERS                                       *
010200******************************************************************
010300 77  WS-EOF-SW                      PIC X(01)   VALUE 'N'.
010400     88  END-OF-EXTRACT                         VALUE 'Y'.
010500 77  WS-GTB-EOF-SW                  PIC X(01)   VALUE 'N'.
010600     88  END-OF-TRIAL-BALANCE                   VALUE 'Y'.
010700 77  WS-PNV-EOF-SW                  PIC X(01)   VALUE 'N'.
010800     88  END-OF-PENDING-FILE                    VALUE 'Y'.
010900 77  WS-PNV-STATUS                  PIC X(02)   VALUE '00'.
011000     88  WS-PNV-OK                              VALUE '00'.
011100     88  WS-PNV-NOT-FOUND                       VALUE '35'.
011200 77  WS-WOF-EOF-SW                  PIC X(01)   VALUE 'N'.
011300     88  END-OF-WRITEOFF-FILE                   VALUE 'Y'.
011400 77  WS-CLV-EOF-SW                  PIC X(01)   VALUE 'N'.
011500     88  END-OF-CLEARING-FILE                   VALUE 'Y'.
011800 77  WS-RFV-EOF-SW                  PIC X(01)   VALUE 'N'.
011900     88  END-OF-REFUND-FILE                     VALUE 'Y'.
012000 77  WS-TRAILER-SW                  PIC X(01)   VALUE 'N'.
012100     88  WS-TRAILER-SEEN                        VALUE 'Y'.
012200 77  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
012300     88  WS-FOUND                               VALUE 'Y'.
012400 77  WS-TIE-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
012500 77  WS-TIE-OVERFLOW-SW             PIC X(01)   VALUE 'N'.
012600     88  WS-TIE-TABLE-OVERFLOW                  VALUE 'Y'.
012700 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
012800     88  WS-RUN-ABANDONED                       VALUE 'Y'.
012900 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
013000 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
013100 77  WS-GTB-AS-OF-DATE              PIC X(08)   VALUE SPACES.
013200 77  WS-GTB-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
013300 77  WS-PNV-COUNT                   PIC S9(07)  COMP  VALUE ZERO.
013400 77  WS-UNSENT-COUNT                PIC S9(07)  COMP  VALUE ZERO.
013500 77  WS-AGREED-COUNT                PIC S9(05)  COMP  VALUE ZERO.
013600 77  WS-EXPLAINED-COUNT             PIC S9(05)  COMP  VALUE ZERO.
013700 77  WS-UNEXPLAINED-COUNT           PIC S9(05)  COMP  VALUE ZERO.
013800 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
013900 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
014000                                                     VALUE ZERO.
014010 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
014020 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
014100******************************************************************
014200*    POSTING WORK AREA - EVERY INPUT PUTS ITS ACCOUNT, CURRENCY  *
014300*    AND AMOUNT HERE AND NAMES THE COLUMN IT BELONGS IN          *
014400******************************************************************
014500 01  WS-POST-AREA.
014600     05  WS-POST-MLJ-ACCT           PIC X(08).
014700     05  WS-POST-CRCY-CD            PIC X(02).
014800     05  WS-POST-AMOUNT             PIC S9(13)V9(02) COMP-3.
014900     05  WS-POST-COLUMN             PIC X(01).
015000         88  WS-POST-SUB-LEDGER                 VALUE 'S'.
015100         88  WS-POST-GL                         VALUE 'G'.
015200         88  WS-POST-PENDING                    VALUE 'P'.
015300         88  WS-POST-UNSENT                     VALUE 'U'.
015400******************************************************************
015500*    TIE-OUT TABLE - ONE SLOT PER MLJ ACCOUNT AND CURRENCY SEEN  *
015600*    ON ANY INPUT.  PENDING AND UNSENT HOLD THE EXPLAINED AMOUNT *
015700*    (THE NEGATED NET DEBIT STILL TO REACH THE GL).              *
015800******************************************************************
015900 01  WS-TIE-TABLE.
016000     05  WS-TIE-ENTRY OCCURS 500 TIMES
016100                      INDEXED BY WS-TIE-NDX1 WS-TIE-NDX2.
016200         10  WS-TIE-MLJ-ACCT            PIC X(08).
016300         10  WS-TIE-CRCY-CD             PIC X(02).
016400         10  WS-TIE-SUB-LEDGER          PIC S9(13)V9(02) COMP-3.
016500         10  WS-TIE-GL-BALANCE          PIC S9(13)V9(02) COMP-3.
016600         10  WS-TIE-PENDING             PIC S9(13)V9(02) COMP-3.
016700         10  WS-TIE-UNSENT              PIC S9(13)V9(02) COMP-3.
016800 01  WS-TIE-WORK.
016900     05  WS-DIFFERENCE              PIC S9(13)V9(02) COMP-3.
017000     05  WS-UNEXPLAINED             PIC S9(13)V9(02) COMP-3.
017100******************************************************************
017200*    TIE-OUT REPORT LINES                                        *
017300******************************************************************
017400 01  HDG-LINE-1.
017500     05  FILLER                     PIC X(44) VALUE
017600             'CSR9823 SUSPENSE SUB-LEDGER TO GL TIE-OUT   '.
017700     05  FILLER                     PIC X(07) VALUE 'CYCLE '.
017800     05  HDG-CYCLE-NBR              PIC 9(07).
017900     05  FILLER                     PIC X(14) VALUE
018000             '   GL AS AT   '.
018100     05  HDG-AS-OF-DATE             PIC X(08).
018200 01  HDG-LINE-2.
018300     05  FILLER                     PIC X(09) VALUE 'MLJ ACCT '.
018400     05  FILLER                     PIC X(04) VALUE 'CCY '.
018500     05  FILLER                     PIC X(18) VALUE
018600             '       SUB-LEDGER '.
018700     05  FILLER                     PIC X(18) VALUE
018800             '       GL BALANCE '.
018900     05  FILLER                     PIC X(18) VALUE
019000             '       DIFFERENCE '.
019100     05  FILLER                     PIC X(18) VALUE
019200             '  SENT UNACKNOWL. '.
019300     05  FILLER                     PIC X(18) VALUE
019400             '    NOT YET SENT  '.
019500     05  FILLER                     PIC X(18) VALUE
019600             '      UNEXPLAINED '.
019700     05  FILLER                     PIC X(11) VALUE
019800             ' STATUS    '.
019900 01  DET-LINE.
020000     05  DET-MLJ-ACCT               PIC X(08).
020100     05  FILLER                     PIC X(01) VALUE SPACES.
020200     05  DET-CRCY                   PIC X(02).
020300     05  FILLER                     PIC X(02) VALUE SPACES.
020400     05  DET-SUB-LEDGER             PIC Z,ZZZ,ZZZ,ZZ9.99-.
020500     05  FILLER                     PIC X(01) VALUE SPACES.
020600     05  DET-GL-BALANCE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
020700     05  FILLER                     PIC X(01) VALUE SPACES.
020800     05  DET-DIFFERENCE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
020900     05  FILLER                     PIC X(01) VALUE SPACES.
021000     05  DET-PENDING                PIC Z,ZZZ,ZZZ,ZZ9.99-.
021100     05  FILLER                     PIC X(01) VALUE SPACES.
021200     05  DET-UNSENT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
021300     05  FILLER                     PIC X(01) VALUE SPACES.
021400     05  DET-UNEXPLAINED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
021500     05  FILLER                     PIC X(01) VALUE SPACES.
021600     05  DET-STATUS                 PIC X(11).
021700 01  SUM-LINE-1.
021800     05  FILLER                     PIC X(26)  VALUE
021900             'SUB-LEDGER ITEMS READ:    '.
022000     05  SUM-ITEM-COUNT             PIC ZZZ,ZZZ,ZZ9.
022100     05  FILLER                     PIC X(05)  VALUE SPACES.
022200     05  FILLER                     PIC X(26)  VALUE
022300             'GL TRIAL-BALANCE ROWS:    '.
022400     05  SUM-GTB-COUNT              PIC ZZZ,ZZ9.
022500 01  SUM-LINE-2.
022600     05  FILLER                     PIC X(26)  VALUE
022700             'PENDING VOUCHERS READ:    '.
022800     05  SUM-PNV-COUNT              PIC ZZZ,ZZZ,ZZ9.
022900     05  FILLER                     PIC X(05)  VALUE SPACES.
023000     05  FILLER                     PIC X(26)  VALUE
023100             'UNSENT VOUCHER LINES:     '.
023200     05  SUM-UNSENT-COUNT           PIC ZZZ,ZZ9.
023300 01  SUM-LINE-3.
023400     05  FILLER                     PIC X(26)  VALUE
023500             'ACCOUNTS AGREED:          '.
023600     05  SUM-AGREED-COUNT           PIC ZZZ,ZZZ,ZZ9.
023700     05  FILLER                     PIC X(05)  VALUE SPACES.
023800     05  FILLER                     PIC X(26)  VALUE
023900             'ACCOUNTS EXPLAINED:       '.
024000     05  SUM-EXPLAINED-COUNT        PIC ZZZ,ZZ9.
024100 01  SUM-LINE-4.
024200     05  FILLER                     PIC X(26)  VALUE
024300             'ACCOUNTS UNEXPLAINED:     '.
024400     05  SUM-UNEXPLAINED-COUNT      PIC ZZZ,ZZZ,ZZ9.
024500******************************************************************
024600*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
024700******************************************************************
024800     COPY CCSRRCLP.
024810******************************************************************
024820*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
024830******************************************************************
024840     COPY CCSRCTLP.
024900 PROCEDURE DIVISION.
025000******************************************************************
025100*    0000-MAINLINE                                               *
025200******************************************************************
025300 0000-MAINLINE.
025400     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
025500     IF RCLP-RCTL-RC = ZERO
025600         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
025700         PERFORM 2000-PROCESS-EXTRACT  THRU 2000-PROCESS-EXTR-EXIT
025800                 UNTIL END-OF-EXTRACT
025900         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
025910         PERFORM 7200-POST-CONTROL-TOTALS
025920                 THRU 7200-POST-CTL-EXIT
026000         PERFORM 7100-RUN-CONTROL-OUT
026100                 THRU 7100-RUN-CTL-OUT-EXIT
026200     END-IF.
026300     STOP RUN.
026400******************************************************************
026500*    1000-INITIALIZE - LOAD THE GL TRIAL BALANCE, THE PENDING-   *
026600*    VOUCHER CARRY-FORWARD AND THIS CYCLE'S UNSENT VOUCHER       *
026700*    STREAMS INTO THE TIE-OUT TABLE, THEN PRIME THE EXTRACT.     *
026800*    ON THE FIRST CYCLE NO CCSRPNV GENERATION EXISTS YET AND     *
026900*    NOTHING IS PENDING.                                         *
027000******************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027300     OPEN INPUT GL-TRIAL-BALANCE.
027400     PERFORM 1100-LOAD-GTB         THRU 1100-LOAD-GTB-EXIT
027500             UNTIL END-OF-TRIAL-BALANCE.
027600     CLOSE GL-TRIAL-BALANCE.
027700     OPEN INPUT PENDING-IN.
027800     EVALUATE TRUE
027900         WHEN WS-PNV-OK
028000             PERFORM 1200-LOAD-PNV THRU 1200-LOAD-PNV-EXIT
028100                     UNTIL END-OF-PENDING-FILE
028200             CLOSE PENDING-IN
028300         WHEN WS-PNV-NOT-FOUND
028400             SET END-OF-PENDING-FILE TO TRUE
028500         WHEN OTHER
028600             DISPLAY 'CSR9823 *** PENDING VOUCHER OPEN FAILED - '
028700                     'STATUS ' WS-PNV-STATUS ' ***'
028800             MOVE 16 TO RETURN-CODE
028900             SET WS-RUN-ABANDONED TO TRUE
029000     END-EVALUATE.
029100     OPEN INPUT WRITEOFF-VOUCHER.
029200     PERFORM 1300-LOAD-WOF         THRU 1300-LOAD-WOF-EXIT
029300             UNTIL END-OF-WRITEOFF-FILE.
029400     CLOSE WRITEOFF-VOUCHER.
029500     OPEN INPUT CLEARING-VOUCHER.
029600     PERFORM 1400-LOAD-CLV         THRU 1400-LOAD-CLV-EXIT
029700             UNTIL END-OF-CLEARING-FILE.
029800     CLOSE CLEARING-VOUCHER.
030300     OPEN INPUT REFUND-VOUCHER.
030400     PERFORM 1600-LOAD-RFV         THRU 1600-LOAD-RFV-EXIT
030500             UNTIL END-OF-REFUND-FILE.
030600     CLOSE REFUND-VOUCHER.
030700     OPEN INPUT  SUSPENSE-EXTRACT.
030800     OPEN OUTPUT TIEOUT-REPORT.
030900     MOVE WS-CYCLE-NBR      TO HDG-CYCLE-NBR.
031000     MOVE WS-GTB-AS-OF-DATE TO HDG-AS-OF-DATE.
031100     WRITE TIEOUT-REPORT-LINE FROM HDG-LINE-1.
031200     WRITE TIEOUT-REPORT-LINE FROM HDG-LINE-2.
031300     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
031400 1000-INITIALIZE-EXIT.
031500     EXIT.
031600******************************************************************
031700*    1100-LOAD-GTB - ONE GL TRIAL-BALANCE ROW                    *
031800******************************************************************
031900 1100-LOAD-GTB.
032000     READ GL-TRIAL-BALANCE
032100         AT END
032200             SET END-OF-TRIAL-BALANCE TO TRUE
032300     END-READ.
032400     IF NOT END-OF-TRIAL-BALANCE
032500         ADD 1 TO WS-GTB-COUNT
032600         IF WS-GTB-AS-OF-DATE = SPACES
032700             MOVE GTB-AS-OF-DATE TO WS-GTB-AS-OF-DATE
032800         END-IF
032900         MOVE GTB-MLJ-ACCT      TO WS-POST-MLJ-ACCT
033000         MOVE GTB-CRCY-CD       TO WS-POST-CRCY-CD
033100         MOVE GTB-BALANCE       TO WS-POST-AMOUNT
033200         SET WS-POST-GL TO TRUE
033300         PERFORM 6000-POST-TIE-OUT THRU 6000-POST-TIE-EXIT
033400     END-IF.
033500 1100-LOAD-GTB-EXIT.
033600     EXIT.
033700******************************************************************
033800*    1200-LOAD-PNV - ONE VOUCHER SENT BUT NOT YET ACKNOWLEDGED.  *
033900*    REJECTED AND UNANSWERED VOUCHERS ALIKE ARE NOT ON THE GL.   *
033920*    AN ACCRUAL ROW IS COUNTED BUT NOT POSTED - ITS ITEM LINE IS *
033940*    THE INTEREST LIABILITY.                                     *
034000******************************************************************
034100 1200-LOAD-PNV.
034200     READ PENDING-IN
034300         AT END
034400             SET END-OF-PENDING-FILE TO TRUE
034500     END-READ.
034600     IF NOT END-OF-PENDING-FILE
034700         ADD 1 TO WS-PNV-COUNT
034750         IF PNV-SOURCE-STEP NOT = 'CSR9818 '
034800             MOVE PNV-MLJ-ACCT      TO WS-POST-MLJ-ACCT
034900             MOVE PNV-CRCY-CD       TO WS-POST-CRCY-CD
035000             COMPUTE WS-POST-AMOUNT = ZERO - PNV-WRITE-OFF-AMOUNT
035100             SET WS-POST-PENDING TO TRUE
035200             PERFORM 6000-POST-TIE-OUT THRU 6000-POST-TIE-EXIT
035250         END-IF
035300     END-IF.
035400 1200-LOAD-PNV-EXIT.
035500     EXIT.
035600******************************************************************
035700*    1300-LOAD-WOF - A WRITE-OFF VOUCHER DEBITS THE SUSPENSE     *
035800*    ACCOUNT BY ITS AMOUNT                                       *
035900******************************************************************
036000 1300-LOAD-WOF.
036100     READ WRITEOFF-VOUCHER
036200         AT END
036300             SET END-OF-WRITEOFF-FILE TO TRUE
036400     END-READ.
036500     IF NOT END-OF-WRITEOFF-FILE
036600         ADD 1 TO WS-UNSENT-COUNT
036700         MOVE JVP-MLJ-ACCT      TO WS-POST-MLJ-ACCT
036800         MOVE JVP-CRCY-CD       TO WS-POST-CRCY-CD
036900         COMPUTE WS-POST-AMOUNT = ZERO - JVP-WRITE-OFF-AMOUNT
037000         SET WS-POST-UNSENT TO TRUE
037100         PERFORM 6000-POST-TIE-OUT THRU 6000-POST-TIE-EXIT
037200     END-IF.
037300 1300-LOAD-WOF-EXIT.
037400     EXIT.
037500******************************************************************
037600*    1400-LOAD-CLV - ONLY THE DEBIT LINE OF A CLEARING VOUCHER   *
037700*    FALLS ON THE SUSPENSE ACCOUNT                               *
037800******************************************************************
037900 1400-LOAD-CLV.
038000     READ CLEARING-VOUCHER
038100         AT END
038200             SET END-OF-CLEARING-FILE TO TRUE
038300     END-READ.
038400     IF NOT END-OF-CLEARING-FILE
038500         IF CLV-DEBIT-SIDE
038600             ADD 1 TO WS-UNSENT-COUNT
038700             MOVE CLV-MLJ-ACCT      TO WS-POST-MLJ-ACCT
038800             MOVE CLV-CRCY-CD       TO WS-POST-CRCY-CD
038900             COMPUTE WS-POST-AMOUNT = ZERO - CLV-CLEARING-AMOUNT
039000             SET WS-POST-UNSENT TO TRUE
039100             PERFORM 6000-POST-TIE-OUT THRU 6000-POST-TIE-EXIT
039200         END-IF
039300     END-IF.
039400 1400-LOAD-CLV-EXIT.
039500     EXIT.
041500******************************************************************
041600*    1600-LOAD-RFV - ONLY THE SUSPENSE RELEASE LINE OF A REFUND  *
041700*    VOUCHER FALLS ON THE SUSPENSE ACCOUNT                       *
041800******************************************************************
041900 1600-LOAD-RFV.
042000     READ REFUND-VOUCHER
042100         AT END
042200             SET END-OF-REFUND-FILE TO TRUE
042300     END-READ.
042400     IF NOT END-OF-REFUND-FILE
042500         IF RFV-SUSPENSE-RELEASE
042600             ADD 1 TO WS-UNSENT-COUNT
042700             MOVE RFV-MLJ-ACCT      TO WS-POST-MLJ-ACCT
042800             MOVE RFV-CRCY-CD       TO WS-POST-CRCY-CD
042900             IF RFV-DEBIT-SIDE
043000                 COMPUTE WS-POST-AMOUNT =
043100                         ZERO - RFV-POSTING-AMOUNT
043200             ELSE
043300                 MOVE RFV-POSTING-AMOUNT TO WS-POST-AMOUNT
043400             END-IF
043500             SET WS-POST-UNSENT TO TRUE
043600             PERFORM 6000-POST-TIE-OUT THRU 6000-POST-TIE-EXIT
043700         END-IF
043800     END-IF.
043900 1600-LOAD-RFV-EXIT.
044000     EXIT.
044100******************************************************************
044200*    2000-PROCESS-EXTRACT - ADD ONE SUSPENSE ITEM TO ITS         *
044300*    ACCOUNT AND CURRENCY                                        *
044400******************************************************************
044500 2000-PROCESS-EXTRACT.
044600     MOVE R98F0-MLJ-ACCT        TO WS-POST-MLJ-ACCT.
044700     MOVE R98F0-CRCY-CD         TO WS-POST-CRCY-CD.
044800     MOVE R98F0-SUSPENSE-AMOUNT TO WS-POST-AMOUNT.
044900     SET WS-POST-SUB-LEDGER TO TRUE.
045000     PERFORM 6000-POST-TIE-OUT     THRU 6000-POST-TIE-EXIT.
045100     PERFORM 8000-READ-EXTRACT     THRU 8000-READ-EXTRACT-EXIT.
045200 2000-PROCESS-EXTR-EXIT.
045300     EXIT.
045400******************************************************************
045500*    6000-POST-TIE-OUT - ADD THE WORK AMOUNT TO ITS COLUMN IN    *
045600*    THE ACCOUNT AND CURRENCY SLOT, OPENING A NEW SLOT WHEN NONE *
045700*    MATCHES.  THE MATCHED SLOT IS LATCHED INTO WS-TIE-NDX2      *
045800*    BECAUSE THE PERFORM VARYING STEPS WS-TIE-NDX1 PAST IT BEFORE*
045900*    THE UNTIL TEST SEES THE SWITCH.                             *
046000******************************************************************
046100 6000-POST-TIE-OUT.
046200     MOVE 'N' TO WS-FOUND-SW.
046300     PERFORM 6100-CHECK-TIE-SLOT   THRU 6100-CHECK-TIE-EXIT
046400             VARYING WS-TIE-NDX1 FROM 1 BY 1
046500             UNTIL WS-TIE-NDX1 > WS-TIE-COUNT
046600             OR WS-FOUND.
046700     IF NOT WS-FOUND
046800         IF WS-TIE-COUNT < 500
046900             ADD 1 TO WS-TIE-COUNT
047000             SET WS-TIE-NDX2 TO WS-TIE-COUNT
047100             MOVE WS-POST-MLJ-ACCT TO WS-TIE-MLJ-ACCT(WS-TIE-NDX2)
047200             MOVE WS-POST-CRCY-CD  TO WS-TIE-CRCY-CD(WS-TIE-NDX2)
047300             MOVE ZERO TO WS-TIE-SUB-LEDGER(WS-TIE-NDX2)
047400                          WS-TIE-GL-BALANCE(WS-TIE-NDX2)
047500                          WS-TIE-PENDING(WS-TIE-NDX2)
047600                          WS-TIE-UNSENT(WS-TIE-NDX2)
047700             MOVE 'Y'              TO WS-FOUND-SW
047800         ELSE
047900             SET WS-TIE-TABLE-OVERFLOW TO TRUE
048000         END-IF
048100     END-IF.
048200     IF WS-FOUND
048300         EVALUATE TRUE
048400             WHEN WS-POST-SUB-LEDGER
048500                 ADD WS-POST-AMOUNT
048600                     TO WS-TIE-SUB-LEDGER(WS-TIE-NDX2)
048700             WHEN WS-POST-GL
048800                 ADD WS-POST-AMOUNT
048900                     TO WS-TIE-GL-BALANCE(WS-TIE-NDX2)
049000             WHEN WS-POST-PENDING
049100                 ADD WS-POST-AMOUNT
049200                     TO WS-TIE-PENDING(WS-TIE-NDX2)
049300             WHEN WS-POST-UNSENT
049400                 ADD WS-POST-AMOUNT
049500                     TO WS-TIE-UNSENT(WS-TIE-NDX2)
049600         END-EVALUATE
049700     END-IF.
049800 6000-POST-TIE-EXIT.
049900     EXIT.
050000 6100-CHECK-TIE-SLOT.
050100     IF WS-TIE-MLJ-ACCT(WS-TIE-NDX1) = WS-POST-MLJ-ACCT
050200        AND WS-TIE-CRCY-CD(WS-TIE-NDX1) = WS-POST-CRCY-CD
050300         MOVE 'Y' TO WS-FOUND-SW
050400         SET WS-TIE-NDX2 TO WS-TIE-NDX1
050500     END-IF.
050600 6100-CHECK-TIE-EXIT.
050700     EXIT.
050800******************************************************************
050900*    3000-FINALIZE - PRINT ONE LINE PER ACCOUNT AND CURRENCY     *
051000*    AND THE RUN SUMMARY.  AN INCOMPLETE EXTRACT OR A FULL TABLE *
051100*    MEANS THE FIGURES CANNOT BE RELIED ON, SO NO DETAIL IS      *
051200*    PRINTED.                                                    *
051300******************************************************************
051400 3000-FINALIZE.
051500     IF NOT WS-TRAILER-SEEN
051600         DISPLAY 'CSR9823 *** NO TRAILER ON EXTRACT - EXTRACT '
051700                 'MAY BE INCOMPLETE ***'
051800         MOVE 16 TO RETURN-CODE
051900     END-IF.
052000     IF WS-TIE-TABLE-OVERFLOW
052100         DISPLAY 'CSR9823 *** MORE THAN 500 ACCOUNT/CURRENCY '
052200                 'PAIRS - TIE-OUT TABLE CAPACITY EXCEEDED ***'
052300         MOVE 16 TO RETURN-CODE
052400     END-IF.
052500     IF RETURN-CODE = 16
052600         SET WS-RUN-ABANDONED TO TRUE
052700     END-IF.
052800     IF NOT WS-RUN-ABANDONED
052900         PERFORM 4000-PRINT-TIE-OUT THRU 4000-PRINT-TIE-EXIT
053000                 VARYING WS-TIE-NDX1 FROM 1 BY 1
053100                 UNTIL WS-TIE-NDX1 > WS-TIE-COUNT
053200     END-IF.
053300     MOVE WS-RUN-RECORD-COUNT   TO SUM-ITEM-COUNT.
053400     MOVE WS-GTB-COUNT          TO SUM-GTB-COUNT.
053500     MOVE WS-PNV-COUNT          TO SUM-PNV-COUNT.
053600     MOVE WS-UNSENT-COUNT       TO SUM-UNSENT-COUNT.
053700     MOVE WS-AGREED-COUNT       TO SUM-AGREED-COUNT.
053800     MOVE WS-EXPLAINED-COUNT    TO SUM-EXPLAINED-COUNT.
053900     MOVE WS-UNEXPLAINED-COUNT  TO SUM-UNEXPLAINED-COUNT.
054000     WRITE TIEOUT-REPORT-LINE FROM SUM-LINE-1.
054100     WRITE TIEOUT-REPORT-LINE FROM SUM-LINE-2.
054200     WRITE TIEOUT-REPORT-LINE FROM SUM-LINE-3.
054300     WRITE TIEOUT-REPORT-LINE FROM SUM-LINE-4.
054400     CLOSE SUSPENSE-EXTRACT TIEOUT-REPORT.
054500     IF WS-UNEXPLAINED-COUNT > ZERO
054600        AND RETURN-CODE < 4
054700         MOVE 4 TO RETURN-CODE
054800     END-IF.
054900     DISPLAY 'CSR9823 ACCOUNTS AGREED      : ' WS-AGREED-COUNT.
055000     DISPLAY 'CSR9823 ACCOUNTS EXPLAINED   : ' WS-EXPLAINED-COUNT.
055100     DISPLAY 'CSR9823 ACCOUNTS UNEXPLAINED : '
055200             WS-UNEXPLAINED-COUNT.
055300 3000-FINALIZE-EXIT.
055400     EXIT.
055500******************************************************************
055600*    4000-PRINT-TIE-OUT - DIFFERENCE = SUB-LEDGER LESS GL;       *
055700*    UNEXPLAINED = DIFFERENCE LESS THE PENDING AND UNSENT        *
055800*    EXPLANATIONS                                                *
055900******************************************************************
056000 4000-PRINT-TIE-OUT.
056100     COMPUTE WS-DIFFERENCE = WS-TIE-SUB-LEDGER(WS-TIE-NDX1)
056200                           - WS-TIE-GL-BALANCE(WS-TIE-NDX1).
056300     COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE
056400                            - WS-TIE-PENDING(WS-TIE-NDX1)
056500                            - WS-TIE-UNSENT(WS-TIE-NDX1).
056600     MOVE WS-TIE-MLJ-ACCT(WS-TIE-NDX1)   TO DET-MLJ-ACCT.
056700     MOVE WS-TIE-CRCY-CD(WS-TIE-NDX1)    TO DET-CRCY.
056800     MOVE WS-TIE-SUB-LEDGER(WS-TIE-NDX1) TO DET-SUB-LEDGER.
056900     MOVE WS-TIE-GL-BALANCE(WS-TIE-NDX1) TO DET-GL-BALANCE.
057000     MOVE WS-DIFFERENCE                  TO DET-DIFFERENCE.
057100     MOVE WS-TIE-PENDING(WS-TIE-NDX1)    TO DET-PENDING.
057200     MOVE WS-TIE-UNSENT(WS-TIE-NDX1)     TO DET-UNSENT.
057300     MOVE WS-UNEXPLAINED                 TO DET-UNEXPLAINED.
057400     EVALUATE TRUE
057500         WHEN WS-DIFFERENCE = ZERO
057600             MOVE 'AGREED     '          TO DET-STATUS
057700             ADD 1 TO WS-AGREED-COUNT
057800         WHEN WS-UNEXPLAINED = ZERO
057900             MOVE 'EXPLAINED  '          TO DET-STATUS
058000             ADD 1 TO WS-EXPLAINED-COUNT
058100         WHEN OTHER
058200             MOVE '*** BREAK *'          TO DET-STATUS
058300             ADD 1 TO WS-UNEXPLAINED-COUNT
058400     END-EVALUATE.
058500     WRITE TIEOUT-REPORT-LINE FROM DET-LINE.
058600 4000-PRINT-TIE-EXIT.
058700     EXIT.
058800******************************************************************
058900*    8000-READ-EXTRACT - GET NEXT SUSPENSE RECORD                *
059000******************************************************************
059100 8000-READ-EXTRACT.
059200     READ SUSPENSE-EXTRACT
059300         AT END
059400             SET END-OF-EXTRACT TO TRUE
059500     END-READ.
059600     IF NOT END-OF-EXTRACT
059700         IF R98F0-TRAILER-RECORD
059800             PERFORM 9000-VERIFY-TRAILER THRU 9000-VERIFY-EXIT
059900             SET END-OF-EXTRACT TO TRUE
060000         ELSE
060100             ADD 1 TO WS-RUN-RECORD-COUNT
060200             ADD R98F0-SUSPENSE-AMOUNT TO WS-RUN-AMOUNT-HASH
060300         END-IF
060400     END-IF.
060500 8000-READ-EXTRACT-EXIT.
060600     EXIT.
060700******************************************************************
060800*    9000-VERIFY-TRAILER - CONFIRM EXTRACT COMPLETE              *
060900******************************************************************
061000 9000-VERIFY-TRAILER.
061010     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
061020     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
061100     SET WS-TRAILER-SEEN TO TRUE.
061200     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
061300        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
061400         DISPLAY 'CSR9823 TRAILER VERIFIED - COUNTS AND HASH OK'
061500     ELSE
061600         DISPLAY 'CSR9823 *** TRAILER MISMATCH - EXTRACT MAY BE '
061700                 'INCOMPLETE OR CORRUPT ***'
061800         MOVE 16 TO RETURN-CODE
061900     END-IF.
062000 9000-VERIFY-EXIT.
062100     EXIT.
062200******************************************************************
062300*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
062400*    CONTROL; REFUSED UNLESS THE FINAL EXTRACT AND THE WRITE-OFF,*
062500*    CLEARING AND REFUND VOUCHER STREAMS HAVE BEEN PRODUCED FOR  *
062550*    THE CURRENT CYCLE                                           *
062600******************************************************************
062700 7000-RUN-CONTROL-IN.
062800     MOVE 'S'        TO RCLP-FUNCTION.
062900     MOVE 'CSR9823 ' TO RCLP-STEP-NAME.
063000     MOVE 'CSR9804 ' TO RCLP-PRODUCER-STEP.
063100     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
063200     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
063300     IF RCLP-RCTL-RC NOT = ZERO
063400         DISPLAY 'CSR9823 *** RUN REFUSED BY RUN CONTROL - '
063500                 RCLP-RCTL-MSG ' ***'
063600         MOVE 16 TO RETURN-CODE
063700     END-IF.
063800*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
063900*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
064000*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
064100*    EARLIER PRODUCER'S REFUSAL.
064200     IF RCLP-RCTL-RC = ZERO
064300         MOVE 'S'        TO RCLP-FUNCTION
064400         MOVE 'CSR9823 ' TO RCLP-STEP-NAME
064500         MOVE 'CSR9808 ' TO RCLP-PRODUCER-STEP
064600         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
064700         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
064800         IF RCLP-RCTL-RC NOT = ZERO
064900             DISPLAY 'CSR9823 *** RUN REFUSED BY RUN CONTROL - '
065000                     RCLP-RCTL-MSG ' ***'
065100             MOVE 16 TO RETURN-CODE
065200         END-IF
065300     END-IF.
065400     IF RCLP-RCTL-RC = ZERO
065500         MOVE 'S'        TO RCLP-FUNCTION
065600         MOVE 'CSR9823 ' TO RCLP-STEP-NAME
065700         MOVE 'CSR9813 ' TO RCLP-PRODUCER-STEP
065800         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
065900         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
066000         IF RCLP-RCTL-RC NOT = ZERO
066100             DISPLAY 'CSR9823 *** RUN REFUSED BY RUN CONTROL - '
066200                     RCLP-RCTL-MSG ' ***'
066300             MOVE 16 TO RETURN-CODE
066400         END-IF
066500     END-IF.
067800     IF RCLP-RCTL-RC = ZERO
067900         MOVE 'S'        TO RCLP-FUNCTION
068000         MOVE 'CSR9823 ' TO RCLP-STEP-NAME
068100         MOVE 'CSR9821 ' TO RCLP-PRODUCER-STEP
068200         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
068300         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
068400         IF RCLP-RCTL-RC NOT = ZERO
068500             DISPLAY 'CSR9823 *** RUN REFUSED BY RUN CONTROL - '
068600                     RCLP-RCTL-MSG ' ***'
068700             MOVE 16 TO RETURN-CODE
068800         ELSE
068900             MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
069000         END-IF
069100     END-IF.
069200 7000-RUN-CTL-IN-EXIT.
069300     EXIT.
069400******************************************************************
069500*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
069600*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
069700******************************************************************
069800 7100-RUN-CONTROL-OUT.
069900     MOVE 'E' TO RCLP-FUNCTION.
070000     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
070100     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
070200     IF RCLP-RCTL-RC NOT = ZERO
070300         DISPLAY 'CSR9823 *** RUN CONTROL CHECK-OUT FAILED - '
070400                 RCLP-RCTL-MSG ' ***'
070500         MOVE 16 TO RETURN-CODE
070600     ELSE
070700         MOVE RCLP-RETURN-CODE TO RETURN-CODE
070800     END-IF.
070900 7100-RUN-CTL-OUT-EXIT.
071000     EXIT.
071010******************************************************************
071020*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
071030*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
071040*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
071050*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
071060******************************************************************
071070 7200-POST-CONTROL-TOTALS.
071080     MOVE 'CSR9823 '         TO CTLP-STEP-NAME.
071090     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
071100     MOVE 6                  TO CTLP-TOTAL-COUNT.
071110     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
071120     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
071130     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
071140     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
071150     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
071160     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
071170     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
071180     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
071190     MOVE 'UNSENT-VCHR'      TO CTLP-TOTAL-NAME(3).
071200     MOVE 'I'                TO CTLP-TOTAL-TYPE(3).
071210     MOVE WS-UNSENT-COUNT    TO CTLP-RECORD-COUNT(3).
071220     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
071230     MOVE 'AGREED'           TO CTLP-TOTAL-NAME(4).
071240     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
071250     MOVE WS-AGREED-COUNT    TO CTLP-RECORD-COUNT(4).
071260     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
071270     MOVE 'EXPLAINED'        TO CTLP-TOTAL-NAME(5).
071280     MOVE 'O'                TO CTLP-TOTAL-TYPE(5).
071290     MOVE WS-EXPLAINED-COUNT TO CTLP-RECORD-COUNT(5).
071300     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
071310     MOVE 'UNEXPLAINED'      TO CTLP-TOTAL-NAME(6).
071320     MOVE 'R'                TO CTLP-TOTAL-TYPE(6).
071330     MOVE WS-UNEXPLAINED-COUNT TO CTLP-RECORD-COUNT(6).
071340     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(6).
071350     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
071360     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
071370     IF CTLP-CTOT-RC NOT = ZERO
071380         DISPLAY 'CSR9823 *** CONTROL TOTAL POSTING FAILED - '
071390                 CTLP-CTOT-MSG ' ***'
071400         IF RCLP-RETURN-CODE < 4
071410             MOVE 4 TO RCLP-RETURN-CODE
071420         END-IF
071430     END-IF.
071440     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
071450 7200-POST-CTL-EXIT.
071460     EXIT.

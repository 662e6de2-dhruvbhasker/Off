000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSR9821.
000300 AUTHOR.        D. OKONKWO-BATCH SUPPORT.
000400 INSTALLATION.  L-SPWL SUSPENSE ACCOUNTING.
000500 DATE-WRITTEN.  15OCT26.
000600 DATE-COMPILED.
000700******************************************************************
000800*    REMARKS: SUSPENSE REFUND DISBURSEMENT RUN.  READS THE LIST  *
000900*             OF PREMIUM SUSPENSE ITEMS THE ACCOUNTS DEPARTMENT  *
001000*             HAS APPROVED FOR REFUND (CCSRRFA), FINDS THE       *
001100*             OWNING CLIENT ON THE VALIDATED CCSRSVE CLIENT      *
001200*             EXTRACT, ADDS THE STATUTORY INTEREST ACCRUED ON    *
001300*             THE ITEM BY CSR9818 (CCSRAIF, BY POLICY AND        *
001400*             SUSPENSE DATE) AND WRITES A BANK PAYMENT           *
001500*             INSTRUCTION (CCSRPYI) PLUS A BALANCED GL REFUND    *
001600*             VOUCHER (CCSRRFV) THAT RELEASES BOTH THE SUSPENSE  *
001700*             AND THE ACCRUED-INTEREST LIABILITY AGAINST THE     *
001800*             DISBURSEMENT ACCOUNT.  AN ITEM WHOSE POLICY HAS AN *
001900*             OPEN CLAIMS HOLD ON THE CCSRCHR REGISTER IS        *
002000*             REFUSED, AND A PAYEE WHOSE ADDRESS CARRIES AN      *
002100*             ACTIVE RETURNED-MAIL SUPPRESSION ON THE CCSRBAR    *
002200*             REGISTER IS NOT PAID; BOTH LAND ON THE EXCEPTION   *
002300*             FILE WITH A REASON CODE INSTEAD.  THE CLIENT       *
002400*             EXTRACT CARRIES ONE ROW PER BENEFICIARY, SO THE    *
002500*             FIRST ROW FOR A POLICY IS TAKEN AS THE OWNER.  THE *
002600*             INTEREST AND DISBURSEMENT ACCOUNTS COME FROM THE   *
002700*             PARM FILE AND ARE MANDATORY.                       *
002800*                                                                *
002900*             EXCEPTION REASON CODES:                            *
003000*               01  OPEN CLAIMS HOLD ON THE POLICY               *
003100*               02  ACTIVE RETURNED-MAIL SUPPRESSION ON PAYEE    *
003200*               03  NO OWNING CLIENT ON THE CLIENT EXTRACT       *
003300*               04  CLIENT CARRIES A DEATH DATE                  *
003400*               05  REFUND AMOUNT NOT NUMERIC OR NOT POSITIVE    *
003500*               06  DUPLICATE ITEM ON THE APPROVED LIST          *
003600******************************************************************
003700*    DATE     AUTH.  DESCRIPTION                                 *
003800*                                                                *
003900*  15OCT26     DOB   INITIAL VERSION                             *
003910*  15OCT26     DOB   POST THE APPROVED REFUNDS READ, THE REFUNDS *
003920*                    RELEASED WITH THEIR PRINCIPAL AND THE       *
003930*                    REFUNDS REFUSED OR SUPPRESSED TO THE CYCLE  *
003940*                    CONTROL-TOTAL FILE (CSRCTOT) FOR THE        *
003950*                    CSR9830 BALANCING STEP                      *
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
004700     SELECT APPROVED-LIST      ASSIGN TO RFAIN
004800                               ORGANIZATION IS SEQUENTIAL.
004900     SELECT CLIENT-EXTRACT     ASSIGN TO SVEIN
005000                               ORGANIZATION IS SEQUENTIAL.
005100     SELECT ACCRUED-INTEREST   ASSIGN TO AIFIN
005200                               ORGANIZATION IS SEQUENTIAL.
005300     SELECT HOLD-REGISTER      ASSIGN TO CHRIN
005400                               ORGANIZATION IS SEQUENTIAL.
005500     SELECT RETURN-REGISTER    ASSIGN TO BARIN
005600                               ORGANIZATION IS SEQUENTIAL.
005700     SELECT PARM-FILE          ASSIGN TO PARMIN
005800                               ORGANIZATION IS SEQUENTIAL.
005900     SELECT PAYMENT-OUT        ASSIGN TO PYIOUT
006000                               ORGANIZATION IS SEQUENTIAL.
006100     SELECT REFUND-VOUCHER     ASSIGN TO RFVOUT
006200                               ORGANIZATION IS SEQUENTIAL.
006300     SELECT EXCEPTION-OUT      ASSIGN TO RFXOUT
006400                               ORGANIZATION IS SEQUENTIAL.
006500     SELECT REFUND-REGISTER    ASSIGN TO RFDRPT
006600                               ORGANIZATION IS SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  APPROVED-LIST
007000     RECORDING MODE IS F.
007100     COPY CCSRRFA.
007200 FD  CLIENT-EXTRACT
007300     RECORDING MODE IS F.
007400     COPY CCSRSVE.
007500 FD  ACCRUED-INTEREST
007600     RECORDING MODE IS F.
007700     COPY CCSRAIF.
007800 FD  HOLD-REGISTER
007900     RECORDING MODE IS F.
008000     COPY CCSRCHR.
008100 FD  RETURN-REGISTER
008200     RECORDING MODE IS F.
008300     COPY CCSRBAR.
008400 FD  PARM-FILE
008500     RECORDING MODE IS F.
008600 01  PARM-RECORD.
008700     05  PARM-INT-MLJ-ACCT          PIC X(08).
008800     05  PARM-INT-ING-ACCT          PIC X(06).
008900     05  PARM-BANK-MLJ-ACCT         PIC X(08).
009000     05  PARM-BANK-ING-ACCT         PIC X(06).
009100 FD  PAYMENT-OUT
009200     RECORDING MODE IS F.
009300     COPY CCSRPYI.
009400 FD  REFUND-VOUCHER
009500     RECORDING MODE IS F.
009600     COPY CCSRRFV.
009700******************************************************************
009800*    REFUND EXCEPTION FILE - THE APPROVED ITEM AS RECEIVED, THE  *
009900*    CLIENT IT RESOLVED TO (WHEN ANY), THE INTEREST THAT WOULD   *
010000*    HAVE BEEN PAID AND THE REASON IT WAS NOT PAID               *
010100******************************************************************
010200 FD  EXCEPTION-OUT
010300     RECORDING MODE IS F.
010400 01  RFX-EXCEPTION-REC.
010500     05  RFX-POLICY-NUMBER          PIC X(10).
010600     05  RFX-SUSPENSE-DATE          PIC X(10).
010700     05  RFX-CRCY-CD                PIC X(02).
010800     05  RFX-REFUND-AMOUNT          PIC S9(11)V9(02).
010900     05  RFX-MLJ-ACCT               PIC X(08).
011000     05  RFX-ING-ACCT               PIC X(06).
011100     05  RFX-APPROVED-BY            PIC X(08).
011200     05  RFX-APPROVED-DATE          PIC X(08).
011300     05  RFX-HOST-CLI-ID            PIC X(10).
011400     05  RFX-ADDRESS-CD             PIC X(08).
011500     05  RFX-INTEREST-AMOUNT        PIC S9(11)V9(02).
011600     05  RFX-REASON-CD              PIC X(02).
011700         88  RFX-OPEN-CLAIMS-HOLD              VALUE '01'.
011800         88  RFX-MAIL-SUPPRESSED               VALUE '02'.
011900         88  RFX-NO-CLIENT                     VALUE '03'.
012000         88  RFX-CLIENT-DECEASED               VALUE '04'.
012100         88  RFX-INVALID-AMOUNT                VALUE '05'.
012200         88  RFX-DUPLICATE-ITEM                VALUE '06'.
012300 FD  REFUND-REGISTER
012400     RECORDING MODE IS F.
012500 01  REGISTER-LINE                  PIC X(132).
012600 WORKING-STORAGE SECTION.
012700******************************************************************
012800*    SWITCHES AND COUNTERS                                       *
012900******************************************************************
013000 77  WS-RFA-EOF-SW                  PIC X(01)   VALUE 'N'.
013100     88  END-OF-APPROVED-LIST                   VALUE 'Y'.
013200 77  WS-SVE-EOF-SW                  PIC X(01)   VALUE 'N'.
013300     88  END-OF-CLIENT-FILE                     VALUE 'Y'.
013400 77  WS-AIF-EOF-SW                  PIC X(01)   VALUE 'N'.
013500     88  END-OF-ACCRUED-FILE                    VALUE 'Y'.
013600 77  WS-CHR-EOF-SW                  PIC X(01)   VALUE 'N'.
013700     88  END-OF-HOLD-REGISTER                   VALUE 'Y'.
013800 77  WS-BAR-EOF-SW                  PIC X(01)   VALUE 'N'.
013900     88  END-OF-RETURN-REGISTER                 VALUE 'Y'.
014000 77  WS-FOUND-SW                    PIC X(01)   VALUE 'N'.
014100     88  WS-FOUND                               VALUE 'Y'.
014200 77  WS-RFA-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
014300 77  WS-RFA-OVERFLOW-SW             PIC X(01)   VALUE 'N'.
014400     88  WS-RFA-TABLE-OVERFLOW                  VALUE 'Y'.
014500 77  WS-CHR-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
014600 77  WS-CHR-OVERFLOW-SW             PIC X(01)   VALUE 'N'.
014700     88  WS-CHR-TABLE-OVERFLOW                  VALUE 'Y'.
014800 77  WS-BAR-COUNT                   PIC S9(05)  COMP  VALUE ZERO.
014900 77  WS-BAR-OVERFLOW-SW             PIC X(01)   VALUE 'N'.
015000     88  WS-BAR-TABLE-OVERFLOW                  VALUE 'Y'.
015100 77  WS-ABANDON-SW                  PIC X(01)   VALUE 'N'.
015200     88  WS-RUN-ABANDONED                       VALUE 'Y'.
015300 77  WS-REASON-CD                   PIC X(02)   VALUE SPACES.
015400 77  WS-JOURNAL-SEQ                 PIC 9(07)   VALUE ZERO.
015500 77  WS-PAYMENT-SEQ                 PIC 9(05)   VALUE ZERO.
015600 77  WS-CYCLE-NBR                   PIC 9(07)   VALUE ZERO.
015700 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
015800 77  WS-PAID-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
015900 77  WS-HELD-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
016000 77  WS-SUPPRESSED-COUNT            PIC S9(07)  COMP  VALUE ZERO.
016100 77  WS-OTHER-EXCP-COUNT            PIC S9(07)  COMP  VALUE ZERO.
016200 77  WS-VOUCHER-COUNT               PIC S9(07)  COMP  VALUE ZERO.
016300 77  WS-INTEREST                    PIC S9(11)V9(02) VALUE ZERO.
016400 77  WS-PAYMENT-AMOUNT              PIC S9(11)V9(02) VALUE ZERO.
016500 01  WS-PRINCIPAL-TOTAL             PIC S9(13)V9(02) COMP-3
016600                                                     VALUE ZERO.
016700 01  WS-INTEREST-TOTAL              PIC S9(13)V9(02) COMP-3
016800                                                     VALUE ZERO.
016900 01  WS-PAYMENT-TOTAL               PIC S9(13)V9(02) COMP-3
017000                                                     VALUE ZERO.
017100******************************************************************
017200*    PARM-SUPPLIED POSTING ACCOUNTS - NO SENSIBLE DEFAULT        *
017300*    EXISTS, SO A MISSING OR BLANK PARM ABANDONS THE RUN         *
017400******************************************************************
017500 77  WS-INT-MLJ-ACCT                PIC X(08)   VALUE SPACES.
017600 77  WS-INT-ING-ACCT                PIC X(06)   VALUE SPACES.
017700 77  WS-BANK-MLJ-ACCT               PIC X(08)   VALUE SPACES.
017800 77  WS-BANK-ING-ACCT               PIC X(06)   VALUE SPACES.
017900******************************************************************
018000*    POLICY NUMBER WORK AREA - RSCVE-POL-ID IS SEVEN DIGITS,     *
018100*    RFA-POLICY-NUMBER IS TEN BYTES ZERO-FILLED                  *
018200******************************************************************
018300 77  WS-POL-ID-EXPAND               PIC 9(10)   VALUE ZERO.
018400 77  WS-POL-ID-X                    PIC X(10)   VALUE SPACES.
018500******************************************************************
018600*    APPROVED REFUND HOLD TABLE - ONE ENTRY PER APPROVED ITEM,   *
018700*    LOADED ONCE AT STARTUP.  THE OWNING CLIENT AND THE          *
018800*    ACCRUED INTEREST ARE ATTACHED BY ONE PASS EACH OF THE       *
018900*    CLIENT EXTRACT AND THE CCSRAIF FILE BEFORE ANY ITEM IS      *
019000*    PAID, SO NEITHER FILE NEEDS TO BE IN POLICY ORDER.          *
019100******************************************************************
019200 01  WS-RFA-TABLE.
019300     05  WS-RFA-ENTRY OCCURS 2000 TIMES
019400                      INDEXED BY WS-RFA-NDX1 WS-RFA-NDX2.
019500         10  WS-RFA-POLICY-NUMBER       PIC X(10).
019600         10  WS-RFA-SUSPENSE-DATE       PIC X(10).
019700         10  WS-RFA-CRCY-CD             PIC X(02).
019800         10  WS-RFA-REFUND-AMOUNT       PIC S9(11)V9(02).
019900         10  WS-RFA-MLJ-ACCT            PIC X(08).
020000         10  WS-RFA-ING-ACCT            PIC X(06).
020100         10  WS-RFA-APPROVED-BY         PIC X(08).
020200         10  WS-RFA-APPROVED-DATE       PIC X(08).
020300         10  WS-RFA-DUP-SW              PIC X(01).
020400             88  WS-RFA-DUPLICATE               VALUE 'Y'.
020500         10  WS-RFA-CLIENT-SW           PIC X(01).
020600             88  WS-RFA-CLIENT-FOUND            VALUE 'Y'.
020700         10  WS-RFA-HOST-CLI-ID         PIC X(10).
020800         10  WS-RFA-NAME-KANJI          PIC X(50).
020900         10  WS-RFA-NAME-KANA           PIC X(50).
021000         10  WS-RFA-ADDRESS-CD          PIC X(08).
021100         10  WS-RFA-ADDR-DTL-KANA       PIC X(72).
021200         10  WS-RFA-DEATH-DT            PIC X(10).
021300         10  WS-RFA-INTEREST            PIC S9(11)V9(02) COMP-3.
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
023200*    REFUND REGISTER REPORT LINES                                *
023300******************************************************************
023400 01  HDG-LINE-1.
023500     05  FILLER                     PIC X(40) VALUE
023600             'CSR9821 SUSPENSE REFUND DISBURSEMENT    '.
023700 01  HDG-LINE-2.
023800     05  FILLER                     PIC X(12) VALUE
023900             'POLICY      '.
024000     05  FILLER                     PIC X(12) VALUE
024100             'SUSP DATE   '.
024200     05  FILLER                     PIC X(05) VALUE 'CCY  '.
024300     05  FILLER                     PIC X(20) VALUE
024400             '          PRINCIPAL '.
024500     05  FILLER                     PIC X(20) VALUE
024600             '           INTEREST '.
024700     05  FILLER                     PIC X(20) VALUE
024800             '         PAYMENT    '.
024900     05  FILLER                     PIC X(12) VALUE
025000             'CLIENT      '.
025100     05  FILLER                     PIC X(13) VALUE
025200             'PAYMENT REF  '.
025300     05  FILLER                     PIC X(14) VALUE
025400             'DISPOSITION   '.
025500 01  DET-LINE.
025600     05  DET-POLICY-NBR             PIC X(10).
025700     05  FILLER                     PIC X(02) VALUE SPACES.
025800     05  DET-SUSPENSE-DATE          PIC X(10).
025900     05  FILLER                     PIC X(02) VALUE SPACES.
026000     05  DET-CRCY                   PIC X(02).
026100     05  FILLER                     PIC X(03) VALUE SPACES.
026200     05  DET-PRINCIPAL              PIC Z,ZZZ,ZZZ,ZZ9.99-.
026300     05  FILLER                     PIC X(03) VALUE SPACES.
026400     05  DET-INTEREST               PIC Z,ZZZ,ZZZ,ZZ9.99-.
026500     05  FILLER                     PIC X(03) VALUE SPACES.
026600     05  DET-PAYMENT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
026700     05  FILLER                     PIC X(03) VALUE SPACES.
026800     05  DET-HOST-CLI-ID            PIC X(10).
026900     05  FILLER                     PIC X(02) VALUE SPACES.
027000     05  DET-PAYMENT-REF            PIC X(12).
027100     05  FILLER                     PIC X(01) VALUE SPACES.
027200     05  DET-DISPOSITION            PIC X(14).
027300 01  SUM-LINE-1.
027400     05  FILLER                     PIC X(26)  VALUE
027500             'REFUNDS RELEASED:         '.
027600     05  SUM-PAID-COUNT             PIC ZZZ,ZZ9.
027700     05  FILLER                     PIC X(05)  VALUE SPACES.
027800     05  FILLER                     PIC X(11)  VALUE
027900             'PRINCIPAL: '.
028000     05  SUM-PRINCIPAL-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
028100 01  SUM-LINE-2.
028200     05  FILLER                     PIC X(38)  VALUE SPACES.
028300     05  FILLER                     PIC X(11)  VALUE
028400             'INTEREST:  '.
028500     05  SUM-INTEREST-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
028600 01  SUM-LINE-3.
028700     05  FILLER                     PIC X(38)  VALUE SPACES.
028800     05  FILLER                     PIC X(11)  VALUE
028900             'PAID:      '.
029000     05  SUM-PAYMENT-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
029100 01  SUM-LINE-4.
029200     05  FILLER                     PIC X(26)  VALUE
029300             'REFUSED - CLAIMS HOLD:    '.
029400     05  SUM-HELD-COUNT             PIC ZZZ,ZZ9.
029500 01  SUM-LINE-5.
029600     05  FILLER                     PIC X(26)  VALUE
029700             'NOT PAID - MAIL SUPPRESSED'.
029800     05  SUM-SUPPRESSED-COUNT       PIC ZZZ,ZZ9.
029900 01  SUM-LINE-6.
030000     05  FILLER                     PIC X(26)  VALUE
030100             'OTHER EXCEPTIONS:         '.
030200     05  SUM-OTHER-EXCP-COUNT       PIC ZZZ,ZZ9.
030300******************************************************************
030400*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
030500******************************************************************
030600     COPY CCSRRCLP.
030610******************************************************************
030620*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
030630******************************************************************
030640     COPY CCSRCTLP.
030700 PROCEDURE DIVISION.
030800******************************************************************
030900*    0000-MAINLINE                                               *
031000******************************************************************
031100 0000-MAINLINE.
031200     PERFORM 7000-RUN-CONTROL-IN   THRU 7000-RUN-CTL-IN-EXIT.
031300     IF RCLP-RCTL-RC = ZERO
031400         PERFORM 1000-INITIALIZE       THRU 1000-INITIALIZE-EXIT
031500         IF NOT WS-RUN-ABANDONED
031600             PERFORM 2000-PROCESS-REFUND
031700                     THRU 2000-PROCESS-REFUND-EXIT
031800                     VARYING WS-RFA-NDX1 FROM 1 BY 1
031900                     UNTIL WS-RFA-NDX1 > WS-RFA-COUNT
032000         END-IF
032100         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
032110         PERFORM 7200-POST-CONTROL-TOTALS
032120                 THRU 7200-POST-CTL-EXIT
032200         PERFORM 7100-RUN-CONTROL-OUT
032300                 THRU 7100-RUN-CTL-OUT-EXIT
032400     END-IF.
032500     STOP RUN.
032600******************************************************************
032700*    1000-INITIALIZE - READ PARM, LOAD THE APPROVED LIST, THE    *
032800*    OPEN HOLDS AND THE ACTIVE SUPPRESSIONS, THEN ATTACH EACH    *
032900*    ITEM'S CLIENT AND INTEREST.  A MISSING POSTING ACCOUNT OR   *
033000*    ANY TABLE OVERFLOW ABANDONS THE RUN - A PARTIAL HOLD OR     *
033100*    SUPPRESSION TABLE WOULD PAY ITEMS THAT MUST NOT BE PAID.    *
033200******************************************************************
033300 1000-INITIALIZE.
033400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033500     OPEN INPUT  PARM-FILE.
033600     READ PARM-FILE
033700         AT END
033800             MOVE SPACES TO PARM-RECORD
033900     END-READ.
034000     CLOSE PARM-FILE.
034100     IF PARM-INT-MLJ-ACCT  = SPACES
034200        OR PARM-INT-ING-ACCT  = SPACES
034300        OR PARM-BANK-MLJ-ACCT = SPACES
034400        OR PARM-BANK-ING-ACCT = SPACES
034500         DISPLAY 'CSR9821 *** POSTING ACCOUNT PARM MISSING - '
034600                 'RUN ABANDONED ***'
034700         MOVE 16 TO RETURN-CODE
034800         SET WS-RUN-ABANDONED TO TRUE
035000     ELSE
035100         MOVE PARM-INT-MLJ-ACCT  TO WS-INT-MLJ-ACCT
035200         MOVE PARM-INT-ING-ACCT  TO WS-INT-ING-ACCT
035300         MOVE PARM-BANK-MLJ-ACCT TO WS-BANK-MLJ-ACCT
035400         MOVE PARM-BANK-ING-ACCT TO WS-BANK-ING-ACCT
035500         OPEN INPUT APPROVED-LIST
035600         PERFORM 1500-LOAD-APPROVED    THRU 1500-LOAD-RFA-EXIT
035700                 UNTIL END-OF-APPROVED-LIST
035800         CLOSE APPROVED-LIST
035900         OPEN INPUT HOLD-REGISTER
036000         PERFORM 1600-LOAD-OPEN-HOLD   THRU 1600-LOAD-CHR-EXIT
036100                 UNTIL END-OF-HOLD-REGISTER
036200         CLOSE HOLD-REGISTER
036300         OPEN INPUT RETURN-REGISTER
036400         PERFORM 1700-LOAD-SUPPRESSION THRU 1700-LOAD-BAR-EXIT
036500                 UNTIL END-OF-RETURN-REGISTER
036600         CLOSE RETURN-REGISTER
036700         IF WS-RFA-TABLE-OVERFLOW
036800            OR WS-CHR-TABLE-OVERFLOW
036900            OR WS-BAR-TABLE-OVERFLOW
037000             DISPLAY 'CSR9821 *** HOLD TABLE CAPACITY EXCEEDED - '
037100                     'RUN ABANDONED ***'
037200             MOVE 16 TO RETURN-CODE
037300             SET WS-RUN-ABANDONED TO TRUE
037500         ELSE
037600             OPEN INPUT CLIENT-EXTRACT
037700             PERFORM 1800-ATTACH-CLIENT
037750                     THRU 1800-ATTACH-CLI-EXIT
037800                     UNTIL END-OF-CLIENT-FILE
037900             CLOSE CLIENT-EXTRACT
038000             OPEN INPUT ACCRUED-INTEREST
038100             PERFORM 1900-ATTACH-INTEREST
038150                     THRU 1900-ATTACH-INT-EXIT
038200                     UNTIL END-OF-ACCRUED-FILE
038300             CLOSE ACCRUED-INTEREST
038400             OPEN OUTPUT PAYMENT-OUT
038500             OPEN OUTPUT REFUND-VOUCHER
038600             OPEN OUTPUT EXCEPTION-OUT
038700             OPEN OUTPUT REFUND-REGISTER
038800             WRITE REGISTER-LINE FROM HDG-LINE-1
038900             WRITE REGISTER-LINE FROM HDG-LINE-2
038920         END-IF
038940     END-IF.
039000 1000-INITIALIZE-EXIT.
039100     EXIT.
039200******************************************************************
039300*    1500-LOAD-APPROVED - TABLE ONE APPROVED ITEM.  AN ITEM      *
039400*    ALREADY TABLED UNDER THE SAME POLICY AND SUSPENSE DATE IS   *
039500*    MARKED DUPLICATE SO IT CANNOT BE PAID TWICE                 *
039600******************************************************************
039700 1500-LOAD-APPROVED.
039800     READ APPROVED-LIST
039900         AT END
040000             SET END-OF-APPROVED-LIST TO TRUE
040100     END-READ.
040200     IF NOT END-OF-APPROVED-LIST
040300         IF WS-RFA-COUNT < 2000
040400             MOVE 'N' TO WS-FOUND-SW
040500             PERFORM 1550-CHECK-DUPLICATE THRU 1550-CHECK-DUP-EXIT
040600                     VARYING WS-RFA-NDX1 FROM 1 BY 1
040700                     UNTIL WS-RFA-NDX1 > WS-RFA-COUNT
040800                     OR WS-FOUND
040900             ADD 1 TO WS-RFA-COUNT
041000             SET WS-RFA-NDX1 TO WS-RFA-COUNT
041100             MOVE RFA-POLICY-NUMBER
041200                  TO WS-RFA-POLICY-NUMBER(WS-RFA-NDX1)
041300             MOVE RFA-SUSPENSE-DATE
041400                  TO WS-RFA-SUSPENSE-DATE(WS-RFA-NDX1)
041500             MOVE RFA-CRCY-CD
041600                  TO WS-RFA-CRCY-CD(WS-RFA-NDX1)
041700             MOVE RFA-REFUND-AMOUNT
041800                  TO WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1)
041900             MOVE RFA-MLJ-ACCT
042000                  TO WS-RFA-MLJ-ACCT(WS-RFA-NDX1)
042100             MOVE RFA-ING-ACCT
042200                  TO WS-RFA-ING-ACCT(WS-RFA-NDX1)
042300             MOVE RFA-APPROVED-BY
042400                  TO WS-RFA-APPROVED-BY(WS-RFA-NDX1)
042500             MOVE RFA-APPROVED-DATE
042600                  TO WS-RFA-APPROVED-DATE(WS-RFA-NDX1)
042700             MOVE WS-FOUND-SW
042800                  TO WS-RFA-DUP-SW(WS-RFA-NDX1)
042900             MOVE 'N'    TO WS-RFA-CLIENT-SW(WS-RFA-NDX1)
043000             MOVE SPACES TO WS-RFA-HOST-CLI-ID(WS-RFA-NDX1)
043100                            WS-RFA-NAME-KANJI(WS-RFA-NDX1)
043200                            WS-RFA-NAME-KANA(WS-RFA-NDX1)
043300                            WS-RFA-ADDRESS-CD(WS-RFA-NDX1)
043400                            WS-RFA-ADDR-DTL-KANA(WS-RFA-NDX1)
043500                            WS-RFA-DEATH-DT(WS-RFA-NDX1)
043600             MOVE ZERO   TO WS-RFA-INTEREST(WS-RFA-NDX1)
043700         ELSE
043800             IF NOT WS-RFA-TABLE-OVERFLOW
043900                 SET WS-RFA-TABLE-OVERFLOW TO TRUE
044000                 DISPLAY 'CSR9821 *** APPROVED LIST EXCEEDS 2000 '
044100                         'ROW TABLE CAPACITY - RUN ABANDONED ***'
044200             END-IF
044300         END-IF
044400     END-IF.
044500 1500-LOAD-RFA-EXIT.
044600     EXIT.
044700 1550-CHECK-DUPLICATE.
044800     IF WS-RFA-POLICY-NUMBER(WS-RFA-NDX1) = RFA-POLICY-NUMBER
044900        AND WS-RFA-SUSPENSE-DATE(WS-RFA-NDX1) = RFA-SUSPENSE-DATE
045000         MOVE 'Y' TO WS-FOUND-SW
045100     END-IF.
045200 1550-CHECK-DUP-EXIT.
045300     EXIT.
045400******************************************************************
045500*    1600-LOAD-OPEN-HOLD - TABLE EVERY POLICY WITH AN OPEN HOLD  *
045600******************************************************************
045700 1600-LOAD-OPEN-HOLD.
045800     READ HOLD-REGISTER
045900         AT END
046000             SET END-OF-HOLD-REGISTER TO TRUE
046100     END-READ.
046200     IF NOT END-OF-HOLD-REGISTER
046300        AND CHR-HOLD-OPEN
046400         IF WS-CHR-COUNT < 2000
046500             ADD 1 TO WS-CHR-COUNT
046600             SET WS-CHR-NDX1 TO WS-CHR-COUNT
046700             MOVE CHR-POLICY-NUMBER
046800                  TO WS-CHR-POLICY-NUMBER(WS-CHR-NDX1)
046900         ELSE
047000             IF NOT WS-CHR-TABLE-OVERFLOW
047100                 SET WS-CHR-TABLE-OVERFLOW TO TRUE
047200                 DISPLAY 'CSR9821 *** OPEN HOLDS EXCEED 2000 ROW '
047300                         'TABLE CAPACITY - RUN ABANDONED ***'
047400             END-IF
047500         END-IF
047600     END-IF.
047700 1600-LOAD-CHR-EXIT.
047800     EXIT.
047900******************************************************************
048000*    1700-LOAD-SUPPRESSION - TABLE EVERY ACTIVE SUPPRESSION      *
048100******************************************************************
048200 1700-LOAD-SUPPRESSION.
048300     READ RETURN-REGISTER
048400         AT END
048500             SET END-OF-RETURN-REGISTER TO TRUE
048600     END-READ.
048700     IF NOT END-OF-RETURN-REGISTER
048800        AND BAR-SUPPRESS-ACTIVE
048900         IF WS-BAR-COUNT < 2000
049000             ADD 1 TO WS-BAR-COUNT
049100             SET WS-BAR-NDX1 TO WS-BAR-COUNT
049200             MOVE BAR-HOST-CLI-ID
049300                  TO WS-BAR-HOST-CLI-ID(WS-BAR-NDX1)
049400             MOVE BAR-ADDRESS-CD
049500                  TO WS-BAR-ADDRESS-CD(WS-BAR-NDX1)
049600         ELSE
049700             IF NOT WS-BAR-TABLE-OVERFLOW
049800                 SET WS-BAR-TABLE-OVERFLOW TO TRUE
049900                 DISPLAY 'CSR9821 *** ACTIVE SUPPRESSIONS EXCEED '
050000                         '2000 ROW TABLE CAPACITY - RUN '
050100                         'ABANDONED ***'
050200             END-IF
050300         END-IF
050400     END-IF.
050500 1700-LOAD-BAR-EXIT.
050600     EXIT.
050700******************************************************************
050800*    1800-ATTACH-CLIENT - OFFER ONE CLIENT EXTRACT ROW TO EVERY  *
050900*    APPROVED ITEM ON ITS POLICY.  THE EXTRACT CARRIES ONE ROW   *
051000*    PER BENEFICIARY, SO AN ITEM THAT ALREADY HAS ITS CLIENT     *
051100*    KEEPS THE FIRST ROW SEEN                                    *
051200******************************************************************
051300 1800-ATTACH-CLIENT.
051400     READ CLIENT-EXTRACT
051500         AT END
051600             SET END-OF-CLIENT-FILE TO TRUE
051700     END-READ.
051800     IF NOT END-OF-CLIENT-FILE
051900         MOVE RSCVE-POL-ID TO WS-POL-ID-EXPAND
052000         MOVE WS-POL-ID-EXPAND TO WS-POL-ID-X
052100         PERFORM 1850-ATTACH-CLI-SLOT THRU 1850-ATTACH-SLOT-EXIT
052200                 VARYING WS-RFA-NDX1 FROM 1 BY 1
052300                 UNTIL WS-RFA-NDX1 > WS-RFA-COUNT
052400     END-IF.
052500 1800-ATTACH-CLI-EXIT.
052600     EXIT.
052700 1850-ATTACH-CLI-SLOT.
052800     IF WS-RFA-POLICY-NUMBER(WS-RFA-NDX1) = WS-POL-ID-X
052900        AND NOT WS-RFA-CLIENT-FOUND(WS-RFA-NDX1)
053000         MOVE 'Y' TO WS-RFA-CLIENT-SW(WS-RFA-NDX1)
053100         MOVE RSCVE-HOST-CLI-ID
053200              TO WS-RFA-HOST-CLI-ID(WS-RFA-NDX1)
053300         MOVE RSCVE-NAME-KANJI
053400              TO WS-RFA-NAME-KANJI(WS-RFA-NDX1)
053500         MOVE RSCVE-NAME-KANA
053600              TO WS-RFA-NAME-KANA(WS-RFA-NDX1)
053700         MOVE RSCVE-ADDRESS-CD
053800              TO WS-RFA-ADDRESS-CD(WS-RFA-NDX1)
053900         MOVE RSCVE-ADDR-DTL-KANA
054000              TO WS-RFA-ADDR-DTL-KANA(WS-RFA-NDX1)
054100         MOVE RSCVE-DEATH-DT
054200              TO WS-RFA-DEATH-DT(WS-RFA-NDX1)
054300     END-IF.
054400 1850-ATTACH-SLOT-EXIT.
054500     EXIT.
054600******************************************************************
054700*    1900-ATTACH-INTEREST - OFFER ONE CCSRAIF ROW TO EVERY       *
054800*    APPROVED ITEM WITH THE SAME POLICY AND SUSPENSE DATE.  AN   *
054900*    ITEM WITH NO CCSRAIF ROW (UNDER DE-MINIMIS OR NO RATE BAND) *
055000*    IS REFUNDED WITHOUT INTEREST                                *
055100******************************************************************
055200 1900-ATTACH-INTEREST.
055300     READ ACCRUED-INTEREST
055400         AT END
055500             SET END-OF-ACCRUED-FILE TO TRUE
055600     END-READ.
055700     IF NOT END-OF-ACCRUED-FILE
055800         PERFORM 1950-ATTACH-INT-SLOT THRU 1950-ATTACH-SLOT-EXIT
055900                 VARYING WS-RFA-NDX1 FROM 1 BY 1
056000                 UNTIL WS-RFA-NDX1 > WS-RFA-COUNT
056100     END-IF.
056200 1900-ATTACH-INT-EXIT.
056300     EXIT.
056400 1950-ATTACH-INT-SLOT.
056500     IF WS-RFA-POLICY-NUMBER(WS-RFA-NDX1) = AIF-POLICY-NUMBER
056600        AND WS-RFA-SUSPENSE-DATE(WS-RFA-NDX1) = AIF-SUSPENSE-DATE
056700         MOVE AIF-ACCRUED-INTEREST
056800              TO WS-RFA-INTEREST(WS-RFA-NDX1)
056900     END-IF.
057000 1950-ATTACH-SLOT-EXIT.
057100     EXIT.
057200******************************************************************
057300*    2000-PROCESS-REFUND - DECIDE ONE APPROVED ITEM.  THE TESTS  *
057400*    RUN IN PRIORITY ORDER AND THE FIRST FAILURE IS THE REASON   *
057500*    REPORTED; AN ITEM PASSING THEM ALL IS PAID                  *
057600******************************************************************
057700 2000-PROCESS-REFUND.
057800     MOVE SPACES TO WS-REASON-CD.
057900     MOVE WS-RFA-INTEREST(WS-RFA-NDX1) TO WS-INTEREST.
058000     EVALUATE TRUE
058100         WHEN WS-RFA-DUPLICATE(WS-RFA-NDX1)
058200             MOVE '06' TO WS-REASON-CD
058300         WHEN WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1) NOT NUMERIC
058400             MOVE '05' TO WS-REASON-CD
058500         WHEN WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1) NOT > ZERO
058600             MOVE '05' TO WS-REASON-CD
058700         WHEN OTHER
058800             PERFORM 6000-FIND-OPEN-HOLD THRU 6000-FIND-HOLD-EXIT
058900             IF WS-FOUND
059000                 MOVE '01' TO WS-REASON-CD
059100             END-IF
059200     END-EVALUATE.
059300     IF WS-REASON-CD = SPACES
059400         EVALUATE TRUE
059500             WHEN NOT WS-RFA-CLIENT-FOUND(WS-RFA-NDX1)
059600                 MOVE '03' TO WS-REASON-CD
059700             WHEN WS-RFA-DEATH-DT(WS-RFA-NDX1) NOT = SPACES
059800                 MOVE '04' TO WS-REASON-CD
059900             WHEN OTHER
060000                 PERFORM 6100-FIND-SUPPRESSION
060100                         THRU 6100-FIND-SUPP-EXIT
060200                 IF WS-FOUND
060300                     MOVE '02' TO WS-REASON-CD
060400                 END-IF
060500         END-EVALUATE
060600     END-IF.
060700     IF WS-REASON-CD = SPACES
060800         PERFORM 4000-PAY-REFUND    THRU 4000-PAY-REFUND-EXIT
060900     ELSE
061000         PERFORM 4500-WRITE-EXCEPTION
061100                 THRU 4500-WRITE-EXCP-EXIT
061200     END-IF.
061300 2000-PROCESS-REFUND-EXIT.
061400     EXIT.
061500******************************************************************
061600*    4000-PAY-REFUND - WRITE THE PAYMENT INSTRUCTION AND THE     *
061700*    REFUND VOUCHER.  THE VOUCHER IS ONE JOURNAL SEQUENCE THAT   *
061800*    DEBITS THE SUSPENSE ACCOUNT FOR THE PRINCIPAL, DEBITS THE   *
061900*    INTEREST LIABILITY ACCOUNT FOR THE INTEREST (WHEN ANY) AND  *
062000*    CREDITS THE DISBURSEMENT ACCOUNT FOR THE TOTAL, SO IT       *
062100*    BALANCES ON ITS OWN                                         *
062200******************************************************************
062300 4000-PAY-REFUND.
062400     ADD 1 TO WS-PAYMENT-SEQ.
062500     COMPUTE WS-PAYMENT-AMOUNT
062600         = WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1) + WS-INTEREST.
062700     MOVE SPACES                 TO PYI-PAYMENT-REC.
062800     MOVE WS-CYCLE-NBR           TO PYI-REF-CYCLE-NBR.
062900     MOVE WS-PAYMENT-SEQ         TO PYI-REF-SEQ.
063000     MOVE WS-RFA-HOST-CLI-ID(WS-RFA-NDX1)   TO PYI-HOST-CLI-ID.
063100     MOVE WS-RFA-NAME-KANJI(WS-RFA-NDX1)
063200          TO PYI-PAYEE-NAME-KANJI.
063300     MOVE WS-RFA-NAME-KANA(WS-RFA-NDX1)
063400          TO PYI-PAYEE-NAME-KANA.
063500     MOVE WS-RFA-ADDRESS-CD(WS-RFA-NDX1)    TO PYI-ADDRESS-CD.
063600     MOVE WS-RFA-ADDR-DTL-KANA(WS-RFA-NDX1) TO PYI-ADDR-DTL-KANA.
063700     MOVE WS-RFA-POLICY-NUMBER(WS-RFA-NDX1) TO PYI-POLICY-NUMBER.
063800     MOVE WS-RFA-SUSPENSE-DATE(WS-RFA-NDX1) TO PYI-SUSPENSE-DATE.
063900     MOVE WS-RFA-CRCY-CD(WS-RFA-NDX1)       TO PYI-CRCY-CD.
064000     MOVE WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1)
064100          TO PYI-PRINCIPAL-AMOUNT.
064200     MOVE WS-INTEREST            TO PYI-INTEREST-AMOUNT.
064300     MOVE WS-PAYMENT-AMOUNT      TO PYI-PAYMENT-AMOUNT.
064400     MOVE WS-RUN-DATE            TO PYI-VALUE-DATE.
064500     WRITE PYI-PAYMENT-REC.
064600     ADD 1 TO WS-JOURNAL-SEQ.
064700     MOVE SPACES                 TO RFV-REFUND-VCHR-REC.
064800     MOVE 'S'                    TO RFV-VOUCHER-CLASS.
064900     MOVE WS-JOURNAL-SEQ         TO RFV-JOURNAL-SEQ.
065000     MOVE WS-RFA-POLICY-NUMBER(WS-RFA-NDX1) TO RFV-POLICY-NUMBER.
065100     MOVE WS-RFA-CRCY-CD(WS-RFA-NDX1)       TO RFV-CRCY-CD.
065200     MOVE WS-RFA-SUSPENSE-DATE(WS-RFA-NDX1) TO RFV-SUSPENSE-DATE.
065300     MOVE PYI-PAYMENT-REF        TO RFV-PAYMENT-REF.
065400     MOVE 'D'                    TO RFV-POSTING-SIDE.
065500     MOVE 'S'                    TO RFV-LINE-TYPE.
065600     MOVE WS-RFA-MLJ-ACCT(WS-RFA-NDX1)      TO RFV-MLJ-ACCT.
065700     MOVE WS-RFA-ING-ACCT(WS-RFA-NDX1)      TO RFV-ING-ACCT.
065800     MOVE WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1) TO RFV-POSTING-AMOUNT.
065900     WRITE RFV-REFUND-VCHR-REC.
066000     ADD 1 TO WS-VOUCHER-COUNT.
066100     IF WS-INTEREST NOT = ZERO
066200         MOVE 'D'                TO RFV-POSTING-SIDE
066300         MOVE 'I'                TO RFV-LINE-TYPE
066400         MOVE WS-INT-MLJ-ACCT    TO RFV-MLJ-ACCT
066500         MOVE WS-INT-ING-ACCT    TO RFV-ING-ACCT
066600         MOVE WS-INTEREST        TO RFV-POSTING-AMOUNT
066700         WRITE RFV-REFUND-VCHR-REC
066800         ADD 1 TO WS-VOUCHER-COUNT
066900     END-IF.
067000     MOVE 'C'                    TO RFV-POSTING-SIDE.
067100     MOVE 'B'                    TO RFV-LINE-TYPE.
067200     MOVE WS-BANK-MLJ-ACCT       TO RFV-MLJ-ACCT.
067300     MOVE WS-BANK-ING-ACCT       TO RFV-ING-ACCT.
067400     MOVE WS-PAYMENT-AMOUNT      TO RFV-POSTING-AMOUNT.
067500     WRITE RFV-REFUND-VCHR-REC.
067600     ADD 1 TO WS-VOUCHER-COUNT.
067700     ADD 1                       TO WS-PAID-COUNT.
067800     ADD WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1) TO WS-PRINCIPAL-TOTAL.
067900     ADD WS-INTEREST             TO WS-INTEREST-TOTAL.
068000     ADD WS-PAYMENT-AMOUNT       TO WS-PAYMENT-TOTAL.
068100     MOVE PYI-PAYMENT-REF        TO DET-PAYMENT-REF.
068200     MOVE WS-PAYMENT-AMOUNT      TO DET-PAYMENT.
068300     MOVE 'PAID          '       TO DET-DISPOSITION.
068400     PERFORM 4800-PRINT-REGISTER THRU 4800-PRINT-REG-EXIT.
068500 4000-PAY-REFUND-EXIT.
068600     EXIT.
068700******************************************************************
068800*    4500-WRITE-EXCEPTION - LIST AN ITEM THAT WAS NOT PAID       *
068900******************************************************************
069000 4500-WRITE-EXCEPTION.
069100     MOVE SPACES                 TO RFX-EXCEPTION-REC.
069200     MOVE WS-RFA-POLICY-NUMBER(WS-RFA-NDX1) TO RFX-POLICY-NUMBER.
069300     MOVE WS-RFA-SUSPENSE-DATE(WS-RFA-NDX1) TO RFX-SUSPENSE-DATE.
069400     MOVE WS-RFA-CRCY-CD(WS-RFA-NDX1)       TO RFX-CRCY-CD.
069500     MOVE WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1) TO RFX-REFUND-AMOUNT.
069600     MOVE WS-RFA-MLJ-ACCT(WS-RFA-NDX1)      TO RFX-MLJ-ACCT.
069700     MOVE WS-RFA-ING-ACCT(WS-RFA-NDX1)      TO RFX-ING-ACCT.
069800     MOVE WS-RFA-APPROVED-BY(WS-RFA-NDX1)   TO RFX-APPROVED-BY.
069900     MOVE WS-RFA-APPROVED-DATE(WS-RFA-NDX1) TO RFX-APPROVED-DATE.
070000     MOVE WS-RFA-HOST-CLI-ID(WS-RFA-NDX1)   TO RFX-HOST-CLI-ID.
070100     MOVE WS-RFA-ADDRESS-CD(WS-RFA-NDX1)    TO RFX-ADDRESS-CD.
070200     MOVE WS-INTEREST            TO RFX-INTEREST-AMOUNT.
070300     MOVE WS-REASON-CD           TO RFX-REASON-CD.
070400     WRITE RFX-EXCEPTION-REC.
070500     EVALUATE TRUE
070600         WHEN RFX-OPEN-CLAIMS-HOLD
070700             ADD 1 TO WS-HELD-COUNT
070800             MOVE 'CLAIMS HOLD   ' TO DET-DISPOSITION
070900         WHEN RFX-MAIL-SUPPRESSED
071000             ADD 1 TO WS-SUPPRESSED-COUNT
071100             MOVE 'MAIL SUPPRESS ' TO DET-DISPOSITION
071200         WHEN RFX-NO-CLIENT
071300             ADD 1 TO WS-OTHER-EXCP-COUNT
071400             MOVE 'NO CLIENT     ' TO DET-DISPOSITION
071500         WHEN RFX-CLIENT-DECEASED
071600             ADD 1 TO WS-OTHER-EXCP-COUNT
071700             MOVE 'DECEASED      ' TO DET-DISPOSITION
071800         WHEN RFX-INVALID-AMOUNT
071900             ADD 1 TO WS-OTHER-EXCP-COUNT
072000             MOVE 'BAD AMOUNT    ' TO DET-DISPOSITION
072100         WHEN OTHER
072200             ADD 1 TO WS-OTHER-EXCP-COUNT
072300             MOVE 'DUPLICATE     ' TO DET-DISPOSITION
072400     END-EVALUATE.
072500     MOVE SPACES                 TO DET-PAYMENT-REF.
072600     MOVE ZERO                   TO DET-PAYMENT.
072700     IF RETURN-CODE < 4
072800         MOVE 4 TO RETURN-CODE
072900     END-IF.
073000     PERFORM 4800-PRINT-REGISTER THRU 4800-PRINT-REG-EXIT.
073100 4500-WRITE-EXCP-EXIT.
073200     EXIT.
073300******************************************************************
073400*    4800-PRINT-REGISTER - LOG ONE ITEM'S DISPOSITION            *
073500******************************************************************
073600 4800-PRINT-REGISTER.
073700     MOVE WS-RFA-POLICY-NUMBER(WS-RFA-NDX1) TO DET-POLICY-NBR.
073800     MOVE WS-RFA-SUSPENSE-DATE(WS-RFA-NDX1) TO DET-SUSPENSE-DATE.
073900     MOVE WS-RFA-CRCY-CD(WS-RFA-NDX1)       TO DET-CRCY.
074000     IF WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1) NUMERIC
074100         MOVE WS-RFA-REFUND-AMOUNT(WS-RFA-NDX1) TO DET-PRINCIPAL
074200     ELSE
074300         MOVE ZERO TO DET-PRINCIPAL
074400     END-IF.
074500     MOVE WS-INTEREST            TO DET-INTEREST.
074600     MOVE WS-RFA-HOST-CLI-ID(WS-RFA-NDX1)   TO DET-HOST-CLI-ID.
074700     WRITE REGISTER-LINE FROM DET-LINE.
074800 4800-PRINT-REG-EXIT.
074900     EXIT.
075000******************************************************************
075100*    6000-FIND-OPEN-HOLD - IS THE ITEM'S POLICY UNDER AN OPEN    *
075200*    CLAIMS HOLD                                                 *
075300******************************************************************
075400 6000-FIND-OPEN-HOLD.
075500     MOVE 'N' TO WS-FOUND-SW.
075600     PERFORM 6050-CHECK-HOLD-SLOT  THRU 6050-CHECK-HOLD-EXIT
075700             VARYING WS-CHR-NDX1 FROM 1 BY 1
075800             UNTIL WS-CHR-NDX1 > WS-CHR-COUNT
075900             OR WS-FOUND.
076000 6000-FIND-HOLD-EXIT.
076100     EXIT.
076200 6050-CHECK-HOLD-SLOT.
076300     IF WS-CHR-POLICY-NUMBER(WS-CHR-NDX1)
076400        = WS-RFA-POLICY-NUMBER(WS-RFA-NDX1)
076500         MOVE 'Y' TO WS-FOUND-SW
076600     END-IF.
076700 6050-CHECK-HOLD-EXIT.
076800     EXIT.
076900******************************************************************
077000*    6100-FIND-SUPPRESSION - IS THE PAYEE'S CLIENT AND ADDRESS   *
077100*    UNDER AN ACTIVE RETURNED-MAIL SUPPRESSION                   *
077200******************************************************************
077300 6100-FIND-SUPPRESSION.
077400     MOVE 'N' TO WS-FOUND-SW.
077500     PERFORM 6150-CHECK-SUPP-SLOT  THRU 6150-CHECK-SUPP-EXIT
077600             VARYING WS-BAR-NDX1 FROM 1 BY 1
077700             UNTIL WS-BAR-NDX1 > WS-BAR-COUNT
077800             OR WS-FOUND.
077900 6100-FIND-SUPP-EXIT.
078000     EXIT.
078100 6150-CHECK-SUPP-SLOT.
078200     IF WS-BAR-HOST-CLI-ID(WS-BAR-NDX1)
078300        = WS-RFA-HOST-CLI-ID(WS-RFA-NDX1)
078400        AND WS-BAR-ADDRESS-CD(WS-BAR-NDX1)
078500            = WS-RFA-ADDRESS-CD(WS-RFA-NDX1)
078600         MOVE 'Y' TO WS-FOUND-SW
078700     END-IF.
078800 6150-CHECK-SUPP-EXIT.
078900     EXIT.
079000******************************************************************
079100*    3000-FINALIZE                                               *
079200******************************************************************
079300 3000-FINALIZE.
079400     IF NOT WS-RUN-ABANDONED
079500         MOVE WS-PAID-COUNT       TO SUM-PAID-COUNT
079600         MOVE WS-PRINCIPAL-TOTAL  TO SUM-PRINCIPAL-TOTAL
079700         MOVE WS-INTEREST-TOTAL   TO SUM-INTEREST-TOTAL
079800         MOVE WS-PAYMENT-TOTAL    TO SUM-PAYMENT-TOTAL
079900         MOVE WS-HELD-COUNT       TO SUM-HELD-COUNT
080000         MOVE WS-SUPPRESSED-COUNT TO SUM-SUPPRESSED-COUNT
080100         MOVE WS-OTHER-EXCP-COUNT TO SUM-OTHER-EXCP-COUNT
080200         WRITE REGISTER-LINE      FROM SUM-LINE-1
080300         WRITE REGISTER-LINE      FROM SUM-LINE-2
080400         WRITE REGISTER-LINE      FROM SUM-LINE-3
080500         WRITE REGISTER-LINE      FROM SUM-LINE-4
080600         WRITE REGISTER-LINE      FROM SUM-LINE-5
080700         WRITE REGISTER-LINE      FROM SUM-LINE-6
080800         CLOSE PAYMENT-OUT
080900               REFUND-VOUCHER
081000               EXCEPTION-OUT
081100               REFUND-REGISTER
081200     END-IF.
081300     DISPLAY 'CSR9821 REFUNDS RELEASED    : ' WS-PAID-COUNT.
081400     DISPLAY 'CSR9821 VOUCHER LINES       : ' WS-VOUCHER-COUNT.
081500     DISPLAY 'CSR9821 REFUSED - HOLD      : ' WS-HELD-COUNT.
081600     DISPLAY 'CSR9821 SUPPRESSED PAYEES   : '
081700             WS-SUPPRESSED-COUNT.
081800     DISPLAY 'CSR9821 OTHER EXCEPTIONS    : '
081900             WS-OTHER-EXCP-COUNT.
082000 3000-FINALIZE-EXIT.
082100     EXIT.
082200******************************************************************
082300*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
082400*    CONTROL; REFUSED UNLESS THE INTEREST ACCRUAL, THE CLAIMS-   *
082500*    HOLD REGISTER AND THE RETURNED-MAIL REGISTER HAVE ALL       *
082600*    COMPLETED SUCCESSFULLY FOR THE CURRENT CYCLE.  THE CYCLE    *
082700*    NUMBER RETURNED ON CHECK-IN PREFIXES EVERY PAYMENT          *
082800*    REFERENCE.                                                  *
082900******************************************************************
083000 7000-RUN-CONTROL-IN.
083100     MOVE 'S'        TO RCLP-FUNCTION.
083200     MOVE 'CSR9821 ' TO RCLP-STEP-NAME.
083300     MOVE 'CSR9818 ' TO RCLP-PRODUCER-STEP.
083400     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
083500     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
083600     IF RCLP-RCTL-RC NOT = ZERO
083700         DISPLAY 'CSR9821 *** RUN REFUSED BY RUN CONTROL - '
083800                 RCLP-RCTL-MSG ' ***'
083900         MOVE 16 TO RETURN-CODE
084000     END-IF.
084100*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
084200*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
084300*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
084400*    EARLIER PRODUCER'S REFUSAL.
084500     IF RCLP-RCTL-RC = ZERO
084600         MOVE 'S'        TO RCLP-FUNCTION
084700         MOVE 'CSR9821 ' TO RCLP-STEP-NAME
084800         MOVE 'CSR9815 ' TO RCLP-PRODUCER-STEP
084900         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
085000         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
085100         IF RCLP-RCTL-RC NOT = ZERO
085200             DISPLAY 'CSR9821 *** RUN REFUSED BY RUN CONTROL - '
085300                     RCLP-RCTL-MSG ' ***'
085400             MOVE 16 TO RETURN-CODE
085500         END-IF
085600     END-IF.
085700     IF RCLP-RCTL-RC = ZERO
085800         MOVE 'S'        TO RCLP-FUNCTION
085900         MOVE 'CSR9821 ' TO RCLP-STEP-NAME
086000         MOVE 'CSV0110 ' TO RCLP-PRODUCER-STEP
086100         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
086200         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
086300         IF RCLP-RCTL-RC NOT = ZERO
086400             DISPLAY 'CSR9821 *** RUN REFUSED BY RUN CONTROL - '
086500                     RCLP-RCTL-MSG ' ***'
086600             MOVE 16 TO RETURN-CODE
086700         ELSE
086800             MOVE RCLP-CYCLE-NBR TO WS-CYCLE-NBR
086900         END-IF
087000     END-IF.
087100 7000-RUN-CTL-IN-EXIT.
087200     EXIT.
087300******************************************************************
087400*    7100-RUN-CONTROL-OUT - CHECK OUT, RECORDING OUR             *
087500*    RETURN CODE AGAINST THE STEP FOR THIS CYCLE                 *
087600******************************************************************
087700 7100-RUN-CONTROL-OUT.
087800     MOVE 'E' TO RCLP-FUNCTION.
087900     MOVE RETURN-CODE TO RCLP-RETURN-CODE.
088000     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
088100     IF RCLP-RCTL-RC NOT = ZERO
088200         DISPLAY 'CSR9821 *** RUN CONTROL CHECK-OUT FAILED - '
088300                 RCLP-RCTL-MSG ' ***'
088400         MOVE 16 TO RETURN-CODE
088500     ELSE
088600         MOVE RCLP-RETURN-CODE TO RETURN-CODE
088700     END-IF.
088800 7100-RUN-CTL-OUT-EXIT.
088900     EXIT.
088910******************************************************************
088920*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
088930*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
088940*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
088950*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
088960******************************************************************
088970 7200-POST-CONTROL-TOTALS.
088980     MOVE 'CSR9821 '         TO CTLP-STEP-NAME.
088990     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
089000     MOVE 5                  TO CTLP-TOTAL-COUNT.
089010     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
089020     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
089030     MOVE WS-RFA-COUNT       TO CTLP-RECORD-COUNT(1).
089040     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
089050     MOVE 'RELEASED'         TO CTLP-TOTAL-NAME(2).
089060     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
089070     MOVE WS-PAID-COUNT      TO CTLP-RECORD-COUNT(2).
089080     MOVE WS-PRINCIPAL-TOTAL TO CTLP-AMOUNT-TOTAL(2).
089090     MOVE 'HELD'             TO CTLP-TOTAL-NAME(3).
089100     MOVE 'R'                TO CTLP-TOTAL-TYPE(3).
089110     MOVE WS-HELD-COUNT      TO CTLP-RECORD-COUNT(3).
089120     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
089130     MOVE 'SUPPRESSED'       TO CTLP-TOTAL-NAME(4).
089140     MOVE 'R'                TO CTLP-TOTAL-TYPE(4).
089150     MOVE WS-SUPPRESSED-COUNT TO CTLP-RECORD-COUNT(4).
089160     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
089170     MOVE 'OTHER-EXCP'       TO CTLP-TOTAL-NAME(5).
089180     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
089190     MOVE WS-OTHER-EXCP-COUNT TO CTLP-RECORD-COUNT(5).
089200     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
089210     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
089220     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
089230     IF CTLP-CTOT-RC NOT = ZERO
089240         DISPLAY 'CSR9821 *** CONTROL TOTAL POSTING FAILED - '
089250                 CTLP-CTOT-MSG ' ***'
089260         IF RCLP-RETURN-CODE < 4
089270             MOVE 4 TO RCLP-RETURN-CODE
089280         END-IF
089290     END-IF.
089300     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
089310 7200-POST-CTL-EXIT.
089320     EXIT.

002000*             RATHER THAN SILENTLY LOST.  SENIOR-APPROVAL        *
002100*             VOUCHERS (JVP-VOUCHER-CLASS 'A') ARE FLAGGED       *
002200*             SEPARATELY ON EVERY REPORT LINE.                   *
002210*             THE VOUCHERS ARE READ FROM THE CONSOLIDATED GL     *
002220*             INTERFACE FILE (CCSRGLI) CSR9822 RELEASES, WHOSE   *
002230*             JOURNAL SEQUENCES ARE UNIQUE ACROSS STREAMS AND    *
002240*             CYCLES; ONE ROW IS TRACKED PER JOURNAL - ITS ITEM  *
002250*             LINE, CARRYING THE NET DEBIT TO THE SUSPENSE       *
002260*             ITEM'S OWN ACCOUNT.                                *
002265*             THE SOURCE STEP IS CARRIED ON THE PENDING FILE SO  *
002270*             CSR9823 CAN TELL AN INTEREST ACCRUAL, WHOSE ITEM   *
002275*             LINE IS THE INTEREST LIABILITY, FROM A SUSPENSE    *
002280*             MOVEMENT.                                          *
002300******************************************************************
002400*    DATE     AUTH.  DESCRIPTION                                 *
002500*                                                                *
002600*  02SEP26     DOB   INITIAL VERSION                             *
002610*  15OCT26     DOB   MATCH AGAINST THE CONSOLIDATED CCSRGLI      *
002620*                    INTERFACE FILE FROM CSR9822 INSTEAD OF      *
002630*                    THE CSR9808 CCSRJVP FILE, SO EVERY VOUCHER  *
002640*                    STREAM IS TRACKED UNDER ITS CENTRALLY       *
002650*                    ASSIGNED JOURNAL SEQUENCE; THE BATCH        *
002660*                    TRAILER COUNT IS VERIFIED ON LOAD           *
002670*  15OCT26     DOB   CARRY THE VOUCHER'S SOURCE STEP ON THE      *
002680*                    PENDING CARRY-FORWARD (PNV-SOURCE-STEP)     *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003100 OBJECT-COMPUTER.   IBM-3090.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT VOUCHER-FILE       ASSIGN TO GLIIN
003500                               ORGANIZATION IS SEQUENTIAL.
003600     SELECT PENDING-IN         ASSIGN TO PNVIN
003700                               ORGANIZATION IS SEQUENTIAL
004800 FILE SECTION.
004900 FD  VOUCHER-FILE
005000     RECORDING MODE IS F.
005100     COPY CCSRGLI.
005200 FD  PENDING-IN
005300     RECORDING MODE IS F.
005400     COPY CCSRPNV.
007500     05  PVO-CYCLES-OUTSTANDING     PIC 9(03).
007600     05  PVO-PEND-STATUS            PIC X(01).
007700     05  PVO-GL-REASON              PIC X(30).
007750     05  PVO-SOURCE-STEP            PIC X(08).
007800 FD  RECON-REPORT
007900     RECORDING MODE IS F.
008000 01  RECON-REPORT-LINE              PIC X(132).
010800 77  WS-PST-LINE-COUNT              PIC S9(03)  COMP  VALUE ZERO.
010900 77  WS-REJ-LINE-COUNT              PIC S9(03)  COMP  VALUE ZERO.
011000 77  WS-UNA-LINE-COUNT              PIC S9(03)  COMP  VALUE ZERO.
011010 77  WS-GLI-DETAIL-COUNT            PIC 9(09)   COMP  VALUE ZERO.
011020 77  WS-GLI-TRAILER-SW              PIC X(01)   VALUE 'N'.
011030     88  WS-GLI-TRAILER-SEEN                    VALUE 'Y'.
011100******************************************************************
011200*    OUTSTANDING VOUCHER HOLD TABLE - PRIOR PENDING ROWS FIRST   *
011300*    (OLDEST MATCH WINS WHEN A JOURNAL SEQUENCE RECURS), THEN    *
013400             88  WS-VCH-POSTED              VALUE 'P'.
013500             88  WS-VCH-REJECTED            VALUE 'R'.
013600         10  WS-VCH-GL-REASON           PIC X(30).
013650         10  WS-VCH-SOURCE-STEP         PIC X(08).
013700******************************************************************
013800*    RECONCILIATION REPORT LINES                                 *
013900******************************************************************
015210             'POLICY NUMBER  '.
015300     05  FILLER                     PIC X(05) VALUE 'CCY  '.
015400     05  FILLER                     PIC X(20) VALUE
015410             '     VOUCHER AMOUNT '.
015500     05  FILLER                     PIC X(07) VALUE ' CLASS '.
015600     05  FILLER                     PIC X(30) VALUE
015610             'GL REASON                     '.
023900         PERFORM 1200-LOAD-VOUCHER THRU 1200-LOAD-VCH-EXIT
024000                 UNTIL END-OF-VOUCHER-FILE
024100         CLOSE VOUCHER-FILE
024110         IF NOT WS-GLI-TRAILER-SEEN
024120             DISPLAY 'CSR9816 *** GL INTERFACE TRAILER MISSING '
024130                     '- FILE MAY BE INCOMPLETE ***'
024140             MOVE 16 TO RETURN-CODE
024150         END-IF
024200         IF WS-VCH-TABLE-OVERFLOW OR RETURN-CODE = 16
024300             SET WS-RUN-ABANDONED TO TRUE
024400             DISPLAY 'CSR9816 *** RUN ABANDONED - PENDING FILE '
024500                     'NOT REWRITTEN ***'
028800                  TO WS-VCH-STATUS(WS-VCH-NDX1)
028900             MOVE PNV-GL-REASON
029000                  TO WS-VCH-GL-REASON(WS-VCH-NDX1)
029020             MOVE PNV-SOURCE-STEP
029040                  TO WS-VCH-SOURCE-STEP(WS-VCH-NDX1)
029100         ELSE
029200             IF NOT WS-VCH-TABLE-OVERFLOW
029300                 SET WS-VCH-TABLE-OVERFLOW TO TRUE
030400         AT END
030500             SET END-OF-VOUCHER-FILE TO TRUE
030600     END-READ.
030610     IF NOT END-OF-VOUCHER-FILE
030620         EVALUATE TRUE
030630             WHEN GLI-TRAILER-RECORD
030640                 PERFORM 1300-VERIFY-GLI-TRAILER
030650                         THRU 1300-VERIFY-GLI-EXIT
030660             WHEN GLI-DETAIL-RECORD
030670                 ADD 1 TO WS-GLI-DETAIL-COUNT
030680                 IF GLI-ITEM-LINE
030690                     PERFORM 1250-TABLE-VOUCHER
030691                             THRU 1250-TABLE-VCH-EXIT
030692                 END-IF
030693             WHEN OTHER
030694                 CONTINUE
030695         END-EVALUATE
030696     END-IF.
030697 1200-LOAD-VCH-EXIT.
030698     EXIT.
030699******************************************************************
030700*    1250-TABLE-VOUCHER - ONE JOURNAL'S ITEM LINE.  THE AMOUNT   *
030701*    IS HELD AS THE NET DEBIT TO THE ITEM'S ACCOUNT - A CREDIT   *
030702*    LINE IS CARRIED NEGATIVE.                                   *
030703******************************************************************
030704 1250-TABLE-VOUCHER.
030800     IF WS-VCH-COUNT < 2000
030900         ADD 1 TO WS-VCH-COUNT
031000         SET WS-VCH-NDX1 TO WS-VCH-COUNT
031100         MOVE GLI-VOUCHER-CLASS
031200              TO WS-VCH-VOUCHER-CLASS(WS-VCH-NDX1)
031300         MOVE GLI-JOURNAL-SEQ
031400              TO WS-VCH-JOURNAL-SEQ(WS-VCH-NDX1)
031500         MOVE GLI-POLICY-NUMBER
031600              TO WS-VCH-POLICY-NUMBER(WS-VCH-NDX1)
031700         MOVE GLI-MLJ-ACCT
031800              TO WS-VCH-MLJ-ACCT(WS-VCH-NDX1)
031900         MOVE GLI-ING-ACCT
032000              TO WS-VCH-ING-ACCT(WS-VCH-NDX1)
032100         MOVE GLI-CRCY-CD
032200              TO WS-VCH-CRCY-CD(WS-VCH-NDX1)
032210         IF GLI-CREDIT-SIDE
032220             COMPUTE WS-VCH-AMOUNT(WS-VCH-NDX1)
032230                 = ZERO - GLI-POSTING-AMOUNT
032240         ELSE
032300             MOVE GLI-POSTING-AMOUNT
032400                  TO WS-VCH-AMOUNT(WS-VCH-NDX1)
032410         END-IF
032500         MOVE GLI-SUSPENSE-DATE
032600              TO WS-VCH-SUSPENSE-DATE(WS-VCH-NDX1)
032700         MOVE GLI-ELAPSED-DAYS
032800              TO WS-VCH-ELAPSED-DAYS(WS-VCH-NDX1)
032900         MOVE WS-CYCLE-NBR
033000              TO WS-VCH-SENT-CYCLE(WS-VCH-NDX1)
033100         MOVE ZERO
033200              TO WS-VCH-CYCLES-OUT(WS-VCH-NDX1)
033300         MOVE 'U' TO WS-VCH-STATUS(WS-VCH-NDX1)
033400         MOVE SPACES TO WS-VCH-GL-REASON(WS-VCH-NDX1)
033420         MOVE GLI-SOURCE-STEP
033440              TO WS-VCH-SOURCE-STEP(WS-VCH-NDX1)
033500     ELSE
033600         IF NOT WS-VCH-TABLE-OVERFLOW
033700             SET WS-VCH-TABLE-OVERFLOW TO TRUE
033800             DISPLAY 'CSR9816 *** OUTSTANDING VOUCHER TABLE '
033900                     'EXCEEDS 2000 ROW CAPACITY ***'
034000             MOVE 16 TO RETURN-CODE
034100         END-IF
034200     END-IF.
034300 1250-TABLE-VCH-EXIT.
034310     EXIT.
034320******************************************************************
034330*    1300-VERIFY-GLI-TRAILER - CONFIRM THE INTERFACE FILE        *
034340*    ARRIVED COMPLETE BEFORE ITS JOURNALS ARE TRACKED            *
034350******************************************************************
034360 1300-VERIFY-GLI-TRAILER.
034370     SET WS-GLI-TRAILER-SEEN TO TRUE.
034380     IF GLI-TRL-RECORD-COUNT = WS-GLI-DETAIL-COUNT
034385         DISPLAY 'CSR9816 GL INTERFACE TRAILER VERIFIED'
034390     ELSE
034392         DISPLAY 'CSR9816 *** GL INTERFACE TRAILER MISMATCH - '
034394                 'FILE MAY BE INCOMPLETE OR CORRUPT ***'
034396         MOVE 16 TO RETURN-CODE
034398     END-IF.
034399 1300-VERIFY-GLI-EXIT.
034400     EXIT.
034600******************************************************************
034700*    2000-APPLY-ACK - MATCH ONE GL ACKNOWLEDGMENT ON JOURNAL     *
034800*    SEQUENCE.  THE OLDEST UNRESOLVED VOUCHER WINS WHEN A        *
054100          TO PVO-PEND-STATUS.
054200     MOVE WS-VCH-GL-REASON(WS-VCH-NDX2)
054300          TO PVO-GL-REASON.
054320     MOVE WS-VCH-SOURCE-STEP(WS-VCH-NDX2)
054340          TO PVO-SOURCE-STEP.
054400     WRITE PENDING-OUT-REC.
054500     ADD 1 TO WS-CARRIED-COUNT.
054600 3200-WRITE-PND-EXIT.
055300 7000-RUN-CONTROL-IN.
055400     MOVE 'S'        TO RCLP-FUNCTION.
055500     MOVE 'CSR9816 ' TO RCLP-STEP-NAME.
055600     MOVE 'CSR9822 ' TO RCLP-PRODUCER-STEP.
055700     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
055800     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
055900     IF RCLP-RCTL-RC NOT = ZERO

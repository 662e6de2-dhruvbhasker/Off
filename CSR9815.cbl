002900*    DATE     AUTH.  DESCRIPTION                                 *
003000*                                                                *
003100*  02SEP26     DOB   INITIAL VERSION                             *
003110*  15OCT26     DOB   MAKER-CHECKER - RELEASE LAYOUT MOVED TO     *
003120*                    CCSRRLT; A RELEASE WITHOUT A CHECKER OTHER  *
003130*                    THAN THE MAKER IS REJECTED; EVERY RELEASE   *
003140*                    IS RECORDED WITH MAKER AND CHECKER ON THE   *
003150*                    NEW CHRAUD TRAIL (CCSRHRA); CHECKS IN       *
003160*                    BEHIND CSR9829 AS WELL                      *
003166*  15OCT26     DOB   POST THE WORKLIST ROWS READ, THE NEW AND    *
003172*                    REPEAT HOLDS, THE RELEASES APPLIED AND THE  *
003178*                    RELEASES UNMATCHED OR UNAPPROVED TO THE     *
003184*                    CYCLE CONTROL-TOTAL FILE (CSRCTOT) FOR THE  *
003190*                    CSR9830 BALANCING STEP                      *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005000                               ORGANIZATION IS SEQUENTIAL.
005100     SELECT HOLD-REPORT        ASSIGN TO CHWRPT
005200                               ORGANIZATION IS SEQUENTIAL.
005210     SELECT HOLD-AUDIT         ASSIGN TO CHRAUD
005220                               ORGANIZATION IS SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  REGISTER-IN
006000     COPY CCSRCHW.
006100 FD  RELEASE-TRANS
006200     RECORDING MODE IS F.
006300     COPY CCSRRLT.
006800 FD  PARM-FILE
006900     RECORDING MODE IS F.
007000 01  PARM-RECORD.
007500 FD  HOLD-REPORT
007600     RECORDING MODE IS F.
007700 01  HOLD-REPORT-LINE               PIC X(132).
007710 FD  HOLD-AUDIT
007720     RECORDING MODE IS F.
007730     COPY CCSRHRA.
007800 WORKING-STORAGE SECTION.
007900******************************************************************
008000*    SWITCHES AND COUNTERS                                       *
010500 77  WS-REPEAT-COUNT                PIC S9(07)  COMP  VALUE ZERO.
010600 77  WS-RELEASED-COUNT              PIC S9(07)  COMP  VALUE ZERO.
010700 77  WS-RLS-MISS-COUNT              PIC S9(07)  COMP  VALUE ZERO.
010710 77  WS-RLS-UNAPPR-COUNT            PIC S9(07)  COMP  VALUE ZERO.
010720 77  WS-INPUT-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
010800 77  WS-AGED-COUNT                  PIC S9(07)  COMP  VALUE ZERO.
010900 77  WS-NEW-LINE-COUNT              PIC S9(03)  COMP  VALUE ZERO.
011000 77  WS-AGED-LINE-COUNT             PIC S9(03)  COMP  VALUE ZERO.
011100 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
011110 77  WS-RUN-TIME                    PIC X(08)   VALUE SPACES.
011200 77  WS-TODAY-SERIAL                PIC S9(07)  COMP  VALUE ZERO.
011300 77  WS-FLAGGED-SERIAL              PIC S9(07)  COMP  VALUE ZERO.
011400 77  WS-DAYS-OPEN                   PIC S9(07)  COMP  VALUE ZERO.
020700*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
020800******************************************************************
020900     COPY CCSRRCLP.
020910******************************************************************
020920*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
020930******************************************************************
020940     COPY CCSRCTLP.
021000 PROCEDURE DIVISION.
021100******************************************************************
021200*    0000-MAINLINE                                               *
022000         PERFORM 2500-PROCESS-WORKLIST THRU 2500-PROCESS-WL-EXIT
022100                 UNTIL END-OF-WORKLIST
022200         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
022210         PERFORM 7200-POST-CONTROL-TOTALS
022220                 THRU 7200-POST-CTL-EXIT
022300         PERFORM 7100-RUN-CONTROL-OUT
022400                 THRU 7100-RUN-CTL-OUT-EXIT
022500     END-IF.
023200******************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023410     ACCEPT WS-RUN-TIME FROM TIME.
023500     MOVE WS-RUN-DATE TO WS-SER-DATE.
023600     PERFORM 9200-DATE-TO-SERIAL   THRU 9200-DATE-SERIAL-EXIT.
023700     MOVE WS-SER-RESULT TO WS-TODAY-SERIAL.
027000         OPEN INPUT  HOLD-WORKLIST
027100         OPEN OUTPUT REGISTER-OUT
027200         OPEN OUTPUT HOLD-REPORT
027210         OPEN OUTPUT HOLD-AUDIT
027300         WRITE HOLD-REPORT-LINE FROM HDG-LINE-1
027400         OPEN INPUT  RELEASE-TRANS
027500         IF WS-RLT-OK
033500             SET END-OF-RELEASES TO TRUE
033600     END-READ.
033700     IF NOT END-OF-RELEASES
033704         IF RLT-CHECKER-ID = SPACES
033708            OR RLT-CHECKER-ID = RLT-USER-ID
033712             DISPLAY 'CSR9815 *** RELEASE HAS NO SECOND-USER '
033716                     'APPROVAL: ' RLT-POLICY-NUMBER '/'
033720                     RLT-HOST-CLI-ID ' ***'
033724             ADD 1 TO WS-RLS-UNAPPR-COUNT
033728             IF RETURN-CODE < 4
033732                 MOVE 4 TO RETURN-CODE
033736             END-IF
033740             SET HRA-REJECTED TO TRUE
033744             MOVE 'NO SECOND-USER APPROVAL' TO HRA-REASON
033748             PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
033752         ELSE
033756             PERFORM 2050-APPLY-APPROVED
033760                     THRU 2050-APPLY-APPROVED-EXIT
033764         END-IF
033768     END-IF.
033772 2000-APPLY-RLS-EXIT.
033776     EXIT.
033780******************************************************************
033784*    2050-APPLY-APPROVED - A RELEASE APPROVED BY A SECOND        *
033788*    USER CLOSES THE MATCHING OPEN HOLD                          *
033792******************************************************************
033796 2050-APPLY-APPROVED.
033800     IF RLT-RELEASE-CODE = 'E' OR 'C' OR 'F'
033900         MOVE RLT-POLICY-NUMBER TO WS-SEARCH-POLICY
034000         MOVE RLT-HOST-CLI-ID   TO WS-SEARCH-CLI-ID
034100         PERFORM 6000-FIND-REGISTER-ROW
034200                 THRU 6000-FIND-REG-EXIT
034300         IF WS-REGISTER-FOUND
034400            AND WS-CHR-OPEN(WS-CHR-NDX2)
034500             MOVE RLT-RELEASE-CODE
034600                  TO WS-CHR-HOLD-STATUS(WS-CHR-NDX2)
034700             MOVE RLT-RELEASE-DATE
034800                  TO WS-CHR-RELEASE-DATE(WS-CHR-NDX2)
034900             ADD 1 TO WS-RELEASED-COUNT
034910             SET HRA-APPLIED TO TRUE
034920             MOVE 'RELEASE APPLIED' TO HRA-REASON
034930             PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
035000         ELSE
035100             DISPLAY 'CSR9815 *** RELEASE DOES NOT MATCH AN '
035200                     'OPEN HOLD: ' RLT-POLICY-NUMBER '/'
035300                     RLT-HOST-CLI-ID ' ***'
035400             ADD 1 TO WS-RLS-MISS-COUNT
035500             IF RETURN-CODE < 4
035600                 MOVE 4 TO RETURN-CODE
035700             END-IF
035710             SET HRA-REJECTED TO TRUE
035720             MOVE 'NO OPEN HOLD FOR RELEASE' TO HRA-REASON
035730             PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
035800         END-IF
035900     ELSE
036000         DISPLAY 'CSR9815 *** INVALID RELEASE CODE '
036100                 RLT-RELEASE-CODE ' FOR '
036200                 RLT-POLICY-NUMBER ' ***'
036300         ADD 1 TO WS-RLS-MISS-COUNT
036400         IF RETURN-CODE < 4
036500             MOVE 4 TO RETURN-CODE
036600         END-IF
036610         SET HRA-REJECTED TO TRUE
036620         MOVE 'INVALID RELEASE CODE' TO HRA-REASON
036630         PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
036700     END-IF.
036800 2050-APPLY-APPROVED-EXIT.
036900     EXIT.
037000******************************************************************
037005*    4900-WRITE-AUDIT - ONE HOLD RELEASE AUDIT ROW PER           *
037010*    TRANSACTION, CARRYING THE MAKER AND CHECKER.  THE CALLER    *
037015*    SETS THE DISPOSITION AND REASON.                            *
037020******************************************************************
037025 4900-WRITE-AUDIT.
037030     MOVE WS-RUN-DATE          TO HRA-APPLY-DATE.
037035     MOVE WS-RUN-TIME          TO HRA-APPLY-TIME.
037040     MOVE RLT-USER-ID          TO HRA-USER-ID.
037045     MOVE RLT-CHECKER-ID       TO HRA-CHECKER-ID.
037050     MOVE RLT-POLICY-NUMBER    TO HRA-POLICY-NUMBER.
037055     MOVE RLT-HOST-CLI-ID      TO HRA-HOST-CLI-ID.
037060     MOVE RLT-RELEASE-CODE     TO HRA-RELEASE-CODE.
037065     MOVE RLT-RELEASE-DATE     TO HRA-RELEASE-DATE.
037070     WRITE HRA-AUDIT-REC.
037075 4900-WRITE-AUD-EXIT.
037080     EXIT.
037100******************************************************************
037200*    2500-PROCESS-WORKLIST - FOLD ONE CSR9811 HIT INTO THE       *
037300*    REGISTER.  A HIT ALREADY ON THE REGISTER - OPEN OR CLOSED   *
048800         CLOSE HOLD-WORKLIST
048900               REGISTER-OUT
049000               HOLD-REPORT
049001               HOLD-AUDIT
049100         IF WS-RLT-FILE-OPEN
049200             CLOSE RELEASE-TRANS
049300         END-IF
049600     DISPLAY 'CSR9815 REPEAT HOLDS HELD    : ' WS-REPEAT-COUNT.
049700     DISPLAY 'CSR9815 HOLDS RELEASED       : ' WS-RELEASED-COUNT.
049800     DISPLAY 'CSR9815 RELEASES UNMATCHED   : ' WS-RLS-MISS-COUNT.
049810     DISPLAY 'CSR9815 RELEASES NOT APPROVED: '
049820             WS-RLS-UNAPPR-COUNT.
049900     DISPLAY 'CSR9815 AGED OPEN HOLDS      : ' WS-AGED-COUNT.
050000 3000-FINALIZE-EXIT.
050100     EXIT.
056900         AT END
057000             SET END-OF-WORKLIST TO TRUE
057100     END-READ.
057110     IF NOT END-OF-WORKLIST
057120         ADD 1 TO WS-INPUT-COUNT
057130     END-IF.
057200 8000-READ-WORKLIST-EXIT.
057300     EXIT.
057400******************************************************************
060700                 RCLP-RCTL-MSG ' ***'
060800         MOVE 16 TO RETURN-CODE
060900     END-IF.
060905*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
060910*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
060915*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
060920*    EARLIER PRODUCER'S REFUSAL.  CSR9829 RELEASES THE APPROVED
060925*    RELEASE TRANSACTIONS ON CHRTRN.
060930     IF RCLP-RCTL-RC = ZERO
060935         MOVE 'S'        TO RCLP-FUNCTION
060940         MOVE 'CSR9815 ' TO RCLP-STEP-NAME
060945         MOVE 'CSR9829 ' TO RCLP-PRODUCER-STEP
060950         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
060955         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
060960         IF RCLP-RCTL-RC NOT = ZERO
060965             DISPLAY 'CSR9815 *** RUN REFUSED BY RUN CONTROL - '
060970                     RCLP-RCTL-MSG ' ***'
060975             MOVE 16 TO RETURN-CODE
060980         END-IF
060985     END-IF.
061000 7000-RUN-CTL-IN-EXIT.
061100     EXIT.
061200******************************************************************
062600     END-IF.
062700 7100-RUN-CTL-OUT-EXIT.
062800     EXIT.
062810******************************************************************
062820*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
062830*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
062840*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
062850*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
062860******************************************************************
062870 7200-POST-CONTROL-TOTALS.
062880     MOVE 'CSR9815 '         TO CTLP-STEP-NAME.
062890     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
062900     MOVE 6                  TO CTLP-TOTAL-COUNT.
062910     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
062920     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
062930     MOVE WS-INPUT-COUNT     TO CTLP-RECORD-COUNT(1).
062940     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
062950     MOVE 'NEW-HOLDS'        TO CTLP-TOTAL-NAME(2).
062960     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
062970     MOVE WS-NEW-COUNT       TO CTLP-RECORD-COUNT(2).
062980     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
062990     MOVE 'REPEAT-HOLDS'     TO CTLP-TOTAL-NAME(3).
063000     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
063010     MOVE WS-REPEAT-COUNT    TO CTLP-RECORD-COUNT(3).
063020     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
063030     MOVE 'RELEASED'         TO CTLP-TOTAL-NAME(4).
063040     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
063050     MOVE WS-RELEASED-COUNT  TO CTLP-RECORD-COUNT(4).
063060     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
063070     MOVE 'RLS-UNMATCH'      TO CTLP-TOTAL-NAME(5).
063080     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
063090     MOVE WS-RLS-MISS-COUNT  TO CTLP-RECORD-COUNT(5).
063100     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
063110     MOVE 'RLS-UNAPPR'       TO CTLP-TOTAL-NAME(6).
063120     MOVE 'R'                TO CTLP-TOTAL-TYPE(6).
063130     MOVE WS-RLS-UNAPPR-COUNT TO CTLP-RECORD-COUNT(6).
063140     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(6).
063150     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
063160     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
063170     IF CTLP-CTOT-RC NOT = ZERO
063180         DISPLAY 'CSR9815 *** CONTROL TOTAL POSTING FAILED - '
063190                 CTLP-CTOT-MSG ' ***'
063200         IF RCLP-RETURN-CODE < 4
063210             MOVE 4 TO RCLP-RETURN-CODE
063220         END-IF
063230     END-IF.
063240     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
063250 7200-POST-CTL-EXIT.
063260     EXIT.

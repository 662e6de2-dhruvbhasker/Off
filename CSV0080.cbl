003100*    DATE     AUTH.  DESCRIPTION                                 *
003200*                                                                *
003300*  02SEP26     DOB   INITIAL VERSION                             *
003310*  15OCT26     DOB   MAKER-CHECKER - MERGE LAYOUT MOVED TO       *
003320*                    CCSRMGT; A DECISION WITHOUT A CHECKER       *
003330*                    OTHER THAN THE MAKER IS REJECTED; EVERY     *
003340*                    DECISION IS RECORDED WITH MAKER AND         *
003350*                    CHECKER ON THE NEW MRGAUD TRAIL (CCSRMGA);  *
003360*                    CHECKS IN BEHIND CSR9829 AS WELL            *
003366*  15OCT26     DOB   COUNT EXTRACT RECORDS READ AND POST THEM    *
003372*                    WITH THE REDIRECTED, PASSED, CONFIRMED AND  *
003378*                    REJECTED COUNTS TO THE CYCLE CONTROL-TOTAL  *
003384*                    FILE (CSRCTOT) FOR THE CSR9830 BALANCING    *
003390*                    STEP                                        *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005600                               ORGANIZATION IS SEQUENTIAL.
005700     SELECT MERGE-AUDIT-RPT    ASSIGN TO MRGRPT
005800                               ORGANIZATION IS SEQUENTIAL.
005810     SELECT MERGE-AUDIT        ASSIGN TO MRGAUD
005820                               ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  XREF-IN
006600     COPY CCSRMSP.
006700 FD  MERGE-TRANS
006800     RECORDING MODE IS F.
006900     COPY CCSRMGT.
007600 FD  CLIENT-EXTRACT
007700     RECORDING MODE IS F.
007800     COPY CCSRSVE.
009600 FD  MERGE-AUDIT-RPT
009700     RECORDING MODE IS F.
009800 01  AUDIT-REPORT-LINE              PIC X(132).
009810 FD  MERGE-AUDIT
009820     RECORDING MODE IS F.
009830     COPY CCSRMGA.
009900 WORKING-STORAGE SECTION.
010000******************************************************************
010100*    SWITCHES AND COUNTERS                                       *
013100 77  WS-REJECTED-COUNT              PIC S9(07)  COMP  VALUE ZERO.
013200 77  WS-REDIRECT-COUNT              PIC S9(07)  COMP  VALUE ZERO.
013300 77  WS-PASSED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
013310 77  WS-INPUT-COUNT                 PIC S9(07)  COMP  VALUE ZERO.
013400 77  WS-LINE-COUNT                  PIC S9(03)  COMP  VALUE ZERO.
013500 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
013510 77  WS-RUN-TIME                    PIC X(08)   VALUE SPACES.
013600 77  WS-SEARCH-CLI-ID               PIC X(10)   VALUE SPACES.
013610 77  WS-RESOLVED-SURVIVOR           PIC X(10)   VALUE SPACES.
013700******************************************************************
018400*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
018500******************************************************************
018600     COPY CCSRRCLP.
018610******************************************************************
018620*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
018630******************************************************************
018640     COPY CCSRCTLP.
018700 PROCEDURE DIVISION.
018800******************************************************************
018900*    0000-MAINLINE                                               *
019800                 THRU 2500-PROCESS-EXTRACT-EXIT
019900                 UNTIL END-OF-EXTRACT
020000         PERFORM 3000-FINALIZE         THRU 3000-FINALIZE-EXIT
020010         PERFORM 7200-POST-CONTROL-TOTALS
020020                 THRU 7200-POST-CTL-EXIT
020100         PERFORM 7100-RUN-CONTROL-OUT
020200                 THRU 7100-RUN-CTL-OUT-EXIT
020300     END-IF.
021100******************************************************************
021200 1000-INITIALIZE.
021300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021310     ACCEPT WS-RUN-TIME FROM TIME.
021400     OPEN INPUT XREF-IN.
021500     EVALUATE TRUE
021600         WHEN WS-MXR-OK
025400         OPEN OUTPUT SUPPRESS-OUT
025500         OPEN OUTPUT REPOINTED-OUT
025600         OPEN OUTPUT MERGE-AUDIT-RPT
025610         OPEN OUTPUT MERGE-AUDIT
025700         WRITE AUDIT-REPORT-LINE FROM HDG-LINE-1
025800         PERFORM 8000-READ-EXTRACT
025900                 THRU 8000-READ-EXTRACT-EXIT
032800     END-READ.
032900     IF NOT END-OF-TRANS-FILE
033000         EVALUATE TRUE
033007             WHEN MGT-CHECKER-ID = SPACES
033014                  OR MGT-CHECKER-ID = MGT-USER-ID
033021                 DISPLAY 'CSV0080 *** NO SECOND-USER APPROVAL - '
033028                         'REJECTED: ' MGT-SURVIVOR-CLI-ID '/'
033035                         MGT-RETIRED-CLI-ID ' ***'
033042                 ADD 1 TO WS-REJECTED-COUNT
033049                 IF RETURN-CODE < 4
033056                     MOVE 4 TO RETURN-CODE
033063                 END-IF
033070                 SET MGA-REJECTED TO TRUE
033077                 MOVE 'NO SECOND-USER APPROVAL' TO MGA-REASON
033084                 PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
033100             WHEN MGT-CONFIRM
033200                 PERFORM 4000-APPLY-CONFIRM
033300                         THRU 4000-APPLY-CONF-EXIT
034300                 IF RETURN-CODE < 4
034400                     MOVE 4 TO RETURN-CODE
034500                 END-IF
034510                 SET MGA-REJECTED TO TRUE
034520                 MOVE 'INVALID ACTION CODE' TO MGA-REASON
034530                 PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
034600         END-EVALUATE
034700     END-IF.
034800 2000-APPLY-TRANS-EXIT.
036500             IF RETURN-CODE < 4
036600                 MOVE 4 TO RETURN-CODE
036700             END-IF
036710             SET MGA-REJECTED TO TRUE
036720             MOVE 'SURVIVOR AND RETIRED ID SAME' TO MGA-REASON
036730             PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
036800         WHEN WS-XREF-FOUND
036900             DISPLAY 'CSV0080 *** ID ALREADY RETIRED - '
037000                     'REJECTED: ' MGT-RETIRED-CLI-ID ' ***'
037200             IF RETURN-CODE < 4
037300                 MOVE 4 TO RETURN-CODE
037400             END-IF
037410             SET MGA-REJECTED TO TRUE
037420             MOVE 'ID ALREADY RETIRED' TO MGA-REASON
037430             PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
037500         WHEN WS-XRF-COUNT >= 1000
037600             IF NOT WS-XRF-TABLE-OVERFLOW
037700                 SET WS-XRF-TABLE-OVERFLOW TO TRUE
037900                         'CONFIRMED MERGES DROPPED ***'
038000                 MOVE 16 TO RETURN-CODE
038100             END-IF
038110             SET MGA-REJECTED TO TRUE
038120             MOVE 'XREF TABLE FULL - NOT APPLIED' TO MGA-REASON
038130             PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
038200         WHEN OTHER
038300             PERFORM 4100-ADD-XREF-ROW
038400                     THRU 4100-ADD-XREF-EXIT
039680         IF RETURN-CODE < 4
039700             MOVE 4 TO RETURN-CODE
039720         END-IF
039725         SET MGA-REJECTED TO TRUE
039730         MOVE 'SURVIVOR RESOLVES TO RETIRED' TO MGA-REASON
039735         PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
039740     ELSE
039760         ADD 1 TO WS-XRF-COUNT
039780         SET WS-XRF-NDX2 TO WS-XRF-COUNT
039880         MOVE WS-RUN-DATE TO WS-XRF-CONFIRM-DATE(WS-XRF-NDX2)
039900         MOVE MGT-USER-ID TO WS-XRF-USER-ID(WS-XRF-NDX2)
039920         ADD 1 TO WS-CONFIRMED-COUNT
039925         SET MGA-APPLIED TO TRUE
039930         MOVE 'MERGE APPLIED TO XREF' TO MGA-REASON
039935         PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
039940         PERFORM 4150-REPOINT-OLD-ROW THRU 4150-REPOINT-EXIT
039960                 VARYING WS-XRF-NDX1 FROM 1 BY 1
039980                 UNTIL WS-XRF-NDX1 > WS-XRF-COUNT
041000 4500-APPLY-REJECT.
041100     PERFORM 6500-FIND-SUPPRESS-PAIR THRU 6500-FIND-SUP-EXIT.
041200     IF WS-PAIR-SUPPRESSED
041300         SET MGA-APPLIED TO TRUE
041301         MOVE 'PAIR ALREADY SUPPRESSED' TO MGA-REASON
041302         PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
041400     ELSE
041500         IF WS-SUP-COUNT >= 1000
041600             IF NOT WS-SUP-TABLE-OVERFLOW
041900                         'REJECTED PAIRS DROPPED ***'
042000                 MOVE 16 TO RETURN-CODE
042100             END-IF
042110             SET MGA-REJECTED TO TRUE
042120             MOVE 'SUPPRESSION TABLE FULL' TO MGA-REASON
042130             PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
042200         ELSE
042300             ADD 1 TO WS-SUP-COUNT
042400             SET WS-SUP-NDX1 TO WS-SUP-COUNT
043100             MOVE MGT-USER-ID
043200                  TO WS-SUP-USER-ID(WS-SUP-NDX1)
043300             ADD 1 TO WS-SUPPRESSED-COUNT
043310             SET MGA-APPLIED TO TRUE
043320             MOVE 'PAIR ADDED TO SUPPRESSION LIST' TO MGA-REASON
043330             PERFORM 4900-WRITE-AUDIT THRU 4900-WRITE-AUD-EXIT
043400         END-IF
043500     END-IF.
043600 4500-APPLY-REJ-EXIT.
043700     EXIT.
043704******************************************************************
043708*    4900-WRITE-AUDIT - ONE MAINTENANCE AUDIT ROW PER DECISION,  *
043712*    CARRYING THE MAKER AND CHECKER.  THE CALLER SETS THE        *
043716*    DISPOSITION AND REASON; A CONFIRMED MERGE THAT WAS APPLIED  *
043720*    ALSO CARRIES THE SURVIVOR IT RESOLVED TO.                   *
043724******************************************************************
043728 4900-WRITE-AUDIT.
043732     MOVE WS-RUN-DATE          TO MGA-APPLY-DATE.
043736     MOVE WS-RUN-TIME          TO MGA-APPLY-TIME.
043740     MOVE MGT-USER-ID          TO MGA-USER-ID.
043744     MOVE MGT-CHECKER-ID       TO MGA-CHECKER-ID.
043748     MOVE MGT-ACTION           TO MGA-ACTION.
043752     MOVE MGT-SURVIVOR-CLI-ID  TO MGA-SURVIVOR-CLI-ID.
043756     MOVE MGT-RETIRED-CLI-ID   TO MGA-RETIRED-CLI-ID.
043760     IF MGA-APPLIED AND MGT-CONFIRM
043764         MOVE WS-RESOLVED-SURVIVOR TO MGA-RESOLVED-SURVIVOR
043768     ELSE
043772         MOVE SPACES TO MGA-RESOLVED-SURVIVOR
043776     END-IF.
043780     WRITE MGA-AUDIT-REC.
043784 4900-WRITE-AUD-EXIT.
043788     EXIT.
043800******************************************************************
043900*    2500-PROCESS-EXTRACT - RE-POINT ONE EXTRACT RECORD WHOSE    *
044000*    HOST CLIENT ID HAS BEEN RETIRED, AUDITING THE REDIRECTION   *
053500               SUPPRESS-OUT
053600               REPOINTED-OUT
053700               MERGE-AUDIT-RPT
053701               MERGE-AUDIT
053800     END-IF.
053900     DISPLAY 'CSV0080 MERGES CONFIRMED     : ' WS-CONFIRMED-COUNT.
054000     DISPLAY 'CSV0080 PAIRS SUPPRESSED     : '
057100         AT END
057200             SET END-OF-EXTRACT TO TRUE
057300     END-READ.
057310     IF NOT END-OF-EXTRACT
057320         ADD 1 TO WS-INPUT-COUNT
057330     END-IF.
057400 8000-READ-EXTRACT-EXIT.
057500     EXIT.
057600******************************************************************
058900                 RCLP-RCTL-MSG ' ***'
059000         MOVE 16 TO RETURN-CODE
059100     END-IF.
059105*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
059110*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
059115*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
059120*    EARLIER PRODUCER'S REFUSAL.  CSR9829 RELEASES THE APPROVED
059125*    DECISIONS ON MRGTRN.
059130     IF RCLP-RCTL-RC = ZERO
059135         MOVE 'S'        TO RCLP-FUNCTION
059140         MOVE 'CSV0080 ' TO RCLP-STEP-NAME
059145         MOVE 'CSR9829 ' TO RCLP-PRODUCER-STEP
059150         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
059155         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
059160         IF RCLP-RCTL-RC NOT = ZERO
059165             DISPLAY 'CSV0080 *** RUN REFUSED BY RUN CONTROL - '
059170                     RCLP-RCTL-MSG ' ***'
059175             MOVE 16 TO RETURN-CODE
059180         END-IF
059185     END-IF.
059200 7000-RUN-CTL-IN-EXIT.
059300     EXIT.
059400******************************************************************
060800     END-IF.
060900 7100-RUN-CTL-OUT-EXIT.
061000     EXIT.
061010******************************************************************
061020*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
061030*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
061040*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
061050*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
061060******************************************************************
061070 7200-POST-CONTROL-TOTALS.
061080     MOVE 'CSV0080 '         TO CTLP-STEP-NAME.
061090     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
061100     MOVE 5                  TO CTLP-TOTAL-COUNT.
061110     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(1).
061120     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
061130     MOVE WS-INPUT-COUNT     TO CTLP-RECORD-COUNT(1).
061140     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(1).
061150     MOVE 'REDIRECTED'       TO CTLP-TOTAL-NAME(2).
061160     MOVE 'O'                TO CTLP-TOTAL-TYPE(2).
061170     MOVE WS-REDIRECT-COUNT  TO CTLP-RECORD-COUNT(2).
061180     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(2).
061190     MOVE 'PASSED'           TO CTLP-TOTAL-NAME(3).
061200     MOVE 'O'                TO CTLP-TOTAL-TYPE(3).
061210     MOVE WS-PASSED-COUNT    TO CTLP-RECORD-COUNT(3).
061220     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
061230     MOVE 'CONFIRMED'        TO CTLP-TOTAL-NAME(4).
061240     MOVE 'O'                TO CTLP-TOTAL-TYPE(4).
061250     MOVE WS-CONFIRMED-COUNT TO CTLP-RECORD-COUNT(4).
061260     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
061270     MOVE 'TRANS-REJECT'     TO CTLP-TOTAL-NAME(5).
061280     MOVE 'R'                TO CTLP-TOTAL-TYPE(5).
061290     MOVE WS-REJECTED-COUNT  TO CTLP-RECORD-COUNT(5).
061300     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
061310     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
061320     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
061330     IF CTLP-CTOT-RC NOT = ZERO
061340         DISPLAY 'CSV0080 *** CONTROL TOTAL POSTING FAILED - '
061350                 CTLP-CTOT-MSG ' ***'
061360         IF RCLP-RETURN-CODE < 4
061370             MOVE 4 TO RCLP-RETURN-CODE
061380         END-IF
061390     END-IF.
061400     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
061410 7200-POST-CTL-EXIT.
061420     EXIT.

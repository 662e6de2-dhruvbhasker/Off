003060*                    NEVER SHIP AS THE NEW LIVE FILE; NEVER       *
003070*                    DOWNGRADE AN EARLIER RETURN CODE ON A        *
003080*                    REJECTED TRANSACTION                         *
003084*  15OCT26     DOB   MAKER-CHECKER - A ROW IS STAGED OR APPLIED  *
003088*                    ONLY WHEN IT CARRIES A CHECKER OTHER THAN   *
003092*                    THE MAKER (RELEASED BY CSR9829); THE        *
003096*                    CHECKER IS RECORDED ON THE AUDIT TRAIL      *
003097*  15OCT26     DOB   POST THE TRAILER, DETAIL AND TRANSACTION    *
003098*                    COUNTS TO THE CONTROL-TOTAL FILE (CSRCTOT)  *
003099*                    FOR CSR9830                                 *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
006800     COPY CCSRXWT.
006900 FD  PENDING-IN
007000     RECORDING MODE IS F.
007100 01  PNI-TRANS-REC                  PIC X(39).
007200 FD  PENDING-OUT
007300     RECORDING MODE IS F.
007400 01  PNO-TRANS-REC                  PIC X(39).
007500 FD  AUDIT-TRAIL
007600     RECORDING MODE IS F.
007700     COPY CCSRXWA.
010300 77  WS-APPLIED-COUNT               PIC S9(07)  COMP  VALUE ZERO.
010400 77  WS-STAGED-COUNT                PIC S9(07)  COMP  VALUE ZERO.
010500 77  WS-REJECTED-COUNT              PIC S9(07)  COMP  VALUE ZERO.
010510 77  WS-PENDING-READ-COUNT          PIC S9(07)  COMP  VALUE ZERO.
010520 77  WS-TRANS-READ-COUNT            PIC S9(07)  COMP  VALUE ZERO.
010600 77  WS-RUN-RECORD-COUNT            PIC 9(09) COMP  VALUE ZERO.
010700 77  WS-RUN-AMOUNT-HASH             PIC S9(13)V9(02) COMP-3
010800                                                     VALUE ZERO.
010810 77  WS-TRL-RECORD-COUNT            PIC 9(09)   VALUE ZERO.
010820 77  WS-TRL-AMOUNT-HASH             PIC S9(13)V9(02) VALUE ZERO.
010900 77  WS-RUN-DATE                    PIC X(08)   VALUE SPACES.
011000 77  WS-RUN-TIME                    PIC X(08)   VALUE SPACES.
011100******************************************************************
014000     05  WS-TRN-ING-ACCT            PIC X(06).
014100     05  WS-TRN-EFF-DATE            PIC X(08).
014200     05  WS-TRN-USER-ID             PIC X(08).
014210     05  WS-TRN-CHECKER-ID          PIC X(08).
014300******************************************************************
014400*    CYCLE RUN-CONTROL CALL PARAMETERS                           *
014500******************************************************************
014600     COPY CCSRRCLP.
014610******************************************************************
014620*    CONTROL-TOTAL POSTING CALL PARAMETERS                       *
014630******************************************************************
014640     COPY CCSRCTLP.
014700 PROCEDURE DIVISION.
014800******************************************************************
014900*    0000-MAINLINE                                               *
015800                     UNTIL END-OF-TRANS-FILE
015810         END-IF
015900         PERFORM 3000-FINALIZE     THRU 3000-FINALIZE-EXIT
015910         PERFORM 7200-POST-CONTROL-TOTALS
015920                 THRU 7200-POST-CTL-EXIT
016000         PERFORM 7100-RUN-CONTROL-OUT
016100                 THRU 7100-RUN-CTL-OUT-EXIT
016200     END-IF.
025400             SET END-OF-PENDING-FILE TO TRUE
025500     END-READ.
025600     IF NOT END-OF-PENDING-FILE
025610         ADD 1 TO WS-PENDING-READ-COUNT
025700         PERFORM 4000-APPLY-ONE-TRANS THRU 4000-APPLY-ONE-EXIT
025800     END-IF.
025900 2000-APPLY-PENDING-EXIT.
026700             SET END-OF-TRANS-FILE TO TRUE
026800     END-READ.
026900     IF NOT END-OF-TRANS-FILE
026910         ADD 1 TO WS-TRANS-READ-COUNT
027000         MOVE XWT-TRANS-REC TO WS-CURR-TRANS
027100         PERFORM 4000-APPLY-ONE-TRANS THRU 4000-APPLY-ONE-EXIT
027200     END-IF.
027300 2500-APPLY-TRANS-EXIT.
027400     EXIT.
027500******************************************************************
027600*    4000-APPLY-ONE-TRANS - A ROW WITHOUT A SECOND USER'S        *
027601*    APPROVAL IS REJECTED; ANY OTHER ROW IS STAGED, VALIDATED    *
027602*    AND APPLIED.  EVERY OUTCOME IS AUDITED.                     *
027700******************************************************************
027800 4000-APPLY-ONE-TRANS.
027801     IF WS-TRN-CHECKER-ID = SPACES
027802        OR WS-TRN-CHECKER-ID = WS-TRN-USER-ID
027803         MOVE 'NO SECOND-USER APPROVAL' TO XWA-REASON
027804         PERFORM 4700-REJECT-TRANS THRU 4700-REJECT-EXIT
027805     ELSE
027806         PERFORM 4050-STAGE-OR-APPLY THRU 4050-STAGE-APPLY-EXIT
027807     END-IF.
027808 4000-APPLY-ONE-EXIT.
027809     EXIT.
027810******************************************************************
027811*    4050-STAGE-OR-APPLY - STAGE A FUTURE-DATED ROW, OTHERWISE   *
027812*    VALIDATE AND APPLY IT                                       *
027813******************************************************************
027900 4050-STAGE-OR-APPLY.
028000     IF WS-TRN-EFF-DATE > WS-RUN-DATE
028100         PERFORM 4600-STAGE-PENDING THRU 4600-STAGE-EXIT
028200     ELSE
030400                 PERFORM 4700-REJECT-TRANS THRU 4700-REJECT-EXIT
030500         END-EVALUATE
030600     END-IF.
030700 4050-STAGE-APPLY-EXIT.
030800     EXIT.
030900 4100-APPLY-ADD.
031000     IF WS-XWK-COUNT < 500
038200     MOVE WS-RUN-DATE       TO XWA-APPLY-DATE.
038300     MOVE WS-RUN-TIME       TO XWA-APPLY-TIME.
038400     MOVE WS-TRN-USER-ID    TO XWA-USER-ID.
038410     MOVE WS-TRN-CHECKER-ID TO XWA-CHECKER-ID.
038500     MOVE WS-TRN-ACTION     TO XWA-ACTION.
038600     MOVE WS-TRN-MLJ-ACCT   TO XWA-MLJ-ACCT.
038700     MOVE WS-TRN-ING-ACCT   TO XWA-NEW-ING-ACCT.
046400*    9000-VERIFY-TRAILER - CONFIRM EXTRACT ARRIVED COMPLETE      *
046500******************************************************************
046600 9000-VERIFY-TRAILER.
046610     MOVE R98F0-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
046620     MOVE R98F0-TRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH.
046700     IF R98F0-TRL-RECORD-COUNT = WS-RUN-RECORD-COUNT
046800        AND R98F0-TRL-AMOUNT-HASH = WS-RUN-AMOUNT-HASH
046900         DISPLAY 'CSR9812 TRAILER VERIFIED - COUNTS AND HASH OK'
049000                 RCLP-RCTL-MSG ' ***'
049100         MOVE 16 TO RETURN-CODE
049200     END-IF.
049205*    EACH FURTHER CHECK-IN IS ONLY ISSUED WHEN THE PREVIOUS ONE
049210*    PASSED - THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE
049215*    REGISTER) ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN
049220*    EARLIER PRODUCER'S REFUSAL.  CSR9829 RELEASES THE APPROVED
049225*    ROWS ON XWKTRN.
049230     IF RCLP-RCTL-RC = ZERO
049235         MOVE 'S'        TO RCLP-FUNCTION
049240         MOVE 'CSR9812 ' TO RCLP-STEP-NAME
049245         MOVE 'CSR9829 ' TO RCLP-PRODUCER-STEP
049250         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
049255         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
049260         IF RCLP-RCTL-RC NOT = ZERO
049265             DISPLAY 'CSR9812 *** RUN REFUSED BY RUN CONTROL - '
049270                     RCLP-RCTL-MSG ' ***'
049275             MOVE 16 TO RETURN-CODE
049280         END-IF
049285     END-IF.
049300 7000-RUN-CTL-IN-EXIT.
049400     EXIT.
049500******************************************************************
050800     END-IF.
050900 7100-RUN-CTL-OUT-EXIT.
051000     EXIT.
051010******************************************************************
051020*    7200-POST-CONTROL-TOTALS - POST THIS STEP'S RECORD COUNTS   *
051030*    AND AMOUNT TOTALS UNDER THE CYCLE NUMBER FOR THE CSR9830    *
051040*    BALANCING STEP.  A FAILED POSTING RAISES THE RETURN CODE    *
051050*    TO 4 - CSR9830 THEN BREAKS ON THE MISSING TOTALS.           *
051060******************************************************************
051070 7200-POST-CONTROL-TOTALS.
051080     MOVE 'CSR9812 '         TO CTLP-STEP-NAME.
051090     MOVE RCLP-CYCLE-NBR     TO CTLP-CYCLE-NBR.
051100     MOVE 7                  TO CTLP-TOTAL-COUNT.
051110     MOVE 'TRAILER'          TO CTLP-TOTAL-NAME(1).
051120     MOVE 'I'                TO CTLP-TOTAL-TYPE(1).
051130     MOVE WS-TRL-RECORD-COUNT TO CTLP-RECORD-COUNT(1).
051140     MOVE WS-TRL-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(1).
051150     MOVE 'INPUT'            TO CTLP-TOTAL-NAME(2).
051160     MOVE 'I'                TO CTLP-TOTAL-TYPE(2).
051170     MOVE WS-RUN-RECORD-COUNT TO CTLP-RECORD-COUNT(2).
051180     MOVE WS-RUN-AMOUNT-HASH TO CTLP-AMOUNT-TOTAL(2).
051190     MOVE 'PENDING-IN'       TO CTLP-TOTAL-NAME(3).
051200     MOVE 'I'                TO CTLP-TOTAL-TYPE(3).
051210     MOVE WS-PENDING-READ-COUNT TO CTLP-RECORD-COUNT(3).
051220     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(3).
051230     MOVE 'TRANS-IN'         TO CTLP-TOTAL-NAME(4).
051240     MOVE 'I'                TO CTLP-TOTAL-TYPE(4).
051250     MOVE WS-TRANS-READ-COUNT TO CTLP-RECORD-COUNT(4).
051260     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(4).
051270     MOVE 'APPLIED'          TO CTLP-TOTAL-NAME(5).
051280     MOVE 'O'                TO CTLP-TOTAL-TYPE(5).
051290     MOVE WS-APPLIED-COUNT   TO CTLP-RECORD-COUNT(5).
051300     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(5).
051310     MOVE 'STAGED'           TO CTLP-TOTAL-NAME(6).
051320     MOVE 'O'                TO CTLP-TOTAL-TYPE(6).
051330     MOVE WS-STAGED-COUNT    TO CTLP-RECORD-COUNT(6).
051340     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(6).
051350     MOVE 'REJECTED'         TO CTLP-TOTAL-NAME(7).
051360     MOVE 'R'                TO CTLP-TOTAL-TYPE(7).
051370     MOVE WS-REJECTED-COUNT  TO CTLP-RECORD-COUNT(7).
051380     MOVE ZERO               TO CTLP-AMOUNT-TOTAL(7).
051390     MOVE RETURN-CODE        TO RCLP-RETURN-CODE.
051400     CALL 'CSRCTOT' USING CTLP-CALL-PARMS.
051410     IF CTLP-CTOT-RC NOT = ZERO
051420         DISPLAY 'CSR9812 *** CONTROL TOTAL POSTING FAILED - '
051430                 CTLP-CTOT-MSG ' ***'
051440         IF RCLP-RETURN-CODE < 4
051450             MOVE 4 TO RCLP-RETURN-CODE
051460         END-IF
051470     END-IF.
051480     MOVE RCLP-RETURN-CODE   TO RETURN-CODE.
051490 7200-POST-CTL-EXIT.
051500     EXIT.

002500*    DATE     AUTH.  DESCRIPTION                                 *
002600*                                                                *
002700*  02SEP26     DOB   INITIAL VERSION                             *
002710*  15OCT26     DOB   FEED NOW COMES FROM THE CSV0120 CHANNEL     *
002720*                    ROUTING STEP; CHECK IN BEHIND IT            *
002730*  15OCT26     DOB   ALSO CHECK IN BEHIND THE CSR9830 CONTROL-   *
002740*                    TOTAL BALANCING STEP, SO THE FEED IS NOT    *
002750*                    RELEASED FROM A CYCLE THAT DID NOT BALANCE  *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
046600     EXIT.
046700******************************************************************
046800*    7000-RUN-CONTROL-IN - CHECK IN WITH THE CYCLE RUN           *
046900*    CONTROL; REFUSED WHEN THE PRODUCING STEP OR THE CSR9830     *
047000*    BALANCING STEP HAS NOT COMPLETED SUCCESSFULLY FOR THE       *
047010*    CURRENT CYCLE                                               *
047100******************************************************************
047200 7000-RUN-CONTROL-IN.
047300     MOVE 'S'        TO RCLP-FUNCTION.
047400     MOVE 'CSV0100 ' TO RCLP-STEP-NAME.
047500     MOVE 'CSV0120 ' TO RCLP-PRODUCER-STEP.
047600     MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE.
047700     CALL 'CSRRCTL' USING RCLP-CALL-PARMS.
047800     IF RCLP-RCTL-RC NOT = ZERO
048000                 RCLP-RCTL-MSG ' ***'
048100         MOVE 16 TO RETURN-CODE
048200     END-IF.
048205*    THE SECOND CHECK-IN IS ONLY ISSUED WHEN THE FIRST PASSED -
048210*    THE CALL RESETS RCLP-RCTL-RC (AND THE RETURN-CODE REGISTER)
048215*    ON ENTRY, SO AN UNCONDITIONAL CALL WOULD ERASE AN EARLIER
048220*    PRODUCER'S REFUSAL.
048225     IF RCLP-RCTL-RC = ZERO
048230         MOVE 'S'        TO RCLP-FUNCTION
048235         MOVE 'CSV0100 ' TO RCLP-STEP-NAME
048240         MOVE 'CSR9830 ' TO RCLP-PRODUCER-STEP
048245         MOVE ZERO       TO RCLP-CYCLE-NBR RCLP-RETURN-CODE
048250         CALL 'CSRRCTL' USING RCLP-CALL-PARMS
048255         IF RCLP-RCTL-RC NOT = ZERO
048260             DISPLAY 'CSV0100 *** RUN REFUSED BY RUN CONTROL - '
048265                     RCLP-RCTL-MSG ' ***'
048270             MOVE 16 TO RETURN-CODE
048275         END-IF
048280     END-IF.
048300 7000-RUN-CTL-IN-EXIT.
048400     EXIT.
048500******************************************************************

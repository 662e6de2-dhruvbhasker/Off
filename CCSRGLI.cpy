      *****************************************************************
      **  MEMBER : CCSRGLI                                           **
      **  REMARKS: RECORD LAYOUT FOR THE CONSOLIDATED GENERAL LEDGER **
      **           INTERFACE FILE BUILT BY CSR9822 - THE ONLY VOUCHER**
      **           FILE THE SUSPENSE SUITE HANDS TO THE GL.  ONE     **
      **           BATCH PER CYCLE: A HEADER RECORD, THE DETAIL      **
      **           POSTING LINES OF EVERY WRITE-OFF (CSR9808),       **
      **           CLEARING (CSR9813), INTEREST ACCRUAL (CSR9818) AND**
      **           REFUND (CSR9821) VOUCHER, AND A TRAILER CARRYING  **
      **           THE LINE COUNT, JOURNAL COUNT AND DEBIT AND CREDIT**
      **           TOTALS.  EVERY JOURNAL IS NUMBERED FROM THE       **
      **           PERSISTENT CCSRJNC COUNTER, SO A GLI-JOURNAL-SEQ  **
      **           IS NEVER REUSED ACROSS STREAMS OR CYCLES; THE     **
      **           SOURCE STEP AND ITS OWN SEQUENCE ARE KEPT FOR     **
      **           TRACE-BACK.  THE LINE ROLE MARKS THE LINE POSTING **
      **           TO THE SUSPENSE ITEM'S OWN ACCOUNT ('I') AGAINST  **
      **           ITS OFFSETTING LINES ('O').  AMOUNTS ARE ALWAYS   **
      **           POSITIVE; THE POSTING SIDE CARRIES THE SIGN.      **
      **           AN INTEREST ACCRUAL (CSR9818) DOES NOT MOVE THE   **
      **           SUSPENSE ACCOUNT; ITS INTEREST LIABILITY CREDIT   **
      **           TAKES THE 'I' ROLE SO EVERY JOURNAL HAS ONE LINE  **
      **           CSR9816 CAN TRACK IT BY.                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      **  15OCT26   DOB   ACCRUAL ITEM LINE IS NOW THE INTEREST    **
      **                  LIABILITY CREDIT                           **
      *****************************************************************

       01  GLI-INTERFACE-REC.
           05  GLI-RECORD-TYPE                   PIC X(01).
               88  GLI-HEADER-RECORD                  VALUE 'H'.
               88  GLI-DETAIL-RECORD                  VALUE 'D'.
               88  GLI-TRAILER-RECORD                 VALUE 'T'.
           05  GLI-JOURNAL-SEQ                   PIC 9(07).
           05  GLI-SOURCE-STEP                   PIC X(08).
           05  GLI-SOURCE-SEQ                    PIC 9(07).
           05  GLI-VOUCHER-CLASS                 PIC X(01).
               88  GLI-STANDARD-VOUCHER               VALUE 'S'.
               88  GLI-SENIOR-APPROVAL                VALUE 'A'.
           05  GLI-POSTING-SIDE                  PIC X(01).
               88  GLI-DEBIT-SIDE                     VALUE 'D'.
               88  GLI-CREDIT-SIDE                    VALUE 'C'.
           05  GLI-LINE-ROLE                     PIC X(01).
               88  GLI-ITEM-LINE                      VALUE 'I'.
               88  GLI-OFFSET-LINE                    VALUE 'O'.
           05  GLI-POLICY-NUMBER                 PIC X(10).
           05  GLI-MLJ-ACCT                      PIC X(08).
           05  GLI-ING-ACCT                      PIC X(06).
           05  GLI-CRCY-CD                       PIC X(02).
           05  GLI-POSTING-AMOUNT                PIC S9(11)V9(02).
           05  GLI-SUSPENSE-DATE                 PIC X(10).
           05  GLI-ELAPSED-DAYS                  PIC 9(05).
           05  GLI-REFERENCE                     PIC X(12).
       01  GLI-HEADER-REC REDEFINES GLI-INTERFACE-REC.
           05  FILLER                            PIC X(01).
           05  GLI-HDR-CYCLE-NBR                 PIC 9(07).
           05  GLI-HDR-RUN-DATE                  PIC X(08).
           05  GLI-HDR-FIRST-JOURNAL             PIC 9(07).
           05  GLI-HDR-SOURCE-SYSTEM             PIC X(08).
           05  FILLER                            PIC X(61).
       01  GLI-TRAILER-REC REDEFINES GLI-INTERFACE-REC.
           05  FILLER                            PIC X(01).
           05  GLI-TRL-CYCLE-NBR                 PIC 9(07).
           05  GLI-TRL-RECORD-COUNT              PIC 9(09).
           05  GLI-TRL-JOURNAL-COUNT             PIC 9(07).
           05  GLI-TRL-LAST-JOURNAL              PIC 9(07).
           05  GLI-TRL-DEBIT-TOTAL               PIC S9(13)V9(02).
           05  GLI-TRL-CREDIT-TOTAL              PIC S9(13)V9(02).
           05  FILLER                            PIC X(31).
      *****************************************************************
      **                 END OF COPYBOOK CCSRGLI                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRPYI                                           **
      **  REMARKS: RECORD LAYOUT FOR THE SUSPENSE REFUND PAYMENT     **
      **           INSTRUCTION FILE BUILT BY CSR9821 FOR THE BANK.   **
      **           ONE ROW PER REFUND RELEASED FOR PAYMENT, CARRYING **
      **           THE PAYEE'S NAME AND MAILING ADDRESS FROM THE     **
      **           CCSRSVE CLIENT EXTRACT, THE SUSPENSE PRINCIPAL,   **
      **           THE STATUTORY INTEREST ACCRUED ON CCSRAIF AND THE **
      **           TOTAL TO PAY.  THE PAYMENT REFERENCE IS THE CYCLE **
      **           NUMBER PLUS A SEQUENCE WITHIN CYCLE AND IS ALSO   **
      **           CARRIED ON THE CCSRRFV REFUND VOUCHER, SO THE     **
      **           BANK CONFIRMATION TIES BACK TO THE GL POSTING.    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  PYI-PAYMENT-REC.
           05  PYI-PAYMENT-REF.
               10  PYI-REF-CYCLE-NBR             PIC 9(07).
               10  PYI-REF-SEQ                   PIC 9(05).
           05  PYI-HOST-CLI-ID                   PIC X(10).
           05  PYI-PAYEE-NAME-KANJI              PIC X(50).
           05  PYI-PAYEE-NAME-KANA               PIC X(50).
           05  PYI-ADDRESS-CD                    PIC X(08).
           05  PYI-ADDR-DTL-KANA                 PIC X(72).
           05  PYI-POLICY-NUMBER                 PIC X(10).
           05  PYI-SUSPENSE-DATE                 PIC X(10).
           05  PYI-CRCY-CD                       PIC X(02).
           05  PYI-PRINCIPAL-AMOUNT              PIC S9(11)V9(02).
           05  PYI-INTEREST-AMOUNT               PIC S9(11)V9(02).
           05  PYI-PAYMENT-AMOUNT                PIC S9(11)V9(02).
           05  PYI-VALUE-DATE                    PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRPYI                     **
      *****************************************************************

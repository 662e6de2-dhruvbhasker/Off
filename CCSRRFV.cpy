      *****************************************************************
      **  MEMBER : CCSRRFV                                           **
      **  REMARKS: RECORD LAYOUT FOR THE SUSPENSE REFUND JOURNAL     **
      **           VOUCHER POSTING FILE BUILT BY CSR9821 FOR THE     **
      **           GENERAL LEDGER INTERFACE, IN THE SAME GL-READY    **
      **           VOUCHER STYLE AS CCSRJVP AND CCSRCLV.  UP TO THREE**
      **           ROWS PER REFUND UNDER ONE JOURNAL SEQUENCE - A    **
      **           DEBIT RELEASING THE SUSPENSE ACCOUNT, A DEBIT     **
      **           RELEASING THE ACCRUED REFUND INTEREST LIABILITY   **
      **           (OMITTED WHEN NO INTEREST ACCRUED) AND A CREDIT TO**
      **           THE DISBURSEMENT ACCOUNT FOR THE TOTAL PAID - EACH**
      **           CARRYING THE CCSRPYI PAYMENT REFERENCE.           **
      **                                                             **
      **           LINE TYPES:                                       **
      **             S  SUSPENSE RELEASE                             **
      **             I  ACCRUED INTEREST LIABILITY RELEASE           **
      **             B  BANK DISBURSEMENT                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  RFV-REFUND-VCHR-REC.
           05  RFV-VOUCHER-CLASS                 PIC X(01).
               88  RFV-STANDARD-VOUCHER               VALUE 'S'.
           05  RFV-JOURNAL-SEQ                   PIC 9(07).
           05  RFV-POSTING-SIDE                  PIC X(01).
               88  RFV-DEBIT-SIDE                     VALUE 'D'.
               88  RFV-CREDIT-SIDE                    VALUE 'C'.
           05  RFV-LINE-TYPE                     PIC X(01).
               88  RFV-SUSPENSE-RELEASE               VALUE 'S'.
               88  RFV-INTEREST-RELEASE               VALUE 'I'.
               88  RFV-BANK-DISBURSEMENT              VALUE 'B'.
           05  RFV-POLICY-NUMBER                 PIC X(10).
           05  RFV-MLJ-ACCT                      PIC X(08).
           05  RFV-ING-ACCT                      PIC X(06).
           05  RFV-CRCY-CD                       PIC X(02).
           05  RFV-POSTING-AMOUNT                PIC S9(11)V9(02).
           05  RFV-SUSPENSE-DATE                 PIC X(10).
           05  RFV-PAYMENT-REF                   PIC X(12).
      *****************************************************************
      **                 END OF COPYBOOK CCSRRFV                     **
      *****************************************************************

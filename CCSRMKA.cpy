      *****************************************************************
      **  MEMBER : CCSRMKA                                           **
      **  REMARKS: RECORD LAYOUT FOR THE CHECKER'S APPROVAL FILE READ**
      **           BY CSR9829.  ONE ROW PER DECISION ON A QUEUED     **
      **           MAINTENANCE TRANSACTION, QUOTING THE CCSRMKP QUEUE**
      **           REFERENCE.  AN APPROVAL IS ONLY HONOURED WHEN THE **
      **           CHECKER'S USER ID DIFFERS FROM THE MAKER'S.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  MKA-APPROVAL-REC.
           05  MKA-REF-NBR.
               10  MKA-REF-CYCLE                 PIC 9(07).
               10  MKA-REF-SEQ                   PIC 9(05).
           05  MKA-DECISION                      PIC X(01).
               88  MKA-APPROVED                       VALUE 'A'.
               88  MKA-DECLINED                       VALUE 'D'.
           05  MKA-CHECKER-ID                    PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRMKA                     **
      *****************************************************************

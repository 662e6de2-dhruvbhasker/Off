      *****************************************************************
      **  MEMBER : CCSRMKP                                           **
      **  REMARKS: RECORD LAYOUT FOR THE MAINTENANCE APPROVAL QUEUE  **
      **           CARRIED BY CSR9829 (PRIOR GENERATION IN, NEW      **
      **           GENERATION OUT).  ONE ROW PER KEYED CROSSWALK,    **
      **           PRODUCT MASTER, CLIENT MERGE OR CLAIMS-HOLD       **
      **           RELEASE TRANSACTION AWAITING A SECOND USER'S      **
      **           APPROVAL, CARRYING THE QUEUE REFERENCE THE        **
      **           CHECKER QUOTES, THE STEP THAT WILL APPLY IT, THE  **
      **           MAKER'S USER ID, THE DATE IT WAS KEYED AND THE    **
      **           TRANSACTION IMAGE IN THAT STEP'S OWN LAYOUT.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  MKP-PENDING-REC.
           05  MKP-REF-NBR.
               10  MKP-REF-CYCLE                 PIC 9(07).
               10  MKP-REF-SEQ                   PIC 9(05).
           05  MKP-TARGET-STEP                   PIC X(08).
               88  MKP-FOR-CROSSWALK                  VALUE 'CSR9812 '.
               88  MKP-FOR-PRODUCT                    VALUE 'CSR9820 '.
               88  MKP-FOR-MERGE                      VALUE 'CSV0080 '.
               88  MKP-FOR-RELEASE                    VALUE 'CSR9815 '.
           05  MKP-MAKER-ID                      PIC X(08).
           05  MKP-KEYED-DATE                    PIC X(08).
           05  MKP-TRANS-IMAGE                   PIC X(50).
      *****************************************************************
      **                 END OF COPYBOOK CCSRMKP                     **
      *****************************************************************

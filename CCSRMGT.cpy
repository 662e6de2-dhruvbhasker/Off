      *****************************************************************
      **  MEMBER : CCSRMGT                                           **
      **  REMARKS: RECORD LAYOUT FOR THE CONFIRMED-MERGE TRANSACTION **
      **           FILE APPLIED BY CSV0080.  ONE ROW PER REVIEW      **
      **           DECISION ON A CSV0050 MERGE-CANDIDATE PAIR, KEYED **
      **           BY THE REVIEW TEAM AND RELEASED BY CSR9829 ONCE A **
      **           SECOND USER HAS APPROVED IT.                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION - LAYOUT MOVED OUT OF      **
      **                  CSV0080, CHECKER'S USER ID ADDED           **
      *****************************************************************

       01  MGT-TRANS-REC.
           05  MGT-ACTION                        PIC X(01).
               88  MGT-CONFIRM                        VALUE 'C'.
               88  MGT-REJECT                         VALUE 'R'.
           05  MGT-SURVIVOR-CLI-ID               PIC X(10).
           05  MGT-RETIRED-CLI-ID                PIC X(10).
           05  MGT-USER-ID                       PIC X(08).
           05  MGT-CHECKER-ID                    PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRMGT                     **
      *****************************************************************

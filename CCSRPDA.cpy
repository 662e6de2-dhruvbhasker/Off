      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  02SEP26   DOB   INITIAL VERSION                            **
      **  15OCT26   DOB   CHECKER'S USER ID ADDED; PDA-USER-ID       **
      **                  IS THE MAKER                               **
      *****************************************************************

       01  PDA-AUDIT-REC.
               88  PDA-APPLIED                       VALUE 'P'.
               88  PDA-REJECTED                      VALUE 'R'.
           05  PDA-REASON                        PIC X(30).
           05  PDA-CHECKER-ID                    PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRPDA                     **
      *****************************************************************

      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  22AUG26   DOB   INITIAL VERSION                            **
      **  15OCT26   DOB   CHECKER'S USER ID ADDED; XWA-USER-ID       **
      **                  IS THE MAKER                               **
      *****************************************************************

       01  XWA-AUDIT-REC.
               88  XWA-STAGED                        VALUE 'S'.
               88  XWA-REJECTED                      VALUE 'R'.
           05  XWA-REASON                        PIC X(30).
           05  XWA-CHECKER-ID                    PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRXWA                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRIAL                                           **
      **  REMARKS: RECORD LAYOUT FOR THE PERMANENT CLIENT INQUIRY    **
      **           ACCESS LOG MAINTAINED BY CSR9824.  ONE ROW PER    **
      **           CLIENT INQUIRY EVER REQUESTED - WHO ASKED, FOR    **
      **           WHICH HOST CLIENT ID, THE SURVIVING ID IT RESOLVED**
      **           TO THROUGH THE CCSRMXR MERGE CROSS-REFERENCE, THE **
      **           DATE AND TIME, AND WHETHER IT WAS ANSWERED.       **
      **           CARRIED CYCLE TO CYCLE (PRIOR GENERATION IN, NEW  **
      **           GENERATION OUT) AND NEVER PURGED, SO EVERY LOOK   **
      **           AT A CLIENT'S PERSONAL DATA CAN BE ACCOUNTED FOR. **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  IAL-ACCESS-LOG-REC.
           05  IAL-ACCESS-DATE                   PIC X(08).
           05  IAL-ACCESS-TIME                   PIC X(08).
           05  IAL-REQUESTER-ID                  PIC X(08).
           05  IAL-REQUESTED-CLI-ID              PIC X(10).
           05  IAL-RESOLVED-CLI-ID               PIC X(10).
           05  IAL-CYCLE-NBR                     PIC 9(07).
           05  IAL-RESULT-CD                     PIC X(01).
               88  IAL-INQUIRY-ANSWERED               VALUE 'A'.
               88  IAL-CLIENT-NOT-FOUND               VALUE 'N'.
               88  IAL-INQUIRY-REFUSED                VALUE 'R'.
      *****************************************************************
      **                 END OF COPYBOOK CCSRIAL                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRESC                                           **
      **  REMARKS: RECORD LAYOUT FOR THE DORMANT SUSPENSE            **
      **           ESCHEATMENT CANDIDATE FILE BUILT BY CSR9827.  ONE **
      **           ROW PER CCSR98F0 ITEM OLDER THAN THE DORMANCY     **
      **           PERIOD, NOT UNDER A CLAIMS HOLD AND NOT ALREADY   **
      **           PROPOSED FOR WRITE-OFF OR CLEARING, CARRYING THE  **
      **           OWNING CLIENT (WHEN FOUND ON CCSRSVE) WITH ITS    **
      **           NAME AND ADDRESS DETAIL, AND WHETHER              **
      **           A DUE-DILIGENCE LETTER COULD BE ISSUED.  AN ITEM  **
      **           WHOSE OWNER'S ADDRESS HAS AN ACTIVE CCSRBAR       **
      **           RETURNED-MAIL SUPPRESSION, OR WHOSE OWNER IS NOT  **
      **           KNOWN, IS STILL A CANDIDATE BUT GETS NO LETTER.   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      **  15OCT26   DOB   ADD THE OWNER'S KANJI AND KANA NAME AND    **
      **                  KANA ADDRESS DETAIL - RECORD NOW 264 BYTES **
      *****************************************************************

       01  ESC-CANDIDATE-REC.
           05  ESC-COMPANY-CODE                  PIC X(02).
           05  ESC-SBSDRY-CO-ID                  PIC X(02).
           05  ESC-CRCY-CD                       PIC X(02).
           05  ESC-MLJ-ACCT                      PIC X(08).
           05  ESC-ING-ACCT                      PIC X(06).
           05  ESC-POLICY-NUMBER                 PIC X(10).
           05  ESC-SUSPENSE-DATE                 PIC X(10).
           05  ESC-SUSPENSE-AMOUNT               PIC S9(11)V9(02).
           05  ESC-DORMANT-DAYS                  PIC 9(05).
           05  ESC-HOST-CLI-ID                   PIC X(10).
           05  ESC-NAME-KANJI                    PIC X(50).
           05  ESC-NAME-KANA                     PIC X(50).
           05  ESC-ADDRESS-CD                    PIC X(08).
           05  ESC-ADDR-DTL-KANA                 PIC X(72).
           05  ESC-LETTER-STATUS                 PIC X(01).
               88  ESC-LETTER-ISSUED                  VALUE 'L'.
               88  ESC-ADDRESS-SUPPRESSED             VALUE 'S'.
               88  ESC-OWNER-UNKNOWN                  VALUE 'U'.
           05  ESC-CYCLE-NBR                     PIC 9(07).
           05  ESC-RUN-DATE                      PIC X(08).
      *****************************************************************
      **                 END OF COPYBOOK CCSRESC                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSREDL                                           **
      **  REMARKS: RECORD LAYOUT FOR THE E-DELIVERY VENDOR FEED      **
      **           BUILT BY CSV0120 FROM THE CSV0040 DELIVERABLE     **
      **           EXTRACT AND ITS RETURNED-MAIL HOLDS.  ONE ROW     **
      **           PER HOST CLIENT ID - A CLIENT WITH A VALID EMAIL  **
      **           ADDRESS IS NOTIFIED BY EMAIL, OTHERWISE ONE WITH  **
      **           A VALID MOBILE NUMBER BY SMS.  THE ROUTE REASON   **
      **           SHOWS WHETHER THE CLIENT IS SUPPRESSED FROM MAIL  **
      **           ON CCSRBAR OR SIMPLY HAS AN ELECTRONIC CONTACT.   **
      **           THE MOBILE NUMBER IS CARRIED AS DIGITS ONLY,      **
      **           LEFT-JUSTIFIED.  LISTS BEYOND TEN POLICIES ARE    **
      **           CAPPED; THE COUNT KEEPS THE TRUE NUMBER.          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  EDL-NOTIFY-REC.
           05  EDL-HOST-CLI-ID                   PIC X(10).
           05  EDL-NAME-KANJI                    PIC X(50).
           05  EDL-CHANNEL                       PIC X(01).
               88  EDL-EMAIL-CHANNEL                  VALUE 'E'.
               88  EDL-SMS-CHANNEL                    VALUE 'S'.
           05  EDL-EMAIL-ADDR                    PIC X(50).
           05  EDL-CELL-NO                       PIC X(14).
           05  EDL-ROUTE-REASON                  PIC X(01).
               88  EDL-MAIL-SUPPRESSED                VALUE 'B'.
               88  EDL-ELECTRONIC-CONTACT             VALUE 'C'.
           05  EDL-CYCLE-NBR                     PIC 9(07).
           05  EDL-POL-COUNT                     PIC 9(03).
           05  EDL-POL-LIST.
               10  EDL-POL-ID                    PIC 9(07)
                   OCCURS 10 TIMES.
      *****************************************************************
      **                 END OF COPYBOOK CCSREDL                     **
      *****************************************************************

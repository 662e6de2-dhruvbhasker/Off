      *****************************************************************
      **  MEMBER : CCSRSNP                                           **
      **  REMARKS: RECORD LAYOUT FOR THE CYCLE-CLOSE REGISTER        **
      **           SNAPSHOT ARCHIVE WRITTEN BY CSR9825 AND READ BACK **
      **           BY THE CSR9826 RESTORE.  ONE GENERATION PER CYCLE **
      **           HOLDS, IN ORDER: A HEADER ('H'); AN IMAGE OF EVERY**
      **           CCSRRUNC RUN-CONTROL RECORD ('R'); THEN FOR EACH  **
      **           CARRIED-FORWARD REGISTER ITS RECORDS ('D')        **
      **           FOLLOWED BY ONE CONTROL RECORD ('C') NAMING THE   **
      **           STEP THAT MAINTAINS IT, ITS RUN-CONTROL           **
      **           GENERATION, RECORD COUNT AND CONTROL HASH; AND A  **
      **           TRAILER ('T').                                    **
      **           SNP-REGISTER-ID IS THE COPYBOOK SUFFIX: CHR, TCR, **
      **           BAR, MXR, MSP, PNV, AIF, RNH, XWK, PRD, XWT       **
      **           (THE CSR9812 CROSSWALK STAGING FILE) OR MKP.      **
      **           THE CONTROL HASH IS THE SUM OVER EVERY RECORD OF  **
      **           EACH BYTE'S CODE POINT TIMES ITS POSITION IN THE  **
      **           RECORD, SO A CHANGED, LOST OR TRANSPOSED BYTE     **
      **           SHOWS.                                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      **  15OCT26   DOB   XWT AND MKP ADDED - TWELVE FILES           **
      *****************************************************************

       01  SNP-SNAPSHOT-REC.
           05  SNP-RECORD-TYPE                   PIC X(01).
               88  SNP-HEADER-RECORD                  VALUE 'H'.
               88  SNP-RUNCTL-RECORD                  VALUE 'R'.
               88  SNP-DATA-RECORD                    VALUE 'D'.
               88  SNP-CONTROL-RECORD                 VALUE 'C'.
               88  SNP-TRAILER-RECORD                 VALUE 'T'.
           05  SNP-REGISTER-ID                   PIC X(03).
           05  SNP-CYCLE-NBR                     PIC 9(07).
           05  SNP-DATA                          PIC X(120).
           05  SNP-HEADER-DATA REDEFINES SNP-DATA.
               10  SNP-HDR-RUN-DATE              PIC X(08).
               10  SNP-HDR-RUN-TIME              PIC X(08).
               10  SNP-HDR-REGISTER-COUNT        PIC 9(03).
               10  FILLER                        PIC X(101).
           05  SNP-CONTROL-DATA REDEFINES SNP-DATA.
               10  SNP-CTL-MAINT-STEP            PIC X(08).
               10  SNP-CTL-GENERATION            PIC 9(04).
               10  SNP-CTL-RECORD-COUNT          PIC 9(09).
               10  SNP-CTL-CONTROL-HASH          PIC 9(15).
               10  SNP-CTL-PRESENCE              PIC X(01).
                   88  SNP-CTL-REGISTER-PRESENT       VALUE 'P'.
                   88  SNP-CTL-REGISTER-ABSENT        VALUE 'A'.
               10  FILLER                        PIC X(83).
           05  SNP-TRAILER-DATA REDEFINES SNP-DATA.
               10  SNP-TRL-RECORD-COUNT          PIC 9(09).
               10  SNP-TRL-REGISTER-COUNT        PIC 9(03).
               10  FILLER                        PIC X(108).
      *****************************************************************
      **                 END OF COPYBOOK CCSRSNP                     **
      *****************************************************************

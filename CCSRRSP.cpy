      *****************************************************************
      **  MEMBER : CCSRRSP                                           **
      **  REMARKS: RECORD LAYOUT FOR THE SUSPENSE RESEARCH POSTING   **
      **           FILE.  CSR9807 (ITEMS WITH NO MATCHING RECEIPT),  **
      **           CSR9802 (MRF ITEMS PAST THE CYCLE THRESHOLD) AND  **
      **           CSR9806 (CROSSWALK ORPHANS AND MISMATCHES) EACH   **
      **           WRITE ONE ROW PER ITEM THEY REFER FOR RESEARCH    **
      **           THIS CYCLE, KEYED ON POLICY NUMBER, MLJ ACCOUNT   **
      **           AND SUSPENSE DATE AS CARRIED ON CCSR98F0.  THE    **
      **           THREE FILES ARE CONCATENATED ON RSPIN FOR THE     **
      **           CSR9831 RESEARCH CASE UPDATE.                     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  RSP-POSTING-REC.
           05  RSP-PROGRAM-ID                    PIC X(08).
               88  RSP-FROM-UNMATCHED                 VALUE 'CSR9807 '.
               88  RSP-FROM-MRF-AGED                  VALUE 'CSR9802 '.
               88  RSP-FROM-CROSSWALK                 VALUE 'CSR9806 '.
           05  RSP-CYCLE-NBR                     PIC 9(07).
           05  RSP-RUN-DATE                      PIC X(08).
           05  RSP-CASE-KEY.
               10  RSP-POLICY-NUMBER             PIC X(10).
               10  RSP-MLJ-ACCT                  PIC X(08).
               10  RSP-SUSPENSE-DATE             PIC X(10).
           05  RSP-REASON-CD                     PIC X(02).
               88  RSP-NO-RECEIPT                     VALUE 'UM'.
               88  RSP-MRF-PAST-THRESHOLD             VALUE 'MR'.
               88  RSP-ORPHAN-MLJ                     VALUE 'OM'.
               88  RSP-ORPHAN-ING                     VALUE 'OI'.
               88  RSP-MANY-TO-MANY                   VALUE 'MM'.
               88  RSP-XWALK-MISMATCH                 VALUE 'XM'.
           05  RSP-REASON-TEXT                   PIC X(30).
           05  RSP-CRCY-CD                       PIC X(02).
           05  RSP-SUSPENSE-AMOUNT               PIC S9(11)V9(02).
      *****************************************************************
      **                 END OF COPYBOOK CCSRRSP                     **
      *****************************************************************

      *****************************************************************
      **  MEMBER : CCSRCTE                                           **
      **  REMARKS: PARM RECORD LAYOUT FOR ONE CSR9830 FLOW EQUATION. **
      **           AN EQUATION BALANCES THE SUM OF ITS LEFT-HAND     **
      **           TERMS AGAINST THE SUM OF ITS RIGHT-HAND TERMS,    **
      **           EACH TERM NAMING A STEP AND ONE OF THE TOTALS     **
      **           THAT STEP POSTED THROUGH CSRCTOT, WITH A SIGN SO  **
      **           A TOTAL CAN BE SUBTRACTED.  THE MEASURE SAYS      **
      **           WHETHER THE RECORD COUNTS ('C') OR THE AMOUNT     **
      **           TOTALS ('A') ARE BALANCED.  UNUSED TERMS ARE LEFT **
      **           BLANK.  FOR EXAMPLE CSV0040 INPUT = DELIVERABLE + **
      **           EXCEPTIONS IS THREE TERMS: L + CSV0040 INPUT,     **
      **           R + CSV0040 DELIVERABLE, R + CSV0040 EXCEPTIONS.  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
      **  15OCT26   DOB   INITIAL VERSION                            **
      *****************************************************************

       01  CTE-EQUATION-REC.
           05  CTE-EQUATION-ID                   PIC X(08).
           05  CTE-MEASURE                       PIC X(01).
               88  CTE-MEASURE-COUNT                  VALUE 'C'.
               88  CTE-MEASURE-AMOUNT                 VALUE 'A'.
           05  CTE-DESCRIPTION                   PIC X(40).
           05  CTE-TERM OCCURS 6 TIMES.
               10  CTE-TERM-SIDE                 PIC X(01).
                   88  CTE-TERM-LEFT                  VALUE 'L'.
                   88  CTE-TERM-RIGHT                 VALUE 'R'.
                   88  CTE-TERM-UNUSED                VALUE SPACE.
               10  CTE-TERM-SIGN                 PIC X(01).
                   88  CTE-TERM-PLUS                  VALUE '+'.
                   88  CTE-TERM-MINUS                 VALUE '-'.
               10  CTE-TERM-STEP                 PIC X(08).
               10  CTE-TERM-TOTAL                PIC X(12).
      *****************************************************************
      **                 END OF COPYBOOK CCSRCTE                     **
      *****************************************************************

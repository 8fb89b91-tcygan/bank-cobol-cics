      * SYMBOLIC MAP FOR MAPSET MAPLON, MAP MAP1
      * NORMALLY PRODUCED BY THE BMS ASSEMBLER (DFHMSD/DFHMDI/DFHMDF)
      * CHECKED IN HERE SO THE COPY IN MAPLONP.CBL CAN BE RESOLVED
      * STAFF KEY THE CUSTOMER'S CURRENT ACCOUNT AND AN ACTION: L
      * TO LIST THE LOANS ON IT, OR B TO BOOK A NEW ONE WITH ITS
      * PRINCIPAL (AMT), ANNUAL RATE (RATE, NN.NNNN), TERM IN
      * MONTHS (TERM) AND REPAYMENT DAY OF MONTH (DAY). RLG HOLDS
      * THE ACCOUNT'S LOANS AFTER EVERY ACTION
       01  MAP1I.
           02  FILLER     PIC X(12).
           02  BNUML      PIC S9(4) COMP.
           02  BNUMF      PIC X.
           02  BNUMA      PIC X.
           02  BNUMI      PIC X(26).
           02  OPTL       PIC S9(4) COMP.
           02  OPTF       PIC X.
           02  OPTA       PIC X.
           02  OPTI       PIC X.
           02  AMTL       PIC S9(4) COMP.
           02  AMTF       PIC X.
           02  AMTA       PIC X.
           02  AMTI       PIC X(12).
           02  RATEL      PIC S9(4) COMP.
           02  RATEF      PIC X.
           02  RATEA      PIC X.
           02  RATEI      PIC X(7).
           02  TERML      PIC S9(4) COMP.
           02  TERMF      PIC X.
           02  TERMA      PIC X.
           02  TERMI      PIC X(3).
           02  DAYL       PIC S9(4) COMP.
           02  DAYF       PIC X.
           02  DAYA       PIC X.
           02  DAYI       PIC X(2).
           02  RLG OCCURS 6 TIMES.
               03  RLL    PIC S9(4) COMP.
               03  RLF    PIC X.
               03  RLA    PIC X.
               03  RLI    PIC X(78).
           02  MSGL       PIC S9(4) COMP.
           02  MSGF       PIC X.
           02  MSGA       PIC X.
           02  MSGI       PIC X(60).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  BNUMC      PIC X.
           02  BNUMO      PIC X(26).
           02  FILLER     PIC X(3).
           02  OPTC       PIC X.
           02  OPTO       PIC X.
           02  FILLER     PIC X(3).
           02  AMTC       PIC X.
           02  AMTO       PIC X(12).
           02  FILLER     PIC X(3).
           02  RATEC      PIC X.
           02  RATEO      PIC X(7).
           02  FILLER     PIC X(3).
           02  TERMC      PIC X.
           02  TERMO      PIC X(3).
           02  FILLER     PIC X(3).
           02  DAYC       PIC X.
           02  DAYO       PIC X(2).
           02  RLOG OCCURS 6 TIMES.
               03  FILLER PIC X(3).
               03  RLC    PIC X.
               03  RLO    PIC X(78).
           02  FILLER     PIC X(3).
           02  MSGC       PIC X.
           02  MSGO       PIC X(60).

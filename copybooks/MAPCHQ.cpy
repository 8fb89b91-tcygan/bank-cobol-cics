      * SYMBOLIC MAP FOR MAPSET MAPCHQ, MAP MAP1
      * NORMALLY PRODUCED BY THE BMS ASSEMBLER (DFHMSD/DFHMDI/DFHMDF)
      * CHECKED IN HERE SO THE COPY IN MAPCHQP.CBL CAN BE RESOLVED
      * THE CUSTOMER KEYS THEIR OWN ACCOUNT AND AN ACTION: L TO
      * LIST THE ACCOUNT'S CHEQUE BOOKS AND STOPS, B TO ORDER A
      * NEW CHEQUE BOOK, S TO STOP PAYMENT ON CHEQUE FNUM (OR ON
      * THE RANGE FNUM TO TNUM), X TO LIFT THE STOP PLACED FROM
      * CHEQUE FNUM. RLG HOLDS THE BOOKS AND STOPS AFTER EVERY
      * ACTION
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
           02  FNUML      PIC S9(4) COMP.
           02  FNUMF      PIC X.
           02  FNUMA      PIC X.
           02  FNUMI      PIC X(6).
           02  TNUML      PIC S9(4) COMP.
           02  TNUMF      PIC X.
           02  TNUMA      PIC X.
           02  TNUMI      PIC X(6).
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
           02  FNUMC      PIC X.
           02  FNUMO      PIC X(6).
           02  FILLER     PIC X(3).
           02  TNUMC      PIC X.
           02  TNUMO      PIC X(6).
           02  RLOG OCCURS 6 TIMES.
               03  FILLER PIC X(3).
               03  RLC    PIC X.
               03  RLO    PIC X(78).
           02  FILLER     PIC X(3).
           02  MSGC       PIC X.
           02  MSGO       PIC X(60).

      * SYMBOLIC MAP FOR MAPSET MAPTDB, MAP MAP1
      * NORMALLY PRODUCED BY THE BMS ASSEMBLER (DFHMSD/DFHMDI/DFHMDF)
      * CHECKED IN HERE SO THE COPY IN MAPTDBP.CBL CAN BE RESOLVED
      * SUPERVISORS KEY A TERM-DEPOSIT ACCOUNT AND AN ACTION: L TO
      * SHOW THE DEPOSIT, B TO BREAK IT BEFORE MATURITY, OR I TO
      * CHANGE ITS MATURITY INSTRUCTION (MAT R ROLL OVER OR S
      * SWEEP, WITH THE SWEEP ACCOUNT IN SWP). RLG HOLDS THE
      * DEPOSIT'S DETAILS AFTER EVERY ACTION
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
           02  MATL       PIC S9(4) COMP.
           02  MATF       PIC X.
           02  MATA       PIC X.
           02  MATI       PIC X.
           02  SWPL       PIC S9(4) COMP.
           02  SWPF       PIC X.
           02  SWPA       PIC X.
           02  SWPI       PIC X(26).
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
           02  MATC       PIC X.
           02  MATO       PIC X.
           02  FILLER     PIC X(3).
           02  SWPC       PIC X.
           02  SWPO       PIC X(26).
           02  RLOG OCCURS 6 TIMES.
               03  FILLER PIC X(3).
               03  RLC    PIC X.
               03  RLO    PIC X(78).
           02  FILLER     PIC X(3).
           02  MSGC       PIC X.
           02  MSGO       PIC X(60).

      * SYMBOLIC MAP FOR MAPSET MAPMENU, MAP MAP1
      * NORMALLY PRODUCED BY THE BMS ASSEMBLER (DFHMSD/DFHMDI/DFHMDF)
      * CHECKED IN HERE SO THE COPY IN MAPMENUP.CBL CAN BE RESOLVED
      * MNU2 IS THE SECOND LINE OF OPTIONS, UNDER THE MESSAGE LINE
       01  MAP1I.
           02  FILLER     PIC X(12).
           02  OPTL       PIC S9(4) COMP.
           02  MSGF       PIC X.
           02  MSGA       PIC X.
           02  MSGI       PIC X(78).
           02  MNU2L      PIC S9(4) COMP.
           02  MNU2F      PIC X.
           02  MNU2A      PIC X.
           02  MNU2I      PIC X(78).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  FILLER     PIC X(3).
           02  MSGC       PIC X.
           02  MSGO       PIC X(78).
           02  FILLER     PIC X(3).
           02  MNU2C      PIC X.
           02  MNU2O      PIC X(78).

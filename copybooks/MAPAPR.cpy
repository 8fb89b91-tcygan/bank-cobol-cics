      * SYMBOLIC MAP FOR MAPSET MAPAPR, MAP MAP1
      * NORMALLY PRODUCED BY THE BMS ASSEMBLER (DFHMSD/DFHMDI/DFHMDF)
      * CHECKED IN HERE SO THE COPY IN MAPAPRP.CBL CAN BE RESOLVED
      * RLG HOLDS THE EIGHT PENDING-APPROVAL LINES, THEN THE
      * CHECKER KEYS THE REFERENCE OF ONE OF THEM (TIMESTAMP AND
      * SEQUENCE) AND THE DECISION, A TO APPROVE OR R TO REJECT
       01  MAP1I.
           02  FILLER     PIC X(12).
           02  RLG OCCURS 8 TIMES.
               03  RLL    PIC S9(4) COMP.
               03  RLF    PIC X.
               03  RLA    PIC X.
               03  RLI    PIC X(78).
           02  TSTML      PIC S9(4) COMP.
           02  TSTMF      PIC X.
           02  TSTMA      PIC X.
           02  TSTMI      PIC X(15).
           02  SEQL       PIC S9(4) COMP.
           02  SEQF       PIC X.
           02  SEQA       PIC X.
           02  SEQI       PIC X(3).
           02  ACTL       PIC S9(4) COMP.
           02  ACTF       PIC X.
           02  ACTA       PIC X.
           02  ACTI       PIC X.
           02  MSGL       PIC S9(4) COMP.
           02  MSGF       PIC X.
           02  MSGA       PIC X.
           02  MSGI       PIC X(60).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER     PIC X(12).
           02  RLOG OCCURS 8 TIMES.
               03  FILLER PIC X(3).
               03  RLC    PIC X.
               03  RLO    PIC X(78).
           02  FILLER     PIC X(3).
           02  TSTMC      PIC X.
           02  TSTMO      PIC X(15).
           02  FILLER     PIC X(3).
           02  SEQC       PIC X.
           02  SEQO       PIC X(3).
           02  FILLER     PIC X(3).
           02  ACTC       PIC X.
           02  ACTO       PIC X.
           02  FILLER     PIC X(3).
           02  MSGC       PIC X.
           02  MSGO       PIC X(60).

      * SYMBOLIC MAP FOR MAPSET MAPHLD, MAP MAP1
      * NORMALLY PRODUCED BY THE BMS ASSEMBLER (DFHMSD/DFHMDI/DFHMDF)
      * CHECKED IN HERE SO THE COPY IN MAPHLDP.CBL CAN BE RESOLVED
      * STAFF KEY THE BANK ACCOUNT AND AN ACTION: L TO LIST ITS
      * ACTIVE FUNDS HOLDS, P TO PLACE A HOLD (AMOUNT, REASON LG
      * OR GN, OPTIONAL RELEASE DATE) OR R TO RELEASE THE HOLD
      * WHOSE REFERENCE (TIMESTAMP AND SEQUENCE) IS KEYED. RLG
      * HOLDS THE ACCOUNT'S ACTIVE HOLDS AFTER EVERY ACTION
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
           02  RSNL       PIC S9(4) COMP.
           02  RSNF       PIC X.
           02  RSNA       PIC X.
           02  RSNI       PIC X(2).
           02  RDATL      PIC S9(4) COMP.
           02  RDATF      PIC X.
           02  RDATA      PIC X.
           02  RDATI      PIC X(8).
           02  TSTML      PIC S9(4) COMP.
           02  TSTMF      PIC X.
           02  TSTMA      PIC X.
           02  TSTMI      PIC X(15).
           02  SEQL       PIC S9(4) COMP.
           02  SEQF       PIC X.
           02  SEQA       PIC X.
           02  SEQI       PIC X(3).
           02  RLG OCCURS 8 TIMES.
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
           02  RSNC       PIC X.
           02  RSNO       PIC X(2).
           02  FILLER     PIC X(3).
           02  RDATC      PIC X.
           02  RDATO      PIC X(8).
           02  FILLER     PIC X(3).
           02  TSTMC      PIC X.
           02  TSTMO      PIC X(15).
           02  FILLER     PIC X(3).
           02  SEQC       PIC X.
           02  SEQO       PIC X(3).
           02  RLOG OCCURS 8 TIMES.
               03  FILLER PIC X(3).
               03  RLC    PIC X.
               03  RLO    PIC X(78).
           02  FILLER     PIC X(3).
           02  MSGC       PIC X.
           02  MSGO       PIC X(60).

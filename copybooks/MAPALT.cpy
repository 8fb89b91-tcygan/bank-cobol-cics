      * SYMBOLIC MAP FOR MAPSET MAPALT, MAP MAP1
      * NORMALLY PRODUCED BY THE BMS ASSEMBLER (DFHMSD/DFHMDI/DFHMDF)
      * CHECKED IN HERE SO THE COPY IN MAPALTP.CBL CAN BE RESOLVED
      * STAFF KEY THE CUSTOMER ID NUMBER ALONE TO SEE THE CURRENT
      * ALERT PREFERENCE, OR THE ID WITH AN OPT FLAG (I IN, O OUT)
      * AND A CHANNEL (S SMS, L LETTER) TO RECORD A NEW ONE
       01  MAP1I.
           02  FILLER     PIC X(12).
           02  IDNUML     PIC S9(4) COMP.
           02  IDNUMF     PIC X.
           02  IDNUMA     PIC X.
           02  IDNUMI     PIC X(11).
           02  OPTL       PIC S9(4) COMP.
           02  OPTF       PIC X.
           02  OPTA       PIC X.
           02  OPTI       PIC X.
           02  CHNL       PIC S9(4) COMP.
           02  CHNF       PIC X.
           02  CHNA       PIC X.
           02  CHNI       PIC X.
           02  MSGL       PIC S9(4) COMP.
           02  MSGF       PIC X.
           02  MSGA       PIC X.
           02  MSGI       PIC X(60).
       01  MAP1O REDEFINES MAP1I.
           02  FILLER     PIC X(12).
           02  FILLER     PIC X(3).
           02  IDNUMC     PIC X.
           02  IDNUMO     PIC X(11).
           02  FILLER     PIC X(3).
           02  OPTC       PIC X.
           02  OPTO       PIC X.
           02  FILLER     PIC X(3).
           02  CHNC       PIC X.
           02  CHNO       PIC X.
           02  FILLER     PIC X(3).
           02  MSGC       PIC X.
           02  MSGO       PIC X(60).

      * SYMBOLIC MAP FOR MAPSET MAPBANK, MAPS MAP1 AND MAP2
      * NORMALLY PRODUCED BY THE BMS ASSEMBLER (DFHMSD/DFHMDI/DFHMDF)
      * CHECKED IN HERE SO THE COPY IN MAPBANKP.CBL CAN BE RESOLVED
      * BBNK, BACC AND BREF ARE THE BENEFICIARY BANK CODE, ACCOUNT
      * AND PAYMENT REFERENCE KEYED FOR AN EXTERNAL PAYMENT
       01  MAP1I.
           02  FILLER     PIC X(12).
           02  BNUML      PIC S9(4) COMP.
           02  TNUMF      PIC X.
           02  TNUMA      PIC X.
           02  TNUMI      PIC X(26).
           02  BBNKL      PIC S9(4) COMP.
           02  BBNKF      PIC X.
           02  BBNKA      PIC X.
           02  BBNKI      PIC X(11).
           02  BACCL      PIC S9(4) COMP.
           02  BACCF      PIC X.
           02  BACCA      PIC X.
           02  BACCI      PIC X(34).
           02  BREFL      PIC S9(4) COMP.
           02  BREFF      PIC X.
           02  BREFA      PIC X.
           02  BREFI      PIC X(18).
           02  MSGL       PIC S9(4) COMP.
           02  MSGF       PIC X.
           02  MSGA       PIC X.
           02  TNUMC      PIC X.
           02  TNUMO      PIC X(26).
           02  FILLER     PIC X(3).
           02  BBNKC      PIC X.
           02  BBNKO      PIC X(11).
           02  FILLER     PIC X(3).
           02  BACCC      PIC X.
           02  BACCO      PIC X(34).
           02  FILLER     PIC X(3).
           02  BREFC      PIC X.
           02  BREFO      PIC X(18).
           02  FILLER     PIC X(3).
           02  MSGC       PIC X.
           02  MSGO       PIC X(60).
      * MAP2 IS THE PAGED TRANSACTION HISTORY (STATEMENT) SCREEN:

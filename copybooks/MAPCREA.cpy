           02  PRODF      PIC X.
           02  PRODA      PIC X.
           02  PRODI      PIC X(2).
      * TERM-DEPOSIT PRODUCTS ONLY: MATURITY INSTRUCTION ('R' OR
      * BLANK ROLLS OVER, 'S' SWEEPS) AND THE ACCOUNT TO SWEEP TO
           02  MATL       PIC S9(4) COMP.
           02  MATF       PIC X.
           02  MATA       PIC X.
           02  MATI       PIC X.
           02  SWPL       PIC S9(4) COMP.
           02  SWPF       PIC X.
           02  SWPA       PIC X.
           02  SWPI       PIC X(26).
           02  BNUML      PIC S9(4) COMP.
           02  BNUMF      PIC X.
           02  BNUMA      PIC X.
           02  PRODC      PIC X.
           02  PRODO      PIC X(2).
           02  FILLER     PIC X(3).
           02  MATC       PIC X.
           02  MATO       PIC X.
           02  FILLER     PIC X(3).
           02  SWPC       PIC X.
           02  SWPO       PIC X(26).
           02  FILLER     PIC X(3).
           02  BNUMC      PIC X.
           02  BNUMO      PIC X(26).
           02  FILLER     PIC X(3).

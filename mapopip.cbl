           05 FILLER             PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 FILLER             PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN
           05 FILLER             PIC X(3).
      * opif file, file structure 
       01 FS-OPIF.
           05 OPIF-BANK-ACCOUNT      PIC X(26).

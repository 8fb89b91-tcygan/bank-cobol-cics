           05 FILLER             PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 FILLER             PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN
           05 FILLER             PIC X(3).
      
      * holdf holder relationship file (see MAPCREAP), one record
      * per customer named on a bank account. CARRIES THE

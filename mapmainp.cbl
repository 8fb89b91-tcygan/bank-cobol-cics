           05 DATAF-CLOSE-TIMESTAMP PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 DATAF-PRODUCT-CODE PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05 DATAF-CURRENCY     PIC X(3).

       01 IF-DATA-RECEIVED PIC X.
           88 DATA-RECEIVED-SUCCESSFULLY VALUE 'Y'.

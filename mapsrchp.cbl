           05 DATAF-CLOSE-TIMESTAMP PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 DATAF-PRODUCT-CODE PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05 DATAF-CURRENCY     PIC X(3).

      * BROWSE KEYS FOR THE TWO ALTERNATE-INDEX PATHS
       01 SRCH-SURNAME-KEY PIC X(20).

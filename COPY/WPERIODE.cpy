       01  W-PERIODE.
           COPY CPERIODE.

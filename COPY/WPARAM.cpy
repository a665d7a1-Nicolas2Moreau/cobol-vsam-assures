       01  W-PARAM.
           COPY CPARAM.

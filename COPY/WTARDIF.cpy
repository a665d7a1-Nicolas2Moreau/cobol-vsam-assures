       01  W-TARDIF.
           COPY CTARDIF.

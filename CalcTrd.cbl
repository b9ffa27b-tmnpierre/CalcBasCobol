              10 WM-OP-COUNT OCCURS 8 TIMES
                                 PIC 9(7).
              10 WM-OVERFLOW     PIC 9(7).
              10 WM-SUM-RESULT   PIC S9(17)V99.

      *    Compteurs du passage et totaux généraux de la plage.
       01 WS-COUNT-SELECTED  PIC 9(7) VALUE ZERO.
       01 WS-MONTH-TOTAL     PIC 9(8).
       01 WS-GRAND-VOLUME    PIC 9(9) VALUE ZERO.
       01 WS-GRAND-OVERFLOW  PIC 9(8) VALUE ZERO.
       01 WS-RUNNING-SUM     PIC S9(17)V99 VALUE ZERO.

      *    Taux de dépassement du mois, en pour cent.
       01 WS-OVFL-RATE       PIC 99V99.
           05 FILLER             PIC X(09) VALUE "  TAUX:  ".
           05 WS-PRT-RL-RATE     PIC Z9.99.
           05 FILLER             PIC X(12) VALUE " %   CUMUL: ".
           05 WS-PRT-RL-CUMUL    PIC -(16)9.99.
           05 FILLER             PIC X(11) VALUE SPACES.

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).

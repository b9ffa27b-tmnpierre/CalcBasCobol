      *    mêmes images de champs, mêmes clauses SIZE ERROR. La
      *    valeur courante et le verdict du scénario en cours.
       01 WS-SIM-STATUS      PIC X(09).
       01 WS-CHAIN-VALUE     PIC S9(9)V99.
       01 WS-CHAIN-WORK      PIC S9(9)V99.
       01 WS-CHAIN-QUOT      PIC S9(11).
       01 WS-CH-OP           PIC X.
       01 WS-STEP-IDX        PIC 9(1).

      *    Résultats et verdicts des deux scénarios pour le détail
      *    courant, et l'écart.
       01 WS-RES-A           PIC S9(9)V99.
       01 WS-RES-B           PIC S9(9)V99.
       01 WS-ST-A            PIC X(09).
       01 WS-ST-B            PIC X(09).
       01 WS-DELTA           PIC S9(10)V99.

      *    Compteurs et totaux de la simulation. Les totaux ne
      *    couvrent que les détails au verdict OK de leur scénario,

       01 WS-PRT-COL-HEADER.
           05 FILLER             PIC X(16) VALUE "ENREG.          ".
           05 FILLER             PIC X(24) VALUE "ACTUEL".
           05 FILLER             PIC X(24) VALUE "PROPOSE".
           05 FILLER             PIC X(16) VALUE "ECART".

       01 WS-PRT-DELTA-LINE.
           05 FILLER             PIC X(07) VALUE "ENREG. ".
           05 WS-PRT-DL-NUM      PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PRT-DL-RES-A    PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-DL-ST-A     PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-DL-RES-B    PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-DL-ST-B     PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-DL-DELTA    PIC -(10)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
                   SET WS-OPERAND-OK TO TRUE
               END-IF
           ELSE
               IF WS-OPERAND-TEXT(1:11) IS NUMERIC
                   AND (WS-OPERAND-TEXT(12:1) = '+'
                     OR WS-OPERAND-TEXT(12:1) = '-')
                   MOVE WS-OPERAND-NUM TO WS-OPERAND-VALUE
                   MOVE WS-OPERAND-VALUE TO WS-OPERAND-HASH
                   SET WS-OPERAND-OK TO TRUE

      *    Signées afin qu'une soustraction ou division dont le
      *    résultat est négatif ne soit pas rapportée comme positive.
      *    WS-NUM1/WS-NUM2 acceptent deux décimales afin de pouvoir
      *    saisir des montants en centimes (ex: 12.50), jusqu'à
      *    999 999 999,99 en valeur absolue.
       01 WS-VARIABLES.
           05 WS-NUM1        PIC S9(9)V99.
           05 WS-NUM2        PIC S9(9)V99.
           05 WS-RESULT      PIC S9(9)V99.

      *    Gestion de l'opération choisie par l'utilisateur.
       01 WS-OPERATION      PIC X.

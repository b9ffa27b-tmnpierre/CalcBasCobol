      *    retenue et sa date d'effet.
       01 WS-RATE-FOUND-SW   PIC X.
           88 WS-RATE-FOUND      VALUE 'Y'.
       01 WS-RATE-VALUE      PIC S9(9)V99.
       01 WS-RATE-EFF-DATE   PIC 9(08).

      *    Fin du parcours des entrées du code recherché (code
      *    Zones d'échange de la résolution d'un opérande : le texte
      *    reçu (code taux commençant par une lettre, ou littéral
      *    numérique à signe final), la valeur résolue et le verdict.
       01 WS-OPERAND-TEXT    PIC X(12).
       01 WS-OPERAND-NUM REDEFINES WS-OPERAND-TEXT
                             PIC S9(9)V99
                             SIGN IS TRAILING SEPARATE.
       01 WS-OPERAND-VALUE   PIC S9(9)V99.
       01 WS-OPERAND-OK-SW   PIC X.
           88 WS-OPERAND-OK      VALUE 'Y'.

      *    pour un littéral numérique, zéro pour un code taux (règle
      *    du copybook CALCINR, l'amont ne connaissant pas la valeur
      *    résolue).
       01 WS-OPERAND-HASH    PIC S9(9)V99.

       01 WS-LOOKUP-CODE     PIC X(08).
       01 WS-TODAY-DATE      PIC 9(08).

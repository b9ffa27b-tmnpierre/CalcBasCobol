      *    *************************************************************
      *    CALCHTR - Dessin d'une carte de la table des seuils de
      *    rétention CALCHLDT (fichier séquentiel de cartes de 80
      *    positions, tenu à jour par la comptabilité comme la table
      *    d'imputation CALCGLM).
      *    Chaque carte fixe, pour une opération CALCOUT (A, S, M, D,
      *    R, P, %, ou '*' pour un calcul en chaîne) et facultativement
      *    un code taux, le seuil au-delà duquel un résultat de la
      *    nuit n'est pas versé à CALCOUT mais retenu dans CALCHOLD
      *    pour un second examen (voir CALCHLR). Une carte à code taux
      *    blanc est la règle par défaut de l'opération ; une carte
      *    avec code taux la précise pour les détails qui ont
      *    référencé ce taux (l'un des deux opérandes d'un 'D', la
      *    valeur de départ ou l'une des étapes d'un 'M').
      *    Un détail qui a référencé plusieurs taux porteurs d'une
      *    carte prend le plus bas de leurs seuils ; sans carte pour
      *    aucun de ses taux, il prend la règle par défaut de
      *    l'opération ; sans règle du tout, il n'est jamais retenu.
      *    HT-THRESHOLD est exprimé en valeur absolue, onze chiffres
      *    dont deux décimales implicites (00000500000 pour 5 000,00).
      *    Les cartes entièrement à blanc sont ignorées.
      *    *************************************************************

       01  CALCHLDT-RECORD.
           05 HT-OPERATION     PIC X.
           05 FILLER           PIC X.
           05 HT-RATE-CODE     PIC X(08).
           05 FILLER           PIC X.
           05 HT-THRESHOLD     PIC 9(9)V99.
           05 FILLER           PIC X.
           05 HT-LABEL         PIC X(30).
           05 FILLER           PIC X(27).

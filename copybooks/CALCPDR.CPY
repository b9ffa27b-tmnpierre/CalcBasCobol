      *    *************************************************************
      *    CALCPDR - Dessin de l'enregistrement du fichier des
      *    actions en attente de validation CALCPND (double contrôle
      *    des maintenances de la table des taux), indexé sur PD-KEY
      *    (code puis date d'effet, comme CALCRATE).
      *    Un ajout, un changement ou une expiration saisi dans
      *    CALCTAB n'est plus appliqué à CALCRATE : il est déposé ici
      *    avec son auteur et n'a aucun effet sur les calculateurs,
      *    qui ne lisent que CALCRATE. Un second opérateur, distinct
      *    de l'auteur, l'approuve (l'action est alors appliquée à
      *    CALCRATE) ou le rejette ; dans les deux cas l'entrée en
      *    attente est supprimée, la décision restant tracée sur
      *    CALCRJL. Une seule action en attente par code et date
      *    d'effet : la suivante attend la décision sur la première.
      *    Pour un ajout, l'ancienne valeur est à zéro ; pour une
      *    expiration, la nouvelle valeur reprend l'ancienne.
      *    La liste des actions en attente est imprimée avant la
      *    nuit par CALCAPL.
      *    Valeurs en S9(9)V99 depuis l'élargissement des montants :
      *    93 positions, 85 auparavant, voir CALCPCVT.
      *    *************************************************************

       01  CALCPND-RECORD.
           05 PD-KEY.
              10 PD-CODE      PIC X(08).
              10 PD-EFF-DATE  PIC 9(08).
           05 PD-ACTION       PIC X(01).
              88 PD-ACT-ADD       VALUE 'A'.
              88 PD-ACT-CHANGE    VALUE 'C'.
              88 PD-ACT-EXPIRE    VALUE 'X'.
           05 PD-DESC         PIC X(30).
           05 PD-OLD-VALUE    PIC S9(9)V99
                              SIGN IS TRAILING SEPARATE.
           05 PD-NEW-VALUE    PIC S9(9)V99
                              SIGN IS TRAILING SEPARATE.
           05 PD-MAKER        PIC X(08).
           05 PD-TIMESTAMP    PIC X(14).

      *    *************************************************************
      *    CALCGLMR - Dessin d'une carte de la table d'imputation
      *    comptable CALCGLM (fichier séquentiel de cartes de 80
      *    positions, tenu à jour par la comptabilité comme un jeu de
      *    paramètres). Chaque carte associe une opération CALCOUT
      *    (A, S, M, D, R, P, %, ou '*' pour un calcul en chaîne) et
      *    facultativement un code taux (celui porté par
      *    CO-RATE-CODE) à un compte de débit et un compte de crédit
      *    du grand livre. Une carte à code taux blanc est la règle
      *    par défaut de l'opération ; une carte avec code taux la
      *    précise pour les détails qui ont référencé ce taux.
      *    CalcPost cherche d'abord le couple exact opération + code
      *    taux, puis la règle par défaut de l'opération. Les cartes
      *    entièrement à blanc sont ignorées.
      *    *************************************************************

       01  CALCGLM-RECORD.
           05 GM-OPERATION     PIC X.
           05 FILLER           PIC X.
           05 GM-RATE-CODE     PIC X(08).
           05 FILLER           PIC X.
           05 GM-DEBIT-ACCT    PIC X(10).
           05 FILLER           PIC X.
           05 GM-CREDIT-ACCT   PIC X(10).
           05 FILLER           PIC X.
           05 GM-LABEL         PIC X(30).
           05 FILLER           PIC X(17).

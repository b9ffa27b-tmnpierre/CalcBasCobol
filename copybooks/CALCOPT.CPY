      *    *************************************************************
      *    CALCOPT - Zones communes d'identification de l'opérateur.
      *    Partagées entre CalcBas, CalcTab, CalcOpm et CalcRel afin
      *    que la session s'ouvre partout selon la même règle :
      *    identifiant inscrit au fichier des opérateurs CALCOPER
      *    (voir CALCOPR) et non révoqué, trois essais au plus. Les
      *    autorisations de l'opérateur accepté sont recopiées ici :
      *    le fichier est refermé dès l'identification faite.
      *    *************************************************************

      *    Code retour de CALCOPER. Sans fichier des opérateurs, plus
      *    aucune session ne peut être identifiée : elle est refusée.
       01 WS-CALCOPER-STATUS PIC XX.

      *    Verdict de l'identification et nombre d'essais consommés.
       01 WS-SIGNON-OK-SW    PIC X VALUE 'N'.
           88 WS-SIGNON-OK       VALUE 'Y'.
       01 WS-SIGNON-TRIES    PIC 9 VALUE ZERO.
       01 WS-SIGNON-MAX      PIC 9 VALUE 3.

      *    Copie de l'enregistrement de l'opérateur accepté.
       01 WS-OPER-NAME       PIC X(30).
       01 WS-OPER-TEAM       PIC X(08).
       01 WS-OPER-RATES-SW   PIC X VALUE 'N'.
           88 WS-OPER-MAY-MAINTAIN VALUE 'Y'.
       01 WS-OPER-APPROVE-SW PIC X VALUE 'N'.
           88 WS-OPER-MAY-APPROVE  VALUE 'Y'.
       01 WS-OPER-EXPONENT-SW PIC X VALUE 'N'.
           88 WS-OPER-MAY-EXPONENT VALUE 'Y'.
       01 WS-OPER-ADMIN-SW   PIC X VALUE 'N'.
           88 WS-OPER-MAY-ADMIN    VALUE 'Y'.
       01 WS-OPER-RELEASE-SW PIC X VALUE 'N'.
           88 WS-OPER-MAY-RELEASE  VALUE 'Y'.
       01 WS-OPER-MAX-RESULT PIC 9(9)V99 VALUE ZERO.

      *    *************************************************************
      *    CALCRJR - Dessin de l'enregistrement du journal des
      *    maintenances de la table des taux CALCRJL. Partagé entre
      *    CalcTab (fichier en extension seule) et l'état d'audit
      *    CALCAUD qui le relit : qui a saisi l'action, quelle action,
      *    quel code à quelle date d'effet, la valeur avant et après,
      *    et qui l'a validée. C'est la trace que les auditeurs
      *    réclamaient : un taux ne peut plus changer sans laisser
      *    autre chose que sa nouvelle valeur.
      *    Sous double contrôle, une action A/C/X laisse deux traces :
      *    sa mise en attente (RJ-STATE 'P', RJ-OPERATOR l'auteur,
      *    RJ-APPROVER à blanc), puis la décision du second opérateur
      *    (RJ-STATE 'V' approuvée et appliquée, ou 'R' rejetée), qui
      *    porte l'auteur en RJ-OPERATOR et le valideur en
      *    RJ-APPROVER. Un RJ-STATE à blanc est une trace antérieure
      *    au double contrôle, action appliquée directement.
      *    Pour un ajout, l'ancienne valeur est à zéro ; pour une
      *    expiration, la nouvelle valeur reprend l'ancienne (seul
      *    le statut change).
      *    Valeurs en S9(9)V99 depuis l'élargissement des montants :
      *    80 positions, 72 auparavant, voir CALCJCV2.
      *    *************************************************************

       01  CALCRJL-RECORD.
           05 RJ-SEP4         PIC X(01) VALUE SPACE.
           05 RJ-EFF-DATE     PIC 9(08).
           05 RJ-SEP5         PIC X(01) VALUE SPACE.
           05 RJ-OLD-VALUE    PIC S9(9)V99
                              SIGN IS TRAILING SEPARATE.
           05 RJ-SEP6         PIC X(01) VALUE SPACE.
           05 RJ-NEW-VALUE    PIC S9(9)V99
                              SIGN IS TRAILING SEPARATE.
           05 RJ-SEP7         PIC X(01) VALUE SPACE.
           05 RJ-STATE        PIC X(01).
              88 RJ-ST-DIRECT     VALUE SPACE.
              88 RJ-ST-PENDING    VALUE 'P'.
              88 RJ-ST-APPROVED   VALUE 'V'.
              88 RJ-ST-REJECTED   VALUE 'R'.
           05 RJ-SEP8         PIC X(01) VALUE SPACE.
           05 RJ-APPROVER     PIC X(08).

      *    *************************************************************
      *    CALCOPR - Dessin de l'enregistrement du fichier des
      *    opérateurs CALCOPER (un enregistrement par opérateur,
      *    fichier indexé sur OP-ID).
      *    Seuls les identifiants inscrits et actifs ouvrent une
      *    session CalcBas ou CalcTab : plus de fautes de frappe,
      *    d'initiales ou de "TEST" sur CALCLOG et CALCRJL. Un
      *    opérateur révoqué reste inscrit (les journaux continuent
      *    de le citer), il ne peut simplement plus ouvrir de session.
      *    Les autorisations se lisent 'Y' accordée, tout autre
      *    caractère refusée :
      *      OP-AUTH-RATES     saisir une maintenance de taux (CalcTab
      *                        A/C/X)
      *      OP-AUTH-APPROVE   approuver ou rejeter une maintenance
      *                        de taux (CalcTab V)
      *      OP-AUTH-EXPONENT  utiliser la puissance (CalcBas P)
      *      OP-AUTH-ADMIN     tenir le fichier des opérateurs
      *                        (CalcOpm)
      *      OP-AUTH-RELEASE   libérer ou refuser un résultat retenu
      *                        de la nuit (CalcRel)
      *    OP-MAX-RESULT est le plus grand résultat, en valeur
      *    absolue, que l'opérateur peut produire dans CalcBas ; zéro
      *    signifie sans plafond.
      *    OP-NAME et OP-TEAM sont imprimés par CALCRPT et CALCINQ en
      *    regard de CL-OPERATOR. OP-UPD-BY et OP-UPD-TIME portent
      *    l'auteur et l'horodatage de la dernière mise à jour.
      *    *************************************************************

       01  CALCOPER-RECORD.
           05 OP-ID            PIC X(08).
           05 OP-NAME          PIC X(30).
           05 OP-TEAM          PIC X(08).
           05 OP-STATUS        PIC X.
              88 OP-ACTIVE         VALUE 'A'.
              88 OP-REVOKED        VALUE 'R'.
           05 OP-AUTHORITIES.
              10 OP-AUTH-RATES    PIC X.
                 88 OP-MAY-MAINTAIN   VALUE 'Y'.
              10 OP-AUTH-APPROVE  PIC X.
                 88 OP-MAY-APPROVE    VALUE 'Y'.
              10 OP-AUTH-EXPONENT PIC X.
                 88 OP-MAY-EXPONENT   VALUE 'Y'.
              10 OP-AUTH-ADMIN    PIC X.
                 88 OP-MAY-ADMIN      VALUE 'Y'.
              10 OP-AUTH-RELEASE  PIC X.
                 88 OP-MAY-RELEASE    VALUE 'Y'.
           05 OP-MAX-RESULT    PIC 9(9)V99.
           05 OP-UPD-BY        PIC X(08).
           05 OP-UPD-TIME      PIC X(14).
           05 FILLER           PIC X(15).

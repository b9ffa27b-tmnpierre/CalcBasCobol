      *    *************************************************************
      *    CALCHLR - Dessin de l'enregistrement du fichier des
      *    résultats retenus CALCHOLD (un enregistrement par détail
      *    retenu, fichier indexé sur HD-KEY).
      *    La nuit (CALCBAT) ne verse pas à CALCOUT un résultat OK
      *    dont la valeur absolue dépasse le seuil de la table
      *    CALCHLDT (voir CALCHTR) : le détail est déposé ici, état
      *    'H', avec le statut CALCOUT "HELD" et le seuil appliqué,
      *    et compté à part dans le trailer de CALCOUT.
      *    Un superviseur autorisé le libère ('R') ou le refuse ('X')
      *    par CALCREL ; chaque décision est journalisée sur CALCLOG.
      *    Les détails libérés sont versés à un CALCOUT complémentaire
      *    que l'imputation (CALCPOST) reprend à son passage suivant ;
      *    elle les passe alors à l'état 'P' avec la date de gestion
      *    imputée. Un refus est définitif : le détail n'est jamais
      *    imputé.
      *    La clé identifie le fichier CALCIN d'origine par sa date
      *    d'en-tête et ses totaux de trailer (comme CALCREG), puis le
      *    rang du détail dans ce fichier (1 pour le premier D ou M),
      *    ce qui distingue la nuit et la reprise du même jour
      *    (CALCBATS). Un passage complet de la nuit purge toutes les
      *    entrées 'H' de sa date, y compris celles d'un fichier
      *    qu'il remplace ; un passage complémentaire CALCBATS ne
      *    purge que celles de son propre fichier.
      *    HD-INPUT-IMAGE garde l'image CALCIN du détail, que le
      *    rapprochement compare à la relecture de CALCIN.
      *    HD-DEPT reprend le service d'origine du détail (CI-DEPT),
      *    reporté sur la décision journalisée et sur le CALCOUT
      *    complémentaire ; à blanc pour un détail retenu auparavant.
      *    *************************************************************

       01  CALCHOLD-RECORD.
           05 HD-KEY.
              10 HD-DATE        PIC 9(08).
              10 HD-FILE-COUNT  PIC 9(07).
              10 HD-FILE-HASH   PIC S9(13)V99 SIGN TRAILING SEPARATE.
              10 HD-RANK        PIC 9(07).
           05 HD-STATE          PIC X(01).
              88 HD-HELD            VALUE 'H'.
              88 HD-RELEASED        VALUE 'R'.
              88 HD-REFUSED         VALUE 'X'.
              88 HD-POSTED          VALUE 'P'.
           05 HD-THRESHOLD      PIC 9(9)V99.
           05 HD-NUM1           PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
           05 HD-NUM2           PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
           05 HD-OPERATION      PIC X.
           05 HD-RESULT         PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
           05 HD-STATUS         PIC X(09).
           05 HD-RATE-CODE      PIC X(08).
           05 HD-INPUT-IMAGE    PIC X(121).
           05 HD-HELD-TIME      PIC X(14).
           05 HD-SUPERVISOR     PIC X(08).
           05 HD-DECISION-TIME  PIC X(14).
           05 HD-POST-DATE      PIC X(08).
           05 HD-DEPT           PIC X(04).
           05 FILLER            PIC X(07).

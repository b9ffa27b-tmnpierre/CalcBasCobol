      *    à la fin : contrôle préalable (CALCEDIT) avec son code
      *    retour, traitement de la nuit (CALCBAT) avec le sien,
      *    rapprochement du matin (CALCRCN) avec son verdict, ménage
      *    du journal (CALCARCH), imputation comptable (CALCPOST)
      *    avec sa date de passage. L'enchaînement s'en déduit et
      *    s'impose : CalcBat refuse un CALCIN dont le contrôle
      *    préalable a fini RC=12, refuse de retraiter une date déjà
      *    terminée sans carte de dérogation, et CalcRecon refuse de
      *    tourner avant que la nuit ait pointé sa fin ; CalcPost
      *    n'impute qu'une date rapprochée en équilibre, et jamais
      *    deux fois. L'état d'une date se consulte via CALCDSP.
      *    La date de gestion est celle de l'en-tête CALCIN pour le
      *    contrôle, la nuit, le rapprochement et l'imputation ; le
      *    ménage du journal pointe sur sa date de passage.
      *    La correction rétroactive d'un taux (CALCRETRO) pointe la
      *    nuit d'ajustement qu'elle produit à sa propre date de
      *    gestion comme une nuit de CALCBAT, pour que rapprochement
      *    et imputation la prennent ensuite comme une autre.
      *    *************************************************************

       01  CALCCTL-RECORD.
              88 CT-ARC-STARTED    VALUE 'S'.
              88 CT-ARC-DONE       VALUE 'D'.
           05 CT-ARC-TIME      PIC X(14).
           05 CT-POST-STATUS   PIC X.
              88 CT-POST-NONE      VALUE SPACE.
              88 CT-POST-STARTED   VALUE 'S'.
              88 CT-POST-DONE      VALUE 'D'.
           05 CT-POST-DATE     PIC X(08).

      *    *************************************************************
      *    CALCGLR - Dessin de l'enregistrement du fichier d'interface
      *    comptable CALCGL écrit par CalcPost à destination du grand
      *    livre. Le fichier s'ouvre sur un en-tête 'H' (date de
      *    gestion imputée, programme émetteur, horodatage de
      *    création, nombre d'écritures annoncé), porte une écriture
      *    'E' par ligne de débit ou de crédit, et se ferme sur un
      *    trailer 'T' : nombre d'écritures, total des débits et
      *    total des crédits, égaux pour un fichier équilibré.
      *    Chaque détail CALCOUT produit une écriture au débit et une
      *    au crédit pour la valeur absolue de CO-RESULT ; un résultat
      *    négatif inverse les deux comptes de la règle d'imputation.
      *    GL-SEQ rappelle le rang du détail dans CALCOUT, pour
      *    remonter d'une écriture contestée au calcul qui l'a
      *    produite ; les détails libérés du CALCOUT complémentaire
      *    (voir CALCHLR) suivent, numérotés à la suite de la nuit.
      *    *************************************************************

       01  CALCGL-RECORD.
           05 GL-REC-TYPE      PIC X.
              88 GL-HEADER         VALUE 'H'.
              88 GL-ENTRY          VALUE 'E'.
              88 GL-TRAILER        VALUE 'T'.
           05 GL-REC-DATA      PIC X(79).
           05 GL-HEADER-DATA REDEFINES GL-REC-DATA.
              10 GL-HDR-DATE      PIC 9(08).
              10 GL-HDR-SOURCE    PIC X(08).
              10 GL-HDR-CREATED   PIC X(14).
              10 GL-HDR-EXP-COUNT PIC 9(07).
              10 FILLER           PIC X(42).
           05 GL-ENTRY-DATA REDEFINES GL-REC-DATA.
              10 GL-DATE          PIC 9(08).
              10 GL-SEQ           PIC 9(07).
              10 GL-SIDE          PIC X.
                 88 GL-DEBIT          VALUE 'D'.
                 88 GL-CREDIT         VALUE 'C'.
              10 GL-ACCOUNT       PIC X(10).
              10 GL-AMOUNT        PIC 9(11)V99.
              10 GL-OPERATION     PIC X.
              10 GL-RATE-CODE     PIC X(08).
              10 FILLER           PIC X(31).
           05 GL-TRAILER-DATA REDEFINES GL-REC-DATA.
              10 GL-TRL-COUNT     PIC 9(07).
              10 GL-TRL-DEBIT     PIC 9(13)V99.
              10 GL-TRL-CREDIT    PIC 9(13)V99.
              10 FILLER           PIC X(42).

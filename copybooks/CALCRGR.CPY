      *    *************************************************************
      *    CALCRGR - Dessin de l'enregistrement du registre des
      *    fichiers CALCIN acceptés CALCREG (un enregistrement par
      *    fichier accepté, fichier indexé sur RG-KEY).
      *    La clé commence par les totaux de contrôle du trailer
      *    (nombre de détails, hachage) suivis de la date de l'en-tête
      *    : un positionnement sur les seuls totaux ramène d'un coup
      *    toutes les nuits qui ont reçu un fichier aux mêmes totaux.
      *    Le contrôle préalable (CALCEDIT) inscrit le fichier qu'il
      *    accepte et refuse un fichier dont les totaux sont déjà
      *    inscrits pour une autre date : c'est presque toujours le
      *    fichier d'une nuit précédente renvoyé par l'amont. La nuit
      *    (CALCBAT) refait la même vérification en dernier rempart,
      *    pour un fichier qui n'aurait pas été présenté au contrôle,
      *    et inscrit à son tour le fichier qu'elle a traité.
      *    RG-SOURCE porte le nom du programme qui a inscrit le
      *    fichier, RG-TIME l'horodatage de l'inscription.
      *    Le hachage suit la règle du trailer CALCIN (S9(13)V99
      *    depuis l'élargissement des montants, clé de 31 positions,
      *    27 auparavant), voir CALCGCVT.
      *    *************************************************************

       01  CALCREG-RECORD.
           05 RG-KEY.
              10 RG-COUNT      PIC 9(07).
              10 RG-HASH       PIC S9(13)V99 SIGN TRAILING SEPARATE.
              10 RG-DATE       PIC 9(08).
           05 RG-SOURCE        PIC X(08).
           05 RG-TIME          PIC X(14).
           05 FILLER           PIC X(07).

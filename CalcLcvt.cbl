      *    PROGRAMME DE CONVERSION DU JOURNAL DE CALCUL
      *    Passage unique (voir CALCLGCV.JCL) : recopie l'ancien
      *    journal CALCLOG de 53 positions (horodatage, opérandes,
      *    opération, résultat, statut) vers le dessin courant du
      *    copybook CALCLOGR, champ par champ (les montants ont été
      *    élargis depuis) ; les champs ajoutés depuis (opérateur,
      *    référence de ticket, marqueur d'origine) restent à blanc,
      *    ce qui se lit partout comme un enregistrement interactif
      *    antérieur à l'identification des sessions. Le numéro
      *    d'ordre et les sceaux de chaînage sont mis à zéro :
      *    l'enregistrement se lit comme antérieur au chaînage (voir
      *    CALCLOGR).
      *    Code retour : 0 conversion propre, 12 erreur bloquante.
      *    *************************************************************


       DATA DIVISION.
       FILE SECTION.
      *    Ancien dessin du journal, 53 positions : montants
      *    S9(5)V99 à signe final séparé.
       FD  CALCLOLD
           RECORDING MODE IS F.
       01  CALCLOLD-RECORD.
           05 OL-TIMESTAMP    PIC X(14).
           05 FILLER          PIC X(01).
           05 OL-NUM1         PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(01).
           05 OL-NUM2         PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(01).
           05 OL-OPERATION    PIC X(01).
           05 FILLER          PIC X(01).
           05 OL-RESULT       PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(01).
           05 OL-STATUS       PIC X(09).

       FD  CALCLNEW
           RECORDING MODE IS F.
           STOP RUN.


      *    Recopie un enregistrement champ par champ dans le nouveau
      *    dessin, le reste (séparateurs, opérateur, ticket, marqueur
      *    d'origine) reste à blanc.
       CONVERT-RECORD-PARAGRAPH.
           READ CALCLOLD
               AT END
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SPACES TO CALCLOG-RECORD
                   MOVE OL-TIMESTAMP    TO CL-TIMESTAMP
                   MOVE OL-NUM1         TO CL-NUM1
                   MOVE OL-NUM2         TO CL-NUM2
                   MOVE OL-OPERATION    TO CL-OPERATION
                   MOVE OL-RESULT       TO CL-RESULT
                   MOVE OL-STATUS       TO CL-STATUS
                   MOVE ZERO            TO CL-SEQUENCE
                                           CL-PREV-CHAIN CL-CHAIN
                   WRITE CALCLOG-RECORD
                   IF WS-CALCLNEW-STATUS NOT = '00'
                       DISPLAY "CALCLCVT: echec d'ecriture, statut "

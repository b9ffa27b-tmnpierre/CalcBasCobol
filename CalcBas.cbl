      *    (facultative) : les deux sont reportés sur chaque
      *    enregistrement CALCLOG pour rattacher un chiffre contesté
      *    à qui l'a saisi et à quelle pièce.
      *    L'identifiant doit être inscrit et actif au fichier des
      *    opérateurs CALCOPER (voir CALCOPR), trois essais au plus ;
      *    la puissance (P) est réservée aux opérateurs qui en ont
      *    l'autorisation, et un résultat au-delà du plafond de
      *    l'opérateur est refusé et journalisé au statut PLAFOND,
      *    résultat à zéro, comme un dépassement.
      *    Chaque enregistrement écrit sur CALCLOG est numéroté et
      *    scellé dans la chaîne du journal (voir CALCLOGR et CALCCHN)
      *    à la suite du dernier enregistrement déjà présent, relu à
      *    l'ouverture.
      *    L'option Q met en file pour la nuit le dernier calcul
      *    réussi, ou toute la suite de calculs enchaînés par 'K'
      *    qu'il termine (huit étapes au plus) : en fin de session,
      *    les calculs en file sont écrits sur CALCQUE, un fichier
      *    CALCIN correctement formé (en-tête 'H' à la date de
      *    gestion indiquée par l'opérateur, un 'D' par calcul
      *    simple, un 'M' par suite enchaînée, trailer 'T' au compte
      *    et au total de hachage selon les règles de CALCINR), que
      *    la réception du soir CalcIntk prend comme l'un des
      *    fichiers de la nuit (voir CALCINTK.JCL) : les calculs
      *    sont refaits et comptabilisés avec la nuit.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-CALCRATE-STATUS.
      *    Fichier des opérateurs (maintenu par CALCOPM), lu à
      *    l'ouverture de session pour identifier l'opérateur et
      *    connaître ses autorisations.
           SELECT CALCOPER ASSIGN TO CALCOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-CALCOPER-STATUS.
      *    Calculs mis en file pour la nuit, écrits en fin de session
      *    sous forme d'un fichier CALCIN complet.
           SELECT CALCQUE ASSIGN TO CALCQUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CALCRTR.

       FD  CALCOPER
           RECORDING MODE IS F.
           COPY CALCOPR.

      *    Enregistrement CALCIN de 121 positions, préparé dans la
      *    zone CALCINR de la WORKING-STORAGE.
       FD  CALCQUE
           RECORDING MODE IS F.
       01  CALCQUE-RECORD    PIC X(121).

       WORKING-STORAGE SECTION.

      *    Code retour du dernier accès à CALCLOG. '35' en ouverture
       01 WS-CALCLOG-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCLOG-OPEN    VALUE 'Y'.

      *    Zones du chaînage du journal, communes avec CalcBat,
      *    CalcArch et le contrôle CalcVrf.
           COPY CALCCHN.

      *    Code retour de CALCRATE. '35' signifie que la table des
      *    taux n'existe pas encore : la saisie par code est alors
      *    simplement indisponible pour la session.
      *    Zone d'édition utilisée pour afficher WS-RESULT avec son
      *    signe (le signe d'un champ DISPLAY non-édité n'est pas
      *    visible tel quel).
       01 WS-RESULT-ED    PIC -(9)9.99.

      *    Zone d'édition utilisée par SHOW-HISTORY-PARAGRAPH pour
      *    afficher WH-NUM1/WH-NUM2 avec leur signe, au même titre que
      *    WS-RESULT-ED pour WH-RESULT.
       01 WS-NUM-ED       PIC -(9)9.99.

      *    Zones de saisie brutes pour WS-NUM1/WS-NUM2, validées avant
      *    d'être transférées dans les champs numériques ci-dessus.
       01 WS-NUM1-INPUT     PIC X(13).
       01 WS-NUM2-INPUT     PIC X(13).

      *    Zone intermédiaire assez large pour recevoir FUNCTION NUMVAL
      *    sans troncature, le temps de vérifier que la valeur saisie
      *    tient dans WS-NUM1/WS-NUM2 (PIC S9(9)V99) avant de l'y
      *    transférer.
       01 WS-NUMVAL-CHECK   PIC S9(13)V99.

      *    Indicateur de validité utilisé par les paragraphes de
      *    validation de la saisie.
      *    quotient entier avant d'en dériver le reste ; une image
      *    décimale donnerait un "reste" calculé contre un quotient
      *    arrondi au centième au lieu du quotient entier.
       01 WS-QUOTIENT       PIC S9(11).

      *    Compteurs de session pour le rapport de fin de session.
       01 WS-SESSION-COUNTERS.
           05 WS-COUNT-EXP       PIC 9(5) VALUE ZERO.
           05 WS-COUNT-PERCENT   PIC 9(5) VALUE ZERO.
           05 WS-COUNT-OVERFLOW  PIC 9(5) VALUE ZERO.
           05 WS-COUNT-LIMIT     PIC 9(5) VALUE ZERO.
           05 WS-COUNT-QUEUED    PIC 9(5) VALUE ZERO.
           05 WS-SUM-RESULT      PIC S9(11)V99 VALUE ZERO.

      *    Zone d'édition pour l'affichage du total cumulé, plus
      *    large que WS-RESULT-ED car il s'agit d'une somme.
       01 WS-SUM-RESULT-ED  PIC -(11)9.99.

      *    Mémoire de calcul de la session, manipulée par les
      *    opérations G (garder le résultat), L (rappeler), J
      *    (ajouter le résultat à la mémoire) et C (effacer), pour
      *    enchaîner une correction de ticket sans recopier de
      *    chiffres sur papier.
       01 WS-MEMORY         PIC S9(9)V99 VALUE ZERO.

      *    Levé dès qu'un calcul a produit un résultat : tant qu'il
      *    est bas, la touche 'K' (report du résultat précédent) et
      *    un chiffre contesté se rattache ainsi à qui l'a saisi.
       01 WS-OPERATOR-ID    PIC X(08).

      *    Zones d'identification de l'opérateur et autorisations,
      *    communes avec CalcTab et CalcOpm.
           COPY CALCOPT.

      *    Verdict du contrôle du résultat contre le plafond de
      *    l'opérateur, et valeur absolue comparée au plafond.
       01 WS-LIMIT-OK-SW    PIC X VALUE 'Y'.
           88 WS-LIMIT-OK       VALUE 'Y'.
       01 WS-ABS-RESULT     PIC 9(9)V99.

      *    Référence du ticket en cours de correction, demandée à
      *    chaque calcul (facultative, Entrée pour aucune) et reportée
      *    sur CALCLOG avec l'opérateur.
       01 WS-HIST-IDX       PIC 9(3) VALUE ZERO.
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY-ENTRY OCCURS 50 TIMES.
               10 WH-NUM1        PIC S9(9)V99.
               10 WH-OPERATION   PIC X.
               10 WH-NUM2        PIC S9(9)V99.
               10 WH-RESULT      PIC S9(9)V99.

      *    Code retour de CALCQUE, ouvert seulement en fin de session
      *    et seulement si des calculs ont été mis en file.
       01 WS-CALCQUE-STATUS PIC XX.

      *    Enregistrement CALCIN en préparation, dessin partagé avec
      *    CalcBat via le copybook CALCINR : le fichier mis en file
      *    est exactement ce que la nuit attend.
           COPY CALCINR.

      *    Levé quand le premier nombre du calcul courant est le
      *    résultat précédent reporté par 'K'.
       01 WS-QUE-CARRIED-SW PIC X VALUE 'N'.
           88 WS-QUE-CARRIED    VALUE 'Y'.

      *    Suite de calculs en cours, candidate à la mise en file :
      *    valeur de départ et étapes (opération, second nombre). Un
      *    calcul réussi dont le premier nombre est le résultat de la
      *    suite reporté par 'K' l'allonge d'une étape ; tout autre
      *    calcul réussi en commence une nouvelle. Au-delà de huit
      *    étapes (limite d'un 'M'), la suite n'est plus mise en file.
      *    WS-QUE-SLOT est son rang dans la file si elle y a déjà été
      *    mise, avec le nombre d'étapes d'alors : une suite allongée
      *    depuis est remplacée à son rang au lieu d'être dupliquée.
       01 WS-QUE-CHAIN.
           05 WS-QUE-START       PIC S9(9)V99 VALUE ZERO.
           05 WS-QUE-STEPS       PIC 9(5) VALUE ZERO.
           05 WS-QUE-STEP OCCURS 8 TIMES.
               10 WS-QUE-OPERATION PIC X.
               10 WS-QUE-OPERAND   PIC S9(9)V99.
           05 WS-QUE-LAST-RESULT PIC S9(9)V99 VALUE ZERO.
           05 WS-QUE-SLOT        PIC 9(3) VALUE ZERO.
           05 WS-QUE-SLOT-STEPS  PIC 9(5) VALUE ZERO.
       01 WS-QUE-STEP-IDX   PIC 9(1).

      *    File des calculs de la session, enregistrements CALCIN 'D'
      *    ou 'M' prêts à écrire.
       01 WS-QUE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-QUE-IDX        PIC 9(3) VALUE ZERO.
       01 WS-QUE-TABLE.
           05 WS-QUE-ENTRY OCCURS 200 TIMES PIC X(121).

      *    Opérande vu en littéral CALCIN (11 chiffres, signe final),
      *    pour le report dans une étape 'M' et pour le hachage.
       01 WS-QUE-OPERAND-TEXT PIC X(12).
       01 WS-QUE-OPERAND-NUM REDEFINES WS-QUE-OPERAND-TEXT
                             PIC S9(9)V99
                             SIGN IS TRAILING SEPARATE.

      *    Date de gestion portée par l'en-tête, total de hachage du
      *    trailer (règle de CALCINR) et verdict de l'écriture.
       01 WS-QUE-DATE-INPUT PIC X(08).
       01 WS-QUE-DATE-NUM REDEFINES WS-QUE-DATE-INPUT PIC 9(08).
       01 WS-QUE-DATE       PIC 9(08) VALUE ZERO.
       01 WS-QUE-HASH       PIC S9(13)V99 VALUE ZERO.
       01 WS-QUE-ERROR-SW   PIC X VALUE 'N'.
           88 WS-QUE-ERROR      VALUE 'Y'.

       PROCEDURE DIVISION.

      *    on le crée via OPEN OUTPUT au lieu de l'étendre. Tout
      *    autre statut non-zéro est signalé et la boucle de calcul
      *    est sautée : sans CALCLOG, rien ne peut être journalisé
      *    ni rapproché ultérieurement. Le journal est d'abord relu
      *    jusqu'au bout pour reprendre la chaîne là où elle s'arrête.
           PERFORM READ-CHAIN-TAIL-PARAGRAPH
           OPEN EXTEND CALCLOG
           IF WS-CALCLOG-STATUS = '35'
               OPEN OUTPUT CALCLOG
                     ADD 1 TO WS-COUNT-ADD
                     PERFORM LOG-PARAGRAPH
                     PERFORM RECORD-HISTORY-PARAGRAPH
      *              La nuit donnerait 2 : rien à mettre en file.
                     MOVE ZERO TO WS-QUE-STEPS WS-QUE-SLOT
                   ELSE
                     PERFORM ADDITION-PARAGRAPH
                   END-IF
                     END-IF

                   WHEN 'P'
                     IF WS-OPER-MAY-EXPONENT
                       PERFORM EXPONENT-PARAGRAPH
                     ELSE
                       DISPLAY "Puissance non autorisee pour cet "
                           "operateur."
                     END-IF

                   WHEN '%'
                     PERFORM PERCENT-PARAGRAPH
                   WHEN 'C'
                     PERFORM MEM-CLEAR-PARAGRAPH

                   WHEN 'Q'
                     PERFORM QUEUE-PARAGRAPH

                   WHEN 'E'
                     CONTINUE

      *    DISPLAY "Programme terminé."

       0000-MAIN-STOP.
           IF WS-QUE-COUNT > ZERO
               PERFORM WRITE-QUEUE-PARAGRAPH
           END-IF
           PERFORM SUMMARY-PARAGRAPH
           IF WS-CALCLOG-OPEN
               CLOSE CALCLOG


      *    Identification de l'opérateur en ouverture de session :
      *    sans elle les enregistrements CALCLOG de la session
      *    resteraient anonymes et le chiffre contesté irrattachable.
      *    L'identifiant doit être inscrit et actif au fichier des
      *    opérateurs ; après trois essais infructueux, ou sans
      *    fichier des opérateurs, la session est refusée.
       GET-OPERATOR-PARAGRAPH.
           MOVE 'N' TO WS-SIGNON-OK-SW
           MOVE ZERO TO WS-SIGNON-TRIES
           OPEN INPUT CALCOPER
           IF WS-CALCOPER-STATUS NOT = '00'
               DISPLAY "CALCBAS: fichier des operateurs CALCOPER "
                   "indisponible, statut " WS-CALCOPER-STATUS
           ELSE
               PERFORM SIGN-ON-PARAGRAPH
                   UNTIL WS-SIGNON-OK
                      OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX
               CLOSE CALCOPER
           END-IF
           IF NOT WS-SIGNON-OK
               DISPLAY "Identification refusee, fin de session."
               MOVE 'E' TO WS-OPERATION
           END-IF.

       SIGN-ON-PARAGRAPH.
           DISPLAY "Identifiant operateur: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "L'identifiant operateur est obligatoire."
           ELSE
               ADD 1 TO WS-SIGNON-TRIES
               MOVE WS-OPERATOR-ID TO OP-ID
               READ CALCOPER
                   INVALID KEY
                       DISPLAY "Operateur inconnu."
                   NOT INVALID KEY
                       IF OP-ACTIVE
                           PERFORM KEEP-OPERATOR-PARAGRAPH
                       ELSE
                           DISPLAY "Operateur revoque."
                       END-IF
               END-READ
           END-IF.

      *    Recopie l'opérateur accepté dans les zones de session.
       KEEP-OPERATOR-PARAGRAPH.
           SET WS-SIGNON-OK TO TRUE
           MOVE OP-NAME          TO WS-OPER-NAME
           MOVE OP-TEAM          TO WS-OPER-TEAM
           MOVE OP-AUTH-RATES    TO WS-OPER-RATES-SW
           MOVE OP-AUTH-APPROVE  TO WS-OPER-APPROVE-SW
           MOVE OP-AUTH-EXPONENT TO WS-OPER-EXPONENT-SW
           MOVE OP-AUTH-ADMIN    TO WS-OPER-ADMIN-SW
           MOVE OP-AUTH-RELEASE  TO WS-OPER-RELEASE-SW
           MOVE OP-MAX-RESULT    TO WS-OPER-MAX-RESULT
           DISPLAY "Operateur " WS-OPERATOR-ID " - " WS-OPER-NAME.

      *    Validation des saisies : redemande le nombre tant que la
      *    valeur entrée n'est ni un nombre ni un code connu de la
      *    table des taux (saisi à la place d'une valeur, ex: TVA).
       VALIDATE-NUM1-PARAGRAPH.
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE 'N' TO WS-QUE-CARRIED-SW
           PERFORM UNTIL WS-VALID
               DISPLAY "Entrer le premier nombre: " WITH NO ADVANCING
               ACCEPT WS-NUM1-INPUT
                       DISPLAY "Report du resultat precedent:"
                           WS-NUM-ED
                       SET WS-VALID TO TRUE
                       SET WS-QUE-CARRIED TO TRUE
                   ELSE
                       DISPLAY "Aucun resultat a reporter."
                   END-IF
               IF FUNCTION TEST-NUMVAL(WS-NUM1-INPUT) = ZERO
                   MOVE FUNCTION NUMVAL(WS-NUM1-INPUT)
                       TO WS-NUMVAL-CHECK
                   IF WS-NUMVAL-CHECK > 999999999.99
                       OR WS-NUMVAL-CHECK < -999999999.99
                       DISPLAY "Valeur hors limites "
                           "(+/-999999999.99)."
                   ELSE
                       MOVE WS-NUMVAL-CHECK TO WS-NUM1
                       SET WS-VALID TO TRUE
               IF FUNCTION TEST-NUMVAL(WS-NUM2-INPUT) = ZERO
                   MOVE FUNCTION NUMVAL(WS-NUM2-INPUT)
                       TO WS-NUMVAL-CHECK
                   IF WS-NUMVAL-CHECK > 999999999.99
                       OR WS-NUMVAL-CHECK < -999999999.99
                       DISPLAY "Valeur hors limites "
                           "(+/-999999999.99)."
                   ELSE
                       MOVE WS-NUMVAL-CHECK TO WS-NUM2
                       SET WS-VALID TO TRUE
                   DISPLAY "Erreur: dépassement sur l'addition."
                   PERFORM OVERFLOW-LOG-PARAGRAPH
               NOT ON SIZE ERROR
                   PERFORM CHECK-LIMIT-PARAGRAPH
                   IF WS-LIMIT-OK
                       MOVE WS-RESULT TO WS-RESULT-ED
                       DISPLAY "Le résultat de l'addition est: "
                           WS-RESULT-ED
                       ADD 1 TO WS-COUNT-ADD
                       PERFORM LOG-PARAGRAPH
                       PERFORM RECORD-HISTORY-PARAGRAPH
                       PERFORM TRACK-CHAIN-PARAGRAPH
                   END-IF
           END-ADD.

       SUBTRACTION-PARAGRAPH.
                   DISPLAY "Erreur: dépassement sur la soustraction."
                   PERFORM OVERFLOW-LOG-PARAGRAPH
               NOT ON SIZE ERROR
                   PERFORM CHECK-LIMIT-PARAGRAPH
                   IF WS-LIMIT-OK
                       MOVE WS-RESULT TO WS-RESULT-ED
                       DISPLAY "Le résultat de la soustraction est: "
                           WS-RESULT-ED
                       ADD 1 TO WS-COUNT-SUB
                       PERFORM LOG-PARAGRAPH
                       PERFORM RECORD-HISTORY-PARAGRAPH
                       PERFORM TRACK-CHAIN-PARAGRAPH
                   END-IF
           END-SUBTRACT.

       MULTIPLICATION-PARAGRAPH.
                   DISPLAY "Erreur: dépassement sur la multiplication."
                   PERFORM OVERFLOW-LOG-PARAGRAPH
               NOT ON SIZE ERROR
                   PERFORM CHECK-LIMIT-PARAGRAPH
                   IF WS-LIMIT-OK
                       MOVE WS-RESULT TO WS-RESULT-ED
                       DISPLAY "Le résultat de la multiplication est: "
                           WS-RESULT-ED
                       ADD 1 TO WS-COUNT-MUL
                       PERFORM LOG-PARAGRAPH
                       PERFORM RECORD-HISTORY-PARAGRAPH
                       PERFORM TRACK-CHAIN-PARAGRAPH
                   END-IF
           END-MULTIPLY.

       DIV-PARAGRAPH.
                       DISPLAY "Erreur: dépassement sur la division."
                       PERFORM OVERFLOW-LOG-PARAGRAPH
                   NOT ON SIZE ERROR
                       PERFORM CHECK-LIMIT-PARAGRAPH
                       IF WS-LIMIT-OK
                           MOVE WS-RESULT TO WS-RESULT-ED
                           DISPLAY "Le résultat de la division est: "
                               WS-RESULT-ED
                           ADD 1 TO WS-COUNT-DIV
                           PERFORM LOG-PARAGRAPH
                           PERFORM RECORD-HISTORY-PARAGRAPH
                           PERFORM TRACK-CHAIN-PARAGRAPH
                       END-IF
               END-DIVIDE
           END-IF.

                   DISPLAY "Erreur: dépassement sur le modulo."
                   PERFORM OVERFLOW-LOG-PARAGRAPH
               NOT ON SIZE ERROR
                   PERFORM CHECK-LIMIT-PARAGRAPH
                   IF WS-LIMIT-OK
                       MOVE WS-RESULT TO WS-RESULT-ED
                       DISPLAY "Le reste de la division est: "
                           WS-RESULT-ED
                       ADD 1 TO WS-COUNT-MOD
                       PERFORM LOG-PARAGRAPH
                       PERFORM RECORD-HISTORY-PARAGRAPH
                       PERFORM TRACK-CHAIN-PARAGRAPH
                   END-IF
           END-DIVIDE.

       EXPONENT-PARAGRAPH.
                   DISPLAY "Erreur: dépassement sur la puissance."
                   PERFORM OVERFLOW-LOG-PARAGRAPH
               NOT ON SIZE ERROR
                   PERFORM CHECK-LIMIT-PARAGRAPH
                   IF WS-LIMIT-OK
                       MOVE WS-RESULT TO WS-RESULT-ED
                       DISPLAY "Le résultat de la puissance est: "
                           WS-RESULT-ED
                       ADD 1 TO WS-COUNT-EXP
                       PERFORM LOG-PARAGRAPH
                       PERFORM RECORD-HISTORY-PARAGRAPH
                       PERFORM TRACK-CHAIN-PARAGRAPH
                   END-IF
           END-COMPUTE.

      *    WS-NUM1 est le pourcentage appliqué à WS-NUM2
                   DISPLAY "Erreur: dépassement sur le pourcentage."
                   PERFORM OVERFLOW-LOG-PARAGRAPH
               NOT ON SIZE ERROR
                   PERFORM CHECK-LIMIT-PARAGRAPH
                   IF WS-LIMIT-OK
                       MOVE WS-RESULT TO WS-RESULT-ED
                       DISPLAY "Le résultat du pourcentage est: "
                           WS-RESULT-ED
                       ADD 1 TO WS-COUNT-PERCENT
                       PERFORM LOG-PARAGRAPH
                       PERFORM RECORD-HISTORY-PARAGRAPH
                       PERFORM TRACK-CHAIN-PARAGRAPH
                   END-IF
           END-COMPUTE.

      *    Journalisation d'un calcul accepté, avec horodatage, sur
           MOVE WS-OPERATOR-ID              TO CL-OPERATOR
           MOVE WS-TICKET-REF               TO CL-TICKET
           SET CL-SRC-INTERACTIVE           TO TRUE
           PERFORM WRITE-LOG-PARAGRAPH
           SET WS-HAVE-RESULT TO TRUE
           ADD WS-RESULT TO WS-SUM-RESULT
               ON SIZE ERROR
           MOVE WS-OPERATOR-ID              TO CL-OPERATOR
           MOVE WS-TICKET-REF               TO CL-TICKET
           SET CL-SRC-INTERACTIVE           TO TRUE
           PERFORM WRITE-LOG-PARAGRAPH
           ADD 1 TO WS-COUNT-OVERFLOW.

      *    Écriture d'un enregistrement préparé du journal, scellé
      *    dans la chaîne. Un échec d'écriture est signalé et rend
      *    son numéro à la chaîne, pour que l'enregistrement suivant
      *    ne laisse pas de trou. Une session interactive n'a pas de
      *    service d'origine.
       WRITE-LOG-PARAGRAPH.
           MOVE SPACES TO CL-DEPT
           PERFORM CHAIN-RECORD-PARAGRAPH
           WRITE CALCLOG-RECORD
           IF WS-CALCLOG-STATUS NOT = '00'
               DISPLAY "CALCBAS: echec d'ecriture CALCLOG, statut "
                   WS-CALCLOG-STATUS
               SUBTRACT 1 FROM WS-CHN-LAST-SEQ
               MOVE CL-PREV-CHAIN TO WS-CHN-LAST-VALUE
           END-IF.

      *    Relecture du journal avant extension (paragraphes
      *    identiques dans les programmes qui étendent CALCLOG) :
      *    le dernier enregistrement scellé, ou le dernier report de
      *    chaîne, donne le numéro et le prédécesseur du prochain
      *    enregistrement. Un journal absent ou vide commence la
      *    chaîne au numéro 1.
       READ-CHAIN-TAIL-PARAGRAPH.
           MOVE ZERO TO WS-CHN-LAST-SEQ WS-CHN-LAST-VALUE
           MOVE 'N' TO WS-CHN-TAIL-EOF-SW
           OPEN INPUT CALCLOG
           IF WS-CALCLOG-STATUS = '00'
               PERFORM READ-CHAIN-RECORD-PARAGRAPH
                   UNTIL WS-CHN-TAIL-EOF
               CLOSE CALCLOG
           END-IF.

       READ-CHAIN-RECORD-PARAGRAPH.
           READ CALCLOG
               AT END
                   SET WS-CHN-TAIL-EOF TO TRUE
               NOT AT END
                   IF CL-SEQUENCE IS NUMERIC
                       AND CL-SEQUENCE > ZERO
                       AND CL-CHAIN IS NUMERIC
                       MOVE CL-SEQUENCE TO WS-CHN-LAST-SEQ
                       MOVE CL-CHAIN    TO WS-CHN-LAST-VALUE
                   END-IF
           END-READ
           IF WS-CALCLOG-STATUS(1:1) NOT = '0'
               SET WS-CHN-TAIL-EOF TO TRUE
           END-IF.

      *    Scelle l'enregistrement préparé dans CALCLOG-RECORD :
      *    numéro suivant, sceau du prédécesseur, puis sceau propre,
      *    qui devient le dernier maillon de la chaîne.
       CHAIN-RECORD-PARAGRAPH.
           ADD 1 TO WS-CHN-LAST-SEQ
           MOVE WS-CHN-LAST-SEQ   TO CL-SEQUENCE
           MOVE WS-CHN-LAST-VALUE TO CL-PREV-CHAIN
           MOVE SPACE             TO CL-SEP9 CL-SEP10 CL-SEP11
           MOVE SPACES            TO CL-RESERVE
           PERFORM SEAL-RECORD-PARAGRAPH
           MOVE WS-CHN-SEAL       TO CL-CHAIN
           MOVE WS-CHN-SEAL       TO WS-CHN-LAST-VALUE.

      *    Calcul du sceau de CALCLOG-RECORD selon la règle de
      *    CALCCHN (paragraphe identique dans tous les programmes qui
      *    écrivent ou contrôlent le journal).
       SEAL-RECORD-PARAGRAPH.
           MOVE CALCLOG-RECORD TO WS-CHN-IMAGE
           MOVE ZERO           TO WS-CHN-IMAGE-SEAL
           MOVE CL-PREV-CHAIN  TO WS-CHN-WORK
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > 128
               COMPUTE WS-CHN-WORK = FUNCTION MOD(
                   WS-CHN-WORK * WS-CHN-MULTIPLIER
                   + FUNCTION ORD(WS-CHN-IMAGE(WS-CHN-IDX:1)),
                   WS-CHN-MODULUS)
           END-PERFORM
           MOVE WS-CHN-WORK TO WS-CHN-SEAL.

      *    Contrôle du résultat obtenu contre le plafond de
      *    l'opérateur (zéro : sans plafond), avant tout affichage :
      *    un résultat refusé n'est pas montré, il est journalisé au
      *    statut PLAFOND avec un résultat à zéro, et compté à part.
      *    Le résultat courant est remis à zéro et n'est plus
      *    disponible : ni 'K' ni la mémoire ne peuvent le reprendre.
       CHECK-LIMIT-PARAGRAPH.
           MOVE 'Y' TO WS-LIMIT-OK-SW
           IF WS-OPER-MAX-RESULT > ZERO
               IF WS-RESULT < ZERO
                   COMPUTE WS-ABS-RESULT = 0 - WS-RESULT
               ELSE
                   MOVE WS-RESULT TO WS-ABS-RESULT
               END-IF
               IF WS-ABS-RESULT > WS-OPER-MAX-RESULT
                   MOVE 'N' TO WS-LIMIT-OK-SW
                   DISPLAY "Erreur: resultat au-dela du plafond "
                       "autorise pour cet operateur."
                   PERFORM LIMIT-LOG-PARAGRAPH
                   MOVE ZERO TO WS-RESULT
                   MOVE 'N'  TO WS-HAVE-RESULT-SW
               END-IF
           END-IF.

       LIMIT-LOG-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CL-TIMESTAMP
           MOVE SPACE                       TO CL-SEP1 CL-SEP2 CL-SEP3
                                                CL-SEP4 CL-SEP5
                                                CL-SEP6 CL-SEP7
                                                CL-SEP8
           MOVE WS-NUM1                     TO CL-NUM1
           MOVE WS-NUM2                     TO CL-NUM2
           MOVE WS-OPERATION                TO CL-OPERATION
           MOVE ZERO                        TO CL-RESULT
           MOVE "PLAFOND  "                 TO CL-STATUS
           MOVE WS-OPERATOR-ID              TO CL-OPERATOR
           MOVE WS-TICKET-REF               TO CL-TICKET
           SET CL-SRC-INTERACTIVE           TO TRUE
           PERFORM WRITE-LOG-PARAGRAPH
           ADD 1 TO WS-COUNT-LIMIT.

      *    Opérations mémoire : garder le résultat courant, le
      *    rappeler, l'ajouter à la mémoire, effacer. Chaque opération
      *    est tracée sur CALCLOG et dans l'historique comme un calcul
           MOVE WS-OPERATOR-ID              TO CL-OPERATOR
           MOVE WS-TICKET-REF               TO CL-TICKET
           SET CL-SRC-INTERACTIVE           TO TRUE
           PERFORM WRITE-LOG-PARAGRAPH
           IF WS-HISTORY-COUNT < 50
               ADD 1 TO WS-HISTORY-COUNT
               MOVE CL-NUM1      TO WH-NUM1(WS-HISTORY-COUNT)
               END-PERFORM
               DISPLAY "---------------------------------".

      *    Suit la suite de calculs en cours après chaque calcul
      *    réussi : une étape de plus si le premier nombre est le
      *    résultat de la suite reporté par 'K', sinon une nouvelle
      *    suite (un rappel mémoire ou un résultat refusé entre-temps
      *    rompt donc l'enchaînement).
       TRACK-CHAIN-PARAGRAPH.
           IF WS-QUE-CARRIED
               AND WS-QUE-STEPS > ZERO
               AND WS-NUM1 = WS-QUE-LAST-RESULT
               IF WS-QUE-STEPS < 99999
                   ADD 1 TO WS-QUE-STEPS
               END-IF
           ELSE
               MOVE WS-NUM1 TO WS-QUE-START
               MOVE 1       TO WS-QUE-STEPS
               MOVE ZERO    TO WS-QUE-SLOT WS-QUE-SLOT-STEPS
           END-IF
           IF WS-QUE-STEPS NOT > 8
               MOVE WS-OPERATION TO WS-QUE-OPERATION(WS-QUE-STEPS)
               MOVE WS-NUM2      TO WS-QUE-OPERAND(WS-QUE-STEPS)
           END-IF
           MOVE WS-RESULT TO WS-QUE-LAST-RESULT.

      *    Option Q : met en file pour la nuit la suite en cours. Les
      *    nombres sont mis en file à leur valeur (un code taux saisi
      *    a déjà été résolu) : la nuit refait le calcul vu à
      *    l'écran. Une suite déjà en file et allongée depuis est
      *    remplacée à son rang.
       QUEUE-PARAGRAPH.
           EVALUATE TRUE
               WHEN WS-QUE-STEPS = ZERO
                   DISPLAY "Aucun calcul a mettre en file."
               WHEN WS-QUE-STEPS > 8
                   DISPLAY "Suite de plus de 8 etapes, mise en file "
                       "impossible."
               WHEN WS-QUE-SLOT > ZERO
                AND WS-QUE-SLOT-STEPS = WS-QUE-STEPS
                   DISPLAY "Calcul deja en file, rang " WS-QUE-SLOT
               WHEN WS-QUE-SLOT > ZERO
                   PERFORM BUILD-QUEUE-ENTRY-PARAGRAPH
                   DISPLAY "Suite mise a jour dans la file, rang "
                       WS-QUE-SLOT
               WHEN WS-QUE-COUNT NOT < 200
                   DISPLAY "File pleine (200 calculs), mise en file "
                       "impossible."
               WHEN OTHER
                   ADD 1 TO WS-QUE-COUNT
                   MOVE WS-QUE-COUNT TO WS-QUE-SLOT
                   PERFORM BUILD-QUEUE-ENTRY-PARAGRAPH
                   DISPLAY "Calcul mis en file pour la nuit, rang "
                       WS-QUE-SLOT
           END-EVALUATE.

      *    Prépare l'enregistrement CALCIN de la suite à son rang de
      *    la file : un 'D' pour un calcul simple, un 'M' pour une
      *    suite enchaînée (étapes non utilisées à blanc).
       BUILD-QUEUE-ENTRY-PARAGRAPH.
           MOVE SPACES TO CALCIN-RECORD
           IF WS-QUE-STEPS = 1
               SET CI-DETAIL TO TRUE
               MOVE WS-QUE-START        TO CI-NUM1-NUM
               MOVE WS-QUE-OPERAND(1)   TO CI-NUM2-NUM
               MOVE WS-QUE-OPERATION(1) TO CI-OPERATION
           ELSE
               SET CI-MULTI TO TRUE
               MOVE WS-QUE-START TO CI-MS-START-NUM
               PERFORM VARYING WS-QUE-STEP-IDX FROM 1 BY 1
                       UNTIL WS-QUE-STEP-IDX > WS-QUE-STEPS
                   MOVE WS-QUE-OPERATION(WS-QUE-STEP-IDX)
                       TO CI-MS-OPERATION(WS-QUE-STEP-IDX)
                   MOVE WS-QUE-OPERAND(WS-QUE-STEP-IDX)
                       TO WS-QUE-OPERAND-NUM
                   MOVE WS-QUE-OPERAND-TEXT
                       TO CI-MS-OPERAND(WS-QUE-STEP-IDX)
               END-PERFORM
           END-IF
           MOVE CALCIN-RECORD TO WS-QUE-ENTRY(WS-QUE-SLOT)
           MOVE WS-QUE-STEPS  TO WS-QUE-SLOT-STEPS.

      *    Fin de session : écrit la file sur CALCQUE, encadrée d'un
      *    en-tête à la date de gestion demandée à l'opérateur et
      *    d'un trailer au compte et au hachage de CALCINR. Un
      *    fichier inachevé est signalé et ne compte pas dans le
      *    récapitulatif : il ne doit pas être soumis.
       WRITE-QUEUE-PARAGRAPH.
           PERFORM GET-QUEUE-DATE-PARAGRAPH
           OPEN OUTPUT CALCQUE
           IF WS-CALCQUE-STATUS NOT = '00'
               DISPLAY "CALCBAS: impossible d'ouvrir CALCQUE, statut "
                   WS-CALCQUE-STATUS ", calculs en file non ecrits"
           ELSE
               MOVE ZERO TO WS-QUE-HASH
               MOVE SPACES TO CALCIN-RECORD
               SET CI-HEADER TO TRUE
               MOVE WS-QUE-DATE  TO CI-HDR-DATE
               MOVE WS-QUE-COUNT TO CI-HDR-EXP-COUNT
               PERFORM PUT-QUEUE-RECORD-PARAGRAPH
               PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                       UNTIL WS-QUE-IDX > WS-QUE-COUNT
                          OR WS-QUE-ERROR
                   MOVE WS-QUE-ENTRY(WS-QUE-IDX) TO CALCIN-RECORD
                   PERFORM HASH-QUEUE-RECORD-PARAGRAPH
                   PERFORM PUT-QUEUE-RECORD-PARAGRAPH
               END-PERFORM
               IF NOT WS-QUE-ERROR
                   MOVE SPACES TO CALCIN-RECORD
                   SET CI-TRAILER TO TRUE
                   MOVE WS-QUE-COUNT TO CI-TRL-COUNT
                   MOVE WS-QUE-HASH  TO CI-TRL-HASH
                   PERFORM PUT-QUEUE-RECORD-PARAGRAPH
               END-IF
               CLOSE CALCQUE
               IF WS-QUE-ERROR
                   DISPLAY "CALCBAS: CALCQUE incomplet, a ne pas "
                       "soumettre"
               ELSE
                   MOVE WS-QUE-COUNT TO WS-COUNT-QUEUED
                   DISPLAY "CALCBAS: " WS-QUE-COUNT " calculs ecrits "
                       "sur CALCQUE, date de gestion " WS-QUE-DATE
               END-IF
           END-IF.

      *    Date de gestion de la nuit qui prendra le fichier : par
      *    défaut la date du jour. Une session close après la
      *    réception du soir se date du jour de gestion suivant :
      *    CalcIntk refuse un fichier à une autre date que la nuit.
       GET-QUEUE-DATE-PARAGRAPH.
           MOVE 'N' TO WS-VALID-SWITCH
           PERFORM UNTIL WS-VALID
               DISPLAY "Date de gestion des calculs en file "
                   "(AAAAMMJJ, Entree pour " WS-TODAY-DATE "): "
                   WITH NO ADVANCING
               ACCEPT WS-QUE-DATE-INPUT
               IF WS-QUE-DATE-INPUT = SPACES
                   MOVE WS-TODAY-DATE TO WS-QUE-DATE
                   SET WS-VALID TO TRUE
               ELSE
                   IF WS-QUE-DATE-INPUT IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           WS-QUE-DATE-NUM) = ZERO
                       MOVE WS-QUE-DATE-NUM TO WS-QUE-DATE
                       SET WS-VALID TO TRUE
                   ELSE
                       DISPLAY "Date invalide."
                   END-IF
               END-IF
           END-PERFORM.

       PUT-QUEUE-RECORD-PARAGRAPH.
           WRITE CALCQUE-RECORD FROM CALCIN-RECORD
           IF WS-CALCQUE-STATUS NOT = '00'
               DISPLAY "CALCBAS: echec d'ecriture CALCQUE, statut "
                   WS-CALCQUE-STATUS
               SET WS-QUE-ERROR TO TRUE
           END-IF.

      *    Total de hachage selon CALCINR (même règle que CalcFix) :
      *    opérandes des 'D', valeur de départ et opérandes des étapes
      *    renseignées des 'M', modulo 10 000 000 000 000. La file ne
      *    contient que des littéraux.
       HASH-QUEUE-RECORD-PARAGRAPH.
           IF CI-DETAIL
               COMPUTE WS-QUE-HASH = FUNCTION REM(WS-QUE-HASH
                   + CI-NUM1-NUM + CI-NUM2-NUM, 10000000000000)
           ELSE
               COMPUTE WS-QUE-HASH = FUNCTION REM(WS-QUE-HASH
                   + CI-MS-START-NUM, 10000000000000)
               PERFORM VARYING WS-QUE-STEP-IDX FROM 1 BY 1
                       UNTIL WS-QUE-STEP-IDX > 8
                   IF CI-MS-OPERATION(WS-QUE-STEP-IDX) NOT = SPACE
                       MOVE CI-MS-OPERAND(WS-QUE-STEP-IDX)
                           TO WS-QUE-OPERAND-TEXT
                       COMPUTE WS-QUE-HASH = FUNCTION REM(WS-QUE-HASH
                           + WS-QUE-OPERAND-NUM, 10000000000000)
                   END-IF
               END-PERFORM
           END-IF.

      *    Rapport de fin de session affiché avant l'arrêt du
      *    programme : nombre de calculs par opération, nombre de
      *    divisions par zéro interceptées, calculs mis en file pour
      *    la nuit et total cumulé des résultats de la session.
       SUMMARY-PARAGRAPH.
           MOVE WS-SUM-RESULT TO WS-SUM-RESULT-ED
           DISPLAY " "
           DISPLAY "Puissances       : " WS-COUNT-EXP
           DISPLAY "Pourcentages     : " WS-COUNT-PERCENT
           DISPLAY "Dépassements     : " WS-COUNT-OVERFLOW
           DISPLAY "Hors plafond     : " WS-COUNT-LIMIT
           DISPLAY "Mis en file nuit : " WS-COUNT-QUEUED
           DISPLAY "Total des résultats: " WS-SUM-RESULT-ED
           DISPLAY "------------------------------------".


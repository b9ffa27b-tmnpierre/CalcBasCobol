      *    mise à jour au lieu d'une consigne à chaque opérateur.
      *    Le fichier est indexé, clé code + date d'effet : chaque
      *    action est appliquée en place (WRITE/REWRITE de l'entrée
      *    visée) au moment où elle est approuvée, sans réécriture
      *    complète du fichier en fin de session. Plus de plafond de
      *    200 entrées, plus de sauvegarde tout-ou-rien pouvant
      *    laisser la table incomplète sur incident : une écriture en
      *    échec ne touche qu'une entrée et est signalée aussitôt.
      *    Les maintenances sont sous double contrôle : un ajout, un
      *    changement ou une expiration n'est pas appliqué à la
      *    saisie mais déposé en attente sur CALCPND (voir CALCPDR),
      *    que les calculateurs ne lisent pas. Il ne prend effet que
      *    lorsqu'un second opérateur, distinct de l'auteur,
      *    l'approuve par l'action V=Valider ; il peut aussi y être
      *    rejeté. L'action décidée est retirée de l'attente avant
      *    d'être appliquée : un retrait en échec refuse la décision,
      *    et une application en échec remet l'action en attente,
      *    pour qu'elle ne puisse jamais être appliquée deux fois.
      *    La liste des actions en attente est imprimée avant
      *    la nuit par CALCAPL.
      *    La session s'ouvre sur l'identifiant de l'opérateur, et
      *    chaque mise en attente, approbation ou rejet est tracé sur
      *    le journal des maintenances CALCRJL (voir CALCRJR) :
      *    horodatage, auteur, action, code, date d'effet, valeur
      *    avant et après, état et valideur. Sans journal ou sans
      *    fichier des actions en attente, la session est refusée —
      *    plus de modification de taux sans trace.
      *    L'identifiant doit être inscrit et actif au fichier des
      *    opérateurs CALCOPER (voir CALCOPR), trois essais au plus.
      *    Saisir un ajout, un changement ou une expiration demande
      *    l'autorisation de maintenir les taux ; approuver ou
      *    rejeter demande celle d'approuver. La liste reste ouverte
      *    à tout opérateur identifié.
      *    *************************************************************

       IDENTIFICATION DIVISION.
           SELECT CALCRJL  ASSIGN TO CALCRJL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCRJL-STATUS.
      *    Actions en attente de validation, indexées comme la table
      *    sur code + date d'effet.
           SELECT CALCPND  ASSIGN TO CALCPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-CALCPND-STATUS.
      *    Fichier des opérateurs (maintenu par CALCOPM), lu à
      *    l'ouverture de session pour identifier l'opérateur et
      *    connaître ses autorisations.
           SELECT CALCOPER ASSIGN TO CALCOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-CALCOPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CALCRJR.

      *    Le dessin de l'enregistrement CALCPND est partagé via le
      *    copybook CALCPDR avec la liste des actions en attente.
       FD  CALCPND
           RECORDING MODE IS F.
           COPY CALCPDR.

       FD  CALCOPER
           RECORDING MODE IS F.
           COPY CALCOPR.

       WORKING-STORAGE SECTION.

      *    Code retour de CALCRATE. '35' à l'ouverture I-O signifie
       01 WS-CALCRJL-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCRJL-OPEN    VALUE 'Y'.

      *    Code retour du fichier des actions en attente. '35' à
      *    l'ouverture : pas encore de fichier, il est créé vide.
      *    Indisponible pour toute autre raison, la session est
      *    refusée : une saisie ne pourrait plus être mise en
      *    attente.
       01 WS-CALCPND-STATUS  PIC XX.
       01 WS-CALCPND-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCPND-OPEN    VALUE 'Y'.
       01 WS-PEND-FOUND-SW   PIC X VALUE 'N'.
           88 WS-PEND-FOUND      VALUE 'Y'.

      *    Identité de l'opérateur de la session, demandée à
      *    l'ouverture : auteur des actions qu'il saisit, valideur
      *    de celles qu'il approuve ou rejette.
       01 WS-OPERATOR-ID     PIC X(08).

      *    Zones d'identification de l'opérateur et autorisations,
      *    communes avec CalcBas et CalcOpm.
           COPY CALCOPT.

      *    Etat et valideur reportés sur la trace (l'action, l'auteur
      *    et les valeurs sont pris de l'action en attente).
       01 WS-JRN-STATE       PIC X.
       01 WS-JRN-APPROVER    PIC X(08).

      *    Décision du valideur, verdict de l'application à la table,
      *    et copie de l'action en attente conservée pour la trace
      *    après sa suppression.
       01 WS-DECISION        PIC X.
       01 WS-APPLIED-SW      PIC X VALUE 'N'.
           88 WS-APPLIED         VALUE 'Y'.
       01 WS-PEND-SAVE       PIC X(93).
       01 WS-PEND-REMOVED-SW PIC X VALUE 'N'.
           88 WS-PEND-REMOVED    VALUE 'Y'.

      *    Autorisation de travailler : levée seulement quand la
      *    table a pu être ouverte (ou créée) en mise à jour.
           88 WS-ACT-FIN         VALUE 'E'.
       01 WS-CODE-INPUT      PIC X(08).
       01 WS-DESC-INPUT      PIC X(30).
       01 WS-VALUE-INPUT     PIC X(13).
       01 WS-DATE-INPUT      PIC X(08).
       01 WS-DATE-NUM        PIC 9(08).
       01 WS-NUMVAL-CHECK    PIC S9(13)V99.
       01 WS-VALID-SWITCH    PIC X VALUE 'N'.
           88 WS-VALID           VALUE 'Y'.
       01 WS-FOUND-SW        PIC X VALUE 'N'.
           88 WS-FOUND           VALUE 'Y'.
       01 WS-VALUE-WORK      PIC S9(9)V99.

      *    Zone d'édition pour afficher une valeur avec son signe.
       01 WS-VALUE-ED        PIC -(9)9.99.

       PROCEDURE DIVISION.

           IF WS-SESSION-OK
               PERFORM OPEN-JOURNAL-PARAGRAPH
           END-IF
           IF WS-SESSION-OK
               PERFORM OPEN-PENDING-PARAGRAPH
           END-IF
           IF WS-SESSION-OK
               PERFORM GET-OPERATOR-PARAGRAPH
           END-IF
               PERFORM UNTIL WS-ACT-FIN
                   DISPLAY " "
                   DISPLAY "--- Maintenance de la table des taux ---"
                   DISPLAY "A=Ajouter C=Changer X=Expirer V=Valider "
                       "L=Lister E=Fin"
                   DISPLAY "Choisir l'action: " WITH NO ADVANCING
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
                   EVALUATE WS-ACTION

                       WHEN 'A'
                         IF WS-OPER-MAY-MAINTAIN
                           PERFORM ADD-ENTRY-PARAGRAPH
                         ELSE
                           PERFORM NOT-AUTHORIZED-PARAGRAPH
                         END-IF

                       WHEN 'C'
                         IF WS-OPER-MAY-MAINTAIN
                           PERFORM CHANGE-ENTRY-PARAGRAPH
                         ELSE
                           PERFORM NOT-AUTHORIZED-PARAGRAPH
                         END-IF

                       WHEN 'X'
                         IF WS-OPER-MAY-MAINTAIN
                           PERFORM EXPIRE-ENTRY-PARAGRAPH
                         ELSE
                           PERFORM NOT-AUTHORIZED-PARAGRAPH
                         END-IF

                       WHEN 'V'
                         IF WS-OPER-MAY-APPROVE
                           PERFORM VALIDATE-ENTRY-PARAGRAPH
                         ELSE
                           PERFORM NOT-AUTHORIZED-PARAGRAPH
                         END-IF

                       WHEN 'L'
                         PERFORM LIST-TABLE-PARAGRAPH
           END-IF
           IF WS-CALCRJL-OPEN
               CLOSE CALCRJL
           END-IF
           IF WS-CALCPND-OPEN
               CLOSE CALCPND
           END-IF.

       0000-MAIN-STOP.
               CLOSE CALCRATE
           END-IF.

      *    Ouverture du fichier des actions en attente en mise à
      *    jour, avec le même auto-provisionnement que la table.
      *    Indisponible, la session est refusée.
       OPEN-PENDING-PARAGRAPH.
           OPEN I-O CALCPND
           IF WS-CALCPND-STATUS = '35'
               OPEN OUTPUT CALCPND
               IF WS-CALCPND-STATUS = '00'
                   CLOSE CALCPND
                   OPEN I-O CALCPND
               END-IF
           END-IF
           IF WS-CALCPND-STATUS = '00'
               SET WS-CALCPND-OPEN TO TRUE
           ELSE
               DISPLAY "CALCTAB: actions en attente CALCPND "
                   "indisponibles, statut " WS-CALCPND-STATUS
                   ", session refusee"
               MOVE 'N' TO WS-SESSION-OK-SW
               CLOSE CALCRATE
           END-IF.

      *    Identification de l'opérateur en ouverture de session :
      *    chaque trace du journal des maintenances doit porter qui a
      *    agi. L'identifiant doit être inscrit et actif au fichier
      *    des opérateurs ; après trois essais infructueux, ou sans
      *    fichier des opérateurs, la session est refusée.
       GET-OPERATOR-PARAGRAPH.
           MOVE 'N' TO WS-SIGNON-OK-SW
           MOVE ZERO TO WS-SIGNON-TRIES
           OPEN INPUT CALCOPER
           IF WS-CALCOPER-STATUS NOT = '00'
               DISPLAY "CALCTAB: fichier des operateurs CALCOPER "
                   "indisponible, statut " WS-CALCOPER-STATUS
           ELSE
               PERFORM SIGN-ON-PARAGRAPH
                   UNTIL WS-SIGNON-OK
                      OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX
               CLOSE CALCOPER
           END-IF
           IF NOT WS-SIGNON-OK
               DISPLAY "Identification refusee, session refusee."
               MOVE 'N' TO WS-SESSION-OK-SW
               CLOSE CALCRATE
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

       NOT-AUTHORIZED-PARAGRAPH.
           DISPLAY "Action non autorisee pour cet operateur.".

      *    Trace sur le journal des maintenances l'action en attente
      *    décrite par les champs PD- (action, entrée visée, valeurs
      *    avant et après, auteur), avec l'état et le valideur
      *    préparés par l'appelant.
      *    Un échec d'écriture est signalé bruyamment : l'action est
      *    déjà enregistrée, la trace manque et l'audit doit en être
      *    prévenu.
       JOURNAL-ACTION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP
           MOVE SPACE           TO RJ-SEP1 RJ-SEP2 RJ-SEP3
                                   RJ-SEP4 RJ-SEP5 RJ-SEP6
                                   RJ-SEP7 RJ-SEP8
           MOVE PD-MAKER        TO RJ-OPERATOR
           MOVE PD-ACTION       TO RJ-ACTION
           MOVE PD-CODE         TO RJ-CODE
           MOVE PD-EFF-DATE     TO RJ-EFF-DATE
           MOVE PD-OLD-VALUE    TO RJ-OLD-VALUE
           MOVE PD-NEW-VALUE    TO RJ-NEW-VALUE
           MOVE WS-JRN-STATE    TO RJ-STATE
           MOVE WS-JRN-APPROVER TO RJ-APPROVER
           WRITE CALCRJL-RECORD
           IF WS-CALCRJL-STATUS NOT = '00'
               DISPLAY "CALCTAB: ECHEC D'ECRITURE DU JOURNAL DES "
                   "MAINTENANCES, statut " WS-CALCRJL-STATUS
                   " - ACTION ENREGISTREE SANS TRACE, PREVENIR "
                   "L'AUDIT"
           END-IF.

               IF FUNCTION TEST-NUMVAL(WS-VALUE-INPUT) = ZERO
                   MOVE FUNCTION NUMVAL(WS-VALUE-INPUT)
                       TO WS-NUMVAL-CHECK
                   IF WS-NUMVAL-CHECK > 999999999.99
                       OR WS-NUMVAL-CHECK < -999999999.99
                       DISPLAY "Valeur hors limites "
                           "(+/-999999999.99)."
                   ELSE
                       MOVE WS-NUMVAL-CHECK TO WS-VALUE-WORK
                       SET WS-VALID TO TRUE
                   SET WS-FOUND TO TRUE
           END-READ.

      *    Ajout : l'entrée ne doit exister ni dans la table ni en
      *    attente ; la saisie est déposée en attente de validation.
       ADD-ENTRY-PARAGRAPH.
           PERFORM GET-CODE-PARAGRAPH
           PERFORM GET-DATE-PARAGRAPH
               DISPLAY "Cette entree existe deja, utiliser "
                   "C=Changer."
           ELSE
               PERFORM READ-PENDING-PARAGRAPH
               IF WS-PEND-FOUND
                   PERFORM PENDING-BUSY-PARAGRAPH
               ELSE
                   DISPLAY "Description: " WITH NO ADVANCING
                   ACCEPT WS-DESC-INPUT
                   PERFORM GET-VALUE-PARAGRAPH
                   MOVE 'A'            TO PD-ACTION
                   MOVE WS-DESC-INPUT  TO PD-DESC
                   MOVE ZERO           TO PD-OLD-VALUE
                   MOVE WS-VALUE-WORK  TO PD-NEW-VALUE
                   PERFORM SUBMIT-PENDING-PARAGRAPH
               END-IF
           END-IF.

      *    Changement : la valeur en vigueur est reprise comme valeur
      *    avant, la nouvelle description et la nouvelle valeur sont
      *    déposées en attente ; l'entrée de la table reste inchangée
      *    jusqu'à l'approbation.
       CHANGE-ENTRY-PARAGRAPH.
           PERFORM GET-CODE-PARAGRAPH
           PERFORM GET-DATE-PARAGRAPH
           IF NOT WS-FOUND
               DISPLAY "Entree inconnue pour ce code et cette date."
           ELSE
               PERFORM READ-PENDING-PARAGRAPH
               IF WS-PEND-FOUND
                   PERFORM PENDING-BUSY-PARAGRAPH
               ELSE
                   MOVE RT-VALUE TO WS-VALUE-ED
                   DISPLAY "Entree actuelle: " RT-CODE
                       " " RT-DESC " =" WS-VALUE-ED
                   DISPLAY "Description: " WITH NO ADVANCING
                   ACCEPT WS-DESC-INPUT
                   PERFORM GET-VALUE-PARAGRAPH
                   MOVE 'C'            TO PD-ACTION
                   MOVE WS-DESC-INPUT  TO PD-DESC
                   MOVE RT-VALUE       TO PD-OLD-VALUE
                   MOVE WS-VALUE-WORK  TO PD-NEW-VALUE
                   PERFORM SUBMIT-PENDING-PARAGRAPH
               END-IF
           END-IF.

      *    Expiration : déposée en attente avec la valeur en vigueur
      *    comme valeur avant et après (seul le statut changera).
       EXPIRE-ENTRY-PARAGRAPH.
           PERFORM GET-CODE-PARAGRAPH
           PERFORM GET-DATE-PARAGRAPH
           IF NOT WS-FOUND
               DISPLAY "Entree inconnue pour ce code et cette date."
           ELSE
               PERFORM READ-PENDING-PARAGRAPH
               IF WS-PEND-FOUND
                   PERFORM PENDING-BUSY-PARAGRAPH
               ELSE
                   MOVE 'X'            TO PD-ACTION
                   MOVE RT-DESC        TO PD-DESC
                   MOVE RT-VALUE       TO PD-OLD-VALUE
                   MOVE RT-VALUE       TO PD-NEW-VALUE
                   PERFORM SUBMIT-PENDING-PARAGRAPH
               END-IF
           END-IF.

      *    Lecture par clé de l'action en attente sur le code et la
      *    date d'effet saisis.
       READ-PENDING-PARAGRAPH.
           MOVE 'N' TO WS-PEND-FOUND-SW
           MOVE WS-CODE-INPUT TO PD-CODE
           MOVE WS-DATE-NUM   TO PD-EFF-DATE
           READ CALCPND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PEND-FOUND TO TRUE
           END-READ.

       PENDING-BUSY-PARAGRAPH.
           DISPLAY "Une action " PD-ACTION " saisie par " PD-MAKER
               " attend deja validation sur cette entree".

      *    Dépose l'action préparée par l'appelant (action,
      *    description, valeurs avant et après) en attente, au nom de
      *    l'opérateur de la session, et trace sa mise en attente.
       SUBMIT-PENDING-PARAGRAPH.
           MOVE WS-CODE-INPUT  TO PD-CODE
           MOVE WS-DATE-NUM    TO PD-EFF-DATE
           MOVE WS-OPERATOR-ID TO PD-MAKER
           MOVE FUNCTION CURRENT-DATE(1:14) TO PD-TIMESTAMP
           WRITE CALCPND-RECORD
           IF WS-CALCPND-STATUS NOT = '00'
               DISPLAY "CALCTAB: echec d'ecriture en attente, statut "
                   WS-CALCPND-STATUS ", action non enregistree"
           ELSE
               MOVE 'P'    TO WS-JRN-STATE
               MOVE SPACES TO WS-JRN-APPROVER
               PERFORM JOURNAL-ACTION-PARAGRAPH
               DISPLAY "Action en attente de validation par un "
                   "second operateur."
           END-IF.

      *    Validation d'une action en attente par un opérateur
      *    distinct de son auteur : approbation (l'action est
      *    appliquée à la table) ou rejet (la table reste inchangée).
       VALIDATE-ENTRY-PARAGRAPH.
           PERFORM GET-CODE-PARAGRAPH
           PERFORM GET-DATE-PARAGRAPH
           PERFORM READ-PENDING-PARAGRAPH
           IF NOT WS-PEND-FOUND
               DISPLAY "Aucune action en attente pour ce code et "
                   "cette date."
           ELSE
               MOVE PD-OLD-VALUE TO WS-VALUE-ED
               DISPLAY "Action " PD-ACTION " saisie par " PD-MAKER
                   " le " PD-TIMESTAMP(1:8) " : " PD-DESC
               DISPLAY "Valeur avant: " WS-VALUE-ED
               MOVE PD-NEW-VALUE TO WS-VALUE-ED
               DISPLAY "Valeur apres: " WS-VALUE-ED
               IF PD-MAKER = WS-OPERATOR-ID
                   DISPLAY "Validation refusee : l'auteur d'une "
                       "action ne peut pas la valider."
               ELSE
                   DISPLAY "V=Approuver R=Rejeter autre=Abandon: "
                       WITH NO ADVANCING
                   ACCEPT WS-DECISION
                   MOVE FUNCTION UPPER-CASE(WS-DECISION)
                       TO WS-DECISION
                   EVALUATE WS-DECISION
                       WHEN 'V'
                           PERFORM APPROVE-PENDING-PARAGRAPH
                       WHEN 'R'
                           PERFORM REMOVE-PENDING-PARAGRAPH
                           IF WS-PEND-REMOVED
                               MOVE 'R' TO WS-JRN-STATE
                               PERFORM CLOSE-PENDING-PARAGRAPH
                               DISPLAY "Action rejetee, table "
                                   "inchangee."
                           END-IF
                       WHEN OTHER
                           DISPLAY "Decision abandonnee, action "
                               "toujours en attente."
                   END-EVALUATE
               END-IF
           END-IF.

      *    L'action approuvée est d'abord retirée de l'attente, puis
      *    appliquée à la table ; la table mise à jour, l'approbation
      *    est tracée. Une application en échec remet l'action en
      *    attente, telle qu'elle était.
       APPROVE-PENDING-PARAGRAPH.
           PERFORM REMOVE-PENDING-PARAGRAPH
           IF WS-PEND-REMOVED
               PERFORM APPLY-PENDING-PARAGRAPH
               IF WS-APPLIED
                   MOVE 'V' TO WS-JRN-STATE
                   PERFORM CLOSE-PENDING-PARAGRAPH
                   DISPLAY "Action approuvee et appliquee : " RT-CODE
               ELSE
                   PERFORM RESTORE-PENDING-PARAGRAPH
               END-IF
           END-IF.

      *    Applique l'action approuvée à la table, par les mêmes
      *    écritures qu'avant le double contrôle.
       APPLY-PENDING-PARAGRAPH.
           MOVE 'N' TO WS-APPLIED-SW
           PERFORM READ-ENTRY-PARAGRAPH
           EVALUATE TRUE
               WHEN PD-ACT-ADD
                   IF WS-FOUND
                       DISPLAY "Cette entree existe deja, ajout non "
                           "applique."
                   ELSE
                       MOVE PD-CODE        TO RT-CODE
                       MOVE PD-EFF-DATE    TO RT-EFF-DATE
                       MOVE PD-DESC        TO RT-DESC
                       MOVE PD-NEW-VALUE   TO RT-VALUE
                       MOVE 'A'            TO RT-STATUS
                       WRITE CALCRATE-RECORD
                       IF WS-CALCRATE-STATUS NOT = '00'
                           DISPLAY "CALCTAB: echec d'ecriture, statut "
                               WS-CALCRATE-STATUS
                               ", entree non ajoutee"
                       ELSE
                           SET WS-APPLIED TO TRUE
                       END-IF
                   END-IF
               WHEN PD-ACT-CHANGE
                   IF NOT WS-FOUND
                       DISPLAY "Entree disparue, changement non "
                           "applique."
                   ELSE
                       MOVE PD-DESC        TO RT-DESC
                       MOVE PD-NEW-VALUE   TO RT-VALUE
                       MOVE 'A'            TO RT-STATUS
                       REWRITE CALCRATE-RECORD
                       IF WS-CALCRATE-STATUS NOT = '00'
                           DISPLAY "CALCTAB: echec de reecriture, "
                               "statut " WS-CALCRATE-STATUS
                               ", entree non modifiee"
                       ELSE
                           SET WS-APPLIED TO TRUE
                       END-IF
                   END-IF
               WHEN PD-ACT-EXPIRE
                   IF NOT WS-FOUND
                       DISPLAY "Entree disparue, expiration non "
                           "appliquee."
                   ELSE
                       MOVE 'E' TO RT-STATUS
                       REWRITE CALCRATE-RECORD
                       IF WS-CALCRATE-STATUS NOT = '00'
                           DISPLAY "CALCTAB: echec de reecriture, "
                               "statut " WS-CALCRATE-STATUS
                               ", entree non expiree"
                       ELSE
                           SET WS-APPLIED TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Retire l'action décidée de l'attente, avant tout effet sur
      *    la table : une suppression en échec refuse la décision,
      *    rien n'est appliqué ni tracé. L'image de l'action est
      *    gardée pour l'application et pour la trace.
       REMOVE-PENDING-PARAGRAPH.
           MOVE 'N' TO WS-PEND-REMOVED-SW
           MOVE CALCPND-RECORD TO WS-PEND-SAVE
           DELETE CALCPND RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-CALCPND-STATUS NOT = '00'
               DISPLAY "CALCTAB: echec de suppression en attente, "
                   "statut " WS-CALCPND-STATUS
                   " - decision refusee, action toujours en attente"
           ELSE
               SET WS-PEND-REMOVED TO TRUE
           END-IF
           MOVE WS-PEND-SAVE TO CALCPND-RECORD.

      *    Remet en attente l'action retirée dont l'application a
      *    échoué : elle pourra être décidée de nouveau. Un échec ici
      *    perd l'action, qui est à ressaisir.
       RESTORE-PENDING-PARAGRAPH.
           MOVE WS-PEND-SAVE TO CALCPND-RECORD
           WRITE CALCPND-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CALCPND-STATUS NOT = '00'
               DISPLAY "CALCTAB: echec de remise en attente, statut "
                   WS-CALCPND-STATUS " - ACTION PERDUE, A RESAISIR"
           ELSE
               DISPLAY "Action toujours en attente."
           END-IF
           MOVE WS-PEND-SAVE TO CALCPND-RECORD.

      *    Trace la décision (état préparé par l'appelant) au nom de
      *    l'auteur et du valideur, sur l'image de l'action retirée.
       CLOSE-PENDING-PARAGRAPH.
           MOVE WS-PEND-SAVE   TO CALCPND-RECORD
           MOVE WS-OPERATOR-ID TO WS-JRN-APPROVER
           PERFORM JOURNAL-ACTION-PARAGRAPH.

      *    Parcours séquentiel complet en ordre de clé (code puis
      *    date d'effet), entrées expirées comprises.
       LIST-TABLE-PARAGRAPH.
           ELSE
               DISPLAY "----------------------"
               DISPLAY WS-LIST-COUNT " entrees"
           END-IF
           PERFORM LIST-PENDING-PARAGRAPH.

       LIST-ENTRY-PARAGRAPH.
           READ CALCRATE NEXT
                   DISPLAY RT-CODE " " RT-EFF-DATE " " RT-STATUS
                       " " WS-VALUE-ED " " RT-DESC
           END-READ.

      *    Actions en attente de validation, à la suite de la table :
      *    code, date d'effet, action, auteur, nouvelle valeur.
       LIST-PENDING-PARAGRAPH.
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO PD-KEY
           START CALCPND KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           DISPLAY "--- Actions en attente de validation ---"
           PERFORM LIST-PENDING-ENTRY-PARAGRAPH UNTIL WS-LIST-EOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "Aucune action en attente."
           ELSE
               DISPLAY "----------------------"
               DISPLAY WS-LIST-COUNT " actions en attente"
           END-IF.

       LIST-PENDING-ENTRY-PARAGRAPH.
           READ CALCPND NEXT
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE PD-NEW-VALUE TO WS-VALUE-ED
                   DISPLAY PD-CODE " " PD-EFF-DATE " " PD-ACTION
                       " " PD-MAKER " " WS-VALUE-ED " " PD-DESC
           END-READ.

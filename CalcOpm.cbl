      *    *************************************************************
      *    PROGRAMME DE MAINTENANCE DU FICHIER DES OPERATEURS
      *    Entretient le fichier CALCOPER (voir CALCOPR) : les seuls
      *    identifiants admis à ouvrir une session CalcBas ou CalcTab,
      *    avec leur nom, leur équipe, leur état (actif ou révoqué) et
      *    leurs autorisations : saisir une maintenance de taux,
      *    approuver une maintenance de taux, utiliser la puissance,
      *    libérer ou refuser les résultats retenus par la nuit,
      *    plafond de résultat, tenir le présent fichier.
      *    Un opérateur ne se supprime pas : il se révoque, et reste
      *    inscrit pour que CALCRPT et CALCINQ continuent de nommer
      *    l'auteur des enregistrements qu'il a laissés au journal.
      *    La session s'ouvre sur un identifiant actif détenant
      *    l'autorisation de tenir le fichier. Sur un fichier vide
      *    (première installation), le premier identifiant saisi est
      *    inscrit d'office avec toutes les autorisations, faute de
      *    quoi personne ne pourrait jamais y entrer.
      *    Un opérateur ne peut ni se révoquer ni se retirer
      *    l'autorisation de tenir le fichier : le dernier
      *    administrateur ne peut pas fermer la porte derrière lui.
      *    Chaque mise à jour porte son auteur et son horodatage.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcOpm.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des opérateurs, indexé sur l'identifiant.
           SELECT CALCOPER ASSIGN TO CALCOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-CALCOPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Le dessin de l'enregistrement CALCOPER est partagé via le
      *    copybook CALCOPR avec les programmes qui identifient leur
      *    session et les états qui nomment les opérateurs.
       FD  CALCOPER
           RECORDING MODE IS F.
           COPY CALCOPR.

       WORKING-STORAGE SECTION.

      *    Zones d'identification de l'opérateur, communes avec
      *    CalcBas et CalcTab.
           COPY CALCOPT.

      *    Identité de l'opérateur de la session, reportée comme
      *    auteur de chaque mise à jour.
       01 WS-OPERATOR-ID     PIC X(08).

      *    Autorisation de travailler : levée seulement quand le
      *    fichier a pu être ouvert (ou créé) en mise à jour.
       01 WS-SESSION-OK-SW   PIC X VALUE 'N'.
           88 WS-SESSION-OK      VALUE 'Y'.

      *    Fichier vide à l'ouverture : l'opérateur qui s'identifie
      *    est inscrit d'office comme premier administrateur.
       01 WS-EMPTY-FILE-SW   PIC X VALUE 'N'.
           88 WS-EMPTY-FILE      VALUE 'Y'.

      *    Fin du parcours séquentiel de l'action Lister.
       01 WS-LIST-EOF-SW     PIC X VALUE 'N'.
           88 WS-LIST-EOF        VALUE 'Y'.
       01 WS-LIST-COUNT      PIC 9(5) VALUE ZERO.

      *    Choix du menu et zones de saisie brutes, validées avant
      *    d'alimenter les champs de l'enregistrement.
       01 WS-ACTION          PIC X.
           88 WS-ACT-FIN         VALUE 'E'.
       01 WS-ID-INPUT        PIC X(08).
       01 WS-NAME-INPUT      PIC X(30).
       01 WS-TEAM-INPUT      PIC X(08).
       01 WS-AMOUNT-INPUT    PIC X(13).
       01 WS-NUMVAL-CHECK    PIC S9(11)V99.
       01 WS-VALID-SWITCH    PIC X VALUE 'N'.
           88 WS-VALID           VALUE 'Y'.
       01 WS-FOUND-SW        PIC X VALUE 'N'.
           88 WS-FOUND           VALUE 'Y'.

      *    Saisie d'une autorisation : libellé de l'invite, valeur
      *    actuelle (gardée sur Entrée) et valeur retenue.
       01 WS-FLAG-PROMPT     PIC X(32).
       01 WS-FLAG-INPUT      PIC X.
       01 WS-FLAG-VALUE      PIC X.

      *    Plafond en cours de saisie (zéro : sans plafond).
       01 WS-MAX-WORK        PIC 9(9)V99.

      *    Zone d'édition du plafond.
       01 WS-MAX-ED          PIC Z(8)9.99.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM OPEN-MASTER-PARAGRAPH
           IF WS-SESSION-OK
               PERFORM GET-OPERATOR-PARAGRAPH
           END-IF

           IF WS-SESSION-OK
               PERFORM UNTIL WS-ACT-FIN
                   DISPLAY " "
                   DISPLAY "--- Maintenance des operateurs ---"
                   DISPLAY "A=Ajouter C=Changer R=Revoquer "
                       "T=Retablir L=Lister E=Fin"
                   DISPLAY "Choisir l'action: " WITH NO ADVANCING
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

                   EVALUATE WS-ACTION

                       WHEN 'A'
                         PERFORM ADD-OPERATOR-PARAGRAPH

                       WHEN 'C'
                         PERFORM CHANGE-OPERATOR-PARAGRAPH

                       WHEN 'R'
                         PERFORM REVOKE-OPERATOR-PARAGRAPH

                       WHEN 'T'
                         PERFORM RESTORE-OPERATOR-PARAGRAPH

                       WHEN 'L'
                         PERFORM LIST-OPERATORS-PARAGRAPH

                       WHEN 'E'
                         CONTINUE

                       WHEN OTHER
                         DISPLAY "Action invalide. Veuillez réessayer."

                   END-EVALUATE
               END-PERFORM
               CLOSE CALCOPER
           END-IF.

       0000-MAIN-STOP.
           STOP RUN.


      *    Ouverture du fichier en mise à jour. Statut '35' : pas
      *    encore de fichier, il est créé vide puis rouvert (même
      *    auto-provisionnement que la table des taux dans CalcTab).
      *    Tout autre statut interdit la session.
       OPEN-MASTER-PARAGRAPH.
           OPEN I-O CALCOPER
           IF WS-CALCOPER-STATUS = '35'
               OPEN OUTPUT CALCOPER
               IF WS-CALCOPER-STATUS = '00'
                   CLOSE CALCOPER
                   OPEN I-O CALCOPER
               END-IF
           END-IF
           IF WS-CALCOPER-STATUS = '00'
               SET WS-SESSION-OK TO TRUE
               MOVE LOW-VALUES TO OP-ID
               START CALCOPER KEY IS NOT LESS THAN OP-ID
                   INVALID KEY
                       SET WS-EMPTY-FILE TO TRUE
               END-START
           ELSE
               DISPLAY "CALCOPM: CALCOPER indisponible, statut "
                   WS-CALCOPER-STATUS ", session refusee"
           END-IF.

      *    Identification de l'opérateur en ouverture de session,
      *    selon la règle commune (inscrit, actif, trois essais au
      *    plus), plus l'autorisation de tenir le fichier. Sur un
      *    fichier vide, l'identifiant saisi est inscrit d'office.
       GET-OPERATOR-PARAGRAPH.
           MOVE 'N' TO WS-SIGNON-OK-SW
           MOVE ZERO TO WS-SIGNON-TRIES
           IF WS-EMPTY-FILE
               DISPLAY "Fichier des operateurs vide : le premier "
                   "identifiant saisi est inscrit administrateur."
               PERFORM FIRST-OPERATOR-PARAGRAPH
           ELSE
               PERFORM SIGN-ON-PARAGRAPH
                   UNTIL WS-SIGNON-OK
                      OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX
           END-IF
           IF WS-SIGNON-OK AND NOT WS-OPER-MAY-ADMIN
               DISPLAY "Operateur non autorise a tenir le fichier "
                   "des operateurs."
               MOVE 'N' TO WS-SIGNON-OK-SW
           END-IF
           IF NOT WS-SIGNON-OK
               DISPLAY "Identification refusee, fin de session."
               MOVE 'N' TO WS-SESSION-OK-SW
               CLOSE CALCOPER
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

      *    Première installation : l'identifiant saisi est inscrit
      *    actif avec toutes les autorisations et sans plafond ; il
      *    complétera ensuite sa fiche (C=Changer) et inscrira les
      *    autres opérateurs. Son identifiant est saisi par la même
      *    règle que les autres ("CALCBAT" refusé).
       FIRST-OPERATOR-PARAGRAPH.
           PERFORM GET-ID-PARAGRAPH
           MOVE WS-ID-INPUT TO WS-OPERATOR-ID
           DISPLAY "Nom: " WITH NO ADVANCING
           ACCEPT WS-NAME-INPUT
           DISPLAY "Equipe: " WITH NO ADVANCING
           ACCEPT WS-TEAM-INPUT
           MOVE SPACES          TO CALCOPER-RECORD
           MOVE WS-OPERATOR-ID  TO OP-ID
           MOVE WS-NAME-INPUT   TO OP-NAME
           MOVE FUNCTION UPPER-CASE(WS-TEAM-INPUT) TO OP-TEAM
           MOVE 'A'             TO OP-STATUS
           MOVE 'Y'             TO OP-AUTH-RATES OP-AUTH-APPROVE
                                   OP-AUTH-EXPONENT OP-AUTH-ADMIN
                                   OP-AUTH-RELEASE
           MOVE ZERO            TO OP-MAX-RESULT
           MOVE WS-OPERATOR-ID  TO OP-UPD-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPD-TIME
           WRITE CALCOPER-RECORD
           IF WS-CALCOPER-STATUS NOT = '00'
               DISPLAY "CALCOPM: echec d'ecriture, statut "
                   WS-CALCOPER-STATUS ", operateur non inscrit"
           ELSE
               DISPLAY "Premier administrateur inscrit."
               PERFORM KEEP-OPERATOR-PARAGRAPH
           END-IF.

      *    Saisie d'un identifiant : non vide. "CALCBAT" est réservé,
      *    c'est le nom sous lequel la nuit journalise sur CALCLOG.
       GET-ID-PARAGRAPH.
           MOVE 'N' TO WS-VALID-SWITCH
           PERFORM UNTIL WS-VALID
               DISPLAY "Identifiant (8 car.): " WITH NO ADVANCING
               ACCEPT WS-ID-INPUT
               MOVE FUNCTION UPPER-CASE(WS-ID-INPUT) TO WS-ID-INPUT
               EVALUATE TRUE
                   WHEN WS-ID-INPUT = SPACES
                       DISPLAY "L'identifiant est obligatoire."
                   WHEN WS-ID-INPUT = "CALCBAT "
                       DISPLAY "Identifiant reserve au traitement "
                           "de nuit."
                   WHEN OTHER
                       SET WS-VALID TO TRUE
               END-EVALUATE
           END-PERFORM.

      *    Lecture par clé de l'opérateur saisi.
       READ-OPERATOR-PARAGRAPH.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-ID-INPUT TO OP-ID
           READ CALCOPER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.

      *    Saisie d'une autorisation Y/N ; Entrée garde la valeur
      *    actuelle préparée par l'appelant dans WS-FLAG-VALUE.
       GET-FLAG-PARAGRAPH.
           MOVE 'N' TO WS-VALID-SWITCH
           PERFORM UNTIL WS-VALID
               DISPLAY WS-FLAG-PROMPT " (Y/N) [" WS-FLAG-VALUE "]: "
                   WITH NO ADVANCING
               ACCEPT WS-FLAG-INPUT
               MOVE FUNCTION UPPER-CASE(WS-FLAG-INPUT)
                   TO WS-FLAG-INPUT
               EVALUATE WS-FLAG-INPUT
                   WHEN SPACE
                       SET WS-VALID TO TRUE
                   WHEN 'Y'
                   WHEN 'N'
                       MOVE WS-FLAG-INPUT TO WS-FLAG-VALUE
                       SET WS-VALID TO TRUE
                   WHEN OTHER
                       DISPLAY "Repondre Y ou N."
               END-EVALUATE
           END-PERFORM.

      *    Saisie du plafond de résultat ; Entrée garde la valeur
      *    actuelle préparée par l'appelant dans WS-MAX-WORK.
       GET-MAX-PARAGRAPH.
           MOVE 'N' TO WS-VALID-SWITCH
           PERFORM UNTIL WS-VALID
               MOVE WS-MAX-WORK TO WS-MAX-ED
               DISPLAY "Plafond de resultat, 0 sans plafond ["
                   WS-MAX-ED "]: " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-INPUT
               IF WS-AMOUNT-INPUT = SPACES
                   SET WS-VALID TO TRUE
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) = ZERO
                       MOVE FUNCTION NUMVAL(WS-AMOUNT-INPUT)
                           TO WS-NUMVAL-CHECK
                       IF WS-NUMVAL-CHECK > 999999999.99
                           OR WS-NUMVAL-CHECK < ZERO
                           DISPLAY "Plafond hors limites "
                               "(0 a 999999999.99)."
                       ELSE
                           MOVE WS-NUMVAL-CHECK TO WS-MAX-WORK
                           SET WS-VALID TO TRUE
                       END-IF
                   ELSE
                       DISPLAY "Plafond invalide, veuillez saisir "
                           "un nombre."
                   END-IF
               END-IF
           END-PERFORM.

      *    Saisie des autorisations et du plafond, partant des
      *    valeurs de l'enregistrement courant. L'opérateur de la
      *    session garde toujours l'autorisation de tenir le fichier.
       GET-AUTHORITIES-PARAGRAPH.
           MOVE "Saisir les maintenances de taux" TO WS-FLAG-PROMPT
           MOVE OP-AUTH-RATES TO WS-FLAG-VALUE
           PERFORM GET-FLAG-PARAGRAPH
           MOVE WS-FLAG-VALUE TO OP-AUTH-RATES
           MOVE "Approuver les maintenances    " TO WS-FLAG-PROMPT
           MOVE OP-AUTH-APPROVE TO WS-FLAG-VALUE
           PERFORM GET-FLAG-PARAGRAPH
           MOVE WS-FLAG-VALUE TO OP-AUTH-APPROVE
           MOVE "Utiliser la puissance (P)     " TO WS-FLAG-PROMPT
           MOVE OP-AUTH-EXPONENT TO WS-FLAG-VALUE
           PERFORM GET-FLAG-PARAGRAPH
           MOVE WS-FLAG-VALUE TO OP-AUTH-EXPONENT
           MOVE "Liberer les resultats retenus " TO WS-FLAG-PROMPT
           MOVE OP-AUTH-RELEASE TO WS-FLAG-VALUE
           PERFORM GET-FLAG-PARAGRAPH
           MOVE WS-FLAG-VALUE TO OP-AUTH-RELEASE
           IF OP-ID = WS-OPERATOR-ID
               DISPLAY "Tenir le fichier des operateurs : conserve "
                   "pour l'operateur de la session."
           ELSE
               MOVE "Tenir le fichier des operateurs" TO WS-FLAG-PROMPT
               MOVE OP-AUTH-ADMIN TO WS-FLAG-VALUE
               PERFORM GET-FLAG-PARAGRAPH
               MOVE WS-FLAG-VALUE TO OP-AUTH-ADMIN
           END-IF
           MOVE OP-MAX-RESULT TO WS-MAX-WORK
           PERFORM GET-MAX-PARAGRAPH
           MOVE WS-MAX-WORK TO OP-MAX-RESULT.

      *    Ajout : l'identifiant ne doit pas déjà être inscrit. Le
      *    nouvel opérateur est actif, sans autorisation par défaut.
       ADD-OPERATOR-PARAGRAPH.
           PERFORM GET-ID-PARAGRAPH
           PERFORM READ-OPERATOR-PARAGRAPH
           IF WS-FOUND
               DISPLAY "Cet operateur est deja inscrit, utiliser "
                   "C=Changer."
           ELSE
               MOVE SPACES TO WS-NAME-INPUT
               PERFORM UNTIL WS-NAME-INPUT NOT = SPACES
                   DISPLAY "Nom: " WITH NO ADVANCING
                   ACCEPT WS-NAME-INPUT
                   IF WS-NAME-INPUT = SPACES
                       DISPLAY "Le nom est obligatoire."
                   END-IF
               END-PERFORM
               DISPLAY "Equipe: " WITH NO ADVANCING
               ACCEPT WS-TEAM-INPUT
               MOVE SPACES        TO CALCOPER-RECORD
               MOVE WS-ID-INPUT   TO OP-ID
               MOVE WS-NAME-INPUT TO OP-NAME
               MOVE FUNCTION UPPER-CASE(WS-TEAM-INPUT) TO OP-TEAM
               MOVE 'A'           TO OP-STATUS
               MOVE 'N'           TO OP-AUTH-RATES OP-AUTH-APPROVE
                                     OP-AUTH-EXPONENT OP-AUTH-ADMIN
                                     OP-AUTH-RELEASE
               MOVE ZERO          TO OP-MAX-RESULT
               PERFORM GET-AUTHORITIES-PARAGRAPH
               MOVE WS-OPERATOR-ID TO OP-UPD-BY
               MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPD-TIME
               WRITE CALCOPER-RECORD
               IF WS-CALCOPER-STATUS NOT = '00'
                   DISPLAY "CALCOPM: echec d'ecriture, statut "
                       WS-CALCOPER-STATUS ", operateur non inscrit"
               ELSE
                   DISPLAY "Operateur inscrit : " OP-ID
               END-IF
           END-IF.

      *    Changement : nom, équipe, autorisations et plafond, chaque
      *    zone laissée à blanc gardant sa valeur actuelle.
       CHANGE-OPERATOR-PARAGRAPH.
           PERFORM GET-ID-PARAGRAPH
           PERFORM READ-OPERATOR-PARAGRAPH
           IF NOT WS-FOUND
               DISPLAY "Operateur inconnu."
           ELSE
               PERFORM SHOW-OPERATOR-PARAGRAPH
               DISPLAY "Nom (Entree garde): " WITH NO ADVANCING
               ACCEPT WS-NAME-INPUT
               IF WS-NAME-INPUT NOT = SPACES
                   MOVE WS-NAME-INPUT TO OP-NAME
               END-IF
               DISPLAY "Equipe (Entree garde): " WITH NO ADVANCING
               ACCEPT WS-TEAM-INPUT
               IF WS-TEAM-INPUT NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-TEAM-INPUT) TO OP-TEAM
               END-IF
               PERFORM GET-AUTHORITIES-PARAGRAPH
               PERFORM REWRITE-OPERATOR-PARAGRAPH
           END-IF.

      *    Révocation : l'opérateur reste inscrit mais ne peut plus
      *    ouvrir de session. On ne se révoque pas soi-même.
       REVOKE-OPERATOR-PARAGRAPH.
           PERFORM GET-ID-PARAGRAPH
           PERFORM READ-OPERATOR-PARAGRAPH
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY "Operateur inconnu."
               WHEN OP-ID = WS-OPERATOR-ID
                   DISPLAY "Un operateur ne peut pas se revoquer "
                       "lui-meme."
               WHEN OP-REVOKED
                   DISPLAY "Operateur deja revoque."
               WHEN OTHER
                   MOVE 'R' TO OP-STATUS
                   PERFORM REWRITE-OPERATOR-PARAGRAPH
           END-EVALUATE.

      *    Rétablissement d'un opérateur révoqué.
       RESTORE-OPERATOR-PARAGRAPH.
           PERFORM GET-ID-PARAGRAPH
           PERFORM READ-OPERATOR-PARAGRAPH
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY "Operateur inconnu."
               WHEN OP-ACTIVE
                   DISPLAY "Operateur deja actif."
               WHEN OTHER
                   MOVE 'A' TO OP-STATUS
                   PERFORM REWRITE-OPERATOR-PARAGRAPH
           END-EVALUATE.

       REWRITE-OPERATOR-PARAGRAPH.
           MOVE WS-OPERATOR-ID TO OP-UPD-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPD-TIME
           REWRITE CALCOPER-RECORD
           IF WS-CALCOPER-STATUS NOT = '00'
               DISPLAY "CALCOPM: echec de reecriture, statut "
                   WS-CALCOPER-STATUS ", operateur non modifie"
           ELSE
               DISPLAY "Operateur mis a jour : " OP-ID " etat "
                   OP-STATUS
           END-IF.

       SHOW-OPERATOR-PARAGRAPH.
           MOVE OP-MAX-RESULT TO WS-MAX-ED
           DISPLAY OP-ID " " OP-NAME " " OP-TEAM " etat " OP-STATUS
           DISPLAY "  taux " OP-AUTH-RATES " approb " OP-AUTH-APPROVE
               " puiss " OP-AUTH-EXPONENT " admin " OP-AUTH-ADMIN
               " lib " OP-AUTH-RELEASE " plafond " WS-MAX-ED
           DISPLAY "  maj par " OP-UPD-BY " le " OP-UPD-TIME.

      *    Parcours séquentiel complet en ordre d'identifiant,
      *    opérateurs révoqués compris.
       LIST-OPERATORS-PARAGRAPH.
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO OP-ID
           START CALCOPER KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           DISPLAY "--- Operateurs ---"
           PERFORM LIST-OPERATOR-ENTRY-PARAGRAPH UNTIL WS-LIST-EOF
           DISPLAY "------------------"
           DISPLAY WS-LIST-COUNT " operateurs".

       LIST-OPERATOR-ENTRY-PARAGRAPH.
           READ CALCOPER NEXT
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM SHOW-OPERATOR-PARAGRAPH
           END-READ.

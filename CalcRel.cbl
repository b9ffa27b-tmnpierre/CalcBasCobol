      *    *************************************************************
      *    PROGRAMME DE DECISION SUR LES RESULTATS RETENUS
      *    La nuit (CalcBat) retient pour second examen, sur le
      *    fichier CALCHOLD (voir CALCHLR), les résultats dont le
      *    montant dépasse le seuil de la table CALCHLDT ; ils ne sont
      *    pas versés à CALCOUT et donc pas imputés.
      *    Un superviseur passe ici en revue les détails retenus, un à
      *    un : il libère le détail (R), le refuse (X) ou le laisse en
      *    attente. Chaque décision est d'abord journalisée sur
      *    CALCLOG, scellée dans la chaîne du journal (voir CALCLOGR
      *    et CALCCHN) : origine 'V', le superviseur comme opérateur,
      *    statut "RELEASED" ou "REFUSED", le rang du détail comme
      *    ticket, les montants du détail retenu. Elle n'est appliquée
      *    en place sur CALCHOLD (état, superviseur, horodatage)
      *    qu'une fois la trace écrite : un journal en échec laisse le
      *    détail retenu et met fin à la session en erreur.
      *    En fin de session, le CALCOUT complémentaire CALCRELS est
      *    réécrit en entier avec tous les détails libérés et pas
      *    encore imputés (statut CALCOUT "RELEASED"), suivi de son
      *    trailer de contrôle (nombre et hachage, aucun retenu) :
      *    CALCPOST le reprend à son passage suivant et passe les
      *    détails imputés à l'état 'P'. Une session sans décision
      *    suffit donc à régénérer le fichier. Une écriture en échec
      *    arrête le fichier sans trailer : CALCPOST le refusera
      *    jusqu'à la session suivante.
      *    L'identifiant doit être inscrit et actif au fichier des
      *    opérateurs CALCOPER (voir CALCOPR), trois essais au plus,
      *    et détenir l'autorisation de libérer les résultats
      *    retenus. Sans fichier des retenus ou sans journal, la
      *    session est refusée : aucune décision sans trace.
      *    Code retour : 0 session normale ou refusée à l'ouverture,
      *    12 journal ou CALCOUT complémentaire en échec en cours de
      *    session.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRel.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Résultats retenus par la nuit, indexés sur le fichier
      *    CALCIN d'origine et le rang du détail.
           SELECT CALCHOLD ASSIGN TO CALCHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-CALCHOLD-STATUS.
      *    Journal des calculs, en extension seule : une trace par
      *    décision.
           SELECT CALCLOG  ASSIGN TO CALCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.
      *    CALCOUT complémentaire des détails libérés, pour CALCPOST.
           SELECT CALCRELS ASSIGN TO CALCRELS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCRELS-STATUS.
      *    Fichier des opérateurs (maintenu par CALCOPM), lu à
      *    l'ouverture de session pour identifier le superviseur et
      *    connaître ses autorisations.
           SELECT CALCOPER ASSIGN TO CALCOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-CALCOPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Le dessin du fichier des résultats retenus est partagé via
      *    le copybook CALCHLR avec CalcBat, qui l'alimente.
       FD  CALCHOLD
           RECORDING MODE IS F.
           COPY CALCHLR.

       FD  CALCLOG
           RECORDING MODE IS F.
           COPY CALCLOGR.

      *    Le CALCOUT complémentaire a le dessin de CALCOUT, que
      *    CALCPOST relit.
       FD  CALCRELS
           RECORDING MODE IS F.
           COPY CALCOUTR.

       FD  CALCOPER
           RECORDING MODE IS F.
           COPY CALCOPR.

       WORKING-STORAGE SECTION.

      *    Code retour de CALCHOLD. '35' signifie qu'aucun résultat
      *    n'a jamais été retenu : il n'y a rien à décider. Tout
      *    autre statut non-zéro interdit la session.
       01 WS-CALCHOLD-STATUS PIC XX.
       01 WS-CALCHOLD-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCHOLD-OPEN   VALUE 'Y'.

      *    Code retour de CALCLOG. '35' à l'ouverture : pas encore de
      *    journal, il est créé via OPEN OUTPUT. Indisponible pour
      *    toute autre raison, la session est refusée.
       01 WS-CALCLOG-STATUS  PIC XX.
       01 WS-CALCLOG-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCLOG-OPEN    VALUE 'Y'.

      *    Code retour du CALCOUT complémentaire, et écriture en
      *    échec qui le laisse sans trailer.
       01 WS-CALCRELS-STATUS PIC XX.
       01 WS-RELS-ERROR-SW   PIC X VALUE 'N'.
           88 WS-RELS-ERROR      VALUE 'Y'.

      *    Zones communes du chaînage du journal.
           COPY CALCCHN.

      *    Identité du superviseur de la session, reportée sur
      *    CALCHOLD et sur chaque trace du journal.
       01 WS-OPERATOR-ID     PIC X(08).

      *    Zones d'identification de l'opérateur et autorisations,
      *    communes avec CalcBas, CalcTab et CalcOpm.
           COPY CALCOPT.

      *    Autorisation de travailler : levée seulement quand le
      *    fichier des retenus et le journal sont ouverts et le
      *    superviseur identifié.
       01 WS-SESSION-OK-SW   PIC X VALUE 'N'.
           88 WS-SESSION-OK      VALUE 'Y'.

      *    Erreur en cours de session (décision sans trace évitée,
      *    CALCOUT complémentaire incomplet) : code retour 12.
       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

      *    Fin du parcours séquentiel de CALCHOLD, et arrêt demandé
      *    par le superviseur pendant la revue.
       01 WS-LIST-EOF-SW     PIC X VALUE 'N'.
           88 WS-LIST-EOF        VALUE 'Y'.
       01 WS-LIST-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REVIEW-STOP-SW  PIC X VALUE 'N'.
           88 WS-REVIEW-STOP     VALUE 'Y'.

      *    Choix du menu et décision sur le détail présenté.
       01 WS-ACTION          PIC X.
           88 WS-ACT-FIN         VALUE 'E'.
       01 WS-DECISION        PIC X.

      *    Statut reporté sur la trace de la décision, et rang du
      *    détail mis en forme comme dans les traces de la nuit.
       01 WS-JRN-STATUS      PIC X(09).
       01 WS-JRN-TICKET.
           05 FILLER             PIC X(05) VALUE "RANG ".
           05 WS-JRN-RANK        PIC 9(07).

      *    Compteurs de la session et totaux de contrôle du CALCOUT
      *    complémentaire (hachage modulo 10 000 000 000 000, comme
      *    le trailer de CALCOUT).
       01 WS-COUNT-RELEASED  PIC 9(7) VALUE ZERO.
       01 WS-COUNT-REFUSED   PIC 9(7) VALUE ZERO.
       01 WS-COUNT-OUT       PIC 9(7) VALUE ZERO.
       01 WS-OUT-HASH        PIC S9(13)V99 VALUE ZERO.

      *    Zones d'édition des montants présentés.
       01 WS-NUM1-ED         PIC -(9)9.99.
       01 WS-NUM2-ED         PIC -(9)9.99.
       01 WS-RESULT-ED       PIC -(9)9.99.
       01 WS-THRESHOLD-ED    PIC Z(8)9.99.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM OPEN-HOLD-PARAGRAPH
           IF WS-SESSION-OK
               PERFORM OPEN-JOURNAL-PARAGRAPH
           END-IF
           IF WS-SESSION-OK
               PERFORM GET-OPERATOR-PARAGRAPH
           END-IF

           IF WS-SESSION-OK
               PERFORM UNTIL WS-ACT-FIN
                   DISPLAY " "
                   DISPLAY "--- Decision sur les resultats retenus ---"
                   DISPLAY "D=Decider L=Lister E=Fin"
                   DISPLAY "Choisir l'action: " WITH NO ADVANCING
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
                   EVALUATE WS-ACTION

                       WHEN 'D'
                         PERFORM REVIEW-HOLD-PARAGRAPH

                       WHEN 'L'
                         PERFORM LIST-HOLD-PARAGRAPH

                       WHEN 'E'
                         CONTINUE

                       WHEN OTHER
                         DISPLAY "Action invalide. Veuillez réessayer."

                   END-EVALUATE
               END-PERFORM
               PERFORM WRITE-RELEASED-PARAGRAPH
               DISPLAY "CALCREL: " WS-COUNT-RELEASED " liberes, "
                   WS-COUNT-REFUSED " refuses dans la session, "
                   WS-COUNT-OUT " au CALCOUT complementaire"
           END-IF
           IF WS-CALCHOLD-OPEN
               CLOSE CALCHOLD
           END-IF
           IF WS-CALCLOG-OPEN
               CLOSE CALCLOG
           END-IF

           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0000-MAIN-STOP.
           STOP RUN.


      *    Ouverture du fichier des retenus en mise à jour. Statut
      *    '35' : la nuit n'a encore jamais rien retenu, il n'y a
      *    rien à décider. Tout autre statut interdit la session.
       OPEN-HOLD-PARAGRAPH.
           OPEN I-O CALCHOLD
           EVALUATE WS-CALCHOLD-STATUS
               WHEN '00'
                   SET WS-CALCHOLD-OPEN TO TRUE
                   SET WS-SESSION-OK TO TRUE
               WHEN '35'
                   DISPLAY "CALCREL: aucun resultat retenu, rien a "
                       "decider"
               WHEN OTHER
                   DISPLAY "CALCREL: CALCHOLD indisponible, statut "
                       WS-CALCHOLD-STATUS ", session refusee"
           END-EVALUATE.

      *    Ouverture du journal en extension, après relecture de la
      *    fin de chaîne, avec l'auto-provisionnement de CalcBas.
      *    Indisponible, la session est refusée : aucune décision
      *    sans trace.
       OPEN-JOURNAL-PARAGRAPH.
           PERFORM READ-CHAIN-TAIL-PARAGRAPH
           OPEN EXTEND CALCLOG
           IF WS-CALCLOG-STATUS = '35'
               OPEN OUTPUT CALCLOG
           END-IF
           IF WS-CALCLOG-STATUS = '00'
               SET WS-CALCLOG-OPEN TO TRUE
           ELSE
               DISPLAY "CALCREL: journal CALCLOG indisponible, statut "
                   WS-CALCLOG-STATUS ", session refusee"
               MOVE 'N' TO WS-SESSION-OK-SW
           END-IF.

      *    Identification du superviseur en ouverture de session :
      *    chaque décision doit porter qui l'a prise. L'identifiant
      *    doit être inscrit et actif au fichier des opérateurs et
      *    détenir l'autorisation de libérer ; après trois essais
      *    infructueux, ou sans fichier des opérateurs, la session
      *    est refusée.
       GET-OPERATOR-PARAGRAPH.
           MOVE 'N' TO WS-SIGNON-OK-SW
           MOVE ZERO TO WS-SIGNON-TRIES
           OPEN INPUT CALCOPER
           IF WS-CALCOPER-STATUS NOT = '00'
               DISPLAY "CALCREL: fichier des operateurs CALCOPER "
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
           ELSE
               IF NOT WS-OPER-MAY-RELEASE
                   PERFORM NOT-AUTHORIZED-PARAGRAPH
                   DISPLAY "Session refusee."
                   MOVE 'N' TO WS-SESSION-OK-SW
               END-IF
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

      *    Revue des détails retenus en ordre de clé (nuit, fichier,
      *    rang) : chacun est présenté et attend la décision du
      *    superviseur ; F arrête la revue, les détails restants
      *    restent retenus.
       REVIEW-HOLD-PARAGRAPH.
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE 'N' TO WS-REVIEW-STOP-SW
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO HD-KEY
           START CALCHOLD KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM REVIEW-ENTRY-PARAGRAPH
               UNTIL WS-LIST-EOF OR WS-REVIEW-STOP
           IF WS-LIST-COUNT = ZERO
               DISPLAY "Aucun resultat en attente de decision."
           END-IF.

       REVIEW-ENTRY-PARAGRAPH.
           READ CALCHOLD NEXT
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF HD-HELD
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM SHOW-HOLD-PARAGRAPH
                       PERFORM DECIDE-HOLD-PARAGRAPH
                   END-IF
           END-READ.

      *    Présentation d'un détail retenu : nuit et rang, montants,
      *    seuil dépassé et code taux, image CALCIN d'origine.
       SHOW-HOLD-PARAGRAPH.
           MOVE HD-NUM1      TO WS-NUM1-ED
           MOVE HD-NUM2      TO WS-NUM2-ED
           MOVE HD-RESULT    TO WS-RESULT-ED
           MOVE HD-THRESHOLD TO WS-THRESHOLD-ED
           DISPLAY " "
           DISPLAY "Nuit " HD-DATE " rang " HD-RANK
               " retenu le " HD-HELD-TIME
           DISPLAY "  " WS-NUM1-ED " " HD-OPERATION " " WS-NUM2-ED
               " = " WS-RESULT-ED
           DISPLAY "  seuil " WS-THRESHOLD-ED " code " HD-RATE-CODE
           DISPLAY "  entree " HD-INPUT-IMAGE(1:60).

      *    Décision du superviseur sur le détail présenté. La
      *    décision est journalisée puis appliquée sur CALCHOLD.
       DECIDE-HOLD-PARAGRAPH.
           DISPLAY "R=Liberer X=Refuser F=Fin autre=Laisser: "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'R'
                   MOVE 'R' TO HD-STATE
                   MOVE "RELEASED " TO WS-JRN-STATUS
                   PERFORM APPLY-DECISION-PARAGRAPH
               WHEN 'X'
                   MOVE 'X' TO HD-STATE
                   MOVE "REFUSED  " TO WS-JRN-STATUS
                   PERFORM APPLY-DECISION-PARAGRAPH
               WHEN 'F'
                   SET WS-REVIEW-STOP TO TRUE
               WHEN OTHER
                   DISPLAY "Detail laisse en attente."
           END-EVALUATE.

      *    La trace est écrite et scellée d'abord ; la décision n'est
      *    réécrite sur CALCHOLD que si la trace est passée. Journal
      *    en échec : le détail est remis en attente (état 'H', sans
      *    superviseur ni horodatage), réécrit tel, et la session
      *    s'arrête en erreur. Une réécriture en échec après la trace
      *    laisse le détail retenu mais la trace écrite : la session
      *    s'arrête aussi en erreur, l'audit doit en être prévenu.
       APPLY-DECISION-PARAGRAPH.
           MOVE WS-OPERATOR-ID TO HD-SUPERVISOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO HD-DECISION-TIME
           PERFORM LOG-DECISION-PARAGRAPH
           IF WS-CALCLOG-STATUS NOT = '00'
               MOVE 'H'    TO HD-STATE
               MOVE SPACES TO HD-SUPERVISOR
               MOVE SPACES TO HD-DECISION-TIME
               REWRITE CALCHOLD-RECORD
               DISPLAY "CALCREL: detail toujours retenu, session "
                   "arretee"
               PERFORM SESSION-ERROR-PARAGRAPH
           ELSE
               REWRITE CALCHOLD-RECORD
               IF WS-CALCHOLD-STATUS NOT = '00'
                   DISPLAY "CALCREL: echec de reecriture, statut "
                       WS-CALCHOLD-STATUS ", detail toujours retenu"
                       " - TRACE SANS DECISION AU JOURNAL, "
                       "PREVENIR L'AUDIT"
                   PERFORM SESSION-ERROR-PARAGRAPH
               ELSE
                   IF HD-RELEASED
                       ADD 1 TO WS-COUNT-RELEASED
                       DISPLAY "Detail libere."
                   ELSE
                       ADD 1 TO WS-COUNT-REFUSED
                       DISPLAY "Detail refuse, il ne sera pas impute."
                   END-IF
               END-IF
           END-IF.

      *    Fin de session en erreur : la revue et le menu s'arrêtent,
      *    le CALCOUT complémentaire est tout de même régénéré avec
      *    les décisions acquises.
       SESSION-ERROR-PARAGRAPH.
           SET WS-RUN-ERROR TO TRUE
           SET WS-REVIEW-STOP TO TRUE
           MOVE 'E' TO WS-ACTION.

      *    Trace de la décision sur CALCLOG, scellée dans la chaîne.
      *    Un échec d'écriture est signalé bruyamment et rend son
      *    numéro à la chaîne : la décision n'est pas appliquée.
       LOG-DECISION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CL-TIMESTAMP
           MOVE SPACE                       TO CL-SEP1 CL-SEP2 CL-SEP3
                                                CL-SEP4 CL-SEP5
                                                CL-SEP6 CL-SEP7
                                                CL-SEP8
           MOVE HD-NUM1                     TO CL-NUM1
           MOVE HD-NUM2                     TO CL-NUM2
           MOVE HD-OPERATION                TO CL-OPERATION
           MOVE HD-RESULT                   TO CL-RESULT
           MOVE WS-JRN-STATUS               TO CL-STATUS
           MOVE WS-OPERATOR-ID              TO CL-OPERATOR
           MOVE HD-RANK                     TO WS-JRN-RANK
           MOVE WS-JRN-TICKET               TO CL-TICKET
           MOVE HD-DEPT                     TO CL-DEPT
           SET CL-SRC-HOLD-DECISION         TO TRUE
           PERFORM CHAIN-RECORD-PARAGRAPH
           WRITE CALCLOG-RECORD
           IF WS-CALCLOG-STATUS NOT = '00'
               DISPLAY "CALCREL: ECHEC D'ECRITURE DU JOURNAL, statut "
                   WS-CALCLOG-STATUS
                   " - DECISION NON APPLIQUEE, PREVENIR L'AUDIT"
               SUBTRACT 1 FROM WS-CHN-LAST-SEQ
               MOVE CL-PREV-CHAIN TO WS-CHN-LAST-VALUE
           END-IF.

      *    Parcours complet de CALCHOLD en ordre de clé, détails
      *    imputés compris : nuit, rang, état, montant, superviseur.
       LIST-HOLD-PARAGRAPH.
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO HD-KEY
           START CALCHOLD KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           DISPLAY "--- Resultats retenus ---"
           PERFORM LIST-ENTRY-PARAGRAPH UNTIL WS-LIST-EOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "Aucun resultat retenu."
           ELSE
               DISPLAY "----------------------"
               DISPLAY WS-LIST-COUNT " resultats retenus"
           END-IF.

       LIST-ENTRY-PARAGRAPH.
           READ CALCHOLD NEXT
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE HD-RESULT TO WS-RESULT-ED
                   DISPLAY HD-DATE " " HD-RANK " " HD-STATE
                       " " WS-RESULT-ED " " HD-OPERATION
                       " " HD-SUPERVISOR " " HD-POST-DATE
           END-READ.

      *    Réécriture complète du CALCOUT complémentaire : tous les
      *    détails libérés et pas encore imputés, au dessin CALCOUT,
      *    statut "RELEASED", suivis du trailer de contrôle. Un échec
      *    est signalé et rend la session en erreur : les décisions
      *    restent acquises sur CALCHOLD et la session suivante
      *    régénère le fichier. Un détail en échec arrête l'écriture
      *    sans trailer, pour que CALCPOST refuse le fichier
      *    incomplet plutôt que d'en imputer une partie.
       WRITE-RELEASED-PARAGRAPH.
           MOVE ZERO TO WS-COUNT-OUT WS-OUT-HASH
           MOVE 'N' TO WS-RELS-ERROR-SW
           OPEN OUTPUT CALCRELS
           IF WS-CALCRELS-STATUS NOT = '00'
               DISPLAY "CALCREL: CALCOUT complementaire CALCRELS "
                   "indisponible, statut " WS-CALCRELS-STATUS
                   ", a regenerer par une nouvelle session"
               SET WS-RUN-ERROR TO TRUE
           ELSE
               MOVE 'N' TO WS-LIST-EOF-SW
               MOVE LOW-VALUES TO HD-KEY
               START CALCHOLD KEY IS NOT LESS THAN HD-KEY
                   INVALID KEY
                       SET WS-LIST-EOF TO TRUE
               END-START
               PERFORM WRITE-RELEASED-ENTRY-PARAGRAPH
                   UNTIL WS-LIST-EOF OR WS-RELS-ERROR
               IF NOT WS-RELS-ERROR
                   MOVE SPACES         TO CALCOUT-RECORD
                   SET CO-TRAILER      TO TRUE
                   MOVE WS-COUNT-OUT   TO CO-TRL-COUNT
                   MOVE WS-OUT-HASH    TO CO-TRL-HASH
                   MOVE ZERO           TO CO-TRL-HELD-COUNT
                   MOVE ZERO           TO CO-TRL-HELD-HASH
                   WRITE CALCOUT-RECORD
                   IF WS-CALCRELS-STATUS NOT = '00'
                       SET WS-RELS-ERROR TO TRUE
                   END-IF
               END-IF
               IF WS-RELS-ERROR
                   DISPLAY "CALCREL: echec d'ecriture CALCRELS, statut "
                       WS-CALCRELS-STATUS
                       ", fichier sans trailer, a regenerer par une "
                       "nouvelle session"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
               CLOSE CALCRELS
           END-IF.

       WRITE-RELEASED-ENTRY-PARAGRAPH.
           READ CALCHOLD NEXT
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF HD-RELEASED
                       MOVE SPACES       TO CALCOUT-RECORD
                       SET CO-DETAIL     TO TRUE
                       MOVE HD-NUM1      TO CO-NUM1
                       MOVE HD-NUM2      TO CO-NUM2
                       MOVE HD-OPERATION TO CO-OPERATION
                       MOVE HD-RESULT    TO CO-RESULT
                       MOVE "RELEASED "  TO CO-STATUS
                       MOVE HD-RATE-CODE TO CO-RATE-CODE
                       MOVE HD-DEPT      TO CO-DEPT
                       WRITE CALCOUT-RECORD
                       IF WS-CALCRELS-STATUS NOT = '00'
                           SET WS-RELS-ERROR TO TRUE
                       ELSE
                           ADD 1 TO WS-COUNT-OUT
                           COMPUTE WS-OUT-HASH = FUNCTION
                               REM(WS-OUT-HASH + HD-RESULT,
                               10000000000000)
                       END-IF
                   END-IF
           END-READ.

      *    Relecture du journal avant extension (paragraphes
      *    identiques dans tous les programmes qui écrivent CALCLOG) :
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

      *    calculs en chaîne 'M' étape par étape, et les rejets avec
      *    leur motif. Le chiffre d'une nuit se rapproche ainsi dans
      *    le même journal que celui d'une session terminal.
      *    Chaque enregistrement journalisé est numéroté et scellé
      *    dans la chaîne du journal (voir CALCLOGR et CALCCHN), à la
      *    suite du dernier enregistrement présent, relu à
      *    l'ouverture.
      *    En dernier rempart derrière le contrôle préalable, la nuit
      *    cherche les totaux du trailer CALCIN au registre des
      *    fichiers acceptés CALCREG (voir CALCRGR) : un fichier déjà
      *    reçu pour une autre date est refusé sans carte CALCOVRD
      *    DUPFILE, et le fichier traité est inscrit au registre.
      *    Un résultat OK dont la valeur absolue dépasse le seuil de
      *    la table CALCHLDT (voir CALCHTR) pour son opération et les
      *    codes taux qu'il a référencés n'est pas versé à CALCOUT : il
      *    est retenu dans CALCHOLD (voir CALCHLR), statut "HELD", en
      *    attente de la décision d'un superviseur (CALCREL). Le
      *    trailer CALCOUT en porte à part le nombre et le hachage,
      *    pour que le rapprochement équilibre toujours la nuit.
      *    Un passage complet de la nuit écarte de CALCHOLD tous les
      *    retenus encore non décidés de sa date de gestion, quels
      *    que soient les totaux du fichier qui les a déposés : un
      *    CALCIN corrigé remplace le fichier de la nuit, dont les
      *    retenus ne doivent plus être libérés ni imputés. Les
      *    retenus d'un autre fichier de la date déjà décidés sont
      *    listés sur SYSOUT, à suivre. Un passage complémentaire
      *    (CALCBATS, carte CALCOVRD date + mot-clé SUPPL) ne touche
      *    qu'aux retenus de son propre fichier.
      *    Le service d'origine de chaque détail (CI-DEPT, inscrit
      *    par la réception CALCINTK) suit le détail sur CALCOUT, sur
      *    CALCREJ (dans l'image CALCIN), sur CALCHOLD et sur CALCLOG.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-CALCCTL-STATUS.
      *    Carte de dérogation : autorise explicitement le
      *    retraitement d'une date de gestion déjà pointée terminée
      *    (date + mot-clé OVERRIDE), ou un fichier dont les totaux
      *    coïncident avec ceux d'une autre nuit (date + mot-clé
      *    DUPFILE). La carte date + mot-clé SUPPL désigne un passage
      *    complémentaire, qui s'ajoute à la nuit sans la remplacer.
      *    En exploitation normale la DD est DUMMY : aucune
      *    dérogation.
           SELECT CALCOVRD ASSIGN TO CALCOVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCOVRD-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-CALCRATE-STATUS.
      *    Registre des fichiers CALCIN acceptés, indexé sur les
      *    totaux de contrôle suivis de la date de l'en-tête.
           SELECT CALCREG  ASSIGN TO CALCREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-CALCREG-STATUS.
      *    Table des seuils de rétention : cartes opération + code
      *    taux vers seuil, chargées en mémoire. DD DUMMY ou aucune
      *    carte : aucun résultat n'est retenu.
           SELECT CALCHLDT ASSIGN TO CALCHLDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCHLDT-STATUS.
      *    Résultats retenus pour second examen, indexés sur le
      *    fichier CALCIN d'origine et le rang du détail.
           SELECT CALCHOLD ASSIGN TO CALCHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-CALCHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCREJ
           RECORDING MODE IS F.
       01  CALCREJ-RECORD.
           05 CJ-INPUT-IMAGE  PIC X(121).
           05 CJ-REASON       PIC X(09).

       FD  CALCRATE
           RECORDING MODE IS F.
           COPY CALCCTR.

      *    Le dessin du registre est partagé via le copybook CALCRGR
      *    avec CalcEdit, qui consulte et alimente le même registre.
       FD  CALCREG
           RECORDING MODE IS F.
           COPY CALCRGR.

      *    Les dessins de la table des seuils et du fichier des
      *    résultats retenus sont partagés via les copybooks CALCHTR
      *    et CALCHLR avec CalcRecon, CalcRel et CalcPost.
       FD  CALCHLDT
           RECORDING MODE IS F.
           COPY CALCHTR.

       FD  CALCHOLD
           RECORDING MODE IS F.
           COPY CALCHLR.

       FD  CALCOVRD
           RECORDING MODE IS F.
       01  CALCOVRD-RECORD.
      *    programmes qui résolvent des codes taux.
           COPY CALCRTT.

      *    Premier code taux résolu par le détail courant (opérandes
      *    pris dans l'ordre du détail), reporté sur CO-RATE-CODE pour
      *    l'imputation comptable ; à blanc pour un détail tout en
      *    littéraux.
       01 WS-FIRST-RATE-CODE PIC X(08).

      *    Tous les codes taux résolus par le détail courant (deux
      *    pour un 'D', la valeur de départ et huit étapes au plus
      *    pour un 'M'), remis à zéro avec WS-FIRST-RATE-CODE : le
      *    seuil de rétention se cherche sur chacun d'eux.
       01 WS-DTL-CODE-MAX    PIC 9(2) VALUE 9.
       01 WS-DTL-CODE-COUNT  PIC 9(2) VALUE ZERO.
       01 WS-DTL-CODE-IDX    PIC 9(2).
       01 WS-DTL-CODE-TABLE.
           05 WS-DTL-CODE     PIC X(08) OCCURS 9 TIMES.

      *    Verdicts de résolution des deux opérandes du détail
      *    courant : un opérande irrésoluble (code taux inconnu ou
      *    littéral malformé) rejette le détail avec CO-STATUS
      *    courante et valeur de départ résolue, reportée telle
      *    quelle en CO-NUM1 du détail composé écrit sur CALCOUT.
       01 WS-STEP-IDX        PIC 9(1).
       01 WS-MS-START-VALUE  PIC S9(9)V99.

      *    Code retour de CALCLOG et indicateur d'ouverture. Comme le
      *    point de contrôle, un journal indisponible ne bloque pas
       01 WS-CALCLOG-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCLOG-OPEN    VALUE 'Y'.

      *    Zones du chaînage du journal, communes avec CalcBas,
      *    CalcArch et le contrôle CalcVrf.
           COPY CALCCHN.

      *    Référence portée en CL-TICKET des enregistrements
      *    journalisés : le rang du détail dans CALCIN, pour
      *    retrouver l'enregistrement d'origine depuis le journal.
      *    Valeur courante avant l'étape en cours d'un calcul en
      *    chaîne et opérande résolu de l'étape, pour la
      *    journalisation pas à pas.
       01 WS-STEP-BEFORE     PIC S9(9)V99.
       01 WS-STEP-OPERAND    PIC S9(9)V99.

      *    Pointage sur le fichier de contrôle du cycle CALCCTL. Un
      *    fichier de contrôle indisponible est une erreur dure :
       01 WS-CTL-POSTED-SW   PIC X VALUE 'N'.
           88 WS-CTL-POSTED      VALUE 'Y'.

      *    Verdicts de la carte de dérogation : levés quand CALCOVRD
      *    porte la date de gestion et le mot-clé OVERRIDE
      *    (retraitement), DUPFILE (fichier aux totaux déjà vus) ou
      *    SUPPL (passage complémentaire).
       01 WS-CALCOVRD-STATUS PIC XX.
       01 WS-OVERRIDE-SW     PIC X VALUE 'N'.
           88 WS-OVERRIDE-OK     VALUE 'Y'.
       01 WS-DUPFILE-SW      PIC X VALUE 'N'.
           88 WS-DUPFILE-OK      VALUE 'Y'.
       01 WS-SUPPL-SW        PIC X VALUE 'N'.
           88 WS-SUPPL-RUN       VALUE 'Y'.
       01 WS-OVRD-EOF-SW     PIC X VALUE 'N'.
           88 WS-OVRD-EOF        VALUE 'Y'.

      *    Registre des fichiers acceptés : totaux de contrôle du
      *    fichier présenté, relus de son trailer avant la boucle,
      *    et date de la nuit dont un fichier portait déjà les mêmes
      *    totaux (zéro si aucune). Un registre indisponible est une
      *    erreur dure, comme CALCCTL.
       01 WS-CALCREG-STATUS  PIC XX.
       01 WS-REG-OPEN-SW     PIC X VALUE 'N'.
           88 WS-REG-OPEN        VALUE 'Y'.
       01 WS-REG-SCAN-SW     PIC X VALUE 'N'.
           88 WS-REG-SCAN-DONE   VALUE 'Y'.
       01 WS-REG-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-REG-HASH        PIC S9(13)V99 VALUE ZERO.
       01 WS-REG-MATCH-DATE  PIC 9(08) VALUE ZERO.
       01 WS-PRESCAN-SW      PIC X VALUE 'N'.
           88 WS-PRESCAN-DONE    VALUE 'Y'.
       01 WS-PRESCAN-TRL-SW  PIC X VALUE 'N'.
           88 WS-PRESCAN-TRL     VALUE 'Y'.

      *    Table des seuils de rétention chargée depuis CALCHLDT :
      *    opération, code taux (blanc pour la règle par défaut de
      *    l'opération), seuil en valeur absolue.
       01 WS-CALCHLDT-STATUS PIC XX.
       01 WS-HLDT-EOF-SW     PIC X VALUE 'N'.
           88 WS-HLDT-EOF        VALUE 'Y'.
       01 WS-HLD-MAX         PIC 9(3) VALUE 200.
       01 WS-HLD-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-HLD-IDX         PIC 9(3).
       01 WS-HLD-HIT         PIC 9(3).
       01 WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 200 TIMES.
              10 WH-OPERATION    PIC X.
              10 WH-RATE-CODE    PIC X(08).
              10 WH-THRESHOLD    PIC 9(9)V99.
       01 WS-HLD-CARD-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-HLD-KEY-OPERATION PIC X.
       01 WS-HLD-KEY-RATE-CODE PIC X(08).

      *    Verdict de rétention du détail courant : seuil applicable
      *    (le plus bas des seuils de ses codes taux, sinon la règle
      *    par défaut de l'opération) et valeur absolue du résultat.
       01 WS-HLD-RULE-SW     PIC X VALUE 'N'.
           88 WS-HLD-RULE        VALUE 'Y'.
       01 WS-HOLD-ITEM-SW    PIC X VALUE 'N'.
           88 WS-HOLD-ITEM       VALUE 'Y'.
       01 WS-HLD-LIMIT       PIC 9(9)V99 VALUE ZERO.
       01 WS-HLD-AMOUNT      PIC 9(9)V99 VALUE ZERO.

      *    Fichier des résultats retenus. Indisponible, il rend le
      *    passage en erreur dure : un résultat au-delà du seuil ne
      *    doit partir ni sur CALCOUT ni nulle part ailleurs. Le
      *    fichier CALCIN d'origine y est identifié par sa date et
      *    les totaux de son trailer, relus d'avance ; les retenus du
      *    passage sont comptés et hachés pour le trailer CALCOUT.
       01 WS-CALCHOLD-STATUS PIC XX.
       01 WS-HOLD-OPEN-SW    PIC X VALUE 'N'.
           88 WS-HOLD-OPEN       VALUE 'Y'.
       01 WS-HOLD-EOF-SW     PIC X VALUE 'N'.
           88 WS-HOLD-EOF        VALUE 'Y'.
       01 WS-HLD-FILE-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-HLD-FILE-HASH   PIC S9(13)V99 VALUE ZERO.
       01 WS-HELD-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-HELD-HASH       PIC S9(13)V99 VALUE ZERO.
       01 WS-HOLD-PURGED     PIC 9(7) VALUE ZERO.
       01 WS-HOLD-FOLLOW     PIC 9(7) VALUE ZERO.
       01 WS-DSP-HASH        PIC -(13)9.99.
      *    Parcours de toute la date de gestion (passage complet de
      *    la nuit) plutôt que du seul fichier présenté.
       01 WS-HOLD-ALL-SW     PIC X VALUE 'N'.
           88 WS-HOLD-ALL        VALUE 'Y'.
       01 WS-HOLD-SAVE       PIC X(280).

      *    Code retour de CALCCHKP. '35' en ouverture INPUT signifie
      *    qu'aucun point de contrôle n'existe encore (premier passage
      *    ou fichier purgé) : le traitement démarre alors du début.
      *    Contrôles d'intégrité de CALCIN : nombre attendu relu de
      *    l'en-tête, nombre de détails réellement lus (reprise
      *    comprise) et totaux de hachage accumulés selon la règle du
      *    copybook CALCINR (somme algébrique modulo
      *    10 000 000 000 000).
      *    Un désaccord avec le trailer arrête le passage en erreur
      *    dure : mieux vaut une nuit refaite qu'un fichier tronqué
      *    traité comme complet.
      *    à celle du CALCIN présenté avant d'accepter une reprise.
       01 WS-CHKP-HDR-DATE   PIC 9(8) VALUE ZERO.
       01 WS-CHKP-EXP-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-IN-HASH         PIC S9(13)V99 VALUE ZERO.
       01 WS-OUT-HASH        PIC S9(13)V99 VALUE ZERO.
       01 WS-TRAILER-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN    VALUE 'Y'.

      *    le reste, placé dans WS-RESULT, intéresse le fichier de
      *    sortie). Gardé entier afin que DIVIDE tronque au quotient
      *    entier avant d'en dériver le reste, comme dans CalcBas.
       01 WS-QUOTIENT        PIC S9(11).

       PROCEDURE DIVISION.

           ELSE
               PERFORM OPEN-RATES-PARAGRAPH
               PERFORM OPEN-JOURNAL-PARAGRAPH
               PERFORM LOAD-THRESHOLDS-PARAGRAPH
               IF NOT WS-RUN-ERROR
                   PERFORM OPEN-HOLD-PARAGRAPH
               END-IF
               IF WS-RUN-ERROR
                   SET WS-EOF TO TRUE
               ELSE
                   PERFORM OPEN-FILES-PARAGRAPH
               END-IF
           END-IF

      *    La boucle s'arrête sur le trailer 'T' de CALCIN, vérifié

      *    Le trailer CALCOUT n'est écrit qu'au terme d'un passage
      *    sain : nombre de détails écrits et hachage des CO-RESULT,
      *    pour que l'aval prouve la complétude sans tout relire,
      *    puis nombre et hachage des résultats retenus.
           IF WS-CALCOUT-OPEN AND NOT WS-RUN-ERROR
               MOVE 'T' TO CO-REC-TYPE
               MOVE SPACES TO CO-TRAILER-DATA
               MOVE WS-WRITTEN-COUNT TO CO-TRL-COUNT
               MOVE WS-OUT-HASH TO CO-TRL-HASH
               MOVE WS-HELD-COUNT TO CO-TRL-HELD-COUNT
               MOVE WS-HELD-HASH TO CO-TRL-HELD-HASH
               WRITE CALCOUT-RECORD
               IF WS-CALCOUT-STATUS NOT = '00'
                   DISPLAY "CALCBAT: echec d'ecriture du trailer "
           IF WS-CALCLOG-OPEN
               CLOSE CALCLOG
           END-IF
           IF WS-HOLD-OPEN
               CLOSE CALCHOLD
           END-IF

      *    Un passage mené à son terme inscrit son fichier au
      *    registre, aux totaux prouvés par le trailer (reprise
      *    comprise) : un renvoi du même fichier une nuit suivante
      *    sera reconnu même s'il n'est pas présenté au contrôle.
           IF WS-REG-OPEN
               IF WS-CALCOUT-OPEN AND NOT WS-RUN-ERROR
                   MOVE WS-IN-DETAIL-COUNT TO WS-REG-COUNT
                   MOVE WS-IN-HASH         TO WS-REG-HASH
                   PERFORM REGISTER-FILE-PARAGRAPH
               END-IF
               CLOSE CALCREG
           END-IF

      *    Le point de contrôle final 'C' n'est posé qu'après un
      *    passage mené à son terme : en cas d'erreur bloquante, le
           IF WS-CALCOUT-OPEN
               DISPLAY "CALCBAT: " WS-IN-DETAIL-COUNT " details, "
                   WS-WRITTEN-COUNT " resultats, "
                   WS-HELD-COUNT " retenus, "
                   WS-REJECT-COUNT " rejets"
           END-IF.

               IF NOT WS-RUN-ERROR
                   PERFORM CHECK-CONTROL-PARAGRAPH
               END-IF
      *    Les totaux du trailer identifient le fichier dans CALCHOLD :
      *    ils sont relus d'avance même quand le registre ne l'a pas
      *    fait (reprise), puis les retenus déjà déposés pour ce
      *    fichier sont purgés ou recomptés.
               IF NOT WS-RUN-ERROR AND NOT WS-PRESCAN-DONE
                   PERFORM PRESCAN-CALCIN-PARAGRAPH
               END-IF
               IF NOT WS-RUN-ERROR
                   PERFORM HOLD-IDENTITY-PARAGRAPH
               END-IF
               IF WS-RUN-ERROR
                   SET WS-EOF TO TRUE
               ELSE
      *    compteurs, hachages et points de contrôle.
       PROCESS-DETAIL-PARAGRAPH.
           ADD 1 TO WS-IN-DETAIL-COUNT
           MOVE SPACES TO WS-FIRST-RATE-CODE
           MOVE ZERO TO WS-DTL-CODE-COUNT
           MOVE CI-NUM1 TO WS-OPERAND-TEXT
           PERFORM RESOLVE-OPERAND-PARAGRAPH
           MOVE WS-OPERAND-VALUE TO WS-NUM1
           MOVE WS-OPERAND-OK-SW TO WS-NUM1-OK-SW
           COMPUTE WS-IN-HASH = FUNCTION REM(WS-IN-HASH
               + WS-OPERAND-HASH, 10000000000000)
           MOVE CI-NUM2 TO WS-OPERAND-TEXT
           PERFORM RESOLVE-OPERAND-PARAGRAPH
           MOVE WS-OPERAND-VALUE TO WS-NUM2
           MOVE WS-OPERAND-OK-SW TO WS-NUM2-OK-SW
           COMPUTE WS-IN-HASH = FUNCTION REM(WS-IN-HASH
               + WS-OPERAND-HASH, 10000000000000)
           MOVE CI-OPERATION TO WS-OPERATION
           MOVE FUNCTION UPPER-CASE(WS-OPERATION) TO WS-OPERATION

           MOVE WS-NUM2      TO CO-NUM2
           MOVE WS-OPERATION TO CO-OPERATION
           MOVE WS-RESULT    TO CO-RESULT
           MOVE WS-FIRST-RATE-CODE TO CO-RATE-CODE
           MOVE CI-DEPT      TO CO-DEPT
           MOVE WS-NUM1      TO CL-NUM1
           MOVE WS-NUM2      TO CL-NUM2
           MOVE WS-OPERATION TO CL-OPERATION
       PROCESS-MULTI-PARAGRAPH.
           ADD 1 TO WS-IN-DETAIL-COUNT
           PERFORM MULTI-HASH-PARAGRAPH
           MOVE SPACES TO WS-FIRST-RATE-CODE
           MOVE ZERO TO WS-DTL-CODE-COUNT
           MOVE CI-MS-START TO WS-OPERAND-TEXT
           PERFORM RESOLVE-OPERAND-PARAGRAPH
           MOVE WS-OPERAND-VALUE TO WS-NUM1
           MOVE ZERO              TO CO-NUM2
           MOVE '*'               TO CO-OPERATION
           MOVE WS-NUM1           TO CO-RESULT
           MOVE WS-FIRST-RATE-CODE TO CO-RATE-CODE
           MOVE CI-DEPT           TO CO-DEPT
           PERFORM WRITE-OUTPUT-PARAGRAPH.

      *    Exécute une étape de la chaîne : opérande résolu dans
           MOVE CI-MS-START TO WS-OPERAND-TEXT
           PERFORM RESOLVE-OPERAND-PARAGRAPH
           COMPUTE WS-IN-HASH = FUNCTION REM(WS-IN-HASH
               + WS-OPERAND-HASH, 10000000000000)
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 8
               IF CI-MS-OPERATION(WS-STEP-IDX) NOT = SPACE
                       TO WS-OPERAND-TEXT
                   PERFORM RESOLVE-OPERAND-PARAGRAPH
                   COMPUTE WS-IN-HASH = FUNCTION REM(WS-IN-HASH
                       + WS-OPERAND-HASH, 10000000000000)
               END-IF
           END-PERFORM.

      *    résultat rejoué est déjà dans le fichier) ; un
      *    enregistrement refusé part sur CALCREJ avec l'image
      *    d'origine et le motif. Les champs CO- sont préparés par
      *    l'appelant. Un résultat accepté au-delà de son seuil part
      *    sur CALCHOLD à la place de CALCOUT ; il n'a jamais été
      *    écrit sur CALCOUT et n'entre donc pas dans la fenêtre de
      *    resynchronisation.
      *    Le statut de chaque WRITE est contrôlé : FILE STATUS étant
      *    déclaré, un disque plein revient en statut '34' sans
      *    abend, et sans ce contrôle le passage continuerait à vide
      *    point de contrôle — c'est le scénario même pour lequel la
      *    reprise existe.
       WRITE-OUTPUT-PARAGRAPH.
           MOVE 'N' TO WS-HOLD-ITEM-SW
           IF CO-STATUS = "OK       "
               PERFORM CHECK-HOLD-PARAGRAPH
           END-IF
           IF WS-HOLD-ITEM
               PERFORM HOLD-OUTPUT-PARAGRAPH
           ELSE
           IF CO-STATUS = "OK       "
               IF WS-RESYNC-REMAINING > ZERO
                   SUBTRACT 1 FROM WS-RESYNC-REMAINING
                       SET WS-EOF TO TRUE
                   ELSE
                       COMPUTE WS-OUT-HASH = FUNCTION REM(WS-OUT-HASH
                           + CO-RESULT, 10000000000000)
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
               END-IF
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF
           END-IF
           IF NOT WS-RUN-ERROR
               ADD 1 TO WS-SINCE-CHKP
               IF WS-SINCE-CHKP NOT < WS-CHKP-FREQUENCY
               END-IF
           END-IF.

      *    Recherche du seuil du détail courant : pour chacun des
      *    codes taux qu'il a résolus, la règle exacte opération +
      *    code, le plus bas des seuils trouvés l'emportant ; sans
      *    règle pour aucun de ses codes, la règle par défaut de
      *    l'opération. Le détail est retenu si la valeur absolue de
      *    son résultat dépasse le seuil.
       CHECK-HOLD-PARAGRAPH.
           MOVE 'N' TO WS-HLD-RULE-SW
           MOVE ZERO TO WS-HLD-LIMIT
           IF WS-HLD-COUNT > ZERO
               MOVE CO-OPERATION TO WS-HLD-KEY-OPERATION
               PERFORM VARYING WS-DTL-CODE-IDX FROM 1 BY 1
                   UNTIL WS-DTL-CODE-IDX > WS-DTL-CODE-COUNT
                   MOVE WS-DTL-CODE(WS-DTL-CODE-IDX)
                       TO WS-HLD-KEY-RATE-CODE
                   PERFORM FIND-THRESHOLD-PARAGRAPH
                   IF WS-HLD-HIT NOT = ZERO
                       IF NOT WS-HLD-RULE
                           OR WH-THRESHOLD(WS-HLD-HIT) < WS-HLD-LIMIT
                           MOVE WH-THRESHOLD(WS-HLD-HIT)
                               TO WS-HLD-LIMIT
                           SET WS-HLD-RULE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-HLD-RULE
                   MOVE SPACES TO WS-HLD-KEY-RATE-CODE
                   PERFORM FIND-THRESHOLD-PARAGRAPH
                   IF WS-HLD-HIT NOT = ZERO
                       MOVE WH-THRESHOLD(WS-HLD-HIT) TO WS-HLD-LIMIT
                       SET WS-HLD-RULE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-HLD-RULE
               IF CO-RESULT < ZERO
                   COMPUTE WS-HLD-AMOUNT = ZERO - CO-RESULT
               ELSE
                   MOVE CO-RESULT TO WS-HLD-AMOUNT
               END-IF
               IF WS-HLD-AMOUNT > WS-HLD-LIMIT
                   SET WS-HOLD-ITEM TO TRUE
               END-IF
           END-IF.

       FIND-THRESHOLD-PARAGRAPH.
           MOVE ZERO TO WS-HLD-HIT
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-COUNT OR WS-HLD-HIT > ZERO
               IF WH-OPERATION(WS-HLD-IDX) = WS-HLD-KEY-OPERATION
                   AND WH-RATE-CODE(WS-HLD-IDX) = WS-HLD-KEY-RATE-CODE
                   MOVE WS-HLD-IDX TO WS-HLD-HIT
               END-IF
           END-PERFORM.

      *    Dépose le détail retenu dans CALCHOLD, état 'H', avec le
      *    seuil appliqué et l'image CALCIN d'origine. Une entrée déjà
      *    présente pour ce rang (reprise sur incident, retraitement
      *    sur dérogation) est remplacée tant qu'elle attend sa
      *    décision ; déjà décidée, elle est conservée telle quelle.
      *    Dans tous les cas le détail compte parmi les retenus, au
      *    résultat porté par CALCHOLD.
       HOLD-OUTPUT-PARAGRAPH.
           MOVE SPACES TO CALCHOLD-RECORD
           MOVE WS-HDR-DATE        TO HD-DATE
           MOVE WS-HLD-FILE-COUNT  TO HD-FILE-COUNT
           MOVE WS-HLD-FILE-HASH   TO HD-FILE-HASH
           MOVE WS-IN-DETAIL-COUNT TO HD-RANK
           SET HD-HELD             TO TRUE
           MOVE WS-HLD-LIMIT       TO HD-THRESHOLD
           MOVE CO-NUM1            TO HD-NUM1
           MOVE CO-NUM2            TO HD-NUM2
           MOVE CO-OPERATION       TO HD-OPERATION
           MOVE CO-RESULT          TO HD-RESULT
           MOVE "HELD     "        TO HD-STATUS
           MOVE CO-RATE-CODE       TO HD-RATE-CODE
           MOVE CALCIN-RECORD      TO HD-INPUT-IMAGE
           MOVE CO-DEPT            TO HD-DEPT
           MOVE FUNCTION CURRENT-DATE(1:14) TO HD-HELD-TIME
           WRITE CALCHOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CALCHOLD-STATUS = '22'
               PERFORM HOLD-EXISTING-PARAGRAPH
           END-IF
           IF WS-CALCHOLD-STATUS NOT = '00'
               DISPLAY "CALCBAT: echec d'ecriture CALCHOLD, statut "
                   WS-CALCHOLD-STATUS ", passage arrete"
               SET WS-RUN-ERROR TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-HELD-COUNT
               COMPUTE WS-HELD-HASH = FUNCTION REM(WS-HELD-HASH
                   + HD-RESULT, 10000000000000)
           END-IF.

       HOLD-EXISTING-PARAGRAPH.
           MOVE CALCHOLD-RECORD TO WS-HOLD-SAVE
           READ CALCHOLD
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CALCHOLD-STATUS = '00'
               IF HD-HELD
                   MOVE WS-HOLD-SAVE TO CALCHOLD-RECORD
                   REWRITE CALCHOLD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   DISPLAY "CALCBAT: detail " HD-RANK " deja decide "
                       "(etat " HD-STATE " par " HD-SUPERVISOR
                       "), decision conservee"
               END-IF
           END-IF.

      *    Relit le point de contrôle laissé par le passage précédent.
      *    Statut '35' : aucun point n'existe (premier passage ou
      *    fichier purgé), le traitement part du début. Un point 'C'
                           ADD 1 TO WS-OUT-ACTUAL
                           COMPUTE WS-OUT-HASH = FUNCTION
                               REM(WS-OUT-HASH + CO-RESULT,
                               10000000000000)
                       WHEN CO-TRAILER
                           DISPLAY "CALCBAT: CALCOUT porte deja un "
                               "trailer, passage precedent complet, "
                           PERFORM RESOLVE-OPERAND-PARAGRAPH
                           COMPUTE WS-IN-HASH = FUNCTION
                               REM(WS-IN-HASH + WS-OPERAND-HASH,
                               10000000000000)
                           MOVE CI-NUM2 TO WS-OPERAND-TEXT
                           PERFORM RESOLVE-OPERAND-PARAGRAPH
                           COMPUTE WS-IN-HASH = FUNCTION
                               REM(WS-IN-HASH + WS-OPERAND-HASH,
                               10000000000000)
                       WHEN CI-MULTI
                           ADD 1 TO WS-SKIP-COUNT
                           ADD 1 TO WS-IN-DETAIL-COUNT
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-RUN-ERROR
                   PERFORM CHECK-REGISTER-PARAGRAPH
               END-IF
               IF NOT WS-RUN-ERROR
                   MOVE 'S' TO CT-BAT-STATUS
                   MOVE ZERO TO CT-BAT-RC
               END-IF
           END-IF.

      *    Dernier rempart contre un fichier renvoyé : les totaux du
      *    trailer CALCIN sont relus d'avance et cherchés au registre.
      *    Une reprise sur incident n'est pas un nouveau fichier : le
      *    registre est ouvert pour l'inscription de fin mais pas
      *    consulté. Un fichier sans détail, ou dont le trailer est
      *    introuvable (la boucle le refusera), n'est pas cherché.
       CHECK-REGISTER-PARAGRAPH.
           PERFORM OPEN-REGISTER-PARAGRAPH
           IF WS-REG-OPEN AND NOT WS-RESTART
               PERFORM PRESCAN-CALCIN-PARAGRAPH
               IF NOT WS-RUN-ERROR AND WS-PRESCAN-TRL
                   AND WS-REG-COUNT > ZERO
                   PERFORM FIND-REGISTER-PARAGRAPH
                   IF WS-REG-MATCH-DATE NOT = ZERO
                       PERFORM READ-OVERRIDE-PARAGRAPH
                       IF WS-DUPFILE-OK
                           DISPLAY "CALCBAT: totaux CALCIN identiques "
                               "au fichier du " WS-REG-MATCH-DATE
                               ", derogation DUPFILE acceptee"
                       ELSE
                           DISPLAY "CALCBAT: totaux CALCIN identiques "
                               "au fichier du " WS-REG-MATCH-DATE
                               ", fichier en double refuse sans "
                               "carte DUPFILE"
                           SET WS-RUN-ERROR TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Lit CALCIN jusqu'au trailer pour en relever les totaux,
      *    puis le rouvre et relit l'en-tête : la boucle principale
      *    repart ainsi du premier détail, comme si rien n'avait été
      *    lu.
       PRESCAN-CALCIN-PARAGRAPH.
           MOVE 'N' TO WS-PRESCAN-SW
           MOVE 'N' TO WS-PRESCAN-TRL-SW
           PERFORM PRESCAN-READ-PARAGRAPH
               UNTIL WS-PRESCAN-DONE
           CLOSE CALCIN
           MOVE 'N' TO WS-CALCIN-OPEN-SW
           OPEN INPUT CALCIN
           IF WS-CALCIN-STATUS NOT = '00'
               DISPLAY "CALCBAT: impossible de rouvrir CALCIN, statut "
                   WS-CALCIN-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               SET WS-CALCIN-OPEN TO TRUE
               READ CALCIN
                   AT END
                       DISPLAY "CALCBAT: CALCIN vide a la relecture"
                       SET WS-RUN-ERROR TO TRUE
                   NOT AT END
                       IF NOT CI-HEADER
                           DISPLAY "CALCBAT: en-tete CALCIN absent a "
                               "la relecture"
                           SET WS-RUN-ERROR TO TRUE
                       END-IF
               END-READ
           END-IF.

       PRESCAN-READ-PARAGRAPH.
           READ CALCIN
               AT END
                   SET WS-PRESCAN-DONE TO TRUE
               NOT AT END
                   IF CI-TRAILER
                       MOVE CI-TRL-COUNT TO WS-REG-COUNT
                       MOVE CI-TRL-HASH  TO WS-REG-HASH
                       SET WS-PRESCAN-TRL TO TRUE
                       SET WS-PRESCAN-DONE TO TRUE
                   END-IF
           END-READ.

      *    Registre des fichiers acceptés (paragraphes identiques
      *    dans CalcEdit). Auto-provisionné au premier passage ('35') ;
      *    indisponible pour toute autre raison, il rend le passage
      *    en erreur dure : sans lui, rien ne protège plus contre un
      *    fichier renvoyé.
       OPEN-REGISTER-PARAGRAPH.
           OPEN I-O CALCREG
           IF WS-CALCREG-STATUS = '35'
               OPEN OUTPUT CALCREG
               IF WS-CALCREG-STATUS = '00'
                   CLOSE CALCREG
                   OPEN I-O CALCREG
               END-IF
           END-IF
           IF WS-CALCREG-STATUS = '00'
               SET WS-REG-OPEN TO TRUE
           ELSE
               DISPLAY "CALCBAT: registre CALCREG indisponible, "
                   "statut " WS-CALCREG-STATUS ", nuit refusee"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Positionnement sur les totaux du fichier présenté, puis
      *    parcours des entrées aux mêmes totaux : la dernière date
      *    différente de la date de gestion est retenue.
       FIND-REGISTER-PARAGRAPH.
           MOVE ZERO TO WS-REG-MATCH-DATE
           MOVE 'N' TO WS-REG-SCAN-SW
           MOVE WS-REG-COUNT TO RG-COUNT
           MOVE WS-REG-HASH  TO RG-HASH
           MOVE ZERO         TO RG-DATE
           START CALCREG KEY IS NOT LESS THAN RG-KEY
               INVALID KEY
                   SET WS-REG-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-REGISTER-PARAGRAPH
               UNTIL WS-REG-SCAN-DONE.

       SCAN-REGISTER-PARAGRAPH.
           READ CALCREG NEXT
               AT END
                   SET WS-REG-SCAN-DONE TO TRUE
               NOT AT END
                   IF RG-COUNT NOT = WS-REG-COUNT
                       OR RG-HASH NOT = WS-REG-HASH
                       SET WS-REG-SCAN-DONE TO TRUE
                   ELSE
                       IF RG-DATE NOT = WS-CTL-DATE
                           MOVE RG-DATE TO WS-REG-MATCH-DATE
                       END-IF
                   END-IF
           END-READ.

      *    Inscrit le fichier au registre. Un fichier déjà inscrit à
      *    la même date (contrôle relancé, nuit après contrôle) garde
      *    son inscription d'origine.
       REGISTER-FILE-PARAGRAPH.
           MOVE SPACES TO CALCREG-RECORD
           MOVE WS-REG-COUNT TO RG-COUNT
           MOVE WS-REG-HASH  TO RG-HASH
           MOVE WS-CTL-DATE  TO RG-DATE
           MOVE "CALCBAT "   TO RG-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RG-TIME
           WRITE CALCREG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CALCREG-STATUS NOT = '00'
               AND WS-CALCREG-STATUS NOT = '22'
               DISPLAY "CALCBAT: echec d'inscription au registre "
                   "CALCREG, statut " WS-CALCREG-STATUS
           END-IF.

      *    Cherche dans CALCOVRD les cartes portant la date de
      *    gestion et le mot-clé OVERRIDE, DUPFILE ou SUPPL. DD DUMMY ou
      *    fichier absent : aucune dérogation.
       READ-OVERRIDE-PARAGRAPH.
           MOVE 'N' TO WS-OVERRIDE-SW
           MOVE 'N' TO WS-DUPFILE-SW
           MOVE 'N' TO WS-SUPPL-SW
           MOVE 'N' TO WS-OVRD-EOF-SW
           OPEN INPUT CALCOVRD
           IF WS-CALCOVRD-STATUS = '00'
               PERFORM READ-OVERRIDE-CARD-PARAGRAPH
                   UNTIL WS-OVRD-EOF
               CLOSE CALCOVRD
           END-IF.

                       AND OV-KEYWORD = 'OVERRIDE'
                       SET WS-OVERRIDE-OK TO TRUE
                   END-IF
                   IF OV-DATE = WS-CTL-DATE
                       AND OV-KEYWORD = 'DUPFILE '
                       SET WS-DUPFILE-OK TO TRUE
                   END-IF
                   IF OV-DATE = WS-CTL-DATE
                       AND OV-KEYWORD = 'SUPPL   '
                       SET WS-SUPPL-RUN TO TRUE
                   END-IF
           END-READ.

      *    Chargement de la table des seuils. DD DUMMY ou table sans
      *    carte : aucun résultat n'est retenu ; table absente, la nuit
      *    le signale et continue de même. Une carte malformée
      *    (opération inconnue, seuil non numérique), un doublon de
      *    règle ou une table pleine refusent la nuit : un seuil
      *    ignoré laisserait partir un résultat à examiner.
       LOAD-THRESHOLDS-PARAGRAPH.
           OPEN INPUT CALCHLDT
           EVALUATE WS-CALCHLDT-STATUS
               WHEN '00'
                   PERFORM LOAD-THRESHOLD-CARD-PARAGRAPH
                       UNTIL WS-HLDT-EOF OR WS-RUN-ERROR
                   CLOSE CALCHLDT
               WHEN '35'
                   DISPLAY "CALCBAT: table des seuils CALCHLDT "
                       "absente, aucun resultat retenu"
               WHEN OTHER
                   DISPLAY "CALCBAT: impossible d'ouvrir CALCHLDT, "
                       "statut " WS-CALCHLDT-STATUS ", nuit refusee"
                   SET WS-RUN-ERROR TO TRUE
           END-EVALUATE.

       LOAD-THRESHOLD-CARD-PARAGRAPH.
           READ CALCHLDT
               AT END
                   SET WS-HLDT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HLD-CARD-COUNT
                   IF CALCHLDT-RECORD NOT = SPACES
                       PERFORM STORE-THRESHOLD-CARD-PARAGRAPH
                   END-IF
           END-READ.

       STORE-THRESHOLD-CARD-PARAGRAPH.
           MOVE FUNCTION UPPER-CASE(HT-OPERATION)
               TO WS-HLD-KEY-OPERATION
           MOVE FUNCTION UPPER-CASE(HT-RATE-CODE)
               TO WS-HLD-KEY-RATE-CODE
           EVALUATE TRUE
               WHEN WS-HLD-KEY-OPERATION NOT = 'A' AND NOT = 'S'
                    AND NOT = 'M' AND NOT = 'D' AND NOT = 'R'
                    AND NOT = 'P' AND NOT = '%' AND NOT = '*'
                   DISPLAY "CALCBAT: carte CALCHLDT "
                       WS-HLD-CARD-COUNT ", operation '"
                       HT-OPERATION "' inconnue"
                   SET WS-RUN-ERROR TO TRUE
               WHEN HT-THRESHOLD NOT NUMERIC
                   DISPLAY "CALCBAT: carte CALCHLDT "
                       WS-HLD-CARD-COUNT ", seuil non numerique"
                   SET WS-RUN-ERROR TO TRUE
               WHEN OTHER
                   PERFORM FIND-THRESHOLD-PARAGRAPH
                   IF WS-HLD-HIT NOT = ZERO
                       DISPLAY "CALCBAT: carte CALCHLDT "
                           WS-HLD-CARD-COUNT ", regle "
                           WS-HLD-KEY-OPERATION " "
                           WS-HLD-KEY-RATE-CODE " en double"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       IF WS-HLD-COUNT NOT < WS-HLD-MAX
                           DISPLAY "CALCBAT: table des seuils "
                               "pleine (" WS-HLD-MAX " regles)"
                           SET WS-RUN-ERROR TO TRUE
                       ELSE
                           ADD 1 TO WS-HLD-COUNT
                           MOVE WS-HLD-KEY-OPERATION
                               TO WH-OPERATION(WS-HLD-COUNT)
                           MOVE WS-HLD-KEY-RATE-CODE
                               TO WH-RATE-CODE(WS-HLD-COUNT)
                           MOVE HT-THRESHOLD
                               TO WH-THRESHOLD(WS-HLD-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Ouverture du fichier des résultats retenus en mise à jour,
      *    auto-provisionné au premier passage ('35') comme CALCREG.
      *    Indisponible pour toute autre raison, il refuse la nuit.
       OPEN-HOLD-PARAGRAPH.
           OPEN I-O CALCHOLD
           IF WS-CALCHOLD-STATUS = '35'
               OPEN OUTPUT CALCHOLD
               IF WS-CALCHOLD-STATUS = '00'
                   CLOSE CALCHOLD
                   OPEN I-O CALCHOLD
               END-IF
           END-IF
           IF WS-CALCHOLD-STATUS = '00'
               SET WS-HOLD-OPEN TO TRUE
           ELSE
               DISPLAY "CALCBAT: resultats retenus CALCHOLD "
                   "indisponibles, statut " WS-CALCHOLD-STATUS
                   ", nuit refusee"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Identité du fichier dans CALCHOLD : date de l'en-tête et
      *    totaux du trailer relus d'avance (un fichier sans trailer
      *    est refusé dès maintenant, avant tout dépôt). Puis parcours
      *    des entrées déjà déposées : un passage complet de la nuit
      *    parcourt toute sa date de gestion et purge les entrées qui
      *    attendent encore leur décision, de ce fichier (il va les
      *    redéposer) comme d'un fichier qu'il remplace ; un passage
      *    complémentaire ne purge que celles de son fichier ; une
      *    reprise recompte celles des détails traités avant son
      *    point de contrôle.
       HOLD-IDENTITY-PARAGRAPH.
           IF NOT WS-PRESCAN-TRL
               DISPLAY "CALCBAT: trailer CALCIN absent, fichier "
                   "tronque ? Passage arrete"
               SET WS-RUN-ERROR TO TRUE
           ELSE
               MOVE WS-REG-COUNT TO WS-HLD-FILE-COUNT
               MOVE WS-REG-HASH  TO WS-HLD-FILE-HASH
               IF NOT WS-RESTART
                   PERFORM READ-OVERRIDE-PARAGRAPH
                   IF NOT WS-SUPPL-RUN
                       SET WS-HOLD-ALL TO TRUE
                   END-IF
               END-IF
               MOVE 'N' TO WS-HOLD-EOF-SW
               MOVE WS-HDR-DATE       TO HD-DATE
               IF WS-HOLD-ALL
                   MOVE ZERO              TO HD-FILE-COUNT
                   MOVE ZERO              TO HD-FILE-HASH
               ELSE
                   MOVE WS-HLD-FILE-COUNT TO HD-FILE-COUNT
                   MOVE WS-HLD-FILE-HASH  TO HD-FILE-HASH
               END-IF
               MOVE ZERO              TO HD-RANK
               START CALCHOLD KEY IS NOT LESS THAN HD-KEY
                   INVALID KEY
                       SET WS-HOLD-EOF TO TRUE
               END-START
               PERFORM SCAN-HOLD-PARAGRAPH UNTIL WS-HOLD-EOF
               IF WS-HOLD-PURGED > ZERO
                   IF WS-HOLD-ALL
                       DISPLAY "CALCBAT: " WS-HOLD-PURGED " retenus "
                           "non decides de la date " WS-HDR-DATE
                           " purges"
                   ELSE
                       DISPLAY "CALCBAT: " WS-HOLD-PURGED " retenus "
                           "non decides du meme fichier purges"
                   END-IF
               END-IF
               IF WS-HOLD-FOLLOW > ZERO
                   DISPLAY "CALCBAT: " WS-HOLD-FOLLOW " retenus "
                       "deja decides d'un fichier remplace, a suivre"
               END-IF
           END-IF.

       SCAN-HOLD-PARAGRAPH.
           READ CALCHOLD NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HD-DATE NOT = WS-HDR-DATE
                       OR (NOT WS-HOLD-ALL
                           AND (HD-FILE-COUNT NOT = WS-HLD-FILE-COUNT
                             OR HD-FILE-HASH NOT = WS-HLD-FILE-HASH))
                       SET WS-HOLD-EOF TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN WS-RESTART
                               IF HD-RANK NOT > WS-CHKP-BASE
                                   ADD 1 TO WS-HELD-COUNT
                                   COMPUTE WS-HELD-HASH = FUNCTION
                                       REM(WS-HELD-HASH + HD-RESULT,
                                       10000000000000)
                               END-IF
                           WHEN HD-HELD
                               DELETE CALCHOLD RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                               ADD 1 TO WS-HOLD-PURGED
                           WHEN HD-FILE-COUNT NOT = WS-HLD-FILE-COUNT
                             OR HD-FILE-HASH NOT = WS-HLD-FILE-HASH
                               PERFORM HOLD-FOLLOW-PARAGRAPH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    Retenu déjà décidé d'un fichier que ce passage remplace :
      *    libéré, il a pu partir au complément ou être imputé ;
      *    refusé, il n'a rien imputé. Dans les deux cas la décision
      *    portait sur un fichier abandonné : l'entrée reste en place
      *    et est listée pour suivi par la comptabilité.
       HOLD-FOLLOW-PARAGRAPH.
           ADD 1 TO WS-HOLD-FOLLOW
           MOVE HD-FILE-HASH TO WS-DSP-HASH
           DISPLAY "CALCBAT: a suivre, retenu du " HD-DATE
               " fichier " HD-FILE-COUNT "/" WS-DSP-HASH
               " rang " HD-RANK " etat " HD-STATE
               " par " HD-SUPERVISOR
               " imputation " HD-POST-DATE.

      *    Pointage sur le fichier de contrôle du cycle journalier
      *    (paragraphes identiques dans tous les programmes du
      *    cycle). Auto-provisionné au premier passage ('35') ;
                   MOVE WS-CTL-DATE TO CT-DATE
                   MOVE SPACE TO CT-EDIT-STATUS CT-BAT-STATUS
                                 CT-RCN-STATUS CT-ARC-STATUS
                                 CT-POST-STATUS
                   MOVE ZERO  TO CT-EDIT-RC CT-BAT-RC
                   MOVE SPACES TO CT-EDIT-TIME CT-BAT-TIME
                                  CT-RCN-TIME CT-ARC-TIME
                                  CT-POST-DATE
               NOT INVALID KEY
                   SET WS-CTL-FOUND TO TRUE
           END-READ.
      *    passage signifie qu'il n'existe pas encore et qu'il faut
      *    le créer. Un journal indisponible ne bloque pas la nuit
      *    (même philosophie que le point de contrôle) : la trace est
      *    perdue, pas le traitement. Le journal est d'abord relu
      *    jusqu'au bout pour reprendre la chaîne là où elle s'arrête.
       OPEN-JOURNAL-PARAGRAPH.
           PERFORM READ-CHAIN-TAIL-PARAGRAPH
           OPEN EXTEND CALCLOG
           IF WS-CALCLOG-STATUS = '35'
               OPEN OUTPUT CALCLOG
      *    Journalise l'enregistrement préparé par l'appelant
      *    (CL-NUM1/CL-NUM2/CL-OPERATION/CL-RESULT/CL-STATUS) avec
      *    horodatage, opérateur de convention CALCBAT, rang du
      *    détail CALCIN en référence, service d'origine et marqueur
      *    d'origine batch, puis le scelle dans la chaîne du journal.
      *    Après une reprise sur incident, les détails rejoués de la
      *    fenêtre de resynchronisation peuvent figurer deux fois au
      *    journal : fichier de rapprochement, sans impact comptable,
               MOVE "CALCBAT "          TO CL-OPERATOR
               MOVE WS-IN-DETAIL-COUNT  TO WS-JRN-RANK
               MOVE WS-JRN-TICKET       TO CL-TICKET
               MOVE CI-DEPT             TO CL-DEPT
               SET CL-SRC-BATCH         TO TRUE
               PERFORM CHAIN-RECORD-PARAGRAPH
               WRITE CALCLOG-RECORD
               IF WS-CALCLOG-STATUS NOT = '00'
                   DISPLAY "CALCBAT: echec d'ecriture CALCLOG, "
               END-IF
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

      *    Ouverture de la table des taux indexée : le fichier reste
      *    ouvert tout le passage, un code se résout par lecture
      *    indexée au moment du besoin. Une table absente n'empêche

      *    Résolution d'un opérande de détail : un texte commençant
      *    par une lettre est un code de la table des taux, sinon il
      *    doit être un littéral numérique bien formé (11 chiffres,
      *    signe final). La contribution au hachage suit la règle du
      *    copybook CALCINR : valeur du littéral, zéro pour un code.
      *    Le premier code résolu du détail est retenu dans
      *    WS-FIRST-RATE-CODE (remis à blanc par l'appelant), et
      *    chaque code résolu dans WS-DTL-CODE pour la recherche du
      *    seuil de rétention.
       RESOLVE-OPERAND-PARAGRAPH.
           MOVE 'N' TO WS-OPERAND-OK-SW
           MOVE ZERO TO WS-OPERAND-VALUE
               IF WS-RATE-FOUND
                   MOVE WS-RATE-VALUE TO WS-OPERAND-VALUE
                   SET WS-OPERAND-OK TO TRUE
                   IF WS-FIRST-RATE-CODE = SPACES
                       MOVE WS-LOOKUP-CODE TO WS-FIRST-RATE-CODE
                   END-IF
                   IF WS-DTL-CODE-COUNT < WS-DTL-CODE-MAX
                       ADD 1 TO WS-DTL-CODE-COUNT
                       MOVE WS-LOOKUP-CODE
                           TO WS-DTL-CODE(WS-DTL-CODE-COUNT)
                   END-IF
               END-IF
           ELSE
               IF WS-OPERAND-TEXT(1:11) IS NUMERIC
                   AND (WS-OPERAND-TEXT(12:1) = '+'
                     OR WS-OPERAND-TEXT(12:1) = '-')
                   MOVE WS-OPERAND-NUM TO WS-OPERAND-VALUE
                   MOVE WS-OPERAND-VALUE TO WS-OPERAND-HASH
                   SET WS-OPERAND-OK TO TRUE

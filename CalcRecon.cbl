      *    le fichier de contrôle du cycle est consulté mais pas
      *    repointé : le verdict du jour reste celui du matin. Sans
      *    CALCPARM (DD DUMMY), comportement du matin inchangé.
      *    Un détail que la nuit a retenu pour second examen (voir
      *    CALCHLR) ne figure ni dans CALCOUT ni dans CALCREJ : il
      *    s'apparie à son entrée du fichier CALCHOLD (même fichier
      *    CALCIN, même rang, même image), et le nombre et le hachage
      *    des retenus sont vérifiés contre le trailer CALCOUT. Une
      *    entrée CALCHOLD du fichier sans détail correspondant est
      *    une anomalie.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-CALCRATE-STATUS.
      *    Résultats retenus par la nuit pour second examen, indexés
      *    sur le fichier CALCIN d'origine et le rang du détail.
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
           COPY CALCRTR.

      *    Le dessin du fichier des résultats retenus est partagé via
      *    le copybook CALCHLR avec CalcBat, qui l'alimente.
       FD  CALCHOLD
           RECORDING MODE IS F.
           COPY CALCHLR.

      *    Le dessin de l'enregistrement CALCCTL est partagé via le
      *    copybook CALCCTR avec tous les programmes du cycle.
       FD  CALCCTL
      *    ressortira MANQUANT.
       01 WS-CALCREJ-STATUS  PIC XX.

      *    Code retour de CALCHOLD. '35' signifie qu'aucun résultat
      *    n'a jamais été retenu : le rapprochement continue sans
      *    retenus, tout détail retenu ressortira MANQUANT.
      *    Le fichier CALCIN est identifié dans CALCHOLD par sa date
      *    et les totaux de son trailer, relus d'avance. WS-IN-HELD
      *    est levé quand le détail CALCIN courant y a été retenu.
       01 WS-CALCHOLD-STATUS PIC XX.
       01 WS-HOLD-OPEN-SW    PIC X VALUE 'N'.
           88 WS-HOLD-OPEN       VALUE 'Y'.
       01 WS-HOLD-EOF-SW     PIC X VALUE 'N'.
           88 WS-HOLD-EOF        VALUE 'Y'.
       01 WS-HLD-ID-SW       PIC X VALUE 'N'.
           88 WS-HLD-ID-FOUND    VALUE 'Y'.
       01 WS-ID-SCAN-SW      PIC X VALUE 'N'.
           88 WS-ID-SCAN-DONE    VALUE 'Y'.
       01 WS-HLD-FILE-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-HLD-FILE-HASH   PIC S9(13)V99 VALUE ZERO.
       01 WS-IN-HELD-SW      PIC X VALUE 'N'.
           88 WS-IN-HELD         VALUE 'Y'.

      *    Code retour de CALCRATE. '35' signifie que la table des
      *    taux n'existe pas : le rapprochement continue, mais un
      *    code taux resté irrésolu se comparera à zéro.

      *    Valeurs résolues des deux opérandes du détail CALCIN
      *    courant, comparées aux valeurs que CalcBat a écrites.
       01 WS-CI-NUM1-V       PIC S9(9)V99.
       01 WS-CI-NUM2-V       PIC S9(9)V99.

      *    Rejeu d'un calcul en chaîne 'M' : la chaîne est recalculée
      *    par les mêmes règles que CalcBat (mêmes images de champs,
       01 WS-IN-MULTI-SW     PIC X VALUE 'N'.
           88 WS-IN-MULTI        VALUE 'Y'.
       01 WS-CHAIN-STATUS    PIC X(09).
       01 WS-CHAIN-START     PIC S9(9)V99.
       01 WS-CHAIN-VALUE     PIC S9(9)V99.
       01 WS-CHAIN-WORK      PIC S9(9)V99.
       01 WS-CHAIN-QUOT      PIC S9(11).
       01 WS-CH-OP           PIC X.
       01 WS-STEP-IDX        PIC 9(1).
       01 WS-CHAIN-STEP-COUNT PIC 9(1) VALUE ZERO.
       01 WS-CHAIN-TRACE.
           05 WS-CHAIN-STEP OCCURS 8 TIMES.
              10 WS-CT-OP        PIC X.
              10 WS-CT-OPERAND   PIC S9(9)V99.
              10 WS-CT-RUNNING   PIC S9(9)V99.

      *    Mémorisent si les fichiers ont réellement été ouverts, car
      *    les statuts sont réutilisés par chaque READ/WRITE et ne
       01 WS-OUT-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-OUT-TRL-SEEN    VALUE 'Y'.
       01 WS-IN-EXP-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-IN-HASH         PIC S9(13)V99 VALUE ZERO.
       01 WS-OUT-HASH        PIC S9(13)V99 VALUE ZERO.

      *    Retenus annoncés par le trailer CALCOUT (zéro sur un
      *    trailer antérieur à la rétention) et hachage des HD-RESULT
      *    des retenus appariés.
       01 WS-TRL-HELD-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-TRL-HELD-HASH   PIC S9(13)V99 VALUE ZERO.
       01 WS-HELD-HASH       PIC S9(13)V99 VALUE ZERO.

      *    Compteurs du rapprochement : enregistrements lus de part et
      *    d'autre, et anomalies par catégorie.
           05 WS-COUNT-EXTRA     PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REJ       PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REJ-PAIR  PIC 9(7) VALUE ZERO.
           05 WS-COUNT-HELD      PIC 9(7) VALUE ZERO.
           05 WS-COUNT-HELD-FILE PIC 9(7) VALUE ZERO.
           05 WS-COUNT-ANOMALY   PIC 9(7) VALUE ZERO.

      *    Ventilation des motifs de rejet relus de CALCREJ.
       01 WS-PRT-TRIPLET.
           05 FILLER             PIC X(12) VALUE SPACES.
           05 WS-PRT-TRI-TAG     PIC X(09).
           05 WS-PRT-TRI-NUM1    PIC -(9)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PRT-TRI-OP      PIC X.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PRT-TRI-NUM2    PIC -(9)9.99.
           05 FILLER             PIC X(26) VALUE SPACES.

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
           05 FILLER             PIC X(03) VALUE " : ".
           05 WS-PRT-ST-OP       PIC X.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-ST-OPERAND  PIC -(9)9.99.
           05 FILLER             PIC X(04) VALUE " -> ".
           05 WS-PRT-ST-RUNNING  PIC -(9)9.99.
           05 FILLER             PIC X(24) VALUE SPACES.

      *    Détail d'un désaccord de contrôle : valeur annoncée par
      *    l'enregistrement de contrôle, puis valeur recalculée.
       01 WS-PRT-CTL-LINE.
           05 FILLER             PIC X(12) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE "ANNONCE: ".
           05 WS-PRT-CTL-V1      PIC -(13)9.99.
           05 FILLER             PIC X(11) VALUE "  CALCULE: ".
           05 WS-PRT-CTL-V2      PIC -(13)9.99.
           05 FILLER             PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.


           IF WS-CALCPRT-OPEN AND NOT WS-RUN-ERROR
               PERFORM OPEN-CALCREJ-PARAGRAPH
               PERFORM OPEN-HOLD-PARAGRAPH
               PERFORM OPEN-RATES-PARAGRAPH
               PERFORM HEADING-PARAGRAPH
               PERFORM READ-CALCIN-PARAGRAPH
               PERFORM READ-CALCOUT-PARAGRAPH
               PERFORM READ-CALCREJ-PARAGRAPH
      *    Appariement dans l'ordre des fichiers : un détail d'entrée
      *    retenu par la nuit s'apparie à son entrée CALCHOLD ; un
      *    détail dont l'image ouvre le fichier des rejets s'apparie
      *    au rejet ; sinon il s'apparie au prochain résultat CALCOUT.
      *    Les reliquats de part et d'autre ressortent en anomalie.
               PERFORM UNTIL NOT WS-IN-GOT AND NOT WS-OUT-GOT
                   AND NOT WS-REJ-GOT
                   EVALUATE TRUE
                       WHEN WS-IN-GOT AND WS-IN-HELD
                           PERFORM MATCH-HELD-PARAGRAPH
                           PERFORM READ-CALCIN-PARAGRAPH
                       WHEN WS-IN-GOT AND WS-REJ-GOT
                           AND CJ-INPUT-IMAGE = CALCIN-RECORD
                           PERFORM MATCH-REJECT-PARAGRAPH
           END-IF
           IF WS-RATE-AVAIL
               CLOSE CALCRATE
           END-IF
           IF WS-HOLD-OPEN
               CLOSE CALCHOLD
           END-IF.

       0000-MAIN-STOP.
           END-IF.

      *    Relit la date de gestion sur le premier enregistrement de
      *    CALCIN (l'en-tête 'H'), et les totaux du trailer qui
      *    identifient le fichier dans CALCHOLD, puis repositionne le
      *    fichier au début pour le rapprochement proprement dit. Un
      *    fichier sans en-tête lisible ne peut pas être rattaché à
      *    une date du cycle : erreur dure. Sans trailer, les retenus
      *    ne sont pas cherchés (le trailer manquant est de toute
      *    façon une anomalie).
       GET-RUN-DATE-PARAGRAPH.
           MOVE ZERO TO WS-CTL-DATE
           READ CALCIN
               AT END
                   SET WS-ID-SCAN-DONE TO TRUE
               NOT AT END
                   IF CI-HEADER AND CI-HDR-DATE IS NUMERIC
                       MOVE CI-HDR-DATE TO WS-CTL-DATE
                   END-IF
           END-READ
           PERFORM GET-IDENTITY-PARAGRAPH UNTIL WS-ID-SCAN-DONE
           CLOSE CALCIN
           OPEN INPUT CALCIN
           IF WS-CALCIN-STATUS NOT = '00'
               END-IF
           END-IF.

       GET-IDENTITY-PARAGRAPH.
           READ CALCIN
               AT END
                   SET WS-ID-SCAN-DONE TO TRUE
               NOT AT END
                   IF CI-TRAILER
                       SET WS-ID-SCAN-DONE TO TRUE
                       IF CI-TRL-COUNT IS NUMERIC
                           MOVE CI-TRL-COUNT TO WS-HLD-FILE-COUNT
                           MOVE CI-TRL-HASH  TO WS-HLD-FILE-HASH
                           SET WS-HLD-ID-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    Règle d'enchaînement du cycle : le rapprochement ne part
      *    qu'une fois la nuit pointée terminée ('C') pour la date de
      *    gestion — plus de rapprochement du matin lancé pendant que
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
                   PERFORM RESOLVE-OPERAND-PARAGRAPH
                   MOVE WS-OPERAND-VALUE TO WS-CI-NUM1-V
                   COMPUTE WS-IN-HASH = FUNCTION REM(WS-IN-HASH
                       + WS-OPERAND-HASH, 10000000000000)
                   MOVE CI-NUM2 TO WS-OPERAND-TEXT
                   PERFORM RESOLVE-OPERAND-PARAGRAPH
                   MOVE WS-OPERAND-VALUE TO WS-CI-NUM2-V
                   COMPUTE WS-IN-HASH = FUNCTION REM(WS-IN-HASH
                       + WS-OPERAND-HASH, 10000000000000)
                   PERFORM LOOKUP-HOLD-PARAGRAPH
                   SET WS-IN-GOT TO TRUE
               WHEN CI-MULTI
                   IF WS-IN-TRL-SEEN
                   SET WS-IN-MULTI TO TRUE
                   PERFORM MULTI-HASH-PARAGRAPH
                   PERFORM CHAIN-COMPUTE-PARAGRAPH
                   PERFORM LOOKUP-HOLD-PARAGRAPH
                   SET WS-IN-GOT TO TRUE
               WHEN CI-TRAILER
                   PERFORM VERIFY-IN-TRAILER-PARAGRAPH
               TO WS-PRT-ANO-DETAIL
           PERFORM ANOMALY-PARAGRAPH.

      *    Le fichier des résultats retenus peut légitimement être
      *    absent ('35', aucun résultat jamais retenu) : le
      *    rapprochement continue alors sans retenus.
       OPEN-HOLD-PARAGRAPH.
           OPEN INPUT CALCHOLD
           EVALUATE WS-CALCHOLD-STATUS
               WHEN '00'
                   SET WS-HOLD-OPEN TO TRUE
               WHEN '35'
                   DISPLAY "CALCRECON: CALCHOLD absent, rapprochement "
                       "sans retenus"
               WHEN OTHER
                   DISPLAY "CALCRECON: CALCHOLD illisible, statut "
                       WS-CALCHOLD-STATUS
                       ", rapprochement sans retenus"
           END-EVALUATE.

      *    Cherche le détail CALCIN courant parmi les retenus du
      *    fichier, à son rang.
       LOOKUP-HOLD-PARAGRAPH.
           MOVE 'N' TO WS-IN-HELD-SW
           IF WS-HOLD-OPEN AND WS-HLD-ID-FOUND
               MOVE WS-CTL-DATE       TO HD-DATE
               MOVE WS-HLD-FILE-COUNT TO HD-FILE-COUNT
               MOVE WS-HLD-FILE-HASH  TO HD-FILE-HASH
               MOVE WS-COUNT-IN       TO HD-RANK
               READ CALCHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IN-HELD TO TRUE
               END-READ
           END-IF.

      *    Détail d'entrée apparié à son entrée CALCHOLD : attendu
      *    quand la nuit a retenu le résultat. L'image CALCIN gardée
      *    par la nuit doit être celle relue ; le retenu entre dans
      *    le compte et le hachage vérifiés contre le trailer CALCOUT,
      *    quelle que soit la décision prise depuis.
       MATCH-HELD-PARAGRAPH.
           ADD 1 TO WS-COUNT-HELD
           COMPUTE WS-HELD-HASH = FUNCTION REM(WS-HELD-HASH
               + HD-RESULT, 10000000000000)
           IF HD-INPUT-IMAGE NOT = CALCIN-RECORD
               ADD 1 TO WS-COUNT-MISMATCH
               MOVE "DISCORDANCE " TO WS-PRT-ANO-TYPE
               MOVE WS-COUNT-IN    TO WS-PRT-ANO-NUM
               MOVE "ENTREE ET RETENU CALCHOLD NE CORRESPONDENT PAS"
                   TO WS-PRT-ANO-DETAIL
               PERFORM ANOMALY-PARAGRAPH
           END-IF.

      *    Compte les entrées CALCHOLD du fichier : toutes doivent
      *    avoir été appariées à un détail CALCIN.
       COUNT-HOLD-PARAGRAPH.
           MOVE ZERO TO WS-COUNT-HELD-FILE
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-CTL-DATE       TO HD-DATE
           MOVE WS-HLD-FILE-COUNT TO HD-FILE-COUNT
           MOVE WS-HLD-FILE-HASH  TO HD-FILE-HASH
           MOVE ZERO              TO HD-RANK
           START CALCHOLD KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           PERFORM COUNT-HOLD-ENTRY-PARAGRAPH UNTIL WS-HOLD-EOF.

       COUNT-HOLD-ENTRY-PARAGRAPH.
           READ CALCHOLD NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HD-DATE NOT = WS-CTL-DATE
                       OR HD-FILE-COUNT NOT = WS-HLD-FILE-COUNT
                       OR HD-FILE-HASH NOT = WS-HLD-FILE-HASH
                       SET WS-HOLD-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-COUNT-HELD-FILE
                   END-IF
           END-READ.

       READ-CALCOUT-PARAGRAPH.
           MOVE 'N' TO WS-OUT-GOT-SW
           PERFORM UNTIL WS-OUT-GOT OR WS-OUT-EOF
                   END-IF
                   ADD 1 TO WS-COUNT-OUT
                   COMPUTE WS-OUT-HASH = FUNCTION REM(WS-OUT-HASH
                       + CO-RESULT, 10000000000000)
                   PERFORM COUNT-STATUS-PARAGRAPH
                   SET WS-OUT-GOT TO TRUE
               WHEN CO-TRAILER
               PERFORM ANOMALY-PARAGRAPH
           ELSE
               SET WS-OUT-TRL-SEEN TO TRUE
               IF CO-TRL-HELD-COUNT IS NUMERIC
                   AND CO-TRL-HELD-HASH IS NUMERIC
                   MOVE CO-TRL-HELD-COUNT TO WS-TRL-HELD-COUNT
                   MOVE CO-TRL-HELD-HASH  TO WS-TRL-HELD-HASH
               END-IF
               IF CO-TRL-COUNT NOT = WS-COUNT-OUT
                   MOVE "CONTROLE    "      TO WS-PRT-ANO-TYPE
                   MOVE WS-COUNT-OUT        TO WS-PRT-ANO-NUM
               MOVE "TRAILER CALCOUT ABSENT, FICHIER TRONQUE ?"
                   TO WS-PRT-ANO-DETAIL
               PERFORM ANOMALY-PARAGRAPH
           ELSE
               PERFORM HELD-CONTROLS-PARAGRAPH
           END-IF.

      *    Les retenus appariés doivent être ceux que le trailer
      *    CALCOUT annonce, en nombre et en hachage, et toutes les
      *    entrées CALCHOLD du fichier doivent avoir été appariées.
       HELD-CONTROLS-PARAGRAPH.
           IF WS-TRL-HELD-COUNT NOT = WS-COUNT-HELD
               MOVE "CONTROLE    "          TO WS-PRT-ANO-TYPE
               MOVE WS-COUNT-OUT            TO WS-PRT-ANO-NUM
               MOVE "RETENUS DU TRAILER CALCOUT EN DESACCORD"
                   TO WS-PRT-ANO-DETAIL
               PERFORM ANOMALY-PARAGRAPH
               MOVE WS-TRL-HELD-COUNT       TO WS-PRT-CTL-V1
               MOVE WS-COUNT-HELD           TO WS-PRT-CTL-V2
               WRITE CALCPRT-RECORD FROM WS-PRT-CTL-LINE
           END-IF
           IF WS-TRL-HELD-HASH NOT = WS-HELD-HASH
               MOVE "CONTROLE    "          TO WS-PRT-ANO-TYPE
               MOVE WS-COUNT-OUT            TO WS-PRT-ANO-NUM
               MOVE "HACHAGE DES RETENUS DU TRAILER EN DESACCORD"
                   TO WS-PRT-ANO-DETAIL
               PERFORM ANOMALY-PARAGRAPH
               MOVE WS-TRL-HELD-HASH        TO WS-PRT-CTL-V1
               MOVE WS-HELD-HASH            TO WS-PRT-CTL-V2
               WRITE CALCPRT-RECORD FROM WS-PRT-CTL-LINE
           END-IF
           IF WS-HOLD-OPEN AND WS-HLD-ID-FOUND
               PERFORM COUNT-HOLD-PARAGRAPH
               IF WS-COUNT-HELD-FILE > WS-COUNT-HELD
                   ADD 1 TO WS-COUNT-EXTRA
                   MOVE "EN TROP     "      TO WS-PRT-ANO-TYPE
                   MOVE WS-COUNT-IN         TO WS-PRT-ANO-NUM
                   MOVE "RETENUS CALCHOLD SANS ENTREE CORRESPONDANTE"
                       TO WS-PRT-ANO-DETAIL
                   PERFORM ANOMALY-PARAGRAPH
                   MOVE WS-COUNT-HELD-FILE  TO WS-PRT-CTL-V1
                   MOVE WS-COUNT-HELD       TO WS-PRT-CTL-V2
                   WRITE CALCPRT-RECORD FROM WS-PRT-CTL-LINE
               END-IF
           END-IF.

      *    Ventile la valeur de CO-STATUS de l'enregistrement CALCOUT
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

           MOVE "REJETS APPARIES          " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-REJ-PAIR           TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DETAILS RETENUS APPARIES " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-HELD               TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DETAILS RETENUS ANNONCES " TO WS-PRT-CNT-LABEL
           MOVE WS-TRL-HELD-COUNT           TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE "REJETS DIV0ERR           " TO WS-PRT-CNT-LABEL
                   SET WS-OPERAND-OK TO TRUE
               END-IF
           ELSE
               IF WS-OPERAND-TEXT(1:11) IS NUMERIC
                   AND (WS-OPERAND-TEXT(12:1) = '+'
                     OR WS-OPERAND-TEXT(12:1) = '-')
                   MOVE WS-OPERAND-NUM TO WS-OPERAND-VALUE
                   MOVE WS-OPERAND-VALUE TO WS-OPERAND-HASH
                   SET WS-OPERAND-OK TO TRUE

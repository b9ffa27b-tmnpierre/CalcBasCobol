      *    des enregistrements qui seraient rejetés la nuit, avec
      *    leur rang, pour que le service d'origine corrige et
      *    renvoie le fichier avant l'ouverture de la fenêtre batch.
      *    Le contrôle dépiste aussi les doublons. Un fichier dont les
      *    totaux du trailer (nombre de détails, hachage) sont déjà
      *    inscrits au registre CALCREG (voir CALCRGR) pour une autre
      *    date est refusé : c'est le fichier d'une nuit précédente
      *    renvoyé par l'amont, sauf carte CALCOVRD (date + mot-clé
      *    DUPFILE) attestant deux fichiers distincts. Les détails
      *    'D' et 'M' qui reproduisent à l'identique un détail des
      *    dernières nuits (générations de PROD.CALC.TRANS.HIST
      *    concaténées sous la DD CALCHIST) sont listés dans une
      *    section de doublons suspects, avec la nuit d'origine, pour
      *    confirmation par le service avant la fenêtre batch. Le
      *    fichier accepté est inscrit au registre.
      *    Code retour : 0 fichier prêt, 4 des doublons suspects à
      *    confirmer, 8 des rejets à corriger, 12 fichier
      *    inexploitable (contrôles, fichier en double ou ouverture
      *    en échec).
      *    Le passage se pointe sur le fichier de contrôle du cycle
      *    CALCCTL (voir CALCCTR) à la date de l'en-tête CALCIN :
      *    début du contrôle, puis fin avec le code retour. C'est ce
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-DATE
               FILE STATUS IS WS-CALCCTL-STATUS.
      *    Registre des fichiers CALCIN acceptés, indexé sur les
      *    totaux de contrôle suivis de la date de l'en-tête.
           SELECT CALCREG  ASSIGN TO CALCREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-CALCREG-STATUS.
      *    Historique des dernières nuits : générations de
      *    PROD.CALC.TRANS.HIST concaténées par le JCL, la plus
      *    récente en premier. Le nombre de nuits comparées est celui
      *    des générations citées. DD DUMMY : aucune comparaison.
           SELECT CALCHIST ASSIGN TO CALCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCHIST-STATUS.
      *    Carte de dérogation : date + mot-clé DUPFILE pour accepter
      *    un fichier dont les totaux coïncident avec ceux d'une
      *    autre nuit. En exploitation normale la DD est DUMMY.
           SELECT CALCOVRD ASSIGN TO CALCOVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCOVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CALCCTR.

      *    Le dessin du registre est partagé via le copybook CALCRGR
      *    avec CalcBat, qui consulte et alimente le même registre.
       FD  CALCREG
           RECORDING MODE IS F.
           COPY CALCRGR.

      *    Générations d'historique au dessin CALCIN : seuls le type
      *    et la date d'en-tête sont lus séparément, un détail se
      *    compare sur son image entière.
       FD  CALCHIST
           RECORDING MODE IS F.
       01  CALCHIST-RECORD.
           05 HS-REC-TYPE     PIC X.
           05 HS-HDR-DATE     PIC X(08).
           05 FILLER          PIC X(112).

       FD  CALCOVRD
           RECORDING MODE IS F.
       01  CALCOVRD-RECORD.
           05 OV-DATE         PIC X(08).
           05 FILLER          PIC X(01).
           05 OV-KEYWORD      PIC X(08).
           05 FILLER          PIC X(63).

       WORKING-STORAGE SECTION.

      *    WS-OPERATION et ses niveaux 88 proviennent du copybook
           88 WS-CTL-FOUND       VALUE 'Y'.
       01 WS-CTL-DATE        PIC 9(08) VALUE ZERO.

      *    Registre des fichiers acceptés : totaux de contrôle du
      *    fichier présenté, date de la nuit dont un fichier portait
      *    déjà les mêmes totaux (zéro si aucune). Un registre
      *    indisponible est une erreur dure, comme CALCCTL.
       01 WS-CALCREG-STATUS  PIC XX.
       01 WS-REG-OPEN-SW     PIC X VALUE 'N'.
           88 WS-REG-OPEN        VALUE 'Y'.
       01 WS-REG-SCAN-SW     PIC X VALUE 'N'.
           88 WS-REG-SCAN-DONE   VALUE 'Y'.
       01 WS-REG-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-REG-HASH        PIC S9(13)V99 VALUE ZERO.
       01 WS-REG-MATCH-DATE  PIC 9(08) VALUE ZERO.

      *    Verdict de la carte de dérogation DUPFILE.
       01 WS-CALCOVRD-STATUS PIC XX.
       01 WS-DUPFILE-SW      PIC X VALUE 'N'.
           88 WS-DUPFILE-OK      VALUE 'Y'.
       01 WS-OVRD-EOF-SW     PIC X VALUE 'N'.
           88 WS-OVRD-EOF        VALUE 'Y'.

      *    Recherche des détails déjà reçus les nuits précédentes :
      *    image de chaque détail 'D' ou 'M' du fichier présenté avec
      *    son rang, et date de la nuit où l'historique porte le même
      *    détail (zéro tant qu'aucune). L'historique étant lu de la
      *    plus récente nuit à la plus ancienne, seule la première
      *    nuit trouvée est retenue. Au-delà de la capacité de la
      *    table, les détails suivants ne sont pas comparés et l'état
      *    le signale.
       01 WS-CALCHIST-STATUS PIC XX.
       01 WS-HIST-EOF-SW     PIC X VALUE 'N'.
           88 WS-HIST-EOF        VALUE 'Y'.
       01 WS-HIST-DATE       PIC X(08) VALUE SPACES.
       01 WS-HIST-SKIP-SW    PIC X VALUE 'N'.
           88 WS-HIST-SKIP       VALUE 'Y'.
       01 WS-HIST-NIGHTS     PIC 9(3) VALUE ZERO.
       01 WS-SUS-MAX         PIC 9(4) VALUE 2000.
       01 WS-SUS-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-SUS-IDX         PIC 9(4).
       01 WS-SUS-TABLE.
           05 WS-SUS-ENTRY OCCURS 2000 TIMES.
              10 WS-SUS-IMAGE    PIC X(121).
              10 WS-SUS-RANK     PIC 9(7).
              10 WS-SUS-NIGHT    PIC X(08).
       01 WS-COUNT-SUSPECT   PIC 9(7) VALUE ZERO.
       01 WS-COUNT-UNCHECKED PIC 9(7) VALUE ZERO.

      *    Code retour final du passage, calculé avant d'être pointé
      *    sur CALCCTL puis rendu à l'ordonnanceur.
       01 WS-FINAL-RC        PIC 9(02) VALUE ZERO.
      *    de hachage recalculé selon le copybook CALCINR.
       01 WS-HDR-EXP-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-IN-DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-IN-HASH         PIC S9(13)V99 VALUE ZERO.

      *    Compteurs de la passe d'édition.
       01 WS-EDIT-COUNTERS.
      *    verdict de l'enregistrement en cours.
       01 WS-EDIT-STATUS     PIC X(09).
       01 WS-CH-OP           PIC X.
       01 WS-CHAIN-VALUE     PIC S9(9)V99.
       01 WS-CHAIN-WORK      PIC S9(9)V99.
       01 WS-CHAIN-QUOT      PIC S9(11).
       01 WS-STEP-IDX        PIC 9(1).
       01 WS-FAIL-STEP       PIC 9(1) VALUE ZERO.

           05 FILLER             PIC X(10) VALUE "CONTROLE  ".
           05 WS-PRT-CTL-DETAIL  PIC X(70).

       01 WS-PRT-SUSPECT-LINE.
           05 FILLER             PIC X(07) VALUE "ENREG. ".
           05 WS-PRT-SU-NUM      PIC ZZZZZZ9.
           05 FILLER             PIC X(07) VALUE "  TYPE ".
           05 WS-PRT-SU-TYPE     PIC X.
           05 FILLER             PIC X(11) VALUE "  NUIT DU ".
           05 WS-PRT-SU-NIGHT    PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PRT-SU-IMAGE    PIC X(37).

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
                       END-IF
                   END-PERFORM
                   PERFORM END-CONTROLS-PARAGRAPH
      *    Les totaux du trailer étant prouvés, le fichier est
      *    cherché au registre, puis ses détails dans l'historique
      *    des dernières nuits.
                   IF NOT WS-FILE-ERROR
                       PERFORM CHECK-REGISTER-PARAGRAPH
                   END-IF
                   IF NOT WS-FILE-ERROR
                       PERFORM SCAN-HISTORY-PARAGRAPH
                   END-IF
               END-IF
               PERFORM TOTALS-PARAGRAPH
           END-IF

      *    Code retour pour l'ordonnanceur de l'après-midi : 12 le
      *    fichier est inexploitable tel quel (structure, contrôles,
      *    fichier en double, ouverture), 8 des enregistrements
      *    seraient rejetés la nuit, 4 des détails déjà reçus les
      *    nuits précédentes sont à confirmer par le service, 0 la
      *    fenêtre peut s'ouvrir sur un fichier propre.
           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                   MOVE 12 TO WS-FINAL-RC
               WHEN WS-COUNT-REJECT > ZERO
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-COUNT-SUSPECT > ZERO
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE ZERO TO WS-FINAL-RC
           END-EVALUATE

      *    Un fichier accepté (code retour inférieur à 12) est inscrit
      *    au registre : un renvoi du même fichier une nuit suivante
      *    sera reconnu à ses totaux.
           IF WS-REG-OPEN
               IF WS-FINAL-RC < 12
                   PERFORM REGISTER-FILE-PARAGRAPH
               END-IF
               CLOSE CALCREG
           END-IF

      *    Pointage de la fin du contrôle avec son code retour : un
      *    passage fini RC=12 est pointé en échec, c'est ce que
      *    CalcBat vérifiera avant d'ouvrir la nuit sur cette date.
                   ADD 1 TO WS-IN-DETAIL-COUNT
                   PERFORM EDIT-DETAIL-PARAGRAPH
                   PERFORM TALLY-VERDICT-PARAGRAPH
                   PERFORM KEEP-DETAIL-PARAGRAPH
               WHEN CI-MULTI
                   ADD 1 TO WS-IN-DETAIL-COUNT
                   PERFORM EDIT-MULTI-PARAGRAPH
                   PERFORM TALLY-VERDICT-PARAGRAPH
                   PERFORM KEEP-DETAIL-PARAGRAPH
               WHEN OTHER
                   MOVE SPACES TO WS-PRT-CTL-DETAIL
                   STRING "TYPE D'ENREGISTREMENT '"
           MOVE CI-NUM1 TO WS-OPERAND-TEXT
           PERFORM RESOLVE-OPERAND-PARAGRAPH
           COMPUTE WS-IN-HASH = FUNCTION REM(WS-IN-HASH
               + WS-OPERAND-HASH, 10000000000000)
           MOVE WS-OPERAND-VALUE TO WS-CHAIN-VALUE
           IF NOT WS-OPERAND-OK
               MOVE "BADOPRND " TO WS-EDIT-STATUS
           MOVE CI-NUM2 TO WS-OPERAND-TEXT
           PERFORM RESOLVE-OPERAND-PARAGRAPH
           COMPUTE WS-IN-HASH = FUNCTION REM(WS-IN-HASH
               + WS-OPERAND-HASH, 10000000000000)
           IF NOT WS-OPERAND-OK
               AND WS-EDIT-STATUS = "OK       "
               MOVE "BADOPRND " TO WS-EDIT-STATUS
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

               PERFORM CONTROL-ERROR-PARAGRAPH
           END-IF.

      *    Garde l'image du détail courant et son rang pour la
      *    recherche dans l'historique des dernières nuits.
       KEEP-DETAIL-PARAGRAPH.
           IF WS-SUS-COUNT < WS-SUS-MAX
               ADD 1 TO WS-SUS-COUNT
               MOVE CALCIN-RECORD      TO WS-SUS-IMAGE(WS-SUS-COUNT)
               MOVE WS-IN-DETAIL-COUNT TO WS-SUS-RANK(WS-SUS-COUNT)
               MOVE SPACES             TO WS-SUS-NIGHT(WS-SUS-COUNT)
           ELSE
               ADD 1 TO WS-COUNT-UNCHECKED
           END-IF.

      *    Cherche au registre un fichier déjà accepté pour une autre
      *    date avec les mêmes totaux de contrôle. Un fichier sans
      *    détail n'est pas cherché : deux journées vides ont
      *    forcément les mêmes totaux. Sans carte DUPFILE pour la
      *    date, le fichier est refusé comme inexploitable.
       CHECK-REGISTER-PARAGRAPH.
           MOVE WS-IN-DETAIL-COUNT TO WS-REG-COUNT
           MOVE WS-IN-HASH         TO WS-REG-HASH
           PERFORM OPEN-REGISTER-PARAGRAPH
           IF WS-REG-OPEN AND WS-REG-COUNT > ZERO
               PERFORM FIND-REGISTER-PARAGRAPH
               IF WS-REG-MATCH-DATE NOT = ZERO
                   PERFORM READ-OVERRIDE-PARAGRAPH
                   MOVE SPACES TO WS-PRT-CTL-DETAIL
                   IF WS-DUPFILE-OK
                       STRING "TOTAUX IDENTIQUES AU FICHIER DU "
                                                DELIMITED BY SIZE
                              WS-REG-MATCH-DATE DELIMITED BY SIZE
                              ", DEROGATION DUPFILE ACCEPTEE"
                                                DELIMITED BY SIZE
                           INTO WS-PRT-CTL-DETAIL
                       WRITE CALCPRT-RECORD FROM WS-PRT-CTL-LINE
                   ELSE
                       STRING "FICHIER EN DOUBLE, TOTAUX DEJA RECUS LE "
                                                DELIMITED BY SIZE
                              WS-REG-MATCH-DATE DELIMITED BY SIZE
                           INTO WS-PRT-CTL-DETAIL
                       PERFORM CONTROL-ERROR-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

      *    Compare chaque détail des dernières nuits aux détails du
      *    fichier présenté, puis imprime la section des doublons
      *    suspects. Un historique illisible n'arrête pas le
      *    contrôle : la recherche est simplement signalée non faite.
       SCAN-HISTORY-PARAGRAPH.
           OPEN INPUT CALCHIST
           IF WS-CALCHIST-STATUS NOT = '00'
               DISPLAY "CALCEDIT: historique CALCHIST indisponible, "
                   "statut " WS-CALCHIST-STATUS ", doublons non "
                   "recherches"
           ELSE
               PERFORM READ-HISTORY-PARAGRAPH
                   UNTIL WS-HIST-EOF
               CLOSE CALCHIST
               PERFORM PRINT-SUSPECTS-PARAGRAPH
           END-IF.

      *    Chaque génération commence par son en-tête, qui donne la
      *    date de la nuit. Une génération à la date du fichier
      *    présenté (nuit déjà passée puis refaite) n'est pas une
      *    autre nuit : ses détails ne sont pas comparés.
       READ-HISTORY-PARAGRAPH.
           READ CALCHIST
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   EVALUATE HS-REC-TYPE
                       WHEN 'H'
                           MOVE HS-HDR-DATE TO WS-HIST-DATE
                           IF HS-HDR-DATE = WS-CTL-DATE
                               SET WS-HIST-SKIP TO TRUE
                           ELSE
                               MOVE 'N' TO WS-HIST-SKIP-SW
                               ADD 1 TO WS-HIST-NIGHTS
                           END-IF
                       WHEN 'D'
                       WHEN 'M'
                           IF NOT WS-HIST-SKIP
                               PERFORM MATCH-HISTORY-PARAGRAPH
                           END-IF
                   END-EVALUATE
           END-READ.

      *    Un détail du fichier présenté identique, à la position
      *    près, au détail d'historique lu est marqué de la date de
      *    cette nuit, s'il ne l'est pas déjà par une nuit plus
      *    récente. Le service d'origine (CI-DEPT, fin de l'image)
      *    n'entre pas dans la comparaison : le même détail renvoyé
      *    par un autre service, ou reçu avant la réception des
      *    fichiers des services, reste un doublon suspect.
       MATCH-HISTORY-PARAGRAPH.
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUS-COUNT
               IF WS-SUS-NIGHT(WS-SUS-IDX) = SPACES
                   AND WS-SUS-IMAGE(WS-SUS-IDX)(1:117)
                     = CALCHIST-RECORD(1:117)
                   MOVE WS-HIST-DATE TO WS-SUS-NIGHT(WS-SUS-IDX)
                   ADD 1 TO WS-COUNT-SUSPECT
               END-IF
           END-PERFORM.

      *    Section des doublons suspects : rang et type du détail,
      *    nuit où il a déjà été reçu, début de son image.
       PRINT-SUSPECTS-PARAGRAPH.
           IF WS-COUNT-SUSPECT > ZERO
               MOVE SPACES TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
               MOVE "DOUBLONS SUSPECTS, DEJA RECUS UNE NUIT PRECEDENTE"
                   TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
               MOVE ALL '-' TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
               PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
                   IF WS-SUS-NIGHT(WS-SUS-IDX) NOT = SPACES
                       MOVE WS-SUS-RANK(WS-SUS-IDX) TO WS-PRT-SU-NUM
                       MOVE WS-SUS-IMAGE(WS-SUS-IDX)(1:1)
                           TO WS-PRT-SU-TYPE
                       MOVE WS-SUS-NIGHT(WS-SUS-IDX)
                           TO WS-PRT-SU-NIGHT
                       MOVE WS-SUS-IMAGE(WS-SUS-IDX)(2:37)
                           TO WS-PRT-SU-IMAGE
                       WRITE CALCPRT-RECORD FROM WS-PRT-SUSPECT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       TOTALS-PARAGRAPH.
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE "DONT BADOPRND            " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-BADOP              TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "NUITS D'HISTORIQUE LUES  " TO WS-PRT-CNT-LABEL
           MOVE WS-HIST-NIGHTS              TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DOUBLONS SUSPECTS        " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-SUSPECT            TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           IF WS-COUNT-UNCHECKED > ZERO
               MOVE "DETAILS NON COMPARES     " TO WS-PRT-CNT-LABEL
               MOVE WS-COUNT-UNCHECKED          TO WS-PRT-CNT-VALUE
               WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           END-IF
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           EVALUATE TRUE
               WHEN WS-COUNT-REJECT > ZERO
                   MOVE "*** A CORRIGER AVANT LA FENETRE BATCH ***"
                       TO CALCPRT-RECORD
               WHEN WS-COUNT-SUSPECT > ZERO
                   MOVE "*** DOUBLONS A CONFIRMER AVANT LA NUIT ***"
                       TO CALCPRT-RECORD
               WHEN OTHER
                   MOVE "*** FICHIER PRET POUR LA NUIT ***"
                       TO CALCPRT-RECORD
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
                   "statut " WS-CALCCTL-STATUS
           END-IF.

      *    Registre des fichiers acceptés (paragraphes identiques
      *    dans CalcBat). Auto-provisionné au premier passage ('35') ;
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
               DISPLAY "CALCEDIT: registre CALCREG indisponible, "
                   "statut " WS-CALCREG-STATUS ", passage arrete"
               SET WS-FILE-ERROR TO TRUE
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
           MOVE "CALCEDIT"   TO RG-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RG-TIME
           WRITE CALCREG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CALCREG-STATUS NOT = '00'
               AND WS-CALCREG-STATUS NOT = '22'
               DISPLAY "CALCEDIT: echec d'inscription au registre "
                   "CALCREG, statut " WS-CALCREG-STATUS
           END-IF.

      *    Cherche dans CALCOVRD une carte portant la date de
      *    gestion et le mot-clé DUPFILE. DD DUMMY ou fichier
      *    absent : aucune dérogation.
       READ-OVERRIDE-PARAGRAPH.
           MOVE 'N' TO WS-DUPFILE-SW
           MOVE 'N' TO WS-OVRD-EOF-SW
           OPEN INPUT CALCOVRD
           IF WS-CALCOVRD-STATUS = '00'
               PERFORM READ-OVERRIDE-CARD-PARAGRAPH
                   UNTIL WS-OVRD-EOF
               CLOSE CALCOVRD
           END-IF.

       READ-OVERRIDE-CARD-PARAGRAPH.
           READ CALCOVRD
               AT END
                   SET WS-OVRD-EOF TO TRUE
               NOT AT END
                   IF OV-DATE = WS-CTL-DATE
                       AND OV-KEYWORD = 'DUPFILE '
                       SET WS-DUPFILE-OK TO TRUE
                   END-IF
           END-READ.

      *    Ouverture et consultation de la table des taux indexée
      *    (paragraphes identiques à CalcBat) : le fichier reste
      *    ouvert toute la passe, un code se résout par lecture
                   SET WS-OPERAND-OK TO TRUE
               END-IF
           ELSE
               IF WS-OPERAND-TEXT(1:11) IS NUMERIC
                   AND (WS-OPERAND-TEXT(12:1) = '+'
                     OR WS-OPERAND-TEXT(12:1) = '-')
                   MOVE WS-OPERAND-NUM TO WS-OPERAND-VALUE
                   MOVE WS-OPERAND-VALUE TO WS-OPERAND-HASH
                   SET WS-OPERAND-OK TO TRUE

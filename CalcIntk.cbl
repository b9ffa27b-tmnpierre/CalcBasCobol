      *    *************************************************************
      *    PROGRAMME DE RECEPTION DES FICHIERS DES SERVICES
      *    Premier pas de la soirée, avant le contrôle préalable
      *    CalcEdit : chaque service livre son propre fichier de
      *    transactions, au dessin CALCIN (voir CALCINR), encadré de
      *    son en-tête 'H' et de son trailer 'T'. Le programme juge
      *    chaque fichier sur ses propres contrôles, refuse un
      *    fichier défectueux sans bloquer les autres, et fusionne
      *    les fichiers acceptés en un seul CALCIN de la nuit, avec
      *    son en-tête et son trailer recalculés.
      *    Les fichiers arrivent sous les DD CALCF01 à CALCF08 ; une
      *    carte CALCFEED par fichier attendu associe la DD à son
      *    service :
      *      col 1-2  numéro de la DD (01 à 08)
      *      col 4-7  code du service d'origine
      *      col 9-38 libellé du fichier (facultatif)
      *    Chaque détail 'D' ou 'M' d'un fichier accepté est recopié
      *    tel quel, le code du service porté en CI-DEPT : il suit le
      *    détail jusqu'à CALCOUT, CALCREJ et CALCLOG.
      *    Contrôles d'un fichier, le premier défaut relevé donnant
      *    le motif du refus : carte présente (SANS SERVICE), fichier
      *    non vide (VIDE), en-tête en tête de fichier (EN-TETE) à la
      *    date de gestion de la nuit lue sur CALCPARM (DATE), types
      *    d'enregistrement connus (TYPE), trailer présent et lisible
      *    (TRAILER), rien après le trailer (APRES TRAILER), compte
      *    des détails égal au trailer et à l'en-tête (COMPTE),
      *    hachage égal au trailer (HACHAGE, règle du copybook
      *    CALCINR), lecture sans incident (LECTURE), totaux
      *    jamais reçus une autre nuit (DEJA RECU). Un fichier
      *    attendu par une carte mais absent est NON RECU.
      *    Ce dernier contrôle se fait au registre CALCREG (voir
      *    CALCRGR) sur les totaux propres du fichier, avant fusion :
      *    le trailer recalculé du CALCIN fusionné ne retrouverait
      *    jamais un fichier d'une nuit précédente renvoyé par un
      *    service au milieu des autres. Un fichier dont le compte et
      *    le hachage sont déjà inscrits pour une autre date est
      *    refusé, sauf carte CALCOVRD (date + mot-clé DUPFILE,
      *    comme pour CalcEdit) attestant deux fichiers distincts ;
      *    chaque fichier fusionné est inscrit à son tour sous la
      *    source CALCINTK.
      *    Les fichiers sont lus en deux passes : la première juge,
      *    la seconde fusionne et revérifie chaque fichier accepté
      *    (un fichier modifié entre les deux passes arrête tout).
      *    L'état CALCPRT liste chaque fichier reçu, accepté ou
      *    refusé, avec son service, son motif, ses comptes et son
      *    hachage, puis les totaux de la nuit.
      *    Code retour : 0 tous les fichiers attendus reçus et
      *    acceptés, 4 des fichiers refusés ou non reçus (les autres
      *    sont fusionnés), 12 erreur bloquante (carte paramètre ou
      *    carte de fichier invalide, ouverture ou écriture en échec,
      *    registre CALCREG indisponible, aucun fichier accepté) :
      *    CALCIN n'est alors pas à passer.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcIntk.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Carte paramètre : la date de gestion AAAAMMJJ de la nuit en
      *    positions 1 à 8, attendue sur l'en-tête de chaque fichier.
           SELECT CALCPARM ASSIGN TO CALCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCPARM-STATUS.
      *    Cartes des fichiers attendus, une par DD utilisée.
           SELECT CALCFEED ASSIGN TO CALCFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCFEED-STATUS.
      *    Fichiers livrés par les services.
           SELECT CALCF01  ASSIGN TO CALCF01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCF01-STATUS.
           SELECT CALCF02  ASSIGN TO CALCF02
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCF02-STATUS.
           SELECT CALCF03  ASSIGN TO CALCF03
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCF03-STATUS.
           SELECT CALCF04  ASSIGN TO CALCF04
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCF04-STATUS.
           SELECT CALCF05  ASSIGN TO CALCF05
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCF05-STATUS.
           SELECT CALCF06  ASSIGN TO CALCF06
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCF06-STATUS.
           SELECT CALCF07  ASSIGN TO CALCF07
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCF07-STATUS.
           SELECT CALCF08  ASSIGN TO CALCF08
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCF08-STATUS.
      *    CALCIN de la nuit, fusion des fichiers acceptés.
           SELECT CALCIN   ASSIGN TO CALCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCIN-STATUS.
           SELECT CALCPRT  ASSIGN TO CALCPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCPRT-STATUS.
      *    Registre des fichiers acceptés, partagé avec CalcEdit et
      *    CalcBat, indexé sur les totaux suivis de la date.
           SELECT CALCREG  ASSIGN TO CALCREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-CALCREG-STATUS.
      *    Carte de dérogation : date + mot-clé DUPFILE pour accepter
      *    un fichier dont les totaux coïncident avec ceux d'une
      *    autre nuit. En exploitation normale la DD est DUMMY.
           SELECT CALCOVRD ASSIGN TO CALCOVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCOVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCPARM
           RECORDING MODE IS F.
       01  CALCPARM-RECORD.
           05 PM-NIGHT-DATE   PIC X(08).
           05 FILLER          PIC X(72).

       FD  CALCFEED
           RECORDING MODE IS F.
       01  CALCFEED-RECORD.
           05 FC-SLOT         PIC X(02).
           05 FILLER          PIC X(01).
           05 FC-DEPT         PIC X(04).
           05 FILLER          PIC X(01).
           05 FC-LABEL        PIC X(30).
           05 FILLER          PIC X(42).

      *    Les fichiers des services sont lus dans la zone CALCINR
      *    de WORKING-STORAGE.
       FD  CALCF01
           RECORDING MODE IS F.
       01  CALCF01-RECORD     PIC X(121).
       FD  CALCF02
           RECORDING MODE IS F.
       01  CALCF02-RECORD     PIC X(121).
       FD  CALCF03
           RECORDING MODE IS F.
       01  CALCF03-RECORD     PIC X(121).
       FD  CALCF04
           RECORDING MODE IS F.
       01  CALCF04-RECORD     PIC X(121).
       FD  CALCF05
           RECORDING MODE IS F.
       01  CALCF05-RECORD     PIC X(121).
       FD  CALCF06
           RECORDING MODE IS F.
       01  CALCF06-RECORD     PIC X(121).
       FD  CALCF07
           RECORDING MODE IS F.
       01  CALCF07-RECORD     PIC X(121).
       FD  CALCF08
           RECORDING MODE IS F.
       01  CALCF08-RECORD     PIC X(121).

       FD  CALCIN
           RECORDING MODE IS F.
       01  CALCIN-OUT-RECORD  PIC X(121).

       FD  CALCPRT
           RECORDING MODE IS F.
       01  CALCPRT-RECORD     PIC X(80).

       FD  CALCREG
           RECORDING MODE IS F.
           COPY CALCRGR.

       FD  CALCOVRD
           RECORDING MODE IS F.
       01  CALCOVRD-RECORD.
           05 OV-DATE         PIC X(08).
           05 FILLER          PIC X(01).
           05 OV-KEYWORD      PIC X(08).
           05 FILLER          PIC X(63).

       WORKING-STORAGE SECTION.

      *    Codes retour des fichiers. Les statuts des DD des services
      *    sont vus aussi en table, indicée par le numéro de DD.
       01 WS-CALCPARM-STATUS PIC XX.
       01 WS-CALCFEED-STATUS PIC XX.
       01 WS-CALCIN-STATUS   PIC XX.
       01 WS-CALCPRT-STATUS  PIC XX.
       01 WS-FEED-STATUSES.
           05 WS-CALCF01-STATUS PIC XX.
           05 WS-CALCF02-STATUS PIC XX.
           05 WS-CALCF03-STATUS PIC XX.
           05 WS-CALCF04-STATUS PIC XX.
           05 WS-CALCF05-STATUS PIC XX.
           05 WS-CALCF06-STATUS PIC XX.
           05 WS-CALCF07-STATUS PIC XX.
           05 WS-CALCF08-STATUS PIC XX.
       01 WS-FEED-STATUS-TABLE REDEFINES WS-FEED-STATUSES.
           05 WS-FEED-STATUS  PIC XX OCCURS 8 TIMES.
       01 WS-CUR-STATUS      PIC XX.

      *    Registre CALCREG : totaux cherchés, date d'une autre nuit
      *    trouvée aux mêmes totaux.
       01 WS-CALCREG-STATUS  PIC XX.
       01 WS-REG-OPEN-SW     PIC X VALUE 'N'.
           88 WS-REG-OPEN        VALUE 'Y'.
       01 WS-REG-SCAN-SW     PIC X VALUE 'N'.
           88 WS-REG-SCAN-DONE   VALUE 'Y'.
       01 WS-REG-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-REG-HASH        PIC S9(13)V99 VALUE ZERO.
       01 WS-REG-MATCH-DATE  PIC 9(08) VALUE ZERO.

      *    Carte de dérogation DUPFILE, lue à la première rencontre
      *    d'un fichier déjà inscrit.
       01 WS-CALCOVRD-STATUS PIC XX.
       01 WS-OVRD-READ-SW    PIC X VALUE 'N'.
           88 WS-OVRD-READ       VALUE 'Y'.
       01 WS-DUPFILE-SW      PIC X VALUE 'N'.
           88 WS-DUPFILE-OK      VALUE 'Y'.
       01 WS-OVRD-EOF-SW     PIC X VALUE 'N'.
           88 WS-OVRD-EOF        VALUE 'Y'.

       01 WS-CALCPRT-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCPRT-OPEN    VALUE 'Y'.

       01 WS-CARD-EOF-SW     PIC X VALUE 'N'.
           88 WS-CARD-EOF        VALUE 'Y'.
       01 WS-FEED-EOF-SW     PIC X VALUE 'N'.
           88 WS-FEED-EOF        VALUE 'Y'.
       01 WS-READ-ERROR-SW   PIC X VALUE 'N'.
           88 WS-READ-ERROR      VALUE 'Y'.

      *    Erreur bloquante : le passage s'arrête en RC=12 et CALCIN
      *    n'est pas à passer.
       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

      *    Date de gestion de la nuit, lue sur CALCPARM.
       01 WS-NIGHT-DATE      PIC 9(08) VALUE ZERO.

      *    Enregistrement courant, lu d'un fichier de service ou
      *    préparé pour CALCIN.
           COPY CALCINR.

      *    Table des fichiers, indicée par le numéro de DD : carte,
      *    service et libellé, puis verdict et contrôles relevés à
      *    la première passe.
       01 WS-FEED-IDX        PIC 9(1).
       01 WS-SLOT-NUM        PIC 9(2).
       01 WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 8 TIMES.
              10 WF-CARD-SW      PIC X.
                 88 WF-HAS-CARD      VALUE 'Y'.
              10 WF-DEPT         PIC X(04).
              10 WF-LABEL        PIC X(30).
              10 WF-STATE        PIC X(08).
                 88 WF-UNUSED        VALUE SPACES.
                 88 WF-ACCEPTED      VALUE "ACCEPTE ".
                 88 WF-REFUSED       VALUE "REFUSE  ".
                 88 WF-MISSING       VALUE "NON RECU".
              10 WF-MOTIF        PIC X(13).
              10 WF-HDR-DATE     PIC X(08).
              10 WF-HDR-EXP      PIC 9(7).
              10 WF-DETAILS      PIC 9(7).
              10 WF-TRL-SW       PIC X.
                 88 WF-TRL-VALID     VALUE 'Y'.
              10 WF-TRL-COUNT    PIC 9(7).
              10 WF-TRL-HASH     PIC S9(13)V99.
              10 WF-CALC-HASH    PIC S9(13)V99.
              10 WF-REG-DATE     PIC 9(08).

      *    Fichier en cours de lecture : rang de l'enregistrement,
      *    en-tête et trailer vus, détails et hachage recalculés,
      *    motif de refus à retenir.
       01 WS-CUR-RECORDS     PIC 9(7).
       01 WS-CUR-DETAILS     PIC 9(7).
       01 WS-CUR-HASH        PIC S9(13)V99.
       01 WS-CUR-MOTIF       PIC X(13).
       01 WS-HEADER-SEEN-SW  PIC X.
           88 WS-HEADER-SEEN     VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW PIC X.
           88 WS-TRAILER-SEEN    VALUE 'Y'.

      *    CALCIN fusionné : compte annoncé par l'en-tête (somme des
      *    détails des fichiers acceptés), compte et hachage écrits.
       01 WS-OUT-EXP-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-OUT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-OUT-HASH        PIC S9(13)V99 VALUE ZERO.

      *    Compteurs de fichiers de la nuit.
       01 WS-COUNT-EXPECTED  PIC 9(7) VALUE ZERO.
       01 WS-COUNT-RECEIVED  PIC 9(7) VALUE ZERO.
       01 WS-COUNT-ACCEPTED  PIC 9(7) VALUE ZERO.
       01 WS-COUNT-REFUSED   PIC 9(7) VALUE ZERO.
       01 WS-COUNT-MISSING   PIC 9(7) VALUE ZERO.

      *    Zones d'examen d'un opérande pour le total de hachage :
      *    un littéral bien formé (11 chiffres, signe final) contribue
      *    sa valeur, tout le reste contribue zéro.
       01 WS-OPERAND-TEXT    PIC X(12).
       01 WS-OPERAND-NUM REDEFINES WS-OPERAND-TEXT
                             PIC S9(9)V99
                             SIGN IS TRAILING SEPARATE.
       01 WS-STEP-IDX        PIC 9(1).

      *    Lignes de l'état de réception.
       01 WS-PRT-TITLE.
           05 FILLER             PIC X(45)
               VALUE "RECEPTION DES FICHIERS DES SERVICES, NUIT DU ".
           05 WS-PRT-DATE        PIC X(10).
           05 FILLER             PIC X(25) VALUE SPACES.

       01 WS-PRT-COL-HEADER.
           05 FILLER             PIC X(40) VALUE
               "DD  SERV ETAT     MOTIF         EN-TETE ".
           05 FILLER             PIC X(40) VALUE
               " DETAILS TRAILER   HACHAGE TRAILER      ".

       01 WS-PRT-FEED-LINE.
           05 WS-PRT-FD-SLOT     PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PRT-FD-DEPT     PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-FD-STATE    PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-FD-MOTIF    PIC X(13).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-FD-HDR-DATE PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-FD-DETAILS  PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-FD-TRL-CNT  PIC X(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-FD-TRL-HASH PIC X(17).
           05 FILLER             PIC X(06) VALUE SPACES.

       01 WS-PRT-EDIT-COUNT  PIC ZZZZZZ9.
       01 WS-PRT-EDIT-HASH   PIC -(13)9.99.

       01 WS-PRT-LABEL-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WS-PRT-LB-LABEL    PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PRT-LB-CALC     PIC X(21).
           05 WS-PRT-LB-HASH     PIC X(17).
           05 FILLER             PIC X(06) VALUE SPACES.

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-CNT-VALUE   PIC ZZZZZZ9.
           05 FILLER             PIC X(46) VALUE SPACES.

       01 WS-PRT-AMOUNT-LINE.
           05 WS-PRT-AMT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-AMT-VALUE   PIC -(13)9.99.
           05 FILLER             PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM READ-PARM-PARAGRAPH
           IF NOT WS-RUN-ERROR
               PERFORM LOAD-CARDS-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM OPEN-PRINT-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM OPEN-REGISTER-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > 8
                   PERFORM VALIDATE-FEED-PARAGRAPH
               END-PERFORM
               IF WS-COUNT-ACCEPTED = ZERO
                   DISPLAY "CALCINTK: aucun fichier accepte, CALCIN "
                       "non ecrit"
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM MERGE-PASS-PARAGRAPH
               END-IF
      *    CALCIN complet : chaque fichier fusionné est inscrit au
      *    registre sous ses propres totaux.
               IF NOT WS-RUN-ERROR
                   PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                       UNTIL WS-FEED-IDX > 8
                       IF WF-ACCEPTED(WS-FEED-IDX)
                           AND WF-DETAILS(WS-FEED-IDX) > ZERO
                           PERFORM REGISTER-FEED-PARAGRAPH
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM PRINT-REPORT-PARAGRAPH
               DISPLAY "CALCINTK: " WS-COUNT-RECEIVED " fichiers "
                   "recus, " WS-COUNT-ACCEPTED " acceptes, "
                   WS-COUNT-REFUSED " refuses, "
                   WS-COUNT-MISSING " non recus, "
                   WS-OUT-COUNT " details fusionnes"
           END-IF
           IF WS-REG-OPEN
               CLOSE CALCREG
           END-IF
           IF WS-CALCPRT-OPEN
               CLOSE CALCPRT
           END-IF

      *    Code retour : 12 erreur bloquante (CALCIN a ne pas
      *    passer), 4 des fichiers refuses ou non recus (a relancer
      *    aupres des services), 0 tout recu et accepte.
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-COUNT-REFUSED > ZERO
                 OR WS-COUNT-MISSING > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0000-MAIN-STOP.
           STOP RUN.


      *    Lecture de la carte paramètre : sans date de gestion
      *    valable, aucun fichier ne peut être jugé.
       READ-PARM-PARAGRAPH.
           OPEN INPUT CALCPARM
           IF WS-CALCPARM-STATUS NOT = '00'
               DISPLAY "CALCINTK: impossible d'ouvrir CALCPARM, "
                   "statut " WS-CALCPARM-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               READ CALCPARM
                   AT END
                       DISPLAY "CALCINTK: CALCPARM vide, date de "
                           "gestion absente"
                       SET WS-RUN-ERROR TO TRUE
                   NOT AT END
                       IF PM-NIGHT-DATE IS NUMERIC
                           MOVE PM-NIGHT-DATE TO WS-NIGHT-DATE
                           DISPLAY "CALCINTK: date de gestion "
                               WS-NIGHT-DATE
                       ELSE
                           DISPLAY "CALCINTK: date de gestion "
                               "invalide '" PM-NIGHT-DATE "'"
                           SET WS-RUN-ERROR TO TRUE
                       END-IF
               END-READ
               CLOSE CALCPARM
           END-IF.

      *    Chargement des cartes des fichiers attendus. Une carte
      *    malformée (numéro de DD hors 01-08, service à blanc) ou
      *    deux cartes pour la même DD refusent le passage : mieux
      *    vaut des cartes refaites qu'un fichier porté au compte
      *    d'un autre service.
       LOAD-CARDS-PARAGRAPH.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > 8
               MOVE 'N'    TO WF-CARD-SW(WS-FEED-IDX)
               MOVE SPACES TO WF-DEPT(WS-FEED-IDX)
               MOVE SPACES TO WF-LABEL(WS-FEED-IDX)
               MOVE SPACES TO WF-STATE(WS-FEED-IDX)
               MOVE SPACES TO WF-MOTIF(WS-FEED-IDX)
               MOVE SPACES TO WF-HDR-DATE(WS-FEED-IDX)
               MOVE ZERO   TO WF-HDR-EXP(WS-FEED-IDX)
               MOVE ZERO   TO WF-DETAILS(WS-FEED-IDX)
               MOVE 'N'    TO WF-TRL-SW(WS-FEED-IDX)
               MOVE ZERO   TO WF-TRL-COUNT(WS-FEED-IDX)
               MOVE ZERO   TO WF-TRL-HASH(WS-FEED-IDX)
               MOVE ZERO   TO WF-CALC-HASH(WS-FEED-IDX)
               MOVE ZERO   TO WF-REG-DATE(WS-FEED-IDX)
           END-PERFORM
           OPEN INPUT CALCFEED
           IF WS-CALCFEED-STATUS NOT = '00'
               DISPLAY "CALCINTK: impossible d'ouvrir CALCFEED, "
                   "statut " WS-CALCFEED-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               PERFORM LOAD-CARD-PARAGRAPH UNTIL WS-CARD-EOF
               CLOSE CALCFEED
               IF NOT WS-RUN-ERROR
                   DISPLAY "CALCINTK: " WS-COUNT-EXPECTED
                       " fichiers attendus"
               END-IF
           END-IF.

       LOAD-CARD-PARAGRAPH.
           READ CALCFEED
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-CARD-PARAGRAPH
           END-READ.

       CHECK-CARD-PARAGRAPH.
           IF FC-SLOT NOT NUMERIC
               DISPLAY "CALCINTK: carte malformee, DD '" FC-SLOT
                   "' non numerique, passage refuse"
               SET WS-RUN-ERROR TO TRUE
               SET WS-CARD-EOF TO TRUE
           ELSE
               MOVE FC-SLOT TO WS-SLOT-NUM
               EVALUATE TRUE
                   WHEN WS-SLOT-NUM < 1 OR WS-SLOT-NUM > 8
                       DISPLAY "CALCINTK: carte malformee, DD "
                           FC-SLOT " hors 01-08, passage refuse"
                       SET WS-RUN-ERROR TO TRUE
                       SET WS-CARD-EOF TO TRUE
                   WHEN FC-DEPT = SPACES
                       DISPLAY "CALCINTK: carte malformee, DD "
                           FC-SLOT " sans service, passage refuse"
                       SET WS-RUN-ERROR TO TRUE
                       SET WS-CARD-EOF TO TRUE
                   WHEN WF-HAS-CARD(WS-SLOT-NUM)
                       DISPLAY "CALCINTK: deux cartes pour la DD "
                           FC-SLOT ", passage refuse"
                       SET WS-RUN-ERROR TO TRUE
                       SET WS-CARD-EOF TO TRUE
                   WHEN OTHER
                       MOVE 'Y'      TO WF-CARD-SW(WS-SLOT-NUM)
                       MOVE FC-DEPT  TO WF-DEPT(WS-SLOT-NUM)
                       MOVE FC-LABEL TO WF-LABEL(WS-SLOT-NUM)
                       ADD 1 TO WS-COUNT-EXPECTED
               END-EVALUATE
           END-IF.

       OPEN-PRINT-PARAGRAPH.
           OPEN OUTPUT CALCPRT
           IF WS-CALCPRT-STATUS NOT = '00'
               DISPLAY "CALCINTK: impossible d'ouvrir CALCPRT, "
                   "statut " WS-CALCPRT-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               SET WS-CALCPRT-OPEN TO TRUE
           END-IF.

      *    Première passe, un fichier : une DD absente est NON RECU
      *    si une carte l'attendait (ignorée sinon) ; une DD présente
      *    est lue en entier et jugée.
       VALIDATE-FEED-PARAGRAPH.
           PERFORM OPEN-FEED-PARAGRAPH
           EVALUATE TRUE
               WHEN WS-CUR-STATUS = '35'
                   IF WF-HAS-CARD(WS-FEED-IDX)
                       SET WF-MISSING(WS-FEED-IDX) TO TRUE
                       ADD 1 TO WS-COUNT-MISSING
                       DISPLAY "CALCINTK: DD CALCF0" WS-FEED-IDX
                           " service " WF-DEPT(WS-FEED-IDX)
                           " non recu"
                   END-IF
               WHEN WS-CUR-STATUS NOT = '00'
                   ADD 1 TO WS-COUNT-RECEIVED
                   MOVE "LECTURE" TO WS-CUR-MOTIF
                   PERFORM REFUSE-FEED-PARAGRAPH
                   PERFORM CLOSE-VERDICT-PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-COUNT-RECEIVED
                   IF NOT WF-HAS-CARD(WS-FEED-IDX)
                       MOVE "SANS SERVICE" TO WS-CUR-MOTIF
                       PERFORM REFUSE-FEED-PARAGRAPH
                   END-IF
                   PERFORM CHECK-FEED-PARAGRAPH
                   PERFORM CLOSE-FEED-PARAGRAPH
                   PERFORM CLOSE-VERDICT-PARAGRAPH
           END-EVALUATE.

       CHECK-FEED-PARAGRAPH.
           MOVE ZERO TO WS-CUR-RECORDS WS-CUR-DETAILS WS-CUR-HASH
           MOVE 'N' TO WS-HEADER-SEEN-SW WS-TRAILER-SEEN-SW
           MOVE 'N' TO WS-FEED-EOF-SW WS-READ-ERROR-SW
           PERFORM READ-FEED-PARAGRAPH
           PERFORM UNTIL WS-FEED-EOF
               PERFORM CHECK-RECORD-PARAGRAPH
               PERFORM READ-FEED-PARAGRAPH
           END-PERFORM
           MOVE WS-CUR-DETAILS TO WF-DETAILS(WS-FEED-IDX)
           MOVE WS-CUR-HASH    TO WF-CALC-HASH(WS-FEED-IDX)
           PERFORM END-FEED-CONTROLS-PARAGRAPH.

      *    Juge l'enregistrement courant selon son rang et son type.
      *    Un défaut n'arrête pas la lecture : le fichier est compté
      *    en entier pour l'état, seul le premier motif est retenu.
       CHECK-RECORD-PARAGRAPH.
           IF WS-CUR-RECORDS = 1 AND NOT CI-HEADER
               MOVE "EN-TETE" TO WS-CUR-MOTIF
               PERFORM REFUSE-FEED-PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CUR-RECORDS = 1 AND CI-HEADER
                   PERFORM CHECK-HEADER-PARAGRAPH
               WHEN WS-TRAILER-SEEN
                   MOVE "APRES TRAILER" TO WS-CUR-MOTIF
                   PERFORM REFUSE-FEED-PARAGRAPH
               WHEN CI-DETAIL OR CI-MULTI
                   ADD 1 TO WS-CUR-DETAILS
                   PERFORM HASH-RECORD-PARAGRAPH
               WHEN CI-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF CI-TRL-COUNT IS NUMERIC
                       AND CI-TRL-HASH IS NUMERIC
                       MOVE 'Y' TO WF-TRL-SW(WS-FEED-IDX)
                       MOVE CI-TRL-COUNT TO WF-TRL-COUNT(WS-FEED-IDX)
                       MOVE CI-TRL-HASH  TO WF-TRL-HASH(WS-FEED-IDX)
                   ELSE
                       MOVE "TRAILER" TO WS-CUR-MOTIF
                       PERFORM REFUSE-FEED-PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE "TYPE" TO WS-CUR-MOTIF
                   PERFORM REFUSE-FEED-PARAGRAPH
           END-EVALUATE.

      *    En-tête : zones numériques, date de la nuit.
       CHECK-HEADER-PARAGRAPH.
           IF CI-HDR-DATE NOT NUMERIC
               OR CI-HDR-EXP-COUNT NOT NUMERIC
               MOVE CI-REC-DATA(1:8) TO WF-HDR-DATE(WS-FEED-IDX)
               MOVE "EN-TETE" TO WS-CUR-MOTIF
               PERFORM REFUSE-FEED-PARAGRAPH
           ELSE
               SET WS-HEADER-SEEN TO TRUE
               MOVE CI-HDR-DATE      TO WF-HDR-DATE(WS-FEED-IDX)
               MOVE CI-HDR-EXP-COUNT TO WF-HDR-EXP(WS-FEED-IDX)
               IF CI-HDR-DATE NOT = WS-NIGHT-DATE
                   MOVE "DATE" TO WS-CUR-MOTIF
                   PERFORM REFUSE-FEED-PARAGRAPH
               END-IF
           END-IF.

      *    Contrôles de fin de fichier : lecture, vide, trailer,
      *    comptes et hachage.
       END-FEED-CONTROLS-PARAGRAPH.
           EVALUATE TRUE
               WHEN WS-READ-ERROR
                   MOVE "LECTURE" TO WS-CUR-MOTIF
                   PERFORM REFUSE-FEED-PARAGRAPH
               WHEN WS-CUR-RECORDS = ZERO
                   MOVE "VIDE" TO WS-CUR-MOTIF
                   PERFORM REFUSE-FEED-PARAGRAPH
               WHEN NOT WS-TRAILER-SEEN
                   MOVE "TRAILER" TO WS-CUR-MOTIF
                   PERFORM REFUSE-FEED-PARAGRAPH
               WHEN WF-TRL-VALID(WS-FEED-IDX)
                   IF WF-TRL-COUNT(WS-FEED-IDX) NOT = WS-CUR-DETAILS
                       OR (WS-HEADER-SEEN
                           AND WF-HDR-EXP(WS-FEED-IDX)
                               NOT = WS-CUR-DETAILS)
                       MOVE "COMPTE" TO WS-CUR-MOTIF
                       PERFORM REFUSE-FEED-PARAGRAPH
                   END-IF
                   IF WF-TRL-HASH(WS-FEED-IDX) NOT = WS-CUR-HASH
                       MOVE "HACHAGE" TO WS-CUR-MOTIF
                       PERFORM REFUSE-FEED-PARAGRAPH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Retient le motif WS-CUR-MOTIF s'il est le premier relevé.
       REFUSE-FEED-PARAGRAPH.
           IF WF-MOTIF(WS-FEED-IDX) = SPACES
               MOVE WS-CUR-MOTIF TO WF-MOTIF(WS-FEED-IDX)
           END-IF.

      *    Verdict du fichier : accepté sans motif, refusé sinon.
      *    Un fichier sain est encore cherché au registre.
       CLOSE-VERDICT-PARAGRAPH.
           IF WF-MOTIF(WS-FEED-IDX) = SPACES
               PERFORM CHECK-REGISTER-PARAGRAPH
           END-IF
           IF WF-MOTIF(WS-FEED-IDX) = SPACES
               SET WF-ACCEPTED(WS-FEED-IDX) TO TRUE
               ADD 1 TO WS-COUNT-ACCEPTED
               ADD WF-DETAILS(WS-FEED-IDX) TO WS-OUT-EXP-COUNT
           ELSE
               SET WF-REFUSED(WS-FEED-IDX) TO TRUE
               ADD 1 TO WS-COUNT-REFUSED
               DISPLAY "CALCINTK: DD CALCF0" WS-FEED-IDX
                   " service " WF-DEPT(WS-FEED-IDX)
                   " refuse, motif " WF-MOTIF(WS-FEED-IDX)
           END-IF.

      *    Entrées-sorties sur la DD du fichier WS-FEED-IDX ; le
      *    statut de l'opération est rendu dans WS-CUR-STATUS.
       OPEN-FEED-PARAGRAPH.
           EVALUATE WS-FEED-IDX
               WHEN 1
                   OPEN INPUT CALCF01
               WHEN 2
                   OPEN INPUT CALCF02
               WHEN 3
                   OPEN INPUT CALCF03
               WHEN 4
                   OPEN INPUT CALCF04
               WHEN 5
                   OPEN INPUT CALCF05
               WHEN 6
                   OPEN INPUT CALCF06
               WHEN 7
                   OPEN INPUT CALCF07
               WHEN 8
                   OPEN INPUT CALCF08
           END-EVALUATE
           MOVE WS-FEED-STATUS(WS-FEED-IDX) TO WS-CUR-STATUS.

       READ-FEED-PARAGRAPH.
           EVALUATE WS-FEED-IDX
               WHEN 1
                   READ CALCF01 INTO CALCIN-RECORD
                   END-READ
               WHEN 2
                   READ CALCF02 INTO CALCIN-RECORD
                   END-READ
               WHEN 3
                   READ CALCF03 INTO CALCIN-RECORD
                   END-READ
               WHEN 4
                   READ CALCF04 INTO CALCIN-RECORD
                   END-READ
               WHEN 5
                   READ CALCF05 INTO CALCIN-RECORD
                   END-READ
               WHEN 6
                   READ CALCF06 INTO CALCIN-RECORD
                   END-READ
               WHEN 7
                   READ CALCF07 INTO CALCIN-RECORD
                   END-READ
               WHEN 8
                   READ CALCF08 INTO CALCIN-RECORD
                   END-READ
           END-EVALUATE
           MOVE WS-FEED-STATUS(WS-FEED-IDX) TO WS-CUR-STATUS
           EVALUATE WS-CUR-STATUS
               WHEN '00'
                   ADD 1 TO WS-CUR-RECORDS
               WHEN '10'
                   SET WS-FEED-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "CALCINTK: DD CALCF0" WS-FEED-IDX
                       " illisible, statut " WS-CUR-STATUS
                   SET WS-READ-ERROR TO TRUE
                   SET WS-FEED-EOF TO TRUE
           END-EVALUATE.

       CLOSE-FEED-PARAGRAPH.
           EVALUATE WS-FEED-IDX
               WHEN 1
                   CLOSE CALCF01
               WHEN 2
                   CLOSE CALCF02
               WHEN 3
                   CLOSE CALCF03
               WHEN 4
                   CLOSE CALCF04
               WHEN 5
                   CLOSE CALCF05
               WHEN 6
                   CLOSE CALCF06
               WHEN 7
                   CLOSE CALCF07
               WHEN 8
                   CLOSE CALCF08
           END-EVALUATE.

      *    Intègre l'enregistrement courant au hachage, par la règle
      *    du copybook CALCINR : opérandes des 'D', valeur de départ
      *    et opérandes des étapes renseignées des 'M', littéraux
      *    seulement. Le hachage du fichier et celui du CALCIN
      *    fusionné sont accumulés ensemble, opérande par opérande,
      *    comme CalcEdit et CalcBat les recalculeront.
       HASH-RECORD-PARAGRAPH.
           IF CI-DETAIL
               MOVE CI-NUM1 TO WS-OPERAND-TEXT
               PERFORM HASH-OPERAND-PARAGRAPH
               MOVE CI-NUM2 TO WS-OPERAND-TEXT
               PERFORM HASH-OPERAND-PARAGRAPH
           ELSE
               MOVE CI-MS-START TO WS-OPERAND-TEXT
               PERFORM HASH-OPERAND-PARAGRAPH
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 8
                   IF CI-MS-OPERATION(WS-STEP-IDX) NOT = SPACE
                       MOVE CI-MS-OPERAND(WS-STEP-IDX)
                           TO WS-OPERAND-TEXT
                       PERFORM HASH-OPERAND-PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.

       HASH-OPERAND-PARAGRAPH.
           IF WS-OPERAND-TEXT(1:11) IS NUMERIC
               AND (WS-OPERAND-TEXT(12:1) = '+'
                 OR WS-OPERAND-TEXT(12:1) = '-')
               COMPUTE WS-CUR-HASH = FUNCTION REM(WS-CUR-HASH
                   + WS-OPERAND-NUM, 10000000000000)
               COMPUTE WS-OUT-HASH = FUNCTION REM(WS-OUT-HASH
                   + WS-OPERAND-NUM, 10000000000000)
           END-IF.

      *    Seconde passe : en-tête à la date de la nuit et au compte
      *    des fichiers acceptés, leurs détails dans l'ordre des DD
      *    marqués de leur service, trailer recalculé. Un fichier qui
      *    ne relit pas les mêmes comptes qu'à la première passe
      *    arrête la fusion sans trailer : CALCIN reste inexploitable
      *    et CalcEdit le refusera.
       MERGE-PASS-PARAGRAPH.
           OPEN OUTPUT CALCIN
           IF WS-CALCIN-STATUS NOT = '00'
               DISPLAY "CALCINTK: impossible d'ouvrir CALCIN, "
                   "statut " WS-CALCIN-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               MOVE ZERO TO WS-OUT-HASH
               MOVE 'H' TO CI-REC-TYPE
               MOVE SPACES TO CI-REC-DATA
               MOVE WS-NIGHT-DATE    TO CI-HDR-DATE
               MOVE WS-OUT-EXP-COUNT TO CI-HDR-EXP-COUNT
               PERFORM WRITE-CALCIN-PARAGRAPH
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > 8 OR WS-RUN-ERROR
                   IF WF-ACCEPTED(WS-FEED-IDX)
                       PERFORM MERGE-FEED-PARAGRAPH
                   END-IF
               END-PERFORM
               IF NOT WS-RUN-ERROR
                   MOVE 'T' TO CI-REC-TYPE
                   MOVE SPACES TO CI-REC-DATA
                   MOVE WS-OUT-COUNT TO CI-TRL-COUNT
                   MOVE WS-OUT-HASH  TO CI-TRL-HASH
                   PERFORM WRITE-CALCIN-PARAGRAPH
               END-IF
               CLOSE CALCIN
           END-IF.

       MERGE-FEED-PARAGRAPH.
           MOVE ZERO TO WS-CUR-RECORDS WS-CUR-DETAILS WS-CUR-HASH
           MOVE 'N' TO WS-FEED-EOF-SW WS-READ-ERROR-SW
           PERFORM OPEN-FEED-PARAGRAPH
           IF WS-CUR-STATUS NOT = '00'
               DISPLAY "CALCINTK: DD CALCF0" WS-FEED-IDX
                   " impossible a rouvrir, statut " WS-CUR-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               PERFORM READ-FEED-PARAGRAPH
               PERFORM UNTIL WS-FEED-EOF OR WS-RUN-ERROR
                   IF CI-DETAIL OR CI-MULTI
                       ADD 1 TO WS-CUR-DETAILS
                       PERFORM HASH-RECORD-PARAGRAPH
                       MOVE WF-DEPT(WS-FEED-IDX) TO CI-DEPT
                       PERFORM WRITE-CALCIN-PARAGRAPH
                       ADD 1 TO WS-OUT-COUNT
                   END-IF
                   PERFORM READ-FEED-PARAGRAPH
               END-PERFORM
               PERFORM CLOSE-FEED-PARAGRAPH
               IF NOT WS-RUN-ERROR
                   AND (WS-READ-ERROR
                     OR WS-CUR-DETAILS NOT = WF-DETAILS(WS-FEED-IDX)
                     OR WS-CUR-HASH NOT = WF-CALC-HASH(WS-FEED-IDX))
                   DISPLAY "CALCINTK: DD CALCF0" WS-FEED-IDX
                       " modifie depuis son controle, fusion "
                       "arretee"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

       WRITE-CALCIN-PARAGRAPH.
           WRITE CALCIN-OUT-RECORD FROM CALCIN-RECORD
           IF WS-CALCIN-STATUS NOT = '00'
               DISPLAY "CALCINTK: echec d'ecriture CALCIN, statut "
                   WS-CALCIN-STATUS ", fusion arretee"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Cherche au registre les totaux propres du fichier : déjà
      *    inscrits pour une autre date, le fichier est DEJA RECU,
      *    sauf carte DUPFILE pour la nuit. Un fichier sans détail
      *    n'est pas cherché : deux fichiers vides ont forcément les
      *    mêmes totaux.
       CHECK-REGISTER-PARAGRAPH.
           MOVE WF-TRL-COUNT(WS-FEED-IDX) TO WS-REG-COUNT
           MOVE WF-TRL-HASH(WS-FEED-IDX)  TO WS-REG-HASH
           IF WS-REG-COUNT > ZERO
               PERFORM FIND-REGISTER-PARAGRAPH
               IF WS-REG-MATCH-DATE NOT = ZERO
                   MOVE WS-REG-MATCH-DATE TO WF-REG-DATE(WS-FEED-IDX)
                   IF NOT WS-OVRD-READ
                       PERFORM READ-OVERRIDE-PARAGRAPH
                   END-IF
                   IF WS-DUPFILE-OK
                       DISPLAY "CALCINTK: DD CALCF0" WS-FEED-IDX
                           " totaux identiques au fichier du "
                           WS-REG-MATCH-DATE ", derogation DUPFILE "
                           "acceptee"
                   ELSE
                       MOVE "DEJA RECU" TO WS-CUR-MOTIF
                       PERFORM REFUSE-FEED-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

      *    Cherche dans CALCOVRD une carte portant la date de la
      *    nuit et le mot-clé DUPFILE. DD DUMMY ou fichier absent :
      *    aucune dérogation.
       READ-OVERRIDE-PARAGRAPH.
           SET WS-OVRD-READ TO TRUE
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
                   IF OV-DATE = WS-NIGHT-DATE
                       AND OV-KEYWORD = 'DUPFILE '
                       SET WS-DUPFILE-OK TO TRUE
                   END-IF
           END-READ.

      *    Registre des fichiers acceptés (paragraphes repris de
      *    CalcEdit). Auto-provisionné au premier passage ('35') ;
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
               DISPLAY "CALCINTK: registre CALCREG indisponible, "
                   "statut " WS-CALCREG-STATUS ", passage arrete"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Positionnement sur les totaux du fichier présenté, puis
      *    parcours des entrées aux mêmes totaux : la dernière date
      *    différente de la date de la nuit est retenue. Une
      *    inscription à la même date est celle d'une réception
      *    relancée.
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
                       IF RG-DATE NOT = WS-NIGHT-DATE
                           MOVE RG-DATE TO WS-REG-MATCH-DATE
                       END-IF
                   END-IF
           END-READ.

      *    Inscrit le fichier WS-FEED-IDX au registre sous ses totaux
      *    propres. Déjà inscrit à la même date (réception relancée),
      *    il garde son inscription d'origine.
       REGISTER-FEED-PARAGRAPH.
           MOVE SPACES TO CALCREG-RECORD
           MOVE WF-TRL-COUNT(WS-FEED-IDX) TO RG-COUNT
           MOVE WF-TRL-HASH(WS-FEED-IDX)  TO RG-HASH
           MOVE WS-NIGHT-DATE             TO RG-DATE
           MOVE "CALCINTK"                TO RG-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RG-TIME
           WRITE CALCREG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CALCREG-STATUS NOT = '00'
               AND WS-CALCREG-STATUS NOT = '22'
               DISPLAY "CALCINTK: echec d'inscription au registre "
                   "CALCREG, DD CALCF0" WS-FEED-IDX ", statut "
                   WS-CALCREG-STATUS
           END-IF.

      *    État de réception : une ligne par DD reçue ou attendue,
      *    suivie de son libellé (et du hachage recalculé quand il
      *    diffère du trailer), puis les totaux de la nuit.
       PRINT-REPORT-PARAGRAPH.
           MOVE WS-NIGHT-DATE(1:4) TO WS-PRT-DATE(7:4)
           MOVE WS-NIGHT-DATE(5:2) TO WS-PRT-DATE(4:2)
           MOVE WS-NIGHT-DATE(7:2) TO WS-PRT-DATE(1:2)
           MOVE '/' TO WS-PRT-DATE(3:1) WS-PRT-DATE(6:1)
           WRITE CALCPRT-RECORD FROM WS-PRT-TITLE
           MOVE ALL '-' TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           WRITE CALCPRT-RECORD FROM WS-PRT-COL-HEADER
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > 8
               IF NOT WF-UNUSED(WS-FEED-IDX)
                   PERFORM PRINT-FEED-PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE "FICHIERS ATTENDUS        " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-EXPECTED           TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "FICHIERS RECUS           " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-RECEIVED           TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "FICHIERS ACCEPTES        " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-ACCEPTED           TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "FICHIERS REFUSES         " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-REFUSED            TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "FICHIERS NON RECUS       " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-MISSING            TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           IF WS-RUN-ERROR
               MOVE "CALCIN NON ECRIT OU INCOMPLET, A NE PAS PASSER"
                   TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
           ELSE
               MOVE "DETAILS FUSIONNES        " TO WS-PRT-CNT-LABEL
               MOVE WS-OUT-COUNT                TO WS-PRT-CNT-VALUE
               WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
               MOVE "HACHAGE DE CALCIN        " TO WS-PRT-AMT-LABEL
               MOVE WS-OUT-HASH                 TO WS-PRT-AMT-VALUE
               WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           END-IF.

       PRINT-FEED-PARAGRAPH.
           MOVE WS-FEED-IDX            TO WS-PRT-FD-SLOT
           MOVE WF-DEPT(WS-FEED-IDX)   TO WS-PRT-FD-DEPT
           MOVE WF-STATE(WS-FEED-IDX)  TO WS-PRT-FD-STATE
           MOVE WF-MOTIF(WS-FEED-IDX)  TO WS-PRT-FD-MOTIF
           MOVE SPACES TO WS-PRT-FD-HDR-DATE WS-PRT-FD-TRL-CNT
                          WS-PRT-FD-TRL-HASH
           MOVE ZERO                   TO WS-PRT-FD-DETAILS
           IF NOT WF-MISSING(WS-FEED-IDX)
               MOVE WF-HDR-DATE(WS-FEED-IDX) TO WS-PRT-FD-HDR-DATE
               MOVE WF-DETAILS(WS-FEED-IDX)  TO WS-PRT-FD-DETAILS
               IF WF-TRL-VALID(WS-FEED-IDX)
                   MOVE WF-TRL-COUNT(WS-FEED-IDX)
                       TO WS-PRT-EDIT-COUNT
                   MOVE WS-PRT-EDIT-COUNT TO WS-PRT-FD-TRL-CNT
                   MOVE WF-TRL-HASH(WS-FEED-IDX) TO WS-PRT-EDIT-HASH
                   MOVE WS-PRT-EDIT-HASH TO WS-PRT-FD-TRL-HASH
               END-IF
           END-IF
           WRITE CALCPRT-RECORD FROM WS-PRT-FEED-LINE
           MOVE WF-LABEL(WS-FEED-IDX) TO WS-PRT-LB-LABEL
           MOVE SPACES TO WS-PRT-LB-CALC WS-PRT-LB-HASH
           IF WF-REG-DATE(WS-FEED-IDX) NOT = ZERO
               MOVE "TOTAUX DEJA RECUS LE" TO WS-PRT-LB-CALC
               MOVE WF-REG-DATE(WS-FEED-IDX) TO WS-PRT-LB-HASH
           END-IF
           IF NOT WF-MISSING(WS-FEED-IDX)
               AND WF-TRL-VALID(WS-FEED-IDX)
               AND WF-TRL-HASH(WS-FEED-IDX)
                   NOT = WF-CALC-HASH(WS-FEED-IDX)
               MOVE "HACHAGE RECALCULE " TO WS-PRT-LB-CALC
               MOVE WF-CALC-HASH(WS-FEED-IDX) TO WS-PRT-EDIT-HASH
               MOVE WS-PRT-EDIT-HASH TO WS-PRT-LB-HASH
           END-IF
           IF WS-PRT-LB-LABEL NOT = SPACES
               OR WS-PRT-LB-CALC NOT = SPACES
               WRITE CALCPRT-RECORD FROM WS-PRT-LABEL-LINE
           END-IF.

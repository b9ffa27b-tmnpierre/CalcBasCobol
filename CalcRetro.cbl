      *    *************************************************************
      *    PROGRAMME DE CORRECTION RETROACTIVE D'UN TAUX
      *    Une valeur de taux saisie fausse dans CALCTAB a servi
      *    plusieurs nuits avant d'être vue. Ce programme rejoue ces
      *    nuits depuis les générations de l'historique des CALCIN
      *    (PROD.CALC.TRANS.HIST, concaténées sous la DD CALCHIST)
      *    deux fois à travers les règles de calcul de CalcBat : une
      *    fois avec les taux en vigueur à la date de gestion de la
      *    nuit (ce que la nuit a calculé), une fois avec la valeur
      *    corrigée à la place de celle du code fautif, et en tire
      *    l'écart détail par détail.
      *    Carte paramètre CALCPARM :
      *      col 1-8   code taux à corriger
      *      col 10-21 valeur corrigée, au format d'un opérande
      *                littéral de CALCIN (11 chiffres dont 2
      *                décimales, signe final)
      *      col 23-30 première nuit à corriger AAAAMMJJ
      *      col 32-39 dernière nuit à corriger AAAAMMJJ
      *      col 41-48 date de gestion de l'ajustement AAAAMMJJ,
      *                postérieure à la période, antérieure au jour
      *                du passage et encore libre sur le fichier de
      *                contrôle du cycle : un jour passé sans nuit
      *                (un dimanche après la période, par exemple),
      *                qu'aucune nuit à venir ne viendra occuper
      *    Seules les nuits dont l'en-tête tombe dans la période sont
      *    rejouées ; une nuit présente deux fois dans l'historique
      *    (nuit refaite) n'est prise qu'une fois, à sa première
      *    génération lue, la plus récente. Chaque nuit rejouée doit
      *    se terminer par un trailer qui concorde (compte, hachage) :
      *    une génération tronquée ou altérée arrête tout.
      *    Un détail est touché s'il référence le code corrigé et
      *    que son résultat ou son verdict change. Quand les deux
      *    verdicts sont OK, l'écart (corrigé moins original) est un
      *    ajustement ; sinon (le détail passe en rejet, ou en sort)
      *    il est listé à reprendre à la main, aucun ajustement ne
      *    pouvant réparer un rejet.
      *    Un détail que la nuit a retenu dans CALCHOLD (voir CALCHLR :
      *    date de l'en-tête, totaux du trailer de la nuit, rang du
      *    détail) et qui y attend encore sa décision ou a été refusé
      *    n'a jamais été versé : il est listé à reprendre à la main.
      *    Un ajustement dont le résultat corrigé dépasse le seuil de
      *    rétention de la table CALCHLDT (voir CALCHTR ; mêmes
      *    cartes, mêmes règles que CalcBat) l'est aussi : le second
      *    examen d'un montant élevé ne se contourne pas par un
      *    ajustement.
      *    Les ajustements forment une nuit à part entière, à la date
      *    de gestion de l'ajustement, que le rapprochement
      *    (CalcRecon) et l'imputation (CalcPost) prennent comme une
      *    nuit ordinaire :
      *      CALCADJI, au dessin CALCIN (voir CALCINR) : en-tête 'H'
      *      à la date de l'ajustement et au nombre d'ajustements,
      *      un 'D' par ajustement (résultat original en NUM1,
      *      résultat corrigé en NUM2, opération du détail, '*' pour
      *      un calcul en chaîne, service d'origine), trailer 'T' ;
      *      CALCADJO, au dessin CALCOUT (voir CALCOUTR) : le détail
      *      correspondant, l'écart en CO-RESULT, statut OK, premier
      *      code taux du détail (l'imputation retombe sur les
      *      comptes du détail d'origine, un écart négatif inversant
      *      débit et crédit), service d'origine, puis le trailer.
      *    Le début et la fin de l'ajustement sont pointés sur
      *    CALCCTL à sa date de gestion comme une nuit de CalcBat.
      *    Une lecture préalable de l'historique relève les totaux
      *    du trailer de chaque nuit rejouée, qui l'identifient dans
      *    CALCHOLD. Les fichiers sont écrits par une seconde lecture
      *    de rejeu, qui doit retrouver exactement les
      *    ajustements de la première (table modifiée entre les deux
      *    passes : tout est arrêté).
      *    L'état CALCPRT liste par nuit chaque détail touché avec
      *    son résultat original, son résultat corrigé et l'écart,
      *    puis les totaux de la nuit, et les totaux de la période.
      *    A lancer avant de retoucher l'entrée fautive de CALCTAB :
      *    le rejeu original relit la table telle qu'elle a servi.
      *    Le journal des maintenances CALCRJL (voir CALCRJR) le
      *    vérifie : une maintenance du code à date d'effet non
      *    postérieure à la dernière nuit est confrontée à la
      *    première nuit qui a pu prendre sa valeur, la première
      *    pointée sur CALCCTL à partir de la plus tardive de sa
      *    date d'effet et de la première nuit. Appliquée après
      *    l'heure de passage de cette nuit (CT-BAT-TIME), ou sans
      *    nuit pointée pour la confronter, elle a changé ce que le
      *    rejeu original relirait, et la correction est refusée.
      *    Code retour : 0 rien à corriger, 4 ajustements écrits (à
      *    rapprocher et imputer), 8 aucun ajustement mais des
      *    détails à reprendre à la main, 12 paramètre, fichier ou
      *    historique inexploitable, ou table des taux retouchée
      *    depuis la période (fichiers d'ajustement à ne pas passer).
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRetro.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Carte paramètre : code, valeur corrigée, période et date
      *    de l'ajustement (voir l'en-tête du programme).
           SELECT CALCPARM ASSIGN TO CALCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCPARM-STATUS.
      *    Générations de l'historique des CALCIN, concaténées.
           SELECT CALCHIST ASSIGN TO CALCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCHIST-STATUS.
      *    Nuit d'ajustement : entrée au dessin CALCIN, résultats au
      *    dessin CALCOUT, réécrits depuis le début à chaque passage.
           SELECT CALCADJI ASSIGN TO CALCADJI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCADJI-STATUS.
           SELECT CALCADJO ASSIGN TO CALCADJO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCADJO-STATUS.
           SELECT CALCPRT  ASSIGN TO CALCPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCPRT-STATUS.
      *    Table des taux indexée sur code + date d'effet : résolue à
      *    la date de gestion de chaque nuit rejouée.
           SELECT CALCRATE ASSIGN TO CALCRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-CALCRATE-STATUS.
           SELECT CALCCTL  ASSIGN TO CALCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-DATE
               FILE STATUS IS WS-CALCCTL-STATUS.
      *    Journal des maintenances de CALCTAB, relu pour s'assurer
      *    que la table n'a pas été retouchée depuis la période.
           SELECT CALCRJL  ASSIGN TO CALCRJL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCRJL-STATUS.
      *    Table des seuils de rétention de CalcBat, et résultats
      *    retenus par les nuits, indexés sur le fichier CALCIN
      *    d'origine et le rang du détail.
           SELECT CALCHLDT ASSIGN TO CALCHLDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCHLDT-STATUS.
           SELECT CALCHOLD ASSIGN TO CALCHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-CALCHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCPARM
           RECORDING MODE IS F.
       01  CALCPARM-RECORD.
           05 PM-RATE-CODE    PIC X(08).
           05 FILLER          PIC X(01).
           05 PM-NEW-VALUE    PIC X(12).
           05 FILLER          PIC X(01).
           05 PM-FROM-DATE    PIC X(08).
           05 FILLER          PIC X(01).
           05 PM-TO-DATE      PIC X(08).
           05 FILLER          PIC X(01).
           05 PM-ADJ-DATE     PIC X(08).
           05 FILLER          PIC X(32).

       FD  CALCHIST
           RECORDING MODE IS F.
       01  CALCHIST-RECORD    PIC X(121).

       FD  CALCADJI
           RECORDING MODE IS F.
       01  CALCADJI-RECORD    PIC X(121).

      *    Le dessin CALCOUT est partagé via le copybook CALCOUTR avec
      *    CalcBat, CalcRecon et CalcPost, qui relisent CALCADJO.
       FD  CALCADJO
           RECORDING MODE IS F.
           COPY CALCOUTR.

       FD  CALCPRT
           RECORDING MODE IS F.
       01  CALCPRT-RECORD     PIC X(80).

       FD  CALCRATE
           RECORDING MODE IS F.
           COPY CALCRTR.

      *    Le dessin de l'enregistrement CALCCTL est partagé via le
      *    copybook CALCCTR avec tous les programmes du cycle.
       FD  CALCCTL
           RECORDING MODE IS F.
           COPY CALCCTR.

      *    Dessins partagés avec CalcTab et CalcAud (CALCRJR), avec
      *    CalcBat, CalcRel et CalcPost (CALCHTR, CALCHLR).
       FD  CALCRJL
           RECORDING MODE IS F.
           COPY CALCRJR.

       FD  CALCHLDT
           RECORDING MODE IS F.
           COPY CALCHTR.

       FD  CALCHOLD
           RECORDING MODE IS F.
           COPY CALCHLR.

       WORKING-STORAGE SECTION.

      *    Codes retour des fichiers. En job batch sans opérateur, un
      *    DD manquant doit produire un message diagnosticable en
      *    SYSOUT plutôt qu'un abend runtime brut.
       01 WS-CALCPARM-STATUS PIC XX.
       01 WS-CALCHIST-STATUS PIC XX.
       01 WS-CALCADJI-STATUS PIC XX.
       01 WS-CALCADJO-STATUS PIC XX.
       01 WS-CALCPRT-STATUS  PIC XX.
       01 WS-CALCRATE-STATUS PIC XX.
       01 WS-CALCCTL-STATUS  PIC XX.
       01 WS-CALCRJL-STATUS  PIC XX.
       01 WS-CALCHLDT-STATUS PIC XX.
       01 WS-CALCHOLD-STATUS PIC XX.

      *    Enregistrement courant de l'historique, lu au dessin
      *    CALCIN, et enregistrement CALCADJI préparé au même dessin.
           COPY CALCINR.

      *    Zones de résolution d'un code taux et d'un opérande,
      *    partagées via le copybook CALCRTT. La recherche locale
      *    compare toutefois à WS-ASOF-DATE et non à WS-TODAY-DATE :
      *    c'est la date de gestion de la nuit rejouée.
           COPY CALCRTT.

       01 WS-CALCPRT-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCPRT-OPEN    VALUE 'Y'.
       01 WS-HIST-EOF-SW     PIC X VALUE 'N'.
           88 WS-HIST-EOF        VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

      *    Pointage sur le fichier de contrôle du cycle, à la date de
      *    gestion de l'ajustement.
       01 WS-CTL-OPEN-SW     PIC X VALUE 'N'.
           88 WS-CTL-OPEN        VALUE 'Y'.
       01 WS-CTL-FOUND-SW    PIC X VALUE 'N'.
           88 WS-CTL-FOUND       VALUE 'Y'.
       01 WS-CTL-POSTED-SW   PIC X VALUE 'N'.
           88 WS-CTL-POSTED      VALUE 'Y'.
       01 WS-CTL-DATE        PIC 9(08) VALUE ZERO.
      *    Recherche sur CALCCTL de la première nuit touchée par
      *    une action du journal des maintenances.
       01 WS-CTL-SCAN-END-SW PIC X VALUE 'N'.
           88 WS-CTL-SCAN-END    VALUE 'Y'.

      *    Relecture du journal des maintenances : traces du code
      *    corrigé qui ont changé la table depuis la première nuit.
       01 WS-RJL-EOF-SW      PIC X VALUE 'N'.
           88 WS-RJL-EOF         VALUE 'Y'.
       01 WS-RJL-HITS        PIC 9(5) VALUE ZERO.

      *    Table des seuils de rétention chargée depuis CALCHLDT,
      *    comme dans CalcBat : opération, code taux (blanc pour la
      *    règle par défaut de l'opération), seuil en valeur absolue.
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

      *    Verdict de rétention du résultat corrigé : seuil
      *    applicable et valeur absolue du résultat.
       01 WS-HLD-RULE-SW     PIC X VALUE 'N'.
           88 WS-HLD-RULE        VALUE 'Y'.
       01 WS-HOLD-ITEM-SW    PIC X VALUE 'N'.
           88 WS-HOLD-ITEM       VALUE 'Y'.
       01 WS-HLD-LIMIT       PIC 9(9)V99 VALUE ZERO.
       01 WS-HLD-AMOUNT      PIC 9(9)V99 VALUE ZERO.

      *    Fichier des résultats retenus : absent, aucune nuit n'a
      *    rien retenu ; entrée du détail touché trouvée ou non.
       01 WS-HOLD-OPEN-SW    PIC X VALUE 'N'.
           88 WS-HOLD-OPEN       VALUE 'Y'.
       01 WS-HOLD-FOUND-SW   PIC X VALUE 'N'.
           88 WS-HOLD-FOUND      VALUE 'Y'.

      *    Paramètres de la correction.
       01 WS-TARGET-CODE     PIC X(08).
       01 WS-NEW-VALUE       PIC S9(9)V99 VALUE ZERO.
       01 WS-FROM-DATE       PIC 9(08) VALUE ZERO.
       01 WS-TO-DATE         PIC 9(08) VALUE ZERO.
       01 WS-ADJ-DATE        PIC 9(08) VALUE ZERO.
       01 WS-ASOF-DATE       PIC 9(08) VALUE ZERO.

      *    Passe en cours : 0 relevé des totaux des nuits, 1 rejeu
      *    et état, 2 écriture des fichiers d'ajustement.
       01 WS-PASS-SW         PIC 9 VALUE 1.
           88 WS-PASS-IDENTITY   VALUE 0.
           88 WS-PASS-REPORT     VALUE 1.
           88 WS-PASS-WRITE      VALUE 2.

      *    Rejeu en cours : valeurs de la table ('O') ou valeur
      *    corrigée à la place de celle du code ('C'). Le code
      *    corrigé résolu au moins une fois marque le détail.
       01 WS-REPLAY-SW       PIC X VALUE 'O'.
           88 WS-REPLAY-CORRECTED VALUE 'C'.
       01 WS-CODE-USED-SW    PIC X VALUE 'N'.
           88 WS-CODE-USED       VALUE 'Y'.
       01 WS-FIRST-RATE-CODE PIC X(08).

      *    Codes taux résolus par le rejeu en cours (deux opérandes
      *    pour un 'D', la valeur de départ et huit étapes au plus
      *    pour un 'M') : le seuil de rétention se cherche sur
      *    chacun d'eux, comme dans CalcBat.
       01 WS-DTL-CODE-MAX    PIC 9(2) VALUE 9.
       01 WS-DTL-CODE-COUNT  PIC 9(2) VALUE ZERO.
       01 WS-DTL-CODE-IDX    PIC 9(2).
       01 WS-DTL-CODE-TABLE.
           05 WS-DTL-CODE     PIC X(08) OCCURS 9 TIMES.

      *    Position dans l'historique : hors nuit (avant le premier
      *    en-tête ou après un trailer), nuit rejouée, nuit écartée
      *    (hors période ou déjà rejouée).
       01 WS-NIGHT-STATE-SW  PIC X VALUE 'N'.
           88 WS-NO-NIGHT        VALUE 'N'.
           88 WS-NIGHT-OPEN      VALUE 'O'.
           88 WS-NIGHT-SKIP      VALUE 'S'.

      *    Nuit rejouée : date, compte annoncé, détails et hachage
      *    recalculés pour le contrôle du trailer, puis les totaux de
      *    la nuit sur ses ajustements.
       01 WS-NIGHT-DATE      PIC 9(08) VALUE ZERO.
       01 WS-NIGHT-EXP       PIC 9(7) VALUE ZERO.
       01 WS-NIGHT-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-NIGHT-HASH      PIC S9(13)V99 VALUE ZERO.
       01 WS-NIGHT-ADJ       PIC 9(7) VALUE ZERO.
       01 WS-NIGHT-MANUAL    PIC 9(7) VALUE ZERO.
       01 WS-NIGHT-ORIG      PIC S9(13)V99 VALUE ZERO.
       01 WS-NIGHT-CORR      PIC S9(13)V99 VALUE ZERO.
       01 WS-NIGHT-DELTA     PIC S9(14)V99 VALUE ZERO.
       01 WS-NIGHT-FILE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NIGHT-FILE-HASH PIC S9(13)V99 VALUE ZERO.

      *    Nuits déjà rejouées dans la passe, pour écarter la
      *    génération d'une nuit refaite, avec les totaux de leur
      *    trailer relevés à la lecture préalable : ils identifient
      *    la nuit dans CALCHOLD. Les nuits se retrouvent au même
      *    rang à chaque passe.
       01 WS-DONE-MAX        PIC 9(3) VALUE 366.
       01 WS-DONE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-DONE-IDX        PIC 9(3).
       01 WS-DONE-SW         PIC X.
           88 WS-DONE-FOUND      VALUE 'Y'.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 366 TIMES.
              10 WS-DONE-DATE       PIC 9(08).
              10 WS-DONE-FILE-COUNT PIC 9(7).
              10 WS-DONE-FILE-HASH  PIC S9(13)V99.

      *    Rejeu d'un enregistrement par les règles de CalcBat :
      *    mêmes images de champs, mêmes clauses SIZE ERROR. La
      *    valeur courante et le verdict du rejeu en cours.
       01 WS-SIM-STATUS      PIC X(09).
       01 WS-CHAIN-VALUE     PIC S9(9)V99.
       01 WS-CHAIN-WORK      PIC S9(9)V99.
       01 WS-CHAIN-QUOT      PIC S9(11).
       01 WS-CH-OP           PIC X.
       01 WS-STEP-IDX        PIC 9(1).

      *    Résultats et verdicts des deux rejeux pour le détail
      *    courant, l'écart, et ce que l'ajustement reprend du
      *    détail d'origine.
       01 WS-RES-A           PIC S9(9)V99.
       01 WS-RES-B           PIC S9(9)V99.
       01 WS-ST-A            PIC X(09).
       01 WS-ST-B            PIC X(09).
       01 WS-DELTA           PIC S9(9)V99.
       01 WS-ADJUST-SW       PIC X.
           88 WS-ADJUSTABLE      VALUE 'Y'.
       01 WS-ADJ-OPERATION   PIC X.
       01 WS-ADJ-RATE-CODE   PIC X(08).
       01 WS-ADJ-DEPT        PIC X(04).

      *    Totaux de la période (première passe), sur les
      *    ajustements comme le total d'une nuit ne couvre que son
      *    CALCOUT. Larges (S9(13)V99, comme les cumuls de CALCTRD) ;
      *    un dépassement résiduel serait signalé en SYSOUT.
       01 WS-COUNT-NIGHTS    PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DUP       PIC 9(7) VALUE ZERO.
       01 WS-COUNT-OUTSIDE   PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DETAIL    PIC 9(7) VALUE ZERO.
       01 WS-COUNT-ADJ       PIC 9(7) VALUE ZERO.
       01 WS-COUNT-MANUAL    PIC 9(7) VALUE ZERO.
       01 WS-TOT-ORIG        PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-CORR        PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-DELTA       PIC S9(14)V99 VALUE ZERO.
       01 WS-ADJ-HASH-1      PIC S9(13)V99 VALUE ZERO.

      *    Fichiers d'ajustement (seconde passe) : ajustements
      *    écrits, hachage des opérandes de CALCADJI et des
      *    résultats de CALCADJO.
       01 WS-ADJ-WRITTEN     PIC 9(7) VALUE ZERO.
       01 WS-ADJ-IN-HASH     PIC S9(13)V99 VALUE ZERO.
       01 WS-ADJ-OUT-HASH    PIC S9(13)V99 VALUE ZERO.

      *    Date AAAAMMJJ à éditer JJ/MM/AAAA sur l'état.
       01 WS-EDIT-DATE-IN    PIC 9(08).
       01 WS-EDIT-DATE       PIC X(10).

      *    Lignes de l'état de correction.
       01 WS-PRT-TITLE.
           05 FILLER             PIC X(38)
               VALUE "CORRECTION RETROACTIVE DU CODE TAUX   ".
           05 WS-PRT-TI-CODE     PIC X(08).
           05 FILLER             PIC X(34) VALUE SPACES.

       01 WS-PRT-COL-HEADER.
           05 FILLER             PIC X(16) VALUE "ENREG.          ".
           05 FILLER             PIC X(24) VALUE "ORIGINAL".
           05 FILLER             PIC X(24) VALUE "CORRIGE".
           05 FILLER             PIC X(16) VALUE "ECART".

       01 WS-PRT-NIGHT-LINE.
           05 FILLER             PIC X(08) VALUE "NUIT DU ".
           05 WS-PRT-NI-DATE     PIC X(10).
           05 FILLER             PIC X(62) VALUE SPACES.

       01 WS-PRT-DELTA-LINE.
           05 FILLER             PIC X(07) VALUE "ENREG. ".
           05 WS-PRT-DL-NUM      PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PRT-DL-RES-A    PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-DL-ST-A     PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-DL-RES-B    PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-DL-ST-B     PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-DL-DELTA    PIC -(10)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.

       01 WS-PRT-MANUAL-LINE.
           05 FILLER             PIC X(16) VALUE SPACES.
           05 WS-PRT-MN-TEXT     PIC X(64).

      *    Motifs d'un détail à reprendre à la main.
       01 WS-MN-VERDICT          PIC X(64) VALUE
               "NON AJUSTE : VERDICT OU ECART HORS CALCUL, A REPRENDRE".
       01 WS-MN-HELD             PIC X(64) VALUE
               "NON AJUSTE : RETENU NON LIBERE OU REFUSE, A REPRENDRE".
       01 WS-MN-LIMIT            PIC X(64) VALUE
               "NON AJUSTE : CORRIGE AU-DELA DU SEUIL, A REPRENDRE".

       01 WS-PRT-TEXT-LINE.
           05 WS-PRT-TXT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-TXT-VALUE   PIC X(10).
           05 FILLER             PIC X(43) VALUE SPACES.

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-CNT-VALUE   PIC ZZZZZZ9.
           05 FILLER             PIC X(46) VALUE SPACES.

       01 WS-PRT-AMOUNT-LINE.
           05 WS-PRT-AMT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-AMT-VALUE   PIC -(14)9.99.
           05 FILLER             PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM READ-PARM-PARAGRAPH
           IF NOT WS-RUN-ERROR
               PERFORM OPEN-PRINT-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM OPEN-RATES-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM OPEN-CTL-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM CHECK-JOURNAL-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM LOAD-THRESHOLDS-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM OPEN-HOLD-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM CHECK-CONTROL-PARAGRAPH
           END-IF

           IF NOT WS-RUN-ERROR
               PERFORM HEADING-PARAGRAPH
               SET WS-PASS-IDENTITY TO TRUE
               PERFORM SCAN-HISTORY-PARAGRAPH
               IF NOT WS-RUN-ERROR
                   SET WS-PASS-REPORT TO TRUE
                   PERFORM SCAN-HISTORY-PARAGRAPH
               END-IF
               IF NOT WS-RUN-ERROR AND WS-COUNT-NIGHTS = ZERO
                   DISPLAY "CALCRETRO: aucune nuit du " WS-FROM-DATE
                       " au " WS-TO-DATE " dans CALCHIST, "
                       "generations a verifier"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
               IF NOT WS-RUN-ERROR
                   PERFORM WRITE-PASS-PARAGRAPH
               END-IF
               PERFORM TOTALS-PARAGRAPH
               DISPLAY "CALCRETRO: " WS-COUNT-NIGHTS " nuits, "
                   WS-COUNT-DETAIL " details rejoues, "
                   WS-COUNT-ADJ " ajustements, "
                   WS-COUNT-MANUAL " a reprendre"
           END-IF

           IF WS-CALCPRT-OPEN
               CLOSE CALCPRT
           END-IF
           IF WS-RATE-AVAIL
               CLOSE CALCRATE
           END-IF
           IF WS-HOLD-OPEN
               CLOSE CALCHOLD
           END-IF

      *    Code retour : 12 erreur bloquante (fichiers d'ajustement à
      *    ne pas passer), 4 ajustements écrits, 8 aucun ajustement
      *    mais des détails à reprendre à la main, 0 rien à corriger.
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-COUNT-ADJ > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-COUNT-MANUAL > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    Pointage de la fin de l'ajustement, comme la fin d'une
      *    nuit : 'C' avec le code retour quand les fichiers sont
      *    complets, sinon le pointage reste 'S' avec le code
      *    d'erreur et le rapprochement refusera de tourner.
           IF WS-CTL-OPEN
               IF WS-CTL-POSTED
                   IF NOT WS-RUN-ERROR
                       MOVE 'C' TO CT-BAT-STATUS
                   END-IF
                   MOVE RETURN-CODE TO CT-BAT-RC
                   MOVE FUNCTION CURRENT-DATE(1:14) TO CT-BAT-TIME
                   PERFORM POST-CTL-PARAGRAPH
               END-IF
               CLOSE CALCCTL
           END-IF.

       0000-MAIN-STOP.
           STOP RUN.


      *    Lecture et contrôle de la carte paramètre : code taux
      *    (première position alphabétique, comme dans CALCIN),
      *    valeur corrigée au format d'un littéral, période ordonnée
      *    et date d'ajustement postérieure à la période et
      *    antérieure au jour du passage.
       READ-PARM-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT CALCPARM
           IF WS-CALCPARM-STATUS NOT = '00'
               DISPLAY "CALCRETRO: impossible d'ouvrir CALCPARM, "
                   "statut " WS-CALCPARM-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               READ CALCPARM
                   AT END
                       DISPLAY "CALCRETRO: CALCPARM vide, correction "
                           "non decrite"
                       SET WS-RUN-ERROR TO TRUE
                   NOT AT END
                       PERFORM PARSE-PARM-PARAGRAPH
               END-READ
               CLOSE CALCPARM
           END-IF.

       PARSE-PARM-PARAGRAPH.
           MOVE FUNCTION UPPER-CASE(PM-RATE-CODE) TO WS-TARGET-CODE
           IF WS-TARGET-CODE(1:1) IS NOT ALPHABETIC
               OR WS-TARGET-CODE(1:1) = SPACE
               DISPLAY "CALCRETRO: code taux invalide '"
                   PM-RATE-CODE "'"
               SET WS-RUN-ERROR TO TRUE
           END-IF
           MOVE PM-NEW-VALUE TO WS-OPERAND-TEXT
           IF WS-OPERAND-TEXT(1:11) IS NUMERIC
               AND (WS-OPERAND-TEXT(12:1) = '+'
                 OR WS-OPERAND-TEXT(12:1) = '-')
               MOVE WS-OPERAND-NUM TO WS-NEW-VALUE
           ELSE
               DISPLAY "CALCRETRO: valeur corrigee invalide '"
                   PM-NEW-VALUE "'"
               SET WS-RUN-ERROR TO TRUE
           END-IF
           IF PM-FROM-DATE IS NUMERIC AND PM-TO-DATE IS NUMERIC
               MOVE PM-FROM-DATE TO WS-FROM-DATE
               MOVE PM-TO-DATE   TO WS-TO-DATE
               IF WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "CALCRETRO: periode inversee, du "
                       WS-FROM-DATE " au " WS-TO-DATE
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           ELSE
               DISPLAY "CALCRETRO: periode invalide '"
                   PM-FROM-DATE "' - '" PM-TO-DATE "'"
               SET WS-RUN-ERROR TO TRUE
           END-IF
           IF PM-ADJ-DATE IS NUMERIC
               MOVE PM-ADJ-DATE TO WS-ADJ-DATE
               IF NOT WS-RUN-ERROR AND WS-ADJ-DATE NOT > WS-TO-DATE
                   DISPLAY "CALCRETRO: date d'ajustement "
                       WS-ADJ-DATE " non posterieure a la periode"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
               IF NOT WS-RUN-ERROR
                   AND WS-ADJ-DATE NOT < WS-TODAY-DATE
                   DISPLAY "CALCRETRO: date d'ajustement "
                       WS-ADJ-DATE " non anterieure au " WS-TODAY-DATE
                       ", choisir un jour passe sans nuit"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           ELSE
               DISPLAY "CALCRETRO: date d'ajustement invalide '"
                   PM-ADJ-DATE "'"
               SET WS-RUN-ERROR TO TRUE
           END-IF
           IF NOT WS-RUN-ERROR
               DISPLAY "CALCRETRO: code " WS-TARGET-CODE
                   " corrige a " PM-NEW-VALUE " du " WS-FROM-DATE
                   " au " WS-TO-DATE ", ajustement au " WS-ADJ-DATE
           END-IF.

       OPEN-PRINT-PARAGRAPH.
           OPEN OUTPUT CALCPRT
           IF WS-CALCPRT-STATUS NOT = '00'
               DISPLAY "CALCRETRO: impossible d'ouvrir CALCPRT, "
                   "statut " WS-CALCPRT-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               SET WS-CALCPRT-OPEN TO TRUE
           END-IF.

      *    Ouverture de la table des taux indexée. Sans elle, aucune
      *    nuit ne peut être rejouée : erreur dure.
       OPEN-RATES-PARAGRAPH.
           OPEN INPUT CALCRATE
           IF WS-CALCRATE-STATUS = '00'
               SET WS-RATE-AVAIL TO TRUE
           ELSE
               DISPLAY "CALCRETRO: CALCRATE indisponible, statut "
                   WS-CALCRATE-STATUS ", rejeu impossible"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Relecture du journal des maintenances : une action sur le
      *    code corrigé, appliquée (approuvée, ou directe avant le
      *    double contrôle) à une date d'effet non postérieure à la
      *    dernière nuit, est confrontée à la première nuit qui a pu
      *    prendre sa valeur (voir CHECK-ACTION-PARAGRAPH). Appliquée
      *    après cette nuit, elle a changé la valeur que le rejeu
      *    original relirait pour la période. Chacune est affichée
      *    et la correction est refusée : elle se passe avant de
      *    retoucher CALCTAB. Un journal absent ('35') n'a tracé
      *    aucune session.
       CHECK-JOURNAL-PARAGRAPH.
           OPEN INPUT CALCRJL
           EVALUATE WS-CALCRJL-STATUS
               WHEN '00'
                   PERFORM READ-JOURNAL-PARAGRAPH
                       UNTIL WS-RJL-EOF OR WS-RUN-ERROR
                   CLOSE CALCRJL
               WHEN '35'
                   DISPLAY "CALCRETRO: journal des maintenances "
                       "absent, aucune session tracee"
               WHEN OTHER
                   DISPLAY "CALCRETRO: CALCRJL illisible, statut "
                       WS-CALCRJL-STATUS ", correction refusee"
                   SET WS-RUN-ERROR TO TRUE
           END-EVALUATE
           IF WS-RJL-HITS > ZERO
               DISPLAY "CALCRETRO: code " WS-TARGET-CODE
                   " retouche dans CALCTAB apres les nuits qu'il "
                   "touche (" WS-RJL-HITS " actions), le rejeu "
                   "original ne relirait pas les valeurs de la "
                   "periode, correction refusee"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       READ-JOURNAL-PARAGRAPH.
           READ CALCRJL
               AT END
                   SET WS-RJL-EOF TO TRUE
               NOT AT END
                   IF RJ-CODE = WS-TARGET-CODE
                       AND (RJ-ST-APPROVED OR RJ-ST-DIRECT)
                       AND RJ-EFF-DATE NOT > WS-TO-DATE
                       PERFORM CHECK-ACTION-PARAGRAPH
                   END-IF
           END-READ
           IF NOT WS-RJL-EOF AND WS-CALCRJL-STATUS NOT = '00'
               DISPLAY "CALCRETRO: erreur de lecture CALCRJL, "
                   "statut " WS-CALCRJL-STATUS ", correction refusee"
               SET WS-RUN-ERROR TO TRUE
               SET WS-RJL-EOF TO TRUE
           END-IF.

      *    Première nuit qui a pu prendre la valeur de l'action :
      *    la première date pointée par CalcBat sur CALCCTL, dans la
      *    période, à partir de la plus tardive de la date d'effet et
      *    de la première nuit (les dates sans nuit, contrôle
      *    préalable ou ménage du journal seuls, sont passées). Une
      *    action appliquée après l'heure de passage de cette nuit,
      *    ou sans nuit pointée pour la confronter, est retenue.
       CHECK-ACTION-PARAGRAPH.
           IF RJ-EFF-DATE > WS-FROM-DATE
               MOVE RJ-EFF-DATE  TO WS-CTL-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-CTL-DATE
           END-IF
           PERFORM FIRST-NIGHT-PARAGRAPH
           IF NOT WS-CTL-FOUND
               OR RJ-TIMESTAMP > CT-BAT-TIME
               ADD 1 TO WS-RJL-HITS
               DISPLAY "CALCRETRO: CALCRJL " RJ-TIMESTAMP
                   " action " RJ-ACTION " effet "
                   RJ-EFF-DATE " valeur " RJ-OLD-VALUE
                   " -> " RJ-NEW-VALUE
               IF WS-CTL-FOUND
                   DISPLAY "CALCRETRO: appliquee apres la nuit du "
                       CT-DATE " passee a " CT-BAT-TIME
               ELSE
                   DISPLAY "CALCRETRO: aucune nuit pointee du "
                       WS-CTL-DATE " au " WS-TO-DATE
               END-IF
           END-IF.

       FIRST-NIGHT-PARAGRAPH.
           MOVE 'N' TO WS-CTL-FOUND-SW
           MOVE 'N' TO WS-CTL-SCAN-END-SW
           MOVE WS-CTL-DATE TO CT-DATE
           START CALCCTL KEY IS NOT LESS THAN CT-DATE
               INVALID KEY
                   SET WS-CTL-SCAN-END TO TRUE
           END-START
           PERFORM NEXT-NIGHT-PARAGRAPH
               UNTIL WS-CTL-FOUND OR WS-CTL-SCAN-END.

       NEXT-NIGHT-PARAGRAPH.
           READ CALCCTL NEXT RECORD
               AT END
                   SET WS-CTL-SCAN-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CT-DATE > WS-TO-DATE
                           SET WS-CTL-SCAN-END TO TRUE
                       WHEN CT-BAT-NONE
                           CONTINUE
                       WHEN OTHER
                           SET WS-CTL-FOUND TO TRUE
                   END-EVALUATE
           END-READ
           IF NOT WS-CTL-SCAN-END AND WS-CALCCTL-STATUS NOT = '00'
               DISPLAY "CALCRETRO: erreur de lecture CALCCTL, "
                   "statut " WS-CALCCTL-STATUS ", correction refusee"
               SET WS-RUN-ERROR TO TRUE
               SET WS-CTL-SCAN-END TO TRUE
           END-IF.

      *    Chargement de la table des seuils, par les règles de
      *    CalcBat. DD DUMMY ou table sans carte : aucun ajustement
      *    n'est arrêté au seuil ; table absente, de même, avec un
      *    message. Une carte malformée, un doublon de règle ou une
      *    table pleine refusent la correction : un seuil ignoré
      *    laisserait passer un montant à examiner.
       LOAD-THRESHOLDS-PARAGRAPH.
           OPEN INPUT CALCHLDT
           EVALUATE WS-CALCHLDT-STATUS
               WHEN '00'
                   PERFORM LOAD-THRESHOLD-CARD-PARAGRAPH
                       UNTIL WS-HLDT-EOF OR WS-RUN-ERROR
                   CLOSE CALCHLDT
               WHEN '35'
                   DISPLAY "CALCRETRO: table des seuils CALCHLDT "
                       "absente, aucun seuil applique"
               WHEN OTHER
                   DISPLAY "CALCRETRO: impossible d'ouvrir CALCHLDT, "
                       "statut " WS-CALCHLDT-STATUS
                       ", correction refusee"
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
                   DISPLAY "CALCRETRO: carte CALCHLDT "
                       WS-HLD-CARD-COUNT ", operation '"
                       HT-OPERATION "' inconnue"
                   SET WS-RUN-ERROR TO TRUE
               WHEN HT-THRESHOLD NOT NUMERIC
                   DISPLAY "CALCRETRO: carte CALCHLDT "
                       WS-HLD-CARD-COUNT ", seuil non numerique"
                   SET WS-RUN-ERROR TO TRUE
               WHEN OTHER
                   PERFORM FIND-THRESHOLD-PARAGRAPH
                   IF WS-HLD-HIT NOT = ZERO
                       DISPLAY "CALCRETRO: carte CALCHLDT "
                           WS-HLD-CARD-COUNT ", regle "
                           WS-HLD-KEY-OPERATION " "
                           WS-HLD-KEY-RATE-CODE " en double"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       IF WS-HLD-COUNT NOT < WS-HLD-MAX
                           DISPLAY "CALCRETRO: table des seuils "
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

      *    Ouverture du fichier des résultats retenus en lecture.
      *    Absent ('35'), aucune nuit n'a rien retenu ; illisible, on
      *    ne saurait pas quels détails n'ont jamais été versés :
      *    erreur dure.
       OPEN-HOLD-PARAGRAPH.
           OPEN INPUT CALCHOLD
           EVALUATE WS-CALCHOLD-STATUS
               WHEN '00'
                   SET WS-HOLD-OPEN TO TRUE
               WHEN '35'
                   DISPLAY "CALCRETRO: CALCHOLD absent, aucun "
                       "resultat retenu"
               WHEN OTHER
                   DISPLAY "CALCRETRO: CALCHOLD illisible, statut "
                       WS-CALCHOLD-STATUS ", correction refusee"
                   SET WS-RUN-ERROR TO TRUE
           END-EVALUATE.

      *    La date de gestion de l'ajustement doit être libre sur le
      *    fichier de contrôle : ni contrôle préalable, ni nuit, ni
      *    rapprochement, ni imputation pointés. Seul un ajustement
      *    interrompu (nuit restée 'S', rien d'autre de pointé) se
      *    relance à la même date et réécrit ses fichiers.
       CHECK-CONTROL-PARAGRAPH.
           IF WS-CTL-OPEN
               MOVE WS-ADJ-DATE TO WS-CTL-DATE
               PERFORM READ-CTL-PARAGRAPH
               IF NOT CT-EDIT-NONE
                   OR NOT (CT-BAT-NONE OR CT-BAT-STARTED)
                   OR NOT CT-RCN-NONE
                   OR NOT CT-POST-NONE
                   DISPLAY "CALCRETRO: date " WS-CTL-DATE
                       " deja utilisee sur CALCCTL, choisir une "
                       "autre date d'ajustement"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

      *    Début de l'ajustement pointé 'S' à sa date de gestion,
      *    juste avant l'écriture des fichiers.
       START-CTL-PARAGRAPH.
           MOVE 'S' TO CT-BAT-STATUS
           MOVE ZERO TO CT-BAT-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO CT-BAT-TIME
           PERFORM POST-CTL-PARAGRAPH
           IF WS-CALCCTL-STATUS = '00'
               SET WS-CTL-POSTED TO TRUE
           ELSE
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Pointage sur le fichier de contrôle du cycle journalier
      *    (paragraphes identiques dans tous les programmes du
      *    cycle). Auto-provisionné au premier passage ('35') ;
      *    indisponible pour toute autre raison, il rend le passage
      *    en erreur dure.
       OPEN-CTL-PARAGRAPH.
           OPEN I-O CALCCTL
           IF WS-CALCCTL-STATUS = '35'
               OPEN OUTPUT CALCCTL
               IF WS-CALCCTL-STATUS = '00'
                   CLOSE CALCCTL
                   OPEN I-O CALCCTL
               END-IF
           END-IF
           IF WS-CALCCTL-STATUS = '00'
               SET WS-CTL-OPEN TO TRUE
           ELSE
               DISPLAY "CALCRETRO: fichier de controle CALCCTL "
                   "indisponible, statut " WS-CALCCTL-STATUS
                   ", correction refusee"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       READ-CTL-PARAGRAPH.
           MOVE 'N' TO WS-CTL-FOUND-SW
           MOVE WS-CTL-DATE TO CT-DATE
           READ CALCCTL
               INVALID KEY
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

       POST-CTL-PARAGRAPH.
           IF WS-CTL-FOUND
               REWRITE CALCCTL-RECORD
           ELSE
               WRITE CALCCTL-RECORD
               IF WS-CALCCTL-STATUS = '00'
                   SET WS-CTL-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-CALCCTL-STATUS NOT = '00'
               DISPLAY "CALCRETRO: echec de pointage CALCCTL, "
                   "statut " WS-CALCCTL-STATUS
           END-IF.

       HEADING-PARAGRAPH.
           MOVE WS-TARGET-CODE TO WS-PRT-TI-CODE
           WRITE CALCPRT-RECORD FROM WS-PRT-TITLE
           MOVE ALL '-' TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE "VALEUR CORRIGEE          " TO WS-PRT-AMT-LABEL
           MOVE WS-NEW-VALUE                TO WS-PRT-AMT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           MOVE "PREMIERE NUIT            " TO WS-PRT-TXT-LABEL
           MOVE WS-FROM-DATE                TO WS-EDIT-DATE-IN
           PERFORM EDIT-DATE-PARAGRAPH
           MOVE WS-EDIT-DATE                TO WS-PRT-TXT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-TEXT-LINE
           MOVE "DERNIERE NUIT            " TO WS-PRT-TXT-LABEL
           MOVE WS-TO-DATE                  TO WS-EDIT-DATE-IN
           PERFORM EDIT-DATE-PARAGRAPH
           MOVE WS-EDIT-DATE                TO WS-PRT-TXT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-TEXT-LINE
           MOVE "DATE DE L'AJUSTEMENT     " TO WS-PRT-TXT-LABEL
           MOVE WS-ADJ-DATE                 TO WS-EDIT-DATE-IN
           PERFORM EDIT-DATE-PARAGRAPH
           MOVE WS-EDIT-DATE                TO WS-PRT-TXT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-TEXT-LINE
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           WRITE CALCPRT-RECORD FROM WS-PRT-COL-HEADER
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD.

       EDIT-DATE-PARAGRAPH.
           MOVE WS-EDIT-DATE-IN(1:4) TO WS-EDIT-DATE(7:4)
           MOVE WS-EDIT-DATE-IN(5:2) TO WS-EDIT-DATE(4:2)
           MOVE WS-EDIT-DATE-IN(7:2) TO WS-EDIT-DATE(1:2)
           MOVE '/' TO WS-EDIT-DATE(3:1) WS-EDIT-DATE(6:1).

      *    Seconde passe : en-tête de CALCADJI à la date de
      *    l'ajustement et au nombre d'ajustements de la première
      *    passe, les ajustements dans l'ordre de l'historique, puis
      *    les deux trailers. Des ajustements qui ne se retrouvent
      *    pas à l'identique (compte, hachage) arrêtent tout sans
      *    trailer : les fichiers restent inexploitables et le
      *    rapprochement les refusera.
       WRITE-PASS-PARAGRAPH.
           IF WS-COUNT-ADJ > ZERO
               PERFORM START-CTL-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM OPEN-ADJUST-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               MOVE 'H' TO CI-REC-TYPE
               MOVE SPACES TO CI-REC-DATA
               MOVE WS-ADJ-DATE  TO CI-HDR-DATE
               MOVE WS-COUNT-ADJ TO CI-HDR-EXP-COUNT
               PERFORM WRITE-ADJI-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               SET WS-PASS-WRITE TO TRUE
               PERFORM SCAN-HISTORY-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               AND (WS-ADJ-WRITTEN NOT = WS-COUNT-ADJ
                 OR WS-ADJ-OUT-HASH NOT = WS-ADJ-HASH-1)
               DISPLAY "CALCRETRO: seconde lecture differente de la "
                   "premiere (" WS-ADJ-WRITTEN " ajustements au lieu "
                   "de " WS-COUNT-ADJ "), CALCRATE ou CALCHIST "
                   "modifie, ecriture arretee"
               SET WS-RUN-ERROR TO TRUE
           END-IF
           IF NOT WS-RUN-ERROR
               MOVE 'T' TO CI-REC-TYPE
               MOVE SPACES TO CI-REC-DATA
               MOVE WS-ADJ-WRITTEN TO CI-TRL-COUNT
               MOVE WS-ADJ-IN-HASH TO CI-TRL-HASH
               PERFORM WRITE-ADJI-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               MOVE SPACES TO CALCOUT-RECORD
               MOVE 'T' TO CO-REC-TYPE
               MOVE WS-ADJ-WRITTEN  TO CO-TRL-COUNT
               MOVE WS-ADJ-OUT-HASH TO CO-TRL-HASH
               MOVE ZERO            TO CO-TRL-HELD-COUNT
               MOVE ZERO            TO CO-TRL-HELD-HASH
               PERFORM WRITE-ADJO-PARAGRAPH
           END-IF
           CLOSE CALCADJI
           CLOSE CALCADJO.

       OPEN-ADJUST-PARAGRAPH.
           OPEN OUTPUT CALCADJI
           IF WS-CALCADJI-STATUS NOT = '00'
               DISPLAY "CALCRETRO: impossible d'ouvrir CALCADJI, "
                   "statut " WS-CALCADJI-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF
           OPEN OUTPUT CALCADJO
           IF WS-CALCADJO-STATUS NOT = '00'
               DISPLAY "CALCRETRO: impossible d'ouvrir CALCADJO, "
                   "statut " WS-CALCADJO-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       WRITE-ADJI-PARAGRAPH.
           WRITE CALCADJI-RECORD FROM CALCIN-RECORD
           IF WS-CALCADJI-STATUS NOT = '00'
               DISPLAY "CALCRETRO: echec d'ecriture CALCADJI, statut "
                   WS-CALCADJI-STATUS ", ecriture arretee"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

       WRITE-ADJO-PARAGRAPH.
           WRITE CALCOUT-RECORD
           IF WS-CALCADJO-STATUS NOT = '00'
               DISPLAY "CALCRETRO: echec d'ecriture CALCADJO, statut "
                   WS-CALCADJO-STATUS ", ecriture arretee"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Lecture complète de l'historique pour la passe en cours.
      *    La table des nuits déjà rejouées est vidée à chaque passe,
      *    pour que la seconde écarte les mêmes générations.
       SCAN-HISTORY-PARAGRAPH.
           MOVE ZERO TO WS-DONE-COUNT
           MOVE 'N' TO WS-HIST-EOF-SW
           SET WS-NO-NIGHT TO TRUE
           OPEN INPUT CALCHIST
           IF WS-CALCHIST-STATUS NOT = '00'
               DISPLAY "CALCRETRO: impossible d'ouvrir CALCHIST, "
                   "statut " WS-CALCHIST-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               PERFORM READ-HISTORY-PARAGRAPH
               PERFORM UNTIL WS-HIST-EOF OR WS-RUN-ERROR
                   PERFORM SCAN-RECORD-PARAGRAPH
                   IF NOT WS-RUN-ERROR
                       PERFORM READ-HISTORY-PARAGRAPH
                   END-IF
               END-PERFORM
               IF NOT WS-RUN-ERROR AND WS-NIGHT-OPEN
                   DISPLAY "CALCRETRO: nuit du " WS-NIGHT-DATE
                       " sans trailer dans CALCHIST, generation "
                       "tronquee"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
               CLOSE CALCHIST
           END-IF.

       READ-HISTORY-PARAGRAPH.
           READ CALCHIST INTO CALCIN-RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF AND WS-CALCHIST-STATUS NOT = '00'
               DISPLAY "CALCRETRO: erreur de lecture CALCHIST, "
                   "statut " WS-CALCHIST-STATUS
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Ventile un enregistrement de l'historique selon son type
      *    et la position courante : un en-tête ouvre une nuit
      *    (rejouée ou écartée), un trailer la ferme ; les détails
      *    d'une nuit écartée sont ignorés, ceux d'une nuit rejouée
      *    passent au rejeu.
       SCAN-RECORD-PARAGRAPH.
           EVALUATE TRUE
               WHEN CI-HEADER
                   IF WS-NIGHT-OPEN
                       DISPLAY "CALCRETRO: nuit du " WS-NIGHT-DATE
                           " sans trailer dans CALCHIST, generation "
                           "tronquee"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       PERFORM START-NIGHT-PARAGRAPH
                   END-IF
               WHEN CI-TRAILER
                   EVALUATE TRUE
                       WHEN WS-NIGHT-OPEN
                           PERFORM END-NIGHT-PARAGRAPH
                       WHEN WS-NO-NIGHT
                           DISPLAY "CALCRETRO: trailer sans en-tete "
                               "dans CALCHIST"
                           SET WS-RUN-ERROR TO TRUE
                       WHEN OTHER
                           SET WS-NO-NIGHT TO TRUE
                   END-EVALUATE
               WHEN CI-DETAIL OR CI-MULTI
                   EVALUATE TRUE
                       WHEN WS-NIGHT-OPEN
                           PERFORM REPLAY-DETAIL-PARAGRAPH
                       WHEN WS-NO-NIGHT
                           DISPLAY "CALCRETRO: detail hors d'une nuit "
                               "dans CALCHIST, en-tete absent"
                           SET WS-RUN-ERROR TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   IF WS-NIGHT-OPEN
                       DISPLAY "CALCRETRO: type d'enregistrement '"
                           CI-REC-TYPE "' inattendu dans la nuit du "
                           WS-NIGHT-DATE
                       SET WS-RUN-ERROR TO TRUE
                   END-IF
           END-EVALUATE.

      *    En-tête d'une nuit : rejouée si sa date tombe dans la
      *    période et n'a pas déjà été rejouée dans la passe, écartée
      *    sinon. Les taux sont résolus à sa date de gestion.
       START-NIGHT-PARAGRAPH.
           IF CI-HDR-DATE IS NOT NUMERIC
               DISPLAY "CALCRETRO: en-tete illisible dans CALCHIST"
               SET WS-RUN-ERROR TO TRUE
           ELSE
               MOVE CI-HDR-DATE TO WS-NIGHT-DATE
               IF WS-NIGHT-DATE < WS-FROM-DATE
                   OR WS-NIGHT-DATE > WS-TO-DATE
                   SET WS-NIGHT-SKIP TO TRUE
                   IF WS-PASS-REPORT
                       ADD 1 TO WS-COUNT-OUTSIDE
                   END-IF
               ELSE
                   PERFORM FIND-DONE-PARAGRAPH
                   IF WS-DONE-FOUND
                       SET WS-NIGHT-SKIP TO TRUE
                       IF WS-PASS-REPORT
                           ADD 1 TO WS-COUNT-DUP
                           DISPLAY "CALCRETRO: nuit du " WS-NIGHT-DATE
                               " deja rejouee, generation plus "
                               "ancienne ecartee"
                       END-IF
                   ELSE
                       PERFORM OPEN-NIGHT-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       FIND-DONE-PARAGRAPH.
           MOVE 'N' TO WS-DONE-SW
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT OR WS-DONE-FOUND
               IF WS-DONE-DATE(WS-DONE-IDX) = WS-NIGHT-DATE
                   SET WS-DONE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       OPEN-NIGHT-PARAGRAPH.
           IF WS-DONE-COUNT NOT < WS-DONE-MAX
               DISPLAY "CALCRETRO: plus de " WS-DONE-MAX " nuits "
                   "dans la periode, la reduire"
               SET WS-RUN-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-NIGHT-DATE TO WS-DONE-DATE(WS-DONE-COUNT)
               IF WS-PASS-IDENTITY
                   MOVE ZERO TO WS-DONE-FILE-COUNT(WS-DONE-COUNT)
                                WS-DONE-FILE-HASH(WS-DONE-COUNT)
               END-IF
               MOVE WS-DONE-FILE-COUNT(WS-DONE-COUNT)
                   TO WS-NIGHT-FILE-COUNT
               MOVE WS-DONE-FILE-HASH(WS-DONE-COUNT)
                   TO WS-NIGHT-FILE-HASH
               SET WS-NIGHT-OPEN TO TRUE
               MOVE WS-NIGHT-DATE    TO WS-ASOF-DATE
               MOVE CI-HDR-EXP-COUNT TO WS-NIGHT-EXP
               MOVE ZERO TO WS-NIGHT-COUNT WS-NIGHT-HASH
                            WS-NIGHT-ADJ WS-NIGHT-MANUAL
                            WS-NIGHT-ORIG WS-NIGHT-CORR
                            WS-NIGHT-DELTA
               IF WS-PASS-REPORT
                   ADD 1 TO WS-COUNT-NIGHTS
                   MOVE WS-NIGHT-DATE TO WS-EDIT-DATE-IN
                   PERFORM EDIT-DATE-PARAGRAPH
                   MOVE WS-EDIT-DATE  TO WS-PRT-NI-DATE
                   WRITE CALCPRT-RECORD FROM WS-PRT-NIGHT-LINE
               END-IF
           END-IF.

      *    Trailer de la nuit : compte et hachage recalculés sur ses
      *    détails, compte annoncé par l'en-tête. Une nuit qui ne
      *    concorde pas n'a pas été rejouée en entier : tout est
      *    arrêté. A la lecture préalable, les totaux du trailer sont
      *    relevés ; à la première passe, les totaux de la nuit.
       END-NIGHT-PARAGRAPH.
           IF CI-TRL-COUNT IS NOT NUMERIC
               OR CI-TRL-COUNT NOT = WS-NIGHT-COUNT
               OR CI-TRL-HASH NOT = WS-NIGHT-HASH
               OR WS-NIGHT-EXP NOT = WS-NIGHT-COUNT
               DISPLAY "CALCRETRO: nuit du " WS-NIGHT-DATE
                   " en desaccord avec son trailer ("
                   WS-NIGHT-COUNT " details relus), generation "
                   "alteree"
               SET WS-RUN-ERROR TO TRUE
           ELSE
               IF WS-PASS-IDENTITY
                   MOVE CI-TRL-COUNT
                       TO WS-DONE-FILE-COUNT(WS-DONE-COUNT)
                   MOVE CI-TRL-HASH
                       TO WS-DONE-FILE-HASH(WS-DONE-COUNT)
               END-IF
               IF WS-PASS-REPORT
                   PERFORM NIGHT-TOTALS-PARAGRAPH
               END-IF
           END-IF
           SET WS-NO-NIGHT TO TRUE.

       NIGHT-TOTALS-PARAGRAPH.
           MOVE "  DETAILS REJOUES        " TO WS-PRT-CNT-LABEL
           MOVE WS-NIGHT-COUNT              TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "  DETAILS AJUSTES        " TO WS-PRT-CNT-LABEL
           MOVE WS-NIGHT-ADJ                TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           IF WS-NIGHT-MANUAL > ZERO
               MOVE "  A REPRENDRE A LA MAIN  " TO WS-PRT-CNT-LABEL
               MOVE WS-NIGHT-MANUAL             TO WS-PRT-CNT-VALUE
               WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           END-IF
           MOVE "  ORIGINAL DE LA NUIT    " TO WS-PRT-AMT-LABEL
           MOVE WS-NIGHT-ORIG               TO WS-PRT-AMT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           MOVE "  CORRIGE DE LA NUIT     " TO WS-PRT-AMT-LABEL
           MOVE WS-NIGHT-CORR               TO WS-PRT-AMT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           MOVE "  ECART DE LA NUIT       " TO WS-PRT-AMT-LABEL
           MOVE WS-NIGHT-DELTA              TO WS-PRT-AMT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD.

      *    Rejoue un détail de la nuit : hachage d'entrée, puis,
      *    hors lecture préalable, le rejeu original et le rejeu
      *    corrigé. Un détail qui référence le code corrigé et dont
      *    le résultat ou le verdict change est touché.
       REPLAY-DETAIL-PARAGRAPH.
           ADD 1 TO WS-NIGHT-COUNT
           IF WS-PASS-REPORT
               ADD 1 TO WS-COUNT-DETAIL
           END-IF
           PERFORM HASH-RECORD-PARAGRAPH
           IF NOT WS-PASS-IDENTITY
               PERFORM COMPARE-DETAIL-PARAGRAPH
           END-IF.

       COMPARE-DETAIL-PARAGRAPH.
           MOVE 'O' TO WS-REPLAY-SW
           MOVE 'N' TO WS-CODE-USED-SW
           MOVE SPACES TO WS-FIRST-RATE-CODE
           PERFORM COMPUTE-RECORD-PARAGRAPH
           MOVE WS-CHAIN-VALUE TO WS-RES-A
           MOVE WS-SIM-STATUS  TO WS-ST-A
           MOVE WS-FIRST-RATE-CODE TO WS-ADJ-RATE-CODE
           MOVE 'C' TO WS-REPLAY-SW
           PERFORM COMPUTE-RECORD-PARAGRAPH
           MOVE WS-CHAIN-VALUE TO WS-RES-B
           MOVE WS-SIM-STATUS  TO WS-ST-B
           IF WS-CODE-USED
               AND (WS-RES-A NOT = WS-RES-B
                 OR WS-ST-A NOT = WS-ST-B)
               PERFORM AFFECTED-DETAIL-PARAGRAPH
           END-IF.

      *    Intègre le détail au hachage de la nuit, par la règle du
      *    copybook CALCINR : opérandes des 'D', valeur de départ et
      *    opérandes des étapes renseignées des 'M', littéraux
      *    seulement.
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
               COMPUTE WS-NIGHT-HASH = FUNCTION REM(WS-NIGHT-HASH
                   + WS-OPERAND-NUM, 10000000000000)
           END-IF.

      *    Détail touché. Les deux verdicts OK et un écart qui tient
      *    dans un résultat : ajustement, compté dans la nuit et dans
      *    la période (première passe), écrit (seconde passe). Sinon
      *    le détail est listé à reprendre à la main, comme l'est un
      *    détail resté retenu ou refusé dans CALCHOLD, ou dont le
      *    résultat corrigé dépasse le seuil de rétention.
       AFFECTED-DETAIL-PARAGRAPH.
           MOVE 'N' TO WS-ADJUST-SW
           MOVE ZERO TO WS-DELTA
           IF WS-ST-A = "OK       " AND WS-ST-B = "OK       "
               SET WS-ADJUSTABLE TO TRUE
               COMPUTE WS-DELTA = WS-RES-B - WS-RES-A
                   ON SIZE ERROR
                       MOVE 'N' TO WS-ADJUST-SW
                       MOVE ZERO TO WS-DELTA
               END-COMPUTE
           END-IF
           IF CI-DETAIL
               MOVE FUNCTION UPPER-CASE(CI-OPERATION)
                   TO WS-ADJ-OPERATION
           ELSE
               MOVE '*' TO WS-ADJ-OPERATION
           END-IF
           MOVE CI-DEPT TO WS-ADJ-DEPT
           MOVE WS-MN-VERDICT TO WS-PRT-MN-TEXT
           IF WS-ADJUSTABLE
               PERFORM FIND-HOLD-PARAGRAPH
               IF WS-HOLD-FOUND AND (HD-HELD OR HD-REFUSED)
                   MOVE 'N' TO WS-ADJUST-SW
                   MOVE WS-MN-HELD TO WS-PRT-MN-TEXT
               END-IF
           END-IF
           IF WS-ADJUSTABLE
               MOVE 'N' TO WS-HOLD-ITEM-SW
               PERFORM CHECK-HOLD-PARAGRAPH
               IF WS-HOLD-ITEM
                   MOVE 'N' TO WS-ADJUST-SW
                   MOVE WS-MN-LIMIT TO WS-PRT-MN-TEXT
               END-IF
           END-IF
           IF WS-ADJUSTABLE
               ADD 1 TO WS-NIGHT-ADJ
               ADD WS-RES-A TO WS-NIGHT-ORIG
               ADD WS-RES-B TO WS-NIGHT-CORR
               ADD WS-DELTA TO WS-NIGHT-DELTA
           ELSE
               ADD 1 TO WS-NIGHT-MANUAL
           END-IF
           IF WS-PASS-REPORT
               PERFORM TALLY-DETAIL-PARAGRAPH
           ELSE
               IF WS-ADJUSTABLE
                   PERFORM WRITE-ADJUST-PARAGRAPH
               END-IF
           END-IF.

       TALLY-DETAIL-PARAGRAPH.
           MOVE WS-NIGHT-COUNT  TO WS-PRT-DL-NUM
           MOVE WS-RES-A        TO WS-PRT-DL-RES-A
           MOVE WS-ST-A         TO WS-PRT-DL-ST-A
           MOVE WS-RES-B        TO WS-PRT-DL-RES-B
           MOVE WS-ST-B         TO WS-PRT-DL-ST-B
           MOVE WS-DELTA        TO WS-PRT-DL-DELTA
           WRITE CALCPRT-RECORD FROM WS-PRT-DELTA-LINE
           IF WS-ADJUSTABLE
               ADD 1 TO WS-COUNT-ADJ
               COMPUTE WS-ADJ-HASH-1 = FUNCTION REM(WS-ADJ-HASH-1
                   + WS-DELTA, 10000000000000)
               ADD WS-RES-A TO WS-TOT-ORIG
                   ON SIZE ERROR
                       DISPLAY "CALCRETRO: depassement sur le total "
                           "original"
               END-ADD
               ADD WS-RES-B TO WS-TOT-CORR
                   ON SIZE ERROR
                       DISPLAY "CALCRETRO: depassement sur le total "
                           "corrige"
               END-ADD
               ADD WS-DELTA TO WS-TOT-DELTA
           ELSE
               ADD 1 TO WS-COUNT-MANUAL
               WRITE CALCPRT-RECORD FROM WS-PRT-MANUAL-LINE
           END-IF.

      *    Recherche du détail touché parmi les retenus de sa nuit :
      *    date de l'en-tête, totaux du trailer relevés à la lecture
      *    préalable et rang du détail, la clé même sous laquelle
      *    CalcBat l'a déposé.
       FIND-HOLD-PARAGRAPH.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           IF WS-HOLD-OPEN
               MOVE WS-NIGHT-DATE       TO HD-DATE
               MOVE WS-NIGHT-FILE-COUNT TO HD-FILE-COUNT
               MOVE WS-NIGHT-FILE-HASH  TO HD-FILE-HASH
               MOVE WS-NIGHT-COUNT      TO HD-RANK
               READ CALCHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HOLD-FOUND TO TRUE
               END-READ
               IF NOT WS-HOLD-FOUND
                   AND WS-CALCHOLD-STATUS NOT = '23'
                   DISPLAY "CALCRETRO: erreur de lecture CALCHOLD, "
                       "statut " WS-CALCHOLD-STATUS
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

      *    Seuil du résultat corrigé, par les règles de CalcBat :
      *    pour chacun des codes taux résolus, la règle exacte
      *    opération + code, le plus bas des seuils trouvés
      *    l'emportant ; sans règle pour aucun de ses codes, la règle
      *    par défaut de l'opération. Le résultat corrigé l'aurait
      *    fait retenir si sa valeur absolue dépasse le seuil.
       CHECK-HOLD-PARAGRAPH.
           MOVE 'N' TO WS-HLD-RULE-SW
           MOVE ZERO TO WS-HLD-LIMIT
           IF WS-HLD-COUNT > ZERO
               MOVE WS-ADJ-OPERATION TO WS-HLD-KEY-OPERATION
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
               IF WS-RES-B < ZERO
                   COMPUTE WS-HLD-AMOUNT = ZERO - WS-RES-B
               ELSE
                   MOVE WS-RES-B TO WS-HLD-AMOUNT
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

      *    Ecrit l'ajustement sur les deux fichiers de la nuit
      *    d'ajustement : l'entrée (original et corrigé en opérandes
      *    littéraux, pour que le rapprochement les apparie) et le
      *    résultat (l'écart).
       WRITE-ADJUST-PARAGRAPH.
           MOVE 'D' TO CI-REC-TYPE
           MOVE SPACES TO CI-REC-DATA
           MOVE WS-RES-A         TO CI-NUM1-NUM
           MOVE WS-RES-B         TO CI-NUM2-NUM
           MOVE WS-ADJ-OPERATION TO CI-OPERATION
           MOVE WS-ADJ-DEPT      TO CI-DEPT
           PERFORM WRITE-ADJI-PARAGRAPH
           COMPUTE WS-ADJ-IN-HASH = FUNCTION REM(WS-ADJ-IN-HASH
               + WS-RES-A, 10000000000000)
           COMPUTE WS-ADJ-IN-HASH = FUNCTION REM(WS-ADJ-IN-HASH
               + WS-RES-B, 10000000000000)
           IF NOT WS-RUN-ERROR
               MOVE SPACES TO CALCOUT-RECORD
               MOVE 'D' TO CO-REC-TYPE
               MOVE WS-RES-A         TO CO-NUM1
               MOVE WS-RES-B         TO CO-NUM2
               MOVE WS-ADJ-OPERATION TO CO-OPERATION
               MOVE WS-DELTA         TO CO-RESULT
               MOVE "OK       "      TO CO-STATUS
               MOVE WS-ADJ-RATE-CODE TO CO-RATE-CODE
               MOVE WS-ADJ-DEPT      TO CO-DEPT
               PERFORM WRITE-ADJO-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               ADD 1 TO WS-ADJ-WRITTEN
               COMPUTE WS-ADJ-OUT-HASH = FUNCTION REM(WS-ADJ-OUT-HASH
                   + WS-DELTA, 10000000000000)
           END-IF.

      *    Rejoue l'enregistrement courant par les règles de CalcBat
      *    (mêmes images de champs, mêmes clauses SIZE ERROR), les
      *    codes taux résolus à la date de la nuit. Résultat dans
      *    WS-CHAIN-VALUE, verdict dans WS-SIM-STATUS.
       COMPUTE-RECORD-PARAGRAPH.
           MOVE "OK       " TO WS-SIM-STATUS
           MOVE ZERO TO WS-DTL-CODE-COUNT
           IF CI-DETAIL
               MOVE CI-NUM1 TO WS-OPERAND-TEXT
               PERFORM RESOLVE-OPERAND-PARAGRAPH
               MOVE WS-OPERAND-VALUE TO WS-CHAIN-VALUE
               IF NOT WS-OPERAND-OK
                   MOVE "BADOPRND " TO WS-SIM-STATUS
               ELSE
                   MOVE CI-NUM2 TO WS-OPERAND-TEXT
                   PERFORM RESOLVE-OPERAND-PARAGRAPH
                   IF NOT WS-OPERAND-OK
                       MOVE "BADOPRND " TO WS-SIM-STATUS
                   ELSE
                       MOVE FUNCTION UPPER-CASE(CI-OPERATION)
                           TO WS-CH-OP
                       PERFORM APPLY-STEP-PARAGRAPH
                   END-IF
               END-IF
           ELSE
               MOVE CI-MS-START TO WS-OPERAND-TEXT
               PERFORM RESOLVE-OPERAND-PARAGRAPH
               MOVE WS-OPERAND-VALUE TO WS-CHAIN-VALUE
               IF NOT WS-OPERAND-OK
                   MOVE "BADOPRND " TO WS-SIM-STATUS
               ELSE
                   PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 8
                          OR CI-MS-OPERATION(WS-STEP-IDX) = SPACE
                          OR WS-SIM-STATUS NOT = "OK       "
                       PERFORM SIM-STEP-PARAGRAPH
                   END-PERFORM
               END-IF
           END-IF
           IF WS-SIM-STATUS NOT = "OK       "
               MOVE ZERO TO WS-CHAIN-VALUE
           END-IF.

       SIM-STEP-PARAGRAPH.
           MOVE CI-MS-OPERAND(WS-STEP-IDX) TO WS-OPERAND-TEXT
           PERFORM RESOLVE-OPERAND-PARAGRAPH
           IF NOT WS-OPERAND-OK
               MOVE "BADOPRND " TO WS-SIM-STATUS
           ELSE
               MOVE FUNCTION
                   UPPER-CASE(CI-MS-OPERATION(WS-STEP-IDX))
                   TO WS-CH-OP
               PERFORM APPLY-STEP-PARAGRAPH
           END-IF.

      *    Applique une opération à la valeur courante, par les mêmes
      *    règles que la nuit : nomenclature des opérations, division
      *    et modulo par zéro, SIZE ERROR sur la même image de champ.
       APPLY-STEP-PARAGRAPH.
           EVALUATE WS-CH-OP
               WHEN 'A'
                   COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE
                       + WS-OPERAND-VALUE
                       ON SIZE ERROR
                           MOVE "OVERFLOW " TO WS-SIM-STATUS
                   END-COMPUTE
               WHEN 'S'
                   COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE
                       - WS-OPERAND-VALUE
                       ON SIZE ERROR
                           MOVE "OVERFLOW " TO WS-SIM-STATUS
                   END-COMPUTE
               WHEN 'M'
                   COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE
                       * WS-OPERAND-VALUE
                       ON SIZE ERROR
                           MOVE "OVERFLOW " TO WS-SIM-STATUS
                   END-COMPUTE
               WHEN 'D'
                   IF WS-OPERAND-VALUE = 0
                       MOVE "DIV0ERR  " TO WS-SIM-STATUS
                   ELSE
                       COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE
                           / WS-OPERAND-VALUE
                           ON SIZE ERROR
                               MOVE "OVERFLOW " TO WS-SIM-STATUS
                       END-COMPUTE
                   END-IF
               WHEN 'R'
                   IF WS-OPERAND-VALUE = 0
                       MOVE "DIV0ERR  " TO WS-SIM-STATUS
                   ELSE
                       DIVIDE WS-CHAIN-VALUE BY WS-OPERAND-VALUE
                           GIVING WS-CHAIN-QUOT
                           REMAINDER WS-CHAIN-WORK
                           ON SIZE ERROR
                               MOVE "OVERFLOW " TO WS-SIM-STATUS
                       END-DIVIDE
                   END-IF
               WHEN 'P'
                   COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE
                       ** WS-OPERAND-VALUE
                       ON SIZE ERROR
                           MOVE "OVERFLOW " TO WS-SIM-STATUS
                   END-COMPUTE
               WHEN '%'
                   COMPUTE WS-CHAIN-WORK = (WS-CHAIN-VALUE
                       * WS-OPERAND-VALUE) / 100
                       ON SIZE ERROR
                           MOVE "OVERFLOW " TO WS-SIM-STATUS
                   END-COMPUTE
               WHEN OTHER
                   MOVE "INVALIDOP" TO WS-SIM-STATUS
           END-EVALUATE
           IF WS-SIM-STATUS = "OK       "
               MOVE WS-CHAIN-WORK TO WS-CHAIN-VALUE
           END-IF.

      *    Totaux de la période, puis le contrôle des fichiers
      *    d'ajustement écrits et la conclusion.
       TOTALS-PARAGRAPH.
           MOVE "TOTAUX DE LA PERIODE" TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE "NUITS REJOUEES           " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-NIGHTS             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "NUITS EN DOUBLE ECARTEES " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-DUP                TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "NUITS HORS PERIODE       " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-OUTSIDE            TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DETAILS REJOUES          " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-DETAIL             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DETAILS AJUSTES          " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-ADJ                TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "A REPRENDRE A LA MAIN    " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-MANUAL             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "TOTAL ORIGINAL           " TO WS-PRT-AMT-LABEL
           MOVE WS-TOT-ORIG                 TO WS-PRT-AMT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           MOVE "TOTAL CORRIGE            " TO WS-PRT-AMT-LABEL
           MOVE WS-TOT-CORR                 TO WS-PRT-AMT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           MOVE "ECART TOTAL              " TO WS-PRT-AMT-LABEL
           MOVE WS-TOT-DELTA                TO WS-PRT-AMT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE "AJUSTEMENT INCOMPLET, A NE PAS PASSER"
                       TO CALCPRT-RECORD
                   WRITE CALCPRT-RECORD
               WHEN WS-COUNT-ADJ = ZERO
                   MOVE "AUCUN AJUSTEMENT SUR LA PERIODE"
                       TO CALCPRT-RECORD
                   WRITE CALCPRT-RECORD
               WHEN OTHER
                   MOVE "AJUSTEMENTS ECRITS       " TO WS-PRT-CNT-LABEL
                   MOVE WS-ADJ-WRITTEN              TO WS-PRT-CNT-VALUE
                   WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
                   MOVE "HACHAGE DE CALCADJO      " TO WS-PRT-AMT-LABEL
                   MOVE WS-ADJ-OUT-HASH             TO WS-PRT-AMT-VALUE
                   WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
                   MOVE "AJUSTEMENT A RAPPROCHER PUIS A IMPUTER"
                       TO CALCPRT-RECORD
                   WRITE CALCPRT-RECORD
           END-EVALUATE.

      *    Recherche d'un code dans la table indexée, à la date de la
      *    nuit rejouée (WS-ASOF-DATE) : positionnement sur la
      *    première entrée du code puis parcours des entrées actives
      *    à date d'effet non postérieure. La clé étant code + date
      *    d'effet croissante, la dernière retenue est la plus
      *    récente — la valeur en vigueur cette nuit-là.
       RATE-LOOKUP-PARAGRAPH.
           MOVE 'N' TO WS-RATE-FOUND-SW
           IF WS-RATE-AVAIL
               MOVE FUNCTION UPPER-CASE(WS-OPERAND-TEXT)
                   TO WS-LOOKUP-CODE
               MOVE WS-LOOKUP-CODE TO RT-CODE
               MOVE ZERO           TO RT-EFF-DATE
               START CALCRATE KEY IS NOT LESS THAN RT-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-CALCRATE-STATUS = '00'
                   MOVE 'N' TO WS-RATE-SCAN-SW
                   PERFORM SCAN-RATE-PARAGRAPH
                       UNTIL WS-RATE-SCAN-DONE
               END-IF
           END-IF.

       SCAN-RATE-PARAGRAPH.
           READ CALCRATE NEXT
               AT END
                   SET WS-RATE-SCAN-DONE TO TRUE
               NOT AT END
                   IF RT-CODE NOT = WS-LOOKUP-CODE
                       OR RT-EFF-DATE > WS-ASOF-DATE
                       SET WS-RATE-SCAN-DONE TO TRUE
                   ELSE
                       IF RT-ACTIVE
                           MOVE RT-VALUE    TO WS-RATE-VALUE
                           MOVE RT-EFF-DATE TO WS-RATE-EFF-DATE
                           SET WS-RATE-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    Résolution d'un opérande par la même règle que CalcBat :
      *    code taux si la première position est une lettre, littéral
      *    numérique bien formé sinon. Le code corrigé, quand il était
      *    en vigueur cette nuit-là, prend au rejeu corrigé la valeur
      *    corrigée ; un code sans valeur en vigueur reste irrésolu
      *    dans les deux rejeux. Le premier code résolu est retenu
      *    pour CO-RATE-CODE, comme la nuit l'a reporté, et chaque
      *    code résolu dans WS-DTL-CODE pour la recherche du seuil.
       RESOLVE-OPERAND-PARAGRAPH.
           MOVE 'N' TO WS-OPERAND-OK-SW
           MOVE ZERO TO WS-OPERAND-VALUE
           MOVE ZERO TO WS-OPERAND-HASH
           IF WS-OPERAND-TEXT(1:1) IS ALPHABETIC
               AND WS-OPERAND-TEXT(1:1) NOT = SPACE
               PERFORM RATE-LOOKUP-PARAGRAPH
               IF WS-RATE-FOUND
                   MOVE WS-RATE-VALUE TO WS-OPERAND-VALUE
                   SET WS-OPERAND-OK TO TRUE
                   IF WS-LOOKUP-CODE = WS-TARGET-CODE
                       SET WS-CODE-USED TO TRUE
                       IF WS-REPLAY-CORRECTED
                           MOVE WS-NEW-VALUE TO WS-OPERAND-VALUE
                       END-IF
                   END-IF
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
               END-IF
           END-IF.

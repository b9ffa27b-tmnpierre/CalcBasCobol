      *    *************************************************************
      *    PROGRAMME D'IMPUTATION COMPTABLE DES RESULTATS DE LA NUIT
      *    Etape de fin de cycle : relit le CALCOUT d'une nuit
      *    rapprochée en équilibre et en tire le fichier d'interface
      *    du grand livre CALCGL (voir CALCGLR) : pour chaque détail,
      *    une écriture au débit et une au crédit du montant absolu
      *    de CO-RESULT, sur les comptes que la table d'imputation
      *    CALCGLM (voir CALCGLMR) associe à l'opération et au code
      *    taux référencé par le détail (CO-RATE-CODE). Un résultat
      *    négatif inverse débit et crédit ; un résultat nul ne
      *    produit pas d'écriture. Le fichier est encadré d'un
      *    en-tête et d'un trailer portant le nombre d'écritures et
      *    les totaux débit et crédit, égaux par construction.
      *    Un premier passage vérifie tout avant d'écrire quoi que ce
      *    soit : trailer CALCOUT (compte et hachage) et imputation de
      *    chaque détail. Un seul détail sans règle d'imputation
      *    refuse l'imputation entière (le détail est listé sur
      *    CALCPRT) : un grand livre ne reçoit pas une nuit partielle.
      *    Enchaînement du cycle (fichier de contrôle CALCCTL, date
      *    de gestion de l'en-tête CALCIN) : l'imputation n'est
      *    acceptée que pour une date dont le rapprochement du matin
      *    a pointé "en équilibre", et jamais deux fois pour la même
      *    date. Le début est pointé 'S', la fin 'D' avec la date du
      *    passage ; une imputation interrompue (restée 'S') se
      *    relance et réécrit CALCGL depuis le début.
      *    Les résultats retenus par la nuit (voir CALCHLR) et libérés
      *    depuis par un superviseur arrivent par le CALCOUT
      *    complémentaire CALCRELS que CALCREL réécrit : ils sont
      *    imputés à la suite du CALCOUT de la nuit, avec les mêmes
      *    règles et dans le même fichier CALCGL, puis passés à l'état
      *    'P' sur CALCHOLD avec la date de gestion imputée. CALCRELS
      *    absent, vide ou DD DUMMY : rien à reprendre. Son trailer
      *    doit concorder avec ses détails, et avec les détails
      *    libérés de CALCHOLD (ou déjà passés 'P' à cette même date,
      *    cas de la relance) : sinon (fichier périmé ou déjà imputé)
      *    le complément est écarté, la nuit est imputée seule et les
      *    détails libérés attendent le fichier que CALCREL
      *    régénérera. Un détail libéré sans règle d'imputation
      *    refuse l'imputation entière, comme un détail de la nuit.
      *    Une fois l'imputation pointée terminée, un complément
      *    imputé est réécrit vide (son seul trailer, à zéro) : la
      *    nuit suivante n'a rien à reprendre tant que CALCREL n'a
      *    rien libéré de nouveau, et un complément écarté signale
      *    toujours un vrai fichier périmé.
      *    Code retour : 0 imputation faite, 4 imputation faite sans
      *    écriture (aucun résultat non nul), sans le complément
      *    écarté ou sans remise à vide du complément imputé, 12
      *    imputation refusée ou erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcPost.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CALCIN de la nuit : seul l'en-tête est lu, pour la date de
      *    gestion à laquelle se rattachent CALCOUT et le pointage.
           SELECT CALCIN  ASSIGN TO CALCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCIN-STATUS.
           SELECT CALCOUT ASSIGN TO CALCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCOUT-STATUS.
      *    CALCOUT complémentaire des détails libérés (CALCREL).
           SELECT CALCRELS ASSIGN TO CALCRELS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCRELS-STATUS.
      *    Résultats retenus par la nuit : les détails libérés y sont
      *    recomptés, puis passés à l'état imputé.
           SELECT CALCHOLD ASSIGN TO CALCHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-CALCHOLD-STATUS.
      *    Table d'imputation : cartes opération + code taux vers
      *    compte de débit et compte de crédit, chargées en mémoire.
           SELECT CALCGLM ASSIGN TO CALCGLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCGLM-STATUS.
      *    Fichier d'interface du grand livre, réécrit depuis le
      *    début à chaque passage accepté.
           SELECT CALCGL  ASSIGN TO CALCGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCGL-STATUS.
           SELECT CALCPRT ASSIGN TO CALCPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCPRT-STATUS.
      *    Fichier de contrôle du cycle journalier, indexé sur la
      *    date de gestion : l'imputation exige le verdict "en
      *    équilibre" du rapprochement, refuse une date déjà imputée,
      *    et pointe son propre début et sa fin.
           SELECT CALCCTL ASSIGN TO CALCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-DATE
               FILE STATUS IS WS-CALCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCIN
           RECORDING MODE IS F.
           COPY CALCINR.

       FD  CALCOUT
           RECORDING MODE IS F.
           COPY CALCOUTR.

      *    Le complément a le dessin de CALCOUT : il est lu dans
      *    CALCOUT-RECORD et passe par les mêmes paragraphes.
       FD  CALCRELS
           RECORDING MODE IS F.
       01  CALCRELS-RECORD   PIC X(59).

       FD  CALCHOLD
           RECORDING MODE IS F.
           COPY CALCHLR.

       FD  CALCGLM
           RECORDING MODE IS F.
           COPY CALCGLMR.

       FD  CALCGL
           RECORDING MODE IS F.
           COPY CALCGLR.

       FD  CALCPRT
           RECORDING MODE IS F.
       01  CALCPRT-RECORD    PIC X(80).

      *    Le dessin de l'enregistrement CALCCTL est partagé via le
      *    copybook CALCCTR avec tous les programmes du cycle.
       FD  CALCCTL
           RECORDING MODE IS F.
           COPY CALCCTR.

       WORKING-STORAGE SECTION.

       01 WS-CALCIN-STATUS   PIC XX.
       01 WS-CALCOUT-STATUS  PIC XX.
       01 WS-CALCRELS-STATUS PIC XX.
       01 WS-CALCHOLD-STATUS PIC XX.
       01 WS-CALCGLM-STATUS  PIC XX.
       01 WS-CALCGL-STATUS   PIC XX.
       01 WS-CALCPRT-STATUS  PIC XX.
       01 WS-CALCCTL-STATUS  PIC XX.

       01 WS-CALCPRT-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCPRT-OPEN    VALUE 'Y'.
       01 WS-CALCGL-OPEN-SW  PIC X VALUE 'N'.
           88 WS-CALCGL-OPEN     VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.
       01 WS-OUT-EOF-SW      PIC X VALUE 'N'.
           88 WS-OUT-EOF         VALUE 'Y'.
       01 WS-GLM-EOF-SW      PIC X VALUE 'N'.
           88 WS-GLM-EOF         VALUE 'Y'.

      *    Pointage sur le fichier de contrôle du cycle CALCCTL, à la
      *    date de gestion relue de l'en-tête CALCIN. WS-CTL-POSTED
      *    est levé quand le début d'imputation 'S' a bien été pointé :
      *    sans lui, rien n'est écrit (une imputation non pointée
      *    pourrait être refaite sans garde).
       01 WS-CTL-OPEN-SW     PIC X VALUE 'N'.
           88 WS-CTL-OPEN        VALUE 'Y'.
       01 WS-CTL-FOUND-SW    PIC X VALUE 'N'.
           88 WS-CTL-FOUND       VALUE 'Y'.
       01 WS-CTL-POSTED-SW   PIC X VALUE 'N'.
           88 WS-CTL-POSTED      VALUE 'Y'.
       01 WS-CTL-DATE        PIC 9(08) VALUE ZERO.

      *    Table d'imputation chargée depuis CALCGLM : opération, code
      *    taux (blanc pour la règle par défaut de l'opération),
      *    compte de débit, compte de crédit.
       01 WS-MAP-MAX         PIC 9(3) VALUE 200.
       01 WS-MAP-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-MAP-IDX         PIC 9(3).
       01 WS-MAP-HIT         PIC 9(3).
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
              10 WM-OPERATION    PIC X.
              10 WM-RATE-CODE    PIC X(08).
              10 WM-DEBIT-ACCT   PIC X(10).
              10 WM-CREDIT-ACCT  PIC X(10).
       01 WS-CARD-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-KEY-OPERATION   PIC X.
       01 WS-KEY-RATE-CODE   PIC X(08).

      *    Cumuls par compte du grand livre pour la ventilation du
      *    rapport (au plus deux comptes par règle d'imputation).
       01 WS-ACCT-MAX        PIC 9(3) VALUE 400.
       01 WS-ACCT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-ACCT-IDX        PIC 9(3).
       01 WS-ACCT-SCAN       PIC 9(3).
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 400 TIMES.
              10 WA-ACCOUNT      PIC X(10).
              10 WA-DEBIT        PIC 9(13)V99.
              10 WA-CREDIT       PIC 9(13)V99.
       01 WS-CUR-ACCOUNT     PIC X(10).

      *    Contrôle du trailer CALCOUT, recalculé selon la règle du
      *    copybook CALCOUTR.
       01 WS-OUT-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-OUT-TRL-SEEN    VALUE 'Y'.
       01 WS-OUT-HASH        PIC S9(13)V99 VALUE ZERO.

      *    CALCOUT complémentaire des détails libérés : nombre
      *    d'enregistrements lus (zéro = pas de complément), contrôle
      *    du trailer, enregistrements hors dessin, verdict.
      *    WS-REL-ACCEPTED : le complément est imputé ; WS-REL-SKIPPED :
      *    il a été écarté, la nuit est imputée seule.
       01 WS-REL-EOF-SW      PIC X VALUE 'N'.
           88 WS-REL-EOF         VALUE 'Y'.
       01 WS-REL-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-REL-TRL-SEEN    VALUE 'Y'.
       01 WS-REL-ACCEPT-SW   PIC X VALUE 'N'.
           88 WS-REL-ACCEPTED    VALUE 'Y'.
       01 WS-REL-SKIP-SW     PIC X VALUE 'N'.
           88 WS-REL-SKIPPED     VALUE 'Y'.
      *    Complément imputé mais pas remis à vide : la nuit suivante
      *    l'écartera comme déjà imputé.
       01 WS-REL-RESET-SW    PIC X VALUE 'N'.
           88 WS-REL-NOT-RESET   VALUE 'Y'.
       01 WS-REL-RECORDS     PIC 9(7) VALUE ZERO.
       01 WS-REL-BAD         PIC 9(7) VALUE ZERO.
       01 WS-REL-HASH        PIC S9(13)V99 VALUE ZERO.
       01 WS-REL-TRL-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-REL-TRL-HASH    PIC S9(13)V99 VALUE ZERO.
       01 WS-REL-UNMAPPED    PIC 9(7) VALUE ZERO.
       01 WS-REL-EXP-ENTRIES PIC 9(7) VALUE ZERO.

      *    Détails libérés recomptés sur CALCHOLD, et détails passés à
      *    l'état imputé après écriture de CALCGL.
       01 WS-HOLD-EOF-SW     PIC X VALUE 'N'.
           88 WS-HOLD-EOF        VALUE 'Y'.
       01 WS-HLD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-HLD-HASH        PIC S9(13)V99 VALUE ZERO.

      *    Rang reporté sur l'écriture (GL-SEQ), et origine ajoutée au
      *    détail d'une anomalie de règle d'imputation.
       01 WS-GL-SEQ          PIC 9(7) VALUE ZERO.
       01 WS-ANO-ORIGIN      PIC X(10) VALUE SPACES.

      *    Compteurs et totaux de l'imputation.
       01 WS-COUNT-OUT       PIC 9(7) VALUE ZERO.
       01 WS-COUNT-REL       PIC 9(7) VALUE ZERO.
       01 WS-COUNT-MARKED    PIC 9(7) VALUE ZERO.
       01 WS-COUNT-POSTED    PIC 9(7) VALUE ZERO.
       01 WS-COUNT-ZERO      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-UNMAPPED  PIC 9(7) VALUE ZERO.
       01 WS-EXP-ENTRIES     PIC 9(7) VALUE ZERO.
       01 WS-COUNT-ENTRIES   PIC 9(7) VALUE ZERO.
       01 WS-POST-AMOUNT     PIC 9(11)V99.
       01 WS-TOT-DEBIT       PIC 9(13)V99 VALUE ZERO.
       01 WS-TOT-CREDIT      PIC 9(13)V99 VALUE ZERO.
       01 WS-DEBIT-ACCT      PIC X(10).
       01 WS-CREDIT-ACCT     PIC X(10).

      *    Lignes du rapport d'imputation.
       01 WS-PRT-TITLE.
           05 FILLER             PIC X(31)
               VALUE "IMPUTATION COMPTABLE DU JOUR DE".
           05 FILLER             PIC X(10) VALUE " GESTION  ".
           05 WS-PRT-TI-DATE     PIC 9(08).
           05 FILLER             PIC X(31) VALUE SPACES.

       01 WS-PRT-ANOMALY.
           05 WS-PRT-ANO-TYPE    PIC X(12).
           05 FILLER             PIC X(07) VALUE "ENREG. ".
           05 WS-PRT-ANO-NUM     PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PRT-ANO-DETAIL  PIC X(52) VALUE SPACES.

       01 WS-PRT-ACCT-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-PRT-AC-ACCOUNT  PIC X(10).
           05 FILLER             PIC X(10) VALUE "  DEBIT : ".
           05 WS-PRT-AC-DEBIT    PIC Z(12)9.99.
           05 FILLER             PIC X(11) VALUE "  CREDIT : ".
           05 WS-PRT-AC-CREDIT   PIC Z(12)9.99.
           05 FILLER             PIC X(15) VALUE SPACES.

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-CNT-VALUE   PIC ZZZZZZ9.
           05 FILLER             PIC X(46) VALUE SPACES.

       01 WS-PRT-AMOUNT-LINE.
           05 WS-PRT-AMT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-AMT-VALUE   PIC Z(12)9.99.
           05 FILLER             PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM OPEN-FILES-PARAGRAPH
           IF NOT WS-RUN-ERROR
               PERFORM GET-RUN-DATE-PARAGRAPH
           END-IF
           IF WS-CALCPRT-OPEN
               PERFORM HEADING-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM CHECK-CONTROL-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM LOAD-MAPPING-PARAGRAPH
           END-IF

      *    Premier passage : tout est vérifié avant la moindre
      *    écriture. Le début d'imputation n'est pointé qu'ensuite.
           IF NOT WS-RUN-ERROR
               PERFORM CHECK-PASS-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM CHECK-RELEASED-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM START-POSTING-PARAGRAPH
           END-IF

      *    Second passage : écriture de l'interface comptable, puis
      *    passage des détails libérés imputés à l'état 'P'.
           IF NOT WS-RUN-ERROR
               PERFORM POST-PASS-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR AND WS-REL-ACCEPTED
               PERFORM MARK-POSTED-PARAGRAPH
           END-IF

      *    Fin d'imputation pointée 'D' avec la date du passage : la
      *    date ne pourra plus être imputée. Sur erreur après le
      *    début, le pointage reste 'S' et la relance est admise.
           IF WS-CTL-POSTED AND NOT WS-RUN-ERROR
               MOVE 'D' TO CT-POST-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO CT-POST-DATE
               PERFORM POST-CTL-PARAGRAPH
               IF WS-CALCCTL-STATUS NOT = '00'
                   DISPLAY "CALCPOST: CALCGL ecrit mais fin "
                       "d'imputation non pointee, verifier avant "
                       "toute relance"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF

      *    Date pointée imputée : le complément repris est vidé.
           IF WS-CTL-POSTED AND NOT WS-RUN-ERROR AND WS-REL-ACCEPTED
               PERFORM RESET-RELEASED-PARAGRAPH
           END-IF

           IF WS-CALCPRT-OPEN
               PERFORM TOTALS-PARAGRAPH
           END-IF

           IF WS-CTL-OPEN
               CLOSE CALCCTL
           END-IF
           IF WS-CALCPRT-OPEN
               CLOSE CALCPRT
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCPOST: " WS-COUNT-OUT " details, "
                   WS-COUNT-MARKED " liberes, "
                   WS-COUNT-POSTED " imputes, "
                   WS-COUNT-ENTRIES " ecritures"
           END-IF

      *    Code retour : 12 imputation refusée ou erreur, 4 aucune
      *    écriture produite, complément écarté ou non vidé, 0
      *    imputation faite.
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-COUNT-ENTRIES = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-REL-SKIPPED
                   MOVE 4 TO RETURN-CODE
               WHEN WS-REL-NOT-RESET
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0000-MAIN-STOP.
           STOP RUN.


       OPEN-FILES-PARAGRAPH.
           OPEN OUTPUT CALCPRT
           IF WS-CALCPRT-STATUS NOT = '00'
               DISPLAY "CALCPOST: impossible d'ouvrir CALCPRT, "
                   "statut " WS-CALCPRT-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               SET WS-CALCPRT-OPEN TO TRUE
           END-IF.

      *    Relit la date de gestion sur l'en-tête 'H' de CALCIN. Un
      *    fichier sans en-tête lisible ne peut pas être rattaché à
      *    une date du cycle : imputation refusée.
       GET-RUN-DATE-PARAGRAPH.
           MOVE ZERO TO WS-CTL-DATE
           OPEN INPUT CALCIN
           IF WS-CALCIN-STATUS NOT = '00'
               DISPLAY "CALCPOST: impossible d'ouvrir CALCIN, statut "
                   WS-CALCIN-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               READ CALCIN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CI-HEADER AND CI-HDR-DATE IS NUMERIC
                           MOVE CI-HDR-DATE TO WS-CTL-DATE
                       END-IF
               END-READ
               CLOSE CALCIN
               IF WS-CTL-DATE = ZERO
                   DISPLAY "CALCPOST: en-tete CALCIN absent ou "
                       "invalide, date de gestion inconnue, "
                       "imputation refusee"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

      *    Règles d'enchaînement du cycle : la date doit avoir été
      *    rapprochée en équilibre, et ne pas être déjà imputée. Une
      *    imputation commencée mais non terminée (incident) se
      *    relance sans dérogation : CALCGL est réécrit en entier.
       CHECK-CONTROL-PARAGRAPH.
           PERFORM OPEN-CTL-PARAGRAPH
           IF WS-CTL-OPEN
               PERFORM READ-CTL-PARAGRAPH
               EVALUATE TRUE
                   WHEN CT-POST-DONE
                       DISPLAY "CALCPOST: date " WS-CTL-DATE
                           " deja imputee le " CT-POST-DATE
                           ", imputation refusee"
                       SET WS-RUN-ERROR TO TRUE
                   WHEN NOT CT-RCN-BALANCED
                       DISPLAY "CALCPOST: le rapprochement du "
                           WS-CTL-DATE " n'a pas pointe l'equilibre "
                           "sur CALCCTL, imputation refusee"
                       SET WS-RUN-ERROR TO TRUE
                   WHEN CT-POST-STARTED
                       DISPLAY "CALCPOST: imputation du "
                           WS-CTL-DATE " interrompue, CALCGL "
                           "reecrit en entier"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Début d'imputation pointé 'S'. Un pointage impossible
      *    arrête le passage avant toute écriture : une imputation
      *    non tracée échapperait à la garde contre le double
      *    passage.
       START-POSTING-PARAGRAPH.
           MOVE 'S' TO CT-POST-STATUS
           MOVE SPACES TO CT-POST-DATE
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
               DISPLAY "CALCPOST: fichier de controle CALCCTL "
                   "indisponible, statut " WS-CALCCTL-STATUS
                   ", imputation refusee"
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
               DISPLAY "CALCPOST: echec de pointage CALCCTL, "
                   "statut " WS-CALCCTL-STATUS
           END-IF.

      *    Chargement de la table d'imputation. Toute carte
      *    malformée (opération inconnue, compte manquant), un
      *    doublon de règle ou une table pleine refusent le passage :
      *    une règle ambiguë ou ignorée fausserait le grand livre.
       LOAD-MAPPING-PARAGRAPH.
           OPEN INPUT CALCGLM
           IF WS-CALCGLM-STATUS NOT = '00'
               DISPLAY "CALCPOST: impossible d'ouvrir CALCGLM, "
                   "statut " WS-CALCGLM-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               PERFORM LOAD-MAP-CARD-PARAGRAPH
                   UNTIL WS-GLM-EOF OR WS-RUN-ERROR
               CLOSE CALCGLM
               IF NOT WS-RUN-ERROR AND WS-MAP-COUNT = ZERO
                   DISPLAY "CALCPOST: table d'imputation CALCGLM "
                       "vide, imputation refusee"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

       LOAD-MAP-CARD-PARAGRAPH.
           READ CALCGLM
               AT END
                   SET WS-GLM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   IF CALCGLM-RECORD NOT = SPACES
                       PERFORM STORE-MAP-CARD-PARAGRAPH
                   END-IF
           END-READ.

       STORE-MAP-CARD-PARAGRAPH.
           MOVE FUNCTION UPPER-CASE(GM-OPERATION) TO WS-KEY-OPERATION
           MOVE FUNCTION UPPER-CASE(GM-RATE-CODE) TO WS-KEY-RATE-CODE
           EVALUATE TRUE
               WHEN WS-KEY-OPERATION NOT = 'A' AND NOT = 'S'
                    AND NOT = 'M' AND NOT = 'D' AND NOT = 'R'
                    AND NOT = 'P' AND NOT = '%' AND NOT = '*'
                   DISPLAY "CALCPOST: carte CALCGLM " WS-CARD-COUNT
                       ", operation '" GM-OPERATION "' inconnue"
                   SET WS-RUN-ERROR TO TRUE
               WHEN GM-DEBIT-ACCT = SPACES OR GM-CREDIT-ACCT = SPACES
                   DISPLAY "CALCPOST: carte CALCGLM " WS-CARD-COUNT
                       ", compte de debit ou de credit manquant"
                   SET WS-RUN-ERROR TO TRUE
               WHEN OTHER
                   PERFORM FIND-EXACT-PARAGRAPH
                   IF WS-MAP-HIT NOT = ZERO
                       DISPLAY "CALCPOST: carte CALCGLM "
                           WS-CARD-COUNT ", regle " WS-KEY-OPERATION
                           " " WS-KEY-RATE-CODE " en double"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       IF WS-MAP-COUNT NOT < WS-MAP-MAX
                           DISPLAY "CALCPOST: table d'imputation "
                               "pleine (" WS-MAP-MAX " regles)"
                           SET WS-RUN-ERROR TO TRUE
                       ELSE
                           ADD 1 TO WS-MAP-COUNT
                           MOVE WS-KEY-OPERATION
                               TO WM-OPERATION(WS-MAP-COUNT)
                           MOVE WS-KEY-RATE-CODE
                               TO WM-RATE-CODE(WS-MAP-COUNT)
                           MOVE GM-DEBIT-ACCT
                               TO WM-DEBIT-ACCT(WS-MAP-COUNT)
                           MOVE GM-CREDIT-ACCT
                               TO WM-CREDIT-ACCT(WS-MAP-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Recherche de la règle d'un détail : le couple exact
      *    opération + code taux d'abord, puis la règle par défaut
      *    de l'opération (code taux blanc). WS-MAP-HIT reste à zéro
      *    si aucune règle ne s'applique.
       FIND-MAPPING-PARAGRAPH.
           PERFORM FIND-EXACT-PARAGRAPH
           IF WS-MAP-HIT = ZERO AND WS-KEY-RATE-CODE NOT = SPACES
               MOVE SPACES TO WS-KEY-RATE-CODE
               PERFORM FIND-EXACT-PARAGRAPH
           END-IF.

       FIND-EXACT-PARAGRAPH.
           MOVE ZERO TO WS-MAP-HIT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-HIT > ZERO
               IF WM-OPERATION(WS-MAP-IDX) = WS-KEY-OPERATION
                   AND WM-RATE-CODE(WS-MAP-IDX) = WS-KEY-RATE-CODE
                   MOVE WS-MAP-IDX TO WS-MAP-HIT
               END-IF
           END-PERFORM.

      *    Premier passage sur CALCOUT : contrôle du trailer (compte
      *    et hachage), recherche de la règle de chaque détail, et
      *    décompte des écritures à produire pour l'en-tête CALCGL.
      *    Les détails sans règle sont listés ; un seul suffit à
      *    refuser l'imputation.
       CHECK-PASS-PARAGRAPH.
           OPEN INPUT CALCOUT
           IF WS-CALCOUT-STATUS NOT = '00'
               DISPLAY "CALCPOST: impossible d'ouvrir CALCOUT, "
                   "statut " WS-CALCOUT-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               MOVE 'N' TO WS-OUT-EOF-SW
               PERFORM CHECK-RECORD-PARAGRAPH
                   UNTIL WS-OUT-EOF OR WS-RUN-ERROR
               CLOSE CALCOUT
               IF NOT WS-RUN-ERROR AND NOT WS-OUT-TRL-SEEN
                   DISPLAY "CALCPOST: trailer CALCOUT absent, "
                       "fichier tronque ? Imputation refusee"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
               IF NOT WS-RUN-ERROR AND WS-COUNT-UNMAPPED > ZERO
                   DISPLAY "CALCPOST: " WS-COUNT-UNMAPPED
                       " details sans regle d'imputation (voir "
                       "CALCPRT), imputation refusee"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

       CHECK-RECORD-PARAGRAPH.
           READ CALCOUT
               AT END
                   SET WS-OUT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-OUT-TRL-SEEN
                           DISPLAY "CALCPOST: enregistrements apres "
                               "le trailer CALCOUT, imputation "
                               "refusee"
                           SET WS-RUN-ERROR TO TRUE
                       WHEN CO-DETAIL
                           PERFORM CHECK-DETAIL-PARAGRAPH
                       WHEN CO-TRAILER
                           PERFORM CHECK-TRAILER-PARAGRAPH
                       WHEN OTHER
                           DISPLAY "CALCPOST: type d'enregistrement '"
                               CO-REC-TYPE "' inattendu dans CALCOUT"
                           SET WS-RUN-ERROR TO TRUE
                   END-EVALUATE
           END-READ.

       CHECK-DETAIL-PARAGRAPH.
           ADD 1 TO WS-COUNT-OUT
           COMPUTE WS-OUT-HASH = FUNCTION REM(WS-OUT-HASH
               + CO-RESULT, 10000000000000)
           MOVE WS-COUNT-OUT   TO WS-PRT-ANO-NUM
           PERFORM CHECK-MAPPING-PARAGRAPH
           IF WS-MAP-HIT = ZERO
               ADD 1 TO WS-COUNT-UNMAPPED
           ELSE
               IF CO-RESULT NOT = ZERO
                   ADD 2 TO WS-EXP-ENTRIES
               END-IF
           END-IF.

      *    Règle d'imputation du détail dans CALCOUT-RECORD ; sans
      *    règle, le détail est listé (rang préparé par l'appelant).
       CHECK-MAPPING-PARAGRAPH.
           MOVE CO-OPERATION TO WS-KEY-OPERATION
           MOVE CO-RATE-CODE TO WS-KEY-RATE-CODE
           PERFORM FIND-MAPPING-PARAGRAPH
           IF WS-MAP-HIT = ZERO
               MOVE "SANS REGLE  " TO WS-PRT-ANO-TYPE
               STRING "OPERATION " DELIMITED BY SIZE
                      CO-OPERATION DELIMITED BY SIZE
                      "  CODE TAUX " DELIMITED BY SIZE
                      CO-RATE-CODE DELIMITED BY SIZE
                      WS-ANO-ORIGIN DELIMITED BY SIZE
                   INTO WS-PRT-ANO-DETAIL
               WRITE CALCPRT-RECORD FROM WS-PRT-ANOMALY
               MOVE SPACES TO WS-PRT-ANO-DETAIL
           END-IF.

       CHECK-TRAILER-PARAGRAPH.
           SET WS-OUT-TRL-SEEN TO TRUE
           IF CO-TRL-COUNT NOT = WS-COUNT-OUT
               DISPLAY "CALCPOST: compte du trailer CALCOUT en "
                   "desaccord, annonce " CO-TRL-COUNT ", lu "
                   WS-COUNT-OUT
               SET WS-RUN-ERROR TO TRUE
           END-IF
           IF CO-TRL-HASH NOT = WS-OUT-HASH
               DISPLAY "CALCPOST: hachage du trailer CALCOUT en "
                   "desaccord, annonce " CO-TRL-HASH ", calcule "
                   WS-OUT-HASH
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Premier passage sur le CALCOUT complémentaire : mêmes
      *    contrôles que pour la nuit, puis concordance avec CALCHOLD.
      *    Un complément absent ('35', DD DUMMY ou fichier vide) n'a
      *    rien à reprendre ; illisible ou incohérent, il est écarté.
       CHECK-RELEASED-PARAGRAPH.
           OPEN INPUT CALCRELS
           EVALUATE WS-CALCRELS-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-REL-EOF-SW
                   PERFORM CHECK-REL-RECORD-PARAGRAPH
                       UNTIL WS-REL-EOF
                   CLOSE CALCRELS
                   IF WS-REL-RECORDS > ZERO
                       PERFORM ACCEPT-RELEASED-PARAGRAPH
                   END-IF
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CALCPOST: CALCOUT complementaire CALCRELS "
                       "illisible, statut " WS-CALCRELS-STATUS
                       ", details liberes non imputes"
                   SET WS-REL-SKIPPED TO TRUE
           END-EVALUATE.

       CHECK-REL-RECORD-PARAGRAPH.
           READ CALCRELS INTO CALCOUT-RECORD
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REL-RECORDS
                   EVALUATE TRUE
                       WHEN WS-REL-TRL-SEEN
                           ADD 1 TO WS-REL-BAD
                       WHEN CO-DETAIL
                           PERFORM CHECK-REL-DETAIL-PARAGRAPH
                       WHEN CO-TRAILER
                           SET WS-REL-TRL-SEEN TO TRUE
                           IF CO-TRL-COUNT IS NUMERIC
                               AND CO-TRL-HASH IS NUMERIC
                               MOVE CO-TRL-COUNT TO WS-REL-TRL-COUNT
                               MOVE CO-TRL-HASH  TO WS-REL-TRL-HASH
                           ELSE
                               ADD 1 TO WS-REL-BAD
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-REL-BAD
                   END-EVALUATE
           END-READ.

       CHECK-REL-DETAIL-PARAGRAPH.
           ADD 1 TO WS-COUNT-REL
           COMPUTE WS-REL-HASH = FUNCTION REM(WS-REL-HASH
               + CO-RESULT, 10000000000000)
           IF CO-STATUS NOT = "RELEASED "
               ADD 1 TO WS-REL-BAD
           END-IF
           MOVE WS-COUNT-REL   TO WS-PRT-ANO-NUM
           MOVE " (LIBERE)"    TO WS-ANO-ORIGIN
           PERFORM CHECK-MAPPING-PARAGRAPH
           MOVE SPACES         TO WS-ANO-ORIGIN
           IF WS-MAP-HIT = ZERO
               ADD 1 TO WS-REL-UNMAPPED
           ELSE
               IF CO-RESULT NOT = ZERO
                   ADD 2 TO WS-REL-EXP-ENTRIES
               END-IF
           END-IF.

      *    Verdict sur le complément lu : cohérent avec son trailer et
      *    avec CALCHOLD, il est imputé ; sinon il est écarté. Un
      *    détail libéré sans règle refuse l'imputation entière.
       ACCEPT-RELEASED-PARAGRAPH.
           EVALUATE TRUE
               WHEN WS-REL-BAD > ZERO
                 OR NOT WS-REL-TRL-SEEN
                 OR WS-REL-TRL-COUNT NOT = WS-COUNT-REL
                 OR WS-REL-TRL-HASH NOT = WS-REL-HASH
                   DISPLAY "CALCPOST: CALCOUT complementaire CALCRELS "
                       "incoherent avec son trailer, details liberes "
                       "non imputes, a regenerer par CALCREL"
                   SET WS-REL-SKIPPED TO TRUE
               WHEN WS-COUNT-REL = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM COUNT-RELEASED-PARAGRAPH
                   IF WS-HLD-COUNT NOT = WS-COUNT-REL
                       OR WS-HLD-HASH NOT = WS-REL-HASH
                       DISPLAY "CALCPOST: CALCRELS annonce "
                           WS-COUNT-REL " details liberes, CALCHOLD "
                           WS-HLD-COUNT " : complement perime ou deja "
                           "impute, non repris, a regenerer par "
                           "CALCREL"
                       SET WS-REL-SKIPPED TO TRUE
                   ELSE
                       ADD WS-REL-UNMAPPED TO WS-COUNT-UNMAPPED
                       IF WS-REL-UNMAPPED > ZERO
                           DISPLAY "CALCPOST: " WS-REL-UNMAPPED
                               " details liberes sans regle "
                               "d'imputation (voir CALCPRT), "
                               "imputation refusee"
                           SET WS-RUN-ERROR TO TRUE
                       ELSE
                           SET WS-REL-ACCEPTED TO TRUE
                           ADD WS-REL-EXP-ENTRIES TO WS-EXP-ENTRIES
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Recompte sur CALCHOLD des détails libérés, et de ceux déjà
      *    passés imputés à la date de gestion en cours (relance
      *    d'une imputation interrompue après leur marquage).
       COUNT-RELEASED-PARAGRAPH.
           MOVE ZERO TO WS-HLD-COUNT WS-HLD-HASH
           OPEN INPUT CALCHOLD
           IF WS-CALCHOLD-STATUS NOT = '00'
               DISPLAY "CALCPOST: CALCHOLD indisponible, statut "
                   WS-CALCHOLD-STATUS
           ELSE
               MOVE 'N' TO WS-HOLD-EOF-SW
               MOVE LOW-VALUES TO HD-KEY
               START CALCHOLD KEY IS NOT LESS THAN HD-KEY
                   INVALID KEY
                       SET WS-HOLD-EOF TO TRUE
               END-START
               PERFORM COUNT-RELEASED-ENTRY-PARAGRAPH
                   UNTIL WS-HOLD-EOF
               CLOSE CALCHOLD
           END-IF.

       COUNT-RELEASED-ENTRY-PARAGRAPH.
           READ CALCHOLD NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HD-RELEASED
                       OR (HD-POSTED AND HD-POST-DATE = WS-CTL-DATE)
                       ADD 1 TO WS-HLD-COUNT
                       COMPUTE WS-HLD-HASH = FUNCTION REM(WS-HLD-HASH
                           + HD-RESULT, 10000000000000)
                   END-IF
           END-READ.

      *    Passage à l'état 'P' des détails libérés imputés, avec la
      *    date de gestion. Un échec laisse le pointage 'S' : la
      *    relance réécrit CALCGL et termine le marquage.
       MARK-POSTED-PARAGRAPH.
           OPEN I-O CALCHOLD
           IF WS-CALCHOLD-STATUS NOT = '00'
               DISPLAY "CALCPOST: CALCHOLD indisponible, statut "
                   WS-CALCHOLD-STATUS ", details liberes non marques"
                   ", relancer l'imputation"
               SET WS-RUN-ERROR TO TRUE
           ELSE
               MOVE 'N' TO WS-HOLD-EOF-SW
               MOVE LOW-VALUES TO HD-KEY
               START CALCHOLD KEY IS NOT LESS THAN HD-KEY
                   INVALID KEY
                       SET WS-HOLD-EOF TO TRUE
               END-START
               PERFORM MARK-POSTED-ENTRY-PARAGRAPH
                   UNTIL WS-HOLD-EOF OR WS-RUN-ERROR
               CLOSE CALCHOLD
           END-IF.

       MARK-POSTED-ENTRY-PARAGRAPH.
           READ CALCHOLD NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HD-RELEASED
                       OR (HD-POSTED AND HD-POST-DATE = WS-CTL-DATE)
                       MOVE 'P'         TO HD-STATE
                       MOVE WS-CTL-DATE TO HD-POST-DATE
                       REWRITE CALCHOLD-RECORD
                       IF WS-CALCHOLD-STATUS NOT = '00'
                           DISPLAY "CALCPOST: echec de reecriture "
                               "CALCHOLD, statut " WS-CALCHOLD-STATUS
                               ", relancer l'imputation"
                           SET WS-RUN-ERROR TO TRUE
                       ELSE
                           ADD 1 TO WS-COUNT-MARKED
                       END-IF
                   END-IF
           END-READ.

      *    Remise à vide du complément imputé : son seul trailer, à
      *    zéro, que CALCREL remplacera à sa prochaine session. Un
      *    échec ne remet pas l'imputation en cause (la date est
      *    pointée, les détails passés 'P') : il est signalé, la
      *    nuit suivante écartera le complément comme déjà imputé.
       RESET-RELEASED-PARAGRAPH.
           OPEN OUTPUT CALCRELS
           IF WS-CALCRELS-STATUS = '00'
               MOVE SPACES         TO CALCOUT-RECORD
               SET CO-TRAILER      TO TRUE
               MOVE ZERO           TO CO-TRL-COUNT
               MOVE ZERO           TO CO-TRL-HASH
               MOVE ZERO           TO CO-TRL-HELD-COUNT
               MOVE ZERO           TO CO-TRL-HELD-HASH
               WRITE CALCRELS-RECORD FROM CALCOUT-RECORD
               IF WS-CALCRELS-STATUS NOT = '00'
                   PERFORM RESET-FAILED-PARAGRAPH
               END-IF
               CLOSE CALCRELS
           ELSE
               PERFORM RESET-FAILED-PARAGRAPH
           END-IF.

       RESET-FAILED-PARAGRAPH.
           DISPLAY "CALCPOST: CALCRELS impute mais non vide, statut "
               WS-CALCRELS-STATUS ", a regenerer par CALCREL"
           SET WS-REL-NOT-RESET TO TRUE.

      *    Second passage : écriture de l'en-tête, des écritures de
      *    chaque détail à résultat non nul, puis du trailer. Chaque
      *    WRITE est contrôlé : une interface incomplète arrête le
      *    passage, le pointage reste 'S' et la relance réécrit tout.
       POST-PASS-PARAGRAPH.
           OPEN OUTPUT CALCGL
           IF WS-CALCGL-STATUS NOT = '00'
               DISPLAY "CALCPOST: impossible d'ouvrir CALCGL, "
                   "statut " WS-CALCGL-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               SET WS-CALCGL-OPEN TO TRUE
               MOVE SPACES TO CALCGL-RECORD
               MOVE 'H' TO GL-REC-TYPE
               MOVE WS-CTL-DATE TO GL-HDR-DATE
               MOVE "CALCPOST" TO GL-HDR-SOURCE
               MOVE FUNCTION CURRENT-DATE(1:14) TO GL-HDR-CREATED
               MOVE WS-EXP-ENTRIES TO GL-HDR-EXP-COUNT
               PERFORM WRITE-GL-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               OPEN INPUT CALCOUT
               IF WS-CALCOUT-STATUS NOT = '00'
                   DISPLAY "CALCPOST: impossible de relire CALCOUT, "
                       "statut " WS-CALCOUT-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   MOVE 'N' TO WS-OUT-EOF-SW
                   MOVE ZERO TO WS-COUNT-OUT
                   PERFORM POST-RECORD-PARAGRAPH
                       UNTIL WS-OUT-EOF OR WS-RUN-ERROR
                   CLOSE CALCOUT
               END-IF
           END-IF
           IF NOT WS-RUN-ERROR AND WS-REL-ACCEPTED
               OPEN INPUT CALCRELS
               IF WS-CALCRELS-STATUS NOT = '00'
                   DISPLAY "CALCPOST: impossible de relire CALCRELS, "
                       "statut " WS-CALCRELS-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   MOVE 'N' TO WS-REL-EOF-SW
                   MOVE ZERO TO WS-COUNT-REL
                   PERFORM POST-REL-RECORD-PARAGRAPH
                       UNTIL WS-REL-EOF OR WS-RUN-ERROR
                   CLOSE CALCRELS
               END-IF
           END-IF
           IF NOT WS-RUN-ERROR
               MOVE SPACES TO CALCGL-RECORD
               MOVE 'T' TO GL-REC-TYPE
               MOVE WS-COUNT-ENTRIES TO GL-TRL-COUNT
               MOVE WS-TOT-DEBIT TO GL-TRL-DEBIT
               MOVE WS-TOT-CREDIT TO GL-TRL-CREDIT
               PERFORM WRITE-GL-PARAGRAPH
           END-IF
           IF WS-CALCGL-OPEN
               CLOSE CALCGL
           END-IF.

       POST-RECORD-PARAGRAPH.
           READ CALCOUT
               AT END
                   SET WS-OUT-EOF TO TRUE
               NOT AT END
                   IF CO-DETAIL
                       ADD 1 TO WS-COUNT-OUT
                       MOVE WS-COUNT-OUT TO WS-GL-SEQ
                       IF CO-RESULT = ZERO
                           ADD 1 TO WS-COUNT-ZERO
                       ELSE
                           PERFORM POST-DETAIL-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

      *    Détails libérés, numérotés à la suite de la nuit.
       POST-REL-RECORD-PARAGRAPH.
           READ CALCRELS INTO CALCOUT-RECORD
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   IF CO-DETAIL
                       ADD 1 TO WS-COUNT-REL
                       COMPUTE WS-GL-SEQ = WS-COUNT-OUT + WS-COUNT-REL
                       IF CO-RESULT = ZERO
                           ADD 1 TO WS-COUNT-ZERO
                       ELSE
                           PERFORM POST-DETAIL-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

      *    Une écriture au débit et une au crédit du montant absolu,
      *    sur les comptes de la règle ; inversés pour un résultat
      *    négatif.
       POST-DETAIL-PARAGRAPH.
           MOVE CO-OPERATION TO WS-KEY-OPERATION
           MOVE CO-RATE-CODE TO WS-KEY-RATE-CODE
           PERFORM FIND-MAPPING-PARAGRAPH
           IF CO-RESULT < ZERO
               COMPUTE WS-POST-AMOUNT = ZERO - CO-RESULT
               MOVE WM-CREDIT-ACCT(WS-MAP-HIT) TO WS-DEBIT-ACCT
               MOVE WM-DEBIT-ACCT(WS-MAP-HIT)  TO WS-CREDIT-ACCT
           ELSE
               MOVE CO-RESULT TO WS-POST-AMOUNT
               MOVE WM-DEBIT-ACCT(WS-MAP-HIT)  TO WS-DEBIT-ACCT
               MOVE WM-CREDIT-ACCT(WS-MAP-HIT) TO WS-CREDIT-ACCT
           END-IF
           ADD 1 TO WS-COUNT-POSTED

           MOVE SPACES TO CALCGL-RECORD
           MOVE 'E' TO GL-REC-TYPE
           MOVE WS-CTL-DATE    TO GL-DATE
           MOVE WS-GL-SEQ      TO GL-SEQ
           MOVE 'D'            TO GL-SIDE
           MOVE WS-DEBIT-ACCT  TO GL-ACCOUNT
           MOVE WS-POST-AMOUNT TO GL-AMOUNT
           MOVE CO-OPERATION   TO GL-OPERATION
           MOVE CO-RATE-CODE   TO GL-RATE-CODE
           PERFORM WRITE-GL-PARAGRAPH
           ADD WS-POST-AMOUNT TO WS-TOT-DEBIT
           MOVE WS-DEBIT-ACCT TO WS-CUR-ACCOUNT
           PERFORM FIND-ACCOUNT-PARAGRAPH
           IF WS-ACCT-IDX NOT = ZERO
               ADD WS-POST-AMOUNT TO WA-DEBIT(WS-ACCT-IDX)
           END-IF

           MOVE 'C'            TO GL-SIDE
           MOVE WS-CREDIT-ACCT TO GL-ACCOUNT
           PERFORM WRITE-GL-PARAGRAPH
           ADD WS-POST-AMOUNT TO WS-TOT-CREDIT
           MOVE WS-CREDIT-ACCT TO WS-CUR-ACCOUNT
           PERFORM FIND-ACCOUNT-PARAGRAPH
           IF WS-ACCT-IDX NOT = ZERO
               ADD WS-POST-AMOUNT TO WA-CREDIT(WS-ACCT-IDX)
           END-IF.

       WRITE-GL-PARAGRAPH.
           IF NOT WS-RUN-ERROR
               WRITE CALCGL-RECORD
               IF WS-CALCGL-STATUS NOT = '00'
                   DISPLAY "CALCPOST: echec d'ecriture CALCGL, "
                       "statut " WS-CALCGL-STATUS
                       ", imputation arretee"
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   IF GL-ENTRY
                       ADD 1 TO WS-COUNT-ENTRIES
                   END-IF
               END-IF
           END-IF.

      *    Poste du compte courant dans la table des cumuls, créé au
      *    premier passage du compte. La table couvrant deux comptes
      *    par règle, elle ne peut déborder ; WS-ACCT-IDX à zéro par
      *    sécurité si c'était le cas (cumul non ventilé).
       FIND-ACCOUNT-PARAGRAPH.
           MOVE ZERO TO WS-ACCT-IDX
           PERFORM VARYING WS-ACCT-SCAN FROM 1 BY 1
               UNTIL WS-ACCT-SCAN > WS-ACCT-COUNT OR WS-ACCT-IDX > ZERO
               IF WA-ACCOUNT(WS-ACCT-SCAN) = WS-CUR-ACCOUNT
                   MOVE WS-ACCT-SCAN TO WS-ACCT-IDX
               END-IF
           END-PERFORM
           IF WS-ACCT-IDX = ZERO AND WS-ACCT-COUNT < WS-ACCT-MAX
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT  TO WS-ACCT-IDX
               MOVE WS-CUR-ACCOUNT TO WA-ACCOUNT(WS-ACCT-IDX)
               MOVE ZERO TO WA-DEBIT(WS-ACCT-IDX)
                            WA-CREDIT(WS-ACCT-IDX)
           END-IF.

       HEADING-PARAGRAPH.
           MOVE WS-CTL-DATE TO WS-PRT-TI-DATE
           WRITE CALCPRT-RECORD FROM WS-PRT-TITLE
           MOVE ALL '-' TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD.

      *    Fin de rapport : ventilation par compte, compteurs,
      *    totaux débit et crédit, puis la conclusion.
       TOTALS-PARAGRAPH.
           IF WS-ACCT-COUNT > ZERO
               MOVE "VENTILATION PAR COMPTE" TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   MOVE WA-ACCOUNT(WS-ACCT-IDX) TO WS-PRT-AC-ACCOUNT
                   MOVE WA-DEBIT(WS-ACCT-IDX)   TO WS-PRT-AC-DEBIT
                   MOVE WA-CREDIT(WS-ACCT-IDX)  TO WS-PRT-AC-CREDIT
                   WRITE CALCPRT-RECORD FROM WS-PRT-ACCT-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE "DETAILS CALCOUT LUS      " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-OUT                TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DETAILS LIBERES LUS      " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-REL                TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "LIBERES MARQUES IMPUTES  " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-MARKED             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DETAILS IMPUTES          " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-POSTED             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "RESULTATS NULS IGNORES   " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-ZERO               TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DETAILS SANS REGLE       " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-UNMAPPED           TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "ECRITURES CALCGL         " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-ENTRIES            TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "TOTAL DEBIT              " TO WS-PRT-AMT-LABEL
           MOVE WS-TOT-DEBIT                TO WS-PRT-AMT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           MOVE "TOTAL CREDIT             " TO WS-PRT-AMT-LABEL
           MOVE WS-TOT-CREDIT               TO WS-PRT-AMT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-AMOUNT-LINE
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           IF WS-REL-SKIPPED AND NOT WS-RUN-ERROR
               MOVE "*** DETAILS LIBERES ECARTES, VOIR SYSOUT ***"
                   TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
           END-IF
           IF WS-RUN-ERROR
               MOVE "*** IMPUTATION REFUSEE, VOIR SYSOUT ***"
                   TO CALCPRT-RECORD
           ELSE
               MOVE "*** IMPUTATION TERMINEE, ECRITURES EQUILIBREES ***"
                   TO CALCPRT-RECORD
           END-IF
           WRITE CALCPRT-RECORD.

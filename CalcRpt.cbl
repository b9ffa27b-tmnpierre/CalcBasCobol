      *    Une section par opérateur (CL-OPERATOR, porté sur chaque
      *    enregistrement depuis que CalcBas identifie la session)
      *    donne au chef d'équipe le volume et les dépassements
      *    produits par chacun, avec le nom et l'équipe lus au
      *    fichier des opérateurs CALCOPER (voir CALCOPR).
      *    Depuis que CalcBat journalise la nuit sur le même CALCLOG
      *    (marqueur CL-SOURCE, voir CALCLOGR), les totaux par
      *    opération sont ventilés en trois colonnes : sessions
      *    interactives, traitement batch, et ensemble. Un marqueur
      *    à blanc (enregistrement antérieur au marqueur) se lit
      *    comme interactif. Le report de chaîne et la trace de
      *    ménage posés par CalcArch (voir CALCLOGR) ne sont pas des
      *    calculs et restent hors de l'état.
      *    Une dernière section ventile le volume de la nuit par
      *    service d'origine (CL-DEPT des enregistrements batch, voir
      *    CALCINTK) : nombre d'opérations journalisées, dont
      *    abouties et en erreur. Un service à blanc (nuit reçue hors
      *    de la réception des fichiers des services) est imprimé
      *    sous "----".
      *    *************************************************************

       IDENTIFICATION DIVISION.
           SELECT CALCPRT  ASSIGN TO CALCPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCPRT-STATUS.
      *    Fichier des opérateurs (maintenu par CALCOPM), lu par clé
      *    pour imprimer le nom et l'équipe en regard de CL-OPERATOR.
           SELECT CALCOPER ASSIGN TO CALCOPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-CALCOPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  CALCPRT-RECORD     PIC X(80).

      *    Le dessin de l'enregistrement CALCOPER est partagé via le
      *    copybook CALCOPR avec CalcOpm, qui le tient.
       FD  CALCOPER
           RECORDING MODE IS F.
           COPY CALCOPR.

       WORKING-STORAGE SECTION.

      *    Codes retour des fichiers. En job batch sans opérateur, un
       01 WS-CALCPARM-STATUS PIC XX.
       01 WS-CALCLOG-STATUS  PIC XX.
       01 WS-CALCPRT-STATUS  PIC XX.
       01 WS-CALCOPER-STATUS PIC XX.

       01 WS-CALCLOG-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCLOG-OPEN    VALUE 'Y'.
       01 WS-CALCPRT-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCPRT-OPEN    VALUE 'Y'.
       01 WS-CALCOPER-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCOPER-OPEN   VALUE 'Y'.

      *    Identification d'un opérateur pour l'état : identifiant
      *    cherché, nom et équipe trouvés.
       01 WS-LOOKUP-OPER     PIC X(08).
       01 WS-LOOKUP-NAME     PIC X(30).
       01 WS-LOOKUP-TEAM     PIC X(08).

       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
              10 WO-VOLUME       PIC 9(7).
              10 WO-OVERFLOW     PIC 9(7).

      *    Ventilation de la nuit par service d'origine (CL-DEPT des
      *    enregistrements batch). Au-delà de 50 services distincts,
      *    les suivants sont regroupés sous '****'.
       01 WS-DEPT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-DEPT-IDX        PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 51 TIMES.
              10 WD-DEPT         PIC X(04).
              10 WD-VOLUME       PIC 9(7).
              10 WD-OK           PIC 9(7).
              10 WD-ERROR        PIC 9(7).

      *    Compteurs et extrêmes de la journée. Les extrêmes ne
      *    considèrent que les calculs aboutis (statut OK), un
      *    dépassement journalisé portant un résultat à zéro qui
      *    fausserait le plus petit résultat du jour.
       01 WS-COUNT-SELECTED  PIC 9(7) VALUE ZERO.
       01 WS-COUNT-OVERFLOW  PIC 9(7) VALUE ZERO.
       01 WS-MAX-RESULT      PIC S9(9)V99 VALUE ZERO.
       01 WS-MIN-RESULT      PIC S9(9)V99 VALUE ZERO.
       01 WS-EXTREME-SW      PIC X VALUE 'N'.
           88 WS-EXTREME-SEEN    VALUE 'Y'.

       01 WS-PRT-AMOUNT-LINE.
           05 WS-PRT-AMT-LABEL   PIC X(30).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-AMT-VALUE   PIC -(9)9.99.
           05 FILLER             PIC X(35) VALUE SPACES.

       01 WS-PRT-SRC-HEADER.
           05 FILLER             PIC X(22)

       01 WS-PRT-OPER-LINE.
           05 WS-PRT-OP-ID       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-OP-NAME     PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-OP-TEAM     PIC X(08).
           05 FILLER             PIC X(09) VALUE " VOLUME: ".
           05 WS-PRT-OP-VOLUME   PIC ZZZZZZ9.
           05 FILLER             PIC X(10) VALUE " DEPASS.: ".
           05 WS-PRT-OP-OVERFLOW PIC ZZZZZZ9.
           05 FILLER             PIC X(09) VALUE SPACES.

       01 WS-PRT-DEPT-LINE.
           05 FILLER             PIC X(08) VALUE "SERVICE ".
           05 WS-PRT-DP-DEPT     PIC X(04).
           05 FILLER             PIC X(10) VALUE "  VOLUME: ".
           05 WS-PRT-DP-VOLUME   PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE "  ABOUTIS: ".
           05 WS-PRT-DP-OK       PIC ZZZZZZ9.
           05 FILLER             PIC X(12) VALUE "  EN ERREUR:".
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-DP-ERROR    PIC ZZZZZZ9.
           05 FILLER             PIC X(13) VALUE SPACES.

       01 WS-PRT-WORK           PIC X(80).

           IF WS-CALCPRT-OPEN
               CLOSE CALCPRT
           END-IF
           IF WS-CALCOPER-OPEN
               CLOSE CALCOPER
           END-IF
           IF WS-RUN-ERROR
               MOVE 12 TO RETURN-CODE
           END-IF.
           END-IF
           IF WS-RUN-ERROR
               SET WS-EOF TO TRUE
           ELSE
               PERFORM OPEN-OPERATORS-PARAGRAPH
           END-IF.

      *    Le fichier des opérateurs n'est qu'un complément de
      *    lecture : absent ou illisible, l'état sort quand même,
      *    identifiants seuls, avec un avertissement en SYSOUT.
       OPEN-OPERATORS-PARAGRAPH.
           OPEN INPUT CALCOPER
           IF WS-CALCOPER-STATUS = '00'
               SET WS-CALCOPER-OPEN TO TRUE
           ELSE
               DISPLAY "CALCRPT: fichier des operateurs CALCOPER "
                   "indisponible, statut " WS-CALCOPER-STATUS
                   ", noms non imprimes"
           END-IF.

      *    Nom et équipe de l'opérateur WS-LOOKUP-OPER. Les
      *    identifiants qui ne sont pas des opérateurs (à blanc
      *    avant l'identification des sessions, CALCBAT pour la
      *    nuit) reçoivent un libellé ; un identifiant absent du
      *    fichier est signalé comme tel.
       LOOKUP-OPERATOR-PARAGRAPH.
           MOVE SPACES TO WS-LOOKUP-NAME WS-LOOKUP-TEAM
           EVALUATE TRUE
               WHEN WS-LOOKUP-OPER = SPACES
                   MOVE "(SESSION NON IDENTIFIEE)" TO WS-LOOKUP-NAME
               WHEN WS-LOOKUP-OPER = "CALCBAT "
                   MOVE "TRAITEMENT DE NUIT" TO WS-LOOKUP-NAME
                   MOVE "BATCH"              TO WS-LOOKUP-TEAM
               WHEN WS-LOOKUP-OPER = "*AUTRES*"
                   MOVE "(AUTRES OPERATEURS)" TO WS-LOOKUP-NAME
               WHEN NOT WS-CALCOPER-OPEN
                   CONTINUE
               WHEN OTHER
                   MOVE WS-LOOKUP-OPER TO OP-ID
                   READ CALCOPER
                       INVALID KEY
                           MOVE "*** INCONNU AU FICHIER ***"
                               TO WS-LOOKUP-NAME
                       NOT INVALID KEY
                           MOVE OP-NAME TO WS-LOOKUP-NAME
                           MOVE OP-TEAM TO WS-LOOKUP-TEAM
                   END-READ
           END-EVALUATE.

       INIT-TABLES-PARAGRAPH.
           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
           END-PERFORM.

      *    Sélectionne les enregistrements de la date demandée et les
      *    ventile par heure et par opération, marqueurs de ménage
      *    et décisions sur les résultats retenus exclus.
       SELECT-LOG-PARAGRAPH.
           READ CALCLOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CL-TIMESTAMP(1:8) = WS-REPORT-DATE
                       AND NOT CL-SRC-HOUSEKEEPING
                       AND NOT CL-SRC-HOLD-DECISION
                       PERFORM TALLY-RECORD-PARAGRAPH
                   END-IF
           END-READ.
           IF CL-SRC-BATCH
               ADD 1 TO WS-GT-BAT(WS-OP-IDX)
               ADD 1 TO WS-GRAND-BAT
               PERFORM TALLY-DEPT-PARAGRAPH
           ELSE
               ADD 1 TO WS-GT-INT(WS-OP-IDX)
               ADD 1 TO WS-GRAND-INT
               ADD 1 TO WO-OVERFLOW(WS-OPER-IDX)
           END-IF.

      *    Ventile l'enregistrement batch courant dans la table des
      *    services d'origine, sur le modèle de la table des
      *    opérateurs : au-delà de 50 services distincts, les suivants
      *    partent dans l'entrée fourre-tout '****'.
       TALLY-DEPT-PARAGRAPH.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WD-DEPT(WS-DEPT-IDX) = CL-DEPT
               CONTINUE
           END-PERFORM
           IF WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE CL-DEPT TO WD-DEPT(WS-DEPT-COUNT)
                   MOVE ZERO    TO WD-VOLUME(WS-DEPT-COUNT)
                   MOVE ZERO    TO WD-OK(WS-DEPT-COUNT)
                   MOVE ZERO    TO WD-ERROR(WS-DEPT-COUNT)
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               ELSE
                   IF WS-DEPT-COUNT = 50
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE "****" TO WD-DEPT(WS-DEPT-COUNT)
                       MOVE ZERO   TO WD-VOLUME(WS-DEPT-COUNT)
                       MOVE ZERO   TO WD-OK(WS-DEPT-COUNT)
                       MOVE ZERO   TO WD-ERROR(WS-DEPT-COUNT)
                   END-IF
                   MOVE 51 TO WS-DEPT-IDX
               END-IF
           END-IF
           ADD 1 TO WD-VOLUME(WS-DEPT-IDX)
           IF CL-STATUS = "OK       "
               ADD 1 TO WD-OK(WS-DEPT-IDX)
           ELSE
               ADD 1 TO WD-ERROR(WS-DEPT-IDX)
           END-IF.

      *    Impression de l'état : une ligne par heure ayant eu de
      *    l'activité, puis dépassements, extrêmes et totaux.
       PRINT-REPORT-PARAGRAPH.
           PERFORM WRITE-LINE-PARAGRAPH
           IF WS-OPER-COUNT > ZERO
               PERFORM PRINT-OPERATORS-PARAGRAPH
           END-IF
           IF WS-DEPT-COUNT > ZERO
               PERFORM PRINT-DEPTS-PARAGRAPH
           END-IF.

       PRINT-SOURCE-LINE-PARAGRAPH.
           PERFORM WRITE-LINE-PARAGRAPH.

      *    Section par opérateur : une ligne par identifiant vu dans
      *    la journée, avec son nom, son équipe, son volume et ses
      *    dépassements, pour que le chef d'équipe voie qui a produit
      *    quoi.
       PRINT-OPERATORS-PARAGRAPH.
           MOVE SPACES TO WS-PRT-WORK
           PERFORM WRITE-LINE-PARAGRAPH
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE WO-ID(WS-OPER-IDX)       TO WS-PRT-OP-ID
               MOVE WO-ID(WS-OPER-IDX)       TO WS-LOOKUP-OPER
               PERFORM LOOKUP-OPERATOR-PARAGRAPH
               MOVE WS-LOOKUP-NAME           TO WS-PRT-OP-NAME
               MOVE WS-LOOKUP-TEAM           TO WS-PRT-OP-TEAM
               MOVE WO-VOLUME(WS-OPER-IDX)   TO WS-PRT-OP-VOLUME
               MOVE WO-OVERFLOW(WS-OPER-IDX) TO WS-PRT-OP-OVERFLOW
               MOVE WS-PRT-OPER-LINE         TO WS-PRT-WORK
               PERFORM WRITE-LINE-PARAGRAPH
           END-PERFORM.

      *    Section par service d'origine : une ligne par service
      *    vu dans la nuit, avec son volume, ses calculs aboutis et
      *    ses calculs en erreur.
       PRINT-DEPTS-PARAGRAPH.
           MOVE SPACES TO WS-PRT-WORK
           PERFORM WRITE-LINE-PARAGRAPH
           MOVE "VOLUME DE LA NUIT PAR SERVICE D'ORIGINE"
               TO WS-PRT-WORK
           PERFORM WRITE-LINE-PARAGRAPH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WD-DEPT(WS-DEPT-IDX) = SPACES
                   MOVE "----"            TO WS-PRT-DP-DEPT
               ELSE
                   MOVE WD-DEPT(WS-DEPT-IDX) TO WS-PRT-DP-DEPT
               END-IF
               MOVE WD-VOLUME(WS-DEPT-IDX) TO WS-PRT-DP-VOLUME
               MOVE WD-OK(WS-DEPT-IDX)     TO WS-PRT-DP-OK
               MOVE WD-ERROR(WS-DEPT-IDX)  TO WS-PRT-DP-ERROR
               MOVE WS-PRT-DEPT-LINE       TO WS-PRT-WORK
               PERFORM WRITE-LINE-PARAGRAPH
           END-PERFORM.

       PRINT-HOUR-PARAGRAPH.
           MOVE WS-HOUR-IDX TO WS-PRT-HL-HOUR
           SUBTRACT 1 FROM WS-PRT-HL-HOUR

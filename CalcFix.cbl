      *    dont les cartes sont en désaccord avec le type de
      *    l'enregistrement) sont reportés tels quels sur CALCREJN :
      *    rien ne disparaît en silence.
      *    L'état CALCPRT rend les rejets à leur service d'origine
      *    (CI-DEPT de l'image, voir CALCINR) : pour chaque service,
      *    le nombre de rejets corrigés et la liste de ceux qui
      *    restent à reprendre, avec leur rang dans CALCREJ et dans
      *    CALCREJN, leur type et leur motif. Un rejet sans service
      *    (reçu hors de la réception des fichiers des services) est
      *    regroupé sous "----".
      *    L'en-tête devant annoncer le nombre de détails avant
      *    qu'ils soient écrits, CALCREJ est lu en deux passes : la
      *    première compte les rejets corrigeables, la seconde écrit.
      *               ST (valeur de depart), O1..O8 (operation de
      *               l'etape), S1..S8 (operande de l'etape) pour un
      *               calcul en chaine 'M'
      *      col 12-23 nouvelle valeur (operande de 12 caracteres
      *               ou code operation en premiere position)
      *    Code retour : 0 tous les rejets corriges et resoumis, 4
      *    des rejets reportes ou des cartes restees sans emploi, 12
      *    erreur bloquante (ouverture, carte malformee, table des
           SELECT CALCREJN ASSIGN TO CALCREJN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCREJN-STATUS.
      *    État du retour des rejets par service d'origine.
           SELECT CALCPRT  ASSIGN TO CALCPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCREJ
           RECORDING MODE IS F.
       01  CALCREJ-RECORD.
           05 CJ-INPUT-IMAGE  PIC X(121).
           05 CJ-REASON       PIC X(09).

       FD  CALCCOR
           05 FILLER          PIC X(01).
           05 CC-FIELD        PIC X(02).
           05 FILLER          PIC X(01).
           05 CC-VALUE        PIC X(12).
           05 FILLER          PIC X(57).

      *    Le dessin de l'enregistrement CALCIN est partagé via le
      *    copybook CALCINR avec CalcBat, afin que le fichier
       FD  CALCREJN
           RECORDING MODE IS F.
       01  CALCREJN-RECORD.
           05 CJN-INPUT-IMAGE PIC X(121).
           05 CJN-REASON      PIC X(09).

       FD  CALCPRT
           RECORDING MODE IS F.
       01  CALCPRT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.

      *    Codes retour des fichiers. En job batch sans opérateur, un
       01 WS-CALCCOR-STATUS  PIC XX.
       01 WS-CALCSUP-STATUS  PIC XX.
       01 WS-CALCREJN-STATUS PIC XX.
       01 WS-CALCPRT-STATUS  PIC XX.

       01 WS-CALCPRT-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCPRT-OPEN    VALUE 'Y'.

       01 WS-REJ-EOF-SW      PIC X VALUE 'N'.
           88 WS-REJ-EOF         VALUE 'Y'.
           05 WS-COR-ENTRY OCCURS 500 TIMES.
              10 WC-SEQ          PIC 9(07).
              10 WC-FIELD        PIC X(02).
              10 WC-VALUE        PIC X(12).
              10 WC-USED-SW      PIC X.
                 88 WC-USED          VALUE 'Y'.


      *    Total de hachage du fichier supplémentaire, accumulé par
      *    la règle du copybook CALCINR : somme algébrique des
      *    opérandes littéraux modulo 10 000 000 000 000, zéro pour
      *    un code taux.
       01 WS-SUP-HASH        PIC S9(13)V99 VALUE ZERO.

      *    Zones d'examen d'un opérande pour le total de hachage :
      *    un littéral bien formé (11 chiffres, signe final) contribue
      *    sa valeur, tout le reste contribue zéro.
       01 WS-OPERAND-TEXT    PIC X(12).
       01 WS-OPERAND-NUM REDEFINES WS-OPERAND-TEXT
                             PIC S9(9)V99
                             SIGN IS TRAILING SEPARATE.
       01 WS-STEP-IDX        PIC 9(1).
       01 WS-STEP-NUM        PIC 9(1).

      *    Services d'origine rencontrés, dans l'ordre de leur
      *    premier rejet, avec leurs rejets corrigés et reportés.
      *    Au-delà de la table, les services suivants sont regroupés
      *    sous "****".
       01 WS-DPT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-DPT-IDX         PIC 9(3) VALUE ZERO.
       01 WS-DPT-FOUND-SW    PIC X.
           88 WS-DPT-FOUND       VALUE 'Y'.
       01 WS-DPT-KEY         PIC X(04).
       01 WS-DPT-TABLE.
           05 WS-DPT-ENTRY OCCURS 100 TIMES.
              10 WD-DEPT         PIC X(04).
              10 WD-FIXED        PIC 9(7).
              10 WD-CARRIED      PIC 9(7).

      *    Rejets reportés, gardés pour la liste par service : rang
      *    dans CALCREJ et dans CALCREJN, service, type et motif.
      *    Au-delà de la table, le rejet est compté au service mais
      *    n'est pas listé ; l'état en donne le nombre.
       01 WS-CAR-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-CAR-IDX         PIC 9(4) VALUE ZERO.
       01 WS-COUNT-UNLISTED  PIC 9(7) VALUE ZERO.
       01 WS-CAR-TABLE.
           05 WS-CAR-ENTRY OCCURS 2000 TIMES.
              10 WR-SEQ          PIC 9(7).
              10 WR-NEW-SEQ      PIC 9(7).
              10 WR-DEPT         PIC X(04).
              10 WR-TYPE         PIC X.
              10 WR-REASON       PIC X(09).

      *    Lignes de l'état du retour des rejets.
       01 WS-PRT-TITLE.
           05 FILLER             PIC X(39)
               VALUE "RETOUR DES REJETS PAR SERVICE, NUIT DU ".
           05 WS-PRT-DATE        PIC X(10).
           05 FILLER             PIC X(31) VALUE SPACES.

       01 WS-PRT-DEPT-LINE.
           05 FILLER             PIC X(08) VALUE "SERVICE ".
           05 WS-PRT-DP-DEPT     PIC X(04).
           05 FILLER             PIC X(12) VALUE "   CORRIGES ".
           05 WS-PRT-DP-FIXED    PIC ZZZZZZ9.
           05 FILLER             PIC X(15) VALUE "   A REPRENDRE ".
           05 WS-PRT-DP-CARRIED  PIC ZZZZZZ9.
           05 FILLER             PIC X(27) VALUE SPACES.

       01 WS-PRT-CARRY-LINE.
           05 FILLER             PIC X(11) VALUE "    ENREG. ".
           05 WS-PRT-CA-SEQ      PIC ZZZZZZ9.
           05 FILLER             PIC X(07) VALUE "  TYPE ".
           05 WS-PRT-CA-TYPE     PIC X.
           05 FILLER             PIC X(08) VALUE "  MOTIF ".
           05 WS-PRT-CA-REASON   PIC X(09).
           05 FILLER             PIC X(16)
               VALUE "  RANG CALCREJN ".
           05 WS-PRT-CA-NEW-SEQ  PIC ZZZZZZ9.
           05 FILLER             PIC X(14) VALUE SPACES.

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-CNT-VALUE   PIC ZZZZZZ9.
           05 FILLER             PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM READ-PARM-PARAGRAPH
           IF NOT WS-RUN-ERROR
               PERFORM OPEN-PRINT-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM LOAD-CORRECTIONS-PARAGRAPH
           END-IF
               PERFORM WRITE-PASS-PARAGRAPH
           END-IF
           IF NOT WS-RUN-ERROR
               PERFORM PRINT-RETURN-PARAGRAPH
               PERFORM UNUSED-CARDS-PARAGRAPH
               DISPLAY "CALCFIX: " WS-COUNT-REJ " rejets lus, "
                   WS-COUNT-FIXED " corriges, "
                   WS-COUNT-CARRIED " reportes, "
                   WS-COUNT-UNUSED " cartes sans emploi"
           END-IF
           IF WS-CALCPRT-OPEN
               CLOSE CALCPRT
           END-IF

      *    Code retour : 12 erreur bloquante (CALCSUP a ne pas
      *    soumettre), 4 des rejets reportes sur CALCREJN ou des
               CLOSE CALCPARM
           END-IF.

      *    Ouverture de l'état dès le départ : un état impossible à
      *    écrire arrête le passage avant qu'un fichier supplémentaire
      *    soit produit sans que les services en soient avisés.
       OPEN-PRINT-PARAGRAPH.
           OPEN OUTPUT CALCPRT
           IF WS-CALCPRT-STATUS NOT = '00'
               DISPLAY "CALCFIX: impossible d'ouvrir CALCPRT, "
                   "statut " WS-CALCPRT-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               SET WS-CALCPRT-OPEN TO TRUE
           END-IF.

      *    Chargement des cartes de correction en table. Statut '35' :
      *    pas de fichier de cartes, tous les rejets seront reportés.
      *    Une carte malformée (rang non numérique ou champ hors
                           SET WS-RUN-ERROR TO TRUE
                       ELSE
                           ADD 1 TO WS-COUNT-FIXED
                           PERFORM FIND-DEPT-PARAGRAPH
                           ADD 1 TO WD-FIXED(WS-DPT-IDX)
                       END-IF
                   ELSE
                       MOVE CJ-INPUT-IMAGE TO CJN-INPUT-IMAGE
                           SET WS-RUN-ERROR TO TRUE
                       ELSE
                           ADD 1 TO WS-COUNT-CARRIED
                           PERFORM FIND-DEPT-PARAGRAPH
                           ADD 1 TO WD-CARRIED(WS-DPT-IDX)
                           PERFORM KEEP-CARRIED-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.
           END-IF.

       HASH-OPERAND-PARAGRAPH.
           IF WS-OPERAND-TEXT(1:11) IS NUMERIC
               AND (WS-OPERAND-TEXT(12:1) = '+'
                 OR WS-OPERAND-TEXT(12:1) = '-')
               COMPUTE WS-SUP-HASH = FUNCTION REM(WS-SUP-HASH
                   + WS-OPERAND-NUM, 10000000000000)
           END-IF.

       WRITE-TRAILER-PARAGRAPH.
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Place WS-DPT-IDX sur le service du rejet courant, ajouté à
      *    la table à sa première apparition. Table pleine : les
      *    services suivants partagent l'entrée "****".
       FIND-DEPT-PARAGRAPH.
           MOVE CI-DEPT TO WS-DPT-KEY
           PERFORM SEARCH-DEPT-PARAGRAPH
           IF NOT WS-DPT-FOUND AND WS-DPT-COUNT >= 99
               MOVE '****' TO WS-DPT-KEY
               PERFORM SEARCH-DEPT-PARAGRAPH
           END-IF
           IF NOT WS-DPT-FOUND
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-DPT-COUNT TO WS-DPT-IDX
               MOVE WS-DPT-KEY   TO WD-DEPT(WS-DPT-IDX)
               MOVE ZERO         TO WD-FIXED(WS-DPT-IDX)
               MOVE ZERO         TO WD-CARRIED(WS-DPT-IDX)
           END-IF.

       SEARCH-DEPT-PARAGRAPH.
           MOVE 'N' TO WS-DPT-FOUND-SW
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-COUNT OR WS-DPT-FOUND
               IF WD-DEPT(WS-DPT-IDX) = WS-DPT-KEY
                   SET WS-DPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DPT-FOUND
               SUBTRACT 1 FROM WS-DPT-IDX
           END-IF.

       KEEP-CARRIED-PARAGRAPH.
           IF WS-CAR-COUNT < 2000
               ADD 1 TO WS-CAR-COUNT
               MOVE WS-REJ-SEQ          TO WR-SEQ(WS-CAR-COUNT)
               MOVE WS-COUNT-CARRIED    TO WR-NEW-SEQ(WS-CAR-COUNT)
               MOVE WD-DEPT(WS-DPT-IDX) TO WR-DEPT(WS-CAR-COUNT)
               MOVE CI-REC-TYPE         TO WR-TYPE(WS-CAR-COUNT)
               MOVE CJ-REASON           TO WR-REASON(WS-CAR-COUNT)
           ELSE
               ADD 1 TO WS-COUNT-UNLISTED
           END-IF.

      *    État du retour des rejets : un bloc par service d'origine,
      *    ses rejets à reprendre listés sous sa ligne, puis les
      *    totaux du passage.
       PRINT-RETURN-PARAGRAPH.
           MOVE WS-SUP-DATE(1:4) TO WS-PRT-DATE(7:4)
           MOVE WS-SUP-DATE(5:2) TO WS-PRT-DATE(4:2)
           MOVE WS-SUP-DATE(7:2) TO WS-PRT-DATE(1:2)
           MOVE '/' TO WS-PRT-DATE(3:1) WS-PRT-DATE(6:1)
           WRITE CALCPRT-RECORD FROM WS-PRT-TITLE
           MOVE ALL '-' TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-COUNT
               PERFORM PRINT-DEPT-PARAGRAPH
           END-PERFORM
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE "REJETS LUS               " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-REJ                TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "CORRIGES ET RESOUMIS     " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-FIXED              TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "A REPRENDRE PAR SERVICE  " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-CARRIED            TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           IF WS-COUNT-UNLISTED > ZERO
               MOVE "REPORTES NON LISTES      " TO WS-PRT-CNT-LABEL
               MOVE WS-COUNT-UNLISTED           TO WS-PRT-CNT-VALUE
               WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           END-IF.

       PRINT-DEPT-PARAGRAPH.
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           IF WD-DEPT(WS-DPT-IDX) = SPACES
               MOVE '----' TO WS-PRT-DP-DEPT
           ELSE
               MOVE WD-DEPT(WS-DPT-IDX) TO WS-PRT-DP-DEPT
           END-IF
           MOVE WD-FIXED(WS-DPT-IDX)   TO WS-PRT-DP-FIXED
           MOVE WD-CARRIED(WS-DPT-IDX) TO WS-PRT-DP-CARRIED
           WRITE CALCPRT-RECORD FROM WS-PRT-DEPT-LINE
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > WS-CAR-COUNT
               IF WR-DEPT(WS-CAR-IDX) = WD-DEPT(WS-DPT-IDX)
                   MOVE WR-SEQ(WS-CAR-IDX)     TO WS-PRT-CA-SEQ
                   MOVE WR-TYPE(WS-CAR-IDX)    TO WS-PRT-CA-TYPE
                   MOVE WR-REASON(WS-CAR-IDX)  TO WS-PRT-CA-REASON
                   MOVE WR-NEW-SEQ(WS-CAR-IDX) TO WS-PRT-CA-NEW-SEQ
                   WRITE CALCPRT-RECORD FROM WS-PRT-CARRY-LINE
               END-IF
           END-PERFORM.

      *    Signale les cartes restées sans emploi (rang absent de
      *    CALCREJ ou rejet resté incorrigeable) : chacune est citée,
      *    le service d'origine doit vérifier ses rangs.

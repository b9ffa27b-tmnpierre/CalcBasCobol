      *    à blanc, le journal entier est restitué) :
      *      col  1-8   date de début AAAAMMJJ sur CL-TIMESTAMP
      *      col  9-16  date de fin (à blanc : le seul jour de début)
      *      col 17-28  montant cherché, format opérande (11
      *                 chiffres dont 2 décimales, signe final),
      *                 rapproché de CL-NUM1, CL-NUM2 et CL-RESULT
      *      col 29-40  tolérance plus-ou-moins, même format (à
      *                 blanc : rapprochement exact)
      *      col 41     code opération
      *      col 42-50  statut (OK, OVERFLOW...)
      *    Chaque occurrence est suivie d'une ligne donnant
      *    l'identifiant, le nom et l'équipe de l'opérateur, lus au
      *    fichier des opérateurs CALCOPER (voir CALCOPR), puis le
      *    ticket.
      *    Le report de chaîne et la trace de ménage posés par
      *    CalcArch (voir CALCLOGR) ne sont jamais restitués.
      *    Code retour : 0 des occurrences trouvées, 4 aucune
      *    occurrence, 12 fichier ou critères inexploitables.
      *    *************************************************************
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
       01  CALCPARM-RECORD.
           05 PM-FROM-DATE    PIC X(08).
           05 PM-TO-DATE      PIC X(08).
           05 PM-AMOUNT       PIC X(12).
           05 PM-TOLERANCE    PIC X(12).
           05 PM-OPERATION    PIC X(01).
           05 PM-STATUS       PIC X(09).
           05 FILLER          PIC X(30).

      *    Le dessin de l'enregistrement CALCLOG est partagé via le
      *    copybook CALCLOGR avec CalcBas et CalcBat, qui l'écrivent.
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
       01 WS-TO-DATE         PIC 9(08) VALUE ZERO.
       01 WS-AMT-CRIT-SW     PIC X VALUE 'N'.
           88 WS-AMT-CRIT        VALUE 'Y'.
       01 WS-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-TOLERANCE       PIC S9(9)V99 VALUE ZERO.
       01 WS-OP-CRIT-SW      PIC X VALUE 'N'.
           88 WS-OP-CRIT         VALUE 'Y'.
       01 WS-OP-WANTED       PIC X.
           88 WS-ST-CRIT         VALUE 'Y'.
       01 WS-ST-WANTED       PIC X(09).

      *    Décodage d'un champ au format opérande (11 chiffres, signe
      *    final), partagé entre montant et tolérance.
       01 WS-OPERAND-TEXT    PIC X(12).
       01 WS-OPERAND-NUM REDEFINES WS-OPERAND-TEXT
                             PIC S9(9)V99
                             SIGN IS TRAILING SEPARATE.
       01 WS-OPERAND-OK-SW   PIC X.
           88 WS-OPERAND-OK      VALUE 'Y'.

      *    Ecart entre un champ du journal et le montant cherché,
      *    en valeur absolue pour la comparaison à la tolérance.
       01 WS-DIFF            PIC S9(10)V99.

      *    Verdict de l'enregistrement courant et compteurs.
       01 WS-MATCH-SW        PIC X.
       01 WS-PRT-HIT-LINE.
           05 WS-PRT-HL-TS       PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-HL-NUM1     PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-HL-OP       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-HL-NUM2     PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-HL-RESULT   PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-HL-STATUS   PIC X(09).
           05 FILLER             PIC X(12) VALUE SPACES.

      *    Ligne de l'opérateur et du ticket, sous chaque occurrence
      *    (les montants élargis ne laissent plus la place de les
      *    porter sur la ligne de l'occurrence).
       01 WS-PRT-OPER-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "OPERATEUR ".
           05 WS-PRT-OL-ID       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-OL-NAME     PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-OL-TEAM     PIC X(08).
           05 FILLER             PIC X(08) VALUE " TICKET ".
           05 WS-PRT-OL-TICKET   PIC X(12).

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
           IF WS-CALCPRT-OPEN
               CLOSE CALCPRT
           END-IF
           IF WS-CALCOPER-OPEN
               CLOSE CALCOPER
           END-IF

      *    Code retour : 12 fichier ou critères inexploitables, 4
      *    aucune occurrence (vérifier les critères), 0 des
                   MOVE WS-OPERAND-NUM TO WS-AMOUNT
               ELSE
                   DISPLAY "CALCINQ: montant invalide '" PM-AMOUNT
                       "' (11 chiffres, signe final)"
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF
                       END-IF
                   ELSE
                       DISPLAY "CALCINQ: tolerance invalide '"
                           PM-TOLERANCE "' (11 chiffres, signe final)"
                       SET WS-RUN-ERROR TO TRUE
                   END-IF
               END-IF

       DECODE-OPERAND-PARAGRAPH.
           MOVE 'N' TO WS-OPERAND-OK-SW
           IF WS-OPERAND-TEXT(1:11) IS NUMERIC
               AND (WS-OPERAND-TEXT(12:1) = '+'
                 OR WS-OPERAND-TEXT(12:1) = '-')
               SET WS-OPERAND-OK TO TRUE
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
               DISPLAY "CALCINQ: fichier des operateurs CALCOPER "
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

      *    Applique les critères à chaque enregistrement du journal
      *    et imprime les occurrences retenues.
       SELECT-LOG-PARAGRAPH.
      *    la tolérance près.
       JUDGE-RECORD-PARAGRAPH.
           MOVE 'Y' TO WS-MATCH-SW
           IF CL-SRC-HOUSEKEEPING
               MOVE 'N' TO WS-MATCH-SW
           END-IF
           IF WS-DATE-CRIT
               IF CL-TIMESTAMP(1:8) < WS-FROM-DATE
                   OR CL-TIMESTAMP(1:8) > WS-TO-DATE
           MOVE CL-NUM2      TO WS-PRT-HL-NUM2
           MOVE CL-RESULT    TO WS-PRT-HL-RESULT
           MOVE CL-STATUS    TO WS-PRT-HL-STATUS
           WRITE CALCPRT-RECORD FROM WS-PRT-HIT-LINE
           MOVE CL-OPERATOR  TO WS-LOOKUP-OPER
           PERFORM LOOKUP-OPERATOR-PARAGRAPH
           MOVE CL-OPERATOR    TO WS-PRT-OL-ID
           MOVE WS-LOOKUP-NAME TO WS-PRT-OL-NAME
           MOVE WS-LOOKUP-TEAM TO WS-PRT-OL-TEAM
           MOVE CL-TICKET      TO WS-PRT-OL-TICKET
           WRITE CALCPRT-RECORD FROM WS-PRT-OPER-LINE.

       TOTALS-PARAGRAPH.
           MOVE SPACES TO CALCPRT-RECORD

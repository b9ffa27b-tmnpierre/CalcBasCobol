      *    *************************************************************
      *    PROGRAMME DE LISTE DES MAINTENANCES DE TAUX EN ATTENTE
      *    Relit le fichier des actions en attente de validation
      *    CALCPND (voir CALCPDR) déposées par CalcTab sous double
      *    contrôle et imprime sur CALCPRT, avant la nuit, chaque
      *    ajout, changement ou expiration de taux qui n'a pas encore
      *    été approuvé ni rejeté par un second opérateur : code,
      *    date d'effet, action, auteur, heure de saisie, valeur
      *    avant et après. Ces actions n'ont aucun effet sur la nuit
      *    (les calculateurs ne lisent que CALCRATE) : la liste dit
      *    au chef d'équipe ce qui reste à valider pour qu'un
      *    changement de taux attendu soit bien en vigueur.
      *    Lecture seule : rien n'est modifié.
      *    Code retour : 0 aucune action en attente, 4 des actions
      *    attendent validation, 12 fichier inexploitable.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcApl.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Actions en attente, parcourues en ordre de clé (code puis
      *    date d'effet).
           SELECT CALCPND  ASSIGN TO CALCPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-CALCPND-STATUS.
           SELECT CALCPRT  ASSIGN TO CALCPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Le dessin de l'enregistrement CALCPND est partagé via le
      *    copybook CALCPDR avec CalcTab, qui l'alimente.
       FD  CALCPND
           RECORDING MODE IS F.
           COPY CALCPDR.

       FD  CALCPRT
           RECORDING MODE IS F.
       01  CALCPRT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

      *    Codes retour des fichiers. En job batch sans opérateur, un
      *    DD manquant doit produire un message diagnosticable en
      *    SYSOUT plutôt qu'un abend runtime brut.
       01 WS-CALCPND-STATUS  PIC XX.
       01 WS-CALCPRT-STATUS  PIC XX.

       01 WS-CALCPND-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCPND-OPEN    VALUE 'Y'.
       01 WS-CALCPRT-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCPRT-OPEN    VALUE 'Y'.

       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

      *    Compteurs du passage, dont la ventilation par action.
       01 WS-COUNT-PENDING   PIC 9(7) VALUE ZERO.
       01 WS-COUNT-ADD       PIC 9(7) VALUE ZERO.
       01 WS-COUNT-CHANGE    PIC 9(7) VALUE ZERO.
       01 WS-COUNT-EXPIRE    PIC 9(7) VALUE ZERO.

      *    Lignes de la liste.
       01 WS-PRT-TITLE.
           05 FILLER             PIC X(38)
               VALUE "MAINTENANCES DE TAUX EN ATTENTE AU   ".
           05 WS-PRT-DATE        PIC X(10).
           05 FILLER             PIC X(32) VALUE SPACES.

       01 WS-PRT-COL-HEADER.
           05 FILLER             PIC X(09) VALUE "CODE     ".
           05 FILLER             PIC X(09) VALUE "DATE EFF ".
           05 FILLER             PIC X(02) VALUE "A ".
           05 FILLER             PIC X(09) VALUE "AUTEUR   ".
           05 FILLER             PIC X(15) VALUE "SAISIE LE      ".
           05 FILLER             PIC X(14) VALUE "        AVANT ".
           05 FILLER             PIC X(14) VALUE "        APRES ".
           05 FILLER             PIC X(08) VALUE SPACES.

       01 WS-PRT-PEND-LINE.
           05 WS-PRT-PL-CODE     PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-PL-EFF      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-PL-ACTION   PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-PL-MAKER    PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-PL-TS       PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-PL-OLD      PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-PL-NEW      PIC -(9)9.99.
           05 FILLER             PIC X(09) VALUE SPACES.

      *    Description de l'action, sous sa ligne (les valeurs élargies
      *    ne lui laissent plus de place sur la ligne de l'action).
       01 WS-PRT-DESC-LINE.
           05 FILLER             PIC X(09) VALUE SPACES.
           05 WS-PRT-PL-DESC     PIC X(30).
           05 FILLER             PIC X(41) VALUE SPACES.

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-CNT-VALUE   PIC ZZZZZZ9.
           05 FILLER             PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM OPEN-FILES-PARAGRAPH

           IF NOT WS-RUN-ERROR
               PERFORM HEADING-PARAGRAPH
               PERFORM LIST-PENDING-PARAGRAPH UNTIL WS-EOF
               PERFORM TOTALS-PARAGRAPH
           END-IF

           IF WS-CALCPND-OPEN
               CLOSE CALCPND
           END-IF
           IF WS-CALCPRT-OPEN
               CLOSE CALCPRT
           END-IF

      *    Code retour : 12 fichier inexploitable, 4 des actions
      *    attendent validation, 0 rien en attente.
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-COUNT-PENDING > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0000-MAIN-STOP.
           STOP RUN.


      *    Un fichier des actions en attente absent ('35') n'est pas
      *    une erreur : aucune maintenance n'a encore été saisie sous
      *    double contrôle, la liste sort vide.
       OPEN-FILES-PARAGRAPH.
           OPEN INPUT CALCPND
           EVALUATE WS-CALCPND-STATUS
               WHEN '00'
                   SET WS-CALCPND-OPEN TO TRUE
               WHEN '35'
                   DISPLAY "CALCAPL: fichier des actions en attente "
                       "absent, rien a valider"
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "CALCAPL: CALCPND illisible, statut "
                       WS-CALCPND-STATUS
                   SET WS-RUN-ERROR TO TRUE
           END-EVALUATE
           IF NOT WS-RUN-ERROR
               OPEN OUTPUT CALCPRT
               IF WS-CALCPRT-STATUS NOT = '00'
                   DISPLAY "CALCAPL: impossible d'ouvrir CALCPRT, "
                       "statut " WS-CALCPRT-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   SET WS-CALCPRT-OPEN TO TRUE
               END-IF
           END-IF
           IF WS-RUN-ERROR
               SET WS-EOF TO TRUE
           END-IF.

       HEADING-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PRT-DATE(7:4)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PRT-DATE(4:2)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-PRT-DATE(1:2)
           MOVE '/' TO WS-PRT-DATE(3:1) WS-PRT-DATE(6:1)
           WRITE CALCPRT-RECORD FROM WS-PRT-TITLE
           MOVE ALL '-' TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           WRITE CALCPRT-RECORD FROM WS-PRT-COL-HEADER
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD.

       LIST-PENDING-PARAGRAPH.
           READ CALCPND
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM PRINT-PENDING-PARAGRAPH
           END-READ.

       PRINT-PENDING-PARAGRAPH.
           ADD 1 TO WS-COUNT-PENDING
           EVALUATE TRUE
               WHEN PD-ACT-ADD
                   ADD 1 TO WS-COUNT-ADD
               WHEN PD-ACT-CHANGE
                   ADD 1 TO WS-COUNT-CHANGE
               WHEN PD-ACT-EXPIRE
                   ADD 1 TO WS-COUNT-EXPIRE
           END-EVALUATE
           MOVE PD-CODE      TO WS-PRT-PL-CODE
           MOVE PD-EFF-DATE  TO WS-PRT-PL-EFF
           MOVE PD-ACTION    TO WS-PRT-PL-ACTION
           MOVE PD-MAKER     TO WS-PRT-PL-MAKER
           MOVE PD-TIMESTAMP TO WS-PRT-PL-TS
           MOVE PD-OLD-VALUE TO WS-PRT-PL-OLD
           MOVE PD-NEW-VALUE TO WS-PRT-PL-NEW
           WRITE CALCPRT-RECORD FROM WS-PRT-PEND-LINE
           MOVE PD-DESC      TO WS-PRT-PL-DESC
           WRITE CALCPRT-RECORD FROM WS-PRT-DESC-LINE.

       TOTALS-PARAGRAPH.
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           IF WS-COUNT-PENDING = ZERO
               MOVE "AUCUNE MAINTENANCE EN ATTENTE DE VALIDATION"
                   TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
           END-IF
           MOVE "ACTIONS EN ATTENTE       " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-PENDING            TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT AJOUTS              " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-ADD                TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT CHANGEMENTS         " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-CHANGE             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT EXPIRATIONS         " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-EXPIRE             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           IF WS-COUNT-PENDING > ZERO
               MOVE SPACES TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
               MOVE "*** SANS EFFET SUR LA NUIT AVANT VALIDATION ***"
                   TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
           END-IF.

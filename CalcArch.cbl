      *    résultats) est ajouté à l'historique CALCSUM : le journal
      *    vivant reste court à parcourir, et la piste d'audit
      *    complète reste disponible sur les archives.
      *    Le journal est scellé en chaîne (voir CALCLOGR et
      *    CALCCHN) : seul le début du journal part en archive,
      *    jusqu'au premier enregistrement non antérieur à la
      *    charnière (tout ce qui suit est conservé), de sorte que
      *    l'archive et le journal recopié restent chacun une portion
      *    continue de la chaîne. Le journal recopié commence par un
      *    report de chaîne 'R' (numéro et sceau du dernier
      *    enregistrement archivé) et se termine par une trace 'A' du
      *    passage (nombres archivés et conservés, date charnière),
      *    scellée à la suite de la chaîne : la chaîne reste
      *    vérifiable par CalcVrf après le ménage, sur le journal
      *    vivant seul comme sur les archives mises bout à bout.
      *    *************************************************************

       IDENTIFICATION DIVISION.
      *    le journal vivant.
       FD  CALCARCH
           RECORDING MODE IS F.
       01  CALCARCH-RECORD    PIC X(128).

       FD  CALCKEEP
           RECORDING MODE IS F.
       01  CALCKEEP-RECORD    PIC X(128).

      *    Historique des synthèses mensuelles, étendu à chaque
      *    passage : un enregistrement par lot archivé. Le dessin est
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.

      *    Phase d'archivage : levée jusqu'au premier enregistrement
      *    non antérieur à la charnière, après quoi tout est conservé.
       01 WS-ARCH-PHASE-SW   PIC X VALUE 'Y'.
           88 WS-ARCH-PHASE      VALUE 'Y'.

      *    Zones du chaînage du journal, communes avec CalcBas,
      *    CalcBat et le contrôle CalcVrf. Le dernier maillon suit
      *    la lecture : à la sortie de la phase d'archivage il donne
      *    le report de chaîne, en fin de journal le prédécesseur de
      *    la trace du passage.
           COPY CALCCHN.

      *    Enregistrement lu mis de côté pendant la préparation du
      *    report de chaîne dans la zone CALCLOG-RECORD.
       01 WS-HELD-RECORD     PIC X(128).

      *    Erreur bloquante : le passage s'arrête avec un code retour
      *    d'erreur dure et STEP020 (recopie de CALCKEEP sur CALCLOG)
      *    ne doit pas être exécuté.
           05 WS-SUM-PCT         PIC 9(7) VALUE ZERO.
           05 WS-SUM-OTHER       PIC 9(7) VALUE ZERO.
           05 WS-SUM-OVERFLOW    PIC 9(7) VALUE ZERO.
           05 WS-SUM-RESULT      PIC S9(15)V99 VALUE ZERO.

       PROCEDURE DIVISION.


           IF NOT WS-RUN-ERROR
               PERFORM SPLIT-LOG-PARAGRAPH UNTIL WS-EOF
      *    Journal entièrement archivé : le report de chaîne est
      *    posé seul sur le journal recopié, que la prochaine
      *    écriture prolongera.
               IF NOT WS-RUN-ERROR AND WS-ARCH-PHASE
                   PERFORM WRITE-CARRY-PARAGRAPH
               END-IF
               IF NOT WS-RUN-ERROR
                   PERFORM WRITE-PURGE-PARAGRAPH
               END-IF
               IF NOT WS-RUN-ERROR
                   PERFORM WRITE-SUMMARY-PARAGRAPH
               END-IF
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

      *    Ventile un enregistrement du journal : tant que la phase
      *    d'archivage dure et qu'il est antérieur à la charnière, il
      *    part en archive et entre dans la synthèse ; sinon il est
      *    conservé pour le journal recopié, précédé à la sortie de
      *    la phase du report de chaîne.
      *    Le statut de chaque WRITE est contrôlé : FILE STATUS étant
      *    déclaré, un disque plein revient en statut '34' sans
      *    abend, et sans ce contrôle le passage finirait "propre"
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   IF WS-ARCH-PHASE
                       AND CL-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                       WRITE CALCARCH-RECORD FROM CALCLOG-RECORD
                       IF WS-CALCARCH-STATUS NOT = '00'
                           DISPLAY "CALCARCH: echec d'ecriture "
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-COUNT-ARCHIVED
                           IF NOT CL-SRC-HOUSEKEEPING
                               AND NOT CL-SRC-HOLD-DECISION
                               PERFORM TALLY-ARCHIVED-PARAGRAPH
                           END-IF
                       END-IF
                   ELSE
                       IF WS-ARCH-PHASE
                           MOVE CALCLOG-RECORD TO WS-HELD-RECORD
                           PERFORM WRITE-CARRY-PARAGRAPH
                           MOVE WS-HELD-RECORD TO CALCLOG-RECORD
                       END-IF
                       IF NOT WS-RUN-ERROR
                           PERFORM KEEP-RECORD-PARAGRAPH
                       END-IF
                   END-IF
                   IF CL-SEQUENCE IS NUMERIC
                       AND CL-SEQUENCE > ZERO
                       AND CL-CHAIN IS NUMERIC
                       MOVE CL-SEQUENCE TO WS-CHN-LAST-SEQ
                       MOVE CL-CHAIN    TO WS-CHN-LAST-VALUE
                   END-IF
           END-READ.

       KEEP-RECORD-PARAGRAPH.
           WRITE CALCKEEP-RECORD FROM CALCLOG-RECORD
           IF WS-CALCKEEP-STATUS NOT = '00'
               DISPLAY "CALCARCH: echec d'ecriture "
                   "CALCKEEP, statut " WS-CALCKEEP-STATUS
                   ", passage arrete"
               SET WS-RUN-ERROR TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-COUNT-KEPT
           END-IF.

      *    Fin de la phase d'archivage. Quand des enregistrements
      *    scellés sont partis en archive, le journal recopié reçoit
      *    en tête le report de chaîne : numéro et sceau du dernier
      *    maillon archivé, montants à zéro, date charnière en
      *    référence. Sans rien d'archivé, la tête du journal (et
      *    son éventuel report précédent) reste en place.
       WRITE-CARRY-PARAGRAPH.
           MOVE 'N' TO WS-ARCH-PHASE-SW
           IF WS-COUNT-ARCHIVED > ZERO
               AND WS-CHN-LAST-SEQ > ZERO
               MOVE SPACES TO CALCLOG-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO CL-TIMESTAMP
               MOVE ZERO              TO CL-NUM1 CL-NUM2 CL-RESULT
               MOVE "REPORT   "       TO CL-STATUS
               MOVE "CALCARCH"        TO CL-OPERATOR
               MOVE WS-CUTOFF-DATE    TO CL-TICKET
               SET CL-SRC-CARRY       TO TRUE
               MOVE WS-CHN-LAST-SEQ   TO CL-SEQUENCE
               MOVE ZERO              TO CL-PREV-CHAIN
               MOVE WS-CHN-LAST-VALUE TO CL-CHAIN
               WRITE CALCKEEP-RECORD FROM CALCLOG-RECORD
               IF WS-CALCKEEP-STATUS NOT = '00'
                   DISPLAY "CALCARCH: echec d'ecriture du report "
                       "de chaine, statut " WS-CALCKEEP-STATUS
                       ", passage arrete"
                   SET WS-RUN-ERROR TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   DISPLAY "CALCARCH: chaine reportee au numero "
                       WS-CHN-LAST-SEQ
               END-IF
           END-IF.

      *    Trace du passage en fin de journal recopié, scellée à la
      *    suite du dernier maillon lu : nombre d'enregistrements
      *    archivés en CL-NUM1, conservés en CL-NUM2, date charnière
      *    en référence.
       WRITE-PURGE-PARAGRAPH.
           MOVE SPACES TO CALCLOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO CL-TIMESTAMP
           MOVE WS-COUNT-ARCHIVED TO CL-NUM1
           MOVE WS-COUNT-KEPT     TO CL-NUM2
           MOVE ZERO              TO CL-RESULT
           MOVE "ARCHIVE  "       TO CL-STATUS
           MOVE "CALCARCH"        TO CL-OPERATOR
           MOVE WS-CUTOFF-DATE    TO CL-TICKET
           SET CL-SRC-PURGE       TO TRUE
           PERFORM CHAIN-RECORD-PARAGRAPH
           WRITE CALCKEEP-RECORD FROM CALCLOG-RECORD
           IF WS-CALCKEEP-STATUS NOT = '00'
               DISPLAY "CALCARCH: echec d'ecriture de la trace du "
                   "passage, statut " WS-CALCKEEP-STATUS
                   ", passage arrete"
               SET WS-RUN-ERROR TO TRUE
           END-IF.

      *    Alimente la synthèse du lot archivé : compteur par code
      *    opération, dépassements signalés par CL-STATUS et somme
      *    des résultats.
                   WS-CALCSUM-STATUS ", passage arrete"
               SET WS-RUN-ERROR TO TRUE
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

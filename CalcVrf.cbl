      *    *************************************************************
      *    PROGRAMME DE CONTROLE D'INTEGRITE DU JOURNAL DE CALCUL
      *    Parcourt le journal CALCLOG tel qu'il est présenté sur le
      *    DD CALCLOG (journal vivant seul, une génération d'archive,
      *    ou plusieurs générations suivies du journal vivant, mises
      *    bout à bout dans l'ordre chronologique) et refait la
      *    chaîne de sceaux posée à l'écriture (voir CALCLOGR et
      *    CALCCHN). Chaque anomalie est imprimée sur CALCPRT :
      *      - LACUNE  : numéros d'ordre manquants (enregistrements
      *                  retirés) ;
      *      - RUPTURE : lien avec le prédécesseur faux, numéro en
      *                  recul (enregistrement inséré ou rejoué),
      *                  chaîne sans origine (ni numéro 1 ni report
      *                  de chaîne en tête), report de chaîne qui ne
      *                  prolonge pas ce qui précède ;
      *      - ALTERE  : enregistrement qui ne correspond plus à son
      *                  sceau, zones de chaînage illisibles,
      *                  enregistrement non scellé après le début de
      *                  la chaîne.
      *    Après chaque anomalie la vérification repart de
      *    l'enregistrement signalé, sauf un numéro en recul qui est
      *    laissé hors de la chaîne : une retouche isolée n'est
      *    signalée qu'une fois. Les enregistrements antérieurs au
      *    chaînage (numéro à zéro) ne sont admis qu'en tête et sont
      *    simplement comptés.
      *    L'état se termine par la ligne INTEGRITY VERIFIED quand
      *    aucune anomalie n'a été trouvée, avec le dernier numéro et
      *    le dernier sceau de la chaîne, à rapprocher du passage
      *    précédent. Exécuté après le ménage CALCARCH (voir
      *    CALCARCH.JCL) et à la demande (voir CALCVRF.JCL).
      *    Lecture seule : rien n'est modifié.
      *    Code retour : 0 intégrité vérifiée, 8 anomalies trouvées,
      *    12 fichier inexploitable.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcVrf.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCLOG  ASSIGN TO CALCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.
           SELECT CALCPRT  ASSIGN TO CALCPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Le dessin de l'enregistrement CALCLOG est partagé via le
      *    copybook CALCLOGR avec les programmes qui l'écrivent.
       FD  CALCLOG
           RECORDING MODE IS F.
           COPY CALCLOGR.

       FD  CALCPRT
           RECORDING MODE IS F.
       01  CALCPRT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

      *    Codes retour des fichiers. En job batch sans opérateur, un
      *    DD manquant doit produire un message diagnosticable en
      *    SYSOUT plutôt qu'un abend runtime brut.
       01 WS-CALCLOG-STATUS  PIC XX.
       01 WS-CALCPRT-STATUS  PIC XX.

       01 WS-CALCLOG-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCLOG-OPEN    VALUE 'Y'.
       01 WS-CALCPRT-OPEN-SW PIC X VALUE 'N'.
           88 WS-CALCPRT-OPEN    VALUE 'Y'.

       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

      *    Zones du chaînage, communes avec les programmes qui
      *    écrivent le journal : WS-CHN-LAST-SEQ et WS-CHN-LAST-VALUE
      *    portent ici le dernier maillon vérifié.
           COPY CALCCHN.

      *    Levé au premier enregistrement scellé ou report de chaîne :
      *    à partir de là, tout enregistrement doit prolonger la
      *    chaîne.
       01 WS-CHAIN-STARTED-SW PIC X VALUE 'N'.
           88 WS-CHAIN-STARTED    VALUE 'Y'.

      *    Levé quand le sceau du dernier maillon est illisible : le
      *    lien de l'enregistrement suivant ne peut pas être vérifié.
       01 WS-SKIP-LINK-SW    PIC X VALUE 'N'.
           88 WS-SKIP-LINK       VALUE 'Y'.

      *    Levé quand l'enregistrement lu porte un numéro déjà passé :
      *    la chaîne reste alors positionnée sur le dernier maillon
      *    en ordre, pour que la suite soit contrôlée normalement.
       01 WS-BACKWARD-SW     PIC X VALUE 'N'.
           88 WS-BACKWARD        VALUE 'Y'.

       01 WS-EXPECTED-SEQ    PIC 9(09).
       01 WS-MISSING         PIC 9(09).

      *    Compteurs du passage.
       01 WS-COUNT-READ      PIC 9(9) VALUE ZERO.
       01 WS-COUNT-LEGACY    PIC 9(9) VALUE ZERO.
       01 WS-COUNT-CARRY     PIC 9(9) VALUE ZERO.
       01 WS-COUNT-SEALED    PIC 9(9) VALUE ZERO.
       01 WS-COUNT-GAP       PIC 9(9) VALUE ZERO.
       01 WS-COUNT-MISSING   PIC 9(9) VALUE ZERO.
       01 WS-COUNT-BREAK     PIC 9(9) VALUE ZERO.
       01 WS-COUNT-ALTERED   PIC 9(9) VALUE ZERO.

      *    Lignes de l'état.
       01 WS-PRT-TITLE.
           05 FILLER             PIC X(35)
               VALUE "CONTROLE D'INTEGRITE DE CALCLOG AU ".
           05 WS-PRT-DATE        PIC X(10).
           05 FILLER             PIC X(35) VALUE SPACES.

       01 WS-PRT-COL-HEADER.
           05 FILLER             PIC X(09) VALUE "ANOMALIE ".
           05 FILLER             PIC X(10) VALUE "  RANG LU ".
           05 FILLER             PIC X(10) VALUE "NUMERO    ".
           05 FILLER             PIC X(15) VALUE "HORODATAGE     ".
           05 FILLER             PIC X(09) VALUE "OPERATEUR".
           05 FILLER             PIC X(27) VALUE " DETAIL".

       01 WS-PRT-ERR-LINE.
           05 WS-PRT-ER-TYPE     PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-ER-RANK     PIC Z(8)9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-ER-SEQ      PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-ER-TS       PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-ER-OPER     PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-ER-TEXT     PIC X(18).
           05 WS-PRT-ER-VALUE    PIC Z(8)9 BLANK WHEN ZERO.

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(30).
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-PRT-CNT-VALUE   PIC Z(8)9.
           05 FILLER             PIC X(39) VALUE SPACES.

       01 WS-PRT-END-LINE.
           05 FILLER             PIC X(16) VALUE "DERNIER NUMERO: ".
           05 WS-PRT-END-SEQ     PIC 9(09).
           05 FILLER             PIC X(09) VALUE "  SCEAU: ".
           05 WS-PRT-END-SEAL    PIC 9(10).
           05 FILLER             PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           PERFORM OPEN-FILES-PARAGRAPH

           IF NOT WS-RUN-ERROR
               PERFORM HEADING-PARAGRAPH
               PERFORM VERIFY-LOG-PARAGRAPH UNTIL WS-EOF
               PERFORM TOTALS-PARAGRAPH
               DISPLAY "CALCVRF: " WS-COUNT-READ " lus, "
                   WS-COUNT-GAP " lacunes, "
                   WS-COUNT-BREAK " ruptures, "
                   WS-COUNT-ALTERED " alteres"
           END-IF

           IF WS-CALCLOG-OPEN
               CLOSE CALCLOG
           END-IF
           IF WS-CALCPRT-OPEN
               CLOSE CALCPRT
           END-IF

      *    Code retour : 12 fichier inexploitable, 8 anomalies dans
      *    la chaîne, 0 intégrité vérifiée.
           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-COUNT-GAP > ZERO
                 OR WS-COUNT-BREAK > ZERO
                 OR WS-COUNT-ALTERED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0000-MAIN-STOP.
           STOP RUN.


      *    Un journal absent est une erreur : il n'y a rien à
      *    prouver, et l'absence elle-même doit alerter.
       OPEN-FILES-PARAGRAPH.
           OPEN INPUT CALCLOG
           IF WS-CALCLOG-STATUS NOT = '00'
               DISPLAY "CALCVRF: impossible d'ouvrir CALCLOG, "
                   "statut " WS-CALCLOG-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               SET WS-CALCLOG-OPEN TO TRUE
           END-IF
           IF NOT WS-RUN-ERROR
               OPEN OUTPUT CALCPRT
               IF WS-CALCPRT-STATUS NOT = '00'
                   DISPLAY "CALCVRF: impossible d'ouvrir CALCPRT, "
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

      *    Lit un enregistrement et le rapproche de la chaîne selon
      *    sa nature : report de chaîne, enregistrement antérieur au
      *    chaînage (numéro à zéro) ou enregistrement scellé. Une
      *    lecture en erreur arrête le contrôle en erreur dure : un
      *    journal illisible ne peut pas être déclaré intègre.
       VERIFY-LOG-PARAGRAPH.
           READ CALCLOG
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   EVALUATE TRUE
                       WHEN CL-SRC-CARRY
                           PERFORM CHECK-CARRY-PARAGRAPH
                       WHEN CL-SEQUENCE IS NOT NUMERIC
                           MOVE "ALTERE  " TO WS-PRT-ER-TYPE
                           MOVE "ZONES ILLISIBLES  " TO WS-PRT-ER-TEXT
                           MOVE ZERO TO WS-PRT-ER-VALUE
                           PERFORM PRINT-ERROR-PARAGRAPH
                           ADD 1 TO WS-COUNT-ALTERED
                       WHEN CL-SEQUENCE = ZERO
                           PERFORM CHECK-LEGACY-PARAGRAPH
                       WHEN OTHER
                           PERFORM CHECK-SEALED-PARAGRAPH
                   END-EVALUATE
           END-READ
           IF WS-CALCLOG-STATUS NOT = '00'
               AND WS-CALCLOG-STATUS NOT = '10'
               DISPLAY "CALCVRF: lecture CALCLOG en erreur, statut "
                   WS-CALCLOG-STATUS ", controle arrete"
               SET WS-RUN-ERROR TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

      *    Report de chaîne posé par CalcArch : en tête, il donne le
      *    point de départ de la chaîne ; plus loin (archives mises
      *    bout à bout), il doit reprendre exactement le dernier
      *    maillon lu, qui reste la référence s'il ne le fait pas.
       CHECK-CARRY-PARAGRAPH.
           IF CL-CHAIN IS NOT NUMERIC
               MOVE "ALTERE  " TO WS-PRT-ER-TYPE
               MOVE "ZONES ILLISIBLES  " TO WS-PRT-ER-TEXT
               MOVE ZERO TO WS-PRT-ER-VALUE
               PERFORM PRINT-ERROR-PARAGRAPH
               ADD 1 TO WS-COUNT-ALTERED
           ELSE
               ADD 1 TO WS-COUNT-CARRY
               IF WS-CHAIN-STARTED
                   IF CL-SEQUENCE NOT = WS-CHN-LAST-SEQ
                       OR CL-CHAIN NOT = WS-CHN-LAST-VALUE
                       MOVE "RUPTURE " TO WS-PRT-ER-TYPE
                       MOVE "REPORT INCOHERENT " TO WS-PRT-ER-TEXT
                       MOVE WS-CHN-LAST-SEQ TO WS-PRT-ER-VALUE
                       PERFORM PRINT-ERROR-PARAGRAPH
                       ADD 1 TO WS-COUNT-BREAK
                   END-IF
               ELSE
                   SET WS-CHAIN-STARTED TO TRUE
                   MOVE CL-SEQUENCE TO WS-CHN-LAST-SEQ
                   MOVE CL-CHAIN    TO WS-CHN-LAST-VALUE
               END-IF
           END-IF.

      *    Enregistrement antérieur au chaînage : admis seulement
      *    avant le premier maillon de la chaîne.
       CHECK-LEGACY-PARAGRAPH.
           IF WS-CHAIN-STARTED
               MOVE "ALTERE  " TO WS-PRT-ER-TYPE
               MOVE "NON SCELLE        " TO WS-PRT-ER-TEXT
               MOVE ZERO TO WS-PRT-ER-VALUE
               PERFORM PRINT-ERROR-PARAGRAPH
               ADD 1 TO WS-COUNT-ALTERED
           ELSE
               ADD 1 TO WS-COUNT-LEGACY
           END-IF.

      *    Enregistrement scellé : son sceau est recalculé, puis sa
      *    place dans la chaîne est contrôlée contre le dernier
      *    maillon (numéro suivant et lien avec le prédécesseur).
       CHECK-SEALED-PARAGRAPH.
           IF CL-PREV-CHAIN IS NOT NUMERIC
               OR CL-CHAIN IS NOT NUMERIC
               MOVE "ALTERE  " TO WS-PRT-ER-TYPE
               MOVE "ZONES ILLISIBLES  " TO WS-PRT-ER-TEXT
               MOVE ZERO TO WS-PRT-ER-VALUE
               PERFORM PRINT-ERROR-PARAGRAPH
               ADD 1 TO WS-COUNT-ALTERED
               SET WS-CHAIN-STARTED TO TRUE
               SET WS-SKIP-LINK     TO TRUE
               MOVE CL-SEQUENCE TO WS-CHN-LAST-SEQ
               MOVE ZERO        TO WS-CHN-LAST-VALUE
           ELSE
               ADD 1 TO WS-COUNT-SEALED
               MOVE 'N' TO WS-BACKWARD-SW
               PERFORM SEAL-RECORD-PARAGRAPH
               IF WS-CHN-SEAL NOT = CL-CHAIN
                   MOVE "ALTERE  " TO WS-PRT-ER-TYPE
                   MOVE "SCEAU FAUX        " TO WS-PRT-ER-TEXT
                   MOVE ZERO TO WS-PRT-ER-VALUE
                   PERFORM PRINT-ERROR-PARAGRAPH
                   ADD 1 TO WS-COUNT-ALTERED
               END-IF
               IF WS-CHAIN-STARTED
                   PERFORM CHECK-LINK-PARAGRAPH
               ELSE
                   IF CL-SEQUENCE NOT = 1
                       OR CL-PREV-CHAIN NOT = ZERO
                       MOVE "RUPTURE " TO WS-PRT-ER-TYPE
                       MOVE "SANS ORIGINE      " TO WS-PRT-ER-TEXT
                       MOVE ZERO TO WS-PRT-ER-VALUE
                       PERFORM PRINT-ERROR-PARAGRAPH
                       ADD 1 TO WS-COUNT-BREAK
                   END-IF
               END-IF
               SET WS-CHAIN-STARTED TO TRUE
               IF NOT WS-BACKWARD
                   MOVE 'N'         TO WS-SKIP-LINK-SW
                   MOVE CL-SEQUENCE TO WS-CHN-LAST-SEQ
                   MOVE CL-CHAIN    TO WS-CHN-LAST-VALUE
               END-IF
           END-IF.

      *    Numéro attendu : le suivant du dernier maillon. Au-delà,
      *    des enregistrements manquent (le lien ne peut alors pas
      *    être contrôlé) ; en deçà, l'enregistrement est inséré ou
      *    rejoué ; au numéro attendu, le lien doit reprendre le
      *    sceau du dernier maillon.
       CHECK-LINK-PARAGRAPH.
           COMPUTE WS-EXPECTED-SEQ = WS-CHN-LAST-SEQ + 1
           EVALUATE TRUE
               WHEN CL-SEQUENCE > WS-EXPECTED-SEQ
                   COMPUTE WS-MISSING = CL-SEQUENCE - WS-EXPECTED-SEQ
                   MOVE "LACUNE  " TO WS-PRT-ER-TYPE
                   MOVE "NUMEROS MANQUANTS " TO WS-PRT-ER-TEXT
                   MOVE WS-MISSING TO WS-PRT-ER-VALUE
                   PERFORM PRINT-ERROR-PARAGRAPH
                   ADD 1 TO WS-COUNT-GAP
                   ADD WS-MISSING TO WS-COUNT-MISSING
               WHEN CL-SEQUENCE < WS-EXPECTED-SEQ
                   MOVE "RUPTURE " TO WS-PRT-ER-TYPE
                   MOVE "RECUL, ATTENDU    " TO WS-PRT-ER-TEXT
                   MOVE WS-EXPECTED-SEQ TO WS-PRT-ER-VALUE
                   PERFORM PRINT-ERROR-PARAGRAPH
                   ADD 1 TO WS-COUNT-BREAK
                   SET WS-BACKWARD TO TRUE
               WHEN OTHER
                   IF NOT WS-SKIP-LINK
                       AND CL-PREV-CHAIN NOT = WS-CHN-LAST-VALUE
                       MOVE "RUPTURE " TO WS-PRT-ER-TYPE
                       MOVE "LIEN ROMPU        " TO WS-PRT-ER-TEXT
                       MOVE ZERO TO WS-PRT-ER-VALUE
                       PERFORM PRINT-ERROR-PARAGRAPH
                       ADD 1 TO WS-COUNT-BREAK
                   END-IF
           END-EVALUATE.

      *    Ligne d'anomalie : type, texte et valeur préparés par
      *    l'appelant, l'enregistrement en cause restant dans la zone
      *    CALCLOG-RECORD.
       PRINT-ERROR-PARAGRAPH.
           MOVE WS-COUNT-READ TO WS-PRT-ER-RANK
           MOVE CL-SEQUENCE   TO WS-PRT-ER-SEQ
           MOVE CL-TIMESTAMP  TO WS-PRT-ER-TS
           MOVE CL-OPERATOR   TO WS-PRT-ER-OPER
           WRITE CALCPRT-RECORD FROM WS-PRT-ERR-LINE.

       TOTALS-PARAGRAPH.
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE "ENREGISTREMENTS LUS           " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-READ                    TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT SCELLES                  " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-SEALED                  TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT REPORTS DE CHAINE        " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-CARRY                   TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT ANTERIEURS AU CHAINAGE   " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-LEGACY                  TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "LACUNES                       " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-GAP                     TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "NUMEROS MANQUANTS             " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-MISSING                 TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "RUPTURES                      " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-BREAK                   TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "ENREGISTREMENTS ALTERES       " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-ALTERED                 TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           MOVE WS-CHN-LAST-SEQ   TO WS-PRT-END-SEQ
           MOVE WS-CHN-LAST-VALUE TO WS-PRT-END-SEAL
           WRITE CALCPRT-RECORD FROM WS-PRT-END-LINE
           MOVE SPACES TO CALCPRT-RECORD
           WRITE CALCPRT-RECORD
           IF WS-COUNT-GAP = ZERO
               AND WS-COUNT-BREAK = ZERO
               AND WS-COUNT-ALTERED = ZERO
               AND NOT WS-RUN-ERROR
               MOVE "INTEGRITY VERIFIED" TO CALCPRT-RECORD
               DISPLAY "CALCVRF: INTEGRITY VERIFIED"
           ELSE
               MOVE "INTEGRITY NOT VERIFIED" TO CALCPRT-RECORD
               DISPLAY "CALCVRF: INTEGRITY NOT VERIFIED"
           END-IF
           WRITE CALCPRT-RECORD.

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

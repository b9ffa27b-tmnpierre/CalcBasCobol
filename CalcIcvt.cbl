      *    *************************************************************
      *    PROGRAMME DE CONVERSION D'UN FICHIER DE TRANSACTIONS AUX
      *    MONTANTS ELARGIS
      *    Passage unique par génération (voir CALCHSCV.JCL) : recopie
      *    un fichier CALCIN de 81 positions (opérandes de 8
      *    positions, hachage S9(9)V99) vers le dessin courant de 121
      *    positions du copybook CALCINR (opérandes de 12 positions,
      *    hachage S9(13)V99), afin que CalcRecon et CalcEdit relisent
      *    les nuits de l'historique TRANS.HIST d'avant
      *    l'élargissement.
      *    Un opérande littéral (7 chiffres, signe final) est reporté
      *    à sa valeur au nouveau format de 11 chiffres ; un code taux
      *    ou tout autre texte est recopié tel quel, cadré à gauche,
      *    et sera jugé à la relecture exactement comme à l'origine.
      *    L'en-tête est repris tel quel. Le hachage du trailer est
      *    recalculé pendant la recopie selon l'ancienne règle (modulo
      *    1 000 000 000) et la nouvelle (modulo 10 000 000 000 000,
      *    voir CALCINR) : si le trailer d'origine était juste, il
      *    reçoit le hachage de la nouvelle règle ; s'il était faux,
      *    sa valeur d'origine est reportée telle quelle, de sorte que
      *    le rapprochement le signale toujours en désaccord, et la
      *    génération est signalée en SYSOUT.
      *    Code retour : 0 conversion propre, 4 trailer d'origine en
      *    désaccord reporté tel quel, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcIcvt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCIOLD ASSIGN TO CALCIOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCIOLD-STATUS.
           SELECT CALCINEW ASSIGN TO CALCINEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCINEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dessin de CALCIN avant l'élargissement, 81 positions :
      *    opérandes de 8 positions (7 chiffres dont 2 décimales,
      *    signe final, ou code taux), hachage S9(9)V99.
       FD  CALCIOLD
           RECORDING MODE IS F.
       01  CALCIOLD-RECORD.
           05 OI-REC-TYPE    PIC X.
              88 OI-HEADER       VALUE 'H'.
              88 OI-DETAIL       VALUE 'D'.
              88 OI-MULTI        VALUE 'M'.
              88 OI-TRAILER      VALUE 'T'.
           05 OI-REC-DATA    PIC X(80).
           05 OI-DETAIL-DATA REDEFINES OI-REC-DATA.
              10 OI-NUM1        PIC X(08).
              10 OI-NUM2        PIC X(08).
              10 OI-OPERATION   PIC X.
              10 FILLER         PIC X(63).
           05 OI-MULTI-DATA REDEFINES OI-REC-DATA.
              10 OI-MS-START    PIC X(08).
              10 OI-MS-STEP OCCURS 8 TIMES.
                 15 OI-MS-OPERATION PIC X.
                 15 OI-MS-OPERAND   PIC X(08).
           05 OI-TRAILER-DATA REDEFINES OI-REC-DATA.
              10 OI-TRL-COUNT      PIC 9(07).
              10 OI-TRL-HASH       PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
              10 FILLER            PIC X(61).

       FD  CALCINEW
           RECORDING MODE IS F.
           COPY CALCINR.

       WORKING-STORAGE SECTION.

       01 WS-CALCIOLD-STATUS PIC XX.
       01 WS-CALCINEW-STATUS PIC XX.

       01 WS-OLD-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLD-EOF         VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

      *    Opérande en cours de conversion, vu à l'ancien et au
      *    nouveau format, et sa valeur pour les hachages (zéro pour
      *    un code taux, comme dans la règle du trailer).
       01 WS-OLD-OPERAND     PIC X(08).
       01 WS-OLD-OPERAND-NUM REDEFINES WS-OLD-OPERAND
                             PIC S9(5)V99
                             SIGN IS TRAILING SEPARATE.
       01 WS-NEW-OPERAND     PIC X(12).
       01 WS-NEW-OPERAND-NUM REDEFINES WS-NEW-OPERAND
                             PIC S9(9)V99
                             SIGN IS TRAILING SEPARATE.
       01 WS-OPERAND-HASH    PIC S9(5)V99.

      *    Hachages recalculés depuis le dernier trailer, selon
      *    l'ancienne et la nouvelle règle.
       01 WS-OLD-HASH        PIC S9(9)V99 VALUE ZERO.
       01 WS-NEW-HASH        PIC S9(13)V99 VALUE ZERO.

       01 WS-STEP-IDX        PIC 9(1).

       01 WS-COUNT-READ      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE ZERO.
       01 WS-COUNT-TRL-KEPT  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCIOLD
           IF WS-CALCIOLD-STATUS NOT = '00'
               DISPLAY "CALCICVT: impossible d'ouvrir CALCIOLD, "
                   "statut " WS-CALCIOLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCINEW
               IF WS-CALCINEW-STATUS NOT = '00'
                   DISPLAY "CALCICVT: impossible d'ouvrir CALCINEW, "
                       "statut " WS-CALCINEW-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM CONVERT-RECORD-PARAGRAPH
                       UNTIL WS-OLD-EOF OR WS-RUN-ERROR
                   CLOSE CALCINEW
               END-IF
               CLOSE CALCIOLD
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCICVT: " WS-COUNT-READ " lus, "
                   WS-COUNT-WRITTEN " convertis, "
                   WS-COUNT-TRL-KEPT " trailers en desaccord reportes"
           END-IF

           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-COUNT-TRL-KEPT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0000-MAIN-STOP.
           STOP RUN.


      *    Recopie un enregistrement selon son type ; un type inconnu
      *    est recopié tel quel, pour être rejeté à la relecture comme
      *    il l'aurait été à l'origine.
       CONVERT-RECORD-PARAGRAPH.
           READ CALCIOLD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SPACES TO CALCIN-RECORD
                   MOVE OI-REC-TYPE TO CI-REC-TYPE
                   EVALUATE TRUE
                       WHEN OI-HEADER
                           MOVE OI-REC-DATA TO CI-REC-DATA
                       WHEN OI-DETAIL
                           PERFORM CONVERT-DETAIL-PARAGRAPH
                       WHEN OI-MULTI
                           PERFORM CONVERT-MULTI-PARAGRAPH
                       WHEN OI-TRAILER
                           PERFORM CONVERT-TRAILER-PARAGRAPH
                       WHEN OTHER
                           MOVE OI-REC-DATA TO CI-REC-DATA
                   END-EVALUATE
                   WRITE CALCIN-RECORD
                   IF WS-CALCINEW-STATUS NOT = '00'
                       DISPLAY "CALCICVT: echec d'ecriture, statut "
                           WS-CALCINEW-STATUS ", conversion arretee"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-COUNT-WRITTEN
                   END-IF
           END-READ.

      *    Détail 'D' : les deux opérandes comptent au hachage.
       CONVERT-DETAIL-PARAGRAPH.
           MOVE OI-NUM1 TO WS-OLD-OPERAND
           PERFORM CONVERT-OPERAND-PARAGRAPH
           PERFORM ADD-HASH-PARAGRAPH
           MOVE WS-NEW-OPERAND TO CI-NUM1
           MOVE OI-NUM2 TO WS-OLD-OPERAND
           PERFORM CONVERT-OPERAND-PARAGRAPH
           PERFORM ADD-HASH-PARAGRAPH
           MOVE WS-NEW-OPERAND TO CI-NUM2
           MOVE OI-OPERATION TO CI-OPERATION.

      *    Calcul en chaîne 'M' : la valeur de départ et les opérandes
      *    des étapes dont le code opération est renseigné comptent au
      *    hachage (règle du copybook CALCINR) ; toutes les étapes
      *    sont recopiées.
       CONVERT-MULTI-PARAGRAPH.
           MOVE OI-MS-START TO WS-OLD-OPERAND
           PERFORM CONVERT-OPERAND-PARAGRAPH
           PERFORM ADD-HASH-PARAGRAPH
           MOVE WS-NEW-OPERAND TO CI-MS-START
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 8
               MOVE OI-MS-OPERATION(WS-STEP-IDX)
                   TO CI-MS-OPERATION(WS-STEP-IDX)
               MOVE OI-MS-OPERAND(WS-STEP-IDX) TO WS-OLD-OPERAND
               PERFORM CONVERT-OPERAND-PARAGRAPH
               IF OI-MS-OPERATION(WS-STEP-IDX) NOT = SPACE
                   PERFORM ADD-HASH-PARAGRAPH
               END-IF
               MOVE WS-NEW-OPERAND TO CI-MS-OPERAND(WS-STEP-IDX)
           END-PERFORM.

      *    Trailer 'T' : le nombre est repris ; le hachage prend la
      *    nouvelle règle si l'ancien était juste, sinon l'ancienne
      *    valeur est reportée et signalée. Les hachages repartent
      *    de zéro pour un éventuel fichier suivant.
       CONVERT-TRAILER-PARAGRAPH.
           MOVE OI-TRL-COUNT TO CI-TRL-COUNT
           IF OI-TRL-HASH IS NUMERIC
               AND OI-TRL-HASH = WS-OLD-HASH
               MOVE WS-NEW-HASH TO CI-TRL-HASH
           ELSE
               ADD 1 TO WS-COUNT-TRL-KEPT
               DISPLAY "CALCICVT: hachage du trailer en desaccord "
                   "(enregistrement " WS-COUNT-READ
                   "), valeur d'origine reportee"
               IF OI-TRL-HASH IS NUMERIC
                   MOVE OI-TRL-HASH TO CI-TRL-HASH
               ELSE
                   MOVE ZERO TO CI-TRL-HASH
               END-IF
           END-IF
           MOVE ZERO TO WS-OLD-HASH
           MOVE ZERO TO WS-NEW-HASH.

      *    Un opérande littéral est reporté à sa valeur, tout autre
      *    contenu (code taux, texte invalide) est recopié cadré à
      *    gauche et compte pour zéro au hachage.
       CONVERT-OPERAND-PARAGRAPH.
           IF WS-OLD-OPERAND(1:7) IS NUMERIC
               AND (WS-OLD-OPERAND(8:1) = '+'
                 OR WS-OLD-OPERAND(8:1) = '-')
               MOVE WS-OLD-OPERAND-NUM TO WS-NEW-OPERAND-NUM
               MOVE WS-OLD-OPERAND-NUM TO WS-OPERAND-HASH
           ELSE
               MOVE WS-OLD-OPERAND TO WS-NEW-OPERAND
               MOVE ZERO TO WS-OPERAND-HASH
           END-IF.

       ADD-HASH-PARAGRAPH.
           COMPUTE WS-OLD-HASH = FUNCTION REM(WS-OLD-HASH
               + WS-OPERAND-HASH, 1000000000)
           COMPUTE WS-NEW-HASH = FUNCTION REM(WS-NEW-HASH
               + WS-OPERAND-HASH, 10000000000000).

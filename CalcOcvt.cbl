      *    *************************************************************
      *    PROGRAMME DE CONVERSION D'UN FICHIER DE RESULTATS AUX
      *    MONTANTS ELARGIS
      *    Passage unique par génération (voir CALCHSCV.JCL) : recopie
      *    un fichier CALCOUT de 35 positions (montants S9(5)V99,
      *    hachage S9(9)V99) vers le dessin courant de 59 positions du
      *    copybook CALCOUTR (montants S9(9)V99, hachage S9(13)V99),
      *    afin que CalcRecon relise les nuits de l'historique
      *    RESULTS.HIST d'avant l'élargissement, et que les fichiers
      *    de résultats courants passent au nouveau dessin (voir
      *    CALCDPCV.JCL).
      *    Les détails sont reportés champ par champ, premier code
      *    taux et service d'origine à blanc (l'ancien dessin ne les
      *    portait pas, voir CALCOUTR). Le hachage du
      *    trailer (somme des résultats) est recalculé pendant la
      *    recopie selon l'ancienne règle (modulo 1 000 000 000) et la
      *    nouvelle (modulo 10 000 000 000 000, voir CALCOUTR) : si le
      *    trailer d'origine était juste, il reçoit le hachage de la
      *    nouvelle règle ; s'il était faux, sa valeur d'origine est
      *    reportée telle quelle, de sorte que le rapprochement le
      *    signale toujours en désaccord, et la génération est
      *    signalée en SYSOUT.
      *    Code retour : 0 conversion propre, 4 trailer d'origine en
      *    désaccord reporté tel quel, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcOcvt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCOOLD ASSIGN TO CALCOOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCOOLD-STATUS.
           SELECT CALCONEW ASSIGN TO CALCONEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCONEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dessin de CALCOUT avant l'élargissement, 35 positions.
       FD  CALCOOLD
           RECORDING MODE IS F.
       01  CALCOOLD-RECORD.
           05 OO-REC-TYPE    PIC X.
              88 OO-DETAIL       VALUE 'D'.
              88 OO-TRAILER      VALUE 'T'.
           05 OO-DETAIL-DATA.
              10 OO-NUM1        PIC S9(5)V99
                                SIGN IS TRAILING SEPARATE.
              10 OO-NUM2        PIC S9(5)V99
                                SIGN IS TRAILING SEPARATE.
              10 OO-OPERATION   PIC X.
              10 OO-RESULT      PIC S9(5)V99
                                SIGN IS TRAILING SEPARATE.
              10 OO-STATUS      PIC X(09).
           05 OO-TRAILER-DATA REDEFINES OO-DETAIL-DATA.
              10 OO-TRL-COUNT      PIC 9(07).
              10 OO-TRL-HASH       PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
              10 FILLER            PIC X(15).

       FD  CALCONEW
           RECORDING MODE IS F.
           COPY CALCOUTR.

       WORKING-STORAGE SECTION.

       01 WS-CALCOOLD-STATUS PIC XX.
       01 WS-CALCONEW-STATUS PIC XX.

       01 WS-OLD-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLD-EOF         VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

      *    Hachages recalculés depuis le dernier trailer, selon
      *    l'ancienne et la nouvelle règle.
       01 WS-OLD-HASH        PIC S9(9)V99 VALUE ZERO.
       01 WS-NEW-HASH        PIC S9(13)V99 VALUE ZERO.

       01 WS-COUNT-READ      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE ZERO.
       01 WS-COUNT-TRL-KEPT  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCOOLD
           IF WS-CALCOOLD-STATUS NOT = '00'
               DISPLAY "CALCOCVT: impossible d'ouvrir CALCOOLD, "
                   "statut " WS-CALCOOLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCONEW
               IF WS-CALCONEW-STATUS NOT = '00'
                   DISPLAY "CALCOCVT: impossible d'ouvrir CALCONEW, "
                       "statut " WS-CALCONEW-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM CONVERT-RECORD-PARAGRAPH
                       UNTIL WS-OLD-EOF OR WS-RUN-ERROR
                   CLOSE CALCONEW
               END-IF
               CLOSE CALCOOLD
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCOCVT: " WS-COUNT-READ " lus, "
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
      *    est recopié tel quel, pour être signalé à la relecture
      *    comme il l'aurait été à l'origine.
       CONVERT-RECORD-PARAGRAPH.
           READ CALCOOLD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SPACES TO CALCOUT-RECORD
                   MOVE OO-REC-TYPE TO CO-REC-TYPE
                   EVALUATE TRUE
                       WHEN OO-DETAIL
                           PERFORM CONVERT-DETAIL-PARAGRAPH
                       WHEN OO-TRAILER
                           PERFORM CONVERT-TRAILER-PARAGRAPH
                       WHEN OTHER
                           MOVE OO-DETAIL-DATA TO CO-DETAIL-DATA
                   END-EVALUATE
                   WRITE CALCOUT-RECORD
                   IF WS-CALCONEW-STATUS NOT = '00'
                       DISPLAY "CALCOCVT: echec d'ecriture, statut "
                           WS-CALCONEW-STATUS ", conversion arretee"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-COUNT-WRITTEN
                   END-IF
           END-READ.

       CONVERT-DETAIL-PARAGRAPH.
           MOVE OO-NUM1      TO CO-NUM1
           MOVE OO-NUM2      TO CO-NUM2
           MOVE OO-OPERATION TO CO-OPERATION
           MOVE OO-RESULT    TO CO-RESULT
           MOVE OO-STATUS    TO CO-STATUS
           COMPUTE WS-OLD-HASH = FUNCTION REM(WS-OLD-HASH
               + OO-RESULT, 1000000000)
           COMPUTE WS-NEW-HASH = FUNCTION REM(WS-NEW-HASH
               + OO-RESULT, 10000000000000).

      *    Trailer 'T' : le nombre est repris ; le hachage prend la
      *    nouvelle règle si l'ancien était juste, sinon l'ancienne
      *    valeur est reportée et signalée.
       CONVERT-TRAILER-PARAGRAPH.
           MOVE OO-TRL-COUNT TO CO-TRL-COUNT
           IF OO-TRL-HASH IS NUMERIC
               AND OO-TRL-HASH = WS-OLD-HASH
               MOVE WS-NEW-HASH TO CO-TRL-HASH
           ELSE
               ADD 1 TO WS-COUNT-TRL-KEPT
               DISPLAY "CALCOCVT: hachage du trailer en desaccord "
                   "(enregistrement " WS-COUNT-READ
                   "), valeur d'origine reportee"
               IF OO-TRL-HASH IS NUMERIC
                   MOVE OO-TRL-HASH TO CO-TRL-HASH
               ELSE
                   MOVE ZERO TO CO-TRL-HASH
               END-IF
           END-IF
           MOVE ZERO TO WS-OLD-HASH
           MOVE ZERO TO WS-NEW-HASH.

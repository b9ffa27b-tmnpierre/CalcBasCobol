      *    *************************************************************
      *    PROGRAMME DE CONVERSION D'UN FICHIER DE RESULTATS AU DESSIN
      *    PORTANT LE SERVICE D'ORIGINE
      *    Passage unique par fichier (voir CALCDPHV.JCL) : recopie
      *    un fichier CALCOUT au dessin intermédiaire de 55 positions
      *    (montants S9(9)V99, hachage S9(13)V99, code taux sans
      *    service) vers le dessin courant de 59 positions du
      *    copybook CALCOUTR, qui ajoute le service d'origine CO-DEPT
      *    au détail. Les fichiers de 35 positions d'avant
      *    l'élargissement ne passent pas par ce dessin : CALCOCVT
      *    les convertit directement (voir CALCDPCV.JCL et
      *    CALCHSCV.JCL).
      *    Les détails sont reportés champ par champ, service à blanc
      *    (ces nuits n'étaient pas passées par la réception des
      *    fichiers des services). Le trailer est reporté tel quel :
      *    ni le compte ni le hachage des résultats ne dépendent du
      *    service.
      *    Code retour : 0 conversion propre, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcOcv2.
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
      *    Dessin de CALCOUT avant l'ajout du service, 55 positions.
       FD  CALCOOLD
           RECORDING MODE IS F.
       01  CALCOOLD-RECORD.
           05 OO-REC-TYPE    PIC X.
              88 OO-DETAIL       VALUE 'D'.
              88 OO-TRAILER      VALUE 'T'.
           05 OO-DETAIL-DATA.
              10 OO-NUM1        PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
              10 OO-NUM2        PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
              10 OO-OPERATION   PIC X.
              10 OO-RESULT      PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
              10 OO-STATUS      PIC X(09).
              10 OO-RATE-CODE   PIC X(08).
           05 OO-TRAILER-DATA REDEFINES OO-DETAIL-DATA.
              10 OO-TRL-COUNT      PIC 9(07).
              10 OO-TRL-HASH       PIC X(16).
              10 OO-TRL-HELD-COUNT PIC X(07).
              10 OO-TRL-HELD-HASH  PIC X(16).
              10 FILLER            PIC X(08).

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

       01 WS-COUNT-READ      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCOOLD
           IF WS-CALCOOLD-STATUS NOT = '00'
               DISPLAY "CALCOCV2: impossible d'ouvrir CALCOOLD, "
                   "statut " WS-CALCOOLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCONEW
               IF WS-CALCONEW-STATUS NOT = '00'
                   DISPLAY "CALCOCV2: impossible d'ouvrir CALCONEW, "
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
               DISPLAY "CALCOCV2: " WS-COUNT-READ " lus, "
                   WS-COUNT-WRITTEN " convertis"
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

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
                       DISPLAY "CALCOCV2: echec d'ecriture, statut "
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
           MOVE OO-RATE-CODE TO CO-RATE-CODE
           MOVE SPACES       TO CO-DEPT.

      *    Trailer 'T' : les zones sont reportées octet pour octet,
      *    y compris les blancs d'un trailer antérieur à la
      *    rétention, que les lecteurs prennent pour zéro.
       CONVERT-TRAILER-PARAGRAPH.
           MOVE OO-TRAILER-DATA(1:46) TO CO-TRAILER-DATA(1:46).

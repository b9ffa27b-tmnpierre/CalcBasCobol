      *    *************************************************************
      *    PROGRAMME DE CONVERSION DE L'HISTORIQUE DES SYNTHESES
      *    Passage unique (voir CALCAMCV.JCL) : recopie l'historique
      *    CALCSUM de 93 positions, somme des résultats en S9(11)V99,
      *    vers le dessin courant de 97 positions du copybook
      *    CALCSUMR, somme en S9(15)V99. Dates et compteurs sont
      *    repris tels quels, la somme est reportée à sa valeur :
      *    l'état de tendance CalcTrd relit ainsi les mois archivés
      *    avant l'élargissement des montants.
      *    Code retour : 0 conversion propre, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcScvt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCSOLD ASSIGN TO CALCSOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCSOLD-STATUS.
           SELECT CALCSNEW ASSIGN TO CALCSNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCSNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dessin de l'historique avant l'élargissement, 93
      *    positions : les 79 premières (dates et compteurs) sont
      *    celles du dessin courant, seule la somme finale change de
      *    largeur.
       FD  CALCSOLD
           RECORDING MODE IS F.
       01  CALCSOLD-RECORD.
           05 OS-COUNTERS       PIC X(79).
           05 OS-SUM-RESULT     PIC S9(11)V99
                                SIGN IS TRAILING SEPARATE.

       FD  CALCSNEW
           RECORDING MODE IS F.
           COPY CALCSUMR.

       WORKING-STORAGE SECTION.

       01 WS-CALCSOLD-STATUS PIC XX.
       01 WS-CALCSNEW-STATUS PIC XX.

       01 WS-OLD-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLD-EOF         VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

       01 WS-COUNT-READ      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCSOLD
           IF WS-CALCSOLD-STATUS NOT = '00'
               DISPLAY "CALCSCVT: impossible d'ouvrir CALCSOLD, "
                   "statut " WS-CALCSOLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCSNEW
               IF WS-CALCSNEW-STATUS NOT = '00'
                   DISPLAY "CALCSCVT: impossible d'ouvrir CALCSNEW, "
                       "statut " WS-CALCSNEW-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM CONVERT-RECORD-PARAGRAPH
                       UNTIL WS-OLD-EOF OR WS-RUN-ERROR
                   CLOSE CALCSNEW
               END-IF
               CLOSE CALCSOLD
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCSCVT: " WS-COUNT-READ " lus, "
                   WS-COUNT-WRITTEN " convertis"
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0000-MAIN-STOP.
           STOP RUN.


      *    Recopie une synthèse : dates et compteurs en l'état, somme
      *    reportée à sa valeur dans la zone élargie.
       CONVERT-RECORD-PARAGRAPH.
           READ CALCSOLD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE OS-COUNTERS     TO CALCSUM-RECORD(1:79)
                   MOVE OS-SUM-RESULT   TO SM-SUM-RESULT
                   WRITE CALCSUM-RECORD
                   IF WS-CALCSNEW-STATUS NOT = '00'
                       DISPLAY "CALCSCVT: echec d'ecriture, statut "
                           WS-CALCSNEW-STATUS ", conversion arretee"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-COUNT-WRITTEN
                   END-IF
           END-READ.

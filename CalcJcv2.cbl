      *    *************************************************************
      *    PROGRAMME DE CONVERSION DU JOURNAL DES MAINTENANCES AUX
      *    VALEURS ELARGIES
      *    Passage unique (voir CALCAMCV.JCL) : recopie un journal
      *    CALCRJL de 72 positions, valeurs S9(5)V99, vers le dessin
      *    courant de 80 positions du copybook CALCRJR, valeurs
      *    S9(9)V99. Chaque champ est reporté à sa valeur ; état et
      *    valideur du double contrôle sont repris tels quels, de
      *    sorte que CalcAud relit l'historique complet des
      *    maintenances.
      *    Un journal encore au dessin de 61 positions se convertit
      *    par CALCJCVT (voir CALCRJCV.JCL), qui produit directement
      *    le dessin courant.
      *    Code retour : 0 conversion propre, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcJcv2.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCJOLD ASSIGN TO CALCJOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCJOLD-STATUS.
           SELECT CALCJNEW ASSIGN TO CALCJNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCJNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dessin du journal avant l'élargissement des valeurs, 72
      *    positions : valeurs S9(5)V99 à signe final séparé.
       FD  CALCJOLD
           RECORDING MODE IS F.
       01  CALCJOLD-RECORD.
           05 OJ-TIMESTAMP    PIC X(14).
           05 FILLER          PIC X(01).
           05 OJ-OPERATOR     PIC X(08).
           05 FILLER          PIC X(01).
           05 OJ-ACTION       PIC X(01).
           05 FILLER          PIC X(01).
           05 OJ-CODE         PIC X(08).
           05 FILLER          PIC X(01).
           05 OJ-EFF-DATE     PIC 9(08).
           05 FILLER          PIC X(01).
           05 OJ-OLD-VALUE    PIC S9(5)V99
                              SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(01).
           05 OJ-NEW-VALUE    PIC S9(5)V99
                              SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(01).
           05 OJ-STATE        PIC X(01).
           05 FILLER          PIC X(01).
           05 OJ-APPROVER     PIC X(08).

       FD  CALCJNEW
           RECORDING MODE IS F.
           COPY CALCRJR.

       WORKING-STORAGE SECTION.

       01 WS-CALCJOLD-STATUS PIC XX.
       01 WS-CALCJNEW-STATUS PIC XX.

       01 WS-OLD-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLD-EOF         VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

       01 WS-COUNT-READ      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCJOLD
           IF WS-CALCJOLD-STATUS NOT = '00'
               DISPLAY "CALCJCV2: impossible d'ouvrir CALCJOLD, "
                   "statut " WS-CALCJOLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCJNEW
               IF WS-CALCJNEW-STATUS NOT = '00'
                   DISPLAY "CALCJCV2: impossible d'ouvrir CALCJNEW, "
                       "statut " WS-CALCJNEW-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM CONVERT-RECORD-PARAGRAPH
                       UNTIL WS-OLD-EOF OR WS-RUN-ERROR
                   CLOSE CALCJNEW
               END-IF
               CLOSE CALCJOLD
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCJCV2: " WS-COUNT-READ " lus, "
                   WS-COUNT-WRITTEN " convertis"
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0000-MAIN-STOP.
           STOP RUN.


      *    Recopie un enregistrement champ par champ : les valeurs
      *    sont reportées dans les zones élargies, les séparateurs
      *    restent à blanc.
       CONVERT-RECORD-PARAGRAPH.
           READ CALCJOLD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SPACES TO CALCRJL-RECORD
                   MOVE OJ-TIMESTAMP    TO RJ-TIMESTAMP
                   MOVE OJ-OPERATOR     TO RJ-OPERATOR
                   MOVE OJ-ACTION       TO RJ-ACTION
                   MOVE OJ-CODE         TO RJ-CODE
                   MOVE OJ-EFF-DATE     TO RJ-EFF-DATE
                   MOVE OJ-OLD-VALUE    TO RJ-OLD-VALUE
                   MOVE OJ-NEW-VALUE    TO RJ-NEW-VALUE
                   MOVE OJ-STATE        TO RJ-STATE
                   MOVE OJ-APPROVER     TO RJ-APPROVER
                   WRITE CALCRJL-RECORD
                   IF WS-CALCJNEW-STATUS NOT = '00'
                       DISPLAY "CALCJCV2: echec d'ecriture, statut "
                           WS-CALCJNEW-STATUS ", conversion arretee"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-COUNT-WRITTEN
                   END-IF
           END-READ.

      *    *************************************************************
      *    PROGRAMME DE CONVERSION DU JOURNAL DE CALCUL AU DESSIN
      *    CHAINE
      *    Passage unique (voir CALCCHCV.JCL pour le journal vivant,
      *    CALCARCV.JCL pour chaque génération d'archive) : recopie un
      *    journal CALCLOG de 89 positions (montants déjà élargis)
      *    vers le dessin courant de 128 positions du copybook
      *    CALCLOGR. Tous les champs sont repris tels quels ; le
      *    numéro d'ordre et les sceaux de chaînage sont mis à zéro
      *    (enregistrement antérieur au chaînage, voir CALCLOGR) :
      *    la chaîne commence au premier enregistrement écrit après
      *    la conversion.
      *    Code retour : 0 conversion propre, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcLcv3.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCLOLD ASSIGN TO CALCLOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCLOLD-STATUS.
           SELECT CALCLNEW ASSIGN TO CALCLNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCLNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dessin du journal avant le chaînage, 89 positions.
       FD  CALCLOLD
           RECORDING MODE IS F.
       01  CALCLOLD-RECORD.
           05 OL-TIMESTAMP    PIC X(14).
           05 FILLER          PIC X(01).
           05 OL-NUM1         PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(01).
           05 OL-NUM2         PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(01).
           05 OL-OPERATION    PIC X(01).
           05 FILLER          PIC X(01).
           05 OL-RESULT       PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER          PIC X(01).
           05 OL-STATUS       PIC X(09).
           05 FILLER          PIC X(01).
           05 OL-OPERATOR     PIC X(08).
           05 FILLER          PIC X(01).
           05 OL-TICKET       PIC X(12).
           05 FILLER          PIC X(01).
           05 OL-SOURCE       PIC X(01).

       FD  CALCLNEW
           RECORDING MODE IS F.
           COPY CALCLOGR.

       WORKING-STORAGE SECTION.

       01 WS-CALCLOLD-STATUS PIC XX.
       01 WS-CALCLNEW-STATUS PIC XX.

       01 WS-OLD-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLD-EOF         VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

       01 WS-COUNT-READ      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCLOLD
           IF WS-CALCLOLD-STATUS NOT = '00'
               DISPLAY "CALCLCV3: impossible d'ouvrir CALCLOLD, "
                   "statut " WS-CALCLOLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCLNEW
               IF WS-CALCLNEW-STATUS NOT = '00'
                   DISPLAY "CALCLCV3: impossible d'ouvrir CALCLNEW, "
                       "statut " WS-CALCLNEW-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM CONVERT-RECORD-PARAGRAPH
                       UNTIL WS-OLD-EOF OR WS-RUN-ERROR
                   CLOSE CALCLNEW
               END-IF
               CLOSE CALCLOLD
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCLCV3: " WS-COUNT-READ " lus, "
                   WS-COUNT-WRITTEN " convertis"
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0000-MAIN-STOP.
           STOP RUN.


      *    Recopie un enregistrement champ par champ, hors chaîne ;
      *    les séparateurs restent à blanc.
       CONVERT-RECORD-PARAGRAPH.
           READ CALCLOLD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SPACES TO CALCLOG-RECORD
                   MOVE OL-TIMESTAMP    TO CL-TIMESTAMP
                   MOVE OL-NUM1         TO CL-NUM1
                   MOVE OL-NUM2         TO CL-NUM2
                   MOVE OL-OPERATION    TO CL-OPERATION
                   MOVE OL-RESULT       TO CL-RESULT
                   MOVE OL-STATUS       TO CL-STATUS
                   MOVE OL-OPERATOR     TO CL-OPERATOR
                   MOVE OL-TICKET       TO CL-TICKET
                   MOVE OL-SOURCE       TO CL-SOURCE
                   MOVE ZERO            TO CL-SEQUENCE
                                           CL-PREV-CHAIN CL-CHAIN
                   WRITE CALCLOG-RECORD
                   IF WS-CALCLNEW-STATUS NOT = '00'
                       DISPLAY "CALCLCV3: echec d'ecriture, statut "
                           WS-CALCLNEW-STATUS ", conversion arretee"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-COUNT-WRITTEN
                   END-IF
           END-READ.

      *    *************************************************************
      *    PROGRAMME DE CONVERSION DES MAINTENANCES EN ATTENTE AUX
      *    VALEURS ELARGIES
      *    Passage unique (voir CALCAMKV.JCL) : recopie le fichier
      *    indexé CALCPND de 85 positions, valeurs S9(5)V99, vers un
      *    nouveau fichier indexé au dessin courant de 93 positions
      *    du copybook CALCPDR, valeurs S9(9)V99. L'ancien fichier
      *    est lu dans l'ordre de ses clés (code + date d'effet), le
      *    nouveau chargé dans le même ordre ; les actions en attente
      *    de validation gardent leur auteur et leur heure de saisie
      *    et restent à approuver ou rejeter dans CalcTab.
      *    Code retour : 0 conversion propre, 4 des doublons
      *    ignorés, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcPcvt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCPOLD ASSIGN TO CALCPOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-CALCPOLD-STATUS.
           SELECT CALCPND  ASSIGN TO CALCPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-CALCPND-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dessin des actions en attente avant l'élargissement, 85
      *    positions : même clé, valeurs S9(5)V99 à signe final
      *    séparé.
       FD  CALCPOLD
           RECORDING MODE IS F.
       01  CALCPOLD-RECORD.
           05 PO-KEY.
              10 PO-CODE      PIC X(08).
              10 PO-EFF-DATE  PIC 9(08).
           05 PO-ACTION       PIC X(01).
           05 PO-DESC         PIC X(30).
           05 PO-OLD-VALUE    PIC S9(5)V99
                              SIGN IS TRAILING SEPARATE.
           05 PO-NEW-VALUE    PIC S9(5)V99
                              SIGN IS TRAILING SEPARATE.
           05 PO-MAKER        PIC X(08).
           05 PO-TIMESTAMP    PIC X(14).

       FD  CALCPND
           RECORDING MODE IS F.
           COPY CALCPDR.

       WORKING-STORAGE SECTION.

       01 WS-CALCPOLD-STATUS PIC XX.
       01 WS-CALCPND-STATUS PIC XX.

       01 WS-OLD-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLD-EOF         VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

       01 WS-COUNT-READ      PIC 9(5) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(5) VALUE ZERO.
       01 WS-COUNT-DUP       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCPOLD
           IF WS-CALCPOLD-STATUS NOT = '00'
               DISPLAY "CALCPCVT: impossible d'ouvrir CALCPOLD, "
                   "statut " WS-CALCPOLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCPND
               IF WS-CALCPND-STATUS NOT = '00'
                   DISPLAY "CALCPCVT: impossible d'ouvrir CALCPND, "
                       "statut " WS-CALCPND-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM CONVERT-ENTRY-PARAGRAPH
                       UNTIL WS-OLD-EOF OR WS-RUN-ERROR
                   CLOSE CALCPND
               END-IF
               CLOSE CALCPOLD
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCPCVT: " WS-COUNT-READ " lus, "
                   WS-COUNT-WRITTEN " convertis, "
                   WS-COUNT-DUP " doublons ignores"
           END-IF

           EVALUATE TRUE
               WHEN WS-RUN-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-COUNT-DUP > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0000-MAIN-STOP.
           STOP RUN.


      *    Recopie une action en attente de l'ancien fichier vers le
      *    nouveau, dans l'ordre des clés de l'ancien.
       CONVERT-ENTRY-PARAGRAPH.
           READ CALCPOLD NEXT
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE PO-CODE      TO PD-CODE
                   MOVE PO-EFF-DATE  TO PD-EFF-DATE
                   MOVE PO-ACTION    TO PD-ACTION
                   MOVE PO-DESC      TO PD-DESC
                   MOVE PO-OLD-VALUE TO PD-OLD-VALUE
                   MOVE PO-NEW-VALUE TO PD-NEW-VALUE
                   MOVE PO-MAKER     TO PD-MAKER
                   MOVE PO-TIMESTAMP TO PD-TIMESTAMP
                   WRITE CALCPND-RECORD
                   EVALUATE WS-CALCPND-STATUS
                       WHEN '00'
                           ADD 1 TO WS-COUNT-WRITTEN
                       WHEN '22'
                           ADD 1 TO WS-COUNT-DUP
                           DISPLAY "CALCPCVT: doublon de cle "
                               PD-CODE " " PD-EFF-DATE " ignore"
                       WHEN OTHER
                           DISPLAY "CALCPCVT: echec d'ecriture, "
                               "statut " WS-CALCPND-STATUS
                               ", conversion arretee"
                           SET WS-RUN-ERROR TO TRUE
                   END-EVALUATE
           END-READ.

      *    *************************************************************
      *    PROGRAMME DE CONVERSION DE LA TABLE DES TAUX AUX VALEURS
      *    ELARGIES
      *    Passage unique (voir CALCAMKV.JCL) : recopie la table
      *    indexée CALCRATE de 55 positions, valeur S9(5)V99, vers
      *    une nouvelle table indexée au dessin courant de 59
      *    positions du copybook CALCRTR, valeur S9(9)V99. L'ancienne
      *    table est lue dans l'ordre de ses clés (code + date
      *    d'effet), la nouvelle chargée dans le même ordre ; code,
      *    description, date d'effet et statut sont repris tels
      *    quels, la valeur est reportée à sa valeur.
      *    Code retour : 0 conversion propre, 4 des doublons
      *    ignorés, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRcv2.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCROLD ASSIGN TO CALCROLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RO-KEY
               FILE STATUS IS WS-CALCROLD-STATUS.
           SELECT CALCRATE ASSIGN TO CALCRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-CALCRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dessin de la table avant l'élargissement, 55 positions :
      *    même clé, valeur S9(5)V99 à signe final séparé.
       FD  CALCROLD
           RECORDING MODE IS F.
       01  CALCROLD-RECORD.
           05 RO-KEY.
              10 RO-CODE     PIC X(08).
              10 RO-EFF-DATE PIC 9(08).
           05 RO-DESC        PIC X(30).
           05 RO-VALUE       PIC S9(5)V99
                             SIGN IS TRAILING SEPARATE.
           05 RO-STATUS      PIC X.

       FD  CALCRATE
           RECORDING MODE IS F.
           COPY CALCRTR.

       WORKING-STORAGE SECTION.

       01 WS-CALCROLD-STATUS PIC XX.
       01 WS-CALCRATE-STATUS PIC XX.

       01 WS-OLD-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLD-EOF         VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

       01 WS-COUNT-READ      PIC 9(5) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(5) VALUE ZERO.
       01 WS-COUNT-DUP       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCROLD
           IF WS-CALCROLD-STATUS NOT = '00'
               DISPLAY "CALCRCV2: impossible d'ouvrir CALCROLD, "
                   "statut " WS-CALCROLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCRATE
               IF WS-CALCRATE-STATUS NOT = '00'
                   DISPLAY "CALCRCV2: impossible d'ouvrir CALCRATE, "
                       "statut " WS-CALCRATE-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM CONVERT-ENTRY-PARAGRAPH
                       UNTIL WS-OLD-EOF OR WS-RUN-ERROR
                   CLOSE CALCRATE
               END-IF
               CLOSE CALCROLD
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCRCV2: " WS-COUNT-READ " lus, "
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


      *    Recopie une entrée de l'ancienne table vers la nouvelle,
      *    dans l'ordre des clés de l'ancienne.
       CONVERT-ENTRY-PARAGRAPH.
           READ CALCROLD NEXT
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE RO-CODE     TO RT-CODE
                   MOVE RO-EFF-DATE TO RT-EFF-DATE
                   MOVE RO-DESC     TO RT-DESC
                   MOVE RO-VALUE    TO RT-VALUE
                   MOVE RO-STATUS   TO RT-STATUS
                   WRITE CALCRATE-RECORD
                   EVALUATE WS-CALCRATE-STATUS
                       WHEN '00'
                           ADD 1 TO WS-COUNT-WRITTEN
                       WHEN '22'
                           ADD 1 TO WS-COUNT-DUP
                           DISPLAY "CALCRCV2: doublon de cle "
                               RT-CODE " " RT-EFF-DATE " ignore"
                       WHEN OTHER
                           DISPLAY "CALCRCV2: echec d'ecriture, "
                               "statut " WS-CALCRATE-STATUS
                               ", conversion arretee"
                           SET WS-RUN-ERROR TO TRUE
                   END-EVALUATE
           END-READ.

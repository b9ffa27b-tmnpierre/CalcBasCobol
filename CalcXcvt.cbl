      *    *************************************************************
      *    PROGRAMME DE CONVERSION D'UN FICHIER DE REJETS AUX MONTANTS
      *    ELARGIS
      *    Passage unique par génération (voir CALCHSCV.JCL) : recopie
      *    un fichier CALCREJ de 90 positions (image CALCIN de 81
      *    positions suivie du motif) vers le dessin courant de 130
      *    positions (image CALCIN de 121 positions, voir CALCINR,
      *    suivie du motif), afin que CalcRecon et CalcFix relisent
      *    les nuits de l'historique REJECTS.HIST d'avant
      *    l'élargissement.
      *    L'image est convertie par la même règle que CALCICVT pour
      *    les fichiers de transactions : opérande littéral reporté à
      *    sa valeur, code taux ou autre texte recopié cadré à gauche.
      *    Une image rejetée se retrouve ainsi identique, octet pour
      *    octet, à l'enregistrement converti de TRANS.HIST dont elle
      *    est issue, ce que le rapprochement vérifie. Le motif est
      *    repris tel quel.
      *    Code retour : 0 conversion propre, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcXcvt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCXOLD ASSIGN TO CALCXOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCXOLD-STATUS.
           SELECT CALCXNEW ASSIGN TO CALCXNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALCXNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dessin de CALCREJ avant l'élargissement, 90 positions :
      *    image CALCIN de 81 positions (opérandes de 8 positions,
      *    hachage S9(9)V99) suivie du motif.
       FD  CALCXOLD
           RECORDING MODE IS F.
       01  CALCXOLD-RECORD.
           05 OX-REC-TYPE    PIC X.
              88 OX-DETAIL       VALUE 'D'.
              88 OX-MULTI        VALUE 'M'.
              88 OX-TRAILER      VALUE 'T'.
           05 OX-REC-DATA    PIC X(80).
           05 OX-DETAIL-DATA REDEFINES OX-REC-DATA.
              10 OX-NUM1        PIC X(08).
              10 OX-NUM2        PIC X(08).
              10 OX-OPERATION   PIC X.
              10 FILLER         PIC X(63).
           05 OX-MULTI-DATA REDEFINES OX-REC-DATA.
              10 OX-MS-START    PIC X(08).
              10 OX-MS-STEP OCCURS 8 TIMES.
                 15 OX-MS-OPERATION PIC X.
                 15 OX-MS-OPERAND   PIC X(08).
           05 OX-TRAILER-DATA REDEFINES OX-REC-DATA.
              10 OX-TRL-COUNT      PIC 9(07).
              10 OX-TRL-HASH       PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
              10 FILLER            PIC X(61).
           05 OX-REASON      PIC X(09).

      *    Dessin courant, celui que CalcBat écrit : l'image CALCIN
      *    est décrite par le copybook CALCINR pour y placer les
      *    champs convertis.
       FD  CALCXNEW
           RECORDING MODE IS F.
       01  CALCXNEW-RECORD.
           05 CJ-INPUT-IMAGE  PIC X(121).
           05 CJ-REASON       PIC X(09).

       WORKING-STORAGE SECTION.

       01 WS-CALCXOLD-STATUS PIC XX.
       01 WS-CALCXNEW-STATUS PIC XX.

       01 WS-OLD-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLD-EOF         VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

      *    Image CALCIN convertie, reportée ensuite dans le rejet.
           COPY CALCINR.

      *    Opérande en cours de conversion, vu à l'ancien et au
      *    nouveau format.
       01 WS-OLD-OPERAND     PIC X(08).
       01 WS-OLD-OPERAND-NUM REDEFINES WS-OLD-OPERAND
                             PIC S9(5)V99
                             SIGN IS TRAILING SEPARATE.
       01 WS-NEW-OPERAND     PIC X(12).
       01 WS-NEW-OPERAND-NUM REDEFINES WS-NEW-OPERAND
                             PIC S9(9)V99
                             SIGN IS TRAILING SEPARATE.

       01 WS-STEP-IDX        PIC 9(1).

       01 WS-COUNT-READ      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCXOLD
           IF WS-CALCXOLD-STATUS NOT = '00'
               DISPLAY "CALCXCVT: impossible d'ouvrir CALCXOLD, "
                   "statut " WS-CALCXOLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCXNEW
               IF WS-CALCXNEW-STATUS NOT = '00'
                   DISPLAY "CALCXCVT: impossible d'ouvrir CALCXNEW, "
                       "statut " WS-CALCXNEW-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM CONVERT-RECORD-PARAGRAPH
                       UNTIL WS-OLD-EOF OR WS-RUN-ERROR
                   CLOSE CALCXNEW
               END-IF
               CLOSE CALCXOLD
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCXCVT: " WS-COUNT-READ " lus, "
                   WS-COUNT-WRITTEN " convertis"
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

       0000-MAIN-STOP.
           STOP RUN.


      *    Recopie un rejet : l'image est convertie selon son type
      *    (un en-tête ou un type inconnu est recopié tel quel), le
      *    motif est repris.
       CONVERT-RECORD-PARAGRAPH.
           READ CALCXOLD
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SPACES TO CALCIN-RECORD
                   MOVE OX-REC-TYPE TO CI-REC-TYPE
                   EVALUATE TRUE
                       WHEN OX-DETAIL
                           PERFORM CONVERT-DETAIL-PARAGRAPH
                       WHEN OX-MULTI
                           PERFORM CONVERT-MULTI-PARAGRAPH
                       WHEN OX-TRAILER
                           MOVE OX-TRL-COUNT TO CI-TRL-COUNT
                           MOVE OX-TRL-HASH  TO CI-TRL-HASH
                       WHEN OTHER
                           MOVE OX-REC-DATA TO CI-REC-DATA
                   END-EVALUATE
                   MOVE CALCIN-RECORD TO CJ-INPUT-IMAGE
                   MOVE OX-REASON     TO CJ-REASON
                   WRITE CALCXNEW-RECORD
                   IF WS-CALCXNEW-STATUS NOT = '00'
                       DISPLAY "CALCXCVT: echec d'ecriture, statut "
                           WS-CALCXNEW-STATUS ", conversion arretee"
                       SET WS-RUN-ERROR TO TRUE
                   ELSE
                       ADD 1 TO WS-COUNT-WRITTEN
                   END-IF
           END-READ.

       CONVERT-DETAIL-PARAGRAPH.
           MOVE OX-NUM1 TO WS-OLD-OPERAND
           PERFORM CONVERT-OPERAND-PARAGRAPH
           MOVE WS-NEW-OPERAND TO CI-NUM1
           MOVE OX-NUM2 TO WS-OLD-OPERAND
           PERFORM CONVERT-OPERAND-PARAGRAPH
           MOVE WS-NEW-OPERAND TO CI-NUM2
           MOVE OX-OPERATION TO CI-OPERATION.

       CONVERT-MULTI-PARAGRAPH.
           MOVE OX-MS-START TO WS-OLD-OPERAND
           PERFORM CONVERT-OPERAND-PARAGRAPH
           MOVE WS-NEW-OPERAND TO CI-MS-START
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 8
               MOVE OX-MS-OPERATION(WS-STEP-IDX)
                   TO CI-MS-OPERATION(WS-STEP-IDX)
               MOVE OX-MS-OPERAND(WS-STEP-IDX) TO WS-OLD-OPERAND
               PERFORM CONVERT-OPERAND-PARAGRAPH
               MOVE WS-NEW-OPERAND TO CI-MS-OPERAND(WS-STEP-IDX)
           END-PERFORM.

      *    Même règle que CALCICVT : un opérande littéral est reporté
      *    à sa valeur, tout autre contenu recopié cadré à gauche.
       CONVERT-OPERAND-PARAGRAPH.
           IF WS-OLD-OPERAND(1:7) IS NUMERIC
               AND (WS-OLD-OPERAND(8:1) = '+'
                 OR WS-OLD-OPERAND(8:1) = '-')
               MOVE WS-OLD-OPERAND-NUM TO WS-NEW-OPERAND-NUM
           ELSE
               MOVE WS-OLD-OPERAND TO WS-NEW-OPERAND
           END-IF.

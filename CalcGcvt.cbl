      *    *************************************************************
      *    PROGRAMME DE CONVERSION DU REGISTRE DES FICHIERS ACCEPTES
      *    Passage unique (voir CALCAMKV.JCL) : recopie le registre
      *    indexé CALCREG dont la clé porte un hachage S9(9)V99 (clé
      *    de 27 positions) vers un nouveau registre au dessin
      *    courant du copybook CALCRGR, hachage S9(13)V99 (clé de 31
      *    positions). Le nombre de détails, la date, le programme
      *    inscripteur et l'horodatage sont repris tels quels, le
      *    hachage est reporté à sa valeur. Les hachages inscrits
      *    avant l'élargissement suivaient la règle modulo
      *    1 000 000 000 ; ils coïncident avec la règle actuelle pour
      *    tout fichier dont la somme des opérandes restait sous ce
      *    plafond, de sorte que le contrôle des fichiers renvoyés
      *    par l'amont continue de couvrir les nuits déjà inscrites.
      *    L'ancien registre est lu dans l'ordre de ses clés, le
      *    nouveau chargé dans le même ordre (l'élargissement du
      *    hachage par des zéros de tête ne change pas cet ordre).
      *    Code retour : 0 conversion propre, 4 des doublons
      *    ignorés, 12 erreur bloquante.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcGcvt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCGOLD ASSIGN TO CALCGOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-CALCGOLD-STATUS.
           SELECT CALCREG  ASSIGN TO CALCREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-CALCREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dessin du registre avant l'élargissement, 60 positions :
      *    hachage S9(9)V99 dans la clé.
       FD  CALCGOLD
           RECORDING MODE IS F.
       01  CALCGOLD-RECORD.
           05 GO-KEY.
              10 GO-COUNT      PIC 9(07).
              10 GO-HASH       PIC S9(9)V99 SIGN TRAILING SEPARATE.
              10 GO-DATE       PIC 9(08).
           05 GO-SOURCE        PIC X(08).
           05 GO-TIME          PIC X(14).
           05 FILLER           PIC X(11).

       FD  CALCREG
           RECORDING MODE IS F.
           COPY CALCRGR.

       WORKING-STORAGE SECTION.

       01 WS-CALCGOLD-STATUS PIC XX.
       01 WS-CALCREG-STATUS  PIC XX.

       01 WS-OLD-EOF-SW      PIC X VALUE 'N'.
           88 WS-OLD-EOF         VALUE 'Y'.

       01 WS-RUN-ERROR-SW    PIC X VALUE 'N'.
           88 WS-RUN-ERROR       VALUE 'Y'.

       01 WS-COUNT-READ      PIC 9(5) VALUE ZERO.
       01 WS-COUNT-WRITTEN   PIC 9(5) VALUE ZERO.
       01 WS-COUNT-DUP       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-START.
           OPEN INPUT CALCGOLD
           IF WS-CALCGOLD-STATUS NOT = '00'
               DISPLAY "CALCGCVT: impossible d'ouvrir CALCGOLD, "
                   "statut " WS-CALCGOLD-STATUS
               SET WS-RUN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT CALCREG
               IF WS-CALCREG-STATUS NOT = '00'
                   DISPLAY "CALCGCVT: impossible d'ouvrir CALCREG, "
                       "statut " WS-CALCREG-STATUS
                   SET WS-RUN-ERROR TO TRUE
               ELSE
                   PERFORM CONVERT-ENTRY-PARAGRAPH
                       UNTIL WS-OLD-EOF OR WS-RUN-ERROR
                   CLOSE CALCREG
               END-IF
               CLOSE CALCGOLD
           END-IF

           IF NOT WS-RUN-ERROR
               DISPLAY "CALCGCVT: " WS-COUNT-READ " lus, "
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


      *    Recopie une inscription de l'ancien registre vers le
      *    nouveau, dans l'ordre des clés de l'ancien.
       CONVERT-ENTRY-PARAGRAPH.
           READ CALCGOLD NEXT
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNT-READ
                   MOVE SPACES    TO CALCREG-RECORD
                   MOVE GO-COUNT  TO RG-COUNT
                   MOVE GO-HASH   TO RG-HASH
                   MOVE GO-DATE   TO RG-DATE
                   MOVE GO-SOURCE TO RG-SOURCE
                   MOVE GO-TIME   TO RG-TIME
                   WRITE CALCREG-RECORD
                   EVALUATE WS-CALCREG-STATUS
                       WHEN '00'
                           ADD 1 TO WS-COUNT-WRITTEN
                       WHEN '22'
                           ADD 1 TO WS-COUNT-DUP
                           DISPLAY "CALCGCVT: doublon de cle "
                               RG-COUNT " " RG-DATE " ignore"
                       WHEN OTHER
                           DISPLAY "CALCGCVT: echec d'ecriture, "
                               "statut " WS-CALCREG-STATUS
                               ", conversion arretee"
                           SET WS-RUN-ERROR TO TRUE
                   END-EVALUATE
           END-READ.

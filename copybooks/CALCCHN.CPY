      *    *************************************************************
      *    CALCCHN - Zones communes du chaînage du journal CALCLOG.
      *    Partagées entre les programmes qui écrivent le journal
      *    (CalcBas, CalcBat, CalcArch, CalcRel) et son contrôle
      *    (CalcVrf), afin que le sceau d'un enregistrement se calcule
      *    partout selon la même règle (voir CALCLOGR) :
      *      - l'image de l'enregistrement est recopiée dans
      *        WS-CHN-IMAGE et sa zone CL-CHAIN mise à zéro ;
      *      - partant de CL-PREV-CHAIN, chaque octet de l'image, de
      *        la première à la dernière position, est incorporé par
      *        valeur = reste de (valeur x 257 + rang de l'octet) par
      *        9 999 999 967 (nombre premier) ;
      *      - le résultat est le sceau CL-CHAIN.
      *    WS-CHN-LAST-SEQ et WS-CHN-LAST-VALUE portent le numéro et
      *    le sceau du dernier enregistrement scellé (ou du dernier
      *    report de chaîne) : relus en fin de journal avant toute
      *    écriture, ils donnent le numéro et le prédécesseur du
      *    prochain enregistrement.
      *    *************************************************************

      *    Dernier maillon connu de la chaîne.
       01 WS-CHN-LAST-SEQ     PIC 9(09) VALUE ZERO.
       01 WS-CHN-LAST-VALUE   PIC 9(10) VALUE ZERO.

      *    Fin de la relecture du journal avant extension.
       01 WS-CHN-TAIL-EOF-SW  PIC X VALUE 'N'.
           88 WS-CHN-TAIL-EOF     VALUE 'Y'.

      *    Image de l'enregistrement scellé ; la redéfinition place
      *    la zone CL-CHAIN (positions 112 à 121 de CALCLOGR).
       01 WS-CHN-IMAGE        PIC X(128).
       01 WS-CHN-IMAGE-R REDEFINES WS-CHN-IMAGE.
           05 FILLER             PIC X(111).
           05 WS-CHN-IMAGE-SEAL  PIC 9(10).
           05 FILLER             PIC X(07).

      *    Calcul du sceau.
       01 WS-CHN-IDX          PIC 9(03).
       01 WS-CHN-WORK         PIC 9(13).
       01 WS-CHN-SEAL         PIC 9(10).
       01 WS-CHN-MULTIPLIER   PIC 9(03) VALUE 257.
       01 WS-CHN-MODULUS      PIC 9(10) VALUE 9999999967.

      *    Le total de hachage est la somme algébrique des opérandes
      *    numériques de tous les 'D' et 'M' (valeur de départ et
      *    opérandes des étapes renseignées comprises), réduite
      *    modulo 10 000 000 000 000 (signe conservé) pour tenir dans
      *    S9(13)V99 ; le système amont doit produire son trailer par
      *    la même règle.
      *    Un opérande est soit un littéral numérique (11 chiffres,
      *    2 décimales implicites, signe final : jusqu'à
      *    999 999 999,99), soit un code de la table des taux
      *    CALCRATE cadré à gauche, reconnu à sa première position
      *    alphabétique. Les codes taux comptent pour zéro dans le
      *    total de hachage, l'amont ne connaissant pas la valeur qui
      *    sera résolue la nuit du traitement.
      *    L'enregistrement fait 121 positions depuis l'élargissement
      *    des montants (81 auparavant, opérandes de 8 positions et
      *    hachage S9(9)V99) ; les générations historiques de l'ancien
      *    dessin se convertissent par CALCICVT (voir CALCHSCV.JCL).
      *    CI-DEPT, dans les quatre dernières positions d'un 'D' ou
      *    d'un 'M', porte le code du service d'origine du détail :
      *    la réception des fichiers des services (CALCINTK) l'y
      *    inscrit en fusionnant leurs fichiers en un seul CALCIN, et
      *    la nuit le reporte sur CALCOUT, CALCREJ (image CALCIN) et
      *    CALCLOG. À blanc pour un fichier qui n'est pas passé par la
      *    réception. Il n'entre pas dans le total de hachage.
      *    *************************************************************

       01  CALCIN-RECORD.
              88 CI-DETAIL       VALUE 'D'.
              88 CI-MULTI        VALUE 'M'.
              88 CI-TRAILER      VALUE 'T'.
           05 CI-REC-DATA    PIC X(120).
           05 CI-DETAIL-DATA REDEFINES CI-REC-DATA.
              10 CI-NUM1        PIC X(12).
              10 CI-NUM1-NUM REDEFINES CI-NUM1
                                PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
              10 CI-NUM2        PIC X(12).
              10 CI-NUM2-NUM REDEFINES CI-NUM2
                                PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
              10 CI-OPERATION   PIC X.
              10 FILLER         PIC X(95).
           05 CI-MULTI-DATA REDEFINES CI-REC-DATA.
              10 CI-MS-START    PIC X(12).
              10 CI-MS-START-NUM REDEFINES CI-MS-START
                                PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
              10 CI-MS-STEP OCCURS 8 TIMES.
                 15 CI-MS-OPERATION PIC X.
                 15 CI-MS-OPERAND   PIC X(12).
              10 FILLER         PIC X(04).
           05 CI-HEADER-DATA REDEFINES CI-REC-DATA.
              10 CI-HDR-DATE       PIC 9(08).
              10 CI-HDR-EXP-COUNT  PIC 9(07).
              10 FILLER            PIC X(105).
           05 CI-TRAILER-DATA REDEFINES CI-REC-DATA.
              10 CI-TRL-COUNT      PIC 9(07).
              10 CI-TRL-HASH       PIC S9(13)V99
                                   SIGN IS TRAILING SEPARATE.
              10 FILLER            PIC X(97).
           05 CI-SOURCE-DATA REDEFINES CI-REC-DATA.
              10 FILLER            PIC X(116).
              10 CI-DEPT           PIC X(04).

      *    zéro et CO-RESULT le résultat final de la chaîne.
      *    Le fichier se termine par un trailer 'T' : nombre
      *    d'enregistrements de détail écrits et total de hachage de
      *    CO-RESULT (somme algébrique réduite modulo
      *    10 000 000 000 000, signe conservé), afin que le
      *    rapprochement et les consommateurs aval prouvent la
      *    complétude du fichier sans le relire en entier.
      *    CO-RATE-CODE porte le premier code taux référencé par le
      *    détail (opérandes pris dans l'ordre : NUM1 puis NUM2, ou
      *    valeur de départ puis étapes exécutées d'un 'M'), à blanc
      *    pour un détail tout en littéraux : l'imputation comptable
      *    (CalcPost) choisit son compte sur l'opération et ce code.
      *    Montants S9(9)V99 (jusqu'à 999 999 999,99) depuis
      *    l'élargissement : 35 positions auparavant (montants
      *    S9(5)V99, hachage S9(9)V99, ni code taux ni service), voir
      *    CALCOCVT.
      *    Un résultat retenu pour second examen (voir CALCHLR) n'est
      *    pas écrit en détail : le trailer en porte à part le nombre
      *    et le hachage (CO-TRL-HELD-COUNT, CO-TRL-HELD-HASH), afin
      *    que la nuit se rapproche toujours. Un trailer antérieur à
      *    la rétention porte des blancs à leur place, lus comme zéro.
      *    Les détails libérés ensuite sont versés à un CALCOUT
      *    complémentaire de même dessin, statut "RELEASED", dont le
      *    trailer porte zéro retenu.
      *    CO-DEPT reporte le service d'origine du détail (CI-DEPT,
      *    voir CALCINR), à blanc pour un détail reçu hors de la
      *    réception des fichiers des services. 59 positions depuis
      *    son ajout ; les fichiers de 35 positions se convertissent
      *    directement par CALCOCVT (voir CALCDPCV.JCL et
      *    CALCHSCV.JCL), un fichier au dessin intermédiaire de 55
      *    positions (code taux sans service) par CALCOCV2.
      *    *************************************************************

       01  CALCOUT-RECORD.
              88 CO-DETAIL       VALUE 'D'.
              88 CO-TRAILER      VALUE 'T'.
           05 CO-DETAIL-DATA.
              10 CO-NUM1        PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
              10 CO-NUM2        PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
              10 CO-OPERATION   PIC X.
              10 CO-RESULT      PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
              10 CO-STATUS      PIC X(09).
              10 CO-RATE-CODE   PIC X(08).
              10 CO-DEPT        PIC X(04).
           05 CO-TRAILER-DATA REDEFINES CO-DETAIL-DATA.
              10 CO-TRL-COUNT      PIC 9(07).
              10 CO-TRL-HASH       PIC S9(13)V99
                                   SIGN IS TRAILING SEPARATE.
              10 CO-TRL-HELD-COUNT PIC 9(07).
              10 CO-TRL-HELD-HASH  PIC S9(13)V99
                                   SIGN IS TRAILING SEPARATE.
              10 FILLER            PIC X(12).

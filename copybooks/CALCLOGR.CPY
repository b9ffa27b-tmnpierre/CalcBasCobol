      *    nuit (CalcBat). Les enregistrements antérieurs au marqueur
      *    portent un blanc et se lisent comme interactifs, seules
      *    les sessions terminal écrivaient alors le journal.
      *    CL-SOURCE porte en outre deux marqueurs écrits par le
      *    ménage CalcArch : 'R' report de chaîne, en tête du journal
      *    recopié (numéro et valeur de chaînage du dernier
      *    enregistrement parti en archive, montants à zéro), et 'A'
      *    trace du passage de ménage. Les programmes de rapport et
      *    de recherche les ignorent (CL-SRC-HOUSEKEEPING).
      *    'V' trace la décision d'un superviseur sur un résultat
      *    retenu de la nuit (CalcRel) : CL-OPERATOR le superviseur,
      *    CL-STATUS "RELEASED" ou "REFUSED", CL-TICKET le rang du
      *    détail, les montants ceux du détail retenu. Ce n'est pas un
      *    calcul : les rapports de volume ne le comptent pas, la
      *    recherche CalcInq le retrouve.
      *    Chaînage : chaque enregistrement écrit reçoit un numéro
      *    d'ordre CL-SEQUENCE (1, 2, 3... sans trou sur toute la vie
      *    du journal, archives comprises), la valeur de chaînage de
      *    son prédécesseur CL-PREV-CHAIN (zéro pour le tout premier)
      *    et son propre sceau CL-CHAIN, calculé sur l'image complète
      *    de l'enregistrement, CL-CHAIN à zéro, à partir de
      *    CL-PREV-CHAIN (règle et zones de calcul communes : voir
      *    CALCCHN). Un enregistrement retouché ne correspond plus à
      *    son sceau, un enregistrement retiré laisse un trou dans la
      *    numérotation et un enregistrement inséré rompt le lien avec
      *    son prédécesseur : CalcVrf les signale. Le report de chaîne
      *    'R' n'est pas scellé : il reprend le numéro et le sceau du
      *    dernier enregistrement archivé, que le premier
      *    enregistrement conservé doit prolonger.
      *    Les enregistrements antérieurs au chaînage (convertis par
      *    CALCLCVT, CALCLCV2 ou CALCLCV3) portent CL-SEQUENCE à zéro :
      *    ils ne sont admis qu'en tête du journal, avant le premier
      *    enregistrement scellé.
      *    CL-DEPT porte le service d'origine d'un détail de la nuit
      *    (CI-DEPT du CALCIN, voir CALCINR), ou d'un résultat retenu
      *    sur lequel un superviseur décide ; à blanc pour une session
      *    interactive et pour les enregistrements antérieurs.
      *    CL-RESERVE est à blanc. Tous deux sont couverts par le
      *    sceau.
      *    Montants S9(9)V99 (jusqu'à 999 999 999,99) depuis
      *    l'élargissement. 128 positions depuis le chaînage ; 89
      *    auparavant (voir CALCLCV3), 77 avant l'élargissement des
      *    montants (montants S9(5)V99, voir CALCLCV2).
      *    *************************************************************

       01  CALCLOG-RECORD.
           05 CL-TIMESTAMP    PIC X(14).
           05 CL-SEP1         PIC X(01) VALUE SPACE.
           05 CL-NUM1         PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 CL-SEP2         PIC X(01) VALUE SPACE.
           05 CL-NUM2         PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 CL-SEP3         PIC X(01) VALUE SPACE.
           05 CL-OPERATION    PIC X(01).
           05 CL-SEP4         PIC X(01) VALUE SPACE.
           05 CL-RESULT       PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 CL-SEP5         PIC X(01) VALUE SPACE.
           05 CL-STATUS       PIC X(09).
           05 CL-SEP6         PIC X(01) VALUE SPACE.
           05 CL-SOURCE       PIC X(01).
              88 CL-SRC-INTERACTIVE VALUE 'I'.
              88 CL-SRC-BATCH       VALUE 'B'.
              88 CL-SRC-CARRY       VALUE 'R'.
              88 CL-SRC-PURGE       VALUE 'A'.
              88 CL-SRC-HOUSEKEEPING VALUE 'R' 'A'.
              88 CL-SRC-HOLD-DECISION VALUE 'V'.
           05 CL-SEP9         PIC X(01) VALUE SPACE.
           05 CL-SEQUENCE     PIC 9(09).
           05 CL-SEP10        PIC X(01) VALUE SPACE.
           05 CL-PREV-CHAIN   PIC 9(10).
           05 CL-SEP11        PIC X(01) VALUE SPACE.
           05 CL-CHAIN        PIC 9(10).
           05 CL-DEPT         PIC X(04).
           05 CL-RESERVE      PIC X(03).

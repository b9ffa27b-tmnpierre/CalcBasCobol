      *    1er, sans toucher à l'entrée courante.
      *    Les entrées expirées sont conservées dans le fichier pour
      *    l'audit ; seule la maintenance (CALCTAB) les manipule.
      *    RT-VALUE est en S9(9)V99 (jusqu'à 999 999 999,99) depuis
      *    l'élargissement des montants : 59 positions, 55 auparavant,
      *    voir CALCRCV2.
      *    *************************************************************

       01  CALCRATE-RECORD.
              10 RT-CODE     PIC X(08).
              10 RT-EFF-DATE PIC 9(08).
           05 RT-DESC        PIC X(30).
           05 RT-VALUE       PIC S9(9)V99
                             SIGN IS TRAILING SEPARATE.
           05 RT-STATUS      PIC X.
              88 RT-ACTIVE       VALUE 'A'.

      *    opération, dépassements OVERFLOW et somme des résultats du
      *    lot, datés du passage (SM-RUN-DATE) et de la charnière
      *    d'archivage (SM-CUTOFF-DATE).
      *    La somme est en S9(15)V99 depuis l'élargissement des
      *    montants (résultats jusqu'à 999 999 999,99) : 97 positions,
      *    93 auparavant, voir CALCSCVT.
      *    *************************************************************

       01  CALCSUM-RECORD.
           05 SM-COUNT-PCT      PIC 9(07).
           05 SM-COUNT-OTHER    PIC 9(07).
           05 SM-COUNT-OVERFLOW PIC 9(07).
           05 SM-SUM-RESULT     PIC S9(15)V99
                                SIGN IS TRAILING SEPARATE.

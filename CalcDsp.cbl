      *    gestion demandée sur CALCPARM, imprime sur CALCPRT l'état
      *    de chaque jalon du cycle — contrôle préalable avec son
      *    code retour, nuit CalcBat avec le sien, rapprochement du
      *    matin avec son verdict, ménage du journal, imputation
      *    comptable — chacun avec l'heure (la date pour l'imputation)
      *    de son dernier pointage. Lecture seule : rien
      *    n'est modifié.
      *    Code retour : 0 état imprimé, 4 aucune trace de la date
      *    demandée, 12 fichier ou paramètre inexploitable.
               END-EVALUATE
               MOVE CT-ARC-TIME TO WS-PRT-ST-TIME
               WRITE CALCPRT-RECORD FROM WS-PRT-STEP-LINE

               MOVE "IMPUTATION COMPTABLE  " TO WS-PRT-ST-LABEL
               EVALUATE TRUE
                   WHEN CT-POST-NONE
                       MOVE "NON PASSEE            "
                           TO WS-PRT-ST-STATE
                   WHEN CT-POST-STARTED
                       MOVE "COMMENCEE, NON FINIE  "
                           TO WS-PRT-ST-STATE
                   WHEN CT-POST-DONE
                       MOVE "IMPUTEE               "
                           TO WS-PRT-ST-STATE
                   WHEN OTHER
                       MOVE "POINTAGE INCONNU      "
                           TO WS-PRT-ST-STATE
               END-EVALUATE
               MOVE CT-POST-DATE TO WS-PRT-ST-TIME
               WRITE CALCPRT-RECORD FROM WS-PRT-STEP-LINE
           END-IF.

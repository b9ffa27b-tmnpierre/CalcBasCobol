      *    *************************************************************
      *    PROGRAMME D'ETAT D'AUDIT DES MAINTENANCES DE TAUX
      *    Relit le journal des maintenances CALCRJL écrit par
      *    CalcTab (horodatage, auteur, action A/C/X, code, date
      *    d'effet, valeur avant et après, état et valideur) et
      *    imprime sur CALCPRT la liste des traces de la période
      *    demandée sur CALCPARM, à faire viser. C'est la pièce qui
      *    manquait aux auditeurs : l'historique de qui a changé quel
      *    taux, quand, depuis quelle valeur, et qui l'a approuvé.
      *    Sous double contrôle, chaque action apparaît à sa mise en
      *    attente (état P) puis à sa décision (V approuvée, R
      *    rejetée) avec l'auteur et le valideur ; les traces
      *    antérieures au double contrôle sont à état blanc. Les
      *    compteurs par action ne retiennent que les modifications
      *    effectivement appliquées à la table.
      *    Code retour : 0 des modifications listées, 4 aucune
      *    modification dans la période, 12 fichier ou paramètre
      *    inexploitable.
      *    Compteurs du passage, dont la ventilation par action.
       01 WS-COUNT-READ      PIC 9(7) VALUE ZERO.
       01 WS-COUNT-LISTED    PIC 9(7) VALUE ZERO.
       01 WS-COUNT-PENDING   PIC 9(7) VALUE ZERO.
       01 WS-COUNT-APPROVED  PIC 9(7) VALUE ZERO.
       01 WS-COUNT-REJECTED  PIC 9(7) VALUE ZERO.
       01 WS-COUNT-DIRECT    PIC 9(7) VALUE ZERO.
       01 WS-COUNT-ADD       PIC 9(7) VALUE ZERO.
       01 WS-COUNT-CHANGE    PIC 9(7) VALUE ZERO.
       01 WS-COUNT-EXPIRE    PIC 9(7) VALUE ZERO.

       01 WS-PRT-COL-HEADER.
           05 FILLER             PIC X(15) VALUE "HORODATAGE     ".
           05 FILLER             PIC X(09) VALUE "AUTEUR   ".
           05 FILLER             PIC X(02) VALUE "A ".
           05 FILLER             PIC X(09) VALUE "CODE     ".
           05 FILLER             PIC X(08) VALUE "DATE EFF".
           05 FILLER             PIC X(13) VALUE "        AVANT".
           05 FILLER             PIC X(24)
               VALUE "        APRES E VALIDEUR".

       01 WS-PRT-AUDIT-LINE.
           05 WS-PRT-AL-TS       PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-AL-OPER     PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-AL-ACTION   PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-AL-CODE     PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-AL-EFF      PIC 9(08).
      *    Les valeurs éditées commencent toujours par la position du
      *    signe : elles se passent de séparateur devant elles.
           05 WS-PRT-AL-OLD      PIC -(9)9.99.
           05 WS-PRT-AL-NEW      PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-AL-STATE    PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRT-AL-APPROVER PIC X(08).

       01 WS-PRT-COUNT-LINE.
           05 WS-PRT-CNT-LABEL   PIC X(25).
                   END-IF
           END-READ.

      *    Seules les traces d'une modification appliquée à la table
      *    (approuvée, ou directe avant le double contrôle) comptent
      *    dans la ventilation par action.
       PRINT-TRACE-PARAGRAPH.
           ADD 1 TO WS-COUNT-LISTED
           EVALUATE TRUE
               WHEN RJ-ST-PENDING
                   ADD 1 TO WS-COUNT-PENDING
               WHEN RJ-ST-APPROVED
                   ADD 1 TO WS-COUNT-APPROVED
               WHEN RJ-ST-REJECTED
                   ADD 1 TO WS-COUNT-REJECTED
               WHEN OTHER
                   ADD 1 TO WS-COUNT-DIRECT
           END-EVALUATE
           IF RJ-ST-APPROVED OR RJ-ST-DIRECT
               EVALUATE TRUE
                   WHEN RJ-ACT-ADD
                       ADD 1 TO WS-COUNT-ADD
                   WHEN RJ-ACT-CHANGE
                       ADD 1 TO WS-COUNT-CHANGE
                   WHEN RJ-ACT-EXPIRE
                       ADD 1 TO WS-COUNT-EXPIRE
               END-EVALUATE
           END-IF
           MOVE RJ-TIMESTAMP TO WS-PRT-AL-TS
           MOVE RJ-OPERATOR  TO WS-PRT-AL-OPER
           MOVE RJ-ACTION    TO WS-PRT-AL-ACTION
           MOVE RJ-EFF-DATE  TO WS-PRT-AL-EFF
           MOVE RJ-OLD-VALUE TO WS-PRT-AL-OLD
           MOVE RJ-NEW-VALUE TO WS-PRT-AL-NEW
           MOVE RJ-STATE     TO WS-PRT-AL-STATE
           MOVE RJ-APPROVER  TO WS-PRT-AL-APPROVER
           WRITE CALCPRT-RECORD FROM WS-PRT-AUDIT-LINE.

       TOTALS-PARAGRAPH.
                   TO CALCPRT-RECORD
               WRITE CALCPRT-RECORD
           END-IF
           MOVE "TRACES LISTEES           " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-LISTED             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT MISES EN ATTENTE    " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-PENDING            TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT APPROUVEES          " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-APPROVED           TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT REJETEES            " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-REJECTED           TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "DONT SANS DOUBLE CONTROLE" TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-DIRECT             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "AJOUTS APPLIQUES         " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-ADD                TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "CHANGEMENTS APPLIQUES    " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-CHANGE             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE "EXPIRATIONS APPLIQUEES   " TO WS-PRT-CNT-LABEL
           MOVE WS-COUNT-EXPIRE             TO WS-PRT-CNT-VALUE
           WRITE CALCPRT-RECORD FROM WS-PRT-COUNT-LINE
           MOVE SPACES TO CALCPRT-RECORD

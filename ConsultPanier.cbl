           05 ENR-PANPRD-IDX-QTE                          PIC 9(03).
           05 ENR-PANPRD-IDX-REMISE                       PIC 9(05).
           05 ENR-PANPRD-IDX-DOUBLON                      PIC X(01).
           05 ENR-PANPRD-IDX-PROMO                        PIC 9(08).
           05 ENR-PANPRD-IDX-CODE-PROMO                   PIC X(06).

       FD Produit-Master.
       01 ENR-MASTER.
       01 WS-NBR-LIGNES-PRD                                PIC 9(05).

      * Montant de la ligne de l'index en cours d'affichage : prix x
      * quantité moins la remise de ligne (plafonnée au brut), moins
      * la promotion de la ligne (plafonnée au reste)

       01 WS-MONTANT-LIGNE                                 PIC 9(08).

      * Motif d'exclusion du total de la ligne en cours d'affichage,
      * d'après la zone DOUBLON de l'index

       01 WS-MOTIF-EXCLU                                   PIC X(33).

      * Disponibilité du référentiel indexé (absent : consultation
      * possible, les codes produits s'affichent sans libellé) et
      * libellé du produit de la ligne en cours d'affichage :
                   ADD 1                       TO WS-NBR-LIGNES
                   PERFORM RECH-LIBELLE THRU FIN-RECH-LIBELLE
                   PERFORM CALCUL-LIGNE THRU FIN-CALCUL-LIGNE
                   IF ENR-PANPRD-IDX-DOUBLON NOT = SPACE
      *                Ligne non vendue (doublon, orpheline, produit
      *                inconnu ou retiré) exclue du total, comme au
      *                traitement paniers qui a produit cet index.
                       PERFORM MOTIF-EXCLUSION
                                       THRU FIN-MOTIF-EXCLUSION
                       DISPLAY "   " ENR-PANPRD-IDX-PRD " "
                               WS-LIB-PRD " x "
                               ENR-PANPRD-IDX-QTE " : "
                               WS-MONTANT-LIGNE
                               " " WS-MOTIF-EXCLU
                   ELSE
                       ADD WS-MONTANT-LIGNE    TO WS-TOTAL-PANIER
                       DISPLAY "   " ENR-PANPRD-IDX-PRD " "
               ELSE
                   ADD 1                       TO WS-NBR-LIGNES-PRD
                   PERFORM CALCUL-LIGNE THRU FIN-CALCUL-LIGNE
                   IF ENR-PANPRD-IDX-DOUBLON NOT = SPACE
      *                Ligne non vendue (doublon, orpheline, produit
      *                inconnu ou retiré) exclue du total, comme au
      *                traitement paniers qui a produit cet index.
                       PERFORM MOTIF-EXCLUSION
                                       THRU FIN-MOTIF-EXCLUSION
                       DISPLAY "   " ENR-PANPRD-IDX-CLE " x "
                               ENR-PANPRD-IDX-QTE " : "
                               WS-MONTANT-LIGNE
                               " " WS-MOTIF-EXCLU
                   ELSE
                       ADD WS-MONTANT-LIGNE    TO WS-TOTAL-PRODUIT
                       DISPLAY "   " ENR-PANPRD-IDX-CLE " x "
      *****************

      * Montant de la ligne de l'index : prix x quantité moins la
      * remise de ligne, plafonnée au brut, puis moins la promotion
      * accordée à la ligne, plafonnée au reste, comme au traitement
      * paniers qui a produit cet index et à l'analyse des ventes.

           COMPUTE WS-MONTANT-LIGNE =
                   ENR-PANPRD-IDX-PRIX * ENR-PANPRD-IDX-QTE
           ELSE
               SUBTRACT ENR-PANPRD-IDX-REMISE FROM WS-MONTANT-LIGNE
           END-IF
           IF ENR-PANPRD-IDX-PROMO > WS-MONTANT-LIGNE
               MOVE ZERO                TO WS-MONTANT-LIGNE
           ELSE
               SUBTRACT ENR-PANPRD-IDX-PROMO FROM WS-MONTANT-LIGNE
           END-IF
           .
      *********************
       FIN-CALCUL-LIGNE. EXIT.
      *********************

      *-----------------------------------------------------------------
      ********************
       MOTIF-EXCLUSION.
      ********************

      * Libellé du motif pour lequel le traitement paniers n'a pas
      * compté la ligne courante de l'index.

           EVALUATE ENR-PANPRD-IDX-DOUBLON
               WHEN 'D'
                   MOVE '(doublon, exclu du total)'
                                        TO WS-MOTIF-EXCLU
               WHEN 'O'
                   MOVE '(orphelin, exclu du total)'
                                        TO WS-MOTIF-EXCLU
               WHEN 'I'
                   MOVE '(produit inconnu, exclu du total)'
                                        TO WS-MOTIF-EXCLU
               WHEN 'R'
                   MOVE '(produit retire, exclu du total)'
                                        TO WS-MOTIF-EXCLU
               WHEN OTHER
                   MOVE '(exclu du total)'
                                        TO WS-MOTIF-EXCLU
           END-EVALUATE
           .
      ************************
       FIN-MOTIF-EXCLUSION. EXIT.
      ************************

      *-----------------------------------------------------------------
      *****************
       RECH-LIBELLE.

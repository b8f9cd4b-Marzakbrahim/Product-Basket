                FILE STATUS        IS L-Fst-Err
           .

      *    Promotions accordées ligne à ligne, même nom daté : une
      *    ligne par vente promue (panier, rang de la ligne dans le
      *    panier, montant, code), reprise par le chargement de
      *    l'index et de l'historique des ventes pour que les retours
      *    et l'analyse des ventes connaissent la promotion de chaque
      *    ligne :
           SELECT Promo-Lignes ASSIGN DYNAMIC
               WS-NOM-PROMO-LIGNES
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Plg
           .

      *    Fichier des totaux de contrôle (piste d'audit fin de mois) :
           SELECT Controle-Totaux ASSIGN TO
               "C:/Users/HP/Downloads/ControleTotaux.txt"
                FILE STATUS        IS L-Fst-Tva
           .

      *    Promotions datées tenues par le marketing (pourcentage ou
      *    montant par unité sur un produit ou une catégorie, N
      *    achetés un offert) : seules celles en vigueur à la date du
      *    run sont retenues ; fichier absent, aucune promotion :
           SELECT Param-Promotions ASSIGN TO
               "C:/Users/HP/Downloads/ParamPromotions.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Pro
           .

      *    Numéro de cycle du jour (01 cycle de mi-journée web, 02
      *    cycle du soir magasins), positionné par l'exploitation
      *    avant chaque lancement de la chaîne ; absent, cycle 01 :
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rep
           .
      *    Date de gestion de la journée traitée, positionnée par
      *    l'exploitation à côté du cycle, avec l'indicateur de
      *    journée clôturée ; absente, date système :
           SELECT Date-Traitement ASSIGN TO
               "C:/Users/HP/Downloads/DateTraitement.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Dat
                .
      *    Calendrier des clôtures : une ligne par journée clôturée
      *    ('C') ou déclarée fermée par l'exploitation ('F') :
           SELECT Calendrier-Clotures ASSIGN TO
               "C:/Users/HP/Downloads/CalendrierClotures.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Cal
                .

       DATA DIVISION.
       FILE SECTION.
                   15 ENR-Sor-Panier-VTX                  PIC 9(02)V99.
                   15 ENR-Sor-Panier-VHT                  PIC 9(08)V99.
                   15 ENR-Sor-Panier-VTVA                 PIC 9(07)V99.
      *    Coût des remises du panier, présenté à part : remises de
      *    ligne du flux PANPRD d'un côté, promotions accordées par
      *    le run de l'autre, avec le code de la principale promotion
      *    du panier (espaces si aucune) :
           05 ENR-Sor-Panier-REMISE                       PIC 9(08)V99.
           05 ENR-Sor-Panier-PROMO                        PIC 9(08)V99.
           05 ENR-Sor-Panier-CODE-PROMO                   PIC X(06).

       FD Erreur-Paniers.
       01 ENR-ERREUR.
           05 ENR-ERREUR-TYPE                             PIC X(01).
           05 ENR-ERREUR-DETAIL                           PIC X(35).

      *    Rang de la ligne : position de la ligne parmi les lignes
      *    PANPRD de son panier, dans l'ordre du fichier (le même que
      *    le numéro de séquence de l'index PANPRDIDX).
       FD Promo-Lignes.
       01 ENR-PLIG.
           05 ENR-PLIG-CLE-PAN                            PIC X(15).
           05 ENR-PLIG-RANG                               PIC 9(05).
           05 ENR-PLIG-PROMO                              PIC 9(08).
           05 ENR-PLIG-CODE-PROMO                         PIC X(06).

       FD Controle-Totaux.
       01 ENR-CONTROLE.
           05 ENR-CONTROLE-DATE                           PIC 9(08).
           05 ENR-TVACAT-CAT                              PIC X(10).
           05 ENR-TVACAT-TAUX                             PIC 9(02)V99.

      *    Type 'P' pourcentage du net de la ligne, 'M' montant par
      *    unité, 'N' N achetés un offert ; cible 'P' un produit, 'C'
      *    une catégorie ; date de fin à zéro : sans date de fin.
       FD Param-Promotions.
       01 ENR-PROMO.
           05 ENR-PROMO-CODE                              PIC X(06).
           05 ENR-PROMO-TYPE                              PIC X(01).
           05 ENR-PROMO-CIBLE                             PIC X(01).
           05 ENR-PROMO-VALEUR                            PIC X(10).
           05 ENR-PROMO-DATE-DEBUT                        PIC 9(08).
           05 ENR-PROMO-DATE-FIN                          PIC 9(08).
           05 ENR-PROMO-TAUX                              PIC 9(02)V99.
           05 ENR-PROMO-MONTANT                           PIC 9(05).
           05 ENR-PROMO-NBR-ACHAT                         PIC 9(02).

       FD Cycle-En-Cours.
       01 ENR-CYCLE.
           05 ENR-CYCLE-NUM                               PIC 9(02).
           05 ENR-REPRISE-CPT-ERR                         PIC 9(10).
           05 ENR-REPRISE-CPT-ORPH                        PIC 9(10).

       FD Date-Traitement.
       01 ENR-DATTRT.
           05 ENR-DATTRT-DATE                             PIC 9(08).
           05 ENR-DATTRT-CLOS                             PIC X(01).

       FD Calendrier-Clotures.
       01 ENR-CAL.
           05 ENR-CAL-DATE                                PIC 9(08).
           05 ENR-CAL-TYPE                                PIC X(01).
           05 ENR-CAL-DATE-SAISIE                         PIC 9(08).
           05 ENR-CAL-HEURE-SAISIE                        PIC 9(06).

       WORKING-STORAGE SECTION.

      * Variables File status
       01 L-Fst-Rep                                        PIC 99.
       01 L-Fst-His                                        PIC 99.
       01 L-Fst-Tva                                        PIC 99.
       01 L-Fst-Pro                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.
       01 L-Fst-Plg                                        PIC 99.

      * Date de traitement du run (pour la piste d'audit et pour
      * dater les fichiers de sortie archivés) :
       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).

      * Journée de gestion déjà clôturée : indicateur du fichier de
      * date ou présence de la date au calendrier des clôtures

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

       01 Lec-Fic-CAL-Fin                                  PIC 9.
           88 Lec-Fic-CAL-Fin-Oui                          VALUE 1.
           88 Lec-Fic-CAL-Fin-Non                          VALUE 0.

      * Cycle de traitement du jour (deux runs complets par jour :
      * chaque cycle a ses fichiers datés, sa ligne d'audit et son
      * point de reprise ; une reprise n'en est une que sur le même

       01 WS-NOM-SOR-PANIER                                PIC X(60).
       01 WS-NOM-ERR-PANIER                                PIC X(60).
       01 WS-NOM-PROMO-LIGNES                              PIC X(60).

      * Paramètres de livraison lus une fois au démarrage du run :

       01 WS-CAT-LIGNE                                     PIC X(10).
       01 WS-TAUX-LIGNE                                    PIC 9(02)V99.

      * Table des promotions en vigueur à la date du run, chargée au
      * démarrage ; une table absente laisse les lignes sans
      * promotion (comportement d'avant) :

       01 WS-TAB-PROMO.
           05 WS-TAB-PROMO-ITEM      OCCURS 50 TIMES.
               10 WS-TAB-PROMO-CODE                        PIC X(06).
               10 WS-TAB-PROMO-TYPE                        PIC X(01).
               10 WS-TAB-PROMO-CIBLE                       PIC X(01).
               10 WS-TAB-PROMO-VALEUR                      PIC X(10).
               10 WS-TAB-PROMO-TAUX                        PIC 9(02)V99.
               10 WS-TAB-PROMO-MONTANT                     PIC 9(05).
               10 WS-TAB-PROMO-NBR-ACHAT                   PIC 9(02).

       01 WS-NBR-PROMO                                     PIC 9(02).
       01 WS-IDX-PROMO                                     PIC 9(02).

       01 Lec-Fic-PROMO-Fin                                PIC 9.
           88 Lec-Fic-PROMO-Fin-Oui                        VALUE 1.
           88 Lec-Fic-PROMO-Fin-Non                        VALUE 0.

      * Remise et promotion de la ligne en cours : remise du flux
      * plafonnée au brut, meilleure promotion applicable (une seule
      * par ligne, jamais au-delà du net après remise) et son code,
      * montant calculé pour chaque promotion candidate et nombre
      * d'unités offertes d'une promotion N achetés un offert.

       01 WS-REMISE-LIGNE                                  PIC 9(08).
       01 WS-PROMO-LIGNE                                   PIC 9(08).
       01 WS-CODE-PROMO-LIGNE                              PIC X(06).
       01 WS-PROMO-CALC                                    PIC 9(08).
       01 WS-PROMO-OFFERT                                  PIC 9(03).

      * Cumuls du panier en cours : remises de ligne, promotions,
      * et code de la plus forte promotion du panier.

       01 WS-REMISE-PANIER                                 PIC 9(08)V99.
       01 WS-PROMO-PANIER                                  PIC 9(08)V99.
       01 WS-PROMO-MAX-PANIER                              PIC 9(08).
       01 WS-CODE-PROMO-PANIER                             PIC X(06).

      * Rang de la ligne en cours parmi les lignes PANPRD du panier :

       01 WS-RANG-LIGNE                                    PIC 9(05).

      * Lignes ayant bénéficié d'une promotion et montant accordé
      * sur le run, pour le compte rendu de fin :

       01 CPT-PROMO                                        PIC 9(10).
       01 SOM-PROMO                                        PIC 9(10)V99.

      * Ventilation du panier en cours par taux de TVA : HT cumulé
      * par taux rencontré (trois taux au plus), la TVA de chaque
      * taux étant calculée à la clôture du panier. Le montant à
                      WS-TAUX-LIGNE
                      L-Fst-Tva
                      L-Fst-Cyc
                      L-Fst-Pro
                      WS-TAB-PROMO
                      WS-NBR-PROMO
                      WS-REMISE-LIGNE
                      WS-PROMO-LIGNE
                      WS-CODE-PROMO-LIGNE
                      WS-REMISE-PANIER
                      WS-PROMO-PANIER
                      WS-PROMO-MAX-PANIER
                      WS-CODE-PROMO-PANIER
                      CPT-PROMO
                      SOM-PROMO
                      WS-RANG-LIGNE
                      L-Fst-Plg


           SET Lec-Fic-PANIER-Fin-Non    TO TRUE

      * Date du run, utilisée pour la piste d'audit des totaux

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           PERFORM VERIF-JOUR-CLOS      THRU FIN-VERIF-JOUR-CLOS
           MOVE WS-DATE-TRAITEMENT       TO WS-DATE-TRAITEMENT-X

      * Cycle de traitement du jour, positionné par l'exploitation

           MOVE SPACES                   TO WS-NOM-SOR-PANIER
                                             WS-NOM-ERR-PANIER
                                             WS-NOM-PROMO-LIGNES
           STRING "C:/Users/HP/Downloads/SortiePanier_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE      INTO WS-NOM-ERR-PANIER
           STRING "C:/Users/HP/Downloads/PromoLignes_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE      INTO WS-NOM-PROMO-LIGNES

      * Lecture des paramètres du run (seuil, frais, TVA, tolérance) :
      * d'abord la ligne de l'historique en vigueur à la date du run
                                                          WS-NBR-TVACAT
           END-IF

      * Chargement des promotions en vigueur à la date du run. Même
      * principe que la table des taux : fichier absent, aucune
      * promotion n'est accordée et le run continue.

           SET Lec-Fic-PROMO-Fin-Non     TO TRUE
           OPEN INPUT   Param-Promotions
           IF L-Fst-Pro NOT = ZERO
               DISPLAY "Fichier des promotions absent, aucune"
                       " promotion appliquee (status = " L-Fst-Pro
                       ")"
               SET Lec-Fic-PROMO-Fin-Oui TO TRUE
           END-IF
           PERFORM UNTIL Lec-Fic-PROMO-Fin-Oui
                   PERFORM CHARGE-PROMO  THRU FIN-CHARGE-PROMO
           END-PERFORM
           IF L-Fst-Pro = ZERO OR L-Fst-Pro = 10
               CLOSE Param-Promotions
           END-IF
           DISPLAY "Promotions en vigueur ce jour : " WS-NBR-PROMO

      * Recherche d'un point de reprise du jour et du cycle : un
      * point à l'état 'C' du même jour ET du même cycle signifie
      * que le run précédent de ce cycle a abendé après
               IF L-Fst-Err = 35
                   OPEN OUTPUT Erreur-Paniers
               END-IF
               OPEN EXTEND  Promo-Lignes
               IF L-Fst-Plg = 35
                   OPEN OUTPUT Promo-Lignes
               END-IF
           ELSE
               OPEN OUTPUT  Sor-Panier
               OPEN OUTPUT  Erreur-Paniers
               OPEN OUTPUT  Promo-Lignes
           END-IF

      * Piste d'audit cumulative : on complète le fichier existant, ou
      *********************
       Traitement-produits.
      *********************
           ADD 1                      TO WS-RANG-LIGNE
           PERFORM VERIF-DOUBLON      THRU FIN-VERIF-DOUBLON
           PERFORM RECH-MASTER        THRU FIN-RECH-MASTER
           PERFORM CALCUL-LIGNE       THRU FIN-CALCUL-LIGNE
               PERFORM ECR-FICHIER-ERR    THRU FIN-ECR-FICHIER-ERR
           WHEN OTHER
               EVALUATE TRUE
               WHEN WS-MONTANT-LIGNE + WS-PROMO-LIGNE = ZERO
      *            Montant de ligne nul sur un panier valide (prix ou
      *            quantité à zéro, ou remise couvrant le brut) :
      *            signalé pour revue (anomalie probable de saisie
      *            amont) mais la ligne reste comptée dans le panier.
      *            Une ligne rendue gratuite par une promotion du run
      *            est une vente normale, elle n'est pas signalée.
                   SET WS-TYPE-ERREUR-PRIX   TO TRUE
                   PERFORM ECR-FICHIER-ERR   THRU FIN-ECR-FICHIER-ERR
               WHEN WS-ECART-PRIX > WS-ECART-TOLERE

               ADD WS-MONTANT-LIGNE      TO Total

      *        Remise de ligne et promotion cumulées à part sur le
      *        panier ; le code retenu pour le panier est celui de sa
      *        plus forte promotion.

               ADD WS-REMISE-LIGNE       TO WS-REMISE-PANIER
               IF WS-PROMO-LIGNE > ZERO
                   ADD WS-PROMO-LIGNE    TO WS-PROMO-PANIER
                                            SOM-PROMO
                   ADD 1                 TO CPT-PROMO
                   IF WS-PROMO-LIGNE > WS-PROMO-MAX-PANIER
                       MOVE WS-PROMO-LIGNE TO WS-PROMO-MAX-PANIER
                       MOVE WS-CODE-PROMO-LIGNE
                                         TO WS-CODE-PROMO-PANIER
                   END-IF
                   PERFORM ECR-PROMO-LIGNE THRU FIN-ECR-PROMO-LIGNE
               END-IF

      *        Ventilation TVA de la ligne : HT cumulé sous le taux
      *        de la catégorie du produit.

      * le contrôle préalable) est plafonnée au brut plutôt que de
      * produire un montant négatif dans le total du panier.

      * La promotion du run s'applique ensuite sur ce net, à côté de
      * la remise du flux : elle est déduite du montant de la ligne
      * et gardée à part pour être présentée séparément.

           COMPUTE WS-BRUT-LIGNE =
                   WS-ENR-PANPRD-PRIX * WS-ENR-PANPRD-QTE
           IF WS-ENR-PANPRD-REMISE > WS-BRUT-LIGNE
               MOVE ZERO                TO WS-MONTANT-LIGNE
               MOVE WS-BRUT-LIGNE       TO WS-REMISE-LIGNE
           ELSE
               SUBTRACT WS-ENR-PANPRD-REMISE FROM WS-BRUT-LIGNE
                        GIVING WS-MONTANT-LIGNE
               MOVE WS-ENR-PANPRD-REMISE TO WS-REMISE-LIGNE
           END-IF

           PERFORM RECH-PROMO           THRU FIN-RECH-PROMO
           SUBTRACT WS-PROMO-LIGNE      FROM WS-MONTANT-LIGNE
           .
      *********************
       FIN-CALCUL-LIGNE. EXIT.
      *********************

      *****************
       RECH-PROMO.
      *****************

      * Meilleure promotion en vigueur pour la ligne courante : toutes
      * les promotions visant son produit ou sa catégorie sont
      * évaluées, la plus avantageuse pour le client est seule
      * retenue (pas de cumul de promotions sur une ligne). Une
      * promotion ne peut dépasser le net de la ligne après remise.

           MOVE ZERO                TO WS-PROMO-LIGNE
           MOVE SPACES              TO WS-CODE-PROMO-LIGNE
           IF WS-MONTANT-LIGNE = ZERO
               GO TO FIN-RECH-PROMO
           END-IF

           MOVE 1                   TO WS-IDX-PROMO
           PERFORM UNTIL WS-IDX-PROMO > WS-NBR-PROMO
               IF (WS-TAB-PROMO-CIBLE (WS-IDX-PROMO) = 'P' AND
                   WS-TAB-PROMO-VALEUR (WS-IDX-PROMO)
                                           = WS-ENR-PANPRD-PRD)
                  OR
                  (WS-TAB-PROMO-CIBLE (WS-IDX-PROMO) = 'C' AND
                   WS-TAB-PROMO-VALEUR (WS-IDX-PROMO) = WS-CAT-LIGNE)
                   PERFORM CALCUL-PROMO THRU FIN-CALCUL-PROMO
                   IF WS-PROMO-CALC > WS-PROMO-LIGNE
                       MOVE WS-PROMO-CALC TO WS-PROMO-LIGNE
                       MOVE WS-TAB-PROMO-CODE (WS-IDX-PROMO)
                                         TO WS-CODE-PROMO-LIGNE
                   END-IF
               END-IF
               ADD 1 TO WS-IDX-PROMO
           END-PERFORM
           .
      *********************
       FIN-RECH-PROMO. EXIT.
      *********************

      *****************
       CALCUL-PROMO.
      *****************

      * Montant de la promotion WS-IDX-PROMO sur la ligne courante :
      * 'P' taux appliqué au net après remise (arrondi à l'unité
      * comme le prix), 'M' montant par unité achetée, 'N' une unité
      * offerte par tranche de N + 1 unités achetées, au prix de la
      * ligne. Plafonné au net de la ligne.

           MOVE ZERO                TO WS-PROMO-CALC
           EVALUATE WS-TAB-PROMO-TYPE (WS-IDX-PROMO)
               WHEN 'P'
                   COMPUTE WS-PROMO-CALC ROUNDED =
                           WS-MONTANT-LIGNE
                           * WS-TAB-PROMO-TAUX (WS-IDX-PROMO) / 100
               WHEN 'M'
                   COMPUTE WS-PROMO-CALC =
                           WS-TAB-PROMO-MONTANT (WS-IDX-PROMO)
                           * WS-ENR-PANPRD-QTE
               WHEN 'N'
                   COMPUTE WS-PROMO-OFFERT =
                           WS-ENR-PANPRD-QTE /
                           (WS-TAB-PROMO-NBR-ACHAT (WS-IDX-PROMO) + 1)
                   COMPUTE WS-PROMO-CALC =
                           WS-PROMO-OFFERT * WS-ENR-PANPRD-PRIX
           END-EVALUATE
           IF WS-PROMO-CALC > WS-MONTANT-LIGNE
               MOVE WS-MONTANT-LIGNE    TO WS-PROMO-CALC
           END-IF
           .
      *********************
       FIN-CALCUL-PROMO. EXIT.
      *********************

      *****************
       LECTURE-CYCLE.
      *****************
       FIN-CHARGE-TVACAT. EXIT.
      *********************

      *****************
       CHARGE-PROMO.
      *****************

      * Seules les promotions en vigueur à la date du run entrent en
      * table : date de début atteinte, date de fin non dépassée (ou
      * à zéro). Une ligne de type ou de cible inconnus est signalée
      * et ignorée, elle ne doit pas accorder une remise au hasard.

           READ Param-Promotions
           AT END
               SET Lec-Fic-PROMO-Fin-Oui   TO TRUE
           NOT AT END
               IF L-Fst-Pro NOT = ZERO
                   DISPLAY 'Erreur lecture fichier promotions ='
                                                               L-Fst-Pro
               END-IF
               IF ENR-PROMO-DATE-DEBUT > WS-DATE-TRAITEMENT OR
                  (ENR-PROMO-DATE-FIN NOT = ZERO AND
                   ENR-PROMO-DATE-FIN < WS-DATE-TRAITEMENT)
                   GO TO FIN-CHARGE-PROMO
               END-IF
               IF (ENR-PROMO-TYPE NOT = 'P' AND
                   ENR-PROMO-TYPE NOT = 'M' AND
                   ENR-PROMO-TYPE NOT = 'N')
                  OR
                  (ENR-PROMO-CIBLE NOT = 'P' AND
                   ENR-PROMO-CIBLE NOT = 'C')
                  OR
                  (ENR-PROMO-TYPE = 'N' AND
                   ENR-PROMO-NBR-ACHAT = ZERO)
                   DISPLAY "Promotion " ENR-PROMO-CODE
                           " invalide (type " ENR-PROMO-TYPE
                           ", cible " ENR-PROMO-CIBLE "), ignoree"
                   GO TO FIN-CHARGE-PROMO
               END-IF
               IF WS-NBR-PROMO < 50
                   ADD 1                 TO WS-NBR-PROMO
                   MOVE ENR-PROMO-CODE
                            TO WS-TAB-PROMO-CODE (WS-NBR-PROMO)
                   MOVE ENR-PROMO-TYPE
                            TO WS-TAB-PROMO-TYPE (WS-NBR-PROMO)
                   MOVE ENR-PROMO-CIBLE
                            TO WS-TAB-PROMO-CIBLE (WS-NBR-PROMO)
                   MOVE ENR-PROMO-VALEUR
                            TO WS-TAB-PROMO-VALEUR (WS-NBR-PROMO)
                   MOVE ENR-PROMO-TAUX
                            TO WS-TAB-PROMO-TAUX (WS-NBR-PROMO)
                   MOVE ENR-PROMO-MONTANT
                            TO WS-TAB-PROMO-MONTANT (WS-NBR-PROMO)
                   MOVE ENR-PROMO-NBR-ACHAT
                            TO WS-TAB-PROMO-NBR-ACHAT (WS-NBR-PROMO)
               ELSE
      *            Table des promotions pleine (50 en vigueur) : les
      *            promotions au-delà ne seraient pas accordées en
      *            caisse comme annoncé, on préfère arrêter le run.
                   DISPLAY "Erreur table promotions : plus de 50"
                           " promotions en vigueur, table pleine"
                   MOVE 16               TO RETURN-CODE
                   STOP RUN
               END-IF
           END-READ
           .
      *********************
       FIN-CHARGE-PROMO. EXIT.
      *********************

      *****************
       RECH-TAUX.
      *****************
           MOVE WS-ENR-PANIER-CANAL   TO ENR-Sor-Panier-CANAL
           MOVE WS-ENR-PANIER-CLIENT  TO ENR-Sor-Panier-CLIENT
           MOVE NBR-PRD               TO ENR-Sor-Panier-NBR-PRD
           MOVE WS-REMISE-PANIER      TO ENR-Sor-Panier-REMISE
           MOVE WS-PROMO-PANIER       TO ENR-Sor-Panier-PROMO
           MOVE WS-CODE-PROMO-PANIER  TO ENR-Sor-Panier-CODE-PROMO
           IF Lec-Fic-PANIER-Fin-Non
               WRITE ENR-Sor-Panier
               IF L-Fst-Out NOT ZERO
                       WS-TAB-PRD
                       WS-TAB-VENT
                       WS-NBR-VENT
                       WS-REMISE-PANIER
                       WS-PROMO-PANIER
                       WS-PROMO-MAX-PANIER
                       WS-CODE-PROMO-PANIER
                       WS-RANG-LIGNE



       FIN-Traitement-Erreur. EXIT.
      ***********************

      *****************
       ECR-PROMO-LIGNE.
      *****************

      * Promotion accordée à la ligne en cours, gardée avec le rang
      * de la ligne dans son panier pour être portée sur la même
      * ligne de l'index et de l'historique des ventes.

           MOVE WS-ENR-PANPRD-CLE-PAN TO ENR-PLIG-CLE-PAN
           MOVE WS-RANG-LIGNE         TO ENR-PLIG-RANG
           MOVE WS-PROMO-LIGNE        TO ENR-PLIG-PROMO
           MOVE WS-CODE-PROMO-LIGNE   TO ENR-PLIG-CODE-PROMO
           WRITE ENR-PLIG
           IF L-Fst-Plg NOT ZERO
               DISPLAY "Erreur ecriture promotions lignes = " L-Fst-Plg
           END-IF
           .
      *********************
       FIN-ECR-PROMO-LIGNE. EXIT.
      *********************

      *****************
       ECR-FICHIER-ERR.
      *****************
      *******************
       FIN-REPOS-PANPRD. EXIT.
      *******************
      *-----------------------------------------------------------------
      ***************************
       LECTURE-DATE-TRAITEMENT.
      ***************************

      * Date de gestion de la journée traitée : c'est elle, et non
      * l'horloge, qui date les fichiers, pour qu'un cycle passé
      * minuit reste rattaché à sa journée et qu'une journée passée
      * puisse être rejouée après incident. Fichier absent : date
      * système, le fonctionnement d'avant ; date illisible : arrêt.

           ACCEPT WS-DATE-TRAITEMENT     FROM DATE YYYYMMDD
           SET WS-JOUR-CLOS-NON          TO TRUE
           OPEN INPUT Date-Traitement
           IF L-Fst-Dat = ZERO
               READ Date-Traitement
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENR-DATTRT-DATE IS NUMERIC AND
                          ENR-DATTRT-DATE NOT = ZERO
                           MOVE ENR-DATTRT-DATE TO WS-DATE-TRAITEMENT
                           IF ENR-DATTRT-CLOS = 'O'
                               SET WS-JOUR-CLOS-OUI TO TRUE
                           END-IF
                       ELSE
                           DISPLAY "Date de traitement illisible : "
                                                        ENR-DATTRT-DATE
                           CLOSE Date-Traitement
                           MOVE 16      TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE Date-Traitement
           ELSE
               DISPLAY "Date de traitement absente, date systeme"
                       " retenue"
           END-IF
           DISPLAY "Date de traitement : " WS-DATE-TRAITEMENT
           .
      *******************************
       FIN-LECTURE-DATE-TRAITEMENT. EXIT.
      *******************************

      *-----------------------------------------------------------------
      *******************
       VERIF-JOUR-CLOS.
      *******************

      * Une journée clôturée (indicateur du fichier de date) ou
      * inscrite au calendrier des clôtures, clôturée ou déclarée
      * fermée, ne se retraite pas : arrêt avant toute écriture.

           IF WS-JOUR-CLOS-NON
               SET Lec-Fic-CAL-Fin-Non  TO TRUE
               OPEN INPUT Calendrier-Clotures
               IF L-Fst-Cal NOT = ZERO
      *            Calendrier absent : aucune journée encore clôturée.
                   SET Lec-Fic-CAL-Fin-Oui TO TRUE
               END-IF
               PERFORM UNTIL Lec-Fic-CAL-Fin-Oui OR WS-JOUR-CLOS-OUI
                       PERFORM LECTURE-CALENDRIER
                                        THRU FIN-LECTURE-CALENDRIER
               END-PERFORM
               IF L-Fst-Cal = ZERO OR L-Fst-Cal = 10
                   CLOSE Calendrier-Clotures
               END-IF
           END-IF

           IF WS-JOUR-CLOS-OUI
               DISPLAY '***********************************************'
               DISPLAY '***  JOURNEE DE GESTION DEJA CLOTUREE -     ***'
               DISPLAY '***  VERIFIER LA DATE DE TRAITEMENT         ***'
               DISPLAY '***********************************************'
               DISPLAY "Date refusee : " WS-DATE-TRAITEMENT
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ***********************
       FIN-VERIF-JOUR-CLOS. EXIT.
      ***********************

      *-----------------------------------------------------------------
      *********************
       LECTURE-CALENDRIER.
      *********************
           READ Calendrier-Clotures
           AT END
               SET Lec-Fic-CAL-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Cal NOT = ZERO
                   DISPLAY 'Erreur lecture calendrier =' L-Fst-Cal
               END-IF
               IF ENR-CAL-DATE = WS-DATE-TRAITEMENT AND
                  (ENR-CAL-TYPE = 'C' OR ENR-CAL-TYPE = 'F')
                   SET WS-JOUR-CLOS-OUI TO TRUE
               END-IF
           END-READ
           .
      *************************
       FIN-LECTURE-CALENDRIER. EXIT.
      *************************

      *-----------------------------------------------------------------
      ******
       FIN.
           CLOSE Produit-Master
           CLOSE Sor-Panier
           CLOSE Erreur-Paniers
           CLOSE Promo-Lignes
           CLOSE Controle-Totaux

      * Display des compteurs et du nombre d'erreurs s'il y en a
           DISPLAY "Nombre d'enregistrements lus en 2 : " CPT-PANPRD
           DISPLAY "Nombre d'enregistrements ecrits dans fichier de "
                                                   "sorie : " CPT-SORT
           DISPLAY "Lignes avec promotion : " CPT-PROMO
                   "  montant accorde : " SOM-PROMO
           IF CPT-ERR NOT = ZERO
               DISPLAY '***********************************************'
               DISPLAY '***********************************************'

                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-In
                .
      *    Fichier des paniers fusionné, lu en parallèle de PANPRD :
      *    une ligne dont le panier n'y figure pas est orpheline,
      *    rejetée par le traitement paniers :
           SELECT PANIER ASSIGN TO
               "C:/Users/HP/Downloads/PANIER.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Pan
                .
      *    Référentiel produits indexé : un produit absent, délisté ou
      *    bloqué rejette la ligne, comme au traitement paniers :
           SELECT Produit-Master ASSIGN TO
               "C:/Users/HP/Downloads/ProduitMaster.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS RANDOM
                RECORD KEY         IS ENR-MASTER-PRD
                FILE STATUS        IS L-Fst-Mas
                .
      *    Fichier indexé miroir, pour la consultation ponctuelle :
           SELECT Panprd-Index ASSIGN TO
               "C:/Users/HP/Downloads/PANPRDIDX.dat"
                                      WITH DUPLICATES
                FILE STATUS        IS L-Fst-Idx
                .
      *    Historique permanent des lignes vendues, par panier et
      *    ligne, conservé le temps de la fenêtre de retour : les
      *    retours se valident contre lui et y cumulent la quantité
      *    déjà rendue. Complété à chaque run, jamais reconstruit :
           SELECT Histo-Ventes ASSIGN TO
               "C:/Users/HP/Downloads/HistoVentes.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS RANDOM
                RECORD KEY         IS ENR-HVTE-CLEF
                FILE STATUS        IS L-Fst-Hvt
                .
      *    Promotions accordées ligne à ligne par le traitement
      *    paniers du même jour et du même cycle (panier, rang de la
      *    ligne, montant, code) ; absent, aucune ligne promue :
           SELECT Promo-Lignes ASSIGN DYNAMIC
               WS-NOM-PROMO-LIGNES
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Plg
                .
      *    Numéro de cycle du jour, positionné par l'exploitation
      *    avant chaque lancement ; absent, cycle 01 :
           SELECT Cycle-En-Cours ASSIGN TO
               "C:/Users/HP/Downloads/CycleEnCours.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Cyc
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
           05 ENR-PANPRD-QTE                              PIC 9(03).
           05 ENR-PANPRD-REMISE                           PIC 9(05).

       FD PANIER.
       01 ENR-PANIER.
           05 ENR-PANIER-CLE-PAN                          PIC X(15).
           05 ENR-PANIER-CANAL                            PIC X(01).
           05 ENR-PANIER-CLIENT                           PIC X(08).

       FD Produit-Master.
       01 ENR-MASTER.
           05 ENR-MASTER-PRD                              PIC X(07).
           05 ENR-MASTER-LIB                              PIC X(30).
           05 ENR-MASTER-CAT                              PIC X(10).
           05 ENR-MASTER-PRIX                             PIC 9(05).
           05 ENR-MASTER-STATUT                           PIC X(01).

      * Zone DOUBLON : motif pour lequel le traitement paniers n'a
      * pas compté la ligne dans le panier, espace pour une ligne
      * vendue : 'D' doublon, 'O' ligne orpheline, 'I' produit
      * inconnu du référentiel, 'R' produit délisté ou bloqué.

       FD Panprd-Index.
       01 ENR-PANPRD-IDX.
           05 ENR-PANPRD-IDX-CLEF.
           05 ENR-PANPRD-IDX-QTE                          PIC 9(03).
           05 ENR-PANPRD-IDX-REMISE                       PIC 9(05).
           05 ENR-PANPRD-IDX-DOUBLON                      PIC X(01).
      *    Promotion du run accordée à la ligne (montant et code,
      *    zéro et espaces sans promotion), en plus de la remise :
           05 ENR-PANPRD-IDX-PROMO                        PIC 9(08).
           05 ENR-PANPRD-IDX-CODE-PROMO                   PIC X(06).

      * Ligne vendue à l'historique : mêmes zones que l'index, plus
      * la date et le cycle de la vente, la quantité déjà rendue et
      * la trace du dernier run de retours qui l'a touchée (date,
      * cycle et quantité rendue par ce run, pour qu'une relance de
      * ce run n'impute pas deux fois les mêmes retours), puis la
      * promotion accordée à la ligne, déduite des avoirs.

       FD Histo-Ventes.
       01 ENR-HVTE.
           05 ENR-HVTE-CLEF.
               10 ENR-HVTE-CLE                            PIC X(15).
               10 ENR-HVTE-SEQ                            PIC 9(05).
           05 ENR-HVTE-PRD                                PIC X(07).
           05 ENR-HVTE-PRIX                               PIC 9(05).
           05 ENR-HVTE-QTE                                PIC 9(03).
           05 ENR-HVTE-REMISE                             PIC 9(05).
           05 ENR-HVTE-DOUBLON                            PIC X(01).
           05 ENR-HVTE-DATE-VENTE                         PIC 9(08).
           05 ENR-HVTE-CYCLE-VENTE                        PIC 9(02).
           05 ENR-HVTE-QTE-RENDUE                         PIC 9(03).
           05 ENR-HVTE-DATE-RETOUR                        PIC 9(08).
           05 ENR-HVTE-CYCLE-RETOUR                       PIC 9(02).
           05 ENR-HVTE-QTE-RET-RUN                        PIC 9(03).
           05 ENR-HVTE-PROMO                              PIC 9(08).
           05 ENR-HVTE-CODE-PROMO                         PIC X(06).

       FD Promo-Lignes.
       01 ENR-PLIG.
           05 ENR-PLIG-CLEF.
               10 ENR-PLIG-CLE-PAN                        PIC X(15).
               10 ENR-PLIG-RANG                           PIC 9(05).
           05 ENR-PLIG-PROMO                              PIC 9(08).
           05 ENR-PLIG-CODE-PROMO                         PIC X(06).

       FD Cycle-En-Cours.
       01 ENR-CYCLE.
           05 ENR-CYCLE-NUM                               PIC 9(02).

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


       01 L-Fst-In                                         PIC 99.
       01 L-Fst-Idx                                         PIC 99.
       01 L-Fst-Hvt                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.
       01 L-Fst-Plg                                        PIC 99.
       01 L-Fst-Pan                                        PIC 99.
       01 L-Fst-Mas                                        PIC 99.

      * Date et cycle de la vente, portés à l'historique

       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-CYCLE                                         PIC 9(02).
       01 WS-CYCLE-X                                       PIC X(02).

      * Nom daté du fichier des promotions par ligne du cycle

       01 WS-NOM-PROMO-LIGNES                              PIC X(60).

      * Promotion par ligne courante, lue en parallèle des lignes
      * PANPRD (les deux fichiers sont dans l'ordre panier, rang) :

       01 WS-ENR-PLIG.
           05 WS-PLIG-CLEF.
               10 WS-PLIG-CLE-PAN                          PIC X(15).
               10 WS-PLIG-RANG                             PIC 9(05).
           05 WS-PLIG-PROMO                                PIC 9(08).
           05 WS-PLIG-CODE-PROMO                           PIC X(06).

       01 Lec-Fic-PLIG-Fin                                 PIC 9.
           88 Lec-Fic-PLIG-Fin-Oui                         VALUE 1.
           88 Lec-Fic-PLIG-Fin-Non                         VALUE 0.

      * Journée de gestion déjà clôturée : indicateur du fichier de
      * date ou présence de la date au calendrier des clôtures

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

       01 Lec-Fic-CAL-Fin                                  PIC 9.
           88 Lec-Fic-CAL-Fin-Oui                          VALUE 1.
           88 Lec-Fic-CAL-Fin-Non                          VALUE 0.

      * Structure fichier en entrée

           88 Lec-Fic-PANPRD-Fin-Oui                       VALUE 1.
           88 Lec-Fic-PANPRD-Fin-Non                       VALUE 0.

      * Panier courant du fichier PANIER, lu en parallèle des lignes

       01 WS-PANIER-CLE                                    PIC X(15).

       01 Lec-Fic-PANIER-Fin                               PIC 9.
           88 Lec-Fic-PANIER-Fin-Oui                       VALUE 1.
           88 Lec-Fic-PANIER-Fin-Non                       VALUE 0.

      * Statut au référentiel du produit de la ligne : délisté 'D' ou
      * bloqué 'B', il n'est plus vendable

       01 WS-STATUT-LIGNE                                  PIC X(01).
           88 WS-STATUT-LIGNE-RETIRE                       VALUE 'D'
                                                                 'B'.

      * Clé du panier précédent et numéro de séquence dans le panier

       01 WS-CLE-PRECEDENTE                                PIC X(15).
       01 WS-SEQ-PRD                                       PIC 9(05).

      * Lignes vendues déjà rencontrées dans le panier en cours, pour
      * signaler dans l'index les mêmes doublons que ceux exclus du
      * total par le traitement paniers : une ligne n'est un doublon
      * que si produit, prix, quantité et remise sont tous identiques
      * (vraie double extraction) :

       01 WS-TAB-PRD.
       01 CPT-LUS                                          PIC 9(10).
       01 CPT-CHARGES                                      PIC 9(10).
       01 CPT-DOUBLONS                                     PIC 9(10).
       01 CPT-EXCLUES                                      PIC 9(10).
       01 CPT-HISTO                                        PIC 9(10).
       01 CPT-HISTO-DEJA                                   PIC 9(10).
       01 CPT-PROMO                                        PIC 9(10).

       PROCEDURE DIVISION.

           DISPLAY '***************************************************'

           INITIALIZE CPT-LUS  CPT-CHARGES  CPT-DOUBLONS
                      CPT-HISTO  CPT-HISTO-DEJA  CPT-PROMO
                      WS-ENR-PLIG  L-Fst-Plg
                      CPT-EXCLUES  WS-PANIER-CLE  WS-STATUT-LIGNE
                      L-Fst-Pan  L-Fst-Mas
                      WS-CLE-PRECEDENTE  WS-SEQ-PRD
                      WS-TAB-PRD  WS-NBR-PRD
                      L-Fst-In  L-Fst-Idx  L-Fst-Hvt
                      WS-ENR-PANPRD

           SET Lec-Fic-PANPRD-Fin-Non   TO TRUE

      * Date et cycle de la vente, portés à chaque ligne de
      * l'historique

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           PERFORM VERIF-JOUR-CLOS      THRU FIN-VERIF-JOUR-CLOS
           PERFORM LECTURE-CYCLE        THRU FIN-LECTURE-CYCLE
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X

      * Promotions par ligne écrites par le traitement paniers du
      * cycle. Fichier absent (aucune promotion en vigueur, ou
      * traitement d'avant les promotions) : toutes les lignes
      * sont chargées sans promotion.

           MOVE SPACES                  TO WS-NOM-PROMO-LIGNES
           STRING "C:/Users/HP/Downloads/PromoLignes_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-PROMO-LIGNES
           SET Lec-Fic-PLIG-Fin-Non     TO TRUE
           OPEN INPUT   Promo-Lignes
           IF L-Fst-Plg NOT = ZERO
               DISPLAY "Promotions par ligne absentes, lignes chargees"
                       " sans promotion (status = " L-Fst-Plg ")"
               SET Lec-Fic-PLIG-Fin-Oui TO TRUE
           ELSE
               PERFORM LECTURE-PLIG     THRU FIN-LECTURE-PLIG
           END-IF

      * Paniers du cycle et référentiel produits : sans eux les
      * lignes jamais vendues (orphelines, produits inconnus ou
      * retirés) rejoindraient l'historique comme des ventes et
      * pourraient donner lieu à un avoir, on arrête.

           SET Lec-Fic-PANIER-Fin-Non   TO TRUE
           OPEN INPUT   PANIER
           IF L-Fst-Pan NOT = ZERO
               DISPLAY "Erreur ouverture fichier des paniers, status ="
                                                               L-Fst-Pan
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LECTURE-PANIER       THRU FIN-LECTURE-PANIER

           OPEN INPUT   Produit-Master
           IF L-Fst-Mas NOT = ZERO
               DISPLAY "Erreur ouverture referentiel produits, status ="
                                                               L-Fst-Mas
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT   PANPRD
           OPEN OUTPUT  Panprd-Index

      * Historique des ventes : on le complète, ou on le crée au
      * tout premier chargement (I-O sur un fichier qui n'existe pas
      * encore renvoie le status 35).

           OPEN I-O Histo-Ventes
           IF L-Fst-Hvt = 35
               OPEN OUTPUT Histo-Ventes
               CLOSE Histo-Ventes
               OPEN I-O Histo-Ventes
           END-IF
           IF L-Fst-Hvt NOT = ZERO
               DISPLAY "Erreur ouverture historique des ventes = "
                                                               L-Fst-Hvt
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LECTURE-PANPRD       THRU FIN-LECTURE-PANPRD
           .
      ********************
               MOVE 0                     TO WS-NBR-PRD
           END-IF

           MOVE WS-ENR-PANPRD-CLE-PAN    TO ENR-PANPRD-IDX-CLE
           MOVE WS-SEQ-PRD               TO ENR-PANPRD-IDX-SEQ
           MOVE WS-ENR-PANPRD-PRD        TO ENR-PANPRD-IDX-PRD
           MOVE WS-ENR-PANPRD-PRIX       TO ENR-PANPRD-IDX-PRIX
           MOVE WS-ENR-PANPRD-QTE        TO ENR-PANPRD-IDX-QTE
           MOVE WS-ENR-PANPRD-REMISE     TO ENR-PANPRD-IDX-REMISE
           PERFORM RECH-PROMO-LIGNE      THRU FIN-RECH-PROMO-LIGNE

      * Motif de rejet de la ligne, dans l'ordre des contrôles du
      * traitement paniers : panier absent, doublon, produit inconnu,
      * produit retiré. Seules les lignes vendues entrent dans la
      * table des doublons, comme au traitement paniers.

           PERFORM RECH-PANIER           THRU FIN-RECH-PANIER
           IF Lec-Fic-PANIER-Fin-Oui OR
              WS-PANIER-CLE NOT = WS-ENR-PANPRD-CLE-PAN
               MOVE 'O'                  TO ENR-PANPRD-IDX-DOUBLON
               ADD 1                     TO CPT-EXCLUES
               GO TO CHARGE-LIGNE-ECRITURE
           END-IF

           PERFORM VERIF-DOUBLON         THRU FIN-VERIF-DOUBLON
           IF WS-PRD-TROUVE-OUI
      *        Même doublon de ligne dans ce panier que celui exclu
      *        du total par le traitement paniers : signalé à l'index
      *        pour que la consultation l'exclue pareillement.
               MOVE 'D'                  TO ENR-PANPRD-IDX-DOUBLON
               ADD 1                     TO CPT-DOUBLONS
               GO TO CHARGE-LIGNE-ECRITURE
           END-IF

           MOVE WS-ENR-PANPRD-PRD        TO ENR-MASTER-PRD
           READ Produit-Master
               INVALID KEY
                   MOVE 'I'              TO ENR-PANPRD-IDX-DOUBLON
               NOT INVALID KEY
                   MOVE ENR-MASTER-STATUT TO WS-STATUT-LIGNE
                   IF WS-STATUT-LIGNE-RETIRE
                       MOVE 'R'          TO ENR-PANPRD-IDX-DOUBLON
                   ELSE
                       MOVE SPACE        TO ENR-PANPRD-IDX-DOUBLON
                   END-IF
           END-READ
           IF ENR-PANPRD-IDX-DOUBLON NOT = SPACE
               ADD 1                     TO CPT-EXCLUES
           ELSE
               IF WS-NBR-PRD < 99
                   ADD 1                 TO WS-NBR-PRD
                   MOVE WS-ENR-PANPRD-PRD
                                    TO WS-TAB-PRD-REMISE (WS-NBR-PRD)
               END-IF
           END-IF
           .
      *************************
       CHARGE-LIGNE-ECRITURE.
      *************************
           WRITE ENR-PANPRD-IDX
           IF L-Fst-Idx NOT = ZERO
               DISPLAY 'Erreur ecriture fichier indexe =' L-Fst-Idx
               ADD 1 TO CPT-CHARGES
           END-IF

           PERFORM ECR-HISTO-VENTE       THRU FIN-ECR-HISTO-VENTE

           PERFORM LECTURE-PANPRD        THRU FIN-LECTURE-PANPRD
           .
      ***************************
       FIN-Charge-Ligne-Index. EXIT.
      ***************************

      *-----------------------------------------------------------------
      *****************
       RECH-PANIER.
      *****************

      * Avance du fichier PANIER jusqu'au panier de la ligne courante
      * (les deux fichiers sont dans l'ordre des clés panier).

           PERFORM UNTIL Lec-Fic-PANIER-Fin-Oui OR
                         WS-PANIER-CLE NOT < WS-ENR-PANPRD-CLE-PAN
                   PERFORM LECTURE-PANIER THRU FIN-LECTURE-PANIER
           END-PERFORM
           .
      *********************
       FIN-RECH-PANIER. EXIT.
      *********************

      *-----------------------------------------------------------------
      *******************
       LECTURE-PANIER.
      *******************
           READ PANIER
           AT END
               SET Lec-Fic-PANIER-Fin-Oui TO TRUE
           NOT AT END
               IF L-Fst-Pan NOT = ZERO
                   DISPLAY 'Erreur lecture fichier PANIER =' L-Fst-Pan
               END-IF
               MOVE ENR-PANIER-CLE-PAN    TO WS-PANIER-CLE
           END-READ
           .
      *******************
       FIN-LECTURE-PANIER. EXIT.
      *******************

      *-----------------------------------------------------------------
      *******************
       RECH-PROMO-LIGNE.
      *******************

      * Promotion de la ligne courante : le fichier des promotions
      * par ligne avance jusqu'au rang de la ligne. Un enregistrement
      * de rang inférieur est sauté (ligne orpheline ou panier réécrit
      * par une reprise du traitement paniers, déjà porté) ; aucun
      * enregistrement à ce rang : ligne sans promotion.

           MOVE ZERO                     TO ENR-PANPRD-IDX-PROMO
           MOVE SPACES                   TO ENR-PANPRD-IDX-CODE-PROMO
           PERFORM UNTIL Lec-Fic-PLIG-Fin-Oui OR
                         WS-PLIG-CLEF NOT < ENR-PANPRD-IDX-CLEF
                   PERFORM LECTURE-PLIG  THRU FIN-LECTURE-PLIG
           END-PERFORM
           IF Lec-Fic-PLIG-Fin-Non AND
              WS-PLIG-CLEF = ENR-PANPRD-IDX-CLEF
               MOVE WS-PLIG-PROMO        TO ENR-PANPRD-IDX-PROMO
               MOVE WS-PLIG-CODE-PROMO   TO ENR-PANPRD-IDX-CODE-PROMO
               ADD 1                     TO CPT-PROMO
           END-IF
           .
      ***********************
       FIN-RECH-PROMO-LIGNE. EXIT.
      ***********************

      *-----------------------------------------------------------------
      *******************
       LECTURE-PLIG.
      *******************
           READ Promo-Lignes
           AT END
               SET Lec-Fic-PLIG-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Plg NOT = ZERO
                   DISPLAY 'Erreur lecture promotions lignes ='
                                                               L-Fst-Plg
               END-IF
               MOVE ENR-PLIG              TO WS-ENR-PLIG
           END-READ
           .
      *******************
       FIN-LECTURE-PLIG. EXIT.
      *******************

      *-----------------------------------------------------------------
      *****************
       VERIF-DOUBLON.
       FIN-VERIF-DOUBLON. EXIT.
      *********************

      *-----------------------------------------------------------------
      ******************
       ECR-HISTO-VENTE.
      ******************

      * La ligne rejoint l'historique avec sa date et son cycle de
      * vente, rien encore de rendu. Une ligne déjà présente (même
      * panier, même rang) vient d'une relance du chargement : elle
      * est laissée telle quelle, avec les retours déjà imputés.

           MOVE ENR-PANPRD-IDX-CLE       TO ENR-HVTE-CLE
           MOVE ENR-PANPRD-IDX-SEQ       TO ENR-HVTE-SEQ
           MOVE ENR-PANPRD-IDX-PRD       TO ENR-HVTE-PRD
           MOVE ENR-PANPRD-IDX-PRIX      TO ENR-HVTE-PRIX
           MOVE ENR-PANPRD-IDX-QTE       TO ENR-HVTE-QTE
           MOVE ENR-PANPRD-IDX-REMISE    TO ENR-HVTE-REMISE
           MOVE ENR-PANPRD-IDX-DOUBLON   TO ENR-HVTE-DOUBLON
           MOVE ENR-PANPRD-IDX-PROMO     TO ENR-HVTE-PROMO
           MOVE ENR-PANPRD-IDX-CODE-PROMO
                                         TO ENR-HVTE-CODE-PROMO
           MOVE WS-DATE-TRAITEMENT       TO ENR-HVTE-DATE-VENTE
           MOVE WS-CYCLE                 TO ENR-HVTE-CYCLE-VENTE
           MOVE ZERO                     TO ENR-HVTE-QTE-RENDUE
                                            ENR-HVTE-DATE-RETOUR
                                            ENR-HVTE-CYCLE-RETOUR
                                            ENR-HVTE-QTE-RET-RUN
           WRITE ENR-HVTE
               INVALID KEY
                   ADD 1                 TO CPT-HISTO-DEJA
               NOT INVALID KEY
                   ADD 1                 TO CPT-HISTO
           END-WRITE
           .
      *********************
       FIN-ECR-HISTO-VENTE. EXIT.
      *********************

      *-----------------------------------------------------------------
      *****************
       LECTURE-CYCLE.
      *****************

      * Numéro de cycle du jour ; fichier absent ou illisible :
      * cycle 01, le fonctionnement à un seul run par jour.

           MOVE 1                        TO WS-CYCLE
           OPEN INPUT Cycle-En-Cours
           IF L-Fst-Cyc = ZERO
               READ Cycle-En-Cours
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENR-CYCLE-NUM IS NUMERIC AND
                          ENR-CYCLE-NUM NOT = ZERO
                           MOVE ENR-CYCLE-NUM TO WS-CYCLE
                       END-IF
               END-READ
               CLOSE Cycle-En-Cours
           END-IF
           MOVE WS-CYCLE                 TO WS-CYCLE-X
           DISPLAY "Cycle de traitement : " WS-CYCLE-X
           .
      *********************
       FIN-LECTURE-CYCLE. EXIT.
      *********************

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
      ******

           CLOSE PANPRD
           CLOSE PANIER
           CLOSE Produit-Master
           CLOSE Panprd-Index
           CLOSE Histo-Ventes
           IF L-Fst-Plg = ZERO OR L-Fst-Plg = 10
               CLOSE Promo-Lignes
           END-IF

           DISPLAY "Nombre de lignes PANPRD lues     : " CPT-LUS
           DISPLAY "Nombre de lignes chargees a l'index : " CPT-CHARGES
           DISPLAY "Nombre de doublons signales : " CPT-DOUBLONS
           DISPLAY "Lignes non vendues (O/I/R)  : " CPT-EXCLUES
           DISPLAY "Lignes ajoutees a l'historique des ventes : "
                                                               CPT-HISTO
           DISPLAY "Lignes deja a l'historique (relance)      : "
                                                          CPT-HISTO-DEJA
           DISPLAY "Lignes chargees avec promotion : " CPT-PROMO
           DISPLAY 'Fin de chargement'
           .
      **********

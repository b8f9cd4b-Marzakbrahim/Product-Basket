       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOUVEMENTS-STOCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Fichier des paniers avec les produits du cycle (séquentiel,
      *    entrée), celui qu'a rapproché le traitement paniers :
           SELECT PANPRD ASSIGN TO
               "C:/Users/HP/Downloads/PANPRD.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-In
                .
      *    Fichier des erreurs du traitement paniers, daté du run :
      *    les lignes rejetées n'ont pas été vendues.
           SELECT Erreur-Paniers ASSIGN DYNAMIC
               WS-NOM-ERR-PANIER
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Err
                .
      *    Avoirs émis par le traitement des retours, datés du run :
      *    les quantités rendues reviennent en stock.
           SELECT Avoirs ASSIGN DYNAMIC
               WS-NOM-AVOIRS
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Avo
                .
      *    Stock par produit, permanent, tenu par ce programme pour
      *    les ventes et les retours et par la maintenance du stock
      *    pour les seuils et les inventaires :
           SELECT Stock-Produit ASSIGN TO
               "C:/Users/HP/Downloads/StockProduit.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-STK-PRD
                FILE STATUS        IS L-Fst-Stk
                .
      *    Journal des mouvements de stock du run, daté :
           SELECT Mouvements-Stock ASSIGN DYNAMIC
               WS-NOM-MOUVEMENTS
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Mvt
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

       FD PANPRD.
       01 ENR-PANPRD.
           05 ENR-PANPRD-CLE-PAN                          PIC X(15).
           05 ENR-PANPRD-PRD                              PIC X(07).
           05 ENR-PANPRD-PRIX                             PIC 9(05).
           05 ENR-PANPRD-QTE                              PIC 9(03).
           05 ENR-PANPRD-REMISE                           PIC 9(05).

       FD Erreur-Paniers.
       01 ENR-ERREUR.
           05 ENR-ERREUR-TYPE                             PIC X(01).
           05 ENR-ERREUR-DETAIL                           PIC X(35).

       FD Avoirs.
       01 ENR-AVOIR.
           05 ENR-AVOIR-CLE-PAN                           PIC X(15).
           05 ENR-AVOIR-PRD                               PIC X(07).
           05 ENR-AVOIR-QTE                               PIC 9(03).
           05 ENR-AVOIR-HT                                PIC 9(08)V99.
           05 ENR-AVOIR-TVA                               PIC 9(07)V99.
           05 ENR-AVOIR-TTC                               PIC 9(08)V99.
           05 ENR-AVOIR-TAUX                              PIC 9(02)V99.

      * Stock d'un produit : quantité en stock (négative si l'on a
      * vendu plus que le stock connu), seuil de réapprovisionnement,
      * date de création de la ligne et date du dernier mouvement.
      * Le dernier run de mouvements qui a touché le produit y laisse
      * sa trace (date, cycle, quantité nette mouvementée et date du
      * mouvement précédent), pour qu'une relance de ce run annule
      * d'abord ce qu'il avait passé au lieu de le passer deux fois.

       FD Stock-Produit.
       01 ENR-STK.
           05 ENR-STK-PRD                                 PIC X(07).
           05 ENR-STK-QTE                                 PIC S9(07).
           05 ENR-STK-SEUIL                               PIC 9(07).
           05 ENR-STK-DATE-CREATION                       PIC 9(08).
           05 ENR-STK-DATE-DER-MVT                        PIC 9(08).
           05 ENR-STK-DATE-MVT-PREC                       PIC 9(08).
           05 ENR-STK-DATE-RUN                            PIC 9(08).
           05 ENR-STK-CYCLE-RUN                           PIC 9(02).
           05 ENR-STK-QTE-RUN                             PIC S9(07).

      * Mouvement de stock : 'S' sortie sur vente, 'E' entrée sur
      * retour, avec le panier d'origine et le stock qui en résulte.

       FD Mouvements-Stock.
       01 ENR-MVT.
           05 ENR-MVT-DATE                                PIC 9(08).
           05 ENR-MVT-CYCLE                               PIC 9(02).
           05 ENR-MVT-CLE-PAN                             PIC X(15).
           05 ENR-MVT-PRD                                 PIC X(07).
           05 ENR-MVT-SENS                                PIC X(01).
           05 ENR-MVT-QTE                                 PIC 9(03).
           05 ENR-MVT-STOCK                               PIC S9(07)
                                           SIGN LEADING SEPARATE.

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

      * Variables File status

       01 L-Fst-In                                         PIC 99.
       01 L-Fst-Err                                        PIC 99.
       01 L-Fst-Avo                                        PIC 99.
       01 L-Fst-Stk                                        PIC 99.
       01 L-Fst-Mvt                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.

      * Date et cycle du run, noms datés des fichiers

       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-CYCLE                                         PIC 9(02).
       01 WS-CYCLE-X                                       PIC X(02).
       01 WS-NOM-ERR-PANIER                                PIC X(60).
       01 WS-NOM-AVOIRS                                    PIC X(60).
       01 WS-NOM-MOUVEMENTS                                PIC X(60).

      * Journée de gestion déjà clôturée : indicateur du fichier de
      * date ou présence de la date au calendrier des clôtures

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

       01 Lec-Fic-CAL-Fin                                  PIC 9.
           88 Lec-Fic-CAL-Fin-Oui                          VALUE 1.
           88 Lec-Fic-CAL-Fin-Non                          VALUE 0.

      * Lignes PANPRD rejetées par le traitement paniers (orphelines,
      * doublons, produits inconnus ou retirés), avec le nombre
      * d'occurrences de chaque ligne identique : chaque occurrence
      * rencontrée dans PANPRD en consomme une et sort du stock
      * sans mouvement. Les signalements pour revue ('X', 'E')
      * restent des ventes et ne sont pas chargés.

       01 WS-TAB-REJ.
           05 WS-TAB-REJ-ITEM        OCCURS 2000 TIMES.
               10 WS-TAB-REJ-LIGNE                         PIC X(35).
               10 WS-TAB-REJ-NBR                           PIC 9(03).

       01 WS-NBR-REJ                                       PIC 9(04).
       01 WS-IDX-REJ                                       PIC 9(04).
       01 WS-MAX-REJ                                       PIC 9(04)
                                                      VALUE 2000.

       01 WS-LIGNE-RECH                                    PIC X(35).

      * Plus haute clé panier lue dans le fichier des erreurs. Une
      * reprise du traitement paniers réécrit à la suite du fichier
      * les erreurs des paniers rejoués : une clé qui redescend
      * marque le début de la reprise.

       01 WS-CLE-HAUTE                                     PIC X(15).

       01 WS-REJ-TROUVE                                    PIC 9.
           88 WS-REJ-TROUVE-OUI                            VALUE 1.
           88 WS-REJ-TROUVE-NON                            VALUE 0.

      * Mouvement en cours : produit, panier, sens et quantité

       01 WS-MVT-PRD                                       PIC X(07).
       01 WS-MVT-CLE-PAN                                   PIC X(15).
       01 WS-MVT-SENS                                      PIC X(01).
           88 WS-MVT-SENS-SORTIE                           VALUE 'S'.
           88 WS-MVT-SENS-ENTREE                           VALUE 'E'.
       01 WS-MVT-QTE                                       PIC 9(03).

      * Produit déjà mouvementé par un run postérieur à celui-ci

       01 WS-RUN-ULTERIEUR                                 PIC 9.
           88 WS-RUN-ULTERIEUR-OUI                         VALUE 1.
           88 WS-RUN-ULTERIEUR-NON                         VALUE 0.

       01 WS-STK-NOUVEAU                                   PIC 9.
           88 WS-STK-NOUVEAU-OUI                           VALUE 1.
           88 WS-STK-NOUVEAU-NON                           VALUE 0.

      * Disponibilité des avoirs du cycle (absents : retours non
      * passés, seules les ventes sont mouvementées)

       01 WS-AVOIRS-OUVERT                                 PIC 9.
           88 WS-AVOIRS-OUVERT-OUI                         VALUE 1.
           88 WS-AVOIRS-OUVERT-NON                         VALUE 0.

      * Booléens pour tester les fins de lecture :

       01 Lec-Fic-PANPRD-Fin                               PIC 9.
           88 Lec-Fic-PANPRD-Fin-Oui                       VALUE 1.
           88 Lec-Fic-PANPRD-Fin-Non                       VALUE 0.

       01 Lec-Fic-ERR-Fin                                  PIC 9.
           88 Lec-Fic-ERR-Fin-Oui                          VALUE 1.
           88 Lec-Fic-ERR-Fin-Non                          VALUE 0.

       01 Lec-Fic-AVO-Fin                                  PIC 9.
           88 Lec-Fic-AVO-Fin-Oui                          VALUE 1.
           88 Lec-Fic-AVO-Fin-Non                          VALUE 0.

       01 Lec-Fic-STK-Fin                                  PIC 9.
           88 Lec-Fic-STK-Fin-Oui                          VALUE 1.
           88 Lec-Fic-STK-Fin-Non                          VALUE 0.

      * Compteurs

       01 CPT-LUS                                          PIC 9(10).
       01 CPT-REJETS                                       PIC 9(10).
       01 CPT-EXCLUES                                      PIC 9(10).
       01 CPT-QTE-NULLE                                    PIC 9(10).
       01 CPT-AVOIRS                                       PIC 9(10).
       01 CPT-SORTIES                                      PIC 9(10).
       01 CPT-ENTREES                                      PIC 9(10).
       01 CPT-CREES                                        PIC 9(10).
       01 CPT-RETABLIS                                     PIC 9(10).
       01 CPT-REJ-RESTANTS                                 PIC 9(10).
       01 CPT-REJ-REPRISE                                  PIC 9(10).
       01 SOM-QTE-SORTIE                                   PIC 9(10).
       01 SOM-QTE-ENTREE                                   PIC 9(10).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           PERFORM Traitement                 THRU FIN-Traitement

           PERFORM FIN                        THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***   MOUVEMENTS DE STOCK DU CYCLE              ***'
           DISPLAY '***************************************************'

           INITIALIZE CPT-LUS  CPT-REJETS  CPT-EXCLUES  CPT-QTE-NULLE
                      CPT-AVOIRS  CPT-SORTIES  CPT-ENTREES
                      CPT-CREES  CPT-RETABLIS  CPT-REJ-RESTANTS
                      SOM-QTE-SORTIE  SOM-QTE-ENTREE
                      WS-TAB-REJ  WS-NBR-REJ  WS-CLE-HAUTE
                      CPT-REJ-REPRISE
                      L-Fst-In  L-Fst-Err  L-Fst-Avo  L-Fst-Stk
                      L-Fst-Mvt

           SET Lec-Fic-PANPRD-Fin-Non   TO TRUE
           SET Lec-Fic-ERR-Fin-Non      TO TRUE
           SET Lec-Fic-AVO-Fin-Non      TO TRUE

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           PERFORM VERIF-JOUR-CLOS      THRU FIN-VERIF-JOUR-CLOS
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X

           PERFORM LECTURE-CYCLE        THRU FIN-LECTURE-CYCLE

           MOVE SPACES                  TO WS-NOM-ERR-PANIER
           STRING "C:/Users/HP/Downloads/SortieErreur_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-ERR-PANIER

           MOVE SPACES                  TO WS-NOM-AVOIRS
           STRING "C:/Users/HP/Downloads/AvoirClient_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-AVOIRS

           MOVE SPACES                  TO WS-NOM-MOUVEMENTS
           STRING "C:/Users/HP/Downloads/MouvementsStock_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-MOUVEMENTS

      * Rejets du traitement paniers : sans eux on ne saurait pas
      * quelles lignes PANPRD n'ont pas été vendues, arrêt.

           OPEN INPUT Erreur-Paniers
           IF L-Fst-Err NOT = ZERO
               DISPLAY "Fichier erreurs du cycle absent (traitement"
                       " paniers non passe), status = " L-Fst-Err
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL Lec-Fic-ERR-Fin-Oui
                   PERFORM CHARGE-REJET THRU FIN-CHARGE-REJET
           END-PERFORM
           CLOSE Erreur-Paniers

           OPEN INPUT PANPRD
           IF L-Fst-In NOT = ZERO
               DISPLAY "Fichier PANPRD absent, status = " L-Fst-In
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

      * Avoirs du cycle : absents, le traitement des retours n'a pas
      * tourné ; les ventes sont mouvementées seules, une relance
      * après les retours reprendra le cycle complet.

           SET WS-AVOIRS-OUVERT-OUI     TO TRUE
           OPEN INPUT Avoirs
           IF L-Fst-Avo NOT = ZERO
               DISPLAY "Avoirs du cycle absents (retours non passes),"
                       " status = " L-Fst-Avo
               SET WS-AVOIRS-OUVERT-NON TO TRUE
               SET Lec-Fic-AVO-Fin-Oui  TO TRUE
           END-IF

      * Stock : on le complète, ou on le crée au tout premier run
      * (I-O sur un fichier qui n'existe pas encore renvoie le
      * status 35).

           OPEN I-O Stock-Produit
           IF L-Fst-Stk = 35
               OPEN OUTPUT Stock-Produit
               CLOSE Stock-Produit
               OPEN I-O Stock-Produit
           END-IF
           IF L-Fst-Stk NOT = ZERO
               DISPLAY "Erreur ouverture fichier stock = " L-Fst-Stk
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RETABLIT-STOCK-RUN   THRU FIN-RETABLIT-STOCK-RUN

           OPEN OUTPUT Mouvements-Stock
           IF L-Fst-Mvt NOT = ZERO
               DISPLAY "Erreur ouverture journal des mouvements = "
                                                               L-Fst-Mvt
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LECTURE-PANPRD       THRU FIN-LECTURE-PANPRD
           IF WS-AVOIRS-OUVERT-OUI
               PERFORM LECTURE-AVOIR    THRU FIN-LECTURE-AVOIR
           END-IF
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ************
       Traitement.
      ************
           PERFORM UNTIL Lec-Fic-PANPRD-Fin-Oui
                   PERFORM Sortie-Une-Ligne THRU FIN-Sortie-Une-Ligne
           END-PERFORM

           PERFORM UNTIL Lec-Fic-AVO-Fin-Oui
                   PERFORM Entree-Un-Avoir  THRU FIN-Entree-Un-Avoir
           END-PERFORM
           .
      ****************
       FIN-Traitement. EXIT.
      ****************

      *-----------------------------------------------------------------
      ***************
       CHARGE-REJET.
      ***************

      * Une ligne rejetée identique à une ligne déjà chargée (vrai
      * doublon d'extraction) en augmente le nombre d'occurrences.
      * Une clé panier inférieure à la plus haute déjà lue ouvre
      * une reprise du traitement paniers : les rejets chargés à
      * partir de cette clé, écrits par le run interrompu, sont
      * annulés puisque la reprise les réécrit.

           READ Erreur-Paniers
           AT END
               SET Lec-Fic-ERR-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Err NOT = ZERO
                   DISPLAY 'Erreur lecture fichier erreurs =' L-Fst-Err
               END-IF
               IF ENR-ERREUR-DETAIL (1:15) < WS-CLE-HAUTE
                   PERFORM ANNULE-REJETS-REPRIS
                                        THRU FIN-ANNULE-REJETS-REPRIS
               END-IF
               MOVE ENR-ERREUR-DETAIL (1:15) TO WS-CLE-HAUTE
               IF ENR-ERREUR-TYPE = 'O' OR ENR-ERREUR-TYPE = 'D' OR
                  ENR-ERREUR-TYPE = 'I' OR ENR-ERREUR-TYPE = 'R'
                   ADD 1                TO CPT-REJETS
                   MOVE ENR-ERREUR-DETAIL TO WS-LIGNE-RECH
                   PERFORM RECH-REJET   THRU FIN-RECH-REJET
                   IF WS-REJ-TROUVE-OUI
                       ADD 1            TO WS-TAB-REJ-NBR (WS-IDX-REJ)
                   ELSE
                       IF WS-NBR-REJ >= WS-MAX-REJ
                           DISPLAY "Table des rejets pleine ("
                                   WS-MAX-REJ " lignes) : stock non"
                                   " mouvemente"
                           MOVE 16      TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1            TO WS-NBR-REJ
                       MOVE WS-LIGNE-RECH
                                    TO WS-TAB-REJ-LIGNE (WS-NBR-REJ)
                       MOVE 1       TO WS-TAB-REJ-NBR (WS-NBR-REJ)
                   END-IF
               END-IF
           END-READ
           .
      *******************
       FIN-CHARGE-REJET. EXIT.
      *******************

      *-----------------------------------------------------------------
      ***********************
       ANNULE-REJETS-REPRIS.
      ***********************

      * Annulation des rejets chargés pour les paniers de clé
      * supérieure ou égale à celle de l'enregistrement lu : ils
      * seront rechargés depuis les enregistrements de la reprise.

           MOVE 1                       TO WS-IDX-REJ
           PERFORM UNTIL WS-IDX-REJ > WS-NBR-REJ
               IF WS-TAB-REJ-LIGNE (WS-IDX-REJ) (1:15) NOT <
                  ENR-ERREUR-DETAIL (1:15)
                   ADD WS-TAB-REJ-NBR (WS-IDX-REJ) TO CPT-REJ-REPRISE
                   SUBTRACT WS-TAB-REJ-NBR (WS-IDX-REJ)
                                        FROM CPT-REJETS
                   MOVE ZERO            TO WS-TAB-REJ-NBR (WS-IDX-REJ)
               END-IF
               ADD 1                    TO WS-IDX-REJ
           END-PERFORM
           .
      ***************************
       FIN-ANNULE-REJETS-REPRIS. EXIT.
      ***************************

      *-----------------------------------------------------------------
      *************
       RECH-REJET.
      *************

      * Recherche de la ligne WS-LIGNE-RECH dans la table des
      * rejets ; WS-IDX-REJ désigne le poste trouvé.

           SET WS-REJ-TROUVE-NON        TO TRUE
           MOVE 1                       TO WS-IDX-REJ
           PERFORM UNTIL WS-IDX-REJ > WS-NBR-REJ OR WS-REJ-TROUVE-OUI
               IF WS-TAB-REJ-LIGNE (WS-IDX-REJ) = WS-LIGNE-RECH
                   SET WS-REJ-TROUVE-OUI TO TRUE
               ELSE
                   ADD 1                TO WS-IDX-REJ
               END-IF
           END-PERFORM
           .
      *****************
       FIN-RECH-REJET. EXIT.
      *****************

      *-----------------------------------------------------------------
      *********************
       RETABLIT-STOCK-RUN.
      *********************

      * Relance du même run (même date, même cycle) : chaque produit
      * qu'il avait mouvementé retrouve son stock et sa date de
      * dernier mouvement d'avant, le journal du run étant réécrit
      * en entier. Sans relance, aucun produit ne porte cette trace.
      * Un produit dont la trace est postérieure à ce run a perdu
      * celle de ce run : il ne pourrait être rétabli et serait
      * mouvementé deux fois. La relance est alors refusée avant
      * toute mise à jour.

           SET WS-RUN-ULTERIEUR-NON     TO TRUE
           SET Lec-Fic-STK-Fin-Non      TO TRUE
           MOVE LOW-VALUES              TO ENR-STK-PRD
           START Stock-Produit KEY IS NOT LESS THAN ENR-STK-PRD
               INVALID KEY
                   SET Lec-Fic-STK-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Fic-STK-Fin-Oui OR WS-RUN-ULTERIEUR-OUI
                   PERFORM VERIF-UN-PRODUIT THRU FIN-VERIF-UN-PRODUIT
           END-PERFORM

           IF WS-RUN-ULTERIEUR-OUI
               DISPLAY '***********************************************'
               DISPLAY '***  STOCK DEJA MOUVEMENTE PAR UN RUN       ***'
               DISPLAY '***  POSTERIEUR - RELANCE REFUSEE           ***'
               DISPLAY '***********************************************'
               DISPLAY "Produit " ENR-STK-PRD
                       " mouvemente le " ENR-STK-DATE-RUN
                       " cycle " ENR-STK-CYCLE-RUN
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           SET Lec-Fic-STK-Fin-Non      TO TRUE
           MOVE LOW-VALUES              TO ENR-STK-PRD
           START Stock-Produit KEY IS NOT LESS THAN ENR-STK-PRD
               INVALID KEY
                   SET Lec-Fic-STK-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Fic-STK-Fin-Oui
                   PERFORM RETABLIT-UN-PRODUIT
                                        THRU FIN-RETABLIT-UN-PRODUIT
           END-PERFORM

           IF CPT-RETABLIS NOT = ZERO
               DISPLAY "Relance du cycle : " CPT-RETABLIS
                       " produits ramenes au stock d'avant le run"
           END-IF
           .
      *************************
       FIN-RETABLIT-STOCK-RUN. EXIT.
      *************************

      *-----------------------------------------------------------------
      *******************
       VERIF-UN-PRODUIT.
      *******************
           READ Stock-Produit NEXT RECORD
           AT END
               SET Lec-Fic-STK-Fin-Oui  TO TRUE
           NOT AT END
               IF ENR-STK-DATE-RUN > WS-DATE-TRAITEMENT OR
                  (ENR-STK-DATE-RUN = WS-DATE-TRAITEMENT AND
                   ENR-STK-CYCLE-RUN > WS-CYCLE)
                   SET WS-RUN-ULTERIEUR-OUI TO TRUE
               END-IF
           END-READ
           .
      ***********************
       FIN-VERIF-UN-PRODUIT. EXIT.
      ***********************

      *-----------------------------------------------------------------
      **********************
       RETABLIT-UN-PRODUIT.
      **********************
           READ Stock-Produit NEXT RECORD
           AT END
               SET Lec-Fic-STK-Fin-Oui  TO TRUE
           NOT AT END
               IF ENR-STK-DATE-RUN = WS-DATE-TRAITEMENT AND
                  ENR-STK-CYCLE-RUN = WS-CYCLE
                   SUBTRACT ENR-STK-QTE-RUN FROM ENR-STK-QTE
                   MOVE ENR-STK-DATE-MVT-PREC
                                        TO ENR-STK-DATE-DER-MVT
                   MOVE ZERO            TO ENR-STK-DATE-RUN
                                           ENR-STK-CYCLE-RUN
                                           ENR-STK-QTE-RUN
                                           ENR-STK-DATE-MVT-PREC
                   REWRITE ENR-STK
                   IF L-Fst-Stk NOT = ZERO
                       DISPLAY "Erreur retablissement stock "
                               ENR-STK-PRD " = " L-Fst-Stk
                   ELSE
                       ADD 1            TO CPT-RETABLIS
                   END-IF
               END-IF
           END-READ
           .
      **************************
       FIN-RETABLIT-UN-PRODUIT. EXIT.
      **************************

      *-----------------------------------------------------------------
      *******************
       LECTURE-PANPRD.
      *******************
           READ PANPRD
           AT END
               SET Lec-Fic-PANPRD-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-In NOT = ZERO
                   DISPLAY 'Erreur lecture fichier PANPRD =' L-Fst-In
               END-IF
               ADD 1                      TO CPT-LUS
           END-READ
           .
      *******************
       FIN-LECTURE-PANPRD. EXIT.
      *******************

      *-----------------------------------------------------------------
      ****************
       LECTURE-AVOIR.
      ****************
           READ Avoirs
           AT END
               SET Lec-Fic-AVO-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Avo NOT = ZERO
                   DISPLAY 'Erreur lecture fichier avoirs =' L-Fst-Avo
               END-IF
               ADD 1                    TO CPT-AVOIRS
           END-READ
           .
      ********************
       FIN-LECTURE-AVOIR. EXIT.
      ********************

      *-----------------------------------------------------------------
      *******************
       Sortie-Une-Ligne.
      *******************

      * Une ligne PANPRD sort du stock sauf si elle figure parmi les
      * rejets du traitement paniers (une occurrence de rejet est
      * consommée par ligne identique rencontrée).

           MOVE ENR-PANPRD              TO WS-LIGNE-RECH
           PERFORM RECH-REJET           THRU FIN-RECH-REJET
           IF WS-REJ-TROUVE-OUI
               IF WS-TAB-REJ-NBR (WS-IDX-REJ) > ZERO
                   SUBTRACT 1           FROM WS-TAB-REJ-NBR (WS-IDX-REJ)
                   ADD 1                TO CPT-EXCLUES
                   GO TO SORTIE-LIGNE-SUITE
               END-IF
           END-IF

           IF ENR-PANPRD-QTE IS NOT NUMERIC OR
              ENR-PANPRD-QTE = ZERO
               ADD 1                    TO CPT-QTE-NULLE
               GO TO SORTIE-LIGNE-SUITE
           END-IF

           MOVE ENR-PANPRD-PRD          TO WS-MVT-PRD
           MOVE ENR-PANPRD-CLE-PAN      TO WS-MVT-CLE-PAN
           MOVE ENR-PANPRD-QTE          TO WS-MVT-QTE
           SET WS-MVT-SENS-SORTIE       TO TRUE
           PERFORM MAJ-STOCK            THRU FIN-MAJ-STOCK
           .
      **********************
       SORTIE-LIGNE-SUITE.
      **********************
           PERFORM LECTURE-PANPRD       THRU FIN-LECTURE-PANPRD
           .
      **********************
       FIN-Sortie-Une-Ligne. EXIT.
      **********************

      *-----------------------------------------------------------------
      ******************
       Entree-Un-Avoir.
      ******************

      * La quantité rendue sur un avoir revient en stock.

           IF ENR-AVOIR-QTE IS NOT NUMERIC OR
              ENR-AVOIR-QTE = ZERO
               ADD 1                    TO CPT-QTE-NULLE
               GO TO ENTREE-AVOIR-SUITE
           END-IF

           MOVE ENR-AVOIR-PRD           TO WS-MVT-PRD
           MOVE ENR-AVOIR-CLE-PAN       TO WS-MVT-CLE-PAN
           MOVE ENR-AVOIR-QTE           TO WS-MVT-QTE
           SET WS-MVT-SENS-ENTREE       TO TRUE
           PERFORM MAJ-STOCK            THRU FIN-MAJ-STOCK
           .
      **********************
       ENTREE-AVOIR-SUITE.
      **********************
           PERFORM LECTURE-AVOIR        THRU FIN-LECTURE-AVOIR
           .
      **********************
       FIN-Entree-Un-Avoir. EXIT.
      **********************

      *-----------------------------------------------------------------
      ************
       MAJ-STOCK.
      ************

      * Mise à jour du stock du produit pour le mouvement en cours.
      * Un produit encore inconnu du stock y est créé à zéro, sans
      * seuil : le mouvement le rend aussitôt négatif, signalé au
      * rapport du stock jusqu'au premier inventaire.

           SET WS-STK-NOUVEAU-NON       TO TRUE
           MOVE WS-MVT-PRD              TO ENR-STK-PRD
           READ Stock-Produit
               INVALID KEY
                   SET WS-STK-NOUVEAU-OUI TO TRUE
           END-READ

           IF WS-STK-NOUVEAU-OUI
               INITIALIZE ENR-STK
               MOVE WS-MVT-PRD          TO ENR-STK-PRD
               MOVE WS-DATE-TRAITEMENT  TO ENR-STK-DATE-CREATION
           END-IF

      * Premier mouvement du produit dans ce run : la trace du run
      * précédent est remplacée par celle de ce run.

           IF ENR-STK-DATE-RUN NOT = WS-DATE-TRAITEMENT OR
              ENR-STK-CYCLE-RUN NOT = WS-CYCLE
               MOVE WS-DATE-TRAITEMENT  TO ENR-STK-DATE-RUN
               MOVE WS-CYCLE            TO ENR-STK-CYCLE-RUN
               MOVE ZERO                TO ENR-STK-QTE-RUN
               MOVE ENR-STK-DATE-DER-MVT
                                        TO ENR-STK-DATE-MVT-PREC
           END-IF

           IF WS-MVT-SENS-SORTIE
               SUBTRACT WS-MVT-QTE      FROM ENR-STK-QTE
                                             ENR-STK-QTE-RUN
           ELSE
               ADD WS-MVT-QTE           TO ENR-STK-QTE
                                           ENR-STK-QTE-RUN
           END-IF
           MOVE WS-DATE-TRAITEMENT      TO ENR-STK-DATE-DER-MVT

           IF WS-STK-NOUVEAU-OUI
               WRITE ENR-STK
                   INVALID KEY
                       DISPLAY "Erreur creation stock " ENR-STK-PRD
                               " = " L-Fst-Stk
                       GO TO FIN-MAJ-STOCK
               END-WRITE
               ADD 1                    TO CPT-CREES
           ELSE
               REWRITE ENR-STK
                   INVALID KEY
                       DISPLAY "Erreur mise a jour stock " ENR-STK-PRD
                               " = " L-Fst-Stk
                       GO TO FIN-MAJ-STOCK
               END-REWRITE
           END-IF

           IF WS-MVT-SENS-SORTIE
               ADD 1                    TO CPT-SORTIES
               ADD WS-MVT-QTE           TO SOM-QTE-SORTIE
           ELSE
               ADD 1                    TO CPT-ENTREES
               ADD WS-MVT-QTE           TO SOM-QTE-ENTREE
           END-IF

           PERFORM ECR-MOUVEMENT        THRU FIN-ECR-MOUVEMENT
           .
      ****************
       FIN-MAJ-STOCK. EXIT.
      ****************

      *-----------------------------------------------------------------
      ****************
       ECR-MOUVEMENT.
      ****************
           MOVE WS-DATE-TRAITEMENT      TO ENR-MVT-DATE
           MOVE WS-CYCLE                TO ENR-MVT-CYCLE
           MOVE WS-MVT-CLE-PAN          TO ENR-MVT-CLE-PAN
           MOVE WS-MVT-PRD              TO ENR-MVT-PRD
           MOVE WS-MVT-SENS             TO ENR-MVT-SENS
           MOVE WS-MVT-QTE              TO ENR-MVT-QTE
           MOVE ENR-STK-QTE             TO ENR-MVT-STOCK
           WRITE ENR-MVT
           IF L-Fst-Mvt NOT = ZERO
               DISPLAY "Erreur ecriture journal des mouvements = "
                                                               L-Fst-Mvt
           END-IF
           .
      ********************
       FIN-ECR-MOUVEMENT. EXIT.
      ********************

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
           IF WS-AVOIRS-OUVERT-OUI
               CLOSE Avoirs
           END-IF
           CLOSE Stock-Produit
           CLOSE Mouvements-Stock

      * Rejets chargés restés sans ligne PANPRD correspondante :
      * le fichier PANPRD n'est plus celui du cycle rapproché.

           MOVE 1                       TO WS-IDX-REJ
           PERFORM UNTIL WS-IDX-REJ > WS-NBR-REJ
               IF WS-TAB-REJ-NBR (WS-IDX-REJ) NOT = ZERO
                   DISPLAY "Rejet sans ligne PANPRD : "
                           WS-TAB-REJ-LIGNE (WS-IDX-REJ)
                   ADD WS-TAB-REJ-NBR (WS-IDX-REJ)
                                        TO CPT-REJ-RESTANTS
               END-IF
               ADD 1                    TO WS-IDX-REJ
           END-PERFORM
           IF CPT-REJ-RESTANTS NOT = ZERO
               MOVE 8                   TO RETURN-CODE
               DISPLAY '***********************************************'
               DISPLAY '***  REJETS SANS LIGNE PANPRD : VERIFIER    ***'
               DISPLAY '***  QUE PANPRD EST CELUI DU CYCLE          ***'
               DISPLAY '***********************************************'
           END-IF

           DISPLAY "Lignes PANPRD lues               : " CPT-LUS
           DISPLAY "Rejets du traitement paniers     : " CPT-REJETS
           DISPLAY "Rejets en double (reprise)       : " CPT-REJ-REPRISE
           DISPLAY "Lignes rejetees non mouvementees : " CPT-EXCLUES
           DISPLAY "Lignes a quantite nulle ignorees : " CPT-QTE-NULLE
           DISPLAY "Avoirs lus                       : " CPT-AVOIRS
           DISPLAY "Sorties de stock (ventes)        : " CPT-SORTIES
                   " pour " SOM-QTE-SORTIE " unites"
           DISPLAY "Entrees en stock (retours)       : " CPT-ENTREES
                   " pour " SOM-QTE-ENTREE " unites"
           DISPLAY "Produits crees au stock          : " CPT-CREES
           DISPLAY "Journal produit : " WS-NOM-MOUVEMENTS
           DISPLAY 'Fin des mouvements de stock'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM MOUVEMENTS-STOCK.
      *-----------------------------------------------------------------

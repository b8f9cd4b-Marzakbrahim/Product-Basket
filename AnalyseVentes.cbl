       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALYSE-VENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Fichier de sortie du traitement paniers du cycle, via son
      *    nom daté : il donne les paniers vendus et leur canal :
           SELECT Sor-Panier ASSIGN DYNAMIC
               WS-NOM-SOR-PANIER
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Sor
                .
      *    Fichier indexé miroir de PANPRD chargé après le
      *    rapprochement du cycle : les lignes produits de chaque
      *    panier s'y lisent directement par la clé :
           SELECT Panprd-Index ASSIGN TO
               "C:/Users/HP/Downloads/PANPRDIDX.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-PANPRD-IDX-CLEF
                ALTERNATE RECORD KEY IS ENR-PANPRD-IDX-PRD
                                      WITH DUPLICATES
                FILE STATUS        IS L-Fst-Idx
                .
      *    Référentiel produits indexé : libellé, catégorie et statut
      *    des produits, lu par la clé et en entier pour le classement
      *    des produits les moins vendus :
           SELECT Produit-Master ASSIGN TO
               "C:/Users/HP/Downloads/ProduitMaster.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-MASTER-PRD
                FILE STATUS        IS L-Fst-Mas
                .
      *    Avoirs émis par le traitement des retours du cycle :
           SELECT Avoirs ASSIGN DYNAMIC
               WS-NOM-AVOIRS
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Avo
                .
      *    Historique des lignes vendues : date et cycle de la vente
      *    d'un panier rendu, pour retrouver son canal :
           SELECT Histo-Ventes ASSIGN TO
               "C:/Users/HP/Downloads/HistoVentes.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-HVTE-CLEF
                FILE STATUS        IS L-Fst-Hvt
                .
      *    Fichier paniers du jour et du cycle de la vente d'un panier
      *    rendu, ouvert par son nom daté :
           SELECT Sor-Vente ASSIGN DYNAMIC
               WS-NOM-SOR-VENTE
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Svt
                .
      *    Cumuls du cycle par produit et canal, datés : écrits par
      *    l'extraction du cycle, relus pour la journée, le mois en
      *    cours et le mois précédent :
           SELECT Analyse-Cycle ASSIGN DYNAMIC
               WS-NOM-ANALYSE
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Anc
                .
      *    Etat d'analyse des ventes, daté du jour :
           SELECT Etat-Ventes ASSIGN DYNAMIC
               WS-NOM-ETAT
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Eta
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

       FD Sor-Panier.
       01 ENR-Sor-Panier.
           05 ENR-Sor-Panier-CLE-PAN                      PIC X(15).
           05 ENR-Sor-Panier-NBR-PRD                      PIC 9(02).
           05 ENR-Sor-Panier-HT                           PIC 9(08)V99.
           05 ENR-Sor-Panier-TVA                          PIC 9(07)V99.
           05 ENR-Sor-Panier-TOT                          PIC 9(08)V99.
           05 ENR-Sor-Panier-LIV                          PIC X(1).
           05 ENR-Sor-Panier-CANAL                        PIC X(1).
           05 ENR-Sor-Panier-CLIENT                       PIC X(08).
           05 ENR-Sor-Panier-VENT.
               10 ENR-Sor-Panier-VENT-ITEM OCCURS 3 TIMES.
                   15 ENR-Sor-Panier-VTX                  PIC 9(02)V99.
                   15 ENR-Sor-Panier-VHT                  PIC 9(08)V99.
                   15 ENR-Sor-Panier-VTVA                 PIC 9(07)V99.
           05 ENR-Sor-Panier-REMISE                       PIC 9(08)V99.
           05 ENR-Sor-Panier-PROMO                        PIC 9(08)V99.
           05 ENR-Sor-Panier-CODE-PROMO                   PIC X(06).

       FD Panprd-Index.
       01 ENR-PANPRD-IDX.
           05 ENR-PANPRD-IDX-CLEF.
               10 ENR-PANPRD-IDX-CLE                      PIC X(15).
               10 ENR-PANPRD-IDX-SEQ                      PIC 9(05).
           05 ENR-PANPRD-IDX-PRD                          PIC X(07).
           05 ENR-PANPRD-IDX-PRIX                         PIC 9(05).
           05 ENR-PANPRD-IDX-QTE                          PIC 9(03).
           05 ENR-PANPRD-IDX-REMISE                       PIC 9(05).
           05 ENR-PANPRD-IDX-DOUBLON                      PIC X(01).
           05 ENR-PANPRD-IDX-PROMO                        PIC 9(08).
           05 ENR-PANPRD-IDX-CODE-PROMO                   PIC X(06).

       FD Produit-Master.
       01 ENR-MASTER.
           05 ENR-MASTER-PRD                              PIC X(07).
           05 ENR-MASTER-LIB                              PIC X(30).
           05 ENR-MASTER-CAT                              PIC X(10).
           05 ENR-MASTER-PRIX                             PIC 9(05).
           05 ENR-MASTER-STATUT                           PIC X(01).

       FD Avoirs.
       01 ENR-AVOIR.
           05 ENR-AVOIR-CLE-PAN                           PIC X(15).
           05 ENR-AVOIR-PRD                               PIC X(07).
           05 ENR-AVOIR-QTE                               PIC 9(03).
           05 ENR-AVOIR-HT                                PIC 9(08)V99.
           05 ENR-AVOIR-TVA                               PIC 9(07)V99.
           05 ENR-AVOIR-TTC                               PIC 9(08)V99.
           05 ENR-AVOIR-TAUX                              PIC 9(02)V99.

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

      * Panier d'un autre jour : seuls la clé et le canal servent ici.

       FD Sor-Vente.
       01 ENR-SVT.
           05 ENR-SVT-CLE-PAN                             PIC X(15).
           05 FILLER                                      PIC X(31).
           05 ENR-SVT-LIV                                 PIC X(01).
           05 ENR-SVT-CANAL                               PIC X(01).
           05 FILLER                                      PIC X(103).

      * Cumul d'un produit sur un canal pour un cycle : unités, brut
      * (prix x quantité), remises de ligne, promotions accordées
      * par le run, net, et unités et valeur HT rendues sur avoirs.
      * Libellé et catégorie au jour de la vente.

       FD Analyse-Cycle.
       01 ENR-ANC.
           05 ENR-ANC-PRD                                 PIC X(07).
           05 ENR-ANC-CANAL                               PIC X(01).
           05 ENR-ANC-LIB                                 PIC X(30).
           05 ENR-ANC-CAT                                 PIC X(10).
           05 ENR-ANC-QTE                                 PIC 9(07).
           05 ENR-ANC-BRUT                                PIC 9(09)V99.
           05 ENR-ANC-REMISE                              PIC 9(09)V99.
           05 ENR-ANC-PROMO                               PIC 9(09)V99.
           05 ENR-ANC-NET                                 PIC 9(09)V99.
           05 ENR-ANC-QTE-RET                             PIC 9(07).
           05 ENR-ANC-VAL-RET                             PIC 9(09)V99.

       FD Etat-Ventes.
       01 ENR-ETAT                                        PIC X(132).

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

       01 L-Fst-Sor                                        PIC 99.
       01 L-Fst-Idx                                        PIC 99.
       01 L-Fst-Mas                                        PIC 99.
       01 L-Fst-Avo                                        PIC 99.
       01 L-Fst-Hvt                                        PIC 99.
       01 L-Fst-Svt                                        PIC 99.
       01 L-Fst-Anc                                        PIC 99.
       01 L-Fst-Eta                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.

      * Date et cycle du run, noms datés des fichiers

       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-DATE-DECOMP REDEFINES WS-DATE-TRAITEMENT.
           05 WS-DATE-AAAA                                 PIC 9(04).
           05 WS-DATE-MM                                   PIC 9(02).
           05 WS-DATE-JJ                                   PIC 9(02).
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-CYCLE                                         PIC 9(02).
       01 WS-CYCLE-X                                       PIC X(02).
       01 WS-NOM-SOR-PANIER                                PIC X(60).
       01 WS-NOM-AVOIRS                                    PIC X(60).
       01 WS-NOM-SOR-VENTE                                 PIC X(60).
       01 WS-NOM-ANALYSE                                   PIC X(60).
       01 WS-NOM-ETAT                                      PIC X(60).

      * Journée de gestion déjà clôturée : indicateur du fichier de
      * date ou présence de la date au calendrier des clôtures

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

       01 Lec-Fic-CAL-Fin                                  PIC 9.
           88 Lec-Fic-CAL-Fin-Oui                          VALUE 1.
           88 Lec-Fic-CAL-Fin-Non                          VALUE 0.

      * Mois en cours et mois précédent (AAAAMM), jour parcouru

       01 WS-MOIS-COURANT                                  PIC 9(06).
       01 WS-MOIS-PRECEDENT                                PIC 9(06).
       01 WS-MOIS-PREC-DECOMP REDEFINES WS-MOIS-PRECEDENT.
           05 WS-MOIS-PREC-AAAA                            PIC 9(04).
           05 WS-MOIS-PREC-MM                              PIC 9(02).
       01 WS-MOIS-LU                                       PIC 9(06).
       01 WS-JOUR                                          PIC 9(02).
       01 WS-DATE-JOUR                                     PIC 9(08).
       01 WS-DATE-JOUR-X                                   PIC X(08).
       01 WS-DATE-COMPAR                                   PIC 9(08).
       01 WS-CYCLE-IDX                                     PIC 9(02).
       01 WS-CYCLE-IDX-X                                   PIC X(02).

      * Période alimentée par le fichier de cumuls lu : 1 journée,
      * 2 mois à date, 3 même jour du mois précédent, 4 même période
      * du mois précédent. La période éditée et sa comparaison.

       01 WS-PER-JOUR                                      PIC 9(01).
       01 WS-PER-MOIS                                      PIC 9(01).
       01 WS-PER-EDIT                                      PIC 9(01).
       01 WS-PER-COMP                                      PIC 9(01).

      * Canaux de vente : magasin, web, téléphone, et une case pour
      * un code inattendu ou un canal non retrouvé

       01 WS-TAB-CANAL.
           05 WS-TAB-CANAL-ITEM      OCCURS 4 TIMES.
               10 WS-CAN-CODE                              PIC X(01).
               10 WS-CAN-LIBELLE                           PIC X(10).

       01 WS-IDX-CAN                                       PIC 9(01).
       01 WS-CANAL-COURANT                                 PIC X(01).

      * Produit en cours : référentiel, montants de la ligne

       01 WS-LIB-PRD                                       PIC X(30).
       01 WS-CAT-PRD                                       PIC X(10).
       01 WS-STATUT-PRD                                    PIC X(01).
           88 WS-STATUT-PRD-RETIRE                         VALUE 'D'
                                                                 'B'.
       01 WS-MASTER-TROUVE                                 PIC 9.
           88 WS-MASTER-TROUVE-OUI                         VALUE 1.
           88 WS-MASTER-TROUVE-NON                         VALUE 0.
       01 WS-BRUT-LIGNE                                    PIC 9(08).
       01 WS-REMISE-LIGNE                                  PIC 9(08).
       01 WS-PROMO-LIGNE                                   PIC 9(08).
       01 WS-NET-LIGNE                                     PIC 9(08).

      * Clé du panier précédent, pour écarter les paniers réécrits
      * par une reprise du traitement paniers

       01 WS-CLE-PREC                                      PIC X(15).

      * Canal d'un panier rendu, gardé pour les lignes suivantes du
      * même panier

       01 WS-CLE-AVOIR-PREC                                PIC X(15).
       01 WS-CANAL-AVOIR-PREC                              PIC X(01).
       01 WS-HISTO-OUVERT                                  PIC 9.
           88 WS-HISTO-OUVERT-OUI                          VALUE 1.
           88 WS-HISTO-OUVERT-NON                          VALUE 0.

      * Cumuls du cycle par produit et canal, avant écriture

       01 WS-TAB-EXT.
           05 WS-TAB-EXT-ITEM        OCCURS 3000 TIMES.
               10 WS-EXT-PRD                               PIC X(07).
               10 WS-EXT-CANAL                             PIC X(01).
               10 WS-EXT-LIB                               PIC X(30).
               10 WS-EXT-CAT                               PIC X(10).
               10 WS-EXT-QTE                               PIC 9(07).
               10 WS-EXT-BRUT                              PIC 9(09)V99.
               10 WS-EXT-REMISE                            PIC 9(09)V99.
               10 WS-EXT-PROMO                             PIC 9(09)V99.
               10 WS-EXT-NET                               PIC 9(09)V99.
               10 WS-EXT-QTE-RET                           PIC 9(07).
               10 WS-EXT-VAL-RET                           PIC 9(09)V99.

       01 WS-NBR-EXT                                       PIC 9(04).
       01 WS-IDX-EXT                                       PIC 9(04).

      * Cumuls par produit, canal et période, relus des fichiers de
      * cycle. Les produits actifs du référentiel y sont tous, même
      * sans vente, pour le classement des moins vendus.

       01 WS-TAB-PRD.
           05 WS-TAB-PRD-ITEM        OCCURS 2000 TIMES.
               10 WS-PRD-PRD                               PIC X(07).
               10 WS-PRD-LIB                               PIC X(30).
               10 WS-PRD-CAT                               PIC X(10).
               10 WS-PRD-ACTIF                             PIC X(01).
               10 WS-PRD-PRIS-HAUT                         PIC X(01).
               10 WS-PRD-PRIS-BAS                          PIC X(01).
               10 WS-PRD-CAN         OCCURS 4 TIMES.
                   15 WS-PRD-PER     OCCURS 4 TIMES.
                       20 WS-PRD-QTE                       PIC 9(07).
                       20 WS-PRD-BRUT                      PIC 9(11)V99.
                       20 WS-PRD-REMISE                    PIC 9(11)V99.
                       20 WS-PRD-NET                       PIC 9(11)V99.
                       20 WS-PRD-QTE-RET                   PIC 9(07).
                       20 WS-PRD-VAL-RET                   PIC 9(11)V99.

       01 WS-NBR-PRD                                       PIC 9(04).
       01 WS-IDX-PRD                                       PIC 9(04).

       01 WS-TAB-CAT.
           05 WS-TAB-CAT-ITEM        OCCURS 200 TIMES.
               10 WS-CAT-CAT                               PIC X(10).
               10 WS-CAT-CAN         OCCURS 4 TIMES.
                   15 WS-CAT-PER     OCCURS 4 TIMES.
                       20 WS-CAT-QTE                       PIC 9(07).
                       20 WS-CAT-BRUT                      PIC 9(11)V99.
                       20 WS-CAT-REMISE                    PIC 9(11)V99.
                       20 WS-CAT-NET                       PIC 9(11)V99.
                       20 WS-CAT-QTE-RET                   PIC 9(07).
                       20 WS-CAT-VAL-RET                   PIC 9(11)V99.

       01 WS-NBR-CAT                                       PIC 9(03).
       01 WS-IDX-CAT                                       PIC 9(03).

       01 WS-TROUVE                                        PIC 9.
           88 WS-TROUVE-OUI                                VALUE 1.
           88 WS-TROUVE-NON                                VALUE 0.

      * Totaux d'une ligne d'édition, tous canaux confondus pour la
      * ligne de total d'un produit ou d'une catégorie

       01 WS-TOT-QTE                                       PIC 9(07).
       01 WS-TOT-BRUT                                      PIC 9(11)V99.
       01 WS-TOT-REMISE                                    PIC 9(11)V99.
       01 WS-TOT-NET                                       PIC 9(11)V99.
       01 WS-TOT-QTE-RET                                   PIC 9(07).
       01 WS-TOT-VAL-RET                                   PIC 9(11)V99.
       01 WS-TOT-NET-COMP                                  PIC 9(11)V99.
       01 WS-NBR-CAN-EDIT                                  PIC 9(01).
       01 WS-EVOL                                          PIC S9(05)V9.

      * Classement : rang courant, poste retenu et sa valeur

       01 WS-RANG                                          PIC 9(02).
       01 WS-IDX-RETENU                                    PIC 9(04).
       01 WS-NET-RETENU                                    PIC 9(11)V99.
       01 WS-NET-PRODUIT                                   PIC 9(11)V99.

      * Booléens pour tester la fin de lecture :

       01 Lec-Fic-Sor-Fin                                  PIC 9.
           88 Lec-Fic-Sor-Fin-Oui                          VALUE 1.
           88 Lec-Fic-Sor-Fin-Non                          VALUE 0.

       01 Lec-Fic-AVO-Fin                                  PIC 9.
           88 Lec-Fic-AVO-Fin-Oui                          VALUE 1.
           88 Lec-Fic-AVO-Fin-Non                          VALUE 0.

       01 Lec-Fic-ANC-Fin                                  PIC 9.
           88 Lec-Fic-ANC-Fin-Oui                          VALUE 1.
           88 Lec-Fic-ANC-Fin-Non                          VALUE 0.

       01 Lec-Fic-MAS-Fin                                  PIC 9.
           88 Lec-Fic-MAS-Fin-Oui                          VALUE 1.
           88 Lec-Fic-MAS-Fin-Non                          VALUE 0.

       01 Lec-Fic-SVT-Fin                                  PIC 9.
           88 Lec-Fic-SVT-Fin-Oui                          VALUE 1.
           88 Lec-Fic-SVT-Fin-Non                          VALUE 0.

       01 WS-FIN-PANIER                                    PIC 9.
           88 WS-FIN-PANIER-OUI                            VALUE 1.
           88 WS-FIN-PANIER-NON                            VALUE 0.

      * Compteurs

       01 CPT-PANIERS                                      PIC 9(07).
       01 CPT-DOUBLONS                                     PIC 9(07).
       01 CPT-SANS-LIGNE                                   PIC 9(07).
       01 CPT-LIGNES                                       PIC 9(07).
       01 CPT-LIGNES-AVANT                                 PIC 9(07).
       01 CPT-LIGNES-EXCLUES                               PIC 9(07).
       01 CPT-AVOIRS                                       PIC 9(07).
       01 CPT-CANAL-INCONNU                                PIC 9(07).
       01 CPT-FIC-LUS                                      PIC 9(05).

      * Lignes d'édition de l'état

       01 WS-LIGNE-PERIODE.
           05 WS-LP-LIBELLE                                PIC X(40).
           05 WS-LP-DEBUT                                  PIC X(08).
           05 FILLER                                       PIC X(04)
                                                      VALUE ' AU '.
           05 WS-LP-FIN                                    PIC X(08).
           05 FILLER                                       PIC X(26)
                                       VALUE '  -  COMPARAISON : DU '.
           05 WS-LP-DEBUT-COMP                             PIC X(08).
           05 FILLER                                       PIC X(04)
                                                      VALUE ' AU '.
           05 WS-LP-FIN-COMP                               PIC X(08).

       01 WS-LIGNE-COL-DETAIL.
           05 FILLER                                       PIC X(08)
                                                      VALUE 'PRODUIT'.
           05 FILLER                                       PIC X(21)
                                                      VALUE 'LIBELLE'.
           05 FILLER                                       PIC X(10)
                                                      VALUE 'CANAL'.
           05 FILLER                                       PIC X(08)
                                                      VALUE ' UNITES'.
           05 FILLER                                       PIC X(14)
                                                 VALUE '         BRUT'.
           05 FILLER                                       PIC X(13)
                                                 VALUE ' REM.+PROMOS'.
           05 FILLER                                       PIC X(14)
                                                 VALUE '          NET'.
           05 FILLER                                       PIC X(07)
                                                 VALUE ' U.RET'.
           05 FILLER                                       PIC X(13)
                                                 VALUE '   VAL. RET.'.
           05 FILLER                                       PIC X(14)
                                                 VALUE '   NET COMPAR.'.
           05 FILLER                                       PIC X(07)
                                                 VALUE ' EVOL.%'.

       01 WS-LIGNE-DETAIL.
           05 WS-LD-PRD                                    PIC X(07).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-LIB                                    PIC X(20).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-CANAL                                  PIC X(09).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-QTE                                    PIC Z(06)9.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-BRUT                                   PIC
                                                   Z(09)9.99.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-REMISE                                 PIC
                                                   Z(08)9.99.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-NET                                    PIC
                                                   Z(09)9.99.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-QTE-RET                                PIC Z(05)9.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-VAL-RET                                PIC
                                                   Z(08)9.99.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-NET-COMP                               PIC
                                                   Z(09)9.99.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-EVOL                                   PIC -ZZZ9.9.
           05 WS-LD-EVOL-X REDEFINES WS-LD-EVOL            PIC X(07).

       01 WS-LIGNE-COL-RANG.
           05 FILLER                                       PIC X(04)
                                                      VALUE 'RG'.
           05 FILLER                                       PIC X(08)
                                                      VALUE 'PRODUIT'.
           05 FILLER                                       PIC X(21)
                                                      VALUE 'LIBELLE'.
           05 FILLER                                       PIC X(11)
                                                      VALUE 'CATEGORIE'.
           05 FILLER                                       PIC X(08)
                                                      VALUE ' UNITES'.
           05 FILLER                                       PIC X(14)
                                                 VALUE '          NET'.
           05 FILLER                                       PIC X(14)
                                                 VALUE '   NET COMPAR.'.
           05 FILLER                                       PIC X(07)
                                                 VALUE ' EVOL.%'.

       01 WS-LIGNE-RANG.
           05 WS-LR-RANG                                   PIC Z9.
           05 FILLER                                       PIC X(02)
                                                      VALUE SPACES.
           05 WS-LR-PRD                                    PIC X(07).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LR-LIB                                    PIC X(20).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LR-CAT                                    PIC X(10).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LR-QTE                                    PIC Z(06)9.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LR-NET                                    PIC
                                                   Z(09)9.99.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LR-NET-COMP                               PIC
                                                   Z(09)9.99.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LR-EVOL                                   PIC -ZZZ9.9.
           05 WS-LR-EVOL-X REDEFINES WS-LR-EVOL            PIC X(07).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           IF WS-JOUR-CLOS-NON
               PERFORM EXTRACTION-CYCLE       THRU FIN-EXTRACTION-CYCLE
           END-IF

           PERFORM CHARGE-PERIODES            THRU FIN-CHARGE-PERIODES

           PERFORM EDITION                    THRU FIN-EDITION

           PERFORM FIN                        THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***   ANALYSE DES VENTES PAR PRODUIT            ***'
           DISPLAY '***************************************************'

           INITIALIZE WS-TAB-EXT  WS-NBR-EXT
                      WS-TAB-PRD  WS-NBR-PRD
                      WS-TAB-CAT  WS-NBR-CAT
                      CPT-PANIERS  CPT-SANS-LIGNE  CPT-LIGNES
                      CPT-DOUBLONS  WS-CLE-PREC
                      CPT-LIGNES-EXCLUES  CPT-AVOIRS
                      CPT-CANAL-INCONNU  CPT-FIC-LUS
                      L-Fst-Sor  L-Fst-Idx  L-Fst-Mas  L-Fst-Avo
                      L-Fst-Hvt  L-Fst-Svt  L-Fst-Anc  L-Fst-Eta

           MOVE 'M'                     TO WS-CAN-CODE (1)
           MOVE 'MAGASIN'               TO WS-CAN-LIBELLE (1)
           MOVE 'W'                     TO WS-CAN-CODE (2)
           MOVE 'WEB'                   TO WS-CAN-LIBELLE (2)
           MOVE 'T'                     TO WS-CAN-CODE (3)
           MOVE 'TELEPHONE'             TO WS-CAN-LIBELLE (3)
           MOVE '?'                     TO WS-CAN-CODE (4)
           MOVE 'AUTRE'                 TO WS-CAN-LIBELLE (4)

      * Journée clôturée : ses cumuls de cycle sont figés, l'état
      * s'édite pour consultation sans refaire l'extraction.

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           PERFORM VERIF-JOUR-CLOS      THRU FIN-VERIF-JOUR-CLOS
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X

           PERFORM LECTURE-CYCLE        THRU FIN-LECTURE-CYCLE

      * Mois en cours et mois précédent, pour la comparaison à la
      * même période du mois précédent.

           COMPUTE WS-MOIS-COURANT = WS-DATE-AAAA * 100 + WS-DATE-MM
           IF WS-DATE-MM = 1
               COMPUTE WS-MOIS-PREC-AAAA = WS-DATE-AAAA - 1
               MOVE 12                  TO WS-MOIS-PREC-MM
           ELSE
               MOVE WS-DATE-AAAA        TO WS-MOIS-PREC-AAAA
               COMPUTE WS-MOIS-PREC-MM = WS-DATE-MM - 1
           END-IF

      * Référentiel produits : sans lui ni les produits ni leurs
      * catégories ne peuvent être identifiés, arrêt.

           OPEN INPUT Produit-Master
           IF L-Fst-Mas NOT = ZERO
               DISPLAY "Erreur ouverture referentiel produits = "
                                                               L-Fst-Mas
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES                  TO WS-NOM-ETAT
           STRING "C:/Users/HP/Downloads/AnalyseVentes_"
                  WS-DATE-TRAITEMENT-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-ETAT
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      *******************
       EXTRACTION-CYCLE.
      *******************

      * Lignes des paniers vendus du cycle et lignes rendues sur
      * avoirs, cumulées par produit et canal puis écrites dans le
      * fichier de cumuls du cycle (réécrit en entier à une relance).

           MOVE SPACES                  TO WS-NOM-SOR-PANIER
           STRING "C:/Users/HP/Downloads/SortiePanier_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-SOR-PANIER
           OPEN INPUT Sor-Panier
           IF L-Fst-Sor NOT = ZERO
               DISPLAY "Fichier paniers du cycle absent, status = "
                                                               L-Fst-Sor
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT Panprd-Index
           IF L-Fst-Idx NOT = ZERO
               DISPLAY "Index PANPRD indisponible, status = " L-Fst-Idx
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           SET Lec-Fic-Sor-Fin-Non      TO TRUE
           PERFORM LECTURE-SOR-PANIER   THRU FIN-LECTURE-SOR-PANIER
           PERFORM UNTIL Lec-Fic-Sor-Fin-Oui
                   PERFORM Analyse-Un-Panier
                                        THRU FIN-Analyse-Un-Panier
           END-PERFORM
           CLOSE Sor-Panier
           CLOSE Panprd-Index

      * Avoirs du cycle : absents, le traitement des retours n'a pas
      * tourné ; seules les ventes sont cumulées, une relance après
      * les retours reprendra le cycle complet.

           MOVE SPACES                  TO WS-NOM-AVOIRS
           STRING "C:/Users/HP/Downloads/AvoirClient_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-AVOIRS
           OPEN INPUT Avoirs
           IF L-Fst-Avo NOT = ZERO
               DISPLAY "Avoirs du cycle absents (status = " L-Fst-Avo
                       "), retours non cumules"
           ELSE
               SET WS-HISTO-OUVERT-OUI  TO TRUE
               OPEN INPUT Histo-Ventes
               IF L-Fst-Hvt NOT = ZERO
                   DISPLAY "Historique des ventes absent, canal des"
                           " retours non retrouve"
                   SET WS-HISTO-OUVERT-NON TO TRUE
               END-IF
               MOVE SPACES              TO WS-CLE-AVOIR-PREC
               SET Lec-Fic-AVO-Fin-Non  TO TRUE
               PERFORM LECTURE-AVOIR    THRU FIN-LECTURE-AVOIR
               PERFORM UNTIL Lec-Fic-AVO-Fin-Oui
                       PERFORM Analyse-Un-Avoir
                                        THRU FIN-Analyse-Un-Avoir
               END-PERFORM
               CLOSE Avoirs
               IF WS-HISTO-OUVERT-OUI
                   CLOSE Histo-Ventes
               END-IF
           END-IF

      * Ecriture des cumuls du cycle

           MOVE WS-DATE-TRAITEMENT-X    TO WS-DATE-JOUR-X
           MOVE WS-CYCLE-X              TO WS-CYCLE-IDX-X
           PERFORM NOM-ANALYSE          THRU FIN-NOM-ANALYSE
           OPEN OUTPUT Analyse-Cycle
           IF L-Fst-Anc NOT = ZERO
               DISPLAY "Erreur ouverture cumuls du cycle = " L-Fst-Anc
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-IDX-EXT
           PERFORM UNTIL WS-IDX-EXT > WS-NBR-EXT
                   PERFORM ECR-ANALYSE  THRU FIN-ECR-ANALYSE
                   ADD 1                TO WS-IDX-EXT
           END-PERFORM
           CLOSE Analyse-Cycle
           .
      ***********************
       FIN-EXTRACTION-CYCLE. EXIT.
      ***********************

      *-----------------------------------------------------------------
      *********************
       LECTURE-SOR-PANIER.
      *********************
           READ Sor-Panier
           AT END
               SET Lec-Fic-Sor-Fin-Oui    TO TRUE
           NOT AT END
               IF L-Fst-Sor NOT = ZERO
                   DISPLAY 'Erreur lecture fichier paniers =' L-Fst-Sor
               END-IF
               ADD 1                      TO CPT-PANIERS
           END-READ
           .
      *************************
       FIN-LECTURE-SOR-PANIER. EXIT.
      *************************

      *-----------------------------------------------------------------
      ********************
       Analyse-Un-Panier.
      ********************

      * Un panier réécrit par une reprise du traitement paniers
      * (clé qui ne progresse pas) a déjà été analysé, ses lignes ne
      * sont pas comptées deux fois.
      * Un panier 'A' (vide, jamais rapproché d'une ligne) n'a rien
      * vendu. Les lignes des autres se lisent à l'index par la clé
      * du panier.

           IF CPT-PANIERS > 1 AND
              ENR-Sor-Panier-CLE-PAN NOT > WS-CLE-PREC
               ADD 1                    TO CPT-DOUBLONS
               GO TO ANALYSE-PANIER-SUITE
           END-IF
           MOVE ENR-Sor-Panier-CLE-PAN  TO WS-CLE-PREC

           IF ENR-Sor-Panier-LIV = 'A'
               GO TO ANALYSE-PANIER-SUITE
           END-IF

           MOVE ENR-Sor-Panier-CANAL    TO WS-CANAL-COURANT
           SET WS-FIN-PANIER-NON        TO TRUE
           MOVE ENR-Sor-Panier-CLE-PAN  TO ENR-PANPRD-IDX-CLE
           MOVE 1                       TO ENR-PANPRD-IDX-SEQ
           START Panprd-Index KEY IS >= ENR-PANPRD-IDX-CLEF
               INVALID KEY
                   SET WS-FIN-PANIER-OUI TO TRUE
           END-START

           MOVE CPT-LIGNES              TO CPT-LIGNES-AVANT
           PERFORM UNTIL WS-FIN-PANIER-OUI
                   PERFORM ANALYSE-UNE-LIGNE
                                        THRU FIN-ANALYSE-UNE-LIGNE
           END-PERFORM
           IF CPT-LIGNES = CPT-LIGNES-AVANT
               ADD 1                    TO CPT-SANS-LIGNE
           END-IF
           .
      ***********************
       ANALYSE-PANIER-SUITE.
      ***********************
           PERFORM LECTURE-SOR-PANIER   THRU FIN-LECTURE-SOR-PANIER
           .
      ************************
       FIN-Analyse-Un-Panier. EXIT.
      ************************

      *-----------------------------------------------------------------
      ********************
       ANALYSE-UNE-LIGNE.
      ********************

      * Les lignes exclues du total du panier par le traitement
      * paniers ne sont pas des ventes : doublons ('D'), produits
      * absents du référentiel, délistés ou bloqués.
      * Le net est celui de la ligne après remise du flux et après
      * la promotion accordée à la ligne par le traitement paniers,
      * comme au total du panier ; la promotion est cumulée à part.

           READ Panprd-Index NEXT RECORD
               AT END
                   SET WS-FIN-PANIER-OUI TO TRUE
           END-READ
           IF WS-FIN-PANIER-OUI
               GO TO FIN-ANALYSE-UNE-LIGNE
           END-IF
           IF ENR-PANPRD-IDX-CLE NOT = ENR-Sor-Panier-CLE-PAN
               SET WS-FIN-PANIER-OUI    TO TRUE
               GO TO FIN-ANALYSE-UNE-LIGNE
           END-IF

           IF ENR-PANPRD-IDX-DOUBLON = 'D'
               ADD 1                    TO CPT-LIGNES-EXCLUES
               GO TO FIN-ANALYSE-UNE-LIGNE
           END-IF
           MOVE ENR-PANPRD-IDX-PRD      TO ENR-MASTER-PRD
           PERFORM RECH-MASTER          THRU FIN-RECH-MASTER
           IF WS-MASTER-TROUVE-NON OR WS-STATUT-PRD-RETIRE
               ADD 1                    TO CPT-LIGNES-EXCLUES
               GO TO FIN-ANALYSE-UNE-LIGNE
           END-IF

           ADD 1                        TO CPT-LIGNES
           COMPUTE WS-BRUT-LIGNE =
                   ENR-PANPRD-IDX-PRIX * ENR-PANPRD-IDX-QTE
           IF ENR-PANPRD-IDX-REMISE > WS-BRUT-LIGNE
               MOVE WS-BRUT-LIGNE       TO WS-REMISE-LIGNE
           ELSE
               MOVE ENR-PANPRD-IDX-REMISE TO WS-REMISE-LIGNE
           END-IF
           SUBTRACT WS-REMISE-LIGNE     FROM WS-BRUT-LIGNE
                                        GIVING WS-NET-LIGNE
           IF ENR-PANPRD-IDX-PROMO > WS-NET-LIGNE
               MOVE WS-NET-LIGNE        TO WS-PROMO-LIGNE
           ELSE
               MOVE ENR-PANPRD-IDX-PROMO TO WS-PROMO-LIGNE
           END-IF
           SUBTRACT WS-PROMO-LIGNE      FROM WS-NET-LIGNE

           PERFORM RECH-EXT             THRU FIN-RECH-EXT
           ADD ENR-PANPRD-IDX-QTE       TO WS-EXT-QTE (WS-IDX-EXT)
           ADD WS-BRUT-LIGNE            TO WS-EXT-BRUT (WS-IDX-EXT)
           ADD WS-REMISE-LIGNE          TO WS-EXT-REMISE (WS-IDX-EXT)
           ADD WS-PROMO-LIGNE           TO WS-EXT-PROMO (WS-IDX-EXT)
           ADD WS-NET-LIGNE             TO WS-EXT-NET (WS-IDX-EXT)
           .
      ************************
       FIN-ANALYSE-UNE-LIGNE. EXIT.
      ************************

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
       Analyse-Un-Avoir.
      *******************

      * Une ligne rendue est cumulée sur le canal du panier d'origine
      * (retrouvé par l'historique des ventes), en unités et en
      * valeur HT remboursée.

           IF ENR-AVOIR-CLE-PAN NOT = WS-CLE-AVOIR-PREC
               PERFORM RECH-CANAL-AVOIR THRU FIN-RECH-CANAL-AVOIR
               MOVE ENR-AVOIR-CLE-PAN   TO WS-CLE-AVOIR-PREC
           END-IF
           MOVE WS-CANAL-AVOIR-PREC     TO WS-CANAL-COURANT

           MOVE ENR-AVOIR-PRD           TO ENR-MASTER-PRD
           PERFORM RECH-MASTER          THRU FIN-RECH-MASTER
           PERFORM RECH-EXT             THRU FIN-RECH-EXT
           ADD ENR-AVOIR-QTE            TO WS-EXT-QTE-RET (WS-IDX-EXT)
           ADD ENR-AVOIR-HT             TO WS-EXT-VAL-RET (WS-IDX-EXT)

           PERFORM LECTURE-AVOIR        THRU FIN-LECTURE-AVOIR
           .
      ***********************
       FIN-Analyse-Un-Avoir. EXIT.
      ***********************

      *-----------------------------------------------------------------
      *******************
       RECH-CANAL-AVOIR.
      *******************

      * Date et cycle de la vente du panier rendu lus à l'historique,
      * puis canal du panier dans le fichier paniers de cette vente.
      * Historique ou fichier paniers purgé : canal inconnu ('?').

           MOVE '?'                     TO WS-CANAL-AVOIR-PREC
           IF WS-HISTO-OUVERT-NON
               ADD 1                    TO CPT-CANAL-INCONNU
               GO TO FIN-RECH-CANAL-AVOIR
           END-IF

           MOVE ENR-AVOIR-CLE-PAN       TO ENR-HVTE-CLE
           MOVE 1                       TO ENR-HVTE-SEQ
           START Histo-Ventes KEY IS >= ENR-HVTE-CLEF
               INVALID KEY
                   ADD 1                TO CPT-CANAL-INCONNU
                   GO TO FIN-RECH-CANAL-AVOIR
           END-START
           READ Histo-Ventes NEXT RECORD
               AT END
                   ADD 1                TO CPT-CANAL-INCONNU
                   GO TO FIN-RECH-CANAL-AVOIR
           END-READ
           IF ENR-HVTE-CLE NOT = ENR-AVOIR-CLE-PAN
               ADD 1                    TO CPT-CANAL-INCONNU
               GO TO FIN-RECH-CANAL-AVOIR
           END-IF

           MOVE ENR-HVTE-DATE-VENTE     TO WS-DATE-JOUR
           MOVE WS-DATE-JOUR            TO WS-DATE-JOUR-X
           MOVE ENR-HVTE-CYCLE-VENTE    TO WS-CYCLE-IDX
           MOVE WS-CYCLE-IDX            TO WS-CYCLE-IDX-X
           MOVE SPACES                  TO WS-NOM-SOR-VENTE
           STRING "C:/Users/HP/Downloads/SortiePanier_"
                  WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-SOR-VENTE
           OPEN INPUT Sor-Vente
           IF L-Fst-Svt NOT = ZERO
               ADD 1                    TO CPT-CANAL-INCONNU
               GO TO FIN-RECH-CANAL-AVOIR
           END-IF

           SET Lec-Fic-SVT-Fin-Non      TO TRUE
           PERFORM UNTIL Lec-Fic-SVT-Fin-Oui
               READ Sor-Vente
                   AT END
                       SET Lec-Fic-SVT-Fin-Oui TO TRUE
                   NOT AT END
                       IF ENR-SVT-CLE-PAN = ENR-AVOIR-CLE-PAN
                           MOVE ENR-SVT-CANAL TO WS-CANAL-AVOIR-PREC
                           SET Lec-Fic-SVT-Fin-Oui TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Sor-Vente

           IF WS-CANAL-AVOIR-PREC = '?'
               ADD 1                    TO CPT-CANAL-INCONNU
           END-IF
           .
      ***********************
       FIN-RECH-CANAL-AVOIR. EXIT.
      ***********************

      *-----------------------------------------------------------------
      **************
       RECH-MASTER.
      **************

      * Libellé, catégorie et statut du produit ENR-MASTER-PRD ;
      * espaces s'il est absent du référentiel.

           MOVE SPACES                  TO WS-LIB-PRD  WS-CAT-PRD
                                           WS-STATUT-PRD
           READ Produit-Master
               INVALID KEY
                   SET WS-MASTER-TROUVE-NON TO TRUE
               NOT INVALID KEY
                   SET WS-MASTER-TROUVE-OUI TO TRUE
                   MOVE ENR-MASTER-LIB  TO WS-LIB-PRD
                   MOVE ENR-MASTER-CAT  TO WS-CAT-PRD
                   MOVE ENR-MASTER-STATUT TO WS-STATUT-PRD
           END-READ
           .
      ******************
       FIN-RECH-MASTER. EXIT.
      ******************

      *-----------------------------------------------------------------
      ***********
       RECH-EXT.
      ***********

      * Poste du cycle du produit ENR-MASTER-PRD sur le canal
      * WS-CANAL-COURANT, créé au premier passage.

           SET WS-TROUVE-NON            TO TRUE
           MOVE 1                       TO WS-IDX-EXT
           PERFORM UNTIL WS-IDX-EXT > WS-NBR-EXT OR WS-TROUVE-OUI
               IF WS-EXT-PRD (WS-IDX-EXT) = ENR-MASTER-PRD AND
                  WS-EXT-CANAL (WS-IDX-EXT) = WS-CANAL-COURANT
                   SET WS-TROUVE-OUI    TO TRUE
               ELSE
                   ADD 1                TO WS-IDX-EXT
               END-IF
           END-PERFORM

           IF WS-TROUVE-NON
               IF WS-NBR-EXT < 3000
                   ADD 1                TO WS-NBR-EXT
                   MOVE WS-NBR-EXT      TO WS-IDX-EXT
                   MOVE ENR-MASTER-PRD  TO WS-EXT-PRD (WS-IDX-EXT)
                   MOVE WS-CANAL-COURANT TO WS-EXT-CANAL (WS-IDX-EXT)
                   MOVE WS-LIB-PRD      TO WS-EXT-LIB (WS-IDX-EXT)
                   MOVE WS-CAT-PRD      TO WS-EXT-CAT (WS-IDX-EXT)
               ELSE
                   DISPLAY "Erreur table du cycle : plus de 3000"
                           " produits par canal, table pleine"
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ***************
       FIN-RECH-EXT. EXIT.
      ***************

      *-----------------------------------------------------------------
      **************
       ECR-ANALYSE.
      **************
           MOVE WS-EXT-PRD (WS-IDX-EXT)     TO ENR-ANC-PRD
           MOVE WS-EXT-CANAL (WS-IDX-EXT)   TO ENR-ANC-CANAL
           MOVE WS-EXT-LIB (WS-IDX-EXT)     TO ENR-ANC-LIB
           MOVE WS-EXT-CAT (WS-IDX-EXT)     TO ENR-ANC-CAT
           MOVE WS-EXT-QTE (WS-IDX-EXT)     TO ENR-ANC-QTE
           MOVE WS-EXT-BRUT (WS-IDX-EXT)    TO ENR-ANC-BRUT
           MOVE WS-EXT-REMISE (WS-IDX-EXT)  TO ENR-ANC-REMISE
           MOVE WS-EXT-PROMO (WS-IDX-EXT)   TO ENR-ANC-PROMO
           MOVE WS-EXT-NET (WS-IDX-EXT)     TO ENR-ANC-NET
           MOVE WS-EXT-QTE-RET (WS-IDX-EXT) TO ENR-ANC-QTE-RET
           MOVE WS-EXT-VAL-RET (WS-IDX-EXT) TO ENR-ANC-VAL-RET
           WRITE ENR-ANC
           IF L-Fst-Anc NOT = ZERO
               DISPLAY "Erreur ecriture cumuls du cycle = " L-Fst-Anc
           END-IF
           .
      ******************
       FIN-ECR-ANALYSE. EXIT.
      ******************

      *-----------------------------------------------------------------
      ******************
       CHARGE-PERIODES.
      ******************

      * Produits actifs du référentiel d'abord (classement des moins
      * vendus, ventes nulles comprises), puis cumuls des cycles :
      * jours 1 à J du mois en cours et du mois précédent.

           MOVE LOW-VALUES              TO ENR-MASTER-PRD
           SET Lec-Fic-MAS-Fin-Non      TO TRUE
           START Produit-Master KEY IS >= ENR-MASTER-PRD
               INVALID KEY
                   SET Lec-Fic-MAS-Fin-Oui TO TRUE
           END-START
           PERFORM UNTIL Lec-Fic-MAS-Fin-Oui
               READ Produit-Master NEXT RECORD
                   AT END
                       SET Lec-Fic-MAS-Fin-Oui TO TRUE
                   NOT AT END
                       MOVE ENR-MASTER-STATUT TO WS-STATUT-PRD
                       IF NOT WS-STATUT-PRD-RETIRE
                           MOVE ENR-MASTER-PRD  TO ENR-ANC-PRD
                           MOVE ENR-MASTER-LIB  TO ENR-ANC-LIB
                           MOVE ENR-MASTER-CAT  TO ENR-ANC-CAT
                           PERFORM RECH-PRD THRU FIN-RECH-PRD
                           MOVE 'O'         TO WS-PRD-ACTIF (WS-IDX-PRD)
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-MOIS-COURANT         TO WS-MOIS-LU
           MOVE 1                       TO WS-PER-JOUR
           MOVE 2                       TO WS-PER-MOIS
           PERFORM CHARGE-MOIS          THRU FIN-CHARGE-MOIS

           MOVE WS-MOIS-PRECEDENT       TO WS-MOIS-LU
           MOVE 3                       TO WS-PER-JOUR
           MOVE 4                       TO WS-PER-MOIS
           PERFORM CHARGE-MOIS          THRU FIN-CHARGE-MOIS
           .
      **********************
       FIN-CHARGE-PERIODES. EXIT.
      **********************

      *-----------------------------------------------------------------
      **************
       CHARGE-MOIS.
      **************

      * Jours 1 à J du mois WS-MOIS-LU, tous cycles : un fichier de
      * cumuls absent (status 35) est un cycle sans run ou sans
      * extraction. Le jour J alimente aussi la période journée.

           MOVE 1                       TO WS-JOUR
           PERFORM UNTIL WS-JOUR > WS-DATE-JJ
               COMPUTE WS-DATE-JOUR = WS-MOIS-LU * 100 + WS-JOUR
               MOVE WS-DATE-JOUR        TO WS-DATE-JOUR-X
               MOVE 1                   TO WS-CYCLE-IDX
               PERFORM UNTIL WS-CYCLE-IDX > 9
                   MOVE WS-CYCLE-IDX    TO WS-CYCLE-IDX-X
                   PERFORM CHARGE-UN-CYCLE THRU FIN-CHARGE-UN-CYCLE
                   ADD 1                TO WS-CYCLE-IDX
               END-PERFORM
               ADD 1                    TO WS-JOUR
           END-PERFORM
           .
      ******************
       FIN-CHARGE-MOIS. EXIT.
      ******************

      *-----------------------------------------------------------------
      ******************
       CHARGE-UN-CYCLE.
      ******************
           PERFORM NOM-ANALYSE          THRU FIN-NOM-ANALYSE
           OPEN INPUT Analyse-Cycle
           IF L-Fst-Anc = 35
               GO TO FIN-CHARGE-UN-CYCLE
           END-IF
           IF L-Fst-Anc NOT = ZERO
               DISPLAY "Erreur ouverture " WS-NOM-ANALYSE
                       " status = " L-Fst-Anc
               GO TO FIN-CHARGE-UN-CYCLE
           END-IF
           ADD 1                        TO CPT-FIC-LUS

           SET Lec-Fic-ANC-Fin-Non      TO TRUE
           PERFORM UNTIL Lec-Fic-ANC-Fin-Oui
               READ Analyse-Cycle
                   AT END
                       SET Lec-Fic-ANC-Fin-Oui TO TRUE
                   NOT AT END
                       PERFORM CUMUL-ANALYSE THRU FIN-CUMUL-ANALYSE
               END-READ
           END-PERFORM
           CLOSE Analyse-Cycle
           .
      **********************
       FIN-CHARGE-UN-CYCLE. EXIT.
      **********************

      *-----------------------------------------------------------------
      ****************
       CUMUL-ANALYSE.
      ****************
           PERFORM RECH-PRD             THRU FIN-RECH-PRD
           PERFORM RECH-CAT             THRU FIN-RECH-CAT
           EVALUATE ENR-ANC-CANAL
               WHEN 'M'
                   MOVE 1               TO WS-IDX-CAN
               WHEN 'W'
                   MOVE 2               TO WS-IDX-CAN
               WHEN 'T'
                   MOVE 3               TO WS-IDX-CAN
               WHEN OTHER
                   MOVE 4               TO WS-IDX-CAN
           END-EVALUATE

           MOVE WS-PER-MOIS             TO WS-PER-EDIT
           PERFORM CUMUL-PERIODE        THRU FIN-CUMUL-PERIODE
           IF WS-JOUR = WS-DATE-JJ
               MOVE WS-PER-JOUR         TO WS-PER-EDIT
               PERFORM CUMUL-PERIODE    THRU FIN-CUMUL-PERIODE
           END-IF
           .
      ********************
       FIN-CUMUL-ANALYSE. EXIT.
      ********************

      *-----------------------------------------------------------------
      ****************
       CUMUL-PERIODE.
      ****************

      * Ajout de l'enregistrement lu à la période WS-PER-EDIT du
      * produit et de sa catégorie. L'état présente remises de ligne
      * et promotions dans une même colonne, pour que brut moins
      * remises y redonne le net.

           ADD ENR-ANC-QTE
                TO WS-PRD-QTE (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                   WS-CAT-QTE (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
           ADD ENR-ANC-BRUT
                TO WS-PRD-BRUT (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                   WS-CAT-BRUT (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
           ADD ENR-ANC-REMISE  ENR-ANC-PROMO
                TO WS-PRD-REMISE (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                   WS-CAT-REMISE (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
           ADD ENR-ANC-NET
                TO WS-PRD-NET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                   WS-CAT-NET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
           ADD ENR-ANC-QTE-RET
                TO WS-PRD-QTE-RET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                   WS-CAT-QTE-RET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
           ADD ENR-ANC-VAL-RET
                TO WS-PRD-VAL-RET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                   WS-CAT-VAL-RET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
           .
      ********************
       FIN-CUMUL-PERIODE. EXIT.
      ********************

      *-----------------------------------------------------------------
      ***********
       RECH-PRD.
      ***********

      * Poste du produit ENR-ANC-PRD, créé au premier passage avec le
      * libellé et la catégorie de l'enregistrement.

           SET WS-TROUVE-NON            TO TRUE
           MOVE 1                       TO WS-IDX-PRD
           PERFORM UNTIL WS-IDX-PRD > WS-NBR-PRD OR WS-TROUVE-OUI
               IF WS-PRD-PRD (WS-IDX-PRD) = ENR-ANC-PRD
                   SET WS-TROUVE-OUI    TO TRUE
               ELSE
                   ADD 1                TO WS-IDX-PRD
               END-IF
           END-PERFORM

           IF WS-TROUVE-NON
               IF WS-NBR-PRD < 2000
                   ADD 1                TO WS-NBR-PRD
                   MOVE WS-NBR-PRD      TO WS-IDX-PRD
                   MOVE ENR-ANC-PRD     TO WS-PRD-PRD (WS-IDX-PRD)
                   MOVE ENR-ANC-LIB     TO WS-PRD-LIB (WS-IDX-PRD)
                   MOVE ENR-ANC-CAT     TO WS-PRD-CAT (WS-IDX-PRD)
                   MOVE 'N'             TO WS-PRD-ACTIF (WS-IDX-PRD)
               ELSE
                   DISPLAY "Erreur table des produits : plus de 2000"
                           " produits, table pleine"
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ***************
       FIN-RECH-PRD. EXIT.
      ***************

      *-----------------------------------------------------------------
      ***********
       RECH-CAT.
      ***********
           SET WS-TROUVE-NON            TO TRUE
           MOVE 1                       TO WS-IDX-CAT
           PERFORM UNTIL WS-IDX-CAT > WS-NBR-CAT OR WS-TROUVE-OUI
               IF WS-CAT-CAT (WS-IDX-CAT) = ENR-ANC-CAT
                   SET WS-TROUVE-OUI    TO TRUE
               ELSE
                   ADD 1                TO WS-IDX-CAT
               END-IF
           END-PERFORM

           IF WS-TROUVE-NON
               IF WS-NBR-CAT < 200
                   ADD 1                TO WS-NBR-CAT
                   MOVE WS-NBR-CAT      TO WS-IDX-CAT
                   MOVE ENR-ANC-CAT     TO WS-CAT-CAT (WS-IDX-CAT)
               ELSE
                   DISPLAY "Erreur table des categories : plus de 200"
                           " categories, table pleine"
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ***************
       FIN-RECH-CAT. EXIT.
      ***************

      *-----------------------------------------------------------------
      **************
       NOM-ANALYSE.
      **************
           MOVE SPACES                  TO WS-NOM-ANALYSE
           STRING "C:/Users/HP/Downloads/AnalyseCycle_"
                  WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-ANALYSE
           .
      ******************
       FIN-NOM-ANALYSE. EXIT.
      ******************

      *-----------------------------------------------------------------
      **********
       EDITION.
      **********

      * Deux parties : la journée comparée au même jour du mois
      * précédent, puis le mois à date comparé à la même période du
      * mois précédent. Chacune : produits, catégories, vingt
      * meilleures et vingt moins bonnes ventes nettes.

           OPEN OUTPUT Etat-Ventes
           IF L-Fst-Eta NOT = ZERO
               DISPLAY "Erreur ouverture etat des ventes = " L-Fst-Eta
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES                  TO ENR-ETAT
           STRING "ANALYSE DES VENTES PAR PRODUIT ET CATEGORIE AU "
                  WS-DATE-TRAITEMENT-X
                  DELIMITED BY SIZE     INTO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           IF WS-JOUR-CLOS-OUI
               MOVE "JOURNEE CLOTUREE : EDITION POUR CONSULTATION"
                                        TO ENR-ETAT
               PERFORM ECR-ETAT         THRU FIN-ECR-ETAT
           END-IF

           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-JOUR-X
           COMPUTE WS-DATE-COMPAR = WS-MOIS-PRECEDENT * 100
                                  + WS-DATE-JJ
           MOVE 'JOURNEE DU '           TO WS-LP-LIBELLE
           MOVE WS-DATE-JOUR-X          TO WS-LP-DEBUT  WS-LP-FIN
           MOVE WS-DATE-COMPAR          TO WS-LP-DEBUT-COMP
                                           WS-LP-FIN-COMP
           MOVE 1                       TO WS-PER-EDIT
           MOVE 3                       TO WS-PER-COMP
           PERFORM EDITION-PERIODE      THRU FIN-EDITION-PERIODE

           COMPUTE WS-DATE-JOUR = WS-MOIS-COURANT * 100 + 1
           MOVE WS-DATE-JOUR            TO WS-LP-DEBUT
           MOVE WS-DATE-TRAITEMENT-X    TO WS-LP-FIN
           COMPUTE WS-DATE-JOUR = WS-MOIS-PRECEDENT * 100 + 1
           MOVE WS-DATE-JOUR            TO WS-LP-DEBUT-COMP
           MOVE WS-DATE-COMPAR          TO WS-LP-FIN-COMP
           MOVE 'MOIS A DATE DU '       TO WS-LP-LIBELLE
           MOVE 2                       TO WS-PER-EDIT
           MOVE 4                       TO WS-PER-COMP
           PERFORM EDITION-PERIODE      THRU FIN-EDITION-PERIODE

           CLOSE Etat-Ventes
           .
      **************
       FIN-EDITION. EXIT.
      **************

      *-----------------------------------------------------------------
      ******************
       EDITION-PERIODE.
      ******************
           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE ALL '='                 TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-PERIODE        TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE ALL '='                 TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT

      * Par produit et canal

           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 'VENTES PAR PRODUIT ET CANAL' TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-COL-DETAIL     TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 1                       TO WS-IDX-PRD
           PERFORM UNTIL WS-IDX-PRD > WS-NBR-PRD
                   PERFORM EDITION-PRODUIT THRU FIN-EDITION-PRODUIT
                   ADD 1                TO WS-IDX-PRD
           END-PERFORM

      * Par catégorie et canal

           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 'VENTES PAR CATEGORIE ET CANAL' TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-COL-DETAIL     TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 1                       TO WS-IDX-CAT
           PERFORM UNTIL WS-IDX-CAT > WS-NBR-CAT
                   PERFORM EDITION-CATEGORIE
                                        THRU FIN-EDITION-CATEGORIE
                   ADD 1                TO WS-IDX-CAT
           END-PERFORM

      * Classements sur le net tous canaux de la période

           MOVE 1                       TO WS-IDX-PRD
           PERFORM UNTIL WS-IDX-PRD > WS-NBR-PRD
                   MOVE 'N'             TO WS-PRD-PRIS-HAUT (WS-IDX-PRD)
                                           WS-PRD-PRIS-BAS (WS-IDX-PRD)
                   ADD 1                TO WS-IDX-PRD
           END-PERFORM

           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 'LES 20 MEILLEURES VENTES NETTES' TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-COL-RANG       TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 1                       TO WS-RANG
           PERFORM UNTIL WS-RANG > 20
                   PERFORM CLASSE-HAUT  THRU FIN-CLASSE-HAUT
                   ADD 1                TO WS-RANG
           END-PERFORM

           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 'LES 20 PRODUITS ACTIFS LES MOINS VENDUS (NET)'
                                        TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-COL-RANG       TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 1                       TO WS-RANG
           PERFORM UNTIL WS-RANG > 20
                   PERFORM CLASSE-BAS   THRU FIN-CLASSE-BAS
                   ADD 1                TO WS-RANG
           END-PERFORM
           .
      **********************
       FIN-EDITION-PERIODE. EXIT.
      **********************

      *-----------------------------------------------------------------
      ******************
       EDITION-PRODUIT.
      ******************

      * Une ligne par canal actif sur la période ou sa comparaison,
      * et une ligne de total du produit quand plusieurs canaux ont
      * été édités.

           MOVE ZERO                    TO WS-TOT-QTE  WS-TOT-BRUT
                                           WS-TOT-REMISE  WS-TOT-NET
                                           WS-TOT-QTE-RET
                                           WS-TOT-VAL-RET
                                           WS-TOT-NET-COMP
                                           WS-NBR-CAN-EDIT
           MOVE 1                       TO WS-IDX-CAN
           PERFORM UNTIL WS-IDX-CAN > 4
               IF WS-PRD-QTE (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                  NOT = ZERO OR
                  WS-PRD-QTE-RET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                  NOT = ZERO OR
                  WS-PRD-QTE (WS-IDX-PRD, WS-IDX-CAN, WS-PER-COMP)
                  NOT = ZERO
                   MOVE WS-PRD-PRD (WS-IDX-PRD) TO WS-LD-PRD
                   MOVE WS-PRD-LIB (WS-IDX-PRD) TO WS-LD-LIB
                   MOVE WS-CAN-LIBELLE (WS-IDX-CAN) TO WS-LD-CANAL
                   MOVE WS-PRD-QTE (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-LD-QTE
                   MOVE WS-PRD-BRUT (WS-IDX-PRD, WS-IDX-CAN,
                                     WS-PER-EDIT) TO WS-LD-BRUT
                   MOVE WS-PRD-REMISE (WS-IDX-PRD, WS-IDX-CAN,
                                       WS-PER-EDIT) TO WS-LD-REMISE
                   MOVE WS-PRD-NET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-LD-NET
                   MOVE WS-PRD-QTE-RET (WS-IDX-PRD, WS-IDX-CAN,
                                        WS-PER-EDIT) TO WS-LD-QTE-RET
                   MOVE WS-PRD-VAL-RET (WS-IDX-PRD, WS-IDX-CAN,
                                        WS-PER-EDIT) TO WS-LD-VAL-RET
                   MOVE WS-PRD-NET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-COMP)
                                        TO WS-LD-NET-COMP
                   MOVE WS-PRD-NET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-NET
                   MOVE WS-PRD-NET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-COMP)
                                        TO WS-TOT-NET-COMP
                   PERFORM CALCUL-EVOL  THRU FIN-CALCUL-EVOL
                   MOVE WS-LIGNE-DETAIL TO ENR-ETAT
                   PERFORM ECR-ETAT     THRU FIN-ECR-ETAT
                   ADD 1                TO WS-NBR-CAN-EDIT
               END-IF
               ADD 1                    TO WS-IDX-CAN
           END-PERFORM

           IF WS-NBR-CAN-EDIT < 2
               GO TO FIN-EDITION-PRODUIT
           END-IF

           MOVE ZERO                    TO WS-TOT-NET  WS-TOT-NET-COMP
           MOVE 1                       TO WS-IDX-CAN
           PERFORM UNTIL WS-IDX-CAN > 4
               ADD WS-PRD-QTE (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-QTE
               ADD WS-PRD-BRUT (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-BRUT
               ADD WS-PRD-REMISE (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-REMISE
               ADD WS-PRD-NET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-NET
               ADD WS-PRD-QTE-RET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-QTE-RET
               ADD WS-PRD-VAL-RET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-VAL-RET
               ADD WS-PRD-NET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-COMP)
                                        TO WS-TOT-NET-COMP
               ADD 1                    TO WS-IDX-CAN
           END-PERFORM
           MOVE WS-PRD-PRD (WS-IDX-PRD) TO WS-LD-PRD
           MOVE WS-PRD-LIB (WS-IDX-PRD) TO WS-LD-LIB
           PERFORM EDITION-TOTAL        THRU FIN-EDITION-TOTAL
           .
      **********************
       FIN-EDITION-PRODUIT. EXIT.
      **********************

      *-----------------------------------------------------------------
      ********************
       EDITION-CATEGORIE.
      ********************
           MOVE ZERO                    TO WS-TOT-QTE  WS-TOT-BRUT
                                           WS-TOT-REMISE  WS-TOT-NET
                                           WS-TOT-QTE-RET
                                           WS-TOT-VAL-RET
                                           WS-TOT-NET-COMP
                                           WS-NBR-CAN-EDIT
           MOVE 1                       TO WS-IDX-CAN
           PERFORM UNTIL WS-IDX-CAN > 4
               IF WS-CAT-QTE (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                  NOT = ZERO OR
                  WS-CAT-QTE-RET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                  NOT = ZERO OR
                  WS-CAT-QTE (WS-IDX-CAT, WS-IDX-CAN, WS-PER-COMP)
                  NOT = ZERO
                   MOVE SPACES          TO WS-LD-PRD
                   MOVE WS-CAT-CAT (WS-IDX-CAT) TO WS-LD-LIB
                   MOVE WS-CAN-LIBELLE (WS-IDX-CAN) TO WS-LD-CANAL
                   MOVE WS-CAT-QTE (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-LD-QTE
                   MOVE WS-CAT-BRUT (WS-IDX-CAT, WS-IDX-CAN,
                                     WS-PER-EDIT) TO WS-LD-BRUT
                   MOVE WS-CAT-REMISE (WS-IDX-CAT, WS-IDX-CAN,
                                       WS-PER-EDIT) TO WS-LD-REMISE
                   MOVE WS-CAT-NET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-LD-NET
                   MOVE WS-CAT-QTE-RET (WS-IDX-CAT, WS-IDX-CAN,
                                        WS-PER-EDIT) TO WS-LD-QTE-RET
                   MOVE WS-CAT-VAL-RET (WS-IDX-CAT, WS-IDX-CAN,
                                        WS-PER-EDIT) TO WS-LD-VAL-RET
                   MOVE WS-CAT-NET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-COMP)
                                        TO WS-LD-NET-COMP
                   MOVE WS-CAT-NET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-NET
                   MOVE WS-CAT-NET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-COMP)
                                        TO WS-TOT-NET-COMP
                   PERFORM CALCUL-EVOL  THRU FIN-CALCUL-EVOL
                   MOVE WS-LIGNE-DETAIL TO ENR-ETAT
                   PERFORM ECR-ETAT     THRU FIN-ECR-ETAT
                   ADD 1                TO WS-NBR-CAN-EDIT
               END-IF
               ADD 1                    TO WS-IDX-CAN
           END-PERFORM

           IF WS-NBR-CAN-EDIT < 2
               GO TO FIN-EDITION-CATEGORIE
           END-IF

           MOVE ZERO                    TO WS-TOT-NET  WS-TOT-NET-COMP
           MOVE 1                       TO WS-IDX-CAN
           PERFORM UNTIL WS-IDX-CAN > 4
               ADD WS-CAT-QTE (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-QTE
               ADD WS-CAT-BRUT (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-BRUT
               ADD WS-CAT-REMISE (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-REMISE
               ADD WS-CAT-NET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-NET
               ADD WS-CAT-QTE-RET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-QTE-RET
               ADD WS-CAT-VAL-RET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-VAL-RET
               ADD WS-CAT-NET (WS-IDX-CAT, WS-IDX-CAN, WS-PER-COMP)
                                        TO WS-TOT-NET-COMP
               ADD 1                    TO WS-IDX-CAN
           END-PERFORM
           MOVE SPACES                  TO WS-LD-PRD
           MOVE WS-CAT-CAT (WS-IDX-CAT) TO WS-LD-LIB
           PERFORM EDITION-TOTAL        THRU FIN-EDITION-TOTAL
           .
      ************************
       FIN-EDITION-CATEGORIE. EXIT.
      ************************

      *-----------------------------------------------------------------
      ****************
       EDITION-TOTAL.
      ****************
           MOVE 'TOUS'                  TO WS-LD-CANAL
           MOVE WS-TOT-QTE              TO WS-LD-QTE
           MOVE WS-TOT-BRUT             TO WS-LD-BRUT
           MOVE WS-TOT-REMISE           TO WS-LD-REMISE
           MOVE WS-TOT-NET              TO WS-LD-NET
           MOVE WS-TOT-QTE-RET          TO WS-LD-QTE-RET
           MOVE WS-TOT-VAL-RET          TO WS-LD-VAL-RET
           MOVE WS-TOT-NET-COMP         TO WS-LD-NET-COMP
           PERFORM CALCUL-EVOL          THRU FIN-CALCUL-EVOL
           MOVE WS-LIGNE-DETAIL         TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      ********************
       FIN-EDITION-TOTAL. EXIT.
      ********************

      *-----------------------------------------------------------------
      **************
       CALCUL-EVOL.
      **************

      * Evolution du net WS-TOT-NET sur le net de comparaison
      * WS-TOT-NET-COMP, en pourcentage ; sans vente à comparer, la
      * colonne reste à blanc.

           IF WS-TOT-NET-COMP = ZERO
               MOVE SPACES              TO WS-LD-EVOL-X
               GO TO FIN-CALCUL-EVOL
           END-IF
           COMPUTE WS-EVOL ROUNDED =
                   (WS-TOT-NET - WS-TOT-NET-COMP) * 100
                   / WS-TOT-NET-COMP
               ON SIZE ERROR
                   MOVE 9999.9          TO WS-EVOL
           END-COMPUTE
           MOVE WS-EVOL                 TO WS-LD-EVOL
           .
      ******************
       FIN-CALCUL-EVOL. EXIT.
      ******************

      *-----------------------------------------------------------------
      **************
       NET-PRODUIT.
      **************

      * Net tous canaux du produit WS-IDX-PRD sur la période éditée
      * (WS-NET-PRODUIT) et sur sa comparaison (WS-TOT-NET-COMP),
      * avec les unités vendues de la période (WS-TOT-QTE).

           MOVE ZERO                    TO WS-NET-PRODUIT
                                           WS-TOT-NET-COMP  WS-TOT-QTE
           MOVE 1                       TO WS-IDX-CAN
           PERFORM UNTIL WS-IDX-CAN > 4
               ADD WS-PRD-NET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-NET-PRODUIT
               ADD WS-PRD-NET (WS-IDX-PRD, WS-IDX-CAN, WS-PER-COMP)
                                        TO WS-TOT-NET-COMP
               ADD WS-PRD-QTE (WS-IDX-PRD, WS-IDX-CAN, WS-PER-EDIT)
                                        TO WS-TOT-QTE
               ADD 1                    TO WS-IDX-CAN
           END-PERFORM
           .
      ******************
       FIN-NET-PRODUIT. EXIT.
      ******************

      *-----------------------------------------------------------------
      **************
       CLASSE-HAUT.
      **************

      * Rang WS-RANG des meilleures ventes : le plus fort net non
      * encore classé ; plus aucun produit vendu, fin du classement.

           MOVE ZERO                    TO WS-IDX-RETENU  WS-NET-RETENU
           MOVE 1                       TO WS-IDX-PRD
           PERFORM UNTIL WS-IDX-PRD > WS-NBR-PRD
               IF WS-PRD-PRIS-HAUT (WS-IDX-PRD) = 'N'
                   PERFORM NET-PRODUIT  THRU FIN-NET-PRODUIT
                   IF WS-NET-PRODUIT > WS-NET-RETENU
                       MOVE WS-NET-PRODUIT TO WS-NET-RETENU
                       MOVE WS-IDX-PRD  TO WS-IDX-RETENU
                   END-IF
               END-IF
               ADD 1                    TO WS-IDX-PRD
           END-PERFORM

           IF WS-IDX-RETENU = ZERO
               MOVE 21                  TO WS-RANG
               GO TO FIN-CLASSE-HAUT
           END-IF
           MOVE 'O'                  TO WS-PRD-PRIS-HAUT (WS-IDX-RETENU)
           PERFORM EDITION-RANG         THRU FIN-EDITION-RANG
           .
      ******************
       FIN-CLASSE-HAUT. EXIT.
      ******************

      *-----------------------------------------------------------------
      *************
       CLASSE-BAS.
      *************

      * Rang WS-RANG des moins vendus parmi les produits actifs du
      * référentiel : le plus faible net non encore classé, ventes
      * nulles comprises.

           MOVE ZERO                    TO WS-IDX-RETENU
           MOVE 1                       TO WS-IDX-PRD
           PERFORM UNTIL WS-IDX-PRD > WS-NBR-PRD
               IF WS-PRD-PRIS-BAS (WS-IDX-PRD) = 'N' AND
                  WS-PRD-ACTIF (WS-IDX-PRD) = 'O'
                   PERFORM NET-PRODUIT  THRU FIN-NET-PRODUIT
                   IF WS-IDX-RETENU = ZERO OR
                      WS-NET-PRODUIT < WS-NET-RETENU
                       MOVE WS-NET-PRODUIT TO WS-NET-RETENU
                       MOVE WS-IDX-PRD  TO WS-IDX-RETENU
                   END-IF
               END-IF
               ADD 1                    TO WS-IDX-PRD
           END-PERFORM

           IF WS-IDX-RETENU = ZERO
               MOVE 21                  TO WS-RANG
               GO TO FIN-CLASSE-BAS
           END-IF
           MOVE 'O'                   TO WS-PRD-PRIS-BAS (WS-IDX-RETENU)
           PERFORM EDITION-RANG         THRU FIN-EDITION-RANG
           .
      *****************
       FIN-CLASSE-BAS. EXIT.
      *****************

      *-----------------------------------------------------------------
      ***************
       EDITION-RANG.
      ***************
           MOVE WS-IDX-RETENU           TO WS-IDX-PRD
           PERFORM NET-PRODUIT          THRU FIN-NET-PRODUIT
           MOVE WS-NET-PRODUIT          TO WS-TOT-NET
           PERFORM CALCUL-EVOL          THRU FIN-CALCUL-EVOL

           MOVE WS-RANG                 TO WS-LR-RANG
           MOVE WS-PRD-PRD (WS-IDX-PRD) TO WS-LR-PRD
           MOVE WS-PRD-LIB (WS-IDX-PRD) TO WS-LR-LIB
           MOVE WS-PRD-CAT (WS-IDX-PRD) TO WS-LR-CAT
           MOVE WS-TOT-QTE              TO WS-LR-QTE
           MOVE WS-NET-PRODUIT          TO WS-LR-NET
           MOVE WS-TOT-NET-COMP         TO WS-LR-NET-COMP
           MOVE WS-LD-EVOL-X            TO WS-LR-EVOL-X
           MOVE WS-LIGNE-RANG           TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      *******************
       FIN-EDITION-RANG. EXIT.
      *******************

      *-----------------------------------------------------------------
      ***********
       ECR-ETAT.
      ***********
           WRITE ENR-ETAT
           IF L-Fst-Eta NOT = ZERO
               DISPLAY "Erreur ecriture etat des ventes = " L-Fst-Eta
           END-IF
           .
      ***************
       FIN-ECR-ETAT. EXIT.
      ***************

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
      * fermée, garde ses cumuls de cycle : l'état s'édite sans
      * nouvelle extraction.

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
               DISPLAY "Journee deja cloturee : edition pour"
                       " consultation"
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

           CLOSE Produit-Master

           IF WS-JOUR-CLOS-NON
               DISPLAY "Paniers lus                : " CPT-PANIERS
               DISPLAY "Paniers en double (reprise): " CPT-DOUBLONS
               DISPLAY "Paniers sans ligne vendue  : " CPT-SANS-LIGNE
               DISPLAY "Lignes vendues cumulees    : " CPT-LIGNES
               DISPLAY "Lignes exclues             : "
                                                     CPT-LIGNES-EXCLUES
               DISPLAY "Lignes d'avoirs cumulees   : " CPT-AVOIRS
               DISPLAY "Retours sans canal retrouve: " CPT-CANAL-INCONNU
               DISPLAY "Cumuls du cycle : " WS-NOM-ANALYSE
           END-IF
           DISPLAY "Fichiers de cycle relus    : " CPT-FIC-LUS
           DISPLAY "Produits edites            : " WS-NBR-PRD
           DISPLAY "Categories editees         : " WS-NBR-CAT
           DISPLAY "Etat produit : " WS-NOM-ETAT
           DISPLAY 'Fin de l analyse des ventes'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM ANALYSE-VENTES.
      *-----------------------------------------------------------------

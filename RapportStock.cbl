       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-STOCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Référentiel produits indexé, parcouru en séquentiel :
           SELECT Produit-Master ASSIGN TO
               "C:/Users/HP/Downloads/ProduitMaster.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS SEQUENTIAL
                RECORD KEY         IS ENR-MASTER-PRD
                FILE STATUS        IS L-Fst-Mas
                .
      *    Stock par produit, lu par code produit :
           SELECT Stock-Produit ASSIGN TO
               "C:/Users/HP/Downloads/StockProduit.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS RANDOM
                RECORD KEY         IS ENR-STK-PRD
                FILE STATUS        IS L-Fst-Stk
                .
      *    Position du stock à réapprovisionner ou à surveiller,
      *    datée du jour :
           SELECT Rapport-Stock ASSIGN DYNAMIC
               WS-NOM-RAPPORT
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rap
                .
      *    Date de gestion de la journée traitée, positionnée par
      *    l'exploitation à côté du cycle, avec l'indicateur de
      *    journée clôturée ; absente, date système :
           SELECT Date-Traitement ASSIGN TO
               "C:/Users/HP/Downloads/DateTraitement.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Dat
                .

       DATA DIVISION.
       FILE SECTION.

       FD Produit-Master.
       01 ENR-MASTER.
           05 ENR-MASTER-PRD                              PIC X(07).
           05 ENR-MASTER-LIB                              PIC X(30).
           05 ENR-MASTER-CAT                              PIC X(10).
           05 ENR-MASTER-PRIX                             PIC 9(05).
           05 ENR-MASTER-STATUT                           PIC X(01).

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

       FD Rapport-Stock.
       01 ENR-RAPPORT                                     PIC X(132).

       FD Date-Traitement.
       01 ENR-DATTRT.
           05 ENR-DATTRT-DATE                             PIC 9(08).
           05 ENR-DATTRT-CLOS                             PIC X(01).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Mas                                        PIC 99.
       01 L-Fst-Stk                                        PIC 99.
       01 L-Fst-Rap                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.

      * Date du run et nom daté du rapport

       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-NOM-RAPPORT                                   PIC X(60).

      * Journée de gestion déjà clôturée (indicateur du fichier de
      * date) : simple mention, une édition se rejoue sans risque

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

      * Nombre de jours sans mouvement au-delà duquel un produit
      * actif est signalé, et saisie opérateur

       01 WS-SAISIE-JOURS                                  PIC X(03).
       01 WS-SEUIL-JOURS                                   PIC 9(03).

      * Ages en jours : le run et le dernier mouvement convertis en
      * jours calendaires pour pouvoir les soustraire

       01 WS-JOURS-RUN                                     PIC 9(07).
       01 WS-JOURS-MVT                                     PIC 9(07).
       01 WS-AGE-JOURS                                     PIC S9(05).
       01 WS-DATE-REF                                      PIC 9(08).

      * Situation du produit en cours

       01 WS-STOCK-EXISTE                                  PIC 9.
           88 WS-STOCK-EXISTE-OUI                          VALUE 1.
           88 WS-STOCK-EXISTE-NON                          VALUE 0.

       01 WS-ALERTE-NEGATIF                                PIC 9.
           88 WS-ALERTE-NEGATIF-OUI                        VALUE 1.
           88 WS-ALERTE-NEGATIF-NON                        VALUE 0.

       01 WS-ALERTE-SEUIL                                  PIC 9.
           88 WS-ALERTE-SEUIL-OUI                          VALUE 1.
           88 WS-ALERTE-SEUIL-NON                          VALUE 0.

       01 WS-ALERTE-DORMANT                                PIC 9.
           88 WS-ALERTE-DORMANT-OUI                        VALUE 1.
           88 WS-ALERTE-DORMANT-NON                        VALUE 0.

      * Booléen pour tester la fin de lecture :

       01 Lec-Fic-MAS-Fin                                  PIC 9.
           88 Lec-Fic-MAS-Fin-Oui                          VALUE 1.
           88 Lec-Fic-MAS-Fin-Non                          VALUE 0.

      * Compteurs

       01 CPT-PRODUITS                                     PIC 9(07).
       01 CPT-SANS-STOCK                                   PIC 9(07).
       01 CPT-NEGATIFS                                     PIC 9(07).
       01 CPT-SOUS-SEUIL                                   PIC 9(07).
       01 CPT-DORMANTS                                     PIC 9(07).
       01 CPT-EDITES                                       PIC 9(07).

      * Lignes d'édition du rapport

       01 WS-LIGNE-TITRE.
           05 FILLER                                       PIC X(21)
                                      VALUE 'POSITION DU STOCK AU '.
           05 WS-LT-DATE                                   PIC X(08).
           05 FILLER                                       PIC X(32)
                            VALUE '   -   SANS MOUVEMENT : PLUS DE '.
           05 WS-LT-JOURS                                  PIC ZZ9.
           05 FILLER                                       PIC X(06)
                                                      VALUE ' JOURS'.

       01 WS-LIGNE-COLONNES.
           05 FILLER                                       PIC X(08)
                                                      VALUE 'PRODUIT '.
           05 FILLER                                       PIC X(31)
                                                      VALUE 'LIBELLE'.
           05 FILLER                                       PIC X(11)
                                                      VALUE 'CATEGORIE'.
           05 FILLER                                       PIC X(02)
                                                      VALUE 'ST'.
           05 FILLER                                       PIC X(09)
                                                      VALUE '   STOCK '.
           05 FILLER                                       PIC X(10)
                                                     VALUE '   SEUIL  '.
           05 FILLER                                       PIC X(09)
                                                      VALUE 'DER.MVT  '.
           05 FILLER                                       PIC X(08)
                                                      VALUE ' JOURS  '.
           05 FILLER                                       PIC X(06)
                                                      VALUE 'ALERTE'.

       01 WS-LIGNE-PRODUIT.
           05 WS-LD-PRD                                    PIC X(07).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-LIB                                    PIC X(30).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-CAT                                    PIC X(10).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-STATUT                                 PIC X(01).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-QTE                                    PIC -(7)9.
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-SEUIL                                  PIC Z(7)9.
           05 FILLER                                       PIC X(02)
                                                      VALUE SPACES.
           05 WS-LD-DATE-MVT                               PIC X(08).
           05 FILLER                                       PIC X(01)
                                                      VALUE SPACE.
           05 WS-LD-JOURS                                  PIC X(06).
           05 WS-LD-JOURS-N REDEFINES WS-LD-JOURS          PIC ZZZZZ9.
           05 FILLER                                       PIC X(02)
                                                      VALUE SPACES.
           05 WS-LD-NEGATIF                                PIC X(14).
           05 WS-LD-SEUIL-ATTEINT                          PIC X(14).
           05 WS-LD-DORMANT                                PIC X(14).

       01 WS-LIGNE-TOTAL.
           05 WS-LTO-LIBELLE                               PIC X(40).
           05 WS-LTO-NOMBRE                                PIC ZZZZZZ9.

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
           DISPLAY '***   POSITION DU STOCK ET REAPPROVISIONNEMENT  ***'
           DISPLAY '***************************************************'

           INITIALIZE CPT-PRODUITS  CPT-SANS-STOCK  CPT-NEGATIFS
                      CPT-SOUS-SEUIL  CPT-DORMANTS  CPT-EDITES
                      WS-SEUIL-JOURS
                      WS-JOURS-RUN  WS-JOURS-MVT  WS-AGE-JOURS
                      L-Fst-Mas  L-Fst-Stk  L-Fst-Rap

           SET Lec-Fic-MAS-Fin-Non      TO TRUE

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           IF WS-JOUR-CLOS-OUI
               DISPLAY "Journee deja cloturee : edition pour"
                       " consultation"
           END-IF
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X
           COMPUTE WS-JOURS-RUN =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-TRAITEMENT)

      * Saisie du nombre de jours sans mouvement à signaler

           DISPLAY "Signaler les produits actifs sans mouvement depuis"
                   " plus de combien de jours ?"
           ACCEPT WS-SAISIE-JOURS FROM CONSOLE
           IF WS-SAISIE-JOURS IS NOT NUMERIC
               DISPLAY "Nombre de jours invalide : " WS-SAISIE-JOURS
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAISIE-JOURS         TO WS-SEUIL-JOURS

           MOVE SPACES                  TO WS-NOM-RAPPORT
           STRING "C:/Users/HP/Downloads/RapportStock_"
                  WS-DATE-TRAITEMENT-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-RAPPORT

           OPEN INPUT Produit-Master
           IF L-Fst-Mas NOT = ZERO
               DISPLAY "Erreur ouverture referentiel produits = "
                                                               L-Fst-Mas
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

      * Stock absent : ni les mouvements ni la maintenance du stock
      * n'ont encore tourné, il n'y a pas de position à éditer.

           OPEN INPUT Stock-Produit
           IF L-Fst-Stk NOT = ZERO
               DISPLAY "Fichier stock absent, status = " L-Fst-Stk
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT Rapport-Stock
           IF L-Fst-Rap NOT = ZERO
               DISPLAY "Erreur ouverture rapport = " L-Fst-Rap
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DATE-TRAITEMENT-X    TO WS-LT-DATE
           MOVE WS-SEUIL-JOURS          TO WS-LT-JOURS
           MOVE WS-LIGNE-TITRE          TO ENR-RAPPORT
           PERFORM ECR-RAPPORT          THRU FIN-ECR-RAPPORT
           MOVE SPACES                  TO ENR-RAPPORT
           PERFORM ECR-RAPPORT          THRU FIN-ECR-RAPPORT
           MOVE WS-LIGNE-COLONNES       TO ENR-RAPPORT
           PERFORM ECR-RAPPORT          THRU FIN-ECR-RAPPORT

           PERFORM LECTURE-MASTER       THRU FIN-LECTURE-MASTER
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ************
       Traitement.
      ************
           PERFORM UNTIL Lec-Fic-MAS-Fin-Oui
                   PERFORM Examine-Un-Produit
                                        THRU FIN-Examine-Un-Produit
           END-PERFORM
           .
      ****************
       FIN-Traitement. EXIT.
      ****************

      *-----------------------------------------------------------------
      *****************
       LECTURE-MASTER.
      *****************
           READ Produit-Master NEXT RECORD
           AT END
               SET Lec-Fic-MAS-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Mas NOT = ZERO
                   DISPLAY 'Erreur lecture referentiel =' L-Fst-Mas
               END-IF
               ADD 1                    TO CPT-PRODUITS
           END-READ
           .
      *********************
       FIN-LECTURE-MASTER. EXIT.
      *********************

      *-----------------------------------------------------------------
      *********************
       Examine-Un-Produit.
      *********************

      * Un produit est listé s'il est en stock négatif, au seuil de
      * réapprovisionnement ou en dessous (seuil renseigné), ou, pour
      * un produit actif, sans mouvement depuis plus du nombre de
      * jours demandé. Un produit jamais mouvementé se juge sur la
      * date de création de sa ligne de stock ; sans ligne de stock
      * du tout, il est signalé comme jamais mouvementé.

           SET WS-ALERTE-NEGATIF-NON    TO TRUE
           SET WS-ALERTE-SEUIL-NON      TO TRUE
           SET WS-ALERTE-DORMANT-NON    TO TRUE
           MOVE ZERO                    TO WS-AGE-JOURS
                                           WS-DATE-REF

           SET WS-STOCK-EXISTE-OUI      TO TRUE
           MOVE ENR-MASTER-PRD          TO ENR-STK-PRD
           READ Stock-Produit
               INVALID KEY
                   SET WS-STOCK-EXISTE-NON TO TRUE
                   ADD 1                TO CPT-SANS-STOCK
           END-READ

           IF WS-STOCK-EXISTE-OUI
               IF ENR-STK-QTE < ZERO
                   SET WS-ALERTE-NEGATIF-OUI TO TRUE
               END-IF
               IF ENR-STK-SEUIL > ZERO AND
                  ENR-STK-QTE NOT > ENR-STK-SEUIL
                   SET WS-ALERTE-SEUIL-OUI TO TRUE
               END-IF
               IF ENR-STK-DATE-DER-MVT NOT = ZERO
                   MOVE ENR-STK-DATE-DER-MVT TO WS-DATE-REF
               ELSE
                   MOVE ENR-STK-DATE-CREATION TO WS-DATE-REF
               END-IF
               IF WS-DATE-REF NOT = ZERO
                   COMPUTE WS-JOURS-MVT =
                           FUNCTION INTEGER-OF-DATE (WS-DATE-REF)
                   COMPUTE WS-AGE-JOURS = WS-JOURS-RUN - WS-JOURS-MVT
               END-IF
           END-IF

           IF ENR-MASTER-STATUT = 'A'
               IF WS-STOCK-EXISTE-NON OR
                  WS-AGE-JOURS > WS-SEUIL-JOURS
                   SET WS-ALERTE-DORMANT-OUI TO TRUE
               END-IF
           END-IF

           IF WS-ALERTE-NEGATIF-NON AND WS-ALERTE-SEUIL-NON AND
              WS-ALERTE-DORMANT-NON
               GO TO EXAMINE-PRODUIT-SUITE
           END-IF

           PERFORM EDITE-PRODUIT        THRU FIN-EDITE-PRODUIT
           .
      ************************
       EXAMINE-PRODUIT-SUITE.
      ************************
           PERFORM LECTURE-MASTER       THRU FIN-LECTURE-MASTER
           .
      *************************
       FIN-Examine-Un-Produit. EXIT.
      *************************

      *-----------------------------------------------------------------
      ****************
       EDITE-PRODUIT.
      ****************
           ADD 1                        TO CPT-EDITES

           MOVE ENR-MASTER-PRD          TO WS-LD-PRD
           MOVE ENR-MASTER-LIB          TO WS-LD-LIB
           MOVE ENR-MASTER-CAT          TO WS-LD-CAT
           MOVE ENR-MASTER-STATUT       TO WS-LD-STATUT

           IF WS-STOCK-EXISTE-OUI
               MOVE ENR-STK-QTE         TO WS-LD-QTE
               MOVE ENR-STK-SEUIL       TO WS-LD-SEUIL
           ELSE
               MOVE ZERO                TO WS-LD-QTE
                                           WS-LD-SEUIL
           END-IF

           IF WS-STOCK-EXISTE-OUI AND ENR-STK-DATE-DER-MVT NOT = ZERO
               MOVE ENR-STK-DATE-DER-MVT TO WS-LD-DATE-MVT
               MOVE WS-AGE-JOURS        TO WS-LD-JOURS-N
           ELSE
               MOVE 'JAMAIS'            TO WS-LD-DATE-MVT
               MOVE SPACES              TO WS-LD-JOURS
           END-IF

           MOVE SPACES                  TO WS-LD-NEGATIF
                                           WS-LD-SEUIL-ATTEINT
                                           WS-LD-DORMANT
           IF WS-ALERTE-NEGATIF-OUI
               MOVE 'STOCK NEGATIF'     TO WS-LD-NEGATIF
               ADD 1                    TO CPT-NEGATIFS
           END-IF
           IF WS-ALERTE-SEUIL-OUI
               MOVE 'A COMMANDER'       TO WS-LD-SEUIL-ATTEINT
               ADD 1                    TO CPT-SOUS-SEUIL
           END-IF
           IF WS-ALERTE-DORMANT-OUI
               MOVE 'SANS MOUVEMENT'    TO WS-LD-DORMANT
               ADD 1                    TO CPT-DORMANTS
           END-IF

           MOVE WS-LIGNE-PRODUIT        TO ENR-RAPPORT
           PERFORM ECR-RAPPORT          THRU FIN-ECR-RAPPORT
           .
      ********************
       FIN-EDITE-PRODUIT. EXIT.
      ********************

      *-----------------------------------------------------------------
      **************
       ECR-RAPPORT.
      **************
           WRITE ENR-RAPPORT
           IF L-Fst-Rap NOT = ZERO
               DISPLAY "Erreur ecriture rapport = " L-Fst-Rap
           END-IF
           .
      ******************
       FIN-ECR-RAPPORT. EXIT.
      ******************

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
      ******
       FIN.
      ******

           MOVE SPACES                  TO ENR-RAPPORT
           PERFORM ECR-RAPPORT          THRU FIN-ECR-RAPPORT
           MOVE 'PRODUITS EXAMINES'     TO WS-LTO-LIBELLE
           MOVE CPT-PRODUITS            TO WS-LTO-NOMBRE
           MOVE WS-LIGNE-TOTAL          TO ENR-RAPPORT
           PERFORM ECR-RAPPORT          THRU FIN-ECR-RAPPORT
           MOVE 'EN STOCK NEGATIF'      TO WS-LTO-LIBELLE
           MOVE CPT-NEGATIFS            TO WS-LTO-NOMBRE
           MOVE WS-LIGNE-TOTAL          TO ENR-RAPPORT
           PERFORM ECR-RAPPORT          THRU FIN-ECR-RAPPORT
           MOVE 'AU SEUIL DE REAPPROVISIONNEMENT OU SOUS'
                                        TO WS-LTO-LIBELLE
           MOVE CPT-SOUS-SEUIL          TO WS-LTO-NOMBRE
           MOVE WS-LIGNE-TOTAL          TO ENR-RAPPORT
           PERFORM ECR-RAPPORT          THRU FIN-ECR-RAPPORT
           MOVE 'ACTIFS SANS MOUVEMENT' TO WS-LTO-LIBELLE
           MOVE CPT-DORMANTS            TO WS-LTO-NOMBRE
           MOVE WS-LIGNE-TOTAL          TO ENR-RAPPORT
           PERFORM ECR-RAPPORT          THRU FIN-ECR-RAPPORT

           CLOSE Produit-Master
           CLOSE Stock-Produit
           CLOSE Rapport-Stock

           DISPLAY "Produits du referentiel    : " CPT-PRODUITS
           DISPLAY "Produits sans ligne stock  : " CPT-SANS-STOCK
           DISPLAY "Produits en stock negatif  : " CPT-NEGATIFS
           DISPLAY "Produits a commander       : " CPT-SOUS-SEUIL
           DISPLAY "Produits actifs sans mouvement (plus de "
                   WS-SEUIL-JOURS " jours) : " CPT-DORMANTS
           DISPLAY "Produits listes            : " CPT-EDITES
           DISPLAY "Rapport produit : " WS-NOM-RAPPORT
           DISPLAY 'Fin du rapport du stock'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM RAPPORT-STOCK.
      *-----------------------------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-STOCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Stock par produit, mouvementé par la chaîne (ventes et
      *    retours) ; on y tient ici les seuils de réapprovisionnement
      *    et les quantités d'inventaire :
           SELECT Stock-Produit ASSIGN TO
               "C:/Users/HP/Downloads/StockProduit.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS RANDOM
                RECORD KEY         IS ENR-STK-PRD
                FILE STATUS        IS L-Fst-Stk
                .
      *    Référentiel produits indexé, pour refuser un code inconnu :
           SELECT Produit-Master ASSIGN TO
               "C:/Users/HP/Downloads/ProduitMaster.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS RANDOM
                RECORD KEY         IS ENR-MASTER-PRD
                FILE STATUS        IS L-Fst-Mas
                .
      *    Historique des saisies sur le stock : chaque seuil ou
      *    inventaire y est conservé avec qui et quand, comme
      *    l'historique du référentiel :
           SELECT Stock-Historique ASSIGN TO
               "C:/Users/HP/Downloads/StockHistorique.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-His
                .

       DATA DIVISION.
       FILE SECTION.

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

       FD Produit-Master.
       01 ENR-MASTER.
           05 ENR-MASTER-PRD                              PIC X(07).
           05 ENR-MASTER-LIB                              PIC X(30).
           05 ENR-MASTER-CAT                              PIC X(10).
           05 ENR-MASTER-PRIX                             PIC 9(05).
           05 ENR-MASTER-STATUT                           PIC X(01).

       FD Stock-Historique.
       01 ENR-SHIST.
           05 ENR-SHIST-PRD                               PIC X(07).
           05 ENR-SHIST-ACTION                            PIC X(01).
           05 ENR-SHIST-QTE-AVANT                         PIC S9(07)
                                           SIGN LEADING SEPARATE.
           05 ENR-SHIST-QTE-APRES                         PIC S9(07)
                                           SIGN LEADING SEPARATE.
           05 ENR-SHIST-SEUIL                             PIC 9(07).
           05 ENR-SHIST-OPERATEUR                         PIC X(08).
           05 ENR-SHIST-DATE-SAISIE                       PIC 9(08).
           05 ENR-SHIST-HEURE-SAISIE                      PIC 9(06).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Stk                                        PIC 99.
       01 L-Fst-Mas                                        PIC 99.
       01 L-Fst-His                                        PIC 99.

      * Date et heure de la saisie en cours

       01 WS-DATE-JOUR                                     PIC 9(08).
       01 WS-HEURE-JOUR                                    PIC 9(08).

      * Saisies opérateur : les valeurs sont prises en alphanumérique
      * puis contrôlées avant d'être converties.

       01 WS-SAISIE-OPERATEUR                              PIC X(08).
       01 WS-SAISIE-ACTION                                 PIC X(01).
       01 WS-SAISIE-PRD                                    PIC X(07).
       01 WS-SAISIE-QTE                                    PIC X(07).
       01 WS-CLE-FIN-SAISIE                                PIC X(08)
                                                      VALUE 'FIN'.

      * Valeur convertie de la saisie et quantité d'avant la saisie

       01 WS-NOUV-QTE                                      PIC 9(07).
       01 WS-QTE-AVANT                                     PIC S9(07).

      * Quantité éditée pour la consultation

       01 WS-QTE-EDIT                                      PIC -(7)9.

      * Action enregistrée à l'historique : 'S' seuil de
      * réapprovisionnement, 'I' inventaire.

       01 WS-ACTION-HIST                                   PIC X(01).

      * Booléens de pilotage de la saisie

       01 WS-FIN-SAISIE                                    PIC 9.
           88 WS-FIN-SAISIE-OUI                            VALUE 1.
           88 WS-FIN-SAISIE-NON                            VALUE 0.

       01 WS-SAISIE-VALIDE                                 PIC 9.
           88 WS-SAISIE-VALIDE-OUI                         VALUE 1.
           88 WS-SAISIE-VALIDE-NON                         VALUE 0.

       01 WS-STOCK-EXISTE                                  PIC 9.
           88 WS-STOCK-EXISTE-OUI                          VALUE 1.
           88 WS-STOCK-EXISTE-NON                          VALUE 0.

      * Compteurs

       01 CPT-MODIFS                                       PIC 9(05).

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
           DISPLAY '***   MAINTENANCE DU STOCK PRODUITS             ***'
           DISPLAY '***************************************************'

           INITIALIZE L-Fst-Stk  L-Fst-Mas  L-Fst-His
                      CPT-MODIFS
                      WS-SAISIE-PRD  WS-SAISIE-QTE
                      WS-NOUV-QTE  WS-QTE-AVANT

           SET WS-FIN-SAISIE-NON        TO TRUE

           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR         FROM TIME

      * Ouverture du stock : on le complète, ou on le crée au tout
      * premier passage (I-O sur un fichier qui n'existe pas encore
      * renvoie le status 35).

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

           OPEN INPUT Produit-Master
           IF L-Fst-Mas NOT = ZERO
               DISPLAY "Erreur ouverture referentiel produits = "
                                                               L-Fst-Mas
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ************
       Traitement.
      ************
           PERFORM UNTIL WS-FIN-SAISIE-OUI
                   PERFORM Saisir-Une-Action THRU FIN-Saisir-Une-Action
           END-PERFORM
           .
      ****************
       FIN-Traitement. EXIT.
      ****************

      *-----------------------------------------------------------------
      *********************
       Saisir-Une-Action.
      *********************
           DISPLAY ' '
           DISPLAY "Code operateur (ou 'FIN' pour terminer) :"
           ACCEPT WS-SAISIE-OPERATEUR FROM CONSOLE

           IF WS-SAISIE-OPERATEUR = WS-CLE-FIN-SAISIE
               SET WS-FIN-SAISIE-OUI TO TRUE
           ELSE
               DISPLAY "Action : C = consulter, S = seuil de"
                       " reapprovisionnement, I = inventaire :"
               ACCEPT WS-SAISIE-ACTION FROM CONSOLE

               EVALUATE WS-SAISIE-ACTION
                   WHEN 'C'
                       PERFORM CONSULT-STOCK THRU FIN-CONSULT-STOCK
                   WHEN 'S'
                       PERFORM SEUIL-STOCK   THRU FIN-SEUIL-STOCK
                   WHEN 'I'
                       PERFORM INVENTAIRE-STOCK
                                        THRU FIN-INVENTAIRE-STOCK
                   WHEN OTHER
                       DISPLAY "Action inconnue : " WS-SAISIE-ACTION
               END-EVALUATE
           END-IF
           .
      *************************
       FIN-Saisir-Une-Action. EXIT.
      *************************

      *-----------------------------------------------------------------
      ****************
       CONSULT-STOCK.
      ****************
           PERFORM SAISIE-PRODUIT       THRU FIN-SAISIE-PRODUIT
           IF WS-SAISIE-VALIDE-NON
               GO TO FIN-CONSULT-STOCK
           END-IF

           IF WS-STOCK-EXISTE-NON
               DISPLAY "Produit " WS-SAISIE-PRD " sans stock connu"
               GO TO FIN-CONSULT-STOCK
           END-IF

           MOVE ENR-STK-QTE             TO WS-QTE-EDIT
           DISPLAY "Produit           : " ENR-STK-PRD " "
                                                          ENR-MASTER-LIB
           DISPLAY "Stock             : " WS-QTE-EDIT
           DISPLAY "Seuil             : " ENR-STK-SEUIL
           DISPLAY "Dernier mouvement : " ENR-STK-DATE-DER-MVT
           .
      ********************
       FIN-CONSULT-STOCK. EXIT.
      ********************

      *-----------------------------------------------------------------
      **************
       SEUIL-STOCK.
      **************
           PERFORM SAISIE-PRODUIT       THRU FIN-SAISIE-PRODUIT
           IF WS-SAISIE-VALIDE-NON
               GO TO FIN-SEUIL-STOCK
           END-IF

           DISPLAY "Seuil actuel : " ENR-STK-SEUIL
           DISPLAY "Nouveau seuil de reapprovisionnement (7 chiffres)"
                   " :"
           PERFORM SAISIE-QUANTITE      THRU FIN-SAISIE-QUANTITE
           IF WS-SAISIE-VALIDE-NON
               GO TO FIN-SEUIL-STOCK
           END-IF

           MOVE ENR-STK-QTE             TO WS-QTE-AVANT
           MOVE WS-NOUV-QTE             TO ENR-STK-SEUIL
           MOVE 'S'                     TO WS-ACTION-HIST
           PERFORM ECR-STOCK            THRU FIN-ECR-STOCK
           .
      ******************
       FIN-SEUIL-STOCK. EXIT.
      ******************

      *-----------------------------------------------------------------
      *******************
       INVENTAIRE-STOCK.
      *******************

      * La quantité comptée remplace le stock. La trace du dernier
      * run de mouvements est laissée telle quelle : si ce run est
      * relancé, il retire puis repasse les mêmes mouvements et le
      * stock revient à la quantité comptée.

           PERFORM SAISIE-PRODUIT       THRU FIN-SAISIE-PRODUIT
           IF WS-SAISIE-VALIDE-NON
               GO TO FIN-INVENTAIRE-STOCK
           END-IF

           MOVE ENR-STK-QTE             TO WS-QTE-EDIT
           DISPLAY "Stock actuel : " WS-QTE-EDIT
           DISPLAY "Quantite comptee a l'inventaire (7 chiffres) :"
           PERFORM SAISIE-QUANTITE      THRU FIN-SAISIE-QUANTITE
           IF WS-SAISIE-VALIDE-NON
               GO TO FIN-INVENTAIRE-STOCK
           END-IF

           MOVE ENR-STK-QTE             TO WS-QTE-AVANT
           MOVE WS-NOUV-QTE             TO ENR-STK-QTE
           MOVE 'I'                     TO WS-ACTION-HIST
           PERFORM ECR-STOCK            THRU FIN-ECR-STOCK
           .
      ***********************
       FIN-INVENTAIRE-STOCK. EXIT.
      ***********************

      *-----------------------------------------------------------------
      *****************
       SAISIE-PRODUIT.
      *****************

      * Saisie du code produit : connu du référentiel, sinon refusé.
      * Un produit jamais mouvementé n'a pas encore de stock : la
      * ligne est préparée à zéro et créée à l'enregistrement.

           SET WS-SAISIE-VALIDE-OUI     TO TRUE

           DISPLAY "Code produit (7 caracteres) :"
           ACCEPT WS-SAISIE-PRD FROM CONSOLE
           IF WS-SAISIE-PRD = SPACES
               DISPLAY "Code produit a blanc refuse"
               SET WS-SAISIE-VALIDE-NON TO TRUE
               GO TO FIN-SAISIE-PRODUIT
           END-IF

           MOVE WS-SAISIE-PRD           TO ENR-MASTER-PRD
           READ Produit-Master
               INVALID KEY
                   DISPLAY "Produit inconnu du referentiel : "
                                                           WS-SAISIE-PRD
                   SET WS-SAISIE-VALIDE-NON TO TRUE
                   GO TO FIN-SAISIE-PRODUIT
           END-READ

           SET WS-STOCK-EXISTE-OUI      TO TRUE
           MOVE WS-SAISIE-PRD           TO ENR-STK-PRD
           READ Stock-Produit
               INVALID KEY
                   SET WS-STOCK-EXISTE-NON TO TRUE
                   INITIALIZE ENR-STK
                   MOVE WS-SAISIE-PRD   TO ENR-STK-PRD
                   MOVE WS-DATE-JOUR    TO ENR-STK-DATE-CREATION
           END-READ
           .
      **********************
       FIN-SAISIE-PRODUIT. EXIT.
      **********************

      *-----------------------------------------------------------------
      ******************
       SAISIE-QUANTITE.
      ******************
           SET WS-SAISIE-VALIDE-OUI     TO TRUE
           MOVE SPACES                  TO WS-SAISIE-QTE
           ACCEPT WS-SAISIE-QTE FROM CONSOLE
           IF WS-SAISIE-QTE IS NOT NUMERIC
               DISPLAY "Quantite non numerique : " WS-SAISIE-QTE
               SET WS-SAISIE-VALIDE-NON TO TRUE
               GO TO FIN-SAISIE-QUANTITE
           END-IF
           MOVE WS-SAISIE-QTE           TO WS-NOUV-QTE
           .
      ***********************
       FIN-SAISIE-QUANTITE. EXIT.
      ***********************

      *-----------------------------------------------------------------
      ************
       ECR-STOCK.
      ************
           IF WS-STOCK-EXISTE-OUI
               REWRITE ENR-STK
                   INVALID KEY
                       DISPLAY "Erreur mise a jour stock = " L-Fst-Stk
                       GO TO FIN-ECR-STOCK
               END-REWRITE
           ELSE
               WRITE ENR-STK
                   INVALID KEY
                       DISPLAY "Erreur creation stock = " L-Fst-Stk
                       GO TO FIN-ECR-STOCK
               END-WRITE
           END-IF

           ADD 1                        TO CPT-MODIFS
           PERFORM ECR-HISTORIQUE       THRU FIN-ECR-HISTORIQUE
           DISPLAY "Stock du produit " WS-SAISIE-PRD " enregistre"
           .
      ****************
       FIN-ECR-STOCK. EXIT.
      ****************

      *-----------------------------------------------------------------
      *****************
       ECR-HISTORIQUE.
      *****************

      * On complète l'historique existant, ou on le crée s'il s'agit
      * de la toute première saisie (EXTEND sur un fichier qui
      * n'existe pas encore renvoie le status 35) :

           OPEN EXTEND  Stock-Historique
           IF L-Fst-His = 35
               OPEN OUTPUT Stock-Historique
           END-IF

           MOVE WS-SAISIE-PRD           TO ENR-SHIST-PRD
           MOVE WS-ACTION-HIST          TO ENR-SHIST-ACTION
           MOVE WS-QTE-AVANT            TO ENR-SHIST-QTE-AVANT
           MOVE ENR-STK-QTE             TO ENR-SHIST-QTE-APRES
           MOVE ENR-STK-SEUIL           TO ENR-SHIST-SEUIL
           MOVE WS-SAISIE-OPERATEUR     TO ENR-SHIST-OPERATEUR
           MOVE WS-DATE-JOUR            TO ENR-SHIST-DATE-SAISIE
           MOVE WS-HEURE-JOUR (1:6)     TO ENR-SHIST-HEURE-SAISIE
           WRITE ENR-SHIST
           IF L-Fst-His NOT = ZERO
               DISPLAY "Erreur ecriture historique = " L-Fst-His
           END-IF

           CLOSE Stock-Historique
           .
      *********************
       FIN-ECR-HISTORIQUE. EXIT.
      *********************

      *-----------------------------------------------------------------
      ******
       FIN.
      ******

           CLOSE Stock-Produit
           CLOSE Produit-Master

           DISPLAY "Nombre de saisies enregistrees : " CPT-MODIFS
           DISPLAY 'Fin de maintenance du stock'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM MAINTENANCE-STOCK.
      *-----------------------------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARATION-TVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Fichier de sortie du traitement paniers d'un jour et d'un
      *    cycle du mois demandé, ouvert tour à tour via son nom daté :
           SELECT Sor-Panier ASSIGN DYNAMIC
               WS-NOM-SOR-PANIER
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Sor
                .
      *    Avoirs émis par le traitement des retours, même principe :
           SELECT Avoirs ASSIGN DYNAMIC
               WS-NOM-AVOIRS
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Avo
                .
      *    Interfaces comptables du jour et du cycle, celle des ventes
      *    (extrait comptable) puis celle des retours, même format :
           SELECT Interface-GL ASSIGN DYNAMIC
               WS-NOM-GL
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Gl
                .
      *    Etat préparatoire de la déclaration, nommé par le mois :
           SELECT Etat-TVA ASSIGN DYNAMIC
               WS-NOM-ETAT
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Eta
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

       FD Avoirs.
       01 ENR-AVOIR.
           05 ENR-AVOIR-CLE-PAN                           PIC X(15).
           05 ENR-AVOIR-PRD                               PIC X(07).
           05 ENR-AVOIR-QTE                               PIC 9(03).
           05 ENR-AVOIR-HT                                PIC 9(08)V99.
           05 ENR-AVOIR-TVA                               PIC 9(07)V99.
           05 ENR-AVOIR-TTC                               PIC 9(08)V99.
           05 ENR-AVOIR-TAUX                              PIC 9(02)V99.

       FD Interface-GL.
       01 ENR-GL.
           05 ENR-GL-SENS                                 PIC X(01).
           05 ENR-GL-COMPTE.
               10 ENR-GL-COMPTE-RACINE                    PIC X(04).
               10 ENR-GL-COMPTE-SUITE                     PIC X(02).
           05 ENR-GL-DATE                                 PIC 9(08).
           05 ENR-GL-REF                                  PIC X(13).
           05 ENR-GL-MONTANT                              PIC 9(10)V99.
           05 ENR-GL-LIBELLE                              PIC X(25).

       FD Etat-TVA.
       01 ENR-ETAT                                        PIC X(132).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Sor                                        PIC 99.
       01 L-Fst-Avo                                        PIC 99.
       01 L-Fst-Gl                                         PIC 99.
       01 L-Fst-Eta                                        PIC 99.

      * Mois demandé par l'opérateur (AAAAMM) et ses composantes

       01 WS-MOIS-SAISI                                    PIC X(06).
       01 WS-MOIS                                          PIC 9(06).
       01 WS-MOIS-DECOMP REDEFINES WS-MOIS.
           05 WS-MOIS-AAAA                                 PIC 9(04).
           05 WS-MOIS-MM                                   PIC 9(02).

      * Jour et cycle en cours, et noms datés des fichiers

       01 WS-DATE-JOUR                                     PIC 9(08).
       01 WS-DATE-JOUR-X                                   PIC X(08).
       01 WS-JOUR                                          PIC 9(02).
       01 WS-CYCLE-IDX                                     PIC 9(02).
       01 WS-CYCLE-IDX-X                                   PIC X(02).
       01 WS-NOM-SOR-PANIER                                PIC X(60).
       01 WS-NOM-AVOIRS                                    PIC X(60).
       01 WS-NOM-GL                                        PIC X(60).
       01 WS-NOM-ETAT                                      PIC X(60).

      * Fichiers trouvés pour le jour et le cycle en cours

       01 WS-VTE-PRESENT                                   PIC 9.
           88 WS-VTE-PRESENT-OUI                           VALUE 1.
           88 WS-VTE-PRESENT-NON                           VALUE 0.
       01 WS-AVO-PRESENT                                   PIC 9.
           88 WS-AVO-PRESENT-OUI                           VALUE 1.
           88 WS-AVO-PRESENT-NON                           VALUE 0.
       01 WS-GLV-PRESENT                                   PIC 9.
           88 WS-GLV-PRESENT-OUI                           VALUE 1.
           88 WS-GLV-PRESENT-NON                           VALUE 0.
       01 WS-GLR-PRESENT                                   PIC 9.
           88 WS-GLR-PRESENT-OUI                           VALUE 1.
           88 WS-GLR-PRESENT-NON                           VALUE 0.

      * Compte de TVA d'un taux, comme le construisent l'extrait
      * comptable et les retours : racine 4457 complétée de la partie
      * entière du taux. Un fichier paniers d'avant la ventilation
      * par taux a été comptabilisé en une fois sur 445710.

       01 WS-COMPTE-TVA.
           05 FILLER                                       PIC X(04)
                                                           VALUE '4457'.
           05 WS-COMPTE-TVA-TAUX                           PIC 9(02).

       01 WS-TAUX-COURANT                                  PIC 9(02)V99.
       01 WS-COMPTE-COURANT                                PIC X(06).
       01 WS-HT-COURANT                                    PIC 9(08)V99.
       01 WS-TVA-COURANTE                                  PIC 9(10)V99.
       01 WS-VENT-SERVIE                                   PIC 9.
           88 WS-VENT-SERVIE-OUI                           VALUE 1.
           88 WS-VENT-SERVIE-NON                           VALUE 0.

      * Cumuls du mois par taux : base et TVA des ventes, base et TVA
      * reversée des avoirs. Le taux zéro du compte 445710 regroupe
      * la TVA non ventilée des fichiers d'avant la ventilation.

       01 WS-TAB-TAUX.
           05 WS-TAB-TAUX-ITEM       OCCURS 10 TIMES.
               10 WS-TX-TAUX                               PIC 9(02)V99.
               10 WS-TX-COMPTE                             PIC X(06).
               10 WS-TX-HT-VTE                             PIC 9(12)V99.
               10 WS-TX-TVA-VTE                            PIC 9(11)V99.
               10 WS-TX-HT-AVO                             PIC 9(12)V99.
               10 WS-TX-TVA-AVO                            PIC 9(11)V99.

       01 WS-NBR-TAUX                                      PIC 9(02).
       01 WS-IDX-TAUX                                      PIC 9(02).

      * Rapprochement par compte de TVA : TVA attendue d'après les
      * paniers et les avoirs, TVA portée aux interfaces comptables
      * (crédits de l'extrait, débits des retours). Une table pour le
      * jour et le cycle en cours, une table pour le mois.

       01 WS-TAB-RAP.
           05 WS-TAB-RAP-ITEM        OCCURS 10 TIMES.
               10 WS-RAP-COMPTE                            PIC X(06).
               10 WS-RAP-ATT-VTE                           PIC 9(11)V99.
               10 WS-RAP-GL-VTE                            PIC 9(11)V99.
               10 WS-RAP-ATT-AVO                           PIC 9(11)V99.
               10 WS-RAP-GL-AVO                            PIC 9(11)V99.

       01 WS-NBR-RAP                                       PIC 9(02).
       01 WS-IDX-RAP                                       PIC 9(02).

       01 WS-TAB-CPT.
           05 WS-TAB-CPT-ITEM        OCCURS 10 TIMES.
               10 WS-CPT-COMPTE                            PIC X(06).
               10 WS-CPT-ATT-VTE                           PIC 9(11)V99.
               10 WS-CPT-GL-VTE                            PIC 9(11)V99.
               10 WS-CPT-ATT-AVO                           PIC 9(11)V99.
               10 WS-CPT-GL-AVO                            PIC 9(11)V99.

       01 WS-NBR-CPT                                       PIC 9(02).
       01 WS-IDX-CPT                                       PIC 9(02).

       01 WS-IDX-VENT                                      PIC 9(01).

      * Clé du panier précédent dans le fichier du jour et du cycle :
      * après une reprise du traitement paniers, les paniers écrits
      * entre le dernier point de reprise et l'arrêt figurent deux
      * fois, la seconde occurrence n'est pas cumulée.

       01 WS-CLE-PREC                                      PIC X(15).
       01 WS-TROUVE                                        PIC 9.
           88 WS-TROUVE-OUI                                VALUE 1.
           88 WS-TROUVE-NON                                VALUE 0.

      * Montants de travail des éditions (la TVA nette et les écarts
      * peuvent être négatifs)

       01 WS-NET-TVA                                  PIC S9(11)V99.
       01 WS-ECART                                    PIC S9(11)V99.
       01 WS-TOT-HT-VTE                               PIC 9(12)V99.
       01 WS-TOT-TVA-VTE                              PIC 9(11)V99.
       01 WS-TOT-HT-AVO                               PIC 9(12)V99.
       01 WS-TOT-TVA-AVO                              PIC 9(11)V99.
       01 WS-TOT-NET                                  PIC S9(11)V99.

      * Booléens pour tester la fin de lecture :

       01 Lec-Fic-Sor-Fin                                  PIC 9.
           88 Lec-Fic-Sor-Fin-Oui                          VALUE 1.
           88 Lec-Fic-Sor-Fin-Non                          VALUE 0.

       01 Lec-Fic-AVO-Fin                                  PIC 9.
           88 Lec-Fic-AVO-Fin-Oui                          VALUE 1.
           88 Lec-Fic-AVO-Fin-Non                          VALUE 0.

       01 Lec-Fic-GL-Fin                                   PIC 9.
           88 Lec-Fic-GL-Fin-Oui                           VALUE 1.
           88 Lec-Fic-GL-Fin-Non                           VALUE 0.

      * Compteurs

       01 CPT-FIC-VTE                                      PIC 9(05).
       01 CPT-FIC-AVO                                      PIC 9(05).
       01 CPT-FIC-GLV                                      PIC 9(05).
       01 CPT-FIC-GLR                                      PIC 9(05).
       01 CPT-PANIERS                                      PIC 9(09).
       01 CPT-AVOIRS                                       PIC 9(09).
       01 CPT-ECARTS                                       PIC 9(05).
       01 CPT-DOUBLONS                                     PIC 9(09).

      * Lignes d'édition de l'état

       01 WS-LIGNE-TITRE.
           05 FILLER                                       PIC X(38)
                         VALUE 'ETAT PREPARATOIRE DE LA TVA DU MOIS : '.
           05 WS-LT-MOIS                                   PIC X(06).

       01 WS-LIGNE-SOUS-TITRE                              PIC X(80).

       01 WS-LIGNE-DOUBLONS.
           05 FILLER                                       PIC X(38)
                         VALUE 'PANIERS EN DOUBLE (REPRISE) IGNORES : '.
           05 WS-LD-NBR                                    PIC Z(08)9.

       01 WS-LIGNE-COL-ECART.
           05 FILLER                                       PIC X(09)
                                                           VALUE 'DATE'.
           05 FILLER                                       PIC X(04)
                                                             VALUE 'CY'.
           05 FILLER                                       PIC X(07)
                                                         VALUE 'COMPTE'.
           05 FILLER                                       PIC X(09)
                                                        VALUE 'ORIGINE'.
           05 FILLER                                       PIC X(15)
                                                  VALUE '      ATTENDU'.
           05 FILLER                                       PIC X(15)
                                                  VALUE ' COMPTABILISE'.
           05 FILLER                                       PIC X(15)
                                                  VALUE '        ECART'.

       01 WS-LIGNE-ECART.
           05 WS-LE-DATE                                   PIC X(08).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LE-CYCLE                                  PIC X(02).
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LE-COMPTE                                 PIC X(06).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LE-ORIGINE                                PIC X(08).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LE-ATTENDU                                PIC
                                                   Z(10)9.99.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LE-GL                                     PIC
                                                   Z(10)9.99.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LE-ECART                                  PIC
                                                  -Z(10)9.99.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LE-NOTE                                   PIC X(20).

       01 WS-LIGNE-COL-TAUX.
           05 FILLER                                       PIC X(08)
                                                         VALUE '  TAUX'.
           05 FILLER                                       PIC X(07)
                                                         VALUE 'COMPTE'.
           05 FILLER                                       PIC X(17)
                                               VALUE '  BASE HT VENTES'.
           05 FILLER                                       PIC X(16)
                                                 VALUE ' TVA COLLECTEE'.
           05 FILLER                                       PIC X(17)
                                               VALUE '  BASE HT AVOIRS'.
           05 FILLER                                       PIC X(16)
                                                 VALUE '  TVA REVERSEE'.
           05 FILLER                                       PIC X(16)
                                                VALUE '  TVA NETTE DUE'.

       01 WS-LIGNE-TAUX.
           05 WS-LX-TAUX                                   PIC X(06).
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LX-COMPTE                                 PIC X(06).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LX-HT-VTE                                 PIC
                                                   Z(11)9.99.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LX-TVA-VTE                                PIC
                                                   Z(10)9.99.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LX-HT-AVO                                 PIC
                                                   Z(11)9.99.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LX-TVA-AVO                                PIC
                                                   Z(10)9.99.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LX-NET                                    PIC
                                                  -Z(10)9.99.

       01 WS-TAUX-EDIT                                     PIC Z9.99.

       01 WS-LIGNE-COL-COMPTE.
           05 FILLER                                       PIC X(08)
                                                         VALUE 'COMPTE'.
           05 FILLER                                       PIC X(16)
                                                VALUE '  COLLECT. CALC'.
           05 FILLER                                       PIC X(16)
                                               VALUE '  COLLECT. COMPT'.
           05 FILLER                                       PIC X(16)
                                                 VALUE '  REVERS. CALC'.
           05 FILLER                                       PIC X(16)
                                                VALUE '  REVERS. COMPT'.

       01 WS-LIGNE-COMPTE.
           05 WS-LC-COMPTE                                 PIC X(06).
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LC-ATT-VTE                                PIC
                                                   Z(10)9.99.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LC-GL-VTE                                 PIC
                                                   Z(10)9.99.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LC-ATT-AVO                                PIC
                                                   Z(10)9.99.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LC-GL-AVO                                 PIC
                                                   Z(10)9.99.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LC-NOTE                                   PIC X(08).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           PERFORM CUMUL-MOIS                 THRU FIN-CUMUL-MOIS

           PERFORM EDITION-DECLARATION        THRU
                                              FIN-EDITION-DECLARATION

           PERFORM FIN                        THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***   ETAT PREPARATOIRE DE LA DECLARATION TVA   ***'
           DISPLAY '***************************************************'

           INITIALIZE WS-TAB-TAUX  WS-NBR-TAUX
                      WS-TAB-CPT  WS-NBR-CPT
                      CPT-FIC-VTE  CPT-FIC-AVO  CPT-FIC-GLV
                      CPT-FIC-GLR  CPT-PANIERS  CPT-AVOIRS
                      CPT-ECARTS  CPT-DOUBLONS
                      L-Fst-Sor  L-Fst-Avo  L-Fst-Gl  L-Fst-Eta

      * Saisie et contrôle du mois demandé (AAAAMM)

           DISPLAY "Mois a declarer (AAAAMM) :"
           ACCEPT WS-MOIS-SAISI FROM CONSOLE

           IF WS-MOIS-SAISI IS NOT NUMERIC
               DISPLAY "Mois invalide : " WS-MOIS-SAISI
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MOIS-SAISI           TO WS-MOIS
           IF WS-MOIS-MM < 01 OR WS-MOIS-MM > 12
               DISPLAY "Mois invalide : " WS-MOIS-SAISI
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES                  TO WS-NOM-ETAT
           STRING "C:/Users/HP/Downloads/DeclarationTVA_"
                  WS-MOIS-SAISI
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-ETAT

           OPEN OUTPUT Etat-TVA
           IF L-Fst-Eta NOT = ZERO
               DISPLAY "Erreur ouverture etat TVA = " L-Fst-Eta
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-MOIS-SAISI           TO WS-LT-MOIS
           MOVE WS-LIGNE-TITRE          TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT

      * Les écarts se listent au fil des jours, avant la synthèse
      * de la déclaration.

           MOVE 'RAPPROCHEMENT AVEC LES INTERFACES COMPTABLES (ECARTS'
                                        TO WS-LIGNE-SOUS-TITRE
           MOVE WS-LIGNE-SOUS-TITRE     TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 'PAR JOUR, CYCLE ET COMPTE DE TVA)'
                                        TO WS-LIGNE-SOUS-TITRE
           MOVE WS-LIGNE-SOUS-TITRE     TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-COL-ECART      TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      *************
       CUMUL-MOIS.
      *************

      * Parcours des 31 jours possibles du mois et de leurs cycles :
      * un fichier absent (status 35) est un jour ou un cycle sans run.

           MOVE 1                       TO WS-JOUR
           PERFORM UNTIL WS-JOUR > 31
                   PERFORM CUMUL-JOUR   THRU FIN-CUMUL-JOUR
                   ADD 1                TO WS-JOUR
           END-PERFORM
           .
      *****************
       FIN-CUMUL-MOIS. EXIT.
      *****************

      *-----------------------------------------------------------------
      *************
       CUMUL-JOUR.
      *************
           COMPUTE WS-DATE-JOUR = WS-MOIS * 100 + WS-JOUR
           MOVE WS-DATE-JOUR            TO WS-DATE-JOUR-X

           MOVE 1                       TO WS-CYCLE-IDX
           PERFORM UNTIL WS-CYCLE-IDX > 9
                   PERFORM CUMUL-CYCLE  THRU FIN-CUMUL-CYCLE
                   ADD 1                TO WS-CYCLE-IDX
           END-PERFORM
           .
      *****************
       FIN-CUMUL-JOUR. EXIT.
      *****************

      *-----------------------------------------------------------------
      **************
       CUMUL-CYCLE.
      **************

      * Un jour et un cycle : paniers et avoirs donnent la TVA
      * attendue, les deux interfaces comptables la TVA portée ; les
      * deux se comparent compte par compte.

           MOVE WS-CYCLE-IDX            TO WS-CYCLE-IDX-X
           INITIALIZE WS-TAB-RAP  WS-NBR-RAP

           PERFORM TRAITE-VENTES        THRU FIN-TRAITE-VENTES
           PERFORM TRAITE-AVOIRS        THRU FIN-TRAITE-AVOIRS
           PERFORM TRAITE-GL-VENTES     THRU FIN-TRAITE-GL-VENTES
           PERFORM TRAITE-GL-RETOURS    THRU FIN-TRAITE-GL-RETOURS

           IF WS-VTE-PRESENT-NON AND WS-AVO-PRESENT-NON AND
              WS-GLV-PRESENT-NON AND WS-GLR-PRESENT-NON
               GO TO FIN-CUMUL-CYCLE
           END-IF

           MOVE 1                       TO WS-IDX-RAP
           PERFORM UNTIL WS-IDX-RAP > WS-NBR-RAP
                   PERFORM CONTROLE-COMPTE THRU FIN-CONTROLE-COMPTE
                   ADD 1                TO WS-IDX-RAP
           END-PERFORM
           .
      ******************
       FIN-CUMUL-CYCLE. EXIT.
      ******************

      *-----------------------------------------------------------------
      ****************
       TRAITE-VENTES.
      ****************
           SET WS-VTE-PRESENT-NON       TO TRUE
           MOVE SPACES                  TO WS-NOM-SOR-PANIER
           STRING "C:/Users/HP/Downloads/SortiePanier_"
                  WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-SOR-PANIER

           OPEN INPUT Sor-Panier
           IF L-Fst-Sor = 35
               GO TO FIN-TRAITE-VENTES
           END-IF
           IF L-Fst-Sor NOT = ZERO
               DISPLAY "Erreur ouverture " WS-NOM-SOR-PANIER
                       " status = " L-Fst-Sor
               GO TO FIN-TRAITE-VENTES
           END-IF
           SET WS-VTE-PRESENT-OUI       TO TRUE
           ADD 1                        TO CPT-FIC-VTE

           SET Lec-Fic-Sor-Fin-Non      TO TRUE
           MOVE SPACES                  TO WS-CLE-PREC
           PERFORM LECTURE-SOR-PANIER   THRU FIN-LECTURE-SOR-PANIER
           PERFORM UNTIL Lec-Fic-Sor-Fin-Oui
                   PERFORM Cumul-Panier THRU FIN-Cumul-Panier
           END-PERFORM

           CLOSE Sor-Panier
           .
      ********************
       FIN-TRAITE-VENTES. EXIT.
      ********************

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
      **************
       Cumul-Panier.
      **************

      * Chaque case servie de la ventilation du panier va sous son
      * taux ; un panier sans ventilation (fichier d'avant) porte sa
      * TVA au taux zéro du compte 445710, comme l'a comptabilisé
      * l'extrait comptable. Le fichier est dans l'ordre des clés :
      * une clé qui n'avance pas est la réécriture d'un panier par
      * une reprise du traitement paniers, déjà cumulée.

           IF ENR-Sor-Panier-CLE-PAN NOT > WS-CLE-PREC
               ADD 1                    TO CPT-DOUBLONS
               GO TO CUMUL-PANIER-SUITE
           END-IF
           MOVE ENR-Sor-Panier-CLE-PAN  TO WS-CLE-PREC

           SET WS-VENT-SERVIE-NON       TO TRUE
           MOVE 1                       TO WS-IDX-VENT
           PERFORM UNTIL WS-IDX-VENT > 3
               IF ENR-Sor-Panier-VHT (WS-IDX-VENT) NOT = ZERO OR
                  ENR-Sor-Panier-VTVA (WS-IDX-VENT) NOT = ZERO
                   SET WS-VENT-SERVIE-OUI TO TRUE
                   MOVE ENR-Sor-Panier-VTX (WS-IDX-VENT)
                                        TO WS-TAUX-COURANT
                                           WS-COMPTE-TVA-TAUX
                   MOVE WS-COMPTE-TVA   TO WS-COMPTE-COURANT
                   MOVE ENR-Sor-Panier-VHT (WS-IDX-VENT)
                                        TO WS-HT-COURANT
                   MOVE ENR-Sor-Panier-VTVA (WS-IDX-VENT)
                                        TO WS-TVA-COURANTE
                   PERFORM CUMUL-VENTE  THRU FIN-CUMUL-VENTE
               END-IF
               ADD 1                    TO WS-IDX-VENT
           END-PERFORM

           IF WS-VENT-SERVIE-NON AND ENR-Sor-Panier-TVA NOT = ZERO
               MOVE ZERO                TO WS-TAUX-COURANT
               MOVE '445710'            TO WS-COMPTE-COURANT
               MOVE ENR-Sor-Panier-HT   TO WS-HT-COURANT
               MOVE ENR-Sor-Panier-TVA  TO WS-TVA-COURANTE
               PERFORM CUMUL-VENTE      THRU FIN-CUMUL-VENTE
           END-IF
           .
      **********************
       CUMUL-PANIER-SUITE.
      **********************
           PERFORM LECTURE-SOR-PANIER   THRU FIN-LECTURE-SOR-PANIER
           .
      ******************
       FIN-Cumul-Panier. EXIT.
      ******************

      *-----------------------------------------------------------------
      **************
       CUMUL-VENTE.
      **************
           PERFORM RECH-TAUX            THRU FIN-RECH-TAUX
           ADD WS-HT-COURANT            TO WS-TX-HT-VTE (WS-IDX-TAUX)
           ADD WS-TVA-COURANTE          TO WS-TX-TVA-VTE (WS-IDX-TAUX)
           PERFORM RECH-RAP             THRU FIN-RECH-RAP
           ADD WS-TVA-COURANTE          TO WS-RAP-ATT-VTE (WS-IDX-RAP)
           .
      ******************
       FIN-CUMUL-VENTE. EXIT.
      ******************

      *-----------------------------------------------------------------
      ****************
       TRAITE-AVOIRS.
      ****************
           SET WS-AVO-PRESENT-NON       TO TRUE
           MOVE SPACES                  TO WS-NOM-AVOIRS
           STRING "C:/Users/HP/Downloads/AvoirClient_"
                  WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-AVOIRS

           OPEN INPUT Avoirs
           IF L-Fst-Avo = 35
               GO TO FIN-TRAITE-AVOIRS
           END-IF
           IF L-Fst-Avo NOT = ZERO
               DISPLAY "Erreur ouverture " WS-NOM-AVOIRS
                       " status = " L-Fst-Avo
               GO TO FIN-TRAITE-AVOIRS
           END-IF
           SET WS-AVO-PRESENT-OUI       TO TRUE
           ADD 1                        TO CPT-FIC-AVO

           SET Lec-Fic-AVO-Fin-Non      TO TRUE
           PERFORM LECTURE-AVOIR        THRU FIN-LECTURE-AVOIR
           PERFORM UNTIL Lec-Fic-AVO-Fin-Oui
                   PERFORM Cumul-Avoir  THRU FIN-Cumul-Avoir
           END-PERFORM

           CLOSE Avoirs
           .
      ********************
       FIN-TRAITE-AVOIRS. EXIT.
      ********************

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
      **************
       Cumul-Avoir.
      **************

      * La TVA d'un avoir est reversée au taux de la ligne rendue.

           MOVE ENR-AVOIR-TAUX          TO WS-TAUX-COURANT
                                           WS-COMPTE-TVA-TAUX
           MOVE WS-COMPTE-TVA           TO WS-COMPTE-COURANT
           PERFORM RECH-TAUX            THRU FIN-RECH-TAUX
           ADD ENR-AVOIR-HT             TO WS-TX-HT-AVO (WS-IDX-TAUX)
           ADD ENR-AVOIR-TVA            TO WS-TX-TVA-AVO (WS-IDX-TAUX)
           PERFORM RECH-RAP             THRU FIN-RECH-RAP
           ADD ENR-AVOIR-TVA            TO WS-RAP-ATT-AVO (WS-IDX-RAP)

           PERFORM LECTURE-AVOIR        THRU FIN-LECTURE-AVOIR
           .
      ******************
       FIN-Cumul-Avoir. EXIT.
      ******************

      *-----------------------------------------------------------------
      *******************
       TRAITE-GL-VENTES.
      *******************

      * Interface de l'extrait comptable : la TVA collectée y est au
      * crédit des comptes 4457.

           SET WS-GLV-PRESENT-NON       TO TRUE
           MOVE SPACES                  TO WS-NOM-GL
           STRING "C:/Users/HP/Downloads/InterfaceGL_"
                  WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-GL

           OPEN INPUT Interface-GL
           IF L-Fst-Gl = 35
               GO TO FIN-TRAITE-GL-VENTES
           END-IF
           IF L-Fst-Gl NOT = ZERO
               DISPLAY "Erreur ouverture " WS-NOM-GL
                       " status = " L-Fst-Gl
               GO TO FIN-TRAITE-GL-VENTES
           END-IF
           SET WS-GLV-PRESENT-OUI       TO TRUE
           ADD 1                        TO CPT-FIC-GLV

           SET Lec-Fic-GL-Fin-Non       TO TRUE
           PERFORM LECTURE-GL           THRU FIN-LECTURE-GL
           PERFORM UNTIL Lec-Fic-GL-Fin-Oui
               IF ENR-GL-SENS = 'C' AND
                  ENR-GL-COMPTE-RACINE = '4457'
                   MOVE ENR-GL-COMPTE   TO WS-COMPTE-COURANT
                   PERFORM RECH-RAP     THRU FIN-RECH-RAP
                   ADD ENR-GL-MONTANT   TO WS-RAP-GL-VTE (WS-IDX-RAP)
               END-IF
               PERFORM LECTURE-GL       THRU FIN-LECTURE-GL
           END-PERFORM

           CLOSE Interface-GL
           .
      ***********************
       FIN-TRAITE-GL-VENTES. EXIT.
      ***********************

      *-----------------------------------------------------------------
      ********************
       TRAITE-GL-RETOURS.
      ********************

      * Interface des retours : la TVA reversée y est au débit des
      * comptes 4457.

           SET WS-GLR-PRESENT-NON       TO TRUE
           MOVE SPACES                  TO WS-NOM-GL
           STRING "C:/Users/HP/Downloads/InterfaceRetours_"
                  WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-GL

           OPEN INPUT Interface-GL
           IF L-Fst-Gl = 35
               GO TO FIN-TRAITE-GL-RETOURS
           END-IF
           IF L-Fst-Gl NOT = ZERO
               DISPLAY "Erreur ouverture " WS-NOM-GL
                       " status = " L-Fst-Gl
               GO TO FIN-TRAITE-GL-RETOURS
           END-IF
           SET WS-GLR-PRESENT-OUI       TO TRUE
           ADD 1                        TO CPT-FIC-GLR

           SET Lec-Fic-GL-Fin-Non       TO TRUE
           PERFORM LECTURE-GL           THRU FIN-LECTURE-GL
           PERFORM UNTIL Lec-Fic-GL-Fin-Oui
               IF ENR-GL-SENS = 'D' AND
                  ENR-GL-COMPTE-RACINE = '4457'
                   MOVE ENR-GL-COMPTE   TO WS-COMPTE-COURANT
                   PERFORM RECH-RAP     THRU FIN-RECH-RAP
                   ADD ENR-GL-MONTANT   TO WS-RAP-GL-AVO (WS-IDX-RAP)
               END-IF
               PERFORM LECTURE-GL       THRU FIN-LECTURE-GL
           END-PERFORM

           CLOSE Interface-GL
           .
      ************************
       FIN-TRAITE-GL-RETOURS. EXIT.
      ************************

      *-----------------------------------------------------------------
      *************
       LECTURE-GL.
      *************
           READ Interface-GL
           AT END
               SET Lec-Fic-GL-Fin-Oui   TO TRUE
           NOT AT END
               IF L-Fst-Gl NOT = ZERO
                   DISPLAY 'Erreur lecture interface GL =' L-Fst-Gl
               END-IF
           END-READ
           .
      *****************
       FIN-LECTURE-GL. EXIT.
      *****************

      *-----------------------------------------------------------------
      ************
       RECH-TAUX.
      ************

      * Case du mois du taux WS-TAUX-COURANT sur le compte
      * WS-COMPTE-COURANT, créée au premier passage.

           SET WS-TROUVE-NON            TO TRUE
           MOVE 1                       TO WS-IDX-TAUX
           PERFORM UNTIL WS-IDX-TAUX > WS-NBR-TAUX OR WS-TROUVE-OUI
               IF WS-TX-TAUX (WS-IDX-TAUX) = WS-TAUX-COURANT AND
                  WS-TX-COMPTE (WS-IDX-TAUX) = WS-COMPTE-COURANT
                   SET WS-TROUVE-OUI    TO TRUE
               ELSE
                   ADD 1                TO WS-IDX-TAUX
               END-IF
           END-PERFORM

           IF WS-TROUVE-NON
               IF WS-NBR-TAUX < 10
                   ADD 1                TO WS-NBR-TAUX
                   MOVE WS-NBR-TAUX     TO WS-IDX-TAUX
                   MOVE WS-TAUX-COURANT TO WS-TX-TAUX (WS-IDX-TAUX)
                   MOVE WS-COMPTE-COURANT
                                        TO WS-TX-COMPTE (WS-IDX-TAUX)
               ELSE
      *            Plus de 10 taux dans le mois : la déclaration serait
      *            fausse, on préfère arrêter.
                   DISPLAY "Erreur table des taux : plus de 10 taux"
                           " dans le mois, table pleine"
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ****************
       FIN-RECH-TAUX. EXIT.
      ****************

      *-----------------------------------------------------------------
      ***********
       RECH-RAP.
      ***********

      * Case du compte WS-COMPTE-COURANT dans la table de
      * rapprochement du jour et du cycle, créée au premier passage.

           SET WS-TROUVE-NON            TO TRUE
           MOVE 1                       TO WS-IDX-RAP
           PERFORM UNTIL WS-IDX-RAP > WS-NBR-RAP OR WS-TROUVE-OUI
               IF WS-RAP-COMPTE (WS-IDX-RAP) = WS-COMPTE-COURANT
                   SET WS-TROUVE-OUI    TO TRUE
               ELSE
                   ADD 1                TO WS-IDX-RAP
               END-IF
           END-PERFORM

           IF WS-TROUVE-NON
               IF WS-NBR-RAP < 10
                   ADD 1                TO WS-NBR-RAP
                   MOVE WS-NBR-RAP      TO WS-IDX-RAP
                   MOVE WS-COMPTE-COURANT
                                        TO WS-RAP-COMPTE (WS-IDX-RAP)
               ELSE
                   DISPLAY "Erreur table de rapprochement : plus de"
                           " 10 comptes de TVA le " WS-DATE-JOUR
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ***************
       FIN-RECH-RAP. EXIT.
      ***************

      *-----------------------------------------------------------------
      ******************
       CONTROLE-COMPTE.
      ******************

      * Compte WS-IDX-RAP du jour et du cycle : écart éventuel côté
      * ventes et côté avoirs listé sur l'état, puis cumul du compte
      * dans la table du mois.

           MOVE WS-DATE-JOUR-X          TO WS-LE-DATE
           MOVE WS-CYCLE-IDX-X          TO WS-LE-CYCLE
           MOVE WS-RAP-COMPTE (WS-IDX-RAP) TO WS-LE-COMPTE

           IF WS-RAP-ATT-VTE (WS-IDX-RAP) NOT =
              WS-RAP-GL-VTE (WS-IDX-RAP)
               MOVE 'VENTES'            TO WS-LE-ORIGINE
               MOVE WS-RAP-ATT-VTE (WS-IDX-RAP) TO WS-LE-ATTENDU
               MOVE WS-RAP-GL-VTE (WS-IDX-RAP)  TO WS-LE-GL
               COMPUTE WS-ECART = WS-RAP-GL-VTE (WS-IDX-RAP)
                                - WS-RAP-ATT-VTE (WS-IDX-RAP)
               MOVE WS-ECART            TO WS-LE-ECART
               MOVE SPACES              TO WS-LE-NOTE
               IF WS-GLV-PRESENT-NON
                   MOVE 'INTERFACE ABSENTE' TO WS-LE-NOTE
               END-IF
               IF WS-VTE-PRESENT-NON
                   MOVE 'PANIERS ABSENTS'   TO WS-LE-NOTE
               END-IF
               MOVE WS-LIGNE-ECART      TO ENR-ETAT
               PERFORM ECR-ETAT         THRU FIN-ECR-ETAT
               ADD 1                    TO CPT-ECARTS
           END-IF

           IF WS-RAP-ATT-AVO (WS-IDX-RAP) NOT =
              WS-RAP-GL-AVO (WS-IDX-RAP)
               MOVE 'AVOIRS'            TO WS-LE-ORIGINE
               MOVE WS-RAP-ATT-AVO (WS-IDX-RAP) TO WS-LE-ATTENDU
               MOVE WS-RAP-GL-AVO (WS-IDX-RAP)  TO WS-LE-GL
               COMPUTE WS-ECART = WS-RAP-GL-AVO (WS-IDX-RAP)
                                - WS-RAP-ATT-AVO (WS-IDX-RAP)
               MOVE WS-ECART            TO WS-LE-ECART
               MOVE SPACES              TO WS-LE-NOTE
               IF WS-GLR-PRESENT-NON
                   MOVE 'INTERFACE ABSENTE' TO WS-LE-NOTE
               END-IF
               IF WS-AVO-PRESENT-NON
                   MOVE 'AVOIRS ABSENTS'    TO WS-LE-NOTE
               END-IF
               MOVE WS-LIGNE-ECART      TO ENR-ETAT
               PERFORM ECR-ETAT         THRU FIN-ECR-ETAT
               ADD 1                    TO CPT-ECARTS
           END-IF

      * Cumul du compte dans la table du mois

           SET WS-TROUVE-NON            TO TRUE
           MOVE 1                       TO WS-IDX-CPT
           PERFORM UNTIL WS-IDX-CPT > WS-NBR-CPT OR WS-TROUVE-OUI
               IF WS-CPT-COMPTE (WS-IDX-CPT) =
                  WS-RAP-COMPTE (WS-IDX-RAP)
                   SET WS-TROUVE-OUI    TO TRUE
               ELSE
                   ADD 1                TO WS-IDX-CPT
               END-IF
           END-PERFORM
           IF WS-TROUVE-NON
               IF WS-NBR-CPT < 10
                   ADD 1                TO WS-NBR-CPT
                   MOVE WS-NBR-CPT      TO WS-IDX-CPT
                   MOVE WS-RAP-COMPTE (WS-IDX-RAP)
                                        TO WS-CPT-COMPTE (WS-IDX-CPT)
               ELSE
                   DISPLAY "Erreur table des comptes : plus de 10"
                           " comptes de TVA dans le mois"
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD WS-RAP-ATT-VTE (WS-IDX-RAP)
                                   TO WS-CPT-ATT-VTE (WS-IDX-CPT)
           ADD WS-RAP-GL-VTE (WS-IDX-RAP)
                                   TO WS-CPT-GL-VTE (WS-IDX-CPT)
           ADD WS-RAP-ATT-AVO (WS-IDX-RAP)
                                   TO WS-CPT-ATT-AVO (WS-IDX-CPT)
           ADD WS-RAP-GL-AVO (WS-IDX-RAP)
                                   TO WS-CPT-GL-AVO (WS-IDX-CPT)
           .
      **********************
       FIN-CONTROLE-COMPTE. EXIT.
      **********************

      *-----------------------------------------------------------------
      **********************
       EDITION-DECLARATION.
      **********************

           IF CPT-ECARTS = ZERO
               MOVE 'AUCUN ECART'       TO ENR-ETAT
               PERFORM ECR-ETAT         THRU FIN-ECR-ETAT
           END-IF

      * Synthèse par taux : TVA collectée, TVA reversée sur avoirs
      * et TVA nette due, tous jours et tous cycles du mois.

           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 'DECLARATION PAR TAUX'  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-COL-TAUX       TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT

           MOVE ZERO                    TO WS-TOT-HT-VTE
                                           WS-TOT-TVA-VTE
                                           WS-TOT-HT-AVO
                                           WS-TOT-TVA-AVO
                                           WS-TOT-NET
           MOVE 1                       TO WS-IDX-TAUX
           PERFORM UNTIL WS-IDX-TAUX > WS-NBR-TAUX
                   PERFORM EDITION-TAUX THRU FIN-EDITION-TAUX
                   ADD 1                TO WS-IDX-TAUX
           END-PERFORM

           MOVE 'TOTAL'                 TO WS-LX-TAUX
           MOVE SPACES                  TO WS-LX-COMPTE
           MOVE WS-TOT-HT-VTE           TO WS-LX-HT-VTE
           MOVE WS-TOT-TVA-VTE          TO WS-LX-TVA-VTE
           MOVE WS-TOT-HT-AVO           TO WS-LX-HT-AVO
           MOVE WS-TOT-TVA-AVO          TO WS-LX-TVA-AVO
           MOVE WS-TOT-NET              TO WS-LX-NET
           MOVE WS-LIGNE-TAUX           TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT

      * Contrôle du mois par compte : TVA calculée et TVA portée aux
      * interfaces comptables, collectée et reversée.

           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 'CONTROLE DU MOIS PAR COMPTE DE TVA' TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-COL-COMPTE     TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 1                       TO WS-IDX-CPT
           PERFORM UNTIL WS-IDX-CPT > WS-NBR-CPT
                   PERFORM EDITION-COMPTE THRU FIN-EDITION-COMPTE
                   ADD 1                TO WS-IDX-CPT
           END-PERFORM

      * Pied de l'état : paniers relus après une reprise du
      * traitement paniers, écartés des cumuls.

           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE CPT-DOUBLONS            TO WS-LD-NBR
           MOVE WS-LIGNE-DOUBLONS       TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      **************************
       FIN-EDITION-DECLARATION. EXIT.
      **************************

      *-----------------------------------------------------------------
      ***************
       EDITION-TAUX.
      ***************
           IF WS-TX-COMPTE (WS-IDX-TAUX) = '445710' AND
              WS-TX-TAUX (WS-IDX-TAUX) = ZERO
               MOVE 'N.VENT'            TO WS-LX-TAUX
           ELSE
               MOVE WS-TX-TAUX (WS-IDX-TAUX) TO WS-TAUX-EDIT
               MOVE WS-TAUX-EDIT        TO WS-LX-TAUX
           END-IF
           MOVE WS-TX-COMPTE (WS-IDX-TAUX)  TO WS-LX-COMPTE
           MOVE WS-TX-HT-VTE (WS-IDX-TAUX)  TO WS-LX-HT-VTE
           MOVE WS-TX-TVA-VTE (WS-IDX-TAUX) TO WS-LX-TVA-VTE
           MOVE WS-TX-HT-AVO (WS-IDX-TAUX)  TO WS-LX-HT-AVO
           MOVE WS-TX-TVA-AVO (WS-IDX-TAUX) TO WS-LX-TVA-AVO
           COMPUTE WS-NET-TVA = WS-TX-TVA-VTE (WS-IDX-TAUX)
                              - WS-TX-TVA-AVO (WS-IDX-TAUX)
           MOVE WS-NET-TVA              TO WS-LX-NET
           MOVE WS-LIGNE-TAUX           TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT

           ADD WS-TX-HT-VTE (WS-IDX-TAUX)  TO WS-TOT-HT-VTE
           ADD WS-TX-TVA-VTE (WS-IDX-TAUX) TO WS-TOT-TVA-VTE
           ADD WS-TX-HT-AVO (WS-IDX-TAUX)  TO WS-TOT-HT-AVO
           ADD WS-TX-TVA-AVO (WS-IDX-TAUX) TO WS-TOT-TVA-AVO
           ADD WS-NET-TVA               TO WS-TOT-NET
           .
      *******************
       FIN-EDITION-TAUX. EXIT.
      *******************

      *-----------------------------------------------------------------
      *****************
       EDITION-COMPTE.
      *****************
           MOVE WS-CPT-COMPTE (WS-IDX-CPT) TO WS-LC-COMPTE
           MOVE WS-CPT-ATT-VTE (WS-IDX-CPT) TO WS-LC-ATT-VTE
           MOVE WS-CPT-GL-VTE (WS-IDX-CPT)  TO WS-LC-GL-VTE
           MOVE WS-CPT-ATT-AVO (WS-IDX-CPT) TO WS-LC-ATT-AVO
           MOVE WS-CPT-GL-AVO (WS-IDX-CPT)  TO WS-LC-GL-AVO
           IF WS-CPT-ATT-VTE (WS-IDX-CPT) = WS-CPT-GL-VTE (WS-IDX-CPT)
              AND
              WS-CPT-ATT-AVO (WS-IDX-CPT) = WS-CPT-GL-AVO (WS-IDX-CPT)
               MOVE 'OK'                TO WS-LC-NOTE
           ELSE
               MOVE 'ECART'             TO WS-LC-NOTE
           END-IF
           MOVE WS-LIGNE-COMPTE         TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      *********************
       FIN-EDITION-COMPTE. EXIT.
      *********************

      *-----------------------------------------------------------------
      ***********
       ECR-ETAT.
      ***********
           WRITE ENR-ETAT
           IF L-Fst-Eta NOT = ZERO
               DISPLAY "Erreur ecriture etat TVA = " L-Fst-Eta
           END-IF
           .
      ***************
       FIN-ECR-ETAT. EXIT.
      ***************

      *-----------------------------------------------------------------
      ******
       FIN.
      ******

           CLOSE Etat-TVA

           DISPLAY "Fichiers paniers lus           : " CPT-FIC-VTE
           DISPLAY "Fichiers avoirs lus            : " CPT-FIC-AVO
           DISPLAY "Interfaces ventes lues         : " CPT-FIC-GLV
           DISPLAY "Interfaces retours lues        : " CPT-FIC-GLR
           DISPLAY "Paniers                        : " CPT-PANIERS
           DISPLAY "Paniers en double (reprise)    : " CPT-DOUBLONS
           DISPLAY "Lignes d'avoir                 : " CPT-AVOIRS
           DISPLAY "TVA collectee                  : " WS-TOT-TVA-VTE
           DISPLAY "TVA reversee sur avoirs        : " WS-TOT-TVA-AVO
           DISPLAY "Ecarts avec la comptabilite    : " CPT-ECARTS
           IF CPT-ECARTS NOT = ZERO
               MOVE 8                   TO RETURN-CODE
               DISPLAY '***********************************************'
               DISPLAY '***  ECARTS ENTRE TVA CALCULEE ET TVA       ***'
               DISPLAY '***  COMPTABILISEE : VOIR L ETAT            ***'
               DISPLAY '***********************************************'
           END-IF
           DISPLAY "Etat produit : " WS-NOM-ETAT
           DISPLAY 'Fin de l etat preparatoire de TVA'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM DECLARATION-TVA.
      *-----------------------------------------------------------------

                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rel
                .
      *    Référentiel clients indexé, tenu par la maintenance des
      *    clients : nom, adresse et statut en tête de chaque relevé :
           SELECT Client-Master ASSIGN TO
               "C:/Users/HP/Downloads/ClientMaster.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS RANDOM
                RECORD KEY         IS ENR-CLIM-CLIENT
                FILE STATUS        IS L-Fst-Cli
                .
      *    Grand livre des points de fidélité, tenu par le programme
      *    des points : mouvements de la période et solde du client :
           SELECT Points-Fidelite ASSIGN TO
               "C:/Users/HP/Downloads/PointsFidelite.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-PTS-CLE
                ALTERNATE RECORD KEY IS ENR-PTS-CLE-PAN
                                   WITH DUPLICATES
                FILE STATUS        IS L-Fst-Pts
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
                   15 ENR-Sor-Panier-VTX                  PIC 9(02)V99.
                   15 ENR-Sor-Panier-VHT                  PIC 9(08)V99.
                   15 ENR-Sor-Panier-VTVA                 PIC 9(07)V99.
           05 ENR-Sor-Panier-REMISE                       PIC 9(08)V99.
           05 ENR-Sor-Panier-PROMO                        PIC 9(08)V99.
           05 ENR-Sor-Panier-CODE-PROMO                   PIC X(06).

       FD Param-Livraison.
       01 ENR-PARAM.
           05 ENR-HIST-DATE-SAISIE                        PIC 9(08).
           05 ENR-HIST-HEURE-SAISIE                       PIC 9(06).

       FD Client-Master.
       01 ENR-CLIM.
           05 ENR-CLIM-CLIENT                             PIC X(08).
           05 ENR-CLIM-NOM                                PIC X(30).
           05 ENR-CLIM-ADRESSE                            PIC X(30).
           05 ENR-CLIM-CODE-POSTAL                        PIC X(05).
           05 ENR-CLIM-VILLE                              PIC X(25).
           05 ENR-CLIM-STATUT                             PIC X(01).
           05 ENR-CLIM-DATE-ADHESION                      PIC 9(08).

       FD Points-Fidelite.
       01 ENR-PTS.
           05 ENR-PTS-CLE.
               10 ENR-PTS-CLIENT                          PIC X(08).
               10 ENR-PTS-DATE                            PIC 9(08).
               10 ENR-PTS-CYCLE                           PIC 9(02).
               10 ENR-PTS-SENS                            PIC X(01).
               10 ENR-PTS-PANIER                          PIC X(15).
               10 ENR-PTS-RANG                            PIC 9(05).
           05 ENR-PTS-CLE-PAN                             PIC X(15).
           05 ENR-PTS-MONTANT                             PIC 9(08)V99.
           05 ENR-PTS-TAUX                                PIC 9(03)V99.
           05 ENR-PTS-POINTS                              PIC 9(09).
           05 ENR-PTS-PRD                                 PIC X(07).

       FD Releve.
       01 ENR-RELEVE                                      PIC X(132).

       FD Date-Traitement.
       01 ENR-DATTRT.
           05 ENR-DATTRT-DATE                             PIC 9(08).
           05 ENR-DATTRT-CLOS                             PIC X(01).

       WORKING-STORAGE SECTION.

      * Variables File status
       01 L-Fst-Par                                        PIC 99.
       01 L-Fst-His                                        PIC 99.
       01 L-Fst-Rel                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cli                                        PIC 99.
       01 L-Fst-Pts                                        PIC 99.

      * Période demandée par l'opérateur et date du run

       01 WS-DATE-FIN                                      PIC 9(08).
       01 WS-DATE-TRAITEMENT                               PIC 9(08).

      * Journée de gestion déjà clôturée (indicateur du fichier de
      * date) : sans effet ici, la date ne sert que de référence

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

      * Parcours des jours de la période en jours calendaires, pour
      * avancer de jour en jour sans arithmétique de calendrier :


       01 WS-CLI-FRAIS                                     PIC 9(08)V99.

      * Disponibilité du référentiel clients et du grand livre des
      * points (absents : relevés sans identité ou sans points)

       01 WS-CLIENTS-OUVERT                                PIC 9.
           88 WS-CLIENTS-OUVERT-OUI                        VALUE 1.
           88 WS-CLIENTS-OUVERT-NON                        VALUE 0.

       01 WS-POINTS-OUVERT                                 PIC 9.
           88 WS-POINTS-OUVERT-OUI                         VALUE 1.
           88 WS-POINTS-OUVERT-NON                         VALUE 0.

      * Points du client en cours d'édition : acquis et repris sur
      * la période, solde à la fin de la période

       01 WS-PTS-ACQUIS                                    PIC 9(09).
       01 WS-PTS-REPRIS                                    PIC 9(09).
       01 WS-PTS-SOLDE                                     PIC S9(09).

      * Booléens pour tester la fin de lecture :

       01 Lec-Fic-PTS-Fin                                  PIC 9.
           88 Lec-Fic-PTS-Fin-Oui                          VALUE 1.
           88 Lec-Fic-PTS-Fin-Non                          VALUE 0.


       01 Lec-Fic-Sor-Fin                                  PIC 9.
           88 Lec-Fic-Sor-Fin-Oui                          VALUE 1.

       01 CPT-JOURS                                        PIC 9(03).
       01 CPT-PANIERS                                      PIC 9(07).
       01 CPT-CLI-INCONNUS                                 PIC 9(03).

      * Lignes d'édition du relevé

           05 WS-LT-MONTANT                                PIC
                                                   Z(08)9.99.

       01 WS-LIGNE-POINTS.
           05 FILLER                                       PIC X(03)
                                                      VALUE SPACES.
           05 WS-LPT-LIBELLE                               PIC X(24).
           05 WS-LPT-POINTS                                PIC -(08)9.

       PROCEDURE DIVISION.

      ****************
           INITIALIZE WS-TAB-PAN  WS-NBR-PAN
                      WS-TAB-CLI  WS-NBR-CLI
                      WS-CLI-FRAIS
                      CPT-JOURS  CPT-PANIERS  CPT-CLI-INCONNUS
                      WS-PARAM-FRAIS
                      WS-HIST-DATE-EFFET
                      L-Fst-Sor  L-Fst-Par  L-Fst-His  L-Fst-Rel
                      L-Fst-Cli  L-Fst-Pts

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT

      * Saisie et contrôle de la période demandée (AAAAMMJJ)

      * journalier.

           PERFORM LECTURE-PARAMETRES   THRU FIN-LECTURE-PARAMETRES

      * Référentiel clients et grand livre des points : absents, le
      * relevé est édité sans identité ou sans points.

           SET WS-CLIENTS-OUVERT-OUI    TO TRUE
           OPEN INPUT Client-Master
           IF L-Fst-Cli NOT = ZERO
               DISPLAY "Referentiel clients absent, releves sans"
                       " identite, status = " L-Fst-Cli
               SET WS-CLIENTS-OUVERT-NON TO TRUE
           END-IF

           SET WS-POINTS-OUVERT-OUI     TO TRUE
           OPEN INPUT Points-Fidelite
           IF L-Fst-Pts NOT = ZERO
               DISPLAY "Grand livre des points absent, releves sans"
                       " points, status = " L-Fst-Pts
               SET WS-POINTS-OUVERT-NON TO TRUE
           END-IF
           .
      ********************
       FIN-INITIALISATION. EXIT.

      * Edition du relevé : une page par client de la période, avec
      * ses paniers, ses totaux HT / TVA / TTC et les frais de
      * livraison payés sur ses paniers 'P', précédés de son
      * identité au référentiel et suivis de ses points de fidélité.

           MOVE 1                       TO WS-IDX-CLI
           PERFORM UNTIL WS-IDX-CLI > WS-NBR-CLI
                  DELIMITED BY SIZE     INTO ENR-RELEVE
           PERFORM ECR-RELEVE           THRU FIN-ECR-RELEVE

           IF WS-CLIENTS-OUVERT-OUI
               PERFORM EDITION-IDENTITE THRU FIN-EDITION-IDENTITE
           END-IF

           MOVE SPACES                  TO ENR-RELEVE
           STRING "   DATE     CLE PANIER            HT       TVA"
                  "       TTC LIV"
           MOVE WS-LIGNE-TOTAL          TO ENR-RELEVE
           PERFORM ECR-RELEVE           THRU FIN-ECR-RELEVE

           IF WS-POINTS-OUVERT-OUI
               PERFORM EDITION-POINTS   THRU FIN-EDITION-POINTS
           END-IF

           MOVE SPACES                  TO ENR-RELEVE
           PERFORM ECR-RELEVE           THRU FIN-ECR-RELEVE
           .
       FIN-EDITION-UN-CLIENT. EXIT.
      ************************

      *-----------------------------------------------------------------
      *******************
       EDITION-IDENTITE.
      *******************

      * Nom et adresse du client au référentiel ; un client inconnu,
      * bloqué ou clos est signalé en tête de son relevé.

           MOVE WS-CLI-NUMERO (WS-IDX-CLI) TO ENR-CLIM-CLIENT
           READ Client-Master
               INVALID KEY
                   ADD 1                TO CPT-CLI-INCONNUS
                   MOVE SPACES          TO ENR-RELEVE
                   STRING "*** CLIENT INCONNU DU REFERENTIEL ***"
                          DELIMITED BY SIZE INTO ENR-RELEVE
                   PERFORM ECR-RELEVE   THRU FIN-ECR-RELEVE
                   GO TO FIN-EDITION-IDENTITE
           END-READ

           MOVE SPACES                  TO ENR-RELEVE
           STRING ENR-CLIM-NOM " - " ENR-CLIM-ADRESSE " "
                  ENR-CLIM-CODE-POSTAL " " ENR-CLIM-VILLE
                  DELIMITED BY SIZE     INTO ENR-RELEVE
           PERFORM ECR-RELEVE           THRU FIN-ECR-RELEVE

           MOVE SPACES                  TO ENR-RELEVE
           EVALUATE ENR-CLIM-STATUT
               WHEN 'B'
                   STRING "*** COMPTE BLOQUE ***"
                          DELIMITED BY SIZE INTO ENR-RELEVE
                   PERFORM ECR-RELEVE   THRU FIN-ECR-RELEVE
               WHEN 'C'
                   STRING "*** COMPTE CLOS ***"
                          DELIMITED BY SIZE INTO ENR-RELEVE
                   PERFORM ECR-RELEVE   THRU FIN-ECR-RELEVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ***********************
       FIN-EDITION-IDENTITE. EXIT.
      ***********************

      *-----------------------------------------------------------------
      *****************
       EDITION-POINTS.
      *****************

      * Points de fidélité du client : acquis et repris sur la
      * période, solde de tous ses mouvements jusqu'à la fin de la
      * période. Le grand livre est dans l'ordre client, date : la
      * lecture s'arrête au premier mouvement postérieur.

           MOVE ZERO                    TO WS-PTS-ACQUIS
                                           WS-PTS-REPRIS
                                           WS-PTS-SOLDE
           SET Lec-Fic-PTS-Fin-Non      TO TRUE
           MOVE LOW-VALUES              TO ENR-PTS-CLE
           MOVE WS-CLI-NUMERO (WS-IDX-CLI) TO ENR-PTS-CLIENT
           START Points-Fidelite KEY IS NOT LESS THAN ENR-PTS-CLE
               INVALID KEY
                   SET Lec-Fic-PTS-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Fic-PTS-Fin-Oui
                   PERFORM CUMUL-POINTS THRU FIN-CUMUL-POINTS
           END-PERFORM

           MOVE SPACES                  TO WS-LIGNE-POINTS
           MOVE "POINTS ACQUIS"         TO WS-LPT-LIBELLE
           MOVE WS-PTS-ACQUIS           TO WS-LPT-POINTS
           MOVE WS-LIGNE-POINTS         TO ENR-RELEVE
           PERFORM ECR-RELEVE           THRU FIN-ECR-RELEVE

           MOVE SPACES                  TO WS-LIGNE-POINTS
           MOVE "POINTS REPRIS (AVOIRS)" TO WS-LPT-LIBELLE
           MOVE WS-PTS-REPRIS           TO WS-LPT-POINTS
           MOVE WS-LIGNE-POINTS         TO ENR-RELEVE
           PERFORM ECR-RELEVE           THRU FIN-ECR-RELEVE

           MOVE SPACES                  TO WS-LIGNE-POINTS
           MOVE "SOLDE POINTS FIDELITE" TO WS-LPT-LIBELLE
           MOVE WS-PTS-SOLDE            TO WS-LPT-POINTS
           MOVE WS-LIGNE-POINTS         TO ENR-RELEVE
           PERFORM ECR-RELEVE           THRU FIN-ECR-RELEVE
           .
      *********************
       FIN-EDITION-POINTS. EXIT.
      *********************

      *-----------------------------------------------------------------
      ***************
       CUMUL-POINTS.
      ***************
           READ Points-Fidelite NEXT RECORD
           AT END
               SET Lec-Fic-PTS-Fin-Oui  TO TRUE
           NOT AT END
               IF ENR-PTS-CLIENT NOT = WS-CLI-NUMERO (WS-IDX-CLI) OR
                  ENR-PTS-DATE > WS-DATE-FIN
                   SET Lec-Fic-PTS-Fin-Oui TO TRUE
               ELSE
                   IF ENR-PTS-SENS = 'G'
                       ADD ENR-PTS-POINTS TO WS-PTS-SOLDE
                       IF ENR-PTS-DATE NOT < WS-DATE-DEBUT
                           ADD ENR-PTS-POINTS TO WS-PTS-ACQUIS
                       END-IF
                   ELSE
                       SUBTRACT ENR-PTS-POINTS FROM WS-PTS-SOLDE
                       IF ENR-PTS-DATE NOT < WS-DATE-DEBUT
                           ADD ENR-PTS-POINTS TO WS-PTS-REPRIS
                       END-IF
                   END-IF
               END-IF
           END-READ
           .
      *******************
       FIN-CUMUL-POINTS. EXIT.
      *******************

      *-----------------------------------------------------------------
      ********************
       EDITION-UN-PANIER.
       FIN-ECR-RELEVE. EXIT.
      *****************

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

           CLOSE Releve
           IF WS-CLIENTS-OUVERT-OUI
               CLOSE Client-Master
           END-IF
           IF WS-POINTS-OUVERT-OUI
               CLOSE Points-Fidelite
           END-IF

           DISPLAY "Cycles de run lus sur la periode : " CPT-JOURS
           DISPLAY "Paniers releves                 : " CPT-PANIERS
           DISPLAY "Clients distincts               : " WS-NBR-CLI
           DISPLAY "Clients inconnus du referentiel : " CPT-CLI-INCONNUS
           DISPLAY "Releve produit : " WS-NOM-RELEVE
           DISPLAY 'Fin du releve clients'
           .

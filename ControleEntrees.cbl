                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rap
                .
      *    Référentiel clients indexé, tenu par la maintenance des
      *    clients : le numéro de client de chaque panier y est
      *    recherché (client inconnu, bloqué ou clos signalé) :
           SELECT Client-Master ASSIGN TO
               "C:/Users/HP/Downloads/ClientMaster.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS RANDOM
                RECORD KEY         IS ENR-CLIM-CLIENT
                FILE STATUS        IS L-Fst-Cli
                .

      *    Numéro de cycle du jour, positionné par l'exploitation
      *    avant chaque lancement ; absent, cycle 01 :
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
           05 FILLER                                      PIC X(01).
           05 ENR-RAPPORT-CONTENU                         PIC X(40).

       FD Client-Master.
       01 ENR-CLIM.
           05 ENR-CLIM-CLIENT                             PIC X(08).
           05 ENR-CLIM-NOM                                PIC X(30).
           05 ENR-CLIM-ADRESSE                            PIC X(30).
           05 ENR-CLIM-CODE-POSTAL                        PIC X(05).
           05 ENR-CLIM-VILLE                              PIC X(25).
           05 ENR-CLIM-STATUT                             PIC X(01).
           05 ENR-CLIM-DATE-ADHESION                      PIC 9(08).

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
       01 L-Fst-In1                                        PIC 99.
       01 L-Fst-In2                                        PIC 99.
       01 L-Fst-Rap                                        PIC 99.
       01 L-Fst-Cli                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.

      * Date du run et nom daté du rapport d'édition

       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-NOM-RAPPORT                                   PIC X(60).

      * Journée de gestion déjà clôturée : indicateur du fichier de
      * date ou présence de la date au calendrier des clôtures

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

       01 Lec-Fic-CAL-Fin                                  PIC 9.
           88 Lec-Fic-CAL-Fin-Oui                          VALUE 1.
           88 Lec-Fic-CAL-Fin-Non                          VALUE 0.

      * Cycle de traitement du jour, lu au démarrage (deux runs
      * complets par jour, chacun avec ses fichiers datés)

       01 WS-NUM-LIGNE                                     PIC 9(07).
       01 WS-LIBELLE-ANOMALIE                              PIC X(35).

      * Disponibilité du référentiel clients (absent : les numéros
      * de client ne sont contrôlés que sur leur forme)

       01 WS-CLIENTS-OUVERT                                PIC 9.
           88 WS-CLIENTS-OUVERT-OUI                        VALUE 1.
           88 WS-CLIENTS-OUVERT-NON                        VALUE 0.

      * Booléens pour tester la fin de lecture :

       01 Lec-Fic-PANIER-Fin                               PIC 9.
       01 CPT-PANIER                                       PIC 9(10).
       01 CPT-PANPRD                                       PIC 9(10).
       01 CPT-ANOMALIES                                    PIC 9(10).
       01 CPT-ALERTES-CLIENT                               PIC 9(10).

       PROCEDURE DIVISION.

           DISPLAY '***************************************************'

           INITIALIZE CPT-PANIER  CPT-PANPRD  CPT-ANOMALIES
                      CPT-ALERTES-CLIENT
                      L-Fst-In1  L-Fst-In2  L-Fst-Rap  L-Fst-Cli
                      WS-ENR-BRUT
                      WS-CLE-PRECEDENTE
                      WS-FICHIER-COURANT

      * Construction du nom daté du rapport d'édition

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           PERFORM VERIF-JOUR-CLOS      THRU FIN-VERIF-JOUR-CLOS
           MOVE WS-DATE-TRAITEMENT       TO WS-DATE-TRAITEMENT-X

           PERFORM LECTURE-CYCLE         THRU FIN-LECTURE-CYCLE
           OPEN INPUT   PANIER
           OPEN INPUT   PANPRD
           OPEN OUTPUT  Rapport-Edition

      * Référentiel clients : absent (maintenance des clients jamais
      * passée), les clients ne sont pas recherchés.

           SET WS-CLIENTS-OUVERT-OUI     TO TRUE
           OPEN INPUT   Client-Master
           IF L-Fst-Cli NOT = ZERO
               DISPLAY "Referentiel clients absent, clients non"
                       " controles, status = " L-Fst-Cli
               SET WS-CLIENTS-OUVERT-NON TO TRUE
           END-IF
           .
      ********************
       FIN-INITIALISATION. EXIT.
      * CLE-PAN (une clé en double y dédoublerait le panier au
      * rapprochement), clé à blanc ou incomplète, code canal issu
      * de la fusion (M, W ou T en 16e position), numéro de client
      * numérique (positions 17 à 24) et connu du référentiel
      * clients, longueur.

           MOVE 'PANIER  '               TO WS-FICHIER-COURANT
           MOVE LOW-VALUES               TO WS-CLE-PRECEDENTE
               MOVE "Numero de client non numerique"
                                         TO WS-LIBELLE-ANOMALIE
               PERFORM ECR-RAPPORT       THRU FIN-ECR-RAPPORT
           ELSE
               IF WS-CLIENTS-OUVERT-OUI
                   PERFORM CTRL-CLIENT   THRU FIN-CTRL-CLIENT
               END-IF
           END-IF
           IF WS-ENR-RESTE-PANIER NOT = SPACES
               MOVE "Enregistrement trop long"
       FIN-LECTURE-PANPRD. EXIT.
      *********************

      *-----------------------------------------------------------------
      **************
       CTRL-CLIENT.
      **************

      * Client du panier inconnu du référentiel, bloqué ou clos :
      * signalé au rapport mais sans bloquer le rapprochement, la
      * vente restant due ; le panier n'acquiert pas de points de
      * fidélité.

           MOVE WS-ENR-CLIENT            TO ENR-CLIM-CLIENT
           READ Client-Master
               INVALID KEY
                   MOVE "Client inconnu du referentiel"
                                         TO WS-LIBELLE-ANOMALIE
                   PERFORM ECR-ALERTE-CLIENT
                                         THRU FIN-ECR-ALERTE-CLIENT
                   GO TO FIN-CTRL-CLIENT
           END-READ

           EVALUATE ENR-CLIM-STATUT
               WHEN 'A'
                   CONTINUE
               WHEN 'B'
                   MOVE "Client bloque"  TO WS-LIBELLE-ANOMALIE
                   PERFORM ECR-ALERTE-CLIENT
                                         THRU FIN-ECR-ALERTE-CLIENT
               WHEN 'C'
                   MOVE "Compte client clos"
                                         TO WS-LIBELLE-ANOMALIE
                   PERFORM ECR-ALERTE-CLIENT
                                         THRU FIN-ECR-ALERTE-CLIENT
               WHEN OTHER
                   MOVE "Statut client inconnu"
                                         TO WS-LIBELLE-ANOMALIE
                   PERFORM ECR-ALERTE-CLIENT
                                         THRU FIN-ECR-ALERTE-CLIENT
           END-EVALUATE
           .
      ******************
       FIN-CTRL-CLIENT. EXIT.
      ******************

      *-----------------------------------------------------------------
      **************
       ECR-RAPPORT.
      **************
           PERFORM ECR-LIGNE-RAPPORT     THRU FIN-ECR-LIGNE-RAPPORT
           ADD 1                         TO CPT-ANOMALIES
           .
      ******************
       FIN-ECR-RAPPORT. EXIT.
      ******************

      *-----------------------------------------------------------------
      ********************
       ECR-ALERTE-CLIENT.
      ********************

      * Alerte client : même ligne au rapport, comptée à part pour
      * ne pas arrêter la chaîne.

           PERFORM ECR-LIGNE-RAPPORT     THRU FIN-ECR-LIGNE-RAPPORT
           ADD 1                         TO CPT-ALERTES-CLIENT
           .
      ************************
       FIN-ECR-ALERTE-CLIENT. EXIT.
      ************************

      *-----------------------------------------------------------------
      ********************
       ECR-LIGNE-RAPPORT.
      ********************
           MOVE SPACES                   TO ENR-RAPPORT
           MOVE WS-FICHIER-COURANT       TO ENR-RAPPORT-FICHIER
           MOVE WS-NUM-LIGNE             TO ENR-RAPPORT-LIGNE
           IF L-Fst-Rap NOT = ZERO
               DISPLAY "Erreur ecriture rapport edition = " L-Fst-Rap
           END-IF
           .
      ************************
       FIN-ECR-LIGNE-RAPPORT. EXIT.
      ************************

      *-----------------------------------------------------------------
      *****************
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
           CLOSE PANIER
           CLOSE PANPRD
           CLOSE Rapport-Edition
           IF WS-CLIENTS-OUVERT-OUI
               CLOSE Client-Master
           END-IF

           DISPLAY "Nombre de lignes PANIER controlees : " CPT-PANIER
           DISPLAY "Nombre de lignes PANPRD controlees : " CPT-PANPRD
           DISPLAY "Nombre d'anomalies relevees        : " CPT-ANOMALIES
           DISPLAY "Clients inconnus, bloques ou clos  : "
                                                      CPT-ALERTES-CLIENT

      * Un code retour non nul interdit au scheduler de lancer le
      * rapprochement sur des fichiers en anomalie.

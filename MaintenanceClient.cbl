       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-CLIENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Référentiel clients indexé, tenu ici et lu par le contrôle
      *    des entrées, les points de fidélité et le relevé clients :
           SELECT Client-Master ASSIGN TO
               "C:/Users/HP/Downloads/ClientMaster.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS RANDOM
                RECORD KEY         IS ENR-CLIM-CLIENT
                FILE STATUS        IS L-Fst-Cli
                .
      *    Historique des mouvements du référentiel clients : chaque
      *    création, modification ou changement de statut y est
      *    conservé avec qui et quand, comme celui des produits :
           SELECT Client-Historique ASSIGN TO
               "C:/Users/HP/Downloads/ClientHistorique.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-His
                .

       DATA DIVISION.
       FILE SECTION.

      * Un client : numéro (celui porté par les paniers), nom,
      * adresse, statut ('A' actif, 'B' bloqué, 'C' clos) et date
      * d'adhésion.

       FD Client-Master.
       01 ENR-CLIM.
           05 ENR-CLIM-CLIENT                             PIC X(08).
           05 ENR-CLIM-NOM                                PIC X(30).
           05 ENR-CLIM-ADRESSE                            PIC X(30).
           05 ENR-CLIM-CODE-POSTAL                        PIC X(05).
           05 ENR-CLIM-VILLE                              PIC X(25).
           05 ENR-CLIM-STATUT                             PIC X(01).
           05 ENR-CLIM-DATE-ADHESION                      PIC 9(08).

       FD Client-Historique.
       01 ENR-CHIST.
           05 ENR-CHIST-CLIENT                            PIC X(08).
           05 ENR-CHIST-ACTION                            PIC X(01).
           05 ENR-CHIST-NOM                               PIC X(30).
           05 ENR-CHIST-ADRESSE                           PIC X(30).
           05 ENR-CHIST-CODE-POSTAL                       PIC X(05).
           05 ENR-CHIST-VILLE                             PIC X(25).
           05 ENR-CHIST-STATUT                            PIC X(01).
           05 ENR-CHIST-DATE-ADHESION                     PIC 9(08).
           05 ENR-CHIST-OPERATEUR                         PIC X(08).
           05 ENR-CHIST-DATE-SAISIE                       PIC 9(08).
           05 ENR-CHIST-HEURE-SAISIE                      PIC 9(06).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Cli                                        PIC 99.
       01 L-Fst-His                                        PIC 99.

      * Date et heure de la saisie en cours

       01 WS-DATE-JOUR                                     PIC 9(08).
       01 WS-HEURE-JOUR                                    PIC 9(08).

      * Saisies opérateur : les valeurs sont prises en alphanumérique
      * puis contrôlées avant d'être converties.

       01 WS-SAISIE-OPERATEUR                              PIC X(08).
       01 WS-SAISIE-ACTION                                 PIC X(01).
       01 WS-SAISIE-CLIENT                                 PIC X(08).
       01 WS-SAISIE-NOM                                    PIC X(30).
       01 WS-SAISIE-ADRESSE                                PIC X(30).
       01 WS-SAISIE-CODE-POSTAL                            PIC X(05).
       01 WS-SAISIE-VILLE                                  PIC X(25).
       01 WS-SAISIE-DATE                                   PIC X(08).
       01 WS-SAISIE-STATUT                                 PIC X(01).
       01 WS-CLE-FIN-SAISIE                                PIC X(08)
                                                      VALUE 'FIN'.

      * Date d'adhésion convertie et contrôlée (à blanc : date du
      * jour)

       01 WS-NOUV-DATE-ADHESION                            PIC 9(08).
       01 WS-NOUV-DATE-DECOMP REDEFINES WS-NOUV-DATE-ADHESION.
           05 WS-NOUV-AAAA                                 PIC 9(04).
           05 WS-NOUV-MM                                   PIC 9(02).
           05 WS-NOUV-JJ                                   PIC 9(02).

      * Action enregistrée à l'historique : 'C' création, 'M'
      * modification, 'S' changement de statut.

       01 WS-ACTION-HIST                                   PIC X(01).

      * Booléens de pilotage de la saisie

       01 WS-FIN-SAISIE                                    PIC 9.
           88 WS-FIN-SAISIE-OUI                            VALUE 1.
           88 WS-FIN-SAISIE-NON                            VALUE 0.

       01 WS-SAISIE-VALIDE                                 PIC 9.
           88 WS-SAISIE-VALIDE-OUI                         VALUE 1.
           88 WS-SAISIE-VALIDE-NON                         VALUE 0.

       01 WS-CLIENT-EXISTE                                 PIC 9.
           88 WS-CLIENT-EXISTE-OUI                         VALUE 1.
           88 WS-CLIENT-EXISTE-NON                         VALUE 0.

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
           DISPLAY '***   MAINTENANCE DU REFERENTIEL CLIENTS        ***'
           DISPLAY '***************************************************'

           INITIALIZE L-Fst-Cli  L-Fst-His  CPT-MODIFS
                      WS-SAISIE-CLIENT  WS-SAISIE-NOM
                      WS-SAISIE-ADRESSE  WS-SAISIE-CODE-POSTAL
                      WS-SAISIE-VILLE  WS-SAISIE-DATE
                      WS-SAISIE-STATUT  WS-NOUV-DATE-ADHESION

           SET WS-FIN-SAISIE-NON        TO TRUE

           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR         FROM TIME

      * Ouverture du référentiel clients : on le complète, ou on le
      * crée au tout premier passage (I-O sur un fichier qui
      * n'existe pas encore renvoie le status 35).

           OPEN I-O Client-Master
           IF L-Fst-Cli = 35
               OPEN OUTPUT Client-Master
               CLOSE Client-Master
               OPEN I-O Client-Master
               DISPLAY "Referentiel clients cree (premier passage)"
           END-IF
           IF L-Fst-Cli NOT = ZERO
               DISPLAY "Erreur ouverture referentiel clients = "
                                                               L-Fst-Cli
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
               DISPLAY "Action : A = ajouter, M = modifier,"
                       " S = statut :"
               ACCEPT WS-SAISIE-ACTION FROM CONSOLE

               EVALUATE WS-SAISIE-ACTION
                   WHEN 'A'
                       PERFORM AJOUT-CLIENT  THRU FIN-AJOUT-CLIENT
                   WHEN 'M'
                       PERFORM MODIF-CLIENT  THRU FIN-MODIF-CLIENT
                   WHEN 'S'
                       PERFORM STATUT-CLIENT THRU FIN-STATUT-CLIENT
                   WHEN OTHER
                       DISPLAY "Action inconnue : " WS-SAISIE-ACTION
               END-EVALUATE
           END-IF
           .
      *************************
       FIN-Saisir-Une-Action. EXIT.
      *************************

      *-----------------------------------------------------------------
      ***************
       AJOUT-CLIENT.
      ***************
           PERFORM SAISIE-CLIENT        THRU FIN-SAISIE-CLIENT
           IF WS-SAISIE-VALIDE-NON
               GO TO FIN-AJOUT-CLIENT
           END-IF

           PERFORM RECH-CLIENT          THRU FIN-RECH-CLIENT
           IF WS-CLIENT-EXISTE-OUI
               DISPLAY "Client deja present : " WS-SAISIE-CLIENT
                       " (utiliser l'action M)"
               GO TO FIN-AJOUT-CLIENT
           END-IF

      * La date d'adhésion n'est saisie qu'à la création ; à blanc,
      * le client adhère à la date du jour.

           DISPLAY "Date d'adhesion AAAAMMJJ (a blanc : ce jour) :"
           ACCEPT WS-SAISIE-DATE FROM CONSOLE
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-JOUR        TO WS-NOUV-DATE-ADHESION
           ELSE
               IF WS-SAISIE-DATE IS NOT NUMERIC
                   DISPLAY "Date non numerique : " WS-SAISIE-DATE
                   GO TO FIN-AJOUT-CLIENT
               END-IF
               MOVE WS-SAISIE-DATE      TO WS-NOUV-DATE-ADHESION
               IF WS-NOUV-MM < 1 OR WS-NOUV-MM > 12 OR
                  WS-NOUV-JJ < 1 OR WS-NOUV-JJ > 31 OR
                  WS-NOUV-DATE-ADHESION > WS-DATE-JOUR
                   DISPLAY "Date d'adhesion invalide : "
                                                    WS-SAISIE-DATE
                   GO TO FIN-AJOUT-CLIENT
               END-IF
           END-IF

           MOVE WS-SAISIE-CLIENT        TO ENR-CLIM-CLIENT
           MOVE WS-SAISIE-NOM           TO ENR-CLIM-NOM
           MOVE WS-SAISIE-ADRESSE       TO ENR-CLIM-ADRESSE
           MOVE WS-SAISIE-CODE-POSTAL   TO ENR-CLIM-CODE-POSTAL
           MOVE WS-SAISIE-VILLE         TO ENR-CLIM-VILLE
           MOVE 'A'                     TO ENR-CLIM-STATUT
           MOVE WS-NOUV-DATE-ADHESION   TO ENR-CLIM-DATE-ADHESION
           WRITE ENR-CLIM
               INVALID KEY
                   DISPLAY "Erreur creation client = " L-Fst-Cli
               NOT INVALID KEY
                   ADD 1                TO CPT-MODIFS
                   MOVE 'C'             TO WS-ACTION-HIST
                   PERFORM ECR-HISTORIQUE THRU FIN-ECR-HISTORIQUE
                   DISPLAY "Client " WS-SAISIE-CLIENT " cree, statut"
                           " actif"
           END-WRITE
           .
      *******************
       FIN-AJOUT-CLIENT. EXIT.
      *******************

      *-----------------------------------------------------------------
      ***************
       MODIF-CLIENT.
      ***************
           PERFORM SAISIE-CLIENT        THRU FIN-SAISIE-CLIENT
           IF WS-SAISIE-VALIDE-NON
               GO TO FIN-MODIF-CLIENT
           END-IF

           PERFORM RECH-CLIENT          THRU FIN-RECH-CLIENT
           IF WS-CLIENT-EXISTE-NON
               DISPLAY "Client inconnu : " WS-SAISIE-CLIENT
                       " (utiliser l'action A)"
               GO TO FIN-MODIF-CLIENT
           END-IF

      * Ni le statut ni la date d'adhésion ne se changent par la
      * modification : le statut est le rôle de l'action S, pour
      * que chaque changement laisse sa propre trace à l'historique.

           MOVE WS-SAISIE-NOM           TO ENR-CLIM-NOM
           MOVE WS-SAISIE-ADRESSE       TO ENR-CLIM-ADRESSE
           MOVE WS-SAISIE-CODE-POSTAL   TO ENR-CLIM-CODE-POSTAL
           MOVE WS-SAISIE-VILLE         TO ENR-CLIM-VILLE
           REWRITE ENR-CLIM
               INVALID KEY
                   DISPLAY "Erreur modification client = " L-Fst-Cli
               NOT INVALID KEY
                   ADD 1                TO CPT-MODIFS
                   MOVE 'M'             TO WS-ACTION-HIST
                   PERFORM ECR-HISTORIQUE THRU FIN-ECR-HISTORIQUE
                   DISPLAY "Client " WS-SAISIE-CLIENT " modifie"
           END-REWRITE
           .
      *******************
       FIN-MODIF-CLIENT. EXIT.
      *******************

      *-----------------------------------------------------------------
      *****************
       STATUT-CLIENT.
      *****************
           DISPLAY "Numero de client (8 chiffres) :"
           ACCEPT WS-SAISIE-CLIENT FROM CONSOLE
           IF WS-SAISIE-CLIENT IS NOT NUMERIC
               DISPLAY "Numero de client non numerique : "
                                                    WS-SAISIE-CLIENT
               GO TO FIN-STATUT-CLIENT
           END-IF

           PERFORM RECH-CLIENT          THRU FIN-RECH-CLIENT
           IF WS-CLIENT-EXISTE-NON
               DISPLAY "Client inconnu : " WS-SAISIE-CLIENT
               GO TO FIN-STATUT-CLIENT
           END-IF

      * Un compte clos ne se rouvre pas : le client repart sous un
      * nouveau numéro, ses points restant attachés à l'ancien.

           IF ENR-CLIM-STATUT = 'C'
               DISPLAY "Compte clos, reouverture refusee : "
                                                    WS-SAISIE-CLIENT
               GO TO FIN-STATUT-CLIENT
           END-IF

           DISPLAY "Statut actuel : " ENR-CLIM-STATUT
           DISPLAY "Nouveau statut : A = actif, B = bloque,"
                   " C = clos :"
           ACCEPT WS-SAISIE-STATUT FROM CONSOLE

           IF WS-SAISIE-STATUT NOT = 'A' AND
              WS-SAISIE-STATUT NOT = 'B' AND
              WS-SAISIE-STATUT NOT = 'C'
               DISPLAY "Statut inconnu : " WS-SAISIE-STATUT
               GO TO FIN-STATUT-CLIENT
           END-IF

           MOVE WS-SAISIE-STATUT        TO ENR-CLIM-STATUT
           REWRITE ENR-CLIM
               INVALID KEY
                   DISPLAY "Erreur changement de statut = " L-Fst-Cli
               NOT INVALID KEY
                   ADD 1                TO CPT-MODIFS
                   MOVE 'S'             TO WS-ACTION-HIST
                   PERFORM ECR-HISTORIQUE THRU FIN-ECR-HISTORIQUE
                   DISPLAY "Client " WS-SAISIE-CLIENT " au statut "
                                                      WS-SAISIE-STATUT
           END-REWRITE
           .
      *********************
       FIN-STATUT-CLIENT. EXIT.
      *********************

      *-----------------------------------------------------------------
      *****************
       SAISIE-CLIENT.
      *****************

      * Saisie et contrôle des champs d'un client (ajout ou
      * modification) : numéro numérique comme ceux des paniers,
      * nom obligatoire.

           SET WS-SAISIE-VALIDE-OUI     TO TRUE

           DISPLAY "Numero de client (8 chiffres) :"
           ACCEPT WS-SAISIE-CLIENT FROM CONSOLE
           IF WS-SAISIE-CLIENT IS NOT NUMERIC
               DISPLAY "Numero de client non numerique : "
                                                    WS-SAISIE-CLIENT
               SET WS-SAISIE-VALIDE-NON TO TRUE
               GO TO FIN-SAISIE-CLIENT
           END-IF

           DISPLAY "Nom (30 caracteres) :"
           ACCEPT WS-SAISIE-NOM FROM CONSOLE
           IF WS-SAISIE-NOM = SPACES
               DISPLAY "Nom a blanc refuse"
               SET WS-SAISIE-VALIDE-NON TO TRUE
               GO TO FIN-SAISIE-CLIENT
           END-IF

           DISPLAY "Adresse (30 caracteres) :"
           ACCEPT WS-SAISIE-ADRESSE FROM CONSOLE

           DISPLAY "Code postal (5 caracteres) :"
           ACCEPT WS-SAISIE-CODE-POSTAL FROM CONSOLE

           DISPLAY "Ville (25 caracteres) :"
           ACCEPT WS-SAISIE-VILLE FROM CONSOLE
           .
      *********************
       FIN-SAISIE-CLIENT. EXIT.
      *********************

      *-----------------------------------------------------------------
      ***************
       RECH-CLIENT.
      ***************
           SET WS-CLIENT-EXISTE-NON     TO TRUE
           MOVE WS-SAISIE-CLIENT        TO ENR-CLIM-CLIENT
           READ Client-Master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CLIENT-EXISTE-OUI TO TRUE
           END-READ
           .
      *******************
       FIN-RECH-CLIENT. EXIT.
      *******************

      *-----------------------------------------------------------------
      *****************
       ECR-HISTORIQUE.
      *****************

      * On complète l'historique existant, ou on le crée s'il s'agit
      * du tout premier mouvement (EXTEND sur un fichier qui
      * n'existe pas encore renvoie le status 35) :

           OPEN EXTEND  Client-Historique
           IF L-Fst-His = 35
               OPEN OUTPUT Client-Historique
           END-IF

           MOVE WS-SAISIE-CLIENT        TO ENR-CHIST-CLIENT
           MOVE WS-ACTION-HIST          TO ENR-CHIST-ACTION
           MOVE ENR-CLIM-NOM            TO ENR-CHIST-NOM
           MOVE ENR-CLIM-ADRESSE        TO ENR-CHIST-ADRESSE
           MOVE ENR-CLIM-CODE-POSTAL    TO ENR-CHIST-CODE-POSTAL
           MOVE ENR-CLIM-VILLE          TO ENR-CHIST-VILLE
           MOVE ENR-CLIM-STATUT         TO ENR-CHIST-STATUT
           MOVE ENR-CLIM-DATE-ADHESION  TO ENR-CHIST-DATE-ADHESION
           MOVE WS-SAISIE-OPERATEUR     TO ENR-CHIST-OPERATEUR
           MOVE WS-DATE-JOUR            TO ENR-CHIST-DATE-SAISIE
           MOVE WS-HEURE-JOUR (1:6)     TO ENR-CHIST-HEURE-SAISIE
           WRITE ENR-CHIST
           IF L-Fst-His NOT = ZERO
               DISPLAY "Erreur ecriture historique = " L-Fst-His
           END-IF

           CLOSE Client-Historique
           .
      *********************
       FIN-ECR-HISTORIQUE. EXIT.
      *********************

      *-----------------------------------------------------------------
      ******
       FIN.
      ******

           CLOSE Client-Master

           DISPLAY "Nombre de mouvements enregistres : " CPT-MODIFS
           DISPLAY 'Fin de maintenance des clients'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM MAINTENANCE-CLIENT.
      *-----------------------------------------------------------------

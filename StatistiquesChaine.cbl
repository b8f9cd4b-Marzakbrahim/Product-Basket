       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATISTIQUES-CHAINE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Journal des runs de la chaîne écrit par le pilote : une
      *    ligne au lancement de chaque étape et une à sa fin avec son
      *    code retour :
           SELECT Journal-Chaine ASSIGN TO
               "C:/Users/HP/Downloads/JournalChaine.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Jrn
                .
      *    Fenêtre de chaque cycle : heure limite de fin et seuil
      *    d'alerte sur la durée moyenne des étapes, une ligne par
      *    cycle :
           SELECT Param-Fenetre ASSIGN TO
               "C:/Users/HP/Downloads/ParamFenetreChaine.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Par
                .
      *    Etat des durées de la chaîne sur la période demandée :
           SELECT Etat-Chaine ASSIGN DYNAMIC
               WS-NOM-ETAT
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Eta
                .

       DATA DIVISION.
       FILE SECTION.

       FD Journal-Chaine.
       01 ENR-JRN.
           05 ENR-JRN-DATE                                PIC 9(08).
           05 ENR-JRN-CYCLE                               PIC 9(02).
           05 ENR-JRN-ETAPE                               PIC 9(02).
           05 ENR-JRN-PGM                                 PIC X(20).
           05 ENR-JRN-EVEN                                PIC X(01).
           05 ENR-JRN-HEURE                               PIC 9(06).
           05 ENR-JRN-HEURE-R REDEFINES ENR-JRN-HEURE.
               10 ENR-JRN-HH                              PIC 9(02).
               10 ENR-JRN-MN                              PIC 9(02).
               10 ENR-JRN-SS                              PIC 9(02).
           05 ENR-JRN-RC                                  PIC 9(02).

      * Heure limite HHMMSS de fin du cycle, sur la date de gestion
      * ou le lendemain matin ('O' : cycle du soir qui passe minuit),
      * et pourcentage de dépassement de la durée moyenne d'une
      * étape au-delà duquel son run est signalé.

       FD Param-Fenetre.
       01 ENR-PFC.
           05 ENR-PFC-CYCLE                               PIC 9(02).
           05 ENR-PFC-LIMITE                              PIC 9(06).
           05 ENR-PFC-LIMITE-R REDEFINES ENR-PFC-LIMITE.
               10 ENR-PFC-HH                              PIC 9(02).
               10 ENR-PFC-MN                              PIC 9(02).
               10 ENR-PFC-SS                              PIC 9(02).
           05 ENR-PFC-LENDEMAIN                           PIC X(01).
           05 ENR-PFC-SEUIL                               PIC 9(03).

       FD Etat-Chaine.
       01 ENR-ETAT                                        PIC X(132).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Jrn                                        PIC 99.
       01 L-Fst-Par                                        PIC 99.
       01 L-Fst-Eta                                        PIC 99.

      * Période demandée, fenêtre des 30 derniers jours (qui finit
      * avec la période) et début de la relecture du journal

       01 WS-SAISIE-DEBUT                                  PIC X(08).
       01 WS-SAISIE-FIN                                    PIC X(08).
       01 WS-DATE-DEBUT                                    PIC 9(08).
       01 WS-DATE-FIN                                      PIC 9(08).
       01 WS-DATE-DEBUT-30J                                PIC 9(08).
       01 WS-DATE-CHARGE                                   PIC 9(08).
       01 WS-JOURS-DEBUT                                   PIC 9(07).
       01 WS-JOURS-FIN                                     PIC 9(07).
       01 WS-JOURS-COURANT                                 PIC 9(07).
       01 WS-DATE-COURANTE                                 PIC 9(08).
       01 WS-NOM-ETAT                                      PIC X(60).

      * Fenêtre de chaque cycle (1 à 9) : limite en secondes depuis
      * minuit de la date de gestion, seuil d'alerte en %

       01 WS-TAB-FENETRE.
           05 WS-FEN-ITEM            OCCURS 9 TIMES.
               10 WS-FEN-FIXEE                   PIC X(01).
               10 WS-FEN-LIMITE-SEC                        PIC 9(06).
               10 WS-FEN-SEUIL                             PIC 9(03).

      * Heure de chaque ligne en secondes depuis minuit de la date
      * de gestion : une heure plus petite que la précédente du même
      * jour et cycle veut dire que minuit est passé (cycle du soir
      * ou reprise le lendemain), d'où le décalage du cycle.

       01 WS-TAB-CYC.
           05 WS-CYC-ITEM            OCCURS 1000 TIMES.
               10 WS-CYC-DATE                              PIC 9(08).
               10 WS-CYC-CYCLE                             PIC 9(02).
               10 WS-CYC-HEURE                        PIC 9(06).
               10 WS-CYC-DECALAGE                          PIC 9(06).

       01 WS-NBR-CYC                                       PIC 9(04).
       01 WS-IDX-CYC                                       PIC 9(04).

      * Runs reconstitués du journal, dans l'ordre du journal : une
      * ligne 'D' ouvre un run de l'étape ('O'), la ligne 'F' qui
      * suit le termine ('T') ; un run ouvert suivi d'un nouveau 'D'
      * ou jamais terminé est un abend ('A').

       01 WS-TAB-RUN.
           05 WS-RUN-ITEM            OCCURS 5000 TIMES.
               10 WS-RUN-DATE                              PIC 9(08).
               10 WS-RUN-CYCLE                             PIC 9(02).
               10 WS-RUN-ETAPE                             PIC 9(02).
               10 WS-RUN-PGM                               PIC X(20).
               10 WS-RUN-ESSAI                             PIC 9(02).
               10 WS-RUN-DEBUT                             PIC 9(06).
               10 WS-RUN-FIN                               PIC 9(06).
               10 WS-RUN-DUREE                             PIC 9(06).
               10 WS-RUN-RC                                PIC 9(02).
               10 WS-RUN-ETAT                              PIC X(01).
                   88 WS-RUN-OUVERT                        VALUE 'O'.
                   88 WS-RUN-TERMINE                       VALUE 'T'.
                   88 WS-RUN-ABEND                         VALUE 'A'.

       01 WS-NBR-RUN                                       PIC 9(04).
       01 WS-IDX-RUN                                       PIC 9(04).
       01 WS-IDX-OUVERT                                    PIC 9(04).
       01 WS-NBR-ESSAIS                                    PIC 9(02).

      * Statistiques par cycle et étape : durée moyenne et pire sur
      * les 30 derniers jours (runs terminés à zéro), abends, échecs,
      * relances et alertes sur la période demandée

       01 WS-TAB-STAT.
           05 WS-STAT-CYCLE          OCCURS 9 TIMES.
               10 WS-STAT-ETAPE      OCCURS 9 TIMES.
                   15 WS-STAT-PGM                          PIC X(20).
                   15 WS-STAT-NB                           PIC 9(04).
                   15 WS-STAT-SOMME                        PIC 9(09).
                   15 WS-STAT-MOYENNE                      PIC 9(06).
                   15 WS-STAT-PIRE                         PIC 9(06).
                   15 WS-STAT-DATE-PIRE                    PIC 9(08).
                   15 WS-STAT-ABENDS                       PIC 9(03).
                   15 WS-STAT-ECHECS                       PIC 9(03).
                   15 WS-STAT-RELANCES                     PIC 9(03).
                   15 WS-STAT-ALERTES                      PIC 9(03).

       01 WS-IDX-C                                         PIC 9(02).
       01 WS-IDX-E                                         PIC 9(02).

      * Ligne du journal en cours : heure en secondes

       01 WS-HEURE-SEC                                     PIC 9(06).
       01 WS-HEURE-CYCLE                                   PIC 9(06).

      * Cycle édité : début, fin et durée

       01 WS-CYC-DEBUT                                     PIC 9(06).
       01 WS-CYC-FIN                                       PIC 9(06).
       01 WS-NBR-RUN-CYCLE                                 PIC 9(03).

      * Dernier run du cycle en abend ou en échec : le cycle n'est
      * pas allé au bout

       01 WS-CYC-DERNIER-KO                                PIC 9.
           88 WS-CYC-DERNIER-KO-OUI                        VALUE 1.
           88 WS-CYC-DERNIER-KO-NON                        VALUE 0.
       01 WS-SEUIL-DUREE                                   PIC 9(07).

      * Mise en forme des heures (HH:MM:SS, +1 le lendemain) et des
      * durées

       01 WS-SECONDES                                      PIC 9(06).
       01 WS-RESTE                                         PIC 9(06).
       01 WS-HMS-JOURS                                     PIC 9(01).
       01 WS-HMS.
           05 WS-HMS-HH                                    PIC 9(02).
           05 FILLER                                       PIC X(01)
                                                              VALUE ':'.
           05 WS-HMS-MN                                    PIC 9(02).
           05 FILLER                                       PIC X(01)
                                                              VALUE ':'.
           05 WS-HMS-SS                                    PIC 9(02).
           05 WS-HMS-LENDEMAIN                             PIC X(03).

      * Alerte du run édité

       01 WS-ALERTE                                        PIC X(40).

       01 WS-TROUVE                                        PIC 9.
           88 WS-TROUVE-OUI                                VALUE 1.
           88 WS-TROUVE-NON                                VALUE 0.

      * Booléens pour tester la fin de lecture :

       01 Lec-Fic-JRN-Fin                                  PIC 9.
           88 Lec-Fic-JRN-Fin-Oui                          VALUE 1.
           88 Lec-Fic-JRN-Fin-Non                          VALUE 0.

       01 Lec-Fic-PAR-Fin                                  PIC 9.
           88 Lec-Fic-PAR-Fin-Oui                          VALUE 1.
           88 Lec-Fic-PAR-Fin-Non                          VALUE 0.

      * Compteurs

       01 CPT-LIGNES-LUES                                  PIC 9(07).
       01 CPT-LIGNES-RETENUES                              PIC 9(07).
       01 CPT-LIGNES-REJETEES                              PIC 9(07).
       01 CPT-FIN-SANS-DEBUT                               PIC 9(05).
       01 CPT-RUNS-PERIODE                                 PIC 9(05).
       01 CPT-ALERTES-DUREE                                PIC 9(05).
       01 CPT-ALERTES-FENETRE                              PIC 9(05).
       01 CPT-CYCLES-HORS-FENETRE                          PIC 9(05).
       01 CPT-CYCLES-INACHEVES                             PIC 9(05).

      * Lignes d'édition de l'état

       01 WS-LIGNE-TITRE.
           05 FILLER                                       PIC X(46)
                   VALUE 'DUREES ET FENETRE DE LA CHAINE - PERIODE DU '.
           05 WS-LT-DEBUT                                  PIC 9(08).
           05 FILLER                                       PIC X(04)
                                                           VALUE ' AU '.
           05 WS-LT-FIN                                    PIC 9(08).
           05 FILLER                                       PIC X(25)
                                      VALUE '  -  MOYENNES SUR 30J DU '.
           05 WS-LT-DEBUT-30J                              PIC 9(08).
           05 FILLER                                       PIC X(04)
                                                           VALUE ' AU '.
           05 WS-LT-FIN-30J                                PIC 9(08).

       01 WS-LIGNE-JOUR.
           05 FILLER                                       PIC X(09)
                                                       VALUE 'JOURNEE '.
           05 WS-LJ-DATE                                   PIC 9(08).
           05 FILLER                                       PIC X(08)
                                                       VALUE '  CYCLE '.
           05 WS-LJ-CYCLE                                  PIC 9(02).

       01 WS-LIGNE-COL-DETAIL.
           05 FILLER                                       PIC X(04)
                                                           VALUE '  ET'.
           05 FILLER                                       PIC X(22)
                                                     VALUE ' PROGRAMME'.
           05 FILLER                                       PIC X(05)
                                                           VALUE 'ESS.'.
           05 FILLER                                       PIC X(12)
                                                          VALUE 'DEBUT'.
           05 FILLER                                       PIC X(12)
                                                            VALUE 'FIN'.
           05 FILLER                                       PIC X(09)
                                                          VALUE 'DUREE'.
           05 FILLER                                       PIC X(03)
                                                             VALUE 'RC'.
           05 FILLER                                       PIC X(11)
                                                           VALUE 'ETAT'.
           05 FILLER                                       PIC X(09)
                                                       VALUE 'MOY. 30J'.
           05 FILLER                                       PIC X(06)
                                                         VALUE 'ALERTE'.

       01 WS-LIGNE-DETAIL.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LD-ETAPE                                  PIC Z9.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LD-PGM                                    PIC X(20).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LD-ESSAI                                  PIC Z9.
           05 FILLER                                       PIC X(03)
                                                           VALUE SPACES.
           05 WS-LD-DEBUT                                  PIC X(11).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LD-FIN                                    PIC X(11).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LD-DUREE                                  PIC X(08).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LD-RC                                     PIC X(02).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LD-ETAT                                   PIC X(10).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LD-MOYENNE                                PIC X(08).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LD-ALERTE                                 PIC X(40).

       01 WS-LIGNE-CYCLE.
           05 FILLER                                       PIC X(17)
                                               VALUE '  CYCLE : DEBUT '.
           05 WS-LC-DEBUT                                  PIC X(11).
           05 FILLER                                       PIC X(05)
                                                          VALUE ' FIN '.
           05 WS-LC-FIN                                    PIC X(11).
           05 FILLER                                       PIC X(07)
                                                        VALUE ' DUREE '.
           05 WS-LC-DUREE                                  PIC X(08).
           05 FILLER                                       PIC X(09)
                                                      VALUE '  LIMITE '.
           05 WS-LC-LIMITE                                 PIC X(11).
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LC-VERDICT                                PIC X(30).

       01 WS-LIGNE-COL-STAT.
           05 FILLER                                       PIC X(04)
                                                             VALUE 'CY'.
           05 FILLER                                       PIC X(04)
                                                             VALUE 'ET'.
           05 FILLER                                       PIC X(21)
                                                      VALUE 'PROGRAMME'.
           05 FILLER                                       PIC X(06)
                                                          VALUE ' RUNS'.
           05 FILLER                                       PIC X(09)
                                                        VALUE 'MOYENNE'.
           05 FILLER                                       PIC X(09)
                                                           VALUE 'PIRE'.
           05 FILLER                                       PIC X(10)
                                                             VALUE 'LE'.
           05 FILLER                                       PIC X(08)
                                                         VALUE 'ABENDS'.
           05 FILLER                                       PIC X(08)
                                                         VALUE 'ECHECS'.
           05 FILLER                                       PIC X(09)
                                                       VALUE 'RELANCES'.
           05 FILLER                                       PIC X(07)
                                                        VALUE 'ALERTES'.

       01 WS-LIGNE-STAT.
           05 WS-LS-CYCLE                                  PIC Z9.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LS-ETAPE                                  PIC Z9.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LS-PGM                                    PIC X(20).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LS-NB                                     PIC Z(04)9.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LS-MOYENNE                                PIC X(08).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LS-PIRE                                   PIC X(08).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LS-DATE-PIRE                              PIC X(08).
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LS-ABENDS                                 PIC Z(05)9.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LS-ECHECS                                 PIC Z(05)9.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LS-RELANCES                               PIC Z(06)9.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LS-ALERTES                                PIC Z(06)9.

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           PERFORM CHARGE-JOURNAL             THRU FIN-CHARGE-JOURNAL

           PERFORM CALCUL-STATISTIQUES    THRU FIN-CALCUL-STATISTIQUES

           PERFORM EDITION                    THRU FIN-EDITION

           PERFORM FIN                        THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***   DUREES ET FENETRE DE LA CHAINE            ***'
           DISPLAY '***************************************************'

           INITIALIZE WS-TAB-CYC  WS-NBR-CYC
                      WS-TAB-RUN  WS-NBR-RUN
                      WS-TAB-STAT
                      CPT-LIGNES-LUES  CPT-LIGNES-RETENUES
                      CPT-LIGNES-REJETEES  CPT-FIN-SANS-DEBUT
                      CPT-RUNS-PERIODE  CPT-ALERTES-DUREE
                      CPT-ALERTES-FENETRE  CPT-CYCLES-HORS-FENETRE
                      CPT-CYCLES-INACHEVES
                      L-Fst-Jrn  L-Fst-Par  L-Fst-Eta

      * Saisie et contrôle de la période (92 jours au plus)

           DISPLAY "Date de debut de periode (AAAAMMJJ) :"
           ACCEPT WS-SAISIE-DEBUT FROM CONSOLE
           DISPLAY "Date de fin de periode (AAAAMMJJ) :"
           ACCEPT WS-SAISIE-FIN FROM CONSOLE

           IF WS-SAISIE-DEBUT IS NOT NUMERIC OR
              WS-SAISIE-FIN IS NOT NUMERIC
               DISPLAY "Periode invalide : " WS-SAISIE-DEBUT " a "
                                             WS-SAISIE-FIN
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAISIE-DEBUT         TO WS-DATE-DEBUT
           MOVE WS-SAISIE-FIN           TO WS-DATE-FIN
           IF WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY "Date de fin anterieure au debut : "
                       WS-SAISIE-DEBUT " a " WS-SAISIE-FIN
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-JOURS-DEBUT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-DEBUT)
           COMPUTE WS-JOURS-FIN =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-FIN)
           IF WS-JOURS-FIN - WS-JOURS-DEBUT > 91
               DISPLAY "Periode limitee a 92 jours : "
                       WS-SAISIE-DEBUT " a " WS-SAISIE-FIN
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

      * Les moyennes portent sur les 30 jours qui finissent avec la
      * période : le journal se relit depuis le plus ancien des deux
      * débuts.

           COMPUTE WS-DATE-DEBUT-30J =
                   FUNCTION DATE-OF-INTEGER (WS-JOURS-FIN - 29)
           IF WS-DATE-DEBUT-30J < WS-DATE-DEBUT
               MOVE WS-DATE-DEBUT-30J   TO WS-DATE-CHARGE
           ELSE
               MOVE WS-DATE-DEBUT       TO WS-DATE-CHARGE
           END-IF

           PERFORM LECTURE-PARAMETRES   THRU FIN-LECTURE-PARAMETRES

      * Construction du nom de l'état et ouverture

           MOVE SPACES                  TO WS-NOM-ETAT
           STRING "C:/Users/HP/Downloads/StatChaine_"
                  WS-SAISIE-DEBUT "_" WS-SAISIE-FIN
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-ETAT

           OPEN OUTPUT Etat-Chaine
           IF L-Fst-Eta NOT = ZERO
               DISPLAY "Erreur ouverture etat de la chaine = " L-Fst-Eta
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************

      *-----------------------------------------------------------------
      *********************
       LECTURE-PARAMETRES.
      *********************

      * Sans fichier ou pour un cycle absent du fichier : seuil de
      * 50 % sur la durée moyenne, pas d'heure limite contrôlée.

           MOVE 1                       TO WS-IDX-C
           PERFORM UNTIL WS-IDX-C > 9
                   MOVE 'N'          TO WS-FEN-FIXEE (WS-IDX-C)
                   MOVE ZERO            TO WS-FEN-LIMITE-SEC (WS-IDX-C)
                   MOVE 50              TO WS-FEN-SEUIL (WS-IDX-C)
                   ADD 1                TO WS-IDX-C
           END-PERFORM

           OPEN INPUT Param-Fenetre
           IF L-Fst-Par NOT = ZERO
               DISPLAY "Parametres de fenetre absents : seuil 50 %,"
                       " pas d'heure limite"
               GO TO FIN-LECTURE-PARAMETRES
           END-IF

           SET Lec-Fic-PAR-Fin-Non      TO TRUE
           PERFORM UNTIL Lec-Fic-PAR-Fin-Oui
               READ Param-Fenetre
                   AT END
                       SET Lec-Fic-PAR-Fin-Oui TO TRUE
                   NOT AT END
                       PERFORM CONTROLE-PARAMETRE
                                        THRU FIN-CONTROLE-PARAMETRE
               END-READ
           END-PERFORM
           CLOSE Param-Fenetre
           .
      *************************
       FIN-LECTURE-PARAMETRES. EXIT.
      *************************

      *-----------------------------------------------------------------
      *********************
       CONTROLE-PARAMETRE.
      *********************
           IF ENR-PFC-CYCLE IS NOT NUMERIC OR
              ENR-PFC-CYCLE < 1 OR ENR-PFC-CYCLE > 9
               DISPLAY "Parametre de fenetre ignore (cycle) : " ENR-PFC
               GO TO FIN-CONTROLE-PARAMETRE
           END-IF
           MOVE ENR-PFC-CYCLE           TO WS-IDX-C

           IF ENR-PFC-LIMITE IS NUMERIC AND
              ENR-PFC-LIMITE NOT = ZERO
               IF ENR-PFC-HH > 23 OR ENR-PFC-MN > 59 OR
                  ENR-PFC-SS > 59
                   DISPLAY "Heure limite invalide ignoree : " ENR-PFC
               ELSE
                   MOVE 'O'          TO WS-FEN-FIXEE (WS-IDX-C)
                   COMPUTE WS-FEN-LIMITE-SEC (WS-IDX-C) =
                           ENR-PFC-HH * 3600 + ENR-PFC-MN * 60
                         + ENR-PFC-SS
                   IF ENR-PFC-LENDEMAIN = 'O'
                       ADD 86400        TO WS-FEN-LIMITE-SEC (WS-IDX-C)
                   END-IF
               END-IF
           END-IF

           IF ENR-PFC-SEUIL IS NUMERIC AND
              ENR-PFC-SEUIL NOT = ZERO
               MOVE ENR-PFC-SEUIL       TO WS-FEN-SEUIL (WS-IDX-C)
           END-IF
           .
      *************************
       FIN-CONTROLE-PARAMETRE. EXIT.
      *************************

      *-----------------------------------------------------------------
      *****************
       CHARGE-JOURNAL.
      *****************

      * Relecture du journal sur la période et les 30 jours de
      * référence, runs reconstitués dans l'ordre des lignes.

           OPEN INPUT Journal-Chaine
           IF L-Fst-Jrn NOT = ZERO
               DISPLAY "Journal de la chaine absent, status = "
                                                               L-Fst-Jrn
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           SET Lec-Fic-JRN-Fin-Non      TO TRUE
           PERFORM UNTIL Lec-Fic-JRN-Fin-Oui
               READ Journal-Chaine
                   AT END
                       SET Lec-Fic-JRN-Fin-Oui TO TRUE
                   NOT AT END
                       ADD 1            TO CPT-LIGNES-LUES
                       PERFORM Traite-Une-Ligne
                                        THRU FIN-Traite-Une-Ligne
               END-READ
           END-PERFORM
           CLOSE Journal-Chaine

      * Un run resté ouvert en fin de journal n'a jamais eu sa
      * ligne de fin : abend (ou étape encore en cours).

           MOVE 1                       TO WS-IDX-RUN
           PERFORM UNTIL WS-IDX-RUN > WS-NBR-RUN
                   IF WS-RUN-OUVERT (WS-IDX-RUN)
                       SET WS-RUN-ABEND (WS-IDX-RUN) TO TRUE
                   END-IF
                   ADD 1                TO WS-IDX-RUN
           END-PERFORM
           .
      *********************
       FIN-CHARGE-JOURNAL. EXIT.
      *********************

      *-----------------------------------------------------------------
      *******************
       Traite-Une-Ligne.
      *******************
           IF ENR-JRN-DATE IS NOT NUMERIC OR
              ENR-JRN-DATE < WS-DATE-CHARGE OR
              ENR-JRN-DATE > WS-DATE-FIN
               GO TO FIN-Traite-Une-Ligne
           END-IF

           IF ENR-JRN-CYCLE IS NOT NUMERIC OR
              ENR-JRN-ETAPE IS NOT NUMERIC OR
              ENR-JRN-HEURE IS NOT NUMERIC OR
              ENR-JRN-CYCLE < 1 OR ENR-JRN-CYCLE > 9 OR
              ENR-JRN-ETAPE < 1 OR ENR-JRN-ETAPE > 9 OR
              (ENR-JRN-EVEN NOT = 'D' AND ENR-JRN-EVEN NOT = 'F')
               DISPLAY "Ligne de journal ignoree : " ENR-JRN
               ADD 1                    TO CPT-LIGNES-REJETEES
               GO TO FIN-Traite-Une-Ligne
           END-IF
           ADD 1                        TO CPT-LIGNES-RETENUES

           PERFORM CALCUL-HEURE-CYCLE   THRU FIN-CALCUL-HEURE-CYCLE

      * Run ouvert de l'étape pour ce jour et ce cycle, et nombre de
      * runs déjà vus : le dernier est en fin de table.

           MOVE ZERO                    TO WS-IDX-OUVERT  WS-NBR-ESSAIS
           MOVE WS-NBR-RUN              TO WS-IDX-RUN
           PERFORM UNTIL WS-IDX-RUN = ZERO
               IF WS-RUN-DATE (WS-IDX-RUN) = ENR-JRN-DATE AND
                  WS-RUN-CYCLE (WS-IDX-RUN) = ENR-JRN-CYCLE AND
                  WS-RUN-ETAPE (WS-IDX-RUN) = ENR-JRN-ETAPE
                   ADD 1                TO WS-NBR-ESSAIS
                   IF WS-RUN-OUVERT (WS-IDX-RUN)
                       MOVE WS-IDX-RUN  TO WS-IDX-OUVERT
                   END-IF
               END-IF
               SUBTRACT 1               FROM WS-IDX-RUN
           END-PERFORM

           IF ENR-JRN-EVEN = 'F'
               IF WS-IDX-OUVERT = ZERO
                   ADD 1                TO CPT-FIN-SANS-DEBUT
                   GO TO FIN-Traite-Une-Ligne
               END-IF
               MOVE WS-IDX-OUVERT       TO WS-IDX-RUN
               SET WS-RUN-TERMINE (WS-IDX-RUN) TO TRUE
               MOVE WS-HEURE-CYCLE      TO WS-RUN-FIN (WS-IDX-RUN)
               MOVE ENR-JRN-RC          TO WS-RUN-RC (WS-IDX-RUN)
               COMPUTE WS-RUN-DUREE (WS-IDX-RUN) =
                       WS-RUN-FIN (WS-IDX-RUN)
                     - WS-RUN-DEBUT (WS-IDX-RUN)
               GO TO FIN-Traite-Une-Ligne
           END-IF

      * Ligne de lancement : le run précédent encore ouvert n'a pas
      * eu de fin, c'est un abend relancé.

           IF WS-IDX-OUVERT NOT = ZERO
               SET WS-RUN-ABEND (WS-IDX-OUVERT) TO TRUE
           END-IF

           IF WS-NBR-RUN NOT < 5000
               DISPLAY "Erreur table des runs : plus de 5000 runs,"
                       " reduire la periode"
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                        TO WS-NBR-RUN
           MOVE WS-NBR-RUN              TO WS-IDX-RUN
           MOVE ENR-JRN-DATE            TO WS-RUN-DATE (WS-IDX-RUN)
           MOVE ENR-JRN-CYCLE           TO WS-RUN-CYCLE (WS-IDX-RUN)
           MOVE ENR-JRN-ETAPE           TO WS-RUN-ETAPE (WS-IDX-RUN)
           MOVE ENR-JRN-PGM             TO WS-RUN-PGM (WS-IDX-RUN)
           COMPUTE WS-RUN-ESSAI (WS-IDX-RUN) = WS-NBR-ESSAIS + 1
           MOVE WS-HEURE-CYCLE          TO WS-RUN-DEBUT (WS-IDX-RUN)
           MOVE ZERO                    TO WS-RUN-FIN (WS-IDX-RUN)
                                           WS-RUN-DUREE (WS-IDX-RUN)
                                           WS-RUN-RC (WS-IDX-RUN)
           SET WS-RUN-OUVERT (WS-IDX-RUN) TO TRUE
           .
      ***********************
       FIN-Traite-Une-Ligne. EXIT.
      ***********************

      *-----------------------------------------------------------------
      *********************
       CALCUL-HEURE-CYCLE.
      *********************

      * Heure de la ligne en secondes depuis minuit de la date de
      * gestion, décalage du jour et du cycle compris.

           COMPUTE WS-HEURE-SEC = ENR-JRN-HH * 3600 + ENR-JRN-MN * 60
                                + ENR-JRN-SS

           SET WS-TROUVE-NON            TO TRUE
           MOVE 1                       TO WS-IDX-CYC
           PERFORM UNTIL WS-IDX-CYC > WS-NBR-CYC OR WS-TROUVE-OUI
               IF WS-CYC-DATE (WS-IDX-CYC) = ENR-JRN-DATE AND
                  WS-CYC-CYCLE (WS-IDX-CYC) = ENR-JRN-CYCLE
                   SET WS-TROUVE-OUI    TO TRUE
               ELSE
                   ADD 1                TO WS-IDX-CYC
               END-IF
           END-PERFORM

           IF WS-TROUVE-NON
               IF WS-NBR-CYC NOT < 1000
                   DISPLAY "Erreur table des cycles : plus de 1000"
                           " jours et cycles, table pleine"
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                    TO WS-NBR-CYC
               MOVE WS-NBR-CYC          TO WS-IDX-CYC
               MOVE ENR-JRN-DATE        TO WS-CYC-DATE (WS-IDX-CYC)
               MOVE ENR-JRN-CYCLE       TO WS-CYC-CYCLE (WS-IDX-CYC)
               MOVE WS-HEURE-SEC        TO WS-CYC-HEURE (WS-IDX-CYC)
               MOVE ZERO                TO WS-CYC-DECALAGE (WS-IDX-CYC)
           END-IF

           IF WS-HEURE-SEC < WS-CYC-HEURE (WS-IDX-CYC)
               ADD 86400                TO WS-CYC-DECALAGE (WS-IDX-CYC)
           END-IF
           MOVE WS-HEURE-SEC            TO WS-CYC-HEURE (WS-IDX-CYC)
           COMPUTE WS-HEURE-CYCLE = WS-HEURE-SEC
                                  + WS-CYC-DECALAGE (WS-IDX-CYC)
           .
      *************************
       FIN-CALCUL-HEURE-CYCLE. EXIT.
      *************************

      *-----------------------------------------------------------------
      **********************
       CALCUL-STATISTIQUES.
      **********************

      * Moyenne et pire durée par cycle et étape sur les 30 jours,
      * runs terminés à zéro ; compteurs d'incidents sur la période.

           MOVE 1                       TO WS-IDX-RUN
           PERFORM UNTIL WS-IDX-RUN > WS-NBR-RUN
                   PERFORM STAT-UN-RUN  THRU FIN-STAT-UN-RUN
                   ADD 1                TO WS-IDX-RUN
           END-PERFORM

           MOVE 1                       TO WS-IDX-C
           PERFORM UNTIL WS-IDX-C > 9
               MOVE 1                   TO WS-IDX-E
               PERFORM UNTIL WS-IDX-E > 9
                   IF WS-STAT-NB (WS-IDX-C, WS-IDX-E) NOT = ZERO
                       COMPUTE WS-STAT-MOYENNE (WS-IDX-C, WS-IDX-E)
                               ROUNDED =
                               WS-STAT-SOMME (WS-IDX-C, WS-IDX-E)
                             / WS-STAT-NB (WS-IDX-C, WS-IDX-E)
                   END-IF
                   ADD 1                TO WS-IDX-E
               END-PERFORM
               ADD 1                    TO WS-IDX-C
           END-PERFORM
           .
      **************************
       FIN-CALCUL-STATISTIQUES. EXIT.
      **************************

      *-----------------------------------------------------------------
      **************
       STAT-UN-RUN.
      **************
           MOVE WS-RUN-CYCLE (WS-IDX-RUN) TO WS-IDX-C
           MOVE WS-RUN-ETAPE (WS-IDX-RUN) TO WS-IDX-E
           MOVE WS-RUN-PGM (WS-IDX-RUN)
                                   TO WS-STAT-PGM (WS-IDX-C, WS-IDX-E)

           IF WS-RUN-DATE (WS-IDX-RUN) >= WS-DATE-DEBUT-30J AND
              WS-RUN-TERMINE (WS-IDX-RUN) AND
              WS-RUN-RC (WS-IDX-RUN) = ZERO
               ADD 1                TO WS-STAT-NB (WS-IDX-C, WS-IDX-E)
               ADD WS-RUN-DUREE (WS-IDX-RUN)
                                TO WS-STAT-SOMME (WS-IDX-C, WS-IDX-E)
               IF WS-RUN-DUREE (WS-IDX-RUN) >
                  WS-STAT-PIRE (WS-IDX-C, WS-IDX-E)
                   MOVE WS-RUN-DUREE (WS-IDX-RUN)
                                   TO WS-STAT-PIRE (WS-IDX-C, WS-IDX-E)
                   MOVE WS-RUN-DATE (WS-IDX-RUN)
                              TO WS-STAT-DATE-PIRE (WS-IDX-C, WS-IDX-E)
               END-IF
           END-IF

           IF WS-RUN-DATE (WS-IDX-RUN) < WS-DATE-DEBUT
               GO TO FIN-STAT-UN-RUN
           END-IF
           IF WS-RUN-ABEND (WS-IDX-RUN)
               ADD 1              TO WS-STAT-ABENDS (WS-IDX-C, WS-IDX-E)
           END-IF
           IF WS-RUN-TERMINE (WS-IDX-RUN) AND
              WS-RUN-RC (WS-IDX-RUN) NOT = ZERO
               ADD 1              TO WS-STAT-ECHECS (WS-IDX-C, WS-IDX-E)
           END-IF
           IF WS-RUN-ESSAI (WS-IDX-RUN) > 1
               ADD 1            TO WS-STAT-RELANCES (WS-IDX-C, WS-IDX-E)
           END-IF
           .
      ******************
       FIN-STAT-UN-RUN. EXIT.
      ******************

      *-----------------------------------------------------------------
      **********
       EDITION.
      **********
           MOVE WS-DATE-DEBUT           TO WS-LT-DEBUT
           MOVE WS-DATE-FIN             TO WS-LT-FIN  WS-LT-FIN-30J
           MOVE WS-DATE-DEBUT-30J       TO WS-LT-DEBUT-30J
           MOVE WS-LIGNE-TITRE          TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE ALL '='                 TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT

      * Détail des runs jour par jour et cycle par cycle

           MOVE WS-JOURS-DEBUT          TO WS-JOURS-COURANT
           PERFORM UNTIL WS-JOURS-COURANT > WS-JOURS-FIN
               COMPUTE WS-DATE-COURANTE =
                       FUNCTION DATE-OF-INTEGER (WS-JOURS-COURANT)
               MOVE 1                   TO WS-IDX-C
               PERFORM UNTIL WS-IDX-C > 9
                   PERFORM EDITION-CYCLE THRU FIN-EDITION-CYCLE
                   ADD 1                TO WS-IDX-C
               END-PERFORM
               ADD 1                    TO WS-JOURS-COURANT
           END-PERFORM

      * Statistiques par cycle et étape

           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE ALL '='                 TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE SPACES                  TO ENR-ETAT
           STRING "DUREES PAR ETAPE : MOYENNE ET PIRE SUR 30 JOURS"
                  " (RUNS TERMINES A ZERO), INCIDENTS SUR LA PERIODE"
                  DELIMITED BY SIZE     INTO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-COL-STAT       TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 1                       TO WS-IDX-C
           PERFORM UNTIL WS-IDX-C > 9
               MOVE 1                   TO WS-IDX-E
               PERFORM UNTIL WS-IDX-E > 9
                   IF WS-STAT-PGM (WS-IDX-C, WS-IDX-E) NOT = SPACES
                       PERFORM EDITION-STAT THRU FIN-EDITION-STAT
                   END-IF
                   ADD 1                TO WS-IDX-E
               END-PERFORM
               ADD 1                    TO WS-IDX-C
           END-PERFORM

           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE SPACES                  TO ENR-ETAT
           STRING "RUNS SUR LA PERIODE : " CPT-RUNS-PERIODE
                  "   DEPASSEMENTS DE LA MOYENNE : " CPT-ALERTES-DUREE
                  "   FINS HORS FENETRE : " CPT-ALERTES-FENETRE
                  DELIMITED BY SIZE     INTO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      **************
       FIN-EDITION. EXIT.
      **************

      *-----------------------------------------------------------------
      ****************
       EDITION-CYCLE.
      ****************

      * Runs du jour WS-DATE-COURANTE et du cycle WS-IDX-C ; rien
      * si le cycle n'a pas tourné ce jour-là.

           MOVE ZERO                    TO WS-NBR-RUN-CYCLE
                                           WS-CYC-DEBUT  WS-CYC-FIN
           SET WS-CYC-DERNIER-KO-NON    TO TRUE
           MOVE 1                       TO WS-IDX-RUN
           PERFORM UNTIL WS-IDX-RUN > WS-NBR-RUN
               IF WS-RUN-DATE (WS-IDX-RUN) = WS-DATE-COURANTE AND
                  WS-RUN-CYCLE (WS-IDX-RUN) = WS-IDX-C
                   IF WS-NBR-RUN-CYCLE = ZERO
                       MOVE SPACES      TO ENR-ETAT
                       PERFORM ECR-ETAT THRU FIN-ECR-ETAT
                       MOVE WS-DATE-COURANTE TO WS-LJ-DATE
                       MOVE WS-IDX-C    TO WS-LJ-CYCLE
                       MOVE WS-LIGNE-JOUR TO ENR-ETAT
                       PERFORM ECR-ETAT THRU FIN-ECR-ETAT
                       MOVE WS-LIGNE-COL-DETAIL TO ENR-ETAT
                       PERFORM ECR-ETAT THRU FIN-ECR-ETAT
                       MOVE WS-RUN-DEBUT (WS-IDX-RUN) TO WS-CYC-DEBUT
                   END-IF
                   ADD 1                TO WS-NBR-RUN-CYCLE
                   PERFORM EDITION-RUN  THRU FIN-EDITION-RUN
               END-IF
               ADD 1                    TO WS-IDX-RUN
           END-PERFORM

           IF WS-NBR-RUN-CYCLE = ZERO
               GO TO FIN-EDITION-CYCLE
           END-IF

      * Bilan du cycle : premier lancement, dernière fin, et heure
      * limite du cycle. Sans fin de run terminé après le premier
      * lancement, ni fin ni durée. Un cycle dont le dernier run
      * est en abend ou en échec est inachevé, quelle que soit
      * l'heure de ses runs terminés.

           MOVE WS-CYC-DEBUT            TO WS-SECONDES
           PERFORM FORMAT-HEURE         THRU FIN-FORMAT-HEURE
           MOVE WS-HMS                  TO WS-LC-DEBUT
           IF WS-CYC-FIN > WS-CYC-DEBUT
               MOVE WS-CYC-FIN          TO WS-SECONDES
               PERFORM FORMAT-HEURE     THRU FIN-FORMAT-HEURE
               MOVE WS-HMS              TO WS-LC-FIN
               COMPUTE WS-SECONDES = WS-CYC-FIN - WS-CYC-DEBUT
               PERFORM FORMAT-DUREE     THRU FIN-FORMAT-DUREE
               MOVE WS-HMS              TO WS-LC-DUREE
           ELSE
               MOVE SPACES              TO WS-LC-FIN  WS-LC-DUREE
           END-IF

           IF WS-FEN-FIXEE (WS-IDX-C) = 'O'
               MOVE WS-FEN-LIMITE-SEC (WS-IDX-C) TO WS-SECONDES
               PERFORM FORMAT-HEURE     THRU FIN-FORMAT-HEURE
               MOVE WS-HMS              TO WS-LC-LIMITE
           ELSE
               MOVE 'NON FIXEE'         TO WS-LC-LIMITE
           END-IF

           IF WS-CYC-DERNIER-KO-OUI
               MOVE '*** CYCLE INACHEVE ***' TO WS-LC-VERDICT
               ADD 1                    TO CPT-CYCLES-INACHEVES
               GO TO EDITION-CYCLE-LIGNE
           END-IF

           IF WS-FEN-FIXEE (WS-IDX-C) = 'O'
               IF WS-CYC-FIN > WS-FEN-LIMITE-SEC (WS-IDX-C)
                   MOVE '*** HORS FENETRE ***' TO WS-LC-VERDICT
                   ADD 1                TO CPT-CYCLES-HORS-FENETRE
               ELSE
                   MOVE 'DANS LA FENETRE' TO WS-LC-VERDICT
               END-IF
           ELSE
               MOVE SPACES              TO WS-LC-VERDICT
           END-IF
           .
      **********************
       EDITION-CYCLE-LIGNE.
      **********************
           MOVE WS-LIGNE-CYCLE          TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      ********************
       FIN-EDITION-CYCLE. EXIT.
      ********************

      *-----------------------------------------------------------------
      **************
       EDITION-RUN.
      **************
           ADD 1                        TO CPT-RUNS-PERIODE
           MOVE WS-RUN-ETAPE (WS-IDX-RUN) TO WS-IDX-E
           MOVE WS-IDX-E                TO WS-LD-ETAPE
           MOVE WS-RUN-PGM (WS-IDX-RUN) TO WS-LD-PGM
           MOVE WS-RUN-ESSAI (WS-IDX-RUN) TO WS-LD-ESSAI
           MOVE WS-RUN-DEBUT (WS-IDX-RUN) TO WS-SECONDES
           PERFORM FORMAT-HEURE         THRU FIN-FORMAT-HEURE
           MOVE WS-HMS                  TO WS-LD-DEBUT
           MOVE SPACES                  TO WS-ALERTE

           IF WS-STAT-NB (WS-IDX-C, WS-IDX-E) = ZERO
               MOVE SPACES              TO WS-LD-MOYENNE
           ELSE
               MOVE WS-STAT-MOYENNE (WS-IDX-C, WS-IDX-E) TO WS-SECONDES
               PERFORM FORMAT-DUREE     THRU FIN-FORMAT-DUREE
               MOVE WS-HMS              TO WS-LD-MOYENNE
           END-IF

           IF WS-RUN-ABEND (WS-IDX-RUN)
               MOVE SPACES              TO WS-LD-FIN  WS-LD-DUREE
                                           WS-LD-RC
               MOVE 'ABEND'             TO WS-LD-ETAT
               SET WS-CYC-DERNIER-KO-OUI TO TRUE
               MOVE WS-LIGNE-DETAIL     TO ENR-ETAT
               PERFORM ECR-ETAT         THRU FIN-ECR-ETAT
               GO TO FIN-EDITION-RUN
           END-IF

           MOVE WS-RUN-FIN (WS-IDX-RUN) TO WS-SECONDES
           PERFORM FORMAT-HEURE         THRU FIN-FORMAT-HEURE
           MOVE WS-HMS                  TO WS-LD-FIN
           MOVE WS-RUN-DUREE (WS-IDX-RUN) TO WS-SECONDES
           PERFORM FORMAT-DUREE         THRU FIN-FORMAT-DUREE
           MOVE WS-HMS                  TO WS-LD-DUREE
           MOVE WS-RUN-RC (WS-IDX-RUN)  TO WS-LD-RC
           IF WS-RUN-RC (WS-IDX-RUN) = ZERO
               MOVE 'TERMINEE'          TO WS-LD-ETAT
               SET WS-CYC-DERNIER-KO-NON TO TRUE
           ELSE
               MOVE 'ECHEC'             TO WS-LD-ETAT
               SET WS-CYC-DERNIER-KO-OUI TO TRUE
           END-IF

           IF WS-RUN-FIN (WS-IDX-RUN) > WS-CYC-FIN
               MOVE WS-RUN-FIN (WS-IDX-RUN) TO WS-CYC-FIN
           END-IF

      * Alertes : durée au-delà de la moyenne majorée du seuil du
      * cycle, fin après l'heure limite du cycle

           COMPUTE WS-SEUIL-DUREE =
                   WS-STAT-MOYENNE (WS-IDX-C, WS-IDX-E)
                 * (100 + WS-FEN-SEUIL (WS-IDX-C)) / 100
           IF WS-STAT-NB (WS-IDX-C, WS-IDX-E) NOT = ZERO AND
              WS-RUN-DUREE (WS-IDX-RUN) > WS-SEUIL-DUREE
               MOVE 'DUREE > MOYENNE' TO WS-ALERTE
               ADD 1                    TO CPT-ALERTES-DUREE
               ADD 1            TO WS-STAT-ALERTES (WS-IDX-C, WS-IDX-E)
           END-IF
           IF WS-FEN-FIXEE (WS-IDX-C) = 'O' AND
              WS-RUN-FIN (WS-IDX-RUN) > WS-FEN-LIMITE-SEC (WS-IDX-C)
               IF WS-ALERTE = SPACES
                   MOVE 'FIN HORS FENETRE' TO WS-ALERTE
               ELSE
                   MOVE 'DUREE > MOYENNE, FIN HORS FENETRE'
                                        TO WS-ALERTE
               END-IF
               ADD 1                    TO CPT-ALERTES-FENETRE
               ADD 1            TO WS-STAT-ALERTES (WS-IDX-C, WS-IDX-E)
           END-IF
           MOVE WS-ALERTE               TO WS-LD-ALERTE
           MOVE WS-LIGNE-DETAIL         TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      ******************
       FIN-EDITION-RUN. EXIT.
      ******************

      *-----------------------------------------------------------------
      ***************
       EDITION-STAT.
      ***************
           MOVE WS-IDX-C                TO WS-LS-CYCLE
           MOVE WS-IDX-E                TO WS-LS-ETAPE
           MOVE WS-STAT-PGM (WS-IDX-C, WS-IDX-E) TO WS-LS-PGM
           MOVE WS-STAT-NB (WS-IDX-C, WS-IDX-E) TO WS-LS-NB
           IF WS-STAT-NB (WS-IDX-C, WS-IDX-E) = ZERO
               MOVE SPACES              TO WS-LS-MOYENNE  WS-LS-PIRE
                                           WS-LS-DATE-PIRE
           ELSE
               MOVE WS-STAT-MOYENNE (WS-IDX-C, WS-IDX-E) TO WS-SECONDES
               PERFORM FORMAT-DUREE     THRU FIN-FORMAT-DUREE
               MOVE WS-HMS              TO WS-LS-MOYENNE
               MOVE WS-STAT-PIRE (WS-IDX-C, WS-IDX-E) TO WS-SECONDES
               PERFORM FORMAT-DUREE     THRU FIN-FORMAT-DUREE
               MOVE WS-HMS              TO WS-LS-PIRE
               MOVE WS-STAT-DATE-PIRE (WS-IDX-C, WS-IDX-E)
                                        TO WS-LS-DATE-PIRE
           END-IF
           MOVE WS-STAT-ABENDS (WS-IDX-C, WS-IDX-E) TO WS-LS-ABENDS
           MOVE WS-STAT-ECHECS (WS-IDX-C, WS-IDX-E) TO WS-LS-ECHECS
           MOVE WS-STAT-RELANCES (WS-IDX-C, WS-IDX-E) TO WS-LS-RELANCES
           MOVE WS-STAT-ALERTES (WS-IDX-C, WS-IDX-E) TO WS-LS-ALERTES
           MOVE WS-LIGNE-STAT           TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      *******************
       FIN-EDITION-STAT. EXIT.
      *******************

      *-----------------------------------------------------------------
      ***************
       FORMAT-HEURE.
      ***************

      * WS-SECONDES depuis minuit de la date de gestion vers
      * HH:MM:SS, suivi de +1 (+2...) après minuit.

           DIVIDE WS-SECONDES BY 86400  GIVING WS-HMS-JOURS
                                        REMAINDER WS-RESTE
           DIVIDE WS-RESTE BY 3600      GIVING WS-HMS-HH
                                        REMAINDER WS-RESTE
           DIVIDE WS-RESTE BY 60        GIVING WS-HMS-MN
                                        REMAINDER WS-HMS-SS
           IF WS-HMS-JOURS = ZERO
               MOVE SPACES              TO WS-HMS-LENDEMAIN
           ELSE
               MOVE SPACES              TO WS-HMS-LENDEMAIN
               STRING "+" WS-HMS-JOURS DELIMITED BY SIZE
                                        INTO WS-HMS-LENDEMAIN
           END-IF
           .
      *******************
       FIN-FORMAT-HEURE. EXIT.
      *******************

      *-----------------------------------------------------------------
      ***************
       FORMAT-DUREE.
      ***************

      * Durée WS-SECONDES vers HH:MM:SS (99 heures au plus).

           DIVIDE WS-SECONDES BY 3600   GIVING WS-RESTE
                                        REMAINDER WS-SECONDES
           IF WS-RESTE > 99
               MOVE 99                  TO WS-RESTE
           END-IF
           MOVE WS-RESTE                TO WS-HMS-HH
           DIVIDE WS-SECONDES BY 60     GIVING WS-HMS-MN
                                        REMAINDER WS-HMS-SS
           MOVE SPACES                  TO WS-HMS-LENDEMAIN
           .
      *******************
       FIN-FORMAT-DUREE. EXIT.
      *******************

      *-----------------------------------------------------------------
      ***********
       ECR-ETAT.
      ***********
           WRITE ENR-ETAT
           IF L-Fst-Eta NOT = ZERO
               DISPLAY "Erreur ecriture etat de la chaine = " L-Fst-Eta
           END-IF
           .
      ***************
       FIN-ECR-ETAT. EXIT.
      ***************

      *-----------------------------------------------------------------
      ******
       FIN.
      ******

           CLOSE Etat-Chaine

      * Fenêtre qui se resserre : au moins un run au-delà de sa
      * moyenne, une fin hors fenêtre ou un cycle inachevé,
      * l'exploitation est avertie.

           IF CPT-ALERTES-DUREE NOT = ZERO OR
              CPT-ALERTES-FENETRE NOT = ZERO OR
              CPT-CYCLES-INACHEVES NOT = ZERO
               DISPLAY '***********************************************'
               DISPLAY '***  ALERTES SUR LA FENETRE DE LA CHAINE    ***'
               DISPLAY '***  CONSULTER L ETAT DES DUREES           ***'
               DISPLAY '***********************************************'
               MOVE 8                   TO RETURN-CODE
           END-IF

           DISPLAY "Lignes de journal lues     : " CPT-LIGNES-LUES
           DISPLAY "Lignes retenues            : " CPT-LIGNES-RETENUES
           DISPLAY "Lignes ignorees            : " CPT-LIGNES-REJETEES
           DISPLAY "Fins sans lancement        : " CPT-FIN-SANS-DEBUT
           DISPLAY "Runs sur la periode        : " CPT-RUNS-PERIODE
           DISPLAY "Depassements de la moyenne : " CPT-ALERTES-DUREE
           DISPLAY "Fins hors fenetre          : " CPT-ALERTES-FENETRE
           DISPLAY "Cycles hors fenetre        : "
                                                 CPT-CYCLES-HORS-FENETRE
           DISPLAY "Cycles inacheves           : " CPT-CYCLES-INACHEVES
           DISPLAY "Etat produit : " WS-NOM-ETAT
           DISPLAY 'Fin des statistiques de la chaine'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM STATISTIQUES-CHAINE.
      *-----------------------------------------------------------------

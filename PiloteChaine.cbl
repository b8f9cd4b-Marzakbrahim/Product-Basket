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

      * Variable File status

       01 L-Fst-Jrn                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.

      * Date et heure du run

       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-HEURE                                         PIC 9(08).

      * Journée de gestion déjà clôturée : indicateur du fichier de
      * date ou présence de la date au calendrier des clôtures

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

       01 Lec-Fic-CAL-Fin                                  PIC 9.
           88 Lec-Fic-CAL-Fin-Oui                          VALUE 1.
           88 Lec-Fic-CAL-Fin-Non                          VALUE 0.

      * Contrôle des journées sautées : dernière clôture antérieure à
      * la date de traitement, jours déclarés fermés de la fenêtre
      * contrôlée (100 jours au plus), et jour balayé

       01 WS-DERNIERE-CLOTURE                              PIC 9(08).
       01 WS-TAB-FERME.
           05 WS-FERME-DATE           OCCURS 100 TIMES     PIC 9(08).
       01 WS-NBR-FERME                                     PIC 9(03).
       01 WS-IDX-FERME                                     PIC 9(03).
       01 WS-JOUR-INT                                      PIC 9(08).
       01 WS-JOUR-DEB-INT                                  PIC 9(08).
       01 WS-JOUR-FIN-INT                                  PIC 9(08).
       01 WS-JOUR-CTL                                      PIC 9(08).

       01 WS-FERME-TROUVE                                  PIC 9.
           88 WS-FERME-TROUVE-OUI                          VALUE 1.
           88 WS-FERME-TROUVE-NON                          VALUE 0.

      * Cycle de traitement du jour, lu au démarrage (deux runs
      * complets par jour, chacun avec ses fichiers datés)


       01 CPT-LANCEES                                      PIC 9(02).
       01 CPT-SAUTEES                                      PIC 9(02).
       01 CPT-JOURS-SAUTES                                 PIC 9(03).

       PROCEDURE DIVISION.


           SET WS-CHAINE-ARRET-NON      TO TRUE

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           PERFORM VERIF-JOUR-CLOS      THRU FIN-VERIF-JOUR-CLOS
           PERFORM CONTROLE-JOURS-SAUTES
                                        THRU FIN-CONTROLE-JOURS-SAUTES

      * Cycle piloté : l'état du jour se reconstruit par cycle, deux
      * chaînes complètes peuvent tourner le même jour.
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
      *************************
       CONTROLE-JOURS-SAUTES.
      *************************

      * Tout jour compris entre la dernière clôture et la date de
      * traitement, ni clôturé ni déclaré fermé au calendrier, est
      * une journée sautée : elle est signalée, sans bloquer la
      * journée en cours. Aucune clôture encore enregistrée : rien
      * à contrôler. Le contrôle porte sur 100 jours au plus.

           MOVE ZERO                    TO WS-DERNIERE-CLOTURE
                                           WS-NBR-FERME
                                           CPT-JOURS-SAUTES
           COMPUTE WS-JOUR-FIN-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-TRAITEMENT) - 1
           COMPUTE WS-JOUR-DEB-INT = WS-JOUR-FIN-INT - 99

           SET Lec-Fic-CAL-Fin-Non      TO TRUE
           OPEN INPUT Calendrier-Clotures
           IF L-Fst-Cal NOT = ZERO
               GO TO FIN-CONTROLE-JOURS-SAUTES
           END-IF

           PERFORM UNTIL Lec-Fic-CAL-Fin-Oui
                   PERFORM LECTURE-CAL-SAUTES
                                        THRU FIN-LECTURE-CAL-SAUTES
           END-PERFORM

           CLOSE Calendrier-Clotures

           IF WS-DERNIERE-CLOTURE = ZERO
               GO TO FIN-CONTROLE-JOURS-SAUTES
           END-IF

           COMPUTE WS-JOUR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DERNIERE-CLOTURE) + 1
           IF WS-JOUR-INT < WS-JOUR-DEB-INT
               DISPLAY "Derniere cloture le " WS-DERNIERE-CLOTURE
                       " : controle limite aux 100 derniers jours"
               MOVE WS-JOUR-DEB-INT     TO WS-JOUR-INT
           END-IF

           PERFORM UNTIL WS-JOUR-INT > WS-JOUR-FIN-INT
                   PERFORM CTRL-JOUR-SAUTE THRU FIN-CTRL-JOUR-SAUTE
                   ADD 1                TO WS-JOUR-INT
           END-PERFORM

           IF CPT-JOURS-SAUTES NOT = ZERO
               DISPLAY '***********************************************'
               DISPLAY '***  JOURNEES SAUTEES DEPUIS LA DERNIERE    ***'
               DISPLAY '***  CLOTURE - A TRAITER OU DECLARER        ***'
               DISPLAY '***********************************************'
               DISPLAY "Journees sautees : " CPT-JOURS-SAUTES
           END-IF
           .
      *****************************
       FIN-CONTROLE-JOURS-SAUTES. EXIT.
      *****************************

      *-----------------------------------------------------------------
      *********************
       LECTURE-CAL-SAUTES.
      *********************
           READ Calendrier-Clotures
           AT END
               SET Lec-Fic-CAL-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Cal NOT = ZERO
                   DISPLAY 'Erreur lecture calendrier =' L-Fst-Cal
               END-IF
               IF ENR-CAL-DATE IS NUMERIC AND
                  ENR-CAL-DATE < WS-DATE-TRAITEMENT
                   IF ENR-CAL-TYPE = 'C' AND
                      ENR-CAL-DATE > WS-DERNIERE-CLOTURE
                       MOVE ENR-CAL-DATE TO WS-DERNIERE-CLOTURE
                   END-IF
                   IF ENR-CAL-TYPE = 'F' AND WS-NBR-FERME < 100 AND
                      FUNCTION INTEGER-OF-DATE (ENR-CAL-DATE)
                                               >= WS-JOUR-DEB-INT
                       ADD 1            TO WS-NBR-FERME
                       MOVE ENR-CAL-DATE
                                  TO WS-FERME-DATE (WS-NBR-FERME)
                   END-IF
               END-IF
           END-READ
           .
      *************************
       FIN-LECTURE-CAL-SAUTES. EXIT.
      *************************

      *-----------------------------------------------------------------
      ******************
       CTRL-JOUR-SAUTE.
      ******************
           COMPUTE WS-JOUR-CTL = FUNCTION DATE-OF-INTEGER (WS-JOUR-INT)

           SET WS-FERME-TROUVE-NON      TO TRUE
           MOVE 1                       TO WS-IDX-FERME
           PERFORM UNTIL WS-IDX-FERME > WS-NBR-FERME OR
                         WS-FERME-TROUVE-OUI
                   IF WS-FERME-DATE (WS-IDX-FERME) = WS-JOUR-CTL
                       SET WS-FERME-TROUVE-OUI TO TRUE
                   END-IF
                   ADD 1                TO WS-IDX-FERME
           END-PERFORM

           IF WS-FERME-TROUVE-NON
               DISPLAY "Journee sautee (ni cloturee ni declaree"
                       " fermee) : " WS-JOUR-CTL
               ADD 1                    TO CPT-JOURS-SAUTES
           END-IF
           .
      **********************
       FIN-CTRL-JOUR-SAUTE. EXIT.
      **********************

      *-----------------------------------------------------------------
      ******
       FIN.

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

      * Variables File status
       01 L-Fst-Err                                        PIC 99.
       01 L-Fst-Sus                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.

      * Date du run : fichier des erreurs chargé et date de détection
      * portée par chaque rejet
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-NOM-ERR-PANIER                                PIC X(60).

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

      * Date du run, pour retrouver le fichier des erreurs daté du
      * jour et dater la détection de chaque rejet chargé

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           PERFORM VERIF-JOUR-CLOS      THRU FIN-VERIF-JOUR-CLOS
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X

           PERFORM LECTURE-CYCLE        THRU FIN-LECTURE-CYCLE
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

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
           05 FILLER                                      PIC X(01).
           05 ENR-RAPPORT-VALEUR                          PIC 9(08).99.

       FD Date-Traitement.
       01 ENR-DATTRT.
           05 ENR-DATTRT-DATE                             PIC 9(08).
           05 ENR-DATTRT-CLOS                             PIC X(01).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Sus                                        PIC 99.
       01 L-Fst-Rap                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.

      * Date du run et nom daté du rapport

       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-NOM-RAPPORT                                   PIC X(60).

      * Journée de gestion déjà clôturée (indicateur du fichier de
      * date) : simple mention, une édition se rejoue sans risque

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

      * Ancienneté minimale demandée (en jours) et saisie opérateur

       01 WS-SAISIE-JOURS                                  PIC X(03).

           SET Lec-Fic-SUS-Fin-Non      TO TRUE

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           IF WS-JOUR-CLOS-OUI
               DISPLAY "Journee deja cloturee : edition pour"
                       " consultation"
           END-IF
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X
           COMPUTE WS-JOURS-RUN =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-TRAITEMENT)
       FIN-Examine-Un-Ecart. EXIT.
      **********************

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

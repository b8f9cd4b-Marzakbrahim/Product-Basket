       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTURE-JOURNEE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Date de gestion de la journée traitée, positionnée par
      *    l'exploitation à côté du cycle, avec l'indicateur de
      *    journée clôturée que ce programme y pose :
           SELECT Date-Traitement ASSIGN TO
               "C:/Users/HP/Downloads/DateTraitement.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Dat
                .
      *    Calendrier des clôtures : une ligne par journée clôturée
      *    ('C', écrite ici) ou déclarée fermée par l'exploitation
      *    ('F', jours sans activité saisis à l'avance) :
           SELECT Calendrier-Clotures ASSIGN TO
               "C:/Users/HP/Downloads/CalendrierClotures.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Cal
                .
      *    Journal des runs de la chaîne : une journée ne se clôture
      *    pas tant qu'une étape d'un de ses cycles est en échec :
           SELECT Journal-Chaine ASSIGN TO
               "C:/Users/HP/Downloads/JournalChaine.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Jrn
                .

       DATA DIVISION.
       FILE SECTION.

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

       FD Journal-Chaine.
       01 ENR-JRN.
           05 ENR-JRN-DATE                                PIC 9(08).
           05 ENR-JRN-CYCLE                               PIC 9(02).
           05 ENR-JRN-ETAPE                               PIC 9(02).
           05 ENR-JRN-PGM                                 PIC X(20).
           05 ENR-JRN-EVEN                                PIC X(01).
           05 ENR-JRN-HEURE                               PIC 9(06).
           05 ENR-JRN-RC                                  PIC 9(02).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.
       01 L-Fst-Jrn                                        PIC 99.

      * Date de gestion à clôturer, et date et heure machine de la
      * clôture portées au calendrier

       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-DATE-JOUR                                     PIC 9(08).
       01 WS-HEURE-JOUR                                    PIC 9(08).

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

      * Etat de la journée au journal de la chaîne, par cycle et par
      * étape : la dernière ligne l'emporte, comme dans le pilote.
      * 'F' terminée (avec son code retour), 'D' lancée jamais
      * terminée (abend), espace jamais lancée.

       01 WS-ETAT-JOURNEE.
           05 WS-ETAT-CYCLE-ITEM      OCCURS 9 TIMES.
               10 WS-ETAT-ETAPE-ITEM  OCCURS 20 TIMES.
                   15 WS-ETAPE-ETAT                        PIC X(01).
                   15 WS-ETAPE-RC                          PIC 9(02).
                   15 WS-ETAPE-PGM                         PIC X(20).

       01 WS-IDX-CYCLE                                     PIC 9(02).
       01 WS-IDX-ETAPE                                     PIC 9(02).

      * Booléens de pilotage de la clôture

       01 Lec-Fic-JRN-Fin                                  PIC 9.
           88 Lec-Fic-JRN-Fin-Oui                          VALUE 1.
           88 Lec-Fic-JRN-Fin-Non                          VALUE 0.

       01 WS-CLOTURE-REFUSEE                               PIC 9.
           88 WS-CLOTURE-REFUSEE-OUI                       VALUE 1.
           88 WS-CLOTURE-REFUSEE-NON                       VALUE 0.

      * Compteurs

       01 CPT-LIGNES-JOUR                                  PIC 9(05).
       01 CPT-ETAPES-ECHEC                                 PIC 9(03).
       01 CPT-JOURS-SAUTES                                 PIC 9(03).

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
           DISPLAY '***   CLOTURE DE LA JOURNEE DE GESTION          ***'
           DISPLAY '***************************************************'

           INITIALIZE WS-ETAT-JOURNEE
                      CPT-LIGNES-JOUR  CPT-ETAPES-ECHEC
                      CPT-JOURS-SAUTES
                      L-Fst-Dat  L-Fst-Cal  L-Fst-Jrn

           SET WS-CLOTURE-REFUSEE-NON   TO TRUE
           SET WS-JOUR-CLOS-NON         TO TRUE

           ACCEPT WS-DATE-JOUR          FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR         FROM TIME

      * La journée à clôturer est celle du fichier de date, jamais
      * la date machine : sans fichier, rien à clôturer.

           OPEN INPUT Date-Traitement
           IF L-Fst-Dat NOT = ZERO
               DISPLAY "Fichier de date de traitement absent, status = "
                                                               L-Fst-Dat
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           READ Date-Traitement
               AT END
                   DISPLAY "Fichier de date de traitement vide"
                   CLOSE Date-Traitement
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE Date-Traitement

           IF ENR-DATTRT-DATE IS NOT NUMERIC OR
              ENR-DATTRT-DATE = ZERO
               DISPLAY "Date de traitement illisible : "
                                                        ENR-DATTRT-DATE
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ENR-DATTRT-DATE         TO WS-DATE-TRAITEMENT
           IF ENR-DATTRT-CLOS = 'O'
               SET WS-JOUR-CLOS-OUI     TO TRUE
           END-IF
           DISPLAY "Journee a cloturer : " WS-DATE-TRAITEMENT
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ************
       Traitement.
      ************

      * Une journée déjà clôturée ne se clôture pas deux fois.

           IF WS-JOUR-CLOS-NON
               PERFORM RECH-CALENDRIER  THRU FIN-RECH-CALENDRIER
           END-IF
           IF WS-JOUR-CLOS-OUI
               DISPLAY "Journee deja cloturee : " WS-DATE-TRAITEMENT
               SET WS-CLOTURE-REFUSEE-OUI TO TRUE
               GO TO FIN-Traitement
           END-IF

      * Aucune étape d'aucun cycle de la journée ne doit être restée
      * en échec au journal de la chaîne.

           PERFORM CONTROLE-JOURNAL     THRU FIN-CONTROLE-JOURNAL
           IF CPT-ETAPES-ECHEC NOT = ZERO
               SET WS-CLOTURE-REFUSEE-OUI TO TRUE
               GO TO FIN-Traitement
           END-IF

           PERFORM CONTROLE-JOURS-SAUTES
                                        THRU FIN-CONTROLE-JOURS-SAUTES

           PERFORM ECR-CALENDRIER       THRU FIN-ECR-CALENDRIER

           PERFORM ECR-DATE-CLOTUREE    THRU FIN-ECR-DATE-CLOTUREE
           .
      ****************
       FIN-Traitement. EXIT.
      ****************

      *-----------------------------------------------------------------
      ******************
       RECH-CALENDRIER.
      ******************
           SET Lec-Fic-CAL-Fin-Non      TO TRUE
           OPEN INPUT Calendrier-Clotures
           IF L-Fst-Cal NOT = ZERO
      *        Calendrier absent : aucune journée encore clôturée.
               GO TO FIN-RECH-CALENDRIER
           END-IF

           PERFORM UNTIL Lec-Fic-CAL-Fin-Oui OR WS-JOUR-CLOS-OUI
                   PERFORM LECTURE-CALENDRIER
                                        THRU FIN-LECTURE-CALENDRIER
           END-PERFORM

           CLOSE Calendrier-Clotures
           .
      **********************
       FIN-RECH-CALENDRIER. EXIT.
      **********************

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
      *******************
       CONTROLE-JOURNAL.
      *******************

      * Relecture du journal pour la journée : l'état de chaque
      * étape de chaque cycle se reconstruit de ses lignes, la
      * dernière l'emportant. Une étape restée lancée ('D') ou
      * terminée avec un code retour non nul bloque la clôture.
      * Journal absent ou sans ligne du jour : chaîne lancée hors
      * pilote, la clôture est faite sur la foi de l'exploitation.

           SET Lec-Fic-JRN-Fin-Non      TO TRUE
           OPEN INPUT Journal-Chaine
           IF L-Fst-Jrn NOT = ZERO
               SET Lec-Fic-JRN-Fin-Oui  TO TRUE
           END-IF

           PERFORM UNTIL Lec-Fic-JRN-Fin-Oui
                   PERFORM LECTURE-JOURNAL THRU FIN-LECTURE-JOURNAL
           END-PERFORM

           IF L-Fst-Jrn = ZERO OR L-Fst-Jrn = 10
               CLOSE Journal-Chaine
           END-IF

           IF CPT-LIGNES-JOUR = ZERO
               DISPLAY "Aucun run de la chaine au journal pour la"
                       " journee"
               GO TO FIN-CONTROLE-JOURNAL
           END-IF

           MOVE 1                       TO WS-IDX-CYCLE
           PERFORM UNTIL WS-IDX-CYCLE > 9
                   PERFORM CTRL-CYCLE-JOUR THRU FIN-CTRL-CYCLE-JOUR
                   ADD 1                TO WS-IDX-CYCLE
           END-PERFORM

           IF CPT-ETAPES-ECHEC NOT = ZERO
               DISPLAY '***********************************************'
               DISPLAY '***  ETAPES EN ECHEC POUR LA JOURNEE -      ***'
               DISPLAY '***  CLOTURE REFUSEE, RELANCER LA CHAINE    ***'
               DISPLAY '***********************************************'
           END-IF
           .
      ***********************
       FIN-CONTROLE-JOURNAL. EXIT.
      ***********************

      *-----------------------------------------------------------------
      ******************
       LECTURE-JOURNAL.
      ******************
           READ Journal-Chaine
           AT END
               SET Lec-Fic-JRN-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Jrn NOT = ZERO
                   DISPLAY 'Erreur lecture journal =' L-Fst-Jrn
               END-IF
               IF ENR-JRN-DATE = WS-DATE-TRAITEMENT AND
                  ENR-JRN-CYCLE >= 1 AND ENR-JRN-CYCLE <= 9 AND
                  ENR-JRN-ETAPE >= 1 AND ENR-JRN-ETAPE <= 20
                   ADD 1                TO CPT-LIGNES-JOUR
                   MOVE ENR-JRN-EVEN
                     TO WS-ETAPE-ETAT (ENR-JRN-CYCLE, ENR-JRN-ETAPE)
                   MOVE ENR-JRN-RC
                     TO WS-ETAPE-RC (ENR-JRN-CYCLE, ENR-JRN-ETAPE)
                   MOVE ENR-JRN-PGM
                     TO WS-ETAPE-PGM (ENR-JRN-CYCLE, ENR-JRN-ETAPE)
               END-IF
           END-READ
           .
      **********************
       FIN-LECTURE-JOURNAL. EXIT.
      **********************

      *-----------------------------------------------------------------
      ******************
       CTRL-CYCLE-JOUR.
      ******************
           MOVE 1                       TO WS-IDX-ETAPE
           PERFORM UNTIL WS-IDX-ETAPE > 20
                   PERFORM CTRL-ETAPE-JOUR THRU FIN-CTRL-ETAPE-JOUR
                   ADD 1                TO WS-IDX-ETAPE
           END-PERFORM
           .
      **********************
       FIN-CTRL-CYCLE-JOUR. EXIT.
      **********************

      *-----------------------------------------------------------------
      ******************
       CTRL-ETAPE-JOUR.
      ******************
           IF WS-ETAPE-ETAT (WS-IDX-CYCLE, WS-IDX-ETAPE) = 'D'
               DISPLAY "Cycle " WS-IDX-CYCLE " etape " WS-IDX-ETAPE
                       " (" WS-ETAPE-PGM (WS-IDX-CYCLE, WS-IDX-ETAPE)
                       ") lancee, jamais terminee"
               ADD 1                    TO CPT-ETAPES-ECHEC
           END-IF

           IF WS-ETAPE-ETAT (WS-IDX-CYCLE, WS-IDX-ETAPE) = 'F' AND
              WS-ETAPE-RC (WS-IDX-CYCLE, WS-IDX-ETAPE) NOT = ZERO
               DISPLAY "Cycle " WS-IDX-CYCLE " etape " WS-IDX-ETAPE
                       " (" WS-ETAPE-PGM (WS-IDX-CYCLE, WS-IDX-ETAPE)
                       ") terminee avec le code "
                       WS-ETAPE-RC (WS-IDX-CYCLE, WS-IDX-ETAPE)
               ADD 1                    TO CPT-ETAPES-ECHEC
           END-IF
           .
      **********************
       FIN-CTRL-ETAPE-JOUR. EXIT.
      **********************

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
      *****************
       ECR-CALENDRIER.
      *****************

      * On complète le calendrier existant, ou on le crée à la toute
      * première clôture (EXTEND sur un fichier qui n'existe pas
      * encore renvoie le status 35) :

           OPEN EXTEND Calendrier-Clotures
           IF L-Fst-Cal = 35
               OPEN OUTPUT Calendrier-Clotures
           END-IF
           IF L-Fst-Cal NOT = ZERO
               DISPLAY "Erreur ouverture calendrier = " L-Fst-Cal
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DATE-TRAITEMENT      TO ENR-CAL-DATE
           MOVE 'C'                     TO ENR-CAL-TYPE
           MOVE WS-DATE-JOUR            TO ENR-CAL-DATE-SAISIE
           MOVE WS-HEURE-JOUR (1:6)     TO ENR-CAL-HEURE-SAISIE
           WRITE ENR-CAL
           IF L-Fst-Cal NOT = ZERO
               DISPLAY "Erreur ecriture calendrier = " L-Fst-Cal
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE Calendrier-Clotures
           .
      *********************
       FIN-ECR-CALENDRIER. EXIT.
      *********************

      *-----------------------------------------------------------------
      ********************
       ECR-DATE-CLOTUREE.
      ********************

      * L'indicateur de clôture est posé sur le fichier de date : la
      * chaîne refusera cette journée tant que l'exploitation n'aura
      * pas positionné la date de gestion suivante.

           OPEN OUTPUT Date-Traitement
           IF L-Fst-Dat NOT = ZERO
               DISPLAY "Erreur ouverture fichier de date = " L-Fst-Dat
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DATE-TRAITEMENT      TO ENR-DATTRT-DATE
           MOVE 'O'                     TO ENR-DATTRT-CLOS
           WRITE ENR-DATTRT
           IF L-Fst-Dat NOT = ZERO
               DISPLAY "Erreur ecriture fichier de date = " L-Fst-Dat
           END-IF

           CLOSE Date-Traitement
           DISPLAY "Journee " WS-DATE-TRAITEMENT " cloturee"
           .
      ************************
       FIN-ECR-DATE-CLOTUREE. EXIT.
      ************************

      *-----------------------------------------------------------------
      ******
       FIN.
      ******

           IF WS-CLOTURE-REFUSEE-OUI
               DISPLAY '***********************************************'
               DISPLAY '***  JOURNEE NON CLOTUREE                   ***'
               DISPLAY '***********************************************'
               MOVE 16                  TO RETURN-CODE
           ELSE
               IF CPT-JOURS-SAUTES NOT = ZERO
                   MOVE 8               TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'Fin de cloture de la journee'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM CLOTURE-JOURNEE.
      *-----------------------------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQUITTEMENT-GL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Paramètres du suivi : délai d'acquittement au-delà duquel un
      *    lot envoyé est en retard, et nombre de jours d'interfaces
      *    recensés à chaque passage (jours) :
           SELECT Param-Suivi ASSIGN TO
               "C:/Users/HP/Downloads/ParamSuiviGL.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Par
                .
      *    Interfaces comptables datées (extrait comptable puis
      *    retours), ouvertes tour à tour par leur nom :
           SELECT Interface-GL ASSIGN DYNAMIC
               WS-NOM-GL
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Gl
                .
      *    Accusés de réception renvoyés par la comptabilité, un par
      *    lot intégré ou rejeté :
           SELECT Accuse-GL ASSIGN TO
               "C:/Users/HP/Downloads/AccuseGL.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Acq
                .
      *    Suivi permanent des lots comptables, un enregistrement par
      *    jour, cycle et origine (ventes PAN, retours RET) :
           SELECT Suivi-GL ASSIGN TO
               "C:/Users/HP/Downloads/SuiviGL.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-SGL-CLE
                FILE STATUS        IS L-Fst-Sgl
                .
      *    Etat des lots en retard, rejetés ou en anomalie, daté :
           SELECT Etat-Suivi ASSIGN DYNAMIC
               WS-NOM-ETAT
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Eta
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

       FD Param-Suivi.
       01 ENR-PSGL.
           05 ENR-PSGL-DELAI                              PIC 9(03).
           05 ENR-PSGL-FENETRE                            PIC 9(03).

      * Deux dispositions du même enregistrement d'interface : le
      * mouvement et l'enregistrement de fin porteur des totaux de
      * contrôle (nombre de mouvements et hash des montants).

       FD Interface-GL.
       01 ENR-GL.
           05 ENR-GL-SENS                                 PIC X(01).
           05 ENR-GL-COMPTE                               PIC X(06).
           05 ENR-GL-DATE                                 PIC 9(08).
           05 ENR-GL-REF                                  PIC X(13).
           05 ENR-GL-MONTANT                              PIC 9(10)V99.
           05 ENR-GL-LIBELLE                              PIC X(25).
       01 ENR-GL-FIN.
           05 ENR-GL-FIN-SENS                             PIC X(01).
           05 ENR-GL-FIN-NB-MVT                           PIC 9(06).
           05 ENR-GL-FIN-DATE                             PIC 9(08).
           05 ENR-GL-FIN-REF                              PIC X(13).
           05 ENR-GL-FIN-HASH                             PIC 9(12)V99.
           05 FILLER                                      PIC X(23).

      * Accusé de la comptabilité : référence du lot telle que portée
      * par l'interface (origine, date, cycle), totaux de contrôle
      * relus par le GL, statut 'A' intégré / 'R' rejeté, date de
      * l'accusé et motif du rejet.

       FD Accuse-GL.
       01 ENR-ACQ.
           05 ENR-ACQ-REF.
               10 ENR-ACQ-ORIGINE                         PIC X(03).
               10 ENR-ACQ-DATE-LOT                        PIC 9(08).
               10 ENR-ACQ-CYCLE-LOT                       PIC 9(02).
           05 ENR-ACQ-NB-MVT                              PIC 9(06).
           05 ENR-ACQ-HASH                                PIC 9(12)V99.
           05 ENR-ACQ-STATUT                              PIC X(01).
           05 ENR-ACQ-DATE                                PIC 9(08).
           05 ENR-ACQ-MOTIF                               PIC X(40).

      * Suivi d'un lot : totaux de l'interface, statut 'E' envoyé,
      * 'A' accepté, 'R' rejeté, 'N' jamais acquitté (envoyé depuis
      * plus que le délai), et dernier accusé reçu.

       FD Suivi-GL.
       01 ENR-SGL.
           05 ENR-SGL-CLE.
               10 ENR-SGL-DATE                            PIC 9(08).
               10 ENR-SGL-CYCLE                           PIC 9(02).
               10 ENR-SGL-ORIGINE                         PIC X(03).
           05 ENR-SGL-NB-MVT                              PIC 9(06).
           05 ENR-SGL-HASH                                PIC 9(12)V99.
           05 ENR-SGL-STATUT                              PIC X(01).
               88 ENR-SGL-ENVOYE                          VALUE 'E'.
               88 ENR-SGL-ACCEPTE                         VALUE 'A'.
               88 ENR-SGL-REJETE                          VALUE 'R'.
               88 ENR-SGL-NON-ACQUITTE                    VALUE 'N'.
           05 ENR-SGL-DATE-RECENS                         PIC 9(08).
           05 ENR-SGL-DATE-ACQ                            PIC 9(08).
           05 ENR-SGL-NB-ACQ                              PIC 9(06).
           05 ENR-SGL-HASH-ACQ                            PIC 9(12)V99.
           05 ENR-SGL-MOTIF                               PIC X(40).

       FD Etat-Suivi.
       01 ENR-ETAT                                        PIC X(132).

       FD Date-Traitement.
       01 ENR-DATTRT.
           05 ENR-DATTRT-DATE                             PIC 9(08).
           05 ENR-DATTRT-CLOS                             PIC X(01).

       WORKING-STORAGE SECTION.

      * Variables File status

       01 L-Fst-Par                                        PIC 99.
       01 L-Fst-Gl                                         PIC 99.
       01 L-Fst-Acq                                        PIC 99.
       01 L-Fst-Sgl                                        PIC 99.
       01 L-Fst-Eta                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.

      * Date du run et noms des fichiers datés

       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-NOM-GL                                        PIC X(60).
       01 WS-NOM-ETAT                                      PIC X(60).

      * Journée de gestion déjà clôturée (indicateur du fichier de
      * date) : sans effet ici, la date ne sert que de référence

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

      * Paramètres du suivi (jours), valeurs par défaut sans fichier

       01 WS-DELAI-ACQ                                     PIC 9(03).
       01 WS-FENETRE                                       PIC 9(03).

      * Bornes du recensement en jours calendaires, âge d'un lot

       01 WS-JOURS-RUN                                     PIC 9(07).
       01 WS-JOURS-COURANT                                 PIC 9(07).
       01 WS-JOURS-DEBUT-FENETRE                           PIC 9(07).
       01 WS-JOURS-LOT                                     PIC 9(07).
       01 WS-AGE-LOT                                       PIC 9(05).

      * Jour, cycle et origine du lot examiné

       01 WS-DATE-JOUR                                     PIC 9(08).
       01 WS-DATE-JOUR-X                                   PIC X(08).
       01 WS-CYCLE-IDX                                     PIC 9(02).
       01 WS-CYCLE-IDX-X                                   PIC X(02).
       01 WS-ORIGINE                                       PIC X(03).

      * Totaux recalculés de l'interface lue et son enregistrement de
      * fin

       01 WS-NB-MVT-LU                                     PIC 9(06).
       01 WS-HASH-LU                                       PIC 9(12)V99.
       01 WS-NB-MVT-FIN                                    PIC 9(06).
       01 WS-HASH-FIN                                      PIC 9(12)V99.
       01 WS-FIN-LUE                                       PIC 9.
           88 WS-FIN-LUE-OUI                               VALUE 1.
           88 WS-FIN-LUE-NON                               VALUE 0.

      * Booléens pour tester la fin de lecture :

       01 Lec-Fic-GL-Fin                                   PIC 9.
           88 Lec-Fic-GL-Fin-Oui                           VALUE 1.
           88 Lec-Fic-GL-Fin-Non                           VALUE 0.

       01 Lec-Fic-ACQ-Fin                                  PIC 9.
           88 Lec-Fic-ACQ-Fin-Oui                          VALUE 1.
           88 Lec-Fic-ACQ-Fin-Non                          VALUE 0.

       01 Lec-Fic-SGL-Fin                                  PIC 9.
           88 Lec-Fic-SGL-Fin-Oui                          VALUE 1.
           88 Lec-Fic-SGL-Fin-Non                          VALUE 0.

      * Compteurs

       01 CPT-LOTS-NOUVEAUX                                PIC 9(05).
       01 CPT-LOTS-REFAITS                                 PIC 9(05).
       01 CPT-ACQ-LUS                                      PIC 9(05).
       01 CPT-ACQ-APPLIQUES                                PIC 9(05).
       01 CPT-ACQ-IGNORES                                  PIC 9(05).
       01 CPT-ANOMALIES                                    PIC 9(05).
       01 CPT-ENVOYES                                      PIC 9(05).
       01 CPT-ACCEPTES                                     PIC 9(05).
       01 CPT-REJETES                                      PIC 9(05).
       01 CPT-NON-ACQUITTES                                PIC 9(05).

      * Lignes d'édition de l'état

       01 WS-LIGNE-TITRE.
           05 FILLER                                       PIC X(36)
                            VALUE 'SUIVI DES LOTS COMPTABLES AU       '.
           05 WS-LT-DATE                                   PIC X(08).
           05 FILLER                                       PIC X(22)
                                          VALUE "   DELAI D'ACQUIT. : ".
           05 WS-LT-DELAI                                  PIC ZZ9.
           05 FILLER                                       PIC X(07)
                                                         VALUE ' JOURS'.

       01 WS-LIGNE-ANOMALIE.
           05 WS-LA-REF                                    PIC X(13).
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LA-TEXTE                                  PIC X(60).

       01 WS-LIGNE-COL-LOT.
           05 FILLER                                       PIC X(09)
                                                           VALUE 'DATE'.
           05 FILLER                                       PIC X(04)
                                                             VALUE 'CY'.
           05 FILLER                                       PIC X(05)
                                                           VALUE 'ORIG'.
           05 FILLER                                       PIC X(07)
                                                        VALUE ' NB MVT'.
           05 FILLER                                       PIC X(17)
                                              VALUE '             HASH'.
           05 FILLER                                       PIC X(18)
                                                       VALUE '  STATUT'.
           05 FILLER                                       PIC X(06)
                                                          VALUE '  AGE'.
           05 FILLER                                       PIC X(40)
                                                          VALUE 'MOTIF'.

       01 WS-LIGNE-LOT.
           05 WS-LL-DATE                                   PIC X(08).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LL-CYCLE                                  PIC X(02).
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LL-ORIGINE                                PIC X(03).
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LL-NB-MVT                                 PIC ZZZZZ9.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LL-HASH                                   PIC
                                                   Z(11)9.99.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LL-STATUT                                 PIC X(16).
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LL-AGE                                    PIC ZZZZ9.
           05 FILLER                                       PIC X(01)
                                                            VALUE SPACE.
           05 WS-LL-MOTIF                                  PIC X(40).

       PROCEDURE DIVISION.

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION             THRU FIN-INITIALISATION

           PERFORM RECENSE-LOTS               THRU FIN-RECENSE-LOTS

           PERFORM IMPORT-ACCUSES             THRU FIN-IMPORT-ACCUSES

           PERFORM SUIVI-RETARDS              THRU FIN-SUIVI-RETARDS

           PERFORM FIN                        THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************
           DISPLAY '***************************************************'
           DISPLAY '***   SUIVI DES ACQUITTEMENTS COMPTABLES        ***'
           DISPLAY '***************************************************'

           INITIALIZE CPT-LOTS-NOUVEAUX  CPT-LOTS-REFAITS
                      CPT-ACQ-LUS  CPT-ACQ-APPLIQUES  CPT-ACQ-IGNORES
                      CPT-ANOMALIES  CPT-ENVOYES  CPT-ACCEPTES
                      CPT-REJETES  CPT-NON-ACQUITTES
                      L-Fst-Par  L-Fst-Gl  L-Fst-Acq  L-Fst-Sgl
                      L-Fst-Eta  L-Fst-Dat

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X
           COMPUTE WS-JOURS-RUN =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-TRAITEMENT)

      * Paramètres du suivi : sans fichier, un lot est en retard au
      * bout de 3 jours et on recense les 45 derniers jours.

           MOVE 3                       TO WS-DELAI-ACQ
           MOVE 45                      TO WS-FENETRE
           OPEN INPUT Param-Suivi
           IF L-Fst-Par = ZERO
               READ Param-Suivi
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENR-PSGL-DELAI IS NUMERIC AND
                          ENR-PSGL-DELAI NOT = ZERO
                           MOVE ENR-PSGL-DELAI   TO WS-DELAI-ACQ
                       END-IF
                       IF ENR-PSGL-FENETRE IS NUMERIC AND
                          ENR-PSGL-FENETRE NOT = ZERO
                           MOVE ENR-PSGL-FENETRE TO WS-FENETRE
                       END-IF
               END-READ
               CLOSE Param-Suivi
           ELSE
               DISPLAY "Parametres du suivi absents, valeurs par"
                       " defaut retenues"
           END-IF
           DISPLAY "Delai d'acquittement     : " WS-DELAI-ACQ " jours"
           DISPLAY "Jours recenses           : " WS-FENETRE " jours"

      * Suivi des lots : créé au tout premier passage.

           OPEN I-O Suivi-GL
           IF L-Fst-Sgl = 35
               OPEN OUTPUT Suivi-GL
               CLOSE Suivi-GL
               OPEN I-O Suivi-GL
           END-IF
           IF L-Fst-Sgl NOT = ZERO
               DISPLAY "Erreur ouverture suivi des lots GL = "
                                                               L-Fst-Sgl
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES                  TO WS-NOM-ETAT
           STRING "C:/Users/HP/Downloads/SuiviGL_"
                  WS-DATE-TRAITEMENT-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-ETAT
           OPEN OUTPUT Etat-Suivi
           IF L-Fst-Eta NOT = ZERO
               DISPLAY "Erreur ouverture etat du suivi GL = " L-Fst-Eta
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DATE-TRAITEMENT-X    TO WS-LT-DATE
           MOVE WS-DELAI-ACQ            TO WS-LT-DELAI
           MOVE WS-LIGNE-TITRE          TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE "ANOMALIES D'INTERFACE ET D'ACQUITTEMENT" TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       RECENSE-LOTS.
      ***************

      * Parcours des jours de la fenêtre, jour du run compris : chaque
      * interface trouvée est inscrite au suivi comme lot envoyé, avec
      * les totaux de son enregistrement de fin.

           COMPUTE WS-JOURS-DEBUT-FENETRE = WS-JOURS-RUN - WS-FENETRE
           MOVE WS-JOURS-DEBUT-FENETRE  TO WS-JOURS-COURANT
           PERFORM UNTIL WS-JOURS-COURANT > WS-JOURS-RUN
                   PERFORM RECENSE-UN-JOUR THRU FIN-RECENSE-UN-JOUR
                   ADD 1                TO WS-JOURS-COURANT
           END-PERFORM
           .
      *******************
       FIN-RECENSE-LOTS. EXIT.
      *******************

      *-----------------------------------------------------------------
      ******************
       RECENSE-UN-JOUR.
      ******************
           COMPUTE WS-DATE-JOUR =
                   FUNCTION DATE-OF-INTEGER (WS-JOURS-COURANT)
           MOVE WS-DATE-JOUR            TO WS-DATE-JOUR-X

           MOVE 1                       TO WS-CYCLE-IDX
           PERFORM UNTIL WS-CYCLE-IDX > 9
                   MOVE WS-CYCLE-IDX    TO WS-CYCLE-IDX-X
                   MOVE 'PAN'           TO WS-ORIGINE
                   MOVE SPACES          TO WS-NOM-GL
                   STRING "C:/Users/HP/Downloads/InterfaceGL_"
                          WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                          ".txt"
                          DELIMITED BY SIZE INTO WS-NOM-GL
                   PERFORM RECENSE-UN-LOT THRU FIN-RECENSE-UN-LOT
                   MOVE 'RET'           TO WS-ORIGINE
                   MOVE SPACES          TO WS-NOM-GL
                   STRING "C:/Users/HP/Downloads/InterfaceRetours_"
                          WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                          ".txt"
                          DELIMITED BY SIZE INTO WS-NOM-GL
                   PERFORM RECENSE-UN-LOT THRU FIN-RECENSE-UN-LOT
                   ADD 1                TO WS-CYCLE-IDX
           END-PERFORM
           .
      **********************
       FIN-RECENSE-UN-JOUR. EXIT.
      **********************

      *-----------------------------------------------------------------
      *****************
       RECENSE-UN-LOT.
      *****************

      * Relecture complète de l'interface : nombre de mouvements et
      * hash recalculés doivent égaler ceux de l'enregistrement de
      * fin, sinon le fichier est incomplet et n'est pas inscrit.

           OPEN INPUT Interface-GL
           IF L-Fst-Gl = 35
               GO TO FIN-RECENSE-UN-LOT
           END-IF
           IF L-Fst-Gl NOT = ZERO
               DISPLAY "Erreur ouverture " WS-NOM-GL
                       " status = " L-Fst-Gl
               GO TO FIN-RECENSE-UN-LOT
           END-IF

           MOVE ZERO                    TO WS-NB-MVT-LU  WS-HASH-LU
                                           WS-NB-MVT-FIN  WS-HASH-FIN
           SET WS-FIN-LUE-NON           TO TRUE
           SET Lec-Fic-GL-Fin-Non       TO TRUE
           PERFORM UNTIL Lec-Fic-GL-Fin-Oui
               READ Interface-GL
               AT END
                   SET Lec-Fic-GL-Fin-Oui TO TRUE
               NOT AT END
                   IF ENR-GL-SENS = 'T'
                       SET WS-FIN-LUE-OUI TO TRUE
                       MOVE ENR-GL-FIN-NB-MVT TO WS-NB-MVT-FIN
                       MOVE ENR-GL-FIN-HASH   TO WS-HASH-FIN
                   ELSE
                       ADD 1            TO WS-NB-MVT-LU
                       ADD ENR-GL-MONTANT TO WS-HASH-LU
                   END-IF
               END-READ
           END-PERFORM
           CLOSE Interface-GL

           MOVE SPACES                  TO WS-LA-REF
           STRING WS-ORIGINE WS-DATE-JOUR-X WS-CYCLE-IDX-X
                  DELIMITED BY SIZE     INTO WS-LA-REF
           IF WS-FIN-LUE-NON
               MOVE 'INTERFACE SANS ENREGISTREMENT DE FIN, NON INSCRITE'
                                        TO WS-LA-TEXTE
               PERFORM ECR-ANOMALIE     THRU FIN-ECR-ANOMALIE
               GO TO FIN-RECENSE-UN-LOT
           END-IF
           IF WS-NB-MVT-LU NOT = WS-NB-MVT-FIN OR
              WS-HASH-LU NOT = WS-HASH-FIN
               MOVE 'INTERFACE INCOHERENTE AVEC SA FIN, NON INSCRITE'
                                        TO WS-LA-TEXTE
               PERFORM ECR-ANOMALIE     THRU FIN-ECR-ANOMALIE
               GO TO FIN-RECENSE-UN-LOT
           END-IF

      * Lot nouveau : inscrit comme envoyé. Lot déjà suivi dont les
      * totaux ont changé : l'interface a été refaite par une reprise,
      * le lot repart à l'état envoyé et attend un nouvel accusé.

           MOVE WS-DATE-JOUR            TO ENR-SGL-DATE
           MOVE WS-CYCLE-IDX            TO ENR-SGL-CYCLE
           MOVE WS-ORIGINE              TO ENR-SGL-ORIGINE
           READ Suivi-GL
               INVALID KEY
                   MOVE WS-NB-MVT-FIN   TO ENR-SGL-NB-MVT
                   MOVE WS-HASH-FIN     TO ENR-SGL-HASH
                   SET ENR-SGL-ENVOYE   TO TRUE
                   MOVE WS-DATE-TRAITEMENT TO ENR-SGL-DATE-RECENS
                   MOVE ZERO            TO ENR-SGL-DATE-ACQ
                                           ENR-SGL-NB-ACQ
                                           ENR-SGL-HASH-ACQ
                   MOVE SPACES          TO ENR-SGL-MOTIF
                   WRITE ENR-SGL
                       INVALID KEY
                           DISPLAY "Erreur ecriture suivi GL = "
                                                               L-Fst-Sgl
                       NOT INVALID KEY
                           ADD 1        TO CPT-LOTS-NOUVEAUX
                   END-WRITE
                   GO TO FIN-RECENSE-UN-LOT
           END-READ

           IF ENR-SGL-NB-MVT = WS-NB-MVT-FIN AND
              ENR-SGL-HASH = WS-HASH-FIN
               GO TO FIN-RECENSE-UN-LOT
           END-IF

           IF ENR-SGL-ACCEPTE
               MOVE 'INTERFACE REFAITE APRES ACCEPTATION, A RENVOYER'
                                        TO WS-LA-TEXTE
               PERFORM ECR-ANOMALIE     THRU FIN-ECR-ANOMALIE
           END-IF
           MOVE WS-NB-MVT-FIN           TO ENR-SGL-NB-MVT
           MOVE WS-HASH-FIN             TO ENR-SGL-HASH
           SET ENR-SGL-ENVOYE           TO TRUE
           MOVE WS-DATE-TRAITEMENT      TO ENR-SGL-DATE-RECENS
           MOVE ZERO                    TO ENR-SGL-DATE-ACQ
                                           ENR-SGL-NB-ACQ
                                           ENR-SGL-HASH-ACQ
           MOVE SPACES                  TO ENR-SGL-MOTIF
           REWRITE ENR-SGL
               INVALID KEY
                   DISPLAY "Erreur reecriture suivi GL = " L-Fst-Sgl
               NOT INVALID KEY
                   ADD 1                TO CPT-LOTS-REFAITS
           END-REWRITE
           .
      *********************
       FIN-RECENSE-UN-LOT. EXIT.
      *********************

      *-----------------------------------------------------------------
      *****************
       IMPORT-ACCUSES.
      *****************

      * Fichier des accusés absent : la comptabilité n'a rien renvoyé
      * depuis le dernier passage, seul le suivi des retards se fait.

           OPEN INPUT Accuse-GL
           IF L-Fst-Acq NOT = ZERO
               DISPLAY "Aucun accuse de la comptabilite (status = "
                       L-Fst-Acq ")"
               GO TO FIN-IMPORT-ACCUSES
           END-IF

           SET Lec-Fic-ACQ-Fin-Non      TO TRUE
           PERFORM LECTURE-ACCUSE       THRU FIN-LECTURE-ACCUSE
           PERFORM UNTIL Lec-Fic-ACQ-Fin-Oui
                   PERFORM TRAITE-UN-ACCUSE THRU FIN-TRAITE-UN-ACCUSE
                   PERFORM LECTURE-ACCUSE   THRU FIN-LECTURE-ACCUSE
           END-PERFORM

           CLOSE Accuse-GL
           .
      *********************
       FIN-IMPORT-ACCUSES. EXIT.
      *********************

      *-----------------------------------------------------------------
      *****************
       LECTURE-ACCUSE.
      *****************
           READ Accuse-GL
           AT END
               SET Lec-Fic-ACQ-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Acq NOT = ZERO
                   DISPLAY 'Erreur lecture accuses GL =' L-Fst-Acq
               END-IF
               ADD 1                    TO CPT-ACQ-LUS
           END-READ
           .
      *********************
       FIN-LECTURE-ACCUSE. EXIT.
      *********************

      *-----------------------------------------------------------------
      *******************
       TRAITE-UN-ACCUSE.
      *******************

      * Un accusé est rapproché de son lot par la référence, puis par
      * le nombre de mouvements et le hash : un accusé dont les totaux
      * ne sont pas ceux de l'interface suivie ne prouve pas
      * l'intégration de ce lot, qui passe en rejet.

           MOVE ENR-ACQ-REF             TO WS-LA-REF

           IF ENR-ACQ-DATE-LOT IS NOT NUMERIC OR
              ENR-ACQ-CYCLE-LOT IS NOT NUMERIC OR
              ENR-ACQ-DATE IS NOT NUMERIC OR
              ENR-ACQ-NB-MVT IS NOT NUMERIC OR
              ENR-ACQ-HASH IS NOT NUMERIC OR
              (ENR-ACQ-STATUT NOT = 'A' AND ENR-ACQ-STATUT NOT = 'R')
               MOVE 'ACCUSE ILLISIBLE, IGNORE'
                                        TO WS-LA-TEXTE
               PERFORM ECR-ANOMALIE     THRU FIN-ECR-ANOMALIE
               GO TO FIN-TRAITE-UN-ACCUSE
           END-IF

           MOVE ENR-ACQ-DATE-LOT        TO ENR-SGL-DATE
           MOVE ENR-ACQ-CYCLE-LOT       TO ENR-SGL-CYCLE
           MOVE ENR-ACQ-ORIGINE         TO ENR-SGL-ORIGINE
           READ Suivi-GL
               INVALID KEY
                   MOVE 'ACCUSE D UN LOT INCONNU DU SUIVI'
                                        TO WS-LA-TEXTE
                   PERFORM ECR-ANOMALIE THRU FIN-ECR-ANOMALIE
                   GO TO FIN-TRAITE-UN-ACCUSE
           END-READ

      * Un accusé plus ancien que le dernier appliqué (fichier
      * d'accusés relu, ou rejet suivi d'un renvoi intégré) ne
      * remplace pas le statut acquis. Un accusé antérieur au
      * dernier recensement de l'interface porte sur l'envoi
      * précédent d'une interface refaite depuis : il ne dit rien
      * du renvoi, qui reste en attente de son propre accusé.

           IF ENR-ACQ-DATE < ENR-SGL-DATE-ACQ OR
              ENR-ACQ-DATE < ENR-SGL-DATE-RECENS
               ADD 1                    TO CPT-ACQ-IGNORES
               GO TO FIN-TRAITE-UN-ACCUSE
           END-IF

           MOVE ENR-ACQ-DATE            TO ENR-SGL-DATE-ACQ
           MOVE ENR-ACQ-NB-MVT          TO ENR-SGL-NB-ACQ
           MOVE ENR-ACQ-HASH            TO ENR-SGL-HASH-ACQ
           IF ENR-ACQ-NB-MVT NOT = ENR-SGL-NB-MVT OR
              ENR-ACQ-HASH NOT = ENR-SGL-HASH
               SET ENR-SGL-REJETE       TO TRUE
               MOVE 'TOTAUX ACCUSES DIFFERENTS DE L INTERFACE'
                                        TO ENR-SGL-MOTIF
               MOVE 'ACCUSE NON CONFORME (NB MVT OU HASH), LOT REJETE'
                                        TO WS-LA-TEXTE
               PERFORM ECR-ANOMALIE     THRU FIN-ECR-ANOMALIE
           ELSE
               MOVE ENR-ACQ-STATUT      TO ENR-SGL-STATUT
               IF ENR-SGL-REJETE
                   MOVE ENR-ACQ-MOTIF   TO ENR-SGL-MOTIF
               ELSE
                   MOVE SPACES          TO ENR-SGL-MOTIF
               END-IF
           END-IF

           REWRITE ENR-SGL
               INVALID KEY
                   DISPLAY "Erreur reecriture suivi GL = " L-Fst-Sgl
               NOT INVALID KEY
                   ADD 1                TO CPT-ACQ-APPLIQUES
           END-REWRITE
           .
      ***********************
       FIN-TRAITE-UN-ACCUSE. EXIT.
      ***********************

      *-----------------------------------------------------------------
      ****************
       SUIVI-RETARDS.
      ****************

      * Parcours complet du suivi : un lot envoyé depuis plus que le
      * délai passe à jamais acquitté ; les lots rejetés et jamais
      * acquittés sont listés sur l'état.

           IF CPT-ANOMALIES = ZERO
               MOVE 'AUCUNE ANOMALIE'   TO ENR-ETAT
               PERFORM ECR-ETAT         THRU FIN-ECR-ETAT
           END-IF
           MOVE SPACES                  TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE 'LOTS REJETES OU NON ACQUITTES DANS LE DELAI'
                                        TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           MOVE WS-LIGNE-COL-LOT        TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT

           MOVE ZERO                    TO ENR-SGL-DATE  ENR-SGL-CYCLE
           MOVE LOW-VALUES              TO ENR-SGL-ORIGINE
           START Suivi-GL KEY IS NOT LESS THAN ENR-SGL-CLE
               INVALID KEY
                   GO TO FIN-SUIVI-RETARDS
           END-START

           SET Lec-Fic-SGL-Fin-Non      TO TRUE
           PERFORM UNTIL Lec-Fic-SGL-Fin-Oui
                   PERFORM EXAMINE-UN-LOT THRU FIN-EXAMINE-UN-LOT
           END-PERFORM

           IF CPT-REJETES = ZERO AND CPT-NON-ACQUITTES = ZERO
               MOVE 'AUCUN LOT EN SOUFFRANCE' TO ENR-ETAT
               PERFORM ECR-ETAT         THRU FIN-ECR-ETAT
           END-IF
           .
      ********************
       FIN-SUIVI-RETARDS. EXIT.
      ********************

      *-----------------------------------------------------------------
      *****************
       EXAMINE-UN-LOT.
      *****************
           READ Suivi-GL NEXT RECORD
               AT END
                   SET Lec-Fic-SGL-Fin-Oui TO TRUE
           END-READ

           IF Lec-Fic-SGL-Fin-Oui
               GO TO FIN-EXAMINE-UN-LOT
           END-IF

           COMPUTE WS-JOURS-LOT =
                   FUNCTION INTEGER-OF-DATE (ENR-SGL-DATE)
           IF WS-JOURS-LOT > WS-JOURS-RUN
               MOVE ZERO                TO WS-AGE-LOT
           ELSE
               COMPUTE WS-AGE-LOT = WS-JOURS-RUN - WS-JOURS-LOT
           END-IF

           IF ENR-SGL-ENVOYE AND WS-AGE-LOT > WS-DELAI-ACQ
               SET ENR-SGL-NON-ACQUITTE TO TRUE
               REWRITE ENR-SGL
                   INVALID KEY
                       DISPLAY "Erreur reecriture suivi GL = "
                                                               L-Fst-Sgl
               END-REWRITE
           END-IF

           EVALUATE TRUE
               WHEN ENR-SGL-ENVOYE
                   ADD 1                TO CPT-ENVOYES
                   GO TO FIN-EXAMINE-UN-LOT
               WHEN ENR-SGL-ACCEPTE
                   ADD 1                TO CPT-ACCEPTES
                   GO TO FIN-EXAMINE-UN-LOT
               WHEN ENR-SGL-REJETE
                   ADD 1                TO CPT-REJETES
                   MOVE 'REJETE'        TO WS-LL-STATUT
               WHEN OTHER
                   ADD 1                TO CPT-NON-ACQUITTES
                   MOVE 'JAMAIS ACQUITTE' TO WS-LL-STATUT
           END-EVALUATE

           MOVE ENR-SGL-DATE            TO WS-LL-DATE
           MOVE ENR-SGL-CYCLE           TO WS-LL-CYCLE
           MOVE ENR-SGL-ORIGINE         TO WS-LL-ORIGINE
           MOVE ENR-SGL-NB-MVT          TO WS-LL-NB-MVT
           MOVE ENR-SGL-HASH            TO WS-LL-HASH
           MOVE WS-AGE-LOT              TO WS-LL-AGE
           MOVE ENR-SGL-MOTIF           TO WS-LL-MOTIF
           MOVE WS-LIGNE-LOT            TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           .
      *********************
       FIN-EXAMINE-UN-LOT. EXIT.
      *********************

      *-----------------------------------------------------------------
      ***************
       ECR-ANOMALIE.
      ***************
           MOVE WS-LIGNE-ANOMALIE       TO ENR-ETAT
           PERFORM ECR-ETAT             THRU FIN-ECR-ETAT
           ADD 1                        TO CPT-ANOMALIES
           .
      *******************
       FIN-ECR-ANOMALIE. EXIT.
      *******************

      *-----------------------------------------------------------------
      ***********
       ECR-ETAT.
      ***********
           WRITE ENR-ETAT
           IF L-Fst-Eta NOT = ZERO
               DISPLAY "Erreur ecriture etat du suivi GL = " L-Fst-Eta
           END-IF
           .
      ***************
       FIN-ECR-ETAT. EXIT.
      ***************

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

           CLOSE Suivi-GL
           CLOSE Etat-Suivi

           DISPLAY "Lots nouvellement recenses     : " CPT-LOTS-NOUVEAUX
           DISPLAY "Lots refaits par une reprise   : " CPT-LOTS-REFAITS
           DISPLAY "Accuses lus                    : " CPT-ACQ-LUS
           DISPLAY "Accuses appliques              : " CPT-ACQ-APPLIQUES
           DISPLAY "Accuses anterieurs ignores     : " CPT-ACQ-IGNORES
           DISPLAY "Lots envoyes dans le delai     : " CPT-ENVOYES
           DISPLAY "Lots acceptes                  : " CPT-ACCEPTES
           DISPLAY "Lots rejetes                   : " CPT-REJETES
           DISPLAY "Lots jamais acquittes          : " CPT-NON-ACQUITTES
           DISPLAY "Anomalies                      : " CPT-ANOMALIES
           IF CPT-REJETES NOT = ZERO OR CPT-NON-ACQUITTES NOT = ZERO
              OR CPT-ANOMALIES NOT = ZERO
               MOVE 8                   TO RETURN-CODE
               DISPLAY '***********************************************'
               DISPLAY '***  LOTS COMPTABLES NON INTEGRES : VOIR    ***'
               DISPLAY '***  L ETAT DU SUIVI GL                     ***'
               DISPLAY '***********************************************'
           END-IF
           DISPLAY "Etat produit : " WS-NOM-ETAT
           DISPLAY 'Fin du suivi des acquittements'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM ACQUITTEMENT-GL.
      *-----------------------------------------------------------------

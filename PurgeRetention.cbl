
       FILE-CONTROL.
      *    Paramètres de rétention : jours de conservation des
      *    sorties datées, des lignes de la piste d'audit, des
      *    suspens résolus et de l'historique des ventes (fenêtre de
      *    retour). Modifiables sans recompiler :
           SELECT Param-Retention ASSIGN TO
               "C:/Users/HP/Downloads/ParamRetention.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                RECORD KEY         IS ENR-SUSP-CLEF
                FILE STATUS        IS L-Fst-Sus
                .
      *    Historique permanent des lignes vendues : les lignes
      *    vendues avant la fenêtre de retour en sont supprimées :
           SELECT Histo-Ventes ASSIGN TO
               "C:/Users/HP/Downloads/HistoVentes.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-HVTE-CLEF
                FILE STATUS        IS L-Fst-Hvt
                .
      *    Suivi des lots comptables par jour, cycle et origine : un
      *    jour dont un lot n'est pas accepté par la comptabilité
      *    n'est pas purgé :
           SELECT Suivi-GL ASSIGN TO
               "C:/Users/HP/Downloads/SuiviGL.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-SGL-CLE
                FILE STATUS        IS L-Fst-Sgl
                .
      *    Interfaces comptables datées (ventes puis retours), ouvertes
      *    par leur nom : un cycle qui en a produit une sans que son
      *    lot soit suivi n'est pas purgé :
           SELECT Interface-GL ASSIGN DYNAMIC
               WS-NOM-INTERFACE
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Igl
                .
      *    Journal de purge : une ligne par objet supprimé, pour que
      *    ce qui disparaît laisse une trace auditable :
           SELECT Journal-Purge ASSIGN TO
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Jrn
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
           05 ENR-RETPAR-JRS-SORTIES                      PIC 9(03).
           05 ENR-RETPAR-JRS-CONTROLE                     PIC 9(03).
           05 ENR-RETPAR-JRS-SUSPENS                      PIC 9(03).
           05 ENR-RETPAR-JRS-RETOURS                      PIC 9(03).

       FD Sor-Panier.
       01 ENR-Sor-Panier                                  PIC X(151).

       FD Erreur-Paniers.
       01 ENR-ERREUR                                      PIC X(36).
           05 ENR-SUSP-STATUT                             PIC X(01).
           05 ENR-SUSP-DATE-RESOL                         PIC 9(08).

       FD Histo-Ventes.
       01 ENR-HVTE.
           05 ENR-HVTE-CLEF.
               10 ENR-HVTE-CLE                            PIC X(15).
               10 ENR-HVTE-SEQ                            PIC 9(05).
           05 ENR-HVTE-PRD                                PIC X(07).
           05 ENR-HVTE-PRIX                               PIC 9(05).
           05 ENR-HVTE-QTE                                PIC 9(03).
           05 ENR-HVTE-REMISE                             PIC 9(05).
           05 ENR-HVTE-DOUBLON                            PIC X(01).
           05 ENR-HVTE-DATE-VENTE                         PIC 9(08).
           05 ENR-HVTE-CYCLE-VENTE                        PIC 9(02).
           05 ENR-HVTE-QTE-RENDUE                         PIC 9(03).
           05 ENR-HVTE-DATE-RETOUR                        PIC 9(08).
           05 ENR-HVTE-CYCLE-RETOUR                       PIC 9(02).
           05 ENR-HVTE-QTE-RET-RUN                        PIC 9(03).
           05 ENR-HVTE-PROMO                              PIC 9(08).
           05 ENR-HVTE-CODE-PROMO                         PIC X(06).

       FD Suivi-GL.
       01 ENR-SGL.
           05 ENR-SGL-CLE.
               10 ENR-SGL-DATE                            PIC 9(08).
               10 ENR-SGL-CYCLE                           PIC 9(02).
               10 ENR-SGL-ORIGINE                         PIC X(03).
           05 ENR-SGL-NB-MVT                              PIC 9(06).
           05 ENR-SGL-HASH                                PIC 9(12)V99.
           05 ENR-SGL-STATUT                              PIC X(01).
               88 ENR-SGL-ACCEPTE                         VALUE 'A'.
           05 ENR-SGL-DATE-RECENS                         PIC 9(08).
           05 ENR-SGL-DATE-ACQ                            PIC 9(08).
           05 ENR-SGL-NB-ACQ                              PIC 9(06).
           05 ENR-SGL-HASH-ACQ                            PIC 9(12)V99.
           05 ENR-SGL-MOTIF                               PIC X(40).

       FD Interface-GL.
       01 ENR-GL                                          PIC X(65).

       FD Journal-Purge.
       01 ENR-PURGE.
           05 ENR-PURGE-DATE                              PIC 9(08).
           05 FILLER                                      PIC X(01).
           05 ENR-PURGE-REF                               PIC X(44).

       FD Date-Traitement.
       01 ENR-DATTRT.
           05 ENR-DATTRT-DATE                             PIC 9(08).
           05 ENR-DATTRT-CLOS                             PIC X(01).

       WORKING-STORAGE SECTION.

      * Variables File status
       01 L-Fst-Ctl                                        PIC 99.
       01 L-Fst-Sus                                        PIC 99.
       01 L-Fst-Jrn                                        PIC 99.
       01 L-Fst-Hvt                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Sgl                                        PIC 99.
       01 L-Fst-Igl                                        PIC 99.

      * Date du run et noms des fichiers datés examinés

       01 WS-NOM-SOR-PANIER                                PIC X(60).
       01 WS-NOM-ERR-PANIER                                PIC X(60).
       01 WS-NOM-ETAT                                      PIC X(60).
       01 WS-NOM-INTERFACE                                 PIC X(60).

      * Journée de gestion déjà clôturée (indicateur du fichier de
      * date) : sans effet ici, la date ne sert que de référence

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

      * Rétentions lues dans les paramètres (jours)

       01 WS-RET-SORTIES                                   PIC 9(03).
       01 WS-RET-CONTROLE                                  PIC 9(03).
       01 WS-RET-SUSPENS                                   PIC 9(03).
       01 WS-RET-RETOURS                                   PIC 9(03).

      * Bornes du parcours en jours calendaires : le run, les dates
      * limites de chaque rétention, et la fenêtre examinée pour les
       01 WS-JOURS-LIMITE-SORTIES                          PIC 9(07).
       01 WS-JOURS-LIMITE-CONTROLE                         PIC 9(07).
       01 WS-JOURS-LIMITE-SUSPENS                          PIC 9(07).
       01 WS-JOURS-LIMITE-RETOURS                          PIC 9(07).
       01 WS-JOURS-VENTE                                   PIC 9(07).
       01 WS-JOURS-COURANT                                 PIC 9(07).
       01 WS-JOURS-DEBUT-FENETRE                           PIC 9(07).
       01 WS-JOURS-RESOL                                   PIC 9(07).
           88 WS-ETAT-PRESENT-OUI                          VALUE 1.
           88 WS-ETAT-PRESENT-NON                          VALUE 0.

      * Suivi des lots comptables disponible, et lots du cycle
      * examiné tous acceptés

       01 WS-SUIVI-GL-PRESENT                              PIC 9.
           88 WS-SUIVI-GL-PRESENT-OUI                      VALUE 1.
           88 WS-SUIVI-GL-PRESENT-NON                      VALUE 0.

       01 WS-LOTS-GL-ACCEPTES                              PIC 9.
           88 WS-LOTS-GL-ACCEPTES-OUI                      VALUE 1.
           88 WS-LOTS-GL-ACCEPTES-NON                      VALUE 0.

      * Nom du fichier à supprimer passé à la routine de suppression,
      * et code retour de la routine

           88 Lec-Fic-SUS-Fin-Oui                          VALUE 1.
           88 Lec-Fic-SUS-Fin-Non                          VALUE 0.

       01 Lec-Fic-HVT-Fin                                  PIC 9.
           88 Lec-Fic-HVT-Fin-Oui                          VALUE 1.
           88 Lec-Fic-HVT-Fin-Non                          VALUE 0.

      * Compteurs de la purge

       01 CPT-FIC-SUPPRIMES                                PIC 9(05).
       01 CPT-CTL-PURGEES                                  PIC 9(05).
       01 CPT-SUS-PURGES                                   PIC 9(05).
       01 CPT-HVT-PURGEES                                  PIC 9(07).
       01 CPT-FIC-RETENUS                                  PIC 9(05).
       01 CPT-FIC-RETENUS-GL                               PIC 9(05).

       PROCEDURE DIVISION.


           PERFORM PURGE-SUSPENS              THRU FIN-PURGE-SUSPENS

           PERFORM PURGE-HISTO-VENTES
                                        THRU FIN-PURGE-HISTO-VENTES

           PERFORM FIN                        THRU FIN-FIN

           GOBACK

           INITIALIZE CPT-FIC-SUPPRIMES  CPT-CTL-PURGEES
                      CPT-SUS-PURGES  CPT-FIC-RETENUS
                      CPT-FIC-RETENUS-GL
                      WS-TAB-CTL  WS-NBR-CTL
                      WS-TAB-CTLPUR
                      WS-RET-SORTIES  WS-RET-CONTROLE  WS-RET-SUSPENS
                      WS-RET-RETOURS  CPT-HVT-PURGEES
                      L-Fst-Par  L-Fst-Sor  L-Fst-Err  L-Fst-Eta
                      L-Fst-Ctl  L-Fst-Sus  L-Fst-Jrn  L-Fst-Hvt
                      L-Fst-Sgl  L-Fst-Igl

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           COMPUTE WS-JOURS-RUN =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-TRAITEMENT)

           MOVE ENR-RETPAR-JRS-SORTIES  TO WS-RET-SORTIES
           MOVE ENR-RETPAR-JRS-CONTROLE TO WS-RET-CONTROLE
           MOVE ENR-RETPAR-JRS-SUSPENS  TO WS-RET-SUSPENS
           IF ENR-RETPAR-JRS-RETOURS IS NUMERIC
               MOVE ENR-RETPAR-JRS-RETOURS TO WS-RET-RETOURS
           END-IF
           CLOSE Param-Retention

           IF WS-RET-SORTIES = ZERO OR WS-RET-CONTROLE = ZERO OR
                   WS-JOURS-RUN - WS-RET-CONTROLE
           COMPUTE WS-JOURS-LIMITE-SUSPENS =
                   WS-JOURS-RUN - WS-RET-SUSPENS
           COMPUTE WS-JOURS-LIMITE-RETOURS =
                   WS-JOURS-RUN - WS-RET-RETOURS
           COMPUTE WS-DATE-LIMITE-CONTROLE =
                   FUNCTION DATE-OF-INTEGER (WS-JOURS-LIMITE-CONTROLE)

                                                           " jours"
           DISPLAY "Retention suspens resolus: " WS-RET-SUSPENS
                                                           " jours"
           IF WS-RET-RETOURS = ZERO
               DISPLAY "Fenetre de retour non renseignee : historique"
                       " des ventes conserve"
           ELSE
               DISPLAY "Fenetre de retour        : " WS-RET-RETOURS
                                                           " jours"
           END-IF

      * Suivi des lots comptables : absent, le suivi des accusés
      * n'a jamais tourné et aucun lot n'est réputé accepté, seuls
      * les cycles sans interface comptable se purgent ; illisible,
      * on ne purge rien plutôt que de jeter un jour non intégré.

           SET WS-SUIVI-GL-PRESENT-NON  TO TRUE
           OPEN INPUT Suivi-GL
           IF L-Fst-Sgl = 35
               DISPLAY "Suivi des lots comptables absent : cycles avec"
                       " interface comptable retenus"
           ELSE
               IF L-Fst-Sgl NOT = ZERO
                   DISPLAY "Erreur ouverture suivi des lots GL = "
                                                               L-Fst-Sgl
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-SUIVI-GL-PRESENT-OUI TO TRUE
           END-IF
           .
      ********************
       FIN-INITIALISATION. EXIT.
               GO TO FIN-PURGE-UN-CYCLE
           END-IF

      * Les lots comptables du cycle doivent être acceptés.

           PERFORM VERIF-LOTS-GL        THRU FIN-VERIF-LOTS-GL
           IF WS-LOTS-GL-ACCEPTES-NON
               ADD 1                    TO CPT-FIC-RETENUS-GL
               GO TO FIN-PURGE-UN-CYCLE
           END-IF

           IF L-Fst-Sor = ZERO
               MOVE WS-NOM-SOR-PANIER   TO WS-NOM-SUPPRIME
               MOVE 'SORTIE    '        TO ENR-PURGE-OBJET
       FIN-VERIF-ETAT-MENSUEL. EXIT.
      *************************

      *-----------------------------------------------------------------
      ****************
       VERIF-LOTS-GL.
      ****************

      * Lots ventes et retours du jour et du cycle examinés : un lot
      * suivi qui n'est pas accepté (envoyé, rejeté ou jamais
      * acquitté) retient le cycle. Un lot sans suivi (suivi absent,
      * ou cycle jamais recensé) n'est pas réputé accepté : si son
      * interface comptable existe, le cycle est retenu ; seul un
      * cycle sans aucune interface passe sans contrôle.

           SET WS-LOTS-GL-ACCEPTES-OUI  TO TRUE

           MOVE WS-DATE-JOUR            TO ENR-SGL-DATE
           MOVE WS-CYCLE-IDX            TO ENR-SGL-CYCLE
           MOVE 'PAN'                   TO ENR-SGL-ORIGINE
           PERFORM VERIF-UN-LOT-GL      THRU FIN-VERIF-UN-LOT-GL

           MOVE WS-DATE-JOUR            TO ENR-SGL-DATE
           MOVE WS-CYCLE-IDX            TO ENR-SGL-CYCLE
           MOVE 'RET'                   TO ENR-SGL-ORIGINE
           PERFORM VERIF-UN-LOT-GL      THRU FIN-VERIF-UN-LOT-GL

           IF WS-LOTS-GL-ACCEPTES-NON
               DISPLAY "Jour " WS-DATE-JOUR " cycle " WS-CYCLE-IDX
                       " retenu : lot comptable non accepte"
           END-IF
           .
      ********************
       FIN-VERIF-LOTS-GL. EXIT.
      ********************

      *-----------------------------------------------------------------
      ******************
       VERIF-UN-LOT-GL.
      ******************

      * Lot de la clé ENR-SGL-CLE : suivi et non accepté, ou non
      * suivi alors que son interface existe, il retient le cycle.

           IF WS-SUIVI-GL-PRESENT-OUI
               READ Suivi-GL
                   INVALID KEY
                       PERFORM VERIF-INTERFACE-GL
                                        THRU FIN-VERIF-INTERFACE-GL
                   NOT INVALID KEY
                       IF NOT ENR-SGL-ACCEPTE
                           SET WS-LOTS-GL-ACCEPTES-NON TO TRUE
                       END-IF
               END-READ
           ELSE
               PERFORM VERIF-INTERFACE-GL
                                        THRU FIN-VERIF-INTERFACE-GL
           END-IF
           .
      **********************
       FIN-VERIF-UN-LOT-GL. EXIT.
      **********************

      *-----------------------------------------------------------------
      *********************
       VERIF-INTERFACE-GL.
      *********************

      * Présence de l'interface comptable du lot sans suivi :
      * InterfaceGL_ pour les ventes, InterfaceRetours_ pour les
      * retours, au nom daté du jour et du cycle examinés.

           MOVE SPACES                  TO WS-NOM-INTERFACE
           IF ENR-SGL-ORIGINE = 'PAN'
               STRING "C:/Users/HP/Downloads/InterfaceGL_"
                      WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                      ".txt"
                      DELIMITED BY SIZE INTO WS-NOM-INTERFACE
           ELSE
               STRING "C:/Users/HP/Downloads/InterfaceRetours_"
                      WS-DATE-JOUR-X "_" WS-CYCLE-IDX-X
                      ".txt"
                      DELIMITED BY SIZE INTO WS-NOM-INTERFACE
           END-IF
           OPEN INPUT Interface-GL
           IF L-Fst-Igl = ZERO
               CLOSE Interface-GL
               SET WS-LOTS-GL-ACCEPTES-NON TO TRUE
               DISPLAY "Interface " ENR-SGL-ORIGINE " du "
                       WS-DATE-JOUR " cycle " WS-CYCLE-IDX
                       " sans suivi de lot"
           END-IF
           .
      *************************
       FIN-VERIF-INTERFACE-GL. EXIT.
      *************************

      *-----------------------------------------------------------------
      *******************
       SUPPRIME-FICHIER.
       FIN-EXAMINE-UN-SUSPENS. EXIT.
      ************************

      *-----------------------------------------------------------------
      *********************
       PURGE-HISTO-VENTES.
      *********************

      * Suppression des lignes vendues avant la fenêtre de retour :
      * aucun retour ne peut plus s'imputer dessus. Sans fenêtre
      * renseignée aux paramètres, l'historique est conservé en
      * entier.

           IF WS-RET-RETOURS = ZERO
               GO TO FIN-PURGE-HISTO-VENTES
           END-IF

           SET Lec-Fic-HVT-Fin-Non      TO TRUE
           OPEN I-O Histo-Ventes
           IF L-Fst-Hvt NOT = ZERO
               DISPLAY "Historique des ventes absent, rien a purger"
                       " (status = " L-Fst-Hvt ")"
               GO TO FIN-PURGE-HISTO-VENTES
           END-IF

           PERFORM UNTIL Lec-Fic-HVT-Fin-Oui
                   PERFORM EXAMINE-UNE-VENTE
                                        THRU FIN-EXAMINE-UNE-VENTE
           END-PERFORM

           CLOSE Histo-Ventes
           .
      *************************
       FIN-PURGE-HISTO-VENTES. EXIT.
      *************************

      *-----------------------------------------------------------------
      ********************
       EXAMINE-UNE-VENTE.
      ********************
           READ Histo-Ventes NEXT RECORD
               AT END
                   SET Lec-Fic-HVT-Fin-Oui TO TRUE
           END-READ

           IF Lec-Fic-HVT-Fin-Oui
               GO TO FIN-EXAMINE-UNE-VENTE
           END-IF

           COMPUTE WS-JOURS-VENTE =
                   FUNCTION INTEGER-OF-DATE (ENR-HVTE-DATE-VENTE)
           IF WS-JOURS-VENTE < WS-JOURS-LIMITE-RETOURS
               MOVE 'HISTOVENTE'        TO ENR-PURGE-OBJET
               MOVE SPACES              TO ENR-PURGE-REF
               STRING "LIGNE " ENR-HVTE-CLE "/" ENR-HVTE-SEQ
                      " DU " ENR-HVTE-DATE-VENTE
                      DELIMITED BY SIZE INTO ENR-PURGE-REF
               DELETE Histo-Ventes
                   INVALID KEY
                       DISPLAY "Erreur suppression historique ventes = "
                                                               L-Fst-Hvt
                   NOT INVALID KEY
                       ADD 1            TO CPT-HVT-PURGEES
                       PERFORM ECR-JOURNAL-PURGE
                                        THRU FIN-ECR-JOURNAL-PURGE
               END-DELETE
           END-IF
           .
      ************************
       FIN-EXAMINE-UNE-VENTE. EXIT.
      ************************

      *-----------------------------------------------------------------
      ********************
       ECR-JOURNAL-PURGE.
       FIN-ECR-JOURNAL-PURGE. EXIT.
      ************************

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

           IF WS-SUIVI-GL-PRESENT-OUI
               CLOSE Suivi-GL
           END-IF

           DISPLAY "Fichiers dates supprimes       : " CPT-FIC-SUPPRIMES
           DISPLAY "Jours retenus (mois non edite) : " CPT-FIC-RETENUS
           DISPLAY "Jours retenus (GL non accepte) : "
                                                     CPT-FIC-RETENUS-GL
           DISPLAY "Lignes d'audit purgees         : " CPT-CTL-PURGEES
           DISPLAY "Suspens resolus purges         : " CPT-SUS-PURGES
           DISPLAY "Lignes de ventes purgees       : " CPT-HVT-PURGEES
           DISPLAY 'Fin de purge'
           .
      **********

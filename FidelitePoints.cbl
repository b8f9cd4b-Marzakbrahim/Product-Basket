       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDELITE-POINTS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Paniers écrits par le traitement paniers du cycle, datés :
      *    chaque panier non vide d'un client actif acquiert des
      *    points sur son montant TTC.
           SELECT Sor-Panier ASSIGN DYNAMIC
               WS-NOM-SOR-PANIER
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Sor
                .
      *    Avoirs émis par le traitement des retours, datés du run :
      *    chaque avoir reprend les points acquis sur le montant
      *    remboursé.
           SELECT Avoirs ASSIGN DYNAMIC
               WS-NOM-AVOIRS
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Avo
                .
      *    Paramètre des points : nombre de points acquis par unité
      *    de montant TTC :
           SELECT Param-Fidelite ASSIGN TO
               "C:/Users/HP/Downloads/ParamFidelite.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Par
                .
      *    Référentiel clients indexé, tenu par la maintenance des
      *    clients : seul un client actif acquiert des points :
           SELECT Client-Master ASSIGN TO
               "C:/Users/HP/Downloads/ClientMaster.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS RANDOM
                RECORD KEY         IS ENR-CLIM-CLIENT
                FILE STATUS        IS L-Fst-Cli
                .
      *    Grand livre des points, permanent, par client et par
      *    origine (date, cycle, sens, panier, rang de l'avoir) ; le
      *    panier retrouve l'acquisition que reprend un avoir :
           SELECT Points-Fidelite ASSIGN TO
               "C:/Users/HP/Downloads/PointsFidelite.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-PTS-CLE
                ALTERNATE RECORD KEY IS ENR-PTS-CLE-PAN
                                   WITH DUPLICATES
                FILE STATUS        IS L-Fst-Pts
                .
      *    Journal des points du run, daté :
           SELECT Journal-Points ASSIGN DYNAMIC
               WS-NOM-JOURNAL
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Jpt
                .
      *    Numéro de cycle du jour, positionné par l'exploitation
      *    avant chaque lancement ; absent, cycle 01 :
           SELECT Cycle-En-Cours ASSIGN TO
               "C:/Users/HP/Downloads/CycleEnCours.txt"
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

       FD Sor-Panier.
       01 ENR-Sor-Panier.
           05 ENR-Sor-Panier-CLE-PAN                      PIC X(15).
           05 ENR-Sor-Panier-NBR-PRD                      PIC 9(02).
           05 ENR-Sor-Panier-HT                           PIC 9(08)V99.
           05 ENR-Sor-Panier-TVA                          PIC 9(07)V99.
           05 ENR-Sor-Panier-TOT                          PIC 9(08)V99.
           05 ENR-Sor-Panier-LIV                          PIC X(1).
           05 ENR-Sor-Panier-CANAL                        PIC X(1).
           05 ENR-Sor-Panier-CLIENT                       PIC X(08).
           05 ENR-Sor-Panier-VENT.
               10 ENR-Sor-Panier-VENT-ITEM OCCURS 3 TIMES.
                   15 ENR-Sor-Panier-VTX                  PIC 9(02)V99.
                   15 ENR-Sor-Panier-VHT                  PIC 9(08)V99.
                   15 ENR-Sor-Panier-VTVA                 PIC 9(07)V99.
           05 ENR-Sor-Panier-REMISE                       PIC 9(08)V99.
           05 ENR-Sor-Panier-PROMO                        PIC 9(08)V99.
           05 ENR-Sor-Panier-CODE-PROMO                   PIC X(06).

       FD Avoirs.
       01 ENR-AVOIR.
           05 ENR-AVOIR-CLE-PAN                           PIC X(15).
           05 ENR-AVOIR-PRD                               PIC X(07).
           05 ENR-AVOIR-QTE                               PIC 9(03).
           05 ENR-AVOIR-HT                                PIC 9(08)V99.
           05 ENR-AVOIR-TVA                               PIC 9(07)V99.
           05 ENR-AVOIR-TTC                               PIC 9(08)V99.
           05 ENR-AVOIR-TAUX                              PIC 9(02)V99.

       FD Param-Fidelite.
       01 ENR-PFID.
           05 ENR-PFID-TAUX                               PIC 9(03)V99.

       FD Client-Master.
       01 ENR-CLIM.
           05 ENR-CLIM-CLIENT                             PIC X(08).
           05 ENR-CLIM-NOM                                PIC X(30).
           05 ENR-CLIM-ADRESSE                            PIC X(30).
           05 ENR-CLIM-CODE-POSTAL                        PIC X(05).
           05 ENR-CLIM-VILLE                              PIC X(25).
           05 ENR-CLIM-STATUT                             PIC X(01).
           05 ENR-CLIM-DATE-ADHESION                      PIC 9(08).

      * Un mouvement de points : acquisition ('G') sur un panier, ou
      * reprise ('R') sur une ligne d'avoir, repérée par son rang
      * dans le fichier des avoirs (zéro pour une acquisition). Le
      * taux est celui de l'acquisition, qu'une reprise réapplique
      * au montant remboursé ; le produit est celui de l'avoir.

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

      * Ligne du journal : 'G' points acquis, 'R' points repris,
      * 'I' client inconnu, 'B' client bloqué ou clos (panier sans
      * points), 'S' avoir sur un panier sans acquisition ; lors
      * d'une relance du cycle, 'C' acquisition et 'A' reprise du
      * premier passage retirées du grand livre avant d'être
      * repassées d'après les fichiers actuels.

       FD Journal-Points.
       01 ENR-JPT.
           05 ENR-JPT-TYPE                                PIC X(01).
           05 ENR-JPT-CLIENT                              PIC X(08).
           05 ENR-JPT-CLE-PAN                             PIC X(15).
           05 ENR-JPT-MONTANT                             PIC 9(08)V99.
           05 ENR-JPT-POINTS                              PIC 9(09).

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

       01 L-Fst-Sor                                        PIC 99.
       01 L-Fst-Avo                                        PIC 99.
       01 L-Fst-Par                                        PIC 99.
       01 L-Fst-Cli                                        PIC 99.
       01 L-Fst-Pts                                        PIC 99.
       01 L-Fst-Jpt                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.

      * Date et cycle du run, noms datés des fichiers

       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-CYCLE                                         PIC 9(02).
       01 WS-CYCLE-X                                       PIC X(02).
       01 WS-NOM-SOR-PANIER                                PIC X(60).
       01 WS-NOM-AVOIRS                                    PIC X(60).
       01 WS-NOM-JOURNAL                                   PIC X(60).

      * Journée de gestion déjà clôturée : indicateur du fichier de
      * date ou présence de la date au calendrier des clôtures

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

       01 Lec-Fic-CAL-Fin                                  PIC 9.
           88 Lec-Fic-CAL-Fin-Oui                          VALUE 1.
           88 Lec-Fic-CAL-Fin-Non                          VALUE 0.

      * Points acquis par unité de montant TTC (paramètre)

       01 WS-TAUX-POINTS                                   PIC 9(03)V99.

      * Clé du panier précédent, pour écarter un panier réécrit par
      * une reprise du traitement paniers

       01 WS-CLE-PREC                                      PIC X(15).

      * Mouvement en cours : points calculés, client et montant

       01 WS-POINTS                                        PIC 9(09).
       01 WS-PTS-CLIENT                                    PIC X(08).
       01 WS-PTS-MONTANT                                   PIC 9(08)V99.
       01 WS-PTS-CLE-PAN                                   PIC X(15).

      * Acquisition retrouvée pour le panier d'un avoir : client,
      * taux, points acquis et points déjà repris par d'autres avoirs

       01 WS-ACQ-CLIENT                                    PIC X(08).
       01 WS-ACQ-TAUX                                      PIC 9(03)V99.
       01 WS-ACQ-POINTS                                    PIC 9(09).
       01 WS-ACQ-REPRIS                                    PIC 9(09).
       01 WS-ACQ-RESTE                                     PIC S9(09).

       01 WS-ACQ-TROUVEE                                   PIC 9.
           88 WS-ACQ-TROUVEE-OUI                           VALUE 1.
           88 WS-ACQ-TROUVEE-NON                           VALUE 0.

       01 WS-FIN-RECH                                      PIC 9.
           88 WS-FIN-RECH-OUI                              VALUE 1.
           88 WS-FIN-RECH-NON                              VALUE 0.

      * Disponibilité des avoirs du cycle (absents : retours non
      * passés, seules les acquisitions sont comptées)

       01 WS-AVOIRS-OUVERT                                 PIC 9.
           88 WS-AVOIRS-OUVERT-OUI                         VALUE 1.
           88 WS-AVOIRS-OUVERT-NON                         VALUE 0.

      * Booléens pour tester les fins de lecture :

       01 Lec-Fic-Sor-Fin                                  PIC 9.
           88 Lec-Fic-Sor-Fin-Oui                          VALUE 1.
           88 Lec-Fic-Sor-Fin-Non                          VALUE 0.

       01 Lec-Fic-AVO-Fin                                  PIC 9.
           88 Lec-Fic-AVO-Fin-Oui                          VALUE 1.
           88 Lec-Fic-AVO-Fin-Non                          VALUE 0.

      * Compteurs

       01 CPT-PANIERS                                      PIC 9(10).
       01 CPT-DOUBLONS                                     PIC 9(10).
       01 CPT-VIDES                                        PIC 9(10).
       01 CPT-INCONNUS                                     PIC 9(10).
       01 CPT-NON-ACTIFS                                   PIC 9(10).
       01 CPT-ACQUIS                                       PIC 9(10).
       01 CPT-AVOIRS                                       PIC 9(10).
       01 CPT-REPRIS                                       PIC 9(10).
       01 CPT-ACQ-ANNULEES                                 PIC 9(10).
       01 CPT-REP-ANNULEES                                 PIC 9(10).
       01 CPT-SANS-ACQ                                     PIC 9(10).
       01 CPT-SANS-POINTS                                  PIC 9(10).
       01 SOM-PTS-ACQUIS                                   PIC 9(10).
       01 SOM-PTS-REPRIS                                   PIC 9(10).

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
           DISPLAY '***   POINTS DE FIDELITE DU CYCLE               ***'
           DISPLAY '***************************************************'

           INITIALIZE CPT-PANIERS  CPT-DOUBLONS  CPT-VIDES
                      CPT-INCONNUS  CPT-NON-ACTIFS  CPT-ACQUIS
                      CPT-AVOIRS  CPT-REPRIS  CPT-SANS-ACQ
                      CPT-SANS-POINTS  SOM-PTS-ACQUIS  SOM-PTS-REPRIS
                      CPT-ACQ-ANNULEES  CPT-REP-ANNULEES
                      L-Fst-Sor  L-Fst-Avo  L-Fst-Par  L-Fst-Cli
                      L-Fst-Pts  L-Fst-Jpt
                      WS-CLE-PREC

           SET Lec-Fic-Sor-Fin-Non      TO TRUE
           SET Lec-Fic-AVO-Fin-Non      TO TRUE

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           PERFORM VERIF-JOUR-CLOS      THRU FIN-VERIF-JOUR-CLOS
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X

           PERFORM LECTURE-CYCLE        THRU FIN-LECTURE-CYCLE

           MOVE SPACES                  TO WS-NOM-SOR-PANIER
           STRING "C:/Users/HP/Downloads/SortiePanier_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-SOR-PANIER

           MOVE SPACES                  TO WS-NOM-AVOIRS
           STRING "C:/Users/HP/Downloads/AvoirClient_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-AVOIRS

           MOVE SPACES                  TO WS-NOM-JOURNAL
           STRING "C:/Users/HP/Downloads/FidelitePoints_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-JOURNAL

      * Paramètre des points : sans fichier, un point par unité de
      * montant TTC.

           MOVE 1                       TO WS-TAUX-POINTS
           OPEN INPUT Param-Fidelite
           IF L-Fst-Par = ZERO
               READ Param-Fidelite
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENR-PFID-TAUX IS NUMERIC AND
                          ENR-PFID-TAUX NOT = ZERO
                           MOVE ENR-PFID-TAUX    TO WS-TAUX-POINTS
                       END-IF
               END-READ
               CLOSE Param-Fidelite
           ELSE
               DISPLAY "Parametre des points absent, valeur par"
                       " defaut retenue"
           END-IF
           DISPLAY "Points par unite de montant TTC : " WS-TAUX-POINTS

      * Paniers du cycle : sans eux, aucun point à acquérir, arrêt.

           OPEN INPUT Sor-Panier
           IF L-Fst-Sor NOT = ZERO
               DISPLAY "Fichier paniers du cycle absent (traitement"
                       " paniers non passe), status = " L-Fst-Sor
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

      * Avoirs du cycle : absents, le traitement des retours n'a pas
      * tourné ; les acquisitions sont comptées seules, une relance
      * après les retours repassera acquisitions et reprises.

           SET WS-AVOIRS-OUVERT-OUI     TO TRUE
           OPEN INPUT Avoirs
           IF L-Fst-Avo NOT = ZERO
               DISPLAY "Avoirs du cycle absents (retours non passes),"
                       " status = " L-Fst-Avo
               SET WS-AVOIRS-OUVERT-NON TO TRUE
               SET Lec-Fic-AVO-Fin-Oui  TO TRUE
           END-IF

      * Référentiel clients : sans lui, aucun client n'est reconnu
      * comme actif, arrêt.

           OPEN INPUT Client-Master
           IF L-Fst-Cli NOT = ZERO
               DISPLAY "Referentiel clients absent (maintenance des"
                       " clients non passee), status = " L-Fst-Cli
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

      * Grand livre des points : on le complète, ou on le crée au
      * tout premier run (I-O sur un fichier qui n'existe pas encore
      * renvoie le status 35).

           OPEN I-O Points-Fidelite
           IF L-Fst-Pts = 35
               OPEN OUTPUT Points-Fidelite
               CLOSE Points-Fidelite
               OPEN I-O Points-Fidelite
           END-IF
           IF L-Fst-Pts NOT = ZERO
               DISPLAY "Erreur ouverture grand livre des points = "
                                                               L-Fst-Pts
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT Journal-Points
           IF L-Fst-Jpt NOT = ZERO
               DISPLAY "Erreur ouverture journal des points = "
                                                               L-Fst-Jpt
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LECTURE-SOR-PANIER   THRU FIN-LECTURE-SOR-PANIER
           IF WS-AVOIRS-OUVERT-OUI
               PERFORM LECTURE-AVOIR    THRU FIN-LECTURE-AVOIR
           END-IF
           .
      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ************
       Traitement.
      ************

      * Relance du même run (même date, même cycle) : les mouvements
      * qu'il avait passés sont d'abord tous retirés du grand livre,
      * puis repassés d'après les paniers et les avoirs actuels.

           PERFORM ANNULE-MOUVEMENTS-RUN
                                        THRU FIN-ANNULE-MOUVEMENTS-RUN

           PERFORM UNTIL Lec-Fic-Sor-Fin-Oui
                   PERFORM Acquiert-Un-Panier
                                        THRU FIN-Acquiert-Un-Panier
           END-PERFORM

           PERFORM UNTIL Lec-Fic-AVO-Fin-Oui
                   PERFORM Reprend-Un-Avoir THRU FIN-Reprend-Un-Avoir
           END-PERFORM
           .
      ****************
       FIN-Traitement. EXIT.
      ****************

      *-----------------------------------------------------------------
      *********************
       LECTURE-SOR-PANIER.
      *********************
           READ Sor-Panier
           AT END
               SET Lec-Fic-Sor-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Sor NOT = ZERO
                   DISPLAY 'Erreur lecture fichier paniers =' L-Fst-Sor
               END-IF
               ADD 1                    TO CPT-PANIERS
           END-READ
           .
      *************************
       FIN-LECTURE-SOR-PANIER. EXIT.
      *************************

      *-----------------------------------------------------------------
      ****************
       LECTURE-AVOIR.
      ****************
           READ Avoirs
           AT END
               SET Lec-Fic-AVO-Fin-Oui  TO TRUE
           NOT AT END
               IF L-Fst-Avo NOT = ZERO
                   DISPLAY 'Erreur lecture fichier avoirs =' L-Fst-Avo
               END-IF
               ADD 1                    TO CPT-AVOIRS
           END-READ
           .
      ********************
       FIN-LECTURE-AVOIR. EXIT.
      ********************

      *-----------------------------------------------------------------
      *********************
       Acquiert-Un-Panier.
      *********************

      * Un panier vide ('A') n'est pas une vente et n'acquiert rien.
      * Le fichier des paniers est dans l'ordre des clés : une clé
      * qui n'avance pas est la réécriture d'un panier par une
      * reprise du traitement paniers, déjà comptée.

           IF CPT-PANIERS > 1 AND
              ENR-Sor-Panier-CLE-PAN NOT > WS-CLE-PREC
               ADD 1                    TO CPT-DOUBLONS
               GO TO ACQUIERT-PANIER-SUITE
           END-IF
           MOVE ENR-Sor-Panier-CLE-PAN  TO WS-CLE-PREC

           IF ENR-Sor-Panier-LIV = 'A'
               ADD 1                    TO CPT-VIDES
               GO TO ACQUIERT-PANIER-SUITE
           END-IF

           MOVE ENR-Sor-Panier-CLIENT   TO WS-PTS-CLIENT
           MOVE ENR-Sor-Panier-TOT      TO WS-PTS-MONTANT
           MOVE ZERO                    TO WS-POINTS

      * Client inconnu, bloqué ou clos : pas de points, le panier
      * est noté au journal (le contrôle des entrées l'a déjà
      * signalé avant le rapprochement).

           MOVE WS-PTS-CLIENT           TO ENR-CLIM-CLIENT
           READ Client-Master
               INVALID KEY
                   ADD 1                TO CPT-INCONNUS
                   MOVE 'I'             TO ENR-JPT-TYPE
                   PERFORM ECR-JOURNAL  THRU FIN-ECR-JOURNAL
                   GO TO ACQUIERT-PANIER-SUITE
           END-READ
           IF ENR-CLIM-STATUT NOT = 'A'
               ADD 1                    TO CPT-NON-ACTIFS
               MOVE 'B'                 TO ENR-JPT-TYPE
               PERFORM ECR-JOURNAL      THRU FIN-ECR-JOURNAL
               GO TO ACQUIERT-PANIER-SUITE
           END-IF

      * Points entiers : la fraction de point est abandonnée.

           COMPUTE WS-POINTS = WS-PTS-MONTANT * WS-TAUX-POINTS
           IF WS-POINTS = ZERO
               ADD 1                    TO CPT-SANS-POINTS
               GO TO ACQUIERT-PANIER-SUITE
           END-IF

           MOVE WS-PTS-CLIENT           TO ENR-PTS-CLIENT
           MOVE WS-DATE-TRAITEMENT      TO ENR-PTS-DATE
           MOVE WS-CYCLE                TO ENR-PTS-CYCLE
           MOVE 'G'                     TO ENR-PTS-SENS
           MOVE ENR-Sor-Panier-CLE-PAN  TO ENR-PTS-PANIER
                                           ENR-PTS-CLE-PAN
           MOVE ZERO                    TO ENR-PTS-RANG
           MOVE WS-PTS-MONTANT          TO ENR-PTS-MONTANT
           MOVE WS-TAUX-POINTS          TO ENR-PTS-TAUX
           MOVE WS-POINTS               TO ENR-PTS-POINTS
           MOVE SPACES                  TO ENR-PTS-PRD
           WRITE ENR-PTS
               INVALID KEY
                   DISPLAY "Erreur ecriture points panier "
                           ENR-Sor-Panier-CLE-PAN " = " L-Fst-Pts
                   GO TO ACQUIERT-PANIER-SUITE
           END-WRITE
           ADD 1                        TO CPT-ACQUIS

           ADD WS-POINTS                TO SOM-PTS-ACQUIS
           MOVE 'G'                     TO ENR-JPT-TYPE
           PERFORM ECR-JOURNAL          THRU FIN-ECR-JOURNAL
           .
      *************************
       ACQUIERT-PANIER-SUITE.
      *************************
           PERFORM LECTURE-SOR-PANIER   THRU FIN-LECTURE-SOR-PANIER
           .
      *************************
       FIN-Acquiert-Un-Panier. EXIT.
      *************************

      *-----------------------------------------------------------------
      *******************
       Reprend-Un-Avoir.
      *******************

      * Chaque ligne d'avoir reprend, au taux de l'acquisition, les
      * points du montant TTC remboursé, sans jamais reprendre plus
      * que le panier n'en avait acquis. Elle est repérée par son
      * rang dans le fichier des avoirs ; sur une relance du cycle,
      * les reprises du premier passage ont été retirées en début
      * de traitement et ne comptent plus parmi les points repris.

           MOVE ENR-AVOIR-TTC           TO WS-PTS-MONTANT
           MOVE ZERO                    TO WS-POINTS
           IF ENR-AVOIR-TTC IS NOT NUMERIC OR
              ENR-AVOIR-TTC = ZERO
               ADD 1                    TO CPT-SANS-POINTS
               GO TO REPREND-AVOIR-SUITE
           END-IF

           PERFORM RECH-ACQUISITION     THRU FIN-RECH-ACQUISITION

      * Panier sans acquisition : client sans points au moment de
      * la vente, ou vente antérieure au grand livre.

           IF WS-ACQ-TROUVEE-NON
               ADD 1                    TO CPT-SANS-ACQ
               MOVE SPACES              TO WS-PTS-CLIENT
               MOVE 'S'                 TO ENR-JPT-TYPE
               PERFORM ECR-JOURNAL      THRU FIN-ECR-JOURNAL
               GO TO REPREND-AVOIR-SUITE
           END-IF
           MOVE WS-ACQ-CLIENT           TO WS-PTS-CLIENT

           COMPUTE WS-POINTS = WS-PTS-MONTANT * WS-ACQ-TAUX
           COMPUTE WS-ACQ-RESTE = WS-ACQ-POINTS - WS-ACQ-REPRIS
           IF WS-ACQ-RESTE < ZERO
               MOVE ZERO                TO WS-ACQ-RESTE
           END-IF
           IF WS-POINTS > WS-ACQ-RESTE
               MOVE WS-ACQ-RESTE        TO WS-POINTS
           END-IF
           IF WS-POINTS = ZERO
               ADD 1                    TO CPT-SANS-POINTS
               GO TO REPREND-AVOIR-SUITE
           END-IF

           MOVE WS-ACQ-CLIENT           TO ENR-PTS-CLIENT
           MOVE WS-DATE-TRAITEMENT      TO ENR-PTS-DATE
           MOVE WS-CYCLE                TO ENR-PTS-CYCLE
           MOVE 'R'                     TO ENR-PTS-SENS
           MOVE ENR-AVOIR-CLE-PAN       TO ENR-PTS-PANIER
                                           ENR-PTS-CLE-PAN
           MOVE CPT-AVOIRS              TO ENR-PTS-RANG
           MOVE WS-PTS-MONTANT          TO ENR-PTS-MONTANT
           MOVE WS-ACQ-TAUX             TO ENR-PTS-TAUX
           MOVE WS-POINTS               TO ENR-PTS-POINTS
           MOVE ENR-AVOIR-PRD           TO ENR-PTS-PRD
           WRITE ENR-PTS
               INVALID KEY
                   DISPLAY "Erreur ecriture reprise panier "
                           ENR-AVOIR-CLE-PAN " = " L-Fst-Pts
                   GO TO REPREND-AVOIR-SUITE
           END-WRITE
           ADD 1                        TO CPT-REPRIS

           ADD WS-POINTS                TO SOM-PTS-REPRIS
           MOVE 'R'                     TO ENR-JPT-TYPE
           PERFORM ECR-JOURNAL          THRU FIN-ECR-JOURNAL
           .
      **********************
       REPREND-AVOIR-SUITE.
      **********************
           PERFORM LECTURE-AVOIR        THRU FIN-LECTURE-AVOIR
           .
      ************************
       FIN-Reprend-Un-Avoir. EXIT.
      ************************

      *-----------------------------------------------------------------
      ************************
       ANNULE-MOUVEMENTS-RUN.
      ************************

      * Parcours complet du grand livre (la clé commence par le
      * client) : chaque mouvement daté de ce run est retiré et noté
      * au journal, 'C' pour une acquisition, 'A' pour une reprise.
      * Les paniers dont les lignes d'avoir ou le client ont changé
      * depuis le premier passage ne gardent ainsi aucun mouvement
      * périmé. Sans relance, aucun mouvement ne porte cette trace.

           SET WS-FIN-RECH-NON          TO TRUE
           MOVE LOW-VALUES              TO ENR-PTS-CLE
           START Points-Fidelite KEY IS NOT < ENR-PTS-CLE
               INVALID KEY
                   SET WS-FIN-RECH-OUI  TO TRUE
           END-START

           PERFORM UNTIL WS-FIN-RECH-OUI
                   PERFORM ANNULE-UN-MOUVEMENT
                                        THRU FIN-ANNULE-UN-MOUVEMENT
           END-PERFORM

           IF CPT-ACQ-ANNULEES NOT = ZERO OR
              CPT-REP-ANNULEES NOT = ZERO
               DISPLAY "Relance du cycle : " CPT-ACQ-ANNULEES
                       " acquisitions et " CPT-REP-ANNULEES
                       " reprises retirees avant d'etre repassees"
           END-IF
           .
      **************************
       FIN-ANNULE-MOUVEMENTS-RUN. EXIT.
      **************************

      *-----------------------------------------------------------------
      **********************
       ANNULE-UN-MOUVEMENT.
      **********************
           READ Points-Fidelite NEXT RECORD
               AT END
                   SET WS-FIN-RECH-OUI  TO TRUE
                   GO TO FIN-ANNULE-UN-MOUVEMENT
           END-READ

           IF ENR-PTS-DATE NOT = WS-DATE-TRAITEMENT OR
              ENR-PTS-CYCLE NOT = WS-CYCLE
               GO TO FIN-ANNULE-UN-MOUVEMENT
           END-IF

           MOVE ENR-PTS-CLIENT          TO WS-PTS-CLIENT
           MOVE ENR-PTS-PANIER          TO WS-PTS-CLE-PAN
           MOVE ENR-PTS-MONTANT         TO WS-PTS-MONTANT
           MOVE ENR-PTS-POINTS          TO WS-POINTS
           IF ENR-PTS-SENS = 'G'
               MOVE 'C'                 TO ENR-JPT-TYPE
           ELSE
               MOVE 'A'                 TO ENR-JPT-TYPE
           END-IF

           DELETE Points-Fidelite
               INVALID KEY
                   DISPLAY "Erreur annulation points panier "
                           WS-PTS-CLE-PAN " = " L-Fst-Pts
                   GO TO FIN-ANNULE-UN-MOUVEMENT
           END-DELETE

           IF ENR-JPT-TYPE = 'C'
               ADD 1                    TO CPT-ACQ-ANNULEES
           ELSE
               ADD 1                    TO CPT-REP-ANNULEES
           END-IF
           PERFORM ECR-JOURNAL          THRU FIN-ECR-JOURNAL
           .
      ************************
       FIN-ANNULE-UN-MOUVEMENT. EXIT.
      ************************

      *-----------------------------------------------------------------
      *******************
       RECH-ACQUISITION.
      *******************

      * Mouvements du panier de l'avoir, par le panier au grand
      * livre : l'acquisition la plus récente l'emporte, les reprises
      * déjà passées en sont déduites.

           SET WS-ACQ-TROUVEE-NON       TO TRUE
           MOVE SPACES                  TO WS-ACQ-CLIENT
           MOVE ZERO                    TO WS-ACQ-TAUX
                                           WS-ACQ-POINTS
                                           WS-ACQ-REPRIS
           SET WS-FIN-RECH-NON          TO TRUE
           MOVE ENR-AVOIR-CLE-PAN       TO ENR-PTS-CLE-PAN
           START Points-Fidelite KEY IS = ENR-PTS-CLE-PAN
               INVALID KEY
                   SET WS-FIN-RECH-OUI  TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-RECH-OUI
               READ Points-Fidelite NEXT RECORD
                   AT END
                       SET WS-FIN-RECH-OUI TO TRUE
                   NOT AT END
                       IF ENR-PTS-CLE-PAN NOT = ENR-AVOIR-CLE-PAN
                           SET WS-FIN-RECH-OUI TO TRUE
                       ELSE
                           IF ENR-PTS-SENS = 'G'
                               SET WS-ACQ-TROUVEE-OUI TO TRUE
                               MOVE ENR-PTS-CLIENT TO WS-ACQ-CLIENT
                               MOVE ENR-PTS-TAUX   TO WS-ACQ-TAUX
                               MOVE ENR-PTS-POINTS TO WS-ACQ-POINTS
                           ELSE
                               ADD ENR-PTS-POINTS  TO WS-ACQ-REPRIS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      ***********************
       FIN-RECH-ACQUISITION. EXIT.
      ***********************

      *-----------------------------------------------------------------
      **************
       ECR-JOURNAL.
      **************
           MOVE WS-PTS-CLIENT           TO ENR-JPT-CLIENT
           EVALUATE ENR-JPT-TYPE
               WHEN 'R'
               WHEN 'S'
                   MOVE ENR-AVOIR-CLE-PAN TO ENR-JPT-CLE-PAN
               WHEN 'C'
               WHEN 'A'
                   MOVE WS-PTS-CLE-PAN  TO ENR-JPT-CLE-PAN
               WHEN OTHER
                   MOVE ENR-Sor-Panier-CLE-PAN TO ENR-JPT-CLE-PAN
           END-EVALUATE
           MOVE WS-PTS-MONTANT          TO ENR-JPT-MONTANT
           MOVE WS-POINTS               TO ENR-JPT-POINTS
           WRITE ENR-JPT
           IF L-Fst-Jpt NOT = ZERO
               DISPLAY "Erreur ecriture journal des points = "
                                                               L-Fst-Jpt
           END-IF
           .
      ******************
       FIN-ECR-JOURNAL. EXIT.
      ******************

      *-----------------------------------------------------------------
      *****************
       LECTURE-CYCLE.
      *****************

      * Numéro de cycle du jour ; fichier absent ou illisible :
      * cycle 01, le fonctionnement à un seul run par jour.

           MOVE 1                        TO WS-CYCLE
           OPEN INPUT Cycle-En-Cours
           IF L-Fst-Cyc = ZERO
               READ Cycle-En-Cours
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENR-CYCLE-NUM IS NUMERIC AND
                          ENR-CYCLE-NUM NOT = ZERO
                           MOVE ENR-CYCLE-NUM TO WS-CYCLE
                       END-IF
               END-READ
               CLOSE Cycle-En-Cours
           END-IF
           MOVE WS-CYCLE                 TO WS-CYCLE-X
           DISPLAY "Cycle de traitement : " WS-CYCLE-X
           .
      *********************
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
      ******

           CLOSE Sor-Panier
           IF WS-AVOIRS-OUVERT-OUI
               CLOSE Avoirs
           END-IF
           CLOSE Client-Master
           CLOSE Points-Fidelite
           CLOSE Journal-Points

           DISPLAY "Paniers lus                      : " CPT-PANIERS
           DISPLAY "Paniers relus (reprise)          : " CPT-DOUBLONS
           DISPLAY "Paniers vides                    : " CPT-VIDES
           DISPLAY "Paniers de clients inconnus      : " CPT-INCONNUS
           DISPLAY "Paniers de clients bloques/clos  : " CPT-NON-ACTIFS
           DISPLAY "Acquisitions passees             : " CPT-ACQUIS
                   " pour " SOM-PTS-ACQUIS " points"
           DISPLAY "Acquisitions retirees (relance)  : "
                                                       CPT-ACQ-ANNULEES
           DISPLAY "Avoirs lus                       : " CPT-AVOIRS
           DISPLAY "Reprises passees                 : " CPT-REPRIS
                   " pour " SOM-PTS-REPRIS " points"
           DISPLAY "Reprises retirees (relance)      : "
                                                       CPT-REP-ANNULEES
           DISPLAY "Avoirs sans acquisition          : " CPT-SANS-ACQ
           DISPLAY "Mouvements a zero point ignores  : "
                                                       CPT-SANS-POINTS
           DISPLAY "Journal produit : " WS-NOM-JOURNAL
           DISPLAY 'Fin des points de fidelite'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM FIDELITE-POINTS.
      *-----------------------------------------------------------------

                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Ret
                .
      *    Historique permanent des lignes vendues, tenu par le
      *    chargement de l'index PANPRD : le retour se valide contre
      *    les lignes du panier d'origine, quel que soit son jour
      *    dans la fenêtre de retour, et la quantité rendue y est
      *    cumulée ligne par ligne :
           SELECT Histo-Ventes ASSIGN TO
               "C:/Users/HP/Downloads/HistoVentes.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-HVTE-CLEF
                FILE STATUS        IS L-Fst-Hvt
                .
      *    Paramètres de rétention, dont la fenêtre de retour en
      *    jours ; absents : fenêtre de 30 jours :
           SELECT Param-Retention ASSIGN TO
               "C:/Users/HP/Downloads/ParamRetention.txt"
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Rtn
                .
      *    Référentiel produits indexé tenu par la maintenance du
      *    référentiel (catégorie, pour le taux de TVA de l'avoir) :
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Gl
                .
      *    Fichier daté des retours rejetés (panier inconnu, hors
      *    fenêtre de retour, produit absent du panier, quantité
      *    trop forte, cumul des retours dépassant l'achat) :
           SELECT Retours-Erreur ASSIGN DYNAMIC
               WS-NOM-RETERR
                ORGANIZATION       IS LINE SEQUENTIAL
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
           05 ENR-RETOUR-PRD                              PIC X(07).
           05 ENR-RETOUR-QTE                              PIC 9(03).

      * Ligne vendue à l'historique : zones de la ligne PANPRD, date
      * et cycle de la vente, quantité déjà rendue, et trace du
      * dernier run de retours qui l'a touchée (date, cycle et
      * quantité rendue par ce run).

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

       FD Param-Retention.
       01 ENR-RETPAR.
           05 ENR-RETPAR-JRS-SORTIES                      PIC 9(03).
           05 ENR-RETPAR-JRS-CONTROLE                     PIC 9(03).
           05 ENR-RETPAR-JRS-SUSPENS                      PIC 9(03).
           05 ENR-RETPAR-JRS-RETOURS                      PIC 9(03).

       FD Produit-Master.
       01 ENR-MASTER.
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

       01 L-Fst-Ret                                        PIC 99.
       01 L-Fst-Hvt                                        PIC 99.
       01 L-Fst-Rtn                                        PIC 99.
       01 L-Fst-Mas                                        PIC 99.
       01 L-Fst-Tva                                        PIC 99.
       01 L-Fst-Par                                        PIC 99.
       01 L-Fst-Gl                                         PIC 99.
       01 L-Fst-Rer                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.

      * Date du run, noms datés des fichiers produits et référence
      * de lot propre aux extournes de retours :
       01 WS-NOM-RETERR                                    PIC X(60).
       01 WS-REF-LOT                                       PIC X(13).

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

       01 WS-TAUX-LIGNE                                    PIC 9(02)V99.

      * Validation du retour courant contre le panier d'origine :
      * résultat de la recherche à l'historique et ligne d'achat
      * retenue. 'T' ligne au reste suffisant, 'S' ligne du produit
      * trouvée mais reste insuffisant (cumul des retours).

       01 WS-RESULT-RECH                                   PIC X(01).
           88 WS-RECH-TROUVE                               VALUE 'T'.
           88 WS-RECH-RESTE-INSUFFISANT                    VALUE 'S'.
           88 WS-RECH-PANIER-INCONNU                       VALUE 'B'.
           88 WS-RECH-PRD-ABSENT                           VALUE 'P'.

       01 WS-ACHAT-PRIX                                    PIC 9(05).
       01 WS-ACHAT-QTE                                     PIC 9(03).
       01 WS-ACHAT-REMISE                                  PIC 9(05).
       01 WS-ACHAT-PROMO                                   PIC 9(08).
       01 WS-ACHAT-RENDUE                                  PIC 9(03).
       01 WS-ACHAT-RESTE                                   PIC 9(03).
       01 WS-ACHAT-CLEF                                    PIC X(20).
       01 WS-ACHAT-DATE-VENTE                              PIC 9(08).
       01 WS-ACHAT-BRUT                                    PIC 9(08).
       01 WS-ACHAT-NET                                     PIC 9(08).

      * Fenêtre de retour en jours et âge du panier d'origine

       01 WS-FENETRE-RETOUR                                PIC 9(03).
       01 WS-JOURS-RUN                                     PIC 9(07).
       01 WS-AGE-VENTE                                     PIC 9(07).

       01 WS-HORS-FENETRE                                  PIC 9.
           88 WS-HORS-FENETRE-OUI                          VALUE 1.
           88 WS-HORS-FENETRE-NON                          VALUE 0.

      * Relance d'un run de retours : lignes de l'historique remises
      * dans leur état d'avant le premier passage du même cycle

       01 Lec-Fic-HVT-Fin                                  PIC 9.
           88 Lec-Fic-HVT-Fin-Oui                          VALUE 1.
           88 Lec-Fic-HVT-Fin-Non                          VALUE 0.

       01 CPT-LIGNES-RETABLIES                             PIC 9(07).

      * Ligne de l'historique portant la trace d'un run de retours
      * postérieur à celui-ci (date, ou même date et cycle suivant) :
      * rejouer ce run après lui fausserait les quantités rendues.

       01 WS-RUN-ULTERIEUR                                 PIC 9.
           88 WS-RUN-ULTERIEUR-OUI                         VALUE 1.
           88 WS-RUN-ULTERIEUR-NON                         VALUE 0.

      * Type du rejet en cours d'écriture : 'B' panier inconnu, 'H'
      * panier hors fenêtre de retour, 'P' produit absent du
      * panier, 'Q' quantité rendue nulle ou supérieure à l'achat,
      * 'C' cumul des retours de la ligne supérieur à l'achat.

       01 WS-TYPE-REJET                                    PIC X(01).

                      WS-PARAM-TAUX-TVA  WS-HIST-DATE-EFFET
                      WS-REMB-HT  WS-REMB-TVA  WS-REMB-TTC
                      WS-ACHAT-PRIX  WS-ACHAT-QTE  WS-ACHAT-REMISE
                      WS-ACHAT-PROMO  WS-ACHAT-BRUT  WS-ACHAT-NET
                      WS-ACHAT-RENDUE  WS-ACHAT-RESTE
                      CPT-LIGNES-RETABLIES
                      L-Fst-Ret  L-Fst-Hvt  L-Fst-Mas  L-Fst-Tva
                      L-Fst-Par  L-Fst-His  L-Fst-Avo  L-Fst-Gl
                      L-Fst-Rer  L-Fst-Rtn

           SET Lec-Fic-RET-Fin-Non      TO TRUE

      * propre aux extournes de retours (distincte du lot PAN de
      * l'extrait comptable).

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           PERFORM VERIF-JOUR-CLOS      THRU FIN-VERIF-JOUR-CLOS
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X

           PERFORM LECTURE-CYCLE        THRU FIN-LECTURE-CYCLE

           COMPUTE WS-JOURS-RUN =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-TRAITEMENT)

      * Fenêtre de retour, lue avec les rétentions : elle borne à la
      * fois les retours acceptés et la conservation de l'historique
      * des ventes par la purge.

           PERFORM LECTURE-FENETRE      THRU FIN-LECTURE-FENETRE

           MOVE SPACES                  TO WS-NOM-AVOIRS
           STRING "C:/Users/HP/Downloads/AvoirClient_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
               STOP RUN
           END-IF

      * Ouverture de l'historique des ventes : sans lui aucun retour
      * n'est vérifiable contre le panier d'origine, on arrête.

           OPEN I-O Histo-Ventes
           IF L-Fst-Hvt NOT = ZERO
               DISPLAY "Historique des ventes indisponible, status = "
                                                               L-Fst-Hvt
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

      * Un run de retours d'une date ou d'un cycle postérieurs est
      * déjà passé : ses imputations recouvrent celles de ce run,
      * qui ne pourraient plus être retirées proprement en cas de
      * relance. Le run est refusé avant toute mise à jour.

           PERFORM VERIF-RUN-ULTERIEUR  THRU FIN-VERIF-RUN-ULTERIEUR

      * Relance du même cycle : les quantités rendues imputées par le
      * premier passage sont retirées avant de rejouer les retours,
      * les avoirs étant eux-mêmes réécrits en entier.

           PERFORM RETABLIT-HISTO-RUN   THRU FIN-RETABLIT-HISTO-RUN

           OPEN OUTPUT Avoirs
           OPEN OUTPUT Interface-GL
           OPEN OUTPUT Retours-Erreur
      ******************

      * Validation du retour contre le panier d'origine : le panier
      * doit exister à l'historique des ventes et être dans la
      * fenêtre de retour, le produit doit y figurer sur une ligne
      * non doublon, la quantité rendue ne peut dépasser la
      * quantité achetée, ni, cumulée aux retours déjà faits sur la
      * ligne, la quantité achetée. Tout manquement rejette le
      * retour dans son fichier d'erreurs, sans avoir ni écriture.

           PERFORM RECH-LIGNE-ACHAT     THRU FIN-RECH-LIGNE-ACHAT

               WHEN WS-RECH-PANIER-INCONNU
                   MOVE 'B'             TO WS-TYPE-REJET
                   PERFORM ECR-REJET    THRU FIN-ECR-REJET
               WHEN WS-HORS-FENETRE-OUI
                   MOVE 'H'             TO WS-TYPE-REJET
                   PERFORM ECR-REJET    THRU FIN-ECR-REJET
               WHEN WS-RECH-PRD-ABSENT
                   MOVE 'P'             TO WS-TYPE-REJET
                   PERFORM ECR-REJET    THRU FIN-ECR-REJET
                    ENR-RETOUR-QTE > WS-ACHAT-QTE
                   MOVE 'Q'             TO WS-TYPE-REJET
                   PERFORM ECR-REJET    THRU FIN-ECR-REJET
               WHEN WS-RECH-RESTE-INSUFFISANT
                   MOVE 'C'             TO WS-TYPE-REJET
                   PERFORM ECR-REJET    THRU FIN-ECR-REJET
               WHEN OTHER
                   PERFORM EMET-AVOIR   THRU FIN-EMET-AVOIR
                   PERFORM IMPUTE-RETOUR THRU FIN-IMPUTE-RETOUR
           END-EVALUATE

           PERFORM LECTURE-RETOURS      THRU FIN-LECTURE-RETOURS
       RECH-LIGNE-ACHAT.
      *******************

      * Recherche à l'historique de la ligne d'achat du produit rendu
      * dans le panier d'origine : première ligne non doublon
      * portant le produit dont le reste à rendre (achat moins déjà
      * rendu) couvre le retour ; à défaut, la première ligne du
      * produit est retenue pour motiver le rejet. Les lignes
      * marquées au chargement de l'index (doublon 'D', orpheline
      * 'O', produit inconnu 'I' ou retiré 'R') sont ignorées, elles
      * n'ont jamais été comptées dans le panier.

           SET WS-PANIER-VU-NON         TO TRUE
           SET WS-FIN-PANIER-NON        TO TRUE
           SET WS-HORS-FENETRE-NON      TO TRUE
           MOVE SPACE                   TO WS-RESULT-RECH
           MOVE ZERO                    TO WS-ACHAT-PRIX
                                           WS-ACHAT-QTE
                                           WS-ACHAT-REMISE
                                           WS-ACHAT-PROMO
                                           WS-ACHAT-RENDUE
                                           WS-ACHAT-DATE-VENTE

           MOVE ENR-RETOUR-CLE-PAN      TO ENR-HVTE-CLE
           MOVE 1                       TO ENR-HVTE-SEQ

           START Histo-Ventes KEY IS >= ENR-HVTE-CLEF
               INVALID KEY
                   SET WS-FIN-PANIER-OUI TO TRUE
           END-START
                   PERFORM LIT-LIGNE-ACHAT THRU FIN-LIT-LIGNE-ACHAT
           END-PERFORM

           IF WS-RECH-TROUVE OR WS-RECH-RESTE-INSUFFISANT
               GO TO FIN-RECH-LIGNE-ACHAT
           END-IF

           IF WS-PANIER-VU-OUI
               SET WS-RECH-PRD-ABSENT     TO TRUE
           ELSE
               SET WS-RECH-PANIER-INCONNU TO TRUE
           END-IF
           .
      ***********************
      ******************
       LIT-LIGNE-ACHAT.
      ******************
           READ Histo-Ventes NEXT RECORD
               AT END
                   SET WS-FIN-PANIER-OUI TO TRUE
           END-READ

           IF WS-FIN-PANIER-OUI
               GO TO FIN-LIT-LIGNE-ACHAT
           END-IF

           IF ENR-HVTE-CLE NOT = ENR-RETOUR-CLE-PAN
               SET WS-FIN-PANIER-OUI    TO TRUE
               GO TO FIN-LIT-LIGNE-ACHAT
           END-IF

      * Première ligne du panier : son âge décide de la fenêtre.

           IF WS-PANIER-VU-NON
               SET WS-PANIER-VU-OUI     TO TRUE
               COMPUTE WS-AGE-VENTE = WS-JOURS-RUN -
                   FUNCTION INTEGER-OF-DATE (ENR-HVTE-DATE-VENTE)
               IF WS-AGE-VENTE > WS-FENETRE-RETOUR
                   SET WS-HORS-FENETRE-OUI TO TRUE
               END-IF
           END-IF

           IF ENR-HVTE-PRD NOT = ENR-RETOUR-PRD OR
              ENR-HVTE-DOUBLON NOT = SPACE
               GO TO FIN-LIT-LIGNE-ACHAT
           END-IF

           IF ENR-HVTE-QTE > ENR-HVTE-QTE-RENDUE
               COMPUTE WS-ACHAT-RESTE =
                       ENR-HVTE-QTE - ENR-HVTE-QTE-RENDUE
           ELSE
               MOVE ZERO                TO WS-ACHAT-RESTE
           END-IF

           IF ENR-RETOUR-QTE <= WS-ACHAT-RESTE OR
              WS-RESULT-RECH = SPACE
               MOVE ENR-HVTE-PRIX       TO WS-ACHAT-PRIX
               MOVE ENR-HVTE-QTE        TO WS-ACHAT-QTE
               MOVE ENR-HVTE-REMISE     TO WS-ACHAT-REMISE
               MOVE ENR-HVTE-PROMO      TO WS-ACHAT-PROMO
               MOVE ENR-HVTE-QTE-RENDUE TO WS-ACHAT-RENDUE
               MOVE ENR-HVTE-CLEF       TO WS-ACHAT-CLEF
               MOVE ENR-HVTE-DATE-VENTE TO WS-ACHAT-DATE-VENTE
               IF ENR-RETOUR-QTE <= WS-ACHAT-RESTE
                   SET WS-RECH-TROUVE   TO TRUE
               ELSE
                   SET WS-RECH-RESTE-INSUFFISANT TO TRUE
               END-IF
           END-IF
           .
       FIN-LIT-LIGNE-ACHAT. EXIT.
      **********************

      *-----------------------------------------------------------------
      ****************
       IMPUTE-RETOUR.
      ****************

      * La quantité rendue est cumulée sur la ligne d'achat, avec la
      * trace du run qui l'impute : un second retour du même cycle
      * sur la même ligne s'ajoute à la quantité du run.

           MOVE WS-ACHAT-CLEF           TO ENR-HVTE-CLEF
           READ Histo-Ventes
               INVALID KEY
                   DISPLAY "Ligne d'historique disparue : "
                                                          WS-ACHAT-CLEF
                   GO TO FIN-IMPUTE-RETOUR
           END-READ

           IF ENR-HVTE-DATE-RETOUR NOT = WS-DATE-TRAITEMENT OR
              ENR-HVTE-CYCLE-RETOUR NOT = WS-CYCLE
               MOVE WS-DATE-TRAITEMENT  TO ENR-HVTE-DATE-RETOUR
               MOVE WS-CYCLE            TO ENR-HVTE-CYCLE-RETOUR
               MOVE ZERO                TO ENR-HVTE-QTE-RET-RUN
           END-IF
           ADD ENR-RETOUR-QTE           TO ENR-HVTE-QTE-RENDUE
                                           ENR-HVTE-QTE-RET-RUN

           REWRITE ENR-HVTE
               INVALID KEY
                   DISPLAY "Erreur mise a jour historique ventes = "
                                                               L-Fst-Hvt
           END-REWRITE
           .
      **********************
       FIN-IMPUTE-RETOUR. EXIT.
      **********************

      *-----------------------------------------------------------------
      **********************
       VERIF-RUN-ULTERIEUR.
      **********************

      * Parcours de l'historique à la recherche d'une trace de run de
      * retours postérieure à la date et au cycle de ce run ; le
      * fichier est ensuite repositionné au début pour le
      * rétablissement d'une relance.

           SET WS-RUN-ULTERIEUR-NON     TO TRUE
           SET Lec-Fic-HVT-Fin-Non      TO TRUE
           PERFORM UNTIL Lec-Fic-HVT-Fin-Oui OR WS-RUN-ULTERIEUR-OUI
                   PERFORM VERIF-UNE-TRACE THRU FIN-VERIF-UNE-TRACE
           END-PERFORM

           IF WS-RUN-ULTERIEUR-OUI
               DISPLAY '***********************************************'
               DISPLAY '***  RETOURS DEJA TRAITES PAR UN RUN        ***'
               DISPLAY '***  POSTERIEUR - RELANCE REFUSEE           ***'
               DISPLAY '***********************************************'
               DISPLAY "Ligne " ENR-HVTE-CLE "/" ENR-HVTE-SEQ
                       " imputee le " ENR-HVTE-DATE-RETOUR
                       " cycle " ENR-HVTE-CYCLE-RETOUR
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES              TO ENR-HVTE-CLEF
           START Histo-Ventes KEY IS >= ENR-HVTE-CLEF
               INVALID KEY
                   CONTINUE
           END-START
           .
      **************************
       FIN-VERIF-RUN-ULTERIEUR. EXIT.
      **************************

      *-----------------------------------------------------------------
      ******************
       VERIF-UNE-TRACE.
      ******************
           READ Histo-Ventes NEXT RECORD
               AT END
                   SET Lec-Fic-HVT-Fin-Oui TO TRUE
           END-READ

           IF Lec-Fic-HVT-Fin-Oui
               GO TO FIN-VERIF-UNE-TRACE
           END-IF

           IF ENR-HVTE-DATE-RETOUR > WS-DATE-TRAITEMENT OR
              (ENR-HVTE-DATE-RETOUR = WS-DATE-TRAITEMENT AND
               ENR-HVTE-CYCLE-RETOUR > WS-CYCLE)
               SET WS-RUN-ULTERIEUR-OUI TO TRUE
           END-IF
           .
      **********************
       FIN-VERIF-UNE-TRACE. EXIT.
      **********************

      *-----------------------------------------------------------------
      *********************
       RETABLIT-HISTO-RUN.
      *********************

      * Parcours de l'historique : toute ligne dont le dernier run de
      * retours est celui-ci (même date, même cycle) vient d'un
      * premier passage interrompu ou à rejouer ; sa quantité rendue
      * par ce run lui est retirée.

           SET Lec-Fic-HVT-Fin-Non      TO TRUE
           PERFORM UNTIL Lec-Fic-HVT-Fin-Oui
                   PERFORM RETABLIT-UNE-LIGNE
                                        THRU FIN-RETABLIT-UNE-LIGNE
           END-PERFORM

           IF CPT-LIGNES-RETABLIES NOT = ZERO
               DISPLAY "Relance du cycle : " CPT-LIGNES-RETABLIES
                       " lignes d'historique retablies avant rejeu"
           END-IF
           .
      *************************
       FIN-RETABLIT-HISTO-RUN. EXIT.
      *************************

      *-----------------------------------------------------------------
      *********************
       RETABLIT-UNE-LIGNE.
      *********************
           READ Histo-Ventes NEXT RECORD
               AT END
                   SET Lec-Fic-HVT-Fin-Oui TO TRUE
           END-READ

           IF Lec-Fic-HVT-Fin-Oui
               GO TO FIN-RETABLIT-UNE-LIGNE
           END-IF

           IF ENR-HVTE-DATE-RETOUR NOT = WS-DATE-TRAITEMENT OR
              ENR-HVTE-CYCLE-RETOUR NOT = WS-CYCLE OR
              ENR-HVTE-QTE-RET-RUN = ZERO
               GO TO FIN-RETABLIT-UNE-LIGNE
           END-IF

           IF ENR-HVTE-QTE-RENDUE > ENR-HVTE-QTE-RET-RUN
               SUBTRACT ENR-HVTE-QTE-RET-RUN FROM ENR-HVTE-QTE-RENDUE
           ELSE
               MOVE ZERO                TO ENR-HVTE-QTE-RENDUE
           END-IF
           MOVE ZERO                    TO ENR-HVTE-QTE-RET-RUN

           REWRITE ENR-HVTE
               INVALID KEY
                   DISPLAY "Erreur mise a jour historique ventes = "
                                                               L-Fst-Hvt
               NOT INVALID KEY
                   ADD 1                TO CPT-LIGNES-RETABLIES
           END-REWRITE
           .
      *************************
       FIN-RETABLIT-UNE-LIGNE. EXIT.
      *************************

      *-----------------------------------------------------------------
      ******************
       LECTURE-FENETRE.
      ******************

      * Fenêtre de retour en jours : quatrième zone des paramètres de
      * rétention ; fichier absent ou zone non renseignée : 30 jours.

           MOVE 30                      TO WS-FENETRE-RETOUR
           OPEN INPUT Param-Retention
           IF L-Fst-Rtn = ZERO
               READ Param-Retention
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENR-RETPAR-JRS-RETOURS IS NUMERIC AND
                          ENR-RETPAR-JRS-RETOURS NOT = ZERO
                           MOVE ENR-RETPAR-JRS-RETOURS
                                        TO WS-FENETRE-RETOUR
                       END-IF
               END-READ
               CLOSE Param-Retention
           END-IF
           DISPLAY "Fenetre de retour : " WS-FENETRE-RETOUR " jours"
           .
      **********************
       FIN-LECTURE-FENETRE. EXIT.
      **********************

      *-----------------------------------------------------------------
      **************
       EMET-AVOIR.
      **************

      * Montant de l'avoir : le net de la ligne d'achat (prix x
      * quantité moins remise, moins la promotion accordée à la
      * ligne) au prorata de la quantité rendue, la TVA au taux de
      * la catégorie du produit, comme au rapprochement qui a
      * facturé le panier. La remise est plafonnée au brut et la
      * promotion au reste, comme à l'analyse des ventes : le net
      * ne devient jamais négatif.

           COMPUTE WS-ACHAT-BRUT = WS-ACHAT-PRIX * WS-ACHAT-QTE
           IF WS-ACHAT-REMISE > WS-ACHAT-BRUT
               MOVE ZERO                TO WS-ACHAT-NET
           ELSE
               SUBTRACT WS-ACHAT-REMISE FROM WS-ACHAT-BRUT
                                        GIVING WS-ACHAT-NET
           END-IF
           IF WS-ACHAT-PROMO > WS-ACHAT-NET
               MOVE ZERO                TO WS-ACHAT-NET
           ELSE
               SUBTRACT WS-ACHAT-PROMO  FROM WS-ACHAT-NET
           END-IF

           COMPUTE WS-REMB-HT ROUNDED =
                   WS-ACHAT-NET * ENR-RETOUR-QTE / WS-ACHAT-QTE

           PERFORM RECH-CATEGORIE       THRU FIN-RECH-CATEGORIE
           PERFORM RECH-TAUX            THRU FIN-RECH-TAUX
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

           CLOSE Retours
           CLOSE Histo-Ventes
           CLOSE Produit-Master
           CLOSE Avoirs
           CLOSE Interface-GL

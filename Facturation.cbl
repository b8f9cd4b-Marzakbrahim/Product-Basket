       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURATION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Paniers écrits par le traitement paniers du cycle, datés :
      *    un panier non vide reçoit un numéro de facture.
           SELECT Sor-Panier ASSIGN DYNAMIC
               WS-NOM-SOR-PANIER
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Sor
                .
      *    Avoirs émis par le traitement des retours, datés du run :
      *    chaque ligne d'avoir reçoit un numéro d'avoir.
           SELECT Avoirs ASSIGN DYNAMIC
               WS-NOM-AVOIRS
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Avo
                .
      *    Registre permanent des factures et des avoirs, par type et
      *    numéro ; la référence (type, date, cycle, panier, rang)
      *    retrouve une pièce déjà numérotée lors d'une relance, le
      *    panier retrouve la facture corrigée par un avoir :
           SELECT Registre-Factures ASSIGN TO
               "C:/Users/HP/Downloads/RegistreFactures.dat"
                ORGANIZATION       IS INDEXED
                ACCESS MODE        IS DYNAMIC
                RECORD KEY         IS ENR-FAC-CLE
                ALTERNATE RECORD KEY IS ENR-FAC-REF
                ALTERNATE RECORD KEY IS ENR-FAC-CLE-PAN
                                   WITH DUPLICATES
                FILE STATUS        IS L-Fst-Fac
                .
      *    Edition des factures et des avoirs du cycle, datée :
           SELECT Edition-Factures ASSIGN DYNAMIC
               WS-NOM-EDITION
                ORGANIZATION       IS LINE SEQUENTIAL
                FILE STATUS        IS L-Fst-Edi
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

      * Une pièce du registre : facture ('F') ou avoir ('A'), son
      * numéro dans la séquence de son type, sa référence d'origine
      * (date et cycle du run, panier, rang de la ligne dans le
      * fichier des avoirs, zéro pour une facture), le client et les
      * montants ; pour un avoir, le produit rendu et le numéro de la
      * facture corrigée (zéro si le panier n'a pas été facturé).
      * Le numéro zéro de chaque type est l'enregistrement compteur,
      * qui porte le dernier numéro attribué.

       FD Registre-Factures.
       01 ENR-FAC.
           05 ENR-FAC-CLE.
               10 ENR-FAC-TYPE                            PIC X(01).
               10 ENR-FAC-NUM                             PIC 9(10).
           05 ENR-FAC-REF.
               10 ENR-FAC-REF-TYPE                        PIC X(01).
               10 ENR-FAC-DATE                            PIC 9(08).
               10 ENR-FAC-CYCLE                           PIC 9(02).
               10 ENR-FAC-REF-PANIER                      PIC X(15).
               10 ENR-FAC-RANG                            PIC 9(05).
           05 ENR-FAC-CLE-PAN                             PIC X(15).
           05 ENR-FAC-CLIENT                              PIC X(08).
           05 ENR-FAC-HT                                  PIC 9(08)V99.
           05 ENR-FAC-TVA                                 PIC 9(07)V99.
           05 ENR-FAC-TTC                                 PIC 9(08)V99.
           05 ENR-FAC-PRD                                 PIC X(07).
           05 ENR-FAC-QTE                                 PIC 9(03).
           05 ENR-FAC-NUM-ORIGINE                         PIC 9(10).
           05 ENR-FAC-DERNIER                             PIC 9(10).

       FD Edition-Factures.
       01 ENR-EDITION                                     PIC X(132).

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
       01 L-Fst-Fac                                        PIC 99.
       01 L-Fst-Edi                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.
       01 L-Fst-Cal                                        PIC 99.

      * Date du run et noms datés des fichiers du cycle

       01 WS-DATE-TRAITEMENT                               PIC 9(08).
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-NOM-SOR-PANIER                                PIC X(60).
       01 WS-NOM-AVOIRS                                    PIC X(60).
       01 WS-NOM-EDITION                                   PIC X(60).

      * Journée de gestion déjà clôturée (indicateur du fichier de
      * date ou calendrier des clôtures) : on ne numérote plus

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

       01 Lec-Fic-CAL-Fin                                  PIC 9.
           88 Lec-Fic-CAL-Fin-Oui                          VALUE 1.
           88 Lec-Fic-CAL-Fin-Non                          VALUE 0.

      * Cycle de traitement du jour

       01 WS-CYCLE                                         PIC 9(02).
       01 WS-CYCLE-X                                       PIC X(02).

      * Derniers numéros attribués, repris des enregistrements
      * compteurs du registre puis recalés sur les pièces réellement
      * écrites : un arrêt entre l'écriture d'une pièce et la mise à
      * jour de son compteur ne fait ni trou ni doublon.

       01 WS-DERNIER-FAC                                   PIC 9(10).
       01 WS-DERNIER-AVO                                   PIC 9(10).
       01 WS-DERNIER                                       PIC 9(10).
       01 WS-TYPE-PIECE                                    PIC X(01).

      * Pièce en cours, copiée hors de la zone du registre pour
      * l'édition et la mise à jour des compteurs

       01 WS-ENR-FAC.
           05 WS-FAC-TYPE                                  PIC X(01).
           05 WS-FAC-NUM                                   PIC 9(10).
           05 WS-FAC-REF-TYPE                              PIC X(01).
           05 WS-FAC-DATE                                  PIC 9(08).
           05 WS-FAC-CYCLE                                 PIC 9(02).
           05 WS-FAC-REF-PANIER                            PIC X(15).
           05 WS-FAC-RANG                                  PIC 9(05).
           05 WS-FAC-CLE-PAN                               PIC X(15).
           05 WS-FAC-CLIENT                                PIC X(08).
           05 WS-FAC-HT                                    PIC 9(08)V99.
           05 WS-FAC-TVA                                   PIC 9(07)V99.
           05 WS-FAC-TTC                                   PIC 9(08)V99.
           05 WS-FAC-PRD                                   PIC X(07).
           05 WS-FAC-QTE                                   PIC 9(03).
           05 WS-FAC-NUM-ORIGINE                           PIC 9(10).
           05 WS-FAC-DERNIER                               PIC 9(10).

      * Pièce déjà au registre (relance du même cycle) : son numéro
      * est repris tel quel

       01 WS-PIECE-EXISTE                                  PIC 9.
           88 WS-PIECE-EXISTE-OUI                          VALUE 1.
           88 WS-PIECE-EXISTE-NON                          VALUE 0.

      * Pièce du registre qui ne correspond plus au fichier du cycle
      * (fichier régénéré entre deux passages) : elle n'est pas
      * rééditée, l'écart est signalé

       01 WS-PIECE-ECART                                   PIC 9.
           88 WS-PIECE-ECART-OUI                           VALUE 1.
           88 WS-PIECE-ECART-NON                           VALUE 0.

      * Recherche de la facture d'origine d'un avoir par le panier

       01 WS-FIN-RECH                                      PIC 9.
           88 WS-FIN-RECH-OUI                              VALUE 1.
           88 WS-FIN-RECH-NON                              VALUE 0.

       01 WS-NUM-ORIGINE                                   PIC 9(10).
       01 WS-CLIENT-ORIGINE                                PIC X(08).

      * Dernier panier facturé dans le fichier du cycle : après une
      * reprise du traitement paniers, les paniers écrits entre le
      * dernier point de reprise et l'arrêt figurent deux fois, la
      * seconde occurrence n'est pas facturée une deuxième fois.

       01 WS-CLE-PREC                                      PIC X(15).

       01 WS-AVOIRS-OUVERT                                 PIC 9.
           88 WS-AVOIRS-OUVERT-OUI                         VALUE 1.
           88 WS-AVOIRS-OUVERT-NON                         VALUE 0.

       01 WS-IDX-VENT                                      PIC 9(01).

      * Booléens pour tester la fin de lecture :

       01 Lec-Fic-Sor-Fin                                  PIC 9.
           88 Lec-Fic-Sor-Fin-Oui                          VALUE 1.
           88 Lec-Fic-Sor-Fin-Non                          VALUE 0.

       01 Lec-Fic-AVO-Fin                                  PIC 9.
           88 Lec-Fic-AVO-Fin-Oui                          VALUE 1.
           88 Lec-Fic-AVO-Fin-Non                          VALUE 0.

      * Compteurs

       01 CPT-PANIERS                                      PIC 9(10).
       01 CPT-VIDES                                        PIC 9(10).
       01 CPT-DOUBLONS                                     PIC 9(10).
       01 CPT-FAC-NOUV                                     PIC 9(10).
       01 CPT-FAC-REPR                                     PIC 9(10).
       01 CPT-AVOIRS                                       PIC 9(10).
       01 CPT-AVO-NOUV                                     PIC 9(10).
       01 CPT-AVO-REPR                                     PIC 9(10).
       01 CPT-AVO-SANS-FAC                                 PIC 9(10).
       01 CPT-FAC-ECART                                    PIC 9(10).
       01 CPT-AVO-ECART                                    PIC 9(10).
       01 SOM-FAC-TTC                                      PIC 9(10)V99.
       01 SOM-AVO-TTC                                      PIC 9(10)V99.

      * Lignes d'édition des pièces

       01 WS-LIGNE-SEPARATION                              PIC X(80)
                                                          VALUE ALL '-'.

       01 WS-LIGNE-ENTETE.
           05 WS-LE-LIBELLE                                PIC X(12).
           05 WS-LE-TYPE                                   PIC X(01).
           05 WS-LE-NUM                                    PIC 9(10).
           05 FILLER                                       PIC X(12)
                                                   VALUE '     DATE : '.
           05 WS-LE-DATE                                   PIC X(08).
           05 FILLER                                       PIC X(12)
                                                    VALUE '   CYCLE : '.
           05 WS-LE-CYCLE                                  PIC X(02).

       01 WS-LIGNE-PANIER.
           05 FILLER                                       PIC X(12)
                                                   VALUE 'PANIER    : '.
           05 WS-LP-CLE-PAN                                PIC X(15).
           05 FILLER                                       PIC X(14)
                                                  VALUE '    CLIENT : '.
           05 WS-LP-CLIENT                                 PIC X(08).

       01 WS-LIGNE-ORIGINE.
           05 FILLER                                       PIC X(22)
                                          VALUE 'FACTURE CORRIGEE   : '.
           05 WS-LO-FACTURE                                PIC X(11).
           05 FILLER                                       PIC X(14)
                                                  VALUE '   PRODUIT : '.
           05 WS-LO-PRD                                    PIC X(07).
           05 FILLER                                       PIC X(10)
                                                      VALUE '   QTE : '.
           05 WS-LO-QTE                                    PIC ZZ9.

       01 WS-LIGNE-COLONNES.
           05 FILLER                                       PIC X(12)
                                                     VALUE '  TAUX TVA'.
           05 FILLER                                       PIC X(16)
                                               VALUE '         BASE HT'.
           05 FILLER                                       PIC X(16)
                                               VALUE '             TVA'.

       01 WS-LIGNE-TAUX.
           05 FILLER                                       PIC X(04)
                                                           VALUE SPACES.
           05 WS-LX-TAUX                                   PIC Z9.99.
           05 FILLER                                       PIC X(04)
                                                           VALUE ' %  '.
           05 WS-LX-HT                                     PIC
                                                   Z(07)9.99.
           05 FILLER                                       PIC X(04)
                                                           VALUE SPACES.
           05 WS-LX-TVA                                    PIC
                                                   Z(06)9.99.

       01 WS-LIGNE-REMISES.
           05 FILLER                                       PIC X(20)
                                            VALUE 'REMISES DE LIGNE : '.
           05 WS-LR-REMISE                                 PIC
                                                   Z(07)9.99.
           05 FILLER                                       PIC X(17)
                                               VALUE '   PROMOTIONS : '.
           05 WS-LR-PROMO                                  PIC
                                                   Z(07)9.99.
           05 FILLER                                       PIC X(02)
                                                           VALUE SPACES.
           05 WS-LR-CODE                                   PIC X(06).

       01 WS-LIGNE-ANOMALIE.
           05 FILLER                                       PIC X(16)
                                               VALUE '*** ANOMALIE : '.
           05 WS-LA-TYPE                                   PIC X(01).
           05 WS-LA-NUM                                    PIC 9(10).
           05 FILLER                                       PIC X(10)
                                                    VALUE ' PANIER : '.
           05 WS-LA-CLE-PAN                                PIC X(15).
           05 FILLER                                       PIC X(21)
                                         VALUE ' DIFFERE DU REGISTRE'.
           05 FILLER                                       PIC X(23)
                                       VALUE ', PIECE NON REEDITEE'.

       01 WS-LIGNE-TOTAUX.
           05 FILLER                                       PIC X(11)
                                                    VALUE 'TOTAL HT : '.
           05 WS-LT-HT                                     PIC
                                                   Z(07)9.99.
           05 FILLER                                       PIC X(10)
                                                      VALUE '   TVA : '.
           05 WS-LT-TVA                                    PIC
                                                   Z(06)9.99.
           05 FILLER                                       PIC X(10)
                                                      VALUE '   TTC : '.
           05 WS-LT-TTC                                    PIC
                                                   Z(07)9.99.

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
           DISPLAY '***   NUMEROTATION DES FACTURES ET AVOIRS       ***'
           DISPLAY '***************************************************'

           INITIALIZE CPT-PANIERS  CPT-VIDES  CPT-DOUBLONS
                      CPT-FAC-NOUV  CPT-FAC-REPR
                      CPT-AVOIRS  CPT-AVO-NOUV  CPT-AVO-REPR
                      CPT-AVO-SANS-FAC  CPT-FAC-ECART  CPT-AVO-ECART
                      SOM-FAC-TTC  SOM-AVO-TTC
                      WS-DERNIER-FAC  WS-DERNIER-AVO
                      WS-CLE-PREC
                      L-Fst-Sor  L-Fst-Avo  L-Fst-Fac  L-Fst-Edi

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

           MOVE SPACES                  TO WS-NOM-EDITION
           STRING "C:/Users/HP/Downloads/Factures_"
                  WS-DATE-TRAITEMENT-X "_" WS-CYCLE-X
                  ".txt"
                  DELIMITED BY SIZE     INTO WS-NOM-EDITION

      * Paniers du cycle : sans eux, rien à facturer, arrêt.

           OPEN INPUT Sor-Panier
           IF L-Fst-Sor NOT = ZERO
               DISPLAY "Fichier paniers du cycle absent (traitement"
                       " paniers non passe), status = " L-Fst-Sor
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

      * Avoirs du cycle : absents, le traitement des retours n'a pas
      * tourné ; les factures sont numérotées seules, une relance
      * après les retours numérotera les avoirs sans toucher aux
      * factures déjà attribuées.

           SET WS-AVOIRS-OUVERT-OUI     TO TRUE
           OPEN INPUT Avoirs
           IF L-Fst-Avo NOT = ZERO
               DISPLAY "Avoirs du cycle absents (retours non passes),"
                       " status = " L-Fst-Avo
               SET WS-AVOIRS-OUVERT-NON TO TRUE
               SET Lec-Fic-AVO-Fin-Oui  TO TRUE
           END-IF

      * Registre : on le complète, ou on le crée au tout premier run
      * (I-O sur un fichier qui n'existe pas encore renvoie le
      * status 35).

           OPEN I-O Registre-Factures
           IF L-Fst-Fac = 35
               OPEN OUTPUT Registre-Factures
               CLOSE Registre-Factures
               OPEN I-O Registre-Factures
           END-IF
           IF L-Fst-Fac NOT = ZERO
               DISPLAY "Erreur ouverture registre des factures = "
                                                               L-Fst-Fac
               MOVE 16                  TO RETURN-CODE
               STOP RUN
           END-IF

      * Derniers numéros attribués, factures puis avoirs

           MOVE 'F'                     TO WS-TYPE-PIECE
           PERFORM LECTURE-COMPTEUR     THRU FIN-LECTURE-COMPTEUR
           MOVE WS-DERNIER              TO WS-DERNIER-FAC
           MOVE 'A'                     TO WS-TYPE-PIECE
           PERFORM LECTURE-COMPTEUR     THRU FIN-LECTURE-COMPTEUR
           MOVE WS-DERNIER              TO WS-DERNIER-AVO
           DISPLAY "Derniere facture : " WS-DERNIER-FAC
                   "  dernier avoir : " WS-DERNIER-AVO

           OPEN OUTPUT Edition-Factures
           IF L-Fst-Edi NOT = ZERO
               DISPLAY "Erreur ouverture edition des factures = "
                                                               L-Fst-Edi
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

      * Les factures d'abord : un avoir du cycle sur un panier vendu
      * dans le même cycle retrouve ainsi sa facture.

           PERFORM UNTIL Lec-Fic-Sor-Fin-Oui
                   PERFORM Facture-Un-Panier
                                        THRU FIN-Facture-Un-Panier
           END-PERFORM

           PERFORM UNTIL Lec-Fic-AVO-Fin-Oui
                   PERFORM Numerote-Un-Avoir
                                        THRU FIN-Numerote-Un-Avoir
           END-PERFORM
           .
      ****************
       FIN-Traitement. EXIT.
      ****************

      *-----------------------------------------------------------------
      *******************
       LECTURE-COMPTEUR.
      *******************

      * Dernier numéro du type WS-TYPE-PIECE : celui de son
      * enregistrement compteur (créé à zéro au premier passage),
      * recalé sur la dernière pièce de ce type réellement écrite
      * au registre si un arrêt a empêché la mise à jour du compteur.

           MOVE SPACES                  TO ENR-FAC
           MOVE WS-TYPE-PIECE           TO ENR-FAC-TYPE
           MOVE ZERO                    TO ENR-FAC-NUM
           READ Registre-Factures KEY IS ENR-FAC-CLE
               INVALID KEY
                   MOVE ZERO            TO WS-DERNIER
                   PERFORM ECR-COMPTEUR THRU FIN-ECR-COMPTEUR
               NOT INVALID KEY
                   MOVE ENR-FAC-DERNIER TO WS-DERNIER
           END-READ

           MOVE WS-TYPE-PIECE           TO ENR-FAC-TYPE
           MOVE WS-DERNIER              TO ENR-FAC-NUM
           SET WS-FIN-RECH-NON          TO TRUE
           START Registre-Factures KEY IS > ENR-FAC-CLE
               INVALID KEY
                   SET WS-FIN-RECH-OUI  TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-RECH-OUI
               READ Registre-Factures NEXT RECORD
                   AT END
                       SET WS-FIN-RECH-OUI TO TRUE
                   NOT AT END
                       IF ENR-FAC-TYPE = WS-TYPE-PIECE
                           MOVE ENR-FAC-NUM TO WS-DERNIER
                       ELSE
                           SET WS-FIN-RECH-OUI TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES                  TO ENR-FAC
           MOVE WS-TYPE-PIECE           TO ENR-FAC-TYPE
           MOVE ZERO                    TO ENR-FAC-NUM
           READ Registre-Factures KEY IS ENR-FAC-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENR-FAC-DERNIER NOT = WS-DERNIER
                       DISPLAY "Compteur " WS-TYPE-PIECE
                               " recale de " ENR-FAC-DERNIER
                               " a " WS-DERNIER
                       PERFORM ECR-COMPTEUR THRU FIN-ECR-COMPTEUR
                   END-IF
           END-READ
           .
      ***********************
       FIN-LECTURE-COMPTEUR. EXIT.
      ***********************

      *-----------------------------------------------------------------
      ***************
       ECR-COMPTEUR.
      ***************

      * Enregistrement compteur du type WS-TYPE-PIECE porté à
      * WS-DERNIER : créé s'il n'existe pas, réécrit sinon.

           MOVE SPACES                  TO ENR-FAC
           MOVE WS-TYPE-PIECE           TO ENR-FAC-TYPE
                                           ENR-FAC-REF-TYPE
           MOVE ZERO                    TO ENR-FAC-NUM
                                           ENR-FAC-DATE
                                           ENR-FAC-CYCLE
                                           ENR-FAC-RANG
                                           ENR-FAC-HT
                                           ENR-FAC-TVA
                                           ENR-FAC-TTC
                                           ENR-FAC-QTE
                                           ENR-FAC-NUM-ORIGINE
           MOVE WS-DERNIER              TO ENR-FAC-DERNIER
           REWRITE ENR-FAC
               INVALID KEY
                   WRITE ENR-FAC
                       INVALID KEY
                           DISPLAY "Erreur ecriture compteur "
                                   WS-TYPE-PIECE " = " L-Fst-Fac
                           MOVE 16      TO RETURN-CODE
                           STOP RUN
                   END-WRITE
           END-REWRITE
           .
      *******************
       FIN-ECR-COMPTEUR. EXIT.
      *******************

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
      ********************
       Facture-Un-Panier.
      ********************

      * Un panier vide ('A', jamais rapproché d'une ligne) n'est pas
      * une vente et n'est pas facturé. Le fichier des paniers est
      * dans l'ordre des clés : une clé qui n'avance pas est la
      * réécriture d'un panier par une reprise du traitement paniers.

           IF CPT-PANIERS > 1 AND
              ENR-Sor-Panier-CLE-PAN NOT > WS-CLE-PREC
               ADD 1                    TO CPT-DOUBLONS
               DISPLAY "Panier " ENR-Sor-Panier-CLE-PAN
                       " deja lu dans le fichier (reprise), non"
                       " refacture"
               GO TO FACTURE-PANIER-SUITE
           END-IF
           MOVE ENR-Sor-Panier-CLE-PAN  TO WS-CLE-PREC

           IF ENR-Sor-Panier-LIV = 'A'
               ADD 1                    TO CPT-VIDES
               GO TO FACTURE-PANIER-SUITE
           END-IF

      * Panier déjà facturé par un passage précédent sur ce cycle :
      * même numéro, la pièce est seulement rééditée. Si ses montants
      * ne sont plus ceux du panier, l'édition mêlerait la pièce du
      * registre et la ventilation du fichier : elle n'est pas
      * rééditée et l'écart est signalé.

           SET WS-PIECE-EXISTE-OUI      TO TRUE
           MOVE 'F'                     TO ENR-FAC-REF-TYPE
           MOVE WS-DATE-TRAITEMENT      TO ENR-FAC-DATE
           MOVE WS-CYCLE                TO ENR-FAC-CYCLE
           MOVE ENR-Sor-Panier-CLE-PAN  TO ENR-FAC-REF-PANIER
           MOVE ZERO                    TO ENR-FAC-RANG
           READ Registre-Factures KEY IS ENR-FAC-REF
               INVALID KEY
                   SET WS-PIECE-EXISTE-NON TO TRUE
           END-READ

           SET WS-PIECE-ECART-NON       TO TRUE
           IF WS-PIECE-EXISTE-OUI
               ADD 1                    TO CPT-FAC-REPR
               MOVE ENR-FAC             TO WS-ENR-FAC
               IF WS-FAC-HT  NOT = ENR-Sor-Panier-HT  OR
                  WS-FAC-TVA NOT = ENR-Sor-Panier-TVA OR
                  WS-FAC-TTC NOT = ENR-Sor-Panier-TOT
                   SET WS-PIECE-ECART-OUI TO TRUE
                   ADD 1                TO CPT-FAC-ECART
                   DISPLAY "Facture F" WS-FAC-NUM " panier "
                           ENR-Sor-Panier-CLE-PAN
                           " : montants differents du registre"
                   DISPLAY "   registre HT/TVA/TTC : " WS-FAC-HT
                           " " WS-FAC-TVA " " WS-FAC-TTC
                   DISPLAY "   panier   HT/TVA/TTC : "
                           ENR-Sor-Panier-HT " " ENR-Sor-Panier-TVA
                           " " ENR-Sor-Panier-TOT
               END-IF
           ELSE
               MOVE SPACES              TO WS-ENR-FAC
               MOVE 'F'                 TO WS-FAC-TYPE
                                           WS-FAC-REF-TYPE
               COMPUTE WS-FAC-NUM = WS-DERNIER-FAC + 1
               MOVE WS-DATE-TRAITEMENT  TO WS-FAC-DATE
               MOVE WS-CYCLE            TO WS-FAC-CYCLE
               MOVE ENR-Sor-Panier-CLE-PAN
                                        TO WS-FAC-REF-PANIER
                                           WS-FAC-CLE-PAN
               MOVE ZERO                TO WS-FAC-RANG
                                           WS-FAC-QTE
                                           WS-FAC-NUM-ORIGINE
                                           WS-FAC-DERNIER
               MOVE ENR-Sor-Panier-CLIENT TO WS-FAC-CLIENT
               MOVE ENR-Sor-Panier-HT   TO WS-FAC-HT
               MOVE ENR-Sor-Panier-TVA  TO WS-FAC-TVA
               MOVE ENR-Sor-Panier-TOT  TO WS-FAC-TTC
               PERFORM ECR-PIECE        THRU FIN-ECR-PIECE
               MOVE WS-FAC-NUM          TO WS-DERNIER-FAC
               ADD 1                    TO CPT-FAC-NOUV
           END-IF

           ADD WS-FAC-TTC               TO SOM-FAC-TTC
           IF WS-PIECE-ECART-OUI
               PERFORM EDITE-ANOMALIE   THRU FIN-EDITE-ANOMALIE
           ELSE
               PERFORM EDITE-FACTURE    THRU FIN-EDITE-FACTURE
           END-IF
           .
      ************************
       FACTURE-PANIER-SUITE.
      ************************
           PERFORM LECTURE-SOR-PANIER   THRU FIN-LECTURE-SOR-PANIER
           .
      ************************
       FIN-Facture-Un-Panier. EXIT.
      ************************

      *-----------------------------------------------------------------
      ********************
       Numerote-Un-Avoir.
      ********************

      * Chaque ligne d'avoir du cycle est une pièce, repérée par son
      * rang dans le fichier des avoirs : une relance du même cycle
      * retrouve le numéro déjà attribué, à condition que la ligne
      * de ce rang porte toujours le produit, la quantité et le
      * montant de la pièce ; sinon l'écart est signalé et la pièce
      * n'est pas rééditée.

           SET WS-PIECE-EXISTE-OUI      TO TRUE
           MOVE 'A'                     TO ENR-FAC-REF-TYPE
           MOVE WS-DATE-TRAITEMENT      TO ENR-FAC-DATE
           MOVE WS-CYCLE                TO ENR-FAC-CYCLE
           MOVE ENR-AVOIR-CLE-PAN       TO ENR-FAC-REF-PANIER
           MOVE CPT-AVOIRS              TO ENR-FAC-RANG
           READ Registre-Factures KEY IS ENR-FAC-REF
               INVALID KEY
                   SET WS-PIECE-EXISTE-NON TO TRUE
           END-READ

           SET WS-PIECE-ECART-NON       TO TRUE
           IF WS-PIECE-EXISTE-OUI
               ADD 1                    TO CPT-AVO-REPR
               MOVE ENR-FAC             TO WS-ENR-FAC
               IF WS-FAC-PRD NOT = ENR-AVOIR-PRD OR
                  WS-FAC-QTE NOT = ENR-AVOIR-QTE OR
                  WS-FAC-TTC NOT = ENR-AVOIR-TTC
                   SET WS-PIECE-ECART-OUI TO TRUE
                   ADD 1                TO CPT-AVO-ECART
                   DISPLAY "Avoir A" WS-FAC-NUM " rang " CPT-AVOIRS
                           " panier " ENR-AVOIR-CLE-PAN
                           " : ligne differente du registre"
                   DISPLAY "   registre PRD/QTE/TTC : " WS-FAC-PRD
                           " " WS-FAC-QTE " " WS-FAC-TTC
                   DISPLAY "   avoir    PRD/QTE/TTC : " ENR-AVOIR-PRD
                           " " ENR-AVOIR-QTE " " ENR-AVOIR-TTC
               END-IF
           ELSE
               PERFORM RECH-FACTURE     THRU FIN-RECH-FACTURE
               MOVE SPACES              TO WS-ENR-FAC
               MOVE 'A'                 TO WS-FAC-TYPE
                                           WS-FAC-REF-TYPE
               COMPUTE WS-FAC-NUM = WS-DERNIER-AVO + 1
               MOVE WS-DATE-TRAITEMENT  TO WS-FAC-DATE
               MOVE WS-CYCLE            TO WS-FAC-CYCLE
               MOVE ENR-AVOIR-CLE-PAN   TO WS-FAC-REF-PANIER
                                           WS-FAC-CLE-PAN
               MOVE CPT-AVOIRS          TO WS-FAC-RANG
               MOVE WS-CLIENT-ORIGINE   TO WS-FAC-CLIENT
               MOVE ENR-AVOIR-HT        TO WS-FAC-HT
               MOVE ENR-AVOIR-TVA       TO WS-FAC-TVA
               MOVE ENR-AVOIR-TTC       TO WS-FAC-TTC
               MOVE ENR-AVOIR-PRD       TO WS-FAC-PRD
               MOVE ENR-AVOIR-QTE       TO WS-FAC-QTE
               MOVE WS-NUM-ORIGINE      TO WS-FAC-NUM-ORIGINE
               MOVE ZERO                TO WS-FAC-DERNIER
               PERFORM ECR-PIECE        THRU FIN-ECR-PIECE
               MOVE WS-FAC-NUM          TO WS-DERNIER-AVO
               ADD 1                    TO CPT-AVO-NOUV
           END-IF

           IF WS-FAC-NUM-ORIGINE = ZERO
               ADD 1                    TO CPT-AVO-SANS-FAC
           END-IF
           ADD WS-FAC-TTC               TO SOM-AVO-TTC
           IF WS-PIECE-ECART-OUI
               PERFORM EDITE-ANOMALIE   THRU FIN-EDITE-ANOMALIE
           ELSE
               PERFORM EDITE-AVOIR      THRU FIN-EDITE-AVOIR
           END-IF

           PERFORM LECTURE-AVOIR        THRU FIN-LECTURE-AVOIR
           .
      ************************
       FIN-Numerote-Un-Avoir. EXIT.
      ************************

      *-----------------------------------------------------------------
      ***************
       RECH-FACTURE.
      ***************

      * Facture du panier corrigé par l'avoir, par le panier au
      * registre ; la plus récente l'emporte. Un panier vendu avant
      * la mise en place de la numérotation n'a pas de facture :
      * l'avoir est numéroté quand même, sans facture d'origine.

           MOVE ZERO                    TO WS-NUM-ORIGINE
           MOVE SPACES                  TO WS-CLIENT-ORIGINE
           SET WS-FIN-RECH-NON          TO TRUE
           MOVE ENR-AVOIR-CLE-PAN       TO ENR-FAC-CLE-PAN
           START Registre-Factures KEY IS = ENR-FAC-CLE-PAN
               INVALID KEY
                   SET WS-FIN-RECH-OUI  TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-RECH-OUI
               READ Registre-Factures NEXT RECORD
                   AT END
                       SET WS-FIN-RECH-OUI TO TRUE
                   NOT AT END
                       IF ENR-FAC-CLE-PAN NOT = ENR-AVOIR-CLE-PAN
                           SET WS-FIN-RECH-OUI TO TRUE
                       ELSE
                           IF ENR-FAC-TYPE = 'F'
                               MOVE ENR-FAC-NUM TO WS-NUM-ORIGINE
                               MOVE ENR-FAC-CLIENT
                                            TO WS-CLIENT-ORIGINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-NUM-ORIGINE = ZERO
               DISPLAY "Avoir sur panier " ENR-AVOIR-CLE-PAN
                       " sans facture au registre"
           END-IF
           .
      *******************
       FIN-RECH-FACTURE. EXIT.
      *******************

      *-----------------------------------------------------------------
      ************
       ECR-PIECE.
      ************

      * Ecriture de la pièce WS-ENR-FAC au registre, puis du compteur
      * de son type. Une pièce non écrite arrête le run sans
      * consommer son numéro, qui sera repris au prochain passage.

           MOVE WS-ENR-FAC              TO ENR-FAC
           WRITE ENR-FAC
               INVALID KEY
                   DISPLAY "Erreur ecriture registre, piece "
                           WS-FAC-TYPE WS-FAC-NUM " = " L-Fst-Fac
                   MOVE 16              TO RETURN-CODE
                   STOP RUN
           END-WRITE

           MOVE WS-FAC-TYPE             TO WS-TYPE-PIECE
           MOVE WS-FAC-NUM              TO WS-DERNIER
           PERFORM ECR-COMPTEUR         THRU FIN-ECR-COMPTEUR
           .
      ****************
       FIN-ECR-PIECE. EXIT.
      ****************

      *-----------------------------------------------------------------
      ****************
       EDITE-FACTURE.
      ****************

      * Facture : en-tête, panier et client, ventilation de la TVA
      * par taux reprise du panier, remises et promotions, totaux.

           MOVE WS-LIGNE-SEPARATION     TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION
           MOVE 'FACTURE N. '           TO WS-LE-LIBELLE
           PERFORM EDITE-ENTETE         THRU FIN-EDITE-ENTETE

           MOVE WS-LIGNE-COLONNES       TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION
           MOVE 1                       TO WS-IDX-VENT
           PERFORM UNTIL WS-IDX-VENT > 3
               IF ENR-Sor-Panier-VTX (WS-IDX-VENT) NOT = ZERO OR
                  ENR-Sor-Panier-VHT (WS-IDX-VENT) NOT = ZERO
                   MOVE ENR-Sor-Panier-VTX (WS-IDX-VENT)
                                        TO WS-LX-TAUX
                   MOVE ENR-Sor-Panier-VHT (WS-IDX-VENT)
                                        TO WS-LX-HT
                   MOVE ENR-Sor-Panier-VTVA (WS-IDX-VENT)
                                        TO WS-LX-TVA
                   MOVE WS-LIGNE-TAUX   TO ENR-EDITION
                   PERFORM ECR-EDITION  THRU FIN-ECR-EDITION
               END-IF
               ADD 1                    TO WS-IDX-VENT
           END-PERFORM

           IF ENR-Sor-Panier-REMISE NOT = ZERO OR
              ENR-Sor-Panier-PROMO NOT = ZERO
               MOVE ENR-Sor-Panier-REMISE TO WS-LR-REMISE
               MOVE ENR-Sor-Panier-PROMO  TO WS-LR-PROMO
               MOVE ENR-Sor-Panier-CODE-PROMO TO WS-LR-CODE
               MOVE WS-LIGNE-REMISES    TO ENR-EDITION
               PERFORM ECR-EDITION      THRU FIN-ECR-EDITION
           END-IF

           PERFORM EDITE-TOTAUX         THRU FIN-EDITE-TOTAUX
           .
      ********************
       FIN-EDITE-FACTURE. EXIT.
      ********************

      *-----------------------------------------------------------------
      **************
       EDITE-AVOIR.
      **************

      * Avoir : en-tête, panier et client, facture corrigée, produit
      * rendu, TVA à son taux et totaux.

           MOVE WS-LIGNE-SEPARATION     TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION
           MOVE 'AVOIR N.   '           TO WS-LE-LIBELLE
           PERFORM EDITE-ENTETE         THRU FIN-EDITE-ENTETE

           IF WS-FAC-NUM-ORIGINE = ZERO
               MOVE 'NON FACTURE'       TO WS-LO-FACTURE
           ELSE
               MOVE SPACES              TO WS-LO-FACTURE
               STRING 'F' WS-FAC-NUM-ORIGINE
                      DELIMITED BY SIZE INTO WS-LO-FACTURE
           END-IF
           MOVE WS-FAC-PRD              TO WS-LO-PRD
           MOVE WS-FAC-QTE              TO WS-LO-QTE
           MOVE WS-LIGNE-ORIGINE        TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION

           MOVE WS-LIGNE-COLONNES       TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION
           MOVE ENR-AVOIR-TAUX          TO WS-LX-TAUX
           MOVE WS-FAC-HT               TO WS-LX-HT
           MOVE WS-FAC-TVA              TO WS-LX-TVA
           MOVE WS-LIGNE-TAUX           TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION

           PERFORM EDITE-TOTAUX         THRU FIN-EDITE-TOTAUX
           .
      ******************
       FIN-EDITE-AVOIR. EXIT.
      ******************

      *-----------------------------------------------------------------
      *****************
       EDITE-ANOMALIE.
      *****************

      * Pièce du registre en écart avec le fichier du cycle : une
      * ligne d'anomalie remplace la pièce dans l'édition.

           MOVE WS-LIGNE-SEPARATION     TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION
           MOVE WS-FAC-TYPE             TO WS-LA-TYPE
           MOVE WS-FAC-NUM              TO WS-LA-NUM
           MOVE WS-FAC-CLE-PAN          TO WS-LA-CLE-PAN
           MOVE WS-LIGNE-ANOMALIE       TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION
           .
      *********************
       FIN-EDITE-ANOMALIE. EXIT.
      *********************

      *-----------------------------------------------------------------
      ***************
       EDITE-ENTETE.
      ***************
           MOVE WS-FAC-TYPE             TO WS-LE-TYPE
           MOVE WS-FAC-NUM              TO WS-LE-NUM
           MOVE WS-FAC-DATE             TO WS-LE-DATE
           MOVE WS-FAC-CYCLE            TO WS-LE-CYCLE
           MOVE WS-LIGNE-ENTETE         TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION
           MOVE WS-FAC-CLE-PAN          TO WS-LP-CLE-PAN
           MOVE WS-FAC-CLIENT           TO WS-LP-CLIENT
           MOVE WS-LIGNE-PANIER         TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION
           .
      *******************
       FIN-EDITE-ENTETE. EXIT.
      *******************

      *-----------------------------------------------------------------
      ***************
       EDITE-TOTAUX.
      ***************
           MOVE WS-FAC-HT               TO WS-LT-HT
           MOVE WS-FAC-TVA              TO WS-LT-TVA
           MOVE WS-FAC-TTC              TO WS-LT-TTC
           MOVE WS-LIGNE-TOTAUX         TO ENR-EDITION
           PERFORM ECR-EDITION          THRU FIN-ECR-EDITION
           .
      *******************
       FIN-EDITE-TOTAUX. EXIT.
      *******************

      *-----------------------------------------------------------------
      **************
       ECR-EDITION.
      **************
           WRITE ENR-EDITION
           IF L-Fst-Edi NOT = ZERO
               DISPLAY "Erreur ecriture edition = " L-Fst-Edi
           END-IF
           .
      ******************
       FIN-ECR-EDITION. EXIT.
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
           CLOSE Registre-Factures
           CLOSE Edition-Factures

      * Pièces en écart avec le registre : le fichier du cycle a
      * changé depuis leur numérotation, à rapprocher avant envoi.

           IF CPT-FAC-ECART NOT = ZERO OR CPT-AVO-ECART NOT = ZERO
               MOVE 8                   TO RETURN-CODE
               DISPLAY '***********************************************'
               DISPLAY '***  PIECES DIFFERENTES DU REGISTRE : NON   ***'
               DISPLAY '***  REEDITEES, RAPPROCHER LE CYCLE         ***'
               DISPLAY '***********************************************'
           END-IF

           DISPLAY "Paniers lus                      : " CPT-PANIERS
           DISPLAY "Paniers vides non factures       : " CPT-VIDES
           DISPLAY "Paniers en double (reprise)      : " CPT-DOUBLONS
           DISPLAY "Factures numerotees ce passage   : " CPT-FAC-NOUV
           DISPLAY "Factures deja numerotees         : " CPT-FAC-REPR
           DISPLAY "Factures en ecart non reeditees  : " CPT-FAC-ECART
           DISPLAY "Total TTC facture                : " SOM-FAC-TTC
           DISPLAY "Lignes d'avoir lues              : " CPT-AVOIRS
           DISPLAY "Avoirs numerotes ce passage      : " CPT-AVO-NOUV
           DISPLAY "Avoirs deja numerotes            : " CPT-AVO-REPR
           DISPLAY "Avoirs en ecart non reedites     : " CPT-AVO-ECART
           DISPLAY "Avoirs sans facture d'origine    : "
                                                       CPT-AVO-SANS-FAC
           DISPLAY "Total TTC des avoirs             : " SOM-AVO-TTC
           DISPLAY "Derniere facture : " WS-DERNIER-FAC
                   "  dernier avoir : " WS-DERNIER-AVO
           DISPLAY "Edition produite : " WS-NOM-EDITION
           DISPLAY 'Fin de la numerotation'
           .
      **********
       FIN-FIN.  EXIT.
      **********
       END PROGRAM FACTURATION.
      *-----------------------------------------------------------------

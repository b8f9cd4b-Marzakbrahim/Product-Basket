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

       DATA DIVISION.
       FILE SECTION.
                   15 ENR-Sor-Panier-VTX                  PIC 9(02)V99.
                   15 ENR-Sor-Panier-VHT                  PIC 9(08)V99.
                   15 ENR-Sor-Panier-VTVA                 PIC 9(07)V99.
           05 ENR-Sor-Panier-REMISE                       PIC 9(08)V99.
           05 ENR-Sor-Panier-PROMO                        PIC 9(08)V99.
           05 ENR-Sor-Panier-CODE-PROMO                   PIC X(06).

       FD Param-Livraison.
       01 ENR-PARAM.
       01 ENR-CYCLE.
           05 ENR-CYCLE-NUM                               PIC 9(02).

       FD Date-Traitement.
       01 ENR-DATTRT.
           05 ENR-DATTRT-DATE                             PIC 9(08).
           05 ENR-DATTRT-CLOS                             PIC X(01).

       WORKING-STORAGE SECTION.

      * Variables File status
       01 L-Fst-Par                                        PIC 99.
       01 L-Fst-His                                        PIC 99.
       01 L-Fst-Cyc                                        PIC 99.
       01 L-Fst-Dat                                        PIC 99.

      * Date du run, pour reconstruire le nom daté du fichier de
      * sortie paniers produit par le traitement paniers du jour :
       01 WS-DATE-TRAITEMENT-X                             PIC X(08).
       01 WS-NOM-SOR-PANIER                                PIC X(60).

      * Journée de gestion déjà clôturée (indicateur du fichier de
      * date) : simple mention, une édition se rejoue sans risque

       01 WS-JOUR-CLOS                                     PIC 9.
           88 WS-JOUR-CLOS-OUI                             VALUE 1.
           88 WS-JOUR-CLOS-NON                             VALUE 0.

      * Cycle de traitement du jour, lu au démarrage (deux runs
      * complets par jour, chacun avec ses fichiers datés)

                   15 WS-Sor-Panier-VTX                    PIC 9(02)V99.
                   15 WS-Sor-Panier-VHT                    PIC 9(08)V99.
                   15 WS-Sor-Panier-VTVA                   PIC 9(07)V99.
           05 WS-Sor-Panier-REMISE                         PIC 9(08)V99.
           05 WS-Sor-Panier-PROMO                          PIC 9(08)V99.
           05 WS-Sor-Panier-CODE-PROMO                     PIC X(06).

       01 WS-PARAM-FRAIS                                   PIC 9(03)V99.


       01 TOT-FRAIS-P                                      PIC 9(10)V99.

      * Coût des remises du jour, présenté à part : remises de ligne
      * du flux PANPRD, promotions accordées par le traitement paniers
      * et nombre de paniers ayant bénéficié d'une promotion.

       01 SOM-REMISE                                       PIC 9(10)V99.
       01 SOM-PROMO                                        PIC 9(10)V99.
       01 CPT-PROMO                                        PIC 9(10).

      * Ventilation par canal d'origine du panier (magasin, web,
      * téléphone, et une case pour un code inattendu), croisée avec
      * les codes livraison : compteurs, sommes et pourcentages.
           INITIALIZE CPT-TOTAL  CPT-G  CPT-P  CPT-A  CPT-Z
                      SOM-G  SOM-P  SOM-A  SOM-Z
                      TOT-FRAIS-P
                      SOM-REMISE  SOM-PROMO  CPT-PROMO
                      WS-TAB-CANAL
                      L-Fst-Sor  L-Fst-Par  L-Fst-His
                      WS-HIST-DATE-EFFET
      * Date du run, pour retrouver le fichier paniers daté produit
      * par le traitement paniers de ce jour :

           PERFORM LECTURE-DATE-TRAITEMENT
                                 THRU FIN-LECTURE-DATE-TRAITEMENT
           IF WS-JOUR-CLOS-OUI
               DISPLAY "Journee deja cloturee : edition pour"
                       " consultation"
           END-IF
           MOVE WS-DATE-TRAITEMENT      TO WS-DATE-TRAITEMENT-X

           PERFORM LECTURE-CYCLE        THRU FIN-LECTURE-CYCLE
                   ADD WS-Sor-Panier-TOT  TO SOM-Z
           END-EVALUATE

      * Remises de ligne et promotions du panier, cumulées à part

           ADD WS-Sor-Panier-REMISE       TO SOM-REMISE
           IF WS-Sor-Panier-PROMO NOT = ZERO
               ADD WS-Sor-Panier-PROMO    TO SOM-PROMO
               ADD 1                      TO CPT-PROMO
           END-IF

      * Ventilation du panier par canal d'origine, croisée livraison

           EVALUATE WS-Sor-Panier-CANAL
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
      ******
       FIN.
           DISPLAY 'Total des frais de livraison encaisses (code P) : '
                                                           TOT-FRAIS-P
           DISPLAY '***************************************************'
           DISPLAY 'COUT DES REMISES ET PROMOTIONS'
           DISPLAY '    Remises de ligne (flux)       : ' SOM-REMISE
           DISPLAY '    Promotions accordees          : ' SOM-PROMO
           DISPLAY '    Paniers avec promotion        : ' CPT-PROMO
           DISPLAY '***************************************************'

      * Ventilation par canal d'origine : part du canal dans les
      * paniers du jour, part du canal dans les paniers 'G' (la

                   15 ENR-Sor-Panier-VTX                  PIC 9(02)V99.
                   15 ENR-Sor-Panier-VHT                  PIC 9(08)V99.
                   15 ENR-Sor-Panier-VTVA                 PIC 9(07)V99.
           05 ENR-Sor-Panier-REMISE                       PIC 9(08)V99.
           05 ENR-Sor-Panier-PROMO                        PIC 9(08)V99.
           05 ENR-Sor-Panier-CODE-PROMO                   PIC X(06).

       FD Controle-Totaux.
       01 ENR-CONTROLE.

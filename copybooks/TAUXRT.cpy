      *> TAUXRT.cpy - Copie en memoire du fichier des taux (taux-paie.dat)
      *> Chaque entree du fichier porte un type, une date d'effet
      *> (AAAA-MM-JJ) et un rang dans le jeu de son type:
      *>   IMPO = tranche d'imposition (rangs 01-05: borne + taux)
      *>   CHRG = charge employeur (rangs 01-03: libelle, taux + plafond)
      *>   VACA = taux d'accumulation des vacances (rang 01)
      *>   FERI = indemnite de jour ferie (rang 01: taux + fenetre)
      *>   RRET = regime de retraite (rang 01: employe, rang 02:
      *>          contrepartie employeur -- taux + maximum annuel)
      *> Pour une date de reference (RATE-DATE, fin de la periode payee),
      *> le jeu en vigueur d'un type est celui de la plus recente date
      *> d'effet qui ne depasse pas RATE-DATE: il remplace en entier le
      *> jeu precedent. Le fichier est cree une fois par ConvTaux, puis
      *> maintenu par MajTaux seulement.
       01 RATE-FILE-TABLE.
           05 RTT-ENTRY OCCURS 500 TIMES.
               10 RTT-TYPE      PIC X(4).                                       *> IMPO, CHRG, VACA, FERI ou RRET
               10 RTT-EFFECTIVE PIC X(10).                                      *> Date d'effet (AAAA-MM-JJ)
               10 RTT-SEQ       PIC 9(2).                                       *> Rang dans le jeu du type
               10 RTT-NAME      PIC X(20).                                      *> Libelle (charges employeur)
               10 RTT-RATE      PIC 9V9(4).                                     *> Taux
               10 RTT-AMOUNT    PIC 9(7)V99.                                    *> Borne de tranche ou plafond annuel
               10 RTT-COUNT     PIC 9(2).                                       *> Nombre de periodes (fenetre du ferie)
       01 RTT-TOTAL        PIC 9(3) VALUE 0.                                    *> Nombre d'entrees chargees du fichier
       01 RTT-IDX          PIC 9(3).                                            *> Indice de parcours de la copie en memoire
       01 RATE-SUB         PIC 9(2).                                            *> Rang de l'entree, indice des tables des copybooks
       01 RATE-DATE        PIC X(10).                                           *> Date de reference du choix des taux
       01 RATE-DATE-LOADED PIC X(10) VALUE SPACES.                              *> Date du jeu actuellement en place
       01 RATE-SET-DATES.                                                       *> Date d'effet du jeu retenu, par type
           05 RATE-IMPO-DATE PIC X(10).
           05 RATE-CHRG-DATE PIC X(10).
           05 RATE-VACA-DATE PIC X(10).
           05 RATE-FERI-DATE PIC X(10).
           05 RATE-RRET-DATE PIC X(10).
       01 RATE-SET-COUNTS.                                                      *> Nombre d'entrees retenues, par type
           05 RATE-IMPO-COUNT PIC 9(2).
           05 RATE-CHRG-COUNT PIC 9(2).
           05 RATE-VACA-COUNT PIC 9(2).
           05 RATE-FERI-COUNT PIC 9(2).
           05 RATE-RRET-COUNT PIC 9(2).

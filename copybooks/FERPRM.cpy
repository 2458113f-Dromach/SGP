      *> quatre semaines qui precedent le ferie. Les periodes de paie
      *> etant de deux semaines, la fenetre de reference couvre les
      *> FERIE-LOOKBACK-PERIODS dernieres periodes de l'historique.
      *> Les valeurs viennent du fichier des taux (taux-paie.dat, type
      *> FERI: taux dans le champ taux, fenetre dans le champ nombre de
      *> periodes), en vigueur a la fin de la periode payee.
       01 FERIE-RATE PIC 9V9(4) VALUE 0.                                        *> 1/20 du brut de la fenetre de reference
       01 FERIE-LOOKBACK-PERIODS PIC 9 VALUE 0.                                 *> Nombre de periodes de paie couvrant les quatre semaines

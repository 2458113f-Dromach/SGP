      *> TAXBRK.cpy - Table des tranches d'imposition progressive
      *> Chaque tranche est définie par sa borne supérieure de salaire brut
      *> et le taux marginal applicable à la portion de salaire qui s'y trouve.
      *> Les valeurs viennent du fichier des taux (taux-paie.dat, type IMPO,
      *> rangs 01 à 05): chaque programme de paie y retient le jeu de
      *> tranches en vigueur à la fin de la période payée (CAL-PERIOD-END),
      *> si bien qu'un changement de janvier se saisit d'avance par MajTaux,
      *> sans recompiler, et qu'un recalcul d'une période passée retrouve
      *> les tranches de l'époque.
      *> Bornes alignées sur le brut maximum atteignable par un enregistrement
      *> valide (200h rég + 100h supp à 200/h = 70000.00 -- voir les bornes
      *> de validation), afin que les 5 tranches restent toutes atteignables.
       01 TAX-BRACKET-TABLE.
           05 TAX-BRACKET OCCURS 5 TIMES INDEXED BY TAX-IDX.
               10 TAX-BRACKET-UPPER PIC 9(7)V99.                                *> Borne supérieure de la tranche (brut cumulatif)
               10 TAX-BRACKET-RATE  PIC 9V9(4).                                 *> Taux marginal applicable à cette tranche

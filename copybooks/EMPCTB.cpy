      *> la cotisation cesse des que le brut cumule de l'annee (CUMUL-GROSS-YTD
      *> avant la paie courante) atteint le plafond, et la derniere periode
      *> avant le plafond ne cotise que sur la portion restante.
      *> Les valeurs viennent du fichier des taux (taux-paie.dat, type CHRG,
      *> rangs 01 a 03): tous les programmes de paie y retiennent le jeu en
      *> vigueur a la fin de la periode payee, maintenu par MajTaux.
      *> Le fonds sante n'a pas de plafond annuel: borne hors d'atteinte pour
      *> que la charge coure toute l'annee (9999999.99 dans le fichier).
       01 EMPLOYER-CONTRIB-TABLE.
           05 EMPLOYER-CONTRIB OCCURS 3 TIMES INDEXED BY CONTRIB-IDX.
               10 CONTRIB-NAME    PIC X(20).                                    *> Libelle de la charge (retraite, assurance-emploi, sante)
               10 CONTRIB-RATE    PIC 9V9(4).                                   *> Taux employeur applique au brut cotisable de la periode

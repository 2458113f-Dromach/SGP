      *> RRTPRM.cpy - Regime de retraite de l'employeur (cotisation
      *> avant impot et contrepartie de l'employeur)
      *> L'employe cotise un pourcentage de son brut (EMP-PENSION-RATE
      *> au fichier maitre, 0 = non participant). Sa cotisation est
      *> retranchee du revenu imposable avant le calcul des tranches
      *> d'imposition. L'employeur verse une contrepartie egale a un
      *> pourcentage de la cotisation de l'employe. Chacune cesse des
      *> que son cumul de l'annee (CUMUL-PENSION-EE-YTD ou
      *> CUMUL-PENSION-ER-YTD) atteint le maximum annuel du regime, et
      *> la derniere periode ne verse que la portion restante.
      *> Les valeurs viennent du fichier des taux (taux-paie.dat, type
      *> RRET): rang 01 = cotisation employe (taux maximal permis au
      *> maitre + maximum annuel), rang 02 = contrepartie employeur
      *> (taux de contrepartie + maximum annuel), en vigueur a la fin
      *> de la periode payee.
       01 PENSION-EE-MAX-RATE   PIC 9V9(4) VALUE 0.                             *> Taux de cotisation maximal permis a l'employe
       01 PENSION-EE-ANNUAL-MAX PIC 9(7)V99 VALUE 0.                            *> Maximum annuel de la cotisation de l'employe
       01 PENSION-MATCH-RATE    PIC 9V9(4) VALUE 0.                             *> Contrepartie: pourcentage de la cotisation de l'employe
       01 PENSION-ER-ANNUAL-MAX PIC 9(7)V99 VALUE 0.                            *> Maximum annuel de la contrepartie de l'employeur

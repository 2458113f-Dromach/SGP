      *> solde de vacances de l'employe (employes-vacances.dat). L'indemnite
      *> de vacances versee compte elle-meme dans le brut qui accumule,
      *> comme le veut la regle quebecoise sur l'annee de reference.
      *> La valeur vient du fichier des taux (taux-paie.dat, type VACA):
      *> taux en vigueur a la fin de la periode payee (4% = 2 semaines).
       01 VAC-ACCRUAL-RATE PIC 9V9(4) VALUE 0.                                  *> Taux d'accumulation applique a EMP-SALARY-BRUT

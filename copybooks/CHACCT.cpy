      *> Chaque entree associe un code de departement aux numeros de comptes
      *> du grand livre a utiliser pour ses ecritures: debits (salaire brut,
      *> charges sociales de l'employeur) et credits (impot retenu, chaque
      *> type de deduction, salaire net a payer). Le regime de retraite a
      *> ses propres comptes: depense de contrepartie de l'employeur, et
      *> cotisations employe et employeur a remettre au regime.
      *> L'indemnite de vacances accumulee est une depense de la periode
      *> et une dette envers l'employe jusqu'a son paiement.
      *> Les debits de depense vont au centre de couts ou au projet ou les
      *> heures ont ete faites; les credits, au departement de l'employe.
      *> La derniere entree est le departement fourre-tout utilise quand le
      *> code de departement n'apparait pas dans la table, pour que le
      *> fichier d'ecritures reste toujours balance.
               10 COA-CPT-AUTRE     PIC X(8).                                   *> Credit: autres deductions a remettre
               10 COA-CPT-SAISIE    PIC X(8).                                   *> Credit: saisies-arret retenues a remettre aux creanciers
               10 COA-CPT-NET       PIC X(8).                                   *> Credit: salaire net a payer aux employes
               10 COA-CPT-RETRAITE  PIC X(8).                                   *> Debit: contrepartie de l'employeur au regime de retraite
               10 COA-CPT-RETRAITE-AP PIC X(8).                                 *> Credit: cotisations au regime de retraite a remettre
               10 COA-CPT-VACANCES  PIC X(8).                                   *> Debit: depense d'indemnite de vacances accumulee
               10 COA-CPT-VACANCES-AP PIC X(8).                                 *> Credit: vacances a payer (debit quand elles sont payees)

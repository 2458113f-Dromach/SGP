      *> SALPRM.cpy - Paie des employes salaries (type de paie 'S')
      *> Le montant d'une periode est le salaire annuel divise par le
      *> nombre de periodes de paie de l'annee (periodes de deux
      *> semaines). Quand la date d'embauche ou de depart tombe dans la
      *> periode, ce montant est reparti au prorata des jours ouvrables
      *> (lundi au vendredi) travailles sur les jours ouvrables de la
      *> periode. Les dates sont au format AAAA-MM-JJ; une date de
      *> depart a blanc veut dire que l'employe est toujours actif.
       01 SAL-PERIODS-PER-YEAR PIC 9(2) VALUE 26.                               *> Periodes de paie par annee
       01 SAL-MAX-ANNUAL       PIC 9(7)V99 VALUE 500000.00.                     *> Salaire annuel maximal accepte
       01 SAL-ANNUAL-SALARY    PIC 9(7)V99.                                     *> Salaire annuel de l'employe
       01 SAL-HIRE-DATE        PIC X(10).                                       *> Date d'embauche (blanc = inconnue)
       01 SAL-TERM-DATE        PIC X(10).                                       *> Date de depart (blanc = actif)
       01 SAL-PERIOD-START     PIC X(10).                                       *> Debut de la periode payee
       01 SAL-PERIOD-END       PIC X(10).                                       *> Fin de la periode payee
       01 SAL-WORK-START       PIC X(10).                                       *> Premier jour travaille de la periode
       01 SAL-WORK-END         PIC X(10).                                       *> Dernier jour travaille de la periode
       01 SAL-FULL-AMOUNT      PIC 9(6)V99.                                     *> Montant d'une periode complete
       01 SAL-PERIOD-AMOUNT    PIC 9(6)V99.                                     *> Montant verse pour la periode
       01 SAL-PERIOD-AMOUNT-DISP PIC 9(6).99.                                   *> Copie editee pour les bulletins et rapports
       01 SAL-ANNUAL-SALARY-DISP PIC 9(7).99.
       01 SAL-HOURS-PER-DAY    PIC 9(2)V99 VALUE 8.00.                          *> Heures d'un jour ouvrable (conges)
       01 SAL-PERIOD-DAYS      PIC 9(3).                                        *> Jours ouvrables de la periode
       01 SAL-WORKED-DAYS      PIC 9(3).                                        *> Jours ouvrables travailles
       01 SAL-COUNT-FROM       PIC X(10).                                       *> Bornes du compte de jours ouvrables
       01 SAL-COUNT-TO         PIC X(10).
       01 SAL-COUNT-DAYS       PIC 9(3).                                        *> Resultat du compte
       01 SAL-DATE             PIC X(10).                                       *> Date a convertir en numero de jour
       01 SAL-DATE-PARTS REDEFINES SAL-DATE.
           05 SAL-DATE-YEAR    PIC 9(4).
           05 SAL-DATE-SEP1    PIC X.
           05 SAL-DATE-MONTH   PIC 9(2).
           05 SAL-DATE-SEP2    PIC X.
           05 SAL-DATE-DAY     PIC 9(2).
       01 SAL-DATE-OK          PIC X VALUE 'N'.                                 *> 'O' si SAL-DATE est une date valide
       01 SAL-DAY-NUMBER       PIC 9(8).                                        *> Numero de jour julien de SAL-DATE
       01 SAL-FROM-DAY         PIC 9(8).
       01 SAL-TO-DAY           PIC 9(8).
       01 SAL-CUR-DAY          PIC 9(8).
       01 SAL-WEEKDAY          PIC 9.                                           *> 0 = lundi ... 6 = dimanche
       01 SAL-CALC-A           PIC 9(8).                                        *> Zones de travail du calcul
       01 SAL-CALC-Y           PIC 9(8).
       01 SAL-CALC-M           PIC 9(8).
       01 SAL-CALC-Q           PIC 9(8).

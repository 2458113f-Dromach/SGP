           SELECT PAYMENT-FILE ASSIGN TO "paiements-banque.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Fichier de paiements a transmettre a la banque (depot direct)
           SELECT PAY-CONTROL-FILE ASSIGN TO "controles-paiements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PCTL-STATUS.                                          *> Totaux de contrôle de chaque fichier bancaire produit, une
                                                                                 *> ligne par exécution (relus par LiberationBanque)
           SELECT RELEASE-LOG-FILE ASSIGN TO "liberations-banque.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-STATUS.                                           *> Journal des libérations: un fichier bancaire non libéré
                                                                                 *> ne doit pas être écrasé par une nouvelle exécution
           SELECT VAC-FILE ASSIGN TO "employes-vacances.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           SELECT TIMESHEET-FILE ASSIGN TO "feuilles-temps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FT-STATUS.                                            *> Feuilles de temps de la période: une ou plusieurs lignes
                                                                                 *> par EMP-ID (une par centre de coûts ou projet), seules
                                                                                 *> heures payées (les heures du fichier maître sont périmées)
           SELECT GARNISH-FILE ASSIGN TO "saisies-arret.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT GL-FILE ASSIGN TO "ecritures-gl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Extrait des écritures de grand livre, une ligne par débit/crédit
           SELECT VEN-FILE ASSIGN TO "ventilation-paie.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEN-KEY
           FILE STATUS IS VEN-STATUS.                                           *> Ventilation permanente du coût de la main-d'oeuvre, clé =
                                                                                 *> période + EMP-ID + centre de coûts ou projet
           SELECT LEAVE-BANK-FILE ASSIGN TO "banques-conges.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQC-KEY
           FILE STATUS IS BQC-STATUS.                                           *> Banques d'heures de congé (maladie, personnel...), clé =
                                                                                 *> EMP-ID + code de congé (maintenues par MajConges)
           SELECT LEAVE-USAGE-FILE ASSIGN TO "conges-utilises.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGU-KEY
           FILE STATUS IS CGU-STATUS.                                           *> Congés pris et acquis par période, clé = période +
                                                                                 *> EMP-ID + code de congé (lu par RapportConges)
           SELECT RATE-FILE ASSIGN TO "taux-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-STATUS.                                          *> Taux de paie datés (tranches, charges, vacances, férié),
                                                                                 *> maintenus par MajTaux: on retient ceux en vigueur à la fin
                                                                                 *> de la période payée
           SELECT SORT-WORK-FILE ASSIGN TO "sortwork.tmp".                      *> Fichier de travail du SORT (tri par département/ID)
           SELECT SORTED-EMP-FILE ASSIGN TO "employes-tries.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           05 EMP-BANK-ACCOUNT PIC X(12).                                        *> Numéro de compte bancaire pour le dépôt direct
           05 EMP-PAY-METHOD   PIC X.                                            *> 'D' (ou blanc) = dépôt direct, 'C' = chèque imprimé
                                                                                 *> (nouveaux employés sans coordonnées bancaires, retours)
           05 EMP-PAY-TYPE     PIC X.                                           *> 'H' (ou blanc) = horaire, 'S' = salarié
           05 EMP-ANNUAL-SALARY PIC 9(7)V99.                                    *> Salaire annuel (salariés seulement)
           05 EMP-HIRE-DATE    PIC X(10).                                       *> Date d'embauche (AAAA-MM-JJ)
           05 EMP-TERM-DATE    PIC X(10).                                       *> Date de départ (AAAA-MM-JJ, blanc = actif)
           05 EMP-PENSION-RATE PIC 9V9(4).                                      *> Cotisation au régime de retraite, fraction du brut (0 = non participant)

       FD OUTPUT-FILE.                                                          *> le mot-clé FD déclare le fichier (dans ce cas ci celui de sortie)
       01 OUTPUT-RECORD.                                                        *> Cette ligne décrit la ligne a sortir avec son nombre de caractères maximum
           05 CUMUL-GROSS-YTD  PIC 9(7)V99.                                      *> Cumul du salaire brut depuis le début de l'année
           05 CUMUL-TAX-YTD    PIC 9(7)V99.                                      *> Cumul de l'impôt retenu depuis le début de l'année
           05 CUMUL-NET-YTD    PIC 9(7)V99.                                      *> Cumul du salaire net versé depuis le début de l'année
           05 CUMUL-PENSION-EE-YTD PIC 9(7)V99.                                 *> Cumul de la cotisation de l'employé au régime de retraite
           05 CUMUL-PENSION-ER-YTD PIC 9(7)V99.                                 *> Cumul de la contrepartie de l'employeur au régime de retraite

       FD EXCEPTION-FILE.                                                       *> le mot-clé FD déclare le fichier des rejets
       01 EXCEPTION-RECORD PIC X(200).                                          *> Champs de l'EMP-RECORD d'origine suivis du motif du rejet
           05 VDEM-REC-ID      PIC X(6).
           05 VDEM-REC-AMOUNT  PIC 9(5)V99.

       FD TIMESHEET-FILE.                                                       *> Une ligne par bloc d'heures: EMP-ID + heures de la période
       01 TIMESHEET-RECORD.                                                     *> + centre de coûts ou projet où elles ont été faites
           05 FT-REC-ID        PIC X(6).
           05 FT-REC-HOURS-REG PIC 9(3)V99.
           05 FT-REC-HOURS-OT  PIC 9(3)V99.
           05 FT-REC-CENTRE    PIC X(10).                                       *> Blanc = département de l'employé (anciennes feuilles)
           05 FT-REC-LEAVE-CODE PIC X.                                          *> Blanc = heures travaillées; 'N' = congé sans solde;
                                                                                 *> autre = congé payé tiré de la banque de ce code

       FD GARNISH-FILE.                                                         *> Une ordonnance par ligne; le solde restant et le montant retenu
       01 GARNISH-RECORD.                                                       *> dans la période vivent dans ce fichier d'une exécution à l'autre
       01 CHEQUE-REGISTER-RECORD.
           05 CHQ-REG-FIELD    PIC X(150).

       FD PAY-CONTROL-FILE.                                                     *> Copie conforme de LiberationBanque
       01 PAY-CONTROL-RECORD.
           05 CPC-FILE-NAME    PIC X(40).                                       *> Nom du fichier bancaire produit
           05 CPC-PROGRAM      PIC X(12).                                       *> Programme producteur
           05 CPC-RUN-DATE     PIC X(10).                                       *> Date et heure de l'exécution productrice (AAAA-MM-JJ,
           05 CPC-RUN-TIME     PIC X(6).                                        *> HHMMSS): identifient le fichier dans le journal
           05 CPC-PERIOD       PIC X(40).                                       *> Période inscrite dans l'en-tête du fichier
           05 CPC-COUNT        PIC 9(6).                                        *> Nombre de détails 'D' écrits
           05 CPC-AMOUNT       PIC 9(8)V99.                                     *> Total des montants des détails
           05 CPC-HASH         PIC 9(15).                                       *> Total de hachage des numéros de compte

       FD RELEASE-LOG-FILE.                                                     *> Copie conforme de LiberationBanque
       01 RELEASE-LOG-RECORD.
           05 LIB-FILE-NAME    PIC X(40).
           05 LIB-PROGRAM      PIC X(12).
           05 LIB-RUN-DATE     PIC X(10).
           05 LIB-RUN-TIME     PIC X(6).
           05 LIB-COUNT        PIC 9(6).
           05 LIB-AMOUNT       PIC 9(8)V99.
           05 LIB-HASH         PIC 9(15).
           05 LIB-RELEASE-DATE PIC X(10).
           05 LIB-RELEASE-TIME PIC X(6).
           05 LIB-OPERATOR     PIC X(8).
           05 LIB-APPROVER     PIC X(8).
           05 LIB-SEQUENCE     PIC 9(6).

       FD CHEQUE-COUNTER-FILE.                                                  *> Une seule ligne: le prochain numéro de chèque à émettre
       01 CHEQUE-COUNTER-RECORD.
           05 CHQ-NEXT-NO      PIC 9(6).
           05 HIST-DED-AUTRE   PIC 9(4).
           05 HIST-SAISIE      PIC 9(5)V99.                                     *> Saisies-arret retenues après impôt (SAISIE-AMOUNT-EMP)
           05 HIST-NET         PIC 9(5)V99.                                     *> Salaire net versé (NET-SALARY-NUM)
           05 HIST-PAY-TYPE    PIC X.                                           *> 'H' = horaire, 'S' = salarié
           05 HIST-ANNUAL-SALARY PIC 9(7)V99.                                   *> Salaire annuel en vigueur pour la période
           05 HIST-SALARY-PAID PIC 9(5)V99.                                     *> Part salariale du brut (après prorata)
           05 HIST-PENSION-EE  PIC 9(5)V99.                                     *> Cotisation de l'employé au régime de retraite (avant impôt)
           05 HIST-PENSION-ER  PIC 9(5)V99.                                     *> Contrepartie de l'employeur au régime de retraite

       FD GL-FILE.                                                              *> Écritures comptables: sens, compte, département, libellé, montant
       01 GL-RECORD.
           05 GL-LABEL     PIC X(30).                                           *> Libellé de l'écriture
           05 GL-AMOUNT    PIC 9(8)V99.                                         *> Montant de l'écriture, décimale implicite

       FD VEN-FILE.                                                             *> Part de la paie d'un employé imputée à un centre de coûts
       01 VEN-RECORD.                                                           *> ou projet, au prorata de ses heures
           05 VEN-KEY.
               10 VEN-PERIOD   PIC 9(4).                                        *> Numéro de la période de paie (du calendrier de paie)
               10 VEN-ID       PIC X(6).                                        *> EMP-ID de l'employé payé
               10 VEN-CENTRE   PIC X(10).                                       *> Centre de coûts ou projet où les heures ont été faites
           05 VEN-PERIOD-END   PIC X(10).                                       *> Fin de la période (AAAA-MM-JJ): l'année du cumul annuel
           05 VEN-DEPT         PIC X(10).                                       *> Département de l'employé (porte les crédits)
           05 VEN-HOURS-REG    PIC 9(3)V99.
           05 VEN-HOURS-OT     PIC 9(3)V99.
           05 VEN-GROSS        PIC 9(5)V99.                                     *> Part du brut (paiement de vacances exclu)
           05 VEN-CHARGES      PIC 9(5)V99.                                     *> Part des charges sociales de l'employeur
           05 VEN-RETR-ER      PIC 9(5)V99.                                     *> Part de la contrepartie de retraite
           05 VEN-VAC          PIC 9(5)V99.                                     *> Part de l'indemnité de vacances accumulée

       FD LEAVE-BANK-FILE.                                                      *> Banque d'heures d'un type de congé pour un employé,
       01 LEAVE-BANK-RECORD.                                                    *> avec sa règle d'acquisition
           05 BQC-KEY.
               10 BQC-ID       PIC X(6).                                        *> EMP-ID de l'employé
               10 BQC-CODE     PIC X.                                           *> Code de congé des feuilles de temps (pas 'N')
           05 BQC-NAME         PIC X(30).                                       *> Nom de l'employé, pour lecture humaine
           05 BQC-LABEL        PIC X(20).                                       *> Libellé du congé (MALADIE, PERSONNEL...)
           05 BQC-BALANCE      PIC 9(4)V99.                                     *> Heures disponibles
           05 BQC-METHOD       PIC X.                                           *> 'P' = BQC-RATE heures par période payée,
                                                                                 *> 'H' = BQC-RATE heure par heure travaillée,
                                                                                 *> 'A' = octroi annuel seulement
           05 BQC-RATE         PIC 9(2)V9(4).                                   *> Taux d'acquisition selon BQC-METHOD
           05 BQC-MAX-BALANCE  PIC 9(4)V99.                                     *> Solde maximal (0 = aucun plafond)
           05 BQC-ANNUAL-GRANT PIC 9(4)V99.                                     *> Heures octroyées au début de chaque année
           05 BQC-CARRYOVER    PIC 9(4)V99.                                     *> Heures reportées au plus en fin d'année
                                                                                 *> (0 = solde remis à zéro)
           05 BQC-TAKEN-YTD    PIC 9(4)V99.                                     *> Heures prises depuis le début de l'année
           05 BQC-ACCRUED-YTD  PIC 9(4)V99.                                     *> Heures acquises depuis le début de l'année
           05 BQC-LAST-ROLLOVER PIC X(4).                                       *> Dernière année close par ReleveAnnuel

       FD LEAVE-USAGE-FILE.                                                     *> Congé pris et acquis par un employé dans une période,
       01 LEAVE-USAGE-RECORD.                                                   *> un enregistrement par code de congé
           05 CGU-KEY.
               10 CGU-PERIOD   PIC 9(4).                                        *> Numéro de la période de paie (du calendrier de paie)
               10 CGU-ID       PIC X(6).
               10 CGU-CODE     PIC X.                                           *> Code de congé ('N' = sans solde)
           05 CGU-PERIOD-END   PIC X(10).                                       *> Fin de la période (AAAA-MM-JJ): le mois du rapport
           05 CGU-DEPT         PIC X(10).
           05 CGU-NAME         PIC X(30).
           05 CGU-LABEL        PIC X(20).
           05 CGU-TAKEN        PIC 9(3)V99.                                     *> Heures prises dans la période
           05 CGU-ACCRUED      PIC 9(3)V99.                                     *> Heures acquises dans la période
           05 CGU-BALANCE      PIC 9(4)V99.                                     *> Solde de la banque après la période

       FD CHECKPOINT-FILE.                                                      *> Fichier séquentiel contenant le dernier point de reprise
       01 CHECKPOINT-RECORD.
           05 CKPT-LAST-ID  PIC X(6).                                           *> EMP-ID du dernier employé traité avec succès
           05 CKPT-NET-DEPOT       PIC 9(8)V99.                                 *> Net payé par dépôt direct jusqu'à ce point
           05 CKPT-CHEQUE-COUNT    PIC 9(6).                                    *> Nombre d'employés payés par chèque jusqu'à ce point
           05 CKPT-NET-CHEQUE      PIC 9(8)V99.                                 *> Net payé par chèque jusqu'à ce point
           05 CKPT-TOTAL-RETR-EE   PIC 9(8)V99.                                 *> Total des cotisations employé au régime de retraite
           05 CKPT-TOTAL-RETR-ER   PIC 9(8)V99.                                 *> Total des contreparties employeur au régime de retraite
           05 CKPT-DEPT-SUB-RETR-EE PIC 9(8)V99.                                *> Sous-total cotisations employé du département en cours
           05 CKPT-DEPT-SUB-RETR-ER PIC 9(8)V99.                                *> Sous-total contreparties employeur du département en cours
           05 CKPT-TOTAL-VAC       PIC 9(8)V99.                                 *> Total de l'indemnité de vacances accumulée jusqu'à ce point
           05 CKPT-DEPT-SUB-VAC    PIC 9(8)V99.                                 *> Sous-total vacances accumulées du département en cours
           05 CKPT-DEPT-SUB-VAC-PAID PIC 9(8)V99.                               *> Sous-total vacances payées du département en cours
           05 CKPT-DEPOSIT-HASH    PIC 9(15).                                   *> Total de hachage des comptes déjà écrits au fichier bancaire

       FD RATE-FILE.                                                            *> Une entrée de taux par ligne, avec sa date d'effet
       01 RATE-RECORD.
           05 RT-TYPE          PIC X(4).                                        *> IMPO, CHRG, VACA, FERI ou RRET (voir TAUXRT)
           05 RT-EFFECTIVE     PIC X(10).                                       *> Date d'effet de l'entrée (AAAA-MM-JJ)
           05 RT-SEQ           PIC 9(2).                                        *> Rang de l'entrée dans le jeu de son type
           05 RT-NAME          PIC X(20).                                       *> Libellé (charges employeur)
           05 RT-RATE          PIC 9V9(4).                                      *> Taux
           05 RT-AMOUNT        PIC 9(7)V99.                                     *> Borne de tranche ou plafond annuel
           05 RT-COUNT         PIC 9(2).                                        *> Fenêtre de référence du férié, en périodes

       SD SORT-WORK-FILE.                                                       *> le mot-clé SD déclare le fichier de travail utilisé par SORT
       01 SORT-RECORD.
           05 SORT-BANK-TRANSIT  PIC X(8).
           05 SORT-BANK-ACCOUNT  PIC X(12).
           05 SORT-PAY-METHOD    PIC X.
           05 SORT-PAY-TYPE      PIC X.
           05 SORT-ANNUAL-SALARY PIC 9(7)V99.
           05 SORT-HIRE-DATE     PIC X(10).
           05 SORT-TERM-DATE     PIC X(10).
           05 SORT-PENSION-RATE  PIC 9V9(4).

       FD SORTED-EMP-FILE.                                                      *> Résultat du SORT: employés triés par département puis EMP-ID
       01 SORTED-EMP-RECORD.
           05 SE-BANK-TRANSIT    PIC X(8).
           05 SE-BANK-ACCOUNT    PIC X(12).
           05 SE-PAY-METHOD      PIC X.
           05 SE-PAY-TYPE        PIC X.
           05 SE-ANNUAL-SALARY   PIC 9(7)V99.
           05 SE-HIRE-DATE       PIC X(10).
           05 SE-TERM-DATE       PIC X(10).
           05 SE-PENSION-RATE    PIC 9V9(4).

       WORKING-STORAGE SECTION.                                                 *> Cette section contient les variables temporaires
       01 EMP-SALARY-BRUT  PIC 9(5)V99.                                         *> Salaire brut, calculé a partir des heures et du taux horaire (voir plus bas)
       01 CONTRIB-ROOM        PIC 9(7)V99.                                      *> Portion du plafond annuel encore cotisable pour l'employé
       01 CONTRIB-BASE        PIC 9(7)V99.                                      *> Brut cotisable de la période (borné par CONTRIB-ROOM)
       01 EMPLOYER-CONTRIB-EMP PIC 9(5)V99.                                     *> Charges de l'employeur pour l'employé courant, toutes charges
       COPY RRTPRM.                                                             *> Régime de retraite: taux maximal, contrepartie et maximums annuels
       01 PENSION-EE-EMP      PIC 9(5)V99.                                      *> Cotisation de l'employé courant au régime de retraite
       01 PENSION-EE-DISP     PIC 9(5).99.
       01 PENSION-ER-EMP      PIC 9(5)V99.                                      *> Contrepartie de l'employeur pour l'employé courant (comprise
                                                                                 *> dans EMPLOYER-CONTRIB-EMP)
       01 PENSION-ER-DISP     PIC 9(5).99.
       01 PENSION-ROOM        PIC 9(7)V99.                                      *> Portion du maximum annuel du régime encore disponible
       01 PENSION-YTD-EE-DISP PIC 9(7).99.                                      *> Cumuls annuels du régime, pour le bulletin
       01 PENSION-YTD-ER-DISP PIC 9(7).99.
       01 TAXABLE-GROSS       PIC 9(5)V99.                                      *> Revenu imposable: brut moins la cotisation de retraite
       01 TAXABLE-GROSS-DISP  PIC 9(5).99.
       01 PREV-BRACKET-UPPER  PIC 9(7)V99 VALUE 0.                              *> Borne supérieure de la tranche précédente, en parcourant la table
       01 TAXABLE-IN-BRACKET  PIC 9(7)V99.                                      *> Portion du salaire brut imposable dans la tranche courante
       01 EFFECTIVE-TAX-RATE  PIC 9V9(4).                                       *> Taux d'imposition effectif (impot retenu / salaire brut), pour affichage
       01 PAY-PERIOD-NUMBER PIC 9(4).                                           *> Numéro de la période courante, retenu pour l'historique de paie
       COPY VACPRM.                                                             *> Taux d'accumulation de l'indemnité de vacances
       COPY FERPRM.                                                             *> Taux et fenêtre de référence de l'indemnité de jour férié
       COPY TAUXRT.                                                             *> Copie en mémoire du fichier des taux datés
       COPY SALPRM.                                                             *> Paie des salariés: montant de la période et prorata
       01 RATE-STATUS      PIC XX.                                              *> Code retour des opérations sur RATE-FILE
       01 FERIE-MODE       PIC X VALUE 'N'.                                     *> 'O' si la période courante contient un jour férié (drapeau
                                                                                 *> 'F' du calendrier de paie)
       01 FERIE-PAYOUT     PIC 9(5)V99 VALUE 0.                                 *> Indemnité de jour férié payée à l'employé cette période
       01 VDEM-IDX         PIC 9(3).                                            *> Indice de parcours de la table des demandes
       01 FT-STATUS        PIC XX.                                              *> Code retour des opérations sur TIMESHEET-FILE
       01 FT-TABLE.                                                             *> Feuilles de temps chargées au démarrage
           05 FT-ENTRY OCCURS 5000 TIMES.                                       *> (plusieurs lignes possibles par employé)
               10 FT-ID        PIC X(6).
               10 FT-HOURS-REG PIC 9(3)V99.
               10 FT-HOURS-OT  PIC 9(3)V99.
               10 FT-CENTRE    PIC X(10).
               10 FT-LEAVE-CODE PIC X.                                          *> Code de congé de la ligne (blanc = travaillé)
               10 FT-USED      PIC X.                                           *> 'O' si la feuille s'est appariée à une fiche du maître
       01 FT-COUNT         PIC 9(4) VALUE 0.                                    *> Nombre de feuilles de temps chargées
       01 FT-IDX           PIC 9(4).                                            *> Indice de parcours de la table des feuilles de temps
       01 FT-FOUND         PIC X.                                               *> 'O' si l'employé courant a une feuille de temps
       01 FT-BAD-IDX       PIC 9(4).                                            *> Ligne de l'employé aux heures non numériques (0 = aucune)
       01 DIST-TABLE.                                                           *> Répartition des heures de l'employé courant par centre de
           05 DIST-ENTRY OCCURS 10 TIMES.                                       *> coûts ou projet, puis sa part de chaque montant
               10 DIST-CENTRE    PIC X(10).
               10 DIST-HOURS-REG PIC 9(5)V99.
               10 DIST-HOURS-OT  PIC 9(5)V99.
               10 DIST-GROSS     PIC 9(5)V99.
               10 DIST-CHARGES   PIC 9(5)V99.
               10 DIST-RETR-ER   PIC 9(5)V99.
               10 DIST-VAC       PIC 9(5)V99.
       01 DIST-COUNT       PIC 99 VALUE 0.                                      *> Nombre de centres de coûts de l'employé courant
       01 DIST-IDX         PIC 99.                                              *> Indice de parcours de la répartition
       01 DIST-FOUND-IDX   PIC 99.                                              *> Entrée du centre cherché (0 = pas encore dans la table)
       01 DIST-LOOKUP      PIC X(10).                                           *> Centre de coûts de la ligne de feuille en cours
       01 DIST-OVERFLOW    PIC X.                                               *> 'O' si l'employé a plus de 10 centres de coûts
       01 DIST-SUM-REG     PIC 9(5)V99.                                         *> Heures additionnées de toutes les lignes de l'employé
       01 DIST-SUM-OT      PIC 9(5)V99.
       01 DIST-TOTAL-HOURS PIC 9(5)V99.                                         *> Heures de l'employé, base du prorata
       01 DIST-LINE-HOURS  PIC 9(5)V99.                                         *> Heures du centre en cours de répartition
       01 DIST-BASE-GROSS  PIC 9(5)V99.                                         *> Montants de l'employé à répartir
       01 DIST-BASE-CHARGES PIC 9(5)V99.
       01 DIST-BASE-RETR-ER PIC 9(5)V99.
       01 DIST-BASE-VAC    PIC 9(5)V99.
       01 DIST-LEFT-GROSS  PIC 9(5)V99.                                         *> Reste à répartir: le dernier centre prend le reste, pour
       01 DIST-LEFT-CHARGES PIC 9(5)V99.                                        *> que les parts égalent toujours le montant de l'employé
       01 DIST-LEFT-RETR-ER PIC 9(5)V99.
       01 DIST-LEFT-VAC    PIC 9(5)V99.
       01 VEN-STATUS       PIC XX.                                              *> Code retour des opérations sur VEN-FILE
       01 VEN-EOF          PIC X.                                               *> 'O' quand la ventilation de la période est épuisée
       01 BQC-STATUS       PIC XX.                                              *> Code retour des opérations sur LEAVE-BANK-FILE
       01 BQC-EOF          PIC X.                                               *> 'O' quand les banques de l'employé sont épuisées
       01 CGU-STATUS       PIC XX.                                              *> Code retour des opérations sur LEAVE-USAGE-FILE
       01 CGU-EOF          PIC X.                                               *> 'O' quand les congés de la période sont épuisés
       01 EB-TABLE.                                                             *> Banques de congé de l'employé courant: solde de départ,
           05 EB-ENTRY OCCURS 10 TIMES.                                         *> heures prises et acquises dans la période
               10 EB-CODE        PIC X.
               10 EB-LABEL       PIC X(20).
               10 EB-METHOD      PIC X.
               10 EB-RATE        PIC 9(2)V9(4).
               10 EB-MAX-BALANCE PIC 9(4)V99.
               10 EB-BALANCE     PIC 9(4)V99.                                   *> Solde avant la période (passage antérieur annulé)
               10 EB-TAKEN       PIC 9(4)V99.
               10 EB-ACCRUED     PIC 9(4)V99.
               10 EB-NEW-BALANCE PIC 9(4)V99.                                   *> Solde après la période, imprimé au bulletin
               10 EB-PRIOR-FOUND PIC X.                                         *> 'O' si un passage interrompu de la période avait
               10 EB-PRIOR-TAKEN PIC 9(3)V99.                                   *> déjà inscrit ce congé (reprise après un abend)
               10 EB-PRIOR-ACCRUED PIC 9(3)V99.
       01 EB-COUNT         PIC 99 VALUE 0.                                      *> Nombre de banques de l'employé courant
       01 EB-IDX           PIC 99.                                              *> Indice de parcours des banques
       01 EB-FOUND-IDX     PIC 99.                                              *> Banque du code cherché (0 = aucune)
       01 LV-LINE-COUNT    PIC 9(3).                                            *> Lignes de congé de l'employé sur la feuille de temps
       01 LV-WORKED-HOURS  PIC 9(5)V99.                                         *> Heures travaillées: base de l'acquisition 'H'
       01 LV-LEAVE-HOURS   PIC 9(5)V99.                                         *> Heures de congé acceptées (payées et sans solde)
       01 LV-UNPAID-HOURS  PIC 9(5)V99.                                         *> Heures de congé sans solde
       01 LV-UNPAID-AMOUNT PIC 9(6)V99.                                         *> Retenue d'un salarié pour le congé sans solde
       01 LV-ALL-UNPAID    PIC X.                                               *> 'O' si toute la période est en congé sans solde: ni
                                                                                 *> payé ni rejeté
       01 LV-ACCRUE        PIC 9(5)V99.                                         *> Heures acquises par la banque en cours de calcul
       01 LV-REASON        PIC X(60).                                           *> Motif du rejet d'une ligne de congé
       01 LV-HOURS-DISP    PIC 9(3).99.                                         *> Copies numériques-éditées pour les bulletins et
       01 LV-TAKEN-DISP    PIC 9(4).99.                                         *> les exceptions
       01 LV-ACCRUED-DISP  PIC 9(4).99.
       01 LV-BALANCE-DISP  PIC 9(4).99.
       01 LV-UNPAID-DISP   PIC 9(3).99.
       01 LV-AMOUNT-DISP   PIC 9(6).99.
       01 LC-TABLE.                                                             *> Coût de la période par centre de coûts ou projet, relu de
           05 LC-ENTRY OCCURS 200 TIMES.                                        *> la ventilation pour les débits de l'extrait comptable
               10 LC-CENTRE    PIC X(10).
               10 LC-GROSS     PIC 9(8)V99.
               10 LC-CHARGES   PIC 9(8)V99.
               10 LC-RETR-ER   PIC 9(8)V99.
               10 LC-VAC       PIC 9(8)V99.
       01 LC-COUNT         PIC 9(3) VALUE 0.                                    *> Nombre de centres de coûts relevés
       01 LC-IDX           PIC 9(3).                                            *> Indice de parcours de la table des centres
       01 LC-FOUND-IDX     PIC 9(3).                                            *> Entrée du centre cherché (0 = absent)
       01 PAY-THIS-PERIOD  PIC X.                                               *> 'O' si l'employé courant est à payer cette période
       01 REC-NOTS-TABLE.                                                       *> Employés du maître sans feuille de temps, pour la page de
           05 REC-NOTS-ENTRY OCCURS 2000 TIMES.                                 *> réconciliation (ils ne sont PAS payés cette période)
               10 REC-NOTS-ID   PIC X(6).
       01 CTL-TOTAL-EMPLOYER-DISP PIC 9(8).99.                                  *> Copie numérique-éditée de CTL-TOTAL-EMPLOYER, pour affichage
       01 CTL-TOTAL-SAISIE   PIC 9(8)V99 VALUE 0.                               *> Total des saisies-arret retenues pour cette exécution
       01 CTL-TOTAL-SAISIE-DISP PIC 9(8).99.                                    *> Copie numérique-éditée de CTL-TOTAL-SAISIE, pour affichage
       01 CTL-TOTAL-RETR-EE  PIC 9(8)V99 VALUE 0.                               *> Total des cotisations employé au régime de retraite
       01 CTL-TOTAL-RETR-EE-DISP PIC 9(8).99.
       01 CTL-TOTAL-RETR-ER  PIC 9(8)V99 VALUE 0.                               *> Total des contreparties employeur (comprises dans
       01 CTL-TOTAL-RETR-ER-DISP PIC 9(8).99.                                   *> CTL-TOTAL-EMPLOYER)
       01 CTL-TOTAL-VAC      PIC 9(8)V99 VALUE 0.                               *> Total de l'indemnité de vacances accumulée (débitée en
       01 CTL-TOTAL-VAC-DISP PIC 9(8).99.                                       *> dépense dans l'extrait comptable)
       01 CTL-DEPOSIT-COUNT  PIC 9(6) VALUE 0.                                  *> Nombre d'employés payés par dépôt direct
       01 CTL-TOTAL-NET-DEPOT PIC 9(8)V99 VALUE 0.                              *> Net payé par dépôt direct (= pied du fichier bancaire)
       01 CTL-TOTAL-NET-DEPOT-DISP PIC 9(8).99.
       01 CTL-DEPOSIT-HASH   PIC 9(15) VALUE 0.                                 *> Somme des numéros de compte des détails de dépôt (pied du
                                                                                 *> fichier bancaire et contrôle de LiberationBanque)
       01 PCTL-STATUS        PIC XX.                                            *> Code retour des opérations sur PAY-CONTROL-FILE
       01 REL-STATUS         PIC XX.                                            *> Code retour des opérations sur RELEASE-LOG-FILE
       01 PCTL-EOF           PIC X VALUE 'N'.                                   *> Fin de lecture des contrôles ou du journal des libérations
       01 PAY-FILE-PENDING   PIC X VALUE 'N'.                                   *> 'O' si le dernier fichier bancaire produit n'est pas libéré
       01 PENDING-RUN-DATE   PIC X(10).                                         *> Exécution qui a produit le dernier fichier bancaire
       01 PENDING-RUN-TIME   PIC X(6).
       01 PCTL-CLOCK-DATE    PIC X(8).                                          *> Date système (AAAAMMJJ)
       01 PCTL-CLOCK-TIME    PIC X(8).                                          *> Heure système (HHMMSScc)
       01 CTL-CHEQUE-COUNT   PIC 9(6) VALUE 0.                                  *> Nombre d'employés payés par chèque
       01 CTL-TOTAL-NET-CHEQUE PIC 9(8)V99 VALUE 0.                             *> Net payé par chèque; dépôt + chèque = CTL-TOTAL-NET
       01 CTL-TOTAL-NET-CHEQUE-DISP PIC 9(8).99.
           05 PAY-DET-ID       PIC X(6).                                        *> EMP-ID du bénéficiaire
           05 PAY-DET-TRANSIT  PIC X(8).                                        *> Institution + transit du compte à créditer
           05 PAY-DET-ACCOUNT  PIC X(12).                                       *> Numéro de compte à créditer
           05 PAY-DET-ACCOUNT-NUM REDEFINES PAY-DET-ACCOUNT PIC 9(12).          *> Vue numérique, pour le total de hachage
           05 PAY-DET-AMOUNT   PIC 9(7)V99.                                     *> Montant du dépôt (NET-SALARY-NUM), décimale implicite
       01 PAY-TRAILER-REC.                                                      *> Pied de fichier: la banque rejette tout fichier non balancé
           05 PAY-TRL-TYPE     PIC X VALUE 'T'.
           05 PAY-TRL-COUNT    PIC 9(6).                                        *> Doit égaler CTL-EMPLOYEE-COUNT (mêmes accumulateurs que les
           05 PAY-TRL-AMOUNT   PIC 9(8)V99.                                     *> totaux de contrôle) et CTL-TOTAL-NET, décimale implicite
           05 PAY-TRL-HASH     PIC 9(15).                                       *> Somme des numéros de compte des détails (CTL-DEPOSIT-HASH)
       01 PREV-DEPT          PIC X(10) VALUE SPACES.                            *> Département du dernier bulletin imprimé, pour détecter une rupture
       01 DEPT-SUBTOTAL-GROSS PIC 9(8)V99 VALUE 0.                              *> Sous-total du salaire brut pour le département courant
       01 DEPT-SUBTOTAL-GROSS-DISP PIC 9(8).99.                                 *> Copie numérique-éditée de DEPT-SUBTOTAL-GROSS, pour affichage
       01 DEPT-SUBTOTAL-SYND  PIC 9(8)V99 VALUE 0.                              *> Sous-total de la cotisation syndicale du département courant
       01 DEPT-SUBTOTAL-AUTRE PIC 9(8)V99 VALUE 0.                              *> Sous-total des autres déductions pour le département courant
       01 DEPT-SUBTOTAL-SAISIE PIC 9(8)V99 VALUE 0.                             *> Sous-total des saisies-arret pour le département courant
       01 DEPT-SUBTOTAL-RETR-EE PIC 9(8)V99 VALUE 0.                            *> Sous-total des cotisations employé au régime de retraite
       01 DEPT-SUBTOTAL-RETR-ER PIC 9(8)V99 VALUE 0.                            *> Sous-total des contreparties employeur au régime de retraite
       01 DEPT-SUBTOTAL-VAC   PIC 9(8)V99 VALUE 0.                              *> Sous-total des vacances accumulées pour le département courant
       01 DEPT-SUBTOTAL-VAC-PAID PIC 9(8)V99 VALUE 0.                           *> Sous-total des vacances payées pour le département courant
       01 GL-TOTAL-DEBIT      PIC 9(8)V99 VALUE 0.                              *> Total des débits écrits dans l'extrait comptable
       01 GL-TOTAL-DEBIT-DISP PIC 9(8).99.
       01 GL-TOTAL-CREDIT     PIC 9(8)V99 VALUE 0.                              *> Total des crédits écrits dans l'extrait comptable
       01 GL-TOTAL-CREDIT-DISP PIC 9(8).99.
       01 GL-CHECK-TOTAL      PIC 9(8)V99.                                      *> Total attendu de l'extrait: brut + charges employeur +
                                                                                 *> vacances accumulées
       01 GL-CHECK-TOTAL-DISP PIC 9(8).99.
       01 GL-DEPT-ACCOUNTS.                                                     *> Comptes retenus pour le département en cours d'écriture,
           05 GL-CPT-SALAIRE   PIC X(8).                                        *> copiés de l'entrée du plan comptable trouvée par
           05 GL-CPT-AUTRE     PIC X(8).
           05 GL-CPT-SAISIE    PIC X(8).
           05 GL-CPT-NET       PIC X(8).
           05 GL-CPT-RETRAITE  PIC X(8).
           05 GL-CPT-RETRAITE-AP PIC X(8).
           05 GL-CPT-VACANCES  PIC X(8).
           05 GL-CPT-VACANCES-AP PIC X(8).
       01 COA-FOUND           PIC X.                                            *> 'O' si le département figure au plan comptable
       01 COA-LOOKUP-DEPT     PIC X(10).                                        *> Département ou centre de coûts cherché au plan comptable

       PROCEDURE DIVISION.                                                      *> Cette division contient toute la logique du programme
      *> cobol-lint CL002 main-procedure
                                                                                 *> de paramètres s'il existe, sinon des questions à la console

           PERFORM INIT-CHART-OF-ACCOUNTS.                                      *> Charge le plan comptable des écritures de paie
                                                                                 *> (tranches d'imposition et charges employeur: fichier des
                                                                                 *> taux datés, chargé une fois la période connue)

           IF PARAM-PRESENT = 'O'                                               *> Passe d'essai du matin: tout est calculé et compare a la
               IF PRM-SIMULATION = SPACE                                        *> periode precedente, mais rien n'est mis a jour
           PERFORM READ-PAY-CALENDAR.                                           *> Identifie la période à payer et bloque un double passage,
                                                                                 *> avant même de lancer le SORT

           PERFORM LOAD-RATE-FILE.                                              *> Tranches, charges, vacances et férié en vigueur à la
           PERFORM SELECT-RATES.                                                *> fin de la période payée (RATE-DATE)

           PERFORM LOAD-CHEQUE-COUNTER.                                         *> Reprend la séquence permanente des numéros de chèque

           PERFORM LOAD-TIMESHEETS.                                             *> Charge les feuilles de temps: les heures payées viennent de
               OPEN I-O VAC-FILE
           END-IF.

           OPEN I-O VEN-FILE.                                                   *> Ouvre la ventilation de la main-d'oeuvre en lecture/écriture
           IF VEN-STATUS = "35"                                                 *> "35" = premier passage: la ventilation n'existe pas encore
               OPEN OUTPUT VEN-FILE
               CLOSE VEN-FILE
               OPEN I-O VEN-FILE
           END-IF.

           OPEN I-O LEAVE-BANK-FILE.                                            *> Ouvre les banques de congé en lecture/écriture
           IF BQC-STATUS = "35"                                                 *> "35" = aucune banque encore créée par MajConges
               OPEN OUTPUT LEAVE-BANK-FILE
               CLOSE LEAVE-BANK-FILE
               OPEN I-O LEAVE-BANK-FILE
           END-IF.

           OPEN I-O LEAVE-USAGE-FILE.                                           *> Ouvre les congés pris par période en lecture/écriture
           IF CGU-STATUS = "35"                                                 *> "35" = premier passage: le fichier n'existe pas encore
               OPEN OUTPUT LEAVE-USAGE-FILE
               CLOSE LEAVE-USAGE-FILE
               OPEN I-O LEAVE-USAGE-FILE
           END-IF.

           OPEN INPUT CHECKPOINT-FILE                                           *> Vérifie s'il existe un point de reprise d'une exécution précédente
           IF CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
               CLOSE CUMUL-FILE
               CLOSE HIST-FILE
               CLOSE VAC-FILE
               CLOSE VEN-FILE
               CLOSE LEAVE-BANK-FILE
               CLOSE LEAVE-USAGE-FILE
               STOP RUN
           END-IF.
           IF SIM-MODE = 'O'                                                    *> La simulation ne reprend ni n'écrit de point de reprise
                       CLOSE CUMUL-FILE
                       CLOSE HIST-FILE
                       CLOSE VAC-FILE
                       CLOSE VEN-FILE
                       CLOSE LEAVE-BANK-FILE
                       CLOSE LEAVE-USAGE-FILE
                       STOP RUN
                   END-IF
                   MOVE PRM-REPRISE TO RESUME-ANSWER
               MOVE CKPT-TOTAL-SAISIE   TO CTL-TOTAL-SAISIE
               MOVE CKPT-DEPT-SUB-SAISIE TO DEPT-SUBTOTAL-SAISIE
               MOVE CKPT-DEPOSIT-COUNT  TO CTL-DEPOSIT-COUNT
               MOVE CKPT-DEPOSIT-HASH   TO CTL-DEPOSIT-HASH
               MOVE CKPT-NET-DEPOT      TO CTL-TOTAL-NET-DEPOT
               MOVE CKPT-CHEQUE-COUNT   TO CTL-CHEQUE-COUNT
               MOVE CKPT-NET-CHEQUE     TO CTL-TOTAL-NET-CHEQUE
               MOVE CKPT-TOTAL-RETR-EE  TO CTL-TOTAL-RETR-EE
               MOVE CKPT-TOTAL-RETR-ER  TO CTL-TOTAL-RETR-ER
               MOVE CKPT-DEPT-SUB-RETR-EE TO DEPT-SUBTOTAL-RETR-EE
               MOVE CKPT-DEPT-SUB-RETR-ER TO DEPT-SUBTOTAL-RETR-ER
               MOVE CKPT-TOTAL-VAC      TO CTL-TOTAL-VAC
               MOVE CKPT-DEPT-SUB-VAC   TO DEPT-SUBTOTAL-VAC
               MOVE CKPT-DEPT-SUB-VAC-PAID TO DEPT-SUBTOTAL-VAC-PAID
               MOVE 'O' TO CKPT-SKIPPING                                        *> Le fichier trié n'est plus dans l'ordre des EMP-ID: on relit
                                                                                 *> depuis le début et on saute les employés déjà traités
               OPEN EXTEND OUTPUT-FILE                                          *> Reprise: on ajoute à la suite des fichiers déjà écrits, on ne
                           CLOSE CUMUL-FILE
                           CLOSE HIST-FILE
                           CLOSE VAC-FILE
                           CLOSE VEN-FILE
                           CLOSE LEAVE-BANK-FILE
                           CLOSE LEAVE-USAGE-FILE
                           STOP RUN
                       END-IF
                       MOVE PRM-REDEMARRAGE TO CONFIRM-RESTART
                       STOP RUN
                   END-IF
               END-IF
               IF SIM-MODE = 'N'                                                *> Le fichier bancaire de l'exécution précédente sera écrasé:
                   PERFORM CHECK-PENDING-RELEASE                                *> il doit d'abord avoir été libéré par LiberationBanque
                   IF PAY-FILE-PENDING = 'O'
                       MOVE "ARRET: paiements-banque.txt du "
                           TO LOG-MESSAGE
                       PERFORM WRITE-JOURNAL
                       MOVE "precedent passage non libere"
                           TO LOG-MESSAGE
                       PERFORM WRITE-JOURNAL
                       DISPLAY "ERREUR: paiements-banque.txt produit "
                           "le " PENDING-RUN-DATE " a " PENDING-RUN-TIME
                       DISPLAY "n'a pas ete libere (LiberationBanque)."
                       DISPLAY "Le liberer avant de relancer la paie "
                           "-- execution annulee."
                       CLOSE SORTED-EMP-FILE
                       CLOSE CUMUL-FILE
                       CLOSE HIST-FILE
                       CLOSE VAC-FILE
                       CLOSE VEN-FILE
                       CLOSE LEAVE-BANK-FILE
                       CLOSE LEAVE-USAGE-FILE
                       STOP RUN
                   END-IF
               END-IF
               OPEN OUTPUT OUTPUT-FILE                                          *> Premiere execution (ou reprise refusee et confirmee): fichiers neufs
               IF SIM-MODE = 'O'                                                *> Simulation: ni fichier bancaire, ni extrait comptable, ni
                   OPEN OUTPUT VARIANCE-FILE                                    *> exceptions.txt (la passe corrective s'apparie dessus): les
                   OPEN OUTPUT EXCEPTION-FILE
                   OPEN OUTPUT PAYMENT-FILE
                   OPEN OUTPUT GL-FILE
                   PERFORM PURGE-PERIOD-DISTRIBUTION                            *> Ventilation laissée par une exécution abandonnée de la
                                                                                 *> même période: repart de zéro, comme l'extrait comptable
                   PERFORM PURGE-PERIOD-LEAVE-USAGE                             *> Congés inscrits par cette exécution abandonnée: rendus
                                                                                 *> aux banques avant de repartir de zéro
                   OPEN OUTPUT CHEQUE-FILE
                   OPEN OUTPUT CHEQUE-REGISTER-FILE
                   MOVE COMPANY-NAME TO PAY-HDR-COMPANY                         *> En-tête du fichier de dépôt direct, écrit une seule fois
                   MOVE SE-BANK-TRANSIT TO EMP-BANK-TRANSIT
                   MOVE SE-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
                   MOVE SE-PAY-METHOD   TO EMP-PAY-METHOD
                   MOVE SE-PAY-TYPE     TO EMP-PAY-TYPE
                   MOVE SE-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
                   MOVE SE-HIRE-DATE    TO EMP-HIRE-DATE
                   MOVE SE-TERM-DATE    TO EMP-TERM-DATE
                   MOVE SE-PENSION-RATE TO EMP-PENSION-RATE

                   IF CKPT-SKIPPING = 'O'                                       *> En reprise: on saute les employés déjà traités avant le checkpoint
                       PERFORM CHECK-PAYABLE-THIS-PERIOD                        *> mais on consomme quand même leur feuille de temps, pour que
                                                                                 *> la page de réconciliation couvre l'exécution complète
                       IF EMP-ID = CKPT-LAST-ID
                           MOVE 'N' TO CKPT-SKIPPING
                       END-IF
                   ELSE
                   PERFORM CHECK-PAYABLE-THIS-PERIOD                            *> Les heures payées viennent de la feuille de temps de la
                   IF PAY-THIS-PERIOD = 'O'                                     *> période; sans feuille, un horaire n'est PAS payé et va sur
                                                                                 *> la page de réconciliation plutôt que de recevoir les
                                                                                 *> heures périmées du fichier maître
                   MOVE 'O' TO VALID-RECORD                                     *> Valide les champs numériques avant de lancer les calculs
                   MOVE SPACES TO REJECT-REASON
                   PERFORM APPLY-LEAVE-LINES                                    *> Lignes de congé de la feuille: tirées des banques et
                                                                                 *> payées au taux régulier, ou rejetées une à une
                   IF EMP-HOURS-REG NOT NUMERIC
                           OR EMP-HOURS-OT NOT NUMERIC
                           OR EMP-RATE-HOURLY NOT NUMERIC
                       MOVE "Heures ou taux horaire non numerique"
                           TO REJECT-REASON
                   END-IF
                   IF VALID-RECORD = 'O' AND FT-BAD-IDX > 0                     *> Une ligne de feuille de temps illisible fausserait le
                       MOVE 'N' TO VALID-RECORD                                 *> total des heures et leur répartition
                       MOVE "Feuille de temps: heures non numeriques"
                           TO REJECT-REASON
                   END-IF
                   IF VALID-RECORD = 'O' AND DIST-OVERFLOW = 'O'
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Plus de 10 centres de couts sur la feuille"
                           TO REJECT-REASON
                   END-IF
                   IF VALID-RECORD = 'O'                                        *> Bornes raisonnables pour eviter un depassement silencieux du
                           AND (EMP-HOURS-REG > 200                             *> PIC 9(5)V99 d'EMP-SALARY-BRUT dans le COMPUTE plus bas
                           OR EMP-HOURS-OT > 100
                       MOVE "Mode de paiement inconnu (attendu D ou C)"
                           TO REJECT-REASON
                   END-IF
                   IF VALID-RECORD = 'O'                                        *> Type de paie: horaire ('H' ou blanc, le défaut
                           AND EMP-PAY-TYPE NOT = 'H'                           *> historique) ou salarié ('S')
                           AND EMP-PAY-TYPE NOT = 'S'
                           AND EMP-PAY-TYPE NOT = SPACE
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Type de paie inconnu (attendu H ou S)"
                           TO REJECT-REASON
                   END-IF
                   IF VALID-RECORD = 'O' AND EMP-PAY-TYPE = 'S'
                       PERFORM VALIDATE-SALARIED-FIELDS
                   END-IF
                   IF VALID-RECORD = 'O'                                        *> Cotisation de retraite: au plus le taux maximal
                           AND EMP-PENSION-RATE NOT NUMERIC                     *> permis par le régime (type RRET du fichier des taux)
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Taux de retraite non numerique"
                           TO REJECT-REASON
                   END-IF
                   IF VALID-RECORD = 'O'
                           AND EMP-PENSION-RATE > PENSION-EE-MAX-RATE
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Taux de retraite hors limites"
                           TO REJECT-REASON
                   END-IF
                   *> Chaque employe paye par depot doit avoir un detail
                   *> de depot direct, sinon le pied du fichier bancaire
                   *> ne balancerait plus avec les totaux de controle;
                           TO REJECT-REASON
                   END-IF
                   IF VALID-RECORD = 'O'                                        *> Paye regulier + prime de temps supplementaire (1.5x) avant impots
                       IF EMP-PAY-TYPE = 'S'                                    *> Salarié: montant de la période au prorata des jours
                           MOVE EMP-ANNUAL-SALARY TO SAL-ANNUAL-SALARY          *> ouvrables travaillés, plus le temps supplémentaire
                           MOVE EMP-HIRE-DATE TO SAL-HIRE-DATE                  *> au taux horaire de la fiche (0 = non rémunéré)
                           MOVE EMP-TERM-DATE TO SAL-TERM-DATE
                           PERFORM CALC-SALARIED-PAY
                           PERFORM APPLY-UNPAID-LEAVE                           *> Congé sans solde retenu sur le salaire
                           COMPUTE EMP-SALARY-BRUT = SAL-PERIOD-AMOUNT
                               + (EMP-HOURS-OT * EMP-RATE-HOURLY * 1.5)
                       ELSE
                           MOVE 0 TO SAL-PERIOD-AMOUNT
                           COMPUTE EMP-SALARY-BRUT =
                               (EMP-HOURS-REG * EMP-RATE-HOURLY)
                               + (EMP-HOURS-OT * EMP-RATE-HOURLY * 1.5)
                       END-IF
                   END-IF
                   IF VALID-RECORD = 'O' AND EMP-SALARY-BRUT = 0
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Salaire brut hors limites (doit etre > 0)"
                           TO REJECT-REASON
                       IF LV-UNPAID-HOURS > 0                                   *> Rien à payer parce que toute la période est en
                           MOVE 'O' TO LV-ALL-UNPAID                            *> congé sans solde: ce n'est pas une erreur
                       END-IF
                   END-IF
                   IF VALID-RECORD = 'O'                                        *> Paiement de vacances demandé: ajouté au brut AVANT l'impôt,
                       PERFORM PROCESS-VACATION-PAYOUT                          *> pour passer par le pipeline normal (tranches, déductions,
                       PERFORM PROCESS-HOLIDAY-PAY                              *> ajoutée au brut AVANT l'impôt, comme toute autre rémunération
                   END-IF
                   IF VALID-RECORD = 'N'
                       IF LV-ALL-UNPAID = 'O'
                           PERFORM NOTE-UNPAID-PERIOD
                       ELSE
                           ADD 1 TO CTL-REJECT-COUNT
                           PERFORM WRITE-EXCEPTION-RECORD
                       END-IF
                   ELSE
                   COMPUTE TOTAL-DEDUCTIONS = EMP-DED-SANTE                    *> Somme des déductions détaillées (santé, syndicat, autre)
                        + EMP-DED-SYNDICAT
                        + EMP-DED-AUTRE
                   MOVE EMP-ID TO CUMUL-ID                                      *> Recherche la fiche cumul de l'employé (ou en crée une nouvelle):
                   MOVE 'N' TO CUMUL-IS-NEW                                     *> les maximums du régime de retraite s'évaluent sur les cumuls
                   READ CUMUL-FILE KEY IS CUMUL-ID                              *> AVANT la paie courante
                       INVALID KEY
                           MOVE 'O' TO CUMUL-IS-NEW
                           MOVE EMP-NAME TO CUMUL-NAME
                           MOVE 0 TO CUMUL-GROSS-YTD
                           MOVE 0 TO CUMUL-TAX-YTD
                           MOVE 0 TO CUMUL-NET-YTD
                           MOVE 0 TO CUMUL-PENSION-EE-YTD
                           MOVE 0 TO CUMUL-PENSION-ER-YTD
                   END-READ
                   PERFORM CALC-PENSION-CONTRIBS                                *> Cotisation de retraite retranchée du revenu imposable AVANT
                                                                                 *> le calcul de l'impôt (TAXABLE-GROSS)
                   MOVE 0 TO TAX-AMOUNT                                         *> Calcule l'impôt en appliquant le taux marginal de chaque tranche traversée
                   MOVE 0 TO PREV-BRACKET-UPPER
                   PERFORM VARYING TAX-IDX FROM 1 BY 1
                           UNTIL TAX-IDX > 5
                       IF TAXABLE-GROSS > PREV-BRACKET-UPPER
                           IF TAXABLE-GROSS
                                   < TAX-BRACKET-UPPER(TAX-IDX)
                               COMPUTE TAXABLE-IN-BRACKET =
                                   TAXABLE-GROSS - PREV-BRACKET-UPPER
                           ELSE
                               COMPUTE TAXABLE-IN-BRACKET =
                                   TAX-BRACKET-UPPER(TAX-IDX)
                   *> garde-fou, un brut depasse par l'impot + les
                   *> deductions boucle en un montant positif au lieu
                   *> d'etre rejete
                   IF TOTAL-DEDUCTIONS + TAX-AMOUNT + PENSION-EE-EMP
                           > EMP-SALARY-BRUT
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Deductions+impot superieurs au brut"
                           TO REJECT-REASON
                   COMPUTE NET-SALARY-NUM = EMP-SALARY-BRUT                     *> le mot-clé permet de calculer le salaire net (brut - impots - deductions)
                        - TAX-AMOUNT
                        - TOTAL-DEDUCTIONS
                        - PENSION-EE-EMP
                       ON SIZE ERROR                                            *> Garde-fou: NET-SALARY-NUM a la meme precision qu'EMP-SALARY-BRUT,
                           MOVE 'N' TO VALID-RECORD                             *> donc ce cas ne devrait jamais survenir, mais on rejette plutot
                           MOVE "Salaire net hors limites"                      *> que de laisser un COMPUTE debordant produire un resultat silencieux
                                                                                 *> réduit NET-SALARY-NUM et décrémente le solde des ordonnances
                   COMPUTE NET-SALARY = NET-SALARY-NUM                          *> Version formatée (avec point décimal) pour l'affichage

                   MOVE CUMUL-GROSS-YTD TO YTD-GROSS-BEFORE                     *> Les plafonds des charges employeur s'évaluent sur le brut
                   PERFORM CALC-EMPLOYER-CONTRIBS                               *> cumulé AVANT la paie courante
                   ADD PENSION-ER-EMP TO EMPLOYER-CONTRIB-EMP                   *> La contrepartie de retraite fait partie des charges employeur
                   ADD EMP-SALARY-BRUT TO CUMUL-GROSS-YTD
                   ADD TAX-AMOUNT      TO CUMUL-TAX-YTD
                   COMPUTE CUMUL-NET-YTD =
                        CUMUL-NET-YTD + NET-SALARY-NUM
                   ADD PENSION-EE-EMP  TO CUMUL-PENSION-EE-YTD
                   ADD PENSION-ER-EMP  TO CUMUL-PENSION-ER-YTD
                   IF SIM-MODE = 'N'                                            *> Simulation: les cumuls annuels restent intacts
                       IF CUMUL-IS-NEW = 'O'
                           WRITE CUMUL-RECORD
                   END-IF

                   PERFORM UPDATE-VACATION-BALANCE                              *> Accumule l'indemnité de vacances et solde le paiement versé
                   PERFORM UPDATE-LEAVE-BANKS                                   *> Congés pris et acquis portés aux banques de congé
                   PERFORM DISTRIBUTE-LABOUR-COST                               *> Brut, charges et vacances accumulées répartis entre les
                                                                                 *> centres de coûts au prorata des heures de la feuille

                   IF SIM-MODE = 'O'                                            *> Simulation: pas d'historique ni de dépôt, mais une ligne
                       PERFORM WRITE-VARIANCE-LINE                              *> d'écart contre la paie de la période précédente
                   ELSE
                       PERFORM WRITE-HISTORY-RECORD                             *> Trace permanente du détail de paie (réimpression, audits)
                       PERFORM WRITE-LABOUR-DISTRIBUTION                        *> Part de chaque centre de coûts, pour l'extrait comptable
                                                                                 *> et le rapport du coût de la main-d'oeuvre

                       IF EMP-PAY-METHOD = 'C'                                  *> Chèque imprimé au lieu du détail de dépôt: le fichier
                           PERFORM WRITE-CHEQUE                                 *> bancaire ne porte que les employés payés par dépôt
                       MOVE NET-SALARY-NUM   TO PAY-DET-AMOUNT
                       MOVE PAY-DETAIL-REC TO PAYMENT-RECORD
                       WRITE PAYMENT-RECORD
                       IF PAY-DET-ACCOUNT-NUM NUMERIC                           *> Total de hachage des comptes, repris au pied du fichier
                           ADD PAY-DET-ACCOUNT-NUM TO CTL-DEPOSIT-HASH
                       END-IF
                       END-IF
                   END-IF

                   ADD NET-SALARY-NUM     TO CTL-TOTAL-NET
                   ADD EMPLOYER-CONTRIB-EMP TO CTL-TOTAL-EMPLOYER
                   ADD SAISIE-AMOUNT-EMP  TO CTL-TOTAL-SAISIE
                   ADD PENSION-EE-EMP     TO CTL-TOTAL-RETR-EE
                   ADD PENSION-ER-EMP     TO CTL-TOTAL-RETR-ER
                   ADD VAC-ACCRUE-AMOUNT  TO CTL-TOTAL-VAC
                   IF EMP-PAY-METHOD = 'C'                                      *> Ventilation du net par mode de paiement: depot + cheque
                       ADD 1 TO CTL-CHEQUE-COUNT                                *> doit toujours egaler CTL-TOTAL-NET
                       ADD NET-SALARY-NUM TO CTL-TOTAL-NET-CHEQUE
                       MOVE 0 TO DEPT-SUBTOTAL-AUTRE
                       MOVE 0 TO DEPT-SUBTOTAL-SAISIE
                       MOVE 0 TO DEPT-SUBTOTAL-EMPLOYER
                       MOVE 0 TO DEPT-SUBTOTAL-RETR-EE
                       MOVE 0 TO DEPT-SUBTOTAL-RETR-ER
                       MOVE 0 TO DEPT-SUBTOTAL-VAC
                       MOVE 0 TO DEPT-SUBTOTAL-VAC-PAID
                       MOVE EMP-DEPT TO PREV-DEPT
                       MOVE SEPARATOR-LINE TO OUTPUT-FIELD
                       WRITE OUTPUT-RECORD
                   ADD EMP-DED-AUTRE   TO DEPT-SUBTOTAL-AUTRE
                   ADD SAISIE-AMOUNT-EMP TO DEPT-SUBTOTAL-SAISIE
                   ADD EMPLOYER-CONTRIB-EMP TO DEPT-SUBTOTAL-EMPLOYER
                   ADD PENSION-EE-EMP  TO DEPT-SUBTOTAL-RETR-EE
                   ADD PENSION-ER-EMP  TO DEPT-SUBTOTAL-RETR-ER
                   ADD VAC-ACCRUE-AMOUNT TO DEPT-SUBTOTAL-VAC
                   ADD VAC-PAYOUT      TO DEPT-SUBTOTAL-VAC-PAID

                   ADD 1 TO CKPT-SINCE-LAST                                     *> Écrit un checkpoint tous les CKPT-INTERVAL employés
                   IF SIM-MODE = 'N'                                            *> (jamais en simulation: rien à reprendre)
                           TO CKPT-DEPT-SUB-SAISIE
                       MOVE CTL-DEPOSIT-COUNT   TO CKPT-DEPOSIT-COUNT
                       MOVE CTL-TOTAL-NET-DEPOT TO CKPT-NET-DEPOT
                       MOVE CTL-DEPOSIT-HASH    TO CKPT-DEPOSIT-HASH
                       MOVE CTL-CHEQUE-COUNT    TO CKPT-CHEQUE-COUNT
                       MOVE CTL-TOTAL-NET-CHEQUE TO CKPT-NET-CHEQUE
                       MOVE CTL-TOTAL-RETR-EE   TO CKPT-TOTAL-RETR-EE
                       MOVE CTL-TOTAL-RETR-ER   TO CKPT-TOTAL-RETR-ER
                       MOVE DEPT-SUBTOTAL-RETR-EE
                           TO CKPT-DEPT-SUB-RETR-EE
                       MOVE DEPT-SUBTOTAL-RETR-ER
                           TO CKPT-DEPT-SUB-RETR-ER
                       MOVE CTL-TOTAL-VAC       TO CKPT-TOTAL-VAC
                       MOVE DEPT-SUBTOTAL-VAC   TO CKPT-DEPT-SUB-VAC
                       MOVE DEPT-SUBTOTAL-VAC-PAID
                           TO CKPT-DEPT-SUB-VAC-PAID
                       OPEN OUTPUT CHECKPOINT-FILE
                       WRITE CHECKPOINT-RECORD
                       CLOSE CHECKPOINT-FILE
                   MOVE TEMP-STRING TO OUTPUT-FIELD
                   WRITE OUTPUT-RECORD

                   IF EMP-PAY-TYPE = 'S'                                        *> Salarié: salaire de la période et prorata appliqué
                       MOVE EMP-ANNUAL-SALARY TO SAL-ANNUAL-SALARY-DISP
                       MOVE SAL-PERIOD-AMOUNT TO SAL-PERIOD-AMOUNT-DISP
                       MOVE SPACES TO TEMP-STRING
                       STRING "Salaire annuel: " SAL-ANNUAL-SALARY-DISP
                           "  - Salaire de la periode: "
                           SAL-PERIOD-AMOUNT-DISP
                           " (jours " SAL-WORKED-DAYS "/"
                           SAL-PERIOD-DAYS ")"
                           DELIMITED BY SIZE
                           INTO TEMP-STRING
                       END-STRING
                       MOVE TEMP-STRING TO OUTPUT-FIELD
                       WRITE OUTPUT-RECORD
                   END-IF

                   COMPUTE EMP-SALARY-BRUT-DISP = EMP-SALARY-BRUT
                   MOVE SPACES TO TEMP-STRING
                   STRING "Salaire brut: " EMP-SALARY-BRUT-DISP
                   MOVE TEMP-STRING TO OUTPUT-FIELD
                   WRITE OUTPUT-RECORD

                   IF EMP-PENSION-RATE > 0 OR PENSION-EE-EMP > 0                *> Régime de retraite: cotisation avant impôt, revenu imposable
                       COMPUTE PENSION-EE-DISP = PENSION-EE-EMP                 *> qui en résulte, contrepartie et cumuls de l'année
                       COMPUTE TAXABLE-GROSS-DISP = TAXABLE-GROSS
                       MOVE SPACES TO TEMP-STRING
                       STRING "Retraite employe (avant impot): "
                           PENSION-EE-DISP
                           "  - Revenu imposable: " TAXABLE-GROSS-DISP
                           DELIMITED BY SIZE
                           INTO TEMP-STRING
                       END-STRING
                       MOVE TEMP-STRING TO OUTPUT-FIELD
                       WRITE OUTPUT-RECORD
                       COMPUTE PENSION-ER-DISP = PENSION-ER-EMP
                       COMPUTE PENSION-YTD-EE-DISP =
                           CUMUL-PENSION-EE-YTD
                       COMPUTE PENSION-YTD-ER-DISP =
                           CUMUL-PENSION-ER-YTD
                       MOVE SPACES TO TEMP-STRING
                       STRING "Retraite employeur: " PENSION-ER-DISP
                           "  - Cumuls annuels employe: "
                           PENSION-YTD-EE-DISP
                           " employeur: " PENSION-YTD-ER-DISP
                           DELIMITED BY SIZE
                           INTO TEMP-STRING
                       END-STRING
                       MOVE TEMP-STRING TO OUTPUT-FIELD
                       WRITE OUTPUT-RECORD
                   END-IF
                   IF FERIE-PAYOUT > 0                                          *> Ligne d'indemnité de jour férié, identifiée comme telle
                       COMPUTE FERIE-PAYOUT-DISP = FERIE-PAYOUT
                       MOVE SPACES TO TEMP-STRING
                   END-STRING
                   MOVE TEMP-STRING TO OUTPUT-FIELD
                   WRITE OUTPUT-RECORD
                   PERFORM PRINT-LEAVE-BALANCES                                 *> Congés de la période et soldes des banques

                   MOVE SPACES TO TEMP-STRING
                   STRING "SALAIRE NET: " NET-SALARY
               CLOSE GL-FILE                                                    *> Sans ligne de totaux: la comptabilité le rejettera aussi
               CLOSE HIST-FILE
               CLOSE VAC-FILE
               CLOSE VEN-FILE
               CLOSE LEAVE-BANK-FILE
               CLOSE LEAVE-USAGE-FILE
               STOP RUN
           END-IF.

           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING                                           *> Hachage des comptes: à comparer au pied du fichier bancaire
           STRING "  hachage des comptes (depot): " CTL-DEPOSIT-HASH
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-EMPLOYER-DISP = CTL-TOTAL-EMPLOYER
           MOVE SPACES TO TEMP-STRING
           STRING "Total charges employeur: "
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-RETR-EE-DISP = CTL-TOTAL-RETR-EE                   *> Régime de retraite: cotisations employé (avant impôt) et
           COMPUTE CTL-TOTAL-RETR-ER-DISP = CTL-TOTAL-RETR-ER                   *> contreparties, déjà comprises dans les charges employeur
           MOVE SPACES TO TEMP-STRING
           STRING "Total retraite employe: " CTL-TOTAL-RETR-EE-DISP
               " - contrepartie employeur: " CTL-TOTAL-RETR-ER-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-VAC-DISP = CTL-TOTAL-VAC
           MOVE SPACES TO TEMP-STRING
           STRING "Total vacances accumulees: " CTL-TOTAL-VAC-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SEPARATOR-LINE TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD.

           ELSE
               MOVE CTL-DEPOSIT-COUNT   TO PAY-TRL-COUNT                        *> Pied du fichier bancaire: seuls les employés payés par dépôt
               MOVE CTL-TOTAL-NET-DEPOT TO PAY-TRL-AMOUNT                       *> y figurent (les chèques ont leur propre registre), repris des
               MOVE CTL-DEPOSIT-HASH    TO PAY-TRL-HASH
               MOVE PAY-TRAILER-REC TO PAYMENT-RECORD                           *> MEMES accumulateurs que les totaux de contrôle
               WRITE PAYMENT-RECORD
               PERFORM WRITE-PAYMENT-CONTROL                                    *> Totaux de contrôle de l'exécution, pour la libération

               PERFORM POST-LABOUR-DISTRIBUTION                                 *> Débits de dépense par centre de coûts ou projet, relus de
                                                                                 *> la ventilation de la période complète (reprise comprise)
               PERFORM VERIFY-GL-BALANCE                                        *> Lignes de totaux de l'extrait comptable + drapeau si déséquilibré

               PERFORM REWRITE-CHEQUE-COUNTER                                   *> Prochain numéro de chèque, pour la prochaine exécution
           CLOSE CUMUL-FILE.
           CLOSE HIST-FILE.
           CLOSE VAC-FILE.
           CLOSE VEN-FILE.
           CLOSE LEAVE-BANK-FILE.
           CLOSE LEAVE-USAGE-FILE.

           STOP RUN.                                                            *> Termine l'exécution du programme

               END-IF
           END-PERFORM.

       CALC-PENSION-CONTRIBS.                                                   *> Cotisation de l'employé au régime de retraite et contrepartie
           MOVE 0 TO PENSION-EE-EMP                                             *> de l'employeur, chacune bornée par le reste de son maximum
           MOVE 0 TO PENSION-ER-EMP                                             *> annuel (cumuls AVANT la paie courante)
           IF EMP-PENSION-RATE > 0
                   AND CUMUL-PENSION-EE-YTD < PENSION-EE-ANNUAL-MAX
               COMPUTE PENSION-ROOM =
                   PENSION-EE-ANNUAL-MAX - CUMUL-PENSION-EE-YTD
               COMPUTE PENSION-EE-EMP =
                   EMP-SALARY-BRUT * EMP-PENSION-RATE
               IF PENSION-EE-EMP > PENSION-ROOM
                   MOVE PENSION-ROOM TO PENSION-EE-EMP
               END-IF
           END-IF
           IF PENSION-EE-EMP > 0                                                *> Pas de contrepartie sans cotisation de l'employé
                   AND CUMUL-PENSION-ER-YTD < PENSION-ER-ANNUAL-MAX
               COMPUTE PENSION-ROOM =
                   PENSION-ER-ANNUAL-MAX - CUMUL-PENSION-ER-YTD
               COMPUTE PENSION-ER-EMP =
                   PENSION-EE-EMP * PENSION-MATCH-RATE
               IF PENSION-ER-EMP > PENSION-ROOM
                   MOVE PENSION-ROOM TO PENSION-ER-EMP
               END-IF
           END-IF
           COMPUTE TAXABLE-GROSS = EMP-SALARY-BRUT - PENSION-EE-EMP.

       READ-PAY-CALENDAR.                                                       *> Lit l'enregistrement de contrôle de la période à payer
           OPEN INPUT CALENDAR-FILE
           *> Sans calendrier, impossible de savoir quelle période on
                   " (du " CAL-PERIOD-START " au " CAL-PERIOD-END
                   ") est deja completee."
               DISPLAY "Relancer cette periode paierait chaque"
               DISPLAY "employe une deuxieme fois. Fermez la periode"
               DISPLAY "avec CloturePeriode, qui place la prochaine"
               DISPLAY "periode au calendrier. Execution annulee."
               CLOSE CALENDAR-FILE
               STOP RUN
           END-IF
           MOVE CAL-PERIOD-END TO CHEQUE-DATE                                   *> Les chèques sont datés de la fin de la période payée
           MOVE CAL-PERIOD-END TO RATE-DATE                                     *> Les taux appliqués sont ceux en vigueur à la même date
           MOVE CAL-PERIOD-START TO SAL-PERIOD-START                            *> Bornes du prorata des salariés
           MOVE CAL-PERIOD-END TO SAL-PERIOD-END
           MOVE SPACES TO PAY-PERIOD                                            *> Période réelle imprimée sur chaque bulletin
           STRING "Periode " CAL-PERIOD-NUMBER
               " du " CAL-PERIOD-START
               MOVE 0 TO VAR-PREV-PERIOD
           END-IF.

       LOAD-RATE-FILE.                                                          *> Charge en mémoire toutes les entrées du fichier des taux;
           OPEN INPUT RATE-FILE                                                 *> le choix par date se fait ensuite dans SELECT-RATES
           *> Sans fichier des taux, aucun impot ni aucune charge ne
           *> peut etre calcule: on refuse de payer avec des zeros
           IF RATE-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "taux-paie.dat (RATE-STATUS=" RATE-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF
           MOVE 0 TO RTT-TOTAL
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'O'
               READ RATE-FILE AT END
                   SET EOF-FLAG TO 'O'
               NOT AT END
                   IF RTT-TOTAL >= 500
                       DISPLAY "ERREUR: taux-paie.dat depasse 500 "
                           "entrees -- execution annulee."
                       CLOSE RATE-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO RTT-TOTAL
                   MOVE RT-TYPE      TO RTT-TYPE(RTT-TOTAL)
                   MOVE RT-EFFECTIVE TO RTT-EFFECTIVE(RTT-TOTAL)
                   MOVE RT-SEQ       TO RTT-SEQ(RTT-TOTAL)
                   MOVE RT-NAME      TO RTT-NAME(RTT-TOTAL)
                   MOVE RT-RATE      TO RTT-RATE(RTT-TOTAL)
                   MOVE RT-AMOUNT    TO RTT-AMOUNT(RTT-TOTAL)
                   MOVE RT-COUNT     TO RTT-COUNT(RTT-TOTAL)
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           MOVE 'N' TO EOF-FLAG.

       SELECT-RATES.                                                            *> Retient, pour chaque type, le jeu de la plus récente date
           MOVE SPACES TO RATE-SET-DATES                                        *> d'effet qui ne dépasse pas RATE-DATE et en remplit les
           PERFORM VARYING RTT-IDX FROM 1 BY 1                                  *> tables des copybooks TAXBRK, EMPCTB, VACPRM, FERPRM, RRTPRM
                   UNTIL RTT-IDX > RTT-TOTAL
               IF RTT-EFFECTIVE(RTT-IDX) NOT > RATE-DATE
                   EVALUATE RTT-TYPE(RTT-IDX)
                       WHEN "IMPO"
                           IF RTT-EFFECTIVE(RTT-IDX) > RATE-IMPO-DATE
                               MOVE RTT-EFFECTIVE(RTT-IDX)
                                   TO RATE-IMPO-DATE
                           END-IF
                       WHEN "CHRG"
                           IF RTT-EFFECTIVE(RTT-IDX) > RATE-CHRG-DATE
                               MOVE RTT-EFFECTIVE(RTT-IDX)
                                   TO RATE-CHRG-DATE
                           END-IF
                       WHEN "VACA"
                           IF RTT-EFFECTIVE(RTT-IDX) > RATE-VACA-DATE
                               MOVE RTT-EFFECTIVE(RTT-IDX)
                                   TO RATE-VACA-DATE
                           END-IF
                       WHEN "FERI"
                           IF RTT-EFFECTIVE(RTT-IDX) > RATE-FERI-DATE
                               MOVE RTT-EFFECTIVE(RTT-IDX)
                                   TO RATE-FERI-DATE
                           END-IF
                       WHEN "RRET"
                           IF RTT-EFFECTIVE(RTT-IDX) > RATE-RRET-DATE
                               MOVE RTT-EFFECTIVE(RTT-IDX)
                                   TO RATE-RRET-DATE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE ZEROS TO RATE-SET-COUNTS
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-TOTAL
               MOVE RTT-SEQ(RTT-IDX) TO RATE-SUB
               EVALUATE TRUE
                   WHEN RTT-TYPE(RTT-IDX) = "IMPO"
                           AND RTT-EFFECTIVE(RTT-IDX) = RATE-IMPO-DATE
                           AND RATE-SUB >= 1 AND RATE-SUB <= 5
                       MOVE RTT-AMOUNT(RTT-IDX)
                           TO TAX-BRACKET-UPPER(RATE-SUB)
                       MOVE RTT-RATE(RTT-IDX)
                           TO TAX-BRACKET-RATE(RATE-SUB)
                       ADD 1 TO RATE-IMPO-COUNT
                   WHEN RTT-TYPE(RTT-IDX) = "CHRG"
                           AND RTT-EFFECTIVE(RTT-IDX) = RATE-CHRG-DATE
                           AND RATE-SUB >= 1 AND RATE-SUB <= 3
                       MOVE RTT-NAME(RTT-IDX)
                           TO CONTRIB-NAME(RATE-SUB)
                       MOVE RTT-RATE(RTT-IDX)
                           TO CONTRIB-RATE(RATE-SUB)
                       MOVE RTT-AMOUNT(RTT-IDX)
                           TO CONTRIB-CEILING(RATE-SUB)
                       ADD 1 TO RATE-CHRG-COUNT
                   WHEN RTT-TYPE(RTT-IDX) = "VACA"
                           AND RTT-EFFECTIVE(RTT-IDX) = RATE-VACA-DATE
                           AND RATE-SUB = 1
                       MOVE RTT-RATE(RTT-IDX) TO VAC-ACCRUAL-RATE
                       ADD 1 TO RATE-VACA-COUNT
                   WHEN RTT-TYPE(RTT-IDX) = "FERI"
                           AND RTT-EFFECTIVE(RTT-IDX) = RATE-FERI-DATE
                           AND RATE-SUB = 1
                       MOVE RTT-RATE(RTT-IDX) TO FERIE-RATE
                       MOVE RTT-COUNT(RTT-IDX)
                           TO FERIE-LOOKBACK-PERIODS
                       ADD 1 TO RATE-FERI-COUNT
                   WHEN RTT-TYPE(RTT-IDX) = "RRET"
                           AND RTT-EFFECTIVE(RTT-IDX) = RATE-RRET-DATE
                           AND RATE-SUB = 1
                       MOVE RTT-RATE(RTT-IDX) TO PENSION-EE-MAX-RATE
                       MOVE RTT-AMOUNT(RTT-IDX)
                           TO PENSION-EE-ANNUAL-MAX
                       ADD 1 TO RATE-RRET-COUNT
                   WHEN RTT-TYPE(RTT-IDX) = "RRET"
                           AND RTT-EFFECTIVE(RTT-IDX) = RATE-RRET-DATE
                           AND RATE-SUB = 2
                       MOVE RTT-RATE(RTT-IDX) TO PENSION-MATCH-RATE
                       MOVE RTT-AMOUNT(RTT-IDX)
                           TO PENSION-ER-ANNUAL-MAX
                       ADD 1 TO RATE-RRET-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           *> Un jeu incomplet (tranche ou charge manquante a la date
           *> d'effet retenue) paierait des montants faux sans le dire
           IF RATE-IMPO-COUNT NOT = 5
                   OR RATE-CHRG-COUNT NOT = 3
                   OR RATE-VACA-COUNT NOT = 1
                   OR RATE-FERI-COUNT NOT = 1
                   OR RATE-RRET-COUNT NOT = 2
               DISPLAY "ERREUR: taux-paie.dat ne contient pas de jeu "
                   "complet en vigueur au " RATE-DATE
               DISPLAY "(tranches IMPO: " RATE-IMPO-COUNT "/5, "
                   "charges CHRG: " RATE-CHRG-COUNT "/3, "
                   "VACA: " RATE-VACA-COUNT "/1, "
                   "FERI: " RATE-FERI-COUNT "/1, "
                   "RRET: " RATE-RRET-COUNT "/2) -- execution "
                   "annulee."
               STOP RUN
           END-IF
           MOVE RATE-DATE TO RATE-DATE-LOADED.

       LOAD-SORT-INPUT.                                                         *> Procédure d'entrée du SORT: relit EMP-FILE dans l'ordre des clés
           OPEN INPUT EMP-FILE                                                  *> et RELEASE chaque enregistrement vers le fichier de travail du tri
           *> "00" = ouverture reussie; toute autre valeur (ex: "35" si
                       MOVE EMP-BANK-TRANSIT TO SORT-BANK-TRANSIT
                       MOVE EMP-BANK-ACCOUNT TO SORT-BANK-ACCOUNT
                       MOVE EMP-PAY-METHOD   TO SORT-PAY-METHOD
                       MOVE EMP-PAY-TYPE     TO SORT-PAY-TYPE
                       MOVE EMP-ANNUAL-SALARY TO SORT-ANNUAL-SALARY
                       MOVE EMP-HIRE-DATE    TO SORT-HIRE-DATE
                       MOVE EMP-TERM-DATE    TO SORT-TERM-DATE
                       MOVE EMP-PENSION-RATE TO SORT-PENSION-RATE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           MOVE "21400010"   TO COA-CPT-AUTRE(1)
           MOVE "21700010"   TO COA-CPT-SAISIE(1)
           MOVE "21500010"   TO COA-CPT-NET(1)
           MOVE "51300010"   TO COA-CPT-RETRAITE(1)
           MOVE "21800010"   TO COA-CPT-RETRAITE-AP(1)
           MOVE "51400010"   TO COA-CPT-VACANCES(1)
           MOVE "21900010"   TO COA-CPT-VACANCES-AP(1)
           MOVE "VENTES"     TO COA-DEPT(2)
           MOVE "51100020"   TO COA-CPT-SALAIRE(2)
           MOVE "51200020"   TO COA-CPT-CHARGES(2)
           MOVE "21400020"   TO COA-CPT-AUTRE(2)
           MOVE "21700020"   TO COA-CPT-SAISIE(2)
           MOVE "21500020"   TO COA-CPT-NET(2)
           MOVE "51300020"   TO COA-CPT-RETRAITE(2)
           MOVE "21800020"   TO COA-CPT-RETRAITE-AP(2)
           MOVE "51400020"   TO COA-CPT-VACANCES(2)
           MOVE "21900020"   TO COA-CPT-VACANCES-AP(2)
           MOVE "PROD"       TO COA-DEPT(3)
           MOVE "51100030"   TO COA-CPT-SALAIRE(3)
           MOVE "51200030"   TO COA-CPT-CHARGES(3)
           MOVE "21400030"   TO COA-CPT-AUTRE(3)
           MOVE "21700030"   TO COA-CPT-SAISIE(3)
           MOVE "21500030"   TO COA-CPT-NET(3)
           MOVE "51300030"   TO COA-CPT-RETRAITE(3)
           MOVE "21800030"   TO COA-CPT-RETRAITE-AP(3)
           MOVE "51400030"   TO COA-CPT-VACANCES(3)
           MOVE "21900030"   TO COA-CPT-VACANCES-AP(3)
           MOVE "ADMIN"      TO COA-DEPT(4)
           MOVE "51100040"   TO COA-CPT-SALAIRE(4)
           MOVE "51200040"   TO COA-CPT-CHARGES(4)
           MOVE "21400040"   TO COA-CPT-AUTRE(4)
           MOVE "21700040"   TO COA-CPT-SAISIE(4)
           MOVE "21500040"   TO COA-CPT-NET(4)
           MOVE "51300040"   TO COA-CPT-RETRAITE(4)
           MOVE "21800040"   TO COA-CPT-RETRAITE-AP(4)
           MOVE "51400040"   TO COA-CPT-VACANCES(4)
           MOVE "21900040"   TO COA-CPT-VACANCES-AP(4)
           MOVE "*AUTRES*"   TO COA-DEPT(5)
           MOVE "51100099"   TO COA-CPT-SALAIRE(5)
           MOVE "51200099"   TO COA-CPT-CHARGES(5)
           MOVE "21300099"   TO COA-CPT-SYNDICAT(5)
           MOVE "21400099"   TO COA-CPT-AUTRE(5)
           MOVE "21700099"   TO COA-CPT-SAISIE(5)
           MOVE "21500099"   TO COA-CPT-NET(5)
           MOVE "51300099"   TO COA-CPT-RETRAITE(5)
           MOVE "21800099"   TO COA-CPT-RETRAITE-AP(5)
           MOVE "51400099"   TO COA-CPT-VACANCES(5)
           MOVE "21900099"   TO COA-CPT-VACANCES-AP(5).

       FIND-DEPT-ACCOUNTS.                                                      *> Cherche les comptes du département (ou centre de coûts)
           MOVE 'N' TO COA-FOUND                                                *> COA-LOOKUP-DEPT au plan comptable
           PERFORM VARYING COA-IDX FROM 1 BY 1
                   UNTIL COA-IDX > 5
               IF COA-FOUND = 'N'
                       AND COA-LOOKUP-DEPT = COA-DEPT(COA-IDX)
                   MOVE 'O' TO COA-FOUND
                   MOVE COA-CPT-SALAIRE(COA-IDX)  TO GL-CPT-SALAIRE
                   MOVE COA-CPT-CHARGES(COA-IDX)  TO GL-CPT-CHARGES
                   MOVE COA-CPT-AUTRE(COA-IDX)    TO GL-CPT-AUTRE
                   MOVE COA-CPT-SAISIE(COA-IDX)   TO GL-CPT-SAISIE
                   MOVE COA-CPT-NET(COA-IDX)      TO GL-CPT-NET
                   MOVE COA-CPT-RETRAITE(COA-IDX) TO GL-CPT-RETRAITE
                   MOVE COA-CPT-RETRAITE-AP(COA-IDX)
                       TO GL-CPT-RETRAITE-AP
                   MOVE COA-CPT-VACANCES(COA-IDX) TO GL-CPT-VACANCES
                   MOVE COA-CPT-VACANCES-AP(COA-IDX)
                       TO GL-CPT-VACANCES-AP
               END-IF
           END-PERFORM
           IF COA-FOUND = 'N'                                                   *> Département ou projet hors plan: comptes du fourre-tout
               MOVE COA-CPT-SALAIRE(5)  TO GL-CPT-SALAIRE
               MOVE COA-CPT-CHARGES(5)  TO GL-CPT-CHARGES
               MOVE COA-CPT-CHARGES-AP(5) TO GL-CPT-CHARGES-AP
               MOVE COA-CPT-AUTRE(5)    TO GL-CPT-AUTRE
               MOVE COA-CPT-SAISIE(5)   TO GL-CPT-SAISIE
               MOVE COA-CPT-NET(5)      TO GL-CPT-NET
               MOVE COA-CPT-RETRAITE(5) TO GL-CPT-RETRAITE
               MOVE COA-CPT-RETRAITE-AP(5) TO GL-CPT-RETRAITE-AP
               MOVE COA-CPT-VACANCES(5) TO GL-CPT-VACANCES
               MOVE COA-CPT-VACANCES-AP(5) TO GL-CPT-VACANCES-AP
           END-IF.

       WRITE-GL-POSTINGS.                                                       *> Crédits du département PREV-DEPT; les débits de dépense
           MOVE PREV-DEPT TO COA-LOOKUP-DEPT                                    *> (brut, charges, contrepartie, vacances) vont aux centres
           PERFORM FIND-DEPT-ACCOUNTS                                           *> de coûts par POST-LABOUR-DISTRIBUTION, en fin d'exécution
           MOVE PREV-DEPT         TO GL-DEPT
           MOVE 'C'               TO GL-SENS
           MOVE GL-CPT-IMPOT      TO GL-ACCOUNT
           MOVE "IMPOT RETENU A REMETTRE" TO GL-LABEL
           MOVE DEPT-SUBTOTAL-NET TO GL-AMOUNT
           ADD DEPT-SUBTOTAL-NET  TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS                                    *> Charges de l'employeur à remettre (la contrepartie de
           MOVE GL-CPT-CHARGES-AP TO GL-ACCOUNT                                 *> retraite a ses propres comptes)
           MOVE "CHARGES EMPLOYEUR A REMETTRE" TO GL-LABEL
           COMPUTE GL-AMOUNT =
               DEPT-SUBTOTAL-EMPLOYER - DEPT-SUBTOTAL-RETR-ER
           ADD GL-AMOUNT          TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS                                    *> Régime de retraite: la cotisation de l'employé (retenue
           MOVE GL-CPT-RETRAITE-AP TO GL-ACCOUNT                                *> sur le brut) et la contrepartie sont à remettre au régime
           MOVE "RETRAITE EMPLOYE A REMETTRE" TO GL-LABEL
           MOVE DEPT-SUBTOTAL-RETR-EE TO GL-AMOUNT
           ADD DEPT-SUBTOTAL-RETR-EE TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS
           MOVE GL-CPT-RETRAITE-AP TO GL-ACCOUNT
           MOVE "RETRAITE EMPLOYEUR A REMETTRE" TO GL-LABEL
           MOVE DEPT-SUBTOTAL-RETR-ER TO GL-AMOUNT
           ADD DEPT-SUBTOTAL-RETR-ER TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS                                    *> Vacances accumulées: dette envers les employés; le
           MOVE GL-CPT-VACANCES-AP TO GL-ACCOUNT                                *> paiement de vacances de la période la solde d'autant
           MOVE "VACANCES ACCUMULEES A PAYER" TO GL-LABEL
           MOVE DEPT-SUBTOTAL-VAC TO GL-AMOUNT
           ADD DEPT-SUBTOTAL-VAC  TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'D'               TO GL-SENS
           MOVE GL-CPT-VACANCES-AP TO GL-ACCOUNT
           MOVE "VACANCES PAYEES" TO GL-LABEL
           MOVE DEPT-SUBTOTAL-VAC-PAID TO GL-AMOUNT
           ADD DEPT-SUBTOTAL-VAC-PAID TO GL-TOTAL-DEBIT
           WRITE GL-RECORD.

       VERIFY-GL-BALANCE.                                                       *> L'extrait doit balancer avec les totaux de contrôle, sinon il
           MOVE GL-TOTAL-CREDIT   TO GL-AMOUNT
           WRITE GL-RECORD
           COMPUTE GL-CHECK-TOTAL =
               CTL-TOTAL-GROSS + CTL-TOTAL-EMPLOYER + CTL-TOTAL-VAC
           IF GL-TOTAL-DEBIT NOT = GL-TOTAL-CREDIT
                   OR GL-TOTAL-DEBIT NOT = GL-CHECK-TOTAL
               MOVE 'X'           TO GL-SENS
               READ TIMESHEET-FILE AT END
                   SET EOF-FLAG TO 'O'
               NOT AT END
                   IF FT-COUNT < 5000 AND FT-REC-ID NOT = SPACES
                       ADD 1 TO FT-COUNT
                       MOVE FT-REC-ID        TO FT-ID(FT-COUNT)
                       MOVE FT-REC-HOURS-REG TO FT-HOURS-REG(FT-COUNT)
                       MOVE FT-REC-HOURS-OT  TO FT-HOURS-OT(FT-COUNT)
                       MOVE FT-REC-CENTRE    TO FT-CENTRE(FT-COUNT)
                       MOVE FT-REC-LEAVE-CODE
                           TO FT-LEAVE-CODE(FT-COUNT)
                       MOVE 'N'              TO FT-USED(FT-COUNT)
                   END-IF
               END-READ
               STOP RUN
           END-IF.

       FIND-TIMESHEET-ENTRY.                                                    *> Cherche les feuilles de temps de l'employé courant; s'il en
           MOVE 'N' TO FT-FOUND                                                 *> a, leurs heures additionnées REMPLACENT celles du fichier
           MOVE 0 TO FT-BAD-IDX                                                 *> maître, et chaque ligne alimente la répartition par centre
           MOVE 0 TO DIST-COUNT                                                 *> de coûts ou projet
           MOVE 'N' TO DIST-OVERFLOW
           MOVE 0 TO DIST-SUM-REG
           MOVE 0 TO DIST-SUM-OT
           MOVE 0 TO LV-LINE-COUNT
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FT-COUNT
               IF EMP-ID = FT-ID(FT-IDX)
                   MOVE 'O' TO FT-FOUND
                   MOVE 'O' TO FT-USED(FT-IDX)
                   IF FT-HOURS-REG(FT-IDX) NOT NUMERIC                          *> Ligne illisible: l'employé sera rejeté par la validation
                           OR FT-HOURS-OT(FT-IDX) NOT NUMERIC
                       MOVE FT-IDX TO FT-BAD-IDX
                   ELSE
                   IF FT-LEAVE-CODE(FT-IDX) NOT = SPACE                         *> Ligne de congé: payée ou non selon la banque, par
                       ADD 1 TO LV-LINE-COUNT                                   *> APPLY-LEAVE-LINES
                   ELSE
                       ADD FT-HOURS-REG(FT-IDX) TO DIST-SUM-REG
                       ADD FT-HOURS-OT(FT-IDX)  TO DIST-SUM-OT
                       PERFORM ADD-DISTRIBUTION-LINE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF FT-FOUND = 'O'
               IF DIST-SUM-REG > 999.99                                         *> Total hors de PIC 9(3)V99: borné pour que la validation
                   MOVE 999.99 TO EMP-HOURS-REG                                 *> le rejette (hors limites) au lieu de le tronquer
               ELSE
                   MOVE DIST-SUM-REG TO EMP-HOURS-REG
               END-IF
               IF DIST-SUM-OT > 999.99
                   MOVE 999.99 TO EMP-HOURS-OT
               ELSE
                   MOVE DIST-SUM-OT TO EMP-HOURS-OT
               END-IF
           END-IF.

       ADD-DISTRIBUTION-LINE.                                                   *> Ajoute les heures de la ligne FT-IDX à son centre de coûts
           IF FT-CENTRE(FT-IDX) = SPACES                                        *> dans la répartition de l'employé (centre blanc = son
               MOVE EMP-DEPT TO DIST-LOOKUP                                     *> propre département)
           ELSE
               MOVE FT-CENTRE(FT-IDX) TO DIST-LOOKUP
           END-IF
           MOVE 0 TO DIST-FOUND-IDX
           PERFORM VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-COUNT
               IF DIST-CENTRE(DIST-IDX) = DIST-LOOKUP
                   MOVE DIST-IDX TO DIST-FOUND-IDX
               END-IF
           END-PERFORM
           IF DIST-FOUND-IDX = 0
               IF DIST-COUNT < 10
                   ADD 1 TO DIST-COUNT
                   MOVE DIST-COUNT  TO DIST-FOUND-IDX
                   MOVE DIST-LOOKUP TO DIST-CENTRE(DIST-COUNT)
                   MOVE 0 TO DIST-HOURS-REG(DIST-COUNT)
                   MOVE 0 TO DIST-HOURS-OT(DIST-COUNT)
               ELSE
                   MOVE 'O' TO DIST-OVERFLOW
               END-IF
           END-IF
           IF DIST-FOUND-IDX > 0
               ADD FT-HOURS-REG(FT-IDX)
                   TO DIST-HOURS-REG(DIST-FOUND-IDX)
               ADD FT-HOURS-OT(FT-IDX)
                   TO DIST-HOURS-OT(DIST-FOUND-IDX)
           END-IF.

       DISTRIBUTE-LABOUR-COST.                                                  *> Répartit le brut, les charges de l'employeur et les vacances
                                                                                 *> accumulées de l'employé au prorata des heures de chaque centre
           *> Sans heures à répartir (salarié sans feuille de temps,
           *> feuille à zéro heure), tout va au département de
           *> l'employé
           MOVE 0 TO DIST-TOTAL-HOURS
           PERFORM VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-COUNT
               ADD DIST-HOURS-REG(DIST-IDX) TO DIST-TOTAL-HOURS
               ADD DIST-HOURS-OT(DIST-IDX)  TO DIST-TOTAL-HOURS
           END-PERFORM
           IF DIST-TOTAL-HOURS = 0
               MOVE 1        TO DIST-COUNT
               MOVE EMP-DEPT TO DIST-CENTRE(1)
               MOVE 0        TO DIST-HOURS-REG(1)
               MOVE 0        TO DIST-HOURS-OT(1)
           END-IF
           *> Le paiement de vacances solde une dette déjà passée en
           *> dépense quand les vacances se sont accumulées: il est
           *> débité aux vacances à payer, pas réparti en salaire
           COMPUTE DIST-BASE-GROSS = EMP-SALARY-BRUT - VAC-PAYOUT
           COMPUTE DIST-BASE-CHARGES =
               EMPLOYER-CONTRIB-EMP - PENSION-ER-EMP
           MOVE PENSION-ER-EMP    TO DIST-BASE-RETR-ER
           MOVE VAC-ACCRUE-AMOUNT TO DIST-BASE-VAC
           MOVE DIST-BASE-GROSS   TO DIST-LEFT-GROSS
           MOVE DIST-BASE-CHARGES TO DIST-LEFT-CHARGES
           MOVE DIST-BASE-RETR-ER TO DIST-LEFT-RETR-ER
           MOVE DIST-BASE-VAC     TO DIST-LEFT-VAC
           PERFORM VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-COUNT
               IF DIST-IDX = DIST-COUNT                                         *> Le dernier centre prend le reste: les parts égalent
                   MOVE DIST-LEFT-GROSS   TO DIST-GROSS(DIST-IDX)               *> toujours les montants de l'employé, au cent près
                   MOVE DIST-LEFT-CHARGES TO DIST-CHARGES(DIST-IDX)
                   MOVE DIST-LEFT-RETR-ER TO DIST-RETR-ER(DIST-IDX)
                   MOVE DIST-LEFT-VAC     TO DIST-VAC(DIST-IDX)
               ELSE
                   COMPUTE DIST-LINE-HOURS = DIST-HOURS-REG(DIST-IDX)
                       + DIST-HOURS-OT(DIST-IDX)
                   COMPUTE DIST-GROSS(DIST-IDX) = DIST-BASE-GROSS
                       * DIST-LINE-HOURS / DIST-TOTAL-HOURS
                   COMPUTE DIST-CHARGES(DIST-IDX) = DIST-BASE-CHARGES
                       * DIST-LINE-HOURS / DIST-TOTAL-HOURS
                   COMPUTE DIST-RETR-ER(DIST-IDX) = DIST-BASE-RETR-ER
                       * DIST-LINE-HOURS / DIST-TOTAL-HOURS
                   COMPUTE DIST-VAC(DIST-IDX) = DIST-BASE-VAC
                       * DIST-LINE-HOURS / DIST-TOTAL-HOURS
                   SUBTRACT DIST-GROSS(DIST-IDX) FROM DIST-LEFT-GROSS
                   SUBTRACT DIST-CHARGES(DIST-IDX)
                       FROM DIST-LEFT-CHARGES
                   SUBTRACT DIST-RETR-ER(DIST-IDX)
                       FROM DIST-LEFT-RETR-ER
                   SUBTRACT DIST-VAC(DIST-IDX) FROM DIST-LEFT-VAC
               END-IF
           END-PERFORM.

       WRITE-LABOUR-DISTRIBUTION.                                               *> Une fiche de ventilation par centre de coûts de l'employé;
           PERFORM VARYING DIST-IDX FROM 1 BY 1                                 *> en reprise, la fiche déjà écrite est remplacée
                   UNTIL DIST-IDX > DIST-COUNT
               MOVE PAY-PERIOD-NUMBER      TO VEN-PERIOD
               MOVE EMP-ID                 TO VEN-ID
               MOVE DIST-CENTRE(DIST-IDX)  TO VEN-CENTRE
               MOVE SAL-PERIOD-END         TO VEN-PERIOD-END
               MOVE EMP-DEPT               TO VEN-DEPT
               MOVE DIST-HOURS-REG(DIST-IDX) TO VEN-HOURS-REG
               MOVE DIST-HOURS-OT(DIST-IDX)  TO VEN-HOURS-OT
               MOVE DIST-GROSS(DIST-IDX)   TO VEN-GROSS
               MOVE DIST-CHARGES(DIST-IDX) TO VEN-CHARGES
               MOVE DIST-RETR-ER(DIST-IDX) TO VEN-RETR-ER
               MOVE DIST-VAC(DIST-IDX)     TO VEN-VAC
               WRITE VEN-RECORD
                   INVALID KEY
                       REWRITE VEN-RECORD
               END-WRITE
           END-PERFORM.

       PURGE-PERIOD-DISTRIBUTION.                                               *> Efface la ventilation de la période courante avant une
           MOVE PAY-PERIOD-NUMBER TO VEN-PERIOD                                 *> exécution neuve
           MOVE LOW-VALUES        TO VEN-ID
           MOVE LOW-VALUES        TO VEN-CENTRE
           MOVE 'N' TO VEN-EOF
           START VEN-FILE KEY IS NOT LESS THAN VEN-KEY
               INVALID KEY
                   MOVE 'O' TO VEN-EOF
           END-START
           PERFORM UNTIL VEN-EOF = 'O'
               READ VEN-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO VEN-EOF
                   NOT AT END
                       IF VEN-PERIOD NOT = PAY-PERIOD-NUMBER
                           MOVE 'O' TO VEN-EOF
                       ELSE
                           DELETE VEN-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

       POST-LABOUR-DISTRIBUTION.                                                *> Débits de dépense de la période, par centre de coûts/projet
           *> Relus de la ventilation plutôt que cumulés en mémoire:
           *> après une reprise, la période complète y est, y compris
           *> les employés payés avant l'abend
           MOVE 0 TO LC-COUNT
           MOVE PAY-PERIOD-NUMBER TO VEN-PERIOD
           MOVE LOW-VALUES        TO VEN-ID
           MOVE LOW-VALUES        TO VEN-CENTRE
           MOVE 'N' TO VEN-EOF
           START VEN-FILE KEY IS NOT LESS THAN VEN-KEY
               INVALID KEY
                   MOVE 'O' TO VEN-EOF
           END-START
           PERFORM UNTIL VEN-EOF = 'O'
               READ VEN-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO VEN-EOF
                   NOT AT END
                       IF VEN-PERIOD NOT = PAY-PERIOD-NUMBER
                           MOVE 'O' TO VEN-EOF
                       ELSE
                           PERFORM ADD-CENTRE-COST
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LC-COUNT
               MOVE LC-CENTRE(LC-IDX) TO COA-LOOKUP-DEPT
               PERFORM FIND-DEPT-ACCOUNTS
               MOVE 'D'               TO GL-SENS
               MOVE GL-CPT-SALAIRE    TO GL-ACCOUNT
               MOVE LC-CENTRE(LC-IDX) TO GL-DEPT
               MOVE "SALAIRE BRUT"    TO GL-LABEL
               MOVE LC-GROSS(LC-IDX)  TO GL-AMOUNT
               ADD LC-GROSS(LC-IDX)   TO GL-TOTAL-DEBIT
               WRITE GL-RECORD
               MOVE GL-CPT-CHARGES    TO GL-ACCOUNT
               MOVE "CHARGES SOCIALES EMPLOYEUR" TO GL-LABEL
               MOVE LC-CHARGES(LC-IDX) TO GL-AMOUNT
               ADD LC-CHARGES(LC-IDX) TO GL-TOTAL-DEBIT
               WRITE GL-RECORD
               MOVE GL-CPT-RETRAITE   TO GL-ACCOUNT
               MOVE "CONTREPARTIE RETRAITE" TO GL-LABEL
               MOVE LC-RETR-ER(LC-IDX) TO GL-AMOUNT
               ADD LC-RETR-ER(LC-IDX) TO GL-TOTAL-DEBIT
               WRITE GL-RECORD
               MOVE GL-CPT-VACANCES   TO GL-ACCOUNT
               MOVE "INDEMNITE VACANCES ACCUMULEE" TO GL-LABEL
               MOVE LC-VAC(LC-IDX)    TO GL-AMOUNT
               ADD LC-VAC(LC-IDX)     TO GL-TOTAL-DEBIT
               WRITE GL-RECORD
           END-PERFORM.

       ADD-CENTRE-COST.                                                         *> Ajoute la fiche de ventilation lue au total de son centre
           MOVE 0 TO LC-FOUND-IDX
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LC-COUNT
               IF LC-CENTRE(LC-IDX) = VEN-CENTRE
                   MOVE LC-IDX TO LC-FOUND-IDX
               END-IF
           END-PERFORM
           IF LC-FOUND-IDX = 0
               IF LC-COUNT < 200
                   ADD 1 TO LC-COUNT
                   MOVE LC-COUNT TO LC-FOUND-IDX
                   IF LC-COUNT = 200                                            *> Dernière entrée: fourre-tout des centres en surplus,
                       MOVE "*AUTRES*" TO LC-CENTRE(LC-COUNT)                   *> l'extrait reste balancé et la comptabilité reclasse
                   ELSE
                       MOVE VEN-CENTRE TO LC-CENTRE(LC-COUNT)
                   END-IF
                   MOVE 0 TO LC-GROSS(LC-COUNT)
                   MOVE 0 TO LC-CHARGES(LC-COUNT)
                   MOVE 0 TO LC-RETR-ER(LC-COUNT)
                   MOVE 0 TO LC-VAC(LC-COUNT)
               ELSE
                   MOVE 200 TO LC-FOUND-IDX
               END-IF
           END-IF
           ADD VEN-GROSS   TO LC-GROSS(LC-FOUND-IDX)
           ADD VEN-CHARGES TO LC-CHARGES(LC-FOUND-IDX)
           ADD VEN-RETR-ER TO LC-RETR-ER(LC-FOUND-IDX)
           ADD VEN-VAC     TO LC-VAC(LC-FOUND-IDX).

       NOTE-MISSING-TIMESHEET.                                                  *> Fiche du maître sans feuille de temps: retenue pour la page
           IF REC-NOTS-COUNT < 2000                                             *> de réconciliation (l'employé n'est pas payé cette période)
               ADD 1 TO REC-NOTS-COUNT
               MOVE EMP-NAME TO REC-NOTS-NAME(REC-NOTS-COUNT)
           END-IF.

       CHECK-PAYABLE-THIS-PERIOD.                                               *> L'employé courant est-il à payer cette période?
           PERFORM FIND-TIMESHEET-ENTRY
           MOVE 'O' TO PAY-THIS-PERIOD
           IF EMP-PAY-TYPE = 'S'
               IF FT-FOUND = 'N'                                                *> Salarié sans feuille de temps: payé quand même,
                   MOVE 0 TO EMP-HOURS-REG                                      *> sans heures supplémentaires
                   MOVE 0 TO EMP-HOURS-OT
               END-IF
               IF (EMP-HIRE-DATE NOT = SPACES                                   *> Pas encore embauché ou déjà parti: rien à payer,
                       AND EMP-HIRE-DATE > SAL-PERIOD-END)                      *> et ce n'est pas une feuille de temps manquante
                       OR (EMP-TERM-DATE NOT = SPACES
                       AND EMP-TERM-DATE < SAL-PERIOD-START)
                   MOVE 'N' TO PAY-THIS-PERIOD
               END-IF
           ELSE
               IF FT-FOUND = 'N'
                   MOVE 'N' TO PAY-THIS-PERIOD
                   PERFORM NOTE-MISSING-TIMESHEET
               END-IF
           END-IF.

       VALIDATE-SALARIED-FIELDS.                                                *> Salarié: salaire annuel et dates d'emploi de la fiche
           IF EMP-ANNUAL-SALARY NOT NUMERIC
               MOVE 'N' TO VALID-RECORD
               MOVE "Salaire annuel non numerique" TO REJECT-REASON
           ELSE
               IF EMP-ANNUAL-SALARY = 0                                         *> Borne: le montant d'une période doit tenir dans le
                       OR EMP-ANNUAL-SALARY > SAL-MAX-ANNUAL                    *> PIC 9(5)V99 d'EMP-SALARY-BRUT
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Salaire annuel hors limites" TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND EMP-HIRE-DATE NOT = SPACES
               MOVE EMP-HIRE-DATE TO SAL-DATE
               PERFORM CHECK-SAL-DATE
               IF SAL-DATE-OK = 'N'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Date d'embauche invalide (AAAA-MM-JJ)"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND EMP-TERM-DATE NOT = SPACES
               MOVE EMP-TERM-DATE TO SAL-DATE
               PERFORM CHECK-SAL-DATE
               IF SAL-DATE-OK = 'N'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Date de depart invalide (AAAA-MM-JJ)"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O'
                   AND EMP-HIRE-DATE NOT = SPACES
                   AND EMP-TERM-DATE NOT = SPACES
                   AND EMP-TERM-DATE < EMP-HIRE-DATE
               MOVE 'N' TO VALID-RECORD
               MOVE "Date de depart anterieure a l'embauche"
                   TO REJECT-REASON
           END-IF.

       CHECK-SAL-DATE.                                                          *> Controle du format AAAA-MM-JJ de SAL-DATE
           MOVE 'O' TO SAL-DATE-OK
           IF SAL-DATE-YEAR NOT NUMERIC OR SAL-DATE-MONTH NOT NUMERIC
              OR SAL-DATE-DAY NOT NUMERIC
              OR SAL-DATE-SEP1 NOT = '-' OR SAL-DATE-SEP2 NOT = '-'
               MOVE 'N' TO SAL-DATE-OK
           ELSE
               IF SAL-DATE-YEAR < 1900
                  OR SAL-DATE-MONTH < 1 OR SAL-DATE-MONTH > 12
                  OR SAL-DATE-DAY < 1 OR SAL-DATE-DAY > 31
                   MOVE 'N' TO SAL-DATE-OK
               END-IF
           END-IF.

       DATE-TO-DAY-NUMBER.                                                      *> Numero de jour julien de SAL-DATE
           COMPUTE SAL-CALC-A = (14 - SAL-DATE-MONTH) / 12
           COMPUTE SAL-CALC-Y = SAL-DATE-YEAR + 4800 - SAL-CALC-A
           COMPUTE SAL-CALC-M = SAL-DATE-MONTH + (12 * SAL-CALC-A) - 3
           COMPUTE SAL-CALC-Q = (153 * SAL-CALC-M + 2) / 5
           COMPUTE SAL-DAY-NUMBER = SAL-DATE-DAY + SAL-CALC-Q
               + (365 * SAL-CALC-Y) - 32045
           DIVIDE SAL-CALC-Y BY 4 GIVING SAL-CALC-Q
           ADD SAL-CALC-Q TO SAL-DAY-NUMBER
           DIVIDE SAL-CALC-Y BY 100 GIVING SAL-CALC-Q
           SUBTRACT SAL-CALC-Q FROM SAL-DAY-NUMBER
           DIVIDE SAL-CALC-Y BY 400 GIVING SAL-CALC-Q
           ADD SAL-CALC-Q TO SAL-DAY-NUMBER.

       COUNT-WORKING-DAYS.                                                      *> Jours du lundi au vendredi de SAL-COUNT-FROM a SAL-COUNT-TO
           MOVE 0 TO SAL-COUNT-DAYS
           MOVE SAL-COUNT-FROM TO SAL-DATE
           PERFORM DATE-TO-DAY-NUMBER
           MOVE SAL-DAY-NUMBER TO SAL-FROM-DAY
           MOVE SAL-COUNT-TO TO SAL-DATE
           PERFORM DATE-TO-DAY-NUMBER
           MOVE SAL-DAY-NUMBER TO SAL-TO-DAY
           PERFORM VARYING SAL-CUR-DAY FROM SAL-FROM-DAY BY 1
               UNTIL SAL-CUR-DAY > SAL-TO-DAY
               DIVIDE SAL-CUR-DAY BY 7 GIVING SAL-CALC-Q
                   REMAINDER SAL-WEEKDAY                                        *> Le jour julien 0 est un lundi
               IF SAL-WEEKDAY < 5
                   ADD 1 TO SAL-COUNT-DAYS
               END-IF
           END-PERFORM.

       CALC-SALARIED-PAY.                                                       *> Montant de la periode d'un salarie, au prorata
           MOVE SAL-PERIOD-START TO SAL-WORK-START
           MOVE SAL-PERIOD-END TO SAL-WORK-END
           IF SAL-HIRE-DATE NOT = SPACES
              AND SAL-HIRE-DATE > SAL-WORK-START
               MOVE SAL-HIRE-DATE TO SAL-WORK-START                             *> Embauche en cours de periode
           END-IF
           IF SAL-TERM-DATE NOT = SPACES
              AND SAL-TERM-DATE < SAL-WORK-END
               MOVE SAL-TERM-DATE TO SAL-WORK-END                               *> Depart en cours de periode
           END-IF
           MOVE SAL-PERIOD-START TO SAL-COUNT-FROM
           MOVE SAL-PERIOD-END TO SAL-COUNT-TO
           PERFORM COUNT-WORKING-DAYS
           MOVE SAL-COUNT-DAYS TO SAL-PERIOD-DAYS
           IF SAL-WORK-START > SAL-WORK-END
               MOVE 0 TO SAL-WORKED-DAYS
           ELSE
               MOVE SAL-WORK-START TO SAL-COUNT-FROM
               MOVE SAL-WORK-END TO SAL-COUNT-TO
               PERFORM COUNT-WORKING-DAYS
               MOVE SAL-COUNT-DAYS TO SAL-WORKED-DAYS
           END-IF
           COMPUTE SAL-FULL-AMOUNT =
               SAL-ANNUAL-SALARY / SAL-PERIODS-PER-YEAR
           IF SAL-PERIOD-DAYS = 0 OR SAL-WORKED-DAYS = 0
               MOVE 0 TO SAL-PERIOD-AMOUNT
           ELSE
               IF SAL-WORKED-DAYS = SAL-PERIOD-DAYS
                   MOVE SAL-FULL-AMOUNT TO SAL-PERIOD-AMOUNT                    *> Periode complete: aucun prorata
               ELSE
                   COMPUTE SAL-PERIOD-AMOUNT =
                       SAL-FULL-AMOUNT * SAL-WORKED-DAYS
                       / SAL-PERIOD-DAYS
               END-IF
           END-IF.

       PRINT-RECONCILIATION-PAGE.                                               *> Page de réconciliation feuilles de temps / fichier maître
           MOVE SPACES TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
                   STRING "  " FT-ID(FT-IDX)
                       " Reg=" FT-HOURS-REG(FT-IDX)
                       " OT=" FT-HOURS-OT(FT-IDX)
                       " Centre=" FT-CENTRE(FT-IDX)
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               CLOSE JOURNAL-FILE
           END-IF.

       CHECK-PENDING-RELEASE.                                                   *> Dernier contrôle inscrit pour paiements-banque.txt: s'il
           MOVE 'N' TO PAY-FILE-PENDING                                         *> n'a pas de ligne au journal des libérations, le fichier
           MOVE SPACES TO PENDING-RUN-DATE                                      *> sur disque attend encore sa transmission
           MOVE SPACES TO PENDING-RUN-TIME
           OPEN INPUT PAY-CONTROL-FILE
           IF PCTL-STATUS = "00"
               MOVE 'N' TO PCTL-EOF
               PERFORM UNTIL PCTL-EOF = 'O'
                   READ PAY-CONTROL-FILE
                       AT END
                           MOVE 'O' TO PCTL-EOF
                       NOT AT END
                           IF CPC-FILE-NAME = "paiements-banque.txt"
                               MOVE CPC-RUN-DATE TO PENDING-RUN-DATE
                               MOVE CPC-RUN-TIME TO PENDING-RUN-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CONTROL-FILE
           END-IF
           IF PENDING-RUN-DATE NOT = SPACES
               MOVE 'O' TO PAY-FILE-PENDING
               OPEN INPUT RELEASE-LOG-FILE
               IF REL-STATUS = "00"
                   MOVE 'N' TO PCTL-EOF
                   PERFORM UNTIL PCTL-EOF = 'O'
                       READ RELEASE-LOG-FILE
                           AT END
                               MOVE 'O' TO PCTL-EOF
                           NOT AT END
                               IF LIB-FILE-NAME = "paiements-banque.txt"
                                   AND LIB-RUN-DATE = PENDING-RUN-DATE
                                   AND LIB-RUN-TIME = PENDING-RUN-TIME
                                   MOVE 'N' TO PAY-FILE-PENDING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELEASE-LOG-FILE
               END-IF
           END-IF.

       WRITE-PAYMENT-CONTROL.                                                   *> Une ligne de contrôle par fichier bancaire complété: mêmes
           OPEN EXTEND PAY-CONTROL-FILE                                         *> compte, montant et hachage que le pied du fichier
           IF PCTL-STATUS = "35"
               OPEN OUTPUT PAY-CONTROL-FILE
           END-IF
           IF PCTL-STATUS = "00"
               ACCEPT PCTL-CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT PCTL-CLOCK-TIME FROM TIME
               MOVE SPACES TO PAY-CONTROL-RECORD
               MOVE "paiements-banque.txt" TO CPC-FILE-NAME
               MOVE "GestionPaie"          TO CPC-PROGRAM
               STRING PCTL-CLOCK-DATE(1:4) "-" PCTL-CLOCK-DATE(5:2) "-"
                   PCTL-CLOCK-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO CPC-RUN-DATE
               END-STRING
               MOVE PCTL-CLOCK-TIME(1:6)   TO CPC-RUN-TIME
               MOVE PAY-PERIOD             TO CPC-PERIOD
               MOVE CTL-DEPOSIT-COUNT      TO CPC-COUNT
               MOVE CTL-TOTAL-NET-DEPOT    TO CPC-AMOUNT
               MOVE CTL-DEPOSIT-HASH       TO CPC-HASH
               WRITE PAY-CONTROL-RECORD
               CLOSE PAY-CONTROL-FILE
           ELSE
               DISPLAY "ATTENTION: controles-paiements.dat inaccessible"
                   " (PCTL-STATUS=" PCTL-STATUS ")."
               DISPLAY "paiements-banque.txt ne pourra pas etre libere."
               MOVE "ATTENTION: controle bancaire non inscrit"
                   TO LOG-MESSAGE
               PERFORM WRITE-JOURNAL
           END-IF.

       LOAD-CHEQUE-COUNTER.                                                     *> Relit le prochain numéro de chèque de la séquence permanente
           OPEN INPUT CHEQUE-COUNTER-FILE
           IF CHQ-STATUS = "35"                                                 *> Premier chèque jamais émis: la séquence part à 000001
               END-IF
           END-IF.

       APPLY-LEAVE-LINES.                                                       *> Banques de l'employé, puis chaque ligne de congé de sa
           MOVE 0 TO LV-LEAVE-HOURS                                             *> feuille de temps, dans l'ordre du fichier
           MOVE 0 TO LV-UNPAID-HOURS
           MOVE 0 TO LV-UNPAID-AMOUNT
           MOVE 'N' TO LV-ALL-UNPAID
           MOVE DIST-SUM-REG TO LV-WORKED-HOURS                                 *> Heures régulières des lignes travaillées seulement
           PERFORM LOAD-EMPLOYEE-BANKS
           *> Une ligne illisible fait rejeter l'employé au complet:
           *> aucune banque n'est touchée
           IF LV-LINE-COUNT > 0 AND FT-BAD-IDX = 0
               PERFORM VARYING FT-IDX FROM 1 BY 1
                       UNTIL FT-IDX > FT-COUNT
                   IF FT-ID(FT-IDX) = EMP-ID
                           AND FT-LEAVE-CODE(FT-IDX) NOT = SPACE
                       PERFORM APPLY-ONE-LEAVE-LINE
                   END-IF
               END-PERFORM
               IF EMP-PAY-TYPE NOT = 'S'                                        *> Horaire: le congé payé s'ajoute aux heures régulières
                   IF DIST-SUM-REG > 999.99
                       MOVE 999.99 TO EMP-HOURS-REG
                   ELSE
                       MOVE DIST-SUM-REG TO EMP-HOURS-REG
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-LEAVE-LINE.                                                    *> Ligne de congé FT-IDX: sans solde, tirée de sa banque,
           MOVE SPACES TO LV-REASON                                             *> ou rejetée seule (le reste de la paie suit son cours)
           IF FT-HOURS-OT(FT-IDX) > 0
               MOVE "Conge: heures supp. sur une ligne de conge"
                   TO LV-REASON
           ELSE
           IF FT-LEAVE-CODE(FT-IDX) = 'N'                                       *> Sans solde: les heures ne sont pas payées (l'horaire
               ADD FT-HOURS-REG(FT-IDX) TO LV-UNPAID-HOURS                      *> ne les reçoit pas, le salarié subit une retenue)
               ADD FT-HOURS-REG(FT-IDX) TO LV-LEAVE-HOURS
           ELSE
               MOVE 0 TO EB-FOUND-IDX
               PERFORM VARYING EB-IDX FROM 1 BY 1
                       UNTIL EB-IDX > EB-COUNT
                   IF EB-CODE(EB-IDX) = FT-LEAVE-CODE(FT-IDX)
                       MOVE EB-IDX TO EB-FOUND-IDX
                   END-IF
               END-PERFORM
               IF EB-FOUND-IDX = 0
                   MOVE "Conge: aucune banque pour ce code"
                       TO LV-REASON
               ELSE
               IF EB-TAKEN(EB-FOUND-IDX) + FT-HOURS-REG(FT-IDX)
                       > EB-BALANCE(EB-FOUND-IDX)
                   MOVE "Conge: solde insuffisant, ligne non payee"
                       TO LV-REASON
               ELSE
                   ADD FT-HOURS-REG(FT-IDX) TO EB-TAKEN(EB-FOUND-IDX)
                   ADD FT-HOURS-REG(FT-IDX) TO LV-LEAVE-HOURS
                   IF EMP-PAY-TYPE NOT = 'S'                                    *> Horaire: payé au taux régulier et imputé au centre de
                       ADD FT-HOURS-REG(FT-IDX) TO DIST-SUM-REG                 *> la ligne; le salarié touche déjà son salaire
                       PERFORM ADD-DISTRIBUTION-LINE
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           IF LV-REASON NOT = SPACES
               ADD 1 TO CTL-REJECT-COUNT
               PERFORM WRITE-LEAVE-EXCEPTION
           END-IF.

       LOAD-EMPLOYEE-BANKS.                                                     *> Charge les banques de congé de l'employé courant
           MOVE 0 TO EB-COUNT
           MOVE EMP-ID     TO BQC-ID
           MOVE LOW-VALUES TO BQC-CODE
           MOVE 'N' TO BQC-EOF
           START LEAVE-BANK-FILE KEY IS NOT LESS THAN BQC-KEY
               INVALID KEY
                   MOVE 'O' TO BQC-EOF
           END-START
           PERFORM UNTIL BQC-EOF = 'O'
               READ LEAVE-BANK-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO BQC-EOF
                   NOT AT END
                       IF BQC-ID NOT = EMP-ID
                           MOVE 'O' TO BQC-EOF
                       ELSE
                           IF EB-COUNT < 10
                               ADD 1 TO EB-COUNT
                               PERFORM LOAD-ONE-BANK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-BANK.                                                           *> Recopie la banque lue dans l'entrée EB-COUNT; si un
           MOVE BQC-CODE        TO EB-CODE(EB-COUNT)                            *> passage interrompu de la période l'a déjà mise à jour,
           MOVE BQC-LABEL       TO EB-LABEL(EB-COUNT)                           *> ce passage est annulé pour repartir du même solde
           MOVE BQC-METHOD      TO EB-METHOD(EB-COUNT)
           MOVE BQC-RATE        TO EB-RATE(EB-COUNT)
           MOVE BQC-MAX-BALANCE TO EB-MAX-BALANCE(EB-COUNT)
           MOVE BQC-BALANCE     TO EB-BALANCE(EB-COUNT)
           MOVE 0 TO EB-TAKEN(EB-COUNT)
           MOVE 0 TO EB-ACCRUED(EB-COUNT)
           MOVE 0 TO EB-NEW-BALANCE(EB-COUNT)
           MOVE 'N' TO EB-PRIOR-FOUND(EB-COUNT)
           MOVE 0 TO EB-PRIOR-TAKEN(EB-COUNT)
           MOVE 0 TO EB-PRIOR-ACCRUED(EB-COUNT)
           MOVE PAY-PERIOD-NUMBER TO CGU-PERIOD
           MOVE EMP-ID            TO CGU-ID
           MOVE BQC-CODE          TO CGU-CODE
           READ LEAVE-USAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO EB-PRIOR-FOUND(EB-COUNT)
                   MOVE CGU-TAKEN   TO EB-PRIOR-TAKEN(EB-COUNT)
                   MOVE CGU-ACCRUED TO EB-PRIOR-ACCRUED(EB-COUNT)
                   ADD CGU-TAKEN TO EB-BALANCE(EB-COUNT)
                   IF CGU-ACCRUED > EB-BALANCE(EB-COUNT)
                       MOVE 0 TO EB-BALANCE(EB-COUNT)
                   ELSE
                       SUBTRACT CGU-ACCRUED FROM EB-BALANCE(EB-COUNT)
                   END-IF
           END-READ.

       APPLY-UNPAID-LEAVE.                                                      *> Salarié: retenue du congé sans solde au prorata horaire
           MOVE 0 TO LV-UNPAID-AMOUNT                                           *> d'une période complète, bornée au montant de la période
           IF LV-UNPAID-HOURS > 0 AND SAL-PERIOD-DAYS > 0
               COMPUTE LV-UNPAID-AMOUNT = SAL-FULL-AMOUNT
                   * LV-UNPAID-HOURS
                   / (SAL-PERIOD-DAYS * SAL-HOURS-PER-DAY)
               IF LV-UNPAID-AMOUNT > SAL-PERIOD-AMOUNT
                   MOVE SAL-PERIOD-AMOUNT TO LV-UNPAID-AMOUNT
               END-IF
               SUBTRACT LV-UNPAID-AMOUNT FROM SAL-PERIOD-AMOUNT
           END-IF.

       UPDATE-LEAVE-BANKS.                                                      *> Acquisition de la période et nouveau solde de chaque
           IF EMP-PAY-TYPE = 'S'                                                *> banque; réécrits hors simulation seulement
               COMPUTE LV-WORKED-HOURS =                                        *> Salarié: jours ouvrables travaillés, moins les congés
                   SAL-WORKED-DAYS * SAL-HOURS-PER-DAY
               IF LV-LEAVE-HOURS < LV-WORKED-HOURS
                   SUBTRACT LV-LEAVE-HOURS FROM LV-WORKED-HOURS
               ELSE
                   MOVE 0 TO LV-WORKED-HOURS
               END-IF
           END-IF
           PERFORM VARYING EB-IDX FROM 1 BY 1
                   UNTIL EB-IDX > EB-COUNT
               PERFORM ACCRUE-ONE-BANK
               IF SIM-MODE = 'N'                                                *> Simulation: les banques restent intactes
                   PERFORM POST-ONE-BANK
               END-IF
           END-PERFORM
           IF SIM-MODE = 'N' AND LV-UNPAID-HOURS > 0
               PERFORM WRITE-UNPAID-USAGE
           END-IF.

       ACCRUE-ONE-BANK.                                                         *> Heures acquises par la banque EB-IDX selon sa règle,
           EVALUATE EB-METHOD(EB-IDX)                                           *> bornées au solde maximal
               WHEN 'P'
                   MOVE EB-RATE(EB-IDX) TO LV-ACCRUE
               WHEN 'H'
                   COMPUTE LV-ACCRUE = LV-WORKED-HOURS * EB-RATE(EB-IDX)
               WHEN OTHER
                   MOVE 0 TO LV-ACCRUE
           END-EVALUATE
           COMPUTE EB-NEW-BALANCE(EB-IDX) =
               EB-BALANCE(EB-IDX) - EB-TAKEN(EB-IDX)
           IF EB-MAX-BALANCE(EB-IDX) > 0
               IF EB-NEW-BALANCE(EB-IDX) >= EB-MAX-BALANCE(EB-IDX)
                   MOVE 0 TO LV-ACCRUE
               ELSE
                   IF EB-NEW-BALANCE(EB-IDX) + LV-ACCRUE
                           > EB-MAX-BALANCE(EB-IDX)
                       COMPUTE LV-ACCRUE = EB-MAX-BALANCE(EB-IDX)
                           - EB-NEW-BALANCE(EB-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE LV-ACCRUE TO EB-ACCRUED(EB-IDX)
           ADD LV-ACCRUE TO EB-NEW-BALANCE(EB-IDX).

       POST-ONE-BANK.                                                           *> Réécrit la banque EB-IDX et inscrit le congé de la
           MOVE EMP-ID          TO BQC-ID                                       *> période; les cumuls de l'année remplacent ceux d'un
           MOVE EB-CODE(EB-IDX) TO BQC-CODE                                     *> passage interrompu au lieu de s'y ajouter
           READ LEAVE-BANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EB-NEW-BALANCE(EB-IDX) TO BQC-BALANCE
                   IF EB-PRIOR-TAKEN(EB-IDX) > BQC-TAKEN-YTD
                       MOVE 0 TO BQC-TAKEN-YTD
                   ELSE
                       SUBTRACT EB-PRIOR-TAKEN(EB-IDX)
                           FROM BQC-TAKEN-YTD
                   END-IF
                   IF EB-PRIOR-ACCRUED(EB-IDX) > BQC-ACCRUED-YTD
                       MOVE 0 TO BQC-ACCRUED-YTD
                   ELSE
                       SUBTRACT EB-PRIOR-ACCRUED(EB-IDX)
                           FROM BQC-ACCRUED-YTD
                   END-IF
                   ADD EB-TAKEN(EB-IDX)   TO BQC-TAKEN-YTD
                   ADD EB-ACCRUED(EB-IDX) TO BQC-ACCRUED-YTD
                   REWRITE LEAVE-BANK-RECORD
                   IF EB-TAKEN(EB-IDX) > 0 OR EB-ACCRUED(EB-IDX) > 0
                           OR EB-PRIOR-FOUND(EB-IDX) = 'O'
                       MOVE PAY-PERIOD-NUMBER      TO CGU-PERIOD
                       MOVE EMP-ID                 TO CGU-ID
                       MOVE EB-CODE(EB-IDX)        TO CGU-CODE
                       MOVE SAL-PERIOD-END         TO CGU-PERIOD-END
                       MOVE EMP-DEPT               TO CGU-DEPT
                       MOVE EMP-NAME               TO CGU-NAME
                       MOVE EB-LABEL(EB-IDX)       TO CGU-LABEL
                       MOVE EB-TAKEN(EB-IDX)       TO CGU-TAKEN
                       MOVE EB-ACCRUED(EB-IDX)     TO CGU-ACCRUED
                       MOVE EB-NEW-BALANCE(EB-IDX) TO CGU-BALANCE
                       WRITE LEAVE-USAGE-RECORD
                           INVALID KEY
                               REWRITE LEAVE-USAGE-RECORD
                       END-WRITE
                   END-IF
           END-READ.

       WRITE-UNPAID-USAGE.                                                      *> Inscrit les heures de congé sans solde de la période
           MOVE PAY-PERIOD-NUMBER TO CGU-PERIOD                                 *> (code 'N', sans banque)
           MOVE EMP-ID            TO CGU-ID
           MOVE 'N'               TO CGU-CODE
           MOVE SAL-PERIOD-END    TO CGU-PERIOD-END
           MOVE EMP-DEPT          TO CGU-DEPT
           MOVE EMP-NAME          TO CGU-NAME
           MOVE "SANS SOLDE"      TO CGU-LABEL
           MOVE LV-UNPAID-HOURS   TO CGU-TAKEN
           MOVE 0                 TO CGU-ACCRUED
           MOVE 0                 TO CGU-BALANCE
           WRITE LEAVE-USAGE-RECORD
               INVALID KEY
                   REWRITE LEAVE-USAGE-RECORD
           END-WRITE.

       NOTE-UNPAID-PERIOD.                                                      *> Employé en congé sans solde toute la période: pas de
           IF SIM-MODE = 'N'                                                    *> bulletin, mais le congé est inscrit pour les RH; les
               PERFORM WRITE-UNPAID-USAGE                                       *> banques n'acquièrent rien
           END-IF.

       PURGE-PERIOD-LEAVE-USAGE.                                                *> Annule les congés de la période courante avant une
           MOVE PAY-PERIOD-NUMBER TO CGU-PERIOD                                 *> exécution neuve: les heures prises sont rendues aux
           MOVE LOW-VALUES        TO CGU-ID                                     *> banques et les heures acquises retirées
           MOVE LOW-VALUES        TO CGU-CODE
           MOVE 'N' TO CGU-EOF
           START LEAVE-USAGE-FILE KEY IS NOT LESS THAN CGU-KEY
               INVALID KEY
                   MOVE 'O' TO CGU-EOF
           END-START
           PERFORM UNTIL CGU-EOF = 'O'
               READ LEAVE-USAGE-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO CGU-EOF
                   NOT AT END
                       IF CGU-PERIOD NOT = PAY-PERIOD-NUMBER
                           MOVE 'O' TO CGU-EOF
                       ELSE
                           IF CGU-CODE NOT = 'N'
                               PERFORM REVERSE-LEAVE-USAGE
                           END-IF
                           DELETE LEAVE-USAGE-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

       REVERSE-LEAVE-USAGE.                                                     *> Retire de sa banque le congé lu dans LEAVE-USAGE-RECORD
           MOVE CGU-ID   TO BQC-ID
           MOVE CGU-CODE TO BQC-CODE
           READ LEAVE-BANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CGU-TAKEN TO BQC-BALANCE
                   IF CGU-ACCRUED > BQC-BALANCE
                       MOVE 0 TO BQC-BALANCE
                   ELSE
                       SUBTRACT CGU-ACCRUED FROM BQC-BALANCE
                   END-IF
                   IF CGU-TAKEN > BQC-TAKEN-YTD
                       MOVE 0 TO BQC-TAKEN-YTD
                   ELSE
                       SUBTRACT CGU-TAKEN FROM BQC-TAKEN-YTD
                   END-IF
                   IF CGU-ACCRUED > BQC-ACCRUED-YTD
                       MOVE 0 TO BQC-ACCRUED-YTD
                   ELSE
                       SUBTRACT CGU-ACCRUED FROM BQC-ACCRUED-YTD
                   END-IF
                   REWRITE LEAVE-BANK-RECORD
           END-READ.

       PRINT-LEAVE-BALANCES.                                                    *> Lignes de congé du bulletin: une par banque, plus le
           PERFORM VARYING EB-IDX FROM 1 BY 1                                   *> congé sans solde de la période
                   UNTIL EB-IDX > EB-COUNT
               COMPUTE LV-TAKEN-DISP   = EB-TAKEN(EB-IDX)
               COMPUTE LV-ACCRUED-DISP = EB-ACCRUED(EB-IDX)
               COMPUTE LV-BALANCE-DISP = EB-NEW-BALANCE(EB-IDX)
               MOVE SPACES TO TEMP-STRING
               STRING "Conge " EB-LABEL(EB-IDX)
                   " (" EB-CODE(EB-IDX) ") - Pris: " LV-TAKEN-DISP
                   "  Acquis: " LV-ACCRUED-DISP
                   "  Solde: " LV-BALANCE-DISP " h"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO OUTPUT-FIELD
               WRITE OUTPUT-RECORD
           END-PERFORM
           IF LV-UNPAID-HOURS > 0
               COMPUTE LV-UNPAID-DISP = LV-UNPAID-HOURS
               MOVE SPACES TO TEMP-STRING
               IF EMP-PAY-TYPE = 'S'
                   COMPUTE LV-AMOUNT-DISP = LV-UNPAID-AMOUNT
                   STRING "Conge sans solde: " LV-UNPAID-DISP
                       " h - retenue sur le salaire: " LV-AMOUNT-DISP
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               ELSE
                   STRING "Conge sans solde: " LV-UNPAID-DISP
                       " h (non payees)"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               END-IF
               MOVE TEMP-STRING TO OUTPUT-FIELD
               WRITE OUTPUT-RECORD
           END-IF.

       WRITE-VARIANCE-LINE.                                                     *> Compare la paie simulée de l'employé à sa paie de la période
           IF SIM-SEEN-COUNT < 2000                                             *> précédente et écrit le verdict dans le rapport d'écarts
               ADD 1 TO SIM-SEEN-COUNT
           MOVE EMP-DED-AUTRE    TO HIST-DED-AUTRE
           MOVE SAISIE-AMOUNT-EMP TO HIST-SAISIE
           MOVE NET-SALARY-NUM   TO HIST-NET
           IF EMP-PAY-TYPE = 'S'
               MOVE 'S'               TO HIST-PAY-TYPE
               MOVE EMP-ANNUAL-SALARY TO HIST-ANNUAL-SALARY
           ELSE
               MOVE 'H'               TO HIST-PAY-TYPE
               MOVE 0                 TO HIST-ANNUAL-SALARY
           END-IF
           MOVE SAL-PERIOD-AMOUNT TO HIST-SALARY-PAID
           MOVE PENSION-EE-EMP   TO HIST-PENSION-EE
           MOVE PENSION-ER-EMP   TO HIST-PENSION-ER
           *> Un redémarrage à zéro confirmé retraite la même période:
           *> la fiche existe déjà, on remplace plutôt que d'échouer
           WRITE HIST-RECORD
               MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.

       WRITE-LEAVE-EXCEPTION.                                                   *> Ligne de congé rejetée: l'employé est payé sans elle
           MOVE SPACES TO EXCEPTION-LINE
           COMPUTE LV-HOURS-DISP = FT-HOURS-REG(FT-IDX)
           STRING EMP-ID " " EMP-DEPT " " EMP-NAME
               " Conge=" FT-LEAVE-CODE(FT-IDX)
               " Heures=" LV-HOURS-DISP
               " Centre=" FT-CENTRE(FT-IDX)
               " -- REJET: " LV-REASON
               DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           IF SIM-MODE = 'O'                                                    *> Simulation: tracé dans le rapport d'écarts, comme
               MOVE EXCEPTION-LINE TO VARIANCE-FIELD                            *> les autres rejets
               WRITE VARIANCE-RECORD
           ELSE
               MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.

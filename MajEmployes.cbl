           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Releve de cessation (periodes travaillees, gains assurables)
                                                                                 *> remis a l'employe pour sa demande aupres du gouvernement
           SELECT RATE-FILE ASSIGN TO "taux-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-STATUS.                                          *> Taux dates en vigueur a la fin de la periode courante,
                                                                                 *> pour le reglement final des departs
           SELECT PAYMENT-FILE ASSIGN TO "paiements-banque-departs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Depots directs des paies finales, balances sur leurs totaux
           SELECT PAY-CONTROL-FILE ASSIGN TO "controles-paiements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PCTL-STATUS.                                          *> Totaux de controle de chaque fichier bancaire produit, une
                                                                                 *> ligne par execution (relus par LiberationBanque)
           SELECT RELEASE-LOG-FILE ASSIGN TO "liberations-banque.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-STATUS.                                           *> Journal des liberations: un fichier bancaire non libere
                                                                                 *> ne doit pas etre ecrase par une nouvelle execution
           SELECT AUDIT-FILE ASSIGN TO "modifications-employes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.                                         *> Journal permanent des modifications du maitre: avant/apres
                                                                                 *> de chaque champ change; on n'y fait qu'ajouter (EXTEND)

       DATA DIVISION.
       FILE SECTION.
           05 TR-BANK-TRANSIT  PIC X(8).                                        *> Institution + transit pour le depot direct (8 chiffres)
           05 TR-BANK-ACCOUNT  PIC X(12).                                       *> Numero de compte pour le depot direct
           05 TR-PAY-METHOD    PIC X.                                           *> 'D' (ou blanc) = depot direct, 'C' = cheque imprime
           05 TR-PAY-TYPE      PIC X.                                           *> 'H' (ou blanc) = horaire, 'S' = salarie
           05 TR-ANNUAL-SALARY PIC 9(7)V99.                                     *> Salaire annuel (salaries seulement)
           05 TR-HIRE-DATE     PIC X(10).                                       *> Date d'embauche (AAAA-MM-JJ)
           05 TR-TERM-DATE     PIC X(10).                                       *> Date de depart (AAAA-MM-JJ, blanc = actif;
                                                                                 *> sur un 'T': dernier jour travaille)
           05 TR-PENSION-RATE  PIC 9V9(4).                                      *> Cotisation au regime de retraite (fraction du brut)

       FD EMP-FILE.
       01 EMP-RECORD.                                                           *> Copie conforme de l'enregistrement maitre de GestionPaie
           05 EMP-BANK-TRANSIT PIC X(8).
           05 EMP-BANK-ACCOUNT PIC X(12).
           05 EMP-PAY-METHOD   PIC X.
           05 EMP-PAY-TYPE     PIC X.
           05 EMP-ANNUAL-SALARY PIC 9(7)V99.
           05 EMP-HIRE-DATE    PIC X(10).
           05 EMP-TERM-DATE    PIC X(10).
           05 EMP-PENSION-RATE PIC 9V9(4).

       FD PAY-CONTROL-FILE.                                                     *> Copie conforme de LiberationBanque
       01 PAY-CONTROL-RECORD.
           05 CPC-FILE-NAME    PIC X(40).
           05 CPC-PROGRAM      PIC X(12).
           05 CPC-RUN-DATE     PIC X(10).
           05 CPC-RUN-TIME     PIC X(6).
           05 CPC-PERIOD       PIC X(40).
           05 CPC-COUNT        PIC 9(6).
           05 CPC-AMOUNT       PIC 9(8)V99.
           05 CPC-HASH         PIC 9(15).

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

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 CUMUL-GROSS-YTD  PIC 9(7)V99.
           05 CUMUL-TAX-YTD    PIC 9(7)V99.
           05 CUMUL-NET-YTD    PIC 9(7)V99.
           05 CUMUL-PENSION-EE-YTD PIC 9(7)V99.
           05 CUMUL-PENSION-ER-YTD PIC 9(7)V99.

       FD VAC-FILE.                                                             *> Copie conforme de l'enregistrement de vacances de GestionPaie
       01 VAC-RECORD.
           05 HIST-DED-AUTRE   PIC 9(4).
           05 HIST-SAISIE      PIC 9(5)V99.
           05 HIST-NET         PIC 9(5)V99.
           05 HIST-PAY-TYPE    PIC X.
           05 HIST-ANNUAL-SALARY PIC 9(7)V99.
           05 HIST-SALARY-PAID PIC 9(5)V99.
           05 HIST-PENSION-EE  PIC 9(5)V99.
           05 HIST-PENSION-ER  PIC 9(5)V99.

       FD BULLETIN-FILE.
       01 BULLETIN-RECORD.
       01 CESSATION-RECORD.
           05 CESSATION-FIELD  PIC X(150).

       FD RATE-FILE.                                                            *> Copie conforme de l'enregistrement des taux (MajTaux)
       01 RATE-RECORD.
           05 RT-TYPE          PIC X(4).                                        *> IMPO, CHRG, VACA, FERI ou RRET (voir TAUXRT)
           05 RT-EFFECTIVE     PIC X(10).                                       *> Date d'effet de l'entree (AAAA-MM-JJ)
           05 RT-SEQ           PIC 9(2).                                        *> Rang de l'entree dans le jeu de son type
           05 RT-NAME          PIC X(20).                                       *> Libelle (charges employeur)
           05 RT-RATE          PIC 9V9(4).                                      *> Taux
           05 RT-AMOUNT        PIC 9(7)V99.                                     *> Borne de tranche ou plafond annuel
           05 RT-COUNT         PIC 9(2).                                        *> Fenetre de reference du ferie, en periodes

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD PIC X(90).                                             *> Memes enregistrements H/D/T que le fichier bancaire principal

       FD AUDIT-FILE.
       01 AUDIT-RECORD.                                                         *> Une ligne par champ modifie d'une fiche du maitre
           05 AUD-DATE         PIC X(10).                                       *> Date de la modification (AAAA-MM-JJ)
           05 AUD-TIME         PIC X(6).                                        *> Heure de la modification (HHMMSS)
           05 AUD-PROGRAM      PIC X(12).                                       *> Programme qui a modifie la fiche
           05 AUD-SOURCE       PIC X(40).                                       *> Origine: fichier et ligne de transaction, ou saisie
           05 AUD-EMP-ID       PIC X(6).
           05 AUD-FIELD        PIC X(20).                                       *> Nom du champ de l'EMP-RECORD modifie
           05 AUD-BEFORE       PIC X(30).                                       *> Image avant / apres (numeriques: valeur editee)
           05 AUD-AFTER        PIC X(30).
           05 AUD-BEFORE-NUM   PIC 9(7)V9(4).                                   *> Valeurs avant / apres des champs numeriques (zero pour
           05 AUD-AFTER-NUM    PIC 9(7)V9(4).                                   *> un champ alphanumerique), pour la revue des hausses

       WORKING-STORAGE SECTION.
       01 TRANS-STATUS     PIC XX.                                              *> Code retour des operations sur TRANS-FILE
       01 EMP-STATUS       PIC XX.                                              *> Code retour des operations sur EMP-FILE
       01 CUMUL-IS-NEW     PIC X VALUE 'N'.                                     *> 'O' si l'employe n'a pas encore de fiche cumul
       01 VAC-STATUS       PIC XX.                                              *> Code retour des operations sur VAC-FILE
       01 HIST-STATUS      PIC XX.                                              *> Code retour des operations sur HIST-FILE
       01 RATE-STATUS      PIC XX.                                              *> Code retour des operations sur RATE-FILE
       01 RATES-OK         PIC X VALUE 'N'.                                     *> 'O' si un jeu complet de taux est en vigueur
       01 PAY-PERIOD       PIC X(40) VALUE SPACES.                              *> Periode courante, reprise sur le bulletin final
       01 PAY-PERIOD-NUMBER PIC 9(4).                                           *> Numero de la periode courante, cle de l'historique
       COPY TAXBRK.                                                             *> Memes tranches d'imposition que la paie reguliere: la paie
       01 PREV-BRACKET-UPPER  PIC 9(7)V99 VALUE 0.                              *> Borne superieure de la tranche precedente (calcul d'impot)
       01 TAXABLE-IN-BRACKET  PIC 9(7)V99.                                      *> Portion imposable dans la tranche courante
       COPY VACPRM.                                                             *> Meme taux d'accumulation de vacances que la paie reguliere
       COPY TAUXRT.                                                             *> Copie en memoire du fichier des taux dates
       COPY SALPRM.                                                             *> Meme prorata des salaries que la paie reguliere
       COPY RRTPRM.                                                             *> Meme regime de retraite que la paie reguliere
       01 PENSION-EE-EMP   PIC 9(5)V99.                                         *> Cotisation de l'employe sur la paie finale (avant impot)
       01 PENSION-EE-DISP  PIC 9(5).99.
       01 PENSION-ER-EMP   PIC 9(5)V99.                                         *> Contrepartie de l'employeur sur la paie finale
       01 PENSION-ER-DISP  PIC 9(5).99.
       01 PENSION-ROOM     PIC 9(7)V99.                                         *> Portion du maximum annuel encore disponible
       01 PENSION-YTD-EE-DISP PIC 9(7).99.                                      *> Cumuls annuels du regime, pour le bulletin final
       01 PENSION-YTD-ER-DISP PIC 9(7).99.
       01 TAXABLE-GROSS    PIC 9(5)V99.                                         *> Revenu imposable: brut - cotisation de retraite
       01 TAXABLE-GROSS-DISP PIC 9(5).99.
       01 EMP-SALARY-BRUT  PIC 9(5)V99.                                         *> Brut de la paie finale: heures travaillees + solde de vacances
       01 EMP-SALARY-BRUT-DISP PIC 9(5).99.
       01 TAX-AMOUNT       PIC 9(5)V99.                                         *> Impot retenu sur la paie finale
       01 TAX-AMOUNT-DISP  PIC 9(5).99.
       01 NET-SALARY-NUM   PIC 9(5)V99.                                         *> Net de la paie finale (brut - impot - retraite, aucune
                                                                                 *> deduction de periode sur un reglement de depart)
       01 NET-SALARY-DISP  PIC 9(5).99.
       01 HOURS-PAY        PIC 9(5)V99.                                         *> Portion de la paie finale venant des heures travaillees
       01 HOURS-PAY-DISP   PIC 9(5).99.
                                                                                 *> (en-tete ecrit au premier depart, pied au dernier)
       01 DEP-COUNT        PIC 9(6) VALUE 0.                                    *> Nombre de depots de paie finale emis
       01 DEP-TOTAL-NET    PIC 9(8)V99 VALUE 0.                                 *> Total net des paies finales emises
       01 DEP-HASH         PIC 9(15) VALUE 0.                                   *> Somme des numeros de compte des depots emis
       01 PAY-FILE-NAME    PIC X(40)                                            *> Fichier bancaire produit par ce programme
           VALUE "paiements-banque-departs.txt".
       01 PCTL-STATUS      PIC XX.                                              *> Code retour des operations sur PAY-CONTROL-FILE
       01 REL-STATUS       PIC XX.                                              *> Code retour des operations sur RELEASE-LOG-FILE
       01 PCTL-EOF         PIC X VALUE 'N'.                                     *> Fin de lecture des controles ou du journal des liberations
       01 PAY-FILE-PENDING PIC X VALUE 'N'.                                     *> 'O' si le dernier fichier bancaire produit n'est pas libere
       01 PENDING-RUN-DATE PIC X(10).                                           *> Execution qui a produit le dernier fichier bancaire
       01 PENDING-RUN-TIME PIC X(6).
       01 PCTL-CLOCK-DATE  PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 PCTL-CLOCK-TIME  PIC X(8).                                            *> Heure systeme (HHMMSScc)
       01 PAY-HEADER-REC.                                                       *> Fichier bancaire des departs: memes formats H/D/T
           05 PAY-HDR-TYPE     PIC X VALUE 'H'.
           05 PAY-HDR-COMPANY  PIC X(40).
           05 PAY-DET-ID       PIC X(6).
           05 PAY-DET-TRANSIT  PIC X(8).
           05 PAY-DET-ACCOUNT  PIC X(12).
           05 PAY-DET-ACCOUNT-NUM REDEFINES PAY-DET-ACCOUNT PIC 9(12).
           05 PAY-DET-AMOUNT   PIC 9(7)V99.
       01 PAY-TRAILER-REC.
           05 PAY-TRL-TYPE     PIC X VALUE 'T'.
           05 PAY-TRL-COUNT    PIC 9(6).
           05 PAY-TRL-AMOUNT   PIC 9(8)V99.
           05 PAY-TRL-HASH     PIC 9(15).
       01 AUDIT-STATUS     PIC XX.                                              *> Code retour des operations sur AUDIT-FILE
       01 AUDIT-COUNT      PIC 9(6) VALUE 0.                                    *> Champs modifies inscrits au journal des modifications
       01 AUDIT-DATE       PIC X(10).                                           *> Date et heure du traitement, reprises sur chaque ligne
       01 AUDIT-TIME       PIC X(6).                                            *> du journal des modifications
       01 AUDIT-CLOCK-DATE PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 AUDIT-CLOCK-TIME PIC X(8).                                            *> Heure systeme (HHMMSScc)
       01 AUDIT-NUM-DISP   PIC Z(6)9.9(4).                                      *> Image editee d'une valeur numerique du journal
       01 TRANS-LINE-NUMBER PIC 9(6) VALUE 0.                                   *> Rang de la transaction dans transactions-emp.txt
       01 AUDIT-SOURCE     PIC X(40).                                           *> Origine reprise sur les lignes du journal de la transaction
       01 OLD-EMP-RECORD.                                                       *> Fiche du maitre telle qu'avant un changement ('C')
           05 OLD-EMP-ID           PIC X(6).
           05 OLD-EMP-DEPT         PIC X(10).
           05 OLD-EMP-NAME         PIC X(30).
           05 OLD-EMP-HOURS-REG    PIC 9(3)V99.
           05 OLD-EMP-HOURS-OT     PIC 9(3)V99.
           05 OLD-EMP-RATE-HOURLY  PIC 9(3)V99.
           05 OLD-EMP-DED-SANTE    PIC 9(4).
           05 OLD-EMP-DED-SYNDICAT PIC 9(4).
           05 OLD-EMP-DED-AUTRE    PIC 9(4).
           05 OLD-EMP-BANK-TRANSIT PIC X(8).
           05 OLD-EMP-BANK-ACCOUNT PIC X(12).
           05 OLD-EMP-PAY-METHOD   PIC X.
           05 OLD-EMP-PAY-TYPE     PIC X.
           05 OLD-EMP-ANNUAL-SALARY PIC 9(7)V99.
           05 OLD-EMP-HIRE-DATE    PIC X(10).
           05 OLD-EMP-TERM-DATE    PIC X(10).
           05 OLD-EMP-PENSION-RATE PIC 9V9(4).

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
           PERFORM READ-PAY-CALENDAR.                                           *> Periode courante pour la paie finale des departs; sans
                                                                                 *> calendrier lisible, les transactions 'T' seront rejetees
                                                                                 *> (les ajouts et changements ne s'en servent pas)
           IF CAL-OK = 'O'                                                      *> Taux en vigueur a la fin de la periode courante; sans
               PERFORM LOAD-RATE-FILE                                           *> jeu complet, les departs seront aussi rejetes
               PERFORM SELECT-RATES
           END-IF.

           PERFORM CHECK-PENDING-RELEASE.                                       *> Fichier des departs precedent pas encore libere: les
                                                                                 *> departs payes par depot seront rejetes plutot que de
                                                                                 *> l'ecraser
           IF PAY-FILE-PENDING = 'O'
               DISPLAY "ATTENTION: paiements-banque-departs.txt du "
                   PENDING-RUN-DATE " a " PENDING-RUN-TIME
               DISPLAY "n'a pas ete libere -- les departs seront "
                   "rejetes."
           END-IF.

           OPEN I-O CUMUL-FILE.                                                 *> La paie finale s'ajoute aux cumuls, comme toute autre paie
           IF CUMUL-STATUS = "35"
               STOP RUN
           END-IF.

           *> Le journal des modifications est la piece d'audit du
           *> maitre: sans lui, aucun changement ne doit passer
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "modifications-employes.dat (AUDIT-STATUS="
                   AUDIT-STATUS ") -- execution annulee."
               CLOSE TRANS-FILE
               CLOSE EMP-FILE
               CLOSE CUMUL-FILE
               CLOSE VAC-FILE
               CLOSE HIST-FILE
               STOP RUN
           END-IF
           ACCEPT AUDIT-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-CLOCK-TIME FROM TIME
           STRING AUDIT-CLOCK-DATE(1:4) "-" AUDIT-CLOCK-DATE(5:2) "-"
               AUDIT-CLOCK-DATE(7:2)
               DELIMITED BY SIZE
               INTO AUDIT-DATE
           END-STRING
           MOVE AUDIT-CLOCK-TIME(1:6) TO AUDIT-TIME.

           OPEN OUTPUT BULLETIN-FILE.
           OPEN OUTPUT CESSATION-FILE.

               READ TRANS-FILE AT END
                   SET EOF-FLAG TO 'O'
               NOT AT END
                   ADD 1 TO TRANS-LINE-NUMBER
                   MOVE 'O' TO VALID-RECORD
                   MOVE SPACES TO REJECT-REASON
                   PERFORM VALIDATE-TRANSACTION
           MOVE SPACES TO TEMP-STRING
           STRING "Transactions appliquees: " MAJ-APPLIED-COUNT
               "  - Transactions rejetees: " MAJ-REJECT-COUNT
               "  - Champs modifies journalises: " AUDIT-COUNT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           IF DEP-FILE-OPEN = 'O'                                               *> Pied du fichier bancaire des departs: memes accumulateurs
               MOVE DEP-COUNT     TO PAY-TRL-COUNT                              *> que les depots emis, pour que le fichier balance toujours
               MOVE DEP-TOTAL-NET TO PAY-TRL-AMOUNT
               MOVE DEP-HASH      TO PAY-TRL-HASH
               MOVE PAY-TRAILER-REC TO PAYMENT-RECORD
               WRITE PAYMENT-RECORD
               CLOSE PAYMENT-FILE
               PERFORM WRITE-PAYMENT-CONTROL                                    *> Totaux de controle du fichier, pour sa liberation
           END-IF.

           CLOSE TRANS-FILE.
           CLOSE BULLETIN-FILE.
           CLOSE CESSATION-FILE.
           CLOSE REGISTER-FILE.
           CLOSE AUDIT-FILE.

           STOP RUN.

                       IF CAL-PERIOD-NUMBER NUMERIC
                           MOVE 'O' TO CAL-OK
                           MOVE CAL-PERIOD-NUMBER TO PAY-PERIOD-NUMBER
                           MOVE CAL-PERIOD-END TO RATE-DATE
                           MOVE CAL-PERIOD-START TO SAL-PERIOD-START
                           MOVE CAL-PERIOD-END TO SAL-PERIOD-END
                           MOVE SPACES TO PAY-PERIOD
                           STRING "Periode " CAL-PERIOD-NUMBER
                               " du " CAL-PERIOD-START
               CLOSE CALENDAR-FILE
           END-IF.

       LOAD-RATE-FILE.                                                          *> Charge en memoire toutes les entrees du fichier des taux;
           OPEN INPUT RATE-FILE                                                 *> le choix par date se fait ensuite dans SELECT-RATES
           MOVE 0 TO RTT-TOTAL
           MOVE 'N' TO EOF-FLAG
           IF RATE-STATUS NOT = "00"
               DISPLAY "ATTENTION: impossible d'ouvrir "
                   "taux-paie.dat (RATE-STATUS=" RATE-STATUS
                   ") -- les departs seront rejetes."
               MOVE 'O' TO EOF-FLAG
           END-IF
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
           IF RATE-STATUS = "00" OR RATE-STATUS = "10"
               CLOSE RATE-FILE
           END-IF
           MOVE 'N' TO EOF-FLAG.

       SELECT-RATES.                                                            *> Retient, pour chaque type, le jeu de la plus recente date
           MOVE SPACES TO RATE-SET-DATES                                        *> d'effet qui ne depasse pas RATE-DATE et en remplit
           PERFORM VARYING RTT-IDX FROM 1 BY 1                                  *> les tables des copybooks TAXBRK, VACPRM et RRTPRM
                   UNTIL RTT-IDX > RTT-TOTAL
               IF RTT-EFFECTIVE(RTT-IDX) NOT > RATE-DATE
                   EVALUATE RTT-TYPE(RTT-IDX)
                       WHEN "IMPO"
                           IF RTT-EFFECTIVE(RTT-IDX) > RATE-IMPO-DATE
                               MOVE RTT-EFFECTIVE(RTT-IDX)
                                   TO RATE-IMPO-DATE
                           END-IF
                       WHEN "VACA"
                           IF RTT-EFFECTIVE(RTT-IDX) > RATE-VACA-DATE
                               MOVE RTT-EFFECTIVE(RTT-IDX)
                                   TO RATE-VACA-DATE
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
                   WHEN RTT-TYPE(RTT-IDX) = "VACA"
                           AND RTT-EFFECTIVE(RTT-IDX) = RATE-VACA-DATE
                           AND RATE-SUB = 1
                       MOVE RTT-RATE(RTT-IDX) TO VAC-ACCRUAL-RATE
                       ADD 1 TO RATE-VACA-COUNT
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
           *> d'effet retenue) donnerait des montants faux sans le dire
           IF RATE-IMPO-COUNT NOT = 5
                   OR RATE-VACA-COUNT NOT = 1
                   OR RATE-RRET-COUNT NOT = 2
               DISPLAY "ATTENTION: taux-paie.dat ne contient pas de "
                   "jeu complet en vigueur au " RATE-DATE
               DISPLAY "("
                   "tranches IMPO: " RATE-IMPO-COUNT "/5, "
                   "VACA: " RATE-VACA-COUNT "/1, "
                   "RRET: " RATE-RRET-COUNT "/2) -- les departs "
                   "seront rejetes."
           ELSE
               MOVE 'O' TO RATES-OK
               MOVE RATE-DATE TO RATE-DATE-LOADED
           END-IF.

       VALIDATE-TRANSACTION.                                                    *> Memes validations de champs que GestionPaie, avant application
           IF TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
                   AND TR-ACTION NOT = 'T'
               MOVE 'N' TO VALID-RECORD
               MOVE "EMP-ID manquant" TO REJECT-REASON
           END-IF
           *> Un depart ('T') porte la cle, les heures de la derniere
           *> periode travaillee (payees dans le reglement final) et,
           *> au besoin, le dernier jour travaille (prorata d'un
           *> salarie); les autres champs ne sont pas utilises
           IF VALID-RECORD = 'O' AND TR-ACTION = 'T'
               IF TR-HOURS-REG NOT NUMERIC
                       OR TR-HOURS-OT NOT NUMERIC
                   MOVE "Heures finales hors limites"
                       TO REJECT-REASON
               END-IF
               IF VALID-RECORD = 'O' AND TR-TERM-DATE NOT = SPACES              *> Dernier jour travaille (prorata d'un salarie)
                   MOVE TR-TERM-DATE TO SAL-DATE
                   PERFORM CHECK-SAL-DATE
                   IF SAL-DATE-OK = 'N'
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Date de depart invalide (AAAA-MM-JJ)"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND TR-ACTION NOT = 'T'
               IF TR-HOURS-REG NOT NUMERIC
                   MOVE "Coordonnees bancaires invalides"
                       TO REJECT-REASON
               END-IF
               IF VALID-RECORD = 'O' AND TR-PENSION-RATE NOT NUMERIC
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Taux de retraite non numerique"
                       TO REJECT-REASON
               END-IF
               IF VALID-RECORD = 'O'
                   PERFORM VALIDATE-EMPLOYMENT-FIELDS
               END-IF
           END-IF.

       VALIDATE-EMPLOYMENT-FIELDS.                                              *> Type de paie, salaire annuel et dates d'emploi
           IF TR-PAY-TYPE NOT = 'H' AND TR-PAY-TYPE NOT = 'S'                   *> Horaire ('H' ou blanc) ou salarie ('S')
                   AND TR-PAY-TYPE NOT = SPACE
               MOVE 'N' TO VALID-RECORD
               MOVE "Type de paie inconnu (attendu H ou S)"
                   TO REJECT-REASON
           END-IF
           IF VALID-RECORD = 'O' AND TR-PAY-TYPE = 'S'                          *> Memes bornes que GestionPaie
               IF TR-ANNUAL-SALARY NOT NUMERIC
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Salaire annuel non numerique" TO REJECT-REASON
               ELSE
                   IF TR-ANNUAL-SALARY = 0
                           OR TR-ANNUAL-SALARY > SAL-MAX-ANNUAL
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Salaire annuel hors limites"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND TR-HIRE-DATE NOT = SPACES
               MOVE TR-HIRE-DATE TO SAL-DATE
               PERFORM CHECK-SAL-DATE
               IF SAL-DATE-OK = 'N'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Date d'embauche invalide (AAAA-MM-JJ)"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND TR-TERM-DATE NOT = SPACES
               MOVE TR-TERM-DATE TO SAL-DATE
               PERFORM CHECK-SAL-DATE
               IF SAL-DATE-OK = 'N'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Date de depart invalide (AAAA-MM-JJ)"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O'
                   AND TR-HIRE-DATE NOT = SPACES
                   AND TR-TERM-DATE NOT = SPACES
                   AND TR-TERM-DATE < TR-HIRE-DATE
               MOVE 'N' TO VALID-RECORD
               MOVE "Date de depart anterieure a l'embauche"
                   TO REJECT-REASON
           END-IF.

       MOVE-TRANS-TO-EMP.                                                       *> Recopie les champs de la transaction dans l'enregistrement maitre
           MOVE TR-DED-AUTRE    TO EMP-DED-AUTRE
           MOVE TR-BANK-TRANSIT TO EMP-BANK-TRANSIT
           MOVE TR-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
           MOVE TR-PAY-METHOD   TO EMP-PAY-METHOD
           IF TR-PAY-TYPE = 'S'
               MOVE 'S'              TO EMP-PAY-TYPE
               MOVE TR-ANNUAL-SALARY TO EMP-ANNUAL-SALARY
           ELSE
               MOVE 'H'              TO EMP-PAY-TYPE                            *> Horaire: le salaire annuel ne sert pas
               MOVE 0                TO EMP-ANNUAL-SALARY
           END-IF
           MOVE TR-HIRE-DATE    TO EMP-HIRE-DATE
           MOVE TR-TERM-DATE    TO EMP-TERM-DATE
           MOVE TR-PENSION-RATE TO EMP-PENSION-RATE.

       APPLY-ADD.                                                               *> Ajout: la cle ne doit pas deja exister dans le maitre
           PERFORM MOVE-TRANS-TO-EMP
                       TO REJECT-REASON
           END-READ
           IF VALID-RECORD = 'O'
               MOVE EMP-RECORD TO OLD-EMP-RECORD                                *> Image avant, pour le journal des modifications
               PERFORM MOVE-TRANS-TO-EMP
               REWRITE EMP-RECORD
                   INVALID KEY
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Reecriture impossible dans le maitre"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       PERFORM LOG-MASTER-CHANGES
               END-REWRITE
           END-IF.

       LOG-MASTER-CHANGES.                                                      *> Inscrit au journal chaque champ que le changement a
           MOVE SPACES TO AUDIT-SOURCE                                          *> modifie, avec son image avant et apres
           STRING "transactions-emp.txt ligne " TRANS-LINE-NUMBER
               DELIMITED BY SIZE
               INTO AUDIT-SOURCE
           END-STRING
           IF EMP-DEPT NOT = OLD-EMP-DEPT
               MOVE "EMP-DEPT"     TO AUD-FIELD
               MOVE OLD-EMP-DEPT   TO AUD-BEFORE
               MOVE EMP-DEPT       TO AUD-AFTER
               PERFORM WRITE-AUDIT-ALPHA
           END-IF
           IF EMP-NAME NOT = OLD-EMP-NAME
               MOVE "EMP-NAME"     TO AUD-FIELD
               MOVE OLD-EMP-NAME   TO AUD-BEFORE
               MOVE EMP-NAME       TO AUD-AFTER
               PERFORM WRITE-AUDIT-ALPHA
           END-IF
           IF EMP-HOURS-REG NOT = OLD-EMP-HOURS-REG
               MOVE "EMP-HOURS-REG"     TO AUD-FIELD
               MOVE OLD-EMP-HOURS-REG   TO AUD-BEFORE-NUM
               MOVE EMP-HOURS-REG       TO AUD-AFTER-NUM
               PERFORM WRITE-AUDIT-NUMERIC
           END-IF
           IF EMP-HOURS-OT NOT = OLD-EMP-HOURS-OT
               MOVE "EMP-HOURS-OT"      TO AUD-FIELD
               MOVE OLD-EMP-HOURS-OT    TO AUD-BEFORE-NUM
               MOVE EMP-HOURS-OT        TO AUD-AFTER-NUM
               PERFORM WRITE-AUDIT-NUMERIC
           END-IF
           IF EMP-RATE-HOURLY NOT = OLD-EMP-RATE-HOURLY
               MOVE "EMP-RATE-HOURLY"   TO AUD-FIELD
               MOVE OLD-EMP-RATE-HOURLY TO AUD-BEFORE-NUM
               MOVE EMP-RATE-HOURLY     TO AUD-AFTER-NUM
               PERFORM WRITE-AUDIT-NUMERIC
           END-IF
           IF EMP-DED-SANTE NOT = OLD-EMP-DED-SANTE
               MOVE "EMP-DED-SANTE"     TO AUD-FIELD
               MOVE OLD-EMP-DED-SANTE   TO AUD-BEFORE-NUM
               MOVE EMP-DED-SANTE       TO AUD-AFTER-NUM
               PERFORM WRITE-AUDIT-NUMERIC
           END-IF
           IF EMP-DED-SYNDICAT NOT = OLD-EMP-DED-SYNDICAT
               MOVE "EMP-DED-SYNDICAT"   TO AUD-FIELD
               MOVE OLD-EMP-DED-SYNDICAT TO AUD-BEFORE-NUM
               MOVE EMP-DED-SYNDICAT     TO AUD-AFTER-NUM
               PERFORM WRITE-AUDIT-NUMERIC
           END-IF
           IF EMP-DED-AUTRE NOT = OLD-EMP-DED-AUTRE
               MOVE "EMP-DED-AUTRE"     TO AUD-FIELD
               MOVE OLD-EMP-DED-AUTRE   TO AUD-BEFORE-NUM
               MOVE EMP-DED-AUTRE       TO AUD-AFTER-NUM
               PERFORM WRITE-AUDIT-NUMERIC
           END-IF
           IF EMP-BANK-TRANSIT NOT = OLD-EMP-BANK-TRANSIT
               MOVE "EMP-BANK-TRANSIT"   TO AUD-FIELD
               MOVE OLD-EMP-BANK-TRANSIT TO AUD-BEFORE
               MOVE EMP-BANK-TRANSIT     TO AUD-AFTER
               PERFORM WRITE-AUDIT-ALPHA
           END-IF
           IF EMP-BANK-ACCOUNT NOT = OLD-EMP-BANK-ACCOUNT
               MOVE "EMP-BANK-ACCOUNT"   TO AUD-FIELD
               MOVE OLD-EMP-BANK-ACCOUNT TO AUD-BEFORE
               MOVE EMP-BANK-ACCOUNT     TO AUD-AFTER
               PERFORM WRITE-AUDIT-ALPHA
           END-IF
           IF EMP-PAY-METHOD NOT = OLD-EMP-PAY-METHOD
               MOVE "EMP-PAY-METHOD"     TO AUD-FIELD
               MOVE OLD-EMP-PAY-METHOD   TO AUD-BEFORE
               MOVE EMP-PAY-METHOD       TO AUD-AFTER
               PERFORM WRITE-AUDIT-ALPHA
           END-IF
           IF EMP-PAY-TYPE NOT = OLD-EMP-PAY-TYPE
               MOVE "EMP-PAY-TYPE"       TO AUD-FIELD
               MOVE OLD-EMP-PAY-TYPE     TO AUD-BEFORE
               MOVE EMP-PAY-TYPE         TO AUD-AFTER
               PERFORM WRITE-AUDIT-ALPHA
           END-IF
           IF EMP-ANNUAL-SALARY NOT = OLD-EMP-ANNUAL-SALARY
               MOVE "EMP-ANNUAL-SALARY"   TO AUD-FIELD
               MOVE OLD-EMP-ANNUAL-SALARY TO AUD-BEFORE-NUM
               MOVE EMP-ANNUAL-SALARY     TO AUD-AFTER-NUM
               PERFORM WRITE-AUDIT-NUMERIC
           END-IF
           IF EMP-HIRE-DATE NOT = OLD-EMP-HIRE-DATE
               MOVE "EMP-HIRE-DATE"      TO AUD-FIELD
               MOVE OLD-EMP-HIRE-DATE    TO AUD-BEFORE
               MOVE EMP-HIRE-DATE        TO AUD-AFTER
               PERFORM WRITE-AUDIT-ALPHA
           END-IF
           IF EMP-TERM-DATE NOT = OLD-EMP-TERM-DATE
               MOVE "EMP-TERM-DATE"      TO AUD-FIELD
               MOVE OLD-EMP-TERM-DATE    TO AUD-BEFORE
               MOVE EMP-TERM-DATE        TO AUD-AFTER
               PERFORM WRITE-AUDIT-ALPHA
           END-IF
           IF EMP-PENSION-RATE NOT = OLD-EMP-PENSION-RATE
               MOVE "EMP-PENSION-RATE"   TO AUD-FIELD
               MOVE OLD-EMP-PENSION-RATE TO AUD-BEFORE-NUM
               MOVE EMP-PENSION-RATE     TO AUD-AFTER-NUM
               PERFORM WRITE-AUDIT-NUMERIC
           END-IF.

       WRITE-AUDIT-ALPHA.                                                       *> Champ alphanumerique: les images suffisent
           MOVE 0 TO AUD-BEFORE-NUM
           MOVE 0 TO AUD-AFTER-NUM
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-NUMERIC.                                                     *> Champ numerique: valeurs + images editees
           MOVE AUD-BEFORE-NUM TO AUDIT-NUM-DISP
           MOVE AUDIT-NUM-DISP TO AUD-BEFORE
           MOVE AUD-AFTER-NUM  TO AUDIT-NUM-DISP
           MOVE AUDIT-NUM-DISP TO AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.                                                      *> Complete et ajoute la ligne au journal des modifications
           MOVE AUDIT-DATE    TO AUD-DATE
           MOVE AUDIT-TIME    TO AUD-TIME
           MOVE "MajEmployes" TO AUD-PROGRAM
           MOVE AUDIT-SOURCE  TO AUD-SOURCE
           MOVE EMP-ID        TO AUD-EMP-ID
           WRITE AUDIT-RECORD
           ADD 1 TO AUDIT-COUNT.

       APPLY-TERMINATE.                                                         *> Depart: reglement final (heures + vacances), documents de
           MOVE TR-ID TO EMP-ID                                                 *> fin d'emploi, puis retrait de la fiche du maitre
           READ EMP-FILE KEY IS EMP-ID
               MOVE "Calendrier de paie illisible: depart reporte"
                   TO REJECT-REASON
           END-IF
           *> Sans taux en vigueur, l'impot et l'indemnite de vacances
           *> du reglement final seraient calcules a zero
           IF VALID-RECORD = 'O' AND RATES-OK = 'N'
               MOVE 'N' TO VALID-RECORD
               MOVE "Taux de paie introuvables: depart reporte"
                   TO REJECT-REASON
           END-IF
           *> Une paie existe deja en historique pour (employe, periode
           *> courante): l'ecraser detruirait la trace de cette paie.
           *> Le depart se traite a la periode suivante du calendrier
               MOVE "Depot direct impossible pour la paie finale"
                   TO REJECT-REASON
           END-IF
           *> Le fichier bancaire des departs de l'execution precedente
           *> attend sa liberation: on ne l'ecrase pas
           IF VALID-RECORD = 'O' AND SETTLE-NEEDED = 'O'
                   AND DEP-FILE-OPEN = 'N' AND PAY-FILE-PENDING = 'O'
               MOVE 'N' TO VALID-RECORD
               MOVE "Fichier bancaire des departs non libere"
                   TO REJECT-REASON
           END-IF
           IF VALID-RECORD = 'O' AND SETTLE-NEEDED = 'O'
               PERFORM CALC-FINAL-PENSION                                       *> Cotisation retranchee du revenu imposable avant l'impot
               PERFORM CALC-FINAL-TAX
               COMPUTE NET-SALARY-NUM =
                   EMP-SALARY-BRUT - TAX-AMOUNT - PENSION-EE-EMP
               PERFORM UPDATE-CUMUL-FINAL
               PERFORM WRITE-HISTORY-RECORD
               PERFORM WRITE-DEPOSIT-DETAIL
               NOT INVALID KEY
                   MOVE 'O' TO VAC-EXISTS
           END-READ
           IF EMP-PAY-TYPE = 'S'                                                *> Salarie: salaire de la periode au prorata jusqu'au
               PERFORM CALC-FINAL-SALARY                                        *> dernier jour travaille
           ELSE
               MOVE 0 TO SAL-PERIOD-AMOUNT
               COMPUTE HOURS-PAY =
                   (TR-HOURS-REG * EMP-RATE-HOURLY)
                   + (TR-HOURS-OT * EMP-RATE-HOURLY * 1.5)
                   ON SIZE ERROR
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Paie finale hors limites" TO REJECT-REASON
               END-COMPUTE
           END-IF
           *> L'indemnite de vacances s'accumule aussi sur le brut de la
           *> derniere paie (regle de l'annee de reference); elle est
           *> payee immediatement puisqu'il n'y aura plus de periode
               END-IF
           END-IF.

       CALC-FINAL-SALARY.                                                       *> Paie finale d'un salarie: du debut de la periode courante
           MOVE TR-TERM-DATE TO SAL-TERM-DATE                                   *> (ou de l'embauche) au dernier jour travaille: celui de
           IF SAL-TERM-DATE = SPACES                                            *> la transaction, sinon celui de la fiche, sinon la fin
               MOVE EMP-TERM-DATE TO SAL-TERM-DATE                              *> de la periode
           END-IF
           IF SAL-TERM-DATE = SPACES
               MOVE SAL-PERIOD-END TO SAL-TERM-DATE
           END-IF
           MOVE EMP-ANNUAL-SALARY TO SAL-ANNUAL-SALARY
           MOVE EMP-HIRE-DATE TO SAL-HIRE-DATE
           PERFORM CALC-SALARIED-PAY
           COMPUTE HOURS-PAY = SAL-PERIOD-AMOUNT
               + (TR-HOURS-OT * EMP-RATE-HOURLY * 1.5)
               ON SIZE ERROR
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Paie finale hors limites" TO REJECT-REASON
           END-COMPUTE.

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

       CALC-FINAL-PENSION.                                                      *> Cotisation de retraite et contrepartie sur la paie finale,
           MOVE 0 TO PENSION-EE-EMP                                             *> bornees par le reste de leur maximum annuel (cumuls
           MOVE 0 TO PENSION-ER-EMP                                             *> AVANT la paie finale), comme la paie reguliere
           MOVE TR-ID TO CUMUL-ID
           READ CUMUL-FILE KEY IS CUMUL-ID
               INVALID KEY
                   MOVE 0 TO CUMUL-PENSION-EE-YTD
                   MOVE 0 TO CUMUL-PENSION-ER-YTD
           END-READ
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
           IF PENSION-EE-EMP > 0
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

       CALC-FINAL-TAX.                                                          *> Impot par tranches progressives, comme la paie reguliere
           MOVE 0 TO TAX-AMOUNT
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
                   MOVE 0 TO CUMUL-GROSS-YTD
                   MOVE 0 TO CUMUL-TAX-YTD
                   MOVE 0 TO CUMUL-NET-YTD
                   MOVE 0 TO CUMUL-PENSION-EE-YTD
                   MOVE 0 TO CUMUL-PENSION-ER-YTD
           END-READ
           ADD EMP-SALARY-BRUT TO CUMUL-GROSS-YTD
           ADD TAX-AMOUNT      TO CUMUL-TAX-YTD
           COMPUTE CUMUL-NET-YTD = CUMUL-NET-YTD + NET-SALARY-NUM
           ADD PENSION-EE-EMP  TO CUMUL-PENSION-EE-YTD
           ADD PENSION-ER-EMP  TO CUMUL-PENSION-ER-YTD
           IF CUMUL-IS-NEW = 'O'
               WRITE CUMUL-RECORD
           ELSE
           MOVE 0                TO HIST-DED-AUTRE
           MOVE 0                TO HIST-SAISIE
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
           *> Le garde-fou d'APPLY-TERMINATE garantit qu'aucune fiche
           *> n'existe pour (employe, periode); le REWRITE n'est qu'une
           *> ceinture de securite contre une collision imprevue
           MOVE PAY-DETAIL-REC TO PAYMENT-RECORD
           WRITE PAYMENT-RECORD
           ADD 1 TO DEP-COUNT
           ADD NET-SALARY-NUM TO DEP-TOTAL-NET
           IF PAY-DET-ACCOUNT-NUM NUMERIC
               ADD PAY-DET-ACCOUNT-NUM TO DEP-HASH
           END-IF.

       CHECK-PENDING-RELEASE.                                                   *> Dernier controle inscrit pour PAY-FILE-NAME:
           MOVE 'N' TO PAY-FILE-PENDING                                         *> sans ligne au journal des liberations, le fichier sur
           MOVE SPACES TO PENDING-RUN-DATE                                      *> disque attend encore sa transmission
           MOVE SPACES TO PENDING-RUN-TIME
           OPEN INPUT PAY-CONTROL-FILE
           IF PCTL-STATUS = "00"
               MOVE 'N' TO PCTL-EOF
               PERFORM UNTIL PCTL-EOF = 'O'
                   READ PAY-CONTROL-FILE
                       AT END
                           MOVE 'O' TO PCTL-EOF
                       NOT AT END
                           IF CPC-FILE-NAME = PAY-FILE-NAME
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
                               IF LIB-FILE-NAME = PAY-FILE-NAME
                                   AND LIB-RUN-DATE = PENDING-RUN-DATE
                                   AND LIB-RUN-TIME = PENDING-RUN-TIME
                                   MOVE 'N' TO PAY-FILE-PENDING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELEASE-LOG-FILE
               END-IF
           END-IF.

       WRITE-PAYMENT-CONTROL.                                                   *> Une ligne de controle par fichier bancaire complete: memes
           OPEN EXTEND PAY-CONTROL-FILE                                         *> compte, montant et hachage que le pied du fichier
           IF PCTL-STATUS = "35"
               OPEN OUTPUT PAY-CONTROL-FILE
           END-IF
           IF PCTL-STATUS = "00"
               ACCEPT PCTL-CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT PCTL-CLOCK-TIME FROM TIME
               MOVE SPACES TO PAY-CONTROL-RECORD
               MOVE PAY-FILE-NAME TO CPC-FILE-NAME
               MOVE "MajEmployes" TO CPC-PROGRAM
               STRING PCTL-CLOCK-DATE(1:4) "-" PCTL-CLOCK-DATE(5:2) "-"
                   PCTL-CLOCK-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO CPC-RUN-DATE
               END-STRING
               MOVE PCTL-CLOCK-TIME(1:6) TO CPC-RUN-TIME
               MOVE PAY-PERIOD TO CPC-PERIOD
               MOVE DEP-COUNT TO CPC-COUNT
               MOVE DEP-TOTAL-NET TO CPC-AMOUNT
               MOVE DEP-HASH TO CPC-HASH
               WRITE PAY-CONTROL-RECORD
               CLOSE PAY-CONTROL-FILE
           ELSE
               DISPLAY "ATTENTION: controles-paiements.dat inaccessible"
                   " (PCTL-STATUS=" PCTL-STATUS ")."
               DISPLAY "Le fichier bancaire ne pourra pas etre libere."
           END-IF.

       PRINT-FINAL-BULLETIN.                                                    *> Meme bloc de bulletin que la paie reguliere, marque DEPART
           MOVE SEPARATOR-LINE TO BULLETIN-FIELD
           END-STRING
           MOVE TEMP-STRING TO BULLETIN-FIELD
           WRITE BULLETIN-RECORD
           IF EMP-PAY-TYPE = 'S'                                                *> Salarie: salaire de la periode et prorata applique
               MOVE EMP-ANNUAL-SALARY TO SAL-ANNUAL-SALARY-DISP
               MOVE SAL-PERIOD-AMOUNT TO SAL-PERIOD-AMOUNT-DISP
               MOVE SPACES TO TEMP-STRING
               STRING "Salaire annuel: " SAL-ANNUAL-SALARY-DISP
                   "  - Salaire de la periode: " SAL-PERIOD-AMOUNT-DISP
                   " (jours " SAL-WORKED-DAYS "/" SAL-PERIOD-DAYS
                   ", depart le " SAL-TERM-DATE ")"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO BULLETIN-FIELD
               WRITE BULLETIN-RECORD
           END-IF
           COMPUTE VAC-PAYOUT-DISP = VAC-PAYOUT
           MOVE SPACES TO TEMP-STRING
           STRING "Heures travaillees: " HOURS-PAY-DISP
           END-STRING
           MOVE TEMP-STRING TO BULLETIN-FIELD
           WRITE BULLETIN-RECORD
           IF EMP-PENSION-RATE > 0 OR PENSION-EE-EMP > 0                        *> Regime de retraite, comme le bulletin de la paie reguliere
               COMPUTE PENSION-EE-DISP = PENSION-EE-EMP
               COMPUTE TAXABLE-GROSS-DISP = TAXABLE-GROSS
               MOVE SPACES TO TEMP-STRING
               STRING "Retraite employe (avant impot): "
                   PENSION-EE-DISP
                   "  - Revenu imposable: " TAXABLE-GROSS-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO BULLETIN-FIELD
               WRITE BULLETIN-RECORD
               COMPUTE PENSION-ER-DISP = PENSION-ER-EMP
               COMPUTE PENSION-YTD-EE-DISP = CUMUL-PENSION-EE-YTD
               COMPUTE PENSION-YTD-ER-DISP = CUMUL-PENSION-ER-YTD
               MOVE SPACES TO TEMP-STRING
               STRING "Retraite employeur: " PENSION-ER-DISP
                   "  - Cumuls annuels employe: "
                   PENSION-YTD-EE-DISP
                   " employeur: " PENSION-YTD-ER-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO BULLETIN-FIELD
               WRITE BULLETIN-RECORD
           END-IF
           COMPUTE NET-SALARY-DISP = NET-SALARY-NUM
           MOVE SPACES TO TEMP-STRING
           STRING "SALAIRE NET (REGLEMENT FINAL): " NET-SALARY-DISP
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           IF TR-ACTION NOT = 'T'                                               *> Suite de la ligne: type de paie et dates d'emploi
               MOVE SPACES TO TEMP-STRING
               STRING "          " TR-ACTION " " TR-ID
                   " Type=" EMP-PAY-TYPE
                   " Salaire=" EMP-ANNUAL-SALARY
                   " Embauche=" TR-HIRE-DATE
                   " Depart=" TR-TERM-DATE
                   " Retraite=" TR-PENSION-RATE
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REGISTER-FIELD
               WRITE REGISTER-RECORD
           END-IF.

       WRITE-REJECTED-LINE.                                                     *> Trace d'une transaction rejetee, avec le motif du rejet
           MOVE SPACES TO TEMP-STRING

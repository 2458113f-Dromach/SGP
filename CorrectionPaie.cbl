           SELECT REJECT-FILE ASSIGN TO "exceptions-corrections.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Corrections encore invalides, avec leur motif
           SELECT RATE-FILE ASSIGN TO "taux-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-STATUS.                                          *> Taux dates: ceux en vigueur a la fin de la periode corrigee
           SELECT PAYMENT-FILE ASSIGN TO
               "paiements-banque-corrections.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Depots directs de la passe corrective, balances sur ses totaux
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
           SELECT TIMESHEET-FILE ASSIGN TO "feuilles-temps.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FT-STATUS.                                            *> Feuilles de temps de la periode: seules les lignes de
                                                                                 *> conge y sont reprises (les heures travaillees viennent
                                                                                 *> de la correction)
           SELECT LEAVE-BANK-FILE ASSIGN TO "banques-conges.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQC-KEY
           FILE STATUS IS BQC-STATUS.                                           *> Memes banques d'heures de conge que GestionPaie
           SELECT LEAVE-USAGE-FILE ASSIGN TO "conges-utilises.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGU-KEY
           FILE STATUS IS CGU-STATUS.                                           *> Conges pris et acquis par periode (lu par RapportConges)
           SELECT VEN-FILE ASSIGN TO "ventilation-paie.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEN-KEY
           FILE STATUS IS VEN-STATUS.                                           *> Ventilation du cout de la main-d'oeuvre: la paie
                                                                                 *> corrigee est imputee au departement de la correction

       DATA DIVISION.
       FILE SECTION.
           05 CORR-BANK-ACCOUNT PIC X(12).
           05 CORR-PAY-METHOD   PIC X.                                          *> 'D' (ou blanc) = depot direct; les cheques ('C') passent
                                                                                 *> par la paie principale, pas par la passe corrective
           05 CORR-PAY-TYPE     PIC X.                                          *> 'H' (ou blanc) = horaire, 'S' = salarie
           05 CORR-ANNUAL-SALARY PIC 9(7)V99.                                   *> Salaire annuel (salaries seulement)
           05 CORR-HIRE-DATE    PIC X(10).                                      *> Date d'embauche (AAAA-MM-JJ)
           05 CORR-TERM-DATE    PIC X(10).                                      *> Date de depart (AAAA-MM-JJ, blanc = actif)
           05 CORR-PENSION-RATE PIC 9V9(4).                                     *> Cotisation au regime de retraite (fraction du brut)

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
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

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD.
       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(200).

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
       01 PAYMENT-RECORD PIC X(90).

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

       FD TIMESHEET-FILE.                                                       *> Copie conforme de la feuille de temps de GestionPaie
       01 TIMESHEET-RECORD.
           05 FT-REC-ID        PIC X(6).
           05 FT-REC-HOURS-REG PIC 9(3)V99.
           05 FT-REC-HOURS-OT  PIC 9(3)V99.
           05 FT-REC-CENTRE    PIC X(10).
           05 FT-REC-LEAVE-CODE PIC X.                                          *> Blanc = heures travaillees; 'N' = conge sans solde;
                                                                                 *> autre = conge paye tire de la banque de ce code

       FD LEAVE-BANK-FILE.                                                      *> Copie conforme de la banque de conge de GestionPaie
       01 LEAVE-BANK-RECORD.
           05 BQC-KEY.
               10 BQC-ID       PIC X(6).
               10 BQC-CODE     PIC X.
           05 BQC-NAME         PIC X(30).
           05 BQC-LABEL        PIC X(20).
           05 BQC-BALANCE      PIC 9(4)V99.
           05 BQC-METHOD       PIC X.                                           *> 'P' par periode, 'H' par heure travaillee, 'A' annuel
           05 BQC-RATE         PIC 9(2)V9(4).
           05 BQC-MAX-BALANCE  PIC 9(4)V99.
           05 BQC-ANNUAL-GRANT PIC 9(4)V99.
           05 BQC-CARRYOVER    PIC 9(4)V99.
           05 BQC-TAKEN-YTD    PIC 9(4)V99.
           05 BQC-ACCRUED-YTD  PIC 9(4)V99.
           05 BQC-LAST-ROLLOVER PIC X(4).

       FD LEAVE-USAGE-FILE.                                                     *> Copie conforme des conges de la periode de GestionPaie
       01 LEAVE-USAGE-RECORD.
           05 CGU-KEY.
               10 CGU-PERIOD   PIC 9(4).
               10 CGU-ID       PIC X(6).
               10 CGU-CODE     PIC X.
           05 CGU-PERIOD-END   PIC X(10).
           05 CGU-DEPT         PIC X(10).
           05 CGU-NAME         PIC X(30).
           05 CGU-LABEL        PIC X(20).
           05 CGU-TAKEN        PIC 9(3)V99.
           05 CGU-ACCRUED      PIC 9(3)V99.
           05 CGU-BALANCE      PIC 9(4)V99.

       FD VEN-FILE.                                                             *> Copie conforme de la ventilation de GestionPaie
       01 VEN-RECORD.
           05 VEN-KEY.
               10 VEN-PERIOD   PIC 9(4).
               10 VEN-ID       PIC X(6).
               10 VEN-CENTRE   PIC X(10).
           05 VEN-PERIOD-END   PIC X(10).
           05 VEN-DEPT         PIC X(10).
           05 VEN-HOURS-REG    PIC 9(3)V99.
           05 VEN-HOURS-OT     PIC 9(3)V99.
           05 VEN-GROSS        PIC 9(5)V99.
           05 VEN-CHARGES      PIC 9(5)V99.
           05 VEN-RETR-ER      PIC 9(5)V99.
           05 VEN-VAC          PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 EXC-STATUS       PIC XX.                                              *> Code retour des operations sur EXCEPTION-FILE
       01 CORR-STATUS      PIC XX.                                              *> Code retour des operations sur CORRECTION-FILE
       01 CAL-STATUS       PIC XX.                                              *> Code retour des operations sur CALENDAR-FILE
       01 CUMUL-STATUS     PIC XX.                                              *> Code retour des operations sur CUMUL-FILE
       01 HIST-STATUS      PIC XX.                                              *> Code retour des operations sur HIST-FILE
       01 RATE-STATUS      PIC XX.                                              *> Code retour des operations sur RATE-FILE
       01 PAY-PERIOD-NUMBER PIC 9(4).                                           *> Numero de la periode corrigee, retenu pour l'historique
       01 CUMUL-IS-NEW     PIC X VALUE 'N'.                                     *> 'O' si l'employe n'a pas encore de fiche cumul
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> Indicateur de fin de fichier pour la boucle en cours
       01 PAY-PERIOD       PIC X(40) VALUE SPACES.                              *> Periode reprise du calendrier, comme la passe principale
       01 EMP-SALARY-BRUT  PIC 9(5)V99.                                         *> Salaire brut recalcule a partir de la correction
       01 EMP-SALARY-BRUT-DISP PIC 9(5).99.
       01 CORR-HOURS-OT-DISP   PIC 9(3).99.                                     *> Copies numeriques-editees pour l'affichage du bulletin
       01 CORR-RATE-HOURLY-DISP PIC 9(3).99.
       01 NET-SALARY       PIC 9(5).99.
       01 NET-SALARY-NUM   PIC 9(5)V99.
       01 CONTRIB-ROOM        PIC 9(7)V99.
       01 CONTRIB-BASE        PIC 9(7)V99.
       01 EMPLOYER-CONTRIB-EMP PIC 9(5)V99.                                     *> Charges employeur de l'employe corrige
       COPY RRTPRM.                                                             *> Meme regime de retraite que la passe principale
       01 PENSION-EE-EMP      PIC 9(5)V99.                                      *> Cotisation de retraite de l'employe corrige (avant impot)
       01 PENSION-EE-DISP     PIC 9(5).99.
       01 PENSION-ER-EMP      PIC 9(5)V99.                                      *> Contrepartie de l'employeur (comprise dans ses charges)
       01 PENSION-ER-DISP     PIC 9(5).99.
       01 PENSION-ROOM        PIC 9(7)V99.
       01 PENSION-YTD-EE-DISP PIC 9(7).99.
       01 PENSION-YTD-ER-DISP PIC 9(7).99.
       01 TAXABLE-GROSS       PIC 9(5)V99.                                      *> Revenu imposable: brut moins la cotisation de retraite
       01 TAXABLE-GROSS-DISP  PIC 9(5).99.
       COPY VACPRM.                                                             *> Meme taux d'accumulation de vacances que GestionPaie
       COPY TAUXRT.                                                             *> Copie en memoire du fichier des taux dates
       COPY SALPRM.                                                             *> Meme prorata des salaries que la passe principale
       01 VAC-STATUS       PIC XX.                                              *> Code retour des operations sur VAC-FILE
       01 VAC-IS-NEW       PIC X VALUE 'N'.                                     *> 'O' si l'employe n'a pas encore de fiche de vacances
       01 VAC-ACCRUE-AMOUNT PIC 9(5)V99.                                        *> Indemnite de vacances accumulee sur le brut corrige
       01 CTL-TOTAL-DED-DISP PIC 9(8).99.
       01 CTL-TOTAL-NET      PIC 9(8)V99 VALUE 0.
       01 CTL-TOTAL-NET-DISP PIC 9(8).99.
       01 CTL-DEPOSIT-HASH   PIC 9(15) VALUE 0.                                 *> Somme des numeros de compte deposes (pied du fichier)
       01 CTL-TOTAL-EMPLOYER PIC 9(8)V99 VALUE 0.                               *> Charges employeur de la passe corrective, a additionner aussi
       01 CTL-TOTAL-EMPLOYER-DISP PIC 9(8).99.
       01 CTL-TOTAL-RETR-EE  PIC 9(8)V99 VALUE 0.
       01 CTL-TOTAL-RETR-EE-DISP PIC 9(8).99.
       01 CTL-TOTAL-RETR-ER  PIC 9(8)V99 VALUE 0.
       01 CTL-TOTAL-RETR-ER-DISP PIC 9(8).99.
       01 PAY-HEADER-REC.                                                       *> Fichier bancaire de la passe corrective: memes formats H/D/T
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
           05 PAY-TRL-HASH     PIC 9(15).                                       *> Total de hachage des numeros de compte
       01 PAY-FILE-NAME    PIC X(40)                                            *> Fichier bancaire produit par ce programme
           VALUE "paiements-banque-corrections.txt".
       01 PCTL-STATUS      PIC XX.                                              *> Code retour des operations sur PAY-CONTROL-FILE
       01 REL-STATUS       PIC XX.                                              *> Code retour des operations sur RELEASE-LOG-FILE
       01 PCTL-EOF         PIC X VALUE 'N'.                                     *> Fin de lecture des controles ou du journal des liberations
       01 PAY-FILE-PENDING PIC X VALUE 'N'.                                     *> 'O' si le dernier fichier bancaire produit n'est pas libere
       01 PENDING-RUN-DATE PIC X(10).                                           *> Execution qui a produit le dernier fichier bancaire
       01 PENDING-RUN-TIME PIC X(6).
       01 PCTL-CLOCK-DATE  PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 PCTL-CLOCK-TIME  PIC X(8).                                            *> Heure systeme (HHMMSScc)
       01 FT-STATUS        PIC XX.                                              *> Code retour des operations sur TIMESHEET-FILE
       01 FT-EOF           PIC X.                                               *> 'O' quand les feuilles de temps sont epuisees
       01 FT-TABLE.                                                             *> Lignes de conge des feuilles de temps de la periode
           05 FT-ENTRY OCCURS 2000 TIMES.
               10 FT-ID        PIC X(6).
               10 FT-HOURS-REG PIC 9(3)V99.
               10 FT-HOURS-OT  PIC 9(3)V99.
               10 FT-CENTRE    PIC X(10).
               10 FT-LEAVE-CODE PIC X.
               10 FT-REASON    PIC X(60).                                       *> Motif du rejet de la ligne (blanc = acceptee)
       01 FT-COUNT         PIC 9(4) VALUE 0.                                    *> Nombre de lignes de conge chargees
       01 FT-MAX           PIC 9(4) VALUE 2000.
       01 FT-IDX           PIC 9(4).                                            *> Indice de parcours des lignes de conge
       01 BQC-STATUS       PIC XX.                                              *> Code retour des operations sur LEAVE-BANK-FILE
       01 BQC-EOF          PIC X.                                               *> 'O' quand les banques de l'employe sont epuisees
       01 CGU-STATUS       PIC XX.                                              *> Code retour des operations sur LEAVE-USAGE-FILE
       01 VEN-STATUS       PIC XX.                                              *> Code retour des operations sur VEN-FILE
       01 EB-TABLE.                                                             *> Banques de conge de l'employe corrige: solde de depart,
           05 EB-ENTRY OCCURS 10 TIMES.                                         *> heures prises et acquises dans la periode
               10 EB-CODE        PIC X.
               10 EB-LABEL       PIC X(20).
               10 EB-METHOD      PIC X.
               10 EB-RATE        PIC 9(2)V9(4).
               10 EB-MAX-BALANCE PIC 9(4)V99.
               10 EB-BALANCE     PIC 9(4)V99.
               10 EB-TAKEN       PIC 9(4)V99.
               10 EB-ACCRUED     PIC 9(4)V99.
               10 EB-NEW-BALANCE PIC 9(4)V99.
       01 EB-COUNT         PIC 99 VALUE 0.                                      *> Nombre de banques de l'employe corrige
       01 EB-IDX           PIC 99.                                              *> Indice de parcours des banques
       01 EB-FOUND-IDX     PIC 99.                                              *> Banque du code cherche (0 = aucune)
       01 PAID-HOURS       PIC 9(3)V99.                                         *> Heures regulieres payees: celles de la correction plus,
                                                                                 *> pour un horaire, le conge paye tire des banques
       01 PAID-HOURS-DISP  PIC 9(3).99.
       01 LV-WORKED-HOURS  PIC 9(5)V99.                                         *> Heures travaillees: base de l'acquisition 'H'
       01 LV-LEAVE-HOURS   PIC 9(5)V99.                                         *> Heures de conge acceptees (payees et sans solde)
       01 LV-BANKED-HOURS  PIC 9(5)V99.                                         *> Heures de conge payees par les banques
       01 LV-UNPAID-HOURS  PIC 9(5)V99.                                         *> Heures de conge sans solde
       01 LV-UNPAID-AMOUNT PIC 9(6)V99.                                         *> Retenue d'un salarie pour le conge sans solde
       01 LV-ACCRUE        PIC 9(5)V99.                                         *> Heures acquises par la banque en cours de calcul
       01 LV-HOURS-DISP    PIC 9(3).99.                                         *> Copies numeriques-editees pour les bulletins et
       01 LV-TAKEN-DISP    PIC 9(4).99.                                         *> les rejets
       01 LV-ACCRUED-DISP  PIC 9(4).99.
       01 LV-BALANCE-DISP  PIC 9(4).99.
       01 LV-UNPAID-DISP   PIC 9(3).99.
       01 LV-AMOUNT-DISP   PIC 9(6).99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           *> Tranches d'imposition, charges employeur et taux de
           *> vacances: fichier des taux dates, comme GestionPaie
           OPEN INPUT CALENDAR-FILE                                             *> La passe corrective complete une periode deja payee: on
           IF CAL-STATUS NOT = "00"                                             *> reprend son numero et ses dates sur les bulletins corriges
               DISPLAY "ERREUR: impossible d'ouvrir "
               DELIMITED BY SIZE
               INTO PAY-PERIOD
           END-STRING
           MOVE CAL-PERIOD-END TO RATE-DATE                                     *> Memes taux que la passe principale de la periode
           MOVE CAL-PERIOD-START TO SAL-PERIOD-START                            *> Bornes du prorata des salaries
           MOVE CAL-PERIOD-END TO SAL-PERIOD-END
           CLOSE CALENDAR-FILE.

           PERFORM LOAD-RATE-FILE.
           PERFORM SELECT-RATES.

           PERFORM LOAD-EXCEPTION-IDS.                                          *> Charge les EMP-ID rejetes: une correction sans rejet ne paie pas
           PERFORM LOAD-LEAVE-LINES.                                            *> Lignes de conge de la feuille de temps de la periode

           OPEN INPUT CORRECTION-FILE
           IF CORR-STATUS NOT = "00"
               OPEN I-O VAC-FILE
           END-IF.

           OPEN I-O VEN-FILE.                                                   *> La paie corrigee entre dans la ventilation de la periode
           IF VEN-STATUS = "35"
               OPEN OUTPUT VEN-FILE
               CLOSE VEN-FILE
               OPEN I-O VEN-FILE
           END-IF.

           OPEN I-O LEAVE-BANK-FILE.                                            *> Le conge de la feuille de temps est tire des memes
           IF BQC-STATUS = "35"                                                 *> banques que pour la passe principale
               OPEN OUTPUT LEAVE-BANK-FILE
               CLOSE LEAVE-BANK-FILE
               OPEN I-O LEAVE-BANK-FILE
           END-IF.

           OPEN I-O LEAVE-USAGE-FILE.
           IF CGU-STATUS = "35"
               OPEN OUTPUT LEAVE-USAGE-FILE
               CLOSE LEAVE-USAGE-FILE
               OPEN I-O LEAVE-USAGE-FILE
           END-IF.

           PERFORM CHECK-PENDING-RELEASE.                                       *> Le fichier de la passe corrective precedente doit avoir
           IF PAY-FILE-PENDING = 'O'                                            *> ete libere avant d'etre ecrase
               DISPLAY "ERREUR: paiements-banque-corrections.txt du "
                   PENDING-RUN-DATE " a " PENDING-RUN-TIME
               DISPLAY "n'a pas ete libere (LiberationBanque) -- "
                   "execution annulee."
               CLOSE CORRECTION-FILE
               CLOSE CUMUL-FILE
               CLOSE HIST-FILE
               CLOSE VAC-FILE
               CLOSE VEN-FILE
               CLOSE LEAVE-BANK-FILE
               CLOSE LEAVE-USAGE-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT PAYMENT-FILE.

           MOVE CTL-EMPLOYEE-COUNT TO PAY-TRL-COUNT                             *> Pied du fichier bancaire: memes accumulateurs que le bloc
           MOVE CTL-TOTAL-NET      TO PAY-TRL-AMOUNT                            *> de totaux ci-dessus, pour que le fichier balance toujours
           MOVE CTL-DEPOSIT-HASH   TO PAY-TRL-HASH
           MOVE PAY-TRAILER-REC TO PAYMENT-RECORD
           WRITE PAYMENT-RECORD.
           PERFORM WRITE-PAYMENT-CONTROL.                                       *> Totaux de controle du fichier, pour sa liberation

           CLOSE CORRECTION-FILE.
           CLOSE CUMUL-FILE.
           CLOSE HIST-FILE.
           CLOSE VAC-FILE.
           CLOSE VEN-FILE.
           CLOSE LEAVE-BANK-FILE.
           CLOSE LEAVE-USAGE-FILE.
           CLOSE OUTPUT-FILE.
           CLOSE REJECT-FILE.
           CLOSE PAYMENT-FILE.

           STOP RUN.

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
               MOVE "CorrectionPaie" TO CPC-PROGRAM
               STRING PCTL-CLOCK-DATE(1:4) "-" PCTL-CLOCK-DATE(5:2) "-"
                   PCTL-CLOCK-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO CPC-RUN-DATE
               END-STRING
               MOVE PCTL-CLOCK-TIME(1:6) TO CPC-RUN-TIME
               MOVE PAY-PERIOD TO CPC-PERIOD
               MOVE CTL-EMPLOYEE-COUNT TO CPC-COUNT
               MOVE CTL-TOTAL-NET TO CPC-AMOUNT
               MOVE CTL-DEPOSIT-HASH TO CPC-HASH
               WRITE PAY-CONTROL-RECORD
               CLOSE PAY-CONTROL-FILE
           ELSE
               DISPLAY "ATTENTION: controles-paiements.dat inaccessible"
                   " (PCTL-STATUS=" PCTL-STATUS ")."
               DISPLAY "Le fichier bancaire ne pourra pas etre libere."
           END-IF.

       CALC-EMPLOYER-CONTRIBS.                                                  *> Charges employeur plafonnees sur le brut cumule de l'annee
           MOVE 0 TO EMPLOYER-CONTRIB-EMP
           PERFORM VARYING CONTRIB-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

       CALC-PENSION-CONTRIBS.                                                   *> Cotisation de retraite de l'employe et contrepartie de
           MOVE 0 TO PENSION-EE-EMP                                             *> l'employeur, bornees par le reste de leur maximum annuel
           MOVE 0 TO PENSION-ER-EMP                                             *> (cumuls AVANT la paie corrigee), comme la passe principale
           IF CORR-PENSION-RATE > 0
                   AND CUMUL-PENSION-EE-YTD < PENSION-EE-ANNUAL-MAX
               COMPUTE PENSION-ROOM =
                   PENSION-EE-ANNUAL-MAX - CUMUL-PENSION-EE-YTD
               COMPUTE PENSION-EE-EMP =
                   EMP-SALARY-BRUT * CORR-PENSION-RATE
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

       LOAD-RATE-FILE.                                                          *> Charge en memoire toutes les entrees du fichier des taux;
           OPEN INPUT RATE-FILE                                                 *> le choix par date se fait ensuite dans SELECT-RATES
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

       SELECT-RATES.                                                            *> Retient, pour chaque type, le jeu de la plus recente date
           MOVE SPACES TO RATE-SET-DATES                                        *> d'effet qui ne depasse pas RATE-DATE et en remplit
           PERFORM VARYING RTT-IDX FROM 1 BY 1                                  *> les tables des copybooks TAXBRK, EMPCTB, VACPRM et RRTPRM
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
                   OR RATE-CHRG-COUNT NOT = 3
                   OR RATE-VACA-COUNT NOT = 1
                   OR RATE-RRET-COUNT NOT = 2
               DISPLAY "ERREUR: taux-paie.dat ne contient pas de jeu "
                   "complet en vigueur au " RATE-DATE
               DISPLAY "("
                   "tranches IMPO: " RATE-IMPO-COUNT "/5, "
                   "charges CHRG: " RATE-CHRG-COUNT "/3, "
                   "VACA: " RATE-VACA-COUNT "/1, "
                   "RRET: " RATE-RRET-COUNT "/2) -- execution "
                   "annulee."
               STOP RUN
           END-IF
           MOVE RATE-DATE TO RATE-DATE-LOADED.

       LOAD-EXCEPTION-IDS.                                                      *> Releve l'EMP-ID (6 premiers caracteres) de chaque ligne de rejet
           OPEN INPUT EXCEPTION-FILE
           IF EXC-STATUS NOT = "00"
               MOVE "Coordonnees bancaires invalides"
                   TO REJECT-REASON
           END-IF
           IF VALID-RECORD = 'O'                                                *> Horaire ('H' ou blanc) ou salarie ('S')
                   AND CORR-PAY-TYPE NOT = 'H'
                   AND CORR-PAY-TYPE NOT = 'S'
                   AND CORR-PAY-TYPE NOT = SPACE
               MOVE 'N' TO VALID-RECORD
               MOVE "Type de paie inconnu (attendu H ou S)"
                   TO REJECT-REASON
           END-IF
           IF VALID-RECORD = 'O' AND CORR-PAY-TYPE = 'S'
               PERFORM VALIDATE-SALARIED-FIELDS
           END-IF
           IF VALID-RECORD = 'O' AND CORR-PENSION-RATE NOT NUMERIC
               MOVE 'N' TO VALID-RECORD
               MOVE "Taux de retraite non numerique" TO REJECT-REASON
           END-IF
           IF VALID-RECORD = 'O'
                   AND CORR-PENSION-RATE > PENSION-EE-MAX-RATE
               MOVE 'N' TO VALID-RECORD
               MOVE "Taux de retraite hors limites" TO REJECT-REASON
           END-IF
           IF VALID-RECORD = 'O'
               PERFORM APPLY-LEAVE-LINES                                        *> Conge de la feuille de temps: banques et sans solde
               IF CORR-PAY-TYPE = 'S'                                           *> Salarie: montant de la periode au prorata des jours
                   MOVE CORR-ANNUAL-SALARY TO SAL-ANNUAL-SALARY                 *> ouvrables travailles, plus le temps supplementaire
                   MOVE CORR-HIRE-DATE TO SAL-HIRE-DATE
                   MOVE CORR-TERM-DATE TO SAL-TERM-DATE
                   PERFORM CALC-SALARIED-PAY
                   PERFORM APPLY-UNPAID-LEAVE                                   *> Conge sans solde retenu sur le salaire
                   COMPUTE EMP-SALARY-BRUT = SAL-PERIOD-AMOUNT
                       + (CORR-HOURS-OT * CORR-RATE-HOURLY * 1.5)
               ELSE
                   MOVE 0 TO SAL-PERIOD-AMOUNT
                   COMPUTE EMP-SALARY-BRUT =
                       (PAID-HOURS * CORR-RATE-HOURLY)
                       + (CORR-HOURS-OT * CORR-RATE-HOURLY * 1.5)
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND EMP-SALARY-BRUT = 0
               MOVE 'N' TO VALID-RECORD
                   TO REJECT-REASON
           END-IF.

       VALIDATE-SALARIED-FIELDS.                                                *> Salarie: salaire annuel et dates d'emploi corriges
           IF CORR-ANNUAL-SALARY NOT NUMERIC
               MOVE 'N' TO VALID-RECORD
               MOVE "Salaire annuel non numerique" TO REJECT-REASON
           ELSE
               IF CORR-ANNUAL-SALARY = 0                                        *> Memes bornes que la passe principale
                       OR CORR-ANNUAL-SALARY > SAL-MAX-ANNUAL
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Salaire annuel hors limites" TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND CORR-HIRE-DATE NOT = SPACES
               MOVE CORR-HIRE-DATE TO SAL-DATE
               PERFORM CHECK-SAL-DATE
               IF SAL-DATE-OK = 'N'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Date d'embauche invalide (AAAA-MM-JJ)"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND CORR-TERM-DATE NOT = SPACES
               MOVE CORR-TERM-DATE TO SAL-DATE
               PERFORM CHECK-SAL-DATE
               IF SAL-DATE-OK = 'N'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Date de depart invalide (AAAA-MM-JJ)"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O'
                   AND CORR-HIRE-DATE NOT = SPACES
                   AND CORR-TERM-DATE NOT = SPACES
                   AND CORR-TERM-DATE < CORR-HIRE-DATE
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

       PAY-CORRECTED-EMPLOYEE.                                                  *> Pipeline de paie complet: impot, net, cumuls, bulletin, depot
           COMPUTE TOTAL-DEDUCTIONS = CORR-DED-SANTE
                + CORR-DED-SYNDICAT
                + CORR-DED-AUTRE
           MOVE CORR-ID TO CUMUL-ID                                             *> Les montants corriges s'ajoutent aux cumuls annuels, comme
           MOVE 'N' TO CUMUL-IS-NEW                                             *> s'ils avaient ete payes par la passe principale; lus avant
           READ CUMUL-FILE KEY IS CUMUL-ID                                      *> l'impot pour les maximums du regime de retraite
               INVALID KEY
                   MOVE 'O' TO CUMUL-IS-NEW
                   MOVE CORR-NAME TO CUMUL-NAME
                   MOVE 0 TO CUMUL-GROSS-YTD
                   MOVE 0 TO CUMUL-TAX-YTD
                   MOVE 0 TO CUMUL-NET-YTD
                   MOVE 0 TO CUMUL-PENSION-EE-YTD
                   MOVE 0 TO CUMUL-PENSION-ER-YTD
           END-READ
           PERFORM CALC-PENSION-CONTRIBS                                        *> Cotisation de retraite retranchee du revenu imposable
           MOVE 0 TO TAX-AMOUNT                                                 *> Impot par tranches progressives, comme la passe principale
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
           END-PERFORM
           COMPUTE EFFECTIVE-TAX-RATE =
               TAX-AMOUNT / EMP-SALARY-BRUT
           IF TOTAL-DEDUCTIONS + TAX-AMOUNT + PENSION-EE-EMP
                   > EMP-SALARY-BRUT
               MOVE 'N' TO VALID-RECORD
               MOVE "Deductions+impot superieurs au brut"
                   TO REJECT-REASON
           COMPUTE NET-SALARY-NUM = EMP-SALARY-BRUT
                - TAX-AMOUNT
                - TOTAL-DEDUCTIONS
                - PENSION-EE-EMP
               ON SIZE ERROR
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Salaire net hors limites"
           ELSE
           COMPUTE NET-SALARY = NET-SALARY-NUM

           MOVE CUMUL-GROSS-YTD TO YTD-GROSS-BEFORE                             *> Plafonds evalues sur le brut cumule AVANT la paie corrigee
           PERFORM CALC-EMPLOYER-CONTRIBS
           ADD PENSION-ER-EMP TO EMPLOYER-CONTRIB-EMP                           *> La contrepartie de retraite fait partie des charges employeur
           ADD EMP-SALARY-BRUT TO CUMUL-GROSS-YTD
           ADD TAX-AMOUNT      TO CUMUL-TAX-YTD
           COMPUTE CUMUL-NET-YTD =
                CUMUL-NET-YTD + NET-SALARY-NUM
           ADD PENSION-EE-EMP  TO CUMUL-PENSION-EE-YTD
           ADD PENSION-ER-EMP  TO CUMUL-PENSION-ER-YTD
           IF CUMUL-IS-NEW = 'O'
               WRITE CUMUL-RECORD
           ELSE

           PERFORM UPDATE-VACATION-BALANCE                                      *> Accumule l'indemnite de vacances sur le brut corrige

           PERFORM UPDATE-LEAVE-BANKS                                           *> Conges pris et acquis portes aux banques de conge
           PERFORM WRITE-LEAVE-REJECTS                                          *> Lignes de conge refusees: l'employe est paye sans elles

           PERFORM WRITE-LABOUR-DISTRIBUTION                                    *> Cout de la paie corrigee dans la ventilation

           PERFORM WRITE-HISTORY-RECORD                                         *> Trace permanente de la paie corrective (reimpression, audits)

           MOVE CORR-ID           TO PAY-DET-ID                                 *> Depot direct de l'employe corrige
           MOVE NET-SALARY-NUM    TO PAY-DET-AMOUNT
           MOVE PAY-DETAIL-REC TO PAYMENT-RECORD
           WRITE PAYMENT-RECORD
           IF PAY-DET-ACCOUNT-NUM NUMERIC
               ADD PAY-DET-ACCOUNT-NUM TO CTL-DEPOSIT-HASH
           END-IF

           ADD 1 TO CTL-EMPLOYEE-COUNT                                          *> Accumulateurs des totaux de controle de la passe corrective
           ADD EMP-SALARY-BRUT    TO CTL-TOTAL-GROSS
           ADD TOTAL-DEDUCTIONS   TO CTL-TOTAL-DED
           ADD NET-SALARY-NUM     TO CTL-TOTAL-NET
           ADD EMPLOYER-CONTRIB-EMP TO CTL-TOTAL-EMPLOYER
           ADD PENSION-EE-EMP     TO CTL-TOTAL-RETR-EE
           ADD PENSION-ER-EMP     TO CTL-TOTAL-RETR-ER

           PERFORM PRINT-CORRECTED-BULLETIN
           END-IF
           END-IF.

       LOAD-LEAVE-LINES.                                                        *> Charge les lignes de conge des feuilles de temps de la
           OPEN INPUT TIMESHEET-FILE                                            *> periode; sans feuilles, aucun conge n'est applique
           IF FT-STATUS = "35"
               DISPLAY "NOTE: feuilles-temps.txt absent -- aucune "
                   "ligne de conge appliquee aux corrections."
           ELSE
               IF FT-STATUS NOT = "00"
                   DISPLAY "ERREUR: impossible d'ouvrir "
                       "feuilles-temps.txt (FT-STATUS=" FT-STATUS
                       ") -- execution annulee."
                   STOP RUN
               END-IF
               MOVE 'N' TO FT-EOF
               PERFORM UNTIL FT-EOF = 'O'
                   READ TIMESHEET-FILE AT END
                       MOVE 'O' TO FT-EOF
                   NOT AT END
                       IF FT-REC-ID NOT = SPACES
                               AND FT-REC-LEAVE-CODE NOT = SPACE
                           PERFORM LOAD-ONE-LEAVE-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
           END-IF.

       LOAD-ONE-LEAVE-LINE.                                                     *> Recopie la ligne de conge lue; une table pleine arrete
           IF FT-COUNT NOT < FT-MAX                                             *> l'execution plutot que de payer sans le conge
               DISPLAY "ERREUR: plus de " FT-MAX " lignes de conge "
                   "dans feuilles-temps.txt -- execution annulee."
               CLOSE TIMESHEET-FILE
               STOP RUN
           END-IF
           ADD 1 TO FT-COUNT
           MOVE FT-REC-ID         TO FT-ID(FT-COUNT)
           MOVE FT-REC-CENTRE     TO FT-CENTRE(FT-COUNT)
           MOVE FT-REC-LEAVE-CODE TO FT-LEAVE-CODE(FT-COUNT)
           MOVE SPACES            TO FT-REASON(FT-COUNT)
           IF FT-REC-HOURS-REG NUMERIC AND FT-REC-HOURS-OT NUMERIC
               MOVE FT-REC-HOURS-REG TO FT-HOURS-REG(FT-COUNT)
               MOVE FT-REC-HOURS-OT  TO FT-HOURS-OT(FT-COUNT)
           ELSE
               MOVE 0 TO FT-HOURS-REG(FT-COUNT)
               MOVE 0 TO FT-HOURS-OT(FT-COUNT)
               MOVE "Conge: heures non numeriques"
                   TO FT-REASON(FT-COUNT)
           END-IF.

       APPLY-LEAVE-LINES.                                                       *> Banques de l'employe corrige, puis chaque ligne de
           MOVE 0 TO LV-LEAVE-HOURS                                             *> conge de sa feuille de temps, dans l'ordre du fichier
           MOVE 0 TO LV-BANKED-HOURS
           MOVE 0 TO LV-UNPAID-HOURS
           MOVE 0 TO LV-UNPAID-AMOUNT
           PERFORM LOAD-EMPLOYEE-BANKS
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FT-COUNT
               IF FT-ID(FT-IDX) = CORR-ID                                       *> Ligne illisible: deja refusee au chargement
                       AND FT-REASON(FT-IDX) = SPACES
                   PERFORM APPLY-ONE-LEAVE-LINE
               END-IF
           END-PERFORM
           MOVE CORR-HOURS-REG TO PAID-HOURS
           IF CORR-PAY-TYPE NOT = 'S'                                           *> Horaire: le conge paye s'ajoute aux heures regulieres
               IF CORR-HOURS-REG + LV-BANKED-HOURS > 999.99
                   MOVE 999.99 TO PAID-HOURS
               ELSE
                   ADD LV-BANKED-HOURS TO PAID-HOURS
               END-IF
           END-IF.

       APPLY-ONE-LEAVE-LINE.                                                    *> Ligne de conge FT-IDX: sans solde, tiree de sa banque,
           IF FT-HOURS-OT(FT-IDX) > 0                                           *> ou refusee seule (le reste de la paie suit son cours)
               MOVE "Conge: heures supp. sur une ligne de conge"
                   TO FT-REASON(FT-IDX)
           ELSE
           IF FT-LEAVE-CODE(FT-IDX) = 'N'
               ADD FT-HOURS-REG(FT-IDX) TO LV-UNPAID-HOURS
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
                       TO FT-REASON(FT-IDX)
               ELSE
               IF EB-TAKEN(EB-FOUND-IDX) + FT-HOURS-REG(FT-IDX)
                       > EB-BALANCE(EB-FOUND-IDX)
                   MOVE "Conge: solde insuffisant, ligne non payee"
                       TO FT-REASON(FT-IDX)
               ELSE
                   ADD FT-HOURS-REG(FT-IDX) TO EB-TAKEN(EB-FOUND-IDX)
                   ADD FT-HOURS-REG(FT-IDX) TO LV-LEAVE-HOURS
                   ADD FT-HOURS-REG(FT-IDX) TO LV-BANKED-HOURS
               END-IF
               END-IF
           END-IF
           END-IF.

       LOAD-EMPLOYEE-BANKS.                                                     *> Charge les banques de conge de l'employe corrige
           MOVE 0 TO EB-COUNT
           MOVE CORR-ID    TO BQC-ID
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
                       IF BQC-ID NOT = CORR-ID
                           MOVE 'O' TO BQC-EOF
                       ELSE
                           IF EB-COUNT < 10
                               ADD 1 TO EB-COUNT
                               PERFORM LOAD-ONE-BANK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-BANK.                                                           *> Recopie la banque lue dans l'entree EB-COUNT
           MOVE BQC-CODE        TO EB-CODE(EB-COUNT)
           MOVE BQC-LABEL       TO EB-LABEL(EB-COUNT)
           MOVE BQC-METHOD      TO EB-METHOD(EB-COUNT)
           MOVE BQC-RATE        TO EB-RATE(EB-COUNT)
           MOVE BQC-MAX-BALANCE TO EB-MAX-BALANCE(EB-COUNT)
           MOVE BQC-BALANCE     TO EB-BALANCE(EB-COUNT)
           MOVE 0 TO EB-TAKEN(EB-COUNT)
           MOVE 0 TO EB-ACCRUED(EB-COUNT)
           MOVE 0 TO EB-NEW-BALANCE(EB-COUNT).

       APPLY-UNPAID-LEAVE.                                                      *> Salarie: retenue du conge sans solde au prorata horaire
           MOVE 0 TO LV-UNPAID-AMOUNT                                           *> d'une periode complete, bornee au montant de la periode
           IF LV-UNPAID-HOURS > 0 AND SAL-PERIOD-DAYS > 0
               COMPUTE LV-UNPAID-AMOUNT = SAL-FULL-AMOUNT
                   * LV-UNPAID-HOURS
                   / (SAL-PERIOD-DAYS * SAL-HOURS-PER-DAY)
               IF LV-UNPAID-AMOUNT > SAL-PERIOD-AMOUNT
                   MOVE SAL-PERIOD-AMOUNT TO LV-UNPAID-AMOUNT
               END-IF
               SUBTRACT LV-UNPAID-AMOUNT FROM SAL-PERIOD-AMOUNT
           END-IF.

       UPDATE-LEAVE-BANKS.                                                      *> Acquisition de la periode et nouveau solde de chaque
           IF CORR-PAY-TYPE = 'S'                                               *> banque, reecrits une fois la paie corrigee acceptee
               COMPUTE LV-WORKED-HOURS =                                        *> Salarie: jours ouvrables travailles, moins les conges
                   SAL-WORKED-DAYS * SAL-HOURS-PER-DAY
               IF LV-LEAVE-HOURS < LV-WORKED-HOURS
                   SUBTRACT LV-LEAVE-HOURS FROM LV-WORKED-HOURS
               ELSE
                   MOVE 0 TO LV-WORKED-HOURS
               END-IF
           ELSE
               MOVE CORR-HOURS-REG TO LV-WORKED-HOURS                           *> Horaire: heures travaillees de la correction
           END-IF
           PERFORM VARYING EB-IDX FROM 1 BY 1
                   UNTIL EB-IDX > EB-COUNT
               PERFORM ACCRUE-ONE-BANK
               PERFORM POST-ONE-BANK
           END-PERFORM
           IF LV-UNPAID-HOURS > 0
               PERFORM WRITE-UNPAID-USAGE
           END-IF.

       ACCRUE-ONE-BANK.                                                         *> Heures acquises par la banque EB-IDX selon sa regle,
           EVALUATE EB-METHOD(EB-IDX)                                           *> bornees au solde maximal
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

       POST-ONE-BANK.                                                           *> Reecrit la banque EB-IDX et inscrit le conge de la periode
           MOVE CORR-ID         TO BQC-ID
           MOVE EB-CODE(EB-IDX) TO BQC-CODE
           READ LEAVE-BANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EB-NEW-BALANCE(EB-IDX) TO BQC-BALANCE
                   ADD EB-TAKEN(EB-IDX)   TO BQC-TAKEN-YTD
                   ADD EB-ACCRUED(EB-IDX) TO BQC-ACCRUED-YTD
                   REWRITE LEAVE-BANK-RECORD
                   IF EB-TAKEN(EB-IDX) > 0 OR EB-ACCRUED(EB-IDX) > 0
                       MOVE PAY-PERIOD-NUMBER      TO CGU-PERIOD
                       MOVE CORR-ID                TO CGU-ID
                       MOVE EB-CODE(EB-IDX)        TO CGU-CODE
                       MOVE SAL-PERIOD-END         TO CGU-PERIOD-END
                       MOVE CORR-DEPT              TO CGU-DEPT
                       MOVE CORR-NAME              TO CGU-NAME
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

       WRITE-UNPAID-USAGE.                                                      *> Inscrit les heures de conge sans solde de la periode
           MOVE PAY-PERIOD-NUMBER TO CGU-PERIOD                                 *> (code 'N', sans banque)
           MOVE CORR-ID           TO CGU-ID
           MOVE 'N'               TO CGU-CODE
           MOVE SAL-PERIOD-END    TO CGU-PERIOD-END
           MOVE CORR-DEPT         TO CGU-DEPT
           MOVE CORR-NAME         TO CGU-NAME
           MOVE "SANS SOLDE"      TO CGU-LABEL
           MOVE LV-UNPAID-HOURS   TO CGU-TAKEN
           MOVE 0                 TO CGU-ACCRUED
           MOVE 0                 TO CGU-BALANCE
           WRITE LEAVE-USAGE-RECORD
               INVALID KEY
                   REWRITE LEAVE-USAGE-RECORD
           END-WRITE.

       WRITE-LEAVE-REJECTS.                                                     *> Lignes de conge refusees de l'employe corrige, au meme
           PERFORM VARYING FT-IDX FROM 1 BY 1                                   *> format que les rejets de conge de GestionPaie
                   UNTIL FT-IDX > FT-COUNT
               IF FT-ID(FT-IDX) = CORR-ID
                       AND FT-REASON(FT-IDX) NOT = SPACES
                   ADD 1 TO CTL-REJECT-COUNT
                   COMPUTE LV-HOURS-DISP = FT-HOURS-REG(FT-IDX)
                   MOVE SPACES TO REJECT-LINE
                   STRING CORR-ID " " CORR-DEPT " " CORR-NAME
                       " Conge=" FT-LEAVE-CODE(FT-IDX)
                       " Heures=" LV-HOURS-DISP
                       " Centre=" FT-CENTRE(FT-IDX)
                       " -- REJET: " FT-REASON(FT-IDX)
                       DELIMITED BY SIZE
                       INTO REJECT-LINE
                   END-STRING
                   MOVE REJECT-LINE TO REJECT-RECORD
                   WRITE REJECT-RECORD
               END-IF
           END-PERFORM.

       WRITE-LABOUR-DISTRIBUTION.                                               *> Une fiche de ventilation pour la paie corrigee, imputee
           MOVE PAY-PERIOD-NUMBER TO VEN-PERIOD                                 *> au departement de la correction (la passe corrective
           MOVE CORR-ID           TO VEN-ID                                     *> ne repartit pas par centre de la feuille de temps)
           MOVE CORR-DEPT         TO VEN-CENTRE
           MOVE SAL-PERIOD-END    TO VEN-PERIOD-END
           MOVE CORR-DEPT         TO VEN-DEPT
           MOVE PAID-HOURS        TO VEN-HOURS-REG
           MOVE CORR-HOURS-OT     TO VEN-HOURS-OT
           MOVE EMP-SALARY-BRUT   TO VEN-GROSS
           COMPUTE VEN-CHARGES = EMPLOYER-CONTRIB-EMP - PENSION-ER-EMP
           MOVE PENSION-ER-EMP    TO VEN-RETR-ER
           MOVE VAC-ACCRUE-AMOUNT TO VEN-VAC
           WRITE VEN-RECORD
               INVALID KEY
                   REWRITE VEN-RECORD
           END-WRITE.

       PRINT-LEAVE-BALANCES.                                                    *> Lignes de conge du bulletin: une par banque, plus le
           PERFORM VARYING EB-IDX FROM 1 BY 1                                   *> conge sans solde de la periode
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
               IF CORR-PAY-TYPE = 'S'
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

       UPDATE-VACATION-BALANCE.                                                 *> Accumule l'indemnite de vacances sur le brut corrige (les
           MOVE CORR-ID TO VAC-ID                                               *> paiements de vacances eux-memes passent par la passe
           MOVE 'N' TO VAC-IS-NEW                                               *> principale, pas par la passe corrective)
           MOVE PAY-PERIOD       TO HIST-PERIOD-LABEL
           MOVE CORR-DEPT        TO HIST-DEPT
           MOVE CORR-NAME        TO HIST-NAME
           MOVE PAID-HOURS       TO HIST-HOURS-REG
           MOVE CORR-HOURS-OT    TO HIST-HOURS-OT
           MOVE CORR-RATE-HOURLY TO HIST-RATE-HOURLY
           MOVE EMP-SALARY-BRUT  TO HIST-GROSS
           *> decrementes pour la periode, on ne retient pas deux fois
           MOVE 0                TO HIST-SAISIE
           MOVE NET-SALARY-NUM   TO HIST-NET
           IF CORR-PAY-TYPE = 'S'
               MOVE 'S'                TO HIST-PAY-TYPE
               MOVE CORR-ANNUAL-SALARY TO HIST-ANNUAL-SALARY
           ELSE
               MOVE 'H'                TO HIST-PAY-TYPE
               MOVE 0                  TO HIST-ANNUAL-SALARY
           END-IF
           MOVE SAL-PERIOD-AMOUNT TO HIST-SALARY-PAID
           MOVE PENSION-EE-EMP   TO HIST-PENSION-EE
           MOVE PENSION-ER-EMP   TO HIST-PENSION-ER
           *> CHECK-ALREADY-PAID garantit qu'aucune fiche n'existe pour
           *> (employe, periode); le REWRITE n'est qu'une ceinture de
           *> securite contre une collision imprevue
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE PAID-HOURS-DISP = PAID-HOURS
           COMPUTE CORR-HOURS-OT-DISP = CORR-HOURS-OT
           COMPUTE CORR-RATE-HOURLY-DISP = CORR-RATE-HOURLY
           MOVE SPACES TO TEMP-STRING
           STRING "Heures reg.: " PAID-HOURS-DISP
               "  - Heures supp.: " CORR-HOURS-OT-DISP
               "  - Taux horaire: " CORR-RATE-HOURLY-DISP
               DELIMITED BY SIZE
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           IF CORR-PAY-TYPE = 'S'                                               *> Salarie: salaire de la periode et prorata applique
               MOVE CORR-ANNUAL-SALARY TO SAL-ANNUAL-SALARY-DISP
               MOVE SAL-PERIOD-AMOUNT TO SAL-PERIOD-AMOUNT-DISP
               MOVE SPACES TO TEMP-STRING
               STRING "Salaire annuel: " SAL-ANNUAL-SALARY-DISP
                   "  - Salaire de la periode: " SAL-PERIOD-AMOUNT-DISP
                   " (jours " SAL-WORKED-DAYS "/" SAL-PERIOD-DAYS ")"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO OUTPUT-FIELD
               WRITE OUTPUT-RECORD
           END-IF
           COMPUTE EMP-SALARY-BRUT-DISP = EMP-SALARY-BRUT
           MOVE SPACES TO TEMP-STRING
           STRING "Salaire brut: " EMP-SALARY-BRUT-DISP
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           IF CORR-PENSION-RATE > 0 OR PENSION-EE-EMP > 0                       *> Regime de retraite, comme le bulletin de la passe principale
               COMPUTE PENSION-EE-DISP = PENSION-EE-EMP
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
               MOVE TEMP-STRING TO OUTPUT-FIELD
               WRITE OUTPUT-RECORD
           END-IF
           COMPUTE VAC-ACCRUE-DISP = VAC-ACCRUE-AMOUNT                          *> Indemnite de vacances accumulee et solde a jour
           COMPUTE VAC-BALANCE-DISP = VAC-BALANCE
           MOVE SPACES TO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           PERFORM PRINT-LEAVE-BALANCES                                         *> Conges de la periode et soldes des banques
           MOVE SPACES TO TEMP-STRING
           STRING "SALAIRE NET: " NET-SALARY
               DELIMITED BY SIZE
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING                                           *> A comparer au pied du fichier bancaire
           STRING "Hachage des comptes deposes: " CTL-DEPOSIT-HASH
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
           COMPUTE CTL-TOTAL-RETR-EE-DISP = CTL-TOTAL-RETR-EE
           COMPUTE CTL-TOTAL-RETR-ER-DISP = CTL-TOTAL-RETR-ER
           MOVE SPACES TO TEMP-STRING
           STRING "Total retraite employe: " CTL-TOTAL-RETR-EE-DISP
               " - contrepartie employeur: " CTL-TOTAL-RETR-ER-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SEPARATOR-LINE TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD.


       IDENTIFICATION DIVISION.                                                 *> Paiements speciaux hors cycle (prime, commission, ...): bulletins,
       PROGRAM-ID. PaieSpeciale.                                                *> historique, cumuls, extrait comptable et versements

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "calendrier-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CAL-STATUS.                                           *> Periode courante: lue seulement, jamais marquee completee
           SELECT SPECIAL-FILE ASSIGN TO "paiements-speciaux.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SPE-STATUS.                                           *> Paiements a verser: EMP-ID, type, montant, motif
           SELECT EMP-FILE ASSIGN TO "employes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-STATUS.                                           *> Fichier maitre: departement, mode de paiement, banque
           SELECT HIST-FILE ASSIGN TO "historique-paie.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HIST-STATUS.                                          *> Historique permanent: brut regulier de reference et trace
                                                                                 *> du paiement hors cycle
           SELECT CUMUL-FILE ASSIGN TO "employes-cumul.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUMUL-ID
           FILE STATUS IS CUMUL-STATUS.                                         *> Le paiement s'ajoute aux memes cumuls annuels que toute paie
           SELECT RATE-FILE ASSIGN TO "taux-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-STATUS.                                          *> Taux dates en vigueur a la fin de la periode courante
           SELECT GARNISH-FILE ASSIGN TO "saisies-arret.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SAI-STATUS.                                           *> Memes ordonnances que la paie reguliere; le solde est
                                                                                 *> reduit de ce qui est retenu ici
           SELECT OUTPUT-FILE ASSIGN TO "rapport-hors-cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Bulletins hors cycle + totaux de controle
           SELECT EXCEPTION-FILE ASSIGN TO "exceptions-hors-cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Lignes de paiement rejetees avec leur motif (exceptions.txt
                                                                                 *> reste celui de la paie reguliere)
           SELECT GL-FILE ASSIGN TO "ecritures-gl-hors-cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Extrait de grand livre du paiement hors cycle
           SELECT REMIT-FILE ASSIGN TO "remises-saisies-hors-cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Remises aux creanciers des saisies retenues par cette passe
           SELECT PAYMENT-FILE
           ASSIGN TO "paiements-banque-hors-cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Depot direct hors cycle, balance sur ses propres totaux
           SELECT CHEQUE-FILE ASSIGN TO "cheques-hors-cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Cheques des employes payes par cheque
           SELECT CHEQUE-REGISTER-FILE
           ASSIGN TO "registre-cheques-hors-cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Registre des cheques emis par cette passe
           SELECT CHEQUE-COUNTER-FILE ASSIGN TO "compteur-cheques.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CHQ-STATUS.                                           *> Meme sequence permanente de cheques que la paie reguliere
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
           SELECT STAMP-SOURCE-FILE ASSIGN TO DYNAMIC STAMP-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STPS-STATUS.                                          *> Sortie de la passe, ecrasee par la passe suivante
           SELECT STAMP-COPY-FILE ASSIGN TO DYNAMIC STAMP-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STPC-STATUS.                                          *> Sa copie estampillee du numero d'historique de la passe

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.                                                        *> Copie conforme de l'enregistrement de calendrier de GestionPaie
       01 CALENDAR-RECORD.
           05 CAL-PERIOD-NUMBER PIC 9(4).
           05 CAL-PERIOD-START  PIC X(10).
           05 CAL-PERIOD-END    PIC X(10).
           05 CAL-PERIOD-STATUS PIC X.
           05 CAL-HOLIDAY-FLAG  PIC X.

       FD SPECIAL-FILE.                                                         *> Une ligne par paiement; plusieurs lignes par employe
       01 SPECIAL-RECORD.                                                       *> sont versees ensemble sur un seul bulletin
           05 SPE-REC-ID       PIC X(6).                                        *> EMP-ID du beneficiaire
           05 SPE-REC-TYPE     PIC X.                                           *> 'B' = prime, 'C' = commission, 'A' = autre paiement
           05 SPE-REC-AMOUNT   PIC 9(5)V99.                                     *> Montant brut, decimale implicite
           05 SPE-REC-AMOUNT-X REDEFINES SPE-REC-AMOUNT PIC X(7).
           05 SPE-REC-REASON   PIC X(40).                                       *> Motif imprime sur le bulletin

       FD EMP-FILE.
       01 EMP-RECORD.                                                           *> Copie conforme de l'enregistrement maitre de GestionPaie
           05 EMP-ID           PIC X(6).
           05 EMP-DEPT         PIC X(10).
           05 EMP-NAME         PIC X(30).
           05 EMP-HOURS-REG    PIC 9(3)V99.
           05 EMP-HOURS-OT     PIC 9(3)V99.
           05 EMP-RATE-HOURLY  PIC 9(3)V99.
           05 EMP-DED-SANTE    PIC 9(4).
           05 EMP-DED-SYNDICAT PIC 9(4).
           05 EMP-DED-AUTRE    PIC 9(4).
           05 EMP-BANK-TRANSIT PIC X(8).
           05 EMP-BANK-ACCOUNT PIC X(12).
           05 EMP-PAY-METHOD   PIC X.
           05 EMP-PAY-TYPE     PIC X.
           05 EMP-ANNUAL-SALARY PIC 9(7)V99.
           05 EMP-HIRE-DATE    PIC X(10).
           05 EMP-TERM-DATE    PIC X(10).
           05 EMP-PENSION-RATE PIC 9V9(4).

       FD HIST-FILE.
       01 HIST-RECORD.                                                          *> Copie conforme de l'enregistrement d'historique de GestionPaie
           05 HIST-KEY.
               10 HIST-ID      PIC X(6).
               10 HIST-PERIOD  PIC 9(4).
           05 HIST-PERIOD-LABEL PIC X(40).
           05 HIST-DEPT        PIC X(10).
           05 HIST-NAME        PIC X(30).
           05 HIST-HOURS-REG   PIC 9(3)V99.
           05 HIST-HOURS-OT    PIC 9(3)V99.
           05 HIST-RATE-HOURLY PIC 9(3)V99.
           05 HIST-GROSS       PIC 9(5)V99.
           05 HIST-TAX         PIC 9(5)V99.
           05 HIST-DED-SANTE   PIC 9(4).
           05 HIST-DED-SYNDICAT PIC 9(4).
           05 HIST-DED-AUTRE   PIC 9(4).
           05 HIST-SAISIE      PIC 9(5)V99.
           05 HIST-NET         PIC 9(5)V99.
           05 HIST-PAY-TYPE    PIC X.
           05 HIST-ANNUAL-SALARY PIC 9(7)V99.
           05 HIST-SALARY-PAID PIC 9(5)V99.
           05 HIST-PENSION-EE  PIC 9(5)V99.
           05 HIST-PENSION-ER  PIC 9(5)V99.

       FD CUMUL-FILE.
       01 CUMUL-RECORD.                                                         *> Copie conforme de l'enregistrement cumul de GestionPaie
           05 CUMUL-ID         PIC X(6).
           05 CUMUL-NAME       PIC X(30).
           05 CUMUL-GROSS-YTD  PIC 9(7)V99.
           05 CUMUL-TAX-YTD    PIC 9(7)V99.
           05 CUMUL-NET-YTD    PIC 9(7)V99.
           05 CUMUL-PENSION-EE-YTD PIC 9(7)V99.
           05 CUMUL-PENSION-ER-YTD PIC 9(7)V99.

       FD RATE-FILE.                                                            *> Copie conforme de l'enregistrement des taux (MajTaux)
       01 RATE-RECORD.
           05 RT-TYPE          PIC X(4).
           05 RT-EFFECTIVE     PIC X(10).
           05 RT-SEQ           PIC 9(2).
           05 RT-NAME          PIC X(20).
           05 RT-RATE          PIC 9V9(4).
           05 RT-AMOUNT        PIC 9(7)V99.
           05 RT-COUNT         PIC 9(2).

       FD GARNISH-FILE.                                                         *> Copie conforme des ordonnances de GestionPaie
       01 GARNISH-RECORD.
           05 SAI-REC-ID       PIC X(6).
           05 SAI-REC-PRIORITY PIC 9(2).
           05 SAI-REC-CREDITOR PIC X(30).
           05 SAI-REC-TYPE     PIC X.                                           *> 'M' = montant fixe par periode, 'P' = pourcentage du net
           05 SAI-REC-RATE     PIC 9V9(4).
           05 SAI-REC-AMOUNT   PIC 9(5)V99.
           05 SAI-REC-BALANCE  PIC 9(7)V99.
           05 SAI-REC-WITHHELD PIC 9(7)V99.                                     *> Retenu de la periode reguliere: reecrit tel quel

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD.
           05 OUTPUT-FIELD PIC X(150).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(200).                                          *> Ligne de paiement d'origine suivie du motif du rejet

       FD GL-FILE.                                                              *> Copie conforme des ecritures de GestionPaie
       01 GL-RECORD.
           05 GL-SENS      PIC X.
           05 GL-ACCOUNT   PIC X(8).
           05 GL-DEPT      PIC X(10).
           05 GL-LABEL     PIC X(30).
           05 GL-AMOUNT    PIC 9(8)V99.

       FD REMIT-FILE.
       01 REMIT-RECORD.
           05 REMIT-FIELD      PIC X(150).

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD PIC X(90).                                             *> Memes enregistrements H/D/T que le fichier bancaire principal

       FD CHEQUE-FILE.
       01 CHEQUE-RECORD.
           05 CHEQUE-FIELD     PIC X(150).

       FD CHEQUE-REGISTER-FILE.
       01 CHEQUE-REGISTER-RECORD.
           05 CHQ-REG-FIELD    PIC X(150).

       FD CHEQUE-COUNTER-FILE.
       01 CHEQUE-COUNTER-RECORD.
           05 CHQ-NEXT-NO      PIC 9(6).

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

       FD STAMP-SOURCE-FILE.
       01 STAMP-SOURCE-RECORD PIC X(250).

       FD STAMP-COPY-FILE.
       01 STAMP-COPY-RECORD PIC X(250).

       WORKING-STORAGE SECTION.
       01 CAL-STATUS       PIC XX.                                              *> Code retour des operations sur CALENDAR-FILE
       01 SPE-STATUS       PIC XX.                                              *> Code retour des operations sur SPECIAL-FILE
       01 EMP-STATUS       PIC XX.                                              *> Code retour des operations sur EMP-FILE
       01 HIST-STATUS      PIC XX.                                              *> Code retour des operations sur HIST-FILE
       01 CUMUL-STATUS     PIC XX.                                              *> Code retour des operations sur CUMUL-FILE
       01 RATE-STATUS      PIC XX.                                              *> Code retour des operations sur RATE-FILE
       01 SAI-STATUS       PIC XX.                                              *> Code retour des operations sur GARNISH-FILE
       01 CHQ-STATUS       PIC XX.                                              *> Code retour des operations sur CHEQUE-COUNTER-FILE
       01 CUMUL-IS-NEW     PIC X VALUE 'N'.                                     *> 'O' si l'employe n'a pas encore de fiche cumul
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' en fin de lecture du fichier en cours
       01 TEMP-STRING      PIC X(150).                                          *> Variable temporaire pour formater la sortie
       01 SEPARATOR-LINE   PIC X(40) VALUE ALL "=".                             *> Ligne de separation du rapport
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Nom de la compagnie affiche sur les bulletins
       01 PAY-PERIOD       PIC X(40) VALUE SPACES.                              *> Periode courante, reprise du calendrier de paie
       01 PAY-PERIOD-NUMBER PIC 9(4).                                           *> Numero de la periode courante
       01 PAY-PERIOD-END   PIC X(10).                                           *> Fin de la periode courante (date des taux)
                                                                                 *> Les paiements hors cycle sont historises sous le numero de
                                                                                 *> periode courante + 5000 + 1000 x numero de passe (1 a 4,
                                                                                 *> series 6xxx a 9xxx): la cle ne peut entrer en collision ni
                                                                                 *> avec la paie reguliere, ni avec la retro (5xxx), ni avec
                                                                                 *> une autre passe hors cycle de la meme periode. Le libelle
                                                                                 *> commence toujours par "HORS CYCLE", ce qui distingue ces
                                                                                 *> fiches d'une retro d'une periode 1000 et plus
       01 RETRO-PERIOD-BASE PIC 9(4) VALUE 5000.
       01 OFFC-MAX-RUNS    PIC 9 VALUE 4.                                       *> Passes hors cycle permises par periode
       01 OFFC-RUN-NUMBER  PIC 9 VALUE 0.                                       *> Numero de la passe courante dans la periode
       01 OFFC-THOUSANDS   PIC 9.                                               *> Milliers d'un numero d'historique hors cycle
       01 OFFC-MAPPED-PERIOD PIC 9(4).                                          *> Periode de paie d'un numero d'historique hors cycle
       01 OFFC-HIST-PERIOD PIC 9(4).                                            *> Numero d'historique de la passe courante
       01 OFFC-LABEL       PIC X(40) VALUE SPACES.                              *> Libelle de la passe: historique, bulletins, fichier bancaire
       01 OFFC-LAST-LABEL  PIC X(40) VALUE SPACES.                              *> Libelle historise de la derniere passe de la periode
       01 OFFC-LAST-CONTROLLED PIC X VALUE 'N'.                                 *> 'O' si son fichier bancaire a sa ligne de controle
       01 STAMP-LIST.                                                           *> Sorties de la passe, copiees sous leur nom suivi de
           05 STL-STEM OCCURS 7 TIMES PIC X(36).                                *> -HNNNN (numero d'historique) pour survivre a la passe
       01 STL-COUNT        PIC 9 VALUE 7.                                       *> suivante de la periode
       01 STL-IDX          PIC 9.
       01 STAMP-SOURCE-NAME PIC X(60).
       01 STAMP-COPY-NAME  PIC X(60).
       01 STAMP-LINE-COUNT PIC 9(6).
       01 STAMP-FILE-COUNT PIC 9 VALUE 0.
       01 STPS-STATUS      PIC XX.
       01 STPC-STATUS      PIC XX.
       01 RUN-CLOCK-DATE   PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 RUN-DATE         PIC X(10).                                           *> Date de la passe (AAAA-MM-JJ), imprimee sur les cheques
       01 SPE-TABLE.                                                            *> Lignes de paiement valides, regroupees ensuite par employe
           05 SPE-ENTRY OCCURS 500 TIMES.
               10 SPE-ID       PIC X(6).
               10 SPE-TYPE     PIC X.
               10 SPE-AMOUNT   PIC 9(5)V99.
               10 SPE-REASON   PIC X(40).
               10 SPE-DONE     PIC X.                                           *> 'O' quand la ligne a ete versee ou rejetee
       01 SPE-COUNT        PIC 9(4) VALUE 0.                                    *> Nombre de lignes valides chargees
       01 SPE-IDX          PIC 9(4).                                            *> Ligne qui ouvre le regroupement de l'employe courant
       01 SPE-SCAN-IDX     PIC 9(4).                                            *> Indice de parcours des lignes de l'employe courant
       01 SPE-READ-COUNT   PIC 9(6) VALUE 0.                                    *> Lignes lues dans paiements-speciaux.txt
       01 SPE-TYPE-LABEL   PIC X(12).                                           *> Libelle du type de paiement, pour le bulletin
       01 SPE-AMOUNT-DISP  PIC 9(5).99.
       01 CUR-ID           PIC X(6).                                            *> EMP-ID de l'employe en cours de paiement
       01 CUR-LINE-COUNT   PIC 9(4).                                            *> Lignes de paiement de l'employe courant
       01 EXC-LINE-ID      PIC X(6).                                            *> Ligne de paiement a inscrire aux exceptions
       01 EXC-LINE-TYPE    PIC X.
       01 EXC-LINE-AMOUNT  PIC X(8).
       01 EXC-LINE-REASON  PIC X(40).
       01 VALID-RECORD     PIC X VALUE 'O'.                                     *> 'O' si l'employe courant peut etre paye
       01 REJECT-REASON    PIC X(60).                                           *> Motif du rejet, ecrit dans le fichier des exceptions
       01 EXCEPTION-LINE   PIC X(200).                                          *> Variable temporaire pour formater une ligne d'exception
       COPY SALPRM.                                                             *> Nombre de periodes de paie par annee (methode des primes)
       COPY TAXBRK.                                                             *> Memes tranches d'imposition que la paie reguliere
       COPY EMPCTB.                                                             *> Memes charges de l'employeur et plafonds annuels
       COPY CHACCT.                                                             *> Meme plan comptable que la paie reguliere
       COPY TAUXRT.                                                             *> Copie en memoire du fichier des taux dates
       COPY RRTPRM.                                                             *> Meme regime de retraite que la paie reguliere
       01 PENSION-EE-EMP   PIC 9(5)V99.                                         *> Cotisation de l'employe sur le paiement (avant impot)
       01 PENSION-EE-DISP  PIC 9(5).99.
       01 PENSION-ER-EMP   PIC 9(5)V99.                                         *> Contrepartie de l'employeur (comprise dans ses charges)
       01 PENSION-ER-DISP  PIC 9(5).99.
       01 PENSION-ROOM     PIC 9(7)V99.                                         *> Portion du maximum annuel encore disponible
       01 PENSION-YTD-EE-DISP PIC 9(7).99.                                      *> Cumuls annuels du regime, pour le bulletin
       01 PENSION-YTD-ER-DISP PIC 9(7).99.
       01 SPECIAL-TAXABLE  PIC 9(5)V99.                                         *> Paiement imposable: brut - cotisation de retraite
       01 SPECIAL-TAXABLE-DISP PIC 9(5).99.
       01 PREV-BRACKET-UPPER  PIC 9(7)V99 VALUE 0.
       01 TAXABLE-IN-BRACKET  PIC 9(7)V99.
       01 TAX-BASE         PIC 9(7)V99.                                         *> Brut soumis aux tranches (CALC-BRACKET-TAX)
       01 BRACKET-TAX      PIC 9(7)V99.                                         *> Impot par tranches calcule sur TAX-BASE
       01 PERIOD-TAX-BEFORE PIC 9(7)V99.                                        *> Impot d'une periode reguliere sur le brut de reference
       01 REF-TAXABLE      PIC 9(5)V99.                                         *> Brut imposable de la derniere paie reguliere de l'employe
       01 REF-TAXABLE-DISP PIC 9(5).99.
       01 REF-PERIOD       PIC 9(4).                                            *> Periode de cette paie reguliere (0 = aucune)
       01 SPECIAL-GROSS    PIC 9(5)V99.                                         *> Total brut des paiements de l'employe courant
       01 SPECIAL-GROSS-DISP PIC 9(5).99.
       01 TAX-AMOUNT       PIC 9(5)V99.                                         *> Impot retenu selon la methode des primes
       01 TAX-AMOUNT-DISP  PIC 9(5).99.
       01 NET-SALARY-NUM   PIC 9(5)V99.                                         *> Net verse (brut - impot - retraite - saisies)
       01 NET-SALARY-DISP  PIC 9(5).99.
       01 YTD-GROSS-BEFORE PIC 9(7)V99.                                         *> Brut cumule AVANT ce paiement, pour les plafonds
       01 YTD-GROSS-DISP   PIC 9(7).99.
       01 CONTRIB-ROOM     PIC 9(7)V99.                                         *> Portion du plafond annuel encore cotisable
       01 CONTRIB-BASE     PIC 9(7)V99.                                         *> Brut cotisable du paiement (borne par CONTRIB-ROOM)
       01 EMPLOYER-CONTRIB-EMP PIC 9(5)V99.                                     *> Charges de l'employeur sur le paiement de l'employe
       01 SAI-TABLE.                                                            *> Ordonnances de saisie-arret chargees au demarrage
           05 SAI-ENTRY OCCURS 200 TIMES.
               10 SAI-ID       PIC X(6).
               10 SAI-PRIORITY PIC 9(2).
               10 SAI-CREDITOR PIC X(30).
               10 SAI-TYPE     PIC X.
               10 SAI-RATE     PIC 9V9(4).
               10 SAI-AMOUNT   PIC 9(5)V99.
               10 SAI-BALANCE  PIC 9(7)V99.
               10 SAI-WITHHELD PIC 9(7)V99.                                     *> Retenu de la periode reguliere, conserve tel quel
               10 SAI-OFFC-WITHHELD PIC 9(7)V99.                                *> Retenu par cette passe, pour sa liste de remise
               10 SAI-DONE     PIC X.
       01 SAI-COUNT        PIC 9(3) VALUE 0.                                    *> Nombre d'ordonnances chargees
       01 SAI-IDX          PIC 9(3).
       01 SAI-BEST-IDX     PIC 9(3).                                            *> Ordonnance de plus haut rang restant a appliquer (0 = aucune)
       01 SAISIE-NET-BASE  PIC 9(5)V99.                                         *> Net saisissable du paiement, avant saisies
       01 SAISIE-ONE       PIC 9(7)V99.
       01 SAISIE-AMOUNT-EMP PIC 9(5)V99.                                        *> Saisies retenues sur le paiement de l'employe
       01 SAISIE-AMOUNT-EMP-DISP PIC 9(5).99.
       01 REMIT-AMOUNT-DISP PIC 9(8).99.
       01 CRED-TABLE.                                                           *> Totaux de remise par creancier
           05 CRED-ENTRY OCCURS 50 TIMES.
               10 CRED-NAME    PIC X(30).
               10 CRED-TOTAL   PIC 9(8)V99.
       01 CRED-COUNT       PIC 9(2) VALUE 0.
       01 CRED-IDX         PIC 9(2).
       01 CRED-FOUND       PIC X.
       01 DPT-TABLE.                                                            *> Totaux par departement, pour l'extrait comptable
           05 DPT-ENTRY OCCURS 50 TIMES.
               10 DPT-CODE     PIC X(10).
               10 DPT-GROSS    PIC 9(8)V99.
               10 DPT-TAX      PIC 9(8)V99.
               10 DPT-SAISIE   PIC 9(8)V99.
               10 DPT-NET      PIC 9(8)V99.
               10 DPT-EMPLOYER PIC 9(8)V99.
               10 DPT-RETR-EE  PIC 9(8)V99.                                     *> Cotisations employe au regime de retraite
               10 DPT-RETR-ER  PIC 9(8)V99.                                     *> Contreparties (comprises dans DPT-EMPLOYER)
       01 DPT-COUNT        PIC 9(2) VALUE 0.
       01 DPT-IDX          PIC 9(2).
       01 DPT-CUR          PIC 9(2).                                            *> Entree du departement de l'employe courant
       01 CTL-EMPLOYEE-COUNT PIC 9(6) VALUE 0.                                  *> Nombre d'employes payes
       01 CTL-REJECT-COUNT   PIC 9(6) VALUE 0.                                  *> Nombre de lignes de paiement rejetees
       01 CTL-LINE-COUNT     PIC 9(6) VALUE 0.                                  *> Nombre de lignes de paiement versees
       01 CTL-TOTAL-GROSS    PIC 9(8)V99 VALUE 0.
       01 CTL-TOTAL-GROSS-DISP PIC 9(8).99.
       01 CTL-TOTAL-TAX      PIC 9(8)V99 VALUE 0.
       01 CTL-TOTAL-TAX-DISP PIC 9(8).99.
       01 CTL-TOTAL-NET      PIC 9(8)V99 VALUE 0.
       01 CTL-TOTAL-NET-DISP PIC 9(8).99.
       01 CTL-TOTAL-EMPLOYER PIC 9(8)V99 VALUE 0.
       01 CTL-TOTAL-EMPLOYER-DISP PIC 9(8).99.
       01 CTL-TOTAL-RETR-EE  PIC 9(8)V99 VALUE 0.                               *> Total des cotisations employe au regime de retraite
       01 CTL-TOTAL-RETR-EE-DISP PIC 9(8).99.
       01 CTL-TOTAL-RETR-ER  PIC 9(8)V99 VALUE 0.                               *> Total des contreparties (comprises dans
       01 CTL-TOTAL-RETR-ER-DISP PIC 9(8).99.                                   *> CTL-TOTAL-EMPLOYER)
       01 CTL-TOTAL-SAISIE   PIC 9(8)V99 VALUE 0.
       01 CTL-TOTAL-SAISIE-DISP PIC 9(8).99.
       01 CTL-DEPOSIT-COUNT  PIC 9(6) VALUE 0.                                  *> Nombre d'employes payes par depot direct
       01 CTL-TOTAL-NET-DEPOT PIC 9(8)V99 VALUE 0.                              *> Net paye par depot direct (= pied du fichier bancaire)
       01 CTL-TOTAL-NET-DEPOT-DISP PIC 9(8).99.
       01 CTL-DEPOSIT-HASH   PIC 9(15) VALUE 0.                                 *> Somme des numeros de compte des details de depot
       01 CTL-CHEQUE-COUNT   PIC 9(6) VALUE 0.                                  *> Nombre d'employes payes par cheque
       01 CTL-TOTAL-NET-CHEQUE PIC 9(8)V99 VALUE 0.
       01 CTL-TOTAL-NET-CHEQUE-DISP PIC 9(8).99.
       01 GL-TOTAL-DEBIT      PIC 9(8)V99 VALUE 0.
       01 GL-TOTAL-DEBIT-DISP PIC 9(8).99.
       01 GL-TOTAL-CREDIT     PIC 9(8)V99 VALUE 0.
       01 GL-TOTAL-CREDIT-DISP PIC 9(8).99.
       01 GL-CHECK-TOTAL      PIC 9(8)V99.                                      *> Total attendu de l'extrait: brut + charges employeur
       01 GL-CHECK-TOTAL-DISP PIC 9(8).99.
       01 GL-DEPT-ACCOUNTS.                                                     *> Comptes du departement en cours d'ecriture
           05 GL-CPT-SALAIRE   PIC X(8).
           05 GL-CPT-CHARGES   PIC X(8).
           05 GL-CPT-CHARGES-AP PIC X(8).
           05 GL-CPT-IMPOT     PIC X(8).
           05 GL-CPT-SAISIE    PIC X(8).
           05 GL-CPT-NET       PIC X(8).
           05 GL-CPT-RETRAITE  PIC X(8).
           05 GL-CPT-RETRAITE-AP PIC X(8).
       01 COA-FOUND           PIC X.
       01 COA-LOOKUP-DEPT     PIC X(10).
       01 PAY-HEADER-REC.                                                       *> Fichier bancaire hors cycle: memes formats H/D/T
           05 PAY-HDR-TYPE     PIC X VALUE 'H'.
           05 PAY-HDR-COMPANY  PIC X(40).
           05 PAY-HDR-PERIOD   PIC X(40).
       01 PAY-DETAIL-REC.
           05 PAY-DET-TYPE     PIC X VALUE 'D'.
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
       01 PAY-FILE-NAME    PIC X(40)                                            *> Fichier bancaire produit par ce programme
           VALUE "paiements-banque-hors-cycle.txt".
       01 PCTL-STATUS      PIC XX.
       01 REL-STATUS       PIC XX.
       01 PCTL-EOF         PIC X VALUE 'N'.
       01 PAY-FILE-PENDING PIC X VALUE 'N'.                                     *> 'O' si le dernier fichier bancaire produit n'est pas libere
       01 PENDING-RUN-DATE PIC X(10).
       01 PENDING-RUN-TIME PIC X(6).
       01 PCTL-CLOCK-DATE  PIC X(8).
       01 PCTL-CLOCK-TIME  PIC X(8).
       01 NEXT-CHEQUE-NO     PIC 9(6) VALUE 1.                                  *> Prochain numero de cheque (sequence permanente)
       01 CHEQUE-DATE        PIC X(10).                                         *> Date imprimee sur les cheques (date de la passe)
       01 CHEQUE-AMOUNT-WORDS PIC X(120).
       01 WORD-TOKEN         PIC X(20).
       01 W-PTR              PIC 9(3).
       01 W-NUM              PIC 9(3).
       01 W-HUND             PIC 9.
       01 W-TENS-UNITS       PIC 99.
       01 W-TENS             PIC 9.
       01 W-UNITS            PIC 9.
       01 W-SUB              PIC 99.
       01 W-TRANCHE-MILLE    PIC X.
       01 NET-INT            PIC 9(5).
       01 NET-CENTS          PIC 99.
       01 W-THOUSANDS        PIC 99.
       01 W-HUNDREDS-PART    PIC 9(3).
       01 UNIT-WORDS-VALUES.                                                    *> Copie conforme des noms de nombres de GestionPaie
           05 FILLER PIC X(9) VALUE "ZERO".
           05 FILLER PIC X(9) VALUE "UN".
           05 FILLER PIC X(9) VALUE "DEUX".
           05 FILLER PIC X(9) VALUE "TROIS".
           05 FILLER PIC X(9) VALUE "QUATRE".
           05 FILLER PIC X(9) VALUE "CINQ".
           05 FILLER PIC X(9) VALUE "SIX".
           05 FILLER PIC X(9) VALUE "SEPT".
           05 FILLER PIC X(9) VALUE "HUIT".
           05 FILLER PIC X(9) VALUE "NEUF".
           05 FILLER PIC X(9) VALUE "DIX".
           05 FILLER PIC X(9) VALUE "ONZE".
           05 FILLER PIC X(9) VALUE "DOUZE".
           05 FILLER PIC X(9) VALUE "TREIZE".
           05 FILLER PIC X(9) VALUE "QUATORZE".
           05 FILLER PIC X(9) VALUE "QUINZE".
           05 FILLER PIC X(9) VALUE "SEIZE".
           05 FILLER PIC X(9) VALUE "DIX-SEPT".
           05 FILLER PIC X(9) VALUE "DIX-HUIT".
           05 FILLER PIC X(9) VALUE "DIX-NEUF".
       01 UNIT-WORDS-TABLE REDEFINES UNIT-WORDS-VALUES.
           05 UNIT-WORD OCCURS 20 TIMES PIC X(9).
       01 TENS-WORDS-VALUES.
           05 FILLER PIC X(10) VALUE "VINGT".
           05 FILLER PIC X(10) VALUE "TRENTE".
           05 FILLER PIC X(10) VALUE "QUARANTE".
           05 FILLER PIC X(10) VALUE "CINQUANTE".
           05 FILLER PIC X(10) VALUE "SOIXANTE".
       01 TENS-WORDS-TABLE REDEFINES TENS-WORDS-VALUES.
           05 TENS-WORD OCCURS 5 TIMES PIC X(10).
       01 NET-CHEQUE-DISP    PIC 9(5).99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM READ-PAY-CALENDAR.                                           *> Periode courante; le calendrier n'est jamais reecrit ici:
                                                                                 *> la paie reguliere de la periode reste a faire ou faite
           PERFORM LOAD-RATE-FILE.
           MOVE PAY-PERIOD-END TO RATE-DATE
           PERFORM SELECT-RATES.

           PERFORM CHECK-PENDING-RELEASE.                                       *> La passe precedente doit avoir ete liberee avant que son
           IF PAY-FILE-PENDING = 'O'                                            *> fichier bancaire soit ecrase
               DISPLAY "ERREUR: paiements-banque-hors-cycle.txt du "
                   PENDING-RUN-DATE " a " PENDING-RUN-TIME
               DISPLAY "n'a pas ete libere (LiberationBanque) -- "
                   "execution annulee."
               STOP RUN
           END-IF.

           OPEN INPUT EMP-FILE
           IF EMP-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir employes.dat "
                   "(EMP-STATUS=" EMP-STATUS ") -- execution annulee."
               STOP RUN
           END-IF
           OPEN I-O HIST-FILE
           IF HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           IF HIST-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "historique-paie.dat (HIST-STATUS=" HIST-STATUS
                   ") -- execution annulee."
               CLOSE EMP-FILE
               STOP RUN
           END-IF.

           PERFORM FIND-OFFCYCLE-RUN.                                           *> Numero de passe: une de plus que la derniere historisee
           IF OFFC-RUN-NUMBER > 1 AND OFFC-LAST-CONTROLLED = 'N'                *> pour la periode; une passe historisee sans controle de
               DISPLAY "ERREUR: la passe " OFFC-LAST-LABEL                      *> son fichier bancaire s'est arretee en cours de route
               DISPLAY "est historisee mais son fichier bancaire n'a"
               DISPLAY "pas de ligne dans controles-paiements.dat: la"
               DISPLAY "passe s'est interrompue. Relancer paierait une"
               DISPLAY "deuxieme fois les employes deja historises."
               DISPLAY "Annulez la passe partielle (historique-paie.dat"
               DISPLAY "et employes-cumul.dat d'avant la passe) avant"
               DISPLAY "d'en lancer une autre. Execution annulee."
               CLOSE HIST-FILE
               CLOSE EMP-FILE
               STOP RUN
           END-IF
           IF OFFC-RUN-NUMBER > OFFC-MAX-RUNS
               DISPLAY "ERREUR: " OFFC-MAX-RUNS " passes hors cycle "
                   "deja historisees pour la periode "
                   PAY-PERIOD-NUMBER
               DISPLAY "Versez ces paiements avec la paie reguliere "
                   "ou apres la periode suivante -- execution annulee."
               CLOSE HIST-FILE
               CLOSE EMP-FILE
               STOP RUN
           END-IF
           COMPUTE OFFC-HIST-PERIOD = PAY-PERIOD-NUMBER
               + RETRO-PERIOD-BASE + (1000 * OFFC-RUN-NUMBER)
           MOVE SPACES TO OFFC-LABEL
           STRING "HORS CYCLE " OFFC-RUN-NUMBER
               " per. " PAY-PERIOD-NUMBER
               " au " PAY-PERIOD-END
               DELIMITED BY SIZE
               INTO OFFC-LABEL
           END-STRING.

           OPEN I-O CUMUL-FILE
           IF CUMUL-STATUS = "35"
               OPEN OUTPUT CUMUL-FILE
               CLOSE CUMUL-FILE
               OPEN I-O CUMUL-FILE
           END-IF
           IF CUMUL-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "employes-cumul.dat (CUMUL-STATUS=" CUMUL-STATUS
                   ") -- execution annulee."
               CLOSE HIST-FILE
               CLOSE EMP-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM LOAD-SPECIAL-PAYMENTS.                                       *> Lignes valides en table, lignes invalides aux exceptions
           IF SPE-COUNT = 0
               CLOSE EXCEPTION-FILE
               CLOSE CUMUL-FILE
               CLOSE HIST-FILE
               CLOSE EMP-FILE
               DISPLAY "Aucun paiement valide dans paiements-speciaux"
                   ".txt (" SPE-READ-COUNT " lignes lues, "
                   CTL-REJECT-COUNT " rejetees) -- aucun versement "
                   "produit."
               STOP RUN
           END-IF.

           PERFORM LOAD-GARNISHMENT-ORDERS.
           PERFORM LOAD-CHEQUE-COUNTER.
           PERFORM INIT-CHART-OF-ACCOUNTS.
           ACCEPT RUN-CLOCK-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-DATE
           STRING RUN-CLOCK-DATE(1:4) "-" RUN-CLOCK-DATE(5:2) "-"
               RUN-CLOCK-DATE(7:2)
               DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           MOVE RUN-DATE TO CHEQUE-DATE.                                        *> Le paiement part le jour de la passe, pas en fin de periode

           OPEN OUTPUT OUTPUT-FILE
           OPEN OUTPUT GL-FILE
           OPEN OUTPUT CHEQUE-FILE
           OPEN OUTPUT CHEQUE-REGISTER-FILE
           OPEN OUTPUT PAYMENT-FILE
           MOVE COMPANY-NAME TO PAY-HDR-COMPANY
           MOVE OFFC-LABEL   TO PAY-HDR-PERIOD
           MOVE PAY-HEADER-REC TO PAYMENT-RECORD
           WRITE PAYMENT-RECORD.

           PERFORM VARYING SPE-IDX FROM 1 BY 1                                  *> Un bulletin par employe, dans l'ordre de sa premiere ligne
                   UNTIL SPE-IDX > SPE-COUNT
               IF SPE-DONE(SPE-IDX) = 'N'
                   PERFORM PAY-EMPLOYEE
               END-IF
           END-PERFORM.

           MOVE CTL-DEPOSIT-COUNT   TO PAY-TRL-COUNT                            *> Pied du fichier bancaire: memes accumulateurs que les
           MOVE CTL-TOTAL-NET-DEPOT TO PAY-TRL-AMOUNT                           *> totaux de controle
           MOVE CTL-DEPOSIT-HASH    TO PAY-TRL-HASH
           MOVE PAY-TRAILER-REC TO PAYMENT-RECORD
           WRITE PAYMENT-RECORD
           CLOSE PAYMENT-FILE
           PERFORM WRITE-PAYMENT-CONTROL.

           PERFORM VARYING DPT-IDX FROM 1 BY 1                                  *> Ecritures comptables par departement, puis verification
                   UNTIL DPT-IDX > DPT-COUNT
               PERFORM WRITE-GL-POSTINGS
           END-PERFORM
           PERFORM VERIFY-GL-BALANCE
           CLOSE GL-FILE.

           PERFORM REWRITE-CHEQUE-COUNTER
           CLOSE CHEQUE-FILE
           CLOSE CHEQUE-REGISTER-FILE
           PERFORM REWRITE-GARNISHMENT-FILE
           PERFORM WRITE-REMITTANCE-LIST
           PERFORM PRINT-CONTROL-TOTALS
           CLOSE OUTPUT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE CUMUL-FILE
           CLOSE HIST-FILE
           CLOSE EMP-FILE.
           PERFORM STAMP-RUN-OUTPUTS.                                           *> Copies -HNNNN: la passe suivante ecrase les sorties

           COMPUTE CTL-TOTAL-GROSS-DISP = CTL-TOTAL-GROSS
           COMPUTE CTL-TOTAL-NET-DISP = CTL-TOTAL-NET
           DISPLAY "Passe hors cycle " OFFC-RUN-NUMBER " de la periode "
               PAY-PERIOD-NUMBER " (historisee " OFFC-HIST-PERIOD "): "
               CTL-EMPLOYEE-COUNT " employes payes, "
               CTL-REJECT-COUNT " lignes rejetees."
           DISPLAY "Brut: " CTL-TOTAL-GROSS-DISP
               "  Net: " CTL-TOTAL-NET-DISP
               "  (la periode n'est pas marquee completee)."
           DISPLAY STAMP-FILE-COUNT " sortie(s) copiee(s) sous le "
               "suffixe -H" OFFC-HIST-PERIOD "."

           STOP RUN.

       READ-PAY-CALENDAR.                                                       *> Lit la periode courante du calendrier de paie
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "calendrier-paie.dat (CAL-STATUS=" CAL-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF
           READ CALENDAR-FILE
               AT END
                   DISPLAY "ERREUR: calendrier-paie.dat est vide "
                       "-- execution annulee."
                   CLOSE CALENDAR-FILE
                   STOP RUN
           END-READ
           IF CAL-PERIOD-NUMBER NOT NUMERIC
               DISPLAY "ERREUR: numero de periode invalide dans "
                   "calendrier-paie.dat -- execution annulee."
               CLOSE CALENDAR-FILE
               STOP RUN
           END-IF
           *> Au-dela de 999, periode + 5000 + 1000 x passe deborde la
           *> serie reservee et pourrait rejoindre une retro
           IF CAL-PERIOD-NUMBER > 999
               DISPLAY "ERREUR: periode " CAL-PERIOD-NUMBER
                   " hors de la plage des paiements hors cycle "
                   "(0001-0999) -- execution annulee."
               CLOSE CALENDAR-FILE
               STOP RUN
           END-IF
           MOVE CAL-PERIOD-NUMBER TO PAY-PERIOD-NUMBER
           MOVE CAL-PERIOD-END TO PAY-PERIOD-END
           MOVE SPACES TO PAY-PERIOD
           STRING "Periode " CAL-PERIOD-NUMBER
               " du " CAL-PERIOD-START
               " au " CAL-PERIOD-END
               DELIMITED BY SIZE
               INTO PAY-PERIOD
           END-STRING
           CLOSE CALENDAR-FILE.

       FIND-OFFCYCLE-RUN.                                                       *> Parcourt l'historique et retient la plus haute passe hors
           MOVE 0 TO OFFC-RUN-NUMBER                                            *> cycle deja historisee pour la periode courante, puis
           MOVE SPACES TO OFFC-LAST-LABEL                                       *> cherche la ligne de controle de son fichier bancaire
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'O'
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       IF HIST-PERIOD > RETRO-PERIOD-BASE + 999
                               AND HIST-PERIOD-LABEL(1:10)
                                   = "HORS CYCLE"
                           DIVIDE HIST-PERIOD BY 1000
                               GIVING OFFC-THOUSANDS
                               REMAINDER OFFC-MAPPED-PERIOD
                           IF OFFC-MAPPED-PERIOD = PAY-PERIOD-NUMBER
                                   AND OFFC-THOUSANDS - 5
                                       > OFFC-RUN-NUMBER
                               COMPUTE OFFC-RUN-NUMBER =
                                   OFFC-THOUSANDS - 5
                               MOVE HIST-PERIOD-LABEL TO OFFC-LAST-LABEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           IF OFFC-RUN-NUMBER > 0
               PERFORM CHECK-LAST-RUN-CONTROL
           END-IF
           ADD 1 TO OFFC-RUN-NUMBER
               ON SIZE ERROR
                   MOVE 9 TO OFFC-RUN-NUMBER
           END-ADD.

       CHECK-LAST-RUN-CONTROL.                                                  *> La passe OFFC-LAST-LABEL s'est rendue au bout si son
           MOVE 'N' TO OFFC-LAST-CONTROLLED                                     *> fichier bancaire a une ligne de controle a son libelle
           OPEN INPUT PAY-CONTROL-FILE
           IF PCTL-STATUS = "00"
               MOVE 'N' TO PCTL-EOF
               PERFORM UNTIL PCTL-EOF = 'O'
                   READ PAY-CONTROL-FILE
                       AT END
                           MOVE 'O' TO PCTL-EOF
                       NOT AT END
                           IF CPC-FILE-NAME = PAY-FILE-NAME
                                   AND CPC-PERIOD = OFFC-LAST-LABEL
                               MOVE 'O' TO OFFC-LAST-CONTROLLED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CONTROL-FILE
           END-IF.

       LOAD-SPECIAL-PAYMENTS.                                                   *> Charge les lignes de paiement; une ligne invalide est
           OPEN INPUT SPECIAL-FILE                                              *> rejetee seule, les autres lignes de l'employe passent
           IF SPE-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "paiements-speciaux.txt (SPE-STATUS=" SPE-STATUS
                   ") -- execution annulee."
               CLOSE EXCEPTION-FILE
               CLOSE CUMUL-FILE
               CLOSE HIST-FILE
               CLOSE EMP-FILE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'O'
               READ SPECIAL-FILE AT END
                   SET EOF-FLAG TO 'O'
               NOT AT END
                   ADD 1 TO SPE-READ-COUNT
                   MOVE 'O' TO VALID-RECORD
                   EVALUATE TRUE
                       WHEN SPE-REC-ID = SPACES
                           MOVE 'N' TO VALID-RECORD
                           MOVE "EMP-ID manquant" TO REJECT-REASON
                       WHEN SPE-REC-TYPE NOT = 'B'
                               AND SPE-REC-TYPE NOT = 'C'
                               AND SPE-REC-TYPE NOT = 'A'
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Type de paiement inconnu (B, C ou A)"
                               TO REJECT-REASON
                       WHEN SPE-REC-AMOUNT NOT NUMERIC
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Montant non numerique" TO REJECT-REASON
                       WHEN SPE-REC-AMOUNT = 0
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Montant nul" TO REJECT-REASON
                       WHEN SPE-REC-REASON = SPACES
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Motif du paiement manquant"
                               TO REJECT-REASON
                       WHEN SPE-COUNT >= 500
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Plus de 500 lignes dans la passe"
                               TO REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF VALID-RECORD = 'O'
                       ADD 1 TO SPE-COUNT
                       MOVE SPE-REC-ID     TO SPE-ID(SPE-COUNT)
                       MOVE SPE-REC-TYPE   TO SPE-TYPE(SPE-COUNT)
                       MOVE SPE-REC-AMOUNT TO SPE-AMOUNT(SPE-COUNT)
                       MOVE SPE-REC-REASON TO SPE-REASON(SPE-COUNT)
                       MOVE 'N'            TO SPE-DONE(SPE-COUNT)
                   ELSE
                       MOVE SPE-REC-ID       TO EXC-LINE-ID
                       MOVE SPE-REC-TYPE     TO EXC-LINE-TYPE
                       IF SPE-REC-AMOUNT NUMERIC
                           MOVE SPE-REC-AMOUNT   TO SPE-AMOUNT-DISP
                           MOVE SPE-AMOUNT-DISP  TO EXC-LINE-AMOUNT
                       ELSE
                           MOVE SPE-REC-AMOUNT-X TO EXC-LINE-AMOUNT
                       END-IF
                       MOVE SPE-REC-REASON   TO EXC-LINE-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SPECIAL-FILE
           MOVE 'N' TO EOF-FLAG.

       PAY-EMPLOYEE.                                                            *> Regroupe les lignes de l'employe de SPE-IDX, valide, calcule
           MOVE SPE-ID(SPE-IDX) TO CUR-ID                                       *> et verse le paiement
           MOVE 'O' TO VALID-RECORD
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO SPECIAL-GROSS
           MOVE 0 TO CUR-LINE-COUNT
           PERFORM VARYING SPE-SCAN-IDX FROM SPE-IDX BY 1
                   UNTIL SPE-SCAN-IDX > SPE-COUNT
               IF SPE-ID(SPE-SCAN-IDX) = CUR-ID
                   ADD 1 TO CUR-LINE-COUNT
                   ADD SPE-AMOUNT(SPE-SCAN-IDX) TO SPECIAL-GROSS
                       ON SIZE ERROR
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Total des paiements > 99999.99"
                               TO REJECT-REASON
                   END-ADD
               END-IF
           END-PERFORM
           MOVE CUR-ID TO EMP-ID
           IF VALID-RECORD = 'O'
               READ EMP-FILE KEY IS EMP-ID
                   INVALID KEY
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Employe introuvable au fichier maitre"
                           TO REJECT-REASON
               END-READ
           END-IF
           IF VALID-RECORD = 'O'
               EVALUATE TRUE
                   WHEN EMP-DEPT = SPACES
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Departement manquant au fichier maitre"
                           TO REJECT-REASON
                   WHEN EMP-PAY-METHOD NOT = 'D'
                           AND EMP-PAY-METHOD NOT = 'C'
                           AND EMP-PAY-METHOD NOT = SPACE
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Mode de paiement invalide (attendu D ou C)"
                           TO REJECT-REASON
                   WHEN EMP-PAY-METHOD NOT = 'C'
                           AND (EMP-BANK-TRANSIT NOT NUMERIC
                                OR EMP-BANK-ACCOUNT NOT NUMERIC)
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Coordonnees bancaires invalides"
                           TO REJECT-REASON
                   WHEN EMP-PENSION-RATE NOT NUMERIC
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Taux de retraite non numerique"
                           TO REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF VALID-RECORD = 'O'                                                *> Garde-fou: l'employe a deja une fiche pour cette passe
               MOVE CUR-ID TO HIST-ID
               MOVE OFFC-HIST-PERIOD TO HIST-PERIOD
               READ HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Deja historise pour cette passe"
                           TO REJECT-REASON
               END-READ
           END-IF
           IF VALID-RECORD = 'O'
               PERFORM FIND-DEPT-ENTRY
           END-IF
           IF VALID-RECORD = 'N'
               PERFORM REJECT-EMPLOYEE-LINES
           ELSE
               PERFORM FIND-REFERENCE-GROSS
               PERFORM CALC-SPECIAL-PENSION                                     *> Cotisation retranchee du paiement imposable avant l'impot
               PERFORM CALC-BONUS-TAX
               COMPUTE NET-SALARY-NUM =
                   SPECIAL-GROSS - TAX-AMOUNT - PENSION-EE-EMP
               PERFORM APPLY-GARNISHMENTS
               PERFORM UPDATE-CUMUL-SPECIAL
               PERFORM WRITE-SPECIAL-HISTORY
               PERFORM PAY-NET-AMOUNT
               PERFORM PRINT-SPECIAL-BULLETIN
               ADD SPECIAL-GROSS        TO DPT-GROSS(DPT-CUR)
               ADD TAX-AMOUNT           TO DPT-TAX(DPT-CUR)
               ADD SAISIE-AMOUNT-EMP    TO DPT-SAISIE(DPT-CUR)
               ADD NET-SALARY-NUM       TO DPT-NET(DPT-CUR)
               ADD EMPLOYER-CONTRIB-EMP TO DPT-EMPLOYER(DPT-CUR)
               ADD PENSION-EE-EMP       TO DPT-RETR-EE(DPT-CUR)
               ADD PENSION-ER-EMP       TO DPT-RETR-ER(DPT-CUR)
               ADD 1                    TO CTL-EMPLOYEE-COUNT
               ADD CUR-LINE-COUNT       TO CTL-LINE-COUNT
               ADD SPECIAL-GROSS        TO CTL-TOTAL-GROSS
               ADD TAX-AMOUNT           TO CTL-TOTAL-TAX
               ADD SAISIE-AMOUNT-EMP    TO CTL-TOTAL-SAISIE
               ADD NET-SALARY-NUM       TO CTL-TOTAL-NET
               ADD EMPLOYER-CONTRIB-EMP TO CTL-TOTAL-EMPLOYER
               ADD PENSION-EE-EMP       TO CTL-TOTAL-RETR-EE
               ADD PENSION-ER-EMP       TO CTL-TOTAL-RETR-ER
           END-IF
           PERFORM VARYING SPE-SCAN-IDX FROM SPE-IDX BY 1
                   UNTIL SPE-SCAN-IDX > SPE-COUNT
               IF SPE-ID(SPE-SCAN-IDX) = CUR-ID
                   MOVE 'O' TO SPE-DONE(SPE-SCAN-IDX)
               END-IF
           END-PERFORM.

       REJECT-EMPLOYEE-LINES.                                                   *> Toutes les lignes de l'employe vont aux exceptions avec le
           PERFORM VARYING SPE-SCAN-IDX FROM SPE-IDX BY 1                       *> motif du rejet
                   UNTIL SPE-SCAN-IDX > SPE-COUNT
               IF SPE-ID(SPE-SCAN-IDX) = CUR-ID
                   MOVE SPE-ID(SPE-SCAN-IDX)     TO EXC-LINE-ID
                   MOVE SPE-TYPE(SPE-SCAN-IDX)   TO EXC-LINE-TYPE
                   MOVE SPE-AMOUNT(SPE-SCAN-IDX) TO SPE-AMOUNT-DISP
                   MOVE SPE-AMOUNT-DISP          TO EXC-LINE-AMOUNT
                   MOVE SPE-REASON(SPE-SCAN-IDX) TO EXC-LINE-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-PERFORM.

       FIND-DEPT-ENTRY.                                                         *> Entree du departement de l'employe dans la table des totaux
           MOVE 0 TO DPT-CUR                                                    *> comptables (creee au besoin)
           PERFORM VARYING DPT-IDX FROM 1 BY 1
                   UNTIL DPT-IDX > DPT-COUNT
               IF DPT-CUR = 0 AND DPT-CODE(DPT-IDX) = EMP-DEPT
                   MOVE DPT-IDX TO DPT-CUR
               END-IF
           END-PERFORM
           IF DPT-CUR = 0
               IF DPT-COUNT >= 50
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Plus de 50 departements dans la passe"
                       TO REJECT-REASON
               ELSE
                   ADD 1 TO DPT-COUNT
                   MOVE DPT-COUNT TO DPT-CUR
                   MOVE EMP-DEPT TO DPT-CODE(DPT-CUR)
                   MOVE 0 TO DPT-GROSS(DPT-CUR)
                   MOVE 0 TO DPT-TAX(DPT-CUR)
                   MOVE 0 TO DPT-SAISIE(DPT-CUR)
                   MOVE 0 TO DPT-NET(DPT-CUR)
                   MOVE 0 TO DPT-EMPLOYER(DPT-CUR)
                   MOVE 0 TO DPT-RETR-EE(DPT-CUR)
                   MOVE 0 TO DPT-RETR-ER(DPT-CUR)
               END-IF
           END-IF.

       FIND-REFERENCE-GROSS.                                                    *> Brut imposable de la derniere paie reguliere de l'employe
           MOVE 0 TO REF-TAXABLE                                                *> (brut - retraite): base de la methode des primes. Sans paie
           MOVE 0 TO REF-PERIOD                                                 *> reguliere a l'historique, la base est zero
           MOVE CUR-ID TO HIST-ID
           MOVE 0 TO HIST-PERIOD
           MOVE 'N' TO EOF-FLAG
           START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET EOF-FLAG TO 'O'
           END-START
           PERFORM UNTIL EOF-FLAG = 'O'
               READ HIST-FILE NEXT RECORD
                   AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       IF HIST-ID NOT = CUR-ID
                               OR HIST-PERIOD NOT < RETRO-PERIOD-BASE
                           SET EOF-FLAG TO 'O'
                       ELSE
                           MOVE HIST-PERIOD TO REF-PERIOD
                           IF HIST-GROSS > HIST-PENSION-EE
                               COMPUTE REF-TAXABLE =
                                   HIST-GROSS - HIST-PENSION-EE
                           ELSE
                               MOVE 0 TO REF-TAXABLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG.

       CALC-SPECIAL-PENSION.                                                    *> Cotisation de retraite et contrepartie sur le paiement,
           MOVE 0 TO PENSION-EE-EMP                                             *> bornees par le reste de leur maximum annuel (cumuls
           MOVE 0 TO PENSION-ER-EMP                                             *> AVANT le paiement), comme la paie reguliere
           MOVE CUR-ID TO CUMUL-ID
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
                   SPECIAL-GROSS * EMP-PENSION-RATE
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
           COMPUTE SPECIAL-TAXABLE = SPECIAL-GROSS - PENSION-EE-EMP.

       CALC-BONUS-TAX.                                                          *> Methode des primes: le paiement imposable est etale sur
           MOVE REF-TAXABLE TO TAX-BASE                                         *> l'annee, ajoute au brut imposable d'une periode reguliere,
           PERFORM CALC-BRACKET-TAX                                             *> et l'impot supplementaire de la periode est ramene a
           MOVE BRACKET-TAX TO PERIOD-TAX-BEFORE                                *> l'annee: P x [T(G + B/P) - T(G)]
           COMPUTE TAX-BASE ROUNDED = REF-TAXABLE
               + (SPECIAL-TAXABLE / SAL-PERIODS-PER-YEAR)
           PERFORM CALC-BRACKET-TAX
           COMPUTE TAX-AMOUNT ROUNDED =
               (BRACKET-TAX - PERIOD-TAX-BEFORE) * SAL-PERIODS-PER-YEAR
               ON SIZE ERROR
                   MOVE SPECIAL-TAXABLE TO TAX-AMOUNT
           END-COMPUTE
           IF TAX-AMOUNT > SPECIAL-TAXABLE                                      *> L'arrondi ne doit jamais retenir plus que le paiement
               MOVE SPECIAL-TAXABLE TO TAX-AMOUNT
           END-IF.

       CALC-BRACKET-TAX.                                                        *> Impot par tranches progressives, comme la paie reguliere
           MOVE 0 TO BRACKET-TAX
           MOVE 0 TO PREV-BRACKET-UPPER
           PERFORM VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > 5
               IF TAX-BASE > PREV-BRACKET-UPPER
                   IF TAX-BASE
                           < TAX-BRACKET-UPPER(TAX-IDX)
                       COMPUTE TAXABLE-IN-BRACKET =
                           TAX-BASE - PREV-BRACKET-UPPER
                   ELSE
                       COMPUTE TAXABLE-IN-BRACKET =
                           TAX-BRACKET-UPPER(TAX-IDX)
                           - PREV-BRACKET-UPPER
                   END-IF
                   COMPUTE BRACKET-TAX = BRACKET-TAX +
                       (TAXABLE-IN-BRACKET *
                        TAX-BRACKET-RATE(TAX-IDX))
                   MOVE TAX-BRACKET-UPPER(TAX-IDX)
                       TO PREV-BRACKET-UPPER
               END-IF
           END-PERFORM.

       CALC-EMPLOYER-CONTRIBS.                                                  *> Charges de l'employeur sur le paiement, plafonnees sur le
           MOVE 0 TO EMPLOYER-CONTRIB-EMP                                       *> brut cumule de l'annee (YTD-GROSS-BEFORE)
           PERFORM VARYING CONTRIB-IDX FROM 1 BY 1
                   UNTIL CONTRIB-IDX > 3
               IF YTD-GROSS-BEFORE < CONTRIB-CEILING(CONTRIB-IDX)
                   COMPUTE CONTRIB-ROOM =
                       CONTRIB-CEILING(CONTRIB-IDX)
                       - YTD-GROSS-BEFORE
                   IF SPECIAL-GROSS < CONTRIB-ROOM
                       MOVE SPECIAL-GROSS TO CONTRIB-BASE
                   ELSE
                       MOVE CONTRIB-ROOM TO CONTRIB-BASE
                   END-IF
                   COMPUTE EMPLOYER-CONTRIB-EMP =
                       EMPLOYER-CONTRIB-EMP
                       + (CONTRIB-BASE * CONTRIB-RATE(CONTRIB-IDX))
               END-IF
           END-PERFORM.

       UPDATE-CUMUL-SPECIAL.                                                    *> Charges de l'employeur sur le cumul d'avant le paiement,
           MOVE CUR-ID TO CUMUL-ID                                              *> puis ajout du paiement aux cumuls annuels
           MOVE 'N' TO CUMUL-IS-NEW
           READ CUMUL-FILE KEY IS CUMUL-ID
               INVALID KEY
                   MOVE 'O' TO CUMUL-IS-NEW
                   MOVE EMP-NAME TO CUMUL-NAME
                   MOVE 0 TO CUMUL-GROSS-YTD
                   MOVE 0 TO CUMUL-TAX-YTD
                   MOVE 0 TO CUMUL-NET-YTD
                   MOVE 0 TO CUMUL-PENSION-EE-YTD
                   MOVE 0 TO CUMUL-PENSION-ER-YTD
           END-READ
           MOVE CUMUL-GROSS-YTD TO YTD-GROSS-BEFORE
           PERFORM CALC-EMPLOYER-CONTRIBS
           ADD PENSION-ER-EMP TO EMPLOYER-CONTRIB-EMP                           *> La contrepartie de retraite fait partie des charges employeur
           ADD SPECIAL-GROSS TO CUMUL-GROSS-YTD
           ADD TAX-AMOUNT    TO CUMUL-TAX-YTD
           ADD NET-SALARY-NUM TO CUMUL-NET-YTD
           ADD PENSION-EE-EMP TO CUMUL-PENSION-EE-YTD
           ADD PENSION-ER-EMP TO CUMUL-PENSION-ER-YTD
           IF CUMUL-IS-NEW = 'O'
               WRITE CUMUL-RECORD
           ELSE
               REWRITE CUMUL-RECORD
           END-IF.

       WRITE-SPECIAL-HISTORY.                                                   *> Fige le paiement dans l'historique permanent sous le numero
           MOVE CUR-ID            TO HIST-ID                                    *> de la passe: RemiseMensuelle et AuditCumuls le retrouvent
           MOVE OFFC-HIST-PERIOD  TO HIST-PERIOD
           MOVE OFFC-LABEL        TO HIST-PERIOD-LABEL
           MOVE EMP-DEPT          TO HIST-DEPT
           MOVE EMP-NAME          TO HIST-NAME
           MOVE 0                 TO HIST-HOURS-REG                             *> Aucune heure: le paiement ne fausse jamais les heures
           MOVE 0                 TO HIST-HOURS-OT                              *> travaillees
           MOVE EMP-RATE-HOURLY   TO HIST-RATE-HOURLY
           MOVE SPECIAL-GROSS     TO HIST-GROSS
           MOVE TAX-AMOUNT        TO HIST-TAX
           MOVE 0                 TO HIST-DED-SANTE                             *> Les deductions par periode restent a la paie reguliere
           MOVE 0                 TO HIST-DED-SYNDICAT
           MOVE 0                 TO HIST-DED-AUTRE
           MOVE SAISIE-AMOUNT-EMP TO HIST-SAISIE
           MOVE NET-SALARY-NUM    TO HIST-NET
           IF EMP-PAY-TYPE = 'S'
               MOVE 'S'           TO HIST-PAY-TYPE
           ELSE
               MOVE 'H'           TO HIST-PAY-TYPE
           END-IF
           MOVE 0                 TO HIST-ANNUAL-SALARY                         *> Aucune part salariale: une retro ne doit pas reevaluer
           MOVE 0                 TO HIST-SALARY-PAID                           *> une prime
           MOVE PENSION-EE-EMP    TO HIST-PENSION-EE
           MOVE PENSION-ER-EMP    TO HIST-PENSION-ER
           WRITE HIST-RECORD
               INVALID KEY
                   REWRITE HIST-RECORD
           END-WRITE.

       PAY-NET-AMOUNT.                                                          *> Verse le net par depot direct ou par cheque, selon le
           IF NET-SALARY-NUM > 0                                                *> maitre (un net entierement saisi ne produit aucun versement)
               IF EMP-PAY-METHOD = 'C'
                   PERFORM WRITE-CHEQUE
                   ADD 1 TO CTL-CHEQUE-COUNT
                   ADD NET-SALARY-NUM TO CTL-TOTAL-NET-CHEQUE
               ELSE
                   MOVE CUR-ID           TO PAY-DET-ID
                   MOVE EMP-BANK-TRANSIT TO PAY-DET-TRANSIT
                   MOVE EMP-BANK-ACCOUNT TO PAY-DET-ACCOUNT
                   MOVE NET-SALARY-NUM   TO PAY-DET-AMOUNT
                   MOVE PAY-DETAIL-REC TO PAYMENT-RECORD
                   WRITE PAYMENT-RECORD
                   ADD 1 TO CTL-DEPOSIT-COUNT
                   ADD NET-SALARY-NUM TO CTL-TOTAL-NET-DEPOT
                   ADD PAY-DET-ACCOUNT-NUM TO CTL-DEPOSIT-HASH
               END-IF
           END-IF.

       PRINT-SPECIAL-BULLETIN.                                                  *> Meme bloc de bulletin que la paie reguliere, marque HORS
           MOVE SEPARATOR-LINE TO OUTPUT-FIELD                                  *> CYCLE, avec une ligne par paiement verse
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "BULLETIN DE PAIE (HORS CYCLE) - " COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Employe: " CUR-ID "  " EMP-NAME
               "  Departement: " EMP-DEPT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Periode de versement: " PAY-PERIOD
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Passe: " OFFC-LABEL "  Date: " RUN-DATE
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           PERFORM VARYING SPE-SCAN-IDX FROM SPE-IDX BY 1
                   UNTIL SPE-SCAN-IDX > SPE-COUNT
               IF SPE-ID(SPE-SCAN-IDX) = CUR-ID
                   PERFORM PRINT-PAYMENT-LINE
               END-IF
           END-PERFORM
           COMPUTE SPECIAL-GROSS-DISP = SPECIAL-GROSS
           MOVE SPACES TO TEMP-STRING
           STRING "Total brut: " SPECIAL-GROSS-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           IF EMP-PENSION-RATE > 0 OR PENSION-EE-EMP > 0                        *> Regime de retraite, comme le bulletin de la paie reguliere
               COMPUTE PENSION-EE-DISP = PENSION-EE-EMP
               COMPUTE SPECIAL-TAXABLE-DISP = SPECIAL-TAXABLE
               MOVE SPACES TO TEMP-STRING
               STRING "Retraite employe (avant impot): "
                   PENSION-EE-DISP
                   "  - Paiement imposable: " SPECIAL-TAXABLE-DISP
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
           COMPUTE REF-TAXABLE-DISP = REF-TAXABLE
           COMPUTE TAX-AMOUNT-DISP = TAX-AMOUNT
           MOVE SPACES TO TEMP-STRING
           IF REF-PERIOD = 0
               STRING "Impot retenu (methode des primes, sans paie "
                   "reguliere de reference): " TAX-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               STRING "Impot retenu (methode des primes, brut "
                   "imposable de reference " REF-TAXABLE-DISP
                   " periode " REF-PERIOD "): " TAX-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           IF SAISIE-AMOUNT-EMP > 0
               COMPUTE SAISIE-AMOUNT-EMP-DISP = SAISIE-AMOUNT-EMP
               MOVE SPACES TO TEMP-STRING
               STRING "Saisies-arret retenues: " SAISIE-AMOUNT-EMP-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO OUTPUT-FIELD
               WRITE OUTPUT-RECORD
           END-IF
           COMPUTE YTD-GROSS-DISP = CUMUL-GROSS-YTD
           MOVE SPACES TO TEMP-STRING
           STRING "Brut cumule de l'annee: " YTD-GROSS-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE NET-SALARY-DISP = NET-SALARY-NUM
           MOVE SPACES TO TEMP-STRING
           IF NET-SALARY-NUM = 0
               STRING "NET VERSE: " NET-SALARY-DISP
                   " (aucun versement)"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               IF EMP-PAY-METHOD = 'C'
                   STRING "NET VERSE: " NET-SALARY-DISP
                       " (cheque)"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               ELSE
                   STRING "NET VERSE: " NET-SALARY-DISP
                       " (depot direct)"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               END-IF
           END-IF
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SEPARATOR-LINE TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD.

       PRINT-PAYMENT-LINE.                                                      *> Une ligne du bulletin: type, montant et motif du paiement
           EVALUATE SPE-TYPE(SPE-SCAN-IDX)
               WHEN 'B'
                   MOVE "Prime"      TO SPE-TYPE-LABEL
               WHEN 'C'
                   MOVE "Commission" TO SPE-TYPE-LABEL
               WHEN OTHER
                   MOVE "Autre"      TO SPE-TYPE-LABEL
           END-EVALUATE
           COMPUTE SPE-AMOUNT-DISP = SPE-AMOUNT(SPE-SCAN-IDX)
           MOVE SPACES TO TEMP-STRING
           STRING "  " SPE-TYPE-LABEL " " SPE-AMOUNT-DISP
               "  " SPE-REASON(SPE-SCAN-IDX)
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD.

       PRINT-CONTROL-TOTALS.                                                    *> Totaux de controle de la passe, pour la reconciliation
           MOVE SEPARATOR-LINE TO OUTPUT-FIELD                                  *> avec la comptabilite et le fichier bancaire
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "TOTAUX DE CONTROLE - " COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Passe: " OFFC-LABEL
               " (historique " OFFC-HIST-PERIOD ")"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Lignes lues: " SPE-READ-COUNT
               "  - versees: " CTL-LINE-COUNT
               "  - rejetees: " CTL-REJECT-COUNT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Employes payes: " CTL-EMPLOYEE-COUNT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-GROSS-DISP = CTL-TOTAL-GROSS
           MOVE SPACES TO TEMP-STRING
           STRING "Total brut: " CTL-TOTAL-GROSS-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-TAX-DISP = CTL-TOTAL-TAX
           MOVE SPACES TO TEMP-STRING
           STRING "Total impot retenu: " CTL-TOTAL-TAX-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-SAISIE-DISP = CTL-TOTAL-SAISIE
           MOVE SPACES TO TEMP-STRING
           STRING "Total saisies-arret retenues: "
               CTL-TOTAL-SAISIE-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-NET-DISP = CTL-TOTAL-NET
           MOVE SPACES TO TEMP-STRING
           STRING "Total net verse: " CTL-TOTAL-NET-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-NET-DEPOT-DISP = CTL-TOTAL-NET-DEPOT
           COMPUTE CTL-TOTAL-NET-CHEQUE-DISP = CTL-TOTAL-NET-CHEQUE
           MOVE SPACES TO TEMP-STRING
           STRING "  dont par depot: " CTL-TOTAL-NET-DEPOT-DISP
               " (" CTL-DEPOSIT-COUNT " employes)"
               " - par cheque: " CTL-TOTAL-NET-CHEQUE-DISP
               " (" CTL-CHEQUE-COUNT " employes)"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "  hachage des comptes (depot): " CTL-DEPOSIT-HASH
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-EMPLOYER-DISP = CTL-TOTAL-EMPLOYER
           MOVE SPACES TO TEMP-STRING
           STRING "Total charges employeur: "
               CTL-TOTAL-EMPLOYER-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE CTL-TOTAL-RETR-EE-DISP = CTL-TOTAL-RETR-EE                   *> Regime de retraite: cotisations employe (avant impot) et
           COMPUTE CTL-TOTAL-RETR-ER-DISP = CTL-TOTAL-RETR-ER                   *> contreparties, deja comprises dans les charges employeur
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

       WRITE-EXCEPTION-RECORD.                                                  *> Ecrit la ligne de paiement courante + motif du rejet
           MOVE SPACES TO EXCEPTION-LINE
           STRING EXC-LINE-ID " " EXC-LINE-TYPE
               " Montant=" EXC-LINE-AMOUNT
               " Motif=" EXC-LINE-REASON
               " -- REJET: " REJECT-REASON
               DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           ADD 1 TO CTL-REJECT-COUNT.

       INIT-CHART-OF-ACCOUNTS.                                                  *> Meme plan comptable que GestionPaie
           MOVE "COMPTA"     TO COA-DEPT(1)
           MOVE "51100010"   TO COA-CPT-SALAIRE(1)
           MOVE "51200010"   TO COA-CPT-CHARGES(1)
           MOVE "21600010"   TO COA-CPT-CHARGES-AP(1)
           MOVE "21100010"   TO COA-CPT-IMPOT(1)
           MOVE "21200010"   TO COA-CPT-SANTE(1)
           MOVE "21300010"   TO COA-CPT-SYNDICAT(1)
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
           MOVE "21600020"   TO COA-CPT-CHARGES-AP(2)
           MOVE "21100020"   TO COA-CPT-IMPOT(2)
           MOVE "21200020"   TO COA-CPT-SANTE(2)
           MOVE "21300020"   TO COA-CPT-SYNDICAT(2)
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
           MOVE "21600030"   TO COA-CPT-CHARGES-AP(3)
           MOVE "21100030"   TO COA-CPT-IMPOT(3)
           MOVE "21200030"   TO COA-CPT-SANTE(3)
           MOVE "21300030"   TO COA-CPT-SYNDICAT(3)
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
           MOVE "21600040"   TO COA-CPT-CHARGES-AP(4)
           MOVE "21100040"   TO COA-CPT-IMPOT(4)
           MOVE "21200040"   TO COA-CPT-SANTE(4)
           MOVE "21300040"   TO COA-CPT-SYNDICAT(4)
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
           MOVE "21600099"   TO COA-CPT-CHARGES-AP(5)
           MOVE "21100099"   TO COA-CPT-IMPOT(5)
           MOVE "21200099"   TO COA-CPT-SANTE(5)
           MOVE "21300099"   TO COA-CPT-SYNDICAT(5)
           MOVE "21400099"   TO COA-CPT-AUTRE(5)
           MOVE "21700099"   TO COA-CPT-SAISIE(5)
           MOVE "21500099"   TO COA-CPT-NET(5)
           MOVE "51300099"   TO COA-CPT-RETRAITE(5)
           MOVE "21800099"   TO COA-CPT-RETRAITE-AP(5)
           MOVE "51400099"   TO COA-CPT-VACANCES(5)
           MOVE "21900099"   TO COA-CPT-VACANCES-AP(5).

       FIND-DEPT-ACCOUNTS.                                                      *> Cherche les comptes du departement COA-LOOKUP-DEPT au plan
           MOVE 'N' TO COA-FOUND                                                *> comptable (fourre-tout s'il n'y figure pas)
           PERFORM VARYING COA-IDX FROM 1 BY 1
                   UNTIL COA-IDX > 5
               IF COA-FOUND = 'N'
                       AND COA-LOOKUP-DEPT = COA-DEPT(COA-IDX)
                   MOVE 'O' TO COA-FOUND
                   MOVE COA-CPT-SALAIRE(COA-IDX)  TO GL-CPT-SALAIRE
                   MOVE COA-CPT-CHARGES(COA-IDX)  TO GL-CPT-CHARGES
                   MOVE COA-CPT-CHARGES-AP(COA-IDX)
                       TO GL-CPT-CHARGES-AP
                   MOVE COA-CPT-IMPOT(COA-IDX)    TO GL-CPT-IMPOT
                   MOVE COA-CPT-SAISIE(COA-IDX)   TO GL-CPT-SAISIE
                   MOVE COA-CPT-NET(COA-IDX)      TO GL-CPT-NET
                   MOVE COA-CPT-RETRAITE(COA-IDX) TO GL-CPT-RETRAITE
                   MOVE COA-CPT-RETRAITE-AP(COA-IDX)
                       TO GL-CPT-RETRAITE-AP
               END-IF
           END-PERFORM
           IF COA-FOUND = 'N'
               MOVE COA-CPT-SALAIRE(5)  TO GL-CPT-SALAIRE
               MOVE COA-CPT-CHARGES(5)  TO GL-CPT-CHARGES
               MOVE COA-CPT-CHARGES-AP(5) TO GL-CPT-CHARGES-AP
               MOVE COA-CPT-IMPOT(5)    TO GL-CPT-IMPOT
               MOVE COA-CPT-SAISIE(5)   TO GL-CPT-SAISIE
               MOVE COA-CPT-NET(5)      TO GL-CPT-NET
               MOVE COA-CPT-RETRAITE(5) TO GL-CPT-RETRAITE
               MOVE COA-CPT-RETRAITE-AP(5) TO GL-CPT-RETRAITE-AP
           END-IF.

       WRITE-GL-POSTINGS.                                                       *> Debits de depense et credits a payer du departement DPT-IDX
           MOVE DPT-CODE(DPT-IDX) TO COA-LOOKUP-DEPT                            *> (le paiement hors cycle n'est pas ventile par centre de
           PERFORM FIND-DEPT-ACCOUNTS                                           *> couts: il n'a pas d'heures)
           MOVE DPT-CODE(DPT-IDX) TO GL-DEPT
           MOVE 'D'               TO GL-SENS
           MOVE GL-CPT-SALAIRE    TO GL-ACCOUNT
           MOVE "PAIEMENTS SPECIAUX BRUTS" TO GL-LABEL
           MOVE DPT-GROSS(DPT-IDX) TO GL-AMOUNT
           ADD DPT-GROSS(DPT-IDX) TO GL-TOTAL-DEBIT
           WRITE GL-RECORD
           MOVE 'D'               TO GL-SENS                                    *> Charges de l'employeur; la contrepartie de retraite a
           MOVE GL-CPT-CHARGES    TO GL-ACCOUNT                                 *> ses propres comptes
           MOVE "CHARGES SOCIALES EMPLOYEUR" TO GL-LABEL
           COMPUTE GL-AMOUNT =
               DPT-EMPLOYER(DPT-IDX) - DPT-RETR-ER(DPT-IDX)
           ADD GL-AMOUNT          TO GL-TOTAL-DEBIT
           WRITE GL-RECORD
           MOVE 'D'               TO GL-SENS
           MOVE GL-CPT-RETRAITE   TO GL-ACCOUNT
           MOVE "CONTREPARTIE RETRAITE" TO GL-LABEL
           MOVE DPT-RETR-ER(DPT-IDX) TO GL-AMOUNT
           ADD DPT-RETR-ER(DPT-IDX) TO GL-TOTAL-DEBIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS
           MOVE GL-CPT-IMPOT      TO GL-ACCOUNT
           MOVE "IMPOT RETENU A REMETTRE" TO GL-LABEL
           MOVE DPT-TAX(DPT-IDX)  TO GL-AMOUNT
           ADD DPT-TAX(DPT-IDX)   TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS
           MOVE GL-CPT-SAISIE     TO GL-ACCOUNT
           MOVE "SAISIES-ARRET A REMETTRE" TO GL-LABEL
           MOVE DPT-SAISIE(DPT-IDX) TO GL-AMOUNT
           ADD DPT-SAISIE(DPT-IDX) TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS
           MOVE GL-CPT-NET        TO GL-ACCOUNT
           MOVE "SALAIRE NET A PAYER" TO GL-LABEL
           MOVE DPT-NET(DPT-IDX)  TO GL-AMOUNT
           ADD DPT-NET(DPT-IDX)   TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS
           MOVE GL-CPT-CHARGES-AP TO GL-ACCOUNT
           MOVE "CHARGES EMPLOYEUR A REMETTRE" TO GL-LABEL
           COMPUTE GL-AMOUNT =
               DPT-EMPLOYER(DPT-IDX) - DPT-RETR-ER(DPT-IDX)
           ADD GL-AMOUNT          TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS                                    *> Regime de retraite: la cotisation de l'employe (retenue
           MOVE GL-CPT-RETRAITE-AP TO GL-ACCOUNT                                *> sur le paiement) et la contrepartie sont a remettre
           MOVE "RETRAITE EMPLOYE A REMETTRE" TO GL-LABEL
           MOVE DPT-RETR-EE(DPT-IDX) TO GL-AMOUNT
           ADD DPT-RETR-EE(DPT-IDX) TO GL-TOTAL-CREDIT
           WRITE GL-RECORD
           MOVE 'C'               TO GL-SENS
           MOVE GL-CPT-RETRAITE-AP TO GL-ACCOUNT
           MOVE "RETRAITE EMPLOYEUR A REMETTRE" TO GL-LABEL
           MOVE DPT-RETR-ER(DPT-IDX) TO GL-AMOUNT
           ADD DPT-RETR-ER(DPT-IDX) TO GL-TOTAL-CREDIT
           WRITE GL-RECORD.

       VERIFY-GL-BALANCE.                                                       *> L'extrait doit balancer avec les totaux de controle, sinon il
           MOVE 'T'               TO GL-SENS                                    *> est marque inutilisable plutot que d'etre poste de travers
           MOVE "TOTAUX  "        TO GL-ACCOUNT
           MOVE SPACES            TO GL-DEPT
           MOVE "TOTAL DEBITS"    TO GL-LABEL
           MOVE GL-TOTAL-DEBIT    TO GL-AMOUNT
           WRITE GL-RECORD
           MOVE 'T'               TO GL-SENS
           MOVE "TOTAUX  "        TO GL-ACCOUNT
           MOVE "TOTAL CREDITS"   TO GL-LABEL
           MOVE GL-TOTAL-CREDIT   TO GL-AMOUNT
           WRITE GL-RECORD
           COMPUTE GL-CHECK-TOTAL = CTL-TOTAL-GROSS + CTL-TOTAL-EMPLOYER
           IF GL-TOTAL-DEBIT NOT = GL-TOTAL-CREDIT
                   OR GL-TOTAL-DEBIT NOT = GL-CHECK-TOTAL
               MOVE 'X'           TO GL-SENS
               MOVE "********"    TO GL-ACCOUNT
               MOVE SPACES        TO GL-DEPT
               MOVE "DESEQUILIBRE - INUTILISABLE" TO GL-LABEL
               MOVE 0             TO GL-AMOUNT
               WRITE GL-RECORD
               COMPUTE GL-TOTAL-DEBIT-DISP = GL-TOTAL-DEBIT
               COMPUTE GL-TOTAL-CREDIT-DISP = GL-TOTAL-CREDIT
               COMPUTE GL-CHECK-TOTAL-DISP = GL-CHECK-TOTAL
               DISPLAY "ATTENTION: l'extrait comptable ne balance"
               DISPLAY "pas (debits=" GL-TOTAL-DEBIT-DISP
                   " credits=" GL-TOTAL-CREDIT-DISP
                   " attendu=" GL-CHECK-TOTAL-DISP ")."
               DISPLAY "ecritures-gl-hors-cycle.txt est marque "
                   "INUTILISABLE:"
               DISPLAY "ne pas le poster au grand livre."
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
               MOVE "PaieSpeciale" TO CPC-PROGRAM
               STRING PCTL-CLOCK-DATE(1:4) "-" PCTL-CLOCK-DATE(5:2) "-"
                   PCTL-CLOCK-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO CPC-RUN-DATE
               END-STRING
               MOVE PCTL-CLOCK-TIME(1:6) TO CPC-RUN-TIME
               MOVE OFFC-LABEL TO CPC-PERIOD
               MOVE PAY-TRL-COUNT TO CPC-COUNT
               MOVE PAY-TRL-AMOUNT TO CPC-AMOUNT
               MOVE PAY-TRL-HASH TO CPC-HASH
               WRITE PAY-CONTROL-RECORD
               CLOSE PAY-CONTROL-FILE
           ELSE
               DISPLAY "ATTENTION: controles-paiements.dat inaccessible"
                   " (PCTL-STATUS=" PCTL-STATUS ")."
               DISPLAY "Le fichier bancaire ne pourra pas etre libere."
           END-IF.

       STAMP-RUN-OUTPUTS.                                                       *> Copie chaque sortie de la passe sous son nom suivi de
           MOVE "rapport-hors-cycle"          TO STL-STEM(1)                    *> -H et du numero d'historique de la passe; une copie
           MOVE "exceptions-hors-cycle"       TO STL-STEM(2)                    *> manquee est signalee sans defaire la passe, deja
           MOVE "ecritures-gl-hors-cycle"     TO STL-STEM(3)                    *> historisee
           MOVE "remises-saisies-hors-cycle"  TO STL-STEM(4)
           MOVE "paiements-banque-hors-cycle" TO STL-STEM(5)
           MOVE "cheques-hors-cycle"          TO STL-STEM(6)
           MOVE "registre-cheques-hors-cycle" TO STL-STEM(7)
           PERFORM VARYING STL-IDX FROM 1 BY 1
                   UNTIL STL-IDX > STL-COUNT
               MOVE SPACES TO STAMP-SOURCE-NAME
               STRING STL-STEM(STL-IDX) DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO STAMP-SOURCE-NAME
               END-STRING
               MOVE SPACES TO STAMP-COPY-NAME
               STRING STL-STEM(STL-IDX) DELIMITED BY SPACE
                   "-H" OFFC-HIST-PERIOD ".txt" DELIMITED BY SIZE
                   INTO STAMP-COPY-NAME
               END-STRING
               PERFORM STAMP-ONE-FILE
           END-PERFORM.

       STAMP-ONE-FILE.                                                          *> Copie STAMP-SOURCE-NAME dans STAMP-COPY-NAME
           OPEN INPUT STAMP-SOURCE-FILE
           IF STPS-STATUS NOT = "00"
               DISPLAY "ATTENTION: impossible de relire "
                   STAMP-SOURCE-NAME " (STPS-STATUS=" STPS-STATUS
                   "); aucune copie -H" OFFC-HIST-PERIOD "."
           ELSE
               OPEN OUTPUT STAMP-COPY-FILE
               IF STPC-STATUS NOT = "00"
                   DISPLAY "ATTENTION: impossible de creer "
                       STAMP-COPY-NAME " (STPC-STATUS=" STPC-STATUS
                       ")."
                   CLOSE STAMP-SOURCE-FILE
               ELSE
                   MOVE 0 TO STAMP-LINE-COUNT
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = 'O'
                       READ STAMP-SOURCE-FILE AT END
                           SET EOF-FLAG TO 'O'
                       NOT AT END
                           MOVE STAMP-SOURCE-RECORD
                               TO STAMP-COPY-RECORD
                           WRITE STAMP-COPY-RECORD
                           ADD 1 TO STAMP-LINE-COUNT
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO EOF-FLAG
                   CLOSE STAMP-SOURCE-FILE
                   CLOSE STAMP-COPY-FILE
                   ADD 1 TO STAMP-FILE-COUNT
               END-IF
           END-IF.

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
           PERFORM VARYING RTT-IDX FROM 1 BY 1                                  *> les tables des copybooks TAXBRK, EMPCTB et RRTPRM
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
                   OR RATE-RRET-COUNT NOT = 2
               DISPLAY "ERREUR: taux-paie.dat ne contient pas de jeu "
                   "complet en vigueur au " RATE-DATE
               DISPLAY "(tranches IMPO: " RATE-IMPO-COUNT "/5, "
                   "charges CHRG: " RATE-CHRG-COUNT "/3, "
                   "RRET: " RATE-RRET-COUNT "/2) -- "
                   "execution annulee."
               STOP RUN
           END-IF
           MOVE RATE-DATE TO RATE-DATE-LOADED.

       LOAD-GARNISHMENT-ORDERS.                                                 *> Charge les ordonnances de saisie-arret dans la table; le
           OPEN INPUT GARNISH-FILE                                              *> retenu de la periode reguliere est conserve tel quel
           IF SAI-STATUS = "35"                                                 *> Fichier absent = aucune ordonnance en vigueur, c'est permis
               MOVE 0 TO SAI-COUNT
           ELSE
           IF SAI-STATUS NOT = "00"                                             *> Fichier present mais illisible: on arrete plutot que de payer
               DISPLAY "ERREUR: impossible d'ouvrir "                           *> en ignorant des ordonnances de la cour
                   "saisies-arret.txt (SAI-STATUS=" SAI-STATUS
                   ") -- execution annulee."
               STOP RUN
           ELSE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ GARNISH-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       IF SAI-COUNT < 200
                               AND SAI-REC-ID NOT = SPACES
                               AND SAI-REC-PRIORITY NUMERIC
                               AND SAI-REC-RATE NUMERIC
                               AND SAI-REC-AMOUNT NUMERIC
                               AND SAI-REC-BALANCE NUMERIC
                           ADD 1 TO SAI-COUNT
                           MOVE SAI-REC-ID
                               TO SAI-ID(SAI-COUNT)
                           MOVE SAI-REC-PRIORITY
                               TO SAI-PRIORITY(SAI-COUNT)
                           MOVE SAI-REC-CREDITOR
                               TO SAI-CREDITOR(SAI-COUNT)
                           MOVE SAI-REC-TYPE
                               TO SAI-TYPE(SAI-COUNT)
                           MOVE SAI-REC-RATE
                               TO SAI-RATE(SAI-COUNT)
                           MOVE SAI-REC-AMOUNT
                               TO SAI-AMOUNT(SAI-COUNT)
                           MOVE SAI-REC-BALANCE
                               TO SAI-BALANCE(SAI-COUNT)
                           IF SAI-REC-WITHHELD NUMERIC
                               MOVE SAI-REC-WITHHELD
                                   TO SAI-WITHHELD(SAI-COUNT)
                           ELSE
                               MOVE 0 TO SAI-WITHHELD(SAI-COUNT)
                           END-IF
                           MOVE 0 TO SAI-OFFC-WITHHELD(SAI-COUNT)
                       ELSE
                           DISPLAY "ATTENTION: ordonnance de saisie "
                               "invalide ignoree (EMP-ID="
                               SAI-REC-ID ")."
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF
           END-IF.

       APPLY-GARNISHMENTS.                                                      *> Applique au net du paiement les ordonnances de l'employe
           MOVE 0 TO SAISIE-AMOUNT-EMP                                          *> exprimees en pourcentage du net, par ordre de priorite.
           MOVE NET-SALARY-NUM TO SAISIE-NET-BASE                               *> Un montant fixe ('M') est un versement par paie reguliere:
           PERFORM VARYING SAI-IDX FROM 1 BY 1                                  *> il n'est pas preleve une seconde fois sur un paiement
                   UNTIL SAI-IDX > SAI-COUNT                                    *> hors cycle
               MOVE 'N' TO SAI-DONE(SAI-IDX)
           END-PERFORM
           PERFORM FIND-NEXT-GARNISHMENT
           PERFORM UNTIL SAI-BEST-IDX = 0
               PERFORM APPLY-ONE-GARNISHMENT
               PERFORM FIND-NEXT-GARNISHMENT
           END-PERFORM.

       FIND-NEXT-GARNISHMENT.                                                   *> Cherche l'ordonnance en pourcentage de plus haut rang encore
           MOVE 0 TO SAI-BEST-IDX                                               *> a appliquer pour l'employe courant
           PERFORM VARYING SAI-IDX FROM 1 BY 1
                   UNTIL SAI-IDX > SAI-COUNT
               IF CUR-ID = SAI-ID(SAI-IDX)
                       AND SAI-TYPE(SAI-IDX) = 'P'
                       AND SAI-DONE(SAI-IDX) = 'N'
                       AND SAI-BALANCE(SAI-IDX) > 0
                   IF SAI-BEST-IDX = 0
                       MOVE SAI-IDX TO SAI-BEST-IDX
                   ELSE
                       IF SAI-PRIORITY(SAI-IDX)
                               < SAI-PRIORITY(SAI-BEST-IDX)
                           MOVE SAI-IDX TO SAI-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-ONE-GARNISHMENT.                                                   *> Retient l'ordonnance SAI-BEST-IDX, bornee au solde de
           COMPUTE SAISIE-ONE =                                                 *> l'ordonnance puis au net encore disponible
               SAISIE-NET-BASE * SAI-RATE(SAI-BEST-IDX)
           IF SAISIE-ONE > SAI-BALANCE(SAI-BEST-IDX)
               MOVE SAI-BALANCE(SAI-BEST-IDX) TO SAISIE-ONE
           END-IF
           IF SAISIE-ONE > NET-SALARY-NUM
               MOVE NET-SALARY-NUM TO SAISIE-ONE
           END-IF
           SUBTRACT SAISIE-ONE FROM NET-SALARY-NUM
           SUBTRACT SAISIE-ONE FROM SAI-BALANCE(SAI-BEST-IDX)
           ADD SAISIE-ONE TO SAI-OFFC-WITHHELD(SAI-BEST-IDX)
           ADD SAISIE-ONE TO SAISIE-AMOUNT-EMP
           MOVE 'O' TO SAI-DONE(SAI-BEST-IDX).

       REWRITE-GARNISHMENT-FILE.                                                *> Reecrit saisies-arret.txt avec les soldes a jour; le retenu
           IF SAI-COUNT > 0 AND CTL-TOTAL-SAISIE > 0                            *> de la periode reguliere est reecrit sans changement
               OPEN OUTPUT GARNISH-FILE
               PERFORM VARYING SAI-IDX FROM 1 BY 1
                       UNTIL SAI-IDX > SAI-COUNT
                   MOVE SAI-ID(SAI-IDX)       TO SAI-REC-ID
                   MOVE SAI-PRIORITY(SAI-IDX) TO SAI-REC-PRIORITY
                   MOVE SAI-CREDITOR(SAI-IDX) TO SAI-REC-CREDITOR
                   MOVE SAI-TYPE(SAI-IDX)     TO SAI-REC-TYPE
                   MOVE SAI-RATE(SAI-IDX)     TO SAI-REC-RATE
                   MOVE SAI-AMOUNT(SAI-IDX)   TO SAI-REC-AMOUNT
                   MOVE SAI-BALANCE(SAI-IDX)  TO SAI-REC-BALANCE
                   MOVE SAI-WITHHELD(SAI-IDX) TO SAI-REC-WITHHELD
                   WRITE GARNISH-RECORD
               END-PERFORM
               CLOSE GARNISH-FILE
           END-IF.

       WRITE-REMITTANCE-LIST.                                                   *> Agrege le retenu de la passe par creancier et produit sa
           MOVE 0 TO CRED-COUNT                                                 *> liste de remise
           PERFORM VARYING SAI-IDX FROM 1 BY 1
                   UNTIL SAI-IDX > SAI-COUNT
               IF SAI-OFFC-WITHHELD(SAI-IDX) > 0
                   PERFORM ADD-TO-CREDITOR-TABLE
               END-IF
           END-PERFORM
           OPEN OUTPUT REMIT-FILE
           MOVE SEPARATOR-LINE TO REMIT-FIELD
           WRITE REMIT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "REMISES DE SAISIES-ARRET - " OFFC-LABEL
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REMIT-FIELD
           WRITE REMIT-RECORD
           PERFORM VARYING CRED-IDX FROM 1 BY 1
                   UNTIL CRED-IDX > CRED-COUNT
               COMPUTE REMIT-AMOUNT-DISP = CRED-TOTAL(CRED-IDX)
               MOVE SPACES TO TEMP-STRING
               STRING "Creancier: " CRED-NAME(CRED-IDX)
                   "  Montant: " REMIT-AMOUNT-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REMIT-FIELD
               WRITE REMIT-RECORD
           END-PERFORM
           IF CRED-COUNT = 0
               MOVE "(aucune retenue dans cette passe)" TO REMIT-FIELD
               WRITE REMIT-RECORD
           END-IF
           COMPUTE REMIT-AMOUNT-DISP = CTL-TOTAL-SAISIE
           MOVE SPACES TO TEMP-STRING
           STRING "TOTAL A REMETTRE: " REMIT-AMOUNT-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REMIT-FIELD
           WRITE REMIT-RECORD
           MOVE SEPARATOR-LINE TO REMIT-FIELD
           WRITE REMIT-RECORD
           CLOSE REMIT-FILE.

       ADD-TO-CREDITOR-TABLE.                                                   *> Ajoute le retenu de l'ordonnance SAI-IDX au total de son
           MOVE 'N' TO CRED-FOUND                                               *> creancier (cree au besoin)
           PERFORM VARYING CRED-IDX FROM 1 BY 1
                   UNTIL CRED-IDX > CRED-COUNT
               IF CRED-FOUND = 'N'
                       AND SAI-CREDITOR(SAI-IDX) = CRED-NAME(CRED-IDX)
                   MOVE 'O' TO CRED-FOUND
                   ADD SAI-OFFC-WITHHELD(SAI-IDX)
                       TO CRED-TOTAL(CRED-IDX)
               END-IF
           END-PERFORM
           IF CRED-FOUND = 'N' AND CRED-COUNT < 50
               ADD 1 TO CRED-COUNT
               MOVE SAI-CREDITOR(SAI-IDX) TO CRED-NAME(CRED-COUNT)
               MOVE SAI-OFFC-WITHHELD(SAI-IDX) TO CRED-TOTAL(CRED-COUNT)
           END-IF.

       LOAD-CHEQUE-COUNTER.                                                     *> Relit le prochain numero de cheque de la sequence permanente
           OPEN INPUT CHEQUE-COUNTER-FILE
           IF CHQ-STATUS = "35"
               MOVE 1 TO NEXT-CHEQUE-NO
           ELSE
           IF CHQ-STATUS NOT = "00"                                             *> Compteur present mais illisible: reutiliser un numero de
               DISPLAY "ERREUR: impossible d'ouvrir "                           *> cheque deja emis est interdit, on arrete
                   "compteur-cheques.dat (CHQ-STATUS=" CHQ-STATUS
                   ") -- execution annulee."
               STOP RUN
           ELSE
               READ CHEQUE-COUNTER-FILE
                   AT END
                       MOVE 1 TO NEXT-CHEQUE-NO
                   NOT AT END
                       IF CHQ-NEXT-NO NUMERIC AND CHQ-NEXT-NO > 0
                           MOVE CHQ-NEXT-NO TO NEXT-CHEQUE-NO
                       ELSE
                           DISPLAY "ERREUR: compteur-cheques.dat "
                               "corrompu -- execution annulee."
                           CLOSE CHEQUE-COUNTER-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CHEQUE-COUNTER-FILE
           END-IF
           END-IF.

       REWRITE-CHEQUE-COUNTER.                                                  *> Persiste le prochain numero de cheque
           IF CTL-CHEQUE-COUNT > 0
               OPEN OUTPUT CHEQUE-COUNTER-FILE
               MOVE NEXT-CHEQUE-NO TO CHQ-NEXT-NO
               WRITE CHEQUE-COUNTER-RECORD
               CLOSE CHEQUE-COUNTER-FILE
           END-IF.

       WRITE-CHEQUE.                                                            *> Imprime le cheque de l'employe courant et l'inscrit au
           PERFORM MONTANT-EN-LETTRES                                           *> registre des cheques sous son numero sequentiel
           COMPUTE NET-CHEQUE-DISP = NET-SALARY-NUM
           MOVE SEPARATOR-LINE TO CHEQUE-FIELD
           WRITE CHEQUE-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "CHEQUE NO " NEXT-CHEQUE-NO " - " COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CHEQUE-FIELD
           WRITE CHEQUE-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Date: " CHEQUE-DATE
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CHEQUE-FIELD
           WRITE CHEQUE-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Payez a l'ordre de: " EMP-NAME " (" EMP-ID ")"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CHEQUE-FIELD
           WRITE CHEQUE-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "La somme de: " CHEQUE-AMOUNT-WORDS
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CHEQUE-FIELD
           WRITE CHEQUE-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Montant: " NET-CHEQUE-DISP " $"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CHEQUE-FIELD
           WRITE CHEQUE-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Objet: " OFFC-LABEL
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CHEQUE-FIELD
           WRITE CHEQUE-RECORD
           MOVE SEPARATOR-LINE TO CHEQUE-FIELD
           WRITE CHEQUE-RECORD
           MOVE SPACES TO CHEQUE-FIELD
           WRITE CHEQUE-RECORD
           MOVE SPACES TO TEMP-STRING                                           *> Ligne de registre: numero, date, beneficiaire, montant
           STRING NEXT-CHEQUE-NO " " CHEQUE-DATE
               " " EMP-ID " " EMP-NAME
               " " NET-CHEQUE-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CHQ-REG-FIELD
           WRITE CHEQUE-REGISTER-RECORD
           ADD 1 TO NEXT-CHEQUE-NO.

       MONTANT-EN-LETTRES.                                                      *> Convertit NET-SALARY-NUM en toutes lettres pour le cheque
           MOVE SPACES TO CHEQUE-AMOUNT-WORDS
           MOVE 1 TO W-PTR
           COMPUTE NET-INT = NET-SALARY-NUM
           COMPUTE NET-CENTS = (NET-SALARY-NUM - NET-INT) * 100
           DIVIDE NET-INT BY 1000 GIVING W-THOUSANDS
               REMAINDER W-HUNDREDS-PART
           IF W-THOUSANDS > 0
               IF W-THOUSANDS > 1
                   MOVE W-THOUSANDS TO W-NUM
                   MOVE 'O' TO W-TRANCHE-MILLE
                   PERFORM CONVERT-TRANCHE
               END-IF
               MOVE "MILLE" TO WORD-TOKEN
               PERFORM APPEND-WORD
               IF W-HUNDREDS-PART > 0
                   MOVE W-HUNDREDS-PART TO W-NUM
                   MOVE 'N' TO W-TRANCHE-MILLE
                   PERFORM CONVERT-TRANCHE
               END-IF
           ELSE
               MOVE W-HUNDREDS-PART TO W-NUM
               MOVE 'N' TO W-TRANCHE-MILLE
               PERFORM CONVERT-TRANCHE
           END-IF
           MOVE "ET" TO WORD-TOKEN
           PERFORM APPEND-WORD
           MOVE SPACES TO WORD-TOKEN
           STRING NET-CENTS "/100" DELIMITED BY SIZE
               INTO WORD-TOKEN
           END-STRING
           PERFORM APPEND-WORD
           MOVE "DOLLARS" TO WORD-TOKEN
           PERFORM APPEND-WORD.

       CONVERT-TRANCHE.                                                         *> Convertit W-NUM (0-999) en lettres, ajoute au montant
           DIVIDE W-NUM BY 100 GIVING W-HUND
               REMAINDER W-TENS-UNITS
           IF W-HUND > 0
               IF W-HUND > 1
                   MOVE UNIT-WORD(W-HUND + 1) TO WORD-TOKEN
                   PERFORM APPEND-WORD
               END-IF
               IF W-HUND > 1 AND W-TENS-UNITS = 0
                   MOVE "CENTS" TO WORD-TOKEN
               ELSE
                   MOVE "CENT" TO WORD-TOKEN
               END-IF
               PERFORM APPEND-WORD
           END-IF
           IF W-TENS-UNITS > 0 OR W-NUM = 0
               PERFORM CONVERT-TENS
           END-IF.

       CONVERT-TENS.                                                            *> Convertit W-TENS-UNITS (0-99) en lettres, regles francaises
           IF W-TENS-UNITS < 20
               MOVE UNIT-WORD(W-TENS-UNITS + 1) TO WORD-TOKEN
               PERFORM APPEND-WORD
           ELSE
               DIVIDE W-TENS-UNITS BY 10 GIVING W-TENS
                   REMAINDER W-UNITS
               EVALUATE W-TENS
                   WHEN 2 THRU 6
                       MOVE TENS-WORD(W-TENS - 1) TO WORD-TOKEN
                       PERFORM APPEND-WORD
                       IF W-UNITS = 1
                           MOVE "ET" TO WORD-TOKEN
                           PERFORM APPEND-WORD
                           MOVE "UN" TO WORD-TOKEN
                           PERFORM APPEND-WORD
                       END-IF
                       IF W-UNITS > 1
                           MOVE UNIT-WORD(W-UNITS + 1) TO WORD-TOKEN
                           PERFORM APPEND-WORD
                       END-IF
                   WHEN 7
                       MOVE "SOIXANTE" TO WORD-TOKEN
                       PERFORM APPEND-WORD
                       IF W-UNITS = 1
                           MOVE "ET" TO WORD-TOKEN
                           PERFORM APPEND-WORD
                           MOVE "ONZE" TO WORD-TOKEN
                           PERFORM APPEND-WORD
                       ELSE
                           COMPUTE W-SUB = 10 + W-UNITS
                           MOVE UNIT-WORD(W-SUB + 1) TO WORD-TOKEN
                           PERFORM APPEND-WORD
                       END-IF
                   WHEN 8
                       IF W-UNITS = 0
                           *> VINGT reste invariable devant MILLE
                           *> (quatre-vingt mille, mais quatre-vingts
                           *> dollars)
                           IF W-TRANCHE-MILLE = 'O'
                               MOVE "QUATRE-VINGT" TO WORD-TOKEN
                           ELSE
                               MOVE "QUATRE-VINGTS" TO WORD-TOKEN
                           END-IF
                           PERFORM APPEND-WORD
                       ELSE
                           MOVE "QUATRE-VINGT" TO WORD-TOKEN
                           PERFORM APPEND-WORD
                           MOVE UNIT-WORD(W-UNITS + 1) TO WORD-TOKEN
                           PERFORM APPEND-WORD
                       END-IF
                   WHEN 9
                       MOVE "QUATRE-VINGT" TO WORD-TOKEN
                       PERFORM APPEND-WORD
                       COMPUTE W-SUB = 10 + W-UNITS
                       MOVE UNIT-WORD(W-SUB + 1) TO WORD-TOKEN
                       PERFORM APPEND-WORD
               END-EVALUATE
           END-IF.

       APPEND-WORD.                                                             *> Ajoute WORD-TOKEN (suivi d'un espace) au montant en lettres
           STRING WORD-TOKEN DELIMITED BY SPACE
               INTO CHEQUE-AMOUNT-WORDS
               WITH POINTER W-PTR
           END-STRING
           STRING " " DELIMITED BY SIZE
               INTO CHEQUE-AMOUNT-WORDS
               WITH POINTER W-PTR
           END-STRING.

       IDENTIFICATION DIVISION.                                                 *> Paie retroactive: recalcul d'une hausse de taux (ou de salaire) a
       PROGRAM-ID. RetroPaie.                                                   *> partir de l'historique de paie, payee comme ligne identifiee

       ENVIRONMENT DIVISION.
           SELECT OUTPUT-FILE ASSIGN TO "rapport-retro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Bulletin de la paie retroactive + detail du recalcul
           SELECT RATE-FILE ASSIGN TO "taux-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-STATUS.                                          *> Taux dates: chaque periode recalculee l'est aux taux
                                                                                 *> en vigueur a la fin de cette periode
           SELECT PAYMENT-FILE ASSIGN TO "paiements-banque-retro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Depot direct de la retro, balance sur ses propres totaux
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
           FILE STATUS IS AUDIT-STATUS.                                         *> Meme journal des modifications du maitre que MajEmployes:
                                                                                 *> le report du nouveau taux y laisse son avant/apres

       DATA DIVISION.
       FILE SECTION.
           05 EMP-BANK-TRANSIT PIC X(8).
           05 EMP-BANK-ACCOUNT PIC X(12).
           05 EMP-PAY-METHOD   PIC X.
           05 EMP-PAY-TYPE     PIC X.                                           *> 'S' = salarie: la hausse porte sur le salaire annuel
           05 EMP-ANNUAL-SALARY PIC 9(7)V99.
           05 EMP-HIRE-DATE    PIC X(10).
           05 EMP-TERM-DATE    PIC X(10).
           05 EMP-PENSION-RATE PIC 9V9(4).

       FD HIST-FILE.
       01 HIST-RECORD.                                                          *> Copie conforme de l'enregistrement d'historique de GestionPaie
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
           05 CUMUL-GROSS-YTD  PIC 9(7)V99.
           05 CUMUL-TAX-YTD    PIC 9(7)V99.
           05 CUMUL-NET-YTD    PIC 9(7)V99.
           05 CUMUL-PENSION-EE-YTD PIC 9(7)V99.
           05 CUMUL-PENSION-ER-YTD PIC 9(7)V99.

       FD VAC-FILE.
       01 VAC-RECORD.                                                           *> Copie conforme de l'enregistrement de vacances de GestionPaie
       01 OUTPUT-RECORD.
           05 OUTPUT-FIELD PIC X(150).

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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.                                                         *> Copie conforme du journal des modifications de MajEmployes
           05 AUD-DATE         PIC X(10).
           05 AUD-TIME         PIC X(6).
           05 AUD-PROGRAM      PIC X(12).
           05 AUD-SOURCE       PIC X(40).
           05 AUD-EMP-ID       PIC X(6).
           05 AUD-FIELD        PIC X(20).
           05 AUD-BEFORE       PIC X(30).
           05 AUD-AFTER        PIC X(30).
           05 AUD-BEFORE-NUM   PIC 9(7)V9(4).
           05 AUD-AFTER-NUM    PIC 9(7)V9(4).

       WORKING-STORAGE SECTION.
       01 CAL-STATUS       PIC XX.                                              *> Code retour des operations sur CALENDAR-FILE
       01 EMP-STATUS       PIC XX.                                              *> Code retour des operations sur EMP-FILE
       01 HIST-STATUS      PIC XX.                                              *> Code retour des operations sur HIST-FILE
       01 CUMUL-STATUS     PIC XX.                                              *> Code retour des operations sur CUMUL-FILE
       01 VAC-STATUS       PIC XX.                                              *> Code retour des operations sur VAC-FILE
       01 RATE-STATUS      PIC XX.                                              *> Code retour des operations sur RATE-FILE
       01 CUMUL-IS-NEW     PIC X VALUE 'N'.                                     *> 'O' si l'employe n'a pas encore de fiche cumul
       01 VAC-IS-NEW       PIC X VALUE 'N'.                                     *> 'O' si l'employe n'a pas encore de fiche de vacances
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand le parcours de l'historique est fini
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Nom de la compagnie affiche sur le bulletin retroactif
       01 PAY-PERIOD       PIC X(40) VALUE SPACES.                              *> Periode courante, reprise du calendrier de paie
       01 PAY-PERIOD-NUMBER PIC 9(4).                                           *> Numero de la periode courante
       01 PAY-PERIOD-END   PIC X(10).                                           *> Fin de la periode courante (taux par defaut)
       *> Les paies retroactives sont historisees sous le numero de
       *> periode courante + 5000 (serie 5xxx reservee): la cle ne
       *> peut jamais entrer en collision avec la paie reguliere de
       01 REQ-RATE-NUM REDEFINES REQ-RATE-IN PIC 9(3)V99.
       01 NEW-RATE         PIC 9(3)V99.                                         *> Nouveau taux horaire retenu
       01 NEW-RATE-DISP    PIC 9(3).99.
       01 REQ-SALARY-IN    PIC X(9).                                            *> Nouveau salaire annuel saisi (salaries), decimale
       01 REQ-SALARY-NUM REDEFINES REQ-SALARY-IN PIC 9(7)V99.                   *> implicite (ex: 005200000 = 52000.00)
       01 NEW-SALARY       PIC 9(7)V99.                                         *> Nouveau salaire annuel retenu
       COPY SALPRM.                                                             *> Bornes et zones d'affichage de la paie des salaries
       01 REQ-PERIOD-IN    PIC X(4).                                            *> Periode d'effet saisie par l'operateur
       01 REQ-PERIOD-NUM REDEFINES REQ-PERIOD-IN PIC 9(4).
       01 EFFECTIVE-PERIOD PIC 9(4).                                            *> Premiere periode recalculee au nouveau taux
                                                                                 *> passe par le pipeline normal
       01 PREV-BRACKET-UPPER  PIC 9(7)V99 VALUE 0.
       01 TAXABLE-IN-BRACKET  PIC 9(7)V99.
       01 TAX-BASE         PIC 9(7)V99.                                         *> Brut soumis aux tranches (CALC-BRACKET-TAX)
       01 BRACKET-TAX      PIC 9(7)V99.                                         *> Impot par tranches calcule sur TAX-BASE
       01 PERIOD-TAX-BEFORE PIC 9(7)V99.                                        *> Impot de la periode sur le brut deja verse
       01 PERIOD-TAX       PIC 9(5)V99.                                         *> Impot supplementaire du a l'ecart de la periode
       01 PERIOD-TAX-DISP  PIC 9(5).99.
       COPY VACPRM.                                                             *> Meme taux d'accumulation de vacances que la paie reguliere
       COPY TAUXRT.                                                             *> Copie en memoire du fichier des taux dates
       01 PERIOD-DIFF      PIC 9(5)V99.                                         *> Ecart de brut recalcule pour la periode d'historique courante
       01 PERIOD-DIFF-DISP PIC 9(5).99.
       01 RETRO-GROSS      PIC 9(5)V99 VALUE 0.                                 *> Total de la retro (somme des ecarts), brut de la ligne retro
       01 RETRO-PERIOD-COUNT PIC 9(4) VALUE 0.                                  *> Nombre de periodes recalculees
       01 RETRO-FIRST-PERIOD PIC 9(4) VALUE 0.                                  *> Premiere periode effectivement recalculee
       01 RETRO-LAST-PERIOD  PIC 9(4) VALUE 0.                                  *> Derniere periode effectivement recalculee
       COPY RRTPRM.                                                             *> Meme regime de retraite que la paie reguliere, aux
                                                                                 *> parametres en vigueur dans la periode de versement
       01 PENSION-EE-YTD   PIC 9(7)V99 VALUE 0.                                 *> Cumuls du regime AVANT la retro: bornes du reste
       01 PENSION-ER-YTD   PIC 9(7)V99 VALUE 0.                                 *> de chaque maximum annuel
       01 PERIOD-PENSION   PIC 9(5)V99.                                         *> Part de l'ecart de la periode cotisee au regime
       01 PENSION-EE-EMP   PIC 9(5)V99 VALUE 0.                                 *> Cotisation de l'employe sur la retro (avant impot)
       01 PENSION-EE-DISP  PIC 9(5).99.
       01 PENSION-ER-EMP   PIC 9(5)V99 VALUE 0.                                 *> Contrepartie de l'employeur sur la retro
       01 PENSION-ER-DISP  PIC 9(5).99.
       01 PENSION-ROOM     PIC 9(7)V99.                                         *> Portion du maximum annuel encore disponible
       01 PENSION-YTD-EE-DISP PIC 9(7).99.                                      *> Cumuls annuels du regime, pour le bulletin
       01 PENSION-YTD-ER-DISP PIC 9(7).99.
       01 TAXABLE-GROSS-DISP PIC 9(5).99.                                       *> Revenu imposable de la retro (brut - cotisation)
       01 PAY-HEADER-REC.                                                       *> Fichier bancaire de la retro: memes formats H/D/T
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
           VALUE "paiements-banque-retro.txt".
       01 PCTL-STATUS      PIC XX.                                              *> Code retour des operations sur PAY-CONTROL-FILE
       01 REL-STATUS       PIC XX.                                              *> Code retour des operations sur RELEASE-LOG-FILE
       01 PCTL-EOF         PIC X VALUE 'N'.                                     *> Fin de lecture des controles ou du journal des liberations
       01 PAY-FILE-PENDING PIC X VALUE 'N'.                                     *> 'O' si le dernier fichier bancaire produit n'est pas libere
       01 PENDING-RUN-DATE PIC X(10).                                           *> Execution qui a produit le dernier fichier bancaire
       01 PENDING-RUN-TIME PIC X(6).
       01 PCTL-CLOCK-DATE  PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 PCTL-CLOCK-TIME  PIC X(8).                                            *> Heure systeme (HHMMSScc)
       01 AUDIT-STATUS     PIC XX.                                              *> Code retour des operations sur AUDIT-FILE
       01 AUDIT-CLOCK-DATE PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 AUDIT-CLOCK-TIME PIC X(8).                                            *> Heure systeme (HHMMSScc)
       01 AUDIT-NUM-DISP   PIC Z(6)9.9(4).                                      *> Image editee d'une valeur numerique du journal
       01 OLD-RATE-HOURLY  PIC 9(3)V99.                                         *> Taux et salaire du maitre avant le report, pour le
       01 OLD-ANNUAL-SALARY PIC 9(7)V99.                                        *> journal des modifications

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
               DISPLAY "ERREUR: EMP-ID manquant -- execution annulee."
               STOP RUN
           END-IF
           DISPLAY "Periode d'effet de la hausse (NNNN): "
           ACCEPT REQ-PERIOD-IN
           IF REQ-PERIOD-IN NOT NUMERIC
           MOVE REQ-PERIOD-NUM TO EFFECTIVE-PERIOD.

           PERFORM READ-PAY-CALENDAR.                                           *> Identifie la periode courante dans laquelle la retro est versee
           PERFORM LOAD-RATE-FILE.                                              *> Les jeux de taux sont choisis periode par periode
           PERFORM SELECT-PENSION-RATES.                                        *> Regime de retraite en vigueur dans la periode courante
           IF EFFECTIVE-PERIOD > PAY-PERIOD-NUMBER
               DISPLAY "ERREUR: la periode d'effet " EFFECTIVE-PERIOD
                   " est posterieure a la periode courante "
                   "coordonnees invalides) -- execution annulee."
               CLOSE EMP-FILE
               STOP RUN
           END-IF
           IF EMP-PENSION-RATE NOT NUMERIC                                      *> Memes bornes que la validation de la paie reguliere
                   OR EMP-PENSION-RATE > PENSION-EE-MAX-RATE
               DISPLAY "ERREUR: taux de retraite invalide ou hors "
                   "limites pour l'employe " REQ-ID
                   " -- execution annulee."
               CLOSE EMP-FILE
               STOP RUN
           END-IF.

           PERFORM ACCEPT-NEW-PAY.                                              *> Nouveau taux horaire, ou nouveau salaire annuel d'un
                                                                                 *> salarie, selon la fiche du maitre

           *> Le report au maitre doit laisser sa trace au journal des
           *> modifications: on s'assure qu'il est accessible avant de
           *> payer quoi que ce soit
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "modifications-employes.dat (AUDIT-STATUS="
                   AUDIT-STATUS ") -- execution annulee."
               CLOSE EMP-FILE
               STOP RUN
           END-IF
           CLOSE AUDIT-FILE.

           PERFORM CHECK-PENDING-RELEASE.                                       *> La retro precedente doit avoir ete liberee avant que son
           IF PAY-FILE-PENDING = 'O'                                            *> fichier bancaire soit ecrase
               DISPLAY "ERREUR: paiements-banque-retro.txt du "
                   PENDING-RUN-DATE " a " PENDING-RUN-TIME
               DISPLAY "n'a pas ete libere (LiberationBanque) -- "
                   "execution annulee."
               CLOSE EMP-FILE
               STOP RUN
           END-IF.

           OPEN I-O HIST-FILE
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           COMPUTE NEW-RATE-DISP = NEW-RATE
           MOVE NEW-SALARY TO SAL-ANNUAL-SALARY-DISP
           MOVE SPACES TO TEMP-STRING
           IF EMP-PAY-TYPE = 'S'
               STRING "Employe: " REQ-ID "  " EMP-NAME
                   "  Nouveau salaire annuel: " SAL-ANNUAL-SALARY-DISP
                   "  Effet: periode " EFFECTIVE-PERIOD
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               STRING "Employe: " REQ-ID "  " EMP-NAME
                   "  Nouveau taux: " NEW-RATE-DISP
                   "  Effet: periode " EFFECTIVE-PERIOD
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD.

           MOVE 0 TO TAX-AMOUNT
           MOVE 0 TO VAC-ACCRUE-AMOUNT
           PERFORM READ-PENSION-CUMUL                                           *> Cumuls du regime avant la retro
           PERFORM SCAN-AFFECTED-PERIODS.                                       *> Somme les ecarts de brut au nouveau taux, periode par periode
                                                                                 *> avec l'impot et les vacances aux taux de chaque periode

           IF RETRO-GROSS = 0
               MOVE "Aucun ecart a payer: rien n'a ete verse."
               STOP RUN
           END-IF.

           PERFORM CALC-PENSION-MATCH.                                          *> Contrepartie sur la cotisation retenue periode par periode
           COMPUTE NET-SALARY-NUM =
               RETRO-GROSS - TAX-AMOUNT - PENSION-EE-EMP.

           OPEN I-O CUMUL-FILE                                                  *> La retro s'ajoute aux cumuls annuels, comme toute paie
           IF CUMUL-STATUS = "35"

           PERFORM WRITE-RETRO-HISTORY.                                         *> Trace permanente identifiee de la retro (serie 5xxx)

           MOVE EMP-RATE-HOURLY   TO OLD-RATE-HOURLY
           MOVE EMP-ANNUAL-SALARY TO OLD-ANNUAL-SALARY
           IF EMP-PAY-TYPE = 'S'
               MOVE NEW-SALARY TO EMP-ANNUAL-SALARY
           ELSE
               MOVE NEW-RATE TO EMP-RATE-HOURLY                                 *> Le nouveau taux est reporte au maitre: les periodes a venir
           END-IF
           REWRITE EMP-RECORD                                                   *> se paient au bon taux sans autre intervention
               INVALID KEY
                   DISPLAY "ATTENTION: taux non reporte au fichier "
                       "maitre (reecriture impossible)."
               NOT INVALID KEY
                   PERFORM LOG-PAY-CHANGE
           END-REWRITE.

           OPEN OUTPUT PAYMENT-FILE                                             *> Depot direct de la retro, fichier H/D/T balance
           WRITE PAYMENT-RECORD
           MOVE 1              TO PAY-TRL-COUNT
           MOVE NET-SALARY-NUM TO PAY-TRL-AMOUNT
           MOVE 0              TO PAY-TRL-HASH
           IF PAY-DET-ACCOUNT-NUM NUMERIC
               MOVE PAY-DET-ACCOUNT-NUM TO PAY-TRL-HASH
           END-IF
           MOVE PAY-TRAILER-REC TO PAYMENT-RECORD
           WRITE PAYMENT-RECORD
           CLOSE PAYMENT-FILE.
           PERFORM WRITE-PAYMENT-CONTROL.                                       *> Totaux de controle du fichier, pour sa liberation

           PERFORM PRINT-RETRO-BULLETIN.                                        *> Bulletin de la retro, ligne identifiee comme telle


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
               MOVE "RetroPaie" TO CPC-PROGRAM
               STRING PCTL-CLOCK-DATE(1:4) "-" PCTL-CLOCK-DATE(5:2) "-"
                   PCTL-CLOCK-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO CPC-RUN-DATE
               END-STRING
               MOVE PCTL-CLOCK-TIME(1:6) TO CPC-RUN-TIME
               MOVE PAY-PERIOD TO CPC-PERIOD
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

       LOG-PAY-CHANGE.                                                          *> Inscrit le taux (ou salaire) reporte au maitre au journal
           OPEN EXTEND AUDIT-FILE                                               *> des modifications, avant et apres
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ATTENTION: report au maitre non inscrit au "
                   "journal des modifications (AUDIT-STATUS="
                   AUDIT-STATUS ")."
           ELSE
               ACCEPT AUDIT-CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT-CLOCK-TIME FROM TIME
               MOVE SPACES TO AUDIT-RECORD
               STRING AUDIT-CLOCK-DATE(1:4) "-" AUDIT-CLOCK-DATE(5:2)
                   "-" AUDIT-CLOCK-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO AUD-DATE
               END-STRING
               MOVE AUDIT-CLOCK-TIME(1:6) TO AUD-TIME
               MOVE "RetroPaie" TO AUD-PROGRAM
               STRING "Saisie console, retro effet periode "
                   EFFECTIVE-PERIOD
                   DELIMITED BY SIZE
                   INTO AUD-SOURCE
               END-STRING
               MOVE EMP-ID TO AUD-EMP-ID
               IF EMP-PAY-TYPE = 'S'
                   MOVE "EMP-ANNUAL-SALARY" TO AUD-FIELD
                   MOVE OLD-ANNUAL-SALARY   TO AUD-BEFORE-NUM
                   MOVE EMP-ANNUAL-SALARY   TO AUD-AFTER-NUM
               ELSE
                   MOVE "EMP-RATE-HOURLY"   TO AUD-FIELD
                   MOVE OLD-RATE-HOURLY     TO AUD-BEFORE-NUM
                   MOVE EMP-RATE-HOURLY     TO AUD-AFTER-NUM
               END-IF
               MOVE AUD-BEFORE-NUM TO AUDIT-NUM-DISP
               MOVE AUDIT-NUM-DISP TO AUD-BEFORE
               MOVE AUD-AFTER-NUM  TO AUDIT-NUM-DISP
               MOVE AUDIT-NUM-DISP TO AUD-AFTER
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       ACCEPT-NEW-PAY.                                                          *> Saisie du nouveau taux horaire ou du nouveau salaire
           IF EMP-PAY-TYPE = 'S'                                                *> annuel, avec les bornes de la paie reguliere
               DISPLAY "Nouveau salaire annuel (9 chiffres, decimale "
               DISPLAY "implicite, ex: 005200000 = 52000.00): "
               ACCEPT REQ-SALARY-IN
               IF REQ-SALARY-IN NOT NUMERIC OR REQ-SALARY-NUM = 0
                   DISPLAY "ERREUR: salaire annuel invalide "
                       "-- execution annulee."
                   CLOSE EMP-FILE
                   STOP RUN
               END-IF
               MOVE REQ-SALARY-NUM TO NEW-SALARY
               IF NEW-SALARY > SAL-MAX-ANNUAL
                   DISPLAY "ERREUR: salaire annuel hors limites "
                       "-- execution annulee."
                   CLOSE EMP-FILE
                   STOP RUN
               END-IF
               MOVE EMP-RATE-HOURLY TO NEW-RATE
           ELSE
               DISPLAY "Nouveau taux horaire (5 chiffres, decimale "
               DISPLAY "implicite, ex: 02550 = 25.50): "
               ACCEPT REQ-RATE-IN
               IF REQ-RATE-IN NOT NUMERIC OR REQ-RATE-NUM = 0
                   DISPLAY "ERREUR: taux horaire invalide "
                       "-- execution annulee."
                   CLOSE EMP-FILE
                   STOP RUN
               END-IF
               MOVE REQ-RATE-NUM TO NEW-RATE
               IF NEW-RATE > 200                                                *> Meme borne que les validations de la paie reguliere
                   DISPLAY "ERREUR: taux horaire hors limites "
                       "-- execution annulee."
                   CLOSE EMP-FILE
                   STOP RUN
               END-IF
               MOVE 0 TO NEW-SALARY
           END-IF.

       READ-PAY-CALENDAR.                                                       *> Lit la periode courante du calendrier de paie
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               STOP RUN
           END-IF
           MOVE CAL-PERIOD-NUMBER TO PAY-PERIOD-NUMBER
           MOVE CAL-PERIOD-END TO PAY-PERIOD-END
           MOVE SPACES TO PAY-PERIOD
           STRING "Periode " CAL-PERIOD-NUMBER
               " du " CAL-PERIOD-START
           MOVE 'N' TO EOF-FLAG.

       ADD-PERIOD-DIFFERENCE.                                                   *> Ecart de la periode: heures payees au nouveau taux moins le
           MOVE 0 TO PERIOD-DIFF                                                *> brut deja verse pour ces heures (les periodes deja au taux
           IF EMP-PAY-TYPE = 'S'                                                *> demande ou mieux ne changent pas)
               *> Salarie: la part salariale versee (apres prorata)
               *> est reevaluee dans le rapport des deux salaires
               *> annuels; le temps supplementaire ne change pas
               IF HIST-PAY-TYPE = 'S' AND HIST-ANNUAL-SALARY > 0
                       AND NEW-SALARY > HIST-ANNUAL-SALARY
                   COMPUTE PERIOD-DIFF = HIST-SALARY-PAID
                       * (NEW-SALARY - HIST-ANNUAL-SALARY)
                       / HIST-ANNUAL-SALARY
               END-IF
           ELSE
               IF HIST-PAY-TYPE NOT = 'S'
                       AND NEW-RATE > HIST-RATE-HOURLY
                   COMPUTE PERIOD-DIFF =
                       ((HIST-HOURS-REG
                         + (HIST-HOURS-OT * 1.5))
                        * (NEW-RATE - HIST-RATE-HOURLY))
               END-IF
           END-IF
           IF PERIOD-DIFF > 0
               *> Garde-fou: une retro qui deborde le brut d'une
               *> paie (PIC 9(5)V99) se verse en plusieurs fois,
               *> jamais en silence avec un total tronque
               ADD PERIOD-DIFF TO RETRO-GROSS
                   ON SIZE ERROR
                       DISPLAY "ERREUR: retro totale hors "
                           "limites; reduisez la plage de "
                           "periodes -- execution annulee."
                       STOP RUN
               END-ADD
               ADD 1 TO RETRO-PERIOD-COUNT
               IF RETRO-FIRST-PERIOD = 0
                   MOVE HIST-PERIOD TO RETRO-FIRST-PERIOD
               END-IF
               MOVE HIST-PERIOD TO RETRO-LAST-PERIOD
               PERFORM CALC-PERIOD-RETRO-TAX
               COMPUTE PERIOD-DIFF-DISP = PERIOD-DIFF
               COMPUTE PERIOD-TAX-DISP = PERIOD-TAX
               MOVE SPACES TO TEMP-STRING
               COMPUTE PENSION-EE-DISP = PERIOD-PENSION
               STRING "  Periode " HIST-PERIOD
                   "  ecart brut: " PERIOD-DIFF-DISP
                   "  impot: " PERIOD-TAX-DISP
                   "  retraite: " PENSION-EE-DISP
                   "  taux du " RATE-DATE
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO OUTPUT-FIELD
               WRITE OUTPUT-RECORD
           END-IF.

       CALC-PERIOD-RETRO-TAX.                                                   *> Recalcule la periode aux taux en vigueur a sa date de
           MOVE PAY-PERIOD-END TO RATE-DATE                                     *> fin (reprise du libelle d'historique): l'impot de
           IF HIST-PERIOD-LABEL(1:8) = "Periode "                               *> l'ecart est l'impot sur le brut corrige moins
                   AND HIST-PERIOD-LABEL(31:4) NUMERIC                          *> celui sur le brut deja verse
               MOVE HIST-PERIOD-LABEL(31:10) TO RATE-DATE
           END-IF
           IF RATE-DATE NOT = RATE-DATE-LOADED
               PERFORM SELECT-RATES
           END-IF
           PERFORM CALC-PERIOD-PENSION
           *> Meme revenu imposable que la paie reguliere: le brut
           *> moins la cotisation de retraite, avant comme apres
           *> l'ecart
           COMPUTE TAX-BASE = HIST-GROSS - HIST-PENSION-EE
           PERFORM CALC-BRACKET-TAX
           MOVE BRACKET-TAX TO PERIOD-TAX-BEFORE
           COMPUTE TAX-BASE = HIST-GROSS - HIST-PENSION-EE
               + PERIOD-DIFF - PERIOD-PENSION
           PERFORM CALC-BRACKET-TAX
           COMPUTE PERIOD-TAX = BRACKET-TAX - PERIOD-TAX-BEFORE
           ADD PERIOD-TAX TO TAX-AMOUNT
           COMPUTE VAC-ACCRUE-AMOUNT = VAC-ACCRUE-AMOUNT
               + (PERIOD-DIFF * VAC-ACCRUAL-RATE).

       CALC-PERIOD-PENSION.                                                     *> Part de l'ecart de la periode cotisee au regime, bornee
           MOVE 0 TO PERIOD-PENSION                                             *> par le reste du maximum annuel (cumul d'avant la retro
           IF EMP-PENSION-RATE > 0                                              *> plus les parts deja retenues sur les periodes precedentes)
                   AND PENSION-EE-YTD + PENSION-EE-EMP
                       < PENSION-EE-ANNUAL-MAX
               COMPUTE PENSION-ROOM =
                   PENSION-EE-ANNUAL-MAX - PENSION-EE-YTD
                   - PENSION-EE-EMP
               COMPUTE PERIOD-PENSION =
                   PERIOD-DIFF * EMP-PENSION-RATE
               IF PERIOD-PENSION > PENSION-ROOM
                   MOVE PENSION-ROOM TO PERIOD-PENSION
               END-IF
           END-IF
           ADD PERIOD-PENSION TO PENSION-EE-EMP.

       CALC-PENSION-MATCH.                                                      *> Contrepartie de l'employeur sur la cotisation de la
           MOVE 0 TO PENSION-ER-EMP                                             *> retro, bornee par le reste de son maximum annuel
           IF PENSION-EE-EMP > 0
                   AND PENSION-ER-YTD < PENSION-ER-ANNUAL-MAX
               COMPUTE PENSION-ROOM =
                   PENSION-ER-ANNUAL-MAX - PENSION-ER-YTD
               COMPUTE PENSION-ER-EMP =
                   PENSION-EE-EMP * PENSION-MATCH-RATE
               IF PENSION-ER-EMP > PENSION-ROOM
                   MOVE PENSION-ROOM TO PENSION-ER-EMP
               END-IF
           END-IF.

       READ-PENSION-CUMUL.                                                      *> Cumuls du regime de l'employe avant la retro (aucune
           MOVE 0 TO PENSION-EE-YTD                                             *> fiche cumul: rien de cotise cette annee)
           MOVE 0 TO PENSION-ER-YTD
           OPEN INPUT CUMUL-FILE
           IF CUMUL-STATUS = "00"
               MOVE REQ-ID TO CUMUL-ID
               READ CUMUL-FILE KEY IS CUMUL-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUMUL-PENSION-EE-YTD TO PENSION-EE-YTD
                       MOVE CUMUL-PENSION-ER-YTD TO PENSION-ER-YTD
               END-READ
               CLOSE CUMUL-FILE
           END-IF.

       SELECT-PENSION-RATES.                                                    *> Jeu RRET en vigueur a la fin de la periode courante: la
           MOVE PAY-PERIOD-END TO RATE-DATE                                     *> cotisation est retenue maintenant et compte dans les
           MOVE SPACES TO RATE-RRET-DATE                                        *> maximums de l'annee en cours
           MOVE 0 TO RATE-RRET-COUNT
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-TOTAL
               IF RTT-TYPE(RTT-IDX) = "RRET"
                       AND RTT-EFFECTIVE(RTT-IDX) NOT > RATE-DATE
                       AND RTT-EFFECTIVE(RTT-IDX) > RATE-RRET-DATE
                   MOVE RTT-EFFECTIVE(RTT-IDX) TO RATE-RRET-DATE
               END-IF
           END-PERFORM
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-TOTAL
               MOVE RTT-SEQ(RTT-IDX) TO RATE-SUB
               EVALUATE TRUE
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
           IF RATE-RRET-COUNT NOT = 2
               DISPLAY "ERREUR: taux-paie.dat ne contient pas de jeu "
                   "RRET complet en vigueur au " RATE-DATE
               DISPLAY "(RRET: " RATE-RRET-COUNT "/2) -- execution "
                   "annulee."
               STOP RUN
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
               END-IF
           END-PERFORM.

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
           PERFORM VARYING RTT-IDX FROM 1 BY 1                                  *> les tables des copybooks TAXBRK et VACPRM
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
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           *> Un jeu incomplet (tranche ou charge manquante a la date
           *> d'effet retenue) donnerait des montants faux sans le dire
           IF RATE-IMPO-COUNT NOT = 5
                   OR RATE-VACA-COUNT NOT = 1
               DISPLAY "ERREUR: taux-paie.dat ne contient pas de jeu "
                   "complet en vigueur au " RATE-DATE
               DISPLAY "("
                   "tranches IMPO: " RATE-IMPO-COUNT "/5, "
                   "VACA: " RATE-VACA-COUNT "/1) -- execution "
                   "annulee."
               STOP RUN
           END-IF
           MOVE RATE-DATE TO RATE-DATE-LOADED.

       UPDATE-CUMUL-RETRO.                                                      *> La retro s'ajoute aux cumuls annuels (releve de fin d'annee)
           MOVE REQ-ID TO CUMUL-ID
           MOVE 'N' TO CUMUL-IS-NEW
                   MOVE 0 TO CUMUL-GROSS-YTD
                   MOVE 0 TO CUMUL-TAX-YTD
                   MOVE 0 TO CUMUL-NET-YTD
                   MOVE 0 TO CUMUL-PENSION-EE-YTD
                   MOVE 0 TO CUMUL-PENSION-ER-YTD
           END-READ
           ADD RETRO-GROSS TO CUMUL-GROSS-YTD
           ADD TAX-AMOUNT  TO CUMUL-TAX-YTD
           COMPUTE CUMUL-NET-YTD = CUMUL-NET-YTD + NET-SALARY-NUM
           ADD PENSION-EE-EMP TO CUMUL-PENSION-EE-YTD
           ADD PENSION-ER-EMP TO CUMUL-PENSION-ER-YTD
           IF CUMUL-IS-NEW = 'O'
               WRITE CUMUL-RECORD
           ELSE
               REWRITE CUMUL-RECORD
           END-IF.

       UPDATE-VACATION-BALANCE.                                                 *> Ajoute au solde l'indemnite de vacances accumulee periode
                                                                                 *> par periode sur les ecarts (CALC-PERIOD-RETRO-TAX)
           MOVE REQ-ID TO VAC-ID
           MOVE 'N' TO VAC-IS-NEW
           READ VAC-FILE KEY IS VAC-ID
                   MOVE EMP-NAME TO VAC-NAME
                   MOVE 0 TO VAC-BALANCE
           END-READ
           COMPUTE VAC-BALANCE = VAC-BALANCE + VAC-ACCRUE-AMOUNT
           IF VAC-IS-NEW = 'O'
               WRITE VAC-RECORD
           MOVE REQ-ID            TO HIST-ID                                    *> un libelle qui explique ce que la retro couvrait
           MOVE RETRO-HIST-PERIOD TO HIST-PERIOD
           COMPUTE NEW-RATE-DISP = NEW-RATE
           MOVE NEW-SALARY TO SAL-ANNUAL-SALARY-DISP
           MOVE SPACES TO TEMP-STRING
           IF EMP-PAY-TYPE = 'S'
               STRING "RETRO salaire " SAL-ANNUAL-SALARY-DISP
                   " per. " RETRO-FIRST-PERIOD
                   "-" RETRO-LAST-PERIOD
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               STRING "RETRO taux " NEW-RATE-DISP
                   " periodes " RETRO-FIRST-PERIOD
                   "-" RETRO-LAST-PERIOD
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           MOVE TEMP-STRING       TO HIST-PERIOD-LABEL
           MOVE EMP-DEPT          TO HIST-DEPT
           MOVE EMP-NAME          TO HIST-NAME
           MOVE 0                 TO HIST-DED-AUTRE
           MOVE 0                 TO HIST-SAISIE
           MOVE NET-SALARY-NUM    TO HIST-NET
           IF EMP-PAY-TYPE = 'S'                                                *> La part salariale de la retro est l'ecart entier
               MOVE 'S'               TO HIST-PAY-TYPE
               MOVE NEW-SALARY        TO HIST-ANNUAL-SALARY
               MOVE RETRO-GROSS       TO HIST-SALARY-PAID
           ELSE
               MOVE 'H'               TO HIST-PAY-TYPE
               MOVE 0                 TO HIST-ANNUAL-SALARY
               MOVE 0                 TO HIST-SALARY-PAID
           END-IF
           MOVE PENSION-EE-EMP    TO HIST-PENSION-EE
           MOVE PENSION-ER-EMP    TO HIST-PENSION-ER
           *> Le garde-fou du demarrage garantit qu'aucune fiche
           *> n'existe pour cette cle; le REWRITE n'est qu'une
           *> ceinture de securite contre une collision imprevue
           WRITE OUTPUT-RECORD
           COMPUTE NEW-RATE-DISP = NEW-RATE
           COMPUTE RETRO-GROSS-DISP = RETRO-GROSS
           MOVE NEW-SALARY TO SAL-ANNUAL-SALARY-DISP
           MOVE SPACES TO TEMP-STRING
           IF EMP-PAY-TYPE = 'S'
               STRING "Retro salaire annuel " SAL-ANNUAL-SALARY-DISP
                   " (periodes " RETRO-FIRST-PERIOD
                   " a " RETRO-LAST-PERIOD
                   "): " RETRO-GROSS-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               STRING "Retro taux " NEW-RATE-DISP
                   " (periodes " RETRO-FIRST-PERIOD
                   " a " RETRO-LAST-PERIOD
                   "): " RETRO-GROSS-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           MOVE TEMP-STRING TO OUTPUT-FIELD
           WRITE OUTPUT-RECORD
           IF EMP-PENSION-RATE > 0 OR PENSION-EE-EMP > 0                        *> Regime de retraite, comme le bulletin de la paie reguliere
               COMPUTE PENSION-EE-DISP = PENSION-EE-EMP
               COMPUTE TAXABLE-GROSS-DISP =
                   RETRO-GROSS - PENSION-EE-EMP
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
                   PENSION-EE-YTD + PENSION-EE-EMP
               COMPUTE PENSION-YTD-ER-DISP =
                   PENSION-ER-YTD + PENSION-ER-EMP
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
           COMPUTE TAX-AMOUNT-DISP = TAX-AMOUNT
           MOVE SPACES TO TEMP-STRING
           STRING "Impot retenu (tranches progressives): "

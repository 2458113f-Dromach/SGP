       IDENTIFICATION DIVISION.                                                 *> Rapport du budget de la paie par departement: reel de
       PROGRAM-ID. RapportBudget.                                               *> l'historique contre budget, periode et annee, projection

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "historique-paie.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HIST-STATUS.                                          *> Historique permanent: la seule source du reel, pour que
                                                                                 *> le rapport se reprenne pour toute periode passee
           SELECT BUDGET-FILE ASSIGN TO "budgets-paie.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BUD-STATUS.                                           *> Budget par departement et periode, prepare par les
                                                                                 *> finances
           SELECT RATE-FILE ASSIGN TO "taux-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-STATUS.                                          *> Taux dates: les charges d'une fiche se recalculent aux
                                                                                 *> taux en vigueur a la fin de sa periode
           SELECT REPORT-FILE ASSIGN TO "rapport-budget.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Rapport imprime, pour les finances et les gestionnaires

       DATA DIVISION.
       FILE SECTION.
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

       FD BUDGET-FILE.
       01 BUDGET-RECORD.                                                        *> Une ligne par departement et periode, decimale implicite
           05 BUD-YEAR         PIC X(4).                                        *> Annee du budget (annee de la fin des periodes)
           05 BUD-DEPT         PIC X(10).                                       *> EMP-DEPT budgete
           05 BUD-PERIOD       PIC X(4).                                        *> Numero de periode; 0000 = chaque periode de l'annee
                                                                                 *> sans ligne propre
           05 BUD-PERIOD-NUM REDEFINES BUD-PERIOD PIC 9(4).
           05 BUD-GROSS        PIC 9(7)V99.                                     *> Brut budgete pour la periode
           05 BUD-OT-HOURS     PIC 9(5)V99.                                     *> Heures supplementaires budgetees pour la periode
           05 BUD-CHARGES      PIC 9(7)V99.                                     *> Charges employeur budgetees (retraite comprise)

       FD RATE-FILE.                                                            *> Copie conforme de l'enregistrement des taux (MajTaux)
       01 RATE-RECORD.
           05 RT-TYPE          PIC X(4).
           05 RT-EFFECTIVE     PIC X(10).
           05 RT-SEQ           PIC 9(2).
           05 RT-NAME          PIC X(20).
           05 RT-RATE          PIC 9V9(4).
           05 RT-AMOUNT        PIC 9(7)V99.
           05 RT-COUNT         PIC 9(2).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-FIELD     PIC X(150).

       WORKING-STORAGE SECTION.
       01 HIST-STATUS      PIC XX.                                              *> Code retour des operations sur HIST-FILE
       01 BUD-STATUS       PIC XX.                                              *> Code retour des operations sur BUDGET-FILE
       01 RATE-STATUS      PIC XX.                                              *> Code retour des operations sur RATE-FILE
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand le fichier en cours de lecture est epuise
       01 TEMP-STRING      PIC X(150).                                          *> Variable temporaire pour formater la sortie
       01 SEPARATOR-LINE   PIC X(100) VALUE ALL "=".                            *> Ligne de separation du rapport
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Nom de la compagnie affiche sur le rapport
       01 REQ-PERIOD-IN    PIC X(4).                                            *> Periode a rapporter, saisie par l'operateur
       01 REQ-PERIOD-NUM REDEFINES REQ-PERIOD-IN PIC 9(4).
       01 REQ-TOLERANCE-IN PIC X(3).                                            *> Tolerance de depassement en %, saisie (blanc = 005)
       01 REQ-TOLERANCE-NUM REDEFINES REQ-TOLERANCE-IN PIC 9(3).
       01 BGT-TOLERANCE    PIC 9(3) VALUE 5.                                    *> Depassement tolere avant la page des exceptions, en %
       01 REPORT-PERIOD    PIC 9(4).                                            *> Periode rapportee
       01 REPORT-PERIOD-END PIC X(10) VALUE SPACES.                             *> Fin de la periode rapportee (AAAA-MM-JJ)
       01 REPORT-YEAR      PIC X(4).                                            *> Annee du cumul: celle de la fin de la periode rapportee
       COPY SALPRM.                                                             *> Nombre de periodes de paie de l'annee (projection)
       COPY EMPCTB.                                                             *> Memes taux et plafonds de charges employeur que la paie:
                                                                                 *> les charges sont RECALCULEES depuis l'historique
       COPY TAUXRT.                                                             *> Copie en memoire du fichier des taux dates
       *> Les paies retroactives sont historisees sous periode + 5000
       *> (serie 5xxx, voir RetroPaie) et les paiements hors cycle
       *> sous periode + 5000 + 1000 x numero de passe (libelle
       *> "HORS CYCLE"): les deux comptent dans la periode de leur
       *> versement, comme dans RemiseMensuelle
       01 RETRO-PERIOD-BASE PIC 9(4) VALUE 5000.
       01 OFFC-THOUSANDS   PIC 9.                                               *> Millier de la cle d'une fiche hors cycle (ecarte)
       01 MAPPED-PERIOD    PIC 9(4).                                            *> Periode de la fiche ramenee au calendrier regulier
       01 PERIOD-DATE-TABLE.                                                    *> Date de fin de chaque periode reguliere de l'historique,
           05 PERIOD-DATE-ENTRY OCCURS 500 TIMES.                               *> relevee du libelle "Periode NNNN du ... au AAAA-MM-JJ"
               10 PDT-PERIOD   PIC 9(4).
               10 PDT-END      PIC X(10).
       01 PDT-COUNT        PIC 9(3) VALUE 0.                                    *> Nombre de periodes relevees
       01 PDT-IDX          PIC 9(3).                                            *> Indice de parcours des periodes relevees
       01 PDT-FOUND        PIC X.                                               *> 'O' si la periode est deja relevee
       01 RECORD-END       PIC X(10).                                           *> Fin de la periode de la fiche courante
       01 ELAPSED-PERIODS  PIC 9(3) VALUE 0.                                    *> Periodes de l'annee payees jusqu'a la periode rapportee
       01 REMAINING-PERIODS PIC 9(3) VALUE 0.                                   *> Periodes restantes jusqu'a la fin de l'annee
       01 REMAINING-IDX    PIC 9(3).
       01 BUDGET-PERIOD    PIC 9(4).                                            *> Periode dont on cherche le budget
       01 BT-TABLE.                                                             *> Lignes de budget de l'annee rapportee
           05 BT-ENTRY OCCURS 1000 TIMES.
               10 BT-DEPT      PIC X(10).
               10 BT-PERIOD    PIC 9(4).
               10 BT-GROSS     PIC 9(7)V99.
               10 BT-OT-HOURS  PIC 9(5)V99.
               10 BT-CHARGES   PIC 9(7)V99.
       01 BT-COUNT         PIC 9(4) VALUE 0.                                    *> Nombre de lignes de budget retenues
       01 BT-IDX           PIC 9(4).                                            *> Indice de parcours des lignes de budget
       01 BT-EXACT-IDX     PIC 9(4).                                            *> Ligne propre a la periode cherchee (0 = aucune)
       01 BT-DEFAULT-IDX   PIC 9(4).                                            *> Ligne 0000 du departement (0 = aucune)
       01 BUD-READ-COUNT   PIC 9(5) VALUE 0.                                    *> Lignes lues dans budgets-paie.txt
       01 BUD-BAD-COUNT    PIC 9(5) VALUE 0.                                    *> Lignes illisibles, ecartees du budget
       01 DB-TABLE.                                                             *> Reel et budget par departement, dans l'ordre des codes
           05 DB-ENTRY OCCURS 100 TIMES.
               10 DB-DEPT          PIC X(10).
               10 DB-PER-GROSS     PIC 9(8)V99.                                 *> Reel de la periode rapportee
               10 DB-PER-OT-HOURS  PIC 9(6)V99.
               10 DB-PER-OT-PAY    PIC 9(8)V99.                                 *> Prime des heures supplementaires (1.5x)
               10 DB-PER-CHARGES   PIC 9(8)V99.
               10 DB-YTD-GROSS     PIC 9(8)V99.                                 *> Reel de l'annee, periode comprise
               10 DB-YTD-OT-HOURS  PIC 9(6)V99.
               10 DB-YTD-OT-PAY    PIC 9(8)V99.
               10 DB-YTD-CHARGES   PIC 9(8)V99.
               10 DB-BPER-GROSS    PIC 9(8)V99.                                 *> Budget de la periode rapportee
               10 DB-BPER-OT-HOURS PIC 9(6)V99.
               10 DB-BPER-CHARGES  PIC 9(8)V99.
               10 DB-BYTD-GROSS    PIC 9(8)V99.                                 *> Budget de l'annee jusqu'a la periode comprise
               10 DB-BYTD-OT-HOURS PIC 9(6)V99.
               10 DB-BYTD-CHARGES  PIC 9(8)V99.
               10 DB-BANN-GROSS    PIC 9(8)V99.                                 *> Budget de l'annee entiere
               10 DB-BANN-OT-HOURS PIC 9(6)V99.
               10 DB-BANN-CHARGES  PIC 9(8)V99.
       01 DB-COUNT         PIC 9(3) VALUE 0.                                    *> Nombre de departements releves
       01 DB-IDX           PIC 9(3).                                            *> Indice de parcours des departements
       01 DB-FOUND-IDX     PIC 9(3).                                            *> Departement cherche (0 = absent)
       01 DB-SHIFT-IDX     PIC 9(3).                                            *> Indice de decalage pour inserer un departement a son rang
       01 DB-LOOKUP        PIC X(10).                                           *> Departement cherche
       01 CUR-ID           PIC X(6) VALUE SPACES.                               *> Employe en cours dans le parcours de l'historique
       01 CUR-YTD-GROSS    PIC 9(7)V99 VALUE 0.                                 *> Brut cumule de l'employe dans l'annee (plafonds)
       01 YTD-GROSS-BEFORE PIC 9(7)V99.                                         *> Brut cumule AVANT la fiche courante
       01 CONTRIB-ROOM     PIC 9(7)V99.                                         *> Portion du plafond annuel encore cotisable
       01 CONTRIB-BASE     PIC 9(7)V99.                                         *> Brut cotisable de la fiche (borne par CONTRIB-ROOM)
       01 REC-CHARGES      PIC 9(7)V99.                                         *> Charges employeur recalculees de la fiche
       01 REC-OT-PAY       PIC 9(7)V99.                                         *> Prime des heures supplementaires de la fiche
       01 HIST-USED-COUNT  PIC 9(6) VALUE 0.                                    *> Fiches d'historique retenues pour l'annee
       01 HIST-ORPHAN-COUNT PIC 9(6) VALUE 0.                                   *> Retros ou hors cycle sans periode reguliere connue
       01 PRINT-SECTION    PIC X.                                               *> 'P' = periode, 'A' = cumul de l'annee, 'F' = projection
       01 PRT-DEPT         PIC X(10).                                           *> Departement en cours d'impression
       01 PRT-ACT-GROSS    PIC 9(8)V99.                                         *> Reel et budget en cours d'impression
       01 PRT-ACT-OT-HOURS PIC 9(6)V99.
       01 PRT-ACT-OT-PAY   PIC 9(8)V99.
       01 PRT-ACT-CHARGES  PIC 9(8)V99.
       01 PRT-BUD-GROSS    PIC 9(8)V99.
       01 PRT-BUD-OT-HOURS PIC 9(6)V99.
       01 PRT-BUD-CHARGES  PIC 9(8)V99.
       01 TOT-ACT-GROSS    PIC 9(8)V99.                                         *> Totaux de la section en cours d'impression
       01 TOT-ACT-OT-HOURS PIC 9(6)V99.
       01 TOT-ACT-OT-PAY   PIC 9(8)V99.
       01 TOT-ACT-CHARGES  PIC 9(8)V99.
       01 TOT-BUD-GROSS    PIC 9(8)V99.
       01 TOT-BUD-OT-HOURS PIC 9(6)V99.
       01 TOT-BUD-CHARGES  PIC 9(8)V99.
       01 MEASURE-LABEL    PIC X(12).                                           *> Mesure de la ligne (BRUT, H. SUPP, CHARGES)
       01 VAR-ACTUAL       PIC 9(8)V99.                                         *> Entrees du calcul d'ecart (CALC-VARIANCE)
       01 VAR-BUDGET       PIC 9(8)V99.
       01 VAR-AMOUNT       PIC S9(8)V99.                                        *> Ecart: reel moins budget (positif = depassement)
       01 VAR-PCT          PIC S9(5)V9.                                         *> Ecart en % du budget
       01 VAR-PCT-OK       PIC X.                                               *> 'N' si le budget est nul (ecart % non defini)
       01 VAR-OVER         PIC X.                                               *> 'O' si le depassement excede la tolerance
       01 OT-SHARE         PIC 9(3)V9.                                          *> Prime des heures supp. en % du brut
       01 PROJ-FACTOR-NUM  PIC 9(3).                                            *> Projection: reel x periodes de l'annee / periodes payees
       01 ACTUAL-DISP      PIC 9(8).99.                                         *> Copies numeriques-editees pour l'impression
       01 BUDGET-DISP      PIC 9(8).99.
       01 VAR-AMOUNT-DISP  PIC -9(8).99.
       01 VAR-PCT-DISP     PIC -9(5).9.
       01 VAR-PCT-TEXT     PIC X(8).
       01 OT-SHARE-DISP    PIC 9(3).9.
       01 TOLERANCE-DISP   PIC 9(3).
       01 SECTION-LABEL    PIC X(10).                                           *> Section d'un depassement, sur la page des exceptions
       01 EXC-COUNT        PIC 9(4) VALUE 0.                                    *> Depassements listes sur la page des exceptions
       01 EXC-DEPT-COUNT   PIC 9(3) VALUE 0.                                    *> Departements en depassement
       01 EXC-DEPT-FLAG    PIC X.                                               *> 'O' si le departement courant a un depassement

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           DISPLAY "Periode a rapporter (NNNN): "
           ACCEPT REQ-PERIOD-IN
           IF REQ-PERIOD-IN NOT NUMERIC
               DISPLAY "ERREUR: numero de periode invalide "
                   "-- execution annulee."
               STOP RUN
           END-IF
           MOVE REQ-PERIOD-NUM TO REPORT-PERIOD
           IF REPORT-PERIOD >= RETRO-PERIOD-BASE
               DISPLAY "ERREUR: periode reguliere attendue (moins de "
                   RETRO-PERIOD-BASE ") -- execution annulee."
               STOP RUN
           END-IF
           DISPLAY "Tolerance de depassement en % (NNN, blanc = 005): "
           ACCEPT REQ-TOLERANCE-IN
           IF REQ-TOLERANCE-IN NOT = SPACES
               IF REQ-TOLERANCE-IN NOT NUMERIC
                   DISPLAY "ERREUR: tolerance invalide "
                       "-- execution annulee."
                   STOP RUN
               END-IF
               MOVE REQ-TOLERANCE-NUM TO BGT-TOLERANCE
           END-IF.

           OPEN INPUT HIST-FILE
           IF HIST-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "historique-paie.dat (HIST-STATUS=" HIST-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF.

           PERFORM COLLECT-PERIOD-DATES.                                        *> Date de fin de chaque periode reguliere payee
           PERFORM VARYING PDT-IDX FROM 1 BY 1
                   UNTIL PDT-IDX > PDT-COUNT
               IF PDT-PERIOD(PDT-IDX) = REPORT-PERIOD
                   MOVE PDT-END(PDT-IDX) TO REPORT-PERIOD-END
               END-IF
           END-PERFORM
           IF REPORT-PERIOD-END = SPACES
               DISPLAY "ERREUR: aucune paie reguliere en historique "
                   "pour la periode " REPORT-PERIOD
                   " -- execution annulee."
               CLOSE HIST-FILE
               STOP RUN
           END-IF
           MOVE REPORT-PERIOD-END(1:4) TO REPORT-YEAR.

           *> Periodes payees de l'annee jusqu'a la periode rapportee:
           *> base du cumul budgete et du rythme de la projection
           PERFORM VARYING PDT-IDX FROM 1 BY 1
                   UNTIL PDT-IDX > PDT-COUNT
               IF PDT-END(PDT-IDX)(1:4) = REPORT-YEAR
                       AND PDT-PERIOD(PDT-IDX) NOT > REPORT-PERIOD
                   ADD 1 TO ELAPSED-PERIODS
               END-IF
           END-PERFORM
           IF ELAPSED-PERIODS < SAL-PERIODS-PER-YEAR
               COMPUTE REMAINING-PERIODS =
                   SAL-PERIODS-PER-YEAR - ELAPSED-PERIODS
           ELSE
               MOVE 0 TO REMAINING-PERIODS
           END-IF.

           PERFORM LOAD-BUDGET-FILE.                                            *> Lignes de budget de l'annee rapportee
           PERFORM LOAD-RATE-FILE.                                              *> Taux de charges dates, choisis fiche par fiche

           PERFORM SCAN-HISTORY.                                                *> Reel de la periode et de l'annee par departement

           CLOSE HIST-FILE.

           PERFORM VARYING BT-IDX FROM 1 BY 1                                   *> Un departement budgete sans paie figure quand meme
                   UNTIL BT-IDX > BT-COUNT
               MOVE BT-DEPT(BT-IDX) TO DB-LOOKUP
               PERFORM FIND-DEPT-ENTRY
           END-PERFORM.

           PERFORM VARYING DB-IDX FROM 1 BY 1                                   *> Budget de la periode, de l'annee a ce jour et de
                   UNTIL DB-IDX > DB-COUNT                                      *> l'annee entiere, par departement
               PERFORM CALC-DEPT-BUDGET
           END-PERFORM.

           PERFORM PRINT-BUDGET-REPORT.

           COMPUTE TOLERANCE-DISP = BGT-TOLERANCE
           DISPLAY "Budget de la paie, periode " REPORT-PERIOD ": "
               DB-COUNT " departement(s), " EXC-DEPT-COUNT
               " en depassement de plus de " TOLERANCE-DISP "% "
               "(rapport dans rapport-budget.txt)."
           IF BUD-BAD-COUNT > 0
               DISPLAY "ATTENTION: " BUD-BAD-COUNT " ligne(s) "
                   "illisible(s) dans budgets-paie.txt, ecartee(s) "
                   "du budget."
           END-IF

           STOP RUN.

       COLLECT-PERIOD-DATES.                                                    *> Premier parcours de l'historique: releve la date de fin
           MOVE LOW-VALUES TO HIST-ID                                           *> de chaque periode reguliere payee
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
                       IF HIST-PERIOD < RETRO-PERIOD-BASE
                               AND HIST-PERIOD-LABEL(1:8) = "Periode "
                               AND HIST-PERIOD-LABEL(31:4) NUMERIC
                           PERFORM NOTE-PERIOD-DATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG.

       NOTE-PERIOD-DATE.                                                        *> Ajoute la periode et sa date de fin a la table
           MOVE 'N' TO PDT-FOUND
           PERFORM VARYING PDT-IDX FROM 1 BY 1
                   UNTIL PDT-IDX > PDT-COUNT
               IF PDT-PERIOD(PDT-IDX) = HIST-PERIOD
                   MOVE 'O' TO PDT-FOUND
               END-IF
           END-PERFORM
           IF PDT-FOUND = 'N'
               IF PDT-COUNT < 500
                   ADD 1 TO PDT-COUNT
                   MOVE HIST-PERIOD TO PDT-PERIOD(PDT-COUNT)
                   MOVE HIST-PERIOD-LABEL(31:10) TO PDT-END(PDT-COUNT)
               ELSE
                   DISPLAY "ERREUR: plus de 500 periodes en historique "
                       "-- execution annulee."
                   CLOSE HIST-FILE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-BUDGET-FILE.                                                        *> Charge les lignes de budget de l'annee rapportee; une
           OPEN INPUT BUDGET-FILE                                               *> ligne illisible est ecartee et signalee
           IF BUD-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "budgets-paie.txt (BUD-STATUS=" BUD-STATUS
                   ") -- execution annulee."
               CLOSE HIST-FILE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'O'
               READ BUDGET-FILE AT END
                   SET EOF-FLAG TO 'O'
               NOT AT END
                   ADD 1 TO BUD-READ-COUNT
                   IF BUD-YEAR NOT NUMERIC OR BUD-DEPT = SPACES
                           OR BUD-PERIOD NOT NUMERIC
                           OR BUD-GROSS NOT NUMERIC
                           OR BUD-OT-HOURS NOT NUMERIC
                           OR BUD-CHARGES NOT NUMERIC
                       ADD 1 TO BUD-BAD-COUNT
                   ELSE
                       IF BUD-YEAR = REPORT-YEAR
                           IF BT-COUNT >= 1000
                               DISPLAY "ERREUR: plus de 1000 lignes de "
                                   "budget pour l'annee " REPORT-YEAR
                                   " -- execution annulee."
                               CLOSE BUDGET-FILE
                               CLOSE HIST-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO BT-COUNT
                           MOVE BUD-DEPT       TO BT-DEPT(BT-COUNT)
                           MOVE BUD-PERIOD-NUM TO BT-PERIOD(BT-COUNT)
                           MOVE BUD-GROSS      TO BT-GROSS(BT-COUNT)
                           MOVE BUD-OT-HOURS   TO BT-OT-HOURS(BT-COUNT)
                           MOVE BUD-CHARGES    TO BT-CHARGES(BT-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           MOVE 'N' TO EOF-FLAG.

       LOAD-RATE-FILE.                                                          *> Charge en memoire toutes les entrees du fichier des taux;
           OPEN INPUT RATE-FILE                                                 *> le choix par date se fait ensuite dans SELECT-RATES
           IF RATE-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "taux-paie.dat (RATE-STATUS=" RATE-STATUS
                   ") -- execution annulee."
               CLOSE HIST-FILE
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
                       CLOSE HIST-FILE
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

       SELECT-RATES.                                                            *> Retient le jeu de charges CHRG de la plus recente date
           MOVE SPACES TO RATE-SET-DATES                                        *> d'effet qui ne depasse pas RATE-DATE et en remplit
           PERFORM VARYING RTT-IDX FROM 1 BY 1                                  *> la table du copybook EMPCTB
                   UNTIL RTT-IDX > RTT-TOTAL
               IF RTT-EFFECTIVE(RTT-IDX) NOT > RATE-DATE
                       AND RTT-TYPE(RTT-IDX) = "CHRG"
                       AND RTT-EFFECTIVE(RTT-IDX) > RATE-CHRG-DATE
                   MOVE RTT-EFFECTIVE(RTT-IDX) TO RATE-CHRG-DATE
               END-IF
           END-PERFORM
           MOVE ZEROS TO RATE-SET-COUNTS
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-TOTAL
               MOVE RTT-SEQ(RTT-IDX) TO RATE-SUB
               IF RTT-TYPE(RTT-IDX) = "CHRG"
                       AND RTT-EFFECTIVE(RTT-IDX) = RATE-CHRG-DATE
                       AND RATE-SUB >= 1 AND RATE-SUB <= 3
                   MOVE RTT-NAME(RTT-IDX) TO CONTRIB-NAME(RATE-SUB)
                   MOVE RTT-RATE(RTT-IDX) TO CONTRIB-RATE(RATE-SUB)
                   MOVE RTT-AMOUNT(RTT-IDX)
                       TO CONTRIB-CEILING(RATE-SUB)
                   ADD 1 TO RATE-CHRG-COUNT
               END-IF
           END-PERFORM
           *> Un jeu incomplet donnerait des charges fausses sans le
           *> dire
           IF RATE-CHRG-COUNT NOT = 3
               DISPLAY "ERREUR: taux-paie.dat ne contient pas de jeu "
                   "complet en vigueur au " RATE-DATE
               DISPLAY "("
                   "charges CHRG: " RATE-CHRG-COUNT "/3) -- execution "
                   "annulee."
               CLOSE HIST-FILE
               STOP RUN
           END-IF
           MOVE RATE-DATE TO RATE-DATE-LOADED.

       SCAN-HISTORY.                                                            *> Parcourt tout l'historique dans l'ordre des cles (employe
           MOVE LOW-VALUES TO HIST-ID                                           *> puis periode): le brut cumule par employe sert aux plafonds
           MOVE 0 TO HIST-PERIOD                                                *> des charges, comme dans la paie reguliere
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
                       PERFORM PROCESS-HISTORY-RECORD
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG.

       PROCESS-HISTORY-RECORD.                                                  *> Une fiche d'historique: si elle tombe dans l'annee
           IF HIST-ID NOT = CUR-ID                                              *> rapportee et au plus tard a la periode rapportee, son
               MOVE HIST-ID TO CUR-ID                                           *> brut, ses heures supp. et ses charges recalculees
               MOVE 0 TO CUR-YTD-GROSS                                          *> s'ajoutent a son departement
           END-IF
           IF HIST-PERIOD >= RETRO-PERIOD-BASE
               IF HIST-PERIOD-LABEL(1:10) = "HORS CYCLE"
                   DIVIDE HIST-PERIOD BY 1000 GIVING OFFC-THOUSANDS
                       REMAINDER MAPPED-PERIOD
               ELSE
                   COMPUTE MAPPED-PERIOD =
                       HIST-PERIOD - RETRO-PERIOD-BASE
               END-IF
           ELSE
               MOVE HIST-PERIOD TO MAPPED-PERIOD
           END-IF
           MOVE SPACES TO RECORD-END
           PERFORM VARYING PDT-IDX FROM 1 BY 1
                   UNTIL PDT-IDX > PDT-COUNT
               IF PDT-PERIOD(PDT-IDX) = MAPPED-PERIOD
                   MOVE PDT-END(PDT-IDX) TO RECORD-END
               END-IF
           END-PERFORM
           IF RECORD-END = SPACES                                               *> Retro ou hors cycle d'une periode sans paie reguliere:
               ADD 1 TO HIST-ORPHAN-COUNT                                       *> ni annee ni taux connus, signalee au rapport
           ELSE
           IF RECORD-END(1:4) = REPORT-YEAR
                   AND MAPPED-PERIOD NOT > REPORT-PERIOD
               ADD 1 TO HIST-USED-COUNT
               IF RECORD-END NOT = RATE-DATE-LOADED
                   MOVE RECORD-END TO RATE-DATE
                   PERFORM SELECT-RATES
               END-IF
               PERFORM CALC-RECORD-CHARGES
               COMPUTE REC-OT-PAY =
                   HIST-HOURS-OT * HIST-RATE-HOURLY * 1.5
               MOVE HIST-DEPT TO DB-LOOKUP
               PERFORM FIND-DEPT-ENTRY
               ADD HIST-GROSS    TO DB-YTD-GROSS(DB-FOUND-IDX)
               ADD HIST-HOURS-OT TO DB-YTD-OT-HOURS(DB-FOUND-IDX)
               ADD REC-OT-PAY    TO DB-YTD-OT-PAY(DB-FOUND-IDX)
               ADD REC-CHARGES   TO DB-YTD-CHARGES(DB-FOUND-IDX)
               IF MAPPED-PERIOD = REPORT-PERIOD
                   ADD HIST-GROSS    TO DB-PER-GROSS(DB-FOUND-IDX)
                   ADD HIST-HOURS-OT TO DB-PER-OT-HOURS(DB-FOUND-IDX)
                   ADD REC-OT-PAY    TO DB-PER-OT-PAY(DB-FOUND-IDX)
                   ADD REC-CHARGES   TO DB-PER-CHARGES(DB-FOUND-IDX)
               END-IF
               ADD HIST-GROSS TO CUR-YTD-GROSS
           END-IF
           END-IF.

       CALC-RECORD-CHARGES.                                                     *> Recalcule les charges employeur de la fiche, plafonnees
           MOVE CUR-YTD-GROSS TO YTD-GROSS-BEFORE                               *> sur le brut cumule AVANT la fiche, comme la paie, plus la
           MOVE 0 TO REC-CHARGES                                                *> contrepartie de retraite de l'employeur
           PERFORM VARYING CONTRIB-IDX FROM 1 BY 1
                   UNTIL CONTRIB-IDX > 3
               IF YTD-GROSS-BEFORE < CONTRIB-CEILING(CONTRIB-IDX)
                   COMPUTE CONTRIB-ROOM =
                       CONTRIB-CEILING(CONTRIB-IDX)
                       - YTD-GROSS-BEFORE
                   IF HIST-GROSS < CONTRIB-ROOM
                       MOVE HIST-GROSS TO CONTRIB-BASE
                   ELSE
                       MOVE CONTRIB-ROOM TO CONTRIB-BASE
                   END-IF
                   COMPUTE REC-CHARGES = REC-CHARGES
                       + (CONTRIB-BASE * CONTRIB-RATE(CONTRIB-IDX))
               END-IF
           END-PERFORM
           ADD HIST-PENSION-ER TO REC-CHARGES.

       FIND-DEPT-ENTRY.                                                         *> Cherche le departement DB-LOOKUP; absent, il est insere a
           MOVE 0 TO DB-FOUND-IDX                                               *> son rang pour que le rapport sorte dans l'ordre des codes
           PERFORM VARYING DB-IDX FROM 1 BY 1
                   UNTIL DB-IDX > DB-COUNT OR DB-FOUND-IDX > 0
               IF DB-DEPT(DB-IDX) = DB-LOOKUP
                   MOVE DB-IDX TO DB-FOUND-IDX
               END-IF
           END-PERFORM
           IF DB-FOUND-IDX = 0
               IF DB-COUNT < 100
                   MOVE 1 TO DB-FOUND-IDX
                   PERFORM VARYING DB-IDX FROM 1 BY 1
                           UNTIL DB-IDX > DB-COUNT
                       IF DB-DEPT(DB-IDX) < DB-LOOKUP
                           COMPUTE DB-FOUND-IDX = DB-IDX + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING DB-SHIFT-IDX FROM DB-COUNT BY -1
                           UNTIL DB-SHIFT-IDX < DB-FOUND-IDX
                       MOVE DB-ENTRY(DB-SHIFT-IDX)
                           TO DB-ENTRY(DB-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO DB-COUNT
                   INITIALIZE DB-ENTRY(DB-FOUND-IDX)
                   MOVE DB-LOOKUP TO DB-DEPT(DB-FOUND-IDX)
               ELSE
                   DISPLAY "ERREUR: plus de 100 departements "
                       "-- execution annulee."
                   CLOSE HIST-FILE
                   STOP RUN
               END-IF
           END-IF.

       CALC-DEPT-BUDGET.                                                        *> Budget du departement DB-IDX: chaque periode payee de
           MOVE DB-DEPT(DB-IDX) TO DB-LOOKUP                                    *> l'annee jusqu'a la periode rapportee, puis les periodes
           PERFORM VARYING PDT-IDX FROM 1 BY 1                                  *> restantes (numeros suivants) pour l'annee entiere
                   UNTIL PDT-IDX > PDT-COUNT
               IF PDT-END(PDT-IDX)(1:4) = REPORT-YEAR
                       AND PDT-PERIOD(PDT-IDX) NOT > REPORT-PERIOD
                   MOVE PDT-PERIOD(PDT-IDX) TO BUDGET-PERIOD
                   PERFORM FIND-BUDGET-LINE
                   IF BT-IDX > 0
                       ADD BT-GROSS(BT-IDX)
                           TO DB-BYTD-GROSS(DB-IDX)
                       ADD BT-OT-HOURS(BT-IDX)
                           TO DB-BYTD-OT-HOURS(DB-IDX)
                       ADD BT-CHARGES(BT-IDX)
                           TO DB-BYTD-CHARGES(DB-IDX)
                       IF BUDGET-PERIOD = REPORT-PERIOD
                           MOVE BT-GROSS(BT-IDX)
                               TO DB-BPER-GROSS(DB-IDX)
                           MOVE BT-OT-HOURS(BT-IDX)
                               TO DB-BPER-OT-HOURS(DB-IDX)
                           MOVE BT-CHARGES(BT-IDX)
                               TO DB-BPER-CHARGES(DB-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE DB-BYTD-GROSS(DB-IDX)    TO DB-BANN-GROSS(DB-IDX)
           MOVE DB-BYTD-OT-HOURS(DB-IDX) TO DB-BANN-OT-HOURS(DB-IDX)
           MOVE DB-BYTD-CHARGES(DB-IDX)  TO DB-BANN-CHARGES(DB-IDX)
           PERFORM VARYING REMAINING-IDX FROM 1 BY 1
                   UNTIL REMAINING-IDX > REMAINING-PERIODS
               COMPUTE BUDGET-PERIOD = REPORT-PERIOD + REMAINING-IDX
               PERFORM FIND-BUDGET-LINE
               IF BT-IDX > 0
                   ADD BT-GROSS(BT-IDX)    TO DB-BANN-GROSS(DB-IDX)
                   ADD BT-OT-HOURS(BT-IDX) TO DB-BANN-OT-HOURS(DB-IDX)
                   ADD BT-CHARGES(BT-IDX)  TO DB-BANN-CHARGES(DB-IDX)
               END-IF
           END-PERFORM.

       FIND-BUDGET-LINE.                                                        *> Ligne de budget de DB-LOOKUP pour BUDGET-PERIOD: la ligne
           MOVE 0 TO BT-EXACT-IDX                                               *> propre a la periode, sinon la ligne 0000 du departement;
           MOVE 0 TO BT-DEFAULT-IDX                                             *> BT-IDX = 0 si aucune
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-COUNT
               IF BT-DEPT(BT-IDX) = DB-LOOKUP
                   IF BT-PERIOD(BT-IDX) = BUDGET-PERIOD
                       MOVE BT-IDX TO BT-EXACT-IDX
                   END-IF
                   IF BT-PERIOD(BT-IDX) = 0
                       MOVE BT-IDX TO BT-DEFAULT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF BT-EXACT-IDX > 0
               MOVE BT-EXACT-IDX TO BT-IDX
           ELSE
               MOVE BT-DEFAULT-IDX TO BT-IDX
           END-IF.

       PRINT-BUDGET-REPORT.                                                     *> Periode, cumul de l'annee, projection, puis la page des
           OPEN OUTPUT REPORT-FILE                                              *> depassements
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "BUDGET DE LA PAIE PAR DEPARTEMENT - REEL CONTRE "
               "BUDGET - " COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Periode " REPORT-PERIOD " (fin " REPORT-PERIOD-END
               ")  - Annee " REPORT-YEAR
               "  - Periodes payees dans l'annee: " ELAPSED-PERIODS
               " sur " SAL-PERIODS-PER-YEAR
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Reel tire de l'historique (fiches retenues: "
               HIST-USED-COUNT "); charges = charges employeur "
               "recalculees + contrepartie de retraite"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Ecart = reel - budget (positif = depassement); "
               "Supp/brut = prime des heures supp. en % du brut"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           IF HIST-ORPHAN-COUNT > 0
               MOVE SPACES TO TEMP-STRING
               STRING "ATTENTION: " HIST-ORPHAN-COUNT " fiche(s) "
                   "retro ou hors cycle sans periode reguliere en "
                   "historique, non rapportee(s)"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REPORT-FIELD
               WRITE REPORT-RECORD
           END-IF
           IF BUD-BAD-COUNT > 0
               MOVE SPACES TO TEMP-STRING
               STRING "ATTENTION: " BUD-BAD-COUNT " ligne(s) "
                   "illisible(s) dans budgets-paie.txt, ecartee(s)"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REPORT-FIELD
               WRITE REPORT-RECORD
           END-IF
           MOVE 'P' TO PRINT-SECTION
           PERFORM PRINT-REPORT-SECTION
           MOVE 'A' TO PRINT-SECTION
           PERFORM PRINT-REPORT-SECTION
           MOVE 'F' TO PRINT-SECTION
           PERFORM PRINT-REPORT-SECTION
           PERFORM PRINT-EXCEPTIONS-PAGE
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       PRINT-REPORT-SECTION.                                                    *> Trois lignes par departement + total, pour PRINT-SECTION
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           EVALUATE PRINT-SECTION
               WHEN 'P'
                   MOVE "PERIODE" TO REPORT-FIELD
               WHEN 'A'
                   MOVE "CUMUL DE L'ANNEE" TO REPORT-FIELD
               WHEN OTHER
                   MOVE SPACES TO TEMP-STRING
                   STRING "PROJECTION DE FIN D'ANNEE (rythme actuel: "
                       "cumul x " SAL-PERIODS-PER-YEAR " / "
                       ELAPSED-PERIODS ") CONTRE BUDGET ANNUEL"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
                   MOVE TEMP-STRING TO REPORT-FIELD
           END-EVALUATE
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Dept       Mesure               Reel       Budget"
               "       Ecart $   Ecart %"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE 0 TO TOT-ACT-GROSS
           MOVE 0 TO TOT-ACT-OT-HOURS
           MOVE 0 TO TOT-ACT-OT-PAY
           MOVE 0 TO TOT-ACT-CHARGES
           MOVE 0 TO TOT-BUD-GROSS
           MOVE 0 TO TOT-BUD-OT-HOURS
           MOVE 0 TO TOT-BUD-CHARGES
           PERFORM VARYING DB-IDX FROM 1 BY 1
                   UNTIL DB-IDX > DB-COUNT
               PERFORM MOVE-DEPT-TO-PRINT
               ADD PRT-ACT-GROSS    TO TOT-ACT-GROSS
               ADD PRT-ACT-OT-HOURS TO TOT-ACT-OT-HOURS
               ADD PRT-ACT-OT-PAY   TO TOT-ACT-OT-PAY
               ADD PRT-ACT-CHARGES  TO TOT-ACT-CHARGES
               ADD PRT-BUD-GROSS    TO TOT-BUD-GROSS
               ADD PRT-BUD-OT-HOURS TO TOT-BUD-OT-HOURS
               ADD PRT-BUD-CHARGES  TO TOT-BUD-CHARGES
               PERFORM PRINT-DEPT-LINES
           END-PERFORM
           MOVE "TOTAL"          TO PRT-DEPT
           MOVE TOT-ACT-GROSS    TO PRT-ACT-GROSS
           MOVE TOT-ACT-OT-HOURS TO PRT-ACT-OT-HOURS
           MOVE TOT-ACT-OT-PAY   TO PRT-ACT-OT-PAY
           MOVE TOT-ACT-CHARGES  TO PRT-ACT-CHARGES
           MOVE TOT-BUD-GROSS    TO PRT-BUD-GROSS
           MOVE TOT-BUD-OT-HOURS TO PRT-BUD-OT-HOURS
           MOVE TOT-BUD-CHARGES  TO PRT-BUD-CHARGES
           PERFORM PRINT-DEPT-LINES.

       MOVE-DEPT-TO-PRINT.                                                      *> Reel et budget du departement DB-IDX pour PRINT-SECTION;
           MOVE DB-DEPT(DB-IDX) TO PRT-DEPT                                     *> la projection porte le cumul au rythme des periodes
           EVALUATE PRINT-SECTION                                               *> payees sur l'annee entiere
               WHEN 'P'
                   MOVE DB-PER-GROSS(DB-IDX)     TO PRT-ACT-GROSS
                   MOVE DB-PER-OT-HOURS(DB-IDX)  TO PRT-ACT-OT-HOURS
                   MOVE DB-PER-OT-PAY(DB-IDX)    TO PRT-ACT-OT-PAY
                   MOVE DB-PER-CHARGES(DB-IDX)   TO PRT-ACT-CHARGES
                   MOVE DB-BPER-GROSS(DB-IDX)    TO PRT-BUD-GROSS
                   MOVE DB-BPER-OT-HOURS(DB-IDX) TO PRT-BUD-OT-HOURS
                   MOVE DB-BPER-CHARGES(DB-IDX)  TO PRT-BUD-CHARGES
               WHEN 'A'
                   MOVE DB-YTD-GROSS(DB-IDX)     TO PRT-ACT-GROSS
                   MOVE DB-YTD-OT-HOURS(DB-IDX)  TO PRT-ACT-OT-HOURS
                   MOVE DB-YTD-OT-PAY(DB-IDX)    TO PRT-ACT-OT-PAY
                   MOVE DB-YTD-CHARGES(DB-IDX)   TO PRT-ACT-CHARGES
                   MOVE DB-BYTD-GROSS(DB-IDX)    TO PRT-BUD-GROSS
                   MOVE DB-BYTD-OT-HOURS(DB-IDX) TO PRT-BUD-OT-HOURS
                   MOVE DB-BYTD-CHARGES(DB-IDX)  TO PRT-BUD-CHARGES
               WHEN OTHER
                   MOVE SAL-PERIODS-PER-YEAR TO PROJ-FACTOR-NUM
                   IF ELAPSED-PERIODS > SAL-PERIODS-PER-YEAR                    *> Annee deja complete: le cumul est la projection
                       MOVE ELAPSED-PERIODS TO PROJ-FACTOR-NUM
                   END-IF
                   COMPUTE PRT-ACT-GROSS = DB-YTD-GROSS(DB-IDX)
                       * PROJ-FACTOR-NUM / ELAPSED-PERIODS
                   COMPUTE PRT-ACT-OT-HOURS = DB-YTD-OT-HOURS(DB-IDX)
                       * PROJ-FACTOR-NUM / ELAPSED-PERIODS
                   COMPUTE PRT-ACT-OT-PAY = DB-YTD-OT-PAY(DB-IDX)
                       * PROJ-FACTOR-NUM / ELAPSED-PERIODS
                   COMPUTE PRT-ACT-CHARGES = DB-YTD-CHARGES(DB-IDX)
                       * PROJ-FACTOR-NUM / ELAPSED-PERIODS
                   MOVE DB-BANN-GROSS(DB-IDX)    TO PRT-BUD-GROSS
                   MOVE DB-BANN-OT-HOURS(DB-IDX) TO PRT-BUD-OT-HOURS
                   MOVE DB-BANN-CHARGES(DB-IDX)  TO PRT-BUD-CHARGES
           END-EVALUATE.

       PRINT-DEPT-LINES.                                                        *> Brut (avec la part des heures supp.), heures supp. et
           MOVE PRT-ACT-GROSS TO VAR-ACTUAL                                     *> charges de la ligne PRT-*
           MOVE PRT-BUD-GROSS TO VAR-BUDGET
           MOVE "BRUT"        TO MEASURE-LABEL
           MOVE 0 TO OT-SHARE
           IF PRT-ACT-GROSS > 0
               COMPUTE OT-SHARE = PRT-ACT-OT-PAY * 100 / PRT-ACT-GROSS
           END-IF
           PERFORM CALC-VARIANCE
           PERFORM FORMAT-VARIANCE-LINE
           COMPUTE OT-SHARE-DISP = OT-SHARE
           MOVE SPACES TO REPORT-FIELD
           STRING TEMP-STRING(1:80) "   Supp/brut: " OT-SHARE-DISP "%"
               DELIMITED BY SIZE
               INTO REPORT-FIELD
           END-STRING
           WRITE REPORT-RECORD
           MOVE PRT-ACT-OT-HOURS TO VAR-ACTUAL
           MOVE PRT-BUD-OT-HOURS TO VAR-BUDGET
           MOVE "H. SUPP (h)" TO MEASURE-LABEL
           MOVE SPACES TO PRT-DEPT
           PERFORM CALC-VARIANCE
           PERFORM FORMAT-VARIANCE-LINE
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE PRT-ACT-CHARGES TO VAR-ACTUAL
           MOVE PRT-BUD-CHARGES TO VAR-BUDGET
           MOVE "CHARGES"       TO MEASURE-LABEL
           PERFORM CALC-VARIANCE
           PERFORM FORMAT-VARIANCE-LINE
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD.

       CALC-VARIANCE.                                                           *> Ecart en $ et en % de VAR-ACTUAL sur VAR-BUDGET, et
           COMPUTE VAR-AMOUNT = VAR-ACTUAL - VAR-BUDGET                         *> depassement au-dela de la tolerance (un reel sans
           MOVE 'N' TO VAR-OVER                                                 *> budget est toujours un depassement)
           IF VAR-BUDGET > 0
               MOVE 'O' TO VAR-PCT-OK
               COMPUTE VAR-PCT = VAR-AMOUNT * 100 / VAR-BUDGET
               IF VAR-PCT > BGT-TOLERANCE
                   MOVE 'O' TO VAR-OVER
               END-IF
           ELSE
               MOVE 'N' TO VAR-PCT-OK
               MOVE 0 TO VAR-PCT
               IF VAR-ACTUAL > 0
                   MOVE 'O' TO VAR-OVER
               END-IF
           END-IF.

       FORMAT-VARIANCE-LINE.                                                    *> Ligne imprimee: departement, mesure, reel, budget, ecarts
           COMPUTE ACTUAL-DISP     = VAR-ACTUAL
           COMPUTE BUDGET-DISP     = VAR-BUDGET
           COMPUTE VAR-AMOUNT-DISP = VAR-AMOUNT
           IF VAR-PCT-OK = 'O'
               COMPUTE VAR-PCT-DISP = VAR-PCT
               MOVE VAR-PCT-DISP TO VAR-PCT-TEXT
           ELSE
               MOVE "     n/d" TO VAR-PCT-TEXT
           END-IF
           MOVE SPACES TO TEMP-STRING
           STRING PRT-DEPT " " MEASURE-LABEL "  " ACTUAL-DISP
               "  " BUDGET-DISP "  " VAR-AMOUNT-DISP "  " VAR-PCT-TEXT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING.

       PRINT-EXCEPTIONS-PAGE.                                                   *> Departements en depassement de plus de la tolerance, sur
           MOVE SEPARATOR-LINE TO REPORT-FIELD                                  *> la periode ou le cumul de l'annee, mesure par mesure
           WRITE REPORT-RECORD
           COMPUTE TOLERANCE-DISP = BGT-TOLERANCE
           MOVE SPACES TO TEMP-STRING
           STRING "EXCEPTIONS - DEPASSEMENTS DE PLUS DE "
               TOLERANCE-DISP "% DU BUDGET"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Dept       Mesure               Reel       Budget"
               "       Ecart $   Ecart %  Section"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           PERFORM VARYING DB-IDX FROM 1 BY 1
                   UNTIL DB-IDX > DB-COUNT
               MOVE 'N' TO EXC-DEPT-FLAG
               MOVE 'P' TO PRINT-SECTION
               MOVE "PERIODE" TO SECTION-LABEL
               PERFORM CHECK-DEPT-EXCEPTIONS
               MOVE 'A' TO PRINT-SECTION
               MOVE "ANNEE" TO SECTION-LABEL
               PERFORM CHECK-DEPT-EXCEPTIONS
               IF EXC-DEPT-FLAG = 'O'
                   ADD 1 TO EXC-DEPT-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO TEMP-STRING
           IF EXC-COUNT = 0
               STRING "Aucun departement en depassement au-dela de la "
                   "tolerance."
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               STRING "Depassements: " EXC-COUNT
                   "  - Departements en depassement: " EXC-DEPT-COUNT
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD.

       CHECK-DEPT-EXCEPTIONS.                                                   *> Brut, heures supp. et charges du departement DB-IDX pour
           PERFORM MOVE-DEPT-TO-PRINT                                           *> PRINT-SECTION: une ligne par mesure en depassement
           MOVE PRT-ACT-GROSS TO VAR-ACTUAL
           MOVE PRT-BUD-GROSS TO VAR-BUDGET
           MOVE "BRUT"        TO MEASURE-LABEL
           PERFORM CHECK-ONE-EXCEPTION
           MOVE PRT-ACT-OT-HOURS TO VAR-ACTUAL
           MOVE PRT-BUD-OT-HOURS TO VAR-BUDGET
           MOVE "H. SUPP (h)"    TO MEASURE-LABEL
           PERFORM CHECK-ONE-EXCEPTION
           MOVE PRT-ACT-CHARGES TO VAR-ACTUAL
           MOVE PRT-BUD-CHARGES TO VAR-BUDGET
           MOVE "CHARGES"       TO MEASURE-LABEL
           PERFORM CHECK-ONE-EXCEPTION.

       CHECK-ONE-EXCEPTION.                                                     *> Imprime la mesure courante si elle depasse la tolerance
           PERFORM CALC-VARIANCE
           IF VAR-OVER = 'O'
               ADD 1 TO EXC-COUNT
               MOVE 'O' TO EXC-DEPT-FLAG
               PERFORM FORMAT-VARIANCE-LINE
               MOVE SPACES TO REPORT-FIELD
               STRING TEMP-STRING(1:80) "  " SECTION-LABEL
                   DELIMITED BY SIZE
                   INTO REPORT-FIELD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

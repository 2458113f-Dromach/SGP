           SELECT STATEMENT-FILE ASSIGN TO "remise-gouvernement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Etat de remise imprime, pour le bordereau du gouvernement
           SELECT RATE-FILE ASSIGN TO "taux-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-STATUS.                                          *> Taux dates: les charges d'une fiche se recalculent aux
                                                                                 *> taux en vigueur a la fin de sa periode
           SELECT CONTROL-FILE ASSIGN TO "remises-controle.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 HIST-DED-AUTRE   PIC 9(4).
           05 HIST-SAISIE      PIC 9(5)V99.
           05 HIST-NET         PIC 9(5)V99.
           05 HIST-PAY-TYPE    PIC X.
           05 HIST-ANNUAL-SALARY PIC 9(7)V99.
           05 HIST-SALARY-PAID PIC 9(5)V99.
           05 HIST-PENSION-EE  PIC 9(5)V99.
           05 HIST-PENSION-ER  PIC 9(5)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD.
           05 STATEMENT-FIELD  PIC X(150).

       FD RATE-FILE.                                                            *> Copie conforme de l'enregistrement des taux (MajTaux)
       01 RATE-RECORD.
           05 RT-TYPE          PIC X(4).                                        *> IMPO, CHRG, VACA, FERI ou RRET (voir TAUXRT)
           05 RT-EFFECTIVE     PIC X(10).                                       *> Date d'effet de l'entree (AAAA-MM-JJ)
           05 RT-SEQ           PIC 9(2).                                        *> Rang de l'entree dans le jeu de son type
           05 RT-NAME          PIC X(20).                                       *> Libelle (charges employeur)
           05 RT-RATE          PIC 9V9(4).                                      *> Taux
           05 RT-AMOUNT        PIC 9(7)V99.                                     *> Borne de tranche ou plafond annuel
           05 RT-COUNT         PIC 9(2).                                        *> Fenetre de reference du ferie, en periodes

       FD CONTROL-FILE.
       01 CONTROL-RECORD.                                                       *> Une remise effectuee par ligne, decimale implicite
           05 REMC-START       PIC 9(4).                                        *> Premiere periode couverte par la remise
       WORKING-STORAGE SECTION.
       01 HIST-STATUS      PIC XX.                                              *> Code retour des operations sur HIST-FILE
       01 REMC-STATUS      PIC XX.                                              *> Code retour des operations sur CONTROL-FILE
       01 RATE-STATUS      PIC XX.                                              *> Code retour des operations sur RATE-FILE
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand le fichier en cours de lecture est epuise
       01 TEMP-STRING      PIC X(150).                                          *> Variable temporaire pour formater la sortie
       01 SEPARATOR-LINE   PIC X(40) VALUE ALL "=".                             *> Ligne de separation de l'etat de remise
                                                                                 *> dans le brut cumule des plafonds annuels
       COPY EMPCTB.                                                             *> Memes taux et plafonds de charges employeur que la paie:
                                                                                 *> les charges sont RECALCULEES par nom depuis l'historique
       COPY TAUXRT.                                                             *> Copie en memoire du fichier des taux dates
       01 PERIOD-DATE-TABLE.                                                    *> Date de fin de chaque periode reguliere de la plage,
           05 PERIOD-DATE-ENTRY OCCURS 100 TIMES.                               *> relevee du libelle d'historique: fixe les taux
               10 PDT-PERIOD   PIC 9(4).                                        *> de charges a appliquer aux fiches de la periode
               10 PDT-END      PIC X(10).
       01 PDT-COUNT        PIC 9(3) VALUE 0.                                    *> Nombre de periodes relevees dans la plage
       01 PDT-IDX          PIC 9(3).                                            *> Indice de parcours des periodes relevees
       01 PDT-FOUND        PIC X.                                               *> 'O' si la periode est deja relevee
       01 PDT-LATEST-END   PIC X(10) VALUE SPACES.                              *> Fin la plus tardive relevee dans la plage
       01 YTD-GROSS-BEFORE PIC 9(7)V99.                                         *> Brut cumule de l'employe AVANT la fiche courante (plafonds)
       01 CONTRIB-ROOM     PIC 9(7)V99.                                         *> Portion du plafond annuel encore cotisable
       01 CONTRIB-BASE     PIC 9(7)V99.                                         *> Brut cotisable de la fiche courante (borne par CONTRIB-ROOM)
       *> (serie 5xxx, voir RetroPaie): elles se remettent avec le
       *> mois de leur versement
       01 RETRO-PERIOD-BASE PIC 9(4) VALUE 5000.
       *> Les paiements speciaux hors cycle (PaieSpeciale) sont
       *> historises sous periode + 5000 + 1000 x numero de passe
       *> (series 6xxx a 9xxx, libelle "HORS CYCLE"): eux aussi se
       *> remettent avec le mois de leur versement
       01 OFFC-THOUSANDS   PIC 9.                                               *> Millier de la cle d'une fiche hors cycle (ecarte)
       01 MAPPED-PERIOD    PIC 9(4).                                            *> Periode de la fiche ramenee au calendrier regulier
       01 IN-RANGE         PIC X.                                               *> 'O' si la fiche courante tombe dans la plage a remettre
       01 REM-TOTAL-TAX    PIC 9(8)V99 VALUE 0.                                 *> Impot retenu total de la plage
               STOP RUN
           END-IF.

           PERFORM LOAD-RATE-FILE.                                              *> Taux de charges dates, choisis fiche par fiche
           PERFORM COLLECT-PERIOD-DATES.                                        *> Dates de fin des periodes de la plage

           PERFORM VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > 3                *> Remet les totaux de charges a zero avant le parcours
               MOVE 0 TO CHG-TOTAL(CHG-IDX)
           END-PERFORM.
           END-IF
           END-IF.

       COLLECT-PERIOD-DATES.                                                    *> Premier parcours de l'historique: releve la date de fin
           MOVE SPACES TO HIST-KEY                                              *> de chaque periode reguliere de la plage (libelle
           MOVE LOW-VALUES TO HIST-ID                                           *> "Periode NNNN du ... au AAAA-MM-JJ"), pour que les
           MOVE 0 TO HIST-PERIOD                                                *> retros de la periode (serie 5xxx) prennent les memes taux
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
                       IF HIST-PERIOD NOT < RANGE-START
                               AND HIST-PERIOD NOT > RANGE-END
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
           IF PDT-FOUND = 'N' AND PDT-COUNT < 100
               ADD 1 TO PDT-COUNT
               MOVE HIST-PERIOD TO PDT-PERIOD(PDT-COUNT)
               MOVE HIST-PERIOD-LABEL(31:10) TO PDT-END(PDT-COUNT)
               IF HIST-PERIOD-LABEL(31:10) > PDT-LATEST-END
                   MOVE HIST-PERIOD-LABEL(31:10) TO PDT-LATEST-END
               END-IF
           END-IF.

       SELECT-RECORD-RATES.                                                     *> Taux de charges de la fiche: ceux en vigueur a la fin
           MOVE SPACES TO RATE-DATE                                             *> de sa periode (ramenee au calendrier regulier); a
           PERFORM VARYING PDT-IDX FROM 1 BY 1                                  *> defaut, la fin la plus tardive de la plage
                   UNTIL PDT-IDX > PDT-COUNT
               IF PDT-PERIOD(PDT-IDX) = MAPPED-PERIOD
                   MOVE PDT-END(PDT-IDX) TO RATE-DATE
               END-IF
           END-PERFORM
           IF RATE-DATE = SPACES
               MOVE PDT-LATEST-END TO RATE-DATE
           END-IF
           IF RATE-DATE = SPACES
               DISPLAY "ERREUR: date de fin introuvable pour la "
                   "periode " MAPPED-PERIOD " (aucune paie reguliere "
                   "dans la plage) -- execution annulee."
               CLOSE HIST-FILE
               STOP RUN
           END-IF
           IF RATE-DATE NOT = RATE-DATE-LOADED
               PERFORM SELECT-RATES
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
           PERFORM VARYING RTT-IDX FROM 1 BY 1                                  *> la table du copybook EMPCTB
                   UNTIL RTT-IDX > RTT-TOTAL
               IF RTT-EFFECTIVE(RTT-IDX) NOT > RATE-DATE
                   EVALUATE RTT-TYPE(RTT-IDX)
                       WHEN "CHRG"
                           IF RTT-EFFECTIVE(RTT-IDX) > RATE-CHRG-DATE
                               MOVE RTT-EFFECTIVE(RTT-IDX)
                                   TO RATE-CHRG-DATE
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
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           *> Un jeu incomplet (tranche ou charge manquante a la date
           *> d'effet retenue) donnerait des montants faux sans le dire
           IF RATE-CHRG-COUNT NOT = 3
               DISPLAY "ERREUR: taux-paie.dat ne contient pas de jeu "
                   "complet en vigueur au " RATE-DATE
               DISPLAY "("
                   "charges CHRG: " RATE-CHRG-COUNT "/3) -- execution "
                   "annulee."
               STOP RUN
           END-IF
           MOVE RATE-DATE TO RATE-DATE-LOADED.

       SCAN-HISTORY.                                                            *> Parcourt tout l'historique dans l'ordre des cles (employe
           MOVE SPACES TO HIST-KEY                                              *> puis periode): le brut cumule par employe sert aux plafonds
           MOVE LOW-VALUES TO HIST-ID                                           *> des charges, comme dans la paie reguliere
               MOVE 0 TO CUR-YTD-GROSS
           END-IF
           *> Periode ramenee au calendrier regulier: une retro (serie
           *> 5xxx) ou un paiement hors cycle (series 6xxx a 9xxx) se
           *> remet avec le mois ou il a ete verse
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
               IF IN-RANGE = 'O'
                   ADD 1 TO REM-RECORD-COUNT
                   ADD HIST-TAX TO REM-TOTAL-TAX
                   PERFORM SELECT-RECORD-RATES
                   PERFORM CALC-RECORD-CONTRIBS
               END-IF
               ADD HIST-GROSS TO CUR-YTD-GROSS

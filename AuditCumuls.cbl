           SELECT AUDIT-FILE ASSIGN TO "rapport-audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Rapport de controle: ecarts et orphelins des deux cotes
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "audits-controle.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDC-STATUS.                                          *> Resultat de chaque controle, une ligne par execution (relu
                                                                                 *> par CloturePeriode avant de fermer la periode)

       DATA DIVISION.
       FILE SECTION.
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

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.                                                       *> Copie conforme de l'enregistrement d'archive de ReleveAnnuel
           05 ARC-GROSS-YTD    PIC 9(7)V99.
           05 ARC-TAX-YTD      PIC 9(7)V99.
           05 ARC-NET-YTD      PIC 9(7)V99.
           05 ARC-PENSION-EE-YTD PIC 9(7)V99.                                   *> Blanc sur les lignes archivees avant le regime de
           05 ARC-PENSION-ER-YTD PIC 9(7)V99.                                   *> retraite: compte pour zero

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUDIT-FIELD      PIC X(150).

       FD AUDIT-CONTROL-FILE.
       01 AUDIT-CONTROL-RECORD.                                                 *> Un controle effectue par ligne
           05 AUDC-RUN-DATE    PIC X(10).                                       *> Date et heure du controle (AAAA-MM-JJ, HHMMSS)
           05 AUDC-RUN-TIME    PIC X(6).
           05 AUDC-EMPLOYEE-COUNT PIC 9(6).                                     *> Memes compteurs que le sommaire du rapport: le controle
           05 AUDC-MISMATCH-COUNT PIC 9(6).                                     *> est propre quand les trois derniers sont a zero
           05 AUDC-ORPHAN-HIST-COUNT PIC 9(6).
           05 AUDC-ORPHAN-CUMUL-COUNT PIC 9(6).

       WORKING-STORAGE SECTION.
       01 HIST-STATUS      PIC XX.                                              *> Code retour des operations sur HIST-FILE
       01 CUMUL-STATUS     PIC XX.                                              *> Code retour des operations sur CUMUL-FILE
       01 SUM-GROSS        PIC 9(8)V99.                                         *> Somme des bruts de l'employe en cours
       01 SUM-TAX          PIC 9(8)V99.                                         *> Somme des impots retenus de l'employe en cours
       01 SUM-NET          PIC 9(8)V99.                                         *> Somme des nets verses de l'employe en cours
       01 SUM-PENSION-EE   PIC 9(8)V99.                                         *> Sommes des cotisations et contreparties de retraite
       01 SUM-PENSION-ER   PIC 9(8)V99.
       01 CUMUL-GROSS-DISP PIC 9(7).99.                                         *> Copies numeriques-editees pour le rapport
       01 CUMUL-TAX-DISP   PIC 9(7).99.
       01 CUMUL-NET-DISP   PIC 9(7).99.
       01 CUMUL-PENSION-EE-DISP PIC 9(7).99.
       01 CUMUL-PENSION-ER-DISP PIC 9(7).99.
       01 GROUP-PENDING    PIC X VALUE 'N'.                                     *> 'O' si un employe est en cours de sommation
       01 ARCHIVE-STATUS   PIC XX.                                              *> Code retour des operations sur ARCHIVE-FILE
       01 ARC-TABLE.                                                            *> Totaux archives par employe, toutes annees closes sommees
               10 ARCT-GROSS   PIC 9(8)V99.
               10 ARCT-TAX     PIC 9(8)V99.
               10 ARCT-NET     PIC 9(8)V99.
               10 ARCT-PENSION-EE PIC 9(8)V99.
               10 ARCT-PENSION-ER PIC 9(8)V99.
       01 ARC-COUNT        PIC 9(4) VALUE 0.                                    *> Nombre d'employes distincts releves dans l'archive
       01 ARC-IDX          PIC 9(4).                                            *> Indice de parcours de la table d'archive
       01 ARC-FOUND        PIC X.                                               *> 'O' si l'employe figure deja dans la table d'archive
       01 ADJ-GROSS        PIC S9(8)V99.                                        *> Sommes d'historique NETTES des annees archivees: c'est a
       01 ADJ-TAX          PIC S9(8)V99.                                        *> elles que les cumuls vivants doivent etre egaux (signees:
       01 ADJ-NET          PIC S9(8)V99.                                        *> une archive plus grosse que l'historique est une anomalie)
       01 ADJ-PENSION-EE   PIC S9(8)V99.
       01 ADJ-PENSION-ER   PIC S9(8)V99.
       01 ADJ-GROSS-DISP   PIC -9(8).99.                                        *> Copies numeriques-editees signees, pour le rapport
       01 ADJ-TAX-DISP     PIC -9(8).99.
       01 ADJ-NET-DISP     PIC -9(8).99.
       01 ADJ-PENSION-EE-DISP PIC -9(8).99.
       01 ADJ-PENSION-ER-DISP PIC -9(8).99.
       01 AUD-EMPLOYEE-COUNT PIC 9(6) VALUE 0.                                  *> Nombre d'employes controles depuis l'historique
       01 AUD-MISMATCH-COUNT PIC 9(6) VALUE 0.                                  *> Nombre d'employes dont le cumul ne balance pas
       01 AUD-ORPHAN-HIST-COUNT PIC 9(6) VALUE 0.                               *> Historique sans fiche cumul
       01 AUD-ORPHAN-CUMUL-COUNT PIC 9(6) VALUE 0.                              *> Fiche cumul sans historique
       01 AUDC-STATUS      PIC XX.                                              *> Code retour des operations sur AUDIT-CONTROL-FILE
       01 AUDC-CLOCK-DATE  PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 AUDC-CLOCK-TIME  PIC X(8).                                            *> Heure systeme (HHMMSScc)

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
           CLOSE CUMUL-FILE.
           CLOSE HIST-FILE.

           PERFORM WRITE-AUDIT-CONTROL.                                         *> Resultat date du controle, pour la cloture de la periode

           IF AUD-MISMATCH-COUNT = 0
                   AND AUD-ORPHAN-HIST-COUNT = 0
                   AND AUD-ORPHAN-CUMUL-COUNT = 0

           STOP RUN.

       WRITE-AUDIT-CONTROL.                                                     *> Ajoute le resultat du controle au fichier de controle; une
           ACCEPT AUDC-CLOCK-DATE FROM DATE YYYYMMDD                            *> periode ne se ferme que sur un controle propre fait apres
           ACCEPT AUDC-CLOCK-TIME FROM TIME                                     *> sa derniere paie
           OPEN EXTEND AUDIT-CONTROL-FILE
           IF AUDC-STATUS = "35"
               OPEN OUTPUT AUDIT-CONTROL-FILE
           END-IF
           IF AUDC-STATUS NOT = "00"
               DISPLAY "ATTENTION: impossible d'ouvrir "
                   "audits-controle.dat (AUDC-STATUS=" AUDC-STATUS
                   ") -- controle non inscrit pour la cloture."
           ELSE
               MOVE SPACES TO AUDIT-CONTROL-RECORD
               STRING AUDC-CLOCK-DATE(1:4) "-" AUDC-CLOCK-DATE(5:2) "-"
                   AUDC-CLOCK-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO AUDC-RUN-DATE
               END-STRING
               MOVE AUDC-CLOCK-TIME(1:6)   TO AUDC-RUN-TIME
               MOVE AUD-EMPLOYEE-COUNT     TO AUDC-EMPLOYEE-COUNT
               MOVE AUD-MISMATCH-COUNT     TO AUDC-MISMATCH-COUNT
               MOVE AUD-ORPHAN-HIST-COUNT  TO AUDC-ORPHAN-HIST-COUNT
               MOVE AUD-ORPHAN-CUMUL-COUNT TO AUDC-ORPHAN-CUMUL-COUNT
               WRITE AUDIT-CONTROL-RECORD
               CLOSE AUDIT-CONTROL-FILE
           END-IF.

       LOAD-ARCHIVE-TOTALS.                                                     *> Somme l'archive des annees closes par employe: l'historique
           OPEN INPUT ARCHIVE-FILE                                              *> n'est jamais purge, ces montants ne sont plus dans les
           IF ARCHIVE-STATUS = "35"                                             *> cumuls vivants depuis la remise a zero de ReleveAnnuel
                   ADD ARC-GROSS-YTD TO ARCT-GROSS(ARC-IDX)
                   ADD ARC-TAX-YTD   TO ARCT-TAX(ARC-IDX)
                   ADD ARC-NET-YTD   TO ARCT-NET(ARC-IDX)
                   IF ARC-PENSION-EE-YTD NUMERIC
                       ADD ARC-PENSION-EE-YTD
                           TO ARCT-PENSION-EE(ARC-IDX)
                   END-IF
                   IF ARC-PENSION-ER-YTD NUMERIC
                       ADD ARC-PENSION-ER-YTD
                           TO ARCT-PENSION-ER(ARC-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF ARC-FOUND = 'N' AND ARC-COUNT < 2000
               MOVE ARC-GROSS-YTD TO ARCT-GROSS(ARC-COUNT)
               MOVE ARC-TAX-YTD   TO ARCT-TAX(ARC-COUNT)
               MOVE ARC-NET-YTD   TO ARCT-NET(ARC-COUNT)
               MOVE 0             TO ARCT-PENSION-EE(ARC-COUNT)
               MOVE 0             TO ARCT-PENSION-ER(ARC-COUNT)
               IF ARC-PENSION-EE-YTD NUMERIC
                   MOVE ARC-PENSION-EE-YTD
                       TO ARCT-PENSION-EE(ARC-COUNT)
               END-IF
               IF ARC-PENSION-ER-YTD NUMERIC
                   MOVE ARC-PENSION-ER-YTD
                       TO ARCT-PENSION-ER(ARC-COUNT)
               END-IF
           END-IF.

       SCAN-HISTORY-GROUPS.                                                     *> Parcourt l'historique dans l'ordre des cles (employe puis
                           MOVE 0 TO SUM-GROSS
                           MOVE 0 TO SUM-TAX
                           MOVE 0 TO SUM-NET
                           MOVE 0 TO SUM-PENSION-EE
                           MOVE 0 TO SUM-PENSION-ER
                           MOVE 'O' TO GROUP-PENDING
                       END-IF
                       ADD HIST-GROSS TO SUM-GROSS
                       ADD HIST-TAX   TO SUM-TAX
                       ADD HIST-NET   TO SUM-NET
                       ADD HIST-PENSION-EE TO SUM-PENSION-EE
                       ADD HIST-PENSION-ER TO SUM-PENSION-ER
               END-READ
           END-PERFORM
           IF GROUP-PENDING = 'O'                                               *> Dernier employe de l'historique
                   IF ADJ-GROSS NOT = 0
                           OR ADJ-TAX NOT = 0
                           OR ADJ-NET NOT = 0
                           OR ADJ-PENSION-EE NOT = 0
                           OR ADJ-PENSION-ER NOT = 0
                       PERFORM WRITE-HIST-ORPHAN-LINE
                   END-IF
               NOT INVALID KEY
                   IF ADJ-GROSS NOT = CUMUL-GROSS-YTD
                           OR ADJ-TAX NOT = CUMUL-TAX-YTD
                           OR ADJ-NET NOT = CUMUL-NET-YTD
                           OR ADJ-PENSION-EE NOT = CUMUL-PENSION-EE-YTD
                           OR ADJ-PENSION-ER NOT = CUMUL-PENSION-ER-YTD
                       ADD 1 TO AUD-MISMATCH-COUNT
                       PERFORM WRITE-MISMATCH-LINES
                   END-IF
           MOVE SUM-GROSS TO ADJ-GROSS                                          *> pour l'employe CUR-ID (annees closes par ReleveAnnuel)
           MOVE SUM-TAX   TO ADJ-TAX
           MOVE SUM-NET   TO ADJ-NET
           MOVE SUM-PENSION-EE TO ADJ-PENSION-EE
           MOVE SUM-PENSION-ER TO ADJ-PENSION-ER
           PERFORM VARYING ARC-IDX FROM 1 BY 1
                   UNTIL ARC-IDX > ARC-COUNT
               IF CUR-ID = ARCT-ID(ARC-IDX)
                   SUBTRACT ARCT-GROSS(ARC-IDX) FROM ADJ-GROSS
                   SUBTRACT ARCT-TAX(ARC-IDX)   FROM ADJ-TAX
                   SUBTRACT ARCT-NET(ARC-IDX)   FROM ADJ-NET
                   SUBTRACT ARCT-PENSION-EE(ARC-IDX)
                       FROM ADJ-PENSION-EE
                   SUBTRACT ARCT-PENSION-ER(ARC-IDX)
                       FROM ADJ-PENSION-ER
               END-IF
           END-PERFORM.

               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO AUDIT-FIELD
           WRITE AUDIT-RECORD
           MOVE ADJ-PENSION-EE TO ADJ-PENSION-EE-DISP                           *> Regime de retraite: historique hors archive, puis cumul
           MOVE ADJ-PENSION-ER TO ADJ-PENSION-ER-DISP
           COMPUTE CUMUL-PENSION-EE-DISP = CUMUL-PENSION-EE-YTD
           COMPUTE CUMUL-PENSION-ER-DISP = CUMUL-PENSION-ER-YTD
           MOVE SPACES TO TEMP-STRING
           STRING "  Retraite:   historique employe "
               ADJ-PENSION-EE-DISP
               "  employeur " ADJ-PENSION-ER-DISP
               "  - cumul employe " CUMUL-PENSION-EE-DISP
               "  employeur " CUMUL-PENSION-ER-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO AUDIT-FIELD
           WRITE AUDIT-RECORD.

       SCAN-CUMUL-ORPHANS.                                                      *> Parcourt les cumuls et signale ceux sans aucune paie en

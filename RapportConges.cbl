       IDENTIFICATION DIVISION.                                                 *> Rapport mensuel des conges par departement, pour les
       PROGRAM-ID. RapportConges.                                               *> ressources humaines: heures prises et acquises par type

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-USAGE-FILE ASSIGN TO "conges-utilises.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CGU-KEY
           FILE STATUS IS CGU-STATUS.                                           *> Conges pris et acquis par periode, ecrits par GestionPaie
           SELECT REPORT-FILE ASSIGN TO "rapport-conges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Rapport imprime, pour les ressources humaines

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-USAGE-FILE.
       01 LEAVE-USAGE-RECORD.                                                   *> Copie conforme des conges par periode de GestionPaie
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

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-FIELD     PIC X(150).

       WORKING-STORAGE SECTION.
       01 CGU-STATUS       PIC XX.                                              *> Code retour des operations sur LEAVE-USAGE-FILE
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand les conges sont epuises
       01 TEMP-STRING      PIC X(150).                                          *> Variable temporaire pour formater la sortie
       01 SEPARATOR-LINE   PIC X(100) VALUE ALL "=".                            *> Ligne de separation du rapport
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Nom de la compagnie affiche sur le rapport
       01 REQ-MONTH-IN     PIC X(7).                                            *> Mois a rapporter (AAAA-MM), saisi par l'operateur
       01 REQ-MONTH-PARTS REDEFINES REQ-MONTH-IN.
           05 REQ-YEAR     PIC X(4).
           05 REQ-SEP      PIC X.
           05 REQ-MONTH    PIC X(2).
           05 REQ-MONTH-NUM REDEFINES REQ-MONTH PIC 9(2).
       01 CGU-RECORD-COUNT PIC 9(6) VALUE 0.                                    *> Fiches de conge du mois rapporte
       01 LU-TABLE.                                                             *> Heures par departement et code de conge, dans l'ordre
           05 LU-ENTRY OCCURS 300 TIMES.                                        *> departement + code
               10 LU-DEPT          PIC X(10).
               10 LU-CODE          PIC X.
               10 LU-LABEL         PIC X(20).
               10 LU-EMPLOYEES     PIC 9(5).                                    *> Employes distincts ayant une fiche de ce code
               10 LU-TAKEN         PIC 9(7)V99.                                 *> Heures prises (sans solde: heures non payees)
               10 LU-ACCRUED       PIC 9(7)V99.                                 *> Heures acquises par la banque
       01 LU-COUNT         PIC 9(3) VALUE 0.                                    *> Nombre de lignes (departement, code) relevees
       01 LU-IDX           PIC 9(3).                                            *> Indice de parcours de la table des lignes
       01 LU-FOUND-IDX     PIC 9(3).                                            *> Ligne cherchee (0 = absente)
       01 LU-SHIFT-IDX     PIC 9(3).                                            *> Indice de decalage pour inserer une ligne a son rang
       01 LU-LOOKUP        PIC X(11).                                           *> Departement + code de la fiche lue
       01 LU-ENTRY-KEY     PIC X(11).                                           *> Departement + code d'une ligne de la table
       01 SEEN-TABLE.                                                           *> Employes deja comptes, par departement + code + EMP-ID:
           05 SEEN-KEY OCCURS 3000 TIMES PIC X(17).                             *> plusieurs periodes du mois ne comptent qu'une fois
       01 SEEN-COUNT       PIC 9(4) VALUE 0.
       01 SEEN-IDX         PIC 9(4).
       01 SEEN-FOUND       PIC X.
       01 SEEN-LOOKUP      PIC X(17).
       01 CUR-DEPT         PIC X(10).                                           *> Departement en cours d'impression
       01 SUB-TAKEN        PIC 9(7)V99.                                         *> Sous-totaux du departement en cours
       01 SUB-UNPAID       PIC 9(7)V99.
       01 SUB-ACCRUED      PIC 9(7)V99.
       01 TOT-TAKEN        PIC 9(7)V99.                                         *> Totaux de la compagnie
       01 TOT-UNPAID       PIC 9(7)V99.
       01 TOT-ACCRUED      PIC 9(7)V99.
       01 PRT-DEPT         PIC X(10).                                           *> Ligne en cours d'impression
       01 PRT-CODE         PIC X.
       01 PRT-LABEL        PIC X(20).
       01 PRT-EMPLOYEES    PIC 9(5).
       01 PRT-TAKEN        PIC 9(7)V99.
       01 PRT-UNPAID       PIC 9(7)V99.
       01 PRT-ACCRUED      PIC 9(7)V99.
       01 TAKEN-DISP       PIC 9(7).99.                                         *> Copies numeriques-editees pour l'impression
       01 UNPAID-DISP      PIC 9(7).99.
       01 ACCRUED-DISP     PIC 9(7).99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           DISPLAY "Mois a rapporter (AAAA-MM): "
           ACCEPT REQ-MONTH-IN
           IF REQ-YEAR NOT NUMERIC OR REQ-SEP NOT = "-"
                   OR REQ-MONTH NOT NUMERIC
               DISPLAY "ERREUR: mois invalide (AAAA-MM) "
                   "-- execution annulee."
               STOP RUN
           END-IF
           IF REQ-MONTH-NUM < 1 OR REQ-MONTH-NUM > 12
               DISPLAY "ERREUR: mois invalide (01 a 12) "
                   "-- execution annulee."
               STOP RUN
           END-IF.

           OPEN INPUT LEAVE-USAGE-FILE
           IF CGU-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "conges-utilises.dat (CGU-STATUS=" CGU-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF.

           PERFORM SCAN-LEAVE-USAGE.                                            *> Cumule le mois par departement et code de conge

           CLOSE LEAVE-USAGE-FILE.

           PERFORM PRINT-LEAVE-REPORT.

           DISPLAY "Conges du mois " REQ-MONTH-IN ": " CGU-RECORD-COUNT
               " fiche(s), " LU-COUNT " ligne(s) departement/conge"
               " (rapport dans rapport-conges.txt)."

           STOP RUN.

       SCAN-LEAVE-USAGE.                                                        *> Parcours complet: la cle commence par la periode, mais
           MOVE 'N' TO EOF-FLAG                                                 *> le mois se reconnait a la date de fin de chaque fiche
           PERFORM UNTIL EOF-FLAG = 'O'
               READ LEAVE-USAGE-FILE NEXT RECORD
                   AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       IF CGU-PERIOD-END(1:7) = REQ-MONTH-IN
                           PERFORM ADD-USAGE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG.

       ADD-USAGE-RECORD.                                                        *> Ajoute la fiche lue a la ligne de son departement et code
           ADD 1 TO CGU-RECORD-COUNT
           PERFORM FIND-USAGE-ENTRY
           ADD CGU-TAKEN   TO LU-TAKEN(LU-FOUND-IDX)
           ADD CGU-ACCRUED TO LU-ACCRUED(LU-FOUND-IDX)
           MOVE SPACES TO SEEN-LOOKUP
           STRING CGU-DEPT CGU-CODE CGU-ID
               DELIMITED BY SIZE
               INTO SEEN-LOOKUP
           END-STRING
           MOVE 'N' TO SEEN-FOUND
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
                   UNTIL SEEN-IDX > SEEN-COUNT OR SEEN-FOUND = 'O'
               IF SEEN-KEY(SEEN-IDX) = SEEN-LOOKUP
                   MOVE 'O' TO SEEN-FOUND
               END-IF
           END-PERFORM
           IF SEEN-FOUND = 'N'
               IF SEEN-COUNT < 3000
                   ADD 1 TO SEEN-COUNT
                   MOVE SEEN-LOOKUP TO SEEN-KEY(SEEN-COUNT)
               END-IF
               ADD 1 TO LU-EMPLOYEES(LU-FOUND-IDX)
           END-IF.

       FIND-USAGE-ENTRY.                                                        *> Cherche la ligne (departement, code) de la fiche lue;
           MOVE SPACES TO LU-LOOKUP                                             *> absente, elle est inseree a son rang pour que le rapport
           STRING CGU-DEPT CGU-CODE                                             *> sorte par departement puis par code
               DELIMITED BY SIZE
               INTO LU-LOOKUP
           END-STRING
           MOVE 0 TO LU-FOUND-IDX
           PERFORM VARYING LU-IDX FROM 1 BY 1
                   UNTIL LU-IDX > LU-COUNT OR LU-FOUND-IDX > 0
               IF LU-DEPT(LU-IDX) = CGU-DEPT
                       AND LU-CODE(LU-IDX) = CGU-CODE
                   MOVE LU-IDX TO LU-FOUND-IDX
               END-IF
           END-PERFORM
           IF LU-FOUND-IDX = 0
               IF LU-COUNT < 300
                   MOVE 1 TO LU-FOUND-IDX
                   PERFORM VARYING LU-IDX FROM 1 BY 1
                           UNTIL LU-IDX > LU-COUNT
                       MOVE SPACES TO LU-ENTRY-KEY
                       STRING LU-DEPT(LU-IDX) LU-CODE(LU-IDX)
                           DELIMITED BY SIZE
                           INTO LU-ENTRY-KEY
                       END-STRING
                       IF LU-ENTRY-KEY < LU-LOOKUP
                           COMPUTE LU-FOUND-IDX = LU-IDX + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING LU-SHIFT-IDX FROM LU-COUNT BY -1
                           UNTIL LU-SHIFT-IDX < LU-FOUND-IDX
                       MOVE LU-ENTRY(LU-SHIFT-IDX)
                           TO LU-ENTRY(LU-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO LU-COUNT
                   MOVE CGU-DEPT  TO LU-DEPT(LU-FOUND-IDX)
                   MOVE CGU-CODE  TO LU-CODE(LU-FOUND-IDX)
                   MOVE CGU-LABEL TO LU-LABEL(LU-FOUND-IDX)
                   MOVE 0 TO LU-EMPLOYEES(LU-FOUND-IDX)
                   MOVE 0 TO LU-TAKEN(LU-FOUND-IDX)
                   MOVE 0 TO LU-ACCRUED(LU-FOUND-IDX)
               ELSE
                   DISPLAY "ERREUR: plus de 300 lignes departement/"
                       "conge dans le mois -- execution annulee."
                   CLOSE LEAVE-USAGE-FILE
                   STOP RUN
               END-IF
           END-IF.

       PRINT-LEAVE-REPORT.                                                      *> Une ligne par departement et code, sous-total par
           OPEN OUTPUT REPORT-FILE                                              *> departement, total de la compagnie
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "CONGES PRIS ET ACQUIS PAR DEPARTEMENT - "
               COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Mois " REQ-MONTH-IN
               " (periodes de paie qui se terminent dans le mois)"
               "  - Fiches de conge: " CGU-RECORD-COUNT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Dept       C Libelle              Employes"
               "   Pris payes   Sans solde       Acquis"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE 0 TO TOT-TAKEN
           MOVE 0 TO TOT-UNPAID
           MOVE 0 TO TOT-ACCRUED
           MOVE 0 TO SUB-TAKEN
           MOVE 0 TO SUB-UNPAID
           MOVE 0 TO SUB-ACCRUED
           MOVE SPACES TO CUR-DEPT
           PERFORM VARYING LU-IDX FROM 1 BY 1
                   UNTIL LU-IDX > LU-COUNT
               IF LU-DEPT(LU-IDX) NOT = CUR-DEPT AND LU-IDX > 1
                   PERFORM PRINT-DEPT-SUBTOTAL
               END-IF
               MOVE LU-DEPT(LU-IDX) TO CUR-DEPT
               MOVE LU-DEPT(LU-IDX)      TO PRT-DEPT
               MOVE LU-CODE(LU-IDX)      TO PRT-CODE
               MOVE LU-LABEL(LU-IDX)     TO PRT-LABEL
               MOVE LU-EMPLOYEES(LU-IDX) TO PRT-EMPLOYEES
               IF LU-CODE(LU-IDX) = 'N'                                         *> Sans solde: heures non payees, dans leur propre colonne
                   MOVE 0                TO PRT-TAKEN
                   MOVE LU-TAKEN(LU-IDX) TO PRT-UNPAID
               ELSE
                   MOVE LU-TAKEN(LU-IDX) TO PRT-TAKEN
                   MOVE 0                TO PRT-UNPAID
               END-IF
               MOVE LU-ACCRUED(LU-IDX) TO PRT-ACCRUED
               ADD PRT-TAKEN   TO SUB-TAKEN
               ADD PRT-UNPAID  TO SUB-UNPAID
               ADD PRT-ACCRUED TO SUB-ACCRUED
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           IF LU-COUNT > 0
               PERFORM PRINT-DEPT-SUBTOTAL
           END-IF
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE "TOTAL"     TO PRT-DEPT
           MOVE SPACE       TO PRT-CODE
           MOVE SPACES      TO PRT-LABEL
           MOVE 0           TO PRT-EMPLOYEES
           MOVE TOT-TAKEN   TO PRT-TAKEN
           MOVE TOT-UNPAID  TO PRT-UNPAID
           MOVE TOT-ACCRUED TO PRT-ACCRUED
           PERFORM PRINT-REPORT-LINE
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       PRINT-DEPT-SUBTOTAL.                                                     *> Sous-total du departement CUR-DEPT, ajoute au total
           MOVE CUR-DEPT    TO PRT-DEPT
           MOVE SPACE       TO PRT-CODE
           MOVE "SOUS-TOTAL" TO PRT-LABEL
           MOVE 0           TO PRT-EMPLOYEES
           MOVE SUB-TAKEN   TO PRT-TAKEN
           MOVE SUB-UNPAID  TO PRT-UNPAID
           MOVE SUB-ACCRUED TO PRT-ACCRUED
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO REPORT-FIELD
           WRITE REPORT-RECORD
           ADD SUB-TAKEN   TO TOT-TAKEN
           ADD SUB-UNPAID  TO TOT-UNPAID
           ADD SUB-ACCRUED TO TOT-ACCRUED
           MOVE 0 TO SUB-TAKEN
           MOVE 0 TO SUB-UNPAID
           MOVE 0 TO SUB-ACCRUED.

       PRINT-REPORT-LINE.                                                       *> Imprime la ligne PRT-*
           COMPUTE TAKEN-DISP   = PRT-TAKEN
           COMPUTE UNPAID-DISP  = PRT-UNPAID
           COMPUTE ACCRUED-DISP = PRT-ACCRUED
           MOVE SPACES TO TEMP-STRING
           STRING PRT-DEPT " " PRT-CODE " " PRT-LABEL " " PRT-EMPLOYEES
               "   " TAKEN-DISP "   " UNPAID-DISP "   " ACCRUED-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD.

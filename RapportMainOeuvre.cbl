       IDENTIFICATION DIVISION.                                                 *> Rapport du cout de la main-d'oeuvre: heures et cout par
       PROGRAM-ID. RapportMainOeuvre.                                           *> centre de couts ou projet, pour la periode et l'annee

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEN-FILE ASSIGN TO "ventilation-paie.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEN-KEY
           FILE STATUS IS VEN-STATUS.                                           *> Ventilation permanente ecrite par GestionPaie: la part de
                                                                                 *> chaque employe imputee a chaque centre de couts
           SELECT REPORT-FILE ASSIGN TO "rapport-main-oeuvre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Rapport imprime, pour la comptabilite de gestion

       DATA DIVISION.
       FILE SECTION.
       FD VEN-FILE.
       01 VEN-RECORD.                                                           *> Copie conforme de la ventilation de GestionPaie
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

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-FIELD     PIC X(150).

       WORKING-STORAGE SECTION.
       01 VEN-STATUS       PIC XX.                                              *> Code retour des operations sur VEN-FILE
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand la ventilation est epuisee
       01 TEMP-STRING      PIC X(150).                                          *> Variable temporaire pour formater la sortie
       01 SEPARATOR-LINE   PIC X(100) VALUE ALL "=".                            *> Ligne de separation du rapport
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Nom de la compagnie affiche sur le rapport
       01 REQ-PERIOD-IN    PIC X(4).                                            *> Periode a rapporter, saisie par l'operateur
       01 REQ-PERIOD-NUM REDEFINES REQ-PERIOD-IN PIC 9(4).
       01 REPORT-PERIOD    PIC 9(4).                                            *> Periode rapportee
       01 REPORT-PERIOD-END PIC X(10) VALUE SPACES.                             *> Fin de la periode rapportee (AAAA-MM-JJ)
       01 REPORT-YEAR      PIC X(4).                                            *> Annee du cumul: celle de la fin de la periode rapportee;
                                                                                 *> les periodes anterieures de la meme annee s'y cumulent
       01 VEN-RECORD-COUNT PIC 9(6) VALUE 0.                                    *> Fiches de ventilation de la periode rapportee
       01 LC-TABLE.                                                             *> Heures et cout par centre de couts ou projet, dans l'ordre
           05 LC-ENTRY OCCURS 200 TIMES.                                        *> des codes
               10 LC-CENTRE        PIC X(10).
               10 LC-KIND          PIC X(6).                                    *> DEPT si le code est le departement d'un employe, sinon
                                                                                 *> PROJET
               10 LC-PER-HOURS-REG PIC 9(6)V99.                                 *> Periode rapportee
               10 LC-PER-HOURS-OT  PIC 9(6)V99.
               10 LC-PER-GROSS     PIC 9(8)V99.
               10 LC-PER-CHARGES   PIC 9(8)V99.                                 *> Charges sociales + contrepartie de retraite
               10 LC-PER-VAC       PIC 9(8)V99.
               10 LC-YTD-HOURS-REG PIC 9(6)V99.                                 *> Depuis le debut de l'annee, periode comprise
               10 LC-YTD-HOURS-OT  PIC 9(6)V99.
               10 LC-YTD-GROSS     PIC 9(8)V99.
               10 LC-YTD-CHARGES   PIC 9(8)V99.
               10 LC-YTD-VAC       PIC 9(8)V99.
       01 LC-COUNT         PIC 9(3) VALUE 0.                                    *> Nombre de centres releves
       01 LC-IDX           PIC 9(3).                                            *> Indice de parcours de la table des centres
       01 LC-FOUND-IDX     PIC 9(3).                                            *> Entree du centre cherche (0 = absent)
       01 LC-SHIFT-IDX     PIC 9(3).                                            *> Indice de decalage pour inserer un centre a son rang
       01 DEPT-TABLE.                                                           *> Departements des employes vus dans l'annee
           05 DEPT-CODE OCCURS 100 TIMES PIC X(10).
       01 DEPT-COUNT       PIC 9(3) VALUE 0.
       01 DEPT-IDX         PIC 9(3).
       01 DEPT-FOUND       PIC X.
       01 IN-PERIOD        PIC X.                                               *> 'O' si la fiche lue est de la periode rapportee
       01 LINE-COST        PIC 9(8)V99.                                         *> Cout total d'une ligne: brut + charges + vacances
       01 TOT-HOURS-REG    PIC 9(6)V99.                                         *> Totaux de la section en cours d'impression
       01 TOT-HOURS-OT     PIC 9(6)V99.
       01 TOT-GROSS        PIC 9(8)V99.
       01 TOT-CHARGES      PIC 9(8)V99.
       01 TOT-VAC          PIC 9(8)V99.
       01 TOT-COST         PIC 9(8)V99.
       01 PRINT-SECTION    PIC X.                                               *> 'P' = section de la periode, 'A' = cumul de l'annee
       01 PRT-CENTRE       PIC X(10).                                           *> Ligne en cours d'impression
       01 PRT-KIND         PIC X(6).
       01 PRT-HOURS-REG    PIC 9(6)V99.
       01 PRT-HOURS-OT     PIC 9(6)V99.
       01 PRT-GROSS        PIC 9(8)V99.
       01 PRT-CHARGES      PIC 9(8)V99.
       01 PRT-VAC          PIC 9(8)V99.
       01 HOURS-REG-DISP   PIC 9(6).99.                                         *> Copies numeriques-editees pour l'impression
       01 HOURS-OT-DISP    PIC 9(6).99.
       01 GROSS-DISP       PIC 9(8).99.
       01 CHARGES-DISP     PIC 9(8).99.
       01 VAC-DISP         PIC 9(8).99.
       01 COST-DISP        PIC 9(8).99.

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
           MOVE REQ-PERIOD-NUM TO REPORT-PERIOD.

           OPEN INPUT VEN-FILE
           IF VEN-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "ventilation-paie.dat (VEN-STATUS=" VEN-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF.

           PERFORM FIND-REPORT-YEAR.                                            *> Annee de la periode rapportee, tiree de sa ventilation
           IF REPORT-PERIOD-END = SPACES
               DISPLAY "ERREUR: aucune ventilation pour la periode "
                   REPORT-PERIOD " -- execution annulee."
               CLOSE VEN-FILE
               STOP RUN
           END-IF
           MOVE REPORT-PERIOD-END(1:4) TO REPORT-YEAR.

           PERFORM SCAN-DISTRIBUTION.                                           *> Cumule la periode et l'annee par centre de couts

           CLOSE VEN-FILE.

           PERFORM SET-CENTRE-KINDS.                                            *> Departement ou projet, pour la lecture du rapport

           PERFORM PRINT-LABOUR-REPORT.

           DISPLAY "Cout de la main-d'oeuvre, periode " REPORT-PERIOD
               ": " LC-COUNT " centre(s) de couts ou projet(s)"
               " (rapport dans rapport-main-oeuvre.txt)."

           STOP RUN.

       FIND-REPORT-YEAR.                                                        *> Premiere fiche de la periode: sa date de fin donne l'annee
           MOVE REPORT-PERIOD TO VEN-PERIOD
           MOVE LOW-VALUES    TO VEN-ID
           MOVE LOW-VALUES    TO VEN-CENTRE
           START VEN-FILE KEY IS NOT LESS THAN VEN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VEN-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VEN-PERIOD = REPORT-PERIOD
                               MOVE VEN-PERIOD-END TO REPORT-PERIOD-END
                           END-IF
                   END-READ
           END-START.

       SCAN-DISTRIBUTION.                                                       *> Parcours complet: la cle commence par la periode, mais
           MOVE 0          TO VEN-PERIOD                                        *> l'annee se reconnait a la date de fin de chaque fiche
           MOVE LOW-VALUES TO VEN-ID
           MOVE LOW-VALUES TO VEN-CENTRE
           MOVE 'N' TO EOF-FLAG
           START VEN-FILE KEY IS NOT LESS THAN VEN-KEY
               INVALID KEY
                   SET EOF-FLAG TO 'O'
           END-START
           PERFORM UNTIL EOF-FLAG = 'O'
               READ VEN-FILE NEXT RECORD
                   AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       IF VEN-PERIOD > REPORT-PERIOD
                           SET EOF-FLAG TO 'O'
                       ELSE
                           IF VEN-PERIOD-END(1:4) = REPORT-YEAR
                               PERFORM ADD-DISTRIBUTION-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG.

       ADD-DISTRIBUTION-RECORD.                                                 *> Ajoute la fiche lue au cumul de l'annee de son centre, et
           IF VEN-PERIOD = REPORT-PERIOD                                        *> a la periode si elle en fait partie
               MOVE 'O' TO IN-PERIOD
               ADD 1 TO VEN-RECORD-COUNT
           ELSE
               MOVE 'N' TO IN-PERIOD
           END-IF
           PERFORM NOTE-EMPLOYEE-DEPT
           PERFORM FIND-CENTRE-ENTRY
           IF LC-FOUND-IDX > 0
               ADD VEN-HOURS-REG TO LC-YTD-HOURS-REG(LC-FOUND-IDX)
               ADD VEN-HOURS-OT  TO LC-YTD-HOURS-OT(LC-FOUND-IDX)
               ADD VEN-GROSS     TO LC-YTD-GROSS(LC-FOUND-IDX)
               ADD VEN-CHARGES   TO LC-YTD-CHARGES(LC-FOUND-IDX)
               ADD VEN-RETR-ER   TO LC-YTD-CHARGES(LC-FOUND-IDX)
               ADD VEN-VAC       TO LC-YTD-VAC(LC-FOUND-IDX)
               IF IN-PERIOD = 'O'
                   ADD VEN-HOURS-REG TO LC-PER-HOURS-REG(LC-FOUND-IDX)
                   ADD VEN-HOURS-OT  TO LC-PER-HOURS-OT(LC-FOUND-IDX)
                   ADD VEN-GROSS     TO LC-PER-GROSS(LC-FOUND-IDX)
                   ADD VEN-CHARGES   TO LC-PER-CHARGES(LC-FOUND-IDX)
                   ADD VEN-RETR-ER   TO LC-PER-CHARGES(LC-FOUND-IDX)
                   ADD VEN-VAC       TO LC-PER-VAC(LC-FOUND-IDX)
               END-IF
           END-IF.

       FIND-CENTRE-ENTRY.                                                       *> Cherche le centre de la fiche lue; absent, il est insere a
           MOVE 0 TO LC-FOUND-IDX                                               *> son rang pour que le rapport sorte dans l'ordre des codes
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LC-COUNT OR LC-FOUND-IDX > 0
               IF LC-CENTRE(LC-IDX) = VEN-CENTRE
                   MOVE LC-IDX TO LC-FOUND-IDX
               END-IF
           END-PERFORM
           IF LC-FOUND-IDX = 0
               IF LC-COUNT < 200
                   MOVE 1 TO LC-FOUND-IDX
                   PERFORM VARYING LC-IDX FROM 1 BY 1
                           UNTIL LC-IDX > LC-COUNT
                       IF LC-CENTRE(LC-IDX) < VEN-CENTRE
                           COMPUTE LC-FOUND-IDX = LC-IDX + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING LC-SHIFT-IDX FROM LC-COUNT BY -1
                           UNTIL LC-SHIFT-IDX < LC-FOUND-IDX
                       MOVE LC-ENTRY(LC-SHIFT-IDX)
                           TO LC-ENTRY(LC-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO LC-COUNT
                   MOVE VEN-CENTRE TO LC-CENTRE(LC-FOUND-IDX)
                   MOVE "PROJET"   TO LC-KIND(LC-FOUND-IDX)
                   MOVE 0 TO LC-PER-HOURS-REG(LC-FOUND-IDX)
                   MOVE 0 TO LC-PER-HOURS-OT(LC-FOUND-IDX)
                   MOVE 0 TO LC-PER-GROSS(LC-FOUND-IDX)
                   MOVE 0 TO LC-PER-CHARGES(LC-FOUND-IDX)
                   MOVE 0 TO LC-PER-VAC(LC-FOUND-IDX)
                   MOVE 0 TO LC-YTD-HOURS-REG(LC-FOUND-IDX)
                   MOVE 0 TO LC-YTD-HOURS-OT(LC-FOUND-IDX)
                   MOVE 0 TO LC-YTD-GROSS(LC-FOUND-IDX)
                   MOVE 0 TO LC-YTD-CHARGES(LC-FOUND-IDX)
                   MOVE 0 TO LC-YTD-VAC(LC-FOUND-IDX)
               ELSE
                   DISPLAY "ERREUR: plus de 200 centres de couts ou "
                       "projets dans l'annee -- execution annulee."
                   CLOSE VEN-FILE
                   STOP RUN
               END-IF
           END-IF.

       NOTE-EMPLOYEE-DEPT.                                                      *> Retient le departement de l'employe de la fiche lue
           MOVE 'N' TO DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF DEPT-CODE(DEPT-IDX) = VEN-DEPT
                   MOVE 'O' TO DEPT-FOUND
               END-IF
           END-PERFORM
           IF DEPT-FOUND = 'N' AND DEPT-COUNT < 100
               ADD 1 TO DEPT-COUNT
               MOVE VEN-DEPT TO DEPT-CODE(DEPT-COUNT)
           END-IF.

       SET-CENTRE-KINDS.                                                        *> Un code qui est le departement d'un employe est un centre
           PERFORM VARYING LC-IDX FROM 1 BY 1                                   *> de couts; tout autre code est un projet
                   UNTIL LC-IDX > LC-COUNT
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > DEPT-COUNT
                   IF DEPT-CODE(DEPT-IDX) = LC-CENTRE(LC-IDX)
                       MOVE "DEPT" TO LC-KIND(LC-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-LABOUR-REPORT.                                                     *> Section de la periode, puis cumul de l'annee
           OPEN OUTPUT REPORT-FILE
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "COUT DE LA MAIN-D'OEUVRE PAR CENTRE DE COUTS / "
               "PROJET - " COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Periode " REPORT-PERIOD " (fin " REPORT-PERIOD-END
               ")  - Annee " REPORT-YEAR
               "  - Fiches de ventilation: " VEN-RECORD-COUNT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Cout = brut (hors paiement de vacances) + charges "
               "employeur (retraite comprise) + vacances accumulees"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE 'P' TO PRINT-SECTION
           PERFORM PRINT-REPORT-SECTION
           MOVE 'A' TO PRINT-SECTION
           PERFORM PRINT-REPORT-SECTION
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       PRINT-REPORT-SECTION.                                                    *> Une ligne par centre + total, pour PRINT-SECTION
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           IF PRINT-SECTION = 'P'
               MOVE "PERIODE" TO REPORT-FIELD
           ELSE
               MOVE "CUMUL DE L'ANNEE" TO REPORT-FIELD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Centre     Type      Heures reg  Heures supp"
               "         Brut      Charges     Vacances"
               "   Cout total"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE 0 TO TOT-HOURS-REG
           MOVE 0 TO TOT-HOURS-OT
           MOVE 0 TO TOT-GROSS
           MOVE 0 TO TOT-CHARGES
           MOVE 0 TO TOT-VAC
           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > LC-COUNT
               MOVE LC-CENTRE(LC-IDX) TO PRT-CENTRE
               MOVE LC-KIND(LC-IDX)   TO PRT-KIND
               IF PRINT-SECTION = 'P'
                   MOVE LC-PER-HOURS-REG(LC-IDX) TO PRT-HOURS-REG
                   MOVE LC-PER-HOURS-OT(LC-IDX)  TO PRT-HOURS-OT
                   MOVE LC-PER-GROSS(LC-IDX)     TO PRT-GROSS
                   MOVE LC-PER-CHARGES(LC-IDX)   TO PRT-CHARGES
                   MOVE LC-PER-VAC(LC-IDX)       TO PRT-VAC
               ELSE
                   MOVE LC-YTD-HOURS-REG(LC-IDX) TO PRT-HOURS-REG
                   MOVE LC-YTD-HOURS-OT(LC-IDX)  TO PRT-HOURS-OT
                   MOVE LC-YTD-GROSS(LC-IDX)     TO PRT-GROSS
                   MOVE LC-YTD-CHARGES(LC-IDX)   TO PRT-CHARGES
                   MOVE LC-YTD-VAC(LC-IDX)       TO PRT-VAC
               END-IF
               ADD PRT-HOURS-REG TO TOT-HOURS-REG
               ADD PRT-HOURS-OT  TO TOT-HOURS-OT
               ADD PRT-GROSS     TO TOT-GROSS
               ADD PRT-CHARGES   TO TOT-CHARGES
               ADD PRT-VAC       TO TOT-VAC
               PERFORM PRINT-REPORT-LINE
           END-PERFORM
           MOVE "TOTAL"       TO PRT-CENTRE
           MOVE SPACES        TO PRT-KIND
           MOVE TOT-HOURS-REG TO PRT-HOURS-REG
           MOVE TOT-HOURS-OT  TO PRT-HOURS-OT
           MOVE TOT-GROSS     TO PRT-GROSS
           MOVE TOT-CHARGES   TO PRT-CHARGES
           MOVE TOT-VAC       TO PRT-VAC
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.                                                       *> Imprime la ligne PRT-* et son cout total
           COMPUTE LINE-COST = PRT-GROSS + PRT-CHARGES + PRT-VAC
           COMPUTE HOURS-REG-DISP = PRT-HOURS-REG
           COMPUTE HOURS-OT-DISP  = PRT-HOURS-OT
           COMPUTE GROSS-DISP     = PRT-GROSS
           COMPUTE CHARGES-DISP   = PRT-CHARGES
           COMPUTE VAC-DISP       = PRT-VAC
           COMPUTE COST-DISP      = LINE-COST
           MOVE SPACES TO TEMP-STRING
           STRING PRT-CENTRE " " PRT-KIND "  " HOURS-REG-DISP
               "    " HOURS-OT-DISP
               "  " GROSS-DISP "  " CHARGES-DISP
               "  " VAC-DISP "  " COST-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD.

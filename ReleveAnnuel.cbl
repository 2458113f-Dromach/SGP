           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.                                       *> Meme journal d'execution que GestionPaie
           SELECT LEAVE-BANK-FILE ASSIGN TO "banques-conges.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQC-KEY
           FILE STATUS IS BQC-STATUS.                                           *> Banques d'heures de conge: report ou remise a zero et
                                                                                 *> octroi annuel a la remise a zero des cumuls
           SELECT LEAVE-REGISTER-FILE
           ASSIGN TO "registre-report-conges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Registre du passage d'annee de chaque banque de conge

       DATA DIVISION.
       FILE SECTION.
           05 CUMUL-GROSS-YTD  PIC 9(7)V99.
           05 CUMUL-TAX-YTD    PIC 9(7)V99.
           05 CUMUL-NET-YTD    PIC 9(7)V99.
           05 CUMUL-PENSION-EE-YTD PIC 9(7)V99.
           05 CUMUL-PENSION-ER-YTD PIC 9(7)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD.
       FD JOURNAL-FILE.                                                         *> Une ligne de journal par evenement d'exploitation
       01 JOURNAL-RECORD PIC X(150).

       FD LEAVE-BANK-FILE.
       01 LEAVE-BANK-RECORD.                                                    *> Copie conforme de la banque de conge de GestionPaie
           05 BQC-KEY.
               10 BQC-ID       PIC X(6).
               10 BQC-CODE     PIC X.
           05 BQC-NAME         PIC X(30).
           05 BQC-LABEL        PIC X(20).
           05 BQC-BALANCE      PIC 9(4)V99.
           05 BQC-METHOD       PIC X.
           05 BQC-RATE         PIC 9(2)V9(4).
           05 BQC-MAX-BALANCE  PIC 9(4)V99.
           05 BQC-ANNUAL-GRANT PIC 9(4)V99.
           05 BQC-CARRYOVER    PIC 9(4)V99.
           05 BQC-TAKEN-YTD    PIC 9(4)V99.
           05 BQC-ACCRUED-YTD  PIC 9(4)V99.
           05 BQC-LAST-ROLLOVER PIC X(4).                                       *> Derniere annee close: un passage ne s'applique qu'une fois

       FD LEAVE-REGISTER-FILE.
       01 LEAVE-REGISTER-RECORD.
           05 LEAVE-REGISTER-FIELD PIC X(150).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.                                                       *> Cumuls de l'annee archivee, decimale implicite
           05 ARC-YEAR         PIC X(4).                                        *> Annee d'imposition archivee
           05 ARC-GROSS-YTD    PIC 9(7)V99.
           05 ARC-TAX-YTD      PIC 9(7)V99.
           05 ARC-NET-YTD      PIC 9(7)V99.
           05 ARC-PENSION-EE-YTD PIC 9(7)V99.                                   *> Cotisations de retraite de l'annee (employe, employeur)
           05 ARC-PENSION-ER-YTD PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 CUMUL-STATUS     PIC XX.                                              *> Code retour des operations sur CUMUL-FILE
       01 CUMUL-GROSS-DISP PIC 9(7).99.                                         *> Copies numeriques-editees des cumuls, pour affichage
       01 CUMUL-TAX-DISP   PIC 9(7).99.
       01 CUMUL-NET-DISP   PIC 9(7).99.
       01 CUMUL-PENSION-EE-DISP PIC 9(7).99.
       01 CUMUL-PENSION-ER-DISP PIC 9(7).99.
       01 TAXABLE-YTD-DISP PIC 9(7).99.                                         *> Revenu imposable: brut moins la cotisation de retraite
       01 REL-EMPLOYEE-COUNT PIC 9(6) VALUE 0.                                  *> Nombre de releves produits
       01 REL-TOTAL-GROSS  PIC 9(8)V99 VALUE 0.                                 *> Totaux sommaires pour la declaration aux autorites fiscales
       01 REL-TOTAL-GROSS-DISP PIC 9(8).99.
       01 REL-TOTAL-TAX-DISP PIC 9(8).99.
       01 REL-TOTAL-NET    PIC 9(8)V99 VALUE 0.
       01 REL-TOTAL-NET-DISP PIC 9(8).99.
       01 REL-TOTAL-RETR-EE PIC 9(8)V99 VALUE 0.
       01 REL-TOTAL-RETR-EE-DISP PIC 9(8).99.
       01 REL-TOTAL-RETR-ER PIC 9(8)V99 VALUE 0.
       01 REL-TOTAL-RETR-ER-DISP PIC 9(8).99.
       01 PARAM-STATUS     PIC XX.                                              *> Code retour des operations sur PARAM-FILE
       01 JOURNAL-STATUS   PIC XX.                                              *> Code retour des operations sur JOURNAL-FILE
       01 PARAM-PRESENT    PIC X VALUE 'N'.                                     *> 'O' si un fichier de parametres pilote cette execution
       01 LOG-DATE         PIC X(8).                                            *> Date du jour (AAAAMMJJ) en tete de chaque ligne de journal
       01 LOG-MESSAGE      PIC X(120).                                          *> Message a inscrire au journal d'execution
       01 LOG-LINE         PIC X(150).                                          *> Variable temporaire pour formater une ligne de journal
       01 BQC-STATUS       PIC XX.                                              *> Code retour des operations sur LEAVE-BANK-FILE
       01 BQC-EOF          PIC X.                                               *> 'O' quand les banques de conge sont epuisees
       01 BQC-ROLLED-COUNT PIC 9(6) VALUE 0.                                    *> Banques passees a la nouvelle annee
       01 BQC-SKIPPED-COUNT PIC 9(6) VALUE 0.                                   *> Banques deja passees par une execution precedente
       01 BQC-OLD-BALANCE  PIC 9(4)V99.                                         *> Solde de fin d'annee, avant report
       01 BQC-CARRIED      PIC 9(4)V99.                                         *> Heures reportees sur la nouvelle annee
       01 BQC-NEW-BALANCE  PIC 9(5)V99.                                         *> Report + octroi annuel, avant plafond
       01 BQC-OLD-DISP     PIC 9(4).99.                                         *> Copies numeriques-editees pour le registre
       01 BQC-CARRIED-DISP PIC 9(4).99.
       01 BQC-GRANT-DISP   PIC 9(4).99.
       01 BQC-NEW-DISP     PIC 9(4).99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
                       ADD CUMUL-GROSS-YTD TO REL-TOTAL-GROSS
                       ADD CUMUL-TAX-YTD   TO REL-TOTAL-TAX
                       ADD CUMUL-NET-YTD   TO REL-TOTAL-NET
                       ADD CUMUL-PENSION-EE-YTD TO REL-TOTAL-RETR-EE
                       ADD CUMUL-PENSION-ER-YTD TO REL-TOTAL-RETR-ER
               END-READ
           END-PERFORM.

           END-STRING
           MOVE TEMP-STRING TO STATEMENT-FIELD
           WRITE STATEMENT-RECORD
           COMPUTE REL-TOTAL-RETR-EE-DISP = REL-TOTAL-RETR-EE
           COMPUTE REL-TOTAL-RETR-ER-DISP = REL-TOTAL-RETR-ER
           MOVE SPACES TO TEMP-STRING
           STRING "Total retraite employe: " REL-TOTAL-RETR-EE-DISP
               " - contrepartie employeur: " REL-TOTAL-RETR-ER-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO STATEMENT-FIELD
           WRITE STATEMENT-RECORD
           MOVE SEPARATOR-LINE TO STATEMENT-FIELD
           WRITE STATEMENT-RECORD.

               OPEN OUTPUT CUMUL-FILE                                           *> OPEN OUTPUT sur le fichier indexe le recree vide
               CLOSE CUMUL-FILE
               DISPLAY "Cumuls remis a zero pour la nouvelle annee."
               PERFORM ROLL-LEAVE-BANKS                                         *> Les banques de conge changent d'annee avec les cumuls
           ELSE
               DISPLAY "Cumuls conserves: relancez ce programme pour"
               DISPLAY "faire la remise a zero avant la premiere paie"
           END-STRING
           MOVE TEMP-STRING TO STATEMENT-FIELD
           WRITE STATEMENT-RECORD
           IF CUMUL-PENSION-EE-YTD > 0 OR CUMUL-PENSION-ER-YTD > 0              *> Regime de retraite: la cotisation de l'employe est deduite
               COMPUTE CUMUL-PENSION-EE-DISP = CUMUL-PENSION-EE-YTD             *> du revenu imposable declare
               MOVE SPACES TO TEMP-STRING
               STRING "Cotisation retraite employe: "
                   CUMUL-PENSION-EE-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO STATEMENT-FIELD
               WRITE STATEMENT-RECORD
               COMPUTE TAXABLE-YTD-DISP =
                   CUMUL-GROSS-YTD - CUMUL-PENSION-EE-YTD
               MOVE SPACES TO TEMP-STRING
               STRING "Revenu imposable annuel: " TAXABLE-YTD-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO STATEMENT-FIELD
               WRITE STATEMENT-RECORD
               COMPUTE CUMUL-PENSION-ER-DISP = CUMUL-PENSION-ER-YTD
               MOVE SPACES TO TEMP-STRING
               STRING "Contrepartie retraite employeur: "
                   CUMUL-PENSION-ER-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO STATEMENT-FIELD
               WRITE STATEMENT-RECORD
           END-IF
           COMPUTE CUMUL-TAX-DISP = CUMUL-TAX-YTD
           MOVE SPACES TO TEMP-STRING
           STRING "Impot retenu annuel: " CUMUL-TAX-DISP
           MOVE CUMUL-GROSS-YTD TO ARC-GROSS-YTD
           MOVE CUMUL-TAX-YTD   TO ARC-TAX-YTD
           MOVE CUMUL-NET-YTD   TO ARC-NET-YTD
           MOVE CUMUL-PENSION-EE-YTD TO ARC-PENSION-EE-YTD
           MOVE CUMUL-PENSION-ER-YTD TO ARC-PENSION-ER-YTD
           WRITE ARCHIVE-RECORD.

       ROLL-LEAVE-BANKS.                                                        *> Passage d'annee des banques de conge: le solde est
           OPEN I-O LEAVE-BANK-FILE                                             *> reporte jusqu'au maximum de la banque (0 = remise a
           IF BQC-STATUS = "35"                                                 *> zero), l'octroi annuel s'y ajoute et les cumuls de
               DISPLAY "NOTE: aucune banque de conge a passer a la"             *> l'annee repartent de zero
               DISPLAY "nouvelle annee (banques-conges.dat absent)."
           ELSE
           IF BQC-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir banques-conges.dat "
                   "(BQC-STATUS=" BQC-STATUS ") -- cumuls remis a "
                   "zero, banques de conge NON passees: relancer."
               MOVE "ARRET: banques de conge non passees a la"
                   TO LOG-MESSAGE
               PERFORM WRITE-JOURNAL
               MOVE "nouvelle annee -- banques-conges.dat illisible"
                   TO LOG-MESSAGE
               PERFORM WRITE-JOURNAL
           ELSE
               OPEN OUTPUT LEAVE-REGISTER-FILE
               MOVE SEPARATOR-LINE TO LEAVE-REGISTER-FIELD
               WRITE LEAVE-REGISTER-RECORD
               MOVE SPACES TO TEMP-STRING
               STRING "PASSAGE D'ANNEE DES BANQUES DE CONGE - "
                   COMPANY-NAME " - annee close " TAX-YEAR
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO LEAVE-REGISTER-FIELD
               WRITE LEAVE-REGISTER-RECORD
               MOVE SEPARATOR-LINE TO LEAVE-REGISTER-FIELD
               WRITE LEAVE-REGISTER-RECORD
               MOVE 'N' TO BQC-EOF
               PERFORM UNTIL BQC-EOF = 'O'
                   READ LEAVE-BANK-FILE NEXT RECORD
                       AT END
                           MOVE 'O' TO BQC-EOF
                       NOT AT END
                           IF BQC-LAST-ROLLOVER = TAX-YEAR                      *> Relance: banque deja passee, on n'octroie
                               ADD 1 TO BQC-SKIPPED-COUNT                       *> pas deux fois
                           ELSE
                               PERFORM ROLL-ONE-LEAVE-BANK
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SEPARATOR-LINE TO LEAVE-REGISTER-FIELD
               WRITE LEAVE-REGISTER-RECORD
               MOVE SPACES TO TEMP-STRING
               STRING "Banques passees: " BQC-ROLLED-COUNT
                   "  - Deja passees: " BQC-SKIPPED-COUNT
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO LEAVE-REGISTER-FIELD
               WRITE LEAVE-REGISTER-RECORD
               CLOSE LEAVE-REGISTER-FILE
               DISPLAY "Banques de conge passees a la nouvelle annee: "
                   BQC-ROLLED-COUNT " (registre dans "
                   "registre-report-conges.txt)."
           END-IF
           CLOSE LEAVE-BANK-FILE
           END-IF.

       ROLL-ONE-LEAVE-BANK.                                                     *> Report, octroi et remise a zero des cumuls de la banque
           MOVE BQC-BALANCE TO BQC-OLD-BALANCE                                  *> lue, puis trace au registre
           IF BQC-BALANCE > BQC-CARRYOVER
               MOVE BQC-CARRYOVER TO BQC-CARRIED
           ELSE
               MOVE BQC-BALANCE TO BQC-CARRIED
           END-IF
           COMPUTE BQC-NEW-BALANCE = BQC-CARRIED + BQC-ANNUAL-GRANT
           IF BQC-MAX-BALANCE > 0                                               *> L'octroi ne depasse pas le plafond de la banque
                   AND BQC-NEW-BALANCE > BQC-MAX-BALANCE
               MOVE BQC-MAX-BALANCE TO BQC-NEW-BALANCE
           END-IF
           IF BQC-NEW-BALANCE > 9999.99
               MOVE 9999.99 TO BQC-NEW-BALANCE
           END-IF
           MOVE BQC-NEW-BALANCE TO BQC-BALANCE
           MOVE 0 TO BQC-TAKEN-YTD
           MOVE 0 TO BQC-ACCRUED-YTD
           MOVE TAX-YEAR TO BQC-LAST-ROLLOVER
           REWRITE LEAVE-BANK-RECORD
           ADD 1 TO BQC-ROLLED-COUNT
           COMPUTE BQC-OLD-DISP     = BQC-OLD-BALANCE
           COMPUTE BQC-CARRIED-DISP = BQC-CARRIED
           COMPUTE BQC-GRANT-DISP   = BQC-ANNUAL-GRANT
           COMPUTE BQC-NEW-DISP     = BQC-BALANCE
           MOVE SPACES TO TEMP-STRING
           STRING BQC-ID " " BQC-NAME " " BQC-CODE " " BQC-LABEL
               " fin " BQC-OLD-DISP " report " BQC-CARRIED-DISP
               " octroi " BQC-GRANT-DISP " solde " BQC-NEW-DISP
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO LEAVE-REGISTER-FIELD
           WRITE LEAVE-REGISTER-RECORD.

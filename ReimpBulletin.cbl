           05 HIST-DED-AUTRE   PIC 9(4).
           05 HIST-SAISIE      PIC 9(5)V99.
           05 HIST-NET         PIC 9(5)V99.
           05 HIST-PAY-TYPE    PIC X.
           05 HIST-ANNUAL-SALARY PIC 9(7)V99.
           05 HIST-SALARY-PAID PIC 9(5)V99.
           05 HIST-PENSION-EE  PIC 9(5)V99.
           05 HIST-PENSION-ER  PIC 9(5)V99.

       FD REPRINT-FILE.
       01 REPRINT-RECORD.
       01 HIST-GROSS-DISP  PIC 9(5).99.
       01 HIST-TAX-DISP    PIC 9(5).99.
       01 HIST-NET-DISP    PIC 9(5).99.
       01 HIST-ANNUAL-SALARY-DISP PIC 9(7).99.                                  *> Salaire annuel et part salariale d'un salarie
       01 HIST-SALARY-PAID-DISP PIC 9(5).99.
       01 HIST-TOTAL-DED   PIC 9(5).                                            *> Somme des deductions detaillees, comme sur le bulletin original
       01 HIST-SAISIE-DISP PIC 9(5).99.                                         *> Copie numerique-editee des saisies-arret retenues
       01 HIST-PENSION-EE-DISP PIC 9(5).99.                                     *> Regime de retraite: cotisation, contrepartie et revenu
       01 HIST-PENSION-ER-DISP PIC 9(5).99.                                     *> imposable (brut moins la cotisation), comme l'original
       01 HIST-TAXABLE-DISP PIC 9(5).99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
           END-STRING
           MOVE TEMP-STRING TO REPRINT-FIELD
           WRITE REPRINT-RECORD
           IF HIST-PAY-TYPE = 'S'                                               *> Salarie: salaire de la periode, comme sur l'original
               MOVE HIST-ANNUAL-SALARY TO HIST-ANNUAL-SALARY-DISP
               MOVE HIST-SALARY-PAID TO HIST-SALARY-PAID-DISP
               MOVE SPACES TO TEMP-STRING
               STRING "Salaire annuel: " HIST-ANNUAL-SALARY-DISP
                   "  - Salaire de la periode: " HIST-SALARY-PAID-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REPRINT-FIELD
               WRITE REPRINT-RECORD
           END-IF
           COMPUTE HIST-GROSS-DISP = HIST-GROSS
           COMPUTE HIST-TAX-DISP = HIST-TAX
           MOVE SPACES TO TEMP-STRING
               MOVE TEMP-STRING TO REPRINT-FIELD
               WRITE REPRINT-RECORD
           END-IF
           IF HIST-PENSION-EE > 0 OR HIST-PENSION-ER > 0                        *> Lignes de retraite, seulement si la paie en portait
               COMPUTE HIST-PENSION-EE-DISP = HIST-PENSION-EE
               COMPUTE HIST-TAXABLE-DISP = HIST-GROSS - HIST-PENSION-EE
               MOVE SPACES TO TEMP-STRING
               STRING "Retraite employe (avant impot): "
                   HIST-PENSION-EE-DISP
                   "  - Revenu imposable: " HIST-TAXABLE-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REPRINT-FIELD
               WRITE REPRINT-RECORD
               COMPUTE HIST-PENSION-ER-DISP = HIST-PENSION-ER
               MOVE SPACES TO TEMP-STRING
               STRING "Retraite employeur: " HIST-PENSION-ER-DISP
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REPRINT-FIELD
               WRITE REPRINT-RECORD
           END-IF
           COMPUTE HIST-NET-DISP = HIST-NET
           MOVE SPACES TO TEMP-STRING
           STRING "SALAIRE NET: " HIST-NET-DISP

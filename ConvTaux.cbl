       IDENTIFICATION DIVISION.                                                 *> Conversion unique des taux: cree taux-paie.dat avec les
       PROGRAM-ID. ConvTaux.                                                    *> valeurs des anciens copybooks TAXBRK, EMPCTB, VACPRM et
                                                                                 *> FERPRM (types IMPO, CHRG, VACA, FERI) a une date d'effet
                                                                                 *> saisie, plus le jeu RRET du regime de retraite saisi a
                                                                                 *> la console. A executer une seule fois, avant toute paie:
                                                                                 *> ConvTaux, puis les programmes de paie; MajTaux prend
                                                                                 *> ensuite le relais pour tout changement de taux

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "taux-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-STATUS.                                          *> Fichier des taux dates lu par tous les programmes de paie

       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-RECORD.                                                          *> Une entree de taux par ligne, meme decoupage que MajTaux
           05 RT-TYPE          PIC X(4).
           05 RT-EFFECTIVE     PIC X(10).
           05 RT-SEQ           PIC 9(2).
           05 RT-NAME          PIC X(20).
           05 RT-RATE          PIC 9V9(4).
           05 RT-AMOUNT        PIC 9(7)V99.
           05 RT-COUNT         PIC 9(2).

       WORKING-STORAGE SECTION.
       01 RATE-STATUS      PIC XX.                                              *> Code retour des operations sur RATE-FILE
       01 WRITTEN-COUNT    PIC 9(3) VALUE 0.                                    *> Entrees ecrites dans taux-paie.dat
       01 OLD-IDX          PIC 9(2).                                            *> Indice de parcours des anciennes tables
      *> Valeurs en vigueur dans les anciens copybooks, telles
      *> qu'appliquees en production jusqu'a la conversion
       01 OLD-TAX-BRACKET-VALUES.                                               *> TAXBRK: borne superieure + taux marginal
           05 FILLER PIC 9(7)V99 VALUE 15000.00.
           05 FILLER PIC 9V9(4)  VALUE 0.0000.
           05 FILLER PIC 9(7)V99 VALUE 30000.00.
           05 FILLER PIC 9V9(4)  VALUE 0.1500.
           05 FILLER PIC 9(7)V99 VALUE 45000.00.
           05 FILLER PIC 9V9(4)  VALUE 0.2200.
           05 FILLER PIC 9(7)V99 VALUE 60000.00.
           05 FILLER PIC 9V9(4)  VALUE 0.3000.
           05 FILLER PIC 9(7)V99 VALUE 9999999.99.
           05 FILLER PIC 9V9(4)  VALUE 0.3500.
       01 OLD-TAX-BRACKET-TABLE REDEFINES OLD-TAX-BRACKET-VALUES.
           05 OLD-TAX-BRACKET OCCURS 5 TIMES.
               10 OLD-TAX-UPPER PIC 9(7)V99.
               10 OLD-TAX-RATE  PIC 9V9(4).
       01 OLD-CONTRIB-VALUES.                                                   *> EMPCTB: libelle, taux + plafond annuel
           05 FILLER PIC X(20)   VALUE "RETRAITE (RRQ)".
           05 FILLER PIC 9V9(4)  VALUE 0.0540.
           05 FILLER PIC 9(7)V99 VALUE 68500.00.
           05 FILLER PIC X(20)   VALUE "ASSURANCE-EMPLOI".
           05 FILLER PIC 9V9(4)  VALUE 0.0228.
           05 FILLER PIC 9(7)V99 VALUE 63200.00.
           05 FILLER PIC X(20)   VALUE "FONDS SANTE (FSS)".
           05 FILLER PIC 9V9(4)  VALUE 0.0426.
           05 FILLER PIC 9(7)V99 VALUE 9999999.99.
       01 OLD-CONTRIB-TABLE REDEFINES OLD-CONTRIB-VALUES.
           05 OLD-CONTRIB OCCURS 3 TIMES.
               10 OLD-CONTRIB-NAME    PIC X(20).
               10 OLD-CONTRIB-RATE    PIC 9V9(4).
               10 OLD-CONTRIB-CEILING PIC 9(7)V99.
       01 OLD-FERIE-RATE   PIC 9V9(4) VALUE 0.0500.                             *> FERPRM: 1/20 du brut de la fenetre de reference
       01 OLD-FERIE-LOOKBACK PIC 9(2) VALUE 2.                                  *> FERPRM: fenetre de reference, en periodes
       01 OLD-VAC-ACCRUAL-RATE PIC 9V9(4) VALUE 0.0400.                         *> VACPRM: taux d'accumulation des vacances
       01 REQ-EFFECTIVE    PIC X(10).                                           *> Date d'effet saisie (AAAA-MM-JJ)
       01 DATE-CHECK.
           05 DCK-YEAR     PIC X(4).
           05 DCK-SEP1     PIC X.
           05 DCK-MONTH    PIC X(2).
           05 DCK-MONTH-NUM REDEFINES DCK-MONTH PIC 9(2).
           05 DCK-SEP2     PIC X.
           05 DCK-DAY      PIC X(2).
           05 DCK-DAY-NUM REDEFINES DCK-DAY PIC 9(2).
       01 REQ-RATE-IN      PIC X(5).                                            *> Taux saisi, decimale implicite (ex: 00600 = 0.0600)
       01 REQ-RATE-NUM REDEFINES REQ-RATE-IN PIC 9V9(4).
       01 REQ-AMOUNT-IN    PIC X(9).                                            *> Maximum annuel saisi, decimale implicite
       01 REQ-AMOUNT-NUM REDEFINES REQ-AMOUNT-IN PIC 9(7)V99.                   *> (ex: 000350000 = 3500.00)
       01 PENSION-EE-MAX-RATE   PIC 9V9(4).                                     *> Regime de retraite saisi (voir RRTPRM): taux maximal
       01 PENSION-EE-ANNUAL-MAX PIC 9(7)V99.                                    *> de l'employe et son maximum annuel, taux de
       01 PENSION-MATCH-RATE    PIC 9V9(4).                                     *> contrepartie et maximum annuel de l'employeur
       01 PENSION-ER-ANNUAL-MAX PIC 9(7)V99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           *> Garde-fou: le fichier des taux existe deja, il se
           *> maintient par MajTaux -- on refuse de l'ecraser
           OPEN INPUT RATE-FILE
           IF RATE-STATUS = "00"
               CLOSE RATE-FILE
               DISPLAY "ERREUR: taux-paie.dat existe deja."
               DISPLAY "Les changements de taux passent par MajTaux."
               DISPLAY "Execution annulee."
               STOP RUN
           END-IF.

           *> La paie retient le jeu en vigueur a la fin de la periode
           *> payee: une date trop recente ferait refuser la paie (ou
           *> une retro) d'une periode anterieure
           DISPLAY "Date d'effet des taux actuels (AAAA-MM-JJ), au "
           DISPLAY "plus tard le debut de la plus ancienne periode "
           DISPLAY "encore a payer ou a recalculer (ex: 1er janvier): "
           ACCEPT REQ-EFFECTIVE
           MOVE REQ-EFFECTIVE TO DATE-CHECK
           IF DCK-YEAR NOT NUMERIC OR DCK-SEP1 NOT = "-"
                   OR DCK-MONTH NOT NUMERIC OR DCK-SEP2 NOT = "-"
                   OR DCK-DAY NOT NUMERIC
               DISPLAY "ERREUR: date d'effet invalide (AAAA-MM-JJ) "
                   "-- execution annulee."
               STOP RUN
           END-IF
           IF DCK-MONTH-NUM < 1 OR DCK-MONTH-NUM > 12
                   OR DCK-DAY-NUM < 1 OR DCK-DAY-NUM > 31
               DISPLAY "ERREUR: date d'effet invalide (mois ou jour) "
                   "-- execution annulee."
               STOP RUN
           END-IF.

           PERFORM ACCEPT-PENSION-PLAN.                                         *> Le regime n'existait pas dans les copybooks

           OPEN OUTPUT RATE-FILE
           IF RATE-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible de creer taux-paie.dat "
                   "(RATE-STATUS=" RATE-STATUS ") -- execution annulee."
               STOP RUN
           END-IF.

           *> Entrees ecrites dans l'ordre de MajTaux (type, date
           *> d'effet, rang)
           PERFORM VARYING OLD-IDX FROM 1 BY 1 UNTIL OLD-IDX > 3
               MOVE "CHRG"                      TO RT-TYPE
               MOVE OLD-IDX                     TO RT-SEQ
               MOVE OLD-CONTRIB-NAME(OLD-IDX)   TO RT-NAME
               MOVE OLD-CONTRIB-RATE(OLD-IDX)   TO RT-RATE
               MOVE OLD-CONTRIB-CEILING(OLD-IDX) TO RT-AMOUNT
               MOVE 0                           TO RT-COUNT
               PERFORM WRITE-RATE-ENTRY
           END-PERFORM

           MOVE "FERI"             TO RT-TYPE
           MOVE 1                  TO RT-SEQ
           MOVE SPACES             TO RT-NAME
           MOVE OLD-FERIE-RATE     TO RT-RATE
           MOVE 0                  TO RT-AMOUNT
           MOVE OLD-FERIE-LOOKBACK TO RT-COUNT
           PERFORM WRITE-RATE-ENTRY

           PERFORM VARYING OLD-IDX FROM 1 BY 1 UNTIL OLD-IDX > 5
               MOVE "IMPO"                 TO RT-TYPE
               MOVE OLD-IDX                TO RT-SEQ
               MOVE SPACES                 TO RT-NAME
               MOVE OLD-TAX-RATE(OLD-IDX)  TO RT-RATE
               MOVE OLD-TAX-UPPER(OLD-IDX) TO RT-AMOUNT
               MOVE 0                      TO RT-COUNT
               PERFORM WRITE-RATE-ENTRY
           END-PERFORM

           MOVE "RRET"                TO RT-TYPE
           MOVE 1                     TO RT-SEQ
           MOVE SPACES                TO RT-NAME
           MOVE PENSION-EE-MAX-RATE   TO RT-RATE
           MOVE PENSION-EE-ANNUAL-MAX TO RT-AMOUNT
           MOVE 0                     TO RT-COUNT
           PERFORM WRITE-RATE-ENTRY
           MOVE 2                     TO RT-SEQ
           MOVE PENSION-MATCH-RATE    TO RT-RATE
           MOVE PENSION-ER-ANNUAL-MAX TO RT-AMOUNT
           PERFORM WRITE-RATE-ENTRY

           MOVE "VACA"               TO RT-TYPE
           MOVE 1                    TO RT-SEQ
           MOVE SPACES               TO RT-NAME
           MOVE OLD-VAC-ACCRUAL-RATE TO RT-RATE
           MOVE 0                    TO RT-AMOUNT
           MOVE 0                    TO RT-COUNT
           PERFORM WRITE-RATE-ENTRY

           CLOSE RATE-FILE.

           DISPLAY "Conversion terminee: " WRITTEN-COUNT
               " entrees ecrites dans taux-paie.dat, en vigueur le "
               REQ-EFFECTIVE "."
           DISPLAY "Marche a suivre:"
           DISPLAY " 1. Verifier taux-paie.dat (IMPO 5, CHRG 3, FERI 1,"
           DISPLAY "    RRET 2, VACA 1 entrees);"
           DISPLAY " 2. Lancer ensuite les programmes de paie; tout"
           DISPLAY "    changement de taux passe desormais par MajTaux."

           STOP RUN.

       ACCEPT-PENSION-PLAN.                                                     *> Saisie du jeu RRET, avec les controles de MajTaux (un
           DISPLAY "Regime de retraite -- taux maximal de cotisation "          *> maximum annuel est obligatoire)
           DISPLAY "de l'employe (5 chiffres, decimale implicite, "
           DISPLAY "ex: 00600 = 0.0600; 00000 = aucune cotisation): "
           ACCEPT REQ-RATE-IN
           IF REQ-RATE-IN NOT NUMERIC
               DISPLAY "ERREUR: taux de cotisation invalide "
                   "-- execution annulee."
               STOP RUN
           END-IF
           MOVE REQ-RATE-NUM TO PENSION-EE-MAX-RATE
           DISPLAY "Maximum annuel de la cotisation de l'employe "
           DISPLAY "(9 chiffres, decimale implicite, "
           DISPLAY "ex: 000350000 = 3500.00): "
           ACCEPT REQ-AMOUNT-IN
           IF REQ-AMOUNT-IN NOT NUMERIC OR REQ-AMOUNT-NUM = 0
               DISPLAY "ERREUR: maximum annuel de l'employe invalide "
                   "-- execution annulee."
               STOP RUN
           END-IF
           MOVE REQ-AMOUNT-NUM TO PENSION-EE-ANNUAL-MAX
           DISPLAY "Contrepartie de l'employeur, en fraction de la "
           DISPLAY "cotisation (5 chiffres, decimale implicite, "
           DISPLAY "ex: 05000 = 0.5000 soit 50%): "
           ACCEPT REQ-RATE-IN
           IF REQ-RATE-IN NOT NUMERIC
               DISPLAY "ERREUR: taux de contrepartie invalide "
                   "-- execution annulee."
               STOP RUN
           END-IF
           MOVE REQ-RATE-NUM TO PENSION-MATCH-RATE
           DISPLAY "Maximum annuel de la contrepartie de l'employeur "
           DISPLAY "(9 chiffres, decimale implicite): "
           ACCEPT REQ-AMOUNT-IN
           IF REQ-AMOUNT-IN NOT NUMERIC OR REQ-AMOUNT-NUM = 0
               DISPLAY "ERREUR: maximum annuel de l'employeur invalide "
                   "-- execution annulee."
               STOP RUN
           END-IF
           MOVE REQ-AMOUNT-NUM TO PENSION-ER-ANNUAL-MAX.

       WRITE-RATE-ENTRY.                                                        *> Ecrit l'entree preparee a la date d'effet saisie
           MOVE REQ-EFFECTIVE TO RT-EFFECTIVE
           WRITE RATE-RECORD
           ADD 1 TO WRITTEN-COUNT.

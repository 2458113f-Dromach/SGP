       IDENTIFICATION DIVISION.                                                 *> Conversion unique du fichier maitre: ajout du type de paie
       PROGRAM-ID. ConvEmployes.                                                *> (horaire/salarie), du salaire annuel, des dates d'emploi
                                                                                 *> et du taux de cotisation au regime de retraite

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-EMP-ID
           FILE STATUS IS OLD-STATUS.                                           *> Fichier maitre dans son ancien decoupage (sans type de paie)
           SELECT NEW-EMP-FILE ASSIGN TO "employes-nouveau.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 OLD-EMP-DED-AUTRE    PIC 9(4).
           05 OLD-EMP-BANK-TRANSIT PIC X(8).
           05 OLD-EMP-BANK-ACCOUNT PIC X(12).
           05 OLD-EMP-PAY-METHOD   PIC X.

       FD NEW-EMP-FILE.
       01 EMP-RECORD.                                                           *> Nouveau decoupage: ancien enregistrement + type de paie,
           05 EMP-ID           PIC X(6).                                        *> salaire annuel, dates d'emploi et taux de retraite
           05 EMP-DEPT         PIC X(10).
           05 EMP-NAME         PIC X(30).
           05 EMP-HOURS-REG    PIC 9(3)V99.
           05 EMP-BANK-TRANSIT PIC X(8).
           05 EMP-BANK-ACCOUNT PIC X(12).
           05 EMP-PAY-METHOD   PIC X.                                           *> 'D' = depot direct, 'C' = cheque imprime
           05 EMP-PAY-TYPE     PIC X.                                           *> 'H' = horaire, 'S' = salarie
           05 EMP-ANNUAL-SALARY PIC 9(7)V99.                                    *> Salaire annuel (salaries seulement)
           05 EMP-HIRE-DATE    PIC X(10).                                       *> Date d'embauche (AAAA-MM-JJ)
           05 EMP-TERM-DATE    PIC X(10).                                       *> Date de depart (AAAA-MM-JJ, blanc = actif)
           05 EMP-PENSION-RATE PIC 9V9(4).                                      *> Cotisation au regime de retraite (fraction du brut)

       WORKING-STORAGE SECTION.
       01 OLD-STATUS       PIC XX.                                              *> Code retour des operations sur OLD-EMP-FILE
       01 NEW-STATUS       PIC XX.                                              *> Code retour des operations sur NEW-EMP-FILE
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand l'ancien fichier maitre est epuise
       01 CONV-COUNT       PIC 9(6) VALUE 0.                                    *> Nombre d'employes convertis

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
                       MOVE OLD-EMP-DED-AUTRE    TO EMP-DED-AUTRE
                       MOVE OLD-EMP-BANK-TRANSIT TO EMP-BANK-TRANSIT
                       MOVE OLD-EMP-BANK-ACCOUNT TO EMP-BANK-ACCOUNT
                       MOVE OLD-EMP-PAY-METHOD   TO EMP-PAY-METHOD
                       *> Tout le personnel existant etait paye a
                       *> l'heure: les salaries sont declares ensuite
                       *> par transactions de changement
                       MOVE 'H'    TO EMP-PAY-TYPE
                       MOVE 0      TO EMP-ANNUAL-SALARY
                       MOVE SPACES TO EMP-HIRE-DATE
                       MOVE SPACES TO EMP-TERM-DATE
                       MOVE 0      TO EMP-PENSION-RATE                          *> Aucune adhesion au regime de retraite
                       WRITE EMP-RECORD
                       ADD 1 TO CONV-COUNT
               END-READ

           DISPLAY "Conversion terminee: " CONV-COUNT
               " employes recopies dans employes-nouveau.dat"
           DISPLAY "(tous au type de paie horaire 'H', sans"
           DISPLAY "cotisation au regime de retraite)."
           DISPLAY "Marche a suivre:"
           DISPLAY " 1. Verifier employes-nouveau.dat;"
           DISPLAY " 2. Conserver employes.dat en copie de surete"
           DISPLAY "    puis renommer employes-nouveau.dat en"
           DISPLAY "    employes.dat;"
           DISPLAY " 3. Convertir aussi historique-paie.dat"
           DISPLAY "    (ConvHistorique) et employes-cumul.dat"
           DISPLAY "    (ConvCumuls) avant la prochaine paie;"
           DISPLAY " 4. Pour les employes salaries, charger le type"
           DISPLAY "    'S', le salaire annuel et la date d'embauche"
           DISPLAY "    par transactions de changement (MajEmployes)"
           DISPLAY "    avant la prochaine paie;"
           DISPLAY " 5. Pour les adherents au regime de retraite,"
           DISPLAY "    charger leur taux de cotisation par"
           DISPLAY "    transactions de changement (MajEmployes)."

           STOP RUN.

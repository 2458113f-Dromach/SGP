       IDENTIFICATION DIVISION.                                                 *> Conversion unique de l'historique de paie: ajout du type de
       PROGRAM-ID. ConvHistorique.                                              *> paie, du salaire annuel, de la part salariale du brut et
                                                                                 *> des cotisations au regime de retraite

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-HIST-KEY
           FILE STATUS IS OLD-STATUS.                                           *> Historique dans son ancien decoupage (sans type de paie)
           SELECT NEW-HIST-FILE ASSIGN TO "historique-nouveau.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 OLD-HIST-DED-SANTE   PIC 9(4).
           05 OLD-HIST-DED-SYNDICAT PIC 9(4).
           05 OLD-HIST-DED-AUTRE   PIC 9(4).
           05 OLD-HIST-SAISIE      PIC 9(5)V99.
           05 OLD-HIST-NET         PIC 9(5)V99.

       FD NEW-HIST-FILE.
       01 HIST-RECORD.                                                          *> Nouveau decoupage: ancien enregistrement + paie des salaries
           05 HIST-KEY.
               10 HIST-ID      PIC X(6).
               10 HIST-PERIOD  PIC 9(4).
           05 HIST-DED-SANTE   PIC 9(4).
           05 HIST-DED-SYNDICAT PIC 9(4).
           05 HIST-DED-AUTRE   PIC 9(4).
           05 HIST-SAISIE      PIC 9(5)V99.
           05 HIST-NET         PIC 9(5)V99.
           05 HIST-PAY-TYPE    PIC X.                                           *> 'H' = horaire, 'S' = salarie
           05 HIST-ANNUAL-SALARY PIC 9(7)V99.                                   *> Salaire annuel en vigueur pour la periode
           05 HIST-SALARY-PAID PIC 9(5)V99.                                     *> Part salariale du brut (apres prorata)
           05 HIST-PENSION-EE  PIC 9(5)V99.                                     *> Cotisation de retraite de l'employe (avant impot)
           05 HIST-PENSION-ER  PIC 9(5)V99.                                     *> Contrepartie de retraite de l'employeur

       WORKING-STORAGE SECTION.
       01 OLD-STATUS       PIC XX.                                              *> Code retour des operations sur OLD-HIST-FILE
                       MOVE OLD-HIST-DED-SYNDICAT
                           TO HIST-DED-SYNDICAT
                       MOVE OLD-HIST-DED-AUTRE    TO HIST-DED-AUTRE
                       MOVE OLD-HIST-SAISIE       TO HIST-SAISIE
                       MOVE OLD-HIST-NET          TO HIST-NET
                       *> Toute paie anterieure a la conversion est
                       *> une paie a l'heure: aucune part salariale
                       MOVE 'H'                   TO HIST-PAY-TYPE
                       MOVE 0                     TO HIST-ANNUAL-SALARY
                       MOVE 0                     TO HIST-SALARY-PAID
                       MOVE 0                     TO HIST-PENSION-EE            *> Aucun regime de retraite avant la conversion
                       MOVE 0                     TO HIST-PENSION-ER
                       WRITE HIST-RECORD
                       ADD 1 TO CONV-COUNT
               END-READ

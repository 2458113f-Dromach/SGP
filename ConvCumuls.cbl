       IDENTIFICATION DIVISION.                                                 *> Conversion unique des cumuls annuels: ajout des cumuls de
       PROGRAM-ID. ConvCumuls.                                                  *> cotisations au regime de retraite (employe et employeur)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUMUL-FILE ASSIGN TO "employes-cumul.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-CUMUL-ID
           FILE STATUS IS OLD-STATUS.                                           *> Cumuls dans leur ancien decoupage (sans retraite)
           SELECT NEW-CUMUL-FILE ASSIGN TO "employes-cumul-nouveau.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUMUL-ID
           FILE STATUS IS NEW-STATUS.                                           *> Cumuls reconstruits dans le nouveau decoupage

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CUMUL-FILE.
       01 OLD-CUMUL-RECORD.                                                     *> Ancien decoupage des cumuls, tel qu'en production
           05 OLD-CUMUL-ID         PIC X(6).
           05 OLD-CUMUL-NAME       PIC X(30).
           05 OLD-CUMUL-GROSS-YTD  PIC 9(7)V99.
           05 OLD-CUMUL-TAX-YTD    PIC 9(7)V99.
           05 OLD-CUMUL-NET-YTD    PIC 9(7)V99.

       FD NEW-CUMUL-FILE.
       01 CUMUL-RECORD.                                                         *> Nouveau decoupage: ancien enregistrement + cumuls de
           05 CUMUL-ID         PIC X(6).                                        *> retraite
           05 CUMUL-NAME       PIC X(30).
           05 CUMUL-GROSS-YTD  PIC 9(7)V99.
           05 CUMUL-TAX-YTD    PIC 9(7)V99.
           05 CUMUL-NET-YTD    PIC 9(7)V99.
           05 CUMUL-PENSION-EE-YTD PIC 9(7)V99.                                 *> Cotisations de retraite de l'employe depuis janvier
           05 CUMUL-PENSION-ER-YTD PIC 9(7)V99.                                 *> Contreparties de l'employeur depuis janvier

       WORKING-STORAGE SECTION.
       01 OLD-STATUS       PIC XX.                                              *> Code retour des operations sur OLD-CUMUL-FILE
       01 NEW-STATUS       PIC XX.                                              *> Code retour des operations sur NEW-CUMUL-FILE
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand les anciens cumuls sont epuises
       01 CONV-COUNT       PIC 9(6) VALUE 0.                                    *> Nombre de fiches cumul converties

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           *> Garde-fou: si un fichier converti existe deja, on refuse
           *> de l'ecraser -- l'operateur decide quoi en faire
           OPEN INPUT NEW-CUMUL-FILE
           IF NEW-STATUS = "00"
               CLOSE NEW-CUMUL-FILE
               DISPLAY "ERREUR: employes-cumul-nouveau.dat existe "
                   "deja."
               DISPLAY "Supprimez-le (ou renommez-le) puis relancez."
               DISPLAY "Execution annulee."
               STOP RUN
           END-IF.

           OPEN INPUT OLD-CUMUL-FILE
           IF OLD-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "employes-cumul.dat (OLD-STATUS=" OLD-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-CUMUL-FILE.

           MOVE LOW-VALUES TO OLD-CUMUL-ID                                      *> Recopie toutes les fiches dans l'ordre des cles
           START OLD-CUMUL-FILE KEY IS NOT LESS THAN OLD-CUMUL-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL EOF-FLAG = 'O'
               READ OLD-CUMUL-FILE NEXT RECORD
                   AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       MOVE OLD-CUMUL-ID        TO CUMUL-ID
                       MOVE OLD-CUMUL-NAME      TO CUMUL-NAME
                       MOVE OLD-CUMUL-GROSS-YTD TO CUMUL-GROSS-YTD
                       MOVE OLD-CUMUL-TAX-YTD   TO CUMUL-TAX-YTD
                       MOVE OLD-CUMUL-NET-YTD   TO CUMUL-NET-YTD
                       *> Aucune cotisation n'a ete prelevee avant la
                       *> conversion: les maximums annuels repartent
                       *> de zero
                       MOVE 0 TO CUMUL-PENSION-EE-YTD
                       MOVE 0 TO CUMUL-PENSION-ER-YTD
                       WRITE CUMUL-RECORD
                       ADD 1 TO CONV-COUNT
               END-READ
           END-PERFORM.

           CLOSE OLD-CUMUL-FILE.
           CLOSE NEW-CUMUL-FILE.

           DISPLAY "Conversion terminee: " CONV-COUNT
               " fiches recopiees dans employes-cumul-nouveau.dat."
           DISPLAY "Marche a suivre:"
           DISPLAY " 1. Verifier employes-cumul-nouveau.dat;"
           DISPLAY " 2. Conserver employes-cumul.dat en copie de"
           DISPLAY "    surete puis renommer employes-cumul-nouveau.dat"
           DISPLAY "    en employes-cumul.dat;"
           DISPLAY " 3. Creer taux-paie.dat par ConvTaux (regime de"
           DISPLAY "    retraite RRET compris) avant la prochaine"
           DISPLAY "    paie."

           STOP RUN.

       IDENTIFICATION DIVISION.                                                 *> Revue des modifications sensibles du fichier maitre, a
       PROGRAM-ID. RevueModifications.                                          *> partir du journal des modifications (controle anti-fraude)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "modifications-employes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.                                         *> Journal permanent des modifications du maitre (avant/apres)
           SELECT PAYMENT-FILE ASSIGN TO "paiements-banque.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAY-STATUS.                                           *> Depots de la paie reguliere: coordonnees changees juste
                                                                                 *> avant un depot
           SELECT EMP-FILE ASSIGN TO "employes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-STATUS.                                           *> Meme fichier maitre indexe que GestionPaie, cle = EMP-ID
           SELECT REPORT-FILE ASSIGN TO "revue-modifications.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Rapport de revue remis aux verificateurs

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.                                                         *> Copie conforme du journal des modifications de MajEmployes
           05 AUD-DATE         PIC X(10).
           05 AUD-TIME         PIC X(6).
           05 AUD-PROGRAM      PIC X(12).
           05 AUD-SOURCE       PIC X(40).
           05 AUD-EMP-ID       PIC X(6).
           05 AUD-FIELD        PIC X(20).
           05 AUD-BEFORE       PIC X(30).
           05 AUD-AFTER        PIC X(30).
           05 AUD-BEFORE-NUM   PIC 9(7)V9(4).
           05 AUD-AFTER-NUM    PIC 9(7)V9(4).

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD PIC X(90).                                             *> Enregistrement H/D/T tel qu'ecrit par GestionPaie

       FD EMP-FILE.
       01 EMP-RECORD.                                                           *> Copie conforme de l'enregistrement maitre de GestionPaie
           05 EMP-ID           PIC X(6).
           05 EMP-DEPT         PIC X(10).
           05 EMP-NAME         PIC X(30).
           05 EMP-HOURS-REG    PIC 9(3)V99.
           05 EMP-HOURS-OT     PIC 9(3)V99.
           05 EMP-RATE-HOURLY  PIC 9(3)V99.
           05 EMP-DED-SANTE    PIC 9(4).
           05 EMP-DED-SYNDICAT PIC 9(4).
           05 EMP-DED-AUTRE    PIC 9(4).
           05 EMP-BANK-TRANSIT PIC X(8).
           05 EMP-BANK-ACCOUNT PIC X(12).
           05 EMP-PAY-METHOD   PIC X.
           05 EMP-PAY-TYPE     PIC X.
           05 EMP-ANNUAL-SALARY PIC 9(7)V99.
           05 EMP-HIRE-DATE    PIC X(10).
           05 EMP-TERM-DATE    PIC X(10).
           05 EMP-PENSION-RATE PIC 9V9(4).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           05 REPORT-FIELD     PIC X(200).

       WORKING-STORAGE SECTION.
       01 AUDIT-STATUS     PIC XX.                                              *> Code retour des operations sur AUDIT-FILE
       01 PAY-STATUS       PIC XX.                                              *> Code retour des operations sur PAYMENT-FILE
       01 EMP-STATUS       PIC XX.                                              *> Code retour des operations sur EMP-FILE
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand le fichier en cours de lecture est epuise
       01 TEMP-STRING      PIC X(200).                                          *> Variable temporaire pour formater une ligne du rapport
       01 SEPARATOR-LINE   PIC X(100) VALUE ALL "=".                            *> Ligne de separation du rapport
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Nom de la compagnie affiche en tete du rapport
       01 REQ-FROM-DATE    PIC X(10).                                           *> Debut de la revue (AAAA-MM-JJ), blanc = tout le journal
       01 REQ-THRESHOLD-IN PIC X(3).                                            *> Seuil de hausse de taux ou de salaire, en pourcentage
       01 REQ-THRESHOLD-NUM REDEFINES REQ-THRESHOLD-IN PIC 9(3).
       01 REQ-WINDOW-IN    PIC X(3).                                            *> Delai, en jours, avant le depot pendant lequel un
       01 REQ-WINDOW-NUM REDEFINES REQ-WINDOW-IN PIC 9(3).                      *> changement de coordonnees est signale
       01 REV-THRESHOLD    PIC 9(3) VALUE 10.                                   *> Seuil retenu (defaut 10 %)
       01 REV-WINDOW       PIC 9(3) VALUE 14.                                   *> Delai retenu (defaut 14 jours)
       COPY SALPRM.                                                             *> Controle des dates AAAA-MM-JJ et numeros de jour julien
       01 PAY-HEADER-REC.                                                       *> Decoupage de l'en-tete 'H' du fichier bancaire
           05 PAY-HDR-TYPE     PIC X.
           05 PAY-HDR-COMPANY  PIC X(40).
           05 PAY-HDR-PERIOD   PIC X(40).                                       *> "Periode NNNN du AAAA-MM-JJ au AAAA-MM-JJ"
       01 PAY-DETAIL-REC.                                                       *> Decoupage du detail 'D' du fichier bancaire
           05 PAY-DET-TYPE     PIC X.
           05 PAY-DET-ID       PIC X(6).
           05 PAY-DET-TRANSIT  PIC X(8).
           05 PAY-DET-ACCOUNT  PIC X(12).
           05 PAY-DET-AMOUNT   PIC 9(7)V99.
       01 DET-TABLE.                                                            *> Details 'D' du fichier bancaire, charges au demarrage
           05 DET-ENTRY OCCURS 2000 TIMES.
               10 DET-ID       PIC X(6).
               10 DET-TRANSIT  PIC X(8).
               10 DET-ACCOUNT  PIC X(12).
               10 DET-AMOUNT   PIC 9(7)V99.
       01 DET-COUNT        PIC 9(4) VALUE 0.                                    *> Nombre de details charges depuis le fichier bancaire
       01 DET-MAX          PIC 9(4) VALUE 2000.                                 *> Capacite de la table des details
       01 DET-IDX          PIC 9(4).                                            *> Indice de parcours de la table des details
       01 DET-FOUND-IDX    PIC 9(4).                                            *> Detail de l'employe vise (0 = aucun depot)
       01 DEPOSIT-PERIOD   PIC X(40) VALUE SPACES.                              *> Periode du fichier bancaire, reprise de son en-tete
       01 DEPOSIT-DATE     PIC X(10) VALUE SPACES.                              *> Date du depot: fin de la periode payee
       01 DEPOSIT-DAY      PIC 9(8) VALUE 0.                                    *> Numero de jour julien du depot
       01 DEPOSIT-OK       PIC X VALUE 'N'.                                     *> 'O' si un depot date a pu etre lu
       01 CHANGE-DAY       PIC 9(8).                                            *> Numero de jour julien d'une modification
       01 REVIEW-SECTION   PIC 9.                                               *> Section: 0 = liste, 1 a 3 = journal, 4 = comptes partages
       01 REVIEW-IN-RANGE  PIC X.                                               *> 'O' si la ligne du journal est dans la periode revue
       01 AUDIT-LINE-COUNT PIC 9(6) VALUE 0.                                    *> Lignes du journal dans la periode revue
       01 FLAG-COUNT       PIC 9(6).                                            *> Cas signales dans la section en cours
       01 FLAG-TOTAL       PIC 9(6) VALUE 0.                                    *> Cas signales dans tout le rapport
       01 RAISE-PCT        PIC 9(5)V99.                                         *> Hausse en pourcentage de la valeur avant
       01 RAISE-PCT-DISP   PIC 9(5).99.
       01 DET-AMOUNT-DISP  PIC 9(7).99.
       01 LOOKUP-NAME      PIC X(30).                                           *> Nom de l'employe vise, repris du maitre
       01 ACC-TABLE.                                                            *> Coordonnees bancaires des employes payes par depot
           05 ACC-ENTRY OCCURS 2000 TIMES.
               10 ACC-ID       PIC X(6).
               10 ACC-NAME     PIC X(30).
               10 ACC-TRANSIT  PIC X(8).
               10 ACC-ACCOUNT  PIC X(12).
               10 ACC-REPORTED PIC X.                                           *> 'O' si deja imprime dans un groupe
       01 ACC-COUNT        PIC 9(4) VALUE 0.
       01 ACC-IDX          PIC 9(4).
       01 ACC-OTHER-IDX    PIC 9(4).
       01 ACC-GROUP-SIZE   PIC 9(4).                                            *> Employes partageant le compte en cours

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM ACCEPT-REVIEW-PARAMETERS.                                    *> Periode revue, seuil de hausse, delai avant depot

           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "modifications-employes.dat (AUDIT-STATUS="
                   AUDIT-STATUS ") -- execution annulee."
               STOP RUN
           END-IF
           CLOSE AUDIT-FILE.

           OPEN INPUT EMP-FILE
           IF EMP-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir employes.dat "
                   "(EMP-STATUS=" EMP-STATUS ") -- execution annulee."
               STOP RUN
           END-IF.

           PERFORM LOAD-PAYMENT-DETAILS.                                        *> Depot examine; absent, le controle 1 est saute

           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REVIEW-HEADER.

           MOVE 0 TO REVIEW-SECTION                                             *> Liste de toutes les modifications de la periode revue
           PERFORM PRINT-SECTION-TITLE
           PERFORM SCAN-AUDIT-LOG
           PERFORM PRINT-SECTION-TOTAL.

           MOVE 1 TO REVIEW-SECTION                                             *> 1. Coordonnees bancaires changees peu avant un depot
           PERFORM PRINT-SECTION-TITLE
           IF DEPOSIT-OK = 'O'
               PERFORM SCAN-AUDIT-LOG
           ELSE
               MOVE SPACES TO TEMP-STRING
               STRING "  Controle non effectue: aucun depot date "
                   "dans paiements-banque.txt"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REPORT-FIELD
               WRITE REPORT-RECORD
           END-IF
           PERFORM PRINT-SECTION-TOTAL.

           MOVE 2 TO REVIEW-SECTION                                             *> 2. Hausses de taux ou de salaire au-dela du seuil
           PERFORM PRINT-SECTION-TITLE
           PERFORM SCAN-AUDIT-LOG
           PERFORM PRINT-SECTION-TOTAL.

           MOVE 3 TO REVIEW-SECTION                                             *> 3. Passages au paiement par cheque
           PERFORM PRINT-SECTION-TITLE
           PERFORM SCAN-AUDIT-LOG
           PERFORM PRINT-SECTION-TOTAL.

           MOVE 4 TO REVIEW-SECTION                                             *> 4. Comptes bancaires partages, d'apres le maitre actuel
           PERFORM PRINT-SECTION-TITLE
           PERFORM FIND-SHARED-ACCOUNTS
           PERFORM PRINT-SECTION-TOTAL.

           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Modifications examinees: " AUDIT-LINE-COUNT
               "  - Cas signales a la revue: " FLAG-TOTAL
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD.

           CLOSE REPORT-FILE.
           CLOSE EMP-FILE.

           DISPLAY "Revue terminee: " AUDIT-LINE-COUNT
               " modifications examinees, " FLAG-TOTAL
               " cas signales (rapport dans revue-modifications.txt)."

           STOP RUN.

       ACCEPT-REVIEW-PARAMETERS.                                                *> Saisie des parametres de la revue, avec leurs defauts
           DISPLAY "Debut de la revue (AAAA-MM-JJ, blanc = tout le "
               "journal): "
           ACCEPT REQ-FROM-DATE
           IF REQ-FROM-DATE NOT = SPACES
               MOVE REQ-FROM-DATE TO SAL-DATE
               PERFORM CHECK-SAL-DATE
               IF SAL-DATE-OK = 'N'
                   DISPLAY "ERREUR: date de debut invalide "
                       "-- execution annulee."
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Seuil de hausse de taux ou de salaire en % "
               "(3 chiffres, blanc = 010): "
           ACCEPT REQ-THRESHOLD-IN
           IF REQ-THRESHOLD-IN NOT = SPACES
               IF REQ-THRESHOLD-IN NOT NUMERIC
                   DISPLAY "ERREUR: seuil de hausse invalide "
                       "-- execution annulee."
                   STOP RUN
               END-IF
               MOVE REQ-THRESHOLD-NUM TO REV-THRESHOLD
           END-IF
           DISPLAY "Delai avant depot en jours "
               "(3 chiffres, blanc = 014): "
           ACCEPT REQ-WINDOW-IN
           IF REQ-WINDOW-IN NOT = SPACES
               IF REQ-WINDOW-IN NOT NUMERIC
                   DISPLAY "ERREUR: delai avant depot invalide "
                       "-- execution annulee."
                   STOP RUN
               END-IF
               MOVE REQ-WINDOW-NUM TO REV-WINDOW
           END-IF.

       LOAD-PAYMENT-DETAILS.                                                    *> Releve l'en-tete (date du depot) et les details 'D'
           OPEN INPUT PAYMENT-FILE
           IF PAY-STATUS NOT = "00"
               DISPLAY "ATTENTION: paiements-banque.txt illisible "
                   "(PAY-STATUS=" PAY-STATUS ") -- controle des "
                   "coordonnees avant depot non effectue."
           ELSE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ PAYMENT-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       MOVE PAYMENT-RECORD TO PAY-DETAIL-REC
                       IF PAY-DET-TYPE = 'H'
                           MOVE PAYMENT-RECORD TO PAY-HEADER-REC
                           MOVE PAY-HDR-PERIOD TO DEPOSIT-PERIOD
                           MOVE PAY-HDR-PERIOD(31:10) TO DEPOSIT-DATE
                       END-IF
                       IF PAY-DET-TYPE = 'D'                                    *> Table pleine: un depot non charge
                               AND DET-COUNT NOT < DET-MAX                      *> echapperait au controle 1
                           DISPLAY "ERREUR: plus de " DET-MAX
                               " details dans paiements-banque.txt "
                               "-- execution annulee."
                           CLOSE PAYMENT-FILE
                           CLOSE EMP-FILE
                           STOP RUN
                       END-IF
                       IF PAY-DET-TYPE = 'D'
                           ADD 1 TO DET-COUNT
                           MOVE PAY-DET-ID TO DET-ID(DET-COUNT)
                           MOVE PAY-DET-TRANSIT
                               TO DET-TRANSIT(DET-COUNT)
                           MOVE PAY-DET-ACCOUNT
                               TO DET-ACCOUNT(DET-COUNT)
                           MOVE PAY-DET-AMOUNT
                               TO DET-AMOUNT(DET-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
               MOVE 'N' TO EOF-FLAG
               MOVE DEPOSIT-DATE TO SAL-DATE
               PERFORM CHECK-SAL-DATE
               IF SAL-DATE-OK = 'O' AND DET-COUNT > 0
                   PERFORM DATE-TO-DAY-NUMBER
                   MOVE SAL-DAY-NUMBER TO DEPOSIT-DAY
                   MOVE 'O' TO DEPOSIT-OK
               END-IF
           END-IF.

       PRINT-REVIEW-HEADER.                                                     *> En-tete: parametres de la revue et depot examine
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "REVUE DES MODIFICATIONS SENSIBLES DU MAITRE - "
               COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           IF REQ-FROM-DATE = SPACES
               STRING "Journal des modifications: au complet"
                   "  - Seuil de hausse: " REV-THRESHOLD " %"
                   "  - Delai avant depot: " REV-WINDOW " jours"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               STRING "Journal des modifications: depuis le "
                   REQ-FROM-DATE
                   "  - Seuil de hausse: " REV-THRESHOLD " %"
                   "  - Delai avant depot: " REV-WINDOW " jours"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           MOVE SPACES TO TEMP-STRING
           IF DEPOSIT-OK = 'O'
               STRING "Depot examine (paiements-banque.txt): "
                   DEPOSIT-PERIOD "  - Depots: " DET-COUNT
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               STRING "Depot examine: aucun (paiements-banque.txt "
                   "absent, vide ou sans en-tete date)"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD.

       PRINT-SECTION-TITLE.                                                     *> Titre de la section REVIEW-SECTION
           MOVE 0 TO FLAG-COUNT
           MOVE SEPARATOR-LINE TO REPORT-FIELD
           WRITE REPORT-RECORD
           EVALUATE REVIEW-SECTION
               WHEN 0
                   MOVE "MODIFICATIONS DU MAITRE EXAMINEES"
                       TO REPORT-FIELD
               WHEN 1
                   MOVE SPACES TO TEMP-STRING
                   STRING "1. COORDONNEES BANCAIRES MODIFIEES PEU "
                       "AVANT UN DEPOT (OU APRES SA PREPARATION)"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
                   MOVE TEMP-STRING TO REPORT-FIELD
               WHEN 2
                   MOVE SPACES TO TEMP-STRING
                   STRING "2. HAUSSES DE TAUX OU DE SALAIRE AU-DELA "
                       "DU SEUIL"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
                   MOVE TEMP-STRING TO REPORT-FIELD
               WHEN 3
                   MOVE "3. PASSAGES AU PAIEMENT PAR CHEQUE"
                       TO REPORT-FIELD
               WHEN 4
                   MOVE SPACES TO TEMP-STRING
                   STRING "4. COMPTES BANCAIRES PARTAGES PAR PLUSIEURS "
                       "EMPLOYES (MAITRE ACTUEL)"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
                   MOVE TEMP-STRING TO REPORT-FIELD
           END-EVALUATE
           WRITE REPORT-RECORD.

       PRINT-SECTION-TOTAL.                                                     *> Pied de section: nombre de lignes ou de cas signales
           MOVE SPACES TO TEMP-STRING
           IF REVIEW-SECTION = 0
               STRING "  Modifications dans la periode revue: "
                   AUDIT-LINE-COUNT
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               IF FLAG-COUNT = 0
                   MOVE "  Aucun cas." TO TEMP-STRING
               ELSE
                   STRING "  Cas signales: " FLAG-COUNT
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               END-IF
               ADD FLAG-COUNT TO FLAG-TOTAL
           END-IF
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD.

       SCAN-AUDIT-LOG.                                                          *> Relit tout le journal et passe chaque ligne de la periode
           OPEN INPUT AUDIT-FILE                                                *> revue au traitement de la section en cours
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'O'
               READ AUDIT-FILE AT END
                   SET EOF-FLAG TO 'O'
               NOT AT END
                   MOVE 'O' TO REVIEW-IN-RANGE
                   IF REQ-FROM-DATE NOT = SPACES
                           AND AUD-DATE < REQ-FROM-DATE
                       MOVE 'N' TO REVIEW-IN-RANGE
                   END-IF
                   IF REVIEW-IN-RANGE = 'O'
                       EVALUATE REVIEW-SECTION
                           WHEN 0
                               ADD 1 TO AUDIT-LINE-COUNT
                               PERFORM PRINT-AUDIT-LINE
                           WHEN 1
                               PERFORM CHECK-BANK-CHANGE
                           WHEN 2
                               PERFORM CHECK-PAY-RAISE
                           WHEN 3
                               PERFORM CHECK-CHEQUE-SWITCH
                       END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 'N' TO EOF-FLAG.

       PRINT-AUDIT-LINE.                                                        *> Une ligne du journal, telle quelle
           MOVE SPACES TO TEMP-STRING
           STRING "  " AUD-DATE " " AUD-TIME " " AUD-PROGRAM " "
               AUD-EMP-ID " " AUD-FIELD " " AUD-BEFORE " -> "
               AUD-AFTER " (" AUD-SOURCE ")"
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD.

       CHECK-BANK-CHANGE.                                                       *> Coordonnees changees dans le delai qui precede le depot,
           IF (AUD-FIELD = "EMP-BANK-TRANSIT"                                   *> ou apres la preparation du fichier, pour un employe qui
                   OR AUD-FIELD = "EMP-BANK-ACCOUNT")                           *> y recoit un depot (un retour bancaire qui efface les
                   AND AUD-AFTER NOT = SPACES                                   *> coordonnees n'est pas un risque)
               MOVE AUD-DATE TO SAL-DATE
               PERFORM CHECK-SAL-DATE
               MOVE 0 TO DET-FOUND-IDX
               PERFORM VARYING DET-IDX FROM 1 BY 1
                       UNTIL DET-IDX > DET-COUNT
                   IF DET-ID(DET-IDX) = AUD-EMP-ID
                       MOVE DET-IDX TO DET-FOUND-IDX
                   END-IF
               END-PERFORM
               IF SAL-DATE-OK = 'O' AND DET-FOUND-IDX > 0
                   PERFORM DATE-TO-DAY-NUMBER
                   MOVE SAL-DAY-NUMBER TO CHANGE-DAY
                   IF CHANGE-DAY + REV-WINDOW >= DEPOSIT-DAY
                       ADD 1 TO FLAG-COUNT
                       PERFORM LOOKUP-EMP-NAME
                       PERFORM PRINT-AUDIT-LINE
                       COMPUTE DET-AMOUNT-DISP =
                           DET-AMOUNT(DET-FOUND-IDX)
                       MOVE SPACES TO TEMP-STRING
                       STRING "      " LOOKUP-NAME
                           " Depot du " DEPOSIT-DATE
                           " Transit=" DET-TRANSIT(DET-FOUND-IDX)
                           " Compte=" DET-ACCOUNT(DET-FOUND-IDX)
                           " Montant=" DET-AMOUNT-DISP
                           DELIMITED BY SIZE
                           INTO TEMP-STRING
                       END-STRING
                       MOVE TEMP-STRING TO REPORT-FIELD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-IF.

       CHECK-PAY-RAISE.                                                         *> Hausse du taux horaire ou du salaire annuel au-dela du
           IF (AUD-FIELD = "EMP-RATE-HOURLY"                                    *> seuil; une hausse a partir de zero est toujours signalee
                   OR AUD-FIELD = "EMP-ANNUAL-SALARY")
                   AND AUD-AFTER-NUM > AUD-BEFORE-NUM
               IF AUD-BEFORE-NUM = 0
                   MOVE 99999.99 TO RAISE-PCT
               ELSE
                   COMPUTE RAISE-PCT = (AUD-AFTER-NUM - AUD-BEFORE-NUM)
                       * 100 / AUD-BEFORE-NUM
                       ON SIZE ERROR
                           MOVE 99999.99 TO RAISE-PCT
                   END-COMPUTE
               END-IF
               IF RAISE-PCT > REV-THRESHOLD
                   ADD 1 TO FLAG-COUNT
                   PERFORM LOOKUP-EMP-NAME
                   PERFORM PRINT-AUDIT-LINE
                   COMPUTE RAISE-PCT-DISP = RAISE-PCT
                   MOVE SPACES TO TEMP-STRING
                   STRING "      " LOOKUP-NAME
                       " Hausse: " RAISE-PCT-DISP " %"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
                   MOVE TEMP-STRING TO REPORT-FIELD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

       CHECK-CHEQUE-SWITCH.                                                     *> Mode de paiement passe au cheque ('C'); la source indique
           IF AUD-FIELD = "EMP-PAY-METHOD"                                      *> si le passage vient d'un retour bancaire
                   AND AUD-AFTER(1:1) = 'C'
                   AND AUD-BEFORE(1:1) NOT = 'C'
               ADD 1 TO FLAG-COUNT
               PERFORM LOOKUP-EMP-NAME
               PERFORM PRINT-AUDIT-LINE
               MOVE SPACES TO TEMP-STRING
               STRING "      " LOOKUP-NAME
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REPORT-FIELD
               WRITE REPORT-RECORD
           END-IF.

       LOOKUP-EMP-NAME.                                                         *> Nom de l'employe de la ligne du journal, repris du maitre
           MOVE AUD-EMP-ID TO EMP-ID
           READ EMP-FILE KEY IS EMP-ID
               INVALID KEY
                   MOVE "(absent du fichier maitre)" TO LOOKUP-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO LOOKUP-NAME
           END-READ.

       FIND-SHARED-ACCOUNTS.                                                    *> Charge les coordonnees des employes payes par depot, puis
           MOVE LOW-VALUES TO EMP-ID                                            *> imprime chaque compte partage avec tous ses titulaires
           MOVE 'N' TO EOF-FLAG
           START EMP-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET EOF-FLAG TO 'O'
           END-START
           PERFORM UNTIL EOF-FLAG = 'O'
               READ EMP-FILE NEXT RECORD
                   AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       IF EMP-PAY-METHOD NOT = 'C'
                               AND EMP-BANK-TRANSIT NOT = SPACES
                               AND EMP-BANK-ACCOUNT NOT = SPACES
                           IF ACC-COUNT < 2000
                               ADD 1 TO ACC-COUNT
                               MOVE EMP-ID   TO ACC-ID(ACC-COUNT)
                               MOVE EMP-NAME TO ACC-NAME(ACC-COUNT)
                               MOVE EMP-BANK-TRANSIT
                                   TO ACC-TRANSIT(ACC-COUNT)
                               MOVE EMP-BANK-ACCOUNT
                                   TO ACC-ACCOUNT(ACC-COUNT)
                               MOVE 'N' TO ACC-REPORTED(ACC-COUNT)
                           ELSE
                               DISPLAY "ATTENTION: plus de 2000 "
                                   "employes payes par depot -- les "
                                   "suivants ne sont pas compares."
                               SET EOF-FLAG TO 'O'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-FLAG
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-COUNT
               IF ACC-REPORTED(ACC-IDX) = 'N'
                   MOVE 1 TO ACC-GROUP-SIZE
                   PERFORM VARYING ACC-OTHER-IDX FROM ACC-IDX BY 1
                           UNTIL ACC-OTHER-IDX > ACC-COUNT
                       IF ACC-OTHER-IDX > ACC-IDX
                           AND ACC-TRANSIT(ACC-OTHER-IDX)
                               = ACC-TRANSIT(ACC-IDX)
                           AND ACC-ACCOUNT(ACC-OTHER-IDX)
                               = ACC-ACCOUNT(ACC-IDX)
                           ADD 1 TO ACC-GROUP-SIZE
                       END-IF
                   END-PERFORM
                   IF ACC-GROUP-SIZE > 1
                       PERFORM PRINT-SHARED-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-SHARED-ACCOUNT.                                                    *> Un compte partage: le compte, puis chacun de ses titulaires
           ADD 1 TO FLAG-COUNT
           MOVE SPACES TO TEMP-STRING
           STRING "  Transit=" ACC-TRANSIT(ACC-IDX)
               " Compte=" ACC-ACCOUNT(ACC-IDX)
               "  - Employes: " ACC-GROUP-SIZE
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REPORT-FIELD
           WRITE REPORT-RECORD
           PERFORM VARYING ACC-OTHER-IDX FROM ACC-IDX BY 1
                   UNTIL ACC-OTHER-IDX > ACC-COUNT
               IF ACC-TRANSIT(ACC-OTHER-IDX) = ACC-TRANSIT(ACC-IDX)
                       AND ACC-ACCOUNT(ACC-OTHER-IDX)
                           = ACC-ACCOUNT(ACC-IDX)
                   MOVE 'O' TO ACC-REPORTED(ACC-OTHER-IDX)
                   MOVE SPACES TO TEMP-STRING
                   STRING "      " ACC-ID(ACC-OTHER-IDX) " "
                       ACC-NAME(ACC-OTHER-IDX)
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
                   MOVE TEMP-STRING TO REPORT-FIELD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

       CHECK-SAL-DATE.                                                          *> Controle du format AAAA-MM-JJ de SAL-DATE
           MOVE 'O' TO SAL-DATE-OK
           IF SAL-DATE-YEAR NOT NUMERIC OR SAL-DATE-MONTH NOT NUMERIC
              OR SAL-DATE-DAY NOT NUMERIC
              OR SAL-DATE-SEP1 NOT = '-' OR SAL-DATE-SEP2 NOT = '-'
               MOVE 'N' TO SAL-DATE-OK
           ELSE
               IF SAL-DATE-YEAR < 1900
                  OR SAL-DATE-MONTH < 1 OR SAL-DATE-MONTH > 12
                  OR SAL-DATE-DAY < 1 OR SAL-DATE-DAY > 31
                   MOVE 'N' TO SAL-DATE-OK
               END-IF
           END-IF.

       DATE-TO-DAY-NUMBER.                                                      *> Numero de jour julien de SAL-DATE
           COMPUTE SAL-CALC-A = (14 - SAL-DATE-MONTH) / 12
           COMPUTE SAL-CALC-Y = SAL-DATE-YEAR + 4800 - SAL-CALC-A
           COMPUTE SAL-CALC-M = SAL-DATE-MONTH + (12 * SAL-CALC-A) - 3
           COMPUTE SAL-CALC-Q = (153 * SAL-CALC-M + 2) / 5
           COMPUTE SAL-DAY-NUMBER = SAL-DATE-DAY + SAL-CALC-Q
               + (365 * SAL-CALC-Y) - 32045
           DIVIDE SAL-CALC-Y BY 4 GIVING SAL-CALC-Q
           ADD SAL-CALC-Q TO SAL-DAY-NUMBER
           DIVIDE SAL-CALC-Y BY 100 GIVING SAL-CALC-Q
           SUBTRACT SAL-CALC-Q FROM SAL-DAY-NUMBER
           DIVIDE SAL-CALC-Y BY 400 GIVING SAL-CALC-Q
           ADD SAL-CALC-Q TO SAL-DAY-NUMBER.

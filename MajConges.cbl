       IDENTIFICATION DIVISION.                                                 *> Maintenance des banques d'heures de conge
       PROGRAM-ID. MajConges.                                                   *> (banques-conges.dat) et registre imprime des changements

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "transactions-conges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANS-STATUS.                                         *> Transactions (ajout/changement/ajustement/suppression)
           SELECT EMP-FILE ASSIGN TO "employes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-STATUS.                                           *> Meme fichier maitre indexe que GestionPaie, cle = EMP-ID
           SELECT LEAVE-BANK-FILE ASSIGN TO "banques-conges.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BQC-KEY
           FILE STATUS IS BQC-STATUS.                                           *> Banques d'heures de conge lues et reecrites par GestionPaie
           SELECT REGISTER-FILE ASSIGN TO "registre-conges.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Registre imprime: avant et apres de chaque changement
           SELECT ADJUST-LOG-FILE ASSIGN TO "ajustements-conges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ADJ-STATUS.                                           *> Journal permanent des ajouts et ajustements de solde,
                                                                                 *> relu par CloturePeriode (lignes de conge rejetees)

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 TRANS-RECORD.                                                         *> Une transaction par ligne: action + champs de la banque
           05 TRC-ACTION       PIC X.                                           *> 'A' = ajout, 'C' = changement de la regle,
                                                                                 *> 'J' = ajustement du solde, 'S' = suppression
           05 TRC-ID           PIC X(6).                                        *> EMP-ID de l'employe
           05 TRC-CODE         PIC X.                                           *> Code de conge des feuilles de temps (pas 'N')
           05 TRC-LABEL        PIC X(20).                                       *> Libelle (MALADIE, PERSONNEL...)
           05 TRC-METHOD       PIC X.                                           *> 'P' par periode, 'H' par heure travaillee,
                                                                                 *> 'A' octroi annuel seulement
           05 TRC-RATE         PIC 9(2)V9(4).                                   *> Taux d'acquisition selon TRC-METHOD
           05 TRC-MAX-BALANCE  PIC 9(4)V99.                                     *> Solde maximal (0 = aucun plafond)
           05 TRC-ANNUAL-GRANT PIC 9(4)V99.                                     *> Heures octroyees au debut de chaque annee
           05 TRC-CARRYOVER    PIC 9(4)V99.                                     *> Heures reportees au plus (0 = remise a zero)
           05 TRC-SIGN         PIC X.                                           *> 'J': '+' ou '-'
           05 TRC-HOURS        PIC 9(4)V99.                                     *> 'A': solde d'ouverture; 'J': heures ajustees
           05 TRC-REASON       PIC X(30).                                       *> 'J': motif de l'ajustement, imprime au registre

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
           05 BQC-LAST-ROLLOVER PIC X(4).

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REGISTER-FIELD   PIC X(200).

       FD ADJUST-LOG-FILE.
       01 ADJUST-LOG-RECORD.                                                    *> Une ligne par ajout ou ajustement applique
           05 ADJ-ID           PIC X(6).
           05 ADJ-CODE         PIC X.
           05 ADJ-ACTION       PIC X.                                           *> 'A' = ajout (solde d'ouverture), 'J' = ajustement
           05 ADJ-RUN-DATE     PIC X(10).                                       *> Date et heure de l'execution (AAAA-MM-JJ, HHMMSS)
           05 ADJ-RUN-TIME     PIC X(6).
           05 ADJ-SIGN         PIC X.
           05 ADJ-HOURS        PIC 9(4)V99.
           05 ADJ-REASON       PIC X(30).

       WORKING-STORAGE SECTION.
       01 TRANS-STATUS     PIC XX.                                              *> Code retour des operations sur TRANS-FILE
       01 EMP-STATUS       PIC XX.                                              *> Code retour des operations sur EMP-FILE
       01 BQC-STATUS       PIC XX.                                              *> Code retour des operations sur LEAVE-BANK-FILE
       01 ADJ-STATUS       PIC XX.                                              *> Code retour des operations sur ADJUST-LOG-FILE
       01 ADJ-CLOCK-DATE   PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 ADJ-CLOCK-TIME   PIC X(8).                                            *> Heure systeme (HHMMSScc)
       01 RUN-DATE         PIC X(10).                                           *> Date de l'execution (AAAA-MM-JJ)
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand le fichier en cours de lecture est epuise
       01 BQC-EOF          PIC X.                                               *> 'O' quand les banques de l'employe sont epuisees
       01 VALID-RECORD     PIC X VALUE 'O'.                                     *> 'O' si la transaction courante passe les validations
       01 REJECT-REASON    PIC X(60).                                           *> Motif du rejet, imprime dans le registre
       01 TEMP-STRING      PIC X(200).                                          *> Variable temporaire pour formater une ligne du registre
       01 SEPARATOR-LINE   PIC X(40) VALUE ALL "=".                             *> Ligne de separation du registre
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Nom de la compagnie affiche en tete du registre
       01 MAJ-APPLIED-COUNT  PIC 9(6) VALUE 0.                                  *> Nombre de transactions appliquees avec succes
       01 MAJ-REJECT-COUNT   PIC 9(6) VALUE 0.                                  *> Nombre de transactions rejetees
       01 BANK-FOUND       PIC X.                                               *> 'O' si la banque (EMP-ID, code) existe deja
       01 BANK-COUNT       PIC 99.                                              *> Banques deja ouvertes pour l'employe
       01 BALANCE-DISP     PIC 9(4).99.                                         *> Copies numeriques-editees pour le registre
       01 RATE-DISP        PIC 9(2).9(4).
       01 MAX-DISP         PIC 9(4).99.
       01 GRANT-DISP       PIC 9(4).99.
       01 CARRY-DISP       PIC 9(4).99.
       01 HOURS-DISP       PIC 9(4).99.
       01 OLD-VALUE-TEXT   PIC X(100).                                          *> Banque avant le changement, telle qu'imprimee
       01 NEW-VALUE-TEXT   PIC X(100).                                          *> Banque apres le changement, telle qu'imprimee
       01 VALUE-TEXT       PIC X(100).                                          *> Zone de formatage d'une banque (FORMAT-BANK-VALUE)

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "transactions-conges.txt (TRANS-STATUS=" TRANS-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF.

           OPEN INPUT EMP-FILE                                                  *> Un ajout doit viser un employe du maitre
           IF EMP-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir employes.dat "
                   "(EMP-STATUS=" EMP-STATUS ") -- execution annulee."
               CLOSE TRANS-FILE
               STOP RUN
           END-IF.

           OPEN I-O LEAVE-BANK-FILE.                                            *> Ouvre les banques de conge en lecture/ecriture
           IF BQC-STATUS = "35"                                                 *> "35" = premiere saisie: le fichier n'existe pas encore
               OPEN OUTPUT LEAVE-BANK-FILE
               CLOSE LEAVE-BANK-FILE
               OPEN I-O LEAVE-BANK-FILE
           END-IF.
           IF BQC-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir banques-conges.dat "
                   "(BQC-STATUS=" BQC-STATUS ") -- execution annulee."
               CLOSE TRANS-FILE
               CLOSE EMP-FILE
               STOP RUN
           END-IF.

           OPEN EXTEND ADJUST-LOG-FILE                                          *> Le journal s'allonge d'une execution a l'autre
           IF ADJ-STATUS = "35"
               OPEN OUTPUT ADJUST-LOG-FILE
           END-IF
           IF ADJ-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "ajustements-conges.dat (ADJ-STATUS=" ADJ-STATUS
                   ") -- execution annulee."
               CLOSE TRANS-FILE
               CLOSE EMP-FILE
               CLOSE LEAVE-BANK-FILE
               STOP RUN
           END-IF
           ACCEPT ADJ-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT ADJ-CLOCK-TIME FROM TIME
           MOVE SPACES TO RUN-DATE
           STRING ADJ-CLOCK-DATE(1:4) "-" ADJ-CLOCK-DATE(5:2) "-"
               ADJ-CLOCK-DATE(7:2)
               DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING.

           OPEN OUTPUT REGISTER-FILE.

           MOVE SEPARATOR-LINE TO REGISTER-FIELD                                *> En-tete du registre des banques de conge
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "REGISTRE DES BANQUES DE CONGE - " COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SEPARATOR-LINE TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'O'                                         *> Boucle principale: une transaction lue, validee, appliquee
               READ TRANS-FILE AT END
                   SET EOF-FLAG TO 'O'
               NOT AT END
                   MOVE 'O' TO VALID-RECORD
                   MOVE SPACES TO REJECT-REASON
                   MOVE SPACES TO OLD-VALUE-TEXT
                   MOVE SPACES TO NEW-VALUE-TEXT
                   PERFORM VALIDATE-TRANSACTION
                   IF VALID-RECORD = 'O'
                       EVALUATE TRC-ACTION                                      *> Applique la transaction selon son code d'action
                           WHEN 'A'
                               PERFORM APPLY-ADD
                           WHEN 'C'
                               PERFORM APPLY-CHANGE
                           WHEN 'J'
                               PERFORM APPLY-ADJUST
                           WHEN 'S'
                               PERFORM APPLY-DELETE
                       END-EVALUATE
                   END-IF
                   IF VALID-RECORD = 'O'
                       ADD 1 TO MAJ-APPLIED-COUNT
                       PERFORM WRITE-APPLIED-LINES
                       IF TRC-ACTION = 'A' OR TRC-ACTION = 'J'
                           PERFORM WRITE-ADJUST-LOG
                       END-IF
                   ELSE
                       ADD 1 TO MAJ-REJECT-COUNT
                       PERFORM WRITE-REJECTED-LINE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           CLOSE EMP-FILE.
           CLOSE LEAVE-BANK-FILE.
           CLOSE ADJUST-LOG-FILE.

           MOVE SEPARATOR-LINE TO REGISTER-FIELD                                *> Totaux du registre
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Transactions appliquees: " MAJ-APPLIED-COUNT
               "  - Transactions rejetees: " MAJ-REJECT-COUNT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SEPARATOR-LINE TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

           CLOSE REGISTER-FILE.

           DISPLAY "Mise a jour des banques de conge: "
               MAJ-APPLIED-COUNT " appliquee(s), " MAJ-REJECT-COUNT
               " rejetee(s) (registre dans registre-conges.txt)."

           STOP RUN.

       VALIDATE-TRANSACTION.                                                    *> Controle de la transaction avant application
           IF TRC-ACTION NOT = 'A' AND TRC-ACTION NOT = 'C'
                   AND TRC-ACTION NOT = 'J' AND TRC-ACTION NOT = 'S'
               MOVE 'N' TO VALID-RECORD
               MOVE "Code d'action invalide (A, C, J ou S)"
                   TO REJECT-REASON
           END-IF
           *> 'N' est reserve au conge sans solde, qui n'a pas de
           *> banque; une ligne a blanc est une ligne travaillee
           IF VALID-RECORD = 'O'
               IF TRC-CODE = SPACE OR TRC-CODE = 'N'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Code de conge invalide (blanc et N reserves)"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O'
               MOVE TRC-ID   TO BQC-ID
               MOVE TRC-CODE TO BQC-CODE
               MOVE 'O' TO BANK-FOUND
               READ LEAVE-BANK-FILE
                   INVALID KEY
                       MOVE 'N' TO BANK-FOUND
               END-READ
               IF TRC-ACTION = 'A' AND BANK-FOUND = 'O'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Banque deja presente (C ou J pour la changer)"
                       TO REJECT-REASON
               END-IF
               IF TRC-ACTION NOT = 'A' AND BANK-FOUND = 'N'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Banque introuvable (EMP-ID, code)"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND TRC-ACTION = 'A'
               MOVE TRC-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE 'N' TO VALID-RECORD
                       MOVE "EMP-ID absent du fichier maitre"
                           TO REJECT-REASON
               END-READ
           END-IF
           *> GestionPaie charge au plus 10 banques par employe
           IF VALID-RECORD = 'O' AND TRC-ACTION = 'A'
               PERFORM COUNT-EMPLOYEE-BANKS
               IF BANK-COUNT >= 10
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Employe deja pourvu de 10 banques de conge"
                       TO REJECT-REASON
               END-IF
           END-IF
           *> Un ajout ou un changement doit fournir une regle
           *> d'acquisition utilisable
           IF VALID-RECORD = 'O'
                   AND (TRC-ACTION = 'A' OR TRC-ACTION = 'C')
               IF TRC-RATE NOT NUMERIC OR TRC-MAX-BALANCE NOT NUMERIC
                       OR TRC-ANNUAL-GRANT NOT NUMERIC
                       OR TRC-CARRYOVER NOT NUMERIC
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Taux, plafond, octroi ou report non numerique"
                       TO REJECT-REASON
               ELSE
               IF TRC-LABEL = SPACES
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Banque sans libelle" TO REJECT-REASON
               ELSE
               IF TRC-METHOD NOT = 'P' AND TRC-METHOD NOT = 'H'
                       AND TRC-METHOD NOT = 'A'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Regle d'acquisition invalide (P, H ou A)"
                       TO REJECT-REASON
               ELSE
               IF TRC-METHOD NOT = 'A' AND TRC-RATE = 0
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Taux d'acquisition a zero (regle A sinon)"
                       TO REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND TRC-ACTION = 'A'
               IF TRC-HOURS NOT NUMERIC
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Solde d'ouverture non numerique"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND TRC-ACTION = 'J'
               IF TRC-SIGN NOT = '+' AND TRC-SIGN NOT = '-'
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Signe de l'ajustement invalide (+ ou -)"
                       TO REJECT-REASON
               ELSE
               IF TRC-HOURS NOT NUMERIC
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Heures ajustees non numeriques"
                       TO REJECT-REASON
               ELSE
               IF TRC-HOURS = 0
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Ajustement de zero heure" TO REJECT-REASON
               ELSE
               IF TRC-REASON = SPACES
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Ajustement sans motif" TO REJECT-REASON
               ELSE
               IF TRC-SIGN = '-' AND TRC-HOURS > BQC-BALANCE
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Ajustement superieur au solde de la banque"
                       TO REJECT-REASON
               ELSE
               IF TRC-SIGN = '+'
                       AND BQC-BALANCE + TRC-HOURS > 9999.99
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Solde ajuste hors limites (9999.99)"
                       TO REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       COUNT-EMPLOYEE-BANKS.                                                    *> Nombre de banques deja ouvertes pour TRC-ID
           MOVE 0 TO BANK-COUNT
           MOVE TRC-ID     TO BQC-ID
           MOVE LOW-VALUES TO BQC-CODE
           MOVE 'N' TO BQC-EOF
           START LEAVE-BANK-FILE KEY IS NOT LESS THAN BQC-KEY
               INVALID KEY
                   MOVE 'O' TO BQC-EOF
           END-START
           PERFORM UNTIL BQC-EOF = 'O'
               READ LEAVE-BANK-FILE NEXT RECORD
                   AT END
                       MOVE 'O' TO BQC-EOF
                   NOT AT END
                       IF BQC-ID NOT = TRC-ID
                           MOVE 'O' TO BQC-EOF
                       ELSE
                           ADD 1 TO BANK-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ADD.                                                               *> Ajout: nouvelle banque avec son solde d'ouverture
           MOVE "(aucune banque)" TO OLD-VALUE-TEXT
           MOVE TRC-ID           TO BQC-ID
           MOVE TRC-CODE         TO BQC-CODE
           MOVE EMP-NAME         TO BQC-NAME
           MOVE TRC-HOURS        TO BQC-BALANCE
           MOVE 0                TO BQC-TAKEN-YTD
           MOVE 0                TO BQC-ACCRUED-YTD
           MOVE SPACES           TO BQC-LAST-ROLLOVER
           PERFORM MOVE-TRANS-TO-BANK
           WRITE LEAVE-BANK-RECORD
               INVALID KEY
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Ecriture de la banque refusee"
                       TO REJECT-REASON
           END-WRITE
           IF VALID-RECORD = 'O'
               PERFORM FORMAT-BANK-VALUE
               MOVE VALUE-TEXT TO NEW-VALUE-TEXT
           END-IF.

       APPLY-CHANGE.                                                            *> Changement: regle et libelle remplaces, solde et cumuls
           PERFORM FORMAT-BANK-VALUE                                            *> de l'annee intacts
           MOVE VALUE-TEXT TO OLD-VALUE-TEXT
           PERFORM MOVE-TRANS-TO-BANK
           PERFORM REWRITE-BANK.

       APPLY-ADJUST.                                                            *> Ajustement du solde (correction, octroi ponctuel);
           PERFORM FORMAT-BANK-VALUE                                            *> les cumuls de l'annee ne bougent pas
           MOVE VALUE-TEXT TO OLD-VALUE-TEXT
           IF TRC-SIGN = '+'
               ADD TRC-HOURS TO BQC-BALANCE
           ELSE
               SUBTRACT TRC-HOURS FROM BQC-BALANCE
           END-IF
           PERFORM REWRITE-BANK.

       WRITE-ADJUST-LOG.                                                        *> Inscrit l'ajout ou l'ajustement applique au journal
           MOVE SPACES         TO ADJUST-LOG-RECORD
           MOVE TRC-ID         TO ADJ-ID
           MOVE TRC-CODE       TO ADJ-CODE
           MOVE TRC-ACTION     TO ADJ-ACTION
           MOVE RUN-DATE       TO ADJ-RUN-DATE
           MOVE ADJ-CLOCK-TIME(1:6) TO ADJ-RUN-TIME
           MOVE TRC-HOURS      TO ADJ-HOURS
           IF TRC-ACTION = 'J'
               MOVE TRC-SIGN   TO ADJ-SIGN
               MOVE TRC-REASON TO ADJ-REASON
           ELSE
               MOVE '+'        TO ADJ-SIGN
               MOVE "Ouverture de la banque" TO ADJ-REASON
           END-IF
           WRITE ADJUST-LOG-RECORD.

       APPLY-DELETE.                                                            *> Suppression: la banque disparait; les conges deja
           PERFORM FORMAT-BANK-VALUE                                            *> inscrits par periode restent pour le rapport
           MOVE VALUE-TEXT TO OLD-VALUE-TEXT
           DELETE LEAVE-BANK-FILE RECORD
               INVALID KEY
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Suppression de la banque refusee"
                       TO REJECT-REASON
           END-DELETE
           IF VALID-RECORD = 'O'
               MOVE "(banque supprimee)" TO NEW-VALUE-TEXT
           END-IF.

       MOVE-TRANS-TO-BANK.                                                      *> Recopie la regle de la transaction dans la banque
           MOVE TRC-LABEL        TO BQC-LABEL
           MOVE TRC-METHOD       TO BQC-METHOD
           MOVE TRC-RATE         TO BQC-RATE
           MOVE TRC-MAX-BALANCE  TO BQC-MAX-BALANCE
           MOVE TRC-ANNUAL-GRANT TO BQC-ANNUAL-GRANT
           MOVE TRC-CARRYOVER    TO BQC-CARRYOVER.

       REWRITE-BANK.                                                            *> Reecrit la banque lue par la validation
           REWRITE LEAVE-BANK-RECORD
               INVALID KEY
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Reecriture de la banque refusee"
                       TO REJECT-REASON
           END-REWRITE
           IF VALID-RECORD = 'O'
               PERFORM FORMAT-BANK-VALUE
               MOVE VALUE-TEXT TO NEW-VALUE-TEXT
           END-IF.

       FORMAT-BANK-VALUE.                                                       *> Banque courante telle qu'imprimee au registre
           COMPUTE BALANCE-DISP = BQC-BALANCE
           COMPUTE RATE-DISP    = BQC-RATE
           COMPUTE MAX-DISP     = BQC-MAX-BALANCE
           COMPUTE GRANT-DISP   = BQC-ANNUAL-GRANT
           COMPUTE CARRY-DISP   = BQC-CARRYOVER
           MOVE SPACES TO VALUE-TEXT
           STRING BQC-LABEL " solde " BALANCE-DISP
               " regle " BQC-METHOD " taux " RATE-DISP
               " plafond " MAX-DISP " octroi " GRANT-DISP
               " report " CARRY-DISP
               DELIMITED BY SIZE
               INTO VALUE-TEXT
           END-STRING.

       WRITE-APPLIED-LINES.                                                     *> Trace d'une transaction appliquee: cle, ancienne et
           MOVE SPACES TO TEMP-STRING                                           *> nouvelle valeur (et motif d'un ajustement)
           IF TRC-ACTION = 'J'
               COMPUTE HOURS-DISP = TRC-HOURS
               STRING "APPLIQUE  " TRC-ACTION " " TRC-ID
                   " conge " TRC-CODE " " TRC-SIGN HOURS-DISP " h -- "
                   TRC-REASON
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               STRING "APPLIQUE  " TRC-ACTION " " TRC-ID
                   " conge " TRC-CODE
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "          avant: " OLD-VALUE-TEXT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "          apres: " NEW-VALUE-TEXT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

       WRITE-REJECTED-LINE.                                                     *> Trace d'une transaction rejetee, avec le motif du rejet
           MOVE SPACES TO TEMP-STRING
           STRING "REJETE    " TRC-ACTION " " TRC-ID
               " conge " TRC-CODE
               " -- REJET: " REJECT-REASON
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

       IDENTIFICATION DIVISION.                                                 *> Maintenance du fichier des taux dates (taux-paie.dat)
       PROGRAM-ID. MajTaux.                                                     *> et registre imprime de ce qui a change

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "transactions-taux.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANS-STATUS.                                         *> Transactions (ajout/changement/suppression) a appliquer
           SELECT RATE-FILE ASSIGN TO "taux-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-STATUS.                                          *> Fichier des taux dates lu par tous les programmes de paie
           SELECT REGISTER-FILE ASSIGN TO "registre-taux.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Registre imprime: ancien et nouveau taux de chaque changement

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 TRANS-RECORD.                                                         *> Une transaction par ligne: action + champs de l'entree
           05 TRT-ACTION       PIC X.                                           *> 'A' = ajout, 'C' = changement, 'S' = suppression
           05 TRT-TYPE         PIC X(4).                                        *> IMPO, CHRG, VACA, FERI ou RRET (voir TAUXRT)
           05 TRT-EFFECTIVE    PIC X(10).                                       *> Date d'effet (AAAA-MM-JJ)
           05 TRT-SEQ          PIC 9(2).                                        *> Rang de l'entree dans le jeu de son type
           05 TRT-NAME         PIC X(20).                                       *> Libelle (charges employeur)
           05 TRT-RATE         PIC 9V9(4).                                      *> Taux
           05 TRT-AMOUNT       PIC 9(7)V99.                                     *> Borne de tranche ou plafond annuel
           05 TRT-COUNT        PIC 9(2).                                        *> Fenetre de reference du ferie, en periodes

       FD RATE-FILE.
       01 RATE-RECORD.                                                          *> Une entree de taux par ligne, avec sa date d'effet
           05 RT-TYPE          PIC X(4).
           05 RT-EFFECTIVE     PIC X(10).
           05 RT-SEQ           PIC 9(2).
           05 RT-NAME          PIC X(20).
           05 RT-RATE          PIC 9V9(4).
           05 RT-AMOUNT        PIC 9(7)V99.
           05 RT-COUNT         PIC 9(2).

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REGISTER-FIELD   PIC X(200).

       WORKING-STORAGE SECTION.
       01 TRANS-STATUS     PIC XX.                                              *> Code retour des operations sur TRANS-FILE
       01 RATE-STATUS      PIC XX.                                              *> Code retour des operations sur RATE-FILE
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand le fichier en cours de lecture est epuise
       01 VALID-RECORD     PIC X VALUE 'O'.                                     *> 'O' si la transaction courante passe les validations
       01 REJECT-REASON    PIC X(60).                                           *> Motif du rejet, imprime dans le registre
       01 TEMP-STRING      PIC X(200).                                          *> Variable temporaire pour formater une ligne du registre
       01 SEPARATOR-LINE   PIC X(40) VALUE ALL "=".                             *> Ligne de separation du registre
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Nom de la compagnie affiche en tete du registre
       01 MAJ-APPLIED-COUNT  PIC 9(6) VALUE 0.                                  *> Nombre de transactions appliquees avec succes
       01 MAJ-REJECT-COUNT   PIC 9(6) VALUE 0.                                  *> Nombre de transactions rejetees
       COPY TAUXRT.                                                             *> Copie en memoire du fichier des taux, reecrite en fin
       01 FOUND-IDX        PIC 9(3).                                            *> Entree de meme cle (type, date, rang), 0 si aucune
       01 PREV-IDX         PIC 9(3).                                            *> Entree en vigueur juste avant la date d'effet
       01 PREV-EFFECTIVE   PIC X(10).                                           *> Date d'effet de PREV-IDX
       01 MAX-SEQ          PIC 9(2).                                            *> Rang maximum du type (IMPO 5, CHRG 3, RRET 2, autres 1)
       01 DATE-CHECK.
           05 DCK-YEAR     PIC X(4).
           05 DCK-SEP1     PIC X.
           05 DCK-MONTH    PIC X(2).
           05 DCK-MONTH-NUM REDEFINES DCK-MONTH PIC 9(2).
           05 DCK-SEP2     PIC X.
           05 DCK-DAY      PIC X(2).
           05 DCK-DAY-NUM REDEFINES DCK-DAY PIC 9(2).
       01 RATE-DISP        PIC 9.9(4).                                          *> Copies numeriques-editees pour le registre
       01 AMOUNT-DISP      PIC 9(7).99.
       01 OLD-VALUE-TEXT   PIC X(80).                                           *> Valeur avant le changement, telle qu'imprimee
       01 NEW-VALUE-TEXT   PIC X(80).                                           *> Valeur apres le changement, telle qu'imprimee
       01 VALUE-TEXT       PIC X(80).                                           *> Zone de formatage d'une valeur (FORMAT-ENTRY-VALUE)
       01 SORT-IDX         PIC 9(3).                                            *> Indices du tri de la table avant reecriture
       01 SORT-NEXT        PIC 9(3).
       01 SORT-SWAPPED     PIC X.
       01 SWAP-ENTRY       PIC X(52).                                           *> Une entree de la table, le temps d'un echange
       01 SET-TYPE         PIC X(4).                                            *> Jeu (type, date) en cours de controle
       01 SET-EFFECTIVE    PIC X(10).
       01 SET-COUNT        PIC 9(2).                                            *> Nombre d'entrees du jeu
       01 SET-EXPECTED     PIC 9(2).                                            *> Nombre d'entrees attendu pour le type
       01 INCOMPLETE-COUNT PIC 9(3) VALUE 0.                                    *> Jeux incomplets signales au registre
       01 WRITTEN-COUNT    PIC 9(3) VALUE 0.                                    *> Entrees reecrites dans taux-paie.dat

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "transactions-taux.txt (TRANS-STATUS=" TRANS-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF.

           PERFORM LOAD-RATE-FILE.                                              *> Entrees existantes; fichier absent = premiere saisie

           OPEN OUTPUT REGISTER-FILE.

           MOVE SEPARATOR-LINE TO REGISTER-FIELD                                *> En-tete du registre des changements de taux
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "REGISTRE DES CHANGEMENTS DE TAUX - " COMPANY-NAME
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
                       EVALUATE TRT-ACTION                                      *> Applique la transaction selon son code d'action
                           WHEN 'A'
                               PERFORM APPLY-ADD
                           WHEN 'C'
                               PERFORM APPLY-CHANGE
                           WHEN 'S'
                               PERFORM APPLY-DELETE
                       END-EVALUATE
                   END-IF
                   IF VALID-RECORD = 'O'
                       ADD 1 TO MAJ-APPLIED-COUNT
                       PERFORM WRITE-APPLIED-LINES
                   ELSE
                       ADD 1 TO MAJ-REJECT-COUNT
                       PERFORM WRITE-REJECTED-LINE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

           *> Le fichier n'est reecrit que si quelque chose a change:
           *> un lot entierement rejete laisse les taux intacts
           IF MAJ-APPLIED-COUNT > 0
               PERFORM SORT-RATE-TABLE
               PERFORM WRITE-RATE-FILE
           END-IF.

           PERFORM CHECK-RATE-SETS.                                             *> Signale les jeux (type, date) incomplets

           MOVE SEPARATOR-LINE TO REGISTER-FIELD                                *> Totaux du registre
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Transactions appliquees: " MAJ-APPLIED-COUNT
               "  - Transactions rejetees: " MAJ-REJECT-COUNT
               "  - Jeux incomplets: " INCOMPLETE-COUNT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SEPARATOR-LINE TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

           CLOSE REGISTER-FILE.

           DISPLAY "Mise a jour des taux: " MAJ-APPLIED-COUNT
               " appliquee(s), " MAJ-REJECT-COUNT " rejetee(s) "
               "(registre dans registre-taux.txt)."
           IF INCOMPLETE-COUNT > 0
               DISPLAY "ATTENTION: " INCOMPLETE-COUNT " jeu(x) de "
                   "taux incomplet(s) -- voir registre-taux.txt."
           END-IF

           STOP RUN.

       LOAD-RATE-FILE.                                                          *> Charge toutes les entrees existantes du fichier des taux
           MOVE 0 TO RTT-TOTAL
           OPEN INPUT RATE-FILE
           IF RATE-STATUS = "35"                                                *> Pas encore de fichier: la premiere saisie le cree
               CONTINUE
           ELSE
           IF RATE-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "taux-paie.dat (RATE-STATUS=" RATE-STATUS
                   ") -- execution annulee."
               CLOSE TRANS-FILE
               STOP RUN
           ELSE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ RATE-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       IF RTT-TOTAL >= 500
                           DISPLAY "ERREUR: taux-paie.dat depasse 500 "
                               "entrees -- execution annulee."
                           CLOSE RATE-FILE
                           CLOSE TRANS-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO RTT-TOTAL
                       MOVE RT-TYPE      TO RTT-TYPE(RTT-TOTAL)
                       MOVE RT-EFFECTIVE TO RTT-EFFECTIVE(RTT-TOTAL)
                       MOVE RT-SEQ       TO RTT-SEQ(RTT-TOTAL)
                       MOVE RT-NAME      TO RTT-NAME(RTT-TOTAL)
                       MOVE RT-RATE      TO RTT-RATE(RTT-TOTAL)
                       MOVE RT-AMOUNT    TO RTT-AMOUNT(RTT-TOTAL)
                       MOVE RT-COUNT     TO RTT-COUNT(RTT-TOTAL)
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF
           END-IF.

       VALIDATE-TRANSACTION.                                                    *> Controle de la transaction avant application
           IF TRT-ACTION NOT = 'A' AND TRT-ACTION NOT = 'C'
                   AND TRT-ACTION NOT = 'S'
               MOVE 'N' TO VALID-RECORD
               MOVE "Code d'action invalide (A, C ou S)"
                   TO REJECT-REASON
           END-IF
           IF VALID-RECORD = 'O'
               EVALUATE TRT-TYPE
                   WHEN "IMPO"
                       MOVE 5 TO MAX-SEQ
                   WHEN "CHRG"
                       MOVE 3 TO MAX-SEQ
                   WHEN "VACA"
                       MOVE 1 TO MAX-SEQ
                   WHEN "FERI"
                       MOVE 1 TO MAX-SEQ
                   WHEN "RRET"
                       MOVE 2 TO MAX-SEQ
                   WHEN OTHER
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Type invalide (IMPO CHRG VACA FERI RRET)"
                           TO REJECT-REASON
               END-EVALUATE
           END-IF
           *> La date d'effet est comparee en texte aux fins de
           *> periode du calendrier: elle doit etre AAAA-MM-JJ exact
           IF VALID-RECORD = 'O'
               MOVE TRT-EFFECTIVE TO DATE-CHECK
               IF DCK-YEAR NOT NUMERIC OR DCK-SEP1 NOT = "-"
                       OR DCK-MONTH NOT NUMERIC OR DCK-SEP2 NOT = "-"
                       OR DCK-DAY NOT NUMERIC
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Date d'effet invalide (AAAA-MM-JJ)"
                       TO REJECT-REASON
               ELSE
               IF DCK-MONTH-NUM < 1 OR DCK-MONTH-NUM > 12
                       OR DCK-DAY-NUM < 1 OR DCK-DAY-NUM > 31
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Date d'effet invalide (mois ou jour)"
                       TO REJECT-REASON
               END-IF
               END-IF
           END-IF
           IF VALID-RECORD = 'O'
               IF TRT-SEQ NOT NUMERIC
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Rang non numerique" TO REJECT-REASON
               ELSE
               IF TRT-SEQ < 1 OR TRT-SEQ > MAX-SEQ
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Rang hors limites pour ce type de taux"
                       TO REJECT-REASON
               END-IF
               END-IF
           END-IF
           *> Une suppression ne porte que sur la cle; un ajout ou un
           *> changement doit fournir des valeurs utilisables
           IF VALID-RECORD = 'O' AND TRT-ACTION NOT = 'S'
               IF TRT-RATE NOT NUMERIC OR TRT-AMOUNT NOT NUMERIC
                       OR TRT-COUNT NOT NUMERIC
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Taux, montant ou fenetre non numerique"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND TRT-ACTION NOT = 'S'
               EVALUATE TRT-TYPE
                   WHEN "IMPO"
                       IF TRT-AMOUNT = 0
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Borne de tranche a zero"
                               TO REJECT-REASON
                       END-IF
                   WHEN "CHRG"
                       IF TRT-NAME = SPACES OR TRT-AMOUNT = 0
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Charge sans libelle ou sans plafond"
                               TO REJECT-REASON
                       END-IF
                   WHEN "FERI"
                       *> FERIE-LOOKBACK-PERIODS est sur un chiffre
                       IF TRT-COUNT < 1 OR TRT-COUNT > 9
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Fenetre du ferie hors limites (1 a 9)"
                               TO REJECT-REASON
                       END-IF
                   WHEN "RRET"
                       *> Sans maximum annuel, la cotisation et la
                       *> contrepartie courraient sans limite
                       IF TRT-AMOUNT = 0
                           MOVE 'N' TO VALID-RECORD
                           MOVE "Regime de retraite sans maximum annuel"
                               TO REJECT-REASON
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF VALID-RECORD = 'O'
               PERFORM FIND-ENTRY
               IF TRT-ACTION = 'A' AND FOUND-IDX NOT = 0
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Entree deja presente (C pour la changer)"
                       TO REJECT-REASON
               END-IF
               IF TRT-ACTION NOT = 'A' AND FOUND-IDX = 0
                   MOVE 'N' TO VALID-RECORD
                   MOVE "Entree introuvable (type, date, rang)"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-RECORD = 'O' AND TRT-ACTION = 'A'
                   AND RTT-TOTAL >= 500
               MOVE 'N' TO VALID-RECORD
               MOVE "Fichier des taux plein (500 entrees)"
                   TO REJECT-REASON
           END-IF.

       FIND-ENTRY.                                                              *> Cherche l'entree de meme type, date d'effet et rang
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-TOTAL
               IF RTT-TYPE(RTT-IDX) = TRT-TYPE
                       AND RTT-EFFECTIVE(RTT-IDX) = TRT-EFFECTIVE
                       AND RTT-SEQ(RTT-IDX) = TRT-SEQ
                   MOVE RTT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-PREVIOUS-ENTRY.                                                     *> Entree de meme type et rang en vigueur juste avant la
           MOVE 0 TO PREV-IDX                                                   *> date d'effet de la transaction: c'est la valeur que le
           MOVE SPACES TO PREV-EFFECTIVE                                        *> changement remplace a compter de cette date
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-TOTAL
               IF RTT-TYPE(RTT-IDX) = TRT-TYPE
                       AND RTT-SEQ(RTT-IDX) = TRT-SEQ
                       AND RTT-EFFECTIVE(RTT-IDX) < TRT-EFFECTIVE
                       AND RTT-EFFECTIVE(RTT-IDX) > PREV-EFFECTIVE
                   MOVE RTT-IDX TO PREV-IDX
                   MOVE RTT-EFFECTIVE(RTT-IDX) TO PREV-EFFECTIVE
               END-IF
           END-PERFORM.

       APPLY-ADD.                                                               *> Ajout: nouvelle entree; l'ancienne valeur est celle en
           PERFORM FIND-PREVIOUS-ENTRY                                          *> vigueur juste avant la date d'effet
           IF PREV-IDX = 0
               MOVE "(aucune valeur anterieure)" TO OLD-VALUE-TEXT
           ELSE
               MOVE PREV-IDX TO RTT-IDX
               PERFORM FORMAT-ENTRY-VALUE
               MOVE VALUE-TEXT TO OLD-VALUE-TEXT
           END-IF
           ADD 1 TO RTT-TOTAL
           MOVE RTT-TOTAL TO FOUND-IDX
           PERFORM MOVE-TRANS-TO-ENTRY
           MOVE FOUND-IDX TO RTT-IDX
           PERFORM FORMAT-ENTRY-VALUE
           MOVE VALUE-TEXT TO NEW-VALUE-TEXT.

       APPLY-CHANGE.                                                            *> Changement: l'entree de meme cle est remplacee au complet
           MOVE FOUND-IDX TO RTT-IDX
           PERFORM FORMAT-ENTRY-VALUE
           MOVE VALUE-TEXT TO OLD-VALUE-TEXT
           PERFORM MOVE-TRANS-TO-ENTRY
           MOVE FOUND-IDX TO RTT-IDX
           PERFORM FORMAT-ENTRY-VALUE
           MOVE VALUE-TEXT TO NEW-VALUE-TEXT.

       APPLY-DELETE.                                                            *> Suppression: l'entree est blanchie et ne sera pas reecrite;
           MOVE FOUND-IDX TO RTT-IDX                                            *> l'entree anterieure redevient en vigueur
           PERFORM FORMAT-ENTRY-VALUE
           MOVE VALUE-TEXT TO OLD-VALUE-TEXT
           PERFORM FIND-PREVIOUS-ENTRY
           IF PREV-IDX = 0
               MOVE "(aucune valeur en vigueur)" TO NEW-VALUE-TEXT
           ELSE
               MOVE PREV-IDX TO RTT-IDX
               PERFORM FORMAT-ENTRY-VALUE
               MOVE SPACES TO NEW-VALUE-TEXT
               STRING VALUE-TEXT DELIMITED BY "  "
                   " (du " PREV-EFFECTIVE ")"
                   DELIMITED BY SIZE
                   INTO NEW-VALUE-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO RTT-TYPE(FOUND-IDX).

       MOVE-TRANS-TO-ENTRY.                                                     *> Recopie les champs de la transaction dans l'entree FOUND-IDX
           MOVE TRT-TYPE      TO RTT-TYPE(FOUND-IDX)
           MOVE TRT-EFFECTIVE TO RTT-EFFECTIVE(FOUND-IDX)
           MOVE TRT-SEQ       TO RTT-SEQ(FOUND-IDX)
           MOVE TRT-NAME      TO RTT-NAME(FOUND-IDX)
           MOVE TRT-RATE      TO RTT-RATE(FOUND-IDX)
           MOVE TRT-AMOUNT    TO RTT-AMOUNT(FOUND-IDX)
           MOVE TRT-COUNT     TO RTT-COUNT(FOUND-IDX).

       FORMAT-ENTRY-VALUE.                                                      *> Valeur de l'entree RTT-IDX telle qu'imprimee au registre
           COMPUTE RATE-DISP = RTT-RATE(RTT-IDX)
           COMPUTE AMOUNT-DISP = RTT-AMOUNT(RTT-IDX)
           MOVE SPACES TO VALUE-TEXT
           EVALUATE RTT-TYPE(RTT-IDX)
               WHEN "IMPO"
                   STRING "taux " RATE-DISP " borne " AMOUNT-DISP
                       DELIMITED BY SIZE
                       INTO VALUE-TEXT
                   END-STRING
               WHEN "CHRG"
                   STRING RTT-NAME(RTT-IDX) " taux " RATE-DISP
                       " plafond " AMOUNT-DISP
                       DELIMITED BY SIZE
                       INTO VALUE-TEXT
                   END-STRING
               WHEN "RRET"
                   STRING "taux " RATE-DISP " maximum " AMOUNT-DISP
                       DELIMITED BY SIZE
                       INTO VALUE-TEXT
                   END-STRING
               WHEN "FERI"
                   STRING "taux " RATE-DISP " fenetre "
                       RTT-COUNT(RTT-IDX) " periodes"
                       DELIMITED BY SIZE
                       INTO VALUE-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "taux " RATE-DISP
                       DELIMITED BY SIZE
                       INTO VALUE-TEXT
                   END-STRING
           END-EVALUATE.

       SORT-RATE-TABLE.                                                         *> Classe la table par type, date d'effet et rang pour que
           MOVE 'O' TO SORT-SWAPPED                                             *> le fichier reecrit se lise d'un coup d'oeil (les entrees
           PERFORM UNTIL SORT-SWAPPED = 'N'                                     *> supprimees, blanchies, remontent en tete)
               MOVE 'N' TO SORT-SWAPPED
               PERFORM VARYING SORT-IDX FROM 1 BY 1
                       UNTIL SORT-IDX >= RTT-TOTAL
                   COMPUTE SORT-NEXT = SORT-IDX + 1
                   IF RTT-ENTRY(SORT-IDX)(1:16)
                           > RTT-ENTRY(SORT-NEXT)(1:16)
                       MOVE RTT-ENTRY(SORT-IDX) TO SWAP-ENTRY
                       MOVE RTT-ENTRY(SORT-NEXT) TO RTT-ENTRY(SORT-IDX)
                       MOVE SWAP-ENTRY TO RTT-ENTRY(SORT-NEXT)
                       MOVE 'O' TO SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-RATE-FILE.                                                         *> Reecrit taux-paie.dat au complet depuis la table
           OPEN OUTPUT RATE-FILE
           IF RATE-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible de reecrire taux-paie.dat "
                   "(RATE-STATUS=" RATE-STATUS ") -- les changements "
                   "du registre ne sont PAS appliques."
               CLOSE REGISTER-FILE
               STOP RUN
           END-IF
           MOVE 0 TO WRITTEN-COUNT
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-TOTAL
               IF RTT-TYPE(RTT-IDX) NOT = SPACES
                   MOVE RTT-TYPE(RTT-IDX)      TO RT-TYPE
                   MOVE RTT-EFFECTIVE(RTT-IDX) TO RT-EFFECTIVE
                   MOVE RTT-SEQ(RTT-IDX)       TO RT-SEQ
                   MOVE RTT-NAME(RTT-IDX)      TO RT-NAME
                   MOVE RTT-RATE(RTT-IDX)      TO RT-RATE
                   MOVE RTT-AMOUNT(RTT-IDX)    TO RT-AMOUNT
                   MOVE RTT-COUNT(RTT-IDX)     TO RT-COUNT
                   WRITE RATE-RECORD
                   ADD 1 TO WRITTEN-COUNT
               END-IF
           END-PERFORM
           CLOSE RATE-FILE.

       CHECK-RATE-SETS.                                                         *> Chaque jeu (type, date d'effet) remplace en entier le
           MOVE SEPARATOR-LINE TO REGISTER-FIELD                                *> precedent: un jeu incomplet ferait refuser la
           WRITE REGISTER-RECORD                                                *> paie des periodes ou il est en vigueur
           MOVE SPACES TO SET-TYPE
           MOVE SPACES TO SET-EFFECTIVE
           MOVE 0 TO SET-COUNT
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-TOTAL
               IF RTT-TYPE(RTT-IDX) NOT = SPACES
                   IF RTT-TYPE(RTT-IDX) NOT = SET-TYPE
                           OR RTT-EFFECTIVE(RTT-IDX) NOT = SET-EFFECTIVE
                       PERFORM CLOSE-RATE-SET
                       MOVE RTT-TYPE(RTT-IDX) TO SET-TYPE
                       MOVE RTT-EFFECTIVE(RTT-IDX) TO SET-EFFECTIVE
                       MOVE 0 TO SET-COUNT
                   END-IF
                   ADD 1 TO SET-COUNT
               END-IF
           END-PERFORM
           PERFORM CLOSE-RATE-SET.

       CLOSE-RATE-SET.                                                          *> Imprime le jeu termine et signale s'il est incomplet
           IF SET-TYPE NOT = SPACES
               EVALUATE SET-TYPE
                   WHEN "IMPO"
                       MOVE 5 TO SET-EXPECTED
                   WHEN "CHRG"
                       MOVE 3 TO SET-EXPECTED
                   WHEN "RRET"
                       MOVE 2 TO SET-EXPECTED
                   WHEN OTHER
                       MOVE 1 TO SET-EXPECTED
               END-EVALUATE
               MOVE SPACES TO TEMP-STRING
               IF SET-COUNT = SET-EXPECTED
                   STRING "JEU       " SET-TYPE " du " SET-EFFECTIVE
                       ": " SET-COUNT " entree(s), complet"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               ELSE
                   ADD 1 TO INCOMPLETE-COUNT
                   STRING "ATTENTION " SET-TYPE " du " SET-EFFECTIVE
                       ": " SET-COUNT " entree(s) sur " SET-EXPECTED
                       " -- jeu incomplet, la paie sera refusee"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               END-IF
               MOVE TEMP-STRING TO REGISTER-FIELD
               WRITE REGISTER-RECORD
           END-IF.

       WRITE-APPLIED-LINES.                                                     *> Trace d'une transaction appliquee: cle, ancienne et
           MOVE SPACES TO TEMP-STRING                                           *> nouvelle valeur
           STRING "APPLIQUE  " TRT-ACTION " " TRT-TYPE
               " effet " TRT-EFFECTIVE " rang " TRT-SEQ
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
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
           STRING "REJETE    " TRT-ACTION " " TRT-TYPE
               " effet " TRT-EFFECTIVE " rang " TRT-SEQ
               " -- REJET: " REJECT-REASON
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

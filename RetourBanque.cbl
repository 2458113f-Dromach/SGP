           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RET-STATUS.                                           *> Retours de la banque: un depot refuse par ligne, avec son motif
           SELECT PAYMENT-FILE ASSIGN TO DYNAMIC PAY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAY-STATUS.                                           *> Fichier de depot direct transmis: chaque retour doit s'apparier
                                                                                 *> a un detail de la transmission consolidee (LiberationBanque)
                                                                                 *> -- la derniere, ou sa copie numerotee si l'operateur
                                                                                 *> donne le numero d'une transmission anterieure
           SELECT EMP-FILE ASSIGN TO "employes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           SELECT REGISTER-FILE ASSIGN TO "rapport-retours.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Registre imprime des retours appliques ou rejetes
           SELECT AUDIT-FILE ASSIGN TO "modifications-employes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.                                         *> Meme journal des modifications du maitre que MajEmployes:
                                                                                 *> coordonnees retirees et passage au cheque y sont inscrits
           SELECT PROCESSED-LOG-FILE ASSIGN TO "retours-traites.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RTT-STATUS.                                           *> Journal permanent des transmissions dont les retours
                                                                                 *> ont ete traites (relu par CloturePeriode); on n'y fait
                                                                                 *> qu'ajouter (EXTEND)

       DATA DIVISION.
       FILE SECTION.
           05 RET-REASON       PIC X(30).                                       *> Motif de la banque (compte ferme, transit inconnu, ...)

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD PIC X(90).                                             *> Enregistrement H/D/T tel qu'ecrit par LiberationBanque

       FD EMP-FILE.
       01 EMP-RECORD.                                                           *> Copie conforme de l'enregistrement maitre de GestionPaie
           05 EMP-BANK-TRANSIT PIC X(8).
           05 EMP-BANK-ACCOUNT PIC X(12).
           05 EMP-PAY-METHOD   PIC X.
           05 EMP-PAY-TYPE     PIC X.
           05 EMP-ANNUAL-SALARY PIC 9(7)V99.
           05 EMP-HIRE-DATE    PIC X(10).
           05 EMP-TERM-DATE    PIC X(10).
           05 EMP-PENSION-RATE PIC 9V9(4).

       FD REISSUE-FILE.
       01 REISSUE-RECORD.                                                       *> Une ligne par montant a reemettre a l'employe
       01 REGISTER-RECORD.
           05 REGISTER-FIELD   PIC X(200).

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

       FD PROCESSED-LOG-FILE.
       01 PROCESSED-LOG-RECORD.                                                 *> Une ligne par execution: transmission rapprochee et
           05 RTT-SEQUENCE     PIC 9(6).                                        *> resultat
           05 RTT-RUN-DATE     PIC X(10).                                       *> Date et heure du traitement (AAAA-MM-JJ, HHMMSS)
           05 RTT-RUN-TIME     PIC X(6).
           05 RTT-APPLIED      PIC 9(6).                                        *> Retours appliques
           05 RTT-REJECTED     PIC 9(6).                                        *> Retours rejetes
           05 RTT-REISSUE-TOTAL PIC 9(8)V99.                                    *> Total a reemettre

       WORKING-STORAGE SECTION.
       01 RET-STATUS       PIC XX.                                              *> Code retour des operations sur RETURN-FILE
       01 PAY-STATUS       PIC XX.                                              *> Code retour des operations sur PAYMENT-FILE
           05 PAY-DET-TRANSIT  PIC X(8).
           05 PAY-DET-ACCOUNT  PIC X(12).
           05 PAY-DET-AMOUNT   PIC 9(7)V99.
       01 TRN-HEADER-REC.                                                       *> En-tete de la transmission: numero de sequence du fichier
           05 TRN-HDR-TYPE     PIC X.                                           *> (copie conforme de LiberationBanque)
           05 TRN-HDR-COMPANY  PIC X(40).
           05 TRN-HDR-SEQUENCE PIC 9(6).
           05 TRN-HDR-DATE     PIC X(10).
           05 TRN-HDR-TIME     PIC X(6).
       01 TRN-HEADER-FOUND PIC X VALUE 'N'.                                     *> 'O' si l'en-tete de la transmission a ete lu
       01 PAY-FILE-NAME    PIC X(40) VALUE "transmission-banque.txt".           *> Transmission rapprochee
       01 TRN-REQUEST      PIC X(6).                                            *> Numero de transmission saisi (blanc = la derniere)
       01 TRN-REQUEST-NUM REDEFINES TRN-REQUEST PIC 9(6).
       01 DET-TABLE.                                                            *> Details 'D' transmis a la banque, charges au demarrage
           05 DET-ENTRY OCCURS 2000 TIMES.
               10 DET-ID       PIC X(6).
               10 DET-TRANSIT  PIC X(8).
               10 DET-ACCOUNT  PIC X(12).
               10 DET-AMOUNT   PIC 9(7)V99.
       01 DET-COUNT        PIC 9(4) VALUE 0.                                    *> Nombre de details charges depuis le fichier bancaire
       01 DET-MAX          PIC 9(4) VALUE 2000.                                 *> Capacite de la table des details
       01 DET-IDX          PIC 9(4).                                            *> Indice de parcours de la table des details
       01 DET-MATCHED      PIC X.                                               *> 'O' si le retour courant s'apparie a un detail transmis
       01 RET-AMOUNT-DISP  PIC 9(7).99.                                         *> Copie numerique-editee du montant refuse, pour le registre
       01 CTL-REJECT-COUNT   PIC 9(6) VALUE 0.                                  *> Nombre de retours rejetes (aucun detail correspondant)
       01 CTL-REISSUE-TOTAL  PIC 9(8)V99 VALUE 0.                               *> Total des montants a reemettre
       01 CTL-REISSUE-TOTAL-DISP PIC 9(8).99.
       01 AUDIT-STATUS     PIC XX.                                              *> Code retour des operations sur AUDIT-FILE
       01 RTT-STATUS       PIC XX.                                              *> Code retour des operations sur PROCESSED-LOG-FILE
       01 AUDIT-DATE       PIC X(10).                                           *> Date et heure du traitement, reprises sur chaque ligne
       01 AUDIT-TIME       PIC X(6).                                            *> du journal des modifications
       01 AUDIT-CLOCK-DATE PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 AUDIT-CLOCK-TIME PIC X(8).                                            *> Heure systeme (HHMMSScc)
       01 AUDIT-SOURCE     PIC X(40).                                           *> Origine reprise sur les lignes du journal du retour
       01 RET-LINE-NUMBER  PIC 9(6) VALUE 0.                                    *> Rang du retour dans retours-banque.txt
       01 OLD-BANK-TRANSIT PIC X(8).                                            *> Coordonnees et mode de paiement avant le retour, pour le
       01 OLD-BANK-ACCOUNT PIC X(12).                                           *> journal des modifications
       01 OLD-PAY-METHOD   PIC X.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           DISPLAY "Numero de la transmission retournee (6 chiffres, "
               "blanc = la derniere): "
           ACCEPT TRN-REQUEST
           IF TRN-REQUEST NOT = SPACES
               IF TRN-REQUEST NOT NUMERIC
                   DISPLAY "ERREUR: numero de transmission invalide ("
                       TRN-REQUEST ") -- execution annulee."
                   STOP RUN
               END-IF
               MOVE SPACES TO PAY-FILE-NAME                                     *> Copie numerotee par LiberationBanque
               STRING "transmission-banque-" TRN-REQUEST ".txt"
                   DELIMITED BY SIZE
                   INTO PAY-FILE-NAME
               END-STRING
           END-IF.

           PERFORM LOAD-PAYMENT-DETAILS.                                        *> Charge les details 'D' transmis: un retour sans detail
                                                                                 *> correspondant ne doit jamais toucher le fichier maitre

               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-FILE                                               *> Chaque retour modifie le maitre: sans journal des
           IF AUDIT-STATUS = "35"                                               *> modifications, on n'applique rien
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "modifications-employes.dat (AUDIT-STATUS="
                   AUDIT-STATUS ") -- execution annulee."
               CLOSE RETURN-FILE
               CLOSE EMP-FILE
               STOP RUN
           END-IF
           OPEN EXTEND PROCESSED-LOG-FILE                                       *> Sans trace de la transmission traitee, la cloture
           IF RTT-STATUS = "35"                                                 *> de la periode la croirait en attente
               OPEN OUTPUT PROCESSED-LOG-FILE
           END-IF
           IF RTT-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "retours-traites.dat (RTT-STATUS=" RTT-STATUS
                   ") -- execution annulee."
               CLOSE RETURN-FILE
               CLOSE EMP-FILE
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF
           ACCEPT AUDIT-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-CLOCK-TIME FROM TIME
           STRING AUDIT-CLOCK-DATE(1:4) "-" AUDIT-CLOCK-DATE(5:2) "-"
               AUDIT-CLOCK-DATE(7:2)
               DELIMITED BY SIZE
               INTO AUDIT-DATE
           END-STRING
           MOVE AUDIT-CLOCK-TIME(1:6) TO AUDIT-TIME.

           OPEN OUTPUT REISSUE-FILE.
           OPEN OUTPUT REGISTER-FILE.

           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING                                           *> Transmission contre laquelle les retours sont apparies
           STRING "Transmission no " TRN-HDR-SEQUENCE
               " du " TRN-HDR-DATE
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SEPARATOR-LINE TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

               READ RETURN-FILE AT END
                   SET EOF-FLAG TO 'O'
               NOT AT END
                   ADD 1 TO RET-LINE-NUMBER
                   MOVE 'O' TO VALID-RECORD
                   MOVE SPACES TO REJECT-REASON
                   PERFORM MATCH-PAYMENT-DETAIL
           MOVE SEPARATOR-LINE TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

           MOVE TRN-HDR-SEQUENCE   TO RTT-SEQUENCE                              *> Transmission traitee, pour la cloture
           MOVE AUDIT-DATE         TO RTT-RUN-DATE
           MOVE AUDIT-TIME         TO RTT-RUN-TIME
           MOVE CTL-APPLIED-COUNT  TO RTT-APPLIED
           MOVE CTL-REJECT-COUNT   TO RTT-REJECTED
           MOVE CTL-REISSUE-TOTAL  TO RTT-REISSUE-TOTAL
           WRITE PROCESSED-LOG-RECORD

           CLOSE RETURN-FILE.
           CLOSE EMP-FILE.
           CLOSE PROCESSED-LOG-FILE.
           CLOSE REISSUE-FILE.
           CLOSE REGISTER-FILE.
           CLOSE AUDIT-FILE.

           DISPLAY "Retours traites: " CTL-APPLIED-COUNT
               " appliques, " CTL-REJECT-COUNT " rejetes."
       LOAD-PAYMENT-DETAILS.                                                    *> Releve chaque detail 'D' du fichier bancaire transmis
           OPEN INPUT PAYMENT-FILE
           IF PAY-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir " PAY-FILE-NAME
               DISPLAY "(PAY-STATUS=" PAY-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF
                   SET EOF-FLAG TO 'O'
               NOT AT END
                   MOVE PAYMENT-RECORD TO PAY-DETAIL-REC
                   IF PAY-DET-TYPE = 'H'
                       MOVE PAYMENT-RECORD TO TRN-HEADER-REC
                       MOVE 'O' TO TRN-HEADER-FOUND
                   END-IF
                   IF PAY-DET-TYPE = 'D' AND DET-COUNT NOT < DET-MAX            *> Table pleine: un retour
                       DISPLAY "ERREUR: plus de " DET-MAX                       *> sur un detail non charge serait
                           " details dans " PAY-FILE-NAME                       *> rejete a tort
                       DISPLAY "-- execution annulee."
                       CLOSE PAYMENT-FILE
                       STOP RUN
                   END-IF
                   IF PAY-DET-TYPE = 'D'
                       ADD 1 TO DET-COUNT
                       MOVE PAY-DET-ID      TO DET-ID(DET-COUNT)
                       MOVE PAY-DET-TRANSIT TO DET-TRANSIT(DET-COUNT)
           END-PERFORM
           CLOSE PAYMENT-FILE
           MOVE 'N' TO EOF-FLAG
           IF TRN-HEADER-FOUND = 'N' OR TRN-HDR-SEQUENCE NOT NUMERIC
               DISPLAY "ERREUR: " PAY-FILE-NAME
               DISPLAY "sans en-tete ni numero de sequence -- "
                   "execution annulee."
               STOP RUN
           END-IF
           IF TRN-REQUEST NOT = SPACES                                          *> La copie doit porter le numero demande
                   AND TRN-HDR-SEQUENCE NOT = TRN-REQUEST-NUM
               DISPLAY "ERREUR: " PAY-FILE-NAME
               DISPLAY "porte le numero de transmission "
                   TRN-HDR-SEQUENCE " -- execution annulee."
               STOP RUN
           END-IF
           IF DET-COUNT = 0
               DISPLAY "ERREUR: " PAY-FILE-NAME
               DISPLAY "ne contient aucun detail 'D' -- execution "
                   "annulee."
               STOP RUN
           END-IF.

               *> cheque au lieu de redeposer dans un compte mort,
               *> jusqu'a ce que les RH chargent des coordonnees
               *> valides par transaction de changement (MajEmployes)
               MOVE EMP-BANK-TRANSIT TO OLD-BANK-TRANSIT
               MOVE EMP-BANK-ACCOUNT TO OLD-BANK-ACCOUNT
               MOVE EMP-PAY-METHOD   TO OLD-PAY-METHOD
               MOVE SPACES TO EMP-BANK-TRANSIT
               MOVE SPACES TO EMP-BANK-ACCOUNT
               MOVE 'C' TO EMP-PAY-METHOD
                       MOVE 'N' TO VALID-RECORD
                       MOVE "Reecriture impossible dans le maitre"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       PERFORM LOG-RETURN-CHANGES
               END-REWRITE
           END-IF
           IF VALID-RECORD = 'O'
               ADD RET-AMOUNT TO CTL-REISSUE-TOTAL
           END-IF.

       LOG-RETURN-CHANGES.                                                      *> Inscrit au journal des modifications les champs du maitre
           MOVE SPACES TO AUDIT-SOURCE                                          *> que le retour a changes, avant et apres
           STRING "retours-banque.txt ligne " RET-LINE-NUMBER
               DELIMITED BY SIZE
               INTO AUDIT-SOURCE
           END-STRING
           IF OLD-BANK-TRANSIT NOT = EMP-BANK-TRANSIT
               MOVE "EMP-BANK-TRANSIT" TO AUD-FIELD
               MOVE OLD-BANK-TRANSIT   TO AUD-BEFORE
               MOVE EMP-BANK-TRANSIT   TO AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF OLD-BANK-ACCOUNT NOT = EMP-BANK-ACCOUNT
               MOVE "EMP-BANK-ACCOUNT" TO AUD-FIELD
               MOVE OLD-BANK-ACCOUNT   TO AUD-BEFORE
               MOVE EMP-BANK-ACCOUNT   TO AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF OLD-PAY-METHOD NOT = EMP-PAY-METHOD
               MOVE "EMP-PAY-METHOD"   TO AUD-FIELD
               MOVE OLD-PAY-METHOD     TO AUD-BEFORE
               MOVE EMP-PAY-METHOD     TO AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.                                                      *> Complete et ajoute la ligne au journal des modifications
           MOVE AUDIT-DATE     TO AUD-DATE
           MOVE AUDIT-TIME     TO AUD-TIME
           MOVE "RetourBanque" TO AUD-PROGRAM
           MOVE AUDIT-SOURCE   TO AUD-SOURCE
           MOVE EMP-ID         TO AUD-EMP-ID
           MOVE 0              TO AUD-BEFORE-NUM
           MOVE 0              TO AUD-AFTER-NUM
           WRITE AUDIT-RECORD.

       WRITE-APPLIED-LINE.                                                      *> Trace d'un retour applique, avec le montant a reemettre
           COMPUTE RET-AMOUNT-DISP = RET-AMOUNT
           MOVE SPACES TO TEMP-STRING

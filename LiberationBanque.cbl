       IDENTIFICATION DIVISION.                                                 *> Liberation a double controle des fichiers de depot direct
       PROGRAM-ID. LiberationBanque.                                            *> et transmission bancaire consolidee unique

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-BANK-FILE ASSIGN TO "paiements-banque.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-BANK-STATUS.                                      *> Depots de la paie reguliere (GestionPaie)
           SELECT DEP-BANK-FILE ASSIGN TO "paiements-banque-departs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DEP-BANK-STATUS.                                      *> Paies finales des departs (MajEmployes)
           SELECT RETRO-BANK-FILE ASSIGN TO "paiements-banque-retro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RETRO-BANK-STATUS.                                    *> Retro (RetroPaie)
           SELECT CORR-BANK-FILE ASSIGN TO
               "paiements-banque-corrections.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CORR-BANK-STATUS.                                     *> Passe corrective (CorrectionPaie)
           SELECT OFFC-BANK-FILE ASSIGN TO
               "paiements-banque-hors-cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OFFC-BANK-STATUS.                                     *> Paiements speciaux hors cycle (PaieSpeciale)
           SELECT PAY-CONTROL-FILE ASSIGN TO "controles-paiements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PCTL-STATUS.                                          *> Totaux de controle inscrits par chaque programme producteur
           SELECT RELEASE-LOG-FILE ASSIGN TO "liberations-banque.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-STATUS.                                           *> Journal permanent des liberations: qui a approuve quoi et
                                                                                 *> quand; on n'y fait qu'ajouter (EXTEND)
           SELECT SEQUENCE-FILE ASSIGN TO "sequence-transmission.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEQ-STATUS.                                           *> Prochain numero de sequence de fichier (FCN) pour la banque
           SELECT TRANSMISSION-FILE ASSIGN TO "transmission-banque.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRN-STATUS.                                           *> Transmission consolidee envoyee a la banque
           SELECT STAMPED-TRN-FILE ASSIGN TO DYNAMIC STAMPED-TRN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STN-STATUS.                                           *> Copie de la transmission au nom de son numero
                                                                                 *> (transmission-banque-NNNNNN.txt): les retours d'une
                                                                                 *> transmission se rapprochent meme apres la suivante
           SELECT REGISTER-FILE ASSIGN TO "registre-liberation.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Registre imprime de la liberation, signe par les deux

       DATA DIVISION.
       FILE SECTION.
       FD REG-BANK-FILE.
       01 REG-BANK-RECORD PIC X(90).                                            *> Enregistrements H/D/T des producteurs
       FD DEP-BANK-FILE.
       01 DEP-BANK-RECORD PIC X(90).
       FD RETRO-BANK-FILE.
       01 RETRO-BANK-RECORD PIC X(90).
       FD CORR-BANK-FILE.
       01 CORR-BANK-RECORD PIC X(90).
       FD OFFC-BANK-FILE.
       01 OFFC-BANK-RECORD PIC X(90).

       FD PAY-CONTROL-FILE.                                                     *> Une ligne par fichier bancaire complete par un producteur
       01 PAY-CONTROL-RECORD.
           05 CPC-FILE-NAME    PIC X(40).                                       *> Nom du fichier bancaire produit
           05 CPC-PROGRAM      PIC X(12).                                       *> Programme producteur
           05 CPC-RUN-DATE     PIC X(10).                                       *> Date et heure de l'execution productrice (AAAA-MM-JJ,
           05 CPC-RUN-TIME     PIC X(6).                                        *> HHMMSS): identifient le fichier dans le journal
           05 CPC-PERIOD       PIC X(40).                                       *> Periode inscrite dans l'en-tete du fichier
           05 CPC-COUNT        PIC 9(6).                                        *> Nombre de details 'D' ecrits
           05 CPC-AMOUNT       PIC 9(8)V99.                                     *> Total des montants des details
           05 CPC-HASH         PIC 9(15).                                       *> Total de hachage des numeros de compte

       FD RELEASE-LOG-FILE.                                                     *> Une ligne par fichier bancaire libere
       01 RELEASE-LOG-RECORD.
           05 LIB-FILE-NAME    PIC X(40).                                       *> Fichier libere et execution qui l'a produit (repris du
           05 LIB-PROGRAM      PIC X(12).                                       *> controle): un meme fichier n'est jamais libere deux fois
           05 LIB-RUN-DATE     PIC X(10).
           05 LIB-RUN-TIME     PIC X(6).
           05 LIB-COUNT        PIC 9(6).                                        *> Totaux verifies du fichier
           05 LIB-AMOUNT       PIC 9(8)V99.
           05 LIB-HASH         PIC 9(15).
           05 LIB-RELEASE-DATE PIC X(10).                                       *> Date et heure de la liberation
           05 LIB-RELEASE-TIME PIC X(6).
           05 LIB-OPERATOR     PIC X(8).                                        *> Preparateur
           05 LIB-APPROVER     PIC X(8).                                        *> Approbateur (second controle)
           05 LIB-SEQUENCE     PIC 9(6).                                        *> Numero de la transmission (0 = fichier sans depot)

       FD SEQUENCE-FILE.                                                        *> Une seule ligne: le prochain numero de transmission
       01 SEQUENCE-RECORD.
           05 SEQ-NEXT-NO      PIC 9(6).

       FD TRANSMISSION-FILE.
       01 TRANSMISSION-RECORD PIC X(90).                                        *> En-tete, details de tous les fichiers liberes, pied

       FD STAMPED-TRN-FILE.
       01 STAMPED-TRN-RECORD PIC X(90).                                         *> Meme contenu que TRANSMISSION-RECORD

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 REGISTER-FIELD   PIC X(200).

       WORKING-STORAGE SECTION.
       01 REG-BANK-STATUS  PIC XX.                                              *> Codes retour des cinq fichiers bancaires
       01 DEP-BANK-STATUS  PIC XX.
       01 RETRO-BANK-STATUS PIC XX.
       01 CORR-BANK-STATUS PIC XX.
       01 OFFC-BANK-STATUS PIC XX.
       01 BANK-STATUS      PIC XX.                                              *> Code retour du fichier bancaire en cours de lecture
       01 PCTL-STATUS      PIC XX.                                              *> Code retour des operations sur PAY-CONTROL-FILE
       01 REL-STATUS       PIC XX.                                              *> Code retour des operations sur RELEASE-LOG-FILE
       01 SEQ-STATUS       PIC XX.                                              *> Code retour des operations sur SEQUENCE-FILE
       01 TRN-STATUS       PIC XX.                                              *> Code retour des operations sur TRANSMISSION-FILE
       01 STN-STATUS       PIC XX.                                              *> Code retour des operations sur STAMPED-TRN-FILE
       01 STAMPED-TRN-NAME PIC X(40).                                           *> transmission-banque-NNNNNN.txt de cette transmission
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand le fichier en cours de lecture est epuise
       01 TEMP-STRING      PIC X(200).                                          *> Variable temporaire pour formater une ligne du registre
       01 SEPARATOR-LINE   PIC X(40) VALUE ALL "=".                             *> Ligne de separation du registre
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Compagnie attendue dans l'en-tete de chaque fichier
       01 OPERATOR-ID      PIC X(8).                                            *> Code du preparateur, saisi au demarrage
       01 APPROVER-ID      PIC X(8).                                            *> Code de l'approbateur, different du preparateur
       01 RELEASE-DATE     PIC X(10).                                           *> Date et heure de la liberation (AAAA-MM-JJ, HHMMSS)
       01 RELEASE-TIME     PIC X(6).
       01 CLOCK-DATE       PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 CLOCK-TIME       PIC X(8).                                            *> Heure systeme (HHMMSScc)
       01 NEXT-SEQUENCE-NO PIC 9(6) VALUE 1.                                    *> Prochain numero de transmission (sequence permanente)
       01 TRN-SEQUENCE     PIC 9(6) VALUE 0.                                    *> Numero attribue a cette transmission
       01 SRC-TABLE.                                                            *> Les cinq fichiers bancaires, dans l'ordre de transmission
           05 SRC-ENTRY OCCURS 5 TIMES.
               10 SRC-NAME       PIC X(40).                                     *> Nom du fichier bancaire
               10 SRC-ORIGIN     PIC X.                                         *> Code d'origine porte par les details transmis:
                                                                                 *> P = paie, D = depart, R = retro, C = correction,
                                                                                 *> H = paiement special hors cycle
               10 SRC-STATE      PIC X.                                         *> S = sans controle, L = deja libere,
                                                                                 *> R = rejete, P = pret a liberer
               10 SRC-REASON     PIC X(60).                                     *> Motif du rejet
               10 SRC-PROGRAM    PIC X(12).                                     *> Dernier controle inscrit pour le fichier
               10 SRC-RUN-DATE   PIC X(10).
               10 SRC-RUN-TIME   PIC X(6).
               10 SRC-PERIOD     PIC X(40).
               10 SRC-CTL-COUNT  PIC 9(6).
               10 SRC-CTL-AMOUNT PIC 9(8)V99.
               10 SRC-CTL-HASH   PIC 9(15).
               10 SRC-COUNT      PIC 9(6).                                      *> Totaux recalcules a la lecture du fichier
               10 SRC-AMOUNT     PIC 9(8)V99.
               10 SRC-HASH       PIC 9(15).
       01 SRC-IDX          PIC 9.                                               *> Indice de parcours de la table des fichiers
       01 BANK-RECORD      PIC X(90).                                           *> Enregistrement lu du fichier bancaire en cours
       01 BANK-HEADER-REC REDEFINES BANK-RECORD.                                *> Vue de l'en-tete 'H'
           05 BNK-HDR-TYPE     PIC X.
           05 BNK-HDR-COMPANY  PIC X(40).
           05 BNK-HDR-PERIOD   PIC X(40).
           05 FILLER           PIC X(9).
       01 BANK-DETAIL-REC REDEFINES BANK-RECORD.                                *> Vue du detail 'D'
           05 BNK-DET-DATA.
               10 BNK-DET-TYPE     PIC X.
               10 BNK-DET-ID       PIC X(6).
               10 BNK-DET-TRANSIT  PIC X(8).
               10 BNK-DET-ACCOUNT  PIC X(12).
               10 BNK-DET-ACCOUNT-NUM REDEFINES BNK-DET-ACCOUNT
                                   PIC 9(12).
               10 BNK-DET-AMOUNT   PIC 9(7)V99.
           05 FILLER           PIC X(54).
       01 BANK-TRAILER-REC REDEFINES BANK-RECORD.                               *> Vue du pied 'T'
           05 BNK-TRL-TYPE     PIC X.
           05 BNK-TRL-COUNT    PIC 9(6).
           05 BNK-TRL-AMOUNT   PIC 9(8)V99.
           05 BNK-TRL-HASH     PIC 9(15).
           05 FILLER           PIC X(58).
       01 BANK-LINE-NUMBER PIC 9(6).                                            *> Rang de l'enregistrement dans le fichier en cours
       01 BANK-HDR-OK      PIC X.                                               *> 'O' si la premiere ligne est un en-tete 'H'
       01 BANK-TRL-COUNT   PIC 9(4).                                            *> Nombre de pieds 'T' rencontres
       01 BANK-TRL-SAVE    PIC X(90).                                           *> Pied du fichier, conserve pour la verification
       01 BANK-HDR-SAVE    PIC X(90).                                           *> En-tete du fichier, conserve pour la verification
       01 BANK-BAD-LINE    PIC 9(6).                                            *> Premier enregistrement inattendu (0 = aucun)
       01 TRN-HEADER-REC.                                                       *> En-tete de la transmission consolidee
           05 TRN-HDR-TYPE     PIC X VALUE 'H'.
           05 TRN-HDR-COMPANY  PIC X(40).
           05 TRN-HDR-SEQUENCE PIC 9(6).                                        *> Numero de sequence du fichier pour la banque
           05 TRN-HDR-DATE     PIC X(10).                                       *> Date et heure de creation
           05 TRN-HDR-TIME     PIC X(6).
       01 TRN-DETAIL-REC.                                                       *> Detail transmis: meme detail que le fichier d'origine,
           05 TRN-DET-DATA     PIC X(36).                                       *> suivi du code d'origine
           05 TRN-DET-ORIGIN   PIC X.
       01 TRN-TRAILER-REC.                                                      *> Pied de la transmission: totaux de tous les fichiers
           05 TRN-TRL-TYPE     PIC X VALUE 'T'.
           05 TRN-TRL-COUNT    PIC 9(6).
           05 TRN-TRL-AMOUNT   PIC 9(8)V99.
           05 TRN-TRL-HASH     PIC 9(15).
       01 READY-FILES      PIC 9 VALUE 0.                                       *> Nombre de fichiers prets a liberer
       01 READY-COUNT      PIC 9(6) VALUE 0.                                    *> Totaux des fichiers prets: ceux de la transmission
       01 READY-AMOUNT     PIC 9(8)V99 VALUE 0.
       01 READY-HASH       PIC 9(15) VALUE 0.
       01 AMOUNT-DISP      PIC 9(8).99.                                         *> Copie numerique-editee d'un montant, pour le registre
       01 AMOUNT-DISP-2    PIC 9(8).99.
       01 STATE-TEXT       PIC X(80).                                           *> Etat du fichier en clair, pour le registre

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INIT-SOURCES.

           DISPLAY "Code du preparateur (8 car.): "
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "ERREUR: code du preparateur obligatoire "
                   "-- execution annulee."
               STOP RUN
           END-IF.

           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME FROM TIME
           STRING CLOCK-DATE(1:4) "-" CLOCK-DATE(5:2) "-"
               CLOCK-DATE(7:2)
               DELIMITED BY SIZE
               INTO RELEASE-DATE
           END-STRING
           MOVE CLOCK-TIME(1:6) TO RELEASE-TIME.

           PERFORM LOAD-SEQUENCE-COUNTER.                                       *> Numero de sequence illisible: on arrete avant toute
                                                                                 *> verification plutot que de reutiliser un numero
           PERFORM LOAD-LAST-CONTROLS.                                          *> Derniere execution de chaque producteur
           PERFORM CHECK-RELEASE-LOG.                                           *> Fichiers deja liberes: jamais une deuxieme fois
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 5
               IF SRC-STATE(SRC-IDX) = 'P'
                   PERFORM VERIFY-BANK-FILE
               END-IF
               IF SRC-STATE(SRC-IDX) = 'P'
                   ADD 1 TO READY-FILES
                   ADD SRC-COUNT(SRC-IDX)  TO READY-COUNT
                   ADD SRC-AMOUNT(SRC-IDX) TO READY-AMOUNT
                   ADD SRC-HASH(SRC-IDX)   TO READY-HASH
               END-IF
           END-PERFORM.

           OPEN OUTPUT REGISTER-FILE.
           PERFORM PRINT-REGISTER-HEADER.
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 5
               PERFORM PRINT-SOURCE-LINES
           END-PERFORM.
           PERFORM PRINT-READY-TOTALS.

           IF READY-FILES = 0                                                   *> Rien a liberer: aucun numero de sequence n'est consomme
               MOVE "Aucun fichier bancaire a liberer."
                   TO REGISTER-FIELD
               WRITE REGISTER-RECORD
               CLOSE REGISTER-FILE
               DISPLAY "Aucun fichier bancaire a liberer "
                   "(registre-liberation.txt)."
               STOP RUN
           END-IF.

           COMPUTE AMOUNT-DISP = READY-AMOUNT                                   *> Totaux soumis a l'approbateur, qui doit les rapprocher
           DISPLAY "Fichiers prets: " READY-FILES                               *> du registre de paie avant de donner son code
               " - depots: " READY-COUNT
               " - montant: " AMOUNT-DISP
               " - hachage: " READY-HASH
           DISPLAY "Code de l'approbateur (8 car., autre que le "
               "preparateur): "
           ACCEPT APPROVER-ID
           IF APPROVER-ID = SPACES OR APPROVER-ID = OPERATOR-ID
               IF APPROVER-ID = SPACES
                   MOVE "LIBERATION REFUSEE: code d'approbateur absent"
                       TO REGISTER-FIELD
               ELSE
                   MOVE "LIBERATION REFUSEE: approbateur = preparateur"
                       TO REGISTER-FIELD
               END-IF
               WRITE REGISTER-RECORD
               CLOSE REGISTER-FILE
               DISPLAY "ERREUR: second approbateur requis, distinct du "
                   "preparateur -- rien n'a ete libere."
               STOP RUN
           END-IF.

           OPEN EXTEND RELEASE-LOG-FILE                                         *> Le journal doit etre accessible avant de transmettre quoi
           IF REL-STATUS = "35"                                                 *> que ce soit: une transmission sans trace serait liberable
               OPEN OUTPUT RELEASE-LOG-FILE                                     *> une seconde fois
           END-IF
           IF REL-STATUS NOT = "00"
               MOVE "LIBERATION ANNULEE: journal inaccessible"
                   TO REGISTER-FIELD
               WRITE REGISTER-RECORD
               CLOSE REGISTER-FILE
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "liberations-banque.dat (REL-STATUS=" REL-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF.

           IF READY-COUNT > 0                                                   *> Fichiers sans aucun depot: liberes au journal (numero 0)
               PERFORM WRITE-TRANSMISSION                                       *> sans transmission ni numero de sequence
           END-IF.

           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 5
               IF SRC-STATE(SRC-IDX) = 'P'
                   PERFORM WRITE-RELEASE-LOG
               END-IF
           END-PERFORM.
           CLOSE RELEASE-LOG-FILE.

           PERFORM PRINT-APPROVAL-LINES.
           CLOSE REGISTER-FILE.

           IF READY-COUNT > 0
               DISPLAY "Transmission no " TRN-SEQUENCE " ecrite dans "
                   "transmission-banque.txt (" READY-COUNT " depots)."
               DISPLAY "Copie conservee: " STAMPED-TRN-NAME
           ELSE
               DISPLAY "Fichiers sans depot liberes, aucune "
                   "transmission produite."
           END-IF

           STOP RUN.

       INIT-SOURCES.                                                            *> Les cinq fichiers bancaires et leur code d'origine
           MOVE "paiements-banque.txt"             TO SRC-NAME(1)
           MOVE 'P'                                TO SRC-ORIGIN(1)
           MOVE "paiements-banque-departs.txt"     TO SRC-NAME(2)
           MOVE 'D'                                TO SRC-ORIGIN(2)
           MOVE "paiements-banque-retro.txt"       TO SRC-NAME(3)
           MOVE 'R'                                TO SRC-ORIGIN(3)
           MOVE "paiements-banque-corrections.txt" TO SRC-NAME(4)
           MOVE 'C'                                TO SRC-ORIGIN(4)
           MOVE "paiements-banque-hors-cycle.txt"  TO SRC-NAME(5)
           MOVE 'H'                                TO SRC-ORIGIN(5)
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 5
               MOVE 'S'    TO SRC-STATE(SRC-IDX)
               MOVE SPACES TO SRC-REASON(SRC-IDX)
               MOVE SPACES TO SRC-PROGRAM(SRC-IDX)
               MOVE SPACES TO SRC-RUN-DATE(SRC-IDX)
               MOVE SPACES TO SRC-RUN-TIME(SRC-IDX)
               MOVE SPACES TO SRC-PERIOD(SRC-IDX)
               MOVE 0 TO SRC-CTL-COUNT(SRC-IDX)
               MOVE 0 TO SRC-CTL-AMOUNT(SRC-IDX)
               MOVE 0 TO SRC-CTL-HASH(SRC-IDX)
               MOVE 0 TO SRC-COUNT(SRC-IDX)
               MOVE 0 TO SRC-AMOUNT(SRC-IDX)
               MOVE 0 TO SRC-HASH(SRC-IDX)
           END-PERFORM.

       LOAD-SEQUENCE-COUNTER.                                                   *> Relit le prochain numero de transmission
           OPEN INPUT SEQUENCE-FILE
           IF SEQ-STATUS = "35"                                                 *> Premiere transmission: la sequence part a 000001
               MOVE 1 TO NEXT-SEQUENCE-NO
           ELSE
               IF SEQ-STATUS NOT = "00"
                   DISPLAY "ERREUR: impossible de lire "
                       "sequence-transmission.dat (SEQ-STATUS="
                       SEQ-STATUS ") -- execution annulee."
                   STOP RUN
               END-IF
               READ SEQUENCE-FILE
                   AT END
                       MOVE 1 TO NEXT-SEQUENCE-NO
                   NOT AT END
                       IF SEQ-NEXT-NO NUMERIC AND SEQ-NEXT-NO > 0
                           MOVE SEQ-NEXT-NO TO NEXT-SEQUENCE-NO
                       ELSE
                           DISPLAY "ERREUR: sequence-transmission.dat "
                               "illisible -- execution annulee."
                           CLOSE SEQUENCE-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.

       REWRITE-SEQUENCE-COUNTER.                                                *> Persiste le prochain numero avant d'ecrire la transmission:
           OPEN OUTPUT SEQUENCE-FILE                                            *> un abend ne reutilise jamais un numero remis a la banque
           MOVE NEXT-SEQUENCE-NO TO SEQ-NEXT-NO
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

       LOAD-LAST-CONTROLS.                                                      *> Garde, pour chaque fichier, le dernier controle inscrit:
           OPEN INPUT PAY-CONTROL-FILE                                          *> c'est l'execution dont le fichier sur disque est issu
           IF PCTL-STATUS = "35"
               DISPLAY "ATTENTION: controles-paiements.dat absent -- "
                   "aucun fichier ne peut etre libere."
           ELSE
               IF PCTL-STATUS NOT = "00"
                   DISPLAY "ERREUR: impossible de lire "
                       "controles-paiements.dat (PCTL-STATUS="
                       PCTL-STATUS ") -- execution annulee."
                   STOP RUN
               END-IF
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ PAY-CONTROL-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       PERFORM VARYING SRC-IDX FROM 1 BY 1
                               UNTIL SRC-IDX > 5
                           IF CPC-FILE-NAME = SRC-NAME(SRC-IDX)
                               PERFORM STORE-CONTROL
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PAY-CONTROL-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.

       STORE-CONTROL.                                                           *> Controle le plus recent: le fichier devient candidat
           MOVE 'P'            TO SRC-STATE(SRC-IDX)
           MOVE CPC-PROGRAM    TO SRC-PROGRAM(SRC-IDX)
           MOVE CPC-RUN-DATE   TO SRC-RUN-DATE(SRC-IDX)
           MOVE CPC-RUN-TIME   TO SRC-RUN-TIME(SRC-IDX)
           MOVE CPC-PERIOD     TO SRC-PERIOD(SRC-IDX)
           IF CPC-COUNT NUMERIC AND CPC-AMOUNT NUMERIC
                   AND CPC-HASH NUMERIC
               MOVE CPC-COUNT  TO SRC-CTL-COUNT(SRC-IDX)
               MOVE CPC-AMOUNT TO SRC-CTL-AMOUNT(SRC-IDX)
               MOVE CPC-HASH   TO SRC-CTL-HASH(SRC-IDX)
               MOVE SPACES     TO SRC-REASON(SRC-IDX)
           ELSE
               MOVE 'R' TO SRC-STATE(SRC-IDX)
               MOVE "Ligne de controle illisible"
                   TO SRC-REASON(SRC-IDX)
           END-IF.

       CHECK-RELEASE-LOG.                                                       *> Un fichier dont l'execution figure deja au journal a ete
           OPEN INPUT RELEASE-LOG-FILE                                          *> libere: il ne repart pas une deuxieme fois a la banque
           IF REL-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ RELEASE-LOG-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       PERFORM VARYING SRC-IDX FROM 1 BY 1
                               UNTIL SRC-IDX > 5
                           IF LIB-FILE-NAME = SRC-NAME(SRC-IDX)
                                   AND LIB-RUN-DATE
                                       = SRC-RUN-DATE(SRC-IDX)
                                   AND LIB-RUN-TIME
                                       = SRC-RUN-TIME(SRC-IDX)
                               MOVE 'L' TO SRC-STATE(SRC-IDX)
                               MOVE SPACES TO SRC-REASON(SRC-IDX)
                               MOVE SPACES TO TEMP-STRING
                               STRING "Libere le " LIB-RELEASE-DATE
                                   " par " LIB-APPROVER
                                   ", transmission no " LIB-SEQUENCE
                                   DELIMITED BY SIZE
                                   INTO TEMP-STRING
                               END-STRING
                               MOVE TEMP-STRING TO SRC-REASON(SRC-IDX)
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RELEASE-LOG-FILE
               MOVE 'N' TO EOF-FLAG
           ELSE
               IF REL-STATUS NOT = "35"
                   DISPLAY "ERREUR: impossible de lire "
                       "liberations-banque.dat (REL-STATUS=" REL-STATUS
                       ") -- execution annulee."
                   STOP RUN
               END-IF
           END-IF.

       VERIFY-BANK-FILE.                                                        *> Relit le fichier: en-tete, details et pied doivent balancer
           MOVE 0      TO BANK-LINE-NUMBER                                      *> entre eux et avec le controle de l'execution productrice
           MOVE 'N'    TO BANK-HDR-OK
           MOVE 0      TO BANK-TRL-COUNT
           MOVE 0      TO BANK-BAD-LINE
           MOVE SPACES TO BANK-HDR-SAVE
           MOVE SPACES TO BANK-TRL-SAVE
           PERFORM OPEN-BANK-FILE
           IF BANK-STATUS NOT = "00"
               MOVE 'R' TO SRC-STATE(SRC-IDX)
               MOVE "Fichier absent ou illisible"
                   TO SRC-REASON(SRC-IDX)
           ELSE
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   PERFORM READ-BANK-FILE
                   IF EOF-FLAG = 'N'
                       ADD 1 TO BANK-LINE-NUMBER
                       PERFORM CHECK-BANK-RECORD
                   END-IF
               END-PERFORM
               PERFORM CLOSE-BANK-FILE
               MOVE 'N' TO EOF-FLAG
               PERFORM CHECK-BANK-TOTALS
           END-IF.

       CHECK-BANK-RECORD.                                                       *> Un enregistrement: en-tete en premier, details, pied en
           EVALUATE TRUE                                                        *> dernier; tout le reste est inattendu
               WHEN BANK-LINE-NUMBER = 1
                   IF BNK-HDR-TYPE = 'H'
                       MOVE 'O' TO BANK-HDR-OK
                       MOVE BANK-RECORD TO BANK-HDR-SAVE
                   ELSE
                       MOVE BANK-LINE-NUMBER TO BANK-BAD-LINE
                   END-IF
               WHEN BANK-TRL-COUNT > 0
                   IF BANK-BAD-LINE = 0
                       MOVE BANK-LINE-NUMBER TO BANK-BAD-LINE
                   END-IF
               WHEN BNK-DET-TYPE = 'D'
                   IF BNK-DET-AMOUNT NOT NUMERIC
                       IF BANK-BAD-LINE = 0
                           MOVE BANK-LINE-NUMBER TO BANK-BAD-LINE
                       END-IF
                   ELSE
                       ADD 1 TO SRC-COUNT(SRC-IDX)
                       ADD BNK-DET-AMOUNT TO SRC-AMOUNT(SRC-IDX)
                       IF BNK-DET-ACCOUNT-NUM NUMERIC
                           ADD BNK-DET-ACCOUNT-NUM TO SRC-HASH(SRC-IDX)
                       END-IF
                   END-IF
               WHEN BNK-TRL-TYPE = 'T'
                   ADD 1 TO BANK-TRL-COUNT
                   MOVE BANK-RECORD TO BANK-TRL-SAVE
               WHEN OTHER
                   IF BANK-BAD-LINE = 0
                       MOVE BANK-LINE-NUMBER TO BANK-BAD-LINE
                   END-IF
           END-EVALUATE.

       CHECK-BANK-TOTALS.                                                       *> Premier ecart trouve = motif du rejet
           MOVE BANK-HDR-SAVE TO BANK-RECORD
           IF BANK-HDR-OK = 'N'
               MOVE 'R' TO SRC-STATE(SRC-IDX)
               MOVE "En-tete 'H' absent en premiere ligne"
                   TO SRC-REASON(SRC-IDX)
           END-IF
           IF SRC-STATE(SRC-IDX) = 'P'
                   AND BNK-HDR-COMPANY NOT = COMPANY-NAME
               MOVE 'R' TO SRC-STATE(SRC-IDX)
               MOVE "Compagnie de l'en-tete differente"
                   TO SRC-REASON(SRC-IDX)
           END-IF
           IF SRC-STATE(SRC-IDX) = 'P'
                   AND BNK-HDR-PERIOD NOT = SRC-PERIOD(SRC-IDX)
               MOVE 'R' TO SRC-STATE(SRC-IDX)
               MOVE "Periode de l'en-tete differente du controle"
                   TO SRC-REASON(SRC-IDX)
           END-IF
           IF SRC-STATE(SRC-IDX) = 'P' AND BANK-TRL-COUNT NOT = 1
               MOVE 'R' TO SRC-STATE(SRC-IDX)
               MOVE "Pied de fichier 'T' absent ou en double"
                   TO SRC-REASON(SRC-IDX)
           END-IF
           IF SRC-STATE(SRC-IDX) = 'P' AND BANK-BAD-LINE > 0
               MOVE 'R' TO SRC-STATE(SRC-IDX)
               MOVE SPACES TO TEMP-STRING
               STRING "Enregistrement inattendu a la ligne "
                   BANK-BAD-LINE
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO SRC-REASON(SRC-IDX)
           END-IF
           MOVE BANK-TRL-SAVE TO BANK-RECORD
           IF SRC-STATE(SRC-IDX) = 'P'
               IF BNK-TRL-COUNT NOT NUMERIC
                       OR BNK-TRL-AMOUNT NOT NUMERIC
                       OR BNK-TRL-HASH NOT NUMERIC
                   MOVE 'R' TO SRC-STATE(SRC-IDX)
                   MOVE "Pied de fichier sans total de hachage"
                       TO SRC-REASON(SRC-IDX)
               ELSE
                   IF BNK-TRL-COUNT  NOT = SRC-COUNT(SRC-IDX)
                       OR BNK-TRL-AMOUNT NOT = SRC-AMOUNT(SRC-IDX)
                       OR BNK-TRL-HASH   NOT = SRC-HASH(SRC-IDX)
                       MOVE 'R' TO SRC-STATE(SRC-IDX)
                       MOVE "Pied non balance sur les details"
                           TO SRC-REASON(SRC-IDX)
                   END-IF
               END-IF
           END-IF
           IF SRC-STATE(SRC-IDX) = 'P'
               IF SRC-COUNT(SRC-IDX)  NOT = SRC-CTL-COUNT(SRC-IDX)
                   OR SRC-AMOUNT(SRC-IDX) NOT = SRC-CTL-AMOUNT(SRC-IDX)
                   OR SRC-HASH(SRC-IDX)   NOT = SRC-CTL-HASH(SRC-IDX)
                   MOVE 'R' TO SRC-STATE(SRC-IDX)
                   MOVE "Totaux differents du controle de l'execution"
                       TO SRC-REASON(SRC-IDX)
               END-IF
           END-IF.

       OPEN-BANK-FILE.                                                          *> Ouvre le fichier bancaire SRC-IDX
           EVALUATE SRC-IDX
               WHEN 1
                   OPEN INPUT REG-BANK-FILE
                   MOVE REG-BANK-STATUS TO BANK-STATUS
               WHEN 2
                   OPEN INPUT DEP-BANK-FILE
                   MOVE DEP-BANK-STATUS TO BANK-STATUS
               WHEN 3
                   OPEN INPUT RETRO-BANK-FILE
                   MOVE RETRO-BANK-STATUS TO BANK-STATUS
               WHEN 4
                   OPEN INPUT CORR-BANK-FILE
                   MOVE CORR-BANK-STATUS TO BANK-STATUS
               WHEN 5
                   OPEN INPUT OFFC-BANK-FILE
                   MOVE OFFC-BANK-STATUS TO BANK-STATUS
           END-EVALUATE.

       READ-BANK-FILE.                                                          *> Lit l'enregistrement suivant dans BANK-RECORD
           EVALUATE SRC-IDX
               WHEN 1
                   READ REG-BANK-FILE INTO BANK-RECORD
                       AT END
                           SET EOF-FLAG TO 'O'
                   END-READ
               WHEN 2
                   READ DEP-BANK-FILE INTO BANK-RECORD
                       AT END
                           SET EOF-FLAG TO 'O'
                   END-READ
               WHEN 3
                   READ RETRO-BANK-FILE INTO BANK-RECORD
                       AT END
                           SET EOF-FLAG TO 'O'
                   END-READ
               WHEN 4
                   READ CORR-BANK-FILE INTO BANK-RECORD
                       AT END
                           SET EOF-FLAG TO 'O'
                   END-READ
               WHEN 5
                   READ OFFC-BANK-FILE INTO BANK-RECORD
                       AT END
                           SET EOF-FLAG TO 'O'
                   END-READ
           END-EVALUATE.

       CLOSE-BANK-FILE.
           EVALUATE SRC-IDX
               WHEN 1
                   CLOSE REG-BANK-FILE
               WHEN 2
                   CLOSE DEP-BANK-FILE
               WHEN 3
                   CLOSE RETRO-BANK-FILE
               WHEN 4
                   CLOSE CORR-BANK-FILE
               WHEN 5
                   CLOSE OFFC-BANK-FILE
           END-EVALUATE.

       WRITE-TRANSMISSION.                                                      *> Un seul fichier pour la banque: en-tete avec le numero de
           MOVE NEXT-SEQUENCE-NO TO TRN-SEQUENCE                                *> sequence, details de chaque fichier pret, pied global
           ADD 1 TO NEXT-SEQUENCE-NO
           PERFORM REWRITE-SEQUENCE-COUNTER
           OPEN OUTPUT TRANSMISSION-FILE
           IF TRN-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ecrire "
                   "transmission-banque.txt (TRN-STATUS=" TRN-STATUS
                   ") -- execution annulee, numero " TRN-SEQUENCE
                   " perdu."
               CLOSE RELEASE-LOG-FILE
               CLOSE REGISTER-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO STAMPED-TRN-NAME
           STRING "transmission-banque-" TRN-SEQUENCE ".txt"
               DELIMITED BY SIZE
               INTO STAMPED-TRN-NAME
           END-STRING
           OPEN OUTPUT STAMPED-TRN-FILE                                         *> Sans sa copie numerotee, la transmission ecraserait
           IF STN-STATUS NOT = "00"                                             *> la seule trace de la precedente: on n'en libere aucune
               DISPLAY "ERREUR: impossible d'ecrire " STAMPED-TRN-NAME
               DISPLAY "(STN-STATUS=" STN-STATUS
                   ") -- execution annulee, numero " TRN-SEQUENCE
                   " perdu."
               CLOSE TRANSMISSION-FILE
               CLOSE RELEASE-LOG-FILE
               CLOSE REGISTER-FILE
               STOP RUN
           END-IF
           MOVE COMPANY-NAME TO TRN-HDR-COMPANY
           MOVE TRN-SEQUENCE TO TRN-HDR-SEQUENCE
           MOVE RELEASE-DATE TO TRN-HDR-DATE
           MOVE RELEASE-TIME TO TRN-HDR-TIME
           MOVE TRN-HEADER-REC TO TRANSMISSION-RECORD
           PERFORM WRITE-TRANSMISSION-RECORD
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 5
               IF SRC-STATE(SRC-IDX) = 'P'
                   PERFORM COPY-BANK-DETAILS
               END-IF
           END-PERFORM
           MOVE READY-COUNT  TO TRN-TRL-COUNT
           MOVE READY-AMOUNT TO TRN-TRL-AMOUNT
           MOVE READY-HASH   TO TRN-TRL-HASH
           MOVE TRN-TRAILER-REC TO TRANSMISSION-RECORD
           PERFORM WRITE-TRANSMISSION-RECORD
           CLOSE TRANSMISSION-FILE
           CLOSE STAMPED-TRN-FILE.

       WRITE-TRANSMISSION-RECORD.                                               *> Meme enregistrement dans la transmission et sa copie
           WRITE TRANSMISSION-RECORD                                            *> numerotee
           MOVE TRANSMISSION-RECORD TO STAMPED-TRN-RECORD
           WRITE STAMPED-TRN-RECORD.

       COPY-BANK-DETAILS.                                                       *> Reprend les details 'D' du fichier verifie, marques de
           PERFORM OPEN-BANK-FILE                                               *> leur code d'origine
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'O'
               PERFORM READ-BANK-FILE
               IF EOF-FLAG = 'N' AND BNK-DET-TYPE = 'D'
                   MOVE BNK-DET-DATA        TO TRN-DET-DATA
                   MOVE SRC-ORIGIN(SRC-IDX) TO TRN-DET-ORIGIN
                   MOVE TRN-DETAIL-REC TO TRANSMISSION-RECORD
                   PERFORM WRITE-TRANSMISSION-RECORD
               END-IF
           END-PERFORM
           PERFORM CLOSE-BANK-FILE
           MOVE 'N' TO EOF-FLAG.

       WRITE-RELEASE-LOG.                                                       *> Trace de la liberation du fichier: qui, quand, quoi
           MOVE SPACES TO RELEASE-LOG-RECORD
           MOVE SRC-NAME(SRC-IDX)     TO LIB-FILE-NAME
           MOVE SRC-PROGRAM(SRC-IDX)  TO LIB-PROGRAM
           MOVE SRC-RUN-DATE(SRC-IDX) TO LIB-RUN-DATE
           MOVE SRC-RUN-TIME(SRC-IDX) TO LIB-RUN-TIME
           MOVE SRC-COUNT(SRC-IDX)    TO LIB-COUNT
           MOVE SRC-AMOUNT(SRC-IDX)   TO LIB-AMOUNT
           MOVE SRC-HASH(SRC-IDX)     TO LIB-HASH
           MOVE RELEASE-DATE          TO LIB-RELEASE-DATE
           MOVE RELEASE-TIME          TO LIB-RELEASE-TIME
           MOVE OPERATOR-ID           TO LIB-OPERATOR
           MOVE APPROVER-ID           TO LIB-APPROVER
           MOVE TRN-SEQUENCE          TO LIB-SEQUENCE
           WRITE RELEASE-LOG-RECORD.

       PRINT-REGISTER-HEADER.                                                   *> En-tete du registre de liberation
           MOVE SEPARATOR-LINE TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "REGISTRE DE LIBERATION BANCAIRE - " COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "Date: " RELEASE-DATE " " RELEASE-TIME
               "  - Preparateur: " OPERATOR-ID
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SEPARATOR-LINE TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

       PRINT-SOURCE-LINES.                                                      *> Un bloc par fichier: controle, lecture, etat
           MOVE SPACES TO TEMP-STRING
           STRING "Fichier: " SRC-NAME(SRC-IDX)
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           IF SRC-RUN-DATE(SRC-IDX) NOT = SPACES
               MOVE SPACES TO TEMP-STRING
               STRING "  Execution: " SRC-PROGRAM(SRC-IDX)
                   " le " SRC-RUN-DATE(SRC-IDX)
                   " a " SRC-RUN-TIME(SRC-IDX)
                   " - periode " SRC-PERIOD(SRC-IDX)
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REGISTER-FIELD
               WRITE REGISTER-RECORD
               COMPUTE AMOUNT-DISP = SRC-CTL-AMOUNT(SRC-IDX)
               MOVE SPACES TO TEMP-STRING
               STRING "  Controle: " SRC-CTL-COUNT(SRC-IDX)
                   " depots  " AMOUNT-DISP
                   "  hachage " SRC-CTL-HASH(SRC-IDX)
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REGISTER-FIELD
               WRITE REGISTER-RECORD
           END-IF
           IF SRC-STATE(SRC-IDX) = 'P' OR SRC-STATE(SRC-IDX) = 'R'
               COMPUTE AMOUNT-DISP-2 = SRC-AMOUNT(SRC-IDX)
               MOVE SPACES TO TEMP-STRING
               STRING "  Fichier:  " SRC-COUNT(SRC-IDX)
                   " depots  " AMOUNT-DISP-2
                   "  hachage " SRC-HASH(SRC-IDX)
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO REGISTER-FIELD
               WRITE REGISTER-RECORD
           END-IF
           EVALUATE SRC-STATE(SRC-IDX)
               WHEN 'P'
                   MOVE "PRET A LIBERER" TO STATE-TEXT
               WHEN 'L'
                   MOVE SPACES TO STATE-TEXT
                   STRING "DEJA LIBERE - " SRC-REASON(SRC-IDX)
                       DELIMITED BY SIZE
                       INTO STATE-TEXT
                   END-STRING
               WHEN 'R'
                   MOVE SPACES TO STATE-TEXT
                   STRING "REJETE - " SRC-REASON(SRC-IDX)
                       DELIMITED BY SIZE
                       INTO STATE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "SANS CONTROLE - aucune execution inscrite"
                       TO STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO TEMP-STRING
           STRING "  Etat: " STATE-TEXT
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           DISPLAY SRC-NAME(SRC-IDX)
           DISPLAY "  " STATE-TEXT.

       PRINT-READY-TOTALS.                                                      *> Totaux des fichiers prets: ceux de la transmission
           MOVE SEPARATOR-LINE TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           COMPUTE AMOUNT-DISP = READY-AMOUNT
           MOVE SPACES TO TEMP-STRING
           STRING "Fichiers prets: " READY-FILES
               "  - Depots: " READY-COUNT
               "  - Montant: " AMOUNT-DISP
               "  - Hachage: " READY-HASH
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

       PRINT-APPROVAL-LINES.                                                    *> Approbation et numero de transmission attribue
           MOVE SPACES TO TEMP-STRING
           STRING "Approbateur: " APPROVER-ID
               "  - Preparateur: " OPERATOR-ID
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           IF READY-COUNT > 0
               STRING "Transmission no " TRN-SEQUENCE
                   " ecrite dans transmission-banque.txt (copie: "
                   DELIMITED BY SIZE
                   STAMPED-TRN-NAME DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
               STRING "Fichiers sans depot: liberes sans transmission"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           MOVE TEMP-STRING TO REGISTER-FIELD
           WRITE REGISTER-RECORD
           MOVE SEPARATOR-LINE TO REGISTER-FIELD
           WRITE REGISTER-RECORD.

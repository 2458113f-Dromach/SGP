       IDENTIFICATION DIVISION.                                                 *> Cloture de la periode de paie: verifie la liste de controle,
       PROGRAM-ID. CloturePeriode.                                              *> archive les sorties de la periode et passe le calendrier a
                                                                                 *> la periode suivante

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "calendrier-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CAL-STATUS.                                           *> Periode courante: fermee ici, remplacee par la suivante
           SELECT YEAR-CALENDAR-FILE ASSIGN TO "calendrier-annuel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS YCAL-STATUS.                                          *> Calendrier de l'annee, charge une fois l'an: chaque
                                                                                 *> periode avec ses dates et son indicateur de jour ferie
           SELECT EXCEPTION-FILE ASSIGN TO "exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXC-STATUS.                                           *> Rejets de la passe principale de la periode
           SELECT HIST-FILE ASSIGN TO "historique-paie.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HIST-STATUS.                                          *> Un rejet est corrige quand l'employe a sa paie de la
                                                                                 *> periode en historique (passe corrective)
           SELECT PAY-CONTROL-FILE ASSIGN TO "controles-paiements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PCTL-STATUS.                                          *> Totaux de controle de chaque fichier bancaire produit
           SELECT RELEASE-LOG-FILE ASSIGN TO "liberations-banque.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REL-STATUS.                                           *> Journal des liberations: numero de transmission de chaque
                                                                                 *> fichier bancaire libere
           SELECT RETURNS-LOG-FILE ASSIGN TO "retours-traites.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RETR-STATUS.                                          *> Journal de RetourBanque: une ligne par transmission
                                                                                 *> dont les retours ont ete traites
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "audits-controle.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDC-STATUS.                                          *> Resultat date de chaque execution d'AuditCumuls
           SELECT REMIT-CONTROL-FILE ASSIGN TO "remises-controle.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REMC-STATUS.                                          *> Plages de periodes deja remises (RemiseMensuelle)
           SELECT ARCHIVE-SOURCE-FILE ASSIGN TO DYNAMIC ARC-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARCS-STATUS.                                          *> Sortie de la periode a archiver (nom de la liste)
           SELECT ARCHIVE-COPY-FILE ASSIGN TO DYNAMIC ARC-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARCC-STATUS.                                          *> Copie estampillee du numero de periode
           SELECT CLOSE-LOG-FILE ASSIGN TO "clotures-paie.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLOG-STATUS.                                          *> Journal des clotures: une ligne par periode fermee
           SELECT LEAVE-ADJUST-FILE ASSIGN TO "ajustements-conges.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ADJ-STATUS.                                           *> Ajustements de banques de conge inscrits par MajConges
           SELECT CLOSE-REGISTER-FILE ASSIGN TO "rapport-cloture.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.                                           *> Registre imprime de la liste de controle et des archives

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.                                                        *> Copie conforme de l'enregistrement de calendrier de GestionPaie
       01 CALENDAR-RECORD.
           05 CAL-PERIOD-NUMBER PIC 9(4).
           05 CAL-PERIOD-START  PIC X(10).
           05 CAL-PERIOD-END    PIC X(10).
           05 CAL-PERIOD-STATUS PIC X.                                          *> ' ' = periode a payer, 'C' = passe principale completee
           05 CAL-HOLIDAY-FLAG  PIC X.                                          *> 'F' = periode avec jour ferie

       FD YEAR-CALENDAR-FILE.                                                   *> Meme disposition que calendrier-paie.dat, une ligne par
       01 YEAR-CALENDAR-RECORD.                                                 *> periode de l'annee (statut laisse a blanc)
           05 YCAL-PERIOD-NUMBER PIC 9(4).
           05 YCAL-PERIOD-START  PIC X(10).
           05 YCAL-PERIOD-END    PIC X(10).
           05 YCAL-PERIOD-STATUS PIC X.
           05 YCAL-HOLIDAY-FLAG  PIC X.

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(200).                                          *> Ligne de rejet telle qu'ecrite par GestionPaie (EMP-ID en tete)

       FD HIST-FILE.                                                            *> Copie conforme de l'enregistrement d'historique de GestionPaie
       01 HIST-RECORD.
           05 HIST-KEY.
               10 HIST-ID      PIC X(6).
               10 HIST-PERIOD  PIC 9(4).
           05 HIST-PERIOD-LABEL PIC X(40).
           05 HIST-DEPT        PIC X(10).
           05 HIST-NAME        PIC X(30).
           05 HIST-HOURS-REG   PIC 9(3)V99.
           05 HIST-HOURS-OT    PIC 9(3)V99.
           05 HIST-RATE-HOURLY PIC 9(3)V99.
           05 HIST-GROSS       PIC 9(5)V99.
           05 HIST-TAX         PIC 9(5)V99.
           05 HIST-DED-SANTE   PIC 9(4).
           05 HIST-DED-SYNDICAT PIC 9(4).
           05 HIST-DED-AUTRE   PIC 9(4).
           05 HIST-SAISIE      PIC 9(5)V99.
           05 HIST-NET         PIC 9(5)V99.
           05 HIST-PAY-TYPE    PIC X.
           05 HIST-ANNUAL-SALARY PIC 9(7)V99.
           05 HIST-SALARY-PAID PIC 9(5)V99.
           05 HIST-PENSION-EE  PIC 9(5)V99.
           05 HIST-PENSION-ER  PIC 9(5)V99.

       FD PAY-CONTROL-FILE.                                                     *> Copie conforme de LiberationBanque
       01 PAY-CONTROL-RECORD.
           05 CPC-FILE-NAME    PIC X(40).
           05 CPC-PROGRAM      PIC X(12).
           05 CPC-RUN-DATE     PIC X(10).
           05 CPC-RUN-TIME     PIC X(6).
           05 CPC-PERIOD       PIC X(40).
           05 CPC-COUNT        PIC 9(6).
           05 CPC-AMOUNT       PIC 9(8)V99.
           05 CPC-HASH         PIC 9(15).

       FD RELEASE-LOG-FILE.                                                     *> Copie conforme de LiberationBanque
       01 RELEASE-LOG-RECORD.
           05 LIB-FILE-NAME    PIC X(40).
           05 LIB-PROGRAM      PIC X(12).
           05 LIB-RUN-DATE     PIC X(10).
           05 LIB-RUN-TIME     PIC X(6).
           05 LIB-COUNT        PIC 9(6).
           05 LIB-AMOUNT       PIC 9(8)V99.
           05 LIB-HASH         PIC 9(15).
           05 LIB-RELEASE-DATE PIC X(10).
           05 LIB-RELEASE-TIME PIC X(6).
           05 LIB-OPERATOR     PIC X(8).
           05 LIB-APPROVER     PIC X(8).
           05 LIB-SEQUENCE     PIC 9(6).

       FD RETURNS-LOG-FILE.                                                     *> Copie conforme de RetourBanque
       01 RETURNS-LOG-RECORD.
           05 RTT-SEQUENCE     PIC 9(6).
           05 RTT-RUN-DATE     PIC X(10).
           05 RTT-RUN-TIME     PIC X(6).
           05 RTT-APPLIED      PIC 9(6).
           05 RTT-REJECTED     PIC 9(6).
           05 RTT-REISSUE-TOTAL PIC 9(8)V99.

       FD AUDIT-CONTROL-FILE.                                                   *> Copie conforme d'AuditCumuls
       01 AUDIT-CONTROL-RECORD.
           05 AUDC-RUN-DATE    PIC X(10).
           05 AUDC-RUN-TIME    PIC X(6).
           05 AUDC-EMPLOYEE-COUNT PIC 9(6).
           05 AUDC-MISMATCH-COUNT PIC 9(6).
           05 AUDC-ORPHAN-HIST-COUNT PIC 9(6).
           05 AUDC-ORPHAN-CUMUL-COUNT PIC 9(6).

       FD REMIT-CONTROL-FILE.                                                   *> Copie conforme de RemiseMensuelle
       01 REMIT-CONTROL-RECORD.
           05 REMC-START       PIC 9(4).
           05 REMC-END         PIC 9(4).
           05 REMC-TAX         PIC 9(8)V99.
           05 REMC-EMPLOYER    PIC 9(8)V99.

       FD ARCHIVE-SOURCE-FILE.
       01 ARCHIVE-SOURCE-RECORD PIC X(250).

       FD ARCHIVE-COPY-FILE.
       01 ARCHIVE-COPY-RECORD PIC X(250).

       FD CLOSE-LOG-FILE.
       01 CLOSE-LOG-RECORD.                                                     *> Une periode fermee par ligne
           05 CLO-PERIOD       PIC 9(4).                                        *> Periode fermee et ses dates
           05 CLO-PERIOD-START PIC X(10).
           05 CLO-PERIOD-END   PIC X(10).
           05 CLO-CLOSE-DATE   PIC X(10).                                       *> Date et heure de la cloture
           05 CLO-CLOSE-TIME   PIC X(6).
           05 CLO-OPERATOR     PIC X(8).                                        *> Operateur qui a ferme la periode
           05 CLO-MONTH-END    PIC X.                                           *> 'O' si la periode termine un mois (remise verifiee)
           05 CLO-FILE-COUNT   PIC 9(3).                                        *> Nombre de sorties archivees
           05 CLO-NEXT-PERIOD  PIC 9(4).                                        *> Periode placee au calendrier de paie

       FD LEAVE-ADJUST-FILE.                                                    *> Copie conforme de MajConges
       01 LEAVE-ADJUST-RECORD.
           05 ADJ-ID           PIC X(6).
           05 ADJ-CODE         PIC X.
           05 ADJ-ACTION       PIC X.
           05 ADJ-RUN-DATE     PIC X(10).
           05 ADJ-RUN-TIME     PIC X(6).
           05 ADJ-SIGN         PIC X.
           05 ADJ-HOURS        PIC 9(4)V99.
           05 ADJ-REASON       PIC X(30).

       FD CLOSE-REGISTER-FILE.
       01 CLOSE-REGISTER-RECORD.
           05 CLOSE-REGISTER-FIELD PIC X(150).

       WORKING-STORAGE SECTION.
       01 CAL-STATUS       PIC XX.                                              *> Code retour des operations sur CALENDAR-FILE
       01 YCAL-STATUS      PIC XX.                                              *> Code retour des operations sur YEAR-CALENDAR-FILE
       01 EXC-STATUS       PIC XX.                                              *> Code retour des operations sur EXCEPTION-FILE
       01 HIST-STATUS      PIC XX.                                              *> Code retour des operations sur HIST-FILE
       01 PCTL-STATUS      PIC XX.                                              *> Code retour des operations sur PAY-CONTROL-FILE
       01 REL-STATUS       PIC XX.                                              *> Code retour des operations sur RELEASE-LOG-FILE
       01 RETR-STATUS      PIC XX.                                              *> Code retour des operations sur RETURNS-LOG-FILE
       01 AUDC-STATUS      PIC XX.                                              *> Code retour des operations sur AUDIT-CONTROL-FILE
       01 REMC-STATUS      PIC XX.                                              *> Code retour des operations sur REMIT-CONTROL-FILE
       01 ARCS-STATUS      PIC XX.                                              *> Code retour des operations sur ARCHIVE-SOURCE-FILE
       01 ARCC-STATUS      PIC XX.                                              *> Code retour des operations sur ARCHIVE-COPY-FILE
       01 CLOG-STATUS      PIC XX.                                              *> Code retour des operations sur CLOSE-LOG-FILE
       01 ADJ-STATUS       PIC XX.                                              *> Code retour des operations sur LEAVE-ADJUST-FILE
       01 ADJ-EOF          PIC X VALUE 'N'.                                     *> 'O' quand les ajustements sont epuises
       01 EOF-FLAG         PIC X VALUE 'N'.                                     *> 'O' quand le fichier en cours de lecture est epuise
       01 TEMP-STRING      PIC X(150).                                          *> Variable temporaire pour formater la sortie
       01 SEPARATOR-LINE   PIC X(80) VALUE ALL "=".                             *> Ligne de separation du registre
       01 COMPANY-NAME     PIC X(40) VALUE "ACME INC.".                         *> Nom de la compagnie affiche sur le registre
       01 OPERATOR-ID      PIC X(8).                                            *> Code de l'operateur, saisi au demarrage
       01 CLOCK-DATE       PIC X(8).                                            *> Date systeme (AAAAMMJJ)
       01 CLOCK-TIME       PIC X(8).                                            *> Heure systeme (HHMMSScc)
       01 CLOSE-DATE       PIC X(10).                                           *> Date et heure de la cloture (AAAA-MM-JJ, HHMMSS)
       01 CLOSE-TIME       PIC X(6).
       01 CUR-PERIOD-NUMBER PIC 9(4).                                           *> Periode a fermer, reprise du calendrier de paie
       01 CUR-PERIOD-START PIC X(10).
       01 CUR-PERIOD-END   PIC X(10).
       01 CUR-PERIOD-STATUS PIC X.
       01 PAY-PERIOD       PIC X(40) VALUE SPACES.                              *> Libelle de la periode, tel qu'inscrit par la paie dans
                                                                                 *> l'en-tete et le controle de ses fichiers bancaires
       01 NEXT-FOUND       PIC X VALUE 'N'.                                     *> 'O' si la periode suivante est au calendrier annuel
       01 NEXT-PERIOD-NUMBER PIC 9(4).                                          *> Periode suivante, reprise du calendrier annuel
       01 NEXT-PERIOD-START PIC X(10).
       01 NEXT-PERIOD-END  PIC X(10).
       01 NEXT-HOLIDAY-FLAG PIC X.
       01 MONTH-END        PIC X VALUE 'N'.                                     *> 'O' si la periode est la derniere a finir dans son mois
       01 CHECK-LABEL      PIC X(36).                                           *> Point de la liste de controle en cours
       01 CHECK-RESULT     PIC X.                                               *> 'O' = satisfait, 'N' = non satisfait, 'S' = sans objet
       01 CHECK-DETAIL     PIC X(90).                                           *> Precision imprimee a cote du resultat
       01 CHECK-FAILED-COUNT PIC 9(2) VALUE 0.                                  *> Points non satisfaits: un seul suffit a refuser la cloture
       01 EXC-LINE-COUNT   PIC 9(5) VALUE 0.                                    *> Lignes lues dans exceptions.txt
       01 EXC-OPEN-COUNT   PIC 9(5) VALUE 0.                                    *> Rejets sans paie de la periode en historique
       01 EXC-OPEN-DISP    PIC Z(4)9.
       01 EXC-LEAVE-OPEN-COUNT PIC 9(5) VALUE 0.                                *> Lignes de conge rejetees sans ajustement de la banque
       01 EXC-LEAVE-ADJUSTED PIC X.                                             *> 'O' si la ligne de conge courante a son ajustement
       01 MAIN-RUN-STAMP   PIC X(16) VALUE SPACES.                              *> Date + heure de la passe principale: l'ajustement doit
                                                                                 *> la suivre
       01 MAIN-RUN-DATE    PIC X(10) VALUE SPACES.                              *> Derniere execution de la passe principale de la periode
       01 MAIN-RUN-TIME    PIC X(6) VALUE SPACES.
       01 CORR-RUN-DATE    PIC X(10) VALUE SPACES.                              *> Derniere passe corrective de la periode (blanc = aucune)
       01 CORR-RUN-TIME    PIC X(6) VALUE SPACES.
       01 RETRO-RAN        PIC X VALUE 'N'.                                     *> 'O' si une retro, un depart paye par depot ou une passe
       01 DEPART-RAN       PIC X VALUE 'N'.                                     *> hors cycle a produit un fichier bancaire de la periode
       01 OFFC-RAN         PIC X VALUE 'N'.
       01 PCL-TABLE.                                                            *> Chaque fichier bancaire produit pour la periode (toutes
           05 PCL-ENTRY OCCURS 60 TIMES.                                        *> lignes de controles-paiements.dat) et sa liberation
               10 PCL-FILE-NAME PIC X(40).
               10 PCL-RUN-DATE PIC X(10).
               10 PCL-RUN-TIME PIC X(6).
               10 PCL-RELEASED PIC X.                                           *> 'O' si une ligne du journal des liberations lui correspond
               10 PCL-SEQUENCE PIC 9(6).                                        *> Transmission qui l'a porte
       01 PCL-COUNT        PIC 9(2) VALUE 0.
       01 PCL-MAX          PIC 9(2) VALUE 60.
       01 PCL-IDX          PIC 9(2).
       01 PCL-OVERFLOW     PIC X VALUE 'N'.                                     *> 'O' si la periode a plus de PCL-MAX fichiers bancaires
       01 PCL-PENDING-COUNT PIC 9(2) VALUE 0.                                   *> Fichiers de la periode non liberes
       01 PCL-IN-PERIOD    PIC X.                                               *> 'O' si la ligne de controle lue est de la periode
       01 LAST-PAY-STAMP   PIC X(16) VALUE SPACES.                              *> Plus recente execution de paie inscrite (date + heure):
                                                                                 *> le controle des cumuls doit etre posterieur
       01 RUN-STAMP        PIC X(16).                                           *> Date + heure d'une ligne lue, pour la comparaison
       01 RSQ-TABLE.                                                            *> Transmissions de la periode (sans doublon): les retours
           05 RSQ-SEQUENCE OCCURS 60 TIMES PIC 9(6).                            *> de chacune doivent avoir ete traites
       01 RSQ-COUNT        PIC 9(2) VALUE 0.
       01 RSQ-IDX          PIC 9(2).
       01 RSQ-FOUND        PIC X.                                               *> 'O' si la transmission est deja dans la table, ou
                                                                                 *> inscrite au journal de RetourBanque
       01 RSQ-MISSING-COUNT PIC 9(2) VALUE 0.                                   *> Transmissions sans retours traites
       01 AUDIT-FOUND      PIC X VALUE 'N'.                                     *> 'O' si un controle des cumuls est inscrit
       01 AUDIT-STAMP      PIC X(16) VALUE SPACES.                              *> Date + heure du dernier controle des cumuls
       01 AUDIT-MISMATCH   PIC 9(6) VALUE 0.                                    *> Ses compteurs d'anomalies
       01 AUDIT-ORPHAN-HIST PIC 9(6) VALUE 0.
       01 AUDIT-ORPHAN-CUMUL PIC 9(6) VALUE 0.
       01 REMITTED         PIC X VALUE 'N'.                                     *> 'O' si la periode est dans une plage deja remise
       01 REMIT-START      PIC 9(4).                                            *> Plage qui la couvre
       01 REMIT-END        PIC 9(4).
       01 ARCHIVE-LIST.                                                         *> Sorties de la periode, ecrasees a chaque execution de leur
           05 ARL-ENTRY OCCURS 36 TIMES.                                        *> programme: copiees sous leur nom suivi de -PNNNN
               10 ARL-STEM     PIC X(36).                                       *> Nom du fichier sans l'extension .txt
               10 ARL-SOURCE   PIC X.                                           *> P = passe principale, C = passe corrective, B = banque et
                                                                                 *> controle, R = remise du mois, T = retro, D = depart paye
                                                                                 *> par depot, H = passe hors cycle, A = autre registre ou
                                                                                 *> rapport (archive s'il existe)
       01 ARL-COUNT        PIC 9(2) VALUE 36.
       01 ARL-IDX          PIC 9(2).
       01 ARC-SOURCE-NAME  PIC X(60).                                           *> Nom du fichier a archiver
       01 ARC-COPY-NAME    PIC X(60).                                           *> Nom de sa copie d'archive
       01 ARC-LINE-COUNT   PIC 9(6).                                            *> Lignes copiees du fichier en cours
       01 ARC-FILE-COUNT   PIC 9(3) VALUE 0.                                    *> Fichiers archives
       01 ARC-SKIP-COUNT   PIC 9(3) VALUE 0.                                    *> Fichiers absents ou sans objet pour la periode

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           DISPLAY "Code de l'operateur (8 car.): "
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "ERREUR: code de l'operateur obligatoire "
                   "-- execution annulee."
               STOP RUN
           END-IF.

           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME FROM TIME
           STRING CLOCK-DATE(1:4) "-" CLOCK-DATE(5:2) "-"
               CLOCK-DATE(7:2)
               DELIMITED BY SIZE
               INTO CLOSE-DATE
           END-STRING
           MOVE CLOCK-TIME(1:6) TO CLOSE-TIME.

           PERFORM READ-PAY-CALENDAR.                                           *> Periode a fermer
           PERFORM FIND-NEXT-PERIOD.                                            *> Periode suivante, au calendrier annuel
           PERFORM INIT-ARCHIVE-LIST.

           OPEN OUTPUT CLOSE-REGISTER-FILE
           MOVE SEPARATOR-LINE TO CLOSE-REGISTER-FIELD
           WRITE CLOSE-REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "CLOTURE DE LA PERIODE DE PAIE - " COMPANY-NAME
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
           WRITE CLOSE-REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING PAY-PERIOD "  - Le " CLOSE-DATE " a " CLOSE-TIME
               "  - Operateur: " OPERATOR-ID
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
           WRITE CLOSE-REGISTER-RECORD
           MOVE SEPARATOR-LINE TO CLOSE-REGISTER-FIELD
           WRITE CLOSE-REGISTER-RECORD
           MOVE "LISTE DE CONTROLE" TO CLOSE-REGISTER-FIELD
           WRITE CLOSE-REGISTER-RECORD.

           *> Tous les points sont verifies et imprimes, meme apres un
           *> echec: l'operateur voit d'un coup tout ce qui reste a
           *> faire avant de relancer la cloture
           PERFORM LOAD-PAY-CONTROLS.                                           *> Fichiers bancaires de la periode et derniere paie inscrite
           PERFORM CHECK-MAIN-RUN.
           PERFORM CHECK-EXCEPTIONS.
           PERFORM CHECK-BANK-RETURNS.
           PERFORM CHECK-AUDIT.
           PERFORM CHECK-REMITTANCE.
           PERFORM CHECK-NEXT-PERIOD.

           IF CHECK-FAILED-COUNT > 0
               MOVE SEPARATOR-LINE TO CLOSE-REGISTER-FIELD
               WRITE CLOSE-REGISTER-RECORD
               MOVE SPACES TO TEMP-STRING
               STRING "CLOTURE REFUSEE: " CHECK-FAILED-COUNT
                   " point(s) de la liste de controle non satisfait(s)"
                   "; calendrier et sorties laisses tels quels."
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
               WRITE CLOSE-REGISTER-RECORD
               CLOSE CLOSE-REGISTER-FILE
               DISPLAY "ERREUR: la periode " CUR-PERIOD-NUMBER
                   " ne peut pas etre fermee: " CHECK-FAILED-COUNT
                   " point(s) non satisfait(s)."
               DISPLAY "Voir rapport-cloture.txt -- execution annulee."
               STOP RUN
           END-IF.

           PERFORM ARCHIVE-RUN-OUTPUTS.                                         *> Copies estampillees AVANT de toucher au calendrier: une
                                                                                 *> cloture interrompue se relance telle quelle
           PERFORM WRITE-CLOSE-RECORD.
           PERFORM ADVANCE-CALENDAR.

           MOVE SEPARATOR-LINE TO CLOSE-REGISTER-FIELD
           WRITE CLOSE-REGISTER-RECORD
           MOVE SPACES TO TEMP-STRING
           STRING "PERIODE " CUR-PERIOD-NUMBER " FERMEE: "
               ARC-FILE-COUNT " sortie(s) archivee(s). Calendrier "
               "passe a la periode " NEXT-PERIOD-NUMBER " du "
               NEXT-PERIOD-START " au " NEXT-PERIOD-END
               DELIMITED BY SIZE
               INTO TEMP-STRING
           END-STRING
           MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
           WRITE CLOSE-REGISTER-RECORD
           IF NEXT-HOLIDAY-FLAG = 'F'
               MOVE "La periode suivante comprend un jour ferie."
                   TO CLOSE-REGISTER-FIELD
               WRITE CLOSE-REGISTER-RECORD
           END-IF
           MOVE SEPARATOR-LINE TO CLOSE-REGISTER-FIELD
           WRITE CLOSE-REGISTER-RECORD
           CLOSE CLOSE-REGISTER-FILE.

           DISPLAY "Periode " CUR-PERIOD-NUMBER " fermee, "
               ARC-FILE-COUNT " sortie(s) archivee(s); prochaine "
               "periode: " NEXT-PERIOD-NUMBER " du " NEXT-PERIOD-START
               " au " NEXT-PERIOD-END "."

           STOP RUN.

       READ-PAY-CALENDAR.                                                       *> Lit la periode courante; sans calendrier, rien a fermer
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir "
                   "calendrier-paie.dat (CAL-STATUS=" CAL-STATUS
                   ") -- execution annulee."
               STOP RUN
           END-IF
           READ CALENDAR-FILE
               AT END
                   DISPLAY "ERREUR: calendrier-paie.dat est vide "
                       "-- execution annulee."
                   CLOSE CALENDAR-FILE
                   STOP RUN
           END-READ
           IF CAL-PERIOD-NUMBER NOT NUMERIC
               DISPLAY "ERREUR: numero de periode invalide dans "
                   "calendrier-paie.dat -- execution annulee."
               CLOSE CALENDAR-FILE
               STOP RUN
           END-IF
           MOVE CAL-PERIOD-NUMBER TO CUR-PERIOD-NUMBER
           MOVE CAL-PERIOD-START  TO CUR-PERIOD-START
           MOVE CAL-PERIOD-END    TO CUR-PERIOD-END
           MOVE CAL-PERIOD-STATUS TO CUR-PERIOD-STATUS
           CLOSE CALENDAR-FILE
           MOVE SPACES TO PAY-PERIOD                                            *> Meme libelle que la paie: il identifie les fichiers
           STRING "Periode " CUR-PERIOD-NUMBER                                  *> bancaires de la periode dans le fichier de controle
               " du " CUR-PERIOD-START
               " au " CUR-PERIOD-END
               DELIMITED BY SIZE
               INTO PAY-PERIOD
           END-STRING.

       FIND-NEXT-PERIOD.                                                        *> Cherche la periode qui suit au calendrier annuel; la
           MOVE 'N' TO NEXT-FOUND                                               *> periode termine un mois si la suivante finit dans un
           MOVE 'N' TO MONTH-END                                                *> autre mois
           COMPUTE NEXT-PERIOD-NUMBER = CUR-PERIOD-NUMBER + 1
           OPEN INPUT YEAR-CALENDAR-FILE
           IF YCAL-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ YEAR-CALENDAR-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       IF YCAL-PERIOD-NUMBER NUMERIC
                           IF YCAL-PERIOD-NUMBER = NEXT-PERIOD-NUMBER
                               MOVE 'O' TO NEXT-FOUND
                               MOVE YCAL-PERIOD-START
                                   TO NEXT-PERIOD-START
                               MOVE YCAL-PERIOD-END
                                   TO NEXT-PERIOD-END
                               MOVE YCAL-HOLIDAY-FLAG
                                   TO NEXT-HOLIDAY-FLAG
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE YEAR-CALENDAR-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF
           IF NEXT-FOUND = 'O'
               IF NEXT-PERIOD-END(1:7) NOT = CUR-PERIOD-END(1:7)
                   MOVE 'O' TO MONTH-END
               END-IF
           END-IF.

       INIT-ARCHIVE-LIST.                                                       *> Sorties de la periode et leur origine
           MOVE "rapport"                      TO ARL-STEM(1)
           MOVE 'P'                            TO ARL-SOURCE(1)
           MOVE "exceptions"                   TO ARL-STEM(2)
           MOVE 'P'                            TO ARL-SOURCE(2)
           MOVE "ecritures-gl"                 TO ARL-STEM(3)
           MOVE 'P'                            TO ARL-SOURCE(3)
           MOVE "variances"                    TO ARL-STEM(4)
           MOVE 'P'                            TO ARL-SOURCE(4)
           MOVE "paiements-banque"             TO ARL-STEM(5)
           MOVE 'P'                            TO ARL-SOURCE(5)
           MOVE "cheques"                      TO ARL-STEM(6)
           MOVE 'P'                            TO ARL-SOURCE(6)
           MOVE "registre-cheques"             TO ARL-STEM(7)
           MOVE 'P'                            TO ARL-SOURCE(7)
           MOVE "remises-saisies"              TO ARL-STEM(8)
           MOVE 'P'                            TO ARL-SOURCE(8)
           MOVE "rapport-corrections"          TO ARL-STEM(9)
           MOVE 'C'                            TO ARL-SOURCE(9)
           MOVE "exceptions-corrections"       TO ARL-STEM(10)
           MOVE 'C'                            TO ARL-SOURCE(10)
           MOVE "paiements-banque-corrections" TO ARL-STEM(11)
           MOVE 'C'                            TO ARL-SOURCE(11)
           MOVE "transmission-banque"          TO ARL-STEM(12)
           MOVE 'B'                            TO ARL-SOURCE(12)
           MOVE "rapport-retours"              TO ARL-STEM(13)
           MOVE 'B'                            TO ARL-SOURCE(13)
           MOVE "reemissions"                  TO ARL-STEM(14)
           MOVE 'B'                            TO ARL-SOURCE(14)
           MOVE "rapport-audit"                TO ARL-STEM(15)
           MOVE 'B'                            TO ARL-SOURCE(15)
           MOVE "remise-gouvernement"          TO ARL-STEM(16)
           MOVE 'R'                            TO ARL-SOURCE(16)
           MOVE "registre-liberation"          TO ARL-STEM(17)
           MOVE 'B'                            TO ARL-SOURCE(17)
           MOVE "paiements-banque-retro"       TO ARL-STEM(18)
           MOVE 'T'                            TO ARL-SOURCE(18)
           MOVE "rapport-retro"                TO ARL-STEM(19)
           MOVE 'T'                            TO ARL-SOURCE(19)
           MOVE "paiements-banque-departs"     TO ARL-STEM(20)
           MOVE 'D'                            TO ARL-SOURCE(20)
           MOVE "bulletins-depart"             TO ARL-STEM(21)
           MOVE 'D'                            TO ARL-SOURCE(21)
           MOVE "registre-maj"                 TO ARL-STEM(22)
           MOVE 'A'                            TO ARL-SOURCE(22)
           MOVE "paiements-banque-hors-cycle"  TO ARL-STEM(23)
           MOVE 'H'                            TO ARL-SOURCE(23)
           MOVE "rapport-hors-cycle"           TO ARL-STEM(24)
           MOVE 'H'                            TO ARL-SOURCE(24)
           MOVE "ecritures-gl-hors-cycle"      TO ARL-STEM(25)
           MOVE 'H'                            TO ARL-SOURCE(25)
           MOVE "cheques-hors-cycle"           TO ARL-STEM(26)
           MOVE 'H'                            TO ARL-SOURCE(26)
           MOVE "registre-cheques-hors-cycle"  TO ARL-STEM(27)
           MOVE 'H'                            TO ARL-SOURCE(27)
           MOVE "remises-saisies-hors-cycle"   TO ARL-STEM(28)
           MOVE 'H'                            TO ARL-SOURCE(28)
           MOVE "exceptions-hors-cycle"        TO ARL-STEM(29)
           MOVE 'H'                            TO ARL-SOURCE(29)
           MOVE "registre-conges"              TO ARL-STEM(30)
           MOVE 'A'                            TO ARL-SOURCE(30)
           MOVE "rapport-conges"               TO ARL-STEM(31)
           MOVE 'A'                            TO ARL-SOURCE(31)
           MOVE "rapport-main-oeuvre"          TO ARL-STEM(32)
           MOVE 'A'                            TO ARL-SOURCE(32)
           MOVE "rapport-budget"               TO ARL-STEM(33)
           MOVE 'A'                            TO ARL-SOURCE(33)
           MOVE "releves-cessation"            TO ARL-STEM(34)
           MOVE 'D'                            TO ARL-SOURCE(34)
           MOVE "revue-modifications"          TO ARL-STEM(35)
           MOVE 'A'                            TO ARL-SOURCE(35)
           MOVE "registre-taux"                TO ARL-STEM(36)
           MOVE 'A'                            TO ARL-SOURCE(36).

       WRITE-CHECK-LINE.                                                        *> Imprime le point CHECK-LABEL et son resultat; un point
           MOVE SPACES TO TEMP-STRING                                           *> non satisfait compte contre la cloture
           EVALUATE CHECK-RESULT
               WHEN 'O'
                   STRING "  [OK]      " CHECK-LABEL " " CHECK-DETAIL
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               WHEN 'S'
                   STRING "  [S.O.]    " CHECK-LABEL " " CHECK-DETAIL
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               WHEN OTHER
                   ADD 1 TO CHECK-FAILED-COUNT
                   STRING "  [ECHEC]   " CHECK-LABEL " " CHECK-DETAIL
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
           END-EVALUATE
           MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
           WRITE CLOSE-REGISTER-RECORD.

       CHECK-MAIN-RUN.                                                          *> 1. La passe principale de la periode est completee
           MOVE "1. Passe principale completee" TO CHECK-LABEL
           IF CUR-PERIOD-STATUS = 'C'
               MOVE 'O' TO CHECK-RESULT
               MOVE "Periode estampillee 'C' au calendrier de paie."
                   TO CHECK-DETAIL
           ELSE
               MOVE 'N' TO CHECK-RESULT
               MOVE "Periode non completee: executez GestionPaie."
                   TO CHECK-DETAIL
           END-IF
           PERFORM WRITE-CHECK-LINE.

       CHECK-EXCEPTIONS.                                                        *> 2. Chaque rejet de la passe principale a ete corrige: son
           MOVE "2. Exceptions corrigees" TO CHECK-LABEL                        *> employe a une paie de la periode en historique (passe
           MOVE 0 TO EXC-LINE-COUNT                                             *> corrective); les rejets restants sont listes
           MOVE 0 TO EXC-OPEN-COUNT
           MOVE 0 TO EXC-LEAVE-OPEN-COUNT
           OPEN INPUT EXCEPTION-FILE
           IF EXC-STATUS = "35"
               MOVE 'O' TO CHECK-RESULT
               MOVE "Aucun fichier d'exceptions pour la periode."
                   TO CHECK-DETAIL
               PERFORM WRITE-CHECK-LINE
           ELSE
           IF EXC-STATUS NOT = "00"
               MOVE 'N' TO CHECK-RESULT
               MOVE SPACES TO CHECK-DETAIL
               STRING "exceptions.txt illisible (EXC-STATUS="
                   EXC-STATUS ")."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
               PERFORM WRITE-CHECK-LINE
           ELSE
               OPEN INPUT HIST-FILE
               IF HIST-STATUS NOT = "00"
                   CLOSE EXCEPTION-FILE
                   MOVE 'N' TO CHECK-RESULT
                   MOVE SPACES TO CHECK-DETAIL
                   STRING "historique-paie.dat illisible (HIST-STATUS="
                       HIST-STATUS ")."
                       DELIMITED BY SIZE
                       INTO CHECK-DETAIL
                   END-STRING
                   PERFORM WRITE-CHECK-LINE
               ELSE
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = 'O'
                       READ EXCEPTION-FILE AT END
                           SET EOF-FLAG TO 'O'
                       NOT AT END
                           IF EXCEPTION-RECORD(1:6) NOT = SPACES
                               ADD 1 TO EXC-LINE-COUNT
                               PERFORM CHECK-ONE-EXCEPTION
                           END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO EOF-FLAG
                   CLOSE EXCEPTION-FILE
                   CLOSE HIST-FILE
                   MOVE SPACES TO CHECK-DETAIL
                   IF EXC-OPEN-COUNT = 0
                       MOVE 'O' TO CHECK-RESULT
                       COMPUTE EXC-OPEN-DISP = EXC-LINE-COUNT
                       STRING EXC-OPEN-DISP " rejet(s), tous payes "
                           "en historique pour la periode."
                           DELIMITED BY SIZE
                           INTO CHECK-DETAIL
                       END-STRING
                   ELSE
                   IF EXC-LEAVE-OPEN-COUNT = 0
                       MOVE 'N' TO CHECK-RESULT
                       COMPUTE EXC-OPEN-DISP = EXC-OPEN-COUNT
                       STRING EXC-OPEN-DISP " rejet(s) sans paie de la "
                           "periode (ci-dessus): executez "
                           "CorrectionPaie."
                           DELIMITED BY SIZE
                           INTO CHECK-DETAIL
                       END-STRING
                   ELSE
                       MOVE 'N' TO CHECK-RESULT
                       COMPUTE EXC-OPEN-DISP = EXC-OPEN-COUNT
                       STRING EXC-OPEN-DISP " rejet(s) ouvert(s) "
                           "(ci-dessus): CorrectionPaie, et MajConges "
                           "pour les conges."
                           DELIMITED BY SIZE
                           INTO CHECK-DETAIL
                       END-STRING
                   END-IF
                   END-IF
                   PERFORM WRITE-CHECK-LINE
               END-IF
           END-IF
           END-IF.

       CHECK-ONE-EXCEPTION.                                                     *> Un rejet sans paie de la periode en historique est imprime
           IF EXCEPTION-RECORD(49:7) = " Conge="                                *> Ligne de conge rejetee: l'employe a ete paye sans elle,
               PERFORM CHECK-LEAVE-EXCEPTION                                    *> elle reste ouverte jusqu'a l'ajustement de sa banque
           ELSE
               MOVE EXCEPTION-RECORD(1:6) TO HIST-ID
               MOVE CUR-PERIOD-NUMBER TO HIST-PERIOD
               READ HIST-FILE KEY IS HIST-KEY
                   INVALID KEY
                       ADD 1 TO EXC-OPEN-COUNT
                       MOVE SPACES TO TEMP-STRING
                       STRING "     Non corrige: "
                           EXCEPTION-RECORD(1:100)
                           DELIMITED BY SIZE
                           INTO TEMP-STRING
                       END-STRING
                       MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
                       WRITE CLOSE-REGISTER-RECORD
               END-READ
           END-IF.

       CHECK-LEAVE-EXCEPTION.                                                   *> La ligne de conge est regularisee par un ajustement ou
           MOVE 'N' TO EXC-LEAVE-ADJUSTED                                       *> un ajout de la banque (EMP-ID, code) inscrit par
           OPEN INPUT LEAVE-ADJUST-FILE                                         *> MajConges apres la passe principale
           IF ADJ-STATUS = "00"
               MOVE 'N' TO ADJ-EOF
               PERFORM UNTIL ADJ-EOF = 'O'
                   READ LEAVE-ADJUST-FILE AT END
                       MOVE 'O' TO ADJ-EOF
                   NOT AT END
                       STRING ADJ-RUN-DATE ADJ-RUN-TIME
                           DELIMITED BY SIZE
                           INTO RUN-STAMP
                       END-STRING
                       IF ADJ-ID = EXCEPTION-RECORD(1:6)
                               AND ADJ-CODE = EXCEPTION-RECORD(56:1)
                               AND RUN-STAMP > MAIN-RUN-STAMP
                           MOVE 'O' TO EXC-LEAVE-ADJUSTED
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-ADJUST-FILE
           END-IF
           IF EXC-LEAVE-ADJUSTED = 'N'
               ADD 1 TO EXC-OPEN-COUNT
               ADD 1 TO EXC-LEAVE-OPEN-COUNT
               MOVE SPACES TO TEMP-STRING
               STRING "     Conge non ajuste: " EXCEPTION-RECORD(1:100)
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
               WRITE CLOSE-REGISTER-RECORD
           END-IF.

       LOAD-PAY-CONTROLS.                                                       *> Releve chaque fichier bancaire produit pour la periode
           MOVE 0 TO PCL-COUNT                                                  *> (dont la derniere passe principale et corrective) et la
           OPEN INPUT PAY-CONTROL-FILE                                          *> plus recente execution de paie de tout producteur
           IF PCTL-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ PAY-CONTROL-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       STRING CPC-RUN-DATE CPC-RUN-TIME
                           DELIMITED BY SIZE
                           INTO RUN-STAMP
                       END-STRING
                       IF RUN-STAMP > LAST-PAY-STAMP
                           MOVE RUN-STAMP TO LAST-PAY-STAMP
                       END-IF
                       MOVE 'N' TO PCL-IN-PERIOD                                *> De la periode: libelle de la periode (passes principale
                       IF CPC-PERIOD = PAY-PERIOD                               *> et corrective, retro, departs) ou d'une passe hors
                           MOVE 'O' TO PCL-IN-PERIOD                            *> cycle "HORS CYCLE n per. NNNN au AAAA-MM-JJ"
                       END-IF
                       IF CPC-PERIOD(1:10) = "HORS CYCLE"
                               AND CPC-PERIOD(19:4) = CUR-PERIOD-NUMBER
                               AND CPC-PERIOD(27:10) = CUR-PERIOD-END
                           MOVE 'O' TO PCL-IN-PERIOD
                           MOVE 'O' TO OFFC-RAN
                       END-IF
                       IF PCL-IN-PERIOD = 'O'
                           PERFORM ADD-PERIOD-CONTROL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-CONTROL-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF
           STRING MAIN-RUN-DATE MAIN-RUN-TIME
               DELIMITED BY SIZE
               INTO MAIN-RUN-STAMP
           END-STRING
           OPEN INPUT RELEASE-LOG-FILE                                          *> Liberation et transmission de chacun de ces fichiers
           IF REL-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ RELEASE-LOG-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       PERFORM VARYING PCL-IDX FROM 1 BY 1
                               UNTIL PCL-IDX > PCL-COUNT
                           IF LIB-FILE-NAME = PCL-FILE-NAME(PCL-IDX)
                                   AND LIB-RUN-DATE
                                       = PCL-RUN-DATE(PCL-IDX)
                                   AND LIB-RUN-TIME
                                       = PCL-RUN-TIME(PCL-IDX)
                               MOVE 'O' TO PCL-RELEASED(PCL-IDX)
                               MOVE LIB-SEQUENCE
                                   TO PCL-SEQUENCE(PCL-IDX)
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RELEASE-LOG-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.

       ADD-PERIOD-CONTROL.                                                      *> Inscrit la ligne de controle lue dans la table des
           IF CPC-FILE-NAME = "paiements-banque.txt"                            *> fichiers bancaires de la periode
               MOVE CPC-RUN-DATE TO MAIN-RUN-DATE
               MOVE CPC-RUN-TIME TO MAIN-RUN-TIME
           END-IF
           IF CPC-FILE-NAME = "paiements-banque-corrections.txt"
               MOVE CPC-RUN-DATE TO CORR-RUN-DATE
               MOVE CPC-RUN-TIME TO CORR-RUN-TIME
           END-IF
           IF CPC-FILE-NAME = "paiements-banque-retro.txt"
               MOVE 'O' TO RETRO-RAN
           END-IF
           IF CPC-FILE-NAME = "paiements-banque-departs.txt"
               MOVE 'O' TO DEPART-RAN
           END-IF
           IF PCL-COUNT < PCL-MAX
               ADD 1 TO PCL-COUNT
               MOVE CPC-FILE-NAME TO PCL-FILE-NAME(PCL-COUNT)
               MOVE CPC-RUN-DATE  TO PCL-RUN-DATE(PCL-COUNT)
               MOVE CPC-RUN-TIME  TO PCL-RUN-TIME(PCL-COUNT)
               MOVE 'N'           TO PCL-RELEASED(PCL-COUNT)
               MOVE 0             TO PCL-SEQUENCE(PCL-COUNT)
           ELSE
               MOVE 'O' TO PCL-OVERFLOW
           END-IF.

       CHECK-BANK-RETURNS.                                                      *> 3. Les fichiers bancaires de la periode sont liberes et les
           MOVE "3. Retours bancaires traites" TO CHECK-LABEL                   *> retours de leur transmission traites par RetourBanque
           MOVE SPACES TO CHECK-DETAIL
           MOVE 0 TO PCL-PENDING-COUNT
           MOVE 0 TO RSQ-COUNT
           MOVE 0 TO RSQ-MISSING-COUNT
           PERFORM VARYING PCL-IDX FROM 1 BY 1                                  *> Chaque fichier non libere est imprime; chaque
                   UNTIL PCL-IDX > PCL-COUNT                                    *> transmission des autres doit avoir ses retours traites
               IF PCL-RELEASED(PCL-IDX) = 'N'
                   ADD 1 TO PCL-PENDING-COUNT
                   MOVE SPACES TO TEMP-STRING
                   STRING "     Non libere: " PCL-FILE-NAME(PCL-IDX)
                       " du " PCL-RUN-DATE(PCL-IDX)
                       " a " PCL-RUN-TIME(PCL-IDX)
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
                   MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
                   WRITE CLOSE-REGISTER-RECORD
               ELSE
                   IF PCL-SEQUENCE(PCL-IDX) > 0
                       PERFORM ADD-PERIOD-SEQUENCE
                   END-IF
               END-IF
           END-PERFORM
           IF MAIN-RUN-DATE = SPACES
               MOVE 'N' TO CHECK-RESULT
               MOVE "Aucun fichier bancaire de la passe principale."
                   TO CHECK-DETAIL
               PERFORM WRITE-CHECK-LINE
           ELSE
           IF PCL-OVERFLOW = 'O'
               MOVE 'N' TO CHECK-RESULT
               STRING "Plus de " PCL-MAX " fichiers bancaires pour la "
                   "periode: verification impossible."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
               PERFORM WRITE-CHECK-LINE
           ELSE
           IF PCL-PENDING-COUNT > 0
               MOVE 'N' TO CHECK-RESULT
               STRING PCL-PENDING-COUNT " fichier(s) bancaire(s) de la "
                   "periode non libere(s) (ci-dessus): executez "
                   "LiberationBanque."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
               PERFORM WRITE-CHECK-LINE
           ELSE
               IF RSQ-COUNT = 0                                                 *> Fichiers sans depot direct: la banque n'a rien a
                   MOVE 'O' TO CHECK-RESULT                                     *> retourner
                   MOVE "Aucun depot direct transmis pour la periode."
                       TO CHECK-DETAIL
               ELSE
                   PERFORM VARYING RSQ-IDX FROM 1 BY 1
                           UNTIL RSQ-IDX > RSQ-COUNT
                       PERFORM CHECK-SEQUENCE-RETURNS
                   END-PERFORM
                   IF RSQ-MISSING-COUNT = 0
                       MOVE 'O' TO CHECK-RESULT
                       STRING "Retours traites pour les " RSQ-COUNT
                           " transmission(s) de la periode."
                           DELIMITED BY SIZE
                           INTO CHECK-DETAIL
                       END-STRING
                   ELSE
                       MOVE 'N' TO CHECK-RESULT
                       STRING RSQ-MISSING-COUNT " transmission(s) sans "
                           "retours traites (ci-dessus): executez "
                           "RetourBanque."
                           DELIMITED BY SIZE
                           INTO CHECK-DETAIL
                       END-STRING
                   END-IF
               END-IF
               PERFORM WRITE-CHECK-LINE
           END-IF
           END-IF
           END-IF.

       ADD-PERIOD-SEQUENCE.                                                     *> Retient la transmission du fichier PCL-IDX, une seule
           MOVE 'N' TO RSQ-FOUND                                                *> fois (plusieurs fichiers partagent une transmission)
           PERFORM VARYING RSQ-IDX FROM 1 BY 1
                   UNTIL RSQ-IDX > RSQ-COUNT
               IF RSQ-SEQUENCE(RSQ-IDX) = PCL-SEQUENCE(PCL-IDX)
                   MOVE 'O' TO RSQ-FOUND
               END-IF
           END-PERFORM
           IF RSQ-FOUND = 'N'                                                   *> PCL-MAX entrees au plus: la table ne deborde pas
               ADD 1 TO RSQ-COUNT
               MOVE PCL-SEQUENCE(PCL-IDX) TO RSQ-SEQUENCE(RSQ-COUNT)
           END-IF.

       CHECK-SEQUENCE-RETURNS.                                                  *> La transmission RSQ-IDX doit figurer au journal de
           MOVE 'N' TO RSQ-FOUND                                                *> RetourBanque; sinon elle est imprimee
           OPEN INPUT RETURNS-LOG-FILE
           IF RETR-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ RETURNS-LOG-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       IF RTT-SEQUENCE = RSQ-SEQUENCE(RSQ-IDX)
                           MOVE 'O' TO RSQ-FOUND
                           SET EOF-FLAG TO 'O'
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-LOG-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF
           IF RSQ-FOUND = 'N'
               ADD 1 TO RSQ-MISSING-COUNT
               MOVE SPACES TO TEMP-STRING
               STRING "     Retours non traites: transmission no "
                   RSQ-SEQUENCE(RSQ-IDX)
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
               MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
               WRITE CLOSE-REGISTER-RECORD
           END-IF.

       CHECK-AUDIT.                                                             *> 4. Le dernier controle d'AuditCumuls est propre et
           MOVE "4. AuditCumuls sans anomalie" TO CHECK-LABEL                   *> posterieur a la derniere paie inscrite
           MOVE SPACES TO CHECK-DETAIL
           MOVE 'N' TO AUDIT-FOUND
           OPEN INPUT AUDIT-CONTROL-FILE
           IF AUDC-STATUS = "00"
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ AUDIT-CONTROL-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       MOVE 'O' TO AUDIT-FOUND
                       STRING AUDC-RUN-DATE AUDC-RUN-TIME
                           DELIMITED BY SIZE
                           INTO AUDIT-STAMP
                       END-STRING
                       MOVE AUDC-MISMATCH-COUNT TO AUDIT-MISMATCH
                       MOVE AUDC-ORPHAN-HIST-COUNT TO AUDIT-ORPHAN-HIST
                       MOVE AUDC-ORPHAN-CUMUL-COUNT
                           TO AUDIT-ORPHAN-CUMUL
                   END-READ
               END-PERFORM
               CLOSE AUDIT-CONTROL-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF
           IF AUDIT-FOUND = 'N'
               MOVE 'N' TO CHECK-RESULT
               MOVE "Aucun controle inscrit: executez AuditCumuls."
                   TO CHECK-DETAIL
           ELSE
           IF AUDIT-STAMP < LAST-PAY-STAMP
               MOVE 'N' TO CHECK-RESULT
               STRING "Dernier controle du " AUDIT-STAMP(1:10)
                   " anterieur a la derniere paie: executez "
                   "AuditCumuls."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
           ELSE
           IF AUDIT-MISMATCH > 0 OR AUDIT-ORPHAN-HIST > 0
                   OR AUDIT-ORPHAN-CUMUL > 0
               MOVE 'N' TO CHECK-RESULT
               STRING "Controle du " AUDIT-STAMP(1:10) ": "
                   AUDIT-MISMATCH " ecart(s), " AUDIT-ORPHAN-HIST
                   " + " AUDIT-ORPHAN-CUMUL " orphelin(s); voir "
                   "rapport-audit.txt."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
           ELSE
               MOVE 'O' TO CHECK-RESULT
               STRING "Controle du " AUDIT-STAMP(1:10) " a "
                   AUDIT-STAMP(11:6) ": cumuls et historique "
                   "balancent."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE.

       CHECK-REMITTANCE.                                                        *> 5. Si la periode termine un mois, la remise du mois est
           MOVE "5. Remise du mois faite" TO CHECK-LABEL                        *> faite: la periode est dans une plage deja remise
           MOVE SPACES TO CHECK-DETAIL
           IF NEXT-FOUND = 'N'
               MOVE 'S' TO CHECK-RESULT
               MOVE "Fin de mois indeterminee sans la periode suivante."
                   TO CHECK-DETAIL
           ELSE
           IF MONTH-END = 'N'
               MOVE 'S' TO CHECK-RESULT
               STRING "La periode ne termine pas le mois "
                   CUR-PERIOD-END(1:7) "."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
           ELSE
               MOVE 'N' TO REMITTED
               OPEN INPUT REMIT-CONTROL-FILE
               IF REMC-STATUS = "00"
                   MOVE 'N' TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = 'O'
                       READ REMIT-CONTROL-FILE AT END
                           SET EOF-FLAG TO 'O'
                       NOT AT END
                           IF REMC-START NUMERIC AND REMC-END NUMERIC
                               IF CUR-PERIOD-NUMBER NOT < REMC-START
                                   AND CUR-PERIOD-NUMBER NOT > REMC-END
                                   MOVE 'O' TO REMITTED
                                   MOVE REMC-START TO REMIT-START
                                   MOVE REMC-END TO REMIT-END
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REMIT-CONTROL-FILE
                   MOVE 'N' TO EOF-FLAG
               END-IF
               IF REMITTED = 'O'
                   MOVE 'O' TO CHECK-RESULT
                   STRING "Mois " CUR-PERIOD-END(1:7)
                       " remis (periodes " REMIT-START " a " REMIT-END
                       ")."
                       DELIMITED BY SIZE
                       INTO CHECK-DETAIL
                   END-STRING
               ELSE
                   MOVE 'N' TO CHECK-RESULT
                   STRING "Fin du mois " CUR-PERIOD-END(1:7)
                       ": remise non faite, executez RemiseMensuelle."
                       DELIMITED BY SIZE
                       INTO CHECK-DETAIL
                   END-STRING
               END-IF
           END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE.

       CHECK-NEXT-PERIOD.                                                       *> 6. La periode suivante est au calendrier annuel, avec des
           MOVE "6. Periode suivante au calendrier" TO CHECK-LABEL              *> dates qui suivent la periode fermee
           MOVE SPACES TO CHECK-DETAIL
           IF NEXT-FOUND = 'N'
               MOVE 'N' TO CHECK-RESULT
               STRING "Periode " NEXT-PERIOD-NUMBER " absente de "
                   "calendrier-annuel.dat: chargez le calendrier de "
                   "l'annee."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
           ELSE
           IF NEXT-PERIOD-START NOT > CUR-PERIOD-END
                   OR NEXT-PERIOD-END < NEXT-PERIOD-START
                   OR (NEXT-HOLIDAY-FLAG NOT = SPACE
                       AND NEXT-HOLIDAY-FLAG NOT = 'F')
               MOVE 'N' TO CHECK-RESULT
               STRING "Periode " NEXT-PERIOD-NUMBER " du "
                   NEXT-PERIOD-START " au " NEXT-PERIOD-END
                   " invalide au calendrier annuel."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
           ELSE
               MOVE 'O' TO CHECK-RESULT
               STRING "Periode " NEXT-PERIOD-NUMBER " du "
                   NEXT-PERIOD-START " au " NEXT-PERIOD-END "."
                   DELIMITED BY SIZE
                   INTO CHECK-DETAIL
               END-STRING
           END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE.

       ARCHIVE-RUN-OUTPUTS.                                                     *> Copie chaque sortie de la periode sous son nom suivi de
           MOVE SEPARATOR-LINE TO CLOSE-REGISTER-FIELD                          *> -PNNNN; les sorties de la passe corrective, d'une retro,
           WRITE CLOSE-REGISTER-RECORD                                          *> des departs et des passes hors cycle ne sont archivees
           MOVE "ARCHIVES" TO CLOSE-REGISTER-FIELD                              *> que si elles ont tourne pour la periode, la remise
                                                                                 *> seulement en fin de mois
           WRITE CLOSE-REGISTER-RECORD
           PERFORM VARYING ARL-IDX FROM 1 BY 1
                   UNTIL ARL-IDX > ARL-COUNT
               MOVE SPACES TO ARC-SOURCE-NAME
               STRING ARL-STEM(ARL-IDX) DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO ARC-SOURCE-NAME
               END-STRING
               MOVE SPACES TO ARC-COPY-NAME
               STRING ARL-STEM(ARL-IDX) DELIMITED BY SPACE
                   "-P" CUR-PERIOD-NUMBER ".txt" DELIMITED BY SIZE
                   INTO ARC-COPY-NAME
               END-STRING
               MOVE SPACES TO TEMP-STRING
               IF (ARL-SOURCE(ARL-IDX) = 'C'
                           AND CORR-RUN-DATE = SPACES)
                       OR (ARL-SOURCE(ARL-IDX) = 'R'
                           AND MONTH-END = 'N')
                       OR (ARL-SOURCE(ARL-IDX) = 'T'
                           AND RETRO-RAN = 'N')
                       OR (ARL-SOURCE(ARL-IDX) = 'D'
                           AND DEPART-RAN = 'N')
                       OR (ARL-SOURCE(ARL-IDX) = 'H'
                           AND OFFC-RAN = 'N')
                   ADD 1 TO ARC-SKIP-COUNT
                   STRING "  " ARC-SOURCE-NAME(1:40)
                       " sans objet pour la periode"
                       DELIMITED BY SIZE
                       INTO TEMP-STRING
                   END-STRING
               ELSE
                   PERFORM ARCHIVE-ONE-FILE
               END-IF
               MOVE TEMP-STRING TO CLOSE-REGISTER-FIELD
               WRITE CLOSE-REGISTER-RECORD
           END-PERFORM.

       ARCHIVE-ONE-FILE.                                                        *> Copie ARC-SOURCE-NAME dans ARC-COPY-NAME; une sortie
           OPEN INPUT ARCHIVE-SOURCE-FILE                                       *> absente est signalee, toute autre erreur arrete la cloture
           IF ARCS-STATUS = "35"                                                *> avant le calendrier
               ADD 1 TO ARC-SKIP-COUNT
               STRING "  " ARC-SOURCE-NAME(1:40) " absent"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           ELSE
           IF ARCS-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir " ARC-SOURCE-NAME
                   " (ARCS-STATUS=" ARCS-STATUS ") -- cloture "
                   "annulee, calendrier inchange."
               CLOSE CLOSE-REGISTER-FILE
               STOP RUN
           ELSE
               OPEN OUTPUT ARCHIVE-COPY-FILE
               IF ARCC-STATUS NOT = "00"
                   DISPLAY "ERREUR: impossible de creer " ARC-COPY-NAME
                       " (ARCC-STATUS=" ARCC-STATUS ") -- cloture "
                       "annulee, calendrier inchange."
                   CLOSE ARCHIVE-SOURCE-FILE
                   CLOSE CLOSE-REGISTER-FILE
                   STOP RUN
               END-IF
               MOVE 0 TO ARC-LINE-COUNT
               MOVE 'N' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'O'
                   READ ARCHIVE-SOURCE-FILE AT END
                       SET EOF-FLAG TO 'O'
                   NOT AT END
                       MOVE ARCHIVE-SOURCE-RECORD TO ARCHIVE-COPY-RECORD
                       WRITE ARCHIVE-COPY-RECORD
                       ADD 1 TO ARC-LINE-COUNT
                   END-READ
               END-PERFORM
               MOVE 'N' TO EOF-FLAG
               CLOSE ARCHIVE-SOURCE-FILE
               CLOSE ARCHIVE-COPY-FILE
               ADD 1 TO ARC-FILE-COUNT
               STRING "  " ARC-SOURCE-NAME(1:40) " -> "
                   ARC-COPY-NAME(1:44) ARC-LINE-COUNT " ligne(s)"
                   DELIMITED BY SIZE
                   INTO TEMP-STRING
               END-STRING
           END-IF
           END-IF.

       WRITE-CLOSE-RECORD.                                                      *> Inscrit la cloture au journal des clotures
           OPEN EXTEND CLOSE-LOG-FILE
           IF CLOG-STATUS = "35"
               OPEN OUTPUT CLOSE-LOG-FILE
           END-IF
           IF CLOG-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible d'ouvrir clotures-paie.dat "
                   "(CLOG-STATUS=" CLOG-STATUS ") -- cloture annulee, "
                   "calendrier inchange."
               CLOSE CLOSE-REGISTER-FILE
               STOP RUN
           END-IF
           MOVE CUR-PERIOD-NUMBER  TO CLO-PERIOD
           MOVE CUR-PERIOD-START   TO CLO-PERIOD-START
           MOVE CUR-PERIOD-END     TO CLO-PERIOD-END
           MOVE CLOSE-DATE         TO CLO-CLOSE-DATE
           MOVE CLOSE-TIME         TO CLO-CLOSE-TIME
           MOVE OPERATOR-ID        TO CLO-OPERATOR
           MOVE MONTH-END          TO CLO-MONTH-END
           MOVE ARC-FILE-COUNT     TO CLO-FILE-COUNT
           MOVE NEXT-PERIOD-NUMBER TO CLO-NEXT-PERIOD
           WRITE CLOSE-LOG-RECORD
           CLOSE CLOSE-LOG-FILE.

       ADVANCE-CALENDAR.                                                        *> Place la periode suivante au calendrier de paie, a payer
           OPEN OUTPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "ERREUR: impossible de recrire "
                   "calendrier-paie.dat (CAL-STATUS=" CAL-STATUS
                   ") -- periode " CUR-PERIOD-NUMBER " inscrite comme "
                   "fermee; placez la periode " NEXT-PERIOD-NUMBER
                   " a la main."
               CLOSE CLOSE-REGISTER-FILE
               STOP RUN
           END-IF
           MOVE NEXT-PERIOD-NUMBER TO CAL-PERIOD-NUMBER
           MOVE NEXT-PERIOD-START  TO CAL-PERIOD-START
           MOVE NEXT-PERIOD-END    TO CAL-PERIOD-END
           MOVE SPACE              TO CAL-PERIOD-STATUS
           MOVE NEXT-HOLIDAY-FLAG  TO CAL-HOLIDAY-FLAG
           WRITE CALENDAR-RECORD
           CLOSE CALENDAR-FILE.

      *
      * Alertes sur abonnements : apres EVALCOBOL, rapproche l'extrait
      * dedoublonne des mutations (data/extrait_mutations.txt) des
      * criteres permanents des abonnes (data/abonnements.txt, une
      * ligne par critere id|departement|commune|type local|nature|
      * prix min|prix max, champ vide = indifferent, commune en cle
      * departement-code) et ecrit pour chaque abonne un fichier
      * data/notification_<id>_<AAAAMMJJHHMMSS>.txt avec entete
      * (ENT), mutations retenues (MUT) et pied de controle (FIN).
      * Le repere de chaque abonne (data/abonnements_reperes.txt)
      * porte le dernier run EVALCOBOL notifie et les mutations deja
      * envoyees sont tracees dans data/abonnements_envoyes.txt : une
      * relance ne renvoie jamais une mutation deja notifiee.
      * Seul l'extrait du dernier chargement est disponible : les
      * chargements equilibres passes depuis le repere d'un abonne
      * sans etre notifies sont listes et le code retour passe a 3.
      * Compilation : cobc -x aboALERTE.cob
      * Exécution : aboALERTE.exe
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABOALERTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ABONNEMENTS ASSIGN TO "data/abonnements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABO-STATUS.

           SELECT F-EXTRAIT ASSIGN TO "data/extrait_mutations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT F-JOURNAL ASSIGN TO "data/journal_executions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT F-REPERES ASSIGN TO DYNAMIC WS-NOM-REPERES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

           SELECT F-REPERES-OUT ASSIGN TO DYNAMIC WS-NOM-REPERES-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUT-STATUS.

           SELECT F-ENVOIS ASSIGN TO "data/abonnements_envoyes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.

           SELECT F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALERTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.

           SELECT F-ALERTES-WORK ASSIGN TO "data/alertes_tri.tmp".

           SELECT F-NOTIFICATION ASSIGN TO DYNAMIC WS-NOM-NOTIFICATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ABONNEMENTS.
       01  REC-ABONNEMENT      PIC X(250).

       FD  F-EXTRAIT.
       01  REC-EXTRAIT.
           05 REC-EXT-NO-DISPO      PIC X(10).
           05 REC-EXT-DATE-MUT      PIC X(10).
           05 REC-EXT-NATURE        PIC X(40).
           05 REC-EXT-VALEUR        PIC 9(15).
           05 REC-EXT-DEPARTEMENT   PIC X(5).
           05 REC-EXT-COMMUNE       PIC X(5).
           05 REC-EXT-TYPE-LOCAL    PIC X(40).
           05 REC-EXT-SURFACE       PIC 9(9).
           05 REC-EXT-NB-LOCAUX     PIC 9(3).
           05 REC-EXT-NB-MAISONS    PIC 9(3).
           05 REC-EXT-NB-APPARTS    PIC 9(3).
           05 REC-EXT-NB-LOCAUX-COM PIC 9(3).
           05 REC-EXT-NB-DEPEND     PIC 9(3).
           05 REC-EXT-NB-AUTRES     PIC 9(3).

       FD  F-JOURNAL.
       01  REC-JOURNAL.
           05 REC-JRN-DATE            PIC X(8).
           05 REC-JRN-HEURE           PIC X(8).
           05 REC-JRN-FICHIER         PIC X(250).
           05 REC-JRN-DATE-DEBUT      PIC X(8).
           05 REC-JRN-DATE-FIN        PIC X(8).
           05 REC-JRN-RESTART         PIC X.
           05 REC-JRN-NB-RECORDS      PIC 9(9).
           05 REC-JRN-NB-TRANSACTIONS PIC 9(9).
           05 REC-JRN-NB-DOUBLONS     PIC 9(9).
           05 REC-JRN-NB-REJETS       PIC 9(9).
           05 REC-JRN-NB-FILTRES      PIC 9(9).
           05 REC-JRN-NB-VAL-BLANCHE  PIC 9(9).
           05 REC-JRN-TOTAL-VENTES    PIC 9(15).
           05 REC-JRN-EQUILIBRE       PIC X.
           05 REC-JRN-NB-ANNEXES      PIC 9(9).
           05 REC-JRN-NB-EXCLUSIONS   PIC 9(9).
           05 REC-JRN-NB-CORRIGEES    PIC 9(9).
           05 REC-JRN-NB-RETIREES     PIC 9(9).
           05 REC-JRN-NB-ANNULATIONS  PIC 9(9).
           05 REC-JRN-MONTANT-ANNULATIONS PIC 9(15).

       FD  F-REPERES.
       01  REC-REPERE.
           05 REC-REP-ID            PIC X(10).
           05 REC-REP-RUN           PIC X(16).
           05 REC-REP-DATE-NOTIF    PIC X(8).
           05 REC-REP-HEURE-NOTIF   PIC X(8).
           05 REC-REP-NB-ALERTES    PIC 9(9).

       FD  F-REPERES-OUT.
       01  REC-REPERE-OUT.
           05 REC-ROUT-ID           PIC X(10).
           05 REC-ROUT-RUN          PIC X(16).
           05 REC-ROUT-DATE-NOTIF   PIC X(8).
           05 REC-ROUT-HEURE-NOTIF  PIC X(8).
           05 REC-ROUT-NB-ALERTES   PIC 9(9).

       FD  F-ENVOIS.
       01  REC-ENVOI.
           05 REC-ENV-ID            PIC X(10).
           05 REC-ENV-CLE           PIC X(30).
           05 REC-ENV-RUN           PIC X(16).

       FD  F-ALERTES.
       01  REC-ALERTE.
           05 REC-ALT-ABO           PIC 9(4).
           05 REC-ALT-SEQ           PIC 9(9).
           05 REC-ALT-MUTATION      PIC X(152).

       SD  F-ALERTES-WORK.
       01  REC-ALERTE-WORK.
           05 ALW-ABO               PIC 9(4).
           05 ALW-SEQ               PIC 9(9).
           05 ALW-MUTATION          PIC X(152).

       FD  F-NOTIFICATION.
       01  REC-NOTIFICATION    PIC X(300).

       WORKING-STORAGE SECTION.

       77  WS-ABO-STATUS       PIC XX.
       77  WS-EXT-STATUS       PIC XX.
       77  WS-JRN-STATUS       PIC XX.
       77  WS-REP-STATUS       PIC XX.
       77  WS-ROUT-STATUS      PIC XX.
       77  WS-ENV-STATUS       PIC XX.
       77  WS-ALT-STATUS       PIC XX.
       77  WS-NOT-STATUS       PIC XX.
       77  WS-EOF              PIC X.
       77  WS-DELETE-RC        PIC S9(9) COMP-5 VALUE 0.

       77  WS-NOM-REPERES      PIC X(250)
               VALUE "data/abonnements_reperes.txt".
       77  WS-NOM-REPERES-TMP  PIC X(250)
               VALUE "data/abonnements_reperes.tmp".
       77  WS-NOM-ALERTES      PIC X(250)
               VALUE "data/alertes_travail.tmp".
       77  WS-NOM-NOTIFICATION PIC X(250).

       77  WS-RUN-STAMP        PIC X(16) VALUE SPACES.
       77  WS-RUN-EQUILIBRE    PIC X VALUE SPACE.

       01  WS-RUNS-EQUILIBRES.
           05 WS-RUN-EQ-STAMP  OCCURS 100 TIMES PIC X(16).
       77  WS-NB-RUNS-EQ       PIC 9(4) VALUE 0.
       77  WS-RUNS-EQ-TRONQUES PIC X VALUE 'N'.
       77  WS-RUN-I            PIC 9(4).
       77  WS-NB-RUNS-MANQUES  PIC 9(4).
       77  WS-NB-ABO-EN-RETARD PIC 9(4) VALUE 0.
       77  WS-DATE-JOUR        PIC X(8).
       77  WS-HEURE-JOUR       PIC X(8).

       01  WS-ABONNES.
           05 WS-ABO-ENTRY     OCCURS 200 TIMES.
               10 WS-ABO-ID          PIC X(10).
               10 WS-ABO-NB-CRIT     PIC 9(4).
               10 WS-ABO-REPERE      PIC X(16).
               10 WS-ABO-ACTIF       PIC X.
               10 WS-ABO-NOTIFIE     PIC X.
               10 WS-ABO-MUT-NO      PIC 9(9).
               10 WS-ABO-NB-ALERTES  PIC 9(9).
               10 WS-ABO-TOTAL       PIC 9(15).
               10 WS-ABO-NB-DEJA     PIC 9(9).
               10 WS-ABO-DATE-NOTIF  PIC X(8).
               10 WS-ABO-HEURE-NOTIF PIC X(8).
               10 WS-ABO-NB-PREC     PIC 9(9).

       77  WS-NB-ABONNES       PIC 9(4) VALUE 0.
       77  WS-ABO-I            PIC 9(4).
       77  WS-ABO-COURANT      PIC 9(4).

       01  WS-CRITERES.
           05 WS-CRIT-ENTRY    OCCURS 1000 TIMES.
               10 WS-CRIT-ABO        PIC 9(4).
               10 WS-CRIT-DEPT       PIC X(5).
               10 WS-CRIT-COM-DEPT   PIC X(5).
               10 WS-CRIT-COMMUNE    PIC X(5).
               10 WS-CRIT-TYPE       PIC X(40).
               10 WS-CRIT-NATURE     PIC X(40).
               10 WS-CRIT-PRIX-MIN   PIC 9(15).
               10 WS-CRIT-PRIX-MAX   PIC 9(15).

       77  WS-NB-CRITERES      PIC 9(4) VALUE 0.
       77  WS-CRIT-I           PIC 9(4).
       77  WS-CRITERE-OK       PIC X.
       77  WS-NB-ABO-INVALIDES PIC 9(4) VALUE 0.

       77  WS-CHP-ID           PIC X(20).
       77  WS-CHP-DEPT         PIC X(10).
       77  WS-CHP-COMMUNE      PIC X(20).
       77  WS-CHP-TYPE         PIC X(40).
       77  WS-CHP-NATURE       PIC X(40).
       77  WS-CHP-PRIX-MIN     PIC X(20).
       77  WS-CHP-PRIX-MAX     PIC X(20).
       77  WS-CHP-VALIDE       PIC X.
       77  WS-RAISON-INVALIDE  PIC X(40).

       01  WS-ENVOIS-VUS.
           05 WS-ENV-VU-CLE    OCCURS 400009 TIMES PIC X(40)
                               VALUE SPACES.

       77  WS-ENV-HASH-TAILLE  PIC 9(9) VALUE 400009.
       77  WS-ENV-HASH-ALERTE  PIC 9(9) VALUE 360000.
       77  WS-NB-ENVOIS-VUS    PIC 9(9) VALUE 0.
       77  WS-ENV-HASH-ACCUM   PIC 9(9).
       77  WS-ENV-HASH-I       PIC 9(4).
       77  WS-ENV-SLOT         PIC 9(9).
       77  WS-ENV-TROUVE       PIC X.
       77  WS-ENV-CLE-TRAVAIL  PIC X(40).

       77  WS-CLE-MUTATION     PIC X(30).
       77  WS-NB-LUES          PIC 9(9) VALUE 0.
       77  WS-NB-RETENUES      PIC 9(9) VALUE 0.
       77  WS-NB-DEJA-ENVOYEES PIC 9(9) VALUE 0.
       77  WS-NB-FICHIERS      PIC 9(4) VALUE 0.
       77  WS-NB-DEJA-NOTIFIES PIC 9(4) VALUE 0.

       01  WS-ALERTE-MUT.
           05 WS-ALM-NO-DISPO       PIC X(10).
           05 WS-ALM-DATE-MUT       PIC X(10).
           05 WS-ALM-NATURE         PIC X(40).
           05 WS-ALM-VALEUR         PIC 9(15).
           05 WS-ALM-DEPARTEMENT    PIC X(5).
           05 WS-ALM-COMMUNE        PIC X(5).
           05 WS-ALM-TYPE-LOCAL     PIC X(40).
           05 WS-ALM-SURFACE        PIC 9(9).
           05 WS-ALM-NB-LOCAUX      PIC 9(3).
           05 FILLER                PIC X(15).

       77  WS-LIGNE-NOTIF      PIC X(300).
       77  WS-POINTEUR-LIGNE   PIC 9(4).
       77  WS-NB-EDITE         PIC Z(8)9.
       77  WS-VALEUR-EDITE     PIC Z(14)9.
       77  WS-ALT-EOF          PIC X.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME

           PERFORM LIRE-DERNIER-RUN
           PERFORM CHARGER-ABONNEMENTS

           IF WS-NB-CRITERES = 0
               DISPLAY "Aucun abonnement actif - pas de notification"
               IF WS-NB-ABO-INVALIDES > 0
                   DISPLAY "*** ATTENTION : " WS-NB-ABO-INVALIDES
                           " LIGNE(S) D'ABONNEMENT INVALIDE(S) ***"
                   MOVE 3 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           PERFORM CHARGER-REPERES
           PERFORM CHARGER-ENVOIS

           OPEN INPUT F-EXTRAIT
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "*** EXTRAIT DES MUTATIONS INDISPONIBLE, "
                       "STATUT " WS-EXT-STATUS " ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT F-ALERTES

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-EXTRAIT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM RAPPROCHER-MUTATION
               END-READ
           END-PERFORM

           CLOSE F-EXTRAIT
           CLOSE F-ALERTES

           OPEN EXTEND F-ENVOIS
           IF WS-ENV-STATUS = "35"
               OPEN OUTPUT F-ENVOIS
           END-IF

           SORT F-ALERTES-WORK
               ON ASCENDING KEY ALW-ABO
                                ALW-SEQ
               USING F-ALERTES
               OUTPUT PROCEDURE IS ECRIRE-NOTIFICATIONS

           CLOSE F-ENVOIS

           PERFORM VARYING WS-ABO-I FROM 1 BY 1
                   UNTIL WS-ABO-I > WS-NB-ABONNES
               IF WS-ABO-ACTIF (WS-ABO-I) = 'O'
               AND WS-ABO-NOTIFIE (WS-ABO-I) = 'N'
                   MOVE WS-ABO-I TO WS-ABO-COURANT
                   PERFORM OUVRIR-NOTIFICATION
                   PERFORM FERMER-NOTIFICATION
               END-IF
           END-PERFORM

           PERFORM SAUVEGARDER-REPERES

           CALL "CBL_DELETE_FILE" USING WS-NOM-ALERTES
               RETURNING WS-DELETE-RC
           END-CALL

           DISPLAY "Mutations lues                 : " WS-NB-LUES
           DISPLAY "Alertes notifiees              : " WS-NB-RETENUES
           DISPLAY "Alertes deja envoyees ecartees : "
                   WS-NB-DEJA-ENVOYEES
           DISPLAY "Fichiers de notification       : " WS-NB-FICHIERS
           IF WS-NB-DEJA-NOTIFIES > 0
               DISPLAY "Abonnes deja notifies pour ce run : "
                       WS-NB-DEJA-NOTIFIES
           END-IF

           IF WS-NB-ABO-EN-RETARD > 0
               DISPLAY "*** ATTENTION : " WS-NB-ABO-EN-RETARD
                       " ABONNE(S) AVEC DES CHARGEMENTS NON NOTIFIES"
                       " - SEUL LE DERNIER EXTRAIT EST RAPPROCHE ***"
           END-IF

           IF WS-NB-ABO-INVALIDES > 0
           OR WS-NB-ABO-EN-RETARD > 0
               MOVE 3 TO RETURN-CODE
           END-IF

           STOP RUN.

       LIRE-DERNIER-RUN.
           OPEN INPUT F-JOURNAL
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "*** JOURNAL DES EXECUTIONS INDISPONIBLE, "
                       "STATUT " WS-JRN-STATUS " ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE REC-JRN-DATE TO WS-RUN-STAMP (1:8)
                       MOVE REC-JRN-HEURE TO WS-RUN-STAMP (9:8)
                       MOVE REC-JRN-EQUILIBRE TO WS-RUN-EQUILIBRE
                       IF REC-JRN-EQUILIBRE = 'O'
                           PERFORM NOTER-RUN-EQUILIBRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-JOURNAL

           IF WS-RUN-STAMP = SPACES
               DISPLAY "*** JOURNAL DES EXECUTIONS VIDE - AUCUN "
                       "CHARGEMENT A NOTIFIER ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-RUN-EQUILIBRE NOT = 'O'
               DISPLAY "*** DERNIER CHARGEMENT " WS-RUN-STAMP (1:8)
                       " " WS-RUN-STAMP (9:6)
                       " NON EQUILIBRE - NOTIFICATIONS SUSPENDUES ***"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Chargement notifie : " WS-RUN-STAMP (1:8) " "
                   WS-RUN-STAMP (9:6).

       NOTER-RUN-EQUILIBRE.
      * Seuls les 100 derniers chargements equilibres sont retenus.
           IF WS-NB-RUNS-EQ >= 100
               PERFORM VARYING WS-RUN-I FROM 1 BY 1
                       UNTIL WS-RUN-I > 99
                   MOVE WS-RUN-EQ-STAMP (WS-RUN-I + 1)
                       TO WS-RUN-EQ-STAMP (WS-RUN-I)
               END-PERFORM
               MOVE 99 TO WS-NB-RUNS-EQ
               MOVE 'O' TO WS-RUNS-EQ-TRONQUES
           END-IF
           ADD 1 TO WS-NB-RUNS-EQ
           MOVE WS-RUN-STAMP TO WS-RUN-EQ-STAMP (WS-NB-RUNS-EQ).

       CHARGER-ABONNEMENTS.
           OPEN INPUT F-ABONNEMENTS
           IF WS-ABO-STATUS NOT = "00"
               DISPLAY "Fichier des abonnements absent : "
                       "data/abonnements.txt"
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ABONNEMENTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REC-ABONNEMENT NOT = SPACES
                           AND REC-ABONNEMENT (1:1) NOT = "*"
                               PERFORM CHARGER-LIGNE-ABONNEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ABONNEMENTS
               DISPLAY "Abonnements charges : " WS-NB-ABONNES
                       " abonne(s), " WS-NB-CRITERES " critere(s)"
           END-IF.

       CHARGER-LIGNE-ABONNEMENT.
           MOVE SPACES TO WS-CHP-ID WS-CHP-DEPT WS-CHP-COMMUNE
                          WS-CHP-TYPE WS-CHP-NATURE
                          WS-CHP-PRIX-MIN WS-CHP-PRIX-MAX
           UNSTRING REC-ABONNEMENT
               DELIMITED BY "|"
               INTO WS-CHP-ID
                    WS-CHP-DEPT
                    WS-CHP-COMMUNE
                    WS-CHP-TYPE
                    WS-CHP-NATURE
                    WS-CHP-PRIX-MIN
                    WS-CHP-PRIX-MAX
           END-UNSTRING

           MOVE 'O' TO WS-CHP-VALIDE
           MOVE FUNCTION TRIM(WS-CHP-ID) TO WS-CHP-ID

           EVALUATE TRUE
               WHEN WS-CHP-ID = SPACES
                   MOVE "IDENTIFIANT ABONNE ABSENT"
                       TO WS-RAISON-INVALIDE
                   MOVE 'N' TO WS-CHP-VALIDE
               WHEN WS-CHP-ID (11:) NOT = SPACES
                   MOVE "IDENTIFIANT ABONNE TROP LONG"
                       TO WS-RAISON-INVALIDE
                   MOVE 'N' TO WS-CHP-VALIDE
               WHEN WS-CHP-DEPT = SPACES
               AND WS-CHP-COMMUNE = SPACES
               AND WS-CHP-TYPE = SPACES
               AND WS-CHP-NATURE = SPACES
               AND WS-CHP-PRIX-MIN = SPACES
               AND WS-CHP-PRIX-MAX = SPACES
                   MOVE "CRITERE VIDE" TO WS-RAISON-INVALIDE
                   MOVE 'N' TO WS-CHP-VALIDE
               WHEN WS-CHP-PRIX-MIN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CHP-PRIX-MIN) NOT = 0
                   MOVE "PRIX MINIMUM NON NUMERIQUE"
                       TO WS-RAISON-INVALIDE
                   MOVE 'N' TO WS-CHP-VALIDE
               WHEN WS-CHP-PRIX-MAX NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CHP-PRIX-MAX) NOT = 0
                   MOVE "PRIX MAXIMUM NON NUMERIQUE"
                       TO WS-RAISON-INVALIDE
                   MOVE 'N' TO WS-CHP-VALIDE
               WHEN WS-NB-CRITERES >= 1000
                   MOVE "TABLE DES CRITERES SATUREE"
                       TO WS-RAISON-INVALIDE
                   MOVE 'N' TO WS-CHP-VALIDE
           END-EVALUATE

           IF WS-CHP-VALIDE = 'O'
               PERFORM VARYING WS-ABO-I FROM 1 BY 1
                       UNTIL WS-ABO-I > WS-NB-ABONNES
                          OR WS-ABO-ID (WS-ABO-I) = WS-CHP-ID
                   CONTINUE
               END-PERFORM
               IF WS-ABO-I > WS-NB-ABONNES
                   IF WS-NB-ABONNES >= 200
                       MOVE "TABLE DES ABONNES SATUREE"
                           TO WS-RAISON-INVALIDE
                       MOVE 'N' TO WS-CHP-VALIDE
                   ELSE
                       ADD 1 TO WS-NB-ABONNES
                       INITIALIZE WS-ABO-ENTRY (WS-ABO-I)
                       MOVE WS-CHP-ID TO WS-ABO-ID (WS-ABO-I)
                       MOVE 'O' TO WS-ABO-ACTIF (WS-ABO-I)
                       MOVE 'N' TO WS-ABO-NOTIFIE (WS-ABO-I)
                   END-IF
               END-IF
           END-IF

           IF WS-CHP-VALIDE = 'O'
               ADD 1 TO WS-NB-CRITERES
               ADD 1 TO WS-ABO-NB-CRIT (WS-ABO-I)
               INITIALIZE WS-CRIT-ENTRY (WS-NB-CRITERES)
               MOVE WS-ABO-I TO WS-CRIT-ABO (WS-NB-CRITERES)
               MOVE FUNCTION TRIM(WS-CHP-DEPT)
                   TO WS-CRIT-DEPT (WS-NB-CRITERES)
               IF WS-CHP-COMMUNE NOT = SPACES
                   UNSTRING WS-CHP-COMMUNE
                       DELIMITED BY "-"
                       INTO WS-CRIT-COM-DEPT (WS-NB-CRITERES)
                            WS-CRIT-COMMUNE (WS-NB-CRITERES)
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-CRIT-COM-DEPT
                                      (WS-NB-CRITERES))
                       TO WS-CRIT-COM-DEPT (WS-NB-CRITERES)
                   MOVE FUNCTION TRIM(WS-CRIT-COMMUNE
                                      (WS-NB-CRITERES))
                       TO WS-CRIT-COMMUNE (WS-NB-CRITERES)
               END-IF
               MOVE FUNCTION TRIM(WS-CHP-TYPE)
                   TO WS-CRIT-TYPE (WS-NB-CRITERES)
               MOVE FUNCTION TRIM(WS-CHP-NATURE)
                   TO WS-CRIT-NATURE (WS-NB-CRITERES)
               MOVE 0 TO WS-CRIT-PRIX-MIN (WS-NB-CRITERES)
               IF WS-CHP-PRIX-MIN NOT = SPACES
                   COMPUTE WS-CRIT-PRIX-MIN (WS-NB-CRITERES) =
                       FUNCTION NUMVAL(WS-CHP-PRIX-MIN)
               END-IF
               MOVE 999999999999999
                   TO WS-CRIT-PRIX-MAX (WS-NB-CRITERES)
               IF WS-CHP-PRIX-MAX NOT = SPACES
                   COMPUTE WS-CRIT-PRIX-MAX (WS-NB-CRITERES) =
                       FUNCTION NUMVAL(WS-CHP-PRIX-MAX)
               END-IF
               IF WS-CHP-COMMUNE NOT = SPACES
               AND WS-CRIT-COMMUNE (WS-NB-CRITERES) = SPACES
                   SUBTRACT 1 FROM WS-NB-CRITERES
                   SUBTRACT 1 FROM WS-ABO-NB-CRIT (WS-ABO-I)
                   MOVE "COMMUNE ATTENDUE EN CLE DEPARTEMENT-CODE"
                       TO WS-RAISON-INVALIDE
                   MOVE 'N' TO WS-CHP-VALIDE
               END-IF
           END-IF

           IF WS-CHP-VALIDE = 'N'
               ADD 1 TO WS-NB-ABO-INVALIDES
               DISPLAY "*** ABONNEMENT IGNORE ("
                       FUNCTION TRIM(WS-RAISON-INVALIDE) ") : "
                       FUNCTION TRIM(REC-ABONNEMENT)
           END-IF.

       CHARGER-REPERES.
           OPEN INPUT F-REPERES
           IF WS-REP-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-REPERES
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM APPLIQUER-REPERE
                   END-READ
               END-PERFORM
               CLOSE F-REPERES
           END-IF.

       APPLIQUER-REPERE.
           PERFORM VARYING WS-ABO-I FROM 1 BY 1
                   UNTIL WS-ABO-I > WS-NB-ABONNES
                      OR WS-ABO-ID (WS-ABO-I) = REC-REP-ID
               CONTINUE
           END-PERFORM

           IF WS-ABO-I NOT > WS-NB-ABONNES
               MOVE REC-REP-RUN TO WS-ABO-REPERE (WS-ABO-I)
               MOVE REC-REP-DATE-NOTIF TO WS-ABO-DATE-NOTIF (WS-ABO-I)
               MOVE REC-REP-HEURE-NOTIF
                   TO WS-ABO-HEURE-NOTIF (WS-ABO-I)
               IF REC-REP-NB-ALERTES IS NUMERIC
                   MOVE REC-REP-NB-ALERTES
                       TO WS-ABO-NB-PREC (WS-ABO-I)
               END-IF
               IF REC-REP-RUN NOT < WS-RUN-STAMP
                   MOVE 'N' TO WS-ABO-ACTIF (WS-ABO-I)
                   ADD 1 TO WS-NB-DEJA-NOTIFIES
                   DISPLAY "Abonne " FUNCTION TRIM(REC-REP-ID)
                           " deja notifie pour ce chargement"
               ELSE
                   PERFORM CONTROLER-RUNS-MANQUES
               END-IF
           END-IF.

       CONTROLER-RUNS-MANQUES.
      * Chargements equilibres posterieurs au repere et anterieurs au
      * dernier : leur extrait a ete remplace sans etre notifie.
           MOVE 0 TO WS-NB-RUNS-MANQUES
           PERFORM VARYING WS-RUN-I FROM 1 BY 1
                   UNTIL WS-RUN-I > WS-NB-RUNS-EQ
               IF WS-RUN-EQ-STAMP (WS-RUN-I) > REC-REP-RUN
               AND WS-RUN-EQ-STAMP (WS-RUN-I) < WS-RUN-STAMP
                   ADD 1 TO WS-NB-RUNS-MANQUES
                   DISPLAY "*** ABONNE " FUNCTION TRIM(REC-REP-ID)
                           " : CHARGEMENT "
                           WS-RUN-EQ-STAMP (WS-RUN-I) (1:8) " "
                           WS-RUN-EQ-STAMP (WS-RUN-I) (9:6)
                           " NON NOTIFIE ***"
               END-IF
           END-PERFORM

           IF WS-RUNS-EQ-TRONQUES = 'O'
           AND WS-NB-RUNS-EQ > 0
           AND REC-REP-RUN < WS-RUN-EQ-STAMP (1)
               DISPLAY "*** ABONNE " FUNCTION TRIM(REC-REP-ID)
                       " : CHARGEMENTS ANTERIEURS AU "
                       WS-RUN-EQ-STAMP (1) (1:8)
                       " NON VERIFIES (100 DERNIERS RETENUS) ***"
           END-IF

           IF WS-NB-RUNS-MANQUES > 0
               ADD 1 TO WS-NB-ABO-EN-RETARD
           END-IF.

       CHARGER-ENVOIS.
           OPEN INPUT F-ENVOIS
           IF WS-ENV-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-ENVOIS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE REC-ENV-ID TO WS-ENV-CLE-TRAVAIL (1:10)
                           MOVE REC-ENV-CLE
                               TO WS-ENV-CLE-TRAVAIL (11:30)
                           PERFORM RECHERCHER-ENVOI
                           IF WS-ENV-TROUVE = 'N'
                               PERFORM NOTER-ENVOI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ENVOIS
               DISPLAY "Historique des envois charge : "
                       WS-NB-ENVOIS-VUS " mutation(s) notifiee(s)"
           END-IF.

       RAPPROCHER-MUTATION.
           MOVE SPACES TO WS-CLE-MUTATION
           STRING FUNCTION TRIM(REC-EXT-NO-DISPO) DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(REC-EXT-DATE-MUT) DELIMITED BY SIZE
               INTO WS-CLE-MUTATION
           END-STRING

           PERFORM VARYING WS-CRIT-I FROM 1 BY 1
                   UNTIL WS-CRIT-I > WS-NB-CRITERES
               MOVE WS-CRIT-ABO (WS-CRIT-I) TO WS-ABO-I
               IF WS-ABO-ACTIF (WS-ABO-I) = 'O'
               AND WS-ABO-MUT-NO (WS-ABO-I) NOT = WS-NB-LUES
                   PERFORM EVALUER-CRITERE
                   IF WS-CRITERE-OK = 'O'
                       MOVE WS-NB-LUES TO WS-ABO-MUT-NO (WS-ABO-I)
                       PERFORM RETENIR-ALERTE
                   END-IF
               END-IF
           END-PERFORM.

       EVALUER-CRITERE.
           MOVE 'O' TO WS-CRITERE-OK

           IF WS-CRIT-DEPT (WS-CRIT-I) NOT = SPACES
           AND FUNCTION TRIM(REC-EXT-DEPARTEMENT) NOT =
               WS-CRIT-DEPT (WS-CRIT-I)
               MOVE 'N' TO WS-CRITERE-OK
           END-IF

           IF WS-CRIT-COMMUNE (WS-CRIT-I) NOT = SPACES
               IF FUNCTION TRIM(REC-EXT-DEPARTEMENT) NOT =
                  WS-CRIT-COM-DEPT (WS-CRIT-I)
               OR FUNCTION TRIM(REC-EXT-COMMUNE) NOT =
                  WS-CRIT-COMMUNE (WS-CRIT-I)
                   MOVE 'N' TO WS-CRITERE-OK
               END-IF
           END-IF

           IF WS-CRIT-TYPE (WS-CRIT-I) NOT = SPACES
           AND FUNCTION TRIM(REC-EXT-TYPE-LOCAL) NOT =
               WS-CRIT-TYPE (WS-CRIT-I)
               MOVE 'N' TO WS-CRITERE-OK
           END-IF

           IF WS-CRIT-NATURE (WS-CRIT-I) NOT = SPACES
           AND FUNCTION TRIM(REC-EXT-NATURE) NOT =
               WS-CRIT-NATURE (WS-CRIT-I)
               MOVE 'N' TO WS-CRITERE-OK
           END-IF

           IF REC-EXT-VALEUR < WS-CRIT-PRIX-MIN (WS-CRIT-I)
           OR REC-EXT-VALEUR > WS-CRIT-PRIX-MAX (WS-CRIT-I)
               MOVE 'N' TO WS-CRITERE-OK
           END-IF.

       RETENIR-ALERTE.
           MOVE SPACES TO WS-ENV-CLE-TRAVAIL
           MOVE WS-ABO-ID (WS-ABO-I) TO WS-ENV-CLE-TRAVAIL (1:10)
           MOVE WS-CLE-MUTATION TO WS-ENV-CLE-TRAVAIL (11:30)
           PERFORM RECHERCHER-ENVOI

           IF WS-ENV-TROUVE = 'O'
               ADD 1 TO WS-NB-DEJA-ENVOYEES
               ADD 1 TO WS-ABO-NB-DEJA (WS-ABO-I)
           ELSE
               PERFORM NOTER-ENVOI
               MOVE WS-ABO-I TO REC-ALT-ABO
               MOVE WS-NB-LUES TO REC-ALT-SEQ
               MOVE REC-EXTRAIT TO REC-ALT-MUTATION
               WRITE REC-ALERTE
           END-IF.

       RECHERCHER-ENVOI.
           MOVE 0 TO WS-ENV-HASH-ACCUM
           PERFORM VARYING WS-ENV-HASH-I FROM 1 BY 1
                   UNTIL WS-ENV-HASH-I > 40
               COMPUTE WS-ENV-HASH-ACCUM =
                   FUNCTION MOD(
                       (WS-ENV-HASH-ACCUM * 31) +
                       FUNCTION ORD(
                           WS-ENV-CLE-TRAVAIL (WS-ENV-HASH-I:1)),
                       1999999999)
           END-PERFORM
           COMPUTE WS-ENV-SLOT =
               FUNCTION MOD(WS-ENV-HASH-ACCUM, WS-ENV-HASH-TAILLE) + 1

           PERFORM UNTIL WS-ENV-VU-CLE (WS-ENV-SLOT) = SPACES
                      OR WS-ENV-VU-CLE (WS-ENV-SLOT) =
                         WS-ENV-CLE-TRAVAIL
               ADD 1 TO WS-ENV-SLOT
               IF WS-ENV-SLOT > WS-ENV-HASH-TAILLE
                   MOVE 1 TO WS-ENV-SLOT
               END-IF
           END-PERFORM

           IF WS-ENV-VU-CLE (WS-ENV-SLOT) = WS-ENV-CLE-TRAVAIL
               MOVE 'O' TO WS-ENV-TROUVE
           ELSE
               MOVE 'N' TO WS-ENV-TROUVE
           END-IF.

       NOTER-ENVOI.
           IF WS-NB-ENVOIS-VUS >= WS-ENV-HASH-ALERTE
               DISPLAY "*** ERREUR FATALE : HISTORIQUE DES ENVOIS "
                       "SATURE (capacite " WS-ENV-HASH-ALERTE
                       ") - ARCHIVER data/abonnements_envoyes.txt "
                       "- ARRET ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-ENVOIS-VUS
           MOVE WS-ENV-CLE-TRAVAIL TO WS-ENV-VU-CLE (WS-ENV-SLOT).

       ECRIRE-NOTIFICATIONS.
           MOVE 0 TO WS-ABO-COURANT
           MOVE 'N' TO WS-ALT-EOF
           PERFORM UNTIL WS-ALT-EOF = 'Y'
               RETURN F-ALERTES-WORK
                   AT END
                       MOVE 'Y' TO WS-ALT-EOF
                   NOT AT END
                       IF ALW-ABO NOT = WS-ABO-COURANT
                           IF WS-ABO-COURANT > 0
                               PERFORM FERMER-NOTIFICATION
                           END-IF
                           MOVE ALW-ABO TO WS-ABO-COURANT
                           PERFORM OUVRIR-NOTIFICATION
                       END-IF
                       PERFORM ECRIRE-LIGNE-NOTIFICATION
               END-RETURN
           END-PERFORM

           IF WS-ABO-COURANT > 0
               PERFORM FERMER-NOTIFICATION
           END-IF.

       OUVRIR-NOTIFICATION.
           MOVE SPACES TO WS-NOM-NOTIFICATION
           STRING "data/notification_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ABO-ID (WS-ABO-COURANT))
                      DELIMITED BY SIZE
                  "_"                  DELIMITED BY SIZE
                  WS-RUN-STAMP (1:14)  DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
               INTO WS-NOM-NOTIFICATION
           END-STRING

           OPEN OUTPUT F-NOTIFICATION
           IF WS-NOT-STATUS NOT = "00"
               DISPLAY "*** ERREUR FATALE : CREATION DE "
                       FUNCTION TRIM(WS-NOM-NOTIFICATION)
                       " IMPOSSIBLE, STATUT " WS-NOT-STATUS " ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-FICHIERS
           MOVE 'O' TO WS-ABO-NOTIFIE (WS-ABO-COURANT)
           MOVE 0 TO WS-ABO-NB-ALERTES (WS-ABO-COURANT)
           MOVE 0 TO WS-ABO-TOTAL (WS-ABO-COURANT)

           MOVE WS-ABO-NB-CRIT (WS-ABO-COURANT) TO WS-NB-EDITE
           MOVE SPACES TO WS-LIGNE-NOTIF
           STRING "ENT|"                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ABO-ID (WS-ABO-COURANT))
                      DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  WS-DATE-JOUR          DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  WS-HEURE-JOUR (1:6)   DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  WS-RUN-STAMP (1:8)    DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  WS-RUN-STAMP (9:6)    DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-NOTIF
           END-STRING
           WRITE REC-NOTIFICATION FROM WS-LIGNE-NOTIF.

       ECRIRE-LIGNE-NOTIFICATION.
           MOVE ALW-MUTATION TO WS-ALERTE-MUT
           ADD 1 TO WS-ABO-NB-ALERTES (WS-ABO-COURANT)
           ADD WS-ALM-VALEUR TO WS-ABO-TOTAL (WS-ABO-COURANT)
           ADD 1 TO WS-NB-RETENUES

           MOVE SPACES TO WS-LIGNE-NOTIF
           MOVE 1 TO WS-POINTEUR-LIGNE
           MOVE WS-ALM-VALEUR TO WS-VALEUR-EDITE
           STRING "MUT|"                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALM-NO-DISPO) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALM-DATE-MUT) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALM-NATURE) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALEUR-EDITE) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALM-DEPARTEMENT) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALM-COMMUNE) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALM-TYPE-LOCAL) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
               INTO WS-LIGNE-NOTIF
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           MOVE WS-ALM-SURFACE TO WS-NB-EDITE
           STRING FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
               INTO WS-LIGNE-NOTIF
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           MOVE WS-ALM-NB-LOCAUX TO WS-NB-EDITE
           STRING FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-NOTIF
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           WRITE REC-NOTIFICATION FROM WS-LIGNE-NOTIF

           MOVE WS-ABO-ID (WS-ABO-COURANT) TO REC-ENV-ID
           MOVE SPACES TO REC-ENV-CLE
           STRING FUNCTION TRIM(WS-ALM-NO-DISPO) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALM-DATE-MUT) DELIMITED BY SIZE
               INTO REC-ENV-CLE
           END-STRING
           MOVE WS-RUN-STAMP TO REC-ENV-RUN
           WRITE REC-ENVOI.

       FERMER-NOTIFICATION.
           MOVE SPACES TO WS-LIGNE-NOTIF
           MOVE WS-ABO-NB-ALERTES (WS-ABO-COURANT) TO WS-NB-EDITE
           MOVE WS-ABO-TOTAL (WS-ABO-COURANT) TO WS-VALEUR-EDITE
           STRING "FIN|"                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ABO-ID (WS-ABO-COURANT))
                      DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
                  "|"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALEUR-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-NOTIF
           END-STRING
           WRITE REC-NOTIFICATION FROM WS-LIGNE-NOTIF
           CLOSE F-NOTIFICATION

           MOVE WS-RUN-STAMP TO WS-ABO-REPERE (WS-ABO-COURANT)
           MOVE WS-DATE-JOUR TO WS-ABO-DATE-NOTIF (WS-ABO-COURANT)
           MOVE WS-HEURE-JOUR TO WS-ABO-HEURE-NOTIF (WS-ABO-COURANT)
           MOVE WS-ABO-NB-ALERTES (WS-ABO-COURANT)
               TO WS-ABO-NB-PREC (WS-ABO-COURANT)

           DISPLAY "Notification " FUNCTION TRIM(WS-NOM-NOTIFICATION)
                   " : " WS-ABO-NB-ALERTES (WS-ABO-COURANT)
                   " mutation(s)".

       SAUVEGARDER-REPERES.
           OPEN OUTPUT F-REPERES-OUT
           PERFORM VARYING WS-ABO-I FROM 1 BY 1
                   UNTIL WS-ABO-I > WS-NB-ABONNES
               IF WS-ABO-REPERE (WS-ABO-I) NOT = SPACES
                   MOVE WS-ABO-ID (WS-ABO-I) TO REC-ROUT-ID
                   MOVE WS-ABO-REPERE (WS-ABO-I) TO REC-ROUT-RUN
                   MOVE WS-ABO-DATE-NOTIF (WS-ABO-I)
                       TO REC-ROUT-DATE-NOTIF
                   MOVE WS-ABO-HEURE-NOTIF (WS-ABO-I)
                       TO REC-ROUT-HEURE-NOTIF
                   MOVE WS-ABO-NB-PREC (WS-ABO-I)
                       TO REC-ROUT-NB-ALERTES
                   WRITE REC-REPERE-OUT
               END-IF
           END-PERFORM
           CLOSE F-REPERES-OUT

           CALL "CBL_DELETE_FILE" USING WS-NOM-REPERES
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-NOM-REPERES-TMP
                                        WS-NOM-REPERES
               RETURNING WS-DELETE-RC
           END-CALL
           IF WS-DELETE-RC NOT = 0
               DISPLAY "*** ATTENTION : BASCULE DES REPERES ABONNES "
                       "EN ECHEC (RC " WS-DELETE-RC ") ***"
               MOVE 3 TO RETURN-CODE
           END-IF.

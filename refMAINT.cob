      *
      * Maintenance a l'ecran des referentiels de communes :
      * data/communes_insee.txt (code INSEE | nom | population) et
      * data/communes_fusions.txt (code INSEE absorbe | code INSEE
      * successeur | date d'effet AAAAMMJJ). Consultation, ajout,
      * modification et retrait des entrees, avec controle a la
      * saisie (format du code, doublons, successeur present dans le
      * referentiel, pas de boucle dans les fusions, date valide).
      * Chaque mise a jour reecrit le fichier concerne et trace
      * l'image avant / apres et l'utilisateur (variable USER ou
      * USERNAME) dans data/audit_referentiel_AAAAMMJJ.txt.
      * Compilation : cobc -x refMAINT.cob
      * Exécution : refMAINT.exe
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COMMUNES-REF ASSIGN TO "data/communes_insee.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT F-COMMUNES-TMP ASSIGN TO "data/communes_insee.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.

           SELECT F-FUSIONS ASSIGN TO "data/communes_fusions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUS-STATUS.

           SELECT F-FUSIONS-TMP ASSIGN TO "data/communes_fusions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.

           SELECT F-AUDIT ASSIGN TO DYNAMIC WS-NOM-FICHIER-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-COMMUNES-REF.
       01  REC-COMMUNE-REF     PIC X(200).

       FD  F-COMMUNES-TMP.
       01  REC-COMMUNE-TMP     PIC X(200).

       FD  F-FUSIONS.
       01  REC-FUSION          PIC X(100).

       FD  F-FUSIONS-TMP.
       01  REC-FUSION-TMP      PIC X(100).

       FD  F-AUDIT.
       01  REC-AUDIT.
           05 REC-AUD-DATE            PIC X(8).
           05 REC-AUD-HEURE           PIC X(8).
           05 REC-AUD-UTILISATEUR     PIC X(20).
           05 REC-AUD-REFERENTIEL     PIC X(8).
           05 REC-AUD-ACTION          PIC X(8).
           05 REC-AUD-AVANT           PIC X(80).
           05 REC-AUD-APRES           PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-REF-STATUS       PIC XX.
       77  WS-FUS-STATUS       PIC XX.
       77  WS-TMP-STATUS       PIC XX.
       77  WS-AUD-STATUS       PIC XX.
       77  WS-EOF              PIC X.
       77  WS-DELETE-RC        PIC S9(9) COMP-5 VALUE 0.
       77  WS-BASCULE-OK       PIC X.
       77  WS-NOM-REFERENCE    PIC X(250).
       77  WS-NOM-REFERENCE-TMP PIC X(250).
       77  WS-NOM-FICHIER-AUDIT PIC X(250).

       01  WS-COMMUNES.
           05 WS-COM-ENTRY     OCCURS 40000 TIMES.
               10 WS-COM-CODE       PIC X(5).
               10 WS-COM-NOM        PIC X(40).
               10 WS-COM-POP        PIC 9(9).

       77  WS-NB-COMMUNES      PIC 9(5) VALUE 0.
       77  WS-COM-I            PIC 9(5).
       77  WS-COM-J            PIC 9(5).
       77  WS-COM-TROUVEE      PIC X.

       01  WS-FUSIONS.
           05 WS-FUS-ENTRY     OCCURS 2000 TIMES.
               10 WS-FUS-ANCIEN     PIC X(5).
               10 WS-FUS-NOUVEAU    PIC X(5).
               10 WS-FUS-DATE       PIC X(8).

       77  WS-NB-FUSIONS       PIC 9(4) VALUE 0.
       77  WS-FUS-I            PIC 9(4).
       77  WS-FUS-J            PIC 9(4).
       77  WS-FUS-TROUVEE      PIC X.

       77  WS-CHP-CODE         PIC X(10).
       77  WS-CHP-NOM          PIC X(40).
       77  WS-CHP-POP          PIC X(10).
       77  WS-CHP-NOUVEAU      PIC X(10).
       77  WS-CHP-DATE         PIC X(10).

       77  WS-CHOIX            PIC X VALUE SPACE.
       77  WS-ACTION           PIC X.
       77  WS-TITRE            PIC X(50).
       77  WS-MESSAGE          PIC X(78) VALUE SPACES.
       77  WS-SAISIE-OK        PIC X.
       77  WS-ABANDON          PIC X.
       77  WS-CONFIRMATION     PIC X.
       77  WS-LIB-CONFIRMATION PIC X(40).

       77  WS-SAI-CODE         PIC X(5).
       77  WS-SAI-NOM          PIC X(40).
       77  WS-SAI-POP          PIC X(9).
       77  WS-SAI-NOUVEAU      PIC X(5).
       77  WS-SAI-DATE         PIC X(10).
       77  WS-SAI-NOM-SUCC     PIC X(40).

       77  WS-CODE-CONTROLE    PIC X(5).
       77  WS-CODE-VALIDE      PIC X.
       77  WS-NB-BARRES        PIC 9(4).

       77  WS-DATE-JJ          PIC X(2).
       77  WS-DATE-MM          PIC X(2).
       77  WS-DATE-AAAA        PIC X(4).
       77  WS-DATE-AAAAMMJJ    PIC X(8).
       77  WS-DATE-NUM         PIC 9(8).
       77  WS-DATE-VALIDE      PIC X.

       77  WS-CODE-SUIVANT     PIC X(5).
       77  WS-NB-NIVEAUX       PIC 9(4).
       77  WS-BOUCLE           PIC X.

       77  WS-UTILISATEUR      PIC X(20).
       77  WS-DATE-JOUR        PIC X(8).
       77  WS-HEURE-JOUR       PIC X(8).
       77  WS-DATE-AFFICHE     PIC X(10).
       77  WS-REFERENTIEL      PIC X(8).
       77  WS-AUD-ACTION       PIC X(8).
       77  WS-IMAGE-AVANT      PIC X(80).
       77  WS-IMAGE-APRES      PIC X(80).
       77  WS-IMAGE-TRAVAIL    PIC X(80).
       77  WS-POP-NUM          PIC 9(9).
       77  WS-POP-EDITE        PIC Z(8)9.
       77  WS-NB-EDITE         PIC Z(8)9.

       SCREEN SECTION.

       01  ECRAN-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 2 HIGHLIGHT
              VALUE "TransacImmo - Referentiels des communes".
           05 LINE 1 COL 60 PIC X(10) FROM WS-DATE-AFFICHE.
           05 LINE 3 COL 4 VALUE "Communes (communes_insee.txt)".
           05 LINE 4 COL 6 VALUE "1  Consulter une commune".
           05 LINE 5 COL 6 VALUE "2  Ajouter une commune".
           05 LINE 6 COL 6 VALUE "3  Modifier une commune".
           05 LINE 7 COL 6 VALUE "4  Retirer une commune".
           05 LINE 9 COL 4 VALUE "Fusions (communes_fusions.txt)".
           05 LINE 10 COL 6 VALUE "5  Consulter une fusion".
           05 LINE 11 COL 6 VALUE "6  Ajouter une fusion".
           05 LINE 12 COL 6 VALUE "7  Modifier une fusion".
           05 LINE 13 COL 6 VALUE "8  Retirer une fusion".
           05 LINE 15 COL 6 VALUE "0  Fin".
           05 LINE 17 COL 4 VALUE "Choix : ".
           05 LINE 17 COL 12 PIC X USING WS-CHOIX.
           05 LINE 22 COL 2 HIGHLIGHT PIC X(78) FROM WS-MESSAGE.

       01  ECRAN-COMMUNE-CLE.
           05 BLANK SCREEN.
           05 LINE 1 COL 2 HIGHLIGHT PIC X(50) FROM WS-TITRE.
           05 LINE 1 COL 60 PIC X(10) FROM WS-DATE-AFFICHE.
           05 LINE 4 COL 4 VALUE "Code INSEE          : ".
           05 LINE 4 COL 26 PIC X(5) USING WS-SAI-CODE.
           05 LINE 20 COL 4
              VALUE "Code a blanc pour revenir au menu".
           05 LINE 22 COL 2 HIGHLIGHT PIC X(78) FROM WS-MESSAGE.

       01  ECRAN-COMMUNE-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1 COL 2 HIGHLIGHT PIC X(50) FROM WS-TITRE.
           05 LINE 1 COL 60 PIC X(10) FROM WS-DATE-AFFICHE.
           05 LINE 4 COL 4 VALUE "Code INSEE          : ".
           05 LINE 4 COL 26 PIC X(5) FROM WS-SAI-CODE.
           05 LINE 6 COL 4 VALUE "Nom                 : ".
           05 LINE 6 COL 26 PIC X(40) USING WS-SAI-NOM.
           05 LINE 8 COL 4 VALUE "Population          : ".
           05 LINE 8 COL 26 PIC X(9) USING WS-SAI-POP.
           05 LINE 22 COL 2 HIGHLIGHT PIC X(78) FROM WS-MESSAGE.

       01  ECRAN-FUSION-CLE.
           05 BLANK SCREEN.
           05 LINE 1 COL 2 HIGHLIGHT PIC X(50) FROM WS-TITRE.
           05 LINE 1 COL 60 PIC X(10) FROM WS-DATE-AFFICHE.
           05 LINE 4 COL 4 VALUE "Code INSEE absorbe  : ".
           05 LINE 4 COL 26 PIC X(5) USING WS-SAI-CODE.
           05 LINE 20 COL 4
              VALUE "Code a blanc pour revenir au menu".
           05 LINE 22 COL 2 HIGHLIGHT PIC X(78) FROM WS-MESSAGE.

       01  ECRAN-FUSION-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1 COL 2 HIGHLIGHT PIC X(50) FROM WS-TITRE.
           05 LINE 1 COL 60 PIC X(10) FROM WS-DATE-AFFICHE.
           05 LINE 4 COL 4 VALUE "Code INSEE absorbe  : ".
           05 LINE 4 COL 26 PIC X(5) FROM WS-SAI-CODE.
           05 LINE 6 COL 4 VALUE "Code successeur     : ".
           05 LINE 6 COL 26 PIC X(5) USING WS-SAI-NOUVEAU.
           05 LINE 6 COL 33 PIC X(40) FROM WS-SAI-NOM-SUCC.
           05 LINE 8 COL 4 VALUE "Date d'effet        : ".
           05 LINE 8 COL 26 PIC X(10) USING WS-SAI-DATE.
           05 LINE 8 COL 38 VALUE "(JJ/MM/AAAA)".
           05 LINE 22 COL 2 HIGHLIGHT PIC X(78) FROM WS-MESSAGE.

       01  ECRAN-CONFIRMATION.
           05 LINE 20 COL 4 PIC X(40) FROM WS-LIB-CONFIRMATION.
           05 LINE 20 COL 45 PIC X USING WS-CONFIRMATION.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           MOVE SPACES TO WS-UTILISATEUR
           ACCEPT WS-UTILISATEUR FROM ENVIRONMENT "USER"
           IF WS-UTILISATEUR = SPACES
               ACCEPT WS-UTILISATEUR FROM ENVIRONMENT "USERNAME"
           END-IF
           IF WS-UTILISATEUR = SPACES
               MOVE "INCONNU" TO WS-UTILISATEUR
           END-IF

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-DATE-AAAAMMJJ
           PERFORM FORMATER-DATE
           MOVE WS-CHP-DATE TO WS-DATE-AFFICHE

           PERFORM CHARGER-COMMUNES
           PERFORM CHARGER-FUSIONS

           MOVE SPACES TO WS-MESSAGE
           MOVE WS-NB-COMMUNES TO WS-NB-EDITE
           STRING FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
                  " commune(s), "            DELIMITED BY SIZE
               INTO WS-MESSAGE
           END-STRING
           MOVE WS-NB-FUSIONS TO WS-NB-EDITE
           MOVE WS-MESSAGE TO WS-IMAGE-TRAVAIL
           MOVE SPACES TO WS-MESSAGE
           STRING FUNCTION TRIM(WS-IMAGE-TRAVAIL) DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE)      DELIMITED BY SIZE
                  " fusion(s) charge(es)"         DELIMITED BY SIZE
               INTO WS-MESSAGE
           END-STRING

           PERFORM UNTIL WS-CHOIX = "0"
               MOVE SPACE TO WS-CHOIX
               DISPLAY ECRAN-MENU
               ACCEPT ECRAN-MENU
               MOVE SPACES TO WS-MESSAGE
               EVALUATE WS-CHOIX
                   WHEN "1"
                       MOVE 'L' TO WS-ACTION
                       PERFORM TRAITER-COMMUNE
                   WHEN "2"
                       MOVE 'A' TO WS-ACTION
                       PERFORM TRAITER-COMMUNE
                   WHEN "3"
                       MOVE 'M' TO WS-ACTION
                       PERFORM TRAITER-COMMUNE
                   WHEN "4"
                       MOVE 'R' TO WS-ACTION
                       PERFORM TRAITER-COMMUNE
                   WHEN "5"
                       MOVE 'L' TO WS-ACTION
                       PERFORM TRAITER-FUSION
                   WHEN "6"
                       MOVE 'A' TO WS-ACTION
                       PERFORM TRAITER-FUSION
                   WHEN "7"
                       MOVE 'M' TO WS-ACTION
                       PERFORM TRAITER-FUSION
                   WHEN "8"
                       MOVE 'R' TO WS-ACTION
                       PERFORM TRAITER-FUSION
                   WHEN "0"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Choix invalide" TO WS-MESSAGE
               END-EVALUATE
           END-PERFORM

           STOP RUN.

      *----------------------------------------------------------------
      * Chargement et reecriture des referentiels
      *----------------------------------------------------------------
       CHARGER-COMMUNES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-COMMUNES-REF
           IF WS-REF-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-COMMUNES-REF
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CHP-CODE WS-CHP-NOM
                                      WS-CHP-POP
                       UNSTRING REC-COMMUNE-REF
                           DELIMITED BY "|"
                           INTO WS-CHP-CODE WS-CHP-NOM WS-CHP-POP
                       END-UNSTRING
                       IF WS-CHP-CODE NOT = SPACES
                       AND WS-NB-COMMUNES < 40000
                           ADD 1 TO WS-NB-COMMUNES
                           MOVE WS-CHP-CODE
                               TO WS-COM-CODE (WS-NB-COMMUNES)
                           MOVE WS-CHP-NOM
                               TO WS-COM-NOM (WS-NB-COMMUNES)
                           IF WS-CHP-POP NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-CHP-POP) = 0
                               COMPUTE WS-COM-POP (WS-NB-COMMUNES) =
                                   FUNCTION NUMVAL(WS-CHP-POP)
                           ELSE
                               MOVE 0 TO WS-COM-POP (WS-NB-COMMUNES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REF-STATUS NOT = "35"
               CLOSE F-COMMUNES-REF
           END-IF.

       CHARGER-FUSIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-FUSIONS
           IF WS-FUS-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-FUSIONS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CHP-CODE WS-CHP-NOUVEAU
                                      WS-CHP-DATE
                       UNSTRING REC-FUSION
                           DELIMITED BY "|"
                           INTO WS-CHP-CODE WS-CHP-NOUVEAU
                                WS-CHP-DATE
                       END-UNSTRING
                       IF WS-CHP-CODE NOT = SPACES
                       AND WS-CHP-NOUVEAU NOT = SPACES
                       AND WS-NB-FUSIONS < 2000
                           ADD 1 TO WS-NB-FUSIONS
                           MOVE WS-CHP-CODE
                               TO WS-FUS-ANCIEN (WS-NB-FUSIONS)
                           MOVE WS-CHP-NOUVEAU
                               TO WS-FUS-NOUVEAU (WS-NB-FUSIONS)
                           MOVE WS-CHP-DATE (1:8)
                               TO WS-FUS-DATE (WS-NB-FUSIONS)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FUS-STATUS NOT = "35"
               CLOSE F-FUSIONS
           END-IF.

       ENREGISTRER-COMMUNES.
           MOVE "data/communes_insee.txt" TO WS-NOM-REFERENCE
           MOVE "data/communes_insee.tmp" TO WS-NOM-REFERENCE-TMP
           MOVE 'N' TO WS-BASCULE-OK
           OPEN OUTPUT F-COMMUNES-TMP
           IF WS-TMP-STATUS NOT = "00"
               PERFORM SIGNALER-ECHEC-TMP
           ELSE
               PERFORM ECRIRE-COMMUNES-TMP
               CLOSE F-COMMUNES-TMP
               PERFORM BASCULER-REFERENCE
           END-IF.

       ECRIRE-COMMUNES-TMP.
           PERFORM VARYING WS-COM-J FROM 1 BY 1
                   UNTIL WS-COM-J > WS-NB-COMMUNES
               MOVE WS-COM-POP (WS-COM-J) TO WS-POP-EDITE
               MOVE SPACES TO REC-COMMUNE-TMP
               STRING FUNCTION TRIM(WS-COM-CODE (WS-COM-J))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COM-NOM (WS-COM-J))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POP-EDITE) DELIMITED BY SIZE
                   INTO REC-COMMUNE-TMP
               END-STRING
               WRITE REC-COMMUNE-TMP
           END-PERFORM.

       ENREGISTRER-FUSIONS.
           MOVE "data/communes_fusions.txt" TO WS-NOM-REFERENCE
           MOVE "data/communes_fusions.tmp" TO WS-NOM-REFERENCE-TMP
           MOVE 'N' TO WS-BASCULE-OK
           OPEN OUTPUT F-FUSIONS-TMP
           IF WS-TMP-STATUS NOT = "00"
               PERFORM SIGNALER-ECHEC-TMP
           ELSE
               PERFORM ECRIRE-FUSIONS-TMP
               CLOSE F-FUSIONS-TMP
               PERFORM BASCULER-REFERENCE
           END-IF.

       ECRIRE-FUSIONS-TMP.
           PERFORM VARYING WS-FUS-J FROM 1 BY 1
                   UNTIL WS-FUS-J > WS-NB-FUSIONS
               MOVE SPACES TO REC-FUSION-TMP
               STRING FUNCTION TRIM(WS-FUS-ANCIEN (WS-FUS-J))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FUS-NOUVEAU (WS-FUS-J))
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-FUS-DATE (WS-FUS-J) DELIMITED BY SIZE
                   INTO REC-FUSION-TMP
               END-STRING
               WRITE REC-FUSION-TMP
           END-PERFORM.

       SIGNALER-ECHEC-TMP.
           MOVE SPACES TO WS-MESSAGE
           STRING "*** ECRITURE DE "                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-REFERENCE-TMP) DELIMITED BY SIZE
                  " IMPOSSIBLE, STATUT "              DELIMITED BY SIZE
                  WS-TMP-STATUS                       DELIMITED BY SIZE
                  " ***"                              DELIMITED BY SIZE
               INTO WS-MESSAGE
           END-STRING.

       BASCULER-REFERENCE.
           CALL "CBL_DELETE_FILE" USING WS-NOM-REFERENCE
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-NOM-REFERENCE-TMP
                                        WS-NOM-REFERENCE
               RETURNING WS-DELETE-RC
           END-CALL
           IF WS-DELETE-RC = 0
               MOVE 'O' TO WS-BASCULE-OK
           ELSE
               MOVE SPACES TO WS-MESSAGE
               STRING "*** BASCULE DE "               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NOM-REFERENCE) DELIMITED BY SIZE
                      " EN ECHEC ***"                 DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           END-IF.

      * Modification non basculee sur disque : la table est relue
      * pour rester conforme au referentiel reellement en place.
       RECHARGER-COMMUNES.
           MOVE 0 TO WS-NB-COMMUNES
           PERFORM CHARGER-COMMUNES.

       RECHARGER-FUSIONS.
           MOVE 0 TO WS-NB-FUSIONS
           PERFORM CHARGER-FUSIONS.

      *----------------------------------------------------------------
      * Communes
      *----------------------------------------------------------------
       TRAITER-COMMUNE.
           EVALUATE WS-ACTION
               WHEN 'L'
                   MOVE "Consultation d'une commune" TO WS-TITRE
               WHEN 'A'
                   MOVE "Ajout d'une commune" TO WS-TITRE
               WHEN 'M'
                   MOVE "Modification d'une commune" TO WS-TITRE
               WHEN 'R'
                   MOVE "Retrait d'une commune" TO WS-TITRE
           END-EVALUATE

           MOVE SPACES TO WS-SAI-CODE WS-SAI-NOM WS-SAI-POP
           MOVE 'N' TO WS-SAISIE-OK
           MOVE 'N' TO WS-ABANDON
           PERFORM UNTIL WS-SAISIE-OK = 'O' OR WS-ABANDON = 'O'
               DISPLAY ECRAN-COMMUNE-CLE
               ACCEPT ECRAN-COMMUNE-CLE
               MOVE SPACES TO WS-MESSAGE
               IF WS-SAI-CODE = SPACES
                   MOVE 'O' TO WS-ABANDON
               ELSE
                   PERFORM CONTROLER-CLE-COMMUNE
               END-IF
           END-PERFORM

           IF WS-ABANDON = 'N'
               EVALUATE WS-ACTION
                   WHEN 'L'
                       PERFORM CONSULTER-COMMUNE
                   WHEN 'A'
                       PERFORM AJOUTER-COMMUNE
                   WHEN 'M'
                       PERFORM MODIFIER-COMMUNE
                   WHEN 'R'
                       PERFORM RETIRER-COMMUNE
               END-EVALUATE
           END-IF.

       CONTROLER-CLE-COMMUNE.
           MOVE FUNCTION UPPER-CASE(WS-SAI-CODE) TO WS-SAI-CODE
           MOVE WS-SAI-CODE TO WS-CODE-CONTROLE
           PERFORM CONTROLER-FORMAT-CODE
           IF WS-CODE-VALIDE = 'N'
               MOVE "Code INSEE invalide : 5 caracteres, departement"
                 & " 01 a 95, 2A, 2B ou 971 a 989" TO WS-MESSAGE
           ELSE
               PERFORM RECHERCHER-COMMUNE
               EVALUATE TRUE
                   WHEN WS-ACTION = 'A' AND WS-COM-TROUVEE = 'O'
                       MOVE "Code deja present dans le referentiel"
                           TO WS-MESSAGE
                   WHEN WS-ACTION NOT = 'A' AND WS-COM-TROUVEE = 'N'
                       MOVE "Commune absente du referentiel"
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'O' TO WS-SAISIE-OK
               END-EVALUATE
           END-IF.

       CONSULTER-COMMUNE.
           MOVE WS-COM-NOM (WS-COM-I) TO WS-SAI-NOM
           MOVE WS-COM-POP (WS-COM-I) TO WS-POP-EDITE
           MOVE FUNCTION TRIM(WS-POP-EDITE) TO WS-SAI-POP

           PERFORM VARYING WS-FUS-I FROM 1 BY 1
                   UNTIL WS-FUS-I > WS-NB-FUSIONS
                      OR WS-FUS-ANCIEN (WS-FUS-I) = WS-SAI-CODE
               CONTINUE
           END-PERFORM
           IF WS-FUS-I NOT > WS-NB-FUSIONS
               MOVE WS-FUS-DATE (WS-FUS-I) TO WS-DATE-AAAAMMJJ
               PERFORM FORMATER-DATE
               STRING "Commune absorbee par "   DELIMITED BY SIZE
                      WS-FUS-NOUVEAU (WS-FUS-I) DELIMITED BY SIZE
                      " au "                    DELIMITED BY SIZE
                      WS-CHP-DATE               DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           END-IF

           DISPLAY ECRAN-COMMUNE-DETAIL
           MOVE "Entree pour revenir au menu" TO WS-LIB-CONFIRMATION
           MOVE SPACE TO WS-CONFIRMATION
           ACCEPT ECRAN-CONFIRMATION
           MOVE SPACES TO WS-MESSAGE.

       AJOUTER-COMMUNE.
           PERFORM SAISIR-COMMUNE
           IF WS-ABANDON = 'N'
               MOVE "Confirmer l'ajout (O/N) :" TO WS-LIB-CONFIRMATION
               PERFORM DEMANDER-CONFIRMATION
           END-IF

           IF WS-ABANDON = 'N'
           AND WS-NB-COMMUNES NOT < 40000
               MOVE "Referentiel plein (40000 communes)" TO WS-MESSAGE
               MOVE 'O' TO WS-ABANDON
           END-IF

           IF WS-ABANDON = 'N'
               ADD 1 TO WS-NB-COMMUNES
               MOVE WS-SAI-CODE TO WS-COM-CODE (WS-NB-COMMUNES)
               MOVE WS-SAI-NOM TO WS-COM-NOM (WS-NB-COMMUNES)
               MOVE WS-POP-NUM TO WS-COM-POP (WS-NB-COMMUNES)

               MOVE SPACES TO WS-IMAGE-AVANT
               PERFORM FORMER-IMAGE-COMMUNE
               MOVE WS-IMAGE-TRAVAIL TO WS-IMAGE-APRES

               MOVE "COMMUNE" TO WS-REFERENTIEL
               MOVE "AJOUT" TO WS-AUD-ACTION
               PERFORM ENREGISTRER-COMMUNES
               IF WS-BASCULE-OK = 'O'
                   PERFORM ECRIRE-AUDIT
               ELSE
                   PERFORM RECHARGER-COMMUNES
               END-IF
               IF WS-MESSAGE = SPACES
                   STRING "Commune " WS-SAI-CODE " ajoutee"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF.

       MODIFIER-COMMUNE.
           MOVE WS-COM-NOM (WS-COM-I) TO WS-SAI-NOM
           MOVE WS-COM-POP (WS-COM-I) TO WS-POP-NUM
           MOVE WS-POP-NUM TO WS-POP-EDITE
           MOVE FUNCTION TRIM(WS-POP-EDITE) TO WS-SAI-POP
           PERFORM FORMER-IMAGE-COMMUNE
           MOVE WS-IMAGE-TRAVAIL TO WS-IMAGE-AVANT

           PERFORM SAISIR-COMMUNE
           IF WS-ABANDON = 'N'
               MOVE "Confirmer la modification (O/N) :"
                   TO WS-LIB-CONFIRMATION
               PERFORM DEMANDER-CONFIRMATION
           END-IF

           IF WS-ABANDON = 'N'
               MOVE WS-SAI-NOM TO WS-COM-NOM (WS-COM-I)
               MOVE WS-POP-NUM TO WS-COM-POP (WS-COM-I)
               PERFORM FORMER-IMAGE-COMMUNE
               MOVE WS-IMAGE-TRAVAIL TO WS-IMAGE-APRES

               MOVE "COMMUNE" TO WS-REFERENTIEL
               MOVE "MODIF" TO WS-AUD-ACTION
               PERFORM ENREGISTRER-COMMUNES
               IF WS-BASCULE-OK = 'O'
                   PERFORM ECRIRE-AUDIT
               ELSE
                   PERFORM RECHARGER-COMMUNES
               END-IF
               IF WS-MESSAGE = SPACES
                   STRING "Commune " WS-SAI-CODE " modifiee"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF.

       RETIRER-COMMUNE.
           PERFORM VARYING WS-FUS-I FROM 1 BY 1
                   UNTIL WS-FUS-I > WS-NB-FUSIONS
                      OR WS-FUS-NOUVEAU (WS-FUS-I) = WS-SAI-CODE
               CONTINUE
           END-PERFORM
           IF WS-FUS-I NOT > WS-NB-FUSIONS
               STRING "Retrait refuse : commune successeur de "
                          DELIMITED BY SIZE
                      WS-FUS-ANCIEN (WS-FUS-I) DELIMITED BY SIZE
                      " dans les fusions"      DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           ELSE
               MOVE WS-COM-NOM (WS-COM-I) TO WS-SAI-NOM
               MOVE WS-COM-POP (WS-COM-I) TO WS-POP-NUM
               MOVE WS-POP-NUM TO WS-POP-EDITE
               MOVE FUNCTION TRIM(WS-POP-EDITE) TO WS-SAI-POP
               PERFORM FORMER-IMAGE-COMMUNE
               MOVE WS-IMAGE-TRAVAIL TO WS-IMAGE-AVANT

               DISPLAY ECRAN-COMMUNE-DETAIL
               MOVE 'N' TO WS-ABANDON
               MOVE "Confirmer le retrait (O/N) :"
                   TO WS-LIB-CONFIRMATION
               PERFORM DEMANDER-CONFIRMATION

               IF WS-ABANDON = 'N'
                   PERFORM VARYING WS-COM-J FROM WS-COM-I BY 1
                           UNTIL WS-COM-J NOT < WS-NB-COMMUNES
                       MOVE WS-COM-ENTRY (WS-COM-J + 1)
                           TO WS-COM-ENTRY (WS-COM-J)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-NB-COMMUNES

                   MOVE SPACES TO WS-IMAGE-APRES
                   MOVE "COMMUNE" TO WS-REFERENTIEL
                   MOVE "RETRAIT" TO WS-AUD-ACTION
                   PERFORM ENREGISTRER-COMMUNES
                   IF WS-BASCULE-OK = 'O'
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       PERFORM RECHARGER-COMMUNES
                   END-IF
                   IF WS-MESSAGE = SPACES
                       STRING "Commune " WS-SAI-CODE " retiree"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       SAISIR-COMMUNE.
           MOVE 'N' TO WS-SAISIE-OK
           MOVE 'N' TO WS-ABANDON
           MOVE "Nom a blanc pour abandonner la saisie" TO WS-MESSAGE
           PERFORM UNTIL WS-SAISIE-OK = 'O' OR WS-ABANDON = 'O'
               DISPLAY ECRAN-COMMUNE-DETAIL
               ACCEPT ECRAN-COMMUNE-DETAIL
               MOVE SPACES TO WS-MESSAGE
               IF WS-SAI-NOM = SPACES
                   MOVE 'O' TO WS-ABANDON
                   MOVE "Saisie abandonnee" TO WS-MESSAGE
               ELSE
                   PERFORM CONTROLER-DETAIL-COMMUNE
               END-IF
           END-PERFORM.

       CONTROLER-DETAIL-COMMUNE.
           MOVE FUNCTION UPPER-CASE(WS-SAI-NOM) TO WS-SAI-NOM
           MOVE 0 TO WS-NB-BARRES
           INSPECT WS-SAI-NOM TALLYING WS-NB-BARRES FOR ALL "|"
           EVALUATE TRUE
               WHEN WS-NB-BARRES > 0
                   MOVE "Le nom ne doit pas contenir de |"
                       TO WS-MESSAGE
               WHEN WS-SAI-POP = SPACES
                   MOVE "Population obligatoire (0 si inconnue)"
                       TO WS-MESSAGE
               WHEN FUNCTION TEST-NUMVAL(WS-SAI-POP) NOT = 0
                   MOVE "Population non numerique" TO WS-MESSAGE
               WHEN FUNCTION NUMVAL(WS-SAI-POP) < 0
                   MOVE "Population negative" TO WS-MESSAGE
               WHEN OTHER
                   COMPUTE WS-POP-NUM = FUNCTION NUMVAL(WS-SAI-POP)
                   MOVE 'O' TO WS-SAISIE-OK
           END-EVALUATE.

      *----------------------------------------------------------------
      * Fusions
      *----------------------------------------------------------------
       TRAITER-FUSION.
           EVALUATE WS-ACTION
               WHEN 'L'
                   MOVE "Consultation d'une fusion" TO WS-TITRE
               WHEN 'A'
                   MOVE "Ajout d'une fusion" TO WS-TITRE
               WHEN 'M'
                   MOVE "Modification d'une fusion" TO WS-TITRE
               WHEN 'R'
                   MOVE "Retrait d'une fusion" TO WS-TITRE
           END-EVALUATE

           MOVE SPACES TO WS-SAI-CODE WS-SAI-NOUVEAU WS-SAI-DATE
                          WS-SAI-NOM-SUCC
           MOVE 'N' TO WS-SAISIE-OK
           MOVE 'N' TO WS-ABANDON
           PERFORM UNTIL WS-SAISIE-OK = 'O' OR WS-ABANDON = 'O'
               DISPLAY ECRAN-FUSION-CLE
               ACCEPT ECRAN-FUSION-CLE
               MOVE SPACES TO WS-MESSAGE
               IF WS-SAI-CODE = SPACES
                   MOVE 'O' TO WS-ABANDON
               ELSE
                   PERFORM CONTROLER-CLE-FUSION
               END-IF
           END-PERFORM

           IF WS-ABANDON = 'N'
               IF WS-ACTION NOT = 'A'
                   MOVE WS-FUS-NOUVEAU (WS-FUS-I) TO WS-SAI-NOUVEAU
                   MOVE WS-FUS-DATE (WS-FUS-I) TO WS-DATE-AAAAMMJJ
                   PERFORM FORMATER-DATE
                   MOVE WS-CHP-DATE TO WS-SAI-DATE
                   PERFORM NOMMER-SUCCESSEUR
                   PERFORM FORMER-IMAGE-FUSION
                   MOVE WS-IMAGE-TRAVAIL TO WS-IMAGE-AVANT
               END-IF
               EVALUATE WS-ACTION
                   WHEN 'L'
                       DISPLAY ECRAN-FUSION-DETAIL
                       MOVE "Entree pour revenir au menu"
                           TO WS-LIB-CONFIRMATION
                       MOVE SPACE TO WS-CONFIRMATION
                       ACCEPT ECRAN-CONFIRMATION
                   WHEN 'A'
                       PERFORM AJOUTER-FUSION
                   WHEN 'M'
                       PERFORM MODIFIER-FUSION
                   WHEN 'R'
                       PERFORM RETIRER-FUSION
               END-EVALUATE
           END-IF.

       CONTROLER-CLE-FUSION.
           MOVE FUNCTION UPPER-CASE(WS-SAI-CODE) TO WS-SAI-CODE
           MOVE WS-SAI-CODE TO WS-CODE-CONTROLE
           PERFORM CONTROLER-FORMAT-CODE
           IF WS-CODE-VALIDE = 'N'
               MOVE "Code INSEE invalide : 5 caracteres, departement"
                 & " 01 a 95, 2A, 2B ou 971 a 989" TO WS-MESSAGE
           ELSE
               PERFORM RECHERCHER-FUSION
               EVALUATE TRUE
                   WHEN WS-ACTION = 'A' AND WS-FUS-TROUVEE = 'O'
                       MOVE "Fusion deja definie pour ce code"
                           TO WS-MESSAGE
                   WHEN WS-ACTION NOT = 'A' AND WS-FUS-TROUVEE = 'N'
                       MOVE "Aucune fusion definie pour ce code"
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'O' TO WS-SAISIE-OK
               END-EVALUATE
           END-IF.

       AJOUTER-FUSION.
           PERFORM SAISIR-FUSION
           IF WS-ABANDON = 'N'
               MOVE "Confirmer l'ajout (O/N) :" TO WS-LIB-CONFIRMATION
               PERFORM DEMANDER-CONFIRMATION
           END-IF

           IF WS-ABANDON = 'N'
           AND WS-NB-FUSIONS NOT < 2000
               MOVE "Referentiel plein (2000 fusions)" TO WS-MESSAGE
               MOVE 'O' TO WS-ABANDON
           END-IF

           IF WS-ABANDON = 'N'
               ADD 1 TO WS-NB-FUSIONS
               MOVE WS-SAI-CODE TO WS-FUS-ANCIEN (WS-NB-FUSIONS)
               MOVE WS-SAI-NOUVEAU TO WS-FUS-NOUVEAU (WS-NB-FUSIONS)
               MOVE WS-DATE-AAAAMMJJ TO WS-FUS-DATE (WS-NB-FUSIONS)

               MOVE SPACES TO WS-IMAGE-AVANT
               PERFORM FORMER-IMAGE-FUSION
               MOVE WS-IMAGE-TRAVAIL TO WS-IMAGE-APRES

               MOVE "FUSION" TO WS-REFERENTIEL
               MOVE "AJOUT" TO WS-AUD-ACTION
               PERFORM ENREGISTRER-FUSIONS
               IF WS-BASCULE-OK = 'O'
                   PERFORM ECRIRE-AUDIT
               ELSE
                   PERFORM RECHARGER-FUSIONS
               END-IF
               IF WS-MESSAGE = SPACES
                   STRING "Fusion " WS-SAI-CODE " -> " WS-SAI-NOUVEAU
                          " ajoutee"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF.

       MODIFIER-FUSION.
           PERFORM SAISIR-FUSION
           IF WS-ABANDON = 'N'
               MOVE "Confirmer la modification (O/N) :"
                   TO WS-LIB-CONFIRMATION
               PERFORM DEMANDER-CONFIRMATION
           END-IF

           IF WS-ABANDON = 'N'
               MOVE WS-SAI-NOUVEAU TO WS-FUS-NOUVEAU (WS-FUS-I)
               MOVE WS-DATE-AAAAMMJJ TO WS-FUS-DATE (WS-FUS-I)
               PERFORM FORMER-IMAGE-FUSION
               MOVE WS-IMAGE-TRAVAIL TO WS-IMAGE-APRES

               MOVE "FUSION" TO WS-REFERENTIEL
               MOVE "MODIF" TO WS-AUD-ACTION
               PERFORM ENREGISTRER-FUSIONS
               IF WS-BASCULE-OK = 'O'
                   PERFORM ECRIRE-AUDIT
               ELSE
                   PERFORM RECHARGER-FUSIONS
               END-IF
               IF WS-MESSAGE = SPACES
                   STRING "Fusion " WS-SAI-CODE " modifiee"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF.

       RETIRER-FUSION.
           DISPLAY ECRAN-FUSION-DETAIL
           MOVE 'N' TO WS-ABANDON
           MOVE "Confirmer le retrait (O/N) :" TO WS-LIB-CONFIRMATION
           PERFORM DEMANDER-CONFIRMATION

           IF WS-ABANDON = 'N'
               PERFORM VARYING WS-FUS-J FROM WS-FUS-I BY 1
                       UNTIL WS-FUS-J NOT < WS-NB-FUSIONS
                   MOVE WS-FUS-ENTRY (WS-FUS-J + 1)
                       TO WS-FUS-ENTRY (WS-FUS-J)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-FUSIONS

               MOVE SPACES TO WS-IMAGE-APRES
               MOVE "FUSION" TO WS-REFERENTIEL
               MOVE "RETRAIT" TO WS-AUD-ACTION
               PERFORM ENREGISTRER-FUSIONS
               IF WS-BASCULE-OK = 'O'
                   PERFORM ECRIRE-AUDIT
               ELSE
                   PERFORM RECHARGER-FUSIONS
               END-IF
               IF WS-MESSAGE = SPACES
                   STRING "Fusion " WS-SAI-CODE " retiree"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF.

       SAISIR-FUSION.
           MOVE 'N' TO WS-SAISIE-OK
           MOVE 'N' TO WS-ABANDON
           MOVE "Successeur a blanc pour abandonner la saisie"
               TO WS-MESSAGE
           PERFORM UNTIL WS-SAISIE-OK = 'O' OR WS-ABANDON = 'O'
               DISPLAY ECRAN-FUSION-DETAIL
               ACCEPT ECRAN-FUSION-DETAIL
               MOVE SPACES TO WS-MESSAGE
               IF WS-SAI-NOUVEAU = SPACES
                   MOVE 'O' TO WS-ABANDON
                   MOVE "Saisie abandonnee" TO WS-MESSAGE
               ELSE
                   PERFORM CONTROLER-DETAIL-FUSION
               END-IF
           END-PERFORM.

       CONTROLER-DETAIL-FUSION.
           MOVE FUNCTION UPPER-CASE(WS-SAI-NOUVEAU) TO WS-SAI-NOUVEAU
           MOVE WS-SAI-NOUVEAU TO WS-CODE-CONTROLE
           PERFORM CONTROLER-FORMAT-CODE
           PERFORM NOMMER-SUCCESSEUR
           PERFORM CONTROLER-DATE

           EVALUATE TRUE
               WHEN WS-CODE-VALIDE = 'N'
                   MOVE "Code successeur invalide" TO WS-MESSAGE
               WHEN WS-SAI-NOUVEAU = WS-SAI-CODE
                   MOVE "Le successeur doit differer du code absorbe"
                       TO WS-MESSAGE
               WHEN WS-COM-TROUVEE = 'N'
                   MOVE "Successeur absent du referentiel des communes"
                       TO WS-MESSAGE
               WHEN WS-DATE-VALIDE = 'N'
                   MOVE "Date d'effet invalide (JJ/MM/AAAA)"
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM CONTROLER-BOUCLE-FUSION
                   IF WS-BOUCLE = 'O'
                       STRING "Fusion refusee : "   DELIMITED BY SIZE
                              WS-SAI-NOUVEAU        DELIMITED BY SIZE
                              " mene deja a "       DELIMITED BY SIZE
                              WS-SAI-CODE           DELIMITED BY SIZE
                              " (boucle de fusions)" DELIMITED BY SIZE
                           INTO WS-MESSAGE
                       END-STRING
                   ELSE
                       MOVE 'O' TO WS-SAISIE-OK
                   END-IF
           END-EVALUATE.

       CONTROLER-BOUCLE-FUSION.
      * Remonte la chaine des successeurs depuis le nouveau successeur :
      * la fusion boucle si la chaine revient au code absorbe.
           MOVE WS-SAI-NOUVEAU TO WS-CODE-SUIVANT
           MOVE 0 TO WS-NB-NIVEAUX
           MOVE 'N' TO WS-BOUCLE
           PERFORM UNTIL WS-CODE-SUIVANT = SPACES
                      OR WS-BOUCLE = 'O'
                      OR WS-NB-NIVEAUX > WS-NB-FUSIONS
               IF WS-CODE-SUIVANT = WS-SAI-CODE
                   MOVE 'O' TO WS-BOUCLE
               ELSE
                   PERFORM VARYING WS-FUS-J FROM 1 BY 1
                           UNTIL WS-FUS-J > WS-NB-FUSIONS
                              OR WS-FUS-ANCIEN (WS-FUS-J) =
                                 WS-CODE-SUIVANT
                       CONTINUE
                   END-PERFORM
                   IF WS-FUS-J > WS-NB-FUSIONS
                       MOVE SPACES TO WS-CODE-SUIVANT
                   ELSE
                       MOVE WS-FUS-NOUVEAU (WS-FUS-J)
                           TO WS-CODE-SUIVANT
                       ADD 1 TO WS-NB-NIVEAUX
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Controles et utilitaires
      *----------------------------------------------------------------
       CONTROLER-FORMAT-CODE.
           MOVE 'N' TO WS-CODE-VALIDE
           EVALUATE TRUE
               WHEN WS-CODE-CONTROLE (3:3) IS NOT NUMERIC
                   CONTINUE
               WHEN WS-CODE-CONTROLE (1:2) = "2A"
               OR   WS-CODE-CONTROLE (1:2) = "2B"
                   MOVE 'O' TO WS-CODE-VALIDE
               WHEN WS-CODE-CONTROLE (1:2) IS NOT NUMERIC
                   CONTINUE
               WHEN WS-CODE-CONTROLE (1:2) = "97"
               OR   WS-CODE-CONTROLE (1:2) = "98"
                   IF WS-CODE-CONTROLE (3:1) NOT = "0"
                       MOVE 'O' TO WS-CODE-VALIDE
                   END-IF
               WHEN WS-CODE-CONTROLE (1:2) > "00"
               AND  WS-CODE-CONTROLE (1:2) < "96"
               AND  WS-CODE-CONTROLE (1:2) NOT = "20"
                   MOVE 'O' TO WS-CODE-VALIDE
           END-EVALUATE.

       CONTROLER-DATE.
           MOVE 'N' TO WS-DATE-VALIDE
           MOVE SPACES TO WS-DATE-JJ WS-DATE-MM WS-DATE-AAAA
           UNSTRING WS-SAI-DATE
               DELIMITED BY "/"
               INTO WS-DATE-JJ WS-DATE-MM WS-DATE-AAAA
           END-UNSTRING
           STRING WS-DATE-AAAA DELIMITED BY SIZE
                  WS-DATE-MM   DELIMITED BY SIZE
                  WS-DATE-JJ   DELIMITED BY SIZE
               INTO WS-DATE-AAAAMMJJ
           END-STRING
           IF WS-DATE-AAAAMMJJ IS NUMERIC
               MOVE WS-DATE-AAAAMMJJ TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   MOVE 'O' TO WS-DATE-VALIDE
               END-IF
           END-IF.

       RECHERCHER-COMMUNE.
           MOVE 'N' TO WS-COM-TROUVEE
           PERFORM VARYING WS-COM-I FROM 1 BY 1
                   UNTIL WS-COM-I > WS-NB-COMMUNES
                      OR WS-COM-CODE (WS-COM-I) = WS-CODE-CONTROLE
               CONTINUE
           END-PERFORM
           IF WS-COM-I NOT > WS-NB-COMMUNES
               MOVE 'O' TO WS-COM-TROUVEE
           END-IF.

       RECHERCHER-FUSION.
           MOVE 'N' TO WS-FUS-TROUVEE
           PERFORM VARYING WS-FUS-I FROM 1 BY 1
                   UNTIL WS-FUS-I > WS-NB-FUSIONS
                      OR WS-FUS-ANCIEN (WS-FUS-I) = WS-SAI-CODE
               CONTINUE
           END-PERFORM
           IF WS-FUS-I NOT > WS-NB-FUSIONS
               MOVE 'O' TO WS-FUS-TROUVEE
           END-IF.

       NOMMER-SUCCESSEUR.
           MOVE WS-SAI-NOUVEAU TO WS-CODE-CONTROLE
           PERFORM RECHERCHER-COMMUNE
           IF WS-COM-TROUVEE = 'O'
               MOVE WS-COM-NOM (WS-COM-I) TO WS-SAI-NOM-SUCC
           ELSE
               MOVE SPACES TO WS-SAI-NOM-SUCC
           END-IF.

       DEMANDER-CONFIRMATION.
           MOVE SPACE TO WS-CONFIRMATION
           PERFORM UNTIL WS-CONFIRMATION = "O"
                      OR WS-CONFIRMATION = "N"
               ACCEPT ECRAN-CONFIRMATION
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMATION)
                   TO WS-CONFIRMATION
           END-PERFORM
           IF WS-CONFIRMATION = "N"
               MOVE 'O' TO WS-ABANDON
               MOVE "Mise a jour abandonnee" TO WS-MESSAGE
           ELSE
               MOVE SPACES TO WS-MESSAGE
           END-IF.

       FORMER-IMAGE-COMMUNE.
           MOVE WS-POP-NUM TO WS-POP-EDITE
           MOVE SPACES TO WS-IMAGE-TRAVAIL
           STRING FUNCTION TRIM(WS-SAI-CODE)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAI-NOM)   DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-POP-EDITE) DELIMITED BY SIZE
               INTO WS-IMAGE-TRAVAIL
           END-STRING.

       FORMER-IMAGE-FUSION.
           MOVE SPACES TO WS-IMAGE-TRAVAIL
           STRING FUNCTION TRIM(WS-SAI-CODE)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAI-NOUVEAU) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-DATE-AAAAMMJJ              DELIMITED BY SIZE
               INTO WS-IMAGE-TRAVAIL
           END-STRING.

       FORMATER-DATE.
           MOVE SPACES TO WS-CHP-DATE
           IF WS-DATE-AAAAMMJJ IS NUMERIC
           AND WS-DATE-AAAAMMJJ NOT = "00000000"
               STRING WS-DATE-AAAAMMJJ (7:2) DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      WS-DATE-AAAAMMJJ (5:2) DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      WS-DATE-AAAAMMJJ (1:4) DELIMITED BY SIZE
                   INTO WS-CHP-DATE
               END-STRING
           END-IF.

       ECRIRE-AUDIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE SPACES TO WS-NOM-FICHIER-AUDIT
           STRING "data/audit_referentiel_" DELIMITED BY SIZE
                  WS-DATE-JOUR              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-AUDIT
           END-STRING

           OPEN EXTEND F-AUDIT
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT F-AUDIT
           END-IF

           MOVE WS-DATE-JOUR TO REC-AUD-DATE
           MOVE WS-HEURE-JOUR TO REC-AUD-HEURE
           MOVE WS-UTILISATEUR TO REC-AUD-UTILISATEUR
           MOVE WS-REFERENTIEL TO REC-AUD-REFERENTIEL
           MOVE WS-AUD-ACTION TO REC-AUD-ACTION
           MOVE WS-IMAGE-AVANT TO REC-AUD-AVANT
           MOVE WS-IMAGE-APRES TO REC-AUD-APRES
           WRITE REC-AUDIT

           CLOSE F-AUDIT.

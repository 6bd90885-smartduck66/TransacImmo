      *
      * Pilote de la chaine de nuit : lit la definition de chaine
      * (variable d'environnement FICHIER_CHAINE, defaut
      * data/chaine_nuit.txt, une etape par ligne au format
      * nom|commande|codes retour|VAR=valeur;VAR=valeur, lignes
      * commencant par * ignorees), lance les etapes dans l'ordre avec
      * leurs parametres d'environnement et arrete la chaine des
      * qu'une etape rend un code retour non accepte. Le champ codes
      * retour est soit un maximum (2 : codes 0 a 2 acceptes), soit
      * la liste des codes acceptes separes par des virgules (0,3),
      * pour les programmes dont les codes ne sont pas croissants
      * avec la gravite.
      * Chaque etape est tracee dans data/controle_chaine.txt (debut,
      * fin, code retour, statut OK / ECHEC / SAUTEE / NON LANCEE).
      * Reprise : REPRISE=O relance la derniere chaine a partir de
      * l'etape en echec ; ETAPE_DEPART=nom force l'etape de depart.
      * Code retour : 0 chaine complete, 1 definition de chaine
      * absente ou invalide, sinon code retour de l'etape en echec.
      * Compilation : cobc -x chaineNUIT.cob
      * Exécution : chaineNUIT.exe
      *             REPRISE=O chaineNUIT.exe
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINENUIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CHAINE ASSIGN TO DYNAMIC WS-NOM-FICHIER-CHAINE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-STATUS.

           SELECT F-CONTROLE ASSIGN TO "data/controle_chaine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CHAINE.
       01  REC-CHAINE          PIC X(1000).

       FD  F-CONTROLE.
       01  REC-CONTROLE.
           05 REC-CTL-CHAINE          PIC X(16).
           05 REC-CTL-ETAPE           PIC X(20).
           05 REC-CTL-DATE-DEBUT      PIC X(8).
           05 REC-CTL-HEURE-DEBUT     PIC X(8).
           05 REC-CTL-DATE-FIN        PIC X(8).
           05 REC-CTL-HEURE-FIN       PIC X(8).
           05 REC-CTL-RC              PIC 9(4).
           05 REC-CTL-RC-MAX          PIC 9(4).
           05 REC-CTL-STATUT          PIC X(10).
           05 REC-CTL-REPRISE         PIC X.

       WORKING-STORAGE SECTION.

       77  WS-CHN-STATUS       PIC XX.
       77  WS-CTL-STATUS       PIC XX.
       77  WS-EOF              PIC X VALUE 'N'.
       77  WS-NOM-FICHIER-CHAINE PIC X(250)
               VALUE "data/chaine_nuit.txt".
       77  WS-ENV-TRAVAIL      PIC X(250).

       01  WS-ETAPES.
           05 WS-ETP-ENTRY     OCCURS 50 TIMES.
               10 WS-ETP-NOM          PIC X(20).
               10 WS-ETP-COMMANDE     PIC X(250).
               10 WS-ETP-RC-MAX       PIC 9(4).
               10 WS-ETP-NB-ACCEPTES  PIC 99.
               10 WS-ETP-RC-ACCEPTE   OCCURS 10 TIMES
                                      PIC 9(4).
               10 WS-ETP-PARAMS       PIC X(500).

       77  WS-NB-ETAPES        PIC 9(4) VALUE 0.
       77  WS-ETP-I            PIC 9(4).
       77  WS-ETP-J            PIC 9(4).
       77  WS-ETP-DEPART       PIC 9(4) VALUE 1.
       77  WS-NB-LIGNES        PIC 9(9) VALUE 0.
       77  WS-CHAINE-VALIDE    PIC X VALUE 'Y'.

       77  WS-CHP-NOM          PIC X(20).
       77  WS-CHP-COMMANDE     PIC X(250).
       77  WS-CHP-RC-MAX       PIC X(10).
       77  WS-CHP-PARAMS       PIC X(500).
       77  WS-CHP-CODE         PIC X(10).
       77  WS-CHP-POINTEUR     PIC 9(4).
       77  WS-CHP-NB-VIRGULES  PIC 9(4).
       77  WS-CHP-CODES-OK     PIC X.
       77  WS-NB-CODES         PIC 99.
       01  WS-CODES-LUS.
           05 WS-CODE-LU       OCCURS 10 TIMES PIC 9(4).
       77  WS-CODE-I           PIC 99.
       77  WS-RC-ACCEPTE       PIC X.

       77  WS-MODE-REPRISE     PIC X VALUE 'N'.
       77  WS-ETAPE-DEPART-NOM PIC X(20) VALUE SPACES.
       77  WS-DERNIERE-CHAINE  PIC X(16) VALUE SPACES.
       77  WS-ETAPE-ECHEC      PIC X(20) VALUE SPACES.

       77  WS-DATE-JOUR        PIC X(8).
       77  WS-HEURE-JOUR       PIC X(8).
       77  WS-ID-CHAINE        PIC X(16).
       77  WS-DATE-DEBUT-ETP   PIC X(8).
       77  WS-HEURE-DEBUT-ETP  PIC X(8).

       77  WS-COMMANDE         PIC X(251).
       77  WS-RC-SYSTEME       PIC S9(9) COMP-5 VALUE 0.
       77  WS-RC-ETAPE         PIC 9(4) VALUE 0.
       77  WS-RC-CHAINE        PIC 9(4) VALUE 0.
       77  WS-CHAINE-ARRETEE   PIC X VALUE 'N'.
       77  WS-STATUT-ETAPE     PIC X(10).

       77  WS-PARAM            PIC X(250).
       77  WS-PARAM-NOM        PIC X(50).
       77  WS-PARAM-VALEUR     PIC X(250).
       77  WS-PARAM-POINTEUR   PIC 9(4).
       77  WS-PARAM-ACTION     PIC X.

       77  WS-NB-EDITE         PIC Z(8)9.
       77  WS-RC-EDITE         PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           MOVE SPACES TO WS-ENV-TRAVAIL
           ACCEPT WS-ENV-TRAVAIL FROM ENVIRONMENT "FICHIER_CHAINE"
           IF WS-ENV-TRAVAIL NOT = SPACES
               MOVE WS-ENV-TRAVAIL TO WS-NOM-FICHIER-CHAINE
           END-IF

           PERFORM CHARGER-CHAINE

           IF WS-CHAINE-VALIDE = 'N'
               DISPLAY "*** DEFINITION DE CHAINE INVALIDE - CHAINE "
                       "NON LANCEE ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-NB-ETAPES = 0
               DISPLAY "*** DEFINITION DE CHAINE "
                       FUNCTION TRIM(WS-NOM-FICHIER-CHAINE)
                       " ABSENTE OU VIDE - CHAINE NON LANCEE ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DETERMINER-DEPART

           IF WS-CHAINE-VALIDE = 'N'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           STRING WS-DATE-JOUR  DELIMITED BY SIZE
                  WS-HEURE-JOUR DELIMITED BY SIZE
               INTO WS-ID-CHAINE
           END-STRING

           DISPLAY "Chaine de nuit " WS-ID-CHAINE " : "
                   WS-NB-ETAPES " etape(s), depart a l'etape "
                   FUNCTION TRIM(WS-ETP-NOM (WS-ETP-DEPART))

           PERFORM VARYING WS-ETP-I FROM 1 BY 1
                   UNTIL WS-ETP-I > WS-NB-ETAPES
               EVALUATE TRUE
                   WHEN WS-ETP-I < WS-ETP-DEPART
                       MOVE SPACES TO WS-DATE-DEBUT-ETP
                                      WS-HEURE-DEBUT-ETP
                                      WS-DATE-JOUR WS-HEURE-JOUR
                       MOVE 0 TO WS-RC-ETAPE
                       MOVE "SAUTEE" TO WS-STATUT-ETAPE
                       PERFORM ECRIRE-CONTROLE-ETAPE
                   WHEN WS-CHAINE-ARRETEE = 'Y'
                       MOVE SPACES TO WS-DATE-DEBUT-ETP
                                      WS-HEURE-DEBUT-ETP
                                      WS-DATE-JOUR WS-HEURE-JOUR
                       MOVE 0 TO WS-RC-ETAPE
                       MOVE "NON LANCEE" TO WS-STATUT-ETAPE
                       PERFORM ECRIRE-CONTROLE-ETAPE
                   WHEN OTHER
                       PERFORM LANCER-ETAPE
               END-EVALUATE
           END-PERFORM

           IF WS-CHAINE-ARRETEE = 'Y'
               DISPLAY "*** CHAINE ARRETEE A L'ETAPE "
                       FUNCTION TRIM(WS-ETAPE-ECHEC)
                       " - RELANCER AVEC REPRISE=O APRES "
                       "CORRECTION ***"
           ELSE
               DISPLAY "Chaine de nuit " WS-ID-CHAINE
                       " terminee normalement"
           END-IF

           MOVE WS-RC-CHAINE TO RETURN-CODE
           STOP RUN.

       CHARGER-CHAINE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-CHAINE
           IF WS-CHN-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-CHAINE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES
                       IF REC-CHAINE NOT = SPACES
                       AND REC-CHAINE (1:1) NOT = "*"
                           PERFORM ANALYSER-LIGNE-CHAINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHN-STATUS NOT = "35"
               CLOSE F-CHAINE
           END-IF.

       ANALYSER-LIGNE-CHAINE.
           MOVE SPACES TO WS-CHP-NOM WS-CHP-COMMANDE
                          WS-CHP-RC-MAX WS-CHP-PARAMS
           UNSTRING REC-CHAINE
               DELIMITED BY "|"
               INTO WS-CHP-NOM WS-CHP-COMMANDE
                    WS-CHP-RC-MAX WS-CHP-PARAMS
           END-UNSTRING

           MOVE WS-NB-LIGNES TO WS-NB-EDITE

           IF WS-CHP-NOM = SPACES
           OR WS-CHP-COMMANDE = SPACES
               DISPLAY "*** LIGNE " FUNCTION TRIM(WS-NB-EDITE)
                       " : NOM D'ETAPE OU COMMANDE ABSENT ***"
               MOVE 'N' TO WS-CHAINE-VALIDE
           ELSE
               PERFORM ANALYSER-CODES-RETOUR
               IF WS-CHP-CODES-OK = 'N'
                   DISPLAY "*** LIGNE " FUNCTION TRIM(WS-NB-EDITE)
                           " : CODES RETOUR NON NUMERIQUES ("
                           FUNCTION TRIM(WS-CHP-RC-MAX) ") ***"
                   MOVE 'N' TO WS-CHAINE-VALIDE
               ELSE
                   PERFORM VARYING WS-ETP-J FROM 1 BY 1
                           UNTIL WS-ETP-J > WS-NB-ETAPES
                              OR WS-ETP-NOM (WS-ETP-J) =
                                 FUNCTION TRIM(WS-CHP-NOM)
                       CONTINUE
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-ETP-J NOT > WS-NB-ETAPES
                           DISPLAY "*** LIGNE "
                                   FUNCTION TRIM(WS-NB-EDITE)
                                   " : ETAPE "
                                   FUNCTION TRIM(WS-CHP-NOM)
                                   " EN DOUBLE ***"
                           MOVE 'N' TO WS-CHAINE-VALIDE
                       WHEN WS-NB-ETAPES NOT < 50
                           DISPLAY "*** LIGNE "
                                   FUNCTION TRIM(WS-NB-EDITE)
                                   " : PLUS DE 50 ETAPES ***"
                           MOVE 'N' TO WS-CHAINE-VALIDE
                       WHEN OTHER
                           ADD 1 TO WS-NB-ETAPES
                           MOVE FUNCTION TRIM(WS-CHP-NOM)
                               TO WS-ETP-NOM (WS-NB-ETAPES)
                           MOVE FUNCTION TRIM(WS-CHP-COMMANDE)
                               TO WS-ETP-COMMANDE (WS-NB-ETAPES)
                           MOVE 0 TO WS-ETP-RC-MAX (WS-NB-ETAPES)
                           MOVE 0 TO WS-ETP-NB-ACCEPTES (WS-NB-ETAPES)
                           IF WS-CHP-NB-VIRGULES > 0
                               MOVE WS-NB-CODES
                                   TO WS-ETP-NB-ACCEPTES (WS-NB-ETAPES)
                           END-IF
                           PERFORM VARYING WS-CODE-I FROM 1 BY 1
                                   UNTIL WS-CODE-I > WS-NB-CODES
                               MOVE WS-CODE-LU (WS-CODE-I)
                                   TO WS-ETP-RC-ACCEPTE
                                          (WS-NB-ETAPES, WS-CODE-I)
                               IF WS-CODE-LU (WS-CODE-I) >
                                  WS-ETP-RC-MAX (WS-NB-ETAPES)
                                   MOVE WS-CODE-LU (WS-CODE-I)
                                       TO WS-ETP-RC-MAX (WS-NB-ETAPES)
                               END-IF
                           END-PERFORM
                           MOVE FUNCTION TRIM(WS-CHP-PARAMS)
                               TO WS-ETP-PARAMS (WS-NB-ETAPES)
                   END-EVALUATE
               END-IF
           END-IF.

       ANALYSER-CODES-RETOUR.
      * Un code seul est un maximum ; une liste separee par des
      * virgules donne les seuls codes acceptes.
           MOVE 'Y' TO WS-CHP-CODES-OK
           MOVE 0 TO WS-NB-CODES
           MOVE 0 TO WS-CHP-NB-VIRGULES
           INSPECT WS-CHP-RC-MAX TALLYING WS-CHP-NB-VIRGULES
               FOR ALL ","
           IF WS-CHP-RC-MAX = SPACES
           OR WS-CHP-NB-VIRGULES > 9
               MOVE 'N' TO WS-CHP-CODES-OK
           END-IF

           MOVE 1 TO WS-CHP-POINTEUR
           PERFORM UNTIL WS-CHP-CODES-OK = 'N'
                      OR WS-CHP-POINTEUR > 10
               MOVE SPACES TO WS-CHP-CODE
               UNSTRING WS-CHP-RC-MAX
                   DELIMITED BY ","
                   INTO WS-CHP-CODE
                   WITH POINTER WS-CHP-POINTEUR
               END-UNSTRING
               IF WS-CHP-CODE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CHP-CODE) NOT = 0
                   MOVE 'N' TO WS-CHP-CODES-OK
               ELSE
                   ADD 1 TO WS-NB-CODES
                   COMPUTE WS-CODE-LU (WS-NB-CODES) =
                       FUNCTION NUMVAL(WS-CHP-CODE)
               END-IF
               IF WS-NB-CODES > WS-CHP-NB-VIRGULES
                   MOVE 11 TO WS-CHP-POINTEUR
               END-IF
           END-PERFORM.

       DETERMINER-DEPART.
           MOVE SPACES TO WS-ENV-TRAVAIL
           ACCEPT WS-ENV-TRAVAIL FROM ENVIRONMENT "REPRISE"
           IF WS-ENV-TRAVAIL = "O" OR WS-ENV-TRAVAIL = "Y"
               MOVE 'Y' TO WS-MODE-REPRISE
           END-IF

           MOVE SPACES TO WS-ENV-TRAVAIL
           ACCEPT WS-ENV-TRAVAIL FROM ENVIRONMENT "ETAPE_DEPART"
           IF WS-ENV-TRAVAIL NOT = SPACES
               MOVE WS-ENV-TRAVAIL TO WS-ETAPE-DEPART-NOM
               MOVE 'Y' TO WS-MODE-REPRISE
           ELSE
               IF WS-MODE-REPRISE = 'Y'
                   PERFORM CHERCHER-ETAPE-ECHEC
                   IF WS-ETAPE-ECHEC = SPACES
                       DISPLAY "Derniere chaine terminee sans echec "
                               "- rien a reprendre"
                       MOVE 0 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ETAPE-ECHEC TO WS-ETAPE-DEPART-NOM
                   MOVE SPACES TO WS-ETAPE-ECHEC
               END-IF
           END-IF

           IF WS-ETAPE-DEPART-NOM NOT = SPACES
               PERFORM VARYING WS-ETP-DEPART FROM 1 BY 1
                       UNTIL WS-ETP-DEPART > WS-NB-ETAPES
                          OR WS-ETP-NOM (WS-ETP-DEPART) =
                             WS-ETAPE-DEPART-NOM
                   CONTINUE
               END-PERFORM
               IF WS-ETP-DEPART > WS-NB-ETAPES
                   DISPLAY "*** ETAPE DE DEPART "
                           FUNCTION TRIM(WS-ETAPE-DEPART-NOM)
                           " INCONNUE DANS LA CHAINE ***"
                   MOVE 'N' TO WS-CHAINE-VALIDE
               END-IF
           END-IF.

       CHERCHER-ETAPE-ECHEC.
      * Le controle de chaine est relu deux fois : la premiere pour
      * identifier la derniere chaine lancee, la seconde pour y
      * retrouver la premiere etape en echec.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-CONTROLE
           IF WS-CTL-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-CONTROLE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE REC-CTL-CHAINE TO WS-DERNIERE-CHAINE
               END-READ
           END-PERFORM
           IF WS-CTL-STATUS NOT = "35"
               CLOSE F-CONTROLE
           END-IF

           IF WS-DERNIERE-CHAINE NOT = SPACES
               MOVE 'N' TO WS-EOF
               OPEN INPUT F-CONTROLE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-CONTROLE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REC-CTL-CHAINE = WS-DERNIERE-CHAINE
                           AND REC-CTL-STATUT = "ECHEC"
                           AND WS-ETAPE-ECHEC = SPACES
                               MOVE REC-CTL-ETAPE TO WS-ETAPE-ECHEC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CONTROLE
           END-IF.

       LANCER-ETAPE.
           MOVE 'S' TO WS-PARAM-ACTION
           PERFORM TRAITER-PARAMETRES-ETAPE

           ACCEPT WS-DATE-DEBUT-ETP FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-DEBUT-ETP FROM TIME
           DISPLAY "Etape " FUNCTION TRIM(WS-ETP-NOM (WS-ETP-I))
                   " : " FUNCTION TRIM(WS-ETP-COMMANDE (WS-ETP-I))

           MOVE SPACES TO WS-COMMANDE
           STRING FUNCTION TRIM(WS-ETP-COMMANDE (WS-ETP-I))
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-COMMANDE
           END-STRING
           MOVE 0 TO WS-RC-SYSTEME
           CALL "SYSTEM" USING WS-COMMANDE
               RETURNING WS-RC-SYSTEME
           END-CALL

      * Sous Unix le statut de fin rendu par le systeme porte le code
      * retour de la commande dans l'octet de poids fort.
           EVALUATE TRUE
               WHEN WS-RC-SYSTEME < 0
                   MOVE 9999 TO WS-RC-ETAPE
               WHEN WS-RC-SYSTEME > 255
                   COMPUTE WS-RC-ETAPE = WS-RC-SYSTEME / 256
               WHEN OTHER
                   MOVE WS-RC-SYSTEME TO WS-RC-ETAPE
           END-EVALUATE

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME

           MOVE 'U' TO WS-PARAM-ACTION
           PERFORM TRAITER-PARAMETRES-ETAPE

           MOVE WS-RC-ETAPE TO WS-RC-EDITE
           PERFORM CONTROLER-CODE-RETOUR
           IF WS-RC-ACCEPTE = 'N'
               MOVE "ECHEC" TO WS-STATUT-ETAPE
               MOVE 'Y' TO WS-CHAINE-ARRETEE
               MOVE WS-ETP-NOM (WS-ETP-I) TO WS-ETAPE-ECHEC
               MOVE WS-RC-ETAPE TO WS-RC-CHAINE
               DISPLAY "*** ETAPE "
                       FUNCTION TRIM(WS-ETP-NOM (WS-ETP-I))
                       " EN ECHEC, CODE RETOUR "
                       FUNCTION TRIM(WS-RC-EDITE) " ***"
           ELSE
               MOVE "OK" TO WS-STATUT-ETAPE
               DISPLAY "Etape " FUNCTION TRIM(WS-ETP-NOM (WS-ETP-I))
                       " terminee, code retour "
                       FUNCTION TRIM(WS-RC-EDITE)
           END-IF

           PERFORM ECRIRE-CONTROLE-ETAPE.

       CONTROLER-CODE-RETOUR.
           MOVE 'N' TO WS-RC-ACCEPTE
           IF WS-ETP-NB-ACCEPTES (WS-ETP-I) = 0
               IF WS-RC-ETAPE NOT > WS-ETP-RC-MAX (WS-ETP-I)
                   MOVE 'Y' TO WS-RC-ACCEPTE
               END-IF
           ELSE
               PERFORM VARYING WS-CODE-I FROM 1 BY 1
                       UNTIL WS-CODE-I > WS-ETP-NB-ACCEPTES (WS-ETP-I)
                   IF WS-RC-ETAPE =
                      WS-ETP-RC-ACCEPTE (WS-ETP-I, WS-CODE-I)
                       MOVE 'Y' TO WS-RC-ACCEPTE
                   END-IF
               END-PERFORM
           END-IF.

       TRAITER-PARAMETRES-ETAPE.
      * WS-PARAM-ACTION = 'S' positionne les variables de l'etape,
      * 'U' les remet a blanc pour ne pas les transmettre a la suite.
           MOVE 1 TO WS-PARAM-POINTEUR
           PERFORM UNTIL WS-PARAM-POINTEUR > 500
               MOVE SPACES TO WS-PARAM
               UNSTRING WS-ETP-PARAMS (WS-ETP-I)
                   DELIMITED BY ";"
                   INTO WS-PARAM
                   WITH POINTER WS-PARAM-POINTEUR
               END-UNSTRING
               IF WS-PARAM NOT = SPACES
                   MOVE SPACES TO WS-PARAM-NOM WS-PARAM-VALEUR
                   UNSTRING WS-PARAM
                       DELIMITED BY "="
                       INTO WS-PARAM-NOM WS-PARAM-VALEUR
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-PARAM-NOM) TO WS-PARAM-NOM
                   MOVE FUNCTION TRIM(WS-PARAM-VALEUR)
                       TO WS-PARAM-VALEUR
                   IF WS-PARAM-NOM NOT = SPACES
                       DISPLAY WS-PARAM-NOM UPON ENVIRONMENT-NAME
                       IF WS-PARAM-ACTION = 'S'
                           DISPLAY WS-PARAM-VALEUR
                               UPON ENVIRONMENT-VALUE
                       ELSE
                           DISPLAY " " UPON ENVIRONMENT-VALUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-CONTROLE-ETAPE.
           OPEN EXTEND F-CONTROLE
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT F-CONTROLE
           END-IF

           MOVE WS-ID-CHAINE TO REC-CTL-CHAINE
           MOVE WS-ETP-NOM (WS-ETP-I) TO REC-CTL-ETAPE
           MOVE WS-DATE-DEBUT-ETP TO REC-CTL-DATE-DEBUT
           MOVE WS-HEURE-DEBUT-ETP TO REC-CTL-HEURE-DEBUT
           MOVE WS-DATE-JOUR TO REC-CTL-DATE-FIN
           MOVE WS-HEURE-JOUR TO REC-CTL-HEURE-FIN
           MOVE WS-RC-ETAPE TO REC-CTL-RC
           MOVE WS-ETP-RC-MAX (WS-ETP-I) TO REC-CTL-RC-MAX
           MOVE WS-STATUT-ETAPE TO REC-CTL-STATUT
           MOVE WS-MODE-REPRISE TO REC-CTL-REPRISE
           WRITE REC-CONTROLE

           CLOSE F-CONTROLE.

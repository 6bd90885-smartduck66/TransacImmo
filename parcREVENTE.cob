      *
      * Rapport des reventes de parcelles : balaye le fichier maître
      * indexé des parcelles entretenu par PARCMAJ et produit
      * data/rapport_reventes.txt avec chaque revente (duree de
      * detention, variation de prix en euros, en pourcentage et en
      * rythme annuel), les synthèses par commune, par departement et
      * au national (taux de revente, duree de detention mediane), et
      * data/reventes_rapides.txt pour les reventes dans les
      * SEUIL_REVENTE_RAPIDE mois (24 par defaut). DATE_DEBUT et
      * DATE_FIN (JJ/MM/AAAA) limitent les reventes retenues.
      * Compilation : cobc -x parcREVENTE.cob
      * Exécution : DATE_DEBUT=01/01/2023 DATE_FIN=31/03/2023
      *             parcREVENTE.exe
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCREVENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARCELLES
               ASSIGN TO "data/parcelles.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS REC-PARC-CLE
               FILE STATUS IS WS-PARC-STATUS.

           SELECT F-REVENTES ASSIGN TO "data/rapport_reventes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-RAPIDES ASSIGN TO "data/reventes_rapides.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PARCELLES.
       01  REC-PARCELLE.
           05 REC-PARC-CLE.
               10 REC-PARC-DEPT     PIC X(3).
               10 REC-PARC-COMMUNE  PIC X(3).
               10 REC-PARC-PREFIXE  PIC X(3).
               10 REC-PARC-SECTION  PIC X(2).
               10 REC-PARC-PLAN     PIC X(4).
           05 REC-PARC-NB-VENTES    PIC 9(4).
           05 REC-PARC-VENTE        OCCURS 20 TIMES.
               10 REC-PARC-VTE-DATE       PIC X(8).
               10 REC-PARC-VTE-MUTATION   PIC X(30).
               10 REC-PARC-VTE-VALEUR     PIC 9(15).
               10 REC-PARC-VTE-TYPE       PIC X(20).
               10 REC-PARC-VTE-SURFACE    PIC 9(9).
               10 REC-PARC-VTE-NB-PARC    PIC 9(4).

       FD  F-REVENTES.
       01  REC-REVENTE         PIC X(132).

       FD  F-RAPIDES.
       01  REC-RAPIDE.
           05 REC-RAP-PARCELLE      PIC X(15).
           05 REC-RAP-MUTATION-1    PIC X(30).
           05 REC-RAP-DATE-1        PIC X(8).
           05 REC-RAP-VALEUR-1      PIC 9(15).
           05 REC-RAP-MUTATION-2    PIC X(30).
           05 REC-RAP-DATE-2        PIC X(8).
           05 REC-RAP-VALEUR-2      PIC 9(15).
           05 REC-RAP-MOIS          PIC 9(4).
           05 REC-RAP-TYPE-LOCAL    PIC X(20).
           05 REC-RAP-MULTI         PIC X.

       WORKING-STORAGE SECTION.

       77  WS-PARC-STATUS      PIC XX.
       77  WS-EOF              PIC X VALUE 'N'.
       77  WS-NB-RECORDS       PIC 9(9) VALUE 0.

       77  WS-ENV-DATE         PIC X(10).
       77  WS-FILTRE-JJ        PIC X(2).
       77  WS-FILTRE-MM        PIC X(2).
       77  WS-FILTRE-AAAA      PIC X(4).
       77  WS-DATE-DEBUT-AAAAMMJJ PIC X(8) VALUE "00000000".
       77  WS-DATE-FIN-AAAAMMJJ   PIC X(8) VALUE "99999999".
       77  WS-ENV-SEUIL        PIC X(10).
       77  WS-SEUIL-RAPIDE     PIC 9(4) VALUE 24.

       77  WS-COMMUNE-COURANTE PIC X(6) VALUE SPACES.
       77  WS-DEPT-COURANT     PIC X(3) VALUE SPACES.

      * Niveaux de synthese : 1 = commune, 2 = departement,
      * 3 = national.
       01  WS-NIVEAUX.
           05 WS-NIV-ENTRY     OCCURS 3 TIMES.
               10 WS-NIV-NB-VENDUES    PIC 9(9).
               10 WS-NIV-NB-REVENDUES  PIC 9(9).
               10 WS-NIV-NB-REVENTES   PIC 9(9).
               10 WS-NIV-NB-RAPIDES    PIC 9(9).
               10 WS-NIV-HISTO-MOIS    OCCURS 601 TIMES PIC 9(9).

       77  WS-NIV-I            PIC 9(4).
       77  WS-NIV-LIBELLE      PIC X(20).
       77  WS-NIV-CODE         PIC X(10).

       77  WS-VTE-I            PIC 9(4).
       77  WS-PARC-VENDUE      PIC X.
       77  WS-PARC-REVENDUE    PIC X.
       77  WS-REVENTE-RAPIDE   PIC X.
       77  WS-VARIATION-OK     PIC X.
       77  WS-VARIATION-HORS-CAPACITE PIC X.
       77  WS-ANNUEL-OK        PIC X.

       77  WS-DATE-TRAVAIL     PIC X(8).
       77  WS-DATE-AFFICHE     PIC X(10).
       77  WS-AAAA-1           PIC 9(4).
       77  WS-MM-1             PIC 9(2).
       77  WS-JJ-1             PIC 9(2).
       77  WS-AAAA-2           PIC 9(4).
       77  WS-MM-2             PIC 9(2).
       77  WS-JJ-2             PIC 9(2).
       77  WS-MOIS-DETENTION   PIC S9(5).
       77  WS-MOIS-HISTO       PIC 9(4).

       77  WS-VALEUR-1         PIC 9(15).
       77  WS-VALEUR-2         PIC 9(15).
       77  WS-ECART-EUR        PIC S9(15).
       77  WS-ECART-PCT        PIC S9(7)V99.
       77  WS-TAUX-ANNUEL      PIC S9(7)V99.

       77  WS-CUMUL-MEDIANE    PIC 9(9).
       77  WS-RANG-MEDIANE     PIC 9(9).
       77  WS-MEDIANE          PIC 9(4).
       77  WS-TAUX-REVENTE     PIC 9(3)V99.

       77  WS-LIGNE-RAPPORT    PIC X(132).
       77  WS-POINTEUR-LIGNE   PIC 9(4).
       77  WS-NB-EDITE         PIC Z(8)9.
       77  WS-MONTANT-EDITE    PIC Z(14)9.
       77  WS-ECART-EDITE      PIC +(15)9.
       77  WS-PCT-EDITE        PIC ++++++9.99.
       77  WS-TAUX-EDITE       PIC ZZ9.99.
       77  WS-MOIS-EDITE       PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROGRAM.
           PERFORM LIRE-PARAMETRES

           OPEN INPUT F-PARCELLES
           IF WS-PARC-STATUS NOT = "00"
               DISPLAY "*** FICHIER DES PARCELLES INDISPONIBLE, "
                       "STATUT " WS-PARC-STATUS
                       " - PAS DE RAPPORT DES REVENTES ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT F-REVENTES
           OPEN OUTPUT F-RAPIDES

           MOVE "Rapport des reventes de parcelles"
               TO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-REVENTE

           MOVE SPACES TO WS-LIGNE-RAPPORT
           MOVE 1 TO WS-POINTEUR-LIGNE
           STRING "Reventes retenues du " DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           MOVE WS-DATE-DEBUT-AAAAMMJJ TO WS-DATE-TRAVAIL
           PERFORM FORMATER-DATE
           STRING WS-DATE-AFFICHE DELIMITED BY SIZE
                  " au "          DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           MOVE WS-DATE-FIN-AAAAMMJJ TO WS-DATE-TRAVAIL
           PERFORM FORMATER-DATE
           MOVE WS-SEUIL-RAPIDE TO WS-MOIS-EDITE
           STRING WS-DATE-AFFICHE DELIMITED BY SIZE
                  " - revente rapide : "  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOIS-EDITE) DELIMITED BY SIZE
                  " mois au plus"         DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           PERFORM ECRIRE-REVENTE

           MOVE 3 TO WS-NIV-I
           PERFORM INITIALISER-NIVEAU

           PERFORM UNTIL WS-EOF = 'Y'
               READ F-PARCELLES NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-RECORDS
                       PERFORM TRAITER-PARCELLE
               END-READ
           END-PERFORM

           IF WS-COMMUNE-COURANTE NOT = SPACES
               PERFORM FINALISER-COMMUNE
               PERFORM FINALISER-DEPARTEMENT
           END-IF

           MOVE 3 TO WS-NIV-I
           MOVE "National" TO WS-NIV-LIBELLE
           MOVE SPACES TO WS-NIV-CODE
           PERFORM ECRIRE-SYNTHESE-NIVEAU

           CLOSE F-PARCELLES
           CLOSE F-REVENTES
           CLOSE F-RAPIDES

           DISPLAY "Rapport des reventes ecrit : "
                   WS-NB-RECORDS " parcelle(s) lue(s), "
                   WS-NIV-NB-REVENTES (3) " revente(s), "
                   WS-NIV-NB-RAPIDES (3) " revente(s) rapide(s)"

           STOP RUN.

       LIRE-PARAMETRES.
           MOVE SPACES TO WS-ENV-DATE
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "DATE_DEBUT"
           IF WS-ENV-DATE NOT = SPACES
               MOVE SPACES TO WS-FILTRE-JJ WS-FILTRE-MM WS-FILTRE-AAAA
               UNSTRING WS-ENV-DATE
                   DELIMITED BY "/"
                   INTO WS-FILTRE-JJ WS-FILTRE-MM WS-FILTRE-AAAA
               END-UNSTRING
               STRING WS-FILTRE-AAAA DELIMITED BY SIZE
                      WS-FILTRE-MM   DELIMITED BY SIZE
                      WS-FILTRE-JJ   DELIMITED BY SIZE
                   INTO WS-DATE-DEBUT-AAAAMMJJ
               END-STRING
           END-IF

           MOVE SPACES TO WS-ENV-DATE
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "DATE_FIN"
           IF WS-ENV-DATE NOT = SPACES
               MOVE SPACES TO WS-FILTRE-JJ WS-FILTRE-MM WS-FILTRE-AAAA
               UNSTRING WS-ENV-DATE
                   DELIMITED BY "/"
                   INTO WS-FILTRE-JJ WS-FILTRE-MM WS-FILTRE-AAAA
               END-UNSTRING
               STRING WS-FILTRE-AAAA DELIMITED BY SIZE
                      WS-FILTRE-MM   DELIMITED BY SIZE
                      WS-FILTRE-JJ   DELIMITED BY SIZE
                   INTO WS-DATE-FIN-AAAAMMJJ
               END-STRING
           END-IF

           MOVE SPACES TO WS-ENV-SEUIL
           ACCEPT WS-ENV-SEUIL FROM ENVIRONMENT "SEUIL_REVENTE_RAPIDE"
           IF WS-ENV-SEUIL NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-ENV-SEUIL) = 0
               COMPUTE WS-SEUIL-RAPIDE =
                   FUNCTION NUMVAL(WS-ENV-SEUIL)
           END-IF.

       INITIALISER-NIVEAU.
           MOVE 0 TO WS-NIV-NB-VENDUES (WS-NIV-I)
           MOVE 0 TO WS-NIV-NB-REVENDUES (WS-NIV-I)
           MOVE 0 TO WS-NIV-NB-REVENTES (WS-NIV-I)
           MOVE 0 TO WS-NIV-NB-RAPIDES (WS-NIV-I)
           PERFORM VARYING WS-MOIS-HISTO FROM 1 BY 1
                   UNTIL WS-MOIS-HISTO > 601
               MOVE 0 TO WS-NIV-HISTO-MOIS (WS-NIV-I, WS-MOIS-HISTO)
           END-PERFORM.

       TRAITER-PARCELLE.
           IF REC-PARC-DEPT NOT = WS-DEPT-COURANT
           OR REC-PARC-COMMUNE NOT = WS-COMMUNE-COURANTE (4:3)
               IF WS-COMMUNE-COURANTE NOT = SPACES
                   PERFORM FINALISER-COMMUNE
               END-IF
               IF REC-PARC-DEPT NOT = WS-DEPT-COURANT
                   IF WS-DEPT-COURANT NOT = SPACES
                       PERFORM FINALISER-DEPARTEMENT
                   END-IF
                   MOVE REC-PARC-DEPT TO WS-DEPT-COURANT
                   MOVE 2 TO WS-NIV-I
                   PERFORM INITIALISER-NIVEAU
               END-IF
               MOVE REC-PARC-DEPT TO WS-COMMUNE-COURANTE (1:3)
               MOVE REC-PARC-COMMUNE TO WS-COMMUNE-COURANTE (4:3)
               MOVE 1 TO WS-NIV-I
               PERFORM INITIALISER-NIVEAU
           END-IF

           MOVE 'N' TO WS-PARC-VENDUE
           MOVE 'N' TO WS-PARC-REVENDUE

           PERFORM VARYING WS-VTE-I FROM 1 BY 1
                   UNTIL WS-VTE-I > REC-PARC-NB-VENTES
               IF REC-PARC-VTE-DATE (WS-VTE-I)
                      NOT < WS-DATE-DEBUT-AAAAMMJJ
               AND REC-PARC-VTE-DATE (WS-VTE-I)
                      NOT > WS-DATE-FIN-AAAAMMJJ
                   MOVE 'Y' TO WS-PARC-VENDUE
                   IF WS-VTE-I > 1
                       MOVE 'Y' TO WS-PARC-REVENDUE
                       PERFORM TRAITER-REVENTE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-NIV-I FROM 1 BY 1 UNTIL WS-NIV-I > 3
               IF WS-PARC-VENDUE = 'Y'
                   ADD 1 TO WS-NIV-NB-VENDUES (WS-NIV-I)
               END-IF
               IF WS-PARC-REVENDUE = 'Y'
                   ADD 1 TO WS-NIV-NB-REVENDUES (WS-NIV-I)
               END-IF
           END-PERFORM.

       TRAITER-REVENTE.
           MOVE REC-PARC-VTE-DATE (WS-VTE-I - 1) (1:4) TO WS-AAAA-1
           MOVE REC-PARC-VTE-DATE (WS-VTE-I - 1) (5:2) TO WS-MM-1
           MOVE REC-PARC-VTE-DATE (WS-VTE-I - 1) (7:2) TO WS-JJ-1
           MOVE REC-PARC-VTE-DATE (WS-VTE-I) (1:4) TO WS-AAAA-2
           MOVE REC-PARC-VTE-DATE (WS-VTE-I) (5:2) TO WS-MM-2
           MOVE REC-PARC-VTE-DATE (WS-VTE-I) (7:2) TO WS-JJ-2

           COMPUTE WS-MOIS-DETENTION =
               ((WS-AAAA-2 * 12) + WS-MM-2) -
               ((WS-AAAA-1 * 12) + WS-MM-1)
           IF WS-JJ-2 < WS-JJ-1
               SUBTRACT 1 FROM WS-MOIS-DETENTION
           END-IF
           IF WS-MOIS-DETENTION < 0
               MOVE 0 TO WS-MOIS-DETENTION
           END-IF

           IF WS-MOIS-DETENTION > 600
               MOVE 601 TO WS-MOIS-HISTO
           ELSE
               COMPUTE WS-MOIS-HISTO = WS-MOIS-DETENTION + 1
           END-IF

      * Mois revolus : la revente est dans le seuil si elle a lieu
      * au plus tard le meme quantieme, le seuil de mois ecoule.
           IF WS-MOIS-DETENTION < WS-SEUIL-RAPIDE
           OR (WS-MOIS-DETENTION = WS-SEUIL-RAPIDE
               AND WS-JJ-2 = WS-JJ-1)
               MOVE 'Y' TO WS-REVENTE-RAPIDE
           ELSE
               MOVE 'N' TO WS-REVENTE-RAPIDE
           END-IF

           PERFORM VARYING WS-NIV-I FROM 1 BY 1 UNTIL WS-NIV-I > 3
               ADD 1 TO WS-NIV-NB-REVENTES (WS-NIV-I)
               ADD 1 TO WS-NIV-HISTO-MOIS (WS-NIV-I, WS-MOIS-HISTO)
               IF WS-REVENTE-RAPIDE = 'Y'
                   ADD 1 TO WS-NIV-NB-RAPIDES (WS-NIV-I)
               END-IF
           END-PERFORM

           MOVE REC-PARC-VTE-VALEUR (WS-VTE-I - 1) TO WS-VALEUR-1
           MOVE REC-PARC-VTE-VALEUR (WS-VTE-I) TO WS-VALEUR-2

           MOVE 'N' TO WS-VARIATION-OK
           MOVE 'N' TO WS-VARIATION-HORS-CAPACITE
           MOVE 'N' TO WS-ANNUEL-OK
           IF REC-PARC-VTE-NB-PARC (WS-VTE-I - 1) = 1
           AND REC-PARC-VTE-NB-PARC (WS-VTE-I) = 1
           AND WS-VALEUR-1 > 0
           AND WS-VALEUR-2 > 0
               MOVE 'Y' TO WS-VARIATION-OK
               COMPUTE WS-ECART-EUR = WS-VALEUR-2 - WS-VALEUR-1
               COMPUTE WS-ECART-PCT ROUNDED =
                   (WS-ECART-EUR * 100) / WS-VALEUR-1
                   ON SIZE ERROR
                       MOVE 'N' TO WS-VARIATION-OK
                       MOVE 'Y' TO WS-VARIATION-HORS-CAPACITE
               END-COMPUTE
               IF WS-MOIS-DETENTION > 0
                   MOVE 'Y' TO WS-ANNUEL-OK
                   COMPUTE WS-TAUX-ANNUEL ROUNDED =
                       (((WS-VALEUR-2 / WS-VALEUR-1) **
                         (12 / WS-MOIS-DETENTION)) - 1) * 100
                       ON SIZE ERROR
                           MOVE 'N' TO WS-ANNUEL-OK
                   END-COMPUTE
               END-IF
           END-IF

           PERFORM ECRIRE-LIGNE-REVENTE

           IF WS-REVENTE-RAPIDE = 'Y'
               PERFORM ECRIRE-REVENTE-RAPIDE
           END-IF.

       ECRIRE-LIGNE-REVENTE.
           MOVE SPACES TO WS-LIGNE-RAPPORT
           MOVE 1 TO WS-POINTEUR-LIGNE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(REC-PARC-DEPT) DELIMITED BY SIZE
                  "-"                          DELIMITED BY SIZE
                  REC-PARC-COMMUNE             DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  REC-PARC-PREFIXE             DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  REC-PARC-SECTION             DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  REC-PARC-PLAN                DELIMITED BY SIZE
                  " : "                        DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING

           MOVE REC-PARC-VTE-DATE (WS-VTE-I - 1) TO WS-DATE-TRAVAIL
           PERFORM FORMATER-DATE
           MOVE WS-VALEUR-1 TO WS-MONTANT-EDITE
           STRING WS-DATE-AFFICHE                 DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONTANT-EDITE) DELIMITED BY SIZE
                  " EUR -> "                      DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING

           MOVE REC-PARC-VTE-DATE (WS-VTE-I) TO WS-DATE-TRAVAIL
           PERFORM FORMATER-DATE
           MOVE WS-VALEUR-2 TO WS-MONTANT-EDITE
           MOVE WS-MOIS-DETENTION TO WS-MOIS-EDITE
           STRING WS-DATE-AFFICHE                 DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONTANT-EDITE) DELIMITED BY SIZE
                  " EUR, "                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOIS-EDITE)    DELIMITED BY SIZE
                  " mois"                         DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING

           IF WS-VARIATION-OK = 'Y'
               MOVE WS-ECART-EUR TO WS-ECART-EDITE
               MOVE WS-ECART-PCT TO WS-PCT-EDITE
               STRING ", "                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ECART-EDITE) DELIMITED BY SIZE
                      " EUR ("                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PCT-EDITE)   DELIMITED BY SIZE
                      " %)"                         DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                   WITH POINTER WS-POINTEUR-LIGNE
               END-STRING
               IF WS-ANNUEL-OK = 'Y'
                   MOVE WS-TAUX-ANNUEL TO WS-PCT-EDITE
                   STRING ", "                        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PCT-EDITE) DELIMITED BY SIZE
                          " %/an"                     DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                       WITH POINTER WS-POINTEUR-LIGNE
                   END-STRING
               END-IF
           ELSE
               IF WS-VARIATION-HORS-CAPACITE = 'Y'
                   STRING ", variation hors capacite"
                              DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                       WITH POINTER WS-POINTEUR-LIGNE
                   END-STRING
               ELSE
                   STRING ", variation non calculable (vente "
                              DELIMITED BY SIZE
                          "multi-parcelles ou sans valeur)"
                              DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                       WITH POINTER WS-POINTEUR-LIGNE
                   END-STRING
               END-IF
           END-IF

           IF WS-REVENTE-RAPIDE = 'Y'
               STRING " *REVENTE RAPIDE*" DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                   WITH POINTER WS-POINTEUR-LIGNE
               END-STRING
           END-IF

           PERFORM ECRIRE-REVENTE.

       ECRIRE-REVENTE-RAPIDE.
           MOVE SPACES TO REC-RAPIDE
           MOVE REC-PARC-CLE TO REC-RAP-PARCELLE
           MOVE REC-PARC-VTE-MUTATION (WS-VTE-I - 1)
               TO REC-RAP-MUTATION-1
           MOVE REC-PARC-VTE-DATE (WS-VTE-I - 1) TO REC-RAP-DATE-1
           MOVE WS-VALEUR-1 TO REC-RAP-VALEUR-1
           MOVE REC-PARC-VTE-MUTATION (WS-VTE-I) TO REC-RAP-MUTATION-2
           MOVE REC-PARC-VTE-DATE (WS-VTE-I) TO REC-RAP-DATE-2
           MOVE WS-VALEUR-2 TO REC-RAP-VALEUR-2
           MOVE WS-MOIS-DETENTION TO REC-RAP-MOIS
           MOVE REC-PARC-VTE-TYPE (WS-VTE-I) TO REC-RAP-TYPE-LOCAL
           IF REC-PARC-VTE-NB-PARC (WS-VTE-I - 1) > 1
           OR REC-PARC-VTE-NB-PARC (WS-VTE-I) > 1
               MOVE 'O' TO REC-RAP-MULTI
           ELSE
               MOVE 'N' TO REC-RAP-MULTI
           END-IF
           WRITE REC-RAPIDE.

       FINALISER-COMMUNE.
           MOVE 1 TO WS-NIV-I
           MOVE "Commune" TO WS-NIV-LIBELLE
           MOVE SPACES TO WS-NIV-CODE
           STRING FUNCTION TRIM(WS-COMMUNE-COURANTE (1:3))
                      DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  WS-COMMUNE-COURANTE (4:3)   DELIMITED BY SIZE
               INTO WS-NIV-CODE
           END-STRING
           IF WS-NIV-NB-VENDUES (1) > 0
               PERFORM ECRIRE-SYNTHESE-NIVEAU
           END-IF.

       FINALISER-DEPARTEMENT.
           MOVE 2 TO WS-NIV-I
           MOVE "Departement" TO WS-NIV-LIBELLE
           MOVE WS-DEPT-COURANT TO WS-NIV-CODE
           IF WS-NIV-NB-VENDUES (2) > 0
               PERFORM ECRIRE-SYNTHESE-NIVEAU
           END-IF.

       ECRIRE-SYNTHESE-NIVEAU.
           MOVE 0 TO WS-TAUX-REVENTE
           IF WS-NIV-NB-VENDUES (WS-NIV-I) > 0
               COMPUTE WS-TAUX-REVENTE ROUNDED =
                   (WS-NIV-NB-REVENDUES (WS-NIV-I) * 100) /
                   WS-NIV-NB-VENDUES (WS-NIV-I)
           END-IF

           MOVE SPACES TO WS-LIGNE-RAPPORT
           MOVE 1 TO WS-POINTEUR-LIGNE
           IF WS-NIV-I = 1
               STRING "  " DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                   WITH POINTER WS-POINTEUR-LIGNE
               END-STRING
           END-IF

           MOVE WS-NIV-NB-VENDUES (WS-NIV-I) TO WS-NB-EDITE
           STRING FUNCTION TRIM(WS-NIV-LIBELLE) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NIV-CODE)    DELIMITED BY SIZE
                  " : "                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE)    DELIMITED BY SIZE
                  " parcelle(s) vendue(s), "    DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING

           MOVE WS-NIV-NB-REVENDUES (WS-NIV-I) TO WS-NB-EDITE
           MOVE WS-TAUX-REVENTE TO WS-TAUX-EDITE
           STRING FUNCTION TRIM(WS-NB-EDITE)    DELIMITED BY SIZE
                  " revendue(s), taux "         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TAUX-EDITE)  DELIMITED BY SIZE
                  " %"                          DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING

           IF WS-NIV-NB-REVENTES (WS-NIV-I) > 0
               PERFORM CALCULER-MEDIANE
               MOVE WS-MEDIANE TO WS-MOIS-EDITE
               MOVE WS-NIV-NB-RAPIDES (WS-NIV-I) TO WS-NB-EDITE
               STRING ", detention mediane "      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MOIS-EDITE) DELIMITED BY SIZE
                      " mois, "                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NB-EDITE)  DELIMITED BY SIZE
                      " revente(s) rapide(s)"     DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                   WITH POINTER WS-POINTEUR-LIGNE
               END-STRING
           END-IF

           PERFORM ECRIRE-REVENTE.

       CALCULER-MEDIANE.
           COMPUTE WS-RANG-MEDIANE =
               FUNCTION INTEGER((WS-NIV-NB-REVENTES (WS-NIV-I) + 1) / 2)
           MOVE 0 TO WS-CUMUL-MEDIANE
           PERFORM VARYING WS-MOIS-HISTO FROM 1 BY 1
                   UNTIL WS-MOIS-HISTO > 601
                      OR WS-CUMUL-MEDIANE NOT < WS-RANG-MEDIANE
               ADD WS-NIV-HISTO-MOIS (WS-NIV-I, WS-MOIS-HISTO)
                   TO WS-CUMUL-MEDIANE
           END-PERFORM
           COMPUTE WS-MEDIANE = WS-MOIS-HISTO - 2.

       FORMATER-DATE.
           MOVE SPACES TO WS-DATE-AFFICHE
           STRING WS-DATE-TRAVAIL (7:2) DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-DATE-TRAVAIL (5:2) DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-DATE-TRAVAIL (1:4) DELIMITED BY SIZE
               INTO WS-DATE-AFFICHE
           END-STRING.

       ECRIRE-REVENTE.
           WRITE REC-REVENTE FROM WS-LIGNE-RAPPORT.

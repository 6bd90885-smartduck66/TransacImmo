      *
      * Chargement des niveaux de prix de reference (EUR/m2 par type
      * de local) depuis le fichier maître indexé de l'historique des
      * communes, appelé par EVALCOBOL en debut de traitement pour le
      * controle des prix suspects. Les cumuls sont restitues par
      * commune (dans l'ordre des cles du fichier maître) et par
      * departement, sur les NB-MOIS-REF derniers mois presents dans
      * l'historique (0 = tout l'historique).
      * Compilation : cobc -m histoREF.cob
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTOREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTORIQUE
               ASSIGN TO "data/historique_communes.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS REC-HIST-CLE
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-HISTORIQUE.
       01  REC-HISTORIQUE.
           05 REC-HIST-CLE.
               10 REC-HIST-COMMUNE  PIC X(9).
               10 REC-HIST-MOIS     PIC X(6).
           05 REC-HIST-NB           PIC 9(9).
           05 REC-HIST-MONTANT      PIC 9(15).
           05 REC-HIST-SURFACE      PIC 9(15).
           05 REC-HIST-TYPES.
               10 REC-HIST-TYPE     OCCURS 5 TIMES.
                   15 REC-HIST-TYPE-NB-SURF      PIC 9(9).
                   15 REC-HIST-TYPE-MONTANT-SURF PIC 9(15).
                   15 REC-HIST-TYPE-SURFACE      PIC 9(15).

       WORKING-STORAGE SECTION.

       77  WS-HIST-STATUS      PIC XX.
       77  WS-EOF              PIC X.
       77  WS-NB-LUS           PIC 9(9) VALUE 0.
       77  WS-TYPE-I           PIC 9(4).
       77  WS-COMMUNE-SATUREE  PIC X VALUE 'N'.

       77  WS-MOIS-MAX-CLE     PIC X(6).
       77  WS-MOIS-TRAVAIL     PIC X(6).
       77  WS-MOIS-AAAA        PIC 9(4).
       77  WS-MOIS-MM          PIC 9(2).
       77  WS-MOIS-INDICE      PIC 9(9).
       77  WS-MOIS-MAX         PIC 9(9).
       77  WS-MOIS-DEBUT       PIC 9(9).

       77  WS-DEPT-TRAVAIL     PIC X(5).
       77  WS-CODE-TRAVAIL     PIC X(5).
       77  WS-DEPT-I           PIC 9(4).

       LINKAGE SECTION.

       01  HR-NB-MOIS-REF      PIC 9(4).
       01  HR-RESULTAT         PIC X.

       01  HR-NB-COMMUNES      PIC 9(9).
       01  HR-NIVEAUX-COMMUNES.
           05 HR-COM-ENTRY     OCCURS 50000 TIMES.
               10 HR-COM-CLE       PIC X(9).
               10 HR-COM-TYPE      OCCURS 5 TIMES.
                   15 HR-COM-NB        PIC 9(9).
                   15 HR-COM-MONTANT   PIC 9(15).
                   15 HR-COM-SURFACE   PIC 9(15).

       01  HR-NB-DEPTS         PIC 9(9).
       01  HR-NIVEAUX-DEPTS.
           05 HR-DEP-ENTRY     OCCURS 120 TIMES.
               10 HR-DEP-CODE      PIC X(5).
               10 HR-DEP-TYPE      OCCURS 5 TIMES.
                   15 HR-DEP-NB        PIC 9(9).
                   15 HR-DEP-MONTANT   PIC 9(15).
                   15 HR-DEP-SURFACE   PIC 9(15).

       PROCEDURE DIVISION USING HR-NB-MOIS-REF HR-RESULTAT
                                HR-NB-COMMUNES HR-NIVEAUX-COMMUNES
                                HR-NB-DEPTS HR-NIVEAUX-DEPTS.

       CHARGER-NIVEAUX.
           MOVE 'N' TO HR-RESULTAT
           MOVE 0 TO HR-NB-COMMUNES
           MOVE 0 TO HR-NB-DEPTS
           MOVE SPACES TO WS-MOIS-MAX-CLE

           PERFORM CHERCHER-MOIS-MAX

           IF WS-MOIS-MAX-CLE = SPACES
               GOBACK
           END-IF

           MOVE WS-MOIS-MAX-CLE TO WS-MOIS-TRAVAIL
           PERFORM CALCULER-INDICE-MOIS
           MOVE WS-MOIS-INDICE TO WS-MOIS-MAX
           IF HR-NB-MOIS-REF = 0
           OR HR-NB-MOIS-REF NOT < WS-MOIS-MAX
               MOVE 0 TO WS-MOIS-DEBUT
           ELSE
               COMPUTE WS-MOIS-DEBUT = WS-MOIS-MAX - HR-NB-MOIS-REF + 1
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT F-HISTORIQUE
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-HISTORIQUE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE REC-HIST-MOIS TO WS-MOIS-TRAVAIL
                       PERFORM CALCULER-INDICE-MOIS
                       IF WS-MOIS-INDICE NOT < WS-MOIS-DEBUT
                           PERFORM CUMULER-NIVEAU-COMMUNE
                           PERFORM CUMULER-NIVEAU-DEPARTEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-HISTORIQUE

           IF HR-NB-COMMUNES > 0
               MOVE 'O' TO HR-RESULTAT
           END-IF

           IF WS-COMMUNE-SATUREE = 'Y'
               DISPLAY "*** ATTENTION : TABLE DES NIVEAUX DE PRIX "
                       "SATUREE - COMMUNES AU-DELA CONTROLEES AU "
                       "NIVEAU DEPARTEMENT ***"
           END-IF

           DISPLAY "Niveaux de prix de reference : "
                   HR-NB-COMMUNES " commune(s), "
                   HR-NB-DEPTS " departement(s), jusqu'a "
                   WS-MOIS-MAX-CLE (1:4) "-" WS-MOIS-MAX-CLE (5:2)

           GOBACK.

       CHERCHER-MOIS-MAX.
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-HISTORIQUE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "*** ATTENTION : HISTORIQUE COMMUNES "
                       "INDISPONIBLE, STATUT " WS-HIST-STATUS
                       " - PAS DE NIVEAUX DE PRIX DE REFERENCE ***"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-HISTORIQUE NEXT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REC-HIST-MOIS > WS-MOIS-MAX-CLE
                           OR WS-MOIS-MAX-CLE = SPACES
                               MOVE REC-HIST-MOIS TO WS-MOIS-MAX-CLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIQUE
           END-IF.

       CALCULER-INDICE-MOIS.
           MOVE WS-MOIS-TRAVAIL (1:4) TO WS-MOIS-AAAA
           MOVE WS-MOIS-TRAVAIL (5:2) TO WS-MOIS-MM
           COMPUTE WS-MOIS-INDICE =
               (WS-MOIS-AAAA * 12) + WS-MOIS-MM.

       CUMULER-NIVEAU-COMMUNE.
           IF HR-NB-COMMUNES = 0
           OR HR-COM-CLE (HR-NB-COMMUNES) NOT = REC-HIST-COMMUNE
               IF HR-NB-COMMUNES < 50000
                   ADD 1 TO HR-NB-COMMUNES
                   MOVE REC-HIST-COMMUNE TO HR-COM-CLE (HR-NB-COMMUNES)
                   PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                           UNTIL WS-TYPE-I > 5
                       MOVE 0 TO HR-COM-NB (HR-NB-COMMUNES, WS-TYPE-I)
                       MOVE 0 TO HR-COM-MONTANT
                                     (HR-NB-COMMUNES, WS-TYPE-I)
                       MOVE 0 TO HR-COM-SURFACE
                                     (HR-NB-COMMUNES, WS-TYPE-I)
                   END-PERFORM
               ELSE
                   MOVE 'Y' TO WS-COMMUNE-SATUREE
               END-IF
           END-IF

           IF HR-COM-CLE (HR-NB-COMMUNES) = REC-HIST-COMMUNE
               PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                       UNTIL WS-TYPE-I > 5
                   ADD REC-HIST-TYPE-NB-SURF (WS-TYPE-I)
                       TO HR-COM-NB (HR-NB-COMMUNES, WS-TYPE-I)
                   ADD REC-HIST-TYPE-MONTANT-SURF (WS-TYPE-I)
                       TO HR-COM-MONTANT (HR-NB-COMMUNES, WS-TYPE-I)
                   ADD REC-HIST-TYPE-SURFACE (WS-TYPE-I)
                       TO HR-COM-SURFACE (HR-NB-COMMUNES, WS-TYPE-I)
               END-PERFORM
           END-IF.

       CUMULER-NIVEAU-DEPARTEMENT.
           MOVE SPACES TO WS-DEPT-TRAVAIL WS-CODE-TRAVAIL
           UNSTRING REC-HIST-COMMUNE
               DELIMITED BY "-"
               INTO WS-DEPT-TRAVAIL WS-CODE-TRAVAIL
           END-UNSTRING

           PERFORM VARYING WS-DEPT-I FROM 1 BY 1
                   UNTIL WS-DEPT-I > HR-NB-DEPTS
                      OR HR-DEP-CODE (WS-DEPT-I) = WS-DEPT-TRAVAIL
               CONTINUE
           END-PERFORM

           IF WS-DEPT-I > HR-NB-DEPTS
           AND HR-NB-DEPTS < 120
               ADD 1 TO HR-NB-DEPTS
               MOVE WS-DEPT-TRAVAIL TO HR-DEP-CODE (WS-DEPT-I)
               PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                       UNTIL WS-TYPE-I > 5
                   MOVE 0 TO HR-DEP-NB (WS-DEPT-I, WS-TYPE-I)
                   MOVE 0 TO HR-DEP-MONTANT (WS-DEPT-I, WS-TYPE-I)
                   MOVE 0 TO HR-DEP-SURFACE (WS-DEPT-I, WS-TYPE-I)
               END-PERFORM
           END-IF

           IF WS-DEPT-I NOT > HR-NB-DEPTS
               PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                       UNTIL WS-TYPE-I > 5
                   ADD REC-HIST-TYPE-NB-SURF (WS-TYPE-I)
                       TO HR-DEP-NB (WS-DEPT-I, WS-TYPE-I)
                   ADD REC-HIST-TYPE-MONTANT-SURF (WS-TYPE-I)
                       TO HR-DEP-MONTANT (WS-DEPT-I, WS-TYPE-I)
                   ADD REC-HIST-TYPE-SURFACE (WS-TYPE-I)
                       TO HR-DEP-SURFACE (WS-DEPT-I, WS-TYPE-I)
               END-PERFORM
           END-IF.

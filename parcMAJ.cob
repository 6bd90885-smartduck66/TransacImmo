      *
      * Mise à jour du fichier maître indexé des parcelles cadastrales
      * (clé departement + commune + prefixe + section + plan), appelé
      * par EVALCOBOL en fin de traitement avec le fichier de travail
      * des ventes de parcelles du run. Chaque parcelle conserve ses
      * 20 dernieres ventes triees par date ; une vente deja connue
      * (meme cle de mutation) est remplacee, ce qui rend la mise a
      * jour rejouable. Un enregistrement de retrait (action 'S')
      * supprime la vente de la mutation de toutes les parcelles de
      * la commune ; les enregistrements sont appliques dans l'ordre
      * du fichier, EVALCOBOL ecrivant le retrait de l'ancienne
      * version d'une mutation avant ses nouvelles ventes.
      * PM-STATUT rend 'O' si le fichier de travail
      * a ete applique (ou est absent), 'N' si le fichier des
      * parcelles n'a pu etre ouvert : l'appelant conserve alors le
      * fichier de travail pour le run suivant.
      * Compilation : cobc -m parcMAJ.cob
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCMAJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARCELLES
               ASSIGN TO "data/parcelles.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REC-PARC-CLE
               FILE STATUS IS WS-PARC-STATUS.

           SELECT F-PARC-TRAVAIL
               ASSIGN TO DYNAMIC WS-NOM-FICHIER-PARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTR-STATUS.

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

       FD  F-PARC-TRAVAIL.
       01  REC-PARC-TRAVAIL.
           05 REC-PTR-CLE-PARCELLE  PIC X(15).
           05 REC-PTR-DATE          PIC X(8).
           05 REC-PTR-CLE-MUTATION  PIC X(30).
           05 REC-PTR-VALEUR        PIC 9(15).
           05 REC-PTR-TYPE-LOCAL    PIC X(20).
           05 REC-PTR-SURFACE       PIC 9(9).
           05 REC-PTR-NB-PARCELLES  PIC 9(4).
           05 REC-PTR-ACTION        PIC X.

       WORKING-STORAGE SECTION.

       77  WS-PARC-STATUS      PIC XX.
       77  WS-PTR-STATUS       PIC XX.
       77  WS-NOM-FICHIER-PARC PIC X(250).
       77  WS-EOF              PIC X.
       77  WS-VTE-I            PIC 9(4).
       77  WS-VTE-J            PIC 9(4).
       77  WS-NB-LUS           PIC 9(9) VALUE 0.
       77  WS-NB-CREES         PIC 9(9) VALUE 0.
       77  WS-NB-AJOUTEES      PIC 9(9) VALUE 0.
       77  WS-NB-REMPLACEES    PIC 9(9) VALUE 0.
       77  WS-NB-ECARTEES      PIC 9(9) VALUE 0.
       77  WS-NB-RETIREES      PIC 9(9) VALUE 0.
       77  WS-FIN-COMMUNE      PIC X.
       01  WS-COMMUNE-RETRAIT.
           05 WS-RET-DEPT          PIC X(3).
           05 WS-RET-COMMUNE       PIC X(3).

       LINKAGE SECTION.

       01  PM-NOM-FICHIER      PIC X(250).
       01  PM-STATUT           PIC X.

       PROCEDURE DIVISION USING PM-NOM-FICHIER PM-STATUT.

       MAJ-PARCELLES.
           MOVE 'O' TO PM-STATUT
           MOVE 0 TO WS-NB-LUS WS-NB-CREES WS-NB-AJOUTEES
                     WS-NB-REMPLACEES WS-NB-ECARTEES WS-NB-RETIREES
           MOVE PM-NOM-FICHIER TO WS-NOM-FICHIER-PARC

           OPEN INPUT F-PARC-TRAVAIL
           IF WS-PTR-STATUS NOT = "00"
               DISPLAY "Parcelles : aucune vente de parcelle ce run"
               GOBACK
           END-IF

           OPEN I-O F-PARCELLES
           IF WS-PARC-STATUS = "35"
               OPEN OUTPUT F-PARCELLES
               CLOSE F-PARCELLES
               OPEN I-O F-PARCELLES
           END-IF

           IF WS-PARC-STATUS NOT = "00"
               DISPLAY "*** ERREUR OUVERTURE FICHIER DES PARCELLES, "
                       "STATUT " WS-PARC-STATUS
                       " - PARCELLES NON MISES A JOUR ***"
               MOVE 'N' TO PM-STATUT
               CLOSE F-PARC-TRAVAIL
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ F-PARC-TRAVAIL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF REC-PTR-ACTION = 'S'
                           PERFORM RETIRER-VENTE
                       ELSE
                           PERFORM ENREGISTRER-VENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-PARC-TRAVAIL
           CLOSE F-PARCELLES

           DISPLAY "Parcelles : " WS-NB-LUS " vente(s) lue(s), "
                   WS-NB-CREES " parcelle(s) creee(s), "
                   WS-NB-AJOUTEES " vente(s) ajoutee(s), "
                   WS-NB-REMPLACEES " remplacee(s), "
                   WS-NB-RETIREES " retiree(s)"
           IF WS-NB-ECARTEES > 0
               DISPLAY "Parcelles : " WS-NB-ECARTEES
                       " vente(s) plus ancienne(s) que l'historique "
                       "conserve, ecartee(s)"
           END-IF

           GOBACK.

       ENREGISTRER-VENTE.
           MOVE REC-PTR-CLE-PARCELLE TO REC-PARC-CLE
           READ F-PARCELLES
               INVALID KEY
                   INITIALIZE REC-PARCELLE
                   MOVE REC-PTR-CLE-PARCELLE TO REC-PARC-CLE
                   MOVE 1 TO REC-PARC-NB-VENTES
                   MOVE 1 TO WS-VTE-I
                   PERFORM RENSEIGNER-VENTE
                   WRITE REC-PARCELLE
                   ADD 1 TO WS-NB-CREES
                   ADD 1 TO WS-NB-AJOUTEES
               NOT INVALID KEY
                   PERFORM CHERCHER-VENTE
                   IF WS-VTE-I NOT > REC-PARC-NB-VENTES
                       PERFORM RENSEIGNER-VENTE
                       ADD 1 TO WS-NB-REMPLACEES
                       REWRITE REC-PARCELLE
                   ELSE
                       PERFORM INSERER-VENTE
                   END-IF
           END-READ.

       RETIRER-VENTE.
           MOVE REC-PTR-CLE-PARCELLE (1:6) TO WS-COMMUNE-RETRAIT
           MOVE LOW-VALUES TO REC-PARC-CLE
           MOVE WS-RET-DEPT TO REC-PARC-DEPT
           MOVE WS-RET-COMMUNE TO REC-PARC-COMMUNE
           MOVE 'N' TO WS-FIN-COMMUNE
           START F-PARCELLES KEY IS NOT LESS THAN REC-PARC-CLE
               INVALID KEY
                   MOVE 'Y' TO WS-FIN-COMMUNE
           END-START

           PERFORM UNTIL WS-FIN-COMMUNE = 'Y'
               READ F-PARCELLES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIN-COMMUNE
                   NOT AT END
                       IF REC-PARC-DEPT = WS-RET-DEPT
                       AND REC-PARC-COMMUNE = WS-RET-COMMUNE
                           PERFORM RETIRER-VENTE-PARCELLE
                       ELSE
                           MOVE 'Y' TO WS-FIN-COMMUNE
                       END-IF
               END-READ
           END-PERFORM.

       RETIRER-VENTE-PARCELLE.
           PERFORM CHERCHER-VENTE
           IF WS-VTE-I NOT > REC-PARC-NB-VENTES
               PERFORM VARYING WS-VTE-J FROM WS-VTE-I BY 1
                       UNTIL WS-VTE-J NOT < REC-PARC-NB-VENTES
                   MOVE REC-PARC-VENTE (WS-VTE-J + 1)
                       TO REC-PARC-VENTE (WS-VTE-J)
               END-PERFORM
               INITIALIZE REC-PARC-VENTE (REC-PARC-NB-VENTES)
               SUBTRACT 1 FROM REC-PARC-NB-VENTES
               ADD 1 TO WS-NB-RETIREES
               IF REC-PARC-NB-VENTES = 0
                   DELETE F-PARCELLES RECORD
               ELSE
                   REWRITE REC-PARCELLE
               END-IF
           END-IF.

       CHERCHER-VENTE.
           PERFORM VARYING WS-VTE-I FROM 1 BY 1
                   UNTIL WS-VTE-I > REC-PARC-NB-VENTES
                      OR REC-PARC-VTE-MUTATION (WS-VTE-I) =
                         REC-PTR-CLE-MUTATION
               CONTINUE
           END-PERFORM.

       INSERER-VENTE.
           IF REC-PARC-NB-VENTES = 20
               IF REC-PTR-DATE < REC-PARC-VTE-DATE (1)
                   ADD 1 TO WS-NB-ECARTEES
               ELSE
                   PERFORM VARYING WS-VTE-J FROM 1 BY 1
                           UNTIL WS-VTE-J > 19
                       MOVE REC-PARC-VENTE (WS-VTE-J + 1)
                           TO REC-PARC-VENTE (WS-VTE-J)
                   END-PERFORM
                   SUBTRACT 1 FROM REC-PARC-NB-VENTES
               END-IF
           END-IF

           IF REC-PARC-NB-VENTES < 20
               PERFORM VARYING WS-VTE-I FROM 1 BY 1
                       UNTIL WS-VTE-I > REC-PARC-NB-VENTES
                          OR REC-PARC-VTE-DATE (WS-VTE-I) >
                             REC-PTR-DATE
                   CONTINUE
               END-PERFORM

               PERFORM VARYING WS-VTE-J FROM REC-PARC-NB-VENTES
                       BY -1 UNTIL WS-VTE-J < WS-VTE-I
                   MOVE REC-PARC-VENTE (WS-VTE-J)
                       TO REC-PARC-VENTE (WS-VTE-J + 1)
               END-PERFORM

               ADD 1 TO REC-PARC-NB-VENTES
               PERFORM RENSEIGNER-VENTE
               REWRITE REC-PARCELLE
               ADD 1 TO WS-NB-AJOUTEES
           END-IF.

       RENSEIGNER-VENTE.
           MOVE REC-PTR-DATE TO REC-PARC-VTE-DATE (WS-VTE-I)
           MOVE REC-PTR-CLE-MUTATION
               TO REC-PARC-VTE-MUTATION (WS-VTE-I)
           MOVE REC-PTR-VALEUR TO REC-PARC-VTE-VALEUR (WS-VTE-I)
           MOVE REC-PTR-TYPE-LOCAL TO REC-PARC-VTE-TYPE (WS-VTE-I)
           MOVE REC-PTR-SURFACE TO REC-PARC-VTE-SURFACE (WS-VTE-I)
           MOVE REC-PTR-NB-PARCELLES
               TO REC-PARC-VTE-NB-PARC (WS-VTE-I).

      *
      * Mise à jour du fichier maître indexé de l'historique des
      * communes (clé commune + annee-mois), appelé par EVALCOBOL
      * en fin de traitement avec le tableau des cumuls du run,
      * puis le tableau des annulations (mutations corrigées ou
      * retirées d'une livraison DVF à l'autre) à retrancher. Rend
      * le nombre et le montant des annulations réellement
      * retranchées, seuls portés au journal des exécutions.
      * Compilation : cobc -m histoMAJ.cob
      *
       IDENTIFICATION DIVISION.
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
       77  WS-HIST-I           PIC 9(9).
       77  WS-TYPE-I           PIC 9(4).
       77  WS-NB-CREES         PIC 9(9) VALUE 0.
       77  WS-NB-MAJ           PIC 9(9) VALUE 0.
       77  WS-NB-ANNULEES      PIC 9(9) VALUE 0.
       77  WS-NB-ANOMALIES     PIC 9(9) VALUE 0.

       LINKAGE SECTION.

               10 HM-NB            PIC 9(9).
               10 HM-MONTANT       PIC 9(15).
               10 HM-SURFACE       PIC 9(15).
               10 HM-TYPES.
                   15 HM-TYPE      OCCURS 5 TIMES.
                       20 HM-TYPE-NB-SURF      PIC 9(9).
                       20 HM-TYPE-MONTANT-SURF PIC 9(15).
                       20 HM-TYPE-SURFACE      PIC 9(15).

       01  HM-NB-ANNULATIONS   PIC 9(9).

       01  HM-ANNUL-TRAVAIL.
           05 HM-ANN-ENTRY     OCCURS 100000 TIMES.
               10 HM-ANN-COMMUNE   PIC X(9).
               10 HM-ANN-MOIS      PIC X(6).
               10 HM-ANN-NB        PIC 9(9).
               10 HM-ANN-MONTANT   PIC 9(15).
               10 HM-ANN-SURFACE   PIC 9(15).
               10 HM-ANN-TYPE      OCCURS 5 TIMES.
                   15 HM-ANN-TYPE-NB-SURF      PIC 9(9).
                   15 HM-ANN-TYPE-MONTANT-SURF PIC 9(15).
                   15 HM-ANN-TYPE-SURFACE      PIC 9(15).

       01  HM-NB-APPLIQUEES    PIC 9(9).
       01  HM-MONTANT-APPLIQUE PIC 9(15).

       PROCEDURE DIVISION USING HM-NB-ENTREES HM-HISTO-TRAVAIL
                                HM-NB-ANNULATIONS HM-ANNUL-TRAVAIL
                                HM-NB-APPLIQUEES HM-MONTANT-APPLIQUE.

       MAJ-HISTORIQUE.
           MOVE 0 TO HM-NB-APPLIQUEES
           MOVE 0 TO HM-MONTANT-APPLIQUE

           OPEN I-O F-HISTORIQUE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT F-HISTORIQUE
                       MOVE HM-NB (WS-HIST-I) TO REC-HIST-NB
                       MOVE HM-MONTANT (WS-HIST-I) TO REC-HIST-MONTANT
                       MOVE HM-SURFACE (WS-HIST-I) TO REC-HIST-SURFACE
                       MOVE HM-TYPES (WS-HIST-I) TO REC-HIST-TYPES
                       WRITE REC-HISTORIQUE
                       ADD 1 TO WS-NB-CREES
                   NOT INVALID KEY
                       ADD HM-NB (WS-HIST-I) TO REC-HIST-NB
                       ADD HM-MONTANT (WS-HIST-I) TO REC-HIST-MONTANT
                       ADD HM-SURFACE (WS-HIST-I) TO REC-HIST-SURFACE
                       PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                               UNTIL WS-TYPE-I > 5
                           ADD HM-TYPE-NB-SURF (WS-HIST-I, WS-TYPE-I)
                               TO REC-HIST-TYPE-NB-SURF (WS-TYPE-I)
                           ADD HM-TYPE-MONTANT-SURF
                                   (WS-HIST-I, WS-TYPE-I)
                               TO REC-HIST-TYPE-MONTANT-SURF (WS-TYPE-I)
                           ADD HM-TYPE-SURFACE (WS-HIST-I, WS-TYPE-I)
                               TO REC-HIST-TYPE-SURFACE (WS-TYPE-I)
                       END-PERFORM
                       REWRITE REC-HISTORIQUE
                       ADD 1 TO WS-NB-MAJ
               END-READ
           END-PERFORM

           PERFORM VARYING WS-HIST-I FROM 1 BY 1
                   UNTIL WS-HIST-I > HM-NB-ANNULATIONS
               MOVE HM-ANN-COMMUNE (WS-HIST-I) TO REC-HIST-COMMUNE
               MOVE HM-ANN-MOIS (WS-HIST-I) TO REC-HIST-MOIS
               READ F-HISTORIQUE
                   INVALID KEY
                       ADD 1 TO WS-NB-ANOMALIES
                   NOT INVALID KEY
                       PERFORM RETRANCHER-ANNULATION
               END-READ
           END-PERFORM

           CLOSE F-HISTORIQUE

           DISPLAY "Historique communes : " WS-NB-CREES
                   " cree(s), " WS-NB-MAJ " mis a jour"
           IF HM-NB-ANNULATIONS > 0
               DISPLAY "Historique communes : " WS-NB-ANNULEES
                       " annulation(s) retranchee(s), "
                       WS-NB-ANOMALIES " ignoree(s)"
           END-IF

           GOBACK.

       RETRANCHER-ANNULATION.
           IF REC-HIST-NB < HM-ANN-NB (WS-HIST-I)
           OR REC-HIST-MONTANT < HM-ANN-MONTANT (WS-HIST-I)
           OR REC-HIST-SURFACE < HM-ANN-SURFACE (WS-HIST-I)
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               SUBTRACT HM-ANN-NB (WS-HIST-I) FROM REC-HIST-NB
               SUBTRACT HM-ANN-MONTANT (WS-HIST-I) FROM REC-HIST-MONTANT
               SUBTRACT HM-ANN-SURFACE (WS-HIST-I) FROM REC-HIST-SURFACE
               PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                       UNTIL WS-TYPE-I > 5
                   IF REC-HIST-TYPE-NB-SURF (WS-TYPE-I)
                          < HM-ANN-TYPE-NB-SURF (WS-HIST-I, WS-TYPE-I)
                   OR REC-HIST-TYPE-MONTANT-SURF (WS-TYPE-I)
                          < HM-ANN-TYPE-MONTANT-SURF
                                (WS-HIST-I, WS-TYPE-I)
                   OR REC-HIST-TYPE-SURFACE (WS-TYPE-I)
                          < HM-ANN-TYPE-SURFACE (WS-HIST-I, WS-TYPE-I)
                       MOVE 0 TO REC-HIST-TYPE-NB-SURF (WS-TYPE-I)
                       MOVE 0 TO REC-HIST-TYPE-MONTANT-SURF (WS-TYPE-I)
                       MOVE 0 TO REC-HIST-TYPE-SURFACE (WS-TYPE-I)
                   ELSE
                       SUBTRACT HM-ANN-TYPE-NB-SURF
                                    (WS-HIST-I, WS-TYPE-I)
                           FROM REC-HIST-TYPE-NB-SURF (WS-TYPE-I)
                       SUBTRACT HM-ANN-TYPE-MONTANT-SURF
                                    (WS-HIST-I, WS-TYPE-I)
                           FROM REC-HIST-TYPE-MONTANT-SURF (WS-TYPE-I)
                       SUBTRACT HM-ANN-TYPE-SURFACE
                                    (WS-HIST-I, WS-TYPE-I)
                           FROM REC-HIST-TYPE-SURFACE (WS-TYPE-I)
                   END-IF
               END-PERFORM
               REWRITE REC-HISTORIQUE
               ADD 1 TO WS-NB-ANNULEES
               ADD HM-ANN-NB (WS-HIST-I) TO HM-NB-APPLIQUEES
               ADD HM-ANN-MONTANT (WS-HIST-I) TO HM-MONTANT-APPLIQUE
           END-IF.

           05 REC-HIST-NB           PIC 9(9).
           05 REC-HIST-MONTANT      PIC 9(15).
           05 REC-HIST-SURFACE      PIC 9(15).
           05 REC-HIST-TYPES.
               10 REC-HIST-TYPE     OCCURS 5 TIMES.
                   15 REC-HIST-TYPE-NB-SURF      PIC 9(9).
                   15 REC-HIST-TYPE-MONTANT-SURF PIC 9(15).
                   15 REC-HIST-TYPE-SURFACE      PIC 9(15).

       FD  F-ARCHIVE.
       01  REC-ARCHIVE.
           05 REC-ARC-NB        PIC 9(9).
           05 REC-ARC-MONTANT   PIC 9(15).
           05 REC-ARC-SURFACE   PIC 9(15).
           05 REC-ARC-TYPES.
               10 REC-ARC-TYPE  OCCURS 5 TIMES.
                   15 REC-ARC-TYPE-NB-SURF      PIC 9(9).
                   15 REC-ARC-TYPE-MONTANT-SURF PIC 9(15).
                   15 REC-ARC-TYPE-SURFACE      PIC 9(15).

       FD  F-UNLOAD.
       01  REC-UNLOAD.
           05 REC-UNL-NB        PIC 9(9).
           05 REC-UNL-MONTANT   PIC 9(15).
           05 REC-UNL-SURFACE   PIC 9(15).
           05 REC-UNL-TYPES     PIC X(195).

       FD  F-JOURNAL.
       01  REC-JOURNAL.
           05 REC-JRN-TOTAL-VENTES    PIC 9(15).
           05 REC-JRN-EQUILIBRE       PIC X.
           05 REC-JRN-NB-ANNEXES      PIC 9(9).
           05 REC-JRN-NB-EXCLUSIONS   PIC 9(9).
           05 REC-JRN-NB-CORRIGEES    PIC 9(9).
           05 REC-JRN-NB-RETIREES     PIC 9(9).
           05 REC-JRN-NB-ANNULATIONS  PIC 9(9).
           05 REC-JRN-MONTANT-ANNULATIONS PIC 9(15).

       FD  F-INTEGRITE.
       01  REC-INTEGRITE       PIC X(132).

       77  WS-COMMUNE-SAUVE    PIC X(9).
       77  WS-MOIS-SAUVE       PIC X(6).
       77  WS-TYPE-I           PIC 9(4).

       77  WS-NB-LUS           PIC 9(9) VALUE 0.
       77  WS-NB-ARCHIVES      PIC 9(9) VALUE 0.
           MOVE REC-HIST-NB TO REC-ARC-NB
           MOVE REC-HIST-MONTANT TO REC-ARC-MONTANT
           MOVE REC-HIST-SURFACE TO REC-ARC-SURFACE
           MOVE REC-HIST-TYPES TO REC-ARC-TYPES
           WRITE REC-ARCHIVE

           MOVE REC-HIST-COMMUNE TO WS-COMMUNE-SAUVE
           END-IF.

       RECHARGER-ENREGISTREMENT.
           IF REC-ARC-TYPES IS NOT NUMERIC
               MOVE ZEROS TO REC-ARC-TYPES
           END-IF
           MOVE REC-ARC-COMMUNE TO REC-HIST-COMMUNE
           MOVE REC-ARC-MOIS TO REC-HIST-MOIS
           READ F-HISTORIQUE
                   MOVE REC-ARC-NB TO REC-HIST-NB
                   MOVE REC-ARC-MONTANT TO REC-HIST-MONTANT
                   MOVE REC-ARC-SURFACE TO REC-HIST-SURFACE
                   MOVE REC-ARC-TYPES TO REC-HIST-TYPES
                   WRITE REC-HISTORIQUE
               NOT INVALID KEY
                   ADD REC-ARC-NB TO REC-HIST-NB
                   ADD REC-ARC-MONTANT TO REC-HIST-MONTANT
                   ADD REC-ARC-SURFACE TO REC-HIST-SURFACE
                   PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                           UNTIL WS-TYPE-I > 5
                       ADD REC-ARC-TYPE-NB-SURF (WS-TYPE-I)
                           TO REC-HIST-TYPE-NB-SURF (WS-TYPE-I)
                       ADD REC-ARC-TYPE-MONTANT-SURF (WS-TYPE-I)
                           TO REC-HIST-TYPE-MONTANT-SURF (WS-TYPE-I)
                       ADD REC-ARC-TYPE-SURFACE (WS-TYPE-I)
                           TO REC-HIST-TYPE-SURFACE (WS-TYPE-I)
                   END-PERFORM
                   REWRITE REC-HISTORIQUE
                   ADD 1 TO WS-NB-CUMULES
           END-READ
                       MOVE REC-HIST-NB TO REC-UNL-NB
                       MOVE REC-HIST-MONTANT TO REC-UNL-MONTANT
                       MOVE REC-HIST-SURFACE TO REC-UNL-SURFACE
                       MOVE REC-HIST-TYPES TO REC-UNL-TYPES
                       WRITE REC-UNLOAD
               END-READ
           END-PERFORM
                           MOVE REC-UNL-NB TO REC-HIST-NB
                           MOVE REC-UNL-MONTANT TO REC-HIST-MONTANT
                           MOVE REC-UNL-SURFACE TO REC-HIST-SURFACE
                           MOVE REC-UNL-TYPES TO REC-HIST-TYPES
                           WRITE REC-HISTORIQUE
                           ADD 1 TO WS-NB-RECREES
                   END-READ
                               TO WS-TOTAL-JRN-NB
                           ADD REC-JRN-TOTAL-VENTES
                               TO WS-TOTAL-JRN-MONTANT
                           IF REC-JRN-NB-ANNULATIONS IS NUMERIC
                           AND REC-JRN-MONTANT-ANNULATIONS IS NUMERIC
                               SUBTRACT REC-JRN-NB-ANNULATIONS
                                   FROM WS-TOTAL-JRN-NB
                               SUBTRACT REC-JRN-MONTANT-ANNULATIONS
                                   FROM WS-TOTAL-JRN-MONTANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

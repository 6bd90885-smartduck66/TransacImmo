           05 REC-HIST-NB           PIC 9(9).
           05 REC-HIST-MONTANT      PIC 9(15).
           05 REC-HIST-SURFACE      PIC 9(15).
           05 REC-HIST-TYPES.
               10 REC-HIST-TYPE     OCCURS 5 TIMES.
                   15 REC-HIST-TYPE-NB-SURF      PIC 9(9).
                   15 REC-HIST-TYPE-MONTANT-SURF PIC 9(15).
                   15 REC-HIST-TYPE-SURFACE      PIC 9(15).

       FD  F-FUSIONS.
       01  REC-FUSION          PIC X(100).
       77  WS-NB-SAUVE         PIC 9(9).
       77  WS-MONTANT-SAUVE    PIC 9(15).
       77  WS-SURFACE-SAUVE    PIC 9(15).
       77  WS-TYPE-I           PIC 9(4).
       01  WS-TYPES-SAUVE.
           05 WS-TYPE-SAUVE    OCCURS 5 TIMES.
               10 WS-TYPE-NB-SURF-SAUVE      PIC 9(9).
               10 WS-TYPE-MONTANT-SURF-SAUVE PIC 9(15).
               10 WS-TYPE-SURFACE-SAUVE      PIC 9(15).

       77  WS-NB-FUSIONS       PIC 9(4) VALUE 0.
       77  WS-NB-BASCULES      PIC 9(9) VALUE 0.
           MOVE REC-HIST-NB TO WS-NB-SAUVE
           MOVE REC-HIST-MONTANT TO WS-MONTANT-SAUVE
           MOVE REC-HIST-SURFACE TO WS-SURFACE-SAUVE
           MOVE REC-HIST-TYPES TO WS-TYPES-SAUVE

           MOVE WS-CLE-NOUVEAU TO REC-HIST-COMMUNE
           MOVE WS-MOIS-SAUVE TO REC-HIST-MOIS
                   MOVE WS-NB-SAUVE TO REC-HIST-NB
                   MOVE WS-MONTANT-SAUVE TO REC-HIST-MONTANT
                   MOVE WS-SURFACE-SAUVE TO REC-HIST-SURFACE
                   MOVE WS-TYPES-SAUVE TO REC-HIST-TYPES
                   WRITE REC-HISTORIQUE
                   ADD 1 TO WS-NB-CREES
               NOT INVALID KEY
                   ADD WS-NB-SAUVE TO REC-HIST-NB
                   ADD WS-MONTANT-SAUVE TO REC-HIST-MONTANT
                   ADD WS-SURFACE-SAUVE TO REC-HIST-SURFACE
                   PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                           UNTIL WS-TYPE-I > 5
                       ADD WS-TYPE-NB-SURF-SAUVE (WS-TYPE-I)
                           TO REC-HIST-TYPE-NB-SURF (WS-TYPE-I)
                       ADD WS-TYPE-MONTANT-SURF-SAUVE (WS-TYPE-I)
                           TO REC-HIST-TYPE-MONTANT-SURF (WS-TYPE-I)
                       ADD WS-TYPE-SURFACE-SAUVE (WS-TYPE-I)
                           TO REC-HIST-TYPE-SURFACE (WS-TYPE-I)
                   END-PERFORM
                   REWRITE REC-HISTORIQUE
                   ADD 1 TO WS-NB-CUMULES
           END-READ

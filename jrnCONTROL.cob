           05 REC-JRN-TOTAL-VENTES    PIC 9(15).
           05 REC-JRN-EQUILIBRE       PIC X.
           05 REC-JRN-NB-ANNEXES      PIC 9(9).
           05 REC-JRN-NB-EXCLUSIONS   PIC 9(9).
           05 REC-JRN-NB-CORRIGEES    PIC 9(9).
           05 REC-JRN-NB-RETIREES     PIC 9(9).
           05 REC-JRN-NB-ANNULATIONS  PIC 9(9).
           05 REC-JRN-MONTANT-ANNULATIONS PIC 9(15).

       FD  F-CONTROLE.
       01  REC-CONTROLE        PIC X(132).

           05 REC-HIST-NB           PIC 9(9).
           05 REC-HIST-MONTANT      PIC 9(15).
           05 REC-HIST-SURFACE      PIC 9(15).
           05 REC-HIST-TYPES.
               10 REC-HIST-TYPE     OCCURS 5 TIMES.
                   15 REC-HIST-TYPE-NB-SURF      PIC 9(9).
                   15 REC-HIST-TYPE-MONTANT-SURF PIC 9(15).
                   15 REC-HIST-TYPE-SURFACE      PIC 9(15).

       WORKING-STORAGE SECTION.


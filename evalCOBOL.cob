
           SELECT F-TRI-WORK ASSIGN TO "data/tri_travail.tmp".

           SELECT F-TRI-TYPO ASSIGN TO "data/typologie_travail.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTY-STATUS.

           SELECT F-TYPO-WORK ASSIGN TO "data/tri_typologie.tmp".

           SELECT F-ECARTS-CARREZ ASSIGN TO "data/ecarts_carrez.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECC-STATUS.

           SELECT F-LISTE ASSIGN TO DYNAMIC WS-NOM-FICHIER-LISTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDEP-STATUS.

           SELECT F-EXPORT
               ASSIGN TO DYNAMIC WS-NOM-FICHIER-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.

           SELECT F-CLES ASSIGN TO DYNAMIC WS-NOM-FICHIER-CLES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLE-STATUS.

           SELECT F-SUSPECTES ASSIGN TO "data/mutations_suspectes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.

           SELECT F-PARC-TRAVAIL
               ASSIGN TO DYNAMIC WS-NOM-FICHIER-PARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTR-STATUS.

           SELECT F-CORRECTIONS
               ASSIGN TO DYNAMIC WS-NOM-FICHIER-CORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT F-DED-BLOCS ASSIGN TO DYNAMIC WS-NOM-FICHIER-BLOCS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBL-STATUS.

           SELECT F-DED-DOUBLONS
               ASSIGN TO DYNAMIC WS-NOM-FICHIER-DOUBLONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDB-STATUS.

           SELECT F-DED-DECISIONS
               ASSIGN TO DYNAMIC WS-NOM-FICHIER-DECISIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT F-CLES-NOUVEAU
               ASSIGN TO DYNAMIC WS-NOM-FICHIER-CLES-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLN-STATUS.

           SELECT F-DED-NON-REVUES
               ASSIGN TO DYNAMIC WS-NOM-FICHIER-NON-REVUES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DNR-STATUS.

           SELECT F-REVISIONS ASSIGN TO "data/revisions_mutations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT F-DED-WORK ASSIGN TO "data/dedup_tri.tmp".

           SELECT F-DED-WORK-NO ASSIGN TO "data/dedup_tri_no.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  F-VENTES.
           05 REC-JRN-TOTAL-VENTES    PIC 9(15).
           05 REC-JRN-EQUILIBRE       PIC X.
           05 REC-JRN-NB-ANNEXES      PIC 9(9).
           05 REC-JRN-NB-EXCLUSIONS   PIC 9(9).
           05 REC-JRN-NB-CORRIGEES    PIC 9(9).
           05 REC-JRN-NB-RETIREES     PIC 9(9).
           05 REC-JRN-NB-ANNULATIONS  PIC 9(9).
           05 REC-JRN-MONTANT-ANNULATIONS PIC 9(15).

       FD  F-COMMUNES-REF.
       01  REC-COMMUNE-REF     PIC X(200).
           05 TRI-WORK-TYPE         PIC 9.
           05 TRI-WORK-VALEUR       PIC 9(15).

       FD  F-TRI-TYPO.
       01  REC-TRI-TYPO.
           05 REC-TTY-LOGEMENT      PIC 9.
           05 REC-TTY-CLASSE        PIC 9.
           05 REC-TTY-VALEUR        PIC 9(15).

       SD  F-TYPO-WORK.
       01  REC-TYPO-WORK.
           05 TYPO-WORK-LOGEMENT    PIC 9.
           05 TYPO-WORK-CLASSE      PIC 9.
           05 TYPO-WORK-VALEUR      PIC 9(15).

       FD  F-ECARTS-CARREZ.
       01  REC-ECART-CARREZ.
           05 REC-ECC-CLE           PIC X(30).
           05 REC-ECC-COMMUNE       PIC X(9).
           05 REC-ECC-TYPE-LOCAL    PIC X(40).
           05 REC-ECC-VALEUR        PIC 9(15).
           05 REC-ECC-NB-LOTS       PIC 9(5).
           05 REC-ECC-CARREZ        PIC 9(9).
           05 REC-ECC-SURFACE       PIC 9(9).
           05 REC-ECC-ECART         PIC S9(7) SIGN LEADING SEPARATE.

       FD  F-LISTE.
       01  REC-LISTE           PIC X(250).

       FD  F-RAPPORT-DEPT.
       01  REC-RAPPORT-DEPT    PIC X(132).

       FD  F-EXPORT.
       01  REC-EXPORT          PIC X(512).

       FD  F-CLES.
       01  REC-CLE.
           05 REC-CLE-MUTATION      PIC X(201).
           05 REC-CLE-EMPREINTE     PIC X(43).

       FD  F-CKPT.
       01  REC-CKPT.
           05 REC-CKPT-NB-VAL-BLANCHE   PIC 9(9).
           05 REC-CKPT-NB-DOUBLONS      PIC 9(9).
           05 REC-CKPT-NB-ANNEXES       PIC 9(9).
           05 REC-CKPT-NB-SUSPECTES     PIC 9(9).
           05 REC-CKPT-NB-EXCLUSIONS    PIC 9(9).
           05 REC-CKPT-NB-BLOCS         PIC 9(9).
           05 REC-CKPT-NB-ECARTS-CARREZ PIC 9(9).

       FD  F-SUSPECTES.
       01  REC-SUSPECTE.
           05 REC-SUS-CLE           PIC X(30).
           05 REC-SUS-ADRESSE       PIC X(80).
           05 REC-SUS-COMMUNE       PIC X(9).
           05 REC-SUS-TYPE-LOCAL    PIC X(40).
           05 REC-SUS-VALEUR        PIC 9(15).
           05 REC-SUS-SURFACE       PIC 9(9).
           05 REC-SUS-PRIX-M2       PIC 9(9).
           05 REC-SUS-NIVEAU-REF    PIC 9(9).
           05 REC-SUS-ORIGINE       PIC X(11).
           05 REC-SUS-ECART         PIC S9(9) SIGN LEADING SEPARATE.

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

       FD  F-CORRECTIONS.
       01  REC-CORRECTION      PIC X(300).

       FD  F-DED-BLOCS.
       01  REC-DED-BLOC.
           05 REC-DBL-CLE           PIC X(201).
           05 REC-DBL-NO            PIC 9(9).
           05 REC-DBL-EMPREINTE     PIC X(43).

       SD  F-DED-WORK.
       01  REC-DED-WORK.
           05 DED-WORK-CLE          PIC X(201).
           05 DED-WORK-NO           PIC 9(9).
           05 DED-WORK-EMPREINTE    PIC X(43).

       FD  F-DED-DOUBLONS.
       01  REC-DED-DOUBLON.
           05 REC-DDB-NO            PIC 9(9).
           05 REC-DDB-TYPE          PIC X.
           05 REC-DDB-EMPREINTE     PIC X(43).

       SD  F-DED-WORK-NO.
       01  REC-DED-WORK-NO.
           05 DED-WORK-NO-BLOC      PIC 9(9).
           05 DED-WORK-NO-TYPE      PIC X.
           05 DED-WORK-NO-EMPREINTE PIC X(43).

       FD  F-DED-DECISIONS.
       01  REC-DED-DECISION.
           05 REC-DEC-NO            PIC 9(9).
           05 REC-DEC-TYPE          PIC X.
           05 REC-DEC-EMPREINTE     PIC X(43).

       FD  F-CLES-NOUVEAU.
       01  REC-CLE-NOUVEAU.
           05 REC-CLN-MUTATION      PIC X(201).
           05 REC-CLN-EMPREINTE     PIC X(43).

       FD  F-DED-NON-REVUES.
       01  REC-DED-NON-REVUE.
           05 REC-DNR-MUTATION      PIC X(201).
           05 REC-DNR-EMPREINTE     PIC X(43).

       FD  F-REVISIONS.
       01  REC-REVISION.
           05 REC-REV-CLE           PIC X(30).
           05 REC-REV-STATUT        PIC X(11).
           05 REC-REV-ANC-COMMUNE   PIC X(9).
           05 REC-REV-ANC-VALEUR    PIC 9(15).
           05 REC-REV-ANC-TYPE      PIC X(20).
           05 REC-REV-ANC-SURFACE   PIC 9(9).
           05 REC-REV-NOU-COMMUNE   PIC X(9).
           05 REC-REV-NOU-VALEUR    PIC 9(15).
           05 REC-REV-NOU-TYPE      PIC X(20).
           05 REC-REV-NOU-SURFACE   PIC 9(9).
           05 REC-REV-CHAMPS        PIC X(40).

       WORKING-STORAGE SECTION.

           05 WS-MUT-CULT-ENTRY     OCCURS 10 TIMES.
               10 WS-MUT-CULT-CODE     PIC X(30).
               10 WS-MUT-CULT-SURFACE  PIC 9(15).
           05 WS-MUT-NB-PARCELLES   PIC 9(4).
           05 WS-MUT-PARCELLE       OCCURS 20 TIMES PIC X(15).
           05 WS-MUT-EXCLUE         PIC X.
           05 WS-MUT-CORR-PREMIERE  PIC 9(4).
           05 WS-MUT-REVISION       PIC X.
           05 WS-MUT-NB-LOTS        PIC 9(5).
           05 WS-MUT-NB-PIECES      PIC 9(5).
           05 WS-MUT-CARREZ         PIC 9(9)V99.
           05 WS-MUT-SURF-CARREZ    PIC 9(9).
           05 WS-MUT-NB-ENS-LOTS    PIC 9(4).
           05 WS-MUT-ENS-LOTS       OCCURS 20 TIMES PIC X(65).

       77  WS-MUT-TYPE-LIGNE   PIC 9(4).
       77  WS-MUT-CULT-I       PIC 9(4).
           05 WS-MUT-VUE-ENTRY OCCURS 1500007 TIMES
                               INDEXED BY WS-MUT-IDX.
               10 WS-MUT-VUE-CLE   PIC X(201) VALUE SPACES.
               10 WS-MUT-VUE-ORIGINE PIC X VALUE SPACE.
               10 WS-MUT-VUE-EMPREINTE PIC X(43) VALUE SPACES.

       77  WS-NB-MUTATIONS-VUES PIC 9(9) VALUE 0.
       77  WS-MUT-HASH-TAILLE  PIC 9(9) VALUE 1500007.
       77  WS-MUT-PROBE-CPT    PIC 9(9) VALUE 0.
       77  WS-MUT-TROUVEE      PIC X VALUE 'N'.

       77  WS-ENV-MODE-DEDUP   PIC X(10).
       77  WS-MODE-TRI         PIC X VALUE 'N'.
       77  WS-PASSE-TRI        PIC X VALUE 'N'.
       77  WS-NB-CLES-ATTENDUES PIC 9(9) VALUE 0.
       77  WS-NB-BLOCS         PIC 9(9) VALUE 0.
       77  WS-DEC-BLOC         PIC 9(9) VALUE 0.
       77  WS-NB-BLOCS-DOUBLONS PIC 9(9) VALUE 0.
       77  WS-NB-CLES-NOUVELLES PIC 9(9) VALUE 0.
       77  WS-DED-CLE-GROUPE   PIC X(201).
       77  WS-DED-EOF          PIC X.
       77  WS-DBL-STATUS       PIC XX.
       77  WS-DDB-STATUS       PIC XX.
       77  WS-DEC-STATUS       PIC XX.
       77  WS-CLN-STATUS       PIC XX.
       77  WS-NOM-FICHIER-DECISIONS PIC X(260).
       77  WS-NOM-FICHIER-CLES-TMP  PIC X(260).
       77  WS-DED-SAUVE-REJETS PIC 9(9).
       77  WS-DED-SAUVE-FILTRES PIC 9(9).
       77  WS-DED-SAUVE-BLANCHES PIC 9(9).
       77  WS-DED-SAUVE-BLOCS  PIC 9(9).
       77  WS-DED-SAUVE-CLE    PIC X(201).
       77  WS-NOM-FICHIER-BLOCS PIC X(250)
               VALUE "data/dedup_blocs.tmp".
       77  WS-NOM-FICHIER-DOUBLONS PIC X(250)
               VALUE "data/dedup_doublons.tmp".
       77  WS-NOM-FICHIER-NON-REVUES PIC X(250)
               VALUE "data/dedup_non_revues.tmp".
       77  WS-DNR-STATUS       PIC XX.
       77  WS-DED-ANCIEN       PIC X.
       77  WS-DED-EMPREINTE    PIC X(43).
       77  WS-DEC-TYPE         PIC X.
       77  WS-DEC-EMPREINTE    PIC X(43).

       01  WS-EMP-ANCIENNE.
           05 WS-EMPA-COMMUNE       PIC X(9).
           05 WS-EMPA-DATE          PIC X(8).
           05 WS-EMPA-VALEUR        PIC 9(15).
           05 WS-EMPA-SURFACE       PIC 9(9).
           05 WS-EMPA-TYPE          PIC 9.
           05 WS-EMPA-CUMULEE       PIC X.

       01  WS-EMP-NOUVELLE.
           05 WS-EMPN-COMMUNE       PIC X(9).
           05 WS-EMPN-DATE          PIC X(8).
           05 WS-EMPN-VALEUR        PIC 9(15).
           05 WS-EMPN-SURFACE       PIC 9(9).
           05 WS-EMPN-TYPE          PIC 9.
           05 WS-EMPN-CUMULEE       PIC X.

       77  WS-REV-STATUS       PIC XX.
       77  WS-REV-STATUT       PIC X(11).
       77  WS-REV-CHAMPS       PIC X(40).
       77  WS-REV-POINTEUR     PIC 9(4).
       77  WS-NB-REV-NOUVELLES PIC 9(9) VALUE 0.
       77  WS-NB-REV-INCHANGEES PIC 9(9) VALUE 0.
       77  WS-NB-REV-CORRIGEES PIC 9(9) VALUE 0.
       77  WS-NB-REV-RETIREES  PIC 9(9) VALUE 0.
       77  WS-NB-REV-CONSERVEES PIC 9(9) VALUE 0.
       77  WS-NB-ANNULATIONS   PIC 9(9) VALUE 0.
       77  WS-MONTANT-ANNULATIONS PIC 9(15) VALUE 0.
       77  WS-NB-ANNUL-APPLIQUEES PIC 9(9) VALUE 0.
       77  WS-MONTANT-ANNUL-APPLIQUE PIC 9(15) VALUE 0.
       77  WS-CTRL-RETRAITS    PIC X VALUE 'O'.
       77  WS-ENV-CTRL-RETRAITS PIC X(10).
       77  WS-REV-DATE-MIN     PIC X(8) VALUE "99999999".
       77  WS-REV-DATE-MAX     PIC X(8) VALUE "00000000".
       77  WS-REV-DEPT         PIC X(5).
       77  WS-REV-COMMUNE      PIC X(5).
       77  WS-REV-DEPT-I       PIC 9(4).
       77  WS-REV-RETIREE      PIC X.
       77  WS-REV-CLE          PIC X(201).
       77  WS-REV-LIBELLE      PIC X(36).
       77  WS-REV-NOMBRE       PIC 9(15).

       01  WS-REV-DEPTS.
           05 WS-REV-DEPT-CODE OCCURS 120 TIMES PIC X(5).

       77  WS-NB-REV-DEPTS     PIC 9(4) VALUE 0.

       01  WS-NATURES.
           05 WS-NATURE-ENTRY  OCCURS 6 TIMES INDEXED BY WS-NAT-IDX.
               10 WS-NATURE-LIBELLE  PIC X(40).
       77  WS-ENV-LISTE-DEPTS  PIC X(250).
       77  WS-NOM-FICHIER-LISTE-DEPTS PIC X(250).
       77  WS-NOM-FICHIER-RAPPORT-DEPT PIC X(260).
       77  WS-NOM-FICHIER-EXPORT PIC X(260).
       77  WS-EXP-STATUS       PIC XX.
       77  WS-EXP-NOM          PIC X(20).
       77  WS-EXP-ENTETE       PIC X(200).
       77  WS-EXP-PREFIXE      PIC X(40).
       77  WS-LIGNE-EXPORT     PIC X(512).
       77  WS-EXP-POINTEUR     PIC 9(4).
       77  WS-EXP-NB-LIGNES    PIC 9(9).
       77  WS-EXP-NB-TRANS     PIC 9(9).
       77  WS-EXP-MONTANT      PIC 9(18).
       77  WS-EXP-NOMBRE       PIC 9(18).
       77  WS-EXP-NOMBRE-EDITE PIC Z(17)9.
       77  WS-EXP-DECIMAL      PIC 9(9)V99.
       77  WS-EXP-DECIMAL-EDITE PIC Z(8)9.99.
       77  WS-EXP-TEXTE        PIC X(80).
       77  WS-EXP-RANG         PIC 9(4).
       77  WS-NB-EXPORTS       PIC 9(4) VALUE 0.
       77  WS-LDEP-STATUS      PIC XX.
       77  WS-RDEP-STATUS      PIC XX.
       77  WS-LDEP-EOF         PIC X.
               10 WS-TYPE-Q3        PIC 9(15) VALUE 0.
               10 WS-TYPE-BANDE-NB  OCCURS 5 TIMES
                                    PIC 9(9) VALUE 0.
               10 WS-TYPE-BANDE-MONTANT OCCURS 5 TIMES
                                    PIC 9(15) VALUE 0.
               10 WS-TYPE-NB-P1     PIC 9(9) VALUE 0.
               10 WS-TYPE-MONTANT-P1 PIC 9(15) VALUE 0.
               10 WS-TYPE-NB-P2     PIC 9(9) VALUE 0.
       77  WS-PRIX-M2          PIC 9(9)V99.
       77  WS-PRIX-M2-EDITE    PIC Z(7)9.99.

       01  WS-TYPOLOGIE.
           05 WS-TYPO-LOGEMENT OCCURS 2 TIMES.
               10 WS-TYPO-CLASSE   OCCURS 7 TIMES.
                   15 WS-TYPO-NB             PIC 9(9) VALUE 0.
                   15 WS-TYPO-MONTANT        PIC 9(15) VALUE 0.
                   15 WS-TYPO-NB-PIECES      PIC 9(9) VALUE 0.
                   15 WS-TYPO-MONTANT-PIECES PIC 9(15) VALUE 0.
                   15 WS-TYPO-SURFACE        PIC 9(15) VALUE 0.
                   15 WS-TYPO-MONTANT-SURF   PIC 9(15) VALUE 0.
                   15 WS-TYPO-MEDIANE        PIC 9(15) VALUE 0.
                   15 WS-TYPO-POS-MED        PIC 9(9) VALUE 0.
                   15 WS-TYPO-COMPTEUR       PIC 9(9) VALUE 0.
       01  WS-TYPO-LIBELLES.
           05 WS-TYPO-LIBELLE  OCCURS 7 TIMES PIC X(22).
       77  WS-TYPO-L           PIC 9.
       77  WS-TYPO-C           PIC 9.
       77  WS-TYPO-EOF         PIC X.
       77  WS-TTY-STATUS       PIC XX.
       77  WS-NB-LOGEMENTS-MUT PIC 9(5).
       77  WS-PRIX-PIECE       PIC 9(13).
       77  WS-PRIX-PIECE-EDITE PIC Z(12)9.

       01  WS-LOTS-VENDUS.
           05 WS-LOTS-TRANCHE  OCCURS 6 TIMES.
               10 WS-LOTS-LIBELLE      PIC X(26).
               10 WS-LOTS-NB           PIC 9(9) VALUE 0.
               10 WS-LOTS-MONTANT      PIC 9(15) VALUE 0.
               10 WS-LOTS-NB-LOGEMENTS PIC 9(9) VALUE 0.
       77  WS-LOTS-IDX         PIC 9.
       77  WS-LOTS-LIGNE       PIC 9(5).
       77  WS-PIECES-LIGNE     PIC 9(5).
       01  WS-ENS-LOTS-TRAVAIL.
           05 WS-ENS-PREFIXE   PIC X(3).
           05 WS-ENS-SECTION   PIC X(2).
           05 WS-ENS-PLAN      PIC X(5).
           05 WS-ENS-LOT       OCCURS 5 TIMES PIC X(10).
           05 WS-ENS-NB-LOTS   PIC X(5).
       77  WS-ENS-I            PIC 9(4).
       77  WS-ENS-NOUVEAU      PIC X.

       77  WS-CARREZ-CHAMP     PIC X(100).
       77  WS-CARREZ-LIGNE     PIC 9(7)V99.
       77  WS-CARREZ-I         PIC 9(4).
       77  WS-CARREZ-SURFACE   PIC 9(7)V99.
       77  WS-SEUIL-ECART-CARREZ PIC 9(3) VALUE 10.
       77  WS-ECART-CARREZ     PIC S9(7)V99.
       77  WS-ECART-ABSOLU     PIC 9(7)V99.
       77  WS-NB-COPRO-CARREZ  PIC 9(9) VALUE 0.
       77  WS-NB-ECARTS-CARREZ PIC 9(9) VALUE 0.
       77  WS-ECC-STATUS       PIC XX.

       01  WS-CULTURES.
           05 WS-CULTURE-ENTRY OCCURS 40 TIMES
                               INDEXED BY WS-CULT-IDX.
       77  WS-NOM-FICHIER-TRI  PIC X(250)
               VALUE "data/prix_travail.tmp".

       77  WS-NOM-FICHIER-PARC PIC X(250)
               VALUE "data/parcelles_travail.tmp".
       77  WS-PTR-STATUS       PIC XX.
       77  WS-NB-PARC-ECRITES  PIC 9(9) VALUE 0.
       77  WS-NB-PARC-RETRAITS PIC 9(9) VALUE 0.
       77  WS-PARC-MAJ-OK      PIC X.
       77  WS-PARC-I           PIC 9(4).
       77  WS-PARC-NUM         PIC 9(4).
       01  WS-PARC-CLE-TRAVAIL.
           05 WS-PARC-DEPT      PIC X(3).
           05 WS-PARC-COMMUNE   PIC X(3).
           05 WS-PARC-PREFIXE   PIC X(3).
           05 WS-PARC-SECTION   PIC X(2).
           05 WS-PARC-PLAN      PIC X(4).

       01  WS-QUARTILES-TRAVAIL.
           05 WS-QT-ENTRY      OCCURS 5 TIMES.
               10 WS-QT-POS-Q1      PIC 9(9).
               10 WS-HIST-NB       PIC 9(9).
               10 WS-HIST-MONTANT  PIC 9(15).
               10 WS-HIST-SURFACE  PIC 9(15).
               10 WS-HIST-TYPE     OCCURS 5 TIMES.
                   15 WS-HIST-TYPE-NB-SURF      PIC 9(9).
                   15 WS-HIST-TYPE-MONTANT-SURF PIC 9(15).
                   15 WS-HIST-TYPE-SURFACE      PIC 9(15).

       77  WS-NB-HIST          PIC 9(9) VALUE 0.

       01  WS-ANNUL-TRAVAIL.
           05 WS-ANNUL-ENTRY   OCCURS 100000 TIMES.
               10 WS-ANNUL-COMMUNE PIC X(9).
               10 WS-ANNUL-MOIS    PIC X(6).
               10 WS-ANNUL-NB      PIC 9(9).
               10 WS-ANNUL-MONTANT PIC 9(15).
               10 WS-ANNUL-SURFACE PIC 9(15).
               10 WS-ANNUL-TYPE    OCCURS 5 TIMES.
                   15 WS-ANNUL-TYPE-NB-SURF      PIC 9(9).
                   15 WS-ANNUL-TYPE-MONTANT-SURF PIC 9(15).
                   15 WS-ANNUL-TYPE-SURFACE      PIC 9(15).

       77  WS-NB-ANNUL         PIC 9(9) VALUE 0.
       77  WS-ANNUL-SATURE     PIC X VALUE 'N'.
       77  WS-HIST-DERNIER     PIC 9(9) VALUE 0.
       77  WS-HIST-SATURE      PIC X VALUE 'N'.

       77  WS-HIST-PROBE-CPT   PIC 9(9).
       77  WS-HIST-TROUVE      PIC X.
       77  WS-HIST-SLOT-LIBRE  PIC X.
       77  WS-HIST-TYPE-I      PIC 9(4).

       77  WS-CTRL-PRIX        PIC X VALUE 'N'.
       77  WS-NB-MOIS-REFERENCE PIC 9(4) VALUE 24.
       77  WS-SEUIL-RATIO-BAS  PIC 9(5) VALUE 20.
       77  WS-SEUIL-RATIO-HAUT PIC 9(5) VALUE 500.
       77  WS-NB-MIN-REFERENCE PIC 9(9) VALUE 10.
       77  WS-NB-SUSPECTES     PIC 9(9) VALUE 0.
       77  WS-SUS-STATUS       PIC XX.

       77  WS-NB-NIV-COMMUNES  PIC 9(9) VALUE 0.
       01  WS-NIVEAUX-COMMUNES.
           05 WS-NIV-COM-ENTRY OCCURS 50000 TIMES.
               10 WS-NIV-COM-CLE       PIC X(9).
               10 WS-NIV-COM-TYPE      OCCURS 5 TIMES.
                   15 WS-NIV-COM-NB        PIC 9(9).
                   15 WS-NIV-COM-MONTANT   PIC 9(15).
                   15 WS-NIV-COM-SURFACE   PIC 9(15).

       77  WS-NB-NIV-DEPTS     PIC 9(9) VALUE 0.
       01  WS-NIVEAUX-DEPTS.
           05 WS-NIV-DEP-ENTRY OCCURS 120 TIMES.
               10 WS-NIV-DEP-CODE      PIC X(5).
               10 WS-NIV-DEP-TYPE      OCCURS 5 TIMES.
                   15 WS-NIV-DEP-NB        PIC 9(9).
                   15 WS-NIV-DEP-MONTANT   PIC 9(15).
                   15 WS-NIV-DEP-SURFACE   PIC 9(15).

       77  WS-NOM-FICHIER-CORR PIC X(250)
               VALUE "data/corrections_mutations.txt".
       77  WS-ENV-FICHIER-CORR PIC X(250).
       77  WS-CORR-STATUS      PIC XX.
       77  WS-CORR-EOF         PIC X.
       77  WS-NB-CORRECTIONS   PIC 9(4) VALUE 0.
       77  WS-NB-CORR-IGNOREES PIC 9(4) VALUE 0.
       77  WS-NB-CORR-APPLIQUEES PIC 9(4) VALUE 0.
       77  WS-NB-EXCLUSIONS    PIC 9(9) VALUE 0.
       77  WS-CORR-I           PIC 9(4).
       77  WS-CORR-J           PIC 9(4).
       77  WS-CORR-VALIDE      PIC X.
       77  WS-CORR-TROUVEE     PIC X.
       77  WS-CORR-CHAMP-DISPO PIC X(20).
       77  WS-CORR-CHAMP-DATE  PIC X(20).
       77  WS-CORR-CHAMP-ACTION PIC X(20).
       77  WS-CORR-CHAMP-VALEUR PIC X(40).
       77  WS-CORR-CHAMP-MOTIF PIC X(20).
       77  WS-CORR-CHAMP-ANALYSTE PIC X(20).
       77  WS-CORR-CLE-TRAVAIL PIC X(40).
       77  WS-CORR-TYPE-NUM    PIC 9(4).
       77  WS-CORR-VALEUR-NUM  PIC 9(15).

       01  WS-CORRECTIONS.
           05 WS-CORR-ENTRY    OCCURS 2000 TIMES.
               10 WS-CORR-CLE       PIC X(40).
               10 WS-CORR-ACTION    PIC X(8).
               10 WS-CORR-VALEUR    PIC X(40).
               10 WS-CORR-MOTIF     PIC X(20).
               10 WS-CORR-ANALYSTE  PIC X(20).
               10 WS-CORR-SUIVANTE  PIC 9(4).
               10 WS-CORR-ETAT      PIC X.
               10 WS-CORR-AVANT     PIC X(40).

       01  WS-CORR-HASH.
           05 WS-CORR-HASH-SLOT OCCURS 4001 TIMES
                               PIC 9(9) COMP-5 VALUE 0.

       77  WS-CORR-HASH-TAILLE PIC 9(9) VALUE 4001.
       77  WS-CORR-SLOT-NUM    PIC 9(9).

       77  WS-NIV-BAS          PIC 9(9).
       77  WS-NIV-HAUT         PIC 9(9).
       77  WS-NIV-MILIEU       PIC 9(9).
       77  WS-NIV-TROUVE       PIC X.
       77  WS-NIV-DEP-I        PIC 9(4).
       77  WS-NIVEAU-REF       PIC 9(9).
       77  WS-NIVEAU-ORIGINE   PIC X(11).
       77  WS-PRIX-M2-MUT      PIC 9(9).
       77  WS-RATIO-PRIX       PIC 9(15).

       77  WS-SEUIL-REJETS-AVERT   PIC 9(3) VALUE 1.
       77  WS-SEUIL-REJETS-ERREUR  PIC 9(3) VALUE 5.
           PERFORM LIRE-PARAMETRES
           PERFORM INITIALISER-NATURES
           PERFORM INITIALISER-TYPES
           PERFORM INITIALISER-TYPOLOGIE
           PERFORM INITIALISER-BANDES
           PERFORM CHARGER-COMMUNES-REF
           PERFORM CHARGER-FUSIONS
           PERFORM CHARGER-NIVEAUX-PRIX
           PERFORM CHARGER-CORRECTIONS
           PERFORM DETECTER-RESTART

           IF WS-MODE-BATCH = 'Y'
               MOVE 'N' TO WS-MODE-RESTART
           END-IF

           PERFORM CHOISIR-MODE-DEDOUBLONNAGE

           IF WS-MODE-CLES = 'Y'
           AND WS-MODE-TRI = 'N'
               PERFORM CHARGER-CLES-VUES
           END-IF

               PERFORM RESTAURER-CHECKPOINT
           END-IF

           IF WS-MODE-TRI = 'O'
               PERFORM PREPARER-DEDOUBLONNAGE-TRI
           END-IF

           OPEN OUTPUT F-RAPPORT

           IF WS-MODE-RESTART = 'Y'
               IF WS-RAP-STATUS = "35"
                   OPEN OUTPUT F-RAPPROCHEMENT
               END-IF
               OPEN EXTEND F-SUSPECTES
               IF WS-SUS-STATUS = "35"
                   OPEN OUTPUT F-SUSPECTES
               END-IF
               OPEN EXTEND F-ECARTS-CARREZ
               IF WS-ECC-STATUS = "35"
                   OPEN OUTPUT F-ECARTS-CARREZ
               END-IF
               OPEN EXTEND F-PARC-TRAVAIL
               IF WS-PTR-STATUS = "35"
                   OPEN OUTPUT F-PARC-TRAVAIL
               END-IF
           ELSE
               OPEN OUTPUT F-REJETS
               OPEN OUTPUT F-EXTRAIT
               OPEN OUTPUT F-RAPPROCHEMENT
               OPEN OUTPUT F-SUSPECTES
               OPEN OUTPUT F-ECARTS-CARREZ
      * Les ventes de parcelles non appliquees par un run precedent
      * sont conservees : PARCMAJ remplace une vente deja connue.
               OPEN EXTEND F-PARC-TRAVAIL
               IF WS-PTR-STATUS = "35"
                   OPEN OUTPUT F-PARC-TRAVAIL
               END-IF
           END-IF

           OPEN OUTPUT F-TRI-PRIX
           OPEN OUTPUT F-TRI-TYPO

           IF WS-MODE-CLES = 'Y'
               OPEN OUTPUT F-CLES-NOUVEAU
               OPEN OUTPUT F-REVISIONS
           END-IF

           PERFORM VARYING WS-FICHIER-IDX FROM 1 BY 1
                   UNTIL WS-FICHIER-IDX > WS-NB-FICHIERS
               PERFORM TRAITER-FICHIER
           END-PERFORM

           IF WS-MODE-CLES = 'Y'
               PERFORM TRAITER-CLES-NON-REVUES
               CLOSE F-CLES-NOUVEAU
               CLOSE F-REVISIONS
           END-IF

           CLOSE F-REJETS
           CLOSE F-EXTRAIT
           CLOSE F-RAPPROCHEMENT
           CLOSE F-SUSPECTES
           CLOSE F-ECARTS-CARREZ
           CLOSE F-PARC-TRAVAIL
           CLOSE F-TRI-PRIX
           CLOSE F-TRI-TYPO

           MOVE WS-NB-RECORDS TO WS-NB-EDITE
           DISPLAY "Nb d'enregistrements du fichier : "
           END-STRING
           PERFORM ECRIRE-RAPPORT

           MOVE SPACES TO WS-LIGNE-RAPPORT
           IF WS-MODE-TRI = 'O'
               MOVE "Mode de dedoublonnage             : TRI"
                   TO WS-LIGNE-RAPPORT
           ELSE
               MOVE "Mode de dedoublonnage             : MEMOIRE"
                   TO WS-LIGNE-RAPPORT
           END-IF
           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT)
           PERFORM ECRIRE-RAPPORT

           MOVE WS-NB-LIGNES-ANNEXES TO WS-NB-EDITE
           DISPLAY "Nb de lignes annexes consolidees  : "
                   WS-NB-LIGNES-ANNEXES
           END-STRING
           PERFORM ECRIRE-RAPPORT

           MOVE WS-NB-EXCLUSIONS TO WS-NB-EDITE
           DISPLAY "Nb de mutations exclues (corr.)   : "
                   WS-NB-EXCLUSIONS
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING "Nb de mutations exclues (corr.)   : "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECRIRE-RAPPORT

           IF WS-MODE-CLES = 'Y'
               PERFORM AFFICHER-REVISIONS
           END-IF

           IF WS-CTRL-PRIX = 'O'
               MOVE WS-NB-SUSPECTES TO WS-NB-EDITE
               DISPLAY "Nb de mutations a prix suspect    : "
                       WS-NB-SUSPECTES
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING "Nb de mutations a prix suspect    : "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           ELSE
               DISPLAY "Controle des prix suspects        : "
                       "non effectue (pas de niveaux de reference)"
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING "Controle des prix suspects        : "
                          DELIMITED BY SIZE
                      "non effectue (pas de niveaux de reference)"
                          DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
           END-IF
           PERFORM ECRIRE-RAPPORT

           PERFORM VERIFIER-EQUILIBRE

           PERFORM CONTROLER-QUALITE
               PERFORM AVERTIR-REPRISE-PARTIELLE
           END-IF

           IF WS-NB-CORRECTIONS > 0
           OR WS-NB-CORR-IGNOREES > 0
               PERFORM AFFICHER-CORRECTIONS
           END-IF

           PERFORM AFFICHER-REPARTITION-NATURES

           PERFORM AFFICHER-REPARTITION-TYPES
           PERFORM AFFICHER-PRIX-M2
           PERFORM AFFICHER-TERRAIN
           PERFORM AFFICHER-DISTRIBUTION-PRIX
           PERFORM AFFICHER-TYPOLOGIE
           PERFORM AFFICHER-COPROPRIETE

           PERFORM TRIER-MOIS
           PERFORM AFFICHER-SYNTHESE-MENSUELLE
           PERFORM SUPPRIMER-FICHIER-TRI

           IF WS-MODE-CLES = 'Y'
               PERFORM INSTALLER-CLES
           END-IF

           IF WS-MODE-TRI = 'O'
               PERFORM TERMINER-DEDOUBLONNAGE-TRI
           END-IF

           PERFORM METTRE-A-JOUR-HISTORIQUE
           PERFORM METTRE-A-JOUR-PARCELLES

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME

           PERFORM PRODUIRE-EXPORTS
           PERFORM ECRIRE-JOURNAL

           STOP RUN.
       VERIFIER-EQUILIBRE.
           COMPUTE WS-TOTAL-COMPTE =
               WS-NB-TRANSACTIONS + WS-NB-DOUBLONS +
               WS-NB-LIGNES-ANNEXES + WS-NB-EXCLUSIONS +
               WS-NB-REJETS + WS-NB-FILTRES

           IF WS-TOTAL-COMPTE = WS-NB-RECORDS
               PERFORM ECRIRE-RAPPORT
           END-IF.

       PRODUIRE-EXPORTS.
           MOVE SPACES TO WS-EXP-PREFIXE
           STRING WS-DATE-JOUR           DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WS-HEURE-JOUR          DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WS-DATE-DEBUT-AAAAMMJJ DELIMITED BY SIZE
                  ";"                    DELIMITED BY SIZE
                  WS-DATE-FIN-AAAAMMJJ   DELIMITED BY SIZE
               INTO WS-EXP-PREFIXE
           END-STRING

           MOVE 0 TO WS-NB-EXPORTS
           PERFORM EXPORTER-NATURES
           PERFORM EXPORTER-TYPES
           PERFORM EXPORTER-MOIS
           PERFORM EXPORTER-DEPARTEMENTS
           PERFORM EXPORTER-COMMUNES
           PERFORM EXPORTER-BANDES
           PERFORM EXPORTER-TOP-MUTATIONS

           DISPLAY "Fichiers d'export ecrits (data/export_*.csv) : "
                   WS-NB-EXPORTS.

       EXPORTER-NATURES.
           MOVE "natures" TO WS-EXP-NOM
           MOVE ";nature;nb_transactions;montant" TO WS-EXP-ENTETE
           PERFORM OUVRIR-EXPORT
           IF WS-EXP-STATUS = "00"
               PERFORM VARYING WS-NAT-IDX FROM 1 BY 1
                       UNTIL WS-NAT-IDX > 6
                   PERFORM DEBUTER-LIGNE-EXPORT
                   MOVE WS-NATURE-LIBELLE (WS-NAT-IDX) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE WS-NATURE-NB (WS-NAT-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE WS-NATURE-MONTANT (WS-NAT-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   ADD WS-NATURE-NB (WS-NAT-IDX) TO WS-EXP-NB-TRANS
                   ADD WS-NATURE-MONTANT (WS-NAT-IDX) TO WS-EXP-MONTANT
                   PERFORM TERMINER-LIGNE-EXPORT
               END-PERFORM
               PERFORM FERMER-EXPORT
           END-IF.

       EXPORTER-TYPES.
           MOVE "types" TO WS-EXP-NOM
           MOVE ";type_local;nb_transactions;montant;surface_m2;prix_m2"
               TO WS-EXP-ENTETE
           PERFORM OUVRIR-EXPORT
           IF WS-EXP-STATUS = "00"
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 5
                   PERFORM DEBUTER-LIGNE-EXPORT
                   MOVE WS-TYPE-LIBELLE (WS-TYPE-IDX) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE WS-TYPE-NB (WS-TYPE-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE WS-TYPE-MONTANT (WS-TYPE-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE WS-TYPE-SURFACE (WS-TYPE-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE 0 TO WS-EXP-DECIMAL
                   IF WS-TYPE-SURFACE (WS-TYPE-IDX) > 0
                       COMPUTE WS-EXP-DECIMAL ROUNDED =
                           WS-TYPE-MONTANT-SURF (WS-TYPE-IDX) /
                           WS-TYPE-SURFACE (WS-TYPE-IDX)
                   END-IF
                   PERFORM AJOUTER-DECIMAL-EXPORT
                   ADD WS-TYPE-NB (WS-TYPE-IDX) TO WS-EXP-NB-TRANS
                   ADD WS-TYPE-MONTANT (WS-TYPE-IDX) TO WS-EXP-MONTANT
                   PERFORM TERMINER-LIGNE-EXPORT
               END-PERFORM
               PERFORM FERMER-EXPORT
           END-IF.

       EXPORTER-MOIS.
           MOVE "mois" TO WS-EXP-NOM
           MOVE ";annee_mois;nb_transactions;montant" TO WS-EXP-ENTETE
           PERFORM OUVRIR-EXPORT
           IF WS-EXP-STATUS = "00"
               PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                       UNTIL WS-MOIS-IDX > WS-NB-MOIS
                   PERFORM DEBUTER-LIGNE-EXPORT
                   MOVE WS-MOIS-CLE (WS-MOIS-IDX) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE WS-MOIS-NB (WS-MOIS-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE WS-MOIS-MONTANT (WS-MOIS-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   ADD WS-MOIS-NB (WS-MOIS-IDX) TO WS-EXP-NB-TRANS
                   ADD WS-MOIS-MONTANT (WS-MOIS-IDX) TO WS-EXP-MONTANT
                   PERFORM TERMINER-LIGNE-EXPORT
               END-PERFORM
               PERFORM FERMER-EXPORT
           END-IF.

       EXPORTER-DEPARTEMENTS.
           IF WS-NB-REF-COMMUNES > 0
               PERFORM CALCULER-POP-DEPARTEMENTS
           END-IF

           MOVE "departements" TO WS-EXP-NOM
           MOVE SPACES TO WS-EXP-ENTETE
           STRING ";departement;nb_transactions;montant;population"
                      DELIMITED BY SIZE
                  ";pression_1000hab;eur_hab" DELIMITED BY SIZE
               INTO WS-EXP-ENTETE
           END-STRING
           PERFORM OUVRIR-EXPORT
           IF WS-EXP-STATUS = "00"
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-NB-DEPTS
                   PERFORM DEBUTER-LIGNE-EXPORT
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE WS-DEPT-NB (WS-DEPT-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE WS-DEPT-MONTANT (WS-DEPT-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE WS-DEPT-POP (WS-DEPT-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE 0 TO WS-PRESSION
                   MOVE 0 TO WS-EUR-HAB
                   IF WS-DEPT-POP (WS-DEPT-IDX) > 0
                       COMPUTE WS-PRESSION ROUNDED =
                           (WS-DEPT-NB (WS-DEPT-IDX) * 1000)
                           / WS-DEPT-POP (WS-DEPT-IDX)
                       COMPUTE WS-EUR-HAB ROUNDED =
                           WS-DEPT-MONTANT (WS-DEPT-IDX)
                           / WS-DEPT-POP (WS-DEPT-IDX)
                   END-IF
                   MOVE WS-PRESSION TO WS-EXP-DECIMAL
                   PERFORM AJOUTER-DECIMAL-EXPORT
                   MOVE WS-EUR-HAB TO WS-EXP-DECIMAL
                   PERFORM AJOUTER-DECIMAL-EXPORT
                   ADD WS-DEPT-NB (WS-DEPT-IDX) TO WS-EXP-NB-TRANS
                   ADD WS-DEPT-MONTANT (WS-DEPT-IDX) TO WS-EXP-MONTANT
                   PERFORM TERMINER-LIGNE-EXPORT
               END-PERFORM
               PERFORM FERMER-EXPORT
           END-IF.

       EXPORTER-COMMUNES.
           MOVE "communes" TO WS-EXP-NOM
           MOVE SPACES TO WS-EXP-ENTETE
           STRING ";commune;nom;nb_transactions;montant;population"
                      DELIMITED BY SIZE
                  ";pression_1000hab;eur_hab" DELIMITED BY SIZE
               INTO WS-EXP-ENTETE
           END-STRING
           PERFORM OUVRIR-EXPORT
           IF WS-EXP-STATUS = "00"
               PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                       UNTIL WS-COM-IDX > WS-NB-COMMUNES
                   PERFORM DEBUTER-LIGNE-EXPORT
                   MOVE WS-COMMUNE-CLE (WS-COM-IDX) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE WS-COMMUNE-NOM (WS-COM-IDX) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE WS-COMMUNE-NB (WS-COM-IDX) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE WS-COMMUNE-MONTANT (WS-COM-IDX)
                       TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE 0 TO WS-EXP-NOMBRE
                   MOVE 0 TO WS-PRESSION
                   MOVE 0 TO WS-EUR-HAB
                   IF WS-COMMUNE-REF-OK (WS-COM-IDX) = 'O'
                   AND WS-COMMUNE-POP (WS-COM-IDX) > 0
                       MOVE WS-COMMUNE-POP (WS-COM-IDX) TO WS-EXP-NOMBRE
                       COMPUTE WS-PRESSION ROUNDED =
                           (WS-COMMUNE-NB (WS-COM-IDX) * 1000)
                           / WS-COMMUNE-POP (WS-COM-IDX)
                       COMPUTE WS-EUR-HAB ROUNDED =
                           WS-COMMUNE-MONTANT (WS-COM-IDX)
                           / WS-COMMUNE-POP (WS-COM-IDX)
                   END-IF
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE WS-PRESSION TO WS-EXP-DECIMAL
                   PERFORM AJOUTER-DECIMAL-EXPORT
                   MOVE WS-EUR-HAB TO WS-EXP-DECIMAL
                   PERFORM AJOUTER-DECIMAL-EXPORT
                   ADD WS-COMMUNE-NB (WS-COM-IDX) TO WS-EXP-NB-TRANS
                   ADD WS-COMMUNE-MONTANT (WS-COM-IDX)
                       TO WS-EXP-MONTANT
                   PERFORM TERMINER-LIGNE-EXPORT
               END-PERFORM
               PERFORM FERMER-EXPORT
           END-IF.

       EXPORTER-BANDES.
           MOVE "bandes_prix" TO WS-EXP-NOM
           MOVE ";type_local;tranche;nb_transactions;montant"
               TO WS-EXP-ENTETE
           PERFORM OUVRIR-EXPORT
           IF WS-EXP-STATUS = "00"
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 5
                   PERFORM VARYING WS-BANDE-IDX FROM 1 BY 1
                           UNTIL WS-BANDE-IDX > 5
                       PERFORM DEBUTER-LIGNE-EXPORT
                       MOVE WS-TYPE-LIBELLE (WS-TYPE-IDX)
                           TO WS-EXP-TEXTE
                       PERFORM AJOUTER-TEXTE-EXPORT
                       MOVE WS-BANDE-LIBELLE (WS-BANDE-IDX)
                           TO WS-EXP-TEXTE
                       PERFORM AJOUTER-TEXTE-EXPORT
                       MOVE WS-TYPE-BANDE-NB (WS-TYPE-IDX, WS-BANDE-IDX)
                           TO WS-EXP-NOMBRE
                       PERFORM AJOUTER-NOMBRE-EXPORT
                       MOVE WS-TYPE-BANDE-MONTANT
                               (WS-TYPE-IDX, WS-BANDE-IDX)
                           TO WS-EXP-NOMBRE
                       PERFORM AJOUTER-NOMBRE-EXPORT
                       ADD WS-TYPE-BANDE-NB (WS-TYPE-IDX, WS-BANDE-IDX)
                           TO WS-EXP-NB-TRANS
                       ADD WS-TYPE-BANDE-MONTANT
                               (WS-TYPE-IDX, WS-BANDE-IDX)
                           TO WS-EXP-MONTANT
                       PERFORM TERMINER-LIGNE-EXPORT
                   END-PERFORM

                   PERFORM DEBUTER-LIGNE-EXPORT
                   MOVE WS-TYPE-LIBELLE (WS-TYPE-IDX) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE "sans valeur" TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   COMPUTE WS-EXP-NOMBRE =
                       WS-TYPE-NB (WS-TYPE-IDX)
                       - WS-TYPE-NB-VAL (WS-TYPE-IDX)
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   ADD WS-EXP-NOMBRE TO WS-EXP-NB-TRANS
                   MOVE 0 TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   PERFORM TERMINER-LIGNE-EXPORT
               END-PERFORM
               PERFORM FERMER-EXPORT
           END-IF.

       EXPORTER-TOP-MUTATIONS.
           MOVE "top_mutations" TO WS-EXP-NOM
           MOVE ";rang;date_mutation;nature;adresse;valeur"
               TO WS-EXP-ENTETE
           PERFORM OUVRIR-EXPORT
           IF WS-EXP-STATUS = "00"
               PERFORM VARYING WS-EXP-RANG FROM 1 BY 1
                       UNTIL WS-EXP-RANG > WS-NB-TOPM
                   PERFORM DEBUTER-LIGNE-EXPORT
                   MOVE WS-EXP-RANG TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   MOVE WS-TOPM-DATE (WS-EXP-RANG) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE WS-TOPM-NATURE (WS-EXP-RANG) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE WS-TOPM-ADRESSE (WS-EXP-RANG) TO WS-EXP-TEXTE
                   PERFORM AJOUTER-TEXTE-EXPORT
                   MOVE WS-TOPM-VALEUR (WS-EXP-RANG) TO WS-EXP-NOMBRE
                   PERFORM AJOUTER-NOMBRE-EXPORT
                   ADD 1 TO WS-EXP-NB-TRANS
                   ADD WS-TOPM-VALEUR (WS-EXP-RANG) TO WS-EXP-MONTANT
                   PERFORM TERMINER-LIGNE-EXPORT
               END-PERFORM
               PERFORM FERMER-EXPORT
           END-IF.

       OUVRIR-EXPORT.
           MOVE SPACES TO WS-NOM-FICHIER-EXPORT
           STRING "data/export_"              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXP-NOM)   DELIMITED BY SIZE
                  ".csv"                      DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-EXPORT
           END-STRING

           OPEN OUTPUT F-EXPORT
           IF WS-EXP-STATUS NOT = "00"
               DISPLAY "*** ATTENTION : EXPORT "
                       FUNCTION TRIM(WS-NOM-FICHIER-EXPORT)
                       " NON ECRIT, STATUT " WS-EXP-STATUS " ***"
               IF RETURN-CODE = 0
                   MOVE 3 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 0 TO WS-EXP-NB-LIGNES
               MOVE 0 TO WS-EXP-NB-TRANS
               MOVE 0 TO WS-EXP-MONTANT
               MOVE SPACES TO WS-LIGNE-EXPORT
               STRING "date_run;heure_run;date_debut;date_fin"
                          DELIMITED BY SIZE
                      WS-EXP-ENTETE DELIMITED BY SPACE
                   INTO WS-LIGNE-EXPORT
               END-STRING
               WRITE REC-EXPORT FROM WS-LIGNE-EXPORT
           END-IF.

       DEBUTER-LIGNE-EXPORT.
           MOVE SPACES TO WS-LIGNE-EXPORT
           MOVE 1 TO WS-EXP-POINTEUR
           STRING WS-EXP-PREFIXE DELIMITED BY SPACE
               INTO WS-LIGNE-EXPORT
               WITH POINTER WS-EXP-POINTEUR
           END-STRING.

       AJOUTER-TEXTE-EXPORT.
           INSPECT WS-EXP-TEXTE REPLACING ALL ";" BY ","
           STRING ";"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXP-TEXTE) DELIMITED BY SIZE
               INTO WS-LIGNE-EXPORT
               WITH POINTER WS-EXP-POINTEUR
           END-STRING.

       AJOUTER-NOMBRE-EXPORT.
           MOVE WS-EXP-NOMBRE TO WS-EXP-NOMBRE-EDITE
           STRING ";"                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXP-NOMBRE-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-EXPORT
               WITH POINTER WS-EXP-POINTEUR
           END-STRING.

       AJOUTER-DECIMAL-EXPORT.
           MOVE WS-EXP-DECIMAL TO WS-EXP-DECIMAL-EDITE
           MOVE WS-EXP-DECIMAL-EDITE TO WS-EXP-TEXTE
           INSPECT WS-EXP-TEXTE REPLACING ALL "." BY ","
           STRING ";"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXP-TEXTE) DELIMITED BY SIZE
               INTO WS-LIGNE-EXPORT
               WITH POINTER WS-EXP-POINTEUR
           END-STRING.

       TERMINER-LIGNE-EXPORT.
           WRITE REC-EXPORT FROM WS-LIGNE-EXPORT
           ADD 1 TO WS-EXP-NB-LIGNES.

       FERMER-EXPORT.
           MOVE SPACES TO WS-LIGNE-EXPORT
           MOVE 1 TO WS-EXP-POINTEUR
           STRING "FIN" DELIMITED BY SIZE
               INTO WS-LIGNE-EXPORT
               WITH POINTER WS-EXP-POINTEUR
           END-STRING
           MOVE WS-EXP-NB-LIGNES TO WS-EXP-NOMBRE
           PERFORM AJOUTER-NOMBRE-EXPORT
           MOVE WS-EXP-NB-TRANS TO WS-EXP-NOMBRE
           PERFORM AJOUTER-NOMBRE-EXPORT
           MOVE WS-EXP-MONTANT TO WS-EXP-NOMBRE
           PERFORM AJOUTER-NOMBRE-EXPORT
           WRITE REC-EXPORT FROM WS-LIGNE-EXPORT

           CLOSE F-EXPORT
           ADD 1 TO WS-NB-EXPORTS.

       ECRIRE-JOURNAL.
           OPEN EXTEND F-JOURNAL
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT F-JOURNAL
           MOVE WS-NB-TRANSACTIONS TO REC-JRN-NB-TRANSACTIONS
           MOVE WS-NB-DOUBLONS TO REC-JRN-NB-DOUBLONS
           MOVE WS-NB-LIGNES-ANNEXES TO REC-JRN-NB-ANNEXES
           MOVE WS-NB-EXCLUSIONS TO REC-JRN-NB-EXCLUSIONS
           MOVE WS-NB-REV-CORRIGEES TO REC-JRN-NB-CORRIGEES
           MOVE WS-NB-REV-RETIREES TO REC-JRN-NB-RETIREES
           MOVE WS-NB-ANNUL-APPLIQUEES TO REC-JRN-NB-ANNULATIONS
           MOVE WS-MONTANT-ANNUL-APPLIQUE
               TO REC-JRN-MONTANT-ANNULATIONS
           MOVE WS-NB-REJETS TO REC-JRN-NB-REJETS
           MOVE WS-NB-FILTRES TO REC-JRN-NB-FILTRES
           MOVE WS-NB-VAL-BLANCHE TO REC-JRN-NB-VAL-BLANCHE
                   END-IF
               END-IF

               IF WS-ANNUL-SATURE = 'Y'
                   DISPLAY "*** ATTENTION : TABLE DES ANNULATIONS "
                           "SATUREE - MUTATIONS CORRIGEES OU RETIREES "
                           "NON TOUTES ANNULEES DANS L'HISTORIQUE ***"
                   IF RETURN-CODE = 0
                       MOVE 3 TO RETURN-CODE
                   END-IF
               END-IF

               IF WS-NB-HIST > 0
               OR WS-NB-ANNUL > 0
                   CALL "HISTOMAJ" USING WS-NB-HIST WS-HISTO-TRAVAIL
                                         WS-NB-ANNUL WS-ANNUL-TRAVAIL
                                         WS-NB-ANNUL-APPLIQUEES
                                         WS-MONTANT-ANNUL-APPLIQUE
                       ON EXCEPTION
                           DISPLAY "*** ATTENTION : MODULE HISTOMAJ "
                                   "INDISPONIBLE - HISTORIQUE COMMUNES "
                                   "NON MIS A JOUR ***"
                   END-CALL
               END-IF

               IF WS-NB-ANNUL-APPLIQUEES < WS-NB-ANNULATIONS
                   MOVE WS-NB-ANNUL-APPLIQUEES TO WS-NB-EDITE
                   DISPLAY "*** ATTENTION : "
                           FUNCTION TRIM(WS-NB-EDITE)
                           " ANNULATION(S) SEULEMENT RETRANCHEE(S) "
                           "DE L'HISTORIQUE - SEULES CELLES-CI SONT "
                           "PORTEES AU JOURNAL ***"
                   IF RETURN-CODE = 0
                       MOVE 3 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       METTRE-A-JOUR-PARCELLES.
           MOVE 'N' TO WS-PARC-MAJ-OK
           CALL "PARCMAJ" USING WS-NOM-FICHIER-PARC WS-PARC-MAJ-OK
               ON EXCEPTION
                   MOVE 'N' TO WS-PARC-MAJ-OK
                   DISPLAY "*** ATTENTION : MODULE PARCMAJ "
                           "INDISPONIBLE ***"
           END-CALL
           IF WS-PARC-MAJ-OK = 'O'
               CALL "CBL_DELETE_FILE" USING WS-NOM-FICHIER-PARC
                   RETURNING WS-DELETE-RC
               END-CALL
           ELSE
               DISPLAY "*** ATTENTION : FICHIER DES PARCELLES NON MIS "
                       "A JOUR, VENTES CONSERVEES DANS "
                       FUNCTION TRIM(WS-NOM-FICHIER-PARC)
                       " ET REPRISES AU PROCHAIN RUN ***"
               IF RETURN-CODE = 0
                   MOVE 3 TO RETURN-CODE
               END-IF
           END-IF.

       SUPPRIMER-CHECKPOINT.
               RETURNING WS-DELETE-RC
           END-CALL.

       AFFICHER-REVISIONS.
           MOVE "Nb de mutations nouvelles (DVF)   : "
               TO WS-REV-LIBELLE
           MOVE WS-NB-REV-NOUVELLES TO WS-REV-NOMBRE
           PERFORM ECRIRE-COMPTEUR-REVISION

           MOVE "Nb de mutations inchangees (DVF)  : "
               TO WS-REV-LIBELLE
           MOVE WS-NB-REV-INCHANGEES TO WS-REV-NOMBRE
           PERFORM ECRIRE-COMPTEUR-REVISION

           MOVE "Nb de mutations corrigees (DVF)   : "
               TO WS-REV-LIBELLE
           MOVE WS-NB-REV-CORRIGEES TO WS-REV-NOMBRE
           PERFORM ECRIRE-COMPTEUR-REVISION

           MOVE "Nb de mutations retirees (DVF)    : "
               TO WS-REV-LIBELLE
           MOVE WS-NB-REV-RETIREES TO WS-REV-NOMBRE
           PERFORM ECRIRE-COMPTEUR-REVISION

           MOVE "Nb de cles anterieures conservees : "
               TO WS-REV-LIBELLE
           MOVE WS-NB-REV-CONSERVEES TO WS-REV-NOMBRE
           PERFORM ECRIRE-COMPTEUR-REVISION

           MOVE "Nb d'annulations dans l'historique: "
               TO WS-REV-LIBELLE
           MOVE WS-NB-ANNULATIONS TO WS-REV-NOMBRE
           PERFORM ECRIRE-COMPTEUR-REVISION

           MOVE "Montant des annulations (EUR)     : "
               TO WS-REV-LIBELLE
           MOVE WS-MONTANT-ANNULATIONS TO WS-REV-NOMBRE
           PERFORM ECRIRE-COMPTEUR-REVISION

           IF WS-CTRL-RETRAITS = 'N'
               MOVE SPACES TO WS-LIGNE-RAPPORT
               MOVE "Controle des retraits             : DESACTIVE"
                   TO WS-LIGNE-RAPPORT
               DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT)
               PERFORM ECRIRE-RAPPORT
           END-IF.

       ECRIRE-COMPTEUR-REVISION.
           MOVE WS-REV-NOMBRE TO WS-VALEUR-EDITE
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING WS-REV-LIBELLE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALEUR-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING)
           PERFORM ECRIRE-RAPPORT.

       ECRIRE-RAPPORT.
           WRITE REC-RAPPORT FROM WS-LIGNE-RAPPORT.

           END-IF

           PERFORM LIRE-SEUILS-QUALITE
           PERFORM LIRE-SEUILS-PRIX

           MOVE SPACES TO WS-ENV-SEUIL
           ACCEPT WS-ENV-SEUIL FROM ENVIRONMENT "SEUIL_ECART_CARREZ"
           IF WS-ENV-SEUIL NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-ENV-SEUIL) = 0
               COMPUTE WS-SEUIL-ECART-CARREZ =
                   FUNCTION NUMVAL(WS-ENV-SEUIL)
           END-IF

           MOVE SPACES TO WS-ENV-LISTE
           ACCEPT WS-ENV-LISTE FROM ENVIRONMENT "LISTE_FICHIERS"
               MOVE WS-ENV-FICHIER-CLES TO WS-NOM-FICHIER-CLES
           END-IF

           MOVE SPACES TO WS-ENV-CTRL-RETRAITS
           ACCEPT WS-ENV-CTRL-RETRAITS
               FROM ENVIRONMENT "CONTROLE_RETRAITS"
           IF WS-ENV-CTRL-RETRAITS = "N"
               MOVE 'N' TO WS-CTRL-RETRAITS
           END-IF

           MOVE SPACES TO WS-NOM-FICHIER-CKPT
           STRING FUNCTION TRIM(WS-NOM-FICHIER-VENTES) DELIMITED BY SIZE
                  ".ckpt"                              DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-CKPT
           END-STRING

           MOVE SPACES TO WS-ENV-FICHIER-CORR
           ACCEPT WS-ENV-FICHIER-CORR
               FROM ENVIRONMENT "FICHIER_CORRECTIONS"
           IF WS-ENV-FICHIER-CORR NOT = SPACES
               MOVE WS-ENV-FICHIER-CORR TO WS-NOM-FICHIER-CORR
           END-IF

           MOVE SPACES TO WS-ENV-MODE-DEDUP
           ACCEPT WS-ENV-MODE-DEDUP
               FROM ENVIRONMENT "MODE_DEDOUBLONNAGE"
           MOVE FUNCTION UPPER-CASE(WS-ENV-MODE-DEDUP)
               TO WS-ENV-MODE-DEDUP

           MOVE SPACES TO WS-NOM-FICHIER-DECISIONS
           STRING FUNCTION TRIM(WS-FICHIER-JOURNAL) DELIMITED BY SIZE
                  ".dedup"                          DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-DECISIONS
           END-STRING

           MOVE SPACES TO WS-NOM-FICHIER-CLES-TMP
           STRING FUNCTION TRIM(WS-NOM-FICHIER-CLES) DELIMITED BY SIZE
                  ".tmp"                             DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-CLES-TMP
           END-STRING.

       LIRE-SEUILS-QUALITE.
                   FUNCTION NUMVAL(WS-ENV-SEUIL)
           END-IF.

       LIRE-SEUILS-PRIX.
           MOVE SPACES TO WS-ENV-SEUIL
           ACCEPT WS-ENV-SEUIL FROM ENVIRONMENT "SEUIL_RATIO_BAS"
           IF WS-ENV-SEUIL NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-ENV-SEUIL) = 0
               COMPUTE WS-SEUIL-RATIO-BAS =
                   FUNCTION NUMVAL(WS-ENV-SEUIL)
           END-IF

           MOVE SPACES TO WS-ENV-SEUIL
           ACCEPT WS-ENV-SEUIL FROM ENVIRONMENT "SEUIL_RATIO_HAUT"
           IF WS-ENV-SEUIL NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-ENV-SEUIL) = 0
               COMPUTE WS-SEUIL-RATIO-HAUT =
                   FUNCTION NUMVAL(WS-ENV-SEUIL)
           END-IF

           MOVE SPACES TO WS-ENV-SEUIL
           ACCEPT WS-ENV-SEUIL FROM ENVIRONMENT "NB_MIN_REFERENCE"
           IF WS-ENV-SEUIL NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-ENV-SEUIL) = 0
               COMPUTE WS-NB-MIN-REFERENCE =
                   FUNCTION NUMVAL(WS-ENV-SEUIL)
           END-IF

           MOVE SPACES TO WS-ENV-SEUIL
           ACCEPT WS-ENV-SEUIL FROM ENVIRONMENT "NB_MOIS_REFERENCE"
           IF WS-ENV-SEUIL NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-ENV-SEUIL) = 0
               COMPUTE WS-NB-MOIS-REFERENCE =
                   FUNCTION NUMVAL(WS-ENV-SEUIL)
           END-IF.

       CHARGER-NIVEAUX-PRIX.
           CALL "HISTOREF" USING WS-NB-MOIS-REFERENCE WS-CTRL-PRIX
                                 WS-NB-NIV-COMMUNES WS-NIVEAUX-COMMUNES
                                 WS-NB-NIV-DEPTS WS-NIVEAUX-DEPTS
               ON EXCEPTION
                   MOVE 'N' TO WS-CTRL-PRIX
                   DISPLAY "*** ATTENTION : MODULE HISTOREF "
                           "INDISPONIBLE - CONTROLE DES PRIX "
                           "SUSPECTS NON EFFECTUE ***"
           END-CALL.

       CHARGER-CORRECTIONS.
           MOVE 'N' TO WS-CORR-EOF
           OPEN INPUT F-CORRECTIONS
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "Fichier de corrections absent - aucune "
                       "correction appliquee : "
                       FUNCTION TRIM(WS-NOM-FICHIER-CORR)
           ELSE
               PERFORM UNTIL WS-CORR-EOF = 'Y'
                   READ F-CORRECTIONS
                       AT END
                           MOVE 'Y' TO WS-CORR-EOF
                       NOT AT END
                           IF REC-CORRECTION NOT = SPACES
                           AND REC-CORRECTION (1:1) NOT = "*"
                               PERFORM CHARGER-LIGNE-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CORRECTIONS
               DISPLAY "Corrections analystes chargees : "
                       WS-NB-CORRECTIONS " correction(s)"
               IF WS-NB-CORR-IGNOREES > 0
                   DISPLAY "*** ATTENTION : " WS-NB-CORR-IGNOREES
                           " LIGNE(S) DE CORRECTION INVALIDE(S) "
                           "IGNOREE(S) ***"
               END-IF
           END-IF.

       CHARGER-LIGNE-CORRECTION.
           MOVE SPACES TO WS-CORR-CHAMP-DISPO
                          WS-CORR-CHAMP-DATE
                          WS-CORR-CHAMP-ACTION
                          WS-CORR-CHAMP-VALEUR
                          WS-CORR-CHAMP-MOTIF
                          WS-CORR-CHAMP-ANALYSTE
           UNSTRING REC-CORRECTION
               DELIMITED BY "|"
               INTO WS-CORR-CHAMP-DISPO
                    WS-CORR-CHAMP-DATE
                    WS-CORR-CHAMP-ACTION
                    WS-CORR-CHAMP-VALEUR
                    WS-CORR-CHAMP-MOTIF
                    WS-CORR-CHAMP-ANALYSTE
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CORR-CHAMP-ACTION))
               TO WS-CORR-CHAMP-ACTION
           MOVE FUNCTION TRIM(WS-CORR-CHAMP-VALEUR)
               TO WS-CORR-CHAMP-VALEUR

           MOVE 'O' TO WS-CORR-VALIDE
           MOVE SPACES TO WS-RAISON-REJET

           IF WS-CORR-CHAMP-DISPO = SPACES
           OR WS-CORR-CHAMP-DATE = SPACES
               MOVE "CLE DE MUTATION INCOMPLETE" TO WS-RAISON-REJET
               MOVE 'N' TO WS-CORR-VALIDE
           END-IF

           IF WS-CORR-VALIDE = 'O'
           AND (WS-CORR-CHAMP-MOTIF = SPACES
            OR WS-CORR-CHAMP-ANALYSTE = SPACES)
               MOVE "MOTIF OU ANALYSTE ABSENT" TO WS-RAISON-REJET
               MOVE 'N' TO WS-CORR-VALIDE
           END-IF

           IF WS-CORR-VALIDE = 'O'
               EVALUATE WS-CORR-CHAMP-ACTION
                   WHEN "EXCLURE"
                       MOVE SPACES TO WS-CORR-CHAMP-VALEUR
                   WHEN "VALEUR"
                       PERFORM CONTROLER-CORRECTION-VALEUR
                   WHEN "TYPE"
                       PERFORM CONTROLER-CORRECTION-TYPE
                   WHEN "COMMUNE"
                       PERFORM CONTROLER-CORRECTION-COMMUNE
                   WHEN OTHER
                       MOVE "ACTION INCONNUE" TO WS-RAISON-REJET
                       MOVE 'N' TO WS-CORR-VALIDE
               END-EVALUATE
           END-IF

           IF WS-CORR-VALIDE = 'O'
           AND WS-NB-CORRECTIONS >= 2000
               MOVE "TABLE DES CORRECTIONS SATUREE" TO WS-RAISON-REJET
               MOVE 'N' TO WS-CORR-VALIDE
           END-IF

           IF WS-CORR-VALIDE = 'N'
               ADD 1 TO WS-NB-CORR-IGNOREES
               DISPLAY "*** CORRECTION IGNOREE ("
                       FUNCTION TRIM(WS-RAISON-REJET) ") : "
                       FUNCTION TRIM(REC-CORRECTION)
           ELSE
               MOVE SPACES TO WS-CORR-CLE-TRAVAIL
               STRING FUNCTION TRIM(WS-CORR-CHAMP-DISPO)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CORR-CHAMP-DATE)
                          DELIMITED BY SIZE
                   INTO WS-CORR-CLE-TRAVAIL
               END-STRING

               ADD 1 TO WS-NB-CORRECTIONS
               MOVE WS-CORR-CLE-TRAVAIL
                   TO WS-CORR-CLE (WS-NB-CORRECTIONS)
               MOVE WS-CORR-CHAMP-ACTION
                   TO WS-CORR-ACTION (WS-NB-CORRECTIONS)
               MOVE WS-CORR-CHAMP-VALEUR
                   TO WS-CORR-VALEUR (WS-NB-CORRECTIONS)
               MOVE FUNCTION TRIM(WS-CORR-CHAMP-MOTIF)
                   TO WS-CORR-MOTIF (WS-NB-CORRECTIONS)
               MOVE FUNCTION TRIM(WS-CORR-CHAMP-ANALYSTE)
                   TO WS-CORR-ANALYSTE (WS-NB-CORRECTIONS)
               MOVE 0 TO WS-CORR-SUIVANTE (WS-NB-CORRECTIONS)
               MOVE 'N' TO WS-CORR-ETAT (WS-NB-CORRECTIONS)
               MOVE SPACES TO WS-CORR-AVANT (WS-NB-CORRECTIONS)
               PERFORM INDEXER-CORRECTION
           END-IF.

       CONTROLER-CORRECTION-VALEUR.
           UNSTRING WS-CORR-CHAMP-VALEUR
               DELIMITED BY ","
               INTO WS-CORR-CHAMP-VALEUR
           END-UNSTRING

           IF WS-CORR-CHAMP-VALEUR = SPACES
           OR FUNCTION TEST-NUMVAL(WS-CORR-CHAMP-VALEUR) NOT = 0
               MOVE "VALEUR NON NUMERIQUE" TO WS-RAISON-REJET
               MOVE 'N' TO WS-CORR-VALIDE
           ELSE
               IF FUNCTION NUMVAL(WS-CORR-CHAMP-VALEUR) < 0
                   MOVE "VALEUR NEGATIVE" TO WS-RAISON-REJET
                   MOVE 'N' TO WS-CORR-VALIDE
               ELSE
                   COMPUTE WS-CORR-VALEUR-NUM =
                       FUNCTION NUMVAL(WS-CORR-CHAMP-VALEUR)
                   MOVE WS-CORR-VALEUR-NUM TO WS-VALEUR-EDITE
                   MOVE FUNCTION TRIM(WS-VALEUR-EDITE)
                       TO WS-CORR-CHAMP-VALEUR
               END-IF
           END-IF.

       CONTROLER-CORRECTION-TYPE.
           PERFORM VARYING WS-CORR-TYPE-NUM FROM 1 BY 1
                   UNTIL WS-CORR-TYPE-NUM > 5
                      OR FUNCTION UPPER-CASE(
                             WS-TYPE-LIBELLE (WS-CORR-TYPE-NUM)) =
                         FUNCTION UPPER-CASE(WS-CORR-CHAMP-VALEUR)
               CONTINUE
           END-PERFORM

           IF WS-CORR-TYPE-NUM > 5
               MOVE "TYPE DE LOCAL INCONNU" TO WS-RAISON-REJET
               MOVE 'N' TO WS-CORR-VALIDE
           ELSE
               MOVE WS-TYPE-LIBELLE (WS-CORR-TYPE-NUM)
                   TO WS-CORR-CHAMP-VALEUR
           END-IF.

       CONTROLER-CORRECTION-COMMUNE.
           MOVE FUNCTION UPPER-CASE(WS-CORR-CHAMP-VALEUR)
               TO WS-CORR-CHAMP-VALEUR
           MOVE 0 TO WS-CORR-J
           INSPECT WS-CORR-CHAMP-VALEUR (1:5)
               TALLYING WS-CORR-J FOR ALL SPACE

           IF WS-CORR-J > 0
           OR WS-CORR-CHAMP-VALEUR (6:) NOT = SPACES
               MOVE "CODE INSEE SUR 5 CARACTERES ATTENDU"
                   TO WS-RAISON-REJET
               MOVE 'N' TO WS-CORR-VALIDE
           END-IF.

       INDEXER-CORRECTION.
           MOVE SPACES TO WS-CLE-HASH-TRAVAIL
           MOVE WS-CORR-CLE-TRAVAIL TO WS-CLE-HASH-TRAVAIL
           PERFORM CALCULER-HASH-CLE
           COMPUTE WS-CORR-SLOT-NUM =
               FUNCTION MOD(WS-HASH-VALEUR, WS-CORR-HASH-TAILLE) + 1
           MOVE 'N' TO WS-CORR-TROUVEE
           PERFORM UNTIL WS-CORR-HASH-SLOT (WS-CORR-SLOT-NUM) = 0
                      OR WS-CORR-TROUVEE = 'O'
               MOVE WS-CORR-HASH-SLOT (WS-CORR-SLOT-NUM) TO WS-CORR-I
               IF WS-CORR-CLE (WS-CORR-I) = WS-CORR-CLE-TRAVAIL
                   MOVE 'O' TO WS-CORR-TROUVEE
               ELSE
                   ADD 1 TO WS-CORR-SLOT-NUM
                   IF WS-CORR-SLOT-NUM > WS-CORR-HASH-TAILLE
                       MOVE 1 TO WS-CORR-SLOT-NUM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CORR-TROUVEE = 'O'
               PERFORM UNTIL WS-CORR-SUIVANTE (WS-CORR-I) = 0
                   MOVE WS-CORR-SUIVANTE (WS-CORR-I) TO WS-CORR-I
               END-PERFORM
               MOVE WS-NB-CORRECTIONS TO WS-CORR-SUIVANTE (WS-CORR-I)
           ELSE
               MOVE WS-NB-CORRECTIONS
                   TO WS-CORR-HASH-SLOT (WS-CORR-SLOT-NUM)
           END-IF.

       CHARGER-LISTE-FICHIERS.
           MOVE 'N' TO WS-LISTE-EOF
           OPEN INPUT F-LISTE
           IF WS-LISTE-STATUS NOT = "00"
               DISPLAY "*** ERREUR FATALE : LISTE DE FICHIERS "
                       "INTROUVABLE : "
                       FUNCTION TRIM(WS-NOM-FICHIER-LISTE) " ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LISTE-EOF = 'Y'
               READ F-LISTE
                   AT END
                       MOVE 'Y' TO WS-LISTE-EOF
                   NOT AT END
                       IF REC-LISTE NOT = SPACES
                           IF WS-NB-FICHIERS = 20
                               DISPLAY "*** ERREUR FATALE : PLUS DE "
                                       "20 FICHIERS DANS LA LISTE ***"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-NB-FICHIERS
                           MOVE REC-LISTE
                               TO WS-FICHIER-NOM (WS-NB-FICHIERS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-LISTE
           IF WS-NB-FICHIERS = 0
               DISPLAY "*** ERREUR FATALE : LISTE DE FICHIERS VIDE ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Mode batch : " WS-NB-FICHIERS " fichier(s)".

       CHARGER-DEPTS-ABONNES.
           MOVE 'N' TO WS-LDEP-EOF
           OPEN INPUT F-LISTE-DEPTS
           IF WS-LDEP-STATUS NOT = "00"
               DISPLAY "*** ATTENTION : LISTE DES DEPARTEMENTS "
                       "ABONNES INTROUVABLE : "
                       FUNCTION TRIM(WS-NOM-FICHIER-LISTE-DEPTS)
                       " - RAPPORTS DEPARTEMENTAUX NON PRODUITS ***"
           ELSE
               PERFORM UNTIL WS-LDEP-EOF = 'Y'
                   READ F-LISTE-DEPTS
                       AT END
                           MOVE 'Y' TO WS-LDEP-EOF
                       AT END
                           MOVE 'Y' TO WS-CLE-EOF
                       NOT AT END
                           IF REC-CLE-MUTATION NOT = SPACES
                               MOVE REC-CLE-MUTATION TO WS-CLE-MUTATION
                               PERFORM RECHERCHER-MUTATION
                               IF WS-MUT-TROUVEE = 'P'
                                   DISPLAY "*** ERREUR FATALE : TABLE "
                                           "DE DEDUPLICATION SATUREE "
                                           "AU CHARGEMENT DES CLES - "
                                           "RELANCER AVEC "
                                           "MODE_DEDOUBLONNAGE=TRI ***"
                                   MOVE 1 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                                   ADD 1 TO WS-NB-MUTATIONS-VUES
                                   MOVE WS-CLE-MUTATION
                                       TO WS-MUT-VUE-CLE (WS-MUT-IDX)
                                   MOVE 'P' TO
                                       WS-MUT-VUE-ORIGINE (WS-MUT-IDX)
                                   MOVE REC-CLE-EMPREINTE TO
                                       WS-MUT-VUE-EMPREINTE (WS-MUT-IDX)
                                   ADD 1 TO WS-NB-CLES-CHARGEES
                               END-IF
                           END-IF
           END-IF
           MOVE SPACES TO WS-CLE-MUTATION.

       CHOISIR-MODE-DEDOUBLONNAGE.
           EVALUATE WS-ENV-MODE-DEDUP
               WHEN "TRI"
                   MOVE 'O' TO WS-MODE-TRI
               WHEN "MEMOIRE"
                   MOVE 'N' TO WS-MODE-TRI
               WHEN OTHER
                   IF WS-ENV-MODE-DEDUP NOT = SPACES
                   AND WS-ENV-MODE-DEDUP NOT = "AUTO"
                       DISPLAY "*** MODE_DEDOUBLONNAGE INCONNU ("
                               FUNCTION TRIM(WS-ENV-MODE-DEDUP)
                               ") - CHOIX AUTOMATIQUE ***"
                   END-IF
                   PERFORM ESTIMER-NB-CLES
                   IF WS-NB-CLES-ATTENDUES > WS-MUT-HASH-ALERTE
                       MOVE 'O' TO WS-MODE-TRI
                   ELSE
                       MOVE 'N' TO WS-MODE-TRI
                   END-IF
                   DISPLAY "Cles de mutations attendues : "
                           WS-NB-CLES-ATTENDUES
                           " (capacite memoire "
                           WS-MUT-HASH-ALERTE ")"
           END-EVALUATE

           IF WS-MODE-TRI = 'O'
               DISPLAY "Dedoublonnage des mutations : mode TRI"
           ELSE
               DISPLAY "Dedoublonnage des mutations : mode MEMOIRE"
           END-IF.

       ESTIMER-NB-CLES.
           MOVE 0 TO WS-NB-CLES-ATTENDUES

           IF WS-MODE-CLES = 'Y'
               MOVE 'N' TO WS-CLE-EOF
               OPEN INPUT F-CLES
               IF WS-CLE-STATUS = "00"
                   PERFORM UNTIL WS-CLE-EOF = 'Y'
                       READ F-CLES
                           AT END
                               MOVE 'Y' TO WS-CLE-EOF
                           NOT AT END
                               ADD 1 TO WS-NB-CLES-ATTENDUES
                       END-READ
                   END-PERFORM
                   CLOSE F-CLES
               END-IF
           END-IF

           PERFORM VARYING WS-FICHIER-IDX FROM 1 BY 1
                   UNTIL WS-FICHIER-IDX > WS-NB-FICHIERS
               MOVE WS-FICHIER-NOM (WS-FICHIER-IDX)
                   TO WS-NOM-FICHIER-VENTES
               MOVE 'N' TO WS-EOF
               OPEN INPUT F-VENTES
               PERFORM UNTIL WS-EOF = 'Y'
                   READ F-VENTES
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-NB-CLES-ATTENDUES
                   END-READ
               END-PERFORM
               CLOSE F-VENTES
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       PREPARER-DEDOUBLONNAGE-TRI.
           MOVE "99" TO WS-DEC-STATUS
           IF WS-MODE-RESTART = 'Y'
               OPEN INPUT F-DED-DECISIONS
           END-IF

           IF WS-DEC-STATUS = "00"
               DISPLAY "Reprise : decisions de dedoublonnage reprises "
                       "de " FUNCTION TRIM(WS-NOM-FICHIER-DECISIONS)
           ELSE
               PERFORM CONSTRUIRE-DECISIONS-TRI
               OPEN INPUT F-DED-DECISIONS
               IF WS-DEC-STATUS NOT = "00"
                   DISPLAY "*** ERREUR FATALE : FICHIER DES DECISIONS "
                           "DE DEDOUBLONNAGE ILLISIBLE, STATUT "
                           WS-DEC-STATUS " - ARRET ***"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 0 TO WS-DEC-BLOC.

       CONSTRUIRE-DECISIONS-TRI.
           MOVE WS-NB-REJETS TO WS-DED-SAUVE-REJETS
           MOVE WS-NB-FILTRES TO WS-DED-SAUVE-FILTRES
           MOVE WS-NB-VAL-BLANCHE TO WS-DED-SAUVE-BLANCHES
           MOVE WS-NB-BLOCS TO WS-DED-SAUVE-BLOCS
           MOVE WS-CLE-PRECEDENTE TO WS-DED-SAUVE-CLE
           MOVE SPACES TO WS-CLE-PRECEDENTE
           MOVE 0 TO WS-NB-BLOCS
           MOVE 'O' TO WS-PASSE-TRI

           OPEN OUTPUT F-DED-BLOCS
           IF WS-MODE-CLES = 'Y'
               PERFORM VERSER-CLES-CONNUES
           END-IF
           PERFORM PRE-LIRE-FICHIER
               VARYING WS-FICHIER-IDX FROM 1 BY 1
               UNTIL WS-FICHIER-IDX > WS-NB-FICHIERS
           CLOSE F-DED-BLOCS

           SORT F-DED-WORK
               ON ASCENDING KEY DED-WORK-CLE
                                DED-WORK-NO
               USING F-DED-BLOCS
               OUTPUT PROCEDURE IS DECIDER-BLOCS-TRI

           SORT F-DED-WORK-NO
               ON ASCENDING KEY DED-WORK-NO-BLOC
               USING F-DED-DOUBLONS
               GIVING F-DED-DECISIONS

           DISPLAY "Dedoublonnage par tri : " WS-NB-BLOCS
                   " bloc(s) de mutation, " WS-NB-BLOCS-DOUBLONS
                   " en double"

           MOVE 'N' TO WS-PASSE-TRI
           MOVE 'N' TO WS-EOF
           MOVE WS-DED-SAUVE-REJETS TO WS-NB-REJETS
           MOVE WS-DED-SAUVE-FILTRES TO WS-NB-FILTRES
           MOVE WS-DED-SAUVE-BLANCHES TO WS-NB-VAL-BLANCHE
           MOVE WS-DED-SAUVE-BLOCS TO WS-NB-BLOCS
           MOVE WS-DED-SAUVE-CLE TO WS-CLE-PRECEDENTE

           CALL "CBL_DELETE_FILE" USING WS-NOM-FICHIER-BLOCS
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_DELETE_FILE" USING WS-NOM-FICHIER-DOUBLONS
               RETURNING WS-DELETE-RC
           END-CALL.

       VERSER-CLES-CONNUES.
           MOVE 'N' TO WS-CLE-EOF
           OPEN INPUT F-CLES
           IF WS-CLE-STATUS NOT = "00"
               DISPLAY "Fichier de cles absent - demarrage a vide : "
                       FUNCTION TRIM(WS-NOM-FICHIER-CLES)
           ELSE
               PERFORM UNTIL WS-CLE-EOF = 'Y'
                   READ F-CLES
                       AT END
                           MOVE 'Y' TO WS-CLE-EOF
                       NOT AT END
                           IF REC-CLE-MUTATION NOT = SPACES
                               MOVE REC-CLE-MUTATION TO REC-DBL-CLE
                               MOVE 0 TO REC-DBL-NO
                               MOVE REC-CLE-EMPREINTE
                                   TO REC-DBL-EMPREINTE
                               WRITE REC-DED-BLOC
                               ADD 1 TO WS-NB-CLES-CHARGEES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CLES
               DISPLAY "Cles de mutations rechargees : "
                       WS-NB-CLES-CHARGEES
           END-IF.

       PRE-LIRE-FICHIER.
           MOVE WS-FICHIER-NOM (WS-FICHIER-IDX)
               TO WS-NOM-FICHIER-VENTES
           MOVE 'N' TO WS-EOF
           OPEN INPUT F-VENTES

           READ F-VENTES
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF REC-VENTE (1:16) NOT = "Code service CH|"
                       PERFORM TRAITER-LIGNE
                   END-IF
           END-READ

           PERFORM UNTIL WS-EOF = 'Y'
               READ F-VENTES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TRAITER-LIGNE
               END-READ
           END-PERFORM

           CLOSE F-VENTES.

       NOTER-BLOC-TRI.
           IF WS-CLE-MUTATION NOT = WS-CLE-PRECEDENTE
               MOVE WS-CLE-MUTATION TO WS-CLE-PRECEDENTE
               ADD 1 TO WS-NB-BLOCS
               MOVE WS-CLE-MUTATION TO REC-DBL-CLE
               MOVE WS-NB-BLOCS TO REC-DBL-NO
               MOVE SPACES TO REC-DBL-EMPREINTE
               WRITE REC-DED-BLOC
           END-IF.

       DECIDER-BLOCS-TRI.
           MOVE 0 TO WS-NB-BLOCS-DOUBLONS
           MOVE LOW-VALUES TO WS-DED-CLE-GROUPE
           MOVE 'N' TO WS-DED-ANCIEN
           OPEN OUTPUT F-DED-DOUBLONS
           IF WS-MODE-CLES = 'Y'
               OPEN OUTPUT F-DED-NON-REVUES
           END-IF

           MOVE 'N' TO WS-DED-EOF
           PERFORM UNTIL WS-DED-EOF = 'Y'
               RETURN F-DED-WORK
                   AT END
                       MOVE 'Y' TO WS-DED-EOF
                   NOT AT END
                       IF DED-WORK-CLE NOT = WS-DED-CLE-GROUPE
                           PERFORM CLORE-GROUPE-TRI
                           MOVE DED-WORK-CLE TO WS-DED-CLE-GROUPE
                           IF DED-WORK-NO = 0
                               MOVE 'O' TO WS-DED-ANCIEN
                               MOVE DED-WORK-EMPREINTE
                                   TO WS-DED-EMPREINTE
                           ELSE
                               MOVE 'N' TO WS-DED-ANCIEN
                           END-IF
                       ELSE
                           IF DED-WORK-NO > 0
                               MOVE DED-WORK-NO TO REC-DDB-NO
                               IF WS-DED-ANCIEN = 'O'
                                   MOVE 'R' TO REC-DDB-TYPE
                                   MOVE WS-DED-EMPREINTE
                                       TO REC-DDB-EMPREINTE
                                   MOVE 'V' TO WS-DED-ANCIEN
                               ELSE
                                   MOVE 'D' TO REC-DDB-TYPE
                                   MOVE SPACES TO REC-DDB-EMPREINTE
                                   ADD 1 TO WS-NB-BLOCS-DOUBLONS
                               END-IF
                               WRITE REC-DED-DOUBLON
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM CLORE-GROUPE-TRI

           CLOSE F-DED-DOUBLONS
           IF WS-MODE-CLES = 'Y'
               CLOSE F-DED-NON-REVUES
           END-IF.

       CLORE-GROUPE-TRI.
           IF WS-DED-ANCIEN = 'O'
               MOVE WS-DED-CLE-GROUPE TO REC-DNR-MUTATION
               MOVE WS-DED-EMPREINTE TO REC-DNR-EMPREINTE
               WRITE REC-DED-NON-REVUE
           END-IF.

       CONSULTER-DECISION-TRI.
           PERFORM UNTIL WS-DEC-BLOC NOT < WS-NB-BLOCS
               READ F-DED-DECISIONS
                   AT END
                       MOVE 999999999 TO WS-DEC-BLOC
                   NOT AT END
                       MOVE REC-DEC-NO TO WS-DEC-BLOC
                       MOVE REC-DEC-TYPE TO WS-DEC-TYPE
                       MOVE REC-DEC-EMPREINTE TO WS-DEC-EMPREINTE
               END-READ
           END-PERFORM

           IF WS-DEC-BLOC = WS-NB-BLOCS
               IF WS-DEC-TYPE = 'R'
                   MOVE 'R' TO WS-MUT-TROUVEE
                   MOVE WS-DEC-EMPREINTE TO WS-EMP-ANCIENNE
               ELSE
                   MOVE 'O' TO WS-MUT-TROUVEE
               END-IF
           ELSE
               MOVE 'N' TO WS-MUT-TROUVEE
           END-IF.

       TRAITER-CLES-NON-REVUES.
           IF WS-MODE-TRI = 'O'
               OPEN INPUT F-DED-NON-REVUES
               IF WS-DNR-STATUS = "00"
                   MOVE 'N' TO WS-DED-EOF
                   PERFORM UNTIL WS-DED-EOF = 'Y'
                       READ F-DED-NON-REVUES
                           AT END
                               MOVE 'Y' TO WS-DED-EOF
                           NOT AT END
                               MOVE REC-DNR-MUTATION TO WS-REV-CLE
                               MOVE REC-DNR-EMPREINTE
                                   TO WS-EMP-ANCIENNE
                               PERFORM TRAITER-CLE-NON-REVUE
                       END-READ
                   END-PERFORM
                   CLOSE F-DED-NON-REVUES
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-NOM-FICHIER-NON-REVUES
                   RETURNING WS-DELETE-RC
               END-CALL
           ELSE
               PERFORM VARYING WS-MUT-IDX FROM 1 BY 1
                       UNTIL WS-MUT-IDX > WS-MUT-HASH-TAILLE
                   IF WS-MUT-VUE-ORIGINE (WS-MUT-IDX) = 'P'
                       MOVE WS-MUT-VUE-CLE (WS-MUT-IDX) TO WS-REV-CLE
                       MOVE WS-MUT-VUE-EMPREINTE (WS-MUT-IDX)
                           TO WS-EMP-ANCIENNE
                       PERFORM TRAITER-CLE-NON-REVUE
                   END-IF
               END-PERFORM
           END-IF.

       TRAITER-CLE-NON-REVUE.
           MOVE 'N' TO WS-REV-RETIREE

           IF WS-CTRL-RETRAITS = 'O'
           AND (WS-EMPA-CUMULEE = 'O' OR 'N')
           AND WS-EMPA-VALEUR IS NUMERIC
           AND WS-EMPA-SURFACE IS NUMERIC
           AND WS-EMPA-DATE NOT < WS-REV-DATE-MIN
           AND WS-EMPA-DATE NOT > WS-REV-DATE-MAX
               MOVE SPACES TO WS-REV-DEPT
               MOVE SPACES TO WS-REV-COMMUNE
               UNSTRING WS-EMPA-COMMUNE DELIMITED BY "-"
                   INTO WS-REV-DEPT WS-REV-COMMUNE
               END-UNSTRING
               PERFORM VARYING WS-REV-DEPT-I FROM 1 BY 1
                       UNTIL WS-REV-DEPT-I > WS-NB-REV-DEPTS
                          OR WS-REV-DEPT-CODE (WS-REV-DEPT-I)
                             = WS-REV-DEPT
                   CONTINUE
               END-PERFORM
               IF WS-REV-DEPT-I NOT > WS-NB-REV-DEPTS
                   MOVE 'O' TO WS-REV-RETIREE
               END-IF
           END-IF

           IF WS-REV-RETIREE = 'O'
               MOVE "RETIREE" TO WS-REV-STATUT
               MOVE SPACES TO WS-REV-CHAMPS
               ADD 1 TO WS-NB-REV-RETIREES
               IF WS-EMPA-CUMULEE = 'O'
                   PERFORM ANNULER-HISTORIQUE
               END-IF
               PERFORM ECRIRE-REVISION
           ELSE
               ADD 1 TO WS-NB-REV-CONSERVEES
               MOVE WS-REV-CLE TO REC-CLN-MUTATION
               MOVE WS-EMP-ANCIENNE TO REC-CLN-EMPREINTE
               WRITE REC-CLE-NOUVEAU
               ADD 1 TO WS-NB-CLES-NOUVELLES
           END-IF.

       INSTALLER-CLES.
           CALL "CBL_DELETE_FILE" USING WS-NOM-FICHIER-CLES
               RETURNING WS-DELETE-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING WS-NOM-FICHIER-CLES-TMP
                                        WS-NOM-FICHIER-CLES
               RETURNING WS-DELETE-RC
           END-CALL
           IF WS-DELETE-RC NOT = 0
               DISPLAY "*** ATTENTION : CLES DE MUTATIONS NON "
                       "INSTALLEES, CONSERVEES DANS "
                       FUNCTION TRIM(WS-NOM-FICHIER-CLES-TMP) " ***"
               IF RETURN-CODE = 0
                   MOVE 3 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Cles de mutations sauvegardees : "
                       WS-NB-CLES-NOUVELLES
           END-IF.

       TERMINER-DEDOUBLONNAGE-TRI.
           CLOSE F-DED-DECISIONS
           CALL "CBL_DELETE_FILE" USING WS-NOM-FICHIER-DECISIONS
               RETURNING WS-DELETE-RC
           END-CALL.

       DETECTER-RESTART.
           ACCEPT WS-ENV-RESTART FROM ENVIRONMENT "RESTART"
                   ELSE
                       MOVE 0 TO WS-NB-LIGNES-ANNEXES
                   END-IF
                   IF REC-CKPT-NB-SUSPECTES IS NUMERIC
                       MOVE REC-CKPT-NB-SUSPECTES TO WS-NB-SUSPECTES
                   ELSE
                       MOVE 0 TO WS-NB-SUSPECTES
                   END-IF
                   IF REC-CKPT-NB-EXCLUSIONS IS NUMERIC
                       MOVE REC-CKPT-NB-EXCLUSIONS TO WS-NB-EXCLUSIONS
                   ELSE
                       MOVE 0 TO WS-NB-EXCLUSIONS
                   END-IF
                   IF REC-CKPT-NB-BLOCS IS NUMERIC
                       MOVE REC-CKPT-NB-BLOCS TO WS-NB-BLOCS
                   ELSE
                       MOVE 0 TO WS-NB-BLOCS
                   END-IF
                   IF REC-CKPT-NB-ECARTS-CARREZ IS NUMERIC
                       MOVE REC-CKPT-NB-ECARTS-CARREZ
                           TO WS-NB-ECARTS-CARREZ
                   ELSE
                       MOVE 0 TO WS-NB-ECARTS-CARREZ
                   END-IF
               END-IF
               CLOSE F-CKPT
           ELSE
           END-STRING
           PERFORM ECRIRE-RAPPORT.

       AFFICHER-CORRECTIONS.
           MOVE 0 TO WS-NB-CORR-APPLIQUEES
           MOVE 0 TO WS-CORR-J
           PERFORM VARYING WS-CORR-I FROM 1 BY 1
                   UNTIL WS-CORR-I > WS-NB-CORRECTIONS
               IF WS-CORR-ETAT (WS-CORR-I) = 'N'
                   ADD 1 TO WS-CORR-J
               ELSE
                   ADD 1 TO WS-NB-CORR-APPLIQUEES
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "Corrections analystes ("
                   FUNCTION TRIM(WS-NOM-FICHIER-CORR) ") :"
           MOVE SPACES TO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-RAPPORT
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING "Corrections analystes ("  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-FICHIER-CORR) DELIMITED BY SIZE
                  ") :"                      DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING
           PERFORM ECRIRE-RAPPORT

           MOVE SPACES TO WS-LIGNE-RAPPORT
           MOVE 1 TO WS-POINTEUR-LIGNE
           MOVE WS-NB-CORR-APPLIQUEES TO WS-NB-EDITE
           STRING "  appliquees : "          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           MOVE WS-CORR-J TO WS-NB-EDITE
           STRING ", mutation non trouvee : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           MOVE WS-NB-CORR-IGNOREES TO WS-NB-EDITE
           STRING ", lignes invalides ignorees : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING)
           PERFORM ECRIRE-RAPPORT

           PERFORM ECRIRE-LIGNE-CORRECTION
               VARYING WS-CORR-I FROM 1 BY 1
               UNTIL WS-CORR-I > WS-NB-CORRECTIONS

           IF WS-MODE-RESTART = 'Y'
           AND WS-CORR-J > 0
               MOVE SPACES TO WS-LIGNE-RAPPORT
               STRING "  *** REPRISE CHECKPOINT : LES MUTATIONS "
                          DELIMITED BY SIZE
                      "TRAITEES AVANT LA REPRISE FIGURENT EN NON "
                          DELIMITED BY SIZE
                      "TROUVEES ***" DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
               END-STRING
               DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING)
               PERFORM ECRIRE-RAPPORT
           END-IF.

       ECRIRE-LIGNE-CORRECTION.
           MOVE SPACES TO WS-LIGNE-RAPPORT
           EVALUATE WS-CORR-ETAT (WS-CORR-I)
               WHEN 'A'
                   MOVE "  APPLIQUEE    " TO WS-LIGNE-RAPPORT
               WHEN 'E'
                   MOVE "  SANS OBJET   " TO WS-LIGNE-RAPPORT
               WHEN OTHER
                   MOVE "  NON TROUVEE  " TO WS-LIGNE-RAPPORT
           END-EVALUATE
           MOVE 16 TO WS-POINTEUR-LIGNE
           STRING FUNCTION TRIM(WS-CORR-CLE (WS-CORR-I))
                      DELIMITED BY SIZE
                  " "  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CORR-ACTION (WS-CORR-I))
                      DELIMITED BY SIZE
                  " "  DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           IF WS-CORR-AVANT (WS-CORR-I) NOT = SPACES
               STRING FUNCTION TRIM(WS-CORR-AVANT (WS-CORR-I))
                          DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                   WITH POINTER WS-POINTEUR-LIGNE
               END-STRING
           END-IF
           IF WS-CORR-VALEUR (WS-CORR-I) NOT = SPACES
               STRING FUNCTION TRIM(WS-CORR-VALEUR (WS-CORR-I))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                   WITH POINTER WS-POINTEUR-LIGNE
               END-STRING
           END-IF
           STRING "motif " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CORR-MOTIF (WS-CORR-I))
                      DELIMITED BY SIZE
                  " analyste " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CORR-ANALYSTE (WS-CORR-I))
                      DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT TRAILING)
           PERFORM ECRIRE-RAPPORT.

       VERIFIER-CHECKPOINT.
           IF WS-MODE-BATCH = 'N'
           AND FUNCTION MOD(WS-NB-RECORDS, WS-CKPT-INTERVALLE) = 0
           MOVE WS-NB-VAL-BLANCHE TO REC-CKPT-NB-VAL-BLANCHE
           MOVE WS-NB-DOUBLONS TO REC-CKPT-NB-DOUBLONS
           MOVE WS-NB-LIGNES-ANNEXES TO REC-CKPT-NB-ANNEXES
           MOVE WS-NB-SUSPECTES TO REC-CKPT-NB-SUSPECTES
           MOVE WS-NB-EXCLUSIONS TO REC-CKPT-NB-EXCLUSIONS
           MOVE WS-NB-BLOCS TO REC-CKPT-NB-BLOCS
           MOVE WS-NB-ECARTS-CARREZ TO REC-CKPT-NB-ECARTS-CARREZ

           OPEN OUTPUT F-CKPT
           WRITE REC-CKPT
           MOVE "Dependance" TO WS-TYPE-LIBELLE (4)
           MOVE "Autres" TO WS-TYPE-LIBELLE (5).

       INITIALISER-TYPOLOGIE.
           MOVE "T1" TO WS-TYPO-LIBELLE (1)
           MOVE "T2" TO WS-TYPO-LIBELLE (2)
           MOVE "T3" TO WS-TYPO-LIBELLE (3)
           MOVE "T4" TO WS-TYPO-LIBELLE (4)
           MOVE "T5 et plus" TO WS-TYPO-LIBELLE (5)
           MOVE "plusieurs logements" TO WS-TYPO-LIBELLE (6)
           MOVE "pieces non renseignees" TO WS-TYPO-LIBELLE (7)

           MOVE "hors copropriete (0 lot)" TO WS-LOTS-LIBELLE (1)
           MOVE "1 lot" TO WS-LOTS-LIBELLE (2)
           MOVE "2 lots" TO WS-LOTS-LIBELLE (3)
           MOVE "3 a 5 lots" TO WS-LOTS-LIBELLE (4)
           MOVE "6 a 10 lots" TO WS-LOTS-LIBELLE (5)
           MOVE "plus de 10 lots" TO WS-LOTS-LIBELLE (6).

       AFFICHER-REPARTITION-TYPES.
           DISPLAY "Repartition par type de local :"
           MOVE "Repartition par type de local :"
               END-RETURN
           END-PERFORM.

       AFFICHER-TYPOLOGIE.
           PERFORM VARYING WS-TYPO-L FROM 1 BY 1 UNTIL WS-TYPO-L > 2
               PERFORM VARYING WS-TYPO-C FROM 1 BY 1
                       UNTIL WS-TYPO-C > 7
                   MOVE 0 TO WS-TYPO-COMPTEUR (WS-TYPO-L, WS-TYPO-C)
                   COMPUTE WS-TYPO-POS-MED (WS-TYPO-L, WS-TYPO-C) =
                       FUNCTION INTEGER(
                           (WS-TYPO-NB (WS-TYPO-L, WS-TYPO-C) + 1) / 2)
                   IF WS-TYPO-POS-MED (WS-TYPO-L, WS-TYPO-C) < 1
                       MOVE 1 TO WS-TYPO-POS-MED (WS-TYPO-L, WS-TYPO-C)
                   END-IF
               END-PERFORM
           END-PERFORM

           SORT F-TYPO-WORK
               ON ASCENDING KEY TYPO-WORK-LOGEMENT
                                TYPO-WORK-CLASSE
                                TYPO-WORK-VALEUR
               USING F-TRI-TYPO
               OUTPUT PROCEDURE IS CALCULER-MEDIANES-TYPOLOGIE

           DISPLAY "Typologie des logements (prix en EUR) :"
           MOVE "Typologie des logements (prix en EUR) :"
               TO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-RAPPORT

           PERFORM VARYING WS-TYPO-L FROM 1 BY 1 UNTIL WS-TYPO-L > 2
               PERFORM VARYING WS-TYPO-C FROM 1 BY 1
                       UNTIL WS-TYPO-C > 7
                   IF WS-TYPO-NB (WS-TYPO-L, WS-TYPO-C) > 0
                       PERFORM ECRIRE-LIGNE-TYPOLOGIE
                   END-IF
               END-PERFORM
           END-PERFORM.

       CALCULER-MEDIANES-TYPOLOGIE.
           MOVE 'N' TO WS-TYPO-EOF
           PERFORM UNTIL WS-TYPO-EOF = 'Y'
               RETURN F-TYPO-WORK
                   AT END
                       MOVE 'Y' TO WS-TYPO-EOF
                   NOT AT END
                       MOVE TYPO-WORK-LOGEMENT TO WS-TYPO-L
                       MOVE TYPO-WORK-CLASSE TO WS-TYPO-C
                       IF WS-TYPO-L >= 1 AND WS-TYPO-L <= 2
                       AND WS-TYPO-C >= 1 AND WS-TYPO-C <= 7
                           ADD 1 TO
                             WS-TYPO-COMPTEUR (WS-TYPO-L, WS-TYPO-C)
                           IF WS-TYPO-COMPTEUR (WS-TYPO-L, WS-TYPO-C) =
                              WS-TYPO-POS-MED (WS-TYPO-L, WS-TYPO-C)
                               MOVE TYPO-WORK-VALEUR TO
                                 WS-TYPO-MEDIANE (WS-TYPO-L, WS-TYPO-C)
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

       ECRIRE-LIGNE-TYPOLOGIE.
           MOVE SPACES TO WS-LIGNE-RAPPORT
           MOVE 1 TO WS-POINTEUR-LIGNE
           MOVE WS-TYPO-NB (WS-TYPO-L, WS-TYPO-C) TO WS-NB-EDITE
           MOVE WS-TYPO-MEDIANE (WS-TYPO-L, WS-TYPO-C)
               TO WS-VALEUR-EDITE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TYPE-LIBELLE (WS-TYPO-L))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TYPO-LIBELLE (WS-TYPO-C))
                      DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
                  " transaction(s), mediane " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALEUR-EDITE) DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
               WITH POINTER WS-POINTEUR-LIGNE
           END-STRING

           IF WS-TYPO-NB-PIECES (WS-TYPO-L, WS-TYPO-C) > 0
               COMPUTE WS-PRIX-PIECE ROUNDED =
                   WS-TYPO-MONTANT-PIECES (WS-TYPO-L, WS-TYPO-C) /
                   WS-TYPO-NB-PIECES (WS-TYPO-L, WS-TYPO-C)
               MOVE WS-PRIX-PIECE TO WS-PRIX-PIECE-EDITE
               STRING ", " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRIX-PIECE-EDITE)
                          DELIMITED BY SIZE
                      " EUR/piece" DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                   WITH POINTER WS-POINTEUR-LIGNE
               END-STRING
           END-IF

           IF WS-TYPO-SURFACE (WS-TYPO-L, WS-TYPO-C) > 0
               COMPUTE WS-PRIX-M2 ROUNDED =
                   WS-TYPO-MONTANT-SURF (WS-TYPO-L, WS-TYPO-C) /
                   WS-TYPO-SURFACE (WS-TYPO-L, WS-TYPO-C)
               MOVE WS-PRIX-M2 TO WS-PRIX-M2-EDITE
               STRING ", " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRIX-M2-EDITE)
                          DELIMITED BY SIZE
                      " EUR/m2" DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT
                   WITH POINTER WS-POINTEUR-LIGNE
               END-STRING
           END-IF

           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT)
           PERFORM ECRIRE-RAPPORT.

       AFFICHER-COPROPRIETE.
           DISPLAY "Repartition par nombre de lots vendus :"
           MOVE "Repartition par nombre de lots vendus :"
               TO WS-LIGNE-RAPPORT
           PERFORM ECRIRE-RAPPORT

           PERFORM VARYING WS-LOTS-IDX FROM 1 BY 1
                   UNTIL WS-LOTS-IDX > 6
               IF WS-LOTS-NB (WS-LOTS-IDX) > 0
                   MOVE WS-LOTS-NB (WS-LOTS-IDX) TO WS-NB-EDITE
                   MOVE FUNCTION INTEGER(
                       WS-LOTS-MONTANT (WS-LOTS-IDX) / 1000000)
                       TO WS-MONTANT-EDITE
                   MOVE WS-LOTS-NB-LOGEMENTS (WS-LOTS-IDX)
                       TO WS-VALEUR-EDITE
                   MOVE SPACES TO WS-LIGNE-RAPPORT
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LOTS-LIBELLE (WS-LOTS-IDX))
                              DELIMITED BY SIZE
                          " : "                   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
                          " transaction(s), "      DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MONTANT-EDITE)
                              DELIMITED BY SIZE
                          " M EUR, "               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VALEUR-EDITE)
                              DELIMITED BY SIZE
                          " logement(s)"           DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                   END-STRING
                   DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT)
                   PERFORM ECRIRE-RAPPORT
               END-IF
           END-PERFORM

           MOVE WS-SEUIL-ECART-CARREZ TO WS-QUAL-SEUIL-EDITE
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING "Controle surface Carrez / surface reelle bati "
                      DELIMITED BY SIZE
                  "(seuil " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUAL-SEUIL-EDITE) DELIMITED BY SIZE
                  " %) :" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT)
           PERFORM ECRIRE-RAPPORT

           MOVE WS-NB-COPRO-CARREZ TO WS-NB-EDITE
           MOVE WS-NB-ECARTS-CARREZ TO WS-VALEUR-EDITE
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NB-EDITE) DELIMITED BY SIZE
                  " mutation(s) avec surface Carrez, "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VALEUR-EDITE) DELIMITED BY SIZE
                  " ecart(s) au-dela du seuil" DELIMITED BY SIZE
               INTO WS-LIGNE-RAPPORT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-LIGNE-RAPPORT)
           PERFORM ECRIRE-RAPPORT

           IF WS-NB-ECARTS-CARREZ > 0
               DISPLAY "  Detail : data/ecarts_carrez.txt"
               MOVE "  Detail : data/ecarts_carrez.txt"
                   TO WS-LIGNE-RAPPORT
               PERFORM ECRIRE-RAPPORT
           END-IF.

       AFFICHER-TERRAIN.
           DISPLAY "Marche foncier (terrains) :"
           MOVE "Marche foncier (terrains) :" TO WS-LIGNE-RAPPORT
               END-STRING
               MOVE WS-PRIX-INT TO WS-PRIX-LIGNE

               IF WS-PASSE-TRI = 'O'
                   PERFORM NOTER-BLOC-TRI
               ELSE
                   PERFORM RATTACHER-LIGNE-MUTATION
               END-IF
           END-IF.

       RATTACHER-LIGNE-MUTATION.
           IF WS-MUT-EN-COURS = 'Y'
           AND WS-CLE-MUTATION = WS-MUT-CLE
               ADD 1 TO WS-NB-LIGNES-ANNEXES
               PERFORM AJOUTER-LIGNE-MUTATION
           ELSE
               IF WS-MUT-EN-COURS = 'Y'
                   PERFORM FINALISER-MUTATION
               END-IF

               IF WS-CLE-MUTATION = WS-CLE-PRECEDENTE
                   ADD 1 TO WS-NB-DOUBLONS
               ELSE
                   MOVE WS-CLE-MUTATION TO WS-CLE-PRECEDENTE
                   ADD 1 TO WS-NB-BLOCS
                   IF WS-MODE-TRI = 'O'
                       PERFORM CONSULTER-DECISION-TRI
                   ELSE
                       PERFORM RECHERCHER-MUTATION
                       IF WS-MUT-TROUVEE = 'O'
                       AND WS-MUT-VUE-ORIGINE (WS-MUT-IDX) = 'P'
                           MOVE 'R' TO WS-MUT-VUE-ORIGINE (WS-MUT-IDX)
                           MOVE WS-MUT-VUE-EMPREINTE (WS-MUT-IDX)
                               TO WS-EMP-ANCIENNE
                           MOVE 'R' TO WS-MUT-TROUVEE
                       END-IF
                   END-IF

                   IF WS-MUT-TROUVEE = 'O'
                       ADD 1 TO WS-NB-DOUBLONS
                   END-IF

                   IF WS-MUT-TROUVEE = 'P'
                       DISPLAY "*** ERREUR FATALE : TABLE DE "
                               "DEDUPLICATION DES MUTATIONS "
                               "SATUREE (capacite "
                               WS-MUT-HASH-ALERTE
                               ") - RELANCER AVEC "
                               "MODE_DEDOUBLONNAGE=TRI ***"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF

                   IF WS-MUT-TROUVEE = 'N'
                       IF WS-MODE-TRI = 'N'
                           ADD 1 TO WS-NB-MUTATIONS-VUES
                           MOVE WS-CLE-MUTATION
                               TO WS-MUT-VUE-CLE (WS-MUT-IDX)
                           MOVE 'R' TO WS-MUT-VUE-ORIGINE (WS-MUT-IDX)
                       END-IF
                       MOVE 'N' TO WS-MUT-REVISION
                       PERFORM OUVRIR-MUTATION
                   END-IF

                   IF WS-MUT-TROUVEE = 'R'
                       MOVE 'O' TO WS-MUT-REVISION
                       PERFORM OUVRIR-MUTATION
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-MUT-TERRAIN
           MOVE 0 TO WS-MUT-NB-LOCAUX
           MOVE 0 TO WS-MUT-NB-CULTURES
           MOVE 0 TO WS-MUT-NB-PARCELLES
           MOVE 0 TO WS-MUT-NB-LOTS
           MOVE 0 TO WS-MUT-NB-PIECES
           MOVE 0 TO WS-MUT-CARREZ
           MOVE 0 TO WS-MUT-SURF-CARREZ
           MOVE 0 TO WS-MUT-NB-ENS-LOTS
           PERFORM VARYING WS-MUT-TYPE-LIGNE FROM 1 BY 1
                   UNTIL WS-MUT-TYPE-LIGNE > 5
               MOVE 0 TO WS-MUT-NB-TYPE (WS-MUT-TYPE-LIGNE)
           END-PERFORM

           MOVE 'N' TO WS-MUT-EXCLUE
           MOVE 0 TO WS-MUT-CORR-PREMIERE
           IF WS-NB-CORRECTIONS > 0
               PERFORM RECHERCHER-CORRECTION
               IF WS-MUT-CORR-PREMIERE > 0
                   PERFORM APPLIQUER-CORRECTIONS-OUVERTURE
               END-IF
           END-IF

           IF WS-MUT-REVISION = 'N'
               PERFORM COMPTER-MUTATION
           END-IF

           IF WS-MODE-CLES = 'Y'
               PERFORM NOTER-PERIMETRE-LIVRAISON
           END-IF

           PERFORM AJOUTER-LIGNE-MUTATION.

       COMPTER-MUTATION.
           IF WS-MUT-EXCLUE = 'O'
               ADD 1 TO WS-NB-EXCLUSIONS
           ELSE
               ADD 1 TO WS-NB-TRANSACTIONS
               ADD WS-MUT-VALEUR TO WS-TOTAL-VENTES

               EVALUATE WS-MUT-NATURE
                   WHEN "Vente"
                       SET WS-NAT-IDX TO 1
                   WHEN "Vente en l'état futur d'achèvement"
                       SET WS-NAT-IDX TO 2
                   WHEN "Adjudication"
                       SET WS-NAT-IDX TO 3
                   WHEN "Expropriation"
                       SET WS-NAT-IDX TO 4
                   WHEN "Echange"
                       SET WS-NAT-IDX TO 5
                   WHEN OTHER
                       SET WS-NAT-IDX TO 6
               END-EVALUATE

               ADD 1 TO WS-NATURE-NB (WS-NAT-IDX)
               ADD WS-MUT-VALEUR TO WS-NATURE-MONTANT (WS-NAT-IDX)
           END-IF.

       NOTER-PERIMETRE-LIVRAISON.
           IF WS-MUT-DATE-AAAAMMJJ < WS-REV-DATE-MIN
               MOVE WS-MUT-DATE-AAAAMMJJ TO WS-REV-DATE-MIN
           END-IF
           IF WS-MUT-DATE-AAAAMMJJ > WS-REV-DATE-MAX
               MOVE WS-MUT-DATE-AAAAMMJJ TO WS-REV-DATE-MAX
           END-IF

           PERFORM VARYING WS-REV-DEPT-I FROM 1 BY 1
                   UNTIL WS-REV-DEPT-I > WS-NB-REV-DEPTS
                      OR WS-REV-DEPT-CODE (WS-REV-DEPT-I) = WS-MUT-DEPT
               CONTINUE
           END-PERFORM

           IF WS-REV-DEPT-I > WS-NB-REV-DEPTS
           AND WS-NB-REV-DEPTS < 120
               ADD 1 TO WS-NB-REV-DEPTS
               MOVE WS-MUT-DEPT TO WS-REV-DEPT-CODE (WS-NB-REV-DEPTS)
           END-IF.

       AJOUTER-LIGNE-MUTATION.
           EVALUATE FUNCTION TRIM(WS-FIELD (37))
               WHEN "Maison"
           END-IF
           ADD WS-SURFACE-INT TO WS-MUT-SURFACE

           PERFORM NOTER-LOTS-LIGNE

           MOVE 0 TO WS-TERRAIN-INT
           IF WS-FIELD (43) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-FIELD (43)) = 0
           END-IF
           ADD WS-TERRAIN-INT TO WS-MUT-TERRAIN

           IF WS-FIELD (22) NOT = SPACES
           AND WS-FIELD (23) NOT = SPACES
               PERFORM NOTER-PARCELLE-MUTATION
           END-IF

           IF WS-FIELD (41) NOT = SPACES
               PERFORM VARYING WS-MUT-CULT-I FROM 1 BY 1
                       UNTIL WS-MUT-CULT-I > WS-MUT-NB-CULTURES
               END-IF
           END-IF.

       NOTER-LOTS-LIGNE.
      * Les champs de lots (25 a 35) sont repetes sur chaque local
      * d'une meme disposition et parcelle : un ensemble de lots
      * n'est compte qu'une fois par mutation.
           PERFORM RECHERCHER-ENSEMBLE-LOTS

           IF WS-ENS-NOUVEAU = 'O'
               MOVE 0 TO WS-LOTS-LIGNE
               IF WS-FIELD (35) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-FIELD (35)) = 0
                   COMPUTE WS-LOTS-LIGNE =
                       FUNCTION NUMVAL(WS-FIELD (35))
               END-IF
               ADD WS-LOTS-LIGNE TO WS-MUT-NB-LOTS
           END-IF

           IF WS-MUT-TYPE-LIGNE = 1 OR WS-MUT-TYPE-LIGNE = 2
               MOVE 0 TO WS-PIECES-LIGNE
               IF WS-FIELD (40) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-FIELD (40)) = 0
                   COMPUTE WS-PIECES-LIGNE =
                       FUNCTION NUMVAL(WS-FIELD (40))
               END-IF
               ADD WS-PIECES-LIGNE TO WS-MUT-NB-PIECES
           END-IF

           MOVE 0 TO WS-CARREZ-SURFACE
           PERFORM VARYING WS-CARREZ-I FROM 26 BY 2
                   UNTIL WS-CARREZ-I > 34
               IF WS-FIELD (WS-CARREZ-I) NOT = SPACES
                   MOVE WS-FIELD (WS-CARREZ-I) TO WS-CARREZ-CHAMP
                   INSPECT WS-CARREZ-CHAMP REPLACING ALL "," BY "."
                   IF FUNCTION TEST-NUMVAL(WS-CARREZ-CHAMP) = 0
                       COMPUTE WS-CARREZ-LIGNE =
                           FUNCTION NUMVAL(WS-CARREZ-CHAMP)
                       ADD WS-CARREZ-LIGNE TO WS-CARREZ-SURFACE
                   END-IF
               END-IF
           END-PERFORM

      * La surface bati comparee a la surface Carrez est celle des
      * logements : une dependance porte une surface bati nulle.
           IF WS-CARREZ-SURFACE > 0
               IF WS-ENS-NOUVEAU = 'O'
                   ADD WS-CARREZ-SURFACE TO WS-MUT-CARREZ
               END-IF
               IF WS-MUT-TYPE-LIGNE = 1 OR WS-MUT-TYPE-LIGNE = 2
                   ADD WS-SURFACE-INT TO WS-MUT-SURF-CARREZ
               END-IF
           END-IF.

       RECHERCHER-ENSEMBLE-LOTS.
           MOVE SPACES TO WS-ENS-LOTS-TRAVAIL
           MOVE FUNCTION TRIM(WS-FIELD (21)) TO WS-ENS-PREFIXE
           MOVE FUNCTION TRIM(WS-FIELD (22)) TO WS-ENS-SECTION
           MOVE FUNCTION TRIM(WS-FIELD (23)) TO WS-ENS-PLAN
           MOVE FUNCTION TRIM(WS-FIELD (25)) TO WS-ENS-LOT (1)
           MOVE FUNCTION TRIM(WS-FIELD (27)) TO WS-ENS-LOT (2)
           MOVE FUNCTION TRIM(WS-FIELD (29)) TO WS-ENS-LOT (3)
           MOVE FUNCTION TRIM(WS-FIELD (31)) TO WS-ENS-LOT (4)
           MOVE FUNCTION TRIM(WS-FIELD (33)) TO WS-ENS-LOT (5)
           MOVE FUNCTION TRIM(WS-FIELD (35)) TO WS-ENS-NB-LOTS

           PERFORM VARYING WS-ENS-I FROM 1 BY 1
                   UNTIL WS-ENS-I > WS-MUT-NB-ENS-LOTS
                      OR WS-MUT-ENS-LOTS (WS-ENS-I) =
                         WS-ENS-LOTS-TRAVAIL
               CONTINUE
           END-PERFORM

           IF WS-ENS-I > WS-MUT-NB-ENS-LOTS
               MOVE 'O' TO WS-ENS-NOUVEAU
               IF WS-MUT-NB-ENS-LOTS < 20
                   ADD 1 TO WS-MUT-NB-ENS-LOTS
                   MOVE WS-ENS-LOTS-TRAVAIL
                       TO WS-MUT-ENS-LOTS (WS-MUT-NB-ENS-LOTS)
               END-IF
           ELSE
               MOVE 'N' TO WS-ENS-NOUVEAU
           END-IF.

       FINALISER-MUTATION.
           PERFORM DETERMINER-TYPE-PRINCIPAL

           MOVE SPACES TO WS-REV-STATUT
           IF WS-MODE-CLES = 'Y'
               PERFORM CLASSER-REVISION
           END-IF

           IF WS-MUT-REVISION = 'O'
           AND WS-REV-STATUT NOT = "CORRIGEE"
               ADD WS-MUT-NB-LOCAUX TO WS-NB-DOUBLONS
               COMPUTE WS-NB-LIGNES-ANNEXES =
                   WS-NB-LIGNES-ANNEXES - WS-MUT-NB-LOCAUX + 1
           ELSE
               IF WS-MUT-REVISION = 'O'
                   PERFORM COMPTER-MUTATION
               END-IF
               IF WS-MUT-EXCLUE = 'N'
                   PERFORM CUMULER-MUTATION
               END-IF
           END-IF

           MOVE 'N' TO WS-MUT-EN-COURS.

       DETERMINER-TYPE-PRINCIPAL.
           EVALUATE TRUE
               WHEN WS-MUT-NB-TYPE (1) > 0
                   MOVE 1 TO WS-MUT-TYPE-PRINCIPAL
                   MOVE 4 TO WS-MUT-TYPE-PRINCIPAL
           END-EVALUATE

           IF WS-MUT-CORR-PREMIERE > 0
               PERFORM APPLIQUER-CORRECTIONS-TYPE
           END-IF.

       CLASSER-REVISION.
           IF WS-MUT-REVISION = 'N'
               MOVE SPACES TO WS-EMP-ANCIENNE
           END-IF

           MOVE SPACES TO WS-EMP-NOUVELLE
           STRING FUNCTION TRIM(WS-MUT-DEPT) DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MUT-CODE-COMMUNE) DELIMITED BY SIZE
               INTO WS-EMPN-COMMUNE
           END-STRING
           MOVE WS-MUT-DATE-AAAAMMJJ TO WS-EMPN-DATE
           MOVE WS-MUT-VALEUR TO WS-EMPN-VALEUR
           MOVE WS-MUT-SURFACE TO WS-EMPN-SURFACE
           MOVE WS-MUT-TYPE-PRINCIPAL TO WS-EMPN-TYPE
           IF WS-MUT-EXCLUE = 'O'
               MOVE 'N' TO WS-EMPN-CUMULEE
           ELSE
               MOVE 'O' TO WS-EMPN-CUMULEE
           END-IF

           MOVE WS-MUT-CLE TO WS-REV-CLE
           MOVE SPACES TO WS-REV-CHAMPS
           EVALUATE TRUE
               WHEN WS-MUT-REVISION = 'N'
                   MOVE "NOUVELLE" TO WS-REV-STATUT
                   ADD 1 TO WS-NB-REV-NOUVELLES
               WHEN WS-EMPA-CUMULEE NOT = 'O' AND NOT = 'N'
               WHEN WS-EMPA-VALEUR NOT NUMERIC
               WHEN WS-EMPA-SURFACE NOT NUMERIC
               WHEN WS-EMPA-TYPE NOT NUMERIC
                   MOVE SPACES TO WS-EMP-ANCIENNE
                   MOVE "INITIALISEE" TO WS-REV-STATUT
                   ADD 1 TO WS-NB-REV-INCHANGEES
               WHEN OTHER
                   PERFORM COMPARER-EMPREINTES
                   IF WS-REV-CHAMPS = SPACES
                       MOVE "INCHANGEE" TO WS-REV-STATUT
                       ADD 1 TO WS-NB-REV-INCHANGEES
                   ELSE
                       MOVE "CORRIGEE" TO WS-REV-STATUT
                       ADD 1 TO WS-NB-REV-CORRIGEES
                       IF WS-EMPA-CUMULEE = 'O'
                           PERFORM ANNULER-HISTORIQUE
                       END-IF
                   END-IF
           END-EVALUATE

           PERFORM ECRIRE-REVISION

           MOVE WS-MUT-CLE TO REC-CLN-MUTATION
           MOVE WS-EMP-NOUVELLE TO REC-CLN-EMPREINTE
           WRITE REC-CLE-NOUVEAU
           ADD 1 TO WS-NB-CLES-NOUVELLES.

       COMPARER-EMPREINTES.
           MOVE 1 TO WS-REV-POINTEUR
           IF WS-EMPA-COMMUNE NOT = WS-EMPN-COMMUNE
               STRING "COMMUNE " DELIMITED BY SIZE
                   INTO WS-REV-CHAMPS WITH POINTER WS-REV-POINTEUR
               END-STRING
           END-IF
           IF WS-EMPA-VALEUR NOT = WS-EMPN-VALEUR
               STRING "VALEUR " DELIMITED BY SIZE
                   INTO WS-REV-CHAMPS WITH POINTER WS-REV-POINTEUR
               END-STRING
           END-IF
           IF WS-EMPA-TYPE NOT = WS-EMPN-TYPE
               STRING "TYPE " DELIMITED BY SIZE
                   INTO WS-REV-CHAMPS WITH POINTER WS-REV-POINTEUR
               END-STRING
           END-IF
           IF WS-EMPA-SURFACE NOT = WS-EMPN-SURFACE
               STRING "SURFACE " DELIMITED BY SIZE
                   INTO WS-REV-CHAMPS WITH POINTER WS-REV-POINTEUR
               END-STRING
           END-IF
           IF WS-EMPA-CUMULEE NOT = WS-EMPN-CUMULEE
               STRING "EXCLUSION " DELIMITED BY SIZE
                   INTO WS-REV-CHAMPS WITH POINTER WS-REV-POINTEUR
               END-STRING
           END-IF.

       ANNULER-HISTORIQUE.
           ADD 1 TO WS-NB-ANNULATIONS
           ADD WS-EMPA-VALEUR TO WS-MONTANT-ANNULATIONS
           PERFORM RETIRER-PARCELLES-MUTATION

           IF WS-NB-ANNUL >= 100000
               MOVE 'Y' TO WS-ANNUL-SATURE
           ELSE
               MOVE WS-EMPA-COMMUNE TO WS-CLE-COMMUNE
               MOVE WS-EMPA-DATE TO WS-MUT-DATE-AAAAMMJJ
               IF WS-NB-FUSIONS > 0
                   PERFORM APPLIQUER-FUSION-COMMUNE
               END-IF

               ADD 1 TO WS-NB-ANNUL
               MOVE WS-CLE-COMMUNE TO WS-ANNUL-COMMUNE (WS-NB-ANNUL)
               MOVE WS-EMPA-DATE (1:6) TO WS-ANNUL-MOIS (WS-NB-ANNUL)
               MOVE 1 TO WS-ANNUL-NB (WS-NB-ANNUL)
               MOVE WS-EMPA-VALEUR TO WS-ANNUL-MONTANT (WS-NB-ANNUL)
               MOVE WS-EMPA-SURFACE TO WS-ANNUL-SURFACE (WS-NB-ANNUL)
               PERFORM VARYING WS-HIST-TYPE-I FROM 1 BY 1
                       UNTIL WS-HIST-TYPE-I > 5
                   MOVE 0 TO WS-ANNUL-TYPE-NB-SURF
                                 (WS-NB-ANNUL, WS-HIST-TYPE-I)
                   MOVE 0 TO WS-ANNUL-TYPE-MONTANT-SURF
                                 (WS-NB-ANNUL, WS-HIST-TYPE-I)
                   MOVE 0 TO WS-ANNUL-TYPE-SURFACE
                                 (WS-NB-ANNUL, WS-HIST-TYPE-I)
               END-PERFORM
               IF WS-EMPA-SURFACE > 0
               AND WS-EMPA-TYPE > 0
               AND WS-EMPA-TYPE < 6
                   MOVE 1 TO WS-ANNUL-TYPE-NB-SURF
                                 (WS-NB-ANNUL, WS-EMPA-TYPE)
                   MOVE WS-EMPA-VALEUR TO WS-ANNUL-TYPE-MONTANT-SURF
                                 (WS-NB-ANNUL, WS-EMPA-TYPE)
                   MOVE WS-EMPA-SURFACE TO WS-ANNUL-TYPE-SURFACE
                                 (WS-NB-ANNUL, WS-EMPA-TYPE)
               END-IF
           END-IF.

       ECRIRE-REVISION.
           MOVE SPACES TO REC-REVISION
           MOVE WS-REV-CLE TO REC-REV-CLE
           MOVE WS-REV-STATUT TO REC-REV-STATUT
           MOVE 0 TO REC-REV-ANC-VALEUR
           MOVE 0 TO REC-REV-ANC-SURFACE
           MOVE 0 TO REC-REV-NOU-VALEUR
           MOVE 0 TO REC-REV-NOU-SURFACE

           IF WS-EMPA-CUMULEE = 'O' OR 'N'
               MOVE WS-EMPA-COMMUNE TO REC-REV-ANC-COMMUNE
               MOVE WS-EMPA-VALEUR TO REC-REV-ANC-VALEUR
               MOVE WS-EMPA-SURFACE TO REC-REV-ANC-SURFACE
               IF WS-EMPA-TYPE > 0 AND WS-EMPA-TYPE < 6
                   MOVE WS-TYPE-LIBELLE (WS-EMPA-TYPE)
                       TO REC-REV-ANC-TYPE
               END-IF
           END-IF

           IF WS-REV-STATUT NOT = "RETIREE"
               MOVE WS-EMPN-COMMUNE TO REC-REV-NOU-COMMUNE
               MOVE WS-EMPN-VALEUR TO REC-REV-NOU-VALEUR
               MOVE WS-EMPN-SURFACE TO REC-REV-NOU-SURFACE
               IF WS-EMPN-TYPE > 0 AND WS-EMPN-TYPE < 6
                   MOVE WS-TYPE-LIBELLE (WS-EMPN-TYPE)
                       TO REC-REV-NOU-TYPE
               END-IF
           END-IF

           MOVE WS-REV-CHAMPS TO REC-REV-CHAMPS
           WRITE REC-REVISION.

       CUMULER-MUTATION.
           SET WS-TYPE-IDX TO WS-MUT-TYPE-PRINCIPAL
           MOVE WS-MUT-VALEUR TO WS-PRIX-INT
           MOVE WS-MUT-ANNEE-MOIS TO WS-ANNEE-MOIS
           PERFORM CUMULER-GEOGRAPHIE
           PERFORM CUMULER-SURFACE
           PERFORM CUMULER-TERRAIN
           PERFORM CUMULER-TYPOLOGIE
           PERFORM CUMULER-LOTS
           PERFORM CUMULER-HISTORIQUE

           IF WS-MUT-CARREZ > 0
           AND WS-MUT-SURF-CARREZ > 0
               PERFORM CONTROLER-CARREZ
           END-IF

           IF WS-CTRL-PRIX = 'O'
           AND WS-PRIX-INT > 0
           AND WS-SURFACE-INT > 0
               PERFORM CONTROLER-PRIX-SUSPECT
           END-IF

           PERFORM ECRIRE-EXTRAIT

           PERFORM ECRIRE-PARCELLES-MUTATION
               VARYING WS-PARC-I FROM 1 BY 1
               UNTIL WS-PARC-I > WS-MUT-NB-PARCELLES.

       NOTER-PARCELLE-MUTATION.
           MOVE SPACES TO WS-PARC-CLE-TRAVAIL
           MOVE WS-MUT-DEPT TO WS-PARC-DEPT

           IF FUNCTION TEST-NUMVAL(WS-MUT-CODE-COMMUNE) = 0
               COMPUTE WS-PARC-NUM =
                   FUNCTION NUMVAL(WS-MUT-CODE-COMMUNE)
               MOVE WS-PARC-NUM (2:3) TO WS-PARC-COMMUNE
           ELSE
               MOVE WS-MUT-CODE-COMMUNE TO WS-PARC-COMMUNE
           END-IF

           IF WS-FIELD (21) = SPACES
               MOVE "000" TO WS-PARC-PREFIXE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-FIELD (21)) = 0
                   COMPUTE WS-PARC-NUM = FUNCTION NUMVAL(WS-FIELD (21))
                   MOVE WS-PARC-NUM (2:3) TO WS-PARC-PREFIXE
               ELSE
                   MOVE FUNCTION TRIM(WS-FIELD (21)) TO WS-PARC-PREFIXE
               END-IF
           END-IF

           MOVE FUNCTION TRIM(WS-FIELD (22)) TO WS-PARC-SECTION
           IF WS-PARC-SECTION (2:1) = SPACE
               MOVE WS-PARC-SECTION (1:1) TO WS-PARC-SECTION (2:1)
               MOVE "0" TO WS-PARC-SECTION (1:1)
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-FIELD (23)) = 0
               COMPUTE WS-PARC-NUM = FUNCTION NUMVAL(WS-FIELD (23))
               MOVE WS-PARC-NUM TO WS-PARC-PLAN
           ELSE
               MOVE FUNCTION TRIM(WS-FIELD (23)) TO WS-PARC-PLAN
           END-IF

           PERFORM VARYING WS-PARC-I FROM 1 BY 1
                   UNTIL WS-PARC-I > WS-MUT-NB-PARCELLES
                      OR WS-MUT-PARCELLE (WS-PARC-I) =
                         WS-PARC-CLE-TRAVAIL
               CONTINUE
           END-PERFORM

           IF WS-PARC-I > WS-MUT-NB-PARCELLES
           AND WS-MUT-NB-PARCELLES < 20
               ADD 1 TO WS-MUT-NB-PARCELLES
               MOVE WS-PARC-CLE-TRAVAIL
                   TO WS-MUT-PARCELLE (WS-MUT-NB-PARCELLES)
           END-IF.

       ECRIRE-PARCELLES-MUTATION.
           MOVE WS-MUT-PARCELLE (WS-PARC-I) TO REC-PTR-CLE-PARCELLE
           MOVE WS-MUT-DATE-AAAAMMJJ TO REC-PTR-DATE
           MOVE WS-MUT-CLE TO REC-PTR-CLE-MUTATION
           MOVE WS-PRIX-INT TO REC-PTR-VALEUR
           MOVE WS-TYPE-LIBELLE (WS-MUT-TYPE-PRINCIPAL)
               TO REC-PTR-TYPE-LOCAL
           MOVE WS-MUT-SURFACE TO REC-PTR-SURFACE
           MOVE WS-MUT-NB-PARCELLES TO REC-PTR-NB-PARCELLES
           MOVE 'A' TO REC-PTR-ACTION
           WRITE REC-PARC-TRAVAIL
           ADD 1 TO WS-NB-PARC-ECRITES.

      * Retrait de l'ancienne version d'une mutation du fichier des
      * parcelles. L'empreinte ne conserve que la commune : PARCMAJ
      * retire la vente de toutes les parcelles de cette commune qui
      * la portent. Ecrit avant les ventes de la nouvelle version, le
      * retrait est applique en premier.
       RETIRER-PARCELLES-MUTATION.
           MOVE SPACES TO WS-REV-DEPT
           MOVE SPACES TO WS-REV-COMMUNE
           UNSTRING WS-EMPA-COMMUNE DELIMITED BY "-"
               INTO WS-REV-DEPT WS-REV-COMMUNE
           END-UNSTRING

           MOVE SPACES TO WS-PARC-CLE-TRAVAIL
           MOVE WS-REV-DEPT TO WS-PARC-DEPT
           IF FUNCTION TEST-NUMVAL(WS-REV-COMMUNE) = 0
               COMPUTE WS-PARC-NUM = FUNCTION NUMVAL(WS-REV-COMMUNE)
               MOVE WS-PARC-NUM (2:3) TO WS-PARC-COMMUNE
           ELSE
               MOVE WS-REV-COMMUNE TO WS-PARC-COMMUNE
           END-IF

           MOVE SPACES TO REC-PARC-TRAVAIL
           MOVE WS-PARC-CLE-TRAVAIL TO REC-PTR-CLE-PARCELLE
           MOVE WS-EMPA-DATE TO REC-PTR-DATE
           MOVE WS-REV-CLE TO REC-PTR-CLE-MUTATION
           MOVE 0 TO REC-PTR-VALEUR
           MOVE 0 TO REC-PTR-SURFACE
           MOVE 0 TO REC-PTR-NB-PARCELLES
           MOVE 'S' TO REC-PTR-ACTION
           WRITE REC-PARC-TRAVAIL
           ADD 1 TO WS-NB-PARC-RETRAITS.

       RECHERCHER-CORRECTION.
           MOVE 0 TO WS-MUT-CORR-PREMIERE
           MOVE SPACES TO WS-CLE-HASH-TRAVAIL
           MOVE WS-CLE-MUTATION TO WS-CLE-HASH-TRAVAIL
           PERFORM CALCULER-HASH-CLE
           COMPUTE WS-CORR-SLOT-NUM =
               FUNCTION MOD(WS-HASH-VALEUR, WS-CORR-HASH-TAILLE) + 1
           PERFORM UNTIL WS-CORR-HASH-SLOT (WS-CORR-SLOT-NUM) = 0
                      OR WS-MUT-CORR-PREMIERE > 0
               MOVE WS-CORR-HASH-SLOT (WS-CORR-SLOT-NUM) TO WS-CORR-I
               IF WS-CORR-CLE (WS-CORR-I) = WS-CLE-MUTATION
                   MOVE WS-CORR-I TO WS-MUT-CORR-PREMIERE
               ELSE
                   ADD 1 TO WS-CORR-SLOT-NUM
                   IF WS-CORR-SLOT-NUM > WS-CORR-HASH-TAILLE
                       MOVE 1 TO WS-CORR-SLOT-NUM
                   END-IF
               END-IF
           END-PERFORM.

       APPLIQUER-CORRECTIONS-OUVERTURE.
           MOVE WS-MUT-CORR-PREMIERE TO WS-CORR-I
           PERFORM UNTIL WS-CORR-I = 0
               IF WS-CORR-ACTION (WS-CORR-I) = "EXCLURE"
                   MOVE 'O' TO WS-MUT-EXCLUE
               END-IF
               MOVE WS-CORR-SUIVANTE (WS-CORR-I) TO WS-CORR-I
           END-PERFORM

           MOVE WS-MUT-CORR-PREMIERE TO WS-CORR-I
           PERFORM UNTIL WS-CORR-I = 0
               IF WS-MUT-EXCLUE = 'O'
                   IF WS-CORR-ACTION (WS-CORR-I) = "EXCLURE"
                       MOVE 'A' TO WS-CORR-ETAT (WS-CORR-I)
                   ELSE
                       MOVE 'E' TO WS-CORR-ETAT (WS-CORR-I)
                   END-IF
               ELSE
                   EVALUATE WS-CORR-ACTION (WS-CORR-I)
                       WHEN "VALEUR"
                           PERFORM CORRIGER-VALEUR-MUTATION
                       WHEN "COMMUNE"
                           PERFORM CORRIGER-COMMUNE-MUTATION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               MOVE WS-CORR-SUIVANTE (WS-CORR-I) TO WS-CORR-I
           END-PERFORM.

       CORRIGER-VALEUR-MUTATION.
           MOVE WS-MUT-VALEUR TO WS-VALEUR-EDITE
           MOVE FUNCTION TRIM(WS-VALEUR-EDITE)
               TO WS-CORR-AVANT (WS-CORR-I)
           COMPUTE WS-MUT-VALEUR =
               FUNCTION NUMVAL(WS-CORR-VALEUR (WS-CORR-I))
           MOVE WS-MUT-VALEUR TO WS-PRIX-LIGNE
           MOVE 'A' TO WS-CORR-ETAT (WS-CORR-I).

       CORRIGER-COMMUNE-MUTATION.
           MOVE SPACES TO WS-CORR-AVANT (WS-CORR-I)
           STRING FUNCTION TRIM(WS-MUT-DEPT) DELIMITED BY SIZE
                  "-"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MUT-CODE-COMMUNE) DELIMITED BY SIZE
               INTO WS-CORR-AVANT (WS-CORR-I)
           END-STRING

           MOVE WS-CORR-VALEUR (WS-CORR-I) TO WS-REF-CODE-INSEE
           PERFORM CONVERTIR-CODE-INSEE
           MOVE SPACES TO WS-MUT-DEPT WS-MUT-CODE-COMMUNE
           UNSTRING WS-REF-CLE-TRAVAIL
               DELIMITED BY "-"
               INTO WS-MUT-DEPT WS-MUT-CODE-COMMUNE
           END-UNSTRING
           MOVE 'A' TO WS-CORR-ETAT (WS-CORR-I).

       APPLIQUER-CORRECTIONS-TYPE.
           MOVE WS-MUT-CORR-PREMIERE TO WS-CORR-I
           PERFORM UNTIL WS-CORR-I = 0
               IF WS-CORR-ACTION (WS-CORR-I) = "TYPE"
                   MOVE WS-TYPE-LIBELLE (WS-MUT-TYPE-PRINCIPAL)
                       TO WS-CORR-AVANT (WS-CORR-I)
                   PERFORM VARYING WS-CORR-TYPE-NUM FROM 1 BY 1
                           UNTIL WS-CORR-TYPE-NUM > 5
                              OR WS-TYPE-LIBELLE (WS-CORR-TYPE-NUM) =
                                 WS-CORR-VALEUR (WS-CORR-I)
                       CONTINUE
                   END-PERFORM
                   IF WS-CORR-TYPE-NUM NOT > 5
                       MOVE WS-CORR-TYPE-NUM TO WS-MUT-TYPE-PRINCIPAL
                       MOVE 'A' TO WS-CORR-ETAT (WS-CORR-I)
                   END-IF
               END-IF
               MOVE WS-CORR-SUIVANTE (WS-CORR-I) TO WS-CORR-I
           END-PERFORM.

       RECHERCHER-MUTATION.
           PERFORM CALCULER-HASH-MUTATION
           END-EVALUATE

           ADD 1 TO WS-TYPE-BANDE-NB (WS-TYPE-IDX, WS-BANDE-IDX)
           ADD WS-PRIX-INT
               TO WS-TYPE-BANDE-MONTANT (WS-TYPE-IDX, WS-BANDE-IDX)
           ADD 1 TO WS-TYPE-NB-VAL (WS-TYPE-IDX)

           SET WS-QT-TYPE TO WS-TYPE-IDX
           MOVE WS-PRIX-INT TO REC-TRI-VALEUR
           WRITE REC-TRI-PRIX.

       CUMULER-TYPOLOGIE.
           IF (WS-MUT-TYPE-PRINCIPAL = 1 OR WS-MUT-TYPE-PRINCIPAL = 2)
           AND WS-PRIX-INT > 0
               MOVE WS-MUT-TYPE-PRINCIPAL TO WS-TYPO-L
               COMPUTE WS-NB-LOGEMENTS-MUT =
                   WS-MUT-NB-TYPE (1) + WS-MUT-NB-TYPE (2)
               EVALUATE TRUE
                   WHEN WS-NB-LOGEMENTS-MUT > 1
                       MOVE 6 TO WS-TYPO-C
                   WHEN WS-MUT-NB-PIECES = 0
                       MOVE 7 TO WS-TYPO-C
                   WHEN WS-MUT-NB-PIECES > 4
                       MOVE 5 TO WS-TYPO-C
                   WHEN OTHER
                       MOVE WS-MUT-NB-PIECES TO WS-TYPO-C
               END-EVALUATE

               ADD 1 TO WS-TYPO-NB (WS-TYPO-L, WS-TYPO-C)
               ADD WS-PRIX-INT TO WS-TYPO-MONTANT (WS-TYPO-L, WS-TYPO-C)
               IF WS-MUT-NB-PIECES > 0
                   ADD WS-MUT-NB-PIECES
                       TO WS-TYPO-NB-PIECES (WS-TYPO-L, WS-TYPO-C)
                   ADD WS-PRIX-INT
                       TO WS-TYPO-MONTANT-PIECES (WS-TYPO-L, WS-TYPO-C)
               END-IF
               IF WS-SURFACE-INT > 0
                   ADD WS-SURFACE-INT
                       TO WS-TYPO-SURFACE (WS-TYPO-L, WS-TYPO-C)
                   ADD WS-PRIX-INT
                       TO WS-TYPO-MONTANT-SURF (WS-TYPO-L, WS-TYPO-C)
               END-IF

               MOVE WS-TYPO-L TO REC-TTY-LOGEMENT
               MOVE WS-TYPO-C TO REC-TTY-CLASSE
               MOVE WS-PRIX-INT TO REC-TTY-VALEUR
               WRITE REC-TRI-TYPO
           END-IF.

       CUMULER-LOTS.
           EVALUATE TRUE
               WHEN WS-MUT-NB-LOTS = 0
                   MOVE 1 TO WS-LOTS-IDX
               WHEN WS-MUT-NB-LOTS = 1
                   MOVE 2 TO WS-LOTS-IDX
               WHEN WS-MUT-NB-LOTS = 2
                   MOVE 3 TO WS-LOTS-IDX
               WHEN WS-MUT-NB-LOTS < 6
                   MOVE 4 TO WS-LOTS-IDX
               WHEN WS-MUT-NB-LOTS < 11
                   MOVE 5 TO WS-LOTS-IDX
               WHEN OTHER
                   MOVE 6 TO WS-LOTS-IDX
           END-EVALUATE

           ADD 1 TO WS-LOTS-NB (WS-LOTS-IDX)
           ADD WS-PRIX-INT TO WS-LOTS-MONTANT (WS-LOTS-IDX)
           ADD WS-MUT-NB-TYPE (1) TO WS-LOTS-NB-LOGEMENTS (WS-LOTS-IDX)
           ADD WS-MUT-NB-TYPE (2) TO WS-LOTS-NB-LOGEMENTS (WS-LOTS-IDX).

       CONTROLER-CARREZ.
           ADD 1 TO WS-NB-COPRO-CARREZ
           COMPUTE WS-ECART-CARREZ ROUNDED =
               ((WS-MUT-SURF-CARREZ - WS-MUT-CARREZ) * 100)
               / WS-MUT-CARREZ
               ON SIZE ERROR
                   MOVE 9999999 TO WS-ECART-CARREZ
           END-COMPUTE

           IF WS-ECART-CARREZ < 0
               COMPUTE WS-ECART-ABSOLU = 0 - WS-ECART-CARREZ
           ELSE
               MOVE WS-ECART-CARREZ TO WS-ECART-ABSOLU
           END-IF

           IF WS-ECART-ABSOLU > WS-SEUIL-ECART-CARREZ
               ADD 1 TO WS-NB-ECARTS-CARREZ
               MOVE SPACES TO REC-ECART-CARREZ
               MOVE WS-MUT-CLE TO REC-ECC-CLE
               MOVE WS-CLE-COMMUNE TO REC-ECC-COMMUNE
               MOVE WS-TYPE-LIBELLE (WS-MUT-TYPE-PRINCIPAL)
                   TO REC-ECC-TYPE-LOCAL
               MOVE WS-PRIX-INT TO REC-ECC-VALEUR
               MOVE WS-MUT-NB-LOTS TO REC-ECC-NB-LOTS
               MOVE WS-MUT-CARREZ TO REC-ECC-CARREZ
               MOVE WS-MUT-SURF-CARREZ TO REC-ECC-SURFACE
               MOVE WS-ECART-CARREZ TO REC-ECC-ECART
               WRITE REC-ECART-CARREZ
           END-IF.

       CUMULER-TERRAIN.
           MOVE WS-MUT-TERRAIN TO WS-TERRAIN-INT

               ADD 1 TO WS-HIST-NB (WS-HIST-DERNIER)
               ADD WS-PRIX-INT TO WS-HIST-MONTANT (WS-HIST-DERNIER)
               ADD WS-SURFACE-INT TO WS-HIST-SURFACE (WS-HIST-DERNIER)
               SET WS-HIST-IDX TO WS-HIST-DERNIER
               PERFORM CUMULER-HISTORIQUE-TYPE
           ELSE
               PERFORM RECHERCHER-HISTO-HASH

                       MOVE 0 TO WS-HIST-NB (WS-HIST-IDX)
                       MOVE 0 TO WS-HIST-MONTANT (WS-HIST-IDX)
                       MOVE 0 TO WS-HIST-SURFACE (WS-HIST-IDX)
                       PERFORM VARYING WS-HIST-TYPE-I FROM 1 BY 1
                               UNTIL WS-HIST-TYPE-I > 5
                           MOVE 0 TO WS-HIST-TYPE-NB-SURF
                                         (WS-HIST-IDX, WS-HIST-TYPE-I)
                           MOVE 0 TO WS-HIST-TYPE-MONTANT-SURF
                                         (WS-HIST-IDX, WS-HIST-TYPE-I)
                           MOVE 0 TO WS-HIST-TYPE-SURFACE
                                         (WS-HIST-IDX, WS-HIST-TYPE-I)
                       END-PERFORM
                       MOVE 'O' TO WS-HIST-TROUVE
                   ELSE
                       MOVE 'Y' TO WS-HIST-SATURE
                   ADD WS-PRIX-INT TO WS-HIST-MONTANT (WS-HIST-IDX)
                   ADD WS-SURFACE-INT
                       TO WS-HIST-SURFACE (WS-HIST-IDX)
                   PERFORM CUMULER-HISTORIQUE-TYPE
                   SET WS-HIST-DERNIER TO WS-HIST-IDX
               END-IF
           END-IF.

       CUMULER-HISTORIQUE-TYPE.
           IF WS-SURFACE-INT > 0
               ADD 1 TO WS-HIST-TYPE-NB-SURF
                   (WS-HIST-IDX, WS-MUT-TYPE-PRINCIPAL)
               ADD WS-PRIX-INT TO WS-HIST-TYPE-MONTANT-SURF
                   (WS-HIST-IDX, WS-MUT-TYPE-PRINCIPAL)
               ADD WS-SURFACE-INT TO WS-HIST-TYPE-SURFACE
                   (WS-HIST-IDX, WS-MUT-TYPE-PRINCIPAL)
           END-IF.

       CONTROLER-PRIX-SUSPECT.
           MOVE 0 TO WS-NIVEAU-REF
           MOVE SPACES TO WS-NIVEAU-ORIGINE

           MOVE 'N' TO WS-NIV-TROUVE
           MOVE 1 TO WS-NIV-BAS
           MOVE WS-NB-NIV-COMMUNES TO WS-NIV-HAUT
           PERFORM UNTIL WS-NIV-TROUVE = 'O'
                      OR WS-NIV-BAS > WS-NIV-HAUT
               COMPUTE WS-NIV-MILIEU =
                   FUNCTION INTEGER((WS-NIV-BAS + WS-NIV-HAUT) / 2)
               EVALUATE TRUE
                   WHEN WS-NIV-COM-CLE (WS-NIV-MILIEU) = WS-CLE-COMMUNE
                       MOVE 'O' TO WS-NIV-TROUVE
                   WHEN WS-NIV-COM-CLE (WS-NIV-MILIEU) < WS-CLE-COMMUNE
                       COMPUTE WS-NIV-BAS = WS-NIV-MILIEU + 1
                   WHEN OTHER
                       COMPUTE WS-NIV-HAUT = WS-NIV-MILIEU - 1
               END-EVALUATE
           END-PERFORM

           IF WS-NIV-TROUVE = 'O'
               IF WS-NIV-COM-NB (WS-NIV-MILIEU, WS-MUT-TYPE-PRINCIPAL)
                      NOT < WS-NB-MIN-REFERENCE
               AND WS-NIV-COM-SURFACE
                      (WS-NIV-MILIEU, WS-MUT-TYPE-PRINCIPAL) > 0
                   COMPUTE WS-NIVEAU-REF =
                       WS-NIV-COM-MONTANT
                           (WS-NIV-MILIEU, WS-MUT-TYPE-PRINCIPAL) /
                       WS-NIV-COM-SURFACE
                           (WS-NIV-MILIEU, WS-MUT-TYPE-PRINCIPAL)
                   MOVE "COMMUNE" TO WS-NIVEAU-ORIGINE
               END-IF
           END-IF

           IF WS-NIVEAU-REF = 0
               MOVE SPACES TO WS-COM-DEPT-TRAVAIL WS-COM-CODE-TRAVAIL
               UNSTRING WS-CLE-COMMUNE
                   DELIMITED BY "-"
                   INTO WS-COM-DEPT-TRAVAIL WS-COM-CODE-TRAVAIL
               END-UNSTRING
               PERFORM VARYING WS-NIV-DEP-I FROM 1 BY 1
                       UNTIL WS-NIV-DEP-I > WS-NB-NIV-DEPTS
                          OR WS-NIV-DEP-CODE (WS-NIV-DEP-I) =
                             WS-COM-DEPT-TRAVAIL
                   CONTINUE
               END-PERFORM
               IF WS-NIV-DEP-I NOT > WS-NB-NIV-DEPTS
                   IF WS-NIV-DEP-NB
                          (WS-NIV-DEP-I, WS-MUT-TYPE-PRINCIPAL)
                          NOT < WS-NB-MIN-REFERENCE
                   AND WS-NIV-DEP-SURFACE
                          (WS-NIV-DEP-I, WS-MUT-TYPE-PRINCIPAL) > 0
                       COMPUTE WS-NIVEAU-REF =
                           WS-NIV-DEP-MONTANT
                               (WS-NIV-DEP-I, WS-MUT-TYPE-PRINCIPAL) /
                           WS-NIV-DEP-SURFACE
                               (WS-NIV-DEP-I, WS-MUT-TYPE-PRINCIPAL)
                       MOVE "DEPARTEMENT" TO WS-NIVEAU-ORIGINE
                   END-IF
               END-IF
           END-IF

           IF WS-NIVEAU-REF > 0
               COMPUTE WS-PRIX-M2-MUT = WS-PRIX-INT / WS-SURFACE-INT
               COMPUTE WS-RATIO-PRIX =
                   (WS-PRIX-INT * 100) /
                   (WS-SURFACE-INT * WS-NIVEAU-REF)
               IF WS-RATIO-PRIX > 999999999
                   MOVE 999999999 TO WS-RATIO-PRIX
               END-IF

               IF WS-RATIO-PRIX < WS-SEUIL-RATIO-BAS
               OR WS-RATIO-PRIX > WS-SEUIL-RATIO-HAUT
                   PERFORM ECRIRE-PRIX-SUSPECT
               END-IF
           END-IF.

       ECRIRE-PRIX-SUSPECT.
           ADD 1 TO WS-NB-SUSPECTES
           MOVE SPACES TO REC-SUSPECTE
           MOVE WS-MUT-CLE TO REC-SUS-CLE
           MOVE WS-MUT-ADRESSE TO REC-SUS-ADRESSE
           MOVE WS-CLE-COMMUNE TO REC-SUS-COMMUNE
           MOVE WS-TYPE-LIBELLE (WS-MUT-TYPE-PRINCIPAL)
               TO REC-SUS-TYPE-LOCAL
           MOVE WS-PRIX-INT TO REC-SUS-VALEUR
           MOVE WS-SURFACE-INT TO REC-SUS-SURFACE
           MOVE WS-PRIX-M2-MUT TO REC-SUS-PRIX-M2
           MOVE WS-NIVEAU-REF TO REC-SUS-NIVEAU-REF
           MOVE WS-NIVEAU-ORIGINE TO REC-SUS-ORIGINE
           COMPUTE REC-SUS-ECART = WS-RATIO-PRIX - 100
           WRITE REC-SUSPECTE.

       RECHERCHER-HISTO-HASH.
           MOVE 'N' TO WS-HIST-TROUVE
           MOVE 'N' TO WS-HIST-SLOT-LIBRE
           MOVE SPACES TO REC-REJET
           MOVE REC-VENTE TO REC-REJET-LIGNE
           MOVE WS-RAISON-REJET TO REC-REJET-RAISON
           IF WS-PASSE-TRI = 'N'
               WRITE REC-REJET
           END-IF.

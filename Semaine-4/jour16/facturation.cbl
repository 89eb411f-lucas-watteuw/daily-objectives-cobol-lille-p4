              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AJUSTEMENTS.

      *le registre des remboursements de remboursements.cbl : le
      *trop-payé rendu au client sort du total payé du contrat
           SELECT REGISTRE-REMBOURSEMENTS
           ASSIGN TO "registre-remboursements.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REMBOURSEMENTS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSURANCE-SORTIE.
           05 FILLER             PIC X.
           05 NOUVEAU-MONTANT-AJU PIC 9(8).

       FD REGISTRE-REMBOURSEMENTS.
       01 LIGNE-REMBOURSEMENT.
           05 CODE-CONTRAT-REMB  PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-RESIL-REMB    PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-TRAITEMENT-REMB PIC 9(8).
           05 FILLER             PIC X.
           05 PAYE-REMB          PIC 9(10).
           05 FILLER             PIC X.
           05 ACQUIS-REMB        PIC 9(10).
           05 FILLER             PIC X.
           05 REMBOURSE-REMB     PIC 9(10).
           05 FILLER             PIC X.
           05 ARRIERE-REMB       PIC 9(10).
           05 FILLER             PIC X.
           05 ISSUE-REMB         PIC X(9).
           05 FILLER             PIC X.
           05 NOM-CLIENT-REMB    PIC X(42).

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/environnement-ws.copy".
       01 WS-FS-AJUSTEMENTS      PIC X(2) VALUE "00".
           88 WS-FS-AJUSTEMENTS-OK VALUE "00".

      *statut du registre des remboursements, absent tant
      *qu'aucune résiliation n'a été réglée
       01 WS-FS-REMBOURSEMENTS   PIC X(2) VALUE "00".
           88 WS-FS-REMBOURSEMENTS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION           PIC X VALUE "C".
       01 WS-CONDITION-PAIE      PIC X VALUE "C".
       01 WS-CONDITION-AJU       PIC X VALUE "C".
       01 WS-CONDITION-REMB      PIC X VALUE "C".

      *la table des changements de prime datés chargée depuis les
      *ajustements d'avenants.cbl
              CLOSE PAIEMENTS
           END-IF.

      *les remboursements versés aux clients résiliés viennent en
      *déduction de ce qu'ils ont payé
           OPEN INPUT REGISTRE-REMBOURSEMENTS.
           IF WS-FS-REMBOURSEMENTS-OK
              PERFORM UNTIL WS-CONDITION-REMB EQUAL "F"
                 READ REGISTRE-REMBOURSEMENTS
                    AT END
                       MOVE "F" TO WS-CONDITION-REMB
                    NOT AT END
                       PERFORM DEDUIT-REMBOURSEMENT
                       THRU DEDUIT-REMBOURSEMENT-FIN
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-REMBOURSEMENTS
           END-IF.

      *le rapport des impayés : une ligne par contrat dont les primes
      *échues dépassent les paiements reçus
           OPEN OUTPUT IMPAYES.
       CUMULE-PAIEMENT-FIN.
           EXIT.

      *on retire le remboursement lu du total payé de son contrat,
      *sans descendre sous zéro ; un contrat résilié absent du
      *tableau des actifs est ignoré
       DEDUIT-REMBOURSEMENT.
           PERFORM VARYING WS-INDEX-CONTRAT FROM 1 BY 1
           UNTIL WS-INDEX-CONTRAT GREATER THAN WS-NB-CONTRATS
              IF WS-CODE-CONTRAT-DU(WS-INDEX-CONTRAT) EQUAL
              CODE-CONTRAT-REMB
                 IF REMBOURSE-REMB GREATER THAN
                 WS-TOTAL-PAYE(WS-INDEX-CONTRAT)
                    MOVE 0 TO WS-TOTAL-PAYE(WS-INDEX-CONTRAT)
                 ELSE
                    SUBTRACT REMBOURSE-REMB
                    FROM WS-TOTAL-PAYE(WS-INDEX-CONTRAT)
                 END-IF
              END-IF
           END-PERFORM.
       DEDUIT-REMBOURSEMENT-FIN.
           EXIT.

       COPY "../../copybooks/environnement-cherche.copy".

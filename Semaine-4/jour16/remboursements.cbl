       IDENTIFICATION DIVISION.
       PROGRAM-ID. remboursements.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les contrats résiliés ou suspendus repérés par assurance.cbl ;
      *seuls les résiliés ouvrent droit à un remboursement
           SELECT ASSURANCE-RESILIES
           ASSIGN TO "rapport-resilies.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RESILIES.

      *la trace des corrections de maintcontrat.cbl : le passage au
      *statut RESILIE y est daté
           SELECT AUDIT-CONTRATS ASSIGN TO "audit-contrats.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

      *les paiements reçus des clients, les mêmes que ceux que
      *rapprochent facturation.cbl et relances.cbl
           SELECT PAIEMENTS ASSIGN TO "paiements-assurance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PAIEMENTS.

      *les changements de prime datés écrits par avenants.cbl, pour
      *acquérir la prime mois par mois comme elle a été facturée
           SELECT AJUSTEMENTS ASSIGN TO "ajustements-echeancier.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AJUSTEMENTS.

      *le registre des remboursements : une ligne par contrat
      *résilié réglé, jamais réécrite ; il sert aussi à ne jamais
      *traiter deux fois le même contrat et il est relu par
      *facturation.cbl et relances.cbl
           SELECT REGISTRE ASSIGN TO "registre-remboursements.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGISTRE.

      *les remboursements à verser issus de ce run
           SELECT VIREMENTS ASSIGN TO "virements-remboursements.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ASSURANCE-RESILIES.
       01 LIGNE-ASSURANCE-RESILIES.
           05 CODE-CONTRAT-RESIL PIC 9(8).
           05 FILLER             PIC X.
           05 NOM-CONTRAT-RESIL  PIC X(13).
           05 FILLER             PIC X(2).
           05 NOM-PRODUIT-RESIL  PIC X(14).
           05 FILLER             PIC X.
           05 NOM-CLIENT-RESIL   PIC X(42).
           05 FILLER             PIC X.
           05 STATUT-RESIL       PIC X(8).
           05 FILLER             PIC X.
           05 DATE-DEBUT-RESIL   PIC X(10).
           05 FILLER             PIC X.
           05 DATE-FIN-RESIL     PIC X(10).
           05 FILLER             PIC X.
           05 MONTANT-RESIL      PIC X(8).
           05 FILLER             PIC X.
           05 DEVISE-RESIL       PIC X.

       FD AUDIT-CONTRATS.
       01 LIGNE-AUDIT-CONTRAT PIC X(160).

       FD PAIEMENTS.
       01 LIGNE-PAIEMENT.
           05 CODE-CONTRAT-PAIE PIC 9(8).
           05 FILLER            PIC X.
           05 DATE-PAIEMENT     PIC 9(8).
           05 FILLER            PIC X.
           05 MONTANT-PAIEMENT  PIC 9(8).

       FD AJUSTEMENTS.
       01 LIGNE-AJUSTEMENT.
           05 CODE-CONTRAT-AJU   PIC 9(8).
           05 FILLER             PIC X.
           05 AAAAMM-EFFET-AJU   PIC 9(6).
           05 FILLER             PIC X.
           05 ANCIEN-MONTANT-AJU PIC 9(8).
           05 FILLER             PIC X.
           05 NOUVEAU-MONTANT-AJU PIC 9(8).

      *l'issue est REMBOURSE (trop-payé rendu), ARRIERE (le client
      *reste devoir la prime acquise) ou SOLDE (ni l'un ni l'autre)
       FD REGISTRE.
       01 LIGNE-REGISTRE.
           05 CODE-CONTRAT-REG   PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-RESIL-REG     PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-TRAITEMENT-REG PIC 9(8).
           05 FILLER             PIC X.
           05 PAYE-REG           PIC 9(10).
           05 FILLER             PIC X.
           05 ACQUIS-REG         PIC 9(10).
           05 FILLER             PIC X.
           05 REMBOURSE-REG      PIC 9(10).
           05 FILLER             PIC X.
           05 ARRIERE-REG        PIC 9(10).
           05 FILLER             PIC X.
           05 ISSUE-REG          PIC X(9).
           05 FILLER             PIC X.
           05 NOM-CLIENT-REG     PIC X(42).

       FD VIREMENTS.
       01 LIGNE-VIREMENT.
           05 CODE-CONTRAT-VIR   PIC 9(8).
           05 FILLER             PIC X.
           05 NOM-CLIENT-VIR     PIC X(42).
           05 FILLER             PIC X.
           05 DATE-VIR           PIC 9(8).
           05 FILLER             PIC X.
           05 MONTANT-VIR        PIC 9(10).

       WORKING-STORAGE SECTION.

      *statut du rapport des résiliés, produit par assurance.cbl
       01 WS-FS-RESILIES         PIC X(2) VALUE "00".
           88 WS-FS-RESILIES-OK VALUE "00".

      *statuts des fichiers qui peuvent manquer
       01 WS-FS-AUDIT            PIC X(2) VALUE "00".
           88 WS-FS-AUDIT-OK VALUE "00".
       01 WS-FS-PAIEMENTS        PIC X(2) VALUE "00".
           88 WS-FS-PAIEMENTS-OK VALUE "00".
       01 WS-FS-AJUSTEMENTS      PIC X(2) VALUE "00".
           88 WS-FS-AJUSTEMENTS-OK VALUE "00".
       01 WS-FS-REGISTRE         PIC X(2) VALUE "00".
           88 WS-FS-REGISTRE-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION           PIC X VALUE "C".
       01 WS-CONDITION-AUDIT     PIC X VALUE "C".
       01 WS-CONDITION-PAIE      PIC X VALUE "C".
       01 WS-CONDITION-AJU       PIC X VALUE "C".
       01 WS-CONDITION-REG       PIC X VALUE "C".

      *la date du run, date de résiliation par défaut d'un contrat
      *dont le passage au statut RESILIE n'est pas tracé
       01 WS-DATE-JOUR           PIC 9(8).

      *les dates de résiliation relevées dans l'audit ; la dernière
      *ligne d'un contrat l'emporte
       01 WS-NB-DATES-AUDIT      PIC 9(5) VALUE 0.
       01 WS-DATE-AUDIT-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-DATES-AUDIT.
           05 WS-AUDIT-CONTRAT   PIC 9(8).
           05 WS-AUDIT-DATE      PIC 9(8).
       01 WS-INDEX-AUDIT         PIC 9(5).
       01 WS-AUDIT-AVANT         PIC X(160).
       01 WS-AUDIT-CONTRAT-TEXTE PIC X(160).
       01 WS-AUDIT-STATUT-TEXTE  PIC X(160).
       01 WS-AUDIT-DATE-TEXTE    PIC X(160).

      *les contrats déjà réglés lors des runs précédents
       01 WS-NB-TRAITES          PIC 9(6) VALUE 0.
       01 WS-TRAITE-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-TRAITES.
           05 WS-TRAITE-CONTRAT  PIC 9(8).
       01 WS-INDEX-TRAITE        PIC 9(6).
       01 WS-DEJA-TRAITE         PIC X VALUE "N".
           88 WS-EST-DEJA-TRAITE VALUE "O".

      *la table des changements de prime datés
       01 WS-NB-AJUSTEMENTS      PIC 9(4) VALUE 0.
       01 WS-AJUSTEMENT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-AJUSTEMENTS.
           05 WS-AJU-CONTRAT     PIC 9(8).
           05 WS-AJU-EFFET       PIC 9(6).
           05 WS-AJU-ANCIEN      PIC 9(8).
           05 WS-AJU-NOUVEAU     PIC 9(8).
       01 WS-INDEX-AJU           PIC 9(4).
       01 WS-EFFET-RETENU        PIC 9(6).
       01 WS-PREMIER-EFFET       PIC 9(6).
       01 WS-PRIME-ANNUELLE      PIC 9(8).
       01 WS-PRIME-AVANT-AVENANT PIC 9(8).

      *les résiliations nouvelles à régler dans ce run, avec les
      *paiements reçus cumulés
       01 WS-NB-RESILIES         PIC 9(5) VALUE 0.
       01 WS-RESILIE-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-RESILIES.
           05 WS-RES-CONTRAT     PIC 9(8).
           05 WS-RES-CLIENT      PIC X(42).
           05 WS-RES-DEBUT       PIC 9(8).
           05 WS-RES-FIN         PIC 9(8).
           05 WS-RES-DATE        PIC 9(8).
           05 WS-RES-PRIME       PIC 9(8).
           05 WS-RES-PAYE        PIC 9(10).
       01 WS-INDEX-RESILIE       PIC 9(5).

      *les dates du contrat en cours de calcul
       01 WS-DEBUT               PIC 9(8).
       01 WS-FIN                 PIC 9(8).
       01 WS-DATE-RESILIATION    PIC 9(8).
       01 WS-DATE-RESILIATION-R REDEFINES WS-DATE-RESILIATION.
           05 WS-RESIL-AAAAMM    PIC 9(6).
           05 WS-RESIL-JOUR      PIC 9(2).

      *le parcours mois par mois du début à la résiliation
       01 WS-AAAAMM-COURS        PIC 9(6).
       01 WS-AAAAMM-COURS-R REDEFINES WS-AAAAMM-COURS.
           05 WS-ANNEE-COURS     PIC 9(4).
           05 WS-MOIS-COURS      PIC 9(2).
       01 WS-AAAAMM-ECHEANCE     PIC 9(6).
       01 WS-MONTANT-MENSUEL     PIC 9(8).
       01 WS-PREMIER-DU-MOIS     PIC 9(8).
       01 WS-PREMIER-SUIVANT     PIC 9(8).
       01 WS-JOURS-MOIS          PIC 9(2).
       01 WS-PRORATA-MOIS        PIC 9(8).

      *le règlement du contrat : prime acquise à la résiliation,
      *payé, remboursement ou arriéré
       01 WS-ACQUIS              PIC 9(10).
       01 WS-NET                 PIC S9(10).
       01 WS-REMBOURSE           PIC 9(10).
       01 WS-ARRIERE             PIC 9(10).
       01 WS-ISSUE               PIC X(9).

      *compteurs du run
       01 WS-NB-LUS              PIC 9(6) VALUE 0.
       01 WS-NB-REMBOURSES       PIC 9(6) VALUE 0.
       01 WS-NB-ARRIERES         PIC 9(6) VALUE 0.
       01 WS-NB-SOLDES           PIC 9(6) VALUE 0.
       01 WS-NB-A-TERME          PIC 9(6) VALUE 0.
       01 WS-NB-DATES-INVALIDES  PIC 9(6) VALUE 0.
       01 WS-TOTAL-REMBOURSE     PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *on recharge les contrats déjà réglés, pour ne jamais
      *rembourser deux fois la même résiliation
           OPEN INPUT REGISTRE.
           IF WS-FS-REGISTRE-OK
              PERFORM UNTIL WS-CONDITION-REG EQUAL "F"
                 READ REGISTRE
                    AT END
                       MOVE "F" TO WS-CONDITION-REG
                    NOT AT END
                       ADD 1 TO WS-NB-TRAITES
                       MOVE CODE-CONTRAT-REG
                       TO WS-TRAITE-CONTRAT(WS-NB-TRAITES)
                 END-READ
              END-PERFORM
              CLOSE REGISTRE
           END-IF.

      *les dates de passage au statut RESILIE tracées par
      *maintcontrat.cbl
           OPEN INPUT AUDIT-CONTRATS.
           IF WS-FS-AUDIT-OK
              PERFORM UNTIL WS-CONDITION-AUDIT EQUAL "F"
                 READ AUDIT-CONTRATS
                    AT END
                       MOVE "F" TO WS-CONDITION-AUDIT
                    NOT AT END
                       PERFORM RELEVE-AUDIT THRU RELEVE-AUDIT-FIN
                 END-READ
              END-PERFORM
              CLOSE AUDIT-CONTRATS
           END-IF.

      *on charge les changements de prime datés ; un fichier absent
      *signifie aucune prime modifiée
           OPEN INPUT AJUSTEMENTS.
           IF WS-FS-AJUSTEMENTS-OK
              PERFORM UNTIL WS-CONDITION-AJU EQUAL "F"
                 READ AJUSTEMENTS
                    AT END
                       MOVE "F" TO WS-CONDITION-AJU
                    NOT AT END
                       ADD 1 TO WS-NB-AJUSTEMENTS
                       MOVE CODE-CONTRAT-AJU
                       TO WS-AJU-CONTRAT(WS-NB-AJUSTEMENTS)
                       MOVE AAAAMM-EFFET-AJU
                       TO WS-AJU-EFFET(WS-NB-AJUSTEMENTS)
                       MOVE ANCIEN-MONTANT-AJU
                       TO WS-AJU-ANCIEN(WS-NB-AJUSTEMENTS)
                       MOVE NOUVEAU-MONTANT-AJU
                       TO WS-AJU-NOUVEAU(WS-NB-AJUSTEMENTS)
                 END-READ
              END-PERFORM
              CLOSE AJUSTEMENTS
           END-IF.

      *les résiliations nouvelles : résiliées, non encore réglées,
      *avant leur date de fin
           OPEN INPUT ASSURANCE-RESILIES.
           IF NOT WS-FS-RESILIES-OK
              DISPLAY "rapport-resilies.dat absent, "
              "lancer assurance d'abord"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ ASSURANCE-RESILIES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF FUNCTION TRIM(STATUT-RESIL) EQUAL "RESILIE"
                    AND MONTANT-RESIL IS NUMERIC
                       ADD 1 TO WS-NB-LUS
                       PERFORM RETIENT-RESILIE THRU RETIENT-RESILIE-FIN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ASSURANCE-RESILIES.

      *les paiements reçus sur les contrats retenus ; un fichier
      *absent est traité comme aucun paiement
           OPEN INPUT PAIEMENTS.
           IF WS-FS-PAIEMENTS-OK
              PERFORM UNTIL WS-CONDITION-PAIE EQUAL "F"
                 READ PAIEMENTS
                    AT END
                       MOVE "F" TO WS-CONDITION-PAIE
                    NOT AT END
                       PERFORM VARYING WS-INDEX-RESILIE FROM 1 BY 1
                       UNTIL WS-INDEX-RESILIE GREATER THAN
                       WS-NB-RESILIES
                          IF WS-RES-CONTRAT(WS-INDEX-RESILIE) EQUAL
                          CODE-CONTRAT-PAIE
                             ADD MONTANT-PAIEMENT
                             TO WS-RES-PAYE(WS-INDEX-RESILIE)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE PAIEMENTS
           END-IF.

      *le registre est poursuivi, jamais écrasé
           OPEN INPUT REGISTRE.
           IF WS-FS-REGISTRE-OK
              CLOSE REGISTRE
              OPEN EXTEND REGISTRE
           ELSE
              OPEN OUTPUT REGISTRE
           END-IF.
           OPEN OUTPUT VIREMENTS.
           PERFORM VARYING WS-INDEX-RESILIE FROM 1 BY 1
           UNTIL WS-INDEX-RESILIE GREATER THAN WS-NB-RESILIES
              PERFORM REGLE-CONTRAT THRU REGLE-CONTRAT-FIN
           END-PERFORM.
           CLOSE VIREMENTS.
           CLOSE REGISTRE.

           DISPLAY "Fin du traitement - " WS-NB-LUS
              " resilie(s) lu(s), " WS-NB-REMBOURSES
              " rembourse(s) pour " WS-TOTAL-REMBOURSE " EUR, "
              WS-NB-ARRIERES " en arriere, " WS-NB-SOLDES
              " solde(s), " WS-NB-A-TERME " a terme, "
              WS-NB-DATES-INVALIDES " date(s) invalide(s)".

           STOP RUN.

      *la ligne d'audit lue date une résiliation si elle porte le
      *statut RESILIE ; contrat, statut et date sont repérés par
      *leurs étiquettes
       RELEVE-AUDIT.
           MOVE SPACES TO WS-AUDIT-AVANT WS-AUDIT-CONTRAT-TEXTE.
           UNSTRING LIGNE-AUDIT-CONTRAT DELIMITED BY " contrat="
           INTO WS-AUDIT-AVANT WS-AUDIT-CONTRAT-TEXTE.
           MOVE SPACES TO WS-AUDIT-AVANT WS-AUDIT-STATUT-TEXTE.
           UNSTRING LIGNE-AUDIT-CONTRAT DELIMITED BY " statut="
           INTO WS-AUDIT-AVANT WS-AUDIT-STATUT-TEXTE.
           MOVE SPACES TO WS-AUDIT-AVANT WS-AUDIT-DATE-TEXTE.
           UNSTRING LIGNE-AUDIT-CONTRAT DELIMITED BY " date="
           INTO WS-AUDIT-AVANT WS-AUDIT-DATE-TEXTE.
           IF WS-AUDIT-CONTRAT-TEXTE(1:8) IS NOT NUMERIC
           OR WS-AUDIT-DATE-TEXTE(1:8) IS NOT NUMERIC
           OR WS-AUDIT-STATUT-TEXTE(1:8) NOT EQUAL "RESILIE "
              GO TO RELEVE-AUDIT-FIN
           END-IF.
           PERFORM VARYING WS-INDEX-AUDIT FROM 1 BY 1
           UNTIL WS-INDEX-AUDIT GREATER THAN WS-NB-DATES-AUDIT
              IF WS-AUDIT-CONTRAT(WS-INDEX-AUDIT) EQUAL
              WS-AUDIT-CONTRAT-TEXTE(1:8)
                 MOVE WS-AUDIT-DATE-TEXTE(1:8)
                 TO WS-AUDIT-DATE(WS-INDEX-AUDIT)
                 GO TO RELEVE-AUDIT-FIN
              END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-DATES-AUDIT.
           MOVE WS-AUDIT-CONTRAT-TEXTE(1:8)
           TO WS-AUDIT-CONTRAT(WS-NB-DATES-AUDIT).
           MOVE WS-AUDIT-DATE-TEXTE(1:8)
           TO WS-AUDIT-DATE(WS-NB-DATES-AUDIT).
       RELEVE-AUDIT-FIN.
           EXIT.

      *le résilié lu est retenu s'il n'a pas déjà été réglé et si
      *sa résiliation tombe avant sa date de fin
       RETIENT-RESILIE.
           MOVE "N" TO WS-DEJA-TRAITE.
           PERFORM VARYING WS-INDEX-TRAITE FROM 1 BY 1
           UNTIL WS-INDEX-TRAITE GREATER THAN WS-NB-TRAITES
              IF WS-TRAITE-CONTRAT(WS-INDEX-TRAITE) EQUAL
              CODE-CONTRAT-RESIL
                 SET WS-EST-DEJA-TRAITE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-EST-DEJA-TRAITE
              GO TO RETIENT-RESILIE-FIN
           END-IF.

      *les dates du contrat sont en JJ/MM/AAAA
           IF DATE-DEBUT-RESIL(7:4) IS NOT NUMERIC
           OR DATE-DEBUT-RESIL(4:2) IS NOT NUMERIC
           OR DATE-DEBUT-RESIL(1:2) IS NOT NUMERIC
           OR DATE-FIN-RESIL(7:4) IS NOT NUMERIC
           OR DATE-FIN-RESIL(4:2) IS NOT NUMERIC
           OR DATE-FIN-RESIL(1:2) IS NOT NUMERIC
              ADD 1 TO WS-NB-DATES-INVALIDES
              GO TO RETIENT-RESILIE-FIN
           END-IF.
           COMPUTE WS-DEBUT =
              FUNCTION NUMVAL(DATE-DEBUT-RESIL(7:4)) * 10000
              + FUNCTION NUMVAL(DATE-DEBUT-RESIL(4:2)) * 100
              + FUNCTION NUMVAL(DATE-DEBUT-RESIL(1:2)).
           COMPUTE WS-FIN =
              FUNCTION NUMVAL(DATE-FIN-RESIL(7:4)) * 10000
              + FUNCTION NUMVAL(DATE-FIN-RESIL(4:2)) * 100
              + FUNCTION NUMVAL(DATE-FIN-RESIL(1:2)).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEBUT) NOT EQUAL 0
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-FIN) NOT EQUAL 0
              ADD 1 TO WS-NB-DATES-INVALIDES
              GO TO RETIENT-RESILIE-FIN
           END-IF.

      *la date de résiliation tracée, sinon celle du run qui la
      *découvre ; jamais avant le début du contrat
           MOVE WS-DATE-JOUR TO WS-DATE-RESILIATION.
           PERFORM VARYING WS-INDEX-AUDIT FROM 1 BY 1
           UNTIL WS-INDEX-AUDIT GREATER THAN WS-NB-DATES-AUDIT
              IF WS-AUDIT-CONTRAT(WS-INDEX-AUDIT) EQUAL
              CODE-CONTRAT-RESIL
              AND FUNCTION TEST-DATE-YYYYMMDD(
              WS-AUDIT-DATE(WS-INDEX-AUDIT)) EQUAL 0
                 MOVE WS-AUDIT-DATE(WS-INDEX-AUDIT)
                 TO WS-DATE-RESILIATION
              END-IF
           END-PERFORM.
           IF WS-DATE-RESILIATION LESS THAN WS-DEBUT
              MOVE WS-DEBUT TO WS-DATE-RESILIATION
           END-IF.

      *un contrat arrivé à son terme n'a pas de prime non courue
           IF WS-DATE-RESILIATION NOT LESS THAN WS-FIN
              ADD 1 TO WS-NB-A-TERME
              GO TO RETIENT-RESILIE-FIN
           END-IF.

           ADD 1 TO WS-NB-RESILIES.
           MOVE CODE-CONTRAT-RESIL TO WS-RES-CONTRAT(WS-NB-RESILIES).
           MOVE NOM-CLIENT-RESIL TO WS-RES-CLIENT(WS-NB-RESILIES).
           MOVE WS-DEBUT TO WS-RES-DEBUT(WS-NB-RESILIES).
           MOVE WS-FIN TO WS-RES-FIN(WS-NB-RESILIES).
           MOVE WS-DATE-RESILIATION TO WS-RES-DATE(WS-NB-RESILIES).
           MOVE FUNCTION NUMVAL(MONTANT-RESIL)
           TO WS-RES-PRIME(WS-NB-RESILIES).
           MOVE 0 TO WS-RES-PAYE(WS-NB-RESILIES).
       RETIENT-RESILIE-FIN.
           EXIT.

      *on règle le contrat WS-INDEX-RESILIE : la prime acquise court
      *du mois de début jusqu'à la résiliation, un douzième par mois
      *comme l'échéancier, le mois de résiliation au prorata des
      *jours ; le payé au-delà est remboursé, le manque reste dû
       REGLE-CONTRAT.
           MOVE WS-RES-DATE(WS-INDEX-RESILIE) TO WS-DATE-RESILIATION.
           MOVE WS-RES-DEBUT(WS-INDEX-RESILIE)(1:6) TO WS-AAAAMM-COURS.
           MOVE 0 TO WS-ACQUIS.

           PERFORM UNTIL WS-AAAAMM-COURS NOT LESS THAN WS-RESIL-AAAAMM
              MOVE WS-AAAAMM-COURS TO WS-AAAAMM-ECHEANCE
              PERFORM PRIME-DU-MOIS THRU PRIME-DU-MOIS-FIN
              ADD WS-MONTANT-MENSUEL TO WS-ACQUIS
              ADD 1 TO WS-MOIS-COURS
              IF WS-MOIS-COURS GREATER THAN 12
                 MOVE 1 TO WS-MOIS-COURS
                 ADD 1 TO WS-ANNEE-COURS
              END-IF
           END-PERFORM.

      *le mois de la résiliation est acquis jusqu'à la veille
           MOVE WS-RESIL-AAAAMM TO WS-AAAAMM-ECHEANCE.
           PERFORM PRIME-DU-MOIS THRU PRIME-DU-MOIS-FIN.
           COMPUTE WS-PREMIER-DU-MOIS = WS-RESIL-AAAAMM * 100 + 1.
           MOVE WS-RESIL-AAAAMM TO WS-AAAAMM-COURS.
           ADD 1 TO WS-MOIS-COURS.
           IF WS-MOIS-COURS GREATER THAN 12
              MOVE 1 TO WS-MOIS-COURS
              ADD 1 TO WS-ANNEE-COURS
           END-IF.
           COMPUTE WS-PREMIER-SUIVANT = WS-AAAAMM-COURS * 100 + 1.
           COMPUTE WS-JOURS-MOIS =
              FUNCTION INTEGER-OF-DATE(WS-PREMIER-SUIVANT)
              - FUNCTION INTEGER-OF-DATE(WS-PREMIER-DU-MOIS).
           COMPUTE WS-PRORATA-MOIS ROUNDED =
              WS-MONTANT-MENSUEL * (WS-RESIL-JOUR - 1) / WS-JOURS-MOIS.
           ADD WS-PRORATA-MOIS TO WS-ACQUIS.

           COMPUTE WS-NET = WS-RES-PAYE(WS-INDEX-RESILIE) - WS-ACQUIS.
           MOVE 0 TO WS-REMBOURSE.
           MOVE 0 TO WS-ARRIERE.
           EVALUATE TRUE
              WHEN WS-NET GREATER THAN 0
                 MOVE WS-NET TO WS-REMBOURSE
                 MOVE "REMBOURSE" TO WS-ISSUE
                 ADD 1 TO WS-NB-REMBOURSES
                 ADD WS-REMBOURSE TO WS-TOTAL-REMBOURSE
              WHEN WS-NET LESS THAN 0
                 COMPUTE WS-ARRIERE = 0 - WS-NET
                 MOVE "ARRIERE" TO WS-ISSUE
                 ADD 1 TO WS-NB-ARRIERES
              WHEN OTHER
                 MOVE "SOLDE" TO WS-ISSUE
                 ADD 1 TO WS-NB-SOLDES
           END-EVALUATE.

           MOVE SPACES TO LIGNE-REGISTRE.
           MOVE WS-RES-CONTRAT(WS-INDEX-RESILIE) TO CODE-CONTRAT-REG.
           MOVE WS-DATE-RESILIATION TO DATE-RESIL-REG.
           MOVE WS-DATE-JOUR TO DATE-TRAITEMENT-REG.
           MOVE WS-RES-PAYE(WS-INDEX-RESILIE) TO PAYE-REG.
           MOVE WS-ACQUIS TO ACQUIS-REG.
           MOVE WS-REMBOURSE TO REMBOURSE-REG.
           MOVE WS-ARRIERE TO ARRIERE-REG.
           MOVE WS-ISSUE TO ISSUE-REG.
           MOVE WS-RES-CLIENT(WS-INDEX-RESILIE) TO NOM-CLIENT-REG.
           WRITE LIGNE-REGISTRE.

           IF WS-REMBOURSE GREATER THAN 0
              MOVE SPACES TO LIGNE-VIREMENT
              MOVE WS-RES-CONTRAT(WS-INDEX-RESILIE)
              TO CODE-CONTRAT-VIR
              MOVE WS-RES-CLIENT(WS-INDEX-RESILIE) TO NOM-CLIENT-VIR
              MOVE WS-DATE-JOUR TO DATE-VIR
              MOVE WS-REMBOURSE TO MONTANT-VIR
              WRITE LIGNE-VIREMENT
           END-IF.
       REGLE-CONTRAT-FIN.
           EXIT.

      *la mensualité du mois WS-AAAAMM-ECHEANCE du contrat
      *WS-INDEX-RESILIE, choisie comme facturation.cbl : le dernier
      *avenant dont l'effet est atteint l'emporte, avant le premier
      *c'est l'ancienne prime qu'il a remplacée
       PRIME-DU-MOIS.
           MOVE WS-RES-PRIME(WS-INDEX-RESILIE) TO WS-PRIME-ANNUELLE.
           MOVE 0 TO WS-EFFET-RETENU.
           MOVE 999912 TO WS-PREMIER-EFFET.
           MOVE 0 TO WS-PRIME-AVANT-AVENANT.

           PERFORM VARYING WS-INDEX-AJU FROM 1 BY 1
           UNTIL WS-INDEX-AJU GREATER THAN WS-NB-AJUSTEMENTS
              IF WS-AJU-CONTRAT(WS-INDEX-AJU) EQUAL
              WS-RES-CONTRAT(WS-INDEX-RESILIE)
                 IF WS-AJU-EFFET(WS-INDEX-AJU) LESS THAN
                 WS-PREMIER-EFFET
                    MOVE WS-AJU-EFFET(WS-INDEX-AJU)
                    TO WS-PREMIER-EFFET
                    MOVE WS-AJU-ANCIEN(WS-INDEX-AJU)
                    TO WS-PRIME-AVANT-AVENANT
                 END-IF
                 IF WS-AJU-EFFET(WS-INDEX-AJU) LESS THAN OR EQUAL TO
                 WS-AAAAMM-ECHEANCE
                 AND WS-AJU-EFFET(WS-INDEX-AJU) GREATER THAN OR EQUAL
                 TO WS-EFFET-RETENU
                    MOVE WS-AJU-EFFET(WS-INDEX-AJU)
                    TO WS-EFFET-RETENU
                    MOVE WS-AJU-NOUVEAU(WS-INDEX-AJU)
                    TO WS-PRIME-ANNUELLE
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-EFFET-RETENU EQUAL 0
           AND WS-PREMIER-EFFET NOT EQUAL 999912
              MOVE WS-PRIME-AVANT-AVENANT TO WS-PRIME-ANNUELLE
           END-IF.

           COMPUTE WS-MONTANT-MENSUEL ROUNDED =
              WS-PRIME-ANNUELLE / 12.
       PRIME-DU-MOIS-FIN.
           EXIT.

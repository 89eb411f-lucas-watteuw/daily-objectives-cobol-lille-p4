              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

      *le registre des remboursements de remboursements.cbl : un
      *contrat résilié réglé ne doit plus que la prime acquise à sa
      *résiliation, moins le trop-payé qui lui a été rendu
           SELECT REGISTRE-REMBOURSEMENTS
           ASSIGN TO "registre-remboursements.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REMBOURSEMENTS.

      *les plans d'apurement d'apurement.cbl : tant que le plan d'un
      *contrat est EN-COURS, son escalade est suspendue au niveau
      *atteint
           SELECT PLANS ASSIGN TO "plans-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLANS.

       DATA DIVISION.
       FILE SECTION.
       FD ECHEANCIER.
       FD JOURNAL-MED.
       01 LIGNE-JOURNAL PIC X(120).

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

       FD PLANS.
       01 LIGNE-PLAN.
           05 CODE-CONTRAT-PLAN PIC 9(8).
           05 FILLER            PIC X.
           05 DATE-ACCORD-PLAN  PIC 9(8).
           05 FILLER            PIC X.
           05 TOTAL-PLAN        PIC 9(8).
           05 FILLER            PIC X.
           05 NB-ECHEANCES-PLAN PIC 9(2).
           05 FILLER            PIC X.
           05 NIVEAU-PLAN       PIC 9.
           05 FILLER            PIC X.
           05 STATUT-PLAN       PIC X(8).
           05 FILLER            PIC X.
           05 DATE-STATUT-PLAN  PIC 9(8).

       WORKING-STORAGE SECTION.

      *statuts des fichiers ; l'échéancier doit exister, les autres
           88 WS-FS-PARAM-OK VALUE "00".
       01 WS-FS-JOURNAL          PIC X(2) VALUE "00".
           88 WS-FS-JOURNAL-OK VALUE "00".
       01 WS-FS-REMBOURSEMENTS   PIC X(2) VALUE "00".
           88 WS-FS-REMBOURSEMENTS-OK VALUE "00".
       01 WS-FS-PLANS            PIC X(2) VALUE "00".
           88 WS-FS-PLANS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION-ECH       PIC X VALUE "C".
       01 WS-CONDITION-PARAM     PIC X VALUE "C".
       01 WS-CONDITION-LIENS     PIC X VALUE "C".
       01 WS-CONDITION-MENAGES   PIC X VALUE "C".
       01 WS-CONDITION-REMB      PIC X VALUE "C".
       01 WS-CONDITION-PLANS     PIC X VALUE "C".

      *les liens contrat -> client et les ménages, pour regrouper
      *les relances d'un même foyer sous un seul pli
           05 WS-NIVEAU-R        PIC 9 VALUE 0.
           05 WS-DATE-NIVEAU-R   PIC 9(8) VALUE 0.
           05 WS-DATE-MED-R      PIC 9(8) VALUE 0.
           05 WS-PLAN-R          PIC X VALUE "N".
               88 WS-PLAN-EN-COURS-R VALUE "O".

      *index pour rechercher un contrat et parcourir le tableau
       01 WS-INDEX-CONTRAT       PIC 9(4).
       01 WS-AAAAMM-ECHEANCE     PIC 9(6).
       01 WS-DATE-ECHEANCE       PIC 9(8).

      *l'ancienneté de l'impayé du contrat en cours se mesure depuis
      *la première échéance restée impayée : un niveau est atteint
      *le jour ouvré où son seuil est écoulé
       01 WS-SEUIL-CHERCHE       PIC 9(3).
       01 WS-DATE-SEUIL          PIC 9(8).
       01 WS-NIVEAU-CIBLE        PIC 9.

      *l'appel du service commun des dates
       COPY "../../copybooks/dates-appel.copy" REPLACING DATES-APPEL BY
          WS-DATES-APPEL
          DATES-FONCTION BY WS-DATES-FONCTION
          DATES-DATE-2 BY WS-DATES-DATE-2
          DATES-DATE-RESULTAT BY WS-DATES-DATE-RESULTAT
          DATES-DATE BY WS-DATES-DATE
          DATES-NOMBRE-RESULTAT BY WS-DATES-NOMBRE-RESULTAT
          DATES-NOMBRE BY WS-DATES-NOMBRE
          DATES-RETOUR BY WS-DATES-RETOUR.

      *le solde restant dû du contrat en cours de relance
       01 WS-SOLDE               PIC S9(10).
       01 WS-SOLDE-EDIT          PIC -(9)9.
       01 WS-NB-RELANCES-1       PIC 9(4) VALUE 0.
       01 WS-NB-RELANCES-2       PIC 9(4) VALUE 0.
       01 WS-NB-MED              PIC 9(4) VALUE 0.
       01 WS-NB-SUSPENDUS        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

              CLOSE PAIEMENTS
           END-IF.

      *les contrats résiliés réglés par remboursements.cbl : le dû
      *s'arrête à la prime acquise, le remboursement sort du payé ;
      *un contrat remboursé est ainsi soldé et n'est pas relancé
           OPEN INPUT REGISTRE-REMBOURSEMENTS.
           IF WS-FS-REMBOURSEMENTS-OK
              PERFORM UNTIL WS-CONDITION-REMB EQUAL "F"
                 READ REGISTRE-REMBOURSEMENTS
                    AT END
                       MOVE "F" TO WS-CONDITION-REMB
                    NOT AT END
                       PERFORM APPLIQUE-REMBOURSEMENT
                       THRU APPLIQUE-REMBOURSEMENT-FIN
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-REMBOURSEMENTS
           END-IF.

      *maintenant que les paiements sont connus, la première
      *échéance restée impayée de chaque contrat date l'ancienneté
      *de l'impayé : un client à jour jusqu'au mois dernier repart
              CLOSE ETAT-RELANCES
           END-IF.

      *les contrats sous plan d'apurement en cours ; sans fichier,
      *aucun plan
           OPEN INPUT PLANS.
           IF WS-FS-PLANS-OK
              PERFORM UNTIL WS-CONDITION-PLANS EQUAL "F"
                 READ PLANS
                    AT END
                       MOVE "F" TO WS-CONDITION-PLANS
                    NOT AT END
                       PERFORM MARQUE-PLAN THRU MARQUE-PLAN-FIN
                 END-READ
              END-PERFORM
              CLOSE PLANS
           END-IF.

      *le journal des mises en demeure est poursuivi, jamais écrasé :
      *c'est la preuve de date que demande le juridique
           OPEN INPUT JOURNAL-MED.

           DISPLAY "Fin du traitement - " WS-NB-RELANCES-1
              " relance(s) 1, " WS-NB-RELANCES-2 " relance(s) 2, "
              WS-NB-MED " mise(s) en demeure, " WS-NB-SUSPENDUS
              " suspendue(s) par un plan d'apurement".

           STOP RUN.

       CUMULE-PAIEMENT-FIN.
           EXIT.

      *on arrête le dû du contrat résilié lu à sa prime acquise et
      *on retire de son payé le trop-payé remboursé
       APPLIQUE-REMBOURSEMENT.
           PERFORM VARYING WS-INDEX-CONTRAT FROM 1 BY 1
           UNTIL WS-INDEX-CONTRAT GREATER THAN WS-NB-CONTRATS
              IF WS-CODE-CONTRAT-R(WS-INDEX-CONTRAT) EQUAL
              CODE-CONTRAT-REMB
                 IF WS-TOTAL-DU-R(WS-INDEX-CONTRAT) GREATER THAN
                 ACQUIS-REMB
                    MOVE ACQUIS-REMB
                    TO WS-TOTAL-DU-R(WS-INDEX-CONTRAT)
                 END-IF
                 IF REMBOURSE-REMB GREATER THAN
                 WS-TOTAL-PAYE-R(WS-INDEX-CONTRAT)
                    MOVE 0 TO WS-TOTAL-PAYE-R(WS-INDEX-CONTRAT)
                 ELSE
                    SUBTRACT REMBOURSE-REMB
                    FROM WS-TOTAL-PAYE-R(WS-INDEX-CONTRAT)
                 END-IF
              END-IF
           END-PERFORM.
       APPLIQUE-REMBOURSEMENT-FIN.
           EXIT.

      *on cherche la première échéance du contrat WS-INDEX-RELANCE
      *restée impayée : on déroule ses échéances dues dans l'ordre
      *chronologique en cumulant les montants, et la première dont
              GO TO TRAITE-CONTRAT-FIN
           END-IF.

      *un plan d'apurement respecté gèle le niveau atteint : ni
      *escalade ni courrier, la relance reprend de ce niveau si le
      *plan est rompu
           IF WS-PLAN-EN-COURS-R(WS-INDEX-RELANCE)
              ADD 1 TO WS-NB-SUSPENDUS
              GO TO TRAITE-CONTRAT-FIN
           END-IF.

      *sans échéance impayée identifiable, pas de relance à dater
           IF WS-PREMIER-IMPAYE-R(WS-INDEX-RELANCE) EQUAL 0
              GO TO TRAITE-CONTRAT-FIN
           END-IF.

      *le niveau que justifie l'ancienneté de l'impayé
           MOVE 0 TO WS-NIVEAU-CIBLE.
           MOVE WS-SEUIL-NIVEAU-1 TO WS-SEUIL-CHERCHE.
           PERFORM DATE-SEUIL THRU DATE-SEUIL-FIN.
           IF WS-DATE-JOUR GREATER THAN OR EQUAL TO WS-DATE-SEUIL
              MOVE 1 TO WS-NIVEAU-CIBLE
           END-IF.
           MOVE WS-SEUIL-NIVEAU-2 TO WS-SEUIL-CHERCHE.
           PERFORM DATE-SEUIL THRU DATE-SEUIL-FIN.
           IF WS-DATE-JOUR GREATER THAN OR EQUAL TO WS-DATE-SEUIL
              MOVE 2 TO WS-NIVEAU-CIBLE
           END-IF.
           MOVE WS-SEUIL-NIVEAU-3 TO WS-SEUIL-CHERCHE.
           PERFORM DATE-SEUIL THRU DATE-SEUIL-FIN.
           IF WS-DATE-JOUR GREATER THAN OR EQUAL TO WS-DATE-SEUIL
              MOVE 3 TO WS-NIVEAU-CIBLE
           END-IF.

       TRAITE-CONTRAT-FIN.
           EXIT.

      *la date où le seuil WS-SEUIL-CHERCHE est écoulé depuis la
      *première échéance impayée du contrat, reportée au premier
      *jour ouvré qui suit : aucun courrier ne part un jour chômé
       DATE-SEUIL.
           MOVE "PLUS-JOURS" TO WS-DATES-FONCTION.
           MOVE WS-PREMIER-IMPAYE-R(WS-INDEX-RELANCE) TO WS-DATES-DATE.
           MOVE WS-SEUIL-CHERCHE TO WS-DATES-NOMBRE.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE "OUVRE" TO WS-DATES-FONCTION.
           MOVE WS-DATES-DATE-RESULTAT TO WS-DATES-DATE.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE WS-DATES-DATE-RESULTAT TO WS-DATE-SEUIL.
      *une échéance mal datée ne fait jamais monter le niveau
           IF WS-DATES-RETOUR NOT EQUAL 0
              MOVE 99999999 TO WS-DATE-SEUIL
           END-IF.
       DATE-SEUIL-FIN.
           EXIT.

      *on met en forme le courrier du niveau atteint par le contrat
      *WS-INDEX-RELANCE, sur le modèle des avis de lettres.cbl
       GENERE-COURRIER.
           END-IF.
       CHERCHE-MENAGE-CONTRAT-FIN.
           EXIT.

      *le contrat du plan lu est marqué s'il est encore en cours
       MARQUE-PLAN.
           IF STATUT-PLAN NOT EQUAL "EN-COURS"
              GO TO MARQUE-PLAN-FIN
           END-IF.
           PERFORM VARYING WS-INDEX-CONTRAT FROM 1 BY 1
           UNTIL WS-INDEX-CONTRAT GREATER THAN WS-NB-CONTRATS
              IF WS-CODE-CONTRAT-R(WS-INDEX-CONTRAT) EQUAL
              CODE-CONTRAT-PLAN
                 MOVE "O" TO WS-PLAN-R(WS-INDEX-CONTRAT)
              END-IF
           END-PERFORM.
       MARQUE-PLAN-FIN.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. apurement.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *l'état de relance tenu par relances.cbl : seul un contrat en
      *relance peut obtenir un plan, et son niveau est noté au plan
           SELECT ETAT-RELANCES ASSIGN TO "relances-etat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ETAT.

      *les plans négociés par le recouvrement avec le client :
      *contrat, montant de l'arriéré, nombre d'échéances et premier
      *mois prélevé
           SELECT DEMANDES ASSIGN TO "demandes-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DEMANDES.

      *les plans enregistrés et leur statut EN-COURS, SOLDE ou
      *ROMPU, relus par relances.cbl pour suspendre l'escalade
           SELECT PLANS ASSIGN TO "plans-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLANS.

           SELECT PLANS-NOUVEAU ASSIGN TO "plans-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les échéances des plans, prélevées le 5 de leur mois (ou le
      *premier jour ouvré qui suit) par prelevements.cbl qui en
      *tient le statut : A à prélever, E émise, R rejetée par la
      *banque, X annulée ; chaque échéance porte la date d'accord
      *de son plan, qui la rattache à ce plan et non à un plan
      *antérieur du même contrat
           SELECT ECHEANCES ASSIGN TO "echeances-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ECHEANCES.

           SELECT ECHEANCES-NOUVEAU
           ASSIGN TO "echeances-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le rapport des plans en cours, soldés et rompus, et des
      *demandes refusées
           SELECT RAPPORT-PLANS ASSIGN TO "rapport-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ETAT-RELANCES.
       01 LIGNE-ETAT.
           05 CODE-CONTRAT-ETAT PIC 9(8).
           05 FILLER            PIC X.
           05 NIVEAU-ETAT       PIC 9.
           05 FILLER            PIC X.
           05 DATE-NIVEAU-ETAT  PIC 9(8).
           05 FILLER            PIC X.
           05 DATE-MED-ETAT     PIC 9(8).

       FD DEMANDES.
       01 LIGNE-DEMANDE.
           05 CODE-CONTRAT-DEM  PIC X(8).
           05 FILLER            PIC X.
           05 TOTAL-DEM         PIC X(8).
           05 FILLER            PIC X.
           05 NB-ECHEANCES-DEM  PIC X(2).
           05 FILLER            PIC X.
           05 PREMIER-MOIS-DEM  PIC X(6).

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

       FD PLANS-NOUVEAU.
       01 LIGNE-PLAN-NOUVEAU.
           05 CODE-CONTRAT-PLAN-N PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-ACCORD-PLAN-N  PIC 9(8).
           05 FILLER              PIC X.
           05 TOTAL-PLAN-N        PIC 9(8).
           05 FILLER              PIC X.
           05 NB-ECHEANCES-PLAN-N PIC 9(2).
           05 FILLER              PIC X.
           05 NIVEAU-PLAN-N       PIC 9.
           05 FILLER              PIC X.
           05 STATUT-PLAN-N       PIC X(8).
           05 FILLER              PIC X.
           05 DATE-STATUT-PLAN-N  PIC 9(8).

       FD ECHEANCES.
       01 LIGNE-ECHEANCE.
           05 CODE-CONTRAT-EP   PIC 9(8).
           05 FILLER            PIC X.
           05 RANG-EP           PIC 9(2).
           05 FILLER            PIC X.
           05 DATE-EP           PIC 9(8).
           05 FILLER            PIC X.
           05 MONTANT-EP        PIC 9(8).
           05 FILLER            PIC X.
           05 STATUT-EP         PIC X.
           05 FILLER            PIC X.
           05 ACCORD-EP         PIC 9(8).

       FD ECHEANCES-NOUVEAU.
       01 LIGNE-ECHEANCE-NOUVEAU.
           05 CODE-CONTRAT-EP-N PIC 9(8).
           05 FILLER            PIC X.
           05 RANG-EP-N         PIC 9(2).
           05 FILLER            PIC X.
           05 DATE-EP-N         PIC 9(8).
           05 FILLER            PIC X.
           05 MONTANT-EP-N      PIC 9(8).
           05 FILLER            PIC X.
           05 STATUT-EP-N       PIC X.
           05 FILLER            PIC X.
           05 ACCORD-EP-N       PIC 9(8).

       FD RAPPORT-PLANS.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(160).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FS-ETAT             PIC X(2) VALUE "00".
           88 WS-FS-ETAT-OK VALUE "00".
       01 WS-FS-DEMANDES         PIC X(2) VALUE "00".
           88 WS-FS-DEMANDES-OK VALUE "00".
       01 WS-FS-PLANS            PIC X(2) VALUE "00".
           88 WS-FS-PLANS-OK VALUE "00".
       01 WS-FS-ECHEANCES        PIC X(2) VALUE "00".
           88 WS-FS-ECHEANCES-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION-ETAT      PIC X VALUE "C".
       01 WS-CONDITION-DEM       PIC X VALUE "C".
       01 WS-CONDITION-PLANS     PIC X VALUE "C".
       01 WS-CONDITION-EP        PIC X VALUE "C".

      *le délai de grâce en jours ouvrés après la date d'une
      *échéance : passé ce délai, une échéance non prélevée rompt le
      *plan
       01 WS-DELAI-GRACE         PIC 9(3) VALUE 10.

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

      *les niveaux de relance par contrat
       01 WS-NB-ETATS            PIC 9(4) VALUE 0.
       01 WS-ETAT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-ETATS.
           05 WS-ETAT-CONTRAT    PIC 9(8).
           05 WS-ETAT-NIVEAU     PIC 9.
       01 WS-INDEX-ETAT          PIC 9(4).

      *les plans, anciens et nouveaux
       01 WS-NB-PLANS            PIC 9(4) VALUE 0.
       01 WS-PLAN-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PLANS.
           05 WS-PLAN-CONTRAT    PIC 9(8).
           05 WS-PLAN-ACCORD     PIC 9(8).
           05 WS-PLAN-TOTAL      PIC 9(8).
           05 WS-PLAN-NB         PIC 9(2).
           05 WS-PLAN-NIVEAU     PIC 9.
           05 WS-PLAN-STATUT     PIC X(8).
           05 WS-PLAN-DATE-STATUT PIC 9(8).
       01 WS-INDEX-PLAN          PIC 9(4).

      *les échéances de tous les plans
       01 WS-NB-EP               PIC 9(6) VALUE 0.
       01 WS-EP-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-EP.
           05 WS-EP-CONTRAT      PIC 9(8).
           05 WS-EP-RANG         PIC 9(2).
           05 WS-EP-DATE         PIC 9(8).
           05 WS-EP-MONTANT      PIC 9(8).
           05 WS-EP-STATUT       PIC X.
           05 WS-EP-ACCORD       PIC 9(8).
       01 WS-INDEX-EP            PIC 9(6).

      *la demande en cours de contrôle
       01 WS-RAISON-REJET        PIC X(60) VALUE SPACES.
       01 WS-NIVEAU-DEMANDE      PIC 9.
       01 WS-TOTAL-DEMANDE       PIC 9(8).
       01 WS-NB-DEMANDE          PIC 9(2).
       01 WS-MONTANT-ECHEANCE    PIC 9(8).
       01 WS-RANG                PIC 9(2).
       01 WS-MOIS-ECHEANCE       PIC 9(6).
       01 WS-MOIS-ECHEANCE-R REDEFINES WS-MOIS-ECHEANCE.
           05 WS-ECHEANCE-ANNEE  PIC 9(4).
           05 WS-ECHEANCE-MOIS   PIC 9(2).
       01 WS-DATE-TEST           PIC 9(8).

      *le suivi du plan en cours d'examen
       01 WS-NB-EMISES           PIC 9(2).
       01 WS-NB-A-VENIR          PIC 9(2).
       01 WS-DERNIERE-DATE       PIC 9(8).
       01 WS-LIMITE              PIC 9(8).
       01 WS-PLAN-RUPTURE        PIC X VALUE "N".
           88 WS-PLAN-EST-ROMPU VALUE "O".
       01 WS-MOTIF-RUPTURE       PIC X(40).

      *la date du jour
       01 WS-DATE-JOUR           PIC 9(8).

      *compteurs du run
       01 WS-NB-CREES            PIC 9(4) VALUE 0.
       01 WS-NB-REFUSES          PIC 9(4) VALUE 0.
       01 WS-NB-EN-COURS         PIC 9(4) VALUE 0.
       01 WS-NB-SOLDES           PIC 9(4) VALUE 0.
       01 WS-NB-ROMPUS           PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *les niveaux de relance
           OPEN INPUT ETAT-RELANCES.
           IF WS-FS-ETAT-OK
              PERFORM UNTIL WS-CONDITION-ETAT EQUAL "F"
                 READ ETAT-RELANCES
                    AT END
                       MOVE "F" TO WS-CONDITION-ETAT
                    NOT AT END
                       ADD 1 TO WS-NB-ETATS
                       MOVE CODE-CONTRAT-ETAT
                       TO WS-ETAT-CONTRAT(WS-NB-ETATS)
                       MOVE NIVEAU-ETAT TO WS-ETAT-NIVEAU(WS-NB-ETATS)
                 END-READ
              END-PERFORM
              CLOSE ETAT-RELANCES
           END-IF.

      *les plans et leurs échéances des runs précédents
           OPEN INPUT PLANS.
           IF WS-FS-PLANS-OK
              PERFORM UNTIL WS-CONDITION-PLANS EQUAL "F"
                 READ PLANS
                    AT END
                       MOVE "F" TO WS-CONDITION-PLANS
                    NOT AT END
                       ADD 1 TO WS-NB-PLANS
                       MOVE CODE-CONTRAT-PLAN
                       TO WS-PLAN-CONTRAT(WS-NB-PLANS)
                       MOVE DATE-ACCORD-PLAN
                       TO WS-PLAN-ACCORD(WS-NB-PLANS)
                       MOVE TOTAL-PLAN TO WS-PLAN-TOTAL(WS-NB-PLANS)
                       MOVE NB-ECHEANCES-PLAN TO WS-PLAN-NB(WS-NB-PLANS)
                       MOVE NIVEAU-PLAN TO WS-PLAN-NIVEAU(WS-NB-PLANS)
                       MOVE STATUT-PLAN TO WS-PLAN-STATUT(WS-NB-PLANS)
                       MOVE DATE-STATUT-PLAN
                       TO WS-PLAN-DATE-STATUT(WS-NB-PLANS)
                 END-READ
              END-PERFORM
              CLOSE PLANS
           END-IF.
           OPEN INPUT ECHEANCES.
           IF WS-FS-ECHEANCES-OK
              PERFORM UNTIL WS-CONDITION-EP EQUAL "F"
                 READ ECHEANCES
                    AT END
                       MOVE "F" TO WS-CONDITION-EP
                    NOT AT END
                       ADD 1 TO WS-NB-EP
                       MOVE CODE-CONTRAT-EP TO WS-EP-CONTRAT(WS-NB-EP)
                       MOVE RANG-EP TO WS-EP-RANG(WS-NB-EP)
                       MOVE DATE-EP TO WS-EP-DATE(WS-NB-EP)
                       MOVE MONTANT-EP TO WS-EP-MONTANT(WS-NB-EP)
                       MOVE STATUT-EP TO WS-EP-STATUT(WS-NB-EP)
                       IF ACCORD-EP IS NUMERIC
                       AND ACCORD-EP GREATER THAN 0
                          MOVE ACCORD-EP TO WS-EP-ACCORD(WS-NB-EP)
                       ELSE
                          PERFORM RATTACHE-ECHEANCE
                          THRU RATTACHE-ECHEANCE-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ECHEANCES
           END-IF.

           OPEN OUTPUT RAPPORT-PLANS.

      *les nouveaux plans négociés ; le fichier des demandes peut
      *manquer quand aucun plan n'a été accordé
           OPEN INPUT DEMANDES.
           IF WS-FS-DEMANDES-OK
              PERFORM UNTIL WS-CONDITION-DEM EQUAL "F"
                 READ DEMANDES
                    AT END
                       MOVE "F" TO WS-CONDITION-DEM
                    NOT AT END
                       PERFORM CREE-PLAN THRU CREE-PLAN-FIN
                 END-READ
              END-PERFORM
              CLOSE DEMANDES
           END-IF.

      *chaque plan en cours est examiné, puis tous les plans sont
      *portés au rapport
           PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1
           UNTIL WS-INDEX-PLAN GREATER THAN WS-NB-PLANS
              PERFORM SUIT-PLAN THRU SUIT-PLAN-FIN
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- " WS-NB-CREES " plan(s) cree(s), "
           WS-NB-REFUSES " refuse(s), " WS-NB-EN-COURS " en cours, "
           WS-NB-SOLDES " solde(s), " WS-NB-ROMPUS " rompu(s) ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-PLANS.

           OPEN OUTPUT PLANS-NOUVEAU.
           PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1
           UNTIL WS-INDEX-PLAN GREATER THAN WS-NB-PLANS
              MOVE SPACES TO LIGNE-PLAN-NOUVEAU
              MOVE WS-PLAN-CONTRAT(WS-INDEX-PLAN)
              TO CODE-CONTRAT-PLAN-N
              MOVE WS-PLAN-ACCORD(WS-INDEX-PLAN) TO DATE-ACCORD-PLAN-N
              MOVE WS-PLAN-TOTAL(WS-INDEX-PLAN) TO TOTAL-PLAN-N
              MOVE WS-PLAN-NB(WS-INDEX-PLAN) TO NB-ECHEANCES-PLAN-N
              MOVE WS-PLAN-NIVEAU(WS-INDEX-PLAN) TO NIVEAU-PLAN-N
              MOVE WS-PLAN-STATUT(WS-INDEX-PLAN) TO STATUT-PLAN-N
              MOVE WS-PLAN-DATE-STATUT(WS-INDEX-PLAN)
              TO DATE-STATUT-PLAN-N
              WRITE LIGNE-PLAN-NOUVEAU
           END-PERFORM.
           CLOSE PLANS-NOUVEAU.

           OPEN OUTPUT ECHEANCES-NOUVEAU.
           PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
           UNTIL WS-INDEX-EP GREATER THAN WS-NB-EP
              MOVE SPACES TO LIGNE-ECHEANCE-NOUVEAU
              MOVE WS-EP-CONTRAT(WS-INDEX-EP) TO CODE-CONTRAT-EP-N
              MOVE WS-EP-RANG(WS-INDEX-EP) TO RANG-EP-N
              MOVE WS-EP-DATE(WS-INDEX-EP) TO DATE-EP-N
              MOVE WS-EP-MONTANT(WS-INDEX-EP) TO MONTANT-EP-N
              MOVE WS-EP-STATUT(WS-INDEX-EP) TO STATUT-EP-N
              MOVE WS-EP-ACCORD(WS-INDEX-EP) TO ACCORD-EP-N
              WRITE LIGNE-ECHEANCE-NOUVEAU
           END-PERFORM.
           CLOSE ECHEANCES-NOUVEAU.

           DISPLAY "Fin du traitement - " WS-NB-CREES
              " plan(s) cree(s), " WS-NB-EN-COURS " en cours, "
              WS-NB-SOLDES " solde(s), " WS-NB-ROMPUS " rompu(s)".

           STOP RUN.

      *on enregistre le plan demandé : le contrat doit être en
      *relance et sans plan en cours ; l'arriéré est réparti en
      *échéances mensuelles prélevées le 5, ou le premier jour ouvré
      *qui suit, à partir du mois suivant au plus tôt, les ordres du
      *mois pouvant être déjà partis, la dernière recevant le reste
      *de la division
       CREE-PLAN.
           MOVE SPACES TO WS-RAISON-REJET.
           IF CODE-CONTRAT-DEM NOT NUMERIC
           OR TOTAL-DEM NOT NUMERIC
           OR NB-ECHEANCES-DEM NOT NUMERIC
           OR PREMIER-MOIS-DEM NOT NUMERIC
              MOVE "demande non numerique" TO WS-RAISON-REJET
              PERFORM REFUSE-PLAN THRU REFUSE-PLAN-FIN
              GO TO CREE-PLAN-FIN
           END-IF.
           MOVE TOTAL-DEM TO WS-TOTAL-DEMANDE.
           MOVE NB-ECHEANCES-DEM TO WS-NB-DEMANDE.
           MOVE PREMIER-MOIS-DEM TO WS-MOIS-ECHEANCE.
           COMPUTE WS-DATE-TEST = WS-MOIS-ECHEANCE * 100 + 5.
           IF WS-TOTAL-DEMANDE EQUAL 0
           OR WS-NB-DEMANDE EQUAL 0
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TEST) NOT EQUAL 0
           OR WS-MOIS-ECHEANCE NOT GREATER THAN WS-DATE-JOUR(1:6)
              MOVE "montant, echeances ou premier mois invalide"
              TO WS-RAISON-REJET
              PERFORM REFUSE-PLAN THRU REFUSE-PLAN-FIN
              GO TO CREE-PLAN-FIN
           END-IF.

           MOVE 0 TO WS-NIVEAU-DEMANDE.
           PERFORM VARYING WS-INDEX-ETAT FROM 1 BY 1
           UNTIL WS-INDEX-ETAT GREATER THAN WS-NB-ETATS
              IF WS-ETAT-CONTRAT(WS-INDEX-ETAT) EQUAL
              FUNCTION NUMVAL(CODE-CONTRAT-DEM)
                 MOVE WS-ETAT-NIVEAU(WS-INDEX-ETAT)
                 TO WS-NIVEAU-DEMANDE
              END-IF
           END-PERFORM.
           IF WS-NIVEAU-DEMANDE EQUAL 0
              MOVE "contrat hors relance" TO WS-RAISON-REJET
              PERFORM REFUSE-PLAN THRU REFUSE-PLAN-FIN
              GO TO CREE-PLAN-FIN
           END-IF.

           PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1
           UNTIL WS-INDEX-PLAN GREATER THAN WS-NB-PLANS
              IF WS-PLAN-CONTRAT(WS-INDEX-PLAN) EQUAL
              FUNCTION NUMVAL(CODE-CONTRAT-DEM)
              AND WS-PLAN-STATUT(WS-INDEX-PLAN) EQUAL "EN-COURS"
                 MOVE "plan deja en cours" TO WS-RAISON-REJET
              END-IF
      *la date d'accord rattache les échéances à leur plan : un
      *plan rompu ce jour ne peut être remplacé que le lendemain
              IF WS-PLAN-CONTRAT(WS-INDEX-PLAN) EQUAL
              FUNCTION NUMVAL(CODE-CONTRAT-DEM)
              AND WS-PLAN-ACCORD(WS-INDEX-PLAN) EQUAL WS-DATE-JOUR
                 MOVE "plan deja accorde ou rompu ce jour"
                 TO WS-RAISON-REJET
              END-IF
           END-PERFORM.
           IF WS-RAISON-REJET NOT EQUAL SPACES
              PERFORM REFUSE-PLAN THRU REFUSE-PLAN-FIN
              GO TO CREE-PLAN-FIN
           END-IF.

           ADD 1 TO WS-NB-CREES.
           ADD 1 TO WS-NB-PLANS.
           MOVE CODE-CONTRAT-DEM TO WS-PLAN-CONTRAT(WS-NB-PLANS).
           MOVE WS-DATE-JOUR TO WS-PLAN-ACCORD(WS-NB-PLANS).
           MOVE WS-TOTAL-DEMANDE TO WS-PLAN-TOTAL(WS-NB-PLANS).
           MOVE WS-NB-DEMANDE TO WS-PLAN-NB(WS-NB-PLANS).
           MOVE WS-NIVEAU-DEMANDE TO WS-PLAN-NIVEAU(WS-NB-PLANS).
           MOVE "EN-COURS" TO WS-PLAN-STATUT(WS-NB-PLANS).
           MOVE WS-DATE-JOUR TO WS-PLAN-DATE-STATUT(WS-NB-PLANS).

           COMPUTE WS-MONTANT-ECHEANCE =
              WS-TOTAL-DEMANDE / WS-NB-DEMANDE.
           PERFORM VARYING WS-RANG FROM 1 BY 1
           UNTIL WS-RANG GREATER THAN WS-NB-DEMANDE
              ADD 1 TO WS-NB-EP
              MOVE CODE-CONTRAT-DEM TO WS-EP-CONTRAT(WS-NB-EP)
              MOVE WS-RANG TO WS-EP-RANG(WS-NB-EP)
              MOVE "OUVRE" TO WS-DATES-FONCTION
              COMPUTE WS-DATES-DATE = WS-MOIS-ECHEANCE * 100 + 5
              CALL "dates" USING WS-DATES-APPEL
              MOVE WS-DATES-DATE-RESULTAT TO WS-EP-DATE(WS-NB-EP)
              IF WS-RANG EQUAL WS-NB-DEMANDE
                 COMPUTE WS-EP-MONTANT(WS-NB-EP) = WS-TOTAL-DEMANDE
                    - WS-MONTANT-ECHEANCE * (WS-NB-DEMANDE - 1)
              ELSE
                 MOVE WS-MONTANT-ECHEANCE TO WS-EP-MONTANT(WS-NB-EP)
              END-IF
              MOVE "A" TO WS-EP-STATUT(WS-NB-EP)
              MOVE WS-DATE-JOUR TO WS-EP-ACCORD(WS-NB-EP)
              IF WS-ECHEANCE-MOIS EQUAL 12
                 ADD 1 TO WS-ECHEANCE-ANNEE
                 MOVE 1 TO WS-ECHEANCE-MOIS
              ELSE
                 ADD 1 TO WS-ECHEANCE-MOIS
              END-IF
           END-PERFORM.
       CREE-PLAN-FIN.
           EXIT.

      *la demande refusée est portée au rapport avec sa raison
       REFUSE-PLAN.
           ADD 1 TO WS-NB-REFUSES.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "REFUS    " LIGNE-DEMANDE " -- "
           FUNCTION TRIM(WS-RAISON-REJET)
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
       REFUSE-PLAN-FIN.
           EXIT.

      *on examine le plan WS-INDEX-PLAN : une échéance rejetée par
      *la banque, ou restée à prélever au-delà du délai de grâce,
      *rompt le plan et annule les échéances restantes ; toutes les
      *échéances émises et la dernière passée du délai de grâce
      *sans rejet, le plan est soldé
       SUIT-PLAN.
           MOVE 0 TO WS-NB-EMISES.
           MOVE 0 TO WS-NB-A-VENIR.
           MOVE 0 TO WS-DERNIERE-DATE.
           MOVE "N" TO WS-PLAN-RUPTURE.
           MOVE SPACES TO WS-MOTIF-RUPTURE.
           MOVE "PLUS-OUVRES" TO WS-DATES-FONCTION.
           MOVE WS-DATE-JOUR TO WS-DATES-DATE.
           COMPUTE WS-DATES-NOMBRE = 0 - WS-DELAI-GRACE.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE WS-DATES-DATE-RESULTAT TO WS-LIMITE.

           IF WS-PLAN-STATUT(WS-INDEX-PLAN) EQUAL "EN-COURS"
              PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
              UNTIL WS-INDEX-EP GREATER THAN WS-NB-EP
                 IF WS-EP-CONTRAT(WS-INDEX-EP) EQUAL
                 WS-PLAN-CONTRAT(WS-INDEX-PLAN)
                 AND WS-EP-ACCORD(WS-INDEX-EP) EQUAL
                 WS-PLAN-ACCORD(WS-INDEX-PLAN)
                 AND WS-EP-STATUT(WS-INDEX-EP) NOT EQUAL "X"
                    MOVE WS-EP-DATE(WS-INDEX-EP) TO WS-DERNIERE-DATE
                    EVALUATE WS-EP-STATUT(WS-INDEX-EP)
                       WHEN "E"
                          ADD 1 TO WS-NB-EMISES
                       WHEN "R"
                          SET WS-PLAN-EST-ROMPU TO TRUE
                          STRING "echeance " WS-EP-RANG(WS-INDEX-EP)
                          " rejetee" INTO WS-MOTIF-RUPTURE
                       WHEN OTHER
                          ADD 1 TO WS-NB-A-VENIR
                          IF WS-EP-DATE(WS-INDEX-EP) LESS THAN
                          WS-LIMITE
                             SET WS-PLAN-EST-ROMPU TO TRUE
                             STRING "echeance " WS-EP-RANG(WS-INDEX-EP)
                             " non prelevee" INTO WS-MOTIF-RUPTURE
                          END-IF
                    END-EVALUATE
                 END-IF
              END-PERFORM

              IF WS-PLAN-EST-ROMPU
                 MOVE "ROMPU" TO WS-PLAN-STATUT(WS-INDEX-PLAN)
                 MOVE WS-DATE-JOUR TO WS-PLAN-DATE-STATUT(WS-INDEX-PLAN)
                 PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
                 UNTIL WS-INDEX-EP GREATER THAN WS-NB-EP
                    IF WS-EP-CONTRAT(WS-INDEX-EP) EQUAL
                    WS-PLAN-CONTRAT(WS-INDEX-PLAN)
                    AND WS-EP-ACCORD(WS-INDEX-EP) EQUAL
                    WS-PLAN-ACCORD(WS-INDEX-PLAN)
                    AND WS-EP-STATUT(WS-INDEX-EP) EQUAL "A"
                       MOVE "X" TO WS-EP-STATUT(WS-INDEX-EP)
                    END-IF
                 END-PERFORM
              ELSE
                 IF WS-NB-A-VENIR EQUAL 0
                 AND WS-DERNIERE-DATE LESS THAN WS-LIMITE
                    MOVE "SOLDE" TO WS-PLAN-STATUT(WS-INDEX-PLAN)
                    MOVE WS-DATE-JOUR
                    TO WS-PLAN-DATE-STATUT(WS-INDEX-PLAN)
                 END-IF
              END-IF
           ELSE
              PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
              UNTIL WS-INDEX-EP GREATER THAN WS-NB-EP
                 IF WS-EP-CONTRAT(WS-INDEX-EP) EQUAL
                 WS-PLAN-CONTRAT(WS-INDEX-PLAN)
                 AND WS-EP-ACCORD(WS-INDEX-EP) EQUAL
                 WS-PLAN-ACCORD(WS-INDEX-PLAN)
                 AND WS-EP-STATUT(WS-INDEX-EP) EQUAL "E"
                    ADD 1 TO WS-NB-EMISES
                 END-IF
              END-PERFORM
           END-IF.

           EVALUATE WS-PLAN-STATUT(WS-INDEX-PLAN)
              WHEN "EN-COURS"
                 ADD 1 TO WS-NB-EN-COURS
              WHEN "SOLDE"
                 ADD 1 TO WS-NB-SOLDES
              WHEN "ROMPU"
                 ADD 1 TO WS-NB-ROMPUS
           END-EVALUATE.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING WS-PLAN-STATUT(WS-INDEX-PLAN) " contrat "
           WS-PLAN-CONTRAT(WS-INDEX-PLAN)
           " accorde le " WS-PLAN-ACCORD(WS-INDEX-PLAN)
           " arriere " WS-PLAN-TOTAL(WS-INDEX-PLAN)
           " en " WS-PLAN-NB(WS-INDEX-PLAN) " echeance(s), "
           WS-NB-EMISES " prelevee(s), niveau "
           WS-PLAN-NIVEAU(WS-INDEX-PLAN)
           " depuis le " WS-PLAN-DATE-STATUT(WS-INDEX-PLAN)
           " " WS-MOTIF-RUPTURE
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
       SUIT-PLAN-FIN.
           EXIT.

      *une échéance écrite avant que la date d'accord n'y figure
      *est rattachée au plan de son contrat accordé en dernier
      *avant sa date
       RATTACHE-ECHEANCE.
           MOVE 0 TO WS-EP-ACCORD(WS-NB-EP).
           PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1
           UNTIL WS-INDEX-PLAN GREATER THAN WS-NB-PLANS
              IF WS-PLAN-CONTRAT(WS-INDEX-PLAN) EQUAL
              WS-EP-CONTRAT(WS-NB-EP)
              AND WS-PLAN-ACCORD(WS-INDEX-PLAN) LESS THAN
              WS-EP-DATE(WS-NB-EP)
              AND WS-PLAN-ACCORD(WS-INDEX-PLAN) GREATER THAN
              WS-EP-ACCORD(WS-NB-EP)
                 MOVE WS-PLAN-ACCORD(WS-INDEX-PLAN)
                 TO WS-EP-ACCORD(WS-NB-EP)
              END-IF
           END-PERFORM.
       RATTACHE-ECHEANCE-FIN.
           EXIT.

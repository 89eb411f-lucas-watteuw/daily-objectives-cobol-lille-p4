           ASSIGN TO "prelevements-etat.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les échéances des plans d'apurement d'apurement.cbl : celles
      *du mois s'ajoutent aux ordres, leur statut passe de A (à
      *prélever) à E (émise), puis à R si la banque les rejette
           SELECT ECHEANCES-PLANS ASSIGN TO "echeances-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLANS.

           SELECT ECHEANCES-PLANS-NOUVEAU
           ASSIGN TO "echeances-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le compte rendu des rejets traités, pour le recouvrement
           SELECT RAPPORT-REJETS
           ASSIGN TO "rapport-rejets-prelevement.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le calendrier des périodes comptables : un paiement ne
      *s'enregistre pas dans un mois d'assurance clos
           COPY "../../copybooks/periodes-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD ECHEANCIER.
       01 LIGNE-ETAT-NOUVEAU.
           05 AAAAMM-EMIS-N     PIC 9(6).

       FD ECHEANCES-PLANS.
       01 LIGNE-ECHEANCE-PLAN.
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

       FD ECHEANCES-PLANS-NOUVEAU.
       01 LIGNE-ECHEANCE-PLAN-NOUVEAU.
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

       FD RAPPORT-REJETS.
       01 LIGNE-RAPPORT-REJET.
           05 LIGNE-RAPPORT-REJET-CONTENU PIC X(120).

       COPY "../../copybooks/periodes-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/periodes-ws.copy".

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

      *statuts des fichiers
       01 WS-FS-ECHEANCIER       PIC X(2) VALUE "00".
           88 WS-FS-ECHEANCIER-OK VALUE "00".
           88 WS-FS-REJETS-OK VALUE "00".
       01 WS-FS-ETAT             PIC X(2) VALUE "00".
           88 WS-FS-ETAT-OK VALUE "00".
       01 WS-FS-PLANS            PIC X(2) VALUE "00".
           88 WS-FS-PLANS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION           PIC X VALUE "C".
       01 WS-CONDITION-PAIE      PIC X VALUE "C".
       01 WS-CONDITION-REJ       PIC X VALUE "C".
       01 WS-CONDITION-ETAT      PIC X VALUE "C".
       01 WS-CONDITION-EP        PIC X VALUE "C".

      *les échéances des plans d'apurement, chargées puis réécrites
      *avec leur nouveau statut
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

      *le nom du client de chaque contrat de l'échéancier, repris
      *sur l'ordre de prélèvement des échéances de plan
       01 WS-NB-NOMS             PIC 9(6) VALUE 0.
       01 WS-NOM-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-NOMS.
           05 WS-NOM-CONTRAT     PIC 9(8).
           05 WS-NOM-CLIENT      PIC X(41).
       01 WS-INDEX-NOM           PIC 9(6).

      *le mode du run : P pour émettre les ordres du mois, R pour
      *traiter le fichier des rejets de la banque
           88 WS-MODE-REJETS VALUE "R" "r".

      *la date du jour : les ordres sont émis pour les échéances du
      *mois en cours, prélevées le 5 ou le premier jour ouvré qui
      *le suit
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM-JOUR         PIC 9(6).
       01 WS-AAAAMM-ECHEANCE     PIC 9(6).
       01 WS-DATE-PRELEVEMENT    PIC 9(8).
      *la date d'enregistrement des paiements : celle du
      *prélèvement, reportée dans la période ouverte quand le mois
      *d'assurance est clos
       01 WS-DATE-PAIEMENT       PIC 9(8).

      *le mois déjà émis lu dans l'état, pour le garde-fou du
      *double prélèvement
       01 WS-NB-ORDRES           PIC 9(6) VALUE 0.
       01 WS-NB-REJETS-TRAITES   PIC 9(6) VALUE 0.
       01 WS-NB-REJETS-INCONNUS  PIC 9(6) VALUE 0.
       01 WS-NB-ORDRES-PLANS     PIC 9(6) VALUE 0.
       01 WS-NB-PLANS-REJETES    PIC 9(6) VALUE 0.
       01 WS-NB-REJETS-CLOS      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM-JOUR.

           COPY "../../copybooks/periodes-init.copy".
           MOVE "ASSURANCE" TO WS-PER-DOMAINE-CHERCHE.
           MOVE "prelevements" TO WS-PER-PROGRAMME.

           DISPLAY "emission des ordres ou traitement des rejets?"
           " (P/R)".
           ACCEPT WS-MODE.
              GO TO EMET-ORDRES-FIN
           END-IF.

      *les prélèvements du mois partent le 5, reporté au premier
      *jour ouvré qui suit quand la banque est fermée ce jour-là
           MOVE "OUVRE" TO WS-DATES-FONCTION.
           COMPUTE WS-DATES-DATE = WS-AAAAMM-JOUR * 100 + 5.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE WS-DATES-DATE-RESULTAT TO WS-DATE-PRELEVEMENT.

      *la banque prélève le 5, mais un mois d'assurance déjà clos
      *ne reçoit plus de paiement : ils sont enregistrés dans la
      *période ouverte et listés comme tardifs
           MOVE WS-DATE-PRELEVEMENT TO WS-PER-DATE-CHERCHE.
           PERFORM CONTROLE-PERIODE THRU CONTROLE-PERIODE-FIN.
           MOVE WS-PER-DATE-RETENUE TO WS-DATE-PAIEMENT.
           IF WS-PER-EST-CLOS
              DISPLAY "mois " WS-AAAAMM-JOUR " clos en assurance, "
              "paiements enregistres au " WS-DATE-PAIEMENT
              PERFORM OUVRE-TARDIFS THRU OUVRE-TARDIFS-FIN
           END-IF.

           OPEN OUTPUT ORDRES.
           OPEN INPUT PAIEMENTS.
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF WS-NB-NOMS EQUAL 0
                    OR WS-NOM-CONTRAT(WS-NB-NOMS) NOT EQUAL
                    CODE-CONTRAT-ECH
                       ADD 1 TO WS-NB-NOMS
                       MOVE CODE-CONTRAT-ECH
                       TO WS-NOM-CONTRAT(WS-NB-NOMS)
                       MOVE NOM-CLIENT-ECH TO WS-NOM-CLIENT(WS-NB-NOMS)
                    END-IF
                    COMPUTE WS-AAAAMM-ECHEANCE =
                       ANNEE-ECH * 100 + MOIS-ECH
                    IF WS-AAAAMM-ECHEANCE EQUAL WS-AAAAMM-JOUR
                       ADD 1 TO WS-NB-ORDRES
                       MOVE SPACES TO LIGNE-ORDRE
                       MOVE SPACES TO LIGNE-PAIEMENT
                       MOVE WS-DATE-PRELEVEMENT TO DATE-ORDRE
                       MOVE CODE-CONTRAT-ECH TO CODE-CONTRAT-ORD
                       MOVE NOM-CLIENT-ECH TO NOM-CLIENT-ORD
                       MOVE MONTANT-ECH TO MONTANT-ORD
                       WRITE LIGNE-ORDRE
                       MOVE CODE-CONTRAT-ECH TO CODE-CONTRAT-PAIE
                       MOVE WS-DATE-PAIEMENT TO DATE-PAIEMENT
                       MOVE MONTANT-ECH TO MONTANT-PAIEMENT
                       WRITE LIGNE-PAIEMENT
                       IF WS-PER-EST-CLOS
                          PERFORM NOTE-PAIEMENT-TARDIF
                          THRU NOTE-PAIEMENT-TARDIF-FIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ECHEANCIER.

      *les échéances de plan d'apurement du mois partent avec les
      *primes et sont enregistrées comme paiements de la même façon
           PERFORM CHARGE-ECHEANCES-PLANS
           THRU CHARGE-ECHEANCES-PLANS-FIN.
           PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
           UNTIL WS-INDEX-EP GREATER THAN WS-NB-EP
              IF WS-EP-STATUT(WS-INDEX-EP) EQUAL "A"
              AND WS-EP-DATE(WS-INDEX-EP)(1:6) EQUAL WS-AAAAMM-JOUR
                 PERFORM EMET-ECHEANCE-PLAN
                 THRU EMET-ECHEANCE-PLAN-FIN
              END-IF
           END-PERFORM.
           IF WS-FS-PLANS-OK
              PERFORM REECRIT-ECHEANCES-PLANS
              THRU REECRIT-ECHEANCES-PLANS-FIN
           END-IF.

           CLOSE ORDRES.
           CLOSE PAIEMENTS.
           IF WS-PER-EST-CLOS
              CLOSE F-TARDIFS
           END-IF.

      *le mois émis est retenu pour le garde-fou
           OPEN OUTPUT ETAT-PRELEVEMENTS-NOUVEAU.
           CLOSE ETAT-PRELEVEMENTS-NOUVEAU.

           DISPLAY "Fin du traitement - " WS-NB-ORDRES
              " ordre(s) de prelevement emis pour " WS-AAAAMM-JOUR
              " dont " WS-NB-ORDRES-PLANS " echeance(s) de plan, "
              WS-NB-TARDIFS " paiement(s) tardif(s)".
       EMET-ORDRES-FIN.
           EXIT.

              CLOSE PAIEMENTS
           END-IF.

      *les échéances de plan, pour marquer celles que la banque
      *rejette
           PERFORM CHARGE-ECHEANCES-PLANS
           THRU CHARGE-ECHEANCES-PLANS-FIN.

      *chaque rejet annule le premier paiement du contrat à la date
      *rejetée qui ne l'est pas déjà
           PERFORM OUVRE-TARDIFS THRU OUVRE-TARDIFS-FIN.
           OPEN OUTPUT RAPPORT-REJETS.
           PERFORM UNTIL WS-CONDITION-REJ EQUAL "F"
              READ REJETS-BANCAIRES
              END-READ
           END-PERFORM.
           CLOSE REJETS-BANCAIRES.
           CLOSE F-TARDIFS.

           MOVE SPACES TO LIGNE-RAPPORT-REJET-CONTENU.
           STRING "--- " WS-NB-REJETS-TRAITES " rejet(s) traite(s), "
           WS-NB-REJETS-INCONNUS " sans paiement correspondant, "
           WS-NB-REJETS-CLOS " sur periode close ---"
           INTO LIGNE-RAPPORT-REJET-CONTENU.
           WRITE LIGNE-RAPPORT-REJET.
           CLOSE RAPPORT-REJETS.
           PERFORM VARYING WS-INDEX-PAIE FROM 1 BY 1
           UNTIL WS-INDEX-PAIE GREATER THAN WS-NB-PAIEMENTS
              IF WS-PAIE-ANNULE(WS-INDEX-PAIE) EQUAL "N"
                 MOVE SPACES TO LIGNE-PAIEMENT-NOUVEAU
                 MOVE WS-PAIE-CONTRAT(WS-INDEX-PAIE)
                 TO CODE-CONTRAT-PAIE-N
                 MOVE WS-PAIE-DATE(WS-INDEX-PAIE)
           END-PERFORM.
           CLOSE PAIEMENTS-NOUVEAU.

           IF WS-FS-PLANS-OK
              PERFORM REECRIT-ECHEANCES-PLANS
              THRU REECRIT-ECHEANCES-PLANS-FIN
           END-IF.

           DISPLAY "Fin du traitement - " WS-NB-REJETS-TRAITES
              " rejet(s) traite(s), " WS-NB-REJETS-INCONNUS
              " inconnu(s), " WS-NB-PLANS-REJETES
              " echeance(s) de plan rejetee(s), " WS-NB-REJETS-CLOS
              " sur periode close".
       TRAITE-REJETS-FIN.
           EXIT.

      *on annule le paiement visé par le rejet lu et on trace le
      *rejet pour le recouvrement
       ANNULE-PAIEMENT.
      *un prélèvement d'un mois d'assurance clos et déclaré n'est pas
      *annulé : le rejet est listé comme tardif, à régulariser après
      *réouverture du mois
           MOVE DATE-REJET TO WS-PER-DATE-CHERCHE.
           PERFORM CONTROLE-PERIODE THRU CONTROLE-PERIODE-FIN.
           IF WS-PER-EST-CLOS
              ADD 1 TO WS-NB-REJETS-CLOS
              MOVE "R" TO WS-PER-ACTION
              MOVE SPACES TO WS-PER-REFERENCE
              STRING "rejet contrat " CODE-CONTRAT-REJ
              INTO WS-PER-REFERENCE
              PERFORM NOTE-TARDIF THRU NOTE-TARDIF-FIN
              MOVE SPACES TO LIGNE-RAPPORT-REJET-CONTENU
              STRING "contrat " CODE-CONTRAT-REJ
              " rejet du " DATE-REJET
              " -- mois clos, paiement conserve, rejet a regulariser"
              INTO LIGNE-RAPPORT-REJET-CONTENU
              WRITE LIGNE-RAPPORT-REJET
              PERFORM REJETTE-ECHEANCE-PLAN
              THRU REJETTE-ECHEANCE-PLAN-FIN
              GO TO ANNULE-PAIEMENT-FIN
           END-IF.
           MOVE "N" TO WS-PAIEMENT-TROUVE.
           PERFORM VARYING WS-INDEX-PAIE FROM 1 BY 1
           UNTIL WS-INDEX-PAIE GREATER THAN WS-NB-PAIEMENTS
              END-IF
           END-PERFORM.

           PERFORM REJETTE-ECHEANCE-PLAN
           THRU REJETTE-ECHEANCE-PLAN-FIN.

           IF NOT WS-PAIEMENT-EST-TROUVE
              ADD 1 TO WS-NB-REJETS-INCONNUS
              MOVE SPACES TO LIGNE-RAPPORT-REJET-CONTENU
           END-IF.
       ANNULE-PAIEMENT-FIN.
           EXIT.

      *le prélèvement rejeté d'un contrat sous plan rompt son
      *échéance du même mois, que le mois soit clos ou non : une
      *échéance émise ne l'est qu'une fois par mois, à la date de
      *prélèvement du calendrier en vigueur
       REJETTE-ECHEANCE-PLAN.
           PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
           UNTIL WS-INDEX-EP GREATER THAN WS-NB-EP
              IF WS-EP-CONTRAT(WS-INDEX-EP) EQUAL CODE-CONTRAT-REJ
              AND WS-EP-DATE(WS-INDEX-EP)(1:6) EQUAL DATE-REJET(1:6)
              AND WS-EP-STATUT(WS-INDEX-EP) EQUAL "E"
                 MOVE "R" TO WS-EP-STATUT(WS-INDEX-EP)
                 ADD 1 TO WS-NB-PLANS-REJETES
                 MOVE SPACES TO LIGNE-RAPPORT-REJET-CONTENU
                 STRING "contrat " CODE-CONTRAT-REJ
                 " echeance " WS-EP-RANG(WS-INDEX-EP)
                 " du plan d'apurement rejetee, plan rompu"
                 INTO LIGNE-RAPPORT-REJET-CONTENU
                 WRITE LIGNE-RAPPORT-REJET
              END-IF
           END-PERFORM.
       REJETTE-ECHEANCE-PLAN-FIN.
           EXIT.

      *on charge les échéances des plans d'apurement ; un fichier
      *absent signifie aucun plan
       CHARGE-ECHEANCES-PLANS.
           OPEN INPUT ECHEANCES-PLANS.
           IF NOT WS-FS-PLANS-OK
              GO TO CHARGE-ECHEANCES-PLANS-FIN
           END-IF.
           PERFORM UNTIL WS-CONDITION-EP EQUAL "F"
              READ ECHEANCES-PLANS
                 AT END
                    MOVE "F" TO WS-CONDITION-EP
                 NOT AT END
                    ADD 1 TO WS-NB-EP
                    MOVE CODE-CONTRAT-EP TO WS-EP-CONTRAT(WS-NB-EP)
                    MOVE RANG-EP TO WS-EP-RANG(WS-NB-EP)
                    MOVE DATE-EP TO WS-EP-DATE(WS-NB-EP)
                    MOVE MONTANT-EP TO WS-EP-MONTANT(WS-NB-EP)
                    MOVE STATUT-EP TO WS-EP-STATUT(WS-NB-EP)
                    MOVE ACCORD-EP TO WS-EP-ACCORD(WS-NB-EP)
              END-READ
           END-PERFORM.
           CLOSE ECHEANCES-PLANS.
       CHARGE-ECHEANCES-PLANS-FIN.
           EXIT.

      *l'échéance de plan WS-INDEX-EP part en ordre de prélèvement
      *et en paiement, au nom du client de l'échéancier
       EMET-ECHEANCE-PLAN.
           ADD 1 TO WS-NB-ORDRES.
           ADD 1 TO WS-NB-ORDRES-PLANS.
           MOVE SPACES TO LIGNE-ORDRE.
           MOVE SPACES TO LIGNE-PAIEMENT.
           PERFORM VARYING WS-INDEX-NOM FROM 1 BY 1
           UNTIL WS-INDEX-NOM GREATER THAN WS-NB-NOMS
              IF WS-NOM-CONTRAT(WS-INDEX-NOM) EQUAL
              WS-EP-CONTRAT(WS-INDEX-EP)
                 MOVE WS-NOM-CLIENT(WS-INDEX-NOM) TO NOM-CLIENT-ORD
              END-IF
           END-PERFORM.
           MOVE WS-DATE-PRELEVEMENT TO DATE-ORDRE.
           MOVE WS-EP-CONTRAT(WS-INDEX-EP) TO CODE-CONTRAT-ORD.
           MOVE WS-EP-MONTANT(WS-INDEX-EP) TO MONTANT-ORD.
           WRITE LIGNE-ORDRE.
           MOVE WS-EP-CONTRAT(WS-INDEX-EP) TO CODE-CONTRAT-PAIE.
           MOVE WS-DATE-PAIEMENT TO DATE-PAIEMENT.
           MOVE WS-EP-MONTANT(WS-INDEX-EP) TO MONTANT-PAIEMENT.
           WRITE LIGNE-PAIEMENT.
           IF WS-PER-EST-CLOS
              PERFORM NOTE-PAIEMENT-TARDIF
              THRU NOTE-PAIEMENT-TARDIF-FIN
           END-IF.
      *l'échéance garde la date réellement prélevée, celle que
      *portera un éventuel rejet
           MOVE WS-DATE-PRELEVEMENT TO WS-EP-DATE(WS-INDEX-EP).
           MOVE "E" TO WS-EP-STATUT(WS-INDEX-EP).
       EMET-ECHEANCE-PLAN-FIN.
           EXIT.

      *les échéances de plan sont réécrites avec leur statut
       REECRIT-ECHEANCES-PLANS.
           OPEN OUTPUT ECHEANCES-PLANS-NOUVEAU.
           PERFORM VARYING WS-INDEX-EP FROM 1 BY 1
           UNTIL WS-INDEX-EP GREATER THAN WS-NB-EP
              MOVE SPACES TO LIGNE-ECHEANCE-PLAN-NOUVEAU
              MOVE WS-EP-CONTRAT(WS-INDEX-EP) TO CODE-CONTRAT-EP-N
              MOVE WS-EP-RANG(WS-INDEX-EP) TO RANG-EP-N
              MOVE WS-EP-DATE(WS-INDEX-EP) TO DATE-EP-N
              MOVE WS-EP-MONTANT(WS-INDEX-EP) TO MONTANT-EP-N
              MOVE WS-EP-STATUT(WS-INDEX-EP) TO STATUT-EP-N
              MOVE WS-EP-ACCORD(WS-INDEX-EP) TO ACCORD-EP-N
              WRITE LIGNE-ECHEANCE-PLAN-NOUVEAU
           END-PERFORM.
           CLOSE ECHEANCES-PLANS-NOUVEAU.
       REECRIT-ECHEANCES-PLANS-FIN.
           EXIT.

      *le paiement qui vient d'être écrit est listé comme reporté
      *dans la période ouverte
       NOTE-PAIEMENT-TARDIF.
           MOVE "D" TO WS-PER-ACTION.
           MOVE SPACES TO WS-PER-REFERENCE.
           STRING "paiement " CODE-CONTRAT-PAIE
           " montant " MONTANT-PAIEMENT
           INTO WS-PER-REFERENCE.
           PERFORM NOTE-TARDIF THRU NOTE-TARDIF-FIN.
       NOTE-PAIEMENT-TARDIF-FIN.
           EXIT.

       COPY "../../copybooks/periodes-controle.copy".

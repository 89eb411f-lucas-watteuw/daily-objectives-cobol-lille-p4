       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le relevé transmis par la banque : date, montant, référence
      *et sens de chaque mouvement du compte (D pour un débit, tout
      *autre sens est un crédit)
           SELECT RELEVE-BANCAIRE ASSIGN TO "releve-bancaire.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RELEVE.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PAIEMENTS.

      *le registre des règlements de sinistres : les virements
      *émis par reglements.cbl sont nos mouvements sortants
           SELECT REGLEMENTS ASSIGN TO "reglements-sinistres.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGLEMENTS.

      *les virements de remboursement des contrats résiliés, émis
      *par remboursements.cbl : sortants eux aussi
           SELECT VIREMENTS ASSIGN TO "virements-remboursements.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-VIREMENTS.

      *les trois sorties du rapprochement : les lignes appariées,
      *les mouvements en banque absents de nos livres et les
      *paiements enregistrés absents du relevé
           05 MONTANT-RELEVE    PIC 9(8).
           05 FILLER            PIC X.
           05 REFERENCE-RELEVE  PIC X(20).
           05 FILLER            PIC X.
           05 SENS-RELEVE       PIC X.

       FD PAIEMENTS.
       01 LIGNE-PAIEMENT.
           05 FILLER            PIC X.
           05 MONTANT-PAIEMENT  PIC 9(8).

       FD REGLEMENTS.
       01 LIGNE-REGLEMENT.
           05 NUM-REGLEMENT      PIC 9(8).
           05 FILLER             PIC X.
           05 NUM-SINISTRE-RGL   PIC 9(8).
           05 FILLER             PIC X.
           05 CODE-CONTRAT-RGL   PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-MVT-RGL       PIC 9(8).
           05 FILLER             PIC X.
           05 MONTANT-RGL        PIC 9(8).
           05 FILLER             PIC X.
           05 STATUT-RGL         PIC X(9).
           05 FILLER             PIC X.
           05 APPROBATEUR1-RGL   PIC X(10).
           05 FILLER             PIC X.
           05 APPROBATEUR2-RGL   PIC X(10).
           05 FILLER             PIC X.
           05 DATE-EMISSION-RGL  PIC 9(8).
           05 FILLER             PIC X.
           05 NUM-REMISE-RGL     PIC 9(6).
           05 FILLER             PIC X.
           05 NB-REJETS-RGL      PIC 9(2).

       FD VIREMENTS.
       01 LIGNE-VIREMENT.
           05 CODE-CONTRAT-VIR   PIC 9(8).
           05 FILLER             PIC X.
           05 NOM-CLIENT-VIR     PIC X(42).
           05 FILLER             PIC X.
           05 DATE-VIR           PIC 9(8).
           05 FILLER             PIC X.
           05 MONTANT-VIR        PIC 9(10).

       FD RAPPROCHES.
       01 LIGNE-RAPPROCHE.
           05 LIGNE-RAPPROCHE-CONTENU PIC X(100).
       01 WS-FS-PAIEMENTS        PIC X(2) VALUE "00".
           88 WS-FS-PAIEMENTS-OK VALUE "00".

      *statut du registre des règlements, facultatif lui aussi
       01 WS-FS-REGLEMENTS       PIC X(2) VALUE "00".
           88 WS-FS-REGLEMENTS-OK VALUE "00".

      *statut des virements de remboursement, facultatif aussi
       01 WS-FS-VIREMENTS        PIC X(2) VALUE "00".
           88 WS-FS-VIREMENTS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION-RELEVE    PIC X VALUE "C".
       01 WS-CONDITION-PAIE      PIC X VALUE "C".
       01 WS-CONDITION-RGL       PIC X VALUE "C".
       01 WS-CONDITION-VIR       PIC X VALUE "C".

      *les paiements reçus (sens C) et les virements émis (sens D,
      *avec leur numéro de règlement, à zéro pour un virement de
      *remboursement) chargés en mémoire, avec un drapeau d'apparié
       01 WS-NB-PAIEMENTS        PIC 9(6) VALUE 0.
       01 WS-PAIEMENT-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-PAIEMENTS.
           05 WS-PAIE-DATE       PIC 9(8).
           05 WS-PAIE-MONTANT    PIC 9(8).
           05 WS-PAIE-APPARIE    PIC X VALUE "N".
           05 WS-PAIE-SENS       PIC X.
           05 WS-PAIE-REGLEMENT  PIC 9(8).

      *le sens du mouvement bancaire en cours d'appariement
       01 WS-SENS-RELEVE         PIC X.

      *index et drapeau de recherche du paiement correspondant
       01 WS-INDEX-PAIE          PIC 9(6).
                       MOVE MONTANT-PAIEMENT
                       TO WS-PAIE-MONTANT(WS-NB-PAIEMENTS)
                       MOVE "N" TO WS-PAIE-APPARIE(WS-NB-PAIEMENTS)
                       MOVE "C" TO WS-PAIE-SENS(WS-NB-PAIEMENTS)
                       MOVE 0 TO WS-PAIE-REGLEMENT(WS-NB-PAIEMENTS)
                       ADD MONTANT-PAIEMENT TO WS-TOTAL-LIVRES
                 END-READ
              END-PERFORM
              CLOSE PAIEMENTS
           END-IF.

      *puis les virements de règlement émis, débités à leur date
      *d'émission ; un virement rejeté a été rouvert et n'est plus
      *EMIS
           OPEN INPUT REGLEMENTS.
           IF WS-FS-REGLEMENTS-OK
              PERFORM UNTIL WS-CONDITION-RGL EQUAL "F"
                 READ REGLEMENTS
                    AT END
                       MOVE "F" TO WS-CONDITION-RGL
                    NOT AT END
                       IF STATUT-RGL EQUAL "EMIS"
                          ADD 1 TO WS-NB-PAIEMENTS
                          MOVE CODE-CONTRAT-RGL
                          TO WS-PAIE-CONTRAT(WS-NB-PAIEMENTS)
                          MOVE DATE-EMISSION-RGL
                          TO WS-PAIE-DATE(WS-NB-PAIEMENTS)
                          MOVE MONTANT-RGL
                          TO WS-PAIE-MONTANT(WS-NB-PAIEMENTS)
                          MOVE "N" TO WS-PAIE-APPARIE(WS-NB-PAIEMENTS)
                          MOVE "D" TO WS-PAIE-SENS(WS-NB-PAIEMENTS)
                          MOVE NUM-REGLEMENT
                          TO WS-PAIE-REGLEMENT(WS-NB-PAIEMENTS)
                          ADD MONTANT-RGL TO WS-TOTAL-LIVRES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGLEMENTS
           END-IF.

      *et les virements de remboursement, débités à leur date
           OPEN INPUT VIREMENTS.
           IF WS-FS-VIREMENTS-OK
              PERFORM UNTIL WS-CONDITION-VIR EQUAL "F"
                 READ VIREMENTS
                    AT END
                       MOVE "F" TO WS-CONDITION-VIR
                    NOT AT END
                       ADD 1 TO WS-NB-PAIEMENTS
                       MOVE CODE-CONTRAT-VIR
                       TO WS-PAIE-CONTRAT(WS-NB-PAIEMENTS)
                       MOVE DATE-VIR
                       TO WS-PAIE-DATE(WS-NB-PAIEMENTS)
                       MOVE MONTANT-VIR
                       TO WS-PAIE-MONTANT(WS-NB-PAIEMENTS)
                       MOVE "N" TO WS-PAIE-APPARIE(WS-NB-PAIEMENTS)
                       MOVE "D" TO WS-PAIE-SENS(WS-NB-PAIEMENTS)
                       MOVE 0 TO WS-PAIE-REGLEMENT(WS-NB-PAIEMENTS)
                       ADD MONTANT-VIR TO WS-TOTAL-LIVRES
                 END-READ
              END-PERFORM
              CLOSE VIREMENTS
           END-IF.

      *chaque mouvement du relevé cherche son paiement : même sens,
      *même date, même montant, non encore apparié
           OPEN OUTPUT RAPPROCHES.
           OPEN OUTPUT BANQUE-SEULE.
           PERFORM UNTIL WS-CONDITION-RELEVE EQUAL "F"
                 ADD WS-PAIE-MONTANT(WS-INDEX-PAIE)
                 TO WS-TOTAL-LIVRES-SEULS
                 MOVE SPACES TO LIGNE-LIVRES-SEULS-CONTENU
                 EVALUATE TRUE
                    WHEN WS-PAIE-SENS(WS-INDEX-PAIE) EQUAL "D"
                    AND WS-PAIE-REGLEMENT(WS-INDEX-PAIE) EQUAL 0
                       STRING "remboursement contrat "
                       WS-PAIE-CONTRAT(WS-INDEX-PAIE)
                       " emis le " WS-PAIE-DATE(WS-INDEX-PAIE)
                       " montant " WS-PAIE-MONTANT(WS-INDEX-PAIE)
                       " -- absent du releve bancaire"
                       INTO LIGNE-LIVRES-SEULS-CONTENU
                    WHEN WS-PAIE-SENS(WS-INDEX-PAIE) EQUAL "D"
                       STRING "reglement "
                       WS-PAIE-REGLEMENT(WS-INDEX-PAIE)
                       " contrat " WS-PAIE-CONTRAT(WS-INDEX-PAIE)
                       " emis le " WS-PAIE-DATE(WS-INDEX-PAIE)
                       " montant " WS-PAIE-MONTANT(WS-INDEX-PAIE)
                       " -- virement absent du releve bancaire"
                       INTO LIGNE-LIVRES-SEULS-CONTENU
                    WHEN OTHER
                       STRING "contrat " WS-PAIE-CONTRAT(WS-INDEX-PAIE)
                       " du " WS-PAIE-DATE(WS-INDEX-PAIE)
                       " montant " WS-PAIE-MONTANT(WS-INDEX-PAIE)
                       " -- absent du releve bancaire"
                       INTO LIGNE-LIVRES-SEULS-CONTENU
                 END-EVALUATE
                 WRITE LIGNE-LIVRES-SEULS
              END-IF
           END-PERFORM.
      *exactement la banque et les livres, et tout doit être
      *apparié pour autoriser la facturation
           OPEN OUTPUT ETAT-RAPPROCHEMENT.
           MOVE SPACES TO LIGNE-ETAT-RAPPRO.
           MOVE WS-DATE-JOUR TO DATE-RAPPRO.
           IF WS-TOTAL-BANQUE EQUAL
           WS-TOTAL-APPARIES + WS-TOTAL-BANQUE-SEULE
           STOP RUN.

      *on cherche dans nos livres le paiement du mouvement bancaire
      *lu : même sens, même date et même montant, non encore
      *apparié ; un débit ne peut être qu'un virement de règlement
      *ou de remboursement
       APPARIE-MOUVEMENT.
           MOVE "N" TO WS-PAIEMENT-TROUVE.
           IF SENS-RELEVE EQUAL "D"
              MOVE "D" TO WS-SENS-RELEVE
           ELSE
              MOVE "C" TO WS-SENS-RELEVE
           END-IF.
           PERFORM VARYING WS-INDEX-PAIE FROM 1 BY 1
           UNTIL WS-INDEX-PAIE GREATER THAN WS-NB-PAIEMENTS
           OR WS-PAIEMENT-EST-TROUVE
              IF WS-PAIE-DATE(WS-INDEX-PAIE) EQUAL DATE-RELEVE
              AND WS-PAIE-MONTANT(WS-INDEX-PAIE) EQUAL MONTANT-RELEVE
              AND WS-PAIE-APPARIE(WS-INDEX-PAIE) EQUAL "N"
              AND WS-PAIE-SENS(WS-INDEX-PAIE) EQUAL WS-SENS-RELEVE
                 SET WS-PAIEMENT-EST-TROUVE TO TRUE
                 MOVE "O" TO WS-PAIE-APPARIE(WS-INDEX-PAIE)
                 ADD 1 TO WS-NB-APPARIES
                 ADD MONTANT-RELEVE TO WS-TOTAL-APPARIES
                 MOVE SPACES TO LIGNE-RAPPROCHE-CONTENU
                 EVALUATE TRUE
                    WHEN WS-SENS-RELEVE EQUAL "D"
                    AND WS-PAIE-REGLEMENT(WS-INDEX-PAIE) EQUAL 0
                       STRING "remboursement contrat "
                       WS-PAIE-CONTRAT(WS-INDEX-PAIE)
                       " debite le " DATE-RELEVE
                       " montant " MONTANT-RELEVE
                       " ref " FUNCTION TRIM(REFERENCE-RELEVE)
                       INTO LIGNE-RAPPROCHE-CONTENU
                    WHEN WS-SENS-RELEVE EQUAL "D"
                       STRING "reglement "
                       WS-PAIE-REGLEMENT(WS-INDEX-PAIE)
                       " contrat " WS-PAIE-CONTRAT(WS-INDEX-PAIE)
                       " debite le " DATE-RELEVE
                       " montant " MONTANT-RELEVE
                       " ref " FUNCTION TRIM(REFERENCE-RELEVE)
                       INTO LIGNE-RAPPROCHE-CONTENU
                    WHEN OTHER
                       STRING "contrat " WS-PAIE-CONTRAT(WS-INDEX-PAIE)
                       " du " DATE-RELEVE " montant " MONTANT-RELEVE
                       " ref " FUNCTION TRIM(REFERENCE-RELEVE)
                       INTO LIGNE-RAPPROCHE-CONTENU
                 END-EVALUATE
                 WRITE LIGNE-RAPPROCHE
              END-IF
           END-PERFORM.
              ADD 1 TO WS-NB-BANQUE-SEULE
              ADD MONTANT-RELEVE TO WS-TOTAL-BANQUE-SEULE
              MOVE SPACES TO LIGNE-BANQUE-SEULE-CONTENU
              STRING "mouvement " WS-SENS-RELEVE " du " DATE-RELEVE
              " montant " MONTANT-RELEVE
              " ref " FUNCTION TRIM(REFERENCE-RELEVE)
              " -- absent de nos livres"

       IDENTIFICATION DIVISION.
       PROGRAM-ID. comptefourn.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le référentiel fournisseurs, pour le nom et les conditions
      *de paiement de chaque code
           SELECT FOURNISSEURS ASSIGN TO "fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FOURN-STATUS.

      *les factures fournisseurs approuvées par le rapprochement
      *(controlefact.cbl) : chacune crédite le compte du
      *fournisseur une seule fois
           SELECT A-PAYER ASSIGN TO "factures-a-payer.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-A-PAYER-STATUS.

      *le compte des fournisseurs, jamais réécrit : F pour une
      *facture qui crédite le compte, P pour un paiement qui le
      *débite
           SELECT COMPTES ASSIGN TO "comptes-fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPTES-STATUS.

      *les factures que le trésorier retient hors du paiement de la
      *semaine (litige, avoir attendu...)
           SELECT SUSPENDUS ASSIGN TO "paiements-suspendus.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENDUS-STATUS.

      *le fichier des paiements de la semaine, remis à la banque
           SELECT PAIEMENTS ASSIGN TO "paiements-fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la balance âgée des dettes fournisseurs pour le trésorier
           SELECT RAPPORT-DETTES
           ASSIGN TO "rapport-dettes-fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FOURNISSEURS.
       01 LIGNE-FOURNISSEUR.
           05 CODE-FOURN    PIC X(6).
           05 FILLER        PIC X.
           05 NOM-FOURN     PIC X(20).
           05 FILLER        PIC X.
           05 ARTICLE-FOURN PIC X(10).
           05 FILLER        PIC X.
           05 PRIX-FOURN    PIC 9(4)V99.
           05 FILLER        PIC X.
           05 DELAI-FOURN   PIC 9(3).
      *les tolérances de facturation du fournisseur, en % : prix
      *facturé au-delà du prix commandé, quantité facturée au-delà
      *de la quantité reçue
           05 FILLER        PIC X.
           05 TOL-PRIX-FOURN PIC 9(2)V9.
           05 FILLER        PIC X.
           05 TOL-QTE-FOURN PIC 9(2)V9.
      *les conditions de paiement du fournisseur : nombre de jours
      *et N net ou F fin de mois (45 jours fin de mois = 045F)
           05 FILLER          PIC X.
           05 DELAI-PAIE-FOURN PIC 9(3).
           05 TYPE-PAIE-FOURN  PIC X.

       FD A-PAYER.
       01 LIGNE-A-PAYER.
           05 NUM-PAYER       PIC X(10).
           05 FILLER          PIC X.
           05 FOURN-PAYER     PIC X(6).
           05 FILLER          PIC X.
           05 DATE-FACT-PAYER PIC 9(8).
           05 FILLER          PIC X.
           05 MONTANT-PAYER   PIC 9(8)V99.
           05 FILLER          PIC X.
           05 ORIGINE-PAYER   PIC X.
           05 FILLER          PIC X.
           05 DATE-RUN-PAYER  PIC 9(8).

      *une écriture : fournisseur, sens (F facture, P paiement),
      *numéro de la facture, date de la pièce, échéance, montant et
      *date d'écriture
       FD COMPTES.
       01 LIGNE-COMPTE.
           05 FOURN-CPT     PIC X(6).
           05 FILLER        PIC X.
           05 SENS-CPT      PIC X.
           05 FILLER        PIC X.
           05 PIECE-CPT     PIC X(10).
           05 FILLER        PIC X.
           05 DATE-PIECE-CPT PIC 9(8).
           05 FILLER        PIC X.
           05 ECHEANCE-CPT  PIC 9(8).
           05 FILLER        PIC X.
           05 MONTANT-CPT   PIC 9(8)V99.
           05 FILLER        PIC X.
           05 DATE-ECR-CPT  PIC 9(8).

      *une facture retenue : numéro et fournisseur
       FD SUSPENDUS.
       01 LIGNE-SUSPENDU.
           05 PIECE-SUSP PIC X(10).
           05 FILLER     PIC X.
           05 FOURN-SUSP PIC X(6).

      *le fichier de paiement : une entête, une ligne par facture
      *payée, un total de contrôle
       FD PAIEMENTS.
       01 LIGNE-PAIEMENT.
           05 TYPE-PAI      PIC X.
           05 FILLER        PIC X.
           05 FOURN-PAI     PIC X(6).
           05 FILLER        PIC X.
           05 NOM-PAI       PIC X(20).
           05 FILLER        PIC X.
           05 PIECE-PAI     PIC X(10).
           05 FILLER        PIC X.
           05 ECHEANCE-PAI  PIC 9(8).
           05 FILLER        PIC X.
           05 MONTANT-PAI   PIC 9(10)V99.
       01 LIGNE-PAIEMENT-ENTETE.
           05 TYPE-PAI-E    PIC X.
           05 FILLER        PIC X.
           05 DATE-PAI-E    PIC 9(8).
           05 FILLER        PIC X.
           05 NOMBRE-PAI-E  PIC 9(6).
           05 FILLER        PIC X.
           05 TOTAL-PAI-E   PIC 9(10)V99.

       FD RAPPORT-DETTES.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(140).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FOURN-STATUS PIC X(2) VALUE SPACES.
           88 WS-FOURN-STATUS-OK VALUE "00".
       01 WS-A-PAYER-STATUS PIC X(2) VALUE SPACES.
           88 WS-A-PAYER-STATUS-OK VALUE "00".
       01 WS-COMPTES-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMPTES-STATUS-OK VALUE "00".
       01 WS-SUSPENDUS-STATUS PIC X(2) VALUE SPACES.
           88 WS-SUSPENDUS-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-FOURN     PIC X VALUE "C".
       01 WS-FIN-A-PAYER   PIC X VALUE "C".
       01 WS-FIN-COMPTES   PIC X VALUE "C".
       01 WS-FIN-SUSPENDUS PIC X VALUE "C".

      *la date du jour et l'horizon du paiement : tout ce qui
      *échoit avant le run de la semaine suivante est payé
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-HORIZON-JOURS PIC 9(3) VALUE 7.
       01 WS-DATE-LIMITE PIC 9(8).

      *les fournisseurs : nom, conditions de paiement et cumuls du
      *compte (crédit, débit) et de la balance âgée
       01 WS-NB-FOURN PIC 9(4) VALUE 0.
       01 WS-FOURN OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-FOURN.
           05 WS-FRN-CODE      PIC X(6).
           05 WS-FRN-NOM       PIC X(20).
           05 WS-FRN-DELAI     PIC 9(3).
           05 WS-FRN-TYPE      PIC X.
           05 WS-FRN-CREDIT    PIC 9(10)V99.
           05 WS-FRN-DEBIT     PIC 9(10)V99.
           05 WS-FRN-NON-ECHU  PIC 9(10)V99.
           05 WS-FRN-ECHU-30   PIC 9(10)V99.
           05 WS-FRN-ECHU-60   PIC 9(10)V99.
           05 WS-FRN-ECHU-PLUS PIC 9(10)V99.

      *les factures du compte avec ce qui en a été payé
       01 WS-NB-PIECES PIC 9(5) VALUE 0.
       01 WS-PIECE OCCURS 1 TO 99999 TIMES DEPENDING ON WS-NB-PIECES.
           05 WS-PCE-FOURN    PIC X(6).
           05 WS-PCE-NUMERO   PIC X(10).
           05 WS-PCE-DATE     PIC 9(8).
           05 WS-PCE-ECHEANCE PIC 9(8).
           05 WS-PCE-MONTANT  PIC 9(8)V99.
           05 WS-PCE-PAYE     PIC 9(8)V99.
           05 WS-PCE-SELECTION  PIC X.
               88 WS-PCE-A-PAYER VALUE "O".

      *les factures retenues par le trésorier
       01 WS-NB-SUSPENDUS PIC 9(4) VALUE 0.
       01 WS-SUSPENDU OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-SUSPENDUS.
           05 WS-SUS-PIECE PIC X(10).
           05 WS-SUS-FOURN PIC X(6).

      *index et recherche
       01 WS-INDEX-FOURN  PIC 9(4).
       01 WS-INDEX-PIECE  PIC 9(5).
       01 WS-INDEX-SUSP   PIC 9(4).
       01 WS-FOURN-COURANT PIC 9(4).
       01 WS-PIECE-COURANTE PIC 9(5).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *le calcul de l'échéance d'une facture
       01 WS-ECHEANCE PIC 9(8).
       01 WS-DELAI-CALCUL PIC 9(3).
       01 WS-TYPE-CALCUL PIC X.


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

      *le reste dû d'une facture et son retard en jours
       01 WS-RESTE-DU PIC 9(8)V99.
       01 WS-RETARD PIC S9(6).

      *totaux du run
       01 WS-NB-NOUVELLES PIC 9(5) VALUE 0.
       01 WS-NB-PAYEES PIC 9(6) VALUE 0.
       01 WS-TOTAL-PAYE PIC 9(10)V99 VALUE 0.
       01 WS-NB-RETENUES PIC 9(4) VALUE 0.
       01 WS-TOT-SOLDE     PIC 9(10)V99 VALUE 0.
       01 WS-TOT-NON-ECHU  PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ECHU-30   PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ECHU-60   PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ECHU-PLUS PIC 9(10)V99 VALUE 0.
       01 WS-SOLDE PIC 9(10)V99.

      *zones d'édition du rapport
       01 WS-EDIT-1 PIC Z(9)9.99.
       01 WS-EDIT-2 PIC Z(9)9.99.
       01 WS-EDIT-3 PIC Z(9)9.99.
       01 WS-EDIT-4 PIC Z(9)9.99.
       01 WS-EDIT-5 PIC Z(9)9.99.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-LIMITE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + WS-HORIZON-JOURS).

      *les fournisseurs : un code par article fourni, le premier
      *rencontré donne le nom et les conditions ; des conditions
      *absentes valent 30 jours net
           OPEN INPUT FOURNISSEURS.
           IF NOT WS-FOURN-STATUS-OK
              DISPLAY "fournisseurs.txt absent, aucun compte a tenir"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-FOURN EQUAL "F"
              READ FOURNISSEURS
                 AT END
                    MOVE "F" TO WS-FIN-FOURN
                 NOT AT END
                    MOVE "N" TO WS-TROUVE
                    PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
                    UNTIL WS-INDEX-FOURN GREATER THAN WS-NB-FOURN
                       IF WS-FRN-CODE(WS-INDEX-FOURN) EQUAL CODE-FOURN
                          SET WS-EST-TROUVE TO TRUE
                       END-IF
                    END-PERFORM
                    IF NOT WS-EST-TROUVE
                       ADD 1 TO WS-NB-FOURN
                       MOVE CODE-FOURN TO WS-FRN-CODE(WS-NB-FOURN)
                       MOVE NOM-FOURN TO WS-FRN-NOM(WS-NB-FOURN)
                       IF DELAI-PAIE-FOURN IS NUMERIC
                       AND (TYPE-PAIE-FOURN EQUAL "N"
                       OR TYPE-PAIE-FOURN EQUAL "F")
                          MOVE DELAI-PAIE-FOURN
                          TO WS-FRN-DELAI(WS-NB-FOURN)
                          MOVE TYPE-PAIE-FOURN
                          TO WS-FRN-TYPE(WS-NB-FOURN)
                       ELSE
                          MOVE 30 TO WS-FRN-DELAI(WS-NB-FOURN)
                          MOVE "N" TO WS-FRN-TYPE(WS-NB-FOURN)
                       END-IF
                       MOVE 0 TO WS-FRN-CREDIT(WS-NB-FOURN)
                       MOVE 0 TO WS-FRN-DEBIT(WS-NB-FOURN)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FOURNISSEURS.

      *le compte rejoué : les factures déjà passées et ce qui en a
      *été payé
           OPEN INPUT COMPTES.
           IF WS-COMPTES-STATUS-OK
              PERFORM UNTIL WS-FIN-COMPTES EQUAL "F"
                 READ COMPTES
                    AT END
                       MOVE "F" TO WS-FIN-COMPTES
                    NOT AT END
                       PERFORM REJOUE-ECRITURE THRU REJOUE-ECRITURE-FIN
                 END-READ
              END-PERFORM
              CLOSE COMPTES
              OPEN EXTEND COMPTES
           ELSE
              OPEN OUTPUT COMPTES
           END-IF.

      *les factures approuvées pas encore au compte le créditent,
      *avec leur échéance calculée sur les conditions du
      *fournisseur
           OPEN INPUT A-PAYER.
           IF WS-A-PAYER-STATUS-OK
              PERFORM UNTIL WS-FIN-A-PAYER EQUAL "F"
                 READ A-PAYER
                    AT END
                       MOVE "F" TO WS-FIN-A-PAYER
                    NOT AT END
                       PERFORM PASSE-FACTURE THRU PASSE-FACTURE-FIN
                 END-READ
              END-PERFORM
              CLOSE A-PAYER
           ELSE
              DISPLAY "factures-a-payer.txt absent, aucune facture "
              "nouvelle"
           END-IF.

      *les factures retenues par le trésorier
           OPEN INPUT SUSPENDUS.
           IF WS-SUSPENDUS-STATUS-OK
              PERFORM UNTIL WS-FIN-SUSPENDUS EQUAL "F"
                 READ SUSPENDUS
                    AT END
                       MOVE "F" TO WS-FIN-SUSPENDUS
                    NOT AT END
                       ADD 1 TO WS-NB-SUSPENDUS
                       MOVE PIECE-SUSP TO WS-SUS-PIECE(WS-NB-SUSPENDUS)
                       MOVE FOURN-SUSP TO WS-SUS-FOURN(WS-NB-SUSPENDUS)
                 END-READ
              END-PERFORM
              CLOSE SUSPENDUS
           END-IF.

      *la proposition de paiement : chaque facture non soldée qui
      *échoit d'ici le prochain run est payée pour son reste dû,
      *sauf si elle est retenue ; la sélection précède l'écriture
      *pour que l'entête porte déjà le nombre et le total
           PERFORM VARYING WS-INDEX-PIECE FROM 1 BY 1
           UNTIL WS-INDEX-PIECE GREATER THAN WS-NB-PIECES
              PERFORM SELECTIONNE-PIECE THRU SELECTIONNE-PIECE-FIN
           END-PERFORM.

           OPEN OUTPUT PAIEMENTS.
           MOVE SPACES TO LIGNE-PAIEMENT-ENTETE.
           MOVE "E" TO TYPE-PAI-E.
           MOVE WS-DATE-JOUR TO DATE-PAI-E.
           MOVE WS-NB-PAYEES TO NOMBRE-PAI-E.
           MOVE WS-TOTAL-PAYE TO TOTAL-PAI-E.
           WRITE LIGNE-PAIEMENT-ENTETE.
           PERFORM VARYING WS-INDEX-PIECE FROM 1 BY 1
           UNTIL WS-INDEX-PIECE GREATER THAN WS-NB-PIECES
              IF WS-PCE-A-PAYER(WS-INDEX-PIECE)
                 PERFORM PAIE-PIECE THRU PAIE-PIECE-FIN
              END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-PAIEMENT-ENTETE.
           MOVE "T" TO TYPE-PAI-E.
           MOVE WS-DATE-JOUR TO DATE-PAI-E.
           MOVE WS-NB-PAYEES TO NOMBRE-PAI-E.
           MOVE WS-TOTAL-PAYE TO TOTAL-PAI-E.
           WRITE LIGNE-PAIEMENT-ENTETE.
           CLOSE PAIEMENTS.
           CLOSE COMPTES.

           PERFORM EDITE-BALANCE THRU EDITE-BALANCE-FIN.

           DISPLAY "Fin du traitement - " WS-NB-NOUVELLES
           " facture(s) passee(s) au compte, " WS-NB-PAYEES
           " paiement(s), " WS-NB-RETENUES " retenue(s)".

           STOP RUN.

      *une écriture du compte relu : la facture F rejoint la table
      *des pièces, le paiement P diminue le reste dû de sa facture
       REJOUE-ECRITURE.
           PERFORM CHERCHE-FOURN THRU CHERCHE-FOURN-FIN.
           IF SENS-CPT EQUAL "F"
              ADD 1 TO WS-NB-PIECES
              MOVE FOURN-CPT TO WS-PCE-FOURN(WS-NB-PIECES)
              MOVE PIECE-CPT TO WS-PCE-NUMERO(WS-NB-PIECES)
              MOVE DATE-PIECE-CPT TO WS-PCE-DATE(WS-NB-PIECES)
              MOVE ECHEANCE-CPT TO WS-PCE-ECHEANCE(WS-NB-PIECES)
              MOVE MONTANT-CPT TO WS-PCE-MONTANT(WS-NB-PIECES)
              MOVE 0 TO WS-PCE-PAYE(WS-NB-PIECES)
              IF WS-EST-TROUVE
                 ADD MONTANT-CPT TO WS-FRN-CREDIT(WS-FOURN-COURANT)
              END-IF
              GO TO REJOUE-ECRITURE-FIN
           END-IF.

           IF WS-EST-TROUVE
              ADD MONTANT-CPT TO WS-FRN-DEBIT(WS-FOURN-COURANT)
           END-IF.
           PERFORM VARYING WS-INDEX-PIECE FROM 1 BY 1
           UNTIL WS-INDEX-PIECE GREATER THAN WS-NB-PIECES
              IF WS-PCE-FOURN(WS-INDEX-PIECE) EQUAL FOURN-CPT
              AND WS-PCE-NUMERO(WS-INDEX-PIECE) EQUAL PIECE-CPT
                 ADD MONTANT-CPT TO WS-PCE-PAYE(WS-INDEX-PIECE)
              END-IF
           END-PERFORM.
       REJOUE-ECRITURE-FIN.
           EXIT.

      *le fournisseur FOURN-CPT dans la table
       CHERCHE-FOURN.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
           UNTIL WS-INDEX-FOURN GREATER THAN WS-NB-FOURN
              IF WS-FRN-CODE(WS-INDEX-FOURN) EQUAL FOURN-CPT
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-FOURN TO WS-FOURN-COURANT
              END-IF
           END-PERFORM.
       CHERCHE-FOURN-FIN.
           EXIT.

      *une facture approuvée : déjà au compte, elle est ignorée ;
      *sinon elle crédite le compte de son fournisseur
       PASSE-FACTURE.
           PERFORM VARYING WS-INDEX-PIECE FROM 1 BY 1
           UNTIL WS-INDEX-PIECE GREATER THAN WS-NB-PIECES
              IF WS-PCE-FOURN(WS-INDEX-PIECE) EQUAL FOURN-PAYER
              AND WS-PCE-NUMERO(WS-INDEX-PIECE) EQUAL NUM-PAYER
                 GO TO PASSE-FACTURE-FIN
              END-IF
           END-PERFORM.

           MOVE FOURN-PAYER TO FOURN-CPT.
           PERFORM CHERCHE-FOURN THRU CHERCHE-FOURN-FIN.
           IF WS-EST-TROUVE
              MOVE WS-FRN-DELAI(WS-FOURN-COURANT) TO WS-DELAI-CALCUL
              MOVE WS-FRN-TYPE(WS-FOURN-COURANT) TO WS-TYPE-CALCUL
              ADD MONTANT-PAYER TO WS-FRN-CREDIT(WS-FOURN-COURANT)
           ELSE
              DISPLAY "facture " NUM-PAYER " fournisseur "
              FOURN-PAYER " inconnu, 30 jours net par defaut"
              MOVE 30 TO WS-DELAI-CALCUL
              MOVE "N" TO WS-TYPE-CALCUL
           END-IF.
           PERFORM CALCULE-ECHEANCE THRU CALCULE-ECHEANCE-FIN.

           ADD 1 TO WS-NB-NOUVELLES.
           ADD 1 TO WS-NB-PIECES.
           MOVE FOURN-PAYER TO WS-PCE-FOURN(WS-NB-PIECES).
           MOVE NUM-PAYER TO WS-PCE-NUMERO(WS-NB-PIECES).
           MOVE DATE-FACT-PAYER TO WS-PCE-DATE(WS-NB-PIECES).
           MOVE WS-ECHEANCE TO WS-PCE-ECHEANCE(WS-NB-PIECES).
           MOVE MONTANT-PAYER TO WS-PCE-MONTANT(WS-NB-PIECES).
           MOVE 0 TO WS-PCE-PAYE(WS-NB-PIECES).

           MOVE SPACES TO LIGNE-COMPTE.
           MOVE FOURN-PAYER TO FOURN-CPT.
           MOVE "F" TO SENS-CPT.
           MOVE NUM-PAYER TO PIECE-CPT.
           MOVE DATE-FACT-PAYER TO DATE-PIECE-CPT.
           MOVE WS-ECHEANCE TO ECHEANCE-CPT.
           MOVE MONTANT-PAYER TO MONTANT-CPT.
           MOVE WS-DATE-JOUR TO DATE-ECR-CPT.
           WRITE LIGNE-COMPTE.
       PASSE-FACTURE-FIN.
           EXIT.

      *l'échéance de la facture DATE-FACT-PAYER : date + délai en
      *net ; en fin de mois, le dernier jour du mois ainsi atteint ;
      *une échéance qui tombe un jour chômé passe au premier jour
      *ouvré qui suit, selon le service commun des dates
       CALCULE-ECHEANCE.
           MOVE "PLUS-JOURS" TO WS-DATES-FONCTION.
           MOVE DATE-FACT-PAYER TO WS-DATES-DATE.
           MOVE WS-DELAI-CALCUL TO WS-DATES-NOMBRE.
           CALL "dates" USING WS-DATES-APPEL.
           IF WS-DATES-RETOUR NOT EQUAL 0
              DISPLAY "facture " NUM-PAYER " date " DATE-FACT-PAYER
              " invalide, echeance a la date de facture"
              MOVE DATE-FACT-PAYER TO WS-ECHEANCE
              GO TO CALCULE-ECHEANCE-FIN
           END-IF.
           IF WS-TYPE-CALCUL EQUAL "F"
              MOVE "FIN-MOIS" TO WS-DATES-FONCTION
              MOVE WS-DATES-DATE-RESULTAT TO WS-DATES-DATE
              CALL "dates" USING WS-DATES-APPEL
           END-IF.
           MOVE "OUVRE" TO WS-DATES-FONCTION.
           MOVE WS-DATES-DATE-RESULTAT TO WS-DATES-DATE.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE WS-DATES-DATE-RESULTAT TO WS-ECHEANCE.
       CALCULE-ECHEANCE-FIN.
           EXIT.

      *la pièce WS-INDEX-PIECE est à payer si elle a un reste dû,
      *échoit d'ici la date limite et n'est pas retenue
       SELECTIONNE-PIECE.
           MOVE "N" TO WS-PCE-SELECTION(WS-INDEX-PIECE).
           IF WS-PCE-PAYE(WS-INDEX-PIECE) NOT LESS THAN
           WS-PCE-MONTANT(WS-INDEX-PIECE)
              GO TO SELECTIONNE-PIECE-FIN
           END-IF.
           IF WS-PCE-ECHEANCE(WS-INDEX-PIECE) GREATER THAN
           WS-DATE-LIMITE
              GO TO SELECTIONNE-PIECE-FIN
           END-IF.
           PERFORM VARYING WS-INDEX-SUSP FROM 1 BY 1
           UNTIL WS-INDEX-SUSP GREATER THAN WS-NB-SUSPENDUS
              IF WS-SUS-PIECE(WS-INDEX-SUSP) EQUAL
              WS-PCE-NUMERO(WS-INDEX-PIECE)
              AND WS-SUS-FOURN(WS-INDEX-SUSP) EQUAL
              WS-PCE-FOURN(WS-INDEX-PIECE)
                 ADD 1 TO WS-NB-RETENUES
                 GO TO SELECTIONNE-PIECE-FIN
              END-IF
           END-PERFORM.

           MOVE "O" TO WS-PCE-SELECTION(WS-INDEX-PIECE).
           COMPUTE WS-RESTE-DU = WS-PCE-MONTANT(WS-INDEX-PIECE)
           - WS-PCE-PAYE(WS-INDEX-PIECE).
           ADD 1 TO WS-NB-PAYEES.
           ADD WS-RESTE-DU TO WS-TOTAL-PAYE.
       SELECTIONNE-PIECE-FIN.
           EXIT.

      *la pièce WS-INDEX-PIECE sélectionnée : une ligne au fichier
      *de paiement et le débit du compte pour son reste dû
       PAIE-PIECE.
           COMPUTE WS-RESTE-DU = WS-PCE-MONTANT(WS-INDEX-PIECE)
           - WS-PCE-PAYE(WS-INDEX-PIECE).
           MOVE WS-PCE-FOURN(WS-INDEX-PIECE) TO FOURN-CPT.
           PERFORM CHERCHE-FOURN THRU CHERCHE-FOURN-FIN.

           MOVE SPACES TO LIGNE-PAIEMENT.
           MOVE "D" TO TYPE-PAI.
           MOVE WS-PCE-FOURN(WS-INDEX-PIECE) TO FOURN-PAI.
           IF WS-EST-TROUVE
              MOVE WS-FRN-NOM(WS-FOURN-COURANT) TO NOM-PAI
              ADD WS-RESTE-DU TO WS-FRN-DEBIT(WS-FOURN-COURANT)
           END-IF.
           MOVE WS-PCE-NUMERO(WS-INDEX-PIECE) TO PIECE-PAI.
           MOVE WS-PCE-ECHEANCE(WS-INDEX-PIECE) TO ECHEANCE-PAI.
           MOVE WS-RESTE-DU TO MONTANT-PAI.
           WRITE LIGNE-PAIEMENT.

      *le paiement débite le compte du fournisseur
           MOVE SPACES TO LIGNE-COMPTE.
           MOVE WS-PCE-FOURN(WS-INDEX-PIECE) TO FOURN-CPT.
           MOVE "P" TO SENS-CPT.
           MOVE WS-PCE-NUMERO(WS-INDEX-PIECE) TO PIECE-CPT.
           MOVE WS-DATE-JOUR TO DATE-PIECE-CPT.
           MOVE WS-PCE-ECHEANCE(WS-INDEX-PIECE) TO ECHEANCE-CPT.
           MOVE WS-RESTE-DU TO MONTANT-CPT.
           MOVE WS-DATE-JOUR TO DATE-ECR-CPT.
           WRITE LIGNE-COMPTE.

           ADD WS-RESTE-DU TO WS-PCE-PAYE(WS-INDEX-PIECE).
       PAIE-PIECE-FIN.
           EXIT.

      *la balance âgée : par fournisseur, le solde du compte et son
      *reste dû réparti entre non échu, échu de 0 à 30 jours, de 31
      *à 60 jours et au-delà de 60 jours, après les paiements du run
       EDITE-BALANCE.
           PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
           UNTIL WS-INDEX-FOURN GREATER THAN WS-NB-FOURN
              MOVE 0 TO WS-FRN-NON-ECHU(WS-INDEX-FOURN)
              MOVE 0 TO WS-FRN-ECHU-30(WS-INDEX-FOURN)
              MOVE 0 TO WS-FRN-ECHU-60(WS-INDEX-FOURN)
              MOVE 0 TO WS-FRN-ECHU-PLUS(WS-INDEX-FOURN)
           END-PERFORM.

           PERFORM VARYING WS-INDEX-PIECE FROM 1 BY 1
           UNTIL WS-INDEX-PIECE GREATER THAN WS-NB-PIECES
              IF WS-PCE-PAYE(WS-INDEX-PIECE) LESS THAN
              WS-PCE-MONTANT(WS-INDEX-PIECE)
                 MOVE WS-PCE-FOURN(WS-INDEX-PIECE) TO FOURN-CPT
                 PERFORM CHERCHE-FOURN THRU CHERCHE-FOURN-FIN
                 IF WS-EST-TROUVE
                    PERFORM AGE-PIECE THRU AGE-PIECE-FIN
                 END-IF
              END-IF
           END-PERFORM.

           OPEN OUTPUT RAPPORT-DETTES.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "BALANCE AGEE DES DETTES FOURNISSEURS au "
           WS-DATE-JOUR
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "fourn. nom                  "
           "        solde      non echu       0-30 j"
           "      31-60 j     + 60 j"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
           UNTIL WS-INDEX-FOURN GREATER THAN WS-NB-FOURN
              IF WS-FRN-CREDIT(WS-INDEX-FOURN) GREATER THAN
              WS-FRN-DEBIT(WS-INDEX-FOURN)
                 COMPUTE WS-SOLDE = WS-FRN-CREDIT(WS-INDEX-FOURN)
                 - WS-FRN-DEBIT(WS-INDEX-FOURN)
              ELSE
                 MOVE 0 TO WS-SOLDE
              END-IF
              IF WS-SOLDE GREATER THAN 0
                 ADD WS-SOLDE TO WS-TOT-SOLDE
                 ADD WS-FRN-NON-ECHU(WS-INDEX-FOURN)
                 TO WS-TOT-NON-ECHU
                 ADD WS-FRN-ECHU-30(WS-INDEX-FOURN) TO WS-TOT-ECHU-30
                 ADD WS-FRN-ECHU-60(WS-INDEX-FOURN) TO WS-TOT-ECHU-60
                 ADD WS-FRN-ECHU-PLUS(WS-INDEX-FOURN)
                 TO WS-TOT-ECHU-PLUS
                 MOVE WS-SOLDE TO WS-EDIT-1
                 MOVE WS-FRN-NON-ECHU(WS-INDEX-FOURN) TO WS-EDIT-2
                 MOVE WS-FRN-ECHU-30(WS-INDEX-FOURN) TO WS-EDIT-3
                 MOVE WS-FRN-ECHU-60(WS-INDEX-FOURN) TO WS-EDIT-4
                 MOVE WS-FRN-ECHU-PLUS(WS-INDEX-FOURN) TO WS-EDIT-5
                 MOVE SPACES TO LIGNE-RAPPORT
                 STRING WS-FRN-CODE(WS-INDEX-FOURN) " "
                 WS-FRN-NOM(WS-INDEX-FOURN) " "
                 WS-EDIT-1 " " WS-EDIT-2 " " WS-EDIT-3 " "
                 WS-EDIT-4 " " WS-EDIT-5
                 INTO LIGNE-RAPPORT-CONTENU
                 WRITE LIGNE-RAPPORT
              END-IF
           END-PERFORM.

           MOVE WS-TOT-SOLDE TO WS-EDIT-1.
           MOVE WS-TOT-NON-ECHU TO WS-EDIT-2.
           MOVE WS-TOT-ECHU-30 TO WS-EDIT-3.
           MOVE WS-TOT-ECHU-60 TO WS-EDIT-4.
           MOVE WS-TOT-ECHU-PLUS TO WS-EDIT-5.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "TOTAL  " "                     "
           WS-EDIT-1 " " WS-EDIT-2 " " WS-EDIT-3 " "
           WS-EDIT-4 " " WS-EDIT-5
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           MOVE WS-TOTAL-PAYE TO WS-EDIT-1.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "--- paiements du run : " WS-NB-PAYEES
           " facture(s) pour " WS-EDIT-1 ", " WS-NB-RETENUES
           " retenue(s) ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-DETTES.
       EDITE-BALANCE-FIN.
           EXIT.

      *le reste dû de la pièce WS-INDEX-PIECE rangé dans sa tranche
      *d'âge selon le retard sur son échéance
       AGE-PIECE.
           COMPUTE WS-RESTE-DU = WS-PCE-MONTANT(WS-INDEX-PIECE)
           - WS-PCE-PAYE(WS-INDEX-PIECE).
           COMPUTE WS-RETARD = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
           - FUNCTION INTEGER-OF-DATE(WS-PCE-ECHEANCE(WS-INDEX-PIECE)).
           EVALUATE TRUE
              WHEN WS-RETARD LESS THAN 0
                 ADD WS-RESTE-DU TO WS-FRN-NON-ECHU(WS-FOURN-COURANT)
              WHEN WS-RETARD NOT GREATER THAN 30
                 ADD WS-RESTE-DU TO WS-FRN-ECHU-30(WS-FOURN-COURANT)
              WHEN WS-RETARD NOT GREATER THAN 60
                 ADD WS-RESTE-DU TO WS-FRN-ECHU-60(WS-FOURN-COURANT)
              WHEN OTHER
                 ADD WS-RESTE-DU
                 TO WS-FRN-ECHU-PLUS(WS-FOURN-COURANT)
           END-EVALUATE.
       AGE-PIECE-FIN.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lettrage.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les clients, pour l'en-tête de la balance âgée
           SELECT CLIENT ASSIGN TO "clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIENT-STATUS.

      *les commandes, pour le client de chaque facture et les
      *commandes pas encore facturées
           SELECT COMMANDE ASSIGN TO "num-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMANDE-STATUS.

      *le registre des factures émises par factures.cbl
           SELECT REGISTRE-FACTURES ASSIGN TO "registre-factures.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGFAC-STATUS.

      *le registre des avoirs émis par avoirs.cbl, chacun
      *diminuant sa facture
           SELECT REGISTRE-AVOIRS ASSIGN TO "registre-avoirs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGAV-STATUS.

      *les paiements reçus des clients, avec la facture réglée
      *quand le client l'a indiquée
           SELECT PAIEMENTS ASSIGN TO "paiements-clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAIEMENTS-STATUS.

      *le détail du lettrage : chaque paiement et les factures
      *qu'il règle, le reliquat non affecté restant en crédit
           SELECT AFFECTATIONS ASSIGN TO "affectations-paiements.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les pièces ouvertes par client : factures non soldées,
      *commandes pas encore facturées et crédits non affectés ;
      *credit.cbl en tire l'encours de chaque client
           SELECT ENCOURS ASSIGN TO "encours-clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la balance âgée des créances par client
           SELECT BALANCE-AGEE ASSIGN TO "balance-agee-clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT.
       01 LIGNE-CLIENT.
           05 NUM-CLIENT PIC 9(2).
           05 NOM-CLIENT PIC X(14).
           05 PRENOM-CLIENT PIC X(11).
           05 LIMITE-CLIENT PIC 9(8).

       FD COMMANDE.
       01 LIGNE-COMMANDE.
           05 NUM-CLIENT-COMMANDE PIC 9(2).
           05 NUM-COMMANDE1 PIC 9(4).
           05 NUM-COMMANDE2 PIC 9(5).
           05 FILLER        PIC X.
           05 DATE-COMMANDE PIC 9(8).
           05 FILLER        PIC X.
           05 MONTANT-COMMANDE PIC 9(6)V99.

       FD REGISTRE-FACTURES.
       01 LIGNE-REGISTRE.
           05 NUM-FACTURE-REG PIC 9(6).
           05 FILLER          PIC X.
           05 NUM-COMMANDE1-REG PIC 9(4).
           05 FILLER          PIC X.
           05 NUM-COMMANDE2-REG PIC 9(5).
           05 FILLER          PIC X.
           05 DATE-FACTURE-REG PIC 9(8).
           05 FILLER          PIC X.
           05 MONTANT-FACTURE-REG PIC 9(6)V99.

       FD REGISTRE-AVOIRS.
       01 LIGNE-AVOIR.
           05 NUM-AVOIR-AV   PIC 9(6).
           05 FILLER         PIC X.
           05 NUM-FACTURE-AV PIC 9(6).
           05 FILLER         PIC X.
           05 NUM-CLIENT-AV  PIC 9(2).
           05 FILLER         PIC X.
           05 DATE-AVOIR-AV  PIC 9(8).
           05 FILLER         PIC X.
           05 MONTANT-AV     PIC 9(6)V99.
           05 FILLER         PIC X.
           05 MOTIF-AV       PIC X(30).

      *un paiement : client, date, montant et, facultatif, le
      *numéro de la facture réglée
       FD PAIEMENTS.
       01 LIGNE-PAIEMENT.
           05 NUM-CLIENT-PAIE PIC 9(2).
           05 FILLER          PIC X.
           05 DATE-PAIEMENT   PIC 9(8).
           05 FILLER          PIC X.
           05 MONTANT-PAIEMENT PIC 9(6)V99.
           05 FILLER          PIC X.
           05 REF-FACTURE-PAIE PIC X(6).

      *une affectation : le paiement, la facture réglée (zéro pour
      *le crédit non affecté) et le montant affecté
       FD AFFECTATIONS.
       01 LIGNE-AFFECTATION.
           05 NUM-CLIENT-AFF  PIC 9(2).
           05 FILLER          PIC X.
           05 DATE-PAIE-AFF   PIC 9(8).
           05 FILLER          PIC X.
           05 MONTANT-PAIE-AFF PIC 9(6)V99.
           05 FILLER          PIC X.
           05 NUM-FACTURE-AFF PIC 9(6).
           05 FILLER          PIC X.
           05 MONTANT-AFF     PIC 9(6)V99.

      *une pièce ouverte : client, nature (F facture, C commande non
      *facturée, R crédit non affecté), référence, date, échéance
      *et reste dû
       FD ENCOURS.
       01 LIGNE-ENCOURS.
           05 NUM-CLIENT-ENC PIC 9(2).
           05 FILLER         PIC X.
           05 NATURE-ENC     PIC X.
           05 FILLER         PIC X.
           05 PIECE-ENC      PIC X(10).
           05 FILLER         PIC X.
           05 DATE-ENC       PIC 9(8).
           05 FILLER         PIC X.
           05 ECHEANCE-ENC   PIC 9(8).
           05 FILLER         PIC X.
           05 RESTE-ENC      PIC 9(6)V99.

       FD BALANCE-AGEE.
       01 LIGNE-BALANCE PIC X(132).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-CLIENT-STATUS PIC X(2) VALUE SPACES.
           88 WS-CLIENT-STATUS-OK VALUE "00".
       01 WS-COMMANDE-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMMANDE-STATUS-OK VALUE "00".
       01 WS-REGFAC-STATUS PIC X(2) VALUE SPACES.
           88 WS-REGFAC-STATUS-OK VALUE "00".
       01 WS-REGAV-STATUS PIC X(2) VALUE SPACES.
           88 WS-REGAV-STATUS-OK VALUE "00".
       01 WS-PAIEMENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-PAIEMENTS-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-CLIENTS PIC X VALUE "C".
       01 WS-FIN-COMMANDES PIC X VALUE "C".
       01 WS-FIN-REGFAC PIC X VALUE "C".
       01 WS-FIN-REGAV PIC X VALUE "C".
       01 WS-FIN-PAIEMENTS PIC X VALUE "C".

      *le délai de règlement accordé aux clients : une facture
      *échoit tant de jours après sa date
       01 WS-DELAI-REGLEMENT PIC 9(3) VALUE 30.


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

      *les clients, leur crédit non affecté et les tranches de la
      *balance âgée
       01 WS-NB-CLIENTS PIC 9(4) VALUE 0.
       01 WS-CLIENT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-CLIENTS.
           05 WS-CLIENT-NUM     PIC 9(2).
           05 WS-CLIENT-NOM     PIC X(14).
           05 WS-CLIENT-PRENOM  PIC X(11).
           05 WS-CLIENT-CREDIT  PIC 9(8)V99.
           05 WS-CLIENT-NON-ECHU PIC 9(8)V99.
           05 WS-CLIENT-ECHU-30 PIC 9(8)V99.
           05 WS-CLIENT-ECHU-60 PIC 9(8)V99.
           05 WS-CLIENT-ECHU-90 PIC 9(8)V99.
           05 WS-CLIENT-ECHU-PLUS PIC 9(8)V99.

      *les commandes, marquées quand elles sont facturées
       01 WS-NB-COMMANDES PIC 9(5) VALUE 0.
       01 WS-COMMANDE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-COMMANDES.
           05 WS-CDE-CLIENT    PIC 9(2).
           05 WS-CDE-COMMANDE1 PIC 9(4).
           05 WS-CDE-COMMANDE2 PIC 9(5).
           05 WS-CDE-DATE      PIC 9(8).
           05 WS-CDE-MONTANT   PIC 9(6)V99.
           05 WS-CDE-FACTUREE  PIC X.

      *les factures par date, avec leur reste après avoirs et
      *paiements
       01 WS-NB-FACTURES PIC 9(5) VALUE 0.
       01 WS-FACTURE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-FACTURES.
           05 WS-FAC-DATE      PIC 9(8).
           05 WS-FAC-NUMERO    PIC 9(6).
           05 WS-FAC-CLIENT    PIC 9(2).
           05 WS-FAC-ECHEANCE  PIC 9(8).
           05 WS-FAC-RESTE     PIC 9(6)V99.

      *les paiements, triés par client puis par date
       01 WS-NB-PAIEMENTS PIC 9(5) VALUE 0.
       01 WS-PAIEMENT OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-PAIEMENTS.
           05 WS-PAI-CLIENT  PIC 9(2).
           05 WS-PAI-DATE    PIC 9(8).
           05 WS-PAI-MONTANT PIC 9(6)V99.
           05 WS-PAI-REF     PIC X(6).

      *index et recherche
       01 WS-INDEX-CLIENT PIC 9(4).
       01 WS-INDEX-CDE PIC 9(5).
       01 WS-INDEX-FAC PIC 9(5).
       01 WS-INDEX-PAI PIC 9(5).
       01 WS-CLIENT-COURANT PIC 9(4).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *le paiement en cours d'affectation
       01 WS-A-AFFECTER PIC 9(6)V99.
       01 WS-AFFECTE PIC 9(6)V99.
       01 WS-REF-NUMERO PIC 9(6).

      *la date du jour et l'âge d'une créance en jours
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-RETARD PIC S9(6).

      *totaux de la balance
       01 WS-SOLDE-CLIENT PIC S9(8)V99.
       01 WS-OUVERT-CLIENT PIC 9(8)V99.
       01 WS-TOT-SOLDE PIC S9(10)V99 VALUE 0.
       01 WS-TOT-NON-ECHU PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ECHU-30 PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ECHU-60 PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ECHU-90 PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ECHU-PLUS PIC 9(10)V99 VALUE 0.
       01 WS-TOT-CREDIT PIC 9(10)V99 VALUE 0.
       01 WS-NB-AFFECTATIONS PIC 9(5) VALUE 0.
       01 WS-NB-OUVERTES PIC 9(5) VALUE 0.

      *zones d'édition
       01 WS-SOLDE-EDIT PIC -(8)9,99.
       01 WS-EDIT-1 PIC Z(8)9,99.
       01 WS-EDIT-2 PIC Z(8)9,99.
       01 WS-EDIT-3 PIC Z(8)9,99.
       01 WS-EDIT-4 PIC Z(8)9,99.
       01 WS-EDIT-5 PIC Z(8)9,99.
       01 WS-EDIT-6 PIC Z(8)9,99.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *on charge les clients
           OPEN INPUT CLIENT.
           IF NOT WS-CLIENT-STATUS-OK
              DISPLAY "clients.txt absent, aucun lettrage possible"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-CLIENTS EQUAL "F"
              READ CLIENT
                 AT END
                    MOVE "F" TO WS-FIN-CLIENTS
                 NOT AT END
                    ADD 1 TO WS-NB-CLIENTS
                    MOVE NUM-CLIENT TO WS-CLIENT-NUM(WS-NB-CLIENTS)
                    MOVE NOM-CLIENT TO WS-CLIENT-NOM(WS-NB-CLIENTS)
                    MOVE PRENOM-CLIENT
                    TO WS-CLIENT-PRENOM(WS-NB-CLIENTS)
                    MOVE 0 TO WS-CLIENT-CREDIT(WS-NB-CLIENTS)
              END-READ
           END-PERFORM.
           CLOSE CLIENT.

      *les commandes, aucune encore marquée facturée
           OPEN INPUT COMMANDE.
           IF WS-COMMANDE-STATUS-OK
              PERFORM UNTIL WS-FIN-COMMANDES EQUAL "F"
                 READ COMMANDE
                    AT END
                       MOVE "F" TO WS-FIN-COMMANDES
                    NOT AT END
                       ADD 1 TO WS-NB-COMMANDES
                       MOVE NUM-CLIENT-COMMANDE
                       TO WS-CDE-CLIENT(WS-NB-COMMANDES)
                       MOVE NUM-COMMANDE1
                       TO WS-CDE-COMMANDE1(WS-NB-COMMANDES)
                       MOVE NUM-COMMANDE2
                       TO WS-CDE-COMMANDE2(WS-NB-COMMANDES)
                       MOVE DATE-COMMANDE
                       TO WS-CDE-DATE(WS-NB-COMMANDES)
                       MOVE MONTANT-COMMANDE
                       TO WS-CDE-MONTANT(WS-NB-COMMANDES)
                       MOVE "N" TO WS-CDE-FACTUREE(WS-NB-COMMANDES)
                 END-READ
              END-PERFORM
              CLOSE COMMANDE
           END-IF.

      *les factures : le client vient de la commande, l'échéance
      *du délai de règlement
           OPEN INPUT REGISTRE-FACTURES.
           IF WS-REGFAC-STATUS-OK
              PERFORM UNTIL WS-FIN-REGFAC EQUAL "F"
                 READ REGISTRE-FACTURES
                    AT END
                       MOVE "F" TO WS-FIN-REGFAC
                    NOT AT END
                       PERFORM CHARGE-FACTURE THRU CHARGE-FACTURE-FIN
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-FACTURES
           ELSE
              DISPLAY "registre-factures.txt absent, aucune facture"
           END-IF.
           SORT WS-FACTURE ON ASCENDING WS-FAC-DATE,
           ASCENDING WS-FAC-NUMERO.

      *les avoirs diminuent le reste de leur facture
           OPEN INPUT REGISTRE-AVOIRS.
           IF WS-REGAV-STATUS-OK
              PERFORM UNTIL WS-FIN-REGAV EQUAL "F"
                 READ REGISTRE-AVOIRS
                    AT END
                       MOVE "F" TO WS-FIN-REGAV
                    NOT AT END
                       PERFORM VARYING WS-INDEX-FAC FROM 1 BY 1
                       UNTIL WS-INDEX-FAC GREATER THAN WS-NB-FACTURES
                          IF WS-FAC-NUMERO(WS-INDEX-FAC) EQUAL
                          NUM-FACTURE-AV
                             IF MONTANT-AV GREATER THAN
                             WS-FAC-RESTE(WS-INDEX-FAC)
                                MOVE 0 TO WS-FAC-RESTE(WS-INDEX-FAC)
                             ELSE
                                SUBTRACT MONTANT-AV
                                FROM WS-FAC-RESTE(WS-INDEX-FAC)
                             END-IF
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-AVOIRS
           END-IF.

      *les paiements, dans l'ordre où ils ont été reçus
           OPEN INPUT PAIEMENTS.
           IF WS-PAIEMENTS-STATUS-OK
              PERFORM UNTIL WS-FIN-PAIEMENTS EQUAL "F"
                 READ PAIEMENTS
                    AT END
                       MOVE "F" TO WS-FIN-PAIEMENTS
                    NOT AT END
                       ADD 1 TO WS-NB-PAIEMENTS
                       MOVE NUM-CLIENT-PAIE
                       TO WS-PAI-CLIENT(WS-NB-PAIEMENTS)
                       MOVE DATE-PAIEMENT
                       TO WS-PAI-DATE(WS-NB-PAIEMENTS)
                       MOVE MONTANT-PAIEMENT
                       TO WS-PAI-MONTANT(WS-NB-PAIEMENTS)
                       MOVE REF-FACTURE-PAIE
                       TO WS-PAI-REF(WS-NB-PAIEMENTS)
                 END-READ
              END-PERFORM
              CLOSE PAIEMENTS
           ELSE
              DISPLAY "paiements-clients.txt absent, aucun paiement"
           END-IF.
           SORT WS-PAIEMENT ON ASCENDING WS-PAI-CLIENT,
           ASCENDING WS-PAI-DATE.

      *le lettrage, refait en entier à chaque run depuis les
      *registres et les paiements
           OPEN OUTPUT AFFECTATIONS.
           PERFORM VARYING WS-INDEX-PAI FROM 1 BY 1
           UNTIL WS-INDEX-PAI GREATER THAN WS-NB-PAIEMENTS
              PERFORM AFFECTE-PAIEMENT THRU AFFECTE-PAIEMENT-FIN
           END-PERFORM.
           CLOSE AFFECTATIONS.

           PERFORM ECRIT-ENCOURS THRU ECRIT-ENCOURS-FIN.
           PERFORM EDITE-BALANCE THRU EDITE-BALANCE-FIN.

           DISPLAY "Fin du traitement - " WS-NB-PAIEMENTS
           " paiement(s), " WS-NB-AFFECTATIONS " affectation(s), "
           WS-NB-OUVERTES " piece(s) ouverte(s)".

           STOP RUN.

      *la facture lue rejoint la table avec son client, son
      *échéance et son montant comme reste ; sa commande est
      *marquée facturée ; une échéance qui tombe un jour chômé
      *passe au premier jour ouvré qui suit
       CHARGE-FACTURE.
           ADD 1 TO WS-NB-FACTURES.
           MOVE DATE-FACTURE-REG TO WS-FAC-DATE(WS-NB-FACTURES).
           MOVE NUM-FACTURE-REG TO WS-FAC-NUMERO(WS-NB-FACTURES).
           MOVE MONTANT-FACTURE-REG TO WS-FAC-RESTE(WS-NB-FACTURES).
           MOVE "PLUS-JOURS" TO WS-DATES-FONCTION.
           MOVE DATE-FACTURE-REG TO WS-DATES-DATE.
           MOVE WS-DELAI-REGLEMENT TO WS-DATES-NOMBRE.
           CALL "dates" USING WS-DATES-APPEL.
           IF WS-DATES-RETOUR EQUAL 0
              MOVE "OUVRE" TO WS-DATES-FONCTION
              MOVE WS-DATES-DATE-RESULTAT TO WS-DATES-DATE
              CALL "dates" USING WS-DATES-APPEL
              MOVE WS-DATES-DATE-RESULTAT
              TO WS-FAC-ECHEANCE(WS-NB-FACTURES)
           ELSE
              DISPLAY "facture " NUM-FACTURE-REG " date "
              DATE-FACTURE-REG " invalide, echeance a la date de "
              "facture"
              MOVE DATE-FACTURE-REG TO WS-FAC-ECHEANCE(WS-NB-FACTURES)
           END-IF.
           MOVE 0 TO WS-FAC-CLIENT(WS-NB-FACTURES).
           PERFORM VARYING WS-INDEX-CDE FROM 1 BY 1
           UNTIL WS-INDEX-CDE GREATER THAN WS-NB-COMMANDES
              IF WS-CDE-COMMANDE1(WS-INDEX-CDE) EQUAL NUM-COMMANDE1-REG
              AND WS-CDE-COMMANDE2(WS-INDEX-CDE) EQUAL
              NUM-COMMANDE2-REG
                 MOVE WS-CDE-CLIENT(WS-INDEX-CDE)
                 TO WS-FAC-CLIENT(WS-NB-FACTURES)
                 MOVE "O" TO WS-CDE-FACTUREE(WS-INDEX-CDE)
              END-IF
           END-PERFORM.
       CHARGE-FACTURE-FIN.
           EXIT.

      *le paiement WS-INDEX-PAI va d'abord à la facture qu'il
      *désigne, puis aux factures ouvertes du client de la plus
      *ancienne à la plus récente ; le reliquat reste en crédit
       AFFECTE-PAIEMENT.
           MOVE WS-PAI-MONTANT(WS-INDEX-PAI) TO WS-A-AFFECTER.
           IF WS-PAI-REF(WS-INDEX-PAI) IS NUMERIC
              MOVE WS-PAI-REF(WS-INDEX-PAI) TO WS-REF-NUMERO
              PERFORM VARYING WS-INDEX-FAC FROM 1 BY 1
              UNTIL WS-INDEX-FAC GREATER THAN WS-NB-FACTURES
                 IF WS-FAC-NUMERO(WS-INDEX-FAC) EQUAL WS-REF-NUMERO
                 AND WS-FAC-CLIENT(WS-INDEX-FAC) EQUAL
                 WS-PAI-CLIENT(WS-INDEX-PAI)
                    PERFORM AFFECTE-FACTURE THRU AFFECTE-FACTURE-FIN
                 END-IF
              END-PERFORM
           END-IF.

           PERFORM VARYING WS-INDEX-FAC FROM 1 BY 1
           UNTIL WS-INDEX-FAC GREATER THAN WS-NB-FACTURES
              IF WS-FAC-CLIENT(WS-INDEX-FAC) EQUAL
              WS-PAI-CLIENT(WS-INDEX-PAI)
                 PERFORM AFFECTE-FACTURE THRU AFFECTE-FACTURE-FIN
              END-IF
           END-PERFORM.

           IF WS-A-AFFECTER EQUAL 0
              GO TO AFFECTE-PAIEMENT-FIN
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-NUM(WS-INDEX-CLIENT) EQUAL
              WS-PAI-CLIENT(WS-INDEX-PAI)
                 SET WS-EST-TROUVE TO TRUE
                 ADD WS-A-AFFECTER TO WS-CLIENT-CREDIT(WS-INDEX-CLIENT)
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              DISPLAY "paiement du " WS-PAI-DATE(WS-INDEX-PAI)
              " client inconnu " WS-PAI-CLIENT(WS-INDEX-PAI)
           END-IF.
           MOVE 0 TO WS-REF-NUMERO.
           MOVE WS-A-AFFECTER TO WS-AFFECTE.
           PERFORM ECRIT-AFFECTATION THRU ECRIT-AFFECTATION-FIN.
       AFFECTE-PAIEMENT-FIN.
           EXIT.

      *ce qui reste du paiement règle la facture WS-INDEX-FAC à
      *concurrence de son reste
       AFFECTE-FACTURE.
           IF WS-A-AFFECTER EQUAL 0
           OR WS-FAC-RESTE(WS-INDEX-FAC) EQUAL 0
              GO TO AFFECTE-FACTURE-FIN
           END-IF.
           IF WS-A-AFFECTER GREATER THAN WS-FAC-RESTE(WS-INDEX-FAC)
              MOVE WS-FAC-RESTE(WS-INDEX-FAC) TO WS-AFFECTE
           ELSE
              MOVE WS-A-AFFECTER TO WS-AFFECTE
           END-IF.
           SUBTRACT WS-AFFECTE FROM WS-FAC-RESTE(WS-INDEX-FAC).
           SUBTRACT WS-AFFECTE FROM WS-A-AFFECTER.
           MOVE WS-FAC-NUMERO(WS-INDEX-FAC) TO WS-REF-NUMERO.
           PERFORM ECRIT-AFFECTATION THRU ECRIT-AFFECTATION-FIN.
       AFFECTE-FACTURE-FIN.
           EXIT.

      *une ligne d'affectation du paiement WS-INDEX-PAI
       ECRIT-AFFECTATION.
           ADD 1 TO WS-NB-AFFECTATIONS.
           MOVE SPACES TO LIGNE-AFFECTATION.
           MOVE WS-PAI-CLIENT(WS-INDEX-PAI) TO NUM-CLIENT-AFF.
           MOVE WS-PAI-DATE(WS-INDEX-PAI) TO DATE-PAIE-AFF.
           MOVE WS-PAI-MONTANT(WS-INDEX-PAI) TO MONTANT-PAIE-AFF.
           MOVE WS-REF-NUMERO TO NUM-FACTURE-AFF.
           MOVE WS-AFFECTE TO MONTANT-AFF.
           WRITE LIGNE-AFFECTATION.
       ECRIT-AFFECTATION-FIN.
           EXIT.

      *les pièces ouvertes : factures avec un reste, commandes non
      *facturées, crédits non affectés
       ECRIT-ENCOURS.
           OPEN OUTPUT ENCOURS.
           PERFORM VARYING WS-INDEX-FAC FROM 1 BY 1
           UNTIL WS-INDEX-FAC GREATER THAN WS-NB-FACTURES
              IF WS-FAC-RESTE(WS-INDEX-FAC) GREATER THAN 0
                 ADD 1 TO WS-NB-OUVERTES
                 MOVE SPACES TO LIGNE-ENCOURS
                 MOVE WS-FAC-CLIENT(WS-INDEX-FAC) TO NUM-CLIENT-ENC
                 MOVE "F" TO NATURE-ENC
                 MOVE WS-FAC-NUMERO(WS-INDEX-FAC) TO PIECE-ENC
                 MOVE WS-FAC-DATE(WS-INDEX-FAC) TO DATE-ENC
                 MOVE WS-FAC-ECHEANCE(WS-INDEX-FAC) TO ECHEANCE-ENC
                 MOVE WS-FAC-RESTE(WS-INDEX-FAC) TO RESTE-ENC
                 WRITE LIGNE-ENCOURS
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-INDEX-CDE FROM 1 BY 1
           UNTIL WS-INDEX-CDE GREATER THAN WS-NB-COMMANDES
              IF WS-CDE-FACTUREE(WS-INDEX-CDE) EQUAL "N"
                 ADD 1 TO WS-NB-OUVERTES
                 MOVE SPACES TO LIGNE-ENCOURS
                 MOVE WS-CDE-CLIENT(WS-INDEX-CDE) TO NUM-CLIENT-ENC
                 MOVE "C" TO NATURE-ENC
                 STRING WS-CDE-COMMANDE1(WS-INDEX-CDE)
                 WS-CDE-COMMANDE2(WS-INDEX-CDE)
                 INTO PIECE-ENC
                 MOVE WS-CDE-DATE(WS-INDEX-CDE) TO DATE-ENC
                 MOVE 0 TO ECHEANCE-ENC
                 MOVE WS-CDE-MONTANT(WS-INDEX-CDE) TO RESTE-ENC
                 WRITE LIGNE-ENCOURS
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-CREDIT(WS-INDEX-CLIENT) GREATER THAN 0
                 ADD 1 TO WS-NB-OUVERTES
                 MOVE SPACES TO LIGNE-ENCOURS
                 MOVE WS-CLIENT-NUM(WS-INDEX-CLIENT) TO NUM-CLIENT-ENC
                 MOVE "R" TO NATURE-ENC
                 MOVE WS-DATE-JOUR TO DATE-ENC
                 MOVE 0 TO ECHEANCE-ENC
                 MOVE WS-CLIENT-CREDIT(WS-INDEX-CLIENT) TO RESTE-ENC
                 WRITE LIGNE-ENCOURS
              END-IF
           END-PERFORM.
           CLOSE ENCOURS.
       ECRIT-ENCOURS-FIN.
           EXIT.

      *la balance âgée : par client, les factures ouvertes par
      *tranche de retard sur l'échéance, le crédit non affecté et
      *le solde
       EDITE-BALANCE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              MOVE 0 TO WS-CLIENT-NON-ECHU(WS-INDEX-CLIENT)
              MOVE 0 TO WS-CLIENT-ECHU-30(WS-INDEX-CLIENT)
              MOVE 0 TO WS-CLIENT-ECHU-60(WS-INDEX-CLIENT)
              MOVE 0 TO WS-CLIENT-ECHU-90(WS-INDEX-CLIENT)
              MOVE 0 TO WS-CLIENT-ECHU-PLUS(WS-INDEX-CLIENT)
           END-PERFORM.
           PERFORM VARYING WS-INDEX-FAC FROM 1 BY 1
           UNTIL WS-INDEX-FAC GREATER THAN WS-NB-FACTURES
              IF WS-FAC-RESTE(WS-INDEX-FAC) GREATER THAN 0
                 PERFORM AGE-FACTURE THRU AGE-FACTURE-FIN
              END-IF
           END-PERFORM.

           OPEN OUTPUT BALANCE-AGEE.
           MOVE SPACES TO LIGNE-BALANCE.
           STRING "BALANCE AGEE DES CREANCES CLIENTS au " WS-DATE-JOUR
           " (echeance a " WS-DELAI-REGLEMENT " jours)"
           INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           MOVE SPACES TO LIGNE-BALANCE.
           STRING "cl nom                non echu       0-30 j"
           "      31-60 j      61-90 j       + 90 j"
           "       credit        solde"
           INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              PERFORM EDITE-CLIENT THRU EDITE-CLIENT-FIN
           END-PERFORM.

           MOVE WS-TOT-NON-ECHU TO WS-EDIT-1.
           MOVE WS-TOT-ECHU-30 TO WS-EDIT-2.
           MOVE WS-TOT-ECHU-60 TO WS-EDIT-3.
           MOVE WS-TOT-ECHU-90 TO WS-EDIT-4.
           MOVE WS-TOT-ECHU-PLUS TO WS-EDIT-5.
           MOVE WS-TOT-CREDIT TO WS-EDIT-6.
           MOVE WS-TOT-SOLDE TO WS-SOLDE-EDIT.
           MOVE SPACES TO LIGNE-BALANCE.
           STRING "TOTAL            " WS-EDIT-1 " " WS-EDIT-2 " "
           WS-EDIT-3 " " WS-EDIT-4 " " WS-EDIT-5 " " WS-EDIT-6 " "
           WS-SOLDE-EDIT
           INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           CLOSE BALANCE-AGEE.
       EDITE-BALANCE-FIN.
           EXIT.

      *la facture ouverte WS-INDEX-FAC dans la tranche de son
      *client selon son retard sur l'échéance
       AGE-FACTURE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-NUM(WS-INDEX-CLIENT) EQUAL
              WS-FAC-CLIENT(WS-INDEX-FAC)
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-CLIENT TO WS-CLIENT-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              DISPLAY "facture " WS-FAC-NUMERO(WS-INDEX-FAC)
              " sans client connu, hors balance"
              GO TO AGE-FACTURE-FIN
           END-IF.
           COMPUTE WS-RETARD = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
           - FUNCTION INTEGER-OF-DATE(WS-FAC-ECHEANCE(WS-INDEX-FAC)).
           EVALUATE TRUE
              WHEN WS-RETARD NOT GREATER THAN 0
                 ADD WS-FAC-RESTE(WS-INDEX-FAC)
                 TO WS-CLIENT-NON-ECHU(WS-CLIENT-COURANT)
              WHEN WS-RETARD NOT GREATER THAN 30
                 ADD WS-FAC-RESTE(WS-INDEX-FAC)
                 TO WS-CLIENT-ECHU-30(WS-CLIENT-COURANT)
              WHEN WS-RETARD NOT GREATER THAN 60
                 ADD WS-FAC-RESTE(WS-INDEX-FAC)
                 TO WS-CLIENT-ECHU-60(WS-CLIENT-COURANT)
              WHEN WS-RETARD NOT GREATER THAN 90
                 ADD WS-FAC-RESTE(WS-INDEX-FAC)
                 TO WS-CLIENT-ECHU-90(WS-CLIENT-COURANT)
              WHEN OTHER
                 ADD WS-FAC-RESTE(WS-INDEX-FAC)
                 TO WS-CLIENT-ECHU-PLUS(WS-CLIENT-COURANT)
           END-EVALUATE.
       AGE-FACTURE-FIN.
           EXIT.

      *la ligne du client WS-INDEX-CLIENT, s'il a une facture
      *ouverte ou un crédit
       EDITE-CLIENT.
           COMPUTE WS-OUVERT-CLIENT =
           WS-CLIENT-NON-ECHU(WS-INDEX-CLIENT)
           + WS-CLIENT-ECHU-30(WS-INDEX-CLIENT)
           + WS-CLIENT-ECHU-60(WS-INDEX-CLIENT)
           + WS-CLIENT-ECHU-90(WS-INDEX-CLIENT)
           + WS-CLIENT-ECHU-PLUS(WS-INDEX-CLIENT).
           IF WS-OUVERT-CLIENT EQUAL 0
           AND WS-CLIENT-CREDIT(WS-INDEX-CLIENT) EQUAL 0
              GO TO EDITE-CLIENT-FIN
           END-IF.
           COMPUTE WS-SOLDE-CLIENT = WS-OUVERT-CLIENT
           - WS-CLIENT-CREDIT(WS-INDEX-CLIENT).

           ADD WS-CLIENT-NON-ECHU(WS-INDEX-CLIENT) TO WS-TOT-NON-ECHU.
           ADD WS-CLIENT-ECHU-30(WS-INDEX-CLIENT) TO WS-TOT-ECHU-30.
           ADD WS-CLIENT-ECHU-60(WS-INDEX-CLIENT) TO WS-TOT-ECHU-60.
           ADD WS-CLIENT-ECHU-90(WS-INDEX-CLIENT) TO WS-TOT-ECHU-90.
           ADD WS-CLIENT-ECHU-PLUS(WS-INDEX-CLIENT)
           TO WS-TOT-ECHU-PLUS.
           ADD WS-CLIENT-CREDIT(WS-INDEX-CLIENT) TO WS-TOT-CREDIT.
           ADD WS-SOLDE-CLIENT TO WS-TOT-SOLDE.

           MOVE WS-CLIENT-NON-ECHU(WS-INDEX-CLIENT) TO WS-EDIT-1.
           MOVE WS-CLIENT-ECHU-30(WS-INDEX-CLIENT) TO WS-EDIT-2.
           MOVE WS-CLIENT-ECHU-60(WS-INDEX-CLIENT) TO WS-EDIT-3.
           MOVE WS-CLIENT-ECHU-90(WS-INDEX-CLIENT) TO WS-EDIT-4.
           MOVE WS-CLIENT-ECHU-PLUS(WS-INDEX-CLIENT) TO WS-EDIT-5.
           MOVE WS-CLIENT-CREDIT(WS-INDEX-CLIENT) TO WS-EDIT-6.
           MOVE WS-SOLDE-CLIENT TO WS-SOLDE-EDIT.
           MOVE SPACES TO LIGNE-BALANCE.
           STRING WS-CLIENT-NUM(WS-INDEX-CLIENT) " "
           WS-CLIENT-NOM(WS-INDEX-CLIENT) WS-EDIT-1 " " WS-EDIT-2 " "
           WS-EDIT-3 " " WS-EDIT-4 " " WS-EDIT-5 " " WS-EDIT-6 " "
           WS-SOLDE-EDIT
           INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
       EDITE-CLIENT-FIN.
           EXIT.

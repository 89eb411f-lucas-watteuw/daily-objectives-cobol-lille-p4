       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les commandes avec leur montant
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUTS-STATUS.

      *les lignes chiffrées des commandes par credit.cbl : une
      *ligne de facture par produit et la ventilation de la TVA
           SELECT LIGNES-COMMANDES ASSIGN TO "lignes-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIGNES-STATUS.

      *le compteur du prochain numéro de facture, strictement
      *séquentiel, conservé de run en run
           SELECT COMPTEUR ASSIGN TO "compteur-factures.txt"
           05 FILLER           PIC X.
           05 DATE-STATUT-ST   PIC 9(8).

       FD LIGNES-COMMANDES.
       01 LIGNE-DETAIL.
           05 NUM-COMMANDE1-DET PIC 9(4).
           05 FILLER            PIC X.
           05 NUM-COMMANDE2-DET PIC 9(5).
           05 FILLER            PIC X.
           05 ARTICLE-DET       PIC X(10).
           05 FILLER            PIC X.
           05 QTE-DET           PIC 9(3).
           05 FILLER            PIC X.
           05 PRIX-UNIT-DET     PIC 9(4)V99.
           05 FILLER            PIC X.
           05 TAUX-TVA-DET      PIC 9(2)V99.

       FD COMPTEUR.
       01 LIGNE-COMPTEUR.
           05 PROCHAIN-NUMERO PIC 9(6).
           88 WS-REGISTRE-STATUS-OK VALUE "00".
       01 WS-FACTURES-STATUS PIC X(2) VALUE SPACES.
           88 WS-FACTURES-STATUS-OK VALUE "00".
       01 WS-LIGNES-STATUS PIC X(2) VALUE SPACES.
           88 WS-LIGNES-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-COMMANDES PIC X VALUE "C".
       01 WS-FIN-STATUTS PIC X VALUE "C".
       01 WS-FIN-COMPTEUR PIC X VALUE "C".
       01 WS-FIN-REGISTRE PIC X VALUE "C".
       01 WS-FIN-LIGNES PIC X VALUE "C".

      *les clients en mémoire
       01 WS-NB-CLIENTS PIC 9(4) VALUE 0.
           05 WS-FAC-COMMANDE2 PIC 9(5).
           05 WS-FAC-NUMERO    PIC 9(6).

      *les lignes chiffrées des commandes
       01 WS-NB-LIGNES PIC 9(4) VALUE 0.
       01 WS-LIGNE-CDE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-LIGNES.
           05 WS-LCD-COMMANDE1 PIC 9(4).
           05 WS-LCD-COMMANDE2 PIC 9(5).
           05 WS-LCD-ARTICLE   PIC X(10).
           05 WS-LCD-QTE       PIC 9(3).
           05 WS-LCD-PRIX-UNIT PIC 9(4)V99.
           05 WS-LCD-TAUX-TVA  PIC 9(2)V99.

      *la ventilation de la facture en cours par taux de TVA : les
      *prix sont TTC, la base HT en est extraite par taux
       01 WS-NB-TAUX PIC 9(2) VALUE 0.
       01 WS-TAUX-FACTURE OCCURS 1 TO 99 TIMES
          DEPENDING ON WS-NB-TAUX.
           05 WS-TXF-TAUX PIC 9(2)V99.
           05 WS-TXF-TTC  PIC 9(8)V99.
       01 WS-INDEX-TAUX PIC 9(2).
       01 WS-MONTANT-LIGNE PIC 9(8)V99.
       01 WS-BASE-HT PIC 9(8)V99.
       01 WS-MONTANT-TVA PIC 9(8)V99.
       01 WS-TOTAL-HT PIC 9(8)V99.
       01 WS-TOTAL-TVA PIC 9(8)V99.
       01 WS-TOTAL-TTC PIC 9(8)V99.
       01 WS-NB-LIGNES-FACTURE PIC 9(4).
       01 WS-PRIX-EDIT PIC Z(3)9,99.
       01 WS-LIGNE-EDIT PIC Z(7)9,99.
       01 WS-HT-EDIT PIC Z(7)9,99.
       01 WS-TVA-EDIT PIC Z(7)9,99.
       01 WS-TTC-EDIT PIC Z(7)9,99.
       01 WS-TAUX-EDIT PIC Z9,99.

      *index et drapeaux de recherche
       01 WS-INDEX-CLIENT PIC 9(4).
       01 WS-INDEX-LIGNE PIC 9(4).
       01 WS-INDEX-EXP PIC 9(4).
       01 WS-INDEX-FAC PIC 9(5).
       01 WS-TROUVE PIC X VALUE "N".
              CLOSE CLIENT
           END-IF.

      *les lignes chiffrées ; une commande d'avant les lignes n'en
      *a pas et reste facturée sur son seul montant
           OPEN INPUT LIGNES-COMMANDES.
           IF WS-LIGNES-STATUS-OK
              PERFORM UNTIL WS-FIN-LIGNES EQUAL "F"
                 READ LIGNES-COMMANDES
                    AT END
                       MOVE "F" TO WS-FIN-LIGNES
                    NOT AT END
                       IF PRIX-UNIT-DET IS NUMERIC
                       AND TAUX-TVA-DET IS NUMERIC
                          ADD 1 TO WS-NB-LIGNES
                          MOVE NUM-COMMANDE1-DET
                          TO WS-LCD-COMMANDE1(WS-NB-LIGNES)
                          MOVE NUM-COMMANDE2-DET
                          TO WS-LCD-COMMANDE2(WS-NB-LIGNES)
                          MOVE ARTICLE-DET
                          TO WS-LCD-ARTICLE(WS-NB-LIGNES)
                          MOVE QTE-DET TO WS-LCD-QTE(WS-NB-LIGNES)
                          MOVE PRIX-UNIT-DET
                          TO WS-LCD-PRIX-UNIT(WS-NB-LIGNES)
                          MOVE TAUX-TVA-DET
                          TO WS-LCD-TAUX-TVA(WS-NB-LIGNES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LIGNES-COMMANDES
           END-IF.

      *on relève les commandes expédiées dans l'état des statuts
           OPEN INPUT STATUTS-COMMANDES.
           IF NOT WS-STATUTS-STATUS-OK

      *la ligne de registre d'abord : le numéro est consommé même
      *si l'édition échouait, le contrôle de séquence le verrait
           MOVE SPACES TO LIGNE-REGISTRE.
           MOVE WS-PROCHAIN-NUMERO TO NUM-FACTURE-REG.
           MOVE NUM-COMMANDE1 TO NUM-COMMANDE1-REG.
           MOVE NUM-COMMANDE2 TO NUM-COMMANDE2-REG.
           " du " DATE-COMMANDE
           INTO LIGNE-FACTURE.
           WRITE LIGNE-FACTURE.
           PERFORM EDITE-LIGNES-FACTURE THRU EDITE-LIGNES-FACTURE-FIN.
           MOVE SPACES TO LIGNE-FACTURE.
           STRING "Montant : " FUNCTION TRIM(WS-MONTANT-EDIT) " EUR"
           INTO LIGNE-FACTURE.
       FACTURE-COMMANDE-FIN.
           EXIT.

      *une ligne de facture par produit de la commande lue, puis
      *la ventilation par taux : base HT, TVA et TTC ; rien pour
      *une commande sans lignes
       EDITE-LIGNES-FACTURE.
           MOVE 0 TO WS-NB-TAUX.
           MOVE 0 TO WS-NB-LIGNES-FACTURE.
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              IF WS-LCD-COMMANDE1(WS-INDEX-LIGNE) EQUAL NUM-COMMANDE1
              AND WS-LCD-COMMANDE2(WS-INDEX-LIGNE) EQUAL NUM-COMMANDE2
                 ADD 1 TO WS-NB-LIGNES-FACTURE
                 IF WS-NB-LIGNES-FACTURE EQUAL 1
                    MOVE SPACES TO LIGNE-FACTURE
                    STRING "  produit      qte  prix TTC    montant TTC"
                    "   TVA"
                    INTO LIGNE-FACTURE
                    WRITE LIGNE-FACTURE
                 END-IF
                 COMPUTE WS-MONTANT-LIGNE =
                 WS-LCD-QTE(WS-INDEX-LIGNE)
                 * WS-LCD-PRIX-UNIT(WS-INDEX-LIGNE)
                 MOVE WS-LCD-PRIX-UNIT(WS-INDEX-LIGNE) TO WS-PRIX-EDIT
                 MOVE WS-MONTANT-LIGNE TO WS-LIGNE-EDIT
                 MOVE WS-LCD-TAUX-TVA(WS-INDEX-LIGNE) TO WS-TAUX-EDIT
                 MOVE SPACES TO LIGNE-FACTURE
                 STRING "  " WS-LCD-ARTICLE(WS-INDEX-LIGNE)
                 "  " WS-LCD-QTE(WS-INDEX-LIGNE)
                 "  " WS-PRIX-EDIT
                 "  " WS-LIGNE-EDIT
                 "  " WS-TAUX-EDIT " %"
                 INTO LIGNE-FACTURE
                 WRITE LIGNE-FACTURE
                 MOVE "N" TO WS-TROUVE
                 PERFORM VARYING WS-INDEX-TAUX FROM 1 BY 1
                 UNTIL WS-INDEX-TAUX GREATER THAN WS-NB-TAUX
                    IF WS-TXF-TAUX(WS-INDEX-TAUX) EQUAL
                    WS-LCD-TAUX-TVA(WS-INDEX-LIGNE)
                       SET WS-EST-TROUVE TO TRUE
                       ADD WS-MONTANT-LIGNE
                       TO WS-TXF-TTC(WS-INDEX-TAUX)
                    END-IF
                 END-PERFORM
                 IF NOT WS-EST-TROUVE
                    ADD 1 TO WS-NB-TAUX
                    MOVE WS-LCD-TAUX-TVA(WS-INDEX-LIGNE)
                    TO WS-TXF-TAUX(WS-NB-TAUX)
                    MOVE WS-MONTANT-LIGNE TO WS-TXF-TTC(WS-NB-TAUX)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-NB-LIGNES-FACTURE EQUAL 0
              GO TO EDITE-LIGNES-FACTURE-FIN
           END-IF.

           MOVE 0 TO WS-TOTAL-HT.
           MOVE 0 TO WS-TOTAL-TVA.
           MOVE 0 TO WS-TOTAL-TTC.
           MOVE SPACES TO LIGNE-FACTURE.
           STRING "  taux TVA        base HT          TVA"
           "          TTC"
           INTO LIGNE-FACTURE.
           WRITE LIGNE-FACTURE.
           PERFORM VARYING WS-INDEX-TAUX FROM 1 BY 1
           UNTIL WS-INDEX-TAUX GREATER THAN WS-NB-TAUX
              COMPUTE WS-BASE-HT ROUNDED =
              WS-TXF-TTC(WS-INDEX-TAUX) * 100
              / (100 + WS-TXF-TAUX(WS-INDEX-TAUX))
              COMPUTE WS-MONTANT-TVA =
              WS-TXF-TTC(WS-INDEX-TAUX) - WS-BASE-HT
              ADD WS-BASE-HT TO WS-TOTAL-HT
              ADD WS-MONTANT-TVA TO WS-TOTAL-TVA
              ADD WS-TXF-TTC(WS-INDEX-TAUX) TO WS-TOTAL-TTC
              MOVE WS-TXF-TAUX(WS-INDEX-TAUX) TO WS-TAUX-EDIT
              MOVE WS-BASE-HT TO WS-HT-EDIT
              MOVE WS-MONTANT-TVA TO WS-TVA-EDIT
              MOVE WS-TXF-TTC(WS-INDEX-TAUX) TO WS-TTC-EDIT
              MOVE SPACES TO LIGNE-FACTURE
              STRING "  " WS-TAUX-EDIT " %  " WS-HT-EDIT
              "  " WS-TVA-EDIT "  " WS-TTC-EDIT
              INTO LIGNE-FACTURE
              WRITE LIGNE-FACTURE
           END-PERFORM.
           MOVE WS-TOTAL-HT TO WS-HT-EDIT.
           MOVE WS-TOTAL-TVA TO WS-TVA-EDIT.
           MOVE WS-TOTAL-TTC TO WS-TTC-EDIT.
           MOVE SPACES TO LIGNE-FACTURE.
           STRING "  total    " WS-HT-EDIT "  " WS-TVA-EDIT
           "  " WS-TTC-EDIT
           INTO LIGNE-FACTURE.
           WRITE LIGNE-FACTURE.
       EDITE-LIGNES-FACTURE-FIN.
           EXIT.

      *chaque numéro de 1 au dernier émis doit apparaitre
      *exactement une fois dans le registre (mémoire + émissions
      *du run)

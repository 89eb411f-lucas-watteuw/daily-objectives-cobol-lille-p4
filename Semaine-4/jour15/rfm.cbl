       IDENTIFICATION DIVISION.
       PROGRAM-ID. rfm.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les clients à noter, tenus par mainclients.cbl
           SELECT CLIENT ASSIGN TO "clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIENT-STATUS.

      *les tickets de caisse : date, client, produit et quantité
           SELECT TICKETS ASSIGN TO "tickets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TICKETS-STATUS.

      *le catalogue, pour le prix des produits des tickets
           SELECT PRODUITS ASSIGN TO "produits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODUITS-STATUS.

      *les commandes datées avec leur montant
           SELECT COMMANDE ASSIGN TO "num-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMANDE-STATUS.

      *les scores du run, relus au run suivant pour repérer les
      *bons clients qui décrochent
           SELECT SCORES ASSIGN TO "scores-rfm.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCORES-STATUS.

           SELECT SCORES-NOUVEAU ASSIGN TO "scores-rfm.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la matrice récence x fréquence : nombre de clients et
      *chiffre d'affaires par case
           SELECT MATRICE ASSIGN TO "matrice-rfm.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les anciens bons clients dont la récence s'est effondrée,
      *pour la campagne de reconquête
           SELECT RECONQUETE ASSIGN TO "reconquete-clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT.
       01 LIGNE-CLIENT.
           05 NUM-CLIENT PIC 9(2).
           05 NOM-CLIENT PIC X(14).
           05 PRENOM-CLIENT PIC X(11).
           05 LIMITE-CLIENT PIC 9(8).

       FD TICKETS.
       01 LIGNE-TICKET.
           05 DATE-TICKET    PIC 9(8).
           05 FILLER         PIC X.
           05 CLIENT-TICKET  PIC 9(2).
           05 FILLER         PIC X.
           05 PRODUIT-TICKET PIC X(20).
           05 FILLER         PIC X.
           05 QTE-TICKET     PIC 9(3).
           05 FILLER         PIC X.
           05 CAISSE-TICKET  PIC X(2).

       FD PRODUITS.
       01 LIGNE-PRODUIT.
           05 F-NOM          PIC X(20).
           05 F-PRIX         PIC 9(4).
           05 F-VENTE-HEBDO  PIC 9(4).
           05 F-STOCK        PIC 9(4).
           05 F-ETAT         PIC X.
           05 F-DATE-ETAT    PIC 9(8).
           05 F-PRIX-ACHAT   PIC 9(4)V99.
           05 F-TAUX-TVA     PIC 9(2)V99.

       FD COMMANDE.
       01 LIGNE-COMMANDE.
           05 NUM-CLIENT-COMMANDE PIC 9(2).
           05 NUM-COMMANDE1 PIC 9(4).
           05 NUM-COMMANDE2 PIC 9(5).
           05 FILLER        PIC X.
           05 DATE-COMMANDE PIC 9(8).
           05 FILLER        PIC X.
           05 MONTANT-COMMANDE PIC 9(6)V99.

      *un score : client, notes R F M de 1 à 5, les mesures sur
      *douze mois (jours depuis le dernier achat, nombre d'achats,
      *montant) et la date du run
       FD SCORES.
       01 LIGNE-SCORE.
           05 NUM-CLIENT-SC PIC 9(2).
           05 FILLER        PIC X.
           05 NOTE-R-SC     PIC 9.
           05 NOTE-F-SC     PIC 9.
           05 NOTE-M-SC     PIC 9.
           05 FILLER        PIC X.
           05 RECENCE-SC    PIC 9(3).
           05 FILLER        PIC X.
           05 FREQUENCE-SC  PIC 9(4).
           05 FILLER        PIC X.
           05 MONTANT-SC    PIC 9(8)V99.
           05 FILLER        PIC X.
           05 DATE-RUN-SC   PIC 9(8).

       FD SCORES-NOUVEAU.
       01 LIGNE-SCORE-NOUVEAU.
           05 NUM-CLIENT-SCN PIC 9(2).
           05 FILLER         PIC X.
           05 NOTE-R-SCN     PIC 9.
           05 NOTE-F-SCN     PIC 9.
           05 NOTE-M-SCN     PIC 9.
           05 FILLER         PIC X.
           05 RECENCE-SCN    PIC 9(3).
           05 FILLER         PIC X.
           05 FREQUENCE-SCN  PIC 9(4).
           05 FILLER         PIC X.
           05 MONTANT-SCN    PIC 9(8)V99.
           05 FILLER         PIC X.
           05 DATE-RUN-SCN   PIC 9(8).

       FD MATRICE.
       01 LIGNE-MATRICE PIC X(100).

       FD RECONQUETE.
       01 LIGNE-RECONQUETE PIC X(100).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-CLIENT-STATUS PIC X(2) VALUE SPACES.
           88 WS-CLIENT-STATUS-OK VALUE "00".
       01 WS-TICKETS-STATUS PIC X(2) VALUE SPACES.
           88 WS-TICKETS-STATUS-OK VALUE "00".
       01 WS-PRODUITS-STATUS PIC X(2) VALUE SPACES.
           88 WS-PRODUITS-STATUS-OK VALUE "00".
       01 WS-COMMANDE-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMMANDE-STATUS-OK VALUE "00".
       01 WS-SCORES-STATUS PIC X(2) VALUE SPACES.
           88 WS-SCORES-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-CLIENTS PIC X VALUE "C".
       01 WS-FIN-TICKETS PIC X VALUE "C".
       01 WS-FIN-PRODUITS PIC X VALUE "C".
       01 WS-FIN-COMMANDES PIC X VALUE "C".
       01 WS-FIN-SCORES PIC X VALUE "C".

      *la fenêtre glissante de douze mois qui se termine au jour
      *du run
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-JOUR-RUN PIC 9(7).
       01 WS-DEBUT-FENETRE PIC 9(8).
       01 WS-JOURS-FENETRE PIC 9(3) VALUE 365.

      *un ancien bon client : notes R et F d'au moins 4 au run
      *précédent ; il décroche quand sa note R tombe à 2 ou moins
       01 WS-NOTE-BON PIC 9 VALUE 4.
       01 WS-NOTE-DECROCHE PIC 9 VALUE 2.

      *les clients avec leurs mesures, leurs notes et celles du
      *run précédent
       01 WS-NB-CLIENTS PIC 9(4) VALUE 0.
       01 WS-CLIENT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-CLIENTS.
           05 WS-CLIENT-NUM       PIC 9(2).
           05 WS-CLIENT-NOM       PIC X(14).
           05 WS-CLIENT-PRENOM    PIC X(11).
           05 WS-CLIENT-DERNIER   PIC 9(8).
           05 WS-CLIENT-FREQUENCE PIC 9(4).
           05 WS-CLIENT-MONTANT   PIC 9(8)V99.
           05 WS-CLIENT-RECENCE   PIC 9(3).
           05 WS-CLIENT-FRAICHEUR PIC 9(3).
           05 WS-CLIENT-NOTE-R    PIC 9.
           05 WS-CLIENT-NOTE-F    PIC 9.
           05 WS-CLIENT-NOTE-M    PIC 9.
           05 WS-CLIENT-ANCIEN-R  PIC 9.
           05 WS-CLIENT-ANCIEN-F  PIC 9.
           05 WS-CLIENT-ANCIEN-M  PIC 9.

      *les prix du catalogue
       01 WS-NB-PRODUITS PIC 9(4) VALUE 0.
       01 WS-PRODUIT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PRODUITS.
           05 WS-PRODUIT-NOM  PIC X(20).
           05 WS-PRODUIT-PRIX PIC 9(4).

      *les jours d'achat déjà comptés par client : plusieurs
      *lignes de ticket le même jour font un seul passage en caisse
       01 WS-NB-PASSAGES PIC 9(5) VALUE 0.
       01 WS-PASSAGE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-PASSAGES.
           05 WS-PAS-CLIENT PIC 9(2).
           05 WS-PAS-DATE   PIC 9(8).

      *les valeurs triées d'une mesure, pour les bornes des
      *quintiles recalculées à chaque run
       01 WS-NB-VALEURS PIC 9(4) VALUE 0.
       01 WS-VALEUR OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-VALEURS.
           05 WS-VAL-MESURE PIC 9(8)V99.
       01 WS-BORNE OCCURS 4 TIMES PIC 9(8)V99.
       01 WS-INDEX-BORNE PIC 9.
       01 WS-RANG-BORNE PIC 9(4).
       01 WS-MESURE PIC 9(8)V99.
       01 WS-NOTE PIC 9.
       01 WS-CHOIX-MESURE PIC X.

      *la matrice récence (lignes) x fréquence (colonnes)
       01 WS-MATRICE-R OCCURS 5 TIMES.
           05 WS-MATRICE-F OCCURS 5 TIMES.
               10 WS-CASE-NB      PIC 9(4).
               10 WS-CASE-MONTANT PIC 9(8)V99.
       01 WS-R PIC 9.
       01 WS-F PIC 9.

      *index et recherche
       01 WS-INDEX-CLIENT PIC 9(4).
       01 WS-INDEX-PRODUIT PIC 9(4).
       01 WS-INDEX-PASSAGE PIC 9(5).
       01 WS-INDEX-VALEUR PIC 9(4).
       01 WS-CLIENT-COURANT PIC 9(4).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *l'achat en cours de cumul
       01 WS-ACHAT-CLIENT PIC 9(2).
       01 WS-ACHAT-DATE PIC 9(8).
       01 WS-ACHAT-MONTANT PIC 9(8)V99.
       01 WS-ACHAT-PASSAGE PIC X.

      *compteurs et éditions
       01 WS-NB-ACTIFS PIC 9(4) VALUE 0.
       01 WS-NB-RECONQUETE PIC 9(4) VALUE 0.
       01 WS-NB-HORS-CATALOGUE PIC 9(5) VALUE 0.
       01 WS-MONTANT-EDIT PIC Z(7)9,99.
       01 WS-NB-EDIT PIC Z(3)9.
       01 WS-LIGNE-TRAVAIL PIC X(100).
       01 WS-POSITION PIC 9(3).

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-JOUR-RUN = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           COMPUTE WS-DEBUT-FENETRE = FUNCTION DATE-OF-INTEGER(
           WS-JOUR-RUN - WS-JOURS-FENETRE + 1).

      *on charge les clients
           OPEN INPUT CLIENT.
           IF NOT WS-CLIENT-STATUS-OK
              DISPLAY "clients.txt absent, aucun client a noter"
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
                    MOVE 0 TO WS-CLIENT-DERNIER(WS-NB-CLIENTS)
                    MOVE 0 TO WS-CLIENT-FREQUENCE(WS-NB-CLIENTS)
                    MOVE 0 TO WS-CLIENT-MONTANT(WS-NB-CLIENTS)
                    MOVE 0 TO WS-CLIENT-ANCIEN-R(WS-NB-CLIENTS)
                    MOVE 0 TO WS-CLIENT-ANCIEN-F(WS-NB-CLIENTS)
                    MOVE 0 TO WS-CLIENT-ANCIEN-M(WS-NB-CLIENTS)
              END-READ
           END-PERFORM.
           CLOSE CLIENT.

      *les notes du run précédent
           OPEN INPUT SCORES.
           IF WS-SCORES-STATUS-OK
              PERFORM UNTIL WS-FIN-SCORES EQUAL "F"
                 READ SCORES
                    AT END
                       MOVE "F" TO WS-FIN-SCORES
                    NOT AT END
                       PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                       UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
                          IF WS-CLIENT-NUM(WS-INDEX-CLIENT) EQUAL
                          NUM-CLIENT-SC
                             MOVE NOTE-R-SC
                             TO WS-CLIENT-ANCIEN-R(WS-INDEX-CLIENT)
                             MOVE NOTE-F-SC
                             TO WS-CLIENT-ANCIEN-F(WS-INDEX-CLIENT)
                             MOVE NOTE-M-SC
                             TO WS-CLIENT-ANCIEN-M(WS-INDEX-CLIENT)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE SCORES
           END-IF.

      *les prix du catalogue ; un produit hors catalogue compte
      *comme passage mais sans montant
           OPEN INPUT PRODUITS.
           IF WS-PRODUITS-STATUS-OK
              PERFORM UNTIL WS-FIN-PRODUITS EQUAL "F"
                 READ PRODUITS
                    AT END
                       MOVE "F" TO WS-FIN-PRODUITS
                    NOT AT END
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE F-NOM TO WS-PRODUIT-NOM(WS-NB-PRODUITS)
                       MOVE F-PRIX TO WS-PRODUIT-PRIX(WS-NB-PRODUITS)
                 END-READ
              END-PERFORM
              CLOSE PRODUITS
           ELSE
              DISPLAY "produits.txt absent, tickets sans montant"
           END-IF.

      *les tickets de la fenêtre : un passage par client et par
      *jour, le montant au prix du catalogue
           OPEN INPUT TICKETS.
           IF WS-TICKETS-STATUS-OK
              PERFORM UNTIL WS-FIN-TICKETS EQUAL "F"
                 READ TICKETS
                    AT END
                       MOVE "F" TO WS-FIN-TICKETS
                    NOT AT END
                       PERFORM LIT-TICKET THRU LIT-TICKET-FIN
                 END-READ
              END-PERFORM
              CLOSE TICKETS
           ELSE
              DISPLAY "tickets.txt absent, commandes seules"
           END-IF.

      *les commandes de la fenêtre, chacune un achat
           OPEN INPUT COMMANDE.
           IF WS-COMMANDE-STATUS-OK
              PERFORM UNTIL WS-FIN-COMMANDES EQUAL "F"
                 READ COMMANDE
                    AT END
                       MOVE "F" TO WS-FIN-COMMANDES
                    NOT AT END
                       IF DATE-COMMANDE NOT LESS THAN WS-DEBUT-FENETRE
                       AND DATE-COMMANDE NOT GREATER THAN WS-DATE-JOUR
                          MOVE NUM-CLIENT-COMMANDE TO WS-ACHAT-CLIENT
                          MOVE DATE-COMMANDE TO WS-ACHAT-DATE
                          MOVE MONTANT-COMMANDE TO WS-ACHAT-MONTANT
                          MOVE "O" TO WS-ACHAT-PASSAGE
                          PERFORM CUMULE-ACHAT THRU CUMULE-ACHAT-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMANDE
           ELSE
              DISPLAY "num-commandes.txt absent, tickets seuls"
           END-IF.

      *la récence en jours et sa fraicheur (plus c'est récent,
      *plus elle est grande) ; un client sans achat sur la
      *fenêtre a une fraicheur nulle
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-FREQUENCE(WS-INDEX-CLIENT) GREATER THAN 0
                 ADD 1 TO WS-NB-ACTIFS
                 COMPUTE WS-CLIENT-RECENCE(WS-INDEX-CLIENT) =
                 WS-JOUR-RUN - FUNCTION INTEGER-OF-DATE(
                 WS-CLIENT-DERNIER(WS-INDEX-CLIENT))
                 COMPUTE WS-CLIENT-FRAICHEUR(WS-INDEX-CLIENT) =
                 WS-JOURS-FENETRE - WS-CLIENT-RECENCE(WS-INDEX-CLIENT)
              ELSE
                 MOVE 999 TO WS-CLIENT-RECENCE(WS-INDEX-CLIENT)
                 MOVE 0 TO WS-CLIENT-FRAICHEUR(WS-INDEX-CLIENT)
              END-IF
           END-PERFORM.

      *les trois notes, chacune sur les quintiles des clients
      *actifs
           MOVE "R" TO WS-CHOIX-MESURE.
           PERFORM NOTE-MESURE THRU NOTE-MESURE-FIN.
           MOVE "F" TO WS-CHOIX-MESURE.
           PERFORM NOTE-MESURE THRU NOTE-MESURE-FIN.
           MOVE "M" TO WS-CHOIX-MESURE.
           PERFORM NOTE-MESURE THRU NOTE-MESURE-FIN.

      *le fichier des scores remplace celui du run précédent
           OPEN OUTPUT SCORES-NOUVEAU.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              MOVE SPACES TO LIGNE-SCORE-NOUVEAU
              MOVE WS-CLIENT-NUM(WS-INDEX-CLIENT) TO NUM-CLIENT-SCN
              MOVE WS-CLIENT-NOTE-R(WS-INDEX-CLIENT) TO NOTE-R-SCN
              MOVE WS-CLIENT-NOTE-F(WS-INDEX-CLIENT) TO NOTE-F-SCN
              MOVE WS-CLIENT-NOTE-M(WS-INDEX-CLIENT) TO NOTE-M-SCN
              MOVE WS-CLIENT-RECENCE(WS-INDEX-CLIENT) TO RECENCE-SCN
              MOVE WS-CLIENT-FREQUENCE(WS-INDEX-CLIENT)
              TO FREQUENCE-SCN
              MOVE WS-CLIENT-MONTANT(WS-INDEX-CLIENT) TO MONTANT-SCN
              MOVE WS-DATE-JOUR TO DATE-RUN-SCN
              WRITE LIGNE-SCORE-NOUVEAU
           END-PERFORM.
           CLOSE SCORES-NOUVEAU.

           PERFORM EDITE-MATRICE THRU EDITE-MATRICE-FIN.
           PERFORM EDITE-RECONQUETE THRU EDITE-RECONQUETE-FIN.

           DISPLAY "Fin du traitement - " WS-NB-CLIENTS
           " client(s) note(s) dont " WS-NB-ACTIFS " actif(s), "
           WS-NB-RECONQUETE " a reconquerir".
           IF WS-NB-HORS-CATALOGUE GREATER THAN 0
              DISPLAY WS-NB-HORS-CATALOGUE
              " ligne(s) de ticket hors catalogue, sans montant"
           END-IF.

           STOP RUN.

      *la ligne de ticket lue, si elle tombe dans la fenêtre : son
      *montant au prix du catalogue, un passage si le client n'est
      *pas déjà venu ce jour-là
       LIT-TICKET.
           IF DATE-TICKET LESS THAN WS-DEBUT-FENETRE
           OR DATE-TICKET GREATER THAN WS-DATE-JOUR
              GO TO LIT-TICKET-FIN
           END-IF.
           MOVE CLIENT-TICKET TO WS-ACHAT-CLIENT.
           MOVE DATE-TICKET TO WS-ACHAT-DATE.
           MOVE 0 TO WS-ACHAT-MONTANT.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF WS-PRODUIT-NOM(WS-INDEX-PRODUIT) EQUAL PRODUIT-TICKET
                 SET WS-EST-TROUVE TO TRUE
                 COMPUTE WS-ACHAT-MONTANT =
                 QTE-TICKET * WS-PRODUIT-PRIX(WS-INDEX-PRODUIT)
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              ADD 1 TO WS-NB-HORS-CATALOGUE
           END-IF.

           MOVE "O" TO WS-ACHAT-PASSAGE.
           PERFORM VARYING WS-INDEX-PASSAGE FROM 1 BY 1
           UNTIL WS-INDEX-PASSAGE GREATER THAN WS-NB-PASSAGES
              IF WS-PAS-CLIENT(WS-INDEX-PASSAGE) EQUAL CLIENT-TICKET
              AND WS-PAS-DATE(WS-INDEX-PASSAGE) EQUAL DATE-TICKET
                 MOVE "N" TO WS-ACHAT-PASSAGE
              END-IF
           END-PERFORM.
           IF WS-ACHAT-PASSAGE EQUAL "O"
              ADD 1 TO WS-NB-PASSAGES
              MOVE CLIENT-TICKET TO WS-PAS-CLIENT(WS-NB-PASSAGES)
              MOVE DATE-TICKET TO WS-PAS-DATE(WS-NB-PASSAGES)
           END-IF.
           PERFORM CUMULE-ACHAT THRU CUMULE-ACHAT-FIN.
       LIT-TICKET-FIN.
           EXIT.

      *l'achat en cours rejoint les mesures de son client :
      *dernière date, nombre d'achats et montant
       CUMULE-ACHAT.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-NUM(WS-INDEX-CLIENT) EQUAL WS-ACHAT-CLIENT
                 IF WS-ACHAT-DATE GREATER THAN
                 WS-CLIENT-DERNIER(WS-INDEX-CLIENT)
                    MOVE WS-ACHAT-DATE
                    TO WS-CLIENT-DERNIER(WS-INDEX-CLIENT)
                 END-IF
                 IF WS-ACHAT-PASSAGE EQUAL "O"
                    ADD 1 TO WS-CLIENT-FREQUENCE(WS-INDEX-CLIENT)
                 END-IF
                 ADD WS-ACHAT-MONTANT
                 TO WS-CLIENT-MONTANT(WS-INDEX-CLIENT)
              END-IF
           END-PERFORM.
       CUMULE-ACHAT-FIN.
           EXIT.

      *la mesure WS-CHOIX-MESURE (R, F ou M) des clients actifs
      *est triée ; les bornes des quintiles sont les valeurs qui
      *ouvrent le 2e au 5e cinquième de la liste ; la note est 1
      *plus le nombre de bornes atteintes, les ex aequo ont donc
      *la même note ; un client inactif a 1
       NOTE-MESURE.
           MOVE 0 TO WS-NB-VALEURS.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-FREQUENCE(WS-INDEX-CLIENT) GREATER THAN 0
                 ADD 1 TO WS-NB-VALEURS
                 PERFORM PREND-MESURE THRU PREND-MESURE-FIN
                 MOVE WS-MESURE TO WS-VAL-MESURE(WS-NB-VALEURS)
              END-IF
           END-PERFORM.
           IF WS-NB-VALEURS GREATER THAN 0
              SORT WS-VALEUR ON ASCENDING WS-VAL-MESURE
              PERFORM VARYING WS-INDEX-BORNE FROM 1 BY 1
              UNTIL WS-INDEX-BORNE GREATER THAN 4
                 COMPUTE WS-RANG-BORNE =
                 WS-NB-VALEURS * WS-INDEX-BORNE / 5 + 1
                 MOVE WS-VAL-MESURE(WS-RANG-BORNE)
                 TO WS-BORNE(WS-INDEX-BORNE)
              END-PERFORM
           END-IF.

           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              MOVE 1 TO WS-NOTE
              IF WS-CLIENT-FREQUENCE(WS-INDEX-CLIENT) GREATER THAN 0
                 PERFORM PREND-MESURE THRU PREND-MESURE-FIN
                 PERFORM VARYING WS-INDEX-BORNE FROM 1 BY 1
                 UNTIL WS-INDEX-BORNE GREATER THAN 4
                    IF WS-MESURE NOT LESS THAN
                    WS-BORNE(WS-INDEX-BORNE)
                       ADD 1 TO WS-NOTE
                    END-IF
                 END-PERFORM
              END-IF
              EVALUATE WS-CHOIX-MESURE
                 WHEN "R"
                    MOVE WS-NOTE TO WS-CLIENT-NOTE-R(WS-INDEX-CLIENT)
                 WHEN "F"
                    MOVE WS-NOTE TO WS-CLIENT-NOTE-F(WS-INDEX-CLIENT)
                 WHEN OTHER
                    MOVE WS-NOTE TO WS-CLIENT-NOTE-M(WS-INDEX-CLIENT)
              END-EVALUATE
           END-PERFORM.
       NOTE-MESURE-FIN.
           EXIT.

      *la mesure WS-CHOIX-MESURE du client WS-INDEX-CLIENT
       PREND-MESURE.
           EVALUATE WS-CHOIX-MESURE
              WHEN "R"
                 MOVE WS-CLIENT-FRAICHEUR(WS-INDEX-CLIENT) TO WS-MESURE
              WHEN "F"
                 MOVE WS-CLIENT-FREQUENCE(WS-INDEX-CLIENT) TO WS-MESURE
              WHEN OTHER
                 MOVE WS-CLIENT-MONTANT(WS-INDEX-CLIENT) TO WS-MESURE
           END-EVALUATE.
       PREND-MESURE-FIN.
           EXIT.

      *la matrice : une ligne par note de récence (5 en haut), une
      *colonne par note de fréquence, le nombre de clients puis le
      *chiffre d'affaires de chaque case
       EDITE-MATRICE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R GREATER THAN 5
              PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F GREATER THAN 5
                 MOVE 0 TO WS-CASE-NB(WS-R, WS-F)
                 MOVE 0 TO WS-CASE-MONTANT(WS-R, WS-F)
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              MOVE WS-CLIENT-NOTE-R(WS-INDEX-CLIENT) TO WS-R
              MOVE WS-CLIENT-NOTE-F(WS-INDEX-CLIENT) TO WS-F
              ADD 1 TO WS-CASE-NB(WS-R, WS-F)
              ADD WS-CLIENT-MONTANT(WS-INDEX-CLIENT)
              TO WS-CASE-MONTANT(WS-R, WS-F)
           END-PERFORM.

           OPEN OUTPUT MATRICE.
           MOVE SPACES TO LIGNE-MATRICE.
           STRING "MATRICE RFM au " WS-DATE-JOUR " - douze mois du "
           WS-DEBUT-FENETRE " au " WS-DATE-JOUR
           INTO LIGNE-MATRICE.
           WRITE LIGNE-MATRICE.
           MOVE SPACES TO LIGNE-MATRICE.
           WRITE LIGNE-MATRICE.
           MOVE "nombre de clients" TO LIGNE-MATRICE.
           WRITE LIGNE-MATRICE.
           MOVE SPACES TO LIGNE-MATRICE.
           STRING "R \ F         1           2           3"
           "           4           5"
           INTO LIGNE-MATRICE.
           WRITE LIGNE-MATRICE.
           PERFORM VARYING WS-R FROM 5 BY -1 UNTIL WS-R LESS THAN 1
              MOVE SPACES TO WS-LIGNE-TRAVAIL
              MOVE 1 TO WS-POSITION
              STRING "  " WS-R "  " INTO WS-LIGNE-TRAVAIL
              WITH POINTER WS-POSITION
              PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F GREATER THAN 5
                 MOVE WS-CASE-NB(WS-R, WS-F) TO WS-NB-EDIT
                 STRING "        " WS-NB-EDIT INTO WS-LIGNE-TRAVAIL
                 WITH POINTER WS-POSITION
              END-PERFORM
              MOVE WS-LIGNE-TRAVAIL TO LIGNE-MATRICE
              WRITE LIGNE-MATRICE
           END-PERFORM.

           MOVE SPACES TO LIGNE-MATRICE.
           WRITE LIGNE-MATRICE.
           MOVE "chiffre d'affaires" TO LIGNE-MATRICE.
           WRITE LIGNE-MATRICE.
           MOVE SPACES TO LIGNE-MATRICE.
           STRING "R \ F         1           2           3"
           "           4           5"
           INTO LIGNE-MATRICE.
           WRITE LIGNE-MATRICE.
           PERFORM VARYING WS-R FROM 5 BY -1 UNTIL WS-R LESS THAN 1
              MOVE SPACES TO WS-LIGNE-TRAVAIL
              MOVE 1 TO WS-POSITION
              STRING "  " WS-R " " INTO WS-LIGNE-TRAVAIL
              WITH POINTER WS-POSITION
              PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F GREATER THAN 5
                 MOVE WS-CASE-MONTANT(WS-R, WS-F) TO WS-MONTANT-EDIT
                 STRING " " WS-MONTANT-EDIT INTO WS-LIGNE-TRAVAIL
                 WITH POINTER WS-POSITION
              END-PERFORM
              MOVE WS-LIGNE-TRAVAIL TO LIGNE-MATRICE
              WRITE LIGNE-MATRICE
           END-PERFORM.
           CLOSE MATRICE.
       EDITE-MATRICE-FIN.
           EXIT.

      *les clients notés au moins 4 en récence et en fréquence au
      *run précédent et tombés à 2 ou moins en récence
       EDITE-RECONQUETE.
           OPEN OUTPUT RECONQUETE.
           MOVE SPACES TO LIGNE-RECONQUETE.
           STRING "CLIENTS A RECONQUERIR au " WS-DATE-JOUR
           INTO LIGNE-RECONQUETE.
           WRITE LIGNE-RECONQUETE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-ANCIEN-R(WS-INDEX-CLIENT)
              NOT LESS THAN WS-NOTE-BON
              AND WS-CLIENT-ANCIEN-F(WS-INDEX-CLIENT)
              NOT LESS THAN WS-NOTE-BON
              AND WS-CLIENT-NOTE-R(WS-INDEX-CLIENT)
              NOT GREATER THAN WS-NOTE-DECROCHE
                 ADD 1 TO WS-NB-RECONQUETE
                 MOVE WS-CLIENT-MONTANT(WS-INDEX-CLIENT)
                 TO WS-MONTANT-EDIT
                 MOVE SPACES TO LIGNE-RECONQUETE
                 STRING WS-CLIENT-NUM(WS-INDEX-CLIENT) " "
                 WS-CLIENT-NOM(WS-INDEX-CLIENT) " "
                 WS-CLIENT-PRENOM(WS-INDEX-CLIENT)
                 " etait " WS-CLIENT-ANCIEN-R(WS-INDEX-CLIENT)
                 WS-CLIENT-ANCIEN-F(WS-INDEX-CLIENT)
                 WS-CLIENT-ANCIEN-M(WS-INDEX-CLIENT)
                 " est " WS-CLIENT-NOTE-R(WS-INDEX-CLIENT)
                 WS-CLIENT-NOTE-F(WS-INDEX-CLIENT)
                 WS-CLIENT-NOTE-M(WS-INDEX-CLIENT)
                 " dernier achat " WS-CLIENT-DERNIER(WS-INDEX-CLIENT)
                 " douze mois " WS-MONTANT-EDIT
                 INTO LIGNE-RECONQUETE
                 WRITE LIGNE-RECONQUETE
              END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-RECONQUETE.
           STRING "--- " WS-NB-RECONQUETE " client(s) ---"
           INTO LIGNE-RECONQUETE.
           WRITE LIGNE-RECONQUETE.
           CLOSE RECONQUETE.
       EDITE-RECONQUETE-FIN.
           EXIT.

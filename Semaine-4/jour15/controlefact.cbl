       IDENTIFICATION DIVISION.
       PROGRAM-ID. controlefact.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les factures fournisseurs reçues depuis le dernier run, une
      *ligne par ligne de facture
           SELECT FACTURES ASSIGN TO "factures-fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FACTURES-STATUS.

      *les factures bloquées par les runs précédents, rejouées à
      *chaque run tant qu'un acheteur ne les a pas tranchées ; le
      *fichier est réécrit en fin de run
           SELECT BLOQUEES ASSIGN TO "factures-bloquees.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BLOQUEES-STATUS.

           SELECT BLOQUEES-NOUVEAU ASSIGN TO "factures-bloquees.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les décisions des acheteurs sur les factures bloquées : P
      *payer malgré l'écart, R refuser la facture
           SELECT RESOLUTIONS ASSIGN TO "factures-resolutions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESOLUTIONS-STATUS.

      *les factures bonnes à payer, complétées run après run et
      *jamais réécrites : la comptabilité fournisseurs paie sur ce
      *fichier
           SELECT A-PAYER ASSIGN TO "factures-a-payer.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-A-PAYER-STATUS.

      *les quantités déjà facturées et payées, ligne par ligne,
      *imputées sur les quantités reçues d'un run à l'autre
           SELECT IMPUTATIONS ASSIGN TO "factures-imputees.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMPUTATIONS-STATUS.

      *le bon de commande généré par rupture.cbl : ce qui a été
      *commandé, et à quel fournisseur
           SELECT BONCOMMANDE ASSIGN TO "bon-commande.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMANDE-STATUS.

      *les livraisons reçues, traitées par reception.cbl : ce qui
      *est réellement arrivé
           SELECT LIVRAISONS ASSIGN TO "livraisons.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIVR-STATUS.

      *le référentiel fournisseurs : prix commandé par article et
      *tolérances de facturation
           SELECT FOURNISSEURS ASSIGN TO "fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FOURN-STATUS.

      *le compte rendu du rapprochement, facture par facture
           SELECT RAPPORT-FACTURES
           ASSIGN TO "rapport-controle-factures.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *une ligne de facture : numéro de facture, fournisseur, date
      *de facture, article, quantité facturée et prix unitaire
       FD FACTURES.
       01 LIGNE-FACTURE.
           05 NUM-FACTURE     PIC X(10).
           05 FILLER          PIC X.
           05 FOURN-FACTURE   PIC X(6).
           05 FILLER          PIC X.
           05 DATE-FACTURE    PIC 9(8).
           05 FILLER          PIC X.
           05 ARTICLE-FACTURE PIC X(10).
           05 FILLER          PIC X.
           05 QTE-FACTURE     PIC 9(3).
           05 FILLER          PIC X.
           05 PRIX-FACTURE    PIC 9(4)V99.

      *une ligne de facture bloquée : la ligne telle que reçue puis
      *le motif du blocage
       FD BLOQUEES.
       01 LIGNE-BLOQUEE.
           05 NUM-BLOQ        PIC X(10).
           05 FILLER          PIC X.
           05 FOURN-BLOQ      PIC X(6).
           05 FILLER          PIC X.
           05 DATE-BLOQ       PIC 9(8).
           05 FILLER          PIC X.
           05 ARTICLE-BLOQ    PIC X(10).
           05 FILLER          PIC X.
           05 QTE-BLOQ        PIC 9(3).
           05 FILLER          PIC X.
           05 PRIX-BLOQ       PIC 9(4)V99.
           05 FILLER          PIC X.
           05 MOTIF-BLOQ      PIC X(24).

       FD BLOQUEES-NOUVEAU.
       01 LIGNE-BLOQUEE-NOUVEAU.
           05 NUM-BLOQ-N      PIC X(10).
           05 FILLER          PIC X.
           05 FOURN-BLOQ-N    PIC X(6).
           05 FILLER          PIC X.
           05 DATE-BLOQ-N     PIC 9(8).
           05 FILLER          PIC X.
           05 ARTICLE-BLOQ-N  PIC X(10).
           05 FILLER          PIC X.
           05 QTE-BLOQ-N      PIC 9(3).
           05 FILLER          PIC X.
           05 PRIX-BLOQ-N     PIC 9(4)V99.
           05 FILLER          PIC X.
           05 MOTIF-BLOQ-N    PIC X(24).

      *une décision d'acheteur : facture, fournisseur, décision,
      *acheteur et date de la décision
       FD RESOLUTIONS.
       01 LIGNE-RESOLUTION.
           05 NUM-RESOL       PIC X(10).
           05 FILLER          PIC X.
           05 FOURN-RESOL     PIC X(6).
           05 FILLER          PIC X.
           05 DECISION-RESOL  PIC X.
           05 FILLER          PIC X.
           05 ACHETEUR-RESOL  PIC X(8).
           05 FILLER          PIC X.
           05 DATE-RESOL      PIC 9(8).

      *une facture bonne à payer : numéro, fournisseur, date de
      *facture, montant, origine (A accord du rapprochement, L
      *levée par un acheteur) et date du run qui l'a libérée
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

      *une ligne payée : facture, fournisseur, article et quantité
      *imputée sur le reçu
       FD IMPUTATIONS.
       01 LIGNE-IMPUTATION.
           05 NUM-IMPUT       PIC X(10).
           05 FILLER          PIC X.
           05 FOURN-IMPUT     PIC X(6).
           05 FILLER          PIC X.
           05 ARTICLE-IMPUT   PIC X(10).
           05 FILLER          PIC X.
           05 QTE-IMPUT       PIC 9(3).

       FD BONCOMMANDE.
       01 LIGNE-COMMANDE.
           05 NOM-ARTICLE-COMMANDE PIC X(10).
           05 FILLER               PIC X.
           05 QTE-COMMANDE         PIC 9(3).
           05 FILLER               PIC X.
           05 REF-FOURNISSEUR      PIC X(14).

       FD LIVRAISONS.
       01 LIGNE-LIVRAISON.
           05 NOM-ARTICLE-LIVR PIC X(10).
           05 FILLER           PIC X.
           05 QTE-LIVREE       PIC 9(3).
           05 FILLER           PIC X.
           05 DATE-LIVRAISON   PIC 9(8).
           05 FILLER           PIC X.
           05 DEPOT-LIVR       PIC X(3).
           05 FILLER           PIC X.
           05 LOT-LIVR         PIC X(8).
           05 FILLER           PIC X.
           05 DLC-LIVR         PIC 9(8).
           05 FILLER           PIC X.
           05 PRIX-LIVR        PIC 9(4)V99.

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

       FD RAPPORT-FACTURES.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(160).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FACTURES-STATUS PIC X(2) VALUE SPACES.
           88 WS-FACTURES-STATUS-OK VALUE "00".
       01 WS-BLOQUEES-STATUS PIC X(2) VALUE SPACES.
           88 WS-BLOQUEES-STATUS-OK VALUE "00".
       01 WS-RESOLUTIONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-RESOLUTIONS-STATUS-OK VALUE "00".
       01 WS-A-PAYER-STATUS PIC X(2) VALUE SPACES.
           88 WS-A-PAYER-STATUS-OK VALUE "00".
       01 WS-IMPUTATIONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-IMPUTATIONS-STATUS-OK VALUE "00".
       01 WS-COMMANDE-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMMANDE-STATUS-OK VALUE "00".
       01 WS-LIVR-STATUS PIC X(2) VALUE SPACES.
           88 WS-LIVR-STATUS-OK VALUE "00".
       01 WS-FOURN-STATUS PIC X(2) VALUE SPACES.
           88 WS-FOURN-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-FACTURES    PIC X VALUE "C".
       01 WS-FIN-BLOQUEES    PIC X VALUE "C".
       01 WS-FIN-RESOLUTIONS PIC X VALUE "C".
       01 WS-FIN-A-PAYER     PIC X VALUE "C".
       01 WS-FIN-IMPUTATIONS PIC X VALUE "C".
       01 WS-FIN-COMMANDES   PIC X VALUE "C".
       01 WS-FIN-LIVR        PIC X VALUE "C".
       01 WS-FIN-FOURN       PIC X VALUE "C".

      *la date du run
       01 WS-DATE-JOUR PIC 9(8).

      *le référentiel fournisseurs : prix par fournisseur et article
      *et tolérances (0 quand la ligne n'en porte pas)
       01 WS-NB-FOURN PIC 9(4) VALUE 0.
       01 WS-FOURN OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-FOURN.
           05 WS-FOURN-CODE     PIC X(6).
           05 WS-FOURN-ARTICLE  PIC X(10).
           05 WS-FOURN-PRIX     PIC 9(4)V99.
           05 WS-FOURN-TOL-PRIX PIC 9(2)V9.
           05 WS-FOURN-TOL-QTE  PIC 9(2)V9.

      *les lignes commandées, par article et fournisseur
       01 WS-NB-COMMANDES PIC 9(4) VALUE 0.
       01 WS-COMMANDE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-COMMANDES.
           05 WS-CDE-ARTICLE PIC X(10).
           05 WS-CDE-QTE     PIC 9(3).
           05 WS-CDE-FOURN   PIC X(14).

      *les quantités reçues par article, et la part déjà facturée
      *par les factures libérées, ce run compris
       01 WS-NB-LIVRES PIC 9(4) VALUE 0.
       01 WS-LIVRE OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-LIVRES.
           05 WS-LIVRE-NOM     PIC X(10).
           05 WS-LIVRE-QTE     PIC 9(5).
           05 WS-LIVRE-FACTURE PIC 9(5).

      *les factures déjà libérées par les runs précédents, pour ne
      *pas payer deux fois la même facture
       01 WS-NB-PAYEES PIC 9(4) VALUE 0.
       01 WS-PAYEE OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-PAYEES.
           05 WS-PAYEE-NUM   PIC X(10).
           05 WS-PAYEE-FOURN PIC X(6).

      *les décisions des acheteurs
       01 WS-NB-RESOLUTIONS PIC 9(4) VALUE 0.
       01 WS-RESOLUTION OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-RESOLUTIONS.
           05 WS-RESOL-NUM      PIC X(10).
           05 WS-RESOL-FOURN    PIC X(6).
           05 WS-RESOL-DECISION PIC X.
           05 WS-RESOL-ACHETEUR PIC X(8).

      *les lignes de facture à rapprocher : celles restées bloquées
      *puis les nouvelles, avec leur motif de blocage et le témoin
      *de la facture déjà traitée
       01 WS-NB-LIGNES PIC 9(4) VALUE 0.
       01 WS-LIGNE OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-LIGNES.
           05 WS-LIGNE-NUM     PIC X(10).
           05 WS-LIGNE-FOURN   PIC X(6).
           05 WS-LIGNE-DATE    PIC 9(8).
           05 WS-LIGNE-ARTICLE PIC X(10).
           05 WS-LIGNE-QTE     PIC 9(3).
           05 WS-LIGNE-PRIX    PIC 9(4)V99.
           05 WS-LIGNE-MOTIF   PIC X(24).
           05 WS-LIGNE-TRAITEE PIC X.

      *index de recherche et de parcours
       01 WS-INDEX-FOURN     PIC 9(4).
       01 WS-INDEX-COMMANDE  PIC 9(4).
       01 WS-INDEX-LIVRE     PIC 9(4).
       01 WS-INDEX-PAYEE     PIC 9(4).
       01 WS-INDEX-RESOL     PIC 9(4).
       01 WS-INDEX-LIGNE     PIC 9(4).
       01 WS-INDEX-LIGNE2    PIC 9(4).
       01 WS-FOURN-COURANT   PIC 9(4).
       01 WS-LIVRE-COURANT   PIC 9(4).
       01 WS-RESOL-COURANTE  PIC 9(4).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *la facture en cours de rapprochement : son montant, son
      *nombre de lignes en écart et la décision qui la concerne
       01 WS-FACT-NUM      PIC X(10).
       01 WS-FACT-FOURN    PIC X(6).
       01 WS-FACT-DATE     PIC 9(8).
       01 WS-FACT-MONTANT  PIC 9(8)V99.
       01 WS-FACT-ECARTS   PIC 9(4).
       01 WS-FACT-DECISION PIC X.

      *les seuils de la ligne en cours, tolérances appliquées
       01 WS-QTE-ADMISE   PIC 9(5)V99.
       01 WS-PRIX-ADMIS   PIC 9(5)V9999.
       01 WS-RESTE-RECU   PIC S9(5).

      *compteurs du run
       01 WS-NB-A-PAYER   PIC 9(4) VALUE 0.
       01 WS-NB-LEVEES    PIC 9(4) VALUE 0.
       01 WS-NB-REFUSEES  PIC 9(4) VALUE 0.
       01 WS-NB-BLOQUEES  PIC 9(4) VALUE 0.
       01 WS-NB-DOUBLONS  PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *le référentiel fournisseurs : prix commandés et tolérances
           OPEN INPUT FOURNISSEURS.
           IF WS-FOURN-STATUS-OK
              PERFORM UNTIL WS-FIN-FOURN EQUAL "F"
                 READ FOURNISSEURS
                    AT END
                       MOVE "F" TO WS-FIN-FOURN
                    NOT AT END
                       ADD 1 TO WS-NB-FOURN
                       MOVE CODE-FOURN TO WS-FOURN-CODE(WS-NB-FOURN)
                       MOVE ARTICLE-FOURN
                       TO WS-FOURN-ARTICLE(WS-NB-FOURN)
                       MOVE PRIX-FOURN TO WS-FOURN-PRIX(WS-NB-FOURN)
                       IF TOL-PRIX-FOURN IS NUMERIC
                          MOVE TOL-PRIX-FOURN
                          TO WS-FOURN-TOL-PRIX(WS-NB-FOURN)
                       ELSE
                          MOVE 0 TO WS-FOURN-TOL-PRIX(WS-NB-FOURN)
                       END-IF
                       IF TOL-QTE-FOURN IS NUMERIC
                          MOVE TOL-QTE-FOURN
                          TO WS-FOURN-TOL-QTE(WS-NB-FOURN)
                       ELSE
                          MOVE 0 TO WS-FOURN-TOL-QTE(WS-NB-FOURN)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOURNISSEURS
           ELSE
              DISPLAY "fournisseurs.txt absent, prix commandes inconnus"
           END-IF.

      *les lignes commandées
           OPEN INPUT BONCOMMANDE.
           IF WS-COMMANDE-STATUS-OK
              PERFORM UNTIL WS-FIN-COMMANDES EQUAL "F"
                 READ BONCOMMANDE
                    AT END
                       MOVE "F" TO WS-FIN-COMMANDES
                    NOT AT END
                       ADD 1 TO WS-NB-COMMANDES
                       MOVE NOM-ARTICLE-COMMANDE
                       TO WS-CDE-ARTICLE(WS-NB-COMMANDES)
                       MOVE QTE-COMMANDE TO WS-CDE-QTE(WS-NB-COMMANDES)
                       MOVE REF-FOURNISSEUR
                       TO WS-CDE-FOURN(WS-NB-COMMANDES)
                 END-READ
              END-PERFORM
              CLOSE BONCOMMANDE
           ELSE
              DISPLAY "bon-commande.txt absent, aucune commande"
           END-IF.

      *les quantités reçues, cumulées par article
           OPEN INPUT LIVRAISONS.
           IF WS-LIVR-STATUS-OK
              PERFORM UNTIL WS-FIN-LIVR EQUAL "F"
                 READ LIVRAISONS
                    AT END
                       MOVE "F" TO WS-FIN-LIVR
                    NOT AT END
                       MOVE "N" TO WS-TROUVE
                       PERFORM VARYING WS-INDEX-LIVRE FROM 1 BY 1
                       UNTIL WS-INDEX-LIVRE GREATER THAN WS-NB-LIVRES
                       OR WS-EST-TROUVE
                          IF WS-LIVRE-NOM(WS-INDEX-LIVRE) EQUAL
                          NOM-ARTICLE-LIVR
                             SET WS-EST-TROUVE TO TRUE
                             ADD QTE-LIVREE
                             TO WS-LIVRE-QTE(WS-INDEX-LIVRE)
                          END-IF
                       END-PERFORM
                       IF NOT WS-EST-TROUVE
                          ADD 1 TO WS-NB-LIVRES
                          MOVE NOM-ARTICLE-LIVR
                          TO WS-LIVRE-NOM(WS-NB-LIVRES)
                          MOVE QTE-LIVREE TO WS-LIVRE-QTE(WS-NB-LIVRES)
                          MOVE 0 TO WS-LIVRE-FACTURE(WS-NB-LIVRES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LIVRAISONS
           ELSE
              DISPLAY "livraisons.txt absent, rien n'est recu"
           END-IF.

      *les quantités déjà payées viennent en déduction du reçu ; le
      *fichier est ensuite poursuivi avec les lignes payées du run
           OPEN INPUT IMPUTATIONS.
           IF WS-IMPUTATIONS-STATUS-OK
              PERFORM UNTIL WS-FIN-IMPUTATIONS EQUAL "F"
                 READ IMPUTATIONS
                    AT END
                       MOVE "F" TO WS-FIN-IMPUTATIONS
                    NOT AT END
                       PERFORM VARYING WS-INDEX-LIVRE FROM 1 BY 1
                       UNTIL WS-INDEX-LIVRE GREATER THAN WS-NB-LIVRES
                          IF WS-LIVRE-NOM(WS-INDEX-LIVRE) EQUAL
                          ARTICLE-IMPUT
                             ADD QTE-IMPUT
                             TO WS-LIVRE-FACTURE(WS-INDEX-LIVRE)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE IMPUTATIONS
              OPEN EXTEND IMPUTATIONS
           ELSE
              OPEN OUTPUT IMPUTATIONS
           END-IF.

      *les factures déjà libérées ; le fichier est ensuite poursuivi
           OPEN INPUT A-PAYER.
           IF WS-A-PAYER-STATUS-OK
              PERFORM UNTIL WS-FIN-A-PAYER EQUAL "F"
                 READ A-PAYER
                    AT END
                       MOVE "F" TO WS-FIN-A-PAYER
                    NOT AT END
                       ADD 1 TO WS-NB-PAYEES
                       MOVE NUM-PAYER TO WS-PAYEE-NUM(WS-NB-PAYEES)
                       MOVE FOURN-PAYER TO WS-PAYEE-FOURN(WS-NB-PAYEES)
                 END-READ
              END-PERFORM
              CLOSE A-PAYER
              OPEN EXTEND A-PAYER
           ELSE
              OPEN OUTPUT A-PAYER
           END-IF.

      *les décisions des acheteurs
           OPEN INPUT RESOLUTIONS.
           IF WS-RESOLUTIONS-STATUS-OK
              PERFORM UNTIL WS-FIN-RESOLUTIONS EQUAL "F"
                 READ RESOLUTIONS
                    AT END
                       MOVE "F" TO WS-FIN-RESOLUTIONS
                    NOT AT END
                       ADD 1 TO WS-NB-RESOLUTIONS
                       MOVE NUM-RESOL
                       TO WS-RESOL-NUM(WS-NB-RESOLUTIONS)
                       MOVE FOURN-RESOL
                       TO WS-RESOL-FOURN(WS-NB-RESOLUTIONS)
                       MOVE DECISION-RESOL
                       TO WS-RESOL-DECISION(WS-NB-RESOLUTIONS)
                       MOVE ACHETEUR-RESOL
                       TO WS-RESOL-ACHETEUR(WS-NB-RESOLUTIONS)
                 END-READ
              END-PERFORM
              CLOSE RESOLUTIONS
           END-IF.

      *les lignes restées bloquées sont rejouées en premier
           OPEN INPUT BLOQUEES.
           IF WS-BLOQUEES-STATUS-OK
              PERFORM UNTIL WS-FIN-BLOQUEES EQUAL "F"
                 READ BLOQUEES
                    AT END
                       MOVE "F" TO WS-FIN-BLOQUEES
                    NOT AT END
                       ADD 1 TO WS-NB-LIGNES
                       MOVE NUM-BLOQ TO WS-LIGNE-NUM(WS-NB-LIGNES)
                       MOVE FOURN-BLOQ TO WS-LIGNE-FOURN(WS-NB-LIGNES)
                       MOVE DATE-BLOQ TO WS-LIGNE-DATE(WS-NB-LIGNES)
                       MOVE ARTICLE-BLOQ
                       TO WS-LIGNE-ARTICLE(WS-NB-LIGNES)
                       MOVE QTE-BLOQ TO WS-LIGNE-QTE(WS-NB-LIGNES)
                       MOVE PRIX-BLOQ TO WS-LIGNE-PRIX(WS-NB-LIGNES)
                       MOVE SPACES TO WS-LIGNE-MOTIF(WS-NB-LIGNES)
                       MOVE "N" TO WS-LIGNE-TRAITEE(WS-NB-LIGNES)
                 END-READ
              END-PERFORM
              CLOSE BLOQUEES
           END-IF.

           OPEN OUTPUT RAPPORT-FACTURES.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- CONTROLE DES FACTURES FOURNISSEURS DU "
           WS-DATE-JOUR " ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

      *les nouvelles lignes ; une facture déjà libérée ou déjà en
      *attente n'est pas reprise une seconde fois
           OPEN INPUT FACTURES.
           IF WS-FACTURES-STATUS-OK
              PERFORM UNTIL WS-FIN-FACTURES EQUAL "F"
                 READ FACTURES
                    AT END
                       MOVE "F" TO WS-FIN-FACTURES
                    NOT AT END
                       PERFORM CHARGE-LIGNE-FACTURE
                       THRU CHARGE-LIGNE-FACTURE-FIN
                 END-READ
              END-PERFORM
              CLOSE FACTURES
           ELSE
              DISPLAY "factures-fournisseurs.txt absent, seules les "
              "factures bloquees sont rejouees"
           END-IF.

      *chaque facture est rapprochée ligne par ligne, une seule
      *fois, à partir de sa première ligne
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              IF WS-LIGNE-TRAITEE(WS-INDEX-LIGNE) EQUAL "N"
                 PERFORM RAPPROCHE-FACTURE THRU RAPPROCHE-FACTURE-FIN
              END-IF
           END-PERFORM.

      *les lignes des factures toujours bloquées forment la file
      *d'attente du prochain run
           OPEN OUTPUT BLOQUEES-NOUVEAU.
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              IF WS-LIGNE-TRAITEE(WS-INDEX-LIGNE) EQUAL "B"
                 MOVE SPACES TO LIGNE-BLOQUEE-NOUVEAU
                 MOVE WS-LIGNE-NUM(WS-INDEX-LIGNE) TO NUM-BLOQ-N
                 MOVE WS-LIGNE-FOURN(WS-INDEX-LIGNE) TO FOURN-BLOQ-N
                 MOVE WS-LIGNE-DATE(WS-INDEX-LIGNE) TO DATE-BLOQ-N
                 MOVE WS-LIGNE-ARTICLE(WS-INDEX-LIGNE)
                 TO ARTICLE-BLOQ-N
                 MOVE WS-LIGNE-QTE(WS-INDEX-LIGNE) TO QTE-BLOQ-N
                 MOVE WS-LIGNE-PRIX(WS-INDEX-LIGNE) TO PRIX-BLOQ-N
                 MOVE WS-LIGNE-MOTIF(WS-INDEX-LIGNE) TO MOTIF-BLOQ-N
                 WRITE LIGNE-BLOQUEE-NOUVEAU
              END-IF
           END-PERFORM.
           CLOSE BLOQUEES-NOUVEAU.
           CLOSE A-PAYER.
           CLOSE IMPUTATIONS.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- " WS-NB-A-PAYER " bonne(s) a payer dont "
           WS-NB-LEVEES " levee(s) par un acheteur, "
           WS-NB-BLOQUEES " bloquee(s), " WS-NB-REFUSEES
           " refusee(s), " WS-NB-DOUBLONS " doublon(s) ecarte(s) ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-FACTURES.

           DISPLAY "Fin du traitement - " WS-NB-A-PAYER
           " facture(s) a payer, " WS-NB-BLOQUEES " bloquee(s)".

           STOP RUN.

      *la ligne de facture lue rejoint les lignes à rapprocher, sauf
      *si sa facture a déjà été libérée ou attend déjà un acheteur
       CHARGE-LIGNE-FACTURE.
           PERFORM VARYING WS-INDEX-PAYEE FROM 1 BY 1
           UNTIL WS-INDEX-PAYEE GREATER THAN WS-NB-PAYEES
              IF WS-PAYEE-NUM(WS-INDEX-PAYEE) EQUAL NUM-FACTURE
              AND WS-PAYEE-FOURN(WS-INDEX-PAYEE) EQUAL FOURN-FACTURE
                 ADD 1 TO WS-NB-DOUBLONS
                 MOVE SPACES TO LIGNE-RAPPORT-CONTENU
                 STRING "DOUBLON  facture " NUM-FACTURE
                 " " FOURN-FACTURE " ligne " ARTICLE-FACTURE
                 " : facture deja liberee"
                 INTO LIGNE-RAPPORT-CONTENU
                 WRITE LIGNE-RAPPORT
                 GO TO CHARGE-LIGNE-FACTURE-FIN
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              IF WS-LIGNE-NUM(WS-INDEX-LIGNE) EQUAL NUM-FACTURE
              AND WS-LIGNE-FOURN(WS-INDEX-LIGNE) EQUAL FOURN-FACTURE
              AND WS-LIGNE-TRAITEE(WS-INDEX-LIGNE) EQUAL "N"
              AND WS-LIGNE-ARTICLE(WS-INDEX-LIGNE) EQUAL
              ARTICLE-FACTURE
                 ADD 1 TO WS-NB-DOUBLONS
                 MOVE SPACES TO LIGNE-RAPPORT-CONTENU
                 STRING "DOUBLON  facture " NUM-FACTURE
                 " " FOURN-FACTURE " ligne " ARTICLE-FACTURE
                 " : ligne deja en attente"
                 INTO LIGNE-RAPPORT-CONTENU
                 WRITE LIGNE-RAPPORT
                 GO TO CHARGE-LIGNE-FACTURE-FIN
              END-IF
           END-PERFORM.

           ADD 1 TO WS-NB-LIGNES.
           MOVE NUM-FACTURE TO WS-LIGNE-NUM(WS-NB-LIGNES).
           MOVE FOURN-FACTURE TO WS-LIGNE-FOURN(WS-NB-LIGNES).
           MOVE DATE-FACTURE TO WS-LIGNE-DATE(WS-NB-LIGNES).
           MOVE ARTICLE-FACTURE TO WS-LIGNE-ARTICLE(WS-NB-LIGNES).
           MOVE QTE-FACTURE TO WS-LIGNE-QTE(WS-NB-LIGNES).
           MOVE PRIX-FACTURE TO WS-LIGNE-PRIX(WS-NB-LIGNES).
           MOVE SPACES TO WS-LIGNE-MOTIF(WS-NB-LIGNES).
           MOVE "N" TO WS-LIGNE-TRAITEE(WS-NB-LIGNES).
       CHARGE-LIGNE-FACTURE-FIN.
           EXIT.

      *on rapproche toutes les lignes de la facture de la ligne
      *WS-INDEX-LIGNE, puis on la libère, la bloque ou la refuse
      *selon les écarts trouvés et la décision de l'acheteur
       RAPPROCHE-FACTURE.
           MOVE WS-LIGNE-NUM(WS-INDEX-LIGNE) TO WS-FACT-NUM.
           MOVE WS-LIGNE-FOURN(WS-INDEX-LIGNE) TO WS-FACT-FOURN.
           MOVE WS-LIGNE-DATE(WS-INDEX-LIGNE) TO WS-FACT-DATE.
           MOVE 0 TO WS-FACT-MONTANT.
           MOVE 0 TO WS-FACT-ECARTS.

           MOVE SPACE TO WS-FACT-DECISION.
           MOVE 0 TO WS-RESOL-COURANTE.
           PERFORM VARYING WS-INDEX-RESOL FROM 1 BY 1
           UNTIL WS-INDEX-RESOL GREATER THAN WS-NB-RESOLUTIONS
              IF WS-RESOL-NUM(WS-INDEX-RESOL) EQUAL WS-FACT-NUM
              AND WS-RESOL-FOURN(WS-INDEX-RESOL) EQUAL WS-FACT-FOURN
                 MOVE WS-RESOL-DECISION(WS-INDEX-RESOL)
                 TO WS-FACT-DECISION
                 MOVE WS-INDEX-RESOL TO WS-RESOL-COURANTE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDEX-LIGNE2 FROM WS-INDEX-LIGNE BY 1
           UNTIL WS-INDEX-LIGNE2 GREATER THAN WS-NB-LIGNES
              IF WS-LIGNE-NUM(WS-INDEX-LIGNE2) EQUAL WS-FACT-NUM
              AND WS-LIGNE-FOURN(WS-INDEX-LIGNE2) EQUAL WS-FACT-FOURN
                 PERFORM CONTROLE-LIGNE THRU CONTROLE-LIGNE-FIN
              END-IF
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           EVALUATE TRUE
              WHEN WS-FACT-DECISION EQUAL "R"
                 ADD 1 TO WS-NB-REFUSEES
                 MOVE "R" TO WS-FACT-DECISION
                 STRING "REFUSEE  facture " WS-FACT-NUM " "
                 WS-FACT-FOURN " par "
                 WS-RESOL-ACHETEUR(WS-RESOL-COURANTE)
                 INTO LIGNE-RAPPORT-CONTENU
              WHEN WS-FACT-ECARTS EQUAL 0
              OR WS-FACT-DECISION EQUAL "P"
                 ADD 1 TO WS-NB-A-PAYER
                 MOVE SPACES TO LIGNE-A-PAYER
                 MOVE WS-FACT-NUM TO NUM-PAYER
                 MOVE WS-FACT-FOURN TO FOURN-PAYER
                 MOVE WS-FACT-DATE TO DATE-FACT-PAYER
                 MOVE WS-FACT-MONTANT TO MONTANT-PAYER
                 MOVE WS-DATE-JOUR TO DATE-RUN-PAYER
                 IF WS-FACT-ECARTS EQUAL 0
                    MOVE "A" TO ORIGINE-PAYER
                    STRING "A PAYER  facture " WS-FACT-NUM " "
                    WS-FACT-FOURN " montant "
                    WS-FACT-MONTANT(1:8) "," WS-FACT-MONTANT(9:2)
                    INTO LIGNE-RAPPORT-CONTENU
                 ELSE
                    ADD 1 TO WS-NB-LEVEES
                    MOVE "L" TO ORIGINE-PAYER
                    STRING "A PAYER  facture " WS-FACT-NUM " "
                    WS-FACT-FOURN " montant "
                    WS-FACT-MONTANT(1:8) "," WS-FACT-MONTANT(9:2)
                    " (blocage leve par "
                    WS-RESOL-ACHETEUR(WS-RESOL-COURANTE) ")"
                    INTO LIGNE-RAPPORT-CONTENU
                 END-IF
                 WRITE LIGNE-A-PAYER
                 MOVE "P" TO WS-FACT-DECISION
              WHEN OTHER
                 ADD 1 TO WS-NB-BLOQUEES
                 MOVE "B" TO WS-FACT-DECISION
                 STRING "BLOQUEE  facture " WS-FACT-NUM " "
                 WS-FACT-FOURN " : " WS-FACT-ECARTS
                 " ligne(s) en ecart, en attente d'un acheteur"
                 INTO LIGNE-RAPPORT-CONTENU
           END-EVALUATE.
           WRITE LIGNE-RAPPORT.

      *les lignes de la facture prennent son sort : B bloquées
      *(réécrites en file d'attente), P payées ou R refusées ; les
      *quantités payées sont imputées sur le reçu
           PERFORM VARYING WS-INDEX-LIGNE2 FROM WS-INDEX-LIGNE BY 1
           UNTIL WS-INDEX-LIGNE2 GREATER THAN WS-NB-LIGNES
              IF WS-LIGNE-NUM(WS-INDEX-LIGNE2) EQUAL WS-FACT-NUM
              AND WS-LIGNE-FOURN(WS-INDEX-LIGNE2) EQUAL WS-FACT-FOURN
                 MOVE WS-FACT-DECISION
                 TO WS-LIGNE-TRAITEE(WS-INDEX-LIGNE2)
                 IF WS-FACT-DECISION EQUAL "P"
                    PERFORM IMPUTE-RECU THRU IMPUTE-RECU-FIN
                 END-IF
              END-IF
           END-PERFORM.
       RAPPROCHE-FACTURE-FIN.
           EXIT.

      *une ligne de facture est rapprochée de la commande (même
      *article, même fournisseur), de son prix commandé et de la
      *quantité reçue non encore facturée, tolérances comprises ;
      *chaque écart est écrit au compte rendu avec son motif
       CONTROLE-LIGNE.
           COMPUTE WS-FACT-MONTANT = WS-FACT-MONTANT +
              WS-LIGNE-QTE(WS-INDEX-LIGNE2) *
              WS-LIGNE-PRIX(WS-INDEX-LIGNE2).
           MOVE SPACES TO WS-LIGNE-MOTIF(WS-INDEX-LIGNE2).

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-COMMANDE FROM 1 BY 1
           UNTIL WS-INDEX-COMMANDE GREATER THAN WS-NB-COMMANDES
           OR WS-EST-TROUVE
              IF WS-CDE-ARTICLE(WS-INDEX-COMMANDE) EQUAL
              WS-LIGNE-ARTICLE(WS-INDEX-LIGNE2)
              AND WS-CDE-FOURN(WS-INDEX-COMMANDE) EQUAL
              WS-LIGNE-FOURN(WS-INDEX-LIGNE2)
                 SET WS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              MOVE "aucune commande" TO WS-LIGNE-MOTIF(WS-INDEX-LIGNE2)
              GO TO CONTROLE-LIGNE-ECART
           END-IF.

      *le prix commandé et les tolérances du fournisseur
           MOVE 0 TO WS-FOURN-COURANT.
           PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
           UNTIL WS-INDEX-FOURN GREATER THAN WS-NB-FOURN
              IF WS-FOURN-CODE(WS-INDEX-FOURN) EQUAL
              WS-LIGNE-FOURN(WS-INDEX-LIGNE2)
              AND WS-FOURN-ARTICLE(WS-INDEX-FOURN) EQUAL
              WS-LIGNE-ARTICLE(WS-INDEX-LIGNE2)
                 MOVE WS-INDEX-FOURN TO WS-FOURN-COURANT
              END-IF
           END-PERFORM.
           IF WS-FOURN-COURANT EQUAL 0
              MOVE "prix commande inconnu"
              TO WS-LIGNE-MOTIF(WS-INDEX-LIGNE2)
              GO TO CONTROLE-LIGNE-ECART
           END-IF.

           MOVE 0 TO WS-LIVRE-COURANT.
           PERFORM VARYING WS-INDEX-LIVRE FROM 1 BY 1
           UNTIL WS-INDEX-LIVRE GREATER THAN WS-NB-LIVRES
              IF WS-LIVRE-NOM(WS-INDEX-LIVRE) EQUAL
              WS-LIGNE-ARTICLE(WS-INDEX-LIGNE2)
                 MOVE WS-INDEX-LIVRE TO WS-LIVRE-COURANT
              END-IF
           END-PERFORM.
           IF WS-LIVRE-COURANT EQUAL 0
              MOVE 0 TO WS-RESTE-RECU
           ELSE
              COMPUTE WS-RESTE-RECU =
                 WS-LIVRE-QTE(WS-LIVRE-COURANT)
                 - WS-LIVRE-FACTURE(WS-LIVRE-COURANT)
              IF WS-RESTE-RECU LESS THAN 0
                 MOVE 0 TO WS-RESTE-RECU
              END-IF
           END-IF.
           COMPUTE WS-QTE-ADMISE = WS-RESTE-RECU +
              WS-RESTE-RECU * WS-FOURN-TOL-QTE(WS-FOURN-COURANT) / 100.
           IF WS-LIGNE-QTE(WS-INDEX-LIGNE2) GREATER THAN WS-QTE-ADMISE
              MOVE "facture plus que recu"
              TO WS-LIGNE-MOTIF(WS-INDEX-LIGNE2)
              GO TO CONTROLE-LIGNE-ECART
           END-IF.

           COMPUTE WS-PRIX-ADMIS = WS-FOURN-PRIX(WS-FOURN-COURANT) +
              WS-FOURN-PRIX(WS-FOURN-COURANT) *
              WS-FOURN-TOL-PRIX(WS-FOURN-COURANT) / 100.
           IF WS-LIGNE-PRIX(WS-INDEX-LIGNE2) GREATER THAN WS-PRIX-ADMIS
              MOVE "prix au-dessus commande"
              TO WS-LIGNE-MOTIF(WS-INDEX-LIGNE2)
              GO TO CONTROLE-LIGNE-ECART
           END-IF.
           GO TO CONTROLE-LIGNE-FIN.

       CONTROLE-LIGNE-ECART.
           ADD 1 TO WS-FACT-ECARTS.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "  ECART  facture " WS-FACT-NUM " "
           WS-FACT-FOURN " " WS-LIGNE-ARTICLE(WS-INDEX-LIGNE2)
           " qte " WS-LIGNE-QTE(WS-INDEX-LIGNE2)
           " prix " WS-LIGNE-PRIX(WS-INDEX-LIGNE2)(1:4) ","
           WS-LIGNE-PRIX(WS-INDEX-LIGNE2)(5:2)
           " : " WS-LIGNE-MOTIF(WS-INDEX-LIGNE2)
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
       CONTROLE-LIGNE-FIN.
           EXIT.

      *la quantité d'une ligne payée est imputée sur le reçu de son
      *article, pour qu'une autre facture ne puisse pas la facturer
      *une seconde fois, pendant ce run ou les suivants
       IMPUTE-RECU.
           MOVE SPACES TO LIGNE-IMPUTATION.
           MOVE WS-FACT-NUM TO NUM-IMPUT.
           MOVE WS-FACT-FOURN TO FOURN-IMPUT.
           MOVE WS-LIGNE-ARTICLE(WS-INDEX-LIGNE2) TO ARTICLE-IMPUT.
           MOVE WS-LIGNE-QTE(WS-INDEX-LIGNE2) TO QTE-IMPUT.
           WRITE LIGNE-IMPUTATION.
           PERFORM VARYING WS-INDEX-LIVRE FROM 1 BY 1
           UNTIL WS-INDEX-LIVRE GREATER THAN WS-NB-LIVRES
              IF WS-LIVRE-NOM(WS-INDEX-LIVRE) EQUAL
              WS-LIGNE-ARTICLE(WS-INDEX-LIGNE2)
                 ADD WS-LIGNE-QTE(WS-INDEX-LIGNE2)
                 TO WS-LIVRE-FACTURE(WS-INDEX-LIVRE)
              END-IF
           END-PERFORM.
       IMPUTE-RECU-FIN.
           EXIT.

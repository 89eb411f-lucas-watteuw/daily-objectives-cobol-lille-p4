       IDENTIFICATION DIVISION.
       PROGRAM-ID. filtrage.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *la liste officielle reçue : sanctions (S) et personnes
      *politiquement exposées (P)
           SELECT LISTE-SANCTIONS ASSIGN TO "liste-sanctions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LISTE.

      *les trois populations filtrées : les titulaires du
      *portefeuille (qui sont aussi les bénéficiaires des paiements
      *de sinistres), les propositions en attente de souscription
      *et le fichier maître des personnes
           SELECT ASSURANCE-SORTIE ASSIGN TO "rapport-assurance.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODE-CONTRAT-SORTIE
              FILE STATUS IS WS-FS-SORTIE.

           SELECT PROPOSITIONS-ENTREE
           ASSIGN TO "propositions-souscription.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PROPOSITIONS.

           SELECT MAITRE ASSIGN TO "personnes-master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MAITRE.

      *les alertes : une par personne et par entrée de liste,
      *EN-ATTENTE jusqu'à la décision de la conformité ; tant
      *qu'elle n'est pas LEVEE, souscriptions et sinistres-cycle
      *bloquent la personne
           SELECT ALERTES ASSIGN TO "alertes-sanctions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ALERTES.

           SELECT ALERTES-NOUVEAU ASSIGN TO "alertes-sanctions.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les décisions du responsable conformité : L lever (homonyme),
      *C confirmer (la personne est bien celle de la liste)
           SELECT DECISIONS ASSIGN TO "decisions-sanctions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECISIONS.

      *le journal des détections et des décisions pour les
      *auditeurs, complété run après run, jamais réécrit
           SELECT JOURNAL-SANCTIONS ASSIGN TO "journal-sanctions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD LISTE-SANCTIONS.
       01 LIGNE-LISTE.
           05 REF-LISTE        PIC X(12).
           05 FILLER           PIC X.
           05 TYPE-LISTE       PIC X.
           05 FILLER           PIC X.
           05 NOM-LISTE        PIC X(30).
           05 FILLER           PIC X.
           05 PRENOM-LISTE     PIC X(30).
           05 FILLER           PIC X.
           05 NAISSANCE-LISTE  PIC X(8).

       FD ASSURANCE-SORTIE.
       01 LIGNE-ASSURANCE-SORTIE.
           05 CODE-CONTRAT-SORTIE PIC 9(8).
           05 FILLER              PIC X.
           05 NOM-CONTRAT-SORTIE  PIC X(13).
           05 FILLER              PIC X(2).
           05 NOM-PRODUIT-SORTIE  PIC X(14).
           05 FILLER              PIC X.
           05 NOM-CLIENT-SORTIE   PIC X(41).
           05 FILLER              PIC X.
           05 STATUT-SORTIE       PIC X(8).
           05 FILLER              PIC X.
           05 DATE-DEBUT-SORTIE   PIC X(10).
           05 FILLER              PIC X.
           05 DATE-FIN-SORTIE     PIC X(10).
           05 FILLER              PIC X.
           05 MONTANT-SORTIE      PIC X(8).
           05 FILLER              PIC X.
           05 DEVISE-SORTIE       PIC X.
           05 FILLER              PIC X.
           05 CODE-COURTIER-SORTIE PIC X(6).

       FD PROPOSITIONS-ENTREE.
       01 LIGNE-PROPOSITION.
           05 NOM-CLIENT-PROP  PIC X(41).
           05 FILLER           PIC X.
           05 NOM-PRODUIT-PROP PIC X(14).
           05 FILLER           PIC X.
           05 DATE-DEBUT-PROP  PIC X(8).
           05 FILLER           PIC X.
           05 DATE-FIN-PROP    PIC X(8).
           05 FILLER           PIC X.
           05 MONTANT-PROP     PIC X(8).
           05 FILLER           PIC X.
           05 DEVISE-PROP      PIC X.
           05 FILLER           PIC X.
           05 DECISION-PROP    PIC X.
           05 FILLER           PIC X.
           05 CODE-COURTIER-PROP PIC X(6).
           05 FILLER           PIC X.
           05 NUM-DEVIS-PROP   PIC X(8).

       FD MAITRE.
       01 LIGNE-MAITRE.
           05 M-NOM    PIC X(15).
           05 M-PRENOM PIC X(15).
           05 M-DATE   PIC X(8).

       FD ALERTES.
       01 LIGNE-ALERTE.
           05 NUM-ALERTE          PIC 9(6).
           05 FILLER              PIC X.
           05 SOURCE-ALERTE       PIC X.
           05 FILLER              PIC X.
           05 CODE-CONTRAT-ALERTE PIC 9(8).
           05 FILLER              PIC X.
           05 NOM-FILTRE-ALERTE   PIC X(41).
           05 FILLER              PIC X.
           05 REF-LISTE-ALERTE    PIC X(12).
           05 FILLER              PIC X.
           05 TYPE-LISTE-ALERTE   PIC X.
           05 FILLER              PIC X.
           05 SCORE-ALERTE        PIC 9(3).
           05 FILLER              PIC X.
           05 STATUT-ALERTE       PIC X(10).
           05 FILLER              PIC X.
           05 DATE-DETECTION      PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-DECISION       PIC 9(8).
           05 FILLER              PIC X.
           05 OFFICIER-ALERTE     PIC X(10).

       FD ALERTES-NOUVEAU.
       01 LIGNE-ALERTE-NOUVEAU.
           05 NUM-ALERTE-N          PIC 9(6).
           05 FILLER                PIC X.
           05 SOURCE-ALERTE-N       PIC X.
           05 FILLER                PIC X.
           05 CODE-CONTRAT-ALERTE-N PIC 9(8).
           05 FILLER                PIC X.
           05 NOM-FILTRE-ALERTE-N   PIC X(41).
           05 FILLER                PIC X.
           05 REF-LISTE-ALERTE-N    PIC X(12).
           05 FILLER                PIC X.
           05 TYPE-LISTE-ALERTE-N   PIC X.
           05 FILLER                PIC X.
           05 SCORE-ALERTE-N        PIC 9(3).
           05 FILLER                PIC X.
           05 STATUT-ALERTE-N       PIC X(10).
           05 FILLER                PIC X.
           05 DATE-DETECTION-N      PIC 9(8).
           05 FILLER                PIC X.
           05 DATE-DECISION-N       PIC 9(8).
           05 FILLER                PIC X.
           05 OFFICIER-ALERTE-N     PIC X(10).

       FD DECISIONS.
       01 LIGNE-DECISION.
           05 NUM-ALERTE-DEC   PIC 9(6).
           05 FILLER           PIC X.
           05 DECISION-DEC     PIC X.
           05 FILLER           PIC X.
           05 OFFICIER-DEC     PIC X(10).
           05 FILLER           PIC X.
           05 MOTIF-DEC        PIC X(60).

       FD JOURNAL-SANCTIONS.
       01 LIGNE-JOURNAL PIC X(200).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FS-LISTE            PIC X(2) VALUE "00".
           88 WS-FS-LISTE-OK VALUE "00".
       01 WS-FS-SORTIE           PIC X(2) VALUE "00".
           88 WS-FS-SORTIE-OK VALUE "00".
       01 WS-FS-PROPOSITIONS     PIC X(2) VALUE "00".
           88 WS-FS-PROPOSITIONS-OK VALUE "00".
       01 WS-FS-MAITRE           PIC X(2) VALUE "00".
           88 WS-FS-MAITRE-OK VALUE "00".
       01 WS-FS-ALERTES          PIC X(2) VALUE "00".
           88 WS-FS-ALERTES-OK VALUE "00".
       01 WS-FS-DECISIONS        PIC X(2) VALUE "00".
           88 WS-FS-DECISIONS-OK VALUE "00".
       01 WS-FS-JOURNAL          PIC X(2) VALUE "00".
           88 WS-FS-JOURNAL-OK VALUE "00".

      *condition pour arrêter de lire le fichier en cours
       01 WS-CONDITION           PIC X VALUE "C".

      *la liste chargée, noms en majuscules avec leur clé
      *phonétique
       01 WS-NB-LISTE            PIC 9(5) VALUE 0.
       01 WS-LISTE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-LISTE.
           05 WS-LST-REF         PIC X(12).
           05 WS-LST-TYPE        PIC X.
           05 WS-LST-NOM         PIC X(30).
           05 WS-LST-PRENOM      PIC X(30).
           05 WS-LST-NAISSANCE   PIC X(8).
           05 WS-LST-PHON-NOM    PIC X(4).
           05 WS-LST-PHON-PRENOM PIC X(4).
       01 WS-INDEX-LISTE         PIC 9(5).

      *les alertes chargées puis réécrites
       01 WS-NB-ALERTES          PIC 9(6) VALUE 0.
       01 WS-ALERTE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-ALERTES.
           05 WS-ALR-NUM         PIC 9(6).
           05 WS-ALR-SOURCE      PIC X.
           05 WS-ALR-CONTRAT     PIC 9(8).
           05 WS-ALR-NOM         PIC X(41).
           05 WS-ALR-REF         PIC X(12).
           05 WS-ALR-TYPE        PIC X.
           05 WS-ALR-SCORE       PIC 9(3).
           05 WS-ALR-STATUT      PIC X(10).
           05 WS-ALR-DETECTION   PIC 9(8).
           05 WS-ALR-DECISION    PIC 9(8).
           05 WS-ALR-OFFICIER    PIC X(10).
       01 WS-INDEX-ALERTE        PIC 9(6).
       01 WS-DERNIER-NUM         PIC 9(6) VALUE 0.
       01 WS-ALERTE-TROUVEE      PIC X VALUE "N".
           88 WS-ALERTE-EST-TROUVEE VALUE "O".
       01 WS-ANCIEN-STATUT       PIC X(10).

       COPY "../../copybooks/phoneme-ws.copy".

      *la personne en cours de filtrage : d'où elle vient, son
      *contrat éventuel, son nom tel que filtré, puis le nom et le
      *prénom comparés à la liste avec leur clé phonétique
       01 WS-SOURCE              PIC X.
       01 WS-CONTRAT-FILTRE      PIC 9(8).
       01 WS-NOM-FILTRE          PIC X(41).
       01 WS-MOT1                PIC X(41).
       01 WS-MOT2                PIC X(41).
       01 WS-CAND-NOM            PIC X(30).
       01 WS-CAND-PRENOM         PIC X(30).
       01 WS-CAND-NAISSANCE      PIC X(8).
       01 WS-CAND-PHON-NOM       PIC X(4).
       01 WS-CAND-PHON-PRENOM    PIC X(4).

      *le score du rapprochement, sur le modèle de dedoublonne : 60
      *pour les deux clés phonétiques, plus 25 si le prénom est
      *identique, plus 15 si le nom l'est
       01 WS-SCORE               PIC 9(3).

      *horodatage du journal
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-HEURE-JOUR          PIC 9(8).

      *compteurs du run
       01 WS-NB-FILTRES          PIC 9(6) VALUE 0.
       01 WS-NB-NOUVELLES        PIC 9(6) VALUE 0.
       01 WS-NB-DECISIONS        PIC 9(6) VALUE 0.
       01 WS-NB-DECISIONS-REJ    PIC 9(6) VALUE 0.
       01 WS-NB-EN-ATTENTE       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.

      *sans liste, aucun filtrage possible : on s'arrête avant de
      *toucher aux alertes
           OPEN INPUT LISTE-SANCTIONS.
           IF NOT WS-FS-LISTE-OK
              DISPLAY "liste-sanctions.dat absent, filtrage impossible"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ LISTE-SANCTIONS
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    PERFORM CHARGE-ENTREE-LISTE
                    THRU CHARGE-ENTREE-LISTE-FIN
              END-READ
           END-PERFORM.
           CLOSE LISTE-SANCTIONS.

           OPEN INPUT JOURNAL-SANCTIONS.
           IF WS-FS-JOURNAL-OK
              CLOSE JOURNAL-SANCTIONS
              OPEN EXTEND JOURNAL-SANCTIONS
           ELSE
              OPEN OUTPUT JOURNAL-SANCTIONS
           END-IF.

           PERFORM CHARGE-ALERTES THRU CHARGE-ALERTES-FIN.

      *les décisions de la conformité passent avant le filtrage
           PERFORM APPLIQUE-DECISIONS THRU APPLIQUE-DECISIONS-FIN.

      *les titulaires du portefeuille, retrouvés par leur contrat
           MOVE "C" TO WS-SOURCE.
           OPEN INPUT ASSURANCE-SORTIE.
           IF WS-FS-SORTIE-OK
              MOVE "C" TO WS-CONDITION
              PERFORM UNTIL WS-CONDITION EQUAL "F"
                 READ ASSURANCE-SORTIE NEXT RECORD
                    AT END
                       MOVE "F" TO WS-CONDITION
                    NOT AT END
                       MOVE CODE-CONTRAT-SORTIE TO WS-CONTRAT-FILTRE
                       MOVE NOM-CLIENT-SORTIE TO WS-NOM-FILTRE
                       PERFORM FILTRE-NOM-LIBRE
                       THRU FILTRE-NOM-LIBRE-FIN
                 END-READ
              END-PERFORM
              CLOSE ASSURANCE-SORTIE
           ELSE
              DISPLAY "rapport-assurance.dat absent, "
              "portefeuille non filtre"
           END-IF.

      *les propositions, retrouvées par le nom du souscripteur
           MOVE "P" TO WS-SOURCE.
           MOVE 0 TO WS-CONTRAT-FILTRE.
           OPEN INPUT PROPOSITIONS-ENTREE.
           IF WS-FS-PROPOSITIONS-OK
              MOVE "C" TO WS-CONDITION
              PERFORM UNTIL WS-CONDITION EQUAL "F"
                 READ PROPOSITIONS-ENTREE
                    AT END
                       MOVE "F" TO WS-CONDITION
                    NOT AT END
                       MOVE NOM-CLIENT-PROP TO WS-NOM-FILTRE
                       PERFORM FILTRE-NOM-LIBRE
                       THRU FILTRE-NOM-LIBRE-FIN
                 END-READ
              END-PERFORM
              CLOSE PROPOSITIONS-ENTREE
           END-IF.

      *le maître des personnes, avec nom, prénom et naissance
      *séparés
           MOVE "M" TO WS-SOURCE.
           MOVE 0 TO WS-CONTRAT-FILTRE.
           OPEN INPUT MAITRE.
           IF WS-FS-MAITRE-OK
              MOVE "C" TO WS-CONDITION
              PERFORM UNTIL WS-CONDITION EQUAL "F"
                 READ MAITRE
                    AT END
                       MOVE "F" TO WS-CONDITION
                    NOT AT END
                       ADD 1 TO WS-NB-FILTRES
                       MOVE SPACES TO WS-NOM-FILTRE
                       STRING FUNCTION TRIM(M-NOM) " "
                       FUNCTION TRIM(M-PRENOM)
                       DELIMITED BY SIZE INTO WS-NOM-FILTRE
                       MOVE M-NOM TO WS-CAND-NOM
                       MOVE M-PRENOM TO WS-CAND-PRENOM
                       MOVE M-DATE TO WS-CAND-NAISSANCE
                       PERFORM COMPARE-LISTE THRU COMPARE-LISTE-FIN
                 END-READ
              END-PERFORM
              CLOSE MAITRE
           END-IF.

           PERFORM REECRIT-ALERTES THRU REECRIT-ALERTES-FIN.
           CLOSE JOURNAL-SANCTIONS.

           DISPLAY "Fin du filtrage - " WS-NB-FILTRES
              " personne(s) filtree(s), " WS-NB-NOUVELLES
              " nouvelle(s) alerte(s), " WS-NB-DECISIONS
              " decision(s) appliquee(s), " WS-NB-DECISIONS-REJ
              " rejetee(s), " WS-NB-EN-ATTENTE " alerte(s) en attente".

           STOP RUN.

      *l'entrée de liste lue, mise en majuscules, avec la clé
      *phonétique de son nom et de son prénom
       CHARGE-ENTREE-LISTE.
           ADD 1 TO WS-NB-LISTE.
           MOVE REF-LISTE TO WS-LST-REF(WS-NB-LISTE).
           MOVE TYPE-LISTE TO WS-LST-TYPE(WS-NB-LISTE).
           MOVE FUNCTION UPPER-CASE(NOM-LISTE)
           TO WS-LST-NOM(WS-NB-LISTE).
           MOVE FUNCTION UPPER-CASE(PRENOM-LISTE)
           TO WS-LST-PRENOM(WS-NB-LISTE).
           MOVE NAISSANCE-LISTE TO WS-LST-NAISSANCE(WS-NB-LISTE).
           MOVE NOM-LISTE TO WS-NOM-TRAVAIL.
           PERFORM CALCULE-PHONEME THRU CALCULE-PHONEME-FIN.
           MOVE WS-PHONEME TO WS-LST-PHON-NOM(WS-NB-LISTE).
           MOVE PRENOM-LISTE TO WS-NOM-TRAVAIL.
           PERFORM CALCULE-PHONEME THRU CALCULE-PHONEME-FIN.
           MOVE WS-PHONEME TO WS-LST-PHON-PRENOM(WS-NB-LISTE).
       CHARGE-ENTREE-LISTE-FIN.
           EXIT.

      *les alertes des runs précédents et le dernier numéro
       CHARGE-ALERTES.
           OPEN INPUT ALERTES.
           IF NOT WS-FS-ALERTES-OK
              GO TO CHARGE-ALERTES-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ ALERTES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    ADD 1 TO WS-NB-ALERTES
                    MOVE NUM-ALERTE TO WS-ALR-NUM(WS-NB-ALERTES)
                    MOVE SOURCE-ALERTE TO WS-ALR-SOURCE(WS-NB-ALERTES)
                    MOVE CODE-CONTRAT-ALERTE
                    TO WS-ALR-CONTRAT(WS-NB-ALERTES)
                    MOVE NOM-FILTRE-ALERTE
                    TO WS-ALR-NOM(WS-NB-ALERTES)
                    MOVE REF-LISTE-ALERTE TO WS-ALR-REF(WS-NB-ALERTES)
                    MOVE TYPE-LISTE-ALERTE
                    TO WS-ALR-TYPE(WS-NB-ALERTES)
                    MOVE SCORE-ALERTE TO WS-ALR-SCORE(WS-NB-ALERTES)
                    MOVE STATUT-ALERTE TO WS-ALR-STATUT(WS-NB-ALERTES)
                    MOVE DATE-DETECTION
                    TO WS-ALR-DETECTION(WS-NB-ALERTES)
                    MOVE DATE-DECISION
                    TO WS-ALR-DECISION(WS-NB-ALERTES)
                    MOVE OFFICIER-ALERTE
                    TO WS-ALR-OFFICIER(WS-NB-ALERTES)
                    IF NUM-ALERTE GREATER THAN WS-DERNIER-NUM
                       MOVE NUM-ALERTE TO WS-DERNIER-NUM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERTES.
       CHARGE-ALERTES-FIN.
           EXIT.

      *chaque décision change le statut de son alerte et laisse une
      *ligne au journal ; une décision déjà appliquée n'est ni
      *rejouée ni journalisée une seconde fois
       APPLIQUE-DECISIONS.
           OPEN INPUT DECISIONS.
           IF NOT WS-FS-DECISIONS-OK
              GO TO APPLIQUE-DECISIONS-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ DECISIONS
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    PERFORM APPLIQUE-DECISION
                    THRU APPLIQUE-DECISION-FIN
              END-READ
           END-PERFORM.
           CLOSE DECISIONS.
       APPLIQUE-DECISIONS-FIN.
           EXIT.

      *la décision lue : alerte connue, code L ou C, officier
      *renseigné, sinon elle est rejetée au journal
       APPLIQUE-DECISION.
           MOVE "N" TO WS-ALERTE-TROUVEE.
           PERFORM VARYING WS-INDEX-ALERTE FROM 1 BY 1
           UNTIL WS-INDEX-ALERTE GREATER THAN WS-NB-ALERTES
           OR WS-ALERTE-EST-TROUVEE
              IF WS-ALR-NUM(WS-INDEX-ALERTE) EQUAL NUM-ALERTE-DEC
                 MOVE "O" TO WS-ALERTE-TROUVEE
              END-IF
           END-PERFORM.

           IF NOT WS-ALERTE-EST-TROUVEE
           OR (DECISION-DEC NOT EQUAL "L" AND NOT EQUAL "C")
           OR OFFICIER-DEC EQUAL SPACES
              ADD 1 TO WS-NB-DECISIONS-REJ
              MOVE SPACES TO LIGNE-JOURNAL
              STRING "DECISION REJETEE " WS-DATE-JOUR " "
              WS-HEURE-JOUR " alerte " NUM-ALERTE-DEC
              " decision " DECISION-DEC
              " officier " OFFICIER-DEC
              " -- alerte inconnue, decision ou officier invalide"
              INTO LIGNE-JOURNAL
              WRITE LIGNE-JOURNAL
              GO TO APPLIQUE-DECISION-FIN
           END-IF.
           SUBTRACT 1 FROM WS-INDEX-ALERTE.

           MOVE WS-ALR-STATUT(WS-INDEX-ALERTE) TO WS-ANCIEN-STATUT.
           IF DECISION-DEC EQUAL "L"
              MOVE "LEVEE" TO WS-ALR-STATUT(WS-INDEX-ALERTE)
           ELSE
              MOVE "CONFIRMEE" TO WS-ALR-STATUT(WS-INDEX-ALERTE)
           END-IF.
           IF WS-ALR-STATUT(WS-INDEX-ALERTE) EQUAL WS-ANCIEN-STATUT
              GO TO APPLIQUE-DECISION-FIN
           END-IF.
           MOVE WS-DATE-JOUR TO WS-ALR-DECISION(WS-INDEX-ALERTE).
           MOVE OFFICIER-DEC TO WS-ALR-OFFICIER(WS-INDEX-ALERTE).
           ADD 1 TO WS-NB-DECISIONS.

           MOVE SPACES TO LIGNE-JOURNAL.
           STRING "DECISION " WS-DATE-JOUR " " WS-HEURE-JOUR
           " alerte " WS-ALR-NUM(WS-INDEX-ALERTE)
           " " FUNCTION TRIM(WS-ANCIEN-STATUT) " -> "
           FUNCTION TRIM(WS-ALR-STATUT(WS-INDEX-ALERTE))
           " officier " OFFICIER-DEC
           " nom " FUNCTION TRIM(WS-ALR-NOM(WS-INDEX-ALERTE))
           " liste " WS-ALR-REF(WS-INDEX-ALERTE)
           " motif " FUNCTION TRIM(MOTIF-DEC)
           INTO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
       APPLIQUE-DECISION-FIN.
           EXIT.

      *un nom libre "NOM PRENOM" ou "PRENOM NOM" : on ne sait pas
      *dans quel ordre il a été saisi, on compare les deux
       FILTRE-NOM-LIBRE.
           IF WS-NOM-FILTRE EQUAL SPACES
              GO TO FILTRE-NOM-LIBRE-FIN
           END-IF.
           ADD 1 TO WS-NB-FILTRES.
           MOVE SPACES TO WS-MOT1 WS-MOT2.
           UNSTRING FUNCTION TRIM(WS-NOM-FILTRE) DELIMITED BY ALL " "
           INTO WS-MOT1 WS-MOT2.
           MOVE SPACES TO WS-CAND-NAISSANCE.

           MOVE WS-MOT1 TO WS-CAND-NOM.
           MOVE WS-MOT2 TO WS-CAND-PRENOM.
           PERFORM COMPARE-LISTE THRU COMPARE-LISTE-FIN.

           MOVE WS-MOT2 TO WS-CAND-NOM.
           MOVE WS-MOT1 TO WS-CAND-PRENOM.
           PERFORM COMPARE-LISTE THRU COMPARE-LISTE-FIN.
       FILTRE-NOM-LIBRE-FIN.
           EXIT.

      *la personne WS-CAND-NOM / WS-CAND-PRENOM contre chaque entrée
      *de la liste : mêmes clés phonétiques du nom et du prénom, et
      *même naissance quand les deux côtés la connaissent
       COMPARE-LISTE.
           MOVE FUNCTION UPPER-CASE(WS-CAND-NOM) TO WS-CAND-NOM.
           MOVE FUNCTION UPPER-CASE(WS-CAND-PRENOM) TO WS-CAND-PRENOM.
           MOVE WS-CAND-NOM TO WS-NOM-TRAVAIL.
           PERFORM CALCULE-PHONEME THRU CALCULE-PHONEME-FIN.
           MOVE WS-PHONEME TO WS-CAND-PHON-NOM.
           MOVE WS-CAND-PRENOM TO WS-NOM-TRAVAIL.
           PERFORM CALCULE-PHONEME THRU CALCULE-PHONEME-FIN.
           MOVE WS-PHONEME TO WS-CAND-PHON-PRENOM.

           PERFORM VARYING WS-INDEX-LISTE FROM 1 BY 1
           UNTIL WS-INDEX-LISTE GREATER THAN WS-NB-LISTE
              IF WS-LST-PHON-NOM(WS-INDEX-LISTE) EQUAL
              WS-CAND-PHON-NOM
              AND WS-LST-PHON-PRENOM(WS-INDEX-LISTE) EQUAL
              WS-CAND-PHON-PRENOM
              AND (WS-CAND-NAISSANCE EQUAL SPACES
              OR WS-LST-NAISSANCE(WS-INDEX-LISTE) EQUAL SPACES
              OR WS-CAND-NAISSANCE EQUAL
              WS-LST-NAISSANCE(WS-INDEX-LISTE))
                 PERFORM RETIENT-ALERTE THRU RETIENT-ALERTE-FIN
              END-IF
           END-PERFORM.
       COMPARE-LISTE-FIN.
           EXIT.

      *le rapprochement de la personne avec l'entrée
      *WS-INDEX-LISTE : une alerte déjà ouverte pour la même
      *personne, la même source et la même entrée n'est pas
      *recréée, quelle que soit la décision prise
       RETIENT-ALERTE.
           MOVE "N" TO WS-ALERTE-TROUVEE.
           PERFORM VARYING WS-INDEX-ALERTE FROM 1 BY 1
           UNTIL WS-INDEX-ALERTE GREATER THAN WS-NB-ALERTES
           OR WS-ALERTE-EST-TROUVEE
              IF WS-ALR-SOURCE(WS-INDEX-ALERTE) EQUAL WS-SOURCE
              AND WS-ALR-CONTRAT(WS-INDEX-ALERTE) EQUAL
              WS-CONTRAT-FILTRE
              AND WS-ALR-NOM(WS-INDEX-ALERTE) EQUAL
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOM-FILTRE))
              AND WS-ALR-REF(WS-INDEX-ALERTE) EQUAL
              WS-LST-REF(WS-INDEX-LISTE)
                 MOVE "O" TO WS-ALERTE-TROUVEE
              END-IF
           END-PERFORM.
           IF WS-ALERTE-EST-TROUVEE
              GO TO RETIENT-ALERTE-FIN
           END-IF.

           MOVE 60 TO WS-SCORE.
           IF WS-CAND-PRENOM EQUAL WS-LST-PRENOM(WS-INDEX-LISTE)
              ADD 25 TO WS-SCORE
           END-IF.
           IF WS-CAND-NOM EQUAL WS-LST-NOM(WS-INDEX-LISTE)
              ADD 15 TO WS-SCORE
           END-IF.

           ADD 1 TO WS-NB-NOUVELLES.
           ADD 1 TO WS-DERNIER-NUM.
           ADD 1 TO WS-NB-ALERTES.
           MOVE WS-DERNIER-NUM TO WS-ALR-NUM(WS-NB-ALERTES).
           MOVE WS-SOURCE TO WS-ALR-SOURCE(WS-NB-ALERTES).
           MOVE WS-CONTRAT-FILTRE TO WS-ALR-CONTRAT(WS-NB-ALERTES).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOM-FILTRE))
           TO WS-ALR-NOM(WS-NB-ALERTES).
           MOVE WS-LST-REF(WS-INDEX-LISTE)
           TO WS-ALR-REF(WS-NB-ALERTES).
           MOVE WS-LST-TYPE(WS-INDEX-LISTE)
           TO WS-ALR-TYPE(WS-NB-ALERTES).
           MOVE WS-SCORE TO WS-ALR-SCORE(WS-NB-ALERTES).
           MOVE "EN-ATTENTE" TO WS-ALR-STATUT(WS-NB-ALERTES).
           MOVE WS-DATE-JOUR TO WS-ALR-DETECTION(WS-NB-ALERTES).
           MOVE 0 TO WS-ALR-DECISION(WS-NB-ALERTES).
           MOVE SPACES TO WS-ALR-OFFICIER(WS-NB-ALERTES).

           MOVE SPACES TO LIGNE-JOURNAL.
           STRING "DETECTION " WS-DATE-JOUR " " WS-HEURE-JOUR
           " alerte " WS-DERNIER-NUM
           " source " WS-SOURCE " contrat " WS-CONTRAT-FILTRE
           " nom " FUNCTION TRIM(WS-NOM-FILTRE)
           " liste " WS-LST-REF(WS-INDEX-LISTE)
           " type " WS-LST-TYPE(WS-INDEX-LISTE)
           " " FUNCTION TRIM(WS-LST-NOM(WS-INDEX-LISTE))
           " " FUNCTION TRIM(WS-LST-PRENOM(WS-INDEX-LISTE))
           " score " WS-SCORE
           INTO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
       RETIENT-ALERTE-FIN.
           EXIT.

      *le fichier des alertes réécrit avec les décisions et les
      *détections du run
       REECRIT-ALERTES.
           OPEN OUTPUT ALERTES-NOUVEAU.
           PERFORM VARYING WS-INDEX-ALERTE FROM 1 BY 1
           UNTIL WS-INDEX-ALERTE GREATER THAN WS-NB-ALERTES
              MOVE SPACES TO LIGNE-ALERTE-NOUVEAU
              MOVE WS-ALR-NUM(WS-INDEX-ALERTE) TO NUM-ALERTE-N
              MOVE WS-ALR-SOURCE(WS-INDEX-ALERTE) TO SOURCE-ALERTE-N
              MOVE WS-ALR-CONTRAT(WS-INDEX-ALERTE)
              TO CODE-CONTRAT-ALERTE-N
              MOVE WS-ALR-NOM(WS-INDEX-ALERTE) TO NOM-FILTRE-ALERTE-N
              MOVE WS-ALR-REF(WS-INDEX-ALERTE) TO REF-LISTE-ALERTE-N
              MOVE WS-ALR-TYPE(WS-INDEX-ALERTE) TO TYPE-LISTE-ALERTE-N
              MOVE WS-ALR-SCORE(WS-INDEX-ALERTE) TO SCORE-ALERTE-N
              MOVE WS-ALR-STATUT(WS-INDEX-ALERTE) TO STATUT-ALERTE-N
              MOVE WS-ALR-DETECTION(WS-INDEX-ALERTE)
              TO DATE-DETECTION-N
              MOVE WS-ALR-DECISION(WS-INDEX-ALERTE) TO DATE-DECISION-N
              MOVE WS-ALR-OFFICIER(WS-INDEX-ALERTE)
              TO OFFICIER-ALERTE-N
              WRITE LIGNE-ALERTE-NOUVEAU
              IF WS-ALR-STATUT(WS-INDEX-ALERTE) EQUAL "EN-ATTENTE"
                 ADD 1 TO WS-NB-EN-ATTENTE
              END-IF
           END-PERFORM.
           CLOSE ALERTES-NOUVEAU.
       REECRIT-ALERTES-FIN.
           EXIT.

       COPY "../../copybooks/phoneme-calcul.copy".

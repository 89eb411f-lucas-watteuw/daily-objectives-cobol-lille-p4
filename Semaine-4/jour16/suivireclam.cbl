       IDENTIFICATION DIVISION.
       PROGRAM-ID. suivireclam.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le registre des réclamations tenu par l'écran reclamations,
      *lu en séquence de numéro
           SELECT RECLAMATIONS ASSIGN TO "reclamations.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUM-RECLAMATION
              FILE STATUS IS WS-FS-RECLAMATIONS.

      *les réclamations en retard sur les délais réglementaires :
      *accusé de réception sous 10 jours, réponse sous 2 mois
           SELECT RAPPORT-DELAIS
           ASSIGN TO "rapport-reclamations-delais.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les statistiques annuelles demandées par le régulateur, par
      *catégorie, par produit et par courtier
           SELECT STATISTIQUES
           ASSIGN TO "statistiques-reclamations.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECLAMATIONS.
       01 LIGNE-RECLAMATION.
           05 NUM-RECLAMATION     PIC 9(8).
           05 FILLER              PIC X.
           05 CODE-CONTRAT-RECL   PIC 9(8).
           05 FILLER              PIC X.
           05 ID-CLIENT-RECL      PIC 9(4).
           05 FILLER              PIC X.
           05 NUM-SINISTRE-RECL   PIC 9(8).
           05 FILLER              PIC X.
           05 CODE-COURTIER-RECL  PIC X(6).
           05 FILLER              PIC X.
           05 PRODUIT-RECL        PIC X(14).
           05 FILLER              PIC X.
           05 CATEGORIE-RECL      PIC X(11).
           05 FILLER              PIC X.
           05 CANAL-RECL          PIC X(9).
           05 FILLER              PIC X.
           05 STATUT-RECL         PIC X(8).
           05 FILLER              PIC X.
           05 DATE-RECEPTION-RECL PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-ACCUSE-RECL    PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-REPONSE-RECL   PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-CLOTURE-RECL   PIC 9(8).
           05 FILLER              PIC X.
           05 OPERATEUR-RECL      PIC X(10).
           05 FILLER              PIC X.
           05 OBJET-RECL          PIC X(60).

       FD RAPPORT-DELAIS.
       01 LIGNE-DELAIS.
           05 LIGNE-DELAIS-CONTENU PIC X(160).

       FD STATISTIQUES.
       01 LIGNE-STATISTIQUE.
           05 LIGNE-STATISTIQUE-CONTENU PIC X(120).

       WORKING-STORAGE SECTION.

      *statut du registre
       01 WS-FS-RECLAMATIONS     PIC X(2) VALUE "00".
           88 WS-FS-RECLAMATIONS-OK VALUE "00".

      *condition pour arrêter de lire le registre
       01 WS-CONDITION           PIC X VALUE "C".

      *les délais réglementaires : jours ouvrés pour l'accusé de
      *réception, mois pour la réponse
       01 WS-DELAI-ACCUSE        PIC 9(3) VALUE 10.
       01 WS-DELAI-REPONSE       PIC 9(2) VALUE 2.

      *la date du jour et l'année des statistiques
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-ANNEE-SAISIE        PIC X(4).
       01 WS-ANNEE-STAT          PIC 9(4).

      *les échéances réglementaires de la réclamation lue
       01 WS-LIMITE-ACCUSE       PIC 9(8).
       01 WS-LIMITE-REPONSE      PIC 9(8).
       01 WS-JOURS-RETARD        PIC 9(5).
       01 WS-DELAI-JOURS         PIC 9(5).

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

      *la réclamation lue respecte-t-elle chaque délai
       01 WS-ACCUSE-A-TEMPS      PIC X VALUE "N".
           88 WS-ACCUSE-EST-A-TEMPS VALUE "O".
       01 WS-REPONSE-A-TEMPS     PIC X VALUE "N".
           88 WS-REPONSE-EST-A-TEMPS VALUE "O".

      *les compteurs statistiques, par axe (CATEGORIE, PRODUIT,
      *COURTIER) et par valeur de l'axe
       01 WS-NB-STATS            PIC 9(4) VALUE 0.
       01 WS-STAT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-STATS.
           05 WS-STAT-AXE        PIC X(9).
           05 WS-STAT-VALEUR     PIC X(14).
           05 WS-STAT-RECUES     PIC 9(6).
           05 WS-STAT-REPONDUES  PIC 9(6).
           05 WS-STAT-ACCUSE-OK  PIC 9(6).
           05 WS-STAT-REPONSE-OK PIC 9(6).
           05 WS-STAT-JOURS      PIC 9(9).
       01 WS-INDEX-STAT          PIC 9(4).
       01 WS-AXE-CHERCHE         PIC X(9).
       01 WS-VALEUR-CHERCHEE     PIC X(14).
       01 WS-STAT-TROUVEE        PIC X VALUE "N".
           88 WS-STAT-EST-TROUVEE VALUE "O".

      *le délai moyen de réponse d'une ligne statistique
       01 WS-DELAI-MOYEN         PIC 9(5).

      *compteurs du run
       01 WS-NB-LUES             PIC 9(6) VALUE 0.
       01 WS-NB-RETARD-ACCUSE    PIC 9(6) VALUE 0.
       01 WS-NB-RETARD-REPONSE   PIC 9(6) VALUE 0.
       01 WS-NB-ANNEE            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *l'année des statistiques est demandée à l'opérateur ; une
      *saisie vide prend l'année en cours
           DISPLAY "annee des statistiques (AAAA, vide pour l'annee "
              "en cours)".
           MOVE SPACES TO WS-ANNEE-SAISIE.
           ACCEPT WS-ANNEE-SAISIE.
           IF WS-ANNEE-SAISIE IS NUMERIC
              MOVE WS-ANNEE-SAISIE TO WS-ANNEE-STAT
           ELSE
              MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-STAT
           END-IF.

           OPEN INPUT RECLAMATIONS.
           IF NOT WS-FS-RECLAMATIONS-OK
              DISPLAY "reclamations.dat absent, rien a traiter"
              STOP RUN
           END-IF.

      *les axes sont créés d'avance dans l'ordre du rapport : les
      *quatre catégories d'abord, puis produits et courtiers au fil
      *de la lecture
           MOVE "CATEGORIE" TO WS-AXE-CHERCHE.
           MOVE "SINISTRE" TO WS-VALEUR-CHERCHEE.
           PERFORM CHERCHE-STAT THRU CHERCHE-STAT-FIN.
           MOVE "FACTURATION" TO WS-VALEUR-CHERCHEE.
           PERFORM CHERCHE-STAT THRU CHERCHE-STAT-FIN.
           MOVE "COURTIER" TO WS-VALEUR-CHERCHEE.
           PERFORM CHERCHE-STAT THRU CHERCHE-STAT-FIN.
           MOVE "AUTRE" TO WS-VALEUR-CHERCHEE.
           PERFORM CHERCHE-STAT THRU CHERCHE-STAT-FIN.

           OPEN OUTPUT RAPPORT-DELAIS.
           MOVE SPACES TO LIGNE-DELAIS-CONTENU.
           STRING "reclamations hors delai au " WS-DATE-JOUR
           " (accuse sous " WS-DELAI-ACCUSE " jours ouvres, reponse "
           "sous "
           WS-DELAI-REPONSE " mois)"
           INTO LIGNE-DELAIS-CONTENU.
           WRITE LIGNE-DELAIS.

           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ RECLAMATIONS NEXT RECORD
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    ADD 1 TO WS-NB-LUES
                    PERFORM TRAITE-RECLAMATION
                    THRU TRAITE-RECLAMATION-FIN
              END-READ
           END-PERFORM.
           CLOSE RECLAMATIONS.

           MOVE SPACES TO LIGNE-DELAIS-CONTENU.
           STRING "--- " WS-NB-LUES " reclamation(s) lue(s), "
           WS-NB-RETARD-ACCUSE " accuse(s) en retard, "
           WS-NB-RETARD-REPONSE " reponse(s) en retard ---"
           INTO LIGNE-DELAIS-CONTENU.
           WRITE LIGNE-DELAIS.
           CLOSE RAPPORT-DELAIS.

           PERFORM ECRIT-STATISTIQUES THRU ECRIT-STATISTIQUES-FIN.

           DISPLAY "Fin du traitement - " WS-NB-LUES
              " reclamation(s), " WS-NB-RETARD-ACCUSE
              " accuse(s) et " WS-NB-RETARD-REPONSE
              " reponse(s) en retard, " WS-NB-ANNEE
              " recue(s) en " WS-ANNEE-STAT.

           STOP RUN.

      *on calcule les échéances de la réclamation lue, on signale
      *celle qui a dépassé un délai sans avoir été traitée, et on
      *compte dans les statistiques celle reçue dans l'année
       TRAITE-RECLAMATION.
           PERFORM CALCULE-LIMITES THRU CALCULE-LIMITES-FIN.

           MOVE "N" TO WS-ACCUSE-A-TEMPS.
           IF DATE-ACCUSE-RECL NOT EQUAL 0
           AND DATE-ACCUSE-RECL NOT GREATER THAN WS-LIMITE-ACCUSE
              MOVE "O" TO WS-ACCUSE-A-TEMPS
           END-IF.
           MOVE "N" TO WS-REPONSE-A-TEMPS.
           IF DATE-REPONSE-RECL NOT EQUAL 0
           AND DATE-REPONSE-RECL NOT GREATER THAN WS-LIMITE-REPONSE
              MOVE "O" TO WS-REPONSE-A-TEMPS
           END-IF.

      *hors délai en cours : pas d'accusé et limite passée
           IF DATE-ACCUSE-RECL EQUAL 0
           AND WS-DATE-JOUR GREATER THAN WS-LIMITE-ACCUSE
              ADD 1 TO WS-NB-RETARD-ACCUSE
              COMPUTE WS-JOURS-RETARD =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE(WS-LIMITE-ACCUSE)
              MOVE SPACES TO LIGNE-DELAIS-CONTENU
              STRING "ACCUSE   " NUM-RECLAMATION
              " contrat " CODE-CONTRAT-RECL
              " " CATEGORIE-RECL " recue le " DATE-RECEPTION-RECL
              " limite " WS-LIMITE-ACCUSE
              " retard " WS-JOURS-RETARD " jour(s) "
              CODE-COURTIER-RECL
              INTO LIGNE-DELAIS-CONTENU
              WRITE LIGNE-DELAIS
           END-IF.
           IF DATE-REPONSE-RECL EQUAL 0
           AND WS-DATE-JOUR GREATER THAN WS-LIMITE-REPONSE
              ADD 1 TO WS-NB-RETARD-REPONSE
              COMPUTE WS-JOURS-RETARD =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE(WS-LIMITE-REPONSE)
              MOVE SPACES TO LIGNE-DELAIS-CONTENU
              STRING "REPONSE  " NUM-RECLAMATION
              " contrat " CODE-CONTRAT-RECL
              " " CATEGORIE-RECL " recue le " DATE-RECEPTION-RECL
              " limite " WS-LIMITE-REPONSE
              " retard " WS-JOURS-RETARD " jour(s) "
              CODE-COURTIER-RECL
              INTO LIGNE-DELAIS-CONTENU
              WRITE LIGNE-DELAIS
           END-IF.

           IF DATE-RECEPTION-RECL(1:4) NOT EQUAL WS-ANNEE-STAT
              GO TO TRAITE-RECLAMATION-FIN
           END-IF.
           ADD 1 TO WS-NB-ANNEE.
           MOVE 0 TO WS-DELAI-JOURS.
           IF DATE-REPONSE-RECL NOT EQUAL 0
              COMPUTE WS-DELAI-JOURS =
                 FUNCTION INTEGER-OF-DATE(DATE-REPONSE-RECL)
                 - FUNCTION INTEGER-OF-DATE(DATE-RECEPTION-RECL)
           END-IF.

           MOVE "CATEGORIE" TO WS-AXE-CHERCHE.
           MOVE CATEGORIE-RECL TO WS-VALEUR-CHERCHEE.
           PERFORM CHERCHE-STAT THRU CHERCHE-STAT-FIN.
           PERFORM CUMULE-STAT THRU CUMULE-STAT-FIN.
           MOVE "PRODUIT" TO WS-AXE-CHERCHE.
           MOVE PRODUIT-RECL TO WS-VALEUR-CHERCHEE.
           PERFORM CHERCHE-STAT THRU CHERCHE-STAT-FIN.
           PERFORM CUMULE-STAT THRU CUMULE-STAT-FIN.
           MOVE "COURTIER" TO WS-AXE-CHERCHE.
           MOVE CODE-COURTIER-RECL TO WS-VALEUR-CHERCHEE.
           IF WS-VALEUR-CHERCHEE EQUAL SPACES
              MOVE "SANS COURTIER" TO WS-VALEUR-CHERCHEE
           END-IF.
           PERFORM CHERCHE-STAT THRU CHERCHE-STAT-FIN.
           PERFORM CUMULE-STAT THRU CUMULE-STAT-FIN.
       TRAITE-RECLAMATION-FIN.
           EXIT.

      *les deux limites de la réclamation lue : l'accusé sous
      *WS-DELAI-ACCUSE jours ouvrés après la réception, la réponse
      *WS-DELAI-REPONSE mois après (un jour qui n'existe pas dans le
      *mois d'arrivée est ramené à la fin du mois), reportée au
      *premier jour ouvré qui suit
       CALCULE-LIMITES.
           MOVE "PLUS-OUVRES" TO WS-DATES-FONCTION.
           MOVE DATE-RECEPTION-RECL TO WS-DATES-DATE.
           MOVE WS-DELAI-ACCUSE TO WS-DATES-NOMBRE.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE WS-DATES-DATE-RESULTAT TO WS-LIMITE-ACCUSE.

           MOVE "PLUS-MOIS" TO WS-DATES-FONCTION.
           MOVE DATE-RECEPTION-RECL TO WS-DATES-DATE.
           MOVE WS-DELAI-REPONSE TO WS-DATES-NOMBRE.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE "OUVRE" TO WS-DATES-FONCTION.
           MOVE WS-DATES-DATE-RESULTAT TO WS-DATES-DATE.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE WS-DATES-DATE-RESULTAT TO WS-LIMITE-REPONSE.
       CALCULE-LIMITES-FIN.
           EXIT.

      *on cherche la ligne statistique de l'axe et de la valeur
      *demandés, créée à zéro si elle n'existe pas encore ;
      *WS-INDEX-STAT la désigne au retour
       CHERCHE-STAT.
           MOVE "N" TO WS-STAT-TROUVEE.
           PERFORM VARYING WS-INDEX-STAT FROM 1 BY 1
           UNTIL WS-INDEX-STAT GREATER THAN WS-NB-STATS
           OR WS-STAT-EST-TROUVEE
              IF WS-STAT-AXE(WS-INDEX-STAT) EQUAL WS-AXE-CHERCHE
              AND WS-STAT-VALEUR(WS-INDEX-STAT) EQUAL
              WS-VALEUR-CHERCHEE
                 MOVE "O" TO WS-STAT-TROUVEE
              END-IF
           END-PERFORM.
           IF WS-STAT-EST-TROUVEE
              SUBTRACT 1 FROM WS-INDEX-STAT
              GO TO CHERCHE-STAT-FIN
           END-IF.
           ADD 1 TO WS-NB-STATS.
           MOVE WS-NB-STATS TO WS-INDEX-STAT.
           MOVE WS-AXE-CHERCHE TO WS-STAT-AXE(WS-INDEX-STAT).
           MOVE WS-VALEUR-CHERCHEE TO WS-STAT-VALEUR(WS-INDEX-STAT).
           MOVE 0 TO WS-STAT-RECUES(WS-INDEX-STAT).
           MOVE 0 TO WS-STAT-REPONDUES(WS-INDEX-STAT).
           MOVE 0 TO WS-STAT-ACCUSE-OK(WS-INDEX-STAT).
           MOVE 0 TO WS-STAT-REPONSE-OK(WS-INDEX-STAT).
           MOVE 0 TO WS-STAT-JOURS(WS-INDEX-STAT).
       CHERCHE-STAT-FIN.
           EXIT.

      *la réclamation lue est comptée sur la ligne WS-INDEX-STAT
       CUMULE-STAT.
           ADD 1 TO WS-STAT-RECUES(WS-INDEX-STAT).
           IF DATE-REPONSE-RECL NOT EQUAL 0
              ADD 1 TO WS-STAT-REPONDUES(WS-INDEX-STAT)
              ADD WS-DELAI-JOURS TO WS-STAT-JOURS(WS-INDEX-STAT)
           END-IF.
           IF WS-ACCUSE-EST-A-TEMPS
              ADD 1 TO WS-STAT-ACCUSE-OK(WS-INDEX-STAT)
           END-IF.
           IF WS-REPONSE-EST-A-TEMPS
              ADD 1 TO WS-STAT-REPONSE-OK(WS-INDEX-STAT)
           END-IF.
       CUMULE-STAT-FIN.
           EXIT.

      *on écrit les statistiques de l'année, axe par axe : reçues,
      *répondues, accusées et répondues dans les délais, délai moyen
      *de réponse en jours
       ECRIT-STATISTIQUES.
           OPEN OUTPUT STATISTIQUES.
           MOVE SPACES TO LIGNE-STATISTIQUE-CONTENU.
           STRING "statistiques des reclamations recues en "
           WS-ANNEE-STAT " : " WS-NB-ANNEE " reclamation(s)"
           INTO LIGNE-STATISTIQUE-CONTENU.
           WRITE LIGNE-STATISTIQUE.
           MOVE SPACES TO LIGNE-STATISTIQUE-CONTENU.
           STRING "axe       valeur         recues repond "
           "accOK  repOK  delai moyen (j)"
           INTO LIGNE-STATISTIQUE-CONTENU.
           WRITE LIGNE-STATISTIQUE.
           MOVE "CATEGORIE" TO WS-AXE-CHERCHE.
           PERFORM ECRIT-AXE THRU ECRIT-AXE-FIN.
           MOVE "PRODUIT" TO WS-AXE-CHERCHE.
           PERFORM ECRIT-AXE THRU ECRIT-AXE-FIN.
           MOVE "COURTIER" TO WS-AXE-CHERCHE.
           PERFORM ECRIT-AXE THRU ECRIT-AXE-FIN.
           CLOSE STATISTIQUES.
       ECRIT-STATISTIQUES-FIN.
           EXIT.

      *on écrit les lignes statistiques de l'axe WS-AXE-CHERCHE
       ECRIT-AXE.
           PERFORM VARYING WS-INDEX-STAT FROM 1 BY 1
           UNTIL WS-INDEX-STAT GREATER THAN WS-NB-STATS
              IF WS-STAT-AXE(WS-INDEX-STAT) EQUAL WS-AXE-CHERCHE
                 MOVE 0 TO WS-DELAI-MOYEN
                 IF WS-STAT-REPONDUES(WS-INDEX-STAT) GREATER THAN 0
                    COMPUTE WS-DELAI-MOYEN ROUNDED =
                       WS-STAT-JOURS(WS-INDEX-STAT)
                       / WS-STAT-REPONDUES(WS-INDEX-STAT)
                 END-IF
                 MOVE SPACES TO LIGNE-STATISTIQUE-CONTENU
                 STRING WS-STAT-AXE(WS-INDEX-STAT) " "
                 WS-STAT-VALEUR(WS-INDEX-STAT) " "
                 WS-STAT-RECUES(WS-INDEX-STAT) " "
                 WS-STAT-REPONDUES(WS-INDEX-STAT) " "
                 WS-STAT-ACCUSE-OK(WS-INDEX-STAT) " "
                 WS-STAT-REPONSE-OK(WS-INDEX-STAT) " "
                 WS-DELAI-MOYEN
                 INTO LIGNE-STATISTIQUE-CONTENU
                 WRITE LIGNE-STATISTIQUE
              END-IF
           END-PERFORM.
       ECRIT-AXE-FIN.
           EXIT.

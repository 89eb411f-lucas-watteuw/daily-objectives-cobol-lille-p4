       IDENTIFICATION DIVISION.
       PROGRAM-ID. ppna.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le portefeuille généré par assurance.cbl, parcouru en entier
      *pour les contrats actifs à la date d'inventaire
           SELECT ASSURANCE-SORTIE ASSIGN TO "rapport-assurance.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODE-CONTRAT-SORTIE
              FILE STATUS IS WS-FS-SORTIE.

      *le registre des avenants tenu par avenants.cbl : un avenant
      *dont l'effet tombe après l'inventaire laisse l'ancienne prime
      *courir jusqu'à sa date d'effet
           SELECT REGISTRE-AVENANTS ASSIGN TO "avenants-registre.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGISTRE.

      *les taux de conversion vers l'euro, les mêmes que ceux
      *d'assurance.cbl
           SELECT TAUX-DEVISES ASSIGN TO "taux-devises.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TAUX.

      *l'historique des provisions par inventaire, produit et
      *devise, pour le tableau de variation
           SELECT HISTORIQUE-PPNA ASSIGN TO "ppna-historique.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HISTORIQUE.

           SELECT HISTORIQUE-PPNA-NOUVEAU
           ASSIGN TO "ppna-historique.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *l'état de la provision remis à l'actuaire
           SELECT ETAT-PPNA ASSIGN TO "etat-ppna.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD REGISTRE-AVENANTS.
       01 LIGNE-REGISTRE PIC X(160).

       FD TAUX-DEVISES.
       01 LIGNE-TAUX.
           05 DEVISE-TAUX PIC X.
           05 FILLER      PIC X.
           05 VALEUR-TAUX PIC 9(3)V9(4).

       FD HISTORIQUE-PPNA.
       01 LIGNE-HISTORIQUE.
           05 DATE-INVENTAIRE-HIST PIC 9(8).
           05 FILLER               PIC X.
           05 PRODUIT-HIST         PIC X(14).
           05 FILLER               PIC X.
           05 DEVISE-HIST          PIC X.
           05 FILLER               PIC X.
           05 PPNA-EUR-HIST        PIC 9(10)V99.

       FD HISTORIQUE-PPNA-NOUVEAU.
       01 LIGNE-HISTORIQUE-NOUVEAU.
           05 DATE-INVENTAIRE-HIST-N PIC 9(8).
           05 FILLER                 PIC X.
           05 PRODUIT-HIST-N         PIC X(14).
           05 FILLER                 PIC X.
           05 DEVISE-HIST-N          PIC X.
           05 FILLER                 PIC X.
           05 PPNA-EUR-HIST-N        PIC 9(10)V99.

       FD ETAT-PPNA.
       01 LIGNE-ETAT.
           05 LIGNE-ETAT-CONTENU PIC X(120).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FS-SORTIE           PIC X(2) VALUE "00".
           88 WS-FS-SORTIE-OK VALUE "00".
       01 WS-FS-REGISTRE         PIC X(2) VALUE "00".
           88 WS-FS-REGISTRE-OK VALUE "00".
       01 WS-FS-TAUX             PIC X(2) VALUE "00".
           88 WS-FS-TAUX-OK VALUE "00".
       01 WS-FS-HISTORIQUE       PIC X(2) VALUE "00".
           88 WS-FS-HISTORIQUE-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION           PIC X VALUE "C".
       01 WS-CONDITION-REGISTRE  PIC X VALUE "C".
       01 WS-CONDITION-TAUX      PIC X VALUE "C".
       01 WS-CONDITION-HIST      PIC X VALUE "C".

      *les taux de conversion en mémoire
       01 WS-NB-TAUX             PIC 9(4) VALUE 0.
       01 WS-TAUX-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-TAUX.
           05 WS-TAUX-DEVISE     PIC X.
           05 WS-TAUX-VALEUR     PIC 9(3)V9(4).
       01 WS-INDEX-TAUX          PIC 9(4).
       01 WS-TAUX-COURANT        PIC 9(3)V9(4).

      *les avenants à effet postérieur à l'inventaire : le contrat,
      *la date d'effet et la prime qui courait avant
       01 WS-NB-AVENANTS         PIC 9(5) VALUE 0.
       01 WS-AVENANT-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-AVENANTS.
           05 WS-AVT-CONTRAT     PIC 9(8).
           05 WS-AVT-EFFET       PIC 9(8).
           05 WS-AVT-ANCIENNE    PIC 9(8).
       01 WS-INDEX-AVENANT       PIC 9(5).
       01 WS-AVANT               PIC X(160).
       01 WS-APRES               PIC X(160).
       01 WS-ANCIENNE-TEXTE      PIC X(10).

      *l'historique des inventaires précédents, réécrit en fin de
      *run sans les lignes d'un éventuel run antérieur du même jour
       01 WS-NB-HISTORIQUE       PIC 9(5) VALUE 0.
       01 WS-HISTORIQUE-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-HISTORIQUE.
           05 WS-HIST-DATE       PIC 9(8).
           05 WS-HIST-PRODUIT    PIC X(14).
           05 WS-HIST-DEVISE     PIC X.
           05 WS-HIST-PPNA       PIC 9(10)V99.
       01 WS-INDEX-HIST          PIC 9(5).
       01 WS-INVENTAIRE-PRECEDENT PIC 9(8) VALUE 0.

      *la provision par produit et par devise à cet inventaire
       01 WS-NB-CUMULS           PIC 9(4) VALUE 0.
       01 WS-CUMUL-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-CUMULS.
           05 WS-CUMUL-PRODUIT   PIC X(14).
           05 WS-CUMUL-DEVISE    PIC X.
           05 WS-CUMUL-NB        PIC 9(6).
           05 WS-CUMUL-PRIMES    PIC 9(12).
           05 WS-CUMUL-ACQUIS    PIC 9(12)V99.
           05 WS-CUMUL-PPNA      PIC 9(12)V99.
           05 WS-CUMUL-PPNA-EUR  PIC 9(12)V99.
           05 WS-CUMUL-PRECEDENT PIC 9(12)V99.
       01 WS-INDEX-CUMUL         PIC 9(4).
       01 WS-CUMUL-TROUVE        PIC X VALUE "N".
           88 WS-CUMUL-EST-TROUVE VALUE "O".

      *les produits et devises présents à l'inventaire précédent et
      *disparus depuis, pour que la reprise de provision apparaisse
       01 WS-DISPARU             PIC X VALUE "N".
           88 WS-EST-DISPARU VALUE "O".

      *la date d'inventaire : le dernier jour du mois précédent
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DATE-INVENTAIRE     PIC 9(8).
       01 WS-PREMIER-DU-MOIS     PIC 9(8).
       01 WS-JOUR-INVENTAIRE     PIC 9(8).

      *le contrat en cours : dates en AAAAMMJJ et en jours, période
      *annuelle couverte par la prime en cours
       01 WS-DEBUT               PIC 9(8).
       01 WS-FIN                 PIC 9(8).
       01 WS-ANNIVERSAIRE        PIC 9(8).
       01 WS-ANNIVERSAIRE-R REDEFINES WS-ANNIVERSAIRE.
           05 WS-ANNIV-ANNEE     PIC 9(4).
           05 WS-ANNIV-MMJJ      PIC 9(4).
       01 WS-PROCHAIN            PIC 9(8).
       01 WS-JOUR-DEBUT-PERIODE  PIC 9(8).
       01 WS-JOUR-FIN-PERIODE    PIC 9(8).
       01 WS-JOUR-EFFET          PIC 9(8).
       01 WS-JOURS-PERIODE       PIC 9(6).
       01 WS-JOURS-RESTANTS      PIC 9(6).
       01 WS-JOURS-ANCIENNE      PIC S9(6).
       01 WS-PRIME               PIC 9(8).
       01 WS-PRIME-ANCIENNE      PIC 9(8).
       01 WS-EFFET-RETENU        PIC 9(8).
       01 WS-PPNA                PIC 9(10)V99.
       01 WS-ACQUIS              PIC 9(10)V99.
       01 WS-PPNA-EUR            PIC 9(10)V99.

      *éditions
       01 WS-PPNA-EDIT           PIC Z(11)9,99.
       01 WS-PPNA-EUR-EDIT       PIC Z(11)9,99.
       01 WS-ACQUIS-EDIT         PIC Z(11)9,99.
       01 WS-PRECEDENT-EDIT      PIC Z(11)9,99.
       01 WS-VARIATION           PIC S9(12)V99.
       01 WS-VARIATION-EDIT      PIC -(11)9,99.
       01 WS-TOTAL-EUR           PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-PRECEDENT     PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-EDIT          PIC Z(11)9,99.

      *compteurs du run
       01 WS-NB-CONTRATS         PIC 9(6) VALUE 0.
       01 WS-NB-DATES-INVALIDES  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      *l'inventaire porte sur le dernier jour du mois écoulé
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-PREMIER-DU-MOIS =
              WS-DATE-JOUR - FUNCTION MOD(WS-DATE-JOUR, 100) + 1.
           COMPUTE WS-JOUR-INVENTAIRE =
              FUNCTION INTEGER-OF-DATE(WS-PREMIER-DU-MOIS) - 1.
           COMPUTE WS-DATE-INVENTAIRE =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-INVENTAIRE).

      *les taux de conversion ; sans eux, tout reste au taux 1
           OPEN INPUT TAUX-DEVISES.
           IF WS-FS-TAUX-OK
              PERFORM UNTIL WS-CONDITION-TAUX EQUAL "F"
                 READ TAUX-DEVISES
                    AT END
                       MOVE "F" TO WS-CONDITION-TAUX
                    NOT AT END
                       ADD 1 TO WS-NB-TAUX
                       MOVE DEVISE-TAUX TO WS-TAUX-DEVISE(WS-NB-TAUX)
                       MOVE VALEUR-TAUX TO WS-TAUX-VALEUR(WS-NB-TAUX)
                 END-READ
              END-PERFORM
              CLOSE TAUX-DEVISES
           ELSE
              DISPLAY "taux-devises.dat absent, taux 1 applique"
           END-IF.

      *les avenants à effet futur, relevés dans le registre
           OPEN INPUT REGISTRE-AVENANTS.
           IF WS-FS-REGISTRE-OK
              PERFORM UNTIL WS-CONDITION-REGISTRE EQUAL "F"
                 READ REGISTRE-AVENANTS
                    AT END
                       MOVE "F" TO WS-CONDITION-REGISTRE
                    NOT AT END
                       IF LIGNE-REGISTRE(1:16) EQUAL "AVENANT contrat "
                          PERFORM RELEVE-AVENANT
                          THRU RELEVE-AVENANT-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-AVENANTS
           END-IF.

      *l'historique des inventaires ; l'inventaire précédent est le
      *plus récent antérieur à celui-ci
           OPEN INPUT HISTORIQUE-PPNA.
           IF WS-FS-HISTORIQUE-OK
              PERFORM UNTIL WS-CONDITION-HIST EQUAL "F"
                 READ HISTORIQUE-PPNA
                    AT END
                       MOVE "F" TO WS-CONDITION-HIST
                    NOT AT END
                       IF DATE-INVENTAIRE-HIST NOT EQUAL
                       WS-DATE-INVENTAIRE
                          ADD 1 TO WS-NB-HISTORIQUE
                          MOVE DATE-INVENTAIRE-HIST
                          TO WS-HIST-DATE(WS-NB-HISTORIQUE)
                          MOVE PRODUIT-HIST
                          TO WS-HIST-PRODUIT(WS-NB-HISTORIQUE)
                          MOVE DEVISE-HIST
                          TO WS-HIST-DEVISE(WS-NB-HISTORIQUE)
                          MOVE PPNA-EUR-HIST
                          TO WS-HIST-PPNA(WS-NB-HISTORIQUE)
                          IF DATE-INVENTAIRE-HIST LESS THAN
                          WS-DATE-INVENTAIRE
                          AND DATE-INVENTAIRE-HIST GREATER THAN
                          WS-INVENTAIRE-PRECEDENT
                             MOVE DATE-INVENTAIRE-HIST
                             TO WS-INVENTAIRE-PRECEDENT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORIQUE-PPNA
           END-IF.

      *le portefeuille : chaque contrat actif porte sa part de prime
      *non acquise à la date d'inventaire
           OPEN INPUT ASSURANCE-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              DISPLAY "rapport-assurance.dat absent, "
              "lancer assurance d'abord"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ ASSURANCE-SORTIE NEXT RECORD
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF FUNCTION TRIM(STATUT-SORTIE) EQUAL "ACTIF"
                    AND MONTANT-SORTIE IS NUMERIC
                       PERFORM CALCULE-PPNA THRU CALCULE-PPNA-FIN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ASSURANCE-SORTIE.

      *la provision de l'inventaire précédent en regard de chaque
      *produit et devise ; ceux qui ont disparu entrent à zéro
           PERFORM VARYING WS-INDEX-HIST FROM 1 BY 1
           UNTIL WS-INDEX-HIST GREATER THAN WS-NB-HISTORIQUE
              IF WS-HIST-DATE(WS-INDEX-HIST) EQUAL
              WS-INVENTAIRE-PRECEDENT
                 PERFORM REPORTE-PRECEDENT THRU REPORTE-PRECEDENT-FIN
              END-IF
           END-PERFORM.

      *l'état : détail par produit et devise, puis le tableau de
      *variation en euros
           OPEN OUTPUT ETAT-PPNA.
           MOVE SPACES TO LIGNE-ETAT-CONTENU.
           STRING "PROVISION POUR PRIMES NON ACQUISES au "
           WS-DATE-INVENTAIRE " (edition du " WS-DATE-JOUR ")"
           INTO LIGNE-ETAT-CONTENU.
           WRITE LIGNE-ETAT.
           PERFORM VARYING WS-INDEX-CUMUL FROM 1 BY 1
           UNTIL WS-INDEX-CUMUL GREATER THAN WS-NB-CUMULS
              MOVE WS-CUMUL-ACQUIS(WS-INDEX-CUMUL) TO WS-ACQUIS-EDIT
              MOVE WS-CUMUL-PPNA(WS-INDEX-CUMUL) TO WS-PPNA-EDIT
              MOVE WS-CUMUL-PPNA-EUR(WS-INDEX-CUMUL)
              TO WS-PPNA-EUR-EDIT
              MOVE SPACES TO LIGNE-ETAT-CONTENU
              STRING WS-CUMUL-PRODUIT(WS-INDEX-CUMUL)
              " devise " WS-CUMUL-DEVISE(WS-INDEX-CUMUL)
              " " WS-CUMUL-NB(WS-INDEX-CUMUL) " contrat(s)"
              " primes " WS-CUMUL-PRIMES(WS-INDEX-CUMUL)
              " acquis " FUNCTION TRIM(WS-ACQUIS-EDIT)
              " ppna " FUNCTION TRIM(WS-PPNA-EDIT)
              " soit " FUNCTION TRIM(WS-PPNA-EUR-EDIT) " EUR"
              INTO LIGNE-ETAT-CONTENU
              WRITE LIGNE-ETAT
           END-PERFORM.

           MOVE SPACES TO LIGNE-ETAT-CONTENU.
           STRING "--- variation depuis l'inventaire du "
           WS-INVENTAIRE-PRECEDENT " (EUR) ---"
           INTO LIGNE-ETAT-CONTENU.
           WRITE LIGNE-ETAT.
           PERFORM VARYING WS-INDEX-CUMUL FROM 1 BY 1
           UNTIL WS-INDEX-CUMUL GREATER THAN WS-NB-CUMULS
              COMPUTE WS-VARIATION =
                 WS-CUMUL-PPNA-EUR(WS-INDEX-CUMUL)
                 - WS-CUMUL-PRECEDENT(WS-INDEX-CUMUL)
              ADD WS-CUMUL-PPNA-EUR(WS-INDEX-CUMUL) TO WS-TOTAL-EUR
              ADD WS-CUMUL-PRECEDENT(WS-INDEX-CUMUL)
              TO WS-TOTAL-PRECEDENT
              MOVE WS-CUMUL-PRECEDENT(WS-INDEX-CUMUL)
              TO WS-PRECEDENT-EDIT
              MOVE WS-CUMUL-PPNA-EUR(WS-INDEX-CUMUL)
              TO WS-PPNA-EUR-EDIT
              MOVE WS-VARIATION TO WS-VARIATION-EDIT
              MOVE SPACES TO LIGNE-ETAT-CONTENU
              STRING WS-CUMUL-PRODUIT(WS-INDEX-CUMUL)
              " devise " WS-CUMUL-DEVISE(WS-INDEX-CUMUL)
              " precedent " FUNCTION TRIM(WS-PRECEDENT-EDIT)
              " actuel " FUNCTION TRIM(WS-PPNA-EUR-EDIT)
              " variation " FUNCTION TRIM(WS-VARIATION-EDIT)
              INTO LIGNE-ETAT-CONTENU
              WRITE LIGNE-ETAT
           END-PERFORM.

           COMPUTE WS-VARIATION = WS-TOTAL-EUR - WS-TOTAL-PRECEDENT.
           MOVE WS-TOTAL-EUR TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-PRECEDENT TO WS-PRECEDENT-EDIT.
           MOVE WS-VARIATION TO WS-VARIATION-EDIT.
           MOVE SPACES TO LIGNE-ETAT-CONTENU.
           STRING "--- total precedent "
           FUNCTION TRIM(WS-PRECEDENT-EDIT)
           " actuel " FUNCTION TRIM(WS-TOTAL-EDIT)
           " variation a comptabiliser "
           FUNCTION TRIM(WS-VARIATION-EDIT) " EUR ---"
           INTO LIGNE-ETAT-CONTENU.
           WRITE LIGNE-ETAT.
           IF WS-NB-DATES-INVALIDES GREATER THAN 0
              MOVE SPACES TO LIGNE-ETAT-CONTENU
              STRING "--- " WS-NB-DATES-INVALIDES " contrat(s) actif(s)"
              " aux dates illisibles, non provisionne(s) ---"
              INTO LIGNE-ETAT-CONTENU
              WRITE LIGNE-ETAT
           END-IF.
           CLOSE ETAT-PPNA.

      *l'historique complété de cet inventaire
           OPEN OUTPUT HISTORIQUE-PPNA-NOUVEAU.
           PERFORM VARYING WS-INDEX-HIST FROM 1 BY 1
           UNTIL WS-INDEX-HIST GREATER THAN WS-NB-HISTORIQUE
              MOVE SPACES TO LIGNE-HISTORIQUE-NOUVEAU
              MOVE WS-HIST-DATE(WS-INDEX-HIST)
              TO DATE-INVENTAIRE-HIST-N
              MOVE WS-HIST-PRODUIT(WS-INDEX-HIST) TO PRODUIT-HIST-N
              MOVE WS-HIST-DEVISE(WS-INDEX-HIST) TO DEVISE-HIST-N
              MOVE WS-HIST-PPNA(WS-INDEX-HIST) TO PPNA-EUR-HIST-N
              WRITE LIGNE-HISTORIQUE-NOUVEAU
           END-PERFORM.
           PERFORM VARYING WS-INDEX-CUMUL FROM 1 BY 1
           UNTIL WS-INDEX-CUMUL GREATER THAN WS-NB-CUMULS
              MOVE SPACES TO LIGNE-HISTORIQUE-NOUVEAU
              MOVE WS-DATE-INVENTAIRE TO DATE-INVENTAIRE-HIST-N
              MOVE WS-CUMUL-PRODUIT(WS-INDEX-CUMUL) TO PRODUIT-HIST-N
              MOVE WS-CUMUL-DEVISE(WS-INDEX-CUMUL) TO DEVISE-HIST-N
              MOVE WS-CUMUL-PPNA-EUR(WS-INDEX-CUMUL)
              TO PPNA-EUR-HIST-N
              WRITE LIGNE-HISTORIQUE-NOUVEAU
           END-PERFORM.
           CLOSE HISTORIQUE-PPNA-NOUVEAU.

           DISPLAY "Fin du traitement - " WS-NB-CONTRATS
              " contrat(s) provisionne(s) au " WS-DATE-INVENTAIRE.

           STOP RUN.

      *on retient l'avenant lu s'il prend effet après l'inventaire :
      *contrat, date d'effet et prime d'avant l'avenant
       RELEVE-AVENANT.
           IF LIGNE-REGISTRE(32:8) IS NOT NUMERIC
           OR LIGNE-REGISTRE(17:8) IS NOT NUMERIC
              GO TO RELEVE-AVENANT-FIN
           END-IF.
           IF LIGNE-REGISTRE(32:8) NOT GREATER THAN WS-DATE-INVENTAIRE
              GO TO RELEVE-AVENANT-FIN
           END-IF.
           MOVE SPACES TO WS-AVANT WS-APRES WS-ANCIENNE-TEXTE.
           UNSTRING LIGNE-REGISTRE DELIMITED BY " prime "
           INTO WS-AVANT WS-APRES.
           UNSTRING WS-APRES DELIMITED BY " "
           INTO WS-ANCIENNE-TEXTE.
           IF WS-ANCIENNE-TEXTE(1:8) IS NOT NUMERIC
              GO TO RELEVE-AVENANT-FIN
           END-IF.
           ADD 1 TO WS-NB-AVENANTS.
           MOVE LIGNE-REGISTRE(17:8) TO WS-AVT-CONTRAT(WS-NB-AVENANTS).
           MOVE LIGNE-REGISTRE(32:8) TO WS-AVT-EFFET(WS-NB-AVENANTS).
           MOVE WS-ANCIENNE-TEXTE(1:8)
           TO WS-AVT-ANCIENNE(WS-NB-AVENANTS).
       RELEVE-AVENANT-FIN.
           EXIT.

      *la part non acquise du contrat lu : la prime annuelle couvre
      *l'année d'assurance en cours (d'anniversaire à anniversaire,
      *bornée par la fin du contrat), la part restant à courir
      *après l'inventaire est provisionnée au prorata des jours
       CALCULE-PPNA.
           IF DATE-DEBUT-SORTIE(7:4) IS NOT NUMERIC
           OR DATE-DEBUT-SORTIE(4:2) IS NOT NUMERIC
           OR DATE-DEBUT-SORTIE(1:2) IS NOT NUMERIC
           OR DATE-FIN-SORTIE(7:4) IS NOT NUMERIC
           OR DATE-FIN-SORTIE(4:2) IS NOT NUMERIC
           OR DATE-FIN-SORTIE(1:2) IS NOT NUMERIC
              ADD 1 TO WS-NB-DATES-INVALIDES
              GO TO CALCULE-PPNA-FIN
           END-IF.
           COMPUTE WS-DEBUT =
              FUNCTION NUMVAL(DATE-DEBUT-SORTIE(7:4)) * 10000
              + FUNCTION NUMVAL(DATE-DEBUT-SORTIE(4:2)) * 100
              + FUNCTION NUMVAL(DATE-DEBUT-SORTIE(1:2)).
           COMPUTE WS-FIN =
              FUNCTION NUMVAL(DATE-FIN-SORTIE(7:4)) * 10000
              + FUNCTION NUMVAL(DATE-FIN-SORTIE(4:2)) * 100
              + FUNCTION NUMVAL(DATE-FIN-SORTIE(1:2)).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEBUT) NOT EQUAL 0
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-FIN) NOT EQUAL 0
              ADD 1 TO WS-NB-DATES-INVALIDES
              GO TO CALCULE-PPNA-FIN
           END-IF.

      *un contrat échu à l'inventaire est entièrement acquis
           IF WS-FIN NOT GREATER THAN WS-DATE-INVENTAIRE
              GO TO CALCULE-PPNA-FIN
           END-IF.

           MOVE FUNCTION NUMVAL(MONTANT-SORTIE) TO WS-PRIME.
           ADD 1 TO WS-NB-CONTRATS.

      *l'année d'assurance en cours : dernier anniversaire du début
      *au plus tard à l'inventaire (le 29/02 devient le 28/02)
           IF WS-DEBUT GREATER THAN WS-DATE-INVENTAIRE
              MOVE WS-DEBUT TO WS-ANNIVERSAIRE
           ELSE
              MOVE WS-DEBUT TO WS-ANNIVERSAIRE
              MOVE WS-DATE-INVENTAIRE(1:4) TO WS-ANNIV-ANNEE
              IF WS-ANNIV-MMJJ EQUAL 0229
                 MOVE 0228 TO WS-ANNIV-MMJJ
              END-IF
              IF WS-ANNIVERSAIRE GREATER THAN WS-DATE-INVENTAIRE
                 SUBTRACT 1 FROM WS-ANNIV-ANNEE
              END-IF
           END-IF.
           COMPUTE WS-PROCHAIN = WS-ANNIVERSAIRE + 10000.
           IF WS-PROCHAIN GREATER THAN WS-FIN
              MOVE WS-FIN TO WS-PROCHAIN
           END-IF.
           COMPUTE WS-JOUR-DEBUT-PERIODE =
              FUNCTION INTEGER-OF-DATE(WS-ANNIVERSAIRE).
           COMPUTE WS-JOUR-FIN-PERIODE =
              FUNCTION INTEGER-OF-DATE(WS-PROCHAIN).
           COMPUTE WS-JOURS-PERIODE =
              WS-JOUR-FIN-PERIODE - WS-JOUR-DEBUT-PERIODE.
           IF WS-JOURS-PERIODE EQUAL 0
              MOVE 1 TO WS-JOURS-PERIODE
           END-IF.

      *les jours restant à courir après l'inventaire
           IF WS-ANNIVERSAIRE GREATER THAN WS-DATE-INVENTAIRE
              MOVE WS-JOURS-PERIODE TO WS-JOURS-RESTANTS
           ELSE
              COMPUTE WS-JOURS-RESTANTS =
                 WS-JOUR-FIN-PERIODE - WS-JOUR-INVENTAIRE
           END-IF.

      *un avenant à effet futur : l'ancienne prime court jusqu'à la
      *date d'effet, la nouvelle ensuite
           MOVE 0 TO WS-EFFET-RETENU.
           PERFORM VARYING WS-INDEX-AVENANT FROM 1 BY 1
           UNTIL WS-INDEX-AVENANT GREATER THAN WS-NB-AVENANTS
              IF WS-AVT-CONTRAT(WS-INDEX-AVENANT) EQUAL
              CODE-CONTRAT-SORTIE
              AND WS-AVT-EFFET(WS-INDEX-AVENANT) LESS THAN WS-PROCHAIN
                 IF WS-EFFET-RETENU EQUAL 0
                 OR WS-AVT-EFFET(WS-INDEX-AVENANT) LESS THAN
                 WS-EFFET-RETENU
                    MOVE WS-AVT-EFFET(WS-INDEX-AVENANT)
                    TO WS-EFFET-RETENU
                    MOVE WS-AVT-ANCIENNE(WS-INDEX-AVENANT)
                    TO WS-PRIME-ANCIENNE
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-EFFET-RETENU EQUAL 0
              COMPUTE WS-PPNA ROUNDED =
                 WS-PRIME * WS-JOURS-RESTANTS / WS-JOURS-PERIODE
           ELSE
              COMPUTE WS-JOUR-EFFET =
                 FUNCTION INTEGER-OF-DATE(WS-EFFET-RETENU)
              COMPUTE WS-JOURS-ANCIENNE =
                 WS-JOUR-EFFET - WS-JOUR-FIN-PERIODE
                 + WS-JOURS-RESTANTS
              IF WS-JOURS-ANCIENNE LESS THAN 0
                 MOVE 0 TO WS-JOURS-ANCIENNE
              END-IF
              COMPUTE WS-PPNA ROUNDED =
                 (WS-PRIME-ANCIENNE * WS-JOURS-ANCIENNE
                 + WS-PRIME * (WS-JOURS-RESTANTS - WS-JOURS-ANCIENNE))
                 / WS-JOURS-PERIODE
           END-IF.
           IF WS-PPNA GREATER THAN WS-PRIME
              MOVE WS-PRIME TO WS-PPNA
           END-IF.
           COMPUTE WS-ACQUIS = WS-PRIME - WS-PPNA.

      *la contre-valeur euro au taux de la devise du contrat
           MOVE 1 TO WS-TAUX-COURANT.
           PERFORM VARYING WS-INDEX-TAUX FROM 1 BY 1
           UNTIL WS-INDEX-TAUX GREATER THAN WS-NB-TAUX
              IF WS-TAUX-DEVISE(WS-INDEX-TAUX) EQUAL DEVISE-SORTIE
                 MOVE WS-TAUX-VALEUR(WS-INDEX-TAUX) TO WS-TAUX-COURANT
              END-IF
           END-PERFORM.
           COMPUTE WS-PPNA-EUR ROUNDED = WS-PPNA * WS-TAUX-COURANT.

           MOVE "N" TO WS-CUMUL-TROUVE.
           PERFORM VARYING WS-INDEX-CUMUL FROM 1 BY 1
           UNTIL WS-INDEX-CUMUL GREATER THAN WS-NB-CUMULS
              IF WS-CUMUL-PRODUIT(WS-INDEX-CUMUL) EQUAL
              NOM-PRODUIT-SORTIE
              AND WS-CUMUL-DEVISE(WS-INDEX-CUMUL) EQUAL DEVISE-SORTIE
                 SET WS-CUMUL-EST-TROUVE TO TRUE
                 ADD 1 TO WS-CUMUL-NB(WS-INDEX-CUMUL)
                 ADD WS-PRIME TO WS-CUMUL-PRIMES(WS-INDEX-CUMUL)
                 ADD WS-ACQUIS TO WS-CUMUL-ACQUIS(WS-INDEX-CUMUL)
                 ADD WS-PPNA TO WS-CUMUL-PPNA(WS-INDEX-CUMUL)
                 ADD WS-PPNA-EUR TO WS-CUMUL-PPNA-EUR(WS-INDEX-CUMUL)
              END-IF
           END-PERFORM.
           IF NOT WS-CUMUL-EST-TROUVE
              ADD 1 TO WS-NB-CUMULS
              MOVE NOM-PRODUIT-SORTIE TO WS-CUMUL-PRODUIT(WS-NB-CUMULS)
              MOVE DEVISE-SORTIE TO WS-CUMUL-DEVISE(WS-NB-CUMULS)
              MOVE 1 TO WS-CUMUL-NB(WS-NB-CUMULS)
              MOVE WS-PRIME TO WS-CUMUL-PRIMES(WS-NB-CUMULS)
              MOVE WS-ACQUIS TO WS-CUMUL-ACQUIS(WS-NB-CUMULS)
              MOVE WS-PPNA TO WS-CUMUL-PPNA(WS-NB-CUMULS)
              MOVE WS-PPNA-EUR TO WS-CUMUL-PPNA-EUR(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-PRECEDENT(WS-NB-CUMULS)
           END-IF.
       CALCULE-PPNA-FIN.
           EXIT.

      *on porte la provision précédente WS-INDEX-HIST en regard du
      *produit et de la devise de cet inventaire, ou on ajoute une
      *ligne à zéro pour un produit sorti du portefeuille
       REPORTE-PRECEDENT.
           MOVE "O" TO WS-DISPARU.
           PERFORM VARYING WS-INDEX-CUMUL FROM 1 BY 1
           UNTIL WS-INDEX-CUMUL GREATER THAN WS-NB-CUMULS
              IF WS-CUMUL-PRODUIT(WS-INDEX-CUMUL) EQUAL
              WS-HIST-PRODUIT(WS-INDEX-HIST)
              AND WS-CUMUL-DEVISE(WS-INDEX-CUMUL) EQUAL
              WS-HIST-DEVISE(WS-INDEX-HIST)
                 MOVE "N" TO WS-DISPARU
                 MOVE WS-HIST-PPNA(WS-INDEX-HIST)
                 TO WS-CUMUL-PRECEDENT(WS-INDEX-CUMUL)
              END-IF
           END-PERFORM.
           IF WS-EST-DISPARU
              ADD 1 TO WS-NB-CUMULS
              MOVE WS-HIST-PRODUIT(WS-INDEX-HIST)
              TO WS-CUMUL-PRODUIT(WS-NB-CUMULS)
              MOVE WS-HIST-DEVISE(WS-INDEX-HIST)
              TO WS-CUMUL-DEVISE(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-NB(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-PRIMES(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-ACQUIS(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-PPNA(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-PPNA-EUR(WS-NB-CUMULS)
              MOVE WS-HIST-PPNA(WS-INDEX-HIST)
              TO WS-CUMUL-PRECEDENT(WS-NB-CUMULS)
           END-IF.
       REPORTE-PRECEDENT-FIN.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. reglements.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le registre des règlements de sinistres : sinistres-cycle y
      *ajoute chaque paiement appliqué (numéro à zéro, statut
      *A-VALIDER), ce programme le numérote, le fait valider, émet
      *le virement puis le marque EMIS ; réécrit à chaque run
           SELECT REGLEMENTS ASSIGN TO "reglements-sinistres.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGLEMENTS.

           SELECT REGLEMENTS-NOUVEAU
           ASSIGN TO "reglements-sinistres.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le seuil au-delà duquel un règlement demande un second
      *approbateur ; sans fichier, le seuil par défaut s'applique
           SELECT PARAMETRES ASSIGN TO "parametres-reglements.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PARAMETRES.

      *les validations saisies par les gestionnaires : A approuver,
      *R refuser ; le fichier est vidé une fois appliqué, le
      *journal en garde la trace
           SELECT APPROBATIONS ASSIGN TO "approbations-reglements.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-APPROBATIONS.

           SELECT APPROBATIONS-NOUVEAU
           ASSIGN TO "approbations-reglements.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les coordonnées bancaires des bénéficiaires ; le bénéficiaire
      *d'un règlement est le titulaire du contrat sinistré
           SELECT COORDONNEES ASSIGN TO "coordonnees-bancaires.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COORDONNEES.

      *les virements rejetés renvoyés par la banque ; le fichier
      *est vidé une fois appliqué, le journal en garde la trace
           SELECT REJETS-VIREMENTS ASSIGN TO "rejets-virements.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REJETS.

      *la remise de virements transmise à la banque : un en-tête,
      *une ligne par virement et un pied avec les totaux
           SELECT VIREMENTS ASSIGN TO "virements-sinistres.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le journal des validations, émissions et rejets, complété
      *run après run, jamais réécrit
           SELECT JOURNAL-REGLEMENTS
           ASSIGN TO "journal-reglements.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
      *statut A-VALIDER, VALIDE, EMIS ou REFUSE ; un rejet bancaire
      *remet le règlement A-VALIDER et compte le rejet
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

       FD REGLEMENTS-NOUVEAU.
       01 LIGNE-REGLEMENT-NOUVEAU.
           05 NUM-REGLEMENT-N    PIC 9(8).
           05 FILLER             PIC X.
           05 NUM-SINISTRE-RGL-N PIC 9(8).
           05 FILLER             PIC X.
           05 CODE-CONTRAT-RGL-N PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-MVT-RGL-N     PIC 9(8).
           05 FILLER             PIC X.
           05 MONTANT-RGL-N      PIC 9(8).
           05 FILLER             PIC X.
           05 STATUT-RGL-N       PIC X(9).
           05 FILLER             PIC X.
           05 APPROBATEUR1-RGL-N PIC X(10).
           05 FILLER             PIC X.
           05 APPROBATEUR2-RGL-N PIC X(10).
           05 FILLER             PIC X.
           05 DATE-EMISSION-RGL-N PIC 9(8).
           05 FILLER             PIC X.
           05 NUM-REMISE-RGL-N   PIC 9(6).
           05 FILLER             PIC X.
           05 NB-REJETS-RGL-N    PIC 9(2).

       FD PARAMETRES.
       01 LIGNE-PARAMETRES.
           05 SEUIL-DOUBLE-PARAM PIC 9(8).

       FD APPROBATIONS.
       01 LIGNE-APPROBATION.
           05 NUM-REGLEMENT-APP  PIC 9(8).
           05 FILLER             PIC X.
           05 APPROBATEUR-APP    PIC X(10).
           05 FILLER             PIC X.
           05 DECISION-APP       PIC X.

       FD APPROBATIONS-NOUVEAU.
       01 LIGNE-APPROBATION-NOUVEAU PIC X(21).

       FD COORDONNEES.
       01 LIGNE-COORDONNEES.
           05 CODE-CONTRAT-COORD PIC 9(8).
           05 FILLER             PIC X.
           05 TITULAIRE-COORD    PIC X(41).
           05 FILLER             PIC X.
           05 IBAN-COORD         PIC X(34).
           05 FILLER             PIC X.
           05 BIC-COORD          PIC X(11).

       FD REJETS-VIREMENTS.
       01 LIGNE-REJET-VIREMENT.
           05 NUM-REGLEMENT-REJ  PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-REJET         PIC 9(8).
           05 FILLER             PIC X.
           05 MOTIF-REJET        PIC X(30).

      *trois lignes dans la remise, distinguées par leur type : E
      *en-tête, D détail d'un virement, T pied avec les totaux
       FD VIREMENTS.
       01 LIGNE-VIREMENT-ENTETE.
           05 TYPE-VIR-E         PIC X.
           05 FILLER             PIC X.
           05 NUM-REMISE-VIR-E   PIC 9(6).
           05 FILLER             PIC X.
           05 DATE-REMISE-VIR-E  PIC 9(8).
           05 FILLER             PIC X.
           05 LIBELLE-VIR-E      PIC X(30).
       01 LIGNE-VIREMENT-DETAIL.
           05 TYPE-VIR-D         PIC X.
           05 FILLER             PIC X.
           05 NUM-REGLEMENT-VIR  PIC 9(8).
           05 FILLER             PIC X.
           05 CODE-CONTRAT-VIR   PIC 9(8).
           05 FILLER             PIC X.
           05 TITULAIRE-VIR      PIC X(41).
           05 FILLER             PIC X.
           05 IBAN-VIR           PIC X(34).
           05 FILLER             PIC X.
           05 BIC-VIR            PIC X(11).
           05 FILLER             PIC X.
           05 MONTANT-VIR        PIC 9(10).
       01 LIGNE-VIREMENT-PIED.
           05 TYPE-VIR-T         PIC X.
           05 FILLER             PIC X.
           05 NUM-REMISE-VIR-T   PIC 9(6).
           05 FILLER             PIC X.
           05 NB-VIR-T           PIC 9(6).
           05 FILLER             PIC X.
           05 TOTAL-VIR-T        PIC 9(12).

       FD JOURNAL-REGLEMENTS.
       01 LIGNE-JOURNAL PIC X(200).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FS-REGLEMENTS       PIC X(2) VALUE "00".
           88 WS-FS-REGLEMENTS-OK VALUE "00".
       01 WS-FS-PARAMETRES       PIC X(2) VALUE "00".
           88 WS-FS-PARAMETRES-OK VALUE "00".
       01 WS-FS-APPROBATIONS     PIC X(2) VALUE "00".
           88 WS-FS-APPROBATIONS-OK VALUE "00".
       01 WS-FS-COORDONNEES      PIC X(2) VALUE "00".
           88 WS-FS-COORDONNEES-OK VALUE "00".
       01 WS-FS-REJETS           PIC X(2) VALUE "00".
           88 WS-FS-REJETS-OK VALUE "00".
       01 WS-FS-JOURNAL          PIC X(2) VALUE "00".
           88 WS-FS-JOURNAL-OK VALUE "00".

      *condition pour arrêter de lire le fichier en cours
       01 WS-CONDITION           PIC X VALUE "C".

      *le seuil de double validation, en unités de montant
       01 WS-SEUIL-DOUBLE        PIC 9(8) VALUE 10000.

      *le registre chargé puis réécrit
       01 WS-NB-REGLEMENTS       PIC 9(6) VALUE 0.
       01 WS-REGLEMENT OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-REGLEMENTS.
           05 WS-RGL-NUM         PIC 9(8).
           05 WS-RGL-SINISTRE    PIC 9(8).
           05 WS-RGL-CONTRAT     PIC 9(8).
           05 WS-RGL-DATE-MVT    PIC 9(8).
           05 WS-RGL-MONTANT     PIC 9(8).
           05 WS-RGL-STATUT      PIC X(9).
           05 WS-RGL-APPROB1     PIC X(10).
           05 WS-RGL-APPROB2     PIC X(10).
           05 WS-RGL-EMISSION    PIC 9(8).
           05 WS-RGL-REMISE      PIC 9(6).
           05 WS-RGL-REJETS      PIC 9(2).
       01 WS-INDEX-RGL           PIC 9(6).
       01 WS-DERNIER-NUM         PIC 9(8) VALUE 0.
       01 WS-DERNIERE-REMISE     PIC 9(6) VALUE 0.
       01 WS-REGLEMENT-TROUVE    PIC X VALUE "N".
           88 WS-REGLEMENT-EST-TROUVE VALUE "O".

      *les coordonnées bancaires chargées
       01 WS-NB-COORDONNEES      PIC 9(6) VALUE 0.
       01 WS-COORDONNEE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-COORDONNEES.
           05 WS-CRD-CONTRAT     PIC 9(8).
           05 WS-CRD-TITULAIRE   PIC X(41).
           05 WS-CRD-IBAN        PIC X(34).
           05 WS-CRD-BIC         PIC X(11).
       01 WS-INDEX-CRD           PIC 9(6).
       01 WS-COORD-TROUVEE       PIC X VALUE "N".
           88 WS-COORD-EST-TROUVEE VALUE "O".

      *le motif d'une validation écartée
       01 WS-MOTIF-ECART         PIC X(40).

      *la remise du run et ses totaux
       01 WS-REMISE              PIC 9(6).
       01 WS-NB-EMIS             PIC 9(6) VALUE 0.
       01 WS-TOTAL-EMIS          PIC 9(12) VALUE 0.

      *horodatage du journal
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-HEURE-JOUR          PIC 9(8).

      *compteurs du run
       01 WS-NB-NOUVEAUX         PIC 9(6) VALUE 0.
       01 WS-NB-APPROBATIONS     PIC 9(6) VALUE 0.
       01 WS-NB-ECARTEES         PIC 9(6) VALUE 0.
       01 WS-NB-REJETS           PIC 9(6) VALUE 0.
       01 WS-NB-SANS-COORD       PIC 9(6) VALUE 0.
       01 WS-NB-A-VALIDER        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.

           OPEN INPUT PARAMETRES.
           IF WS-FS-PARAMETRES-OK
              READ PARAMETRES
                 NOT AT END
                    IF SEUIL-DOUBLE-PARAM IS NUMERIC
                       MOVE SEUIL-DOUBLE-PARAM TO WS-SEUIL-DOUBLE
                    END-IF
              END-READ
              CLOSE PARAMETRES
           END-IF.

           PERFORM CHARGE-REGLEMENTS THRU CHARGE-REGLEMENTS-FIN.
           IF WS-NB-REGLEMENTS EQUAL 0
              DISPLAY "aucun reglement de sinistre a traiter"
              STOP RUN
           END-IF.

           OPEN INPUT JOURNAL-REGLEMENTS.
           IF WS-FS-JOURNAL-OK
              CLOSE JOURNAL-REGLEMENTS
              OPEN EXTEND JOURNAL-REGLEMENTS
           ELSE
              OPEN OUTPUT JOURNAL-REGLEMENTS
           END-IF.

      *les rejets de la banque rouvrent d'abord les virements
      *concernés, qui repassent par la validation
           PERFORM APPLIQUE-REJETS THRU APPLIQUE-REJETS-FIN.
           PERFORM APPLIQUE-APPROBATIONS
           THRU APPLIQUE-APPROBATIONS-FIN.
           PERFORM CHARGE-COORDONNEES THRU CHARGE-COORDONNEES-FIN.
           PERFORM EMET-VIREMENTS THRU EMET-VIREMENTS-FIN.
           PERFORM REECRIT-REGLEMENTS THRU REECRIT-REGLEMENTS-FIN.
           CLOSE JOURNAL-REGLEMENTS.

           DISPLAY "Fin des reglements - " WS-NB-NOUVEAUX
              " nouveau(x), " WS-NB-APPROBATIONS
              " validation(s) appliquee(s), " WS-NB-ECARTEES
              " ecartee(s), " WS-NB-REJETS " rejet(s) bancaire(s)".
           DISPLAY "Remise " WS-REMISE " - " WS-NB-EMIS
              " virement(s) pour " WS-TOTAL-EMIS ", "
              WS-NB-SANS-COORD " sans coordonnees bancaires, "
              WS-NB-A-VALIDER " en attente de validation".

           STOP RUN.

      *le registre et ses derniers numéros ; les paiements ajoutés
      *par sinistres-cycle depuis le dernier run reçoivent leur
      *numéro
       CHARGE-REGLEMENTS.
           OPEN INPUT REGLEMENTS.
           IF NOT WS-FS-REGLEMENTS-OK
              GO TO CHARGE-REGLEMENTS-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ REGLEMENTS
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    ADD 1 TO WS-NB-REGLEMENTS
                    MOVE NUM-REGLEMENT TO WS-RGL-NUM(WS-NB-REGLEMENTS)
                    MOVE NUM-SINISTRE-RGL
                    TO WS-RGL-SINISTRE(WS-NB-REGLEMENTS)
                    MOVE CODE-CONTRAT-RGL
                    TO WS-RGL-CONTRAT(WS-NB-REGLEMENTS)
                    MOVE DATE-MVT-RGL
                    TO WS-RGL-DATE-MVT(WS-NB-REGLEMENTS)
                    MOVE MONTANT-RGL TO WS-RGL-MONTANT(WS-NB-REGLEMENTS)
                    MOVE STATUT-RGL TO WS-RGL-STATUT(WS-NB-REGLEMENTS)
                    MOVE APPROBATEUR1-RGL
                    TO WS-RGL-APPROB1(WS-NB-REGLEMENTS)
                    MOVE APPROBATEUR2-RGL
                    TO WS-RGL-APPROB2(WS-NB-REGLEMENTS)
                    MOVE DATE-EMISSION-RGL
                    TO WS-RGL-EMISSION(WS-NB-REGLEMENTS)
                    MOVE NUM-REMISE-RGL
                    TO WS-RGL-REMISE(WS-NB-REGLEMENTS)
                    MOVE NB-REJETS-RGL
                    TO WS-RGL-REJETS(WS-NB-REGLEMENTS)
                    IF NUM-REGLEMENT GREATER THAN WS-DERNIER-NUM
                       MOVE NUM-REGLEMENT TO WS-DERNIER-NUM
                    END-IF
                    IF NUM-REMISE-RGL GREATER THAN WS-DERNIERE-REMISE
                       MOVE NUM-REMISE-RGL TO WS-DERNIERE-REMISE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGLEMENTS.

           PERFORM VARYING WS-INDEX-RGL FROM 1 BY 1
           UNTIL WS-INDEX-RGL GREATER THAN WS-NB-REGLEMENTS
              IF WS-RGL-NUM(WS-INDEX-RGL) EQUAL 0
                 ADD 1 TO WS-DERNIER-NUM
                 MOVE WS-DERNIER-NUM TO WS-RGL-NUM(WS-INDEX-RGL)
                 ADD 1 TO WS-NB-NOUVEAUX
              END-IF
           END-PERFORM.
       CHARGE-REGLEMENTS-FIN.
           EXIT.

      *chaque rejet bancaire rouvre son règlement s'il est bien
      *émis, puis le fichier est vidé : un rejet ne sert qu'une
      *fois et ne rouvre pas le règlement réémis après correction
       APPLIQUE-REJETS.
           OPEN INPUT REJETS-VIREMENTS.
           IF NOT WS-FS-REJETS-OK
              GO TO APPLIQUE-REJETS-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ REJETS-VIREMENTS
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    PERFORM APPLIQUE-REJET THRU APPLIQUE-REJET-FIN
              END-READ
           END-PERFORM.
           CLOSE REJETS-VIREMENTS.
           OPEN OUTPUT REJETS-VIREMENTS.
           CLOSE REJETS-VIREMENTS.
       APPLIQUE-REJETS-FIN.
           EXIT.

      *le règlement rejeté perd ses validations : il devra être
      *revalidé, une fois les coordonnées corrigées, avant d'être
      *émis à nouveau
       APPLIQUE-REJET.
           MOVE "N" TO WS-REGLEMENT-TROUVE.
           PERFORM VARYING WS-INDEX-RGL FROM 1 BY 1
           UNTIL WS-INDEX-RGL GREATER THAN WS-NB-REGLEMENTS
           OR WS-REGLEMENT-EST-TROUVE
              IF WS-RGL-NUM(WS-INDEX-RGL) EQUAL NUM-REGLEMENT-REJ
              AND WS-RGL-STATUT(WS-INDEX-RGL) EQUAL "EMIS"
                 MOVE "O" TO WS-REGLEMENT-TROUVE
              END-IF
           END-PERFORM.
           IF NOT WS-REGLEMENT-EST-TROUVE
              GO TO APPLIQUE-REJET-FIN
           END-IF.
           SUBTRACT 1 FROM WS-INDEX-RGL.

           MOVE "A-VALIDER" TO WS-RGL-STATUT(WS-INDEX-RGL).
           MOVE SPACES TO WS-RGL-APPROB1(WS-INDEX-RGL).
           MOVE SPACES TO WS-RGL-APPROB2(WS-INDEX-RGL).
           ADD 1 TO WS-RGL-REJETS(WS-INDEX-RGL).
           ADD 1 TO WS-NB-REJETS.

           MOVE SPACES TO LIGNE-JOURNAL.
           STRING "REJET " WS-DATE-JOUR " " WS-HEURE-JOUR
           " reglement " WS-RGL-NUM(WS-INDEX-RGL)
           " sinistre " WS-RGL-SINISTRE(WS-INDEX-RGL)
           " contrat " WS-RGL-CONTRAT(WS-INDEX-RGL)
           " montant " WS-RGL-MONTANT(WS-INDEX-RGL)
           " remise " WS-RGL-REMISE(WS-INDEX-RGL)
           " rejete le " DATE-REJET
           " motif " FUNCTION TRIM(MOTIF-REJET)
           " -- reouvert A-VALIDER"
           INTO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
       APPLIQUE-REJET-FIN.
           EXIT.

      *les validations du jour, puis le fichier est vidé : une
      *validation ne sert qu'une fois
       APPLIQUE-APPROBATIONS.
           OPEN INPUT APPROBATIONS.
           IF NOT WS-FS-APPROBATIONS-OK
              GO TO APPLIQUE-APPROBATIONS-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ APPROBATIONS
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    PERFORM APPLIQUE-APPROBATION
                    THRU APPLIQUE-APPROBATION-FIN
              END-READ
           END-PERFORM.
           CLOSE APPROBATIONS.
           OPEN OUTPUT APPROBATIONS-NOUVEAU.
           CLOSE APPROBATIONS-NOUVEAU.
       APPLIQUE-APPROBATIONS-FIN.
           EXIT.

      *la validation lue : règlement A-VALIDER connu, décision A ou
      *R, approbateur renseigné ; au-delà du seuil il faut deux
      *approbateurs distincts, comme les quatre yeux de changesq
       APPLIQUE-APPROBATION.
           MOVE SPACES TO WS-MOTIF-ECART.
           MOVE "N" TO WS-REGLEMENT-TROUVE.
           PERFORM VARYING WS-INDEX-RGL FROM 1 BY 1
           UNTIL WS-INDEX-RGL GREATER THAN WS-NB-REGLEMENTS
           OR WS-REGLEMENT-EST-TROUVE
              IF WS-RGL-NUM(WS-INDEX-RGL) EQUAL NUM-REGLEMENT-APP
                 MOVE "O" TO WS-REGLEMENT-TROUVE
              END-IF
           END-PERFORM.
           IF NOT WS-REGLEMENT-EST-TROUVE
              MOVE "reglement inconnu" TO WS-MOTIF-ECART
              GO TO APPLIQUE-APPROBATION-ECART
           END-IF.
           SUBTRACT 1 FROM WS-INDEX-RGL.

           IF WS-RGL-STATUT(WS-INDEX-RGL) NOT EQUAL "A-VALIDER"
              MOVE "reglement hors validation" TO WS-MOTIF-ECART
              GO TO APPLIQUE-APPROBATION-ECART
           END-IF.
           IF (DECISION-APP NOT EQUAL "A" AND NOT EQUAL "R")
           OR APPROBATEUR-APP EQUAL SPACES
              MOVE "decision ou approbateur invalide"
              TO WS-MOTIF-ECART
              GO TO APPLIQUE-APPROBATION-ECART
           END-IF.
      *le premier approbateur ne peut pas donner la seconde
      *signature
           IF APPROBATEUR-APP EQUAL WS-RGL-APPROB1(WS-INDEX-RGL)
              MOVE "approbateur deja signataire" TO WS-MOTIF-ECART
              GO TO APPLIQUE-APPROBATION-ECART
           END-IF.

           ADD 1 TO WS-NB-APPROBATIONS.
           IF DECISION-APP EQUAL "R"
              MOVE "REFUSE" TO WS-RGL-STATUT(WS-INDEX-RGL)
              IF WS-RGL-APPROB1(WS-INDEX-RGL) EQUAL SPACES
                 MOVE APPROBATEUR-APP TO WS-RGL-APPROB1(WS-INDEX-RGL)
              ELSE
                 MOVE APPROBATEUR-APP TO WS-RGL-APPROB2(WS-INDEX-RGL)
              END-IF
           ELSE
              IF WS-RGL-APPROB1(WS-INDEX-RGL) EQUAL SPACES
                 MOVE APPROBATEUR-APP TO WS-RGL-APPROB1(WS-INDEX-RGL)
                 IF WS-RGL-MONTANT(WS-INDEX-RGL) NOT GREATER THAN
                 WS-SEUIL-DOUBLE
                    MOVE "VALIDE" TO WS-RGL-STATUT(WS-INDEX-RGL)
                 END-IF
              ELSE
                 MOVE APPROBATEUR-APP TO WS-RGL-APPROB2(WS-INDEX-RGL)
                 MOVE "VALIDE" TO WS-RGL-STATUT(WS-INDEX-RGL)
              END-IF
           END-IF.

           MOVE SPACES TO LIGNE-JOURNAL.
           IF DECISION-APP EQUAL "R"
              STRING "REFUS " WS-DATE-JOUR " " WS-HEURE-JOUR
              " reglement " WS-RGL-NUM(WS-INDEX-RGL)
              " sinistre " WS-RGL-SINISTRE(WS-INDEX-RGL)
              " montant " WS-RGL-MONTANT(WS-INDEX-RGL)
              " approbateur " APPROBATEUR-APP
              INTO LIGNE-JOURNAL
           ELSE
              STRING "APPROBATION " WS-DATE-JOUR " " WS-HEURE-JOUR
              " reglement " WS-RGL-NUM(WS-INDEX-RGL)
              " sinistre " WS-RGL-SINISTRE(WS-INDEX-RGL)
              " montant " WS-RGL-MONTANT(WS-INDEX-RGL)
              " approbateur " APPROBATEUR-APP
              " statut " WS-RGL-STATUT(WS-INDEX-RGL)
              INTO LIGNE-JOURNAL
           END-IF.
           WRITE LIGNE-JOURNAL.
           GO TO APPLIQUE-APPROBATION-FIN.

      *la validation écartée est tracée avec son motif
       APPLIQUE-APPROBATION-ECART.
           ADD 1 TO WS-NB-ECARTEES.
           MOVE SPACES TO LIGNE-JOURNAL.
           STRING "VALIDATION ECARTEE " WS-DATE-JOUR " "
           WS-HEURE-JOUR " reglement " NUM-REGLEMENT-APP
           " decision " DECISION-APP
           " approbateur " APPROBATEUR-APP
           " -- " FUNCTION TRIM(WS-MOTIF-ECART)
           INTO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
       APPLIQUE-APPROBATION-FIN.
           EXIT.

      *les coordonnées bancaires ; la dernière ligne d'un contrat
      *l'emporte
       CHARGE-COORDONNEES.
           OPEN INPUT COORDONNEES.
           IF NOT WS-FS-COORDONNEES-OK
              DISPLAY "coordonnees-bancaires.dat absent, "
              "aucun virement emis"
              GO TO CHARGE-COORDONNEES-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ COORDONNEES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    ADD 1 TO WS-NB-COORDONNEES
                    MOVE CODE-CONTRAT-COORD
                    TO WS-CRD-CONTRAT(WS-NB-COORDONNEES)
                    MOVE TITULAIRE-COORD
                    TO WS-CRD-TITULAIRE(WS-NB-COORDONNEES)
                    MOVE IBAN-COORD TO WS-CRD-IBAN(WS-NB-COORDONNEES)
                    MOVE BIC-COORD TO WS-CRD-BIC(WS-NB-COORDONNEES)
              END-READ
           END-PERFORM.
           CLOSE COORDONNEES.
       CHARGE-COORDONNEES-FIN.
           EXIT.

      *la remise du jour : chaque règlement VALIDE dont le
      *bénéficiaire a des coordonnées part en virement et passe
      *EMIS, ce qui l'exclut de toute remise suivante ; la remise
      *est toujours réécrite pour ne jamais renvoyer celle de la
      *veille
       EMET-VIREMENTS.
           COMPUTE WS-REMISE = WS-DERNIERE-REMISE + 1.
           OPEN OUTPUT VIREMENTS.
           PERFORM VARYING WS-INDEX-RGL FROM 1 BY 1
           UNTIL WS-INDEX-RGL GREATER THAN WS-NB-REGLEMENTS
              IF WS-RGL-STATUT(WS-INDEX-RGL) EQUAL "A-VALIDER"
                 ADD 1 TO WS-NB-A-VALIDER
              END-IF
              IF WS-RGL-STATUT(WS-INDEX-RGL) EQUAL "VALIDE"
                 PERFORM EMET-VIREMENT THRU EMET-VIREMENT-FIN
              END-IF
           END-PERFORM.
           IF WS-NB-EMIS GREATER THAN 0
              MOVE SPACES TO LIGNE-VIREMENT-PIED
              MOVE "T" TO TYPE-VIR-T
              MOVE WS-REMISE TO NUM-REMISE-VIR-T
              MOVE WS-NB-EMIS TO NB-VIR-T
              MOVE WS-TOTAL-EMIS TO TOTAL-VIR-T
              WRITE LIGNE-VIREMENT-PIED
           ELSE
              MOVE 0 TO WS-REMISE
           END-IF.
           CLOSE VIREMENTS.
       EMET-VIREMENTS-FIN.
           EXIT.

      *le virement d'un règlement validé ; l'en-tête de la remise
      *précède le premier
       EMET-VIREMENT.
           MOVE "N" TO WS-COORD-TROUVEE.
           PERFORM VARYING WS-INDEX-CRD FROM WS-NB-COORDONNEES BY -1
           UNTIL WS-INDEX-CRD LESS THAN 1
           OR WS-COORD-EST-TROUVEE
              IF WS-CRD-CONTRAT(WS-INDEX-CRD) EQUAL
              WS-RGL-CONTRAT(WS-INDEX-RGL)
              AND WS-CRD-IBAN(WS-INDEX-CRD) NOT EQUAL SPACES
                 MOVE "O" TO WS-COORD-TROUVEE
              END-IF
           END-PERFORM.
           IF NOT WS-COORD-EST-TROUVEE
              ADD 1 TO WS-NB-SANS-COORD
              GO TO EMET-VIREMENT-FIN
           END-IF.
           ADD 1 TO WS-INDEX-CRD.

           IF WS-NB-EMIS EQUAL 0
              MOVE SPACES TO LIGNE-VIREMENT-ENTETE
              MOVE "E" TO TYPE-VIR-E
              MOVE WS-REMISE TO NUM-REMISE-VIR-E
              MOVE WS-DATE-JOUR TO DATE-REMISE-VIR-E
              MOVE "REGLEMENTS SINISTRES" TO LIBELLE-VIR-E
              WRITE LIGNE-VIREMENT-ENTETE
           END-IF.

           MOVE SPACES TO LIGNE-VIREMENT-DETAIL.
           MOVE "D" TO TYPE-VIR-D.
           MOVE WS-RGL-NUM(WS-INDEX-RGL) TO NUM-REGLEMENT-VIR.
           MOVE WS-RGL-CONTRAT(WS-INDEX-RGL) TO CODE-CONTRAT-VIR.
           MOVE WS-CRD-TITULAIRE(WS-INDEX-CRD) TO TITULAIRE-VIR.
           MOVE WS-CRD-IBAN(WS-INDEX-CRD) TO IBAN-VIR.
           MOVE WS-CRD-BIC(WS-INDEX-CRD) TO BIC-VIR.
           MOVE WS-RGL-MONTANT(WS-INDEX-RGL) TO MONTANT-VIR.
           WRITE LIGNE-VIREMENT-DETAIL.

           MOVE "EMIS" TO WS-RGL-STATUT(WS-INDEX-RGL).
           MOVE WS-DATE-JOUR TO WS-RGL-EMISSION(WS-INDEX-RGL).
           MOVE WS-REMISE TO WS-RGL-REMISE(WS-INDEX-RGL).
           ADD 1 TO WS-NB-EMIS.
           ADD WS-RGL-MONTANT(WS-INDEX-RGL) TO WS-TOTAL-EMIS.

           MOVE SPACES TO LIGNE-JOURNAL.
           STRING "EMISSION " WS-DATE-JOUR " " WS-HEURE-JOUR
           " reglement " WS-RGL-NUM(WS-INDEX-RGL)
           " sinistre " WS-RGL-SINISTRE(WS-INDEX-RGL)
           " contrat " WS-RGL-CONTRAT(WS-INDEX-RGL)
           " montant " WS-RGL-MONTANT(WS-INDEX-RGL)
           " remise " WS-REMISE
           " approbateurs " WS-RGL-APPROB1(WS-INDEX-RGL)
           " " WS-RGL-APPROB2(WS-INDEX-RGL)
           INTO LIGNE-JOURNAL.
           WRITE LIGNE-JOURNAL.
       EMET-VIREMENT-FIN.
           EXIT.

      *le registre réécrit avec les numéros, validations et
      *émissions du run
       REECRIT-REGLEMENTS.
           OPEN OUTPUT REGLEMENTS-NOUVEAU.
           PERFORM VARYING WS-INDEX-RGL FROM 1 BY 1
           UNTIL WS-INDEX-RGL GREATER THAN WS-NB-REGLEMENTS
              MOVE SPACES TO LIGNE-REGLEMENT-NOUVEAU
              MOVE WS-RGL-NUM(WS-INDEX-RGL) TO NUM-REGLEMENT-N
              MOVE WS-RGL-SINISTRE(WS-INDEX-RGL) TO NUM-SINISTRE-RGL-N
              MOVE WS-RGL-CONTRAT(WS-INDEX-RGL) TO CODE-CONTRAT-RGL-N
              MOVE WS-RGL-DATE-MVT(WS-INDEX-RGL) TO DATE-MVT-RGL-N
              MOVE WS-RGL-MONTANT(WS-INDEX-RGL) TO MONTANT-RGL-N
              MOVE WS-RGL-STATUT(WS-INDEX-RGL) TO STATUT-RGL-N
              MOVE WS-RGL-APPROB1(WS-INDEX-RGL) TO APPROBATEUR1-RGL-N
              MOVE WS-RGL-APPROB2(WS-INDEX-RGL) TO APPROBATEUR2-RGL-N
              MOVE WS-RGL-EMISSION(WS-INDEX-RGL)
              TO DATE-EMISSION-RGL-N
              MOVE WS-RGL-REMISE(WS-INDEX-RGL) TO NUM-REMISE-RGL-N
              MOVE WS-RGL-REJETS(WS-INDEX-RGL) TO NB-REJETS-RGL-N
              WRITE LIGNE-REGLEMENT-NOUVEAU
           END-PERFORM.
           CLOSE REGLEMENTS-NOUVEAU.
       REECRIT-REGLEMENTS-FIN.
           EXIT.

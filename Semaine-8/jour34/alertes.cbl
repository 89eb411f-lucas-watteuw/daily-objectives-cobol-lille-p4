       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertes.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *la trace des connexions (login, resetadmin, resetmdp)
           SELECT AUDIT-CONNEXIONS ASSIGN TO "audit-connexions.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONNEXIONS-STATUS.

      *les journaux d'audit des écrans de maintenance
           SELECT AUDIT-CHANGESQ ASSIGN TO "audit-changesq.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHANGESQ-STATUS.

           SELECT AUDIT-CLIENTS ASSIGN TO "audit-clients.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIENTS-STATUS.

           SELECT AUDIT-CONTRATS ASSIGN TO "audit-contrats.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTRATS-STATUS.

      *les règles de détection et leurs seuils, ajustables sans
      *recompiler
           SELECT REGLES-SECURITE ASSIGN TO "regles-securite.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGLES-STATUS.

      *l'identité de chaque opérateur, pour reconnaitre sa propre
      *fiche dans les écrans
           SELECT IDENTITES ASSIGN TO "operateurs-identites.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IDENTITES-STATUS.

      *le rapport d'alertes du jour, classé par sévérité
           SELECT RAPPORT ASSIGN TO "rapport-alertes-securite.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le journal d'erreurs commun des batchs de nuit : les alertes
      *critiques y remontent pour le résumé du matin
           SELECT ERREURS-BATCH ASSIGN TO "erreurs-batch.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERREURS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-CONNEXIONS.
       01 LIGNE-AUDIT-CONNEXION PIC X(120).

       FD AUDIT-CHANGESQ.
       01 LIGNE-AUDIT-CHANGESQ PIC X(250).

       FD AUDIT-CLIENTS.
       01 LIGNE-AUDIT-CLIENT PIC X(160).

       FD AUDIT-CONTRATS.
       01 LIGNE-AUDIT-CONTRAT PIC X(160).

      *une règle par ligne : son code, O/N pour l'activer, le seuil,
      *la fenêtre en minutes et la sévérité (C critique, H haute,
      *M moyenne, B basse) ; pour HEURE-NUIT, le seuil et la
      *fenêtre sont l'heure de début et de fin de la nuit (hhmm)
       FD REGLES-SECURITE.
       01 LIGNE-REGLE-SECURITE.
           05 CODE-REGLE     PIC X(12).
           05 FILLER         PIC X.
           05 ACTIVE-REGLE   PIC X.
           05 FILLER         PIC X.
           05 SEUIL-REGLE    PIC 9(4).
           05 FILLER         PIC X.
           05 FENETRE-REGLE  PIC 9(4).
           05 FILLER         PIC X.
           05 SEVERITE-REGLE PIC X.

       FD IDENTITES.
       01 LIGNE-IDENTITE.
           05 ID-IDENTITE     PIC X(10).
           05 FILLER          PIC X.
           05 NOM-IDENTITE    PIC X(20).
           05 FILLER          PIC X.
           05 PRENOM-IDENTITE PIC X(20).

       FD RAPPORT.
       01 LIGNE-RAPPORT PIC X(120).

       FD ERREURS-BATCH.
       01 LIGNE-ERREUR-BATCH PIC X(120).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-CONNEXIONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-CONNEXIONS-STATUS-OK VALUE "00".
       01 WS-CHANGESQ-STATUS PIC X(2) VALUE SPACES.
           88 WS-CHANGESQ-STATUS-OK VALUE "00".
       01 WS-CLIENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-CLIENTS-STATUS-OK VALUE "00".
       01 WS-CONTRATS-STATUS PIC X(2) VALUE SPACES.
           88 WS-CONTRATS-STATUS-OK VALUE "00".
       01 WS-REGLES-STATUS PIC X(2) VALUE SPACES.
           88 WS-REGLES-STATUS-OK VALUE "00".
       01 WS-IDENTITES-STATUS PIC X(2) VALUE SPACES.
           88 WS-IDENTITES-STATUS-OK VALUE "00".
       01 WS-ERREURS-STATUS PIC X(2) VALUE SPACES.
           88 WS-ERREURS-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-CONNEXIONS PIC X VALUE "C".
       01 WS-FIN-CHANGESQ PIC X VALUE "C".
       01 WS-FIN-CLIENTS PIC X VALUE "C".
       01 WS-FIN-CONTRATS PIC X VALUE "C".
       01 WS-FIN-REGLES PIC X VALUE "C".
       01 WS-FIN-IDENTITES PIC X VALUE "C".

      *les règles connues avec leurs valeurs par défaut, remplacées
      *par celles de regles-securite.txt quand il les donne
       01 WS-REGLES-VALEURS.
           05 FILLER PIC X(12) VALUE "ECHECS-MULTI".
           05 FILLER PIC X(11) VALUE "O0005001000".
           05 FILLER PIC X VALUE "C".
           05 FILLER PIC X(12) VALUE "ECHECS-ID".
           05 FILLER PIC X(11) VALUE "O0005000000".
           05 FILLER PIC X VALUE "H".
           05 FILLER PIC X(12) VALUE "HEURE-NUIT".
           05 FILLER PIC X(11) VALUE "O0000050000".
           05 FILLER PIC X VALUE "M".
           05 FILLER PIC X(12) VALUE "JETON-SUPPR".
           05 FILLER PIC X(11) VALUE "O0003006000".
           05 FILLER PIC X VALUE "C".
           05 FILLER PIC X(12) VALUE "SUPPR-MASSE".
           05 FILLER PIC X(11) VALUE "O0010006000".
           05 FILLER PIC X VALUE "H".
           05 FILLER PIC X(12) VALUE "PROPRE-FICHE".
           05 FILLER PIC X(11) VALUE "O0001000000".
           05 FILLER PIC X VALUE "H".
       01 WS-REGLES REDEFINES WS-REGLES-VALEURS.
           05 WS-REGLE OCCURS 6 TIMES.
              10 WS-REG-CODE     PIC X(12).
              10 WS-REG-ACTIVE   PIC X.
              10 WS-REG-SEUIL    PIC 9(4).
              10 WS-REG-FENETRE  PIC 9(4).
              10 FILLER          PIC X(2).
              10 WS-REG-SEVERITE PIC X.
       01 WS-INDEX-REGLE PIC 9.
       01 WS-REGLE-COURANTE PIC 9.

      *les identités des opérateurs
       01 WS-NB-IDENTITES PIC 9(4) VALUE 0.
       01 WS-IDENTITE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-IDENTITES.
           05 WS-IDT-ID     PIC X(10).
           05 WS-IDT-CLE1   PIC X(41).
           05 WS-IDT-CLE2   PIC X(41).
       01 WS-INDEX-IDT PIC 9(4).

      *les événements du jour analysé, toutes sources confondues :
      *la source (C connexion, Q changesq, L clients, T contrats),
      *le verdict ou l'opération, l'opérateur, l'heure, la minute
      *du jour et la personne touchée ("NOM PRENOM" en majuscules)
       01 WS-NB-EVENEMENTS PIC 9(5) VALUE 0.
       01 WS-EVENEMENT OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-EVENEMENTS.
           05 WS-EVT-SOURCE  PIC X.
           05 WS-EVT-TYPE    PIC X(14).
           05 WS-EVT-ID      PIC X(10).
           05 WS-EVT-HEURE   PIC 9(8).
           05 WS-EVT-MINUTE  PIC 9(4).
           05 WS-EVT-PERSONNE PIC X(41).
           05 WS-EVT-SUPPR   PIC X.
           05 WS-EVT-VU      PIC X.
       01 WS-INDEX-EVT PIC 9(5).
       01 WS-INDEX-EVT2 PIC 9(5).
       01 WS-INDEX-EVT3 PIC 9(5).

      *le découpage d'une ligne d'audit par ses marqueurs
       01 WS-LIGNE-LUE PIC X(250).
       01 WS-SOURCE-LUE PIC X.
       01 WS-TYPE-LU PIC X(14).
       01 WS-ID-LU PIC X(10).
       01 WS-DATE-LUE PIC X(8).
       01 WS-HEURE-LUE PIC X(8).
       01 WS-HEURE-NUM PIC 9(8).
       01 WS-HEURE-NUM-R REDEFINES WS-HEURE-NUM.
           05 WS-HH PIC 9(2).
           05 WS-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01 WS-NOM-LU PIC X(41).
       01 WS-PRENOM-LU PIC X(41).
       01 WS-PERSONNE-LUE PIC X(41).
       01 WS-RESTE1 PIC X(250).
       01 WS-RESTE2 PIC X(250).
       01 WS-RESTE3 PIC X(250).

      *la date analysée : la veille par défaut, le batch tournant
      *après minuit
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-ANALYSE PIC 9(8) VALUE 0.
       01 WS-HEURE-LOG PIC 9(8).

      *les compteurs des règles à fenêtre
       01 WS-NB-DANS-FENETRE PIC 9(5).
       01 WS-NB-IDS-FENETRE PIC 9(2).
       01 WS-ID-FENETRE PIC X(10) OCCURS 99 TIMES.
       01 WS-INDEX-ID PIC 9(2).
       01 WS-ID-DEJA-VU PIC X.
       01 WS-MINUTE-FIN PIC 9(5).
       01 WS-MINUTE-HHMM PIC 9(4).
       01 WS-MAX-FENETRE PIC 9(5).
       01 WS-NB-COURANT PIC 9(5).
       01 WS-EST-NUIT PIC X.

      *les alertes levées : la sévérité et son rang de tri, la
      *règle, l'opérateur, l'heure et le message
       01 WS-NB-ALERTES PIC 9(4) VALUE 0.
       01 WS-ALERTE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-ALERTES.
           05 WS-ALR-SEVERITE PIC X.
           05 WS-ALR-CODE     PIC X(12).
           05 WS-ALR-ID       PIC X(10).
           05 WS-ALR-HEURE    PIC 9(8).
           05 WS-ALR-MESSAGE  PIC X(70).
       01 WS-INDEX-ALERTE PIC 9(4).
       01 WS-NOUV-ID PIC X(10).
       01 WS-NOUV-HEURE PIC 9(8).
       01 WS-NOUV-MESSAGE PIC X(70).

      *le classement du rapport par sévérité décroissante
       01 WS-ORDRE-SEVERITES PIC X(4) VALUE "CHMB".
       01 WS-INDEX-SEVERITE PIC 9.
       01 WS-LIBELLE-SEVERITE PIC X(10).
       01 WS-NB-PAR-SEVERITE PIC 9(4) OCCURS 4 TIMES.
       01 WS-NB-CRITIQUES PIC 9(4) VALUE 0.

      *zones d'édition
       01 WS-EDIT-NOMBRE PIC Z(4)9.
       01 WS-EDIT-HEURE PIC X(5).

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DISPLAY "date a analyser aaaammjj (vide pour la veille)".
           ACCEPT WS-DATE-ANALYSE.
           IF WS-DATE-ANALYSE EQUAL 0
              COMPUTE WS-DATE-ANALYSE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 1)
           END-IF.

           PERFORM CHARGE-REGLES THRU CHARGE-REGLES-FIN.
           PERFORM CHARGE-IDENTITES THRU CHARGE-IDENTITES-FIN.
           PERFORM CHARGE-EVENEMENTS THRU CHARGE-EVENEMENTS-FIN.

           PERFORM VARYING WS-REGLE-COURANTE FROM 1 BY 1
           UNTIL WS-REGLE-COURANTE GREATER THAN 6
              IF WS-REG-ACTIVE(WS-REGLE-COURANTE) EQUAL "O"
                 EVALUATE WS-REG-CODE(WS-REGLE-COURANTE)
                    WHEN "ECHECS-MULTI"
                       PERFORM REGLE-ECHECS-MULTI
                       THRU REGLE-ECHECS-MULTI-FIN
                    WHEN "ECHECS-ID"
                       PERFORM REGLE-ECHECS-ID
                       THRU REGLE-ECHECS-ID-FIN
                    WHEN "HEURE-NUIT"
                       PERFORM REGLE-HEURE-NUIT
                       THRU REGLE-HEURE-NUIT-FIN
                    WHEN "JETON-SUPPR"
                       PERFORM REGLE-JETON-SUPPR
                       THRU REGLE-JETON-SUPPR-FIN
                    WHEN "SUPPR-MASSE"
                       PERFORM REGLE-SUPPR-MASSE
                       THRU REGLE-SUPPR-MASSE-FIN
                    WHEN "PROPRE-FICHE"
                       PERFORM REGLE-PROPRE-FICHE
                       THRU REGLE-PROPRE-FICHE-FIN
                 END-EVALUATE
              END-IF
           END-PERFORM.

           PERFORM ECRIT-RAPPORT THRU ECRIT-RAPPORT-FIN.
           PERFORM ECRIT-CRITIQUES THRU ECRIT-CRITIQUES-FIN.

           DISPLAY "Fin de l'analyse du " WS-DATE-ANALYSE " - "
           WS-NB-EVENEMENTS " evenement(s), " WS-NB-ALERTES
           " alerte(s) dont " WS-NB-CRITIQUES " critique(s)".

           IF WS-NB-CRITIQUES GREATER THAN 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NB-ALERTES GREATER THAN 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           STOP RUN.

      *les règles du fichier remplacent les valeurs par défaut ;
      *un code inconnu est signalé et ignoré
       CHARGE-REGLES.
           OPEN INPUT REGLES-SECURITE.
           IF NOT WS-REGLES-STATUS-OK
              DISPLAY "regles-securite.txt absent, seuils par defaut"
              GO TO CHARGE-REGLES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-REGLES EQUAL "F"
              READ REGLES-SECURITE
                 AT END
                    MOVE "F" TO WS-FIN-REGLES
                 NOT AT END
                    MOVE 0 TO WS-REGLE-COURANTE
                    PERFORM VARYING WS-INDEX-REGLE FROM 1 BY 1
                    UNTIL WS-INDEX-REGLE GREATER THAN 6
                       IF WS-REG-CODE(WS-INDEX-REGLE) EQUAL CODE-REGLE
                          MOVE WS-INDEX-REGLE TO WS-REGLE-COURANTE
                       END-IF
                    END-PERFORM
                    IF WS-REGLE-COURANTE EQUAL 0
                       DISPLAY "regle inconnue ignoree : " CODE-REGLE
                    ELSE
                       MOVE ACTIVE-REGLE
                       TO WS-REG-ACTIVE(WS-REGLE-COURANTE)
                       IF SEUIL-REGLE IS NUMERIC
                          MOVE SEUIL-REGLE
                          TO WS-REG-SEUIL(WS-REGLE-COURANTE)
                       END-IF
                       IF FENETRE-REGLE IS NUMERIC
                          MOVE FENETRE-REGLE
                          TO WS-REG-FENETRE(WS-REGLE-COURANTE)
                       END-IF
                       IF SEVERITE-REGLE EQUAL "C" OR "H" OR "M"
                       OR "B"
                          MOVE SEVERITE-REGLE
                          TO WS-REG-SEVERITE(WS-REGLE-COURANTE)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGLES-SECURITE.
       CHARGE-REGLES-FIN.
           EXIT.

      *l'identité de chaque opérateur sous ses deux graphies "NOM
      *PRENOM" et "PRENOM NOM", comme referentiel
       CHARGE-IDENTITES.
           OPEN INPUT IDENTITES.
           IF NOT WS-IDENTITES-STATUS-OK
              DISPLAY "operateurs-identites.dat absent, regle "
              "PROPRE-FICHE sans effet"
              GO TO CHARGE-IDENTITES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-IDENTITES EQUAL "F"
              READ IDENTITES
                 AT END
                    MOVE "F" TO WS-FIN-IDENTITES
                 NOT AT END
                    ADD 1 TO WS-NB-IDENTITES
                    MOVE ID-IDENTITE TO WS-IDT-ID(WS-NB-IDENTITES)
                    MOVE SPACES TO WS-IDT-CLE1(WS-NB-IDENTITES)
                    STRING FUNCTION UPPER-CASE(
                    FUNCTION TRIM(NOM-IDENTITE)) " "
                    FUNCTION UPPER-CASE(FUNCTION TRIM(PRENOM-IDENTITE))
                    DELIMITED BY SIZE
                    INTO WS-IDT-CLE1(WS-NB-IDENTITES)
                    MOVE SPACES TO WS-IDT-CLE2(WS-NB-IDENTITES)
                    STRING FUNCTION UPPER-CASE(
                    FUNCTION TRIM(PRENOM-IDENTITE)) " "
                    FUNCTION UPPER-CASE(FUNCTION TRIM(NOM-IDENTITE))
                    DELIMITED BY SIZE
                    INTO WS-IDT-CLE2(WS-NB-IDENTITES)
              END-READ
           END-PERFORM.
           CLOSE IDENTITES.
       CHARGE-IDENTITES-FIN.
           EXIT.

      *les quatre journaux sont lus et leurs lignes du jour analysé
      *rangées dans la table des événements
       CHARGE-EVENEMENTS.
           OPEN INPUT AUDIT-CONNEXIONS.
           IF WS-CONNEXIONS-STATUS-OK
              PERFORM UNTIL WS-FIN-CONNEXIONS EQUAL "F"
                 READ AUDIT-CONNEXIONS
                    AT END
                       MOVE "F" TO WS-FIN-CONNEXIONS
                    NOT AT END
                       MOVE LIGNE-AUDIT-CONNEXION TO WS-LIGNE-LUE
                       PERFORM DECOUPE-CONNEXION
                       THRU DECOUPE-CONNEXION-FIN
                 END-READ
              END-PERFORM
              CLOSE AUDIT-CONNEXIONS
           END-IF.

           OPEN INPUT AUDIT-CHANGESQ.
           IF WS-CHANGESQ-STATUS-OK
              MOVE "Q" TO WS-SOURCE-LUE
              PERFORM UNTIL WS-FIN-CHANGESQ EQUAL "F"
                 READ AUDIT-CHANGESQ
                    AT END
                       MOVE "F" TO WS-FIN-CHANGESQ
                    NOT AT END
                       MOVE LIGNE-AUDIT-CHANGESQ TO WS-LIGNE-LUE
                       PERFORM DECOUPE-ECRAN THRU DECOUPE-ECRAN-FIN
                 END-READ
              END-PERFORM
              CLOSE AUDIT-CHANGESQ
           END-IF.

           OPEN INPUT AUDIT-CLIENTS.
           IF WS-CLIENTS-STATUS-OK
              MOVE "L" TO WS-SOURCE-LUE
              PERFORM UNTIL WS-FIN-CLIENTS EQUAL "F"
                 READ AUDIT-CLIENTS
                    AT END
                       MOVE "F" TO WS-FIN-CLIENTS
                    NOT AT END
                       MOVE LIGNE-AUDIT-CLIENT TO WS-LIGNE-LUE
                       PERFORM DECOUPE-ECRAN THRU DECOUPE-ECRAN-FIN
                 END-READ
              END-PERFORM
              CLOSE AUDIT-CLIENTS
           END-IF.

           OPEN INPUT AUDIT-CONTRATS.
           IF WS-CONTRATS-STATUS-OK
              MOVE "T" TO WS-SOURCE-LUE
              PERFORM UNTIL WS-FIN-CONTRATS EQUAL "F"
                 READ AUDIT-CONTRATS
                    AT END
                       MOVE "F" TO WS-FIN-CONTRATS
                    NOT AT END
                       MOVE LIGNE-AUDIT-CONTRAT TO WS-LIGNE-LUE
                       PERFORM DECOUPE-ECRAN THRU DECOUPE-ECRAN-FIN
                 END-READ
              END-PERFORM
              CLOSE AUDIT-CONTRATS
           END-IF.
       CHARGE-EVENEMENTS-FIN.
           EXIT.

      *une ligne de connexion : "VERDICT id=... date=... heure=..."
       DECOUPE-CONNEXION.
           MOVE SPACES TO WS-TYPE-LU WS-RESTE1 WS-RESTE2 WS-RESTE3.
           UNSTRING WS-LIGNE-LUE DELIMITED BY " id="
              INTO WS-TYPE-LU WS-RESTE1.
           UNSTRING WS-RESTE1 DELIMITED BY " date="
              INTO WS-ID-LU WS-RESTE2.
           UNSTRING WS-RESTE2 DELIMITED BY " heure="
              INTO WS-DATE-LUE WS-RESTE3.
           MOVE WS-RESTE3(1:8) TO WS-HEURE-LUE.
           MOVE SPACES TO WS-PERSONNE-LUE.
           MOVE "C" TO WS-SOURCE-LUE.
           PERFORM RANGE-EVENEMENT THRU RANGE-EVENEMENT-FIN.
       DECOUPE-CONNEXION-FIN.
           EXIT.

      *une ligne d'écran : l'opération en tête, puis "operateur=",
      *la personne touchée ("nom=" et "prenom=", ou "client=" pour
      *les contrats), "date=" et "heure="
       DECOUPE-ECRAN.
           MOVE SPACES TO WS-TYPE-LU WS-RESTE1 WS-RESTE2 WS-RESTE3.
           UNSTRING WS-LIGNE-LUE DELIMITED BY " "
              INTO WS-TYPE-LU.
           UNSTRING WS-LIGNE-LUE DELIMITED BY "operateur="
              INTO WS-RESTE2 WS-RESTE1.
           MOVE WS-RESTE1(1:10) TO WS-ID-LU.
           MOVE SPACES TO WS-RESTE1 WS-RESTE2.
           UNSTRING WS-LIGNE-LUE DELIMITED BY " date="
              INTO WS-RESTE2 WS-RESTE1.
           MOVE WS-RESTE1(1:8) TO WS-DATE-LUE.
           MOVE SPACES TO WS-RESTE1 WS-RESTE2.
           UNSTRING WS-LIGNE-LUE DELIMITED BY " heure="
              INTO WS-RESTE2 WS-RESTE1.
           MOVE WS-RESTE1(1:8) TO WS-HEURE-LUE.

           MOVE SPACES TO WS-PERSONNE-LUE WS-NOM-LU WS-PRENOM-LU.
           MOVE SPACES TO WS-RESTE1 WS-RESTE2 WS-RESTE3.
           IF WS-SOURCE-LUE EQUAL "T"
              UNSTRING WS-LIGNE-LUE DELIMITED BY " client="
                 INTO WS-RESTE2 WS-RESTE1
              UNSTRING WS-RESTE1 DELIMITED BY " statut="
                 INTO WS-PERSONNE-LUE
              MOVE FUNCTION UPPER-CASE(WS-PERSONNE-LUE)
              TO WS-PERSONNE-LUE
           ELSE
              UNSTRING WS-LIGNE-LUE DELIMITED BY " nom="
                 INTO WS-RESTE2 WS-RESTE1
              UNSTRING WS-RESTE1 DELIMITED BY " prenom="
                 INTO WS-NOM-LU WS-RESTE3
              UNSTRING WS-RESTE3 DELIMITED BY " "
                 INTO WS-PRENOM-LU
              IF WS-NOM-LU NOT EQUAL SPACES
                 STRING FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOM-LU))
                 " " FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRENOM-LU))
                 DELIMITED BY SIZE
                 INTO WS-PERSONNE-LUE
              END-IF
           END-IF.
           PERFORM RANGE-EVENEMENT THRU RANGE-EVENEMENT-FIN.
       DECOUPE-ECRAN-FIN.
           EXIT.

      *l'événement découpé n'est gardé que s'il est du jour analysé
       RANGE-EVENEMENT.
           IF WS-DATE-LUE IS NOT NUMERIC
           OR WS-HEURE-LUE IS NOT NUMERIC
              GO TO RANGE-EVENEMENT-FIN
           END-IF.
           IF WS-DATE-LUE NOT EQUAL WS-DATE-ANALYSE
              GO TO RANGE-EVENEMENT-FIN
           END-IF.
           IF WS-NB-EVENEMENTS EQUAL 99999
              GO TO RANGE-EVENEMENT-FIN
           END-IF.
           ADD 1 TO WS-NB-EVENEMENTS.
           MOVE WS-SOURCE-LUE TO WS-EVT-SOURCE(WS-NB-EVENEMENTS).
           MOVE WS-TYPE-LU TO WS-EVT-TYPE(WS-NB-EVENEMENTS).
           MOVE WS-ID-LU TO WS-EVT-ID(WS-NB-EVENEMENTS).
           MOVE WS-HEURE-LUE TO WS-HEURE-NUM.
           MOVE WS-HEURE-NUM TO WS-EVT-HEURE(WS-NB-EVENEMENTS).
           COMPUTE WS-EVT-MINUTE(WS-NB-EVENEMENTS) =
              WS-HH * 60 + WS-MM.
           MOVE WS-PERSONNE-LUE TO WS-EVT-PERSONNE(WS-NB-EVENEMENTS).
           MOVE "N" TO WS-EVT-VU(WS-NB-EVENEMENTS).
           IF WS-SOURCE-LUE NOT EQUAL "C"
           AND (WS-TYPE-LU EQUAL "SUPPRESSION"
           OR WS-TYPE-LU EQUAL "DEMANDE-SUPPR")
              MOVE "O" TO WS-EVT-SUPPR(WS-NB-EVENEMENTS)
           ELSE
              MOVE "N" TO WS-EVT-SUPPR(WS-NB-EVENEMENTS)
           END-IF.
       RANGE-EVENEMENT-FIN.
           EXIT.

      *beaucoup d'ids différents en échec dans une même fenêtre :
      *une attaque qui essaie un mot de passe sur toute la liste
      *plutôt que plusieurs sur un seul compte
       REGLE-ECHECS-MULTI.
           MOVE 0 TO WS-MINUTE-FIN.
           PERFORM VARYING WS-INDEX-EVT FROM 1 BY 1
           UNTIL WS-INDEX-EVT GREATER THAN WS-NB-EVENEMENTS
              IF WS-EVT-SOURCE(WS-INDEX-EVT) EQUAL "C"
              AND WS-EVT-TYPE(WS-INDEX-EVT) EQUAL "ECHEC"
              AND WS-EVT-MINUTE(WS-INDEX-EVT) NOT LESS THAN
              WS-MINUTE-FIN
                 PERFORM COMPTE-IDS-EN-ECHEC
                 THRU COMPTE-IDS-EN-ECHEC-FIN
              END-IF
           END-PERFORM.
       REGLE-ECHECS-MULTI-FIN.
           EXIT.

      *les ids distincts en échec dans la fenêtre qui s'ouvre sur
      *l'événement WS-INDEX-EVT ; une alerte couvre toute la
      *fenêtre, la recherche reprend après elle
       COMPTE-IDS-EN-ECHEC.
           MOVE 0 TO WS-NB-IDS-FENETRE.
           COMPUTE WS-MAX-FENETRE = WS-EVT-MINUTE(WS-INDEX-EVT)
              + WS-REG-FENETRE(WS-REGLE-COURANTE).
           PERFORM VARYING WS-INDEX-EVT2 FROM WS-INDEX-EVT BY 1
           UNTIL WS-INDEX-EVT2 GREATER THAN WS-NB-EVENEMENTS
              IF WS-EVT-SOURCE(WS-INDEX-EVT2) EQUAL "C"
              AND WS-EVT-TYPE(WS-INDEX-EVT2) EQUAL "ECHEC"
              AND WS-EVT-MINUTE(WS-INDEX-EVT2) NOT LESS THAN
              WS-EVT-MINUTE(WS-INDEX-EVT)
              AND WS-EVT-MINUTE(WS-INDEX-EVT2) LESS THAN
              WS-MAX-FENETRE
                 MOVE "N" TO WS-ID-DEJA-VU
                 PERFORM VARYING WS-INDEX-ID FROM 1 BY 1
                 UNTIL WS-INDEX-ID GREATER THAN WS-NB-IDS-FENETRE
                    IF WS-ID-FENETRE(WS-INDEX-ID) EQUAL
                    WS-EVT-ID(WS-INDEX-EVT2)
                       MOVE "O" TO WS-ID-DEJA-VU
                    END-IF
                 END-PERFORM
                 IF WS-ID-DEJA-VU EQUAL "N"
                 AND WS-NB-IDS-FENETRE LESS THAN 99
                    ADD 1 TO WS-NB-IDS-FENETRE
                    MOVE WS-EVT-ID(WS-INDEX-EVT2)
                    TO WS-ID-FENETRE(WS-NB-IDS-FENETRE)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-NB-IDS-FENETRE LESS THAN
           WS-REG-SEUIL(WS-REGLE-COURANTE)
              GO TO COMPTE-IDS-EN-ECHEC-FIN
           END-IF.
           MOVE WS-MAX-FENETRE TO WS-MINUTE-FIN.
           MOVE "plusieurs" TO WS-NOUV-ID.
           MOVE WS-EVT-HEURE(WS-INDEX-EVT) TO WS-NOUV-HEURE.
           MOVE WS-NB-IDS-FENETRE TO WS-EDIT-NOMBRE.
           MOVE SPACES TO WS-NOUV-MESSAGE.
           STRING FUNCTION TRIM(WS-EDIT-NOMBRE)
           " ids differents en echec en "
           WS-REG-FENETRE(WS-REGLE-COURANTE) " min"
           DELIMITED BY SIZE INTO WS-NOUV-MESSAGE.
           PERFORM AJOUTE-ALERTE THRU AJOUTE-ALERTE-FIN.
       COMPTE-IDS-EN-ECHEC-FIN.
           EXIT.

      *un même id en échec plus souvent que le seuil dans la
      *journée, même s'il n'a pas atteint le blocage de login
       REGLE-ECHECS-ID.
           PERFORM VARYING WS-INDEX-EVT FROM 1 BY 1
           UNTIL WS-INDEX-EVT GREATER THAN WS-NB-EVENEMENTS
              MOVE "N" TO WS-EVT-VU(WS-INDEX-EVT)
           END-PERFORM.
           PERFORM VARYING WS-INDEX-EVT FROM 1 BY 1
           UNTIL WS-INDEX-EVT GREATER THAN WS-NB-EVENEMENTS
              IF WS-EVT-SOURCE(WS-INDEX-EVT) EQUAL "C"
              AND WS-EVT-TYPE(WS-INDEX-EVT) EQUAL "ECHEC"
              AND WS-EVT-VU(WS-INDEX-EVT) EQUAL "N"
                 MOVE 0 TO WS-NB-DANS-FENETRE
                 PERFORM VARYING WS-INDEX-EVT2 FROM WS-INDEX-EVT BY 1
                 UNTIL WS-INDEX-EVT2 GREATER THAN WS-NB-EVENEMENTS
                    IF WS-EVT-SOURCE(WS-INDEX-EVT2) EQUAL "C"
                    AND WS-EVT-TYPE(WS-INDEX-EVT2) EQUAL "ECHEC"
                    AND WS-EVT-ID(WS-INDEX-EVT2) EQUAL
                    WS-EVT-ID(WS-INDEX-EVT)
                       MOVE "O" TO WS-EVT-VU(WS-INDEX-EVT2)
                       ADD 1 TO WS-NB-DANS-FENETRE
                    END-IF
                 END-PERFORM
                 IF WS-NB-DANS-FENETRE NOT LESS THAN
                 WS-REG-SEUIL(WS-REGLE-COURANTE)
                    MOVE WS-EVT-ID(WS-INDEX-EVT) TO WS-NOUV-ID
                    MOVE WS-EVT-HEURE(WS-INDEX-EVT) TO WS-NOUV-HEURE
                    MOVE WS-NB-DANS-FENETRE TO WS-EDIT-NOMBRE
                    MOVE SPACES TO WS-NOUV-MESSAGE
                    STRING FUNCTION TRIM(WS-EDIT-NOMBRE)
                    " echecs de connexion dans la journee"
                    DELIMITED BY SIZE INTO WS-NOUV-MESSAGE
                    PERFORM AJOUTE-ALERTE THRU AJOUTE-ALERTE-FIN
                 END-IF
              END-IF
           END-PERFORM.
       REGLE-ECHECS-ID-FIN.
           EXIT.

      *une connexion réussie ou une opération d'écran en pleine
      *nuit, entre le seuil et la fenêtre lus comme hhmm ; une
      *alerte par opérateur avec le nombre d'événements
       REGLE-HEURE-NUIT.
           PERFORM VARYING WS-INDEX-EVT FROM 1 BY 1
           UNTIL WS-INDEX-EVT GREATER THAN WS-NB-EVENEMENTS
              MOVE "N" TO WS-EVT-VU(WS-INDEX-EVT)
           END-PERFORM.
           PERFORM VARYING WS-INDEX-EVT FROM 1 BY 1
           UNTIL WS-INDEX-EVT GREATER THAN WS-NB-EVENEMENTS
              MOVE WS-EVT-HEURE(WS-INDEX-EVT)(1:4) TO WS-MINUTE-HHMM
              PERFORM TESTE-NUIT THRU TESTE-NUIT-FIN
              IF WS-EVT-VU(WS-INDEX-EVT) EQUAL "N"
              AND (WS-EVT-SOURCE(WS-INDEX-EVT) NOT EQUAL "C"
              OR WS-EVT-TYPE(WS-INDEX-EVT) EQUAL "SUCCES")
              AND WS-EST-NUIT EQUAL "O"
                 PERFORM COMPTE-NUIT THRU COMPTE-NUIT-FIN
              END-IF
           END-PERFORM.
       REGLE-HEURE-NUIT-FIN.
           EXIT.

       COMPTE-NUIT.
           MOVE 0 TO WS-NB-DANS-FENETRE.
           PERFORM VARYING WS-INDEX-EVT2 FROM WS-INDEX-EVT BY 1
           UNTIL WS-INDEX-EVT2 GREATER THAN WS-NB-EVENEMENTS
              MOVE WS-EVT-HEURE(WS-INDEX-EVT2)(1:4) TO WS-MINUTE-HHMM
              PERFORM TESTE-NUIT THRU TESTE-NUIT-FIN
              IF WS-EVT-ID(WS-INDEX-EVT2) EQUAL WS-EVT-ID(WS-INDEX-EVT)
              AND (WS-EVT-SOURCE(WS-INDEX-EVT2) NOT EQUAL "C"
              OR WS-EVT-TYPE(WS-INDEX-EVT2) EQUAL "SUCCES")
              AND WS-EST-NUIT EQUAL "O"
                 MOVE "O" TO WS-EVT-VU(WS-INDEX-EVT2)
                 ADD 1 TO WS-NB-DANS-FENETRE
              END-IF
           END-PERFORM.
           MOVE WS-EVT-ID(WS-INDEX-EVT) TO WS-NOUV-ID.
           MOVE WS-EVT-HEURE(WS-INDEX-EVT) TO WS-NOUV-HEURE.
           MOVE WS-NB-DANS-FENETRE TO WS-EDIT-NOMBRE.
           MOVE SPACES TO WS-NOUV-MESSAGE.
           STRING FUNCTION TRIM(WS-EDIT-NOMBRE)
           " connexion(s) ou operation(s) en heures de nuit"
           DELIMITED BY SIZE INTO WS-NOUV-MESSAGE.
           PERFORM AJOUTE-ALERTE THRU AJOUTE-ALERTE-FIN.
       COMPTE-NUIT-FIN.
           EXIT.

      *l'heure hhmm de WS-MINUTE-HHMM est-elle dans la nuit ? la
      *nuit peut passer minuit (2300 à 0500 par exemple)
       TESTE-NUIT.
           MOVE "N" TO WS-EST-NUIT.
           IF WS-REG-SEUIL(WS-REGLE-COURANTE) NOT GREATER THAN
           WS-REG-FENETRE(WS-REGLE-COURANTE)
              IF WS-MINUTE-HHMM NOT LESS THAN
              WS-REG-SEUIL(WS-REGLE-COURANTE)
              AND WS-MINUTE-HHMM LESS THAN
              WS-REG-FENETRE(WS-REGLE-COURANTE)
                 MOVE "O" TO WS-EST-NUIT
              END-IF
           ELSE
              IF WS-MINUTE-HHMM NOT LESS THAN
              WS-REG-SEUIL(WS-REGLE-COURANTE)
              OR WS-MINUTE-HHMM LESS THAN
              WS-REG-FENETRE(WS-REGLE-COURANTE)
                 MOVE "O" TO WS-EST-NUIT
              END-IF
           END-IF.
       TESTE-NUIT-FIN.
           EXIT.

      *un jeton de réinitialisation utilisé, puis des suppressions
      *par le même opérateur dans la fenêtre qui suit : la prise
      *de contrôle d'un compte pour effacer des données
       REGLE-JETON-SUPPR.
           PERFORM VARYING WS-INDEX-EVT FROM 1 BY 1
           UNTIL WS-INDEX-EVT GREATER THAN WS-NB-EVENEMENTS
              IF WS-EVT-SOURCE(WS-INDEX-EVT) EQUAL "C"
              AND (WS-EVT-TYPE(WS-INDEX-EVT) EQUAL "JETON-UTILISE"
              OR WS-EVT-TYPE(WS-INDEX-EVT) EQUAL "RESET")
                 COMPUTE WS-MAX-FENETRE = WS-EVT-MINUTE(WS-INDEX-EVT)
                    + WS-REG-FENETRE(WS-REGLE-COURANTE)
                 MOVE 0 TO WS-NB-DANS-FENETRE
                 PERFORM VARYING WS-INDEX-EVT2 FROM 1 BY 1
                 UNTIL WS-INDEX-EVT2 GREATER THAN WS-NB-EVENEMENTS
                    IF WS-EVT-SUPPR(WS-INDEX-EVT2) EQUAL "O"
                    AND WS-EVT-ID(WS-INDEX-EVT2) EQUAL
                    WS-EVT-ID(WS-INDEX-EVT)
                    AND WS-EVT-MINUTE(WS-INDEX-EVT2) NOT LESS THAN
                    WS-EVT-MINUTE(WS-INDEX-EVT)
                    AND WS-EVT-MINUTE(WS-INDEX-EVT2) NOT GREATER THAN
                    WS-MAX-FENETRE
                       ADD 1 TO WS-NB-DANS-FENETRE
                    END-IF
                 END-PERFORM
                 IF WS-NB-DANS-FENETRE NOT LESS THAN
                 WS-REG-SEUIL(WS-REGLE-COURANTE)
                    MOVE WS-EVT-ID(WS-INDEX-EVT) TO WS-NOUV-ID
                    MOVE WS-EVT-HEURE(WS-INDEX-EVT) TO WS-NOUV-HEURE
                    MOVE WS-NB-DANS-FENETRE TO WS-EDIT-NOMBRE
                    MOVE SPACES TO WS-NOUV-MESSAGE
                    STRING "jeton de reset utilise puis "
                    FUNCTION TRIM(WS-EDIT-NOMBRE)
                    " suppression(s) en "
                    WS-REG-FENETRE(WS-REGLE-COURANTE) " min"
                    DELIMITED BY SIZE INTO WS-NOUV-MESSAGE
                    PERFORM AJOUTE-ALERTE THRU AJOUTE-ALERTE-FIN
                 END-IF
              END-IF
           END-PERFORM.
       REGLE-JETON-SUPPR-FIN.
           EXIT.

      *des suppressions en masse par un opérateur : la fenêtre la
      *plus chargée de la journée, une alerte par opérateur
       REGLE-SUPPR-MASSE.
           PERFORM VARYING WS-INDEX-EVT FROM 1 BY 1
           UNTIL WS-INDEX-EVT GREATER THAN WS-NB-EVENEMENTS
              MOVE "N" TO WS-EVT-VU(WS-INDEX-EVT)
           END-PERFORM.
           PERFORM VARYING WS-INDEX-EVT FROM 1 BY 1
           UNTIL WS-INDEX-EVT GREATER THAN WS-NB-EVENEMENTS
              IF WS-EVT-SUPPR(WS-INDEX-EVT) EQUAL "O"
              AND WS-EVT-VU(WS-INDEX-EVT) EQUAL "N"
                 PERFORM CHERCHE-MASSE THRU CHERCHE-MASSE-FIN
              END-IF
           END-PERFORM.
       REGLE-SUPPR-MASSE-FIN.
           EXIT.

      *pour l'opérateur de l'événement WS-INDEX-EVT, on cherche la
      *fenêtre qui contient le plus de suppressions ; toutes ses
      *suppressions sont marquées vues
       CHERCHE-MASSE.
           MOVE 0 TO WS-NB-DANS-FENETRE.
           MOVE 0 TO WS-NOUV-HEURE.
           PERFORM VARYING WS-INDEX-EVT2 FROM 1 BY 1
           UNTIL WS-INDEX-EVT2 GREATER THAN WS-NB-EVENEMENTS
              IF WS-EVT-SUPPR(WS-INDEX-EVT2) EQUAL "O"
              AND WS-EVT-ID(WS-INDEX-EVT2) EQUAL
              WS-EVT-ID(WS-INDEX-EVT)
                 MOVE "O" TO WS-EVT-VU(WS-INDEX-EVT2)
                 PERFORM COMPTE-MASSE THRU COMPTE-MASSE-FIN
              END-IF
           END-PERFORM.
           IF WS-NB-DANS-FENETRE LESS THAN
           WS-REG-SEUIL(WS-REGLE-COURANTE)
              GO TO CHERCHE-MASSE-FIN
           END-IF.
           MOVE WS-EVT-ID(WS-INDEX-EVT) TO WS-NOUV-ID.
           MOVE WS-NB-DANS-FENETRE TO WS-EDIT-NOMBRE.
           MOVE SPACES TO WS-NOUV-MESSAGE.
           STRING FUNCTION TRIM(WS-EDIT-NOMBRE)
           " suppression(s) en " WS-REG-FENETRE(WS-REGLE-COURANTE)
           " min"
           DELIMITED BY SIZE INTO WS-NOUV-MESSAGE.
           PERFORM AJOUTE-ALERTE THRU AJOUTE-ALERTE-FIN.
       CHERCHE-MASSE-FIN.
           EXIT.

      *le nombre de suppressions de l'opérateur dans la fenêtre qui
      *s'ouvre sur WS-INDEX-EVT2 ; on garde la plus chargée
       COMPTE-MASSE.
           COMPUTE WS-MAX-FENETRE = WS-EVT-MINUTE(WS-INDEX-EVT2)
              + WS-REG-FENETRE(WS-REGLE-COURANTE).
           MOVE 0 TO WS-NB-COURANT.
           PERFORM VARYING WS-INDEX-EVT3 FROM 1 BY 1
           UNTIL WS-INDEX-EVT3 GREATER THAN WS-NB-EVENEMENTS
              IF WS-EVT-SUPPR(WS-INDEX-EVT3) EQUAL "O"
              AND WS-EVT-ID(WS-INDEX-EVT3) EQUAL
              WS-EVT-ID(WS-INDEX-EVT)
              AND WS-EVT-MINUTE(WS-INDEX-EVT3) NOT LESS THAN
              WS-EVT-MINUTE(WS-INDEX-EVT2)
              AND WS-EVT-MINUTE(WS-INDEX-EVT3) LESS THAN
              WS-MAX-FENETRE
                 ADD 1 TO WS-NB-COURANT
              END-IF
           END-PERFORM.
           IF WS-NB-COURANT GREATER THAN WS-NB-DANS-FENETRE
              MOVE WS-NB-COURANT TO WS-NB-DANS-FENETRE
              MOVE WS-EVT-HEURE(WS-INDEX-EVT2) TO WS-NOUV-HEURE
           END-IF.
       COMPTE-MASSE-FIN.
           EXIT.

      *un opérateur qui modifie ou supprime sa propre fiche dans un
      *écran de maintenance
       REGLE-PROPRE-FICHE.
           PERFORM VARYING WS-INDEX-EVT FROM 1 BY 1
           UNTIL WS-INDEX-EVT GREATER THAN WS-NB-EVENEMENTS
              IF WS-EVT-SOURCE(WS-INDEX-EVT) NOT EQUAL "C"
              AND WS-EVT-PERSONNE(WS-INDEX-EVT) NOT EQUAL SPACES
                 PERFORM VARYING WS-INDEX-IDT FROM 1 BY 1
                 UNTIL WS-INDEX-IDT GREATER THAN WS-NB-IDENTITES
                    IF WS-IDT-ID(WS-INDEX-IDT) EQUAL
                    WS-EVT-ID(WS-INDEX-EVT)
                    AND (WS-IDT-CLE1(WS-INDEX-IDT) EQUAL
                    WS-EVT-PERSONNE(WS-INDEX-EVT)
                    OR WS-IDT-CLE2(WS-INDEX-IDT) EQUAL
                    WS-EVT-PERSONNE(WS-INDEX-EVT))
                       MOVE WS-EVT-ID(WS-INDEX-EVT) TO WS-NOUV-ID
                       MOVE WS-EVT-HEURE(WS-INDEX-EVT)
                       TO WS-NOUV-HEURE
                       MOVE SPACES TO WS-NOUV-MESSAGE
                       STRING FUNCTION TRIM(WS-EVT-TYPE(WS-INDEX-EVT))
                       " sur sa propre fiche ("
                       FUNCTION TRIM(WS-EVT-PERSONNE(WS-INDEX-EVT))
                       ")"
                       DELIMITED BY SIZE INTO WS-NOUV-MESSAGE
                       PERFORM AJOUTE-ALERTE THRU AJOUTE-ALERTE-FIN
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       REGLE-PROPRE-FICHE-FIN.
           EXIT.

      *l'alerte préparée dans WS-NOUV-... est rangée avec la
      *sévérité et le code de la règle courante
       AJOUTE-ALERTE.
           IF WS-NB-ALERTES EQUAL 9999
              GO TO AJOUTE-ALERTE-FIN
           END-IF.
           ADD 1 TO WS-NB-ALERTES.
           MOVE WS-REG-SEVERITE(WS-REGLE-COURANTE)
           TO WS-ALR-SEVERITE(WS-NB-ALERTES).
           MOVE WS-REG-CODE(WS-REGLE-COURANTE)
           TO WS-ALR-CODE(WS-NB-ALERTES).
           MOVE WS-NOUV-ID TO WS-ALR-ID(WS-NB-ALERTES).
           MOVE WS-NOUV-HEURE TO WS-ALR-HEURE(WS-NB-ALERTES).
           MOVE WS-NOUV-MESSAGE TO WS-ALR-MESSAGE(WS-NB-ALERTES).
           IF WS-REG-SEVERITE(WS-REGLE-COURANTE) EQUAL "C"
              ADD 1 TO WS-NB-CRITIQUES
           END-IF.
       AJOUTE-ALERTE-FIN.
           EXIT.

      *le rapport : les alertes des plus graves aux moins graves,
      *dans l'ordre où elles ont été levées à sévérité égale
       ECRIT-RAPPORT.
           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "ALERTES DE SECURITE - JOURNEE DU " WS-DATE-ANALYSE
           " - " WS-NB-EVENEMENTS " evenement(s) analyse(s)"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           PERFORM VARYING WS-INDEX-SEVERITE FROM 1 BY 1
           UNTIL WS-INDEX-SEVERITE GREATER THAN 4
              MOVE 0 TO WS-NB-PAR-SEVERITE(WS-INDEX-SEVERITE)
              EVALUATE WS-ORDRE-SEVERITES(WS-INDEX-SEVERITE:1)
                 WHEN "C"
                    MOVE "CRITIQUE" TO WS-LIBELLE-SEVERITE
                 WHEN "H"
                    MOVE "HAUTE" TO WS-LIBELLE-SEVERITE
                 WHEN "M"
                    MOVE "MOYENNE" TO WS-LIBELLE-SEVERITE
                 WHEN OTHER
                    MOVE "BASSE" TO WS-LIBELLE-SEVERITE
              END-EVALUATE
              PERFORM VARYING WS-INDEX-ALERTE FROM 1 BY 1
              UNTIL WS-INDEX-ALERTE GREATER THAN WS-NB-ALERTES
                 IF WS-ALR-SEVERITE(WS-INDEX-ALERTE) EQUAL
                 WS-ORDRE-SEVERITES(WS-INDEX-SEVERITE:1)
                    ADD 1 TO WS-NB-PAR-SEVERITE(WS-INDEX-SEVERITE)
                    MOVE SPACES TO WS-EDIT-HEURE
                    STRING WS-ALR-HEURE(WS-INDEX-ALERTE)(1:2) ":"
                    WS-ALR-HEURE(WS-INDEX-ALERTE)(3:2)
                    DELIMITED BY SIZE INTO WS-EDIT-HEURE
                    MOVE SPACES TO LIGNE-RAPPORT
                    STRING WS-LIBELLE-SEVERITE " " WS-EDIT-HEURE " "
                    WS-ALR-CODE(WS-INDEX-ALERTE) " "
                    WS-ALR-ID(WS-INDEX-ALERTE) " "
                    FUNCTION TRIM(WS-ALR-MESSAGE(WS-INDEX-ALERTE))
                    DELIMITED BY SIZE INTO LIGNE-RAPPORT
                    WRITE LIGNE-RAPPORT
                 END-IF
              END-PERFORM
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "--- " WS-NB-ALERTES " alerte(s) : "
           WS-NB-PAR-SEVERITE(1) " critique(s), "
           WS-NB-PAR-SEVERITE(2) " haute(s), "
           WS-NB-PAR-SEVERITE(3) " moyenne(s), "
           WS-NB-PAR-SEVERITE(4) " basse(s) ---"
           DELIMITED BY SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.
       ECRIT-RAPPORT-FIN.
           EXIT.

      *chaque alerte critique part dans le journal d'erreurs commun,
      *au format lu par le résumé du matin
       ECRIT-CRITIQUES.
           IF WS-NB-CRITIQUES EQUAL 0
              GO TO ECRIT-CRITIQUES-FIN
           END-IF.
           OPEN INPUT ERREURS-BATCH.
           IF WS-ERREURS-STATUS-OK
              CLOSE ERREURS-BATCH
              OPEN EXTEND ERREURS-BATCH
           ELSE
              OPEN OUTPUT ERREURS-BATCH
           END-IF.
           ACCEPT WS-HEURE-LOG FROM TIME.
           PERFORM VARYING WS-INDEX-ALERTE FROM 1 BY 1
           UNTIL WS-INDEX-ALERTE GREATER THAN WS-NB-ALERTES
              IF WS-ALR-SEVERITE(WS-INDEX-ALERTE) EQUAL "C"
                 MOVE SPACES TO LIGNE-ERREUR-BATCH
                 STRING "ERROR " WS-DATE-JOUR " " WS-HEURE-LOG
                 " ALERTES " FUNCTION TRIM(WS-ALR-CODE(WS-INDEX-ALERTE))
                 " " FUNCTION TRIM(WS-ALR-ID(WS-INDEX-ALERTE)) " : "
                 FUNCTION TRIM(WS-ALR-MESSAGE(WS-INDEX-ALERTE))
                 DELIMITED BY SIZE INTO LIGNE-ERREUR-BATCH
                 WRITE LIGNE-ERREUR-BATCH
              END-IF
           END-PERFORM.
           CLOSE ERREURS-BATCH.
       ECRIT-CRITIQUES-FIN.
           EXIT.

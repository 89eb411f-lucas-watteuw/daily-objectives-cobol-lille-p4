       IDENTIFICATION DIVISION.
       PROGRAM-ID. propagation.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les changements d'adresse de changesq, l'adresse de chaque
      *contrat et les contrats à recalculer
           COPY "../../copybooks/adresses-select.copy".

      *les ménages de menages.cbl, réécrits avec les personnes qui
      *ont déménagé regroupées dans leur nouveau foyer
           SELECT MENAGES ASSIGN TO "menages.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MENAGES.

      *les liens contrat -> id client construits par referentiel.cbl
           SELECT LIENS ASSIGN TO "liens-contrat-client.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIENS.

      *le portefeuille indexé généré par assurance.cbl, pour le
      *produit de chaque contrat
           SELECT ASSURANCE-SORTIE ASSIGN TO "rapport-assurance.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODE-CONTRAT-SORTIE
              FILE STATUS IS WS-FS-SORTIE.

      *les tables de tarif, pour le coefficient départemental du
      *produit avant et après le déménagement
           SELECT TARIFS ASSIGN TO "tarifs-produits.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TARIFS.

      *le rapport de ce qui a été propagé et où
           SELECT RAPPORT ASSIGN TO "rapport-propagation.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "../../copybooks/adresses-fd.copy".

       FD MENAGES.
       01 LIGNE-MENAGE.
           05 ID-MENAGE    PIC 9(4).
           05 FILLER       PIC X.
           05 ID-INDIVIDU  PIC 9(4).
           05 FILLER       PIC X.
           05 CHEF-MENAGE  PIC X.
           05 FILLER       PIC X.
           05 NOM-MEMBRE   PIC X(20).

       FD LIENS.
       01 LIGNE-LIEN.
           05 CODE-CONTRAT-LIEN PIC 9(8).
           05 FILLER            PIC X.
           05 ID-CLIENT-LIEN    PIC 9(4).

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

       FD TARIFS.
       01 LIGNE-TARIF.
           05 PRODUIT-TARIF    PIC X(14).
           05 FILLER           PIC X.
           05 TYPE-TARIF       PIC X(4).
           05 FILLER           PIC X.
           05 CLE1-TARIF       PIC X(3).
           05 FILLER           PIC X.
           05 CLE2-TARIF       PIC X(3).
           05 FILLER           PIC X.
           05 VALEUR-TARIF     PIC 9(6)V99.

       FD RAPPORT.
       01 LIGNE-RAPPORT PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *les colonnes utiles de la table individus : l'identité et
      *l'adresse structurée saisie dans changesq
       01  CLIENT-ID      PIC 9(4).
       01  CLIENT-NOM     PIC X(50).
       01  CLIENT-PRENOM  PIC X(50).
       01  CLIENT-RUE     PIC X(50).
       01  CLIENT-CP      PIC X(5).
       01  CLIENT-VILLE   PIC X(30).
      *pour se connecter à la database
       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "mdp".
       01  DBNAME         PIC X(10) VALUE "testdb".
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "../../copybooks/adresses-ws.copy".

      *statuts des fichiers
       01 WS-FS-MENAGES PIC X(2) VALUE "00".
           88 WS-FS-MENAGES-OK VALUE "00".
       01 WS-FS-LIENS PIC X(2) VALUE "00".
           88 WS-FS-LIENS-OK VALUE "00".
       01 WS-FS-SORTIE PIC X(2) VALUE "00".
           88 WS-FS-SORTIE-TROUVE VALUE "00".
       01 WS-FS-TARIFS PIC X(2) VALUE "00".
           88 WS-FS-TARIFS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-EVENEMENTS PIC X VALUE "C".
       01 WS-FIN-MENAGES PIC X VALUE "C".
       01 WS-FIN-LIENS PIC X VALUE "C".
       01 WS-FIN-TARIFS PIC X VALUE "C".

      *les individus avec leur adresse normalisée comme dans
      *menages.cbl (rue en majuscules, "/", code postal)
       01 WS-NB-INDIVIDUS PIC 9(4) VALUE 0.
       01 WS-INDIVIDU OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-INDIVIDUS.
           05 WS-IND-ID      PIC 9(4).
           05 WS-IND-NOM     PIC X(50).
           05 WS-IND-PRENOM  PIC X(50).
           05 WS-IND-RUE     PIC X(50).
           05 WS-IND-CP      PIC X(5).
           05 WS-IND-VILLE   PIC X(30).
           05 WS-IND-ADRESSE PIC X(56).
       01 WS-INDEX-IND PIC 9(4).
       01 WS-POSITION-IND PIC 9(4).

      *les ménages chargés de menages.dat, et le plus grand numéro
      *pour en ouvrir de nouveaux
       01 WS-NB-MENAGES PIC 9(4) VALUE 0.
       01 WS-MENAGE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-MENAGES.
           05 WS-MEN-ID        PIC 9(4).
           05 WS-MEN-INDIVIDU  PIC 9(4).
           05 WS-MEN-CHEF      PIC X.
           05 WS-MEN-NOM       PIC X(20).
       01 WS-INDEX-MEN PIC 9(4).
       01 WS-MAX-MENAGE PIC 9(4) VALUE 0.
       01 WS-LIGNE-PERSONNE PIC 9(4).
       01 WS-ANCIEN-MENAGE PIC 9(4).
       01 WS-NOUVEAU-MENAGE PIC 9(4).
       01 WS-NB-AUTRES PIC 9(4).
       01 WS-SUCCESSEUR PIC 9(4).

      *les liens contrat -> client
       01 WS-NB-LIENS PIC 9(4) VALUE 0.
       01 WS-LIEN OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-LIENS.
           05 WS-LIEN-CONTRAT PIC 9(8).
           05 WS-LIEN-CLIENT  PIC 9(4).
       01 WS-INDEX-LIEN PIC 9(4).

      *les coefficients départementaux du tarif (lignes DEPT)
       01 WS-NB-TARIFS PIC 9(4) VALUE 0.
       01 WS-TARIF OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-TARIFS.
           05 WS-TARIF-PRODUIT PIC X(14).
           05 WS-TARIF-DEPT    PIC X(3).
           05 WS-TARIF-VALEUR  PIC 9(6)V99.
       01 WS-INDEX-TARIF PIC 9(4).
       01 WS-DEPT-CHERCHE PIC X(3).
       01 WS-COEF-TROUVE PIC 9(6)V99.
       01 WS-ANCIEN-COEF PIC 9(6)V99.
       01 WS-NOUVEAU-COEF PIC 9(6)V99.
       01 WS-COEF-EDIT1 PIC Z(5)9.99.
       01 WS-COEF-EDIT2 PIC Z(5)9.99.

      *l'adresse normalisée de l'événement en cours, et les deux
      *départements comparés pour un contrat
       01 WS-ADRESSE-EVT PIC X(56).
       01 WS-ANCIEN-DEP PIC X(2).
       01 WS-NOUVEAU-DEP PIC X(2).
       01 WS-PRODUIT PIC X(14).

       01 WS-DATE-JOUR PIC 9(8).

      *compteurs du run
       01 WS-NB-EVENEMENTS PIC 9(6) VALUE 0.
       01 WS-NB-IGNORES PIC 9(6) VALUE 0.
       01 WS-NB-REGROUPES PIC 9(6) VALUE 0.
       01 WS-NB-CONTRATS-MAJ PIC 9(6) VALUE 0.
       01 WS-NB-INITIALISES PIC 9(6) VALUE 0.
       01 WS-NB-A-RECALCULER PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           DISPLAY "Connexion à la base de données...".

           EXEC SQL
                CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               STOP RUN
           END-IF.

           PERFORM CHARGE-INDIVIDUS THRU CHARGE-INDIVIDUS-FIN.
           PERFORM CHARGE-MENAGES THRU CHARGE-MENAGES-FIN.
           PERFORM CHARGE-LIENS THRU CHARGE-LIENS-FIN.
           PERFORM CHARGE-TARIFS THRU CHARGE-TARIFS-FIN.
           COPY "../../copybooks/adresses-init.copy".

           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "PROPAGATION DES CHANGEMENTS D'ADRESSE DU "
           WS-DATE-JOUR
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      *on applique les événements dans l'ordre où changesq les a
      *posés : un même individu peut avoir déménagé deux fois
           OPEN INPUT ASSURANCE-SORTIE.
           OPEN INPUT F-EVT-ADRESSE.
           IF F-EVT-ADRESSE-STATUS-OK
              PERFORM UNTIL WS-FIN-EVENEMENTS EQUAL "F"
                 READ F-EVT-ADRESSE
                    AT END
                       MOVE "F" TO WS-FIN-EVENEMENTS
                    NOT AT END
                       ADD 1 TO WS-NB-EVENEMENTS
                       PERFORM APPLIQUE-EVENEMENT
                       THRU APPLIQUE-EVENEMENT-FIN
                 END-READ
              END-PERFORM
              CLOSE F-EVT-ADRESSE
           END-IF.
           CLOSE ASSURANCE-SORTIE.

      *un contrat lié qui n'a pas encore d'adresse reçoit celle de
      *son client dans la table individus
           PERFORM INITIALISE-CONTRATS THRU INITIALISE-CONTRATS-FIN.

      *les fichiers réécrits : ménages, adresses des contrats, et
      *la file des événements vidée
           OPEN OUTPUT MENAGES.
           PERFORM VARYING WS-INDEX-MEN FROM 1 BY 1
           UNTIL WS-INDEX-MEN GREATER THAN WS-NB-MENAGES
              MOVE SPACES TO LIGNE-MENAGE
              MOVE WS-MEN-ID(WS-INDEX-MEN) TO ID-MENAGE
              MOVE WS-MEN-INDIVIDU(WS-INDEX-MEN) TO ID-INDIVIDU
              MOVE WS-MEN-CHEF(WS-INDEX-MEN) TO CHEF-MENAGE
              MOVE WS-MEN-NOM(WS-INDEX-MEN) TO NOM-MEMBRE
              WRITE LIGNE-MENAGE
           END-PERFORM.
           CLOSE MENAGES.

           OPEN OUTPUT F-ADR-CONTRATS.
           PERFORM VARYING WS-INDEX-ADR-CONTRAT FROM 1 BY 1
           UNTIL WS-INDEX-ADR-CONTRAT GREATER THAN WS-NB-ADR-CONTRATS
              MOVE SPACES TO LIGNE-F-ADR-CONTRATS
              MOVE WS-ADRC-CONTRAT(WS-INDEX-ADR-CONTRAT)
              TO F-ADRC-CONTRAT
              MOVE WS-ADRC-CLIENT(WS-INDEX-ADR-CONTRAT)
              TO F-ADRC-CLIENT
              MOVE WS-ADRC-RUE(WS-INDEX-ADR-CONTRAT) TO F-ADRC-RUE
              MOVE WS-ADRC-CP(WS-INDEX-ADR-CONTRAT) TO F-ADRC-CP
              MOVE WS-ADRC-VILLE(WS-INDEX-ADR-CONTRAT)
              TO F-ADRC-VILLE
              MOVE WS-ADRC-DATE(WS-INDEX-ADR-CONTRAT) TO F-ADRC-DATE
              WRITE LIGNE-F-ADR-CONTRATS
           END-PERFORM.
           CLOSE F-ADR-CONTRATS.

           IF WS-NB-EVENEMENTS GREATER THAN 0
              OPEN OUTPUT F-EVT-ADRESSE
              CLOSE F-EVT-ADRESSE
           END-IF.

           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "--- " WS-NB-EVENEMENTS " evenement(s), "
           WS-NB-IGNORES " ignore(s), " WS-NB-REGROUPES
           " menage(s) regroupe(s) ---"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "--- " WS-NB-CONTRATS-MAJ " contrat(s) mis a jour, "
           WS-NB-A-RECALCULER " a recalculer, " WS-NB-INITIALISES
           " adresse(s) initialisee(s) ---"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.

           DISPLAY "Fin du traitement - " WS-NB-EVENEMENTS
           " evenement(s), " WS-NB-CONTRATS-MAJ
           " contrat(s) mis a jour, " WS-NB-A-RECALCULER
           " a recalculer".

           STOP RUN.

      *on charge les individus avec leur adresse actuelle
       CHARGE-INDIVIDUS.
           EXEC SQL
           DECLARE curseur-propagation CURSOR FOR
           SELECT id, nom, prenom, rue, code_postal, ville
           FROM individus
           ORDER BY id
              FOR READ ONLY
           END-EXEC.

           EXEC SQL
              OPEN curseur-propagation
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH curseur-propagation INTO :CLIENT-ID,
                 :CLIENT-NOM, :CLIENT-PRENOM, :CLIENT-RUE,
                 :CLIENT-CP, :CLIENT-VILLE
              END-EXEC
              IF SQLCODE NOT = 100
                 ADD 1 TO WS-NB-INDIVIDUS
                 MOVE CLIENT-ID TO WS-IND-ID(WS-NB-INDIVIDUS)
                 MOVE CLIENT-NOM TO WS-IND-NOM(WS-NB-INDIVIDUS)
                 MOVE CLIENT-PRENOM TO WS-IND-PRENOM(WS-NB-INDIVIDUS)
                 MOVE CLIENT-RUE TO WS-IND-RUE(WS-NB-INDIVIDUS)
                 MOVE CLIENT-CP TO WS-IND-CP(WS-NB-INDIVIDUS)
                 MOVE CLIENT-VILLE TO WS-IND-VILLE(WS-NB-INDIVIDUS)
                 MOVE SPACES TO WS-IND-ADRESSE(WS-NB-INDIVIDUS)
                 IF FUNCTION TRIM(CLIENT-RUE) NOT EQUAL SPACES
                    STRING FUNCTION UPPER-CASE(
                    FUNCTION TRIM(CLIENT-RUE))
                    "/" CLIENT-CP
                    INTO WS-IND-ADRESSE(WS-NB-INDIVIDUS)
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE curseur-propagation
           END-EXEC.
       CHARGE-INDIVIDUS-FIN.
           EXIT.

       CHARGE-MENAGES.
           OPEN INPUT MENAGES.
           IF NOT WS-FS-MENAGES-OK
              DISPLAY "menages.dat absent, lancer menages d'abord"
              GO TO CHARGE-MENAGES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-MENAGES EQUAL "F"
              READ MENAGES
                 AT END
                    MOVE "F" TO WS-FIN-MENAGES
                 NOT AT END
                    ADD 1 TO WS-NB-MENAGES
                    MOVE ID-MENAGE TO WS-MEN-ID(WS-NB-MENAGES)
                    MOVE ID-INDIVIDU TO WS-MEN-INDIVIDU(WS-NB-MENAGES)
                    MOVE CHEF-MENAGE TO WS-MEN-CHEF(WS-NB-MENAGES)
                    MOVE NOM-MEMBRE TO WS-MEN-NOM(WS-NB-MENAGES)
                    IF ID-MENAGE GREATER THAN WS-MAX-MENAGE
                       MOVE ID-MENAGE TO WS-MAX-MENAGE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MENAGES.
       CHARGE-MENAGES-FIN.
           EXIT.

       CHARGE-LIENS.
           OPEN INPUT LIENS.
           IF NOT WS-FS-LIENS-OK
              DISPLAY "liens-contrat-client.dat absent, "
              "aucun contrat mis a jour"
              GO TO CHARGE-LIENS-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-LIENS EQUAL "F"
              READ LIENS
                 AT END
                    MOVE "F" TO WS-FIN-LIENS
                 NOT AT END
                    ADD 1 TO WS-NB-LIENS
                    MOVE CODE-CONTRAT-LIEN
                    TO WS-LIEN-CONTRAT(WS-NB-LIENS)
                    MOVE ID-CLIENT-LIEN TO WS-LIEN-CLIENT(WS-NB-LIENS)
              END-READ
           END-PERFORM.
           CLOSE LIENS.
       CHARGE-LIENS-FIN.
           EXIT.

      *seules les lignes DEPT du tarif nous intéressent
       CHARGE-TARIFS.
           OPEN INPUT TARIFS.
           IF NOT WS-FS-TARIFS-OK
              GO TO CHARGE-TARIFS-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-TARIFS EQUAL "F"
              READ TARIFS
                 AT END
                    MOVE "F" TO WS-FIN-TARIFS
                 NOT AT END
                    IF TYPE-TARIF EQUAL "DEPT"
                       ADD 1 TO WS-NB-TARIFS
                       MOVE PRODUIT-TARIF
                       TO WS-TARIF-PRODUIT(WS-NB-TARIFS)
                       MOVE CLE1-TARIF TO WS-TARIF-DEPT(WS-NB-TARIFS)
                       MOVE VALEUR-TARIF
                       TO WS-TARIF-VALEUR(WS-NB-TARIFS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TARIFS.
       CHARGE-TARIFS-FIN.
           EXIT.

      *un événement : l'individu doit encore exister ; on regroupe
      *son ménage puis on reporte la nouvelle adresse sur ses
      *contrats
       APPLIQUE-EVENEMENT.
           MOVE 0 TO WS-POSITION-IND.
           PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
           UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDIVIDUS
              IF WS-IND-ID(WS-INDEX-IND) EQUAL F-EVT-ID
                 MOVE WS-INDEX-IND TO WS-POSITION-IND
              END-IF
           END-PERFORM.
           IF WS-POSITION-IND EQUAL 0
              ADD 1 TO WS-NB-IGNORES
              MOVE SPACES TO LIGNE-RAPPORT
              STRING "individu " F-EVT-ID " du " F-EVT-DATE
              " absent de la table, evenement ignore"
              INTO LIGNE-RAPPORT
              WRITE LIGNE-RAPPORT
              GO TO APPLIQUE-EVENEMENT-FIN
           END-IF.

           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "individu " F-EVT-ID " "
           FUNCTION TRIM(WS-IND-NOM(WS-POSITION-IND)) " "
           FUNCTION TRIM(WS-IND-PRENOM(WS-POSITION-IND))
           " demenage le " F-EVT-DATE " (" F-EVT-ANCIEN-CP " -> "
           F-EVT-NOUVEAU-CP ") par " FUNCTION TRIM(F-EVT-OPERATEUR)
           DELIMITED BY SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           MOVE SPACES TO WS-ADRESSE-EVT.
           IF FUNCTION TRIM(F-EVT-NOUVELLE-RUE) NOT EQUAL SPACES
              STRING FUNCTION UPPER-CASE(
              FUNCTION TRIM(F-EVT-NOUVELLE-RUE))
              "/" F-EVT-NOUVEAU-CP
              INTO WS-ADRESSE-EVT
           END-IF.

           PERFORM REGROUPE-MENAGE THRU REGROUPE-MENAGE-FIN.
           PERFORM PROPAGE-CONTRATS THRU PROPAGE-CONTRATS-FIN.
       APPLIQUE-EVENEMENT-FIN.
           EXIT.

      *la personne quitte son ancien ménage (le membre suivant en
      *devient chef si elle l'était) et rejoint le ménage d'un
      *autre individu déjà à la nouvelle adresse ; sinon elle ouvre
      *un ménage à elle seule, sauf si elle y vivait déjà seule
       REGROUPE-MENAGE.
           MOVE 0 TO WS-LIGNE-PERSONNE.
           MOVE 0 TO WS-ANCIEN-MENAGE.
           PERFORM VARYING WS-INDEX-MEN FROM 1 BY 1
           UNTIL WS-INDEX-MEN GREATER THAN WS-NB-MENAGES
              IF WS-MEN-INDIVIDU(WS-INDEX-MEN) EQUAL F-EVT-ID
                 MOVE WS-INDEX-MEN TO WS-LIGNE-PERSONNE
                 MOVE WS-MEN-ID(WS-INDEX-MEN) TO WS-ANCIEN-MENAGE
              END-IF
           END-PERFORM.

      *le ménage d'accueil : celui d'un autre individu à la même
      *adresse normalisée
           MOVE 0 TO WS-NOUVEAU-MENAGE.
           IF WS-ADRESSE-EVT NOT EQUAL SPACES
              PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
              UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDIVIDUS
              OR WS-NOUVEAU-MENAGE GREATER THAN 0
                 IF WS-IND-ID(WS-INDEX-IND) NOT EQUAL F-EVT-ID
                 AND WS-IND-ADRESSE(WS-INDEX-IND) EQUAL WS-ADRESSE-EVT
                    PERFORM VARYING WS-INDEX-MEN FROM 1 BY 1
                    UNTIL WS-INDEX-MEN GREATER THAN WS-NB-MENAGES
                       IF WS-MEN-INDIVIDU(WS-INDEX-MEN) EQUAL
                       WS-IND-ID(WS-INDEX-IND)
                          MOVE WS-MEN-ID(WS-INDEX-MEN)
                          TO WS-NOUVEAU-MENAGE
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-IF.

      *les autres membres de l'ancien ménage
           MOVE 0 TO WS-NB-AUTRES.
           MOVE 0 TO WS-SUCCESSEUR.
           IF WS-LIGNE-PERSONNE GREATER THAN 0
              PERFORM VARYING WS-INDEX-MEN FROM 1 BY 1
              UNTIL WS-INDEX-MEN GREATER THAN WS-NB-MENAGES
                 IF WS-MEN-ID(WS-INDEX-MEN) EQUAL WS-ANCIEN-MENAGE
                 AND WS-INDEX-MEN NOT EQUAL WS-LIGNE-PERSONNE
                    ADD 1 TO WS-NB-AUTRES
                    IF WS-SUCCESSEUR EQUAL 0
                       MOVE WS-INDEX-MEN TO WS-SUCCESSEUR
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-NOUVEAU-MENAGE EQUAL WS-ANCIEN-MENAGE
           AND WS-ANCIEN-MENAGE GREATER THAN 0
              MOVE SPACES TO LIGNE-RAPPORT
              STRING "  menage " WS-ANCIEN-MENAGE " inchange"
              INTO LIGNE-RAPPORT
              WRITE LIGNE-RAPPORT
              GO TO REGROUPE-MENAGE-FIN
           END-IF.
           IF WS-NOUVEAU-MENAGE EQUAL 0
           AND WS-LIGNE-PERSONNE GREATER THAN 0
           AND WS-NB-AUTRES EQUAL 0
              MOVE SPACES TO LIGNE-RAPPORT
              STRING "  menage " WS-ANCIEN-MENAGE
              " inchange (personne seule)"
              INTO LIGNE-RAPPORT
              WRITE LIGNE-RAPPORT
              GO TO REGROUPE-MENAGE-FIN
           END-IF.

      *la personne quitte l'ancien foyer
           IF WS-LIGNE-PERSONNE GREATER THAN 0
           AND WS-MEN-CHEF(WS-LIGNE-PERSONNE) EQUAL "O"
           AND WS-SUCCESSEUR GREATER THAN 0
              MOVE "O" TO WS-MEN-CHEF(WS-SUCCESSEUR)
           END-IF.
           IF WS-LIGNE-PERSONNE EQUAL 0
              ADD 1 TO WS-NB-MENAGES
              MOVE WS-NB-MENAGES TO WS-LIGNE-PERSONNE
              MOVE F-EVT-ID TO WS-MEN-INDIVIDU(WS-LIGNE-PERSONNE)
              MOVE SPACES TO WS-MEN-NOM(WS-LIGNE-PERSONNE)
              STRING FUNCTION TRIM(WS-IND-NOM(WS-POSITION-IND))
              " " FUNCTION TRIM(WS-IND-PRENOM(WS-POSITION-IND))
              DELIMITED BY SIZE INTO WS-MEN-NOM(WS-LIGNE-PERSONNE)
           END-IF.

      *et rejoint le foyer d'accueil, ou en ouvre un
           IF WS-NOUVEAU-MENAGE GREATER THAN 0
              MOVE WS-NOUVEAU-MENAGE TO WS-MEN-ID(WS-LIGNE-PERSONNE)
              MOVE "N" TO WS-MEN-CHEF(WS-LIGNE-PERSONNE)
           ELSE
              ADD 1 TO WS-MAX-MENAGE
              MOVE WS-MAX-MENAGE TO WS-NOUVEAU-MENAGE
              MOVE WS-MAX-MENAGE TO WS-MEN-ID(WS-LIGNE-PERSONNE)
              MOVE "O" TO WS-MEN-CHEF(WS-LIGNE-PERSONNE)
           END-IF.
           ADD 1 TO WS-NB-REGROUPES.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "  menage " WS-ANCIEN-MENAGE " -> " WS-NOUVEAU-MENAGE
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
       REGROUPE-MENAGE-FIN.
           EXIT.

      *chaque contrat lié à la personne prend la nouvelle adresse ;
      *si le département change, le contrat part au recalcul avec
      *le coefficient départemental de son produit avant et après
       PROPAGE-CONTRATS.
           PERFORM VARYING WS-INDEX-LIEN FROM 1 BY 1
           UNTIL WS-INDEX-LIEN GREATER THAN WS-NB-LIENS
              IF WS-LIEN-CLIENT(WS-INDEX-LIEN) EQUAL F-EVT-ID
                 PERFORM PROPAGE-CONTRAT THRU PROPAGE-CONTRAT-FIN
              END-IF
           END-PERFORM.
       PROPAGE-CONTRATS-FIN.
           EXIT.

       PROPAGE-CONTRAT.
           MOVE WS-LIEN-CONTRAT(WS-INDEX-LIEN)
           TO WS-ADRC-CONTRAT-CHERCHE.
           PERFORM CHERCHE-ADRESSE-CONTRAT
           THRU CHERCHE-ADRESSE-CONTRAT-FIN.
           IF WS-ADRC-EST-TROUVE
              MOVE WS-ADRC-CP(WS-ADRC-POSITION)(1:2) TO WS-ANCIEN-DEP
           ELSE
              MOVE F-EVT-ANCIEN-CP(1:2) TO WS-ANCIEN-DEP
              IF WS-NB-ADR-CONTRATS EQUAL 9999
                 GO TO PROPAGE-CONTRAT-FIN
              END-IF
              ADD 1 TO WS-NB-ADR-CONTRATS
              MOVE WS-NB-ADR-CONTRATS TO WS-ADRC-POSITION
              MOVE WS-ADRC-CONTRAT-CHERCHE
              TO WS-ADRC-CONTRAT(WS-ADRC-POSITION)
           END-IF.
           MOVE F-EVT-ID TO WS-ADRC-CLIENT(WS-ADRC-POSITION).
           MOVE F-EVT-NOUVELLE-RUE TO WS-ADRC-RUE(WS-ADRC-POSITION).
           MOVE F-EVT-NOUVEAU-CP TO WS-ADRC-CP(WS-ADRC-POSITION).
           MOVE F-EVT-NOUVELLE-VILLE
           TO WS-ADRC-VILLE(WS-ADRC-POSITION).
           MOVE F-EVT-DATE TO WS-ADRC-DATE(WS-ADRC-POSITION).
           ADD 1 TO WS-NB-CONTRATS-MAJ.
           MOVE F-EVT-NOUVEAU-CP(1:2) TO WS-NOUVEAU-DEP.

           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "  contrat " WS-ADRC-CONTRAT-CHERCHE " : "
           FUNCTION TRIM(F-EVT-NOUVELLE-RUE) " " F-EVT-NOUVEAU-CP
           " " FUNCTION TRIM(F-EVT-NOUVELLE-VILLE)
           DELIMITED BY SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           IF WS-ANCIEN-DEP EQUAL WS-NOUVEAU-DEP
              GO TO PROPAGE-CONTRAT-FIN
           END-IF.

      *le produit du contrat donne ses coefficients départementaux
           MOVE SPACES TO WS-PRODUIT.
           MOVE WS-ADRC-CONTRAT-CHERCHE TO CODE-CONTRAT-SORTIE.
           READ ASSURANCE-SORTIE.
           IF WS-FS-SORTIE-TROUVE
              MOVE NOM-PRODUIT-SORTIE TO WS-PRODUIT
           END-IF.
           MOVE WS-ANCIEN-DEP TO WS-DEPT-CHERCHE.
           PERFORM CHERCHE-COEF THRU CHERCHE-COEF-FIN.
           MOVE WS-COEF-TROUVE TO WS-ANCIEN-COEF.
           MOVE WS-NOUVEAU-DEP TO WS-DEPT-CHERCHE.
           PERFORM CHERCHE-COEF THRU CHERCHE-COEF-FIN.
           MOVE WS-COEF-TROUVE TO WS-NOUVEAU-COEF.

           OPEN INPUT F-RECALCULS.
           IF F-RECALCULS-STATUS-OK
              CLOSE F-RECALCULS
              OPEN EXTEND F-RECALCULS
           ELSE
              OPEN OUTPUT F-RECALCULS
           END-IF.
           MOVE SPACES TO LIGNE-F-RECALCULS.
           MOVE WS-ADRC-CONTRAT-CHERCHE TO F-RECA-CONTRAT.
           MOVE F-EVT-ID TO F-RECA-CLIENT.
           MOVE WS-ANCIEN-DEP TO F-RECA-ANCIEN-DEP.
           MOVE WS-NOUVEAU-DEP TO F-RECA-NOUVEAU-DEP.
           MOVE WS-PRODUIT TO F-RECA-PRODUIT.
           MOVE WS-ANCIEN-COEF TO F-RECA-ANCIEN-COEF.
           MOVE WS-NOUVEAU-COEF TO F-RECA-NOUVEAU-COEF.
           MOVE F-EVT-DATE TO F-RECA-DATE.
           WRITE LIGNE-F-RECALCULS.
           CLOSE F-RECALCULS.
           ADD 1 TO WS-NB-A-RECALCULER.

           MOVE WS-ANCIEN-COEF TO WS-COEF-EDIT1.
           MOVE WS-NOUVEAU-COEF TO WS-COEF-EDIT2.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF WS-ANCIEN-COEF EQUAL WS-NOUVEAU-COEF
              STRING "    departement " WS-ANCIEN-DEP " -> "
              WS-NOUVEAU-DEP ", concentration a recalculer"
              INTO LIGNE-RAPPORT
           ELSE
              STRING "    departement " WS-ANCIEN-DEP " -> "
              WS-NOUVEAU-DEP ", concentration a recalculer, "
              "coefficient " FUNCTION TRIM(WS-PRODUIT) " "
              FUNCTION TRIM(WS-COEF-EDIT1) " -> "
              FUNCTION TRIM(WS-COEF-EDIT2) " : prime a retarifer"
              DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF.
           WRITE LIGNE-RAPPORT.
       PROPAGE-CONTRAT-FIN.
           EXIT.

      *le coefficient DEPT du produit pour WS-DEPT-CHERCHE, 100
      *quand le tarif n'en prévoit pas
       CHERCHE-COEF.
           MOVE 100 TO WS-COEF-TROUVE.
           PERFORM VARYING WS-INDEX-TARIF FROM 1 BY 1
           UNTIL WS-INDEX-TARIF GREATER THAN WS-NB-TARIFS
              IF WS-TARIF-PRODUIT(WS-INDEX-TARIF) EQUAL WS-PRODUIT
              AND WS-TARIF-DEPT(WS-INDEX-TARIF) EQUAL WS-DEPT-CHERCHE
                 MOVE WS-TARIF-VALEUR(WS-INDEX-TARIF)
                 TO WS-COEF-TROUVE
              END-IF
           END-PERFORM.
       CHERCHE-COEF-FIN.
           EXIT.

      *les contrats liés sans adresse reçoivent celle de leur
      *client, pour que lettres et concentration en aient une
       INITIALISE-CONTRATS.
           PERFORM VARYING WS-INDEX-LIEN FROM 1 BY 1
           UNTIL WS-INDEX-LIEN GREATER THAN WS-NB-LIENS
              MOVE WS-LIEN-CONTRAT(WS-INDEX-LIEN)
              TO WS-ADRC-CONTRAT-CHERCHE
              PERFORM CHERCHE-ADRESSE-CONTRAT
              THRU CHERCHE-ADRESSE-CONTRAT-FIN
              IF NOT WS-ADRC-EST-TROUVE
              AND WS-NB-ADR-CONTRATS LESS THAN 9999
                 PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
                 UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDIVIDUS
                    IF WS-IND-ID(WS-INDEX-IND) EQUAL
                    WS-LIEN-CLIENT(WS-INDEX-LIEN)
                    AND WS-IND-ADRESSE(WS-INDEX-IND) NOT EQUAL SPACES
                       ADD 1 TO WS-NB-ADR-CONTRATS
                       ADD 1 TO WS-NB-INITIALISES
                       MOVE WS-ADRC-CONTRAT-CHERCHE
                       TO WS-ADRC-CONTRAT(WS-NB-ADR-CONTRATS)
                       MOVE WS-IND-ID(WS-INDEX-IND)
                       TO WS-ADRC-CLIENT(WS-NB-ADR-CONTRATS)
                       MOVE WS-IND-RUE(WS-INDEX-IND)
                       TO WS-ADRC-RUE(WS-NB-ADR-CONTRATS)
                       MOVE WS-IND-CP(WS-INDEX-IND)
                       TO WS-ADRC-CP(WS-NB-ADR-CONTRATS)
                       MOVE WS-IND-VILLE(WS-INDEX-IND)
                       TO WS-ADRC-VILLE(WS-NB-ADR-CONTRATS)
                       MOVE WS-DATE-JOUR
                       TO WS-ADRC-DATE(WS-NB-ADR-CONTRATS)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       INITIALISE-CONTRATS-FIN.
           EXIT.

       COPY "../../copybooks/adresses-cherche.copy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. courrier.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les fichiers de courrier du jour, lus l'un après l'autre :
      *avis de lettres.cbl, relances et mises en demeure de
      *relances.cbl, attestations d'attestation.cbl, courriers
      *d'absences.cbl, bulletins de student.cbl et lettres de
      *décision de conseil.cbl ; chacun est vidé
      *une fois repris dans le flux, pour ne jamais être imprimé
      *deux fois
           SELECT SOURCE-COURRIER ASSIGN TO WS-NOM-SOURCE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SOURCE.

           SELECT SOURCE-VIDEE ASSIGN TO WS-NOM-SOURCE
              ORGANIZATION IS LINE SEQUENTIAL.

      *les liens contrat -> id client et les ménages de menages.cbl
      *pour adresser un seul pli au chef de famille
           SELECT LIENS ASSIGN TO "liens-contrat-client.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIENS.

           SELECT MENAGES ASSIGN TO "menages.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MENAGES.

      *les responsables des éléves, tenus par le secrétariat de
      *l'école : un même foyer regroupe les frères et soeurs sous
      *un seul pli, des parents séparés reçoivent chacun le leur
           COPY "../../copybooks/responsables-select.copy".

      *le flux d'impression : un saut de page en colonne 1 ("1"
      *nouvelle page, blanc ligne suivante), puis le texte
           SELECT FLUX ASSIGN TO "flux-impression.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les courriers sans adresse exploitable, retirés du flux
           SELECT NON-DISTRIBUABLES
           ASSIGN TO "courrier-non-distribuable.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le manifeste d'affranchissement pour le service courrier et
      *la comptabilité : lettres, pages et poids par type, plis par
      *tranche de poids
           SELECT MANIFESTE ASSIGN TO "manifeste-affranchissement.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SOURCE-COURRIER.
       01 LIGNE-SOURCE PIC X(250).

       FD SOURCE-VIDEE.
       01 LIGNE-SOURCE-VIDEE PIC X(250).

       FD LIENS.
       01 LIGNE-LIEN.
           05 CODE-CONTRAT-LIEN PIC 9(8).
           05 FILLER            PIC X.
           05 ID-CLIENT-LIEN    PIC 9(4).

       FD MENAGES.
       01 LIGNE-MENAGE.
           05 ID-MENAGE    PIC 9(4).
           05 FILLER       PIC X.
           05 ID-INDIVIDU  PIC 9(4).
           05 FILLER       PIC X.
           05 CHEF-MENAGE  PIC X.
           05 FILLER       PIC X.
           05 NOM-MEMBRE   PIC X(20).

       COPY "../../copybooks/responsables-fd.copy".

       FD FLUX.
       01 LIGNE-FLUX.
           05 SAUT-FLUX  PIC X.
           05 TEXTE-FLUX PIC X(100).

       FD NON-DISTRIBUABLES.
       01 LIGNE-NON-DISTRIBUABLE PIC X(150).

       FD MANIFESTE.
       01 LIGNE-MANIFESTE PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *les colonnes de la table individus : l'identité et l'adresse
      *postale du destinataire
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

      *statuts des fichiers
       01 WS-FS-SOURCE PIC X(2) VALUE "00".
           88 WS-FS-SOURCE-OK VALUE "00".
       01 WS-FS-LIENS PIC X(2) VALUE "00".
           88 WS-FS-LIENS-OK VALUE "00".
       01 WS-FS-MENAGES PIC X(2) VALUE "00".
           88 WS-FS-MENAGES-OK VALUE "00".

       COPY "../../copybooks/responsables-ws.copy".
       01 WS-COPIE-RETENUE PIC 9.

      *condition pour arrêter de lire le fichier en cours
       01 WS-CONDITION PIC X VALUE "C".

      *les fichiers de courrier repris, dans l'ordre de lecture
       01 WS-NOM-SOURCE PIC X(40).
       01 WS-NB-SOURCES PIC 9 VALUE 6.
       01 WS-SOURCES.
           05 FILLER PIC X(40) VALUE "lettres-renouvellement.dat".
           05 FILLER PIC X(40) VALUE "lettres-relances.dat".
           05 FILLER PIC X(40) VALUE "attestations.dat".
           05 FILLER PIC X(40) VALUE "lettres-absences.dat".
           05 FILLER PIC X(40) VALUE "bulletins.dat".
           05 FILLER PIC X(40) VALUE "lettres-decisions.dat".
       01 WS-SOURCES-TABLE REDEFINES WS-SOURCES.
           05 WS-NOM-SOURCE-T PIC X(40) OCCURS 6 TIMES.
       01 WS-INDEX-SOURCE PIC 9.
       01 WS-SOURCE-LUE PIC X OCCURS 6 TIMES.

      *les types de courrier : code, regroupable (O) ou à envoyer
      *seul (N : la mise en demeure part en recommandé, la
      *convocation aussi), libellé du manifeste ; les types 6 à 9
      *viennent de l'école
       01 WS-NB-TYPES PIC 9 VALUE 9.
       01 WS-TYPES.
           05 FILLER PIC X(25) VALUE "RENOOAVIS RENOUVELLEMENT".
           05 FILLER PIC X(25) VALUE "REL1ORELANCE 1".
           05 FILLER PIC X(25) VALUE "REL2ORELANCE 2".
           05 FILLER PIC X(25) VALUE "MED NMISE EN DEMEURE".
           05 FILLER PIC X(25) VALUE "ATT OATTESTATION".
           05 FILLER PIC X(25) VALUE "ABS OCOURRIER ABSENCES".
           05 FILLER PIC X(25) VALUE "CONVNCONVOCATION".
           05 FILLER PIC X(25) VALUE "BUL OBULLETIN".
           05 FILLER PIC X(25) VALUE "DEC ODECISION DU CONSEIL".
       01 WS-TYPES-TABLE REDEFINES WS-TYPES.
           05 WS-TYPE OCCURS 9 TIMES.
               10 WS-TYP-CODE      PIC X(4).
               10 WS-TYP-GROUPABLE PIC X.
               10 WS-TYP-LIBELLE   PIC X(20).
       01 WS-INDEX-TYPE PIC 9(2).

      *les cumuls du manifeste par type ; le pli est compté, avec
      *le poids de son enveloppe, au type de sa première lettre
       01 WS-COMPTES.
           05 WS-CPT OCCURS 9 TIMES.
               10 WS-CPT-LETTRES  PIC 9(6) VALUE 0.
               10 WS-CPT-PAGES    PIC 9(6) VALUE 0.
               10 WS-CPT-PLIS     PIC 9(6) VALUE 0.
               10 WS-CPT-POIDS    PIC 9(8) VALUE 0.
               10 WS-CPT-REJETS   PIC 9(6) VALUE 0.

      *les tranches de poids de l'affranchissement, en grammes, et
      *les plis de chacune
       01 WS-TRANCHES.
           05 FILLER PIC 9(4) VALUE 20.
           05 FILLER PIC 9(4) VALUE 50.
           05 FILLER PIC 9(4) VALUE 100.
           05 FILLER PIC 9(4) VALUE 250.
           05 FILLER PIC 9(4) VALUE 500.
           05 FILLER PIC 9(4) VALUE 9999.
       01 WS-TRANCHES-TABLE REDEFINES WS-TRANCHES.
           05 WS-TRA-MAX PIC 9(4) OCCURS 6 TIMES.
       01 WS-TRANCHE-COMPTES.
           05 WS-TRA OCCURS 6 TIMES.
               10 WS-TRA-PLIS  PIC 9(6) VALUE 0.
               10 WS-TRA-POIDS PIC 9(8) VALUE 0.
       01 WS-INDEX-TRANCHE PIC 9.

      *la mise en page : lignes de texte par page, lignes du bloc
      *adresse en tête de la première page d'un pli, poids d'une
      *feuille et d'une enveloppe en grammes
       01 WS-LIGNES-PAR-PAGE PIC 9(3) VALUE 50.
       01 WS-LIGNES-ADRESSE  PIC 9(3) VALUE 4.
       01 WS-POIDS-FEUILLE   PIC 9(3) VALUE 5.
       01 WS-POIDS-ENVELOPPE PIC 9(3) VALUE 5.

      *toutes les lignes des courriers lus, à la suite
       01 WS-NB-LIGNES PIC 9(6) VALUE 0.
       01 WS-LIGNE PIC X(100) OCCURS 1 TO 200000 TIMES
          DEPENDING ON WS-NB-LIGNES.
       01 WS-INDEX-LIGNE PIC 9(6).
       01 WS-DERNIERE-LIGNE PIC 9(6).

      *les courriers : type, première ligne et nombre de lignes,
      *contrat ou éléve qui donne le destinataire (et le foyer de
      *l'exemplaire pour l'école), pages imprimées
       01 WS-NB-LETTRES PIC 9(5) VALUE 0.
       01 WS-LETTRE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-LETTRES.
           05 WS-LET-TYPE      PIC 9.
           05 WS-LET-DEBUT     PIC 9(6).
           05 WS-LET-NB-LIGNES PIC 9(4).
           05 WS-LET-CONTRAT   PIC 9(8).
           05 WS-LET-ELEVE     PIC X(14).
           05 WS-LET-FOYER     PIC 9(6).
           05 WS-LET-PAGES     PIC 9(4).
       01 WS-INDEX-LETTRE PIC 9(5).
       01 WS-LETTRE-EN-COURS PIC X VALUE "N".
           88 WS-LETTRE-EST-EN-COURS VALUE "O".
       01 WS-FIN-BLANCS PIC X VALUE "N".
           88 WS-FIN-BLANCS-ATTEINTE VALUE "O".
       01 WS-LIGNES-A-SAUTER PIC 9 VALUE 0.

      *les plis : adresse, clé de regroupement (M ménage, C client,
      *F famille d'éléve, L lettre envoyée seule) et lettres
      *glissées dedans
       01 WS-NB-PLIS PIC 9(5) VALUE 0.
       01 WS-PLI OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-PLIS.
           05 WS-PLI-CP         PIC X(5).
           05 WS-PLI-DEST       PIC X(41).
           05 WS-PLI-RUE        PIC X(50).
           05 WS-PLI-VILLE      PIC X(30).
           05 WS-PLI-CLE        PIC X(11).
           05 WS-PLI-PAGES      PIC 9(4).
           05 WS-PLI-NB-LETTRES PIC 9(2).
           05 WS-PLI-LETTRE     PIC 9(5) OCCURS 20 TIMES.
       01 WS-INDEX-PLI PIC 9(5).
       01 WS-INDEX-PLI-LETTRE PIC 9(2).
       01 WS-NB-LETTRES-MAX PIC 9(2) VALUE 20.
       01 WS-PLI-TROUVE PIC X VALUE "N".
           88 WS-PLI-EST-TROUVE VALUE "O".

      *le destinataire résolu pour le courrier en cours
       01 WS-DEST-TROUVE PIC X VALUE "N".
           88 WS-DEST-EST-TROUVE VALUE "O".
       01 WS-DEST-CLE   PIC X(11).
       01 WS-DEST-NOM   PIC X(41).
       01 WS-DEST-RUE   PIC X(50).
       01 WS-DEST-CP    PIC X(5).
       01 WS-DEST-VILLE PIC X(30).
       01 WS-MOTIF-NON-DISTRIBUABLE PIC X(40).

      *les individus avec leur adresse et leur ménage
       01 WS-NB-INDIVIDUS PIC 9(4) VALUE 0.
       01 WS-INDIVIDU OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-INDIVIDUS.
           05 WS-IND-ID      PIC 9(4).
           05 WS-IND-NOM     PIC X(50).
           05 WS-IND-PRENOM  PIC X(50).
           05 WS-IND-RUE     PIC X(50).
           05 WS-IND-CP      PIC X(5).
           05 WS-IND-VILLE   PIC X(30).
           05 WS-IND-MENAGE  PIC 9(4).
       01 WS-INDEX-IND PIC 9(4).
       01 WS-IND-TROUVE PIC X VALUE "N".
           88 WS-IND-EST-TROUVE VALUE "O".
       01 WS-ID-CHERCHE PIC 9(4).

      *le chef de chaque ménage, rangé à l'id du ménage
       01 WS-NB-MENAGES PIC 9(4) VALUE 0.
       01 WS-MEN-CHEF PIC 9(4) OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-MENAGES.

      *les liens contrat -> client
       01 WS-NB-LIENS PIC 9(6) VALUE 0.
       01 WS-LIEN OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-LIENS.
           05 WS-LIEN-CONTRAT PIC 9(8).
           05 WS-LIEN-CLIENT  PIC 9(4).
       01 WS-INDEX-LIEN PIC 9(6).

      *la mise en page en cours : page du pli, feuille du flux,
      *lignes déjà posées sur la page
       01 WS-PAGE PIC 9(4).
       01 WS-FEUILLE PIC 9(7) VALUE 0.
       01 WS-LIGNES-PAGE PIC 9(3).
       01 WS-CAPACITE PIC 9(3).
       01 WS-POIDS-PLI PIC 9(6).

      *la date du jour et les totaux du manifeste
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-TOTAL-LETTRES PIC 9(6) VALUE 0.
       01 WS-TOTAL-PAGES PIC 9(6) VALUE 0.
       01 WS-TOTAL-POIDS PIC 9(8) VALUE 0.
       01 WS-TOTAL-REJETS PIC 9(6) VALUE 0.
       01 WS-NB-INCONNUS PIC 9(6) VALUE 0.

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

      *on charge les individus avec leur adresse postale
           EXEC SQL
           DECLARE curseur-courrier CURSOR FOR
           SELECT id, nom, prenom, rue, code_postal, ville
           FROM individus
           ORDER BY id
              FOR READ ONLY
           END-EXEC.

           EXEC SQL
              OPEN curseur-courrier
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH curseur-courrier INTO :CLIENT-ID,
                 :CLIENT-NOM, :CLIENT-PRENOM, :CLIENT-RUE,
                 :CLIENT-CP, :CLIENT-VILLE
              END-EXEC
              IF SQLCODE NOT = 100
                 ADD 1 TO WS-NB-INDIVIDUS
                 MOVE CLIENT-ID TO WS-IND-ID(WS-NB-INDIVIDUS)
                 MOVE CLIENT-NOM TO WS-IND-NOM(WS-NB-INDIVIDUS)
                 MOVE CLIENT-PRENOM
                 TO WS-IND-PRENOM(WS-NB-INDIVIDUS)
                 MOVE CLIENT-RUE TO WS-IND-RUE(WS-NB-INDIVIDUS)
                 MOVE CLIENT-CP TO WS-IND-CP(WS-NB-INDIVIDUS)
                 MOVE CLIENT-VILLE TO WS-IND-VILLE(WS-NB-INDIVIDUS)
                 MOVE 0 TO WS-IND-MENAGE(WS-NB-INDIVIDUS)
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE curseur-courrier
           END-EXEC.

           PERFORM CHARGE-MENAGES THRU CHARGE-MENAGES-FIN.
           PERFORM CHARGE-LIENS THRU CHARGE-LIENS-FIN.
           COPY "../../copybooks/responsables-init.copy".
           IF NOT F-RESPONSABLES-STATUS-OK
              DISPLAY "responsables-eleves.dat absent, "
              "courriers de l'ecole non adressables"
           END-IF.

      *les courriers du jour, fichier par fichier
           PERFORM VARYING WS-INDEX-SOURCE FROM 1 BY 1
           UNTIL WS-INDEX-SOURCE GREATER THAN WS-NB-SOURCES
              PERFORM LIT-SOURCE THRU LIT-SOURCE-FIN
           END-PERFORM.

      *chaque courrier trouve son destinataire et son pli ; ceux
      *qu'on ne sait pas adresser sont mis de côté
           OPEN OUTPUT NON-DISTRIBUABLES.
           PERFORM VARYING WS-INDEX-LETTRE FROM 1 BY 1
           UNTIL WS-INDEX-LETTRE GREATER THAN WS-NB-LETTRES
              PERFORM RESOUT-ADRESSE THRU RESOUT-ADRESSE-FIN
              IF WS-DEST-EST-TROUVE
                 PERFORM RANGE-LETTRE THRU RANGE-LETTRE-FIN
              ELSE
                 PERFORM ECARTE-LETTRE THRU ECARTE-LETTRE-FIN
              END-IF
           END-PERFORM.
           CLOSE NON-DISTRIBUABLES.

      *les pages de chaque pli, puis le tri par code postal pour
      *la remise en nombre
           PERFORM VARYING WS-INDEX-PLI FROM 1 BY 1
           UNTIL WS-INDEX-PLI GREATER THAN WS-NB-PLIS
              PERFORM COMPTE-PLI THRU COMPTE-PLI-FIN
           END-PERFORM.

           IF WS-NB-PLIS GREATER THAN 1
              SORT WS-PLI ON ASCENDING WS-PLI-CP,
              ASCENDING WS-PLI-DEST
           END-IF.

           OPEN OUTPUT FLUX.
           PERFORM VARYING WS-INDEX-PLI FROM 1 BY 1
           UNTIL WS-INDEX-PLI GREATER THAN WS-NB-PLIS
              PERFORM ECRIT-PLI THRU ECRIT-PLI-FIN
           END-PERFORM.
           CLOSE FLUX.

           PERFORM ECRIT-MANIFESTE THRU ECRIT-MANIFESTE-FIN.

      *les fichiers repris sont vidés : un courrier n'entre qu'une
      *fois dans le flux
           PERFORM VARYING WS-INDEX-SOURCE FROM 1 BY 1
           UNTIL WS-INDEX-SOURCE GREATER THAN WS-NB-SOURCES
              IF WS-SOURCE-LUE(WS-INDEX-SOURCE) EQUAL "O"
                 MOVE WS-NOM-SOURCE-T(WS-INDEX-SOURCE)
                 TO WS-NOM-SOURCE
                 OPEN OUTPUT SOURCE-VIDEE
                 CLOSE SOURCE-VIDEE
              END-IF
           END-PERFORM.

           DISPLAY "Fin de la mise sous pli - " WS-TOTAL-LETTRES
           " lettre(s) en " WS-NB-PLIS " pli(s), " WS-FEUILLE
           " feuille(s), " WS-TOTAL-REJETS " non distribuable(s)".

           STOP RUN.

      *on range chaque membre dans son ménage et on retient le chef
      *de famille, destinataire du pli commun
       CHARGE-MENAGES.
           OPEN INPUT MENAGES.
           IF NOT WS-FS-MENAGES-OK
              DISPLAY "menages.dat absent, un pli par client"
              GO TO CHARGE-MENAGES-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ MENAGES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    PERFORM RANGE-MEMBRE THRU RANGE-MEMBRE-FIN
              END-READ
           END-PERFORM.
           CLOSE MENAGES.
       CHARGE-MENAGES-FIN.
           EXIT.

      *le membre lu rejoint son ménage, créé à la volée jusqu'à son
      *id
       RANGE-MEMBRE.
           PERFORM UNTIL WS-NB-MENAGES NOT LESS THAN ID-MENAGE
              ADD 1 TO WS-NB-MENAGES
              MOVE 0 TO WS-MEN-CHEF(WS-NB-MENAGES)
           END-PERFORM.
           MOVE ID-INDIVIDU TO WS-ID-CHERCHE.
           PERFORM CHERCHE-INDIVIDU THRU CHERCHE-INDIVIDU-FIN.
           IF NOT WS-IND-EST-TROUVE
              GO TO RANGE-MEMBRE-FIN
           END-IF.
           MOVE ID-MENAGE TO WS-IND-MENAGE(WS-INDEX-IND).
           IF CHEF-MENAGE EQUAL "O"
              MOVE WS-INDEX-IND TO WS-MEN-CHEF(ID-MENAGE)
           END-IF.
       RANGE-MEMBRE-FIN.
           EXIT.

      *les liens contrat -> client
       CHARGE-LIENS.
           OPEN INPUT LIENS.
           IF NOT WS-FS-LIENS-OK
              DISPLAY "liens-contrat-client.dat absent, "
              "courriers d'assurance non adressables"
              GO TO CHARGE-LIENS-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ LIENS
                 AT END
                    MOVE "F" TO WS-CONDITION
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

      *le fichier de courrier WS-INDEX-SOURCE, découpé en lettres ;
      *un fichier absent est simplement sauté
       LIT-SOURCE.
           MOVE "N" TO WS-SOURCE-LUE(WS-INDEX-SOURCE).
           MOVE WS-NOM-SOURCE-T(WS-INDEX-SOURCE) TO WS-NOM-SOURCE.
           OPEN INPUT SOURCE-COURRIER.
           IF NOT WS-FS-SOURCE-OK
              DISPLAY FUNCTION TRIM(WS-NOM-SOURCE)
              " absent, aucun courrier repris"
              GO TO LIT-SOURCE-FIN
           END-IF.
           MOVE "O" TO WS-SOURCE-LUE(WS-INDEX-SOURCE).
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ SOURCE-COURRIER
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    PERFORM RANGE-LIGNE THRU RANGE-LIGNE-FIN
              END-READ
           END-PERFORM.
           CLOSE SOURCE-COURRIER.
           PERFORM CLOT-LETTRE THRU CLOT-LETTRE-FIN.
       LIT-SOURCE-FIN.
           EXIT.

      *la ligne lue : une ligne de "=" sépare les courriers
      *d'assurance (elle n'est pas reprise, chaque lettre ouvrant
      *sa page), un titre "===== " ouvre ceux de l'école ; les
      *lignes suivantes appartiennent à la lettre ouverte
       RANGE-LIGNE.
           IF LIGNE-SOURCE(1:80) EQUAL ALL "="
              PERFORM CLOT-LETTRE THRU CLOT-LETTRE-FIN
              PERFORM OUVRE-LETTRE THRU OUVRE-LETTRE-FIN
              GO TO RANGE-LIGNE-FIN
           END-IF.
           IF LIGNE-SOURCE(1:6) EQUAL "===== "
              PERFORM CLOT-LETTRE THRU CLOT-LETTRE-FIN
              PERFORM OUVRE-LETTRE THRU OUVRE-LETTRE-FIN
           END-IF.
           IF NOT WS-LETTRE-EST-EN-COURS
              GO TO RANGE-LIGNE-FIN
           END-IF.
      *le bloc adresse qui suit le titre d'un courrier de l'école
      *(code du foyer et destinataire, rue, code postal et ville)
      *n'est pas repris : le pli porte sa propre adresse
           IF WS-LIGNES-A-SAUTER GREATER THAN 0
              SUBTRACT 1 FROM WS-LIGNES-A-SAUTER
              GO TO RANGE-LIGNE-FIN
           END-IF.
           IF WS-LET-TYPE(WS-NB-LETTRES) GREATER THAN 5
           AND WS-LET-NB-LIGNES(WS-NB-LETTRES) EQUAL 1
           AND LIGNE-SOURCE(1:6) EQUAL "foyer "
           AND LIGNE-SOURCE(7:6) IS NUMERIC
              MOVE LIGNE-SOURCE(7:6) TO WS-LET-FOYER(WS-NB-LETTRES)
              MOVE 2 TO WS-LIGNES-A-SAUTER
              GO TO RANGE-LIGNE-FIN
           END-IF.

           ADD 1 TO WS-NB-LIGNES.
           MOVE LIGNE-SOURCE TO WS-LIGNE(WS-NB-LIGNES).
           ADD 1 TO WS-LET-NB-LIGNES(WS-NB-LETTRES).
           IF WS-LET-NB-LIGNES(WS-NB-LETTRES) EQUAL 1
              PERFORM TYPE-LETTRE THRU TYPE-LETTRE-FIN
           END-IF.
      *l'attestation porte son contrat dans le corps du texte
           IF LIGNE-SOURCE(1:25) EQUAL "est titulaire du contrat "
           AND LIGNE-SOURCE(26:8) IS NUMERIC
              MOVE LIGNE-SOURCE(26:8)
              TO WS-LET-CONTRAT(WS-NB-LETTRES)
           END-IF.
       RANGE-LIGNE-FIN.
           EXIT.

      *une nouvelle lettre commence à la ligne suivante
       OUVRE-LETTRE.
           ADD 1 TO WS-NB-LETTRES.
           MOVE 0 TO WS-LET-TYPE(WS-NB-LETTRES).
           COMPUTE WS-LET-DEBUT(WS-NB-LETTRES) = WS-NB-LIGNES + 1.
           MOVE 0 TO WS-LET-NB-LIGNES(WS-NB-LETTRES).
           MOVE 0 TO WS-LET-CONTRAT(WS-NB-LETTRES).
           MOVE SPACES TO WS-LET-ELEVE(WS-NB-LETTRES).
           MOVE 0 TO WS-LET-FOYER(WS-NB-LETTRES).
           MOVE 0 TO WS-LET-PAGES(WS-NB-LETTRES).
           MOVE 0 TO WS-LIGNES-A-SAUTER.
           SET WS-LETTRE-EST-EN-COURS TO TRUE.
       OUVRE-LETTRE-FIN.
           EXIT.

      *la lettre ouverte est close sans ses lignes blanches de fin ;
      *une lettre vide est oubliée
       CLOT-LETTRE.
           IF NOT WS-LETTRE-EST-EN-COURS
              GO TO CLOT-LETTRE-FIN
           END-IF.
           MOVE "N" TO WS-LETTRE-EN-COURS.
           MOVE "N" TO WS-FIN-BLANCS.
           PERFORM UNTIL WS-FIN-BLANCS-ATTEINTE
              IF WS-LET-NB-LIGNES(WS-NB-LETTRES) EQUAL 0
                 SET WS-FIN-BLANCS-ATTEINTE TO TRUE
              ELSE
                 IF WS-LIGNE(WS-NB-LIGNES) NOT EQUAL SPACES
                    SET WS-FIN-BLANCS-ATTEINTE TO TRUE
                 ELSE
                    SUBTRACT 1 FROM WS-NB-LIGNES
                    SUBTRACT 1 FROM WS-LET-NB-LIGNES(WS-NB-LETTRES)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-LET-NB-LIGNES(WS-NB-LETTRES) EQUAL 0
              SUBTRACT 1 FROM WS-NB-LETTRES
           END-IF.
       CLOT-LETTRE-FIN.
           EXIT.

      *le titre de la lettre donne son type et, selon le cas, le
      *contrat ou l'éléve (nom sur 7 et prénom sur 6)
       TYPE-LETTRE.
           EVALUATE TRUE
              WHEN LIGNE-SOURCE(1:33) EQUAL
              "AVIS DE RENOUVELLEMENT - contrat "
                 MOVE 1 TO WS-LET-TYPE(WS-NB-LETTRES)
                 IF LIGNE-SOURCE(34:8) IS NUMERIC
                    MOVE LIGNE-SOURCE(34:8)
                    TO WS-LET-CONTRAT(WS-NB-LETTRES)
                 END-IF
              WHEN LIGNE-SOURCE(1:20) EQUAL "RELANCE 1 - contrat "
                 MOVE 2 TO WS-LET-TYPE(WS-NB-LETTRES)
                 IF LIGNE-SOURCE(21:8) IS NUMERIC
                    MOVE LIGNE-SOURCE(21:8)
                    TO WS-LET-CONTRAT(WS-NB-LETTRES)
                 END-IF
              WHEN LIGNE-SOURCE(1:20) EQUAL "RELANCE 2 - contrat "
                 MOVE 3 TO WS-LET-TYPE(WS-NB-LETTRES)
                 IF LIGNE-SOURCE(21:8) IS NUMERIC
                    MOVE LIGNE-SOURCE(21:8)
                    TO WS-LET-CONTRAT(WS-NB-LETTRES)
                 END-IF
              WHEN LIGNE-SOURCE(1:26) EQUAL
              "MISE EN DEMEURE - contrat "
                 MOVE 4 TO WS-LET-TYPE(WS-NB-LETTRES)
                 IF LIGNE-SOURCE(27:8) IS NUMERIC
                    MOVE LIGNE-SOURCE(27:8)
                    TO WS-LET-CONTRAT(WS-NB-LETTRES)
                 END-IF
              WHEN LIGNE-SOURCE(1:23) EQUAL "ATTESTATION D'ASSURANCE"
                 MOVE 5 TO WS-LET-TYPE(WS-NB-LETTRES)
              WHEN LIGNE-SOURCE(1:26) EQUAL
              "===== COURRIER ABSENCES - "
                 MOVE 6 TO WS-LET-TYPE(WS-NB-LETTRES)
                 MOVE LIGNE-SOURCE(27:14)
                 TO WS-LET-ELEVE(WS-NB-LETTRES)
              WHEN LIGNE-SOURCE(1:20) EQUAL "===== CONVOCATION - "
                 MOVE 7 TO WS-LET-TYPE(WS-NB-LETTRES)
                 MOVE LIGNE-SOURCE(21:14)
                 TO WS-LET-ELEVE(WS-NB-LETTRES)
      *le bulletin porte le trimestre sur 10 avant l'éléve, suivi
      *de la mention APRES RATTRAPAGE quand rattrapage l'a régénéré
              WHEN LIGNE-SOURCE(1:15) EQUAL "===== BULLETIN "
                 MOVE 8 TO WS-LET-TYPE(WS-NB-LETTRES)
                 IF LIGNE-SOURCE(27:16) EQUAL "APRES RATTRAPAGE"
                    MOVE LIGNE-SOURCE(44:14)
                    TO WS-LET-ELEVE(WS-NB-LETTRES)
                 ELSE
                    MOVE LIGNE-SOURCE(27:14)
                    TO WS-LET-ELEVE(WS-NB-LETTRES)
                 END-IF
              WHEN LIGNE-SOURCE(1:28) EQUAL
              "===== DECISION DU CONSEIL - "
                 MOVE 9 TO WS-LET-TYPE(WS-NB-LETTRES)
                 MOVE LIGNE-SOURCE(29:14)
                 TO WS-LET-ELEVE(WS-NB-LETTRES)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       TYPE-LETTRE-FIN.
           EXIT.

      *le destinataire du courrier WS-INDEX-LETTRE : pour l'école
      *le foyer des responsables de l'éléve auquel l'exemplaire est
      *adressé (le premier quand l'exemplaire ne le précise pas) ;
      *pour l'assurance le client du contrat,
      *ou le chef de son ménage quand il en a un ; un courrier qui
      *part seul reçoit une clé qui lui est propre
       RESOUT-ADRESSE.
           MOVE "N" TO WS-DEST-TROUVE.
           MOVE SPACES TO WS-DEST-CLE WS-DEST-NOM WS-DEST-RUE.
           MOVE SPACES TO WS-DEST-CP WS-DEST-VILLE.
           MOVE SPACES TO WS-MOTIF-NON-DISTRIBUABLE.
           MOVE WS-LET-TYPE(WS-INDEX-LETTRE) TO WS-INDEX-TYPE.

           IF WS-INDEX-TYPE EQUAL 0
              MOVE "type de courrier inconnu"
              TO WS-MOTIF-NON-DISTRIBUABLE
              GO TO RESOUT-ADRESSE-FIN
           END-IF.

           IF WS-INDEX-TYPE GREATER THAN 5
              MOVE WS-LET-ELEVE(WS-INDEX-LETTRE) TO WS-RSP-CLE-ELEVE
              PERFORM CHERCHE-COPIES THRU CHERCHE-COPIES-FIN
              MOVE 0 TO WS-COPIE-RETENUE
              PERFORM VARYING WS-INDEX-COPIE FROM 1 BY 1
              UNTIL WS-INDEX-COPIE GREATER THAN WS-NB-COPIES
                 IF WS-COP-FOYER(WS-INDEX-COPIE) EQUAL
                 WS-LET-FOYER(WS-INDEX-LETTRE)
                    MOVE WS-INDEX-COPIE TO WS-COPIE-RETENUE
                 END-IF
              END-PERFORM
              IF WS-LET-FOYER(WS-INDEX-LETTRE) EQUAL 0
              AND WS-NB-COPIES GREATER THAN 0
                 MOVE 1 TO WS-COPIE-RETENUE
              END-IF
              IF WS-COPIE-RETENUE EQUAL 0
                 MOVE "responsables de l'eleve inconnus"
                 TO WS-MOTIF-NON-DISTRIBUABLE
                 GO TO RESOUT-ADRESSE-FIN
              END-IF
              STRING "F" WS-COP-FOYER(WS-COPIE-RETENUE)
              DELIMITED BY SIZE INTO WS-DEST-CLE
              MOVE WS-COP-DEST(WS-COPIE-RETENUE) TO WS-DEST-NOM
              MOVE WS-COP-RUE(WS-COPIE-RETENUE) TO WS-DEST-RUE
              MOVE WS-COP-CP(WS-COPIE-RETENUE) TO WS-DEST-CP
              MOVE WS-COP-VILLE(WS-COPIE-RETENUE) TO WS-DEST-VILLE
              MOVE "O" TO WS-DEST-TROUVE
           ELSE
              MOVE 0 TO WS-ID-CHERCHE
              PERFORM VARYING WS-INDEX-LIEN FROM 1 BY 1
              UNTIL WS-INDEX-LIEN GREATER THAN WS-NB-LIENS
              OR WS-ID-CHERCHE GREATER THAN 0
                 IF WS-LIEN-CONTRAT(WS-INDEX-LIEN) EQUAL
                 WS-LET-CONTRAT(WS-INDEX-LETTRE)
                    MOVE WS-LIEN-CLIENT(WS-INDEX-LIEN)
                    TO WS-ID-CHERCHE
                 END-IF
              END-PERFORM
              IF WS-ID-CHERCHE EQUAL 0
                 MOVE "contrat sans client lie"
                 TO WS-MOTIF-NON-DISTRIBUABLE
                 GO TO RESOUT-ADRESSE-FIN
              END-IF
              PERFORM CHERCHE-INDIVIDU THRU CHERCHE-INDIVIDU-FIN
              IF NOT WS-IND-EST-TROUVE
                 MOVE "client inconnu des individus"
                 TO WS-MOTIF-NON-DISTRIBUABLE
                 GO TO RESOUT-ADRESSE-FIN
              END-IF
              IF WS-IND-MENAGE(WS-INDEX-IND) GREATER THAN 0
              AND WS-MEN-CHEF(WS-IND-MENAGE(WS-INDEX-IND))
              GREATER THAN 0
                 STRING "M" WS-IND-MENAGE(WS-INDEX-IND)
                 DELIMITED BY SIZE INTO WS-DEST-CLE
                 MOVE WS-MEN-CHEF(WS-IND-MENAGE(WS-INDEX-IND))
                 TO WS-INDEX-IND
              ELSE
                 STRING "C" WS-IND-ID(WS-INDEX-IND)
                 DELIMITED BY SIZE INTO WS-DEST-CLE
              END-IF
              STRING FUNCTION TRIM(WS-IND-PRENOM(WS-INDEX-IND)) " "
              FUNCTION TRIM(WS-IND-NOM(WS-INDEX-IND))
              DELIMITED BY SIZE INTO WS-DEST-NOM
              MOVE WS-IND-RUE(WS-INDEX-IND) TO WS-DEST-RUE
              MOVE WS-IND-CP(WS-INDEX-IND) TO WS-DEST-CP
              MOVE WS-IND-VILLE(WS-INDEX-IND) TO WS-DEST-VILLE
              MOVE "O" TO WS-DEST-TROUVE
           END-IF.

           IF WS-DEST-RUE EQUAL SPACES OR WS-DEST-CP EQUAL SPACES
              MOVE "N" TO WS-DEST-TROUVE
              MOVE "adresse incomplete"
              TO WS-MOTIF-NON-DISTRIBUABLE
              GO TO RESOUT-ADRESSE-FIN
           END-IF.

           IF WS-TYP-GROUPABLE(WS-INDEX-TYPE) NOT EQUAL "O"
              MOVE SPACES TO WS-DEST-CLE
              STRING "L" WS-INDEX-LETTRE
              DELIMITED BY SIZE INTO WS-DEST-CLE
           END-IF.
       RESOUT-ADRESSE-FIN.
           EXIT.

      *l'individu de WS-ID-CHERCHE dans la table
       CHERCHE-INDIVIDU.
           MOVE "N" TO WS-IND-TROUVE.
           PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
           UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDIVIDUS
           OR WS-IND-EST-TROUVE
              IF WS-IND-ID(WS-INDEX-IND) EQUAL WS-ID-CHERCHE
                 MOVE "O" TO WS-IND-TROUVE
              END-IF
           END-PERFORM.
           IF WS-IND-EST-TROUVE
              SUBTRACT 1 FROM WS-INDEX-IND
           END-IF.
       CHERCHE-INDIVIDU-FIN.
           EXIT.

      *le courrier rejoint le pli ouvert pour la même clé, s'il
      *reste de la place, sinon il ouvre un pli
       RANGE-LETTRE.
           MOVE "N" TO WS-PLI-TROUVE.
           PERFORM VARYING WS-INDEX-PLI FROM 1 BY 1
           UNTIL WS-INDEX-PLI GREATER THAN WS-NB-PLIS
           OR WS-PLI-EST-TROUVE
              IF WS-PLI-CLE(WS-INDEX-PLI) EQUAL WS-DEST-CLE
              AND WS-PLI-NB-LETTRES(WS-INDEX-PLI) LESS THAN
              WS-NB-LETTRES-MAX
                 MOVE "O" TO WS-PLI-TROUVE
              END-IF
           END-PERFORM.
           IF WS-PLI-EST-TROUVE
              SUBTRACT 1 FROM WS-INDEX-PLI
           ELSE
              ADD 1 TO WS-NB-PLIS
              MOVE WS-NB-PLIS TO WS-INDEX-PLI
              MOVE WS-DEST-CP TO WS-PLI-CP(WS-INDEX-PLI)
              MOVE WS-DEST-NOM TO WS-PLI-DEST(WS-INDEX-PLI)
              MOVE WS-DEST-RUE TO WS-PLI-RUE(WS-INDEX-PLI)
              MOVE WS-DEST-VILLE TO WS-PLI-VILLE(WS-INDEX-PLI)
              MOVE WS-DEST-CLE TO WS-PLI-CLE(WS-INDEX-PLI)
              MOVE 0 TO WS-PLI-PAGES(WS-INDEX-PLI)
              MOVE 0 TO WS-PLI-NB-LETTRES(WS-INDEX-PLI)
           END-IF.
           ADD 1 TO WS-PLI-NB-LETTRES(WS-INDEX-PLI).
           MOVE WS-INDEX-LETTRE TO WS-PLI-LETTRE(WS-INDEX-PLI,
           WS-PLI-NB-LETTRES(WS-INDEX-PLI)).
       RANGE-LETTRE-FIN.
           EXIT.

      *le courrier qu'on ne sait pas adresser est retiré du flux
      *avec son motif
       ECARTE-LETTRE.
           ADD 1 TO WS-TOTAL-REJETS.
           IF WS-INDEX-TYPE EQUAL 0
              ADD 1 TO WS-NB-INCONNUS
           ELSE
              ADD 1 TO WS-CPT-REJETS(WS-INDEX-TYPE)
           END-IF.
           MOVE SPACES TO LIGNE-NON-DISTRIBUABLE.
           STRING "NON DISTRIBUABLE contrat "
           WS-LET-CONTRAT(WS-INDEX-LETTRE)
           " eleve " WS-LET-ELEVE(WS-INDEX-LETTRE)
           " -- " FUNCTION TRIM(WS-MOTIF-NON-DISTRIBUABLE)
           " : " WS-LIGNE(WS-LET-DEBUT(WS-INDEX-LETTRE))(1:60)
           DELIMITED BY SIZE INTO LIGNE-NON-DISTRIBUABLE.
           WRITE LIGNE-NON-DISTRIBUABLE.
       ECARTE-LETTRE-FIN.
           EXIT.

      *les pages du pli WS-INDEX-PLI : chaque lettre ouvre sa
      *page, la première partage la sienne avec le bloc adresse ;
      *lettres, pages, plis et poids sont cumulés par type
       COMPTE-PLI.
           PERFORM VARYING WS-INDEX-PLI-LETTRE FROM 1 BY 1
           UNTIL WS-INDEX-PLI-LETTRE GREATER THAN
           WS-PLI-NB-LETTRES(WS-INDEX-PLI)
              MOVE WS-PLI-LETTRE(WS-INDEX-PLI, WS-INDEX-PLI-LETTRE)
              TO WS-INDEX-LETTRE
              IF WS-INDEX-PLI-LETTRE EQUAL 1
                 COMPUTE WS-CAPACITE =
                 WS-LIGNES-PAR-PAGE - WS-LIGNES-ADRESSE
              ELSE
                 MOVE WS-LIGNES-PAR-PAGE TO WS-CAPACITE
              END-IF
              IF WS-LET-NB-LIGNES(WS-INDEX-LETTRE) NOT GREATER THAN
              WS-CAPACITE
                 MOVE 1 TO WS-LET-PAGES(WS-INDEX-LETTRE)
              ELSE
                 COMPUTE WS-LET-PAGES(WS-INDEX-LETTRE) = 1 +
                 (WS-LET-NB-LIGNES(WS-INDEX-LETTRE) - WS-CAPACITE
                 + WS-LIGNES-PAR-PAGE - 1) / WS-LIGNES-PAR-PAGE
              END-IF
              ADD WS-LET-PAGES(WS-INDEX-LETTRE)
              TO WS-PLI-PAGES(WS-INDEX-PLI)
              MOVE WS-LET-TYPE(WS-INDEX-LETTRE) TO WS-INDEX-TYPE
              ADD 1 TO WS-CPT-LETTRES(WS-INDEX-TYPE)
              ADD WS-LET-PAGES(WS-INDEX-LETTRE)
              TO WS-CPT-PAGES(WS-INDEX-TYPE)
              COMPUTE WS-CPT-POIDS(WS-INDEX-TYPE) =
              WS-CPT-POIDS(WS-INDEX-TYPE) +
              WS-LET-PAGES(WS-INDEX-LETTRE) * WS-POIDS-FEUILLE
              IF WS-INDEX-PLI-LETTRE EQUAL 1
                 ADD 1 TO WS-CPT-PLIS(WS-INDEX-TYPE)
                 ADD WS-POIDS-ENVELOPPE TO WS-CPT-POIDS(WS-INDEX-TYPE)
              END-IF
           END-PERFORM.

           COMPUTE WS-POIDS-PLI = WS-PLI-PAGES(WS-INDEX-PLI)
           * WS-POIDS-FEUILLE + WS-POIDS-ENVELOPPE.
           MOVE 1 TO WS-INDEX-TRANCHE.
           PERFORM UNTIL WS-INDEX-TRANCHE EQUAL 6
           OR WS-POIDS-PLI NOT GREATER THAN
           WS-TRA-MAX(WS-INDEX-TRANCHE)
              ADD 1 TO WS-INDEX-TRANCHE
           END-PERFORM.
           ADD 1 TO WS-TRA-PLIS(WS-INDEX-TRANCHE).
           ADD WS-POIDS-PLI TO WS-TRA-POIDS(WS-INDEX-TRANCHE).
       COMPTE-PLI-FIN.
           EXIT.

      *le pli WS-INDEX-PLI dans le flux : le bloc adresse en tête
      *de la première page, puis ses lettres, chacune sur une
      *nouvelle page
       ECRIT-PLI.
           MOVE 0 TO WS-PAGE.
           PERFORM VARYING WS-INDEX-PLI-LETTRE FROM 1 BY 1
           UNTIL WS-INDEX-PLI-LETTRE GREATER THAN
           WS-PLI-NB-LETTRES(WS-INDEX-PLI)
              MOVE WS-PLI-LETTRE(WS-INDEX-PLI, WS-INDEX-PLI-LETTRE)
              TO WS-INDEX-LETTRE
              PERFORM NOUVELLE-PAGE THRU NOUVELLE-PAGE-FIN
              IF WS-INDEX-PLI-LETTRE EQUAL 1
                 PERFORM ECRIT-ADRESSE THRU ECRIT-ADRESSE-FIN
              END-IF
              COMPUTE WS-DERNIERE-LIGNE =
              WS-LET-DEBUT(WS-INDEX-LETTRE)
              + WS-LET-NB-LIGNES(WS-INDEX-LETTRE) - 1
              PERFORM VARYING WS-INDEX-LIGNE
              FROM WS-LET-DEBUT(WS-INDEX-LETTRE) BY 1
              UNTIL WS-INDEX-LIGNE GREATER THAN WS-DERNIERE-LIGNE
                 IF WS-LIGNES-PAGE NOT LESS THAN WS-LIGNES-PAR-PAGE
                    PERFORM NOUVELLE-PAGE THRU NOUVELLE-PAGE-FIN
                 END-IF
                 MOVE SPACES TO LIGNE-FLUX
                 MOVE WS-LIGNE(WS-INDEX-LIGNE) TO TEXTE-FLUX
                 WRITE LIGNE-FLUX
                 ADD 1 TO WS-LIGNES-PAGE
              END-PERFORM
           END-PERFORM.
       ECRIT-PLI-FIN.
           EXIT.

      *l'en-tête de page lu par la machine de mise sous pli : le
      *pli, la page dans le pli, la feuille dans le flux, le code
      *postal et le type de la lettre
       NOUVELLE-PAGE.
           ADD 1 TO WS-PAGE.
           ADD 1 TO WS-FEUILLE.
           MOVE 0 TO WS-LIGNES-PAGE.
           MOVE SPACES TO LIGNE-FLUX.
           MOVE "1" TO SAUT-FLUX.
           STRING "PLI " WS-INDEX-PLI
           " PAGE " WS-PAGE "/" WS-PLI-PAGES(WS-INDEX-PLI)
           " FEUILLE " WS-FEUILLE
           " CP " WS-PLI-CP(WS-INDEX-PLI)
           " " WS-TYP-CODE(WS-LET-TYPE(WS-INDEX-LETTRE))
           DELIMITED BY SIZE INTO TEXTE-FLUX.
           WRITE LIGNE-FLUX.
       NOUVELLE-PAGE-FIN.
           EXIT.

      *le bloc adresse, à la place de la fenêtre de l'enveloppe
       ECRIT-ADRESSE.
           MOVE SPACES TO LIGNE-FLUX.
           MOVE WS-PLI-DEST(WS-INDEX-PLI) TO TEXTE-FLUX.
           WRITE LIGNE-FLUX.
           MOVE SPACES TO LIGNE-FLUX.
           MOVE WS-PLI-RUE(WS-INDEX-PLI) TO TEXTE-FLUX.
           WRITE LIGNE-FLUX.
           MOVE SPACES TO LIGNE-FLUX.
           STRING WS-PLI-CP(WS-INDEX-PLI) " "
           FUNCTION TRIM(WS-PLI-VILLE(WS-INDEX-PLI))
           DELIMITED BY SIZE INTO TEXTE-FLUX.
           WRITE LIGNE-FLUX.
           MOVE SPACES TO LIGNE-FLUX.
           WRITE LIGNE-FLUX.
           MOVE WS-LIGNES-ADRESSE TO WS-LIGNES-PAGE.
       ECRIT-ADRESSE-FIN.
           EXIT.

      *le manifeste : une ligne par type, les totaux, puis les plis
      *par tranche de poids ; le total des tranches doit égaler le
      *total des types
       ECRIT-MANIFESTE.
           OPEN OUTPUT MANIFESTE.
           MOVE SPACES TO LIGNE-MANIFESTE.
           STRING "MANIFESTE D'AFFRANCHISSEMENT DU " WS-DATE-JOUR
           DELIMITED BY SIZE INTO LIGNE-MANIFESTE.
           WRITE LIGNE-MANIFESTE.
           PERFORM VARYING WS-INDEX-TYPE FROM 1 BY 1
           UNTIL WS-INDEX-TYPE GREATER THAN WS-NB-TYPES
              MOVE SPACES TO LIGNE-MANIFESTE
              STRING WS-TYP-CODE(WS-INDEX-TYPE) " "
              WS-TYP-LIBELLE(WS-INDEX-TYPE)
              " lettres " WS-CPT-LETTRES(WS-INDEX-TYPE)
              " pages " WS-CPT-PAGES(WS-INDEX-TYPE)
              " plis " WS-CPT-PLIS(WS-INDEX-TYPE)
              " poids " WS-CPT-POIDS(WS-INDEX-TYPE) " g"
              " non distribuables " WS-CPT-REJETS(WS-INDEX-TYPE)
              DELIMITED BY SIZE INTO LIGNE-MANIFESTE
              WRITE LIGNE-MANIFESTE
              ADD WS-CPT-LETTRES(WS-INDEX-TYPE) TO WS-TOTAL-LETTRES
              ADD WS-CPT-PAGES(WS-INDEX-TYPE) TO WS-TOTAL-PAGES
              ADD WS-CPT-POIDS(WS-INDEX-TYPE) TO WS-TOTAL-POIDS
           END-PERFORM.
           MOVE SPACES TO LIGNE-MANIFESTE.
           STRING "TOTAL lettres " WS-TOTAL-LETTRES
           " pages " WS-TOTAL-PAGES
           " plis " WS-NB-PLIS
           " poids " WS-TOTAL-POIDS " g"
           " non distribuables " WS-TOTAL-REJETS
           " dont type inconnu " WS-NB-INCONNUS
           DELIMITED BY SIZE INTO LIGNE-MANIFESTE.
           WRITE LIGNE-MANIFESTE.
           PERFORM VARYING WS-INDEX-TRANCHE FROM 1 BY 1
           UNTIL WS-INDEX-TRANCHE GREATER THAN 6
              MOVE SPACES TO LIGNE-MANIFESTE
              STRING "TRANCHE jusqu'a " WS-TRA-MAX(WS-INDEX-TRANCHE)
              " g plis " WS-TRA-PLIS(WS-INDEX-TRANCHE)
              " poids " WS-TRA-POIDS(WS-INDEX-TRANCHE) " g"
              DELIMITED BY SIZE INTO LIGNE-MANIFESTE
              WRITE LIGNE-MANIFESTE
           END-PERFORM.
           CLOSE MANIFESTE.
       ECRIT-MANIFESTE-FIN.
           EXIT.

       COPY "../../copybooks/responsables-copies.copy".

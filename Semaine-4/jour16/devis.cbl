       IDENTIFICATION DIVISION.
       PROGRAM-ID. devis.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les demandes de devis du commercial : l'assuré (nom et prénom
      *du maître des personnes), le produit, le département, les
      *dates demandées, le courtier et la devise
           SELECT DEMANDES ASSIGN TO "demandes-devis.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DEMANDES.

      *le maître des personnes, qui donne la date de naissance de
      *l'assuré en MMJJAAAA
           SELECT MAITRE ASSIGN TO "personnes-master.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MAITRE.

      *les tables de tarif par produit : tarif de base annuel,
      *coefficients par tranche d'âge et par département, prime
      *minimale et durée de validité du devis
           SELECT TARIFS ASSIGN TO "tarifs-produits.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TARIFS.

      *le fichier des devis émis, complété à chaque run et relu par
      *souscriptions.cbl pour contrôler la prime des propositions
           SELECT DEVIS-EMIS ASSIGN TO "devis.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DEVIS.

      *le détail du calcul de chaque devis, remis au commercial
           SELECT DETAIL-DEVIS ASSIGN TO "devis-detail.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les demandes non tarifables, avec la raison
           SELECT DEMANDES-REJETEES ASSIGN TO "devis-rejetes.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DEMANDES.
       01 LIGNE-DEMANDE.
           05 NOM-DEM          PIC X(15).
           05 FILLER           PIC X.
           05 PRENOM-DEM       PIC X(15).
           05 FILLER           PIC X.
           05 PRODUIT-DEM      PIC X(14).
           05 FILLER           PIC X.
           05 DEPARTEMENT-DEM  PIC X(3).
           05 FILLER           PIC X.
           05 DATE-DEBUT-DEM   PIC X(8).
           05 FILLER           PIC X.
           05 DATE-FIN-DEM     PIC X(8).
           05 FILLER           PIC X.
           05 COURTIER-DEM     PIC X(6).
           05 FILLER           PIC X.
           05 DEVISE-DEM       PIC X.

       FD MAITRE.
       01 LIGNE-MAITRE.
           05 M-NOM    PIC X(15).
           05 M-PRENOM PIC X(15).
           05 M-DATE   PIC X(8).

      *TYPE-TARIF : BASE (tarif annuel), AGE (tranche CLE1-CLE2 ans,
      *coefficient en %), DEPT (département CLE1, coefficient en %),
      *MINI (prime minimale), VALI (validité du devis en jours)
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

       FD DEVIS-EMIS.
       01 LIGNE-DEVIS.
           05 NUM-DEVIS        PIC 9(8).
           05 FILLER           PIC X.
           05 DATE-DEVIS       PIC 9(8).
           05 FILLER           PIC X.
           05 VALIDITE-DEVIS   PIC 9(8).
           05 FILLER           PIC X.
           05 NOM-DEVIS        PIC X(15).
           05 FILLER           PIC X.
           05 PRENOM-DEVIS     PIC X(15).
           05 FILLER           PIC X.
           05 PRODUIT-DEVIS    PIC X(14).
           05 FILLER           PIC X.
           05 DEPARTEMENT-DEVIS PIC X(3).
           05 FILLER           PIC X.
           05 AGE-DEVIS        PIC 9(3).
           05 FILLER           PIC X.
           05 DATE-DEBUT-DEVIS PIC 9(8).
           05 FILLER           PIC X.
           05 DATE-FIN-DEVIS   PIC 9(8).
           05 FILLER           PIC X.
           05 COURTIER-DEVIS   PIC X(6).
           05 FILLER           PIC X.
           05 PRIME-DEVIS      PIC 9(8).
           05 FILLER           PIC X.
           05 DEVISE-DEVIS     PIC X.

       FD DETAIL-DEVIS.
       01 LIGNE-DETAIL.
           05 LIGNE-DETAIL-CONTENU PIC X(120).

       FD DEMANDES-REJETEES.
       01 LIGNE-REJET.
           05 LIGNE-REJET-CONTENU PIC X(160).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FS-DEMANDES         PIC X(2) VALUE "00".
           88 WS-FS-DEMANDES-OK VALUE "00".
       01 WS-FS-MAITRE           PIC X(2) VALUE "00".
           88 WS-FS-MAITRE-OK VALUE "00".
       01 WS-FS-TARIFS           PIC X(2) VALUE "00".
           88 WS-FS-TARIFS-OK VALUE "00".
       01 WS-FS-DEVIS            PIC X(2) VALUE "00".
           88 WS-FS-DEVIS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION           PIC X VALUE "C".
       01 WS-CONDITION-MAITRE    PIC X VALUE "C".
       01 WS-CONDITION-TARIFS    PIC X VALUE "C".
       01 WS-CONDITION-DEVIS     PIC X VALUE "C".

      *le maître des personnes chargé en mémoire
       01 WS-NB-PERSONNES        PIC 9(4) VALUE 0.
       01 WS-PERSONNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PERSONNES.
           05 WS-PERS-NOM        PIC X(15).
           05 WS-PERS-PRENOM     PIC X(15).
           05 WS-PERS-DATE       PIC X(8).
       01 WS-INDEX-PERS          PIC 9(4).

      *les lignes de tarif chargées en mémoire
       01 WS-NB-TARIFS           PIC 9(4) VALUE 0.
       01 WS-TARIF-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-TARIFS.
           05 WS-TARIF-PRODUIT   PIC X(14).
           05 WS-TARIF-TYPE      PIC X(4).
           05 WS-TARIF-CLE1      PIC X(3).
           05 WS-TARIF-CLE2      PIC X(3).
           05 WS-TARIF-VALEUR    PIC 9(6)V99.
       01 WS-INDEX-TARIF         PIC 9(4).

      *le prochain numéro de devis : le plus grand émis plus un
       01 WS-PROCHAIN-DEVIS      PIC 9(8) VALUE 1.

      *la demande en cours : raison d'un rejet, dates, âge
       01 WS-RAISON-REJET        PIC X(60) VALUE SPACES.
       01 WS-DATE-DEBUT          PIC 9(8).
       01 WS-DATE-FIN            PIC 9(8).
       01 WS-NAISSANCE           PIC 9(8).
       01 WS-AGE                 PIC 9(3).
       01 WS-NB-JOURS            PIC 9(5).

      *les éléments du tarif retenus pour la demande, et les
      *témoins des lignes trouvées
       01 WS-BASE                PIC 9(6)V99.
       01 WS-COEF-AGE            PIC 9(6)V99.
       01 WS-COEF-DEPT           PIC 9(6)V99.
       01 WS-MINIMUM             PIC 9(6)V99.
       01 WS-VALIDITE-JOURS      PIC 9(4).
       01 WS-BASE-TROUVEE        PIC X VALUE "N".
           88 WS-BASE-EST-TROUVEE VALUE "O".
       01 WS-AGE-TARIFE          PIC X VALUE "N".
           88 WS-AGE-EST-TARIFE VALUE "O".
       01 WS-AGE-TROUVE          PIC X VALUE "N".
           88 WS-AGE-EST-TROUVE VALUE "O".
       01 WS-MINIMUM-APPLIQUE    PIC X VALUE "N".
           88 WS-MINIMUM-EST-APPLIQUE VALUE "O".

      *les étapes du calcul de la prime
       01 WS-PRIME-ANNUELLE      PIC 9(8)V99.
       01 WS-PRIME               PIC 9(8).
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-VALIDITE            PIC 9(8).

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

      *les montants et coefficients édités pour le détail
       01 WS-MONTANT-EDIT        PIC Z(7)9,99.
       01 WS-COEF-EDIT           PIC ZZ9,99.
       01 WS-PRIME-EDIT          PIC Z(7)9.

      *compteurs du run
       01 WS-NB-DEMANDES         PIC 9(6) VALUE 0.
       01 WS-NB-DEVIS            PIC 9(6) VALUE 0.
       01 WS-NB-REJETEES         PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           OPEN INPUT DEMANDES.
           IF NOT WS-FS-DEMANDES-OK
              DISPLAY "demandes-devis.dat absent, "
              "aucune demande a tarifer"
              STOP RUN
           END-IF.

      *les tarifs sont indispensables
           OPEN INPUT TARIFS.
           IF NOT WS-FS-TARIFS-OK
              DISPLAY "tarifs-produits.dat absent, "
              "tarification impossible"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONDITION-TARIFS EQUAL "F"
              READ TARIFS
                 AT END
                    MOVE "F" TO WS-CONDITION-TARIFS
                 NOT AT END
                    ADD 1 TO WS-NB-TARIFS
                    MOVE PRODUIT-TARIF TO WS-TARIF-PRODUIT(WS-NB-TARIFS)
                    MOVE TYPE-TARIF TO WS-TARIF-TYPE(WS-NB-TARIFS)
                    MOVE CLE1-TARIF TO WS-TARIF-CLE1(WS-NB-TARIFS)
                    MOVE CLE2-TARIF TO WS-TARIF-CLE2(WS-NB-TARIFS)
                    MOVE VALEUR-TARIF TO WS-TARIF-VALEUR(WS-NB-TARIFS)
              END-READ
           END-PERFORM.
           CLOSE TARIFS.

      *le maître des personnes, pour l'âge de l'assuré
           OPEN INPUT MAITRE.
           IF NOT WS-FS-MAITRE-OK
              DISPLAY "personnes-master.txt absent, "
              "age des assures introuvable"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONDITION-MAITRE EQUAL "F"
              READ MAITRE
                 AT END
                    MOVE "F" TO WS-CONDITION-MAITRE
                 NOT AT END
                    ADD 1 TO WS-NB-PERSONNES
                    MOVE M-NOM TO WS-PERS-NOM(WS-NB-PERSONNES)
                    MOVE M-PRENOM TO WS-PERS-PRENOM(WS-NB-PERSONNES)
                    MOVE M-DATE TO WS-PERS-DATE(WS-NB-PERSONNES)
              END-READ
           END-PERFORM.
           CLOSE MAITRE.

      *les devis déjà émis donnent le prochain numéro ; le fichier
      *est ensuite complété, ou créé au premier run
           OPEN INPUT DEVIS-EMIS.
           IF WS-FS-DEVIS-OK
              PERFORM UNTIL WS-CONDITION-DEVIS EQUAL "F"
                 READ DEVIS-EMIS
                    AT END
                       MOVE "F" TO WS-CONDITION-DEVIS
                    NOT AT END
                       IF NUM-DEVIS NOT LESS THAN WS-PROCHAIN-DEVIS
                          COMPUTE WS-PROCHAIN-DEVIS = NUM-DEVIS + 1
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEVIS-EMIS
              OPEN EXTEND DEVIS-EMIS
           ELSE
              OPEN OUTPUT DEVIS-EMIS
           END-IF.

           OPEN OUTPUT DETAIL-DEVIS.
           OPEN OUTPUT DEMANDES-REJETEES.

      *chaque demande est contrôlée, tarifée puis enregistrée
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ DEMANDES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    ADD 1 TO WS-NB-DEMANDES
                    PERFORM TARIFE-DEMANDE THRU TARIFE-DEMANDE-FIN
              END-READ
           END-PERFORM.

           CLOSE DEMANDES.
           CLOSE DEVIS-EMIS.
           CLOSE DETAIL-DEVIS.
           CLOSE DEMANDES-REJETEES.

           DISPLAY "Fin du traitement - " WS-NB-DEMANDES
              " demande(s), " WS-NB-DEVIS " devis emis, "
              WS-NB-REJETEES " rejetee(s)".

           STOP RUN.

      *on tarife la demande lue : dates, âge de l'assuré à la date
      *de début, puis tarif de base du produit corrigé par la
      *tranche d'âge et le département, ramené à la durée demandée
      *et relevé au minimum du produit
       TARIFE-DEMANDE.
           MOVE SPACES TO WS-RAISON-REJET.

           IF DATE-DEBUT-DEM NOT NUMERIC
           OR DATE-FIN-DEM NOT NUMERIC
              MOVE "dates non numeriques" TO WS-RAISON-REJET
              PERFORM REJETTE-DEMANDE THRU REJETTE-DEMANDE-FIN
              GO TO TARIFE-DEMANDE-FIN
           END-IF.
           MOVE DATE-DEBUT-DEM TO WS-DATE-DEBUT.
           MOVE DATE-FIN-DEM TO WS-DATE-FIN.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-DEBUT) NOT EQUAL 0
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FIN) NOT EQUAL 0
           OR WS-DATE-FIN NOT GREATER THAN WS-DATE-DEBUT
              MOVE "dates demandees invalides" TO WS-RAISON-REJET
              PERFORM REJETTE-DEMANDE THRU REJETTE-DEMANDE-FIN
              GO TO TARIFE-DEMANDE-FIN
           END-IF.
           COMPUTE WS-NB-JOURS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-FIN)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT).

      *l'assuré est cherché par nom et prénom dans le maître
           MOVE 0 TO WS-NAISSANCE.
           PERFORM VARYING WS-INDEX-PERS FROM 1 BY 1
           UNTIL WS-INDEX-PERS GREATER THAN WS-NB-PERSONNES
           OR WS-NAISSANCE GREATER THAN 0
              IF WS-PERS-NOM(WS-INDEX-PERS) EQUAL NOM-DEM
              AND WS-PERS-PRENOM(WS-INDEX-PERS) EQUAL PRENOM-DEM
              AND WS-PERS-DATE(WS-INDEX-PERS) IS NUMERIC
                 COMPUTE WS-NAISSANCE =
                    FUNCTION NUMVAL(WS-PERS-DATE(WS-INDEX-PERS)(5:4))
                    * 10000
                    + FUNCTION NUMVAL(WS-PERS-DATE(WS-INDEX-PERS)(1:4))
              END-IF
           END-PERFORM.
           IF WS-NAISSANCE EQUAL 0
              MOVE "assure absent du maitre des personnes"
              TO WS-RAISON-REJET
              PERFORM REJETTE-DEMANDE THRU REJETTE-DEMANDE-FIN
              GO TO TARIFE-DEMANDE-FIN
           END-IF.

      *l'âge en années révolues à la date de début
           MOVE "AGE" TO WS-DATES-FONCTION.
           MOVE WS-NAISSANCE TO WS-DATES-DATE.
           MOVE WS-DATE-DEBUT TO WS-DATES-DATE-2.
           CALL "dates" USING WS-DATES-APPEL.
           IF WS-DATES-RETOUR NOT EQUAL 0
              MOVE "date de naissance invalide" TO WS-RAISON-REJET
              PERFORM REJETTE-DEMANDE THRU REJETTE-DEMANDE-FIN
              GO TO TARIFE-DEMANDE-FIN
           END-IF.
           MOVE WS-DATES-NOMBRE-RESULTAT TO WS-AGE.

      *les lignes de tarif du produit
           MOVE "N" TO WS-BASE-TROUVEE.
           MOVE "N" TO WS-AGE-TARIFE.
           MOVE "N" TO WS-AGE-TROUVE.
           MOVE 0 TO WS-BASE.
           MOVE 100 TO WS-COEF-AGE.
           MOVE 100 TO WS-COEF-DEPT.
           MOVE 0 TO WS-MINIMUM.
           MOVE 30 TO WS-VALIDITE-JOURS.
           PERFORM VARYING WS-INDEX-TARIF FROM 1 BY 1
           UNTIL WS-INDEX-TARIF GREATER THAN WS-NB-TARIFS
              IF WS-TARIF-PRODUIT(WS-INDEX-TARIF) EQUAL PRODUIT-DEM
                 EVALUATE WS-TARIF-TYPE(WS-INDEX-TARIF)
                    WHEN "BASE"
                       SET WS-BASE-EST-TROUVEE TO TRUE
                       MOVE WS-TARIF-VALEUR(WS-INDEX-TARIF) TO WS-BASE
                    WHEN "AGE"
                       SET WS-AGE-EST-TARIFE TO TRUE
                       IF WS-TARIF-CLE1(WS-INDEX-TARIF) IS NUMERIC
                       AND WS-TARIF-CLE2(WS-INDEX-TARIF) IS NUMERIC
                       AND WS-AGE NOT LESS THAN
                       FUNCTION NUMVAL(WS-TARIF-CLE1(WS-INDEX-TARIF))
                       AND WS-AGE NOT GREATER THAN
                       FUNCTION NUMVAL(WS-TARIF-CLE2(WS-INDEX-TARIF))
                          SET WS-AGE-EST-TROUVE TO TRUE
                          MOVE WS-TARIF-VALEUR(WS-INDEX-TARIF)
                          TO WS-COEF-AGE
                       END-IF
                    WHEN "DEPT"
                       IF WS-TARIF-CLE1(WS-INDEX-TARIF) EQUAL
                       DEPARTEMENT-DEM
                          MOVE WS-TARIF-VALEUR(WS-INDEX-TARIF)
                          TO WS-COEF-DEPT
                       END-IF
                    WHEN "MINI"
                       MOVE WS-TARIF-VALEUR(WS-INDEX-TARIF)
                       TO WS-MINIMUM
                    WHEN "VALI"
                       MOVE WS-TARIF-VALEUR(WS-INDEX-TARIF)
                       TO WS-VALIDITE-JOURS
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF NOT WS-BASE-EST-TROUVEE
              MOVE "produit sans tarif de base" TO WS-RAISON-REJET
              PERFORM REJETTE-DEMANDE THRU REJETTE-DEMANDE-FIN
              GO TO TARIFE-DEMANDE-FIN
           END-IF.
           IF WS-AGE-EST-TARIFE AND NOT WS-AGE-EST-TROUVE
              MOVE "age de l'assure hors des tranches du produit"
              TO WS-RAISON-REJET
              PERFORM REJETTE-DEMANDE THRU REJETTE-DEMANDE-FIN
              GO TO TARIFE-DEMANDE-FIN
           END-IF.

      *le tarif annuel corrigé, puis la prime de la durée demandée
           COMPUTE WS-PRIME-ANNUELLE ROUNDED =
              WS-BASE * WS-COEF-AGE / 100 * WS-COEF-DEPT / 100.
           COMPUTE WS-PRIME ROUNDED =
              WS-PRIME-ANNUELLE * WS-NB-JOURS / 365.
           MOVE "N" TO WS-MINIMUM-APPLIQUE.
           IF WS-PRIME LESS THAN WS-MINIMUM
              SET WS-MINIMUM-EST-APPLIQUE TO TRUE
              COMPUTE WS-PRIME ROUNDED = WS-MINIMUM
           END-IF.

      *un devis qui expirerait un jour chômé reste valable jusqu'au
      *premier jour ouvré qui suit
           MOVE "PLUS-JOURS" TO WS-DATES-FONCTION.
           MOVE WS-DATE-JOUR TO WS-DATES-DATE.
           MOVE WS-VALIDITE-JOURS TO WS-DATES-NOMBRE.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE "OUVRE" TO WS-DATES-FONCTION.
           MOVE WS-DATES-DATE-RESULTAT TO WS-DATES-DATE.
           CALL "dates" USING WS-DATES-APPEL.
           MOVE WS-DATES-DATE-RESULTAT TO WS-VALIDITE.

           MOVE SPACES TO LIGNE-DEVIS.
           MOVE WS-PROCHAIN-DEVIS TO NUM-DEVIS.
           MOVE WS-DATE-JOUR TO DATE-DEVIS.
           MOVE WS-VALIDITE TO VALIDITE-DEVIS.
           MOVE NOM-DEM TO NOM-DEVIS.
           MOVE PRENOM-DEM TO PRENOM-DEVIS.
           MOVE PRODUIT-DEM TO PRODUIT-DEVIS.
           MOVE DEPARTEMENT-DEM TO DEPARTEMENT-DEVIS.
           MOVE WS-AGE TO AGE-DEVIS.
           MOVE WS-DATE-DEBUT TO DATE-DEBUT-DEVIS.
           MOVE WS-DATE-FIN TO DATE-FIN-DEVIS.
           MOVE COURTIER-DEM TO COURTIER-DEVIS.
           MOVE WS-PRIME TO PRIME-DEVIS.
           MOVE DEVISE-DEM TO DEVISE-DEVIS.
           WRITE LIGNE-DEVIS.
           ADD 1 TO WS-NB-DEVIS.

           PERFORM EDITE-DETAIL THRU EDITE-DETAIL-FIN.
           ADD 1 TO WS-PROCHAIN-DEVIS.
       TARIFE-DEMANDE-FIN.
           EXIT.

      *le détail du devis : chaque élément du calcul sur sa ligne
       EDITE-DETAIL.
           MOVE ALL "-" TO LIGNE-DETAIL-CONTENU.
           WRITE LIGNE-DETAIL.
           MOVE SPACES TO LIGNE-DETAIL-CONTENU.
           STRING "DEVIS " WS-PROCHAIN-DEVIS " du " WS-DATE-JOUR
           " valable jusqu'au " WS-VALIDITE
           " - courtier " COURTIER-DEM
           INTO LIGNE-DETAIL-CONTENU.
           WRITE LIGNE-DETAIL.
           MOVE SPACES TO LIGNE-DETAIL-CONTENU.
           STRING "assure " FUNCTION TRIM(PRENOM-DEM) " "
           FUNCTION TRIM(NOM-DEM) ", " WS-AGE " ans, departement "
           FUNCTION TRIM(DEPARTEMENT-DEM) ", produit "
           FUNCTION TRIM(PRODUIT-DEM)
           INTO LIGNE-DETAIL-CONTENU.
           WRITE LIGNE-DETAIL.

           MOVE WS-BASE TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-DETAIL-CONTENU.
           STRING "  tarif de base annuel        " WS-MONTANT-EDIT
           " " DEVISE-DEM
           INTO LIGNE-DETAIL-CONTENU.
           WRITE LIGNE-DETAIL.

           MOVE WS-COEF-AGE TO WS-COEF-EDIT.
           MOVE SPACES TO LIGNE-DETAIL-CONTENU.
           STRING "  coefficient tranche d'age        "
           WS-COEF-EDIT " %"
           INTO LIGNE-DETAIL-CONTENU.
           WRITE LIGNE-DETAIL.

           MOVE WS-COEF-DEPT TO WS-COEF-EDIT.
           MOVE SPACES TO LIGNE-DETAIL-CONTENU.
           STRING "  coefficient departement          "
           WS-COEF-EDIT " %"
           INTO LIGNE-DETAIL-CONTENU.
           WRITE LIGNE-DETAIL.

           MOVE WS-PRIME-ANNUELLE TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-DETAIL-CONTENU.
           STRING "  prime annuelle corrigee     " WS-MONTANT-EDIT
           " " DEVISE-DEM
           INTO LIGNE-DETAIL-CONTENU.
           WRITE LIGNE-DETAIL.

           MOVE SPACES TO LIGNE-DETAIL-CONTENU.
           STRING "  duree demandee              " WS-NB-JOURS
           " jour(s) du " WS-DATE-DEBUT " au " WS-DATE-FIN
           INTO LIGNE-DETAIL-CONTENU.
           WRITE LIGNE-DETAIL.

           IF WS-MINIMUM-EST-APPLIQUE
              MOVE WS-MINIMUM TO WS-MONTANT-EDIT
              MOVE SPACES TO LIGNE-DETAIL-CONTENU
              STRING "  prime minimale appliquee    " WS-MONTANT-EDIT
              " " DEVISE-DEM
              INTO LIGNE-DETAIL-CONTENU
              WRITE LIGNE-DETAIL
           END-IF.

           MOVE WS-PRIME TO WS-PRIME-EDIT.
           MOVE SPACES TO LIGNE-DETAIL-CONTENU.
           STRING "  PRIME DU DEVIS              " WS-PRIME-EDIT
           " " DEVISE-DEM
           INTO LIGNE-DETAIL-CONTENU.
           WRITE LIGNE-DETAIL.
       EDITE-DETAIL-FIN.
           EXIT.

      *la demande part en rejet avec sa raison
       REJETTE-DEMANDE.
           ADD 1 TO WS-NB-REJETEES.
           MOVE SPACES TO LIGNE-REJET-CONTENU.
           STRING LIGNE-DEMANDE " -- "
           FUNCTION TRIM(WS-RAISON-REJET)
           INTO LIGNE-REJET-CONTENU.
           WRITE LIGNE-REJET.
       REJETTE-DEMANDE-FIN.
           EXIT.

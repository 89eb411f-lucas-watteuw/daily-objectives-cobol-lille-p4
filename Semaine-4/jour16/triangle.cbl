       IDENTIFICATION DIVISION.
       PROGRAM-ID. triangle.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le fichier maître des sinistres tenu par sinistres-cycle.cbl,
      *photographié tel qu'il est au moment du run
           SELECT SINISTRES-MAITRE ASSIGN TO "sinistres-maitre.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUM-SINISTRE-MAITRE
              FILE STATUS IS WS-FS-MAITRE.

      *l'historique des photos trimestrielles : pour chaque
      *trimestre et chaque sinistre, le payé et la réserve restante
           SELECT PHOTOS ASSIGN TO "sinistres-photos.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PHOTOS.

           SELECT PHOTOS-NOUVEAU ASSIGN TO "sinistres-photos.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les triangles payés et survenus par produit avec les
      *facteurs de développement
           SELECT TRIANGLES ASSIGN TO "rapport-triangles.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SINISTRES-MAITRE.
       01 LIGNE-SINISTRE-MAITRE.
           05 NUM-SINISTRE-MAITRE PIC 9(8).
           05 FILLER              PIC X.
           05 CODE-CONTRAT-MAITRE PIC 9(8).
           05 FILLER              PIC X.
           05 NOM-PRODUIT-MAITRE  PIC X(14).
           05 FILLER              PIC X.
           05 STATUT-MAITRE       PIC X(6).
           05 FILLER              PIC X.
           05 DATE-OUVERTURE      PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-CLOTURE        PIC 9(8).
           05 FILLER              PIC X.
           05 RESERVE-MAITRE      PIC 9(10).
           05 FILLER              PIC X.
           05 PAIEMENTS-MAITRE    PIC 9(10).

       FD PHOTOS.
       01 LIGNE-PHOTO.
           05 TRIMESTRE-PHOTO    PIC 9(5).
           05 FILLER             PIC X.
           05 NUM-SINISTRE-PHOTO PIC 9(8).
           05 FILLER             PIC X.
           05 PRODUIT-PHOTO      PIC X(14).
           05 FILLER             PIC X.
           05 SURVENANCE-PHOTO   PIC 9(8).
           05 FILLER             PIC X.
           05 PAYE-PHOTO         PIC 9(10).
           05 FILLER             PIC X.
           05 RESERVE-PHOTO      PIC 9(10).

       FD PHOTOS-NOUVEAU.
       01 LIGNE-PHOTO-NOUVEAU.
           05 TRIMESTRE-PHOTO-N    PIC 9(5).
           05 FILLER               PIC X.
           05 NUM-SINISTRE-PHOTO-N PIC 9(8).
           05 FILLER               PIC X.
           05 PRODUIT-PHOTO-N      PIC X(14).
           05 FILLER               PIC X.
           05 SURVENANCE-PHOTO-N   PIC 9(8).
           05 FILLER               PIC X.
           05 PAYE-PHOTO-N         PIC 9(10).
           05 FILLER               PIC X.
           05 RESERVE-PHOTO-N      PIC 9(10).

       FD TRIANGLES.
       01 LIGNE-TRIANGLE.
           05 LIGNE-TRIANGLE-CONTENU PIC X(160).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FS-MAITRE           PIC X(2) VALUE "00".
           88 WS-FS-MAITRE-OK VALUE "00".
       01 WS-FS-PHOTOS           PIC X(2) VALUE "00".
           88 WS-FS-PHOTOS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION-MAITRE    PIC X VALUE "C".
       01 WS-CONDITION-PHOTO     PIC X VALUE "C".

      *le trimestre du run (AAAAT) et son rang en trimestres
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-TRIMESTRE-JOUR      PIC 9(5).
       01 WS-TRIMESTRE-R REDEFINES WS-TRIMESTRE-JOUR.
           05 WS-TRIM-ANNEE      PIC 9(4).
           05 WS-TRIM-NUMERO     PIC 9.

      *les photos des trimestres précédents, gardées pour la
      *réécriture ; celle du trimestre en cours est refaite
       01 WS-NB-PHOTOS           PIC 9(6) VALUE 0.
       01 WS-PHOTO-LIGNE OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-PHOTOS.
           05 WS-PHOTO-TRIMESTRE PIC 9(5).
           05 WS-PHOTO-NUM       PIC 9(8).
           05 WS-PHOTO-PRODUIT   PIC X(14).
           05 WS-PHOTO-SURVENANCE PIC 9(8).
           05 WS-PHOTO-PAYE      PIC 9(10).
           05 WS-PHOTO-RESERVE   PIC 9(10).
       01 WS-INDEX-PHOTO         PIC 9(6).

      *les cellules des triangles : produit, année de survenance,
      *trimestre de développement, payé et survenu cumulés
       01 WS-NB-CELLULES         PIC 9(5) VALUE 0.
       01 WS-CELLULE-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-CELLULES.
           05 WS-CEL-PRODUIT     PIC X(14).
           05 WS-CEL-ANNEE       PIC 9(4).
           05 WS-CEL-DEV         PIC 9(3).
           05 WS-CEL-PAYE        PIC 9(12).
           05 WS-CEL-SURVENU     PIC 9(12).
       01 WS-INDEX-CELLULE       PIC 9(5).
       01 WS-CELLULE-TROUVEE     PIC X VALUE "N".
           88 WS-CELLULE-EST-TROUVEE VALUE "O".

      *les produits rencontrés avec leurs bornes d'années et de
      *développement
       01 WS-NB-PRODUITS         PIC 9(4) VALUE 0.
       01 WS-PRODUIT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PRODUITS.
           05 WS-PROD-NOM        PIC X(14).
           05 WS-PROD-ANNEE-MIN  PIC 9(4).
           05 WS-PROD-ANNEE-MAX  PIC 9(4).
           05 WS-PROD-DEV-MAX    PIC 9(3).
       01 WS-INDEX-PRODUIT       PIC 9(4).
       01 WS-PRODUIT-TROUVE      PIC X VALUE "N".
           88 WS-PRODUIT-EST-TROUVE VALUE "O".

      *la photo en cours d'agrégation
       01 WS-AGR-PRODUIT         PIC X(14).
       01 WS-AGR-ANNEE           PIC 9(4).
       01 WS-AGR-TRIMESTRE       PIC 9(5).
       01 WS-AGR-TRIM-R REDEFINES WS-AGR-TRIMESTRE.
           05 WS-AGR-TRIM-ANNEE  PIC 9(4).
           05 WS-AGR-TRIM-NUMERO PIC 9.
       01 WS-AGR-DEV             PIC S9(4).
       01 WS-AGR-PAYE            PIC 9(10).
       01 WS-AGR-SURVENU         PIC 9(10).

      *l'édition : au plus douze trimestres de développement par
      *ligne, soit trois années
       01 WS-DEV-AFFICHES        PIC 9(3) VALUE 12.
       01 WS-DEV-MAX-LIGNE       PIC 9(3).
       01 WS-ANNEE               PIC 9(4).
       01 WS-DEV                 PIC 9(3).
       01 WS-POSITION            PIC 9(3).
       01 WS-TYPE-TRIANGLE       PIC X.
           88 WS-TRIANGLE-PAYE VALUE "P".
           88 WS-TRIANGLE-SURVENU VALUE "S".
       01 WS-VALEUR              PIC 9(12).
       01 WS-VALEUR-EDIT         PIC Z(9)9.
       01 WS-DEV-EDIT            PIC Z(9)9.

      *les facteurs de développement entre colonnes : somme de la
      *colonne suivante sur somme de la colonne, pour les années
      *connues dans les deux colonnes
       01 WS-SOMME-COLONNE       PIC 9(14).
       01 WS-SOMME-SUIVANTE      PIC 9(14).
       01 WS-VALEUR-SUIVANTE     PIC 9(12).
       01 WS-SUIVANTE-TROUVEE    PIC X VALUE "N".
           88 WS-SUIVANTE-EST-TROUVEE VALUE "O".
       01 WS-FACTEUR             PIC 9(3)V9(4).
       01 WS-FACTEUR-EDIT        PIC ZZ9,9999.

      *compteurs du run
       01 WS-NB-SINISTRES        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR(1:4) TO WS-TRIM-ANNEE.
           COMPUTE WS-TRIM-NUMERO =
              (FUNCTION NUMVAL(WS-DATE-JOUR(5:2)) + 2) / 3.

      *l'historique des photos, sans celle du trimestre en cours
           OPEN INPUT PHOTOS.
           IF WS-FS-PHOTOS-OK
              PERFORM UNTIL WS-CONDITION-PHOTO EQUAL "F"
                 READ PHOTOS
                    AT END
                       MOVE "F" TO WS-CONDITION-PHOTO
                    NOT AT END
                       IF TRIMESTRE-PHOTO NOT EQUAL WS-TRIMESTRE-JOUR
                          ADD 1 TO WS-NB-PHOTOS
                          MOVE TRIMESTRE-PHOTO
                          TO WS-PHOTO-TRIMESTRE(WS-NB-PHOTOS)
                          MOVE NUM-SINISTRE-PHOTO
                          TO WS-PHOTO-NUM(WS-NB-PHOTOS)
                          MOVE PRODUIT-PHOTO
                          TO WS-PHOTO-PRODUIT(WS-NB-PHOTOS)
                          MOVE SURVENANCE-PHOTO
                          TO WS-PHOTO-SURVENANCE(WS-NB-PHOTOS)
                          MOVE PAYE-PHOTO
                          TO WS-PHOTO-PAYE(WS-NB-PHOTOS)
                          MOVE RESERVE-PHOTO
                          TO WS-PHOTO-RESERVE(WS-NB-PHOTOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PHOTOS
           END-IF.

      *la photo du trimestre : payé cumulé et réserve restante de
      *chaque sinistre ; la date de survenance retenue est la date
      *d'ouverture portée sur la fiche
           OPEN INPUT SINISTRES-MAITRE.
           IF NOT WS-FS-MAITRE-OK
              DISPLAY "sinistres-maitre.dat absent, "
              "lancer sinistres-cycle d'abord"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONDITION-MAITRE EQUAL "F"
              READ SINISTRES-MAITRE NEXT RECORD
                 AT END
                    MOVE "F" TO WS-CONDITION-MAITRE
                 NOT AT END
                    ADD 1 TO WS-NB-SINISTRES
                    ADD 1 TO WS-NB-PHOTOS
                    MOVE WS-TRIMESTRE-JOUR
                    TO WS-PHOTO-TRIMESTRE(WS-NB-PHOTOS)
                    MOVE NUM-SINISTRE-MAITRE
                    TO WS-PHOTO-NUM(WS-NB-PHOTOS)
                    MOVE NOM-PRODUIT-MAITRE
                    TO WS-PHOTO-PRODUIT(WS-NB-PHOTOS)
                    MOVE DATE-OUVERTURE
                    TO WS-PHOTO-SURVENANCE(WS-NB-PHOTOS)
                    MOVE PAIEMENTS-MAITRE
                    TO WS-PHOTO-PAYE(WS-NB-PHOTOS)
                    MOVE 0 TO WS-PHOTO-RESERVE(WS-NB-PHOTOS)
                    IF STATUT-MAITRE EQUAL "OUVERT"
                    AND RESERVE-MAITRE GREATER THAN PAIEMENTS-MAITRE
                       COMPUTE WS-PHOTO-RESERVE(WS-NB-PHOTOS) =
                          RESERVE-MAITRE - PAIEMENTS-MAITRE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SINISTRES-MAITRE.

      *l'historique complété est réécrit
           OPEN OUTPUT PHOTOS-NOUVEAU.
           PERFORM VARYING WS-INDEX-PHOTO FROM 1 BY 1
           UNTIL WS-INDEX-PHOTO GREATER THAN WS-NB-PHOTOS
              MOVE SPACES TO LIGNE-PHOTO-NOUVEAU
              MOVE WS-PHOTO-TRIMESTRE(WS-INDEX-PHOTO)
              TO TRIMESTRE-PHOTO-N
              MOVE WS-PHOTO-NUM(WS-INDEX-PHOTO)
              TO NUM-SINISTRE-PHOTO-N
              MOVE WS-PHOTO-PRODUIT(WS-INDEX-PHOTO) TO PRODUIT-PHOTO-N
              MOVE WS-PHOTO-SURVENANCE(WS-INDEX-PHOTO)
              TO SURVENANCE-PHOTO-N
              MOVE WS-PHOTO-PAYE(WS-INDEX-PHOTO) TO PAYE-PHOTO-N
              MOVE WS-PHOTO-RESERVE(WS-INDEX-PHOTO) TO RESERVE-PHOTO-N
              WRITE LIGNE-PHOTO-NOUVEAU
           END-PERFORM.
           CLOSE PHOTOS-NOUVEAU.

      *chaque photo alimente la cellule de son produit, de son
      *année de survenance et de son trimestre de développement
           PERFORM VARYING WS-INDEX-PHOTO FROM 1 BY 1
           UNTIL WS-INDEX-PHOTO GREATER THAN WS-NB-PHOTOS
              PERFORM AGREGE-PHOTO THRU AGREGE-PHOTO-FIN
           END-PERFORM.

      *les deux triangles de chaque produit
           OPEN OUTPUT TRIANGLES.
           MOVE SPACES TO LIGNE-TRIANGLE-CONTENU.
           STRING "TRIANGLES DE DEVELOPPEMENT au trimestre "
           WS-TRIMESTRE-JOUR " (" WS-NB-SINISTRES " sinistre(s))"
           INTO LIGNE-TRIANGLE-CONTENU.
           WRITE LIGNE-TRIANGLE.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              MOVE "P" TO WS-TYPE-TRIANGLE
              PERFORM EDITE-TRIANGLE THRU EDITE-TRIANGLE-FIN
              MOVE "S" TO WS-TYPE-TRIANGLE
              PERFORM EDITE-TRIANGLE THRU EDITE-TRIANGLE-FIN
           END-PERFORM.
           MOVE SPACES TO LIGNE-TRIANGLE-CONTENU.
           STRING "--- " WS-NB-PRODUITS " produit(s), "
           WS-NB-PHOTOS " photo(s) en historique ---"
           INTO LIGNE-TRIANGLE-CONTENU.
           WRITE LIGNE-TRIANGLE.
           CLOSE TRIANGLES.

           DISPLAY "Fin du traitement - " WS-NB-SINISTRES
              " sinistre(s) photographie(s) au trimestre "
              WS-TRIMESTRE-JOUR.

           STOP RUN.

      *la photo WS-INDEX-PHOTO s'ajoute à sa cellule ; le
      *développement se compte en trimestres depuis le premier
      *trimestre de l'année de survenance
       AGREGE-PHOTO.
           MOVE WS-PHOTO-PRODUIT(WS-INDEX-PHOTO) TO WS-AGR-PRODUIT.
           MOVE WS-PHOTO-SURVENANCE(WS-INDEX-PHOTO)(1:4)
           TO WS-AGR-ANNEE.
           MOVE WS-PHOTO-TRIMESTRE(WS-INDEX-PHOTO) TO WS-AGR-TRIMESTRE.
           COMPUTE WS-AGR-DEV =
              (WS-AGR-TRIM-ANNEE - WS-AGR-ANNEE) * 4
              + WS-AGR-TRIM-NUMERO.
           IF WS-AGR-DEV LESS THAN 1
              GO TO AGREGE-PHOTO-FIN
           END-IF.
           MOVE WS-PHOTO-PAYE(WS-INDEX-PHOTO) TO WS-AGR-PAYE.
           COMPUTE WS-AGR-SURVENU = WS-PHOTO-PAYE(WS-INDEX-PHOTO)
              + WS-PHOTO-RESERVE(WS-INDEX-PHOTO).

           MOVE "N" TO WS-CELLULE-TROUVEE.
           PERFORM VARYING WS-INDEX-CELLULE FROM 1 BY 1
           UNTIL WS-INDEX-CELLULE GREATER THAN WS-NB-CELLULES
              IF WS-CEL-PRODUIT(WS-INDEX-CELLULE) EQUAL WS-AGR-PRODUIT
              AND WS-CEL-ANNEE(WS-INDEX-CELLULE) EQUAL WS-AGR-ANNEE
              AND WS-CEL-DEV(WS-INDEX-CELLULE) EQUAL WS-AGR-DEV
                 SET WS-CELLULE-EST-TROUVEE TO TRUE
                 ADD WS-AGR-PAYE TO WS-CEL-PAYE(WS-INDEX-CELLULE)
                 ADD WS-AGR-SURVENU TO WS-CEL-SURVENU(WS-INDEX-CELLULE)
              END-IF
           END-PERFORM.
           IF NOT WS-CELLULE-EST-TROUVEE
              ADD 1 TO WS-NB-CELLULES
              MOVE WS-AGR-PRODUIT TO WS-CEL-PRODUIT(WS-NB-CELLULES)
              MOVE WS-AGR-ANNEE TO WS-CEL-ANNEE(WS-NB-CELLULES)
              MOVE WS-AGR-DEV TO WS-CEL-DEV(WS-NB-CELLULES)
              MOVE WS-AGR-PAYE TO WS-CEL-PAYE(WS-NB-CELLULES)
              MOVE WS-AGR-SURVENU TO WS-CEL-SURVENU(WS-NB-CELLULES)
           END-IF.

      *les bornes du produit
           MOVE "N" TO WS-PRODUIT-TROUVE.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF WS-PROD-NOM(WS-INDEX-PRODUIT) EQUAL WS-AGR-PRODUIT
                 SET WS-PRODUIT-EST-TROUVE TO TRUE
                 IF WS-AGR-ANNEE LESS THAN
                 WS-PROD-ANNEE-MIN(WS-INDEX-PRODUIT)
                    MOVE WS-AGR-ANNEE
                    TO WS-PROD-ANNEE-MIN(WS-INDEX-PRODUIT)
                 END-IF
                 IF WS-AGR-ANNEE GREATER THAN
                 WS-PROD-ANNEE-MAX(WS-INDEX-PRODUIT)
                    MOVE WS-AGR-ANNEE
                    TO WS-PROD-ANNEE-MAX(WS-INDEX-PRODUIT)
                 END-IF
                 IF WS-AGR-DEV GREATER THAN
                 WS-PROD-DEV-MAX(WS-INDEX-PRODUIT)
                    MOVE WS-AGR-DEV
                    TO WS-PROD-DEV-MAX(WS-INDEX-PRODUIT)
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT WS-PRODUIT-EST-TROUVE
              ADD 1 TO WS-NB-PRODUITS
              MOVE WS-AGR-PRODUIT TO WS-PROD-NOM(WS-NB-PRODUITS)
              MOVE WS-AGR-ANNEE TO WS-PROD-ANNEE-MIN(WS-NB-PRODUITS)
              MOVE WS-AGR-ANNEE TO WS-PROD-ANNEE-MAX(WS-NB-PRODUITS)
              MOVE WS-AGR-DEV TO WS-PROD-DEV-MAX(WS-NB-PRODUITS)
           END-IF.
       AGREGE-PHOTO-FIN.
           EXIT.

      *le triangle payé ou survenu du produit WS-INDEX-PRODUIT : une
      *ligne par année de survenance, puis la ligne des facteurs
       EDITE-TRIANGLE.
           MOVE WS-PROD-DEV-MAX(WS-INDEX-PRODUIT) TO WS-DEV-MAX-LIGNE.
           IF WS-DEV-MAX-LIGNE GREATER THAN WS-DEV-AFFICHES
              MOVE WS-DEV-AFFICHES TO WS-DEV-MAX-LIGNE
           END-IF.

           MOVE SPACES TO LIGNE-TRIANGLE-CONTENU.
           IF WS-TRIANGLE-PAYE
              STRING "=== " WS-PROD-NOM(WS-INDEX-PRODUIT)
              " triangle PAYE (annee x trimestre de developpement)"
              INTO LIGNE-TRIANGLE-CONTENU
           ELSE
              STRING "=== " WS-PROD-NOM(WS-INDEX-PRODUIT)
              " triangle SURVENU = paye + reserve restante"
              INTO LIGNE-TRIANGLE-CONTENU
           END-IF.
           WRITE LIGNE-TRIANGLE.

      *l'en-tête des colonnes
           MOVE SPACES TO LIGNE-TRIANGLE-CONTENU.
           MOVE "annee" TO LIGNE-TRIANGLE-CONTENU.
           MOVE 6 TO WS-POSITION.
           PERFORM VARYING WS-DEV FROM 1 BY 1
           UNTIL WS-DEV GREATER THAN WS-DEV-MAX-LIGNE
              MOVE WS-DEV TO WS-DEV-EDIT
              STRING " " WS-DEV-EDIT DELIMITED BY SIZE
              INTO LIGNE-TRIANGLE-CONTENU
              WITH POINTER WS-POSITION
           END-PERFORM.
           WRITE LIGNE-TRIANGLE.

           PERFORM VARYING WS-ANNEE
           FROM WS-PROD-ANNEE-MIN(WS-INDEX-PRODUIT) BY 1
           UNTIL WS-ANNEE GREATER THAN
           WS-PROD-ANNEE-MAX(WS-INDEX-PRODUIT)
              MOVE SPACES TO LIGNE-TRIANGLE-CONTENU
              MOVE WS-ANNEE TO LIGNE-TRIANGLE-CONTENU(1:4)
              MOVE 6 TO WS-POSITION
              PERFORM VARYING WS-DEV FROM 1 BY 1
              UNTIL WS-DEV GREATER THAN WS-DEV-MAX-LIGNE
                 PERFORM CHERCHE-CELLULE THRU CHERCHE-CELLULE-FIN
                 IF WS-CELLULE-EST-TROUVEE
                    MOVE WS-VALEUR TO WS-VALEUR-EDIT
                    STRING " " WS-VALEUR-EDIT DELIMITED BY SIZE
                    INTO LIGNE-TRIANGLE-CONTENU
                    WITH POINTER WS-POSITION
                 ELSE
                    ADD 11 TO WS-POSITION
                 END-IF
              END-PERFORM
              WRITE LIGNE-TRIANGLE
           END-PERFORM.

      *les facteurs de développement d'une colonne à la suivante
           MOVE SPACES TO LIGNE-TRIANGLE-CONTENU.
           MOVE "fact." TO LIGNE-TRIANGLE-CONTENU.
           MOVE 6 TO WS-POSITION.
           PERFORM VARYING WS-DEV FROM 1 BY 1
           UNTIL WS-DEV NOT LESS THAN WS-DEV-MAX-LIGNE
              PERFORM CALCULE-FACTEUR THRU CALCULE-FACTEUR-FIN
              MOVE WS-FACTEUR TO WS-FACTEUR-EDIT
              STRING "   " WS-FACTEUR-EDIT DELIMITED BY SIZE
              INTO LIGNE-TRIANGLE-CONTENU
              WITH POINTER WS-POSITION
           END-PERFORM.
           WRITE LIGNE-TRIANGLE.
       EDITE-TRIANGLE-FIN.
           EXIT.

      *la valeur de la cellule (produit courant, WS-ANNEE, WS-DEV)
      *dans le triangle demandé
       CHERCHE-CELLULE.
           MOVE "N" TO WS-CELLULE-TROUVEE.
           MOVE 0 TO WS-VALEUR.
           PERFORM VARYING WS-INDEX-CELLULE FROM 1 BY 1
           UNTIL WS-INDEX-CELLULE GREATER THAN WS-NB-CELLULES
              IF WS-CEL-PRODUIT(WS-INDEX-CELLULE) EQUAL
              WS-PROD-NOM(WS-INDEX-PRODUIT)
              AND WS-CEL-ANNEE(WS-INDEX-CELLULE) EQUAL WS-ANNEE
              AND WS-CEL-DEV(WS-INDEX-CELLULE) EQUAL WS-DEV
                 SET WS-CELLULE-EST-TROUVEE TO TRUE
                 IF WS-TRIANGLE-PAYE
                    MOVE WS-CEL-PAYE(WS-INDEX-CELLULE) TO WS-VALEUR
                 ELSE
                    MOVE WS-CEL-SURVENU(WS-INDEX-CELLULE) TO WS-VALEUR
                 END-IF
              END-IF
           END-PERFORM.
       CHERCHE-CELLULE-FIN.
           EXIT.

      *le facteur de la colonne WS-DEV vers la suivante, sur les
      *années présentes dans les deux colonnes ; 1 sans données
       CALCULE-FACTEUR.
           MOVE 0 TO WS-SOMME-COLONNE.
           MOVE 0 TO WS-SOMME-SUIVANTE.
           PERFORM VARYING WS-ANNEE
           FROM WS-PROD-ANNEE-MIN(WS-INDEX-PRODUIT) BY 1
           UNTIL WS-ANNEE GREATER THAN
           WS-PROD-ANNEE-MAX(WS-INDEX-PRODUIT)
              ADD 1 TO WS-DEV
              PERFORM CHERCHE-CELLULE THRU CHERCHE-CELLULE-FIN
              MOVE WS-CELLULE-TROUVEE TO WS-SUIVANTE-TROUVEE
              MOVE WS-VALEUR TO WS-VALEUR-SUIVANTE
              SUBTRACT 1 FROM WS-DEV
              PERFORM CHERCHE-CELLULE THRU CHERCHE-CELLULE-FIN
              IF WS-CELLULE-EST-TROUVEE AND WS-SUIVANTE-EST-TROUVEE
                 ADD WS-VALEUR TO WS-SOMME-COLONNE
                 ADD WS-VALEUR-SUIVANTE TO WS-SOMME-SUIVANTE
              END-IF
           END-PERFORM.
           IF WS-SOMME-COLONNE EQUAL 0
              MOVE 1 TO WS-FACTEUR
           ELSE
              COMPUTE WS-FACTEUR ROUNDED =
                 WS-SOMME-SUIVANTE / WS-SOMME-COLONNE
           END-IF.
       CALCULE-FACTEUR-FIN.
           EXIT.

      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inscriptions.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le registre des inscriptions et le calendrier des trimestres
           COPY "../../copybooks/inscriptions-select.copy".

      *l'effectif attendu du trimestre, tiré du registre : c'est la
      *liste d'appel de saisienotes
           SELECT F-EFFECTIFS
               ASSIGN TO 'effectifs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EFFECTIFS-STATUS.

      *le fichier d'entrée de student.cbl, dont les lignes "01"
      *sont rapprochées de l'effectif attendu
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

      *le compte rendu du rapprochement et les mouvements du
      *trimestre
           SELECT F-CONTROLE
               ASSIGN TO 'controle-effectifs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONTROLE-STATUS.

      *la session opérateur posée par login.cbl et les droits par
      *programme
           COPY "../../copybooks/session-select.copy".

       DATA DIVISION.
       FILE SECTION.
           COPY "../../copybooks/inscriptions-fd.copy".

      *un éléve de l'effectif : nom, prénom, âge et classe, les
      *zones de la ligne "01" d'input.dat
       FD  F-EFFECTIFS
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EFFECTIFS.
           03 EF-LASTNAME      PIC X(07).
           03 FILLER           PIC X(01).
           03 EF-FIRSTNAME     PIC X(06).
           03 FILLER           PIC X(01).
           03 EF-AGE           PIC 9(02).
           03 FILLER           PIC X(01).
           03 EF-CLASS         PIC X(05).

       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-INPUT-2       PIC 9(02).

       01  REC-STUDENT.
           03 R-S-KEY          PIC 9(02).
           03 R-LASTNAME       PIC X(07).
           03 R-FIRSTNAME      PIC X(06).
           03 R-AGE            PIC 9(02).
           03 R-CLASS          PIC X(05).

       FD  F-CONTROLE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONTROLE      PIC X(250).

       COPY "../../copybooks/session-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/session-ws.copy".

       COPY "../../copybooks/inscriptions-ws.copy".

       01  F-EFFECTIFS-STATUS    PIC X(02) VALUE SPACE.
           88 F-EFFECTIFS-STATUS-OK  VALUE '00'.
       01  F-INPUT-STATUS        PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK  VALUE '00'.
           88 F-INPUT-STATUS-EOF VALUE '10'.
       01  F-CONTROLE-STATUS     PIC X(02) VALUE SPACE.

      *le numéro de la commande entré par l'utilisateur
       01 WS-COMMANDE PIC 9.

      *la date du jour, date d'effet par défaut d'un mouvement
       01 WS-DATE-JOUR  PIC 9(08).

      *le mouvement en cours de saisie
       01 WS-TYPE-MOUVEMENT PIC X(01).
       01 WS-NOM-SAISI      PIC X(07).
       01 WS-PRENOM-SAISI   PIC X(06).
       01 WS-DATE-SAISIE    PIC X(08).
       01 WS-DATE-EFFET     PIC 9(08).
       01 WS-AGE-SAISI      PIC X(02).
       01 WS-CLASSE-SAISIE  PIC X(05).
       01 WS-MOTIF-SAISI    PIC X(40).

      *le trimestre contrôlé
       01 WS-TERME PIC X(10) VALUE SPACES.

      *l'effectif attendu du trimestre : chaque éléve présent dans
      *le registre à la fin du trimestre, avec sa classe
       01 WS-NB-ATTENDUS PIC 9(3) VALUE 0.
       01 WS-ATTENDU OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-ATTENDUS.
           05 WS-ATT-CLASS     PIC X(05).
           05 WS-ATT-LASTNAME  PIC X(07).
           05 WS-ATT-FIRSTNAME PIC X(06).
           05 WS-ATT-AGE       PIC 9(02).
           05 WS-ATT-ENTREE    PIC 9(08).
           05 WS-ATT-VU        PIC X(01).
       01 WS-INDEX-ATTENDU PIC 9(3).

      *les éléves déjà situés, pour ne traiter chaque éléve du
      *registre qu'une fois
       01 WS-NB-SITUES PIC 9(4) VALUE 0.
       01 WS-SITUE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-SITUES.
           05 WS-STE-LASTNAME  PIC X(07).
           05 WS-STE-FIRSTNAME PIC X(06).
       01 WS-INDEX-SITUE PIC 9(4).
       01 WS-INDEX-REPRISE PIC 9(4).
       01 WS-ELEVE-TROUVE PIC X VALUE "N".
           88 WS-ELEVE-EST-TROUVE VALUE "O".

      *compteurs du rapprochement
       01 WS-NB-LUS-INPUT PIC 9(3) VALUE 0.
       01 WS-NB-ECARTS    PIC 9(3) VALUE 0.
       01 WS-NB-MVT-TERME PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité
           COPY "../../copybooks/session-controle.copy"
              REPLACING SESSION-PROGRAMME-LITERAL BY "inscriptions".

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           COPY "../../copybooks/inscriptions-init.copy".

           DISPLAY "que voulez-vous faire?".
           DISPLAY "1 pour enregistrer une entree".
           DISPLAY "2 pour enregistrer un changement de classe".
           DISPLAY "3 pour enregistrer un depart".
           DISPLAY "4 pour controler l'effectif d'un trimestre".
           DISPLAY "pour quitter le programme, entrer autre chose".
           ACCEPT WS-COMMANDE.

           EVALUATE WS-COMMANDE

           WHEN EQUAL 1
              MOVE "E" TO WS-TYPE-MOUVEMENT
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM ENREGISTRE-MOUVEMENT
                 THRU ENREGISTRE-MOUVEMENT-FIN
              END-IF

           WHEN EQUAL 2
              MOVE "C" TO WS-TYPE-MOUVEMENT
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM ENREGISTRE-MOUVEMENT
                 THRU ENREGISTRE-MOUVEMENT-FIN
              END-IF

           WHEN EQUAL 3
              MOVE "D" TO WS-TYPE-MOUVEMENT
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM ENREGISTRE-MOUVEMENT
                 THRU ENREGISTRE-MOUVEMENT-FIN
              END-IF

           WHEN EQUAL 4
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM CONTROLE-EFFECTIF THRU CONTROLE-EFFECTIF-FIN
              END-IF

           WHEN OTHER
              DISPLAY "vous voulez quitter le programme"

           END-EVALUATE.

           STOP RUN.

      *enregistre un mouvement de type WS-TYPE-MOUVEMENT : l'éléve
      *doit être absent pour une entrée et présent pour un
      *changement de classe ou un départ à la date d'effet ; le
      *motif est obligatoire
       ENREGISTRE-MOUVEMENT.
           DISPLAY "nom de l'eleve (7 caracteres)".
           ACCEPT WS-NOM-SAISI.
           DISPLAY "prenom de l'eleve (6 caracteres)".
           ACCEPT WS-PRENOM-SAISI.
           IF WS-NOM-SAISI EQUAL SPACES
              DISPLAY "nom obligatoire"
              GO TO ENREGISTRE-MOUVEMENT-FIN
           END-IF.

           DISPLAY "date d'effet AAAAMMJJ (vide pour aujourd'hui)".
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE EQUAL SPACES
              MOVE WS-DATE-JOUR TO WS-DATE-EFFET
           ELSE
              IF WS-DATE-SAISIE IS NOT NUMERIC
                 DISPLAY "date invalide"
                 GO TO ENREGISTRE-MOUVEMENT-FIN
              END-IF
              MOVE WS-DATE-SAISIE TO WS-DATE-EFFET
           END-IF.

           MOVE WS-NOM-SAISI TO WS-SIT-LASTNAME.
           MOVE WS-PRENOM-SAISI TO WS-SIT-FIRSTNAME.
           MOVE WS-DATE-EFFET TO WS-SIT-DATE.
           PERFORM SITUE-ELEVE THRU SITUE-ELEVE-FIN.

           MOVE SPACES TO WS-CLASSE-SAISIE.
           MOVE "00" TO WS-AGE-SAISI.
           IF WS-TYPE-MOUVEMENT EQUAL "E"
              IF WS-SIT-EST-PRESENT
                 DISPLAY "eleve deja inscrit en classe " WS-SIT-CLASS
                 GO TO ENREGISTRE-MOUVEMENT-FIN
              END-IF
              DISPLAY "age de l'eleve"
              ACCEPT WS-AGE-SAISI
              IF WS-AGE-SAISI(2:1) EQUAL SPACE
                 MOVE WS-AGE-SAISI(1:1) TO WS-AGE-SAISI(2:1)
                 MOVE "0" TO WS-AGE-SAISI(1:1)
              END-IF
              IF WS-AGE-SAISI IS NOT NUMERIC
                 DISPLAY "age invalide"
                 GO TO ENREGISTRE-MOUVEMENT-FIN
              END-IF
           ELSE
              IF NOT WS-SIT-EST-PRESENT
                 DISPLAY "eleve absent du registre a cette date"
                 GO TO ENREGISTRE-MOUVEMENT-FIN
              END-IF
              MOVE WS-SIT-AGE TO WS-AGE-SAISI
           END-IF.

           IF WS-TYPE-MOUVEMENT NOT EQUAL "D"
              DISPLAY "classe d'arrivee"
              ACCEPT WS-CLASSE-SAISIE
              IF WS-CLASSE-SAISIE EQUAL SPACES
                 DISPLAY "classe obligatoire"
                 GO TO ENREGISTRE-MOUVEMENT-FIN
              END-IF
              IF WS-TYPE-MOUVEMENT EQUAL "C"
              AND WS-CLASSE-SAISIE EQUAL WS-SIT-CLASS
                 DISPLAY "l'eleve est deja en classe " WS-SIT-CLASS
                 GO TO ENREGISTRE-MOUVEMENT-FIN
              END-IF
           END-IF.

           DISPLAY "motif du mouvement (obligatoire)".
           ACCEPT WS-MOTIF-SAISI.
           IF WS-MOTIF-SAISI EQUAL SPACES
              DISPLAY "motif obligatoire, mouvement abandonne"
              GO TO ENREGISTRE-MOUVEMENT-FIN
           END-IF.

           OPEN EXTEND F-REGISTRE.
           IF NOT F-REGISTRE-STATUS-OK
              OPEN OUTPUT F-REGISTRE
           END-IF.
           MOVE SPACES TO LIGNE-F-REGISTRE.
           MOVE WS-DATE-EFFET TO MV-DATE.
           MOVE WS-TYPE-MOUVEMENT TO MV-TYPE.
           MOVE WS-NOM-SAISI TO MV-LASTNAME.
           MOVE WS-PRENOM-SAISI TO MV-FIRSTNAME.
           MOVE WS-AGE-SAISI TO MV-AGE.
           MOVE WS-CLASSE-SAISIE TO MV-CLASS.
           MOVE WS-MOTIF-SAISI TO MV-MOTIF.
           MOVE WS-OPERATEUR-ID TO MV-OPERATEUR.
           WRITE LIGNE-F-REGISTRE.
           CLOSE F-REGISTRE.

           EVALUATE WS-TYPE-MOUVEMENT
              WHEN "E"
                 DISPLAY "entree enregistree en classe "
                 WS-CLASSE-SAISIE " le " WS-DATE-EFFET
              WHEN "C"
                 DISPLAY "changement de classe " WS-SIT-CLASS
                 " vers " WS-CLASSE-SAISIE " enregistre le "
                 WS-DATE-EFFET
              WHEN "D"
                 DISPLAY "depart enregistre le " WS-DATE-EFFET
                 " : releve de fin de scolarite a editer par releve"
           END-EVALUATE.
       ENREGISTRE-MOUVEMENT-FIN.
           EXIT.

      *l'effectif attendu d'un trimestre : chaque éléve présent au
      *registre à la fin du trimestre, dans sa classe à cette date ;
      *il est écrit dans effectifs.dat puis rapproché des lignes
      *"01" d'input.dat
       CONTROLE-EFFECTIF.
           DISPLAY "veuillez entrer le trimestre (ex TRIM1)".
           ACCEPT WS-TERME.
           MOVE WS-TERME TO WS-SIT-TERME.
           PERFORM CHERCHE-TRIMESTRE THRU CHERCHE-TRIMESTRE-FIN.
           IF NOT WS-SIT-TERME-TROUVE
              DISPLAY "trimestre " WS-TERME
              " absent de calendrier-trimestres.dat"
              GO TO CONTROLE-EFFECTIF-FIN
           END-IF.

           MOVE 0 TO WS-NB-ATTENDUS.
           MOVE 0 TO WS-NB-SITUES.
           PERFORM VARYING WS-INDEX-MOUVEMENT FROM 1 BY 1
           UNTIL WS-INDEX-MOUVEMENT GREATER THAN WS-NB-MOUVEMENTS
              PERFORM RETIENT-ATTENDU
           END-PERFORM.

           IF WS-NB-ATTENDUS GREATER THAN 0
              SORT WS-ATTENDU ON ASCENDING WS-ATT-CLASS,
              ASCENDING WS-ATT-LASTNAME,
              ASCENDING WS-ATT-FIRSTNAME
           END-IF.

      *l'effectif attendu devient la liste d'appel de saisienotes
           OPEN OUTPUT F-EFFECTIFS.
           PERFORM VARYING WS-INDEX-ATTENDU FROM 1 BY 1
           UNTIL WS-INDEX-ATTENDU GREATER THAN WS-NB-ATTENDUS
              MOVE SPACES TO REC-F-EFFECTIFS
              MOVE WS-ATT-LASTNAME(WS-INDEX-ATTENDU) TO EF-LASTNAME
              MOVE WS-ATT-FIRSTNAME(WS-INDEX-ATTENDU) TO EF-FIRSTNAME
              MOVE WS-ATT-AGE(WS-INDEX-ATTENDU) TO EF-AGE
              MOVE WS-ATT-CLASS(WS-INDEX-ATTENDU) TO EF-CLASS
              WRITE REC-F-EFFECTIFS
           END-PERFORM.
           CLOSE F-EFFECTIFS.

           OPEN OUTPUT F-CONTROLE.
           MOVE SPACES TO REC-F-CONTROLE.
           STRING "===== CONTROLE EFFECTIF " WS-TERME
           " du " WS-SIT-DEBUT " au " WS-SIT-FIN " ====="
           INTO REC-F-CONTROLE
           END-STRING.
           WRITE REC-F-CONTROLE.

      *chaque éléve d'input.dat doit être attendu, dans la même
      *classe
           MOVE 0 TO WS-NB-ECARTS.
           MOVE 0 TO WS-NB-LUS-INPUT.
           OPEN INPUT F-INPUT.
           IF F-INPUT-STATUS-OK
              PERFORM UNTIL F-INPUT-STATUS-EOF
                 READ F-INPUT
                 AT END
                    SET F-INPUT-STATUS-EOF TO TRUE
                 NOT AT END
                    IF REC-F-INPUT-2 EQUAL "01"
                       ADD 1 TO WS-NB-LUS-INPUT
                       PERFORM RAPPROCHE-ELEVE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-INPUT
           ELSE
              MOVE SPACES TO REC-F-CONTROLE
              STRING "input.dat absent : aucun eleve a rapprocher"
              INTO REC-F-CONTROLE
              END-STRING
              WRITE REC-F-CONTROLE
           END-IF.

      *chaque éléve attendu doit figurer dans input.dat
           PERFORM VARYING WS-INDEX-ATTENDU FROM 1 BY 1
           UNTIL WS-INDEX-ATTENDU GREATER THAN WS-NB-ATTENDUS
              IF WS-ATT-VU(WS-INDEX-ATTENDU) NOT EQUAL "O"
                 ADD 1 TO WS-NB-ECARTS
                 MOVE SPACES TO REC-F-CONTROLE
                 STRING "ATTENDU ABSENT D'INPUT "
                 WS-ATT-LASTNAME(WS-INDEX-ATTENDU) " "
                 WS-ATT-FIRSTNAME(WS-INDEX-ATTENDU) " classe "
                 WS-ATT-CLASS(WS-INDEX-ATTENDU) " inscrit le "
                 WS-ATT-ENTREE(WS-INDEX-ATTENDU)
                 INTO REC-F-CONTROLE
                 END-STRING
                 WRITE REC-F-CONTROLE
              END-IF
           END-PERFORM.

      *les mouvements du trimestre, rappelés avec leur motif
           MOVE SPACES TO REC-F-CONTROLE.
           WRITE REC-F-CONTROLE.
           MOVE SPACES TO REC-F-CONTROLE.
           STRING "MOUVEMENTS DU TRIMESTRE " WS-TERME
           INTO REC-F-CONTROLE
           END-STRING.
           WRITE REC-F-CONTROLE.
           MOVE 0 TO WS-NB-MVT-TERME.
           PERFORM VARYING WS-INDEX-MOUVEMENT FROM 1 BY 1
           UNTIL WS-INDEX-MOUVEMENT GREATER THAN WS-NB-MOUVEMENTS
              IF WS-MVT-DATE(WS-INDEX-MOUVEMENT)
              NOT LESS THAN WS-SIT-DEBUT
              AND WS-MVT-DATE(WS-INDEX-MOUVEMENT)
              NOT GREATER THAN WS-SIT-FIN
                 ADD 1 TO WS-NB-MVT-TERME
                 MOVE SPACES TO REC-F-CONTROLE
                 STRING "  " WS-MVT-DATE(WS-INDEX-MOUVEMENT)
                 " " WS-MVT-TYPE(WS-INDEX-MOUVEMENT)
                 " " WS-MVT-LASTNAME(WS-INDEX-MOUVEMENT)
                 " " WS-MVT-FIRSTNAME(WS-INDEX-MOUVEMENT)
                 " " WS-MVT-CLASS(WS-INDEX-MOUVEMENT)
                 " " WS-MVT-MOTIF(WS-INDEX-MOUVEMENT)
                 INTO REC-F-CONTROLE
                 END-STRING
                 WRITE REC-F-CONTROLE
              END-IF
           END-PERFORM.

           MOVE SPACES TO REC-F-CONTROLE.
           STRING "--- " WS-NB-ATTENDUS " eleve(s) attendu(s), "
           WS-NB-LUS-INPUT " dans input.dat, " WS-NB-ECARTS
           " ecart(s), " WS-NB-MVT-TERME " mouvement(s) ---"
           INTO REC-F-CONTROLE
           END-STRING.
           WRITE REC-F-CONTROLE.
           CLOSE F-CONTROLE.

           DISPLAY "effectif " WS-TERME " : " WS-NB-ATTENDUS
           " eleve(s) attendu(s), " WS-NB-ECARTS " ecart(s) avec "
           "input.dat".
       CONTROLE-EFFECTIF-FIN.
           EXIT.

      *situe une fois chaque éléve du registre à la fin du
      *trimestre ; s'il y est présent, il entre dans l'effectif
      *attendu
       RETIENT-ATTENDU.
           MOVE "N" TO WS-ELEVE-TROUVE.
           PERFORM VARYING WS-INDEX-SITUE FROM 1 BY 1
           UNTIL WS-INDEX-SITUE GREATER THAN WS-NB-SITUES
              IF WS-STE-LASTNAME(WS-INDEX-SITUE) EQUAL
              WS-MVT-LASTNAME(WS-INDEX-MOUVEMENT)
              AND WS-STE-FIRSTNAME(WS-INDEX-SITUE) EQUAL
              WS-MVT-FIRSTNAME(WS-INDEX-MOUVEMENT)
                 SET WS-ELEVE-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-ELEVE-EST-TROUVE
              ADD 1 TO WS-NB-SITUES
              MOVE WS-MVT-LASTNAME(WS-INDEX-MOUVEMENT)
              TO WS-STE-LASTNAME(WS-NB-SITUES)
              MOVE WS-MVT-FIRSTNAME(WS-INDEX-MOUVEMENT)
              TO WS-STE-FIRSTNAME(WS-NB-SITUES)
              MOVE WS-MVT-LASTNAME(WS-INDEX-MOUVEMENT)
              TO WS-SIT-LASTNAME
              MOVE WS-MVT-FIRSTNAME(WS-INDEX-MOUVEMENT)
              TO WS-SIT-FIRSTNAME
              MOVE WS-SIT-FIN TO WS-SIT-DATE
      *la situation de l'éléve reparcourt le registre : on garde
      *la position de la boucle appelante
              MOVE WS-INDEX-MOUVEMENT TO WS-INDEX-REPRISE
              PERFORM SITUE-ELEVE THRU SITUE-ELEVE-FIN
              MOVE WS-INDEX-REPRISE TO WS-INDEX-MOUVEMENT
              IF WS-SIT-EST-PRESENT
                 ADD 1 TO WS-NB-ATTENDUS
                 MOVE WS-SIT-CLASS TO WS-ATT-CLASS(WS-NB-ATTENDUS)
                 MOVE WS-SIT-LASTNAME
                 TO WS-ATT-LASTNAME(WS-NB-ATTENDUS)
                 MOVE WS-SIT-FIRSTNAME
                 TO WS-ATT-FIRSTNAME(WS-NB-ATTENDUS)
                 MOVE WS-SIT-AGE TO WS-ATT-AGE(WS-NB-ATTENDUS)
                 MOVE WS-SIT-ENTREE TO WS-ATT-ENTREE(WS-NB-ATTENDUS)
                 MOVE "N" TO WS-ATT-VU(WS-NB-ATTENDUS)
              END-IF
           END-IF.

      *rapproche l'éléve de la ligne "01" lue de l'effectif
      *attendu : non attendu (sorti, ou jamais inscrit) ou attendu
      *dans une autre classe
       RAPPROCHE-ELEVE.
           MOVE "N" TO WS-ELEVE-TROUVE.
           PERFORM VARYING WS-INDEX-ATTENDU FROM 1 BY 1
           UNTIL WS-INDEX-ATTENDU GREATER THAN WS-NB-ATTENDUS
              IF WS-ATT-LASTNAME(WS-INDEX-ATTENDU) EQUAL R-LASTNAME
              AND WS-ATT-FIRSTNAME(WS-INDEX-ATTENDU) EQUAL
              R-FIRSTNAME
                 SET WS-ELEVE-EST-TROUVE TO TRUE
                 MOVE "O" TO WS-ATT-VU(WS-INDEX-ATTENDU)
                 IF WS-ATT-CLASS(WS-INDEX-ATTENDU) NOT EQUAL R-CLASS
                    ADD 1 TO WS-NB-ECARTS
                    MOVE SPACES TO REC-F-CONTROLE
                    STRING "CLASSE DIFFERENTE " R-LASTNAME " "
                    R-FIRSTNAME " input.dat " R-CLASS
                    " registre " WS-ATT-CLASS(WS-INDEX-ATTENDU)
                    INTO REC-F-CONTROLE
                    END-STRING
                    WRITE REC-F-CONTROLE
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT WS-ELEVE-EST-TROUVE
              ADD 1 TO WS-NB-ECARTS
              MOVE R-LASTNAME TO WS-SIT-LASTNAME
              MOVE R-FIRSTNAME TO WS-SIT-FIRSTNAME
              MOVE WS-SIT-FIN TO WS-SIT-DATE
              PERFORM SITUE-ELEVE THRU SITUE-ELEVE-FIN
              MOVE SPACES TO REC-F-CONTROLE
              IF WS-SIT-SORTIE GREATER THAN 0
                 STRING "NON ATTENDU " R-LASTNAME " " R-FIRSTNAME
                 " " R-CLASS " sorti le " WS-SIT-SORTIE " : "
                 WS-SIT-MOTIF
                 INTO REC-F-CONTROLE
                 END-STRING
              ELSE
                 STRING "NON ATTENDU " R-LASTNAME " " R-FIRSTNAME
                 " " R-CLASS " absent du registre"
                 INTO REC-F-CONTROLE
                 END-STRING
              END-IF
              WRITE REC-F-CONTROLE
           END-IF.

       COPY "../../copybooks/inscriptions-situe.copy".

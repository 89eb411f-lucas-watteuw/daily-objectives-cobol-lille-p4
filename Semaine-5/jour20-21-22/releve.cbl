               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RELEVE-STATUS.

      *le registre des inscriptions et le calendrier des trimestres :
      *les départs à éditer et l'année scolaire de chaque trimestre
           COPY "../../copybooks/inscriptions-select.copy".

      *les départs dont le relevé de fin de scolarité est déjà
      *édité, pour ne l'éditer qu'une fois
           SELECT F-JOURNAL-DEPARTS
               ASSIGN TO 'journal-releves-depart.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JOURNAL-DEPARTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "../../copybooks/inscriptions-fd.copy".

      *un départ édité : l'éléve, la date du départ et la date
      *d'édition du relevé
       FD  F-JOURNAL-DEPARTS
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-JOURNAL-DEPARTS.
           03 J-NOM            PIC X(07).
           03 FILLER           PIC X.
           03 J-PRENOM         PIC X(06).
           03 FILLER           PIC X.
           03 J-SORTIE         PIC 9(08).
           03 FILLER           PIC X.
           03 J-EDITION        PIC 9(08).

       FD  F-HISTORIQUE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
           88 F-OUTPUT-STATUS-OK  VALUE '00'.
           88 F-OUTPUT-STATUS-EOF VALUE '10'.
       01  F-RELEVE-STATUS      PIC X(02) VALUE SPACE.
      *l'historique a-t-il pu être ouvert au dernier chargement
       01 WS-HISTORIQUE-PRESENT PIC X VALUE "N".
           88 WS-HISTORIQUE-EST-PRESENT VALUE "O".
       01  F-JOURNAL-DEPARTS-STATUS PIC X(02) VALUE SPACE.
           88 F-JOURNAL-DEPARTS-STATUS-OK  VALUE '00'.
           88 F-JOURNAL-DEPARTS-STATUS-EOF VALUE '10'.

       COPY "../../copybooks/inscriptions-ws.copy".

      *le mode départ édite d'un coup le relevé de fin de scolarité
      *de chaque départ du registre pas encore édité
       01 WS-MODE-DEPART PIC X VALUE "N".
           88 WS-MODE-DEPART-OUI VALUE "O" "o".
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-NB-DEPARTS PIC 9(4) VALUE 0.

      *les départs déjà édités, lus dans le journal
       01 WS-NB-EDITES PIC 9(4) VALUE 0.
       01 WS-EDITE OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-EDITES.
           05 WS-EDT-NOM    PIC X(07).
           05 WS-EDT-PRENOM PIC X(06).
           05 WS-EDT-SORTIE PIC 9(08).
       01 WS-INDEX-EDITE PIC 9(4).
       01 WS-INDEX-DEPART PIC 9(4).
       01 WS-DEJA-EDITE PIC X VALUE "N".
           88 WS-EST-DEJA-EDITE VALUE "O".

      *l'année scolaire du trimestre lu et du suivant, quand le
      *calendrier les connait
       01 WS-ANNEE-TERME   PIC X(9).
       01 WS-ANNEE-SUIVANT PIC X(9).
       01 WS-FIN-ANNEE PIC X VALUE "N".
           88 WS-EST-FIN-ANNEE VALUE "O".

      *l'éléve demandé, avec la même clé nom/prénom qu'output.dat
       01 WS-NOM-DEMANDE    PIC X(07).
          DEPENDING ON WS-NB-TERMES.
           05 WS-TERME-LIBELLE PIC X(10).
           05 WS-TERME-MOYENNE PIC 999V99.
           05 WS-TERME-ANNEE   PIC X(9).

      *index de parcours et cumuls de l'année en cours d'édition
       01 WS-INDEX-TERME  PIC 9(3).

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COPY "../../copybooks/inscriptions-init.copy".

      *le mode départ : le relevé de fin de scolarité de chaque
      *départ du registre, édité une seule fois
           DISPLAY "releves de fin de scolarite des departs? (O/N)".
           ACCEPT WS-MODE-DEPART.
           IF WS-MODE-DEPART-OUI
              PERFORM EDITE-DEPARTS THRU EDITE-DEPARTS-FIN
              GOBACK
           END-IF.

      *l'éléve demandé, avec la clé nom/prénom d'output.dat
           DISPLAY "nom de l'eleve (7 caracteres)".
           ACCEPT WS-NOM-DEMANDE.
              CLOSE F-OUTPUT
           END-IF.

           PERFORM CHARGE-TERMES.
           IF NOT WS-HISTORIQUE-EST-PRESENT
              DISPLAY "student-historique.dat absent, "
              "aucun releve possible"
              GOBACK
           END-IF.

           IF WS-NB-TERMES EQUAL 0
              DISPLAY "aucun trimestre trouve pour "
           END-IF.

      *le relevé : l'en-tête, chaque trimestre dans l'ordre, et une
      *moyenne par année scolaire
           OPEN OUTPUT F-RELEVE.
           MOVE SPACES TO REC-F-RELEVE.
           STRING "===== RELEVE DE SCOLARITE "
           WRITE REC-F-RELEVE.
           MOVE SPACES TO REC-F-RELEVE.
           WRITE REC-F-RELEVE.
           PERFORM ECRIT-TERMES.
           CLOSE F-RELEVE.

           DISPLAY "Fin du traitement - releve de "
           WS-NOM-DEMANDE " " WS-PRENOM-DEMANDE " genere".

           GOBACK.

      *on sélectionne tous les trimestres de l'éléve demandé dans
      *l'ordre chronologique du fichier ; sans historique, l'indicateur
      *de présence reste à "N"
       CHARGE-TERMES.
           MOVE 0 TO WS-NB-TERMES.
           MOVE "N" TO WS-HISTORIQUE-PRESENT.
           OPEN INPUT F-HISTORIQUE.
           IF F-HISTORIQUE-STATUS-OK
              MOVE "O" TO WS-HISTORIQUE-PRESENT
              PERFORM UNTIL F-HISTORIQUE-STATUS-EOF
                 READ F-HISTORIQUE
                 AT END
                    SET F-HISTORIQUE-STATUS-EOF TO TRUE
                 NOT AT END
                    IF H-NOM EQUAL WS-NOM-DEMANDE
                    AND H-PRENOM EQUAL WS-PRENOM-DEMANDE
                    AND H-MOYENNE(1:3) IS NUMERIC
                    AND H-MOYENNE(5:2) IS NUMERIC
                       ADD 1 TO WS-NB-TERMES
                       MOVE H-TERME
                       TO WS-TERME-LIBELLE(WS-NB-TERMES)
                       MOVE H-MOYENNE(1:3) TO WS-MOYENNE-ENTIERE
                       MOVE H-MOYENNE(5:2) TO WS-MOYENNE-DECIMALE
                       COMPUTE WS-TERME-MOYENNE(WS-NB-TERMES) =
                          WS-MOYENNE-ENTIERE
                          + WS-MOYENNE-DECIMALE / 100
                       MOVE H-TERME TO WS-SIT-TERME
                       PERFORM CHERCHE-TRIMESTRE
                       THRU CHERCHE-TRIMESTRE-FIN
                       MOVE WS-SIT-ANNEE
                       TO WS-TERME-ANNEE(WS-NB-TERMES)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-HISTORIQUE
           END-IF.

      *chaque trimestre retenu dans l'ordre, et la moyenne de
      *chaque année scolaire : l'année du calendrier quand il
      *connait les trimestres, trois trimestres sinon, une année
      *partielle ne comptant que les trimestres suivis
       ECRIT-TERMES.
           MOVE 1 TO WS-ANNEE.
           MOVE 0 TO WS-ANNEE-NB.
           MOVE 0 TO WS-ANNEE-SOMME.

              ADD 1 TO WS-ANNEE-NB
              ADD WS-TERME-MOYENNE(WS-INDEX-TERME) TO WS-ANNEE-SOMME
              MOVE WS-TERME-ANNEE(WS-INDEX-TERME) TO WS-ANNEE-TERME
              MOVE "N" TO WS-FIN-ANNEE
              IF WS-INDEX-TERME EQUAL WS-NB-TERMES
                 SET WS-EST-FIN-ANNEE TO TRUE
              ELSE
                 MOVE WS-TERME-ANNEE(WS-INDEX-TERME + 1)
                 TO WS-ANNEE-SUIVANT
                 IF WS-ANNEE-TERME NOT EQUAL SPACES
                 AND WS-ANNEE-SUIVANT NOT EQUAL SPACES
                    IF WS-ANNEE-TERME NOT EQUAL WS-ANNEE-SUIVANT
                       SET WS-EST-FIN-ANNEE TO TRUE
                    END-IF
                 ELSE
                    IF WS-ANNEE-NB EQUAL 3
                       SET WS-EST-FIN-ANNEE TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF WS-EST-FIN-ANNEE
                 PERFORM ECRIT-ANNEE
              END-IF
           END-PERFORM.
           INTO REC-F-RELEVE
           END-STRING.
           WRITE REC-F-RELEVE.

      *écrit la moyenne de l'année scolaire en cours et repart pour
      *la suivante
           DIVIDE WS-ANNEE-SOMME BY WS-ANNEE-NB
           GIVING WS-ANNEE-MOYENNE.
           MOVE SPACES TO REC-F-RELEVE.
           STRING "  ANNEE " WS-ANNEE " " WS-ANNEE-TERME
           " moyenne annuelle "
           WS-ANNEE-MOYENNE(1:3) "," WS-ANNEE-MOYENNE(4:2)
           " sur " WS-ANNEE-NB " trimestre(s)"
           ADD 1 TO WS-ANNEE.
           MOVE 0 TO WS-ANNEE-NB.
           MOVE 0 TO WS-ANNEE-SOMME.

      *le relevé de fin de scolarité de chaque départ du registre
      *pas encore édité : la classe, les dates d'entrée et de
      *sortie, le motif, puis toute la scolarité ; les relevés du
      *run partent ensemble dans releve-scolarite.dat
       EDITE-DEPARTS.
           IF WS-NB-MOUVEMENTS EQUAL 0
              DISPLAY "registre-inscriptions.dat absent ou vide, "
              "aucun depart"
              GO TO EDITE-DEPARTS-FIN
           END-IF.

           OPEN INPUT F-JOURNAL-DEPARTS.
           IF F-JOURNAL-DEPARTS-STATUS-OK
              PERFORM UNTIL F-JOURNAL-DEPARTS-STATUS-EOF
                 READ F-JOURNAL-DEPARTS
                 AT END
                    SET F-JOURNAL-DEPARTS-STATUS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-NB-EDITES
                    MOVE J-NOM TO WS-EDT-NOM(WS-NB-EDITES)
                    MOVE J-PRENOM TO WS-EDT-PRENOM(WS-NB-EDITES)
                    MOVE J-SORTIE TO WS-EDT-SORTIE(WS-NB-EDITES)
                 END-READ
              END-PERFORM
              CLOSE F-JOURNAL-DEPARTS
              OPEN EXTEND F-JOURNAL-DEPARTS
           ELSE
              OPEN OUTPUT F-JOURNAL-DEPARTS
           END-IF.

           OPEN OUTPUT F-RELEVE.
           PERFORM VARYING WS-INDEX-DEPART FROM 1 BY 1
           UNTIL WS-INDEX-DEPART GREATER THAN WS-NB-MOUVEMENTS
              IF WS-MVT-TYPE(WS-INDEX-DEPART) EQUAL "D"
                 PERFORM EDITE-DEPART THRU EDITE-DEPART-FIN
              END-IF
           END-PERFORM.
           CLOSE F-RELEVE.
           CLOSE F-JOURNAL-DEPARTS.

           DISPLAY "Fin du traitement - " WS-NB-DEPARTS
           " releve(s) de fin de scolarite genere(s)".
       EDITE-DEPARTS-FIN.
           EXIT.

      *le relevé du départ WS-INDEX-DEPART du registre, sauf s'il est
      *déjà au journal
       EDITE-DEPART.
           MOVE WS-MVT-LASTNAME(WS-INDEX-DEPART) TO WS-NOM-DEMANDE.
           MOVE WS-MVT-FIRSTNAME(WS-INDEX-DEPART) TO WS-PRENOM-DEMANDE.
           MOVE "N" TO WS-DEJA-EDITE.
           PERFORM VARYING WS-INDEX-EDITE FROM 1 BY 1
           UNTIL WS-INDEX-EDITE GREATER THAN WS-NB-EDITES
              IF WS-EDT-NOM(WS-INDEX-EDITE) EQUAL WS-NOM-DEMANDE
              AND WS-EDT-PRENOM(WS-INDEX-EDITE) EQUAL
              WS-PRENOM-DEMANDE
              AND WS-EDT-SORTIE(WS-INDEX-EDITE) EQUAL
              WS-MVT-DATE(WS-INDEX-DEPART)
                 SET WS-EST-DEJA-EDITE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-EST-DEJA-EDITE
              GO TO EDITE-DEPART-FIN
           END-IF.

      *la situation de l'éléve au jour du départ : sa dernière
      *classe et sa date d'entrée
           MOVE WS-NOM-DEMANDE TO WS-SIT-LASTNAME.
           MOVE WS-PRENOM-DEMANDE TO WS-SIT-FIRSTNAME.
           MOVE WS-MVT-DATE(WS-INDEX-DEPART) TO WS-SIT-DATE.
           PERFORM SITUE-ELEVE THRU SITUE-ELEVE-FIN.

           PERFORM CHARGE-TERMES.

           MOVE SPACES TO REC-F-RELEVE.
           STRING "===== RELEVE DE FIN DE SCOLARITE "
           WS-NOM-DEMANDE " " WS-PRENOM-DEMANDE
           " derniere classe " WS-SIT-CLASS " ====="
           INTO REC-F-RELEVE
           END-STRING.
           WRITE REC-F-RELEVE.
           MOVE SPACES TO REC-F-RELEVE.
           STRING "entree le " WS-SIT-ENTREE
           " sortie le " WS-SIT-SORTIE " motif : " WS-SIT-MOTIF
           INTO REC-F-RELEVE
           END-STRING.
           WRITE REC-F-RELEVE.
           MOVE SPACES TO REC-F-RELEVE.
           WRITE REC-F-RELEVE.
           IF WS-NB-TERMES GREATER THAN 0
              PERFORM ECRIT-TERMES
           ELSE
              MOVE SPACES TO REC-F-RELEVE
              STRING "--- aucun trimestre au dossier ---"
              INTO REC-F-RELEVE
              END-STRING
              WRITE REC-F-RELEVE
           END-IF.
           MOVE SPACES TO REC-F-RELEVE.
           WRITE REC-F-RELEVE.

           MOVE SPACES TO REC-F-JOURNAL-DEPARTS.
           MOVE WS-NOM-DEMANDE TO J-NOM.
           MOVE WS-PRENOM-DEMANDE TO J-PRENOM.
           MOVE WS-MVT-DATE(WS-INDEX-DEPART) TO J-SORTIE.
           MOVE WS-DATE-JOUR TO J-EDITION.
           WRITE REC-F-JOURNAL-DEPARTS.
           ADD 1 TO WS-NB-DEPARTS.
       EDITE-DEPART-FIN.
           EXIT.

       COPY "../../copybooks/inscriptions-situe.copy".

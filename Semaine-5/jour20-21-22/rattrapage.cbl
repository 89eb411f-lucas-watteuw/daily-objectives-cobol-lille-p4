               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORIQUE-STATUS.

      *les responsables des éléves : un bulletin par foyer
           COPY "../../copybooks/responsables-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD  F-INPUT

       01  REC-F-HISTORIQUE    PIC X(250).

       COPY "../../copybooks/responsables-fd.copy".

       WORKING-STORAGE SECTION.
      *conditions de lecture et d'écriture des fichiers
       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
       01  F-HISTORIQUE-STATUS PIC X(02) VALUE SPACE.
           88 F-HISTORIQUE-STATUS-OK VALUE '00'.

       COPY "../../copybooks/responsables-ws.copy".

      *le tableau des étudiants avec leurs notes, comme dans student,
      *enrichi de la session d'origine de chaque note retenue
       01  DATA-STUDENT.

      *on régénère output.dat et les bulletins, marqués APRES
      *RATTRAPAGE, et on complète l'historique
           COPY "../../copybooks/responsables-init.copy".
           OPEN OUTPUT F-OUTPUT.
           OPEN OUTPUT F-BULLETINS.
           OPEN INPUT F-HISTORIQUE.
              END-STRING
              WRITE REC-F-HISTORIQUE

      *un exemplaire du bulletin par foyer des responsables, un
      *seul sans adresse quand l'éléve n'en a pas de connu
              MOVE SPACES TO WS-RSP-CLE-ELEVE
              STRING S-LASTNAME(WS-INDEX1) " " S-FIRSTNAME(WS-INDEX1)
              DELIMITED BY SIZE INTO WS-RSP-CLE-ELEVE
              END-STRING
              PERFORM CHERCHE-COPIES THRU CHERCHE-COPIES-FIN
              IF WS-NB-COPIES EQUAL 0
                 MOVE 0 TO WS-INDEX-COPIE
                 PERFORM ECRIT-BULLETIN
              ELSE
                 PERFORM VARYING WS-INDEX-COPIE FROM 1 BY 1
                 UNTIL WS-INDEX-COPIE GREATER THAN WS-NB-COPIES
                    PERFORM ECRIT-BULLETIN
                 END-PERFORM
              END-IF
           END-PERFORM.

           CLOSE F-OUTPUT.
           EXIT.

      *écrit le bulletin après rattrapage de l'éléve WS-INDEX1 :
      *chaque matière avec la note retenue et sa session d'origine ;
      *l'adresse du foyer WS-INDEX-COPIE suit le titre
       ECRIT-BULLETIN.
           MOVE SPACES TO REC-F-BULLETINS.
           STRING "===== BULLETIN " WS-TERME " APRES RATTRAPAGE "
           END-STRING.
           WRITE REC-F-BULLETINS.

           IF WS-INDEX-COPIE GREATER THAN 0
              MOVE SPACES TO REC-F-BULLETINS
              STRING "foyer " WS-COP-FOYER(WS-INDEX-COPIE)
              " - a l'attention de " DELIMITED BY SIZE
              WS-COP-DEST(WS-INDEX-COPIE) DELIMITED BY "  "
              INTO REC-F-BULLETINS
              END-STRING
              WRITE REC-F-BULLETINS
              MOVE WS-COP-RUE(WS-INDEX-COPIE) TO REC-F-BULLETINS
              WRITE REC-F-BULLETINS
              MOVE SPACES TO REC-F-BULLETINS
              STRING WS-COP-CP(WS-INDEX-COPIE) " "
              WS-COP-VILLE(WS-INDEX-COPIE)
              INTO REC-F-BULLETINS
              END-STRING
              WRITE REC-F-BULLETINS
           END-IF.

           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
           UNTIL WS-INDEX2 GREATER THAN COURSE-LGHT(WS-INDEX1)
              MOVE SPACES TO REC-F-BULLETINS

           MOVE SPACES TO REC-F-BULLETINS.
           WRITE REC-F-BULLETINS.

       COPY "../../copybooks/responsables-copies.copy".

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JOURNAL-STATUS.

      *les responsables de l'éléve, destinataires du courrier
           COPY "../../copybooks/responsables-select.copy".

       DATA DIVISION.
       FILE SECTION.
           COPY "../../copybooks/responsables-fd.copy".

       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.
           88 F-JOURNAL-STATUS-OK  VALUE '00'.
           88 F-JOURNAL-STATUS-EOF VALUE '10'.

       COPY "../../copybooks/responsables-ws.copy".

      *le tableau des éléves avec leur cumul d'absences non
      *justifiées sur le trimestre
       01  DATA-STUDENT.
      *compteurs du run
       01 WS-NB-LETTRES      PIC 9(4) VALUE 0.
       01 WS-NB-CONVOCATIONS PIC 9(4) VALUE 0.
       01 WS-NB-EXEMPLAIRES  PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           END-IF.

      *chaque éléve dont le cumul atteint un seuil non encore
      *traité reçoit le courrier du niveau atteint, adressé à ses
      *responsables
           COPY "../../copybooks/responsables-init.copy".
           OPEN OUTPUT F-LETTRES.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN STUDENT-LGHT

           DISPLAY "Fin du traitement - " WS-NB-LETTRES
              " courrier(s) simple(s), " WS-NB-CONVOCATIONS
              " convocation(s), " WS-NB-EXEMPLAIRES " exemplaire(s)".

           GOBACK.

           EXIT.

      *génère le courrier du niveau WS-NIVEAU-CIBLE pour l'éléve
      *WS-INDEX1, en un exemplaire par foyer de ses responsables
      *(un seul, sans adresse, s'il n'en a pas de connu), et le
      *consigne dans le journal des envois
       GENERE-LETTRE.
           IF WS-NIVEAU-CIBLE EQUAL 1
              ADD 1 TO WS-NB-LETTRES
           ELSE
              ADD 1 TO WS-NB-CONVOCATIONS
           END-IF.

           MOVE SPACES TO WS-RSP-CLE-ELEVE.
           STRING S-LASTNAME(WS-INDEX1) " " S-FIRSTNAME(WS-INDEX1)
           DELIMITED BY SIZE INTO WS-RSP-CLE-ELEVE
           END-STRING.
           PERFORM CHERCHE-COPIES THRU CHERCHE-COPIES-FIN.
           IF WS-NB-COPIES EQUAL 0
              MOVE 0 TO WS-INDEX-COPIE
              PERFORM ECRIT-EXEMPLAIRE THRU ECRIT-EXEMPLAIRE-FIN
           ELSE
              PERFORM VARYING WS-INDEX-COPIE FROM 1 BY 1
              UNTIL WS-INDEX-COPIE GREATER THAN WS-NB-COPIES
                 PERFORM ECRIT-EXEMPLAIRE THRU ECRIT-EXEMPLAIRE-FIN
              END-PERFORM
           END-IF.

      *la trace de l'envoi, relue au prochain run
           MOVE SPACES TO REC-F-JOURNAL.
           MOVE S-LASTNAME(WS-INDEX1) TO J-LASTNAME.
           MOVE S-FIRSTNAME(WS-INDEX1) TO J-FIRSTNAME.
           MOVE WS-NIVEAU-CIBLE TO J-NIVEAU.
           MOVE WS-DATE-JOUR TO J-DATE.
           WRITE REC-F-JOURNAL.
           MOVE WS-NIVEAU-CIBLE TO S-NIVEAU-ENVOYE(WS-INDEX1).
       GENERE-LETTRE-FIN.
           EXIT.

      *un exemplaire du courrier de l'éléve WS-INDEX1, adressé au
      *foyer WS-INDEX-COPIE s'il y en a un : le titre porte
      *l'éléve, l'adresse suit avec le code du foyer
       ECRIT-EXEMPLAIRE.
           ADD 1 TO WS-NB-EXEMPLAIRES.
           MOVE SPACES TO REC-F-LETTRES.
           IF WS-NIVEAU-CIBLE EQUAL 1
              STRING "===== COURRIER ABSENCES - "
              S-LASTNAME(WS-INDEX1) " " S-FIRSTNAME(WS-INDEX1)
              " classe " S-CLASS(WS-INDEX1) " ====="
              INTO REC-F-LETTRES
              END-STRING
           ELSE
              STRING "===== CONVOCATION - "
              S-LASTNAME(WS-INDEX1) " " S-FIRSTNAME(WS-INDEX1)
              " classe " S-CLASS(WS-INDEX1) " ====="
           END-IF.
           WRITE REC-F-LETTRES.

           IF WS-INDEX-COPIE GREATER THAN 0
              MOVE SPACES TO REC-F-LETTRES
              STRING "foyer " WS-COP-FOYER(WS-INDEX-COPIE)
              " - a l'attention de " DELIMITED BY SIZE
              WS-COP-DEST(WS-INDEX-COPIE) DELIMITED BY "  "
              INTO REC-F-LETTRES
              END-STRING
              WRITE REC-F-LETTRES
              MOVE WS-COP-RUE(WS-INDEX-COPIE) TO REC-F-LETTRES
              WRITE REC-F-LETTRES
              MOVE SPACES TO REC-F-LETTRES
              STRING WS-COP-CP(WS-INDEX-COPIE) " "
              WS-COP-VILLE(WS-INDEX-COPIE)
              INTO REC-F-LETTRES
              END-STRING
              WRITE REC-F-LETTRES
           END-IF.

           MOVE SPACES TO REC-F-LETTRES.
           STRING "Madame, Monsieur,"
           INTO REC-F-LETTRES
           WRITE REC-F-LETTRES.
           MOVE SPACES TO REC-F-LETTRES.
           WRITE REC-F-LETTRES.
       ECRIT-EXEMPLAIRE-FIN.
           EXIT.

       COPY "../../copybooks/responsables-copies.copy".

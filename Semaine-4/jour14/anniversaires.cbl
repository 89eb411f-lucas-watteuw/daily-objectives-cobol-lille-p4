           SELECT ANNIVERSAIRES ASSIGN TO "anniversaires.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le calendrier sert au courrier d'anniversaire : seules les
      *personnes qui y ont consenti y figurent, et chaque personne
      *retenue est notée au journal des contacts
           COPY "../../copybooks/consentement-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-PERS.
       01 LIGNE-ANNIVERSAIRE.
           05 LIGNE-ANNIVERSAIRE-CONTENU PIC X(80).

       COPY "../../copybooks/consentement-fd.copy".

       WORKING-STORAGE SECTION.

      *condition pour arrêter lecture
              10 WS-NOM    PIC X(15).
              10 WS-PRENOM PIC X(15).
              10 WS-DATE PIC X(8).
              10 WS-CONSENT PIC X.
              10 WS-CONTACTE PIC X.

      *index qui servira à parcourir le tableau
       01 WS-INDEX PIC 99 VALUE 1.
      *compteurs du rapport
       01 WS-NB-CE-MOIS PIC 99 VALUE 0.
       01 WS-NB-SOUS-30 PIC 99 VALUE 0.
       01 WS-NB-SANS-CONSENT PIC 99 VALUE 0.

       COPY "../../copybooks/consentement-ws.copy".

       PROCEDURE DIVISION.

           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COURANTE.
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS-COURANT.

      *le courrier d'anniversaire est un envoi marketing postal
           COPY "../../copybooks/consentement-init.copy".
           MOVE WS-DATE-JOUR TO WS-CONS-DATE-CHERCHE.
           MOVE "anniversaire" TO WS-CONS-PROGRAMME.
           MOVE "P" TO WS-CONS-CANAL-CHERCHE.
           MOVE "M" TO WS-CONS-FINALITE-CHERCHE.
           MOVE 0 TO WS-CONS-ID-CHERCHE.

      *on charge les personnes en mémoire
           OPEN INPUT FICHIER-PERS.
           PERFORM UNTIL WS-FIN-FICHIER EQUAL "F"
                    MOVE F-NOM TO WS-NOM(WS-NB-PERS)
                    MOVE F-PRENOM TO WS-PRENOM(WS-NB-PERS)
                    MOVE F-DATE TO WS-DATE(WS-NB-PERS)
                    MOVE F-NOM TO WS-CONS-NOM-CHERCHE
                    MOVE F-PRENOM TO WS-CONS-PRENOM-CHERCHE
                    PERFORM CHERCHE-CONSENTEMENT
                    THRU CHERCHE-CONSENTEMENT-FIN
                    MOVE WS-CONS-VALIDE TO WS-CONSENT(WS-NB-PERS)
                    MOVE "N" TO WS-CONTACTE(WS-NB-PERS)
                    IF NOT WS-CONS-EST-VALIDE
                       ADD 1 TO WS-NB-SANS-CONSENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FICHIER-PERS.

           OPEN OUTPUT ANNIVERSAIRES.
           PERFORM OUVRE-CONTACTS THRU OUVRE-CONTACTS-FIN.

      *les anniversaires du mois en cours
           MOVE "=== anniversaires du mois ==="
           UNTIL WS-INDEX GREATER THAN WS-NB-PERS
              MOVE WS-DATE(WS-INDEX)(1:2) TO WS-MOIS
              IF WS-MOIS EQUAL WS-MOIS-COURANT
              AND WS-CONSENT(WS-INDEX) EQUAL "O"
                 ADD 1 TO WS-NB-CE-MOIS
                 PERFORM CALCULE-ECART THRU CALCULE-ECART-FIN
                 PERFORM ECRIT-ANNIVERSAIRE THRU ECRIT-ANNIVERSAIRE-FIN
              PERFORM CALCULE-ECART THRU CALCULE-ECART-FIN
              IF WS-ECART-JOURS GREATER THAN OR EQUAL TO 0
              AND WS-ECART-JOURS LESS THAN OR EQUAL TO 30
              AND WS-CONSENT(WS-INDEX) EQUAL "O"
                 ADD 1 TO WS-NB-SOUS-30
                 PERFORM ECRIT-ANNIVERSAIRE THRU ECRIT-ANNIVERSAIRE-FIN
              END-IF

           MOVE SPACES TO LIGNE-ANNIVERSAIRE-CONTENU.
           STRING "--- " WS-NB-CE-MOIS " ce mois, "
           WS-NB-SOUS-30 " sous 30 jours, " WS-NB-SANS-CONSENT
           " ecarte(s) sans consentement ---"
           INTO LIGNE-ANNIVERSAIRE-CONTENU.
           WRITE LIGNE-ANNIVERSAIRE.
           CLOSE ANNIVERSAIRES.
           CLOSE F-CONTACTS.

           DISPLAY "Fin du traitement - " WS-NB-CE-MOIS
           " anniversaire(s) ce mois, " WS-NB-SOUS-30
           " fetera ses " WS-AGE-FUTUR " ans"
           INTO LIGNE-ANNIVERSAIRE-CONTENU.
           WRITE LIGNE-ANNIVERSAIRE.
      *une personne présente dans les deux listes n'est notée
      *qu'une fois au journal des contacts
           IF WS-CONTACTE(WS-INDEX) NOT EQUAL "O"
              MOVE "O" TO WS-CONTACTE(WS-INDEX)
              MOVE WS-NOM(WS-INDEX) TO WS-CONS-NOM-CHERCHE
              MOVE WS-PRENOM(WS-INDEX) TO WS-CONS-PRENOM-CHERCHE
              PERFORM NOTE-CONTACT THRU NOTE-CONTACT-FIN
           END-IF.
       ECRIT-ANNIVERSAIRE-FIN.
           EXIT.

       COPY "../../copybooks/consentement-cherche.copy".

       COPY "../../copybooks/consentement-contact.copy".

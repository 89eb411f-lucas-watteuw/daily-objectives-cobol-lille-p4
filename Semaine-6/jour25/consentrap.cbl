       IDENTIFICATION DIVISION.
       PROGRAM-ID. consentrap.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le registre des consentements extrait par changesq et le
      *journal des contacts complété par chaque envoi commercial
           COPY "../../copybooks/consentement-select.copy".

      *le rapport mensuel : consentements recueillis et retirés par
      *canal, puis les contacts faits sans consentement valide, qui
      *doivent toujours être zéro
           SELECT RAPPORT ASSIGN TO "rapport-consentements.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "../../copybooks/consentement-fd.copy".

       FD RAPPORT.
       01 LIGNE-RAPPORT PIC X(120).

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/consentement-ws.copy".

      *condition pour arrêter de lire le journal des contacts
       01 WS-FIN-CONTACTS PIC X VALUE "C".

      *le mois contrôlé, saisi en aaaamm ou à défaut le mois
      *précédent, et ses premier et dernier jours
       01 WS-MOIS-SAISI PIC X(6).
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-ANNEE PIC 9(4).
       01 WS-MOIS PIC 99.
       01 WS-DEBUT-MOIS PIC 9(8).
       01 WS-FIN-MOIS PIC 9(8).
       01 WS-DEBUT-MOIS-SUIVANT PIC 9(8).

      *les compteurs par canal, rangés 1 courrier, 2 email, 3
      *téléphone : consentements donnés et retirés dans le mois,
      *personnes et finalités consentantes en fin de mois, contacts
      *du mois et contacts sans consentement valide
       01 WS-STATS-CANAUX.
           05 WS-STAT-CANAL OCCURS 3 TIMES.
              10 WS-NB-RECUEILLIS PIC 9(6).
              10 WS-NB-RETIRES    PIC 9(6).
              10 WS-NB-ACTIFS     PIC 9(6).
              10 WS-NB-CONTACTS   PIC 9(6).
              10 WS-NB-SANS       PIC 9(6).
       01 WS-INDEX-CANAL PIC 9.
       01 WS-CANAL PIC X.
       01 WS-LIBELLE-CANAL PIC X(10).

      *le changement de consentement suivant dans le registre, pour
      *savoir si celui en cours est le dernier connu en fin de mois
       01 WS-INDEX-SUIVANT PIC 9(5).
       01 WS-DERNIER PIC X.
           88 WS-EST-DERNIER VALUE "O".

      *les totaux du mois
       01 WS-TOTAL-CONTACTS PIC 9(6) VALUE 0.
       01 WS-TOTAL-SANS PIC 9(6) VALUE 0.
       01 WS-NB-IGNORES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "mois a controler aaaamm (vide pour le mois "
           "precedent)".
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           IF WS-MOIS-SAISI IS NUMERIC
              MOVE WS-MOIS-SAISI(1:4) TO WS-ANNEE
              MOVE WS-MOIS-SAISI(5:2) TO WS-MOIS
           ELSE
              MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE
              MOVE WS-DATE-JOUR(5:2) TO WS-MOIS
              IF WS-MOIS EQUAL 1
                 MOVE 12 TO WS-MOIS
                 SUBTRACT 1 FROM WS-ANNEE
              ELSE
                 SUBTRACT 1 FROM WS-MOIS
              END-IF
           END-IF.
           IF WS-MOIS LESS THAN 1 OR WS-MOIS GREATER THAN 12
              DISPLAY "mois invalide, rien a controler"
              STOP RUN
           END-IF.

      *le dernier jour du mois est la veille du premier jour du
      *mois suivant
           COMPUTE WS-DEBUT-MOIS = WS-ANNEE * 10000 + WS-MOIS * 100 + 1.
           IF WS-MOIS EQUAL 12
              COMPUTE WS-DEBUT-MOIS-SUIVANT =
                 (WS-ANNEE + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DEBUT-MOIS-SUIVANT = WS-DEBUT-MOIS + 100
           END-IF.
           COMPUTE WS-FIN-MOIS = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DEBUT-MOIS-SUIVANT) - 1).

           INITIALIZE WS-STATS-CANAUX.

           COPY "../../copybooks/consentement-init.copy".

      *les changements du mois, et l'état de chaque personne pour
      *chaque canal et finalité à la fin du mois : le dernier
      *changement connu à cette date
           PERFORM COMPTE-CONSENTEMENT THRU COMPTE-CONSENTEMENT-FIN
           VARYING WS-INDEX-CONSENTEMENT FROM 1 BY 1
           UNTIL WS-INDEX-CONSENTEMENT GREATER THAN
           WS-NB-CONSENTEMENTS.

           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "=== consentements du " WS-DEBUT-MOIS " au "
           WS-FIN-MOIS " ===" INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      *les contacts du mois, chacun contrôlé contre le registre à
      *sa propre date ; ceux sans consentement valide sont listés
           MOVE SPACES TO LIGNE-RAPPORT.
           MOVE "--- contacts sans consentement valide ---"
           TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           OPEN INPUT F-CONTACTS.
           IF F-CONTACTS-STATUS-OK
              PERFORM UNTIL WS-FIN-CONTACTS EQUAL "F"
                 READ F-CONTACTS
                    AT END
                       MOVE "F" TO WS-FIN-CONTACTS
                    NOT AT END
                       PERFORM CONTROLE-CONTACT
                       THRU CONTROLE-CONTACT-FIN
                 END-READ
              END-PERFORM
              CLOSE F-CONTACTS
           ELSE
              DISPLAY "contacts-commerciaux.txt absent, aucun contact "
              "a controler"
           END-IF.
           IF WS-TOTAL-SANS EQUAL 0
              MOVE SPACES TO LIGNE-RAPPORT
              MOVE "aucun" TO LIGNE-RAPPORT
              WRITE LIGNE-RAPPORT
           END-IF.

      *une ligne par canal
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           MOVE "--- par canal ---" TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM ECRIT-CANAL THRU ECRIT-CANAL-FIN
           VARYING WS-INDEX-CANAL FROM 1 BY 1
           UNTIL WS-INDEX-CANAL GREATER THAN 3.

           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "--- " WS-TOTAL-CONTACTS " contact(s) dans le mois, "
           WS-TOTAL-SANS " sans consentement valide (attendu : 0) ---"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           IF WS-NB-IGNORES GREATER THAN 0
              MOVE SPACES TO LIGNE-RAPPORT
              STRING "--- " WS-NB-IGNORES " ligne(s) de canal "
              "inconnu ignoree(s) ---" INTO LIGNE-RAPPORT
              WRITE LIGNE-RAPPORT
           END-IF.
           CLOSE RAPPORT.

           DISPLAY "Fin du controle - " WS-TOTAL-CONTACTS
           " contact(s), " WS-TOTAL-SANS
           " sans consentement valide".
      *un seul contact sans consentement est une anomalie à
      *traiter avant tout autre envoi
           IF WS-TOTAL-SANS GREATER THAN 0
              DISPLAY "ANOMALIE : contacts sans consentement, voir "
              "rapport-consentements.txt"
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *le changement WS-INDEX-CONSENTEMENT : compté s'il tombe dans
      *le mois, et retenu pour l'état de fin de mois s'il est le
      *dernier de sa personne, son canal et sa finalité à cette date
       COMPTE-CONSENTEMENT.
           MOVE WS-CONS-CANAL(WS-INDEX-CONSENTEMENT) TO WS-CANAL.
           PERFORM CHERCHE-CANAL THRU CHERCHE-CANAL-FIN.
           IF WS-INDEX-CANAL EQUAL 0
              ADD 1 TO WS-NB-IGNORES
              GO TO COMPTE-CONSENTEMENT-FIN
           END-IF.
           IF WS-CONS-DATE(WS-INDEX-CONSENTEMENT) GREATER THAN
           WS-FIN-MOIS
              GO TO COMPTE-CONSENTEMENT-FIN
           END-IF.

           IF WS-CONS-DATE(WS-INDEX-CONSENTEMENT) NOT LESS THAN
           WS-DEBUT-MOIS
              IF WS-CONS-STATUT(WS-INDEX-CONSENTEMENT) EQUAL "O"
                 ADD 1 TO WS-NB-RECUEILLIS(WS-INDEX-CANAL)
              ELSE
                 ADD 1 TO WS-NB-RETIRES(WS-INDEX-CANAL)
              END-IF
           END-IF.

           MOVE "O" TO WS-DERNIER.
           COMPUTE WS-INDEX-SUIVANT = WS-INDEX-CONSENTEMENT + 1.
           IF WS-INDEX-SUIVANT NOT GREATER THAN WS-NB-CONSENTEMENTS
              IF WS-CONS-ID(WS-INDEX-SUIVANT) EQUAL
              WS-CONS-ID(WS-INDEX-CONSENTEMENT)
              AND WS-CONS-CANAL(WS-INDEX-SUIVANT) EQUAL
              WS-CONS-CANAL(WS-INDEX-CONSENTEMENT)
              AND WS-CONS-FINALITE(WS-INDEX-SUIVANT) EQUAL
              WS-CONS-FINALITE(WS-INDEX-CONSENTEMENT)
              AND WS-CONS-DATE(WS-INDEX-SUIVANT) NOT GREATER THAN
              WS-FIN-MOIS
                 MOVE "N" TO WS-DERNIER
              END-IF
           END-IF.
           IF WS-EST-DERNIER
           AND WS-CONS-STATUT(WS-INDEX-CONSENTEMENT) EQUAL "O"
              ADD 1 TO WS-NB-ACTIFS(WS-INDEX-CANAL)
           END-IF.
       COMPTE-CONSENTEMENT-FIN.
           EXIT.

      *le contact lu, s'il est du mois : la personne avait-elle un
      *consentement valide pour ce canal et cette finalité le jour
      *du contact
       CONTROLE-CONTACT.
           IF F-CTC-DATE LESS THAN WS-DEBUT-MOIS
           OR F-CTC-DATE GREATER THAN WS-FIN-MOIS
              GO TO CONTROLE-CONTACT-FIN
           END-IF.
           MOVE F-CTC-CANAL TO WS-CANAL.
           PERFORM CHERCHE-CANAL THRU CHERCHE-CANAL-FIN.
           IF WS-INDEX-CANAL EQUAL 0
              ADD 1 TO WS-NB-IGNORES
              GO TO CONTROLE-CONTACT-FIN
           END-IF.
           ADD 1 TO WS-TOTAL-CONTACTS.
           ADD 1 TO WS-NB-CONTACTS(WS-INDEX-CANAL).

           MOVE F-CTC-ID TO WS-CONS-ID-CHERCHE.
           MOVE F-CTC-NOM TO WS-CONS-NOM-CHERCHE.
           MOVE F-CTC-PRENOM TO WS-CONS-PRENOM-CHERCHE.
           MOVE F-CTC-CANAL TO WS-CONS-CANAL-CHERCHE.
           MOVE F-CTC-FINALITE TO WS-CONS-FINALITE-CHERCHE.
           MOVE F-CTC-DATE TO WS-CONS-DATE-CHERCHE.
           PERFORM CHERCHE-CONSENTEMENT THRU CHERCHE-CONSENTEMENT-FIN.
           IF WS-CONS-EST-VALIDE
              GO TO CONTROLE-CONTACT-FIN
           END-IF.

           ADD 1 TO WS-TOTAL-SANS.
           ADD 1 TO WS-NB-SANS(WS-INDEX-CANAL).
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING F-CTC-DATE " " F-CTC-PROGRAMME " canal "
           F-CTC-CANAL " finalite " F-CTC-FINALITE " id " F-CTC-ID
           " " FUNCTION TRIM(F-CTC-NOM) " "
           FUNCTION TRIM(F-CTC-PRENOM)
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
       CONTROLE-CONTACT-FIN.
           EXIT.

      *la ligne du canal WS-INDEX-CANAL
       ECRIT-CANAL.
           EVALUATE WS-INDEX-CANAL
              WHEN 1
                 MOVE "courrier" TO WS-LIBELLE-CANAL
              WHEN 2
                 MOVE "email" TO WS-LIBELLE-CANAL
              WHEN 3
                 MOVE "telephone" TO WS-LIBELLE-CANAL
           END-EVALUATE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING WS-LIBELLE-CANAL " : "
           WS-NB-RECUEILLIS(WS-INDEX-CANAL) " recueilli(s), "
           WS-NB-RETIRES(WS-INDEX-CANAL) " retire(s), "
           WS-NB-ACTIFS(WS-INDEX-CANAL) " en vigueur, "
           WS-NB-CONTACTS(WS-INDEX-CANAL) " contact(s), "
           WS-NB-SANS(WS-INDEX-CANAL) " sans consentement"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
       ECRIT-CANAL-FIN.
           EXIT.

      *le rang du canal WS-CANAL, zéro pour un canal inconnu
       CHERCHE-CANAL.
           EVALUATE WS-CANAL
              WHEN "P"
                 MOVE 1 TO WS-INDEX-CANAL
              WHEN "E"
                 MOVE 2 TO WS-INDEX-CANAL
              WHEN "T"
                 MOVE 3 TO WS-INDEX-CANAL
              WHEN OTHER
                 MOVE 0 TO WS-INDEX-CANAL
           END-EVALUATE.
       CHERCHE-CANAL-FIN.
           EXIT.

       COPY "../../copybooks/consentement-cherche.copy".

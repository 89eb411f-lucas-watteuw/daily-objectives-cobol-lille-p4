           SELECT EXCEPTIONS ASSIGN TO "clients-exceptions.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le registre des consentements (le numéro client est l'id de
      *la table individus) et le journal des contacts : un client
      *n'entre dans une liste que s'il a consenti au courrier
      *commercial
           COPY "../../../copybooks/consentement-select.copy".

      *le résumé : le nombre de clients et le total des soldes de
      *chaque segment
           SELECT SEGMENT-RESUME ASSIGN TO "segmentation-resume.txt"
       FD SEGMENT-RESUME.
       01 LIGNE-RESUME PIC X(80).

       COPY "../../../copybooks/consentement-fd.copy".

       WORKING-STORAGE SECTION.

      *le statut du fichier maitre, qui doit exister
       01 WS-NB-STANDARD    PIC 9(6) VALUE 0.
       01 WS-TOTAL-STANDARD PIC 9(14) VALUE 0.
       01 WS-NB-REJETS      PIC 9(6) VALUE 0.
      *les clients classés mais tenus hors des listes, faute de
      *consentement
       01 WS-NB-SANS-CONSENT PIC 9(6) VALUE 0.

       COPY "../../../copybooks/consentement-ws.copy".

       PROCEDURE DIVISION.

           OPEN OUTPUT SEGMENT-STANDARD.
           OPEN OUTPUT EXCEPTIONS.

      *les listes partent par courrier, pour le marketing
           COPY "../../../copybooks/consentement-init.copy".
           ACCEPT WS-CONS-DATE-CHERCHE FROM DATE YYYYMMDD.
           MOVE "client" TO WS-CONS-PROGRAMME.
           MOVE "P" TO WS-CONS-CANAL-CHERCHE.
           MOVE "M" TO WS-CONS-FINALITE-CHERCHE.
           PERFORM OUVRE-CONTACTS THRU OUVRE-CONTACTS-FIN.

      *chaque client du fichier maitre passe par les mêmes règles
      *que le questionnaire d'origine : un VIP au-dessus de 10000
      *est premium sinon privilégié, un Standard au-dessus de 5000
           CLOSE SEGMENT-FIDELE.
           CLOSE SEGMENT-STANDARD.
           CLOSE EXCEPTIONS.
           CLOSE F-CONTACTS.

      *le résumé : effectif et total des soldes de chaque segment
           OPEN OUTPUT SEGMENT-RESUME.
           STRING "--- " WS-NB-REJETS " ligne(s) rejetee(s), voir "
           "clients-exceptions.txt ---" INTO LIGNE-RESUME.
           WRITE LIGNE-RESUME.
           MOVE SPACES TO LIGNE-RESUME.
           STRING "--- " WS-NB-SANS-CONSENT " client(s) hors des "
           "listes faute de consentement ---" INTO LIGNE-RESUME.
           WRITE LIGNE-RESUME.
           CLOSE SEGMENT-RESUME.

           DISPLAY "Fin de la segmentation - " WS-NB-REJETS
                 GO TO CLASSE-CLIENT-FIN
           END-EVALUATE.

      *le client compte dans son segment, mais ne rejoint la liste
      *que s'il a consenti ; sinon il n'est pas contacté
           MOVE NUM-CLIENT TO WS-CONS-ID-CHERCHE.
           MOVE NOM-CLIENT TO WS-CONS-NOM-CHERCHE.
           MOVE SPACES TO WS-CONS-PRENOM-CHERCHE.
           PERFORM CHERCHE-CONSENTEMENT THRU CHERCHE-CONSENTEMENT-FIN.
           IF WS-CONS-EST-VALIDE
              PERFORM NOTE-CONTACT THRU NOTE-CONTACT-FIN
           ELSE
              ADD 1 TO WS-NB-SANS-CONSENT
           END-IF.

           EVALUATE WS-SEGMENT
              WHEN "premium"
                 ADD 1 TO WS-NB-PREMIUM
                 ADD WS-SOLDE TO WS-TOTAL-PREMIUM
                 IF WS-CONS-EST-VALIDE
                    MOVE LIGNE-CLIENT-MAITRE TO LIGNE-PREMIUM
                    WRITE LIGNE-PREMIUM
                 END-IF
              WHEN "privilegie"
                 ADD 1 TO WS-NB-PRIVILEGIE
                 ADD WS-SOLDE TO WS-TOTAL-PRIVILEGIE
                 IF WS-CONS-EST-VALIDE
                    MOVE LIGNE-CLIENT-MAITRE TO LIGNE-PRIVILEGIE
                    WRITE LIGNE-PRIVILEGIE
                 END-IF
              WHEN "fidele"
                 ADD 1 TO WS-NB-FIDELE
                 ADD WS-SOLDE TO WS-TOTAL-FIDELE
                 IF WS-CONS-EST-VALIDE
                    MOVE LIGNE-CLIENT-MAITRE TO LIGNE-FIDELE
                    WRITE LIGNE-FIDELE
                 END-IF
              WHEN "standard"
                 ADD 1 TO WS-NB-STANDARD
                 ADD WS-SOLDE TO WS-TOTAL-STANDARD
                 IF WS-CONS-EST-VALIDE
                    MOVE LIGNE-CLIENT-MAITRE TO LIGNE-STANDARD
                    WRITE LIGNE-STANDARD
                 END-IF
           END-EVALUATE.
       CLASSE-CLIENT-FIN.
           EXIT.

       COPY "../../../copybooks/consentement-cherche.copy".

       COPY "../../../copybooks/consentement-contact.copy".

      *le journal des contacts est complété run après run, jamais
      *écrasé : c'est la preuve de ce qui est parti et à qui
       OUVRE-CONTACTS.
           OPEN INPUT F-CONTACTS.
           IF F-CONTACTS-STATUS-OK
              CLOSE F-CONTACTS
              OPEN EXTEND F-CONTACTS
           ELSE
              OPEN OUTPUT F-CONTACTS
           END-IF.
       OUVRE-CONTACTS-FIN.
           EXIT.

      *on note le contact de la personne cherchée par la dernière
      *CHERCHE-CONSENTEMENT, à la date de la recherche
       NOTE-CONTACT.
           MOVE SPACES TO LIGNE-F-CONTACTS.
           MOVE WS-CONS-DATE-CHERCHE TO F-CTC-DATE.
           MOVE WS-CONS-PROGRAMME TO F-CTC-PROGRAMME.
           MOVE WS-CONS-CANAL-CHERCHE TO F-CTC-CANAL.
           MOVE WS-CONS-FINALITE-CHERCHE TO F-CTC-FINALITE.
           MOVE WS-CONS-ID-CHERCHE TO F-CTC-ID.
           MOVE WS-CONS-NOM-CHERCHE TO F-CTC-NOM.
           MOVE WS-CONS-PRENOM-CHERCHE TO F-CTC-PRENOM.
           WRITE LIGNE-F-CONTACTS.
       NOTE-CONTACT-FIN.
           EXIT.

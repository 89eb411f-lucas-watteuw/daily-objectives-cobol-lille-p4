              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIENS.

      *l'adresse propagée de chaque contrat, qui fait foi pour son
      *département, et les contrats dont le département a changé
           COPY "../../copybooks/adresses-select.copy".

      *le cumul du portefeuille par département : nombre de contrats
      *et primes, la carte des concentrations pour la souscription
           SELECT CONCENTRATION
           05 FILLER            PIC X.
           05 ID-CLIENT-LIEN    PIC 9(4).

       COPY "../../copybooks/adresses-fd.copy".

       FD CONCENTRATION.
       01 LIGNE-CONCENTRATION PIC X(120).

       01 WS-PART PIC 9(3)V99.
       01 WS-PART-EDIT PIC Z(2)9,99.

       COPY "../../copybooks/adresses-ws.copy".

      *les contrats changés de département relus dans le fichier des
      *recalculs, cités dans le rapport puis retirés du fichier
       01 WS-FIN-RECALCULS PIC X VALUE "C".
       01 WS-NB-RECALCULS PIC 9(6) VALUE 0.

      *compteurs du run
       01 WS-NB-LIENS      PIC 9(6) VALUE 0.
       01 WS-NB-CUMULES    PIC 9(6) VALUE 0.
      *on parcourt les liens : chaque contrat lié est relu dans le
      *portefeuille et sa prime cumulée dans le département de son
      *client ; seuls les contrats actifs exposent la compagnie
           COPY "../../copybooks/adresses-init.copy".

           OPEN INPUT LIENS.
           IF NOT WS-FS-LIENS-OK
              DISPLAY "liens-contrat-client.dat absent, "
           " sans client, " WS-NB-SANS-CP " sans code postal ---"
           INTO LIGNE-CONCENTRATION.
           WRITE LIGNE-CONCENTRATION.

      *les contrats qui ont changé de département depuis le dernier
      *run : ils sont cumulés ci-dessus dans leur nouveau
      *département, on les cite puis on vide le fichier
           OPEN INPUT F-RECALCULS.
           IF F-RECALCULS-STATUS-OK
              PERFORM UNTIL WS-FIN-RECALCULS EQUAL "F"
                 READ F-RECALCULS
                    AT END
                       MOVE "F" TO WS-FIN-RECALCULS
                    NOT AT END
                       ADD 1 TO WS-NB-RECALCULS
                       MOVE SPACES TO LIGNE-CONCENTRATION
                       STRING "recalcul contrat " F-RECA-CONTRAT
                       " : departement " F-RECA-ANCIEN-DEP " -> "
                       F-RECA-NOUVEAU-DEP " depuis le " F-RECA-DATE
                       INTO LIGNE-CONCENTRATION
                       WRITE LIGNE-CONCENTRATION
                 END-READ
              END-PERFORM
              CLOSE F-RECALCULS
              OPEN OUTPUT F-RECALCULS
              CLOSE F-RECALCULS
           END-IF.
           CLOSE CONCENTRATION.

           DISPLAY "Fin du traitement - " WS-NB-DEPARTEMENTS
           " departement(s), " WS-NB-CUMULES " contrat(s) cumule(s), "
           WS-NB-RECALCULS " recalcul(s) de departement".

           STOP RUN.

              ADD 1 TO WS-NB-SANS-CLIENT
              GO TO CUMULE-CONTRAT-FIN
           END-IF.
      *l'adresse propagée du contrat l'emporte sur celle du client
           MOVE CODE-CONTRAT-LIEN TO WS-ADRC-CONTRAT-CHERCHE.
           PERFORM CHERCHE-ADRESSE-CONTRAT
           THRU CHERCHE-ADRESSE-CONTRAT-FIN.
           IF WS-ADRC-EST-TROUVE
           AND WS-ADRC-CP(WS-ADRC-POSITION)(1:2) NUMERIC
              MOVE WS-ADRC-CP(WS-ADRC-POSITION)(1:2) TO WS-DEPARTEMENT
           END-IF.
           IF WS-DEPARTEMENT EQUAL "??"
              ADD 1 TO WS-NB-SANS-CP
           END-IF.
           END-IF.
       CUMULE-CONTRAT-FIN.
           EXIT.

       COPY "../../copybooks/adresses-cherche.copy".

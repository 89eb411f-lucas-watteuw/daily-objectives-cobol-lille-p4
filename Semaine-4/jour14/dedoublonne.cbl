       01 WS-INDEX1 PIC 9(4).
       01 WS-INDEX2 PIC 9(4).

       COPY "../../copybooks/phoneme-ws.copy".

      *le score de la paire en cours : 60 pour phonème et date,
      *plus 25 si le prénom est identique, plus 15 si le nom l'est
       FUSIONNE-PAIRE-FIN.
           EXIT.

       COPY "../../copybooks/phoneme-calcul.copy".

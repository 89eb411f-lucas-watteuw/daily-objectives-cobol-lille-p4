              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTTVA-STATUS.

      *la TVA des avoirs émis par avoirs.cbl, par taux, en euros
      *avec deux décimales : elle vient en diminution du mois de
      *l'avoir
           SELECT AVOIRS-TVA ASSIGN TO "avoirs-tva.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AVTVA-STATUS.

      *la déclaration mensuelle : par mois et par taux, le net et
      *la TVA, prêts à reporter sur le formulaire
           SELECT DECLARATION ASSIGN TO "declaration-tva.txt"
           05 FILLER    PIC X.
           05 HTVA-TVA  PIC 9(8).

       FD AVOIRS-TVA.
       01 LIGNE-AVOIR-TVA.
           05 DATE-AVT    PIC 9(8).
           05 FILLER      PIC X.
           05 TAUX-AVT    PIC 9(2)V99.
           05 FILLER      PIC X.
           05 NET-AVT     PIC 9(8)V99.
           05 FILLER      PIC X.
           05 TVA-AVT     PIC 9(8)V99.
           05 FILLER      PIC X.
           05 NUM-AVOIR-AVT PIC 9(6).

       FD DECLARATION.
       01 LIGNE-DECLARATION.
           05 LIGNE-DECLARATION-CONTENU PIC X(80).
       01 WS-HISTTVA-STATUS PIC X(2) VALUE SPACES.
           88 WS-HISTTVA-STATUS-OK VALUE "00".

      *statut de la TVA des avoirs, facultative
       01 WS-AVTVA-STATUS PIC X(2) VALUE SPACES.
           88 WS-AVTVA-STATUS-OK VALUE "00".

      *condition pour arrêter de lire l'historique
       01 WS-FIN-HISTORIQUE PIC X VALUE "C".
       01 WS-FIN-AVOIRS PIC X VALUE "C".

      *les cumuls par mois et par taux, ventes et avoirs
       01 WS-NB-CUMULS PIC 9(4) VALUE 0.
       01 WS-CUMUL OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-CUMULS.
           05 WS-CUMUL-AAAAMM PIC 9(6).
           05 WS-CUMUL-TAUX   PIC 9(2)V99.
           05 WS-CUMUL-NET    PIC 9(10).
           05 WS-CUMUL-TVA    PIC 9(10).
           05 WS-CUMUL-AV-NET PIC 9(10)V99.
           05 WS-CUMUL-AV-TVA PIC 9(10)V99.

      *le net et la TVA déclarés, avoirs déduits et arrondis à
      *l'euro ; des avoirs au-delà des ventes du mois laissent un
      *crédit de TVA signalé à part
       01 WS-NET-DECLARE PIC S9(10).
       01 WS-TVA-DECLARE PIC S9(10).
       01 WS-NET-EDIT PIC 9(10).
       01 WS-TVA-EDIT PIC 9(10).
       01 WS-NB-CREDITS PIC 9(4) VALUE 0.

      *index et drapeau de recherche du cumul
       01 WS-INDEX-CUMUL PIC 9(4).
           END-PERFORM.
           CLOSE HISTORIQUE-TVA.

      *les avoirs s'imputent sur le mois et le taux de leur date
           OPEN INPUT AVOIRS-TVA.
           IF WS-AVTVA-STATUS-OK
              PERFORM UNTIL WS-FIN-AVOIRS EQUAL "F"
                 READ AVOIRS-TVA
                    AT END
                       MOVE "F" TO WS-FIN-AVOIRS
                    NOT AT END
                       PERFORM CUMULE-AVOIR THRU CUMULE-AVOIR-FIN
                 END-READ
              END-PERFORM
              CLOSE AVOIRS-TVA
           END-IF.

      *la déclaration : une ligne par mois et par taux
           OPEN OUTPUT DECLARATION.
           PERFORM VARYING WS-INDEX-CUMUL FROM 1 BY 1
           UNTIL WS-INDEX-CUMUL GREATER THAN WS-NB-CUMULS
              PERFORM DECLARE-CUMUL THRU DECLARE-CUMUL-FIN
           END-PERFORM.
           CLOSE DECLARATION.

           DISPLAY "Fin du traitement - " WS-NB-CUMULS
              " ligne(s) de declaration".
           IF WS-NB-CREDITS GREATER THAN 0
              DISPLAY "ATTENTION " WS-NB-CREDITS " mois/taux en "
              "credit de TVA par les avoirs, voir la declaration"
           END-IF.

           STOP RUN.

              MOVE HTVA-TAUX TO WS-CUMUL-TAUX(WS-NB-CUMULS)
              MOVE HTVA-NET TO WS-CUMUL-NET(WS-NB-CUMULS)
              MOVE HTVA-TVA TO WS-CUMUL-TVA(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-AV-NET(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-AV-TVA(WS-NB-CUMULS)
           END-IF.
       CUMULE-SEMAINE-FIN.
           EXIT.

      *on ajoute la part d'avoir lue au cumul de son mois et de
      *son taux, créé s'il n'y a pas eu de vente
       CUMULE-AVOIR.
           MOVE DATE-AVT(1:6) TO WS-AAAAMM.
           MOVE "N" TO WS-CUMUL-TROUVE.
           PERFORM VARYING WS-INDEX-CUMUL FROM 1 BY 1
           UNTIL WS-INDEX-CUMUL GREATER THAN WS-NB-CUMULS
              IF WS-CUMUL-AAAAMM(WS-INDEX-CUMUL) EQUAL WS-AAAAMM
              AND WS-CUMUL-TAUX(WS-INDEX-CUMUL) EQUAL TAUX-AVT
                 SET WS-CUMUL-EST-TROUVE TO TRUE
                 ADD NET-AVT TO WS-CUMUL-AV-NET(WS-INDEX-CUMUL)
                 ADD TVA-AVT TO WS-CUMUL-AV-TVA(WS-INDEX-CUMUL)
              END-IF
           END-PERFORM.
           IF NOT WS-CUMUL-EST-TROUVE
              ADD 1 TO WS-NB-CUMULS
              MOVE WS-AAAAMM TO WS-CUMUL-AAAAMM(WS-NB-CUMULS)
              MOVE TAUX-AVT TO WS-CUMUL-TAUX(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-NET(WS-NB-CUMULS)
              MOVE 0 TO WS-CUMUL-TVA(WS-NB-CUMULS)
              MOVE NET-AVT TO WS-CUMUL-AV-NET(WS-NB-CUMULS)
              MOVE TVA-AVT TO WS-CUMUL-AV-TVA(WS-NB-CUMULS)
           END-IF.
       CUMULE-AVOIR-FIN.
           EXIT.

      *la ligne de déclaration du cumul WS-INDEX-CUMUL : ventes
      *moins avoirs ; un solde négatif est déclaré à zéro et le
      *crédit de TVA porté sur une ligne à part
       DECLARE-CUMUL.
           COMPUTE WS-NET-DECLARE ROUNDED =
           WS-CUMUL-NET(WS-INDEX-CUMUL)
           - WS-CUMUL-AV-NET(WS-INDEX-CUMUL).
           COMPUTE WS-TVA-DECLARE ROUNDED =
           WS-CUMUL-TVA(WS-INDEX-CUMUL)
           - WS-CUMUL-AV-TVA(WS-INDEX-CUMUL).
           MOVE WS-CUMUL-TAUX(WS-INDEX-CUMUL) TO WS-TAUX-EDIT.
           IF WS-NET-DECLARE LESS THAN 0
              MOVE 0 TO WS-NET-EDIT
           ELSE
              MOVE WS-NET-DECLARE TO WS-NET-EDIT
           END-IF.
           IF WS-TVA-DECLARE LESS THAN 0
              MOVE 0 TO WS-TVA-EDIT
           ELSE
              MOVE WS-TVA-DECLARE TO WS-TVA-EDIT
           END-IF.
           MOVE SPACES TO LIGNE-DECLARATION-CONTENU.
           STRING WS-CUMUL-AAAAMM(WS-INDEX-CUMUL)
           " taux " FUNCTION TRIM(WS-TAUX-EDIT) " %"
           " net " WS-NET-EDIT
           " tva " WS-TVA-EDIT
           INTO LIGNE-DECLARATION-CONTENU.
           WRITE LIGNE-DECLARATION.

           IF WS-NET-DECLARE NOT LESS THAN 0
           AND WS-TVA-DECLARE NOT LESS THAN 0
              GO TO DECLARE-CUMUL-FIN
           END-IF.
           ADD 1 TO WS-NB-CREDITS.
           IF WS-NET-DECLARE LESS THAN 0
              COMPUTE WS-NET-EDIT = 0 - WS-NET-DECLARE
           ELSE
              MOVE 0 TO WS-NET-EDIT
           END-IF.
           IF WS-TVA-DECLARE LESS THAN 0
              COMPUTE WS-TVA-EDIT = 0 - WS-TVA-DECLARE
           ELSE
              MOVE 0 TO WS-TVA-EDIT
           END-IF.
           MOVE SPACES TO LIGNE-DECLARATION-CONTENU.
           STRING "--- " WS-CUMUL-AAAAMM(WS-INDEX-CUMUL)
           " taux " FUNCTION TRIM(WS-TAUX-EDIT) " %"
           " credit par avoirs net " WS-NET-EDIT
           " tva " WS-TVA-EDIT
           INTO LIGNE-DECLARATION-CONTENU.
           WRITE LIGNE-DECLARATION.
       DECLARE-CUMUL-FIN.
           EXIT.

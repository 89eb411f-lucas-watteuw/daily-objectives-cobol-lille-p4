       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le journal des mouvements de stock laissé par vente,
      *reception, comptage et retours, dans l'ordre chronologique
           SELECT MOUVEMENTS ASSIGN TO "journal-mouvements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOUVEMENTS-STATUS.
       01 WS-FIN-MOUVEMENTS PIC X VALUE "C".
       01 WS-FIN-INVENTAIRE PIC X VALUE "C".

      *le stock reconstitué par article et dépôt : S le fixe, R et
      *C (retour client remis en stock) l'augmentent, V et F
      *(retour fournisseur) le diminuent, Q (retour client en
      *quarantaine) n'y touche pas, dans l'ordre du journal
       01 WS-NB-RECONSTITUES PIC 9(4) VALUE 0.
       01 WS-RECONSTITUE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-RECONSTITUES.
           STOP RUN.

      *on applique le mouvement lu au stock reconstitué de son
      *article : S fixe le niveau, R et C ajoutent, V et F
      *retirent, Q laisse le stock vendable inchangé
       REJOUE-MOUVEMENT.
           MOVE "N" TO WS-REC-TROUVE.
           PERFORM VARYING WS-INDEX-REC FROM 1 BY 1
              WHEN "S"
                 MOVE QTE-MVT TO WS-REC-STOCK(WS-REC-COURANT)
              WHEN "R"
              WHEN "C"
                 ADD QTE-MVT TO WS-REC-STOCK(WS-REC-COURANT)
              WHEN "V"
              WHEN "F"
                 SUBTRACT QTE-MVT FROM WS-REC-STOCK(WS-REC-COURANT)
           END-EVALUATE.
       REJOUE-MOUVEMENT-FIN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. restauration.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le manifeste des jeux de sauvegarde et les fichiers copiés
           COPY "../copybooks/sauvegarde-select.copy".

      *le compte rendu de la restauration, fichier par fichier
           SELECT RAPPORT ASSIGN TO "rapport-restauration.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la session opérateur posée par login.cbl et les droits par
      *programme
           COPY "../copybooks/session-select.copy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copybooks/sauvegarde-fd.copy".

       FD RAPPORT.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(120).

       COPY "../copybooks/session-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../copybooks/session-ws.copy".

       COPY "../copybooks/sauvegarde-ws.copy".

      *le choix de l'opérateur, le jeu saisi et la confirmation
       01 WS-COMMANDE PIC 9 VALUE 0.
       01 WS-JEU-SAISI PIC X(12).
       01 WS-CONFIRMATION PIC X.

      *la liste des jeux : le jeu en cours de lecture, son nombre de
      *fichiers et sa ligne de fin
       01 WS-JEU-PRECEDENT PIC 9(12) VALUE 0.
       01 WS-INDEX-JEU PIC 9(4).
       01 WS-NB-FICHIERS-JEU PIC 9(4).
       01 WS-JEU-COMPLET PIC X.
           88 WS-JEU-EST-COMPLET VALUE "O".
       01 WS-NB-JEUX PIC 9(4) VALUE 0.

      *la date et l'heure de la restauration
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-HEURE-JOUR PIC 9(8).

      *les compteurs affichés dans le rapport
       01 WS-NB-RESTAURES PIC 9(4) VALUE 0.
       01 WS-NB-SUPPRIMES PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité
           COPY "../copybooks/session-controle.copy"
              REPLACING SESSION-PROGRAMME-LITERAL BY "restauration".

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.

           PERFORM CHARGE-MANIFESTE-SV THRU CHARGE-MANIFESTE-SV-FIN.

           DISPLAY "que voulez-vous faire?".
           DISPLAY "1 pour lister les jeux de sauvegarde".
           DISPLAY "2 pour restaurer un jeu complet".
           DISPLAY "pour quitter le programme, entrer autre chose".
           ACCEPT WS-COMMANDE.

           EVALUATE WS-COMMANDE

           WHEN EQUAL 1
              PERFORM LISTE-JEUX THRU LISTE-JEUX-FIN

      *restaurer écrase les fichiers maîtres en service : c'est
      *réservé aux opérateurs qui ont le droit de suppression
           WHEN EQUAL 2
              IF NOT WS-DROIT-SUPPRESSION
                 DISPLAY "restauration reservee aux operateurs "
                 "autorises (droit S)"
              ELSE
                 PERFORM RESTAURE-JEU THRU RESTAURE-JEU-FIN
              END-IF

           WHEN OTHER
              DISPLAY "vous voulez quitter le programme"

           END-EVALUATE.

           STOP RUN.

      *chaque jeu du manifeste une fois, avec son nombre de fichiers
      *et s'il est complet (restaurable) ou partiel
       LISTE-JEUX.
           IF WS-SV-NB-LIGNES EQUAL 0
              DISPLAY "sauvegardes-manifeste.dat absent ou vide : "
              "aucun jeu"
              GO TO LISTE-JEUX-FIN
           END-IF.
           PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
           UNTIL WS-SV-INDEX GREATER THAN WS-SV-NB-LIGNES
              IF WS-SV-L-JEU(WS-SV-INDEX) NOT EQUAL WS-JEU-PRECEDENT
                 MOVE WS-SV-L-JEU(WS-SV-INDEX) TO WS-JEU-PRECEDENT
                 PERFORM DECRIT-JEU THRU DECRIT-JEU-FIN
              END-IF
           END-PERFORM.
           DISPLAY WS-NB-JEUX " jeu(x) au manifeste".
       LISTE-JEUX-FIN.
           EXIT.

      *le nombre de fichiers du jeu WS-JEU-PRECEDENT et sa ligne de
      *fin, cherchés dans tout le manifeste
       DECRIT-JEU.
           ADD 1 TO WS-NB-JEUX.
           MOVE 0 TO WS-NB-FICHIERS-JEU.
           MOVE "N" TO WS-JEU-COMPLET.
           PERFORM VARYING WS-INDEX-JEU FROM 1 BY 1
           UNTIL WS-INDEX-JEU GREATER THAN WS-SV-NB-LIGNES
              IF WS-SV-L-JEU(WS-INDEX-JEU) EQUAL WS-JEU-PRECEDENT
                 IF WS-SV-L-TYPE(WS-INDEX-JEU) EQUAL "C"
                    MOVE "O" TO WS-JEU-COMPLET
                 ELSE
                    ADD 1 TO WS-NB-FICHIERS-JEU
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-JEU-EST-COMPLET
              DISPLAY "jeu " WS-JEU-PRECEDENT " : "
              WS-NB-FICHIERS-JEU " fichier(s), complet"
           ELSE
              DISPLAY "jeu " WS-JEU-PRECEDENT " : "
              WS-NB-FICHIERS-JEU " fichier(s), PARTIEL, non "
              "restaurable"
           END-IF.
       DECRIT-JEU-FIN.
           EXIT.

      *la restauration d'un jeu entier : le jeu doit être complet et
      *chacune de ses copies conforme au manifeste, sinon rien n'est
      *touché ; un jeu ne se restaure jamais à moitié
       RESTAURE-JEU.
           DISPLAY "jeu a restaurer (aaaammjjhhmm, vide pour le plus "
           "recent)".
           MOVE SPACES TO WS-JEU-SAISI.
           ACCEPT WS-JEU-SAISI.
           IF WS-JEU-SAISI EQUAL SPACES
              MOVE 0 TO WS-SV-JEU-DEMANDE
           ELSE
              IF WS-JEU-SAISI IS NOT NUMERIC
                 DISPLAY "jeu invalide : 12 chiffres attendus"
                 GO TO RESTAURE-JEU-FIN
              END-IF
              MOVE WS-JEU-SAISI TO WS-SV-JEU-DEMANDE
           END-IF.

           PERFORM CHOISIT-JEU-SV THRU CHOISIT-JEU-SV-FIN.
           IF WS-SV-JEU EQUAL 0
              IF WS-SV-JEU-DEMANDE EQUAL 0
                 DISPLAY "aucun jeu complet au manifeste"
              ELSE
                 DISPLAY "jeu " WS-SV-JEU-DEMANDE " inconnu ou "
                 "partiel : restauration refusee"
              END-IF
              GO TO RESTAURE-JEU-FIN
           END-IF.

      *toutes les copies sont vérifiées avant de toucher au moindre
      *fichier en service
           PERFORM CONTROLE-JEU-SV THRU CONTROLE-JEU-SV-FIN.
           IF WS-SV-NB-ECARTS GREATER THAN 0
              DISPLAY "jeu " WS-SV-JEU " incomplet ou altere : "
              "restauration refusee, aucun fichier touche"
              PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
              UNTIL WS-SV-INDEX GREATER THAN WS-SV-NB-LIGNES
                 IF WS-SV-L-JEU(WS-SV-INDEX) EQUAL WS-SV-JEU
                 AND WS-SV-L-VERDICT(WS-SV-INDEX) EQUAL "M"
                    DISPLAY "  copie manquante : "
                    FUNCTION TRIM(WS-SV-L-COPIE(WS-SV-INDEX))
                 END-IF
                 IF WS-SV-L-JEU(WS-SV-INDEX) EQUAL WS-SV-JEU
                 AND WS-SV-L-VERDICT(WS-SV-INDEX) EQUAL "E"
                    DISPLAY "  copie non conforme au manifeste : "
                    FUNCTION TRIM(WS-SV-L-COPIE(WS-SV-INDEX))
                 END-IF
              END-PERFORM
              IF WS-SV-NB-FICHIERS NOT EQUAL WS-SV-NB-ATTENDUS
                 DISPLAY "  " WS-SV-NB-FICHIERS " fichier(s) au "
                 "manifeste pour " WS-SV-NB-ATTENDUS " attendu(s)"
              END-IF
              GO TO RESTAURE-JEU-FIN
           END-IF.

           DISPLAY "le jeu " WS-SV-JEU " remplacera les fichiers :".
           PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
           UNTIL WS-SV-INDEX GREATER THAN WS-SV-NB-LIGNES
              IF WS-SV-L-JEU(WS-SV-INDEX) EQUAL WS-SV-JEU
              AND WS-SV-L-TYPE(WS-SV-INDEX) EQUAL "F"
                 IF WS-SV-L-ETAT(WS-SV-INDEX) EQUAL "A"
                    DISPLAY "  " WS-SV-L-NOM(WS-SV-INDEX)
                    " (absent a la sauvegarde, sera supprime)"
                 ELSE
                    DISPLAY "  " WS-SV-L-NOM(WS-SV-INDEX) " "
                    WS-SV-L-NB(WS-SV-INDEX) " enregistrement(s)"
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "confirmer la restauration (O/N)".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT EQUAL "O"
           AND WS-CONFIRMATION NOT EQUAL "o"
              DISPLAY "restauration abandonnee"
              GO TO RESTAURE-JEU-FIN
           END-IF.

           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "RESTAURATION DU JEU " WS-SV-JEU " LE "
           WS-DATE-JOUR " A " WS-HEURE-JOUR(1:4) " PAR "
           WS-OPERATEUR-ID
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           MOVE 0 TO WS-SV-NB-ECARTS.
           PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
           UNTIL WS-SV-INDEX GREATER THAN WS-SV-NB-LIGNES
              IF WS-SV-L-JEU(WS-SV-INDEX) EQUAL WS-SV-JEU
              AND WS-SV-L-TYPE(WS-SV-INDEX) EQUAL "F"
                 MOVE WS-SV-L-NOM(WS-SV-INDEX) TO WS-SV-NOM-ECRIT
                 PERFORM RESTAURE-FICHIER-SV
                 THRU RESTAURE-FICHIER-SV-FIN
                 PERFORM ECRIT-LIGNE-FICHIER
                 THRU ECRIT-LIGNE-FICHIER-FIN
              END-IF
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPORT.
           STRING WS-NB-RESTAURES " fichier(s) restaure(s), "
           WS-NB-SUPPRIMES " supprime(s), " WS-SV-NB-ECARTS
           " ecart(s)"
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.

           IF WS-SV-NB-ECARTS GREATER THAN 0
              DISPLAY "restauration avec " WS-SV-NB-ECARTS
              " ecart(s) : voir rapport-restauration.txt"
           ELSE
              DISPLAY "jeu " WS-SV-JEU " restaure, nombres et totaux "
              "conformes"
           END-IF.
       RESTAURE-JEU-FIN.
           EXIT.

      *la ligne du rapport pour le fichier WS-SV-INDEX : ce que dit
      *le manifeste, ce que donne le recomptage et le verdict
       ECRIT-LIGNE-FICHIER.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF WS-SV-L-ETAT(WS-SV-INDEX) EQUAL "A"
              ADD 1 TO WS-NB-SUPPRIMES
              STRING WS-SV-L-NOM(WS-SV-INDEX) " absent a la "
              "sauvegarde, supprime"
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
           ELSE
              ADD 1 TO WS-NB-RESTAURES
              STRING WS-SV-L-NOM(WS-SV-INDEX) " attendu "
              WS-SV-L-NB(WS-SV-INDEX) " / " WS-SV-L-TOTAL(WS-SV-INDEX)
              " relu " WS-SV-NB " / " WS-SV-TOTAL
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
           END-IF.
           IF WS-SV-L-VERDICT(WS-SV-INDEX) EQUAL "O"
              MOVE "conforme" TO LIGNE-RAPPORT-CONTENU(110:11)
           ELSE
              MOVE "ECART" TO LIGNE-RAPPORT-CONTENU(110:11)
              DISPLAY "ecart sur " WS-SV-L-NOM(WS-SV-INDEX)
           END-IF.
           WRITE LIGNE-RAPPORT.
       ECRIT-LIGNE-FICHIER-FIN.
           EXIT.

       COPY "../copybooks/sauvegarde-jeu.copy".

       COPY "../copybooks/sauvegarde-copie.copy".

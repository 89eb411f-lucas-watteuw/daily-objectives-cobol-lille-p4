       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifsauv.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le manifeste des jeux de sauvegarde et les fichiers copiés
           COPY "../copybooks/sauvegarde-select.copy".

      *la configuration d'environnement : le jeu est restauré dans
      *l'arborescence de répétition qu'elle décrit, jamais sur les
      *fichiers en service
           COPY "../copybooks/environnement-select.copy".

      *le compte rendu de la vérification, fichier par fichier
           SELECT RAPPORT
              ASSIGN TO "rapport-verification-sauvegarde.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le journal d'erreurs commun des batchs
           SELECT ERREURS-BATCH ASSIGN TO "erreurs-batch.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERREURS-STATUS.

      *le compte rendu machine des runs
           COPY "../copybooks/runcontrol-select.copy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copybooks/sauvegarde-fd.copy".

       COPY "../copybooks/environnement-fd.copy".

       FD RAPPORT.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(120).

       FD ERREURS-BATCH.
       01 LIGNE-ERREUR-BATCH PIC X(120).

       COPY "../copybooks/runcontrol-fd.copy".

       WORKING-STORAGE SECTION.

       01 WS-ERREURS-STATUS PIC X(2) VALUE SPACES.
           88 WS-ERREURS-STATUS-OK VALUE "00".

       COPY "../copybooks/sauvegarde-ws.copy".

       COPY "../copybooks/environnement-ws.copy".

       COPY "../copybooks/runcontrol-ws.copy".

      *la date de la vérification et le message d'erreur préparé
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-HEURE-LOG PIC 9(8).
       01 WS-MESSAGE PIC X(100).

      *les compteurs du rapport
       01 WS-NB-VERIFIES PIC 9(4) VALUE 0.
       01 WS-NB-NON-CONFIGURES PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           COPY "../copybooks/runcontrol-init.copy".
           MOVE "verifsauv" TO WS-RUN-PROGRAMME.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *la configuration d'environnement donne l'arborescence de
      *répétition où le jeu est restauré
           COPY "../copybooks/environnement-init.copy".

           PERFORM CHARGE-MANIFESTE-SV THRU CHARGE-MANIFESTE-SV-FIN.

      *le jeu vérifié est toujours le plus récent jeu complet
           MOVE 0 TO WS-SV-JEU-DEMANDE.
           PERFORM CHOISIT-JEU-SV THRU CHOISIT-JEU-SV-FIN.
           IF WS-SV-JEU EQUAL 0
              MOVE "aucun jeu de sauvegarde complet a verifier"
              TO WS-MESSAGE
              PERFORM ECRIT-ERREUR THRU ECRIT-ERREUR-FIN
              PERFORM ECRIT-RUNCONTROL
              GOBACK
           END-IF.

           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "VERIFICATION DU JEU DE SAUVEGARDE " WS-SV-JEU
           " LE " WS-DATE-JOUR
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

      *les copies du jeu sont d'abord relues telles qu'elles sont
      *sur disque : une copie manquante ou altérée ne se restaure
      *pas
           PERFORM CONTROLE-JEU-SV THRU CONTROLE-JEU-SV-FIN.
           IF WS-SV-NB-ECARTS GREATER THAN 0
              MOVE SPACES TO LIGNE-RAPPORT
              STRING "jeu incomplet ou copies alterees : "
              WS-SV-NB-ECARTS " ecart(s), restauration non tentee"
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
              UNTIL WS-SV-INDEX GREATER THAN WS-SV-NB-LIGNES
                 IF WS-SV-L-JEU(WS-SV-INDEX) EQUAL WS-SV-JEU
                 AND (WS-SV-L-VERDICT(WS-SV-INDEX) EQUAL "M"
                 OR WS-SV-L-VERDICT(WS-SV-INDEX) EQUAL "E")
                    MOVE SPACES TO LIGNE-RAPPORT
                    STRING "  copie " WS-SV-L-COPIE(WS-SV-INDEX)
                    " verdict " WS-SV-L-VERDICT(WS-SV-INDEX)
                    DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
                    WRITE LIGNE-RAPPORT
                 END-IF
              END-PERFORM
              CLOSE RAPPORT
              MOVE SPACES TO WS-MESSAGE
              STRING "jeu " WS-SV-JEU " incomplet ou copies "
              "alterees, voir le rapport"
              DELIMITED BY SIZE INTO WS-MESSAGE
              PERFORM ECRIT-ERREUR THRU ECRIT-ERREUR-FIN
              PERFORM ECRIT-RUNCONTROL
              GOBACK
           END-IF.

      *chaque fichier du jeu est restauré sous son chemin de
      *répétition puis recompté contre le manifeste
           MOVE 0 TO WS-SV-NB-ECARTS.
           PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
           UNTIL WS-SV-INDEX GREATER THAN WS-SV-NB-LIGNES
              IF WS-SV-L-JEU(WS-SV-INDEX) EQUAL WS-SV-JEU
              AND WS-SV-L-TYPE(WS-SV-INDEX) EQUAL "F"
                 PERFORM VERIFIE-FICHIER THRU VERIFIE-FICHIER-FIN
              END-IF
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPORT.
           STRING WS-NB-VERIFIES " fichier(s) verifie(s), "
           WS-NB-NON-CONFIGURES " hors repetition, "
           WS-SV-NB-ECARTS " ecart(s)"
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.

           IF WS-SV-NB-ECARTS GREATER THAN 0
              MOVE SPACES TO WS-MESSAGE
              STRING "jeu " WS-SV-JEU " : " WS-SV-NB-ECARTS
              " ecart(s) a la restauration de verification"
              DELIMITED BY SIZE INTO WS-MESSAGE
              PERFORM ECRIT-ERREUR THRU ECRIT-ERREUR-FIN
           ELSE
              DISPLAY "jeu " WS-SV-JEU " restaurable : nombres et "
              "totaux conformes"
           END-IF.

           PERFORM ECRIT-RUNCONTROL.
           GOBACK.

      *le fichier WS-SV-INDEX est restauré sous le chemin que lui
      *donne la configuration d'environnement ; un fichier que la
      *configuration ne cite pas garderait son nom de production :
      *il n'est pas restauré et compte comme un écart
       VERIFIE-FICHIER.
           ADD 1 TO WS-RUN-LUS.
           MOVE WS-SV-L-NOM(WS-SV-INDEX) TO WS-FICHIER-LOGIQUE.
           PERFORM RESOLIT-FICHIER THRU RESOLIT-FICHIER-FIN.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF WS-FICHIER-PHYSIQUE EQUAL WS-SV-L-NOM(WS-SV-INDEX)
              ADD 1 TO WS-NB-NON-CONFIGURES
              ADD 1 TO WS-SV-NB-ECARTS
              ADD 1 TO WS-RUN-REJETS
              STRING WS-SV-L-NOM(WS-SV-INDEX) " absent de "
              "environnement.cfg, non restaure"
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              GO TO VERIFIE-FICHIER-FIN
           END-IF.

           ADD 1 TO WS-NB-VERIFIES.
           MOVE WS-FICHIER-PHYSIQUE TO WS-SV-NOM-ECRIT.
           PERFORM RESTAURE-FICHIER-SV THRU RESTAURE-FICHIER-SV-FIN.
           IF WS-SV-L-ETAT(WS-SV-INDEX) EQUAL "A"
              STRING WS-SV-L-NOM(WS-SV-INDEX) " absent a la "
              "sauvegarde"
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
           ELSE
              STRING WS-SV-L-NOM(WS-SV-INDEX) " attendu "
              WS-SV-L-NB(WS-SV-INDEX) " / " WS-SV-L-TOTAL(WS-SV-INDEX)
              " relu " WS-SV-NB " / " WS-SV-TOTAL
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
           END-IF.
           IF WS-SV-L-VERDICT(WS-SV-INDEX) EQUAL "O"
              ADD 1 TO WS-RUN-ECRITS
              MOVE "conforme" TO LIGNE-RAPPORT-CONTENU(110:11)
           ELSE
              ADD 1 TO WS-RUN-REJETS
              MOVE "ECART" TO LIGNE-RAPPORT-CONTENU(110:11)
           END-IF.
           WRITE LIGNE-RAPPORT.
       VERIFIE-FICHIER-FIN.
           EXIT.

      *une ligne au journal d'erreurs commun avec le message
      *préparé dans WS-MESSAGE, et le code retour qui signale la
      *vérification en échec
       ECRIT-ERREUR.
           OPEN INPUT ERREURS-BATCH.
           IF WS-ERREURS-STATUS-OK
              CLOSE ERREURS-BATCH
              OPEN EXTEND ERREURS-BATCH
           ELSE
              OPEN OUTPUT ERREURS-BATCH
           END-IF.
           MOVE SPACES TO LIGNE-ERREUR-BATCH.
           ACCEPT WS-HEURE-LOG FROM TIME.
           STRING "ERROR " WS-DATE-JOUR " " WS-HEURE-LOG
           " VERIFSAUV " FUNCTION TRIM(WS-MESSAGE)
           DELIMITED BY SIZE INTO LIGNE-ERREUR-BATCH.
           WRITE LIGNE-ERREUR-BATCH.
           CLOSE ERREURS-BATCH.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE 8 TO RETURN-CODE.
       ECRIT-ERREUR-FIN.
           EXIT.

      *ajoute le compte rendu machine de ce run au fichier de
      *contrôle commun des batchs de nuit
       ECRIT-RUNCONTROL.
           COPY "../copybooks/runcontrol-write.copy".

       COPY "../copybooks/environnement-cherche.copy".

       COPY "../copybooks/sauvegarde-jeu.copy".

       COPY "../copybooks/sauvegarde-copie.copy".

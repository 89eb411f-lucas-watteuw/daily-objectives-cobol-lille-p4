       IDENTIFICATION DIVISION.
       PROGRAM-ID. sauvegarde.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *la liste déclarée des fichiers maîtres à sauvegarder chaque
      *nuit avant la première étape : le nom logique et
      *l'organisation (S séquentiel, P portefeuille indexé, M maître
      *des sinistres indexé) ; ajouter un fichier se fait en éditant
      *cette liste, sans recompiler
           SELECT LISTE-SAUVEGARDE ASSIGN TO "sauvegarde-liste.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LISTE-STATUS.

      *le manifeste des jeux et les fichiers copiés
           COPY "../copybooks/sauvegarde-select.copy".

      *le journal d'erreurs commun des batchs
           SELECT ERREURS-BATCH ASSIGN TO "erreurs-batch.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERREURS-STATUS.

      *le compte rendu machine des runs
           COPY "../copybooks/runcontrol-select.copy".

      *chaque copie entre au catalogue des générations, pour que
      *la rétention nettoie les vieux jeux
           COPY "../copybooks/catalogue-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD LISTE-SAUVEGARDE.
       01 LIGNE-LISTE.
           05 NOM-LISTE PIC X(25).
           05 FILLER    PIC X.
           05 ORG-LISTE PIC X.

       COPY "../copybooks/sauvegarde-fd.copy".

       FD ERREURS-BATCH.
       01 LIGNE-ERREUR-BATCH PIC X(120).

       COPY "../copybooks/runcontrol-fd.copy".

       COPY "../copybooks/catalogue-fd.copy".

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-LISTE-STATUS PIC X(2) VALUE SPACES.
           88 WS-LISTE-STATUS-OK VALUE "00".
       01 WS-ERREURS-STATUS PIC X(2) VALUE SPACES.
           88 WS-ERREURS-STATUS-OK VALUE "00".

       COPY "../copybooks/sauvegarde-ws.copy".

       COPY "../copybooks/runcontrol-ws.copy".

       COPY "../copybooks/catalogue-ws.copy".

      *condition pour arrêter de lire la liste
       01 WS-FIN-LISTE PIC X VALUE "C".

      *le jeu de la nuit : la date et l'heure de son début, qui le
      *distinguent d'un jeu refait la même nuit
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-HEURE-JOUR PIC 9(8).
       01 WS-HEURE-LOG PIC 9(8).
       01 WS-NOM-COPIE PIC X(40).

      *compteurs du jeu
       01 WS-NB-COPIES PIC 9(4) VALUE 0.
       01 WS-NB-ABSENTS PIC 9(4) VALUE 0.
       01 WS-NB-ECHECS PIC 9(4) VALUE 0.
       01 WS-NB-DECLARES PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           COPY "../copybooks/runcontrol-init.copy".
           MOVE "sauvegarde" TO WS-RUN-PROGRAMME.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           COMPUTE WS-SV-JEU = WS-DATE-JOUR * 10000
           + WS-HEURE-JOUR / 10000.

           OPEN INPUT LISTE-SAUVEGARDE.
           IF NOT WS-LISTE-STATUS-OK
              MOVE "sauvegarde-liste.dat absent, rien n'est sauve"
              TO WS-SV-TAMPON
              PERFORM ECRIT-ERREUR THRU ECRIT-ERREUR-FIN
              PERFORM ECRIT-RUNCONTROL
              GOBACK
           END-IF.

      *le manifeste est complété jeu après jeu, jamais réécrit
           OPEN INPUT F-MANIFESTE-SV.
           IF F-MANIFESTE-SV-STATUS-OK
              CLOSE F-MANIFESTE-SV
              OPEN EXTEND F-MANIFESTE-SV
           ELSE
              OPEN OUTPUT F-MANIFESTE-SV
           END-IF.

           PERFORM UNTIL WS-FIN-LISTE EQUAL "F"
              READ LISTE-SAUVEGARDE
                 AT END
                    MOVE "F" TO WS-FIN-LISTE
                 NOT AT END
                    IF NOM-LISTE NOT EQUAL SPACES
                       PERFORM SAUVE-FICHIER THRU SAUVE-FICHIER-FIN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LISTE-SAUVEGARDE.

      *la ligne de fin ne s'écrit que si toutes les copies ont
      *réussi : c'est elle qui rend le jeu restaurable
           IF WS-NB-ECHECS EQUAL 0
              MOVE SPACES TO LIGNE-F-MANIFESTE-SV
              MOVE WS-SV-JEU TO F-SV-JEU
              MOVE "C" TO F-SV-TYPE
              MOVE WS-NB-DECLARES TO F-SV-NB
              MOVE 0 TO F-SV-TOTAL
              WRITE LIGNE-F-MANIFESTE-SV
           END-IF.
           CLOSE F-MANIFESTE-SV.

           IF WS-NB-ECHECS GREATER THAN 0
              MOVE SPACES TO WS-SV-TAMPON
              STRING "jeu " WS-SV-JEU " partiel : " WS-NB-ECHECS
              " copie(s) en echec, jeu non restaurable"
              INTO WS-SV-TAMPON
              PERFORM ECRIT-ERREUR THRU ECRIT-ERREUR-FIN
           END-IF.

           DISPLAY "Fin du traitement - jeu " WS-SV-JEU " : "
              WS-NB-COPIES " copie(s), " WS-NB-ABSENTS
              " absent(s), " WS-NB-ECHECS " echec(s)".

           PERFORM ECRIT-RUNCONTROL.
           GOBACK.

      *le fichier de la liste lu est copié dans le jeu ; un fichier
      *maître pas encore créé est noté absent, ce qui fait aussi
      *partie de l'état à restaurer
       SAUVE-FICHIER.
           ADD 1 TO WS-NB-DECLARES.
           MOVE SPACES TO WS-NOM-COPIE.
           STRING "sv" WS-SV-JEU "-" FUNCTION TRIM(NOM-LISTE)
           DELIMITED BY SIZE INTO WS-NOM-COPIE.
           MOVE ORG-LISTE TO WS-SV-ORG-LU.
           MOVE NOM-LISTE TO WS-SV-NOM-LU.
           MOVE "S" TO WS-SV-ORG-ECRIT.
           MOVE WS-NOM-COPIE TO WS-SV-NOM-ECRIT.
           PERFORM COPIE-FICHIER THRU COPIE-FICHIER-FIN.

           MOVE SPACES TO LIGNE-F-MANIFESTE-SV.
           MOVE WS-SV-JEU TO F-SV-JEU.
           MOVE "F" TO F-SV-TYPE.
           MOVE NOM-LISTE TO F-SV-NOM.
           MOVE ORG-LISTE TO F-SV-ORG.
           MOVE WS-SV-NB TO F-SV-NB.
           MOVE WS-SV-TOTAL TO F-SV-TOTAL.
           EVALUATE TRUE
              WHEN WS-SV-REUSSI
                 ADD 1 TO WS-NB-COPIES
                 ADD WS-SV-NB TO WS-RUN-LUS
                 ADD WS-SV-NB TO WS-RUN-ECRITS
                 MOVE "P" TO F-SV-ETAT
                 MOVE WS-NOM-COPIE TO F-SV-COPIE
                 WRITE LIGNE-F-MANIFESTE-SV
                 PERFORM CATALOGUE-COPIE THRU CATALOGUE-COPIE-FIN
              WHEN WS-SV-ABSENT
                 ADD 1 TO WS-NB-ABSENTS
                 MOVE "A" TO F-SV-ETAT
                 WRITE LIGNE-F-MANIFESTE-SV
              WHEN OTHER
                 ADD 1 TO WS-NB-ECHECS
                 ADD 1 TO WS-RUN-REJETS
                 MOVE "E" TO F-SV-ETAT
                 WRITE LIGNE-F-MANIFESTE-SV
                 MOVE SPACES TO WS-SV-TAMPON
                 STRING "copie de " FUNCTION TRIM(NOM-LISTE)
                 " en echec, statuts " F-ORIGINE-SV-STATUS " / "
                 F-DESTINATION-SV-STATUS
                 INTO WS-SV-TAMPON
                 PERFORM ECRIT-ERREUR THRU ECRIT-ERREUR-FIN
           END-EVALUATE.
       SAUVE-FICHIER-FIN.
           EXIT.

      *la copie entre au catalogue des générations, pour que la
      *rétention nettoie les vieux jeux
       CATALOGUE-COPIE.
           COPY "../copybooks/catalogue-write.copy"
              REPLACING CATALOGUE-FAMILLE-LITERAL BY "sauvegarde"
              CATALOGUE-PRODUCTEUR-LITERAL BY "sauvegarde"
              CATALOGUE-FICHIER-VAR BY WS-NOM-COPIE
              CATALOGUE-DATE-VAR BY WS-DATE-JOUR.
       CATALOGUE-COPIE-FIN.
           EXIT.

      *une ligne au journal d'erreurs commun avec le message
      *préparé dans WS-SV-TAMPON, et le code retour qui arrête la
      *chaine
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
           " SAUVEGARDE " FUNCTION TRIM(WS-SV-TAMPON)
           INTO LIGNE-ERREUR-BATCH.
           WRITE LIGNE-ERREUR-BATCH.
           CLOSE ERREURS-BATCH.
           DISPLAY FUNCTION TRIM(WS-SV-TAMPON).
           MOVE 8 TO RETURN-CODE.
       ECRIT-ERREUR-FIN.
           EXIT.

      *ajoute le compte rendu machine de ce run au fichier de
      *contrôle commun des batchs de nuit
       ECRIT-RUNCONTROL.
           COPY "../copybooks/runcontrol-write.copy".

       COPY "../copybooks/sauvegarde-copie.copy".

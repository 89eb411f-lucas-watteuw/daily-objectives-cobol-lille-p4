       IDENTIFICATION DIVISION.
       PROGRAM-ID. dates.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le calendrier des jours fériés : une date AAAAMMJJ et son
      *libellé par ligne ; sans le fichier, seuls les samedis et
      *dimanches sont chômés
           SELECT JOURS-FERIES ASSIGN TO "jours-feries.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FERIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURS-FERIES.
       01 LIGNE-FERIE.
           05 DATE-FERIE    PIC 9(8).
           05 FILLER        PIC X.
           05 LIBELLE-FERIE PIC X(30).

       WORKING-STORAGE SECTION.

       01 WS-FERIES-STATUS PIC X(2) VALUE SPACES.
           88 WS-FERIES-STATUS-OK VALUE "00".
       01 WS-FIN-FERIES PIC X VALUE "C".

      *les fériés sont chargés au premier appel et gardés pour les
      *appels suivants du run
       01 WS-FERIES-CHARGES PIC X VALUE "N".
           88 WS-FERIES-SONT-CHARGES VALUE "O".
       01 WS-NB-FERIES PIC 9(3) VALUE 0.
       01 WS-FERIE PIC 9(8) OCCURS 999 TIMES.
       01 WS-INDEX-FERIE PIC 9(3).

      *le jour examiné en rang du calendrier interne, son jour de
      *semaine (1 lundi ... 7 dimanche) et son verdict
       01 WS-ENTIER PIC S9(8).
       01 WS-ENTIER-MAXI PIC S9(8).
       01 WS-JOUR-SEMAINE PIC 9.
       01 WS-JOUR-OUVRE PIC X.
           88 WS-EST-OUVRE VALUE "O".

      *le sens et le nombre de jours ouvrés restant à compter
       01 WS-PAS PIC S9.
       01 WS-RESTE PIC 9(6).

      *la date en cours de calcul, découpée
       01 WS-DATE-CALCUL PIC 9(8).
       01 WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
           05 WS-CALCUL-ANNEE PIC 9(4).
           05 WS-CALCUL-MOIS  PIC 9(2).
           05 WS-CALCUL-JOUR  PIC 9(2).
       01 WS-JOURS-DANS-MOIS PIC 9(2).
       01 WS-JOUR-DEMANDE PIC 9(2).
       01 WS-RANG-MOIS PIC S9(7).

      *les deux dates du calcul d'âge, découpées
       01 WS-DATE-NAISSANCE PIC 9(8).
       01 WS-DATE-NAISSANCE-R REDEFINES WS-DATE-NAISSANCE.
           05 WS-NAISSANCE-ANNEE PIC 9(4).
           05 WS-NAISSANCE-MMJJ  PIC 9(4).
       01 WS-DATE-REFERENCE PIC 9(8).
       01 WS-DATE-REFERENCE-R REDEFINES WS-DATE-REFERENCE.
           05 WS-REFERENCE-ANNEE PIC 9(4).
           05 WS-REFERENCE-MMJJ  PIC 9(4).

       LINKAGE SECTION.

      *la demande de l'appelant et sa réponse
       COPY "../copybooks/dates-appel.copy" REPLACING DATES-APPEL BY
          LK-DATES-APPEL
          DATES-FONCTION BY LK-DATES-FONCTION
          DATES-DATE-2 BY LK-DATES-DATE-2
          DATES-DATE-RESULTAT BY LK-DATES-DATE-RESULTAT
          DATES-DATE BY LK-DATES-DATE
          DATES-NOMBRE-RESULTAT BY LK-DATES-NOMBRE-RESULTAT
          DATES-NOMBRE BY LK-DATES-NOMBRE
          DATES-RETOUR BY LK-DATES-RETOUR.

       PROCEDURE DIVISION USING LK-DATES-APPEL.

           IF NOT WS-FERIES-SONT-CHARGES
              PERFORM CHARGE-FERIES THRU CHARGE-FERIES-FIN
           END-IF.

           MOVE 0 TO LK-DATES-RETOUR.
           MOVE 0 TO LK-DATES-DATE-RESULTAT.
           MOVE 0 TO LK-DATES-NOMBRE-RESULTAT.
           COMPUTE WS-ENTIER-MAXI = FUNCTION INTEGER-OF-DATE(99991231).

      *la date de départ doit exister au calendrier, et la seconde
      *date aussi pour les fonctions qui en prennent deux
           IF FUNCTION TEST-DATE-YYYYMMDD(LK-DATES-DATE) NOT EQUAL 0
              MOVE 1 TO LK-DATES-RETOUR
              GOBACK
           END-IF.
           IF (LK-DATES-FONCTION EQUAL "ECART"
           OR LK-DATES-FONCTION EQUAL "AGE")
           AND FUNCTION TEST-DATE-YYYYMMDD(LK-DATES-DATE-2)
           NOT EQUAL 0
              MOVE 1 TO LK-DATES-RETOUR
              GOBACK
           END-IF.

           EVALUATE LK-DATES-FONCTION
              WHEN "PLUS-JOURS"
                 PERFORM PLUS-JOURS THRU PLUS-JOURS-FIN
              WHEN "PLUS-OUVRES"
                 PERFORM PLUS-OUVRES THRU PLUS-OUVRES-FIN
              WHEN "OUVRE"
                 PERFORM OUVRE THRU OUVRE-FIN
              WHEN "PLUS-MOIS"
                 PERFORM PLUS-MOIS THRU PLUS-MOIS-FIN
              WHEN "ECART"
                 COMPUTE LK-DATES-NOMBRE-RESULTAT =
                    FUNCTION INTEGER-OF-DATE(LK-DATES-DATE-2)
                    - FUNCTION INTEGER-OF-DATE(LK-DATES-DATE)
              WHEN "FIN-MOIS"
                 MOVE LK-DATES-DATE TO WS-DATE-CALCUL
                 PERFORM JOURS-DU-MOIS THRU JOURS-DU-MOIS-FIN
                 MOVE WS-JOURS-DANS-MOIS TO WS-CALCUL-JOUR
                 MOVE WS-DATE-CALCUL TO LK-DATES-DATE-RESULTAT
              WHEN "AGE"
                 PERFORM AGE THRU AGE-FIN
              WHEN OTHER
                 MOVE 2 TO LK-DATES-RETOUR
           END-EVALUATE.

           GOBACK.

      *on charge le calendrier des fériés, une seule fois par run
       CHARGE-FERIES.
           SET WS-FERIES-SONT-CHARGES TO TRUE.
           OPEN INPUT JOURS-FERIES.
           IF NOT WS-FERIES-STATUS-OK
              GO TO CHARGE-FERIES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-FERIES EQUAL "F"
              READ JOURS-FERIES
                 AT END
                    MOVE "F" TO WS-FIN-FERIES
                 NOT AT END
                    IF DATE-FERIE IS NUMERIC
                    AND WS-NB-FERIES LESS THAN 999
                       ADD 1 TO WS-NB-FERIES
                       MOVE DATE-FERIE TO WS-FERIE(WS-NB-FERIES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOURS-FERIES.
       CHARGE-FERIES-FIN.
           EXIT.

      *la date plus (ou moins) un nombre de jours calendaires
       PLUS-JOURS.
           COMPUTE WS-ENTIER =
              FUNCTION INTEGER-OF-DATE(LK-DATES-DATE) + LK-DATES-NOMBRE.
           IF WS-ENTIER LESS THAN 1
           OR WS-ENTIER GREATER THAN WS-ENTIER-MAXI
              MOVE 1 TO LK-DATES-RETOUR
              GO TO PLUS-JOURS-FIN
           END-IF.
           COMPUTE LK-DATES-DATE-RESULTAT =
              FUNCTION DATE-OF-INTEGER(WS-ENTIER).
       PLUS-JOURS-FIN.
           EXIT.

      *la date plus (ou moins) un nombre de jours ouvrés : on avance
      *(ou recule) jour par jour et seuls les jours ouvrés comptent ;
      *un nombre nul rend la date elle-même
       PLUS-OUVRES.
           COMPUTE WS-ENTIER = FUNCTION INTEGER-OF-DATE(LK-DATES-DATE).
           IF LK-DATES-NOMBRE LESS THAN 0
              MOVE -1 TO WS-PAS
              COMPUTE WS-RESTE = 0 - LK-DATES-NOMBRE
           ELSE
              MOVE 1 TO WS-PAS
              MOVE LK-DATES-NOMBRE TO WS-RESTE
           END-IF.
           PERFORM UNTIL WS-RESTE EQUAL 0
              ADD WS-PAS TO WS-ENTIER
              IF WS-ENTIER LESS THAN 1
              OR WS-ENTIER GREATER THAN WS-ENTIER-MAXI
                 MOVE 1 TO LK-DATES-RETOUR
                 GO TO PLUS-OUVRES-FIN
              END-IF
              PERFORM SITUE-JOUR THRU SITUE-JOUR-FIN
              IF WS-EST-OUVRE
                 SUBTRACT 1 FROM WS-RESTE
              END-IF
           END-PERFORM.
           COMPUTE LK-DATES-DATE-RESULTAT =
              FUNCTION DATE-OF-INTEGER(WS-ENTIER).
       PLUS-OUVRES-FIN.
           EXIT.

      *la date elle-même si elle est ouvrée, sinon le premier jour
      *ouvré qui la suit
       OUVRE.
           COMPUTE WS-ENTIER = FUNCTION INTEGER-OF-DATE(LK-DATES-DATE).
           PERFORM SITUE-JOUR THRU SITUE-JOUR-FIN.
           PERFORM UNTIL WS-EST-OUVRE
              ADD 1 TO WS-ENTIER
              IF WS-ENTIER GREATER THAN WS-ENTIER-MAXI
                 MOVE 1 TO LK-DATES-RETOUR
                 GO TO OUVRE-FIN
              END-IF
              PERFORM SITUE-JOUR THRU SITUE-JOUR-FIN
           END-PERFORM.
           COMPUTE LK-DATES-DATE-RESULTAT =
              FUNCTION DATE-OF-INTEGER(WS-ENTIER).
       OUVRE-FIN.
           EXIT.

      *la date plus (ou moins) un nombre de mois ; un jour qui
      *n'existe pas dans le mois d'arrivée (le 31, le 29 février)
      *est ramené à la fin de ce mois
       PLUS-MOIS.
           MOVE LK-DATES-DATE TO WS-DATE-CALCUL.
           MOVE WS-CALCUL-JOUR TO WS-JOUR-DEMANDE.
           COMPUTE WS-RANG-MOIS = WS-CALCUL-ANNEE * 12
              + WS-CALCUL-MOIS - 1 + LK-DATES-NOMBRE.
           IF WS-RANG-MOIS LESS THAN 1601 * 12
           OR WS-RANG-MOIS GREATER THAN 9999 * 12 + 11
              MOVE 1 TO LK-DATES-RETOUR
              GO TO PLUS-MOIS-FIN
           END-IF.
           COMPUTE WS-CALCUL-ANNEE = WS-RANG-MOIS / 12.
           COMPUTE WS-CALCUL-MOIS =
              WS-RANG-MOIS - WS-CALCUL-ANNEE * 12 + 1.
           PERFORM JOURS-DU-MOIS THRU JOURS-DU-MOIS-FIN.
           IF WS-JOUR-DEMANDE GREATER THAN WS-JOURS-DANS-MOIS
              MOVE WS-JOURS-DANS-MOIS TO WS-CALCUL-JOUR
           ELSE
              MOVE WS-JOUR-DEMANDE TO WS-CALCUL-JOUR
           END-IF.
           MOVE WS-DATE-CALCUL TO LK-DATES-DATE-RESULTAT.
       PLUS-MOIS-FIN.
           EXIT.

      *l'âge en années révolues à la date-2 de quelqu'un né à la
      *date ; une naissance postérieure à la date-2 est refusée
       AGE.
           MOVE LK-DATES-DATE TO WS-DATE-NAISSANCE.
           MOVE LK-DATES-DATE-2 TO WS-DATE-REFERENCE.
           IF WS-DATE-NAISSANCE GREATER THAN WS-DATE-REFERENCE
              MOVE 1 TO LK-DATES-RETOUR
              GO TO AGE-FIN
           END-IF.
           COMPUTE LK-DATES-NOMBRE-RESULTAT =
              WS-REFERENCE-ANNEE - WS-NAISSANCE-ANNEE.
           IF WS-REFERENCE-MMJJ LESS THAN WS-NAISSANCE-MMJJ
              SUBTRACT 1 FROM LK-DATES-NOMBRE-RESULTAT
           END-IF.
       AGE-FIN.
           EXIT.

      *le jour de rang WS-ENTIER est-il ouvré ? le jour 1 du
      *calendrier interne (le 1er janvier 1601) était un lundi
       SITUE-JOUR.
           MOVE "O" TO WS-JOUR-OUVRE.
           COMPUTE WS-JOUR-SEMAINE =
              FUNCTION MOD(WS-ENTIER - 1, 7) + 1.
           IF WS-JOUR-SEMAINE GREATER THAN 5
              MOVE "N" TO WS-JOUR-OUVRE
              GO TO SITUE-JOUR-FIN
           END-IF.
           COMPUTE WS-DATE-CALCUL = FUNCTION DATE-OF-INTEGER(WS-ENTIER).
           PERFORM VARYING WS-INDEX-FERIE FROM 1 BY 1
           UNTIL WS-INDEX-FERIE GREATER THAN WS-NB-FERIES
              IF WS-FERIE(WS-INDEX-FERIE) EQUAL WS-DATE-CALCUL
                 MOVE "N" TO WS-JOUR-OUVRE
              END-IF
           END-PERFORM.
       SITUE-JOUR-FIN.
           EXIT.

      *le nombre de jours du mois de WS-DATE-CALCUL ; février a 29
      *jours les années divisibles par 4, sauf les siècles qui ne
      *sont pas divisibles par 400
       JOURS-DU-MOIS.
           EVALUATE WS-CALCUL-MOIS
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO WS-JOURS-DANS-MOIS
              WHEN 2
                 IF FUNCTION MOD(WS-CALCUL-ANNEE, 400) EQUAL 0
                 OR (FUNCTION MOD(WS-CALCUL-ANNEE, 4) EQUAL 0
                 AND FUNCTION MOD(WS-CALCUL-ANNEE, 100) NOT EQUAL 0)
                    MOVE 29 TO WS-JOURS-DANS-MOIS
                 ELSE
                    MOVE 28 TO WS-JOURS-DANS-MOIS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-JOURS-DANS-MOIS
           END-EVALUATE.
       JOURS-DU-MOIS-FIN.
           EXIT.

       END PROGRAM "dates".

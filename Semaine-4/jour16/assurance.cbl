       01 WS-DATE-VALIDE         PIC X VALUE "O".
           88 WS-DATE-EST-VALIDE VALUE "O".

      *l'appel du service commun des dates
       COPY "../../copybooks/dates-appel.copy" REPLACING DATES-APPEL BY
          WS-DATES-APPEL
          DATES-FONCTION BY WS-DATES-FONCTION
          DATES-DATE-2 BY WS-DATES-DATE-2
          DATES-DATE-RESULTAT BY WS-DATES-DATE-RESULTAT
          DATES-DATE BY WS-DATES-DATE
          DATES-NOMBRE-RESULTAT BY WS-DATES-NOMBRE-RESULTAT
          DATES-NOMBRE BY WS-DATES-NOMBRE
          DATES-RETOUR BY WS-DATES-RETOUR.

       PROCEDURE DIVISION.

      *le compte rendu machine du run démarre ici
      *si l'échéance du contrat tombe dans les WS-SEUIL-RENOUVELLEMENT
      *prochains jours, on l'ajoute au rapport de renouvellement
              MOVE WS-DATE-FIN(WS-INDEX-RAPPORT) TO WS-DATE-FIN-NUM
              MOVE "ECART" TO WS-DATES-FONCTION
              MOVE WS-DATE-JOUR TO WS-DATES-DATE
              MOVE WS-DATE-FIN-NUM TO WS-DATES-DATE-2
              CALL "dates" USING WS-DATES-APPEL
              MOVE WS-DATES-NOMBRE-RESULTAT TO WS-JOURS-RESTANTS
              IF WS-DATES-RETOUR EQUAL 0
              AND WS-JOURS-RESTANTS >= 0
              AND WS-JOURS-RESTANTS <= WS-SEUIL-RENOUVELLEMENT
                 MOVE WS-CODE-CONTRAT-F TO CODE-CONTRAT-RENOUV
                 MOVE WS-NOM-CONTRAT-F  TO NOM-CONTRAT-RENOUV

      *on vérifie que WS-DATE-A-VALIDER (YYYYMMDD) est bien une date
      *calendaire réelle (mois 1-12, jour compatible avec le mois et
      *l'année, bissextile comprise, la fin du mois venant du
      *service commun des dates)
       VALIDE-DATE.
           MOVE "O" TO WS-DATE-VALIDE

              IF WS-DATE-MOIS-V < 1 OR WS-DATE-MOIS-V > 12
                 MOVE "N" TO WS-DATE-VALIDE
              ELSE
                 MOVE "FIN-MOIS" TO WS-DATES-FONCTION
                 COMPUTE WS-DATES-DATE = WS-DATE-ANNEE-V * 10000
                    + WS-DATE-MOIS-V * 100 + 1
                 CALL "dates" USING WS-DATES-APPEL
                 MOVE WS-DATES-DATE-RESULTAT(7:2) TO WS-JOURS-DANS-MOIS
                 IF WS-DATES-RETOUR NOT EQUAL 0
                 OR WS-DATE-JOUR-V < 1
                 OR WS-DATE-JOUR-V > WS-JOURS-DANS-MOIS
                    MOVE "N" TO WS-DATE-VALIDE
                 END-IF

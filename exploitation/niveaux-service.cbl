       IDENTIFICATION DIVISION.
       PROGRAM-ID. niveaux-service.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *l'historique des niveaux de service tenu par la chaine : une
      *ligne par niveau et par nuit
           SELECT HISTORIQUE-NIVEAUX
           ASSIGN TO "niveaux-historique.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORIQUE-STATUS.

      *le rapport du mois : le taux de nuits tenues par niveau et
      *les étapes qui ont fait manquer les autres
           SELECT RAPPORT ASSIGN TO "rapport-niveaux-service.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIQUE-NIVEAUX.
       01 LIGNE-HISTORIQUE.
           05 DATE-HISTORIQUE     PIC 9(8).
           05 FILLER              PIC X.
           05 TYPE-HISTORIQUE     PIC X(6).
           05 FILLER              PIC X.
           05 NOM-HISTORIQUE      PIC X(10).
           05 FILLER              PIC X.
           05 ECHEANCE-HISTORIQUE PIC 9(4).
           05 FILLER              PIC X.
           05 FIN-HISTORIQUE      PIC 9(4).
           05 FILLER              PIC X.
           05 TENU-HISTORIQUE     PIC X.
           05 FILLER              PIC X.
           05 CAUSE-HISTORIQUE    PIC X(10).

       FD RAPPORT.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-HISTORIQUE-STATUS PIC X(2) VALUE SPACES.
           88 WS-HISTORIQUE-STATUS-OK VALUE "00".

      *condition pour arrêter de lire l'historique
       01 WS-FIN-HISTORIQUE PIC X VALUE "C".

      *le mois rapporté (aaaamm), à blanc pour le mois précédent
       01 WS-MOIS-SAISI PIC X(6).
       01 WS-MOIS PIC 9(6).
       01 WS-MOIS-DECOUPE REDEFINES WS-MOIS.
           05 WS-ANNEE-MOIS PIC 9(4).
           05 WS-MM-MOIS PIC 9(2).
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-JOUR-DECOUPE REDEFINES WS-DATE-JOUR.
           05 WS-ANNEE-JOUR PIC 9(4).
           05 WS-MOIS-JOUR PIC 9(2).
           05 WS-JJ-JOUR PIC 9(2).

      *les nuits du mois ; une nuit reprise a écrit son bilan deux
      *fois, seul le dernier compte
       01 WS-NB-NUITS PIC 9(4) VALUE 0.
       01 WS-NUIT OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-NUITS.
           05 WS-NUIT-DATE     PIC 9(8).
           05 WS-NUIT-TYPE     PIC X(6).
           05 WS-NUIT-NOM      PIC X(10).
           05 WS-NUIT-ECHEANCE PIC 9(4).
           05 WS-NUIT-FIN      PIC 9(4).
           05 WS-NUIT-TENU     PIC X.
           05 WS-NUIT-CAUSE    PIC X(10).
       01 WS-INDEX-NUIT PIC 9(4).
       01 WS-NUIT-TROUVEE PIC X.
       01 WS-INDEX-RETENU PIC 9(4).

      *les niveaux rencontrés dans le mois, avec leurs compteurs
       01 WS-NB-NIVEAUX PIC 9(2) VALUE 0.
       01 WS-NIVEAU OCCURS 1 TO 99 TIMES DEPENDING ON WS-NB-NIVEAUX.
           05 WS-NIV-TYPE     PIC X(6).
           05 WS-NIV-NOM      PIC X(10).
           05 WS-NIV-NB-NUITS PIC 9(4).
           05 WS-NIV-NB-TENUS PIC 9(4).
       01 WS-INDEX-NIVEAU PIC 9(2).
       01 WS-NIVEAU-TROUVE PIC X.
       01 WS-TAUX PIC 9(3)V9.
       01 WS-TAUX-EDIT PIC ZZ9.9.

      *les étapes en cause d'un niveau, avec leur nombre de nuits
       01 WS-NB-CAUSES PIC 9(2) VALUE 0.
       01 WS-CAUSE OCCURS 1 TO 99 TIMES DEPENDING ON WS-NB-CAUSES.
           05 WS-CAUSE-ETAPE PIC X(10).
           05 WS-CAUSE-NB    PIC 9(4).
       01 WS-INDEX-CAUSE PIC 9(2).
       01 WS-CAUSE-TROUVEE PIC X.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           DISPLAY "mois a rapporter aaaamm (vide pour le mois "
           "precedent)".
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI IS NUMERIC
              MOVE WS-MOIS-SAISI TO WS-MOIS
           ELSE
              IF WS-MOIS-JOUR EQUAL 1
                 COMPUTE WS-ANNEE-MOIS = WS-ANNEE-JOUR - 1
                 MOVE 12 TO WS-MM-MOIS
              ELSE
                 MOVE WS-ANNEE-JOUR TO WS-ANNEE-MOIS
                 COMPUTE WS-MM-MOIS = WS-MOIS-JOUR - 1
              END-IF
           END-IF.

           OPEN INPUT HISTORIQUE-NIVEAUX.
           IF NOT WS-HISTORIQUE-STATUS-OK
              DISPLAY "niveaux-historique.dat absent, aucune nuit a "
              "rapporter"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-HISTORIQUE EQUAL "F"
              READ HISTORIQUE-NIVEAUX
                 AT END
                    MOVE "F" TO WS-FIN-HISTORIQUE
                 NOT AT END
                    IF DATE-HISTORIQUE(1:6) EQUAL WS-MOIS
                       PERFORM NOTE-NUIT THRU NOTE-NUIT-FIN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTORIQUE-NIVEAUX.

      *les niveaux du mois et leurs compteurs de nuits tenues
           PERFORM VARYING WS-INDEX-NUIT FROM 1 BY 1
           UNTIL WS-INDEX-NUIT GREATER THAN WS-NB-NUITS
              PERFORM NOTE-NIVEAU THRU NOTE-NIVEAU-FIN
           END-PERFORM.

           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "NIVEAUX DE SERVICE DE LA CHAINE - MOIS " WS-MOIS
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           PERFORM VARYING WS-INDEX-NIVEAU FROM 1 BY 1
           UNTIL WS-INDEX-NIVEAU GREATER THAN WS-NB-NIVEAUX
              PERFORM EDITE-NIVEAU THRU EDITE-NIVEAU-FIN
           END-PERFORM.
           IF WS-NB-NIVEAUX EQUAL 0
              MOVE "aucune nuit suivie ce mois-ci"
              TO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
           END-IF.
           CLOSE RAPPORT.

           DISPLAY "Fin du rapport du mois " WS-MOIS " - "
           WS-NB-NIVEAUX " niveau(x), " WS-NB-NUITS " bilan(s)".

           STOP RUN.

      *on garde le bilan lu ; un bilan de la même nuit pour le même
      *niveau (nuit reprise) remplace le précédent
       NOTE-NUIT.
           MOVE "N" TO WS-NUIT-TROUVEE.
           PERFORM VARYING WS-INDEX-NUIT FROM 1 BY 1
           UNTIL WS-INDEX-NUIT GREATER THAN WS-NB-NUITS
              IF WS-NUIT-DATE(WS-INDEX-NUIT) EQUAL DATE-HISTORIQUE
              AND WS-NUIT-TYPE(WS-INDEX-NUIT) EQUAL TYPE-HISTORIQUE
              AND WS-NUIT-NOM(WS-INDEX-NUIT) EQUAL NOM-HISTORIQUE
                 MOVE "O" TO WS-NUIT-TROUVEE
                 MOVE WS-INDEX-NUIT TO WS-INDEX-RETENU
              END-IF
           END-PERFORM.
           IF WS-NUIT-TROUVEE EQUAL "N"
              ADD 1 TO WS-NB-NUITS
              MOVE WS-NB-NUITS TO WS-INDEX-NUIT
           ELSE
              MOVE WS-INDEX-RETENU TO WS-INDEX-NUIT
           END-IF.
           MOVE DATE-HISTORIQUE TO WS-NUIT-DATE(WS-INDEX-NUIT).
           MOVE TYPE-HISTORIQUE TO WS-NUIT-TYPE(WS-INDEX-NUIT).
           MOVE NOM-HISTORIQUE TO WS-NUIT-NOM(WS-INDEX-NUIT).
           MOVE ECHEANCE-HISTORIQUE TO WS-NUIT-ECHEANCE(WS-INDEX-NUIT).
           MOVE FIN-HISTORIQUE TO WS-NUIT-FIN(WS-INDEX-NUIT).
           MOVE TENU-HISTORIQUE TO WS-NUIT-TENU(WS-INDEX-NUIT).
           MOVE CAUSE-HISTORIQUE TO WS-NUIT-CAUSE(WS-INDEX-NUIT).
       NOTE-NUIT-FIN.
           EXIT.

      *on compte la nuit WS-INDEX-NUIT dans son niveau
       NOTE-NIVEAU.
           MOVE "N" TO WS-NIVEAU-TROUVE.
           PERFORM VARYING WS-INDEX-NIVEAU FROM 1 BY 1
           UNTIL WS-INDEX-NIVEAU GREATER THAN WS-NB-NIVEAUX
           OR WS-NIVEAU-TROUVE EQUAL "O"
              IF WS-NIV-TYPE(WS-INDEX-NIVEAU) EQUAL
              WS-NUIT-TYPE(WS-INDEX-NUIT)
              AND WS-NIV-NOM(WS-INDEX-NIVEAU) EQUAL
              WS-NUIT-NOM(WS-INDEX-NUIT)
                 MOVE "O" TO WS-NIVEAU-TROUVE
              END-IF
           END-PERFORM.
           IF WS-NIVEAU-TROUVE EQUAL "O"
              SUBTRACT 1 FROM WS-INDEX-NIVEAU
           ELSE
              ADD 1 TO WS-NB-NIVEAUX
              MOVE WS-NB-NIVEAUX TO WS-INDEX-NIVEAU
              MOVE WS-NUIT-TYPE(WS-INDEX-NUIT)
              TO WS-NIV-TYPE(WS-INDEX-NIVEAU)
              MOVE WS-NUIT-NOM(WS-INDEX-NUIT)
              TO WS-NIV-NOM(WS-INDEX-NIVEAU)
              MOVE 0 TO WS-NIV-NB-NUITS(WS-INDEX-NIVEAU)
              MOVE 0 TO WS-NIV-NB-TENUS(WS-INDEX-NIVEAU)
           END-IF.
           ADD 1 TO WS-NIV-NB-NUITS(WS-INDEX-NIVEAU).
           IF WS-NUIT-TENU(WS-INDEX-NUIT) EQUAL "O"
              ADD 1 TO WS-NIV-NB-TENUS(WS-INDEX-NIVEAU)
           END-IF.
       NOTE-NIVEAU-FIN.
           EXIT.

      *la rubrique du niveau WS-INDEX-NIVEAU : le taux de nuits
      *tenues, chaque nuit manquée avec sa fin et son étape en
      *cause, puis le compte des nuits manquées par étape
       EDITE-NIVEAU.
           COMPUTE WS-TAUX ROUNDED =
              WS-NIV-NB-TENUS(WS-INDEX-NIVEAU) * 100
              / WS-NIV-NB-NUITS(WS-INDEX-NIVEAU).
           MOVE WS-TAUX TO WS-TAUX-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "=== " WS-NIV-TYPE(WS-INDEX-NIVEAU) " "
           WS-NIV-NOM(WS-INDEX-NIVEAU) " : "
           WS-NIV-NB-TENUS(WS-INDEX-NIVEAU) " nuit(s) tenue(s) sur "
           WS-NIV-NB-NUITS(WS-INDEX-NIVEAU) " soit "
           FUNCTION TRIM(WS-TAUX-EDIT) " % ==="
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           MOVE 0 TO WS-NB-CAUSES.
           PERFORM VARYING WS-INDEX-NUIT FROM 1 BY 1
           UNTIL WS-INDEX-NUIT GREATER THAN WS-NB-NUITS
              IF WS-NUIT-TYPE(WS-INDEX-NUIT) EQUAL
              WS-NIV-TYPE(WS-INDEX-NIVEAU)
              AND WS-NUIT-NOM(WS-INDEX-NUIT) EQUAL
              WS-NIV-NOM(WS-INDEX-NIVEAU)
              AND WS-NUIT-TENU(WS-INDEX-NUIT) NOT EQUAL "O"
                 MOVE SPACES TO LIGNE-RAPPORT-CONTENU
                 STRING "  manque le " WS-NUIT-DATE(WS-INDEX-NUIT)
                 " : fin " WS-NUIT-FIN(WS-INDEX-NUIT)
                 " pour " WS-NUIT-ECHEANCE(WS-INDEX-NUIT)
                 ", etape en cause " WS-NUIT-CAUSE(WS-INDEX-NUIT)
                 INTO LIGNE-RAPPORT-CONTENU
                 WRITE LIGNE-RAPPORT
                 PERFORM NOTE-CAUSE THRU NOTE-CAUSE-FIN
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDEX-CAUSE FROM 1 BY 1
           UNTIL WS-INDEX-CAUSE GREATER THAN WS-NB-CAUSES
              MOVE SPACES TO LIGNE-RAPPORT-CONTENU
              STRING "  etape " WS-CAUSE-ETAPE(WS-INDEX-CAUSE)
              " en cause " WS-CAUSE-NB(WS-INDEX-CAUSE) " nuit(s)"
              INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
       EDITE-NIVEAU-FIN.
           EXIT.

      *on compte l'étape en cause de la nuit WS-INDEX-NUIT
       NOTE-CAUSE.
           MOVE "N" TO WS-CAUSE-TROUVEE.
           PERFORM VARYING WS-INDEX-CAUSE FROM 1 BY 1
           UNTIL WS-INDEX-CAUSE GREATER THAN WS-NB-CAUSES
              IF WS-CAUSE-ETAPE(WS-INDEX-CAUSE) EQUAL
              WS-NUIT-CAUSE(WS-INDEX-NUIT)
                 MOVE "O" TO WS-CAUSE-TROUVEE
                 ADD 1 TO WS-CAUSE-NB(WS-INDEX-CAUSE)
              END-IF
           END-PERFORM.
           IF WS-CAUSE-TROUVEE EQUAL "N"
           AND WS-NB-CAUSES LESS THAN 99
              ADD 1 TO WS-NB-CAUSES
              MOVE WS-NUIT-CAUSE(WS-INDEX-NUIT)
              TO WS-CAUSE-ETAPE(WS-NB-CAUSES)
              MOVE 1 TO WS-CAUSE-NB(WS-NB-CAUSES)
           END-IF.
       NOTE-CAUSE-FIN.
           EXIT.

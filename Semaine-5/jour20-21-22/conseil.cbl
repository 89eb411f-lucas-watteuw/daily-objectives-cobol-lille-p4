               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DECISIONS-STATUS.

      *le registre des inscriptions et le calendrier des trimestres :
      *une arrivée ou un départ en cours d'année donne une année
      *partielle, pas des trimestres manquants
           COPY "../../copybooks/inscriptions-select.copy".

      *la décision annoncée aux familles, un exemplaire par foyer
      *des responsables de l'éléve, repris par courrier.cbl
           SELECT F-LETTRES
               ASSIGN TO 'lettres-decisions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LETTRES-STATUS.

           COPY "../../copybooks/responsables-select.copy".

       DATA DIVISION.
       FILE SECTION.
           COPY "../../copybooks/inscriptions-fd.copy".

           COPY "../../copybooks/responsables-fd.copy".

       FD  F-LETTRES
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-LETTRES       PIC X(250).

      *une ligne d'historique telle qu'écrite par student.cbl :
      *trimestre, nom, prénom et moyenne "999,99"
       FD  F-HISTORIQUE
           88 F-CONSEIL-STATUS-OK  VALUE '00'.
           88 F-CONSEIL-STATUS-EOF VALUE '10'.
       01  F-DECISIONS-STATUS   PIC X(02) VALUE SPACE.
       01  F-LETTRES-STATUS     PIC X(02) VALUE SPACE.

       COPY "../../copybooks/inscriptions-ws.copy".

       COPY "../../copybooks/responsables-ws.copy".

      *les trimestres manquants d'un éléve et la position dans la
      *ligne de décision en cours d'écriture
       01 WS-NB-MANQUANTS  PIC 9(2).
       01 WS-POINTEUR      PIC 9(3).

      *les seuils de décision, ajustables à chaque run : passage
      *au-dessus du premier, avertissement entre les deux,
           05 WS-ELEVE-ANNUELLE PIC 999V99 VALUE 0.
           05 WS-ELEVE-PROPOSITION PIC X(01).
           05 WS-ELEVE-DECISION PIC X(01).
      *d'après le registre : le nombre de trimestres de l'année où
      *l'éléve était inscrit, son entrée, son éventuel départ et
      *l'année partielle (arrivée après la rentrée ou départ)
           05 WS-ELEVE-ATTENDUS PIC 9(2) VALUE 0.
           05 WS-ELEVE-ENTREE   PIC 9(8) VALUE 0.
           05 WS-ELEVE-SORTIE   PIC 9(8) VALUE 0.
           05 WS-ELEVE-MOTIF    PIC X(40) VALUE SPACES.
           05 WS-ELEVE-PARTIELLE PIC X(01) VALUE "N".

      *la somme des moyennes trimestrielles de l'éléve en cours de
      *calcul de moyenne annuelle
       01 WS-NB-AVERTISSEMENTS PIC 9(3) VALUE 0.
       01 WS-NB-REDOUBLEMENTS PIC 9(3) VALUE 0.
       01 WS-NB-OVERRIDES     PIC 9(3) VALUE 0.
       01 WS-NB-SORTIS        PIC 9(3) VALUE 0.
       01 WS-NB-EXEMPLAIRES   PIC 9(4) VALUE 0.
       01 WS-NB-PARTIELLES    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

              MOVE 8,00 TO WS-SEUIL-AVERTISSEMENT
           END-IF.

      *le registre et le calendrier ; sans calendrier, tous les
      *trimestres de l'historique comptent comme avant ; avec lui,
      *seuls ceux de l'année en cours font la moyenne annuelle
           COPY "../../copybooks/inscriptions-init.copy".
           PERFORM CHERCHE-ANNEE-COURANTE
           THRU CHERCHE-ANNEE-COURANTE-FIN.

      *on regroupe l'historique par éléve et par trimestre ; un
      *trimestre réécrit après rattrapage remplace sa ligne
      *d'origine, seule la note la plus récente compte
              END-IF
              MOVE WS-ELEVE-PROPOSITION(WS-INDEX-ELEVE)
              TO WS-ELEVE-DECISION(WS-INDEX-ELEVE)
              IF WS-NB-MOUVEMENTS GREATER THAN 0
              AND WS-NB-TRIMESTRES GREATER THAN 0
                 PERFORM SITUE-ANNEE-ELEVE
              END-IF
           END-PERFORM.

      *les décisions du conseil remplacent la proposition quand le
              CLOSE F-CONSEIL
           END-IF.

      *le fichier des décisions finales, une ligne par éléve, et
      *les lettres aux familles adressées d'après les responsables
           COPY "../../copybooks/responsables-init.copy".
           OPEN OUTPUT F-DECISIONS.
           OPEN OUTPUT F-LETTRES.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           UNTIL WS-INDEX-ELEVE GREATER THAN WS-NB-ELEVES
              PERFORM ECRIT-DECISION THRU ECRIT-DECISION-FIN
           END-PERFORM.
           CLOSE F-LETTRES.

           MOVE SPACES TO REC-F-DECISIONS.
           STRING "--- " WS-NB-PASSAGES " passage(s), "
           WS-NB-AVERTISSEMENTS " avec avertissement, "
           WS-NB-REDOUBLEMENTS " redoublement(s), "
           WS-NB-OVERRIDES " decision(s) du conseil, "
           WS-NB-PARTIELLES " annee(s) partielle(s), "
           WS-NB-SORTIS " depart(s) ---"
           INTO REC-F-DECISIONS
           END-STRING.
           WRITE REC-F-DECISIONS.
           CLOSE F-DECISIONS.

           DISPLAY "Fin du traitement - " WS-NB-ELEVES " eleve(s), "
              WS-NB-OVERRIDES " decision(s) du conseil, "
              WS-NB-EXEMPLAIRES " lettre(s) aux familles".

           GOBACK.

           OR H-MOYENNE(5:2) IS NOT NUMERIC
              GO TO CUMULE-TRIMESTRE-FIN
           END-IF.
      *un trimestre d'une autre année du calendrier est écarté
           IF WS-NB-TRIMESTRES GREATER THAN 0
              MOVE H-TERME TO WS-SIT-TERME
              PERFORM CHERCHE-TRIMESTRE THRU CHERCHE-TRIMESTRE-FIN
              IF WS-SIT-TERME-TROUVE
              AND WS-SIT-ANNEE NOT EQUAL WS-ANNEE-COURANTE
                 GO TO CUMULE-TRIMESTRE-FIN
              END-IF
           END-IF.
           MOVE H-MOYENNE(1:3) TO WS-MOYENNE-ENTIERE.
           MOVE H-MOYENNE(5:2) TO WS-MOYENNE-DECIMALE.
           COMPUTE WS-MOYENNE-NUM =
       CUMULE-TRIMESTRE-FIN.
           EXIT.

      *situe l'éléve WS-INDEX-ELEVE dans l'année du conseil : les
      *trimestres où il était inscrit à la clôture, son entrée et
      *son éventuel départ ; une arrivée après la rentrée ou un
      *départ en cours d'année font une année partielle
       SITUE-ANNEE-ELEVE.
           MOVE WS-ELEVE-NOM(WS-INDEX-ELEVE) TO WS-SIT-LASTNAME.
           MOVE WS-ELEVE-PRENOM(WS-INDEX-ELEVE) TO WS-SIT-FIRSTNAME.
           MOVE 0 TO WS-ELEVE-ATTENDUS(WS-INDEX-ELEVE).
           PERFORM VARYING WS-INDEX-TRIMESTRE FROM 1 BY 1
           UNTIL WS-INDEX-TRIMESTRE GREATER THAN WS-NB-TRIMESTRES
              IF WS-TRI-ANNEE(WS-INDEX-TRIMESTRE)
              EQUAL WS-ANNEE-COURANTE
                 MOVE WS-TRI-FIN(WS-INDEX-TRIMESTRE) TO WS-SIT-DATE
                 PERFORM SITUE-ELEVE THRU SITUE-ELEVE-FIN
                 IF WS-SIT-EST-PRESENT
                    ADD 1 TO WS-ELEVE-ATTENDUS(WS-INDEX-ELEVE)
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-FIN-ANNEE-COURANTE TO WS-SIT-DATE.
           PERFORM SITUE-ELEVE THRU SITUE-ELEVE-FIN.
      *un éléve absent du registre garde l'année pleine
           IF NOT WS-SIT-EST-CONNU
              MOVE WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE)
              TO WS-ELEVE-ATTENDUS(WS-INDEX-ELEVE)
           ELSE
              MOVE WS-SIT-ENTREE TO WS-ELEVE-ENTREE(WS-INDEX-ELEVE)
              IF NOT WS-SIT-EST-PRESENT
              AND WS-SIT-SORTIE NOT LESS THAN WS-DEBUT-ANNEE-COURANTE
                 MOVE WS-SIT-SORTIE TO WS-ELEVE-SORTIE(WS-INDEX-ELEVE)
                 MOVE WS-SIT-MOTIF TO WS-ELEVE-MOTIF(WS-INDEX-ELEVE)
                 MOVE "O" TO WS-ELEVE-PARTIELLE(WS-INDEX-ELEVE)
              END-IF
              IF WS-SIT-ENTREE GREATER THAN WS-DEBUT-ANNEE-COURANTE
                 MOVE "O" TO WS-ELEVE-PARTIELLE(WS-INDEX-ELEVE)
              END-IF
           END-IF.

      *applique la décision du conseil lue à l'éléve concerné
       APPLIQUE-OVERRIDE.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           EXIT.

      *écrit la décision finale de l'éléve WS-INDEX-ELEVE : la
      *moyenne annuelle, la proposition et la décision retenue ;
      *un éléve parti en cours d'année n'a pas de décision, une
      *année partielle et les trimestres manquants sont signalés
       ECRIT-DECISION.
           IF WS-ELEVE-SORTIE(WS-INDEX-ELEVE) GREATER THAN 0
              ADD 1 TO WS-NB-SORTIS
              MOVE SPACES TO REC-F-DECISIONS
              STRING WS-ELEVE-NOM(WS-INDEX-ELEVE) " "
              WS-ELEVE-PRENOM(WS-INDEX-ELEVE)
              " moyenne "
              WS-ELEVE-ANNUELLE(WS-INDEX-ELEVE)(1:3) ","
              WS-ELEVE-ANNUELLE(WS-INDEX-ELEVE)(4:2)
              " sur " WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE)
              " trimestre(s) SORTI LE "
              WS-ELEVE-SORTIE(WS-INDEX-ELEVE)
              " pas de decision : "
              WS-ELEVE-MOTIF(WS-INDEX-ELEVE)
              INTO REC-F-DECISIONS
              END-STRING
              WRITE REC-F-DECISIONS
              GO TO ECRIT-DECISION-FIN
           END-IF.

           EVALUATE WS-ELEVE-DECISION(WS-INDEX-ELEVE)
              WHEN "P"
                 ADD 1 TO WS-NB-PASSAGES
           END-EVALUATE.

           MOVE SPACES TO REC-F-DECISIONS.
           MOVE 1 TO WS-POINTEUR.
           STRING WS-ELEVE-NOM(WS-INDEX-ELEVE) " "
           WS-ELEVE-PRENOM(WS-INDEX-ELEVE)
           " moyenne annuelle "
           " sur " WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE)
           " trimestre(s) proposition "
           WS-ELEVE-PROPOSITION(WS-INDEX-ELEVE)
           " decision " DELIMITED BY SIZE
           WS-LIBELLE-DECISION DELIMITED BY "  "
           INTO REC-F-DECISIONS
           WITH POINTER WS-POINTEUR
           END-STRING.
           IF WS-ELEVE-PARTIELLE(WS-INDEX-ELEVE) EQUAL "O"
              ADD 1 TO WS-NB-PARTIELLES
              STRING " annee partielle entree le "
              WS-ELEVE-ENTREE(WS-INDEX-ELEVE)
              INTO REC-F-DECISIONS
              WITH POINTER WS-POINTEUR
              END-STRING
           END-IF.
           IF WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE) LESS THAN
           WS-ELEVE-ATTENDUS(WS-INDEX-ELEVE)
              COMPUTE WS-NB-MANQUANTS =
                 WS-ELEVE-ATTENDUS(WS-INDEX-ELEVE)
                 - WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE)
              STRING " TRIMESTRE(S) MANQUANT(S) " WS-NB-MANQUANTS
              INTO REC-F-DECISIONS
              WITH POINTER WS-POINTEUR
              END-STRING
           END-IF.
           WRITE REC-F-DECISIONS.

      *la lettre de décision part en un exemplaire par foyer des
      *responsables, ou en un exemplaire sans adresse quand l'éléve
      *n'a pas de responsable connu
           MOVE SPACES TO WS-RSP-CLE-ELEVE.
           STRING WS-ELEVE-NOM(WS-INDEX-ELEVE) " "
           WS-ELEVE-PRENOM(WS-INDEX-ELEVE)
           DELIMITED BY SIZE INTO WS-RSP-CLE-ELEVE
           END-STRING.
           PERFORM CHERCHE-COPIES THRU CHERCHE-COPIES-FIN.
           IF WS-NB-COPIES EQUAL 0
              MOVE 0 TO WS-INDEX-COPIE
              PERFORM ECRIT-LETTRE-DECISION
           ELSE
              PERFORM VARYING WS-INDEX-COPIE FROM 1 BY 1
              UNTIL WS-INDEX-COPIE GREATER THAN WS-NB-COPIES
                 PERFORM ECRIT-LETTRE-DECISION
              END-PERFORM
           END-IF.
       ECRIT-DECISION-FIN.
           EXIT.

      *un exemplaire de la lettre de décision de l'éléve
      *WS-INDEX-ELEVE, adressé au foyer WS-INDEX-COPIE s'il y en a
      *un ; le titre porte l'éléve comme les autres courriers de
      *l'école, l'adresse suit avec le code du foyer
       ECRIT-LETTRE-DECISION.
           ADD 1 TO WS-NB-EXEMPLAIRES.
           MOVE SPACES TO REC-F-LETTRES.
           STRING "===== DECISION DU CONSEIL - "
           WS-ELEVE-NOM(WS-INDEX-ELEVE) " "
           WS-ELEVE-PRENOM(WS-INDEX-ELEVE) " ====="
           INTO REC-F-LETTRES
           END-STRING.
           WRITE REC-F-LETTRES.

           IF WS-INDEX-COPIE GREATER THAN 0
              MOVE SPACES TO REC-F-LETTRES
              STRING "foyer " WS-COP-FOYER(WS-INDEX-COPIE)
              " - a l'attention de " DELIMITED BY SIZE
              WS-COP-DEST(WS-INDEX-COPIE) DELIMITED BY "  "
              INTO REC-F-LETTRES
              END-STRING
              WRITE REC-F-LETTRES
              MOVE WS-COP-RUE(WS-INDEX-COPIE) TO REC-F-LETTRES
              WRITE REC-F-LETTRES
              MOVE SPACES TO REC-F-LETTRES
              STRING WS-COP-CP(WS-INDEX-COPIE) " "
              WS-COP-VILLE(WS-INDEX-COPIE)
              INTO REC-F-LETTRES
              END-STRING
              WRITE REC-F-LETTRES
           END-IF.

           MOVE SPACES TO REC-F-LETTRES.
           STRING "Madame, Monsieur,"
           INTO REC-F-LETTRES
           END-STRING.
           WRITE REC-F-LETTRES.

           MOVE SPACES TO REC-F-LETTRES.
           STRING "Le conseil de classe a examine l'annee de votre "
           "enfant : moyenne annuelle "
           WS-ELEVE-ANNUELLE(WS-INDEX-ELEVE)(1:3) ","
           WS-ELEVE-ANNUELLE(WS-INDEX-ELEVE)(4:2)
           " sur " WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE)
           " trimestre(s)."
           INTO REC-F-LETTRES
           END-STRING.
           WRITE REC-F-LETTRES.

           MOVE SPACES TO REC-F-LETTRES.
           STRING "Decision : " WS-LIBELLE-DECISION
           INTO REC-F-LETTRES
           END-STRING.
           WRITE REC-F-LETTRES.

           IF WS-ELEVE-PARTIELLE(WS-INDEX-ELEVE) EQUAL "O"
              MOVE SPACES TO REC-F-LETTRES
              STRING "Annee partielle : arrivee le "
              WS-ELEVE-ENTREE(WS-INDEX-ELEVE)
              INTO REC-F-LETTRES
              END-STRING
              WRITE REC-F-LETTRES
           END-IF.

           MOVE SPACES TO REC-F-LETTRES.
           STRING "La direction de l'ecole"
           INTO REC-F-LETTRES
           END-STRING.
           WRITE REC-F-LETTRES.
           MOVE SPACES TO REC-F-LETTRES.
           WRITE REC-F-LETTRES.

       COPY "../../copybooks/inscriptions-situe.copy".

       COPY "../../copybooks/responsables-copies.copy".

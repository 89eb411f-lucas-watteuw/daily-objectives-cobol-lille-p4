      *producteur de sortie datée
           COPY "../copybooks/catalogue-select.copy".

      *les niveaux de service de la nuit : l'heure (HHMM) à laquelle
      *une étape, ou la chaine entière, doit être finie pour que le
      *centre d'appels ait ses fichiers le matin
           SELECT NIVEAUX-SERVICE ASSIGN TO "niveaux-service.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NIVEAUX-STATUS.

      *le compte rendu machine des runs, pour la durée habituelle
      *de chaque programme
           SELECT F-RUNCONTROL ASSIGN TO "controle-runs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RUNCONTROL-STATUS.

      *la projection de la nuit, refaite après chaque étape : la
      *fin prévue ou réelle de chaque niveau de service, que la
      *console affiche
           SELECT PROJECTION ASSIGN TO "chaine-projection.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *l'historique des niveaux de service, une ligne par niveau et
      *par nuit, pour le rapport mensuel
           SELECT HISTORIQUE-NIVEAUX
           ASSIGN TO "niveaux-historique.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORIQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAINE-CONTROLE.
           05 FILLER            PIC X.
           05 VALEUR-CALENDRIER PIC 9(8).

      *un niveau de service : le type (ETAPE ou CHAINE), le nom de
      *l'étape (ou le libellé de la chaine) et l'échéance HHMM
       FD NIVEAUX-SERVICE.
       01 LIGNE-NIVEAU.
           05 TYPE-NIVEAU     PIC X(6).
           05 FILLER          PIC X.
           05 NOM-NIVEAU      PIC X(10).
           05 FILLER          PIC X.
           05 ECHEANCE-NIVEAU PIC 9(4).

       COPY "../copybooks/runcontrol-fd.copy".

      *une ligne de projection : la nuit, le niveau, son échéance,
      *la fin prévue ou réelle (HHMM), l'état (PREVU-OK,
      *PREVU-RETARD, TENU, MANQUE, SANS-OBJET) et l'heure du calcul
       FD PROJECTION.
       01 LIGNE-PROJECTION.
           05 DATE-PROJECTION     PIC 9(8).
           05 FILLER              PIC X.
           05 TYPE-PROJECTION     PIC X(6).
           05 FILLER              PIC X.
           05 NOM-PROJECTION      PIC X(10).
           05 FILLER              PIC X.
           05 ECHEANCE-PROJECTION PIC 9(4).
           05 FILLER              PIC X.
           05 FIN-PROJECTION      PIC 9(4).
           05 FILLER              PIC X.
           05 ETAT-PROJECTION     PIC X(12).
           05 FILLER              PIC X.
           05 CALCUL-PROJECTION   PIC 9(4).

      *une ligne d'historique : la nuit, le niveau, l'échéance, la
      *fin réelle, O si le niveau est tenu, et l'étape en cause
      *quand il ne l'est pas
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

       FD CHAINE-ETAPES.
       01 LIGNE-ETAPE.
           05 NOM-ETAPE-FICHIER  PIC X(10).
           05 WS-ACTIF-ETAPE PIC X.
           05 WS-DEP-ETAPE PIC X(10) OCCURS 3 TIMES.
           05 WS-SORT-ETAPE  PIC X.
      *pour les niveaux de service : la durée habituelle du
      *programme (secondes), les horaires réels de la nuit, la fin
      *prévue en secondes de nuit et le motif d'un saut
           05 WS-SOMME-RUNS-ETAPE PIC 9(9).
           05 WS-NB-RUNS-ETAPE    PIC 9(4).
           05 WS-HABITUELLE-ETAPE PIC 9(6).
           05 WS-DEBUT-REEL-ETAPE PIC 9(8).
           05 WS-FIN-REELLE-ETAPE PIC 9(8).
           05 WS-FIN-PREVUE-ETAPE PIC 9(6).
           05 WS-MOTIF-ETAPE      PIC X(24).

      *une étape déjà réussie cette nuit est sautée en mode reprise
       01 WS-ETAPE-FAITE PIC X OCCURS 99 TIMES.
       01 WS-CHAINE-EN-ECHEC PIC X VALUE "N".
       01 WS-NOM-APPELE PIC X(10).

      *la sauvegarde des fichiers maîtres qui ouvre la nuit : faite
      *(cette nuit, par ce run ou le run repris) ou en échec, auquel
      *cas aucune étape ne tourne
       01 WS-SAUVEGARDE-ETAT PIC X VALUE SPACE.
           88 WS-SAUVEGARDE-FAITE VALUE "O".
           88 WS-SAUVEGARDE-EN-ECHEC VALUE "E".

      *l'horodatage des enregistrements de contrôle
       01 WS-DATE-JOUR   PIC 9(8).
       01 WS-HEURE-DEBUT PIC 9(8).
       01 WS-FIN-ERREURS PIC X VALUE "C".
       01 WS-NOM-ARCHIVE-ERREURS PIC X(40).

      *les niveaux de service chargés au lancement, avec l'étape
      *visée, la fin prévue ou réelle, l'état et l'alerte déjà
      *levée cette nuit (une seule par niveau)
       01 WS-NIVEAUX-STATUS PIC X(2) VALUE SPACES.
           88 WS-NIVEAUX-STATUS-OK VALUE "00".
       01 WS-FIN-NIVEAUX PIC X VALUE "C".
       01 WS-NB-NIVEAUX PIC 9(2) VALUE 0.
       01 WS-NIVEAU OCCURS 1 TO 99 TIMES DEPENDING ON WS-NB-NIVEAUX.
           05 WS-NIV-TYPE     PIC X(6).
           05 WS-NIV-NOM      PIC X(10).
           05 WS-NIV-ECHEANCE PIC 9(4).
           05 WS-NIV-INDEX    PIC 9(2).
           05 WS-NIV-FIN      PIC 9(6).
           05 WS-NIV-ETAT     PIC X(12).
           05 WS-NIV-ALERTE   PIC X.
           05 WS-NIV-CAUSE    PIC X(10).
       01 WS-INDEX-NIVEAU PIC 9(2).

      *la durée habituelle, tirée des runs passés
       01 F-RUNCONTROL-STATUS PIC X(02) VALUE SPACE.
           88 F-RUNCONTROL-STATUS-OK VALUE "00".
       01 WS-FIN-RUNS PIC X VALUE "C".
       01 WS-DUREE-RUN PIC S9(6).

       01 WS-HISTORIQUE-STATUS PIC X(2) VALUE SPACES.
           88 WS-HISTORIQUE-STATUS-OK VALUE "00".

      *la projection : les heures sont ramenées en secondes de
      *nuit, la nuit allant de midi à midi (une heure du matin vaut
      *donc plus qu'onze heures du soir)
       01 WS-HEURE-CALCUL PIC 9(8).
       01 WS-HEURE-CALCUL-DECOUPE REDEFINES WS-HEURE-CALCUL.
           05 WS-HC-HEURES   PIC 99.
           05 WS-HC-MINUTES  PIC 99.
           05 WS-HC-SECONDES PIC 99.
           05 FILLER         PIC 99.
       01 WS-SECONDES-NUIT PIC 9(6).
       01 WS-SECONDES-DEBUT PIC 9(6).
       01 WS-CURSEUR PIC 9(6).
       01 WS-MAINTENANT-HHMM PIC 9(4).
       01 WS-ECHEANCE-SECONDES PIC 9(6).
       01 WS-HHMM PIC 9(4).
       01 WS-INDEX-PROJ PIC 9(2).
       01 WS-INDEX-SAUVE PIC 9(2).
       01 WS-MOTIF-SAUVE PIC X(24).
       01 WS-EN-COURS PIC X.
       01 WS-EN-ECHEC PIC X.
       01 WS-DEPASSEMENT PIC S9(6).
       01 WS-PIRE-DEPASSEMENT PIC S9(6).
       01 WS-HEURE-LOG PIC 9(8).

       COPY "../copybooks/catalogue-ws.copy".

       PROCEDURE DIVISION.
      *fériée ou non, jour de semaine, dernier jour du mois
           PERFORM CHARGE-CALENDRIER THRU CHARGE-CALENDRIER-FIN.

      *les durées habituelles des programmes et les niveaux de
      *service de la nuit
           PERFORM CHARGE-DUREES THRU CHARGE-DUREES-FIN.
           PERFORM CHARGE-NIVEAUX THRU CHARGE-NIVEAUX-FIN.

           PERFORM VARYING WS-INDEX-FAITE FROM 1 BY 1
           UNTIL WS-INDEX-FAITE GREATER THAN WS-NB-ETAPES
              MOVE "N" TO WS-ETAPE-FAITE(WS-INDEX-FAITE)
                       NOT AT END
                          IF DATE-CONTROLE EQUAL WS-DATE-JOUR
                          AND STATUT-CONTROLE EQUAL "OK"
                             IF ETAPE-CONTROLE EQUAL "sauvegarde"
                                MOVE "O" TO WS-SAUVEGARDE-ETAT
                             END-IF
                             PERFORM VARYING WS-INDEX-FAITE FROM 1
                             BY 1 UNTIL WS-INDEX-FAITE GREATER THAN
                             WS-NB-ETAPES
                                EQUAL ETAPE-CONTROLE
                                   MOVE "O" TO
                                   WS-ETAPE-FAITE(WS-INDEX-FAITE)
                                   MOVE DEBUT-CONTROLE TO
                                   WS-DEBUT-REEL-ETAPE(WS-INDEX-FAITE)
                                   MOVE FIN-CONTROLE TO
                                   WS-FIN-REELLE-ETAPE(WS-INDEX-FAITE)
                                END-IF
                             END-PERFORM
                          END-IF
              OPEN OUTPUT CHAINE-CONTROLE
           END-IF.

      *avant la première étape, les fichiers maîtres sont copiés
      *dans un jeu de sauvegarde daté ; une nuit fériée ne touche à
      *rien et n'a rien à sauver
           IF NOT WS-NUIT-EST-FERIEE
              PERFORM SAUVEGARDE-MAITRES THRU SAUVEGARDE-MAITRES-FIN
           END-IF.

      *une première projection avant la première étape : une nuit
      *déjà perdue d'avance se signale tout de suite
           PERFORM PROJETTE-NIVEAUX THRU PROJETTE-NIVEAUX-FIN.

      *on déroule la chaine dans l'ordre du fichier : une étape ne
      *tourne que si toutes ses dépendances ont réussi cette nuit ;
      *l'échec d'une branche ne bloque plus les branches
                    DISPLAY "etape " WS-NOM-ETAPE(WS-INDEX-ETAPE)
                    " deja reussie cette nuit, sautee"
                    MOVE "O" TO WS-SORT-ETAPE(WS-INDEX-ETAPE)
                 WHEN WS-SAUVEGARDE-EN-ECHEC
                    DISPLAY "etape " WS-NOM-ETAPE(WS-INDEX-ETAPE)
                    " sautee : sauvegarde en echec"
                    MOVE "S" TO WS-SORT-ETAPE(WS-INDEX-ETAPE)
                    MOVE "sauvegarde en echec" TO WS-MOTIF
                    PERFORM ECRIT-SAUTE THRU ECRIT-SAUTE-FIN
                 WHEN OTHER
                    PERFORM CONTROLE-CALENDRIER
                    THRU CONTROLE-CALENDRIER-FIN
                    END-IF
                    END-IF
              END-EVALUATE
      *la projection est refaite avec l'heure réelle de l'étape
              PERFORM PROJETTE-NIVEAUX THRU PROJETTE-NIVEAUX-FIN
           END-PERFORM.

           CLOSE CHAINE-CONTROLE.

      *le bilan de la nuit pour chaque niveau de service
           PERFORM BILAN-NIVEAUX THRU BILAN-NIVEAUX-FIN.

           IF WS-CHAINE-EN-ECHEC EQUAL "O"
              DISPLAY "chaine arretee sur echec, relancer en mode "
              "reprise apres correction"
           END-CALL.

           ACCEPT WS-HEURE-FIN FROM TIME.
           MOVE WS-HEURE-DEBUT TO WS-DEBUT-REEL-ETAPE(WS-INDEX-ETAPE).
           MOVE WS-HEURE-FIN TO WS-FIN-REELLE-ETAPE(WS-INDEX-ETAPE).

           MOVE WS-DATE-JOUR TO DATE-CONTROLE.
           MOVE WS-NOM-ETAPE(WS-INDEX-ETAPE) TO ETAPE-CONTROLE.
       LANCE-ETAPE-FIN.
           EXIT.

      *la sauvegarde des fichiers maîtres, lancée comme une étape et
      *enregistrée comme elle dans le fichier de contrôle ; déjà
      *réussie cette nuit, la reprise ne la refait pas ; en échec,
      *la chaine s'arrête avant sa première étape
       SAUVEGARDE-MAITRES.
           IF WS-SAUVEGARDE-FAITE
              DISPLAY "sauvegarde deja reussie cette nuit, sautee"
              GO TO SAUVEGARDE-MAITRES-FIN
           END-IF.
           MOVE "sauvegarde" TO WS-NOM-APPELE.
           DISPLAY "lancement de " WS-NOM-APPELE.
           ACCEPT WS-HEURE-DEBUT FROM TIME.
           MOVE 0 TO RETURN-CODE.

           CALL WS-NOM-APPELE
              ON EXCEPTION
                 DISPLAY "programme " WS-NOM-APPELE " introuvable"
                 MOVE 12 TO RETURN-CODE
           END-CALL.

           ACCEPT WS-HEURE-FIN FROM TIME.
           MOVE WS-DATE-JOUR TO DATE-CONTROLE.
           MOVE "sauvegarde" TO ETAPE-CONTROLE.
           MOVE WS-HEURE-DEBUT TO DEBUT-CONTROLE.
           MOVE WS-HEURE-FIN TO FIN-CONTROLE.
           MOVE SPACES TO MOTIF-CONTROLE.
           IF RETURN-CODE EQUAL 0
              MOVE "OK" TO STATUT-CONTROLE
              MOVE "O" TO WS-SAUVEGARDE-ETAT
           ELSE
              MOVE "ECHEC" TO STATUT-CONTROLE
              MOVE "E" TO WS-SAUVEGARDE-ETAT
              MOVE "O" TO WS-CHAINE-EN-ECHEC
              DISPLAY "sauvegarde en echec : aucune etape ne tourne"
           END-IF.
           WRITE LIGNE-CONTROLE.
           MOVE 0 TO RETURN-CODE.
       SAUVEGARDE-MAITRES-FIN.
           EXIT.

      *on charge les étapes de la nuit depuis chaine-etapes.dat ;
      *sans fichier, les quatre étapes historiques s'appliquent,
      *student derrière elevesRE
           MOVE WS-HEURE-DEBUT TO FIN-CONTROLE.
           MOVE "SAUTE" TO STATUT-CONTROLE.
           MOVE WS-MOTIF TO MOTIF-CONTROLE.
           MOVE WS-MOTIF TO WS-MOTIF-ETAPE(WS-INDEX-ETAPE).
           WRITE LIGNE-CONTROLE.
       ECRIT-SAUTE-FIN.
           EXIT.
           CLOSE ERREURS-BATCH.
       TOURNE-JOURNAL-ERREURS-FIN.
           EXIT.

      *la durée habituelle de chaque étape : la moyenne des runs de
      *son programme dans controle-runs.dat, en secondes ; un
      *programme jamais passé compte pour zéro
       CHARGE-DUREES.
           PERFORM VARYING WS-INDEX-PROJ FROM 1 BY 1
           UNTIL WS-INDEX-PROJ GREATER THAN WS-NB-ETAPES
              MOVE 0 TO WS-SOMME-RUNS-ETAPE(WS-INDEX-PROJ)
              MOVE 0 TO WS-NB-RUNS-ETAPE(WS-INDEX-PROJ)
              MOVE 0 TO WS-HABITUELLE-ETAPE(WS-INDEX-PROJ)
              MOVE 0 TO WS-DEBUT-REEL-ETAPE(WS-INDEX-PROJ)
              MOVE 0 TO WS-FIN-REELLE-ETAPE(WS-INDEX-PROJ)
              MOVE 0 TO WS-FIN-PREVUE-ETAPE(WS-INDEX-PROJ)
              MOVE SPACES TO WS-MOTIF-ETAPE(WS-INDEX-PROJ)
           END-PERFORM.

           OPEN INPUT F-RUNCONTROL.
           IF NOT F-RUNCONTROL-STATUS-OK
              GO TO CHARGE-DUREES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-RUNS EQUAL "F"
              READ F-RUNCONTROL
                 AT END
                    MOVE "F" TO WS-FIN-RUNS
                 NOT AT END
                    MOVE RUN-HEURE-DEBUT TO WS-HEURE-CALCUL
                    COMPUTE WS-DUREE-RUN = WS-HC-HEURES * 3600
                       + WS-HC-MINUTES * 60 + WS-HC-SECONDES
                    MOVE RUN-HEURE-FIN TO WS-HEURE-CALCUL
                    COMPUTE WS-DUREE-RUN = WS-HC-HEURES * 3600
                       + WS-HC-MINUTES * 60 + WS-HC-SECONDES
                       - WS-DUREE-RUN
      *un run qui enjambe minuit donnerait une durée négative
                    IF WS-DUREE-RUN LESS THAN 0
                       ADD 86400 TO WS-DUREE-RUN
                    END-IF
                    PERFORM VARYING WS-INDEX-PROJ FROM 1 BY 1
                    UNTIL WS-INDEX-PROJ GREATER THAN WS-NB-ETAPES
                       IF WS-PROGRAMME-ETAPE(WS-INDEX-PROJ) EQUAL
                       RUN-PROGRAMME
                          ADD 1 TO WS-NB-RUNS-ETAPE(WS-INDEX-PROJ)
                          ADD WS-DUREE-RUN
                          TO WS-SOMME-RUNS-ETAPE(WS-INDEX-PROJ)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE F-RUNCONTROL.

           PERFORM VARYING WS-INDEX-PROJ FROM 1 BY 1
           UNTIL WS-INDEX-PROJ GREATER THAN WS-NB-ETAPES
              IF WS-NB-RUNS-ETAPE(WS-INDEX-PROJ) GREATER THAN 0
                 COMPUTE WS-HABITUELLE-ETAPE(WS-INDEX-PROJ) ROUNDED =
                    WS-SOMME-RUNS-ETAPE(WS-INDEX-PROJ)
                    / WS-NB-RUNS-ETAPE(WS-INDEX-PROJ)
              END-IF
           END-PERFORM.
       CHARGE-DUREES-FIN.
           EXIT.

      *on charge les niveaux de service ; un niveau ETAPE est
      *rattaché à son étape, un niveau sur une étape inconnue reste
      *sans objet ; sans fichier, la chaine tourne sans projection
       CHARGE-NIVEAUX.
           OPEN INPUT NIVEAUX-SERVICE.
           IF NOT WS-NIVEAUX-STATUS-OK
              GO TO CHARGE-NIVEAUX-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-NIVEAUX EQUAL "F"
              READ NIVEAUX-SERVICE
                 AT END
                    MOVE "F" TO WS-FIN-NIVEAUX
                 NOT AT END
                    IF (TYPE-NIVEAU EQUAL "ETAPE"
                    OR TYPE-NIVEAU EQUAL "CHAINE")
                    AND ECHEANCE-NIVEAU IS NUMERIC
                       ADD 1 TO WS-NB-NIVEAUX
                       MOVE TYPE-NIVEAU TO WS-NIV-TYPE(WS-NB-NIVEAUX)
                       MOVE NOM-NIVEAU TO WS-NIV-NOM(WS-NB-NIVEAUX)
                       MOVE ECHEANCE-NIVEAU
                       TO WS-NIV-ECHEANCE(WS-NB-NIVEAUX)
                       MOVE 0 TO WS-NIV-INDEX(WS-NB-NIVEAUX)
                       MOVE 0 TO WS-NIV-FIN(WS-NB-NIVEAUX)
                       MOVE SPACES TO WS-NIV-ETAT(WS-NB-NIVEAUX)
                       MOVE "N" TO WS-NIV-ALERTE(WS-NB-NIVEAUX)
                       MOVE SPACES TO WS-NIV-CAUSE(WS-NB-NIVEAUX)
                       PERFORM VARYING WS-INDEX-PROJ FROM 1 BY 1
                       UNTIL WS-INDEX-PROJ GREATER THAN WS-NB-ETAPES
                          IF WS-NOM-ETAPE(WS-INDEX-PROJ) EQUAL
                          NOM-NIVEAU
                             MOVE WS-INDEX-PROJ
                             TO WS-NIV-INDEX(WS-NB-NIVEAUX)
                          END-IF
                       END-PERFORM
                    ELSE
                       DISPLAY "niveau de service ignore : "
                       LIGNE-NIVEAU
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NIVEAUX-SERVICE.
       CHARGE-NIVEAUX-FIN.
           EXIT.

      *la projection de la nuit : une étape finie garde sa fin
      *réelle, une étape à venir finit après les précédentes au
      *bout de sa durée habituelle, une étape qui ne tournera pas
      *(débrayée, hors calendrier, sautée, en échec) n'a pas de
      *fin ; chaque niveau est jugé sur cette projection et le
      *premier dépassement prévu lève l'alerte
       PROJETTE-NIVEAUX.
           IF WS-NB-NIVEAUX EQUAL 0
              GO TO PROJETTE-NIVEAUX-FIN
           END-IF.
           ACCEPT WS-HEURE-CALCUL FROM TIME.
           COMPUTE WS-MAINTENANT-HHMM =
              WS-HC-HEURES * 100 + WS-HC-MINUTES.
           PERFORM SECONDES-DE-NUIT THRU SECONDES-DE-NUIT-FIN.
           MOVE WS-SECONDES-NUIT TO WS-CURSEUR.

      *le contrôle du calendrier travaille sur l'étape courante et
      *son motif : on les met de côté le temps de la projection
           MOVE WS-INDEX-ETAPE TO WS-INDEX-SAUVE.
           MOVE WS-MOTIF TO WS-MOTIF-SAUVE.
           PERFORM VARYING WS-INDEX-PROJ FROM 1 BY 1
           UNTIL WS-INDEX-PROJ GREATER THAN WS-NB-ETAPES
              MOVE 0 TO WS-FIN-PREVUE-ETAPE(WS-INDEX-PROJ)
              EVALUATE TRUE
                 WHEN WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL "O"
                    IF WS-FIN-REELLE-ETAPE(WS-INDEX-PROJ)
                    GREATER THAN 0
                       MOVE WS-FIN-REELLE-ETAPE(WS-INDEX-PROJ)
                       TO WS-HEURE-CALCUL
                       PERFORM SECONDES-DE-NUIT
                       THRU SECONDES-DE-NUIT-FIN
                       MOVE WS-SECONDES-NUIT
                       TO WS-FIN-PREVUE-ETAPE(WS-INDEX-PROJ)
                    END-IF
                 WHEN WS-SORT-ETAPE(WS-INDEX-PROJ) NOT EQUAL SPACE
                    CONTINUE
                 WHEN WS-ACTIF-ETAPE(WS-INDEX-PROJ) NOT EQUAL "O"
                 OR WS-NUIT-EST-FERIEE
                    CONTINUE
                 WHEN OTHER
                    MOVE WS-INDEX-PROJ TO WS-INDEX-ETAPE
                    PERFORM CONTROLE-CALENDRIER
                    THRU CONTROLE-CALENDRIER-FIN
                    IF WS-CALENDRIER-PERMET-OUI
                       ADD WS-HABITUELLE-ETAPE(WS-INDEX-PROJ)
                       TO WS-CURSEUR
                       MOVE WS-CURSEUR
                       TO WS-FIN-PREVUE-ETAPE(WS-INDEX-PROJ)
                    END-IF
              END-EVALUATE
           END-PERFORM.
           MOVE WS-INDEX-SAUVE TO WS-INDEX-ETAPE.
           MOVE WS-MOTIF-SAUVE TO WS-MOTIF.

           OPEN OUTPUT PROJECTION.
           PERFORM VARYING WS-INDEX-NIVEAU FROM 1 BY 1
           UNTIL WS-INDEX-NIVEAU GREATER THAN WS-NB-NIVEAUX
              IF WS-NIV-TYPE(WS-INDEX-NIVEAU) EQUAL "CHAINE"
                 PERFORM JUGE-NIVEAU-CHAINE
                 THRU JUGE-NIVEAU-CHAINE-FIN
              ELSE
                 PERFORM JUGE-NIVEAU-ETAPE
                 THRU JUGE-NIVEAU-ETAPE-FIN
              END-IF
              IF (WS-NIV-ETAT(WS-INDEX-NIVEAU) EQUAL "PREVU-RETARD"
              OR WS-NIV-ETAT(WS-INDEX-NIVEAU) EQUAL "MANQUE")
              AND WS-NIV-ALERTE(WS-INDEX-NIVEAU) NOT EQUAL "O"
                 PERFORM ALERTE-NIVEAU THRU ALERTE-NIVEAU-FIN
              END-IF
              MOVE SPACES TO LIGNE-PROJECTION
              MOVE WS-DATE-JOUR TO DATE-PROJECTION
              MOVE WS-NIV-TYPE(WS-INDEX-NIVEAU) TO TYPE-PROJECTION
              MOVE WS-NIV-NOM(WS-INDEX-NIVEAU) TO NOM-PROJECTION
              MOVE WS-NIV-ECHEANCE(WS-INDEX-NIVEAU)
              TO ECHEANCE-PROJECTION
              MOVE WS-NIV-FIN(WS-INDEX-NIVEAU) TO WS-SECONDES-NUIT
              PERFORM HHMM-DE-NUIT THRU HHMM-DE-NUIT-FIN
              MOVE WS-HHMM TO FIN-PROJECTION
              MOVE WS-NIV-ETAT(WS-INDEX-NIVEAU) TO ETAT-PROJECTION
              MOVE WS-MAINTENANT-HHMM TO CALCUL-PROJECTION
              WRITE LIGNE-PROJECTION
           END-PERFORM.
           CLOSE PROJECTION.
       PROJETTE-NIVEAUX-FIN.
           EXIT.

      *un niveau ETAPE : tenu ou manqué sur la fin réelle une fois
      *l'étape passée, prévu à l'heure ou en retard tant qu'elle
      *est à venir ; une étape sautée pour une dépendance ou une
      *sauvegarde en échec manque son niveau, une étape hors
      *calendrier n'en a pas
       JUGE-NIVEAU-ETAPE.
           MOVE WS-NIV-INDEX(WS-INDEX-NIVEAU) TO WS-INDEX-PROJ.
           MOVE 0 TO WS-NIV-FIN(WS-INDEX-NIVEAU).
           IF WS-INDEX-PROJ EQUAL 0
              MOVE "SANS-OBJET" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
              GO TO JUGE-NIVEAU-ETAPE-FIN
           END-IF.
           MOVE WS-FIN-PREVUE-ETAPE(WS-INDEX-PROJ)
           TO WS-NIV-FIN(WS-INDEX-NIVEAU).
           MOVE WS-NIV-ECHEANCE(WS-INDEX-NIVEAU) TO WS-HEURE-CALCUL.
           MULTIPLY 10000 BY WS-HEURE-CALCUL.
           PERFORM SECONDES-DE-NUIT THRU SECONDES-DE-NUIT-FIN.
           MOVE WS-SECONDES-NUIT TO WS-ECHEANCE-SECONDES.
           EVALUATE TRUE
              WHEN WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL "E"
                 MOVE "MANQUE" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
              WHEN WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL "S"
                 IF WS-MOTIF-ETAPE(WS-INDEX-PROJ) EQUAL
                 "dependance en echec"
                 OR WS-MOTIF-ETAPE(WS-INDEX-PROJ) EQUAL
                 "sauvegarde en echec"
                    MOVE "MANQUE" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
                 ELSE
                    MOVE "SANS-OBJET" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
                 END-IF
              WHEN WS-NIV-FIN(WS-INDEX-NIVEAU) EQUAL 0
                 MOVE "SANS-OBJET" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
              WHEN WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL "O"
                 IF WS-NIV-FIN(WS-INDEX-NIVEAU) GREATER THAN
                 WS-ECHEANCE-SECONDES
                    MOVE "MANQUE" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
                 ELSE
                    MOVE "TENU" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
                 END-IF
              WHEN OTHER
                 IF WS-NIV-FIN(WS-INDEX-NIVEAU) GREATER THAN
                 WS-ECHEANCE-SECONDES
                    MOVE "PREVU-RETARD" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
                 ELSE
                    MOVE "PREVU-OK" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
                 END-IF
           END-EVALUATE.
       JUGE-NIVEAU-ETAPE-FIN.
           EXIT.

      *le niveau CHAINE : la fin de la chaine est la plus tardive
      *des fins prévues ou réelles ; une étape en échec ou sautée
      *derrière un échec (d'une dépendance ou de la sauvegarde)
      *fait manquer la chaine ; une nuit où rien n'a tourné ni
      *n'est prévu (jour férié) n'a pas de niveau à juger
       JUGE-NIVEAU-CHAINE.
           MOVE 0 TO WS-NIV-FIN(WS-INDEX-NIVEAU).
           MOVE "N" TO WS-EN-COURS.
           MOVE "N" TO WS-EN-ECHEC.
           PERFORM VARYING WS-INDEX-PROJ FROM 1 BY 1
           UNTIL WS-INDEX-PROJ GREATER THAN WS-NB-ETAPES
              IF WS-FIN-PREVUE-ETAPE(WS-INDEX-PROJ) GREATER THAN
              WS-NIV-FIN(WS-INDEX-NIVEAU)
                 MOVE WS-FIN-PREVUE-ETAPE(WS-INDEX-PROJ)
                 TO WS-NIV-FIN(WS-INDEX-NIVEAU)
              END-IF
              IF WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL SPACE
              AND WS-FIN-PREVUE-ETAPE(WS-INDEX-PROJ) GREATER THAN 0
                 MOVE "O" TO WS-EN-COURS
              END-IF
              IF WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL "E"
              OR (WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL "S"
              AND (WS-MOTIF-ETAPE(WS-INDEX-PROJ) EQUAL
              "dependance en echec"
              OR WS-MOTIF-ETAPE(WS-INDEX-PROJ) EQUAL
              "sauvegarde en echec"))
                 MOVE "O" TO WS-EN-ECHEC
              END-IF
           END-PERFORM.
           MOVE WS-NIV-ECHEANCE(WS-INDEX-NIVEAU) TO WS-HEURE-CALCUL.
           MULTIPLY 10000 BY WS-HEURE-CALCUL.
           PERFORM SECONDES-DE-NUIT THRU SECONDES-DE-NUIT-FIN.
           MOVE WS-SECONDES-NUIT TO WS-ECHEANCE-SECONDES.
           EVALUATE TRUE
              WHEN WS-EN-ECHEC EQUAL "O"
                 MOVE "MANQUE" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
              WHEN WS-EN-COURS EQUAL "O"
                 IF WS-NIV-FIN(WS-INDEX-NIVEAU) GREATER THAN
                 WS-ECHEANCE-SECONDES
                    MOVE "PREVU-RETARD" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
                 ELSE
                    MOVE "PREVU-OK" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
                 END-IF
              WHEN WS-NIV-FIN(WS-INDEX-NIVEAU) GREATER THAN
              WS-ECHEANCE-SECONDES
                 MOVE "MANQUE" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
              WHEN WS-NIV-FIN(WS-INDEX-NIVEAU) EQUAL 0
                 MOVE "SANS-OBJET" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
              WHEN OTHER
                 MOVE "TENU" TO WS-NIV-ETAT(WS-INDEX-NIVEAU)
           END-EVALUATE.
       JUGE-NIVEAU-CHAINE-FIN.
           EXIT.

      *l'alerte part dans le journal d'erreurs commun dès que le
      *niveau est prévu en retard ou manqué, une fois par nuit
       ALERTE-NIVEAU.
           MOVE "O" TO WS-NIV-ALERTE(WS-INDEX-NIVEAU).
           MOVE WS-NIV-FIN(WS-INDEX-NIVEAU) TO WS-SECONDES-NUIT.
           PERFORM HHMM-DE-NUIT THRU HHMM-DE-NUIT-FIN.
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
           " CHAINE niveau de service "
           FUNCTION TRIM(WS-NIV-TYPE(WS-INDEX-NIVEAU)) " "
           FUNCTION TRIM(WS-NIV-NOM(WS-INDEX-NIVEAU))
           " echeance " WS-NIV-ECHEANCE(WS-INDEX-NIVEAU)
           " fin " WS-HHMM " : "
           FUNCTION TRIM(WS-NIV-ETAT(WS-INDEX-NIVEAU))
           DELIMITED BY SIZE INTO LIGNE-ERREUR-BATCH.
           WRITE LIGNE-ERREUR-BATCH.
           CLOSE ERREURS-BATCH.
           DISPLAY "ALERTE niveau de service "
           FUNCTION TRIM(WS-NIV-NOM(WS-INDEX-NIVEAU))
           " : fin " WS-HHMM " pour une echeance a "
           WS-NIV-ECHEANCE(WS-INDEX-NIVEAU).
       ALERTE-NIVEAU-FIN.
           EXIT.

      *le bilan de la nuit : chaque niveau jugé part à
      *l'historique, avec l'étape en cause quand il est manqué
       BILAN-NIVEAUX.
           IF WS-NB-NIVEAUX EQUAL 0
              GO TO BILAN-NIVEAUX-FIN
           END-IF.
           OPEN INPUT HISTORIQUE-NIVEAUX.
           IF WS-HISTORIQUE-STATUS-OK
              CLOSE HISTORIQUE-NIVEAUX
              OPEN EXTEND HISTORIQUE-NIVEAUX
           ELSE
              OPEN OUTPUT HISTORIQUE-NIVEAUX
           END-IF.
           PERFORM VARYING WS-INDEX-NIVEAU FROM 1 BY 1
           UNTIL WS-INDEX-NIVEAU GREATER THAN WS-NB-NIVEAUX
              IF WS-NIV-ETAT(WS-INDEX-NIVEAU) NOT EQUAL "SANS-OBJET"
                 MOVE SPACES TO LIGNE-HISTORIQUE
                 MOVE WS-DATE-JOUR TO DATE-HISTORIQUE
                 MOVE WS-NIV-TYPE(WS-INDEX-NIVEAU) TO TYPE-HISTORIQUE
                 MOVE WS-NIV-NOM(WS-INDEX-NIVEAU) TO NOM-HISTORIQUE
                 MOVE WS-NIV-ECHEANCE(WS-INDEX-NIVEAU)
                 TO ECHEANCE-HISTORIQUE
                 MOVE WS-NIV-FIN(WS-INDEX-NIVEAU) TO WS-SECONDES-NUIT
                 PERFORM HHMM-DE-NUIT THRU HHMM-DE-NUIT-FIN
                 MOVE WS-HHMM TO FIN-HISTORIQUE
                 IF WS-NIV-ETAT(WS-INDEX-NIVEAU) EQUAL "TENU"
                    MOVE "O" TO TENU-HISTORIQUE
                 ELSE
                    MOVE "N" TO TENU-HISTORIQUE
                    PERFORM CAUSE-NIVEAU THRU CAUSE-NIVEAU-FIN
                    MOVE WS-NIV-CAUSE(WS-INDEX-NIVEAU)
                    TO CAUSE-HISTORIQUE
                 END-IF
                 WRITE LIGNE-HISTORIQUE
              END-IF
           END-PERFORM.
           CLOSE HISTORIQUE-NIVEAUX.
       BILAN-NIVEAUX-FIN.
           EXIT.

      *l'étape en cause d'un niveau manqué, parmi les étapes qui
      *le précèdent (toutes pour la chaine) : la première en échec
      *ou sautée derrière l'échec de la sauvegarde (la cause est
      *alors la sauvegarde), sinon celle qui a le plus dépassé sa
      *durée habituelle
       CAUSE-NIVEAU.
           MOVE SPACES TO WS-NIV-CAUSE(WS-INDEX-NIVEAU).
           MOVE -999999 TO WS-PIRE-DEPASSEMENT.
           MOVE WS-NIV-INDEX(WS-INDEX-NIVEAU) TO WS-INDEX-SAUVE.
           IF WS-NIV-TYPE(WS-INDEX-NIVEAU) EQUAL "CHAINE"
              MOVE WS-NB-ETAPES TO WS-INDEX-SAUVE
           END-IF.
           PERFORM VARYING WS-INDEX-PROJ FROM 1 BY 1
           UNTIL WS-INDEX-PROJ GREATER THAN WS-INDEX-SAUVE
              IF WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL "E"
              AND WS-NIV-CAUSE(WS-INDEX-NIVEAU) EQUAL SPACES
                 MOVE WS-NOM-ETAPE(WS-INDEX-PROJ)
                 TO WS-NIV-CAUSE(WS-INDEX-NIVEAU)
              END-IF
              IF WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL "S"
              AND WS-MOTIF-ETAPE(WS-INDEX-PROJ) EQUAL
              "sauvegarde en echec"
              AND WS-NIV-CAUSE(WS-INDEX-NIVEAU) EQUAL SPACES
                 MOVE "sauvegarde" TO WS-NIV-CAUSE(WS-INDEX-NIVEAU)
              END-IF
           END-PERFORM.
           IF WS-NIV-CAUSE(WS-INDEX-NIVEAU) NOT EQUAL SPACES
              GO TO CAUSE-NIVEAU-FIN
           END-IF.
           PERFORM VARYING WS-INDEX-PROJ FROM 1 BY 1
           UNTIL WS-INDEX-PROJ GREATER THAN WS-INDEX-SAUVE
              IF WS-SORT-ETAPE(WS-INDEX-PROJ) EQUAL "O"
              AND WS-FIN-REELLE-ETAPE(WS-INDEX-PROJ) GREATER THAN 0
                 MOVE WS-DEBUT-REEL-ETAPE(WS-INDEX-PROJ)
                 TO WS-HEURE-CALCUL
                 PERFORM SECONDES-DE-NUIT THRU SECONDES-DE-NUIT-FIN
                 MOVE WS-SECONDES-NUIT TO WS-SECONDES-DEBUT
                 COMPUTE WS-DEPASSEMENT =
                    WS-FIN-PREVUE-ETAPE(WS-INDEX-PROJ)
                    - WS-SECONDES-DEBUT
                    - WS-HABITUELLE-ETAPE(WS-INDEX-PROJ)
                 IF WS-DEPASSEMENT GREATER THAN WS-PIRE-DEPASSEMENT
                    MOVE WS-DEPASSEMENT TO WS-PIRE-DEPASSEMENT
                    MOVE WS-NOM-ETAPE(WS-INDEX-PROJ)
                    TO WS-NIV-CAUSE(WS-INDEX-NIVEAU)
                 END-IF
              END-IF
           END-PERFORM.
       CAUSE-NIVEAU-FIN.
           EXIT.

      *une heure HHMMSSCC (WS-HEURE-CALCUL) en secondes de nuit :
      *le matin compte après la veille au soir
       SECONDES-DE-NUIT.
           COMPUTE WS-SECONDES-NUIT =
              WS-HC-HEURES * 3600 + WS-HC-MINUTES * 60
              + WS-HC-SECONDES.
           IF WS-SECONDES-NUIT LESS THAN 43200
              ADD 86400 TO WS-SECONDES-NUIT
           END-IF.
       SECONDES-DE-NUIT-FIN.
           EXIT.

      *des secondes de nuit (WS-SECONDES-NUIT) en HHMM, zéro restant
      *zéro
       HHMM-DE-NUIT.
           MOVE 0 TO WS-HHMM.
           IF WS-SECONDES-NUIT EQUAL 0
              GO TO HHMM-DE-NUIT-FIN
           END-IF.
           IF WS-SECONDES-NUIT NOT LESS THAN 86400
              SUBTRACT 86400 FROM WS-SECONDES-NUIT
           END-IF.
           COMPUTE WS-HC-HEURES = WS-SECONDES-NUIT / 3600.
           COMPUTE WS-HC-MINUTES =
              FUNCTION MOD(WS-SECONDES-NUIT, 3600) / 60.
           COMPUTE WS-HHMM = WS-HC-HEURES * 100 + WS-HC-MINUTES.
       HHMM-DE-NUIT-FIN.
           EXIT.

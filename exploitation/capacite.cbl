       IDENTIFICATION DIVISION.
       PROGRAM-ID. capacite.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le fichier de contrôle alimenté par les batchs de nuit : les
      *volumes et les durées de chaque programme, nuit après nuit
           SELECT F-RUNCONTROL ASSIGN TO "controle-runs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RUNCONTROL-STATUS.

      *le fichier de contrôle de la chaine : le début et la fin de
      *chaque étape, qui donnent l'étendue de chaque nuit
           SELECT CHAINE-CONTROLE ASSIGN TO "chaine-controle.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROLE-STATUS.

      *les niveaux de service : l'échéance de la chaine
           SELECT NIVEAUX-SERVICE ASSIGN TO "niveaux-service.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NIVEAUX-STATUS.

      *les limites connues des tables en mémoire, par programme :
      *le nombre d'enregistrements qu'une nuit ne doit pas dépasser
           SELECT LIMITES ASSIGN TO "capacite-limites.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIMITES-STATUS.

      *le rapport de capacité du mois
           SELECT RAPPORT ASSIGN TO "rapport-capacite.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copybooks/runcontrol-fd.copy".

       FD CHAINE-CONTROLE.
       01 LIGNE-CONTROLE.
           05 DATE-CONTROLE   PIC 9(8).
           05 FILLER          PIC X.
           05 ETAPE-CONTROLE  PIC X(10).
           05 FILLER          PIC X.
           05 DEBUT-CONTROLE  PIC 9(8).
           05 FILLER          PIC X.
           05 FIN-CONTROLE    PIC 9(8).
           05 FILLER          PIC X.
           05 STATUT-CONTROLE PIC X(6).
           05 FILLER          PIC X.
           05 MOTIF-CONTROLE  PIC X(24).

       FD NIVEAUX-SERVICE.
       01 LIGNE-NIVEAU.
           05 TYPE-NIVEAU     PIC X(6).
           05 FILLER          PIC X.
           05 NOM-NIVEAU      PIC X(10).
           05 FILLER          PIC X.
           05 ECHEANCE-NIVEAU PIC 9(4).

      *une limite : le programme, le libellé de la table et le
      *nombre maximal d'enregistrements qu'elle peut tenir
       FD LIMITES.
       01 LIGNE-LIMITE.
           05 PROGRAMME-LIMITE PIC X(10).
           05 FILLER           PIC X.
           05 LIBELLE-LIMITE   PIC X(30).
           05 FILLER           PIC X.
           05 VALEUR-LIMITE    PIC 9(6).

       FD RAPPORT.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(120).

       WORKING-STORAGE SECTION.

       01 F-RUNCONTROL-STATUS PIC X(02) VALUE SPACE.
           88 F-RUNCONTROL-STATUS-OK VALUE "00".
       01 WS-CONTROLE-STATUS PIC X(2) VALUE SPACES.
           88 WS-CONTROLE-STATUS-OK VALUE "00".
       01 WS-NIVEAUX-STATUS PIC X(2) VALUE SPACES.
           88 WS-NIVEAUX-STATUS-OK VALUE "00".
       01 WS-LIMITES-STATUS PIC X(2) VALUE SPACES.
           88 WS-LIMITES-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-RUNS PIC X VALUE "C".
       01 WS-FIN-CONTROLE PIC X VALUE "C".
       01 WS-FIN-NIVEAUX PIC X VALUE "C".
       01 WS-FIN-LIMITES PIC X VALUE "C".

      *l'horizon de projection en mois, ajustable à chaque run
       01 WS-NB-MOIS PIC 9(2) VALUE 6.
       01 WS-INDEX-MOIS PIC 9(2).

      *les jours sont comptés depuis une origine placée un an avant
      *aujourd'hui : seule l'année écoulée sert à la tendance, et
      *un mois de projection vaut 30 jours
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-JOUR-ORIGINE PIC 9(7).
       01 WS-X-JOUR PIC S9(5) VALUE 365.
       01 WS-X-HORIZON PIC S9(5).
       01 WS-X PIC S9(5).
       01 WS-X-ATTEINTE PIC S9(7)V9(2).
       01 WS-JOUR-ATTEINTE PIC 9(7).
       01 WS-DATE-ATTEINTE PIC 9(8).

      *la tendance de chaque programme : les sommes de la droite
      *des moindres carrés (jour, lignes lues) et (jour, durée)
       01 WS-NB-PROGRAMMES PIC 9(2) VALUE 0.
       01 WS-PROGRAMME OCCURS 1 TO 99 TIMES
          DEPENDING ON WS-NB-PROGRAMMES.
           05 WS-PROG-NOM     PIC X(10).
           05 WS-PROG-N       PIC 9(5).
           05 WS-PROG-SX      PIC S9(18).
           05 WS-PROG-SXX     PIC S9(18).
           05 WS-PROG-SV      PIC S9(18).
           05 WS-PROG-SXV     PIC S9(18).
           05 WS-PROG-SD      PIC S9(18).
           05 WS-PROG-SXD     PIC S9(18).
           05 WS-PROG-PENTE-V PIC S9(7)V9(6).
           05 WS-PROG-BASE-V  PIC S9(9)V9(6).
           05 WS-PROG-PENTE-D PIC S9(7)V9(6).
           05 WS-PROG-BASE-D  PIC S9(9)V9(6).
       01 WS-INDEX-PROG PIC 9(2).
       01 WS-PROG-TROUVE PIC X VALUE "N".
           88 WS-PROG-EST-TROUVE VALUE "O".

      *les nuits de la chaine : le premier début et la dernière fin
      *en secondes de nuit ; une nuit reprise s'étend jusqu'à la
      *fin de la reprise
       01 WS-NB-NUITS PIC 9(3) VALUE 0.
       01 WS-NUIT OCCURS 1 TO 999 TIMES DEPENDING ON WS-NB-NUITS.
           05 WS-NUIT-DATE  PIC 9(8).
           05 WS-NUIT-DEBUT PIC 9(6).
           05 WS-NUIT-FIN   PIC 9(6).
       01 WS-INDEX-NUIT PIC 9(3).
       01 WS-NUIT-TROUVEE PIC X.

      *la tendance de l'étendue de la chaine et son début moyen
       01 WS-CH-N       PIC 9(5) VALUE 0.
       01 WS-CH-SX      PIC S9(18) VALUE 0.
       01 WS-CH-SXX     PIC S9(18) VALUE 0.
       01 WS-CH-SE      PIC S9(18) VALUE 0.
       01 WS-CH-SXE     PIC S9(18) VALUE 0.
       01 WS-CH-SDEBUT  PIC S9(18) VALUE 0.
       01 WS-CH-PENTE   PIC S9(7)V9(6).
       01 WS-CH-BASE    PIC S9(9)V9(6).
       01 WS-CH-DEBUT   PIC 9(6).
       01 WS-ECHEANCE-HHMM PIC 9(4) VALUE 0.
       01 WS-ECHEANCE-SECONDES PIC 9(6) VALUE 0.

      *la droite des moindres carrés : les sommes en entrée, la
      *pente (par jour) et l'ordonnée à l'origine en sortie
       01 WS-REG-N     PIC 9(5).
       01 WS-REG-SX    PIC S9(18).
       01 WS-REG-SXX   PIC S9(18).
       01 WS-REG-SY    PIC S9(18).
       01 WS-REG-SXY   PIC S9(18).
       01 WS-REG-DENOM PIC S9(18).
       01 WS-REG-PENTE PIC S9(7)V9(6).
       01 WS-REG-BASE  PIC S9(9)V9(6).

      *la valeur projetée au jour WS-X, jamais négative, et la
      *valeur à atteindre pour la date d'atteinte
       01 WS-PROJ-VALEUR PIC S9(9)V9(6).
       01 WS-PROJ-ENTIER PIC 9(7).
       01 WS-CIBLE PIC S9(9)V9(6).

      *la durée d'un run et les heures découpées (HHMMSScc)
       01 WS-HEURE-CALCUL PIC 9(8).
       01 WS-HEURE-CALCUL-DECOUPE REDEFINES WS-HEURE-CALCUL.
           05 WS-HC-HEURES   PIC 99.
           05 WS-HC-MINUTES  PIC 99.
           05 WS-HC-SECONDES PIC 99.
           05 FILLER         PIC 99.
       01 WS-SECONDES-NUIT PIC 9(6).
       01 WS-SECONDES-DEBUT PIC 9(6).
       01 WS-DUREE PIC S9(6).
       01 WS-HHMM PIC 9(4).

      *les éditions du rapport
       01 WS-VALEUR-EDIT PIC Z(6)9.
       01 WS-POINTEUR PIC 9(3).
       01 WS-LIBELLE-MOIS PIC X(7) JUSTIFIED RIGHT.
       01 WS-LIBELLE-CALCUL PIC X(7).
       01 WS-MOIS-EDIT PIC Z9.
       01 WS-CROISSANCE-EDIT PIC -(6)9.
       01 WS-NB-ALERTES PIC 9(4) VALUE 0.
       01 WS-CHAINE-DEPASSE PIC X VALUE "N".
           88 WS-CHAINE-EST-DEPASSEE VALUE "O".

       PROCEDURE DIVISION.

      *l'horizon peut être ajusté à chaque run
           DISPLAY "nombre de mois de projection (defaut 6, 12 au "
           "plus)".
           ACCEPT WS-NB-MOIS.
           IF WS-NB-MOIS EQUAL 0 OR WS-NB-MOIS GREATER THAN 12
              MOVE 6 TO WS-NB-MOIS
           END-IF.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-JOUR-ORIGINE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 365.
           COMPUTE WS-X-HORIZON = WS-X-JOUR + 30 * WS-NB-MOIS.

      *les runs de l'année écoulée, cumulés par programme
           OPEN INPUT F-RUNCONTROL.
           IF NOT F-RUNCONTROL-STATUS-OK
              DISPLAY "controle-runs.dat absent, aucune tendance a "
              "projeter"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-RUNS EQUAL "F"
              READ F-RUNCONTROL
                 AT END
                    MOVE "F" TO WS-FIN-RUNS
                 NOT AT END
                    PERFORM NOTE-RUN THRU NOTE-RUN-FIN
              END-READ
           END-PERFORM.
           CLOSE F-RUNCONTROL.

      *la droite de tendance de chaque programme, en volume et en
      *durée
           PERFORM VARYING WS-INDEX-PROG FROM 1 BY 1
           UNTIL WS-INDEX-PROG GREATER THAN WS-NB-PROGRAMMES
              MOVE WS-PROG-N(WS-INDEX-PROG) TO WS-REG-N
              MOVE WS-PROG-SX(WS-INDEX-PROG) TO WS-REG-SX
              MOVE WS-PROG-SXX(WS-INDEX-PROG) TO WS-REG-SXX
              MOVE WS-PROG-SV(WS-INDEX-PROG) TO WS-REG-SY
              MOVE WS-PROG-SXV(WS-INDEX-PROG) TO WS-REG-SXY
              PERFORM CALCULE-DROITE THRU CALCULE-DROITE-FIN
              MOVE WS-REG-PENTE TO WS-PROG-PENTE-V(WS-INDEX-PROG)
              MOVE WS-REG-BASE TO WS-PROG-BASE-V(WS-INDEX-PROG)
              MOVE WS-PROG-SD(WS-INDEX-PROG) TO WS-REG-SY
              MOVE WS-PROG-SXD(WS-INDEX-PROG) TO WS-REG-SXY
              PERFORM CALCULE-DROITE THRU CALCULE-DROITE-FIN
              MOVE WS-REG-PENTE TO WS-PROG-PENTE-D(WS-INDEX-PROG)
              MOVE WS-REG-BASE TO WS-PROG-BASE-D(WS-INDEX-PROG)
           END-PERFORM.

      *les nuits de la chaine et l'échéance de la chaine
           PERFORM CHARGE-NUITS THRU CHARGE-NUITS-FIN.
           PERFORM CHARGE-ECHEANCE THRU CHARGE-ECHEANCE-FIN.

           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "CAPACITE DE LA CHAINE AU " WS-DATE-JOUR
           " - PROJECTION SUR " WS-NB-MOIS " MOIS"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- lignes lues par nuit : tendance actuelle et "
           "projection ---" INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           PERFORM EDITE-ENTETE-MOIS THRU EDITE-ENTETE-MOIS-FIN.
           PERFORM VARYING WS-INDEX-PROG FROM 1 BY 1
           UNTIL WS-INDEX-PROG GREATER THAN WS-NB-PROGRAMMES
              MOVE WS-PROG-PENTE-V(WS-INDEX-PROG) TO WS-REG-PENTE
              MOVE WS-PROG-BASE-V(WS-INDEX-PROG) TO WS-REG-BASE
              PERFORM EDITE-PROJECTION THRU EDITE-PROJECTION-FIN
           END-PERFORM.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- duree par nuit en secondes : tendance actuelle "
           "et projection ---" INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           PERFORM EDITE-ENTETE-MOIS THRU EDITE-ENTETE-MOIS-FIN.
           PERFORM VARYING WS-INDEX-PROG FROM 1 BY 1
           UNTIL WS-INDEX-PROG GREATER THAN WS-NB-PROGRAMMES
              MOVE WS-PROG-PENTE-D(WS-INDEX-PROG) TO WS-REG-PENTE
              MOVE WS-PROG-BASE-D(WS-INDEX-PROG) TO WS-REG-BASE
              PERFORM EDITE-PROJECTION THRU EDITE-PROJECTION-FIN
           END-PERFORM.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           PERFORM EDITE-LIMITES THRU EDITE-LIMITES-FIN.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           PERFORM EDITE-FENETRE THRU EDITE-FENETRE-FIN.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING WS-NB-ALERTES " alerte(s) de capacite sur "
           WS-NB-MOIS " mois"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.

           DISPLAY "Fin du rapport de capacite - " WS-NB-PROGRAMMES
           " programme(s), " WS-NB-NUITS " nuit(s), " WS-NB-ALERTES
           " alerte(s)".

           STOP RUN.

      *on cumule le run lu dans les sommes de son programme, s'il
      *est de l'année écoulée
       NOTE-RUN.
           COMPUTE WS-X = FUNCTION INTEGER-OF-DATE(RUN-DATE)
              - WS-JOUR-ORIGINE.
           IF WS-X LESS THAN 0
              GO TO NOTE-RUN-FIN
           END-IF.

           MOVE RUN-HEURE-DEBUT TO WS-HEURE-CALCUL.
           COMPUTE WS-SECONDES-DEBUT =
              WS-HC-HEURES * 3600 + WS-HC-MINUTES * 60
              + WS-HC-SECONDES.
           MOVE RUN-HEURE-FIN TO WS-HEURE-CALCUL.
           COMPUTE WS-DUREE =
              WS-HC-HEURES * 3600 + WS-HC-MINUTES * 60
              + WS-HC-SECONDES - WS-SECONDES-DEBUT.
      *un run qui enjambe minuit donnerait une durée négative
           IF WS-DUREE LESS THAN 0
              ADD 86400 TO WS-DUREE
           END-IF.

           MOVE "N" TO WS-PROG-TROUVE.
           PERFORM VARYING WS-INDEX-PROG FROM 1 BY 1
           UNTIL WS-INDEX-PROG GREATER THAN WS-NB-PROGRAMMES
           OR WS-PROG-EST-TROUVE
              IF WS-PROG-NOM(WS-INDEX-PROG) EQUAL RUN-PROGRAMME
                 SET WS-PROG-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-PROG-EST-TROUVE
              SUBTRACT 1 FROM WS-INDEX-PROG
           ELSE
              ADD 1 TO WS-NB-PROGRAMMES
              MOVE WS-NB-PROGRAMMES TO WS-INDEX-PROG
              MOVE RUN-PROGRAMME TO WS-PROG-NOM(WS-INDEX-PROG)
              MOVE 0 TO WS-PROG-N(WS-INDEX-PROG)
              MOVE 0 TO WS-PROG-SX(WS-INDEX-PROG)
              MOVE 0 TO WS-PROG-SXX(WS-INDEX-PROG)
              MOVE 0 TO WS-PROG-SV(WS-INDEX-PROG)
              MOVE 0 TO WS-PROG-SXV(WS-INDEX-PROG)
              MOVE 0 TO WS-PROG-SD(WS-INDEX-PROG)
              MOVE 0 TO WS-PROG-SXD(WS-INDEX-PROG)
           END-IF.

           ADD 1 TO WS-PROG-N(WS-INDEX-PROG).
           ADD WS-X TO WS-PROG-SX(WS-INDEX-PROG).
           COMPUTE WS-PROG-SXX(WS-INDEX-PROG) =
              WS-PROG-SXX(WS-INDEX-PROG) + WS-X * WS-X.
           ADD RUN-LUS TO WS-PROG-SV(WS-INDEX-PROG).
           COMPUTE WS-PROG-SXV(WS-INDEX-PROG) =
              WS-PROG-SXV(WS-INDEX-PROG) + WS-X * RUN-LUS.
           ADD WS-DUREE TO WS-PROG-SD(WS-INDEX-PROG).
           COMPUTE WS-PROG-SXD(WS-INDEX-PROG) =
              WS-PROG-SXD(WS-INDEX-PROG) + WS-X * WS-DUREE.
       NOTE-RUN-FIN.
           EXIT.

      *la droite des moindres carrés des sommes WS-REG-... ; avec
      *un seul jour d'historique, la tendance est plate
       CALCULE-DROITE.
           MOVE 0 TO WS-REG-PENTE.
           MOVE 0 TO WS-REG-BASE.
           IF WS-REG-N EQUAL 0
              GO TO CALCULE-DROITE-FIN
           END-IF.
           COMPUTE WS-REG-DENOM =
              WS-REG-N * WS-REG-SXX - WS-REG-SX * WS-REG-SX.
           IF WS-REG-DENOM NOT EQUAL 0
              COMPUTE WS-REG-PENTE ROUNDED =
                 (WS-REG-N * WS-REG-SXY - WS-REG-SX * WS-REG-SY)
                 / WS-REG-DENOM
           END-IF.
           COMPUTE WS-REG-BASE ROUNDED =
              (WS-REG-SY - WS-REG-PENTE * WS-REG-SX) / WS-REG-N.
       CALCULE-DROITE-FIN.
           EXIT.

      *la valeur de la droite WS-REG-PENTE / WS-REG-BASE au jour
      *WS-X, ramenée à zéro quand elle passerait en négatif
       PROJETTE.
           COMPUTE WS-PROJ-VALEUR = WS-REG-BASE + WS-REG-PENTE * WS-X.
           IF WS-PROJ-VALEUR LESS THAN 0
              MOVE 0 TO WS-PROJ-VALEUR
           END-IF.
           COMPUTE WS-PROJ-ENTIER ROUNDED = WS-PROJ-VALEUR.
       PROJETTE-FIN.
           EXIT.

      *le jour où la droite atteint WS-CIBLE : WS-DATE-ATTEINTE
      *reste à zéro si elle ne l'atteint pas avant l'horizon, et
      *vaut la date du jour si elle l'a déjà atteinte
       CHERCHE-ATTEINTE.
           MOVE 0 TO WS-DATE-ATTEINTE.
           MOVE WS-X-JOUR TO WS-X.
           PERFORM PROJETTE THRU PROJETTE-FIN.
           IF WS-PROJ-VALEUR NOT LESS THAN WS-CIBLE
              MOVE WS-DATE-JOUR TO WS-DATE-ATTEINTE
              GO TO CHERCHE-ATTEINTE-FIN
           END-IF.
           MOVE WS-X-HORIZON TO WS-X.
           PERFORM PROJETTE THRU PROJETTE-FIN.
           IF WS-PROJ-VALEUR LESS THAN WS-CIBLE
           OR WS-REG-PENTE NOT GREATER THAN 0
              GO TO CHERCHE-ATTEINTE-FIN
           END-IF.
           COMPUTE WS-X-ATTEINTE =
              (WS-CIBLE - WS-REG-BASE) / WS-REG-PENTE.
      *le jour entier suivant : la limite est franchie ce jour-là
           COMPUTE WS-JOUR-ATTEINTE =
              WS-JOUR-ORIGINE + WS-X-ATTEINTE + 0.99.
           COMPUTE WS-DATE-ATTEINTE =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-ATTEINTE).
       CHERCHE-ATTEINTE-FIN.
           EXIT.

      *les nuits de la chaine : pour chaque date, le premier début
      *et la dernière fin d'étape, en secondes de nuit
       CHARGE-NUITS.
           OPEN INPUT CHAINE-CONTROLE.
           IF NOT WS-CONTROLE-STATUS-OK
              GO TO CHARGE-NUITS-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-CONTROLE EQUAL "F"
              READ CHAINE-CONTROLE
                 AT END
                    MOVE "F" TO WS-FIN-CONTROLE
                 NOT AT END
                    PERFORM NOTE-NUIT THRU NOTE-NUIT-FIN
              END-READ
           END-PERFORM.
           CLOSE CHAINE-CONTROLE.

      *l'étendue de chaque nuit (de la première étape lancée à la
      *dernière terminée) et son début, cumulés pour la tendance
           PERFORM VARYING WS-INDEX-NUIT FROM 1 BY 1
           UNTIL WS-INDEX-NUIT GREATER THAN WS-NB-NUITS
              COMPUTE WS-X =
                 FUNCTION INTEGER-OF-DATE(WS-NUIT-DATE(WS-INDEX-NUIT))
                 - WS-JOUR-ORIGINE
              COMPUTE WS-DUREE = WS-NUIT-FIN(WS-INDEX-NUIT)
                 - WS-NUIT-DEBUT(WS-INDEX-NUIT)
              ADD 1 TO WS-CH-N
              ADD WS-X TO WS-CH-SX
              COMPUTE WS-CH-SXX = WS-CH-SXX + WS-X * WS-X
              ADD WS-DUREE TO WS-CH-SE
              COMPUTE WS-CH-SXE = WS-CH-SXE + WS-X * WS-DUREE
              ADD WS-NUIT-DEBUT(WS-INDEX-NUIT) TO WS-CH-SDEBUT
           END-PERFORM.
           IF WS-CH-N GREATER THAN 0
              MOVE WS-CH-N TO WS-REG-N
              MOVE WS-CH-SX TO WS-REG-SX
              MOVE WS-CH-SXX TO WS-REG-SXX
              MOVE WS-CH-SE TO WS-REG-SY
              MOVE WS-CH-SXE TO WS-REG-SXY
              PERFORM CALCULE-DROITE THRU CALCULE-DROITE-FIN
              MOVE WS-REG-PENTE TO WS-CH-PENTE
              MOVE WS-REG-BASE TO WS-CH-BASE
              COMPUTE WS-CH-DEBUT ROUNDED = WS-CH-SDEBUT / WS-CH-N
           END-IF.
       CHARGE-NUITS-FIN.
           EXIT.

      *on range l'étape lue dans sa nuit, si la nuit est de
      *l'année écoulée
       NOTE-NUIT.
           COMPUTE WS-X = FUNCTION INTEGER-OF-DATE(DATE-CONTROLE)
              - WS-JOUR-ORIGINE.
           IF WS-X LESS THAN 0
              GO TO NOTE-NUIT-FIN
           END-IF.
           MOVE "N" TO WS-NUIT-TROUVEE.
           PERFORM VARYING WS-INDEX-NUIT FROM 1 BY 1
           UNTIL WS-INDEX-NUIT GREATER THAN WS-NB-NUITS
           OR WS-NUIT-TROUVEE EQUAL "O"
              IF WS-NUIT-DATE(WS-INDEX-NUIT) EQUAL DATE-CONTROLE
                 MOVE "O" TO WS-NUIT-TROUVEE
              END-IF
           END-PERFORM.
           IF WS-NUIT-TROUVEE EQUAL "O"
              SUBTRACT 1 FROM WS-INDEX-NUIT
           ELSE
              ADD 1 TO WS-NB-NUITS
              MOVE WS-NB-NUITS TO WS-INDEX-NUIT
              MOVE DATE-CONTROLE TO WS-NUIT-DATE(WS-INDEX-NUIT)
              MOVE 999999 TO WS-NUIT-DEBUT(WS-INDEX-NUIT)
              MOVE 0 TO WS-NUIT-FIN(WS-INDEX-NUIT)
           END-IF.
           MOVE DEBUT-CONTROLE TO WS-HEURE-CALCUL.
           PERFORM SECONDES-DE-NUIT THRU SECONDES-DE-NUIT-FIN.
           IF WS-SECONDES-NUIT LESS THAN WS-NUIT-DEBUT(WS-INDEX-NUIT)
              MOVE WS-SECONDES-NUIT TO WS-NUIT-DEBUT(WS-INDEX-NUIT)
           END-IF.
           MOVE FIN-CONTROLE TO WS-HEURE-CALCUL.
           PERFORM SECONDES-DE-NUIT THRU SECONDES-DE-NUIT-FIN.
           IF WS-SECONDES-NUIT GREATER THAN WS-NUIT-FIN(WS-INDEX-NUIT)
              MOVE WS-SECONDES-NUIT TO WS-NUIT-FIN(WS-INDEX-NUIT)
           END-IF.
       NOTE-NUIT-FIN.
           EXIT.

      *l'échéance du niveau de service CHAINE, en secondes de nuit
       CHARGE-ECHEANCE.
           OPEN INPUT NIVEAUX-SERVICE.
           IF NOT WS-NIVEAUX-STATUS-OK
              GO TO CHARGE-ECHEANCE-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-NIVEAUX EQUAL "F"
              READ NIVEAUX-SERVICE
                 AT END
                    MOVE "F" TO WS-FIN-NIVEAUX
                 NOT AT END
                    IF TYPE-NIVEAU EQUAL "CHAINE"
                       MOVE ECHEANCE-NIVEAU TO WS-ECHEANCE-HHMM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NIVEAUX-SERVICE.
           IF WS-ECHEANCE-HHMM GREATER THAN 0
              MOVE WS-ECHEANCE-HHMM TO WS-HEURE-CALCUL
              MULTIPLY 10000 BY WS-HEURE-CALCUL
              PERFORM SECONDES-DE-NUIT THRU SECONDES-DE-NUIT-FIN
              MOVE WS-SECONDES-NUIT TO WS-ECHEANCE-SECONDES
           END-IF.
       CHARGE-ECHEANCE-FIN.
           EXIT.

      *l'entête des colonnes : la tendance du jour puis un mois par
      *colonne jusqu'à l'horizon
       EDITE-ENTETE-MOIS.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           MOVE 1 TO WS-POINTEUR.
           STRING "programme " "  actuel"
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
           WITH POINTER WS-POINTEUR.
           PERFORM VARYING WS-INDEX-MOIS FROM 1 BY 1
           UNTIL WS-INDEX-MOIS GREATER THAN WS-NB-MOIS
              MOVE WS-INDEX-MOIS TO WS-MOIS-EDIT
              MOVE SPACES TO WS-LIBELLE-CALCUL
              STRING "M+" FUNCTION TRIM(WS-MOIS-EDIT)
              DELIMITED BY SIZE INTO WS-LIBELLE-CALCUL
              MOVE FUNCTION TRIM(WS-LIBELLE-CALCUL) TO WS-LIBELLE-MOIS
              STRING " " WS-LIBELLE-MOIS
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WITH POINTER WS-POINTEUR
           END-PERFORM.
           WRITE LIGNE-RAPPORT.
       EDITE-ENTETE-MOIS-FIN.
           EXIT.

      *la ligne du programme WS-INDEX-PROG pour la droite chargée
      *dans WS-REG-PENTE / WS-REG-BASE : sa valeur au jour puis à
      *chaque mois de l'horizon
       EDITE-PROJECTION.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           MOVE 1 TO WS-POINTEUR.
           STRING WS-PROG-NOM(WS-INDEX-PROG) " "
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
           WITH POINTER WS-POINTEUR.
           MOVE WS-X-JOUR TO WS-X.
           PERFORM PROJETTE THRU PROJETTE-FIN.
           MOVE WS-PROJ-ENTIER TO WS-VALEUR-EDIT.
           STRING WS-VALEUR-EDIT
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
           WITH POINTER WS-POINTEUR.
           PERFORM VARYING WS-INDEX-MOIS FROM 1 BY 1
           UNTIL WS-INDEX-MOIS GREATER THAN WS-NB-MOIS
              COMPUTE WS-X = WS-X-JOUR + 30 * WS-INDEX-MOIS
              PERFORM PROJETTE THRU PROJETTE-FIN
              MOVE WS-PROJ-ENTIER TO WS-VALEUR-EDIT
              STRING " " WS-VALEUR-EDIT
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WITH POINTER WS-POINTEUR
           END-PERFORM.
           WRITE LIGNE-RAPPORT.
       EDITE-PROJECTION-FIN.
           EXIT.

      *chaque limite du fichier des limites contre la tendance du
      *volume de son programme ; une limite qui sera atteinte avant
      *l'horizon est signalée avec sa date
       EDITE-LIMITES.
           MOVE "--- limites des tables en memoire ---"
           TO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           OPEN INPUT LIMITES.
           IF NOT WS-LIMITES-STATUS-OK
              MOVE SPACES TO LIGNE-RAPPORT-CONTENU
              STRING "capacite-limites.dat absent : aucune limite "
              "controlee" INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              GO TO EDITE-LIMITES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-LIMITES EQUAL "F"
              READ LIMITES
                 AT END
                    MOVE "F" TO WS-FIN-LIMITES
                 NOT AT END
                    IF PROGRAMME-LIMITE NOT EQUAL SPACES
                       PERFORM EDITE-LIMITE THRU EDITE-LIMITE-FIN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LIMITES.
       EDITE-LIMITES-FIN.
           EXIT.

       EDITE-LIMITE.
           MOVE "N" TO WS-PROG-TROUVE.
           PERFORM VARYING WS-INDEX-PROG FROM 1 BY 1
           UNTIL WS-INDEX-PROG GREATER THAN WS-NB-PROGRAMMES
           OR WS-PROG-EST-TROUVE
              IF WS-PROG-NOM(WS-INDEX-PROG) EQUAL PROGRAMME-LIMITE
                 SET WS-PROG-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           IF NOT WS-PROG-EST-TROUVE
              STRING PROGRAMME-LIMITE " " LIBELLE-LIMITE
              " limite " VALEUR-LIMITE
              " : aucun run dans l'annee"
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              GO TO EDITE-LIMITE-FIN
           END-IF.
           SUBTRACT 1 FROM WS-INDEX-PROG.

           MOVE WS-PROG-PENTE-V(WS-INDEX-PROG) TO WS-REG-PENTE.
           MOVE WS-PROG-BASE-V(WS-INDEX-PROG) TO WS-REG-BASE.
           MOVE VALEUR-LIMITE TO WS-CIBLE.
           PERFORM CHERCHE-ATTEINTE THRU CHERCHE-ATTEINTE-FIN.
           MOVE WS-X-HORIZON TO WS-X.
           PERFORM PROJETTE THRU PROJETTE-FIN.
           MOVE WS-PROJ-ENTIER TO WS-VALEUR-EDIT.
           EVALUATE TRUE
              WHEN WS-DATE-ATTEINTE EQUAL WS-DATE-JOUR
                 ADD 1 TO WS-NB-ALERTES
                 STRING PROGRAMME-LIMITE " " LIBELLE-LIMITE
                 " limite " VALEUR-LIMITE " horizon " WS-VALEUR-EDIT
                 " : LIMITE DEJA ATTEINTE"
                 DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WHEN WS-DATE-ATTEINTE GREATER THAN 0
                 ADD 1 TO WS-NB-ALERTES
                 STRING PROGRAMME-LIMITE " " LIBELLE-LIMITE
                 " limite " VALEUR-LIMITE " horizon " WS-VALEUR-EDIT
                 " : ATTEINTE LE " WS-DATE-ATTEINTE
                 DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WHEN OTHER
                 STRING PROGRAMME-LIMITE " " LIBELLE-LIMITE
                 " limite " VALEUR-LIMITE " horizon " WS-VALEUR-EDIT
                 " : marge suffisante"
                 DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
           END-EVALUATE.
           WRITE LIGNE-RAPPORT.
       EDITE-LIMITE-FIN.
           EXIT.

      *la fenêtre de la chaine : le début moyen des nuits plus la
      *tendance de leur étendue donne la fin projetée, comparée à
      *l'échéance du niveau CHAINE ; quand elle la dépasse avant
      *l'horizon, les programmes dont la durée croît sont signalés
      *avec la même date
       EDITE-FENETRE.
           MOVE "--- fenetre de la chaine ---" TO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           IF WS-CH-N EQUAL 0
              MOVE SPACES TO LIGNE-RAPPORT-CONTENU
              STRING "chaine-controle.dat absent ou sans nuit dans "
              "l'annee : fenetre non projetee"
              INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              GO TO EDITE-FENETRE-FIN
           END-IF.
           IF WS-ECHEANCE-SECONDES EQUAL 0
              MOVE SPACES TO LIGNE-RAPPORT-CONTENU
              STRING "aucune echeance CHAINE dans niveaux-service.dat"
              " : fenetre non controlee" INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              GO TO EDITE-FENETRE-FIN
           END-IF.

           MOVE WS-CH-PENTE TO WS-REG-PENTE.
           MOVE WS-CH-BASE TO WS-REG-BASE.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           MOVE WS-CH-DEBUT TO WS-SECONDES-NUIT.
           PERFORM HHMM-DE-NUIT THRU HHMM-DE-NUIT-FIN.
           STRING "echeance " WS-ECHEANCE-HHMM
           " debut moyen " WS-HHMM " fin projetee :"
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           MOVE 1 TO WS-POINTEUR.
           MOVE WS-X-JOUR TO WS-X.
           PERFORM PROJETTE THRU PROJETTE-FIN.
           COMPUTE WS-SECONDES-NUIT = WS-CH-DEBUT + WS-PROJ-ENTIER.
           PERFORM HHMM-DE-NUIT THRU HHMM-DE-NUIT-FIN.
           STRING "  actuel " WS-HHMM
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
           WITH POINTER WS-POINTEUR.
           PERFORM VARYING WS-INDEX-MOIS FROM 1 BY 1
           UNTIL WS-INDEX-MOIS GREATER THAN WS-NB-MOIS
              COMPUTE WS-X = WS-X-JOUR + 30 * WS-INDEX-MOIS
              PERFORM PROJETTE THRU PROJETTE-FIN
              COMPUTE WS-SECONDES-NUIT = WS-CH-DEBUT + WS-PROJ-ENTIER
              PERFORM HHMM-DE-NUIT THRU HHMM-DE-NUIT-FIN
              MOVE WS-INDEX-MOIS TO WS-MOIS-EDIT
              STRING " M+" FUNCTION TRIM(WS-MOIS-EDIT) " " WS-HHMM
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WITH POINTER WS-POINTEUR
      *au-delà de six mois, la suite passe à la ligne
              IF WS-INDEX-MOIS EQUAL 6
              AND WS-NB-MOIS GREATER THAN 6
                 WRITE LIGNE-RAPPORT
                 MOVE SPACES TO LIGNE-RAPPORT-CONTENU
                 MOVE 14 TO WS-POINTEUR
              END-IF
           END-PERFORM.
           WRITE LIGNE-RAPPORT.

      *l'étendue à ne pas dépasser : de début moyen à l'échéance
           COMPUTE WS-CIBLE = WS-ECHEANCE-SECONDES - WS-CH-DEBUT + 1.
           PERFORM CHERCHE-ATTEINTE THRU CHERCHE-ATTEINTE-FIN.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           EVALUATE TRUE
              WHEN WS-DATE-ATTEINTE EQUAL WS-DATE-JOUR
                 ADD 1 TO WS-NB-ALERTES
                 MOVE "O" TO WS-CHAINE-DEPASSE
                 STRING "ECHEANCE DE LA CHAINE DEJA DEPASSEE EN "
                 "TENDANCE" INTO LIGNE-RAPPORT-CONTENU
              WHEN WS-DATE-ATTEINTE GREATER THAN 0
                 ADD 1 TO WS-NB-ALERTES
                 MOVE "O" TO WS-CHAINE-DEPASSE
                 STRING "ECHEANCE DE LA CHAINE DEPASSEE LE "
                 WS-DATE-ATTEINTE
                 DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WHEN OTHER
                 MOVE "echeance de la chaine tenue sur l'horizon"
                 TO LIGNE-RAPPORT-CONTENU
           END-EVALUATE.
           WRITE LIGNE-RAPPORT.

           IF NOT WS-CHAINE-EST-DEPASSEE
              GO TO EDITE-FENETRE-FIN
           END-IF.
           PERFORM VARYING WS-INDEX-PROG FROM 1 BY 1
           UNTIL WS-INDEX-PROG GREATER THAN WS-NB-PROGRAMMES
              IF WS-PROG-PENTE-D(WS-INDEX-PROG) GREATER THAN 0
                 COMPUTE WS-CROISSANCE-EDIT ROUNDED =
                    WS-PROG-PENTE-D(WS-INDEX-PROG) * 30 * WS-NB-MOIS
                 MOVE SPACES TO LIGNE-RAPPORT-CONTENU
                 STRING "  " WS-PROG-NOM(WS-INDEX-PROG)
                 " duree en hausse de "
                 FUNCTION TRIM(WS-CROISSANCE-EDIT)
                 " s sur l'horizon : pousse la chaine au-dela de "
                 "l'echeance le " WS-DATE-ATTEINTE
                 DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
                 WRITE LIGNE-RAPPORT
              END-IF
           END-PERFORM.
       EDITE-FENETRE-FIN.
           EXIT.

      *une heure HHMMSScc (WS-HEURE-CALCUL) en secondes de nuit, la
      *nuit allant de midi à midi
       SECONDES-DE-NUIT.
           COMPUTE WS-SECONDES-NUIT =
              WS-HC-HEURES * 3600 + WS-HC-MINUTES * 60
              + WS-HC-SECONDES.
           IF WS-SECONDES-NUIT LESS THAN 43200
              ADD 86400 TO WS-SECONDES-NUIT
           END-IF.
       SECONDES-DE-NUIT-FIN.
           EXIT.

      *des secondes de nuit (WS-SECONDES-NUIT) en HHMM
       HHMM-DE-NUIT.
           IF WS-SECONDES-NUIT NOT LESS THAN 86400
              SUBTRACT 86400 FROM WS-SECONDES-NUIT
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

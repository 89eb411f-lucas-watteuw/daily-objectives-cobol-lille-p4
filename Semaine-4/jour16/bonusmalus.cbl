       IDENTIFICATION DIVISION.
       PROGRAM-ID. bonusmalus.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le portefeuille indexé, parcouru pour retrouver les contrats
      *auto actifs et leur date anniversaire
           SELECT ASSURANCE-SORTIE ASSIGN TO "rapport-assurance.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODE-CONTRAT-SORTIE
              FILE STATUS IS WS-FS-SORTIE.

      *le fichier maître des sinistres tenu par sinistres-cycle.cbl :
      *les sinistres ouverts sur la période d'observation comptent
           SELECT SINISTRES-MAITRE ASSIGN TO "sinistres-maitre.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUM-SINISTRE-MAITRE
              FILE STATUS IS WS-FS-MAITRE.

      *les paramètres du barème : réduction et majoration en %,
      *plancher et plafond du coefficient, délai de clôture de la
      *période d'observation en mois avant l'échéance, produits auto
           SELECT PARAMETRES ASSIGN TO "parametres-bonus-malus.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PARAMETRES.

      *le coefficient de chaque contrat : celui de la prime en cours
      *et celui calculé pour la prochaine échéance ; réécrit à
      *chaque run, relu par indexation.cbl
           SELECT COEFFICIENTS ASSIGN TO "coefficients-bonus-malus.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COEFFICIENTS.

           SELECT COEFFICIENTS-NOUVEAU
           ASSIGN TO "coefficients-bonus-malus.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le détail des coefficients calculés ou basculés par le run
           SELECT RAPPORT-BONUS ASSIGN TO "rapport-bonus-malus.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ASSURANCE-SORTIE.
       01 LIGNE-ASSURANCE-SORTIE.
           05 CODE-CONTRAT-SORTIE PIC 9(8).
           05 FILLER              PIC X.
           05 NOM-CONTRAT-SORTIE  PIC X(13).
           05 FILLER              PIC X(2).
           05 NOM-PRODUIT-SORTIE  PIC X(14).
           05 FILLER              PIC X.
           05 NOM-CLIENT-SORTIE   PIC X(41).
           05 FILLER              PIC X.
           05 STATUT-SORTIE       PIC X(8).
           05 FILLER              PIC X.
           05 DATE-DEBUT-SORTIE   PIC X(10).
           05 FILLER              PIC X.
           05 DATE-FIN-SORTIE     PIC X(10).
           05 FILLER              PIC X.
           05 MONTANT-SORTIE      PIC X(8).
           05 FILLER              PIC X.
           05 DEVISE-SORTIE       PIC X.
           05 FILLER              PIC X.
           05 CODE-COURTIER-SORTIE PIC X(6).

       FD SINISTRES-MAITRE.
       01 LIGNE-SINISTRE-MAITRE.
           05 NUM-SINISTRE-MAITRE PIC 9(8).
           05 FILLER              PIC X.
           05 CODE-CONTRAT-MAITRE PIC 9(8).
           05 FILLER              PIC X.
           05 NOM-PRODUIT-MAITRE  PIC X(14).
           05 FILLER              PIC X.
           05 STATUT-MAITRE       PIC X(6).
           05 FILLER              PIC X.
           05 DATE-OUVERTURE      PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-CLOTURE        PIC 9(8).
           05 FILLER              PIC X.
           05 RESERVE-MAITRE      PIC 9(10).
           05 FILLER              PIC X.
           05 PAIEMENTS-MAITRE    PIC 9(10).

      *un paramètre par ligne, ex "REDUCTION  00500" pour 5 % ; les
      *lignes PRODUIT portent le libellé d'un produit auto
       FD PARAMETRES.
       01 LIGNE-PARAMETRE.
           05 CLE-PARAM          PIC X(10).
           05 FILLER             PIC X.
           05 VALEUR-PARAM       PIC 9(3)V99.
           05 FILLER             PIC X.
           05 PRODUIT-PARAM      PIC X(14).

      *ECHEANCE-COEF vaut zéro tant que le coefficient de la
      *prochaine échéance n'est pas calculé
       FD COEFFICIENTS.
       01 LIGNE-COEFFICIENT.
           05 CODE-CONTRAT-COEF  PIC 9(8).
           05 FILLER             PIC X.
           05 COEF-EN-COURS      PIC 9V99.
           05 FILLER             PIC X.
           05 COEF-PROCHAIN      PIC 9V99.
           05 FILLER             PIC X.
           05 ECHEANCE-COEF      PIC 9(8).
           05 FILLER             PIC X.
           05 NB-SINISTRES-COEF  PIC 9(3).

       FD COEFFICIENTS-NOUVEAU.
       01 LIGNE-COEFFICIENT-NOUVEAU.
           05 CODE-CONTRAT-COEF-N PIC 9(8).
           05 FILLER              PIC X.
           05 COEF-EN-COURS-N     PIC 9V99.
           05 FILLER              PIC X.
           05 COEF-PROCHAIN-N     PIC 9V99.
           05 FILLER              PIC X.
           05 ECHEANCE-COEF-N     PIC 9(8).
           05 FILLER              PIC X.
           05 NB-SINISTRES-COEF-N PIC 9(3).

       FD RAPPORT-BONUS.
       01 LIGNE-RAPPORT-BONUS.
           05 LIGNE-RAPPORT-BONUS-CONTENU PIC X(120).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FS-SORTIE           PIC X(2) VALUE "00".
           88 WS-FS-SORTIE-OK VALUE "00".
       01 WS-FS-MAITRE           PIC X(2) VALUE "00".
           88 WS-FS-MAITRE-OK VALUE "00".
       01 WS-FS-PARAMETRES       PIC X(2) VALUE "00".
           88 WS-FS-PARAMETRES-OK VALUE "00".
       01 WS-FS-COEFFICIENTS     PIC X(2) VALUE "00".
           88 WS-FS-COEFFICIENTS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION           PIC X VALUE "C".
       01 WS-CONDITION-MAITRE    PIC X VALUE "C".
       01 WS-CONDITION-PARAM     PIC X VALUE "C".
       01 WS-CONDITION-COEF      PIC X VALUE "C".

      *le barème, avec ses valeurs par défaut si le fichier de
      *paramètres ne les donne pas
       01 WS-REDUCTION           PIC 9(3)V99 VALUE 5.
       01 WS-MAJORATION          PIC 9(3)V99 VALUE 25.
       01 WS-PLANCHER            PIC 9V99 VALUE 0,50.
       01 WS-PLAFOND             PIC 9V99 VALUE 3,50.
       01 WS-DELAI-MOIS          PIC 9(2) VALUE 2.

      *les produits soumis au bonus-malus
       01 WS-NB-PRODUITS-AUTO    PIC 9(3) VALUE 0.
       01 WS-PRODUIT-AUTO PIC X(14) OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-PRODUITS-AUTO.
       01 WS-INDEX-PRODUIT       PIC 9(3).
       01 WS-PRODUIT-TROUVE      PIC X VALUE "N".
           88 WS-PRODUIT-EST-AUTO VALUE "O".

      *les sinistres du maître : contrat et date d'ouverture
       01 WS-NB-SINISTRES        PIC 9(6) VALUE 0.
       01 WS-SINISTRE-LIGNE OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-SINISTRES.
           05 WS-SIN-CONTRAT     PIC 9(8).
           05 WS-SIN-DATE        PIC 9(8).
       01 WS-INDEX-SINISTRE      PIC 9(6).

      *les coefficients connus, chargés puis réécrits ; les
      *contrats auto nouveaux y entrent à 1,00
       01 WS-NB-COEFFICIENTS     PIC 9(6) VALUE 0.
       01 WS-COEFFICIENT-LIGNE OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-COEFFICIENTS.
           05 WS-COEF-CONTRAT    PIC 9(8).
           05 WS-COEF-EN-COURS   PIC 9V99.
           05 WS-COEF-PROCHAIN   PIC 9V99.
           05 WS-COEF-ECHEANCE   PIC 9(8).
           05 WS-COEF-NB-SIN     PIC 9(3).
       01 WS-INDEX-COEF          PIC 9(6).
       01 WS-COEF-TROUVE         PIC X VALUE "N".
           88 WS-COEF-EST-TROUVE VALUE "O".

      *la date du run et la prochaine échéance du contrat lu
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-DEBUT               PIC 9(8).
       01 WS-ECHEANCE            PIC 9(8).
       01 WS-ECHEANCE-R REDEFINES WS-ECHEANCE.
           05 WS-ECH-ANNEE       PIC 9(4).
           05 WS-ECH-MOIS        PIC 9(2).
           05 WS-ECH-JOUR        PIC 9(2).

      *le recul d'une date d'un nombre de mois, jour ramené au
      *dernier jour du mois si besoin
       01 WS-DATE-RECUL         PIC 9(8).
       01 WS-DATE-RECUL-R REDEFINES WS-DATE-RECUL.
           05 WS-RECUL-ANNEE     PIC 9(4).
           05 WS-RECUL-MOIS      PIC 9(2).
           05 WS-RECUL-JOUR      PIC 9(2).
       01 WS-MOIS-RECUL          PIC 9(3).
       01 WS-RANG-MOIS           PIC S9(6).

      *la période d'observation : les douze mois qui précèdent la
      *clôture, elle-même WS-DELAI-MOIS mois avant l'échéance
       01 WS-CLOTURE             PIC 9(8).
       01 WS-OUVERTURE           PIC 9(8).
       01 WS-NB-OBSERVES         PIC 9(3).
       01 WS-INDEX-MAJORATION    PIC 9(3).
       01 WS-COEF-CALCUL         PIC 9(3)V99.

      *l'édition du rapport
       01 WS-COEF-AVANT-EDIT     PIC 9,99.
       01 WS-COEF-APRES-EDIT     PIC 9,99.

      *compteurs du run
       01 WS-NB-AUTO             PIC 9(6) VALUE 0.
       01 WS-NB-CALCULES         PIC 9(6) VALUE 0.
       01 WS-NB-BASCULES         PIC 9(6) VALUE 0.
       01 WS-NB-NOUVEAUX         PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *le barème et les produits auto
           OPEN INPUT PARAMETRES.
           IF WS-FS-PARAMETRES-OK
              PERFORM UNTIL WS-CONDITION-PARAM EQUAL "F"
                 READ PARAMETRES
                    AT END
                       MOVE "F" TO WS-CONDITION-PARAM
                    NOT AT END
                       EVALUATE CLE-PARAM
                          WHEN "REDUCTION"
                             MOVE VALEUR-PARAM TO WS-REDUCTION
                          WHEN "MAJORATION"
                             MOVE VALEUR-PARAM TO WS-MAJORATION
                          WHEN "PLANCHER"
                             MOVE VALEUR-PARAM TO WS-PLANCHER
                          WHEN "PLAFOND"
                             MOVE VALEUR-PARAM TO WS-PLAFOND
                          WHEN "DELAI"
                             MOVE VALEUR-PARAM TO WS-DELAI-MOIS
                          WHEN "PRODUIT"
                             ADD 1 TO WS-NB-PRODUITS-AUTO
                             MOVE PRODUIT-PARAM
                             TO WS-PRODUIT-AUTO(WS-NB-PRODUITS-AUTO)
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PARAMETRES
           END-IF.
           IF WS-NB-PRODUITS-AUTO EQUAL 0
              DISPLAY "parametres-bonus-malus.dat absent ou sans "
              "produit, aucun contrat soumis au bonus-malus"
              STOP RUN
           END-IF.

      *les coefficients du run précédent
           OPEN INPUT COEFFICIENTS.
           IF WS-FS-COEFFICIENTS-OK
              PERFORM UNTIL WS-CONDITION-COEF EQUAL "F"
                 READ COEFFICIENTS
                    AT END
                       MOVE "F" TO WS-CONDITION-COEF
                    NOT AT END
                       ADD 1 TO WS-NB-COEFFICIENTS
                       MOVE CODE-CONTRAT-COEF
                       TO WS-COEF-CONTRAT(WS-NB-COEFFICIENTS)
                       MOVE COEF-EN-COURS
                       TO WS-COEF-EN-COURS(WS-NB-COEFFICIENTS)
                       MOVE COEF-PROCHAIN
                       TO WS-COEF-PROCHAIN(WS-NB-COEFFICIENTS)
                       MOVE ECHEANCE-COEF
                       TO WS-COEF-ECHEANCE(WS-NB-COEFFICIENTS)
                       MOVE NB-SINISTRES-COEF
                       TO WS-COEF-NB-SIN(WS-NB-COEFFICIENTS)
                 END-READ
              END-PERFORM
              CLOSE COEFFICIENTS
           END-IF.

      *les sinistres par contrat et date d'ouverture ; sans maître,
      *aucun sinistre n'est compté
           OPEN INPUT SINISTRES-MAITRE.
           IF WS-FS-MAITRE-OK
              PERFORM UNTIL WS-CONDITION-MAITRE EQUAL "F"
                 READ SINISTRES-MAITRE NEXT RECORD
                    AT END
                       MOVE "F" TO WS-CONDITION-MAITRE
                    NOT AT END
                       ADD 1 TO WS-NB-SINISTRES
                       MOVE CODE-CONTRAT-MAITRE
                       TO WS-SIN-CONTRAT(WS-NB-SINISTRES)
                       MOVE DATE-OUVERTURE
                       TO WS-SIN-DATE(WS-NB-SINISTRES)
                 END-READ
              END-PERFORM
              CLOSE SINISTRES-MAITRE
           ELSE
              DISPLAY "sinistres-maitre.dat absent, "
              "aucun sinistre compte"
           END-IF.

      *chaque contrat auto actif voit son coefficient basculé à
      *l'échéance passée et calculé pour l'échéance à venir
           OPEN INPUT ASSURANCE-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              DISPLAY "rapport-assurance.dat absent, "
              "lancer assurance d'abord"
              STOP RUN
           END-IF.
           OPEN OUTPUT RAPPORT-BONUS.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ ASSURANCE-SORTIE NEXT RECORD
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF FUNCTION TRIM(STATUT-SORTIE) EQUAL "ACTIF"
                       PERFORM TRAITE-CONTRAT THRU TRAITE-CONTRAT-FIN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ASSURANCE-SORTIE.

           MOVE SPACES TO LIGNE-RAPPORT-BONUS-CONTENU.
           STRING "--- " WS-NB-AUTO " contrat(s) auto, "
           WS-NB-NOUVEAUX " nouveau(x), " WS-NB-BASCULES
           " bascule(s) a l'echeance, " WS-NB-CALCULES
           " coefficient(s) calcule(s) ---"
           INTO LIGNE-RAPPORT-BONUS-CONTENU.
           WRITE LIGNE-RAPPORT-BONUS.
           CLOSE RAPPORT-BONUS.

           OPEN OUTPUT COEFFICIENTS-NOUVEAU.
           PERFORM VARYING WS-INDEX-COEF FROM 1 BY 1
           UNTIL WS-INDEX-COEF GREATER THAN WS-NB-COEFFICIENTS
              MOVE SPACES TO LIGNE-COEFFICIENT-NOUVEAU
              MOVE WS-COEF-CONTRAT(WS-INDEX-COEF)
              TO CODE-CONTRAT-COEF-N
              MOVE WS-COEF-EN-COURS(WS-INDEX-COEF) TO COEF-EN-COURS-N
              MOVE WS-COEF-PROCHAIN(WS-INDEX-COEF) TO COEF-PROCHAIN-N
              MOVE WS-COEF-ECHEANCE(WS-INDEX-COEF) TO ECHEANCE-COEF-N
              MOVE WS-COEF-NB-SIN(WS-INDEX-COEF)
              TO NB-SINISTRES-COEF-N
              WRITE LIGNE-COEFFICIENT-NOUVEAU
           END-PERFORM.
           CLOSE COEFFICIENTS-NOUVEAU.

           DISPLAY "Fin du traitement - " WS-NB-AUTO
              " contrat(s) auto, " WS-NB-CALCULES
              " coefficient(s) calcule(s), " WS-NB-BASCULES
              " bascule(s)".

           STOP RUN.

      *le contrat lu, s'il est auto : son coefficient en cours prend
      *la valeur calculée une fois l'échéance passée, puis le
      *coefficient de l'échéance suivante est calculé dès que sa
      *période d'observation est close
       TRAITE-CONTRAT.
           MOVE "N" TO WS-PRODUIT-TROUVE.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS-AUTO
              IF WS-PRODUIT-AUTO(WS-INDEX-PRODUIT) EQUAL
              NOM-PRODUIT-SORTIE
                 SET WS-PRODUIT-EST-AUTO TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-PRODUIT-EST-AUTO
              GO TO TRAITE-CONTRAT-FIN
           END-IF.

      *la date de début JJ/MM/AAAA donne le jour anniversaire
           IF DATE-DEBUT-SORTIE(7:4) IS NOT NUMERIC
           OR DATE-DEBUT-SORTIE(4:2) IS NOT NUMERIC
           OR DATE-DEBUT-SORTIE(1:2) IS NOT NUMERIC
              GO TO TRAITE-CONTRAT-FIN
           END-IF.
           COMPUTE WS-DEBUT =
              FUNCTION NUMVAL(DATE-DEBUT-SORTIE(7:4)) * 10000
              + FUNCTION NUMVAL(DATE-DEBUT-SORTIE(4:2)) * 100
              + FUNCTION NUMVAL(DATE-DEBUT-SORTIE(1:2)).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEBUT) NOT EQUAL 0
              GO TO TRAITE-CONTRAT-FIN
           END-IF.
           ADD 1 TO WS-NB-AUTO.

      *la prochaine échéance : l'anniversaire du début qui suit la
      *date du jour, le 29/02 passant au 28/02
           MOVE WS-DEBUT TO WS-ECHEANCE.
           MOVE WS-DATE-JOUR(1:4) TO WS-ECH-ANNEE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ECHEANCE) NOT EQUAL 0
              MOVE 28 TO WS-ECH-JOUR
           END-IF.
           IF WS-ECHEANCE NOT GREATER THAN WS-DATE-JOUR
              ADD 1 TO WS-ECH-ANNEE
              MOVE WS-DEBUT(7:2) TO WS-ECH-JOUR
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-ECHEANCE) NOT EQUAL 0
                 MOVE 28 TO WS-ECH-JOUR
              END-IF
           END-IF.

      *le coefficient du contrat, créé à 1,00 s'il est nouveau
           MOVE "N" TO WS-COEF-TROUVE.
           PERFORM VARYING WS-INDEX-COEF FROM 1 BY 1
           UNTIL WS-INDEX-COEF GREATER THAN WS-NB-COEFFICIENTS
           OR WS-COEF-EST-TROUVE
              IF WS-COEF-CONTRAT(WS-INDEX-COEF) EQUAL
              CODE-CONTRAT-SORTIE
                 SET WS-COEF-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-COEF-EST-TROUVE
              SUBTRACT 1 FROM WS-INDEX-COEF
           ELSE
              ADD 1 TO WS-NB-NOUVEAUX
              ADD 1 TO WS-NB-COEFFICIENTS
              MOVE WS-NB-COEFFICIENTS TO WS-INDEX-COEF
              MOVE CODE-CONTRAT-SORTIE
              TO WS-COEF-CONTRAT(WS-INDEX-COEF)
              MOVE 1 TO WS-COEF-EN-COURS(WS-INDEX-COEF)
              MOVE 1 TO WS-COEF-PROCHAIN(WS-INDEX-COEF)
              MOVE 0 TO WS-COEF-ECHEANCE(WS-INDEX-COEF)
              MOVE 0 TO WS-COEF-NB-SIN(WS-INDEX-COEF)
           END-IF.

      *l'échéance pour laquelle le coefficient avait été calculé est
      *passée : il devient le coefficient de la prime en cours
           IF WS-COEF-ECHEANCE(WS-INDEX-COEF) NOT EQUAL 0
           AND WS-COEF-ECHEANCE(WS-INDEX-COEF) NOT GREATER THAN
           WS-DATE-JOUR
              ADD 1 TO WS-NB-BASCULES
              MOVE WS-COEF-EN-COURS(WS-INDEX-COEF)
              TO WS-COEF-AVANT-EDIT
              MOVE WS-COEF-PROCHAIN(WS-INDEX-COEF)
              TO WS-COEF-EN-COURS(WS-INDEX-COEF)
              MOVE WS-COEF-PROCHAIN(WS-INDEX-COEF)
              TO WS-COEF-APRES-EDIT
              MOVE SPACES TO LIGNE-RAPPORT-BONUS-CONTENU
              STRING "contrat " CODE-CONTRAT-SORTIE
              " echeance " WS-COEF-ECHEANCE(WS-INDEX-COEF)
              " passee, coefficient en cours "
              WS-COEF-AVANT-EDIT " -> " WS-COEF-APRES-EDIT
              INTO LIGNE-RAPPORT-BONUS-CONTENU
              WRITE LIGNE-RAPPORT-BONUS
              MOVE 0 TO WS-COEF-ECHEANCE(WS-INDEX-COEF)
           END-IF.

      *déjà calculé pour cette échéance : rien à refaire
           IF WS-COEF-ECHEANCE(WS-INDEX-COEF) EQUAL WS-ECHEANCE
              GO TO TRAITE-CONTRAT-FIN
           END-IF.

      *la période d'observation doit être close
           MOVE WS-ECHEANCE TO WS-DATE-RECUL.
           MOVE WS-DELAI-MOIS TO WS-MOIS-RECUL.
           PERFORM RECULE-MOIS THRU RECULE-MOIS-FIN.
           MOVE WS-DATE-RECUL TO WS-CLOTURE.
           IF WS-CLOTURE GREATER THAN WS-DATE-JOUR
              GO TO TRAITE-CONTRAT-FIN
           END-IF.
           MOVE 12 TO WS-MOIS-RECUL.
           PERFORM RECULE-MOIS THRU RECULE-MOIS-FIN.
           MOVE WS-DATE-RECUL TO WS-OUVERTURE.

      *les sinistres du contrat ouverts sur la période
           MOVE 0 TO WS-NB-OBSERVES.
           PERFORM VARYING WS-INDEX-SINISTRE FROM 1 BY 1
           UNTIL WS-INDEX-SINISTRE GREATER THAN WS-NB-SINISTRES
              IF WS-SIN-CONTRAT(WS-INDEX-SINISTRE) EQUAL
              CODE-CONTRAT-SORTIE
              AND WS-SIN-DATE(WS-INDEX-SINISTRE) NOT LESS THAN
              WS-OUVERTURE
              AND WS-SIN-DATE(WS-INDEX-SINISTRE) LESS THAN WS-CLOTURE
                 ADD 1 TO WS-NB-OBSERVES
              END-IF
           END-PERFORM.

      *sans sinistre le coefficient baisse d'un cran, chaque
      *sinistre le majore d'un cran ; plancher et plafond bornent
      *le résultat
           MOVE WS-COEF-EN-COURS(WS-INDEX-COEF) TO WS-COEF-CALCUL.
           IF WS-NB-OBSERVES EQUAL 0
              COMPUTE WS-COEF-CALCUL ROUNDED =
                 WS-COEF-CALCUL * (100 - WS-REDUCTION) / 100
           ELSE
              PERFORM VARYING WS-INDEX-MAJORATION FROM 1 BY 1
              UNTIL WS-INDEX-MAJORATION GREATER THAN WS-NB-OBSERVES
                 COMPUTE WS-COEF-CALCUL ROUNDED =
                    WS-COEF-CALCUL * (100 + WS-MAJORATION) / 100
              END-PERFORM
           END-IF.
           IF WS-COEF-CALCUL LESS THAN WS-PLANCHER
              MOVE WS-PLANCHER TO WS-COEF-CALCUL
           END-IF.
           IF WS-COEF-CALCUL GREATER THAN WS-PLAFOND
              MOVE WS-PLAFOND TO WS-COEF-CALCUL
           END-IF.

           ADD 1 TO WS-NB-CALCULES.
           MOVE WS-COEF-CALCUL TO WS-COEF-PROCHAIN(WS-INDEX-COEF).
           MOVE WS-ECHEANCE TO WS-COEF-ECHEANCE(WS-INDEX-COEF).
           MOVE WS-NB-OBSERVES TO WS-COEF-NB-SIN(WS-INDEX-COEF).

           MOVE WS-COEF-EN-COURS(WS-INDEX-COEF) TO WS-COEF-AVANT-EDIT.
           MOVE WS-COEF-CALCUL TO WS-COEF-APRES-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-BONUS-CONTENU.
           STRING "contrat " CODE-CONTRAT-SORTIE
           " " NOM-PRODUIT-SORTIE
           " echeance " WS-ECHEANCE
           " observation " WS-OUVERTURE "-" WS-CLOTURE
           " sinistres " WS-NB-OBSERVES
           " coefficient " WS-COEF-AVANT-EDIT " -> "
           WS-COEF-APRES-EDIT
           INTO LIGNE-RAPPORT-BONUS-CONTENU.
           WRITE LIGNE-RAPPORT-BONUS.
       TRAITE-CONTRAT-FIN.
           EXIT.

      *on recule WS-DATE-RECUL de WS-MOIS-RECUL mois ; un jour qui
      *n'existe pas dans le mois d'arrivée est ramené à la fin du
      *mois
       RECULE-MOIS.
           COMPUTE WS-RANG-MOIS = WS-RECUL-ANNEE * 12
              + WS-RECUL-MOIS - 1 - WS-MOIS-RECUL.
           COMPUTE WS-RECUL-ANNEE = WS-RANG-MOIS / 12.
           COMPUTE WS-RECUL-MOIS =
              WS-RANG-MOIS - WS-RECUL-ANNEE * 12 + 1.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-RECUL)
           EQUAL 0
              SUBTRACT 1 FROM WS-RECUL-JOUR
           END-PERFORM.
       RECULE-MOIS-FIN.
           EXIT.

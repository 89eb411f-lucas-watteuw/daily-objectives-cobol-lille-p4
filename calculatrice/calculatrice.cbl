
      *en mode fichier, les opérations à exécuter sont lues ici au
      *lieu d'être saisies au clavier : une commande et deux nombres
      *séparés par des virgules sur chaque ligne (une commande
      *financière et tous ses paramètres pour P, A, I, V, N et E)
           SELECT OPERATIONS-BATCH ASSIGN TO "operations.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULTATS-BATCH ASSIGN TO "resultats-batch.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les tableaux d'amortissement demandés par la commande A du
      *run : pour chaque prêt, une ligne par échéance avec la
      *mensualité, les intérêts, le capital remboursé et le restant
      *dû
           SELECT AMORTISSEMENT ASSIGN TO "amortissement.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le fichier de valeurs dont on calcule les statistiques (mode
      *3, ou commande S du mode fichier) : une valeur par ligne, ou
      *une colonne choisie d'un fichier délimité
           SELECT VALEURS ASSIGN TO WS-STAT-FICHIER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VALEURS-STATUS.

      *les registres mémoire nommés, persistés entre deux runs :
      *les constantes comme le taux de TVA ou le fond de caisse ne
      *vivent plus sur un post-it à côté du terminal
       DATA DIVISION.
       FILE SECTION.
       FD HISTORIQUE-CALCULS.
       01 LIGNE-HISTORIQUE PIC X(132).

       FD OPERATIONS-BATCH.
       01 LIGNE-OPERATION PIC X(80).

       FD RESULTATS-BATCH.
       01 LIGNE-RESULTAT PIC X(132).

       FD AMORTISSEMENT.
       01 LIGNE-AMORTISSEMENT PIC X(80).

       FD VALEURS.
       01 LIGNE-VALEUR PIC X(250).

      *un registre par ligne : son nom et sa valeur en clair
       FD MEMOIRE.
       01 WS-SAISIE1 PIC X(12).
       01 WS-SAISIE2 PIC X(12).

      *le mode d'exécution : 1 interactif (par défaut), 2 fichier,
      *3 statistiques d'un fichier de valeurs
       01 WS-MODE PIC X VALUE "1".

      *le symbole de l'opération en cours, pour l'historique

      *opération voulu par l'utilisateur
       01 WS-COMMAND PIC X(2).
           88 WS-COMMANDE-FINANCIERE VALUE "P" "A" "I" "V" "N" "E".

      *l'évaluation d'expression du mode fichier : une ligne sans
      *virgule est une expression complète (+ - * / et parenthèses,
       01 WS-VAL-GAUCHE PIC S9(7)V99.
       01 WS-VAL-DROITE PIC S9(7)V99.

      *les opérations financières : les paramètres de la commande
      *en cours (capital, taux, durée, flux...), lus sur la ligne du
      *mode fichier ou saisis au clavier, registres @nom compris
       01 WS-NB-PARAM PIC 9(2) VALUE 0.
       01 WS-FIN-PARAM PIC S9(9)V9(4) OCCURS 40 TIMES.
       01 WS-INDEX-PARAM PIC 9(2).
       01 WS-POINTEUR-LIGNE PIC 9(3).
       01 WS-LONG-LIGNE PIC 9(3).
       01 WS-INVITE PIC X(40).
       01 WS-NB-FLUX PIC 9(2).
      *la commande et ses paramètres tels qu'ils partent dans
      *l'historique : la ligne du mode fichier, ou son équivalent
      *recomposé depuis la saisie au clavier
       01 WS-LIBELLE-FIN PIC X(80).
       01 WS-PARAM-EDIT PIC -(9)9.9(4).
      *les intermédiaires des calculs, avec assez de décimales pour
      *que l'arrondi ne se fasse que sur le résultat
       01 WS-FIN-TAUX PIC S9(3)V9(12).
       01 WS-FIN-FACTEUR PIC S9(11)V9(12).
       01 WS-FIN-CUMUL PIC S9(11)V9(6).
       01 WS-FIN-DUREE PIC 9(3).
       01 WS-FIN-RANG PIC 9(2).
      *le rang du premier flux actualisé : 1 pour la valeur
      *actuelle (flux en fin de période), 0 pour la valeur actuelle
      *nette (le premier flux, l'investissement, n'est pas actualisé)
       01 WS-FIN-RANG-DEPART PIC 9.

      *le tableau d'amortissement en cours : le fichier est ouvert
      *au premier tableau du run
       01 WS-AMORT-OUVERT PIC X VALUE "N".
       01 WS-AMORT-PERIODE PIC 9(3).
       01 WS-AMORT-RESTANT PIC S9(9)V99.
       01 WS-AMORT-INTERET PIC S9(9)V99.
       01 WS-AMORT-CAPITAL PIC S9(9)V99.
       01 WS-AMORT-ECHEANCE PIC S9(9)V99.
       01 WS-AMORT-TOTAL-INTERETS PIC S9(9)V99.
       01 WS-LIGNE-ECHEANCE.
           05 WS-ECH-PERIODE  PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-ECH-ECHEANCE PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-ECH-INTERET  PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-ECH-CAPITAL  PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-ECH-RESTANT  PIC -(8)9.99.

      *les statistiques d'un fichier de valeurs : le fichier, la
      *colonne retenue (0 pour la ligne entière) et son séparateur
       01 WS-STAT-FICHIER PIC X(60).
       01 WS-VALEURS-STATUS PIC X(2) VALUE SPACES.
           88 WS-VALEURS-STATUS-OK VALUE "00".
       01 WS-FIN-VALEURS PIC X.
       01 WS-STAT-SAISIE-COLONNE PIC X(12).
       01 WS-STAT-SAISIE-SEPARATEUR PIC X(12).
       01 WS-STAT-COLONNE PIC 9(2).
       01 WS-STAT-SEPARATEUR PIC X.
       01 WS-STAT-CHAMP PIC X(40).
       01 WS-STAT-POINTEUR PIC 9(3).
       01 WS-STAT-INDEX-COL PIC 9(2).
      *les valeurs retenues, triées pour la médiane et les
      *centiles, et le nombre de valeurs rejetées car non numériques
       01 WS-STAT-NB PIC 9(4) VALUE 0.
       01 WS-STAT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-STAT-NB.
           05 WS-STAT-VALEUR PIC S9(11)V9(4).
       01 WS-STAT-NB-REJETS PIC 9(6).
       01 WS-STAT-INDEX PIC 9(4).
       01 WS-STAT-SOMME PIC S9(13)V9(4).
       01 WS-STAT-MOYENNE PIC S9(11)V9(4).
       01 WS-STAT-CUMUL-ECARTS PIC S9(24)V9(4).
       01 WS-STAT-ECART-TYPE PIC S9(11)V9(4).
      *le centile demandé (0.25 pour le premier quartile) et son
      *rang dans les valeurs triées
       01 WS-STAT-CENTILE PIC 9V99.
       01 WS-STAT-RANG PIC 9(4)V9(6).
       01 WS-STAT-RANG-ENTIER PIC 9(4).
       01 WS-STAT-RESULTAT PIC S9(11)V9(4).
      *les trois lignes de résultats, pour l'écran, l'historique et
      *resultats-batch.txt
       01 WS-STAT-TEXTE PIC X(100) OCCURS 3 TIMES.
       01 WS-STAT-RANG-TEXTE PIC 9.
       01 WS-STAT-POINTEUR-TEXTE PIC 9(3).
       01 WS-STAT-LIBELLE PIC X(14).
       01 WS-STAT-EDIT PIC -(11)9.99.

       PROCEDURE DIVISION.

      *on recharge les registres mémoire persistés du run précédent

           DISPLAY "1 pour le mode interactif".
           DISPLAY "2 pour le mode fichier (operations.txt)".
           DISPLAY "3 pour les statistiques d'un fichier de valeurs".
           ACCEPT WS-MODE.

           IF WS-MODE EQUAL "2"
              PERFORM TRAITE-BATCH THRU TRAITE-BATCH-FIN
           ELSE
           IF WS-MODE EQUAL "3"
              PERFORM STATISTIQUES-ECRAN THRU STATISTIQUES-ECRAN-FIN
           ELSE

           PERFORM UNTIL EXIT

           DISPLAY "M pour ranger le résultat dans un registre"
           DISPLAY "R pour rappeler un registre comme résultat"
           DISPLAY "L pour lister les registres, C pour les vider"
           DISPLAY "P pour la mensualité d'un prêt"
           DISPLAY "A pour la mensualité et le tableau d'amortissement"
           DISPLAY "I pour les intérêts composés"
           DISPLAY "E pour le taux annuel effectif"
           DISPLAY "V pour la valeur actuelle d'une série de flux"
           DISPLAY "N pour la valeur actuelle nette d'une serie de flux"
           DISPLAY "autre pour arrêter le programme"
           ACCEPT WS-COMMAND

               MOVE 0 TO WS-NB-REGISTRES
               DISPLAY "registres vides"

      *mensualité d'un prêt, avec son tableau d'amortissement pour A
               WHEN EQUAL "P"
               WHEN EQUAL "A"
               DISPLAY "Vous voulez calculer la mensualité d'un prêt"
               MOVE 0 TO WS-NB-PARAM
               MOVE SPACES TO WS-ERREUR-LIGNE
               MOVE "Entrer le capital emprunté" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               MOVE "Entrer le taux annuel en %" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               MOVE "Entrer la durée en mois" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               PERFORM TRAITE-FINANCIER-ECRAN
               THRU TRAITE-FINANCIER-ECRAN-FIN

      *intérêts composés : la valeur acquise d'un capital placé
               WHEN EQUAL "I"
               DISPLAY "Vous voulez calculer des intérêts composés"
               MOVE 0 TO WS-NB-PARAM
               MOVE SPACES TO WS-ERREUR-LIGNE
               MOVE "Entrer le capital placé" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               MOVE "Entrer le taux annuel en %" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               MOVE "Entrer la durée en années" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               MOVE "Entrer les capitalisations par an" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               PERFORM TRAITE-FINANCIER-ECRAN
               THRU TRAITE-FINANCIER-ECRAN-FIN

      *valeur actuelle et valeur actuelle nette d'une série de flux
               WHEN EQUAL "V"
               WHEN EQUAL "N"
               DISPLAY "Vous voulez actualiser une série de flux"
               MOVE 0 TO WS-NB-PARAM
               MOVE SPACES TO WS-ERREUR-LIGNE
               MOVE "Entrer le taux d'actualisation en %" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               IF WS-COMMAND EQUAL "N"
                  DISPLAY "nombre de flux, investissement initial compr"
                  "is"
               ELSE
                  DISPLAY "nombre de flux (fin de période 1, 2...)"
               END-IF
               ACCEPT WS-SAISIE
               MOVE 0 TO WS-NB-FLUX
               IF FUNCTION TEST-NUMVAL(WS-SAISIE) EQUAL 0
               AND FUNCTION NUMVAL(WS-SAISIE) GREATER THAN 0
               AND FUNCTION NUMVAL(WS-SAISIE) LESS THAN 40
                  MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-NB-FLUX
               ELSE
                  MOVE "nombre de flux invalide" TO WS-ERREUR-LIGNE
               END-IF
               PERFORM VARYING WS-FIN-RANG FROM 1 BY 1
               UNTIL WS-FIN-RANG GREATER THAN WS-NB-FLUX
                  MOVE SPACES TO WS-INVITE
                  STRING "Entrer le flux " WS-FIN-RANG
                  DELIMITED BY SIZE INTO WS-INVITE
                  PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               END-PERFORM
               PERFORM TRAITE-FINANCIER-ECRAN
               THRU TRAITE-FINANCIER-ECRAN-FIN

      *taux annuel effectif d'un taux nominal capitalisé
               WHEN EQUAL "E"
               DISPLAY "Vous voulez calculer un taux annuel effectif"
               MOVE 0 TO WS-NB-PARAM
               MOVE SPACES TO WS-ERREUR-LIGNE
               MOVE "Entrer le taux nominal annuel en %" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               MOVE "Entrer les capitalisations par an" TO WS-INVITE
               PERFORM SAISIE-PARAMETRE THRU SAISIE-PARAMETRE-FIN
               PERFORM TRAITE-FINANCIER-ECRAN
               THRU TRAITE-FINANCIER-ECRAN-FIN

      *fin du programme
               WHEN OTHER
               DISPLAY "commande inconnu, arrêt du programme"
               PERFORM SAUVE-REGISTRES THRU SAUVE-REGISTRES-FIN
               IF WS-AMORT-OUVERT EQUAL "O"
                  CLOSE AMORTISSEMENT
               END-IF
               STOP RUN
            END-EVALUATE


           END-PERFORM

           END-IF
           END-IF.

           PERFORM SAUVE-REGISTRES THRU SAUVE-REGISTRES-FIN.

           CLOSE HISTORIQUE-CALCULS.
           IF WS-AMORT-OUVERT EQUAL "O"
              CLOSE AMORTISSEMENT
           END-IF.

           STOP RUN.

              GO TO TRAITE-LIGNE-BATCH-FIN
           END-IF.

      *une ligne "S,fichier,colonne,separateur" calcule les
      *statistiques d'un fichier de valeurs
           IF WS-COMMAND EQUAL "S"
              PERFORM STATISTIQUES-BATCH THRU STATISTIQUES-BATCH-FIN
              GO TO TRAITE-LIGNE-BATCH-FIN
           END-IF.

      *une commande financière porte tous ses paramètres sur la
      *ligne, autant qu'il en faut
           IF WS-COMMANDE-FINANCIERE
              PERFORM TRAITE-FINANCIER-BATCH
              THRU TRAITE-FINANCIER-BATCH-FIN
              GO TO TRAITE-LIGNE-BATCH-FIN
           END-IF.

      *les opérandes doivent être des nombres valides avant tout
      *calcul (un champ mémoire "@nom" est résolu plus bas)
           PERFORM RESOUT-OPERANDES THRU RESOUT-OPERANDES-FIN.
      *registre @nom, opérateur, parenthèse ou fin de ligne
       LIT-JETON.
      *on saute les espaces
           PERFORM UNTIL WS-POS-EXPR GREATER THAN 80
           OR LIGNE-OPERATION(WS-POS-EXPR:1) NOT EQUAL SPACE
              ADD 1 TO WS-POS-EXPR
           END-PERFORM.
           IF WS-POS-EXPR GREATER THAN 80
              MOVE "Z" TO WS-JETON-TYPE
              GO TO LIT-JETON-FIN
           END-IF.
           ADD 1 TO WS-POS-EXPR.
           MOVE SPACES TO WS-TAMPON-JETON.
           MOVE 0 TO WS-LONG-TAMPON.
           PERFORM UNTIL WS-POS-EXPR GREATER THAN 80
           OR LIGNE-OPERATION(WS-POS-EXPR:1) EQUAL SPACE OR "+"
           OR "-" OR "*" OR "/" OR "(" OR ")"
           OR WS-LONG-TAMPON GREATER THAN OR EQUAL TO 10
              MOVE "-" TO WS-TAMPON-JETON(WS-LONG-TAMPON:1)
              ADD 1 TO WS-POS-EXPR
           END-IF.
           PERFORM UNTIL WS-POS-EXPR GREATER THAN 80
           OR WS-LONG-TAMPON GREATER THAN OR EQUAL TO 12
           OR (LIGNE-OPERATION(WS-POS-EXPR:1) NOT NUMERIC
           AND LIGNE-OPERATION(WS-POS-EXPR:1) NOT EQUAL ".")
           CLOSE MEMOIRE.
       SAUVE-REGISTRES-FIN.
           EXIT.

      *mode fichier, commande financière : les paramètres sont
      *découpés sur les virgules et résolus comme les opérandes ;
      *le résultat ou l'erreur part dans resultats-batch.txt comme
      *pour les autres commandes
      *  P,capital,taux annuel %,durée en mois   mensualité
      *  A,capital,taux annuel %,durée en mois   mensualité et
      *                                          tableau
      *  I,capital,taux annuel %,années[,capitalisations par an]
      *  V,taux %,flux 1,flux 2...               valeur actuelle
      *  N,taux %,flux 0,flux 1...               valeur actuelle nette
      *  E,taux nominal %,capitalisations par an taux effectif
       TRAITE-FINANCIER-BATCH.
           MOVE 0 TO WS-NB-PARAM.
           MOVE 0 TO WS-LONG-LIGNE.
           INSPECT FUNCTION REVERSE(LIGNE-OPERATION)
           TALLYING WS-LONG-LIGNE FOR LEADING SPACES.
           COMPUTE WS-LONG-LIGNE = 80 - WS-LONG-LIGNE.
           MOVE 1 TO WS-POINTEUR-LIGNE.
           UNSTRING LIGNE-OPERATION(1:WS-LONG-LIGNE) DELIMITED BY ","
              INTO WS-COMMAND WITH POINTER WS-POINTEUR-LIGNE.
           PERFORM UNTIL WS-POINTEUR-LIGNE GREATER THAN WS-LONG-LIGNE
           OR WS-ERREUR-LIGNE NOT EQUAL SPACES
              MOVE SPACES TO WS-SAISIE
              UNSTRING LIGNE-OPERATION(1:WS-LONG-LIGNE)
                 DELIMITED BY "," INTO WS-SAISIE
                 WITH POINTER WS-POINTEUR-LIGNE
              PERFORM RESOUT-PARAMETRE THRU RESOUT-PARAMETRE-FIN
           END-PERFORM.
           IF WS-ERREUR-LIGNE EQUAL SPACES
              PERFORM CALCULE-FINANCIER THRU CALCULE-FINANCIER-FIN
           END-IF.

           IF WS-ERREUR-LIGNE NOT EQUAL SPACES
              PERFORM ECRIT-RESULTAT-ERREUR
              THRU ECRIT-RESULTAT-ERREUR-FIN
           ELSE
              ADD 1 TO WS-NB-BATCH-OK
              MOVE WS-RESULT TO WS-RESULT-EDIT
              DISPLAY FUNCTION TRIM(LIGNE-OPERATION) " = "
              FUNCTION TRIM(WS-RESULT-EDIT)
              MOVE SPACES TO LIGNE-RESULTAT
              STRING FUNCTION TRIM(LIGNE-OPERATION)
              " = " FUNCTION TRIM(WS-RESULT-EDIT)
              INTO LIGNE-RESULTAT
              WRITE LIGNE-RESULTAT
              MOVE LIGNE-OPERATION TO WS-LIBELLE-FIN
              PERFORM ECRIT-HISTO-FINANCIER
              THRU ECRIT-HISTO-FINANCIER-FIN
           END-IF.
       TRAITE-FINANCIER-BATCH-FIN.
           EXIT.

      *mode interactif, commande financière : les paramètres saisis
      *sont calculés comme en mode fichier ; le résultat devient le
      *résultat courant, réutilisable par les opérations 5 à 9
       TRAITE-FINANCIER-ECRAN.
           IF WS-ERREUR-LIGNE EQUAL SPACES
              PERFORM CALCULE-FINANCIER THRU CALCULE-FINANCIER-FIN
           END-IF.
           IF WS-ERREUR-LIGNE NOT EQUAL SPACES
              DISPLAY "erreur : " FUNCTION TRIM(WS-ERREUR-LIGNE)
              GO TO TRAITE-FINANCIER-ECRAN-FIN
           END-IF.
           MOVE WS-RESULT TO WS-RESULT-EDIT.
           DISPLAY "resultat = " FUNCTION TRIM(WS-RESULT-EDIT).
           IF WS-COMMAND EQUAL "A"
              DISPLAY "tableau d'amortissement dans amortissement.txt"
           END-IF.

      *la saisie recomposée comme une ligne du mode fichier
           MOVE SPACES TO WS-LIBELLE-FIN.
           MOVE 1 TO WS-POINTEUR-LIGNE.
           STRING WS-COMMAND(1:1) DELIMITED BY SIZE
           INTO WS-LIBELLE-FIN WITH POINTER WS-POINTEUR-LIGNE.
           PERFORM VARYING WS-INDEX-PARAM FROM 1 BY 1
           UNTIL WS-INDEX-PARAM GREATER THAN WS-NB-PARAM
              MOVE WS-FIN-PARAM(WS-INDEX-PARAM) TO WS-PARAM-EDIT
              STRING "," FUNCTION TRIM(WS-PARAM-EDIT)
              DELIMITED BY SIZE
              INTO WS-LIBELLE-FIN WITH POINTER WS-POINTEUR-LIGNE
           END-PERFORM.
           PERFORM ECRIT-HISTO-FINANCIER THRU ECRIT-HISTO-FINANCIER-FIN.
       TRAITE-FINANCIER-ECRAN-FIN.
           EXIT.

      *on saisit au clavier un paramètre de la commande financière
      *en cours ; rien n'est demandé après une première erreur
       SAISIE-PARAMETRE.
           IF WS-ERREUR-LIGNE NOT EQUAL SPACES
              GO TO SAISIE-PARAMETRE-FIN
           END-IF.
           DISPLAY FUNCTION TRIM(WS-INVITE).
           ACCEPT WS-SAISIE.
           PERFORM RESOUT-PARAMETRE THRU RESOUT-PARAMETRE-FIN.
       SAISIE-PARAMETRE-FIN.
           EXIT.

      *on contrôle et convertit le paramètre WS-SAISIE, nombre ou
      *registre @nom, à la suite des paramètres déjà lus
       RESOUT-PARAMETRE.
           IF WS-NB-PARAM EQUAL 40
              MOVE "trop de parametres" TO WS-ERREUR-LIGNE
              GO TO RESOUT-PARAMETRE-FIN
           END-IF.
           ADD 1 TO WS-NB-PARAM.
           IF WS-SAISIE(1:1) EQUAL "@"
              MOVE WS-SAISIE(2:10) TO WS-REG-CHERCHE
              PERFORM CHERCHE-REGISTRE THRU CHERCHE-REGISTRE-FIN
              IF WS-REG-TROUVE EQUAL 0
                 STRING "registre " WS-NB-PARAM " inconnu"
                 DELIMITED BY SIZE INTO WS-ERREUR-LIGNE
                 GO TO RESOUT-PARAMETRE-FIN
              END-IF
              MOVE WS-REG-VALEUR(WS-REG-TROUVE)
              TO WS-FIN-PARAM(WS-NB-PARAM)
              GO TO RESOUT-PARAMETRE-FIN
           END-IF.
           IF WS-SAISIE EQUAL SPACES
           OR FUNCTION TEST-NUMVAL(WS-SAISIE) NOT EQUAL 0
              STRING "parametre " WS-NB-PARAM " invalide"
              DELIMITED BY SIZE INTO WS-ERREUR-LIGNE
              GO TO RESOUT-PARAMETRE-FIN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-FIN-PARAM(WS-NB-PARAM).
       RESOUT-PARAMETRE-FIN.
           EXIT.

      *le calcul de la commande financière WS-COMMAND sur les
      *paramètres lus ; le résultat arrondi au centime va dans
      *WS-RESULT, une anomalie dans WS-ERREUR-LIGNE
       CALCULE-FINANCIER.
           EVALUATE WS-COMMAND
              WHEN "P"
                 PERFORM CALCULE-MENSUALITE THRU CALCULE-MENSUALITE-FIN
              WHEN "A"
                 PERFORM CALCULE-MENSUALITE THRU CALCULE-MENSUALITE-FIN
                 IF WS-ERREUR-LIGNE EQUAL SPACES
                    PERFORM ECRIT-AMORTISSEMENT
                    THRU ECRIT-AMORTISSEMENT-FIN
                 END-IF
              WHEN "I"
                 PERFORM CALCULE-INTERETS THRU CALCULE-INTERETS-FIN
              WHEN "V"
                 MOVE 1 TO WS-FIN-RANG-DEPART
                 PERFORM ACTUALISE-FLUX THRU ACTUALISE-FLUX-FIN
              WHEN "N"
                 MOVE 0 TO WS-FIN-RANG-DEPART
                 PERFORM ACTUALISE-FLUX THRU ACTUALISE-FLUX-FIN
              WHEN "E"
                 PERFORM CALCULE-TAUX-EFFECTIF
                 THRU CALCULE-TAUX-EFFECTIF-FIN
           END-EVALUATE.
       CALCULE-FINANCIER-FIN.
           EXIT.

      *la mensualité constante d'un prêt : capital x t / (1 - (1 +
      *t) ** -n), t le taux mensuel (taux annuel / 12) et n la
      *durée en mois ; à taux nul, le capital divisé par la durée
       CALCULE-MENSUALITE.
           IF WS-NB-PARAM NOT EQUAL 3
              MOVE "3 parametres attendus" TO WS-ERREUR-LIGNE
              GO TO CALCULE-MENSUALITE-FIN
           END-IF.
           IF WS-FIN-PARAM(1) NOT GREATER THAN 0
              MOVE "capital invalide" TO WS-ERREUR-LIGNE
              GO TO CALCULE-MENSUALITE-FIN
           END-IF.
           IF WS-FIN-PARAM(2) LESS THAN 0
           OR WS-FIN-PARAM(2) NOT LESS THAN 100
              MOVE "taux invalide" TO WS-ERREUR-LIGNE
              GO TO CALCULE-MENSUALITE-FIN
           END-IF.
           MOVE WS-FIN-PARAM(3) TO WS-FIN-DUREE.
           IF WS-FIN-DUREE NOT EQUAL WS-FIN-PARAM(3)
           OR WS-FIN-DUREE EQUAL 0
           OR WS-FIN-DUREE GREATER THAN 600
              MOVE "duree invalide (1 a 600 mois)" TO WS-ERREUR-LIGNE
              GO TO CALCULE-MENSUALITE-FIN
           END-IF.

           COMPUTE WS-FIN-TAUX = WS-FIN-PARAM(2) / 1200.
           IF WS-FIN-TAUX EQUAL 0
              COMPUTE WS-RESULT ROUNDED =
                 WS-FIN-PARAM(1) / WS-FIN-DUREE
                 ON SIZE ERROR
                    MOVE "depassement de capacite" TO WS-ERREUR-LIGNE
              END-COMPUTE
           ELSE
              COMPUTE WS-FIN-FACTEUR = (1 + WS-FIN-TAUX) ** WS-FIN-DUREE
              COMPUTE WS-RESULT ROUNDED = WS-FIN-PARAM(1) * WS-FIN-TAUX
                 * WS-FIN-FACTEUR / (WS-FIN-FACTEUR - 1)
                 ON SIZE ERROR
                    MOVE "depassement de capacite" TO WS-ERREUR-LIGNE
              END-COMPUTE
           END-IF.
       CALCULE-MENSUALITE-FIN.
           EXIT.

      *la valeur acquise d'un capital placé à intérêts composés :
      *capital x (1 + taux / m) ** (années x m), m le nombre de
      *capitalisations par an (1 par défaut)
       CALCULE-INTERETS.
           IF WS-NB-PARAM LESS THAN 3 OR WS-NB-PARAM GREATER THAN 4
              MOVE "3 ou 4 parametres attendus" TO WS-ERREUR-LIGNE
              GO TO CALCULE-INTERETS-FIN
           END-IF.
           IF WS-NB-PARAM EQUAL 3
              MOVE 1 TO WS-FIN-PARAM(4)
           END-IF.
           IF WS-FIN-PARAM(2) NOT GREATER THAN -100
              MOVE "taux invalide" TO WS-ERREUR-LIGNE
              GO TO CALCULE-INTERETS-FIN
           END-IF.
           IF WS-FIN-PARAM(3) LESS THAN 0
              MOVE "duree invalide" TO WS-ERREUR-LIGNE
              GO TO CALCULE-INTERETS-FIN
           END-IF.
           MOVE WS-FIN-PARAM(4) TO WS-FIN-DUREE.
           IF WS-FIN-DUREE NOT EQUAL WS-FIN-PARAM(4)
           OR WS-FIN-DUREE EQUAL 0
           OR WS-FIN-DUREE GREATER THAN 365
              MOVE "capitalisations invalides" TO WS-ERREUR-LIGNE
              GO TO CALCULE-INTERETS-FIN
           END-IF.
           COMPUTE WS-FIN-TAUX = WS-FIN-PARAM(2) / 100 / WS-FIN-DUREE.
           COMPUTE WS-RESULT ROUNDED = WS-FIN-PARAM(1)
              * (1 + WS-FIN-TAUX) ** (WS-FIN-PARAM(3) * WS-FIN-DUREE)
              ON SIZE ERROR
                 MOVE "depassement de capacite" TO WS-ERREUR-LIGNE
           END-COMPUTE.
       CALCULE-INTERETS-FIN.
           EXIT.

      *la somme actualisée des flux : chaque flux divisé par (1 +
      *taux) ** rang, le rang partant de WS-FIN-RANG-DEPART (1 pour
      *la valeur actuelle, 0 pour la valeur actuelle nette)
       ACTUALISE-FLUX.
           IF WS-NB-PARAM LESS THAN 2
              MOVE "taux et flux attendus" TO WS-ERREUR-LIGNE
              GO TO ACTUALISE-FLUX-FIN
           END-IF.
           IF WS-FIN-PARAM(1) NOT GREATER THAN -100
              MOVE "taux invalide" TO WS-ERREUR-LIGNE
              GO TO ACTUALISE-FLUX-FIN
           END-IF.
           COMPUTE WS-FIN-TAUX = WS-FIN-PARAM(1) / 100.
           MOVE 0 TO WS-FIN-CUMUL.
           MOVE WS-FIN-RANG-DEPART TO WS-FIN-RANG.
           PERFORM VARYING WS-INDEX-PARAM FROM 2 BY 1
           UNTIL WS-INDEX-PARAM GREATER THAN WS-NB-PARAM
              COMPUTE WS-FIN-CUMUL = WS-FIN-CUMUL
                 + WS-FIN-PARAM(WS-INDEX-PARAM)
                 / (1 + WS-FIN-TAUX) ** WS-FIN-RANG
              ADD 1 TO WS-FIN-RANG
           END-PERFORM.
           COMPUTE WS-RESULT ROUNDED = WS-FIN-CUMUL
              ON SIZE ERROR
                 MOVE "depassement de capacite" TO WS-ERREUR-LIGNE
           END-COMPUTE.
       ACTUALISE-FLUX-FIN.
           EXIT.

      *le taux annuel effectif, en %, d'un taux nominal capitalisé
      *m fois par an : ((1 + taux / m) ** m - 1) x 100
       CALCULE-TAUX-EFFECTIF.
           IF WS-NB-PARAM NOT EQUAL 2
              MOVE "2 parametres attendus" TO WS-ERREUR-LIGNE
              GO TO CALCULE-TAUX-EFFECTIF-FIN
           END-IF.
           IF WS-FIN-PARAM(1) NOT GREATER THAN -100
              MOVE "taux invalide" TO WS-ERREUR-LIGNE
              GO TO CALCULE-TAUX-EFFECTIF-FIN
           END-IF.
           MOVE WS-FIN-PARAM(2) TO WS-FIN-DUREE.
           IF WS-FIN-DUREE NOT EQUAL WS-FIN-PARAM(2)
           OR WS-FIN-DUREE EQUAL 0
           OR WS-FIN-DUREE GREATER THAN 365
              MOVE "capitalisations invalides" TO WS-ERREUR-LIGNE
              GO TO CALCULE-TAUX-EFFECTIF-FIN
           END-IF.
           COMPUTE WS-FIN-TAUX = WS-FIN-PARAM(1) / 100 / WS-FIN-DUREE.
           COMPUTE WS-RESULT ROUNDED =
              ((1 + WS-FIN-TAUX) ** WS-FIN-DUREE - 1) * 100
              ON SIZE ERROR
                 MOVE "depassement de capacite" TO WS-ERREUR-LIGNE
           END-COMPUTE.
       CALCULE-TAUX-EFFECTIF-FIN.
           EXIT.

      *le tableau d'amortissement du prêt dont la mensualité vient
      *d'être calculée : à chaque échéance, les intérêts du mois
      *sur le restant dû, le capital remboursé par la différence ;
      *la dernière échéance solde le restant dû, arrondis compris
       ECRIT-AMORTISSEMENT.
           IF WS-AMORT-OUVERT NOT EQUAL "O"
              OPEN OUTPUT AMORTISSEMENT
              MOVE "O" TO WS-AMORT-OUVERT
           END-IF.
           MOVE WS-FIN-PARAM(1) TO WS-AMORT-RESTANT.
           MOVE 0 TO WS-AMORT-TOTAL-INTERETS.

           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           MOVE 1 TO WS-POINTEUR-LIGNE.
           MOVE WS-FIN-PARAM(1) TO WS-PARAM-EDIT.
           STRING "pret de " FUNCTION TRIM(WS-PARAM-EDIT)
           DELIMITED BY SIZE
           INTO LIGNE-AMORTISSEMENT WITH POINTER WS-POINTEUR-LIGNE.
           MOVE WS-FIN-PARAM(2) TO WS-PARAM-EDIT.
           MOVE WS-RESULT TO WS-RESULT-EDIT.
           STRING " a " FUNCTION TRIM(WS-PARAM-EDIT) "% sur "
           WS-FIN-DUREE " mois, mensualite "
           FUNCTION TRIM(WS-RESULT-EDIT)
           DELIMITED BY SIZE
           INTO LIGNE-AMORTISSEMENT WITH POINTER WS-POINTEUR-LIGNE.
           WRITE LIGNE-AMORTISSEMENT.
           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           STRING "per.      echeance      interets       capital"
           "    restant du"
           DELIMITED BY SIZE INTO LIGNE-AMORTISSEMENT.
           WRITE LIGNE-AMORTISSEMENT.

           PERFORM VARYING WS-AMORT-PERIODE FROM 1 BY 1
           UNTIL WS-AMORT-PERIODE GREATER THAN WS-FIN-DUREE
              COMPUTE WS-AMORT-INTERET ROUNDED =
                 WS-AMORT-RESTANT * WS-FIN-TAUX
              IF WS-AMORT-PERIODE EQUAL WS-FIN-DUREE
                 MOVE WS-AMORT-RESTANT TO WS-AMORT-CAPITAL
                 COMPUTE WS-AMORT-ECHEANCE =
                    WS-AMORT-CAPITAL + WS-AMORT-INTERET
              ELSE
                 MOVE WS-RESULT TO WS-AMORT-ECHEANCE
                 COMPUTE WS-AMORT-CAPITAL =
                    WS-AMORT-ECHEANCE - WS-AMORT-INTERET
              END-IF
              SUBTRACT WS-AMORT-CAPITAL FROM WS-AMORT-RESTANT
              ADD WS-AMORT-INTERET TO WS-AMORT-TOTAL-INTERETS
              MOVE WS-AMORT-PERIODE TO WS-ECH-PERIODE
              MOVE WS-AMORT-ECHEANCE TO WS-ECH-ECHEANCE
              MOVE WS-AMORT-INTERET TO WS-ECH-INTERET
              MOVE WS-AMORT-CAPITAL TO WS-ECH-CAPITAL
              MOVE WS-AMORT-RESTANT TO WS-ECH-RESTANT
              MOVE WS-LIGNE-ECHEANCE TO LIGNE-AMORTISSEMENT
              WRITE LIGNE-AMORTISSEMENT
           END-PERFORM.

           MOVE WS-AMORT-TOTAL-INTERETS TO WS-ECH-INTERET.
           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           STRING "total des interets " FUNCTION TRIM(WS-ECH-INTERET)
           DELIMITED BY SIZE INTO LIGNE-AMORTISSEMENT.
           WRITE LIGNE-AMORTISSEMENT.
           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           WRITE LIGNE-AMORTISSEMENT.
       ECRIT-AMORTISSEMENT-FIN.
           EXIT.

      *on écrit dans l'historique des calculs la commande
      *financière et ses paramètres, avec le résultat
       ECRIT-HISTO-FINANCIER.
           MOVE WS-RESULT TO WS-RESULT-EDIT.
           MOVE SPACES TO LIGNE-HISTORIQUE.
           STRING FUNCTION TRIM(WS-LIBELLE-FIN)
           " = " FUNCTION TRIM(WS-RESULT-EDIT)
           INTO LIGNE-HISTORIQUE.
           WRITE LIGNE-HISTORIQUE.
       ECRIT-HISTO-FINANCIER-FIN.
           EXIT.

      *mode fichier, commande de statistiques : une ligne
      *"S,fichier,colonne,separateur" (colonne 0 ou absente pour
      *une valeur par ligne, séparateur ";" par défaut, ou ESPACE,
      *TAB, VIRGULE) ; les trois lignes de résultats partent dans
      *resultats-batch.txt, l'erreur comme pour les autres commandes
       STATISTIQUES-BATCH.
           MOVE SPACES TO WS-STAT-FICHIER.
           MOVE SPACES TO WS-STAT-SAISIE-COLONNE.
           MOVE SPACES TO WS-STAT-SAISIE-SEPARATEUR.
           UNSTRING LIGNE-OPERATION DELIMITED BY ","
              INTO WS-COMMAND WS-STAT-FICHIER WS-STAT-SAISIE-COLONNE
              WS-STAT-SAISIE-SEPARATEUR.
           PERFORM CALCULE-STATISTIQUES THRU CALCULE-STATISTIQUES-FIN.
           IF WS-ERREUR-LIGNE NOT EQUAL SPACES
              PERFORM ECRIT-RESULTAT-ERREUR
              THRU ECRIT-RESULTAT-ERREUR-FIN
              GO TO STATISTIQUES-BATCH-FIN
           END-IF.

           ADD 1 TO WS-NB-BATCH-OK.
           MOVE LIGNE-OPERATION TO WS-LIBELLE-FIN.
           PERFORM VARYING WS-STAT-RANG-TEXTE FROM 1 BY 1
           UNTIL WS-STAT-RANG-TEXTE GREATER THAN 3
              DISPLAY FUNCTION TRIM(LIGNE-OPERATION) " = "
              FUNCTION TRIM(WS-STAT-TEXTE(WS-STAT-RANG-TEXTE))
              MOVE SPACES TO LIGNE-RESULTAT
              STRING FUNCTION TRIM(LIGNE-OPERATION) " = "
              FUNCTION TRIM(WS-STAT-TEXTE(WS-STAT-RANG-TEXTE))
              INTO LIGNE-RESULTAT
              WRITE LIGNE-RESULTAT
           END-PERFORM.
           PERFORM ECRIT-HISTO-STATISTIQUES
           THRU ECRIT-HISTO-STATISTIQUES-FIN.
       STATISTIQUES-BATCH-FIN.
           EXIT.

      *mode 3 : le fichier, la colonne et le séparateur sont saisis
      *au clavier, les statistiques affichées et portées à
      *l'historique ; la moyenne devient le résultat courant
       STATISTIQUES-ECRAN.
           MOVE SPACES TO WS-ERREUR-LIGNE.
           DISPLAY "nom du fichier de valeurs".
           ACCEPT WS-STAT-FICHIER.
           DISPLAY "colonne (0 pour une valeur par ligne)".
           ACCEPT WS-STAT-SAISIE-COLONNE.
           DISPLAY "separateur (; par defaut, ESPACE, TAB, VIRGULE)".
           ACCEPT WS-STAT-SAISIE-SEPARATEUR.
           PERFORM CALCULE-STATISTIQUES THRU CALCULE-STATISTIQUES-FIN.
           IF WS-ERREUR-LIGNE NOT EQUAL SPACES
              DISPLAY "erreur : " FUNCTION TRIM(WS-ERREUR-LIGNE)
              GO TO STATISTIQUES-ECRAN-FIN
           END-IF.

           PERFORM VARYING WS-STAT-RANG-TEXTE FROM 1 BY 1
           UNTIL WS-STAT-RANG-TEXTE GREATER THAN 3
              DISPLAY FUNCTION TRIM(WS-STAT-TEXTE(WS-STAT-RANG-TEXTE))
           END-PERFORM.
      *la saisie recomposée comme une ligne du mode fichier
           MOVE SPACES TO WS-LIBELLE-FIN.
           STRING "S," FUNCTION TRIM(WS-STAT-FICHIER) ","
           WS-STAT-COLONNE "," FUNCTION TRIM(WS-STAT-SAISIE-SEPARATEUR)
           DELIMITED BY SIZE INTO WS-LIBELLE-FIN.
           PERFORM ECRIT-HISTO-STATISTIQUES
           THRU ECRIT-HISTO-STATISTIQUES-FIN.
       STATISTIQUES-ECRAN-FIN.
           EXIT.

      *on lit le fichier WS-STAT-FICHIER, on retient la colonne
      *demandée de chaque ligne, on rejette ce qui n'est pas un
      *nombre, puis on calcule nombre, somme, moyenne, écart-type
      *(de la population), minimum, maximum, médiane et centiles 10,
      *25, 75 et 90 dans les trois lignes WS-STAT-TEXTE
       CALCULE-STATISTIQUES.
           IF WS-STAT-FICHIER EQUAL SPACES
              MOVE "fichier de valeurs absent" TO WS-ERREUR-LIGNE
              GO TO CALCULE-STATISTIQUES-FIN
           END-IF.
           MOVE 0 TO WS-STAT-COLONNE.
           IF WS-STAT-SAISIE-COLONNE NOT EQUAL SPACES
              IF FUNCTION TEST-NUMVAL(WS-STAT-SAISIE-COLONNE)
                 NOT EQUAL 0
              OR FUNCTION NUMVAL(WS-STAT-SAISIE-COLONNE) LESS THAN 0
              OR FUNCTION NUMVAL(WS-STAT-SAISIE-COLONNE)
                 GREATER THAN 99
                 MOVE "colonne invalide" TO WS-ERREUR-LIGNE
                 GO TO CALCULE-STATISTIQUES-FIN
              END-IF
              MOVE FUNCTION NUMVAL(WS-STAT-SAISIE-COLONNE)
              TO WS-STAT-COLONNE
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(WS-STAT-SAISIE-SEPARATEUR)
              WHEN SPACES
                 MOVE ";" TO WS-STAT-SEPARATEUR
              WHEN "ESPACE"
                 MOVE SPACE TO WS-STAT-SEPARATEUR
              WHEN "TAB"
                 MOVE X"09" TO WS-STAT-SEPARATEUR
              WHEN "VIRGULE"
                 MOVE "," TO WS-STAT-SEPARATEUR
              WHEN OTHER
                 IF WS-STAT-SAISIE-SEPARATEUR(2:11) NOT EQUAL SPACES
                    MOVE "separateur invalide" TO WS-ERREUR-LIGNE
                    GO TO CALCULE-STATISTIQUES-FIN
                 END-IF
                 MOVE WS-STAT-SAISIE-SEPARATEUR(1:1)
                 TO WS-STAT-SEPARATEUR
           END-EVALUATE.

           OPEN INPUT VALEURS.
           IF NOT WS-VALEURS-STATUS-OK
              MOVE "fichier de valeurs introuvable" TO WS-ERREUR-LIGNE
              GO TO CALCULE-STATISTIQUES-FIN
           END-IF.
           MOVE 0 TO WS-STAT-NB.
           MOVE 0 TO WS-STAT-NB-REJETS.
           MOVE 0 TO WS-STAT-SOMME.
           MOVE "C" TO WS-FIN-VALEURS.
           PERFORM UNTIL WS-FIN-VALEURS EQUAL "F"
           OR WS-ERREUR-LIGNE NOT EQUAL SPACES
              READ VALEURS
                 AT END
                    MOVE "F" TO WS-FIN-VALEURS
                 NOT AT END
                    PERFORM RETIENT-VALEUR THRU RETIENT-VALEUR-FIN
              END-READ
           END-PERFORM.
           CLOSE VALEURS.
           IF WS-ERREUR-LIGNE NOT EQUAL SPACES
              GO TO CALCULE-STATISTIQUES-FIN
           END-IF.
           IF WS-STAT-NB EQUAL 0
              MOVE "aucune valeur numerique" TO WS-ERREUR-LIGNE
              GO TO CALCULE-STATISTIQUES-FIN
           END-IF.

           SORT WS-STAT-LIGNE ON ASCENDING WS-STAT-VALEUR.
           COMPUTE WS-STAT-MOYENNE ROUNDED = WS-STAT-SOMME / WS-STAT-NB.
           MOVE 0 TO WS-STAT-CUMUL-ECARTS.
           PERFORM VARYING WS-STAT-INDEX FROM 1 BY 1
           UNTIL WS-STAT-INDEX GREATER THAN WS-STAT-NB
              COMPUTE WS-STAT-CUMUL-ECARTS = WS-STAT-CUMUL-ECARTS
                 + (WS-STAT-VALEUR(WS-STAT-INDEX) - WS-STAT-MOYENNE)
                 ** 2
           END-PERFORM.
           COMPUTE WS-STAT-ECART-TYPE ROUNDED =
              FUNCTION SQRT(WS-STAT-CUMUL-ECARTS / WS-STAT-NB).
      *la moyenne devient le résultat courant, rangeable par M
           COMPUTE WS-RESULT ROUNDED = WS-STAT-MOYENNE
              ON SIZE ERROR
                 MOVE 0 TO WS-RESULT
           END-COMPUTE.

           MOVE SPACES TO WS-STAT-TEXTE(1).
           MOVE SPACES TO WS-STAT-TEXTE(2).
           MOVE SPACES TO WS-STAT-TEXTE(3).
           MOVE 1 TO WS-STAT-RANG-TEXTE.
           MOVE 1 TO WS-STAT-POINTEUR-TEXTE.
           STRING "nombre " WS-STAT-NB " rejetees " WS-STAT-NB-REJETS
           " " DELIMITED BY SIZE INTO WS-STAT-TEXTE(1)
           WITH POINTER WS-STAT-POINTEUR-TEXTE.
           MOVE "somme" TO WS-STAT-LIBELLE.
           MOVE WS-STAT-SOMME TO WS-STAT-RESULTAT.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.

           MOVE 2 TO WS-STAT-RANG-TEXTE.
           MOVE 1 TO WS-STAT-POINTEUR-TEXTE.
           MOVE "moyenne" TO WS-STAT-LIBELLE.
           MOVE WS-STAT-MOYENNE TO WS-STAT-RESULTAT.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.
           MOVE "ecart-type" TO WS-STAT-LIBELLE.
           MOVE WS-STAT-ECART-TYPE TO WS-STAT-RESULTAT.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.
           MOVE "min" TO WS-STAT-LIBELLE.
           MOVE WS-STAT-VALEUR(1) TO WS-STAT-RESULTAT.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.
           MOVE "max" TO WS-STAT-LIBELLE.
           MOVE WS-STAT-VALEUR(WS-STAT-NB) TO WS-STAT-RESULTAT.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.

           MOVE 3 TO WS-STAT-RANG-TEXTE.
           MOVE 1 TO WS-STAT-POINTEUR-TEXTE.
           MOVE "mediane" TO WS-STAT-LIBELLE.
           MOVE 0.50 TO WS-STAT-CENTILE.
           PERFORM CALCULE-CENTILE THRU CALCULE-CENTILE-FIN.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.
           MOVE "p10" TO WS-STAT-LIBELLE.
           MOVE 0.10 TO WS-STAT-CENTILE.
           PERFORM CALCULE-CENTILE THRU CALCULE-CENTILE-FIN.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.
           MOVE "p25" TO WS-STAT-LIBELLE.
           MOVE 0.25 TO WS-STAT-CENTILE.
           PERFORM CALCULE-CENTILE THRU CALCULE-CENTILE-FIN.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.
           MOVE "p75" TO WS-STAT-LIBELLE.
           MOVE 0.75 TO WS-STAT-CENTILE.
           PERFORM CALCULE-CENTILE THRU CALCULE-CENTILE-FIN.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.
           MOVE "p90" TO WS-STAT-LIBELLE.
           MOVE 0.90 TO WS-STAT-CENTILE.
           PERFORM CALCULE-CENTILE THRU CALCULE-CENTILE-FIN.
           PERFORM AJOUTE-STAT THRU AJOUTE-STAT-FIN.
       CALCULE-STATISTIQUES-FIN.
           EXIT.

      *on retient la colonne demandée de la ligne lue : un nombre
      *est rangé dans la table, le reste compte comme rejeté ; avec
      *le séparateur espace, les espaces répétés n'en font qu'un
       RETIENT-VALEUR.
           MOVE SPACES TO WS-STAT-CHAMP.
           IF WS-STAT-COLONNE EQUAL 0
              MOVE FUNCTION TRIM(LIGNE-VALEUR) TO WS-STAT-CHAMP
           ELSE
              MOVE 1 TO WS-STAT-POINTEUR
              IF WS-STAT-SEPARATEUR EQUAL SPACE
                 MOVE 0 TO WS-STAT-POINTEUR
                 INSPECT LIGNE-VALEUR TALLYING WS-STAT-POINTEUR
                 FOR LEADING SPACES
                 ADD 1 TO WS-STAT-POINTEUR
              END-IF
              PERFORM VARYING WS-STAT-INDEX-COL FROM 1 BY 1
              UNTIL WS-STAT-INDEX-COL GREATER THAN WS-STAT-COLONNE
                 MOVE SPACES TO WS-STAT-CHAMP
                 IF WS-STAT-SEPARATEUR EQUAL SPACE
                    UNSTRING LIGNE-VALEUR DELIMITED BY ALL SPACE
                       INTO WS-STAT-CHAMP
                       WITH POINTER WS-STAT-POINTEUR
                 ELSE
                    UNSTRING LIGNE-VALEUR
                       DELIMITED BY WS-STAT-SEPARATEUR
                       INTO WS-STAT-CHAMP
                       WITH POINTER WS-STAT-POINTEUR
                 END-IF
              END-PERFORM
              MOVE FUNCTION TRIM(WS-STAT-CHAMP) TO WS-STAT-CHAMP
           END-IF.

      *les moyennes d'output.dat sont écrites avec une virgule
      *décimale ("012,50") : hors séparateur virgule, elle est lue
      *comme le point décimal
           IF WS-STAT-SEPARATEUR NOT EQUAL ","
              INSPECT WS-STAT-CHAMP REPLACING ALL "," BY "."
           END-IF.

           IF WS-STAT-CHAMP EQUAL SPACES
           OR FUNCTION TEST-NUMVAL(WS-STAT-CHAMP) NOT EQUAL 0
              ADD 1 TO WS-STAT-NB-REJETS
              GO TO RETIENT-VALEUR-FIN
           END-IF.
           IF WS-STAT-NB EQUAL 9999
              MOVE "plus de 9999 valeurs" TO WS-ERREUR-LIGNE
              GO TO RETIENT-VALEUR-FIN
           END-IF.
           ADD 1 TO WS-STAT-NB.
           MOVE FUNCTION NUMVAL(WS-STAT-CHAMP)
           TO WS-STAT-VALEUR(WS-STAT-NB).
           ADD WS-STAT-VALEUR(WS-STAT-NB) TO WS-STAT-SOMME.
       RETIENT-VALEUR-FIN.
           EXIT.

      *le centile WS-STAT-CENTILE des valeurs triées, par
      *interpolation entre les deux valeurs qui l'encadrent : le
      *rang (nombre - 1) x centile compte à partir de la première
       CALCULE-CENTILE.
           COMPUTE WS-STAT-RANG = (WS-STAT-NB - 1) * WS-STAT-CENTILE.
           MOVE WS-STAT-RANG TO WS-STAT-RANG-ENTIER.
           ADD 1 TO WS-STAT-RANG-ENTIER.
           IF WS-STAT-RANG-ENTIER NOT LESS THAN WS-STAT-NB
              MOVE WS-STAT-VALEUR(WS-STAT-NB) TO WS-STAT-RESULTAT
           ELSE
              COMPUTE WS-STAT-RESULTAT ROUNDED =
                 WS-STAT-VALEUR(WS-STAT-RANG-ENTIER)
                 + (WS-STAT-RANG - WS-STAT-RANG-ENTIER + 1)
                 * (WS-STAT-VALEUR(WS-STAT-RANG-ENTIER + 1)
                 - WS-STAT-VALEUR(WS-STAT-RANG-ENTIER))
           END-IF.
       CALCULE-CENTILE-FIN.
           EXIT.

      *on ajoute "libellé valeur" à la ligne de résultats en cours
       AJOUTE-STAT.
           COMPUTE WS-STAT-EDIT ROUNDED = WS-STAT-RESULTAT.
           STRING FUNCTION TRIM(WS-STAT-LIBELLE) " "
           FUNCTION TRIM(WS-STAT-EDIT) " "
           DELIMITED BY SIZE INTO WS-STAT-TEXTE(WS-STAT-RANG-TEXTE)
           WITH POINTER WS-STAT-POINTEUR-TEXTE.
       AJOUTE-STAT-FIN.
           EXIT.

      *on écrit dans l'historique des calculs les trois lignes de
      *statistiques, chacune précédée de la commande
       ECRIT-HISTO-STATISTIQUES.
           PERFORM VARYING WS-STAT-RANG-TEXTE FROM 1 BY 1
           UNTIL WS-STAT-RANG-TEXTE GREATER THAN 3
              MOVE SPACES TO LIGNE-HISTORIQUE
              STRING FUNCTION TRIM(WS-LIBELLE-FIN) " = "
              FUNCTION TRIM(WS-STAT-TEXTE(WS-STAT-RANG-TEXTE))
              INTO LIGNE-HISTORIQUE
              WRITE LIGNE-HISTORIQUE
           END-PERFORM.
       ECRIT-HISTO-STATISTIQUES-FIN.
           EXIT.

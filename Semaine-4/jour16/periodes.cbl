       IDENTIFICATION DIVISION.
       PROGRAM-ID. periodes.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le calendrier des périodes comptables et le journal des
      *mouvements tardifs, partagés avec les programmes qui
      *enregistrent des mouvements datés
           COPY "../../copybooks/periodes-select.copy".

      *la liste des mouvements tardifs d'un mois, pour finance
           SELECT RAPPORT ASSIGN TO "rapport-mouvements-tardifs.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la session opérateur posée par login.cbl et les droits par
      *programme
           COPY "../../copybooks/session-select.copy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../../copybooks/periodes-fd.copy".

       FD RAPPORT.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(120).

       COPY "../../copybooks/session-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/session-ws.copy".

       COPY "../../copybooks/periodes-ws.copy".

      *le choix de l'opérateur
       01 WS-COMMANDE PIC 9 VALUE 0.

      *le domaine et le mois saisis, et le motif d'une réouverture
       01 WS-DOMAINE-SAISI PIC X(10).
           88 WS-DOMAINE-VALIDE VALUE "ASSURANCE" "COMMERCE" "STOCK".
       01 WS-MOIS-SAISI PIC X(6).
       01 WS-MOIS PIC 9(6).
       01 WS-MOTIF-SAISI PIC X(40).

      *la date du jour et le mois précédent, mois par défaut du
      *rapport
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-ANNEE-JOUR PIC 9(4).
           05 WS-MOIS-JOUR  PIC 9(2).
           05 WS-JOUR-JOUR  PIC 9(2).
       01 WS-MOIS-PRECEDENT PIC 9(6).

      *compteurs du rapport par domaine et par action
       01 WS-FIN-TARDIFS PIC X VALUE "C".
       01 WS-NB-LUS PIC 9(6) VALUE 0.
       01 WS-NB-REPORTES PIC 9(6) VALUE 0.
       01 WS-NB-REJETES PIC 9(6) VALUE 0.
       01 WS-NB-ASSURANCE PIC 9(6) VALUE 0.
       01 WS-NB-COMMERCE PIC 9(6) VALUE 0.
       01 WS-NB-STOCK PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité
           COPY "../../copybooks/session-controle.copy"
              REPLACING SESSION-PROGRAMME-LITERAL BY "periodes".

           COPY "../../copybooks/periodes-init.copy".

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           IF WS-MOIS-JOUR EQUAL 1
              COMPUTE WS-MOIS-PRECEDENT = (WS-ANNEE-JOUR - 1) * 100
              + 12
           ELSE
              COMPUTE WS-MOIS-PRECEDENT = WS-ANNEE-JOUR * 100
              + WS-MOIS-JOUR - 1
           END-IF.

           DISPLAY "que voulez-vous faire?".
           DISPLAY "1 pour consulter les periodes d'un domaine".
           DISPLAY "2 pour cloturer un mois".
           DISPLAY "3 pour rouvrir un mois clos".
           DISPLAY "4 pour lister les mouvements tardifs".
           DISPLAY "pour quitter le programme, entrer autre chose".
           ACCEPT WS-COMMANDE.

           EVALUATE WS-COMMANDE

           WHEN EQUAL 1
              PERFORM CONSULTE THRU CONSULTE-FIN

           WHEN EQUAL 2
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM CLOTURE THRU CLOTURE-FIN
              END-IF

      *rouvrir une période déclarée est une exception : elle est
      *réservée aux opérateurs qui ont le droit de suppression
           WHEN EQUAL 3
              IF NOT WS-DROIT-SUPPRESSION
                 DISPLAY "reouverture reservee aux operateurs "
                 "autorises (droit S)"
              ELSE
                 PERFORM REOUVERTURE THRU REOUVERTURE-FIN
              END-IF

           WHEN EQUAL 4
              PERFORM RAPPORT-TARDIFS THRU RAPPORT-TARDIFS-FIN

           WHEN OTHER
              DISPLAY "vous voulez quitter le programme"

           END-EVALUATE.

           STOP RUN.

      *le domaine saisi, en majuscules ; un domaine inconnu laisse
      *WS-DOMAINE-VALIDE faux
       SAISIE-DOMAINE.
           DISPLAY "domaine (ASSURANCE, COMMERCE, STOCK)".
           ACCEPT WS-DOMAINE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-DOMAINE-SAISI)
           TO WS-DOMAINE-SAISI.
           IF NOT WS-DOMAINE-VALIDE
              DISPLAY "domaine inconnu " WS-DOMAINE-SAISI
           END-IF.
       SAISIE-DOMAINE-FIN.
           EXIT.

      *le mois saisi en aaaamm ; un mois mal formé est mis à zéro
       SAISIE-MOIS.
           DISPLAY "mois (aaaamm)".
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI IS NUMERIC
           AND WS-MOIS-SAISI(5:2) GREATER THAN "00"
           AND WS-MOIS-SAISI(5:2) LESS THAN "13"
              MOVE WS-MOIS-SAISI TO WS-MOIS
           ELSE
              DISPLAY "mois invalide " WS-MOIS-SAISI
              MOVE 0 TO WS-MOIS
           END-IF.
       SAISIE-MOIS-FIN.
           EXIT.

      *les changements de statut connus du domaine, mois par mois ;
      *les mois absents sont ouverts
       CONSULTE.
           PERFORM SAISIE-DOMAINE THRU SAISIE-DOMAINE-FIN.
           IF NOT WS-DOMAINE-VALIDE
              GO TO CONSULTE-FIN
           END-IF.
           DISPLAY "periodes du domaine " WS-DOMAINE-SAISI
           " (mois absents : ouverts)".
           PERFORM VARYING WS-INDEX-PERIODE FROM 1 BY 1
           UNTIL WS-INDEX-PERIODE GREATER THAN WS-NB-PERIODES
              IF WS-PER-DOMAINE(WS-INDEX-PERIODE) EQUAL
              WS-DOMAINE-SAISI
                 IF WS-PER-STATUT(WS-INDEX-PERIODE) EQUAL "C"
                    DISPLAY "   " WS-PER-MOIS(WS-INDEX-PERIODE)
                    " close"
                 ELSE
                    DISPLAY "   " WS-PER-MOIS(WS-INDEX-PERIODE)
                    " rouverte"
                 END-IF
              END-IF
           END-PERFORM.
       CONSULTE-FIN.
           EXIT.

      *la clôture d'un mois achevé : à partir de là, tout mouvement
      *du domaine daté dans ce mois est reporté ou rejeté
       CLOTURE.
           PERFORM SAISIE-DOMAINE THRU SAISIE-DOMAINE-FIN.
           IF NOT WS-DOMAINE-VALIDE
              GO TO CLOTURE-FIN
           END-IF.
           PERFORM SAISIE-MOIS THRU SAISIE-MOIS-FIN.
           IF WS-MOIS EQUAL 0
              GO TO CLOTURE-FIN
           END-IF.
           IF WS-MOIS NOT LESS THAN WS-DATE-JOUR(1:6)
              DISPLAY "seul un mois acheve peut etre clos"
              GO TO CLOTURE-FIN
           END-IF.
           MOVE WS-DOMAINE-SAISI TO WS-PER-DOMAINE-CHERCHE.
           MOVE WS-MOIS TO WS-PER-MOIS-ESSAI.
           PERFORM STATUT-MOIS THRU STATUT-MOIS-FIN.
           IF WS-PER-MOIS-CLOS
              DISPLAY WS-DOMAINE-SAISI " " WS-MOIS " deja clos"
              GO TO CLOTURE-FIN
           END-IF.
           MOVE "cloture" TO WS-MOTIF-SAISI.
           MOVE "C" TO WS-PER-MOIS-STATUT.
           PERFORM ECRIT-PERIODE THRU ECRIT-PERIODE-FIN.
           DISPLAY WS-DOMAINE-SAISI " " WS-MOIS " clos".
       CLOTURE-FIN.
           EXIT.

      *la réouverture contrôlée d'un mois clos : motif obligatoire,
      *l'opérateur et le motif restent dans le calendrier
       REOUVERTURE.
           PERFORM SAISIE-DOMAINE THRU SAISIE-DOMAINE-FIN.
           IF NOT WS-DOMAINE-VALIDE
              GO TO REOUVERTURE-FIN
           END-IF.
           PERFORM SAISIE-MOIS THRU SAISIE-MOIS-FIN.
           IF WS-MOIS EQUAL 0
              GO TO REOUVERTURE-FIN
           END-IF.
           MOVE WS-DOMAINE-SAISI TO WS-PER-DOMAINE-CHERCHE.
           MOVE WS-MOIS TO WS-PER-MOIS-ESSAI.
           PERFORM STATUT-MOIS THRU STATUT-MOIS-FIN.
           IF NOT WS-PER-MOIS-CLOS
              DISPLAY WS-DOMAINE-SAISI " " WS-MOIS " n'est pas clos"
              GO TO REOUVERTURE-FIN
           END-IF.
           DISPLAY "motif de la reouverture (obligatoire)".
           MOVE SPACES TO WS-MOTIF-SAISI.
           ACCEPT WS-MOTIF-SAISI.
           IF WS-MOTIF-SAISI EQUAL SPACES
              DISPLAY "reouverture refusee sans motif"
              GO TO REOUVERTURE-FIN
           END-IF.
           MOVE "O" TO WS-PER-MOIS-STATUT.
           PERFORM ECRIT-PERIODE THRU ECRIT-PERIODE-FIN.
           DISPLAY WS-DOMAINE-SAISI " " WS-MOIS " rouvert par "
           FUNCTION TRIM(WS-OPERATEUR-ID)
           ", a recloturer apres correction".
       REOUVERTURE-FIN.
           EXIT.

      *le calendrier est complété, jamais réécrit : chaque clôture
      *et chaque réouverture y restent avec leur auteur
       ECRIT-PERIODE.
           OPEN INPUT F-PERIODES.
           IF F-PERIODES-STATUS-OK
              CLOSE F-PERIODES
              OPEN EXTEND F-PERIODES
           ELSE
              OPEN OUTPUT F-PERIODES
           END-IF.
           MOVE SPACES TO LIGNE-F-PERIODES.
           MOVE WS-DOMAINE-SAISI TO F-PER-DOMAINE.
           MOVE WS-MOIS TO F-PER-MOIS.
           MOVE WS-PER-MOIS-STATUT TO F-PER-STATUT.
           MOVE WS-DATE-JOUR TO F-PER-DATE.
           MOVE WS-OPERATEUR-ID TO F-PER-OPERATEUR.
           MOVE WS-MOTIF-SAISI TO F-PER-MOTIF.
           WRITE LIGNE-F-PERIODES.
           CLOSE F-PERIODES.
       ECRIT-PERIODE-FIN.
           EXIT.

      *la liste des mouvements tardifs traités dans un mois (par
      *défaut le mois précédent), avec les totaux par domaine et par
      *action
       RAPPORT-TARDIFS.
           DISPLAY "mois des traitements (aaaamm, vide pour le mois "
           "precedent)".
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI EQUAL SPACES
              MOVE WS-MOIS-PRECEDENT TO WS-MOIS
           ELSE
              MOVE WS-MOIS-SAISI TO WS-MOIS
           END-IF.
           OPEN INPUT F-TARDIFS.
           IF NOT F-TARDIFS-STATUS-OK
              DISPLAY "mouvements-tardifs.dat absent, aucun "
              "mouvement tardif"
              GO TO RAPPORT-TARDIFS-FIN
           END-IF.
           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "MOUVEMENTS TARDIFS traites en " WS-MOIS
           " (D reporte dans la periode ouverte, R rejete)"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           PERFORM UNTIL WS-FIN-TARDIFS EQUAL "F"
              READ F-TARDIFS
                 AT END
                    MOVE "F" TO WS-FIN-TARDIFS
                 NOT AT END
                    IF F-TAR-DATE(1:6) EQUAL WS-MOIS
                       PERFORM ECRIT-TARDIF THRU ECRIT-TARDIF-FIN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE F-TARDIFS.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "TOTAL " WS-NB-LUS " mouvement(s) : "
           WS-NB-REPORTES " reporte(s), " WS-NB-REJETES
           " rejete(s) ; assurance " WS-NB-ASSURANCE
           " commerce " WS-NB-COMMERCE " stock " WS-NB-STOCK
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.
           DISPLAY "Fin du traitement - " WS-NB-LUS
           " mouvement(s) tardif(s) en " WS-MOIS
           ", voir rapport-mouvements-tardifs.txt".
       RAPPORT-TARDIFS-FIN.
           EXIT.

      *une ligne du rapport par mouvement tardif
       ECRIT-TARDIF.
           ADD 1 TO WS-NB-LUS.
           IF F-TAR-ACTION EQUAL "R"
              ADD 1 TO WS-NB-REJETES
           ELSE
              ADD 1 TO WS-NB-REPORTES
           END-IF.
           EVALUATE F-TAR-DOMAINE
              WHEN "ASSURANCE"
                 ADD 1 TO WS-NB-ASSURANCE
              WHEN "COMMERCE"
                 ADD 1 TO WS-NB-COMMERCE
              WHEN OTHER
                 ADD 1 TO WS-NB-STOCK
           END-EVALUATE.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING F-TAR-DATE " " F-TAR-DOMAINE " " F-TAR-PROGRAMME
           " date " F-TAR-ORIGINE " " F-TAR-ACTION " retenue "
           F-TAR-RETENUE " " F-TAR-REFERENCE
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
       ECRIT-TARDIF-FIN.
           EXIT.

       COPY "../../copybooks/periodes-controle.copy".

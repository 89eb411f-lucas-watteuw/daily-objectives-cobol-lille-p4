       IDENTIFICATION DIVISION.
       PROGRAM-ID. attestation.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le portefeuille indexé d'assurance.cbl : lu par clé pour une
      *attestation à la demande, en séquence pour l'envoi en masse
           SELECT ASSURANCE-SORTIE ASSIGN TO "rapport-assurance.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODE-CONTRAT-SORTIE
              FILE STATUS IS WS-FS-SORTIE.

      *le référentiel des produits, pour le libellé officiel
           SELECT PRODUITS-REF ASSIGN TO "produits-assurance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PRODUITS.

      *l'état de relance de relances.cbl : un contrat en relance a
      *un impayé ouvert et ne peut pas être attesté
           SELECT ETAT-RELANCES ASSIGN TO "relances-etat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ETAT.

      *le journal des attestations délivrées, poursuivi run après
      *run : il donne le dernier numéro attribué et prouve ce qui a
      *été attesté et quand
           SELECT JOURNAL-ATTESTATIONS
           ASSIGN TO "journal-attestations.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

      *les attestations mises en forme, prêtes à imprimer
           SELECT ATTESTATIONS ASSIGN TO "attestations.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les demandes refusées et leur motif
           SELECT REFUS ASSIGN TO "attestations-refusees.dat"
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

       FD PRODUITS-REF.
       01 LIGNE-PRODUIT-REF.
           05 CODE-PRODUIT-REF    PIC X(6).
           05 FILLER              PIC X.
           05 LIBELLE-PRODUIT-REF PIC X(14).
           05 FILLER              PIC X.
           05 DEVISE-PRODUIT-REF  PIC X.
           05 FILLER              PIC X.
           05 PERIODICITE-PRODUIT-REF PIC X.

       FD ETAT-RELANCES.
       01 LIGNE-ETAT.
           05 CODE-CONTRAT-ETAT PIC 9(8).
           05 FILLER            PIC X.
           05 NIVEAU-ETAT       PIC 9.
           05 FILLER            PIC X.
           05 DATE-NIVEAU-ETAT  PIC 9(8).
           05 FILLER            PIC X.
           05 DATE-MED-ETAT     PIC 9(8).

       FD JOURNAL-ATTESTATIONS.
       01 LIGNE-JOURNAL.
           05 NUM-ATTESTATION-J PIC 9(8).
           05 FILLER            PIC X.
           05 DATE-EMISSION-J   PIC 9(8).
           05 FILLER            PIC X.
           05 HEURE-EMISSION-J  PIC 9(8).
           05 FILLER            PIC X.
           05 CODE-CONTRAT-J    PIC 9(8).
           05 FILLER            PIC X.
           05 PRODUIT-J         PIC X(14).
           05 FILLER            PIC X.
           05 DEBUT-PERIODE-J   PIC 9(8).
           05 FILLER            PIC X.
           05 FIN-PERIODE-J     PIC 9(8).
           05 FILLER            PIC X.
           05 MODE-J            PIC X.
           05 FILLER            PIC X.
           05 NOM-CLIENT-J      PIC X(41).

       FD ATTESTATIONS.
       01 LIGNE-ATTESTATION PIC X(80).

       FD REFUS.
       01 LIGNE-REFUS.
           05 LIGNE-REFUS-CONTENU PIC X(120).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-FS-SORTIE           PIC X(2) VALUE "00".
           88 WS-FS-SORTIE-OK VALUE "00".
       01 WS-FS-PRODUITS         PIC X(2) VALUE "00".
           88 WS-FS-PRODUITS-OK VALUE "00".
       01 WS-FS-ETAT             PIC X(2) VALUE "00".
           88 WS-FS-ETAT-OK VALUE "00".
       01 WS-FS-JOURNAL          PIC X(2) VALUE "00".
           88 WS-FS-JOURNAL-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION           PIC X VALUE "C".
       01 WS-CONDITION-PRODUITS  PIC X VALUE "C".
       01 WS-CONDITION-ETAT      PIC X VALUE "C".
       01 WS-CONDITION-JOURNAL   PIC X VALUE "C".

      *le mode du run : U pour un contrat à la demande, M pour
      *l'envoi en masse des contrats d'un produit à leur
      *anniversaire
       01 WS-MODE                PIC X VALUE "U".
           88 WS-MODE-MASSE VALUE "M" "m".
       01 WS-CODE-SAISI          PIC 9(8).
       01 WS-PRODUIT-SAISI       PIC X(14).

      *le référentiel des produits
       01 WS-NB-PRODUITS         PIC 9(4) VALUE 0.
       01 WS-PRODUIT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PRODUITS.
           05 WS-PRODUIT-CODE    PIC X(6).
           05 WS-PRODUIT-LIBELLE PIC X(14).
       01 WS-INDEX-PRODUIT       PIC 9(4).
       01 WS-CODE-PRODUIT        PIC X(6).
       01 WS-LIBELLE-PRODUIT     PIC X(14).

      *les contrats en relance et leur niveau
       01 WS-NB-RELANCES         PIC 9(4) VALUE 0.
       01 WS-RELANCE-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-RELANCES.
           05 WS-RELANCE-CONTRAT PIC 9(8).
           05 WS-RELANCE-NIVEAU  PIC 9.
       01 WS-INDEX-RELANCE       PIC 9(4).
       01 WS-NIVEAU-CONTRAT      PIC 9.

      *les périodes déjà attestées, pour qu'un envoi en masse relancé
      *dans le mois ne double pas les attestations
       01 WS-NB-ATTESTEES        PIC 9(6) VALUE 0.
       01 WS-ATTESTEE-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-ATTESTEES.
           05 WS-ATTESTEE-CONTRAT PIC 9(8).
           05 WS-ATTESTEE-DEBUT  PIC 9(8).
       01 WS-INDEX-ATTESTEE      PIC 9(6).
       01 WS-DEJA-ATTESTEE       PIC X VALUE "N".
           88 WS-EST-DEJA-ATTESTEE VALUE "O".

      *le dernier numéro d'attestation attribué
       01 WS-DERNIER-NUM         PIC 9(8) VALUE 0.

      *la date et l'heure du jour
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-HEURE-JOUR          PIC 9(8).

      *les dates du contrat et la période attestée
       01 WS-DEBUT               PIC 9(8).
       01 WS-FIN                 PIC 9(8).
       01 WS-PERIODE-DEBUT       PIC 9(8).
       01 WS-PERIODE-DEBUT-R REDEFINES WS-PERIODE-DEBUT.
           05 WS-PDEB-ANNEE      PIC 9(4).
           05 WS-PDEB-MOIS       PIC 9(2).
           05 WS-PDEB-JOUR       PIC 9(2).
       01 WS-PERIODE-FIN         PIC 9(8).
       01 WS-ANNIVERSAIRE        PIC 9(8).
       01 WS-ANNIVERSAIRE-R REDEFINES WS-ANNIVERSAIRE.
           05 WS-ANNIV-ANNEE     PIC 9(4).
           05 WS-ANNIV-MOIS      PIC 9(2).
           05 WS-ANNIV-JOUR      PIC 9(2).

      *une date AAAAMMJJ mise en forme JJ/MM/AAAA pour la lettre
       01 WS-DATE-A-EDITER       PIC 9(8).
       01 WS-DATE-A-EDITER-R REDEFINES WS-DATE-A-EDITER.
           05 WS-EDIT-ANNEE      PIC 9(4).
           05 WS-EDIT-MOIS       PIC 9(2).
           05 WS-EDIT-JOUR       PIC 9(2).
       01 WS-DATE-EDITEE         PIC X(10).
       01 WS-DEBUT-EDITE         PIC X(10).
       01 WS-FIN-EDITEE          PIC X(10).

      *le motif d'un refus
       01 WS-MOTIF-REFUS         PIC X(60).

      *compteurs du run
       01 WS-NB-EMISES           PIC 9(6) VALUE 0.
       01 WS-NB-REFUSEES         PIC 9(6) VALUE 0.
       01 WS-NB-DEJA             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.

           DISPLAY "attestation d'un contrat ou envoi en masse "
              "d'un produit? (U/M)".
           ACCEPT WS-MODE.
           IF WS-MODE-MASSE
              MOVE "M" TO WS-MODE
              DISPLAY "entrer le produit"
              MOVE SPACES TO WS-PRODUIT-SAISI
              ACCEPT WS-PRODUIT-SAISI
           ELSE
              MOVE "U" TO WS-MODE
              DISPLAY "entrer le code contrat (8 chiffres)"
              ACCEPT WS-CODE-SAISI
           END-IF.

           OPEN INPUT ASSURANCE-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              DISPLAY "impossible d'ouvrir rapport-assurance.dat "
              "statut " WS-FS-SORTIE
              STOP RUN
           END-IF.

      *on charge le référentiel des produits ; absent, l'attestation
      *reprend le nom de produit du portefeuille
           OPEN INPUT PRODUITS-REF.
           IF WS-FS-PRODUITS-OK
              PERFORM UNTIL WS-CONDITION-PRODUITS EQUAL "F"
                 READ PRODUITS-REF
                    AT END
                       MOVE "F" TO WS-CONDITION-PRODUITS
                    NOT AT END
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE CODE-PRODUIT-REF
                       TO WS-PRODUIT-CODE(WS-NB-PRODUITS)
                       MOVE LIBELLE-PRODUIT-REF
                       TO WS-PRODUIT-LIBELLE(WS-NB-PRODUITS)
                 END-READ
              END-PERFORM
              CLOSE PRODUITS-REF
           END-IF.

      *on charge les contrats en relance ; absent, aucun impayé
           OPEN INPUT ETAT-RELANCES.
           IF WS-FS-ETAT-OK
              PERFORM UNTIL WS-CONDITION-ETAT EQUAL "F"
                 READ ETAT-RELANCES
                    AT END
                       MOVE "F" TO WS-CONDITION-ETAT
                    NOT AT END
                       IF NIVEAU-ETAT GREATER THAN 0
                          ADD 1 TO WS-NB-RELANCES
                          MOVE CODE-CONTRAT-ETAT
                          TO WS-RELANCE-CONTRAT(WS-NB-RELANCES)
                          MOVE NIVEAU-ETAT
                          TO WS-RELANCE-NIVEAU(WS-NB-RELANCES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ETAT-RELANCES
           END-IF.

      *le journal donne le dernier numéro et les périodes déjà
      *attestées, puis il est poursuivi ; absent, il est créé
           OPEN INPUT JOURNAL-ATTESTATIONS.
           IF WS-FS-JOURNAL-OK
              PERFORM UNTIL WS-CONDITION-JOURNAL EQUAL "F"
                 READ JOURNAL-ATTESTATIONS
                    AT END
                       MOVE "F" TO WS-CONDITION-JOURNAL
                    NOT AT END
                       IF NUM-ATTESTATION-J GREATER THAN
                       WS-DERNIER-NUM
                          MOVE NUM-ATTESTATION-J TO WS-DERNIER-NUM
                       END-IF
                       ADD 1 TO WS-NB-ATTESTEES
                       MOVE CODE-CONTRAT-J
                       TO WS-ATTESTEE-CONTRAT(WS-NB-ATTESTEES)
                       MOVE DEBUT-PERIODE-J
                       TO WS-ATTESTEE-DEBUT(WS-NB-ATTESTEES)
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-ATTESTATIONS
              OPEN EXTEND JOURNAL-ATTESTATIONS
           ELSE
              OPEN OUTPUT JOURNAL-ATTESTATIONS
           END-IF.

           OPEN OUTPUT ATTESTATIONS.
           OPEN OUTPUT REFUS.

           IF WS-MODE-MASSE
              PERFORM ENVOI-MASSE THRU ENVOI-MASSE-FIN
           ELSE
              MOVE WS-CODE-SAISI TO CODE-CONTRAT-SORTIE
              READ ASSURANCE-SORTIE KEY IS CODE-CONTRAT-SORTIE
              IF WS-FS-SORTIE-OK
                 PERFORM ATTESTE-CONTRAT THRU ATTESTE-CONTRAT-FIN
              ELSE
                 DISPLAY "aucun contrat ne correspond a ce code"
              END-IF
           END-IF.

           CLOSE ASSURANCE-SORTIE.
           CLOSE JOURNAL-ATTESTATIONS.
           CLOSE ATTESTATIONS.
           CLOSE REFUS.

           DISPLAY "Fin du traitement - " WS-NB-EMISES
              " attestation(s) emise(s), " WS-NB-REFUSEES
              " refusee(s), " WS-NB-DEJA " deja emise(s)".

           STOP RUN.

      *on parcourt le portefeuille : chaque contrat du produit dont
      *l'anniversaire tombe dans le mois en cours reçoit
      *l'attestation de sa nouvelle année d'assurance
       ENVOI-MASSE.
           MOVE 0 TO CODE-CONTRAT-SORTIE.
           START ASSURANCE-SORTIE
              KEY IS GREATER THAN CODE-CONTRAT-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              GO TO ENVOI-MASSE-FIN
           END-IF.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ ASSURANCE-SORTIE NEXT RECORD
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                    NOM-PRODUIT-SORTIE)) EQUAL FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-PRODUIT-SAISI))
                       PERFORM ATTESTE-CONTRAT
                       THRU ATTESTE-CONTRAT-FIN
                    END-IF
              END-READ
           END-PERFORM.
       ENVOI-MASSE-FIN.
           EXIT.

      *on atteste le contrat lu : il doit être ACTIF et sans impayé
      *en relance ; la période couverte va de l'anniversaire à la
      *veille du suivant, arrêtée à la fin du contrat ; à la demande
      *c'est l'année d'assurance en cours, en masse celle qui
      *commence à l'anniversaire du mois
       ATTESTE-CONTRAT.
           IF DATE-DEBUT-SORTIE(7:4) IS NOT NUMERIC
           OR DATE-DEBUT-SORTIE(4:2) IS NOT NUMERIC
           OR DATE-DEBUT-SORTIE(1:2) IS NOT NUMERIC
              MOVE "date de debut invalide" TO WS-MOTIF-REFUS
              PERFORM REFUSE-ATTESTATION THRU REFUSE-ATTESTATION-FIN
              GO TO ATTESTE-CONTRAT-FIN
           END-IF.
           COMPUTE WS-DEBUT =
              FUNCTION NUMVAL(DATE-DEBUT-SORTIE(7:4)) * 10000
              + FUNCTION NUMVAL(DATE-DEBUT-SORTIE(4:2)) * 100
              + FUNCTION NUMVAL(DATE-DEBUT-SORTIE(1:2)).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEBUT) NOT EQUAL 0
              MOVE "date de debut invalide" TO WS-MOTIF-REFUS
              PERFORM REFUSE-ATTESTATION THRU REFUSE-ATTESTATION-FIN
              GO TO ATTESTE-CONTRAT-FIN
           END-IF.

      *une fin de contrat absente ou invalide ne borne pas la
      *période
           MOVE 99991231 TO WS-FIN.
           IF DATE-FIN-SORTIE(7:4) IS NUMERIC
           AND DATE-FIN-SORTIE(4:2) IS NUMERIC
           AND DATE-FIN-SORTIE(1:2) IS NUMERIC
              COMPUTE WS-FIN =
                 FUNCTION NUMVAL(DATE-FIN-SORTIE(7:4)) * 10000
                 + FUNCTION NUMVAL(DATE-FIN-SORTIE(4:2)) * 100
                 + FUNCTION NUMVAL(DATE-FIN-SORTIE(1:2))
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIN) NOT EQUAL 0
                 MOVE 99991231 TO WS-FIN
              END-IF
           END-IF.

      *l'anniversaire du début dans l'année en cours, le 29/02
      *passant au 28/02
           MOVE WS-DEBUT TO WS-ANNIVERSAIRE.
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNIV-ANNEE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ANNIVERSAIRE) NOT EQUAL 0
              MOVE 28 TO WS-ANNIV-JOUR
           END-IF.

           IF WS-MODE-MASSE
              IF WS-ANNIVERSAIRE(1:6) NOT EQUAL WS-DATE-JOUR(1:6)
              OR WS-ANNIVERSAIRE LESS THAN WS-DEBUT
                 GO TO ATTESTE-CONTRAT-FIN
              END-IF
              MOVE WS-ANNIVERSAIRE TO WS-PERIODE-DEBUT
           ELSE
              IF WS-ANNIVERSAIRE GREATER THAN WS-DATE-JOUR
                 SUBTRACT 1 FROM WS-ANNIV-ANNEE
                 MOVE WS-DEBUT(5:2) TO WS-ANNIV-MOIS
                 MOVE WS-DEBUT(7:2) TO WS-ANNIV-JOUR
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-ANNIVERSAIRE)
                 NOT EQUAL 0
                    MOVE 28 TO WS-ANNIV-JOUR
                 END-IF
              END-IF
              IF WS-ANNIVERSAIRE LESS THAN WS-DEBUT
                 MOVE WS-DEBUT TO WS-ANNIVERSAIRE
              END-IF
              MOVE WS-ANNIVERSAIRE TO WS-PERIODE-DEBUT
           END-IF.

      *en masse, une période déjà attestée n'est pas reprise
           IF WS-MODE-MASSE
              MOVE "N" TO WS-DEJA-ATTESTEE
              PERFORM VARYING WS-INDEX-ATTESTEE FROM 1 BY 1
              UNTIL WS-INDEX-ATTESTEE GREATER THAN WS-NB-ATTESTEES
              OR WS-EST-DEJA-ATTESTEE
                 IF WS-ATTESTEE-CONTRAT(WS-INDEX-ATTESTEE) EQUAL
                 CODE-CONTRAT-SORTIE
                 AND WS-ATTESTEE-DEBUT(WS-INDEX-ATTESTEE) EQUAL
                 WS-PERIODE-DEBUT
                    MOVE "O" TO WS-DEJA-ATTESTEE
                 END-IF
              END-PERFORM
              IF WS-EST-DEJA-ATTESTEE
                 ADD 1 TO WS-NB-DEJA
                 GO TO ATTESTE-CONTRAT-FIN
              END-IF
           END-IF.

           IF STATUT-SORTIE NOT EQUAL "ACTIF"
              MOVE SPACES TO WS-MOTIF-REFUS
              STRING "contrat " FUNCTION TRIM(STATUT-SORTIE)
              INTO WS-MOTIF-REFUS
              PERFORM REFUSE-ATTESTATION THRU REFUSE-ATTESTATION-FIN
              GO TO ATTESTE-CONTRAT-FIN
           END-IF.

           MOVE 0 TO WS-NIVEAU-CONTRAT.
           PERFORM VARYING WS-INDEX-RELANCE FROM 1 BY 1
           UNTIL WS-INDEX-RELANCE GREATER THAN WS-NB-RELANCES
              IF WS-RELANCE-CONTRAT(WS-INDEX-RELANCE) EQUAL
              CODE-CONTRAT-SORTIE
                 MOVE WS-RELANCE-NIVEAU(WS-INDEX-RELANCE)
                 TO WS-NIVEAU-CONTRAT
              END-IF
           END-PERFORM.
           IF WS-NIVEAU-CONTRAT GREATER THAN 0
              MOVE SPACES TO WS-MOTIF-REFUS
              STRING "impaye en relance, niveau " WS-NIVEAU-CONTRAT
              INTO WS-MOTIF-REFUS
              PERFORM REFUSE-ATTESTATION THRU REFUSE-ATTESTATION-FIN
              GO TO ATTESTE-CONTRAT-FIN
           END-IF.

      *la période court jusqu'à la veille de l'anniversaire suivant
           MOVE WS-PERIODE-DEBUT TO WS-ANNIVERSAIRE.
           ADD 1 TO WS-ANNIV-ANNEE.
           MOVE WS-DEBUT(5:2) TO WS-ANNIV-MOIS.
           MOVE WS-DEBUT(7:2) TO WS-ANNIV-JOUR.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ANNIVERSAIRE) NOT EQUAL 0
              MOVE 28 TO WS-ANNIV-JOUR
           END-IF.
           COMPUTE WS-PERIODE-FIN = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-ANNIVERSAIRE) - 1).
           IF WS-FIN LESS THAN WS-PERIODE-FIN
              MOVE WS-FIN TO WS-PERIODE-FIN
           END-IF.
           IF WS-PERIODE-FIN LESS THAN WS-PERIODE-DEBUT
           OR WS-PERIODE-FIN LESS THAN WS-DATE-JOUR
              MOVE SPACES TO WS-MOTIF-REFUS
              STRING "contrat echu le " DATE-FIN-SORTIE
              INTO WS-MOTIF-REFUS
              PERFORM REFUSE-ATTESTATION THRU REFUSE-ATTESTATION-FIN
              GO TO ATTESTE-CONTRAT-FIN
           END-IF.

           PERFORM CHERCHE-PRODUIT THRU CHERCHE-PRODUIT-FIN.
           ADD 1 TO WS-DERNIER-NUM.
           ADD 1 TO WS-NB-EMISES.
           PERFORM ECRIT-ATTESTATION THRU ECRIT-ATTESTATION-FIN.

           MOVE SPACES TO LIGNE-JOURNAL.
           MOVE WS-DERNIER-NUM TO NUM-ATTESTATION-J.
           MOVE WS-DATE-JOUR TO DATE-EMISSION-J.
           MOVE WS-HEURE-JOUR TO HEURE-EMISSION-J.
           MOVE CODE-CONTRAT-SORTIE TO CODE-CONTRAT-J.
           MOVE WS-LIBELLE-PRODUIT TO PRODUIT-J.
           MOVE WS-PERIODE-DEBUT TO DEBUT-PERIODE-J.
           MOVE WS-PERIODE-FIN TO FIN-PERIODE-J.
           MOVE WS-MODE TO MODE-J.
           MOVE NOM-CLIENT-SORTIE TO NOM-CLIENT-J.
           WRITE LIGNE-JOURNAL.

           IF NOT WS-MODE-MASSE
              DISPLAY "attestation " WS-DERNIER-NUM " emise pour le "
              "contrat " CODE-CONTRAT-SORTIE
           END-IF.
       ATTESTE-CONTRAT-FIN.
           EXIT.

      *le libellé officiel du produit du contrat ; sans référentiel
      *ou produit inconnu, le nom du portefeuille est repris
       CHERCHE-PRODUIT.
           MOVE SPACES TO WS-CODE-PRODUIT.
           MOVE NOM-PRODUIT-SORTIE TO WS-LIBELLE-PRODUIT.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(
              WS-PRODUIT-LIBELLE(WS-INDEX-PRODUIT)))
              EQUAL FUNCTION UPPER-CASE(FUNCTION TRIM(
              NOM-PRODUIT-SORTIE))
                 MOVE WS-PRODUIT-CODE(WS-INDEX-PRODUIT)
                 TO WS-CODE-PRODUIT
                 MOVE WS-PRODUIT-LIBELLE(WS-INDEX-PRODUIT)
                 TO WS-LIBELLE-PRODUIT
              END-IF
           END-PERFORM.
       CHERCHE-PRODUIT-FIN.
           EXIT.

      *on met en forme l'attestation du contrat lu
       ECRIT-ATTESTATION.
           MOVE WS-PERIODE-DEBUT TO WS-DATE-A-EDITER.
           PERFORM EDITE-DATE THRU EDITE-DATE-FIN.
           MOVE WS-DATE-EDITEE TO WS-DEBUT-EDITE.
           MOVE WS-PERIODE-FIN TO WS-DATE-A-EDITER.
           PERFORM EDITE-DATE THRU EDITE-DATE-FIN.
           MOVE WS-DATE-EDITEE TO WS-FIN-EDITEE.
           MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER.
           PERFORM EDITE-DATE THRU EDITE-DATE-FIN.

           MOVE ALL "=" TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING "ATTESTATION D'ASSURANCE No " WS-DERNIER-NUM
           INTO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.

           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING "Nous attestons que "
           FUNCTION TRIM(NOM-CLIENT-SORTIE)
           INTO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING "est titulaire du contrat " CODE-CONTRAT-SORTIE
           " (" FUNCTION TRIM(NOM-CONTRAT-SORTIE) ")"
           INTO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           IF WS-CODE-PRODUIT EQUAL SPACES
              STRING "souscrit au titre du produit "
              FUNCTION TRIM(WS-LIBELLE-PRODUIT) ","
              INTO LIGNE-ATTESTATION
           ELSE
              STRING "souscrit au titre du produit "
              FUNCTION TRIM(WS-LIBELLE-PRODUIT)
              " (" FUNCTION TRIM(WS-CODE-PRODUIT) "),"
              INTO LIGNE-ATTESTATION
           END-IF.
           WRITE LIGNE-ATTESTATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING "et que la garantie est acquise du " WS-DEBUT-EDITE
           " au " WS-FIN-EDITEE " inclus."
           INTO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.

           MOVE SPACES TO LIGNE-ATTESTATION.
           STRING "Fait le " WS-DATE-EDITEE
           ", pour servir et valoir ce que de droit."
           INTO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           MOVE "Le service clients" TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
           MOVE SPACES TO LIGNE-ATTESTATION.
           WRITE LIGNE-ATTESTATION.
       ECRIT-ATTESTATION-FIN.
           EXIT.

      *la date WS-DATE-A-EDITER mise en forme JJ/MM/AAAA
       EDITE-DATE.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-EDIT-JOUR "/" WS-EDIT-MOIS "/" WS-EDIT-ANNEE
           INTO WS-DATE-EDITEE.
       EDITE-DATE-FIN.
           EXIT.

      *la demande est refusée avec son motif
       REFUSE-ATTESTATION.
           ADD 1 TO WS-NB-REFUSEES.
           MOVE SPACES TO LIGNE-REFUS-CONTENU.
           STRING "REFUS contrat " CODE-CONTRAT-SORTIE " "
           NOM-CLIENT-SORTIE " -- " WS-MOTIF-REFUS
           INTO LIGNE-REFUS-CONTENU.
           WRITE LIGNE-REFUS.
           IF NOT WS-MODE-MASSE
              DISPLAY "attestation refusee : "
              FUNCTION TRIM(WS-MOTIF-REFUS)
           END-IF.
       REFUSE-ATTESTATION-FIN.
           EXIT.

       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les contrats à échéance proche repérés par assurance.cbl
              FILE STATUS IS WS-FS-SORTIE.

      *les propositions tarifées par indexation.cbl : la lettre cite
      *la nouvelle prime, le taux et le coefficient bonus-malus
      *appliqués quand la proposition existe
           SELECT PROPOSITIONS
           ASSIGN TO "propositions-renouvellement.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MENAGES.

      *l'adresse de chaque contrat tenue à jour par la propagation
      *des changements d'adresse, imprimée sous le nom du titulaire
           COPY "../../copybooks/adresses-select.copy".

      *les avis de renouvellement mis en forme, prêts à imprimer et
      *à mettre sous pli
           SELECT LETTRES-RENOUV
           05 NOUVELLE-PRIME-PROP PIC 9(8).
           05 FILLER              PIC X.
           05 TAUX-PROP           PIC 9(2)V99.
           05 FILLER              PIC X.
           05 COEF-ACTUEL-PROP    PIC 9V99.
           05 FILLER              PIC X.
           05 COEF-NOUVEAU-PROP   PIC 9V99.

       FD LIENS.
       01 LIGNE-LIEN.
           05 FILLER       PIC X.
           05 NOM-MEMBRE   PIC X(20).

       COPY "../../copybooks/adresses-fd.copy".

       FD LETTRES-RENOUV.
       01 LIGNE-LETTRE PIC X(80).

           05 WS-PROP-ANCIENNE   PIC 9(8).
           05 WS-PROP-NOUVELLE   PIC 9(8).
           05 WS-PROP-TAUX       PIC 9(2)V99.
           05 WS-PROP-COEF-ACTUEL  PIC 9V99.
           05 WS-PROP-COEF-NOUVEAU PIC 9V99.

      *index et drapeau de recherche de la proposition du contrat
       01 WS-INDEX-PROP          PIC 9(4).
       01 WS-PROP-TROUVEE        PIC X VALUE "N".
           88 WS-PROP-EST-TROUVEE VALUE "O".
       01 WS-TAUX-PROP-EDIT      PIC Z9,99.
       01 WS-COEF-ACTUEL-EDIT    PIC 9,99.
       01 WS-COEF-NOUVEAU-EDIT   PIC 9,99.

       COPY "../../copybooks/adresses-ws.copy".

      *le nombre de lettres générées pendant ce run
       01 WS-NB-LETTRES          PIC 9(4) VALUE 0.
                       TO WS-PROP-NOUVELLE(WS-NB-PROPOSITIONS)
                       MOVE TAUX-PROP
                       TO WS-PROP-TAUX(WS-NB-PROPOSITIONS)
                       MOVE COEF-ACTUEL-PROP
                       TO WS-PROP-COEF-ACTUEL(WS-NB-PROPOSITIONS)
                       MOVE COEF-NOUVEAU-PROP
                       TO WS-PROP-COEF-NOUVEAU(WS-NB-PROPOSITIONS)
                 END-READ
              END-PERFORM
              CLOSE PROPOSITIONS
              CLOSE MENAGES
           END-IF.

           COPY "../../copybooks/adresses-init.copy".

           OPEN INPUT ASSURANCE-RENOUVELLEMENT.
           OPEN INPUT ASSURANCE-SORTIE.
           OPEN OUTPUT LETTRES-RENOUV.
           INTO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.

      *l'adresse propagée du contrat, quand il en a une
           MOVE CODE-CONTRAT-RENOUV TO WS-ADRC-CONTRAT-CHERCHE.
           PERFORM CHERCHE-ADRESSE-CONTRAT
           THRU CHERCHE-ADRESSE-CONTRAT-FIN.
           IF WS-ADRC-EST-TROUVE
              MOVE SPACES TO LIGNE-LETTRE
              MOVE WS-ADRC-RUE(WS-ADRC-POSITION) TO LIGNE-LETTRE
              WRITE LIGNE-LETTRE
              MOVE SPACES TO LIGNE-LETTRE
              STRING WS-ADRC-CP(WS-ADRC-POSITION) " "
              FUNCTION TRIM(WS-ADRC-VILLE(WS-ADRC-POSITION))
              DELIMITED BY SIZE INTO LIGNE-LETTRE
              WRITE LIGNE-LETTRE
           END-IF.

      *les avis d'un même ménage partent sous le pli du premier
      *avis généré pour ce foyer
           PERFORM CHERCHE-MENAGE-CONTRAT
           WRITE LIGNE-LETTRE.

      *avec une proposition tarifée, la lettre cite la nouvelle
      *prime et le taux d'indexation, et pour un contrat auto le
      *coefficient bonus-malus ; sinon la prime actuelle
           MOVE "N" TO WS-PROP-TROUVEE.
           PERFORM VARYING WS-INDEX-PROP FROM 1 BY 1
           UNTIL WS-INDEX-PROP GREATER THAN WS-NB-PROPOSITIONS
                 WS-PROP-NOUVELLE(WS-INDEX-PROP) " " DEVISE-SORTIE "."
                 INTO LIGNE-LETTRE
                 WRITE LIGNE-LETTRE
                 IF WS-PROP-COEF-ACTUEL(WS-INDEX-PROP) GREATER THAN 0
                    MOVE WS-PROP-COEF-ACTUEL(WS-INDEX-PROP)
                    TO WS-COEF-ACTUEL-EDIT
                    MOVE WS-PROP-COEF-NOUVEAU(WS-INDEX-PROP)
                    TO WS-COEF-NOUVEAU-EDIT
                    MOVE SPACES TO LIGNE-LETTRE
                    STRING "Votre coefficient bonus-malus passe de "
                    WS-COEF-ACTUEL-EDIT " a " WS-COEF-NOUVEAU-EDIT
                    ", applique a cette prime."
                    INTO LIGNE-LETTRE
                    WRITE LIGNE-LETTRE
                 END-IF
              END-IF
           END-PERFORM.

           END-IF.
       CHERCHE-MENAGE-CONTRAT-FIN.
           EXIT.

       COPY "../../copybooks/adresses-cherche.copy".

      *la session opérateur posée par login.cbl et la table des
      *habilitations par programme (partagées par les écrans de
      *maintenance : maintcontrat, mainclients, changesq,
      *reclamations, vueclient, saisienotes, inscriptions,
      *responsables, recours)
           SELECT F-SESSION ASSIGN TO "session-operateur.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-SESSION-STATUS.

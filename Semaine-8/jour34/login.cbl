
      *la session posée après une connexion réussie : c'est elle
      *que les écrans de maintenance (maintcontrat, mainclients,
      *changesq, reclamations, vueclient, saisienotes,
      *inscriptions, responsables, recours) exigent avant de
      *s'ouvrir
           SELECT SESSION-OPERATEUR ASSIGN TO "session-operateur.dat"
              ORGANIZATION IS LINE SEQUENTIAL.


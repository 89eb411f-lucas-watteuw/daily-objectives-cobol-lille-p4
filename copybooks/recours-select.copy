      *les recours des familles sur une note : le dépôt, la
      *décision et son application (partagés par recours et
      *revision)
           SELECT F-RECOURS ASSIGN TO "recours-notes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RECOURS-STATUS.

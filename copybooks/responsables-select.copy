      *les responsables légaux de chaque éléve (un ou deux), avec
      *leur adresse postale et qui reçoit le courrier de l'école
      *(partagés par responsables, student, rattrapage, absences,
      *conseil et courrier)
           SELECT F-RESPONSABLES ASSIGN TO "responsables-eleves.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-RESPONSABLES-STATUS.

      *le registre des inscriptions : chaque entrée, changement de
      *classe et départ d'un éléve, daté et motivé, dans l'ordre où
      *ils ont été enregistrés ; et le calendrier des trimestres de
      *l'année, pour savoir qui est attendu dans quelle classe à
      *chaque trimestre (partagés par inscriptions, releve,
      *progression et conseil)
           SELECT F-REGISTRE ASSIGN TO "registre-inscriptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-REGISTRE-STATUS.

           SELECT F-CALENDRIER ASSIGN TO "calendrier-trimestres.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-CALENDRIER-STATUS.

      *le registre et le calendrier chargés au début du run, et les
      *champs d'appel de la situation d'un éléve : l'éléve et la
      *date demandés, sa présence, sa classe et ses dates d'entrée
      *et de sortie à cette date
       01 F-REGISTRE-STATUS PIC X(2) VALUE SPACES.
           88 F-REGISTRE-STATUS-OK VALUE "00".
       01 F-CALENDRIER-STATUS PIC X(2) VALUE SPACES.
           88 F-CALENDRIER-STATUS-OK VALUE "00".
       01 WS-FIN-REGISTRE PIC X VALUE "C".
       01 WS-FIN-CALENDRIER PIC X VALUE "C".
       01 WS-NB-MOUVEMENTS PIC 9(4) VALUE 0.
       01 WS-MOUVEMENT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-MOUVEMENTS.
           05 WS-MVT-DATE      PIC 9(8).
           05 WS-MVT-TYPE      PIC X.
           05 WS-MVT-LASTNAME  PIC X(7).
           05 WS-MVT-FIRSTNAME PIC X(6).
           05 WS-MVT-AGE       PIC 9(2).
           05 WS-MVT-CLASS     PIC X(5).
           05 WS-MVT-MOTIF     PIC X(40).
       01 WS-INDEX-MOUVEMENT PIC 9(4).
       01 WS-NB-TRIMESTRES PIC 9(2) VALUE 0.
       01 WS-TRIMESTRE OCCURS 1 TO 99 TIMES
          DEPENDING ON WS-NB-TRIMESTRES.
           05 WS-TRI-ANNEE     PIC X(9).
           05 WS-TRI-TERME     PIC X(10).
           05 WS-TRI-DEBUT     PIC 9(8).
           05 WS-TRI-FIN       PIC 9(8).
       01 WS-INDEX-TRIMESTRE PIC 9(2).
       01 WS-SIT-LASTNAME  PIC X(7).
       01 WS-SIT-FIRSTNAME PIC X(6).
       01 WS-SIT-DATE      PIC 9(8).
       01 WS-SIT-TERME     PIC X(10).
       01 WS-SIT-PRESENT   PIC X VALUE "N".
           88 WS-SIT-EST-PRESENT VALUE "O".
       01 WS-SIT-CONNU     PIC X VALUE "N".
           88 WS-SIT-EST-CONNU VALUE "O".
       01 WS-SIT-CLASS     PIC X(5).
       01 WS-SIT-AGE       PIC 9(2).
       01 WS-SIT-ENTREE    PIC 9(8).
       01 WS-SIT-SORTIE    PIC 9(8).
       01 WS-SIT-MOTIF     PIC X(40).
       01 WS-SIT-TROUVE    PIC X VALUE "N".
           88 WS-SIT-TERME-TROUVE VALUE "O".
       01 WS-SIT-ANNEE     PIC X(9).
      *l'année scolaire en cours : la dernière du calendrier, avec
      *sa date de rentrée et sa date de fin
       01 WS-ANNEE-COURANTE PIC X(9) VALUE SPACES.
       01 WS-DEBUT-ANNEE-COURANTE PIC 9(8) VALUE 0.
       01 WS-FIN-ANNEE-COURANTE   PIC 9(8) VALUE 0.
       01 WS-SIT-DEBUT     PIC 9(8).
       01 WS-SIT-FIN       PIC 9(8).

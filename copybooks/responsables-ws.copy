      *les responsables chargés au début du run, triés par éléve
      *et par rang, et les exemplaires d'un courrier : un par foyer
      *de l'éléve WS-RSP-CLE-ELEVE qui reçoit le courrier, adressé
      *aux responsables de ce foyer
       01 F-RESPONSABLES-STATUS PIC X(2) VALUE SPACES.
           88 F-RESPONSABLES-STATUS-OK VALUE "00".
       01 WS-FIN-RESPONSABLES PIC X VALUE "C".
       01 WS-NB-RESPONSABLES PIC 9(4) VALUE 0.
       01 WS-RESPONSABLE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-RESPONSABLES.
           05 WS-RSP-ELEVE      PIC X(14).
           05 WS-RSP-RANG       PIC 9.
           05 WS-RSP-LIEN       PIC X(10).
           05 WS-RSP-NOM        PIC X(41).
           05 WS-RSP-RUE        PIC X(50).
           05 WS-RSP-CP         PIC X(5).
           05 WS-RSP-VILLE      PIC X(30).
           05 WS-RSP-TELEPHONE  PIC X(10).
           05 WS-RSP-MAIL       PIC X(50).
           05 WS-RSP-COURRIER   PIC X.
           05 WS-RSP-FOYER      PIC 9(6).
           05 WS-RSP-MAJ-DATE   PIC 9(8).
           05 WS-RSP-OPERATEUR  PIC X(10).
       01 WS-INDEX-RESPONSABLE PIC 9(4).
       01 WS-RSP-CLE-ELEVE PIC X(14).
       01 WS-NB-COPIES PIC 9 VALUE 0.
       01 WS-COPIE OCCURS 2 TIMES.
           05 WS-COP-FOYER  PIC 9(6).
           05 WS-COP-DEST   PIC X(41).
           05 WS-COP-RUE    PIC X(50).
           05 WS-COP-CP     PIC X(5).
           05 WS-COP-VILLE  PIC X(30).
       01 WS-INDEX-COPIE PIC 9.
       01 WS-INDEX-COPIE-FOYER PIC 9.
       01 WS-COP-DEST-COMMUN PIC X(41).

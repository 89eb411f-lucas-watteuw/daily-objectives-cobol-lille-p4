      *un responsable : l'éléve repéré comme dans les courriers de
      *l'école (nom sur 7, un blanc, prénom sur 6), son rang (1 ou
      *2), le lien de parenté, le nom porté sur l'enveloppe,
      *l'adresse, le téléphone, le mail, O s'il reçoit le courrier,
      *le foyer (une même adresse, un même code : les frères et
      *soeurs et les parents qui vivent ensemble partagent un pli),
      *la date et l'opérateur de la dernière mise à jour
       FD F-RESPONSABLES.
       01 LIGNE-F-RESPONSABLE.
           05 RSP-ELEVE      PIC X(14).
           05 FILLER         PIC X.
           05 RSP-RANG       PIC 9.
           05 FILLER         PIC X.
           05 RSP-LIEN       PIC X(10).
           05 FILLER         PIC X.
           05 RSP-NOM        PIC X(41).
           05 FILLER         PIC X.
           05 RSP-RUE        PIC X(50).
           05 FILLER         PIC X.
           05 RSP-CP         PIC X(5).
           05 FILLER         PIC X.
           05 RSP-VILLE      PIC X(30).
           05 FILLER         PIC X.
           05 RSP-TELEPHONE  PIC X(10).
           05 FILLER         PIC X.
           05 RSP-MAIL       PIC X(50).
           05 FILLER         PIC X.
           05 RSP-COURRIER   PIC X.
           05 FILLER         PIC X.
           05 RSP-FOYER      PIC 9(6).
           05 FILLER         PIC X.
           05 RSP-MAJ-DATE   PIC 9(8).
           05 FILLER         PIC X.
           05 RSP-OPERATEUR  PIC X(10).

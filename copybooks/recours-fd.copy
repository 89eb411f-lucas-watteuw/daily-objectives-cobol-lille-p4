      *un recours : son numéro, le trimestre, l'éléve et sa classe,
      *la matière, la note d'origine et la note demandée avec le
      *motif, la date et l'opérateur du dépôt ; la décision (E en
      *attente, A acceptée, R refusée), la note accordée, qui a
      *décidé, l'opérateur et la date de la décision ; enfin la
      *date d'application (zéro tant que la note n'est pas
      *corrigée) et les résultats de l'éléve avant et après :
      *moyenne, rang dans la classe, appréciation et tableau
      *d'honneur (O/N)
       FD F-RECOURS.
       01 LIGNE-F-RECOURS.
           05 RC-NUMERO            PIC 9(5).
           05 FILLER               PIC X.
           05 RC-TERME             PIC X(10).
           05 FILLER               PIC X.
           05 RC-LASTNAME          PIC X(7).
           05 FILLER               PIC X.
           05 RC-FIRSTNAME         PIC X(6).
           05 FILLER               PIC X.
           05 RC-CLASS             PIC X(5).
           05 FILLER               PIC X.
           05 RC-LABEL             PIC X(21).
           05 FILLER               PIC X.
           05 RC-NOTE-ORIGINE      PIC 9(2).
           05 FILLER               PIC X.
           05 RC-NOTE-DEMANDEE     PIC 9(2).
           05 FILLER               PIC X.
           05 RC-MOTIF             PIC X(40).
           05 FILLER               PIC X.
           05 RC-DEPOT-DATE        PIC 9(8).
           05 FILLER               PIC X.
           05 RC-DEPOT-OPERATEUR   PIC X(10).
           05 FILLER               PIC X.
           05 RC-DECISION          PIC X.
           05 FILLER               PIC X.
           05 RC-NOTE-ACCORDEE     PIC 9(2).
           05 FILLER               PIC X.
           05 RC-DECIDEUR          PIC X(30).
           05 FILLER               PIC X.
           05 RC-DECISION-OPERATEUR PIC X(10).
           05 FILLER               PIC X.
           05 RC-DECISION-DATE     PIC 9(8).
           05 FILLER               PIC X.
           05 RC-APPLICATION-DATE  PIC 9(8).
           05 FILLER               PIC X.
           05 RC-MOYENNE-AVANT     PIC 999V99.
           05 FILLER               PIC X.
           05 RC-MOYENNE-APRES     PIC 999V99.
           05 FILLER               PIC X.
           05 RC-RANG-AVANT        PIC 9(3).
           05 FILLER               PIC X.
           05 RC-RANG-APRES        PIC 9(3).
           05 FILLER               PIC X.
           05 RC-APPREC-AVANT      PIC X(9).
           05 FILLER               PIC X.
           05 RC-APPREC-APRES      PIC X(9).
           05 FILLER               PIC X.
           05 RC-HONNEUR-AVANT     PIC X.
           05 FILLER               PIC X.
           05 RC-HONNEUR-APRES     PIC X.

      *le calcul de la clé phonétique (soundex simplifié : la
      *première lettre puis les codes des consonnes suivantes)
       01 WS-NOM-TRAVAIL PIC X(15).
       01 WS-PHONEME PIC X(4).
       01 WS-INDEX-CAR PIC 9(2).
       01 WS-INDEX-PHONEME PIC 9.
       01 WS-CAR PIC X.
       01 WS-CODE-CAR PIC X.
       01 WS-CODE-PRECEDENT PIC X.

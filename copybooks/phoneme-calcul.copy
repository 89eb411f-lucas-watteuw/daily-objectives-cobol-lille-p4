      *la clé phonétique du nom dans WS-NOM-TRAVAIL : la première
      *lettre puis le code des consonnes suivantes (BPFV=1,
      *CSKGJQXZ=2, DT=3, L=4, MN=5, R=6), les voyelles et H W Y
      *sautées, les codes répétés repliés ; DUPONT et DUPOND font
      *ainsi la même clé
       CALCULE-PHONEME.
           MOVE SPACES TO WS-PHONEME.
           MOVE FUNCTION UPPER-CASE(WS-NOM-TRAVAIL)
           TO WS-NOM-TRAVAIL.
           MOVE WS-NOM-TRAVAIL(1:1) TO WS-PHONEME(1:1).
           MOVE SPACE TO WS-CODE-PRECEDENT.
           MOVE 1 TO WS-INDEX-PHONEME.

           PERFORM VARYING WS-INDEX-CAR FROM 2 BY 1
           UNTIL WS-INDEX-CAR GREATER THAN 15
           OR WS-INDEX-PHONEME GREATER THAN OR EQUAL TO 4
              MOVE WS-NOM-TRAVAIL(WS-INDEX-CAR:1) TO WS-CAR
              EVALUATE TRUE
                 WHEN WS-CAR EQUAL "B" OR "P" OR "F" OR "V"
                    MOVE "1" TO WS-CODE-CAR
                 WHEN WS-CAR EQUAL "C" OR "S" OR "K" OR "G"
                 OR "J" OR "Q" OR "X" OR "Z"
                    MOVE "2" TO WS-CODE-CAR
                 WHEN WS-CAR EQUAL "D" OR "T"
                    MOVE "3" TO WS-CODE-CAR
                 WHEN WS-CAR EQUAL "L"
                    MOVE "4" TO WS-CODE-CAR
                 WHEN WS-CAR EQUAL "M" OR "N"
                    MOVE "5" TO WS-CODE-CAR
                 WHEN WS-CAR EQUAL "R"
                    MOVE "6" TO WS-CODE-CAR
                 WHEN OTHER
                    MOVE SPACE TO WS-CODE-CAR
              END-EVALUATE
              IF WS-CODE-CAR NOT EQUAL SPACE
              AND WS-CODE-CAR NOT EQUAL WS-CODE-PRECEDENT
                 ADD 1 TO WS-INDEX-PHONEME
                 MOVE WS-CODE-CAR
                 TO WS-PHONEME(WS-INDEX-PHONEME:1)
              END-IF
              MOVE WS-CODE-CAR TO WS-CODE-PRECEDENT
           END-PERFORM.
       CALCULE-PHONEME-FIN.
           EXIT.

          02 LINE 12 COLUMN 10 VALUE "<10> COMPARE GENERATIONS".
          02 LINE 13 COLUMN 10 VALUE "<11> PRINT CHANGE JOURNAL".
          02 LINE 14 COLUMN 10 VALUE "<12> LIST/CLEAR RUN LOCKS".
          02 LINE 15 COLUMN 10 VALUE "<13> FORWARD RECOVERY".
          02 LINE 16 COLUMN 10 VALUE "<99> FIM".
          02 LINE 18 COLUMN 10 VALUE "OPCAO: ".
          02 LINE 18 COLUMN 18 PIC X(02) TO WS-OPCAO.
                   MOVE "VSAM-Journal-Print" TO WS-PROGRAMA
               WHEN "12"
                   MOVE "VSAM-Tokens" TO WS-PROGRAMA
               WHEN "13"
                   MOVE "VSAM-Recover" TO WS-PROGRAMA
               WHEN "99"
                   GO TO FIM
               WHEN OTHER

       01  Data-Sistema PIC 9(8).
       01  Data-Negocio PIC X(8).
       01  Tab-Cadeia.
           02  TB-Passo OCCURS 8 TIMES INDEXED BY PS-Idx
                                                  PIC X(12).
       01  Tab-RunCtl.
           02  TB-RunCtl OCCURS 10 TIMES INDEXED BY RC-Idx.
           MOVE Data-Sistema(5:2) TO Data-Negocio(3:2)
           MOVE Data-Sistema(1:4) TO Data-Negocio(5:4)
           DISPLAY "Data de negocio: " Data-Negocio
           MOVE "SNAPSHOT" TO TB-Passo(1)
           MOVE "CRITICA" TO TB-Passo(2)
           MOVE "FECHAMENTO" TO TB-Passo(3)
           MOVE "TANQUES" TO TB-Passo(4)
           MOVE "CONCILIA" TO TB-Passo(5)
           MOVE "CONTABIL" TO TB-Passo(6)
           MOVE "BATIMENTO" TO TB-Passo(7)
           MOVE "TRIAGEM" TO TB-Passo(8)
           PERFORM CARREGA-RUN-CONTROL
           IF FStatusRun = "35" THEN
               DISPLAY "Controle de execucao ausente - nenhum passo"
                   " registrado."
           ELSE
               PERFORM VARYING PS-Idx FROM 1 BY 1 UNTIL PS-Idx > 8
                   OR Houve-Erro-Fatal
                   PERFORM MOSTRA-PASSO
               END-PERFORM
               IF TB-RC-Data(RC-Idx) = Data-Negocio
                   AND TB-RC-Status(RC-Idx) = "C" THEN
                   DISPLAY TB-Passo(PS-Idx) " - concluido hoje"
               ELSE
               IF TB-RC-Data(RC-Idx) = Data-Negocio
                   AND TB-RC-Status(RC-Idx) = "N" THEN
                   DISPLAY TB-Passo(PS-Idx) " - divergencias, dia nao"
                       " liberado (ver alertas)"
               ELSE
                   DISPLAY TB-Passo(PS-Idx) " - pendente (ultimo em "
                       TB-RC-Data(RC-Idx) ")"
               END-IF
               END-IF
           END-IF.

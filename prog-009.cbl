           02  HS-AnoMes       PIC X(6).
           02  HS-Data         PIC X(8).
           02  HS-Tipo         PIC X.
               88  HS-Venda-Loja       VALUE "L" "l".
           02  HS-Litros       PIC S9(3)V99.
           02  HS-Operador     PIC X(10).
           02  HS-Bico         PIC 9(2).
           02  HS-FormaPagto   PIC X.
           02  HS-Total        PIC S9(4)V99.
           02  HS-Cliente      PIC 9(4).
           02  HS-SubT         PIC S9(4)V99.
           02  HS-Desc         PIC S9(4)V99.
           02  HS-Hora         PIC X(4).
           02  HS-Situacao     PIC X.
               88  HS-Estornada        VALUE "C".
               88  HS-Estorno          VALUE "E".
           02  HS-Chave-Orig   PIC X(12).
           02  HS-Placa        PIC X(7).
           02  HS-Odometro     PIC 9(7).

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

       01  Tab-Dias.
           02  TB-Dia OCCURS 31 TIMES INDEXED BY DI-Idx.
               03  DI-Litros   PIC S9(6)V99.
               03  DI-Valor    PIC S9(6)V99.
       01  Tab-Tipos.
           02  TB-Tipo-Mes OCCURS 4 TIMES INDEXED BY TP-Idx.
               03  TM-Tipo     PIC X.
               03  TM-Litros   PIC S9(7)V99.
               03  TM-Valor    PIC S9(7)V99.
       01  Tab-Operadores.
           02  TB-Operador OCCURS 20 TIMES INDEXED BY OP-Idx.
               03  OP-Nome     PIC X(10).
               03  OP-Litros   PIC S9(6)V99.
               03  OP-Tot      PIC S9(7)V99.
       01  Qtd-Operadores  PIC 9(2)    VALUE ZERO.
       01  Op-Achado-Idx   PIC 9(2)    VALUE ZERO.

       01  TotDinheiro PIC S9(7)V99 VALUE ZEROS.
       01  TotCartao   PIC S9(7)V99 VALUE ZEROS.
       01  TotPix      PIC S9(7)V99 VALUE ZEROS.
       01  TotFaturado PIC S9(7)V99 VALUE ZEROS.
       01  Tot-Mes     PIC S9(7)V99 VALUE ZEROS.
       01  Litros-Mes  PIC S9(7)V99 VALUE ZEROS.
       01  Tot-Mes-Ant PIC S9(7)V99 VALUE ZEROS.
       01  Hist-Tipo-Up PIC X.
       01  Pct-Litros  PIC 9(3)V99.
       01  Pct-Valor   PIC 9(3)V99.
       01  Variacao    PIC S9(7)V99.
       01  Var-Abs     PIC 9(7)V99.
       01  Sinal-Var   PIC X       VALUE SPACE.
       01  Valor-Imp-1 PIC S9(7)V99.
       01  Abs-Imp-1   PIC 9(7)V99.
       01  Sinal-Imp-1 PIC X       VALUE SPACE.
       01  Valor-Imp-2 PIC S9(7)V99.
       01  Abs-Imp-2   PIC 9(7)V99.
       01  Sinal-Imp-2 PIC X       VALUE SPACE.

       01  Tab-Tributos.
           02  TB-Tributo OCCURS 50 TIMES INDEXED BY TR-Idx.

       ACUMULA-REGISTRO.
           ADD HS-Total TO Tot-Mes
           IF NOT HS-Venda-Loja THEN
               ADD HS-Litros TO Litros-Mes
           END-IF
           IF HS-Data(1:2) NUMERIC THEN
               MOVE HS-Data(1:2) TO Dia-Num
               IF Dia-Num > 0 AND Dia-Num < 32 THEN
                   SET DI-Idx TO Dia-Num
                   IF NOT HS-Venda-Loja THEN
                       ADD HS-Litros TO DI-Litros(DI-Idx)
                   END-IF
                   ADD HS-Total TO DI-Valor(DI-Idx)
               END-IF
           END-IF
           END-IF
           IF Op-Achado-Idx > ZERO THEN
               SET OP-Idx TO Op-Achado-Idx
               IF NOT HS-Venda-Loja THEN
                   ADD HS-Litros TO OP-Litros(OP-Idx)
               END-IF
               ADD HS-Total TO OP-Tot(OP-Idx)
           END-IF
           EVALUATE HS-FormaPagto
           MOVE "Total por dia" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM VARYING DI-Idx FROM 1 BY 1 UNTIL DI-Idx > 31
               IF DI-Litros(DI-Idx) NOT = ZERO
                   OR DI-Valor(DI-Idx) NOT = ZERO THEN
                   SET Dia-Num TO DI-Idx
                   MOVE DI-Litros(DI-Idx) TO Valor-Imp-1
                   MOVE DI-Valor(DI-Idx) TO Valor-Imp-2
                   PERFORM SEPARA-SINAIS
                   MOVE SPACES TO Linha-Rel
                   STRING "Dia " DELIMITED BY SIZE
                          Dia-Num DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          Sinal-Imp-1 DELIMITED BY SIZE
                          Abs-Imp-1 DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          Sinal-Imp-2 DELIMITED BY SIZE
                          Abs-Imp-2 DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
               ELSE
                   MOVE ZEROS TO Pct-Valor
               END-IF
               MOVE TM-Litros(TP-Idx) TO Valor-Imp-1
               MOVE TM-Valor(TP-Idx) TO Valor-Imp-2
               PERFORM SEPARA-SINAIS
               MOVE SPACES TO Linha-Rel
               STRING TM-Tipo(TP-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Sinal-Imp-1 DELIMITED BY SIZE
                      Abs-Imp-1 DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      Pct-Litros DELIMITED BY SIZE
                      "%)  " DELIMITED BY SIZE
                      Sinal-Imp-2 DELIMITED BY SIZE
                      Abs-Imp-2 DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      Pct-Valor DELIMITED BY SIZE
                      "%)" DELIMITED BY SIZE
           PERFORM IMPRIME-LINHA
           PERFORM VARYING OP-Idx FROM 1 BY 1
               UNTIL OP-Idx > Qtd-Operadores
               MOVE OP-Litros(OP-Idx) TO Valor-Imp-1
               MOVE OP-Tot(OP-Idx) TO Valor-Imp-2
               PERFORM SEPARA-SINAIS
               MOVE SPACES TO Linha-Rel
               STRING OP-Nome(OP-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Sinal-Imp-1 DELIMITED BY SIZE
                      Abs-Imp-1 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Sinal-Imp-2 DELIMITED BY SIZE
                      Abs-Imp-2 DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-PERFORM
           MOVE "Total por forma de pagamento" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE TotDinheiro TO Valor-Imp-1
           PERFORM SEPARA-SINAIS
           MOVE SPACES TO Linha-Rel
           STRING "Dinheiro   " DELIMITED BY SIZE
                  Sinal-Imp-1 DELIMITED BY SIZE
                  Abs-Imp-1 DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE TotCartao TO Valor-Imp-1
           PERFORM SEPARA-SINAIS
           MOVE SPACES TO Linha-Rel
           STRING "Cartao     " DELIMITED BY SIZE
                  Sinal-Imp-1 DELIMITED BY SIZE
                  Abs-Imp-1 DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE TotPix TO Valor-Imp-1
           PERFORM SEPARA-SINAIS
           MOVE SPACES TO Linha-Rel
           STRING "Pix        " DELIMITED BY SIZE
                  Sinal-Imp-1 DELIMITED BY SIZE
                  Abs-Imp-1 DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE TotFaturado TO Valor-Imp-1
           PERFORM SEPARA-SINAIS
           MOVE SPACES TO Linha-Rel
           STRING "Faturado   " DELIMITED BY SIZE
                  Sinal-Imp-1 DELIMITED BY SIZE
                  Abs-Imp-1 DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           COMPUTE Variacao = Tot-Mes - Tot-Mes-Ant
               MOVE " " TO Sinal-Var
               MOVE Variacao TO Var-Abs
           END-IF
           MOVE Tot-Mes TO Valor-Imp-1
           MOVE Tot-Mes-Ant TO Valor-Imp-2
           PERFORM SEPARA-SINAIS
           MOVE SPACES TO Linha-Rel
           STRING "Mes " DELIMITED BY SIZE
                  Mes-Alvo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Imp-1 DELIMITED BY SIZE
                  Abs-Imp-1 DELIMITED BY SIZE
                  "  Mes " DELIMITED BY SIZE
                  Mes-Anterior DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Imp-2 DELIMITED BY SIZE
                  Abs-Imp-2 DELIMITED BY SIZE
                  "  Var " DELIMITED BY SIZE
                  Sinal-Var DELIMITED BY SIZE
                  Var-Abs DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       SEPARA-SINAIS.
           IF Valor-Imp-1 < ZERO THEN
               MOVE "-" TO Sinal-Imp-1
               COMPUTE Abs-Imp-1 = Valor-Imp-1 * -1
           ELSE
               MOVE " " TO Sinal-Imp-1
               MOVE Valor-Imp-1 TO Abs-Imp-1
           END-IF
           IF Valor-Imp-2 < ZERO THEN
               MOVE "-" TO Sinal-Imp-2
               COMPUTE Abs-Imp-2 = Valor-Imp-2 * -1
           ELSE
               MOVE " " TO Sinal-Imp-2
               MOVE Valor-Imp-2 TO Abs-Imp-2
           END-IF.

       CARREGA-TRIBUTOS.
           MOVE ZERO TO Qtd-Tributos
           OPEN INPUT Arq-Trib

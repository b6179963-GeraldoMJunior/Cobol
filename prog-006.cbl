               RECORD KEY IS HS-Chave
               FILE STATUS IS FStatusHist.

           SELECT Arq-Frota ASSIGN TO "frota.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-Chave
               FILE STATUS IS FStatusFrota.

           SELECT Arq-PagHist ASSIGN TO "paghist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPagH.
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

       FD Arq-Frota.
       01  Reg-Frota.
           02  FR-Chave.
               03  FR-Cliente  PIC 9(4).
               03  FR-Placa    PIC X(7).
           02  FR-Descricao    PIC X(20).
           02  FR-Tipo         PIC X.
           02  FR-Limite-Abast PIC 9(3)V99.
           02  FR-Cota-Mes     PIC 9(5)V99.
           02  FR-AnoMes-Uso   PIC X(6).
           02  FR-Litros-Mes   PIC 9(5)V99.
           02  FR-Ult-Odometro PIC 9(7).
           02  FR-Ativo        PIC X.

       FD Arq-PagHist.
       01  Reg-PagHist.
       01  FStatusCli   PIC XX.
       01  FStatusHist  PIC XX.
       01  FStatusPagH  PIC XX.
       01  FStatusFrota PIC XX.
       01  FStatusRel   PIC XX.
       01  Linha-Rel    PIC X(80).
       01  Nome-Posto   PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Mes-Alvo     PIC X(6).
       01  Qtd-Lanc     PIC 9(4)    VALUE ZERO.
       01  Qtd-Pagos    PIC 9(4)    VALUE ZERO.
       01  Tot-Cliente  PIC S9(6)V99 VALUE ZEROS.
       01  Total-Abs    PIC 9(6)V99.
       01  Sinal-Total  PIC X       VALUE SPACE.
       01  Litros-Abs   PIC 9(3)V99.
       01  Valor-Abs    PIC 9(4)V99.
       01  Sinal-Lanc   PIC X       VALUE SPACE.
       01  Tot-Pagos    PIC 9(6)V99 VALUE ZEROS.
       01  Qtd-Clientes PIC 9(4)    VALUE ZERO.
       01  Fim-Mes-Flag PIC X.
           88  Fim-Mes-Hist        VALUE "S".
       01  Frota-Aberta PIC X       VALUE "N".
           88  Arq-Frota-Aberto    VALUE "S".

       01  Tab-Veiculos.
           02  TB-Veiculo OCCURS 50 TIMES INDEXED BY VC-Idx.
               03  VC-Placa        PIC X(7).
               03  VC-Odo-Inicial  PIC 9(7).
               03  VC-Odo-Final    PIC 9(7).
               03  VC-Litros       PIC S9(5)V99.
               03  VC-Litros-Km    PIC 9(5)V99.
               03  VC-Regrediu     PIC X.
       01  Qtd-Veiculos    PIC 9(2)    VALUE ZERO.
       01  Vc-Achado-Idx   PIC 9(2)    VALUE ZERO.
       01  Km-Rodados      PIC 9(7).
       01  Km-Por-Litro    PIC 9(3)V99.
       01  Litros-Veic-Abs PIC 9(5)V99.
       01  Sinal-Veic      PIC X       VALUE SPACE.
       01  Desc-Veiculo    PIC X(20).
       01  Marca-Regrediu  PIC X(9).

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
               MOVE FStatusRel TO Status-Verificado
               MOVE "extrato.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               OPEN INPUT Arq-Frota
               MOVE FStatusFrota TO Status-Verificado
               MOVE "frota.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF FStatusFrota = "00" THEN
                   SET Arq-Frota-Aberto TO TRUE
               END-IF
               READ Arq-Cli
                   AT END SET Fim-Cli TO TRUE
               END-READ
               END-PERFORM
               CLOSE Arq-Cli
               CLOSE Arq-Rel
               IF Arq-Frota-Aberto THEN
                   CLOSE Arq-Frota
               END-IF
               IF Qtd-Clientes = ZERO THEN
                   DISPLAY "Nenhum cliente cadastrado."
               END-IF

       EXTRATO-CLIENTE.
           MOVE ZERO TO Qtd-Lanc
           MOVE ZERO TO Qtd-Veiculos
           MOVE ZEROS TO Tot-Cliente
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                           OR HS-FormaPagto = "f") THEN
                       ADD 1 TO Qtd-Lanc
                       ADD HS-Total TO Tot-Cliente
                       IF HS-Total < ZERO THEN
                           MOVE "-" TO Sinal-Lanc
                           COMPUTE Litros-Abs = HS-Litros * -1
                           COMPUTE Valor-Abs = HS-Total * -1
                       ELSE
                           MOVE " " TO Sinal-Lanc
                           MOVE HS-Litros TO Litros-Abs
                           MOVE HS-Total TO Valor-Abs
                       END-IF
                       MOVE SPACES TO Linha-Rel
                       STRING HS-Data DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              HS-Tipo DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              Sinal-Lanc DELIMITED BY SIZE
                              Litros-Abs DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              HS-Bico DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              Sinal-Lanc DELIMITED BY SIZE
                              Valor-Abs DELIMITED BY SIZE
                           INTO Linha-Rel
                       IF HS-Estorno THEN
                           MOVE "estorno" TO Linha-Rel(40:7)
                       END-IF
                       IF HS-Placa NOT = SPACES THEN
                           MOVE HS-Placa TO Linha-Rel(49:7)
                           IF NOT HS-Venda-Loja THEN
                               PERFORM ACUMULA-VEICULO
                           END-IF
                       END-IF
                       PERFORM IMPRIME-LINHA
                   END-IF
                   IF NOT Fim-Hist THEN
               MOVE "Sem lancamentos no mes" TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Qtd-Veiculos > ZERO THEN
               PERFORM EXTRATO-FROTA
           END-IF
           PERFORM EXTRATO-PAGAMENTOS
           IF Tot-Cliente < ZERO THEN
               MOVE "-" TO Sinal-Total
               COMPUTE Total-Abs = Tot-Cliente * -1
           ELSE
               MOVE " " TO Sinal-Total
               MOVE Tot-Cliente TO Total-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "Total do mes " DELIMITED BY SIZE
                  Sinal-Total DELIMITED BY SIZE
                  Total-Abs DELIMITED BY SIZE
                  "  Saldo " DELIMITED BY SIZE
                  CL-Saldo DELIMITED BY SIZE
                  "  Limite " DELIMITED BY SIZE
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA.

       ACUMULA-VEICULO.
           MOVE ZERO TO Vc-Achado-Idx
           PERFORM VARYING VC-Idx FROM 1 BY 1
               UNTIL VC-Idx > Qtd-Veiculos
               IF VC-Placa(VC-Idx) = HS-Placa THEN
                   SET Vc-Achado-Idx TO VC-Idx
               END-IF
           END-PERFORM
           IF Vc-Achado-Idx = ZERO AND Qtd-Veiculos < 50 THEN
               ADD 1 TO Qtd-Veiculos
               SET VC-Idx TO Qtd-Veiculos
               MOVE HS-Placa TO VC-Placa(VC-Idx)
               MOVE ZEROS TO VC-Odo-Inicial(VC-Idx)
               MOVE ZEROS TO VC-Odo-Final(VC-Idx)
               MOVE ZEROS TO VC-Litros(VC-Idx) VC-Litros-Km(VC-Idx)
               MOVE "N" TO VC-Regrediu(VC-Idx)
               SET Vc-Achado-Idx TO VC-Idx
           END-IF
           IF Vc-Achado-Idx > ZERO THEN
               SET VC-Idx TO Vc-Achado-Idx
               ADD HS-Litros TO VC-Litros(VC-Idx)
               IF NOT HS-Estornada AND NOT HS-Estorno
                   AND HS-Odometro NUMERIC
                   AND HS-Odometro > ZERO THEN
                   EVALUATE TRUE
                       WHEN VC-Odo-Final(VC-Idx) = ZERO
                           MOVE HS-Odometro TO VC-Odo-Inicial(VC-Idx)
                           MOVE HS-Odometro TO VC-Odo-Final(VC-Idx)
                       WHEN HS-Odometro < VC-Odo-Final(VC-Idx)
                           MOVE "S" TO VC-Regrediu(VC-Idx)
                       WHEN OTHER
                           MOVE HS-Odometro TO VC-Odo-Final(VC-Idx)
                           ADD HS-Litros TO VC-Litros-Km(VC-Idx)
                   END-EVALUATE
               END-IF
           END-IF.

       EXTRATO-FROTA.
           MOVE "Consumo por veiculo" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Placa    Descricao            Odo.ini Odo.fim "
                      DELIMITED BY SIZE
                  "Km      Litros   Km/l" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM VARYING VC-Idx FROM 1 BY 1
               UNTIL VC-Idx > Qtd-Veiculos
               MOVE SPACES TO Desc-Veiculo
               IF Arq-Frota-Aberto THEN
                   MOVE CL-Codigo TO FR-Cliente
                   MOVE VC-Placa(VC-Idx) TO FR-Placa
                   READ Arq-Frota
                       INVALID KEY
                           MOVE "(nao cadastrado)" TO Desc-Veiculo
                       NOT INVALID KEY
                           MOVE FR-Descricao TO Desc-Veiculo
                   END-READ
               END-IF
               COMPUTE Km-Rodados = VC-Odo-Final(VC-Idx)
                                  - VC-Odo-Inicial(VC-Idx)
               IF VC-Litros-Km(VC-Idx) > ZERO THEN
                   COMPUTE Km-Por-Litro ROUNDED =
                       Km-Rodados / VC-Litros-Km(VC-Idx)
                       ON SIZE ERROR MOVE 999.99 TO Km-Por-Litro
                   END-COMPUTE
               ELSE
                   MOVE ZEROS TO Km-Por-Litro
               END-IF
               IF VC-Litros(VC-Idx) < ZERO THEN
                   MOVE "-" TO Sinal-Veic
                   COMPUTE Litros-Veic-Abs = VC-Litros(VC-Idx) * -1
               ELSE
                   MOVE " " TO Sinal-Veic
                   MOVE VC-Litros(VC-Idx) TO Litros-Veic-Abs
               END-IF
               IF VC-Regrediu(VC-Idx) = "S" THEN
                   MOVE "*REGREDIU" TO Marca-Regrediu
               ELSE
                   MOVE SPACES TO Marca-Regrediu
               END-IF
               MOVE SPACES TO Linha-Rel
               STRING VC-Placa(VC-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Desc-Veiculo DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VC-Odo-Inicial(VC-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VC-Odo-Final(VC-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Km-Rodados DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Sinal-Veic DELIMITED BY SIZE
                      Litros-Veic-Abs DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Km-Por-Litro DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Marca-Regrediu DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               IF VC-Regrediu(VC-Idx) = "S" THEN
                   MOVE SPACES TO Linha-Rel
                   STRING "  Aviso: odometro regrediu no mes - placa "
                              DELIMITED BY SIZE
                          VC-Placa(VC-Idx) DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-PERFORM.

       EXTRATO-PAGAMENTOS.
           MOVE ZERO TO Qtd-Pagos
           MOVE ZEROS TO Tot-Pagos

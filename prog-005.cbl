               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatus.

           SELECT Arq-Hist ASSIGN TO "historix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-Chave
               FILE STATUS IS FStatusHist.

           SELECT Arq-Rel ASSIGN TO "estoque.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusLim.

           SELECT Arq-Conv ASSIGN TO "tabconv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusConv.

           SELECT Arq-PerdaMes ASSIGN TO "perdames.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPerdaM.

           SELECT Arq-TqDeb ASSIGN TO "tqdebito.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusTqDeb.

           SELECT Arq-RunCtl ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRun.
           02  TQ-Tipo         PIC X.
           02  TQ-Estoque      PIC 9(6)V99.
           02  TQ-Minimo       PIC 9(6)V99.
           02  TQ-Capacidade   PIC 9(6)V99.

       FD Arq-Carga.
       01  Reg-Carga.
           02  CG-Litros       PIC 9(6)V99.
           02  CG-Tanque       PIC 9(2).
           02  CG-Custo        PIC 99V99.
           02  CG-Temperatura  PIC 9(2)V9.
           02  CG-Densidade    PIC 9V9(4).

       FD Arq-Mov.
       01  Abast.
           02  Mov-FormaPagto  PIC X.
           02  Mov-Cliente     PIC 9(4).
           02  Mov-Hora        PIC X(4).
           02  Mov-Placa       PIC X(7).
           02  Mov-Odometro    PIC 9(7).
           02  Mov-Fidelidade  PIC X(11).
       01  Abast-Estorno       PIC X(65).
       01  Abast-Afericao.
           02  AF-Data         PIC X(8).
           02  AF-Tipo         PIC X.
           02  AF-Litros       PIC 9(3)V99.
           02  AF-Operador     PIC X(10).
           02  AF-Bico         PIC 9(2).
           02  AF-Combustivel  PIC X.
           02  AF-Origem       PIC X.
           02  FILLER          PIC X(3).
           02  AF-Hora         PIC X(4).
           02  AF-Medido       PIC 9(2)V999.
           02  AF-Fiscal       PIC X(10).

       FD Arq-Hist.
       01  Reg-Hist.
           88  Fim-Hist        VALUE HIGH-VALUES.
           02  HS-Chave.
               03  HS-Data-Inv PIC 9(8).
               03  HS-Seq      PIC 9(4).
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
           02  ME-Data         PIC X(8).
           02  ME-Tanque       PIC 9(2).
           02  ME-Litros       PIC 9(6)V99.
           02  ME-Temperatura  PIC 9(2)V9.
           02  ME-Densidade    PIC 9V9(4).

       FD Arq-Lim.
       01  Reg-Lim.
           02  PL-Tipo         PIC X.
           02  PL-PctMax       PIC 9V99.

       FD Arq-Conv.
       01  Reg-Conv.
           88  Fim-Conv        VALUE HIGH-VALUES.
           02  CV-Tipo         PIC X.
           02  CV-Dens-Ini     PIC 9V9(4).
           02  CV-Dens-Fim     PIC 9V9(4).
           02  CV-Temperatura  PIC 9(2).
           02  CV-Fator        PIC 9V9(4).

       FD Arq-PerdaMes.
       01  Reg-PerdaMes.
           88  Fim-PerdaMes    VALUE HIGH-VALUES.
           02  PM-Sinal        PIC X.
           02  PM-Perda        PIC 9(6)V99.
           02  PM-Vendas       PIC 9(7)V99.
           02  PM-Sinal-Temp   PIC X.
           02  PM-Var-Temp     PIC 9(6)V99.

      *    Litros debitados e devolvidos aos tanques por dia e tipo na
      *    ultima execucao, para o batimento com o historico.
       FD Arq-TqDeb.
       01  Reg-TqDeb.
           02  TD-Data         PIC X(8).
           02  TD-Tipo         PIC X.
           02  TD-Vendas       PIC 9(6)V99.
           02  TD-Estornos     PIC 9(6)V99.

       FD Arq-RunCtl.
       01  Reg-RunCtl.
               03  TB-TQ-Tipo    PIC X.
               03  TB-TQ-Estoque PIC S9(6)V99.
               03  TB-TQ-Minimo  PIC 9(6)V99.
               03  TB-TQ-Capacidade PIC 9(6)V99.
               03  TB-TQ-Cargas  PIC 9(6)V99.
               03  TB-TQ-Cargas-Amb PIC 9(6)V99.
               03  TB-TQ-Vendas  PIC 9(6)V99.
               03  TB-TQ-Estornos PIC 9(6)V99.
               03  TB-TQ-Afericao PIC 9(6)V99.
       01  Qtd-Tanques     PIC 9(2)    VALUE ZERO.
       01  Tq-Achado-Idx   PIC 9(2)    VALUE ZERO.

       01  FStatusTqDeb    PIC XX.
       01  Tab-Debitos.
           02  TB-Debito OCCURS 150 TIMES INDEXED BY DB-Idx.
               03  DB-Data     PIC X(8).
               03  DB-Tipo     PIC X.
               03  DB-Vendas   PIC 9(6)V99.
               03  DB-Estornos PIC 9(6)V99.
       01  Qtd-Debitos     PIC 9(3)    VALUE ZERO.
       01  Db-Achado-Idx   PIC 9(3)    VALUE ZERO.
       01  Data-Debito     PIC X(8).

       01  FStatusEstChk PIC XX.
       01  Ult-Proc-Inv  PIC 9(8)    VALUE ZEROS.
       01  Hoje-Inv      PIC 9(8)    VALUE ZEROS.
       01  Data-Inv-Reg  PIC 9(8)    VALUE ZEROS.
       01  Qtd-Cargas      PIC 9(4)    VALUE ZERO.
       01  Qtd-Vendas      PIC 9(5)    VALUE ZERO.
       01  FStatusHist     PIC XX.
       01  Qtd-Estornos    PIC 9(5)    VALUE ZERO.
       01  Qtd-Afericoes   PIC 9(5)    VALUE ZERO.
       01  Litros-Estorno  PIC 9(3)V99.
       01  Saldo-Abs       PIC 9(6)V99.
       01  Sinal-Saldo     PIC X       VALUE SPACE.

       01  Pct-Limite-Atual PIC 9V99.
       01  Limite-Padrao   PIC 9V99    VALUE 0.60.

       01  FStatusConv     PIC XX.
       01  Tab-Conversao.
           02  TB-Conversao OCCURS 300 TIMES INDEXED BY CV-Idx.
               03  TB-CV-Tipo     PIC X.
               03  TB-CV-Dens-Ini PIC 9V9(4).
               03  TB-CV-Dens-Fim PIC 9V9(4).
               03  TB-CV-Temp     PIC 9(2).
               03  TB-CV-Fator    PIC 9V9(4).
       01  Qtd-Conversao   PIC 9(3)    VALUE ZERO.
       01  Coef-Padrao     PIC 9V9(5)  VALUE 0.00110.
       01  Tipo-Conv       PIC X.
       01  Temp-Conv       PIC 9(2)V9.
       01  Dens-Conv       PIC 9V9(4).
       01  Temp-Inteira    PIC 9(2).
       01  Fator-Conv      PIC 9V9(4).
       01  Conv-Origem     PIC X       VALUE "T".
           88  Conv-Tabela             VALUE "T".
           88  Conv-Coeficiente        VALUE "C".
           88  Conv-Sem-Temp           VALUE "S".
       01  Litros-Amb      PIC 9(6)V99.
       01  Litros-20       PIC 9(6)V99.
       01  Var-Temp-Dia    PIC S9(6)V99.
       01  Var-Temp-Abs    PIC 9(6)V99.
       01  Sinal-Var-Temp  PIC X       VALUE SPACE.

       01  Tab-Perdas-Mes.
           02  TB-PerdaMes OCCURS 120 TIMES INDEXED BY PM-Idx.
               03  TB-PM-AnoMes PIC X(6).
               03  TB-PM-Tanque PIC 9(2).
               03  TB-PM-Perda  PIC S9(6)V99.
               03  TB-PM-Vendas PIC 9(7)V99.
               03  TB-PM-Var-Temp PIC S9(6)V99.
       01  Qtd-Perdas-Mes  PIC 9(3)    VALUE ZERO.
       01  Pm-Achado-Idx   PIC 9(3)    VALUE ZERO.
       01  Mes-Proc        PIC X(6)    VALUE SPACES.
           MOVE Data-Sistema TO Hoje-Inv
           PERFORM CARREGA-TANQUES
           PERFORM CARREGA-CHECKPOINT-ESTOQUE
           PERFORM CARREGA-CONVERSAO
           IF Qtd-Tanques = ZERO THEN
               DISPLAY "Cadastro de tanques vazio ou ausente."
           ELSE
               PERFORM IMPRIME-CABECALHO
               PERFORM PROCESSA-CARGAS
               PERFORM PROCESSA-MOVIMENTO
               IF NOT Houve-Erro-Fatal THEN
                   PERFORM PROCESSA-ESTORNOS
               END-IF
               IF NOT Houve-Erro-Fatal THEN
                   IF Qtd-Hoje > ZERO THEN
                       MOVE SPACES TO Linha-Rel
                   PERFORM IMPRIME-BALANCO
                   PERFORM CONFERE-MEDICOES
                   PERFORM GRAVA-TANQUES
                   PERFORM GRAVA-DEBITOS-DIA
                   PERFORM GRAVA-CHECKPOINT-ESTOQUE
                   IF NOT Houve-Erro-Fatal THEN
                       PERFORM GRAVA-RUN-CONTROL
                   MOVE TQ-Tipo TO TB-TQ-Tipo(TQ-Idx)
                   MOVE TQ-Estoque TO TB-TQ-Estoque(TQ-Idx)
                   MOVE TQ-Minimo TO TB-TQ-Minimo(TQ-Idx)
                   IF TQ-Capacidade NUMERIC THEN
                       MOVE TQ-Capacidade TO TB-TQ-Capacidade(TQ-Idx)
                   ELSE
                       MOVE ZEROS TO TB-TQ-Capacidade(TQ-Idx)
                   END-IF
                   MOVE ZEROS TO TB-TQ-Cargas(TQ-Idx)
                   MOVE ZEROS TO TB-TQ-Cargas-Amb(TQ-Idx)
                   MOVE ZEROS TO TB-TQ-Vendas(TQ-Idx)
                   MOVE ZEROS TO TB-TQ-Estornos(TQ-Idx)
                   MOVE ZEROS TO TB-TQ-Afericao(TQ-Idx)
                   READ Arq-Tanque
                       AT END SET Fim-Tanque TO TRUE
                   END-READ
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               ELSE
                   MOVE CG-Tipo TO Tipo-Conv
                   MOVE CG-Temperatura TO Temp-Conv
                   MOVE CG-Densidade TO Dens-Conv
                   MOVE CG-Litros TO Litros-Amb
                   PERFORM CONVERTE-LITROS-20
                   IF Conv-Sem-Temp THEN
                       MOVE SPACES TO Linha-Rel
                       STRING "Carga de " DELIMITED BY SIZE
                              CG-Data DELIMITED BY SIZE
                              " tanque " DELIMITED BY SIZE
                              CG-Tanque DELIMITED BY SIZE
                              " sem temperatura - volume ambiente"
                                  DELIMITED BY SIZE
                           INTO Linha-Rel
                       PERFORM IMPRIME-LINHA
                   END-IF
                   ADD Litros-20 TO TB-TQ-Estoque(TQ-Idx)
                   ADD Litros-20 TO TB-TQ-Cargas(TQ-Idx)
                   ADD CG-Litros TO TB-TQ-Cargas-Amb(TQ-Idx)
                   ADD 1 TO Qtd-Cargas
               END-IF
           END-IF.

       CARREGA-CONVERSAO.
           MOVE ZERO TO Qtd-Conversao
           OPEN INPUT Arq-Conv
           MOVE FStatusConv TO Status-Verificado
           MOVE "tabconv.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusConv = "35" THEN
               DISPLAY "Sem tabela de conversao - coeficiente padrao."
           ELSE
               READ Arq-Conv
                   AT END SET Fim-Conv TO TRUE
               END-READ
               MOVE FStatusConv TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Conv OR Qtd-Conversao >= 300
                   OR Houve-Erro-Fatal
                   IF CV-Fator NUMERIC AND CV-Temperatura NUMERIC THEN
                       ADD 1 TO Qtd-Conversao
                       SET CV-Idx TO Qtd-Conversao
                       MOVE CV-Tipo TO TB-CV-Tipo(CV-Idx)
                       MOVE CV-Temperatura TO TB-CV-Temp(CV-Idx)
                       MOVE CV-Fator TO TB-CV-Fator(CV-Idx)
                       IF CV-Dens-Ini NUMERIC AND CV-Dens-Fim NUMERIC
                           THEN
                           MOVE CV-Dens-Ini TO TB-CV-Dens-Ini(CV-Idx)
                           MOVE CV-Dens-Fim TO TB-CV-Dens-Fim(CV-Idx)
                       ELSE
                           MOVE ZEROS TO TB-CV-Dens-Ini(CV-Idx)
                           MOVE ZEROS TO TB-CV-Dens-Fim(CV-Idx)
                       END-IF
                   END-IF
                   READ Arq-Conv
                       AT END SET Fim-Conv TO TRUE
                   END-READ
                   MOVE FStatusConv TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Conv
               MOVE FStatusConv TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       CONVERTE-LITROS-20.
      *    Volume a 20 graus: fator da tabela do produto para a
      *    temperatura (grau inteiro) e faixa de densidade observadas;
      *    sem linha na tabela aplica o coeficiente de dilatacao padrao.
      *    Sem temperatura informada o volume ambiente e mantido.
           MOVE 1 TO Fator-Conv
           IF Temp-Conv NOT NUMERIC OR Temp-Conv = ZERO THEN
               SET Conv-Sem-Temp TO TRUE
           ELSE
               IF Dens-Conv NOT NUMERIC THEN
                   MOVE ZEROS TO Dens-Conv
               END-IF
               COMPUTE Temp-Inteira ROUNDED = Temp-Conv
               SET Conv-Coeficiente TO TRUE
               PERFORM VARYING CV-Idx FROM 1 BY 1
                   UNTIL CV-Idx > Qtd-Conversao OR Conv-Tabela
                   IF TB-CV-Tipo(CV-Idx) = Tipo-Conv
                       AND TB-CV-Temp(CV-Idx) = Temp-Inteira THEN
                       IF TB-CV-Dens-Fim(CV-Idx) = ZERO
                           OR (Dens-Conv >= TB-CV-Dens-Ini(CV-Idx)
                           AND Dens-Conv <= TB-CV-Dens-Fim(CV-Idx))
                           THEN
                           MOVE TB-CV-Fator(CV-Idx) TO Fator-Conv
                           SET Conv-Tabela TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF Conv-Coeficiente THEN
                   COMPUTE Fator-Conv ROUNDED =
                       1 - (Coef-Padrao * (Temp-Conv - 20))
               END-IF
           END-IF
           COMPUTE Litros-20 ROUNDED = Litros-Amb * Fator-Conv.

       PROCESSA-MOVIMENTO.
           MOVE ZERO TO Qtd-Vendas
           OPEN INPUT Arq-Mov
                               PERFORM DEBITA-TANQUE
                           END-IF
                           END-IF
                       WHEN "C" WHEN "c"
                           IF Data-Inv-Reg >= Hoje-Inv THEN
                               ADD 1 TO Qtd-Hoje
                           ELSE
                           IF Data-Inv-Reg > Ult-Proc-Inv THEN
                               IF Data-Inv-Reg > Max-Proc-Inv THEN
                                   MOVE Data-Inv-Reg TO Max-Proc-Inv
                                   MOVE Mov-Data TO Max-Proc-Data
                               END-IF
                               PERFORM DEVOLVE-AFERICAO
                           END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               SUBTRACT Mov-Litros FROM TB-TQ-Estoque(TQ-Idx)
               ADD Mov-Litros TO TB-TQ-Vendas(TQ-Idx)
               ADD 1 TO Qtd-Vendas
               MOVE Mov-Data TO Data-Debito
               PERFORM LOCALIZA-DEBITO-DIA
               IF Db-Achado-Idx > ZERO THEN
                   SET DB-Idx TO Db-Achado-Idx
                   ADD Mov-Litros TO DB-Vendas(DB-Idx)
               END-IF
           END-IF.

       DEVOLVE-AFERICAO.
      *    O volume retirado na afericao volta ao tanque pela medida
      *    padrao: saida e retorno se anulam, o saldo nao e debitado
      *    e o volume devolvido fica registrado na coluna de afericao.
           EVALUATE AF-Combustivel
               WHEN "g" MOVE "G" TO Mov-Tipo-Up
               WHEN "a" MOVE "A" TO Mov-Tipo-Up
               WHEN "d" MOVE "D" TO Mov-Tipo-Up
               WHEN "e" MOVE "E" TO Mov-Tipo-Up
               WHEN OTHER MOVE AF-Combustivel TO Mov-Tipo-Up
           END-EVALUATE
           MOVE ZERO TO Tq-Achado-Idx
           PERFORM VARYING TQ-Idx FROM 1 BY 1
               UNTIL TQ-Idx > Qtd-Tanques
               IF TB-TQ-Tipo(TQ-Idx) = Mov-Tipo-Up
                   AND Tq-Achado-Idx = ZERO THEN
                   SET Tq-Achado-Idx TO TQ-Idx
               END-IF
           END-PERFORM
           IF Tq-Achado-Idx = ZERO OR AF-Medido NOT NUMERIC THEN
               MOVE SPACES TO Linha-Rel
               STRING "Afericao bico " DELIMITED BY SIZE
                      AF-Bico DELIMITED BY SIZE
                      " tipo " DELIMITED BY SIZE
                      Mov-Tipo-Up DELIMITED BY SIZE
                      " sem tanque cadastrado" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               SET TQ-Idx TO Tq-Achado-Idx
               ADD AF-Medido TO TB-TQ-Afericao(TQ-Idx)
               ADD 1 TO Qtd-Afericoes
           END-IF.

       PROCESSA-ESTORNOS.
           MOVE ZERO TO Qtd-Estornos
           OPEN INPUT Arq-Hist
           IF FStatusHist = "35" THEN
               CONTINUE
           ELSE
               MOVE FStatusHist TO Status-Verificado
               MOVE "historix.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               MOVE Ult-Proc-Inv TO HS-Data-Inv
               MOVE 9999 TO HS-Seq
               START Arq-Hist KEY GREATER HS-Chave
                   INVALID KEY SET Fim-Hist TO TRUE
               END-START
               PERFORM UNTIL Fim-Hist OR Houve-Erro-Fatal
                   READ Arq-Hist NEXT
                       AT END SET Fim-Hist TO TRUE
                   END-READ
                   IF NOT Fim-Hist THEN
                       MOVE FStatusHist TO Status-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       IF HS-Data-Inv >= Hoje-Inv THEN
                           SET Fim-Hist TO TRUE
                       ELSE
                           IF HS-Estorno AND NOT HS-Venda-Loja THEN
                               IF HS-Data-Inv > Max-Proc-Inv THEN
                                   MOVE HS-Data-Inv TO Max-Proc-Inv
                                   MOVE HS-Data TO Max-Proc-Data
                               END-IF
                               PERFORM CREDITA-TANQUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Arq-Hist
               MOVE FStatusHist TO Status-Verificado
               MOVE "historix.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       CREDITA-TANQUE.
           EVALUATE HS-Tipo
               WHEN "g" MOVE "G" TO Mov-Tipo-Up
               WHEN "a" MOVE "A" TO Mov-Tipo-Up
               WHEN "d" MOVE "D" TO Mov-Tipo-Up
               WHEN "e" MOVE "E" TO Mov-Tipo-Up
               WHEN OTHER MOVE HS-Tipo TO Mov-Tipo-Up
           END-EVALUATE
           COMPUTE Litros-Estorno = HS-Litros * -1
           MOVE ZERO TO Tq-Achado-Idx
           PERFORM VARYING TQ-Idx FROM 1 BY 1
               UNTIL TQ-Idx > Qtd-Tanques
               IF TB-TQ-Tipo(TQ-Idx) = Mov-Tipo-Up
                   AND Tq-Achado-Idx = ZERO THEN
                   SET Tq-Achado-Idx TO TQ-Idx
               END-IF
           END-PERFORM
           IF Tq-Achado-Idx = ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Estorno tipo " DELIMITED BY SIZE
                      Mov-Tipo-Up DELIMITED BY SIZE
                      " sem tanque cadastrado" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               SET TQ-Idx TO Tq-Achado-Idx
               ADD Litros-Estorno TO TB-TQ-Estoque(TQ-Idx)
               ADD Litros-Estorno TO TB-TQ-Estornos(TQ-Idx)
               ADD 1 TO Qtd-Estornos
               MOVE HS-Data TO Data-Debito
               PERFORM LOCALIZA-DEBITO-DIA
               IF Db-Achado-Idx > ZERO THEN
                   SET DB-Idx TO Db-Achado-Idx
                   ADD Litros-Estorno TO DB-Estornos(DB-Idx)
               END-IF
           END-IF.

       IMPRIME-BALANCO.
           MOVE "----------------------------------------------"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Tq T  Carga-amb  Carga-20C  Vendas     "
                      DELIMITED BY SIZE
                  "Estorno   Afericao   Saldo      Minimo"
                      DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM VARYING TQ-Idx FROM 1 BY 1
               UNTIL TQ-Idx > Qtd-Tanques
                      " " DELIMITED BY SIZE
                      TB-TQ-Tipo(TQ-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TB-TQ-Cargas-Amb(TQ-Idx) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      TB-TQ-Cargas(TQ-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TB-TQ-Vendas(TQ-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TB-TQ-Estornos(TQ-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TB-TQ-Afericao(TQ-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Sinal-Saldo DELIMITED BY SIZE
                      Saldo-Abs DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                       MOVE PM-Perda TO TB-PM-Perda(PM-Idx)
                   END-IF
                   MOVE PM-Vendas TO TB-PM-Vendas(PM-Idx)
                   IF PM-Var-Temp NUMERIC THEN
                       IF PM-Sinal-Temp = "-" THEN
                           COMPUTE TB-PM-Var-Temp(PM-Idx) =
                               PM-Var-Temp * -1
                       ELSE
                           MOVE PM-Var-Temp TO TB-PM-Var-Temp(PM-Idx)
                       END-IF
                   ELSE
                       MOVE ZEROS TO TB-PM-Var-Temp(PM-Idx)
                   END-IF
                   READ Arq-PerdaMes
                       AT END SET Fim-PerdaMes TO TRUE
                   END-READ
               END-IF
               ADD 1 TO Qtd-Medicoes
               SET TQ-Idx TO Tq-Achado-Idx
               MOVE TB-TQ-Tipo(TQ-Idx) TO Tipo-Conv
               MOVE ME-Temperatura TO Temp-Conv
               MOVE ME-Densidade TO Dens-Conv
               MOVE ME-Litros TO Litros-Amb
               PERFORM CONVERTE-LITROS-20
               COMPUTE Var-Temp-Dia = ME-Litros - Litros-20
               COMPUTE Perda-Dia = TB-TQ-Estoque(TQ-Idx) - Litros-20
               IF Perda-Dia < ZERO THEN
                   MOVE "-" TO Sinal-Perda
                   COMPUTE Perda-Abs = Perda-Dia * -1
                      TB-TQ-Num(TQ-Idx) DELIMITED BY SIZE
                      "  Regua " DELIMITED BY SIZE
                      ME-Litros DELIMITED BY SIZE
                      " a 20C " DELIMITED BY SIZE
                      Litros-20 DELIMITED BY SIZE
                      "  Livro " DELIMITED BY SIZE
                      TB-TQ-Estoque(TQ-Idx) DELIMITED BY SIZE
                      "  Perda " DELIMITED BY SIZE
                      Perda-Abs DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               IF Var-Temp-Dia < ZERO THEN
                   MOVE "-" TO Sinal-Var-Temp
                   COMPUTE Var-Temp-Abs = Var-Temp-Dia * -1
               ELSE
                   MOVE " " TO Sinal-Var-Temp
                   MOVE Var-Temp-Dia TO Var-Temp-Abs
               END-IF
               MOVE SPACES TO Linha-Rel
               IF Conv-Sem-Temp THEN
                   STRING "  Temp nao informada - regua sem correcao"
                              DELIMITED BY SIZE
                       INTO Linha-Rel
               ELSE
                   STRING "  Temp " DELIMITED BY SIZE
                          ME-Temperatura DELIMITED BY SIZE
                          "  Dens " DELIMITED BY SIZE
                          Dens-Conv DELIMITED BY SIZE
                          "  Fator " DELIMITED BY SIZE
                          Fator-Conv DELIMITED BY SIZE
                          "  Var.temperatura " DELIMITED BY SIZE
                          Sinal-Var-Temp DELIMITED BY SIZE
                          Var-Temp-Abs DELIMITED BY SIZE
                       INTO Linha-Rel
               END-IF
               PERFORM IMPRIME-LINHA
               PERFORM ATUALIZA-PERDA-MES
               MOVE Litros-20 TO TB-TQ-Estoque(TQ-Idx)
           END-IF.

       ATUALIZA-PERDA-MES.
               MOVE ME-Tanque TO TB-PM-Tanque(PM-Idx)
               MOVE ZEROS TO TB-PM-Perda(PM-Idx)
               MOVE ZEROS TO TB-PM-Vendas(PM-Idx)
               MOVE ZEROS TO TB-PM-Var-Temp(PM-Idx)
               SET Pm-Achado-Idx TO PM-Idx
           END-IF
           IF Pm-Achado-Idx > ZERO THEN
               SET PM-Idx TO Pm-Achado-Idx
               ADD Perda-Dia TO TB-PM-Perda(PM-Idx)
               ADD Var-Temp-Dia TO TB-PM-Var-Temp(PM-Idx)
               ADD TB-TQ-Vendas(TQ-Idx) TO TB-PM-Vendas(PM-Idx)
               SUBTRACT TB-TQ-Estornos(TQ-Idx) FROM TB-PM-Vendas(PM-Idx)
               IF TB-PM-Perda(PM-Idx) < ZERO THEN
                   MOVE "-" TO Sinal-Perda-Mes
                   COMPUTE Perda-Mes-Abs = TB-PM-Perda(PM-Idx) * -1
                      "%" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               IF TB-PM-Var-Temp(PM-Idx) < ZERO THEN
                   MOVE "-" TO Sinal-Var-Temp
                   COMPUTE Var-Temp-Abs = TB-PM-Var-Temp(PM-Idx) * -1
               ELSE
                   MOVE " " TO Sinal-Var-Temp
                   MOVE TB-PM-Var-Temp(PM-Idx) TO Var-Temp-Abs
               END-IF
               MOVE SPACES TO Linha-Rel
               STRING "  Var.temperatura mes " DELIMITED BY SIZE
                      Sinal-Var-Temp DELIMITED BY SIZE
                      Var-Temp-Abs DELIMITED BY SIZE
                      " (regua ambiente - 20C)" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               PERFORM BUSCA-LIMITE-PERDA
               IF TB-PM-Perda(PM-Idx) > ZERO
                   AND Pct-Perda > Pct-Limite-Atual THEN
                   MOVE TB-PM-Perda(PM-Idx) TO PM-Perda
               END-IF
               MOVE TB-PM-Vendas(PM-Idx) TO PM-Vendas
               IF TB-PM-Var-Temp(PM-Idx) < ZERO THEN
                   MOVE "-" TO PM-Sinal-Temp
                   COMPUTE PM-Var-Temp = TB-PM-Var-Temp(PM-Idx) * -1
               ELSE
                   MOVE " " TO PM-Sinal-Temp
                   MOVE TB-PM-Var-Temp(PM-Idx) TO PM-Var-Temp
               END-IF
               WRITE Reg-PerdaMes
               MOVE FStatusPerdaM TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
                   MOVE TB-TQ-Estoque(TQ-Idx) TO TQ-Estoque
               END-IF
               MOVE TB-TQ-Minimo(TQ-Idx) TO TQ-Minimo
               MOVE TB-TQ-Capacidade(TQ-Idx) TO TQ-Capacidade
               WRITE Reg-Tanque
               MOVE FStatusTanque TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE FStatusTanque TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       LOCALIZA-DEBITO-DIA.
           MOVE ZERO TO Db-Achado-Idx
           PERFORM VARYING DB-Idx FROM 1 BY 1
               UNTIL DB-Idx > Qtd-Debitos
               IF DB-Data(DB-Idx) = Data-Debito
                   AND DB-Tipo(DB-Idx) = Mov-Tipo-Up THEN
                   SET Db-Achado-Idx TO DB-Idx
               END-IF
           END-PERFORM
           IF Db-Achado-Idx = ZERO AND Qtd-Debitos < 150 THEN
               ADD 1 TO Qtd-Debitos
               SET DB-Idx TO Qtd-Debitos
               MOVE Data-Debito TO DB-Data(DB-Idx)
               MOVE Mov-Tipo-Up TO DB-Tipo(DB-Idx)
               MOVE ZEROS TO DB-Vendas(DB-Idx) DB-Estornos(DB-Idx)
               SET Db-Achado-Idx TO DB-Idx
           END-IF.

       GRAVA-DEBITOS-DIA.
           OPEN OUTPUT Arq-TqDeb
           MOVE FStatusTqDeb TO Status-Verificado
           MOVE "tqdebito.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM VARYING DB-Idx FROM 1 BY 1
               UNTIL DB-Idx > Qtd-Debitos OR Houve-Erro-Fatal
               MOVE DB-Data(DB-Idx) TO TD-Data
               MOVE DB-Tipo(DB-Idx) TO TD-Tipo
               MOVE DB-Vendas(DB-Idx) TO TD-Vendas
               MOVE DB-Estornos(DB-Idx) TO TD-Estornos
               WRITE Reg-TqDeb
               MOVE FStatusTqDeb TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-PERFORM
           CLOSE Arq-TqDeb
           MOVE FStatusTqDeb TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       CARREGA-CHECKPOINT-ESTOQUE.
           OPEN INPUT Arq-EstChk
           MOVE FStatusEstChk TO Status-Verificado

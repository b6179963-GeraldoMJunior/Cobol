               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusMed.

           SELECT Arq-Conv ASSIGN TO "tabconv.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusConv.

           SELECT Arq-PerdaMes ASSIGN TO "perdames.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPerdaM.

           SELECT Arq-Afer ASSIGN TO "afericoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAfer.

           SELECT Arq-Rel ASSIGN TO "lmc.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

           SELECT Arq-LmcRes ASSIGN TO "lmcres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRes.

       DATA DIVISION.
       FILE SECTION.
       FD Arq-Tanque.
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

       FD Arq-Hist.
       01  Reg-Hist.
           02  HS-AnoMes       PIC X(6).
           02  HS-Data         PIC X(8).
           02  HS-Tipo         PIC X.
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

       FD Arq-EstChk.
       01  Reg-EstChk.
           02  ME-Data         PIC X(8).
           02  ME-Tanque       PIC 9(2).
           02  ME-Litros       PIC 9(6)V99.
           02  ME-Temperatura  PIC 9(2)V9.
           02  ME-Densidade    PIC 9V9(4).

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
           02  PM-Sinal        PIC X.
           02  PM-Perda        PIC 9(6)V99.
           02  PM-Vendas       PIC 9(7)V99.
           02  PM-Sinal-Temp   PIC X.
           02  PM-Var-Temp     PIC 9(6)V99.

       FD Arq-Afer.
       01  Reg-Afer.
           88  Fim-Afer        VALUE HIGH-VALUES.
           02  AH-Data         PIC X(8).
           02  AH-Hora         PIC X(4).
           02  AH-Bico         PIC 9(2).
           02  AH-Tipo         PIC X.
           02  AH-Indicado     PIC 9(3)V99.
           02  AH-Medido       PIC 9(2)V999.
           02  AH-Sinal        PIC X.
           02  AH-Erro         PIC 9(2)V999.
           02  AH-Operador     PIC X(10).
           02  AH-Origem       PIC X.
           02  AH-Fiscal       PIC X(10).

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

      *    Totais do livro por tanque, para conferencia do arquivo
      *    fiscal do mes.
       FD Arq-LmcRes.
       01  Reg-LmcRes.
           02  LR-AnoMes       PIC X(6).
           02  LR-Tanque       PIC 9(2).
           02  LR-Tipo         PIC X.
           02  LR-Sinal-Abert  PIC X.
           02  LR-Abertura     PIC 9(7)V99.
           02  LR-Entradas     PIC 9(7)V99.
           02  LR-Entradas-Amb PIC 9(7)V99.
           02  LR-Qtd-Entradas PIC 9(3).
           02  LR-Sinal-Saidas PIC X.
           02  LR-Saidas       PIC 9(7)V99.
           02  LR-Sinal-Perdas PIC X.
           02  LR-Perdas       PIC 9(7)V99.
           02  LR-Sinal-Fecho  PIC X.
           02  LR-Fechamento   PIC 9(7)V99.
           02  LR-Dias         PIC 9(2).

       WORKING-STORAGE SECTION.
       01  FStatusTanque PIC XX.
       01  FStatusCarga  PIC XX.
       01  FStatusMed    PIC XX.
       01  FStatusPerdaM PIC XX.
       01  FStatusRel    PIC XX.
       01  FStatusConv   PIC XX.
       01  FStatusAfer   PIC XX.
       01  FStatusRes    PIC XX.
       01  Linha-Rel     PIC X(80).
       01  Nome-Posto    PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Mes-Alvo      PIC X(6).
               03  LM-Tipo     PIC X.
               03  LM-Estoque  PIC S9(7)V99.
               03  LM-Abertura PIC S9(7)V99.
               03  LM-Qtd-Cargas PIC 9(3).
               03  LM-Dias.
                   04  LM-Dia OCCURS 31 TIMES INDEXED BY DI-Idx.
                       05  LM-Entrada  PIC 9(6)V99.
                       05  LM-Entrada-Amb PIC 9(6)V99.
                       05  LM-Saida    PIC S9(6)V99.
                       05  LM-Perda    PIC S9(6)V99.
                       05  LM-Var-Temp PIC S9(6)V99.
                       05  LM-Afericao PIC 9(4)V99.
       01  Qtd-Tanques     PIC 9(2)    VALUE ZERO.
       01  Tq-Achado-Idx   PIC 9(2)    VALUE ZERO.

       01  Perda-Abs       PIC 9(6)V99.
       01  Sinal-Perda     PIC X       VALUE SPACE.
       01  Tot-Entradas    PIC 9(7)V99.
       01  Tot-Saidas      PIC S9(7)V99.
       01  Tot-Saida-Abs   PIC 9(7)V99.
       01  Sinal-Tot-Saida PIC X       VALUE SPACE.
       01  Saida-Abs       PIC 9(6)V99.
       01  Sinal-Saida     PIC X       VALUE SPACE.
       01  Tot-Perdas      PIC S9(7)V99.
       01  Tot-Perda-Abs   PIC 9(7)V99.
       01  Sinal-Tot-Perda PIC X       VALUE SPACE.
       01  Tot-Entradas-Amb PIC 9(7)V99.
       01  Tot-Var-Temp    PIC S9(7)V99.
       01  Var-Temp-Abs    PIC 9(7)V99.
       01  Var-Dia-Abs     PIC 9(6)V99.
       01  Sinal-Var-Temp  PIC X       VALUE SPACE.
       01  Tot-Afericao    PIC 9(6)V99.

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

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
               DISPLAY "Cadastro de tanques vazio ou ausente."
           ELSE
               PERFORM CARREGA-CHECKPOINT-ESTOQUE
               PERFORM CARREGA-CONVERSAO
               PERFORM ACUMULA-CARGAS
               PERFORM ACUMULA-VENDAS
               PERFORM ACUMULA-AFERICOES
               PERFORM AJUSTA-ABERTURA-PERDAS
               PERFORM ACUMULA-MEDICOES
               IF Houve-Erro-Fatal THEN
                   MOVE FStatusRel TO Status-Verificado
                   MOVE "lmc.lst" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   OPEN OUTPUT Arq-LmcRes
                   MOVE FStatusRes TO Status-Verificado
                   MOVE "lmcres.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   PERFORM VARYING TQ-Idx FROM 1 BY 1
                       UNTIL TQ-Idx > Qtd-Tanques OR Houve-Erro-Fatal
                       PERFORM IMPRIME-PAGINA-TANQUE
                   MOVE FStatusRel TO Status-Verificado
                   MOVE "lmc.lst" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   CLOSE Arq-LmcRes
                   MOVE FStatusRes TO Status-Verificado
                   MOVE "lmcres.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-IF
           END-IF
           STOP RUN.
                   MOVE TQ-Tipo TO LM-Tipo(TQ-Idx)
                   MOVE TQ-Estoque TO LM-Estoque(TQ-Idx)
                   MOVE TQ-Estoque TO LM-Abertura(TQ-Idx)
                   MOVE ZERO TO LM-Qtd-Cargas(TQ-Idx)
                   PERFORM VARYING DI-Idx FROM 1 BY 1 UNTIL DI-Idx > 31
                       MOVE ZEROS TO LM-Entrada(TQ-Idx, DI-Idx)
                       MOVE ZEROS TO LM-Entrada-Amb(TQ-Idx, DI-Idx)
                       MOVE ZEROS TO LM-Saida(TQ-Idx, DI-Idx)
                       MOVE ZEROS TO LM-Perda(TQ-Idx, DI-Idx)
                       MOVE ZEROS TO LM-Var-Temp(TQ-Idx, DI-Idx)
                       MOVE ZEROS TO LM-Afericao(TQ-Idx, DI-Idx)
                   END-PERFORM
                   READ Arq-Tanque
                       AT END SET Fim-Tanque TO TRUE
                   PERFORM BUSCA-TANQUE-NUM
                   IF Tq-Achado-Idx > ZERO THEN
                       SET TQ-Idx TO Tq-Achado-Idx
                       MOVE CG-Tipo TO Tipo-Conv
                       MOVE CG-Temperatura TO Temp-Conv
                       MOVE CG-Densidade TO Dens-Conv
                       MOVE CG-Litros TO Litros-Amb
                       PERFORM CONVERTE-LITROS-20
                       IF Data-Inv-Reg >= Mes-Inicio-Inv
                           AND Data-Inv-Reg <= Ult-Proc-Inv THEN
                           SUBTRACT Litros-20 FROM LM-Abertura(TQ-Idx)
                       END-IF
                       IF CG-Data(3:2) = Mes-Alvo(5:2)
                           AND CG-Data(5:4) = Mes-Alvo(1:4)
                           MOVE CG-Data(1:2) TO Dia-Reg
                           IF Dia-Reg > 0 AND Dia-Reg <= 31 THEN
                               SET DI-Idx TO Dia-Reg
                               ADD Litros-20
                                   TO LM-Entrada(TQ-Idx, DI-Idx)
                               ADD CG-Litros
                                   TO LM-Entrada-Amb(TQ-Idx, DI-Idx)
                               ADD 1 TO LM-Qtd-Cargas(TQ-Idx)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACUMULA-AFERICOES.
      *    Afericoes voltam ao tanque: entram no livro apenas como
      *    registro do volume retirado e devolvido, sem mexer no saldo.
           OPEN INPUT Arq-Afer
           MOVE FStatusAfer TO Status-Verificado
           MOVE "afericoes.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusAfer = "35" THEN
               CONTINUE
           ELSE
               READ Arq-Afer
                   AT END SET Fim-Afer TO TRUE
               END-READ
               MOVE FStatusAfer TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Afer OR Houve-Erro-Fatal
                   IF AH-Data(3:2) = Mes-Alvo(5:2)
                       AND AH-Data(5:4) = Mes-Alvo(1:4)
                       AND AH-Data(1:2) NUMERIC THEN
                       MOVE AH-Data(1:2) TO Dia-Reg
                       MOVE AH-Tipo TO Hist-Tipo-Up
                       PERFORM BUSCA-TANQUE-TIPO
                       IF Tq-Achado-Idx > ZERO
                           AND Dia-Reg > 0 AND Dia-Reg <= 31 THEN
                           SET TQ-Idx TO Tq-Achado-Idx
                           SET DI-Idx TO Dia-Reg
                           ADD AH-Medido
                               TO LM-Afericao(TQ-Idx, DI-Idx)
                       END-IF
                   END-IF
                   READ Arq-Afer
                       AT END SET Fim-Afer TO TRUE
                   END-READ
                   MOVE FStatusAfer TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Afer
               MOVE FStatusAfer TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       AJUSTA-ABERTURA-PERDAS.
           OPEN INPUT Arq-PerdaMes
           MOVE FStatusPerdaM TO Status-Verificado
                       IF Tq-Achado-Idx > ZERO
                           AND Dia-Reg > 0 AND Dia-Reg <= 31 THEN
                           SET TQ-Idx TO Tq-Achado-Idx
                           MOVE LM-Tipo(TQ-Idx) TO Tipo-Conv
                           MOVE ME-Temperatura TO Temp-Conv
                           MOVE ME-Densidade TO Dens-Conv
                           MOVE ME-Litros TO Litros-Amb
                           PERFORM CONVERTE-LITROS-20
                           SET DI-Idx TO Dia-Reg
                           PERFORM CALCULA-PERDA-DIA
                       END-IF
                   - LM-Perda(TQ-Idx, DI-Idx)
           END-PERFORM
           SET DI-Idx TO Dia-Reg
           COMPUTE LM-Perda(TQ-Idx, DI-Idx) = Saldo-Dia - Litros-20
           COMPUTE LM-Var-Temp(TQ-Idx, DI-Idx) = ME-Litros - Litros-20.

       IMPRIME-PAGINA-TANQUE.
           MOVE SPACES TO Linha-Rel
                  LM-Num(TQ-Idx) DELIMITED BY SIZE
                  "  Produto " DELIMITED BY SIZE
                  LM-Tipo(TQ-Idx) DELIMITED BY SIZE
                  "  (volumes a 20 C)" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Dia Abertura   Ent.amb  Ent.20C  Saidas    "
                      DELIMITED BY SIZE
                  "Perdas    Var.temp  Fechamento Aferic"
                      DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "----------------------------------------------------"
           PERFORM IMPRIME-LINHA
           MOVE LM-Abertura(TQ-Idx) TO Saldo-Dia
           MOVE ZEROS TO Tot-Entradas Tot-Saidas Tot-Perdas
           MOVE ZEROS TO Tot-Entradas-Amb Tot-Var-Temp Tot-Afericao
           PERFORM VARYING Dia-Num FROM 1 BY 1 UNTIL Dia-Num > Dias-Mes
               OR Houve-Erro-Fatal
               SET DI-Idx TO Dia-Num
               MOVE " " TO Sinal-Tot-Perda
               MOVE Tot-Perdas TO Tot-Perda-Abs
           END-IF
           IF Tot-Saidas < ZERO THEN
               MOVE "-" TO Sinal-Tot-Saida
               COMPUTE Tot-Saida-Abs = Tot-Saidas * -1
           ELSE
               MOVE " " TO Sinal-Tot-Saida
               MOVE Tot-Saidas TO Tot-Saida-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "Total entradas " DELIMITED BY SIZE
                  Tot-Entradas DELIMITED BY SIZE
                  "  saidas " DELIMITED BY SIZE
                  Sinal-Tot-Saida DELIMITED BY SIZE
                  Tot-Saida-Abs DELIMITED BY SIZE
                  "  perdas " DELIMITED BY SIZE
                  Sinal-Tot-Perda DELIMITED BY SIZE
                  Tot-Perda-Abs DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Tot-Var-Temp < ZERO THEN
               MOVE "-" TO Sinal-Var-Temp
               COMPUTE Var-Temp-Abs = Tot-Var-Temp * -1
           ELSE
               MOVE " " TO Sinal-Var-Temp
               MOVE Tot-Var-Temp TO Var-Temp-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "Entradas ambiente " DELIMITED BY SIZE
                  Tot-Entradas-Amb DELIMITED BY SIZE
                  "  var.temperatura regua " DELIMITED BY SIZE
                  Sinal-Var-Temp DELIMITED BY SIZE
                  Var-Temp-Abs DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Tot-Afericao > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Afericoes devolvidas ao tanque "
                          DELIMITED BY SIZE
                      Tot-Afericao DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM GRAVA-RESUMO-TANQUE.

       GRAVA-RESUMO-TANQUE.
           MOVE Mes-Alvo TO LR-AnoMes
           MOVE LM-Num(TQ-Idx) TO LR-Tanque
           MOVE LM-Tipo(TQ-Idx) TO LR-Tipo
           IF LM-Abertura(TQ-Idx) < ZERO THEN
               MOVE "-" TO LR-Sinal-Abert
               COMPUTE LR-Abertura = LM-Abertura(TQ-Idx) * -1
           ELSE
               MOVE " " TO LR-Sinal-Abert
               MOVE LM-Abertura(TQ-Idx) TO LR-Abertura
           END-IF
           MOVE Tot-Entradas TO LR-Entradas
           MOVE Tot-Entradas-Amb TO LR-Entradas-Amb
           MOVE LM-Qtd-Cargas(TQ-Idx) TO LR-Qtd-Entradas
           MOVE Sinal-Tot-Saida TO LR-Sinal-Saidas
           MOVE Tot-Saida-Abs TO LR-Saidas
           MOVE Sinal-Tot-Perda TO LR-Sinal-Perdas
           MOVE Tot-Perda-Abs TO LR-Perdas
           IF Saldo-Dia < ZERO THEN
               MOVE "-" TO LR-Sinal-Fecho
               COMPUTE LR-Fechamento = Saldo-Dia * -1
           ELSE
               MOVE " " TO LR-Sinal-Fecho
               MOVE Saldo-Dia TO LR-Fechamento
           END-IF
           MOVE Dias-Mes TO LR-Dias
           WRITE Reg-LmcRes
           MOVE FStatusRes TO Status-Verificado
           MOVE "lmcres.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       IMPRIME-DIA-TANQUE.
           IF Saldo-Dia < ZERO THEN
               MOVE " " TO Sinal-Perda
               MOVE LM-Perda(TQ-Idx, DI-Idx) TO Perda-Abs
           END-IF
           IF LM-Saida(TQ-Idx, DI-Idx) < ZERO THEN
               MOVE "-" TO Sinal-Saida
               COMPUTE Saida-Abs = LM-Saida(TQ-Idx, DI-Idx) * -1
           ELSE
               MOVE " " TO Sinal-Saida
               MOVE LM-Saida(TQ-Idx, DI-Idx) TO Saida-Abs
           END-IF
           COMPUTE Saldo-Dia = Saldo-Dia
               + LM-Entrada(TQ-Idx, DI-Idx)
               - LM-Saida(TQ-Idx, DI-Idx)
           ADD LM-Entrada(TQ-Idx, DI-Idx) TO Tot-Entradas
           ADD LM-Saida(TQ-Idx, DI-Idx) TO Tot-Saidas
           ADD LM-Perda(TQ-Idx, DI-Idx) TO Tot-Perdas
           ADD LM-Entrada-Amb(TQ-Idx, DI-Idx) TO Tot-Entradas-Amb
           ADD LM-Var-Temp(TQ-Idx, DI-Idx) TO Tot-Var-Temp
           ADD LM-Afericao(TQ-Idx, DI-Idx) TO Tot-Afericao
           IF LM-Var-Temp(TQ-Idx, DI-Idx) < ZERO THEN
               MOVE "-" TO Sinal-Var-Temp
               COMPUTE Var-Dia-Abs = LM-Var-Temp(TQ-Idx, DI-Idx) * -1
           ELSE
               MOVE " " TO Sinal-Var-Temp
               MOVE LM-Var-Temp(TQ-Idx, DI-Idx) TO Var-Dia-Abs
           END-IF
           IF Saldo-Dia < ZERO THEN
               MOVE "-" TO Sinal-Fecho
               COMPUTE Fecho-Abs = Saldo-Dia * -1
                  Sinal-Saldo DELIMITED BY SIZE
                  Saldo-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LM-Entrada-Amb(TQ-Idx, DI-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LM-Entrada(TQ-Idx, DI-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Saida DELIMITED BY SIZE
                  Saida-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Perda DELIMITED BY SIZE
                  Perda-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Var-Temp DELIMITED BY SIZE
                  Var-Dia-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Fecho DELIMITED BY SIZE
                  Fecho-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LM-Afericao(TQ-Idx, DI-Idx) DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

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

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel

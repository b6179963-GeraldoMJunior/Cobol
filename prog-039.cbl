       IDENTIFICATION DIVISION.
       PROGRAM-ID. TriagemAnomalias.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Hist ASSIGN TO "historix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-Chave
               FILE STATUS IS FStatusHist.

           SELECT Arq-Faixa ASSIGN TO "faixalit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusFaixa.

           SELECT Arq-Rel ASSIGN TO "triagem.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

           SELECT Arq-Alerta ASSIGN TO "alertas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAlerta.

           SELECT Arq-RunCtl ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRun.

       DATA DIVISION.
       FILE SECTION.
       FD Arq-Hist.
       01  Reg-Hist.
           88  Fim-Hist        VALUE HIGH-VALUES.
           02  HS-Chave.
               03  HS-Data-Inv PIC 9(8).
               03  HS-Seq      PIC 9(4).
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

       FD Arq-Faixa.
       01  Reg-Faixa.
           88  Fim-Faixa       VALUE HIGH-VALUES.
           02  FX-Tipo         PIC X.
           02  FX-Min          PIC 9(3)V99.
           02  FX-Max          PIC 9(3)V99.

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

       FD Arq-Alerta.
       01  Reg-Alerta.
           02  AL-Data         PIC X(8).
           02  AL-Programa     PIC X(12).
           02  AL-Severidade   PIC X.
           02  AL-Status       PIC X.
           02  AL-Msg          PIC X(60).

       FD Arq-RunCtl.
       01  Reg-RunCtl.
           88  Fim-RunCtl      VALUE HIGH-VALUES.
           02  RC-Programa     PIC X(12).
           02  RC-Data         PIC X(8).
           02  RC-Status       PIC X.

       WORKING-STORAGE SECTION.
       01  FStatusHist   PIC XX.
       01  FStatusFaixa  PIC XX.
       01  FStatusRel    PIC XX.
       01  FStatusAlerta PIC XX.
       01  Linha-Rel     PIC X(80).
       01  Nome-Posto    PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Msg-Alerta    PIC X(60).

      *    Parametros da triagem.
       01  Janela-Duplicado  PIC 9(3)    VALUE 5.
       01  Janela-Fracionado PIC 9(3)    VALUE 10.
       01  Janela-Rajada     PIC 9(3)    VALUE 30.
       01  Limite-Desconto   PIC 9(3)V99 VALUE 20.00.
       01  Margem-Faixa      PIC 9V99    VALUE 1.00.
       01  Minimo-Rajada     PIC 9(2)    VALUE 3.
       01  Pontos-Alerta     PIC 9(2)    VALUE 70.

       01  Tab-Vendas.
           02  TB-Venda OCCURS 2000 TIMES INDEXED BY VD-Idx VD-Idx2.
               03  VD-Chave     PIC X(12).
               03  VD-Bico      PIC 9(2).
               03  VD-Tipo      PIC X.
               03  VD-Litros    PIC 9(3)V99.
               03  VD-Operador  PIC X(10).
               03  VD-Forma     PIC X.
               03  VD-Hora      PIC X(4).
               03  VD-Minuto    PIC 9(4).
               03  VD-Marca-Dup PIC X.
               03  VD-Marca-Fra PIC X.
               03  VD-Marca-Raj PIC X.
               03  VD-Perto     PIC X.
                   88  VD-Perto-Faixa      VALUE "S".
       01  Qtd-Vendas     PIC 9(4)   VALUE ZERO.
       01  Vendas-Fora    PIC 9(4)   VALUE ZERO.
       01  Hora-Ruim      PIC 9(4)   VALUE ZERO.

       01  Tab-Faixas.
           02  TB-Faixa OCCURS 10 TIMES INDEXED BY FX-Idx.
               03  TF-Tipo      PIC X.
               03  TF-Max       PIC 9(3)V99.
       01  Qtd-Faixas     PIC 9(2)   VALUE ZERO.

       01  Tab-Grupo.
           02  GR-Membro OCCURS 50 TIMES INDEXED BY GR-Idx PIC 9(4).
       01  Qtd-Grupo      PIC 9(2)   VALUE ZERO.
       01  Tipo-Grupo     PIC X(12).
       01  Pontos-Grupo   PIC 9(3).
       01  Soma-Grupo     PIC 9(5)V99.
       01  Qtd-Grupos     PIC 9(4)   VALUE ZERO.
       01  Qtd-Alertas    PIC 9(4)   VALUE ZERO.
       01  Qtd-Dup        PIC 9(4)   VALUE ZERO.
       01  Qtd-Fra        PIC 9(4)   VALUE ZERO.
       01  Qtd-Raj        PIC 9(4)   VALUE ZERO.
       01  Ultimo-Idx     PIC 9(4).
       01  Venda-Idx      PIC 9(4).
       01  Diferenca-Min  PIC S9(5).
       01  Fim-Cadeia     PIC X.
           88  Cadeia-Encerrada        VALUE "S".
       01  Mesmo-Oper     PIC X.
           88  Grupo-Mesmo-Operador    VALUE "S".
       01  Todos-Cartao   PIC X.
           88  Grupo-Todo-Cartao       VALUE "S".
       01  Minuto-Min     PIC 9(4).
       01  Minuto-Max     PIC 9(4).
       01  Hora-Num       PIC 9(2).
       01  Min-Num        PIC 9(2).
       01  Tipo-Up        PIC X.
       01  Limite-Perto   PIC 9(3)V99.

       01  FStatusRun   PIC XX.
       01  Nome-Programa     PIC X(12)   VALUE "TRIAGEM".
       01  Nome-Predecessor  PIC X(12)   VALUE "BATIMENTO".
       01  Data-Negocio      PIC X(8)    VALUE SPACES.
       01  Negocio-Inv       PIC 9(8).
       01  Data-Sis-Run      PIC 9(8).
       01  Tab-RunCtl.
           02  TB-RunCtl OCCURS 10 TIMES INDEXED BY RC-Idx.
               03  TB-RC-Programa PIC X(12).
               03  TB-RC-Data     PIC X(8).
               03  TB-RC-Status   PIC X.
       01  Qtd-RunCtl    PIC 9(2)    VALUE ZERO.
       01  Rc-Achado-Idx PIC 9(2)    VALUE ZERO.
       01  RunCtl-Flag   PIC X       VALUE "N".
           88  RunCtl-Existe       VALUE "S".
       01  Seq-Ok        PIC X       VALUE "S".
           88  Sequencia-Ok        VALUE "S".

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Triagem de Anomalias do Dia"
           DISPLAY "==========================="
           PERFORM VERIFICA-RUN-CONTROL
           IF NOT Sequencia-Ok THEN
               DISPLAY "Triagem recusada - rode o batimento antes."
               STOP RUN
           END-IF
           MOVE Data-Negocio(5:4) TO Negocio-Inv(1:4)
           MOVE Data-Negocio(3:2) TO Negocio-Inv(5:2)
           MOVE Data-Negocio(1:2) TO Negocio-Inv(7:2)
           PERFORM CARREGA-FAIXAS
           PERFORM CARREGA-VENDAS-DIA
           IF NOT Houve-Erro-Fatal THEN
               OPEN OUTPUT Arq-Rel
               MOVE FStatusRel TO Status-Verificado
               MOVE "triagem.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               MOVE SPACES TO Linha-Rel
               STRING Nome-Posto DELIMITED BY SIZE
                      " - Triagem de anomalias " DELIMITED BY SIZE
                      Data-Negocio DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               MOVE SPACES TO Linha-Rel
               PERFORM IMPRIME-LINHA
               PERFORM PROCURA-DUPLICADOS
               PERFORM PROCURA-FRACIONADOS
               PERFORM PROCURA-RAJADAS
               PERFORM IMPRIME-RESUMO
               CLOSE Arq-Rel
               MOVE FStatusRel TO Status-Verificado
               MOVE "triagem.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               PERFORM GRAVA-RUN-CONTROL
           END-IF
           STOP RUN.

      *    So o teto de cada faixa interessa: vendas logo abaixo dele
      *    (ou logo abaixo da quebra de desconto) entram nas rajadas.
       CARREGA-FAIXAS.
           MOVE ZERO TO Qtd-Faixas
           OPEN INPUT Arq-Faixa
           MOVE FStatusFaixa TO Status-Verificado
           MOVE "faixalit.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusFaixa = "35" THEN
               DISPLAY "Faixas de litros nao encontradas - rajadas"
                   " so pela quebra de desconto."
           ELSE
               READ Arq-Faixa
                   AT END SET Fim-Faixa TO TRUE
               END-READ
               MOVE FStatusFaixa TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Faixa OR Qtd-Faixas >= 10
                   OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Faixas
                   SET FX-Idx TO Qtd-Faixas
                   EVALUATE FX-Tipo
                       WHEN "g" MOVE "G" TO TF-Tipo(FX-Idx)
                       WHEN "a" MOVE "A" TO TF-Tipo(FX-Idx)
                       WHEN "d" MOVE "D" TO TF-Tipo(FX-Idx)
                       WHEN "e" MOVE "E" TO TF-Tipo(FX-Idx)
                       WHEN OTHER MOVE FX-Tipo TO TF-Tipo(FX-Idx)
                   END-EVALUATE
                   MOVE FX-Max TO TF-Max(FX-Idx)
                   READ Arq-Faixa
                       AT END SET Fim-Faixa TO TRUE
                   END-READ
                   MOVE FStatusFaixa TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Faixa
           END-IF.

      *    Vendas de combustivel do dia; estornos e vendas estornadas
      *    ficam de fora.
       CARREGA-VENDAS-DIA.
           MOVE ZERO TO Qtd-Vendas Vendas-Fora Hora-Ruim
           OPEN INPUT Arq-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusHist = "35" THEN
               DISPLAY "Historico nao encontrado."
           ELSE
               MOVE Negocio-Inv TO HS-Data-Inv
               MOVE ZEROS TO HS-Seq
               START Arq-Hist KEY NOT LESS HS-Chave
                   INVALID KEY SET Fim-Hist TO TRUE
               END-START
               IF NOT Fim-Hist THEN
                   READ Arq-Hist
                       AT END SET Fim-Hist TO TRUE
                   END-READ
                   MOVE FStatusHist TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-IF
               PERFORM UNTIL Fim-Hist OR Houve-Erro-Fatal
                   IF HS-Data-Inv NOT = Negocio-Inv THEN
                       SET Fim-Hist TO TRUE
                   ELSE
                       PERFORM INCLUI-VENDA
                       READ Arq-Hist
                           AT END SET Fim-Hist TO TRUE
                       END-READ
                       MOVE FStatusHist TO Status-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
               END-PERFORM
               CLOSE Arq-Hist
           END-IF.

       INCLUI-VENDA.
           EVALUATE HS-Tipo
               WHEN "g" MOVE "G" TO Tipo-Up
               WHEN "a" MOVE "A" TO Tipo-Up
               WHEN "d" MOVE "D" TO Tipo-Up
               WHEN "e" MOVE "E" TO Tipo-Up
               WHEN OTHER MOVE HS-Tipo TO Tipo-Up
           END-EVALUATE
           IF HS-Estornada OR HS-Estorno
               OR (Tipo-Up NOT = "G" AND Tipo-Up NOT = "A"
                   AND Tipo-Up NOT = "D" AND Tipo-Up NOT = "E") THEN
               CONTINUE
           ELSE
               IF HS-Hora NOT NUMERIC
                   OR HS-Hora(1:2) > "23" OR HS-Hora(3:2) > "59" THEN
                   ADD 1 TO Hora-Ruim
               ELSE
                   IF Qtd-Vendas >= 2000 THEN
                       ADD 1 TO Vendas-Fora
                   ELSE
                       ADD 1 TO Qtd-Vendas
                       SET VD-Idx TO Qtd-Vendas
                       MOVE HS-Chave TO VD-Chave(VD-Idx)
                       MOVE HS-Bico TO VD-Bico(VD-Idx)
                       MOVE Tipo-Up TO VD-Tipo(VD-Idx)
                       MOVE HS-Litros TO VD-Litros(VD-Idx)
                       MOVE HS-Operador TO VD-Operador(VD-Idx)
                       MOVE HS-FormaPagto TO VD-Forma(VD-Idx)
                       MOVE HS-Hora TO VD-Hora(VD-Idx)
                       MOVE HS-Hora(1:2) TO Hora-Num
                       MOVE HS-Hora(3:2) TO Min-Num
                       COMPUTE VD-Minuto(VD-Idx) =
                           Hora-Num * 60 + Min-Num
                       MOVE "N" TO VD-Marca-Dup(VD-Idx)
                       MOVE "N" TO VD-Marca-Fra(VD-Idx)
                       MOVE "N" TO VD-Marca-Raj(VD-Idx)
                       PERFORM MARCA-PERTO-FAIXA
                   END-IF
               END-IF
           END-IF.

       MARCA-PERTO-FAIXA.
           MOVE "N" TO VD-Perto(VD-Idx)
           COMPUTE Limite-Perto = Limite-Desconto - Margem-Faixa
           IF VD-Litros(VD-Idx) >= Limite-Perto
               AND VD-Litros(VD-Idx) <= Limite-Desconto THEN
               SET VD-Perto-Faixa(VD-Idx) TO TRUE
           END-IF
           PERFORM VARYING FX-Idx FROM 1 BY 1 UNTIL FX-Idx > Qtd-Faixas
               IF TF-Tipo(FX-Idx) = VD-Tipo(VD-Idx)
                   AND TF-Max(FX-Idx) > Margem-Faixa THEN
                   COMPUTE Limite-Perto = TF-Max(FX-Idx) - Margem-Faixa
                   IF VD-Litros(VD-Idx) >= Limite-Perto
                       AND VD-Litros(VD-Idx) <= TF-Max(FX-Idx) THEN
                       SET VD-Perto-Faixa(VD-Idx) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *    Duplicidade: mesmo bico, combustivel e litros a poucos
      *    minutos de distancia.
       PROCURA-DUPLICADOS.
           PERFORM VARYING VD-Idx FROM 1 BY 1
               UNTIL VD-Idx > Qtd-Vendas OR Houve-Erro-Fatal
               IF VD-Marca-Dup(VD-Idx) = "N" THEN
                   MOVE 1 TO Qtd-Grupo
                   SET GR-Membro(1) TO VD-Idx
                   SET VD-Idx2 TO VD-Idx
                   SET VD-Idx2 UP BY 1
                   PERFORM UNTIL VD-Idx2 > Qtd-Vendas
                       IF VD-Marca-Dup(VD-Idx2) = "N"
                           AND VD-Bico(VD-Idx2) = VD-Bico(VD-Idx)
                           AND VD-Tipo(VD-Idx2) = VD-Tipo(VD-Idx)
                           AND VD-Litros(VD-Idx2) = VD-Litros(VD-Idx)
                           THEN
                           COMPUTE Diferenca-Min = VD-Minuto(VD-Idx2)
                               - VD-Minuto(VD-Idx)
                           IF Diferenca-Min < 0 THEN
                               COMPUTE Diferenca-Min =
                                   Diferenca-Min * -1
                           END-IF
                           IF Diferenca-Min <= Janela-Duplicado
                               AND Qtd-Grupo < 50 THEN
                               ADD 1 TO Qtd-Grupo
                               SET GR-Membro(Qtd-Grupo) TO VD-Idx2
                               MOVE "S" TO VD-Marca-Dup(VD-Idx2)
                           END-IF
                       END-IF
                       SET VD-Idx2 UP BY 1
                   END-PERFORM
                   IF Qtd-Grupo > 1 THEN
                       MOVE "S" TO VD-Marca-Dup(VD-Idx)
                       MOVE "DUPLICIDADE" TO Tipo-Grupo
                       PERFORM PONTUA-DUPLICADO
                       ADD 1 TO Qtd-Dup
                       PERFORM REGISTRA-GRUPO
                   END-IF
               END-IF
           END-PERFORM.

       PONTUA-DUPLICADO.
           PERFORM ANALISA-GRUPO
           COMPUTE Pontos-Grupo = 60 + (Qtd-Grupo - 2) * 15
           IF Minuto-Max - Minuto-Min <= 1 THEN
               ADD 20 TO Pontos-Grupo
           END-IF
           IF Grupo-Mesmo-Operador THEN
               ADD 10 TO Pontos-Grupo
           END-IF
           IF Grupo-Todo-Cartao THEN
               ADD 10 TO Pontos-Grupo
           END-IF
           IF Pontos-Grupo > 99 THEN
               MOVE 99 TO Pontos-Grupo
           END-IF.

      *    Fracionamento: vendas seguidas no mesmo bico, do mesmo
      *    operador, todas dentro da quebra de desconto e somando
      *    mais que ela.
       PROCURA-FRACIONADOS.
           PERFORM VARYING VD-Idx FROM 1 BY 1
               UNTIL VD-Idx > Qtd-Vendas OR Houve-Erro-Fatal
               IF VD-Marca-Fra(VD-Idx) = "N"
                   AND VD-Litros(VD-Idx) <= Limite-Desconto THEN
                   MOVE 1 TO Qtd-Grupo
                   SET GR-Membro(1) TO VD-Idx
                   MOVE VD-Litros(VD-Idx) TO Soma-Grupo
                   SET Ultimo-Idx TO VD-Idx
                   MOVE "N" TO Fim-Cadeia
                   SET VD-Idx2 TO VD-Idx
                   SET VD-Idx2 UP BY 1
                   PERFORM UNTIL VD-Idx2 > Qtd-Vendas
                       OR Cadeia-Encerrada
                       IF VD-Bico(VD-Idx2) = VD-Bico(VD-Idx) THEN
                           PERFORM ENCADEIA-FRACIONADO
                       END-IF
                       SET VD-Idx2 UP BY 1
                   END-PERFORM
                   IF Qtd-Grupo > 1
                       AND Soma-Grupo > Limite-Desconto THEN
                       PERFORM VARYING GR-Idx FROM 1 BY 1
                           UNTIL GR-Idx > Qtd-Grupo
                           MOVE GR-Membro(GR-Idx) TO Venda-Idx
                           MOVE "S" TO VD-Marca-Fra(Venda-Idx)
                       END-PERFORM
                       MOVE "FRACIONADA" TO Tipo-Grupo
                       PERFORM PONTUA-FRACIONADO
                       ADD 1 TO Qtd-Fra
                       PERFORM REGISTRA-GRUPO
                   END-IF
               END-IF
           END-PERFORM.

       ENCADEIA-FRACIONADO.
           COMPUTE Diferenca-Min = VD-Minuto(VD-Idx2)
               - VD-Minuto(Ultimo-Idx)
           IF VD-Operador(VD-Idx2) = VD-Operador(VD-Idx)
               AND VD-Litros(VD-Idx2) <= Limite-Desconto
               AND Diferenca-Min >= 0
               AND Diferenca-Min <= Janela-Fracionado
               AND Qtd-Grupo < 50 THEN
               ADD 1 TO Qtd-Grupo
               SET GR-Membro(Qtd-Grupo) TO VD-Idx2
               ADD VD-Litros(VD-Idx2) TO Soma-Grupo
               SET Ultimo-Idx TO VD-Idx2
           ELSE
               SET Cadeia-Encerrada TO TRUE
           END-IF.

       PONTUA-FRACIONADO.
           PERFORM ANALISA-GRUPO
           COMPUTE Pontos-Grupo = 40 + (Qtd-Grupo - 2) * 10
           IF Grupo-Todo-Cartao THEN
               ADD 20 TO Pontos-Grupo
           END-IF
           IF Minuto-Max - Minuto-Min <= 5 THEN
               ADD 10 TO Pontos-Grupo
           END-IF
           IF Pontos-Grupo > 99 THEN
               MOVE 99 TO Pontos-Grupo
           END-IF.

      *    Rajada: varias vendas no mesmo bico logo abaixo de um teto
      *    de faixa, dentro da janela.
       PROCURA-RAJADAS.
           PERFORM VARYING VD-Idx FROM 1 BY 1
               UNTIL VD-Idx > Qtd-Vendas OR Houve-Erro-Fatal
               IF VD-Marca-Raj(VD-Idx) = "N"
                   AND VD-Perto-Faixa(VD-Idx) THEN
                   MOVE 1 TO Qtd-Grupo
                   SET GR-Membro(1) TO VD-Idx
                   SET VD-Idx2 TO VD-Idx
                   SET VD-Idx2 UP BY 1
                   PERFORM UNTIL VD-Idx2 > Qtd-Vendas
                       IF VD-Marca-Raj(VD-Idx2) = "N"
                           AND VD-Perto-Faixa(VD-Idx2)
                           AND VD-Bico(VD-Idx2) = VD-Bico(VD-Idx) THEN
                           COMPUTE Diferenca-Min = VD-Minuto(VD-Idx2)
                               - VD-Minuto(VD-Idx)
                           IF Diferenca-Min >= 0
                               AND Diferenca-Min <= Janela-Rajada
                               AND Qtd-Grupo < 50 THEN
                               ADD 1 TO Qtd-Grupo
                               SET GR-Membro(Qtd-Grupo) TO VD-Idx2
                           END-IF
                       END-IF
                       SET VD-Idx2 UP BY 1
                   END-PERFORM
                   IF Qtd-Grupo >= Minimo-Rajada THEN
                       PERFORM VARYING GR-Idx FROM 1 BY 1
                           UNTIL GR-Idx > Qtd-Grupo
                           MOVE GR-Membro(GR-Idx) TO Venda-Idx
                           MOVE "S" TO VD-Marca-Raj(Venda-Idx)
                       END-PERFORM
                       MOVE "RAJADA FAIXA" TO Tipo-Grupo
                       PERFORM PONTUA-RAJADA
                       ADD 1 TO Qtd-Raj
                       PERFORM REGISTRA-GRUPO
                   END-IF
               END-IF
           END-PERFORM.

       PONTUA-RAJADA.
           PERFORM ANALISA-GRUPO
           COMPUTE Pontos-Grupo = 30
               + (Qtd-Grupo - Minimo-Rajada) * 10
           IF Grupo-Mesmo-Operador THEN
               ADD 20 TO Pontos-Grupo
           END-IF
           IF Grupo-Todo-Cartao THEN
               ADD 10 TO Pontos-Grupo
           END-IF
           IF Pontos-Grupo > 99 THEN
               MOVE 99 TO Pontos-Grupo
           END-IF.

       ANALISA-GRUPO.
           SET Grupo-Mesmo-Operador TO TRUE
           SET Grupo-Todo-Cartao TO TRUE
           MOVE GR-Membro(1) TO Venda-Idx
           MOVE VD-Minuto(Venda-Idx) TO Minuto-Min Minuto-Max
           PERFORM VARYING GR-Idx FROM 1 BY 1 UNTIL GR-Idx > Qtd-Grupo
               MOVE GR-Membro(GR-Idx) TO Venda-Idx
               IF VD-Operador(Venda-Idx) NOT = VD-Operador(VD-Idx) THEN
                   MOVE "N" TO Mesmo-Oper
               END-IF
               IF VD-Forma(Venda-Idx) NOT = "C"
                   AND VD-Forma(Venda-Idx) NOT = "c" THEN
                   MOVE "N" TO Todos-Cartao
               END-IF
               IF VD-Minuto(Venda-Idx) < Minuto-Min THEN
                   MOVE VD-Minuto(Venda-Idx) TO Minuto-Min
               END-IF
               IF VD-Minuto(Venda-Idx) > Minuto-Max THEN
                   MOVE VD-Minuto(Venda-Idx) TO Minuto-Max
               END-IF
           END-PERFORM.

       REGISTRA-GRUPO.
           ADD 1 TO Qtd-Grupos
           MOVE SPACES TO Linha-Rel
           STRING "Grupo " DELIMITED BY SIZE
                  Qtd-Grupos DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Tipo-Grupo DELIMITED BY SIZE
                  "  bico " DELIMITED BY SIZE
                  VD-Bico(VD-Idx) DELIMITED BY SIZE
                  "  pontos " DELIMITED BY SIZE
                  Pontos-Grupo DELIMITED BY SIZE
               INTO Linha-Rel
           IF Pontos-Grupo >= Pontos-Alerta THEN
               MOVE "*** alerta" TO Linha-Rel(50:10)
           END-IF
           PERFORM IMPRIME-LINHA
           PERFORM VARYING GR-Idx FROM 1 BY 1 UNTIL GR-Idx > Qtd-Grupo
               MOVE GR-Membro(GR-Idx) TO Venda-Idx
               MOVE SPACES TO Linha-Rel
               STRING "    " DELIMITED BY SIZE
                      VD-Chave(Venda-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      VD-Hora(Venda-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      VD-Tipo(Venda-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      VD-Litros(Venda-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      VD-Operador(Venda-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      VD-Forma(Venda-Idx) DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-PERFORM
           IF Pontos-Grupo >= Pontos-Alerta THEN
               ADD 1 TO Qtd-Alertas
               MOVE Data-Negocio TO AL-Data
               IF Pontos-Grupo >= 90 THEN
                   MOVE "G" TO AL-Severidade
               ELSE
                   MOVE "A" TO AL-Severidade
               END-IF
               MOVE GR-Membro(1) TO Venda-Idx
               MOVE SPACES TO Msg-Alerta
               STRING Tipo-Grupo DELIMITED BY SIZE
                      " bico " DELIMITED BY SIZE
                      VD-Bico(VD-Idx) DELIMITED BY SIZE
                      " pontos " DELIMITED BY SIZE
                      Pontos-Grupo DELIMITED BY SIZE
                      " chave " DELIMITED BY SIZE
                      VD-Chave(Venda-Idx) DELIMITED BY SIZE
                      " +" DELIMITED BY SIZE
                      Qtd-Grupo DELIMITED BY SIZE
                   INTO Msg-Alerta
               PERFORM GRAVA-ALERTA
           END-IF.

       IMPRIME-RESUMO.
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Vendas analisadas     " DELIMITED BY SIZE
                  Qtd-Vendas DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Duplicidades        " DELIMITED BY SIZE
                  Qtd-Dup DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Fracionadas         " DELIMITED BY SIZE
                  Qtd-Fra DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Rajadas em faixa    " DELIMITED BY SIZE
                  Qtd-Raj DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Grupos em alerta      " DELIMITED BY SIZE
                  Qtd-Alertas DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Hora-Ruim > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Vendas sem hora valida (fora da triagem) "
                          DELIMITED BY SIZE
                      Hora-Ruim DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Vendas-Fora > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "*** tabela cheia - vendas nao analisadas "
                          DELIMITED BY SIZE
                      Vendas-Fora DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "triagem.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           DISPLAY Linha-Rel.

       GRAVA-ALERTA.
           MOVE Nome-Programa TO AL-Programa
           MOVE "A" TO AL-Status
           MOVE Msg-Alerta TO AL-Msg
           OPEN EXTEND Arq-Alerta
           IF FStatusAlerta = "35" THEN
               OPEN OUTPUT Arq-Alerta
           END-IF
           MOVE FStatusAlerta TO Status-Verificado
           MOVE "alertas.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           WRITE Reg-Alerta
           MOVE FStatusAlerta TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           CLOSE Arq-Alerta
           MOVE FStatusAlerta TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

      *    O batimento com divergencias ("N") tambem libera a
      *    triagem: e justamente nesses dias que ela e necessaria.
       VERIFICA-RUN-CONTROL.
           MOVE "S" TO Seq-Ok
           ACCEPT Data-Sis-Run FROM DATE YYYYMMDD
           MOVE Data-Sis-Run(7:2) TO Data-Negocio(1:2)
           MOVE Data-Sis-Run(5:2) TO Data-Negocio(3:2)
           MOVE Data-Sis-Run(1:4) TO Data-Negocio(5:4)
           PERFORM CARREGA-RUN-CONTROL
           IF Nome-Predecessor = SPACES THEN
               CONTINUE
           ELSE
               IF NOT RunCtl-Existe THEN
                   DISPLAY "Controle de execucao ausente - sequencia"
                       " nao verificada."
               ELSE
                   MOVE ZERO TO Rc-Achado-Idx
                   PERFORM VARYING RC-Idx FROM 1 BY 1
                       UNTIL RC-Idx > Qtd-RunCtl
                       IF TB-RC-Programa(RC-Idx) = Nome-Predecessor
                           AND TB-RC-Data(RC-Idx) = Data-Negocio
                           AND (TB-RC-Status(RC-Idx) = "C"
                               OR TB-RC-Status(RC-Idx) = "N") THEN
                           SET Rc-Achado-Idx TO RC-Idx
                       END-IF
                   END-PERFORM
                   IF Rc-Achado-Idx = ZERO THEN
                       MOVE "N" TO Seq-Ok
                       DISPLAY "Passo " Nome-Predecessor
                           " nao concluido para " Data-Negocio "."
                   END-IF
               END-IF
           END-IF.

       CARREGA-RUN-CONTROL.
           MOVE ZERO TO Qtd-RunCtl
           MOVE "N" TO RunCtl-Flag
           OPEN INPUT Arq-RunCtl
           MOVE FStatusRun TO Status-Verificado
           MOVE "runctl.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusRun = "35" THEN
               CONTINUE
           ELSE
               SET RunCtl-Existe TO TRUE
               READ Arq-RunCtl
                   AT END SET Fim-RunCtl TO TRUE
               END-READ
               MOVE FStatusRun TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-RunCtl OR Qtd-RunCtl >= 10
                   OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-RunCtl
                   SET RC-Idx TO Qtd-RunCtl
                   MOVE RC-Programa TO TB-RC-Programa(RC-Idx)
                   MOVE RC-Data TO TB-RC-Data(RC-Idx)
                   MOVE RC-Status TO TB-RC-Status(RC-Idx)
                   READ Arq-RunCtl
                       AT END SET Fim-RunCtl TO TRUE
                   END-READ
                   MOVE FStatusRun TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-RunCtl
               MOVE FStatusRun TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       GRAVA-RUN-CONTROL.
           PERFORM CARREGA-RUN-CONTROL
           MOVE ZERO TO Rc-Achado-Idx
           PERFORM VARYING RC-Idx FROM 1 BY 1 UNTIL RC-Idx > Qtd-RunCtl
               IF TB-RC-Programa(RC-Idx) = Nome-Programa THEN
                   SET Rc-Achado-Idx TO RC-Idx
               END-IF
           END-PERFORM
           IF Rc-Achado-Idx = ZERO AND Qtd-RunCtl < 10 THEN
               ADD 1 TO Qtd-RunCtl
               SET RC-Idx TO Qtd-RunCtl
               MOVE Nome-Programa TO TB-RC-Programa(RC-Idx)
               SET Rc-Achado-Idx TO RC-Idx
           END-IF
           IF Rc-Achado-Idx > ZERO THEN
               SET RC-Idx TO Rc-Achado-Idx
               MOVE Data-Negocio TO TB-RC-Data(RC-Idx)
               MOVE "C" TO TB-RC-Status(RC-Idx)
           END-IF
           OPEN OUTPUT Arq-RunCtl
           MOVE FStatusRun TO Status-Verificado
           MOVE "runctl.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM VARYING RC-Idx FROM 1 BY 1 UNTIL RC-Idx > Qtd-RunCtl
               OR Houve-Erro-Fatal
               MOVE TB-RC-Programa(RC-Idx) TO RC-Programa
               MOVE TB-RC-Data(RC-Idx) TO RC-Data
               MOVE TB-RC-Status(RC-Idx) TO RC-Status
               WRITE Reg-RunCtl
               MOVE FStatusRun TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-PERFORM
           CLOSE Arq-RunCtl
           MOVE FStatusRun TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       VERIFICA-STATUS-ARQUIVO.
           EVALUATE Status-Verificado
               WHEN "00"
                   CONTINUE
               WHEN "05"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET Houve-Erro-Fatal TO TRUE
                   MOVE "erro de E/S nao catalogado" TO Msg-Status-Arq
                   MOVE SPACES TO Linha-Rel
                   STRING "ERRO E/S arquivo " DELIMITED BY SIZE
                          Arquivo-Verificado DELIMITED BY SIZE
                          " status " DELIMITED BY SIZE
                          Status-Verificado DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          Msg-Status-Arq DELIMITED BY SIZE
                       INTO Linha-Rel
                   DISPLAY Linha-Rel
           END-EVALUATE.

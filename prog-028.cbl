       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrevisaoCompras.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Tanque ASSIGN TO "tanques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusTanque.

           SELECT Arq-Hist ASSIGN TO "historix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-Chave
               FILE STATUS IS FStatusHist.

           SELECT Arq-Param ASSIGN TO "previsao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusParam.

           SELECT Arq-Pedido ASSIGN TO "pedido.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPedido.

           SELECT Arq-Rel ASSIGN TO "previsao.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

           SELECT Arq-Alerta ASSIGN TO "alertas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAlerta.

       DATA DIVISION.
       FILE SECTION.
       FD Arq-Tanque.
       01  Reg-Tanque.
           88  Fim-Tanque      VALUE HIGH-VALUES.
           02  TQ-Tanque       PIC 9(2).
           02  TQ-Tipo         PIC X.
           02  TQ-Estoque      PIC 9(6)V99.
           02  TQ-Minimo       PIC 9(6)V99.
           02  TQ-Capacidade   PIC 9(6)V99.

       FD Arq-Hist.
       01  Reg-Hist.
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

       FD Arq-Param.
       01  Reg-Param.
           88  Fim-Param       VALUE HIGH-VALUES.
           02  PR-Tipo         PIC X.
           02  PR-Cobertura    PIC 9(2).
           02  PR-Prazo        PIC 9(2).
           02  PR-Compartimento PIC 9(5).

       FD Arq-Pedido.
       01  Reg-Pedido.
           02  PD-Data         PIC X(8).
           02  PD-Tipo         PIC X.
           02  PD-Litros       PIC 9(6).
           02  PD-Compartimentos PIC 9(2).
           02  PD-Tam-Compart  PIC 9(5).
           02  PD-Prazo        PIC 9(2).
           02  PD-Estoque-Proj PIC 9(7)V99.

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

       FD Arq-Alerta.
       01  Reg-Alerta.
           02  AL-Data         PIC X(8).
           02  AL-Programa     PIC X(12).
           02  AL-Severidade   PIC X.
           02  AL-Status       PIC X.
           02  AL-Msg          PIC X(60).

       WORKING-STORAGE SECTION.
       01  FStatusTanque PIC XX.
       01  FStatusHist   PIC XX.
       01  FStatusParam  PIC XX.
       01  FStatusPedido PIC XX.
       01  FStatusRel    PIC XX.
       01  FStatusAlerta PIC XX.
       01  Linha-Rel     PIC X(80).
       01  Nome-Posto    PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Nome-Programa PIC X(12)   VALUE "PREVISAO".
       01  Msg-Alerta    PIC X(60).

       01  Data-Sistema  PIC 9(8).
       01  Hoje-Inv      PIC 9(8).
       01  Data-Hoje     PIC X(8).
       01  Inv-Inicio    PIC 9(8).
       01  Ano-Inicio    PIC 9(4).
       01  Mes-Inicio    PIC 9(2).
       01  Semanas-Entrada PIC X(2).
       01  Semanas-Base  PIC 9(2)    VALUE 4.
       01  Semanas-Padrao PIC 9(2)   VALUE 4.
       01  Dia-Hoje      PIC 9(7).
       01  Dia-Inicio    PIC 9(7).
       01  Dia-Reg       PIC 9(7).
       01  Ult-Data-Inv  PIC 9(8)    VALUE ZERO.
       01  Fim-Leitura   PIC X       VALUE "N".
           88  Fim-Varredura       VALUE "S".
       01  Hist-Tipo-Up  PIC X.
       01  Qtd-Acum      PIC 9(6)    VALUE ZERO.

       01  Ano-Calc     PIC 9(4).
       01  Mes-Calc     PIC 9(2).
       01  Dia-Calc     PIC 9(2).
       01  Dias-Trab    PIC 9(7).
       01  Bis-4        PIC 9(4).
       01  Bis-100      PIC 9(4).
       01  Bis-400      PIC 9(4).

       01  Data-Zeller  PIC X(8).
       01  Zeller-Dia   PIC 9(2).
       01  Zeller-Mes   PIC 9(2).
       01  Zeller-Ano   PIC 9(4).
       01  Zeller-K     PIC 9(2).
       01  Zeller-J     PIC 9(2).
       01  Zeller-T1    PIC 9(4).
       01  Zeller-T2    PIC 9(2).
       01  Zeller-T3    PIC 9(2).
       01  Zeller-Soma  PIC 9(6).
       01  Zeller-H     PIC 9.
       01  Resto-Div    PIC 9(6).

       01  Sem-Hoje     PIC 9.
       01  Sem-Num      PIC 9.
       01  Tab-Dias-Semana.
           02  DS-Qtd-Dias OCCURS 7 TIMES PIC 9(2).

       01  Tab-Previsao.
           02  TB-Previsao OCCURS 4 TIMES INDEXED BY TP-Idx.
               03  PV-Tipo         PIC X.
               03  PV-Soma         OCCURS 7 TIMES PIC S9(7)V99.
               03  PV-Media        OCCURS 7 TIMES PIC 9(6)V99.
               03  PV-Media-Sem    PIC 9(7)V99.
               03  PV-Estoque      PIC 9(7)V99.
               03  PV-Minimo       PIC 9(7)V99.
               03  PV-Capacidade   PIC 9(7)V99.
               03  PV-Qtd-Tanques  PIC 9(2).
               03  PV-Sem-Cap      PIC X.
               03  PV-Cobertura    PIC 9(2).
               03  PV-Prazo        PIC 9(2).
               03  PV-Tam-Compart  PIC 9(5).
               03  PV-Dias-Cob     PIC 9(2).
               03  PV-Dem-Prazo    PIC 9(7)V99.
               03  PV-Dem-Cob      PIC 9(7)V99.
               03  PV-Projetado    PIC 9(7)V99.
               03  PV-Alvo         PIC 9(7)V99.
               03  PV-Necessidade  PIC 9(7)V99.
               03  PV-Livre        PIC 9(7)V99.
               03  PV-Compart      PIC 9(2).
               03  PV-Pedido       PIC 9(6).
               03  PV-Limitado     PIC X.
       01  Tp-Achado-Idx PIC 9     VALUE ZERO.

       01  Cobertura-Padrao  PIC 9(2)  VALUE 7.
       01  Prazo-Padrao      PIC 9(2)  VALUE 2.
       01  Compart-Padrao    PIC 9(5)  VALUE 5000.

       01  Tab-Tanques.
           02  TB-Tanque OCCURS 10 TIMES INDEXED BY TQ-Idx.
               03  TB-TQ-Num        PIC 9(2).
               03  TB-TQ-Tipo       PIC X.
               03  TB-TQ-Estoque    PIC 9(6)V99.
               03  TB-TQ-Minimo     PIC 9(6)V99.
               03  TB-TQ-Capacidade PIC 9(6)V99.
               03  TB-TQ-Dias-Min   PIC 9(2).
               03  TB-TQ-Dias-Cob   PIC 9(2).
       01  Qtd-Tanques   PIC 9(2)    VALUE ZERO.

       01  Dia-Sim       PIC 9(3).
       01  Dia-Limite    PIC 9(3).
       01  Estoque-Sim   PIC S9(7)V99.
       01  Fator-Tanque  PIC 9V9(4).
       01  Compart-Max   PIC 9(3).
       01  Compart-Calc  PIC 9(3).
       01  Resto-Compart PIC 9(5)V99.
       01  Qtd-Pedidos   PIC 9(2)    VALUE ZERO.
       01  Tot-Pedido    PIC 9(7)    VALUE ZERO.
       01  Flag-Tanque   PIC X(14).

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Previsao de Reposicao de Tanques"
           DISPLAY "================================"
           DISPLAY "Semanas de historico (01-08, Enter = 04): "
               WITH NO ADVANCING
           ACCEPT Semanas-Entrada
           IF Semanas-Entrada NUMERIC THEN
               MOVE Semanas-Entrada TO Semanas-Base
           ELSE
               MOVE Semanas-Padrao TO Semanas-Base
           END-IF
           IF Semanas-Base < 1 OR Semanas-Base > 8 THEN
               MOVE Semanas-Padrao TO Semanas-Base
           END-IF
           ACCEPT Data-Sistema FROM DATE YYYYMMDD
           MOVE Data-Sistema TO Hoje-Inv
           MOVE Data-Sistema(7:2) TO Data-Hoje(1:2)
           MOVE Data-Sistema(5:2) TO Data-Hoje(3:2)
           MOVE Data-Sistema(1:4) TO Data-Hoje(5:4)
           PERFORM CALCULA-JANELA
           PERFORM INICIALIZA-PREVISAO
           PERFORM CARREGA-TANQUES
           IF Qtd-Tanques = ZERO THEN
               DISPLAY "Cadastro de tanques vazio ou ausente."
               STOP RUN
           END-IF
           PERFORM CARREGA-PARAMETROS
           OPEN INPUT Arq-Hist
           IF FStatusHist = "35" THEN
               DISPLAY "Historico indexado não encontrado."
           ELSE
               MOVE FStatusHist TO Status-Verificado
               MOVE "historix.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM ACUMULA-PERIODO
               CLOSE Arq-Hist
               MOVE FStatusHist TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF Houve-Erro-Fatal THEN
                   DISPLAY "Processamento abortado."
               ELSE
                   PERFORM CALCULA-MEDIAS
                   PERFORM PROJETA-TANQUES
                   PERFORM CALCULA-PEDIDOS
                   OPEN OUTPUT Arq-Rel
                   MOVE FStatusRel TO Status-Verificado
                   MOVE "previsao.lst" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   PERFORM IMPRIME-RELATORIO
                   PERFORM GRAVA-PEDIDOS
                   CLOSE Arq-Rel
                   MOVE FStatusRel TO Status-Verificado
                   MOVE "previsao.lst" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-IF
           END-IF
           STOP RUN.

       CALCULA-JANELA.
           MOVE Data-Sistema(1:4) TO Ano-Calc
           MOVE Data-Sistema(5:2) TO Mes-Calc
           MOVE Data-Sistema(7:2) TO Dia-Calc
           PERFORM CONVERTE-DATA-DIAS
           MOVE Dias-Trab TO Dia-Hoje
           COMPUTE Dia-Inicio = Dia-Hoje - (Semanas-Base * 7)
           MOVE Ano-Calc TO Ano-Inicio
           IF Mes-Calc > 2 THEN
               COMPUTE Mes-Inicio = Mes-Calc - 2
           ELSE
               COMPUTE Mes-Inicio = Mes-Calc + 10
               SUBTRACT 1 FROM Ano-Inicio
           END-IF
           COMPUTE Inv-Inicio = (Ano-Inicio * 10000)
               + (Mes-Inicio * 100) + 1
           MOVE Data-Hoje TO Data-Zeller
           PERFORM CALCULA-DIA-SEMANA
           COMPUTE Sem-Hoje = Zeller-H + 1.

       INICIALIZA-PREVISAO.
           MOVE "G" TO PV-Tipo(1)
           MOVE "A" TO PV-Tipo(2)
           MOVE "D" TO PV-Tipo(3)
           MOVE "E" TO PV-Tipo(4)
           PERFORM VARYING TP-Idx FROM 1 BY 1 UNTIL TP-Idx > 4
               PERFORM VARYING Sem-Num FROM 1 BY 1 UNTIL Sem-Num > 7
                   MOVE ZEROS TO PV-Soma(TP-Idx, Sem-Num)
                   MOVE ZEROS TO PV-Media(TP-Idx, Sem-Num)
               END-PERFORM
               MOVE ZEROS TO PV-Media-Sem(TP-Idx)
               MOVE ZEROS TO PV-Estoque(TP-Idx)
               MOVE ZEROS TO PV-Minimo(TP-Idx)
               MOVE ZEROS TO PV-Capacidade(TP-Idx)
               MOVE ZEROS TO PV-Qtd-Tanques(TP-Idx)
               MOVE "N" TO PV-Sem-Cap(TP-Idx)
               MOVE Cobertura-Padrao TO PV-Cobertura(TP-Idx)
               MOVE Prazo-Padrao TO PV-Prazo(TP-Idx)
               MOVE Compart-Padrao TO PV-Tam-Compart(TP-Idx)
               MOVE 99 TO PV-Dias-Cob(TP-Idx)
               MOVE ZEROS TO PV-Dem-Prazo(TP-Idx)
               MOVE ZEROS TO PV-Dem-Cob(TP-Idx)
               MOVE ZEROS TO PV-Projetado(TP-Idx)
               MOVE ZEROS TO PV-Alvo(TP-Idx)
               MOVE ZEROS TO PV-Necessidade(TP-Idx)
               MOVE ZEROS TO PV-Livre(TP-Idx)
               MOVE ZEROS TO PV-Compart(TP-Idx)
               MOVE ZEROS TO PV-Pedido(TP-Idx)
               MOVE "N" TO PV-Limitado(TP-Idx)
           END-PERFORM
           PERFORM VARYING Sem-Num FROM 1 BY 1 UNTIL Sem-Num > 7
               MOVE ZEROS TO DS-Qtd-Dias(Sem-Num)
           END-PERFORM.

       CARREGA-TANQUES.
           MOVE ZERO TO Qtd-Tanques
           OPEN INPUT Arq-Tanque
           MOVE FStatusTanque TO Status-Verificado
           MOVE "tanques.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusTanque = "35" THEN
               DISPLAY "Arquivo de tanques não encontrado."
           ELSE
               READ Arq-Tanque
                   AT END SET Fim-Tanque TO TRUE
               END-READ
               MOVE FStatusTanque TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Tanque OR Qtd-Tanques >= 10
                   OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Tanques
                   SET TQ-Idx TO Qtd-Tanques
                   MOVE TQ-Tanque TO TB-TQ-Num(TQ-Idx)
                   MOVE TQ-Tipo TO TB-TQ-Tipo(TQ-Idx)
                   MOVE TQ-Estoque TO TB-TQ-Estoque(TQ-Idx)
                   MOVE TQ-Minimo TO TB-TQ-Minimo(TQ-Idx)
                   IF TQ-Capacidade NUMERIC THEN
                       MOVE TQ-Capacidade TO TB-TQ-Capacidade(TQ-Idx)
                   ELSE
                       MOVE ZEROS TO TB-TQ-Capacidade(TQ-Idx)
                   END-IF
                   MOVE 99 TO TB-TQ-Dias-Min(TQ-Idx)
                   MOVE 99 TO TB-TQ-Dias-Cob(TQ-Idx)
                   PERFORM SOMA-TANQUE-TIPO
                   READ Arq-Tanque
                       AT END SET Fim-Tanque TO TRUE
                   END-READ
                   MOVE FStatusTanque TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Tanque
               MOVE FStatusTanque TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       SOMA-TANQUE-TIPO.
           MOVE TB-TQ-Tipo(TQ-Idx) TO Hist-Tipo-Up
           PERFORM LOCALIZA-TIPO
           IF Tp-Achado-Idx > ZERO THEN
               SET TP-Idx TO Tp-Achado-Idx
               ADD TB-TQ-Estoque(TQ-Idx) TO PV-Estoque(TP-Idx)
               ADD TB-TQ-Minimo(TQ-Idx) TO PV-Minimo(TP-Idx)
               ADD TB-TQ-Capacidade(TQ-Idx) TO PV-Capacidade(TP-Idx)
               ADD 1 TO PV-Qtd-Tanques(TP-Idx)
               IF TB-TQ-Capacidade(TQ-Idx) = ZERO THEN
                   MOVE "S" TO PV-Sem-Cap(TP-Idx)
               END-IF
           END-IF.

       LOCALIZA-TIPO.
           MOVE ZERO TO Tp-Achado-Idx
           PERFORM VARYING TP-Idx FROM 1 BY 1 UNTIL TP-Idx > 4
               IF PV-Tipo(TP-Idx) = Hist-Tipo-Up THEN
                   SET Tp-Achado-Idx TO TP-Idx
               END-IF
           END-PERFORM.

       CARREGA-PARAMETROS.
           OPEN INPUT Arq-Param
           MOVE FStatusParam TO Status-Verificado
           MOVE "previsao.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusParam = "35" THEN
               CONTINUE
           ELSE
               READ Arq-Param
                   AT END SET Fim-Param TO TRUE
               END-READ
               MOVE FStatusParam TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Param OR Houve-Erro-Fatal
                   MOVE PR-Tipo TO Hist-Tipo-Up
                   PERFORM LOCALIZA-TIPO
                   IF Tp-Achado-Idx > ZERO THEN
                       SET TP-Idx TO Tp-Achado-Idx
                       IF PR-Cobertura NUMERIC
                           AND PR-Cobertura > ZERO THEN
                           MOVE PR-Cobertura TO PV-Cobertura(TP-Idx)
                       END-IF
                       IF PR-Prazo NUMERIC THEN
                           MOVE PR-Prazo TO PV-Prazo(TP-Idx)
                       END-IF
                       IF PR-Compartimento NUMERIC
                           AND PR-Compartimento > ZERO THEN
                           MOVE PR-Compartimento
                               TO PV-Tam-Compart(TP-Idx)
                       END-IF
                   END-IF
                   READ Arq-Param
                       AT END SET Fim-Param TO TRUE
                   END-READ
                   MOVE FStatusParam TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Param
               MOVE FStatusParam TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       ACUMULA-PERIODO.
           MOVE Inv-Inicio TO HS-Data-Inv
           MOVE ZEROS TO HS-Seq
           START Arq-Hist KEY NOT LESS HS-Chave
               INVALID KEY SET Fim-Varredura TO TRUE
           END-START
           PERFORM UNTIL Fim-Varredura OR Houve-Erro-Fatal
               READ Arq-Hist NEXT
                   AT END SET Fim-Varredura TO TRUE
               END-READ
               IF NOT Fim-Varredura THEN
                   MOVE FStatusHist TO Status-Verificado
                   MOVE "historix.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   IF HS-Data-Inv NOT < Hoje-Inv THEN
                       SET Fim-Varredura TO TRUE
                   ELSE
                       IF NOT HS-Estornada AND NOT HS-Estorno THEN
                           PERFORM ACUMULA-REGISTRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACUMULA-REGISTRO.
           MOVE HS-Data-Inv(1:4) TO Ano-Calc
           MOVE HS-Data-Inv(5:2) TO Mes-Calc
           MOVE HS-Data-Inv(7:2) TO Dia-Calc
           PERFORM CONVERTE-DATA-DIAS
           MOVE Dias-Trab TO Dia-Reg
           IF Dia-Reg < Dia-Inicio THEN
               CONTINUE
           ELSE
               EVALUATE HS-Tipo
                   WHEN "g" MOVE "G" TO Hist-Tipo-Up
                   WHEN "a" MOVE "A" TO Hist-Tipo-Up
                   WHEN "d" MOVE "D" TO Hist-Tipo-Up
                   WHEN "e" MOVE "E" TO Hist-Tipo-Up
                   WHEN OTHER MOVE HS-Tipo TO Hist-Tipo-Up
               END-EVALUATE
               PERFORM LOCALIZA-TIPO
               IF Tp-Achado-Idx > ZERO THEN
                   MOVE HS-Data TO Data-Zeller
                   PERFORM CALCULA-DIA-SEMANA
                   COMPUTE Sem-Num = Zeller-H + 1
                   IF HS-Data-Inv NOT = Ult-Data-Inv THEN
                       MOVE HS-Data-Inv TO Ult-Data-Inv
                       ADD 1 TO DS-Qtd-Dias(Sem-Num)
                   END-IF
                   SET TP-Idx TO Tp-Achado-Idx
                   ADD HS-Litros TO PV-Soma(TP-Idx, Sem-Num)
                   ADD 1 TO Qtd-Acum
               END-IF
           END-IF.

       CALCULA-MEDIAS.
           PERFORM VARYING TP-Idx FROM 1 BY 1 UNTIL TP-Idx > 4
               PERFORM VARYING Sem-Num FROM 1 BY 1 UNTIL Sem-Num > 7
                   IF DS-Qtd-Dias(Sem-Num) > ZERO
                       AND PV-Soma(TP-Idx, Sem-Num) > ZERO THEN
                       COMPUTE PV-Media(TP-Idx, Sem-Num) ROUNDED =
                           PV-Soma(TP-Idx, Sem-Num)
                           / DS-Qtd-Dias(Sem-Num)
                   END-IF
                   ADD PV-Media(TP-Idx, Sem-Num) TO PV-Media-Sem(TP-Idx)
               END-PERFORM
           END-PERFORM.

       PROJETA-TANQUES.
           PERFORM VARYING TQ-Idx FROM 1 BY 1
               UNTIL TQ-Idx > Qtd-Tanques
               MOVE TB-TQ-Tipo(TQ-Idx) TO Hist-Tipo-Up
               PERFORM LOCALIZA-TIPO
               IF Tp-Achado-Idx > ZERO THEN
                   SET TP-Idx TO Tp-Achado-Idx
                   IF PV-Media-Sem(TP-Idx) > ZERO
                       AND PV-Estoque(TP-Idx) > ZERO THEN
                       PERFORM SIMULA-TANQUE
                   ELSE
                       IF TB-TQ-Estoque(TQ-Idx)
                           < TB-TQ-Minimo(TQ-Idx) THEN
                           MOVE ZERO TO TB-TQ-Dias-Min(TQ-Idx)
                       END-IF
                       IF PV-Media-Sem(TP-Idx) > ZERO THEN
                           MOVE ZERO TO TB-TQ-Dias-Cob(TQ-Idx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SIMULA-TANQUE.
           COMPUTE Fator-Tanque ROUNDED =
               TB-TQ-Estoque(TQ-Idx) / PV-Estoque(TP-Idx)
           MOVE TB-TQ-Estoque(TQ-Idx) TO Estoque-Sim
           IF Estoque-Sim < TB-TQ-Minimo(TQ-Idx) THEN
               MOVE ZERO TO TB-TQ-Dias-Min(TQ-Idx)
           END-IF
           MOVE Sem-Hoje TO Sem-Num
           PERFORM VARYING Dia-Sim FROM 0 BY 1
               UNTIL Dia-Sim > 98 OR Estoque-Sim NOT > ZERO
               COMPUTE Estoque-Sim = Estoque-Sim
                   - (PV-Media(TP-Idx, Sem-Num) * Fator-Tanque)
               IF Estoque-Sim < TB-TQ-Minimo(TQ-Idx)
                   AND TB-TQ-Dias-Min(TQ-Idx) = 99 THEN
                   MOVE Dia-Sim TO TB-TQ-Dias-Min(TQ-Idx)
               END-IF
               IF Estoque-Sim NOT > ZERO THEN
                   MOVE Dia-Sim TO TB-TQ-Dias-Cob(TQ-Idx)
               END-IF
               PERFORM AVANCA-DIA-SEMANA
           END-PERFORM.

       AVANCA-DIA-SEMANA.
           IF Sem-Num = 7 THEN
               MOVE 1 TO Sem-Num
           ELSE
               ADD 1 TO Sem-Num
           END-IF.

       CALCULA-PEDIDOS.
           PERFORM VARYING TP-Idx FROM 1 BY 1 UNTIL TP-Idx > 4
               IF PV-Qtd-Tanques(TP-Idx) > ZERO THEN
                   PERFORM CALCULA-PEDIDO-TIPO
               END-IF
           END-PERFORM.

       CALCULA-PEDIDO-TIPO.
      *    Demanda ate a entrega e durante a cobertura desejada,
      *    somando a media do dia da semana correspondente.
           MOVE Sem-Hoje TO Sem-Num
           MOVE 99 TO PV-Dias-Cob(TP-Idx)
           MOVE PV-Estoque(TP-Idx) TO Estoque-Sim
           COMPUTE Dia-Limite = PV-Prazo(TP-Idx) + PV-Cobertura(TP-Idx)
           PERFORM VARYING Dia-Sim FROM 0 BY 1 UNTIL Dia-Sim > 98
               IF Dia-Sim < PV-Prazo(TP-Idx) THEN
                   ADD PV-Media(TP-Idx, Sem-Num) TO PV-Dem-Prazo(TP-Idx)
               ELSE
                   IF Dia-Sim < Dia-Limite THEN
                       ADD PV-Media(TP-Idx, Sem-Num)
                           TO PV-Dem-Cob(TP-Idx)
                   END-IF
               END-IF
               IF Estoque-Sim > ZERO THEN
                   SUBTRACT PV-Media(TP-Idx, Sem-Num) FROM Estoque-Sim
                   IF Estoque-Sim NOT > ZERO THEN
                       MOVE Dia-Sim TO PV-Dias-Cob(TP-Idx)
                   END-IF
               END-IF
               PERFORM AVANCA-DIA-SEMANA
           END-PERFORM
           IF PV-Media-Sem(TP-Idx) > ZERO
               AND PV-Estoque(TP-Idx) = ZERO THEN
               MOVE ZERO TO PV-Dias-Cob(TP-Idx)
           END-IF
           IF PV-Dem-Prazo(TP-Idx) < PV-Estoque(TP-Idx) THEN
               COMPUTE PV-Projetado(TP-Idx) =
                   PV-Estoque(TP-Idx) - PV-Dem-Prazo(TP-Idx)
           ELSE
               MOVE ZEROS TO PV-Projetado(TP-Idx)
           END-IF
           COMPUTE PV-Alvo(TP-Idx) =
               PV-Minimo(TP-Idx) + PV-Dem-Cob(TP-Idx)
           IF PV-Alvo(TP-Idx) > PV-Projetado(TP-Idx) THEN
               COMPUTE PV-Necessidade(TP-Idx) =
                   PV-Alvo(TP-Idx) - PV-Projetado(TP-Idx)
               DIVIDE PV-Necessidade(TP-Idx) BY PV-Tam-Compart(TP-Idx)
                   GIVING Compart-Calc REMAINDER Resto-Compart
               IF Resto-Compart > ZERO THEN
                   ADD 1 TO Compart-Calc
               END-IF
               IF PV-Sem-Cap(TP-Idx) = "N" THEN
                   PERFORM LIMITA-CAPACIDADE
               END-IF
               IF Compart-Calc > 99 THEN
                   MOVE 99 TO Compart-Calc
               END-IF
               MOVE Compart-Calc TO PV-Compart(TP-Idx)
               COMPUTE PV-Pedido(TP-Idx) =
                   Compart-Calc * PV-Tam-Compart(TP-Idx)
           END-IF.

       LIMITA-CAPACIDADE.
           IF PV-Capacidade(TP-Idx) > PV-Projetado(TP-Idx) THEN
               COMPUTE PV-Livre(TP-Idx) =
                   PV-Capacidade(TP-Idx) - PV-Projetado(TP-Idx)
           ELSE
               MOVE ZEROS TO PV-Livre(TP-Idx)
           END-IF
           DIVIDE PV-Livre(TP-Idx) BY PV-Tam-Compart(TP-Idx)
               GIVING Compart-Max REMAINDER Resto-Compart
           IF Compart-Calc > Compart-Max THEN
               MOVE Compart-Max TO Compart-Calc
               MOVE "S" TO PV-Limitado(TP-Idx)
           END-IF.

       GRAVA-PEDIDOS.
           OPEN OUTPUT Arq-Pedido
           MOVE FStatusPedido TO Status-Verificado
           MOVE "pedido.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM VARYING TP-Idx FROM 1 BY 1
               UNTIL TP-Idx > 4 OR Houve-Erro-Fatal
               IF PV-Pedido(TP-Idx) > ZERO THEN
                   MOVE Data-Hoje TO PD-Data
                   MOVE PV-Tipo(TP-Idx) TO PD-Tipo
                   MOVE PV-Pedido(TP-Idx) TO PD-Litros
                   MOVE PV-Compart(TP-Idx) TO PD-Compartimentos
                   MOVE PV-Tam-Compart(TP-Idx) TO PD-Tam-Compart
                   MOVE PV-Prazo(TP-Idx) TO PD-Prazo
                   MOVE PV-Projetado(TP-Idx) TO PD-Estoque-Proj
                   WRITE Reg-Pedido
                   MOVE FStatusPedido TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   ADD 1 TO Qtd-Pedidos
                   ADD PV-Pedido(TP-Idx) TO Tot-Pedido
               END-IF
           END-PERFORM
           CLOSE Arq-Pedido
           MOVE FStatusPedido TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Linha-Rel
           STRING "Itens no pedido.dat: " DELIMITED BY SIZE
                  Qtd-Pedidos DELIMITED BY SIZE
                  "  Total litros: " DELIMITED BY SIZE
                  Tot-Pedido DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-RELATORIO.
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  " - Previsao de Reposicao " DELIMITED BY SIZE
                  Data-Hoje DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Base: " DELIMITED BY SIZE
                  Semanas-Base DELIMITED BY SIZE
                  " semanas de historico, " DELIMITED BY SIZE
                  Qtd-Acum DELIMITED BY SIZE
                  " vendas" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Acum = ZERO THEN
               MOVE "Nenhuma venda no periodo - medias zeradas"
                   TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Media diaria por dia da semana (litros)" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "T" DELIMITED BY SIZE
                  "  Sab      Dom      Seg      Ter      Qua"
                      DELIMITED BY SIZE
                  "      Qui      Sex" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM VARYING TP-Idx FROM 1 BY 1
               UNTIL TP-Idx > 4 OR Houve-Erro-Fatal
               IF PV-Qtd-Tanques(TP-Idx) > ZERO THEN
                   MOVE SPACES TO Linha-Rel
                   STRING PV-Tipo(TP-Idx) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PV-Media(TP-Idx, 1) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PV-Media(TP-Idx, 2) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PV-Media(TP-Idx, 3) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PV-Media(TP-Idx, 4) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PV-Media(TP-Idx, 5) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PV-Media(TP-Idx, 6) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PV-Media(TP-Idx, 7) DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-PERFORM
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Tq T  Estoque   Minimo    Capac.  " DELIMITED BY SIZE
                  "Min.em Cob.dias" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM VARYING TQ-Idx FROM 1 BY 1
               UNTIL TQ-Idx > Qtd-Tanques OR Houve-Erro-Fatal
               PERFORM IMPRIME-TANQUE
           END-PERFORM
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Pedido sugerido por combustivel" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "T Cob Prz Projetado      Alvo Livre     "
                      DELIMITED BY SIZE
                  "Comp  Pedido" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM VARYING TP-Idx FROM 1 BY 1
               UNTIL TP-Idx > 4 OR Houve-Erro-Fatal
               IF PV-Qtd-Tanques(TP-Idx) > ZERO THEN
                   PERFORM IMPRIME-PEDIDO-TIPO
               END-IF
           END-PERFORM.

       IMPRIME-TANQUE.
           MOVE SPACES TO Flag-Tanque
           MOVE TB-TQ-Tipo(TQ-Idx) TO Hist-Tipo-Up
           PERFORM LOCALIZA-TIPO
           IF TB-TQ-Dias-Min(TQ-Idx) = ZERO THEN
               MOVE "ABAIXO MINIMO" TO Flag-Tanque
           ELSE
               IF Tp-Achado-Idx > ZERO THEN
                   SET TP-Idx TO Tp-Achado-Idx
                   IF TB-TQ-Dias-Min(TQ-Idx) NOT > PV-Prazo(TP-Idx)
                       THEN
                       MOVE "RUPTURA PRAZO" TO Flag-Tanque
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING TB-TQ-Num(TQ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TB-TQ-Tipo(TQ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TB-TQ-Estoque(TQ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TB-TQ-Minimo(TQ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TB-TQ-Capacidade(TQ-Idx) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TB-TQ-Dias-Min(TQ-Idx) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  TB-TQ-Dias-Cob(TQ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Flag-Tanque DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Flag-Tanque NOT = SPACES THEN
               MOVE SPACES TO Msg-Alerta
               STRING "Tanque " DELIMITED BY SIZE
                      TB-TQ-Num(TQ-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Flag-Tanque DELIMITED BY SIZE
                      " - dias ate minimo " DELIMITED BY SIZE
                      TB-TQ-Dias-Min(TQ-Idx) DELIMITED BY SIZE
                   INTO Msg-Alerta
               PERFORM GRAVA-ALERTA
           END-IF.

       IMPRIME-PEDIDO-TIPO.
           MOVE SPACES TO Linha-Rel
           STRING PV-Tipo(TP-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PV-Dias-Cob(TP-Idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PV-Prazo(TP-Idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PV-Projetado(TP-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PV-Alvo(TP-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PV-Livre(TP-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PV-Compart(TP-Idx) DELIMITED BY SIZE
                  "x" DELIMITED BY SIZE
                  PV-Tam-Compart(TP-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PV-Pedido(TP-Idx) DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF PV-Sem-Cap(TP-Idx) = "S" THEN
               MOVE "  capacidade nao cadastrada - pedido sem teto"
                   TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF PV-Limitado(TP-Idx) = "S" THEN
               MOVE SPACES TO Linha-Rel
               STRING "  pedido limitado ao espaco livre - faltam "
                          DELIMITED BY SIZE
                      PV-Necessidade(TP-Idx) DELIMITED BY SIZE
                      " l p/ cobertura" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       CONVERTE-DATA-DIAS.
           DIVIDE Ano-Calc BY 4 GIVING Bis-4 REMAINDER Resto-Div
           DIVIDE Ano-Calc BY 100 GIVING Bis-100 REMAINDER Resto-Div
           DIVIDE Ano-Calc BY 400 GIVING Bis-400 REMAINDER Resto-Div
           COMPUTE Dias-Trab = Ano-Calc * 365
               + Bis-4 - Bis-100 + Bis-400
           EVALUATE Mes-Calc
               WHEN 1  ADD 0   TO Dias-Trab
               WHEN 2  ADD 31  TO Dias-Trab
               WHEN 3  ADD 59  TO Dias-Trab
               WHEN 4  ADD 90  TO Dias-Trab
               WHEN 5  ADD 120 TO Dias-Trab
               WHEN 6  ADD 151 TO Dias-Trab
               WHEN 7  ADD 181 TO Dias-Trab
               WHEN 8  ADD 212 TO Dias-Trab
               WHEN 9  ADD 243 TO Dias-Trab
               WHEN 10 ADD 273 TO Dias-Trab
               WHEN 11 ADD 304 TO Dias-Trab
               WHEN 12 ADD 334 TO Dias-Trab
           END-EVALUATE
           ADD Dia-Calc TO Dias-Trab.

       CALCULA-DIA-SEMANA.
           MOVE Data-Zeller(1:2) TO Zeller-Dia
           MOVE Data-Zeller(3:2) TO Zeller-Mes
           MOVE Data-Zeller(5:4) TO Zeller-Ano
           IF Zeller-Mes < 3 THEN
               ADD 12 TO Zeller-Mes
               SUBTRACT 1 FROM Zeller-Ano
           END-IF
           DIVIDE Zeller-Ano BY 100 GIVING Zeller-J
               REMAINDER Zeller-K
           COMPUTE Zeller-T1 = (13 * (Zeller-Mes + 1))
           DIVIDE Zeller-T1 BY 5 GIVING Zeller-T1
               REMAINDER Resto-Div
           DIVIDE Zeller-K BY 4 GIVING Zeller-T2
               REMAINDER Resto-Div
           DIVIDE Zeller-J BY 4 GIVING Zeller-T3
               REMAINDER Resto-Div
           COMPUTE Zeller-Soma = Zeller-Dia + Zeller-T1 + Zeller-K
               + Zeller-T2 + Zeller-T3 + (5 * Zeller-J)
           DIVIDE Zeller-Soma BY 7 GIVING Zeller-Soma
               REMAINDER Zeller-H.

       GRAVA-ALERTA.
           MOVE Data-Hoje TO AL-Data
           MOVE Nome-Programa TO AL-Programa
           MOVE "A" TO AL-Severidade
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

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "previsao.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           DISPLAY Linha-Rel.

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

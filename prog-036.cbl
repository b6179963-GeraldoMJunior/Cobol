       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjecaoCaixa.
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

           SELECT Arq-Cli ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-Codigo
               FILE STATUS IS FStatusCli.

           SELECT Arq-Nota ASSIGN TO "notasfisc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusNota.

           SELECT Arq-Adq ASSIGN TO "extratoadq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAdq.

           SELECT Arq-Adqte ASSIGN TO "adquirentes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAdqte.

           SELECT Arq-Par ASSIGN TO "fluxopar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPar.

           SELECT Arq-Rel ASSIGN TO "fluxo.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

           SELECT Arq-Alerta ASSIGN TO "alertas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAlerta.

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

       FD Arq-Cli.
       01  Reg-Cli.
           88  Fim-Cli         VALUE HIGH-VALUES.
           02  CL-Codigo       PIC 9(4).
           02  CL-Nome         PIC X(30).
           02  CL-Limite       PIC 9(6)V99.
           02  CL-Saldo        PIC 9(6)V99.

       FD Arq-Nota.
       01  Reg-Nota.
           88  Fim-Nota        VALUE HIGH-VALUES.
           02  NF-Numero       PIC X(10).
           02  NF-Data         PIC X(8).
           02  NF-Tipo         PIC X.
           02  NF-Litros       PIC 9(6)V99.
           02  NF-Preco        PIC 99V99.
           02  NF-Total        PIC 9(8)V99.
           02  NF-Vencimento   PIC X(8).

       FD Arq-Adq.
       01  Reg-Adq.
           88  Fim-Adq         VALUE HIGH-VALUES.
           02  AD-Data         PIC X(8).
           02  AD-Forma        PIC X.
           02  AD-Liquido      PIC 9(6)V99.
           02  AD-Taxa         PIC 9(4)V99.

      *    Condicoes de cada adquirente por forma de pagamento:
      *    prazo de liquidacao em dias e taxa percentual.
       FD Arq-Adqte.
       01  Reg-Adqte.
           88  Fim-Adqte       VALUE HIGH-VALUES.
           02  AQ-Forma        PIC X.
           02  AQ-Nome         PIC X(15).
           02  AQ-Prazo        PIC 9(3).
           02  AQ-Taxa         PIC 9(2)V99.

       FD Arq-Par.
       01  Reg-Par.
           02  FP-Sinal        PIC X.
           02  FP-Saldo        PIC 9(9)V99.
           02  FP-Prazo-Frota  PIC 9(3).
           02  FP-Prazo-Fornec PIC 9(3).

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
       01  FStatusHist  PIC XX.
       01  FStatusCli   PIC XX.
       01  FStatusNota  PIC XX.
       01  FStatusAdq   PIC XX.
       01  FStatusAdqte PIC XX.
       01  FStatusPar   PIC XX.
       01  FStatusRel   PIC XX.
       01  Linha-Rel    PIC X(80).
       01  Nome-Posto   PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Nome-Programa PIC X(12)  VALUE "FLUXOCAIXA".
       01  Opcao-Horiz  PIC X(2).
       01  Horizonte    PIC 9(2)    VALUE 30.

       01  FStatusAlerta PIC XX.
       01  Msg-Alerta    PIC X(60).

       01  Data-Sistema PIC 9(8).
       01  Data-Negocio PIC X(8).
       01  Dias-Hoje    PIC 9(7).
       01  Dias-Evento  PIC 9(7).
       01  Desloca      PIC S9(7).
       01  Ano-Calc     PIC 9(4).
       01  Mes-Calc     PIC 9(2).
       01  Dia-Calc     PIC 9(2).
       01  Dias-Trab    PIC 9(7).
       01  Bis-4        PIC 9(4).
       01  Bis-100      PIC 9(4).
       01  Bis-400      PIC 9(4).
       01  Resto-Div    PIC 9(4).

       01  Dias-Somar   PIC 9(2).
       01  Soma-Dia     PIC 9(2).
       01  Soma-Mes     PIC 9(2).
       01  Soma-Ano     PIC 9(4).
       01  Dias-No-Mes  PIC 9(2).
       01  Resto-Bissexto PIC 9(4).
       01  Data-Prevista PIC X(8).

       01  Sinal-Inicial   PIC X       VALUE SPACE.
       01  Saldo-Inicial   PIC 9(9)V99 VALUE ZEROS.
       01  Prazo-Frota     PIC 9(3)    VALUE 30.
       01  Prazo-Fornec    PIC 9(3)    VALUE 30.

       01  Tab-Adquirentes.
           02  TB-Adq OCCURS 10 TIMES INDEXED BY AQ-Idx.
               03  TA-Forma    PIC X.
               03  TA-Nome     PIC X(15).
               03  TA-Prazo    PIC 9(3).
               03  TA-Taxa     PIC 9(2)V99.
               03  TA-Liq-Obs  PIC 9(8)V99.
               03  TA-Taxa-Obs PIC 9(7)V99.
       01  Qtd-Adq         PIC 9(2)    VALUE ZERO.
       01  Aq-Achado-Idx   PIC 9(2)    VALUE ZERO.
       01  Forma-Busca     PIC X.

      *    Projecao diaria: posicao 1 e o dia de hoje.
       01  Tab-Projecao.
           02  TB-Proj OCCURS 60 TIMES INDEXED BY PJ-Idx.
               03  PJ-Data     PIC X(8).
               03  PJ-Cartao   PIC 9(8)V99.
               03  PJ-Pix      PIC 9(8)V99.
               03  PJ-Frota    PIC 9(8)V99.
               03  PJ-Notas    PIC 9(8)V99.
       01  Pj-Pos          PIC 9(2).

      *    Faturados por cliente e dia de vencimento: faixa 1 vencidos,
      *    2 a 61 dias da projecao, 62 apos o horizonte.
       01  Tab-Clientes.
           02  TB-Cliente OCCURS 200 TIMES INDEXED BY FC-Idx.
               03  FC-Cliente  PIC 9(4).
               03  FC-Saldo    PIC 9(6)V99.
               03  FC-Venc     OCCURS 62 TIMES PIC 9(7)V99.
       01  Qtd-Clientes    PIC 9(3)    VALUE ZERO.
       01  Clientes-Perdidos PIC 9(4)  VALUE ZERO.
       01  Fc-Achado-Idx   PIC 9(3)    VALUE ZERO.
       01  Venc-Idx        PIC 9(2).
       01  Saldo-Restante  PIC 9(7)V99.
       01  Aloca-Valor     PIC 9(7)V99.

       01  Valor-Liquido   PIC 9(7)V99.
       01  Tot-Cartao      PIC 9(9)V99 VALUE ZEROS.
       01  Tot-Pix         PIC 9(9)V99 VALUE ZEROS.
       01  Tot-Frota       PIC 9(9)V99 VALUE ZEROS.
       01  Tot-Notas       PIC 9(9)V99 VALUE ZEROS.
       01  Tot-Frota-Atraso PIC 9(9)V99 VALUE ZEROS.
       01  Tot-Frota-Apos  PIC 9(9)V99 VALUE ZEROS.
       01  Tot-Notas-Apos  PIC 9(9)V99 VALUE ZEROS.
       01  Qtd-Notas       PIC 9(4)    VALUE ZERO.
       01  Qtd-Notas-Proj  PIC 9(4)    VALUE ZERO.
       01  Qtd-Notas-Venc  PIC 9(4)    VALUE ZERO.
       01  Qtd-Sem-Venc    PIC 9(4)    VALUE ZERO.

       01  Saldo-Dia       PIC S9(10)V99.
       01  Saldo-Abs       PIC 9(10)V99.
       01  Sinal-Saldo     PIC X       VALUE SPACE.
       01  Saldo-Minimo    PIC S9(10)V99.
       01  Data-Minimo     PIC X(8)    VALUE SPACES.
       01  Data-Negativo   PIC X(8)    VALUE SPACES.
       01  Qtd-Dias-Negat  PIC 9(2)    VALUE ZERO.

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Projecao de Fluxo de Caixa"
           DISPLAY "=========================="
           DISPLAY "Horizonte em dias (30/60): " WITH NO ADVANCING
           ACCEPT Opcao-Horiz
           IF Opcao-Horiz = "60" THEN
               MOVE 60 TO Horizonte
           ELSE
               MOVE 30 TO Horizonte
           END-IF
           ACCEPT Data-Sistema FROM DATE YYYYMMDD
           MOVE Data-Sistema(7:2) TO Data-Negocio(1:2)
           MOVE Data-Sistema(5:2) TO Data-Negocio(3:2)
           MOVE Data-Sistema(1:4) TO Data-Negocio(5:4)
           MOVE Data-Sistema(1:4) TO Ano-Calc
           MOVE Data-Sistema(5:2) TO Mes-Calc
           MOVE Data-Sistema(7:2) TO Dia-Calc
           PERFORM CONVERTE-DATA-DIAS
           MOVE Dias-Trab TO Dias-Hoje
           PERFORM MONTA-DIAS-PROJECAO
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-ADQUIRENTES
           PERFORM CARREGA-TAXA-OBSERVADA
           PERFORM COMPLETA-ADQUIRENTES
           PERFORM CARREGA-CLIENTES
           IF NOT Houve-Erro-Fatal THEN
               PERFORM PROJETA-HISTORICO
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               PERFORM ALOCA-FATURADOS
               PERFORM PROJETA-NOTAS
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               OPEN OUTPUT Arq-Rel
               MOVE FStatusRel TO Status-Verificado
               MOVE "fluxo.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM IMPRIME-RELATORIO
               CLOSE Arq-Rel
               MOVE FStatusRel TO Status-Verificado
               MOVE "fluxo.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF Qtd-Dias-Negat > ZERO THEN
                   PERFORM ALERTA-SALDO-NEGATIVO
               END-IF
           END-IF
           STOP RUN.

       MONTA-DIAS-PROJECAO.
           MOVE Data-Negocio TO Data-Prevista
           MOVE 1 TO Dias-Somar
           PERFORM VARYING PJ-Idx FROM 1 BY 1 UNTIL PJ-Idx > Horizonte
               MOVE Data-Prevista TO PJ-Data(PJ-Idx)
               MOVE ZEROS TO PJ-Cartao(PJ-Idx) PJ-Pix(PJ-Idx)
               MOVE ZEROS TO PJ-Frota(PJ-Idx) PJ-Notas(PJ-Idx)
               PERFORM SOMA-DIAS-DATA
           END-PERFORM.

       CARREGA-PARAMETROS.
           OPEN INPUT Arq-Par
           MOVE FStatusPar TO Status-Verificado
           MOVE "fluxopar.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPar = "35" THEN
               DISPLAY "Parametros do fluxo não encontrados - saldo"
                   " inicial zero."
           ELSE
               READ Arq-Par
                   AT END CONTINUE
                   NOT AT END
                       IF FP-Sinal = "-" THEN
                           MOVE "-" TO Sinal-Inicial
                       END-IF
                       IF FP-Saldo NUMERIC THEN
                           MOVE FP-Saldo TO Saldo-Inicial
                       END-IF
                       IF FP-Prazo-Frota NUMERIC THEN
                           MOVE FP-Prazo-Frota TO Prazo-Frota
                       END-IF
                       IF FP-Prazo-Fornec NUMERIC THEN
                           MOVE FP-Prazo-Fornec TO Prazo-Fornec
                       END-IF
               END-READ
               MOVE FStatusPar TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               CLOSE Arq-Par
           END-IF.

       CARREGA-ADQUIRENTES.
           MOVE ZERO TO Qtd-Adq
           OPEN INPUT Arq-Adqte
           MOVE FStatusAdqte TO Status-Verificado
           MOVE "adquirentes.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusAdqte = "35" THEN
               DISPLAY "Cadastro de adquirentes não encontrado - "
                   "prazos padrao."
           ELSE
               READ Arq-Adqte
                   AT END SET Fim-Adqte TO TRUE
               END-READ
               MOVE FStatusAdqte TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Adqte OR Qtd-Adq >= 10
                   OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Adq
                   SET AQ-Idx TO Qtd-Adq
                   MOVE AQ-Forma TO TA-Forma(AQ-Idx)
                   INSPECT TA-Forma(AQ-Idx)
                       CONVERTING "cpf" TO "CPF"
                   MOVE AQ-Nome TO TA-Nome(AQ-Idx)
                   MOVE AQ-Prazo TO TA-Prazo(AQ-Idx)
                   MOVE AQ-Taxa TO TA-Taxa(AQ-Idx)
                   MOVE ZEROS TO TA-Liq-Obs(AQ-Idx) TA-Taxa-Obs(AQ-Idx)
                   READ Arq-Adqte
                       AT END SET Fim-Adqte TO TRUE
                   END-READ
                   MOVE FStatusAdqte TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Adqte
               MOVE FStatusAdqte TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF
           MOVE "C" TO Forma-Busca
           PERFORM BUSCA-ADQUIRENTE
           IF Aq-Achado-Idx = ZERO AND Qtd-Adq < 10 THEN
               ADD 1 TO Qtd-Adq
               SET AQ-Idx TO Qtd-Adq
               MOVE "C" TO TA-Forma(AQ-Idx)
               MOVE "CARTAO (PADRAO)" TO TA-Nome(AQ-Idx)
               MOVE 30 TO TA-Prazo(AQ-Idx)
               MOVE 99.99 TO TA-Taxa(AQ-Idx)
               MOVE ZEROS TO TA-Liq-Obs(AQ-Idx) TA-Taxa-Obs(AQ-Idx)
           END-IF
           MOVE "P" TO Forma-Busca
           PERFORM BUSCA-ADQUIRENTE
           IF Aq-Achado-Idx = ZERO AND Qtd-Adq < 10 THEN
               ADD 1 TO Qtd-Adq
               SET AQ-Idx TO Qtd-Adq
               MOVE "P" TO TA-Forma(AQ-Idx)
               MOVE "PIX (PADRAO)" TO TA-Nome(AQ-Idx)
               MOVE 1 TO TA-Prazo(AQ-Idx)
               MOVE 99.99 TO TA-Taxa(AQ-Idx)
               MOVE ZEROS TO TA-Liq-Obs(AQ-Idx) TA-Taxa-Obs(AQ-Idx)
           END-IF.

       BUSCA-ADQUIRENTE.
           MOVE ZERO TO Aq-Achado-Idx
           PERFORM VARYING AQ-Idx FROM 1 BY 1 UNTIL AQ-Idx > Qtd-Adq
               IF TA-Forma(AQ-Idx) = Forma-Busca THEN
                   SET Aq-Achado-Idx TO AQ-Idx
               END-IF
           END-PERFORM.

      *    Sem taxa cadastrada (99.99) a forma usa a taxa efetivamente
      *    retida nas liquidacoes do extrato da adquirente.
       CARREGA-TAXA-OBSERVADA.
           OPEN INPUT Arq-Adq
           MOVE FStatusAdq TO Status-Verificado
           MOVE "extratoadq.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusAdq NOT = "35" THEN
               READ Arq-Adq
                   AT END SET Fim-Adq TO TRUE
               END-READ
               MOVE FStatusAdq TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Adq OR Houve-Erro-Fatal
                   MOVE AD-Forma TO Forma-Busca
                   INSPECT Forma-Busca CONVERTING "cpf" TO "CPF"
                   PERFORM BUSCA-ADQUIRENTE
                   IF Aq-Achado-Idx > ZERO THEN
                       SET AQ-Idx TO Aq-Achado-Idx
                       ADD AD-Liquido TO TA-Liq-Obs(AQ-Idx)
                       ADD AD-Taxa TO TA-Taxa-Obs(AQ-Idx)
                   END-IF
                   READ Arq-Adq
                       AT END SET Fim-Adq TO TRUE
                   END-READ
                   MOVE FStatusAdq TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Adq
               MOVE FStatusAdq TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       COMPLETA-ADQUIRENTES.
           PERFORM VARYING AQ-Idx FROM 1 BY 1 UNTIL AQ-Idx > Qtd-Adq
               IF TA-Taxa(AQ-Idx) = 99.99 THEN
                   IF TA-Liq-Obs(AQ-Idx) + TA-Taxa-Obs(AQ-Idx) > ZERO
                       THEN
                       COMPUTE TA-Taxa(AQ-Idx) ROUNDED =
                           TA-Taxa-Obs(AQ-Idx) * 100
                           / (TA-Liq-Obs(AQ-Idx) + TA-Taxa-Obs(AQ-Idx))
                   ELSE
                       MOVE ZEROS TO TA-Taxa(AQ-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       CARREGA-CLIENTES.
           MOVE ZERO TO Qtd-Clientes
           OPEN INPUT Arq-Cli
           MOVE FStatusCli TO Status-Verificado
           MOVE "clientes.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusCli = "35" THEN
               DISPLAY "Cadastro de clientes não encontrado."
           ELSE
               READ Arq-Cli
                   AT END SET Fim-Cli TO TRUE
               END-READ
               MOVE FStatusCli TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Cli OR Houve-Erro-Fatal
                   IF CL-Saldo > ZERO THEN
                       IF Qtd-Clientes < 200 THEN
                           ADD 1 TO Qtd-Clientes
                           SET FC-Idx TO Qtd-Clientes
                           MOVE CL-Codigo TO FC-Cliente(FC-Idx)
                           MOVE CL-Saldo TO FC-Saldo(FC-Idx)
                           PERFORM VARYING Venc-Idx FROM 1 BY 1
                               UNTIL Venc-Idx > 62
                               MOVE ZEROS TO FC-Venc(FC-Idx, Venc-Idx)
                           END-PERFORM
                       ELSE
                           ADD 1 TO Clientes-Perdidos
                       END-IF
                   END-IF
                   READ Arq-Cli
                       AT END SET Fim-Cli TO TRUE
                   END-READ
                   MOVE FStatusCli TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Cli
               MOVE FStatusCli TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       PROJETA-HISTORICO.
           OPEN INPUT Arq-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusHist = "35" THEN
               DISPLAY "Historico não encontrado."
           ELSE
               READ Arq-Hist
                   AT END SET Fim-Hist TO TRUE
               END-READ
               MOVE FStatusHist TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Hist OR Houve-Erro-Fatal
                   IF NOT HS-Estornada AND NOT HS-Estorno
                       AND HS-Total > ZERO THEN
                       MOVE HS-Data-Inv(1:4) TO Ano-Calc
                       MOVE HS-Data-Inv(5:2) TO Mes-Calc
                       MOVE HS-Data-Inv(7:2) TO Dia-Calc
                       PERFORM CONVERTE-DATA-DIAS
                       EVALUATE HS-FormaPagto
                           WHEN "C" WHEN "c" WHEN "P" WHEN "p"
                               PERFORM PROJETA-LIQUIDACAO
                           WHEN "F" WHEN "f"
                               PERFORM PROJETA-FATURADO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ Arq-Hist
                       AT END SET Fim-Hist TO TRUE
                   END-READ
                   MOVE FStatusHist TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Hist
               MOVE FStatusHist TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       PROJETA-LIQUIDACAO.
           MOVE HS-FormaPagto TO Forma-Busca
           INSPECT Forma-Busca CONVERTING "cpf" TO "CPF"
           PERFORM BUSCA-ADQUIRENTE
           IF Aq-Achado-Idx > ZERO THEN
               SET AQ-Idx TO Aq-Achado-Idx
               COMPUTE Desloca = Dias-Trab + TA-Prazo(AQ-Idx)
                   - Dias-Hoje + 1
               IF Desloca >= 1 AND Desloca <= Horizonte THEN
                   MOVE Desloca TO Pj-Pos
                   SET PJ-Idx TO Pj-Pos
                   COMPUTE Valor-Liquido ROUNDED = HS-Total
                       * (100 - TA-Taxa(AQ-Idx)) / 100
                   IF Forma-Busca = "C" THEN
                       ADD Valor-Liquido TO PJ-Cartao(PJ-Idx)
                   ELSE
                       ADD Valor-Liquido TO PJ-Pix(PJ-Idx)
                   END-IF
               END-IF
           END-IF.

       PROJETA-FATURADO.
           MOVE ZERO TO Fc-Achado-Idx
           PERFORM VARYING FC-Idx FROM 1 BY 1
               UNTIL FC-Idx > Qtd-Clientes
               IF FC-Cliente(FC-Idx) = HS-Cliente THEN
                   SET Fc-Achado-Idx TO FC-Idx
               END-IF
           END-PERFORM
           IF Fc-Achado-Idx > ZERO THEN
               SET FC-Idx TO Fc-Achado-Idx
               COMPUTE Desloca = Dias-Trab + Prazo-Frota - Dias-Hoje + 1
               EVALUATE TRUE
                   WHEN Desloca < 1
                       MOVE 1 TO Venc-Idx
                   WHEN Desloca > Horizonte
                       MOVE 62 TO Venc-Idx
                   WHEN OTHER
                       COMPUTE Venc-Idx = Desloca + 1
               END-EVALUATE
               ADD HS-Total TO FC-Venc(FC-Idx, Venc-Idx)
           END-IF.

      *    O saldo em aberto do cliente e atribuido as vendas mais
      *    recentes, como no aging de faturados.
       ALOCA-FATURADOS.
           PERFORM VARYING FC-Idx FROM 1 BY 1
               UNTIL FC-Idx > Qtd-Clientes
               MOVE FC-Saldo(FC-Idx) TO Saldo-Restante
               PERFORM VARYING Venc-Idx FROM 62 BY -1
                   UNTIL Venc-Idx < 1
                   IF FC-Venc(FC-Idx, Venc-Idx) <= Saldo-Restante THEN
                       MOVE FC-Venc(FC-Idx, Venc-Idx) TO Aloca-Valor
                   ELSE
                       MOVE Saldo-Restante TO Aloca-Valor
                   END-IF
                   SUBTRACT Aloca-Valor FROM Saldo-Restante
                   EVALUATE Venc-Idx
                       WHEN 1
                           ADD Aloca-Valor TO Tot-Frota-Atraso
                       WHEN 62
                           ADD Aloca-Valor TO Tot-Frota-Apos
                       WHEN OTHER
                           COMPUTE Pj-Pos = Venc-Idx - 1
                           SET PJ-Idx TO Pj-Pos
                           ADD Aloca-Valor TO PJ-Frota(PJ-Idx)
                   END-EVALUATE
               END-PERFORM
               ADD Saldo-Restante TO Tot-Frota-Atraso
           END-PERFORM.

      *    Notas ja vencidas sao consideradas pagas; sem vencimento
      *    informado vale o prazo padrao do fornecedor.
       PROJETA-NOTAS.
           OPEN INPUT Arq-Nota
           MOVE FStatusNota TO Status-Verificado
           MOVE "notasfisc.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusNota = "35" THEN
               DISPLAY "Notas fiscais não encontradas."
           ELSE
               READ Arq-Nota
                   AT END SET Fim-Nota TO TRUE
               END-READ
               MOVE FStatusNota TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Nota OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Notas
                   PERFORM PROJETA-UMA-NOTA
                   READ Arq-Nota
                       AT END SET Fim-Nota TO TRUE
                   END-READ
                   MOVE FStatusNota TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Nota
               MOVE FStatusNota TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       PROJETA-UMA-NOTA.
           IF NF-Vencimento NUMERIC THEN
               MOVE NF-Vencimento(5:4) TO Ano-Calc
               MOVE NF-Vencimento(3:2) TO Mes-Calc
               MOVE NF-Vencimento(1:2) TO Dia-Calc
               PERFORM CONVERTE-DATA-DIAS
               MOVE Dias-Trab TO Dias-Evento
           ELSE
               ADD 1 TO Qtd-Sem-Venc
               MOVE NF-Data(5:4) TO Ano-Calc
               MOVE NF-Data(3:2) TO Mes-Calc
               MOVE NF-Data(1:2) TO Dia-Calc
               PERFORM CONVERTE-DATA-DIAS
               COMPUTE Dias-Evento = Dias-Trab + Prazo-Fornec
           END-IF
           COMPUTE Desloca = Dias-Evento - Dias-Hoje + 1
           EVALUATE TRUE
               WHEN Desloca < 1
                   ADD 1 TO Qtd-Notas-Venc
               WHEN Desloca > Horizonte
                   ADD NF-Total TO Tot-Notas-Apos
               WHEN OTHER
                   ADD 1 TO Qtd-Notas-Proj
                   MOVE Desloca TO Pj-Pos
                   SET PJ-Idx TO Pj-Pos
                   ADD NF-Total TO PJ-Notas(PJ-Idx)
           END-EVALUATE.

       IMPRIME-RELATORIO.
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  " - Projecao de Caixa " DELIMITED BY SIZE
                  Horizonte DELIMITED BY SIZE
                  " dias" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM IMPRIME-ADQUIRENTES
           MOVE SPACES TO Linha-Rel
           STRING "Saldo inicial " DELIMITED BY SIZE
                  Sinal-Inicial DELIMITED BY SIZE
                  Saldo-Inicial DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Data     Cartao     Pix        Frota      "
                      DELIMITED BY SIZE
                  "Notas       Saldo" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Sinal-Inicial = "-" THEN
               COMPUTE Saldo-Dia = Saldo-Inicial * -1
           ELSE
               MOVE Saldo-Inicial TO Saldo-Dia
           END-IF
           MOVE Saldo-Dia TO Saldo-Minimo
           MOVE Data-Negocio TO Data-Minimo
           PERFORM VARYING PJ-Idx FROM 1 BY 1
               UNTIL PJ-Idx > Horizonte OR Houve-Erro-Fatal
               PERFORM IMPRIME-DIA-PROJECAO
           END-PERFORM
           MOVE "----------------------------------------------"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Entradas cartao       " DELIMITED BY SIZE
                  Tot-Cartao DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Entradas pix          " DELIMITED BY SIZE
                  Tot-Pix DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Entradas frota        " DELIMITED BY SIZE
                  Tot-Frota DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Saidas notas          " DELIMITED BY SIZE
                  Tot-Notas DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  Qtd-Notas-Proj DELIMITED BY SIZE
                  " notas)" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Frota em atraso       " DELIMITED BY SIZE
                  Tot-Frota-Atraso DELIMITED BY SIZE
                  " (fora da projecao)" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Frota apos horizonte  " DELIMITED BY SIZE
                  Tot-Frota-Apos DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Notas apos horizonte  " DELIMITED BY SIZE
                  Tot-Notas-Apos DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Notas ja vencidas     " DELIMITED BY SIZE
                  Qtd-Notas-Venc DELIMITED BY SIZE
                  " (consideradas pagas)" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Sem-Venc > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "*** " DELIMITED BY SIZE
                      Qtd-Sem-Venc DELIMITED BY SIZE
                      " nota(s) sem vencimento - usado prazo de "
                          DELIMITED BY SIZE
                      Prazo-Fornec DELIMITED BY SIZE
                      " dias ***" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Saldo-Minimo < ZERO THEN
               MOVE "-" TO Sinal-Saldo
               COMPUTE Saldo-Abs = Saldo-Minimo * -1
           ELSE
               MOVE " " TO Sinal-Saldo
               MOVE Saldo-Minimo TO Saldo-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "Saldo minimo          " DELIMITED BY SIZE
                  Sinal-Saldo DELIMITED BY SIZE
                  Saldo-Abs DELIMITED BY SIZE
                  " em " DELIMITED BY SIZE
                  Data-Minimo DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Dias-Negat > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "*** saldo projetado negativo a partir de "
                          DELIMITED BY SIZE
                      Data-Negativo DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      Qtd-Dias-Negat DELIMITED BY SIZE
                      " dias) ***" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Clientes-Perdidos > ZERO THEN
               MOVE "*** tabela de clientes cheia, ha clientes fora ***"
                   TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       IMPRIME-ADQUIRENTES.
           PERFORM VARYING AQ-Idx FROM 1 BY 1 UNTIL AQ-Idx > Qtd-Adq
               MOVE SPACES TO Linha-Rel
               STRING "Adquirente " DELIMITED BY SIZE
                      TA-Forma(AQ-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TA-Nome(AQ-Idx) DELIMITED BY SIZE
                      " prazo " DELIMITED BY SIZE
                      TA-Prazo(AQ-Idx) DELIMITED BY SIZE
                      " taxa " DELIMITED BY SIZE
                      TA-Taxa(AQ-Idx) DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-PERFORM.

       IMPRIME-DIA-PROJECAO.
           ADD PJ-Cartao(PJ-Idx) TO Tot-Cartao
           ADD PJ-Pix(PJ-Idx) TO Tot-Pix
           ADD PJ-Frota(PJ-Idx) TO Tot-Frota
           ADD PJ-Notas(PJ-Idx) TO Tot-Notas
           COMPUTE Saldo-Dia = Saldo-Dia + PJ-Cartao(PJ-Idx)
               + PJ-Pix(PJ-Idx) + PJ-Frota(PJ-Idx) - PJ-Notas(PJ-Idx)
           IF Saldo-Dia < Saldo-Minimo THEN
               MOVE Saldo-Dia TO Saldo-Minimo
               MOVE PJ-Data(PJ-Idx) TO Data-Minimo
           END-IF
           IF Saldo-Dia < ZERO THEN
               MOVE "-" TO Sinal-Saldo
               COMPUTE Saldo-Abs = Saldo-Dia * -1
               ADD 1 TO Qtd-Dias-Negat
               IF Data-Negativo = SPACES THEN
                   MOVE PJ-Data(PJ-Idx) TO Data-Negativo
               END-IF
           ELSE
               MOVE " " TO Sinal-Saldo
               MOVE Saldo-Dia TO Saldo-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING PJ-Data(PJ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PJ-Cartao(PJ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PJ-Pix(PJ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PJ-Frota(PJ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PJ-Notas(PJ-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Saldo DELIMITED BY SIZE
                  Saldo-Abs DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       ALERTA-SALDO-NEGATIVO.
           IF Saldo-Minimo < ZERO THEN
               COMPUTE Saldo-Abs = Saldo-Minimo * -1
           ELSE
               MOVE Saldo-Minimo TO Saldo-Abs
           END-IF
           MOVE Data-Negativo TO AL-Data
           MOVE "G" TO AL-Severidade
           MOVE SPACES TO Msg-Alerta
           STRING "Caixa projetado negativo - minimo -"
                      DELIMITED BY SIZE
                  Saldo-Abs DELIMITED BY SIZE
                  " em " DELIMITED BY SIZE
                  Data-Minimo DELIMITED BY SIZE
               INTO Msg-Alerta
           PERFORM GRAVA-ALERTA.

       SOMA-DIAS-DATA.
           MOVE Data-Prevista(1:2) TO Soma-Dia
           MOVE Data-Prevista(3:2) TO Soma-Mes
           MOVE Data-Prevista(5:4) TO Soma-Ano
           PERFORM Dias-Somar TIMES
               PERFORM CALCULA-DIAS-NO-MES
               IF Soma-Dia < Dias-No-Mes THEN
                   ADD 1 TO Soma-Dia
               ELSE
                   MOVE 1 TO Soma-Dia
                   IF Soma-Mes < 12 THEN
                       ADD 1 TO Soma-Mes
                   ELSE
                       MOVE 1 TO Soma-Mes
                       ADD 1 TO Soma-Ano
                   END-IF
               END-IF
           END-PERFORM
           MOVE Soma-Dia TO Data-Prevista(1:2)
           MOVE Soma-Mes TO Data-Prevista(3:2)
           MOVE Soma-Ano TO Data-Prevista(5:4).

       CALCULA-DIAS-NO-MES.
           EVALUATE Soma-Mes
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO Dias-No-Mes
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO Dias-No-Mes
               WHEN 2
                   MOVE 28 TO Dias-No-Mes
                   DIVIDE Soma-Ano BY 4 GIVING Resto-Bissexto
                       REMAINDER Resto-Bissexto
                   IF Resto-Bissexto = ZERO THEN
                       MOVE 29 TO Dias-No-Mes
                   END-IF
               WHEN OTHER
                   MOVE 31 TO Dias-No-Mes
           END-EVALUATE.

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

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "fluxo.lst" TO Arquivo-Verificado
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

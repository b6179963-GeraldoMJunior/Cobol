       IDENTIFICATION DIVISION.
       PROGRAM-ID. LancamentosContabeis.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Hist ASSIGN TO "historix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-Chave
               FILE STATUS IS FStatusHist.

           SELECT Arq-Plano ASSIGN TO "planocontas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPlano.

           SELECT Arq-PagHist ASSIGN TO "paghist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPagH.

           SELECT Arq-Carga ASSIGN TO "cargas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusCarga.

           SELECT Arq-Trib ASSIGN TO "tabtrib.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusTrib.

           SELECT Arq-Prod ASSIGN TO "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-Codigo
               FILE STATUS IS FStatusProd.

           SELECT Arq-Lanc ASSIGN TO "contabil.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusLanc.

           SELECT Arq-CtlCont ASSIGN TO "contabctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusCtl.

           SELECT Arq-Rel ASSIGN TO "contabil.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

           SELECT Arq-RunCtl ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRun.

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
           02  HS-Item-Loja REDEFINES HS-Placa.
               03  HS-Produto  PIC X(6).
               03  FILLER      PIC X.
           02  HS-Odometro     PIC 9(7).

      *    Plano de contas: para cada evento do fechamento (e tipo de
      *    combustivel ou forma de pagamento) a conta a debitar e a
      *    creditar. Eventos: VEN venda bruta, DES desconto, PAG
      *    recebimento (D/C/P/F), ICM/PIS/COF/FIX tributos, CMV custo
      *    da venda, CAR entrada de carga, RCF pagamento de frota.
       FD Arq-Plano.
       01  Reg-Plano.
           88  Fim-Plano       VALUE HIGH-VALUES.
           02  PC-Evento       PIC X(3).
           02  PC-Tipo         PIC X.
           02  PC-Conta-Deb    PIC X(10).
           02  PC-Conta-Cred   PIC X(10).
           02  PC-Historico    PIC X(30).

       FD Arq-PagHist.
       01  Reg-PagHist.
           88  Fim-PagH        VALUE HIGH-VALUES.
           02  PH-Cliente      PIC 9(4).
           02  PH-Data         PIC X(8).
           02  PH-Valor        PIC 9(6)V99.
           02  PH-Doc          PIC X(10).

       FD Arq-Carga.
       01  Reg-Carga.
           88  Fim-Carga       VALUE HIGH-VALUES.
           02  CG-Data         PIC X(8).
           02  CG-Tipo         PIC X.
           02  CG-Litros       PIC 9(6)V99.
           02  CG-Tanque       PIC 9(2).
           02  CG-Custo        PIC 99V99.
           02  CG-Temperatura  PIC 9(2)V9.
           02  CG-Densidade    PIC 9V9(4).

       FD Arq-Trib.
       01  Reg-Trib.
           88  Fim-Trib        VALUE HIGH-VALUES.
           02  TR-Tipo         PIC X.
           02  TR-Vigencia     PIC X(8).
           02  TR-PctICMS      PIC 99V99.
           02  TR-PctPIS       PIC 99V99.
           02  TR-PctCOFINS    PIC 99V99.
           02  TR-FixoLitro    PIC 9V9999.

       FD Arq-Prod.
       01  Reg-Prod.
           02  PR-Codigo       PIC X(6).
           02  PR-Descricao    PIC X(30).
           02  PR-Preco        PIC 9(4)V99.
           02  PR-Custo        PIC 9(4)V99.
           02  PR-Estoque      PIC S9(6)V99.
           02  PR-Ponto-Pedido PIC 9(6)V99.
           02  PR-Ativo        PIC X.

      *    Leiaute de importacao do sistema contabil: partida dobrada
      *    simples, uma conta a debito e uma a credito por linha.
       FD Arq-Lanc.
       01  Reg-Lanc.
           02  LC-Data         PIC X(8).
           02  LC-Seq          PIC 9(5).
           02  LC-Conta-Deb    PIC X(10).
           02  LC-Conta-Cred   PIC X(10).
           02  LC-Valor        PIC 9(9)V99.
           02  LC-Historico    PIC X(40).
           02  LC-Documento    PIC X(10).

       FD Arq-CtlCont.
       01  Reg-CtlCont.
           88  Fim-CtlCont     VALUE HIGH-VALUES.
           02  CX-Data-Inv     PIC 9(8).
           02  CX-Data-Export  PIC 9(8).
           02  CX-Qtd-Lanc     PIC 9(5).
           02  CX-Valor        PIC 9(11)V99.

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

       FD Arq-RunCtl.
       01  Reg-RunCtl.
           88  Fim-RunCtl      VALUE HIGH-VALUES.
           02  RC-Programa     PIC X(12).
           02  RC-Data         PIC X(8).
           02  RC-Status       PIC X.

       FD Arq-Alerta.
       01  Reg-Alerta.
           02  AL-Data         PIC X(8).
           02  AL-Programa     PIC X(12).
           02  AL-Severidade   PIC X.
           02  AL-Status       PIC X.
           02  AL-Msg          PIC X(60).

       WORKING-STORAGE SECTION.
       01  FStatusHist  PIC XX.
       01  FStatusPlano PIC XX.
       01  FStatusPagH  PIC XX.
       01  FStatusCarga PIC XX.
       01  FStatusTrib  PIC XX.
       01  FStatusProd  PIC XX.
       01  FStatusLanc  PIC XX.
       01  FStatusCtl   PIC XX.
       01  FStatusRel   PIC XX.
       01  Linha-Rel    PIC X(80).
       01  Nome-Posto   PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Prod-Aberto  PIC X       VALUE "N".
           88  Arq-Prod-Aberto         VALUE "S".

       01  Tab-Plano.
           02  TB-Plano OCCURS 60 TIMES INDEXED BY PC-Idx.
               03  TP-Evento      PIC X(3).
               03  TP-Tipo        PIC X.
               03  TP-Conta-Deb   PIC X(10).
               03  TP-Conta-Cred  PIC X(10).
               03  TP-Historico   PIC X(30).
       01  Qtd-Plano       PIC 9(2)    VALUE ZERO.

       01  Tab-Tributos.
           02  TB-Tributo OCCURS 50 TIMES INDEXED BY TR-Idx.
               03  TB-TR-Tipo     PIC X.
               03  TB-TR-Vigencia PIC 9(8).
               03  TB-TR-ICMS     PIC 99V99.
               03  TB-TR-PIS      PIC 99V99.
               03  TB-TR-COFINS   PIC 99V99.
               03  TB-TR-Fixo     PIC 9V9999.
       01  Qtd-Tributos    PIC 9(2)    VALUE ZERO.
       01  Trib-Melhor-Vig PIC 9(8).
       01  Trib-Melhor-Idx PIC 9(2).
       01  Trib-Achado     PIC X       VALUE "N".
           88  Tributo-Encontrado      VALUE "S".
       01  Data-Comp       PIC 9(8).

      *    Custo medio por combustivel, pelo mesmo criterio da margem
      *    do fechamento (todas as cargas registradas).
       01  Tab-Custos.
           02  TB-Custo OCCURS 4 TIMES INDEXED BY CU-Idx.
               03  CU-Tipo     PIC X.
               03  CU-Litros   PIC 9(8)V99.
               03  CU-Valor    PIC 9(9)V99.
               03  CU-Medio    PIC 9(2)V9999.

      *    Totais do dia por tipo: G A D E e L (loja).
       01  Tab-Tipos.
           02  TB-Tipo OCCURS 5 TIMES INDEXED BY TP-Idx.
               03  VD-Tipo     PIC X.
               03  VD-Bruto    PIC S9(9)V99.
               03  VD-Liquido  PIC S9(9)V99.
               03  VD-Litros   PIC S9(7)V99.
               03  VD-Custo    PIC S9(9)V99.
               03  VD-Carga    PIC 9(9)V99.
       01  Tab-Formas.
           02  TB-Forma OCCURS 4 TIMES INDEXED BY FP-Idx.
               03  FP-Codigo   PIC X.
               03  FP-Valor    PIC S9(9)V99.
       01  Tot-Desc-Dia    PIC S9(9)V99.
       01  Tot-Bruto-Dia   PIC S9(9)V99.
       01  Tot-Receb-Dia   PIC S9(9)V99.
       01  Dif-Dia         PIC S9(9)V99.
       01  Dif-Abs         PIC 9(9)V99.
       01  Sinal-Dif       PIC X       VALUE SPACE.
       01  Tot-Deb-Dia     PIC 9(11)V99.
       01  Tot-Cred-Dia    PIC 9(11)V99.
       01  Qtd-Sem-Custo   PIC 9(5).

       01  Tab-Lanc.
           02  TB-Lanc OCCURS 300 TIMES INDEXED BY LT-Idx.
               03  LT-Conta-Deb   PIC X(10).
               03  LT-Conta-Cred  PIC X(10).
               03  LT-Valor       PIC 9(9)V99.
               03  LT-Historico   PIC X(40).
               03  LT-Documento   PIC X(10).
       01  Qtd-Lanc        PIC 9(3)    VALUE ZERO.
       01  Seq-Lanc        PIC 9(5)    VALUE ZERO.

       01  Evento-Busca    PIC X(3).
       01  Tipo-Busca      PIC X.
       01  Valor-Lanc      PIC S9(9)V99.
       01  Valor-Lanc-Abs  PIC 9(9)V99.
       01  Doc-Lanc        PIC X(10).
       01  Pc-Achado-Idx   PIC 9(2)    VALUE ZERO.
       01  Base-Trib       PIC S9(9)V99.
       01  Val-Tributo     PIC S9(9)V99.

       01  Tab-Dias.
           02  TB-Dia OCCURS 62 TIMES INDEXED BY DI-Idx DJ-Idx.
               03  DI-Data-Inv PIC 9(8).
       01  Qtd-Dias        PIC 9(2)    VALUE ZERO.
       01  Dia-Troca       PIC 9(8).
       01  Di-Achado       PIC X       VALUE "N".
           88  Dia-Ja-Listado          VALUE "S".
       01  Data-Inv-Reg    PIC 9(8).
       01  Dia-Inv-Atual   PIC 9(8).
       01  Dia-Atual       PIC X(8).
       01  Dia-Edit        PIC X(10).
       01  Negocio-Inv     PIC 9(8).
       01  Ult-Exportado   PIC 9(8)    VALUE ZERO.
       01  Ctl-Existe      PIC X       VALUE "N".
           88  Controle-Existe         VALUE "S".
       01  Qtd-Exportados  PIC 9(2)    VALUE ZERO.
       01  Tab-Exportados.
           02  TB-Exp OCCURS 62 TIMES INDEXED BY EX-Idx.
               03  EX-Data-Inv  PIC 9(8).
               03  EX-Qtd-Lanc  PIC 9(5).
               03  EX-Valor     PIC 9(11)V99.

       01  Dia-Ok          PIC X       VALUE "S".
           88  Dia-Equilibrado         VALUE "S".
       01  Motivo-Recusa   PIC X(40).
       01  Recusa-Geral    PIC X       VALUE "N".
           88  Houve-Recusa            VALUE "S".
       01  Fim-Dia         PIC X       VALUE "N".
           88  Fim-Dia-Hist            VALUE "S".

       01  FStatusRun   PIC XX.
       01  Nome-Programa     PIC X(12)   VALUE "CONTABIL".
       01  Nome-Predecessor  PIC X(12)   VALUE "CONCILIA".
       01  Data-Negocio      PIC X(8)    VALUE SPACES.
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

       01  FStatusAlerta PIC XX.
       01  Msg-Alerta    PIC X(60).

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Lancamentos Contabeis do Fechamento"
           DISPLAY "==================================="
           PERFORM VERIFICA-RUN-CONTROL
           IF NOT Sequencia-Ok THEN
               DISPLAY "Exportacao recusada - rode a conciliacao antes."
               STOP RUN
           END-IF
           PERFORM CARREGA-PLANO
           IF Qtd-Plano = ZERO THEN
               DISPLAY "Plano de contas ausente - exportacao recusada."
               STOP RUN
           END-IF
           MOVE Data-Negocio(5:4) TO Negocio-Inv(1:4)
           MOVE Data-Negocio(3:2) TO Negocio-Inv(5:2)
           MOVE Data-Negocio(1:2) TO Negocio-Inv(7:2)
           PERFORM CARREGA-CONTROLE
           PERFORM CARREGA-TRIBUTOS
           PERFORM CARREGA-CUSTOS
           OPEN INPUT Arq-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           OPEN INPUT Arq-Prod
           IF FStatusProd = "00" THEN
               SET Arq-Prod-Aberto TO TRUE
           END-IF
           PERFORM LEVANTA-DIAS
           OPEN OUTPUT Arq-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "contabil.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  "  Lancamentos contabeis de " DELIMITED BY SIZE
                  Data-Negocio DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Dias = ZERO THEN
               MOVE "Nenhum dia fechado pendente de exportacao"
                   TO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               OPEN OUTPUT Arq-Lanc
               MOVE FStatusLanc TO Status-Verificado
               MOVE "contabil.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM VARYING DI-Idx FROM 1 BY 1
                   UNTIL DI-Idx > Qtd-Dias OR Houve-Recusa
                   OR Houve-Erro-Fatal
                   MOVE DI-Data-Inv(DI-Idx) TO Dia-Inv-Atual
                   PERFORM PROCESSA-DIA
               END-PERFORM
               CLOSE Arq-Lanc
               MOVE FStatusLanc TO Status-Verificado
               MOVE "contabil.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF Qtd-Exportados > ZERO AND NOT Houve-Erro-Fatal THEN
                   PERFORM GRAVA-CONTROLE
               END-IF
           END-IF
           CLOSE Arq-Hist
           IF Arq-Prod-Aberto THEN
               CLOSE Arq-Prod
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "Dias exportados " DELIMITED BY SIZE
                  Qtd-Exportados DELIMITED BY SIZE
                  "  lancamentos " DELIMITED BY SIZE
                  Seq-Lanc DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           CLOSE Arq-Rel
           IF NOT Houve-Erro-Fatal AND NOT Houve-Recusa THEN
               PERFORM GRAVA-RUN-CONTROL
           END-IF
           STOP RUN.

       CARREGA-PLANO.
           MOVE ZERO TO Qtd-Plano
           OPEN INPUT Arq-Plano
           MOVE FStatusPlano TO Status-Verificado
           MOVE "planocontas.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPlano NOT = "35" THEN
               READ Arq-Plano
                   AT END SET Fim-Plano TO TRUE
               END-READ
               PERFORM UNTIL Fim-Plano OR Qtd-Plano >= 60
                   OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Plano
                   SET PC-Idx TO Qtd-Plano
                   MOVE PC-Evento TO TP-Evento(PC-Idx)
                   MOVE PC-Tipo TO TP-Tipo(PC-Idx)
                   MOVE PC-Conta-Deb TO TP-Conta-Deb(PC-Idx)
                   MOVE PC-Conta-Cred TO TP-Conta-Cred(PC-Idx)
                   MOVE PC-Historico TO TP-Historico(PC-Idx)
                   READ Arq-Plano
                       AT END SET Fim-Plano TO TRUE
                   END-READ
                   MOVE FStatusPlano TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Plano
           END-IF.

      *    Dias ja exportados: o maior dia registrado marca o ponto de
      *    partida; nenhum dia ate ele e exportado de novo.
       CARREGA-CONTROLE.
           MOVE ZERO TO Ult-Exportado
           OPEN INPUT Arq-CtlCont
           MOVE FStatusCtl TO Status-Verificado
           MOVE "contabctl.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusCtl NOT = "35" THEN
               SET Controle-Existe TO TRUE
               READ Arq-CtlCont
                   AT END SET Fim-CtlCont TO TRUE
               END-READ
               PERFORM UNTIL Fim-CtlCont OR Houve-Erro-Fatal
                   IF CX-Data-Inv > Ult-Exportado THEN
                       MOVE CX-Data-Inv TO Ult-Exportado
                   END-IF
                   READ Arq-CtlCont
                       AT END SET Fim-CtlCont TO TRUE
                   END-READ
                   MOVE FStatusCtl TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-CtlCont
           END-IF
      *    Primeira exportacao: somente o dia de negocio.
           IF NOT Controle-Existe OR Ult-Exportado = ZERO THEN
               COMPUTE Ult-Exportado = Negocio-Inv - 1
           END-IF.

       CARREGA-TRIBUTOS.
           MOVE ZERO TO Qtd-Tributos
           OPEN INPUT Arq-Trib
           MOVE FStatusTrib TO Status-Verificado
           MOVE "tabtrib.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusTrib NOT = "35" THEN
               READ Arq-Trib
                   AT END SET Fim-Trib TO TRUE
               END-READ
               PERFORM UNTIL Fim-Trib OR Qtd-Tributos >= 50
                   OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Tributos
                   SET TR-Idx TO Qtd-Tributos
                   MOVE TR-Tipo TO TB-TR-Tipo(TR-Idx)
                   MOVE TR-Vigencia(5:4) TO Data-Comp(1:4)
                   MOVE TR-Vigencia(3:2) TO Data-Comp(5:2)
                   MOVE TR-Vigencia(1:2) TO Data-Comp(7:2)
                   MOVE Data-Comp TO TB-TR-Vigencia(TR-Idx)
                   MOVE TR-PctICMS TO TB-TR-ICMS(TR-Idx)
                   MOVE TR-PctPIS TO TB-TR-PIS(TR-Idx)
                   MOVE TR-PctCOFINS TO TB-TR-COFINS(TR-Idx)
                   MOVE TR-FixoLitro TO TB-TR-Fixo(TR-Idx)
                   READ Arq-Trib
                       AT END SET Fim-Trib TO TRUE
                   END-READ
                   MOVE FStatusTrib TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Trib
           END-IF.

       CARREGA-CUSTOS.
           MOVE "G" TO CU-Tipo(1)
           MOVE "A" TO CU-Tipo(2)
           MOVE "D" TO CU-Tipo(3)
           MOVE "E" TO CU-Tipo(4)
           PERFORM VARYING CU-Idx FROM 1 BY 1 UNTIL CU-Idx > 4
               MOVE ZEROS TO CU-Litros(CU-Idx) CU-Valor(CU-Idx)
               MOVE ZEROS TO CU-Medio(CU-Idx)
           END-PERFORM
           OPEN INPUT Arq-Carga
           MOVE FStatusCarga TO Status-Verificado
           MOVE "cargas.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusCarga NOT = "35" THEN
               READ Arq-Carga
                   AT END SET Fim-Carga TO TRUE
               END-READ
               PERFORM UNTIL Fim-Carga OR Houve-Erro-Fatal
                   PERFORM VARYING CU-Idx FROM 1 BY 1 UNTIL CU-Idx > 4
                       IF CU-Tipo(CU-Idx) = CG-Tipo THEN
                           ADD CG-Litros TO CU-Litros(CU-Idx)
                           COMPUTE CU-Valor(CU-Idx) = CU-Valor(CU-Idx)
                               + CG-Litros * CG-Custo
                       END-IF
                   END-PERFORM
                   READ Arq-Carga
                       AT END SET Fim-Carga TO TRUE
                   END-READ
                   MOVE FStatusCarga TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Carga
               PERFORM VARYING CU-Idx FROM 1 BY 1 UNTIL CU-Idx > 4
                   IF CU-Litros(CU-Idx) > ZERO THEN
                       COMPUTE CU-Medio(CU-Idx) ROUNDED =
                           CU-Valor(CU-Idx) / CU-Litros(CU-Idx)
                   END-IF
               END-PERFORM
           END-IF.

      *    Dias a exportar: posteriores ao ultimo exportado e ate o dia
      *    de negocio (ja fechado), com venda, pagamento de frota ou
      *    carga registrada.
       LEVANTA-DIAS.
           MOVE ZERO TO Qtd-Dias
           IF FStatusHist NOT = "35" THEN
               MOVE Ult-Exportado TO HS-Data-Inv
               MOVE 9999 TO HS-Seq
               MOVE "N" TO Fim-Dia
               START Arq-Hist KEY GREATER HS-Chave
                   INVALID KEY SET Fim-Dia-Hist TO TRUE
               END-START
               PERFORM UNTIL Fim-Dia-Hist OR Houve-Erro-Fatal
                   READ Arq-Hist NEXT
                       AT END SET Fim-Dia-Hist TO TRUE
                   END-READ
                   IF NOT Fim-Dia-Hist THEN
                       MOVE FStatusHist TO Status-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       IF HS-Data-Inv > Negocio-Inv THEN
                           SET Fim-Dia-Hist TO TRUE
                       ELSE
                           MOVE HS-Data-Inv TO Data-Inv-Reg
                           PERFORM INCLUI-DIA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT Arq-PagHist
           MOVE FStatusPagH TO Status-Verificado
           MOVE "paghist.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPagH NOT = "35" THEN
               READ Arq-PagHist
                   AT END SET Fim-PagH TO TRUE
               END-READ
               PERFORM UNTIL Fim-PagH OR Houve-Erro-Fatal
                   MOVE PH-Data(5:4) TO Data-Inv-Reg(1:4)
                   MOVE PH-Data(3:2) TO Data-Inv-Reg(5:2)
                   MOVE PH-Data(1:2) TO Data-Inv-Reg(7:2)
                   PERFORM INCLUI-DIA
                   READ Arq-PagHist
                       AT END SET Fim-PagH TO TRUE
                   END-READ
                   MOVE FStatusPagH TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-PagHist
           END-IF
           OPEN INPUT Arq-Carga
           MOVE FStatusCarga TO Status-Verificado
           MOVE "cargas.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusCarga NOT = "35" THEN
               READ Arq-Carga
                   AT END SET Fim-Carga TO TRUE
               END-READ
               PERFORM UNTIL Fim-Carga OR Houve-Erro-Fatal
                   MOVE CG-Data(5:4) TO Data-Inv-Reg(1:4)
                   MOVE CG-Data(3:2) TO Data-Inv-Reg(5:2)
                   MOVE CG-Data(1:2) TO Data-Inv-Reg(7:2)
                   PERFORM INCLUI-DIA
                   READ Arq-Carga
                       AT END SET Fim-Carga TO TRUE
                   END-READ
                   MOVE FStatusCarga TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Carga
           END-IF
           PERFORM ORDENA-DIAS.

       INCLUI-DIA.
           IF Data-Inv-Reg NUMERIC
               AND Data-Inv-Reg > Ult-Exportado
               AND Data-Inv-Reg <= Negocio-Inv THEN
               MOVE "N" TO Di-Achado
               PERFORM VARYING DJ-Idx FROM 1 BY 1
                   UNTIL DJ-Idx > Qtd-Dias
                   IF DI-Data-Inv(DJ-Idx) = Data-Inv-Reg THEN
                       SET Dia-Ja-Listado TO TRUE
                   END-IF
               END-PERFORM
               IF NOT Dia-Ja-Listado AND Qtd-Dias < 62 THEN
                   ADD 1 TO Qtd-Dias
                   SET DJ-Idx TO Qtd-Dias
                   MOVE Data-Inv-Reg TO DI-Data-Inv(DJ-Idx)
               END-IF
           END-IF.

       ORDENA-DIAS.
           PERFORM VARYING DI-Idx FROM 1 BY 1 UNTIL DI-Idx >= Qtd-Dias
               PERFORM VARYING DJ-Idx FROM DI-Idx BY 1
                   UNTIL DJ-Idx > Qtd-Dias
                   IF DI-Data-Inv(DJ-Idx) < DI-Data-Inv(DI-Idx) THEN
                       MOVE DI-Data-Inv(DI-Idx) TO Dia-Troca
                       MOVE DI-Data-Inv(DJ-Idx) TO DI-Data-Inv(DI-Idx)
                       MOVE Dia-Troca TO DI-Data-Inv(DJ-Idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PROCESSA-DIA.
           MOVE Dia-Inv-Atual(7:2) TO Dia-Atual(1:2)
           MOVE Dia-Inv-Atual(5:2) TO Dia-Atual(3:2)
           MOVE Dia-Inv-Atual(1:4) TO Dia-Atual(5:4)
           MOVE SPACES TO Dia-Edit
           STRING Dia-Atual(1:2) "/" Dia-Atual(3:2) "/" Dia-Atual(5:4)
               DELIMITED BY SIZE INTO Dia-Edit
           MOVE "S" TO Dia-Ok
           MOVE SPACES TO Motivo-Recusa
           MOVE ZERO TO Qtd-Lanc Qtd-Sem-Custo
           PERFORM ZERA-TOTAIS-DIA
           PERFORM ACUMULA-VENDAS-DIA
           PERFORM ACUMULA-CARGAS-DIA
           PERFORM MONTA-LANCAMENTOS-VENDA
           PERFORM MONTA-LANCAMENTOS-PAGAMENTO
           PERFORM CONFERE-EQUILIBRIO
           IF Dia-Equilibrado THEN
               PERFORM GRAVA-LANCAMENTOS-DIA
           ELSE
               SET Houve-Recusa TO TRUE
               MOVE SPACES TO Linha-Rel
               STRING "Dia " DELIMITED BY SIZE
                      Dia-Edit DELIMITED BY SIZE
                      " RECUSADO - " DELIMITED BY SIZE
                      Motivo-Recusa DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               MOVE Dia-Atual TO AL-Data
               MOVE "A" TO AL-Severidade
               MOVE SPACES TO Msg-Alerta
               STRING "Contabil " DELIMITED BY SIZE
                      Dia-Atual DELIMITED BY SIZE
                      " recusado: " DELIMITED BY SIZE
                      Motivo-Recusa DELIMITED BY SIZE
                   INTO Msg-Alerta
               PERFORM GRAVA-ALERTA
           END-IF.

       ZERA-TOTAIS-DIA.
           MOVE "G" TO VD-Tipo(1)
           MOVE "A" TO VD-Tipo(2)
           MOVE "D" TO VD-Tipo(3)
           MOVE "E" TO VD-Tipo(4)
           MOVE "L" TO VD-Tipo(5)
           PERFORM VARYING TP-Idx FROM 1 BY 1 UNTIL TP-Idx > 5
               MOVE ZEROS TO VD-Bruto(TP-Idx) VD-Liquido(TP-Idx)
               MOVE ZEROS TO VD-Litros(TP-Idx) VD-Custo(TP-Idx)
               MOVE ZEROS TO VD-Carga(TP-Idx)
           END-PERFORM
           MOVE "D" TO FP-Codigo(1)
           MOVE "C" TO FP-Codigo(2)
           MOVE "P" TO FP-Codigo(3)
           MOVE "F" TO FP-Codigo(4)
           PERFORM VARYING FP-Idx FROM 1 BY 1 UNTIL FP-Idx > 4
               MOVE ZEROS TO FP-Valor(FP-Idx)
           END-PERFORM
           MOVE ZEROS TO Tot-Desc-Dia Tot-Bruto-Dia Tot-Receb-Dia.

      *    Vendas do dia no historico; estornos entram com valores
      *    negativos e anulam a venda original.
       ACUMULA-VENDAS-DIA.
           IF FStatusHist NOT = "35" THEN
               MOVE Dia-Inv-Atual TO HS-Data-Inv
               MOVE ZEROS TO HS-Seq
               MOVE "N" TO Fim-Dia
               START Arq-Hist KEY NOT LESS HS-Chave
                   INVALID KEY SET Fim-Dia-Hist TO TRUE
               END-START
               PERFORM UNTIL Fim-Dia-Hist OR Houve-Erro-Fatal
                   READ Arq-Hist NEXT
                       AT END SET Fim-Dia-Hist TO TRUE
                   END-READ
                   IF NOT Fim-Dia-Hist THEN
                       MOVE FStatusHist TO Status-Verificado
                       MOVE "historix.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       IF HS-Data-Inv NOT = Dia-Inv-Atual THEN
                           SET Fim-Dia-Hist TO TRUE
                       ELSE
                           PERFORM ACUMULA-REGISTRO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ACUMULA-REGISTRO.
           EVALUATE HS-Tipo
               WHEN "g" MOVE "G" TO Tipo-Busca
               WHEN "a" MOVE "A" TO Tipo-Busca
               WHEN "d" MOVE "D" TO Tipo-Busca
               WHEN "e" MOVE "E" TO Tipo-Busca
               WHEN "l" MOVE "L" TO Tipo-Busca
               WHEN OTHER MOVE HS-Tipo TO Tipo-Busca
           END-EVALUATE
           PERFORM VARYING TP-Idx FROM 1 BY 1 UNTIL TP-Idx > 5
               IF VD-Tipo(TP-Idx) = Tipo-Busca THEN
                   ADD HS-SubT TO VD-Bruto(TP-Idx)
                   ADD HS-Total TO VD-Liquido(TP-Idx)
                   ADD HS-Litros TO VD-Litros(TP-Idx)
                   IF HS-Venda-Loja THEN
                       PERFORM CUSTO-ITEM-LOJA
                   END-IF
               END-IF
           END-PERFORM
           ADD HS-SubT TO Tot-Bruto-Dia
           ADD HS-Desc TO Tot-Desc-Dia
           EVALUATE HS-FormaPagto
               WHEN "C" WHEN "c" SET FP-Idx TO 2
               WHEN "P" WHEN "p" SET FP-Idx TO 3
               WHEN "F" WHEN "f" SET FP-Idx TO 4
               WHEN OTHER SET FP-Idx TO 1
           END-EVALUATE
           ADD HS-Total TO FP-Valor(FP-Idx).

       CUSTO-ITEM-LOJA.
           IF Arq-Prod-Aberto THEN
               MOVE HS-Produto TO PR-Codigo
               READ Arq-Prod
                   INVALID KEY
                       ADD 1 TO Qtd-Sem-Custo
                   NOT INVALID KEY
                       COMPUTE VD-Custo(TP-Idx) ROUNDED =
                           VD-Custo(TP-Idx) + HS-Litros * PR-Custo
               END-READ
           ELSE
               ADD 1 TO Qtd-Sem-Custo
           END-IF.

       ACUMULA-CARGAS-DIA.
           OPEN INPUT Arq-Carga
           MOVE FStatusCarga TO Status-Verificado
           MOVE "cargas.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusCarga NOT = "35" THEN
               READ Arq-Carga
                   AT END SET Fim-Carga TO TRUE
               END-READ
               PERFORM UNTIL Fim-Carga OR Houve-Erro-Fatal
                   IF CG-Data = Dia-Atual THEN
                       PERFORM VARYING TP-Idx FROM 1 BY 1
                           UNTIL TP-Idx > 4
                           IF VD-Tipo(TP-Idx) = CG-Tipo THEN
                               COMPUTE VD-Carga(TP-Idx) =
                                   VD-Carga(TP-Idx)
                                   + CG-Litros * CG-Custo
                           END-IF
                       END-PERFORM
                   END-IF
                   READ Arq-Carga
                       AT END SET Fim-Carga TO TRUE
                   END-READ
                   MOVE FStatusCarga TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Carga
           END-IF.

       MONTA-LANCAMENTOS-VENDA.
           MOVE SPACES TO Doc-Lanc
           PERFORM VARYING TP-Idx FROM 1 BY 1 UNTIL TP-Idx > 5
               MOVE VD-Tipo(TP-Idx) TO Tipo-Busca
               MOVE "VEN" TO Evento-Busca
               MOVE VD-Bruto(TP-Idx) TO Valor-Lanc
               PERFORM GERA-LANCAMENTO
               IF TP-Idx < 5 THEN
                   SET CU-Idx TO TP-Idx
                   COMPUTE VD-Custo(TP-Idx) ROUNDED =
                       VD-Litros(TP-Idx) * CU-Medio(CU-Idx)
                   IF VD-Litros(TP-Idx) NOT = ZERO
                       AND CU-Medio(CU-Idx) = ZERO THEN
                       ADD 1 TO Qtd-Sem-Custo
                   END-IF
                   PERFORM MONTA-TRIBUTOS-TIPO
               END-IF
               MOVE "CMV" TO Evento-Busca
               MOVE VD-Custo(TP-Idx) TO Valor-Lanc
               PERFORM GERA-LANCAMENTO
               MOVE "CAR" TO Evento-Busca
               MOVE VD-Carga(TP-Idx) TO Valor-Lanc
               PERFORM GERA-LANCAMENTO
           END-PERFORM
           MOVE "DES" TO Evento-Busca
           MOVE SPACE TO Tipo-Busca
           MOVE Tot-Desc-Dia TO Valor-Lanc
           PERFORM GERA-LANCAMENTO
           PERFORM VARYING FP-Idx FROM 1 BY 1 UNTIL FP-Idx > 4
               MOVE "PAG" TO Evento-Busca
               MOVE FP-Codigo(FP-Idx) TO Tipo-Busca
               MOVE FP-Valor(FP-Idx) TO Valor-Lanc
               ADD FP-Valor(FP-Idx) TO Tot-Receb-Dia
               PERFORM GERA-LANCAMENTO
           END-PERFORM.

      *    Tributos sobre a receita liquida do combustivel, com a
      *    aliquota vigente no dia (mesmo calculo do fechamento).
       MONTA-TRIBUTOS-TIPO.
           MOVE "N" TO Trib-Achado
           MOVE ZERO TO Trib-Melhor-Vig Trib-Melhor-Idx
           PERFORM VARYING TR-Idx FROM 1 BY 1
               UNTIL TR-Idx > Qtd-Tributos
               IF TB-TR-Tipo(TR-Idx) = Tipo-Busca
                   AND TB-TR-Vigencia(TR-Idx) <= Dia-Inv-Atual
                   AND TB-TR-Vigencia(TR-Idx) >= Trib-Melhor-Vig THEN
                   MOVE TB-TR-Vigencia(TR-Idx) TO Trib-Melhor-Vig
                   SET Trib-Melhor-Idx TO TR-Idx
               END-IF
           END-PERFORM
           IF Trib-Melhor-Idx > 0 THEN
               SET TR-Idx TO Trib-Melhor-Idx
               MOVE VD-Liquido(TP-Idx) TO Base-Trib
               MOVE "ICM" TO Evento-Busca
               COMPUTE Valor-Lanc ROUNDED =
                   Base-Trib * TB-TR-ICMS(TR-Idx) / 100
               PERFORM GERA-LANCAMENTO
               MOVE "PIS" TO Evento-Busca
               COMPUTE Valor-Lanc ROUNDED =
                   Base-Trib * TB-TR-PIS(TR-Idx) / 100
               PERFORM GERA-LANCAMENTO
               MOVE "COF" TO Evento-Busca
               COMPUTE Valor-Lanc ROUNDED =
                   Base-Trib * TB-TR-COFINS(TR-Idx) / 100
               PERFORM GERA-LANCAMENTO
               MOVE "FIX" TO Evento-Busca
               COMPUTE Valor-Lanc ROUNDED =
                   VD-Litros(TP-Idx) * TB-TR-Fixo(TR-Idx)
               PERFORM GERA-LANCAMENTO
           END-IF.

      *    Pagamentos de clientes frota baixados no dia (paghist.dat),
      *    um lancamento por documento.
       MONTA-LANCAMENTOS-PAGAMENTO.
           OPEN INPUT Arq-PagHist
           MOVE FStatusPagH TO Status-Verificado
           MOVE "paghist.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPagH NOT = "35" THEN
               READ Arq-PagHist
                   AT END SET Fim-PagH TO TRUE
               END-READ
               PERFORM UNTIL Fim-PagH OR Houve-Erro-Fatal
                   IF PH-Data = Dia-Atual THEN
                       MOVE "RCF" TO Evento-Busca
                       MOVE SPACE TO Tipo-Busca
                       MOVE PH-Valor TO Valor-Lanc
                       MOVE PH-Doc TO Doc-Lanc
                       PERFORM GERA-LANCAMENTO
                   END-IF
                   READ Arq-PagHist
                       AT END SET Fim-PagH TO TRUE
                   END-READ
                   MOVE FStatusPagH TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-PagHist
           END-IF
           MOVE SPACES TO Doc-Lanc.

      *    Valor negativo (estornos acima das vendas) inverte as
      *    contas; valor zero nao gera lancamento.
       GERA-LANCAMENTO.
           IF Valor-Lanc NOT = ZERO AND Dia-Equilibrado THEN
               MOVE ZERO TO Pc-Achado-Idx
               PERFORM VARYING PC-Idx FROM 1 BY 1
                   UNTIL PC-Idx > Qtd-Plano
                   IF TP-Evento(PC-Idx) = Evento-Busca
                       AND TP-Tipo(PC-Idx) = Tipo-Busca THEN
                       SET Pc-Achado-Idx TO PC-Idx
                   END-IF
               END-PERFORM
               IF Pc-Achado-Idx = ZERO THEN
                   MOVE "N" TO Dia-Ok
                   MOVE SPACES TO Motivo-Recusa
                   STRING "evento " DELIMITED BY SIZE
                          Evento-Busca DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          Tipo-Busca DELIMITED BY SIZE
                          " sem conta no plano" DELIMITED BY SIZE
                       INTO Motivo-Recusa
               ELSE
                   SET PC-Idx TO Pc-Achado-Idx
                   IF TP-Conta-Deb(PC-Idx) = SPACES
                       OR TP-Conta-Cred(PC-Idx) = SPACES THEN
                       MOVE "N" TO Dia-Ok
                       MOVE SPACES TO Motivo-Recusa
                       STRING "evento " DELIMITED BY SIZE
                              Evento-Busca DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              Tipo-Busca DELIMITED BY SIZE
                              " com conta em branco" DELIMITED BY SIZE
                           INTO Motivo-Recusa
                   ELSE
                       PERFORM INCLUI-LANCAMENTO
                   END-IF
               END-IF
           END-IF.

       INCLUI-LANCAMENTO.
           IF Qtd-Lanc >= 300 THEN
               MOVE "N" TO Dia-Ok
               MOVE "excesso de lancamentos no dia" TO Motivo-Recusa
           ELSE
               ADD 1 TO Qtd-Lanc
               SET LT-Idx TO Qtd-Lanc
               IF Valor-Lanc < ZERO THEN
                   COMPUTE Valor-Lanc-Abs = Valor-Lanc * -1
                   MOVE TP-Conta-Cred(PC-Idx) TO LT-Conta-Deb(LT-Idx)
                   MOVE TP-Conta-Deb(PC-Idx) TO LT-Conta-Cred(LT-Idx)
               ELSE
                   MOVE Valor-Lanc TO Valor-Lanc-Abs
                   MOVE TP-Conta-Deb(PC-Idx) TO LT-Conta-Deb(LT-Idx)
                   MOVE TP-Conta-Cred(PC-Idx) TO LT-Conta-Cred(LT-Idx)
               END-IF
               MOVE Valor-Lanc-Abs TO LT-Valor(LT-Idx)
               MOVE SPACES TO LT-Historico(LT-Idx)
               STRING TP-Historico(PC-Idx) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      Dia-Edit DELIMITED BY SIZE
                   INTO LT-Historico(LT-Idx)
               MOVE Doc-Lanc TO LT-Documento(LT-Idx)
           END-IF.

      *    O dia so e exportado equilibrado: a venda bruta tem de ser
      *    igual aos recebimentos mais descontos (a conta transitoria
      *    de vendas zera) e os debitos iguais aos creditos.
       CONFERE-EQUILIBRIO.
           IF Dia-Equilibrado THEN
               COMPUTE Dif-Dia = Tot-Bruto-Dia
                   - Tot-Receb-Dia - Tot-Desc-Dia
               IF Dif-Dia NOT = ZERO THEN
                   MOVE "N" TO Dia-Ok
                   IF Dif-Dia < ZERO THEN
                       MOVE "-" TO Sinal-Dif
                       COMPUTE Dif-Abs = Dif-Dia * -1
                   ELSE
                       MOVE " " TO Sinal-Dif
                       MOVE Dif-Dia TO Dif-Abs
                   END-IF
                   MOVE SPACES TO Motivo-Recusa
                   STRING "vendas x recebimentos dif " DELIMITED BY SIZE
                          Sinal-Dif DELIMITED BY SIZE
                          Dif-Abs DELIMITED BY SIZE
                       INTO Motivo-Recusa
               END-IF
           END-IF
           IF Dia-Equilibrado THEN
               MOVE ZEROS TO Tot-Deb-Dia Tot-Cred-Dia
               PERFORM VARYING LT-Idx FROM 1 BY 1
                   UNTIL LT-Idx > Qtd-Lanc
                   ADD LT-Valor(LT-Idx) TO Tot-Deb-Dia
                   ADD LT-Valor(LT-Idx) TO Tot-Cred-Dia
               END-PERFORM
               IF Tot-Deb-Dia NOT = Tot-Cred-Dia THEN
                   MOVE "N" TO Dia-Ok
                   MOVE "debitos diferentes dos creditos"
                       TO Motivo-Recusa
               END-IF
           END-IF.

       GRAVA-LANCAMENTOS-DIA.
           PERFORM VARYING LT-Idx FROM 1 BY 1
               UNTIL LT-Idx > Qtd-Lanc OR Houve-Erro-Fatal
               ADD 1 TO Seq-Lanc
               MOVE Dia-Atual TO LC-Data
               MOVE Seq-Lanc TO LC-Seq
               MOVE LT-Conta-Deb(LT-Idx) TO LC-Conta-Deb
               MOVE LT-Conta-Cred(LT-Idx) TO LC-Conta-Cred
               MOVE LT-Valor(LT-Idx) TO LC-Valor
               MOVE LT-Historico(LT-Idx) TO LC-Historico
               MOVE LT-Documento(LT-Idx) TO LC-Documento
               WRITE Reg-Lanc
               MOVE FStatusLanc TO Status-Verificado
               MOVE "contabil.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-PERFORM
           IF Qtd-Exportados < 62 THEN
               ADD 1 TO Qtd-Exportados
               SET EX-Idx TO Qtd-Exportados
               MOVE Dia-Inv-Atual TO EX-Data-Inv(EX-Idx)
               MOVE Qtd-Lanc TO EX-Qtd-Lanc(EX-Idx)
               MOVE Tot-Deb-Dia TO EX-Valor(EX-Idx)
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "Dia " DELIMITED BY SIZE
                  Dia-Edit DELIMITED BY SIZE
                  " lancamentos " DELIMITED BY SIZE
                  Qtd-Lanc DELIMITED BY SIZE
                  " debitos=creditos " DELIMITED BY SIZE
                  Tot-Deb-Dia DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Sem-Custo > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "  Aviso: " DELIMITED BY SIZE
                      Qtd-Sem-Custo DELIMITED BY SIZE
                      " venda(s) sem custo cadastrado - CMV parcial"
                          DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

      *    O controle so recebe os dias depois do arquivo de
      *    lancamentos fechado: uma queda no meio refaz o arquivo.
       GRAVA-CONTROLE.
           ACCEPT Data-Sis-Run FROM DATE YYYYMMDD
           OPEN EXTEND Arq-CtlCont
           IF FStatusCtl = "35" THEN
               OPEN OUTPUT Arq-CtlCont
           END-IF
           MOVE FStatusCtl TO Status-Verificado
           MOVE "contabctl.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM VARYING EX-Idx FROM 1 BY 1
               UNTIL EX-Idx > Qtd-Exportados OR Houve-Erro-Fatal
               MOVE EX-Data-Inv(EX-Idx) TO CX-Data-Inv
               MOVE Data-Sis-Run TO CX-Data-Export
               MOVE EX-Qtd-Lanc(EX-Idx) TO CX-Qtd-Lanc
               MOVE EX-Valor(EX-Idx) TO CX-Valor
               WRITE Reg-CtlCont
               MOVE FStatusCtl TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-PERFORM
           CLOSE Arq-CtlCont
           MOVE FStatusCtl TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "contabil.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           DISPLAY Linha-Rel.

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
                           AND TB-RC-Status(RC-Idx) = "C" THEN
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatimentoDiario.
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

           SELECT Arq-Acum ASSIGN TO "acumulado.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAcum.

           SELECT Arq-Cli ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-Codigo
               FILE STATUS IS FStatusCli.

           SELECT Arq-PagHist ASSIGN TO "paghist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPagH.

           SELECT Arq-TqDeb ASSIGN TO "tqdebito.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusTqDeb.

           SELECT Arq-BatSaldo ASSIGN TO "batsaldo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusBatS.

           SELECT Arq-Rel ASSIGN TO "batimento.lst"
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
           02  HS-Odometro     PIC 9(7).

       FD Arq-Acum.
       01  Reg-Acum.
           02  Acum-AnoMes     PIC X(6).
           02  Acum-Ano        PIC X(4).
           02  Acum-MTD-SD     PIC 9(6)V99.
           02  Acum-MTD-CD     PIC 9(6)V99.
           02  Acum-MTD-D      PIC 9(6)V99.
           02  Acum-YTD-SD     PIC 9(6)V99.
           02  Acum-YTD-CD     PIC 9(6)V99.
           02  Acum-YTD-D      PIC 9(6)V99.

       FD Arq-Cli.
       01  Reg-Cli.
           88  Fim-Cli         VALUE HIGH-VALUES.
           02  CL-Codigo       PIC 9(4).
           02  CL-Nome         PIC X(30).
           02  CL-Limite       PIC 9(6)V99.
           02  CL-Saldo        PIC 9(6)V99.

       FD Arq-PagHist.
       01  Reg-PagHist.
           88  Fim-PagH        VALUE HIGH-VALUES.
           02  PH-Cliente      PIC 9(4).
           02  PH-Data         PIC X(8).
           02  PH-Valor        PIC 9(6)V99.
           02  PH-Doc          PIC X(10).

       FD Arq-TqDeb.
       01  Reg-TqDeb.
           88  Fim-TqDeb       VALUE HIGH-VALUES.
           02  TD-Data         PIC X(8).
           02  TD-Tipo         PIC X.
           02  TD-Vendas       PIC 9(6)V99.
           02  TD-Estornos     PIC 9(6)V99.

      *    Base do batimento de clientes: saldos na ultima conferencia
      *    e ate onde o historico e o paghist.dat ja foram lidos.
       FD Arq-BatSaldo.
       01  Reg-BatSaldo.
           88  Fim-BatSaldo    VALUE HIGH-VALUES.
           02  BS-Registro     PIC X.
               88  BS-Cabecalho        VALUE "H".
               88  BS-Cliente-Reg      VALUE "C".
           02  BS-Cliente      PIC 9(4).
           02  BS-Saldo        PIC 9(6)V99.
           02  FILLER          PIC X(20).
       01  Reg-BatCab.
           02  BH-Registro     PIC X.
           02  BH-Data         PIC X(8).
           02  BH-Ult-Chave    PIC X(12).
           02  BH-Qtd-PagH     PIC 9(7).
           02  FILLER          PIC X(5).

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
       01  FStatusAcum  PIC XX.
       01  FStatusCli   PIC XX.
       01  FStatusPagH  PIC XX.
       01  FStatusTqDeb PIC XX.
       01  FStatusBatS  PIC XX.
       01  FStatusRel   PIC XX.
       01  Linha-Rel    PIC X(80).
       01  Nome-Posto   PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Negocio-Inv  PIC 9(8).
       01  Inicio-Mes-Inv PIC 9(8).
       01  Dia-Inv-Conf PIC 9(8).
       01  Dia-Conf     PIC X(8).
       01  Tipo-Up      PIC X.
       01  Qtd-Divergencias PIC 9(4)  VALUE ZERO.
       01  Fim-Leitura  PIC X       VALUE "N".
           88  Fim-Leitura-Hist        VALUE "S".

      *    Totais do historico: mes ate a vespera e o proprio dia.
       01  Mes-Ant-SD   PIC S9(7)V99.
       01  Mes-Ant-CD   PIC S9(7)V99.
       01  Mes-Ant-D    PIC S9(7)V99.
       01  Dia-SD       PIC S9(7)V99.
       01  Dia-CD       PIC S9(7)V99.
       01  Dia-D        PIC S9(7)V99.
       01  Qtd-Hist-Dia PIC 9(5).
       01  Incr-SD      PIC S9(7)V99.
       01  Incr-CD      PIC S9(7)V99.
       01  Incr-D       PIC S9(7)V99.
       01  Acum-Lido    PIC X       VALUE "N".
           88  Acumulado-Lido          VALUE "S".

       01  Valor-Esperado  PIC S9(9)V99.
       01  Valor-Apurado   PIC S9(9)V99.
       01  Esperado-Abs    PIC 9(9)V99.
       01  Apurado-Abs     PIC 9(9)V99.
       01  Sinal-Esperado  PIC X.
       01  Sinal-Apurado   PIC X.
       01  Rotulo-Conf     PIC X(24).

      *    Litros por tipo no historico, por dia conferido.
       01  Tab-Litros.
           02  TB-Litros OCCURS 4 TIMES INDEXED BY LI-Idx.
               03  LI-Tipo     PIC X.
               03  LI-Vendas   PIC S9(7)V99.
               03  LI-Estornos PIC S9(7)V99.
       01  Qtd-Dias-Tanque PIC 9(3)    VALUE ZERO.

       01  Tab-Clientes.
           02  TB-Cliente OCCURS 500 TIMES INDEXED BY BC-Idx.
               03  BC-Cliente   PIC 9(4).
               03  BC-Saldo-Ant PIC 9(6)V99.
               03  BC-Saldo-Atu PIC 9(6)V99.
               03  BC-Movimento PIC S9(7)V99.
               03  BC-Visto     PIC X.
       01  Qtd-Clientes    PIC 9(3)    VALUE ZERO.
       01  Clientes-Perdidos PIC 9(4)  VALUE ZERO.
       01  Bc-Achado-Idx   PIC 9(3)    VALUE ZERO.
       01  Cliente-Busca   PIC 9(4).
       01  Base-Saldos     PIC X       VALUE "N".
           88  Base-Saldos-Existe      VALUE "S".
       01  Ult-Chave-Hist  PIC X(12)   VALUE SPACES.
       01  Nova-Chave-Hist PIC X(12)   VALUE SPACES.
       01  Qtd-PagH-Ant    PIC 9(7)    VALUE ZERO.
       01  Qtd-PagH-Lidos  PIC 9(7)    VALUE ZERO.
       01  Var-Saldo       PIC S9(7)V99.
       01  Qtd-Vendas-Frota PIC 9(5)   VALUE ZERO.
       01  Qtd-Pagtos-Novos PIC 9(5)   VALUE ZERO.

       01  Tab-Dias-Ctl.
           02  TB-Dia-Ctl OCCURS 10 TIMES INDEXED BY DC-Idx DK-Idx.
               03  DC-Data     PIC X(8).
       01  Qtd-Dias-Ctl    PIC 9(2)    VALUE ZERO.
       01  Dc-Repetido     PIC X       VALUE "N".
           88  Dia-Ctl-Repetido        VALUE "S".

       01  FStatusRun   PIC XX.
       01  Nome-Programa     PIC X(12)   VALUE "BATIMENTO".
       01  Nome-Predecessor  PIC X(12)   VALUE "CONTABIL".
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
      *    Situacao gravada para o passo: C = dia liberado,
      *    N = dia nao liberado por divergencia no batimento.
       01  Situacao-Passo PIC X      VALUE "C".

       01  FStatusAlerta PIC XX.
       01  Msg-Alerta    PIC X(60).

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Batimento entre Subsistemas"
           DISPLAY "==========================="
           PERFORM VERIFICA-RUN-CONTROL
           IF NOT Sequencia-Ok THEN
               DISPLAY "Batimento recusado - rode a exportacao"
                   " contabil antes."
               STOP RUN
           END-IF
           MOVE Data-Negocio(5:4) TO Negocio-Inv(1:4)
           MOVE Data-Negocio(3:2) TO Negocio-Inv(5:2)
           MOVE Data-Negocio(1:2) TO Negocio-Inv(7:2)
           MOVE Negocio-Inv TO Inicio-Mes-Inv
           MOVE "01" TO Inicio-Mes-Inv(7:2)
           OPEN OUTPUT Arq-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "batimento.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  " - Batimento do dia " DELIMITED BY SIZE
                  Data-Negocio DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           OPEN INPUT Arq-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF NOT Houve-Erro-Fatal THEN
               PERFORM CONFERE-ACUMULADO
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               PERFORM CONFERE-CLIENTES
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               PERFORM CONFERE-TANQUES
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               PERFORM CONFERE-RUN-CONTROL
           END-IF
           IF FStatusHist NOT = "35" THEN
               CLOSE Arq-Hist
           END-IF
           MOVE "----------------------------------------------"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Houve-Erro-Fatal THEN
               MOVE "*** BATIMENTO INCOMPLETO ***" TO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               IF Qtd-Divergencias = ZERO THEN
                   MOVE "Nenhuma divergencia - dia liberado"
                       TO Linha-Rel
                   MOVE "C" TO Situacao-Passo
               ELSE
                   MOVE SPACES TO Linha-Rel
                   STRING "Divergencias: " DELIMITED BY SIZE
                          Qtd-Divergencias DELIMITED BY SIZE
                          " - dia NAO liberado" DELIMITED BY SIZE
                       INTO Linha-Rel
                   MOVE "N" TO Situacao-Passo
               END-IF
               PERFORM IMPRIME-LINHA
               PERFORM GRAVA-RUN-CONTROL
           END-IF
           CLOSE Arq-Rel
           STOP RUN.

      *    1. Totais do dia no historico contra o incremento do
      *    acumulado do mes: MTD gravado menos o historico do mes ate
      *    a vespera tem de ser o proprio dia.
       CONFERE-ACUMULADO.
           MOVE "Historico x acumulado do mes" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE ZEROS TO Mes-Ant-SD Mes-Ant-CD Mes-Ant-D
           MOVE ZEROS TO Dia-SD Dia-CD Dia-D Qtd-Hist-Dia
           IF FStatusHist NOT = "35" THEN
               MOVE Inicio-Mes-Inv TO HS-Data-Inv
               MOVE ZEROS TO HS-Seq
               MOVE "N" TO Fim-Leitura
               START Arq-Hist KEY NOT LESS HS-Chave
                   INVALID KEY SET Fim-Leitura-Hist TO TRUE
               END-START
               PERFORM UNTIL Fim-Leitura-Hist OR Houve-Erro-Fatal
                   READ Arq-Hist NEXT
                       AT END SET Fim-Leitura-Hist TO TRUE
                   END-READ
                   IF NOT Fim-Leitura-Hist THEN
                       MOVE FStatusHist TO Status-Verificado
                       MOVE "historix.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       IF HS-Data-Inv > Negocio-Inv THEN
                           SET Fim-Leitura-Hist TO TRUE
                       ELSE
                           IF HS-Data-Inv = Negocio-Inv THEN
                               ADD HS-SubT TO Dia-SD
                               ADD HS-Total TO Dia-CD
                               ADD HS-Desc TO Dia-D
                               ADD 1 TO Qtd-Hist-Dia
                           ELSE
                               ADD HS-SubT TO Mes-Ant-SD
                               ADD HS-Total TO Mes-Ant-CD
                               ADD HS-Desc TO Mes-Ant-D
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "  Registros do dia no historico: " DELIMITED BY SIZE
                  Qtd-Hist-Dia DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "N" TO Acum-Lido
           OPEN INPUT Arq-Acum
           MOVE FStatusAcum TO Status-Verificado
           MOVE "acumulado.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusAcum NOT = "35" THEN
               READ Arq-Acum
                   AT END CONTINUE
                   NOT AT END SET Acumulado-Lido TO TRUE
               END-READ
               MOVE FStatusAcum TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               CLOSE Arq-Acum
           END-IF
           IF NOT Acumulado-Lido
               OR Acum-AnoMes NOT = Negocio-Inv(1:6) THEN
               IF Dia-SD NOT = ZERO OR Mes-Ant-SD NOT = ZERO
                   OR Dia-CD NOT = ZERO OR Mes-Ant-CD NOT = ZERO THEN
                   MOVE SPACES TO Msg-Alerta
                   STRING "Acumulado nao corresponde ao mes "
                              DELIMITED BY SIZE
                          Negocio-Inv(1:6) DELIMITED BY SIZE
                          " com vendas no historico"
                              DELIMITED BY SIZE
                       INTO Msg-Alerta
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF
           ELSE
               COMPUTE Incr-SD = Acum-MTD-SD - Mes-Ant-SD
               COMPUTE Incr-CD = Acum-MTD-CD - Mes-Ant-CD
               COMPUTE Incr-D = Acum-MTD-D - Mes-Ant-D
               MOVE "  Bruto (sem desconto)" TO Rotulo-Conf
               MOVE Incr-SD TO Valor-Esperado
               MOVE Dia-SD TO Valor-Apurado
               PERFORM IMPRIME-CONFERENCIA
               IF Incr-SD NOT = Dia-SD THEN
                   MOVE "Incremento MTD bruto difere do historico"
                       TO Msg-Alerta
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF
               MOVE "  Liquido (com desconto)" TO Rotulo-Conf
               MOVE Incr-CD TO Valor-Esperado
               MOVE Dia-CD TO Valor-Apurado
               PERFORM IMPRIME-CONFERENCIA
               IF Incr-CD NOT = Dia-CD THEN
                   MOVE "Incremento MTD liquido difere do historico"
                       TO Msg-Alerta
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF
               MOVE "  Descontos" TO Rotulo-Conf
               MOVE Incr-D TO Valor-Esperado
               MOVE Dia-D TO Valor-Apurado
               PERFORM IMPRIME-CONFERENCIA
               IF Incr-D NOT = Dia-D THEN
                   MOVE "Incremento MTD descontos difere do historico"
                       TO Msg-Alerta
                   PERFORM REGISTRA-DIVERGENCIA
               END-IF
           END-IF.

      *    2. Vendas faturadas mais pagamentos recebidos contra a
      *    variacao de CL-Saldo desde a ultima conferencia. A leitura
      *    continua de onde parou (chave do historico e quantidade de
      *    registros do paghist.dat), sem depender da data dos
      *    lancamentos.
       CONFERE-CLIENTES.
           MOVE "Faturado + pagamentos x saldo dos clientes"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM CARREGA-BASE-SALDOS
           MOVE Ult-Chave-Hist TO Nova-Chave-Hist
           IF Base-Saldos-Existe THEN
               PERFORM ACUMULA-VENDAS-FROTA
               PERFORM ACUMULA-PAGAMENTOS
           ELSE
               PERFORM CONTA-PAGAMENTOS
           END-IF
           PERFORM LE-SALDOS-ATUAIS
           IF Base-Saldos-Existe AND NOT Houve-Erro-Fatal THEN
               MOVE SPACES TO Linha-Rel
               STRING "  Vendas faturadas novas " DELIMITED BY SIZE
                      Qtd-Vendas-Frota DELIMITED BY SIZE
                      "  pagamentos novos " DELIMITED BY SIZE
                      Qtd-Pagtos-Novos DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               PERFORM VARYING BC-Idx FROM 1 BY 1
                   UNTIL BC-Idx > Qtd-Clientes
                   COMPUTE Var-Saldo = BC-Saldo-Atu(BC-Idx)
                       - BC-Saldo-Ant(BC-Idx)
                   IF Var-Saldo NOT = BC-Movimento(BC-Idx) THEN
                       MOVE SPACES TO Rotulo-Conf
                       STRING "  Cliente " DELIMITED BY SIZE
                              BC-Cliente(BC-Idx) DELIMITED BY SIZE
                           INTO Rotulo-Conf
                       MOVE BC-Movimento(BC-Idx) TO Valor-Esperado
                       MOVE Var-Saldo TO Valor-Apurado
                       PERFORM IMPRIME-CONFERENCIA
                       MOVE SPACES TO Msg-Alerta
                       STRING "Cliente " DELIMITED BY SIZE
                              BC-Cliente(BC-Idx) DELIMITED BY SIZE
                              " variacao de saldo difere do"
                                  DELIMITED BY SIZE
                              " faturado/pago" DELIMITED BY SIZE
                           INTO Msg-Alerta
                       PERFORM REGISTRA-DIVERGENCIA
                   END-IF
               END-PERFORM
           END-IF
           IF NOT Base-Saldos-Existe THEN
               MOVE "  Base de saldos criada - conferencia a partir"
                   TO Linha-Rel
               PERFORM IMPRIME-LINHA
               MOVE "  da proxima execucao" TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Clientes-Perdidos > ZERO THEN
               MOVE SPACES TO Msg-Alerta
               STRING "Tabela de clientes cheia - " DELIMITED BY SIZE
                      Clientes-Perdidos DELIMITED BY SIZE
                      " fora do batimento" DELIMITED BY SIZE
                   INTO Msg-Alerta
               PERFORM REGISTRA-DIVERGENCIA
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               PERFORM GRAVA-BASE-SALDOS
           END-IF.

       CARREGA-BASE-SALDOS.
           MOVE ZERO TO Qtd-Clientes Qtd-PagH-Ant
           MOVE SPACES TO Ult-Chave-Hist
           OPEN INPUT Arq-BatSaldo
           MOVE FStatusBatS TO Status-Verificado
           MOVE "batsaldo.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusBatS NOT = "35" THEN
               READ Arq-BatSaldo
                   AT END SET Fim-BatSaldo TO TRUE
               END-READ
               PERFORM UNTIL Fim-BatSaldo OR Houve-Erro-Fatal
                   IF BS-Cabecalho THEN
                       SET Base-Saldos-Existe TO TRUE
                       MOVE BH-Ult-Chave TO Ult-Chave-Hist
                       MOVE BH-Qtd-PagH TO Qtd-PagH-Ant
                   ELSE
                       MOVE BS-Cliente TO Cliente-Busca
                       PERFORM LOCALIZA-CLIENTE
                       IF Bc-Achado-Idx > ZERO THEN
                           SET BC-Idx TO Bc-Achado-Idx
                           MOVE BS-Saldo TO BC-Saldo-Ant(BC-Idx)
                       END-IF
                   END-IF
                   READ Arq-BatSaldo
                       AT END SET Fim-BatSaldo TO TRUE
                   END-READ
                   MOVE FStatusBatS TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-BatSaldo
           END-IF.

       LOCALIZA-CLIENTE.
           MOVE ZERO TO Bc-Achado-Idx
           PERFORM VARYING BC-Idx FROM 1 BY 1
               UNTIL BC-Idx > Qtd-Clientes
               IF BC-Cliente(BC-Idx) = Cliente-Busca THEN
                   SET Bc-Achado-Idx TO BC-Idx
               END-IF
           END-PERFORM
           IF Bc-Achado-Idx = ZERO THEN
               IF Qtd-Clientes < 500 THEN
                   ADD 1 TO Qtd-Clientes
                   SET BC-Idx TO Qtd-Clientes
                   MOVE Cliente-Busca TO BC-Cliente(BC-Idx)
                   MOVE ZEROS TO BC-Saldo-Ant(BC-Idx)
                   MOVE ZEROS TO BC-Saldo-Atu(BC-Idx)
                   MOVE ZEROS TO BC-Movimento(BC-Idx)
                   MOVE "N" TO BC-Visto(BC-Idx)
                   SET Bc-Achado-Idx TO BC-Idx
               ELSE
                   ADD 1 TO Clientes-Perdidos
               END-IF
           END-IF.

       ACUMULA-VENDAS-FROTA.
           IF FStatusHist NOT = "35" THEN
               MOVE Ult-Chave-Hist TO HS-Chave
               IF Ult-Chave-Hist = SPACES THEN
                   MOVE ZEROS TO HS-Chave
               END-IF
               MOVE "N" TO Fim-Leitura
               START Arq-Hist KEY GREATER HS-Chave
                   INVALID KEY SET Fim-Leitura-Hist TO TRUE
               END-START
               PERFORM UNTIL Fim-Leitura-Hist OR Houve-Erro-Fatal
                   READ Arq-Hist NEXT
                       AT END SET Fim-Leitura-Hist TO TRUE
                   END-READ
                   IF NOT Fim-Leitura-Hist THEN
                       MOVE FStatusHist TO Status-Verificado
                       MOVE "historix.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       MOVE HS-Chave TO Nova-Chave-Hist
                       IF HS-FormaPagto = "F" OR HS-FormaPagto = "f"
                           THEN
                           MOVE HS-Cliente TO Cliente-Busca
                           PERFORM LOCALIZA-CLIENTE
                           IF Bc-Achado-Idx > ZERO THEN
                               SET BC-Idx TO Bc-Achado-Idx
                               ADD HS-Total TO BC-Movimento(BC-Idx)
                           END-IF
                           ADD 1 TO Qtd-Vendas-Frota
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ACUMULA-PAGAMENTOS.
           MOVE ZERO TO Qtd-PagH-Lidos
           OPEN INPUT Arq-PagHist
           MOVE FStatusPagH TO Status-Verificado
           MOVE "paghist.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPagH NOT = "35" THEN
               READ Arq-PagHist
                   AT END SET Fim-PagH TO TRUE
               END-READ
               PERFORM UNTIL Fim-PagH OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-PagH-Lidos
                   IF Qtd-PagH-Lidos > Qtd-PagH-Ant THEN
                       MOVE PH-Cliente TO Cliente-Busca
                       PERFORM LOCALIZA-CLIENTE
                       IF Bc-Achado-Idx > ZERO THEN
                           SET BC-Idx TO Bc-Achado-Idx
                           SUBTRACT PH-Valor FROM BC-Movimento(BC-Idx)
                       END-IF
                       ADD 1 TO Qtd-Pagtos-Novos
                   END-IF
                   READ Arq-PagHist
                       AT END SET Fim-PagH TO TRUE
                   END-READ
                   MOVE FStatusPagH TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-PagHist
           END-IF.

      *    Primeira execucao: so marca onde o historico e o paghist.dat
      *    terminam hoje.
       CONTA-PAGAMENTOS.
           MOVE ZERO TO Qtd-PagH-Lidos
           OPEN INPUT Arq-PagHist
           MOVE FStatusPagH TO Status-Verificado
           MOVE "paghist.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPagH NOT = "35" THEN
               READ Arq-PagHist
                   AT END SET Fim-PagH TO TRUE
               END-READ
               PERFORM UNTIL Fim-PagH OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-PagH-Lidos
                   READ Arq-PagHist
                       AT END SET Fim-PagH TO TRUE
                   END-READ
                   MOVE FStatusPagH TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-PagHist
           END-IF
           MOVE Negocio-Inv TO Nova-Chave-Hist(1:8)
           MOVE "9999" TO Nova-Chave-Hist(9:4).

       LE-SALDOS-ATUAIS.
           OPEN INPUT Arq-Cli
           MOVE FStatusCli TO Status-Verificado
           MOVE "clientes.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusCli NOT = "35" THEN
               READ Arq-Cli NEXT
                   AT END SET Fim-Cli TO TRUE
               END-READ
               PERFORM UNTIL Fim-Cli OR Houve-Erro-Fatal
                   MOVE CL-Codigo TO Cliente-Busca
                   PERFORM LOCALIZA-CLIENTE
                   IF Bc-Achado-Idx > ZERO THEN
                       SET BC-Idx TO Bc-Achado-Idx
                       MOVE CL-Saldo TO BC-Saldo-Atu(BC-Idx)
                       MOVE "S" TO BC-Visto(BC-Idx)
                   END-IF
                   READ Arq-Cli NEXT
                       AT END SET Fim-Cli TO TRUE
                   END-READ
                   MOVE FStatusCli TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Cli
           END-IF.

       GRAVA-BASE-SALDOS.
           OPEN OUTPUT Arq-BatSaldo
           MOVE FStatusBatS TO Status-Verificado
           MOVE "batsaldo.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Reg-BatCab
           MOVE "H" TO BH-Registro
           MOVE Data-Negocio TO BH-Data
           MOVE Nova-Chave-Hist TO BH-Ult-Chave
           MOVE Qtd-PagH-Lidos TO BH-Qtd-PagH
           WRITE Reg-BatCab
           MOVE FStatusBatS TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM VARYING BC-Idx FROM 1 BY 1
               UNTIL BC-Idx > Qtd-Clientes OR Houve-Erro-Fatal
               IF BC-Visto(BC-Idx) = "S" THEN
                   MOVE SPACES TO Reg-BatSaldo
                   SET BS-Cliente-Reg TO TRUE
                   MOVE BC-Cliente(BC-Idx) TO BS-Cliente
                   MOVE BC-Saldo-Atu(BC-Idx) TO BS-Saldo
                   WRITE Reg-BatSaldo
                   MOVE FStatusBatS TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE Arq-BatSaldo
           MOVE FStatusBatS TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

      *    3. Litros por tipo no historico contra os debitos e
      *    devolucoes feitos nos tanques, para cada dia que o controle
      *    de tanques processou na sua ultima execucao.
       CONFERE-TANQUES.
           MOVE "Litros do historico x debitos nos tanques"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE ZERO TO Qtd-Dias-Tanque
           MOVE SPACES TO Dia-Conf
           OPEN INPUT Arq-TqDeb
           MOVE FStatusTqDeb TO Status-Verificado
           MOVE "tqdebito.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusTqDeb = "35" THEN
               MOVE "  Sem debitos de tanque registrados" TO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               READ Arq-TqDeb
                   AT END SET Fim-TqDeb TO TRUE
               END-READ
               PERFORM UNTIL Fim-TqDeb OR Houve-Erro-Fatal
                   IF TD-Data NOT = Dia-Conf THEN
                       MOVE TD-Data TO Dia-Conf
                       PERFORM SOMA-LITROS-DIA
                       ADD 1 TO Qtd-Dias-Tanque
                   END-IF
                   PERFORM CONFERE-DEBITO-TIPO
                   READ Arq-TqDeb
                       AT END SET Fim-TqDeb TO TRUE
                   END-READ
                   MOVE FStatusTqDeb TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-TqDeb
               MOVE SPACES TO Linha-Rel
               STRING "  Dias conferidos: " DELIMITED BY SIZE
                      Qtd-Dias-Tanque DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       SOMA-LITROS-DIA.
           MOVE "G" TO LI-Tipo(1)
           MOVE "A" TO LI-Tipo(2)
           MOVE "D" TO LI-Tipo(3)
           MOVE "E" TO LI-Tipo(4)
           PERFORM VARYING LI-Idx FROM 1 BY 1 UNTIL LI-Idx > 4
               MOVE ZEROS TO LI-Vendas(LI-Idx) LI-Estornos(LI-Idx)
           END-PERFORM
           MOVE Dia-Conf(5:4) TO Dia-Inv-Conf(1:4)
           MOVE Dia-Conf(3:2) TO Dia-Inv-Conf(5:2)
           MOVE Dia-Conf(1:2) TO Dia-Inv-Conf(7:2)
           IF FStatusHist NOT = "35" AND Dia-Inv-Conf NUMERIC THEN
               MOVE Dia-Inv-Conf TO HS-Data-Inv
               MOVE ZEROS TO HS-Seq
               MOVE "N" TO Fim-Leitura
               START Arq-Hist KEY NOT LESS HS-Chave
                   INVALID KEY SET Fim-Leitura-Hist TO TRUE
               END-START
               PERFORM UNTIL Fim-Leitura-Hist OR Houve-Erro-Fatal
                   READ Arq-Hist NEXT
                       AT END SET Fim-Leitura-Hist TO TRUE
                   END-READ
                   IF NOT Fim-Leitura-Hist THEN
                       MOVE FStatusHist TO Status-Verificado
                       MOVE "historix.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       IF HS-Data-Inv NOT = Dia-Inv-Conf THEN
                           SET Fim-Leitura-Hist TO TRUE
                       ELSE
                           PERFORM SOMA-LITROS-REGISTRO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       SOMA-LITROS-REGISTRO.
           EVALUATE HS-Tipo
               WHEN "g" MOVE "G" TO Tipo-Up
               WHEN "a" MOVE "A" TO Tipo-Up
               WHEN "d" MOVE "D" TO Tipo-Up
               WHEN "e" MOVE "E" TO Tipo-Up
               WHEN OTHER MOVE HS-Tipo TO Tipo-Up
           END-EVALUATE
           PERFORM VARYING LI-Idx FROM 1 BY 1 UNTIL LI-Idx > 4
               IF LI-Tipo(LI-Idx) = Tipo-Up THEN
                   IF HS-Estorno THEN
                       SUBTRACT HS-Litros FROM LI-Estornos(LI-Idx)
                   ELSE
                       ADD HS-Litros TO LI-Vendas(LI-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       CONFERE-DEBITO-TIPO.
           PERFORM VARYING LI-Idx FROM 1 BY 1 UNTIL LI-Idx > 4
               IF LI-Tipo(LI-Idx) = TD-Tipo THEN
                   IF LI-Vendas(LI-Idx) NOT = TD-Vendas THEN
                       MOVE SPACES TO Rotulo-Conf
                       STRING "  " DELIMITED BY SIZE
                              TD-Data DELIMITED BY SIZE
                              " vendas " DELIMITED BY SIZE
                              TD-Tipo DELIMITED BY SIZE
                           INTO Rotulo-Conf
                       MOVE LI-Vendas(LI-Idx) TO Valor-Esperado
                       MOVE TD-Vendas TO Valor-Apurado
                       PERFORM IMPRIME-CONFERENCIA
                       MOVE SPACES TO Msg-Alerta
                       STRING "Litros " DELIMITED BY SIZE
                              TD-Tipo DELIMITED BY SIZE
                              " de " DELIMITED BY SIZE
                              TD-Data DELIMITED BY SIZE
                              " debitados difere do historico"
                                  DELIMITED BY SIZE
                           INTO Msg-Alerta
                       PERFORM REGISTRA-DIVERGENCIA
                   END-IF
                   IF LI-Estornos(LI-Idx) NOT = TD-Estornos THEN
                       MOVE SPACES TO Rotulo-Conf
                       STRING "  " DELIMITED BY SIZE
                              TD-Data DELIMITED BY SIZE
                              " estornos " DELIMITED BY SIZE
                              TD-Tipo DELIMITED BY SIZE
                           INTO Rotulo-Conf
                       MOVE LI-Estornos(LI-Idx) TO Valor-Esperado
                       MOVE TD-Estornos TO Valor-Apurado
                       PERFORM IMPRIME-CONFERENCIA
                       MOVE SPACES TO Msg-Alerta
                       STRING "Estornos " DELIMITED BY SIZE
                              TD-Tipo DELIMITED BY SIZE
                              " de " DELIMITED BY SIZE
                              TD-Data DELIMITED BY SIZE
                              " devolvidos difere do historico"
                                  DELIMITED BY SIZE
                           INTO Msg-Alerta
                       PERFORM REGISTRA-DIVERGENCIA
                   END-IF
               END-IF
           END-PERFORM.

      *    4. Dias dados como concluidos no controle de execucao sem
      *    nenhum registro no historico.
       CONFERE-RUN-CONTROL.
           MOVE "Dias concluidos no controle x historico" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE ZERO TO Qtd-Dias-Ctl
           PERFORM VARYING RC-Idx FROM 1 BY 1 UNTIL RC-Idx > Qtd-RunCtl
               IF TB-RC-Status(RC-Idx) = "C"
                   AND TB-RC-Data(RC-Idx) NUMERIC THEN
                   MOVE "N" TO Dc-Repetido
                   PERFORM VARYING DK-Idx FROM 1 BY 1
                       UNTIL DK-Idx > Qtd-Dias-Ctl
                       IF DC-Data(DK-Idx) = TB-RC-Data(RC-Idx) THEN
                           SET Dia-Ctl-Repetido TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT Dia-Ctl-Repetido THEN
                       ADD 1 TO Qtd-Dias-Ctl
                       SET DC-Idx TO Qtd-Dias-Ctl
                       MOVE TB-RC-Data(RC-Idx) TO DC-Data(DC-Idx)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING DC-Idx FROM 1 BY 1
               UNTIL DC-Idx > Qtd-Dias-Ctl OR Houve-Erro-Fatal
               MOVE DC-Data(DC-Idx) TO Dia-Conf
               MOVE Dia-Conf(5:4) TO Dia-Inv-Conf(1:4)
               MOVE Dia-Conf(3:2) TO Dia-Inv-Conf(5:2)
               MOVE Dia-Conf(1:2) TO Dia-Inv-Conf(7:2)
               MOVE "S" TO Fim-Leitura
               IF FStatusHist NOT = "35" THEN
                   MOVE Dia-Inv-Conf TO HS-Data-Inv
                   MOVE ZEROS TO HS-Seq
                   MOVE "N" TO Fim-Leitura
                   START Arq-Hist KEY NOT LESS HS-Chave
                       INVALID KEY SET Fim-Leitura-Hist TO TRUE
                   END-START
                   IF NOT Fim-Leitura-Hist THEN
                       READ Arq-Hist NEXT
                           AT END SET Fim-Leitura-Hist TO TRUE
                       END-READ
                   END-IF
                   IF NOT Fim-Leitura-Hist
                       AND HS-Data-Inv NOT = Dia-Inv-Conf THEN
                       SET Fim-Leitura-Hist TO TRUE
                   END-IF
               END-IF
               IF Fim-Leitura-Hist THEN
                   MOVE SPACES TO Msg-Alerta
                   STRING "Dia " DELIMITED BY SIZE
                          Dia-Conf DELIMITED BY SIZE
                          " concluido no controle sem historico"
                              DELIMITED BY SIZE
                       INTO Msg-Alerta
                   PERFORM REGISTRA-DIVERGENCIA
               ELSE
                   MOVE SPACES TO Linha-Rel
                   STRING "  " DELIMITED BY SIZE
                          Dia-Conf DELIMITED BY SIZE
                          " com historico" DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-PERFORM.

       REGISTRA-DIVERGENCIA.
           ADD 1 TO Qtd-Divergencias
           MOVE SPACES TO Linha-Rel
           STRING "  *** " DELIMITED BY SIZE
                  Msg-Alerta DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE Data-Negocio TO AL-Data
           MOVE "A" TO AL-Severidade
           PERFORM GRAVA-ALERTA.

       IMPRIME-CONFERENCIA.
           IF Valor-Esperado < ZERO THEN
               MOVE "-" TO Sinal-Esperado
               COMPUTE Esperado-Abs = Valor-Esperado * -1
           ELSE
               MOVE " " TO Sinal-Esperado
               MOVE Valor-Esperado TO Esperado-Abs
           END-IF
           IF Valor-Apurado < ZERO THEN
               MOVE "-" TO Sinal-Apurado
               COMPUTE Apurado-Abs = Valor-Apurado * -1
           ELSE
               MOVE " " TO Sinal-Apurado
               MOVE Valor-Apurado TO Apurado-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING Rotulo-Conf DELIMITED BY SIZE
                  " esperado " DELIMITED BY SIZE
                  Sinal-Esperado DELIMITED BY SIZE
                  Esperado-Abs DELIMITED BY SIZE
                  " apurado " DELIMITED BY SIZE
                  Sinal-Apurado DELIMITED BY SIZE
                  Apurado-Abs DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "batimento.lst" TO Arquivo-Verificado
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
               MOVE Situacao-Passo TO TB-RC-Status(RC-Idx)
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

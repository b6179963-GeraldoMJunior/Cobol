       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArquivoFiscal.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Tanque ASSIGN TO "tanques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusTanque.

           SELECT Arq-EstChk ASSIGN TO "estoqchk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusEstChk.

           SELECT Arq-Carga ASSIGN TO "cargas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusCarga.

           SELECT Arq-Nota ASSIGN TO "notasfisc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusNota.

           SELECT Arq-Hist ASSIGN TO "historix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-Chave
               FILE STATUS IS FStatusHist.

           SELECT Arq-Bico ASSIGN TO "bicos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusBico.

           SELECT Arq-Afer ASSIGN TO "afericoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAfer.

           SELECT Arq-PerdaMes ASSIGN TO "perdames.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPerdaM.

           SELECT Arq-Trib ASSIGN TO "tabtrib.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusTrib.

           SELECT Arq-LmcRes ASSIGN TO "lmcres.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRes.

           SELECT Arq-Efd ASSIGN TO "efdcomb.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusEfd.

           SELECT Arq-Rel ASSIGN TO "efdcomb.lst"
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
       FD Arq-Tanque.
       01  Reg-Tanque.
           88  Fim-Tanque      VALUE HIGH-VALUES.
           02  TQ-Tanque       PIC 9(2).
           02  TQ-Tipo         PIC X.
           02  TQ-Estoque      PIC 9(6)V99.
           02  TQ-Minimo       PIC 9(6)V99.
           02  TQ-Capacidade   PIC 9(6)V99.

       FD Arq-EstChk.
       01  Reg-EstChk.
           88  Fim-EstChk      VALUE HIGH-VALUES.
           02  EK-Data         PIC X(8).

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

       FD Arq-Bico.
       01  Reg-Bico.
           88  Fim-Bico        VALUE HIGH-VALUES.
           02  BM-Bico         PIC 9(2).
           02  BM-Abertura     PIC 9(6)V99.
           02  BM-Fechamento   PIC 9(6)V99.

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

       FD Arq-PerdaMes.
       01  Reg-PerdaMes.
           88  Fim-PerdaMes    VALUE HIGH-VALUES.
           02  PM-AnoMes       PIC X(6).
           02  PM-Tanque       PIC 9(2).
           02  PM-Sinal        PIC X.
           02  PM-Perda        PIC 9(6)V99.
           02  PM-Vendas       PIC 9(7)V99.
           02  PM-Sinal-Temp   PIC X.
           02  PM-Var-Temp     PIC 9(6)V99.

       FD Arq-Trib.
       01  Reg-Trib.
           88  Fim-Trib        VALUE HIGH-VALUES.
           02  TR-Tipo         PIC X.
           02  TR-Vigencia     PIC X(8).
           02  TR-PctICMS      PIC 99V99.
           02  TR-PctPIS       PIC 99V99.
           02  TR-PctCOFINS    PIC 99V99.
           02  TR-FixoLitro    PIC 9V9999.

       FD Arq-LmcRes.
       01  Reg-LmcRes.
           88  Fim-LmcRes      VALUE HIGH-VALUES.
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

      *    Arquivo fiscal de combustiveis, registros de tamanho fixo:
      *    0000 abertura, 1300 movimento diario por produto, 1310 por
      *    tanque, 1320 por bico, 1330 notas de entrada, 1390 perdas e
      *    ganhos do mes, 1400 tributos por produto, 9999 encerramento.
       FD Arq-Efd.
       01  Reg-Efd.
           02  EF-Registro     PIC X(4).
           02  FILLER          PIC X(96).
       01  Reg-Efd-0000 REDEFINES Reg-Efd.
           02  R0000-Registro  PIC X(4).
           02  R0000-AnoMes    PIC X(6).
           02  R0000-Dt-Ini    PIC X(8).
           02  R0000-Dt-Fim    PIC X(8).
           02  R0000-Nome      PIC X(24).
           02  R0000-Geracao   PIC X(8).
           02  FILLER          PIC X(42).
       01  Reg-Efd-1300 REDEFINES Reg-Efd.
           02  R1300-Registro  PIC X(4).
           02  R1300-Data      PIC X(8).
           02  R1300-Tipo      PIC X.
           02  R1300-Sinal-Abert PIC X.
           02  R1300-Abertura  PIC 9(7)V99.
           02  R1300-Entradas  PIC 9(7)V99.
           02  R1300-Sinal-Saidas PIC X.
           02  R1300-Saidas    PIC 9(7)V99.
           02  R1300-Perda     PIC 9(7)V99.
           02  R1300-Ganho     PIC 9(7)V99.
           02  R1300-Sinal-Fecho PIC X.
           02  R1300-Fechamento PIC 9(7)V99.
           02  FILLER          PIC X(30).
       01  Reg-Efd-1310 REDEFINES Reg-Efd.
           02  R1310-Registro  PIC X(4).
           02  R1310-Data      PIC X(8).
           02  R1310-Tanque    PIC 9(2).
           02  R1310-Tipo      PIC X.
           02  R1310-Sinal-Abert PIC X.
           02  R1310-Abertura  PIC 9(7)V99.
           02  R1310-Entradas  PIC 9(7)V99.
           02  R1310-Sinal-Saidas PIC X.
           02  R1310-Saidas    PIC 9(7)V99.
           02  R1310-Perda     PIC 9(7)V99.
           02  R1310-Ganho     PIC 9(7)V99.
           02  R1310-Sinal-Fecho PIC X.
           02  R1310-Fechamento PIC 9(7)V99.
           02  FILLER          PIC X(28).
       01  Reg-Efd-1320 REDEFINES Reg-Efd.
           02  R1320-Registro  PIC X(4).
           02  R1320-Data      PIC X(8).
           02  R1320-Bico      PIC 9(2).
           02  R1320-Tipo      PIC X.
           02  R1320-Enc-Abert PIC 9(6)V99.
           02  R1320-Enc-Fecho PIC 9(6)V99.
           02  R1320-Afericao  PIC 9(5)V99.
           02  R1320-Sinal-Vendas PIC X.
           02  R1320-Vendas    PIC 9(6)V99.
           02  FILLER          PIC X(53).
       01  Reg-Efd-1330 REDEFINES Reg-Efd.
           02  R1330-Registro  PIC X(4).
           02  R1330-Data      PIC X(8).
           02  R1330-Tipo      PIC X.
           02  R1330-Tanque    PIC 9(2).
           02  R1330-Numero    PIC X(10).
           02  R1330-Litros    PIC 9(6)V99.
           02  R1330-Valor     PIC 9(8)V99.
           02  FILLER          PIC X(57).
       01  Reg-Efd-1390 REDEFINES Reg-Efd.
           02  R1390-Registro  PIC X(4).
           02  R1390-AnoMes    PIC X(6).
           02  R1390-Tanque    PIC 9(2).
           02  R1390-Tipo      PIC X.
           02  R1390-Perda     PIC 9(7)V99.
           02  R1390-Ganho     PIC 9(7)V99.
           02  R1390-Vendas    PIC 9(7)V99.
           02  R1390-Sinal-Temp PIC X.
           02  R1390-Var-Temp  PIC 9(7)V99.
           02  FILLER          PIC X(50).
       01  Reg-Efd-1400 REDEFINES Reg-Efd.
           02  R1400-Registro  PIC X(4).
           02  R1400-AnoMes    PIC X(6).
           02  R1400-Tipo      PIC X.
           02  R1400-Litros    PIC 9(7)V99.
           02  R1400-Receita   PIC 9(9)V99.
           02  R1400-ICMS      PIC 9(8)V99.
           02  R1400-PIS       PIC 9(8)V99.
           02  R1400-COFINS    PIC 9(8)V99.
           02  R1400-Fixo      PIC 9(8)V99.
           02  FILLER          PIC X(29).
       01  Reg-Efd-9999 REDEFINES Reg-Efd.
           02  R9999-Registro  PIC X(4).
           02  R9999-Total     PIC 9(7).
           02  R9999-Qtd-1300  PIC 9(5).
           02  R9999-Qtd-1310  PIC 9(5).
           02  R9999-Qtd-1320  PIC 9(5).
           02  R9999-Qtd-1330  PIC 9(5).
           02  R9999-Qtd-1390  PIC 9(5).
           02  R9999-Qtd-1400  PIC 9(5).
           02  FILLER          PIC X(59).

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
       01  FStatusTanque PIC XX.
       01  FStatusEstChk PIC XX.
       01  FStatusCarga  PIC XX.
       01  FStatusNota   PIC XX.
       01  FStatusHist   PIC XX.
       01  FStatusBico   PIC XX.
       01  FStatusAfer   PIC XX.
       01  FStatusPerdaM PIC XX.
       01  FStatusTrib   PIC XX.
       01  FStatusRes    PIC XX.
       01  FStatusEfd    PIC XX.
       01  FStatusRel    PIC XX.
       01  FStatusAlerta PIC XX.
       01  FStatusRun    PIC XX.
       01  Linha-Rel     PIC X(80).
       01  Nome-Posto    PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Nome-Programa PIC X(12)   VALUE "EFD".
       01  Msg-Alerta    PIC X(60).

       01  Mes-Alvo      PIC X(6).
       01  Ano-Num       PIC 9(4).
       01  Mes-Num       PIC 9(2).
       01  Dias-Mes      PIC 9(2).
       01  Resto-Bissexto PIC 9(4).
       01  Dia-Num       PIC 9(2).
       01  Dia-Reg       PIC 9(2).
       01  Data-Inv-Reg  PIC 9(8)    VALUE ZEROS.
       01  Mes-Inicio-Inv PIC 9(8)   VALUE ZEROS.
       01  Mes-Fim-Inv   PIC 9(8)    VALUE ZEROS.
       01  Ult-Proc-Inv  PIC 9(8)    VALUE ZEROS.
       01  Dia-Inv-Atual PIC 9(8).
       01  Data-Dia      PIC X(8).
       01  Data-Ini-Mes  PIC X(8).
       01  Data-Fim-Mes  PIC X(8).
       01  Data-Sis-Run  PIC 9(8).
       01  Data-Geracao  PIC X(8).
       01  Tipo-Up       PIC X.
       01  Fim-Leitura   PIC X       VALUE "N".
           88  Fim-Varredura       VALUE "S".

      *    Limites de conferencia com o LMC: o fechamento do tanque
      *    pode diferir pela correcao a 20 graus das cargas; o volume
      *    das notas, por nota, como na conferencia de notas.
       01  Tolerancia-Fecho PIC 9(4)V99 VALUE 100.00.
       01  Tolerancia-Nota  PIC 9(3)V99 VALUE 1.00.
       01  Tolerancia-Vendas PIC 9V99   VALUE 0.01.

       01  Tab-Tanques.
           02  TB-Tanque OCCURS 10 TIMES INDEXED BY TQ-Idx.
               03  TT-Num        PIC 9(2).
               03  TT-Tipo       PIC X.
               03  TT-Abertura   PIC S9(7)V99.
               03  TT-Saldo      PIC S9(7)V99.
               03  TT-Perda-Mes  PIC S9(7)V99.
               03  TT-Vendas-PM  PIC 9(7)V99.
               03  TT-Var-Temp   PIC S9(7)V99.
               03  TT-Tem-Perda  PIC X.
               03  TT-No-Lmc     PIC X.
               03  TT-Tot-Entr   PIC 9(7)V99.
               03  TT-Tot-Said   PIC S9(7)V99.
               03  TT-Dias.
                   04  TT-Dia OCCURS 31 TIMES INDEXED BY TD-Idx.
                       05  TT-Entrada  PIC 9(6)V99.
                       05  TT-Saida    PIC S9(6)V99.
       01  Qtd-Tanques     PIC 9(2)    VALUE ZERO.
       01  Tq-Achado-Idx   PIC 9(2)    VALUE ZERO.
       01  Tanque-Busca    PIC 9(2).

       01  Tab-Cargas.
           02  TB-Carga OCCURS 300 TIMES INDEXED BY CG-Idx.
               03  TC-Data     PIC X(8).
               03  TC-Tipo     PIC X.
               03  TC-Tanque   PIC 9(2).
               03  TC-Casada   PIC X.
       01  Qtd-Cargas      PIC 9(3)    VALUE ZERO.
       01  Cg-Achado-Idx   PIC 9(3)    VALUE ZERO.

       01  Tab-Notas.
           02  TB-Nota OCCURS 300 TIMES INDEXED BY NT-Idx.
               03  TN-Data     PIC X(8).
               03  TN-Tipo     PIC X.
               03  TN-Tanque   PIC 9(2).
               03  TN-Numero   PIC X(10).
               03  TN-Litros   PIC 9(6)V99.
               03  TN-Total    PIC 9(8)V99.
       01  Qtd-Notas       PIC 9(3)    VALUE ZERO.

       01  Tab-Bicos.
           02  TB-Bico OCCURS 20 TIMES INDEXED BY BB-Idx.
               03  BB-Num        PIC 9(2).
               03  BB-Tipo       PIC X.
               03  BB-Tem-Enc    PIC X.
               03  BB-Enc-Atual  PIC 9(6)V99.
               03  BB-Posterior  PIC S9(7)V99.
               03  BB-Enc-Saldo  PIC S9(7)V99.
               03  BB-Mov-Mes    PIC S9(7)V99.
               03  BB-Dias.
                   04  BB-Dia OCCURS 31 TIMES INDEXED BY BD-Idx.
                       05  BB-Vendas   PIC S9(6)V99.
                       05  BB-Afericao PIC 9(5)V99.
       01  Qtd-Bicos       PIC 9(2)    VALUE ZERO.
       01  Bb-Achado-Idx   PIC 9(2)    VALUE ZERO.
       01  Bico-Busca      PIC 9(2).
       01  Limite-Encerrante PIC 9(7)  VALUE 1000000.

       01  Tab-Produtos.
           02  TB-Produto OCCURS 4 TIMES INDEXED BY PD-Idx.
               03  PD-Tipo       PIC X.
               03  PD-Receita-Mes PIC S9(9)V99.
               03  PD-Litros-Mes PIC S9(7)V99.
               03  PD-ICMS       PIC S9(8)V99.
               03  PD-PIS        PIC S9(8)V99.
               03  PD-COFINS     PIC S9(8)V99.
               03  PD-Fixo       PIC S9(8)V99.
               03  PD-Qtd-Notas  PIC 9(3).
               03  PD-Lit-Notas  PIC 9(7)V99.
               03  PD-Lmc-Qtd    PIC 9(3).
               03  PD-Lmc-Entr   PIC 9(7)V99.
               03  PD-Lmc-Said   PIC S9(7)V99.
               03  PD-Dias.
                   04  PD-Dia OCCURS 31 TIMES INDEXED BY PDD-Idx.
                       05  PD-Receita  PIC S9(7)V99.
                       05  PD-Litros   PIC S9(6)V99.
       01  Pd-Achado-Idx   PIC 9       VALUE ZERO.

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
       01  Data-Comp       PIC 9(8).
       01  Valor-Trib      PIC S9(7)V99.
       01  Dias-Sem-Aliquota PIC 9(3)  VALUE ZERO.

       01  Soma-Abertura   PIC S9(7)V99.
       01  Soma-Entradas   PIC 9(7)V99.
       01  Soma-Saidas     PIC S9(7)V99.
       01  Soma-Perda      PIC S9(7)V99.
       01  Soma-Fecho      PIC S9(7)V99.
       01  Perda-Dia       PIC S9(7)V99.
       01  Fecho-Tanque    PIC S9(7)V99.
       01  Enc-Fecho       PIC S9(7)V99.
       01  Valor-Sinal     PIC S9(9)V99.
       01  Valor-Abs       PIC 9(9)V99.
       01  Sinal-Valor     PIC X.
       01  Lmc-Fecho       PIC S9(7)V99.
       01  Diferenca       PIC S9(7)V99.
       01  Dif-Abs         PIC 9(7)V99.
       01  Sinal-Dif       PIC X.
       01  Limite-Dif      PIC 9(7)V99.
       01  Fecho-Abs       PIC 9(7)V99.
       01  Sinal-Fecho     PIC X.
       01  Lmc-Abs         PIC 9(7)V99.
       01  Sinal-Lmc       PIC X.
       01  Imp-Valor-1     PIC 9(9)V99.
       01  Imp-Valor-2     PIC 9(9)V99.
       01  Imp-Valor-3     PIC 9(9)V99.

       01  Qtd-Divergencias PIC 9(4)   VALUE ZERO.
       01  Qtd-Lmc         PIC 9(2)    VALUE ZERO.
       01  Lmc-Dias-Total  PIC 9(5)    VALUE ZERO.
       01  Esperado-1310   PIC 9(5)    VALUE ZERO.
       01  Lmc-Outro-Mes   PIC X       VALUE "N".
           88  Lmc-De-Outro-Mes        VALUE "S".
       01  Vendas-Sem-Tanque PIC 9(5)  VALUE ZERO.
       01  Notas-Sem-Tanque PIC 9(3)   VALUE ZERO.
       01  Notas-Fora      PIC 9(3)    VALUE ZERO.
       01  Bicos-Fora      PIC 9(3)    VALUE ZERO.

       01  Qtd-1300        PIC 9(5)    VALUE ZERO.
       01  Qtd-1310        PIC 9(5)    VALUE ZERO.
       01  Qtd-1320        PIC 9(5)    VALUE ZERO.
       01  Qtd-1330        PIC 9(5)    VALUE ZERO.
       01  Qtd-1390        PIC 9(5)    VALUE ZERO.
       01  Qtd-1400        PIC 9(5)    VALUE ZERO.
       01  Qtd-Registros   PIC 9(7)    VALUE ZERO.

       01  Tab-Cadeia.
           02  TB-Passo OCCURS 8 TIMES INDEXED BY PS-Idx
                                                  PIC X(12).
       01  Tab-RunCtl.
           02  TB-RunCtl OCCURS 10 TIMES INDEXED BY RC-Idx.
               03  TB-RC-Programa PIC X(12).
               03  TB-RC-Data     PIC X(8).
               03  TB-RC-Status   PIC X.
       01  Qtd-RunCtl    PIC 9(2)    VALUE ZERO.
       01  Rc-Achado-Idx PIC 9(2)    VALUE ZERO.
       01  RunCtl-Flag   PIC X       VALUE "N".
           88  RunCtl-Existe       VALUE "S".
       01  Rc-Data-Inv   PIC 9(8).
       01  Mes-Ok        PIC X       VALUE "S".
           88  Mes-Fechado         VALUE "S".

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Arquivo Fiscal de Combustiveis"
           DISPLAY "=============================="
           ACCEPT Data-Sis-Run FROM DATE YYYYMMDD
           MOVE Data-Sis-Run(7:2) TO Data-Geracao(1:2)
           MOVE Data-Sis-Run(5:2) TO Data-Geracao(3:2)
           MOVE Data-Sis-Run(1:4) TO Data-Geracao(5:4)
           DISPLAY "Mes (AAAAMM, branco = mes anterior): "
               WITH NO ADVANCING
           ACCEPT Mes-Alvo
           IF Mes-Alvo = SPACES THEN
               MOVE Data-Sis-Run(1:4) TO Ano-Num
               MOVE Data-Sis-Run(5:2) TO Mes-Num
               IF Mes-Num = 1 THEN
                   MOVE 12 TO Mes-Num
                   SUBTRACT 1 FROM Ano-Num
               ELSE
                   SUBTRACT 1 FROM Mes-Num
               END-IF
               MOVE Ano-Num TO Mes-Alvo(1:4)
               MOVE Mes-Num TO Mes-Alvo(5:2)
           END-IF
           IF Mes-Alvo NOT NUMERIC
               OR Mes-Alvo(5:2) < "01" OR Mes-Alvo(5:2) > "12" THEN
               DISPLAY "Mes invalido: " Mes-Alvo
               STOP RUN
           END-IF
           PERFORM CALCULA-DIAS-MES
           PERFORM VERIFICA-MES-FECHADO
           IF NOT Mes-Fechado THEN
               DISPLAY "Arquivo fiscal recusado - mes " Mes-Alvo
                   " nao esta fechado."
               STOP RUN
           END-IF
           PERFORM CARREGA-TANQUES
           IF Qtd-Tanques = ZERO THEN
               DISPLAY "Cadastro de tanques vazio ou ausente."
               STOP RUN
           END-IF
           PERFORM INICIA-PRODUTOS
           PERFORM CARREGA-ENCERRANTES
           PERFORM CARREGA-CARGAS
           PERFORM ACUMULA-NOTAS
           PERFORM ACUMULA-VENDAS
           PERFORM ACUMULA-AFERICOES
           PERFORM ACUMULA-PERDAS
           PERFORM CARREGA-TRIBUTOS
           IF Houve-Erro-Fatal THEN
               DISPLAY "Processamento abortado."
               STOP RUN
           END-IF
           PERFORM APURA-TRIBUTOS
           PERFORM APURA-TOTAIS-TANQUE
           OPEN OUTPUT Arq-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "efdcomb.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  " - Arquivo fiscal " DELIMITED BY SIZE
                  Mes-Alvo DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM CONFERE-LMC
           PERFORM CONFERE-MOVIMENTO
           IF Qtd-Divergencias > ZERO OR Houve-Erro-Fatal THEN
               MOVE SPACES TO Linha-Rel
               STRING "*** Arquivo fiscal nao gerado - "
                          DELIMITED BY SIZE
                      Qtd-Divergencias DELIMITED BY SIZE
                      " divergencia(s) ***" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               MOVE Data-Geracao TO AL-Data
               MOVE "G" TO AL-Severidade
               MOVE SPACES TO Msg-Alerta
               STRING "Arquivo fiscal " DELIMITED BY SIZE
                      Mes-Alvo DELIMITED BY SIZE
                      " nao gerado - divergencias com o LMC"
                          DELIMITED BY SIZE
                   INTO Msg-Alerta
               PERFORM GRAVA-ALERTA
           ELSE
               PERFORM GERA-ARQUIVO-FISCAL
               PERFORM IMPRIME-RESUMO
           END-IF
           CLOSE Arq-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "efdcomb.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           STOP RUN.

       CALCULA-DIAS-MES.
           MOVE Mes-Alvo(1:4) TO Ano-Num
           MOVE Mes-Alvo(5:2) TO Mes-Num
           EVALUATE Mes-Num
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO Dias-Mes
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO Dias-Mes
               WHEN 2
                   MOVE 28 TO Dias-Mes
                   DIVIDE Ano-Num BY 4 GIVING Resto-Bissexto
                       REMAINDER Resto-Bissexto
                   IF Resto-Bissexto = ZERO THEN
                       MOVE 29 TO Dias-Mes
                   END-IF
               WHEN OTHER
                   MOVE 31 TO Dias-Mes
           END-EVALUATE
           MOVE Mes-Alvo TO Mes-Inicio-Inv(1:6)
           MOVE "01" TO Mes-Inicio-Inv(7:2)
           MOVE Mes-Alvo TO Mes-Fim-Inv(1:6)
           MOVE Dias-Mes TO Mes-Fim-Inv(7:2)
           MOVE "01" TO Data-Ini-Mes(1:2)
           MOVE Dias-Mes TO Data-Fim-Mes(1:2)
           MOVE Mes-Alvo(5:2) TO Data-Ini-Mes(3:2) Data-Fim-Mes(3:2)
           MOVE Mes-Alvo(1:4) TO Data-Ini-Mes(5:4) Data-Fim-Mes(5:4).

      *    O mes so esta fechado quando todos os passos da cadeia
      *    noturna ja passaram do ultimo dia do mes (ou o concluiram)
      *    e o estoque processado cobre o mes inteiro. Divergencia do
      *    batimento no ultimo dia nao impede o arquivo: o dia foi
      *    processado e o estoque e conferido adiante contra o LMC.
       VERIFICA-MES-FECHADO.
           MOVE "S" TO Mes-Ok
           MOVE "SNAPSHOT" TO TB-Passo(1)
           MOVE "CRITICA" TO TB-Passo(2)
           MOVE "FECHAMENTO" TO TB-Passo(3)
           MOVE "TANQUES" TO TB-Passo(4)
           MOVE "CONCILIA" TO TB-Passo(5)
           MOVE "CONTABIL" TO TB-Passo(6)
           MOVE "BATIMENTO" TO TB-Passo(7)
           MOVE "TRIAGEM" TO TB-Passo(8)
           PERFORM CARREGA-RUN-CONTROL
           IF NOT RunCtl-Existe THEN
               MOVE "N" TO Mes-Ok
               DISPLAY "Controle de execucao ausente."
           ELSE
               PERFORM VARYING PS-Idx FROM 1 BY 1 UNTIL PS-Idx > 8
                   PERFORM CONFERE-PASSO-MES
               END-PERFORM
           END-IF
           PERFORM CARREGA-CHECKPOINT-ESTOQUE
           IF Ult-Proc-Inv < Mes-Fim-Inv THEN
               MOVE "N" TO Mes-Ok
               DISPLAY "Estoque processado so ate " Ult-Proc-Inv "."
           END-IF.

       CONFERE-PASSO-MES.
           MOVE ZERO TO Rc-Achado-Idx
           PERFORM VARYING RC-Idx FROM 1 BY 1 UNTIL RC-Idx > Qtd-RunCtl
               IF TB-RC-Programa(RC-Idx) = TB-Passo(PS-Idx) THEN
                   SET Rc-Achado-Idx TO RC-Idx
               END-IF
           END-PERFORM
           IF Rc-Achado-Idx = ZERO THEN
               MOVE "N" TO Mes-Ok
               DISPLAY TB-Passo(PS-Idx) " - nunca executado"
           ELSE
               SET RC-Idx TO Rc-Achado-Idx
               MOVE ZEROS TO Rc-Data-Inv
               IF TB-RC-Data(RC-Idx) NUMERIC THEN
                   MOVE TB-RC-Data(RC-Idx)(5:4) TO Rc-Data-Inv(1:4)
                   MOVE TB-RC-Data(RC-Idx)(3:2) TO Rc-Data-Inv(5:2)
                   MOVE TB-RC-Data(RC-Idx)(1:2) TO Rc-Data-Inv(7:2)
               END-IF
               IF Rc-Data-Inv = Mes-Fim-Inv
                   AND TB-RC-Status(RC-Idx) = "N"
                   AND TB-Passo(PS-Idx) = "BATIMENTO" THEN
                   DISPLAY TB-Passo(PS-Idx) " - divergencias em "
                       TB-RC-Data(RC-Idx) " (ver alertas)"
               ELSE
                   IF Rc-Data-Inv < Mes-Fim-Inv
                       OR (Rc-Data-Inv = Mes-Fim-Inv
                           AND TB-RC-Status(RC-Idx) NOT = "C") THEN
                       MOVE "N" TO Mes-Ok
                       DISPLAY TB-Passo(PS-Idx) " - mes nao concluido"
                           " (ultimo em " TB-RC-Data(RC-Idx) ")"
                   END-IF
               END-IF
           END-IF.

       CARREGA-CHECKPOINT-ESTOQUE.
           MOVE ZEROS TO Ult-Proc-Inv
           OPEN INPUT Arq-EstChk
           MOVE FStatusEstChk TO Status-Verificado
           MOVE "estoqchk.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusEstChk = "35" THEN
               CONTINUE
           ELSE
               READ Arq-EstChk
                   AT END SET Fim-EstChk TO TRUE
               END-READ
               IF NOT Fim-EstChk AND EK-Data NUMERIC THEN
                   MOVE EK-Data(5:4) TO Ult-Proc-Inv(1:4)
                   MOVE EK-Data(3:2) TO Ult-Proc-Inv(5:2)
                   MOVE EK-Data(1:2) TO Ult-Proc-Inv(7:2)
               END-IF
               CLOSE Arq-EstChk
           END-IF.

      *    O estoque do cadastro e a posicao do ultimo dia processado;
      *    a abertura do mes e obtida desfazendo o movimento desde o
      *    dia 1 (mesmo criterio do LMC).
       CARREGA-TANQUES.
           MOVE ZERO TO Qtd-Tanques
           OPEN INPUT Arq-Tanque
           MOVE FStatusTanque TO Status-Verificado
           MOVE "tanques.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusTanque = "35" THEN
               DISPLAY "Arquivo de tanques nao encontrado."
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
                   MOVE TQ-Tanque TO TT-Num(TQ-Idx)
                   EVALUATE TQ-Tipo
                       WHEN "g" MOVE "G" TO TT-Tipo(TQ-Idx)
                       WHEN "a" MOVE "A" TO TT-Tipo(TQ-Idx)
                       WHEN "d" MOVE "D" TO TT-Tipo(TQ-Idx)
                       WHEN "e" MOVE "E" TO TT-Tipo(TQ-Idx)
                       WHEN OTHER MOVE TQ-Tipo TO TT-Tipo(TQ-Idx)
                   END-EVALUATE
                   MOVE TQ-Estoque TO TT-Abertura(TQ-Idx)
                   MOVE ZEROS TO TT-Perda-Mes(TQ-Idx)
                   MOVE ZEROS TO TT-Vendas-PM(TQ-Idx)
                   MOVE ZEROS TO TT-Var-Temp(TQ-Idx)
                   MOVE ZEROS TO TT-Tot-Entr(TQ-Idx) TT-Tot-Said(TQ-Idx)
                   MOVE "N" TO TT-Tem-Perda(TQ-Idx)
                   MOVE "N" TO TT-No-Lmc(TQ-Idx)
                   PERFORM VARYING TD-Idx FROM 1 BY 1 UNTIL TD-Idx > 31
                       MOVE ZEROS TO TT-Entrada(TQ-Idx, TD-Idx)
                       MOVE ZEROS TO TT-Saida(TQ-Idx, TD-Idx)
                   END-PERFORM
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

       BUSCA-TANQUE-TIPO.
           MOVE ZERO TO Tq-Achado-Idx
           PERFORM VARYING TQ-Idx FROM 1 BY 1
               UNTIL TQ-Idx > Qtd-Tanques
               IF TT-Tipo(TQ-Idx) = Tipo-Up
                   AND Tq-Achado-Idx = ZERO THEN
                   SET Tq-Achado-Idx TO TQ-Idx
               END-IF
           END-PERFORM.

       BUSCA-TANQUE-NUM.
           MOVE ZERO TO Tq-Achado-Idx
           PERFORM VARYING TQ-Idx FROM 1 BY 1
               UNTIL TQ-Idx > Qtd-Tanques
               IF TT-Num(TQ-Idx) = Tanque-Busca THEN
                   SET Tq-Achado-Idx TO TQ-Idx
               END-IF
           END-PERFORM.

       INICIA-PRODUTOS.
           MOVE "G" TO PD-Tipo(1)
           MOVE "A" TO PD-Tipo(2)
           MOVE "D" TO PD-Tipo(3)
           MOVE "E" TO PD-Tipo(4)
           PERFORM VARYING PD-Idx FROM 1 BY 1 UNTIL PD-Idx > 4
               MOVE ZEROS TO PD-Receita-Mes(PD-Idx)
               MOVE ZEROS TO PD-Litros-Mes(PD-Idx)
               MOVE ZEROS TO PD-ICMS(PD-Idx) PD-PIS(PD-Idx)
               MOVE ZEROS TO PD-COFINS(PD-Idx) PD-Fixo(PD-Idx)
               MOVE ZEROS TO PD-Qtd-Notas(PD-Idx) PD-Lit-Notas(PD-Idx)
               MOVE ZEROS TO PD-Lmc-Qtd(PD-Idx) PD-Lmc-Entr(PD-Idx)
               MOVE ZEROS TO PD-Lmc-Said(PD-Idx)
               PERFORM VARYING PDD-Idx FROM 1 BY 1 UNTIL PDD-Idx > 31
                   MOVE ZEROS TO PD-Receita(PD-Idx, PDD-Idx)
                   MOVE ZEROS TO PD-Litros(PD-Idx, PDD-Idx)
               END-PERFORM
           END-PERFORM.

       BUSCA-PRODUTO.
           MOVE ZERO TO Pd-Achado-Idx
           PERFORM VARYING PD-Idx FROM 1 BY 1 UNTIL PD-Idx > 4
               IF PD-Tipo(PD-Idx) = Tipo-Up THEN
                   SET Pd-Achado-Idx TO PD-Idx
               END-IF
           END-PERFORM.

      *    Encerrantes do cadastro de bicos: o fechamento e a leitura
      *    no ultimo dia processado.
       CARREGA-ENCERRANTES.
           MOVE ZERO TO Qtd-Bicos
           OPEN INPUT Arq-Bico
           MOVE FStatusBico TO Status-Verificado
           MOVE "bicos.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusBico = "35" THEN
               DISPLAY "Encerrantes nao informados."
           ELSE
               READ Arq-Bico
                   AT END SET Fim-Bico TO TRUE
               END-READ
               MOVE FStatusBico TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Bico OR Houve-Erro-Fatal
                   MOVE BM-Bico TO Bico-Busca
                   PERFORM BUSCA-BICO
                   IF Bb-Achado-Idx > ZERO THEN
                       SET BB-Idx TO Bb-Achado-Idx
                       MOVE "S" TO BB-Tem-Enc(BB-Idx)
                       MOVE BM-Fechamento TO BB-Enc-Atual(BB-Idx)
                   END-IF
                   READ Arq-Bico
                       AT END SET Fim-Bico TO TRUE
                   END-READ
                   MOVE FStatusBico TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Bico
               MOVE FStatusBico TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       BUSCA-BICO.
           MOVE ZERO TO Bb-Achado-Idx
           PERFORM VARYING BB-Idx FROM 1 BY 1 UNTIL BB-Idx > Qtd-Bicos
               IF BB-Num(BB-Idx) = Bico-Busca THEN
                   SET Bb-Achado-Idx TO BB-Idx
               END-IF
           END-PERFORM
           IF Bb-Achado-Idx = ZERO THEN
               IF Qtd-Bicos < 20 THEN
                   ADD 1 TO Qtd-Bicos
                   SET BB-Idx TO Qtd-Bicos
                   MOVE Bico-Busca TO BB-Num(BB-Idx)
                   MOVE SPACE TO BB-Tipo(BB-Idx)
                   MOVE "N" TO BB-Tem-Enc(BB-Idx)
                   MOVE ZEROS TO BB-Enc-Atual(BB-Idx)
                   MOVE ZEROS TO BB-Posterior(BB-Idx) BB-Mov-Mes(BB-Idx)
                   PERFORM VARYING BD-Idx FROM 1 BY 1 UNTIL BD-Idx > 31
                       MOVE ZEROS TO BB-Vendas(BB-Idx, BD-Idx)
                       MOVE ZEROS TO BB-Afericao(BB-Idx, BD-Idx)
                   END-PERFORM
                   SET Bb-Achado-Idx TO BB-Idx
               ELSE
                   ADD 1 TO Bicos-Fora
               END-IF
           END-IF.

      *    Cargas do mes ate o ultimo dia processado, so para achar o
      *    tanque de cada nota (mesma data e produto, como na
      *    conferencia de notas).
       CARREGA-CARGAS.
           MOVE ZERO TO Qtd-Cargas
           OPEN INPUT Arq-Carga
           MOVE FStatusCarga TO Status-Verificado
           MOVE "cargas.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusCarga = "35" THEN
               CONTINUE
           ELSE
               READ Arq-Carga
                   AT END SET Fim-Carga TO TRUE
               END-READ
               MOVE FStatusCarga TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Carga OR Houve-Erro-Fatal
                   MOVE ZEROS TO Data-Inv-Reg
                   IF CG-Data NUMERIC THEN
                       MOVE CG-Data(5:4) TO Data-Inv-Reg(1:4)
                       MOVE CG-Data(3:2) TO Data-Inv-Reg(5:2)
                       MOVE CG-Data(1:2) TO Data-Inv-Reg(7:2)
                   END-IF
                   IF Data-Inv-Reg >= Mes-Inicio-Inv
                       AND Data-Inv-Reg <= Ult-Proc-Inv
                       AND Qtd-Cargas < 300 THEN
                       ADD 1 TO Qtd-Cargas
                       SET CG-Idx TO Qtd-Cargas
                       MOVE CG-Data TO TC-Data(CG-Idx)
                       EVALUATE CG-Tipo
                           WHEN "g" MOVE "G" TO TC-Tipo(CG-Idx)
                           WHEN "a" MOVE "A" TO TC-Tipo(CG-Idx)
                           WHEN "d" MOVE "D" TO TC-Tipo(CG-Idx)
                           WHEN "e" MOVE "E" TO TC-Tipo(CG-Idx)
                           WHEN OTHER MOVE CG-Tipo TO TC-Tipo(CG-Idx)
                       END-EVALUATE
                       MOVE CG-Tanque TO TC-Tanque(CG-Idx)
                       MOVE "N" TO TC-Casada(CG-Idx)
                   END-IF
                   READ Arq-Carga
                       AT END SET Fim-Carga TO TRUE
                   END-READ
                   MOVE FStatusCarga TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Carga
               MOVE FStatusCarga TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       ACUMULA-NOTAS.
           MOVE ZERO TO Qtd-Notas
           OPEN INPUT Arq-Nota
           MOVE FStatusNota TO Status-Verificado
           MOVE "notasfisc.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusNota = "35" THEN
               DISPLAY "Sem notas fiscais informadas."
           ELSE
               READ Arq-Nota
                   AT END SET Fim-Nota TO TRUE
               END-READ
               MOVE FStatusNota TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Nota OR Houve-Erro-Fatal
                   MOVE ZEROS TO Data-Inv-Reg
                   IF NF-Data NUMERIC THEN
                       MOVE NF-Data(5:4) TO Data-Inv-Reg(1:4)
                       MOVE NF-Data(3:2) TO Data-Inv-Reg(5:2)
                       MOVE NF-Data(1:2) TO Data-Inv-Reg(7:2)
                   END-IF
                   IF Data-Inv-Reg >= Mes-Inicio-Inv
                       AND Data-Inv-Reg <= Ult-Proc-Inv THEN
                       PERFORM ACUMULA-NOTA
                   END-IF
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

       ACUMULA-NOTA.
           EVALUATE NF-Tipo
               WHEN "g" MOVE "G" TO Tipo-Up
               WHEN "a" MOVE "A" TO Tipo-Up
               WHEN "d" MOVE "D" TO Tipo-Up
               WHEN "e" MOVE "E" TO Tipo-Up
               WHEN OTHER MOVE NF-Tipo TO Tipo-Up
           END-EVALUATE
           MOVE ZERO TO Cg-Achado-Idx
           PERFORM VARYING CG-Idx FROM 1 BY 1 UNTIL CG-Idx > Qtd-Cargas
               IF TC-Casada(CG-Idx) = "N"
                   AND TC-Data(CG-Idx) = NF-Data
                   AND TC-Tipo(CG-Idx) = Tipo-Up
                   AND Cg-Achado-Idx = ZERO THEN
                   SET Cg-Achado-Idx TO CG-Idx
               END-IF
           END-PERFORM
           MOVE ZERO TO Tq-Achado-Idx
           IF Cg-Achado-Idx > ZERO THEN
               SET CG-Idx TO Cg-Achado-Idx
               MOVE "S" TO TC-Casada(CG-Idx)
               MOVE TC-Tanque(CG-Idx) TO Tanque-Busca
               PERFORM BUSCA-TANQUE-NUM
           END-IF
           IF Tq-Achado-Idx = ZERO THEN
               PERFORM BUSCA-TANQUE-TIPO
           END-IF
           IF Tq-Achado-Idx = ZERO THEN
               IF Data-Inv-Reg <= Mes-Fim-Inv THEN
                   ADD 1 TO Notas-Sem-Tanque
               END-IF
           ELSE
               SET TQ-Idx TO Tq-Achado-Idx
               SUBTRACT NF-Litros FROM TT-Abertura(TQ-Idx)
               IF Data-Inv-Reg <= Mes-Fim-Inv THEN
                   MOVE NF-Data(1:2) TO Dia-Reg
                   SET TD-Idx TO Dia-Reg
                   ADD NF-Litros TO TT-Entrada(TQ-Idx, TD-Idx)
                   PERFORM BUSCA-PRODUTO
                   IF Pd-Achado-Idx > ZERO THEN
                       SET PD-Idx TO Pd-Achado-Idx
                       ADD 1 TO PD-Qtd-Notas(PD-Idx)
                       ADD NF-Litros TO PD-Lit-Notas(PD-Idx)
                   END-IF
                   IF Qtd-Notas < 300 THEN
                       ADD 1 TO Qtd-Notas
                       SET NT-Idx TO Qtd-Notas
                       MOVE NF-Data TO TN-Data(NT-Idx)
                       MOVE Tipo-Up TO TN-Tipo(NT-Idx)
                       MOVE TT-Num(TQ-Idx) TO TN-Tanque(NT-Idx)
                       MOVE NF-Numero TO TN-Numero(NT-Idx)
                       MOVE NF-Litros TO TN-Litros(NT-Idx)
                       MOVE NF-Total TO TN-Total(NT-Idx)
                   ELSE
                       ADD 1 TO Notas-Fora
                   END-IF
               END-IF
           END-IF.

      *    Vendas de combustivel do dia 1 ate o ultimo dia processado:
      *    as do mes vao para o movimento diario por tanque, bico e
      *    produto; todas desfazem o estoque e o encerrante atuais.
       ACUMULA-VENDAS.
           OPEN INPUT Arq-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusHist = "35" THEN
               DISPLAY "Historico nao encontrado."
           ELSE
               MOVE "N" TO Fim-Leitura
               MOVE Mes-Inicio-Inv TO HS-Data-Inv
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
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       IF HS-Data-Inv > Ult-Proc-Inv THEN
                           SET Fim-Varredura TO TRUE
                       ELSE
                           PERFORM ACUMULA-VENDA-REGISTRO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Arq-Hist
               MOVE FStatusHist TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       ACUMULA-VENDA-REGISTRO.
           EVALUATE HS-Tipo
               WHEN "g" MOVE "G" TO Tipo-Up
               WHEN "a" MOVE "A" TO Tipo-Up
               WHEN "d" MOVE "D" TO Tipo-Up
               WHEN "e" MOVE "E" TO Tipo-Up
               WHEN OTHER MOVE HS-Tipo TO Tipo-Up
           END-EVALUATE
           PERFORM BUSCA-PRODUTO
           IF Pd-Achado-Idx > ZERO THEN
               MOVE HS-Data-Inv TO Data-Inv-Reg
               MOVE Data-Inv-Reg(7:2) TO Dia-Reg
               PERFORM BUSCA-TANQUE-TIPO
               IF Tq-Achado-Idx = ZERO THEN
                   IF HS-Data-Inv <= Mes-Fim-Inv THEN
                       ADD 1 TO Vendas-Sem-Tanque
                   END-IF
               ELSE
                   SET TQ-Idx TO Tq-Achado-Idx
                   ADD HS-Litros TO TT-Abertura(TQ-Idx)
                   IF HS-Data-Inv <= Mes-Fim-Inv THEN
                       SET TD-Idx TO Dia-Reg
                       ADD HS-Litros TO TT-Saida(TQ-Idx, TD-Idx)
                   END-IF
               END-IF
               MOVE HS-Bico TO Bico-Busca
               PERFORM BUSCA-BICO
               IF Bb-Achado-Idx > ZERO THEN
                   SET BB-Idx TO Bb-Achado-Idx
                   ADD HS-Litros TO BB-Posterior(BB-Idx)
                   IF BB-Tipo(BB-Idx) = SPACE THEN
                       MOVE Tipo-Up TO BB-Tipo(BB-Idx)
                   END-IF
                   IF HS-Data-Inv <= Mes-Fim-Inv THEN
                       SET BD-Idx TO Dia-Reg
                       ADD HS-Litros TO BB-Vendas(BB-Idx, BD-Idx)
                       ADD HS-Litros TO BB-Mov-Mes(BB-Idx)
                   END-IF
               END-IF
               IF HS-Data-Inv <= Mes-Fim-Inv THEN
                   SET PD-Idx TO Pd-Achado-Idx
                   SET PDD-Idx TO Dia-Reg
                   ADD HS-Total TO PD-Receita(PD-Idx, PDD-Idx)
                   ADD HS-Litros TO PD-Litros(PD-Idx, PDD-Idx)
               END-IF
           END-IF.

      *    Afericoes giram o encerrante mas voltam ao tanque: entram
      *    so no movimento do bico.
       ACUMULA-AFERICOES.
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
                   MOVE ZEROS TO Data-Inv-Reg
                   IF AH-Data NUMERIC THEN
                       MOVE AH-Data(5:4) TO Data-Inv-Reg(1:4)
                       MOVE AH-Data(3:2) TO Data-Inv-Reg(5:2)
                       MOVE AH-Data(1:2) TO Data-Inv-Reg(7:2)
                   END-IF
                   IF Data-Inv-Reg >= Mes-Inicio-Inv
                       AND Data-Inv-Reg <= Ult-Proc-Inv
                       AND AH-Indicado NUMERIC THEN
                       MOVE AH-Bico TO Bico-Busca
                       PERFORM BUSCA-BICO
                       IF Bb-Achado-Idx > ZERO THEN
                           SET BB-Idx TO Bb-Achado-Idx
                           ADD AH-Indicado TO BB-Posterior(BB-Idx)
                           IF BB-Tipo(BB-Idx) = SPACE THEN
                               EVALUATE AH-Tipo
                                   WHEN "g" MOVE "G" TO BB-Tipo(BB-Idx)
                                   WHEN "a" MOVE "A" TO BB-Tipo(BB-Idx)
                                   WHEN "d" MOVE "D" TO BB-Tipo(BB-Idx)
                                   WHEN "e" MOVE "E" TO BB-Tipo(BB-Idx)
                                   WHEN OTHER
                                       MOVE AH-Tipo TO BB-Tipo(BB-Idx)
                               END-EVALUATE
                           END-IF
                           IF Data-Inv-Reg <= Mes-Fim-Inv THEN
                               MOVE AH-Data(1:2) TO Dia-Reg
                               SET BD-Idx TO Dia-Reg
                               ADD AH-Indicado
                                   TO BB-Afericao(BB-Idx, BD-Idx)
                               ADD AH-Indicado TO BB-Mov-Mes(BB-Idx)
                           END-IF
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

      *    Perdas e ganhos apurados por tanque: os do mes e posteriores
      *    desfazem o estoque atual; os do mes entram no fechamento do
      *    ultimo dia.
       ACUMULA-PERDAS.
           OPEN INPUT Arq-PerdaMes
           MOVE FStatusPerdaM TO Status-Verificado
           MOVE "perdames.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPerdaM = "35" THEN
               CONTINUE
           ELSE
               READ Arq-PerdaMes
                   AT END SET Fim-PerdaMes TO TRUE
               END-READ
               MOVE FStatusPerdaM TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-PerdaMes OR Houve-Erro-Fatal
                   IF PM-AnoMes >= Mes-Alvo THEN
                       MOVE PM-Tanque TO Tanque-Busca
                       PERFORM BUSCA-TANQUE-NUM
                       IF Tq-Achado-Idx > ZERO THEN
                           SET TQ-Idx TO Tq-Achado-Idx
                           PERFORM ACUMULA-PERDA-TANQUE
                       END-IF
                   END-IF
                   READ Arq-PerdaMes
                       AT END SET Fim-PerdaMes TO TRUE
                   END-READ
                   MOVE FStatusPerdaM TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-PerdaMes
               MOVE FStatusPerdaM TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       ACUMULA-PERDA-TANQUE.
           IF PM-Sinal = "-" THEN
               SUBTRACT PM-Perda FROM TT-Abertura(TQ-Idx)
           ELSE
               ADD PM-Perda TO TT-Abertura(TQ-Idx)
           END-IF
           IF PM-AnoMes = Mes-Alvo THEN
               MOVE "S" TO TT-Tem-Perda(TQ-Idx)
               IF PM-Sinal = "-" THEN
                   SUBTRACT PM-Perda FROM TT-Perda-Mes(TQ-Idx)
               ELSE
                   ADD PM-Perda TO TT-Perda-Mes(TQ-Idx)
               END-IF
               ADD PM-Vendas TO TT-Vendas-PM(TQ-Idx)
               IF PM-Var-Temp NUMERIC THEN
                   IF PM-Sinal-Temp = "-" THEN
                       SUBTRACT PM-Var-Temp FROM TT-Var-Temp(TQ-Idx)
                   ELSE
                       ADD PM-Var-Temp TO TT-Var-Temp(TQ-Idx)
                   END-IF
               END-IF
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

      *    Tributos sobre a receita liquida de cada dia com a aliquota
      *    vigente no dia (mesmo calculo da exportacao contabil).
       APURA-TRIBUTOS.
           PERFORM VARYING PD-Idx FROM 1 BY 1 UNTIL PD-Idx > 4
               PERFORM VARYING Dia-Num FROM 1 BY 1
                   UNTIL Dia-Num > Dias-Mes
                   SET PDD-Idx TO Dia-Num
                   IF PD-Receita(PD-Idx, PDD-Idx) NOT = ZERO
                       OR PD-Litros(PD-Idx, PDD-Idx) NOT = ZERO THEN
                       PERFORM APURA-TRIBUTOS-DIA
                   END-IF
               END-PERFORM
           END-PERFORM.

       APURA-TRIBUTOS-DIA.
           MOVE Mes-Alvo TO Dia-Inv-Atual(1:6)
           MOVE Dia-Num TO Dia-Inv-Atual(7:2)
           ADD PD-Receita(PD-Idx, PDD-Idx) TO PD-Receita-Mes(PD-Idx)
           ADD PD-Litros(PD-Idx, PDD-Idx) TO PD-Litros-Mes(PD-Idx)
           MOVE ZERO TO Trib-Melhor-Vig Trib-Melhor-Idx
           PERFORM VARYING TR-Idx FROM 1 BY 1
               UNTIL TR-Idx > Qtd-Tributos
               IF TB-TR-Tipo(TR-Idx) = PD-Tipo(PD-Idx)
                   AND TB-TR-Vigencia(TR-Idx) <= Dia-Inv-Atual
                   AND TB-TR-Vigencia(TR-Idx) >= Trib-Melhor-Vig THEN
                   MOVE TB-TR-Vigencia(TR-Idx) TO Trib-Melhor-Vig
                   SET Trib-Melhor-Idx TO TR-Idx
               END-IF
           END-PERFORM
           IF Trib-Melhor-Idx = ZERO THEN
               ADD 1 TO Dias-Sem-Aliquota
           ELSE
               SET TR-Idx TO Trib-Melhor-Idx
               COMPUTE Valor-Trib ROUNDED =
                   PD-Receita(PD-Idx, PDD-Idx) * TB-TR-ICMS(TR-Idx)
                   / 100
               ADD Valor-Trib TO PD-ICMS(PD-Idx)
               COMPUTE Valor-Trib ROUNDED =
                   PD-Receita(PD-Idx, PDD-Idx) * TB-TR-PIS(TR-Idx)
                   / 100
               ADD Valor-Trib TO PD-PIS(PD-Idx)
               COMPUTE Valor-Trib ROUNDED =
                   PD-Receita(PD-Idx, PDD-Idx) * TB-TR-COFINS(TR-Idx)
                   / 100
               ADD Valor-Trib TO PD-COFINS(PD-Idx)
               COMPUTE Valor-Trib ROUNDED =
                   PD-Litros(PD-Idx, PDD-Idx) * TB-TR-Fixo(TR-Idx)
               ADD Valor-Trib TO PD-Fixo(PD-Idx)
           END-IF.

      *    Totais do mes por tanque e encerrante de abertura por bico.
       APURA-TOTAIS-TANQUE.
           PERFORM VARYING TQ-Idx FROM 1 BY 1 UNTIL TQ-Idx > Qtd-Tanques
               PERFORM VARYING TD-Idx FROM 1 BY 1 UNTIL TD-Idx > 31
                   ADD TT-Entrada(TQ-Idx, TD-Idx) TO TT-Tot-Entr(TQ-Idx)
                   ADD TT-Saida(TQ-Idx, TD-Idx) TO TT-Tot-Said(TQ-Idx)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING BB-Idx FROM 1 BY 1 UNTIL BB-Idx > Qtd-Bicos
               COMPUTE BB-Enc-Saldo(BB-Idx) =
                   BB-Enc-Atual(BB-Idx) - BB-Posterior(BB-Idx)
               IF BB-Enc-Saldo(BB-Idx) < ZERO THEN
                   ADD Limite-Encerrante TO BB-Enc-Saldo(BB-Idx)
               END-IF
           END-PERFORM.

      *    Conferencia com os totais gravados pelo LMC do mesmo mes:
      *    quantidade de tanques e de dias, fechamento de cada tanque,
      *    saidas e entradas por produto.
       CONFERE-LMC.
           MOVE "Conferencia com o LMC" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE ZERO TO Qtd-Lmc Lmc-Dias-Total
           OPEN INPUT Arq-LmcRes
           MOVE FStatusRes TO Status-Verificado
           MOVE "lmcres.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusRes = "35" THEN
               ADD 1 TO Qtd-Divergencias
               MOVE "  Totais do LMC ausentes - emita o LMC do mes"
                   TO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               READ Arq-LmcRes
                   AT END SET Fim-LmcRes TO TRUE
               END-READ
               MOVE FStatusRes TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-LmcRes OR Houve-Erro-Fatal
                   IF LR-AnoMes NOT = Mes-Alvo THEN
                       SET Lmc-De-Outro-Mes TO TRUE
                   ELSE
                       PERFORM CONFERE-TANQUE-LMC
                   END-IF
                   READ Arq-LmcRes
                       AT END SET Fim-LmcRes TO TRUE
                   END-READ
                   MOVE FStatusRes TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-LmcRes
               MOVE FStatusRes TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF Lmc-De-Outro-Mes THEN
                   ADD 1 TO Qtd-Divergencias
                   MOVE "  LMC emitido para outro mes - emita o do mes"
                       TO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-IF
           PERFORM VARYING TQ-Idx FROM 1 BY 1 UNTIL TQ-Idx > Qtd-Tanques
               IF TT-No-Lmc(TQ-Idx) = "N" AND FStatusRes NOT = "35"
                   AND NOT Lmc-De-Outro-Mes THEN
                   ADD 1 TO Qtd-Divergencias
                   MOVE SPACES TO Linha-Rel
                   STRING "  Tanque " DELIMITED BY SIZE
                          TT-Num(TQ-Idx) DELIMITED BY SIZE
                          " ausente do LMC" DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-PERFORM
           COMPUTE Esperado-1310 = Qtd-Tanques * Dias-Mes
           MOVE SPACES TO Linha-Rel
           STRING "  Registros tanque/dia: arquivo " DELIMITED BY SIZE
                  Esperado-1310 DELIMITED BY SIZE
                  "  LMC " DELIMITED BY SIZE
                  Lmc-Dias-Total DELIMITED BY SIZE
               INTO Linha-Rel
           IF Esperado-1310 NOT = Lmc-Dias-Total THEN
               ADD 1 TO Qtd-Divergencias
               MOVE "***" TO Linha-Rel(70:3)
           END-IF
           PERFORM IMPRIME-LINHA
           PERFORM VARYING PD-Idx FROM 1 BY 1 UNTIL PD-Idx > 4
               PERFORM CONFERE-PRODUTO-LMC
           END-PERFORM.

       CONFERE-TANQUE-LMC.
           ADD 1 TO Qtd-Lmc
           ADD LR-Dias TO Lmc-Dias-Total
           MOVE LR-Tanque TO Tanque-Busca
           PERFORM BUSCA-TANQUE-NUM
           IF Tq-Achado-Idx = ZERO THEN
               ADD 1 TO Qtd-Divergencias
               MOVE SPACES TO Linha-Rel
               STRING "  Tanque " DELIMITED BY SIZE
                      LR-Tanque DELIMITED BY SIZE
                      " do LMC fora do cadastro de tanques"
                          DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               SET TQ-Idx TO Tq-Achado-Idx
               MOVE "S" TO TT-No-Lmc(TQ-Idx)
               MOVE LR-Tipo TO Tipo-Up
               PERFORM BUSCA-PRODUTO
               IF Pd-Achado-Idx > ZERO THEN
                   SET PD-Idx TO Pd-Achado-Idx
                   ADD LR-Qtd-Entradas TO PD-Lmc-Qtd(PD-Idx)
                   ADD LR-Entradas-Amb TO PD-Lmc-Entr(PD-Idx)
                   IF LR-Sinal-Saidas = "-" THEN
                       SUBTRACT LR-Saidas FROM PD-Lmc-Said(PD-Idx)
                   ELSE
                       ADD LR-Saidas TO PD-Lmc-Said(PD-Idx)
                   END-IF
               END-IF
               IF LR-Sinal-Fecho = "-" THEN
                   COMPUTE Lmc-Fecho = LR-Fechamento * -1
               ELSE
                   MOVE LR-Fechamento TO Lmc-Fecho
               END-IF
               COMPUTE Fecho-Tanque = TT-Abertura(TQ-Idx)
                   + TT-Tot-Entr(TQ-Idx) - TT-Tot-Said(TQ-Idx)
                   - TT-Perda-Mes(TQ-Idx)
               COMPUTE Diferenca = Fecho-Tanque - Lmc-Fecho
               PERFORM SEPARA-DIFERENCA
               MOVE Fecho-Tanque TO Valor-Sinal
               PERFORM SEPARA-SINAL
               MOVE Sinal-Valor TO Sinal-Fecho
               MOVE Valor-Abs TO Fecho-Abs
               MOVE Lmc-Fecho TO Valor-Sinal
               PERFORM SEPARA-SINAL
               MOVE Sinal-Valor TO Sinal-Lmc
               MOVE Valor-Abs TO Lmc-Abs
               MOVE SPACES TO Linha-Rel
               STRING "  Tanque " DELIMITED BY SIZE
                      LR-Tanque DELIMITED BY SIZE
                      " fechamento " DELIMITED BY SIZE
                      Sinal-Fecho DELIMITED BY SIZE
                      Fecho-Abs DELIMITED BY SIZE
                      "  LMC " DELIMITED BY SIZE
                      Sinal-Lmc DELIMITED BY SIZE
                      Lmc-Abs DELIMITED BY SIZE
                      "  dif " DELIMITED BY SIZE
                      Sinal-Dif DELIMITED BY SIZE
                      Dif-Abs DELIMITED BY SIZE
                   INTO Linha-Rel
               IF Dif-Abs > Tolerancia-Fecho THEN
                   ADD 1 TO Qtd-Divergencias
                   MOVE "***" TO Linha-Rel(76:3)
               END-IF
               PERFORM IMPRIME-LINHA
               IF LR-Dias NOT = Dias-Mes THEN
                   ADD 1 TO Qtd-Divergencias
                   MOVE SPACES TO Linha-Rel
                   STRING "  Tanque " DELIMITED BY SIZE
                          LR-Tanque DELIMITED BY SIZE
                          " com " DELIMITED BY SIZE
                          LR-Dias DELIMITED BY SIZE
                          " dias no LMC" DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-IF.

       CONFERE-PRODUTO-LMC.
           MOVE ZERO TO Soma-Saidas
           PERFORM VARYING TQ-Idx FROM 1 BY 1 UNTIL TQ-Idx > Qtd-Tanques
               IF TT-Tipo(TQ-Idx) = PD-Tipo(PD-Idx) THEN
                   ADD TT-Tot-Said(TQ-Idx) TO Soma-Saidas
               END-IF
           END-PERFORM
           IF Soma-Saidas NOT = ZERO OR PD-Lmc-Said(PD-Idx) NOT = ZERO
               OR PD-Qtd-Notas(PD-Idx) NOT = ZERO
               OR PD-Lmc-Qtd(PD-Idx) NOT = ZERO THEN
               COMPUTE Diferenca = Soma-Saidas - PD-Lmc-Said(PD-Idx)
               PERFORM SEPARA-DIFERENCA
               MOVE Soma-Saidas TO Valor-Sinal
               PERFORM SEPARA-SINAL
               MOVE Sinal-Valor TO Sinal-Fecho
               MOVE Valor-Abs TO Imp-Valor-1
               MOVE PD-Lmc-Said(PD-Idx) TO Valor-Sinal
               PERFORM SEPARA-SINAL
               MOVE Sinal-Valor TO Sinal-Lmc
               MOVE Valor-Abs TO Imp-Valor-2
               MOVE SPACES TO Linha-Rel
               STRING "  Produto " DELIMITED BY SIZE
                      PD-Tipo(PD-Idx) DELIMITED BY SIZE
                      " saidas " DELIMITED BY SIZE
                      Sinal-Fecho DELIMITED BY SIZE
                      Imp-Valor-1 DELIMITED BY SIZE
                      "  LMC " DELIMITED BY SIZE
                      Sinal-Lmc DELIMITED BY SIZE
                      Imp-Valor-2 DELIMITED BY SIZE
                      "  dif " DELIMITED BY SIZE
                      Sinal-Dif DELIMITED BY SIZE
                      Dif-Abs DELIMITED BY SIZE
                   INTO Linha-Rel
               IF Dif-Abs > Tolerancia-Vendas THEN
                   ADD 1 TO Qtd-Divergencias
                   MOVE "***" TO Linha-Rel(76:3)
               END-IF
               PERFORM IMPRIME-LINHA
               COMPUTE Diferenca =
                   PD-Lit-Notas(PD-Idx) - PD-Lmc-Entr(PD-Idx)
               PERFORM SEPARA-DIFERENCA
               COMPUTE Limite-Dif =
                   Tolerancia-Nota * PD-Qtd-Notas(PD-Idx)
               MOVE SPACES TO Linha-Rel
               STRING "  Produto " DELIMITED BY SIZE
                      PD-Tipo(PD-Idx) DELIMITED BY SIZE
                      " notas " DELIMITED BY SIZE
                      PD-Qtd-Notas(PD-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PD-Lit-Notas(PD-Idx) DELIMITED BY SIZE
                      "  LMC " DELIMITED BY SIZE
                      PD-Lmc-Qtd(PD-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PD-Lmc-Entr(PD-Idx) DELIMITED BY SIZE
                   INTO Linha-Rel
               IF PD-Qtd-Notas(PD-Idx) NOT = PD-Lmc-Qtd(PD-Idx)
                   OR Dif-Abs > Limite-Dif THEN
                   ADD 1 TO Qtd-Divergencias
                   MOVE "***" TO Linha-Rel(76:3)
               END-IF
               PERFORM IMPRIME-LINHA
           END-IF.

      *    Movimento que nao tem lugar no arquivo: vendas ou notas sem
      *    tanque do produto, bicos sem encerrante, tabelas cheias e
      *    dias sem aliquota vigente.
       CONFERE-MOVIMENTO.
           IF Vendas-Sem-Tanque > ZERO THEN
               ADD 1 TO Qtd-Divergencias
               MOVE SPACES TO Linha-Rel
               STRING "  Vendas sem tanque do produto: "
                          DELIMITED BY SIZE
                      Vendas-Sem-Tanque DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Notas-Sem-Tanque > ZERO THEN
               ADD 1 TO Qtd-Divergencias
               MOVE SPACES TO Linha-Rel
               STRING "  Notas sem tanque do produto: "
                          DELIMITED BY SIZE
                      Notas-Sem-Tanque DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Notas-Fora > ZERO OR Bicos-Fora > ZERO THEN
               ADD 1 TO Qtd-Divergencias
               MOVE SPACES TO Linha-Rel
               STRING "  Tabela cheia - notas fora " DELIMITED BY SIZE
                      Notas-Fora DELIMITED BY SIZE
                      "  bicos fora " DELIMITED BY SIZE
                      Bicos-Fora DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Dias-Sem-Aliquota > ZERO THEN
               ADD 1 TO Qtd-Divergencias
               MOVE SPACES TO Linha-Rel
               STRING "  Dias de venda sem aliquota vigente: "
                          DELIMITED BY SIZE
                      Dias-Sem-Aliquota DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           PERFORM VARYING BB-Idx FROM 1 BY 1 UNTIL BB-Idx > Qtd-Bicos
               IF BB-Tem-Enc(BB-Idx) = "N"
                   AND BB-Mov-Mes(BB-Idx) NOT = ZERO THEN
                   ADD 1 TO Qtd-Divergencias
                   MOVE SPACES TO Linha-Rel
                   STRING "  Bico " DELIMITED BY SIZE
                          BB-Num(BB-Idx) DELIMITED BY SIZE
                          " com movimento e sem encerrante"
                              DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-PERFORM.

       SEPARA-DIFERENCA.
           IF Diferenca < ZERO THEN
               MOVE "-" TO Sinal-Dif
               COMPUTE Dif-Abs = Diferenca * -1
           ELSE
               MOVE " " TO Sinal-Dif
               MOVE Diferenca TO Dif-Abs
           END-IF.

       SEPARA-SINAL.
           IF Valor-Sinal < ZERO THEN
               MOVE "-" TO Sinal-Valor
               COMPUTE Valor-Abs = Valor-Sinal * -1
           ELSE
               MOVE " " TO Sinal-Valor
               MOVE Valor-Sinal TO Valor-Abs
           END-IF.

       GERA-ARQUIVO-FISCAL.
           OPEN OUTPUT Arq-Efd
           MOVE FStatusEfd TO Status-Verificado
           MOVE "efdcomb.txt" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Reg-Efd
           MOVE "0000" TO R0000-Registro
           MOVE Mes-Alvo TO R0000-AnoMes
           MOVE Data-Ini-Mes TO R0000-Dt-Ini
           MOVE Data-Fim-Mes TO R0000-Dt-Fim
           MOVE Nome-Posto TO R0000-Nome
           MOVE Data-Geracao TO R0000-Geracao
           PERFORM GRAVA-REGISTRO
           PERFORM VARYING TQ-Idx FROM 1 BY 1 UNTIL TQ-Idx > Qtd-Tanques
               MOVE TT-Abertura(TQ-Idx) TO TT-Saldo(TQ-Idx)
           END-PERFORM
           PERFORM VARYING Dia-Num FROM 1 BY 1 UNTIL Dia-Num > Dias-Mes
               OR Houve-Erro-Fatal
               MOVE Dia-Num TO Data-Dia(1:2)
               MOVE Mes-Alvo(5:2) TO Data-Dia(3:2)
               MOVE Mes-Alvo(1:4) TO Data-Dia(5:4)
               SET TD-Idx TO Dia-Num
               PERFORM VARYING PD-Idx FROM 1 BY 1 UNTIL PD-Idx > 4
                   PERFORM GRAVA-DIA-PRODUTO
               END-PERFORM
           END-PERFORM
           PERFORM VARYING NT-Idx FROM 1 BY 1 UNTIL NT-Idx > Qtd-Notas
               MOVE SPACES TO Reg-Efd
               MOVE "1330" TO R1330-Registro
               MOVE TN-Data(NT-Idx) TO R1330-Data
               MOVE TN-Tipo(NT-Idx) TO R1330-Tipo
               MOVE TN-Tanque(NT-Idx) TO R1330-Tanque
               MOVE TN-Numero(NT-Idx) TO R1330-Numero
               MOVE TN-Litros(NT-Idx) TO R1330-Litros
               MOVE TN-Total(NT-Idx) TO R1330-Valor
               PERFORM GRAVA-REGISTRO
               ADD 1 TO Qtd-1330
           END-PERFORM
           PERFORM VARYING TQ-Idx FROM 1 BY 1 UNTIL TQ-Idx > Qtd-Tanques
               IF TT-Tem-Perda(TQ-Idx) = "S" THEN
                   PERFORM GRAVA-PERDA-TANQUE
               END-IF
           END-PERFORM
           PERFORM VARYING PD-Idx FROM 1 BY 1 UNTIL PD-Idx > 4
               IF PD-Receita-Mes(PD-Idx) NOT = ZERO
                   OR PD-Litros-Mes(PD-Idx) NOT = ZERO THEN
                   PERFORM GRAVA-TRIBUTO-PRODUTO
               END-IF
           END-PERFORM
           MOVE SPACES TO Reg-Efd
           MOVE "9999" TO R9999-Registro
           COMPUTE R9999-Total = Qtd-Registros + 1
           MOVE Qtd-1300 TO R9999-Qtd-1300
           MOVE Qtd-1310 TO R9999-Qtd-1310
           MOVE Qtd-1320 TO R9999-Qtd-1320
           MOVE Qtd-1330 TO R9999-Qtd-1330
           MOVE Qtd-1390 TO R9999-Qtd-1390
           MOVE Qtd-1400 TO R9999-Qtd-1400
           PERFORM GRAVA-REGISTRO
           CLOSE Arq-Efd
           MOVE FStatusEfd TO Status-Verificado
           MOVE "efdcomb.txt" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

      *    Um dia de um produto: o total dos tanques (1300), cada
      *    tanque (1310) e cada bico do produto (1320). A perda ou
      *    ganho do mes entra no ultimo dia.
       GRAVA-DIA-PRODUTO.
           MOVE ZERO TO Soma-Abertura Soma-Entradas Soma-Saidas
           MOVE ZERO TO Soma-Perda Tq-Achado-Idx
           PERFORM VARYING TQ-Idx FROM 1 BY 1 UNTIL TQ-Idx > Qtd-Tanques
               IF TT-Tipo(TQ-Idx) = PD-Tipo(PD-Idx) THEN
                   SET Tq-Achado-Idx TO TQ-Idx
                   ADD TT-Saldo(TQ-Idx) TO Soma-Abertura
                   ADD TT-Entrada(TQ-Idx, TD-Idx) TO Soma-Entradas
                   ADD TT-Saida(TQ-Idx, TD-Idx) TO Soma-Saidas
                   IF Dia-Num = Dias-Mes THEN
                       ADD TT-Perda-Mes(TQ-Idx) TO Soma-Perda
                   END-IF
               END-IF
           END-PERFORM
           IF Tq-Achado-Idx > ZERO THEN
               COMPUTE Soma-Fecho = Soma-Abertura + Soma-Entradas
                   - Soma-Saidas - Soma-Perda
               MOVE SPACES TO Reg-Efd
               MOVE "1300" TO R1300-Registro
               MOVE Data-Dia TO R1300-Data
               MOVE PD-Tipo(PD-Idx) TO R1300-Tipo
               MOVE Soma-Abertura TO Valor-Sinal
               PERFORM SEPARA-SINAL
               MOVE Sinal-Valor TO R1300-Sinal-Abert
               MOVE Valor-Abs TO R1300-Abertura
               MOVE Soma-Entradas TO R1300-Entradas
               MOVE Soma-Saidas TO Valor-Sinal
               PERFORM SEPARA-SINAL
               MOVE Sinal-Valor TO R1300-Sinal-Saidas
               MOVE Valor-Abs TO R1300-Saidas
               MOVE ZEROS TO R1300-Perda R1300-Ganho
               IF Soma-Perda > ZERO THEN
                   MOVE Soma-Perda TO R1300-Perda
               ELSE
                   COMPUTE R1300-Ganho = Soma-Perda * -1
               END-IF
               MOVE Soma-Fecho TO Valor-Sinal
               PERFORM SEPARA-SINAL
               MOVE Sinal-Valor TO R1300-Sinal-Fecho
               MOVE Valor-Abs TO R1300-Fechamento
               PERFORM GRAVA-REGISTRO
               ADD 1 TO Qtd-1300
               PERFORM VARYING TQ-Idx FROM 1 BY 1
                   UNTIL TQ-Idx > Qtd-Tanques
                   IF TT-Tipo(TQ-Idx) = PD-Tipo(PD-Idx) THEN
                       PERFORM GRAVA-DIA-TANQUE
                   END-IF
               END-PERFORM
               PERFORM VARYING BB-Idx FROM 1 BY 1
                   UNTIL BB-Idx > Qtd-Bicos
                   IF BB-Tipo(BB-Idx) = PD-Tipo(PD-Idx)
                       AND BB-Tem-Enc(BB-Idx) = "S" THEN
                       PERFORM GRAVA-DIA-BICO
                   END-IF
               END-PERFORM
           END-IF.

       GRAVA-DIA-TANQUE.
           MOVE ZERO TO Perda-Dia
           IF Dia-Num = Dias-Mes THEN
               MOVE TT-Perda-Mes(TQ-Idx) TO Perda-Dia
           END-IF
           MOVE SPACES TO Reg-Efd
           MOVE "1310" TO R1310-Registro
           MOVE Data-Dia TO R1310-Data
           MOVE TT-Num(TQ-Idx) TO R1310-Tanque
           MOVE TT-Tipo(TQ-Idx) TO R1310-Tipo
           MOVE TT-Saldo(TQ-Idx) TO Valor-Sinal
           PERFORM SEPARA-SINAL
           MOVE Sinal-Valor TO R1310-Sinal-Abert
           MOVE Valor-Abs TO R1310-Abertura
           MOVE TT-Entrada(TQ-Idx, TD-Idx) TO R1310-Entradas
           MOVE TT-Saida(TQ-Idx, TD-Idx) TO Valor-Sinal
           PERFORM SEPARA-SINAL
           MOVE Sinal-Valor TO R1310-Sinal-Saidas
           MOVE Valor-Abs TO R1310-Saidas
           MOVE ZEROS TO R1310-Perda R1310-Ganho
           IF Perda-Dia > ZERO THEN
               MOVE Perda-Dia TO R1310-Perda
           ELSE
               COMPUTE R1310-Ganho = Perda-Dia * -1
           END-IF
           COMPUTE TT-Saldo(TQ-Idx) = TT-Saldo(TQ-Idx)
               + TT-Entrada(TQ-Idx, TD-Idx)
               - TT-Saida(TQ-Idx, TD-Idx) - Perda-Dia
           MOVE TT-Saldo(TQ-Idx) TO Valor-Sinal
           PERFORM SEPARA-SINAL
           MOVE Sinal-Valor TO R1310-Sinal-Fecho
           MOVE Valor-Abs TO R1310-Fechamento
           PERFORM GRAVA-REGISTRO
           ADD 1 TO Qtd-1310.

       GRAVA-DIA-BICO.
           SET BD-Idx TO Dia-Num
           COMPUTE Enc-Fecho = BB-Enc-Saldo(BB-Idx)
               + BB-Vendas(BB-Idx, BD-Idx)
               + BB-Afericao(BB-Idx, BD-Idx)
           IF Enc-Fecho >= Limite-Encerrante THEN
               SUBTRACT Limite-Encerrante FROM Enc-Fecho
           END-IF
           MOVE SPACES TO Reg-Efd
           MOVE "1320" TO R1320-Registro
           MOVE Data-Dia TO R1320-Data
           MOVE BB-Num(BB-Idx) TO R1320-Bico
           MOVE BB-Tipo(BB-Idx) TO R1320-Tipo
           MOVE BB-Enc-Saldo(BB-Idx) TO R1320-Enc-Abert
           MOVE Enc-Fecho TO R1320-Enc-Fecho
           MOVE BB-Afericao(BB-Idx, BD-Idx) TO R1320-Afericao
           MOVE BB-Vendas(BB-Idx, BD-Idx) TO Valor-Sinal
           PERFORM SEPARA-SINAL
           MOVE Sinal-Valor TO R1320-Sinal-Vendas
           MOVE Valor-Abs TO R1320-Vendas
           PERFORM GRAVA-REGISTRO
           ADD 1 TO Qtd-1320
           MOVE Enc-Fecho TO BB-Enc-Saldo(BB-Idx).

       GRAVA-PERDA-TANQUE.
           MOVE SPACES TO Reg-Efd
           MOVE "1390" TO R1390-Registro
           MOVE Mes-Alvo TO R1390-AnoMes
           MOVE TT-Num(TQ-Idx) TO R1390-Tanque
           MOVE TT-Tipo(TQ-Idx) TO R1390-Tipo
           MOVE ZEROS TO R1390-Perda R1390-Ganho
           IF TT-Perda-Mes(TQ-Idx) > ZERO THEN
               MOVE TT-Perda-Mes(TQ-Idx) TO R1390-Perda
           ELSE
               COMPUTE R1390-Ganho = TT-Perda-Mes(TQ-Idx) * -1
           END-IF
           MOVE TT-Vendas-PM(TQ-Idx) TO R1390-Vendas
           MOVE TT-Var-Temp(TQ-Idx) TO Valor-Sinal
           PERFORM SEPARA-SINAL
           MOVE Sinal-Valor TO R1390-Sinal-Temp
           MOVE Valor-Abs TO R1390-Var-Temp
           PERFORM GRAVA-REGISTRO
           ADD 1 TO Qtd-1390.

       GRAVA-TRIBUTO-PRODUTO.
           MOVE SPACES TO Reg-Efd
           MOVE "1400" TO R1400-Registro
           MOVE Mes-Alvo TO R1400-AnoMes
           MOVE PD-Tipo(PD-Idx) TO R1400-Tipo
           MOVE PD-Litros-Mes(PD-Idx) TO R1400-Litros
           MOVE PD-Receita-Mes(PD-Idx) TO R1400-Receita
           MOVE PD-ICMS(PD-Idx) TO R1400-ICMS
           MOVE PD-PIS(PD-Idx) TO R1400-PIS
           MOVE PD-COFINS(PD-Idx) TO R1400-COFINS
           MOVE PD-Fixo(PD-Idx) TO R1400-Fixo
           PERFORM GRAVA-REGISTRO
           ADD 1 TO Qtd-1400.

       GRAVA-REGISTRO.
           WRITE Reg-Efd
           MOVE FStatusEfd TO Status-Verificado
           MOVE "efdcomb.txt" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           ADD 1 TO Qtd-Registros.

       IMPRIME-RESUMO.
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Arquivo efdcomb.txt gerado - " DELIMITED BY SIZE
                  Qtd-Registros DELIMITED BY SIZE
                  " registros" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  1300 produto/dia  " DELIMITED BY SIZE
                  Qtd-1300 DELIMITED BY SIZE
                  "   1310 tanque/dia " DELIMITED BY SIZE
                  Qtd-1310 DELIMITED BY SIZE
                  "   1320 bico/dia " DELIMITED BY SIZE
                  Qtd-1320 DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  1330 notas        " DELIMITED BY SIZE
                  Qtd-1330 DELIMITED BY SIZE
                  "   1390 perdas     " DELIMITED BY SIZE
                  Qtd-1390 DELIMITED BY SIZE
                  "   1400 tributos " DELIMITED BY SIZE
                  Qtd-1400 DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-1310 NOT = Esperado-1310 THEN
               MOVE SPACES TO Linha-Rel
               STRING "*** registros tanque/dia gravados "
                          DELIMITED BY SIZE
                      Qtd-1310 DELIMITED BY SIZE
                      " esperados " DELIMITED BY SIZE
                      Esperado-1310 DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           PERFORM VARYING PD-Idx FROM 1 BY 1 UNTIL PD-Idx > 4
               IF PD-Receita-Mes(PD-Idx) NOT = ZERO THEN
                   MOVE PD-ICMS(PD-Idx) TO Imp-Valor-1
                   MOVE PD-PIS(PD-Idx) TO Imp-Valor-2
                   MOVE PD-COFINS(PD-Idx) TO Imp-Valor-3
                   MOVE SPACES TO Linha-Rel
                   STRING "  Produto " DELIMITED BY SIZE
                          PD-Tipo(PD-Idx) DELIMITED BY SIZE
                          " ICMS " DELIMITED BY SIZE
                          Imp-Valor-1 DELIMITED BY SIZE
                          " PIS " DELIMITED BY SIZE
                          Imp-Valor-2 DELIMITED BY SIZE
                          " COFINS " DELIMITED BY SIZE
                          Imp-Valor-3 DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-PERFORM.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "efdcomb.lst" TO Arquivo-Verificado
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

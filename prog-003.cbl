               RECORD KEY IS CL-Codigo
               FILE STATUS IS FStatusCli.

           SELECT Arq-Frota ASSIGN TO "frota.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-Chave
               FILE STATUS IS FStatusFrota.

           SELECT Arq-Fid ASSIGN TO "fidelidade.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FI-Cpf
               FILE STATUS IS FStatusFid.

           SELECT Arq-FidPar ASSIGN TO "fidelpar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusFidP.

           SELECT Arq-Pont ASSIGN TO "pontos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPont.

           SELECT Arq-PontTrab ASSIGN TO "ponttrab.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPontT.

           SELECT Arq-Bloq ASSIGN TO "bloqueio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusBloq.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusCaixaH.

           SELECT Arq-RelEst ASSIGN TO "estornos.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRelEst.

           SELECT Arq-Afer ASSIGN TO "afericoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAfer.

           SELECT Arq-AferTrab ASSIGN TO "afertrab.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAferT.

           SELECT Arq-Prod ASSIGN TO "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-Codigo
               FILE STATUS IS FStatusProd.

           SELECT Arq-Metas ASSIGN TO "metas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusMetas.

           SELECT Arq-RedeVol ASSIGN TO "redevol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRVol.

           SELECT Arq-RedeVolT ASSIGN TO "rdvtrab.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRVolT.

           SELECT Arq-Interd ASSIGN TO "interdicao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusInterd.

	   DATA DIVISION.
       FILE SECTION.
       FD Arq-Mov.
           02  Mov-FormaPagto  PIC X.
           02  Mov-Cliente     PIC 9(4).
           02  Mov-Hora        PIC X(4).
           02  Mov-Placa       PIC X(7).
           02  Mov-Odometro    PIC 9(7).
           02  Mov-Fidelidade  PIC X(11).
       01  Abast-Estorno.
           02  EX-Data         PIC X(8).
           02  EX-Tipo         PIC X.
           02  EX-Chave-Orig.
               03  EX-Data-Inv-Orig PIC 9(8).
               03  EX-Seq-Orig      PIC 9(4).
           02  EX-Supervisor   PIC X(10).
           02  EX-Hora         PIC X(4).
           02  EX-Motivo       PIC X(30).
       01  Abast-Resgate.
           02  RG-Data         PIC X(8).
           02  RG-Tipo         PIC X.
           02  RG-Cpf          PIC X(11).
           02  RG-Pontos       PIC 9(5).
           02  RG-Operador     PIC X(10).
           02  RG-Hora         PIC X(4).
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
       01  Abast-Loja.
           02  LJ-Data         PIC X(8).
           02  LJ-Tipo         PIC X.
           02  LJ-Quantidade   PIC 9(3)V99.
           02  LJ-Operador     PIC X(10).
           02  LJ-Bico         PIC 9(2).
           02  LJ-FormaPagto   PIC X.
           02  LJ-Cliente      PIC 9(4).
           02  LJ-Hora         PIC X(4).
           02  LJ-Produto      PIC X(6).
           02  FILLER          PIC X(19).

       FD Arq-Exc.
       01  Reg-Exc.
               03  Exc-FormaPagto  PIC X.
               03  Exc-Cliente     PIC X(4).
               03  Exc-Hora        PIC X(4).
               03  Exc-Placa       PIC X(7).
               03  Exc-Odometro    PIC X(7).
               03  Exc-Fidelidade  PIC X(11).
           02  FILLER          PIC X(2).
           02  Exc-Motivo      PIC X(30).

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
      *    Nas vendas da loja (tipo L) a placa da lugar ao codigo do
      *    produto e HS-Litros guarda a quantidade vendida.
           02  HS-Item-Loja REDEFINES HS-Placa.
               03  HS-Produto  PIC X(6).
               03  FILLER      PIC X.
           02  HS-Odometro     PIC 9(7).

       FD Arq-Chk.
       01  Reg-Chk.
           02  CG-Litros       PIC 9(6)V99.
           02  CG-Tanque       PIC 9(2).
           02  CG-Custo        PIC 99V99.
           02  CG-Temperatura  PIC 9(2)V9.
           02  CG-Densidade    PIC 9V9(4).

       FD Arq-ChkCompl.
       01  Reg-ChkCompl.
       01  Reg-ChkT            PIC X(23).

       FD Arq-Compl.
       01  Reg-Compl           PIC X(60).
           88  Fim-Compl       VALUE HIGH-VALUES.

       FD Arq-Oper.
           02  OM-Nome         PIC X(30).
           02  OM-Comissao     PIC 99V99.
           02  OM-Ativo        PIC X.
           02  OM-Supervisor   PIC X.

       FD Arq-Cli.
       01  Reg-Cli.
           02  CL-Limite       PIC 9(6)V99.
           02  CL-Saldo        PIC 9(6)V99.

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

       FD Arq-Fid.
       01  Reg-Fid.
           02  FI-Cpf          PIC X(11).
           02  FI-Nome         PIC X(30).
           02  FI-Ativo        PIC X.
           02  FI-Data-Adesao  PIC X(8).
           02  FI-Saldo-Pontos PIC 9(7).
           02  FI-Credito      PIC 9(4)V99.
           02  FI-Lote OCCURS 24 TIMES INDEXED BY LT-Idx.
               03  FI-Lote-AnoMes  PIC X(6).
               03  FI-Lote-Pontos  PIC 9(7).

       FD Arq-FidPar.
       01  Reg-FidPar.
           88  Fim-FidPar      VALUE HIGH-VALUES.
           02  FP-Tipo         PIC X.
           02  FP-Pontos-Litro PIC 9(2)V99.
           02  FP-Valor-Ponto  PIC 9V9(4).
           02  FP-Validade     PIC 9(2).

       FD Arq-Pont.
       01  Reg-Pont.
           88  Fim-Pont        VALUE HIGH-VALUES.
           02  PT-Data         PIC X(8).
           02  PT-Cpf          PIC X(11).
           02  PT-Tipo         PIC X.
           02  PT-Pontos       PIC 9(7).
           02  PT-Valor        PIC 9(4)V99.
           02  PT-Chave        PIC X(12).
           02  PT-Litros       PIC 9(3)V99.

       FD Arq-PontTrab.
       01  Reg-PontT           PIC X(50).
           88  Fim-PontT       VALUE HIGH-VALUES.

       FD Arq-Bloq.
       01  Reg-Bloq.
           88  Fim-Bloq        VALUE HIGH-VALUES.
           02  CH-Dif          PIC 9(4)V99.
           02  CH-Operador     PIC X(10).

       FD Arq-RelEst.
       01  Reg-RelEst          PIC X(80).

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

       FD Arq-AferTrab.
       01  Reg-AferT           PIC X(52).
           88  Fim-AferT       VALUE HIGH-VALUES.

       FD Arq-Prod.
       01  Reg-Prod.
           02  PR-Codigo       PIC X(6).
           02  PR-Descricao    PIC X(30).
           02  PR-Preco        PIC 9(4)V99.
           02  PR-Custo        PIC 9(4)V99.
           02  PR-Estoque      PIC S9(6)V99.
           02  PR-Ponto-Pedido PIC 9(6)V99.
           02  PR-Ativo        PIC X.

      *    Metas mensais de volume: posto como no postos.lst (Posto 1
      *    e este posto), tipo e operador em branco valem para todos.
       FD Arq-Metas.
       01  Reg-Metas.
           88  Fim-Metas       VALUE HIGH-VALUES.
           02  MT-AnoMes       PIC X(6).
           02  MT-Posto        PIC X(10).
           02  MT-Tipo         PIC X.
           02  MT-Operador     PIC X(10).
           02  MT-Litros       PIC 9(7)V99.
           02  MT-Bonus        PIC 99V99.

      *    Volume diario dos demais postos da rede, por tipo e
      *    operador, mantido para o acompanhamento das metas.
       FD Arq-RedeVol.
       01  Reg-RedeVol.
           88  Fim-RedeVol     VALUE HIGH-VALUES.
           02  RV-AnoMes       PIC X(6).
           02  RV-Data         PIC X(8).
           02  RV-Posto        PIC X(10).
           02  RV-Tipo         PIC X.
           02  RV-Operador     PIC X(10).
           02  RV-Litros       PIC 9(7)V99.

       FD Arq-RedeVolT.
       01  Reg-RedeVolT        PIC X(44).
           88  Fim-RedeVolT    VALUE HIGH-VALUES.

      *    Interdicoes de bico (manutencao ou lacre da fiscalizacao).
      *    Data/hora final em branco: bico ainda interditado.
       FD Arq-Interd.
       01  Reg-Interd.
           88  Fim-Interd      VALUE HIGH-VALUES.
           02  IT-Bico         PIC 9(2).
           02  IT-Data-Ini     PIC X(8).
           02  IT-Hora-Ini     PIC X(4).
           02  IT-Data-Fim     PIC X(8).
           02  IT-Hora-Fim     PIC X(4).
           02  IT-Motivo       PIC X(30).
           02  IT-Liberado-Por PIC X(10).

	   WORKING-STORAGE SECTION.
       01  FStatus     PIC XX.
       01  FStatusExc  PIC XX.
       01  TurnoSangria  PIC 9(4)V99 VALUE ZEROS.
       01  TurnoSupr     PIC 9(4)V99 VALUE ZEROS.
       01  Turno-Contado PIC 9(4)V99 VALUE ZEROS.
       01  TurnoEstorno  PIC 9(4)V99 VALUE ZEROS.
       01  Caixa-Esperado PIC S9(4)V99.
       01  Caixa-Dif      PIC S9(4)V99.
       01  Caixa-Abs      PIC 9(4)V99.
               03  OP-Nome     PIC X(10).
               03  OP-Litros   PIC 9(5)V99.
               03  OP-Tot      PIC 9(6)V99.
               03  OP-Est-Tot  PIC 9(6)V99.
       01  Qtd-Operadores  PIC 9(2)    VALUE ZERO.
       01  Op-Achado-Idx   PIC 9(2)    VALUE ZERO.

               03  OM-M-Nome     PIC X(30).
               03  OM-M-Comissao PIC 99V99.
               03  OM-M-Ativo    PIC X.
               03  OM-M-Supervisor PIC X.
       01  Qtd-Oper-Mestre PIC 9(2)    VALUE ZERO.
       01  Om-Achado-Idx   PIC 9(2)    VALUE ZERO.
       01  Motivo-Operador PIC X(30)   VALUE SPACES.
       01  Base-Comissao   PIC S9(6)V99.
       01  Valor-Comissao  PIC S9(6)V99.
       01  Tot-Comissao    PIC S9(6)V99 VALUE ZEROS.
       01  Comissao-Abs    PIC 9(6)V99.
       01  Sinal-Comissao  PIC X       VALUE SPACE.

       01  Tab-Bicos.
           02  TB-Bico OCCURS 20 TIMES INDEXED BY BC-Idx.
           02  TB-Bico-Per OCCURS 20 TIMES INDEXED BY PB-Idx.
               03  PB-Num      PIC 9(2).
               03  PB-Litros   PIC 9(6)V99.
               03  PB-Afericao PIC 9(5)V99.
       01  Qtd-Bicos-Per   PIC 9(2)    VALUE ZERO.
       01  Pb-Achado-Idx   PIC 9(2)    VALUE ZERO.

       01  Sinal-Dif       PIC X       VALUE SPACE.
       01  Tolerancia-Litros PIC 9(3)V99 VALUE 0.50.

       01  FStatusAfer     PIC XX.
       01  FStatusAferT    PIC XX.
       01  Afer-Tipo-Up    PIC X.
       01  Afer-Erro       PIC S9(3)V999.
       01  Afer-Erro-Abs   PIC 9(2)V999.
       01  Afer-Sinal      PIC X       VALUE SPACE.
       01  Afer-Pct        PIC 9(3)V99.
       01  Tolerancia-Afericao PIC 9V99 VALUE 0.50.
       01  Qtd-Afer-Dia    PIC 9(3)    VALUE ZERO.
       01  Qtd-Afer-Reprov PIC 9(3)    VALUE ZERO.
       01  Qtd-Afer-Ruim   PIC 9(3)    VALUE ZERO.
       01  Afer-Litros-Dia PIC 9(5)V99 VALUE ZEROS.
       01  Qtd-Afer-Expurgo PIC 9(5)   VALUE ZERO.

       01  FStatusProd     PIC XX.
       01  Prod-Aberto     PIC X       VALUE "N".
           88  Arq-Prod-Aberto         VALUE "S".
       01  Venda-Loja      PIC X       VALUE "N".
           88  Eh-Venda-Loja           VALUE "S".
       01  Motivo-Produto  PIC X(30)   VALUE SPACES.
       01  Custo-Unit-Venda PIC 9(4)V99.
       01  Prod-Busca      PIC X(6).
       01  Tab-Vendas-Loja.
           02  TB-Venda-Loja OCCURS 200 TIMES INDEXED BY VL-Idx.
               03  VL-Codigo     PIC X(6).
               03  VL-Descricao  PIC X(30).
               03  VL-Qtd        PIC S9(5)V99.
               03  VL-Receita    PIC S9(6)V99.
               03  VL-Custo      PIC S9(6)V99.
               03  VL-Estoque    PIC S9(6)V99.
               03  VL-Ponto      PIC 9(6)V99.
       01  Qtd-Vendas-Loja PIC 9(3)    VALUE ZERO.
       01  Vl-Achado-Idx   PIC 9(3)    VALUE ZERO.
       01  Loja-Receita    PIC S9(7)V99.
       01  Loja-Custo      PIC S9(7)V99.
       01  Loja-Margem     PIC S9(7)V99.
       01  Loja-Receita-Item PIC S9(7)V99.
       01  Loja-Custo-Item PIC S9(7)V99.
       01  Loja-Margem-Item PIC S9(7)V99.
       01  Loja-Qtd-Abs    PIC 9(5)V99.
       01  Sinal-Loja-Qtd  PIC X       VALUE SPACE.
       01  Loja-Rec-Abs    PIC 9(7)V99.
       01  Sinal-Loja-Rec  PIC X       VALUE SPACE.
       01  Loja-Custo-Abs  PIC 9(7)V99.
       01  Sinal-Loja-Custo PIC X      VALUE SPACE.
       01  Loja-Marg-Abs   PIC 9(7)V99.
       01  Sinal-Loja-Marg PIC X       VALUE SPACE.
       01  Loja-Est-Abs    PIC 9(6)V99.
       01  Sinal-Loja-Est  PIC X       VALUE SPACE.
       01  Qtd-Repor       PIC 9(4)    VALUE ZERO.
       01  Busca-Prod-Fim  PIC X       VALUE "N".
           88  Fim-Busca-Prod          VALUE "S".

       01  TotDinheiro PIC 9(6)V99 VALUE ZEROS.
       01  TotCartao   PIC 9(6)V99 VALUE ZEROS.
       01  TotPix      PIC 9(6)V99 VALUE ZEROS.
       01  TotFaturado PIC 9(6)V99 VALUE ZEROS.

       01  FStatusRelEst PIC XX.
       01  EstSD       PIC 9(4)V99 VALUE ZEROS.
       01  EstCD       PIC 9(4)V99 VALUE ZEROS.
       01  EstD        PIC 9(4)V99 VALUE ZEROS.
       01  EstDinheiro PIC 9(6)V99 VALUE ZEROS.
       01  EstCartao   PIC 9(6)V99 VALUE ZEROS.
       01  EstPix      PIC 9(6)V99 VALUE ZEROS.
       01  EstFaturado PIC 9(6)V99 VALUE ZEROS.
       01  Qtd-Est-Dia     PIC 9(4)    VALUE ZERO.
       01  Qtd-Est-Aceitos PIC 9(4)    VALUE ZERO.
       01  Qtd-Est-Recusados PIC 9(4)  VALUE ZERO.
       01  Tot-Est-Valor   PIC 9(6)V99 VALUE ZEROS.
       01  Liquido-CD      PIC S9(4)V99.
       01  Liquido-Abs     PIC 9(4)V99.
       01  Sinal-Liquido   PIC X       VALUE SPACE.
       01  Motivo-Estorno  PIC X(30)   VALUE SPACES.
       01  Venda-Estorno.
           02  VE-Tipo         PIC X.
           02  VE-Litros       PIC 9(3)V99.
           02  VE-Operador     PIC X(10).
           02  VE-Bico         PIC 9(2).
           02  VE-FormaPagto   PIC X.
           02  VE-Total        PIC 9(4)V99.
           02  VE-Cliente      PIC 9(4).
           02  VE-SubT         PIC 9(4)V99.
           02  VE-Desc         PIC 9(4)V99.
           02  VE-AnoMes       PIC X(6).
           02  VE-Placa        PIC X(7).
       01  VE-Tipo-Up      PIC X.
       01  Tab-Orig-Expurgo.
           02  OX-Chave OCCURS 200 TIMES INDEXED BY OX-Idx PIC X(12).
       01  Qtd-Orig-Expurgo PIC 9(3)   VALUE ZERO.

       01  FStatusCli  PIC XX.
       01  Seq-Hist        PIC 9(4)    VALUE ZEROS.
       01  Seq-Data-Atual  PIC X(8)    VALUE SPACES.
           88  Arq-Cli-Aberto      VALUE "S".
       01  Saldo-Novo  PIC 9(7)V99.

       01  FStatusFrota PIC XX.
       01  Frota-Aberta PIC X       VALUE "N".
           88  Arq-Frota-Aberto    VALUE "S".
       01  Veic-Achado  PIC X       VALUE "N".
           88  Veiculo-Encontrado  VALUE "S".
       01  Cli-Frota    PIC X       VALUE "N".
           88  Cliente-Tem-Frota   VALUE "S".
       01  Busca-Frota-Fim PIC X    VALUE "N".
           88  Fim-Busca-Frota     VALUE "S".
       01  Motivo-Veiculo  PIC X(30) VALUE SPACES.
       01  Litros-Mes-Veic PIC 9(6)V99.
       01  Veic-AnoMes     PIC X(6).

       01  FStatusFid   PIC XX.
       01  FStatusFidP  PIC XX.
       01  FStatusPont  PIC XX.
       01  FStatusPontT PIC XX.
       01  Fid-Aberto   PIC X       VALUE "N".
           88  Arq-Fid-Aberto      VALUE "S".
       01  Fid-Venda    PIC X       VALUE "N".
           88  Venda-Fidelidade    VALUE "S".
       01  Tab-Regras-Fid.
           02  TB-Regra-Fid OCCURS 4 TIMES INDEXED BY RF-Idx.
               03  RF-Tipo     PIC X.
               03  RF-Pontos   PIC 9(2)V99.
       01  Pontos-Litro-Padrao PIC 9(2)V99 VALUE 1.00.
       01  Valor-Ponto     PIC 9V9(4)  VALUE 0.0100.
       01  Pontos-Venda    PIC 9(5).
       01  Desc-Fidel      PIC 9(4)V99.
       01  Valor-Resgate   PIC 9(5)V99.
       01  Pontos-Mov      PIC 9(7).
       01  Pontos-Resta    PIC 9(7).
       01  Pontos-Debitados PIC 9(7).
       01  Lote-AnoMes-Alvo PIC X(6).
       01  Lote-Achado-Idx PIC 9(2)    VALUE ZERO.
       01  Modo-Debito     PIC X       VALUE "F".
           88  Debito-Fifo             VALUE "F".
           88  Debito-Lifo             VALUE "L".
       01  Lotes-Flag      PIC X       VALUE "N".
           88  Lotes-Sem-Saldo         VALUE "S".
       01  Motivo-Resgate  PIC X(30)   VALUE SPACES.
       01  Cpf-Estorno     PIC X(11).
       01  Pontos-Estorno  PIC 9(7).
       01  Valor-Estorno-Fid PIC 9(4)V99.
       01  Chave-Fid.
           02  CF-Data-Inv     PIC 9(8).
           02  CF-Seq          PIC 9(4).
       01  Chave-Expurgo.
           02  CE-Data-Inv     PIC 9(8).
           02  CE-Seq          PIC 9(4).
       01  Qtd-Pont-Expurgados PIC 9(5) VALUE ZERO.
       01  Qtd-Fid-Vendas  PIC 9(4)    VALUE ZERO.
       01  Qtd-Fid-Nao-Cad PIC 9(4)    VALUE ZERO.
       01  Qtd-Resg-Aceitos PIC 9(4)   VALUE ZERO.
       01  Qtd-Resg-Recusados PIC 9(4) VALUE ZERO.
       01  Fid-Emitidos    PIC 9(7)    VALUE ZERO.
       01  Fid-Resgatados  PIC 9(7)    VALUE ZERO.
       01  Fid-Estornados  PIC 9(7)    VALUE ZERO.
       01  Fid-Cred-Gerado PIC 9(6)V99 VALUE ZEROS.
       01  Fid-Cred-Usado  PIC 9(6)V99 VALUE ZEROS.

       01  FStatusBloq PIC XX.
       01  Tab-Bloqueados.
           02  TB-Bloqueado OCCURS 200 TIMES INDEXED BY BL-Idx
       01  Data-Inv-Dia         PIC 9(8)   VALUE ZEROS.
       01  Data-Inv-Chk         PIC 9(8)   VALUE ZEROS.

       01  FStatusMetas PIC XX.
       01  FStatusRVol  PIC XX.
       01  FStatusRVolT PIC XX.
       01  Tab-Metas.
           02  TB-Meta OCCURS 100 TIMES INDEXED BY MT-Idx.
               03  TM-Posto     PIC X(10).
               03  TM-Tipo      PIC X.
               03  TM-Operador  PIC X(10).
               03  TM-Litros    PIC 9(7)V99.
               03  TM-Bonus     PIC 99V99.
               03  TM-Realizado PIC S9(7)V99.
       01  Qtd-Metas       PIC 9(3)    VALUE ZERO.
       01  Metas-Perdidas  PIC 9(4)    VALUE ZERO.
       01  Tipo-Meta       PIC X.
       01  Inicio-Mes-Inv  PIC 9(8).
       01  Varre-Hist      PIC X       VALUE "N".
           88  Fim-Varre-Hist          VALUE "S".
       01  Bonus-Oper      PIC 99V99   VALUE ZEROS.
       01  Taxa-Comissao   PIC 99V99   VALUE ZEROS.
       01  Qtd-Metas-Oper  PIC 9(3)    VALUE ZERO.
       01  Meta-Oper       PIC X       VALUE "N".
           88  Meta-Oper-Atingida      VALUE "S".
       01  Dia-Do-Mes      PIC 9(2).
       01  Dias-Mes-Meta   PIC 9(2).
       01  Ano-Meta        PIC 9(4).
       01  Mes-Meta        PIC 9(2).
       01  Resto-Meta      PIC 9(4).
       01  Projecao-Meta   PIC S9(8)V99.
       01  Falta-Meta      PIC S9(8)V99.
       01  Realizado-Abs   PIC 9(7)V99.
       01  Sinal-Realizado PIC X       VALUE SPACE.
       01  Projecao-Abs    PIC 9(8)V99.
       01  Sinal-Projecao  PIC X       VALUE SPACE.
       01  Falta-Abs       PIC 9(8)V99.
       01  Sinal-Falta     PIC X       VALUE SPACE.
       01  Tipo-Rel-Meta   PIC X.
       01  Oper-Rel-Meta   PIC X(10).
       01  Marca-Meta      PIC X(3).
       01  Tab-Vol-Rede.
           02  TB-Vol-Rede OCCURS 200 TIMES INDEXED BY VR-Idx.
               03  VR-Posto     PIC X(10).
               03  VR-Tipo      PIC X.
               03  VR-Operador  PIC X(10).
               03  VR-Litros    PIC 9(7)V99.
       01  Qtd-Vol-Rede    PIC 9(3)    VALUE ZERO.
       01  Vol-Rede-Perdido PIC 9(4)   VALUE ZERO.
       01  Vr-Achado-Idx   PIC 9(3)    VALUE ZERO.
       01  AnoMes-Anterior PIC X(6).
       01  Ano-Anterior    PIC 9(4).
       01  Mes-Anterior    PIC 9(2).
       01  Qtd-RVol-Expurgo PIC 9(5)   VALUE ZERO.

       01  FStatusInterd PIC XX.
       01  Tab-Interdicoes.
           02  TB-Interdicao OCCURS 50 TIMES INDEXED BY TI-Idx.
               03  TI-Bico      PIC 9(2).
               03  TI-Inicio    PIC 9(12).
               03  TI-Fim       PIC 9(12).
       01  Qtd-Interdicoes  PIC 9(2)   VALUE ZERO.
       01  Interd-Ruins     PIC 9(3)   VALUE ZERO.
       01  Instante-Ini     PIC 9(12).
       01  Instante-Fim     PIC 9(12).
       01  Bico-Interd-Flag PIC X      VALUE "N".
           88  Bico-Interditado        VALUE "S".
       01  Interd-Total-Flag PIC X     VALUE "N".
           88  Interditado-Periodo     VALUE "S".
       01  Inicio-Periodo-Inv PIC 9(8) VALUE ZEROS.
       01  Bico-Verificado  PIC 9(2).
       01  Qtd-Vendas-Interd PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Básico Arquivo Sequencial"
           DISPLAY "========================="
           PERFORM CARREGA-ESCALA
           PERFORM CARREGA-FAIXAS
           PERFORM CARREGA-ENCERRANTES
           PERFORM CARREGA-INTERDICOES
           PERFORM CARREGA-POSTOS
           PERFORM ABRE-CLIENTES
           PERFORM ABRE-FROTA
           PERFORM ABRE-FIDELIDADE
           PERFORM CARREGA-PARAM-FIDELIDADE
           PERFORM ABRE-PRODUTOS
           PERFORM CARREGA-BLOQUEADOS
           PERFORM VERIFICA-CHECKPOINT
           OPEN INPUT Arq-Mov.
               MOVE FStatusCsv TO Status-Verificado
               MOVE "movimento.csv" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               OPEN OUTPUT Arq-RelEst
               MOVE FStatusRelEst TO Status-Verificado
               MOVE "estornos.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               OPEN I-O Arq-Hist
               IF FStatusHist = "35" THEN
                   OPEN OUTPUT Arq-Hist
               ELSE
               PERFORM IMPRIME-CABECALHO-CSV
               PERFORM IMPRIME-CABECALHO
               PERFORM IMPRIME-CABECALHO-ESTORNO
               READ Arq-Mov
                   AT END SET Fim-Mov TO TRUE
               END-READ
               END-IF
               PERFORM PROCESSA-COMPLEMENTO
               END-IF
               PERFORM IMPRIME-RESUMO-ESTORNO
               END-IF
               CLOSE Arq-Exc
               MOVE FStatusExc TO Status-Verificado
               MOVE FStatusCsv TO Status-Verificado
               MOVE "movimento.csv" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               CLOSE Arq-RelEst
               MOVE FStatusRelEst TO Status-Verificado
               MOVE "estornos.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               CLOSE Arq-Hist
               MOVE FStatusHist TO Status-Verificado
               MOVE "historix.dat" TO Arquivo-Verificado
               MOVE "clientes.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF
           IF Arq-Frota-Aberto THEN
               CLOSE Arq-Frota
               MOVE FStatusFrota TO Status-Verificado
               MOVE "frota.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF
           IF Arq-Fid-Aberto THEN
               CLOSE Arq-Fid
               MOVE FStatusFid TO Status-Verificado
               MOVE "fidelidade.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF
           IF Arq-Prod-Aberto THEN
               CLOSE Arq-Prod
               MOVE FStatusProd TO Status-Verificado
               MOVE "produtos.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF
           IF Historico-Gravado AND Mes-Fechou
               AND NOT Houve-Erro-Fatal THEN
               PERFORM LIMPA-ARQUIVO-MOVIMENTO
       PROCESSA-MOVIMENTO-DIA.
           MOVE "S" TO Mov-Valido
           MOVE "N" TO Mov-Marca
           MOVE "N" TO Veic-Achado
           MOVE "N" TO Fid-Venda
           MOVE "N" TO Venda-Loja
           EVALUATE Mov-Tipo
               WHEN "I" WHEN "i"
                   SET Eh-Marca-Turno TO TRUE
                   MOVE ZEROS TO TurnoSD TurnoCD TurnoD
                   MOVE ZEROS TO TurnoDinheiro TurnoSangria
                   MOVE ZEROS TO TurnoSupr Turno-Contado
                   MOVE ZEROS TO TurnoEstorno
                   MOVE ZERO TO Qtd-Turno-Oper
                   MOVE ZEROS TO SubT VDesc Tot
                   MOVE SPACES TO Linha-Rel
                          Mov-Litros DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               WHEN "X" WHEN "x"
                   SET Eh-Marca-Turno TO TRUE
                   MOVE ZEROS TO SubT VDesc Tot
                   PERFORM PROCESSA-ESTORNO
               WHEN "R" WHEN "r"
                   SET Eh-Marca-Turno TO TRUE
                   MOVE ZEROS TO SubT VDesc Tot
                   PERFORM PROCESSA-RESGATE
               WHEN "C" WHEN "c"
                   SET Eh-Marca-Turno TO TRUE
                   MOVE ZEROS TO SubT VDesc Tot
                   PERFORM PROCESSA-AFERICAO
               WHEN "L" WHEN "l"
                   SET Eh-Venda-Loja TO TRUE
                   MOVE "L" TO Mov-Tipo-Up
                   PERFORM PRECIFICA-PRODUTO
               WHEN "G" WHEN "g" WHEN "A" WHEN "a"
               WHEN "D" WHEN "d" WHEN "E" WHEN "e"
                   PERFORM BUSCA-PRECO
               AND Turno-Atual > ZERO THEN
               PERFORM VALIDA-ESCALA
           END-IF
           IF Mov-Valido = "S" AND NOT Eh-Marca-Turno
               AND NOT Eh-Venda-Loja
               AND Qtd-Interdicoes > ZERO THEN
               PERFORM VALIDA-INTERDICAO
           END-IF
           IF Mov-Valido = "S" AND NOT Eh-Marca-Turno
               AND (Mov-FormaPagto = "F"
                   OR Mov-FormaPagto = "f")
               AND Arq-Frota-Aberto
               AND NOT Eh-Venda-Loja THEN
               PERFORM VALIDA-VEICULO
           END-IF
           IF Mov-Valido = "S" AND NOT Eh-Marca-Turno
               AND (Mov-FormaPagto = "F"
                   OR Mov-FormaPagto = "f") THEN
               PERFORM POSTA-CLIENTE
               IF Mov-Valido = "S" AND Veiculo-Encontrado THEN
                   PERFORM ATUALIZA-VEICULO
               END-IF
           END-IF
           IF Mov-Valido = "S" AND NOT Eh-Marca-Turno
               AND Arq-Fid-Aberto
               AND NOT Eh-Venda-Loja
               AND Mov-Fidelidade NOT = SPACES
               AND Mov-FormaPagto NOT = "F"
               AND Mov-FormaPagto NOT = "f" THEN
               PERFORM VALIDA-FIDELIDADE
           END-IF
           IF NOT Eh-Marca-Turno THEN
               MOVE SPACES TO Linha-Rel
               COMPUTE TurnoD = TurnoD + VDesc
               PERFORM ACUMULA-OPERADOR
               PERFORM ACUMULA-OPERADOR-TURNO
               IF Eh-Venda-Loja THEN
                   PERFORM BAIXA-ESTOQUE-PRODUTO
               ELSE
                   PERFORM ACUMULA-BICO
                   PERFORM ACUMULA-TIPO
               END-IF
               PERFORM GRAVA-HISTORICO
               IF Venda-Fidelidade THEN
                   PERFORM POSTA-FIDELIDADE
               END-IF
               EVALUATE Mov-FormaPagto
                   WHEN "C" WHEN "c"
                       ADD Tot TO TotCartao
                       MOVE ComplSD TO TotSD
                       MOVE ComplCD TO TotCD
                       MOVE ComplD TO TotD
                       MOVE ZEROS TO EstSD EstCD EstD
                       PERFORM ATUALIZA-ACUMULADOR
                   END-IF
                   PERFORM LIMPA-MARCA-COMPLEMENTO
               MOVE CD-Data(CD-Idx)(1:2) TO Data-Inv-Hist(7:2)
               MOVE Data-Inv-Hist TO HS-Data-Inv
               COMPUTE HS-Seq = CD-Seq(CD-Idx) + 1
               IF Arq-Fid-Aberto THEN
                   MOVE Data-Inv-Hist TO CE-Data-Inv
                   COMPUTE CE-Seq = CD-Seq(CD-Idx) + 1
                   PERFORM EXPURGA-PONTOS
               END-IF
               START Arq-Hist KEY NOT LESS HS-Chave
                   INVALID KEY SET Fim-Busca-Seq TO TRUE
               END-START
                               AND Arq-Cli-Aberto THEN
                               PERFORM ESTORNA-CLIENTE-EXPURGO
                           END-IF
                           IF (HS-FormaPagto = "F"
                               OR HS-FormaPagto = "f")
                               AND Arq-Frota-Aberto
                               AND HS-Placa NOT = SPACES
                               AND NOT HS-Venda-Loja THEN
                               PERFORM ESTORNA-VEICULO-EXPURGO
                           END-IF
                           IF HS-Venda-Loja AND Arq-Prod-Aberto THEN
                               PERFORM ESTORNA-PRODUTO-EXPURGO
                           END-IF
                           DELETE Arq-Hist
                           MOVE FStatusHist TO Status-Verificado
                           MOVE "historix.dat"

       PROCESSA-MOVIMENTO-COMPL.
           MOVE "S" TO Mov-Valido
           MOVE "N" TO Veic-Achado
           MOVE "N" TO Fid-Venda
           MOVE "N" TO Venda-Loja
           EVALUATE Mov-Tipo
               WHEN "G" WHEN "g" WHEN "A" WHEN "a"
               WHEN "D" WHEN "d" WHEN "E" WHEN "e"
                       MOVE "excecoes.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
               WHEN "L" WHEN "l"
                   SET Eh-Venda-Loja TO TRUE
                   MOVE "L" TO Mov-Tipo-Up
                   PERFORM PRECIFICA-PRODUTO
               WHEN OTHER
                   SET Mov-Invalido TO TRUE
                   MOVE ZEROS TO SubT VDesc Tot
           IF Mov-Valido = "S" AND Qtd-Oper-Mestre > ZERO THEN
               PERFORM VALIDA-OPERADOR
           END-IF
           IF Mov-Valido = "S" AND NOT Eh-Venda-Loja
               AND Qtd-Interdicoes > ZERO THEN
               PERFORM VALIDA-INTERDICAO
           END-IF
           IF Mov-Valido = "S"
               AND (Mov-FormaPagto = "F"
                   OR Mov-FormaPagto = "f")
               AND Arq-Frota-Aberto
               AND NOT Eh-Venda-Loja THEN
               PERFORM VALIDA-VEICULO
           END-IF
           IF Mov-Valido = "S"
               AND (Mov-FormaPagto = "F"
                   OR Mov-FormaPagto = "f") THEN
               PERFORM POSTA-CLIENTE
               IF Mov-Valido = "S" AND Veiculo-Encontrado THEN
                   PERFORM ATUALIZA-VEICULO
               END-IF
           END-IF
           IF Mov-Valido = "S"
               AND Arq-Fid-Aberto
               AND NOT Eh-Venda-Loja
               AND Mov-Fidelidade NOT = SPACES
               AND Mov-FormaPagto NOT = "F"
               AND Mov-FormaPagto NOT = "f" THEN
               PERFORM VALIDA-FIDELIDADE
           END-IF
           IF Mov-Valido = "S" THEN
               ADD 1 TO Qtd-Compl
                      Mov-Operador DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               IF Eh-Venda-Loja THEN
                   PERFORM BAIXA-ESTOQUE-PRODUTO
               END-IF
               PERFORM GRAVA-HISTORICO
               IF Venda-Fidelidade THEN
                   PERFORM POSTA-FIDELIDADE
               END-IF
           END-IF.

       LIMPA-ARQUIVO-COMPLEMENTO.
           MOVE Hoje-Data(5:4) TO Data-Inv-Dia(1:4)
           MOVE Hoje-Data(3:2) TO Data-Inv-Dia(5:2)
           MOVE Hoje-Data(1:2) TO Data-Inv-Dia(7:2)
           IF Inicio-Periodo-Inv = ZERO THEN
               MOVE Data-Inv-Dia TO Inicio-Periodo-Inv
           END-IF
           MOVE "N" TO Dia-Ok
           IF Data-Inv-Dia <= Ultima-Completa-Inv THEN
               SET Dia-Ja-Processado TO TRUE
           END-IF.

       EXPURGA-HISTORICO-DIA.
           IF Arq-Fid-Aberto THEN
               MOVE Data-Inv-Dia TO CE-Data-Inv
               MOVE ZEROS TO CE-Seq
               PERFORM EXPURGA-PONTOS
           END-IF
           PERFORM EXPURGA-AFERICOES
           MOVE "N" TO Busca-Seq-Fim
           MOVE Data-Inv-Dia TO HS-Data-Inv
           MOVE ZEROS TO HS-Seq
                           AND Arq-Cli-Aberto THEN
                           PERFORM ESTORNA-CLIENTE-EXPURGO
                       END-IF
                       IF (HS-FormaPagto = "F"
                           OR HS-FormaPagto = "f")
                           AND Arq-Frota-Aberto
                           AND HS-Placa NOT = SPACES
                           AND NOT HS-Venda-Loja THEN
                           PERFORM ESTORNA-VEICULO-EXPURGO
                       END-IF
                       IF HS-Venda-Loja AND Arq-Prod-Aberto THEN
                           PERFORM ESTORNA-PRODUTO-EXPURGO
                       END-IF
                       IF HS-Estorno
                           AND HS-Chave-Orig(1:8) < HS-Data-Inv
                           AND Qtd-Orig-Expurgo < 200 THEN
                           ADD 1 TO Qtd-Orig-Expurgo
                           SET OX-Idx TO Qtd-Orig-Expurgo
                           MOVE HS-Chave-Orig TO OX-Chave(OX-Idx)
                       END-IF
                       DELETE Arq-Hist
                       MOVE FStatusHist TO Status-Verificado
                       MOVE "historix.dat" TO Arquivo-Verificado
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING OX-Idx FROM 1 BY 1
               UNTIL OX-Idx > Qtd-Orig-Expurgo
               MOVE OX-Chave(OX-Idx) TO HS-Chave
               READ Arq-Hist
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO HS-Situacao
                       REWRITE Reg-Hist
                       MOVE FStatusHist TO Status-Verificado
                       MOVE "historix.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
               END-READ
           END-PERFORM
           MOVE ZERO TO Qtd-Orig-Expurgo
           MOVE SPACES TO Linha-Rel
           STRING "Aviso: historico pendente de " DELIMITED BY SIZE
                  Hoje-Data DELIMITED BY SIZE
                   PERFORM VERIFICA-STATUS-ARQUIVO
           END-READ.

       ESTORNA-VEICULO-EXPURGO.
           MOVE HS-Cliente TO FR-Cliente
           MOVE HS-Placa TO FR-Placa
           READ Arq-Frota
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FR-AnoMes-Uso = HS-AnoMes THEN
                       IF FR-Litros-Mes >= HS-Litros THEN
                           SUBTRACT HS-Litros FROM FR-Litros-Mes
                       ELSE
                           MOVE ZEROS TO FR-Litros-Mes
                       END-IF
                       REWRITE Reg-Frota
                       MOVE FStatusFrota TO Status-Verificado
                       MOVE "frota.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
           END-READ.

       ESTORNA-PRODUTO-EXPURGO.
      *    Venda devolve a quantidade ao estoque; estorno (quantidade
      *    negativa) volta a retira-la.
           MOVE HS-Produto TO PR-Codigo
           READ Arq-Prod
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD HS-Litros TO PR-Estoque
                   REWRITE Reg-Prod
                   MOVE FStatusProd TO Status-Verificado
                   MOVE "produtos.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
           END-READ.

       ZERA-DIA.
           MOVE ZEROS TO TotSD TotCD TotD
           MOVE ZEROS TO TotDinheiro TotCartao TotPix TotFaturado
           MOVE ZERO TO Turno-Atual
           MOVE ZEROS TO TurnoSD TurnoCD TurnoD
           MOVE ZEROS TO TurnoDinheiro TurnoSangria
           MOVE ZEROS TO TurnoSupr Turno-Contado TurnoEstorno
           MOVE ZERO TO Qtd-Turno-Oper
           MOVE ZEROS TO EstSD EstCD EstD
           MOVE ZEROS TO EstDinheiro EstCartao EstPix EstFaturado
           MOVE ZERO TO Qtd-Est-Dia
           MOVE ZERO TO Qtd-Fid-Vendas Qtd-Fid-Nao-Cad
           MOVE ZERO TO Qtd-Resg-Aceitos Qtd-Resg-Recusados
           MOVE ZEROS TO Fid-Emitidos Fid-Resgatados Fid-Estornados
           MOVE ZEROS TO Fid-Cred-Gerado Fid-Cred-Usado
           MOVE ZERO TO Qtd-Afer-Dia Qtd-Afer-Reprov Qtd-Afer-Ruim
           MOVE ZEROS TO Afer-Litros-Dia
           MOVE ZERO TO Qtd-Vendas-Loja
           PERFORM VARYING VT-Idx FROM 1 BY 1 UNTIL VT-Idx > 4
               MOVE ZEROS TO VT-Litros(VT-Idx) VT-Receita(VT-Idx)
           END-PERFORM.
                  TotCD DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Est-Dia > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Estornos            " DELIMITED BY SIZE
                      EstSD DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      EstD DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      EstCD DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               COMPUTE Liquido-CD = TotCD - EstCD
               IF Liquido-CD < ZERO THEN
                   MOVE "-" TO Sinal-Liquido
                   COMPUTE Liquido-Abs = Liquido-CD * -1
               ELSE
                   MOVE " " TO Sinal-Liquido
                   MOVE Liquido-CD TO Liquido-Abs
               END-IF
               MOVE SPACES TO Linha-Rel
               STRING "Liquido do dia"
                          DELIMITED BY SIZE
                      "                      "
                          DELIMITED BY SIZE
                      Sinal-Liquido DELIMITED BY SIZE
                      Liquido-Abs DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE "----------------------------------------------"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM ESCREVE-CSV-TOTAL
           PERFORM IMPRIME-OPERADORES
           PERFORM APURA-METAS
           PERFORM IMPRIME-COMISSOES
           PERFORM IMPRIME-BICOS
           PERFORM IMPRIME-PAGAMENTOS
           PERFORM IMPRIME-MARGEM
           PERFORM IMPRIME-MARGEM-LOJA
           PERFORM IMPRIME-IMPOSTOS
           IF Arq-Fid-Aberto THEN
               PERFORM IMPRIME-FIDELIDADE
           END-IF
           IF Qtd-Afer-Dia > ZERO OR Qtd-Afer-Ruim > ZERO THEN
               PERFORM IMPRIME-AFERICOES
           END-IF
           IF Hoje-AnoMes NOT = SPACES AND NOT Houve-Erro-Fatal THEN
               PERFORM ATUALIZA-ACUMULADOR
               PERFORM GRAVA-CHECKPOINT-COMPLETO
               SET OP-Idx TO Qtd-Operadores
               MOVE Mov-Operador TO OP-Nome(OP-Idx)
               MOVE ZEROS TO OP-Litros(OP-Idx) OP-Tot(OP-Idx)
               MOVE ZEROS TO OP-Est-Tot(OP-Idx)
               SET Op-Achado-Idx TO OP-Idx
           END-IF
           IF Op-Achado-Idx > ZERO THEN
               SET OP-Idx TO Op-Achado-Idx
               IF NOT Eh-Venda-Loja THEN
                   ADD Mov-Litros TO OP-Litros(OP-Idx)
               END-IF
               ADD Tot TO OP-Tot(OP-Idx)
           END-IF.


       CONFERE-CAIXA-TURNO.
           COMPUTE Caixa-Esperado = TurnoDinheiro - TurnoSangria
               + TurnoSupr - TurnoEstorno
           COMPUTE Caixa-Dif = Turno-Contado - Caixa-Esperado
           IF Caixa-Esperado < ZERO THEN
               MOVE "-" TO Sinal-Esperado
                  TurnoSangria DELIMITED BY SIZE
                  " Supr " DELIMITED BY SIZE
                  TurnoSupr DELIMITED BY SIZE
                  " Estorno " DELIMITED BY SIZE
                  TurnoEstorno DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
               ADD 1 TO Qtd-Bicos-Per
               SET PB-Idx TO Qtd-Bicos-Per
               MOVE Mov-Bico TO PB-Num(PB-Idx)
               MOVE ZEROS TO PB-Litros(PB-Idx) PB-Afericao(PB-Idx)
               SET Pb-Achado-Idx TO PB-Idx
           END-IF
           IF Pb-Achado-Idx > ZERO THEN
           PERFORM VARYING OP-Idx FROM 1 BY 1
               UNTIL OP-Idx > Qtd-Operadores
               MOVE SPACES TO Linha-Rel
               IF OP-Est-Tot(OP-Idx) > ZERO THEN
                   STRING OP-Nome(OP-Idx) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          OP-Litros(OP-Idx) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          OP-Tot(OP-Idx) DELIMITED BY SIZE
                          "  estornos " DELIMITED BY SIZE
                          OP-Est-Tot(OP-Idx) DELIMITED BY SIZE
                       INTO Linha-Rel
               ELSE
                   STRING OP-Nome(OP-Idx) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          OP-Litros(OP-Idx) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          OP-Tot(OP-Idx) DELIMITED BY SIZE
                       INTO Linha-Rel
               END-IF
               PERFORM IMPRIME-LINHA
           END-PERFORM.

                   MOVE OM-Nome TO OM-M-Nome(OM-Idx)
                   MOVE OM-Comissao TO OM-M-Comissao(OM-Idx)
                   MOVE OM-Ativo TO OM-M-Ativo(OM-Idx)
                   MOVE OM-Supervisor TO OM-M-Supervisor(OM-Idx)
                   READ Arq-Oper
                       AT END SET Fim-Oper TO TRUE
                   END-READ
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

      *    Venda dentro de uma interdicao do bico e recusada. Sem
      *    hora valida, so quando a interdicao cobre o dia inteiro.
       VALIDA-INTERDICAO.
           MOVE Mov-Data(5:4) TO Instante-Ini(1:4)
           MOVE Mov-Data(3:2) TO Instante-Ini(5:2)
           MOVE Mov-Data(1:2) TO Instante-Ini(7:2)
           MOVE Instante-Ini(1:8) TO Instante-Fim(1:8)
           IF Mov-Hora IS NUMERIC THEN
               MOVE Mov-Hora TO Instante-Ini(9:4)
               MOVE Mov-Hora TO Instante-Fim(9:4)
           ELSE
               MOVE "0000" TO Instante-Ini(9:4)
               MOVE "2359" TO Instante-Fim(9:4)
           END-IF
           MOVE Mov-Bico TO Bico-Verificado
           PERFORM BUSCA-INTERDICAO
           IF Bico-Interditado THEN
               SET Mov-Invalido TO TRUE
               ADD 1 TO Qtd-Vendas-Interd
               MOVE ZEROS TO SubT VDesc Tot
               MOVE SPACES TO Reg-Exc
               MOVE Abast TO Exc-Registro
               MOVE "Bico interditado" TO Exc-Motivo
               WRITE Reg-Exc
               MOVE FStatusExc TO Status-Verificado
               MOVE "excecoes.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       BUSCA-INTERDICAO.
           MOVE "N" TO Bico-Interd-Flag
           PERFORM VARYING TI-Idx FROM 1 BY 1
               UNTIL TI-Idx > Qtd-Interdicoes
               IF TI-Bico(TI-Idx) = Bico-Verificado
                   AND TI-Inicio(TI-Idx) <= Instante-Ini
                   AND TI-Fim(TI-Idx) > Instante-Fim THEN
                   SET Bico-Interditado TO TRUE
               END-IF
           END-PERFORM.

       CARREGA-INTERDICOES.
           MOVE ZERO TO Qtd-Interdicoes Interd-Ruins
           OPEN INPUT Arq-Interd
           MOVE FStatusInterd TO Status-Verificado
           MOVE "interdicao.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusInterd NOT = "35" THEN
               READ Arq-Interd
                   AT END SET Fim-Interd TO TRUE
               END-READ
               MOVE FStatusInterd TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Interd OR Houve-Erro-Fatal
                   IF IT-Data-Ini NOT NUMERIC
                       OR IT-Hora-Ini NOT NUMERIC
                       OR (IT-Data-Fim NOT = SPACES
                           AND (IT-Data-Fim NOT NUMERIC
                               OR IT-Hora-Fim NOT NUMERIC))
                       OR Qtd-Interdicoes >= 50 THEN
                       ADD 1 TO Interd-Ruins
                   ELSE
                       ADD 1 TO Qtd-Interdicoes
                       SET TI-Idx TO Qtd-Interdicoes
                       MOVE IT-Bico TO TI-Bico(TI-Idx)
                       MOVE IT-Data-Ini(5:4) TO TI-Inicio(TI-Idx)(1:4)
                       MOVE IT-Data-Ini(3:2) TO TI-Inicio(TI-Idx)(5:2)
                       MOVE IT-Data-Ini(1:2) TO TI-Inicio(TI-Idx)(7:2)
                       MOVE IT-Hora-Ini TO TI-Inicio(TI-Idx)(9:4)
                       IF IT-Data-Fim = SPACES THEN
                           MOVE 999999999999 TO TI-Fim(TI-Idx)
                       ELSE
                           MOVE IT-Data-Fim(5:4)
                               TO TI-Fim(TI-Idx)(1:4)
                           MOVE IT-Data-Fim(3:2)
                               TO TI-Fim(TI-Idx)(5:2)
                           MOVE IT-Data-Fim(1:2)
                               TO TI-Fim(TI-Idx)(7:2)
                           MOVE IT-Hora-Fim TO TI-Fim(TI-Idx)(9:4)
                       END-IF
                   END-IF
                   READ Arq-Interd
                       AT END SET Fim-Interd TO TRUE
                   END-READ
                   MOVE FStatusInterd TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Interd
               MOVE FStatusInterd TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF Interd-Ruins > ZERO THEN
                   DISPLAY "Aviso: " Interd-Ruins
                       " interdicoes ignoradas (data/hora invalida"
                       " ou tabela cheia)."
               END-IF
           END-IF.

       IMPRIME-COMISSOES.
           MOVE "Comissao por operador" TO Linha-Rel
           PERFORM IMPRIME-LINHA
                   END-PERFORM
                   IF Om-Achado-Idx > ZERO THEN
                       SET OM-Idx TO Om-Achado-Idx
                       PERFORM BUSCA-BONUS-META
                       COMPUTE Taxa-Comissao =
                           OM-M-Comissao(OM-Idx) + Bonus-Oper
                       COMPUTE Base-Comissao =
                           OP-Tot(OP-Idx) - OP-Est-Tot(OP-Idx)
                       COMPUTE Valor-Comissao ROUNDED =
                           Base-Comissao * Taxa-Comissao / 100
                       ADD Valor-Comissao TO Tot-Comissao
                       IF Valor-Comissao < ZERO THEN
                           MOVE "-" TO Sinal-Comissao
                           COMPUTE Comissao-Abs = Valor-Comissao * -1
                       ELSE
                           MOVE " " TO Sinal-Comissao
                           MOVE Valor-Comissao TO Comissao-Abs
                       END-IF
                       MOVE SPACES TO Linha-Rel
                       STRING OP-Nome(OP-Idx) DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              Taxa-Comissao DELIMITED BY SIZE
                              "% " DELIMITED BY SIZE
                              Sinal-Comissao DELIMITED BY SIZE
                              Comissao-Abs DELIMITED BY SIZE
                           INTO Linha-Rel
                       IF Bonus-Oper > ZERO THEN
                           MOVE "(bonus meta)" TO Linha-Rel(38:12)
                       END-IF
                       PERFORM IMPRIME-LINHA
                   END-IF
               END-PERFORM
               IF Tot-Comissao < ZERO THEN
                   MOVE "-" TO Sinal-Comissao
                   COMPUTE Comissao-Abs = Tot-Comissao * -1
               ELSE
                   MOVE " " TO Sinal-Comissao
                   MOVE Tot-Comissao TO Comissao-Abs
               END-IF
               MOVE SPACES TO Linha-Rel
               STRING "Total comissao" DELIMITED BY SIZE
                      Sinal-Comissao DELIMITED BY SIZE
                      Comissao-Abs DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.
           STRING "Faturado   " DELIMITED BY SIZE
                  TotFaturado DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Est-Dia > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Estornos   D " DELIMITED BY SIZE
                      EstDinheiro DELIMITED BY SIZE
                      " C " DELIMITED BY SIZE
                      EstCartao DELIMITED BY SIZE
                      " P " DELIMITED BY SIZE
                      EstPix DELIMITED BY SIZE
                      " F " DELIMITED BY SIZE
                      EstFaturado DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       PROCESSA-REDE.
           MOVE ZERO TO Qtd-Vol-Rede Vol-Rede-Perdido
           MOVE "Posto 1" TO PO-Nome(1)
           MOVE TotSD TO PO-SD(1)
           MOVE TotCD TO PO-CD(1)
                  Rede-TotCD DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM GRAVA-VOLUME-REDE
           IF Qtd-Metas > ZERO AND NOT Houve-Erro-Fatal THEN
               PERFORM APURA-METAS-REDE
               PERFORM IMPRIME-RITMO-METAS
           END-IF
           END-IF.

       ACUMULA-VOLUME-REDE.
           EVALUATE Mov-Tipo
               WHEN "g" MOVE "G" TO Tipo-Meta
               WHEN "a" MOVE "A" TO Tipo-Meta
               WHEN "d" MOVE "D" TO Tipo-Meta
               WHEN "e" MOVE "E" TO Tipo-Meta
               WHEN OTHER MOVE Mov-Tipo TO Tipo-Meta
           END-EVALUATE
           MOVE ZERO TO Vr-Achado-Idx
           PERFORM VARYING VR-Idx FROM 1 BY 1
               UNTIL VR-Idx > Qtd-Vol-Rede
               IF VR-Posto(VR-Idx) = PO-Nome(PO-Idx)
                   AND VR-Tipo(VR-Idx) = Tipo-Meta
                   AND VR-Operador(VR-Idx) = Mov-Operador2 THEN
                   SET Vr-Achado-Idx TO VR-Idx
               END-IF
           END-PERFORM
           IF Vr-Achado-Idx = ZERO AND Qtd-Vol-Rede < 200 THEN
               ADD 1 TO Qtd-Vol-Rede
               SET VR-Idx TO Qtd-Vol-Rede
               MOVE PO-Nome(PO-Idx) TO VR-Posto(VR-Idx)
               MOVE Tipo-Meta TO VR-Tipo(VR-Idx)
               MOVE Mov-Operador2 TO VR-Operador(VR-Idx)
               MOVE ZEROS TO VR-Litros(VR-Idx)
               SET Vr-Achado-Idx TO VR-Idx
           END-IF
           IF Vr-Achado-Idx = ZERO THEN
               ADD 1 TO Vol-Rede-Perdido
           ELSE
               SET VR-Idx TO Vr-Achado-Idx
               ADD Mov-Litros TO VR-Litros(VR-Idx)
           END-IF.

      *    Regrava o volume da rede sem as linhas do dia (reexecucao)
      *    e sem meses anteriores ao mes passado; depois inclui o dia.
       GRAVA-VOLUME-REDE.
           MOVE Hoje-AnoMes(1:4) TO Ano-Anterior
           MOVE Hoje-AnoMes(5:2) TO Mes-Anterior
           IF Mes-Anterior > 1 THEN
               SUBTRACT 1 FROM Mes-Anterior
           ELSE
               MOVE 12 TO Mes-Anterior
               SUBTRACT 1 FROM Ano-Anterior
           END-IF
           MOVE Ano-Anterior TO AnoMes-Anterior(1:4)
           MOVE Mes-Anterior TO AnoMes-Anterior(5:2)
           MOVE ZERO TO Qtd-RVol-Expurgo
           OPEN INPUT Arq-RedeVol
           MOVE FStatusRVol TO Status-Verificado
           MOVE "redevol.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusRVol NOT = "35" THEN
               OPEN OUTPUT Arq-RedeVolT
               MOVE FStatusRVolT TO Status-Verificado
               MOVE "rdvtrab.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               READ Arq-RedeVol
                   AT END SET Fim-RedeVol TO TRUE
               END-READ
               MOVE FStatusRVol TO Status-Verificado
               MOVE "redevol.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-RedeVol OR Houve-Erro-Fatal
                   IF RV-Data = Hoje-Data
                       OR RV-AnoMes < AnoMes-Anterior THEN
                       ADD 1 TO Qtd-RVol-Expurgo
                   ELSE
                       WRITE Reg-RedeVolT FROM Reg-RedeVol
                       MOVE FStatusRVolT TO Status-Verificado
                       MOVE "rdvtrab.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
                   READ Arq-RedeVol
                       AT END SET Fim-RedeVol TO TRUE
                   END-READ
                   MOVE FStatusRVol TO Status-Verificado
                   MOVE "redevol.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-RedeVol
               CLOSE Arq-RedeVolT
               IF Qtd-RVol-Expurgo > ZERO
                   AND NOT Houve-Erro-Fatal THEN
                   PERFORM REGRAVA-VOLUME-REDE
               END-IF
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               OPEN EXTEND Arq-RedeVol
               IF FStatusRVol = "35" THEN
                   OPEN OUTPUT Arq-RedeVol
               END-IF
               MOVE FStatusRVol TO Status-Verificado
               MOVE "redevol.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM VARYING VR-Idx FROM 1 BY 1
                   UNTIL VR-Idx > Qtd-Vol-Rede OR Houve-Erro-Fatal
                   MOVE Hoje-AnoMes TO RV-AnoMes
                   MOVE Hoje-Data TO RV-Data
                   MOVE VR-Posto(VR-Idx) TO RV-Posto
                   MOVE VR-Tipo(VR-Idx) TO RV-Tipo
                   MOVE VR-Operador(VR-Idx) TO RV-Operador
                   MOVE VR-Litros(VR-Idx) TO RV-Litros
                   WRITE Reg-RedeVol
                   MOVE FStatusRVol TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-RedeVol
               MOVE FStatusRVol TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF
           IF Vol-Rede-Perdido > ZERO THEN
               MOVE "*** tabela de volume da rede cheia ***"
                   TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       REGRAVA-VOLUME-REDE.
           OPEN INPUT Arq-RedeVolT
           MOVE FStatusRVolT TO Status-Verificado
           MOVE "rdvtrab.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           OPEN OUTPUT Arq-RedeVol
           MOVE FStatusRVol TO Status-Verificado
           MOVE "redevol.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           READ Arq-RedeVolT
               AT END SET Fim-RedeVolT TO TRUE
           END-READ
           PERFORM UNTIL Fim-RedeVolT OR Houve-Erro-Fatal
               WRITE Reg-RedeVol FROM Reg-RedeVolT
               MOVE FStatusRVol TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               READ Arq-RedeVolT
                   AT END SET Fim-RedeVolT TO TRUE
               END-READ
           END-PERFORM
           CLOSE Arq-RedeVolT
           CLOSE Arq-RedeVol.

      *    Metas do mes: o realizado deste posto vem do historico ate
      *    o dia, inclusive estornos; o dos demais postos da rede vem
      *    do redevol.dat.
       APURA-METAS.
           PERFORM CARREGA-METAS
           IF Qtd-Metas > ZERO THEN
               PERFORM APURA-METAS-HISTORICO
           END-IF.

       CARREGA-METAS.
           MOVE ZERO TO Qtd-Metas Metas-Perdidas
           OPEN INPUT Arq-Metas
           MOVE FStatusMetas TO Status-Verificado
           MOVE "metas.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusMetas NOT = "35" THEN
               READ Arq-Metas
                   AT END SET Fim-Metas TO TRUE
               END-READ
               MOVE FStatusMetas TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Metas OR Houve-Erro-Fatal
                   IF MT-AnoMes = Hoje-AnoMes THEN
                       IF Qtd-Metas < 100 THEN
                           ADD 1 TO Qtd-Metas
                           SET MT-Idx TO Qtd-Metas
                           MOVE MT-Posto TO TM-Posto(MT-Idx)
                           EVALUATE MT-Tipo
                               WHEN "g" MOVE "G" TO TM-Tipo(MT-Idx)
                               WHEN "a" MOVE "A" TO TM-Tipo(MT-Idx)
                               WHEN "d" MOVE "D" TO TM-Tipo(MT-Idx)
                               WHEN "e" MOVE "E" TO TM-Tipo(MT-Idx)
                               WHEN OTHER
                                   MOVE MT-Tipo TO TM-Tipo(MT-Idx)
                           END-EVALUATE
                           MOVE MT-Operador TO TM-Operador(MT-Idx)
                           MOVE MT-Litros TO TM-Litros(MT-Idx)
                           MOVE MT-Bonus TO TM-Bonus(MT-Idx)
                           MOVE ZEROS TO TM-Realizado(MT-Idx)
                       ELSE
                           ADD 1 TO Metas-Perdidas
                       END-IF
                   END-IF
                   READ Arq-Metas
                       AT END SET Fim-Metas TO TRUE
                   END-READ
                   MOVE FStatusMetas TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Metas
               MOVE FStatusMetas TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       APURA-METAS-HISTORICO.
           MOVE "N" TO Varre-Hist
           MOVE Hoje-AnoMes TO Inicio-Mes-Inv(1:6)
           MOVE "01" TO Inicio-Mes-Inv(7:2)
           MOVE Inicio-Mes-Inv TO HS-Data-Inv
           MOVE ZEROS TO HS-Seq
           START Arq-Hist KEY NOT LESS HS-Chave
               INVALID KEY SET Fim-Varre-Hist TO TRUE
           END-START
           PERFORM UNTIL Fim-Varre-Hist OR Houve-Erro-Fatal
               READ Arq-Hist NEXT
                   AT END SET Fim-Varre-Hist TO TRUE
               END-READ
               IF NOT Fim-Varre-Hist THEN
                   MOVE FStatusHist TO Status-Verificado
                   MOVE "historix.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   IF HS-Data-Inv > Data-Inv-Dia THEN
                       SET Fim-Varre-Hist TO TRUE
                   ELSE
                       PERFORM SOMA-META-HISTORICO
                   END-IF
               END-IF
           END-PERFORM.

       SOMA-META-HISTORICO.
           EVALUATE HS-Tipo
               WHEN "g" MOVE "G" TO Tipo-Meta
               WHEN "a" MOVE "A" TO Tipo-Meta
               WHEN "d" MOVE "D" TO Tipo-Meta
               WHEN "e" MOVE "E" TO Tipo-Meta
               WHEN "l" MOVE "L" TO Tipo-Meta
               WHEN OTHER MOVE HS-Tipo TO Tipo-Meta
           END-EVALUATE
           IF Tipo-Meta NOT = "L" THEN
               PERFORM VARYING MT-Idx FROM 1 BY 1
                   UNTIL MT-Idx > Qtd-Metas
                   IF TM-Posto(MT-Idx) = "Posto 1"
                       AND (TM-Tipo(MT-Idx) = SPACE
                           OR TM-Tipo(MT-Idx) = Tipo-Meta)
                       AND (TM-Operador(MT-Idx) = SPACES
                           OR TM-Operador(MT-Idx) = HS-Operador) THEN
                       ADD HS-Litros TO TM-Realizado(MT-Idx)
                   END-IF
               END-PERFORM
           END-IF.

       APURA-METAS-REDE.
           OPEN INPUT Arq-RedeVol
           MOVE FStatusRVol TO Status-Verificado
           MOVE "redevol.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusRVol NOT = "35" THEN
               READ Arq-RedeVol
                   AT END SET Fim-RedeVol TO TRUE
               END-READ
               MOVE FStatusRVol TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-RedeVol OR Houve-Erro-Fatal
                   IF RV-AnoMes = Hoje-AnoMes THEN
                       PERFORM VARYING MT-Idx FROM 1 BY 1
                           UNTIL MT-Idx > Qtd-Metas
                           IF TM-Posto(MT-Idx) = RV-Posto
                               AND (TM-Tipo(MT-Idx) = SPACE
                                   OR TM-Tipo(MT-Idx) = RV-Tipo)
                               AND (TM-Operador(MT-Idx) = SPACES
                                   OR TM-Operador(MT-Idx) = RV-Operador)
                               THEN
                               ADD RV-Litros TO TM-Realizado(MT-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ Arq-RedeVol
                       AT END SET Fim-RedeVol TO TRUE
                   END-READ
                   MOVE FStatusRVol TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-RedeVol
               MOVE FStatusRVol TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

      *    Bonus so para o operador que atingiu todas as suas metas
      *    deste posto no mes; vale a maior taxa de bonus entre elas.
       BUSCA-BONUS-META.
           MOVE ZEROS TO Bonus-Oper
           MOVE ZERO TO Qtd-Metas-Oper
           SET Meta-Oper-Atingida TO TRUE
           PERFORM VARYING MT-Idx FROM 1 BY 1 UNTIL MT-Idx > Qtd-Metas
               IF TM-Posto(MT-Idx) = "Posto 1"
                   AND TM-Operador(MT-Idx) = OP-Nome(OP-Idx) THEN
                   ADD 1 TO Qtd-Metas-Oper
                   IF TM-Realizado(MT-Idx) < TM-Litros(MT-Idx) THEN
                       MOVE "N" TO Meta-Oper
                   END-IF
                   IF TM-Bonus(MT-Idx) > Bonus-Oper THEN
                       MOVE TM-Bonus(MT-Idx) TO Bonus-Oper
                   END-IF
               END-IF
           END-PERFORM
           IF Qtd-Metas-Oper = ZERO OR NOT Meta-Oper-Atingida THEN
               MOVE ZEROS TO Bonus-Oper
           END-IF.

       IMPRIME-RITMO-METAS.
           MOVE Hoje-Data(1:2) TO Dia-Do-Mes
           MOVE Hoje-Data(3:2) TO Mes-Meta
           MOVE Hoje-Data(5:4) TO Ano-Meta
           EVALUATE Mes-Meta
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO Dias-Mes-Meta
               WHEN 2
                   MOVE 28 TO Dias-Mes-Meta
                   DIVIDE Ano-Meta BY 4 GIVING Resto-Meta
                       REMAINDER Resto-Meta
                   IF Resto-Meta = ZERO THEN
                       MOVE 29 TO Dias-Mes-Meta
                   END-IF
               WHEN OTHER
                   MOVE 31 TO Dias-Mes-Meta
           END-EVALUATE
           IF Dia-Do-Mes = ZERO THEN
               MOVE 1 TO Dia-Do-Mes
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "Ritmo x meta do mes - dia " DELIMITED BY SIZE
                  Dia-Do-Mes DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  Dias-Mes-Meta DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Posto      T Operador   Meta      Realizado  Projecao"
               TO Linha-Rel
           MOVE "    Falta" TO Linha-Rel(55:9)
           PERFORM IMPRIME-LINHA
           PERFORM VARYING MT-Idx FROM 1 BY 1
               UNTIL MT-Idx > Qtd-Metas OR Houve-Erro-Fatal
               PERFORM IMPRIME-RITMO-META
           END-PERFORM
           IF Metas-Perdidas > ZERO THEN
               MOVE "*** tabela de metas cheia, ha metas fora ***"
                   TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       IMPRIME-RITMO-META.
           COMPUTE Projecao-Meta ROUNDED = TM-Realizado(MT-Idx)
               * Dias-Mes-Meta / Dia-Do-Mes
           COMPUTE Falta-Meta = TM-Litros(MT-Idx) - Projecao-Meta
           IF TM-Realizado(MT-Idx) < ZERO THEN
               MOVE "-" TO Sinal-Realizado
               COMPUTE Realizado-Abs = TM-Realizado(MT-Idx) * -1
           ELSE
               MOVE " " TO Sinal-Realizado
               MOVE TM-Realizado(MT-Idx) TO Realizado-Abs
           END-IF
           IF Projecao-Meta < ZERO THEN
               MOVE "-" TO Sinal-Projecao
               COMPUTE Projecao-Abs = Projecao-Meta * -1
           ELSE
               MOVE " " TO Sinal-Projecao
               MOVE Projecao-Meta TO Projecao-Abs
           END-IF
           IF Falta-Meta < ZERO THEN
               MOVE "-" TO Sinal-Falta
               COMPUTE Falta-Abs = Falta-Meta * -1
           ELSE
               MOVE " " TO Sinal-Falta
               MOVE Falta-Meta TO Falta-Abs
           END-IF
           MOVE TM-Tipo(MT-Idx) TO Tipo-Rel-Meta
           IF Tipo-Rel-Meta = SPACE THEN
               MOVE "*" TO Tipo-Rel-Meta
           END-IF
           MOVE TM-Operador(MT-Idx) TO Oper-Rel-Meta
           IF Oper-Rel-Meta = SPACES THEN
               MOVE "(todos)" TO Oper-Rel-Meta
           END-IF
           MOVE SPACES TO Marca-Meta
           IF TM-Realizado(MT-Idx) >= TM-Litros(MT-Idx) THEN
               MOVE " OK" TO Marca-Meta
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING TM-Posto(MT-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Tipo-Rel-Meta DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Oper-Rel-Meta DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TM-Litros(MT-Idx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Realizado DELIMITED BY SIZE
                  Realizado-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Projecao DELIMITED BY SIZE
                  Projecao-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Falta DELIMITED BY SIZE
                  Falta-Abs DELIMITED BY SIZE
                  Marca-Meta DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       PROCESSA-POSTO-REDE.
           MOVE LP-Nome(LP-Idx) TO PO-Nome(PO-Idx)
           MOVE LP-Arquivo(LP-Idx) TO WS-Nome-Mov2
           MOVE ZEROS TO PO-SD(PO-Idx) PO-CD(PO-Idx) PO-D(PO-Idx)
           MOVE ZEROS TO Posto2-SD Posto2-CD Posto2-D
           OPEN INPUT Arq-Mov2
           MOVE FStatusMov2 TO Status-Verificado
           MOVE WS-Nome-Mov2 TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusMov2 = "35" THEN
               MOVE SPACES TO Linha-Rel
               STRING PO-Nome(PO-Idx) DELIMITED BY SIZE
                      " sem movimento." DELIMITED BY SIZE
                   INTO Linha-Rel
               DISPLAY Linha-Rel
           ELSE
           IF Houve-Erro-Fatal THEN
               CONTINUE
           ELSE
               READ Arq-Mov2
                   AT END SET Fim-Mov2 TO TRUE
               END-READ
               MOVE FStatusMov2 TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Mov2 OR Houve-Erro-Fatal
                   EVALUATE Mov-Tipo2
                       WHEN "I" WHEN "i" WHEN "F" WHEN "f"
                       WHEN "S" WHEN "s" WHEN "U" WHEN "u"
                           CONTINUE
                       WHEN OTHER
                           MOVE Mov-Data2   TO Mov-Data
                           MOVE Mov-Tipo2   TO Mov-Tipo
                           MOVE Mov-Litros2 TO Mov-Litros
                           MOVE SPACES TO Mov-Operador Mov-Hora
                           MOVE ZEROS TO Mov-Bico Mov-Cliente
                           MOVE SPACE TO Mov-FormaPagto
                           PERFORM BUSCA-PRECO
                           PERFORM VALIDA-LITROS
                           IF Preco-Encontrado AND Litros-Valido THEN
                               IF Mov-Litros <= 20 THEN
                                   MOVE Desc1-Atual TO Desconto
                               ELSE
                                   MOVE Desc2-Atual TO Desconto
                               END-IF
                               COMPUTE SubT = Mov-Litros * Preco-Atual
                               COMPUTE VDesc = SubT * Desconto
                               COMPUTE Tot = SubT - VDesc
                               ADD SubT  TO Posto2-SD
                               ADD Tot   TO Posto2-CD
                               ADD VDesc TO Posto2-D
                               PERFORM ACUMULA-VOLUME-REDE
                           ELSE
                               MOVE SPACES TO Reg-Exc
                               MOVE Abast TO Exc-Registro
                               IF NOT Preco-Encontrado THEN
                                   MOVE "Preco nao cadastrado"
                                       TO Exc-Motivo
                               ELSE
                                   MOVE "Litros fora da faixa"
                                       TO Exc-Motivo
                               END-IF
                               WRITE Reg-Exc
                               MOVE FStatusExc TO Status-Verificado
                               MOVE "excecoes.dat" TO Arquivo-Verificado
                               PERFORM VERIFICA-STATUS-ARQUIVO
                           END-IF
                   END-EVALUATE
                   READ Arq-Mov2
                       AT END SET Fim-Mov2 TO TRUE
                   END-READ
                   MOVE FStatusMov2 TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               MOVE Posto2-SD TO PO-SD(PO-Idx)
               MOVE Posto2-CD TO PO-CD(PO-Idx)
               MOVE Posto2-D  TO PO-D(PO-Idx)
           END-IF
           CLOSE Arq-Mov2
           MOVE FStatusMov2 TO Status-Verificado
           MOVE WS-Nome-Mov2 TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.
           MOVE SubT TO HS-SubT
           MOVE VDesc TO HS-Desc
           MOVE Mov-Hora TO HS-Hora
           MOVE SPACES TO HS-Situacao HS-Chave-Orig
           MOVE Mov-Placa TO HS-Placa
           IF Mov-Odometro NUMERIC THEN
               MOVE Mov-Odometro TO HS-Odometro
           ELSE
               MOVE ZEROS TO HS-Odometro
           END-IF
           WRITE Reg-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
               END-IF
           END-IF.

       ABRE-FROTA.
           OPEN I-O Arq-Frota
           IF FStatusFrota = "35" THEN
               DISPLAY "Cadastro de frota não encontrado."
           ELSE
               MOVE FStatusFrota TO Status-Verificado
               MOVE "frota.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF NOT Houve-Erro-Fatal THEN
                   SET Arq-Frota-Aberto TO TRUE
               END-IF
           END-IF.

       ABRE-PRODUTOS.
           OPEN I-O Arq-Prod
           IF FStatusProd = "35" THEN
               DISPLAY "Cadastro de produtos nao encontrado."
           ELSE
               MOVE FStatusProd TO Status-Verificado
               MOVE "produtos.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF NOT Houve-Erro-Fatal THEN
                   SET Arq-Prod-Aberto TO TRUE
               END-IF
           END-IF.

       VALIDA-VEICULO.
           MOVE SPACES TO Motivo-Veiculo
           MOVE "N" TO Veic-Achado
           MOVE Mov-Data(5:4) TO Veic-AnoMes(1:4)
           MOVE Mov-Data(3:2) TO Veic-AnoMes(5:2)
           MOVE Mov-Cliente TO FR-Cliente
           MOVE Mov-Placa TO FR-Placa
           IF Mov-Placa NOT = SPACES THEN
               READ Arq-Frota
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FStatusFrota TO Status-Verificado
                       MOVE "frota.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       SET Veiculo-Encontrado TO TRUE
               END-READ
           END-IF
           IF Veiculo-Encontrado THEN
               IF FR-AnoMes-Uso = Veic-AnoMes THEN
                   COMPUTE Litros-Mes-Veic = FR-Litros-Mes
                                           + Mov-Litros
               ELSE
                   MOVE Mov-Litros TO Litros-Mes-Veic
               END-IF
               EVALUATE TRUE
                   WHEN FR-Ativo = "N" OR FR-Ativo = "n"
                       MOVE "Veiculo inativo" TO Motivo-Veiculo
                   WHEN FR-Tipo NOT = SPACE
                       AND FR-Tipo NOT = Mov-Tipo-Up
                       MOVE "Combustivel nao autorizado"
                           TO Motivo-Veiculo
                   WHEN FR-Limite-Abast > ZERO
                       AND Mov-Litros > FR-Limite-Abast
                       MOVE "Acima do limite por abastec."
                           TO Motivo-Veiculo
                   WHEN FR-Cota-Mes > ZERO
                       AND Litros-Mes-Veic > FR-Cota-Mes
                       MOVE "Cota mensal do veiculo excedida"
                           TO Motivo-Veiculo
                       MOVE Mov-Data TO AL-Data
                       MOVE "A" TO AL-Severidade
                       MOVE SPACES TO Msg-Alerta
                       STRING "Cliente " DELIMITED BY SIZE
                              FR-Cliente DELIMITED BY SIZE
                              " placa " DELIMITED BY SIZE
                              FR-Placa DELIMITED BY SIZE
                              " excedeu a cota mensal"
                                  DELIMITED BY SIZE
                           INTO Msg-Alerta
                       PERFORM GRAVA-ALERTA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               PERFORM VERIFICA-CLIENTE-FROTA
               IF Cliente-Tem-Frota THEN
                   IF Mov-Placa = SPACES THEN
                       MOVE "Placa nao informada" TO Motivo-Veiculo
                   ELSE
                       MOVE "Placa nao cadastrada" TO Motivo-Veiculo
                   END-IF
               END-IF
           END-IF
           IF Motivo-Veiculo NOT = SPACES THEN
               SET Mov-Invalido TO TRUE
               MOVE "N" TO Veic-Achado
               MOVE ZEROS TO SubT VDesc Tot
               MOVE SPACES TO Reg-Exc
               MOVE Abast TO Exc-Registro
               MOVE Motivo-Veiculo TO Exc-Motivo
               WRITE Reg-Exc
               MOVE FStatusExc TO Status-Verificado
               MOVE "excecoes.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       VERIFICA-CLIENTE-FROTA.
           MOVE "N" TO Cli-Frota
           MOVE "N" TO Busca-Frota-Fim
           MOVE Mov-Cliente TO FR-Cliente
           MOVE LOW-VALUES TO FR-Placa
           START Arq-Frota KEY NOT LESS FR-Chave
               INVALID KEY SET Fim-Busca-Frota TO TRUE
           END-START
           IF NOT Fim-Busca-Frota THEN
               READ Arq-Frota NEXT
                   AT END SET Fim-Busca-Frota TO TRUE
               END-READ
               MOVE FStatusFrota TO Status-Verificado
               MOVE "frota.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF NOT Fim-Busca-Frota
                   AND FR-Cliente = Mov-Cliente THEN
                   SET Cliente-Tem-Frota TO TRUE
               END-IF
           END-IF.

       ATUALIZA-VEICULO.
           MOVE Mov-Cliente TO FR-Cliente
           MOVE Mov-Placa TO FR-Placa
           READ Arq-Frota
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FR-AnoMes-Uso NOT = Veic-AnoMes THEN
                       MOVE Veic-AnoMes TO FR-AnoMes-Uso
                       MOVE ZEROS TO FR-Litros-Mes
                   END-IF
                   ADD Mov-Litros TO FR-Litros-Mes
                   IF Mov-Odometro NUMERIC
                       AND Mov-Odometro > ZERO THEN
                       IF Mov-Odometro < FR-Ult-Odometro THEN
                           MOVE SPACES TO Linha-Rel
                           STRING "Aviso: odometro menor que o "
                                      DELIMITED BY SIZE
                                  "anterior placa " DELIMITED BY SIZE
                                  FR-Placa DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  Mov-Odometro DELIMITED BY SIZE
                                  " < " DELIMITED BY SIZE
                                  FR-Ult-Odometro DELIMITED BY SIZE
                               INTO Linha-Rel
                           PERFORM IMPRIME-LINHA
                       END-IF
                       MOVE Mov-Odometro TO FR-Ult-Odometro
                   END-IF
                   REWRITE Reg-Frota
                   MOVE FStatusFrota TO Status-Verificado
                   MOVE "frota.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
           END-READ.

       ABRE-FIDELIDADE.
           OPEN I-O Arq-Fid
           IF FStatusFid = "35" THEN
               DISPLAY "Cadastro de fidelidade não encontrado."
           ELSE
               MOVE FStatusFid TO Status-Verificado
               MOVE "fidelidade.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF NOT Houve-Erro-Fatal THEN
                   SET Arq-Fid-Aberto TO TRUE
               END-IF
           END-IF.

       CARREGA-PARAM-FIDELIDADE.
           MOVE "G" TO RF-Tipo(1)
           MOVE "A" TO RF-Tipo(2)
           MOVE "D" TO RF-Tipo(3)
           MOVE "E" TO RF-Tipo(4)
           PERFORM VARYING RF-Idx FROM 1 BY 1 UNTIL RF-Idx > 4
               MOVE Pontos-Litro-Padrao TO RF-Pontos(RF-Idx)
           END-PERFORM
           OPEN INPUT Arq-FidPar
           MOVE FStatusFidP TO Status-Verificado
           MOVE "fidelpar.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusFidP NOT = "35" THEN
               READ Arq-FidPar
                   AT END SET Fim-FidPar TO TRUE
               END-READ
               MOVE FStatusFidP TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-FidPar OR Houve-Erro-Fatal
                   IF FP-Pontos-Litro NUMERIC THEN
                       PERFORM VARYING RF-Idx FROM 1 BY 1
                           UNTIL RF-Idx > 4
                           IF RF-Tipo(RF-Idx) = FP-Tipo THEN
                               MOVE FP-Pontos-Litro
                                   TO RF-Pontos(RF-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
                   IF FP-Valor-Ponto NUMERIC
                       AND FP-Valor-Ponto > ZERO THEN
                       MOVE FP-Valor-Ponto TO Valor-Ponto
                   END-IF
                   READ Arq-FidPar
                       AT END SET Fim-FidPar TO TRUE
                   END-READ
                   MOVE FStatusFidP TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-FidPar
           END-IF.

       VALIDA-FIDELIDADE.
           MOVE "N" TO Fid-Venda
           MOVE ZEROS TO Pontos-Venda Desc-Fidel
           MOVE Mov-Fidelidade TO FI-Cpf
           READ Arq-Fid
               INVALID KEY
                   ADD 1 TO Qtd-Fid-Nao-Cad
               NOT INVALID KEY
                   MOVE FStatusFid TO Status-Verificado
                   MOVE "fidelidade.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   IF FI-Ativo = "N" OR FI-Ativo = "n" THEN
                       ADD 1 TO Qtd-Fid-Nao-Cad
                   ELSE
                       SET Venda-Fidelidade TO TRUE
                   END-IF
           END-READ
           IF Venda-Fidelidade THEN
               PERFORM VARYING RF-Idx FROM 1 BY 1 UNTIL RF-Idx > 4
                   IF RF-Tipo(RF-Idx) = Mov-Tipo-Up THEN
                       COMPUTE Pontos-Venda =
                           Mov-Litros * RF-Pontos(RF-Idx)
                   END-IF
               END-PERFORM
               IF FI-Credito > ZERO THEN
                   IF FI-Credito > Tot THEN
                       MOVE Tot TO Desc-Fidel
                   ELSE
                       MOVE FI-Credito TO Desc-Fidel
                   END-IF
                   ADD Desc-Fidel TO VDesc
                   SUBTRACT Desc-Fidel FROM Tot
               END-IF
           END-IF.

       POSTA-FIDELIDADE.
           MOVE Mov-Fidelidade TO FI-Cpf
           READ Arq-Fid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Pontos-Venda TO Pontos-Mov
                   MOVE HS-AnoMes TO Lote-AnoMes-Alvo
                   PERFORM CREDITA-LOTE
                   IF FI-Credito >= Desc-Fidel THEN
                       SUBTRACT Desc-Fidel FROM FI-Credito
                   ELSE
                       MOVE ZEROS TO FI-Credito
                   END-IF
                   REWRITE Reg-Fid
                   MOVE FStatusFid TO Status-Verificado
                   MOVE "fidelidade.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   ADD 1 TO Qtd-Fid-Vendas
                   ADD Pontos-Venda TO Fid-Emitidos
                   ADD Desc-Fidel TO Fid-Cred-Usado
                   IF Pontos-Venda > ZERO THEN
                       MOVE SPACES TO Reg-Pont
                       MOVE Mov-Data TO PT-Data
                       MOVE FI-Cpf TO PT-Cpf
                       MOVE "G" TO PT-Tipo
                       MOVE Pontos-Venda TO PT-Pontos
                       MOVE ZEROS TO PT-Valor
                       MOVE HS-Chave TO PT-Chave
                       MOVE Mov-Litros TO PT-Litros
                       PERFORM GRAVA-PONTOS
                   END-IF
                   IF Desc-Fidel > ZERO THEN
                       MOVE SPACES TO Reg-Pont
                       MOVE Mov-Data TO PT-Data
                       MOVE FI-Cpf TO PT-Cpf
                       MOVE "U" TO PT-Tipo
                       MOVE ZEROS TO PT-Pontos
                       MOVE Desc-Fidel TO PT-Valor
                       MOVE HS-Chave TO PT-Chave
                       MOVE Mov-Litros TO PT-Litros
                       PERFORM GRAVA-PONTOS
                   END-IF
           END-READ.

       PROCESSA-RESGATE.
           MOVE SPACES TO Motivo-Resgate
           MOVE ZEROS TO Valor-Resgate
           EVALUATE TRUE
               WHEN NOT Arq-Fid-Aberto
                   MOVE "Cadastro de fidelidade ausente"
                       TO Motivo-Resgate
               WHEN RG-Cpf NOT NUMERIC
                   MOVE "CPF invalido" TO Motivo-Resgate
               WHEN RG-Pontos NOT NUMERIC
                   MOVE "Pontos invalidos" TO Motivo-Resgate
               WHEN RG-Pontos = ZERO
                   MOVE "Pontos invalidos" TO Motivo-Resgate
               WHEN OTHER
                   MOVE RG-Cpf TO FI-Cpf
                   READ Arq-Fid
                       INVALID KEY
                           MOVE "Participante nao cadastrado"
                               TO Motivo-Resgate
                       NOT INVALID KEY
                           MOVE FStatusFid TO Status-Verificado
                           MOVE "fidelidade.dat" TO Arquivo-Verificado
                           PERFORM VERIFICA-STATUS-ARQUIVO
                           COMPUTE Valor-Resgate ROUNDED =
                               RG-Pontos * Valor-Ponto
                           EVALUATE TRUE
                               WHEN FI-Ativo = "N" OR FI-Ativo = "n"
                                   MOVE "Participante inativo"
                                       TO Motivo-Resgate
                               WHEN RG-Pontos > FI-Saldo-Pontos
                                   MOVE "Saldo de pontos insuficiente"
                                       TO Motivo-Resgate
                               WHEN FI-Credito + Valor-Resgate > 9999.99
                                   MOVE "Credito acima do maximo"
                                       TO Motivo-Resgate
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
           END-EVALUATE
           IF Motivo-Resgate = SPACES THEN
               MOVE RG-Pontos TO Pontos-Mov
               SET Debito-Fifo TO TRUE
               PERFORM DEBITA-LOTES
               ADD Valor-Resgate TO FI-Credito
               REWRITE Reg-Fid
               MOVE FStatusFid TO Status-Verificado
               MOVE "fidelidade.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               MOVE Data-Inv-Dia TO CF-Data-Inv
               MOVE ZEROS TO CF-Seq
               MOVE SPACES TO Reg-Pont
               MOVE RG-Data TO PT-Data
               MOVE FI-Cpf TO PT-Cpf
               MOVE "R" TO PT-Tipo
               MOVE Pontos-Debitados TO PT-Pontos
               MOVE Valor-Resgate TO PT-Valor
               MOVE Chave-Fid TO PT-Chave
               MOVE ZEROS TO PT-Litros
               PERFORM GRAVA-PONTOS
               ADD 1 TO Qtd-Resg-Aceitos
               ADD Pontos-Debitados TO Fid-Resgatados
               ADD Valor-Resgate TO Fid-Cred-Gerado
               MOVE SPACES TO Linha-Rel
               STRING "Resgate CPF " DELIMITED BY SIZE
                      RG-Cpf DELIMITED BY SIZE
                      " pontos " DELIMITED BY SIZE
                      Pontos-Debitados DELIMITED BY SIZE
                      " credito " DELIMITED BY SIZE
                      Valor-Resgate DELIMITED BY SIZE
                      " op " DELIMITED BY SIZE
                      RG-Operador DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               ADD 1 TO Qtd-Resg-Recusados
               MOVE SPACES TO Linha-Rel
               STRING "Resgate recusado CPF " DELIMITED BY SIZE
                      RG-Cpf DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Motivo-Resgate DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       ESTORNA-FIDELIDADE-VENDA.
           MOVE SPACES TO Cpf-Estorno
           MOVE ZEROS TO Pontos-Estorno Valor-Estorno-Fid
           MOVE HS-Chave TO Chave-Fid
           OPEN INPUT Arq-Pont
           MOVE FStatusPont TO Status-Verificado
           MOVE "pontos.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPont NOT = "35" THEN
               READ Arq-Pont
                   AT END SET Fim-Pont TO TRUE
               END-READ
               MOVE FStatusPont TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Pont OR Houve-Erro-Fatal
                   IF PT-Chave = EX-Chave-Orig THEN
                       MOVE PT-Cpf TO Cpf-Estorno
                       IF PT-Tipo = "G" THEN
                           ADD PT-Pontos TO Pontos-Estorno
                       END-IF
                       IF PT-Tipo = "U" THEN
                           ADD PT-Valor TO Valor-Estorno-Fid
                       END-IF
                   END-IF
                   READ Arq-Pont
                       AT END SET Fim-Pont TO TRUE
                   END-READ
                   MOVE FStatusPont TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Pont
           END-IF
           IF Cpf-Estorno NOT = SPACES THEN
               MOVE Cpf-Estorno TO FI-Cpf
               READ Arq-Fid
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Pontos-Estorno TO Pontos-Mov
                       SET Debito-Lifo TO TRUE
                       PERFORM DEBITA-LOTES
                       ADD Valor-Estorno-Fid TO FI-Credito
                       REWRITE Reg-Fid
                       MOVE FStatusFid TO Status-Verificado
                       MOVE "fidelidade.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       MOVE SPACES TO Reg-Pont
                       MOVE Mov-Data TO PT-Data
                       MOVE Cpf-Estorno TO PT-Cpf
                       MOVE "E" TO PT-Tipo
                       MOVE Pontos-Debitados TO PT-Pontos
                       MOVE Valor-Estorno-Fid TO PT-Valor
                       MOVE Chave-Fid TO PT-Chave
                       MOVE VE-Litros TO PT-Litros
                       PERFORM GRAVA-PONTOS
                       ADD Pontos-Debitados TO Fid-Estornados
               END-READ
           END-IF.

       CREDITA-LOTE.
           MOVE ZERO TO Lote-Achado-Idx
           PERFORM VARYING LT-Idx FROM 1 BY 1 UNTIL LT-Idx > 24
               IF FI-Lote-AnoMes(LT-Idx) = Lote-AnoMes-Alvo THEN
                   SET Lote-Achado-Idx TO LT-Idx
               END-IF
           END-PERFORM
           IF Lote-Achado-Idx = ZERO THEN
               PERFORM VARYING LT-Idx FROM 1 BY 1
                   UNTIL LT-Idx > 24 OR Lote-Achado-Idx > ZERO
                   IF FI-Lote-Pontos(LT-Idx) NOT NUMERIC
                       OR FI-Lote-Pontos(LT-Idx) = ZERO THEN
                       SET Lote-Achado-Idx TO LT-Idx
                       MOVE Lote-AnoMes-Alvo
                           TO FI-Lote-AnoMes(Lote-Achado-Idx)
                       MOVE ZEROS TO FI-Lote-Pontos(Lote-Achado-Idx)
                   END-IF
               END-PERFORM
           END-IF
           IF Lote-Achado-Idx = ZERO THEN
               MOVE 1 TO Lote-Achado-Idx
               PERFORM VARYING LT-Idx FROM 2 BY 1 UNTIL LT-Idx > 24
                   IF FI-Lote-AnoMes(LT-Idx)
                       > FI-Lote-AnoMes(Lote-Achado-Idx) THEN
                       SET Lote-Achado-Idx TO LT-Idx
                   END-IF
               END-PERFORM
           END-IF
           SET LT-Idx TO Lote-Achado-Idx
           ADD Pontos-Mov TO FI-Lote-Pontos(LT-Idx)
           ADD Pontos-Mov TO FI-Saldo-Pontos.

       DEBITA-LOTES.
           MOVE Pontos-Mov TO Pontos-Resta
           MOVE "N" TO Lotes-Flag
           PERFORM UNTIL Pontos-Resta = ZERO OR Lotes-Sem-Saldo
               MOVE ZERO TO Lote-Achado-Idx
               PERFORM VARYING LT-Idx FROM 1 BY 1 UNTIL LT-Idx > 24
                   IF FI-Lote-Pontos(LT-Idx) NUMERIC
                       AND FI-Lote-Pontos(LT-Idx) > ZERO THEN
                       IF Lote-Achado-Idx = ZERO THEN
                           SET Lote-Achado-Idx TO LT-Idx
                       ELSE
                           IF Debito-Fifo THEN
                               IF FI-Lote-AnoMes(LT-Idx)
                                 < FI-Lote-AnoMes(Lote-Achado-Idx)
                                   THEN
                                   SET Lote-Achado-Idx TO LT-Idx
                               END-IF
                           ELSE
                               IF FI-Lote-AnoMes(LT-Idx)
                                 > FI-Lote-AnoMes(Lote-Achado-Idx)
                                   THEN
                                   SET Lote-Achado-Idx TO LT-Idx
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF Lote-Achado-Idx = ZERO THEN
                   SET Lotes-Sem-Saldo TO TRUE
               ELSE
                   SET LT-Idx TO Lote-Achado-Idx
                   IF FI-Lote-Pontos(LT-Idx) > Pontos-Resta THEN
                       SUBTRACT Pontos-Resta FROM FI-Lote-Pontos(LT-Idx)
                       MOVE ZEROS TO Pontos-Resta
                   ELSE
                       SUBTRACT FI-Lote-Pontos(LT-Idx) FROM Pontos-Resta
                       MOVE ZEROS TO FI-Lote-Pontos(LT-Idx)
                       MOVE SPACES TO FI-Lote-AnoMes(LT-Idx)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE Pontos-Debitados = Pontos-Mov - Pontos-Resta
           IF FI-Saldo-Pontos >= Pontos-Debitados THEN
               SUBTRACT Pontos-Debitados FROM FI-Saldo-Pontos
           ELSE
               MOVE ZEROS TO FI-Saldo-Pontos
           END-IF.

       GRAVA-PONTOS.
           OPEN EXTEND Arq-Pont
           IF FStatusPont = "35" THEN
               OPEN OUTPUT Arq-Pont
           END-IF
           MOVE FStatusPont TO Status-Verificado
           MOVE "pontos.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           WRITE Reg-Pont
           MOVE FStatusPont TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           CLOSE Arq-Pont
           MOVE FStatusPont TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       EXPURGA-PONTOS.
           MOVE ZERO TO Qtd-Pont-Expurgados
           OPEN INPUT Arq-Pont
           MOVE FStatusPont TO Status-Verificado
           MOVE "pontos.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPont NOT = "35" THEN
               OPEN OUTPUT Arq-PontTrab
               MOVE FStatusPontT TO Status-Verificado
               MOVE "ponttrab.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               READ Arq-Pont
                   AT END SET Fim-Pont TO TRUE
               END-READ
               MOVE FStatusPont TO Status-Verificado
               MOVE "pontos.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Pont OR Houve-Erro-Fatal
                   IF PT-Chave(1:8) = Chave-Expurgo(1:8)
                       AND PT-Chave >= Chave-Expurgo THEN
                       PERFORM REVERTE-PONTOS
                       ADD 1 TO Qtd-Pont-Expurgados
                   ELSE
                       WRITE Reg-PontT FROM Reg-Pont
                       MOVE FStatusPontT TO Status-Verificado
                       MOVE "ponttrab.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
                   READ Arq-Pont
                       AT END SET Fim-Pont TO TRUE
                   END-READ
                   MOVE FStatusPont TO Status-Verificado
                   MOVE "pontos.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Pont
               CLOSE Arq-PontTrab
               IF Qtd-Pont-Expurgados > ZERO
                   AND NOT Houve-Erro-Fatal THEN
                   PERFORM REGRAVA-PONTOS
                   MOVE SPACES TO Linha-Rel
                   STRING "Aviso: lancamentos de fidelidade "
                              DELIMITED BY SIZE
                          "expurgados " DELIMITED BY SIZE
                          Qtd-Pont-Expurgados DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-IF.

       REGRAVA-PONTOS.
           OPEN INPUT Arq-PontTrab
           MOVE FStatusPontT TO Status-Verificado
           MOVE "ponttrab.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           OPEN OUTPUT Arq-Pont
           MOVE FStatusPont TO Status-Verificado
           MOVE "pontos.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           READ Arq-PontTrab
               AT END SET Fim-PontT TO TRUE
           END-READ
           PERFORM UNTIL Fim-PontT OR Houve-Erro-Fatal
               WRITE Reg-Pont FROM Reg-PontT
               MOVE FStatusPont TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               READ Arq-PontTrab
                   AT END SET Fim-PontT TO TRUE
               END-READ
           END-PERFORM
           CLOSE Arq-PontTrab
           CLOSE Arq-Pont.

       REVERTE-PONTOS.
           MOVE PT-Cpf TO FI-Cpf
           READ Arq-Fid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PT-Pontos TO Pontos-Mov
                   MOVE PT-Data(5:4) TO Lote-AnoMes-Alvo(1:4)
                   MOVE PT-Data(3:2) TO Lote-AnoMes-Alvo(5:2)
                   EVALUATE PT-Tipo
                       WHEN "G"
                           SET Debito-Lifo TO TRUE
                           PERFORM DEBITA-LOTES
                       WHEN "U"
                           ADD PT-Valor TO FI-Credito
                       WHEN "R" WHEN "E"
                           PERFORM CREDITA-LOTE
                           IF FI-Credito >= PT-Valor THEN
                               SUBTRACT PT-Valor FROM FI-Credito
                           ELSE
                               MOVE ZEROS TO FI-Credito
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   REWRITE Reg-Fid
                   MOVE FStatusFid TO Status-Verificado
                   MOVE "fidelidade.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
           END-READ.

       IMPRIME-FIDELIDADE.
           MOVE SPACES TO Linha-Rel
           STRING "Fidelidade: vendas " DELIMITED BY SIZE
                  Qtd-Fid-Vendas DELIMITED BY SIZE
                  "  pontos emitidos " DELIMITED BY SIZE
                  Fid-Emitidos DELIMITED BY SIZE
                  "  resgatados " DELIMITED BY SIZE
                  Fid-Resgatados DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Pontos estornados " DELIMITED BY SIZE
                  Fid-Estornados DELIMITED BY SIZE
                  "  credito gerado " DELIMITED BY SIZE
                  Fid-Cred-Gerado DELIMITED BY SIZE
                  "  usado " DELIMITED BY SIZE
                  Fid-Cred-Usado DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Resgates aceitos " DELIMITED BY SIZE
                  Qtd-Resg-Aceitos DELIMITED BY SIZE
                  "  recusados " DELIMITED BY SIZE
                  Qtd-Resg-Recusados DELIMITED BY SIZE
                  "  CPF nao cadastrado " DELIMITED BY SIZE
                  Qtd-Fid-Nao-Cad DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       POSTA-CLIENTE.
           IF NOT Arq-Cli-Aberto THEN
               SET Mov-Invalido TO TRUE
               MOVE SPACES TO Reg-Exc
               MOVE Abast TO Exc-Registro
               MOVE "Cadastro de clientes ausente" TO Exc-Motivo
               WRITE Reg-Exc
               MOVE FStatusExc TO Status-Verificado
               MOVE "excecoes.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           ELSE
               PERFORM VERIFICA-BLOQUEIO
               IF Cliente-Bloqueado THEN
                   SET Mov-Invalido TO TRUE
                   MOVE SPACES TO Reg-Exc
                   MOVE Abast TO Exc-Registro
                   MOVE "Cliente bloqueado por atraso" TO Exc-Motivo
                   WRITE Reg-Exc
                   MOVE FStatusExc TO Status-Verificado
                   MOVE "excecoes.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               ELSE
               MOVE Mov-Cliente TO CL-Codigo
               READ Arq-Cli
                   INVALID KEY
                       SET Mov-Invalido TO TRUE
                       MOVE SPACES TO Reg-Exc
                       MOVE Abast TO Exc-Registro
                       MOVE "Cliente nao cadastrado" TO Exc-Motivo
                               INTO Msg-Alerta
                           PERFORM GRAVA-ALERTA
                       ELSE
                           MOVE Saldo-Novo TO CL-Saldo
                           REWRITE Reg-Cli
                           MOVE FStatusCli TO Status-Verificado
                           MOVE "clientes.dat"
                               TO Arquivo-Verificado
                           PERFORM VERIFICA-STATUS-ARQUIVO
                       END-IF
               END-READ
               END-IF
           END-IF
           IF Mov-Invalido THEN
               MOVE ZEROS TO SubT VDesc Tot
           END-IF.

       PROCESSA-ESTORNO.
           MOVE SPACES TO Motivo-Estorno
           MOVE SPACES TO VE-Tipo VE-Operador VE-FormaPagto
           MOVE ZEROS TO VE-Litros VE-Bico VE-Total VE-Cliente
           MOVE ZEROS TO VE-SubT VE-Desc
           IF EX-Motivo = SPACES THEN
               MOVE "Estorno sem motivo" TO Motivo-Estorno
           END-IF
           IF Motivo-Estorno = SPACES THEN
               PERFORM VALIDA-SUPERVISOR
           END-IF
           IF Motivo-Estorno = SPACES THEN
               PERFORM LOCALIZA-VENDA-ESTORNO
           END-IF
           IF Motivo-Estorno = SPACES THEN
               PERFORM APLICA-ESTORNO
               ADD 1 TO Qtd-Est-Aceitos
               ADD 1 TO Qtd-Est-Dia
               ADD VE-Total TO Tot-Est-Valor
               MOVE SPACES TO Linha-Rel
               STRING "Estorno " DELIMITED BY SIZE
                      EX-Chave-Orig DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VE-Tipo DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VE-Litros DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VE-Total DELIMITED BY SIZE
                      " sup " DELIMITED BY SIZE
                      EX-Supervisor DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EX-Hora DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               ADD 1 TO Qtd-Est-Recusados
               MOVE SPACES TO Linha-Rel
               STRING "Estorno recusado " DELIMITED BY SIZE
                      EX-Chave-Orig DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Motivo-Estorno DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           PERFORM IMPRIME-ESTORNO.

       VALIDA-SUPERVISOR.
           MOVE ZERO TO Om-Achado-Idx
           PERFORM VARYING OM-Idx FROM 1 BY 1
               UNTIL OM-Idx > Qtd-Oper-Mestre
               IF OM-M-Codigo(OM-Idx) = EX-Supervisor THEN
                   SET Om-Achado-Idx TO OM-Idx
               END-IF
           END-PERFORM
           IF Om-Achado-Idx = ZERO THEN
               MOVE "Supervisor nao cadastrado" TO Motivo-Estorno
           ELSE
               SET OM-Idx TO Om-Achado-Idx
               IF OM-M-Ativo(OM-Idx) NOT = "S" THEN
                   MOVE "Supervisor inativo" TO Motivo-Estorno
               ELSE
                   IF OM-M-Supervisor(OM-Idx) NOT = "S" THEN
                       MOVE "Operador sem alcada de estorno"
                           TO Motivo-Estorno
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-VENDA-ESTORNO.
           IF EX-Chave-Orig NOT NUMERIC THEN
               MOVE "Chave da venda invalida" TO Motivo-Estorno
           ELSE
               MOVE EX-Chave-Orig TO HS-Chave
               READ Arq-Hist
                   INVALID KEY
                       MOVE "Venda nao encontrada" TO Motivo-Estorno
                   NOT INVALID KEY
                       MOVE FStatusHist TO Status-Verificado
                       MOVE "historix.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       EVALUATE TRUE
                           WHEN HS-Estornada
                               MOVE "Venda ja estornada"
                                   TO Motivo-Estorno
                           WHEN HS-Estorno
                               MOVE "Chave e de um estorno"
                                   TO Motivo-Estorno
                           WHEN HS-Data-Inv > Data-Inv-Dia
                               MOVE "Venda posterior ao estorno"
                                   TO Motivo-Estorno
                           WHEN HS-Operador = EX-Supervisor
                               MOVE "Supervisor e o operador"
                                   TO Motivo-Estorno
                           WHEN (HS-FormaPagto = "F"
                               OR HS-FormaPagto = "f")
                               AND NOT Arq-Cli-Aberto
                               MOVE "Cadastro de clientes ausente"
                                   TO Motivo-Estorno
                           WHEN OTHER
                               MOVE HS-Tipo TO VE-Tipo
                               MOVE HS-Litros TO VE-Litros
                               MOVE HS-Operador TO VE-Operador
                               MOVE HS-Bico TO VE-Bico
                               MOVE HS-FormaPagto TO VE-FormaPagto
                               MOVE HS-Total TO VE-Total
                               MOVE HS-Cliente TO VE-Cliente
                               MOVE HS-SubT TO VE-SubT
                               MOVE HS-Desc TO VE-Desc
                               MOVE HS-AnoMes TO VE-AnoMes
                               MOVE HS-Placa TO VE-Placa
                       END-EVALUATE
               END-READ
           END-IF.

       APLICA-ESTORNO.
           SET HS-Estornada TO TRUE
           REWRITE Reg-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM GRAVA-HISTORICO-ESTORNO
           IF Arq-Fid-Aberto THEN
               PERFORM ESTORNA-FIDELIDADE-VENDA
           END-IF
           ADD VE-SubT TO EstSD
           ADD VE-Total TO EstCD
           ADD VE-Desc TO EstD
           PERFORM ESTORNA-OPERADOR
           PERFORM ESTORNA-TIPO
           IF VE-Tipo-Up = "L" AND Arq-Prod-Aberto THEN
               PERFORM ESTORNA-PRODUTO-VENDA
           END-IF
           EVALUATE VE-FormaPagto
               WHEN "C" WHEN "c"
                   ADD VE-Total TO EstCartao
               WHEN "P" WHEN "p"
                   ADD VE-Total TO EstPix
               WHEN "F" WHEN "f"
                   ADD VE-Total TO EstFaturado
                   PERFORM ESTORNA-CLIENTE-VENDA
                   IF Arq-Frota-Aberto AND VE-Placa NOT = SPACES
                       AND VE-Tipo-Up NOT = "L" THEN
                       PERFORM ESTORNA-VEICULO-VENDA
                   END-IF
               WHEN OTHER
                   ADD VE-Total TO EstDinheiro
                   ADD VE-Total TO TurnoEstorno
           END-EVALUATE.

       GRAVA-HISTORICO-ESTORNO.
           IF Mov-Data NOT = Seq-Data-Atual THEN
               PERFORM BUSCA-SEQ-HISTORICO
               MOVE Mov-Data TO Seq-Data-Atual
           END-IF
           ADD 1 TO Seq-Hist
           MOVE Mov-Data(5:4) TO Data-Inv-Hist(1:4)
           MOVE Mov-Data(3:2) TO Data-Inv-Hist(5:2)
           MOVE Mov-Data(1:2) TO Data-Inv-Hist(7:2)
           MOVE Data-Inv-Hist TO HS-Data-Inv
           MOVE Seq-Hist TO HS-Seq
           MOVE Mov-Data(5:4) TO Mov-AnoMes(1:4)
           MOVE Mov-Data(3:2) TO Mov-AnoMes(5:2)
           MOVE Mov-AnoMes TO HS-AnoMes
           MOVE Mov-Data TO HS-Data
           MOVE VE-Tipo TO HS-Tipo
           COMPUTE HS-Litros = VE-Litros * -1
           MOVE VE-Operador TO HS-Operador
           MOVE VE-Bico TO HS-Bico
           MOVE VE-FormaPagto TO HS-FormaPagto
           COMPUTE HS-Total = VE-Total * -1
           MOVE VE-Cliente TO HS-Cliente
           COMPUTE HS-SubT = VE-SubT * -1
           COMPUTE HS-Desc = VE-Desc * -1
           MOVE EX-Hora TO HS-Hora
           SET HS-Estorno TO TRUE
           MOVE EX-Chave-Orig TO HS-Chave-Orig
           MOVE VE-Placa TO HS-Placa
           MOVE ZEROS TO HS-Odometro
           WRITE Reg-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       ESTORNA-OPERADOR.
           MOVE ZERO TO Op-Achado-Idx
           PERFORM VARYING OP-Idx FROM 1 BY 1
               UNTIL OP-Idx > Qtd-Operadores
               IF OP-Nome(OP-Idx) = VE-Operador THEN
                   SET Op-Achado-Idx TO OP-Idx
               END-IF
           END-PERFORM
           IF Op-Achado-Idx = ZERO AND Qtd-Operadores < 20 THEN
               ADD 1 TO Qtd-Operadores
               SET OP-Idx TO Qtd-Operadores
               MOVE VE-Operador TO OP-Nome(OP-Idx)
               MOVE ZEROS TO OP-Litros(OP-Idx) OP-Tot(OP-Idx)
               MOVE ZEROS TO OP-Est-Tot(OP-Idx)
               SET Op-Achado-Idx TO OP-Idx
           END-IF
           IF Op-Achado-Idx > ZERO THEN
               SET OP-Idx TO Op-Achado-Idx
               ADD VE-Total TO OP-Est-Tot(OP-Idx)
           END-IF.

       ESTORNA-TIPO.
           EVALUATE VE-Tipo
               WHEN "g" MOVE "G" TO VE-Tipo-Up
               WHEN "a" MOVE "A" TO VE-Tipo-Up
               WHEN "d" MOVE "D" TO VE-Tipo-Up
               WHEN "e" MOVE "E" TO VE-Tipo-Up
               WHEN "l" MOVE "L" TO VE-Tipo-Up
               WHEN OTHER MOVE VE-Tipo TO VE-Tipo-Up
           END-EVALUATE
           PERFORM VARYING VT-Idx FROM 1 BY 1 UNTIL VT-Idx > 4
               IF VT-Tipo(VT-Idx) = VE-Tipo-Up THEN
                   IF VT-Litros(VT-Idx) >= VE-Litros THEN
                       SUBTRACT VE-Litros FROM VT-Litros(VT-Idx)
                   ELSE
                       MOVE ZEROS TO VT-Litros(VT-Idx)
                   END-IF
                   IF VT-Receita(VT-Idx) >= VE-Total THEN
                       SUBTRACT VE-Total FROM VT-Receita(VT-Idx)
                   ELSE
                       MOVE ZEROS TO VT-Receita(VT-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       ESTORNA-PRODUTO-VENDA.
           MOVE VE-Placa(1:6) TO PR-Codigo
           READ Arq-Prod
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD VE-Litros TO PR-Estoque
                   REWRITE Reg-Prod
                   MOVE FStatusProd TO Status-Verificado
                   MOVE "produtos.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   MOVE PR-Codigo TO Prod-Busca
                   PERFORM LOCALIZA-VENDA-LOJA
                   IF Vl-Achado-Idx > ZERO THEN
                       SET VL-Idx TO Vl-Achado-Idx
                       SUBTRACT VE-Litros FROM VL-Qtd(VL-Idx)
                       SUBTRACT VE-Total FROM VL-Receita(VL-Idx)
                       COMPUTE VL-Custo(VL-Idx) ROUNDED =
                           VL-Custo(VL-Idx) - VE-Litros * PR-Custo
                       MOVE PR-Estoque TO VL-Estoque(VL-Idx)
                   END-IF
           END-READ.

       ESTORNA-CLIENTE-VENDA.
           MOVE VE-Cliente TO CL-Codigo
           READ Arq-Cli
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-Saldo >= VE-Total THEN
                       SUBTRACT VE-Total FROM CL-Saldo
                   ELSE
                       MOVE ZEROS TO CL-Saldo
                   END-IF
                   REWRITE Reg-Cli
                   MOVE FStatusCli TO Status-Verificado
                   MOVE "clientes.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
           END-READ.

       ESTORNA-VEICULO-VENDA.
           MOVE VE-Cliente TO FR-Cliente
           MOVE VE-Placa TO FR-Placa
           READ Arq-Frota
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FR-AnoMes-Uso = VE-AnoMes THEN
                       IF FR-Litros-Mes >= VE-Litros THEN
                           SUBTRACT VE-Litros FROM FR-Litros-Mes
                       ELSE
                           MOVE ZEROS TO FR-Litros-Mes
                       END-IF
                       REWRITE Reg-Frota
                       MOVE FStatusFrota TO Status-Verificado
                       MOVE "frota.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
           END-READ.

       IMPRIME-CABECALHO-ESTORNO.
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  " - Estornos de Vendas" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA-ESTORNO
           MOVE SPACES TO Linha-Rel
           STRING "Data do processamento: " DELIMITED BY SIZE
                  Data-Rel DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA-ESTORNO
           MOVE SPACES TO Linha-Rel
           STRING "Data     Chave        T Litros Total  "
                      DELIMITED BY SIZE
                  "Operador   Supervisor Situacao" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA-ESTORNO
           MOVE SPACES TO Linha-Rel
           STRING "================================================"
                      DELIMITED BY SIZE
                  "====================" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA-ESTORNO.

       IMPRIME-ESTORNO.
           MOVE SPACES TO Linha-Rel
           STRING EX-Data DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EX-Chave-Orig DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VE-Tipo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VE-Litros DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VE-Total DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VE-Operador DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EX-Supervisor DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               INTO Linha-Rel
           IF Motivo-Estorno = SPACES THEN
               MOVE "ACEITO" TO Linha-Rel(61:8)
           ELSE
               MOVE "RECUSADO" TO Linha-Rel(61:8)
           END-IF
           PERFORM IMPRIME-LINHA-ESTORNO
           MOVE SPACES TO Linha-Rel
           STRING "         Motivo: " DELIMITED BY SIZE
                  EX-Motivo DELIMITED BY SIZE
                  "  Hora " DELIMITED BY SIZE
                  EX-Hora DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA-ESTORNO
           IF Motivo-Estorno NOT = SPACES THEN
               MOVE SPACES TO Linha-Rel
               STRING "         Recusa: " DELIMITED BY SIZE
                      Motivo-Estorno DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA-ESTORNO
           END-IF.

       IMPRIME-RESUMO-ESTORNO.
           MOVE SPACES TO Linha-Rel
           STRING "================================================"
                      DELIMITED BY SIZE
                  "====================" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA-ESTORNO
           MOVE SPACES TO Linha-Rel
           STRING "Estornos aceitos   " DELIMITED BY SIZE
                  Qtd-Est-Aceitos DELIMITED BY SIZE
                  "  valor " DELIMITED BY SIZE
                  Tot-Est-Valor DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA-ESTORNO
           MOVE SPACES TO Linha-Rel
           STRING "Estornos recusados " DELIMITED BY SIZE
                  Qtd-Est-Recusados DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA-ESTORNO.

       IMPRIME-LINHA-ESTORNO.
           MOVE Linha-Rel TO Reg-RelEst
           WRITE Reg-RelEst
           MOVE FStatusRelEst TO Status-Verificado
           MOVE "estornos.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       VERIFICA-BLOQUEIO.
           MOVE "N" TO Bl-Achado
           PERFORM VARYING BL-Idx FROM 1 BY 1
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       PROCESSA-AFERICAO.
           EVALUATE AF-Combustivel
               WHEN "g" MOVE "G" TO Afer-Tipo-Up
               WHEN "a" MOVE "A" TO Afer-Tipo-Up
               WHEN "d" MOVE "D" TO Afer-Tipo-Up
               WHEN "e" MOVE "E" TO Afer-Tipo-Up
               WHEN OTHER MOVE AF-Combustivel TO Afer-Tipo-Up
           END-EVALUATE
           IF AF-Bico NOT NUMERIC OR AF-Litros NOT NUMERIC
               OR AF-Medido NOT NUMERIC OR AF-Litros = ZERO
               OR AF-Medido = ZERO THEN
               ADD 1 TO Qtd-Afer-Ruim
               MOVE SPACES TO Linha-Rel
               STRING AF-Data DELIMITED BY SIZE
                      "  Afericao invalida bico " DELIMITED BY SIZE
                      AF-Bico DELIMITED BY SIZE
                      " - ignorada" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               COMPUTE Afer-Erro = AF-Litros - AF-Medido
               IF Afer-Erro < ZERO THEN
                   MOVE "-" TO Afer-Sinal
                   COMPUTE Afer-Erro-Abs = Afer-Erro * -1
               ELSE
                   MOVE "+" TO Afer-Sinal
                   MOVE Afer-Erro TO Afer-Erro-Abs
               END-IF
               COMPUTE Afer-Pct ROUNDED =
                   Afer-Erro-Abs * 100 / AF-Medido
               ADD 1 TO Qtd-Afer-Dia
               ADD AF-Litros TO Afer-Litros-Dia
               PERFORM ACUMULA-BICO-AFERICAO
               PERFORM GRAVA-AFERICAO
               MOVE SPACES TO Linha-Rel
               STRING AF-Data DELIMITED BY SIZE
                      "  Afericao bico " DELIMITED BY SIZE
                      AF-Bico DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Afer-Tipo-Up DELIMITED BY SIZE
                      " indicado " DELIMITED BY SIZE
                      AF-Litros DELIMITED BY SIZE
                      " medido " DELIMITED BY SIZE
                      AF-Medido DELIMITED BY SIZE
                      " erro " DELIMITED BY SIZE
                      Afer-Sinal DELIMITED BY SIZE
                      Afer-Erro-Abs DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               IF Afer-Pct > Tolerancia-Afericao THEN
                   ADD 1 TO Qtd-Afer-Reprov
                   MOVE SPACES TO Linha-Rel
                   STRING "  *** Bico " DELIMITED BY SIZE
                          AF-Bico DELIMITED BY SIZE
                          " com erro de afericao de " DELIMITED BY SIZE
                          Afer-Pct DELIMITED BY SIZE
                          "% ***" DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
                   MOVE AF-Data TO AL-Data
                   MOVE "A" TO AL-Severidade
                   MOVE SPACES TO Msg-Alerta
                   STRING "Bico " DELIMITED BY SIZE
                          AF-Bico DELIMITED BY SIZE
                          " afericao fora da tolerancia erro "
                              DELIMITED BY SIZE
                          Afer-Pct DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                       INTO Msg-Alerta
                   PERFORM GRAVA-ALERTA
               END-IF
           END-IF.

       ACUMULA-BICO-AFERICAO.
           MOVE ZERO TO Pb-Achado-Idx
           PERFORM VARYING PB-Idx FROM 1 BY 1
               UNTIL PB-Idx > Qtd-Bicos-Per
               IF PB-Num(PB-Idx) = AF-Bico THEN
                   SET Pb-Achado-Idx TO PB-Idx
               END-IF
           END-PERFORM
           IF Pb-Achado-Idx = ZERO AND Qtd-Bicos-Per < 20 THEN
               ADD 1 TO Qtd-Bicos-Per
               SET PB-Idx TO Qtd-Bicos-Per
               MOVE AF-Bico TO PB-Num(PB-Idx)
               MOVE ZEROS TO PB-Litros(PB-Idx) PB-Afericao(PB-Idx)
               SET Pb-Achado-Idx TO PB-Idx
           END-IF
           IF Pb-Achado-Idx > ZERO THEN
               SET PB-Idx TO Pb-Achado-Idx
               ADD AF-Litros TO PB-Afericao(PB-Idx)
           END-IF.

       GRAVA-AFERICAO.
           OPEN EXTEND Arq-Afer
           IF FStatusAfer = "35" THEN
               OPEN OUTPUT Arq-Afer
           END-IF
           MOVE FStatusAfer TO Status-Verificado
           MOVE "afericoes.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Reg-Afer
           MOVE AF-Data TO AH-Data
           MOVE AF-Hora TO AH-Hora
           MOVE AF-Bico TO AH-Bico
           MOVE Afer-Tipo-Up TO AH-Tipo
           MOVE AF-Litros TO AH-Indicado
           MOVE AF-Medido TO AH-Medido
           MOVE Afer-Sinal TO AH-Sinal
           MOVE Afer-Erro-Abs TO AH-Erro
           MOVE AF-Operador TO AH-Operador
           MOVE AF-Origem TO AH-Origem
           MOVE AF-Fiscal TO AH-Fiscal
           WRITE Reg-Afer
           MOVE FStatusAfer TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           CLOSE Arq-Afer
           MOVE FStatusAfer TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       EXPURGA-AFERICOES.
           MOVE ZERO TO Qtd-Afer-Expurgo
           OPEN INPUT Arq-Afer
           MOVE FStatusAfer TO Status-Verificado
           MOVE "afericoes.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusAfer NOT = "35" THEN
               OPEN OUTPUT Arq-AferTrab
               MOVE FStatusAferT TO Status-Verificado
               MOVE "afertrab.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               READ Arq-Afer
                   AT END SET Fim-Afer TO TRUE
               END-READ
               MOVE FStatusAfer TO Status-Verificado
               MOVE "afericoes.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Afer OR Houve-Erro-Fatal
                   IF AH-Data = Hoje-Data THEN
                       ADD 1 TO Qtd-Afer-Expurgo
                   ELSE
                       WRITE Reg-AferT FROM Reg-Afer
                       MOVE FStatusAferT TO Status-Verificado
                       MOVE "afertrab.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
                   READ Arq-Afer
                       AT END SET Fim-Afer TO TRUE
                   END-READ
                   MOVE FStatusAfer TO Status-Verificado
                   MOVE "afericoes.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Afer
               CLOSE Arq-AferTrab
               IF Qtd-Afer-Expurgo > ZERO
                   AND NOT Houve-Erro-Fatal THEN
                   PERFORM REGRAVA-AFERICOES
               END-IF
           END-IF.

       REGRAVA-AFERICOES.
           OPEN INPUT Arq-AferTrab
           MOVE FStatusAferT TO Status-Verificado
           MOVE "afertrab.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           OPEN OUTPUT Arq-Afer
           MOVE FStatusAfer TO Status-Verificado
           MOVE "afericoes.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           READ Arq-AferTrab
               AT END SET Fim-AferT TO TRUE
           END-READ
           PERFORM UNTIL Fim-AferT OR Houve-Erro-Fatal
               WRITE Reg-Afer FROM Reg-AferT
               MOVE FStatusAfer TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               READ Arq-AferTrab
                   AT END SET Fim-AferT TO TRUE
               END-READ
           END-PERFORM
           CLOSE Arq-AferTrab
           CLOSE Arq-Afer.

       IMPRIME-AFERICOES.
           MOVE SPACES TO Linha-Rel
           STRING "Afericoes do dia " DELIMITED BY SIZE
                  Qtd-Afer-Dia DELIMITED BY SIZE
                  "  volume " DELIMITED BY SIZE
                  Afer-Litros-Dia DELIMITED BY SIZE
                  "  fora tolerancia " DELIMITED BY SIZE
                  Qtd-Afer-Reprov DELIMITED BY SIZE
                  "  invalidas " DELIMITED BY SIZE
                  Qtd-Afer-Ruim DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "  (volume devolvido ao tanque - fora de receita)"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA.

       RECONCILIA-BICOS.
           MOVE "Reconciliacao de encerrantes do periodo" TO Linha-Rel
           PERFORM IMPRIME-LINHA
                       EN-Fechamento(EN-Idx) - EN-Abertura(EN-Idx)
                   COMPUTE Diferenca-Litros =
                       Esperado-Litros - PB-Litros(PB-Idx)
                       - PB-Afericao(PB-Idx)
                   IF Diferenca-Litros < 0 THEN
                       MOVE "-" TO Sinal-Dif
                       COMPUTE Dif-Abs = Diferenca-Litros * -1
                          Dif-Abs DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
                   IF PB-Afericao(PB-Idx) > ZERO THEN
                       MOVE SPACES TO Linha-Rel
                       STRING "  Afericao deduzida do encerrante "
                                  DELIMITED BY SIZE
                              PB-Afericao(PB-Idx) DELIMITED BY SIZE
                           INTO Linha-Rel
                       PERFORM IMPRIME-LINHA
                   END-IF
                   IF Dif-Abs > Tolerancia-Litros THEN
                       MOVE SPACES TO Linha-Rel
                       STRING "  *** Bico " DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-PERFORM
           IF Qtd-Interdicoes > ZERO THEN
               PERFORM CONFERE-BICOS-INTERDITADOS
           END-IF.

      *    Bico interditado durante todo o periodo nao pode ter giro
      *    de encerrante alem da afericao; interdicao parcial so e
      *    informada, pois o encerrante nao separa as horas.
       CONFERE-BICOS-INTERDITADOS.
           MOVE Inicio-Periodo-Inv TO Instante-Ini(1:8)
           MOVE "0000" TO Instante-Ini(9:4)
           MOVE Data-Inv-Dia TO Instante-Fim(1:8)
           MOVE "2359" TO Instante-Fim(9:4)
           IF Qtd-Vendas-Interd > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Vendas recusadas por bico interditado: "
                          DELIMITED BY SIZE
                      Qtd-Vendas-Interd DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           PERFORM VARYING EN-Idx FROM 1 BY 1
               UNTIL EN-Idx > Qtd-Encerrantes
               MOVE EN-Bico(EN-Idx) TO Bico-Verificado
               PERFORM BUSCA-INTERDICAO
               IF Bico-Interditado THEN
                   SET Interditado-Periodo TO TRUE
               ELSE
                   MOVE "N" TO Interd-Total-Flag
                   PERFORM VARYING TI-Idx FROM 1 BY 1
                       UNTIL TI-Idx > Qtd-Interdicoes
                       IF TI-Bico(TI-Idx) = Bico-Verificado
                           AND TI-Inicio(TI-Idx) <= Instante-Fim
                           AND TI-Fim(TI-Idx) > Instante-Ini THEN
                           SET Bico-Interditado TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF Interditado-Periodo THEN
                   PERFORM CONFERE-ENCERRANTE-INTERDITADO
               ELSE
                   IF Bico-Interditado THEN
                       MOVE SPACES TO Linha-Rel
                       STRING "Bico " DELIMITED BY SIZE
                              Bico-Verificado DELIMITED BY SIZE
                              " interditado em parte do periodo"
                                  DELIMITED BY SIZE
                           INTO Linha-Rel
                       PERFORM IMPRIME-LINHA
                   END-IF
               END-IF
           END-PERFORM.

       CONFERE-ENCERRANTE-INTERDITADO.
           COMPUTE Esperado-Litros =
               EN-Fechamento(EN-Idx) - EN-Abertura(EN-Idx)
           MOVE ZERO TO Pb-Achado-Idx
           PERFORM VARYING PB-Idx FROM 1 BY 1
               UNTIL PB-Idx > Qtd-Bicos-Per
               IF PB-Num(PB-Idx) = Bico-Verificado THEN
                   SET Pb-Achado-Idx TO PB-Idx
               END-IF
           END-PERFORM
           IF Pb-Achado-Idx > ZERO THEN
               SET PB-Idx TO Pb-Achado-Idx
               COMPUTE Diferenca-Litros =
                   Esperado-Litros - PB-Afericao(PB-Idx)
           ELSE
               MOVE Esperado-Litros TO Diferenca-Litros
           END-IF
           IF Diferenca-Litros < 0 THEN
               MOVE "-" TO Sinal-Dif
               COMPUTE Dif-Abs = Diferenca-Litros * -1
           ELSE
               MOVE " " TO Sinal-Dif
               MOVE Diferenca-Litros TO Dif-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           IF Dif-Abs > Tolerancia-Litros THEN
               STRING "  *** Bico " DELIMITED BY SIZE
                      Bico-Verificado DELIMITED BY SIZE
                      " interditado com giro de " DELIMITED BY SIZE
                      Sinal-Dif DELIMITED BY SIZE
                      Dif-Abs DELIMITED BY SIZE
                      " litros ***" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               MOVE Hoje-Data TO AL-Data
               MOVE "A" TO AL-Severidade
               MOVE SPACES TO Msg-Alerta
               STRING "Bico " DELIMITED BY SIZE
                      Bico-Verificado DELIMITED BY SIZE
                      " interditado com giro de encerrante "
                          DELIMITED BY SIZE
                      Sinal-Dif DELIMITED BY SIZE
                      Dif-Abs DELIMITED BY SIZE
                   INTO Msg-Alerta
               PERFORM GRAVA-ALERTA
           ELSE
               STRING "Bico " DELIMITED BY SIZE
                      Bico-Verificado DELIMITED BY SIZE
                      " interditado no periodo - encerrante sem giro"
                          DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       CARREGA-PRECOS.
           MOVE ZERO TO Qtd-Precos
           OPEN INPUT Arq-Preco
               END-PERFORM
           END-IF.

       PRECIFICA-PRODUTO.
           MOVE ZEROS TO SubT VDesc Tot Custo-Unit-Venda
           MOVE SPACES TO Motivo-Produto
           IF NOT Arq-Prod-Aberto THEN
               MOVE "Cadastro de produtos ausente" TO Motivo-Produto
           ELSE
               IF LJ-Quantidade NOT NUMERIC
                   OR LJ-Quantidade = ZERO THEN
                   MOVE "Quantidade invalida" TO Motivo-Produto
               ELSE
                   MOVE LJ-Produto TO PR-Codigo
                   READ Arq-Prod
                       INVALID KEY
                           MOVE "Produto nao cadastrado"
                               TO Motivo-Produto
                       NOT INVALID KEY
                           MOVE FStatusProd TO Status-Verificado
                           MOVE "produtos.dat" TO Arquivo-Verificado
                           PERFORM VERIFICA-STATUS-ARQUIVO
                           IF PR-Ativo NOT = "S" THEN
                               MOVE "Produto inativo" TO Motivo-Produto
                           ELSE
                               COMPUTE SubT = LJ-Quantidade * PR-Preco
                                   ON SIZE ERROR
                                       MOVE "Valor da venda excedido"
                                           TO Motivo-Produto
                               END-COMPUTE
                               MOVE SubT TO Tot
                               MOVE PR-Custo TO Custo-Unit-Venda
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF Motivo-Produto NOT = SPACES THEN
               SET Mov-Invalido TO TRUE
               MOVE ZEROS TO SubT VDesc Tot
               MOVE SPACES TO Reg-Exc
               MOVE Abast TO Exc-Registro
               MOVE Motivo-Produto TO Exc-Motivo
               WRITE Reg-Exc
               MOVE FStatusExc TO Status-Verificado
               MOVE "excecoes.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       BAIXA-ESTOQUE-PRODUTO.
           MOVE LJ-Produto TO PR-Codigo
           READ Arq-Prod
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT LJ-Quantidade FROM PR-Estoque
                   REWRITE Reg-Prod
                   MOVE FStatusProd TO Status-Verificado
                   MOVE "produtos.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   MOVE PR-Codigo TO Prod-Busca
                   PERFORM LOCALIZA-VENDA-LOJA
                   IF Vl-Achado-Idx > ZERO THEN
                       SET VL-Idx TO Vl-Achado-Idx
                       ADD LJ-Quantidade TO VL-Qtd(VL-Idx)
                       ADD Tot TO VL-Receita(VL-Idx)
                       COMPUTE VL-Custo(VL-Idx) ROUNDED =
                           VL-Custo(VL-Idx)
                           + LJ-Quantidade * Custo-Unit-Venda
                       MOVE PR-Estoque TO VL-Estoque(VL-Idx)
                   END-IF
           END-READ.

       LOCALIZA-VENDA-LOJA.
      *    Espera Reg-Prod lido para o produto em Prod-Busca.
           MOVE ZERO TO Vl-Achado-Idx
           PERFORM VARYING VL-Idx FROM 1 BY 1
               UNTIL VL-Idx > Qtd-Vendas-Loja
               IF VL-Codigo(VL-Idx) = Prod-Busca THEN
                   SET Vl-Achado-Idx TO VL-Idx
               END-IF
           END-PERFORM
           IF Vl-Achado-Idx = ZERO AND Qtd-Vendas-Loja < 200 THEN
               ADD 1 TO Qtd-Vendas-Loja
               SET VL-Idx TO Qtd-Vendas-Loja
               MOVE Prod-Busca TO VL-Codigo(VL-Idx)
               MOVE PR-Descricao TO VL-Descricao(VL-Idx)
               MOVE ZEROS TO VL-Qtd(VL-Idx) VL-Receita(VL-Idx)
               MOVE ZEROS TO VL-Custo(VL-Idx)
               MOVE PR-Ponto-Pedido TO VL-Ponto(VL-Idx)
               SET Vl-Achado-Idx TO VL-Idx
           END-IF.

       IMPRIME-MARGEM-LOJA.
           MOVE "Margem bruta da loja" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Vendas-Loja = ZERO THEN
               MOVE "Sem vendas da loja no dia" TO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               MOVE SPACES TO Linha-Rel
               STRING "Codigo  Descricao         Qtd     Receita   "
                          DELIMITED BY SIZE
                      " Custo      Margem     Estoque"
                          DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               MOVE ZEROS TO Loja-Receita Loja-Custo
               PERFORM VARYING VL-Idx FROM 1 BY 1
                   UNTIL VL-Idx > Qtd-Vendas-Loja
                   PERFORM IMPRIME-ITEM-LOJA
               END-PERFORM
               COMPUTE Loja-Margem = Loja-Receita - Loja-Custo
               PERFORM SINAIS-VALORES-LOJA
               MOVE SPACES TO Linha-Rel
               STRING "Total loja                         "
                          DELIMITED BY SIZE
                      Sinal-Loja-Rec DELIMITED BY SIZE
                      Loja-Rec-Abs DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Sinal-Loja-Custo DELIMITED BY SIZE
                      Loja-Custo-Abs DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Sinal-Loja-Marg DELIMITED BY SIZE
                      Loja-Marg-Abs DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Arq-Prod-Aberto THEN
               PERFORM IMPRIME-ESTOQUE-LOJA
           END-IF.

       IMPRIME-ITEM-LOJA.
           ADD VL-Receita(VL-Idx) TO Loja-Receita
           ADD VL-Custo(VL-Idx) TO Loja-Custo
           IF VL-Qtd(VL-Idx) < ZERO THEN
               MOVE "-" TO Sinal-Loja-Qtd
               COMPUTE Loja-Qtd-Abs = VL-Qtd(VL-Idx) * -1
           ELSE
               MOVE " " TO Sinal-Loja-Qtd
               MOVE VL-Qtd(VL-Idx) TO Loja-Qtd-Abs
           END-IF
           IF VL-Estoque(VL-Idx) < ZERO THEN
               MOVE "-" TO Sinal-Loja-Est
               COMPUTE Loja-Est-Abs = VL-Estoque(VL-Idx) * -1
           ELSE
               MOVE " " TO Sinal-Loja-Est
               MOVE VL-Estoque(VL-Idx) TO Loja-Est-Abs
           END-IF
           MOVE VL-Receita(VL-Idx) TO Loja-Receita-Item
           MOVE VL-Custo(VL-Idx) TO Loja-Custo-Item
           COMPUTE Loja-Margem-Item =
               VL-Receita(VL-Idx) - VL-Custo(VL-Idx)
           PERFORM SINAIS-ITEM-LOJA
           MOVE SPACES TO Linha-Rel
           STRING VL-Codigo(VL-Idx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VL-Descricao(VL-Idx)(1:16) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Loja-Qtd DELIMITED BY SIZE
                  Loja-Qtd-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Loja-Rec DELIMITED BY SIZE
                  Loja-Rec-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Loja-Custo DELIMITED BY SIZE
                  Loja-Custo-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Loja-Marg DELIMITED BY SIZE
                  Loja-Marg-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Loja-Est DELIMITED BY SIZE
                  Loja-Est-Abs DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF VL-Estoque(VL-Idx) <= VL-Ponto(VL-Idx) THEN
               MOVE Hoje-Data TO AL-Data
               MOVE "A" TO AL-Severidade
               MOVE SPACES TO Msg-Alerta
               STRING "Produto " DELIMITED BY SIZE
                      VL-Codigo(VL-Idx) DELIMITED BY SIZE
                      " no ponto de pedido estoque " DELIMITED BY SIZE
                      Sinal-Loja-Est DELIMITED BY SIZE
                      Loja-Est-Abs DELIMITED BY SIZE
                   INTO Msg-Alerta
               PERFORM GRAVA-ALERTA
           END-IF.

       SINAIS-VALORES-LOJA.
           MOVE Loja-Receita TO Loja-Receita-Item
           MOVE Loja-Custo TO Loja-Custo-Item
           MOVE Loja-Margem TO Loja-Margem-Item
           PERFORM SINAIS-ITEM-LOJA.

       SINAIS-ITEM-LOJA.
           IF Loja-Receita-Item < ZERO THEN
               MOVE "-" TO Sinal-Loja-Rec
               COMPUTE Loja-Rec-Abs = Loja-Receita-Item * -1
           ELSE
               MOVE " " TO Sinal-Loja-Rec
               MOVE Loja-Receita-Item TO Loja-Rec-Abs
           END-IF
           IF Loja-Custo-Item < ZERO THEN
               MOVE "-" TO Sinal-Loja-Custo
               COMPUTE Loja-Custo-Abs = Loja-Custo-Item * -1
           ELSE
               MOVE " " TO Sinal-Loja-Custo
               MOVE Loja-Custo-Item TO Loja-Custo-Abs
           END-IF
           IF Loja-Margem-Item < ZERO THEN
               MOVE "-" TO Sinal-Loja-Marg
               COMPUTE Loja-Marg-Abs = Loja-Margem-Item * -1
           ELSE
               MOVE " " TO Sinal-Loja-Marg
               MOVE Loja-Margem-Item TO Loja-Marg-Abs
           END-IF.

       IMPRIME-ESTOQUE-LOJA.
           MOVE "Estoque da loja no ponto de pedido" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE ZERO TO Qtd-Repor
           MOVE "N" TO Busca-Prod-Fim
           MOVE LOW-VALUES TO PR-Codigo
           START Arq-Prod KEY NOT LESS PR-Codigo
               INVALID KEY SET Fim-Busca-Prod TO TRUE
           END-START
           PERFORM UNTIL Fim-Busca-Prod OR Houve-Erro-Fatal
               READ Arq-Prod NEXT
                   AT END SET Fim-Busca-Prod TO TRUE
               END-READ
               IF NOT Fim-Busca-Prod THEN
                   MOVE FStatusProd TO Status-Verificado
                   MOVE "produtos.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   IF PR-Ativo = "S"
                       AND PR-Estoque <= PR-Ponto-Pedido THEN
                       ADD 1 TO Qtd-Repor
                       IF PR-Estoque < ZERO THEN
                           MOVE "-" TO Sinal-Loja-Est
                           COMPUTE Loja-Est-Abs = PR-Estoque * -1
                       ELSE
                           MOVE " " TO Sinal-Loja-Est
                           MOVE PR-Estoque TO Loja-Est-Abs
                       END-IF
                       MOVE SPACES TO Linha-Rel
                       STRING PR-Codigo DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              PR-Descricao DELIMITED BY SIZE
                              " estoque " DELIMITED BY SIZE
                              Sinal-Loja-Est DELIMITED BY SIZE
                              Loja-Est-Abs DELIMITED BY SIZE
                              " ponto " DELIMITED BY SIZE
                              PR-Ponto-Pedido DELIMITED BY SIZE
                           INTO Linha-Rel
                       PERFORM IMPRIME-LINHA
                   END-IF
               END-IF
           END-PERFORM
           IF Qtd-Repor = ZERO THEN
               MOVE "Nenhum item no ponto de pedido" TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       CARREGA-TRIBUTOS.
           MOVE ZERO TO Qtd-Tributos
           OPEN INPUT Arq-Trib
           ADD TotSD TO Acum-MTD-SD Acum-YTD-SD
           ADD TotCD TO Acum-MTD-CD Acum-YTD-CD
           ADD TotD  TO Acum-MTD-D  Acum-YTD-D
           SUBTRACT EstSD FROM Acum-MTD-SD Acum-YTD-SD
           SUBTRACT EstCD FROM Acum-MTD-CD Acum-YTD-CD
           SUBTRACT EstD  FROM Acum-MTD-D  Acum-YTD-D
           MOVE SPACES TO Linha-Rel
           STRING "Acumulado mes    " DELIMITED BY SIZE
                  Acum-MTD-SD DELIMITED BY SIZE

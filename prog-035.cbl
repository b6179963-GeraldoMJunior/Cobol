       IDENTIFICATION DIVISION.
       PROGRAM-ID. SnapshotDiario.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Orig ASSIGN TO DYNAMIC WS-Nome-Orig
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusOrig.

           SELECT Arq-Copia ASSIGN TO DYNAMIC WS-Nome-Copia
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusCopia.

           SELECT Arq-Manif ASSIGN TO DYNAMIC WS-Nome-Manif
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusManif.

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

           SELECT Arq-Frota ASSIGN TO "frota.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FR-Chave
               FILE STATUS IS FStatusFrota.

           SELECT Arq-Fid ASSIGN TO "fidelidade.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FI-Cpf
               FILE STATUS IS FStatusFid.

           SELECT Arq-Prod ASSIGN TO "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-Codigo
               FILE STATUS IS FStatusProd.

           SELECT Arq-Cat ASSIGN TO "snapcat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusCat.

           SELECT Arq-Par ASSIGN TO "snappar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPar.

           SELECT Arq-RunCtl ASSIGN TO "runctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRun.

           SELECT Arq-Alerta ASSIGN TO "alertas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAlerta.

       DATA DIVISION.
       FILE SECTION.
       FD Arq-Orig.
       01  Reg-Orig            PIC X(400).
           88  Fim-Orig        VALUE HIGH-VALUES.

       FD Arq-Copia.
       01  Reg-Copia           PIC X(400).
           88  Fim-Copia       VALUE HIGH-VALUES.

      *    Manifesto da geracao: um registro por arquivo, com a
      *    quantidade de registros e o total de hash copiados.
       FD Arq-Manif.
       01  Reg-Manif.
           88  Fim-Manif       VALUE HIGH-VALUES.
           02  MF-Arquivo      PIC X(20).
           02  MF-Org          PIC X.
           02  MF-Existe       PIC X.
           02  MF-Qtd          PIC 9(9).
           02  MF-Hash         PIC 9(18).

      *    Os indexados sao descarregados em sequencial na geracao e
      *    recarregados na ordem da chave na restauracao.
       FD Arq-Hist.
       01  Reg-Hist.
           02  HS-Chave        PIC X(12).
           02  FILLER          PIC X(86).

       FD Arq-Cli.
       01  Reg-Cli.
           02  CL-Codigo       PIC 9(4).
           02  FILLER          PIC X(46).

       FD Arq-Frota.
       01  Reg-Frota.
           02  FR-Chave        PIC X(11).
           02  FILLER          PIC X(54).

       FD Arq-Fid.
       01  Reg-Fid.
           02  FI-Cpf          PIC X(11).
           02  FILLER          PIC X(364).

       FD Arq-Prod.
       01  Reg-Prod.
           02  PR-Codigo       PIC X(6).
           02  FILLER          PIC X(59).

      *    Catalogo das geracoes: C = completa, E = com erro.
       FD Arq-Cat.
       01  Reg-Cat.
           88  Fim-Cat         VALUE HIGH-VALUES.
           02  SC-Geracao      PIC 9(8).
           02  SC-Situacao     PIC X.
           02  SC-Qtd-Arq      PIC 9(3).
           02  SC-Data-Neg     PIC X(8).

       FD Arq-Par.
       01  Reg-Par.
           02  SP-Geracoes     PIC 9(2).

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
       01  FStatusOrig  PIC XX.
       01  FStatusCopia PIC XX.
       01  FStatusManif PIC XX.
       01  FStatusHist  PIC XX.
       01  FStatusCli   PIC XX.
       01  FStatusFrota PIC XX.
       01  FStatusFid   PIC XX.
       01  FStatusProd  PIC XX.
       01  FStatusCat   PIC XX.
       01  FStatusPar   PIC XX.
       01  WS-Nome-Orig  PIC X(40)  VALUE SPACES.
       01  WS-Nome-Copia PIC X(40)  VALUE SPACES.
       01  WS-Nome-Manif PIC X(40)  VALUE SPACES.
       01  Linha-Msg    PIC X(80).
       01  Opcao-Modo   PIC X.
       01  Confirma     PIC X.
       01  Reg-Trab     PIC X(400).
       01  Fim-Leitura  PIC X       VALUE "N".
           88  Fim-Origem              VALUE "S".

      *    Arquivos mestres e de controle cobertos pelo snapshot.
      *    Org: S sequencial, H historix, C clientes, F frota,
      *    I fidelidade, P produtos. Hash: posicao e tamanho do campo
      *    numerico somado em cada registro (zero = sem hash).
       01  Def-Arquivo.
           02  Def-Nome        PIC X(20).
           02  Def-Org         PIC X.
           02  Def-Hash-Pos    PIC 9(3).
           02  Def-Hash-Tam    PIC 9(2).
       01  Tab-Arquivos.
           02  TB-Arquivo OCCURS 60 TIMES INDEXED BY TA-Idx.
               03  TA-Nome      PIC X(20).
               03  TA-Org       PIC X.
               03  TA-Hash-Pos  PIC 9(3).
               03  TA-Hash-Tam  PIC 9(2).
       01  Qtd-Arquivos    PIC 9(2)    VALUE ZERO.
       01  Org-Atual       PIC X.
       01  Hash-Pos-Atual  PIC 9(3).
       01  Hash-Tam-Atual  PIC 9(2).

       01  Hash-Texto      PIC X(12).
       01  Hash-Num REDEFINES Hash-Texto PIC 9(12).
       01  Hash-Inicio     PIC 9(2).
       01  Qtd-Lidos       PIC 9(9).
       01  Hash-Lido       PIC 9(18).
       01  Qtd-Copiados    PIC 9(9).
       01  Hash-Copiado    PIC 9(18).
       01  Origem-Existe   PIC X.
       01  Qtd-Divergentes PIC 9(2)    VALUE ZERO.
       01  Qtd-Ausentes    PIC 9(2)    VALUE ZERO.

       01  Tab-Catalogo.
           02  TB-Geracao OCCURS 100 TIMES INDEXED BY CT-Idx.
               03  CT-Geracao   PIC 9(8).
               03  CT-Situacao  PIC X.
               03  CT-Qtd-Arq   PIC 9(3).
               03  CT-Data-Neg  PIC X(8).
       01  Qtd-Catalogo    PIC 9(3)    VALUE ZERO.
       01  Ct-Achado-Idx   PIC 9(3)    VALUE ZERO.
       01  Qtd-Completas   PIC 9(3)    VALUE ZERO.
       01  Qtd-Excedentes  PIC 9(3)    VALUE ZERO.
       01  Geracoes-Manter PIC 9(2)    VALUE 7.
       01  Geracao-Atual   PIC 9(8).
       01  Geracao-Alvo    PIC 9(8).
       01  Geracao-Expurgo PIC 9(8).

       01  Tab-Manifesto.
           02  TB-Manif OCCURS 60 TIMES INDEXED BY MT-Idx.
               03  MT-Arquivo   PIC X(20).
               03  MT-Org       PIC X.
               03  MT-Existe    PIC X.
               03  MT-Qtd       PIC 9(9).
               03  MT-Hash      PIC 9(18).
       01  Qtd-Manifesto   PIC 9(2)    VALUE ZERO.

       01  FStatusRun   PIC XX.
       01  Nome-Programa     PIC X(12)   VALUE "SNAPSHOT".
       01  Nome-Predecessor  PIC X(12)   VALUE SPACES.
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
           DISPLAY "Snapshot dos Arquivos Mestres e de Controle"
           DISPLAY "==========================================="
           DISPLAY "Modo (S=snapshot R=restaurar): " WITH NO ADVANCING
           ACCEPT Opcao-Modo
           PERFORM VERIFICA-RUN-CONTROL
           PERFORM MONTA-LISTA-ARQUIVOS
           PERFORM CARREGA-CATALOGO
           EVALUATE Opcao-Modo
               WHEN "S" WHEN "s"
                   PERFORM MODO-SNAPSHOT
               WHEN "R" WHEN "r"
                   PERFORM MODO-RESTAURA
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE
           STOP RUN.

       MONTA-LISTA-ARQUIVOS.
           MOVE ZERO TO Qtd-Arquivos
           MOVE "historix.dat        H001012" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "posto.dat           S010005" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "clientes.dat        C043008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "frota.dat           F001004" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "fidelidade.dat      I051007" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "produtos.dat        P037006" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "tanques.dat         S004008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "perdames.dat        S010008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "caixahist.dat       S011006" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "bloqueio.dat        S001004" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "acumulado.dat       S011008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "checkpoint.dat      S007008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "chkcompl.dat        S009004" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "estoqchk.dat        S001008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "runctl.dat          S013008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "paghist.dat         S013008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "pagamentos.dat      S013008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "complemento.dat     S010005" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "pontos.dat          S021007" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "operadores.dat      S041004" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "bicos.dat           S011008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "tabpreco.dat        S010004" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "tabtrib.dat         S010004" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "tabconv.dat         S014005" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "faixalit.dat        S007005" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "fidelpar.dat        S002004" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "precocli.dat        S014004" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "escala.dat          S009001" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "perdalim.dat        S002003" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "cargas.dat          S010008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "afericoes.dat       S016005" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "medicoes.dat        S011008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "notasfisc.dat       S032010" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "planocontas.dat     S000000" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "contabctl.dat       S017005" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "batsaldo.dat        S006008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "tqdebito.dat        S010008" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "adquirentes.dat     S017003" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "fluxopar.dat        S002011" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "metas.dat           S028009" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "redevol.dat         S036009" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "interdicao.dat      S001012" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "lmcres.dat          S020009" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO
           MOVE "alertas.dat         S000000" TO Def-Arquivo
           PERFORM INCLUI-ARQUIVO.

       INCLUI-ARQUIVO.
           IF Qtd-Arquivos < 60 THEN
               ADD 1 TO Qtd-Arquivos
               SET TA-Idx TO Qtd-Arquivos
               MOVE Def-Nome TO TA-Nome(TA-Idx)
               MOVE Def-Org TO TA-Org(TA-Idx)
               MOVE Def-Hash-Pos TO TA-Hash-Pos(TA-Idx)
               MOVE Def-Hash-Tam TO TA-Hash-Tam(TA-Idx)
           END-IF.

       CARREGA-PARAMETRO.
           MOVE 7 TO Geracoes-Manter
           OPEN INPUT Arq-Par
           MOVE FStatusPar TO Status-Verificado
           MOVE "snappar.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusPar NOT = "35" THEN
               READ Arq-Par
                   AT END CONTINUE
                   NOT AT END
                       IF SP-Geracoes NUMERIC AND SP-Geracoes > ZERO
                           THEN
                           MOVE SP-Geracoes TO Geracoes-Manter
                       END-IF
               END-READ
               CLOSE Arq-Par
           END-IF.

       CARREGA-CATALOGO.
           MOVE ZERO TO Qtd-Catalogo
           OPEN INPUT Arq-Cat
           MOVE FStatusCat TO Status-Verificado
           MOVE "snapcat.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusCat NOT = "35" THEN
               READ Arq-Cat
                   AT END SET Fim-Cat TO TRUE
               END-READ
               PERFORM UNTIL Fim-Cat OR Qtd-Catalogo >= 100
                   OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Catalogo
                   SET CT-Idx TO Qtd-Catalogo
                   MOVE SC-Geracao TO CT-Geracao(CT-Idx)
                   MOVE SC-Situacao TO CT-Situacao(CT-Idx)
                   MOVE SC-Qtd-Arq TO CT-Qtd-Arq(CT-Idx)
                   MOVE SC-Data-Neg TO CT-Data-Neg(CT-Idx)
                   READ Arq-Cat
                       AT END SET Fim-Cat TO TRUE
                   END-READ
                   MOVE FStatusCat TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Cat
           END-IF.

       LOCALIZA-GERACAO.
           MOVE ZERO TO Ct-Achado-Idx
           PERFORM VARYING CT-Idx FROM 1 BY 1
               UNTIL CT-Idx > Qtd-Catalogo
               IF CT-Geracao(CT-Idx) = Geracao-Alvo THEN
                   SET Ct-Achado-Idx TO CT-Idx
               END-IF
           END-PERFORM.

       GRAVA-CATALOGO.
           OPEN OUTPUT Arq-Cat
           MOVE FStatusCat TO Status-Verificado
           MOVE "snapcat.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM VARYING CT-Idx FROM 1 BY 1
               UNTIL CT-Idx > Qtd-Catalogo OR Houve-Erro-Fatal
               IF CT-Situacao(CT-Idx) NOT = "X" THEN
                   MOVE CT-Geracao(CT-Idx) TO SC-Geracao
                   MOVE CT-Situacao(CT-Idx) TO SC-Situacao
                   MOVE CT-Qtd-Arq(CT-Idx) TO SC-Qtd-Arq
                   MOVE CT-Data-Neg(CT-Idx) TO SC-Data-Neg
                   WRITE Reg-Cat
                   MOVE FStatusCat TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-IF
           END-PERFORM
           CLOSE Arq-Cat
           MOVE FStatusCat TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

      *    Uma geracao por dia. Se a do dia ja esta completa ela e
      *    mantida: uma nova execucao da cadeia depois de uma falha
      *    nao pode sobrepor o retrato da noite anterior.
       MODO-SNAPSHOT.
           PERFORM CARREGA-PARAMETRO
           MOVE Data-Sis-Run TO Geracao-Atual
           MOVE Geracao-Atual TO Geracao-Alvo
           PERFORM LOCALIZA-GERACAO
           IF Ct-Achado-Idx > ZERO THEN
               SET CT-Idx TO Ct-Achado-Idx
           END-IF
           IF Ct-Achado-Idx > ZERO AND CT-Situacao(CT-Idx) = "C" THEN
               DISPLAY "Geracao " Geracao-Atual
                   " ja existe - mantida sem regravar."
               PERFORM GRAVA-RUN-CONTROL
           ELSE
               MOVE ZERO TO Qtd-Divergentes Qtd-Ausentes
               PERFORM MONTA-NOME-MANIFESTO
               OPEN OUTPUT Arq-Manif
               MOVE FStatusManif TO Status-Verificado
               MOVE WS-Nome-Manif TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM VARYING TA-Idx FROM 1 BY 1
                   UNTIL TA-Idx > Qtd-Arquivos OR Houve-Erro-Fatal
                   PERFORM COPIA-PARA-GERACAO
               END-PERFORM
               CLOSE Arq-Manif
               MOVE FStatusManif TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF Ct-Achado-Idx = ZERO THEN
                   IF Qtd-Catalogo < 100 THEN
                       ADD 1 TO Qtd-Catalogo
                       SET Ct-Achado-Idx TO Qtd-Catalogo
                   ELSE
                       SET Houve-Erro-Fatal TO TRUE
                       DISPLAY "Catalogo de geracoes cheio."
                   END-IF
               END-IF
               IF Ct-Achado-Idx > ZERO THEN
                   SET CT-Idx TO Ct-Achado-Idx
                   MOVE Geracao-Atual TO CT-Geracao(CT-Idx)
                   MOVE Qtd-Arquivos TO CT-Qtd-Arq(CT-Idx)
                   MOVE Data-Negocio TO CT-Data-Neg(CT-Idx)
                   IF Houve-Erro-Fatal OR Qtd-Divergentes > ZERO THEN
                       MOVE "E" TO CT-Situacao(CT-Idx)
                   ELSE
                       MOVE "C" TO CT-Situacao(CT-Idx)
                   END-IF
               END-IF
               IF Houve-Erro-Fatal OR Qtd-Divergentes > ZERO THEN
                   DISPLAY "*** Snapshot " Geracao-Atual
                       " incompleto - cadeia nao liberada ***"
                   MOVE Data-Negocio TO AL-Data
                   MOVE "A" TO AL-Severidade
                   MOVE SPACES TO Msg-Alerta
                   STRING "Snapshot " DELIMITED BY SIZE
                          Geracao-Atual DELIMITED BY SIZE
                          " incompleto - " DELIMITED BY SIZE
                          Qtd-Divergentes DELIMITED BY SIZE
                          " arquivo(s) nao conferem" DELIMITED BY SIZE
                       INTO Msg-Alerta
                   MOVE "N" TO Erro-Fatal
                   PERFORM GRAVA-ALERTA
                   PERFORM GRAVA-CATALOGO
               ELSE
                   PERFORM EXPURGA-GERACOES
                   PERFORM GRAVA-CATALOGO
                   IF NOT Houve-Erro-Fatal THEN
                       DISPLAY "Geracao " Geracao-Atual " gravada: "
                           Qtd-Arquivos " arquivos, "
                           Qtd-Ausentes " ausentes."
                       PERFORM GRAVA-RUN-CONTROL
                   END-IF
               END-IF
           END-IF.

       MONTA-NOME-MANIFESTO.
           MOVE SPACES TO WS-Nome-Manif
           STRING "G" DELIMITED BY SIZE
                  Geracao-Alvo DELIMITED BY SIZE
                  ".manifesto" DELIMITED BY SIZE
               INTO WS-Nome-Manif.

       MONTA-NOME-COPIA.
           MOVE SPACES TO WS-Nome-Copia
           STRING "G" DELIMITED BY SIZE
                  Geracao-Alvo DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  TA-Nome(TA-Idx) DELIMITED BY SPACE
               INTO WS-Nome-Copia.

       COPIA-PARA-GERACAO.
           MOVE TA-Org(TA-Idx) TO Org-Atual
           MOVE TA-Hash-Pos(TA-Idx) TO Hash-Pos-Atual
           MOVE TA-Hash-Tam(TA-Idx) TO Hash-Tam-Atual
           MOVE TA-Nome(TA-Idx) TO WS-Nome-Orig
           PERFORM MONTA-NOME-COPIA
           MOVE ZERO TO Qtd-Lidos Hash-Lido
           PERFORM ABRE-ORIGEM-LEITURA
           IF Origem-Existe = "N" THEN
               ADD 1 TO Qtd-Ausentes
               CALL "CBL_DELETE_FILE" USING WS-Nome-Copia
           ELSE
               OPEN OUTPUT Arq-Copia
               MOVE FStatusCopia TO Status-Verificado
               MOVE WS-Nome-Copia TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM LE-ORIGEM
               PERFORM UNTIL Fim-Origem OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Lidos
                   PERFORM SOMA-HASH
                   ADD Hash-Num TO Hash-Lido
                   MOVE Reg-Trab TO Reg-Copia
                   WRITE Reg-Copia
                   MOVE FStatusCopia TO Status-Verificado
                   MOVE WS-Nome-Copia TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   PERFORM LE-ORIGEM
               END-PERFORM
               CLOSE Arq-Copia
               PERFORM FECHA-ORIGEM
               IF NOT Houve-Erro-Fatal THEN
                   PERFORM CONFERE-COPIA
                   IF Qtd-Copiados NOT = Qtd-Lidos
                       OR Hash-Copiado NOT = Hash-Lido THEN
                       ADD 1 TO Qtd-Divergentes
                       DISPLAY "  *** " TA-Nome(TA-Idx)
                           " copia nao confere: lidos " Qtd-Lidos
                           " copiados " Qtd-Copiados
                   END-IF
               END-IF
           END-IF
           MOVE TA-Nome(TA-Idx) TO MF-Arquivo
           MOVE Org-Atual TO MF-Org
           MOVE Origem-Existe TO MF-Existe
           MOVE Qtd-Lidos TO MF-Qtd
           MOVE Hash-Lido TO MF-Hash
           WRITE Reg-Manif
           MOVE FStatusManif TO Status-Verificado
           MOVE WS-Nome-Manif TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           DISPLAY "  " TA-Nome(TA-Idx) " " Origem-Existe " "
               Qtd-Lidos " " Hash-Lido.

      *    Soma no hash o campo numerico definido para o arquivo;
      *    campo em branco ou com sinal conta como zero.
       SOMA-HASH.
           MOVE ZEROS TO Hash-Texto
           IF Hash-Tam-Atual > ZERO AND Hash-Tam-Atual <= 12 THEN
               COMPUTE Hash-Inicio = 13 - Hash-Tam-Atual
               MOVE Reg-Trab(Hash-Pos-Atual:Hash-Tam-Atual)
                   TO Hash-Texto(Hash-Inicio:Hash-Tam-Atual)
               IF Hash-Texto NOT NUMERIC THEN
                   MOVE ZEROS TO Hash-Texto
               END-IF
           END-IF.

       CONFERE-COPIA.
           MOVE ZERO TO Qtd-Copiados Hash-Copiado
           OPEN INPUT Arq-Copia
           MOVE FStatusCopia TO Status-Verificado
           MOVE WS-Nome-Copia TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusCopia NOT = "35" THEN
               MOVE SPACES TO Reg-Copia
               READ Arq-Copia
                   AT END SET Fim-Copia TO TRUE
               END-READ
               PERFORM UNTIL Fim-Copia OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Copiados
                   MOVE Reg-Copia TO Reg-Trab
                   PERFORM SOMA-HASH
                   ADD Hash-Num TO Hash-Copiado
                   MOVE SPACES TO Reg-Copia
                   READ Arq-Copia
                       AT END SET Fim-Copia TO TRUE
                   END-READ
                   MOVE FStatusCopia TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Copia
           END-IF.

       ABRE-ORIGEM-LEITURA.
           MOVE "S" TO Origem-Existe
           MOVE "N" TO Fim-Leitura
           MOVE WS-Nome-Orig TO Arquivo-Verificado
           EVALUATE Org-Atual
               WHEN "H"
                   OPEN INPUT Arq-Hist
                   MOVE FStatusHist TO Status-Verificado
               WHEN "C"
                   OPEN INPUT Arq-Cli
                   MOVE FStatusCli TO Status-Verificado
               WHEN "F"
                   OPEN INPUT Arq-Frota
                   MOVE FStatusFrota TO Status-Verificado
               WHEN "I"
                   OPEN INPUT Arq-Fid
                   MOVE FStatusFid TO Status-Verificado
               WHEN "P"
                   OPEN INPUT Arq-Prod
                   MOVE FStatusProd TO Status-Verificado
               WHEN OTHER
                   OPEN INPUT Arq-Orig
                   MOVE FStatusOrig TO Status-Verificado
           END-EVALUATE
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF Status-Verificado = "35" THEN
               MOVE "N" TO Origem-Existe
           END-IF.

       LE-ORIGEM.
           MOVE SPACES TO Reg-Trab
           EVALUATE Org-Atual
               WHEN "H"
                   READ Arq-Hist
                       AT END SET Fim-Origem TO TRUE
                       NOT AT END MOVE Reg-Hist TO Reg-Trab
                   END-READ
                   MOVE FStatusHist TO Status-Verificado
               WHEN "C"
                   READ Arq-Cli
                       AT END SET Fim-Origem TO TRUE
                       NOT AT END MOVE Reg-Cli TO Reg-Trab
                   END-READ
                   MOVE FStatusCli TO Status-Verificado
               WHEN "F"
                   READ Arq-Frota
                       AT END SET Fim-Origem TO TRUE
                       NOT AT END MOVE Reg-Frota TO Reg-Trab
                   END-READ
                   MOVE FStatusFrota TO Status-Verificado
               WHEN "I"
                   READ Arq-Fid
                       AT END SET Fim-Origem TO TRUE
                       NOT AT END MOVE Reg-Fid TO Reg-Trab
                   END-READ
                   MOVE FStatusFid TO Status-Verificado
               WHEN "P"
                   READ Arq-Prod
                       AT END SET Fim-Origem TO TRUE
                       NOT AT END MOVE Reg-Prod TO Reg-Trab
                   END-READ
                   MOVE FStatusProd TO Status-Verificado
               WHEN OTHER
                   MOVE SPACES TO Reg-Orig
                   READ Arq-Orig
                       AT END SET Fim-Origem TO TRUE
                       NOT AT END MOVE Reg-Orig TO Reg-Trab
                   END-READ
                   MOVE FStatusOrig TO Status-Verificado
           END-EVALUATE
           MOVE WS-Nome-Orig TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       FECHA-ORIGEM.
           EVALUATE Org-Atual
               WHEN "H"
                   CLOSE Arq-Hist
                   MOVE FStatusHist TO Status-Verificado
               WHEN "C"
                   CLOSE Arq-Cli
                   MOVE FStatusCli TO Status-Verificado
               WHEN "F"
                   CLOSE Arq-Frota
                   MOVE FStatusFrota TO Status-Verificado
               WHEN "I"
                   CLOSE Arq-Fid
                   MOVE FStatusFid TO Status-Verificado
               WHEN "P"
                   CLOSE Arq-Prod
                   MOVE FStatusProd TO Status-Verificado
               WHEN OTHER
                   CLOSE Arq-Orig
                   MOVE FStatusOrig TO Status-Verificado
           END-EVALUATE
           MOVE WS-Nome-Orig TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

       ABRE-ORIGEM-GRAVACAO.
           MOVE WS-Nome-Orig TO Arquivo-Verificado
           EVALUATE Org-Atual
               WHEN "H"
                   OPEN OUTPUT Arq-Hist
                   MOVE FStatusHist TO Status-Verificado
               WHEN "C"
                   OPEN OUTPUT Arq-Cli
                   MOVE FStatusCli TO Status-Verificado
               WHEN "F"
                   OPEN OUTPUT Arq-Frota
                   MOVE FStatusFrota TO Status-Verificado
               WHEN "I"
                   OPEN OUTPUT Arq-Fid
                   MOVE FStatusFid TO Status-Verificado
               WHEN "P"
                   OPEN OUTPUT Arq-Prod
                   MOVE FStatusProd TO Status-Verificado
               WHEN OTHER
                   OPEN OUTPUT Arq-Orig
                   MOVE FStatusOrig TO Status-Verificado
           END-EVALUATE
           PERFORM VERIFICA-STATUS-ARQUIVO.

       GRAVA-ORIGEM.
           EVALUATE Org-Atual
               WHEN "H"
                   MOVE Reg-Trab TO Reg-Hist
                   WRITE Reg-Hist
                   MOVE FStatusHist TO Status-Verificado
               WHEN "C"
                   MOVE Reg-Trab TO Reg-Cli
                   WRITE Reg-Cli
                   MOVE FStatusCli TO Status-Verificado
               WHEN "F"
                   MOVE Reg-Trab TO Reg-Frota
                   WRITE Reg-Frota
                   MOVE FStatusFrota TO Status-Verificado
               WHEN "I"
                   MOVE Reg-Trab TO Reg-Fid
                   WRITE Reg-Fid
                   MOVE FStatusFid TO Status-Verificado
               WHEN "P"
                   MOVE Reg-Trab TO Reg-Prod
                   WRITE Reg-Prod
                   MOVE FStatusProd TO Status-Verificado
               WHEN OTHER
                   MOVE Reg-Trab TO Reg-Orig
                   WRITE Reg-Orig
                   MOVE FStatusOrig TO Status-Verificado
           END-EVALUATE
           MOVE WS-Nome-Orig TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO.

      *    Mantem as geracoes completas mais recentes conforme o
      *    snappar.dat; as demais e as que ficaram com erro saem do
      *    catalogo e tem os arquivos apagados.
       EXPURGA-GERACOES.
           MOVE ZERO TO Qtd-Completas
           PERFORM VARYING CT-Idx FROM 1 BY 1
               UNTIL CT-Idx > Qtd-Catalogo
               IF CT-Situacao(CT-Idx) = "C" THEN
                   ADD 1 TO Qtd-Completas
               END-IF
           END-PERFORM
           MOVE ZERO TO Qtd-Excedentes
           IF Qtd-Completas > Geracoes-Manter THEN
               COMPUTE Qtd-Excedentes = Qtd-Completas - Geracoes-Manter
           END-IF
           PERFORM VARYING CT-Idx FROM 1 BY 1
               UNTIL CT-Idx > Qtd-Catalogo
               IF CT-Situacao(CT-Idx) = "E" THEN
                   MOVE CT-Geracao(CT-Idx) TO Geracao-Expurgo
                   PERFORM APAGA-GERACAO
                   MOVE "X" TO CT-Situacao(CT-Idx)
               END-IF
               IF CT-Situacao(CT-Idx) = "C" AND Qtd-Excedentes > ZERO
                   THEN
                   MOVE CT-Geracao(CT-Idx) TO Geracao-Expurgo
                   PERFORM APAGA-GERACAO
                   MOVE "X" TO CT-Situacao(CT-Idx)
                   SUBTRACT 1 FROM Qtd-Excedentes
               END-IF
           END-PERFORM.

       APAGA-GERACAO.
           DISPLAY "Expurgando geracao " Geracao-Expurgo
           MOVE Geracao-Expurgo TO Geracao-Alvo
           PERFORM VARYING TA-Idx FROM 1 BY 1
               UNTIL TA-Idx > Qtd-Arquivos
               PERFORM MONTA-NOME-COPIA
               CALL "CBL_DELETE_FILE" USING WS-Nome-Copia
           END-PERFORM
           PERFORM MONTA-NOME-MANIFESTO
           CALL "CBL_DELETE_FILE" USING WS-Nome-Manif
           MOVE Geracao-Atual TO Geracao-Alvo.

      *    Restauracao em conjunto: todos os arquivos da geracao sao
      *    conferidos contra o manifesto antes de qualquer gravacao.
      *    Depois o runctl.dat volta ao estado da geracao e so o
      *    snapshot fica concluido, para a cadeia rodar de novo.
       MODO-RESTAURA.
           DISPLAY "Geracoes disponiveis:"
           PERFORM VARYING CT-Idx FROM 1 BY 1
               UNTIL CT-Idx > Qtd-Catalogo
               IF CT-Situacao(CT-Idx) = "C" THEN
                   DISPLAY "  " CT-Geracao(CT-Idx) "  negocio "
                       CT-Data-Neg(CT-Idx) "  " CT-Qtd-Arq(CT-Idx)
                       " arquivos"
               END-IF
           END-PERFORM
           DISPLAY "Geracao a restaurar (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT Geracao-Alvo
           PERFORM LOCALIZA-GERACAO
           IF Ct-Achado-Idx > ZERO THEN
               SET CT-Idx TO Ct-Achado-Idx
           END-IF
           IF Ct-Achado-Idx = ZERO OR CT-Situacao(CT-Idx) NOT = "C"
               THEN
               DISPLAY "Geracao inexistente ou incompleta."
           ELSE
               PERFORM CARREGA-MANIFESTO
               PERFORM CONFERE-GERACAO
               IF Houve-Erro-Fatal OR Qtd-Divergentes > ZERO
                   OR Qtd-Manifesto = ZERO THEN
                   DISPLAY "*** Geracao nao confere com o manifesto -"
                       " restauracao recusada ***"
               ELSE
                   DISPLAY "Confirma restauracao da geracao "
                       Geracao-Alvo " (S/N)? " WITH NO ADVANCING
                   ACCEPT Confirma
                   IF Confirma = "S" OR Confirma = "s" THEN
                       PERFORM RESTAURA-GERACAO
                   ELSE
                       DISPLAY "Restauracao cancelada."
                   END-IF
               END-IF
           END-IF.

       CARREGA-MANIFESTO.
           MOVE ZERO TO Qtd-Manifesto
           PERFORM MONTA-NOME-MANIFESTO
           OPEN INPUT Arq-Manif
           MOVE FStatusManif TO Status-Verificado
           MOVE WS-Nome-Manif TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusManif NOT = "35" THEN
               READ Arq-Manif
                   AT END SET Fim-Manif TO TRUE
               END-READ
               PERFORM UNTIL Fim-Manif OR Qtd-Manifesto >= 60
                   OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Manifesto
                   SET MT-Idx TO Qtd-Manifesto
                   MOVE MF-Arquivo TO MT-Arquivo(MT-Idx)
                   MOVE MF-Org TO MT-Org(MT-Idx)
                   MOVE MF-Existe TO MT-Existe(MT-Idx)
                   MOVE MF-Qtd TO MT-Qtd(MT-Idx)
                   MOVE MF-Hash TO MT-Hash(MT-Idx)
                   READ Arq-Manif
                       AT END SET Fim-Manif TO TRUE
                   END-READ
                   MOVE FStatusManif TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Manif
           END-IF.

      *    Localiza o arquivo do manifesto na lista para obter o campo
      *    de hash e monta o nome da copia.
       POSICIONA-ARQUIVO.
           MOVE MT-Org(MT-Idx) TO Org-Atual
           MOVE ZERO TO Hash-Pos-Atual Hash-Tam-Atual
           PERFORM VARYING TA-Idx FROM 1 BY 1
               UNTIL TA-Idx > Qtd-Arquivos
               IF TA-Nome(TA-Idx) = MT-Arquivo(MT-Idx) THEN
                   MOVE TA-Hash-Pos(TA-Idx) TO Hash-Pos-Atual
                   MOVE TA-Hash-Tam(TA-Idx) TO Hash-Tam-Atual
               END-IF
           END-PERFORM
           MOVE MT-Arquivo(MT-Idx) TO WS-Nome-Orig
           MOVE SPACES TO WS-Nome-Copia
           STRING "G" DELIMITED BY SIZE
                  Geracao-Alvo DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  MT-Arquivo(MT-Idx) DELIMITED BY SPACE
               INTO WS-Nome-Copia.

       CONFERE-GERACAO.
           MOVE ZERO TO Qtd-Divergentes
           PERFORM VARYING MT-Idx FROM 1 BY 1
               UNTIL MT-Idx > Qtd-Manifesto OR Houve-Erro-Fatal
               IF MT-Existe(MT-Idx) = "S" THEN
                   PERFORM POSICIONA-ARQUIVO
                   PERFORM CONFERE-COPIA
                   IF FStatusCopia = "35"
                       OR Qtd-Copiados NOT = MT-Qtd(MT-Idx)
                       OR Hash-Copiado NOT = MT-Hash(MT-Idx) THEN
                       ADD 1 TO Qtd-Divergentes
                       DISPLAY "  *** " WS-Nome-Copia " registros "
                           Qtd-Copiados " manifesto " MT-Qtd(MT-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       RESTAURA-GERACAO.
           MOVE ZERO TO Qtd-Divergentes
           PERFORM VARYING MT-Idx FROM 1 BY 1
               UNTIL MT-Idx > Qtd-Manifesto OR Houve-Erro-Fatal
               PERFORM POSICIONA-ARQUIVO
               IF MT-Existe(MT-Idx) = "N" THEN
                   CALL "CBL_DELETE_FILE" USING WS-Nome-Orig
                   DISPLAY "  " MT-Arquivo(MT-Idx)
                       " ausente na geracao - removido"
               ELSE
                   PERFORM RESTAURA-ARQUIVO
               END-IF
           END-PERFORM
           MOVE Data-Negocio TO AL-Data
           MOVE "A" TO AL-Severidade
           MOVE SPACES TO Msg-Alerta
           IF Houve-Erro-Fatal OR Qtd-Divergentes > ZERO THEN
               DISPLAY "*** Restauracao com falhas - confira os"
                   " arquivos antes de rodar a cadeia ***"
               STRING "Restauracao da geracao " DELIMITED BY SIZE
                      Geracao-Alvo DELIMITED BY SIZE
                      " com falhas" DELIMITED BY SIZE
                   INTO Msg-Alerta
               MOVE "N" TO Erro-Fatal
               PERFORM GRAVA-ALERTA
           ELSE
               STRING "Restaurada a geracao " DELIMITED BY SIZE
                      Geracao-Alvo DELIMITED BY SIZE
                      " - cadeia reiniciada" DELIMITED BY SIZE
                   INTO Msg-Alerta
               PERFORM GRAVA-ALERTA
               PERFORM GRAVA-RUN-CONTROL
               DISPLAY "Geracao " Geracao-Alvo " restaurada. Rode a"
                   " cadeia a partir da critica."
           END-IF.

       RESTAURA-ARQUIVO.
           MOVE ZERO TO Qtd-Lidos Hash-Lido
           OPEN INPUT Arq-Copia
           MOVE FStatusCopia TO Status-Verificado
           MOVE WS-Nome-Copia TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM ABRE-ORIGEM-GRAVACAO
           MOVE SPACES TO Reg-Copia
           READ Arq-Copia
               AT END SET Fim-Copia TO TRUE
           END-READ
           PERFORM UNTIL Fim-Copia OR Houve-Erro-Fatal
               MOVE Reg-Copia TO Reg-Trab
               PERFORM GRAVA-ORIGEM
               MOVE SPACES TO Reg-Copia
               READ Arq-Copia
                   AT END SET Fim-Copia TO TRUE
               END-READ
               MOVE FStatusCopia TO Status-Verificado
               MOVE WS-Nome-Copia TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-PERFORM
           CLOSE Arq-Copia
           PERFORM FECHA-ORIGEM
           IF NOT Houve-Erro-Fatal THEN
               PERFORM ABRE-ORIGEM-LEITURA
               PERFORM LE-ORIGEM
               PERFORM UNTIL Fim-Origem OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Lidos
                   PERFORM SOMA-HASH
                   ADD Hash-Num TO Hash-Lido
                   PERFORM LE-ORIGEM
               END-PERFORM
               PERFORM FECHA-ORIGEM
               IF Qtd-Lidos NOT = MT-Qtd(MT-Idx)
                   OR Hash-Lido NOT = MT-Hash(MT-Idx) THEN
                   ADD 1 TO Qtd-Divergentes
                   DISPLAY "  *** " MT-Arquivo(MT-Idx)
                       " restaurado nao confere: " Qtd-Lidos
               ELSE
                   DISPLAY "  " MT-Arquivo(MT-Idx) " restaurado "
                       Qtd-Lidos " registros"
               END-IF
           END-IF.

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
                   MOVE SPACES TO Linha-Msg
                   STRING "ERRO E/S arquivo " DELIMITED BY SIZE
                          Arquivo-Verificado DELIMITED BY SIZE
                          " status " DELIMITED BY SIZE
                          Status-Verificado DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          Msg-Status-Arq DELIMITED BY SIZE
                       INTO Linha-Msg
                   DISPLAY Linha-Msg
           END-EVALUATE.

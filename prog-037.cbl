       IDENTIFICATION DIVISION.
       PROGRAM-ID. MetasVendas.
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

           SELECT Arq-Metas ASSIGN TO "metas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusMetas.

           SELECT Arq-RedeVol ASSIGN TO "redevol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRVol.

           SELECT Arq-Lista ASSIGN TO "postos.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusLista.

           SELECT Arq-Oper ASSIGN TO "operadores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusOper.

           SELECT Arq-Rel ASSIGN TO "metas.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

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
           02  HS-Chave-Orig   PIC X(12).
           02  HS-Placa        PIC X(7).
           02  HS-Odometro     PIC 9(7).

      *    Posto como no postos.lst (Posto 1 e este posto); tipo e
      *    operador em branco valem para todos.
       FD Arq-Metas.
       01  Reg-Metas.
           88  Fim-Metas       VALUE HIGH-VALUES.
           02  MT-AnoMes       PIC X(6).
           02  MT-Posto        PIC X(10).
           02  MT-Tipo         PIC X.
           02  MT-Operador     PIC X(10).
           02  MT-Litros       PIC 9(7)V99.
           02  MT-Bonus        PIC 99V99.

       FD Arq-RedeVol.
       01  Reg-RedeVol.
           88  Fim-RedeVol     VALUE HIGH-VALUES.
           02  RV-AnoMes       PIC X(6).
           02  RV-Data         PIC X(8).
           02  RV-Posto        PIC X(10).
           02  RV-Tipo         PIC X.
           02  RV-Operador     PIC X(10).
           02  RV-Litros       PIC 9(7)V99.

       FD Arq-Lista.
       01  Reg-Lista.
           88  Fim-Lista       VALUE HIGH-VALUES.
           02  RL-Nome         PIC X(10).
           02  RL-Arquivo      PIC X(40).

       FD Arq-Oper.
       01  Reg-Oper.
           88  Fim-Oper        VALUE HIGH-VALUES.
           02  OM-Codigo       PIC X(10).
           02  OM-Nome         PIC X(30).
           02  OM-Comissao     PIC 99V99.
           02  OM-Ativo        PIC X.
           02  OM-Supervisor   PIC X.

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FStatusHist  PIC XX.
       01  FStatusMetas PIC XX.
       01  FStatusRVol  PIC XX.
       01  FStatusLista PIC XX.
       01  FStatusOper  PIC XX.
       01  FStatusRel   PIC XX.
       01  Linha-Rel    PIC X(80).

       01  Status-Verificado  PIC XX.
       01  Arquivo-Verificado PIC X(40).
       01  Msg-Status-Arq     PIC X(30).
       01  Erro-Fatal         PIC X VALUE "N".
           88  Houve-Erro-Fatal    VALUE "S".

       01  Nome-Posto     PIC X(30) VALUE "POSTO MODELO LTDA".
       01  Data-Sistema   PIC X(8).
       01  AnoMes-Hoje    PIC X(6).
       01  Opcao-Mes      PIC X(6).
       01  AnoMes-Rel     PIC X(6).
       01  Ano-Rel        PIC 9(4).
       01  Mes-Rel        PIC 9(2).
       01  Resto-Bissexto PIC 9(4).
       01  Dias-No-Mes    PIC 9(2).
       01  Dias-Decorridos PIC 9(2).
       01  Inicio-Mes-Inv PIC 9(8).
       01  Tipo-Up        PIC X.

       01  Tab-Postos.
           02  TB-Posto OCCURS 11 TIMES INDEXED BY PS-Idx.
               03  PS-Nome      PIC X(10).
       01  Qtd-Postos     PIC 9(2)  VALUE ZERO.

       01  Tab-Oper.
           02  TB-Oper OCCURS 50 TIMES INDEXED BY OP-Idx.
               03  OP-Codigo    PIC X(10).
       01  Qtd-Oper       PIC 9(2)  VALUE ZERO.

       01  Tab-Metas.
           02  TB-Meta OCCURS 100 TIMES INDEXED BY MT-Idx MT-Idx2.
               03  TM-Posto     PIC X(10).
               03  TM-Tipo      PIC X.
               03  TM-Operador  PIC X(10).
               03  TM-Litros    PIC 9(7)V99.
               03  TM-Bonus     PIC 99V99.
               03  TM-Realizado PIC S9(7)V99.
               03  TM-Valida    PIC X.
                   88  TM-Meta-Valida      VALUE "S".
       01  Qtd-Metas      PIC 9(3)  VALUE ZERO.
       01  Metas-Perdidas PIC 9(4)  VALUE ZERO.
       01  Metas-Invalidas PIC 9(3) VALUE ZERO.

       01  Achou          PIC X.
           88  Achou-Item          VALUE "S".
       01  Ja-Listado     PIC X.
           88  Oper-Ja-Listado     VALUE "S".
       01  Meta-Oper      PIC X.
           88  Meta-Oper-Atingida  VALUE "S".
       01  Bonus-Oper     PIC 99V99.
       01  Qtd-Elegiveis  PIC 9(3)  VALUE ZERO.

       01  Projecao-Meta   PIC S9(8)V99.
       01  Falta-Meta      PIC S9(8)V99.
       01  Pct-Meta        PIC S9(5)V9.
       01  Realizado-Abs   PIC 9(7)V99.
       01  Sinal-Realizado PIC X.
       01  Projecao-Abs    PIC 9(8)V99.
       01  Sinal-Projecao  PIC X.
       01  Falta-Abs       PIC 9(8)V99.
       01  Sinal-Falta     PIC X.
       01  Pct-Abs         PIC 9(3)V9.
       01  Tipo-Rel        PIC X.
       01  Oper-Rel        PIC X(10).
       01  Marca-Meta      PIC X(3).

       PROCEDURE DIVISION.
           DISPLAY "Acompanhamento de Metas de Vendas"
           DISPLAY "================================="
           ACCEPT Data-Sistema FROM DATE YYYYMMDD
           MOVE Data-Sistema(1:6) TO AnoMes-Hoje
           DISPLAY "Mes (AAAAMM, branco = mes atual): "
               WITH NO ADVANCING
           ACCEPT Opcao-Mes
           IF Opcao-Mes = SPACES THEN
               MOVE AnoMes-Hoje TO AnoMes-Rel
           ELSE
               MOVE Opcao-Mes TO AnoMes-Rel
           END-IF
           IF AnoMes-Rel IS NOT NUMERIC
               OR AnoMes-Rel(5:2) < "01" OR AnoMes-Rel(5:2) > "12"
               THEN
               DISPLAY "Mes invalido: " AnoMes-Rel
               STOP RUN
           END-IF
           IF AnoMes-Rel > AnoMes-Hoje THEN
               DISPLAY "Mes ainda nao iniciado: " AnoMes-Rel
               STOP RUN
           END-IF
           MOVE AnoMes-Rel(1:4) TO Ano-Rel
           MOVE AnoMes-Rel(5:2) TO Mes-Rel
           PERFORM CALCULA-DIAS-NO-MES
           IF AnoMes-Rel = AnoMes-Hoje THEN
               MOVE Data-Sistema(7:2) TO Dias-Decorridos
           ELSE
               MOVE Dias-No-Mes TO Dias-Decorridos
           END-IF
           PERFORM CARREGA-POSTOS
           PERFORM CARREGA-OPERADORES
           PERFORM CARREGA-METAS
           IF Qtd-Metas = ZERO AND NOT Houve-Erro-Fatal THEN
               DISPLAY "Nenhuma meta cadastrada para " AnoMes-Rel
               STOP RUN
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               PERFORM APURA-HISTORICO
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               PERFORM APURA-REDE
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               OPEN OUTPUT Arq-Rel
               MOVE FStatusRel TO Status-Verificado
               MOVE "metas.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM IMPRIME-RELATORIO
               CLOSE Arq-Rel
               MOVE FStatusRel TO Status-Verificado
               MOVE "metas.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF
           STOP RUN.

       CALCULA-DIAS-NO-MES.
           EVALUATE Mes-Rel
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO Dias-No-Mes
               WHEN 2
                   MOVE 28 TO Dias-No-Mes
                   DIVIDE Ano-Rel BY 4 GIVING Resto-Bissexto
                       REMAINDER Resto-Bissexto
                   IF Resto-Bissexto = ZERO THEN
                       MOVE 29 TO Dias-No-Mes
                   END-IF
               WHEN OTHER
                   MOVE 31 TO Dias-No-Mes
           END-EVALUATE.

       CARREGA-POSTOS.
           MOVE 1 TO Qtd-Postos
           MOVE "Posto 1" TO PS-Nome(1)
           OPEN INPUT Arq-Lista
           MOVE FStatusLista TO Status-Verificado
           MOVE "postos.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusLista NOT = "35" THEN
               READ Arq-Lista
                   AT END SET Fim-Lista TO TRUE
               END-READ
               MOVE FStatusLista TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Lista OR Houve-Erro-Fatal
                   IF RL-Nome NOT = SPACES AND Qtd-Postos < 11 THEN
                       ADD 1 TO Qtd-Postos
                       SET PS-Idx TO Qtd-Postos
                       MOVE RL-Nome TO PS-Nome(PS-Idx)
                   END-IF
                   READ Arq-Lista
                       AT END SET Fim-Lista TO TRUE
                   END-READ
                   MOVE FStatusLista TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Lista
           END-IF.

       CARREGA-OPERADORES.
           MOVE ZERO TO Qtd-Oper
           OPEN INPUT Arq-Oper
           MOVE FStatusOper TO Status-Verificado
           MOVE "operadores.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusOper = "35" THEN
               DISPLAY "Cadastro de operadores nao encontrado."
           ELSE
               READ Arq-Oper
                   AT END SET Fim-Oper TO TRUE
               END-READ
               MOVE FStatusOper TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Oper OR Houve-Erro-Fatal
                   IF Qtd-Oper < 50 THEN
                       ADD 1 TO Qtd-Oper
                       SET OP-Idx TO Qtd-Oper
                       MOVE OM-Codigo TO OP-Codigo(OP-Idx)
                   END-IF
                   READ Arq-Oper
                       AT END SET Fim-Oper TO TRUE
                   END-READ
                   MOVE FStatusOper TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Oper
           END-IF.

       CARREGA-METAS.
           MOVE ZERO TO Qtd-Metas Metas-Perdidas Metas-Invalidas
           OPEN INPUT Arq-Metas
           MOVE FStatusMetas TO Status-Verificado
           MOVE "metas.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusMetas = "35" THEN
               DISPLAY "Arquivo de metas nao encontrado."
           ELSE
               READ Arq-Metas
                   AT END SET Fim-Metas TO TRUE
               END-READ
               MOVE FStatusMetas TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Metas OR Houve-Erro-Fatal
                   IF MT-AnoMes = AnoMes-Rel THEN
                       IF Qtd-Metas < 100 THEN
                           PERFORM INCLUI-META
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
           END-IF.

       INCLUI-META.
           ADD 1 TO Qtd-Metas
           SET MT-Idx TO Qtd-Metas
           MOVE MT-Posto TO TM-Posto(MT-Idx)
           EVALUATE MT-Tipo
               WHEN "g" MOVE "G" TO TM-Tipo(MT-Idx)
               WHEN "a" MOVE "A" TO TM-Tipo(MT-Idx)
               WHEN "d" MOVE "D" TO TM-Tipo(MT-Idx)
               WHEN "e" MOVE "E" TO TM-Tipo(MT-Idx)
               WHEN OTHER MOVE MT-Tipo TO TM-Tipo(MT-Idx)
           END-EVALUATE
           MOVE MT-Operador TO TM-Operador(MT-Idx)
           MOVE MT-Litros TO TM-Litros(MT-Idx)
           MOVE MT-Bonus TO TM-Bonus(MT-Idx)
           MOVE ZEROS TO TM-Realizado(MT-Idx)
           MOVE "S" TO TM-Valida(MT-Idx)
      *    O posto tem de estar na lista da rede e o operador no
      *    cadastro; a meta invalida sai no relatorio sem apuracao.
           MOVE "N" TO Achou
           PERFORM VARYING PS-Idx FROM 1 BY 1 UNTIL PS-Idx > Qtd-Postos
               IF PS-Nome(PS-Idx) = MT-Posto THEN
                   SET Achou-Item TO TRUE
               END-IF
           END-PERFORM
           IF NOT Achou-Item THEN
               MOVE "N" TO TM-Valida(MT-Idx)
           END-IF
           IF MT-Operador NOT = SPACES THEN
               MOVE "N" TO Achou
               PERFORM VARYING OP-Idx FROM 1 BY 1
                   UNTIL OP-Idx > Qtd-Oper
                   IF OP-Codigo(OP-Idx) = MT-Operador THEN
                       SET Achou-Item TO TRUE
                   END-IF
               END-PERFORM
               IF NOT Achou-Item THEN
                   MOVE "N" TO TM-Valida(MT-Idx)
               END-IF
           END-IF
           IF TM-Tipo(MT-Idx) NOT = SPACE
               AND TM-Tipo(MT-Idx) NOT = "G"
               AND TM-Tipo(MT-Idx) NOT = "A"
               AND TM-Tipo(MT-Idx) NOT = "D"
               AND TM-Tipo(MT-Idx) NOT = "E" THEN
               MOVE "N" TO TM-Valida(MT-Idx)
           END-IF
           IF NOT TM-Meta-Valida(MT-Idx) THEN
               ADD 1 TO Metas-Invalidas
           END-IF.

      *    Realizado deste posto: vendas de combustivel do mes no
      *    historico, com os estornos abatendo pelo sinal.
       APURA-HISTORICO.
           OPEN INPUT Arq-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusHist = "35" THEN
               DISPLAY "Historico nao encontrado."
           ELSE
               MOVE AnoMes-Rel TO Inicio-Mes-Inv(1:6)
               MOVE "01" TO Inicio-Mes-Inv(7:2)
               MOVE Inicio-Mes-Inv TO HS-Data-Inv
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
                   IF HS-Data-Inv(1:6) > AnoMes-Rel THEN
                       SET Fim-Hist TO TRUE
                   ELSE
                       PERFORM SOMA-HISTORICO
                       READ Arq-Hist
                           AT END SET Fim-Hist TO TRUE
                       END-READ
                       MOVE FStatusHist TO Status-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
               END-PERFORM
               CLOSE Arq-Hist
           END-IF.

       SOMA-HISTORICO.
           EVALUATE HS-Tipo
               WHEN "g" MOVE "G" TO Tipo-Up
               WHEN "a" MOVE "A" TO Tipo-Up
               WHEN "d" MOVE "D" TO Tipo-Up
               WHEN "e" MOVE "E" TO Tipo-Up
               WHEN "l" MOVE "L" TO Tipo-Up
               WHEN OTHER MOVE HS-Tipo TO Tipo-Up
           END-EVALUATE
           IF Tipo-Up NOT = "L" THEN
               PERFORM VARYING MT-Idx FROM 1 BY 1
                   UNTIL MT-Idx > Qtd-Metas
                   IF TM-Meta-Valida(MT-Idx)
                       AND TM-Posto(MT-Idx) = "Posto 1"
                       AND (TM-Tipo(MT-Idx) = SPACE
                           OR TM-Tipo(MT-Idx) = Tipo-Up)
                       AND (TM-Operador(MT-Idx) = SPACES
                           OR TM-Operador(MT-Idx) = HS-Operador) THEN
                       ADD HS-Litros TO TM-Realizado(MT-Idx)
                   END-IF
               END-PERFORM
           END-IF.

      *    Realizado dos demais postos: volume diario gravado pelo
      *    fechamento no redevol.dat.
       APURA-REDE.
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
                   IF RV-AnoMes = AnoMes-Rel THEN
                       PERFORM SOMA-REDE
                   END-IF
                   READ Arq-RedeVol
                       AT END SET Fim-RedeVol TO TRUE
                   END-READ
                   MOVE FStatusRVol TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-RedeVol
           END-IF.

       SOMA-REDE.
           PERFORM VARYING MT-Idx FROM 1 BY 1 UNTIL MT-Idx > Qtd-Metas
               IF TM-Meta-Valida(MT-Idx)
                   AND TM-Posto(MT-Idx) = RV-Posto
                   AND (TM-Tipo(MT-Idx) = SPACE
                       OR TM-Tipo(MT-Idx) = RV-Tipo)
                   AND (TM-Operador(MT-Idx) = SPACES
                       OR TM-Operador(MT-Idx) = RV-Operador) THEN
                   ADD RV-Litros TO TM-Realizado(MT-Idx)
               END-IF
           END-PERFORM.

       IMPRIME-RELATORIO.
           MOVE Nome-Posto TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Metas de vendas - mes " DELIMITED BY SIZE
                  AnoMes-Rel(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  AnoMes-Rel(1:4) DELIMITED BY SIZE
                  " - dia " DELIMITED BY SIZE
                  Dias-Decorridos DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  Dias-No-Mes DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Posto      T Operador   Meta      Realizado  %" TO
               Linha-Rel
           MOVE "Projecao    Falta" TO Linha-Rel(55:17)
           PERFORM IMPRIME-LINHA
           PERFORM VARYING MT-Idx FROM 1 BY 1
               UNTIL MT-Idx > Qtd-Metas OR Houve-Erro-Fatal
               PERFORM IMPRIME-META
           END-PERFORM
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Operadores com bonus de meta:" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE ZERO TO Qtd-Elegiveis
           PERFORM VARYING MT-Idx FROM 1 BY 1
               UNTIL MT-Idx > Qtd-Metas OR Houve-Erro-Fatal
               IF TM-Meta-Valida(MT-Idx)
                   AND TM-Operador(MT-Idx) NOT = SPACES THEN
                   PERFORM VERIFICA-BONUS-OPERADOR
               END-IF
           END-PERFORM
           IF Qtd-Elegiveis = ZERO THEN
               MOVE "  (nenhum)" TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Metas-Invalidas > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Metas com posto, tipo ou operador invalido: "
                          DELIMITED BY SIZE
                      Metas-Invalidas DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Metas-Perdidas > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Metas fora da tabela (limite 100): "
                          DELIMITED BY SIZE
                      Metas-Perdidas DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       IMPRIME-META.
           MOVE TM-Tipo(MT-Idx) TO Tipo-Rel
           IF Tipo-Rel = SPACE THEN
               MOVE "*" TO Tipo-Rel
           END-IF
           MOVE TM-Operador(MT-Idx) TO Oper-Rel
           IF Oper-Rel = SPACES THEN
               MOVE "(todos)" TO Oper-Rel
           END-IF
           IF NOT TM-Meta-Valida(MT-Idx) THEN
               MOVE SPACES TO Linha-Rel
               STRING TM-Posto(MT-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Tipo-Rel DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Oper-Rel DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TM-Litros(MT-Idx) DELIMITED BY SIZE
                      "  *** meta invalida, nao apurada ***"
                          DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           ELSE
               COMPUTE Projecao-Meta ROUNDED = TM-Realizado(MT-Idx)
                   * Dias-No-Mes / Dias-Decorridos
               COMPUTE Falta-Meta = TM-Litros(MT-Idx) - Projecao-Meta
               IF TM-Litros(MT-Idx) > ZERO THEN
                   COMPUTE Pct-Meta ROUNDED =
                       TM-Realizado(MT-Idx) * 100 / TM-Litros(MT-Idx)
               ELSE
                   MOVE ZEROS TO Pct-Meta
               END-IF
               IF TM-Realizado(MT-Idx) < ZERO THEN
                   MOVE "-" TO Sinal-Realizado
                   COMPUTE Realizado-Abs = TM-Realizado(MT-Idx) * -1
                   MOVE ZEROS TO Pct-Abs
               ELSE
                   MOVE " " TO Sinal-Realizado
                   MOVE TM-Realizado(MT-Idx) TO Realizado-Abs
                   IF Pct-Meta > 999.9 THEN
                       MOVE 999.9 TO Pct-Abs
                   ELSE
                       MOVE Pct-Meta TO Pct-Abs
                   END-IF
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
               MOVE SPACES TO Marca-Meta
               IF TM-Realizado(MT-Idx) >= TM-Litros(MT-Idx) THEN
                   MOVE " OK" TO Marca-Meta
               END-IF
               MOVE SPACES TO Linha-Rel
               STRING TM-Posto(MT-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Tipo-Rel DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Oper-Rel DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TM-Litros(MT-Idx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Sinal-Realizado DELIMITED BY SIZE
                      Realizado-Abs DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Pct-Abs DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Sinal-Projecao DELIMITED BY SIZE
                      Projecao-Abs DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Sinal-Falta DELIMITED BY SIZE
                      Falta-Abs DELIMITED BY SIZE
                      Marca-Meta DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

      *    Mesma regra do fechamento: o operador recebe a maior taxa
      *    de bonus entre as suas metas no posto, desde que tenha
      *    atingido todas elas.
       VERIFICA-BONUS-OPERADOR.
           MOVE "N" TO Ja-Listado
           PERFORM VARYING MT-Idx2 FROM 1 BY 1
               UNTIL MT-Idx2 NOT < MT-Idx
               IF TM-Meta-Valida(MT-Idx2)
                   AND TM-Posto(MT-Idx2) = TM-Posto(MT-Idx)
                   AND TM-Operador(MT-Idx2) = TM-Operador(MT-Idx) THEN
                   SET Oper-Ja-Listado TO TRUE
               END-IF
           END-PERFORM
           IF NOT Oper-Ja-Listado THEN
               SET Meta-Oper-Atingida TO TRUE
               MOVE ZEROS TO Bonus-Oper
               PERFORM VARYING MT-Idx2 FROM 1 BY 1
                   UNTIL MT-Idx2 > Qtd-Metas
                   IF TM-Meta-Valida(MT-Idx2)
                       AND TM-Posto(MT-Idx2) = TM-Posto(MT-Idx)
                       AND TM-Operador(MT-Idx2) = TM-Operador(MT-Idx)
                       THEN
                       IF TM-Realizado(MT-Idx2) < TM-Litros(MT-Idx2)
                           THEN
                           MOVE "N" TO Meta-Oper
                       END-IF
                       IF TM-Bonus(MT-Idx2) > Bonus-Oper THEN
                           MOVE TM-Bonus(MT-Idx2) TO Bonus-Oper
                       END-IF
                   END-IF
               END-PERFORM
               IF Meta-Oper-Atingida AND Bonus-Oper > ZERO THEN
                   ADD 1 TO Qtd-Elegiveis
                   MOVE SPACES TO Linha-Rel
                   STRING "  " DELIMITED BY SIZE
                          TM-Posto(MT-Idx) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TM-Operador(MT-Idx) DELIMITED BY SIZE
                          " bonus " DELIMITED BY SIZE
                          Bonus-Oper DELIMITED BY SIZE
                          "% sobre a comissao" DELIMITED BY SIZE
                       INTO Linha-Rel
                   PERFORM IMPRIME-LINHA
               END-IF
           END-IF.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "metas.lst" TO Arquivo-Verificado
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

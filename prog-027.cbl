       IDENTIFICATION DIVISION.
       PROGRAM-ID. LancaEstorno.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Hist ASSIGN TO "historix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-Chave
               FILE STATUS IS FStatusHist.

           SELECT Arq-Oper ASSIGN TO "operadores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusOper.

           SELECT Arq-Mov ASSIGN TO "posto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatus.

           SELECT Arq-Chk ASSIGN TO "checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusChk.

       DATA DIVISION.
       FILE SECTION.
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

       FD Arq-Oper.
       01  Reg-Oper.
           88  Fim-Oper        VALUE HIGH-VALUES.
           02  OM-Codigo       PIC X(10).
           02  OM-Nome         PIC X(30).
           02  OM-Comissao     PIC 99V99.
           02  OM-Ativo        PIC X.
           02  OM-Supervisor   PIC X.

       FD Arq-Mov.
       01  Abast-Estorno.
           88  Fim-Mov         VALUE HIGH-VALUES.
           02  EX-Data         PIC X(8).
           02  EX-Tipo         PIC X.
           02  EX-Chave-Orig   PIC X(12).
           02  EX-Supervisor   PIC X(10).
           02  EX-Hora         PIC X(4).
           02  EX-Motivo       PIC X(30).

       FD Arq-Chk.
       01  Reg-Chk.
           88  Fim-Chk         VALUE HIGH-VALUES.
           02  CK-AnoMes       PIC X(6).
           02  CK-Data         PIC X(8).
           02  CK-Status       PIC X.
               88  CK-Completo         VALUE "C".

       WORKING-STORAGE SECTION.
       01  FStatusHist  PIC XX.
       01  FStatusOper  PIC XX.
       01  FStatus      PIC XX.
       01  FStatusChk   PIC XX.
       01  Resposta     PIC X.
       01  Chave-Digitada  PIC X(12).
       01  Supervisor-Dig  PIC X(10).
       01  Motivo-Dig      PIC X(30).
       01  Data-Sistema    PIC 9(8).
       01  Hora-Sistema    PIC 9(8).
       01  Hoje-Data       PIC X(8).
       01  Hoje-Inv        PIC 9(8).
       01  Litros-Abs      PIC 9(3)V99.
       01  Valor-Abs       PIC 9(4)V99.
       01  Estorno-Ok      PIC X       VALUE "S".
           88  Estorno-Valido          VALUE "S".
       01  Dia-Fechado     PIC X       VALUE "N".
           88  Dia-Ja-Fechado          VALUE "S".
       01  Sup-Achado      PIC X       VALUE "N".
           88  Supervisor-Achado       VALUE "S".
       01  Qtd-Lancados    PIC 9(4)    VALUE ZERO.

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Linha-Msg           PIC X(80).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Estorno de Venda"
           DISPLAY "================"
           ACCEPT Data-Sistema FROM DATE YYYYMMDD
           MOVE Data-Sistema TO Hoje-Inv
           MOVE Data-Sistema(7:2) TO Hoje-Data(1:2)
           MOVE Data-Sistema(5:2) TO Hoje-Data(3:2)
           MOVE Data-Sistema(1:4) TO Hoje-Data(5:4)
           PERFORM VERIFICA-DIA-FECHADO
           IF Dia-Ja-Fechado THEN
               DISPLAY "Fechamento de " Hoje-Data " ja concluido -"
                   " estorno recusado."
               STOP RUN
           END-IF
           OPEN INPUT Arq-Hist
           IF FStatusHist = "35" THEN
               DISPLAY "Historico indexado não encontrado."
           ELSE
               MOVE FStatusHist TO Status-Verificado
               MOVE "historix.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               MOVE "S" TO Resposta
               PERFORM UNTIL Resposta NOT = "S" OR Houve-Erro-Fatal
                   PERFORM TRATA-ESTORNO
                   DISPLAY "Outro estorno (S/N)? " WITH NO ADVANCING
                   ACCEPT Resposta
                   IF Resposta = "s" THEN
                       MOVE "S" TO Resposta
                   END-IF
               END-PERFORM
               CLOSE Arq-Hist
               DISPLAY "Estornos lancados: " Qtd-Lancados
           END-IF
           STOP RUN.

       VERIFICA-DIA-FECHADO.
           MOVE "N" TO Dia-Fechado
           OPEN INPUT Arq-Chk
           MOVE FStatusChk TO Status-Verificado
           MOVE "checkpoint.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusChk NOT = "35" THEN
               READ Arq-Chk
                   AT END SET Fim-Chk TO TRUE
               END-READ
               IF NOT Fim-Chk AND CK-Data = Hoje-Data
                   AND CK-Completo THEN
                   SET Dia-Ja-Fechado TO TRUE
               END-IF
               CLOSE Arq-Chk
           END-IF.

       TRATA-ESTORNO.
           MOVE "S" TO Estorno-Ok
           DISPLAY " "
           DISPLAY "Chave da venda (AAAAMMDDSSSS): " WITH NO ADVANCING
           MOVE SPACES TO Chave-Digitada
           ACCEPT Chave-Digitada
           IF Chave-Digitada NOT NUMERIC THEN
               DISPLAY "Chave invalida."
               MOVE "N" TO Estorno-Ok
           ELSE
               MOVE Chave-Digitada TO HS-Chave
               READ Arq-Hist
                   INVALID KEY
                       DISPLAY "Venda nao encontrada no historico."
                       MOVE "N" TO Estorno-Ok
                   NOT INVALID KEY
                       PERFORM MOSTRA-VENDA
               END-READ
           END-IF
           IF Estorno-Valido THEN
               PERFORM CONFERE-VENDA
           END-IF
           IF Estorno-Valido THEN
               PERFORM PEDE-SUPERVISOR
           END-IF
           IF Estorno-Valido THEN
               PERFORM PEDE-MOTIVO
           END-IF
           IF Estorno-Valido THEN
               PERFORM VERIFICA-PENDENTE
           END-IF
           IF Estorno-Valido THEN
               DISPLAY "Confirma o estorno (S/N)? " WITH NO ADVANCING
               ACCEPT Resposta
               IF Resposta = "S" OR Resposta = "s" THEN
                   PERFORM GRAVA-ESTORNO
               ELSE
                   DISPLAY "Estorno cancelado."
               END-IF
           END-IF.

       MOSTRA-VENDA.
           IF HS-Litros < ZERO THEN
               COMPUTE Litros-Abs = HS-Litros * -1
           ELSE
               MOVE HS-Litros TO Litros-Abs
           END-IF
           IF HS-Total < ZERO THEN
               COMPUTE Valor-Abs = HS-Total * -1
           ELSE
               MOVE HS-Total TO Valor-Abs
           END-IF
           DISPLAY "  Data " HS-Data " Hora " HS-Hora
               " Tipo " HS-Tipo " Litros " Litros-Abs
           DISPLAY "  Operador " HS-Operador " Bico " HS-Bico
               " Pagto " HS-FormaPagto " Cliente " HS-Cliente
           DISPLAY "  Total " Valor-Abs " Situacao [" HS-Situacao "]".

       CONFERE-VENDA.
           IF HS-Estornada THEN
               DISPLAY "Venda ja estornada."
               MOVE "N" TO Estorno-Ok
           END-IF
           IF HS-Estorno THEN
               DISPLAY "Chave e de um lancamento de estorno."
               MOVE "N" TO Estorno-Ok
           END-IF
           IF HS-Data-Inv > Hoje-Inv THEN
               DISPLAY "Venda com data futura."
               MOVE "N" TO Estorno-Ok
           END-IF.

       PEDE-SUPERVISOR.
           DISPLAY "Codigo do supervisor: " WITH NO ADVANCING
           MOVE SPACES TO Supervisor-Dig
           ACCEPT Supervisor-Dig
           MOVE "N" TO Sup-Achado
           OPEN INPUT Arq-Oper
           MOVE FStatusOper TO Status-Verificado
           MOVE "operadores.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusOper = "35" THEN
               DISPLAY "Cadastro de operadores não encontrado."
           ELSE
               READ Arq-Oper
                   AT END SET Fim-Oper TO TRUE
               END-READ
               MOVE FStatusOper TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Oper OR Supervisor-Achado
                   OR Houve-Erro-Fatal
                   IF OM-Codigo = Supervisor-Dig THEN
                       SET Supervisor-Achado TO TRUE
                   ELSE
                       READ Arq-Oper
                           AT END SET Fim-Oper TO TRUE
                       END-READ
                       MOVE FStatusOper TO Status-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
               END-PERFORM
               CLOSE Arq-Oper
           END-IF
           IF NOT Supervisor-Achado THEN
               DISPLAY "Supervisor nao cadastrado."
               MOVE "N" TO Estorno-Ok
           ELSE
               IF OM-Ativo NOT = "S" THEN
                   DISPLAY "Supervisor inativo."
                   MOVE "N" TO Estorno-Ok
               ELSE
                   IF OM-Supervisor NOT = "S" THEN
                       DISPLAY "Operador sem alcada de estorno."
                       MOVE "N" TO Estorno-Ok
                   ELSE
                       IF Supervisor-Dig = HS-Operador THEN
                           DISPLAY "Supervisor nao pode estornar"
                               " a propria venda."
                           MOVE "N" TO Estorno-Ok
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PEDE-MOTIVO.
           DISPLAY "Motivo do estorno: " WITH NO ADVANCING
           MOVE SPACES TO Motivo-Dig
           ACCEPT Motivo-Dig
           IF Motivo-Dig = SPACES THEN
               DISPLAY "Motivo obrigatorio."
               MOVE "N" TO Estorno-Ok
           END-IF.

       VERIFICA-PENDENTE.
           OPEN INPUT Arq-Mov
           MOVE FStatus TO Status-Verificado
           MOVE "posto.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatus NOT = "35" THEN
               READ Arq-Mov
                   AT END SET Fim-Mov TO TRUE
               END-READ
               PERFORM UNTIL Fim-Mov OR NOT Estorno-Valido
                   IF (EX-Tipo = "X" OR EX-Tipo = "x")
                       AND EX-Chave-Orig = Chave-Digitada THEN
                       DISPLAY "Estorno ja lancado no movimento."
                       MOVE "N" TO Estorno-Ok
                   END-IF
                   READ Arq-Mov
                       AT END SET Fim-Mov TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Arq-Mov
           END-IF.

       GRAVA-ESTORNO.
           ACCEPT Hora-Sistema FROM TIME
           OPEN EXTEND Arq-Mov
           IF FStatus = "35" THEN
               OPEN OUTPUT Arq-Mov
           END-IF
           MOVE FStatus TO Status-Verificado
           MOVE "posto.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Abast-Estorno
           MOVE Hoje-Data TO EX-Data
           MOVE "X" TO EX-Tipo
           MOVE Chave-Digitada TO EX-Chave-Orig
           MOVE Supervisor-Dig TO EX-Supervisor
           MOVE Hora-Sistema(1:4) TO EX-Hora
           MOVE Motivo-Dig TO EX-Motivo
           WRITE Abast-Estorno
           MOVE FStatus TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           CLOSE Arq-Mov
           IF NOT Houve-Erro-Fatal THEN
               ADD 1 TO Qtd-Lancados
               DISPLAY "Estorno lancado para o fechamento de "
                   Hoje-Data "."
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

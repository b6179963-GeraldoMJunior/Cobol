       IDENTIFICATION DIVISION.
       PROGRAM-ID. CadastroFidelidade.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Fid ASSIGN TO "fidelidade.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FI-Cpf
               FILE STATUS IS FStatusFid.

           SELECT Arq-FidPar ASSIGN TO "fidelpar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusFidP.

           SELECT Arq-Mov ASSIGN TO "posto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatus.

           SELECT Arq-Chk ASSIGN TO "checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusChk.

       DATA DIVISION.
       FILE SECTION.
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

       FD Arq-Mov.
       01  Abast-Resgate.
           88  Fim-Mov         VALUE HIGH-VALUES.
           02  RG-Data         PIC X(8).
           02  RG-Tipo         PIC X.
           02  RG-Cpf          PIC X(11).
           02  RG-Pontos       PIC 9(5).
           02  RG-Operador     PIC X(10).
           02  RG-Hora         PIC X(4).

       FD Arq-Chk.
       01  Reg-Chk.
           88  Fim-Chk         VALUE HIGH-VALUES.
           02  CK-AnoMes       PIC X(6).
           02  CK-Data         PIC X(8).
           02  CK-Status       PIC X.
               88  CK-Completo         VALUE "C".

       WORKING-STORAGE SECTION.
       01  FStatusFid   PIC XX.
       01  FStatusFidP  PIC XX.
       01  FStatus      PIC XX.
       01  FStatusChk   PIC XX.
       01  Opcao        PIC X       VALUE SPACE.
       01  Resposta     PIC X.
       01  Cpf-Digitado    PIC X(11).
       01  Nome-Digitado   PIC X(30).
       01  Pontos-Digitado PIC X(5).
       01  Operador-Dig    PIC X(10).
       01  Pontos-Resgate  PIC 9(5).
       01  Pontos-Pendentes PIC 9(7).
       01  Pontos-Livres   PIC 9(7).
       01  Valor-Ponto     PIC 9V9(4)  VALUE 0.0100.
       01  Valor-Estimado  PIC 9(5)V99.
       01  Data-Sistema    PIC 9(8).
       01  Hora-Sistema    PIC 9(8).
       01  Hoje-Data       PIC X(8).
       01  Cpf-Ok          PIC X       VALUE "N".
           88  Cpf-Valido              VALUE "S".
       01  Fid-Achado      PIC X       VALUE "N".
           88  Participante-Achado     VALUE "S".
       01  Dia-Fechado     PIC X       VALUE "N".
           88  Dia-Ja-Fechado          VALUE "S".

       01  Cpf-Digitos.
           02  CPF-Dig OCCURS 11 TIMES PIC 9.
       01  Cpf-Pos         PIC 9(2).
       01  Cpf-Peso        PIC 9(2).
       01  Cpf-Soma        PIC 9(4).
       01  Cpf-Quoc        PIC 9(4).
       01  Cpf-Resto       PIC 9(2).
       01  Cpf-Dv          PIC 9.

       01  Qtd-Incluidos   PIC 9(4)    VALUE ZERO.
       01  Qtd-Resgates    PIC 9(4)    VALUE ZERO.

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Linha-Msg           PIC X(80).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Programa de Fidelidade"
           DISPLAY "======================"
           ACCEPT Data-Sistema FROM DATE YYYYMMDD
           MOVE Data-Sistema(7:2) TO Hoje-Data(1:2)
           MOVE Data-Sistema(5:2) TO Hoje-Data(3:2)
           MOVE Data-Sistema(1:4) TO Hoje-Data(5:4)
           PERFORM CARREGA-PARAMETROS
           OPEN I-O Arq-Fid
           IF FStatusFid = "35" THEN
               DISPLAY "Cadastro de fidelidade sera criado."
               OPEN OUTPUT Arq-Fid
               CLOSE Arq-Fid
               OPEN I-O Arq-Fid
           END-IF
           MOVE FStatusFid TO Status-Verificado
           MOVE "fidelidade.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM UNTIL Opcao = "9" OR Houve-Erro-Fatal
               DISPLAY " "
               DISPLAY "1-Incluir 2-Consultar 3-Ativar/Inativar "
                   "4-Resgate 9-Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT Opcao
               EVALUATE Opcao
                   WHEN "1" PERFORM INCLUI-PARTICIPANTE
                   WHEN "2" PERFORM CONSULTA-PARTICIPANTE
                   WHEN "3" PERFORM ALTERA-SITUACAO
                   WHEN "4" PERFORM LANCA-RESGATE
                   WHEN "9" CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM
           CLOSE Arq-Fid
           DISPLAY "Participantes incluidos: " Qtd-Incluidos
           DISPLAY "Resgates lancados: " Qtd-Resgates
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT Arq-FidPar
           MOVE FStatusFidP TO Status-Verificado
           MOVE "fidelpar.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusFidP NOT = "35" THEN
               READ Arq-FidPar
                   AT END SET Fim-FidPar TO TRUE
               END-READ
               PERFORM UNTIL Fim-FidPar
                   IF FP-Valor-Ponto NUMERIC
                       AND FP-Valor-Ponto > ZERO THEN
                       MOVE FP-Valor-Ponto TO Valor-Ponto
                   END-IF
                   READ Arq-FidPar
                       AT END SET Fim-FidPar TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Arq-FidPar
           END-IF.

       PEDE-CPF.
           DISPLAY "CPF (11 dig): " WITH NO ADVANCING
           MOVE SPACES TO Cpf-Digitado
           ACCEPT Cpf-Digitado
           PERFORM VALIDA-CPF
           IF NOT Cpf-Valido THEN
               DISPLAY "CPF invalido."
           END-IF.

       VALIDA-CPF.
           MOVE "N" TO Cpf-Ok
           IF Cpf-Digitado NUMERIC
               AND Cpf-Digitado NOT = ALL "0" THEN
               MOVE Cpf-Digitado TO Cpf-Digitos
               MOVE ZERO TO Cpf-Soma
               MOVE 10 TO Cpf-Peso
               PERFORM VARYING Cpf-Pos FROM 1 BY 1 UNTIL Cpf-Pos > 9
                   COMPUTE Cpf-Soma = Cpf-Soma
                                    + CPF-Dig(Cpf-Pos) * Cpf-Peso
                   SUBTRACT 1 FROM Cpf-Peso
               END-PERFORM
               PERFORM CALCULA-DV-CPF
               IF Cpf-Dv = CPF-Dig(10) THEN
                   MOVE ZERO TO Cpf-Soma
                   MOVE 11 TO Cpf-Peso
                   PERFORM VARYING Cpf-Pos FROM 1 BY 1
                       UNTIL Cpf-Pos > 10
                       COMPUTE Cpf-Soma = Cpf-Soma
                                        + CPF-Dig(Cpf-Pos) * Cpf-Peso
                       SUBTRACT 1 FROM Cpf-Peso
                   END-PERFORM
                   PERFORM CALCULA-DV-CPF
                   IF Cpf-Dv = CPF-Dig(11) THEN
                       SET Cpf-Valido TO TRUE
                   END-IF
               END-IF
           END-IF.

       CALCULA-DV-CPF.
           DIVIDE Cpf-Soma BY 11 GIVING Cpf-Quoc
               REMAINDER Cpf-Resto
           IF Cpf-Resto < 2 THEN
               MOVE ZERO TO Cpf-Dv
           ELSE
               COMPUTE Cpf-Dv = 11 - Cpf-Resto
           END-IF.

       LE-PARTICIPANTE.
           MOVE "N" TO Fid-Achado
           MOVE Cpf-Digitado TO FI-Cpf
           READ Arq-Fid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FStatusFid TO Status-Verificado
                   MOVE "fidelidade.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   SET Participante-Achado TO TRUE
           END-READ.

       INCLUI-PARTICIPANTE.
           PERFORM PEDE-CPF
           IF Cpf-Valido THEN
               PERFORM LE-PARTICIPANTE
               IF Participante-Achado THEN
                   DISPLAY "CPF ja cadastrado: " FI-Nome
               ELSE
                   DISPLAY "Nome: " WITH NO ADVANCING
                   MOVE SPACES TO Nome-Digitado
                   ACCEPT Nome-Digitado
                   IF Nome-Digitado = SPACES THEN
                       DISPLAY "Nome obrigatorio."
                   ELSE
                       MOVE SPACES TO Reg-Fid
                       MOVE Cpf-Digitado TO FI-Cpf
                       MOVE Nome-Digitado TO FI-Nome
                       MOVE "S" TO FI-Ativo
                       MOVE Hoje-Data TO FI-Data-Adesao
                       MOVE ZEROS TO FI-Saldo-Pontos FI-Credito
                       PERFORM VARYING LT-Idx FROM 1 BY 1
                           UNTIL LT-Idx > 24
                           MOVE SPACES TO FI-Lote-AnoMes(LT-Idx)
                           MOVE ZEROS TO FI-Lote-Pontos(LT-Idx)
                       END-PERFORM
                       WRITE Reg-Fid
                           INVALID KEY
                               DISPLAY "CPF ja cadastrado."
                           NOT INVALID KEY
                               ADD 1 TO Qtd-Incluidos
                               DISPLAY "Participante incluido."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       CONSULTA-PARTICIPANTE.
           PERFORM PEDE-CPF
           IF Cpf-Valido THEN
               PERFORM LE-PARTICIPANTE
               IF NOT Participante-Achado THEN
                   DISPLAY "Participante nao cadastrado."
               ELSE
                   PERFORM MOSTRA-PARTICIPANTE
               END-IF
           END-IF.

       MOSTRA-PARTICIPANTE.
           DISPLAY "  " FI-Cpf " " FI-Nome " Situacao " FI-Ativo
           DISPLAY "  Adesao " FI-Data-Adesao " Pontos "
               FI-Saldo-Pontos " Credito " FI-Credito
           PERFORM VARYING LT-Idx FROM 1 BY 1 UNTIL LT-Idx > 24
               IF FI-Lote-Pontos(LT-Idx) > ZERO THEN
                   DISPLAY "    Pontos de " FI-Lote-AnoMes(LT-Idx)
                       ": " FI-Lote-Pontos(LT-Idx)
               END-IF
           END-PERFORM.

       ALTERA-SITUACAO.
           PERFORM PEDE-CPF
           IF Cpf-Valido THEN
               PERFORM LE-PARTICIPANTE
               IF NOT Participante-Achado THEN
                   DISPLAY "Participante nao cadastrado."
               ELSE
                   PERFORM MOSTRA-PARTICIPANTE
                   DISPLAY "Nova situacao (S-ativo/N-inativo): "
                       WITH NO ADVANCING
                   ACCEPT Resposta
                   IF Resposta = "S" OR Resposta = "s"
                       OR Resposta = "N" OR Resposta = "n" THEN
                       IF Resposta = "s" THEN
                           MOVE "S" TO Resposta
                       END-IF
                       IF Resposta = "n" THEN
                           MOVE "N" TO Resposta
                       END-IF
                       MOVE Resposta TO FI-Ativo
                       REWRITE Reg-Fid
                       MOVE FStatusFid TO Status-Verificado
                       MOVE "fidelidade.dat" TO Arquivo-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                       DISPLAY "Situacao alterada."
                   ELSE
                       DISPLAY "Situacao invalida."
                   END-IF
               END-IF
           END-IF.

       LANCA-RESGATE.
           PERFORM VERIFICA-DIA-FECHADO
           IF Dia-Ja-Fechado THEN
               DISPLAY "Fechamento de " Hoje-Data " ja concluido -"
                   " resgate recusado."
           ELSE
               PERFORM PEDE-CPF
               IF Cpf-Valido THEN
                   PERFORM LE-PARTICIPANTE
                   IF NOT Participante-Achado THEN
                       DISPLAY "Participante nao cadastrado."
                   ELSE
                       PERFORM MOSTRA-PARTICIPANTE
                       PERFORM CONFERE-RESGATE
                   END-IF
               END-IF
           END-IF.

       CONFERE-RESGATE.
           IF FI-Ativo NOT = "S" THEN
               DISPLAY "Participante inativo."
           ELSE
               PERFORM SOMA-PENDENTES
               IF FI-Saldo-Pontos > Pontos-Pendentes THEN
                   COMPUTE Pontos-Livres =
                       FI-Saldo-Pontos - Pontos-Pendentes
               ELSE
                   MOVE ZEROS TO Pontos-Livres
               END-IF
               DISPLAY "  Pontos ja pedidos hoje " Pontos-Pendentes
                   " disponiveis " Pontos-Livres
               DISPLAY "Pontos a resgatar (5 dig): " WITH NO ADVANCING
               MOVE SPACES TO Pontos-Digitado
               ACCEPT Pontos-Digitado
               IF Pontos-Digitado NOT NUMERIC THEN
                   DISPLAY "Pontos invalidos."
               ELSE
                   MOVE Pontos-Digitado TO Pontos-Resgate
                   IF Pontos-Resgate = ZERO
                       OR Pontos-Resgate > Pontos-Livres THEN
                       DISPLAY "Pontos fora do saldo disponivel."
                   ELSE
                       DISPLAY "Operador: " WITH NO ADVANCING
                       MOVE SPACES TO Operador-Dig
                       ACCEPT Operador-Dig
                       IF Operador-Dig = SPACES THEN
                           DISPLAY "Operador obrigatorio."
                       ELSE
                           COMPUTE Valor-Estimado ROUNDED =
                               Pontos-Resgate * Valor-Ponto
                           DISPLAY "Credito para a proxima compra: "
                               Valor-Estimado
                           DISPLAY "Confirma o resgate (S/N)? "
                               WITH NO ADVANCING
                           ACCEPT Resposta
                           IF Resposta = "S" OR Resposta = "s" THEN
                               PERFORM GRAVA-RESGATE
                           ELSE
                               DISPLAY "Resgate cancelado."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SOMA-PENDENTES.
           MOVE ZEROS TO Pontos-Pendentes
           OPEN INPUT Arq-Mov
           MOVE FStatus TO Status-Verificado
           MOVE "posto.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatus NOT = "35" THEN
               READ Arq-Mov
                   AT END SET Fim-Mov TO TRUE
               END-READ
               PERFORM UNTIL Fim-Mov
                   IF (RG-Tipo = "R" OR RG-Tipo = "r")
                       AND RG-Cpf = Cpf-Digitado
                       AND RG-Pontos NUMERIC THEN
                       ADD RG-Pontos TO Pontos-Pendentes
                   END-IF
                   READ Arq-Mov
                       AT END SET Fim-Mov TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Arq-Mov
           END-IF.

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

       GRAVA-RESGATE.
           ACCEPT Hora-Sistema FROM TIME
           OPEN EXTEND Arq-Mov
           IF FStatus = "35" THEN
               OPEN OUTPUT Arq-Mov
           END-IF
           MOVE FStatus TO Status-Verificado
           MOVE "posto.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Abast-Resgate
           MOVE Hoje-Data TO RG-Data
           MOVE "R" TO RG-Tipo
           MOVE Cpf-Digitado TO RG-Cpf
           MOVE Pontos-Resgate TO RG-Pontos
           MOVE Operador-Dig TO RG-Operador
           MOVE Hora-Sistema(1:4) TO RG-Hora
           WRITE Abast-Resgate
           MOVE FStatus TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           CLOSE Arq-Mov
           IF NOT Houve-Erro-Fatal THEN
               ADD 1 TO Qtd-Resgates
               DISPLAY "Resgate lancado para o fechamento de "
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

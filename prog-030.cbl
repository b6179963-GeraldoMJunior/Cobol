       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtratoFidelidade.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Fid ASSIGN TO "fidelidade.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FI-Cpf
               FILE STATUS IS FStatusFid.

           SELECT Arq-FidPar ASSIGN TO "fidelpar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusFidP.

           SELECT Arq-Pont ASSIGN TO "pontos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusPont.

           SELECT Arq-Rel ASSIGN TO "fidelidade.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

       DATA DIVISION.
       FILE SECTION.
       FD Arq-Fid.
       01  Reg-Fid.
           88  Fim-Fid         VALUE HIGH-VALUES.
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

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FStatusFid   PIC XX.
       01  FStatusFidP  PIC XX.
       01  FStatusPont  PIC XX.
       01  FStatusRel   PIC XX.
       01  Linha-Rel    PIC X(80).
       01  Nome-Posto   PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Mes-Alvo     PIC X(6).
       01  Validade-Meses  PIC 9(2)    VALUE 12.
       01  Valor-Ponto     PIC 9V9(4)  VALUE 0.0100.

       01  Mes-Corte.
           02  MC-Ano      PIC 9(4).
           02  MC-Mes      PIC 9(2).
       01  Mes-Prox-Corte.
           02  MP-Ano      PIC 9(4).
           02  MP-Mes      PIC 9(2).
       01  Data-Fim-Mes.
           02  DF-Dia      PIC 9(2).
           02  DF-Mes      PIC 9(2).
           02  DF-Ano      PIC 9(4).
       01  Ano-Quoc        PIC 9(4).
       01  Ano-Resto       PIC 9(4).
       01  Pont-Mes-Lanc   PIC X(6).

       01  Pontos-Expirar  PIC 9(7).
       01  Pontos-Vencer   PIC 9(7).
       01  Valor-Saldo     PIC 9(5)V99.
       01  Desc-Tipo       PIC X(10).
       01  Qtd-Lanc        PIC 9(4)    VALUE ZERO.
       01  Tot-Ganhos      PIC 9(7)    VALUE ZEROS.
       01  Tot-Resgatados  PIC 9(7)    VALUE ZEROS.
       01  Tot-Estornados  PIC 9(7)    VALUE ZEROS.
       01  Tot-Expirados   PIC 9(7)    VALUE ZEROS.
       01  Tot-Cred-Usado  PIC 9(5)V99 VALUE ZEROS.
       01  Qtd-Membros     PIC 9(5)    VALUE ZERO.
       01  Qtd-Expirados   PIC 9(5)    VALUE ZERO.
       01  Geral-Expirados PIC 9(9)    VALUE ZEROS.
       01  Geral-Saldo     PIC 9(9)    VALUE ZEROS.

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Extrato Mensal de Fidelidade"
           DISPLAY "============================"
           DISPLAY "Mes (AAAAMM): " WITH NO ADVANCING
           ACCEPT Mes-Alvo
           IF Mes-Alvo NOT NUMERIC
               OR Mes-Alvo(5:2) < "01" OR Mes-Alvo(5:2) > "12" THEN
               DISPLAY "Mes invalido."
               STOP RUN
           END-IF
           PERFORM CARREGA-PARAMETROS
           PERFORM CALCULA-CORTE
           OPEN I-O Arq-Fid
           IF FStatusFid = "35" THEN
               DISPLAY "Cadastro de fidelidade nao encontrado."
           ELSE
               MOVE FStatusFid TO Status-Verificado
               MOVE "fidelidade.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM EXPIRA-PONTOS
               CLOSE Arq-Fid
               IF NOT Houve-Erro-Fatal THEN
                   PERFORM EMITE-EXTRATOS
               END-IF
           END-IF
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
                   IF FP-Validade NUMERIC
                       AND FP-Validade > ZERO THEN
                       MOVE FP-Validade TO Validade-Meses
                   END-IF
                   READ Arq-FidPar
                       AT END SET Fim-FidPar TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Arq-FidPar
           END-IF
           IF Validade-Meses > 24 THEN
               MOVE 24 TO Validade-Meses
           END-IF.

      *    Pontos gerados ate o mes de corte vencem no fim do mes
      *    do extrato; os do mes seguinte ao corte vencem no proximo.
       CALCULA-CORTE.
           MOVE Mes-Alvo(1:4) TO MC-Ano
           MOVE Mes-Alvo(5:2) TO MC-Mes
           MOVE MC-Mes TO DF-Mes
           MOVE MC-Ano TO DF-Ano
           PERFORM Validade-Meses TIMES
               IF MC-Mes = 1 THEN
                   MOVE 12 TO MC-Mes
                   SUBTRACT 1 FROM MC-Ano
               ELSE
                   SUBTRACT 1 FROM MC-Mes
               END-IF
           END-PERFORM
           MOVE Mes-Corte TO Mes-Prox-Corte
           IF MP-Mes = 12 THEN
               MOVE 1 TO MP-Mes
               ADD 1 TO MP-Ano
           ELSE
               ADD 1 TO MP-Mes
           END-IF
           EVALUATE DF-Mes
               WHEN 2
                   DIVIDE DF-Ano BY 4 GIVING Ano-Quoc
                       REMAINDER Ano-Resto
                   IF Ano-Resto = ZERO THEN
                       MOVE 29 TO DF-Dia
                   ELSE
                       MOVE 28 TO DF-Dia
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DF-Dia
               WHEN OTHER
                   MOVE 31 TO DF-Dia
           END-EVALUATE.

       EXPIRA-PONTOS.
           OPEN EXTEND Arq-Pont
           IF FStatusPont = "35" THEN
               OPEN OUTPUT Arq-Pont
           END-IF
           MOVE FStatusPont TO Status-Verificado
           MOVE "pontos.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           READ Arq-Fid
               AT END SET Fim-Fid TO TRUE
           END-READ
           MOVE FStatusFid TO Status-Verificado
           MOVE "fidelidade.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM UNTIL Fim-Fid OR Houve-Erro-Fatal
               MOVE ZEROS TO Pontos-Expirar
               PERFORM VARYING LT-Idx FROM 1 BY 1 UNTIL LT-Idx > 24
                   IF FI-Lote-AnoMes(LT-Idx) NOT = SPACES
                       AND FI-Lote-AnoMes(LT-Idx) <= Mes-Corte
                       AND FI-Lote-Pontos(LT-Idx) > ZERO THEN
                       ADD FI-Lote-Pontos(LT-Idx) TO Pontos-Expirar
                       MOVE ZEROS TO FI-Lote-Pontos(LT-Idx)
                       MOVE SPACES TO FI-Lote-AnoMes(LT-Idx)
                   END-IF
               END-PERFORM
               IF Pontos-Expirar > ZERO THEN
                   IF FI-Saldo-Pontos > Pontos-Expirar THEN
                       SUBTRACT Pontos-Expirar FROM FI-Saldo-Pontos
                   ELSE
                       MOVE ZEROS TO FI-Saldo-Pontos
                   END-IF
                   REWRITE Reg-Fid
                   MOVE FStatusFid TO Status-Verificado
                   MOVE "fidelidade.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   MOVE SPACES TO Reg-Pont
                   MOVE Data-Fim-Mes TO PT-Data
                   MOVE FI-Cpf TO PT-Cpf
                   MOVE "X" TO PT-Tipo
                   MOVE Pontos-Expirar TO PT-Pontos
                   MOVE ZEROS TO PT-Valor PT-Litros
                   WRITE Reg-Pont
                   MOVE FStatusPont TO Status-Verificado
                   MOVE "pontos.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   ADD 1 TO Qtd-Expirados
               END-IF
               READ Arq-Fid
                   AT END SET Fim-Fid TO TRUE
               END-READ
               MOVE FStatusFid TO Status-Verificado
               MOVE "fidelidade.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-PERFORM
           CLOSE Arq-Pont
           DISPLAY "Participantes com pontos vencidos: " Qtd-Expirados.

       EMITE-EXTRATOS.
           OPEN INPUT Arq-Fid
           MOVE FStatusFid TO Status-Verificado
           MOVE "fidelidade.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           OPEN OUTPUT Arq-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "fidelidade.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           READ Arq-Fid
               AT END SET Fim-Fid TO TRUE
           END-READ
           MOVE FStatusFid TO Status-Verificado
           MOVE "fidelidade.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM UNTIL Fim-Fid OR Houve-Erro-Fatal
               ADD 1 TO Qtd-Membros
               PERFORM EXTRATO-MEMBRO
               READ Arq-Fid
                   AT END SET Fim-Fid TO TRUE
               END-READ
               MOVE FStatusFid TO Status-Verificado
               MOVE "fidelidade.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-PERFORM
           MOVE SPACES TO Linha-Rel
           STRING "Participantes " DELIMITED BY SIZE
                  Qtd-Membros DELIMITED BY SIZE
                  "  Pontos em saldo " DELIMITED BY SIZE
                  Geral-Saldo DELIMITED BY SIZE
                  "  Vencidos no mes " DELIMITED BY SIZE
                  Geral-Expirados DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           CLOSE Arq-Fid
           CLOSE Arq-Rel
           IF Qtd-Membros = ZERO THEN
               DISPLAY "Nenhum participante cadastrado."
           END-IF.

       EXTRATO-MEMBRO.
           MOVE ZERO TO Qtd-Lanc
           MOVE ZEROS TO Tot-Ganhos Tot-Resgatados Tot-Estornados
                         Tot-Expirados Tot-Cred-Usado
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  " - Extrato Fidelidade " DELIMITED BY SIZE
                  Mes-Alvo DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "CPF " DELIMITED BY SIZE
                  FI-Cpf DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FI-Nome DELIMITED BY SIZE
                  "  Situacao " DELIMITED BY SIZE
                  FI-Ativo DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Data      Lancamento    Pontos    Valor  Venda"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA
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
                   MOVE PT-Data(5:4) TO Pont-Mes-Lanc(1:4)
                   MOVE PT-Data(3:2) TO Pont-Mes-Lanc(5:2)
                   IF PT-Cpf = FI-Cpf
                       AND Pont-Mes-Lanc = Mes-Alvo THEN
                       PERFORM IMPRIME-LANCAMENTO
                   END-IF
                   READ Arq-Pont
                       AT END SET Fim-Pont TO TRUE
                   END-READ
                   MOVE FStatusPont TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Pont
           END-IF
           IF Qtd-Lanc = ZERO THEN
               MOVE "Sem lancamentos no mes" TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE ZEROS TO Pontos-Vencer
           PERFORM VARYING LT-Idx FROM 1 BY 1 UNTIL LT-Idx > 24
               IF FI-Lote-AnoMes(LT-Idx) NOT = SPACES
                   AND FI-Lote-AnoMes(LT-Idx) <= Mes-Prox-Corte THEN
                   ADD FI-Lote-Pontos(LT-Idx) TO Pontos-Vencer
               END-IF
           END-PERFORM
           COMPUTE Valor-Saldo ROUNDED = FI-Saldo-Pontos * Valor-Ponto
           ADD FI-Saldo-Pontos TO Geral-Saldo
           ADD Tot-Expirados TO Geral-Expirados
           MOVE SPACES TO Linha-Rel
           STRING "Ganhos " DELIMITED BY SIZE
                  Tot-Ganhos DELIMITED BY SIZE
                  "  Resgatados " DELIMITED BY SIZE
                  Tot-Resgatados DELIMITED BY SIZE
                  "  Estornados " DELIMITED BY SIZE
                  Tot-Estornados DELIMITED BY SIZE
                  "  Vencidos " DELIMITED BY SIZE
                  Tot-Expirados DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Saldo " DELIMITED BY SIZE
                  FI-Saldo-Pontos DELIMITED BY SIZE
                  " pts (" DELIMITED BY SIZE
                  Valor-Saldo DELIMITED BY SIZE
                  ")  Credito " DELIMITED BY SIZE
                  FI-Credito DELIMITED BY SIZE
                  "  Usado no mes " DELIMITED BY SIZE
                  Tot-Cred-Usado DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Pontos-Vencer > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Pontos a vencer no proximo mes "
                          DELIMITED BY SIZE
                      Pontos-Vencer DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-LANCAMENTO.
           ADD 1 TO Qtd-Lanc
           EVALUATE PT-Tipo
               WHEN "G"
                   MOVE "Ganho" TO Desc-Tipo
                   ADD PT-Pontos TO Tot-Ganhos
               WHEN "R"
                   MOVE "Resgate" TO Desc-Tipo
                   ADD PT-Pontos TO Tot-Resgatados
               WHEN "U"
                   MOVE "Credito uso" TO Desc-Tipo
                   ADD PT-Valor TO Tot-Cred-Usado
               WHEN "E"
                   MOVE "Estorno" TO Desc-Tipo
                   ADD PT-Pontos TO Tot-Estornados
               WHEN "X"
                   MOVE "Vencimento" TO Desc-Tipo
                   ADD PT-Pontos TO Tot-Expirados
               WHEN OTHER
                   MOVE "Outros" TO Desc-Tipo
           END-EVALUATE
           MOVE SPACES TO Linha-Rel
           STRING PT-Data DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Desc-Tipo DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PT-Pontos DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PT-Valor DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PT-Chave DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "fidelidade.lst" TO Arquivo-Verificado
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

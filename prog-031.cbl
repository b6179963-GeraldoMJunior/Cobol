       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistoricoAfericoes.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Afer ASSIGN TO "afericoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusAfer.

           SELECT Arq-Rel ASSIGN TO "afericoes.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

       DATA DIVISION.
       FILE SECTION.
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

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FStatusAfer  PIC XX.
       01  FStatusRel   PIC XX.
       01  Linha-Rel    PIC X(80).
       01  Nome-Posto   PIC X(24)   VALUE "POSTO MODELO LTDA".

      *    Tolerancia INMETRO para bombas medidoras (percentual).
       01  Tolerancia-Afericao PIC 9V99    VALUE 0.50.

       01  Bico-Filtro     PIC 9(2)    VALUE ZERO.
       01  Data-Ini        PIC X(8)    VALUE SPACES.
       01  Data-Fim        PIC X(8)    VALUE SPACES.
       01  Data-Ordem      PIC X(8).
       01  Bico-Atual      PIC 9(3).
       01  Afer-Pct        PIC 9(3)V99.
       01  Desc-Origem     PIC X(8).
       01  Desc-Situacao   PIC X(9).
       01  Reg-Selecionado PIC X       VALUE "N".
           88  Eh-Selecionado          VALUE "S".

       01  Tab-Bicos.
           02  TB-Bico OCCURS 99 TIMES INDEXED BY BC-Idx.
               03  TB-Qtd          PIC 9(4).
               03  TB-Reprov       PIC 9(4).
               03  TB-Maior-Pct    PIC 9(3)V99.
               03  TB-Maior-Sinal  PIC X.
               03  TB-Maior-Erro   PIC 9(2)V999.
               03  TB-Maior-Data   PIC X(8).

       01  Qtd-Bicos       PIC 9(3)    VALUE ZERO.
       01  Qtd-Total       PIC 9(5)    VALUE ZERO.
       01  Qtd-Reprov-Tot  PIC 9(5)    VALUE ZERO.

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Historico de Afericoes por Bico"
           DISPLAY "==============================="
           DISPLAY "Bico (00 = todos): " WITH NO ADVANCING
           ACCEPT Bico-Filtro
           DISPLAY "Data inicial (AAAAMMDD, branco = inicio): "
               WITH NO ADVANCING
           ACCEPT Data-Ini
           DISPLAY "Data final   (AAAAMMDD, branco = hoje): "
               WITH NO ADVANCING
           ACCEPT Data-Fim
           IF Bico-Filtro NOT NUMERIC THEN
               DISPLAY "Bico invalido."
               STOP RUN
           END-IF
           IF Data-Ini NOT = SPACES AND Data-Ini NOT NUMERIC THEN
               DISPLAY "Data inicial invalida."
               STOP RUN
           END-IF
           IF Data-Fim NOT = SPACES AND Data-Fim NOT NUMERIC THEN
               DISPLAY "Data final invalida."
               STOP RUN
           END-IF
           IF Data-Ini = SPACES THEN
               MOVE "00000000" TO Data-Ini
           END-IF
           IF Data-Fim = SPACES THEN
               MOVE "99999999" TO Data-Fim
           END-IF
           PERFORM VARYING BC-Idx FROM 1 BY 1 UNTIL BC-Idx > 99
               MOVE ZEROS TO TB-Qtd(BC-Idx) TB-Reprov(BC-Idx)
                   TB-Maior-Pct(BC-Idx) TB-Maior-Erro(BC-Idx)
               MOVE SPACE TO TB-Maior-Sinal(BC-Idx)
               MOVE SPACES TO TB-Maior-Data(BC-Idx)
           END-PERFORM
           OPEN INPUT Arq-Afer
           IF FStatusAfer = "35" THEN
               DISPLAY "Nenhuma afericao registrada."
               STOP RUN
           END-IF
           MOVE FStatusAfer TO Status-Verificado
           MOVE "afericoes.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM LEVANTA-BICOS
           CLOSE Arq-Afer
           IF NOT Houve-Erro-Fatal THEN
               IF Qtd-Total = ZERO THEN
                   DISPLAY "Nenhuma afericao no filtro informado."
               ELSE
                   PERFORM EMITE-HISTORICO
               END-IF
           END-IF
           STOP RUN.

       LEVANTA-BICOS.
      *    Primeira passada: totais por bico para o resumo e para
      *    saber quais bicos tem historico a listar.
           READ Arq-Afer
               AT END SET Fim-Afer TO TRUE
           END-READ
           MOVE FStatusAfer TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM UNTIL Fim-Afer OR Houve-Erro-Fatal
               PERFORM SELECIONA-AFERICAO
               IF Eh-Selecionado THEN
                   SET BC-Idx TO AH-Bico
                   IF TB-Qtd(BC-Idx) = ZERO THEN
                       ADD 1 TO Qtd-Bicos
                   END-IF
                   ADD 1 TO TB-Qtd(BC-Idx)
                   ADD 1 TO Qtd-Total
                   PERFORM CALCULA-PERCENTUAL
                   IF Afer-Pct > Tolerancia-Afericao THEN
                       ADD 1 TO TB-Reprov(BC-Idx)
                       ADD 1 TO Qtd-Reprov-Tot
                   END-IF
                   IF Afer-Pct > TB-Maior-Pct(BC-Idx)
                       OR TB-Maior-Data(BC-Idx) = SPACES THEN
                       MOVE Afer-Pct TO TB-Maior-Pct(BC-Idx)
                       MOVE AH-Sinal TO TB-Maior-Sinal(BC-Idx)
                       MOVE AH-Erro TO TB-Maior-Erro(BC-Idx)
                       MOVE AH-Data TO TB-Maior-Data(BC-Idx)
                   END-IF
               END-IF
               READ Arq-Afer
                   AT END SET Fim-Afer TO TRUE
               END-READ
               MOVE FStatusAfer TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-PERFORM.

       SELECIONA-AFERICAO.
           MOVE "N" TO Reg-Selecionado
           IF AH-Bico NUMERIC AND AH-Bico > ZERO
               AND AH-Data NUMERIC THEN
               STRING AH-Data(5:4) DELIMITED BY SIZE
                      AH-Data(3:2) DELIMITED BY SIZE
                      AH-Data(1:2) DELIMITED BY SIZE
                   INTO Data-Ordem
               IF (Bico-Filtro = ZERO OR AH-Bico = Bico-Filtro)
                   AND Data-Ordem NOT < Data-Ini
                   AND Data-Ordem NOT > Data-Fim THEN
                   MOVE "S" TO Reg-Selecionado
               END-IF
           END-IF.

       CALCULA-PERCENTUAL.
           MOVE ZERO TO Afer-Pct
           IF AH-Medido > ZERO THEN
               COMPUTE Afer-Pct ROUNDED =
                   AH-Erro * 100 / AH-Medido
                   ON SIZE ERROR MOVE 999.99 TO Afer-Pct
               END-COMPUTE
           END-IF.

       EMITE-HISTORICO.
           OPEN OUTPUT Arq-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "afericoes.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  " - HISTORICO DE AFERICOES" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Periodo " DELIMITED BY SIZE
                  Data-Ini DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  Data-Fim DELIMITED BY SIZE
                  "   Tolerancia " DELIMITED BY SIZE
                  Tolerancia-Afericao DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM VARYING Bico-Atual FROM 1 BY 1
               UNTIL Bico-Atual > 99 OR Houve-Erro-Fatal
               SET BC-Idx TO Bico-Atual
               IF TB-Qtd(BC-Idx) > ZERO THEN
                   PERFORM HISTORICO-BICO
               END-IF
           END-PERFORM
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Bicos " DELIMITED BY SIZE
                  Qtd-Bicos DELIMITED BY SIZE
                  "  Afericoes " DELIMITED BY SIZE
                  Qtd-Total DELIMITED BY SIZE
                  "  Fora da tolerancia " DELIMITED BY SIZE
                  Qtd-Reprov-Tot DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           CLOSE Arq-Rel.

       HISTORICO-BICO.
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Bico " DELIMITED BY SIZE
                  Bico-Atual DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Data     Hora C Indicado Medido  Erro    "
                      DELIMITED BY SIZE
                  "%      Orig.    Fiscal     Situacao"
                      DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
      *    O arquivo e gravado no fechamento de cada dia, portanto a
      *    ordem fisica ja e a cronologica.
           OPEN INPUT Arq-Afer
           MOVE FStatusAfer TO Status-Verificado
           MOVE "afericoes.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           READ Arq-Afer
               AT END SET Fim-Afer TO TRUE
           END-READ
           MOVE FStatusAfer TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM UNTIL Fim-Afer OR Houve-Erro-Fatal
               PERFORM SELECIONA-AFERICAO
               IF Eh-Selecionado AND AH-Bico = Bico-Atual THEN
                   PERFORM IMPRIME-AFERICAO
               END-IF
               READ Arq-Afer
                   AT END SET Fim-Afer TO TRUE
               END-READ
               MOVE FStatusAfer TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-PERFORM
           CLOSE Arq-Afer
           MOVE SPACES TO Linha-Rel
           STRING "  Afericoes " DELIMITED BY SIZE
                  TB-Qtd(BC-Idx) DELIMITED BY SIZE
                  "  Reprovadas " DELIMITED BY SIZE
                  TB-Reprov(BC-Idx) DELIMITED BY SIZE
                  "  Maior erro " DELIMITED BY SIZE
                  TB-Maior-Sinal(BC-Idx) DELIMITED BY SIZE
                  TB-Maior-Erro(BC-Idx) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  TB-Maior-Pct(BC-Idx) DELIMITED BY SIZE
                  "%) em " DELIMITED BY SIZE
                  TB-Maior-Data(BC-Idx) DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-AFERICAO.
           PERFORM CALCULA-PERCENTUAL
           IF Afer-Pct > Tolerancia-Afericao THEN
               MOVE "REPROVADO" TO Desc-Situacao
           ELSE
               MOVE "APROVADO" TO Desc-Situacao
           END-IF
           IF AH-Origem = "I" THEN
               MOVE "INMETRO" TO Desc-Origem
           ELSE
               MOVE "PROPRIA" TO Desc-Origem
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING AH-Data DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AH-Hora DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AH-Tipo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AH-Indicado DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  AH-Medido DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AH-Sinal DELIMITED BY SIZE
                  AH-Erro DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Afer-Pct DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Desc-Origem DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AH-Fiscal DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Desc-Situacao DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "afericoes.lst" TO Arquivo-Verificado
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

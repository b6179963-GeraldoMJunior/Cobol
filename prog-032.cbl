       IDENTIFICATION DIVISION.
       PROGRAM-ID. CadastroProdutos.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Prod ASSIGN TO "produtos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-Codigo
               FILE STATUS IS FStatusProd.

           SELECT Arq-Rel ASSIGN TO "estoque.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

       DATA DIVISION.
       FILE SECTION.
       FD Arq-Prod.
       01  Reg-Prod.
           02  PR-Codigo       PIC X(6).
           02  PR-Descricao    PIC X(30).
           02  PR-Preco        PIC 9(4)V99.
           02  PR-Custo        PIC 9(4)V99.
           02  PR-Estoque      PIC S9(6)V99.
           02  PR-Ponto-Pedido PIC 9(6)V99.
           02  PR-Ativo        PIC X.

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FStatusProd  PIC XX.
       01  FStatusRel   PIC XX.
       01  Opcao        PIC X       VALUE SPACE.
       01  Resposta     PIC X.
       01  Linha-Rel    PIC X(80).
       01  Nome-Posto   PIC X(24)   VALUE "POSTO MODELO LTDA".
       01  Data-Sistema PIC 9(8).
       01  Hoje-Data    PIC X(8).

       01  Codigo-Digitado PIC X(6).
       01  Descr-Digitada  PIC X(30).
       01  Valor-Digitado  PIC X(6).
       01  Valor-Num REDEFINES Valor-Digitado PIC 9(4)V99.
       01  Qtd-Digitada    PIC X(8).
       01  Qtd-Num REDEFINES Qtd-Digitada PIC 9(6)V99.
       01  Campo-Ok        PIC X       VALUE "N".
           88  Campo-Valido            VALUE "S".
       01  Prod-Achado     PIC X       VALUE "N".
           88  Produto-Achado          VALUE "S".
       01  Fim-Leitura     PIC X       VALUE "N".
           88  Fim-Produtos            VALUE "S".

       01  Qtd-Entrada     PIC 9(6)V99.
       01  Custo-Entrada   PIC 9(4)V99.
       01  Valor-Anterior  PIC S9(9)V99.
       01  Valor-Entrada   PIC 9(9)V99.
       01  Estoque-Novo    PIC S9(6)V99.
       01  Valor-Item      PIC S9(9)V99.
       01  Valor-Total     PIC S9(9)V99 VALUE ZERO.
       01  Valor-Abs       PIC 9(9)V99.
       01  Estoque-Abs     PIC 9(6)V99.
       01  Sinal-Estoque   PIC X       VALUE SPACE.
       01  Sinal-Valor     PIC X       VALUE SPACE.
       01  Marca-Repor     PIC X(6)    VALUE SPACES.

       01  Qtd-Incluidos   PIC 9(4)    VALUE ZERO.
       01  Qtd-Entradas    PIC 9(4)    VALUE ZERO.
       01  Qtd-Itens       PIC 9(4)    VALUE ZERO.
       01  Qtd-Repor       PIC 9(4)    VALUE ZERO.

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Linha-Msg           PIC X(80).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "Cadastro de Produtos da Loja"
           DISPLAY "============================"
           ACCEPT Data-Sistema FROM DATE YYYYMMDD
           MOVE Data-Sistema(7:2) TO Hoje-Data(1:2)
           MOVE Data-Sistema(5:2) TO Hoje-Data(3:2)
           MOVE Data-Sistema(1:4) TO Hoje-Data(5:4)
           OPEN I-O Arq-Prod
           IF FStatusProd = "35" THEN
               DISPLAY "Cadastro de produtos sera criado."
               OPEN OUTPUT Arq-Prod
               CLOSE Arq-Prod
               OPEN I-O Arq-Prod
           END-IF
           MOVE FStatusProd TO Status-Verificado
           MOVE "produtos.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           PERFORM UNTIL Opcao = "9" OR Houve-Erro-Fatal
               DISPLAY " "
               DISPLAY "1-Incluir 2-Consultar 3-Alterar "
                   "4-Entrada de estoque 5-Posicao de estoque 9-Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT Opcao
               EVALUATE Opcao
                   WHEN "1" PERFORM INCLUI-PRODUTO
                   WHEN "2" PERFORM CONSULTA-PRODUTO
                   WHEN "3" PERFORM ALTERA-PRODUTO
                   WHEN "4" PERFORM ENTRADA-ESTOQUE
                   WHEN "5" PERFORM POSICAO-ESTOQUE
                   WHEN "9" CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM
           CLOSE Arq-Prod
           DISPLAY "Produtos incluidos: " Qtd-Incluidos
           DISPLAY "Entradas de estoque: " Qtd-Entradas
           STOP RUN.

       PEDE-CODIGO.
           DISPLAY "Codigo do produto (6 pos): " WITH NO ADVANCING
           MOVE SPACES TO Codigo-Digitado
           ACCEPT Codigo-Digitado
           IF Codigo-Digitado = SPACES THEN
               DISPLAY "Codigo obrigatorio."
           END-IF.

       LE-PRODUTO.
           MOVE "N" TO Prod-Achado
           MOVE Codigo-Digitado TO PR-Codigo
           READ Arq-Prod
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FStatusProd TO Status-Verificado
                   MOVE "produtos.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   SET Produto-Achado TO TRUE
           END-READ.

      *    Valores monetarios sao digitados com 6 posicoes, as duas
      *    ultimas de centavos (001250 = 12,50).
       PEDE-VALOR.
           MOVE "N" TO Campo-Ok
           MOVE SPACES TO Valor-Digitado
           ACCEPT Valor-Digitado
           IF Valor-Digitado NUMERIC THEN
               SET Campo-Valido TO TRUE
           ELSE
               DISPLAY "Valor invalido."
           END-IF.

      *    Quantidades com 8 posicoes, duas decimais.
       PEDE-QUANTIDADE.
           MOVE "N" TO Campo-Ok
           MOVE SPACES TO Qtd-Digitada
           ACCEPT Qtd-Digitada
           IF Qtd-Digitada NUMERIC THEN
               SET Campo-Valido TO TRUE
           ELSE
               DISPLAY "Quantidade invalida."
           END-IF.

       INCLUI-PRODUTO.
           PERFORM PEDE-CODIGO
           IF Codigo-Digitado NOT = SPACES THEN
               PERFORM LE-PRODUTO
               IF Produto-Achado THEN
                   DISPLAY "Produto ja cadastrado: " PR-Descricao
               ELSE
                   DISPLAY "Descricao: " WITH NO ADVANCING
                   MOVE SPACES TO Descr-Digitada
                   ACCEPT Descr-Digitada
                   IF Descr-Digitada = SPACES THEN
                       DISPLAY "Descricao obrigatoria."
                   ELSE
                       PERFORM COMPLETA-INCLUSAO
                   END-IF
               END-IF
           END-IF.

       COMPLETA-INCLUSAO.
           MOVE SPACES TO Reg-Prod
           MOVE Codigo-Digitado TO PR-Codigo
           MOVE Descr-Digitada TO PR-Descricao
           MOVE ZEROS TO PR-Preco PR-Custo PR-Estoque PR-Ponto-Pedido
           MOVE "S" TO PR-Ativo
           DISPLAY "Preco de venda (6 dig, 2 dec): " WITH NO ADVANCING
           PERFORM PEDE-VALOR
           IF Campo-Valido THEN
               MOVE Valor-Num TO PR-Preco
               DISPLAY "Custo unitario (6 dig, 2 dec): "
                   WITH NO ADVANCING
               PERFORM PEDE-VALOR
           END-IF
           IF Campo-Valido THEN
               MOVE Valor-Num TO PR-Custo
               DISPLAY "Ponto de pedido (8 dig, 2 dec): "
                   WITH NO ADVANCING
               PERFORM PEDE-QUANTIDADE
           END-IF
           IF Campo-Valido THEN
               MOVE Qtd-Num TO PR-Ponto-Pedido
               IF PR-Preco = ZERO THEN
                   DISPLAY "Preco de venda obrigatorio."
               ELSE
                   WRITE Reg-Prod
                       INVALID KEY
                           DISPLAY "Produto ja cadastrado."
                       NOT INVALID KEY
                           ADD 1 TO Qtd-Incluidos
                           DISPLAY "Produto incluido, estoque zerado."
                   END-WRITE
               END-IF
           ELSE
               DISPLAY "Inclusao cancelada."
           END-IF.

       CONSULTA-PRODUTO.
           PERFORM PEDE-CODIGO
           IF Codigo-Digitado NOT = SPACES THEN
               PERFORM LE-PRODUTO
               IF NOT Produto-Achado THEN
                   DISPLAY "Produto nao cadastrado."
               ELSE
                   PERFORM MOSTRA-PRODUTO
               END-IF
           END-IF.

       MOSTRA-PRODUTO.
           DISPLAY "  " PR-Codigo " " PR-Descricao " Situacao "
               PR-Ativo
           DISPLAY "  Preco " PR-Preco " Custo " PR-Custo
           DISPLAY "  Estoque " PR-Estoque " Ponto de pedido "
               PR-Ponto-Pedido
           IF PR-Estoque <= PR-Ponto-Pedido THEN
               DISPLAY "  Estoque no ponto de pedido - repor."
           END-IF.

       ALTERA-PRODUTO.
           PERFORM PEDE-CODIGO
           IF Codigo-Digitado NOT = SPACES THEN
               PERFORM LE-PRODUTO
               IF NOT Produto-Achado THEN
                   DISPLAY "Produto nao cadastrado."
               ELSE
                   PERFORM MOSTRA-PRODUTO
                   PERFORM ALTERA-CAMPOS
               END-IF
           END-IF.

      *    Campo em branco mantem o valor atual.
       ALTERA-CAMPOS.
           MOVE "S" TO Campo-Ok
           DISPLAY "Descricao [" PR-Descricao "]: " WITH NO ADVANCING
           MOVE SPACES TO Descr-Digitada
           ACCEPT Descr-Digitada
           IF Descr-Digitada NOT = SPACES THEN
               MOVE Descr-Digitada TO PR-Descricao
           END-IF
           DISPLAY "Preco [" PR-Preco "]: " WITH NO ADVANCING
           MOVE SPACES TO Valor-Digitado
           ACCEPT Valor-Digitado
           IF Valor-Digitado NOT = SPACES THEN
               IF Valor-Digitado NUMERIC AND Valor-Num > ZERO THEN
                   MOVE Valor-Num TO PR-Preco
               ELSE
                   DISPLAY "Preco invalido."
                   MOVE "N" TO Campo-Ok
               END-IF
           END-IF
           DISPLAY "Custo [" PR-Custo "]: " WITH NO ADVANCING
           MOVE SPACES TO Valor-Digitado
           ACCEPT Valor-Digitado
           IF Valor-Digitado NOT = SPACES THEN
               IF Valor-Digitado NUMERIC THEN
                   MOVE Valor-Num TO PR-Custo
               ELSE
                   DISPLAY "Custo invalido."
                   MOVE "N" TO Campo-Ok
               END-IF
           END-IF
           DISPLAY "Ponto de pedido [" PR-Ponto-Pedido "]: "
               WITH NO ADVANCING
           MOVE SPACES TO Qtd-Digitada
           ACCEPT Qtd-Digitada
           IF Qtd-Digitada NOT = SPACES THEN
               IF Qtd-Digitada NUMERIC THEN
                   MOVE Qtd-Num TO PR-Ponto-Pedido
               ELSE
                   DISPLAY "Ponto de pedido invalido."
                   MOVE "N" TO Campo-Ok
               END-IF
           END-IF
           DISPLAY "Situacao S-ativo/N-inativo [" PR-Ativo "]: "
               WITH NO ADVANCING
           MOVE SPACE TO Resposta
           ACCEPT Resposta
           EVALUATE Resposta
               WHEN "S" WHEN "s"
                   MOVE "S" TO PR-Ativo
               WHEN "N" WHEN "n"
                   MOVE "N" TO PR-Ativo
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Situacao invalida."
                   MOVE "N" TO Campo-Ok
           END-EVALUATE
           IF Campo-Valido THEN
               REWRITE Reg-Prod
               MOVE FStatusProd TO Status-Verificado
               MOVE "produtos.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               DISPLAY "Produto alterado."
           ELSE
               DISPLAY "Alteracao cancelada."
           END-IF.

      *    Entrada de mercadoria: soma ao estoque e recalcula o custo
      *    medio ponderado pelo saldo anterior (saldo negativo nao
      *    pesa no custo).
       ENTRADA-ESTOQUE.
           PERFORM PEDE-CODIGO
           IF Codigo-Digitado NOT = SPACES THEN
               PERFORM LE-PRODUTO
               IF NOT Produto-Achado THEN
                   DISPLAY "Produto nao cadastrado."
               ELSE
                   PERFORM MOSTRA-PRODUTO
                   DISPLAY "Quantidade recebida (8 dig, 2 dec): "
                       WITH NO ADVANCING
                   PERFORM PEDE-QUANTIDADE
                   IF Campo-Valido AND Qtd-Num = ZERO THEN
                       DISPLAY "Quantidade invalida."
                       MOVE "N" TO Campo-Ok
                   END-IF
                   IF Campo-Valido THEN
                       MOVE Qtd-Num TO Qtd-Entrada
                       DISPLAY "Custo unitario (6 dig, 2 dec): "
                           WITH NO ADVANCING
                       PERFORM PEDE-VALOR
                   END-IF
                   IF Campo-Valido THEN
                       MOVE Valor-Num TO Custo-Entrada
                       PERFORM APLICA-ENTRADA
                   END-IF
               END-IF
           END-IF.

       APLICA-ENTRADA.
           COMPUTE Estoque-Novo = PR-Estoque + Qtd-Entrada
               ON SIZE ERROR
                   DISPLAY "Estoque excede a capacidade do cadastro."
                   MOVE "N" TO Campo-Ok
           END-COMPUTE
           IF Campo-Valido THEN
               COMPUTE Valor-Entrada = Qtd-Entrada * Custo-Entrada
               IF PR-Estoque > ZERO THEN
                   COMPUTE Valor-Anterior = PR-Estoque * PR-Custo
                   COMPUTE PR-Custo ROUNDED =
                       (Valor-Anterior + Valor-Entrada)
                       / (PR-Estoque + Qtd-Entrada)
               ELSE
                   MOVE Custo-Entrada TO PR-Custo
               END-IF
               MOVE Estoque-Novo TO PR-Estoque
               REWRITE Reg-Prod
               MOVE FStatusProd TO Status-Verificado
               MOVE "produtos.dat" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               IF NOT Houve-Erro-Fatal THEN
                   ADD 1 TO Qtd-Entradas
                   DISPLAY "Entrada registrada. Estoque " PR-Estoque
                       " custo medio " PR-Custo
               END-IF
           END-IF.

       POSICAO-ESTOQUE.
           OPEN OUTPUT Arq-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "estoque.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           MOVE ZERO TO Qtd-Itens Qtd-Repor
           MOVE ZEROS TO Valor-Total
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  "  Posicao de estoque da loja em " DELIMITED BY SIZE
                  Hoje-Data DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Codigo Descricao                      Estoque"
                      DELIMITED BY SIZE
                  "   Custo   Valor a custo" DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "N" TO Fim-Leitura
           MOVE LOW-VALUES TO PR-Codigo
           START Arq-Prod KEY NOT LESS PR-Codigo
               INVALID KEY SET Fim-Produtos TO TRUE
           END-START
           PERFORM UNTIL Fim-Produtos OR Houve-Erro-Fatal
               READ Arq-Prod NEXT
                   AT END SET Fim-Produtos TO TRUE
               END-READ
               IF NOT Fim-Produtos THEN
                   MOVE FStatusProd TO Status-Verificado
                   MOVE "produtos.dat" TO Arquivo-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
                   IF PR-Ativo = "S" THEN
                       PERFORM IMPRIME-ITEM-ESTOQUE
                   END-IF
               END-IF
           END-PERFORM
           IF Valor-Total < ZERO THEN
               MOVE "-" TO Sinal-Valor
               COMPUTE Valor-Abs = Valor-Total * -1
           ELSE
               MOVE " " TO Sinal-Valor
               MOVE Valor-Total TO Valor-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "Itens ativos " DELIMITED BY SIZE
                  Qtd-Itens DELIMITED BY SIZE
                  "  a repor " DELIMITED BY SIZE
                  Qtd-Repor DELIMITED BY SIZE
                  "  valor total a custo " DELIMITED BY SIZE
                  Sinal-Valor DELIMITED BY SIZE
                  Valor-Abs DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           CLOSE Arq-Rel
           MOVE FStatusRel TO Status-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           DISPLAY "Posicao gravada em estoque.lst - " Qtd-Itens
               " itens, " Qtd-Repor " a repor.".

       IMPRIME-ITEM-ESTOQUE.
           ADD 1 TO Qtd-Itens
           COMPUTE Valor-Item = PR-Estoque * PR-Custo
           ADD Valor-Item TO Valor-Total
           IF PR-Estoque < ZERO THEN
               MOVE "-" TO Sinal-Estoque
               COMPUTE Estoque-Abs = PR-Estoque * -1
           ELSE
               MOVE " " TO Sinal-Estoque
               MOVE PR-Estoque TO Estoque-Abs
           END-IF
           IF Valor-Item < ZERO THEN
               MOVE "-" TO Sinal-Valor
               COMPUTE Valor-Abs = Valor-Item * -1
           ELSE
               MOVE " " TO Sinal-Valor
               MOVE Valor-Item TO Valor-Abs
           END-IF
           MOVE SPACES TO Marca-Repor
           IF PR-Estoque <= PR-Ponto-Pedido THEN
               MOVE "REPOR" TO Marca-Repor
               ADD 1 TO Qtd-Repor
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING PR-Codigo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PR-Descricao DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Estoque DELIMITED BY SIZE
                  Estoque-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PR-Custo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Valor DELIMITED BY SIZE
                  Valor-Abs DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Marca-Repor DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "estoque.lst" TO Arquivo-Verificado
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

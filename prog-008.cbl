               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRun.

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
           02  EX-Chave-Orig   PIC X(12).
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

       FD Arq-MovOk.
       01  Abast-Ok            PIC X(65).

       FD Arq-Bico.
       01  Reg-Bico.
           02  RC-Data         PIC X(8).
           02  RC-Status       PIC X.

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
       01  FStatus      PIC XX.
       01  FStatusMovOk PIC XX.
       01  Bico-Achado      PIC X      VALUE "N".
           88  Bico-Cadastrado         VALUE "S".

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

       01  Tab-Aceitos.
           02  AC-Registro OCCURS 2000 TIMES INDEXED BY AC-Idx
                                                        PIC X(60).
       01  Qtd-Aceitos-Tab     PIC 9(4)  VALUE ZERO.
       01  Aceitos-Cheio       PIC X     VALUE "N".
           88  Tab-Aceitos-Cheia         VALUE "S".
       01  Motivo-Critica      PIC X(30).
       01  Eh-Combustivel      PIC X     VALUE "N".
           88  Registro-Combustivel    VALUE "S".
       01  Eh-Estorno          PIC X     VALUE "N".
           88  Registro-Estorno        VALUE "S".
       01  Eh-Resgate          PIC X     VALUE "N".
           88  Registro-Resgate        VALUE "S".
       01  Eh-Afericao         PIC X     VALUE "N".
           88  Registro-Afericao       VALUE "S".
       01  Eh-Loja             PIC X     VALUE "N".
           88  Registro-Loja           VALUE "S".

       01  Qtd-Lidos       PIC 9(5)    VALUE ZERO.
       01  Qtd-Aceitos     PIC 9(5)    VALUE ZERO.
       01  Qtd-Bico-Ruim   PIC 9(5)    VALUE ZERO.
       01  Qtd-Oper-Branco PIC 9(5)    VALUE ZERO.
       01  Qtd-Duplicado   PIC 9(5)    VALUE ZERO.
       01  Qtd-Estorno-Ruim PIC 9(5)   VALUE ZERO.
       01  Qtd-Resgate-Ruim PIC 9(5)   VALUE ZERO.
       01  Qtd-Afericao-Ruim PIC 9(5)  VALUE ZERO.
       01  Qtd-Loja-Ruim   PIC 9(5)    VALUE ZERO.
       01  Qtd-Interditado PIC 9(5)    VALUE ZERO.

       01  FStatusRun   PIC XX.
       01  Nome-Programa     PIC X(12)   VALUE "CRITICA".
       01  Nome-Predecessor  PIC X(12)   VALUE "SNAPSHOT".
       01  Data-Negocio      PIC X(8)    VALUE SPACES.
       01  Data-Sis-Run      PIC 9(8).
       01  Tab-RunCtl.
           DISPLAY "Critica do Movimento"
           DISPLAY "===================="
           PERFORM VERIFICA-RUN-CONTROL
           IF NOT Sequencia-Ok THEN
               DISPLAY "Critica recusada - rode o snapshot antes."
               STOP RUN
           END-IF
           PERFORM CARREGA-BICOS-MESTRE
           PERFORM CARREGA-INTERDICOES
           OPEN INPUT Arq-Mov
           MOVE FStatus TO Status-Verificado
           MOVE "posto.dat" TO Arquivo-Verificado
                       PERFORM IMPRIME-LINHA
                   ELSE
                       ADD 1 TO Qtd-Aceitos
                       MOVE Abast-Estorno TO Abast-Ok
                       WRITE Abast-Ok
                       MOVE FStatusMovOk TO Status-Verificado
                       MOVE "movok.dat" TO Arquivo-Verificado
       CRITICA-REGISTRO.
           MOVE "N" TO Mov-Rejeitado
           MOVE "N" TO Eh-Combustivel
           MOVE "N" TO Eh-Estorno
           MOVE "N" TO Eh-Resgate
           MOVE "N" TO Eh-Afericao
           MOVE "N" TO Eh-Loja
           MOVE SPACES TO Motivo-Critica
           EVALUATE Mov-Tipo
               WHEN "G" WHEN "g" WHEN "A" WHEN "a"
               WHEN "D" WHEN "d" WHEN "E" WHEN "e"
                   SET Registro-Combustivel TO TRUE
               WHEN "X" WHEN "x"
                   SET Registro-Estorno TO TRUE
               WHEN "R" WHEN "r"
                   SET Registro-Resgate TO TRUE
               WHEN "C" WHEN "c"
                   SET Registro-Afericao TO TRUE
               WHEN "L" WHEN "l"
                   SET Registro-Loja TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT Rejeitado AND Registro-Combustivel THEN
               PERFORM CRITICA-BICO
           END-IF
           IF NOT Rejeitado AND Registro-Combustivel
               AND Qtd-Interdicoes > ZERO THEN
               PERFORM CRITICA-INTERDICAO
           END-IF
           IF NOT Rejeitado AND Registro-Combustivel THEN
               PERFORM CRITICA-OPERADOR
           END-IF
           IF NOT Rejeitado AND Registro-Combustivel THEN
               PERFORM CRITICA-DUPLICADO
           END-IF
           IF NOT Rejeitado AND Registro-Estorno THEN
               PERFORM CRITICA-ESTORNO
           END-IF
           IF NOT Rejeitado AND Registro-Resgate THEN
               PERFORM CRITICA-RESGATE
           END-IF
           IF NOT Rejeitado AND Registro-Afericao THEN
               PERFORM CRITICA-BICO
           END-IF
           IF NOT Rejeitado AND Registro-Afericao THEN
               PERFORM CRITICA-AFERICAO
           END-IF
           IF NOT Rejeitado AND Registro-Loja THEN
               PERFORM CRITICA-OPERADOR
           END-IF
           IF NOT Rejeitado AND Registro-Loja THEN
               PERFORM CRITICA-LOJA
           END-IF.

       CRITICA-ESTORNO.
           IF EX-Chave-Orig NOT NUMERIC THEN
               SET Rejeitado TO TRUE
               MOVE "Estorno com chave invalida" TO Motivo-Critica
           ELSE
               IF EX-Supervisor = SPACES THEN
                   SET Rejeitado TO TRUE
                   MOVE "Estorno sem supervisor" TO Motivo-Critica
               ELSE
                   IF EX-Motivo = SPACES THEN
                       SET Rejeitado TO TRUE
                       MOVE "Estorno sem motivo" TO Motivo-Critica
                   ELSE
                       IF EX-Hora NOT NUMERIC THEN
                           SET Rejeitado TO TRUE
                           MOVE "Estorno com hora invalida"
                               TO Motivo-Critica
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF Rejeitado THEN
               ADD 1 TO Qtd-Estorno-Ruim
           END-IF.

       CRITICA-RESGATE.
           IF RG-Cpf NOT NUMERIC THEN
               SET Rejeitado TO TRUE
               MOVE "Resgate com CPF invalido" TO Motivo-Critica
           ELSE
               IF RG-Pontos NOT NUMERIC OR RG-Pontos = ZERO THEN
                   SET Rejeitado TO TRUE
                   MOVE "Resgate sem pontos" TO Motivo-Critica
               ELSE
                   IF RG-Operador = SPACES THEN
                       SET Rejeitado TO TRUE
                       MOVE "Resgate sem operador" TO Motivo-Critica
                   END-IF
               END-IF
           END-IF
           IF Rejeitado THEN
               ADD 1 TO Qtd-Resgate-Ruim
           END-IF.

       CRITICA-AFERICAO.
           EVALUATE AF-Combustivel
               WHEN "G" WHEN "g" WHEN "A" WHEN "a"
               WHEN "D" WHEN "d" WHEN "E" WHEN "e"
                   CONTINUE
               WHEN OTHER
                   SET Rejeitado TO TRUE
                   MOVE "Afericao sem combustivel" TO Motivo-Critica
           END-EVALUATE
           IF NOT Rejeitado THEN
               IF AF-Litros NOT NUMERIC OR AF-Litros = ZERO THEN
                   SET Rejeitado TO TRUE
                   MOVE "Afericao sem volume indicado"
                       TO Motivo-Critica
               ELSE
                   IF AF-Medido NOT NUMERIC OR AF-Medido = ZERO THEN
                       SET Rejeitado TO TRUE
                       MOVE "Afericao sem volume medido"
                           TO Motivo-Critica
                   ELSE
                       IF AF-Operador = SPACES THEN
                           SET Rejeitado TO TRUE
                           MOVE "Afericao sem responsavel"
                               TO Motivo-Critica
                       ELSE
                           IF AF-Origem NOT = "I"
                               AND AF-Origem NOT = "P" THEN
                               SET Rejeitado TO TRUE
                               MOVE "Afericao com origem invalida"
                                   TO Motivo-Critica
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF Rejeitado THEN
               ADD 1 TO Qtd-Afericao-Ruim
           END-IF.

       CRITICA-LOJA.
           IF LJ-Produto = SPACES THEN
               SET Rejeitado TO TRUE
               MOVE "Venda loja sem produto" TO Motivo-Critica
           ELSE
               IF LJ-Quantidade NOT NUMERIC
                   OR LJ-Quantidade = ZERO THEN
                   SET Rejeitado TO TRUE
                   MOVE "Venda loja sem quantidade" TO Motivo-Critica
               END-IF
           END-IF
           IF Rejeitado THEN
               ADD 1 TO Qtd-Loja-Ruim
           END-IF.

       CRITICA-DATA.
               END-IF
           END-IF.

      *    Sem hora valida, a venda so cai se a interdicao cobre o
      *    dia inteiro.
       CRITICA-INTERDICAO.
           MOVE Data-Num TO Instante-Ini(1:8)
           MOVE Data-Num TO Instante-Fim(1:8)
           IF Mov-Hora IS NUMERIC THEN
               MOVE Mov-Hora TO Instante-Ini(9:4)
               MOVE Mov-Hora TO Instante-Fim(9:4)
           ELSE
               MOVE "0000" TO Instante-Ini(9:4)
               MOVE "2359" TO Instante-Fim(9:4)
           END-IF
           PERFORM VARYING TI-Idx FROM 1 BY 1
               UNTIL TI-Idx > Qtd-Interdicoes OR Rejeitado
               IF TI-Bico(TI-Idx) = Mov-Bico
                   AND TI-Inicio(TI-Idx) <= Instante-Ini
                   AND TI-Fim(TI-Idx) > Instante-Fim THEN
                   SET Rejeitado TO TRUE
                   MOVE "Bico interditado" TO Motivo-Critica
                   ADD 1 TO Qtd-Interditado
               END-IF
           END-PERFORM.

       CRITICA-OPERADOR.
           IF Mov-Operador = SPACES THEN
               SET Rejeitado TO TRUE
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

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

       IMPRIME-RESUMO.
           IF Tab-Aceitos-Cheia THEN
               MOVE "*** tabela de duplicados cheia - checagem"
           STRING "  Duplicados          " DELIMITED BY SIZE
                  Qtd-Duplicado DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Estorno incompleto  " DELIMITED BY SIZE
                  Qtd-Estorno-Ruim DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Resgate incompleto  " DELIMITED BY SIZE
                  Qtd-Resgate-Ruim DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Afericao incompleta " DELIMITED BY SIZE
                  Qtd-Afericao-Ruim DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Venda loja incompleta " DELIMITED BY SIZE
                  Qtd-Loja-Ruim DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "  Bico interditado    " DELIMITED BY SIZE
                  Qtd-Interditado DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.

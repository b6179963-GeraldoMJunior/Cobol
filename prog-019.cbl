           02  NF-Litros       PIC 9(6)V99.
           02  NF-Preco        PIC 99V99.
           02  NF-Total        PIC 9(8)V99.
           02  NF-Vencimento   PIC X(8).

       FD Arq-Carga.
       01  Reg-Carga.
           02  CG-Litros       PIC 9(6)V99.
           02  CG-Tanque       PIC 9(2).
           02  CG-Custo        PIC 99V99.
           02  CG-Temperatura  PIC 9(2)V9.
           02  CG-Densidade    PIC 9V9(4).

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).
       01  Qtd-Nota-Solta  PIC 9(4)    VALUE ZERO.
       01  Qtd-Carga-Solta PIC 9(4)    VALUE ZERO.
       01  Qtd-Diverge     PIC 9(4)    VALUE ZERO.
       01  Qtd-Sem-Venc    PIC 9(4)    VALUE ZERO.
       01  Dif-Litros      PIC S9(6)V99.
       01  Dif-Lit-Abs     PIC 9(6)V99.
       01  Sinal-Lit       PIC X       VALUE SPACE.
               PERFORM UNTIL Fim-Nota OR Houve-Erro-Fatal
                   ADD 1 TO Qtd-Notas
                   PERFORM CONFERE-UMA-NOTA
                   PERFORM CONFERE-VENCIMENTO
                   READ Arq-Nota
                       AT END SET Fim-Nota TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

      *    O vencimento da nota alimenta a projecao de caixa.
       CONFERE-VENCIMENTO.
           IF NF-Vencimento NOT NUMERIC THEN
               ADD 1 TO Qtd-Sem-Venc
               MOVE SPACES TO Linha-Rel
               STRING "  *** nota " DELIMITED BY SIZE
                      NF-Numero DELIMITED BY SIZE
                      " sem data de vencimento ***" DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       IMPRIME-RESUMO.
           MOVE "----------------------------------------------"
               TO Linha-Rel
                  Qtd-Diverge DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Sem vencimento    " DELIMITED BY SIZE
                  Qtd-Sem-Venc DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Cargas-Perdidas > ZERO THEN
               MOVE "*** tabela de cargas cheia, ha cargas fora ***"
                   TO Linha-Rel

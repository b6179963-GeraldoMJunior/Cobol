               03  Exc-FormaPagto  PIC X.
               03  Exc-Cliente     PIC X(4).
               03  Exc-Hora        PIC X(4).
               03  Exc-Placa       PIC X(7).
               03  Exc-Odometro    PIC X(7).
               03  Exc-Fidelidade  PIC X(11).
           02  FILLER          PIC X(2).
           02  Exc-Motivo      PIC X(30).

           02  CP-FormaPagto   PIC X.
           02  CP-Cliente      PIC X(4).
           02  CP-Hora         PIC X(4).
           02  CP-Placa        PIC X(7).
           02  CP-Odometro     PIC X(7).
           02  CP-Fidelidade   PIC X(11).

       WORKING-STORAGE SECTION.
       01  FStatusExc   PIC XX.
       01  FStatusCompl PIC XX.
       01  Resposta     PIC X.
       01  Campo-Novo   PIC X(10).
       01  Campo-Fid    PIC X(11).
       01  Qtd-Lidas    PIC 9(4)    VALUE ZERO.
       01  Qtd-Geradas  PIC 9(4)    VALUE ZERO.
       01  Correcao-Ok  PIC X.
           88  Correcao-Valida     VALUE "S".
       01  Tab-Pendentes.
           02  PD-Registro OCCURS 200 TIMES INDEXED BY PD-Idx
                                                       PIC X(92).
       01  Qtd-Pendentes PIC 9(3)   VALUE ZERO.
       01  Pendentes-Cheio PIC X     VALUE "N".
           88  Tab-Pendentes-Cheia   VALUE "S".
               " Litros " Exc-Litros
           DISPLAY "  Operador " Exc-Operador " Bico " Exc-Bico
               " Pagto " Exc-FormaPagto " Cliente " Exc-Cliente
           IF Exc-Tipo = "L" OR Exc-Tipo = "l" THEN
               DISPLAY "  Produto " Exc-Placa(1:6)
                   " (litros = quantidade vendida)"
           ELSE
               DISPLAY "  Placa " Exc-Placa " Odometro " Exc-Odometro
                   " CPF fidelidade " Exc-Fidelidade
           END-IF
           DISPLAY "Corrigir (S/N)? " WITH NO ADVANCING
           ACCEPT Resposta
           IF Resposta = "S" OR Resposta = "s" THEN
           IF Exc-Cliente NOT NUMERIC THEN
               DISPLAY "Cliente nao numerico."
               MOVE "N" TO Correcao-Ok
           END-IF
           IF Exc-Odometro NOT = SPACES
               AND Exc-Odometro NOT NUMERIC THEN
               DISPLAY "Odometro nao numerico."
               MOVE "N" TO Correcao-Ok
           END-IF
           IF Exc-Fidelidade NOT = SPACES
               AND Exc-Fidelidade NOT NUMERIC THEN
               DISPLAY "CPF fidelidade nao numerico."
               MOVE "N" TO Correcao-Ok
           END-IF.

       CORRIGE-CAMPOS.
           ACCEPT Campo-Novo
           IF Campo-Novo NOT = SPACES THEN
               MOVE Campo-Novo(1:4) TO Exc-Hora
           END-IF
           IF Exc-Tipo = "L" OR Exc-Tipo = "l" THEN
               PERFORM CORRIGE-PRODUTO
           ELSE
               PERFORM CORRIGE-VEICULO
           END-IF.

       CORRIGE-PRODUTO.
           DISPLAY "Produto [" Exc-Placa(1:6) "]: " WITH NO ADVANCING
           MOVE SPACES TO Campo-Novo
           ACCEPT Campo-Novo
           IF Campo-Novo NOT = SPACES THEN
               MOVE Campo-Novo(1:6) TO Exc-Placa(1:6)
           END-IF.

       CORRIGE-VEICULO.
           DISPLAY "Placa [" Exc-Placa "]: " WITH NO ADVANCING
           MOVE SPACES TO Campo-Novo
           ACCEPT Campo-Novo
           IF Campo-Novo NOT = SPACES THEN
               MOVE Campo-Novo(1:7) TO Exc-Placa
           END-IF
           DISPLAY "Odometro (7 dig) [" Exc-Odometro "]: "
               WITH NO ADVANCING
           MOVE SPACES TO Campo-Novo
           ACCEPT Campo-Novo
           IF Campo-Novo NOT = SPACES THEN
               MOVE Campo-Novo(1:7) TO Exc-Odometro
           END-IF
           DISPLAY "CPF fidelidade [" Exc-Fidelidade "]: "
               WITH NO ADVANCING
           MOVE SPACES TO Campo-Fid
           ACCEPT Campo-Fid
           IF Campo-Fid NOT = SPACES THEN
               MOVE Campo-Fid TO Exc-Fidelidade
           END-IF.

       GRAVA-CORRIGIDO.
           MOVE Exc-FormaPagto TO CP-FormaPagto
           MOVE Exc-Cliente TO CP-Cliente
           MOVE Exc-Hora TO CP-Hora
           MOVE Exc-Placa TO CP-Placa
           MOVE Exc-Odometro TO CP-Odometro
           MOVE Exc-Fidelidade TO CP-Fidelidade
           WRITE Reg-Compl
           MOVE FStatusCompl TO Status-Verificado
           MOVE "complemento.dat" TO Arquivo-Verificado

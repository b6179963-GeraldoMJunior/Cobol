           02  HS-AnoMes       PIC X(6).
           02  HS-Data         PIC X(8).
           02  HS-Tipo         PIC X.
               88  HS-Venda-Loja       VALUE "L" "l".
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

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).
       01  Fim-Leitura  PIC X       VALUE "N".
           88  Fim-Consulta        VALUE "S".
       01  Qtd-Achados  PIC 9(5)    VALUE ZERO.
       01  Tot-Litros   PIC S9(7)V99 VALUE ZEROS.
       01  Tot-Valor    PIC S9(7)V99 VALUE ZEROS.
       01  Tot-Litros-Abs PIC 9(7)V99.
       01  Tot-Valor-Abs  PIC 9(7)V99.
       01  Sinal-Tot-Litros PIC X   VALUE SPACE.
       01  Sinal-Tot-Valor  PIC X   VALUE SPACE.
       01  Litros-Abs   PIC 9(3)V99.
       01  Valor-Abs    PIC 9(4)V99.
       01  Sinal-Reg    PIC X       VALUE SPACE.
       01  Registro-Passa PIC X.
           88  Passa-Filtro        VALUE "S".

                       PERFORM FILTRA-REGISTRO
                       IF Passa-Filtro THEN
                           ADD 1 TO Qtd-Achados
                           IF NOT HS-Venda-Loja THEN
                               ADD HS-Litros TO Tot-Litros
                           END-IF
                           ADD HS-Total TO Tot-Valor
                           PERFORM IMPRIME-REGISTRO
                       END-IF
           END-IF.

       IMPRIME-REGISTRO.
           IF HS-Total < ZERO OR HS-Litros < ZERO THEN
               MOVE "-" TO Sinal-Reg
               COMPUTE Litros-Abs = HS-Litros * -1
               COMPUTE Valor-Abs = HS-Total * -1
           ELSE
               MOVE " " TO Sinal-Reg
               MOVE HS-Litros TO Litros-Abs
               MOVE HS-Total TO Valor-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING HS-Data DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HS-Tipo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Reg DELIMITED BY SIZE
                  Litros-Abs DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HS-Operador DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HS-Bico DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HS-FormaPagto DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Sinal-Reg DELIMITED BY SIZE
                  Valor-Abs DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HS-Situacao DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

                  Data-Fim DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Data      T  Litros  Operador    Bico Pg  Valor    S"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA.

           MOVE "----------------------------------------------"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Tot-Litros < ZERO THEN
               MOVE "-" TO Sinal-Tot-Litros
               COMPUTE Tot-Litros-Abs = Tot-Litros * -1
           ELSE
               MOVE " " TO Sinal-Tot-Litros
               MOVE Tot-Litros TO Tot-Litros-Abs
           END-IF
           IF Tot-Valor < ZERO THEN
               MOVE "-" TO Sinal-Tot-Valor
               COMPUTE Tot-Valor-Abs = Tot-Valor * -1
           ELSE
               MOVE " " TO Sinal-Tot-Valor
               MOVE Tot-Valor TO Tot-Valor-Abs
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING "Movimentos " DELIMITED BY SIZE
                  Qtd-Achados DELIMITED BY SIZE
                  "  Litros " DELIMITED BY SIZE
                  Sinal-Tot-Litros DELIMITED BY SIZE
                  Tot-Litros-Abs DELIMITED BY SIZE
                  "  Valor " DELIMITED BY SIZE
                  Sinal-Tot-Valor DELIMITED BY SIZE
                  Tot-Valor-Abs DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.


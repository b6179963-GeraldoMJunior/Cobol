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
       01  TotCartao    PIC 9(6)V99 VALUE ZEROS.
       01  TotPix       PIC 9(6)V99 VALUE ZEROS.
       01  TotFaturado  PIC 9(6)V99 VALUE ZEROS.
       01  EstSD        PIC 9(6)V99 VALUE ZEROS.
       01  EstCD        PIC 9(6)V99 VALUE ZEROS.
       01  EstD         PIC 9(6)V99 VALUE ZEROS.
       01  EstDinheiro  PIC 9(6)V99 VALUE ZEROS.
       01  EstCartao    PIC 9(6)V99 VALUE ZEROS.
       01  EstPix       PIC 9(6)V99 VALUE ZEROS.
       01  EstFaturado  PIC 9(6)V99 VALUE ZEROS.
       01  Qtd-Estornos PIC 9(4)    VALUE ZERO.
       01  Est-Litros   PIC 9(3)V99.
       01  Est-Total    PIC 9(4)V99.
       01  Liquido-CD   PIC S9(6)V99.
       01  Liquido-Abs  PIC 9(6)V99.
       01  Sinal-Liquido PIC X      VALUE SPACE.

       01  Tab-Operadores.
           02  TB-Operador OCCURS 20 TIMES INDEXED BY OP-Idx.
               03  OP-Nome     PIC X(10).
               03  OP-Litros   PIC 9(5)V99.
               03  OP-Tot      PIC 9(6)V99.
               03  OP-Est-Tot  PIC 9(6)V99.
       01  Qtd-Operadores  PIC 9(2)    VALUE ZERO.
       01  Op-Achado-Idx   PIC 9(2)    VALUE ZERO.


       IMPRIME-DETALHE.
           MOVE SPACES TO Linha-Rel
           IF HS-Estorno THEN
               COMPUTE Est-Litros = HS-Litros * -1
               COMPUTE Est-Total = HS-Total * -1
               STRING "Estorno " DELIMITED BY SIZE
                      HS-Chave-Orig DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HS-Tipo DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Est-Litros DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Est-Total DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HS-Operador DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HS-Hora DELIMITED BY SIZE
                   INTO Linha-Rel
           ELSE
               STRING HS-Data DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-Tipo DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-Litros DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-SubT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-Desc DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-Total DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-Operador DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-Bico DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-FormaPagto DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-Hora DELIMITED BY SIZE
                   INTO Linha-Rel
           END-IF
           PERFORM IMPRIME-LINHA.

       ACUMULA-REGISTRO.
           IF HS-Estorno THEN
               PERFORM ACUMULA-ESTORNO
           ELSE
               PERFORM ACUMULA-VENDA
           END-IF.

       ACUMULA-ESTORNO.
           ADD 1 TO Qtd-Estornos
           SUBTRACT HS-SubT FROM EstSD
           SUBTRACT HS-Total FROM EstCD
           SUBTRACT HS-Desc FROM EstD
           PERFORM LOCALIZA-OPERADOR
           IF Op-Achado-Idx > ZERO THEN
               SET OP-Idx TO Op-Achado-Idx
               SUBTRACT HS-Total FROM OP-Est-Tot(OP-Idx)
           END-IF
           EVALUATE HS-FormaPagto
               WHEN "C" WHEN "c"
                   SUBTRACT HS-Total FROM EstCartao
               WHEN "P" WHEN "p"
                   SUBTRACT HS-Total FROM EstPix
               WHEN "F" WHEN "f"
                   SUBTRACT HS-Total FROM EstFaturado
               WHEN OTHER
                   SUBTRACT HS-Total FROM EstDinheiro
           END-EVALUATE.

       LOCALIZA-OPERADOR.
           MOVE ZERO TO Op-Achado-Idx
           PERFORM VARYING OP-Idx FROM 1 BY 1
               UNTIL OP-Idx > Qtd-Operadores
               SET OP-Idx TO Qtd-Operadores
               MOVE HS-Operador TO OP-Nome(OP-Idx)
               MOVE ZEROS TO OP-Litros(OP-Idx) OP-Tot(OP-Idx)
               MOVE ZEROS TO OP-Est-Tot(OP-Idx)
               SET Op-Achado-Idx TO OP-Idx
           END-IF.

       ACUMULA-VENDA.
           ADD HS-SubT TO TotSD
           ADD HS-Total TO TotCD
           ADD HS-Desc TO TotD
           PERFORM LOCALIZA-OPERADOR
           IF Op-Achado-Idx > ZERO THEN
               SET OP-Idx TO Op-Achado-Idx
               IF NOT HS-Venda-Loja THEN
                   ADD HS-Litros TO OP-Litros(OP-Idx)
               END-IF
               ADD HS-Total TO OP-Tot(OP-Idx)
           END-IF
           IF NOT HS-Venda-Loja THEN
               PERFORM ACUMULA-VENDA-BICO
           END-IF
           EVALUATE HS-FormaPagto
               WHEN "C" WHEN "c"
                   ADD HS-Total TO TotCartao
               WHEN "P" WHEN "p"
                   ADD HS-Total TO TotPix
               WHEN "F" WHEN "f"
                   ADD HS-Total TO TotFaturado
               WHEN OTHER
                   ADD HS-Total TO TotDinheiro
           END-EVALUATE.

       ACUMULA-VENDA-BICO.
           MOVE ZERO TO Bc-Achado-Idx
           PERFORM VARYING BC-Idx FROM 1 BY 1 UNTIL BC-Idx > Qtd-Bicos
               IF BC-Num(BC-Idx) = HS-Bico THEN
               SET BC-Idx TO Bc-Achado-Idx
               ADD HS-Litros TO BC-Litros(BC-Idx)
               ADD HS-Total TO BC-Tot(BC-Idx)
           END-IF.

       IMPRIME-CABECALHO.
           ACCEPT Data-Sistema FROM DATE YYYYMMDD
                  TotCD DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Estornos > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Estornos             " DELIMITED BY SIZE
                      EstSD DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      EstD DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      EstCD DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
               COMPUTE Liquido-CD = TotCD - EstCD
               IF Liquido-CD < ZERO THEN
                   MOVE "-" TO Sinal-Liquido
                   COMPUTE Liquido-Abs = Liquido-CD * -1
               ELSE
                   MOVE " " TO Sinal-Liquido
                   MOVE Liquido-CD TO Liquido-Abs
               END-IF
               MOVE SPACES TO Linha-Rel
               STRING "Liquido do dia"
                          DELIMITED BY SIZE
                      "                          "
                          DELIMITED BY SIZE
                      Sinal-Liquido DELIMITED BY SIZE
                      Liquido-Abs DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE "----------------------------------------------"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA.
           PERFORM VARYING OP-Idx FROM 1 BY 1
               UNTIL OP-Idx > Qtd-Operadores
               MOVE SPACES TO Linha-Rel
               IF OP-Est-Tot(OP-Idx) > ZERO THEN
                   STRING OP-Nome(OP-Idx) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          OP-Litros(OP-Idx) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          OP-Tot(OP-Idx) DELIMITED BY SIZE
                          "  estornos " DELIMITED BY SIZE
                          OP-Est-Tot(OP-Idx) DELIMITED BY SIZE
                       INTO Linha-Rel
               ELSE
                   STRING OP-Nome(OP-Idx) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          OP-Litros(OP-Idx) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          OP-Tot(OP-Idx) DELIMITED BY SIZE
                       INTO Linha-Rel
               END-IF
               PERFORM IMPRIME-LINHA
           END-PERFORM.

           STRING "Faturado   " DELIMITED BY SIZE
                  TotFaturado DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Estornos > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Estornos   D " DELIMITED BY SIZE
                      EstDinheiro DELIMITED BY SIZE
                      " C " DELIMITED BY SIZE
                      EstCartao DELIMITED BY SIZE
                      " P " DELIMITED BY SIZE
                      EstPix DELIMITED BY SIZE
                      " F " DELIMITED BY SIZE
                      EstFaturado DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel

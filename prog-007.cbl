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

       FD Arq-Adq.
       01  Reg-Adq.
       01  Tab-Dias.
           02  TB-Dia OCCURS 500 TIMES INDEXED BY DI-Idx.
               03  DI-Data     PIC X(8).
               03  DI-Cartao   PIC S9(6)V99.
               03  DI-Pix      PIC S9(6)V99.
               03  DI-LiqC     PIC 9(6)V99.
               03  DI-TaxaC    PIC 9(4)V99.
               03  DI-LiqP     PIC 9(6)V99.
       01  Data-Busca      PIC X(8).

       01  Forma-Rel       PIC X(8).
       01  Esperado        PIC S9(6)V99.
       01  Esperado-Abs    PIC 9(6)V99.
       01  Sinal-Esperado  PIC X       VALUE SPACE.
       01  Bruto-Liq       PIC 9(6)V99.
       01  Taxa-Dia        PIC 9(4)V99.
       01  Bruto-Total     PIC 9(6)V99.
                   MOVE " " TO Sinal-Dif
                   MOVE Diferenca TO Dif-Abs
               END-IF
               IF Esperado < ZERO THEN
                   MOVE "-" TO Sinal-Esperado
                   COMPUTE Esperado-Abs = Esperado * -1
               ELSE
                   MOVE " " TO Sinal-Esperado
                   MOVE Esperado TO Esperado-Abs
               END-IF
               ADD Taxa-Dia TO Tot-Taxas
               IF Diferenca > ZERO THEN
                   ADD Dif-Abs TO Tot-Pendente
               STRING DI-Data(DI-Idx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Forma-Rel DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Sinal-Esperado DELIMITED BY SIZE
                      Esperado-Abs DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      Bruto-Liq DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE

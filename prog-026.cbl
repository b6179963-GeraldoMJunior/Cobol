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

       FD Arq-Arc.
       01  Reg-Arc.
           02  AR-AnoMes       PIC X(6).
           02  AR-Data         PIC X(8).
           02  AR-Tipo         PIC X.
           02  AR-Litros       PIC S9(3)V99.
           02  AR-Operador     PIC X(10).
           02  AR-Bico         PIC 9(2).
           02  AR-FormaPagto   PIC X.
           02  AR-Total        PIC S9(4)V99.
           02  AR-Cliente      PIC 9(4).
           02  AR-SubT         PIC S9(4)V99.
           02  AR-Desc         PIC S9(4)V99.
           02  AR-Hora         PIC X(4).
           02  AR-Situacao     PIC X.
           02  AR-Chave-Orig   PIC X(12).
           02  AR-Placa        PIC X(7).
           02  AR-Odometro     PIC 9(7).

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).
       01  Ano-2        PIC 9(4).
       01  Ano-Mes-Reg  PIC X(6).
       01  Tipo-Reg     PIC X.
       01  Litros-Reg   PIC S9(3)V99.
       01  Valor-Reg    PIC S9(4)V99.
       01  Ano-Sel-Idx  PIC 9.
       01  Mes-Sel      PIC 9(2).
       01  Tipo-Sel-Idx PIC 9.

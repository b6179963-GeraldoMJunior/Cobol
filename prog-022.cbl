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

       FD Arq-ArcTrab.
       01  Reg-ArcTrab         PIC X(98).
           88  Fim-ArcTrab     VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
           88  Ano-Ja-Listado      VALUE "S".

       01  Qtd-Arc-Antes  PIC 9(7)    VALUE ZERO.
       01  Tot-Arc-Antes  PIC S9(10)V99 VALUE ZEROS.
       01  Qtd-Extraidos  PIC 9(7)    VALUE ZERO.
       01  Tot-Extraidos  PIC S9(10)V99 VALUE ZEROS.
       01  Qtd-Arc-Depois PIC 9(7)    VALUE ZERO.
       01  Tot-Arc-Depois PIC S9(10)V99 VALUE ZEROS.
       01  Qtd-Esperada   PIC 9(7).
       01  Tot-Esperado   PIC S9(10)V99.
       01  Qtd-Apagados   PIC 9(7)    VALUE ZERO.
       01  Qtd-Restaurados PIC 9(7)   VALUE ZERO.
       01  Tot-Restaurados PIC S9(10)V99 VALUE ZEROS.
       01  Qtd-Duplicados PIC 9(7)    VALUE ZERO.
       01  Qtd-Copia      PIC 9(7)    VALUE ZERO.
       01  Confere-Ok     PIC X       VALUE "N".

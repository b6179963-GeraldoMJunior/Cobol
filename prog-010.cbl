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

       WORKING-STORAGE SECTION.
       01  FStatusSeq   PIC XX.
           MOVE HQ-Total TO HS-SubT
           MOVE ZEROS TO HS-Desc
           MOVE SPACES TO HS-Hora
           MOVE SPACES TO HS-Situacao HS-Chave-Orig HS-Placa
           MOVE ZEROS TO HS-Odometro
           WRITE Reg-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado

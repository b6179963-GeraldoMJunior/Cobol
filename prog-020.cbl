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

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).
                   IF HS-Data-Inv > Inv-Fim THEN
                       SET Fim-Varredura TO TRUE
                   ELSE
                       IF NOT HS-Estornada AND NOT HS-Estorno THEN
                           PERFORM ACUMULA-REGISTRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

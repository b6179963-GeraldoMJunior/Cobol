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

       FD Arq-Acum.
       01  Reg-Acum.
       01  Qtd-Mes      PIC 9(6)    VALUE ZERO.
       01  Qtd-Ano      PIC 9(6)    VALUE ZERO.
       01  Resposta     PIC X.
      *    Estornos vem com valores negativos; somados a parte e
      *    abatidos no fim, como no fechamento.
       01  Est-MTD-SD   PIC 9(6)V99 VALUE ZEROS.
       01  Est-MTD-CD   PIC 9(6)V99 VALUE ZEROS.
       01  Est-MTD-D    PIC 9(6)V99 VALUE ZEROS.
       01  Est-YTD-SD   PIC 9(6)V99 VALUE ZEROS.
       01  Est-YTD-CD   PIC 9(6)V99 VALUE ZEROS.
       01  Est-YTD-D    PIC 9(6)V99 VALUE ZEROS.

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
               PERFORM UNTIL Fim-Hist OR Houve-Erro-Fatal
                   IF HS-AnoMes(1:4) = Ano-Alvo
                       AND HS-AnoMes <= Mes-Alvo THEN
                       IF HS-Estorno THEN
                           COMPUTE Est-YTD-SD = Est-YTD-SD - HS-SubT
                           COMPUTE Est-YTD-CD = Est-YTD-CD - HS-Total
                           COMPUTE Est-YTD-D = Est-YTD-D - HS-Desc
                       ELSE
                           ADD HS-SubT TO Acum-YTD-SD
                           ADD HS-Total TO Acum-YTD-CD
                           ADD HS-Desc TO Acum-YTD-D
                       END-IF
                       ADD 1 TO Qtd-Ano
                       IF HS-AnoMes = Mes-Alvo THEN
                           IF HS-Estorno THEN
                               COMPUTE Est-MTD-SD =
                                   Est-MTD-SD - HS-SubT
                               COMPUTE Est-MTD-CD =
                                   Est-MTD-CD - HS-Total
                               COMPUTE Est-MTD-D = Est-MTD-D - HS-Desc
                           ELSE
                               ADD HS-SubT TO Acum-MTD-SD
                               ADD HS-Total TO Acum-MTD-CD
                               ADD HS-Desc TO Acum-MTD-D
                           END-IF
                           ADD 1 TO Qtd-Mes
                       END-IF
                   END-IF
               CLOSE Arq-Hist
               MOVE FStatusHist TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               SUBTRACT Est-MTD-SD FROM Acum-MTD-SD
               SUBTRACT Est-MTD-CD FROM Acum-MTD-CD
               SUBTRACT Est-MTD-D FROM Acum-MTD-D
               SUBTRACT Est-YTD-SD FROM Acum-YTD-SD
               SUBTRACT Est-YTD-CD FROM Acum-YTD-CD
               SUBTRACT Est-YTD-D FROM Acum-YTD-D
               IF Houve-Erro-Fatal THEN
                   DISPLAY "Recuperacao abortada, nada gravado."
               ELSE

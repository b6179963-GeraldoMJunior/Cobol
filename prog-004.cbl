           02  Mov-FormaPagto  PIC X.
           02  Mov-Cliente     PIC 9(4).
           02  Mov-Hora        PIC X(4).
           02  Mov-Placa       PIC X(7).
           02  Mov-Odometro    PIC 9(7).
           02  Mov-Fidelidade  PIC X(11).
       01  Abast-Estorno       PIC X(65).

       WORKING-STORAGE SECTION.
       77  WS-FStatus      PIC XX.
                   EVALUATE Mov-Tipo
                       WHEN "I" WHEN "i" WHEN "F" WHEN "f"
                       WHEN "S" WHEN "s" WHEN "U" WHEN "u"
                       WHEN "X" WHEN "x" WHEN "R" WHEN "r"
                       WHEN "C" WHEN "c" WHEN "L" WHEN "l"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-Total-Validos

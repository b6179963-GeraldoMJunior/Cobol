       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisponibilidadeBicos.
       AUTHOR. Geraldo Jr.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Arq-Hist ASSIGN TO "historix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-Chave
               FILE STATUS IS FStatusHist.

           SELECT Arq-Interd ASSIGN TO "interdicao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusInterd.

           SELECT Arq-Rel ASSIGN TO "disponib.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FStatusRel.

       DATA DIVISION.
       FILE SECTION.
       FD Arq-Hist.
       01  Reg-Hist.
           88  Fim-Hist        VALUE HIGH-VALUES.
           02  HS-Chave.
               03  HS-Data-Inv PIC 9(8).
               03  HS-Seq      PIC 9(4).
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

      *    Data/hora final em branco: bico ainda interditado.
       FD Arq-Interd.
       01  Reg-Interd.
           88  Fim-Interd      VALUE HIGH-VALUES.
           02  IT-Bico         PIC 9(2).
           02  IT-Data-Ini     PIC X(8).
           02  IT-Hora-Ini     PIC X(4).
           02  IT-Data-Fim     PIC X(8).
           02  IT-Hora-Fim     PIC X(4).
           02  IT-Motivo       PIC X(30).
           02  IT-Liberado-Por PIC X(10).

       FD Arq-Rel.
       01  Reg-Rel             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FStatusHist   PIC XX.
       01  FStatusInterd PIC XX.
       01  FStatusRel    PIC XX.
       01  Linha-Rel     PIC X(80).
       01  Nome-Posto    PIC X(24)   VALUE "POSTO MODELO LTDA".

       01  Status-Verificado   PIC XX.
       01  Arquivo-Verificado  PIC X(40).
       01  Msg-Status-Arq      PIC X(45).
       01  Erro-Fatal          PIC X       VALUE "N".
           88  Houve-Erro-Fatal            VALUE "S".

       01  Data-Sistema  PIC X(8).
       01  Hora-Sistema  PIC X(8).
       01  Opcao-Mes     PIC X(6).
       01  AnoMes-Rel    PIC X(6).
       01  AnoMes-Base   PIC X(6).
       01  Ano-Trab      PIC 9(4).
       01  Mes-Trab      PIC 9(2).
       01  Dias-No-Mes   PIC 9(2).
       01  Resto-Bissexto PIC 9(4).

      *    Instantes no formato AAAAMMDDHHMM.
       01  Inicio-Mes    PIC 9(12).
       01  Fim-Mes       PIC 9(12).
       01  Agora         PIC 9(12).
       01  Corte-Fim     PIC 9(12).
       01  Instante-Conv PIC 9(12).
       01  Inst-Ini      PIC 9(12).
       01  Inst-Fim      PIC 9(12).

       01  Ano-Calc      PIC 9(4).
       01  Mes-Calc      PIC 9(2).
       01  Dia-Calc      PIC 9(2).
       01  Ano-Ant       PIC 9(4).
       01  Dias-Trab     PIC 9(7).
       01  Bis-4         PIC 9(4).
       01  Bis-100       PIC 9(4).
       01  Bis-400       PIC 9(4).
       01  Resto-Div     PIC 9(4).
       01  Minutos-Conv  PIC 9(11).
       01  Minuto-Ini    PIC 9(11).
       01  Minuto-Fim    PIC 9(11).
       01  Minuto-Cur    PIC 9(11).
       01  Minuto-Slot   PIC 9(11).
       01  Minutos-Parte PIC 9(3).
       01  Minutos-Periodo PIC 9(7).
       01  Dia-Abs       PIC 9(7).
       01  Minuto-Dia    PIC 9(4).
       01  Hora-Num      PIC 9(2).
       01  Min-Hora      PIC 9(2).
       01  Dia-Semana    PIC 9.
       01  Classe-Idx    PIC 9.
       01  Dia-Idx       PIC 9(2).
       01  Semanas       PIC 9(7).
       01  Tab-Dias-Classe.
           02  Dias-Classe OCCURS 2 TIMES PIC 9(2).
       01  Bico-Busca    PIC 9(2).
       01  Minutos-Interd PIC 9(7).

       01  Tab-Bicos.
           02  TB-Bico OCCURS 20 TIMES INDEXED BY DB-Idx.
               03  DB-Bico       PIC 9(2).
               03  DB-Qtd        PIC 9(3).
               03  DB-Minutos    PIC 9(7).
               03  DB-Perda      PIC 9(7)V99.
               03  DB-Hora OCCURS 24 TIMES INDEXED BY HO-Idx.
                   04  DB-Litros OCCURS 2 TIMES PIC 9(7)V99.
       01  Qtd-Bicos     PIC 9(2)    VALUE ZERO.
       01  Db-Achado-Idx PIC 9(2)    VALUE ZERO.
       01  Qtd-Interd    PIC 9(3)    VALUE ZERO.
       01  Qtd-Ruins     PIC 9(3)    VALUE ZERO.
       01  Bicos-Perdidos PIC 9(3)   VALUE ZERO.

       01  Perda-Interd  PIC 9(7)V99.
       01  Media-Hora    PIC 9(5)V9999.
       01  Horas-Rel     PIC 9(5)V99.
       01  Disp-Pct      PIC 9(3)V9.
       01  Tot-Minutos   PIC 9(8)    VALUE ZERO.
       01  Tot-Perda     PIC 9(8)V99 VALUE ZERO.
       01  Fim-Rel       PIC X(13).
       01  Fase-Leitura  PIC X.
           88  Fase-Cadastro       VALUE "C".
           88  Fase-Apuracao       VALUE "A".

       PROCEDURE DIVISION.
           DISPLAY "Disponibilidade de Bicos"
           DISPLAY "========================"
           ACCEPT Data-Sistema FROM DATE YYYYMMDD
           ACCEPT Hora-Sistema FROM TIME
           DISPLAY "Mes (AAAAMM, branco = mes atual): "
               WITH NO ADVANCING
           ACCEPT Opcao-Mes
           IF Opcao-Mes = SPACES THEN
               MOVE Data-Sistema(1:6) TO AnoMes-Rel
           ELSE
               MOVE Opcao-Mes TO AnoMes-Rel
           END-IF
           IF AnoMes-Rel IS NOT NUMERIC
               OR AnoMes-Rel(5:2) < "01" OR AnoMes-Rel(5:2) > "12"
               OR AnoMes-Rel > Data-Sistema(1:6) THEN
               DISPLAY "Mes invalido: " AnoMes-Rel
               STOP RUN
           END-IF
           PERFORM MONTA-PERIODO
           SET Fase-Cadastro TO TRUE
           PERFORM LE-INTERDICOES
           IF Qtd-Bicos > ZERO AND NOT Houve-Erro-Fatal THEN
               PERFORM MONTA-CURVA-BASE
           END-IF
           IF NOT Houve-Erro-Fatal THEN
               OPEN OUTPUT Arq-Rel
               MOVE FStatusRel TO Status-Verificado
               MOVE "disponib.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM IMPRIME-CABECALHO
               SET Fase-Apuracao TO TRUE
               PERFORM LE-INTERDICOES
               PERFORM IMPRIME-RESUMO
               CLOSE Arq-Rel
               MOVE FStatusRel TO Status-Verificado
               MOVE "disponib.lst" TO Arquivo-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF
           STOP RUN.

      *    Periodo apurado: do primeiro dia do mes ate o inicio do mes
      *    seguinte ou, no mes corrente, ate agora. A curva base e a
      *    do mes anterior.
       MONTA-PERIODO.
           MOVE AnoMes-Rel(1:4) TO Ano-Trab
           MOVE AnoMes-Rel(5:2) TO Mes-Trab
           PERFORM CALCULA-DIAS-NO-MES
           MOVE AnoMes-Rel TO Inicio-Mes(1:6)
           MOVE "010000" TO Inicio-Mes(7:6)
           IF Mes-Trab = 12 THEN
               ADD 1 TO Ano-Trab
               MOVE 1 TO Mes-Trab
           ELSE
               ADD 1 TO Mes-Trab
           END-IF
           MOVE Ano-Trab TO Fim-Mes(1:4)
           MOVE Mes-Trab TO Fim-Mes(5:2)
           MOVE "010000" TO Fim-Mes(7:6)
           MOVE Data-Sistema TO Agora(1:8)
           MOVE Hora-Sistema(1:4) TO Agora(9:4)
           IF Agora < Fim-Mes THEN
               MOVE Agora TO Corte-Fim
           ELSE
               MOVE Fim-Mes TO Corte-Fim
           END-IF
           MOVE Inicio-Mes TO Instante-Conv
           PERFORM CONVERTE-INSTANTE
           MOVE Minutos-Conv TO Minuto-Ini
           MOVE Corte-Fim TO Instante-Conv
           PERFORM CONVERTE-INSTANTE
           COMPUTE Minutos-Periodo = Minutos-Conv - Minuto-Ini
           MOVE AnoMes-Rel(1:4) TO Ano-Trab
           MOVE AnoMes-Rel(5:2) TO Mes-Trab
           IF Mes-Trab = 1 THEN
               SUBTRACT 1 FROM Ano-Trab
               MOVE 12 TO Mes-Trab
           ELSE
               SUBTRACT 1 FROM Mes-Trab
           END-IF
           MOVE Ano-Trab TO AnoMes-Base(1:4)
           MOVE Mes-Trab TO AnoMes-Base(5:2)
           PERFORM CALCULA-DIAS-NO-MES
           MOVE ZEROS TO Dias-Classe(1) Dias-Classe(2)
           MOVE Ano-Trab TO Ano-Calc
           MOVE Mes-Trab TO Mes-Calc
           PERFORM VARYING Dia-Idx FROM 1 BY 1
               UNTIL Dia-Idx > Dias-No-Mes
               MOVE Dia-Idx TO Dia-Calc
               PERFORM CONVERTE-DATA-DIAS
               PERFORM CLASSIFICA-DIA
               ADD 1 TO Dias-Classe(Classe-Idx)
           END-PERFORM
           MOVE AnoMes-Rel(1:4) TO Ano-Trab
           MOVE AnoMes-Rel(5:2) TO Mes-Trab
           PERFORM CALCULA-DIAS-NO-MES.

      *    A leitura e feita duas vezes: no cadastro monta a tabela de
      *    bicos interditados no mes; na apuracao calcula horas e
      *    volume perdido de cada interdicao, ja com a curva montada.
       LE-INTERDICOES.
           OPEN INPUT Arq-Interd
           MOVE FStatusInterd TO Status-Verificado
           MOVE "interdicao.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusInterd = "35" THEN
               IF Fase-Cadastro THEN
                   DISPLAY "Arquivo de interdicoes nao encontrado."
               END-IF
           ELSE
               READ Arq-Interd
                   AT END SET Fim-Interd TO TRUE
               END-READ
               MOVE FStatusInterd TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
               PERFORM UNTIL Fim-Interd OR Houve-Erro-Fatal
                   PERFORM TRATA-INTERDICAO
                   READ Arq-Interd
                       AT END SET Fim-Interd TO TRUE
                   END-READ
                   MOVE FStatusInterd TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-PERFORM
               CLOSE Arq-Interd
               MOVE FStatusInterd TO Status-Verificado
               PERFORM VERIFICA-STATUS-ARQUIVO
           END-IF.

       TRATA-INTERDICAO.
           IF IT-Data-Ini NOT NUMERIC
               OR IT-Hora-Ini NOT NUMERIC
               OR (IT-Data-Fim NOT = SPACES
                   AND (IT-Data-Fim NOT NUMERIC
                       OR IT-Hora-Fim NOT NUMERIC)) THEN
               IF Fase-Cadastro THEN
                   ADD 1 TO Qtd-Ruins
               END-IF
           ELSE
               MOVE IT-Data-Ini(5:4) TO Inst-Ini(1:4)
               MOVE IT-Data-Ini(3:2) TO Inst-Ini(5:2)
               MOVE IT-Data-Ini(1:2) TO Inst-Ini(7:2)
               MOVE IT-Hora-Ini TO Inst-Ini(9:4)
               IF IT-Data-Fim = SPACES THEN
                   MOVE 999999999999 TO Inst-Fim
               ELSE
                   MOVE IT-Data-Fim(5:4) TO Inst-Fim(1:4)
                   MOVE IT-Data-Fim(3:2) TO Inst-Fim(5:2)
                   MOVE IT-Data-Fim(1:2) TO Inst-Fim(7:2)
                   MOVE IT-Hora-Fim TO Inst-Fim(9:4)
               END-IF
               IF Inst-Ini < Corte-Fim AND Inst-Fim > Inicio-Mes THEN
                   IF Inst-Ini < Inicio-Mes THEN
                       MOVE Inicio-Mes TO Inst-Ini
                   END-IF
                   IF Inst-Fim > Corte-Fim THEN
                       MOVE Corte-Fim TO Inst-Fim
                   END-IF
                   IF Fase-Cadastro THEN
                       PERFORM INCLUI-BICO
                   ELSE
                       PERFORM APURA-INTERDICAO
                   END-IF
               END-IF
           END-IF.

       INCLUI-BICO.
           ADD 1 TO Qtd-Interd
           MOVE IT-Bico TO Bico-Busca
           PERFORM BUSCA-BICO
           IF Db-Achado-Idx = ZERO THEN
               IF Qtd-Bicos < 20 THEN
                   ADD 1 TO Qtd-Bicos
                   SET DB-Idx TO Qtd-Bicos
                   MOVE IT-Bico TO DB-Bico(DB-Idx)
                   MOVE ZEROS TO DB-Qtd(DB-Idx) DB-Minutos(DB-Idx)
                   MOVE ZEROS TO DB-Perda(DB-Idx)
                   PERFORM VARYING HO-Idx FROM 1 BY 1 UNTIL HO-Idx > 24
                       MOVE ZEROS TO DB-Litros(DB-Idx, HO-Idx, 1)
                       MOVE ZEROS TO DB-Litros(DB-Idx, HO-Idx, 2)
                   END-PERFORM
               ELSE
                   ADD 1 TO Bicos-Perdidos
               END-IF
           END-IF.

       BUSCA-BICO.
           MOVE ZERO TO Db-Achado-Idx
           PERFORM VARYING DB-Idx FROM 1 BY 1 UNTIL DB-Idx > Qtd-Bicos
               IF DB-Bico(DB-Idx) = Bico-Busca THEN
                   SET Db-Achado-Idx TO DB-Idx
               END-IF
           END-PERFORM.

      *    Curva do bico: media de litros por hora do dia no mes
      *    anterior, separando dias uteis e fim de semana como na
      *    curva horaria.
       MONTA-CURVA-BASE.
           OPEN INPUT Arq-Hist
           MOVE FStatusHist TO Status-Verificado
           MOVE "historix.dat" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           IF FStatusHist = "35" THEN
               DISPLAY "Historico nao encontrado - volume perdido"
                   " nao estimado."
           ELSE
               MOVE AnoMes-Base TO HS-Data-Inv(1:6)
               MOVE "01" TO HS-Data-Inv(7:2)
               MOVE ZEROS TO HS-Seq
               START Arq-Hist KEY NOT LESS HS-Chave
                   INVALID KEY SET Fim-Hist TO TRUE
               END-START
               IF NOT Fim-Hist THEN
                   READ Arq-Hist
                       AT END SET Fim-Hist TO TRUE
                   END-READ
                   MOVE FStatusHist TO Status-Verificado
                   PERFORM VERIFICA-STATUS-ARQUIVO
               END-IF
               PERFORM UNTIL Fim-Hist OR Houve-Erro-Fatal
                   IF HS-Data-Inv(1:6) NOT = AnoMes-Base THEN
                       SET Fim-Hist TO TRUE
                   ELSE
                       PERFORM ACUMULA-CURVA
                       READ Arq-Hist
                           AT END SET Fim-Hist TO TRUE
                       END-READ
                       MOVE FStatusHist TO Status-Verificado
                       PERFORM VERIFICA-STATUS-ARQUIVO
                   END-IF
               END-PERFORM
               CLOSE Arq-Hist
           END-IF.

       ACUMULA-CURVA.
           IF HS-Estornada OR HS-Estorno
               OR HS-Tipo = "L" OR HS-Tipo = "l"
               OR HS-Hora(1:2) NOT NUMERIC THEN
               CONTINUE
           ELSE
               MOVE HS-Hora(1:2) TO Hora-Num
               MOVE HS-Bico TO Bico-Busca
               PERFORM BUSCA-BICO
               IF Db-Achado-Idx > ZERO AND Hora-Num < 24 THEN
                   SET DB-Idx TO Db-Achado-Idx
                   MOVE HS-Data(5:4) TO Ano-Calc
                   MOVE HS-Data(3:2) TO Mes-Calc
                   MOVE HS-Data(1:2) TO Dia-Calc
                   PERFORM CONVERTE-DATA-DIAS
                   PERFORM CLASSIFICA-DIA
                   COMPUTE Hora-Num = Hora-Num + 1
                   SET HO-Idx TO Hora-Num
                   ADD HS-Litros
                       TO DB-Litros(DB-Idx, HO-Idx, Classe-Idx)
               END-IF
           END-IF.

      *    Percorre a interdicao hora a hora, somando a fracao de cada
      *    hora parada vezes a media do bico naquela hora.
       APURA-INTERDICAO.
           MOVE IT-Bico TO Bico-Busca
           PERFORM BUSCA-BICO
           IF Db-Achado-Idx > ZERO THEN
               SET DB-Idx TO Db-Achado-Idx
               MOVE Inst-Ini TO Instante-Conv
               PERFORM CONVERTE-INSTANTE
               MOVE Minutos-Conv TO Minuto-Cur
               MOVE Inst-Fim TO Instante-Conv
               PERFORM CONVERTE-INSTANTE
               MOVE Minutos-Conv TO Minuto-Fim
               COMPUTE Minutos-Interd = Minuto-Fim - Minuto-Cur
               MOVE ZEROS TO Perda-Interd
               PERFORM UNTIL Minuto-Cur NOT < Minuto-Fim
                   DIVIDE Minuto-Cur BY 1440 GIVING Dia-Abs
                       REMAINDER Minuto-Dia
                   DIVIDE Minuto-Dia BY 60 GIVING Hora-Num
                       REMAINDER Min-Hora
                   COMPUTE Minuto-Slot = Minuto-Cur - Min-Hora + 60
                   IF Minuto-Slot > Minuto-Fim THEN
                       MOVE Minuto-Fim TO Minuto-Slot
                   END-IF
                   COMPUTE Minutos-Parte = Minuto-Slot - Minuto-Cur
                   MOVE Dia-Abs TO Dias-Trab
                   PERFORM CLASSIFICA-DIA
                   COMPUTE Hora-Num = Hora-Num + 1
                   SET HO-Idx TO Hora-Num
                   IF Dias-Classe(Classe-Idx) > ZERO THEN
                       COMPUTE Media-Hora ROUNDED =
                           DB-Litros(DB-Idx, HO-Idx, Classe-Idx)
                           / Dias-Classe(Classe-Idx)
                       COMPUTE Perda-Interd ROUNDED = Perda-Interd
                           + Media-Hora * Minutos-Parte / 60
                   END-IF
                   MOVE Minuto-Slot TO Minuto-Cur
               END-PERFORM
               ADD 1 TO DB-Qtd(DB-Idx)
               ADD Minutos-Interd TO DB-Minutos(DB-Idx)
               ADD Perda-Interd TO DB-Perda(DB-Idx)
               PERFORM IMPRIME-INTERDICAO
           END-IF.

       CLASSIFICA-DIA.
      *    Dia 1 (01/01/0001) foi segunda-feira: resto 6 e sabado e
      *    resto zero e domingo.
           DIVIDE Dias-Trab BY 7 GIVING Semanas REMAINDER Dia-Semana
           IF Dia-Semana = 6 OR Dia-Semana = 0 THEN
               MOVE 2 TO Classe-Idx
           ELSE
               MOVE 1 TO Classe-Idx
           END-IF.

       CONVERTE-INSTANTE.
           MOVE Instante-Conv(1:4) TO Ano-Calc
           MOVE Instante-Conv(5:2) TO Mes-Calc
           MOVE Instante-Conv(7:2) TO Dia-Calc
           PERFORM CONVERTE-DATA-DIAS
           MOVE Instante-Conv(9:2) TO Hora-Num
           MOVE Instante-Conv(11:2) TO Min-Hora
           COMPUTE Minutos-Conv = Dias-Trab * 1440
               + Hora-Num * 60 + Min-Hora.

       CONVERTE-DATA-DIAS.
           COMPUTE Ano-Ant = Ano-Calc - 1
           DIVIDE Ano-Ant BY 4 GIVING Bis-4 REMAINDER Resto-Div
           DIVIDE Ano-Ant BY 100 GIVING Bis-100 REMAINDER Resto-Div
           DIVIDE Ano-Ant BY 400 GIVING Bis-400 REMAINDER Resto-Div
           COMPUTE Dias-Trab = Ano-Ant * 365
               + Bis-4 - Bis-100 + Bis-400
           EVALUATE Mes-Calc
               WHEN 1  ADD 0   TO Dias-Trab
               WHEN 2  ADD 31  TO Dias-Trab
               WHEN 3  ADD 59  TO Dias-Trab
               WHEN 4  ADD 90  TO Dias-Trab
               WHEN 5  ADD 120 TO Dias-Trab
               WHEN 6  ADD 151 TO Dias-Trab
               WHEN 7  ADD 181 TO Dias-Trab
               WHEN 8  ADD 212 TO Dias-Trab
               WHEN 9  ADD 243 TO Dias-Trab
               WHEN 10 ADD 273 TO Dias-Trab
               WHEN 11 ADD 304 TO Dias-Trab
               WHEN 12 ADD 334 TO Dias-Trab
           END-EVALUATE
           ADD Dia-Calc TO Dias-Trab
           IF Mes-Calc > 2 THEN
               DIVIDE Ano-Calc BY 4 GIVING Bis-4 REMAINDER Resto-Div
               IF Resto-Div = ZERO THEN
                   DIVIDE Ano-Calc BY 100 GIVING Bis-100
                       REMAINDER Resto-Div
                   IF Resto-Div NOT = ZERO THEN
                       ADD 1 TO Dias-Trab
                   ELSE
                       DIVIDE Ano-Calc BY 400 GIVING Bis-400
                           REMAINDER Resto-Div
                       IF Resto-Div = ZERO THEN
                           ADD 1 TO Dias-Trab
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CALCULA-DIAS-NO-MES.
           EVALUATE Mes-Trab
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO Dias-No-Mes
               WHEN 2
                   MOVE 28 TO Dias-No-Mes
                   DIVIDE Ano-Trab BY 4 GIVING Resto-Bissexto
                       REMAINDER Resto-Bissexto
                   IF Resto-Bissexto = ZERO THEN
                       MOVE 29 TO Dias-No-Mes
                   END-IF
               WHEN OTHER
                   MOVE 31 TO Dias-No-Mes
           END-EVALUATE.

       IMPRIME-CABECALHO.
           MOVE SPACES TO Linha-Rel
           STRING Nome-Posto DELIMITED BY SIZE
                  " - Disponibilidade de bicos " DELIMITED BY SIZE
                  AnoMes-Rel(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  AnoMes-Rel(1:4) DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "Curva base: " DELIMITED BY SIZE
                  AnoMes-Base(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  AnoMes-Base(1:4) DELIMITED BY SIZE
                  "  dias uteis " DELIMITED BY SIZE
                  Dias-Classe(1) DELIMITED BY SIZE
                  "  fim de semana " DELIMITED BY SIZE
                  Dias-Classe(2) DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Bico Inicio        Fim              Horas    Perda"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-INTERDICAO.
           COMPUTE Horas-Rel ROUNDED = Minutos-Interd / 60
           IF IT-Data-Fim = SPACES THEN
               MOVE "em aberto" TO Fim-Rel
           ELSE
               MOVE SPACES TO Fim-Rel
               STRING IT-Data-Fim DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IT-Hora-Fim DELIMITED BY SIZE
                   INTO Fim-Rel
           END-IF
           MOVE SPACES TO Linha-Rel
           STRING IT-Bico DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  IT-Data-Ini DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IT-Hora-Ini DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Fim-Rel DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Horas-Rel DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  Perda-Interd DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO Linha-Rel
           STRING "     " DELIMITED BY SIZE
                  IT-Motivo DELIMITED BY SIZE
                  "  liberado por " DELIMITED BY SIZE
                  IT-Liberado-Por DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA.

       IMPRIME-RESUMO.
           MOVE SPACES TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Resumo por bico" TO Linha-Rel
           PERFORM IMPRIME-LINHA
           MOVE "Bico Interd Horas paradas  Volume perdido  Disp. %"
               TO Linha-Rel
           PERFORM IMPRIME-LINHA
           PERFORM VARYING DB-Idx FROM 1 BY 1
               UNTIL DB-Idx > Qtd-Bicos OR Houve-Erro-Fatal
               COMPUTE Horas-Rel ROUNDED = DB-Minutos(DB-Idx) / 60
               IF Minutos-Periodo > ZERO
                   AND DB-Minutos(DB-Idx) < Minutos-Periodo THEN
                   COMPUTE Disp-Pct ROUNDED = 100 -
                       DB-Minutos(DB-Idx) * 100 / Minutos-Periodo
               ELSE
                   MOVE ZEROS TO Disp-Pct
               END-IF
               ADD DB-Minutos(DB-Idx) TO Tot-Minutos
               ADD DB-Perda(DB-Idx) TO Tot-Perda
               MOVE SPACES TO Linha-Rel
               STRING DB-Bico(DB-Idx) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      DB-Qtd(DB-Idx) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      Horas-Rel DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      DB-Perda(DB-Idx) DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      Disp-Pct DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-PERFORM
           COMPUTE Horas-Rel ROUNDED = Tot-Minutos / 60
           MOVE SPACES TO Linha-Rel
           STRING "Total       " DELIMITED BY SIZE
                  Horas-Rel DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  Tot-Perda DELIMITED BY SIZE
               INTO Linha-Rel
           PERFORM IMPRIME-LINHA
           IF Qtd-Interd = ZERO THEN
               MOVE "Nenhuma interdicao no mes" TO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Qtd-Ruins > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Interdicoes com data/hora invalida: "
                          DELIMITED BY SIZE
                      Qtd-Ruins DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF
           IF Bicos-Perdidos > ZERO THEN
               MOVE SPACES TO Linha-Rel
               STRING "Interdicoes fora da tabela de bicos: "
                          DELIMITED BY SIZE
                      Bicos-Perdidos DELIMITED BY SIZE
                   INTO Linha-Rel
               PERFORM IMPRIME-LINHA
           END-IF.

       IMPRIME-LINHA.
           MOVE Linha-Rel TO Reg-Rel
           WRITE Reg-Rel
           MOVE FStatusRel TO Status-Verificado
           MOVE "disponib.lst" TO Arquivo-Verificado
           PERFORM VERIFICA-STATUS-ARQUIVO
           DISPLAY Linha-Rel.

       VERIFICA-STATUS-ARQUIVO.
           EVALUATE Status-Verificado
               WHEN "00"
                   CONTINUE
               WHEN "05"
                   CONTINUE
               WHEN "10"
                   CONTINUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET Houve-Erro-Fatal TO TRUE
                   MOVE "erro de E/S nao catalogado" TO Msg-Status-Arq
                   MOVE SPACES TO Linha-Rel
                   STRING "ERRO E/S arquivo " DELIMITED BY SIZE
                          Arquivo-Verificado DELIMITED BY SIZE
                          " status " DELIMITED BY SIZE
                          Status-Verificado DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          Msg-Status-Arq DELIMITED BY SIZE
                       INTO Linha-Rel
                   DISPLAY Linha-Rel
           END-EVALUATE.

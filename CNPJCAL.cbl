       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJCAL.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Calendario de dias uteis compartilhado pelos
      *********    programas de envelhecimento (CNPJREC, CNPJSLA):
      *********    sabados, domingos e os feriados do arquivo
      *********    CNPJCAL.TXT (uma data AAAAMMDD por linha, com a
      *********    descricao do feriado) nao sao dias uteis. Duas
      *********    entradas: CNPJ-DIAS-UTEIS conta os dias uteis entre
      *********    duas datas e CNPJ-VOLTA-DIAS-UTEIS apura a data de
      *********    corte que fica a um numero de dias uteis antes de
      *********    uma data. O calendario e carregado uma unica vez,
      *********    na primeira chamada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CALENDARIO ASSIGN TO "CNPJCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CALENDARIO.
       01  REG-CALENDARIO.
           02 CAL-DATA               PIC X(08).
           02 CAL-DATA-R REDEFINES CAL-DATA.
              03 CAL-ANO             PIC 9(04).
              03 CAL-MES             PIC 9(02).
              03 CAL-DIA             PIC 9(02).
           02 CAL-DATA-N REDEFINES CAL-DATA PIC 9(08).
           02 FILLER                 PIC X(01).
           02 CAL-DESCRICAO          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-FS-CALENDARIO      PIC X(02) VALUE '00'.

       01  WS-FIM-ARQUIVO        PIC 9 VALUE 0.
           88 FIM-ARQUIVO             VALUE 1.

      *    A tabela e carregada uma unica vez, na primeira consulta,
      *    e permanece em memoria pelo resto do passo. Os feriados
      *    ficam guardados como dia inteiro (FUNCTION INTEGER-OF-DATE)
      *    para a comparacao com o dia corrente das contagens.
       01  WS-TABELA-CARREGADA   PIC 9 VALUE 0.
           88 TABELA-CARREGADA        VALUE 1.

       01  WS-QTDE-FERIADOS      PIC 9(04) VALUE 0.
       01  WS-IND-FERIADO        PIC 9(04) VALUE 0.
       01  WS-TAB-FERIADO.
           02 TAB-DIA-FERIADO OCCURS 2000 TIMES PIC 9(07).

      *    Dia corrente das contagens e o seu dia da semana: o dia
      *    inteiro 1 (01/01/1601) foi uma segunda-feira, entao o resto
      *    da divisao de (dia - 1) por 7 vale 0 na segunda, 5 no
      *    sabado e 6 no domingo.
       01  WS-DIA-CORRENTE       PIC 9(07) VALUE 0.
       01  WS-DIA-LIMITE         PIC 9(07) VALUE 0.
       01  WS-QUOCIENTE          PIC 9(07) VALUE 0.
       01  WS-DIA-SEMANA         PIC 9(01) VALUE 0.
       01  WS-DIA-UTIL           PIC 9 VALUE 0.
           88 DIA-UTIL                VALUE 1.
       01  WS-QTDE-UTEIS         PIC 9(05) VALUE 0.
       01  WS-FIM-VOLTA          PIC 9 VALUE 0.
           88 FIM-VOLTA               VALUE 1.

       LINKAGE SECTION.
       01  LK-DATA-INICIAL       PIC 9(08).
       01  LK-DATA-FINAL         PIC 9(08).
       01  LK-DIAS-UTEIS         PIC 9(05).
       01  LK-DATA-BASE          PIC 9(08).
       01  LK-QTDE-DIAS          PIC 9(05).
       01  LK-DATA-CORTE         PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           GOBACK.

      *----------------------------------------------------------------*
      *    Dias uteis decorridos depois da data inicial ate a data     *
      *    final, inclusive (o dia da exportacao nao conta, o dia de   *
      *    hoje conta se for util). Data final igual ou anterior a     *
      *    inicial devolve zero.                                       *
      *----------------------------------------------------------------*
       CNPJ-DIAS-UTEIS-ENTRY.
       ENTRY 'CNPJ-DIAS-UTEIS' USING LK-DATA-INICIAL
                                     LK-DATA-FINAL
                                     LK-DIAS-UTEIS.
           IF NOT TABELA-CARREGADA
               PERFORM CARREGAR-TABELA THRU FIM-CARREGAR-TABELA
           END-IF

           MOVE 0 TO LK-DIAS-UTEIS
           IF LK-DATA-FINAL > LK-DATA-INICIAL
               COMPUTE WS-DIA-CORRENTE =
                       FUNCTION INTEGER-OF-DATE(LK-DATA-INICIAL) + 1
               COMPUTE WS-DIA-LIMITE =
                       FUNCTION INTEGER-OF-DATE(LK-DATA-FINAL)
               PERFORM CONTAR-DIA THRU FIM-CONTAR-DIA
                   UNTIL WS-DIA-CORRENTE > WS-DIA-LIMITE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------*
      *    Data de corte a N dias uteis antes da data base: a menor    *
      *    data cujo intervalo ate a data base nao passa de N dias     *
      *    uteis. Data anterior ao corte esta ha mais de N dias uteis  *
      *    da data base; sem feriados nem fins de semana no caminho, o *
      *    corte e a data base menos N dias corridos.                  *
      *----------------------------------------------------------------*
       CNPJ-VOLTA-DIAS-UTEIS-ENTRY.
       ENTRY 'CNPJ-VOLTA-DIAS-UTEIS' USING LK-DATA-BASE
                                           LK-QTDE-DIAS
                                           LK-DATA-CORTE.
           IF NOT TABELA-CARREGADA
               PERFORM CARREGAR-TABELA THRU FIM-CARREGAR-TABELA
           END-IF

           COMPUTE WS-DIA-CORRENTE =
                   FUNCTION INTEGER-OF-DATE(LK-DATA-BASE)
           MOVE 0 TO WS-QTDE-UTEIS WS-FIM-VOLTA
           PERFORM VOLTAR-DIA THRU FIM-VOLTAR-DIA
               UNTIL FIM-VOLTA
           COMPUTE LK-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE).
           GOBACK.

       CONTAR-DIA.
           PERFORM AVALIAR-DIA THRU FIM-AVALIAR-DIA
           IF DIA-UTIL
               ADD 1 TO LK-DIAS-UTEIS
           END-IF
           ADD 1 TO WS-DIA-CORRENTE.
       FIM-CONTAR-DIA.
           EXIT.

      *    Recuar do dia corrente para o anterior acrescenta o dia
      *    corrente ao intervalo; o recuo para quando esse acrescimo
      *    passaria de N dias uteis.
       VOLTAR-DIA.
           PERFORM AVALIAR-DIA THRU FIM-AVALIAR-DIA
           IF DIA-UTIL
               IF WS-QTDE-UTEIS >= LK-QTDE-DIAS
                   SET FIM-VOLTA TO TRUE
                   GO TO FIM-VOLTAR-DIA
               END-IF
               ADD 1 TO WS-QTDE-UTEIS
           END-IF
           SUBTRACT 1 FROM WS-DIA-CORRENTE.
       FIM-VOLTAR-DIA.
           EXIT.

       AVALIAR-DIA.
           MOVE 1 TO WS-DIA-UTIL
           DIVIDE 7 INTO WS-DIA-CORRENTE GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA
      *    O resto acima e de (dia) por 7; (dia - 1) e um a menos.
           IF WS-DIA-SEMANA = 0
               MOVE 6 TO WS-DIA-SEMANA
           ELSE
               SUBTRACT 1 FROM WS-DIA-SEMANA
           END-IF
           IF WS-DIA-SEMANA = 5 OR WS-DIA-SEMANA = 6
               MOVE 0 TO WS-DIA-UTIL
               GO TO FIM-AVALIAR-DIA
           END-IF
           PERFORM VARYING WS-IND-FERIADO FROM 1 BY 1
                   UNTIL WS-IND-FERIADO > WS-QTDE-FERIADOS
                      OR WS-DIA-UTIL = 0
               IF TAB-DIA-FERIADO(WS-IND-FERIADO) = WS-DIA-CORRENTE
                   MOVE 0 TO WS-DIA-UTIL
               END-IF
           END-PERFORM.
       FIM-AVALIAR-DIA.
           EXIT.

      *    Calendario ausente nao impede o processamento: valem so os
      *    fins de semana, com aviso ao operador. Data invalida ou
      *    tabela cheia e erro de manutencao do arquivo e derruba o
      *    passo - um feriado descartado em silencio mudaria todas as
      *    contagens.
       CARREGAR-TABELA.
           MOVE 0 TO WS-QTDE-FERIADOS
           OPEN INPUT ARQ-CALENDARIO
           IF WS-FS-CALENDARIO = '35'
               DISPLAY 'CNPJCAL.TXT ausente - apenas sabados e '
                       'domingos fora dos dias uteis'
               SET TABELA-CARREGADA TO TRUE
               GO TO FIM-CARREGAR-TABELA
           END-IF
           IF WS-FS-CALENDARIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJCAL.TXT - STATUS '
                       WS-FS-CALENDARIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARREGAR-REGISTRO THRU FIM-CARREGAR-REGISTRO
               UNTIL FIM-ARQUIVO

           CLOSE ARQ-CALENDARIO
           SET TABELA-CARREGADA TO TRUE.
       FIM-CARREGAR-TABELA.
           EXIT.

       CARREGAR-REGISTRO.
           READ ARQ-CALENDARIO
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF CAL-DATA NOT NUMERIC
                      OR CAL-ANO < 1601
                      OR CAL-MES < 1 OR CAL-MES > 12
                      OR CAL-DIA < 1 OR CAL-DIA > 31
                       DISPLAY 'CNPJCAL.TXT COM DATA INVALIDA: '
                               REG-CALENDARIO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-QTDE-FERIADOS >= 2000
                       DISPLAY 'TABELA DE FERIADOS CHEIA - '
                               'AMPLIAR WS-TAB-FERIADO'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTDE-FERIADOS
                   COMPUTE TAB-DIA-FERIADO(WS-QTDE-FERIADOS) =
                           FUNCTION INTEGER-OF-DATE(CAL-DATA-N)
           END-READ.
       FIM-CARREGAR-REGISTRO.
           EXIT.

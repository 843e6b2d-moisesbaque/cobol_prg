       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJRCP.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Recuperacao do cadastro mestre CNPJMST.DAT a partir
      *********    do diario de atualizacoes (CNPJJRNL.TXT) gravado
      *********    pelo modulo CNPJJRN. Dois modos, escolhidos pelo
      *********    operador: D = reconstitui o mestre como estava em
      *********    uma data/hora, desfazendo todas as atualizacoes
      *********    posteriores; E = desfaz tudo o que uma execucao
      *********    (programa + data/hora de partida) gravou no mestre.
      *********    As entradas escolhidas sao desfeitas da mais
      *********    recente para a mais antiga, repondo a imagem antes
      *********    de cada uma, e cada registro restaurado sai no
      *********    CNPJRCP.RPT. A propria recuperacao tambem e
      *********    gravada no diario, para poder ser desfeita.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL ASSIGN TO "CNPJJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.
           SELECT ARQ-SELECAO ASSIGN TO "CNPJRCPS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELECAO.
           SELECT ARQ-SELECAO-ORD ASSIGN TO "CNPJRCPO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SELECAO-ORD.
           SELECT ARQ-CLASSIFICA ASSIGN TO "SORTWK01".
           SELECT ARQ-MESTRE ASSIGN TO "CNPJMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CNPJ-BASE-12N
               FILE STATUS IS WS-FS-MESTRE.
           SELECT ARQ-RELATORIO ASSIGN TO "CNPJRCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *    Diario lido no layout do CNPJJREG; o CNPJJREG propriamente
      *    dito fica na WORKING-STORAGE para as entradas desta
      *    execucao.
       FD  ARQ-JORNAL.
       01  REG-JORN-LIDO.
           02 LID-PROGRAMA           PIC X(09).
           02 LID-DATA-EXECUCAO      PIC 9(08).
           02 LID-HORA-EXECUCAO      PIC X(06).
           02 LID-DATA-ATUALIZACAO   PIC 9(08).
           02 LID-HORA-ATUALIZACAO   PIC X(06).
           02 LID-ACAO               PIC X(01).
           02 LID-IMAGEM-ANTES       PIC X(79).
           02 LID-IMAGEM-DEPOIS      PIC X(79).

      *    Entradas escolhidas, numeradas na ordem em que foram
      *    gravadas no diario; a classificacao decrescente por esse
      *    numero entrega a ordem em que precisam ser desfeitas.
       FD  ARQ-SELECAO.
       01  REG-SELECAO.
           02 SEL-SEQUENCIA          PIC 9(09).
           02 SEL-JORNAL             PIC X(196).

       FD  ARQ-SELECAO-ORD.
       01  REG-SELECAO-ORD.
           02 ORD-SEQUENCIA          PIC 9(09).
           02 ORD-PROGRAMA           PIC X(09).
           02 ORD-DATA-EXECUCAO      PIC 9(08).
           02 ORD-HORA-EXECUCAO      PIC X(06).
           02 ORD-DATA-ATUALIZACAO   PIC 9(08).
           02 ORD-HORA-ATUALIZACAO   PIC X(06).
           02 ORD-ACAO               PIC X(01).
              88 ORD-INCLUSAO             VALUE 'I'.
              88 ORD-ALTERACAO            VALUE 'A'.
              88 ORD-EXCLUSAO             VALUE 'E'.
           02 ORD-IMAGEM-ANTES       PIC X(79).
           02 ORD-IMAGEM-DEPOIS      PIC X(79).

       SD  ARQ-CLASSIFICA.
       01  REG-CLASSIFICA.
           02 CLS-SEQUENCIA          PIC 9(09).
           02 FILLER                 PIC X(196).

       FD  ARQ-MESTRE.
       COPY CNPJMREG.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-JORNAL          PIC X(02) VALUE '00'.
       01  WS-FS-SELECAO         PIC X(02) VALUE '00'.
       01  WS-FS-SELECAO-ORD     PIC X(02) VALUE '00'.
       01  WS-FS-MESTRE          PIC X(02) VALUE '00'.
       01  WS-FS-RELATORIO       PIC X(02) VALUE '00'.

       01  WS-FIM-JORNAL         PIC 9 VALUE 0.
           88 FIM-JORNAL              VALUE 1.
       01  WS-FIM-SELECAO        PIC 9 VALUE 0.
           88 FIM-SELECAO             VALUE 1.

      *    Parametros do operador. Modo D: ponto no tempo (data e
      *    hora); tudo o que o diario registrou depois dele e
      *    desfeito. Modo E: execucao a desfazer (programa, data e
      *    hora de partida - a mesma carimbada no diario); hora em
      *    branco vale a ultima execucao do programa naquela data.
       01  WS-MODO               PIC X(01) VALUE SPACE.
           88 MODO-PONTO              VALUE 'D'.
           88 MODO-EXECUCAO           VALUE 'E'.
       01  WS-PROGRAMA-DIGITADO  PIC X(09) VALUE SPACES.
       01  WS-PROGRAMA-DESFAZER  PIC X(09) VALUE SPACES.
       01  WS-DATA-DIGITADA      PIC X(08) VALUE SPACES.
       01  WS-HORA-DIGITADA      PIC X(06) VALUE SPACES.
       01  WS-HORA-VALIDAR-R REDEFINES WS-HORA-DIGITADA.
           02 WS-HRV-HORA        PIC 9(02).
           02 WS-HRV-MINUTO      PIC 9(02).
           02 WS-HRV-SEGUNDO     PIC 9(02).
       01  WS-DATA-PONTO         PIC 9(08) VALUE 0.
       01  WS-HORA-PONTO         PIC X(06) VALUE SPACES.

      *    Campos de validacao de data (AAAAMMDD), nos moldes do
      *    CNPJBLQM.
       01  WS-DATA-VALIDAR       PIC X(08) VALUE SPACES.
       01  WS-DATA-VALIDAR-R REDEFINES WS-DATA-VALIDAR.
           02 WS-DTV-ANO         PIC 9(04).
           02 WS-DTV-MES         PIC 9(02).
           02 WS-DTV-DIA         PIC 9(02).
       01  WS-DATA-INVALIDA      PIC 9 VALUE 0.

       01  WS-EXECUCAO-ACHADA    PIC 9 VALUE 0.
           88 EXECUCAO-ACHADA         VALUE 1.
       01  WS-ENTRADA-ESCOLHIDA  PIC 9 VALUE 0.
           88 ENTRADA-ESCOLHIDA       VALUE 1.

       01  WS-QTDE-LIDAS         PIC 9(09) VALUE 0.
       01  WS-QTDE-SELECIONADAS  PIC 9(09) VALUE 0.
       01  WS-QTDE-DESFEITAS     PIC 9(09) VALUE 0.
       01  WS-QTDE-REGRAVADOS    PIC 9(09) VALUE 0.
       01  WS-QTDE-RECRIADOS     PIC 9(09) VALUE 0.
       01  WS-QTDE-EXCLUIDOS     PIC 9(09) VALUE 0.
       01  WS-QTDE-SEM-ACAO      PIC 9(09) VALUE 0.
       01  WS-QTDE-ALTERADOS     PIC 9(09) VALUE 0.

      *    Situacao do registro no mestre no momento da restauracao:
      *    quando difere da imagem depois da entrada, outra execucao
      *    mexeu no registro depois - a restauracao sobrepoe essa
      *    mudanca e a linha sai marcada para conferencia.
       01  WS-REGISTRO-EXISTE    PIC 9 VALUE 0.
           88 REGISTRO-EXISTE         VALUE 1.
       01  WS-BASE-RESTAURAR     PIC X(12) VALUE SPACES.

       01  WS-LINHAS-PAGINA      PIC 9(03) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA  PIC 9(03) VALUE 50.
       01  WS-NUM-PAGINA         PIC 9(04) VALUE 0.

      *    Entrada do diario de atualizacoes do mestre, gravada pelo
      *    modulo CNPJJRN antes de cada restauracao.
       COPY CNPJJREG.

       01  CAB-RELATORIO-1.
           02 FILLER             PIC X(45)
                 VALUE 'RECUPERACAO DO CADASTRO MESTRE - CNPJRCP'.
           02 FILLER             PIC X(09) VALUE 'PAGINA: '.
           02 CAB-PAGINA         PIC ZZZ9.
       01  CAB-RELATORIO-2       PIC X(80) VALUE SPACES.
       01  CAB-RELATORIO-3.
           02 FILLER             PIC X(42) VALUE
               'BASE (12)    PROGRAMA  DATA     HORA   A  '.
           02 FILLER             PIC X(38) VALUE
               'RESTAURACAO SITUACAO   OCORRENCIA'.

       01  LINHA-DETALHE.
           02 LD-BASE            PIC X(12).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-PROGRAMA        PIC X(09).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-DATA            PIC 9(08).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-HORA            PIC X(06).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-ACAO            PIC X(01).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-RESTAURACAO     PIC X(11).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-SITUACAO        PIC X(10).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-OCORRENCIA      PIC X(15).

       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE 'CNPJRCP' TO JRN-PROGRAMA
           CALL 'CNPJ-JORN-INICIO' USING REG-JORNAL

           PERFORM LER-PARAMETROS THRU FIM-LER-PARAMETROS
           PERFORM VERIFICAR-JORNAL THRU FIM-VERIFICAR-JORNAL
           IF MODO-EXECUCAO AND WS-HORA-PONTO = SPACES
               PERFORM LOCALIZAR-EXECUCAO THRU FIM-LOCALIZAR-EXECUCAO
           END-IF
           PERFORM SELECIONAR-ENTRADAS THRU FIM-SELECIONAR-ENTRADAS

           SORT ARQ-CLASSIFICA
               ON DESCENDING KEY CLS-SEQUENCIA
               USING ARQ-SELECAO
               GIVING ARQ-SELECAO-ORD

           PERFORM ABRIR-ARQUIVOS THRU FIM-ABRIR-ARQUIVOS
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO

           PERFORM DESFAZER-ENTRADA THRU FIM-DESFAZER-ENTRADA
               UNTIL FIM-SELECAO

           PERFORM IMPRIMIR-RODAPE THRU FIM-IMPRIMIR-RODAPE
           PERFORM FECHAR-ARQUIVOS THRU FIM-FECHAR-ARQUIVOS

           DISPLAY 'Entradas do diario lidas:     ' WS-QTDE-LIDAS
           DISPLAY 'Entradas desfeitas:           ' WS-QTDE-DESFEITAS
           DISPLAY 'Registros alterados depois:   ' WS-QTDE-ALTERADOS

           IF MODO-EXECUCAO AND WS-QTDE-SELECIONADAS = 0
               DISPLAY 'NENHUMA ENTRADA NO DIARIO PARA A EXECUCAO '
                       WS-PROGRAMA-DESFAZER ' ' WS-DATA-PONTO ' '
                       WS-HORA-PONTO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTDE-ALTERADOS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *    Modo, data e hora invalidos derrubam o passo antes de
      *    qualquer leitura: uma recuperacao com parametro errado
      *    desfaria atualizacoes que ninguem pediu para desfazer.
       LER-PARAMETROS.
           DISPLAY 'Modo (D = mestre em uma data/hora, '
                   'E = desfazer uma execucao): '.
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
           IF NOT MODO-PONTO AND NOT MODO-EXECUCAO
               DISPLAY 'MODO DE RECUPERACAO INVALIDO: ' WS-MODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF MODO-EXECUCAO
               DISPLAY 'Programa da execucao a desfazer: '
               ACCEPT WS-PROGRAMA-DIGITADO
               MOVE FUNCTION UPPER-CASE(WS-PROGRAMA-DIGITADO)
                   TO WS-PROGRAMA-DESFAZER
               IF WS-PROGRAMA-DESFAZER = SPACES
                   DISPLAY 'PROGRAMA DA EXECUCAO NAO INFORMADO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'Data de partida da execucao (AAAAMMDD): '
           ELSE
               DISPLAY 'Data do ponto de recuperacao (AAAAMMDD): '
           END-IF
           ACCEPT WS-DATA-DIGITADA.
           MOVE WS-DATA-DIGITADA TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
           IF WS-DATA-INVALIDA = 1
               DISPLAY 'DATA INVALIDA: ' WS-DATA-DIGITADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-DIGITADA TO WS-DATA-PONTO

           IF MODO-EXECUCAO
               DISPLAY 'Hora de partida (HHMMSS, branco = ultima '
                       'execucao do dia): '
           ELSE
               DISPLAY 'Hora do ponto de recuperacao (HHMMSS): '
           END-IF
           ACCEPT WS-HORA-DIGITADA.
           IF WS-HORA-DIGITADA = SPACES AND MODO-EXECUCAO
               MOVE SPACES TO WS-HORA-PONTO
               GO TO FIM-LER-PARAMETROS
           END-IF
           IF WS-HORA-DIGITADA NOT NUMERIC
              OR WS-HRV-HORA > 23
              OR WS-HRV-MINUTO > 59
              OR WS-HRV-SEGUNDO > 59
               DISPLAY 'HORA INVALIDA: ' WS-HORA-DIGITADA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HORA-DIGITADA TO WS-HORA-PONTO.
       FIM-LER-PARAMETROS.
           EXIT.

       VALIDAR-DATA.
           MOVE 0 TO WS-DATA-INVALIDA
           IF WS-DATA-VALIDAR NOT NUMERIC
               MOVE 1 TO WS-DATA-INVALIDA
               GO TO FIM-VALIDAR-DATA
           END-IF
           IF WS-DTV-ANO < 1900 OR WS-DTV-ANO > 2199
              OR WS-DTV-MES < 1 OR WS-DTV-MES > 12
              OR WS-DTV-DIA < 1 OR WS-DTV-DIA > 31
               MOVE 1 TO WS-DATA-INVALIDA
           END-IF.
       FIM-VALIDAR-DATA.
           EXIT.

      *    Sem diario nao ha o que desfazer: o mestre nao pode ser
      *    reconstituido e o operador precisa saber disso.
       VERIFICAR-JORNAL.
           OPEN INPUT ARQ-JORNAL
           IF WS-FS-JORNAL = '35'
               DISPLAY 'CNPJJRNL.TXT ausente - nada a recuperar'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJJRNL.TXT - STATUS '
                       WS-FS-JORNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ARQ-JORNAL.
       FIM-VERIFICAR-JORNAL.
           EXIT.

      *    Hora de partida em branco: uma passada previa pelo diario
      *    apura a ultima execucao do programa na data informada.
       LOCALIZAR-EXECUCAO.
           MOVE 0 TO WS-FIM-JORNAL
           OPEN INPUT ARQ-JORNAL
           IF WS-FS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJJRNL.TXT - STATUS '
                       WS-FS-JORNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOCALIZAR-REG-EXECUCAO THRU
                   FIM-LOCALIZAR-REG-EXECUCAO
               UNTIL FIM-JORNAL
           CLOSE ARQ-JORNAL
           IF EXECUCAO-ACHADA
               DISPLAY 'Execucao a desfazer: ' WS-PROGRAMA-DESFAZER
                       ' ' WS-DATA-PONTO ' ' WS-HORA-PONTO
           END-IF.
       FIM-LOCALIZAR-EXECUCAO.
           EXIT.

       LOCALIZAR-REG-EXECUCAO.
           READ ARQ-JORNAL
               AT END
                   SET FIM-JORNAL TO TRUE
               NOT AT END
                   IF LID-PROGRAMA = WS-PROGRAMA-DESFAZER
                      AND LID-DATA-EXECUCAO = WS-DATA-PONTO
                      AND (NOT EXECUCAO-ACHADA
                           OR LID-HORA-EXECUCAO > WS-HORA-PONTO)
                       MOVE LID-HORA-EXECUCAO TO WS-HORA-PONTO
                       SET EXECUCAO-ACHADA TO TRUE
                   END-IF
           END-READ.
       FIM-LOCALIZAR-REG-EXECUCAO.
           EXIT.

      *    Copia para o arquivo de selecao as entradas a desfazer,
      *    numeradas pela posicao no diario (que e cronologico: o
      *    diario so recebe gravacoes ao final).
       SELECIONAR-ENTRADAS.
           MOVE 0 TO WS-FIM-JORNAL
           OPEN INPUT ARQ-JORNAL
           IF WS-FS-JORNAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJJRNL.TXT - STATUS '
                       WS-FS-JORNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-SELECAO
           IF WS-FS-SELECAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJRCPS.TXT - STATUS '
                       WS-FS-SELECAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SELECIONAR-REG-JORNAL THRU FIM-SELECIONAR-REG-JORNAL
               UNTIL FIM-JORNAL
           CLOSE ARQ-JORNAL
           CLOSE ARQ-SELECAO.
       FIM-SELECIONAR-ENTRADAS.
           EXIT.

       SELECIONAR-REG-JORNAL.
           READ ARQ-JORNAL
               AT END
                   SET FIM-JORNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDAS
                   PERFORM AVALIAR-ENTRADA THRU FIM-AVALIAR-ENTRADA
                   IF ENTRADA-ESCOLHIDA
                       MOVE WS-QTDE-LIDAS TO SEL-SEQUENCIA
                       MOVE REG-JORN-LIDO TO SEL-JORNAL
                       WRITE REG-SELECAO
                       IF WS-FS-SELECAO NOT = '00'
                           DISPLAY 'ERRO AO GRAVAR CNPJRCPS.TXT - '
                                   'STATUS ' WS-FS-SELECAO
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTDE-SELECIONADAS
                   END-IF
           END-READ.
       FIM-SELECIONAR-REG-JORNAL.
           EXIT.

      *    Modo D: entrada gravada depois do ponto informado. Modo E:
      *    entrada da execucao informada (programa + partida).
       AVALIAR-ENTRADA.
           MOVE 0 TO WS-ENTRADA-ESCOLHIDA
           IF MODO-PONTO
               IF LID-DATA-ATUALIZACAO > WS-DATA-PONTO
                  OR (LID-DATA-ATUALIZACAO = WS-DATA-PONTO
                      AND LID-HORA-ATUALIZACAO > WS-HORA-PONTO)
                   SET ENTRADA-ESCOLHIDA TO TRUE
               END-IF
           ELSE
               IF LID-PROGRAMA = WS-PROGRAMA-DESFAZER
                  AND LID-DATA-EXECUCAO = WS-DATA-PONTO
                  AND LID-HORA-EXECUCAO = WS-HORA-PONTO
                   SET ENTRADA-ESCOLHIDA TO TRUE
               END-IF
           END-IF.
       FIM-AVALIAR-ENTRADA.
           EXIT.

      *    O mestre precisa existir: a recuperacao desfaz atualizacoes
      *    sobre o arquivo corrente, nao o recria do nada.
       ABRIR-ARQUIVOS.
           MOVE 0 TO WS-FIM-SELECAO
           OPEN INPUT ARQ-SELECAO-ORD
           IF WS-FS-SELECAO-ORD NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJRCPO.TXT - STATUS '
                       WS-FS-SELECAO-ORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ARQ-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJRCP.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODO-PONTO
               STRING 'MESTRE RECONSTITUIDO EM ' WS-DATA-PONTO
                       ' AS ' WS-HORA-PONTO
                       DELIMITED BY SIZE INTO CAB-RELATORIO-2
           ELSE
               STRING 'EXECUCAO DESFEITA: ' WS-PROGRAMA-DESFAZER
                       ' PARTIDA ' WS-DATA-PONTO ' ' WS-HORA-PONTO
                       DELIMITED BY SIZE INTO CAB-RELATORIO-2
           END-IF.
       FIM-ABRIR-ARQUIVOS.
           EXIT.

      *    Repoe a imagem antes da entrada: inclusao desfeita = base
      *    excluida; alteracao ou exclusao desfeita = registro
      *    regravado (ou recriado, se ja nao estiver no mestre) com a
      *    imagem antes. Reaplicar a mesma imagem e inofensivo, o que
      *    torna a recuperacao repetivel apos uma interrupcao.
       DESFAZER-ENTRADA.
           READ ARQ-SELECAO-ORD
               AT END
                   SET FIM-SELECAO TO TRUE
                   GO TO FIM-DESFAZER-ENTRADA
           END-READ
           ADD 1 TO WS-QTDE-DESFEITAS
           IF ORD-INCLUSAO
               MOVE ORD-IMAGEM-DEPOIS(1:12) TO WS-BASE-RESTAURAR
           ELSE
               MOVE ORD-IMAGEM-ANTES(1:12) TO WS-BASE-RESTAURAR
           END-IF
           MOVE SPACES TO LD-OCORRENCIA

           MOVE WS-BASE-RESTAURAR TO MST-CNPJ-BASE-12N
           READ ARQ-MESTRE
           IF WS-FS-MESTRE = '23'
               MOVE 0 TO WS-REGISTRO-EXISTE
           ELSE
               IF WS-FS-MESTRE NOT = '00'
                   DISPLAY 'ERRO AO LER CNPJMST.DAT - STATUS '
                           WS-FS-MESTRE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REGISTRO-EXISTE TO TRUE
           END-IF

           IF ORD-EXCLUSAO
               IF REGISTRO-EXISTE
                   MOVE 'ALTERADO DEPOIS' TO LD-OCORRENCIA
               END-IF
           ELSE
               IF NOT REGISTRO-EXISTE
                  OR REG-MESTRE NOT = ORD-IMAGEM-DEPOIS
                   MOVE 'ALTERADO DEPOIS' TO LD-OCORRENCIA
               END-IF
           END-IF
           IF LD-OCORRENCIA NOT = SPACES
               ADD 1 TO WS-QTDE-ALTERADOS
           END-IF

           IF ORD-INCLUSAO
               PERFORM EXCLUIR-REGISTRO THRU FIM-EXCLUIR-REGISTRO
           ELSE
               PERFORM REPOR-REGISTRO THRU FIM-REPOR-REGISTRO
           END-IF
           PERFORM IMPRIMIR-DETALHE THRU FIM-IMPRIMIR-DETALHE.
       FIM-DESFAZER-ENTRADA.
           EXIT.

       EXCLUIR-REGISTRO.
           IF NOT REGISTRO-EXISTE
               MOVE 'SEM ACAO' TO LD-RESTAURACAO
               MOVE SPACES TO LD-SITUACAO
               ADD 1 TO WS-QTDE-SEM-ACAO
               GO TO FIM-EXCLUIR-REGISTRO
           END-IF
           MOVE 'E' TO JRN-ACAO
           MOVE REG-MESTRE TO JRN-IMAGEM-ANTES
           MOVE SPACES TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
           DELETE ARQ-MESTRE
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'ERRO AO EXCLUIR DO CNPJMST.DAT - STATUS '
                       WS-FS-MESTRE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'EXCLUIDO' TO LD-RESTAURACAO
           MOVE SPACES TO LD-SITUACAO
           ADD 1 TO WS-QTDE-EXCLUIDOS.
       FIM-EXCLUIR-REGISTRO.
           EXIT.

       REPOR-REGISTRO.
           IF REGISTRO-EXISTE
               MOVE 'A' TO JRN-ACAO
               MOVE REG-MESTRE TO JRN-IMAGEM-ANTES
           ELSE
               MOVE 'I' TO JRN-ACAO
               MOVE SPACES TO JRN-IMAGEM-ANTES
           END-IF
           MOVE ORD-IMAGEM-ANTES TO REG-MESTRE
           MOVE REG-MESTRE TO JRN-IMAGEM-DEPOIS
           CALL 'CNPJ-JORN-GRAVA' USING REG-JORNAL
           IF REGISTRO-EXISTE
               REWRITE REG-MESTRE
               IF WS-FS-MESTRE NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR CNPJMST.DAT - STATUS '
                           WS-FS-MESTRE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'REGRAVADO' TO LD-RESTAURACAO
               ADD 1 TO WS-QTDE-REGRAVADOS
           ELSE
               WRITE REG-MESTRE
               IF WS-FS-MESTRE NOT = '00'
                   DISPLAY 'ERRO AO INCLUIR NO CNPJMST.DAT - STATUS '
                           WS-FS-MESTRE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'RECRIADO' TO LD-RESTAURACAO
               ADD 1 TO WS-QTDE-RECRIADOS
           END-IF
           MOVE MST-SITUACAO TO LD-SITUACAO.
       FIM-REPOR-REGISTRO.
           EXIT.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO CAB-PAGINA
           MOVE 0 TO WS-LINHAS-PAGINA
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-3.
       FIM-IMPRIMIR-CABECALHO.
           EXIT.

      *    Cada linha identifica a entrada desfeita (programa e
      *    data/hora da atualizacao original) e o que foi feito com o
      *    registro para repor a imagem antes.
       IMPRIMIR-DETALHE.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           END-IF
           MOVE WS-BASE-RESTAURAR    TO LD-BASE
           MOVE ORD-PROGRAMA         TO LD-PROGRAMA
           MOVE ORD-DATA-ATUALIZACAO TO LD-DATA
           MOVE ORD-HORA-ATUALIZACAO TO LD-HORA
           MOVE ORD-ACAO             TO LD-ACAO
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE
           ADD 1 TO WS-LINHAS-PAGINA.
       FIM-IMPRIMIR-DETALHE.
           EXIT.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTDE-DESFEITAS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL ENTRADAS DESFEITAS:   ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-REGRAVADOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL REGRAVADOS:           ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-RECRIADOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL RECRIADOS:            ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-EXCLUIDOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL EXCLUIDOS:            ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-SEM-ACAO TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL SEM ACAO:             ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-ALTERADOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'TOTAL ALTERADOS DEPOIS:     ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           IF MODO-EXECUCAO AND WS-QTDE-SELECIONADAS = 0
               MOVE SPACES TO LINHA-RODAPE
               STRING '*** NENHUMA ENTRADA NO DIARIO PARA A '
                       'EXECUCAO INFORMADA'
                       DELIMITED BY SIZE INTO LINHA-RODAPE
               WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           END-IF.
       FIM-IMPRIMIR-RODAPE.
           EXIT.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-SELECAO-ORD
           CLOSE ARQ-MESTRE
           CALL 'CNPJ-JORN-FIM'
           CLOSE ARQ-RELATORIO.
       FIM-FECHAR-ARQUIVOS.
           EXIT.

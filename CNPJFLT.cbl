       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNPJFLT.
       AUTHOR.     Moises.
      *********    OUT/26.
      *********    Relatorio diario de lotes em atraso: cruza o perfil
      *********    de entrega de cada parceiro (CNPJPARC.TXT, com a
      *********    frequencia esperada e a tolerancia em dias) com o
      *********    cadastro de lotes recebidos (CNPJLOTR.DAT) e lista
      *********    os parceiros cujo proximo lote ja devia ter chegado,
      *********    inclusive os que nunca entregaram, para a cobranca
      *********    ser feita na manha seguinte e nao no fechamento do
      *********    mes. Origens presentes no cadastro de lotes sem
      *********    perfil cadastrado saem em lista a parte.
      *********    OUT/26: perfil do parceiro com o limite de erros
      *********    acordado, lido pelo placar mensal CNPJSCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PERFIL ASSIGN TO "CNPJPARC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERFIL.
           SELECT ARQ-REGISTRO ASSIGN TO "CNPJLOTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LRG-CHAVE
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT ARQ-RELATORIO ASSIGN TO "CNPJFLT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *    Perfil de entrega do parceiro: origem do cabecalho do lote,
      *    frequencia (D = diaria, S = semanal, Q = quinzenal,
      *    M = mensal), dias de tolerancia alem da frequencia e nome
      *    para a cobranca. O limite de erros acordado (percentual,
      *    opcional) e usado pelo placar mensal CNPJSCO.
       FD  ARQ-PERFIL.
       01  REG-PERFIL.
           02 PRF-ORIGEM             PIC X(04).
           02 PRF-FREQUENCIA         PIC X(01).
           02 PRF-TOLERANCIA-DIAS    PIC X(02).
           02 PRF-NOME-PARCEIRO      PIC X(30).
           02 PRF-PERC-MAX-ERRO      PIC X(03).

       FD  ARQ-REGISTRO.
       COPY CNPJLREG.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-PERFIL          PIC X(02) VALUE '00'.
       01  WS-FS-REGISTRO        PIC X(02) VALUE '00'.
       01  WS-FS-RELATORIO       PIC X(02) VALUE '00'.

       01  WS-FIM-PERFIL         PIC 9 VALUE 0.
           88 FIM-PERFIL              VALUE 1.
       01  WS-FIM-REGISTRO       PIC 9 VALUE 0.
           88 FIM-REGISTRO            VALUE 1.

       01  WS-DATA-HORA-ATUAL    PIC X(21) VALUE SPACES.
       01  WS-DATA-HOJE          PIC 9(08) VALUE 0.
       01  WS-DIAS-HOJE          PIC 9(07) VALUE 0.

      *    Frequencias aceitas no perfil: codigo, intervalo em dias
      *    entre dois lotes e descricao impressa.
       01  WS-TAB-FREQUENCIAS-VALOR.
           02 FILLER             PIC X(14) VALUE 'D001DIARIA    '.
           02 FILLER             PIC X(14) VALUE 'S007SEMANAL   '.
           02 FILLER             PIC X(14) VALUE 'Q015QUINZENAL '.
           02 FILLER             PIC X(14) VALUE 'M031MENSAL    '.
       01  WS-TAB-FREQUENCIAS REDEFINES WS-TAB-FREQUENCIAS-VALOR.
           02 WS-ENT-FREQUENCIA OCCURS 4 TIMES.
              03 TAB-COD-FREQUENCIA  PIC X(01).
              03 TAB-INTERVALO-FREQ  PIC 9(03).
              03 TAB-DESC-FREQUENCIA PIC X(10).
       01  WS-IND-FREQUENCIA     PIC 9(01) VALUE 0.
       01  WS-FREQ-ACHADA        PIC 9(01) VALUE 0.

      *    Parceiros do perfil, com a data do lote mais recente
      *    encontrado no cadastro (zeros = nenhum lote registrado).
       01  WS-QTDE-PARCEIROS     PIC 9(04) VALUE 0.
       01  WS-IND-PARCEIRO       PIC 9(04) VALUE 0.
       01  WS-IND-PARCEIRO-ACHADO PIC 9(04) VALUE 0.
       01  WS-TAB-PARCEIROS.
           02 WS-ENT-PARCEIRO OCCURS 500 TIMES.
              03 TAB-ORIGEM          PIC X(04).
              03 TAB-NOME-PARCEIRO   PIC X(30).
              03 TAB-FREQUENCIA      PIC X(10).
              03 TAB-INTERVALO       PIC 9(03).
              03 TAB-TOLERANCIA      PIC 9(02).
              03 TAB-ULTIMO-LOTE     PIC 9(08).

      *    Origens encontradas no cadastro de lotes sem perfil.
       01  WS-QTDE-SEM-PERFIL    PIC 9(04) VALUE 0.
       01  WS-IND-SEM-PERFIL     PIC 9(04) VALUE 0.
       01  WS-SEM-PERFIL-ACHADA  PIC 9(01) VALUE 0.
       01  WS-TAB-SEM-PERFIL.
           02 WS-ENT-SEM-PERFIL OCCURS 200 TIMES.
              03 TAB-ORIGEM-SEM-PERFIL PIC X(04).

      *    Data de referencia do lote: a data de geracao do
      *    cabecalho; se ela nao for uma data valida, vale a data em
      *    que o lote foi processado.
       01  WS-DATA-VALIDAR       PIC X(08) VALUE SPACES.
       01  WS-DATA-VALIDAR-R REDEFINES WS-DATA-VALIDAR.
           02 WS-DTV-ANO         PIC 9(04).
           02 WS-DTV-MES         PIC 9(02).
           02 WS-DTV-DIA         PIC 9(02).
       01  WS-DATA-INVALIDA      PIC 9 VALUE 0.
       01  WS-DATA-REFERENCIA    PIC 9(08) VALUE 0.

       01  WS-DIAS-PREVISTO      PIC 9(07) VALUE 0.
       01  WS-DATA-PREVISTA      PIC 9(08) VALUE 0.
       01  WS-DIAS-ATRASO        PIC 9(05) VALUE 0.

       01  WS-QTDE-LOTES         PIC 9(09) VALUE 0.
       01  WS-QTDE-ATRASADOS     PIC 9(09) VALUE 0.
       01  WS-QTDE-SEM-LOTE      PIC 9(09) VALUE 0.
       01  WS-QTDE-PERFIS-INVALIDOS PIC 9(09) VALUE 0.

       01  WS-LINHAS-PAGINA      PIC 9(03) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA  PIC 9(03) VALUE 50.
       01  WS-NUM-PAGINA         PIC 9(04) VALUE 0.

       01  CAB-RELATORIO-1.
           02 FILLER             PIC X(38)
                      VALUE 'LOTES DE PARCEIROS EM ATRASO - CNPJFLT'.
           02 FILLER             PIC X(09) VALUE 'PAGINA: '.
           02 CAB-PAGINA         PIC ZZZ9.
           02 FILLER             PIC X(10) VALUE '  DATA:  '.
           02 CAB-DATA           PIC 9(08).
       01  CAB-RELATORIO-2.
           02 FILLER             PIC X(32) VALUE 'ORIGEM PARCEIRO'.
           02 FILLER             PIC X(11) VALUE 'FREQUENCIA'.
           02 FILLER             PIC X(10) VALUE 'ULT.LOTE'.
           02 FILLER             PIC X(10) VALUE 'PREVISTO'.
           02 FILLER             PIC X(06) VALUE 'DIAS'.
           02 FILLER             PIC X(10) VALUE 'SITUACAO'.

       01  LINHA-DETALHE.
           02 LD-ORIGEM          PIC X(04).
           02 FILLER             PIC X(03) VALUE SPACES.
           02 LD-NOME-PARCEIRO   PIC X(24).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-FREQUENCIA      PIC X(10).
           02 FILLER             PIC X(01) VALUE SPACES.
           02 LD-ULTIMO-LOTE     PIC X(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-DATA-PREVISTA   PIC X(08).
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-DIAS-ATRASO     PIC ZZZ9.
           02 FILLER             PIC X(02) VALUE SPACES.
           02 LD-SITUACAO        PIC X(10).

       01  LINHA-RODAPE          PIC X(80) VALUE SPACES.
       01  WS-CONTADOR-EDICAO    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-HOJE
           COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM CARREGAR-PERFIS THRU FIM-CARREGAR-PERFIS
           PERFORM LER-CADASTRO-LOTES THRU FIM-LER-CADASTRO-LOTES

           OPEN OUTPUT ARQ-RELATORIO
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJFLT.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           PERFORM AVALIAR-PARCEIRO THRU FIM-AVALIAR-PARCEIRO
               VARYING WS-IND-PARCEIRO FROM 1 BY 1
               UNTIL WS-IND-PARCEIRO > WS-QTDE-PARCEIROS
           PERFORM IMPRIMIR-RODAPE THRU FIM-IMPRIMIR-RODAPE
           CLOSE ARQ-RELATORIO

           DISPLAY 'Parceiros com perfil:     ' WS-QTDE-PARCEIROS
           DISPLAY 'Parceiros em atraso:      ' WS-QTDE-ATRASADOS
           DISPLAY 'Parceiros sem lote:       ' WS-QTDE-SEM-LOTE
           DISPLAY 'Origens sem perfil:       ' WS-QTDE-SEM-PERFIL

           IF WS-QTDE-ATRASADOS > 0 OR WS-QTDE-SEM-LOTE > 0
              OR WS-QTDE-SEM-PERFIL > 0 OR WS-QTDE-PERFIS-INVALIDOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    Sem o perfil nao ha como saber qual lote esta em atraso: o
      *    arquivo e obrigatorio. Linha com frequencia desconhecida ou
      *    tolerancia nao numerica e avisada e fica fora da cobranca.
       CARREGAR-PERFIS.
           OPEN INPUT ARQ-PERFIL
           IF WS-FS-PERFIL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJPARC.TXT - STATUS '
                       WS-FS-PERFIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGAR-PERFIL THRU FIM-CARREGAR-PERFIL
               UNTIL FIM-PERFIL
           CLOSE ARQ-PERFIL.
       FIM-CARREGAR-PERFIS.
           EXIT.

       CARREGAR-PERFIL.
           READ ARQ-PERFIL
               AT END
                   SET FIM-PERFIL TO TRUE
                   GO TO FIM-CARREGAR-PERFIL
           END-READ
           MOVE 0 TO WS-FREQ-ACHADA
           PERFORM VARYING WS-IND-FREQUENCIA FROM 1 BY 1
                   UNTIL WS-IND-FREQUENCIA > 4
                      OR WS-FREQ-ACHADA > 0
               IF TAB-COD-FREQUENCIA(WS-IND-FREQUENCIA)
                  = PRF-FREQUENCIA
                   MOVE WS-IND-FREQUENCIA TO WS-FREQ-ACHADA
               END-IF
           END-PERFORM
           IF WS-FREQ-ACHADA = 0 OR PRF-TOLERANCIA-DIAS NOT NUMERIC
              OR PRF-ORIGEM = SPACES
               DISPLAY 'PERFIL INVALIDO EM CNPJPARC.TXT: ' REG-PERFIL
               ADD 1 TO WS-QTDE-PERFIS-INVALIDOS
               GO TO FIM-CARREGAR-PERFIL
           END-IF
           IF WS-QTDE-PARCEIROS >= 500
               DISPLAY 'TABELA DE PARCEIROS CHEIA - AMPLIAR '
                       'WS-TAB-PARCEIROS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-PARCEIROS
           MOVE PRF-ORIGEM TO TAB-ORIGEM(WS-QTDE-PARCEIROS)
           MOVE PRF-NOME-PARCEIRO
               TO TAB-NOME-PARCEIRO(WS-QTDE-PARCEIROS)
           MOVE TAB-DESC-FREQUENCIA(WS-FREQ-ACHADA)
               TO TAB-FREQUENCIA(WS-QTDE-PARCEIROS)
           MOVE TAB-INTERVALO-FREQ(WS-FREQ-ACHADA)
               TO TAB-INTERVALO(WS-QTDE-PARCEIROS)
           MOVE PRF-TOLERANCIA-DIAS
               TO TAB-TOLERANCIA(WS-QTDE-PARCEIROS)
           MOVE 0 TO TAB-ULTIMO-LOTE(WS-QTDE-PARCEIROS).
       FIM-CARREGAR-PERFIL.
           EXIT.

      *    Cadastro de lotes ainda inexistente nao e erro: todos os
      *    parceiros saem como sem lote registrado.
       LER-CADASTRO-LOTES.
           OPEN INPUT ARQ-REGISTRO
           IF WS-FS-REGISTRO = '35'
               DISPLAY 'CNPJLOTR.DAT ausente - nenhum lote registrado'
               GO TO FIM-LER-CADASTRO-LOTES
           END-IF
           IF WS-FS-REGISTRO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CNPJLOTR.DAT - STATUS '
                       WS-FS-REGISTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LER-LOTE THRU FIM-LER-LOTE
               UNTIL FIM-REGISTRO
           CLOSE ARQ-REGISTRO.
       FIM-LER-CADASTRO-LOTES.
           EXIT.

       LER-LOTE.
           READ ARQ-REGISTRO
               AT END
                   SET FIM-REGISTRO TO TRUE
                   GO TO FIM-LER-LOTE
           END-READ
           ADD 1 TO WS-QTDE-LOTES
           MOVE LRG-DATA-GERACAO TO WS-DATA-VALIDAR
           PERFORM VALIDAR-DATA THRU FIM-VALIDAR-DATA
           IF WS-DATA-INVALIDA = 1 OR LRG-DATA-GERACAO > WS-DATA-HOJE
               MOVE LRG-DATA-PROCESSAMENTO TO WS-DATA-REFERENCIA
           ELSE
               MOVE LRG-DATA-GERACAO TO WS-DATA-REFERENCIA
           END-IF

           MOVE 0 TO WS-IND-PARCEIRO-ACHADO
           PERFORM VARYING WS-IND-PARCEIRO FROM 1 BY 1
                   UNTIL WS-IND-PARCEIRO > WS-QTDE-PARCEIROS
                      OR WS-IND-PARCEIRO-ACHADO > 0
               IF TAB-ORIGEM(WS-IND-PARCEIRO) = LRG-ORIGEM
                   MOVE WS-IND-PARCEIRO TO WS-IND-PARCEIRO-ACHADO
               END-IF
           END-PERFORM
           IF WS-IND-PARCEIRO-ACHADO = 0
               PERFORM ANOTAR-SEM-PERFIL THRU FIM-ANOTAR-SEM-PERFIL
               GO TO FIM-LER-LOTE
           END-IF
           IF WS-DATA-REFERENCIA >
              TAB-ULTIMO-LOTE(WS-IND-PARCEIRO-ACHADO)
               MOVE WS-DATA-REFERENCIA
                   TO TAB-ULTIMO-LOTE(WS-IND-PARCEIRO-ACHADO)
           END-IF.
       FIM-LER-LOTE.
           EXIT.

       ANOTAR-SEM-PERFIL.
           MOVE 0 TO WS-SEM-PERFIL-ACHADA
           PERFORM VARYING WS-IND-SEM-PERFIL FROM 1 BY 1
                   UNTIL WS-IND-SEM-PERFIL > WS-QTDE-SEM-PERFIL
                      OR WS-SEM-PERFIL-ACHADA = 1
               IF TAB-ORIGEM-SEM-PERFIL(WS-IND-SEM-PERFIL) = LRG-ORIGEM
                   MOVE 1 TO WS-SEM-PERFIL-ACHADA
               END-IF
           END-PERFORM
           IF WS-SEM-PERFIL-ACHADA = 1
               GO TO FIM-ANOTAR-SEM-PERFIL
           END-IF
           IF WS-QTDE-SEM-PERFIL >= 200
               DISPLAY 'TABELA DE ORIGENS SEM PERFIL CHEIA - AMPLIAR '
                       'WS-TAB-SEM-PERFIL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTDE-SEM-PERFIL
           MOVE LRG-ORIGEM TO TAB-ORIGEM-SEM-PERFIL(WS-QTDE-SEM-PERFIL).
       FIM-ANOTAR-SEM-PERFIL.
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

      *    O proximo lote e previsto para a data do ultimo lote mais
      *    o intervalo da frequencia; o parceiro so entra na lista
      *    quando o atraso passa da tolerancia do perfil. Parceiro sem
      *    nenhum lote registrado sai sempre.
       AVALIAR-PARCEIRO.
           MOVE TAB-ORIGEM(WS-IND-PARCEIRO)        TO LD-ORIGEM
           MOVE TAB-NOME-PARCEIRO(WS-IND-PARCEIRO) TO LD-NOME-PARCEIRO
           MOVE TAB-FREQUENCIA(WS-IND-PARCEIRO)    TO LD-FREQUENCIA
           IF TAB-ULTIMO-LOTE(WS-IND-PARCEIRO) = 0
               MOVE 'NENHUM'   TO LD-ULTIMO-LOTE
               MOVE SPACES     TO LD-DATA-PREVISTA
               MOVE 0          TO LD-DIAS-ATRASO
               MOVE 'SEM LOTE' TO LD-SITUACAO
               ADD 1 TO WS-QTDE-SEM-LOTE
               PERFORM IMPRIMIR-DETALHE THRU FIM-IMPRIMIR-DETALHE
               GO TO FIM-AVALIAR-PARCEIRO
           END-IF

           COMPUTE WS-DIAS-PREVISTO =
                   FUNCTION INTEGER-OF-DATE
                       (TAB-ULTIMO-LOTE(WS-IND-PARCEIRO))
                   + TAB-INTERVALO(WS-IND-PARCEIRO)
           IF WS-DIAS-HOJE <= WS-DIAS-PREVISTO
               GO TO FIM-AVALIAR-PARCEIRO
           END-IF
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-PREVISTO
           IF WS-DIAS-ATRASO <= TAB-TOLERANCIA(WS-IND-PARCEIRO)
               GO TO FIM-AVALIAR-PARCEIRO
           END-IF
           COMPUTE WS-DATA-PREVISTA =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-PREVISTO)
           MOVE TAB-ULTIMO-LOTE(WS-IND-PARCEIRO) TO LD-ULTIMO-LOTE
           MOVE WS-DATA-PREVISTA TO LD-DATA-PREVISTA
           MOVE WS-DIAS-ATRASO   TO LD-DIAS-ATRASO
           MOVE 'ATRASADO'       TO LD-SITUACAO
           ADD 1 TO WS-QTDE-ATRASADOS
           PERFORM IMPRIMIR-DETALHE THRU FIM-IMPRIMIR-DETALHE.
       FIM-AVALIAR-PARCEIRO.
           EXIT.

       IMPRIMIR-DETALHE.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM IMPRIMIR-CABECALHO THRU FIM-IMPRIMIR-CABECALHO
           END-IF
           WRITE LINHA-RELATORIO FROM LINHA-DETALHE
           IF WS-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CNPJFLT.RPT - STATUS '
                       WS-FS-RELATORIO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINHAS-PAGINA.
       FIM-IMPRIMIR-DETALHE.
           EXIT.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO CAB-PAGINA
           MOVE WS-DATA-HOJE TO CAB-DATA
           MOVE 0 TO WS-LINHAS-PAGINA
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-1
           WRITE LINHA-RELATORIO FROM CAB-RELATORIO-2.
       FIM-IMPRIMIR-CABECALHO.
           EXIT.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTDE-PARCEIROS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'PARCEIROS COM PERFIL:      ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-LOTES TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'LOTES NO CADASTRO:         ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-ATRASADOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'PARCEIROS EM ATRASO:       ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-SEM-LOTE TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'PARCEIROS SEM LOTE:        ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           MOVE WS-QTDE-PERFIS-INVALIDOS TO WS-CONTADOR-EDICAO
           MOVE SPACES TO LINHA-RODAPE
           STRING 'PERFIS INVALIDOS:          ' WS-CONTADOR-EDICAO
                   DELIMITED BY SIZE INTO LINHA-RODAPE
           WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           PERFORM VARYING WS-IND-SEM-PERFIL FROM 1 BY 1
                   UNTIL WS-IND-SEM-PERFIL > WS-QTDE-SEM-PERFIL
               MOVE SPACES TO LINHA-RODAPE
               STRING 'ORIGEM SEM PERFIL CADASTRADO: '
                       TAB-ORIGEM-SEM-PERFIL(WS-IND-SEM-PERFIL)
                       DELIMITED BY SIZE INTO LINHA-RODAPE
               WRITE LINHA-RELATORIO FROM LINHA-RODAPE
           END-PERFORM.
       FIM-IMPRIMIR-RODAPE.
           EXIT.
